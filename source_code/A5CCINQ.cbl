      *Program Description:
      *single-operator drill-down statement - takes one operator
      *number off a parameter card and pulls that operator's whole
      *story onto one page: name, department, hire/leave month and
      *active/terminated status off OPRMAST, every
      *effective-dated transfer off OPRHIST, the twelve monthly
      *call-type buckets off the current INFILE generation and the
      *same months off generation (-12), and the exception and
               assign to STMTFILE
               organization is sequential.
      *
      *the inquiry's own card - OPERATOR=nnnnnn names the operator
      *being asked about, one statement per run
           select inq-parm-file
               assign to INQPARM
      *
       fd cur-file
           data record is cur-rec
           record contains 200 characters.
      *
       01 cur-rec.
           05 cur-rec-num              pic x(6).
           05 cur-rec-month-calls      occurs 12 times.
                10 cur-rec-calls-inbound    pic 9(5).
                10 cur-rec-calls-outbound   pic 9(5).
                10 cur-rec-calls-transfer   pic 9(5).
           05 filler                   pic x(14).
      *
       fd pri-file
           data record is pri-rec
           record contains 200 characters.
      *
       01 pri-rec.
           05 pri-rec-num              pic x(6).
           05 pri-rec-month-calls      occurs 12 times.
                10 pri-rec-calls-inbound    pic 9(5).
                10 pri-rec-calls-outbound   pic 9(5).
                10 pri-rec-calls-transfer   pic 9(5).
           05 filler                   pic x(14).
      *
       fd opr-master-file
           data record is opr-rec.
      *
       01 opr-rec.
           05 opr-rec-num               pic x(6).
           05 opr-rec-name              pic x(12).
           05 opr-rec-dept              pic x(4).
           05 opr-rec-hire-yyyymm       pic 9(6).
           05 opr-rec-leave-yyyymm      pic 9(6).
           05 opr-rec-status            pic x(1).
               88 opr-rec-active                value 'A'.
               88 opr-rec-terminated            value 'T'.
           05 opr-rec-site              pic x(3).
      *
       fd opr-history-file
           data record is opr-hist-rec.
      *
       01 opr-hist-rec.
           05 opr-hist-key.
                10 opr-hist-num         pic x(6).
                10 opr-hist-eff-yyyymm  pic 9(6).
           05 opr-hist-dept             pic x(4).
      *
      *
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
           05 ws-month-names                    pic x(36)
                value "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
                05 ws-month-literals redefines
           05 ws-parm-value             pic x(59).
      *
      *the operator the statement is being cut for, off INQPARM
       01 ws-inquiry-operator           pic x(6) value spaces.
      *
      *the same values the monthly run validates records against -
      *card keywords override these defaults, which match the
      *report's own
       01 ws-service-thresholds.
           05 ws-threshold-low          pic 9(5) value 00020.
           05 ws-threshold-high         pic 9(5) value 00400.
           05 ws-max-monthly-calls      pic 9(5) value 00500.
      *
       01 ws-flags.
           05 ws-cur-eof-flag           pic x    value 'N'.
           05 ws-cur-dup-count          pic 9(5) value 0.
           05 ws-hist-printed           pic 9(5) value 0.
           05 ws-hit-count              pic 9(5) value 0.
           05 ws-month-call-total       pic 9(6) value 0.
           05 ws-emp-total              pic 9(7) value 0.
           05 ws-emp-total-inbound      pic 9(7) value 0.
           05 ws-emp-total-outbound     pic 9(7) value 0.
           05 ws-emp-total-transfer     pic 9(7) value 0.
      *
      *the operator's feed record for each year, copied out of the
      *scan - the statement prints from these whether or not the
      *year had a record (zeros print for a missing year)
       01 ws-cur-hold.
           05 ws-cur-hold-month        occurs 12 times.
                10 ws-cur-hold-inbound      pic 9(5).
                10 ws-cur-hold-outbound     pic 9(5).
                10 ws-cur-hold-transfer     pic 9(5).
       01 ws-pri-hold.
           05 ws-pri-hold-month        occurs 12 times.
                10 ws-pri-hold-inbound      pic 9(5).
                10 ws-pri-hold-outbound     pic 9(5).
                10 ws-pri-hold-transfer     pic 9(5).
      *
       01 ws-opr-lookup.
           05 ws-opr-name               pic x(12).
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(10)
                value "Operator: ".
           05 ws-ident-line-num         pic x(6).
           05 filler                    pic x(1) value spaces.
           05 filler                    pic x(6)
                value "Name: ".
           05 ws-ident-line-name        pic x(12).
           05 ws-ident-line-dept        pic x(4).
           05 filler                    pic x(75)
                value spaces.
      *
      *hire and leave month and status - 000000 is a hire month from
      *before they were kept, or no leave month on an active operator
       01 ws-lifecycle-line.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(10)
                value "Status:   ".
           05 ws-lifecycle-line-status  pic x(10).
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(7)
                value "Hired: ".
           05 ws-lifecycle-line-hire    pic 9(6).
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(6)
                value "Left: ".
           05 ws-lifecycle-line-leave   pic 9(6).
           05 filler                    pic x(77)
                value spaces.
      *
       01 ws-not-on-master-line.
           05 filler                    pic x(2) value spaces.
       01 ws-month-heading-line.
           05 filler                   pic x(14) value spaces.
           05 ws-month-heading-table   occurs 12 times.
                10 filler              pic x(3) value spaces.
                10 ws-month-heading    pic x(3).
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(5) value 'Total'.
           05 filler                   pic x(38) value spaces.
      *
       01 ws-type-detail-line.
           05 filler                   pic x(2) value spaces.
           05 ws-type-line-label       pic x(9).
           05 filler                   pic x(3) value spaces.
      *six-digit months packed into their 6-byte slots, the same
      *columns the report's monthly lines print in
           05 ws-type-line-months-table occurs 12 times.
                10 ws-type-line-months pic zzzzz9.
           05 filler                   pic x(1) value spaces.
           05 ws-type-line-total       pic zzzzzz9.
           05 filler                   pic x(38) value spaces.
      *
       01 ws-hits-section-heading.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(4) value spaces.
           05 ws-hit-line-month         pic x(3).
           05 filler                    pic x(3) value " - ".
           05 ws-hit-line-calls         pic zzzzz9.
           05 filler                    pic x(7)
                value " calls ".
           05 ws-hit-line-reason        pic x(32).
           05 filler                    pic x(77)
                value spaces.
      *
       01 ws-dup-hit-line.
      *
           stop run.
      *
      *the inquiry card names the operator - OPERATOR=nnnnnn, '*' in
      *column one is a comment. No usable operator number aborts;
      *there is nothing to cut a statement for
       020-load-inquiry-card.
           close inq-parm-file.
           if ws-inquiry-operator = spaces
               or ws-inquiry-operator not numeric
               display "A5CCINQ: NO USABLE OPERATOR=NNNNNN CARD ON "
                       "INQPARM - RUN ABORTED"
               move 16                  to return-code
               stop run
                   into ws-parm-keyword ws-parm-value
               end-unstring
               if ws-parm-keyword = "OPERATOR"
                   move ws-parm-value (1:6)
                       to ws-inquiry-operator
               end-if
           end-if.
               end-unstring
               evaluate ws-parm-keyword
                   when "THRESHOLD-LOW"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-low
                       end-if
                   when "THRESHOLD-HIGH"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-high
                       end-if
                   when "MAX-MONTHLY-CALLS"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-max-monthly-calls
                       end-if
                   when "MONTH-ORDER"
           write report-line from ws-ident-line.
           if not ws-on-master
               write report-line from ws-not-on-master-line
           else
               if opr-rec-terminated
                   move "TERMINATED"    to ws-lifecycle-line-status
               else
                   move "ACTIVE"        to ws-lifecycle-line-status
               end-if
               move opr-rec-hire-yyyymm to ws-lifecycle-line-hire
               move opr-rec-leave-yyyymm
                                        to ws-lifecycle-line-leave
               write report-line from ws-lifecycle-line
           end-if.
           write report-line from ws-blank-line.


       identification division.
       program-id. A5CCAHT.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *average handle time and occupancy report - puts how long the
      *calls took next to how many there were, so an operator
      *working long escalations is no longer read off the same
      *scale as one clearing password resets. For the report month,
      *per operator and per call type: the calls off the monthly
      *feed, the talk, hold and after-call-work seconds A5CCDLY
      *consolidated off the ACD into HTFILE, and the average handle
      *time (talk + hold + after-call work over calls, in seconds).
      *Against the operator's SCHEDHRS scheduled hours the handle
      *time gives the occupancy - the share of the scheduled time
      *spent on calls. Operators are listed by department with a
      *department line after each, then a department summary and a
      *company line
      *
      *an operator whose average handle time is more than
      *OUTLIER-PCT percent above or below the department's average
      *for the month (default 50) is flagged HIGH AHT or LOW AHT,
      *once the operator has MIN-CALLS calls in the month (default
      *20) - a handful of calls is no basis for a comparison.
      *Handle time with no calls behind it and calls with no handle
      *time are listed as exceptions, since one side of the feed is
      *missing something
      *
      *an operator's department in the month is resolved the way
      *the volumes report and the billing run do it - the latest
      *OPRHIST assignment effective on or before the month, falling
      *back to the master's department, "????" when there is none
      *
      *REPORT-MONTH=yyyymm on AHTPARM picks the month; without it
      *the report is for the latest month on the feed with calls.
      *Each site's stretch of HTFILE has to agree with its own TRL
      *trailer or the run stops RC 16. A month with no handle time
      *at all ends RC 4 - the report is then calls only
      *
       environment division.
       input-output section.
       file-control.
      *
      *the month's INFILE generation - calls per operator per month
           select emp-file
               assign to INFILE
               organization is sequential.
      *
      *handle time per operator per fiscal month per call type, as
      *A5CCDLY consolidated it - absent means no ACD feed at all
           select optional ht-file
               assign to HTFILE
               organization is sequential
               file status is ws-ht-file-status.
      *
           select optional hours-file
               assign to HRSFILE
               organization is sequential
               file status is ws-hours-file-status.
      *
           select opr-master-file
               assign to OPRMAST
               organization is indexed
               access mode is random
               record key is opr-rec-num
               file status is ws-opr-file-status.
      *
           select optional opr-history-file
               assign to OPRHIST
               organization is indexed
               access mode is dynamic
               record key is opr-hist-key
               file status is ws-hist-file-status.
      *
      *same runtime parameter card the monthly run reads - only
      *MONTH-ORDER and FISCAL-YEAR matter here
           select optional parm-file
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
           select optional aht-parm-file
               assign to AHTPARM
               organization is sequential
               file status is ws-aht-parm-file-status.
      *
           select report-file
               assign to AHTRPT
               organization is sequential.
      *
       data division.
       file section.
      *
       fd emp-file
           data record is emp-rec
           record contains 200 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(6).
           05 emp-rec-month-calls      occurs 12 times.
                10 emp-rec-calls-type  pic 9(5) occurs 3 times.
           05 emp-rec-site             pic x(3).
           05 filler                   pic x(11).
      *
       fd ht-file
           data record is ht-rec
           record contains 80 characters.
      *
       01 ht-rec.
           05 ht-rec-num               pic x(6).
           05 ht-rec-slot              pic 99.
           05 ht-rec-month             pic x(3).
           05 ht-rec-yyyymm            pic 9(6).
           05 ht-rec-type              pic x(1).
           05 ht-rec-talk              pic 9(8).
           05 ht-rec-hold              pic 9(8).
           05 ht-rec-acw               pic 9(8).
           05 ht-rec-site              pic x(3).
           05 filler                   pic x(35).
      *
       01 ht-trailer-rec redefines ht-rec.
           05 ht-trailer-marker        pic x(6).
           05 ht-trailer-record-count  pic 9(6).
           05 ht-trailer-hash-total    pic 9(12).
           05 ht-trailer-site          pic x(3).
           05 filler                   pic x(53).
      *
       fd hours-file
           data record is hrs-rec
           record contains 80 characters.
      *
       01 hrs-rec.
           05 hrs-rec-num              pic x(6).
           05 hrs-rec-yyyymm           pic x(6).
                05 hrs-rec-yyyymm-parts redefines hrs-rec-yyyymm.
                     10 hrs-rec-yyyy        pic 9(4).
                     10 hrs-rec-mm          pic 9(2).
           05 hrs-rec-hours            pic x(3).
                05 hrs-rec-hours-n redefines hrs-rec-hours
                                        pic 9(3).
           05 filler                   pic x(65).
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
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
       fd aht-parm-file
           data record is aht-parm-rec
           record contains 80 characters.
      *
       01 aht-parm-rec                 pic x(80).
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       01 ws-blank-line.
          05 filler                             pic x(132).
      *
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
           05 ws-month-names                    pic x(36)
                value "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
                05 ws-month-literals redefines
                   ws-month-names               pic x(3)
                                                occurs 12 times.
           05 ws-calendar-month-names           pic x(36)
                value "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
                05 ws-calendar-literals redefines
                   ws-calendar-month-names      pic x(3)
                                                occurs 12 times.
      *
       01 ws-parm-control.
           05 ws-parm-file-status       pic xx.
           05 ws-parm-eof-flag          pic x    value 'N'.
               88 ws-parm-end                    value 'Y'.
           05 ws-parm-error-flag        pic x    value 'N'.
               88 ws-parm-in-error               value 'Y'.
           05 ws-parm-keyword           pic x(20).
           05 ws-parm-value             pic x(59).
           05 ws-month-check-count      pic 99   value 0.
           05 ws-month-check-sub        pic 99   value 0.
      *
      *the report's own card - REPORT-MONTH, OUTLIER-PCT, MIN-CALLS
       01 ws-aht-parm-control.
           05 ws-aht-parm-file-status   pic xx.
           05 ws-aht-parm-eof-flag      pic x    value 'N'.
               88 ws-aht-parm-end                value 'Y'.
           05 ws-report-month           pic x(6) value spaces.
           05 ws-report-month-n redefines ws-report-month
                                        pic 9(6).
           05 ws-outlier-pct            pic 9(3) value 50.
           05 ws-min-calls              pic 9(5) value 20.
      *
       01 ws-fiscal-year                pic 9(4) value 0.
      *
       01 ws-fiscal-slots.
           05 ws-slot-cal               pic 99   occurs 12 times
                                                 value zeros.
           05 ws-slot-yyyymm            pic 9(6) occurs 12 times
                                                 value zeros.
           05 ws-slot-year              pic 9(4) value 0.
           05 ws-slot-calls             pic 9(9) occurs 12 times
                                                 value zeros.
      *
      *the fiscal slot being reported and the yyyymm it stands for
      *(zeros without a fiscal year)
       01 ws-report-slot-control.
           05 ws-report-slot            pic 99   value 0.
           05 ws-report-yyyymm          pic 9(6) value 0.
           05 ws-report-cal             pic 99   value 0.
      *
       01 ws-file-status-control.
           05 ws-ht-file-status         pic xx.
           05 ws-hours-file-status      pic xx.
           05 ws-opr-file-status        pic xx.
           05 ws-hist-file-status       pic xx.
      *
       01 ws-flags.
           05 ws-feed-eof-flag          pic x    value 'N'.
               88 ws-feed-end                    value 'Y'.
           05 ws-ht-eof-flag            pic x    value 'N'.
               88 ws-ht-end                      value 'Y'.
           05 ws-hours-eof-flag         pic x    value 'N'.
               88 ws-hours-end                   value 'Y'.
           05 ws-hist-eof-flag          pic x    value 'N'.
               88 ws-hist-end                    value 'Y'.
           05 ws-ht-present-flag        pic x    value 'N'.
               88 ws-ht-present                  value 'Y'.
      *
      *one site's stretch of HTFILE up to its trailer
       01 ws-ht-segment-control.
           05 ws-seg-records            pic 9(6)  value 0.
           05 ws-seg-hash               pic 9(12) value 0.
           05 ws-seg-failures           pic 99    value 0.
           05 ws-ht-trailers            pic 99    value 0.
      *
       01 ws-counters.
           05 ws-sub                    pic 99    value 0.
           05 ws-type-sub               pic 9     value 0.
           05 ws-feed-read              pic 9(6)  value 0.
           05 ws-feed-duplicates        pic 9(6)  value 0.
           05 ws-ht-read                pic 9(6)  value 0.
           05 ws-ht-applied             pic 9(6)  value 0.
           05 ws-hours-read             pic 9(6)  value 0.
           05 ws-hours-applied          pic 9(6)  value 0.
           05 ws-hours-skipped          pic 9(6)  value 0.
           05 ws-flagged-high           pic 9(5)  value 0.
           05 ws-flagged-low            pic 9(5)  value 0.
           05 ws-exception-count        pic 9(5)  value 0.
           05 ws-table-overflow         pic 9(6)  value 0.
      *
      *every operator the month touches - on the feed, in the
      *handle time or on the scheduled hours - with the month's
      *calls and seconds per call type
       01 ws-op-control.
           05 ws-op-sub                 pic 9(4)  value 0.
           05 ws-op-sub2                pic 9(4)  value 0.
           05 ws-op-idx                 pic 9(4)  value 0.
           05 ws-op-lookup-num          pic x(6)  value spaces.
       01 ws-op-table.
           05 ws-op-count               pic 9(4)  value 0.
           05 ws-op-entry               occurs 2000 times.
               10 ws-op-num             pic x(6).
               10 ws-op-name            pic x(12).
               10 ws-op-dept            pic x(4).
               10 ws-op-feed-flag       pic x.
                   88 ws-op-on-feed              value 'Y'.
               10 ws-op-hours           pic 9(5).
               10 ws-op-flag            pic x(8).
               10 ws-op-type            occurs 3 times.
                   15 ws-op-calls       pic 9(6).
                   15 ws-op-talk        pic 9(8).
                   15 ws-op-hold        pic 9(8).
                   15 ws-op-acw         pic 9(8).
      *
       01 ws-op-swap                    pic x(126).
      *
      *department totals, and the company's in the entry after the
      *last department
       01 ws-dept-control.
           05 ws-dept-sub               pic 999   value 0.
           05 ws-dept-idx               pic 999   value 0.
           05 ws-dept-lookup            pic x(4)  value spaces.
           05 ws-dept-overflow          pic 9(5)  value 0.
       01 ws-dept-table.
           05 ws-dept-count             pic 999   value 0.
           05 ws-dept-entry             occurs 101 times.
               10 ws-dept-code          pic x(4).
               10 ws-dept-ops           pic 9(5).
               10 ws-dept-hours         pic 9(8).
               10 ws-dept-type          occurs 3 times.
                   15 ws-dept-calls     pic 9(8).
                   15 ws-dept-seconds   pic 9(10).
       01 ws-company-idx                pic 999   value 101.
      *
      *one operator's or department's figures worked out for a line
       01 ws-calc-work.
           05 ws-calc-calls             pic 9(8)  value 0.
           05 ws-calc-seconds           pic 9(10) value 0.
           05 ws-calc-aht               pic 9(5)  value 0.
           05 ws-calc-all-calls         pic 9(8)  value 0.
           05 ws-calc-all-seconds       pic 9(10) value 0.
           05 ws-calc-all-aht           pic 9(5)  value 0.
           05 ws-calc-hours             pic 9(8)  value 0.
           05 ws-calc-occupancy         pic 9(4)v9 value 0.
           05 ws-calc-handle-hours      pic 9(7)v9 value 0.
           05 ws-norm-aht               pic 9(5)  value 0.
           05 ws-norm-high              pic 9(7)  value 0.
           05 ws-norm-low               pic s9(7) value 0.
           05 ws-prev-dept              pic x(4)  value spaces.
      *
       01 ws-hist-table.
           05 ws-hist-count             pic 99   value 0.
           05 ws-hist-sub               pic 99   value 0.
           05 ws-hist-best              pic 99   value 0.
           05 ws-hist-entry             occurs 50 times.
               10 ws-hist-eff-yyyymm    pic 9(6).
               10 ws-hist-dept          pic x(4).
      *
       01 ws-type-labels                pic x(24)
            value "Inbound OutboundTransfer".
       01 ws-type-label-table redefines ws-type-labels.
           05 ws-type-label             pic x(8) occurs 3 times.
       01 ws-type-codes                 pic x(3) value "IOT".
       01 ws-type-code-table redefines ws-type-codes.
           05 ws-type-code              pic x    occurs 3 times.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(44)
               value 'A5CCAHT  Average Handle Time and Occupancy  '.
           05 filler                   pic x(27)
               value spaces.
           05 ws-heading-date          pic 9(6).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-month-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(14)
               value 'Report month: '.
           05 ws-month-line-name       pic x(3).
           05 filler                   pic x(1)  value spaces.
           05 ws-month-line-yyyymm     pic x(6).
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(14)
               value 'Outlier band: '.
           05 ws-month-line-pct        pic zz9.
           05 filler                   pic x(14)
               value '%  Min calls: '.
           05 ws-month-line-min        pic zzzz9.
           05 filler                   pic x(66) value spaces.
      *
       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-line-text     pic x(60).
           05 filler                   pic x(70) value spaces.
      *
      *AHT is in seconds; handle and scheduled time in hours
       01 ws-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Oper'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(14) value ' In calls  AHT'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(14) value 'Out calls  AHT'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(14) value 'Xfr calls  AHT'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(14) value 'All calls  AHT'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(9)  value ' Hndl hrs'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Schd hrs'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value ' Occ %'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Flag'.
           05 filler                   pic x(3)  value spaces.
      *
       01 ws-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-num               pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-det-name              pic x(12).
           05 filler                   pic x(1)  value spaces.
           05 ws-det-dept              pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-det-type              occurs 3 times.
               10 ws-det-calls         pic zzzzzzz9.
               10 filler               pic x(1)  value spaces.
               10 ws-det-aht           pic zzzz9.
               10 ws-det-aht-x redefines ws-det-aht
                                        pic x(5).
               10 filler               pic x(2)  value spaces.
           05 ws-det-all-calls         pic zzzzzzz9.
           05 filler                   pic x(1)  value spaces.
           05 ws-det-all-aht           pic zzzz9.
           05 ws-det-all-aht-x redefines ws-det-all-aht
                                        pic x(5).
           05 filler                   pic x(2)  value spaces.
           05 ws-det-handle-hours      pic zzzzzz9.9.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-hours             pic zzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-occupancy         pic zzz9.9.
           05 ws-det-occupancy-x redefines ws-det-occupancy
                                        pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-det-flag              pic x(8).
           05 filler                   pic x(3)  value spaces.
      *
       01 ws-exception-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Oper'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Type'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(40) value 'Exception'.
           05 filler                   pic x(54) value spaces.
      *
       01 ws-exception-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-exc-num               pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-exc-name              pic x(12).
           05 filler                   pic x(1)  value spaces.
           05 ws-exc-dept              pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-exc-type              pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-exc-text              pic x(40).
           05 filler                   pic x(54) value spaces.
      *
       01 ws-notice-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-notice-line-text      pic x(70).
           05 filler                   pic x(60) value spaces.
      *
       01 ws-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-total-line-label      pic x(33).
           05 ws-total-line-count      pic zzzzzzzzzzz9.
           05 filler                   pic x(85) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 020-load-parameters.
      *
           accept ws-heading-date from date.
           accept ws-heading-time from time.
      *
           perform 100-scan-feed-months.
           perform 050-resolve-report-month.
      *
           perform 150-load-calls.
           perform 200-load-handle-time.
           perform 250-load-hours.
      *
           open input  opr-master-file
                       opr-history-file.
           if ws-opr-file-status not = "00"
               display "A5CCAHT: OPRMAST OPEN FAILED - STATUS "
                       ws-opr-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform 300-resolve-operator
               varying ws-op-sub from 1 by 1
               until ws-op-sub > ws-op-count.
           close opr-master-file
                 opr-history-file.
      *
           perform 350-sort-operators.
           perform 400-accumulate-departments.
           perform 450-flag-outliers.
      *
           open output report-file.
           perform 490-print-headings.
           perform 500-print-operator-section.
           perform 600-print-department-section.
           perform 650-print-exceptions.
           perform 700-print-totals.
           close report-file.
      *
      *a month with no handle time at all is a calls-only report -
      *worth a look before anyone reads the AHT columns
           if ws-ht-applied = 0
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *same card the monthly run reads - only the month order and
      *fiscal year apply here, other keywords are passed over
       020-load-parameters.
           open input parm-file.
           if ws-parm-file-status = "00"
               perform until ws-parm-end
                   read parm-file
                       at end
                           move 'Y'     to ws-parm-eof-flag
                       not at end
                           perform 025-apply-parameter
                   end-read
               end-perform
           end-if.
           close parm-file.
      *
           perform 030-validate-month-order.
           perform 040-load-aht-card.
           if ws-parm-in-error
               display "A5CCAHT: INVALID PARAMETER CARD - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           perform 035-derive-fiscal-slots.
      *
       025-apply-parameter.
           if parm-rec = spaces
               or parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate ws-parm-keyword
                   when "MONTH-ORDER"
                       move ws-parm-value (1:36)
                           to ws-month-names
                   when "FISCAL-YEAR"
                       if ws-parm-value (1:4) numeric
                           move ws-parm-value (1:4)
                               to ws-fiscal-year
                       else
                           move 'Y'     to ws-parm-error-flag
                           display "A5CCAHT: BAD PARAMETER LINE: "
                                   parm-rec
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.
      *
       030-validate-month-order.
           perform varying ws-month-check-sub from 1 by 1
                until ws-month-check-sub > ws-number-of-months
               move 0                   to ws-month-check-count
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-month-literals (ws-sub) =
                       ws-calendar-literals (ws-month-check-sub)
                       add 1            to ws-month-check-count
                   end-if
               end-perform
               if ws-month-check-count not = 1
                   move 'Y'             to ws-parm-error-flag
                   display "A5CCAHT: MONTH-ORDER IS NOT A "
                           "PERMUTATION OF THE TWELVE MONTHS: "
                           ws-month-names
               end-if
           end-perform.
      *
      *calendar month number per slot always; yyyymm per slot only
      *when a fiscal year was given
       035-derive-fiscal-slots.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               perform varying ws-month-check-sub from 1 by 1
                    until ws-month-check-sub > ws-number-of-months
                   if ws-month-literals (ws-sub) =
                       ws-calendar-literals (ws-month-check-sub)
                       move ws-month-check-sub
                           to ws-slot-cal (ws-sub)
                   end-if
               end-perform
           end-perform.
           if ws-fiscal-year > 0
               move ws-fiscal-year      to ws-slot-year
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-sub > 1
                       and ws-slot-cal (ws-sub)
                           < ws-slot-cal (ws-sub - 1)
                       add 1            to ws-slot-year
                   end-if
                   move ws-slot-year    to ws-slot-yyyymm (ws-sub)
                   multiply 100         by ws-slot-yyyymm (ws-sub)
                   add ws-slot-cal (ws-sub)
                                        to ws-slot-yyyymm (ws-sub)
               end-perform
           end-if.
      *
      *the report's own card - REPORT-MONTH=yyyymm, OUTLIER-PCT=nnn
      *and MIN-CALLS=nnnnn, '*' in column one is a comment
       040-load-aht-card.
           open input aht-parm-file.
           if ws-aht-parm-file-status = "00"
               perform until ws-aht-parm-end
                   read aht-parm-file
                       at end
                           move 'Y'     to ws-aht-parm-eof-flag
                       not at end
                           perform 045-apply-aht-line
                   end-read
               end-perform
           end-if.
           close aht-parm-file.
      *
       045-apply-aht-line.
           if aht-parm-rec = spaces
               or aht-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring aht-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate true
                   when ws-parm-keyword = "REPORT-MONTH"
                        and ws-parm-value (1:6) numeric
                        and ws-parm-value (5:2) > "00"
                        and ws-parm-value (5:2) < "13"
                       move ws-parm-value (1:6)
                                        to ws-report-month
                   when ws-parm-keyword = "OUTLIER-PCT"
                        and ws-parm-value (1:3) numeric
                       move ws-parm-value (1:3)
                                        to ws-outlier-pct
                   when ws-parm-keyword = "MIN-CALLS"
                        and ws-parm-value (1:5) numeric
                       move ws-parm-value (1:5)
                                        to ws-min-calls
                   when other
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCAHT: BAD AHTPARM LINE: "
                               aht-parm-rec
               end-evaluate
           end-if.
      *
      *the slot being reported - the card's month matched on the
      *full yyyymm under a fiscal year, on its calendar month
      *without one; no card means the latest slot with calls
       050-resolve-report-month.
           move 0                       to ws-report-slot.
           if ws-report-month not = spaces
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-fiscal-year > 0
                       if ws-slot-yyyymm (ws-sub) = ws-report-month-n
                           move ws-sub  to ws-report-slot
                       end-if
                   else
                       if ws-slot-cal (ws-sub)
                           = ws-report-month (5:2)
                           move ws-sub  to ws-report-slot
                       end-if
                   end-if
               end-perform
               if ws-report-slot = 0
                   display "A5CCAHT: REPORT-MONTH " ws-report-month
                           " IS NOT IN THE FISCAL YEAR - RUN ABORTED"
                   move 16              to return-code
                   stop run
               end-if
           else
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-slot-calls (ws-sub) > 0
                       move ws-sub      to ws-report-slot
                   end-if
               end-perform
               if ws-report-slot = 0
                   display "A5CCAHT: INFILE CARRIES NO CALLS - "
                           "RUN ABORTED"
                   move 16              to return-code
                   stop run
               end-if
           end-if.
           move ws-slot-yyyymm (ws-report-slot) to ws-report-yyyymm.
           move ws-slot-cal (ws-report-slot)    to ws-report-cal.
           if ws-report-yyyymm = 0
               and ws-report-month not = spaces
               move ws-report-month-n   to ws-report-yyyymm
           end-if.
      *
      *first pass over the feed - which months carry calls at all,
      *so the default report month is the latest of them
       100-scan-feed-months.
           open input emp-file.
           perform until ws-feed-end
               read emp-file
                   at end
                       move 'Y'         to ws-feed-eof-flag
                   not at end
                       if emp-rec-num not = ws-trailer-marker-value
                           perform 105-sum-feed-months
                       end-if
               end-read
           end-perform.
           close emp-file.
      *
       105-sum-feed-months.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   if emp-rec-calls-type (ws-sub, ws-type-sub)
                       numeric
                       add emp-rec-calls-type (ws-sub, ws-type-sub)
                           to ws-slot-calls (ws-sub)
                   end-if
               end-perform
           end-perform.
      *
      *the report month's calls per operator per call type - a
      *repeat of an operator already taken is the duplicate the
      *monthly run drops, and is dropped here the same way
       150-load-calls.
           move 'N'                     to ws-feed-eof-flag.
           open input emp-file.
           perform until ws-feed-end
               read emp-file
                   at end
                       move 'Y'         to ws-feed-eof-flag
                   not at end
                       if emp-rec-num not = ws-trailer-marker-value
                           add 1        to ws-feed-read
                           perform 155-apply-feed-record
                       end-if
               end-read
           end-perform.
           close emp-file.
      *
       155-apply-feed-record.
           move emp-rec-num             to ws-op-lookup-num.
           perform 800-find-or-add-operator.
           evaluate true
               when ws-op-idx = 0
                   continue
               when ws-op-on-feed (ws-op-idx)
                   add 1                to ws-feed-duplicates
               when other
                   move 'Y'             to ws-op-feed-flag (ws-op-idx)
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       if emp-rec-calls-type
                           (ws-report-slot, ws-type-sub) numeric
                           move emp-rec-calls-type
                                (ws-report-slot, ws-type-sub)
                               to ws-op-calls (ws-op-idx, ws-type-sub)
                       end-if
                   end-perform
           end-evaluate.
      *
      *the month's handle time - every site's stretch of the file
      *counted and hashed against its own trailer on the way
       200-load-handle-time.
           open input ht-file.
           if ws-ht-file-status = "00"
               move 'Y'                 to ws-ht-present-flag
               perform until ws-ht-end
                   read ht-file
                       at end
                           move 'Y'     to ws-ht-eof-flag
                       not at end
                           perform 210-apply-ht-record
                   end-read
               end-perform
           end-if.
           close ht-file.
           if ws-seg-records > 0
               display "A5CCAHT: " ws-seg-records
                       " HTFILE RECORDS FOLLOW THE LAST TRL TRAILER"
               add 1                    to ws-seg-failures
           end-if.
           if ws-seg-failures > 0
               display "A5CCAHT: HTFILE DOES NOT RECONCILE TO ITS "
                       "TRL TRAILERS - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       210-apply-ht-record.
           if ht-rec-num = ws-trailer-marker-value
               add 1                    to ws-ht-trailers
               if ws-seg-records not = ht-trailer-record-count
                   or ws-seg-hash not = ht-trailer-hash-total
                   add 1                to ws-seg-failures
                   display "A5CCAHT: SITE '" ht-trailer-site
                           "' HTFILE RECORDS " ws-seg-records
                           " TRAILER " ht-trailer-record-count
                           " HASH " ws-seg-hash
                           " TRAILER " ht-trailer-hash-total
               end-if
               move 0                   to ws-seg-records
                                           ws-seg-hash
           else
               add 1                    to ws-ht-read
                                           ws-seg-records
               add ht-rec-talk ht-rec-hold ht-rec-acw
                   to ws-seg-hash
               if ht-rec-slot = ws-report-slot
                   perform 215-find-ht-type
                   if ws-type-sub > 0
                       move ht-rec-num  to ws-op-lookup-num
                       perform 800-find-or-add-operator
                       if ws-op-idx > 0
                           add ht-rec-talk
                               to ws-op-talk (ws-op-idx, ws-type-sub)
                           add ht-rec-hold
                               to ws-op-hold (ws-op-idx, ws-type-sub)
                           add ht-rec-acw
                               to ws-op-acw (ws-op-idx, ws-type-sub)
                           add 1        to ws-ht-applied
                       end-if
                   end-if
               end-if
           end-if.
      *
       215-find-ht-type.
           move 0                       to ws-type-sub.
           perform varying ws-sub from 1 by 1
                until ws-sub > 3
               if ws-type-code (ws-sub) = ht-rec-type
                   move ws-sub          to ws-type-sub
               end-if
           end-perform.
      *
      *the report month's scheduled hours - a record that is
      *malformed or for another month is passed over and counted
       250-load-hours.
           open input hours-file.
           if ws-hours-file-status = "00"
               perform until ws-hours-end
                   read hours-file
                       at end
                           move 'Y'     to ws-hours-eof-flag
                       not at end
                           add 1        to ws-hours-read
                           perform 255-apply-hours-record
                   end-read
               end-perform
           end-if.
           close hours-file.
      *
       255-apply-hours-record.
           evaluate true
               when hrs-rec-num not numeric
                 or hrs-rec-yyyymm not numeric
                 or hrs-rec-hours not numeric
                   add 1                to ws-hours-skipped
               when ws-fiscal-year > 0
                and hrs-rec-yyyymm not = ws-report-yyyymm
                   continue
               when ws-fiscal-year = 0
                and hrs-rec-mm not = ws-report-cal
                   continue
               when other
                   move hrs-rec-num     to ws-op-lookup-num
                   perform 800-find-or-add-operator
                   if ws-op-idx > 0
                       add hrs-rec-hours-n
                                        to ws-op-hours (ws-op-idx)
                       add 1            to ws-hours-applied
                   end-if
           end-evaluate.
      *
      *name off the master and the department the operator was in
      *for the report month
       300-resolve-operator.
           move "UNKNOWN"              to ws-op-name (ws-op-sub).
           move spaces                 to ws-op-dept (ws-op-sub).
           move ws-op-num (ws-op-sub)  to opr-rec-num.
           read opr-master-file
                key is opr-rec-num
                invalid key
                   continue
                not invalid key
                   move opr-rec-name   to ws-op-name (ws-op-sub)
                   move opr-rec-dept   to ws-op-dept (ws-op-sub)
           end-read.
           if ws-report-yyyymm > 0
               perform 310-resolve-history-dept
           end-if.
           if ws-op-dept (ws-op-sub) = spaces
               move "????"             to ws-op-dept (ws-op-sub)
           end-if.
      *
      *the latest OPRHIST assignment effective on or before the
      *report month, if there is one
       310-resolve-history-dept.
           move 0                       to ws-hist-count.
           move 'N'                     to ws-hist-eof-flag.
           move ws-op-num (ws-op-sub)  to opr-hist-num.
           move zeros                   to opr-hist-eff-yyyymm.
           start opr-history-file
               key is not less than opr-hist-key
               invalid key
                   move 'Y'             to ws-hist-eof-flag
           end-start.
           if ws-hist-file-status not = "00"
               move 'Y'                 to ws-hist-eof-flag
           end-if.
           perform until ws-hist-end
               read opr-history-file next record
                   at end
                       move 'Y'         to ws-hist-eof-flag
                   not at end
                       if opr-hist-num not = ws-op-num (ws-op-sub)
                           move 'Y'     to ws-hist-eof-flag
                       else
                           if ws-hist-count < 50
                               add 1    to ws-hist-count
                               move opr-hist-eff-yyyymm
                                   to ws-hist-eff-yyyymm
                                       (ws-hist-count)
                               move opr-hist-dept
                                   to ws-hist-dept (ws-hist-count)
                           end-if
                       end-if
               end-read
               if ws-hist-file-status not = "00"
                   move 'Y'             to ws-hist-eof-flag
               end-if
           end-perform.
           move 0                       to ws-hist-best.
           perform varying ws-hist-sub from 1 by 1
                until ws-hist-sub > ws-hist-count
               if ws-hist-eff-yyyymm (ws-hist-sub)
                   not > ws-report-yyyymm
                   if ws-hist-best = 0
                       or ws-hist-eff-yyyymm (ws-hist-sub)
                          not < ws-hist-eff-yyyymm (ws-hist-best)
                       move ws-hist-sub to ws-hist-best
                   end-if
               end-if
           end-perform.
           if ws-hist-best > 0
               move ws-hist-dept (ws-hist-best)
                                        to ws-op-dept (ws-op-sub)
           end-if.
      *
      *department, then operator number
       350-sort-operators.
           perform varying ws-op-sub from 1 by 1
                until ws-op-sub not < ws-op-count
               perform varying ws-op-sub2 from ws-op-sub by 1
                    until ws-op-sub2 > ws-op-count
                   if ws-op-dept (ws-op-sub2) < ws-op-dept (ws-op-sub)
                       or (ws-op-dept (ws-op-sub2)
                               = ws-op-dept (ws-op-sub)
                           and ws-op-num (ws-op-sub2)
                               < ws-op-num (ws-op-sub))
                       move ws-op-entry (ws-op-sub)
                                        to ws-op-swap
                       move ws-op-entry (ws-op-sub2)
                           to ws-op-entry (ws-op-sub)
                       move ws-op-swap
                           to ws-op-entry (ws-op-sub2)
                   end-if
               end-perform
           end-perform.
      *
      *each operator into the department's totals and the company's
       400-accumulate-departments.
           move ws-company-idx          to ws-dept-idx.
           perform 860-clear-department.
           move "ALL "                  to ws-dept-code (ws-dept-idx).
           perform varying ws-op-sub from 1 by 1
                until ws-op-sub > ws-op-count
               move ws-op-dept (ws-op-sub) to ws-dept-lookup
               perform 850-find-or-add-department
               if ws-dept-idx > 0
                   perform 410-add-operator-to-dept
               end-if
               move ws-company-idx      to ws-dept-idx
               perform 410-add-operator-to-dept
           end-perform.
      *
       410-add-operator-to-dept.
           add 1                        to ws-dept-ops (ws-dept-idx).
           add ws-op-hours (ws-op-sub)  to ws-dept-hours (ws-dept-idx).
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               add ws-op-calls (ws-op-sub, ws-type-sub)
                   to ws-dept-calls (ws-dept-idx, ws-type-sub)
               add ws-op-talk (ws-op-sub, ws-type-sub)
                   ws-op-hold (ws-op-sub, ws-type-sub)
                   ws-op-acw (ws-op-sub, ws-type-sub)
                   to ws-dept-seconds (ws-dept-idx, ws-type-sub)
           end-perform.
      *
      *an operator far off the department's average handle time is
      *flagged - only once there are enough calls to judge by, and
      *only where the department has an average at all
       450-flag-outliers.
           perform varying ws-op-sub from 1 by 1
                until ws-op-sub > ws-op-count
               move spaces              to ws-op-flag (ws-op-sub)
               move ws-op-dept (ws-op-sub) to ws-dept-lookup
               perform 855-find-department
               if ws-dept-idx > 0
                   perform 920-compute-dept-aht
                   move ws-calc-all-aht to ws-norm-aht
                   perform 910-compute-operator-aht
                   if ws-norm-aht > 0
                       and ws-calc-all-seconds > 0
                       and ws-calc-all-calls not < ws-min-calls
                       compute ws-norm-high rounded =
                           ws-norm-aht * (100 + ws-outlier-pct) / 100
                       compute ws-norm-low rounded =
                           ws-norm-aht * (100 - ws-outlier-pct) / 100
                       evaluate true
                           when ws-calc-all-aht > ws-norm-high
                               move "HIGH AHT"
                                        to ws-op-flag (ws-op-sub)
                               add 1    to ws-flagged-high
                           when ws-calc-all-aht < ws-norm-low
                               move "LOW AHT"
                                        to ws-op-flag (ws-op-sub)
                               add 1    to ws-flagged-low
                           when other
                               continue
                       end-evaluate
                   end-if
               end-if
           end-perform.
      *
       490-print-headings.
           write report-line from ws-heading-line.
           write report-line from ws-blank-line.
           move ws-month-literals (ws-report-slot)
                                        to ws-month-line-name.
           if ws-report-yyyymm > 0
               move ws-report-yyyymm   to ws-month-line-yyyymm
           else
               move spaces             to ws-month-line-yyyymm
           end-if.
           move ws-outlier-pct         to ws-month-line-pct.
           move ws-min-calls           to ws-month-line-min.
           write report-line from ws-month-line.
           if not ws-ht-present
               write report-line from ws-blank-line
               move "*** NO HTFILE - CALLS ONLY, NO HANDLE TIME ***"
                                        to ws-notice-line-text
               write report-line from ws-notice-line
           end-if.
      *
      *every operator, grouped by department with the department's
      *line after its last operator
       500-print-operator-section.
           write report-line from ws-blank-line.
           move 'Average handle time by operator:'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-column-heading.
           write report-line from ws-blank-line.
           move spaces                  to ws-prev-dept.
           perform varying ws-op-sub from 1 by 1
                until ws-op-sub > ws-op-count
               if ws-op-sub > 1
                   and ws-op-dept (ws-op-sub) not = ws-prev-dept
                   perform 520-print-dept-break
               end-if
               move ws-op-dept (ws-op-sub) to ws-prev-dept
               perform 510-print-operator-line
           end-perform.
           if ws-op-count > 0
               perform 520-print-dept-break
           end-if.
      *
       510-print-operator-line.
           perform 910-compute-operator-aht.
           move ws-op-num (ws-op-sub)  to ws-det-num.
           move ws-op-name (ws-op-sub) to ws-det-name.
           move ws-op-dept (ws-op-sub) to ws-det-dept.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ws-op-calls (ws-op-sub, ws-type-sub)
                                        to ws-calc-calls
               compute ws-calc-seconds =
                   ws-op-talk (ws-op-sub, ws-type-sub)
                 + ws-op-hold (ws-op-sub, ws-type-sub)
                 + ws-op-acw (ws-op-sub, ws-type-sub)
               perform 930-edit-type-columns
           end-perform.
           move ws-op-hours (ws-op-sub) to ws-calc-hours.
           move ws-op-flag (ws-op-sub) to ws-det-flag.
           perform 940-edit-total-columns.
           write report-line from ws-detail-line.
      *
       520-print-dept-break.
           move ws-prev-dept            to ws-dept-lookup.
           perform 855-find-department.
           if ws-dept-idx > 0
               move spaces              to ws-det-num
               move "Dept total"        to ws-det-name
               move ws-prev-dept        to ws-det-dept
               perform 950-edit-dept-line
               write report-line from ws-detail-line
           end-if.
           write report-line from ws-blank-line.
      *
      *the departments one line each, then the company
       600-print-department-section.
           write report-line from ws-blank-line.
           move 'Average handle time by department:'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-column-heading.
           write report-line from ws-blank-line.
           perform varying ws-dept-sub from 1 by 1
                until ws-dept-sub > ws-dept-count
               move ws-dept-sub         to ws-dept-idx
               move ws-dept-ops (ws-dept-idx) to ws-det-num
               move "operators"         to ws-det-name
               move ws-dept-code (ws-dept-idx) to ws-det-dept
               perform 950-edit-dept-line
               write report-line from ws-detail-line
           end-perform.
           write report-line from ws-blank-line.
           move ws-company-idx          to ws-dept-idx.
           move ws-dept-ops (ws-dept-idx) to ws-det-num.
           move "Company"               to ws-det-name.
           move "ALL "                  to ws-det-dept.
           perform 950-edit-dept-line.
           write report-line from ws-detail-line.
      *
      *one side of the feed with nothing on the other - handle time
      *with no calls for it, or (with an ACD feed at all) calls with
      *no handle time
       650-print-exceptions.
           write report-line from ws-blank-line.
           move 'Handle-time exceptions:'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-exception-heading.
           write report-line from ws-blank-line.
           perform varying ws-op-sub from 1 by 1
                until ws-op-sub > ws-op-count
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   perform 660-check-operator-type
               end-perform
               perform 670-check-operator-hours
           end-perform.
           if ws-exception-count = 0
               move 'No exceptions for the month.'
                                        to ws-notice-line-text
               write report-line from ws-notice-line
           end-if.
      *
       660-check-operator-type.
           compute ws-calc-seconds =
               ws-op-talk (ws-op-sub, ws-type-sub)
             + ws-op-hold (ws-op-sub, ws-type-sub)
             + ws-op-acw (ws-op-sub, ws-type-sub).
           move spaces                  to ws-exc-text.
           evaluate true
               when ws-calc-seconds > 0
                and ws-op-calls (ws-op-sub, ws-type-sub) = 0
                   move "HANDLE TIME BUT NO CALLS ON THE FEED"
                                        to ws-exc-text
               when ws-calc-seconds = 0
                and ws-op-calls (ws-op-sub, ws-type-sub) > 0
                and ws-ht-applied > 0
                   move "CALLS BUT NO HANDLE TIME FROM THE ACD"
                                        to ws-exc-text
               when other
                   continue
           end-evaluate.
           if ws-exc-text not = spaces
               add 1                    to ws-exception-count
               move ws-op-num (ws-op-sub)  to ws-exc-num
               move ws-op-name (ws-op-sub) to ws-exc-name
               move ws-op-dept (ws-op-sub) to ws-exc-dept
               move ws-type-label (ws-type-sub) to ws-exc-type
               write report-line from ws-exception-line
           end-if.
      *
      *handle time against the scheduled hours - none scheduled, or
      *more time on calls than the operator was scheduled for
       670-check-operator-hours.
           perform 910-compute-operator-aht.
           move spaces                  to ws-exc-text.
           if ws-calc-all-seconds > 0
               if ws-op-hours (ws-op-sub) = 0
                   move "HANDLE TIME BUT NO SCHEDULED HOURS"
                                        to ws-exc-text
               else
                   if ws-calc-all-seconds
                       > ws-op-hours (ws-op-sub) * 3600
                       move "OCCUPANCY OVER 100 PERCENT"
                                        to ws-exc-text
                   end-if
               end-if
           end-if.
           if ws-exc-text not = spaces
               add 1                    to ws-exception-count
               move ws-op-num (ws-op-sub)  to ws-exc-num
               move ws-op-name (ws-op-sub) to ws-exc-name
               move ws-op-dept (ws-op-sub) to ws-exc-dept
               move "All"               to ws-exc-type
               write report-line from ws-exception-line
           end-if.
      *
       700-print-totals.
           write report-line from ws-blank-line.
           move 'Feed records read:'   to ws-total-line-label.
           move ws-feed-read           to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Duplicate feed records dropped:'
                                        to ws-total-line-label.
           move ws-feed-duplicates     to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Handle-time records read:'
                                        to ws-total-line-label.
           move ws-ht-read             to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Handle-time records for month:'
                                        to ws-total-line-label.
           move ws-ht-applied          to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Handle-time site trailers:'
                                        to ws-total-line-label.
           move ws-ht-trailers         to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Scheduled-hours records read:'
                                        to ws-total-line-label.
           move ws-hours-read          to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Scheduled-hours records for month:'
                                        to ws-total-line-label.
           move ws-hours-applied       to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Scheduled-hours records skipped:'
                                        to ws-total-line-label.
           move ws-hours-skipped       to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Operators reported:'  to ws-total-line-label.
           move ws-op-count            to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Operators flagged HIGH AHT:'
                                        to ws-total-line-label.
           move ws-flagged-high        to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Operators flagged LOW AHT:'
                                        to ws-total-line-label.
           move ws-flagged-low         to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Handle-time exceptions:'
                                        to ws-total-line-label.
           move ws-exception-count     to ws-total-line-count.
           write report-line from ws-total-line.
           if ws-table-overflow > 0
               move 'Operators past the 2000 table:'
                                        to ws-total-line-label
               move ws-table-overflow  to ws-total-line-count
               write report-line from ws-total-line
           end-if.
           if ws-dept-overflow > 0
               move 'Operators past the 100 depts:'
                                        to ws-total-line-label
               move ws-dept-overflow   to ws-total-line-count
               write report-line from ws-total-line
           end-if.
      *
      *the operator's entry, added the first time the operator
      *turns up - a full table leaves ws-op-idx at 0
       800-find-or-add-operator.
           move 0                       to ws-op-idx.
           perform varying ws-op-sub2 from 1 by 1
                until ws-op-sub2 > ws-op-count
                   or ws-op-idx > 0
               if ws-op-num (ws-op-sub2) = ws-op-lookup-num
                   move ws-op-sub2      to ws-op-idx
               end-if
           end-perform.
           if ws-op-idx = 0
               if ws-op-count < 2000
                   add 1                to ws-op-count
                   move ws-op-count     to ws-op-idx
                   move ws-op-lookup-num
                                        to ws-op-num (ws-op-idx)
                   move spaces          to ws-op-name (ws-op-idx)
                                           ws-op-dept (ws-op-idx)
                                           ws-op-flag (ws-op-idx)
                   move 'N'             to ws-op-feed-flag (ws-op-idx)
                   move 0               to ws-op-hours (ws-op-idx)
                   perform varying ws-sub from 1 by 1
                        until ws-sub > 3
                       move 0
                         to ws-op-calls (ws-op-idx, ws-sub)
                            ws-op-talk (ws-op-idx, ws-sub)
                            ws-op-hold (ws-op-idx, ws-sub)
                            ws-op-acw (ws-op-idx, ws-sub)
                   end-perform
               else
                   add 1                to ws-table-overflow
               end-if
           end-if.
      *
       850-find-or-add-department.
           perform 855-find-department.
           if ws-dept-idx = 0
               if ws-dept-count < 100
                   add 1                to ws-dept-count
                   move ws-dept-count   to ws-dept-idx
                   perform 860-clear-department
                   move ws-dept-lookup  to ws-dept-code (ws-dept-idx)
               else
                   add 1                to ws-dept-overflow
               end-if
           end-if.
      *
       855-find-department.
           move 0                       to ws-dept-idx.
           perform varying ws-dept-sub from 1 by 1
                until ws-dept-sub > ws-dept-count
               if ws-dept-code (ws-dept-sub) = ws-dept-lookup
                   move ws-dept-sub     to ws-dept-idx
               end-if
           end-perform.
      *
       860-clear-department.
           move 0                       to ws-dept-ops (ws-dept-idx)
                                           ws-dept-hours (ws-dept-idx).
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move 0
                 to ws-dept-calls (ws-dept-idx, ws-type-sub)
                    ws-dept-seconds (ws-dept-idx, ws-type-sub)
           end-perform.
      *
      *the operator's calls and seconds across the three call types
      *and the average handle time over them
       910-compute-operator-aht.
           move 0                       to ws-calc-all-calls
                                           ws-calc-all-seconds.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               add ws-op-calls (ws-op-sub, ws-type-sub)
                   to ws-calc-all-calls
               add ws-op-talk (ws-op-sub, ws-type-sub)
                   ws-op-hold (ws-op-sub, ws-type-sub)
                   ws-op-acw (ws-op-sub, ws-type-sub)
                   to ws-calc-all-seconds
           end-perform.
           move 0                       to ws-calc-all-aht.
           if ws-calc-all-calls > 0
               compute ws-calc-all-aht rounded =
                   ws-calc-all-seconds / ws-calc-all-calls
           end-if.
      *
      *the same across the department at ws-dept-idx
       920-compute-dept-aht.
           move 0                       to ws-calc-all-calls
                                           ws-calc-all-seconds.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               add ws-dept-calls (ws-dept-idx, ws-type-sub)
                   to ws-calc-all-calls
               add ws-dept-seconds (ws-dept-idx, ws-type-sub)
                   to ws-calc-all-seconds
           end-perform.
           move 0                       to ws-calc-all-aht.
           if ws-calc-all-calls > 0
               compute ws-calc-all-aht rounded =
                   ws-calc-all-seconds / ws-calc-all-calls
           end-if.
      *
      *one call type's calls and AHT onto the line - the AHT is
      *left blank where there were no calls to divide by
       930-edit-type-columns.
           move ws-calc-calls          to ws-det-calls (ws-type-sub).
           if ws-calc-calls > 0
               compute ws-calc-aht rounded =
                   ws-calc-seconds / ws-calc-calls
               move ws-calc-aht        to ws-det-aht (ws-type-sub)
           else
               move spaces             to ws-det-aht-x (ws-type-sub)
           end-if.
      *
      *the all-types columns, handle and scheduled hours and the
      *occupancy - left blank without scheduled hours to measure it
      *against
       940-edit-total-columns.
           move ws-calc-all-calls      to ws-det-all-calls.
           if ws-calc-all-calls > 0
               move ws-calc-all-aht    to ws-det-all-aht
           else
               move spaces             to ws-det-all-aht-x
           end-if.
           compute ws-calc-handle-hours rounded =
               ws-calc-all-seconds / 3600.
           move ws-calc-handle-hours   to ws-det-handle-hours.
           move ws-calc-hours          to ws-det-hours.
           if ws-calc-hours > 0
               compute ws-calc-occupancy rounded =
                   ws-calc-all-seconds / (ws-calc-hours * 36)
               move ws-calc-occupancy  to ws-det-occupancy
           else
               move spaces             to ws-det-occupancy-x
           end-if.
      *
      *a department's (or the company's) line off its totals
       950-edit-dept-line.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ws-dept-calls (ws-dept-idx, ws-type-sub)
                                        to ws-calc-calls
               move ws-dept-seconds (ws-dept-idx, ws-type-sub)
                                        to ws-calc-seconds
               perform 930-edit-type-columns
           end-perform.
           perform 920-compute-dept-aht.
           move ws-dept-hours (ws-dept-idx) to ws-calc-hours.
           move spaces                  to ws-det-flag.
           perform 940-edit-total-columns.
      *
       end program A5CCAHT.

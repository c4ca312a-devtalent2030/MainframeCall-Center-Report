       identification division.
       program-id. A5CCINC.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *monthly incentive calculation and payroll interface - works
      *out the team bonus the supervisors used to work out by hand
      *off the volumes printout. Reads the operator summaries the
      *volumes run left on RANKWORK (one per valid operator, the
      *fiscal year's monthly calls) and the month's SCHEDHRS hours,
      *and pays each operator the incentive for the tier their
      *calls per scheduled hour reaches on the INCRATE rate table
      *
      *an operator is paid only when all of these hold: on the
      *operator master and not gone before the month; the month's
      *calls not a threshold exception (outside THRESHOLD-LOW /
      *THRESHOLD-HIGH on PARMCARD, the same test the volumes report
      *lists its threshold exceptions by); scheduled for at least
      *MIN-HOURS hours in the month; and calls per scheduled hour at
      *or above the lowest tier. Everyone else is listed with the
      *first reason that stopped them, so a supervisor can answer
      *"why didn't I get paid" off the listing
      *
      *INCRATE is one card per tier - the yyyymm the table takes
      *effect, the calls-per-hour floor of the tier and the amount
      *paid. The cards with the latest effective month on or before
      *the pay month are the table in force; a new table is a new
      *set of cards with a new effective month
      *
      *PAYFILE is the payroll interface - an H header, one D record
      *per eligible operator and a T trailer carrying the record
      *count and amount total. INCRPT is the control listing with
      *the same totals for payroll to balance the file against.
      *FISCAL-YEAR on PARMCARD dates the pay month - without it the
      *run stops RC 16. INCPARM REPORT-MONTH=yyyymm picks the month
      *(default the latest month with calls) and MIN-HOURS=nnn the
      *qualifier (default 080)
      *
       environment division.
       input-output section.
       file-control.
      *
      *one summary record per valid operator, as the volumes run
      *wrote it for its ranked sections
           select rank-work-file
               assign to RANKWORK
               organization is sequential.
      *
           select hours-file
               assign to HRSFILE
               organization is sequential
               file status is ws-hours-file-status.
      *
           select rate-file
               assign to INCRATE
               organization is sequential
               file status is ws-rate-file-status.
      *
           select opr-master-file
               assign to OPRMAST
               organization is indexed
               access mode is random
               record key is opr-rec-num
               file status is ws-opr-file-status.
      *
      *same runtime parameter card the monthly run reads - the month
      *order, fiscal year and the threshold band
           select optional parm-file
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
           select optional inc-parm-file
               assign to INCPARM
               organization is sequential
               file status is ws-inc-parm-file-status.
      *
           select payroll-file
               assign to PAYFILE
               organization is sequential.
      *
           select report-file
               assign to INCRPT
               organization is sequential.
      *
       data division.
       file section.
      *
       fd rank-work-file
           data record is rank-work-rec
           record contains 117 characters.
      *
       01 rank-work-rec.
           05 rank-work-num            pic x(6).
           05 rank-work-name           pic x(12).
           05 rank-work-dept           pic x(4).
           05 rank-work-months        pic 9(6) occurs 12 times.
           05 rank-work-total          pic 9(7).
           05 rank-work-avg            pic 9(6).
           05 rank-work-rem            pic 99v99.
           05 rank-work-cph            pic x(6).
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
      *one card per tier - effective yyyymm, calls-per-hour floor
      *999v99 and the amount 99999v99. '*' in column one is a comment
       fd rate-file
           data record is rate-rec
           record contains 80 characters.
      *
       01 rate-rec.
           05 rate-rec-eff-yyyymm      pic x(6).
           05 rate-rec-floor           pic x(5).
                05 rate-rec-floor-n redefines rate-rec-floor
                                        pic 9(3)v99.
           05 rate-rec-amount          pic x(7).
                05 rate-rec-amount-n redefines rate-rec-amount
                                        pic 9(5)v99.
           05 filler                   pic x(62).
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
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
       fd inc-parm-file
           data record is inc-parm-rec
           record contains 80 characters.
      *
       01 inc-parm-rec                 pic x(80).
      *
      *payroll interface - H header, one D per eligible operator, T
      *trailer with the D count and amount total
       fd payroll-file
           data record is pay-rec
           record contains 80 characters.
      *
       01 pay-rec.
           05 pay-rec-type             pic x(1).
           05 pay-rec-source           pic x(8).
           05 pay-rec-period           pic 9(6).
           05 pay-rec-num              pic x(6).
           05 pay-rec-name             pic x(12).
           05 pay-rec-dept             pic x(4).
           05 pay-rec-calls            pic 9(6).
           05 pay-rec-hours            pic 9(3).
           05 pay-rec-cph              pic 9(3)v99.
           05 pay-rec-tier             pic 99.
           05 pay-rec-amount           pic 9(5)v99.
           05 filler                   pic x(20).
      *
       01 pay-control-rec redefines pay-rec.
           05 pay-ctl-type             pic x(1).
           05 pay-ctl-source           pic x(8).
           05 pay-ctl-period           pic 9(6).
           05 pay-ctl-date             pic 9(8).
           05 pay-ctl-time             pic 9(8).
           05 pay-ctl-record-count     pic 9(7).
           05 pay-ctl-amount-total     pic 9(11)v99.
           05 filler                   pic x(29).
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
           05 ws-payroll-source                 pic x(8)
                value "CCVOLINC".
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
       01 ws-service-thresholds.
           05 ws-threshold-low          pic 9(5) value 00020.
           05 ws-threshold-high         pic 9(5) value 00400.
      *
      *the incentive run's own card - REPORT-MONTH and MIN-HOURS
       01 ws-inc-parm-control.
           05 ws-inc-parm-file-status   pic xx.
           05 ws-inc-parm-eof-flag      pic x    value 'N'.
               88 ws-inc-parm-end                value 'Y'.
           05 ws-report-month           pic x(6) value spaces.
           05 ws-report-month-n redefines ws-report-month
                                        pic 9(6).
           05 ws-min-hours              pic 9(3) value 080.
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
       01 ws-report-slot-control.
           05 ws-report-slot            pic 99   value 0.
           05 ws-report-yyyymm          pic 9(6) value 0.
      *
       01 ws-run-date-control.
           05 ws-run-date               pic 9(8).
           05 ws-run-time               pic 9(8).
      *
       01 ws-file-status-control.
           05 ws-hours-file-status      pic xx.
           05 ws-rate-file-status       pic xx.
           05 ws-opr-file-status        pic xx.
      *
       01 ws-flags.
           05 ws-rank-eof-flag          pic x    value 'N'.
               88 ws-rank-end                    value 'Y'.
           05 ws-hours-eof-flag         pic x    value 'N'.
               88 ws-hours-end                   value 'Y'.
           05 ws-rate-eof-flag          pic x    value 'N'.
               88 ws-rate-end                    value 'Y'.
           05 ws-rate-error-flag        pic x    value 'N'.
               88 ws-rate-in-error               value 'Y'.
      *
      *the month's scheduled hours per operator - a scan table the
      *way the volumes report keeps its hours, for the one month
       01 ws-hours-control.
           05 ws-hours-read             pic 9(6) value 0.
           05 ws-hours-applied          pic 9(6) value 0.
           05 ws-hours-skipped          pic 9(6) value 0.
           05 ws-hours-overflow         pic 9(6) value 0.
           05 ws-hours-idx              pic 9(4) value 0.
           05 ws-hours-sub              pic 9(4) value 0.
           05 ws-hours-lookup-num       pic x(6) value spaces.
       01 ws-hours-table.
           05 ws-hours-count            pic 9(4) value 0.
           05 ws-hours-entry            occurs 2000 times.
               10 ws-hours-num          pic x(6).
               10 ws-hours-total        pic 9(5).
      *
      *every rate card, then the tiers in force for the pay month in
      *ascending floor order
       01 ws-rate-control.
           05 ws-rate-sub               pic 99   value 0.
           05 ws-rate-sub2              pic 99   value 0.
           05 ws-rate-eff-in-force      pic 9(6) value 0.
           05 ws-rate-found-flag        pic x    value 'N'.
               88 ws-rate-found                  value 'Y'.
       01 ws-rate-table.
           05 ws-rate-count             pic 99   value 0.
           05 ws-rate-entry             occurs 60 times.
               10 ws-rate-eff-yyyymm    pic 9(6).
               10 ws-rate-floor         pic 9(3)v99.
               10 ws-rate-amount        pic 9(5)v99.
       01 ws-tier-table.
           05 ws-tier-count             pic 99   value 0.
           05 ws-tier-sub               pic 99   value 0.
           05 ws-tier-entry             occurs 20 times.
               10 ws-tier-floor         pic 9(3)v99.
               10 ws-tier-amount        pic 9(5)v99.
               10 ws-tier-paid          pic 9(6).
               10 ws-tier-paid-amount   pic 9(9)v99.
       01 ws-tier-swap                  pic x(29).
      *
      *the operator being worked - the month's figures and the
      *verdict
       01 ws-operator-work.
           05 ws-op-calls               pic 9(6)  value 0.
           05 ws-op-hours               pic 9(5)  value 0.
           05 ws-op-cph                 pic 9(5)v99 value 0.
           05 ws-op-tier                pic 99    value 0.
           05 ws-op-amount              pic 9(5)v99 value 0.
           05 ws-op-reason              pic x(30) value spaces.
           05 ws-op-dept                pic x(4)  value spaces.
      *
      *the reasons an operator is not paid, with a count for each
       01 ws-reason-labels.
           05 filler                    pic x(30)
                value "NOT ON OPERATOR MASTER".
           05 filler                    pic x(30)
                value "LEFT BEFORE THE MONTH".
           05 filler                    pic x(30)
                value "THRESHOLD EXCEPTION LOW".
           05 filler                    pic x(30)
                value "THRESHOLD EXCEPTION HIGH".
           05 filler                    pic x(30)
                value "NO SCHEDULED HOURS".
           05 filler                    pic x(30)
                value "UNDER MINIMUM HOURS".
           05 filler                    pic x(30)
                value "BELOW LOWEST TIER".
       01 ws-reason-table redefines ws-reason-labels.
           05 ws-reason-label           pic x(30) occurs 7 times.
       01 ws-reason-counts.
           05 ws-reason-count           pic 9(6)  occurs 7 times
                                                  value zeros.
           05 ws-reason-sub             pic 9     value 0.
      *
       01 ws-counters.
           05 ws-sub                    pic 99    value 0.
           05 ws-rank-read              pic 9(6)  value 0.
           05 ws-eligible-count         pic 9(6)  value 0.
           05 ws-ineligible-count       pic 9(6)  value 0.
           05 ws-pay-records            pic 9(7)  value 0.
           05 ws-pay-amount-total       pic 9(11)v99 value 0.
      *
      *the ineligible operators, held for their own section after
      *the payments
       01 ws-inelig-control.
           05 ws-inelig-count           pic 9(4)  value 0.
           05 ws-inelig-sub             pic 9(4)  value 0.
           05 ws-inelig-overflow        pic 9(6)  value 0.
       01 ws-inelig-table.
           05 ws-inelig-entry           occurs 2000 times.
               10 ws-inelig-num         pic x(6).
               10 ws-inelig-name        pic x(12).
               10 ws-inelig-dept        pic x(4).
               10 ws-inelig-calls       pic 9(6).
               10 ws-inelig-hours       pic 9(5).
               10 ws-inelig-reason      pic 9.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(44)
               value 'A5CCINC  Incentive Payments Control Listing '.
           05 filler                   pic x(25)
               value spaces.
           05 ws-heading-date          pic 9(8).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-period-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(11)
               value 'Pay month: '.
           05 ws-period-line-name      pic x(3).
           05 filler                   pic x(1)  value spaces.
           05 ws-period-line-yyyymm    pic 9(6).
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(15)
               value 'Minimum hours: '.
           05 ws-period-line-min       pic zz9.
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(18)
               value 'Threshold band: '.
           05 ws-period-line-low       pic zzzz9.
           05 filler                   pic x(3)  value ' - '.
           05 ws-period-line-high      pic zzzz9.
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(16)
               value 'Rates effective '.
           05 ws-period-line-eff       pic 9(6).
           05 filler                   pic x(26) value spaces.
      *
       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-line-text     pic x(60).
           05 filler                   pic x(70) value spaces.
      *
       01 ws-tier-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Tier'.
           05 filler                   pic x(14) value 'Calls/hour'.
           05 filler                   pic x(12) value '    Amount'.
           05 filler                   pic x(12) value '      Paid'.
           05 filler                   pic x(16)
               value '    Paid amount'.
           05 filler                   pic x(70) value spaces.
      *
       01 ws-tier-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-tier-line-tier        pic z9.
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(5)  value 'from '.
           05 ws-tier-line-floor       pic zz9.99.
           05 filler                   pic x(3)  value spaces.
           05 ws-tier-line-amount      pic zz,zz9.99.
           05 filler                   pic x(3)  value spaces.
           05 ws-tier-line-paid        pic zzzzz9.
           05 filler                   pic x(3)  value spaces.
           05 ws-tier-line-paid-amount pic zzz,zzz,zz9.99.
           05 filler                   pic x(75) value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Oper'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value ' Calls'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(5)  value 'Hours'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value '   CPH'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Tier'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(9)  value '   Amount'.
           05 filler                   pic x(66) value spaces.
      *
       01 ws-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-num               pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-det-name              pic x(12).
           05 filler                   pic x(1)  value spaces.
           05 ws-det-dept              pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-det-calls             pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-hours             pic zzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-cph               pic zz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-tier              pic zzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-det-amount            pic zz,zz9.99.
           05 filler                   pic x(66) value spaces.
      *
       01 ws-inelig-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Oper'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value ' Calls'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(5)  value 'Hours'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(30) value 'Reason'.
           05 filler                   pic x(59) value spaces.
      *
       01 ws-inelig-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-inel-num              pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-inel-name             pic x(12).
           05 filler                   pic x(1)  value spaces.
           05 ws-inel-dept             pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-inel-calls            pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-inel-hours            pic zzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-inel-reason           pic x(30).
           05 filler                   pic x(59) value spaces.
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
       01 ws-amount-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-amount-line-label     pic x(33).
           05 ws-amount-line-value     pic zz,zzz,zzz,zz9.99.
           05 filler                   pic x(80) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 020-load-parameters.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           move ws-run-date             to ws-heading-date.
           move ws-run-time             to ws-heading-time.
      *
           perform 100-scan-rank-months.
           perform 050-resolve-report-month.
           perform 060-load-rate-table.
           perform 070-load-hours.
      *
           open input  rank-work-file
                       opr-master-file.
           if ws-opr-file-status not = "00"
               display "A5CCINC: OPRMAST OPEN FAILED - STATUS "
                       ws-opr-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open output payroll-file
                       report-file.
      *
           perform 490-print-headings.
           perform 200-write-payroll-header.
      *
           move 'N'                     to ws-rank-eof-flag.
           perform until ws-rank-end
               read rank-work-file
                   at end
                       move 'Y'         to ws-rank-eof-flag
                   not at end
                       add 1            to ws-rank-read
                       perform 300-assess-operator
               end-read
           end-perform.
      *
           perform 250-write-payroll-trailer.
           perform 600-print-ineligible-section.
           perform 650-print-tier-summary.
           perform 700-print-totals.
      *
           close rank-work-file
                 opr-master-file
                 payroll-file
                 report-file.
      *
           if ws-inelig-overflow > 0
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *same card the monthly run reads - the month order, fiscal
      *year and threshold band apply here, other keywords are
      *passed over
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
           perform 040-load-inc-card.
           if ws-fiscal-year = 0
               move 'Y'                 to ws-parm-error-flag
               display "A5CCINC: NO FISCAL-YEAR ON PARMCARD - THE "
                       "PAY MONTH CANNOT BE DATED"
           end-if.
           if ws-parm-in-error
               display "A5CCINC: INVALID PARAMETER CARD - "
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
                           perform 028-flag-parameter-error
                       end-if
                   when "THRESHOLD-LOW"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-low
                       else
                           perform 028-flag-parameter-error
                       end-if
                   when "THRESHOLD-HIGH"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-high
                       else
                           perform 028-flag-parameter-error
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.
      *
       028-flag-parameter-error.
           move 'Y'                     to ws-parm-error-flag.
           display "A5CCINC: BAD PARAMETER LINE: " parm-rec.
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
                   display "A5CCINC: MONTH-ORDER IS NOT A "
                           "PERMUTATION OF THE TWELVE MONTHS: "
                           ws-month-names
               end-if
           end-perform.
      *
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
           move ws-fiscal-year          to ws-slot-year.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               if ws-sub > 1
                   and ws-slot-cal (ws-sub) < ws-slot-cal (ws-sub - 1)
                   add 1                to ws-slot-year
               end-if
               move ws-slot-year        to ws-slot-yyyymm (ws-sub)
               multiply 100             by ws-slot-yyyymm (ws-sub)
               add ws-slot-cal (ws-sub) to ws-slot-yyyymm (ws-sub)
           end-perform.
      *
      *the incentive run's own card - REPORT-MONTH=yyyymm and
      *MIN-HOURS=nnn, '*' in column one is a comment
       040-load-inc-card.
           open input inc-parm-file.
           if ws-inc-parm-file-status = "00"
               perform until ws-inc-parm-end
                   read inc-parm-file
                       at end
                           move 'Y'     to ws-inc-parm-eof-flag
                       not at end
                           perform 045-apply-inc-line
                   end-read
               end-perform
           end-if.
           close inc-parm-file.
      *
       045-apply-inc-line.
           if inc-parm-rec = spaces
               or inc-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring inc-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate true
                   when ws-parm-keyword = "REPORT-MONTH"
                        and ws-parm-value (1:6) numeric
                        and ws-parm-value (5:2) > "00"
                        and ws-parm-value (5:2) < "13"
                       move ws-parm-value (1:6)
                                        to ws-report-month
                   when ws-parm-keyword = "MIN-HOURS"
                        and ws-parm-value (1:3) numeric
                       move ws-parm-value (1:3)
                                        to ws-min-hours
                   when other
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCINC: BAD INCPARM LINE: "
                               inc-parm-rec
               end-evaluate
           end-if.
      *
      *the pay month - the card's month when it is in the fiscal
      *year, otherwise the latest month on RANKWORK with calls
       050-resolve-report-month.
           move 0                       to ws-report-slot.
           if ws-report-month not = spaces
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-slot-yyyymm (ws-sub) = ws-report-month-n
                       move ws-sub      to ws-report-slot
                   end-if
               end-perform
               if ws-report-slot = 0
                   display "A5CCINC: REPORT-MONTH " ws-report-month
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
                   display "A5CCINC: RANKWORK CARRIES NO CALLS - "
                           "RUN ABORTED"
                   move 16              to return-code
                   stop run
               end-if
           end-if.
           move ws-slot-yyyymm (ws-report-slot) to ws-report-yyyymm.
      *
      *the rate cards into storage, then the tiers in force for the
      *pay month - the cards carrying the latest effective month on
      *or before it, in ascending floor order
       060-load-rate-table.
           open input rate-file.
           if ws-rate-file-status not = "00"
               display "A5CCINC: INCRATE OPEN FAILED - STATUS "
                       ws-rate-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform until ws-rate-end
               read rate-file
                   at end
                       move 'Y'         to ws-rate-eof-flag
                   not at end
                       perform 062-load-rate-card
               end-read
           end-perform.
           close rate-file.
      *
           move 0                       to ws-rate-eff-in-force.
           perform varying ws-rate-sub from 1 by 1
                until ws-rate-sub > ws-rate-count
               if ws-rate-eff-yyyymm (ws-rate-sub)
                   not > ws-report-yyyymm
                   and ws-rate-eff-yyyymm (ws-rate-sub)
                       > ws-rate-eff-in-force
                   move ws-rate-eff-yyyymm (ws-rate-sub)
                                        to ws-rate-eff-in-force
                   move 'Y'             to ws-rate-found-flag
               end-if
           end-perform.
           if ws-rate-found-flag = 'N'
               and ws-rate-count > 0
               perform varying ws-rate-sub from 1 by 1
                    until ws-rate-sub > ws-rate-count
                   if ws-rate-eff-yyyymm (ws-rate-sub) = 0
                       move 'Y'         to ws-rate-found-flag
                   end-if
               end-perform
           end-if.
           if not ws-rate-found
               move 'Y'                 to ws-rate-error-flag
               display "A5CCINC: NO INCRATE TIERS IN FORCE FOR "
                       ws-report-yyyymm
           else
               perform 064-build-tier-table
           end-if.
           if ws-rate-in-error
               display "A5CCINC: INVALID INCRATE TABLE - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       062-load-rate-card.
           if rate-rec = spaces
               or rate-rec (1:1) = "*"
               continue
           else
               if rate-rec-eff-yyyymm not numeric
                   or rate-rec-floor not numeric
                   or rate-rec-amount not numeric
                   or ws-rate-count not < 60
                   move 'Y'             to ws-rate-error-flag
                   display "A5CCINC: BAD RATE CARD: " rate-rec
               else
                   add 1                to ws-rate-count
                   move rate-rec-eff-yyyymm
                       to ws-rate-eff-yyyymm (ws-rate-count)
                   move rate-rec-floor-n
                       to ws-rate-floor (ws-rate-count)
                   move rate-rec-amount-n
                       to ws-rate-amount (ws-rate-count)
               end-if
           end-if.
      *
      *the cards of the table in force, sorted on floor - two tiers
      *with the same floor leave the pay ambiguous and stop the run
       064-build-tier-table.
           move 0                       to ws-tier-count.
           perform varying ws-rate-sub from 1 by 1
                until ws-rate-sub > ws-rate-count
               if ws-rate-eff-yyyymm (ws-rate-sub)
                   = ws-rate-eff-in-force
                   if ws-tier-count < 20
                       add 1            to ws-tier-count
                       move ws-rate-floor (ws-rate-sub)
                           to ws-tier-floor (ws-tier-count)
                       move ws-rate-amount (ws-rate-sub)
                           to ws-tier-amount (ws-tier-count)
                       move 0
                           to ws-tier-paid (ws-tier-count)
                              ws-tier-paid-amount (ws-tier-count)
                   else
                       move 'Y'         to ws-rate-error-flag
                       display "A5CCINC: MORE THAN 20 TIERS IN "
                               "FORCE FOR " ws-rate-eff-in-force
                   end-if
               end-if
           end-perform.
           perform varying ws-tier-sub from 1 by 1
                until ws-tier-sub not < ws-tier-count
               perform varying ws-rate-sub2 from ws-tier-sub by 1
                    until ws-rate-sub2 > ws-tier-count
                   if ws-tier-floor (ws-rate-sub2)
                       < ws-tier-floor (ws-tier-sub)
                       move ws-tier-entry (ws-tier-sub)
                                        to ws-tier-swap
                       move ws-tier-entry (ws-rate-sub2)
                           to ws-tier-entry (ws-tier-sub)
                       move ws-tier-swap
                           to ws-tier-entry (ws-rate-sub2)
                   end-if
               end-perform
           end-perform.
           perform varying ws-tier-sub from 2 by 1
                until ws-tier-sub > ws-tier-count
               if ws-tier-floor (ws-tier-sub)
                   = ws-tier-floor (ws-tier-sub - 1)
                   move 'Y'             to ws-rate-error-flag
                   display "A5CCINC: TWO TIERS FROM THE SAME "
                           "CALLS-PER-HOUR FLOOR IN "
                           ws-rate-eff-in-force
               end-if
           end-perform.
      *
      *the pay month's scheduled hours per operator - a record that
      *is malformed is passed over and counted, one for another
      *month is simply not this month's
       070-load-hours.
           open input hours-file.
           if ws-hours-file-status not = "00"
               display "A5CCINC: HRSFILE OPEN FAILED - STATUS "
                       ws-hours-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform until ws-hours-end
               read hours-file
                   at end
                       move 'Y'         to ws-hours-eof-flag
                   not at end
                       add 1            to ws-hours-read
                       perform 075-apply-hours-record
               end-read
           end-perform.
           close hours-file.
      *
       075-apply-hours-record.
           if hrs-rec-num not numeric
               or hrs-rec-yyyymm not numeric
               or hrs-rec-hours not numeric
               add 1                    to ws-hours-skipped
           else
               if hrs-rec-yyyymm = ws-report-yyyymm
                   move hrs-rec-num     to ws-hours-lookup-num
                   perform 078-find-hours-entry
                   if ws-hours-idx = 0
                       if ws-hours-count < 2000
                           add 1        to ws-hours-count
                           move ws-hours-count
                                        to ws-hours-idx
                           move hrs-rec-num
                               to ws-hours-num (ws-hours-idx)
                           move 0
                               to ws-hours-total (ws-hours-idx)
                       else
                           add 1        to ws-hours-overflow
                       end-if
                   end-if
                   if ws-hours-idx > 0
                       add hrs-rec-hours-n
                           to ws-hours-total (ws-hours-idx)
                       add 1            to ws-hours-applied
                   end-if
               end-if
           end-if.
      *
       078-find-hours-entry.
           move 0                       to ws-hours-idx.
           perform varying ws-hours-sub from 1 by 1
                until ws-hours-sub > ws-hours-count
                   or ws-hours-idx > 0
               if ws-hours-num (ws-hours-sub) = ws-hours-lookup-num
                   move ws-hours-sub    to ws-hours-idx
               end-if
           end-perform.
      *
      *first pass over the summaries - which months carry calls at
      *all, so the default pay month is the latest of them
       100-scan-rank-months.
           open input rank-work-file.
           perform until ws-rank-end
               read rank-work-file
                   at end
                       move 'Y'         to ws-rank-eof-flag
                   not at end
                       perform varying ws-sub from 1 by 1
                            until ws-sub > ws-number-of-months
                           add rank-work-months (ws-sub)
                               to ws-slot-calls (ws-sub)
                       end-perform
               end-read
           end-perform.
           close rank-work-file.
      *
       200-write-payroll-header.
           move spaces                  to pay-control-rec.
           move "H"                     to pay-ctl-type.
           move ws-payroll-source       to pay-ctl-source.
           move ws-report-yyyymm        to pay-ctl-period.
           move ws-run-date             to pay-ctl-date.
           move ws-run-time             to pay-ctl-time.
           move 0                       to pay-ctl-record-count.
           move 0                       to pay-ctl-amount-total.
           write pay-rec.
      *
       250-write-payroll-trailer.
           move spaces                  to pay-control-rec.
           move "T"                     to pay-ctl-type.
           move ws-payroll-source       to pay-ctl-source.
           move ws-report-yyyymm        to pay-ctl-period.
           move ws-run-date             to pay-ctl-date.
           move ws-run-time             to pay-ctl-time.
           move ws-pay-records          to pay-ctl-record-count.
           move ws-pay-amount-total     to pay-ctl-amount-total.
           write pay-rec.
      *
      *one operator's month - the first rule the operator fails is
      *the reason given; passing them all pays the tier reached
       300-assess-operator.
           move rank-work-months (ws-report-slot) to ws-op-calls.
           move rank-work-dept          to ws-op-dept.
           move 0                       to ws-op-hours
                                           ws-op-cph
                                           ws-op-tier
                                           ws-op-amount
                                           ws-reason-sub.
           move rank-work-num           to ws-hours-lookup-num.
           perform 078-find-hours-entry.
           if ws-hours-idx > 0
               move ws-hours-total (ws-hours-idx) to ws-op-hours
           end-if.
      *
           move rank-work-num           to opr-rec-num.
           read opr-master-file
                key is opr-rec-num
                invalid key
                   move 1               to ws-reason-sub
           end-read.
           if ws-reason-sub = 0
               and opr-rec-terminated
               and opr-rec-leave-yyyymm > 0
               and opr-rec-leave-yyyymm < ws-report-yyyymm
               move 2                   to ws-reason-sub
           end-if.
           if ws-reason-sub = 0
               evaluate true
                   when ws-op-calls > 0
                    and ws-op-calls < ws-threshold-low
                       move 3           to ws-reason-sub
                   when ws-op-calls > ws-threshold-high
                       move 4           to ws-reason-sub
                   when ws-op-hours = 0
                       move 5           to ws-reason-sub
                   when ws-op-hours < ws-min-hours
                       move 6           to ws-reason-sub
                   when other
                       perform 310-resolve-tier
                       if ws-op-tier = 0
                           move 7       to ws-reason-sub
                       end-if
               end-evaluate
           end-if.
      *
           if ws-reason-sub = 0
               perform 320-pay-operator
           else
               perform 330-hold-ineligible
           end-if.
      *
      *the highest tier whose floor the operator's calls per
      *scheduled hour reach
       310-resolve-tier.
           compute ws-op-cph rounded = ws-op-calls / ws-op-hours.
           if ws-op-cph > 999.99
               move 999.99              to ws-op-cph
           end-if.
           perform varying ws-tier-sub from 1 by 1
                until ws-tier-sub > ws-tier-count
               if ws-op-cph not < ws-tier-floor (ws-tier-sub)
                   move ws-tier-sub     to ws-op-tier
               end-if
           end-perform.
           if ws-op-tier > 0
               move ws-tier-amount (ws-op-tier) to ws-op-amount
           end-if.
      *
       320-pay-operator.
           add 1                        to ws-eligible-count.
           move spaces                  to pay-rec.
           move "D"                     to pay-rec-type.
           move ws-payroll-source       to pay-rec-source.
           move ws-report-yyyymm        to pay-rec-period.
           move rank-work-num           to pay-rec-num.
           move rank-work-name          to pay-rec-name.
           move ws-op-dept              to pay-rec-dept.
           move ws-op-calls             to pay-rec-calls.
           move ws-op-hours             to pay-rec-hours.
           move ws-op-cph               to pay-rec-cph.
           move ws-op-tier              to pay-rec-tier.
           move ws-op-amount            to pay-rec-amount.
           write pay-rec.
           add 1                        to ws-pay-records.
           add ws-op-amount             to ws-pay-amount-total.
           add 1                        to ws-tier-paid (ws-op-tier).
           add ws-op-amount
               to ws-tier-paid-amount (ws-op-tier).
      *
           move rank-work-num           to ws-det-num.
           move rank-work-name          to ws-det-name.
           move ws-op-dept              to ws-det-dept.
           move ws-op-calls             to ws-det-calls.
           move ws-op-hours             to ws-det-hours.
           move ws-op-cph               to ws-det-cph.
           move ws-op-tier              to ws-det-tier.
           move ws-op-amount            to ws-det-amount.
           write report-line from ws-detail-line.
      *
       330-hold-ineligible.
           add 1                        to ws-ineligible-count.
           add 1                        to ws-reason-count
                                               (ws-reason-sub).
           if ws-inelig-count < 2000
               add 1                    to ws-inelig-count
               move rank-work-num
                   to ws-inelig-num (ws-inelig-count)
               move rank-work-name
                   to ws-inelig-name (ws-inelig-count)
               move ws-op-dept
                   to ws-inelig-dept (ws-inelig-count)
               move ws-op-calls
                   to ws-inelig-calls (ws-inelig-count)
               move ws-op-hours
                   to ws-inelig-hours (ws-inelig-count)
               move ws-reason-sub
                   to ws-inelig-reason (ws-inelig-count)
           else
               add 1                    to ws-inelig-overflow
           end-if.
      *
       490-print-headings.
           write report-line from ws-heading-line.
           write report-line from ws-blank-line.
           move ws-month-literals (ws-report-slot)
                                        to ws-period-line-name.
           move ws-report-yyyymm        to ws-period-line-yyyymm.
           move ws-min-hours            to ws-period-line-min.
           move ws-threshold-low        to ws-period-line-low.
           move ws-threshold-high       to ws-period-line-high.
           move ws-rate-eff-in-force    to ws-period-line-eff.
           write report-line from ws-period-line.
           write report-line from ws-blank-line.
           move 'Incentive payments:'   to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-column-heading.
           write report-line from ws-blank-line.
      *
       600-print-ineligible-section.
           if ws-eligible-count = 0
               move 'No operator qualified for an incentive.'
                                        to ws-notice-line-text
               write report-line from ws-notice-line
           end-if.
           write report-line from ws-blank-line.
           move 'Operators not eligible:' to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-inelig-heading.
           write report-line from ws-blank-line.
           perform varying ws-inelig-sub from 1 by 1
                until ws-inelig-sub > ws-inelig-count
               move ws-inelig-num (ws-inelig-sub)   to ws-inel-num
               move ws-inelig-name (ws-inelig-sub)  to ws-inel-name
               move ws-inelig-dept (ws-inelig-sub)  to ws-inel-dept
               move ws-inelig-calls (ws-inelig-sub) to ws-inel-calls
               move ws-inelig-hours (ws-inelig-sub) to ws-inel-hours
               move ws-reason-label
                    (ws-inelig-reason (ws-inelig-sub))
                                        to ws-inel-reason
               write report-line from ws-inelig-line
           end-perform.
           if ws-inelig-overflow > 0
               move 'More ineligible operators than the listing '
                                        to ws-notice-line-text
               move 'holds - see the reason counts below.'
                                        to ws-notice-line-text (44:)
               write report-line from ws-notice-line
           end-if.
           if ws-ineligible-count = 0
               move 'Every operator qualified.'
                                        to ws-notice-line-text
               write report-line from ws-notice-line
           end-if.
      *
       650-print-tier-summary.
           write report-line from ws-blank-line.
           move 'Tiers in force:'       to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-tier-heading.
           perform varying ws-tier-sub from 1 by 1
                until ws-tier-sub > ws-tier-count
               move ws-tier-sub         to ws-tier-line-tier
               move ws-tier-floor (ws-tier-sub)
                                        to ws-tier-line-floor
               move ws-tier-amount (ws-tier-sub)
                                        to ws-tier-line-amount
               move ws-tier-paid (ws-tier-sub)
                                        to ws-tier-line-paid
               move ws-tier-paid-amount (ws-tier-sub)
                                        to ws-tier-line-paid-amount
               write report-line from ws-tier-line
           end-perform.
      *
      *the control totals payroll balances PAYFILE against - the
      *same count and amount the T trailer carries
       700-print-totals.
           write report-line from ws-blank-line.
           move 'Operator summaries read:'
                                        to ws-total-line-label.
           move ws-rank-read           to ws-total-line-count.
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
           if ws-hours-overflow > 0
               move 'Hours past the 2000 table:'
                                        to ws-total-line-label
               move ws-hours-overflow  to ws-total-line-count
               write report-line from ws-total-line
           end-if.
           move 'Operators not eligible:'
                                        to ws-total-line-label.
           move ws-ineligible-count    to ws-total-line-count.
           write report-line from ws-total-line.
           perform varying ws-reason-sub from 1 by 1
                until ws-reason-sub > 7
               move spaces              to ws-total-line-label
               move ws-reason-label (ws-reason-sub)
                                        to ws-total-line-label (3:)
               move ws-reason-count (ws-reason-sub)
                                        to ws-total-line-count
               write report-line from ws-total-line
           end-perform.
           move 'Operators paid:'      to ws-total-line-label.
           move ws-eligible-count      to ws-total-line-count.
           write report-line from ws-total-line.
           write report-line from ws-blank-line.
           move 'Payroll detail records written:'
                                        to ws-total-line-label.
           move ws-pay-records         to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Payroll amount total:'
                                        to ws-amount-line-label.
           move ws-pay-amount-total    to ws-amount-line-value.
           write report-line from ws-amount-line.
      *
       end program A5CCINC.

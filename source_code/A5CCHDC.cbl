       identification division.
       program-id. A5CCHDC.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *monthly headcount movement and attrition report - built from
      *the operator master and the effective-dated department
      *history, so HR and the floor managers stop piecing it
      *together from the AUDLIST printouts. For the report month,
      *per department: opening headcount (active at the end of the
      *month before), joiners (hired in the month), leavers
      *(terminated in the month), transfers in and out (department
      *at the end of the month before against the end of this one),
      *closing headcount, the attrition rate and the average tenure
      *of the closing headcount. A company line totals the lot, and
      *every individual movement is listed ahead of the summary
      *
      *an operator's department in a month is resolved the way the
      *volumes report and the billing run do it - the latest OPRHIST
      *assignment effective on or before the month, falling back to
      *the master's department. A blank department reports as "????"
      *
      *attrition is the month's leavers over the average of the
      *opening and closing headcount, as a percentage. Tenure is in
      *whole months from the hire month to the report month; an
      *operator with no hire month on the master (on the books from
      *before hire months were kept) is counted in the headcount but
      *left out of the tenure average
      *
      *REPORT-MONTH=yyyymm on HDCPARM picks the month; without it the
      *report is for the month before the run date, the month just
      *closed
      *
       environment division.
       input-output section.
       file-control.
      *
           select optional hdc-parm-file
               assign to HDCPARM
               organization is sequential
               file status is ws-hdc-parm-file-status.
      *
      *operator master - read front to back; leavers stay on it as
      *terminated, which is what makes the movement reportable
           select opr-master-file
               assign to OPRMAST
               organization is indexed
               access mode is dynamic
               record key is opr-rec-num
               file status is ws-opr-file-status.
      *
      *effective-dated department history - the same companion file
      *the volumes report and the billing run read
           select optional opr-history-file
               assign to OPRHIST
               organization is indexed
               access mode is dynamic
               record key is opr-hist-key
               file status is ws-hist-file-status.
      *
           select report-file
               assign to HDCRPT
               organization is sequential.
      *
       data division.
       file section.
      *
       fd hdc-parm-file
           data record is hdc-parm-rec
           record contains 80 characters.
      *
       01 hdc-parm-rec                 pic x(80).
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
       01 ws-hdc-parm-control.
           05 ws-hdc-parm-file-status  pic xx.
           05 ws-hdc-parm-eof-flag     pic x    value 'N'.
               88 ws-hdc-parm-end               value 'Y'.
           05 ws-hdc-parm-error-flag   pic x    value 'N'.
               88 ws-hdc-parm-in-error          value 'Y'.
           05 ws-hdc-parm-keyword      pic x(20).
           05 ws-hdc-parm-value        pic x(59).
      *
       01 ws-opr-file-status           pic xx.
       01 ws-hist-file-status          pic xx.
      *
       01 ws-flags.
           05 ws-opr-eof-flag          pic x    value 'N'.
               88 ws-opr-end                    value 'Y'.
           05 ws-hist-eof-flag         pic x    value 'N'.
               88 ws-hist-end                   value 'Y'.
           05 ws-open-flag             pic x    value 'N'.
               88 ws-in-opening                 value 'Y'.
           05 ws-present-flag          pic x    value 'N'.
               88 ws-present-in-month           value 'Y'.
           05 ws-closing-flag          pic x    value 'N'.
               88 ws-in-closing                 value 'Y'.
      *
      *the report month and the month before it, as yyyymm and as
      *a running month number (year x 12 + month) for the tenure
       01 ws-month-control.
           05 ws-run-date              pic 9(8).
           05 ws-run-date-parts redefines ws-run-date.
               10 ws-run-yyyy          pic 9(4).
               10 ws-run-mm            pic 9(2).
               10 filler               pic 9(2).
           05 ws-report-month          pic x(6) value spaces.
           05 ws-report-yyyymm redefines ws-report-month
                                        pic 9(6).
           05 ws-report-parts redefines ws-report-month.
               10 ws-report-yyyy       pic 9(4).
               10 ws-report-mm         pic 9(2).
           05 ws-prior-yyyymm          pic 9(6) value 0.
           05 ws-prior-parts redefines ws-prior-yyyymm.
               10 ws-prior-yyyy        pic 9(4).
               10 ws-prior-mm          pic 9(2).
           05 ws-report-month-number   pic 9(6) value 0.
           05 ws-hire-month-number     pic 9(6) value 0.
           05 ws-hire-work             pic 9(6) value 0.
           05 ws-hire-parts redefines ws-hire-work.
               10 ws-hire-yyyy         pic 9(4).
               10 ws-hire-mm           pic 9(2).
           05 ws-tenure-months         pic 9(6) value 0.
      *
      *the operator in hand - department at the end of the month
      *before and at the end of the report month
       01 ws-operator-work.
           05 ws-prior-dept            pic x(4).
           05 ws-report-dept           pic x(4).
           05 ws-resolve-yyyymm        pic 9(6).
           05 ws-resolve-best          pic 9(6).
           05 ws-resolved-dept         pic x(4).
      *
      *the operator's department assignments off OPRHIST, oldest
      *first - fifty is far more transfers than anyone has had
       01 ws-hist-table.
           05 ws-hist-count            pic 99   value 0.
           05 ws-hist-sub              pic 99   value 0.
           05 ws-hist-entry            occurs 50 times.
               10 ws-hist-eff-yyyymm   pic 9(6).
               10 ws-hist-dept         pic x(4).
      *
      *department movement accumulators - one entry per department
      *met, built as the master is read. Past the cap the movement
      *is still in the company line, and the overflow is counted
       01 ws-dept-control.
           05 ws-dept-sub              pic 9(3) value 0.
           05 ws-dept-sub2             pic 9(3) value 0.
           05 ws-dept-idx              pic 9(3) value 0.
           05 ws-dept-lookup-code      pic x(4) value spaces.
           05 ws-dept-overflow         pic 9(5) value 0.
      *
       01 ws-dept-table.
           05 ws-dept-count            pic 9(3) value 0.
           05 ws-dept-entry            occurs 200 times.
               10 ws-dept-code         pic x(4).
               10 ws-dept-counts.
                   15 ws-dept-opening  pic 9(5).
                   15 ws-dept-joiners  pic 9(5).
                   15 ws-dept-leavers  pic 9(5).
                   15 ws-dept-xfer-in  pic 9(5).
                   15 ws-dept-xfer-out pic 9(5).
                   15 ws-dept-closing  pic 9(5).
                   15 ws-dept-tenure-count
                                        pic 9(5).
                   15 ws-dept-tenure-total
                                        pic 9(9).
      *
      *one entry's worth held aside while the table is put into
      *department order for printing
       01 ws-dept-swap                 pic x(48).
      *
       01 ws-company-counts.
           05 ws-co-opening            pic 9(5) value 0.
           05 ws-co-joiners            pic 9(5) value 0.
           05 ws-co-leavers            pic 9(5) value 0.
           05 ws-co-xfer-in            pic 9(5) value 0.
           05 ws-co-xfer-out           pic 9(5) value 0.
           05 ws-co-closing            pic 9(5) value 0.
           05 ws-co-tenure-count       pic 9(5) value 0.
           05 ws-co-tenure-total       pic 9(9) value 0.
      *
       01 ws-counters.
           05 ws-operators-read        pic 9(7) value 0.
           05 ws-movements-listed      pic 9(7) value 0.
           05 ws-hist-overflow         pic 9(5) value 0.
      *
      *the line figures - a department entry or the company line is
      *moved in here and the rate and average worked out once
       01 ws-line-work.
           05 ws-line-opening          pic 9(5).
           05 ws-line-joiners          pic 9(5).
           05 ws-line-leavers          pic 9(5).
           05 ws-line-xfer-in          pic 9(5).
           05 ws-line-xfer-out         pic 9(5).
           05 ws-line-closing          pic 9(5).
           05 ws-line-tenure-count     pic 9(5).
           05 ws-line-tenure-total     pic 9(9).
           05 ws-line-attrition        pic 9(3)v9.
           05 ws-line-tenure-avg       pic 9(4)v9.
           05 ws-line-base             pic 9(6).
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(40)
               value 'A5CCHDC  Headcount Movement & Attrition '.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(14)
               value 'Report month: '.
           05 ws-heading-month         pic x(6).
           05 filler                   pic x(7)
               value spaces.
           05 ws-heading-date          pic 9(6).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-movement-heading.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(36)
                value "Movements in the Month              ".
           05 filler                    pic x(92)
                value spaces.
      *
       01 ws-movement-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Opr'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(10) value 'Movement'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'From'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'To'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Hired'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Left'.
           05 filler                   pic x(70) value spaces.
      *
       01 ws-movement-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-num              pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-name             pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-type             pic x(10).
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-from             pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-to               pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-hire             pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-mvmt-leave            pic 9(6).
           05 filler                   pic x(70) value spaces.
      *
       01 ws-movement-none-line.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(30)
                value "No movements in the month.    ".
           05 filler                    pic x(100)
                value spaces.
      *
       01 ws-summary-heading.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(36)
                value "Headcount Movement by Department    ".
           05 filler                    pic x(92)
                value spaces.
      *
       01 ws-summary-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value 'Opening'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value 'Joiners'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value 'Leavers'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value 'Xfer In'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Xfer Out'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value 'Closing'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(10) value 'Attrition%'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(12) value 'Avg Tenure m'.
           05 filler                   pic x(40) value spaces.
      *
       01 ws-summary-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-dept              pic x(7).
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-opening           pic zzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-joiners           pic zzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-leavers           pic zzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-xfer-in           pic zzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-xfer-out          pic zzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-closing           pic zzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-attrition         pic zzzzzz9.9.
           05 filler                   pic x(1)  value '%'.
           05 filler                   pic x(2)  value spaces.
           05 ws-sum-tenure            pic zzzzzzzzz9.9.
           05 ws-sum-tenure-x redefines ws-sum-tenure
                                        pic x(12).
           05 filler                   pic x(40) value spaces.
      *
      *the table only holds 200 departments - say so rather than
      *let the cap quietly drop a department's lines
       01 ws-dept-more-line.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(8) value "...and ".
           05 ws-dept-more-count        pic zzzz9.
           05 filler                    pic x(40)
                value " operators in unlisted departments.     ".
           05 filler                    pic x(73)
                value spaces.
      *
       01 ws-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-total-line-label      pic x(33).
           05 ws-total-line-count      pic zzzzzz9.
           05 filler                   pic x(90) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 010-load-parameters.
      *
           open input opr-master-file.
           if ws-opr-file-status not = "00"
               display "A5CCHDC: OPRMAST OPEN FAILED - STATUS "
                       ws-opr-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open input opr-history-file.
           if ws-hist-file-status not = "00"
               and ws-hist-file-status not = "05"
               display "A5CCHDC: OPRHIST OPEN FAILED - STATUS "
                       ws-hist-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open output report-file.
      *
           accept ws-heading-date from date.
           accept ws-heading-time from time.
      *
           perform 100-print-headings.
      *
           move low-values             to opr-rec-num.
           start opr-master-file
               key is not less than opr-rec-num
               invalid key
                   move 'Y'             to ws-opr-eof-flag
           end-start.
           perform until ws-opr-end
               read opr-master-file next record
                   at end
                       move 'Y'         to ws-opr-eof-flag
                   not at end
                       add 1            to ws-operators-read
                       perform 200-process-operator
               end-read
           end-perform.
           if ws-movements-listed = 0
               write report-line from ws-movement-none-line
           end-if.
      *
           perform 400-sort-departments.
           perform 500-print-summary.
           perform 600-print-totals.
      *
           close opr-master-file
                 opr-history-file
                 report-file.
      *
      *a department past the table, or an operator with more
      *transfers than the history table holds, still reports but
      *is worth a look
           if ws-dept-overflow > 0
               or ws-hist-overflow > 0
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *HDCPARM - REPORT-MONTH=yyyymm, '*' in column one is a
      *comment. No card, or no REPORT-MONTH line, reports the month
      *before the run date. A month that isn't yyyymm with the month
      *part 01-12, or an unknown keyword, aborts the run
       010-load-parameters.
           open input hdc-parm-file.
           if ws-hdc-parm-file-status = "00"
               perform until ws-hdc-parm-end
                   read hdc-parm-file
                       at end
                           move 'Y'     to ws-hdc-parm-eof-flag
                       not at end
                           perform 012-apply-parameter
                   end-read
               end-perform
           end-if.
           close hdc-parm-file.
      *
           if ws-report-month = spaces
               accept ws-run-date from date yyyymmdd
               if ws-run-mm = 1
                   compute ws-report-yyyy = ws-run-yyyy - 1
                   move 12              to ws-report-mm
               else
                   move ws-run-yyyy     to ws-report-yyyy
                   compute ws-report-mm = ws-run-mm - 1
               end-if
           end-if.
           if ws-report-month not numeric
               or ws-report-month (5:2) < "01"
               or ws-report-month (5:2) > "12"
               move 'Y'                 to ws-hdc-parm-error-flag
               display "A5CCHDC: REPORT-MONTH IS NOT A VALID YYYYMM: "
                       ws-report-month
           end-if.
           if ws-hdc-parm-in-error
               display "A5CCHDC: INVALID HDCPARM CARD - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           if ws-report-mm = 1
               compute ws-prior-yyyy = ws-report-yyyy - 1
               move 12                  to ws-prior-mm
           else
               move ws-report-yyyy     to ws-prior-yyyy
               compute ws-prior-mm = ws-report-mm - 1
           end-if.
           compute ws-report-month-number =
               ws-report-yyyy * 12 + ws-report-mm.
      *
       012-apply-parameter.
           if hdc-parm-rec = spaces
               or hdc-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-hdc-parm-keyword
               move spaces              to ws-hdc-parm-value
               unstring hdc-parm-rec delimited by "="
                   into ws-hdc-parm-keyword ws-hdc-parm-value
               end-unstring
               evaluate ws-hdc-parm-keyword
                   when "REPORT-MONTH"
                       move ws-hdc-parm-value (1:6)
                                        to ws-report-month
                   when other
                       move 'Y'         to ws-hdc-parm-error-flag
                       display "A5CCHDC: BAD HDCPARM LINE: "
                               hdc-parm-rec
               end-evaluate
           end-if.
      *
       100-print-headings.
           move ws-report-month        to ws-heading-month.
           write report-line from ws-heading-line.
           write report-line from ws-blank-line.
           write report-line from ws-movement-heading.
           write report-line from ws-blank-line.
           write report-line from ws-movement-column-heading.
           write report-line from ws-blank-line.
      *
      *where the operator stood at the end of the month before and
      *at the end of the report month, and what that makes them:
      *in the opening headcount if hired by the month before and
      *not gone by then; present in the month if hired by the
      *report month and not gone before it; in the closing
      *headcount if present and not leaving in the month. A leave
      *month of 000000 is someone who hasn't left
       200-process-operator.
           move 'N'                     to ws-open-flag.
           move 'N'                     to ws-present-flag.
           move 'N'                     to ws-closing-flag.
           if opr-rec-hire-yyyymm not > ws-prior-yyyymm
               and (opr-rec-leave-yyyymm = 0
                    or opr-rec-leave-yyyymm > ws-prior-yyyymm)
               move 'Y'                 to ws-open-flag
           end-if.
           if opr-rec-hire-yyyymm not > ws-report-yyyymm
               and (opr-rec-leave-yyyymm = 0
                    or opr-rec-leave-yyyymm not < ws-report-yyyymm)
               move 'Y'                 to ws-present-flag
               if opr-rec-leave-yyyymm = 0
                   or opr-rec-leave-yyyymm > ws-report-yyyymm
                   move 'Y'             to ws-closing-flag
               end-if
           end-if.
      *
      *nobody in either headcount this month has nothing to add
           if ws-in-opening or ws-present-in-month
               perform 210-load-operator-history
               move ws-prior-yyyymm    to ws-resolve-yyyymm
               perform 220-resolve-department
               move ws-resolved-dept   to ws-prior-dept
               move ws-report-yyyymm   to ws-resolve-yyyymm
               perform 220-resolve-department
               move ws-resolved-dept   to ws-report-dept
               perform 300-count-operator
           end-if.
      *
      *every assignment on the history for the operator in hand -
      *the key is operator then effective month, so they come off
      *oldest first
       210-load-operator-history.
           move 0                       to ws-hist-count.
           move 'N'                     to ws-hist-eof-flag.
           move opr-rec-num            to opr-hist-num.
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
                       if opr-hist-num not = opr-rec-num
                           move 'Y'     to ws-hist-eof-flag
                       else
                           if ws-hist-count < 50
                               add 1    to ws-hist-count
                               move opr-hist-eff-yyyymm
                                   to ws-hist-eff-yyyymm
                                       (ws-hist-count)
                               move opr-hist-dept
                                   to ws-hist-dept (ws-hist-count)
                           else
                               add 1    to ws-hist-overflow
                           end-if
                       end-if
               end-read
               if ws-hist-file-status not = "00"
                   move 'Y'             to ws-hist-eof-flag
               end-if
           end-perform.
      *
      *the latest assignment effective on or before the month in
      *ws-resolve-yyyymm, or the master's department without one
       220-resolve-department.
           move opr-rec-dept           to ws-resolved-dept.
           move 0                       to ws-resolve-best.
           perform varying ws-hist-sub from 1 by 1
                until ws-hist-sub > ws-hist-count
               if ws-hist-eff-yyyymm (ws-hist-sub)
                   not > ws-resolve-yyyymm
                   if ws-resolve-best = 0
                       or ws-hist-eff-yyyymm (ws-hist-sub)
                          not < ws-hist-eff-yyyymm (ws-resolve-best)
                       move ws-hist-sub to ws-resolve-best
                   end-if
               end-if
           end-perform.
           if ws-resolve-best > 0
               move ws-hist-dept (ws-resolve-best)
                                        to ws-resolved-dept
           end-if.
           if ws-resolved-dept = spaces
               move "????"              to ws-resolved-dept
           end-if.
      *
      *the operator's part in the movement - opening under the
      *department of the month before, everything else under the
      *department at the end of the report month. A change of
      *department between the two ends is a transfer out of one
      *and into the other. Each movement is listed as it is counted
       300-count-operator.
           if ws-in-opening
               move ws-prior-dept      to ws-dept-lookup-code
               perform 310-find-or-add-department
               if ws-dept-idx > 0
                   add 1                to ws-dept-opening (ws-dept-idx)
               else
                   add 1                to ws-dept-overflow
               end-if
               add 1                    to ws-co-opening
           end-if.
      *
           move ws-report-dept         to ws-dept-lookup-code.
           perform 310-find-or-add-department.
           if ws-dept-idx = 0
               add 1                    to ws-dept-overflow
           end-if.
      *
           if opr-rec-hire-yyyymm = ws-report-yyyymm
               if ws-dept-idx > 0
                   add 1                to ws-dept-joiners (ws-dept-idx)
               end-if
               add 1                    to ws-co-joiners
               move "JOINER"           to ws-mvmt-type
               move spaces              to ws-mvmt-from
               move ws-report-dept     to ws-mvmt-to
               perform 320-print-movement
           end-if.
      *
           if ws-in-opening and ws-present-in-month
               and ws-prior-dept not = ws-report-dept
               if ws-dept-idx > 0
                   add 1                to ws-dept-xfer-in (ws-dept-idx)
               end-if
               add 1                    to ws-co-xfer-in
               add 1                    to ws-co-xfer-out
               move "TRANSFER"         to ws-mvmt-type
               move ws-prior-dept      to ws-mvmt-from
               move ws-report-dept     to ws-mvmt-to
               perform 320-print-movement
      *the out side goes to the department the operator came from
               move ws-prior-dept      to ws-dept-lookup-code
               perform 310-find-or-add-department
               if ws-dept-idx > 0
                   add 1             to ws-dept-xfer-out (ws-dept-idx)
               end-if
               move ws-report-dept     to ws-dept-lookup-code
               perform 310-find-or-add-department
           end-if.
      *
           if ws-present-in-month
               and opr-rec-terminated
               and opr-rec-leave-yyyymm = ws-report-yyyymm
               if ws-dept-idx > 0
                   add 1                to ws-dept-leavers (ws-dept-idx)
               end-if
               add 1                    to ws-co-leavers
               move "LEAVER"           to ws-mvmt-type
               move ws-report-dept     to ws-mvmt-from
               move spaces              to ws-mvmt-to
               perform 320-print-movement
           end-if.
      *
           if ws-in-closing
               if ws-dept-idx > 0
                   add 1                to ws-dept-closing (ws-dept-idx)
               end-if
               add 1                    to ws-co-closing
               if opr-rec-hire-yyyymm > 0
                   move opr-rec-hire-yyyymm to ws-hire-work
                   compute ws-hire-month-number =
                       ws-hire-yyyy * 12 + ws-hire-mm
                   compute ws-tenure-months =
                       ws-report-month-number - ws-hire-month-number
                   if ws-dept-idx > 0
                       add 1 to ws-dept-tenure-count (ws-dept-idx)
                       add ws-tenure-months
                           to ws-dept-tenure-total (ws-dept-idx)
                   end-if
                   add 1                to ws-co-tenure-count
                   add ws-tenure-months to ws-co-tenure-total
               end-if
           end-if.
      *
       310-find-or-add-department.
           move 0                       to ws-dept-idx.
           perform varying ws-dept-sub from 1 by 1
                until ws-dept-sub > ws-dept-count
               if ws-dept-code (ws-dept-sub) = ws-dept-lookup-code
                   move ws-dept-sub     to ws-dept-idx
               end-if
           end-perform.
           if ws-dept-idx = 0
               if ws-dept-count < 200
                   add 1                to ws-dept-count
                   move ws-dept-count   to ws-dept-idx
                   move ws-dept-lookup-code
                       to ws-dept-code (ws-dept-idx)
                   move zeros           to ws-dept-counts (ws-dept-idx)
               end-if
           end-if.
      *
       320-print-movement.
           move opr-rec-num            to ws-mvmt-num.
           move opr-rec-name           to ws-mvmt-name.
           move opr-rec-hire-yyyymm    to ws-mvmt-hire.
           move opr-rec-leave-yyyymm   to ws-mvmt-leave.
           write report-line from ws-movement-line.
           add 1                        to ws-movements-listed.
      *
      *departments into code order for the summary - the table is
      *built in the order the master meets them, and a couple of
      *hundred entries is nothing to exchange-sort
       400-sort-departments.
           perform varying ws-dept-sub from 1 by 1
                until ws-dept-sub not < ws-dept-count
               perform varying ws-dept-sub2 from ws-dept-sub by 1
                    until ws-dept-sub2 > ws-dept-count
                   if ws-dept-code (ws-dept-sub2)
                       < ws-dept-code (ws-dept-sub)
                       move ws-dept-entry (ws-dept-sub)
                                        to ws-dept-swap
                       move ws-dept-entry (ws-dept-sub2)
                           to ws-dept-entry (ws-dept-sub)
                       move ws-dept-swap
                           to ws-dept-entry (ws-dept-sub2)
                   end-if
               end-perform
           end-perform.
      *
       500-print-summary.
           write report-line from ws-blank-line.
           write report-line from ws-summary-heading.
           write report-line from ws-blank-line.
           write report-line from ws-summary-column-heading.
           write report-line from ws-blank-line.
           perform varying ws-dept-sub from 1 by 1
                until ws-dept-sub > ws-dept-count
               move ws-dept-code (ws-dept-sub) to ws-sum-dept
               move ws-dept-opening (ws-dept-sub) to ws-line-opening
               move ws-dept-joiners (ws-dept-sub) to ws-line-joiners
               move ws-dept-leavers (ws-dept-sub) to ws-line-leavers
               move ws-dept-xfer-in (ws-dept-sub) to ws-line-xfer-in
               move ws-dept-xfer-out (ws-dept-sub)
                                        to ws-line-xfer-out
               move ws-dept-closing (ws-dept-sub) to ws-line-closing
               move ws-dept-tenure-count (ws-dept-sub)
                                        to ws-line-tenure-count
               move ws-dept-tenure-total (ws-dept-sub)
                                        to ws-line-tenure-total
               perform 510-print-summary-line
           end-perform.
           if ws-dept-overflow > 0
               move ws-dept-overflow   to ws-dept-more-count
               write report-line from ws-dept-more-line
           end-if.
      *
           write report-line from ws-blank-line.
           move "COMPANY"              to ws-sum-dept.
           move ws-co-opening          to ws-line-opening.
           move ws-co-joiners          to ws-line-joiners.
           move ws-co-leavers          to ws-line-leavers.
           move ws-co-xfer-in          to ws-line-xfer-in.
           move ws-co-xfer-out         to ws-line-xfer-out.
           move ws-co-closing          to ws-line-closing.
           move ws-co-tenure-count     to ws-line-tenure-count.
           move ws-co-tenure-total     to ws-line-tenure-total.
           perform 510-print-summary-line.
      *
      *attrition over the average headcount - leavers x 200 over
      *opening plus closing - and the average tenure of the closing
      *headcount with a hire month. Nothing to average prints n/a
       510-print-summary-line.
           move ws-line-opening        to ws-sum-opening.
           move ws-line-joiners        to ws-sum-joiners.
           move ws-line-leavers        to ws-sum-leavers.
           move ws-line-xfer-in        to ws-sum-xfer-in.
           move ws-line-xfer-out       to ws-sum-xfer-out.
           move ws-line-closing        to ws-sum-closing.
           compute ws-line-base = ws-line-opening + ws-line-closing.
           if ws-line-base = 0
               move 0                   to ws-line-attrition
           else
               compute ws-line-attrition rounded =
                   (ws-line-leavers * 200) / ws-line-base
           end-if.
           move ws-line-attrition      to ws-sum-attrition.
           if ws-line-tenure-count = 0
               move "         n/a"      to ws-sum-tenure-x
           else
               compute ws-line-tenure-avg rounded =
                   ws-line-tenure-total / ws-line-tenure-count
               move ws-line-tenure-avg to ws-sum-tenure
           end-if.
           write report-line from ws-summary-line.
      *
       600-print-totals.
           write report-line from ws-blank-line.
           move 'Operators on the master:'
                                        to ws-total-line-label.
           move ws-operators-read      to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Movements listed:'    to ws-total-line-label.
           move ws-movements-listed    to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Closing with no hire month:'
                                        to ws-total-line-label.
           compute ws-total-line-count =
               ws-co-closing - ws-co-tenure-count.
           write report-line from ws-total-line.
           if ws-hist-overflow > 0
               move 'History entries past the table:'
                                        to ws-total-line-label
               move ws-hist-overflow   to ws-total-line-count
               write report-line from ws-total-line
           end-if.
      *
       end program A5CCHDC.

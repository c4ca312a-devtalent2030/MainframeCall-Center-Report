               assign to HRSFILE
               organization is sequential
               file status is ws-hours-file-status.
      *
      *batch control ledger - the job and step this run is, named
      *on CTLPARM, and the shared ledger every program in the daily,
      *monthly and billing streams appends its control records to.
      *No CTLPARM card, no ledger records
           select optional ctl-parm-file
               assign to CTLPARM
               organization is sequential
               file status is ws-ctl-parm-file-status.
      *
           select ctl-ledger-file
               assign to CTLLEDGR
               organization is sequential
               file status is ws-ctl-ledger-file-status.
      *
       data division.
       file section.
      *
       fd emp-file
           data record is emp-feed-rec
           record contains 200 characters.
      *
      *the feed as it arrives - only the operator number and the raw
      *buckets matter here, everything else happens off the sorted
      *copy. The 36 five-digit buckets are summed as one table for
      *the trailer hash, type breakdown comes later
       01 emp-feed-rec.
           05 emp-feed-rec-num         pic x(6).
           05 emp-feed-bucket          pic 9(5) occurs 36 times.
           05 emp-feed-rec-site        pic x(3).
           05 filler                   pic x(11).
      *
      *trailer record appended to INFILE by the extract job - same
      *200-character slot as a data record, marked by the TRL
      *marker so 160-release-feed-records can tell it apart; record
      *count and hash total are reconciled against what was actually
      *read before the report is trusted. A feed built from more
      *than one site carries one trailer per site, each closing off
      *that site's records and naming the site it covers
       01 emp-feed-trailer-rec redefines emp-feed-rec.
           05 emp-feed-trailer-marker  pic x(6).
           05 emp-feed-trailer-record-count pic 9(6).
           05 emp-feed-trailer-hash-total   pic 9(12).
           05 emp-feed-trailer-site    pic x(3).
           05 filler                  pic x(173).
      *
       sd feed-sort-file
           data record is feed-sort-rec.
      *
       01 feed-sort-rec.
           05 feed-sort-num            pic x(6).
           05 filler                   pic x(194).
      *
      *the feed again, now in operator-number order - this is what
      *the whole run actually processes, so every reference to
      *emp-rec below reads off the sorted copy
       fd sorted-feed-file
           data record is emp-rec
           record contains 200 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(6).
      *calls broken down by type per month - inbound, outbound and
      *transfer are staffed and billed differently so they are kept
      *as three separate counts rather than one combined figure
           05 emp-rec-month-calls      occurs 12 times.
                10 emp-rec-calls-inbound    pic 9(5).
                10 emp-rec-calls-outbound   pic 9(5).
                10 emp-rec-calls-transfer   pic 9(5).
      *contact centre the daily consolidation built the record for -
      *blank on a single-site feed
           05 emp-rec-site             pic x(3).
      *reserved - blank on every record the daily consolidation writes
           05 filler                   pic x(11).
      *
      *one summary record per valid operator - everything a ranked
      *or department-grouped section needs to print its line, so
      *roster in storage
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
      *calls per scheduled hour, carried display-ready (or n/a) so
      *the ranked and department sections print the same figure
           data record is rank-sort-rec.
      *
       01 rank-sort-rec.
           05 rank-sort-num            pic x(6).
           05 rank-sort-name           pic x(12).
           05 rank-sort-dept           pic x(4).
           05 rank-sort-months        pic 9(6) occurs 12 times.
           05 rank-sort-total          pic 9(7).
           05 rank-sort-avg            pic 9(6).
           05 rank-sort-rem            pic 99v99.
           05 rank-sort-cph            pic x(6).
      *
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
      *the contact centre the operator works out of - blank on a
      *roster kept before sites were recorded
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
      *plus the in-flight totals needed to resume without reprocessing
       fd restart-file
           data record is restart-rec
           record contains 636 characters.
      *
       01 restart-rec.
           05 restart-last-num             pic x(6).
           05 restart-record-count         pic 9(5).
           05 restart-grand-total          pic 9(10).
           05 restart-valid-record-count   pic 9(5).
           05 restart-total-no-calls       pic 9(5).
           05 restart-month-zero-calls     pic 9(5).
           05 restart-total-mth-calls      pic 9(9) occurs 12 times.
           05 restart-total-mth-ops        pic 9(9) occurs 12 times.
           05 restart-zero-calls-month     pic 9(5) occurs 12 times.
           05 restart-total-mth-calls-inbound
                                            pic 9(9) occurs 12 times.
           05 restart-total-mth-calls-outbound
                                            pic 9(9) occurs 12 times.
           05 restart-total-mth-calls-transfer
                                            pic 9(9) occurs 12 times.
      *
       fd run-history-file
           data record is runh-rec
           05 runh-valid-count         pic 9(6).
           05 runh-exception-count     pic 9(6).
           05 runh-threshold-excp-count pic 9(6).
           05 runh-grand-total         pic 9(10).
           05 runh-total-inbound       pic 9(10).
           05 runh-total-outbound      pic 9(10).
           05 runh-total-transfer      pic 9(10).
           05 runh-final-condition     pic 9(2).
           05 filler                  pic x(40).
      *
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 hrs-rec.
           05 hrs-rec-num              pic x(6).
           05 hrs-rec-yyyymm           pic x(6).
                05 hrs-rec-yyyymm-parts redefines hrs-rec-yyyymm.
                     10 hrs-rec-yyyy        pic 9(4).
           05 hrs-rec-hours            pic x(3).
                05 hrs-rec-hours-n redefines hrs-rec-hours
                                        pic 9(3).
           05 filler                   pic x(65).
      *
       fd ctl-parm-file
           data record is ctl-parm-rec
           record contains 80 characters.
      *
       01 ctl-parm-rec                 pic x(80).
      *
      *one record per file a run read or wrote - the figures the
      *balancing report traces the calls from hop to hop by
       fd ctl-ledger-file
           data record is ctl-rec
           record contains 120 characters.
      *
       01 ctl-rec.
           05 ctl-rec-job              pic x(8).
           05 ctl-rec-step             pic x(8).
           05 ctl-rec-program          pic x(8).
           05 ctl-rec-file             pic x(8).
           05 ctl-rec-direction        pic x(1).
           05 ctl-rec-site             pic x(3).
           05 ctl-rec-run-date         pic 9(8).
           05 ctl-rec-run-time         pic 9(8).
           05 ctl-rec-records-in       pic 9(9).
           05 ctl-rec-records-out      pic 9(9).
           05 ctl-rec-records-rejected pic 9(9).
           05 ctl-rec-calls            pic 9(11) occurs 3 times.
           05 filler                   pic x(8).
      *
       working-storage section.
      *
          05 filler                             pic x(132).
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
      *fiscal month order - JUL-first by default, overridable from
      *the MONTH-ORDER parameter, which must be a permutation of the
      *twelve calendar names below
           88 ws-end-of-file                    value "y".
      *
       01 ws-totals.
           05 ws-grand-total           pic 9(10) value 0.
      *every record's calls, valid or not - exception records are
      *skipped out of ws-grand-total, but the trailer hash the
      *extract job wrote covers every record it put on the feed, so
      *the trailer reconciliation below has to check against this
      *figure instead, not the post-validation grand total
           05 ws-raw-grand-total       pic 9(12) value 0.
      *records that passed input validation and were actually folded
      *into the monthly totals - ws-number-of-records counts every
      *physical record read off the feed, exceptions included, so
      *never show a zero-calls month even when every valid record
      *for that month genuinely had none
           05 ws-valid-record-count    pic 9(5) value 0.
           05 ws-emp-total             pic 9(7) value 0.
           05 ws-total-no-calls        pic 9(5) value 0.
           05 ws-month-zero-calls      pic 9(5) value 0.
           05 ws-total-mth-calls       pic 9(9) occurs 12 times
                                            value zeros.
           05 ws-total-mth-ops         pic 9(9) occurs 12 times
                                            value zeros.
           05 ws-avg-mth-calls         pic 9(6) occurs 12 times
                                            value zeros.
      *company-wide monthly totals/averages, broken down by call type
           05 ws-total-mth-calls-inbound   pic 9(9) occurs 12 times
                                            value zeros.
           05 ws-total-mth-calls-outbound  pic 9(9) occurs 12 times
                                            value zeros.
           05 ws-total-mth-calls-transfer  pic 9(9) occurs 12 times
                                            value zeros.
           05 ws-avg-mth-calls-inbound     pic 9(6) occurs 12 times
                                            value zeros.
           05 ws-avg-mth-calls-transfer    pic 9(6) occurs 12 times
                                            value zeros.
      *one operator's year-to-date totals, broken down by call type
           05 ws-emp-total-inbound     pic 9(7) value 0.
           05 ws-emp-total-outbound    pic 9(7) value 0.
           05 ws-emp-total-transfer    pic 9(7) value 0.
      *
      *the free-text part is overridable from the NAME-LINE
      *parameter; the default keeps what the report always said
      *so a re-ordered fiscal calendar carries through to the
      *headings instead of printing under the wrong month name
       01 ws-heading-line1.
           05 filler                   pic x(5) value spaces.
           05 filler                   pic x(8) value 'Operator'.
           05 filler                   pic x(1) value spaces.
           05 filler                   pic x(8) value 'Operator'.
           05 filler                   pic x(4) value spaces.
      *month names right-aligned over the six-digit month columns
           05 ws-heading-months-table  occurs 12 times.
                10 filler              pic x(3) value spaces.
                10 ws-heading-month    pic x(3).
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(5) value 'Total'.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(3) value 'Avg'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'Rem'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(4) value 'Dept'.
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(3) value 'CPH'.
           05 filler                   pic x(2) value spaces.

      *
       01 ws-heading-line2.
           05 filler                   pic x(12) value spaces.
           05 filler                   pic x(1) value '#'.
           05 filler                   pic x(1) value spaces.
           05 filler                   pic x(4) value 'Name'.
           05 filler                   pic x(114)
               value spaces.
           05 ws-detail-line-rank      pic zzzz9.
           05 ws-detail-line-rank-text redefines
              ws-detail-line-rank      pic x(5).
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-num       pic x(6).
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-name      pic x(12).
      *a month's combined count can run to six digits, so each month
      *takes the whole 6-byte slot with no separator
           05 ws-detail-line-months-table       occurs 12 times.
                10 ws-detail-line-months        pic zzzzz9.
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-total     pic zzzzzz9.
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-avg       pic zzzzz9.
           05 ws-detail-line-avg-text  redefines
              ws-detail-line-avg       pic x(6).
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-rem       pic z9.99.
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-dept      pic x(4).
           05 filler                   pic x(1)
           05 ws-detail-line-cph       pic zz9.99.
           05 ws-detail-line-cph-text  redefines
              ws-detail-line-cph       pic x(6).
           05 filler                   pic x(1)
               value spaces.
      *
      *one of these prints under each operator's combined detail line,
           05 filler                   pic x(13)
               value spaces.
           05 ws-type-detail-line-months-table  occurs 12 times.
                10 ws-type-detail-line-months   pic zzzzz9.
           05 filler                   pic x(1)
               value spaces.
           05 ws-type-detail-line-total pic zzzzzz9.
           05 filler                   pic x(1)
               value spaces.
           05 ws-type-detail-line-avg  pic zzzzz9.
           05 filler                   pic x(19)
               value spaces.
      *

      *monthly figures summed across operators - a department, a site
      *or the whole company - run to nine digits, more than the 6-byte
      *operator month slot holds, so every summary line below prints
      *its months in a 9-byte slot behind the same 24-byte label area,
      *under ws-total-heading-line's month names rather than under
      *the operator detail columns
       01 ws-total-heading-line.
           05 filler                   pic x(24)
               value spaces.
           05 ws-total-heading-table   occurs 12 times.
                10 filler              pic x(6) value spaces.
                10 ws-total-heading-month  pic x(3).

       01 ws-month-ops-line.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(20)
                value "Operators with calls".
           05 ws-monthly-operators-table   occurs 12 times.
                10 ws-monthly-operators    pic zzzzzzzz9.

       01 ws-month-totals-line.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(6)
                value "Totals".
           05 filler                   pic x(14)
               value spaces.
           05 ws-monthly-totals-table      occurs 12 times.
                10 ws-monthly-totals       pic zzzzzzzz9.

       01 ws-month-averages-line.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(8)
                value "Averages".
           05 filler                   pic x(12)
               value spaces.
           05 ws-monthly-averages-table     occurs 12 times.
                10 ws-monthly-averages     pic zzzzzzzz9.

      *one of these prints under the combined Totals line and again
      *under the combined Averages line, once per call type, so the
      *company-wide monthly figures show the mix the same way the
      *per-operator detail lines do - and for each department and
      *site group, in the same 9-byte slots as the lines above
       01 ws-type-monthly-line.
           05 filler                   pic x(4)
               value spaces.
           05 ws-type-monthly-line-label   pic x(20).
           05 ws-type-monthly-line-table   occurs 12 times.
                10 ws-type-monthly-line-count  pic zzzzzzzz9.

       01 ws-total-line1.
           05 filler                   pic x(6)
           05 filler                   pic x(35)
               value "Overall total calls:               ".
      *               ----+----1----+----2----+----3----+----
           05 ws-total-line-calls      pic zzzzzzzzz9.
           05 filler                   pic x(81)
               value spaces.

       01 ws-counters.
           05 ws-non-zero-calls         pic 99.

       01 ws-calc.
           05 ws-avg-emp                   pic 9(6).
           05 ws-rem-emp                   pic 99v99.

       01 ws-month-zero-calls-array.
       01 ws-opr-lookup.
           05 ws-opr-name               pic x(12).
           05 ws-opr-dept               pic x(4).
           05 ws-opr-site               pic x(3).
           05 ws-opr-file-status        pic xx.
               88 ws-opr-found                value "00".
               88 ws-opr-not-found             value "23".
      *before use, since a restart file that opens clean but turns
      *out to hold zero records leaves this never actually read into
       01 ws-last-checkpoint.
           05 ws-checkpoint-last-num        pic x(6)  value spaces.
           05 ws-checkpoint-record-count    pic 9(5)  value 0.
           05 ws-checkpoint-grand-total     pic 9(10) value 0.
           05 ws-checkpoint-valid-record-count pic 9(5) value 0.
           05 ws-checkpoint-total-no-calls  pic 9(5)  value 0.
           05 ws-checkpoint-month-zero-calls pic 9(5) value 0.
           05 ws-checkpoint-total-mth-calls pic 9(9) occurs 12 times
                                                  value 0.
           05 ws-checkpoint-total-mth-ops   pic 9(9) occurs 12 times
                                                  value 0.
           05 ws-checkpoint-zero-calls-month pic 9(5) occurs 12 times
                                                  value 0.
           05 ws-checkpoint-total-mth-calls-inbound
                                            pic 9(9) occurs 12 times
                                                  value 0.
           05 ws-checkpoint-total-mth-calls-outbound
                                            pic 9(9) occurs 12 times
                                                  value 0.
           05 ws-checkpoint-total-mth-calls-transfer
                                            pic 9(9) occurs 12 times
                                                  value 0.

      *input validation - the current record is checked as it comes
               88 ws-record-invalid               value 'N'.
           05 ws-dup-found-flag         pic x value 'N'.
               88 ws-duplicate-found              value 'Y'.
           05 ws-max-monthly-calls      pic 9(5) value 00500.
      *wide enough to subscript the seen-operators and exceptions
      *tables, not just a 2-digit month index like ws-sub
           05 ws-val-sub                pic 9(5) value 0.
      *combined calls for the month being looked at - inbound, outbound
      *and transfer added together, wherever a single monthly figure
      *is still needed (range checks, totals, the detail line)
           05 ws-month-call-total       pic 9(9) value 0.

      *service-level thresholds - a valid record's monthly calls are
      *still checked against an expected band so supervisors can see
      *who is under- or over-utilized, separate from input validation
       01 ws-service-thresholds.
           05 ws-threshold-low          pic 9(5) value 00020.
           05 ws-threshold-high         pic 9(5) value 00400.
           05 ws-threshold-reason-code  pic x(4) value spaces.
      *
      *calls-per-scheduled-hour band for the utilization exception
           05 ws-cph-high               pic 9(3)v99 value 010.00.
      *
      *scheduled-hours feed control and the hours themselves - one
      *entry per operator the feed carries, found by a scan the way
      *the department table is, hours per fiscal month. An operator
      *with no entry at all is a roster mismatch worth calling out;
      *a zero-hours month is just an unstaffed month
       01 ws-hours-control.
           05 ws-hours-file-status      pic xx.
           05 ws-hours-eof-flag         pic x    value 'N'.
           05 ws-hours-applied          pic 9(6) value 0.
           05 ws-hours-skipped          pic 9(6) value 0.
           05 ws-hours-op-idx           pic 9(4) value 0.
           05 ws-hours-op-sub           pic 9(4) value 0.
           05 ws-hours-lookup-num       pic x(6) value spaces.
           05 ws-hours-slot             pic 99   value 0.
           05 ws-op-hours-total         pic 9(5) value 0.
           05 ws-cph-work               pic 9(7)v99 value 0.
      *
       01 ws-hours-table.
           05 ws-hours-op-count         pic 9(4) value 0.
           05 ws-hours-op-entry         occurs 2000 times.
               10 ws-hours-op-num       pic x(6).
               10 ws-hours-month        pic 9(3) occurs 12 times.
      *
      *utilization exceptions - a month whose calls-per-scheduled-
      *hour falls outside the CPH band, buffered for their own
      *section the same way the raw threshold exceptions are
       01 ws-util-exceptions-buffer.
           05 ws-util-excp-num          pic x(6)
                occurs 500 times value spaces.
           05 ws-util-excp-month        pic x(3)
                occurs 500 times value spaces.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(16)
                value "Operator number ".
           05 ws-util-line-num          pic x(6).
           05 filler                    pic x(4) value " in ".
           05 ws-util-line-month        pic x(3).
           05 filler                    pic x(3) value " - ".
           05 filler                    pic x(10)
                value " calls/hr ".
           05 ws-util-line-reason       pic x(4).
           05 filler                    pic x(74)
                value spaces.
      *
       01 ws-util-skipped-line.
      *master/feed mismatches, so a dropped rostering extract shows
      *up before anyone is judged on a missing denominator
       01 ws-nohours-buffer.
           05 ws-nohours-num            pic x(6)
                occurs 500 times value spaces.
           05 ws-nohours-count          pic 9(3) value 0.
           05 ws-nohours-seen-count     pic 9(5) value 0.
           05 ws-feed-eof-flag          pic x    value 'N'.
               88 ws-feed-end                    value 'Y'.
           05 ws-feed-record-count      pic 9(6) value 0.
           05 ws-prev-operator-num      pic x(6) value spaces.
      *
      *batch control ledger - the job and step off CTLPARM, and the
      *figures for the ledger record being written
       01 ws-ctl-control.
           05 ws-ctl-parm-file-status   pic xx.
           05 ws-ctl-parm-eof-flag      pic x    value 'N'.
               88 ws-ctl-parm-end                value 'Y'.
           05 ws-ctl-ledger-flag        pic x    value 'N'.
               88 ws-ctl-ledger-on               value 'Y'.
           05 ws-ctl-ledger-file-status pic xx.
           05 ws-ctl-job                pic x(8) value spaces.
           05 ws-ctl-step               pic x(8) value spaces.
           05 ws-ctl-date               pic 9(8) value 0.
           05 ws-ctl-time               pic 9(8) value 0.
           05 ws-ctl-keyword            pic x(20).
           05 ws-ctl-value              pic x(59).
           05 ws-ctl-type-sub           pic 9    value 0.
       01 ws-ctl-figures.
           05 ws-ctl-file               pic x(8).
           05 ws-ctl-direction          pic x.
           05 ws-ctl-site               pic x(3).
           05 ws-ctl-records-in         pic 9(9).
           05 ws-ctl-records-out        pic 9(9).
           05 ws-ctl-records-rejected   pic 9(9).
           05 ws-ctl-calls              pic 9(11) occurs 3 times.
      *calls by type (inbound, outbound, transfer) for the ledger -
      *every record on INFILE, the records that failed validation,
      *and the rows put on the extract
       01 ws-ctl-totals.
           05 ws-ctl-infile-calls       pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-reject-calls       pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-extract-calls      pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-extract-rows       pic 9(9) value 0.
           05 ws-ctl-quotient           pic 99   value 0.
      *
      *ranked-section control - records come back off the sort one
      *at a time, so the only numbers kept are the running rank and
      *buffered exceptions, printed as their own section of the
      *report before the monthly totals are trusted
       01 ws-exceptions-buffer.
           05 ws-exception-num          pic x(6)
                occurs 500 times value spaces.
           05 ws-exception-reason       pic x(30)
                occurs 500 times value spaces.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(16)
                value "Operator number ".
           05 ws-exception-line-num     pic x(6).
           05 filler                    pic x(3) value " - ".
           05 ws-exception-line-reason  pic x(30).
           05 filler                    pic x(71)
                value spaces.

       01 ws-exception-more-line.
      *calls still fall outside the expected band, buffered for their
      *own section of the report
       01 ws-threshold-exceptions-buffer.
           05 ws-threshold-excp-num     pic x(6)
                occurs 500 times value spaces.
           05 ws-threshold-excp-month   pic x(3)
                occurs 500 times value spaces.
           05 ws-threshold-excp-calls   pic 9(6)
                occurs 500 times value zeros.
           05 ws-threshold-excp-reason  pic x(4)
                occurs 500 times value spaces.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(16)
                value "Operator number ".
           05 ws-threshold-line-num     pic x(6).
           05 filler                    pic x(4) value " in ".
           05 ws-threshold-line-month   pic x(3).
           05 filler                    pic x(3) value " - ".
           05 ws-threshold-line-calls   pic zzzzz9.
           05 filler                    pic x(1) value spaces.
           05 ws-threshold-line-reason  pic x(4).
           05 filler                    pic x(83)
                value spaces.

       01 ws-threshold-more-line.
           05 ws-runh-recs-read         pic 9(5) value 0.
           05 ws-runh-warning-flag      pic x    value 'N'.
               88 ws-runh-warning                value 'Y'.
           05 ws-runh-base              pic 9(10) value 0.
           05 ws-runh-work              pic s9(11) value 0.
           05 ws-runh-pct               pic s9(7)  value 0.
      *largest month-over-month swing, in percent, the grand total
           05 ws-last-valid-count       pic 9(6) value 0.
           05 ws-last-exception-count   pic 9(6) value 0.
           05 ws-last-threshold-count   pic 9(6) value 0.
           05 ws-last-grand-total       pic 9(10) value 0.
           05 ws-last-total-inbound     pic 9(10) value 0.
           05 ws-last-total-outbound    pic 9(10) value 0.
           05 ws-last-total-transfer    pic 9(10) value 0.

       01 ws-runh-heading.
           05 filler                    pic x(4) value spaces.
      *the mismatch so a dropped upstream extract shows up before
      *the totals go out
       01 ws-unknown-operators-buffer.
           05 ws-unknown-num            pic x(6)
                occurs 500 times value spaces.
           05 ws-unknown-count          pic 9(3) value 0.
      *counts every unknown seen, even past the 500 the buffer can
      *operator number under the sorted-feed read during the match -
      *high-values once the feed side runs dry, so the remaining
      *master records all report as missing
           05 ws-recon-feed-key         pic x(6) value spaces.
           05 ws-recon-eof-flag         pic x    value 'N'.
               88 ws-recon-master-end            value 'Y'.

           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(16)
                value "Operator number ".
           05 ws-recon-master-line-num  pic x(6).
           05 filler                    pic x(3) value " - ".
           05 ws-recon-master-line-name pic x(12).
           05 filler                    pic x(1) value spaces.
           05 ws-recon-master-line-dept pic x(4).
           05 filler                    pic x(84)
                value spaces.

       01 ws-recon-feed-line.
           05 filler                    pic x(6) value spaces.
           05 filler                    pic x(16)
                value "Operator number ".
           05 ws-recon-feed-line-num    pic x(6).
           05 filler                    pic x(104)
                value spaces.

       01 ws-recon-none-line.
                indexed by ws-dept-x.
               10 ws-dept-code          pic x(4).
               10 ws-dept-operator-count pic 9(5).
               10 ws-dept-grand-total   pic 9(10).
               10 ws-dept-mth-calls     pic 9(9) occurs 12 times.
               10 ws-dept-mth-calls-inbound
                                        pic 9(9) occurs 12 times.
               10 ws-dept-mth-calls-outbound
                                        pic 9(9) occurs 12 times.
               10 ws-dept-mth-calls-transfer
                                        pic 9(9) occurs 12 times.

      *burst control for the department sections - which burst
      *file the group in progress is mirrored to: slots 1-8 are
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(13)
                value "Total calls: ".
           05 ws-dept-rank-line-total   pic zzzzzzzzz9.
           05 filler                    pic x(75)
                value spaces.

      *the table only holds 100 departments - say so rather than let
           05 filler                    pic x(79)
                value spaces.

      *site control - which contact centre each operator's calls
      *are reported under (the site on the feed record, else the
      *one on the master, else "???"), plus the per-site segment
      *reconciliation done as the feed releases to sort: a feed
      *built from several sites' received files carries one TRL
      *trailer per site, each covering only the records since the
      *trailer before it
       01 ws-site-control.
           05 ws-site-sub               pic 99   value 0.
           05 ws-site-idx               pic 99   value 0.
           05 ws-site-lookup-code       pic x(3) value spaces.
      *the entry for the operator in hand, resolved once per
      *operator by 267 and reused for each of its months
           05 ws-site-op-idx            pic 99   value 0.
           05 ws-site-overflow          pic 9(5) value 0.
           05 ws-seg-record-count       pic 9(6) value 0.
           05 ws-seg-hash-total         pic 9(12) value 0.
           05 ws-seg-site               pic x(3) value spaces.
           05 ws-seg-mixed-flag         pic x    value 'N'.
               88 ws-seg-mixed                   value 'Y'.
           05 ws-feed-trailer-count     pic 99   value 0.
           05 ws-site-sum-total         pic 9(10) value 0.
           05 ws-site-reconcile-flag    pic x    value 'Y'.
               88 ws-site-totals-reconcile       value 'Y'.
      *
      *a segment whose trailer names no site - a feed consolidated
      *without a SITEPARM card - has each record resolved to the
      *master's site as it is read, the way 267 resolves it, so the
      *trailer's record count and hash can be credited to the sites
      *its records are reported under
       01 ws-blank-seg-control.
           05 ws-blank-seg-sub          pic 99   value 0.
           05 ws-blank-seg-idx          pic 99   value 0.
           05 ws-blank-seg-rec-hash     pic 9(9) value 0.
           05 ws-blank-seg-mst-flag     pic x    value 'N'.
               88 ws-blank-seg-mst-open          value 'Y'.
           05 ws-blank-seg-count        pic 99   value 0.
           05 ws-blank-seg-entry        occurs 20 times.
               10 ws-blank-seg-site     pic x(3).
               10 ws-blank-seg-records  pic 9(6).
               10 ws-blank-seg-hash     pic 9(12).
      *
       01 ws-site-table.
           05 ws-site-count             pic 99   value 0.
           05 ws-site-entry             occurs 20 times.
               10 ws-site-code          pic x(3).
               10 ws-site-operator-count pic 9(5).
               10 ws-site-grand-total   pic 9(10).
      *records and hash off the site's own trailer
               10 ws-site-feed-records  pic 9(6).
               10 ws-site-feed-hash     pic 9(12).
               10 ws-site-trailer-flag  pic x.
                   88 ws-site-has-trailer        value 'Y'.
               10 ws-site-mth-calls     pic 9(9) occurs 12 times.
               10 ws-site-mth-calls-inbound
                                        pic 9(9) occurs 12 times.
               10 ws-site-mth-calls-outbound
                                        pic 9(9) occurs 12 times.
               10 ws-site-mth-calls-transfer
                                        pic 9(9) occurs 12 times.
      *
      *company-wide monthly figures summed back up from the site
      *entries, for the company total that has to agree with them
       01 ws-company-site-months.
           05 ws-company-mth-calls      pic 9(9) occurs 12 times.
           05 ws-company-mth-inbound    pic 9(9) occurs 12 times.
           05 ws-company-mth-outbound   pic 9(9) occurs 12 times.
           05 ws-company-mth-transfer   pic 9(9) occurs 12 times.
      *
       01 ws-site-section-heading.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(20)
                value "Call Volumes by Site".
           05 filler                    pic x(108)
                value spaces.
      *
       01 ws-company-section-heading.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(29)
                value "Company Total - All Sites".
           05 filler                    pic x(99)
                value spaces.
      *
       01 ws-site-heading-line.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(6) value "Site: ".
           05 ws-site-heading-code      pic x(3).
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(11)
                value "Operators: ".
           05 ws-site-heading-ops       pic zzzz9.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(13)
                value "Total calls: ".
           05 ws-site-heading-total     pic zzzzzzzzz9.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(14)
                value "Feed records: ".
           05 ws-site-heading-records   pic zzzzz9.
           05 filler                    pic x(3) value spaces.
           05 filler                    pic x(12)
                value "Feed hash:  ".
           05 ws-site-heading-hash      pic zzzzzzzzzzz9.
           05 filler                    pic x(26)
                value spaces.
      *
       01 ws-site-total-line.
           05 filler                    pic x(2) value spaces.
           05 ws-site-total-line-label  pic x(33).
           05 ws-site-total-line-count  pic zzzzzzzzz9.
           05 filler                    pic x(87) value spaces.
      *
       01 ws-site-notice-line.
           05 filler                    pic x(2) value spaces.
           05 ws-site-notice-text       pic x(60).
           05 filler                    pic x(70) value spaces.
      *
      *extract row - one per operator per month, pipe-delimited for
      *spreadsheet/BI import
       01 ws-extract-line.
           05 ws-extract-line-num       pic x(6).
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-name      pic x(12).
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-month     pic x(3).
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-calls     pic zzzzz9.
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-inbound   pic zzzz9.
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-outbound  pic zzzz9.
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-transfer  pic zzzz9.
           05 filler                    pic x(1) value "|".
           05 ws-extract-line-hours     pic zzz9.
           05 filler                    pic x(1) value "|".
      *calendar is derived so each record lands in the right slot
           perform 060-load-scheduled-hours.
      *
      *the job and step this run goes on the control ledger under
           perform 950-load-ledger-card.
      *
      *sort the feed by operator number before anything is processed
      *- the control trailer is reconciled on the way in, so a bad
      *feed aborts here, before a line is printed
           perform 520-print-ranked-report-avg.
           perform 530-print-department-report.
           perform 540-print-department-ranking.
           perform 550-print-site-report.
      *
      *this run's own summary onto the history file, for the next
      *run to check against
                 extract-file
                 restart-file.
      *
      *the run's control records onto the shared ledger, for the
      *balancing report to trace the month's calls through
           if ws-ctl-ledger-on
               perform 970-write-ledger
           end-if.
      *
      *a feed that swung past tolerance still reports, but RC 4
      *holds the distribution until someone has looked at it
           if ws-runh-warning
               or not ws-site-totals-reconcile
               move 4                   to return-code
           end-if.
      *
                until ws-sub > ws-number-of-months
               move ws-month-literals (ws-sub)
                   to ws-heading-month (ws-sub)
               move ws-month-literals (ws-sub)
                   to ws-total-heading-month (ws-sub)
           end-perform.

      *one keyword=value line off the card - '*' in column one is a
               end-unstring
               evaluate ws-parm-keyword
                   when "MAX-MONTHLY-CALLS"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-max-monthly-calls
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
       060-load-scheduled-hours.
           open input hours-file.
           if ws-hours-file-status = "00"
               move 0                   to ws-hours-op-count
               perform until ws-hours-end
                   read hours-file
                       at end
               if ws-hours-slot = 0
                   add 1                to ws-hours-skipped
               else
                   move hrs-rec-num     to ws-hours-lookup-num
                   perform 067-find-or-add-hours-entry
                   if ws-hours-op-idx = 0
                       add 1            to ws-hours-skipped
                   else
                       add hrs-rec-hours-n
                                        to ws-hours-month
                                           (ws-hours-op-idx,
                                            ws-hours-slot)
                       add 1            to ws-hours-applied
                   end-if
               end-if
           end-if.

               end-if
           end-perform.

      *the operator's entry on the hours table, added the first
      *time the operator turns up - a full table leaves
      *ws-hours-op-idx at 0 and the record is skipped and counted
      *like any other the run can't place
       067-find-or-add-hours-entry.
           perform 068-find-hours-entry.
           if ws-hours-op-idx = 0
               if ws-hours-op-count < 2000
                   add 1                to ws-hours-op-count
                   move ws-hours-op-count
                                        to ws-hours-op-idx
                   move ws-hours-lookup-num
                                        to ws-hours-op-num
                                           (ws-hours-op-idx)
                   perform varying ws-sub from 1 by 1
                        until ws-sub > ws-number-of-months
                       move 0           to ws-hours-month
                                           (ws-hours-op-idx, ws-sub)
                   end-perform
               end-if
           end-if.

      *scan the hours table for ws-hours-lookup-num - sets
      *ws-hours-op-idx to its entry, or 0 when the hours feed
      *doesn't know the operator
       068-find-hours-entry.
           move 0                       to ws-hours-op-idx.
           perform varying ws-hours-op-sub from 1 by 1
                until ws-hours-op-sub > ws-hours-op-count
               if ws-hours-op-num (ws-hours-op-sub)
                                        = ws-hours-lookup-num
                   move ws-hours-op-sub to ws-hours-op-idx
               end-if
           end-perform.

      *the values this run is actually cut against, card or default,
      *printed under the headings so the listing is self-describing
       120-print-parameter-echo.
           perform 250-lookup-operator-master.
           perform 448-check-hours-presence.
           perform 260-locate-department.
           perform 267-locate-site.
           perform 270-resolve-monthly-depts.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
                   add 1                to ws-non-zero-calls
               end-if
               perform 265-accumulate-dept-month
               perform 268-accumulate-site-month
               perform 440-check-service-threshold
               perform 445-check-utilization
      *the interrupted run already put this month's extract row on
      *the file - counted again here so the ledger covers them
               add 1                    to ws-ctl-extract-rows
               add emp-rec-calls-inbound  (ws-sub)
                   to ws-ctl-extract-calls (1)
               add emp-rec-calls-outbound (ws-sub)
                   to ws-ctl-extract-calls (2)
               add emp-rec-calls-transfer (ws-sub)
                   to ws-ctl-extract-calls (3)
           end-perform.
           if ws-non-zero-calls > 0
               divide ws-emp-total by ws-non-zero-calls

       160-release-feed-records.
           open input emp-file.
           open input opr-master-file.
           if ws-opr-file-status = "00"
               move 'Y'                 to ws-blank-seg-mst-flag
           end-if.
           perform until ws-feed-end
               read emp-file
                   at end
                   not at end
                       if emp-feed-rec-num = ws-trailer-marker-value
                           perform 230-validate-control-trailer
                       else
                           add 1        to ws-feed-record-count
                           perform 163-track-site-segment
                           perform 165-accumulate-raw-hash
                           if emp-feed-rec-site = spaces
                               perform 167-resolve-blank-site-record
                           end-if
                           release feed-sort-rec from emp-feed-rec
                       end-if
               end-read
           end-perform.
           close emp-file.
           if ws-blank-seg-mst-open
               close opr-master-file
               move 'N'                 to ws-blank-seg-mst-flag
           end-if.
           perform 235-check-untrailered-records.

      *each site's received file is one segment of the feed, ended
      *by its own trailer - every record in a segment has to carry
      *the same site, which 230 then checks against the trailer's
       163-track-site-segment.
           if ws-seg-record-count = 0
               move emp-feed-rec-site  to ws-seg-site
           else
               if emp-feed-rec-site not = ws-seg-site
                   move 'Y'             to ws-seg-mixed-flag
               end-if
           end-if.
           add 1                        to ws-seg-record-count.

      *every bucket of every record, valid or not - the trailer hash
      *the extract job wrote covers everything it put on the feed,
                until ws-val-sub > 36
               add emp-feed-bucket (ws-val-sub)
                   to ws-raw-grand-total
               add emp-feed-bucket (ws-val-sub)
                   to ws-seg-hash-total
               divide ws-val-sub by 3 giving ws-ctl-quotient
                   remainder ws-ctl-type-sub
               if ws-ctl-type-sub = 0
                   move 3               to ws-ctl-type-sub
               end-if
               add emp-feed-bucket (ws-val-sub)
                   to ws-ctl-infile-calls (ws-ctl-type-sub)
           end-perform.

      *a record consolidated without a site goes under the master's
      *site, or "???" when the master doesn't know the operator -
      *the same answer 267 gives it - and its count and hash are
      *kept against that site until the segment's trailer arrives
       167-resolve-blank-site-record.
           move "???"                   to ws-site-lookup-code.
           if ws-blank-seg-mst-open
               move emp-feed-rec-num    to opr-rec-num
               read opr-master-file
                    key is opr-rec-num
                    invalid key
                       continue
                    not invalid key
                       if opr-rec-site not = spaces
                           move opr-rec-site
                                        to ws-site-lookup-code
                       end-if
               end-read
           end-if.
           move 0                       to ws-blank-seg-rec-hash.
           perform varying ws-val-sub from 1 by 1
                until ws-val-sub > 36
               add emp-feed-bucket (ws-val-sub)
                   to ws-blank-seg-rec-hash
           end-perform.
           move 0                       to ws-blank-seg-idx.
           perform varying ws-blank-seg-sub from 1 by 1
                until ws-blank-seg-sub > ws-blank-seg-count
               if ws-blank-seg-site (ws-blank-seg-sub)
                   = ws-site-lookup-code
                   move ws-blank-seg-sub to ws-blank-seg-idx
               end-if
           end-perform.
           if ws-blank-seg-idx = 0
               if ws-blank-seg-count < 20
                   add 1                to ws-blank-seg-count
                   move ws-blank-seg-count
                                        to ws-blank-seg-idx
                   move ws-site-lookup-code
                       to ws-blank-seg-site (ws-blank-seg-idx)
                   move 0  to ws-blank-seg-records (ws-blank-seg-idx)
                   move 0  to ws-blank-seg-hash (ws-blank-seg-idx)
               else
                   add 1                to ws-site-overflow
               end-if
           end-if.
           if ws-blank-seg-idx > 0
               add 1      to ws-blank-seg-records (ws-blank-seg-idx)
               add ws-blank-seg-rec-hash
                          to ws-blank-seg-hash (ws-blank-seg-idx)
           end-if.

       200-read-input-file.
      *reads the next record off the sorted copy of the feed &
      *sorted record can be checked against it
           move emp-rec-num            to ws-prev-operator-num.

      *an exception record's calls go on the ledger as rejected, so
      *the balancing report can account for the gap between what
      *came in on INFILE and what the report printed
           if not ws-record-valid
               perform varying ws-val-sub from 1 by 1
                    until ws-val-sub > 12
                   add emp-rec-calls-inbound (ws-val-sub)
                       to ws-ctl-reject-calls (1)
                   add emp-rec-calls-outbound (ws-val-sub)
                       to ws-ctl-reject-calls (2)
                   add emp-rec-calls-transfer (ws-val-sub)
                       to ws-ctl-reject-calls (3)
               end-perform
           end-if.

      *the feed is processed in operator-number order, so a
      *duplicate is simply a record whose number matches the one
      *before it - nothing to remember past one key, no table to
      *every record the extract job wrote, valid or not, while
      *ws-grand-total only picks up records that passed validation,
      *so a feed with nothing wrong but a flagged exception must
      *still reconcile clean here.
      *Each trailer covers only its own site's segment - the records
      *since the trailer before it - so the segment counters are
      *what it is checked against, and the run-wide count and hash
      *end up as the sum of every site's trailer. A site turning up
      *twice would double its volume, so that aborts too
           add 1                        to ws-feed-trailer-count.
           if emp-feed-trailer-record-count not = ws-seg-record-count
               or emp-feed-trailer-hash-total not = ws-seg-hash-total
               display "A5CCORPT: INFILE CONTROL TOTALS DO NOT "
                       "RECONCILE - RUN ABORTED"
               display "  SITE '" emp-feed-trailer-site
                       "' - TRAILER " ws-feed-trailer-count
                       " ON THE FEED"
               display "  RECORD COUNT - EXPECTED "
                       ws-seg-record-count " TRAILER SAYS "
                       emp-feed-trailer-record-count
               display "  HASH TOTAL   - EXPECTED "
                       ws-seg-hash-total " TRAILER SAYS "
                       emp-feed-trailer-hash-total
               move 16                  to return-code
               stop run
           end-if.
           if ws-seg-record-count > 0
               and (ws-seg-mixed
                    or ws-seg-site not = emp-feed-trailer-site)
               display "A5CCORPT: INFILE RECORDS UNDER THE TRAILER "
                       "FOR SITE '" emp-feed-trailer-site
                       "' ARE NOT ALL THAT SITE'S - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           if emp-feed-trailer-site = spaces
               perform 233-credit-blank-site-trailer
           else
               move emp-feed-trailer-site
                                        to ws-site-lookup-code
               perform 269-find-or-add-site
               if ws-site-idx > 0
                   perform 232-check-second-trailer
                   move 'Y'   to ws-site-trailer-flag (ws-site-idx)
                   move emp-feed-trailer-record-count
                             to ws-site-feed-records (ws-site-idx)
                   move emp-feed-trailer-hash-total
                             to ws-site-feed-hash (ws-site-idx)
               end-if
           end-if.
           move 0                       to ws-seg-record-count.
           move 0                       to ws-seg-hash-total.
           move 'N'                     to ws-seg-mixed-flag.
           move 0                       to ws-blank-seg-count.

       232-check-second-trailer.
           if ws-site-has-trailer (ws-site-idx)
               display "A5CCORPT: SITE '" ws-site-lookup-code
                       "' HAS MORE THAN ONE TRAILER ON INFILE "
                       "- RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.

      *a trailer with no site has just reconciled to its segment as
      *a whole, so the segment's records split by the site each was
      *resolved to (167) are the trailer's figures split the same
      *way - each of those sites takes its share as its own trailer
      *figures, and its totals and its records land on one page
       233-credit-blank-site-trailer.
           perform varying ws-blank-seg-sub from 1 by 1
                until ws-blank-seg-sub > ws-blank-seg-count
               move ws-blank-seg-site (ws-blank-seg-sub)
                                        to ws-site-lookup-code
               perform 269-find-or-add-site
               if ws-site-idx > 0
                   perform 232-check-second-trailer
                   move 'Y'   to ws-site-trailer-flag (ws-site-idx)
                   move ws-blank-seg-records (ws-blank-seg-sub)
                             to ws-site-feed-records (ws-site-idx)
                   move ws-blank-seg-hash (ws-blank-seg-sub)
                             to ws-site-feed-hash (ws-site-idx)
               end-if
           end-perform.

      *records after the last trailer belong to a site file whose
      *trailer never arrived - a truncated transmission - so once
      *the feed has shown it carries trailers, a tail without one
      *aborts the same way a trailer that doesn't reconcile does
       235-check-untrailered-records.
           if ws-feed-trailer-count > 0
               and ws-seg-record-count > 0
               display "A5CCORPT: " ws-seg-record-count
                       " INFILE RECORDS AFTER THE LAST TRAILER - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.

       250-lookup-operator-master.
      *resolve the operator's name & department from the operator
      *prints blank/unknown so it still shows up for follow-up
           move "UNKNOWN"              to ws-opr-name.
           move spaces                 to ws-opr-dept.
           move spaces                 to ws-opr-site.
           move emp-rec-num            to opr-rec-num.
           read opr-master-file
                key is opr-rec-num
                not invalid key
                   move opr-rec-name   to ws-opr-name
                   move opr-rec-dept   to ws-opr-dept
                   move opr-rec-site   to ws-opr-site
           end-read.

      *remember a feed operator the master couldn't resolve, for the
                   to ws-dept-mth-calls-transfer (ws-dept-idx, ws-sub)
           end-if.

      *resolve which site-totals entry this operator's calls go
      *under - the site the feed record was consolidated for, or
      *the master's site for a record that doesn't carry one, or
      *"???" when neither knows. Run once per valid record, beside
      *260-locate-department
       267-locate-site.
           if emp-rec-site not = spaces
               move emp-rec-site       to ws-site-lookup-code
           else
               if ws-opr-site not = spaces
                   move ws-opr-site    to ws-site-lookup-code
               else
                   move "???"          to ws-site-lookup-code
               end-if
           end-if.
           perform 269-find-or-add-site.
           if ws-site-idx > 0
               add 1                    to ws-site-operator-count
                                           (ws-site-idx)
           else
               add 1                    to ws-site-overflow
           end-if.
           move ws-site-idx            to ws-site-op-idx.

      *fold the month in ws-sub/ws-month-call-total into the
      *operator's site entry - an operator stays with one site for
      *the whole fiscal year, so every month goes to the entry 267
      *resolved
       268-accumulate-site-month.
           if ws-site-op-idx > 0
               add ws-month-call-total to ws-site-mth-calls
                                           (ws-site-op-idx, ws-sub)
               add ws-month-call-total to ws-site-grand-total
                                           (ws-site-op-idx)
               add emp-rec-calls-inbound  (ws-sub)
                   to ws-site-mth-calls-inbound
                      (ws-site-op-idx, ws-sub)
               add emp-rec-calls-outbound (ws-sub)
                   to ws-site-mth-calls-outbound
                      (ws-site-op-idx, ws-sub)
               add emp-rec-calls-transfer (ws-sub)
                   to ws-site-mth-calls-transfer
                      (ws-site-op-idx, ws-sub)
           end-if.

      *scan the site table for ws-site-lookup-code, adding a fresh
      *zeroed entry when the site is new and there is still room -
      *leaves ws-site-idx at the entry, or 0 when the table is full.
      *Subscripted with ws-site-sub/ws-dept-sub so it can run from
      *inside the per-month loop without disturbing ws-sub
       269-find-or-add-site.
           move 0                       to ws-site-idx.
           perform varying ws-site-sub from 1 by 1
                until ws-site-sub > ws-site-count
               if ws-site-code (ws-site-sub) = ws-site-lookup-code
                   move ws-site-sub     to ws-site-idx
               end-if
           end-perform.
           if ws-site-idx = 0
               and ws-site-count < 20
               add 1                    to ws-site-count
               move ws-site-count       to ws-site-idx
               move ws-site-lookup-code to ws-site-code (ws-site-idx)
               move 0          to ws-site-operator-count (ws-site-idx)
               move 0          to ws-site-grand-total (ws-site-idx)
               move 0          to ws-site-feed-records (ws-site-idx)
               move 0          to ws-site-feed-hash (ws-site-idx)
               move 'N'        to ws-site-trailer-flag (ws-site-idx)
               perform varying ws-dept-sub from 1 by 1
                    until ws-dept-sub > ws-number-of-months
                   move 0               to ws-site-mth-calls
                                           (ws-site-idx, ws-dept-sub)
                   move 0               to ws-site-mth-calls-inbound
                                           (ws-site-idx, ws-dept-sub)
                   move 0               to ws-site-mth-calls-outbound
                                           (ws-site-idx, ws-dept-sub)
                   move 0               to ws-site-mth-calls-transfer
                                           (ws-site-idx, ws-dept-sub)
               end-perform
           end-if.

      *work out which department each fiscal month belongs to for
      *the operator being processed - the history records for the
      *operator are read off OPRHIST and each month resolved to the
      *operator's index and hours already resolved by 448
       290-compute-operator-cph.
           if ws-hours-feed-present
               and ws-hours-op-idx > 0
               and ws-op-hours-total > 0
               compute ws-cph-work rounded =
                   ws-emp-total / ws-op-hours-total
      *these two ride on the end of the row
       405-fill-extract-hours.
           if ws-hours-feed-present
               and ws-hours-op-idx > 0
               move ws-hours-month (ws-hours-op-idx, ws-sub)
                                        to ws-extract-line-hours
               if ws-hours-month (ws-hours-op-idx, ws-sub) > 0
      *ws-month-call-total set for the month being checked
       445-check-utilization.
           if ws-hours-feed-present
               and ws-hours-op-idx > 0
               and ws-hours-month (ws-hours-op-idx, ws-sub) > 0
               and ws-month-call-total > 0
               compute ws-cph-work rounded =
      *Runs once per valid record, before the months process
       448-check-hours-presence.
           move 0                       to ws-op-hours-total.
           move 0                       to ws-hours-op-idx.
           if ws-hours-feed-present
               move emp-rec-num         to ws-hours-lookup-num
               perform 068-find-hours-entry
               if ws-hours-op-idx > 0
                   perform varying ws-val-sub from 1 by 1
                        until ws-val-sub > ws-number-of-months
                       add ws-hours-month
               perform 250-lookup-operator-master
               perform 448-check-hours-presence
               perform 260-locate-department
               perform 267-locate-site
               perform 270-resolve-monthly-depts

               perform 400-process-table
      *total overall calls.

      *the same month's figures again at department level, into the
      *entry 260-locate-department resolved for this operator, and
      *at site level into the one 267-locate-site resolved
           perform 265-accumulate-dept-month.
           perform 268-accumulate-site-month.

      *one extract row per operator per month, alongside the
      *printed detail line
      *the raw counts - n/a where there is no denominator
           perform 405-fill-extract-hours.
           write extract-rec from ws-extract-line.
           add 1                        to ws-ctl-extract-rows.
           add emp-rec-calls-inbound  (ws-sub)
               to ws-ctl-extract-calls (1).
           add emp-rec-calls-outbound (ws-sub)
               to ws-ctl-extract-calls (2).
           add emp-rec-calls-transfer (ws-sub)
               to ws-ctl-extract-calls (3).

           perform 440-check-service-threshold.
           perform 445-check-utilization.
      *sorted feed - both sides come up in operator-number order, so
      *every master record is checked with a single forward walk and
      *no table or cap. Exception records are still on the sorted
      *copy, so a rejected record still counts as "on feed". A
      *terminated operator stays on the master for the history and
      *is expected to have no calls, so only active ones are listed
       462-print-master-not-feed.
           move ws-recon-m-heading to ws-print-line
           perform 700-write-report-line.
                           perform 463-read-reconciliation-feed
                       end-perform
                       if ws-recon-feed-key not = opr-rec-num
                           and not opr-rec-terminated
                           add 1        to ws-master-not-feed-count
                           move opr-rec-num
                               to ws-recon-master-line-num

      *add the last three total groups - only 1st 3 given

           move ws-total-heading-line to ws-print-line
           perform 700-write-report-line.
           move ws-month-ops-line to ws-print-line

           perform 700-write-report-line.
      *from the entry ws-dept-idx was left pointing at by 532
       535-print-dept-total-lines.
           if ws-dept-idx > 0
               move ws-total-heading-line to ws-print-line
               perform 700-write-report-line
               perform 720-write-burst-line
               move "Totals"            to ws-type-monthly-line-label
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
               move ws-blank-line to ws-print-line
               perform 700-write-report-line
           end-if.
      *
      *the site section - each site on its own pages, for the site
      *manager, with the same monthly Totals and per-type lines the
      *department groups carry, then the company total across all
      *sites, summed back up from the site entries and reconciled to
      *the run's own grand total so head office never has to add two
      *reports together by hand
       550-print-site-report.
           move ws-site-section-heading
                                        to ws-current-section-heading.
           move 'Y'                     to ws-section-heading-flag.
           move 'Y'                     to ws-col-headings-flag.
           perform varying ws-site-sub from 1 by 1
                until ws-site-sub > ws-site-count
               perform 555-print-site-block
           end-perform.
           perform 560-print-company-total.
      *
       555-print-site-block.
           perform 710-start-new-page.
           move ws-site-code (ws-site-sub)
                                        to ws-site-heading-code.
           move ws-site-operator-count (ws-site-sub)
                                        to ws-site-heading-ops.
           move ws-site-grand-total (ws-site-sub)
                                        to ws-site-heading-total.
           move ws-site-feed-records (ws-site-sub)
                                        to ws-site-heading-records.
           move ws-site-feed-hash (ws-site-sub)
                                        to ws-site-heading-hash.
           move ws-site-heading-line to ws-print-line.
           perform 700-write-report-line.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
           move ws-total-heading-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals"                to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-site-mth-calls (ws-site-sub, ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals-Inbound"        to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-site-mth-calls-inbound (ws-site-sub, ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals-Outbound"       to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-site-mth-calls-outbound (ws-site-sub, ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals-Transfer"       to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-site-mth-calls-transfer (ws-site-sub, ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
      *a site with calls on the feed but none its trailer covers is
      *one whose records arrived without a site file of their own -
      *worth saying, since its feed figures above read zero
           if not ws-site-has-trailer (ws-site-sub)
               and ws-feed-trailer-count > 0
               move "No trailer on INFILE for this site's records."
                                        to ws-site-notice-text
               move ws-site-notice-line to ws-print-line
               perform 700-write-report-line
               move ws-blank-line to ws-print-line
               perform 700-write-report-line
           end-if.
      *
      *the company total is the site entries added back together,
      *month by month and type by type, and the annual figure is
      *checked against ws-grand-total - the two are built from the
      *same records by separate accumulators, so a difference means
      *volume the site section doesn't cover (a site past the table)
       560-print-company-total.
           move ws-company-section-heading
                                        to ws-current-section-heading.
           perform 710-start-new-page.
           move 0                       to ws-site-sum-total.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move 0             to ws-company-mth-calls (ws-sub)
               move 0             to ws-company-mth-inbound (ws-sub)
               move 0             to ws-company-mth-outbound (ws-sub)
               move 0             to ws-company-mth-transfer (ws-sub)
               perform varying ws-site-sub from 1 by 1
                    until ws-site-sub > ws-site-count
                   add ws-site-mth-calls (ws-site-sub, ws-sub)
                       to ws-company-mth-calls (ws-sub)
                   add ws-site-mth-calls-inbound (ws-site-sub, ws-sub)
                       to ws-company-mth-inbound (ws-sub)
                   add ws-site-mth-calls-outbound (ws-site-sub, ws-sub)
                       to ws-company-mth-outbound (ws-sub)
                   add ws-site-mth-calls-transfer (ws-site-sub, ws-sub)
                       to ws-company-mth-transfer (ws-sub)
               end-perform
           end-perform.
           move ws-total-heading-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals"                to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-company-mth-calls (ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals-Inbound"        to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-company-mth-inbound (ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals-Outbound"       to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-company-mth-outbound (ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move "Totals-Transfer"       to ws-type-monthly-line-label.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-company-mth-transfer (ws-sub)
                   to ws-type-monthly-line-count (ws-sub)
           end-perform.
           move ws-type-monthly-line to ws-print-line.
           perform 700-write-report-line.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
      *one summary line per site, then the reconciliation
           move 'N'                     to ws-col-headings-flag.
           perform varying ws-site-sub from 1 by 1
                until ws-site-sub > ws-site-count
               move ws-site-code (ws-site-sub)
                                        to ws-site-heading-code
               move ws-site-operator-count (ws-site-sub)
                                        to ws-site-heading-ops
               move ws-site-grand-total (ws-site-sub)
                                        to ws-site-heading-total
               move ws-site-feed-records (ws-site-sub)
                                        to ws-site-heading-records
               move ws-site-feed-hash (ws-site-sub)
                                        to ws-site-heading-hash
               move ws-site-heading-line to ws-print-line
               perform 700-write-report-line
               add ws-site-grand-total (ws-site-sub)
                                        to ws-site-sum-total
           end-perform.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
           move 'Sum of site totals:'  to ws-site-total-line-label.
           move ws-site-sum-total      to ws-site-total-line-count.
           move ws-site-total-line to ws-print-line.
           perform 700-write-report-line.
           move 'Company total calls:' to ws-site-total-line-label.
           move ws-grand-total         to ws-site-total-line-count.
           move ws-site-total-line to ws-print-line.
           perform 700-write-report-line.
           if ws-site-overflow > 0
               move 'Operators past the site table:'
                                        to ws-site-total-line-label
               move ws-site-overflow   to ws-site-total-line-count
               move ws-site-total-line to ws-print-line
               perform 700-write-report-line
           end-if.
           move ws-blank-line to ws-print-line.
           perform 700-write-report-line.
           if ws-site-sum-total = ws-grand-total
               move "Site totals reconcile to the company total."
                                        to ws-site-notice-text
           else
               move 'N'                 to ws-site-reconcile-flag
               move
               "*** SITE TOTALS DO NOT RECONCILE TO COMPANY TOTAL ***"
                                        to ws-site-notice-text
           end-if.
           move ws-site-notice-line to ws-print-line.
           perform 700-write-report-line.

      *the ledger's job and step names - JOB= and STEP=, '*' in
      *column one is a comment. With no card the run writes no
      *ledger records
       950-load-ledger-card.
           open input ctl-parm-file.
           if ws-ctl-parm-file-status = "00"
               move 'Y'                 to ws-ctl-ledger-flag
               perform until ws-ctl-parm-end
                   read ctl-parm-file
                       at end
                           move 'Y'     to ws-ctl-parm-eof-flag
                       not at end
                           perform 955-apply-ledger-line
                   end-read
               end-perform
           end-if.
           close ctl-parm-file.
           accept ws-ctl-date from date yyyymmdd.
           accept ws-ctl-time from time.

       955-apply-ledger-line.
           if ctl-parm-rec = spaces
               or ctl-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-ctl-keyword
               move spaces              to ws-ctl-value
               unstring ctl-parm-rec delimited by "="
                   into ws-ctl-keyword ws-ctl-value
               end-unstring
               evaluate ws-ctl-keyword
                   when "JOB"
                       move ws-ctl-value (1:8) to ws-ctl-job
                   when "STEP"
                       move ws-ctl-value (1:8) to ws-ctl-step
                   when other
                       display "A5CCORPT: BAD CTLPARM LINE: "
                               ctl-parm-rec
               end-evaluate
           end-if.

      *clears the figures for the next ledger record
       958-clear-ledger-figures.
           move spaces                  to ws-ctl-file
                                           ws-ctl-direction
                                           ws-ctl-site.
           move 0                       to ws-ctl-records-in
                                           ws-ctl-records-out
                                           ws-ctl-records-rejected.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move 0                   to ws-ctl-calls
                                               (ws-ctl-type-sub)
           end-perform.

      *one ledger record off ws-ctl-figures
       960-write-ledger-record.
           move spaces                  to ctl-rec.
           move ws-ctl-job              to ctl-rec-job.
           move ws-ctl-step             to ctl-rec-step.
           move "A5CCORPT"               to ctl-rec-program.
           move ws-ctl-file             to ctl-rec-file.
           move ws-ctl-direction        to ctl-rec-direction.
           move ws-ctl-site             to ctl-rec-site.
           move ws-ctl-date             to ctl-rec-run-date.
           move ws-ctl-time             to ctl-rec-run-time.
           move ws-ctl-records-in       to ctl-rec-records-in.
           move ws-ctl-records-out      to ctl-rec-records-out.
           move ws-ctl-records-rejected to ctl-rec-records-rejected.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-calls (ws-ctl-type-sub)
                   to ctl-rec-calls (ws-ctl-type-sub)
           end-perform.
           write ctl-rec.
           perform 958-clear-ledger-figures.

      *the ledger is shared by every stream - one that won't open
      *costs this run its control records, not its output, so it
      *warns with RC 4 instead of stopping
       970-write-ledger.
           open extend ctl-ledger-file.
           if ws-ctl-ledger-file-status = "00"
               perform 975-write-ledger-records
               close ctl-ledger-file
           else
               display "A5CCORPT: CTLLEDGR OPEN FAILED, STATUS "
                       ws-ctl-ledger-file-status
                       " - NO LEDGER RECORDS WRITTEN"
               if return-code < 4
                   move 4               to return-code
               end-if
           end-if.

      *INFILE as read, with the exception records' calls on their
      *own 'R' record, then the report and the extract as written.
      *On a resumed run every figure covers the whole feed - the
      *fast-forward re-reads and re-validates from record one, and
      *the report totals come back off the checkpoint
       975-write-ledger-records.
           perform 958-clear-ledger-figures.
           move "INFILE"                to ws-ctl-file.
           move "I"                     to ws-ctl-direction.
           move ws-feed-record-count    to ws-ctl-records-in.
           move ws-valid-record-count   to ws-ctl-records-out.
           subtract ws-valid-record-count from ws-feed-record-count
               giving ws-ctl-records-rejected.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-infile-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
           move "INFILE"                to ws-ctl-file.
           move "R"                     to ws-ctl-direction.
           subtract ws-valid-record-count from ws-feed-record-count
               giving ws-ctl-records-rejected.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-reject-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
           move "RPTFILE"               to ws-ctl-file.
           move "O"                     to ws-ctl-direction.
           move ws-valid-record-count   to ws-ctl-records-out.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               add ws-total-mth-calls-inbound (ws-sub)
                   to ws-ctl-calls (1)
               add ws-total-mth-calls-outbound (ws-sub)
                   to ws-ctl-calls (2)
               add ws-total-mth-calls-transfer (ws-sub)
                   to ws-ctl-calls (3)
           end-perform.
           perform 960-write-ledger-record.
           move "EXTRACT"               to ws-ctl-file.
           move "O"                     to ws-ctl-direction.
           move ws-ctl-extract-rows     to ws-ctl-records-out.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-extract-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
      *
       end program A5CCORPT.

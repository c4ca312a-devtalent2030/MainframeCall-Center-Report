       author. TALENT NYOTA.
       date-written.  09/02/2026.
      *Program Description:
      *departmental chargeback billing - reads the same 200-byte
      *monthly feed the volumes report reads, attributes each
      *operator's monthly calls to the department the operator was
      *actually in (current department off the master, corrected by
      *invoice per department plus a machine-readable charges
      *extract for the GL feed - so finance stops re-keying the
      *printed report by hand every month
      *
      *period lock: once A5CCGL has posted a fiscal month's charges
      *to the ledger, the month is recorded as posted on GLPERIOD.
      *The feed is the year to date, so from the second month on it
      *carries volume for months already posted - those months are
      *listed on the invoices as ALREADY POSTED - NOT REBILLED and
      *kept off the charges extract, so a department can't be
      *charged for the same month twice. A run with no unposted
      *month left to bill is a rerun, and is refused before a single
      *invoice or extract row is written. Rebilling a posted month
      *takes an explicit reopen of the period through A5CCGL first
      *
      *adjustment notes: when a DELTAIN DD is present the run prices
      *the net call-count changes A5CCADJ wrote for an adjusted
      *prior period instead of a feed - each department gets an
      *adjustment note with a debit line for calls added and a
      *credit line for calls taken away, at the rate in force for
      *the month, and the charges extract carries the same lines
      *with DR/CR in a NOTE column so A5CCGL posts the difference
      *only. Notes are only for months already posted to the GL -
      *a month not yet posted is still to be billed in full off the
      *restated feed, so its changes are listed and left to that
      *
      *control ledger: with a CTLPARM card naming the job and step,
      *the run appends its control records to the shared CTLLEDGR -
      *INFILE's records and calls as read, the duplicates dropped,
      *the rows and calls put on CHGFILE and the calls left
      *unbilled (no rate, or no room for the department), so
      *A5CCBAL's trace ends at what was actually charged. An
      *adjustment-note run records DELTAIN and its CHGFILE rows
      *
       environment division.
       input-output section.
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
      *GL period control - one record per posting or reopen, in the
      *order they happened, written by A5CCGL. The latest record
      *for a yyyymm says whether it is posted right now. Absent on
      *the first cycle before anything has been posted
           select optional period-file
               assign to GLPERIOD
               organization is sequential
               file status is ws-per-file-status.
      *
      *the net changes off an adjustment run - present (status 00
      *on open) means this run issues adjustment notes, absent
      *means the normal monthly billing off the feed
           select optional delta-file
               assign to DELTAIN
               organization is sequential
               file status is ws-delta-file-status.
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
       01 emp-feed-rec.
           05 emp-feed-rec-num         pic x(6).
           05 filler                   pic x(194).
      *
       sd feed-sort-file
           data record is feed-sort-rec.
      *
       01 feed-sort-rec.
           05 feed-sort-num            pic x(6).
           05 filler                   pic x(194).
      *
      *the feed in operator-number order - twelve inbound/outbound/
      *transfer triplets per operator, the layout the report reads
       fd sorted-feed-file
           data record is emp-rec
           record contains 200 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(6).
           05 emp-rec-month-calls      occurs 12 times.
                10 emp-rec-calls-inbound    pic 9(5).
                10 emp-rec-calls-outbound   pic 9(5).
                10 emp-rec-calls-transfer   pic 9(5).
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
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
      *same layout A5CCGL writes - 'P' posted, 'R' reopened
       fd period-file
           data record is per-rec
           record contains 80 characters.
      *
       01 per-rec.
           05 per-rec-yyyymm           pic x(6).
           05 per-rec-status           pic x(1).
           05 per-rec-date             pic 9(8).
           05 per-rec-by               pic x(20).
           05 per-rec-amount           pic 9(11)v99.
           05 per-rec-reason           pic x(30).
      *'-' when the amount is a credit net, else space
           05 per-rec-amount-sign      pic x(1).
               88 per-rec-amount-credit         value '-'.
           05 filler                   pic x(1).
      *
      *same layout A5CCADJ writes - department, fiscal month, call
      *type and the net change as a sign and a count
       fd delta-file
           data record is dlt-rec
           record contains 80 characters.
      *
       01 dlt-rec.
           05 dlt-rec-dept             pic x(4).
           05 dlt-rec-yyyymm           pic 9(6).
           05 dlt-rec-month            pic x(3).
           05 dlt-rec-type             pic x(1).
           05 dlt-rec-sign             pic x(1).
           05 dlt-rec-calls            pic 9(6).
           05 filler                   pic x(59).
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
      *
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
           05 ws-month-names                    pic x(36)
                value "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
                05 ws-month-literals redefines
           05 ws-slot-year              pic 9(4) value 0.
      *
       01 ws-opr-file-status            pic xx.
      *
      *posted/reopened state per fiscal month off GLPERIOD - the
      *last record read for a month overrides the ones before it.
      *A control record that can't be read as one aborts the run:
      *a lock that might be wrong is no lock at all
       01 ws-per-control.
           05 ws-per-file-status        pic xx.
           05 ws-per-eof-flag           pic x    value 'N'.
               88 ws-per-end                     value 'Y'.
           05 ws-per-error-flag         pic x    value 'N'.
               88 ws-per-in-error                value 'Y'.
           05 ws-per-sub                pic 9(3) value 0.
           05 ws-per-idx                pic 9(3) value 0.
           05 ws-per-locked-count       pic 99   value 0.
           05 ws-per-unposted-count     pic 99   value 0.
      *the fiscal months with volume that are posted right now -
      *listed on the invoices, never priced or extracted
           05 ws-slot-posted-flag       pic x    occurs 12 times
                                                 value 'N'.
               88 ws-slot-posted                 value 'Y'.
      *
       01 ws-per-table.
           05 ws-per-count              pic 9(3) value 0.
           05 ws-per-entry              occurs 240 times.
               10 ws-per-yyyymm         pic 9(6).
               10 ws-per-status         pic x.
                   88 ws-per-posted              value 'P'.
      *
      *adjustment-note run control - the net change per department
      *per month per call type runs parallel to the department
      *table, and each fiscal month is noted only when it is posted
       01 ws-delta-control.
           05 ws-delta-file-status      pic xx.
           05 ws-delta-mode-flag        pic x    value 'N'.
               88 ws-delta-mode                  value 'Y'.
           05 ws-delta-eof-flag         pic x    value 'N'.
               88 ws-delta-end                   value 'Y'.
           05 ws-delta-error-flag       pic x    value 'N'.
               88 ws-delta-in-error              value 'Y'.
           05 ws-delta-slot             pic 99   value 0.
           05 ws-delta-type             pic 9    value 0.
           05 ws-delta-read             pic 9(5) value 0.
           05 ws-delta-calls-work       pic 9(7) value 0.
           05 ws-unposted-calls         pic 9(8) value 0.
           05 ws-note-line-count        pic 9(3) value 0.
           05 ws-slot-noted-flag        pic x    occurs 12 times
                                                 value 'N'.
               88 ws-slot-noted                  value 'Y'.
      *
       01 ws-delta-table.
           05 ws-delta-dept-entry       occurs 100 times.
               10 ws-delta-mth-entry    occurs 12 times.
                   15 ws-delta-net      pic s9(7) occurs 3 times.
      *
       01 ws-note-totals.
           05 ws-note-debit-amount      pic 9(9)v99  value 0.
           05 ws-note-credit-amount     pic 9(9)v99  value 0.
           05 ws-note-net-amount        pic 9(9)v99  value 0.
           05 ws-grand-debit-amount     pic 9(11)v99 value 0.
           05 ws-grand-credit-amount    pic 9(11)v99 value 0.
      *
       01 ws-rate-control.
           05 ws-rate-file-status       pic xx.
           05 ws-rate-in-force          pic 9(3)v99 value 0.
           05 ws-charge-amount          pic 9(9)v99 value 0.
           05 ws-unpriced-calls         pic 9(8) value 0.
           05 ws-posted-calls           pic 9(9) value 0.
      *
       01 ws-flags.
           05 ws-feed-eof-flag          pic x    value 'N'.
           05 ws-records-read           pic 9(5) value 0.
           05 ws-records-billed         pic 9(5) value 0.
           05 ws-dup-dropped-count      pic 9(5) value 0.
           05 ws-prev-operator-num      pic x(6) value spaces.
           05 ws-month-call-work        pic 9(9) value 0.
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
      *as read, dropped as duplicates, billed, left unbilled and
      *passed over as already posted
       01 ws-ctl-totals.
           05 ws-ctl-infile-calls       pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-dup-calls          pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-billed-calls       pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-unbilled-calls     pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-posted-calls       pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-chg-rows           pic 9(9) value 0.
      *
       01 ws-opr-lookup.
           05 ws-opr-name               pic x(12).
           05 ws-dept-entry             occurs 100 times.
               10 ws-dept-code          pic x(4).
               10 ws-dept-mth-entry     occurs 12 times.
                   15 ws-dept-mth-type  pic 9(9) occurs 3 times.
      *
       01 ws-type-sub                   pic 9    value 0.
       01 ws-type-labels                pic x(24)
           05 filler                   pic x(3)  value 'Mth'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Type    '.
           05 filler                   pic x(7)  value spaces.
           05 filler                   pic x(5)  value 'Calls'.
           05 filler                   pic x(6)  value spaces.
           05 filler                   pic x(4)  value 'Rate'.
           05 filler                   pic x(8)  value spaces.
           05 filler                   pic x(6)  value 'Amount'.
           05 filler                   pic x(81) value spaces.
      *
       01 ws-invoice-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(2)  value spaces.
           05 ws-inv-line-type         pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-inv-line-calls        pic zzzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-inv-line-rate         pic zz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-inv-line-amount       pic zzzzzzzz9.99.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-invoice-month-total-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(25)
                value " - NOT BILLED, REVIEW ***".
           05 filler                   pic x(67) value spaces.
      *
      *a posted month's volume on a department's invoice - listed so
      *the invoice still accounts for the whole feed, never priced
       01 ws-posted-month-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-posted-line-month     pic x(3).
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value spaces.
           05 filler                   pic x(1)  value spaces.
           05 ws-posted-line-calls     pic zzzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(29)
                value "ALREADY POSTED - NOT REBILLED".
           05 filler                   pic x(76) value spaces.
      *
       01 ws-overflow-line.
           05 filler                   pic x(2)  value spaces.
               value 'Duplicate feed records dropped:  '.
           05 ws-total-line3-count     pic zzzz9.
           05 filler                   pic x(92) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Calls already posted, not billed:'.
           05 ws-total-line4-count     pic zzzzzzzz9.
           05 filler                   pic x(88) value spaces.
      *
      *extract row - one per department per month per call type
      *with a non-zero charge, pipe-delimited for the GL load
           05 ws-chg-line-rate          pic 999.99.
           05 filler                    pic x(1) value "|".
           05 ws-chg-line-amount        pic 9(9).99.
           05 ws-chg-line-note-sep      pic x(1) value spaces.
           05 ws-chg-line-note          pic x(2) value spaces.
           05 filler                    pic x(9)
               value spaces.
      *
       01 ws-charges-header-line.
               value "DEPT|MONTH|YYYYMM|TYPE|CALLS|RATE|AMOUNT".
           05 filler                    pic x(16)
               value spaces.
      *
      *an adjustment-note extract carries DR/CR in a NOTE column
       01 ws-charges-note-header-line.
           05 filler                    pic x(45)
               value "DEPT|MONTH|YYYYMM|TYPE|CALLS|RATE|AMOUNT|NOTE".
           05 filler                    pic x(11)
               value spaces.
      *
       01 ws-note-heading.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(33)
                value "Adjustment Note - Department:    ".
           05 ws-note-heading-dept      pic x(4).
           05 filler                    pic x(93)
                value spaces.
      *
       01 ws-note-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(3)  value 'Mth'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Type    '.
           05 filler                   pic x(1)  value spaces.
           05 filler                   pic x(6)  value ' Calls'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value '  Rate'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(12) value '      Amount'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Note'.
           05 filler                   pic x(82) value spaces.
      *
       01 ws-note-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-note-line-month       pic x(3).
           05 filler                   pic x(2)  value spaces.
           05 ws-note-line-type        pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-note-line-calls       pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-note-line-rate        pic zz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-note-line-amount      pic zzzzzzzz9.99.
           05 filler                   pic x(2)  value spaces.
           05 ws-note-line-note        pic x(4).
           05 filler                   pic x(82) value spaces.
      *
       01 ws-note-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-note-total-label      pic x(33).
           05 ws-note-total-amount     pic zzzzzzzzzz9.99.
           05 filler                   pic x(83) value spaces.
      *
       01 ws-note-count-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-note-count-label      pic x(33).
           05 ws-note-count-value      pic zzzzzzz9.
           05 filler                   pic x(89) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 020-load-parameters.
           perform 950-load-ledger-card.
           perform 050-load-rate-file.
           perform 070-load-period-control.
      *
           accept ws-heading-date from date.
           accept ws-heading-time from time.
      *
      *an adjustment run prices the delta, never the feed
           perform 080-check-delta-mode.
           if ws-delta-mode
               perform 700-bill-adjustment-notes
               stop run
           end-if.
      *
      *sort the feed by operator number - the trailer is dropped on
      *the way in, it was already reconciled by the monthly run
      *that wrote the feed
           open input  sorted-feed-file,
                       opr-master-file,
                       opr-history-file.
      *
           perform 200-read-feed-record.
           perform 300-process-records
               until ws-end-of-file.
      *
      *the whole feed is attributed before anything is written, so
      *the period lock can turn the run away with the invoice and
      *extract still unopened
           perform 400-check-period-lock.
           perform 410-check-row-calls.
      *
           open output invoice-file,
                       charges-file.
      *
           write invoice-line from ws-heading-line.
           write invoice-line from ws-blank-line.
           write charges-rec from ws-charges-header-line.
      *
           perform 500-print-invoices.
      *
           write invoice-line from ws-total-line2.
           move ws-dup-dropped-count   to ws-total-line3-count.
           write invoice-line from ws-total-line3.
           move ws-posted-calls        to ws-total-line4-count.
           write invoice-line from ws-total-line4.
      *
           close sorted-feed-file
                 opr-master-file
                 opr-history-file
                 invoice-file
                 charges-file.
      *
           if ws-ctl-ledger-on
               perform 970-write-ledger
           end-if.
      *
      *volume that went unbilled - no rate card for it, or its
      *department didn't fit the table - the invoices are whole
               end-if
           end-if.

      *the period control log into storage - absent or empty means
      *nothing has been posted yet and nothing is locked
       070-load-period-control.
           open input period-file.
           if ws-per-file-status = "00"
               perform until ws-per-end
                   read period-file
                       at end
                           move 'Y'     to ws-per-eof-flag
                       not at end
                           perform 075-apply-period-record
                   end-read
               end-perform
           end-if.
           close period-file.
           if ws-per-in-error
               display "A5CCBILL: INVALID GLPERIOD FILE - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.

       075-apply-period-record.
           if per-rec-yyyymm not numeric
               or (per-rec-status not = "P" and not = "R")
               move 'Y'                 to ws-per-error-flag
               display "A5CCBILL: BAD GLPERIOD RECORD: " per-rec
           else
               move 0                   to ws-per-idx
               perform varying ws-per-sub from 1 by 1
                    until ws-per-sub > ws-per-count
                   if ws-per-yyyymm (ws-per-sub) = per-rec-yyyymm
                       move ws-per-sub  to ws-per-idx
                   end-if
               end-perform
               if ws-per-idx = 0
                   if ws-per-count < 240
                       add 1            to ws-per-count
                       move ws-per-count to ws-per-idx
                       move per-rec-yyyymm
                           to ws-per-yyyymm (ws-per-idx)
                   else
                       move 'Y'         to ws-per-error-flag
                       display "A5CCBILL: GLPERIOD HOLDS MORE THAN "
                               "240 PERIODS"
                   end-if
               end-if
               if ws-per-idx > 0
                   move per-rec-status  to ws-per-status (ws-per-idx)
               end-if
           end-if.

      *DELTAIN present and open means adjustment notes
       080-check-delta-mode.
           open input delta-file.
           if ws-delta-file-status = "00"
               move 'Y'                 to ws-delta-mode-flag
           else
               if ws-delta-file-status = "05"
                   close delta-file
               end-if
           end-if.

       150-load-feed.
           open input emp-file.
           perform until ws-feed-end
           perform until ws-end-of-file
                or emp-rec-num not = ws-prev-operator-num
               add 1                    to ws-dup-dropped-count
               perform varying ws-sub from 1 by 1 until ws-sub > 12
                   add emp-rec-calls-inbound  (ws-sub)
                       to ws-ctl-dup-calls (1)
                   add emp-rec-calls-outbound (ws-sub)
                       to ws-ctl-dup-calls (2)
                   add emp-rec-calls-transfer (ws-sub)
                       to ws-ctl-dup-calls (3)
               end-perform
               perform 205-read-one-feed-record
           end-perform.
           if not ws-end-of-file
       205-read-one-feed-record.
           read sorted-feed-file
                 at end move 'y'        to ws-eof-flag
                 not at end
                    add 1               to ws-records-read
                    perform 207-count-feed-calls
           end-read.

      *every call on the feed as read, for the ledger
       207-count-feed-calls.
           perform varying ws-sub from 1 by 1 until ws-sub > 12
               add emp-rec-calls-inbound  (ws-sub)
                   to ws-ctl-infile-calls (1)
               add emp-rec-calls-outbound (ws-sub)
                   to ws-ctl-infile-calls (2)
               add emp-rec-calls-transfer (ws-sub)
                   to ws-ctl-infile-calls (3)
           end-perform.

       300-process-records.
           perform 250-lookup-operator-master.
           perform 260-locate-department.
                           move 0       to ws-dept-mth-type
                                           (ws-dept-idx, ws-dept-sub,
                                            ws-type-sub)
                           move 0       to ws-delta-net
                                           (ws-dept-idx, ws-dept-sub,
                                            ws-type-sub)
                       end-perform
                   end-perform
               end-if
                   to ws-dept-overflow
               add emp-rec-calls-transfer (ws-sub)
                   to ws-dept-overflow
               add emp-rec-calls-inbound  (ws-sub)
                   to ws-ctl-unbilled-calls (1)
               add emp-rec-calls-outbound (ws-sub)
                   to ws-ctl-unbilled-calls (2)
               add emp-rec-calls-transfer (ws-sub)
                   to ws-ctl-unbilled-calls (3)
           end-if.

      *work out which department each fiscal month belongs to for
               end-if
           end-perform.

      *every fiscal month the feed carries volume for is held up
      *against the period log - a month still posted means this
      *run would charge its departments a second time, so the run
      *stops here with every posted month named. Without a fiscal
      *year the months have no yyyymm and nothing can be matched;
      *A5CCGL refuses undated charges, so they can't be posted
       400-check-period-lock.
           move 0                       to ws-per-locked-count.
           move 0                       to ws-per-unposted-count.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move 'N'                 to ws-slot-posted-flag (ws-sub)
               if ws-slot-yyyymm (ws-sub) > 0
                   move 0               to ws-month-call-work
                   perform varying ws-dept-idx from 1 by 1
                        until ws-dept-idx > ws-dept-count
                       perform varying ws-type-sub from 1 by 1
                            until ws-type-sub > 3
                           add ws-dept-mth-type (ws-dept-idx, ws-sub,
                                                 ws-type-sub)
                               to ws-month-call-work
                       end-perform
                   end-perform
                   if ws-month-call-work > 0
                       perform varying ws-per-sub from 1 by 1
                            until ws-per-sub > ws-per-count
                           if ws-per-yyyymm (ws-per-sub)
                                   = ws-slot-yyyymm (ws-sub)
                               and ws-per-posted (ws-per-sub)
                               move 'Y' to ws-slot-posted-flag (ws-sub)
                           end-if
                       end-perform
                       if ws-slot-posted (ws-sub)
                           add 1 to ws-per-locked-count
                           display "A5CCBILL: FISCAL MONTH "
                                   ws-slot-yyyymm (ws-sub)
                                   " IS ALREADY POSTED TO THE GL - "
                                   "NOT REBILLED"
                       else
                           add 1 to ws-per-unposted-count
                       end-if
                   end-if
               end-if
           end-perform.
      *every month with volume already posted means this feed has
      *been billed and posted before - a rerun, not a new month
           if ws-per-locked-count > 0
               and ws-per-unposted-count = 0
               display "A5CCBILL: NO UNPOSTED MONTH LEFT TO BILL - "
                       "REOPEN THE PERIOD THROUGH A5CCGL TO REBILL "
                       "IT - RUN ABORTED"
               close sorted-feed-file
                     opr-master-file
                     opr-history-file
               move 16                  to return-code
               stop run
           end-if.

      *the rate in force for the type/month being priced - the
      *latest card of the type effective on or before the month's
      *yyyymm. Without a fiscal year there is no yyyymm to date
               move 0                   to ws-rate-in-force
           end-if.

      *the extract carries a row's calls in six digits, the layout
      *A5CCGL loads - a department's month and type past that can't
      *be written whole, so the run stops before anything is opened
       410-check-row-calls.
           perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > ws-dept-count
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       if ws-dept-mth-type (ws-dept-idx, ws-sub,
                                            ws-type-sub) > 999999
                           display "A5CCBILL: DEPARTMENT "
                                   ws-dept-code (ws-dept-idx)
                                   " MONTH " ws-slot-yyyymm (ws-sub)
                                   " TYPE " ws-type-code (ws-type-sub)
                                   " HAS MORE THAN 999999 CALLS - "
                                   "RUN ABORTED"
                           move 16      to return-code
                           stop run
                       end-if
                   end-perform
               end-perform
           end-perform.
      *
      *one invoice per department - each month's calls priced per
      *type at the rate in force that month, with month and
      *department totals, and the matching extract row written

      *one fiscal month of the department being invoiced - a line
      *and an extract row per call type with volume, skipped
      *entirely when the month had no calls at all. A month already
      *posted to the GL gets the one line saying so, and no price
       510-price-one-month.
           move 0                       to ws-month-call-work.
           perform varying ws-type-sub from 1 by 1
                   to ws-month-call-work
           end-perform.
           if ws-month-call-work > 0
               and ws-slot-posted (ws-sub)
               perform 512-list-posted-month
           end-if.
           if ws-month-call-work > 0
               and not ws-slot-posted (ws-sub)
               move 0                   to ws-month-amount
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
               add ws-month-amount      to ws-dept-amount
           end-if.

       512-list-posted-month.
           move ws-month-literals (ws-sub)
                                        to ws-posted-line-month.
           move ws-month-call-work     to ws-posted-line-calls.
           write invoice-line from ws-posted-month-line.
           write invoice-line from ws-blank-line.
           add ws-month-call-work      to ws-posted-calls.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               add ws-dept-mth-type (ws-dept-idx, ws-sub,
                                     ws-type-sub)
                   to ws-ctl-posted-calls (ws-type-sub)
           end-perform.

       515-price-one-type.
           move ws-type-code (ws-type-sub) to ws-rate-lookup-type.
           move ws-slot-yyyymm (ws-sub) to ws-rate-lookup-yyyymm.
               add ws-dept-mth-type (ws-dept-idx, ws-sub,
                                     ws-type-sub)
                   to ws-unpriced-calls
               add ws-dept-mth-type (ws-dept-idx, ws-sub,
                                     ws-type-sub)
                   to ws-ctl-unbilled-calls (ws-type-sub)
           else
               multiply ws-dept-mth-type (ws-dept-idx, ws-sub,
                                          ws-type-sub)
               move ws-rate-in-force    to ws-chg-line-rate
               move ws-charge-amount    to ws-chg-line-amount
               write charges-rec from ws-charges-line
               add 1                    to ws-ctl-chg-rows
               add ws-dept-mth-type (ws-dept-idx, ws-sub,
                                     ws-type-sub)
                   to ws-ctl-billed-calls (ws-type-sub)
           end-if.
      *the adjustment-note run - the delta loaded and checked whole
      *before anything is written, the months it touches held up
      *against the period log, then a note per department with the
      *extract rows alongside, the same way the invoices are written
       700-bill-adjustment-notes.
           perform until ws-delta-end
               read delta-file
                   at end
                       move 'Y'         to ws-delta-eof-flag
                   not at end
                       perform 710-load-delta-record
               end-read
           end-perform.
           close delta-file.
           if ws-delta-in-error
               display "A5CCBILL: INVALID DELTAIN FILE - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           perform 720-check-posted-months.
      *
           open output invoice-file,
                       charges-file.
           write invoice-line from ws-heading-line.
           write invoice-line from ws-blank-line.
           write charges-rec from ws-charges-note-header-line.
      *
           perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > ws-dept-count
               perform 730-print-one-note
           end-perform.
      *
           move 'Total debit notes:'   to ws-note-total-label.
           move ws-grand-debit-amount  to ws-note-total-amount.
           write invoice-line from ws-note-total-line.
           move 'Total credit notes:'  to ws-note-total-label.
           move ws-grand-credit-amount to ws-note-total-amount.
           write invoice-line from ws-note-total-line.
           write invoice-line from ws-blank-line.
      *
           if ws-unpriced-calls > 0
               move ws-unpriced-calls   to ws-unpriced-count
               write invoice-line from ws-unpriced-line
               write invoice-line from ws-blank-line
           end-if.
      *
           move 'Delta records read:'  to ws-note-count-label.
           move ws-delta-read          to ws-note-count-value.
           write invoice-line from ws-note-count-line.
           move 'Calls left to full billing:'
                                        to ws-note-count-label.
           move ws-unposted-calls      to ws-note-count-value.
           write invoice-line from ws-note-count-line.
      *
           close invoice-file
                 charges-file.
      *
           if ws-ctl-ledger-on
               perform 970-write-ledger
           end-if.
      *
           if ws-unpriced-calls > 0
               move 4                   to return-code
           end-if.
      *
      *one delta record into the department's month and type - a
      *month outside the fiscal year on PARMCARD means the delta
      *was cut against a different year and can't be priced here
       710-load-delta-record.
           add 1                        to ws-delta-read.
           move 0                       to ws-delta-slot.
           move 0                       to ws-delta-type.
           if dlt-rec-yyyymm numeric
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-slot-yyyymm (ws-sub) = dlt-rec-yyyymm
                       and ws-slot-yyyymm (ws-sub) > 0
                       move ws-sub      to ws-delta-slot
                   end-if
               end-perform
           end-if.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               if ws-type-code (ws-type-sub) = dlt-rec-type
                   move ws-type-sub     to ws-delta-type
               end-if
           end-perform.
           if ws-delta-slot = 0
               or ws-delta-type = 0
               or (dlt-rec-sign not = "+" and not = "-")
               or dlt-rec-calls not numeric
               move 'Y'                 to ws-delta-error-flag
               display "A5CCBILL: BAD DELTAIN RECORD: " dlt-rec
           else
               if dlt-rec-dept = spaces
                   move "????"          to ws-dept-lookup-code
               else
                   move dlt-rec-dept    to ws-dept-lookup-code
               end-if
               perform 263-find-or-add-department
               if ws-dept-idx = 0
                   move 'Y'             to ws-delta-error-flag
                   display "A5CCBILL: DELTAIN HOLDS MORE THAN 100 "
                           "DEPARTMENTS"
               else
                   if dlt-rec-sign = "-"
                       subtract dlt-rec-calls
                           from ws-delta-net (ws-dept-idx,
                                   ws-delta-slot, ws-delta-type)
                   else
                       add dlt-rec-calls
                           to ws-delta-net (ws-dept-idx,
                                   ws-delta-slot, ws-delta-type)
                   end-if
               end-if
           end-if.
      *
      *a month with changes is noted only when it is posted - one
      *not yet posted gets its restated volume billed in full, so
      *a note on top of that would charge the difference twice
       720-check-posted-months.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move 0                   to ws-delta-calls-work
               move 0                   to ws-month-call-work
               perform varying ws-dept-idx from 1 by 1
                    until ws-dept-idx > ws-dept-count
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       if ws-delta-net (ws-dept-idx, ws-sub,
                                        ws-type-sub) not = 0
                           move ws-delta-net (ws-dept-idx, ws-sub,
                                              ws-type-sub)
                                        to ws-delta-calls-work
                           add ws-delta-calls-work
                                        to ws-month-call-work
                       end-if
                   end-perform
               end-perform
               if ws-month-call-work > 0
                   perform varying ws-per-sub from 1 by 1
                        until ws-per-sub > ws-per-count
                       if ws-per-yyyymm (ws-per-sub)
                               = ws-slot-yyyymm (ws-sub)
                           and ws-per-posted (ws-per-sub)
                           move 'Y'     to ws-slot-noted-flag (ws-sub)
                       end-if
                   end-perform
                   if not ws-slot-noted (ws-sub)
                       add ws-month-call-work to ws-unposted-calls
                       display "A5CCBILL: FISCAL MONTH "
                               ws-slot-yyyymm (ws-sub)
                               " IS NOT POSTED - ITS ADJUSTMENT IS "
                               "LEFT TO THE FULL BILLING"
                   end-if
               end-if
           end-perform.
      *
      *one department's note - skipped entirely when none of its
      *changes falls in a posted month. The debits and credits are
      *totalled apart and the note is issued for the net of the two
       730-print-one-note.
           move 0                       to ws-note-line-count.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   if ws-slot-noted (ws-sub)
                       and ws-delta-net (ws-dept-idx, ws-sub,
                                         ws-type-sub) not = 0
                       add 1            to ws-note-line-count
                   end-if
               end-perform
           end-perform.
           if ws-note-line-count > 0
               move 0                   to ws-note-debit-amount
               move 0                   to ws-note-credit-amount
               move ws-dept-code (ws-dept-idx)
                                        to ws-note-heading-dept
               write invoice-line from ws-note-heading
               write invoice-line from ws-blank-line
               write invoice-line from ws-note-column-heading
               write invoice-line from ws-blank-line
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       if ws-slot-noted (ws-sub)
                           and ws-delta-net (ws-dept-idx, ws-sub,
                                             ws-type-sub) not = 0
                           perform 735-price-note-line
                       end-if
                   end-perform
               end-perform
               write invoice-line from ws-blank-line
               move 'Debit adjustments:' to ws-note-total-label
               move ws-note-debit-amount to ws-note-total-amount
               write invoice-line from ws-note-total-line
               move 'Credit adjustments:' to ws-note-total-label
               move ws-note-credit-amount to ws-note-total-amount
               write invoice-line from ws-note-total-line
               if ws-note-debit-amount < ws-note-credit-amount
                   compute ws-note-net-amount = ws-note-credit-amount
                                              - ws-note-debit-amount
                   move 'Net - issued as a CREDIT NOTE:'
                                        to ws-note-total-label
                   add ws-note-net-amount to ws-grand-credit-amount
               else
                   compute ws-note-net-amount = ws-note-debit-amount
                                              - ws-note-credit-amount
                   move 'Net - issued as a DEBIT NOTE:'
                                        to ws-note-total-label
                   add ws-note-net-amount to ws-grand-debit-amount
               end-if
               move ws-note-net-amount  to ws-note-total-amount
               write invoice-line from ws-note-total-line
               write invoice-line from ws-blank-line
           end-if.
      *
      *one changed month/type priced at the rate in force that month
      *- calls added are a debit, calls taken away a credit - with
      *its extract row marked DR or CR to match
       735-price-note-line.
           move ws-delta-net (ws-dept-idx, ws-sub, ws-type-sub)
                                        to ws-delta-calls-work.
           move ws-type-code (ws-type-sub) to ws-rate-lookup-type.
           move ws-slot-yyyymm (ws-sub) to ws-rate-lookup-yyyymm.
           perform 600-resolve-rate.
           if not ws-rate-found
               add ws-delta-calls-work  to ws-unpriced-calls
           else
               multiply ws-delta-calls-work by ws-rate-in-force
                   giving ws-charge-amount rounded
               if ws-delta-net (ws-dept-idx, ws-sub, ws-type-sub) < 0
                   move "CR"            to ws-chg-line-note
                   add ws-charge-amount to ws-note-credit-amount
               else
                   move "DR"            to ws-chg-line-note
                   add ws-charge-amount to ws-note-debit-amount
               end-if
      *
               move ws-month-literals (ws-sub)
                                        to ws-note-line-month
               move ws-type-label (ws-type-sub)
                                        to ws-note-line-type
               move ws-delta-calls-work to ws-note-line-calls
               move ws-rate-in-force    to ws-note-line-rate
               move ws-charge-amount    to ws-note-line-amount
               move ws-chg-line-note    to ws-note-line-note
               write invoice-line from ws-note-detail-line
      *
               move ws-dept-code (ws-dept-idx)
                                        to ws-chg-line-dept
               move ws-month-literals (ws-sub)
                                        to ws-chg-line-month
               move ws-slot-yyyymm (ws-sub)
                                        to ws-chg-line-yyyymm
               move ws-type-code (ws-type-sub)
                                        to ws-chg-line-type
               move ws-delta-calls-work to ws-chg-line-calls
               move ws-rate-in-force    to ws-chg-line-rate
               move ws-charge-amount    to ws-chg-line-amount
               move "|"                 to ws-chg-line-note-sep
               write charges-rec from ws-charges-line
               add 1                    to ws-ctl-chg-rows
           end-if.
      *
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
                       display "A5CCBILL: BAD CTLPARM LINE: "
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
           move "A5CCBILL"               to ctl-rec-program.
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
               display "A5CCBILL: CTLLEDGR OPEN FAILED, STATUS "
                       ws-ctl-ledger-file-status
                       " - NO LEDGER RECORDS WRITTEN"
               if return-code < 4
                   move 4               to return-code
               end-if
           end-if.

      *a billing run - INFILE as read with the duplicates dropped
      *on their own 'R' record, then CHGFILE as written with the
      *unbilled calls on theirs, and the calls in months already
      *posted on a GLPERIOD 'R' record. An adjustment-note run
      *prices net changes, not calls off a feed - DELTAIN and the
      *CHGFILE rows are recorded with their counts only
       975-write-ledger-records.
           perform 958-clear-ledger-figures.
           if ws-delta-mode
               move "DELTAIN"           to ws-ctl-file
               move "I"                 to ws-ctl-direction
               move ws-delta-read       to ws-ctl-records-in
               move ws-delta-read       to ws-ctl-records-out
               perform 960-write-ledger-record
               move "CHGFILE"           to ws-ctl-file
               move "O"                 to ws-ctl-direction
               move ws-ctl-chg-rows     to ws-ctl-records-out
               perform 960-write-ledger-record
           else
               move "INFILE"            to ws-ctl-file
               move "I"                 to ws-ctl-direction
               move ws-records-read     to ws-ctl-records-in
               move ws-records-billed   to ws-ctl-records-out
               move ws-dup-dropped-count
                                        to ws-ctl-records-rejected
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-infile-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
               move "INFILE"            to ws-ctl-file
               move "R"                 to ws-ctl-direction
               move ws-dup-dropped-count
                                        to ws-ctl-records-rejected
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-dup-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
               move "CHGFILE"           to ws-ctl-file
               move "O"                 to ws-ctl-direction
               move ws-ctl-chg-rows     to ws-ctl-records-out
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-billed-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
               move "CHGFILE"           to ws-ctl-file
               move "R"                 to ws-ctl-direction
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-unbilled-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
               move "GLPERIOD"          to ws-ctl-file
               move "R"                 to ws-ctl-direction
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-posted-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
           end-if.
      *
       end program A5CCBILL.

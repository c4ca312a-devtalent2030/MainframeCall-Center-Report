       identification division.
       program-id. A5CCGL.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *general-ledger journal interface for the departmental
      *chargebacks - turns the pipe-delimited CHGFILE A5CCBILL
      *writes into a balanced GL journal: every charge row is a
      *debit to the department's cost centre and expense account,
      *looked up on the department-to-cost-centre table (CCTRTAB),
      *and each fiscal month's charges are credited in one line to
      *the call-centre recovery account named on GLPARM. A journal
      *proof listing prints every line with the debit and credit
      *control totals finance balances the load against, so the
      *amounts stop being re-keyed into the ledger by hand
      *
      *every fiscal month posted is recorded on the GLPERIOD log,
      *which A5CCBILL reads to refuse a re-bill of a posted month.
      *A month already posted can't be posted again either - the
      *whole journal is refused, nothing is written. The whole
      *CHGFILE is loaded and checked before the journal is opened:
      *an unmapped department, an undated or malformed charge row
      *or a posted month stops the run RC 16 with nothing posted
      *
      *RUN-MODE=REOPEN on GLPARM, with PERIOD=yyyymm, AUTHORISED-BY
      *and REASON, is the explicit reopen of a posted month - it
      *writes no journal, just logs the reopen on GLPERIOD (and the
      *proof listing) so the month can be re-billed and re-posted.
      *Reversing the original posting in the ledger stays with
      *finance, against the journal generation that posted it
      *
      *adjustment notes: a CHGFILE from an A5CCBILL adjustment-note
      *run carries DR or CR in a NOTE column on every row. A DR row
      *posts like a charge; a CR row is the reverse - a credit to
      *the department's cost centre - and each month's recovery
      *line takes the net of the two, on whichever side it falls.
      *Notes correct a month already posted, so here the rule turns
      *round: every month on a note file must be posted, and the
      *month stays posted with the notes logged against it. A file
      *that mixes note rows with plain charge rows is refused
      *
      *control ledger: with a CTLPARM card naming the job and step,
      *a posting run appends CHGFILE's rows and calls as loaded and
      *the journal lines and calls posted to the shared CTLLEDGR. A
      *reopen moves no calls and records nothing
      *
       environment division.
       input-output section.
       file-control.
      *
      *run control card - RUN-MODE, the recovery cost centre and
      *account for a posting run, or the period/authority/reason
      *for a reopen
           select gl-parm-file
               assign to GLPARM
               organization is sequential
               file status is ws-gl-parm-file-status.
      *
           select charges-file
               assign to CHGFILE
               organization is sequential
               file status is ws-chg-file-status.
      *
      *department-to-cost-centre table - one card per department
           select cctr-file
               assign to CCTRTAB
               organization is sequential
               file status is ws-cctr-file-status.
      *
      *posted/reopened log per fiscal month - read in full first,
      *then extended with this run's postings or reopen
           select optional period-file
               assign to GLPERIOD
               organization is sequential
               file status is ws-per-file-status.
      *
           select journal-file
               assign to GLJRNL
               organization is sequential.
      *
           select proof-file
               assign to GLPROOF
               organization is sequential.
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
       fd gl-parm-file
           data record is gl-parm-rec
           record contains 80 characters.
      *
       01 gl-parm-rec                  pic x(80).
      *
      *the charges extract exactly as A5CCBILL writes it - a header
      *row, then one pipe-delimited row per department per month
      *per call type: DEPT|MONTH|YYYYMM|TYPE|CALLS|RATE|AMOUNT, with
      *|NOTE (DR or CR) on the end of an adjustment-note row
       fd charges-file
           data record is charges-rec.
      *
       01 charges-rec                  pic x(56).
      *
      *department in cols 1-4, cost centre in 5-14, expense
      *account in 15-24, description after. '*' in column one is a
      *comment. "????" can be mapped like any other department to
      *send the unattributed volume to a suspense cost centre
       fd cctr-file
           data record is cctr-rec
           record contains 80 characters.
      *
       01 cctr-rec.
           05 cctr-rec-dept            pic x(4).
           05 cctr-rec-cost-centre     pic x(10).
           05 cctr-rec-account         pic x(10).
           05 cctr-rec-description     pic x(30).
           05 filler                   pic x(26).
      *
      *'P' posted, 'R' reopened - the latest record for a month is
      *its current state. Same layout A5CCBILL reads
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
      *the journal interface file - an 'H' header, one 'L' line per
      *debit and per period credit, and a 'T' trailer carrying the
      *line count and the debit and credit totals the ledger load
      *checks before it accepts the batch
       fd journal-file
           data record is jrnl-rec
           record contains 120 characters.
      *
       01 jrnl-rec.
           05 jrnl-rec-type            pic x(1).
           05 jrnl-rec-source          pic x(8).
           05 jrnl-rec-period          pic 9(6).
           05 jrnl-rec-date            pic 9(8).
           05 jrnl-rec-seq             pic 9(6).
           05 jrnl-rec-cost-centre     pic x(10).
           05 jrnl-rec-account         pic x(10).
           05 jrnl-rec-dr-cr           pic x(1).
           05 jrnl-rec-amount          pic 9(11)v99.
           05 jrnl-rec-dept            pic x(4).
           05 jrnl-rec-call-type       pic x(1).
           05 jrnl-rec-calls           pic 9(7).
           05 jrnl-rec-description     pic x(30).
           05 filler                   pic x(15).
      *
       01 jrnl-control-rec redefines jrnl-rec.
           05 jrnl-ctl-type            pic x(1).
           05 jrnl-ctl-source          pic x(8).
           05 jrnl-ctl-date            pic 9(8).
           05 jrnl-ctl-time            pic 9(8).
           05 jrnl-ctl-line-count      pic 9(7).
           05 jrnl-ctl-debit-total     pic 9(13)v99.
           05 jrnl-ctl-credit-total    pic 9(13)v99.
           05 filler                   pic x(58).
      *
       fd proof-file
           data record is proof-line
           record contains 132 characters.
      *
       01 proof-line                   pic x(132).
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
       01 ws-blank-line.
          05 filler                             pic x(132).
      *
       01 ws-constants.
           05 ws-journal-source                 pic x(8)
                value "CCCHGBK".
           05 ws-charges-header-value           pic x(5)
                value "DEPT|".
      *
      *control card - an unreadable card, an unknown keyword or a
      *card missing what its run mode needs aborts the run
       01 ws-gl-parm-control.
           05 ws-gl-parm-file-status   pic xx.
           05 ws-gl-parm-eof-flag      pic x    value 'N'.
               88 ws-gl-parm-end                value 'Y'.
           05 ws-gl-parm-error-flag    pic x    value 'N'.
               88 ws-gl-parm-in-error           value 'Y'.
           05 ws-gl-parm-keyword       pic x(20).
           05 ws-gl-parm-value         pic x(59).
      *
       01 ws-run-mode                  pic x(6) value "POST".
           88 ws-post-mode                      value "POST".
           88 ws-reopen-mode                    value "REOPEN".
      *
       01 ws-gl-settings.
           05 ws-recovery-cost-centre  pic x(10) value spaces.
           05 ws-recovery-account      pic x(10) value spaces.
           05 ws-reopen-period         pic x(6)  value spaces.
           05 ws-reopen-period-n redefines ws-reopen-period
                                        pic 9(6).
           05 ws-authorised-by         pic x(20) value spaces.
           05 ws-reopen-reason         pic x(30) value spaces.
      *
       01 ws-file-status-control.
           05 ws-chg-file-status       pic xx.
           05 ws-cctr-file-status      pic xx.
           05 ws-per-file-status       pic xx.
      *
       01 ws-flags.
           05 ws-eof-flag              pic x    value 'N'.
               88 ws-end-of-file                value 'Y'.
           05 ws-load-error-flag       pic x    value 'N'.
               88 ws-load-in-error              value 'Y'.
           05 ws-note-run-flag         pic x    value 'N'.
               88 ws-note-run                   value 'Y'.
      *
       01 ws-run-date-control.
           05 ws-run-date              pic 9(8).
           05 ws-run-time              pic 9(8).
      *
      *the cost-centre table in storage - a card per department,
      *two hundred is well past the departments billed
       01 ws-cctr-control.
           05 ws-cctr-sub              pic 9(3) value 0.
           05 ws-cctr-idx              pic 9(3) value 0.
           05 ws-cctr-lookup-dept      pic x(4) value spaces.
       01 ws-cctr-table.
           05 ws-cctr-count            pic 9(3) value 0.
           05 ws-cctr-entry            occurs 200 times.
               10 ws-cctr-dept         pic x(4).
               10 ws-cctr-cost-centre  pic x(10).
               10 ws-cctr-account      pic x(10).
      *
      *posted/reopened state per fiscal month off GLPERIOD, the
      *same picture A5CCBILL builds
       01 ws-per-control.
           05 ws-per-eof-flag          pic x    value 'N'.
               88 ws-per-end                    value 'Y'.
           05 ws-per-sub               pic 9(3) value 0.
           05 ws-per-idx               pic 9(3) value 0.
           05 ws-per-lookup-yyyymm     pic 9(6) value 0.
       01 ws-per-table.
           05 ws-per-count             pic 9(3) value 0.
           05 ws-per-entry             occurs 240 times.
               10 ws-per-yyyymm        pic 9(6).
               10 ws-per-status        pic x.
                   88 ws-per-posted             value 'P'.
      *
      *one charge row as it comes apart at the pipes - the amount
      *is zoned digits, a point and two decimals
       01 ws-chg-in.
           05 ws-chg-in-dept           pic x(4).
           05 ws-chg-in-month          pic x(3).
           05 ws-chg-in-yyyymm         pic x(6).
           05 ws-chg-in-yyyymm-n redefines ws-chg-in-yyyymm
                                        pic 9(6).
           05 ws-chg-in-type           pic x(1).
           05 ws-chg-in-calls          pic x(6).
           05 ws-chg-in-calls-n redefines ws-chg-in-calls
                                        pic 9(6).
           05 ws-chg-in-rate           pic x(6).
           05 ws-chg-in-amount         pic x(12).
           05 ws-chg-in-amount-parts redefines ws-chg-in-amount.
               10 ws-chg-in-amount-int pic 9(9).
               10 ws-chg-in-amount-pt  pic x.
               10 ws-chg-in-amount-dec pic 99.
           05 ws-chg-in-note           pic x(2).
      *
      *the CHGFILE held in storage so every row is checked before
      *the first journal line is written - a department's twelve
      *months by three call types, for a hundred departments
       01 ws-row-control.
           05 ws-row-sub               pic 9(4) value 0.
       01 ws-row-table.
           05 ws-row-count             pic 9(4) value 0.
           05 ws-row-entry             occurs 3600 times.
               10 ws-row-dept          pic x(4).
               10 ws-row-month         pic x(3).
               10 ws-row-yyyymm        pic 9(6).
               10 ws-row-type          pic x(1).
               10 ws-row-calls         pic 9(6).
               10 ws-row-amount        pic 9(9)v99.
               10 ws-row-cctr-idx      pic 9(3).
               10 ws-row-note          pic x(2).
                   88 ws-row-credit-note        value 'CR'.
      *
      *the fiscal months this journal posts, each with the net the
      *recovery account takes for it - a credit when positive, a
      *debit when an adjustment-note run credits more than it debits
       01 ws-jp-control.
           05 ws-jp-sub                pic 99   value 0.
           05 ws-jp-idx                pic 99   value 0.
       01 ws-jp-table.
           05 ws-jp-count              pic 99   value 0.
           05 ws-jp-entry              occurs 24 times.
               10 ws-jp-yyyymm         pic 9(6).
               10 ws-jp-amount         pic s9(13)v99.
               10 ws-jp-calls          pic 9(9).
      *
       01 ws-counters.
           05 ws-rows-read             pic 9(7) value 0.
           05 ws-rows-posted           pic 9(7) value 0.
           05 ws-rows-zero             pic 9(7) value 0.
           05 ws-rows-rejected         pic 9(7) value 0.
           05 ws-note-rows             pic 9(7) value 0.
           05 ws-unmapped-count        pic 9(7) value 0.
           05 ws-locked-count          pic 9(3) value 0.
           05 ws-journal-seq           pic 9(6) value 0.
           05 ws-journal-lines         pic 9(7) value 0.
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
      *on the charge rows loaded, and on the rows posted
       01 ws-ctl-totals.
           05 ws-ctl-chg-calls          pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-posted-calls       pic 9(11) occurs 3 times
                                                   value 0.
      *
       01 ws-money-totals.
           05 ws-chg-amount-total      pic 9(13)v99 value 0.
           05 ws-debit-total           pic 9(13)v99 value 0.
           05 ws-credit-total          pic 9(13)v99 value 0.
           05 ws-difference            pic s9(13)v99 value 0.
      *
       01 ws-description-work          pic x(30).
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(40)
               value 'A5CCGL GL Journal Proof Listing         '.
           05 filler                   pic x(31)
               value spaces.
           05 ws-heading-date          pic 9(8).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(36)
               value spaces.
      *
       01 ws-mode-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(10) value 'Run mode: '.
           05 ws-mode-line-mode        pic x(6).
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(17)
               value 'Journal source:  '.
           05 ws-mode-line-source      pic x(8).
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(17)
               value 'Recovery CC/acct:'.
           05 filler                   pic x(1)  value spaces.
           05 ws-mode-line-cc          pic x(10).
           05 filler                   pic x(1)  value '/'.
           05 ws-mode-line-acct        pic x(10).
           05 filler                   pic x(42) value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value '   Seq'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Period'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(10) value 'Cost ctr'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(10) value 'Account'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(1)  value 'T'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(7)  value '  Calls'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(18)
               value '             Debit'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(18)
               value '            Credit'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(30) value 'Description'.
      *
       01 ws-proof-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-seq             pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-period          pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-cost-centre     pic x(10).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-account         pic x(10).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-dept            pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-type            pic x(1).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-calls           pic zzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-debit           pic zzz,zzz,zzz,zz9.99.
           05 ws-proof-debit-x redefines ws-proof-debit
                                        pic x(18).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-credit          pic zzz,zzz,zzz,zz9.99.
           05 ws-proof-credit-x redefines ws-proof-credit
                                        pic x(18).
           05 filler                   pic x(2)  value spaces.
           05 ws-proof-description     pic x(30).
      *
       01 ws-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-total-line-label      pic x(33).
           05 ws-total-line-count      pic zzzzzz9.
           05 filler                   pic x(90) value spaces.
      *
       01 ws-money-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-money-line-label      pic x(33).
           05 ws-money-line-amount     pic zzz,zzz,zzz,zz9.99-.
           05 filler                   pic x(78) value spaces.
      *
       01 ws-notice-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-notice-line-text      pic x(60).
           05 ws-notice-line-value     pic x(30).
           05 filler                   pic x(40) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 010-load-gl-parameters.
           perform 950-load-ledger-card.
           perform 050-load-period-control.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
      *
           open output proof-file.
           perform 100-print-headings.
      *
           if ws-reopen-mode
               perform 450-reopen-period
           else
               perform 030-load-cost-centres
               perform 200-load-charges
               perform 250-check-periods
               if ws-load-in-error
                   perform 500-print-totals
                   close proof-file
                   display "A5CCGL: JOURNAL NOT POSTED - RUN ABORTED"
                   move 16              to return-code
                   stop run
               end-if
               perform 300-write-journal
               perform 500-print-totals
      *a journal that somehow doesn't balance is never recorded as
      *posted - the period stays open and the load is stopped
               if ws-debit-total not = ws-credit-total
                   close proof-file
                   display "A5CCGL: JOURNAL OUT OF BALANCE - RUN "
                           "ABORTED"
                   move 16              to return-code
                   stop run
               end-if
               perform 400-record-posted-periods
               if ws-ctl-ledger-on
                   perform 970-write-ledger
               end-if
      *nothing to post is not an error, but it is worth a look
               if ws-rows-posted = 0
                   move 4               to return-code
               end-if
           end-if.
      *
           close proof-file.
      *
           stop run.
      *
      *GLPARM - RUN-MODE=POST (the default) or REOPEN,
      *RECOVERY-CC= and RECOVERY-ACCT= for a posting run,
      *PERIOD=yyyymm, AUTHORISED-BY= and REASON= for a reopen.
      *'*' in column one is a comment
       010-load-gl-parameters.
           open input gl-parm-file.
           if ws-gl-parm-file-status not = "00"
               display "A5CCGL: GLPARM OPEN FAILED - STATUS "
                       ws-gl-parm-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform until ws-gl-parm-end
               read gl-parm-file
                   at end
                       move 'Y'         to ws-gl-parm-eof-flag
                   not at end
                       perform 012-apply-gl-parameter
               end-read
           end-perform.
           close gl-parm-file.
      *
           if ws-post-mode
               if ws-recovery-cost-centre = spaces
                   or ws-recovery-account = spaces
                   move 'Y'             to ws-gl-parm-error-flag
                   display "A5CCGL: RECOVERY-CC AND RECOVERY-ACCT "
                           "ARE REQUIRED TO POST"
               end-if
           else
               if ws-reopen-period not numeric
                   or ws-reopen-period (5:2) < "01"
                   or ws-reopen-period (5:2) > "12"
                   or ws-authorised-by = spaces
                   or ws-reopen-reason = spaces
                   move 'Y'             to ws-gl-parm-error-flag
                   display "A5CCGL: A REOPEN NEEDS A VALID PERIOD= "
                           "YYYYMM, AUTHORISED-BY= AND REASON="
               end-if
           end-if.
           if ws-gl-parm-in-error
               display "A5CCGL: INVALID GLPARM CARD - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       012-apply-gl-parameter.
           if gl-parm-rec = spaces
               or gl-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-gl-parm-keyword
               move spaces              to ws-gl-parm-value
               unstring gl-parm-rec delimited by "="
                   into ws-gl-parm-keyword ws-gl-parm-value
               end-unstring
               evaluate ws-gl-parm-keyword
                   when "RUN-MODE"
                       evaluate ws-gl-parm-value (1:6)
                           when "POST"
                               move "POST"   to ws-run-mode
                           when "REOPEN"
                               move "REOPEN" to ws-run-mode
                           when other
                               move 'Y' to ws-gl-parm-error-flag
                               display "A5CCGL: BAD RUN-MODE LINE: "
                                       gl-parm-rec
                       end-evaluate
                   when "RECOVERY-CC"
                       move ws-gl-parm-value (1:10)
                                        to ws-recovery-cost-centre
                   when "RECOVERY-ACCT"
                       move ws-gl-parm-value (1:10)
                                        to ws-recovery-account
                   when "PERIOD"
                       move ws-gl-parm-value (1:6)
                                        to ws-reopen-period
                   when "AUTHORISED-BY"
                       move ws-gl-parm-value (1:20)
                                        to ws-authorised-by
                   when "REASON"
                       move ws-gl-parm-value (1:30)
                                        to ws-reopen-reason
                   when other
                       move 'Y'         to ws-gl-parm-error-flag
                       display "A5CCGL: BAD GLPARM LINE: "
                               gl-parm-rec
               end-evaluate
           end-if.
      *
      *the cost-centre cards into storage - a department keyed
      *twice, or a card with no cost centre or account, is a table
      *that can't be trusted to post money and aborts the run
       030-load-cost-centres.
           open input cctr-file.
           if ws-cctr-file-status not = "00"
               display "A5CCGL: CCTRTAB OPEN FAILED - STATUS "
                       ws-cctr-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           move 'N'                    to ws-eof-flag.
           perform until ws-end-of-file
               read cctr-file
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       perform 035-load-cost-centre-card
               end-read
           end-perform.
           close cctr-file.
           if ws-load-in-error
               display "A5CCGL: INVALID CCTRTAB - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       035-load-cost-centre-card.
           if cctr-rec = spaces
               or cctr-rec (1:1) = "*"
               continue
           else
               move cctr-rec-dept      to ws-cctr-lookup-dept
               perform 215-find-cost-centre
               if ws-cctr-idx > 0
                   or cctr-rec-dept = spaces
                   or cctr-rec-cost-centre = spaces
                   or cctr-rec-account = spaces
                   or ws-cctr-count not < 200
                   move 'Y'             to ws-load-error-flag
                   display "A5CCGL: BAD CCTRTAB CARD: " cctr-rec
               else
                   add 1                to ws-cctr-count
                   move cctr-rec-dept
                       to ws-cctr-dept (ws-cctr-count)
                   move cctr-rec-cost-centre
                       to ws-cctr-cost-centre (ws-cctr-count)
                   move cctr-rec-account
                       to ws-cctr-account (ws-cctr-count)
               end-if
           end-if.
      *
      *the period log into storage - absent or empty means nothing
      *has been posted yet. A record that can't be read as one
      *aborts, the same as A5CCBILL
       050-load-period-control.
           open input period-file.
           if ws-per-file-status = "00"
               perform until ws-per-end
                   read period-file
                       at end
                           move 'Y'     to ws-per-eof-flag
                       not at end
                           perform 055-apply-period-record
                   end-read
               end-perform
           end-if.
           close period-file.
           if ws-load-in-error
               display "A5CCGL: INVALID GLPERIOD FILE - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       055-apply-period-record.
           if per-rec-yyyymm not numeric
               or (per-rec-status not = "P" and not = "R")
               move 'Y'                 to ws-load-error-flag
               display "A5CCGL: BAD GLPERIOD RECORD: " per-rec
           else
               move per-rec-yyyymm     to ws-per-lookup-yyyymm
               perform 057-find-period-entry
               if ws-per-idx = 0
                   if ws-per-count < 240
                       add 1            to ws-per-count
                       move ws-per-count to ws-per-idx
                       move per-rec-yyyymm
                           to ws-per-yyyymm (ws-per-idx)
                   else
                       move 'Y'         to ws-load-error-flag
                       display "A5CCGL: GLPERIOD HOLDS MORE THAN "
                               "240 PERIODS"
                   end-if
               end-if
               if ws-per-idx > 0
                   move per-rec-status  to ws-per-status (ws-per-idx)
               end-if
           end-if.
      *
       057-find-period-entry.
           move 0                       to ws-per-idx.
           perform varying ws-per-sub from 1 by 1
                until ws-per-sub > ws-per-count
               if ws-per-yyyymm (ws-per-sub) = ws-per-lookup-yyyymm
                   move ws-per-sub      to ws-per-idx
               end-if
           end-perform.
      *
       100-print-headings.
           move ws-run-date            to ws-heading-date.
           move ws-run-time            to ws-heading-time.
           write proof-line from ws-heading-line.
           write proof-line from ws-blank-line.
           move ws-run-mode            to ws-mode-line-mode.
           move ws-journal-source      to ws-mode-line-source.
           move ws-recovery-cost-centre
                                        to ws-mode-line-cc.
           move ws-recovery-account    to ws-mode-line-acct.
           write proof-line from ws-mode-line.
           write proof-line from ws-blank-line.
           if ws-post-mode
               write proof-line from ws-column-heading
               write proof-line from ws-blank-line
           end-if.
      *
      *every charge row into storage, checked on the way - the
      *header row is passed over. Each rejected row is named on
      *SYSOUT and the run is held once the whole file has been
      *read, so one pass shows every problem
       200-load-charges.
           open input charges-file.
           if ws-chg-file-status not = "00"
               display "A5CCGL: CHGFILE OPEN FAILED - STATUS "
                       ws-chg-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           move 'N'                    to ws-eof-flag.
           perform until ws-end-of-file
               read charges-file
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       if charges-rec (1:5) not =
                           ws-charges-header-value
                           and charges-rec not = spaces
                           add 1        to ws-rows-read
                           perform 210-load-charge-row
                       end-if
               end-read
           end-perform.
           close charges-file.
      *
      *a row must carry a real fiscal month - A5CCBILL leaves the
      *yyyymm at zeros when it ran without a FISCAL-YEAR, and an
      *undated charge can't be posted to any period
       210-load-charge-row.
           move spaces                 to ws-chg-in.
           unstring charges-rec delimited by "|"
               into ws-chg-in-dept ws-chg-in-month
                    ws-chg-in-yyyymm ws-chg-in-type
                    ws-chg-in-calls ws-chg-in-rate
                    ws-chg-in-amount ws-chg-in-note
           end-unstring.
           if ws-chg-in-yyyymm not numeric
               or ws-chg-in-yyyymm-n = 0
               or ws-chg-in-yyyymm (5:2) < "01"
               or ws-chg-in-yyyymm (5:2) > "12"
               or (ws-chg-in-type not = "I" and not = "O"
                   and not = "T")
               or ws-chg-in-calls not numeric
               or ws-chg-in-amount-int not numeric
               or ws-chg-in-amount-pt not = "."
               or ws-chg-in-amount-dec not numeric
               or (ws-chg-in-note not = spaces and not = "DR"
                   and not = "CR")
               add 1                    to ws-rows-rejected
               move 'Y'                 to ws-load-error-flag
               display "A5CCGL: BAD OR UNDATED CHARGE ROW: "
                       charges-rec
           else
               move ws-chg-in-dept     to ws-cctr-lookup-dept
               perform 215-find-cost-centre
               if ws-cctr-idx = 0
                   add 1                to ws-unmapped-count
                   move 'Y'             to ws-load-error-flag
                   display "A5CCGL: DEPARTMENT NOT ON CCTRTAB: "
                           ws-chg-in-dept
               else
                   if ws-row-count not < 3600
                       add 1            to ws-rows-rejected
                       move 'Y'         to ws-load-error-flag
                       display "A5CCGL: MORE THAN 3600 CHARGE ROWS"
                   else
                       perform 220-store-charge-row
                   end-if
               end-if
           end-if.
      *
       215-find-cost-centre.
           move 0                       to ws-cctr-idx.
           perform varying ws-cctr-sub from 1 by 1
                until ws-cctr-sub > ws-cctr-count
               if ws-cctr-dept (ws-cctr-sub) = ws-cctr-lookup-dept
                   move ws-cctr-sub     to ws-cctr-idx
               end-if
           end-perform.
      *
      *the row goes into the table and its fiscal month into the
      *list of periods this journal credits
       220-store-charge-row.
           add 1                        to ws-row-count.
           move ws-chg-in-dept         to ws-row-dept (ws-row-count).
           move ws-chg-in-month        to ws-row-month (ws-row-count).
           move ws-chg-in-yyyymm-n     to ws-row-yyyymm (ws-row-count).
           move ws-chg-in-type         to ws-row-type (ws-row-count).
           move ws-chg-in-calls-n      to ws-row-calls (ws-row-count).
           compute ws-row-amount (ws-row-count) =
               ws-chg-in-amount-int + (ws-chg-in-amount-dec / 100).
           move ws-cctr-idx            to ws-row-cctr-idx
                                           (ws-row-count).
           move ws-chg-in-note         to ws-row-note (ws-row-count).
           evaluate ws-chg-in-type
               when "I"
                   add ws-chg-in-calls-n to ws-ctl-chg-calls (1)
               when "O"
                   add ws-chg-in-calls-n to ws-ctl-chg-calls (2)
               when "T"
                   add ws-chg-in-calls-n to ws-ctl-chg-calls (3)
           end-evaluate.
           if ws-chg-in-note not = spaces
               add 1                    to ws-note-rows
           end-if.
           add ws-row-amount (ws-row-count)
                                        to ws-chg-amount-total.
      *
           move 0                       to ws-jp-idx.
           perform varying ws-jp-sub from 1 by 1
                until ws-jp-sub > ws-jp-count
               if ws-jp-yyyymm (ws-jp-sub) = ws-chg-in-yyyymm-n
                   move ws-jp-sub       to ws-jp-idx
               end-if
           end-perform.
           if ws-jp-idx = 0
               if ws-jp-count < 24
                   add 1                to ws-jp-count
                   move ws-jp-count     to ws-jp-idx
                   move ws-chg-in-yyyymm-n
                                        to ws-jp-yyyymm (ws-jp-idx)
                   move 0               to ws-jp-amount (ws-jp-idx)
                   move 0               to ws-jp-calls (ws-jp-idx)
               else
                   move 'Y'             to ws-load-error-flag
                   display "A5CCGL: CHGFILE SPANS MORE THAN 24 "
                           "FISCAL MONTHS"
               end-if
           end-if.
      *
      *a month already posted and not reopened since can't be
      *posted again - every such month is named and the journal is
      *refused whole, the same rule A5CCBILL applies to re-billing.
      *Only the months CHGFILE carries rows for are checked: billing
      *keeps the year to date's posted months off it, so a refusal
      *here means a charge row for a posted month really is on file.
      *Adjustment notes are the other way round: they only ever
      *correct a month that is posted
       250-check-periods.
           move 0                       to ws-locked-count.
           if ws-note-rows > 0
               move 'Y'                 to ws-note-run-flag
               if ws-note-rows not = ws-row-count
                   move 'Y'             to ws-load-error-flag
                   display "A5CCGL: CHGFILE MIXES CHARGE ROWS AND "
                           "ADJUSTMENT NOTES"
               end-if
           end-if.
           perform varying ws-jp-sub from 1 by 1
                until ws-jp-sub > ws-jp-count
               move ws-jp-yyyymm (ws-jp-sub)
                                        to ws-per-lookup-yyyymm
               perform 057-find-period-entry
               if ws-note-run
                   if ws-per-idx = 0
                       or not ws-per-posted (ws-per-idx)
                       add 1            to ws-locked-count
                       move 'Y'         to ws-load-error-flag
                       display "A5CCGL: FISCAL MONTH "
                               ws-jp-yyyymm (ws-jp-sub)
                               " IS NOT POSTED - NOTHING TO ADJUST"
                       move '*** FISCAL MONTH NOT POSTED - NO NOTES:'
                                        to ws-notice-line-text
                       move ws-jp-yyyymm (ws-jp-sub)
                                        to ws-notice-line-value
                       write proof-line from ws-notice-line
                   end-if
               else
                   if ws-per-idx > 0
                       if ws-per-posted (ws-per-idx)
                           add 1        to ws-locked-count
                           move 'Y'     to ws-load-error-flag
                           display "A5CCGL: FISCAL MONTH "
                                   ws-jp-yyyymm (ws-jp-sub)
                                   " IS ALREADY POSTED"
                           move '*** FISCAL MONTH ALREADY POSTED:'
                                        to ws-notice-line-text
                           move ws-jp-yyyymm (ws-jp-sub)
                                        to ws-notice-line-value
                           write proof-line from ws-notice-line
                       end-if
                   end-if
               end-if
           end-perform.
      *
      *header, a debit per charge row in CHGFILE order (a credit for
      *a CR note row), the net per fiscal month to the recovery
      *account, then the trailer
       300-write-journal.
           open output journal-file.
           move spaces                 to jrnl-control-rec.
           move "H"                    to jrnl-ctl-type.
           move ws-journal-source      to jrnl-ctl-source.
           move ws-run-date            to jrnl-ctl-date.
           move ws-run-time            to jrnl-ctl-time.
           move 0                       to jrnl-ctl-line-count.
           move 0                       to jrnl-ctl-debit-total.
           move 0                       to jrnl-ctl-credit-total.
           write jrnl-rec.
      *
           perform varying ws-row-sub from 1 by 1
                until ws-row-sub > ws-row-count
               if ws-row-amount (ws-row-sub) = 0
                   add 1                to ws-rows-zero
               else
                   perform 310-write-debit-line
               end-if
           end-perform.
      *
           perform varying ws-jp-sub from 1 by 1
                until ws-jp-sub > ws-jp-count
               if ws-jp-amount (ws-jp-sub) not = 0
                   perform 320-write-credit-line
               end-if
           end-perform.
      *
           move spaces                 to jrnl-control-rec.
           move "T"                    to jrnl-ctl-type.
           move ws-journal-source      to jrnl-ctl-source.
           move ws-run-date            to jrnl-ctl-date.
           move ws-run-time            to jrnl-ctl-time.
           move ws-journal-lines       to jrnl-ctl-line-count.
           move ws-debit-total         to jrnl-ctl-debit-total.
           move ws-credit-total        to jrnl-ctl-credit-total.
           write jrnl-rec.
           close journal-file.
      *
       310-write-debit-line.
           move ws-row-cctr-idx (ws-row-sub) to ws-cctr-idx.
           evaluate ws-row-type (ws-row-sub)
               when "I"
                   add ws-row-calls (ws-row-sub)
                       to ws-ctl-posted-calls (1)
               when "O"
                   add ws-row-calls (ws-row-sub)
                       to ws-ctl-posted-calls (2)
               when "T"
                   add ws-row-calls (ws-row-sub)
                       to ws-ctl-posted-calls (3)
           end-evaluate.
           move spaces                 to ws-description-work.
           evaluate ws-row-note (ws-row-sub)
               when "DR"
                   string "DEBIT NOTE " delimited by size
                          ws-row-month (ws-row-sub) delimited by size
                          " " delimited by size
                          ws-row-type (ws-row-sub) delimited by size
                          " CALLS" delimited by size
                       into ws-description-work
                   end-string
               when "CR"
                   string "CREDIT NOTE " delimited by size
                          ws-row-month (ws-row-sub) delimited by size
                          " " delimited by size
                          ws-row-type (ws-row-sub) delimited by size
                          " CALLS" delimited by size
                       into ws-description-work
                   end-string
               when other
                   string "CHARGEBACK " delimited by size
                          ws-row-month (ws-row-sub) delimited by size
                          " " delimited by size
                          ws-row-type (ws-row-sub) delimited by size
                          " CALLS" delimited by size
                       into ws-description-work
                   end-string
           end-evaluate.
      *
           move spaces                 to jrnl-rec.
           add 1                        to ws-journal-seq.
           move "L"                    to jrnl-rec-type.
           move ws-journal-source      to jrnl-rec-source.
           move ws-row-yyyymm (ws-row-sub) to jrnl-rec-period.
           move ws-run-date            to jrnl-rec-date.
           move ws-journal-seq         to jrnl-rec-seq.
           move ws-cctr-cost-centre (ws-cctr-idx)
                                        to jrnl-rec-cost-centre.
           move ws-cctr-account (ws-cctr-idx)
                                        to jrnl-rec-account.
           if ws-row-credit-note (ws-row-sub)
               move "C"                 to jrnl-rec-dr-cr
           else
               move "D"                 to jrnl-rec-dr-cr
           end-if.
           move ws-row-amount (ws-row-sub) to jrnl-rec-amount.
           move ws-row-dept (ws-row-sub) to jrnl-rec-dept.
           move ws-row-type (ws-row-sub) to jrnl-rec-call-type.
           move ws-row-calls (ws-row-sub) to jrnl-rec-calls.
           move ws-description-work    to jrnl-rec-description.
           write jrnl-rec.
      *
           add 1                        to ws-journal-lines.
           add 1                        to ws-rows-posted.
           if ws-row-credit-note (ws-row-sub)
               add ws-row-amount (ws-row-sub) to ws-credit-total
           else
               add ws-row-amount (ws-row-sub) to ws-debit-total
           end-if.
      *
           move 0                       to ws-jp-idx.
           perform varying ws-jp-sub from 1 by 1
                until ws-jp-sub > ws-jp-count
               if ws-jp-yyyymm (ws-jp-sub) = ws-row-yyyymm (ws-row-sub)
                   move ws-jp-sub       to ws-jp-idx
               end-if
           end-perform.
           if ws-row-credit-note (ws-row-sub)
               subtract ws-row-amount (ws-row-sub)
                   from ws-jp-amount (ws-jp-idx)
           else
               add ws-row-amount (ws-row-sub)
                   to ws-jp-amount (ws-jp-idx)
           end-if.
           add ws-row-calls (ws-row-sub) to ws-jp-calls (ws-jp-idx).
      *
           move ws-journal-seq         to ws-proof-seq.
           move jrnl-rec-period        to ws-proof-period.
           move jrnl-rec-cost-centre   to ws-proof-cost-centre.
           move jrnl-rec-account       to ws-proof-account.
           move jrnl-rec-dept          to ws-proof-dept.
           move jrnl-rec-call-type     to ws-proof-type.
           move jrnl-rec-calls         to ws-proof-calls.
           if ws-row-credit-note (ws-row-sub)
               move spaces              to ws-proof-debit-x
               move jrnl-rec-amount     to ws-proof-credit
           else
               move jrnl-rec-amount     to ws-proof-debit
               move spaces              to ws-proof-credit-x
           end-if.
           move jrnl-rec-description   to ws-proof-description.
           write proof-line from ws-proof-detail-line.
      *
      *the month's total debits, credited in one line to the
      *recovery account - so every period balances on its own
      *as well as the journal as a whole. A month whose credit
      *notes outweigh its debit notes debits the recovery account
      *with the difference instead
       320-write-credit-line.
           move spaces                 to ws-description-work.
           string "CALL CENTRE RECOVERY " delimited by size
                  ws-jp-yyyymm (ws-jp-sub) delimited by size
               into ws-description-work
           end-string.
      *
           move spaces                 to jrnl-rec.
           add 1                        to ws-journal-seq.
           move "L"                    to jrnl-rec-type.
           move ws-journal-source      to jrnl-rec-source.
           move ws-jp-yyyymm (ws-jp-sub) to jrnl-rec-period.
           move ws-run-date            to jrnl-rec-date.
           move ws-journal-seq         to jrnl-rec-seq.
           move ws-recovery-cost-centre
                                        to jrnl-rec-cost-centre.
           move ws-recovery-account    to jrnl-rec-account.
           if ws-jp-amount (ws-jp-sub) < 0
               move "D"                 to jrnl-rec-dr-cr
           else
               move "C"                 to jrnl-rec-dr-cr
           end-if.
           move ws-jp-amount (ws-jp-sub) to jrnl-rec-amount.
           move spaces                 to jrnl-rec-dept.
           move spaces                 to jrnl-rec-call-type.
           move ws-jp-calls (ws-jp-sub) to jrnl-rec-calls.
           move ws-description-work    to jrnl-rec-description.
           write jrnl-rec.
      *
           add 1                        to ws-journal-lines.
           if ws-jp-amount (ws-jp-sub) < 0
               add jrnl-rec-amount      to ws-debit-total
           else
               add jrnl-rec-amount      to ws-credit-total
           end-if.
      *
           move ws-journal-seq         to ws-proof-seq.
           move jrnl-rec-period        to ws-proof-period.
           move jrnl-rec-cost-centre   to ws-proof-cost-centre.
           move jrnl-rec-account       to ws-proof-account.
           move spaces                 to ws-proof-dept.
           move spaces                 to ws-proof-type.
           move jrnl-rec-calls         to ws-proof-calls.
           if ws-jp-amount (ws-jp-sub) < 0
               move jrnl-rec-amount     to ws-proof-debit
               move spaces              to ws-proof-credit-x
           else
               move spaces              to ws-proof-debit-x
               move jrnl-rec-amount     to ws-proof-credit
           end-if.
           move jrnl-rec-description   to ws-proof-description.
           write proof-line from ws-proof-detail-line.
      *
      *each month this journal credited goes on the log as posted,
      *with the amount, so the next A5CCBILL leaves it unbilled. A
      *note run logs its months again, still posted, with the net
      *the notes moved, signed '-' when the notes credited back
      *more than they charged. The bill run's lock rests on this
      *log, so a log that won't open stops the run
       400-record-posted-periods.
           open extend period-file.
           if ws-per-file-status not = "00"
               and ws-per-file-status not = "05"
               close proof-file
               display "A5CCGL: GLPERIOD OPEN FAILED - STATUS "
                       ws-per-file-status " - JOURNAL WRITTEN BUT "
                       "ITS MONTHS NOT LOGGED - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform varying ws-jp-sub from 1 by 1
                until ws-jp-sub > ws-jp-count
               if ws-jp-amount (ws-jp-sub) not = 0
                   move spaces          to per-rec
                   move ws-jp-yyyymm (ws-jp-sub) to per-rec-yyyymm
                   move "P"             to per-rec-status
                   move ws-run-date     to per-rec-date
                   move "A5CCGL"        to per-rec-by
                   move ws-jp-amount (ws-jp-sub) to per-rec-amount
                   if ws-jp-amount (ws-jp-sub) < 0
                       move "-"         to per-rec-amount-sign
                   end-if
                   if ws-note-run
                       move "ADJUSTMENT NOTES POSTED"
                                        to per-rec-reason
                   else
                       move "POSTED TO GL" to per-rec-reason
                   end-if
                   write per-rec
               end-if
           end-perform.
           close period-file.
      *
      *the explicit reopen - only a month currently posted can be
      *reopened, and the reopen is logged with who authorised it
      *and why. The original posting is not reversed here
       450-reopen-period.
           move ws-reopen-period-n     to ws-per-lookup-yyyymm.
           perform 057-find-period-entry.
           if ws-per-idx = 0
               or not ws-per-posted (ws-per-idx)
               move '*** PERIOD IS NOT POSTED - NOTHING TO REOPEN:'
                                        to ws-notice-line-text
               move ws-reopen-period   to ws-notice-line-value
               write proof-line from ws-notice-line
               close proof-file
               display "A5CCGL: PERIOD " ws-reopen-period
                       " IS NOT POSTED - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           open extend period-file.
           if ws-per-file-status not = "00"
               and ws-per-file-status not = "05"
               close proof-file
               display "A5CCGL: GLPERIOD OPEN FAILED - STATUS "
                       ws-per-file-status " - PERIOD NOT REOPENED - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           move spaces                 to per-rec.
           move ws-reopen-period       to per-rec-yyyymm.
           move "R"                    to per-rec-status.
           move ws-run-date            to per-rec-date.
           move ws-authorised-by       to per-rec-by.
           move 0                       to per-rec-amount.
           move ws-reopen-reason       to per-rec-reason.
           write per-rec.
           close period-file.
      *
           move 'Period reopened:'     to ws-notice-line-text.
           move ws-reopen-period       to ws-notice-line-value.
           write proof-line from ws-notice-line.
           move 'Authorised by:'       to ws-notice-line-text.
           move ws-authorised-by       to ws-notice-line-value.
           write proof-line from ws-notice-line.
           move 'Reason:'              to ws-notice-line-text.
           move ws-reopen-reason       to ws-notice-line-value.
           write proof-line from ws-notice-line.
           write proof-line from ws-blank-line.
           move '*** REVERSE THE ORIGINAL POSTING IN THE LEDGER BEFORE'
                                        to ws-notice-line-text.
           move 'THE MONTH IS RE-POSTED ***'
                                        to ws-notice-line-value.
           write proof-line from ws-notice-line.
      *
      *the control totals finance balances the load against - the
      *CHGFILE total, the debits, the credits and the difference,
      *which is zero on every journal this program posts
       500-print-totals.
           write proof-line from ws-blank-line.
           move 'CHGFILE rows read:'   to ws-total-line-label.
           move ws-rows-read           to ws-total-line-count.
           write proof-line from ws-total-line.
           move 'Rows posted:'         to ws-total-line-label.
           move ws-rows-posted         to ws-total-line-count.
           write proof-line from ws-total-line.
           move 'Zero-amount rows passed over:'
                                        to ws-total-line-label.
           move ws-rows-zero           to ws-total-line-count.
           write proof-line from ws-total-line.
           move 'Rows rejected:'       to ws-total-line-label.
           move ws-rows-rejected       to ws-total-line-count.
           write proof-line from ws-total-line.
           move 'Rows with unmapped department:'
                                        to ws-total-line-label.
           move ws-unmapped-count      to ws-total-line-count.
           write proof-line from ws-total-line.
           if ws-note-run
               move 'Fiscal months not posted:'
                                        to ws-total-line-label
           else
               move 'Fiscal months already posted:'
                                        to ws-total-line-label
           end-if.
           move ws-locked-count        to ws-total-line-count.
           write proof-line from ws-total-line.
           move 'Journal lines written:'
                                        to ws-total-line-label.
           move ws-journal-lines       to ws-total-line-count.
           write proof-line from ws-total-line.
      *
           write proof-line from ws-blank-line.
           move 'CHGFILE amount total:'
                                        to ws-money-line-label.
           move ws-chg-amount-total    to ws-money-line-amount.
           write proof-line from ws-money-line.
           move 'Total debits:'        to ws-money-line-label.
           move ws-debit-total         to ws-money-line-amount.
           write proof-line from ws-money-line.
           move 'Total credits:'       to ws-money-line-label.
           move ws-credit-total        to ws-money-line-amount.
           write proof-line from ws-money-line.
           compute ws-difference = ws-debit-total - ws-credit-total.
           move 'Difference:'          to ws-money-line-label.
           move ws-difference          to ws-money-line-amount.
           write proof-line from ws-money-line.
      *
           write proof-line from ws-blank-line.
           move spaces                 to ws-notice-line-value.
           if ws-load-in-error
               move '*** JOURNAL NOT POSTED - SEE SYSOUT FOR THE ROWS'
                                        to ws-notice-line-text
           else
               if ws-debit-total = ws-credit-total
                   and (ws-note-run
                        or ws-debit-total = ws-chg-amount-total)
                   move 'Journal balanced - debits = credits = CHGFILE'
                                        to ws-notice-line-text
               else
                   move '*** JOURNAL OUT OF BALANCE - NOT POSTED ***'
                                        to ws-notice-line-text
               end-if
           end-if.
           write proof-line from ws-notice-line.
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
      *
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
                       display "A5CCGL: BAD CTLPARM LINE: "
                               ctl-parm-rec
               end-evaluate
           end-if.
      *
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
      *
      *one ledger record off ws-ctl-figures
       960-write-ledger-record.
           move spaces                  to ctl-rec.
           move ws-ctl-job              to ctl-rec-job.
           move ws-ctl-step             to ctl-rec-step.
           move "A5CCGL"                 to ctl-rec-program.
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
      *
      *the ledger is shared by every stream - one that won't open
      *costs this run its control records, not its output, so it
      *warns with RC 4 instead of stopping
       970-write-ledger.
           open extend ctl-ledger-file.
           if ws-ctl-ledger-file-status = "00"
               perform 975-write-ledger-records
               close ctl-ledger-file
           else
               display "A5CCGL: CTLLEDGR OPEN FAILED, STATUS "
                       ws-ctl-ledger-file-status
                       " - NO LEDGER RECORDS WRITTEN"
               if return-code < 4
                   move 4               to return-code
               end-if
           end-if.
      *
      *CHGFILE as loaded - zero-amount rows pass over, they carry
      *no charge - and the journal as written
       975-write-ledger-records.
           perform 958-clear-ledger-figures.
           move "CHGFILE"               to ws-ctl-file.
           move "I"                     to ws-ctl-direction.
           move ws-rows-read            to ws-ctl-records-in.
           move ws-rows-posted          to ws-ctl-records-out.
           move ws-rows-rejected        to ws-ctl-records-rejected.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-chg-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
           move "GLJRNL"                to ws-ctl-file.
           move "O"                     to ws-ctl-direction.
           move ws-journal-lines        to ws-ctl-records-out.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-posted-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
      *
       end program A5CCGL.

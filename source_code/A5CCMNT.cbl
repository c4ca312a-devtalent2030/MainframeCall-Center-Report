      *so roster changes come through here instead of being hand-
      *edited straight into the file
      *
      *operators are never removed from the master - a 'D'
      *transaction terminates the operator instead: the status goes
      *to 'T' and the leave month is set from the transaction's
      *effective month (the run month when it is left blank), so a
      *leaver's past calls still resolve to a name and department
      *everywhere the master is read. An add carries the hire month
      *in the same field, and an add against a terminated operator
      *is a rehire - back to active with the new hire month and a
      *fresh department assignment on the history. The hire/leave
      *months and status feed the A5CCHDC headcount movement report
      *
      *RUN-MODE=TRIAL on the MNTPARM card runs the whole batch
      *report-only: every transaction is validated against the
      *master exactly as an apply run would (including the effect
      *of the batch's own earlier adds and terminations), the same
      *before/after audit listing is printed and the same counts
      *are kept, but nothing is written - so HR can see what a
      *batch would do, fix the rejects and re-run before the
      *master is changed. The return code gates the apply run
      *downstream: rejects flag RC 4 in either mode
      *
      *every operator carries the contact centre (site) they work
      *out of. An add sets it, a change with a site keyed moves the
      *operator to that site (a blank site leaves it as is, like
      *the name and department), and a rehire keeps the site on the
      *master unless a new one is keyed. The audit listing shows
      *the site in both the before and after image
      *
      *control ledger: with a CTLPARM card naming the job and step,
      *the run appends OPRTRAN's read, applied and rejected counts
      *to the shared CTLLEDGR - a trial run's counts are what the
      *batch would have applied, under the trial step's name
      *
       environment division.
       input-output section.
               assign to MNTPARM
               organization is sequential
               file status is ws-mnt-parm-file-status.
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
           record contains 80 characters.
      *
      *one maintenance transaction per record, as keyed by HR -
      *'A' add, 'C' change, 'D' terminate. On a change, a blank
      *field means "leave as is"; a change with nothing to change,
      *an add with a blank name, an add of an active operator
      *already on the master, a change/terminate of a key that
      *isn't there and a change/terminate of an operator already
      *terminated are all rejected
       01 trans-rec.
           05 trans-action             pic x(1).
           05 trans-num                pic x(6).
           05 trans-name               pic x(12).
           05 trans-dept               pic x(4).
      *yyyymm the department assignment takes effect - required on a
      *change that moves the operator to a new department, optional
      *on an add (an add without one is on the books from the start)
      *where it is also the hire month, required on a rehire, and
      *the leave month on a terminate (blank means the run month)
           05 trans-eff-yyyymm         pic x(6).
      *contact centre code - blank on a change or rehire means
      *"leave as is"
           05 trans-site               pic x(3).
           05 filler                   pic x(48).
      *
      *operator master - same layout and key as A5CCORPT reads,
      *opened i-o here since this is the program that maintains it
           data record is opr-rec.
      *
       01 opr-rec.
           05 opr-rec-num               pic x(6).
           05 opr-rec-name              pic x(12).
           05 opr-rec-dept              pic x(4).
      *hire month 000000 is an operator on the books from before
      *hire months were kept; leave month stays 000000 while active
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
           record contains 80 characters.
      *
       01 mnt-parm-rec                 pic x(80).
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
       01 ws-eff-valid-flag            pic x    value 'N'.
           88 ws-eff-date-valid                 value 'Y'.
      *
      *the run month - the leave month of a terminate keyed without
      *an effective month
       01 ws-run-date-control.
           05 ws-run-date              pic 9(8).
           05 ws-run-date-parts redefines ws-run-date.
               10 ws-run-yyyymm        pic 9(6).
               10 filler               pic 9(2).
           05 ws-leave-yyyymm          pic 9(6) value 0.
      *
      *whether the history record for the transaction in hand
      *actually landed - a department change is only applied to the
      *master once its dated history record is safely on OPRHIST
           88 ws-trial-mode                     value 'Y'.
      *
      *what the trial batch has notionally done to the master so
      *far - an apply run sees its own earlier adds, changes and
      *terminations when it validates the next transaction, so the
      *trial has to see them too or its verdict would differ from
      *the real run's. Adds carry the name/department/lifecycle the
      *batch set so a later change or terminate prints the right
      *before image
       01 ws-trial-control.
           05 ws-trial-sub             pic 9(3) value 0.
           05 ws-trial-add-hit         pic 9(3) value 0.
           05 ws-trial-chg-hit         pic 9(3) value 0.
      *
       01 ws-trial-adds-table.
           05 ws-trial-add-count       pic 9(3) value 0.
           05 ws-trial-add-entry       occurs 500 times.
               10 ws-trial-add-num     pic x(6).
               10 ws-trial-add-name    pic x(12).
               10 ws-trial-add-dept    pic x(4).
               10 ws-trial-add-site    pic x(3).
               10 ws-trial-add-hire    pic 9(6).
               10 ws-trial-add-leave   pic 9(6).
               10 ws-trial-add-status  pic x.
               10 ws-trial-add-active  pic x.
      *
      *changes, terminations and rehires the trial accepted against
      *operators already on the
      *master - the overlay a later read of the same key has to
      *see, so a second change in the same batch gets the right
      *before image and the same verdict the apply run would give
       01 ws-trial-chgs-table.
           05 ws-trial-chg-count       pic 9(3) value 0.
           05 ws-trial-chg-entry       occurs 500 times.
               10 ws-trial-chg-num     pic x(6).
               10 ws-trial-chg-name    pic x(12).
               10 ws-trial-chg-dept    pic x(4).
               10 ws-trial-chg-site    pic x(3).
               10 ws-trial-chg-hire    pic 9(6).
               10 ws-trial-chg-leave   pic 9(6).
               10 ws-trial-chg-status  pic x.
               10 ws-trial-chg-active  pic x.
      *
       01 ws-counters.
           05 ws-trans-read            pic 9(5) value 0.
           05 ws-adds-applied          pic 9(5) value 0.
           05 ws-changes-applied       pic 9(5) value 0.
           05 ws-terms-applied         pic 9(5) value 0.
           05 ws-rehires-applied       pic 9(5) value 0.
           05 ws-trans-rejected        pic 9(5) value 0.
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
      *
       01 ws-trial-notice-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Action'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Opr'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(23)
               value 'Before Name  Dept Sit S'.
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(23)
               value 'After Name   Dept Sit S'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Status'.
           05 filler                   pic x(54) value spaces.
      *
      *one audit line per transaction - before image on the left,
      *after image on the right, each with the operator's status
      *(A active, T terminated), applied/rejected and the reject
      *reason - or the hire/leave month applied - at the end
       01 ws-audit-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-audit-action          pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-audit-num             pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-audit-before-name     pic x(12).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-before-dept     pic x(4).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-before-site     pic x(3).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-before-stat     pic x(1).
           05 filler                   pic x(4)  value ' -> '.
           05 ws-audit-after-name      pic x(12).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-after-dept      pic x(4).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-after-site      pic x(3).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-after-stat      pic x(1).
           05 filler                   pic x(2)  value spaces.
           05 ws-audit-status          pic x(8).
           05 filler                   pic x(3)  value spaces.
           05 ws-audit-reason          pic x(30).
           05 filler                   pic x(21) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2)  value spaces.
       01 ws-total-line4.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Terminations applied:            '.
           05 ws-total-line4-count     pic zzzz9.
           05 filler                   pic x(92) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Rehires applied:                 '.
           05 ws-total-line6-count     pic zzzz9.
           05 filler                   pic x(92) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2)  value spaces.
       000-main.
      *
           perform 010-load-run-mode.
           perform 950-load-ledger-card.
      *
      *a trial run reads the master and writes nothing, so it opens
      *the master INPUT and leaves the history cluster alone - the
      *
           accept ws-heading-date from date.
           accept ws-heading-time from time.
           accept ws-run-date from date yyyymmdd.
      *
           perform 100-print-headings.
      *
                     opr-history-file
                     audit-file
           end-if.
      *
           if ws-ctl-ledger-on
               perform 970-write-ledger
           end-if.
      *
      *a run with rejects still applies everything it could - RC 4
      *flags the listing for follow-up rather than failing the job
      *transaction printed above it
           move spaces                 to ws-audit-before-name.
           move spaces                 to ws-audit-before-dept.
           move spaces                 to ws-audit-before-site.
           move spaces                 to ws-audit-before-stat.
           move spaces                 to ws-audit-after-name.
           move spaces                 to ws-audit-after-dept.
           move spaces                 to ws-audit-after-site.
           move spaces                 to ws-audit-after-stat.
           move spaces                 to ws-audit-reason.
           move "APPLIED"              to ws-audit-status.
           move trans-num              to ws-audit-num.
                   move "CHANGE"       to ws-audit-action
                   perform 320-apply-change
               when 'D'
                   move "TERM"         to ws-audit-action
                   perform 330-apply-delete
               when other
                   move trans-action   to ws-audit-action
       310-apply-add.
      *a new operator needs a numeric key, a name, and a key not
      *already on the master - hand-keyed adds of someone already
      *there are the duplicate case audit asked us to stop. A key
      *that is on the master but terminated is a rehire instead,
      *and a rehire may leave the name blank to keep the master's.
      *The effective month is the hire month, so one keyed but not
      *a real month is rejected rather than quietly dropped
           if trans-num not numeric
               move "NON-NUMERIC OPERATOR NUMBER"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               perform 350-read-master
               perform 355-validate-effective-month
               evaluate true
                   when ws-mst-ok and opr-rec-terminated
                       perform 318-apply-rehire
                   when ws-mst-ok
                       move "OPERATOR ALREADY ON MASTER"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when trans-name = spaces
                       move "OPERATOR NAME IS BLANK"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when trans-eff-yyyymm not = spaces
                       and not ws-eff-date-valid
                       move "HIRE YYYYMM NOT VALID"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when other
                       perform 311-add-new-operator
               end-evaluate
           end-if.
      *
      *a brand-new operator - active, hired in the effective month
      *keyed (000000 when none was), never left
       311-add-new-operator.
           move trans-num              to opr-rec-num.
           move trans-name             to opr-rec-name.
           move trans-dept             to opr-rec-dept.
           move trans-site             to opr-rec-site.
           move 0                       to opr-rec-hire-yyyymm.
           if ws-eff-date-valid
               move trans-eff-yyyymm   to opr-rec-hire-yyyymm
           end-if.
           move 0                       to opr-rec-leave-yyyymm.
           move 'A'                    to opr-rec-status.
           if ws-trial-mode
               perform 312-record-trial-add
               perform 315-record-opening-history
           else
               write opr-rec
                   invalid key
                       move "MASTER WRITE FAILED"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   not invalid key
                       perform 315-record-opening-history
               end-write
           end-if.
      *
      *the new operator's opening department assignment goes on the
               add 1                    to ws-adds-applied
               move opr-rec-name       to ws-audit-after-name
               move opr-rec-dept       to ws-audit-after-dept
               move opr-rec-site       to ws-audit-after-site
               move opr-rec-status     to ws-audit-after-stat
               if opr-rec-hire-yyyymm > 0
                   string "HIRED " opr-rec-hire-yyyymm
                       delimited by size into ws-audit-reason
                   end-string
               end-if
           else
               delete opr-master-file
                   invalid key
                                        to ws-audit-reason
               perform 340-reject-transaction
           end-if.
      *
      *a rehire - the terminated operator goes back to active with
      *the transaction's effective month as the new hire month, which
      *is required and has to fall after the month they left. A blank
      *name, department or site keeps the one on the master. The return
      *department is landed on the history first, dated the rehire
      *month, exactly as a department change is, so the months
      *between leaving and coming back stay with the old department
       318-apply-rehire.
           move opr-rec-name           to ws-audit-before-name.
           move opr-rec-dept           to ws-audit-before-dept.
           move opr-rec-site           to ws-audit-before-site.
           move opr-rec-status         to ws-audit-before-stat.
           if not ws-eff-date-valid
               move "REHIRE YYYYMM NOT VALID"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               if trans-eff-yyyymm not > opr-rec-leave-yyyymm
                   move "REHIRE YYYYMM NOT AFTER LEAVING"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               else
      *the history record is written from the transaction, so a
      *rehire into the department the operator left carries that
      *department over onto the transaction first
                   if trans-dept = spaces
                       move opr-rec-dept
                                        to trans-dept
                   end-if
                   move 'Y'             to ws-dept-changed-flag
                   perform 360-write-history-record
                   if not ws-hist-write-ok
                       move "HISTORY WRITE FAILED"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   else
                       if trans-name not = spaces
                           move trans-name to opr-rec-name
                       end-if
                       move trans-dept  to opr-rec-dept
                       if trans-site not = spaces
                           move trans-site to opr-rec-site
                       end-if
                       move trans-eff-yyyymm
                                        to opr-rec-hire-yyyymm
                       move 0           to opr-rec-leave-yyyymm
                       move 'A'         to opr-rec-status
                       if ws-trial-mode
                           perform 322-record-trial-change
                           perform 319-count-rehire
                       else
                           rewrite opr-rec
                               invalid key
                                   perform 325-back-out-history
                                   move "MASTER REWRITE FAILED"
                                        to ws-audit-reason
                                   perform 340-reject-transaction
                               not invalid key
                                   perform 319-count-rehire
                           end-rewrite
                       end-if
                   end-if
               end-if
           end-if.
      *
       319-count-rehire.
           add 1                        to ws-rehires-applied.
           move opr-rec-name           to ws-audit-after-name.
           move opr-rec-dept           to ws-audit-after-dept.
           move opr-rec-site           to ws-audit-after-site.
           move opr-rec-status         to ws-audit-after-stat.
           string "REHIRED " opr-rec-hire-yyyymm
               delimited by size into ws-audit-reason
           end-string.
      *
       320-apply-change.
      *a blank field on a change means "leave as is" - the common HR
      *transaction is a department move with the name untouched. A
      *change with all three fields blank has nothing to apply and
      *is rejected rather than silently rewriting the record
      *unchanged
           perform 350-read-master.
           if not ws-mst-ok
               move "OPERATOR NOT ON MASTER"
           else
               move opr-rec-name       to ws-audit-before-name
               move opr-rec-dept       to ws-audit-before-dept
               move opr-rec-site       to ws-audit-before-site
               move opr-rec-status     to ws-audit-before-stat
      *a leaver's record is kept for the history, not maintained -
      *bringing them back is an add (a rehire), not a change
               if opr-rec-terminated
                   move "OPERATOR IS TERMINATED"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               else
                   if trans-name = spaces and trans-dept = spaces
                       and trans-site = spaces
                       move "NOTHING TO CHANGE"
                                            to ws-audit-reason
                       perform 340-reject-transaction
                   else
                       move 'N'             to ws-dept-changed-flag
                       if trans-dept not = spaces
                           and trans-dept not = opr-rec-dept
                           move 'Y'         to ws-dept-changed-flag
                       end-if
      *a department move with no effective month - or a mis-keyed
      *one like 202413, which would land the transfer in the wrong
      *fiscal months downstream - can't be dated on the history,
      *which is the whole point of tracking it. The transaction
      *comes back for re-keying instead
                       perform 355-validate-effective-month
                       if ws-dept-changed
                           and not ws-eff-date-valid
                           move "EFFECTIVE YYYYMM NOT VALID"
                                            to ws-audit-reason
                           perform 340-reject-transaction
                       else
      *the dated history record is landed first - if it can't be,
      *the master is left untouched and the transaction rejected,
      *rather than applying a department move the history can't
      *account for
                           if ws-dept-changed
                               perform 360-write-history-record
                           else
                               move 'Y'     to ws-hist-write-ok-flag
                           end-if
                           if not ws-hist-write-ok
                               move "HISTORY WRITE FAILED"
                                            to ws-audit-reason
                               perform 340-reject-transaction
                           else
                               if trans-name not = spaces
                                   move trans-name to opr-rec-name
                               end-if
                               if trans-dept not = spaces
                                   move trans-dept to opr-rec-dept
                               end-if
                               if trans-site not = spaces
                                   move trans-site to opr-rec-site
                               end-if
                               if ws-trial-mode
                                   add 1    to ws-changes-applied
                                   move opr-rec-name
                                            to ws-audit-after-name
                                   move opr-rec-dept
                                            to ws-audit-after-dept
                                   move opr-rec-site
                                            to ws-audit-after-site
                                   move opr-rec-status
                                            to ws-audit-after-stat
                                   perform 322-record-trial-change
                               else
                                   rewrite opr-rec
                                       invalid key
                                           perform 325-back-out-history
                                           move "MASTER REWRITE FAILED"
                                            to ws-audit-reason
                                           perform
                                               340-reject-transaction
                                       not invalid key
                                           add 1 to ws-changes-applied
                                           move opr-rec-name
                                            to ws-audit-after-name
                                           move opr-rec-dept
                                            to ws-audit-after-dept
                                           move opr-rec-site
                                            to ws-audit-after-site
                                           move opr-rec-status
                                            to ws-audit-after-stat
                                   end-rewrite
                               end-if
                           end-if
                       end-if
                   end-if
               end-delete
           end-if.
      *
      *a 'D' terminates - the record stays on the master with status
      *'T' and the leave month, so the operator's past calls keep
      *resolving everywhere the master is read. The leave month is
      *the effective month keyed, or the run month if none was; it
      *can't fall before the hire month. Terminating a leaver twice
      *is rejected so the original leave month isn't overwritten
       330-apply-delete.
           perform 350-read-master.
           if not ws-mst-ok
           else
               move opr-rec-name       to ws-audit-before-name
               move opr-rec-dept       to ws-audit-before-dept
               move opr-rec-site       to ws-audit-before-site
               move opr-rec-status     to ws-audit-before-stat
               perform 355-validate-effective-month
               if trans-eff-yyyymm = spaces
                   move ws-run-yyyymm  to ws-leave-yyyymm
               else
                   move 0               to ws-leave-yyyymm
                   if ws-eff-date-valid
                       move trans-eff-yyyymm
                                        to ws-leave-yyyymm
                   end-if
               end-if
               evaluate true
                   when opr-rec-terminated
                       move "OPERATOR ALREADY TERMINATED"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when ws-leave-yyyymm = 0
                       move "LEAVE YYYYMM NOT VALID"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when ws-leave-yyyymm < opr-rec-hire-yyyymm
                       move "LEAVE YYYYMM BEFORE HIRE YYYYMM"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when other
                       move ws-leave-yyyymm
                                        to opr-rec-leave-yyyymm
                       move 'T'         to opr-rec-status
                       if ws-trial-mode
                           perform 322-record-trial-change
                           perform 332-count-termination
                       else
                           rewrite opr-rec
                               invalid key
                                   move "MASTER REWRITE FAILED"
                                        to ws-audit-reason
                                   perform 340-reject-transaction
                               not invalid key
                                   perform 332-count-termination
                           end-rewrite
                       end-if
               end-evaluate
           end-if.
      *
       332-count-termination.
           add 1                        to ws-terms-applied.
           move opr-rec-name           to ws-audit-after-name.
           move opr-rec-dept           to ws-audit-after-dept.
           move opr-rec-site           to ws-audit-after-site.
           move opr-rec-status         to ws-audit-after-stat.
           string "LEFT " opr-rec-leave-yyyymm
               delimited by size into ws-audit-reason
           end-string.
      *
       340-reject-transaction.
           move "REJECTED"             to ws-audit-status.
           end-if.
      *
      *overlay the physical read with the trial batch's own earlier
      *work - a record this batch added reads as present with the
      *name/department/lifecycle the batch gave it, and a record
      *this batch already changed, terminated or rehired reads that
      *way rather than as the master's untouched copy
       352-adjust-trial-view.
           move 0                   to ws-trial-add-hit
           perform varying ws-trial-sub from 1 by 1
                until ws-trial-sub > ws-trial-add-count
               if ws-trial-add-num (ws-trial-sub) = trans-num
                   and ws-trial-add-active (ws-trial-sub) = 'Y'
                   move ws-trial-sub to ws-trial-add-hit
               end-if
           end-perform
           if ws-trial-add-hit > 0
               move "00"            to ws-mst-file-status
               move trans-num       to opr-rec-num
               move ws-trial-add-name (ws-trial-add-hit)
                                    to opr-rec-name
               move ws-trial-add-dept (ws-trial-add-hit)
                                    to opr-rec-dept
               move ws-trial-add-site (ws-trial-add-hit)
                                    to opr-rec-site
               move ws-trial-add-hire (ws-trial-add-hit)
                                    to opr-rec-hire-yyyymm
               move ws-trial-add-leave (ws-trial-add-hit)
                                    to opr-rec-leave-yyyymm
               move ws-trial-add-status (ws-trial-add-hit)
                                    to opr-rec-status
           else
               if ws-mst-ok
                   move 0           to ws-trial-chg-hit
                   perform varying ws-trial-sub from 1 by 1
                        until ws-trial-sub > ws-trial-chg-count
                       if ws-trial-chg-num (ws-trial-sub)
                               = trans-num
                           and ws-trial-chg-active (ws-trial-sub)
                               = 'Y'
                           move ws-trial-sub to ws-trial-chg-hit
                       end-if
                   end-perform
                   if ws-trial-chg-hit > 0
                       move ws-trial-chg-name (ws-trial-chg-hit)
                                    to opr-rec-name
                       move ws-trial-chg-dept (ws-trial-chg-hit)
                                    to opr-rec-dept
                       move ws-trial-chg-site (ws-trial-chg-hit)
                                    to opr-rec-site
                       move ws-trial-chg-hire (ws-trial-chg-hit)
                                    to opr-rec-hire-yyyymm
                       move ws-trial-chg-leave (ws-trial-chg-hit)
                                    to opr-rec-leave-yyyymm
                       move ws-trial-chg-status (ws-trial-chg-hit)
                                    to opr-rec-status
                   end-if
               end-if
           end-if.
      *
      *remember an add the trial accepted. Past 500 pending adds
      *the trial can no longer see its own work and says so once,
      *loudly
       312-record-trial-add.
           if ws-trial-add-count < 500
               add 1                    to ws-trial-add-count
               move trans-num
                   to ws-trial-add-name (ws-trial-add-count)
               move trans-dept
                   to ws-trial-add-dept (ws-trial-add-count)
               move trans-site
                   to ws-trial-add-site (ws-trial-add-count)
               move opr-rec-hire-yyyymm
                   to ws-trial-add-hire (ws-trial-add-count)
               move opr-rec-leave-yyyymm
                   to ws-trial-add-leave (ws-trial-add-count)
               move opr-rec-status
                   to ws-trial-add-status (ws-trial-add-count)
               move 'Y'
                   to ws-trial-add-active (ws-trial-add-count)
           else
                       "VALIDATE DIFFERENTLY THAN AN APPLY RUN"
           end-if.
      *
      *a change, terminate or rehire the trial accepted - against
      *a key this batch added, the pending add entry carries it
      *forward;
      *against a key already on the master, an overlay entry does,
      *so a still later transaction in the same batch sees the
      *changed record either way. Past 500 pending overlays the
                       to ws-trial-add-name (ws-trial-sub)
                   move opr-rec-dept
                       to ws-trial-add-dept (ws-trial-sub)
                   move opr-rec-site
                       to ws-trial-add-site (ws-trial-sub)
                   move opr-rec-hire-yyyymm
                       to ws-trial-add-hire (ws-trial-sub)
                   move opr-rec-leave-yyyymm
                       to ws-trial-add-leave (ws-trial-sub)
                   move opr-rec-status
                       to ws-trial-add-status (ws-trial-sub)
               end-if
           end-perform.
           if ws-trial-add-hit = 0
                           to ws-trial-chg-name (ws-trial-sub)
                       move opr-rec-dept
                           to ws-trial-chg-dept (ws-trial-sub)
                       move opr-rec-site
                           to ws-trial-chg-site (ws-trial-sub)
                       move opr-rec-hire-yyyymm
                           to ws-trial-chg-hire (ws-trial-sub)
                       move opr-rec-leave-yyyymm
                           to ws-trial-chg-leave (ws-trial-sub)
                       move opr-rec-status
                           to ws-trial-chg-status (ws-trial-sub)
                   end-if
               end-perform
               if ws-trial-chg-hit = 0
                           to ws-trial-chg-name (ws-trial-chg-count)
                       move opr-rec-dept
                           to ws-trial-chg-dept (ws-trial-chg-count)
                       move opr-rec-site
                           to ws-trial-chg-site (ws-trial-chg-count)
                       move opr-rec-hire-yyyymm
                           to ws-trial-chg-hire (ws-trial-chg-count)
                       move opr-rec-leave-yyyymm
                           to ws-trial-chg-leave (ws-trial-chg-count)
                       move opr-rec-status
                           to ws-trial-chg-status (ws-trial-chg-count)
                       move 'Y'
                           to ws-trial-chg-active
                              (ws-trial-chg-count)
               end-if
           end-if.
      *
      *a usable effective month is six digits with the month part
      *01-12 - the same check the daily roll-up applies to its
      *dates, since both end up keying the same fiscal months
           write audit-line from ws-total-line2.
           move ws-changes-applied     to ws-total-line3-count.
           write audit-line from ws-total-line3.
           move ws-terms-applied       to ws-total-line4-count.
           write audit-line from ws-total-line4.
           move ws-rehires-applied     to ws-total-line6-count.
           write audit-line from ws-total-line6.
           move ws-trans-rejected      to ws-total-line5-count.
           write audit-line from ws-total-line5.
           if ws-trial-mode
               write audit-line from ws-blank-line
               write audit-line from ws-trial-notice-line
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
                       display "A5CCMNT: BAD CTLPARM LINE: "
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
           move "A5CCMNT"                to ctl-rec-program.
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
      *costs this run its control records, not its updates. It is
      *only displayed, since RC 4 here already means rejects and
      *gates the apply run
       970-write-ledger.
           open extend ctl-ledger-file.
           if ws-ctl-ledger-file-status = "00"
               perform 975-write-ledger-records
               close ctl-ledger-file
           else
               display "A5CCMNT: CTLLEDGR OPEN FAILED, STATUS "
                       ws-ctl-ledger-file-status
                       " - NO LEDGER RECORDS WRITTEN"
           end-if.
      *
      *the transaction batch - applied is every add, change,
      *termination and rehire that went in; no calls move here
       975-write-ledger-records.
           perform 958-clear-ledger-figures.
           move "OPRTRAN"               to ws-ctl-file.
           move "I"                     to ws-ctl-direction.
           move ws-trans-read           to ws-ctl-records-in.
           add ws-adds-applied ws-changes-applied ws-terms-applied
               ws-rehires-applied   giving ws-ctl-records-out.
           move ws-trans-rejected       to ws-ctl-records-rejected.
           perform 960-write-ledger-record.
      *
       end program A5CCMNT.

       identification division.
       program-id. A5CCOMT.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *online operator maintenance - transaction CCMT, for HR. The
      *screen (mapset A5CCMTS) takes the same fields as an OPRTRAN
      *card - action, operator, name, department, site and effective
      *month - and puts the transaction through exactly the checks
      *A5CCMNT applies to the card, with the same reject reasons, so
      *a roster change is corrected at the keyboard instead of
      *holding up the monthly stream at the STEP013 trial run
      *
      *actions: A adds an operator (or rehires a terminated one), C
      *changes name, department or site, X transfers - a change that
      *must move the department, dated by the effective month - and
      *T terminates (D, the card's code, is taken as well). A blank
      *name, department or site means "leave as is" just as on the
      *card, and the effective month is the hire, transfer, rehire
      *or leave month as A5CCMNT uses it - a terminate without one
      *leaves in the current month
      *
      *two steps, like the TRIAL and APPLY runs of the batch: ENTER
      *validates the transaction against the master and shows the
      *before and after images without changing anything; PF5 then
      *applies the transaction that was validated. The apply re-reads
      *the master for update and validates again, and refuses if the
      *keyed fields or the master record have changed since ENTER.
      *OPRMAST and OPRHIST are recoverable files, so a history record
      *or master update that can't be completed is backed out with a
      *rollback - the two files never disagree about an operator
      *
      *every PF5 writes the same before/after audit line AUDLIST
      *carries, applied or rejected, to the CAUD transient data queue
      *- with the user and date in the bytes the batch leaves blank.
      *A5CCONL appends the queue's dataset to the OPRMAST audit file
      *every night, so that file stays the one record of roster
      *changes. An applied change whose audit line can't be written
      *is rolled back rather than left unaudited
      *
       environment division.
      *
       data division.
       working-storage section.
      *
      *what ENTER validated, carried to the PF5 that applies it - the
      *transaction as keyed and the master record (or its absence)
      *the verdict was reached on
       01 ws-comm-area.
           05 ws-comm-state            pic x    value space.
               88 ws-comm-validated             value 'V'.
           05 ws-comm-trans            pic x(32).
           05 ws-comm-found            pic x.
           05 ws-comm-before           pic x(38).
       01 ws-comm-length               pic s9(4) comp value 72.
      *
       01 ws-resp                      pic s9(8) comp.
      *
       01 ws-abstime                   pic s9(15) comp-3.
       01 ws-screen-date               pic x(10).
      *
       01 ws-end-text                  pic x(34)
           value "A5CCOMT OPERATOR MAINTENANCE ENDED".
       01 ws-end-text-length           pic s9(4) comp value 34.
      *
       01 ws-message                   pic x(78) value spaces.
       01 ws-userid                    pic x(8)  value spaces.
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
      *one maintenance transaction, laid out as the OPRTRAN card
      *A5CCMNT reads - the effective month is the hire month on an
      *add, required on a rehire and a department move, and the
      *leave month on a terminate
       01 ws-trans-rec.
           05 ws-trans-action          pic x(1).
           05 ws-trans-num             pic x(6).
           05 ws-trans-name            pic x(12).
           05 ws-trans-dept            pic x(4).
           05 ws-trans-eff-yyyymm      pic x(6).
           05 ws-trans-site            pic x(3).
      *
      *the transaction exactly as keyed - the validation fills a
      *rehire's blank department in on ws-trans-rec, and the screen
      *and the PF5 comparison both want what HR actually typed
       01 ws-keyed-trans               pic x(32).
      *
      *operator master - the same record A5CCMNT maintains
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
      *the master record as read, before the transaction touched it
       01 ws-before-rec.
           05 ws-before-num             pic x(6).
           05 ws-before-name            pic x(12).
           05 ws-before-dept            pic x(4).
           05 ws-before-hire-yyyymm     pic 9(6).
           05 ws-before-leave-yyyymm    pic 9(6).
           05 ws-before-status          pic x(1).
           05 ws-before-site            pic x(3).
      *
       01 opr-hist-rec.
           05 opr-hist-key.
                10 opr-hist-num         pic x(6).
                10 opr-hist-eff-yyyymm  pic 9(6).
           05 opr-hist-dept             pic x(4).
      *
      *the same-month history entry a correction replaces is read
      *for update into here, so the new record stays intact
       01 ws-hist-hold-rec             pic x(16).
      *
      *'Y' the operator is on the master, 'N' not, 'E' the master
      *couldn't be read at all - which is not the same thing as not
      *there, and rejects rather than letting an add through
       01 ws-mst-read-flag             pic x    value 'N'.
           88 ws-mst-ok                         value 'Y'.
           88 ws-mst-not-found                  value 'N'.
           88 ws-mst-in-error                   value 'E'.
      *
       01 ws-dept-changed-flag         pic x    value 'N'.
           88 ws-dept-changed                   value 'Y'.
      *
       01 ws-eff-valid-flag            pic x    value 'N'.
           88 ws-eff-date-valid                 value 'Y'.
      *
       01 ws-hist-write-ok-flag        pic x    value 'N'.
           88 ws-hist-write-ok                  value 'Y'.
      *
      *ENTER validates only, PF5 applies - the batch's TRIAL and
      *APPLY run modes, one transaction at a time
       01 ws-apply-mode-flag           pic x    value 'N'.
           88 ws-apply-mode                     value 'Y'.
      *
       01 ws-rejected-flag             pic x    value 'N'.
           88 ws-trans-rejected                 value 'Y'.
      *
      *the AUDLIST detail line, byte for byte - the 21 bytes the
      *batch leaves blank after the reason carry the user who keyed
      *the change and the date it was applied, which is how an
      *online line is told from a batch one on the audit file
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
           05 filler                   pic x(2)  value spaces.
           05 ws-audit-userid          pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-audit-date            pic 9(8).
           05 filler                   pic x(2)  value spaces.
       01 ws-audit-length              pic s9(4) comp value 132.
      *
      *a before or after image on the screen - the audit line's
      *name, department, site and status plus the hire and leave
      *months, under the heading line on the map
       01 ws-image-line.
           05 ws-image-name            pic x(12).
           05 filler                   pic x     value space.
           05 ws-image-dept            pic x(4).
           05 filler                   pic x     value space.
           05 ws-image-site            pic x(3).
           05 filler                   pic x     value space.
           05 ws-image-stat            pic x(1).
           05 filler                   pic x     value space.
           05 ws-image-hire            pic 9(6).
           05 filler                   pic x     value space.
           05 ws-image-leave           pic 9(6).
      *
       01 ws-result-line.
           05 ws-result-status         pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-result-reason         pic x(30).
      *
      *symbolic map for A5CCMTM, laid out as the BMS assembly of
      *A5CCMTS generates it
       01 a5ccmtmi.
           05 filler                   pic x(12).
           05 mtdatel                  pic s9(4) comp.
           05 mtdatef                  pic x.
           05 filler redefines mtdatef.
               10 mtdatea              pic x.
           05 mtdatei                  pic x(10).
           05 mtactl                   pic s9(4) comp.
           05 mtactf                   pic x.
           05 filler redefines mtactf.
               10 mtacta               pic x.
           05 mtacti                   pic x(1).
           05 mtoprl                   pic s9(4) comp.
           05 mtoprf                   pic x.
           05 filler redefines mtoprf.
               10 mtopra               pic x.
           05 mtopri                   pic x(6).
           05 mtnamel                  pic s9(4) comp.
           05 mtnamef                  pic x.
           05 filler redefines mtnamef.
               10 mtnamea              pic x.
           05 mtnamei                  pic x(12).
           05 mtdeptl                  pic s9(4) comp.
           05 mtdeptf                  pic x.
           05 filler redefines mtdeptf.
               10 mtdepta              pic x.
           05 mtdepti                  pic x(4).
           05 mtsitel                  pic s9(4) comp.
           05 mtsitef                  pic x.
           05 filler redefines mtsitef.
               10 mtsitea              pic x.
           05 mtsitei                  pic x(3).
           05 mteffl                   pic s9(4) comp.
           05 mtefff                   pic x.
           05 filler redefines mtefff.
               10 mteffa               pic x.
           05 mteffi                   pic x(6).
           05 mtbefl                   pic s9(4) comp.
           05 mtbeff                   pic x.
           05 filler redefines mtbeff.
               10 mtbefa               pic x.
           05 mtbefi                   pic x(37).
           05 mtaftl                   pic s9(4) comp.
           05 mtaftf                   pic x.
           05 filler redefines mtaftf.
               10 mtafta               pic x.
           05 mtafti                   pic x(37).
           05 mtresl                   pic s9(4) comp.
           05 mtresf                   pic x.
           05 filler redefines mtresf.
               10 mtresa               pic x.
           05 mtresi                   pic x(40).
           05 mtmsgl                   pic s9(4) comp.
           05 mtmsgf                   pic x.
           05 filler redefines mtmsgf.
               10 mtmsga               pic x.
           05 mtmsgi                   pic x(78).
      *
       01 a5ccmtmo redefines a5ccmtmi.
           05 filler                   pic x(12).
           05 filler                   pic x(3).
           05 mtdateo                  pic x(10).
           05 filler                   pic x(3).
           05 mtacto                   pic x(1).
           05 filler                   pic x(3).
           05 mtopro                   pic x(6).
           05 filler                   pic x(3).
           05 mtnameo                  pic x(12).
           05 filler                   pic x(3).
           05 mtdepto                  pic x(4).
           05 filler                   pic x(3).
           05 mtsiteo                  pic x(3).
           05 filler                   pic x(3).
           05 mteffo                   pic x(6).
           05 filler                   pic x(3).
           05 mtbefo                   pic x(37).
           05 filler                   pic x(3).
           05 mtafto                   pic x(37).
           05 filler                   pic x(3).
           05 mtreso                   pic x(40).
           05 filler                   pic x(3).
           05 mtmsgo                   pic x(78).
      *
           copy DFHAID.
      *
       linkage section.
      *
       01 dfhcommarea                  pic x(72).
      *
       procedure division.
      *
       000-main.
      *
           exec cics asktime
               abstime(ws-abstime)
           end-exec.
           exec cics formattime
               abstime(ws-abstime)
               mmddyyyy(ws-screen-date)
               datesep('/')
               yyyymmdd(ws-run-date)
           end-exec.
           move spaces                 to ws-audit-status.
           move spaces                 to ws-audit-after-stat.
      *
      *a commarea of any other length isn't this transaction's - the
      *session starts over with an empty screen
           if eibcalen not = ws-comm-length
               move spaces             to ws-comm-area
               move spaces             to ws-trans-rec
               move spaces             to ws-keyed-trans
               move "KEY A TRANSACTION AND PRESS ENTER"
                                        to ws-message
               perform 700-send-screen
           else
               move dfhcommarea        to ws-comm-area
               evaluate eibaid
                   when dfhpf3
                   when dfhclear
                       perform 900-end-session
                   when dfhenter
                       perform 200-validate-transaction
                   when dfhpf5
                       perform 250-apply-transaction
                   when other
                       move "INVALID KEY - ENTER=VALIDATE  PF5=APPLY"
                                        to ws-message
                       perform 710-send-message
               end-evaluate
           end-if.
      *
           exec cics return
               transid('CCMT')
               commarea(ws-comm-area)
               length(ws-comm-length)
           end-exec.
      *
      *ENTER - validate only. A clean verdict is remembered in the
      *commarea for PF5; a reject, or any fresh ENTER, forgets the
      *last one
       200-validate-transaction.
           perform 210-receive-screen.
           move space                  to ws-comm-state.
           move 'N'                    to ws-apply-mode-flag.
           perform 300-process-transaction.
           if ws-trans-rejected
               move "REJECTED - CORRECT THE TRANSACTION AND PRESS ENTER"
                                        to ws-message
           else
               move 'V'                to ws-comm-state
               move ws-keyed-trans     to ws-comm-trans
               move ws-mst-read-flag   to ws-comm-found
               move ws-before-rec      to ws-comm-before
               move "VALID - PF5 TO APPLY, OR CORRECT AND PRESS ENTER"
                                        to ws-message
           end-if.
           perform 700-send-screen.
      *
      *the keyed fields carry FSET, so every ENTER and PF5 brings the
      *whole transaction back - an empty field comes back with a
      *zero length and is taken as blank
       210-receive-screen.
           move spaces                 to ws-trans-rec.
           exec cics receive map('A5CCMTM')
               mapset('A5CCMTS')
               into(a5ccmtmi)
               resp(ws-resp)
           end-exec.
           if ws-resp = dfhresp(normal)
               if mtactl > 0
                   move mtacti         to ws-trans-action
               end-if
               if mtoprl > 0
                   move mtopri         to ws-trans-num
               end-if
               if mtnamel > 0
                   move mtnamei        to ws-trans-name
               end-if
               if mtdeptl > 0
                   move mtdepti        to ws-trans-dept
               end-if
               if mtsitel > 0
                   move mtsitei        to ws-trans-site
               end-if
               if mteffl > 0
                   move mteffi         to ws-trans-eff-yyyymm
               end-if
               inspect ws-trans-rec
                   replacing all low-values by spaces
           end-if.
           move ws-trans-rec           to ws-keyed-trans.
      *
      *PF5 - apply what ENTER validated, and only that: nothing
      *validated, or fields re-keyed since, sends HR back to ENTER
      *without touching the files or the audit trail
       250-apply-transaction.
           perform 210-receive-screen.
           evaluate true
               when not ws-comm-validated
                   move "PRESS ENTER TO VALIDATE THE TRANSACTION FIRST"
                                        to ws-message
                   perform 700-send-screen
               when ws-keyed-trans not = ws-comm-trans
                   move space          to ws-comm-state
                   move "FIELDS CHANGED SINCE VALIDATED - PRESS ENTER"
                                        to ws-message
                   perform 700-send-screen
               when other
                   move space          to ws-comm-state
                   move 'Y'            to ws-apply-mode-flag
                   perform 300-process-transaction
                   perform 600-complete-apply
                   perform 700-send-screen
           end-evaluate.
      *
       300-process-transaction.
      *start every transaction from a clean slate so a reject can't
      *carry a stale before/after image over from the last one
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
           move ws-trans-num           to ws-audit-num.
           move 'N'                    to ws-rejected-flag.
           move 'N'                    to ws-mst-read-flag.
           move spaces                 to ws-before-rec.
      *
           evaluate ws-trans-action
               when 'A'
                   move "ADD"          to ws-audit-action
               when 'C'
               when 'X'
                   move "CHANGE"       to ws-audit-action
               when 'T'
               when 'D'
                   move "TERM"         to ws-audit-action
               when other
                   move ws-trans-action
                                        to ws-audit-action
                   move "INVALID ACTION CODE"
                                        to ws-audit-reason
                   perform 340-reject-transaction
           end-evaluate.
      *
      *the master is read once, up front, for every action - for
      *update on an apply, so nobody else can change the record
      *between the checks and the write. An apply also insists the
      *master still reads as it did when ENTER validated it
           if not ws-trans-rejected
               perform 350-read-master
               evaluate true
                   when ws-mst-in-error
                       move "OPRMAST NOT AVAILABLE"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when ws-apply-mode
                       and (ws-mst-read-flag not = ws-comm-found
                            or ws-before-rec not = ws-comm-before)
                       move "MASTER CHANGED SINCE VALIDATED"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when other
                       continue
               end-evaluate
           end-if.
      *
           if not ws-trans-rejected
               evaluate ws-trans-action
                   when 'A'
                       perform 310-apply-add
                   when 'C'
                       perform 320-apply-change
                   when 'X'
                       perform 326-apply-transfer
                   when other
                       perform 330-apply-delete
               end-evaluate
           end-if.
      *
       310-apply-add.
      *a new operator needs a numeric key, a name, and a key not
      *already on the master. A key that is on the master but
      *terminated is a rehire instead, and a rehire may leave the
      *name blank to keep the master's. The effective month is the
      *hire month, so one keyed but not a real month is rejected
      *rather than quietly dropped
           if ws-trans-num not numeric
               move "NON-NUMERIC OPERATOR NUMBER"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               perform 355-validate-effective-month
               evaluate true
                   when ws-mst-ok and opr-rec-terminated
                       perform 318-apply-rehire
                   when ws-mst-ok
                       move "OPERATOR ALREADY ON MASTER"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when ws-trans-name = spaces
                       move "OPERATOR NAME IS BLANK"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   when ws-trans-eff-yyyymm not = spaces
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
           move ws-trans-num           to opr-rec-num.
           move ws-trans-name          to opr-rec-name.
           move ws-trans-dept          to opr-rec-dept.
           move ws-trans-site          to opr-rec-site.
           move 0                       to opr-rec-hire-yyyymm.
           if ws-eff-date-valid
               move ws-trans-eff-yyyymm
                                        to opr-rec-hire-yyyymm
           end-if.
           move 0                       to opr-rec-leave-yyyymm.
           move 'A'                    to opr-rec-status.
           if ws-apply-mode
               exec cics write file('OPRMAST')
                   from(opr-rec)
                   ridfld(opr-rec-num)
                   resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(normal)
                   perform 315-record-opening-history
               else
                   move "MASTER WRITE FAILED"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               end-if
           else
               perform 315-record-opening-history
           end-if.
      *
      *the new operator's opening department assignment goes on the
      *history too - without an effective date it's on the books
      *from the start. If the history record can't be landed the
      *add rejects, and the rollback in 600 takes the master record
      *back off with it
       315-record-opening-history.
           if ws-trans-dept not = spaces
               perform 360-write-history-record
           else
               move 'Y'                to ws-hist-write-ok-flag
           end-if.
           if ws-hist-write-ok
               perform 345-record-after-image
               if opr-rec-hire-yyyymm > 0
                   string "HIRED " opr-rec-hire-yyyymm
                       delimited by size into ws-audit-reason
                   end-string
               end-if
           else
               move "HISTORY WRITE FAILED"
                                        to ws-audit-reason
               perform 340-reject-transaction
           end-if.
      *
      *a rehire - the terminated operator goes back to active with
      *the effective month as the new hire month, which is required
      *and has to fall after the month they left. A blank name,
      *department or site keeps the one on the master. The return
      *department is landed on the history first, dated the rehire
      *month, so the months between leaving and coming back stay
      *with the old department
       318-apply-rehire.
           perform 342-record-before-image.
           if not ws-eff-date-valid
               move "REHIRE YYYYMM NOT VALID"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               if ws-trans-eff-yyyymm not > opr-rec-leave-yyyymm
                   move "REHIRE YYYYMM NOT AFTER LEAVING"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               else
                   if ws-trans-dept = spaces
                       move opr-rec-dept
                                        to ws-trans-dept
                   end-if
                   move 'Y'             to ws-dept-changed-flag
                   perform 360-write-history-record
                   if not ws-hist-write-ok
                       move "HISTORY WRITE FAILED"
                                        to ws-audit-reason
                       perform 340-reject-transaction
                   else
                       if ws-trans-name not = spaces
                           move ws-trans-name to opr-rec-name
                       end-if
                       move ws-trans-dept
                                        to opr-rec-dept
                       if ws-trans-site not = spaces
                           move ws-trans-site to opr-rec-site
                       end-if
                       move ws-trans-eff-yyyymm
                                        to opr-rec-hire-yyyymm
                       move 0           to opr-rec-leave-yyyymm
                       move 'A'         to opr-rec-status
                       perform 365-rewrite-master
                       if not ws-trans-rejected
                           perform 345-record-after-image
                           string "REHIRED " opr-rec-hire-yyyymm
                               delimited by size into ws-audit-reason
                           end-string
                       end-if
                   end-if
               end-if
           end-if.
      *
       320-apply-change.
      *a blank field on a change means "leave as is" - the common HR
      *transaction is a department move with the name untouched. A
      *change with all three fields blank has nothing to apply and
      *is rejected rather than rewriting the record unchanged
           if not ws-mst-ok
               move "OPERATOR NOT ON MASTER"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               perform 342-record-before-image
      *a leaver's record is kept for the history, not maintained -
      *bringing them back is an add (a rehire), not a change
               if opr-rec-terminated
                   move "OPERATOR IS TERMINATED"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               else
                   if ws-trans-name = spaces
                       and ws-trans-dept = spaces
                       and ws-trans-site = spaces
                       move "NOTHING TO CHANGE"
                                            to ws-audit-reason
                       perform 340-reject-transaction
                   else
                       perform 322-apply-field-changes
                   end-if
               end-if
           end-if.
      *
      *a department move needs a real effective month to be dated on
      *the history - a missing or mis-keyed one (202413) is rejected
      *for re-keying. The dated history record is landed first; if
      *it can't be, the master is left untouched
       322-apply-field-changes.
           move 'N'                    to ws-dept-changed-flag.
           if ws-trans-dept not = spaces
               and ws-trans-dept not = opr-rec-dept
               move 'Y'                to ws-dept-changed-flag
           end-if.
           perform 355-validate-effective-month.
           if ws-dept-changed
               and not ws-eff-date-valid
               move "EFFECTIVE YYYYMM NOT VALID"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               if ws-dept-changed
                   perform 360-write-history-record
               else
                   move 'Y'            to ws-hist-write-ok-flag
               end-if
               if not ws-hist-write-ok
                   move "HISTORY WRITE FAILED"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               else
                   if ws-trans-name not = spaces
                       move ws-trans-name to opr-rec-name
                   end-if
                   if ws-trans-dept not = spaces
                       move ws-trans-dept to opr-rec-dept
                   end-if
                   if ws-trans-site not = spaces
                       move ws-trans-site to opr-rec-site
                   end-if
                   perform 365-rewrite-master
                   if not ws-trans-rejected
                       perform 345-record-after-image
                   end-if
               end-if
           end-if.
      *
      *a transfer is a change that has to move the department - one
      *keyed without a new department is sent back rather than
      *applied as a name or site change the screen didn't ask for
       326-apply-transfer.
           if ws-mst-ok
               and not opr-rec-terminated
               and (ws-trans-dept = spaces
                    or ws-trans-dept = opr-rec-dept)
               perform 342-record-before-image
               move "NO NEW DEPARTMENT KEYED"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               perform 320-apply-change
           end-if.
      *
      *a terminate - the record stays on the master with status 'T'
      *and the leave month, so the operator's past calls keep
      *resolving everywhere the master is read. The leave month is
      *the effective month keyed, or the current month if none was;
      *it can't fall before the hire month. Terminating a leaver
      *twice is rejected so the original leave month stands
       330-apply-delete.
           if not ws-mst-ok
               move "OPERATOR NOT ON MASTER"
                                        to ws-audit-reason
               perform 340-reject-transaction
           else
               perform 342-record-before-image
               perform 355-validate-effective-month
               if ws-trans-eff-yyyymm = spaces
                   move ws-run-yyyymm  to ws-leave-yyyymm
               else
                   move 0               to ws-leave-yyyymm
                   if ws-eff-date-valid
                       move ws-trans-eff-yyyymm
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
                       perform 365-rewrite-master
                       if not ws-trans-rejected
                           perform 345-record-after-image
                           string "LEFT " opr-rec-leave-yyyymm
                               delimited by size into ws-audit-reason
                           end-string
                       end-if
               end-evaluate
           end-if.
      *
       340-reject-transaction.
           move "REJECTED"             to ws-audit-status.
           move 'Y'                    to ws-rejected-flag.
      *
       342-record-before-image.
           move opr-rec-name           to ws-audit-before-name.
           move opr-rec-dept           to ws-audit-before-dept.
           move opr-rec-site           to ws-audit-before-site.
           move opr-rec-status         to ws-audit-before-stat.
      *
       345-record-after-image.
           move opr-rec-name           to ws-audit-after-name.
           move opr-rec-dept           to ws-audit-after-dept.
           move opr-rec-site           to ws-audit-after-site.
           move opr-rec-status         to ws-audit-after-stat.
      *
      *read of the master by the transaction's key - for update on
      *an apply. Not found and unreadable are kept apart: only a
      *clean NOTFND lets an add through
       350-read-master.
           move ws-trans-num           to opr-rec-num.
           if ws-apply-mode
               exec cics read file('OPRMAST')
                   into(opr-rec)
                   ridfld(opr-rec-num)
                   update
                   resp(ws-resp)
               end-exec
           else
               exec cics read file('OPRMAST')
                   into(opr-rec)
                   ridfld(opr-rec-num)
                   resp(ws-resp)
               end-exec
           end-if.
           evaluate ws-resp
               when dfhresp(normal)
                   move 'Y'             to ws-mst-read-flag
                   move opr-rec         to ws-before-rec
               when dfhresp(notfnd)
                   move 'N'             to ws-mst-read-flag
               when other
                   move 'E'             to ws-mst-read-flag
           end-evaluate.
      *
      *a usable effective month is six digits with the month part
      *01-12 - the same check A5CCMNT and the daily roll-up apply
       355-validate-effective-month.
           move 'N'                    to ws-eff-valid-flag.
           if ws-trans-eff-yyyymm numeric
               and ws-trans-eff-yyyymm (5:2) not < "01"
               and ws-trans-eff-yyyymm (5:2) not > "12"
               move 'Y'                 to ws-eff-valid-flag
           end-if.
      *
      *one history record per department assignment, keyed on the
      *operator and the yyyymm it takes effect - a correction for
      *the same month replaces the earlier entry rather than
      *rejecting. An add without a usable effective month is on the
      *books from the start (key 000000). Validating, the record is
      *built and reported as landed without being written
       360-write-history-record.
           move 'N'                    to ws-hist-write-ok-flag.
           move ws-trans-num           to opr-hist-num.
           perform 355-validate-effective-month.
           if ws-eff-date-valid
               move ws-trans-eff-yyyymm
                                        to opr-hist-eff-yyyymm
           else
               move 0                   to opr-hist-eff-yyyymm
           end-if.
           move ws-trans-dept          to opr-hist-dept.
           if not ws-apply-mode
               move 'Y'                 to ws-hist-write-ok-flag
           else
               exec cics write file('OPRHIST')
                   from(opr-hist-rec)
                   ridfld(opr-hist-key)
                   resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(duprec)
                   exec cics read file('OPRHIST')
                       into(ws-hist-hold-rec)
                       ridfld(opr-hist-key)
                       update
                       resp(ws-resp)
                   end-exec
                   if ws-resp = dfhresp(normal)
                       exec cics rewrite file('OPRHIST')
                           from(opr-hist-rec)
                           resp(ws-resp)
                       end-exec
                   end-if
               end-if
               if ws-resp = dfhresp(normal)
                   move 'Y'             to ws-hist-write-ok-flag
               end-if
           end-if.
      *
      *the master held for update since 350 goes back with the
      *transaction applied - a failure rejects, and the rollback in
      *600 takes any history record already landed back off
       365-rewrite-master.
           if ws-apply-mode
               exec cics rewrite file('OPRMAST')
                   from(opr-rec)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   move "MASTER REWRITE FAILED"
                                        to ws-audit-reason
                   perform 340-reject-transaction
               end-if
           end-if.
      *
      *an apply ends in one of three ways: rejected - anything
      *already written is rolled back and the reject is audited; or
      *applied and audited - committed; or applied but the audit
      *line couldn't be written - rolled back, since a roster change
      *the audit file doesn't show is exactly what it exists to
      *prevent
       600-complete-apply.
           exec cics assign
               userid(ws-userid)
           end-exec.
           move ws-userid              to ws-audit-userid.
           move ws-run-date            to ws-audit-date.
           if ws-trans-rejected
               exec cics syncpoint rollback
               end-exec
               perform 610-write-audit-line
               move "REJECTED - NOTHING WAS APPLIED"
                                        to ws-message
           else
               perform 610-write-audit-line
               if ws-resp = dfhresp(normal)
                   exec cics syncpoint
                   end-exec
                   move "APPLIED - OPRMAST UPDATED AND AUDITED"
                                        to ws-message
               else
                   exec cics syncpoint rollback
                   end-exec
                   move "REJECTED"     to ws-audit-status
                   move "AUDIT WRITE FAILED - CHANGE BACKED OUT"
                                        to ws-message
               end-if
           end-if.
      *
       610-write-audit-line.
           exec cics writeq td
               queue('CAUD')
               from(ws-audit-detail-line)
               length(ws-audit-length)
               resp(ws-resp)
           end-exec.
      *
      *the screen always goes back with what HR keyed, the before
      *image of the master record as read, the after image when the
      *transaction passed, and the verdict with its reason
       700-send-screen.
           move ws-keyed-trans         to ws-trans-rec.
           move low-values             to a5ccmtmo.
           move ws-screen-date         to mtdateo.
           move ws-trans-action        to mtacto.
           move ws-trans-num           to mtopro.
           move ws-trans-name          to mtnameo.
           move ws-trans-dept          to mtdepto.
           move ws-trans-site          to mtsiteo.
           move ws-trans-eff-yyyymm    to mteffo.
           if ws-mst-ok
               move ws-before-name     to ws-image-name
               move ws-before-dept     to ws-image-dept
               move ws-before-site     to ws-image-site
               move ws-before-status   to ws-image-stat
               move ws-before-hire-yyyymm
                                        to ws-image-hire
               move ws-before-leave-yyyymm
                                        to ws-image-leave
               move ws-image-line      to mtbefo
           end-if.
           if ws-audit-after-stat not = spaces
               and ws-audit-status not = "REJECTED"
               move opr-rec-name       to ws-image-name
               move opr-rec-dept       to ws-image-dept
               move opr-rec-site       to ws-image-site
               move opr-rec-status     to ws-image-stat
               move opr-rec-hire-yyyymm
                                        to ws-image-hire
               move opr-rec-leave-yyyymm
                                        to ws-image-leave
               move ws-image-line      to mtafto
           end-if.
           if ws-audit-status not = spaces
               if ws-audit-status = "APPLIED"
                   and not ws-apply-mode
                   move "VALID"        to ws-result-status
               else
                   move ws-audit-status
                                        to ws-result-status
               end-if
               move ws-audit-reason    to ws-result-reason
               move ws-result-line     to mtreso
           end-if.
           move ws-message             to mtmsgo.
           move -1                     to mtactl.
           exec cics send map('A5CCMTM')
               mapset('A5CCMTS')
               from(a5ccmtmo)
               erase
               cursor
           end-exec.
      *
      *a key the screen doesn't use - only the message line changes,
      *and a validated transaction stays validated
       710-send-message.
           move low-values             to a5ccmtmo.
           move ws-message             to mtmsgo.
           move -1                     to mtactl.
           exec cics send map('A5CCMTM')
               mapset('A5CCMTS')
               from(a5ccmtmo)
               dataonly
               cursor
           end-exec.
      *
       900-end-session.
           exec cics send text
               from(ws-end-text)
               length(ws-end-text-length)
               erase
               freekb
           end-exec.
           exec cics return
           end-exec.
      *
       end program A5CCOMT.

       identification division.
       program-id. A5CCOIQ.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *online operator inquiry - transaction CCIQ, for the team
      *leads. The lead keys an operator number and gets one screen
      *(mapset A5CCIQS) with the operator's OPRMAST record - name,
      *department, site, active/terminated status, hire and leave
      *month - the latest twelve effective-dated department
      *assignments off OPRHIST, and the current fiscal year's calls
      *by month and type with the year totals. It is the on-screen
      *counterpart of the A5CCINQ statement for the questions that
      *used to need an INQPARM card and a batch run
      *
      *the calls come off CURVOL, a keyed copy of the current INFILE
      *generation the A5CCONL housekeeping job reloads every night
      *(the GDG itself can't be read online). Two control records
      *ride on it: 'MONTHS' carries the PARMCARD month order the
      *column headings are labelled with, 'FYEAR ' the fiscal year.
      *Only the first record for an operator is loaded, so the
      *months shown are the ones the monthly run counts
      *
      *read-only throughout - the files are never updated here.
      *Pseudo-conversational: the one-byte commarea only marks a
      *screen already sent. PF3 or CLEAR ends the session
      *
       environment division.
      *
       data division.
       working-storage section.
      *
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-hist-slots                     pic 99   value 12.
           05 ws-month-names                    pic x(36)
                value "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
                05 ws-month-literals redefines
                   ws-month-names               pic x(3)
                                                occurs 12 times.
           05 ws-months-key                     pic x(6)
                value "MONTHS".
           05 ws-fyear-key                      pic x(6)
                value "FYEAR ".
      *
       01 ws-comm-area                 pic x    value 'I'.
       01 ws-comm-length               pic s9(4) comp value 1.
      *
       01 ws-resp                      pic s9(8) comp.
      *
       01 ws-abstime                   pic s9(15) comp-3.
       01 ws-screen-date               pic x(10).
      *
       01 ws-end-text                  pic x(30)
           value "A5CCOIQ OPERATOR INQUIRY ENDED".
       01 ws-end-text-length           pic s9(4) comp value 30.
      *
       01 ws-message                   pic x(78) value spaces.
      *
      *the operator being asked about, as keyed
       01 ws-inquiry-operator          pic x(6).
      *
      *operator master - the same record A5CCMNT and A5CCOMT
      *maintain
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
       01 opr-hist-rec.
           05 opr-hist-key.
                10 opr-hist-num         pic x(6).
                10 opr-hist-eff-yyyymm  pic 9(6).
           05 opr-hist-dept             pic x(4).
      *
      *browse position on OPRHIST - starts at the operator's
      *effective 000000 entry and reads forward until the key
      *moves on to the next operator
       01 ws-hist-browse-key.
           05 ws-hist-browse-num        pic x(6).
           05 ws-hist-browse-eff        pic 9(6).
      *
       01 ws-hist-eof-flag             pic x    value 'N'.
           88 ws-hist-end                       value 'Y'.
       01 ws-hist-browse-flag          pic x    value 'N'.
           88 ws-hist-browsing                  value 'Y'.
      *
      *the latest twelve assignments, oldest first - once the table
      *is full each further record drops the oldest off the front
       01 ws-hist-table.
           05 ws-hist-read              pic 9(4) value 0.
           05 ws-hist-kept              pic 99   value 0.
           05 ws-hist-sub               pic 99   value 0.
           05 ws-hist-entry             occurs 12 times.
               10 ws-hist-entry-eff     pic 9(6).
               10 ws-hist-entry-dept    pic x(4).
      *
       01 ws-hist-slot.
           05 ws-hist-slot-eff          pic x(6).
           05 filler                    pic x    value space.
           05 ws-hist-slot-dept         pic x(4).
      *
       01 ws-hist-more-line.
           05 filler                    pic x(10) value "LATEST 12 ".
           05 filler                    pic x(3)  value "OF ".
           05 ws-hist-more-count        pic zzz9.
           05 filler                    pic x(6)  value " SHOWN".
           05 filler                    pic x(7)  value spaces.
      *
      *the current feed record, same layout as INFILE - the 'MONTHS'
      *and 'FYEAR ' control records carry their value in the bytes
      *after the key
       01 cur-rec.
           05 cur-rec-num              pic x(6).
           05 cur-rec-month-calls      occurs 12 times.
                10 cur-rec-calls-inbound    pic 9(5).
                10 cur-rec-calls-outbound   pic 9(5).
                10 cur-rec-calls-transfer   pic 9(5).
           05 filler                   pic x(14).
       01 cur-ctl-rec redefines cur-rec.
           05 cur-ctl-key              pic x(6).
           05 cur-ctl-value            pic x(36).
           05 filler                   pic x(158).
      *
       01 ws-cur-key                   pic x(6).
       01 ws-fiscal-year               pic x(4) value spaces.
      *
       01 ws-vol-control.
           05 ws-month-sub             pic 99   value 0.
           05 ws-month-total           pic 9(6) value 0.
           05 ws-year-inbound          pic 9(7) value 0.
           05 ws-year-outbound         pic 9(7) value 0.
           05 ws-year-transfer         pic 9(7) value 0.
           05 ws-year-calls            pic 9(8) value 0.
      *
      *one screen row of the volumes grid - a four-byte label and
      *the twelve fiscal months six bytes apiece
       01 ws-month-row.
           05 filler                   pic x(4).
           05 ws-month-row-entry       occurs 12 times.
               10 filler               pic x(3).
               10 ws-month-row-name    pic x(3).
      *
       01 ws-vol-row.
           05 ws-vol-row-label         pic x(4).
           05 ws-vol-row-month         pic zzzzz9
                                       occurs 12 times.
      *
       01 ws-year-total-line.
           05 filler                   pic x(9)  value "YEAR  IN ".
           05 ws-year-line-in          pic z(6)9.
           05 filler                   pic x(7)  value "   OUT ".
           05 ws-year-line-out         pic z(6)9.
           05 filler                   pic x(7)  value "   XFR ".
           05 ws-year-line-xfr         pic z(6)9.
           05 filler                   pic x(9)  value "   TOTAL ".
           05 ws-year-line-total       pic z(7)9.
           05 filler                   pic x(15) value spaces.
      *
      *symbolic map for A5CCIQM, laid out as the BMS assembly of
      *A5CCIQS generates it - the twelve history slots and the four
      *volume rows are consecutive on the map and are carried here
      *as tables
       01 a5cciqmi.
           05 filler                   pic x(12).
           05 iqdatel                  pic s9(4) comp.
           05 iqdatef                  pic x.
           05 filler redefines iqdatef.
               10 iqdatea              pic x.
           05 iqdatei                  pic x(10).
           05 iqoprl                   pic s9(4) comp.
           05 iqoprf                   pic x.
           05 filler redefines iqoprf.
               10 iqopra               pic x.
           05 iqopri                   pic x(6).
           05 iqnamel                  pic s9(4) comp.
           05 iqnamef                  pic x.
           05 filler redefines iqnamef.
               10 iqnamea              pic x.
           05 iqnamei                  pic x(12).
           05 iqdeptl                  pic s9(4) comp.
           05 iqdeptf                  pic x.
           05 filler redefines iqdeptf.
               10 iqdepta              pic x.
           05 iqdepti                  pic x(4).
           05 iqsitel                  pic s9(4) comp.
           05 iqsitef                  pic x.
           05 filler redefines iqsitef.
               10 iqsitea              pic x.
           05 iqsitei                  pic x(3).
           05 iqstatl                  pic s9(4) comp.
           05 iqstatf                  pic x.
           05 filler redefines iqstatf.
               10 iqstata              pic x.
           05 iqstati                  pic x(10).
           05 iqhirel                  pic s9(4) comp.
           05 iqhiref                  pic x.
           05 filler redefines iqhiref.
               10 iqhirea              pic x.
           05 iqhirei                  pic x(6).
           05 iqleavel                 pic s9(4) comp.
           05 iqleavef                 pic x.
           05 filler redefines iqleavef.
               10 iqleavea             pic x.
           05 iqleavei                 pic x(6).
           05 iqhmorel                 pic s9(4) comp.
           05 iqhmoref                 pic x.
           05 filler redefines iqhmoref.
               10 iqhmorea             pic x.
           05 iqhmorei                 pic x(30).
           05 iqh-slot-in              occurs 12 times.
               10 iqhl                 pic s9(4) comp.
               10 iqhf                 pic x.
               10 iqhi                 pic x(11).
           05 iqfyrl                   pic s9(4) comp.
           05 iqfyrf                   pic x.
           05 filler redefines iqfyrf.
               10 iqfyra               pic x.
           05 iqfyri                   pic x(40).
           05 iqmhdrl                  pic s9(4) comp.
           05 iqmhdrf                  pic x.
           05 filler redefines iqmhdrf.
               10 iqmhdra              pic x.
           05 iqmhdri                  pic x(76).
           05 iqrow-in                 occurs 4 times.
               10 iqrowl               pic s9(4) comp.
               10 iqrowf               pic x.
               10 iqrowi               pic x(76).
           05 iqytotl                  pic s9(4) comp.
           05 iqytotf                  pic x.
           05 filler redefines iqytotf.
               10 iqytota              pic x.
           05 iqytoti                  pic x(76).
           05 iqmsgl                   pic s9(4) comp.
           05 iqmsgf                   pic x.
           05 filler redefines iqmsgf.
               10 iqmsga               pic x.
           05 iqmsgi                   pic x(78).
      *
       01 a5cciqmo redefines a5cciqmi.
           05 filler                   pic x(12).
           05 filler                   pic x(3).
           05 iqdateo                  pic x(10).
           05 filler                   pic x(3).
           05 iqopro                   pic x(6).
           05 filler                   pic x(3).
           05 iqnameo                  pic x(12).
           05 filler                   pic x(3).
           05 iqdepto                  pic x(4).
           05 filler                   pic x(3).
           05 iqsiteo                  pic x(3).
           05 filler                   pic x(3).
           05 iqstato                  pic x(10).
           05 filler                   pic x(3).
           05 iqhireo                  pic x(6).
           05 filler                   pic x(3).
           05 iqleaveo                 pic x(6).
           05 filler                   pic x(3).
           05 iqhmoreo                 pic x(30).
           05 iqh-slot-out             occurs 12 times.
               10 filler               pic x(3).
               10 iqho                 pic x(11).
           05 filler                   pic x(3).
           05 iqfyro                   pic x(40).
           05 filler                   pic x(3).
           05 iqmhdro                  pic x(76).
           05 iqrow-out                occurs 4 times.
               10 filler               pic x(3).
               10 iqrowo               pic x(76).
           05 filler                   pic x(3).
           05 iqytoto                  pic x(76).
           05 filler                   pic x(3).
           05 iqmsgo                   pic x(78).
      *
           copy DFHAID.
      *
       linkage section.
      *
       01 dfhcommarea                  pic x.
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
           end-exec.
      *
      *first time in there is nothing to receive - send the empty
      *screen and wait for an operator number
           if eibcalen = 0
               move "KEY AN OPERATOR NUMBER AND PRESS ENTER"
                                        to ws-message
               perform 100-send-empty-screen
           else
               evaluate eibaid
                   when dfhpf3
                   when dfhclear
                       perform 900-end-session
                   when dfhenter
                       perform 200-process-inquiry
                   when other
                       move "INVALID KEY - ENTER=INQUIRE  PF3=END"
                                        to ws-message
                       perform 110-send-message
               end-evaluate
           end-if.
      *
           exec cics return
               transid('CCIQ')
               commarea(ws-comm-area)
               length(ws-comm-length)
           end-exec.
      *
       100-send-empty-screen.
           move low-values             to a5cciqmo.
           move ws-screen-date         to iqdateo.
           move ws-message             to iqmsgo.
           move -1                     to iqoprl.
           exec cics send map('A5CCIQM')
               mapset('A5CCIQS')
               from(a5cciqmo)
               erase
               cursor
           end-exec.
      *
      *a key the screen doesn't use - only the message line changes,
      *whatever is on the screen stays put
       110-send-message.
           move low-values             to a5cciqmo.
           move ws-message             to iqmsgo.
           move -1                     to iqoprl.
           exec cics send map('A5CCIQM')
               mapset('A5CCIQS')
               from(a5cciqmo)
               dataonly
               cursor
           end-exec.
      *
       200-process-inquiry.
           exec cics receive map('A5CCIQM')
               mapset('A5CCIQS')
               into(a5cciqmi)
               resp(ws-resp)
           end-exec.
           move spaces                 to ws-inquiry-operator.
           if ws-resp = dfhresp(normal)
               and iqoprl > 0
               move iqopri             to ws-inquiry-operator
               inspect ws-inquiry-operator
                   replacing all low-values by spaces
           end-if.
      *
      *operator numbers are six digits - anything else can't be on
      *the master or the feed, so nothing is looked up
           if ws-inquiry-operator not numeric
               move "OPERATOR NUMBER MUST BE SIX DIGITS"
                                        to ws-message
               move low-values         to a5cciqmo
               move ws-inquiry-operator
                                        to iqopro
               perform 700-send-screen
           else
               move spaces             to ws-message
               move low-values         to a5cciqmo
               move ws-inquiry-operator
                                        to iqopro
               perform 300-show-master
               perform 400-show-history
               perform 500-show-volumes
               if ws-message = spaces
                   move "ENTER ANOTHER OPERATOR OR PF3 TO END"
                                        to ws-message
               end-if
               perform 700-send-screen
           end-if.
      *
      *the master block - an operator not on the master still gets
      *the history and volumes, the way the A5CCINQ statement
      *prints them under an UNKNOWN name
       300-show-master.
           exec cics read file('OPRMAST')
               into(opr-rec)
               ridfld(ws-inquiry-operator)
               resp(ws-resp)
           end-exec.
           evaluate ws-resp
               when dfhresp(normal)
                   move opr-rec-name   to iqnameo
                   move opr-rec-dept   to iqdepto
                   move opr-rec-site   to iqsiteo
                   if opr-rec-terminated
                       move "TERMINATED"
                                        to iqstato
                   else
                       move "ACTIVE"   to iqstato
                   end-if
                   move opr-rec-hire-yyyymm
                                        to iqhireo
                   move opr-rec-leave-yyyymm
                                        to iqleaveo
               when dfhresp(notfnd)
                   move "UNKNOWN"      to iqnameo
                   move "OPERATOR NOT ON MASTER"
                                        to ws-message
               when other
                   move "OPRMAST NOT AVAILABLE - TRY AGAIN LATER"
                                        to ws-message
           end-evaluate.
      *
      *every effective-dated assignment for the operator, front to
      *back off the history, keeping the latest twelve - effective
      *000000 is the opening assignment, on the books from the start
       400-show-history.
           move 0                      to ws-hist-read.
           move 0                      to ws-hist-kept.
           move 'N'                    to ws-hist-eof-flag.
           move 'N'                    to ws-hist-browse-flag.
           move ws-inquiry-operator    to ws-hist-browse-num.
           move 0                      to ws-hist-browse-eff.
           exec cics startbr file('OPRHIST')
               ridfld(ws-hist-browse-key)
               gteq
               resp(ws-resp)
           end-exec.
           if ws-resp = dfhresp(normal)
               move 'Y'                to ws-hist-browse-flag
           else
               move 'Y'                to ws-hist-eof-flag
           end-if.
           perform until ws-hist-end
               exec cics readnext file('OPRHIST')
                   into(opr-hist-rec)
                   ridfld(ws-hist-browse-key)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   or opr-hist-num not = ws-inquiry-operator
                   move 'Y'            to ws-hist-eof-flag
               else
                   perform 410-keep-history-record
               end-if
           end-perform.
           if ws-hist-browsing
               exec cics endbr file('OPRHIST')
                   resp(ws-resp)
               end-exec
           end-if.
      *
           perform varying ws-hist-sub from 1 by 1
                until ws-hist-sub > ws-hist-kept
               if ws-hist-entry-eff (ws-hist-sub) = 0
                   move "START "        to ws-hist-slot-eff
               else
                   move ws-hist-entry-eff (ws-hist-sub)
                                        to ws-hist-slot-eff
               end-if
               move ws-hist-entry-dept (ws-hist-sub)
                                        to ws-hist-slot-dept
               move ws-hist-slot       to iqho (ws-hist-sub)
           end-perform.
           if ws-hist-read = 0
               move "NONE ON FILE"     to iqhmoreo
           else
               if ws-hist-read > ws-hist-slots
                   move ws-hist-read   to ws-hist-more-count
                   move ws-hist-more-line
                                        to iqhmoreo
               end-if
           end-if.
      *
       410-keep-history-record.
           add 1                        to ws-hist-read.
           if ws-hist-kept < ws-hist-slots
               add 1                    to ws-hist-kept
           else
               perform varying ws-hist-sub from 1 by 1
                    until ws-hist-sub > ws-hist-slots - 1
                   move ws-hist-entry (ws-hist-sub + 1)
                                        to ws-hist-entry (ws-hist-sub)
               end-perform
           end-if.
           move opr-hist-eff-yyyymm
               to ws-hist-entry-eff (ws-hist-kept).
           move opr-hist-dept
               to ws-hist-entry-dept (ws-hist-kept).
      *
      *the current year's calls - month headings in PARMCARD order
      *off the 'MONTHS' control record (the July-first default when
      *it isn't there), then the operator's record if the feed has
      *one
       500-show-volumes.
           move ws-months-key          to ws-cur-key.
           perform 510-read-curvol.
           if ws-resp = dfhresp(normal)
               and cur-ctl-value not = spaces
               move cur-ctl-value      to ws-month-names
           end-if.
           move spaces                 to ws-fiscal-year.
           move ws-fyear-key           to ws-cur-key.
           perform 510-read-curvol.
           if ws-resp = dfhresp(normal)
               move cur-ctl-value (1:4)
                                        to ws-fiscal-year
           end-if.
      *
           move spaces                 to ws-month-row.
           perform varying ws-month-sub from 1 by 1
                until ws-month-sub > ws-number-of-months
               move ws-month-literals (ws-month-sub)
                   to ws-month-row-name (ws-month-sub)
           end-perform.
           move ws-month-row           to iqmhdro.
      *
           move ws-inquiry-operator    to ws-cur-key.
           perform 510-read-curvol.
           evaluate ws-resp
               when dfhresp(normal)
                   perform 520-build-volume-rows
                   if ws-fiscal-year = spaces
                       move "CURRENT FEED"
                                        to iqfyro
                   else
                       string "FISCAL YEAR " ws-fiscal-year
                           delimited by size into iqfyro
                       end-string
                   end-if
               when dfhresp(notfnd)
                   move "- NO CALLS ON THE CURRENT FEED"
                                        to iqfyro
               when other
                   move "- CURVOL NOT AVAILABLE"
                                        to iqfyro
           end-evaluate.
      *
       510-read-curvol.
           exec cics read file('CURVOL')
               into(cur-rec)
               ridfld(ws-cur-key)
               resp(ws-resp)
           end-exec.
      *
      *one row per call type and a total row, twelve months across,
      *then the year's totals underneath. A bucket that isn't
      *numeric counts as zero here rather than failing the screen
       520-build-volume-rows.
           move 0                      to ws-year-inbound.
           move 0                      to ws-year-outbound.
           move 0                      to ws-year-transfer.
           perform varying ws-month-sub from 1 by 1
                until ws-month-sub > ws-number-of-months
               if cur-rec-calls-inbound (ws-month-sub) not numeric
                   move 0 to cur-rec-calls-inbound (ws-month-sub)
               end-if
               if cur-rec-calls-outbound (ws-month-sub) not numeric
                   move 0 to cur-rec-calls-outbound (ws-month-sub)
               end-if
               if cur-rec-calls-transfer (ws-month-sub) not numeric
                   move 0 to cur-rec-calls-transfer (ws-month-sub)
               end-if
           end-perform.
      *
           move "IN  "                 to ws-vol-row-label.
           perform varying ws-month-sub from 1 by 1
                until ws-month-sub > ws-number-of-months
               move cur-rec-calls-inbound (ws-month-sub)
                   to ws-vol-row-month (ws-month-sub)
               add cur-rec-calls-inbound (ws-month-sub)
                   to ws-year-inbound
           end-perform.
           move ws-vol-row             to iqrowo (1).
      *
           move "OUT "                 to ws-vol-row-label.
           perform varying ws-month-sub from 1 by 1
                until ws-month-sub > ws-number-of-months
               move cur-rec-calls-outbound (ws-month-sub)
                   to ws-vol-row-month (ws-month-sub)
               add cur-rec-calls-outbound (ws-month-sub)
                   to ws-year-outbound
           end-perform.
           move ws-vol-row             to iqrowo (2).
      *
           move "XFR "                 to ws-vol-row-label.
           perform varying ws-month-sub from 1 by 1
                until ws-month-sub > ws-number-of-months
               move cur-rec-calls-transfer (ws-month-sub)
                   to ws-vol-row-month (ws-month-sub)
               add cur-rec-calls-transfer (ws-month-sub)
                   to ws-year-transfer
           end-perform.
           move ws-vol-row             to iqrowo (3).
      *
           move "TOT "                 to ws-vol-row-label.
           perform varying ws-month-sub from 1 by 1
                until ws-month-sub > ws-number-of-months
               add cur-rec-calls-inbound (ws-month-sub)
                   cur-rec-calls-outbound (ws-month-sub)
                   cur-rec-calls-transfer (ws-month-sub)
                   giving ws-month-total
               move ws-month-total
                   to ws-vol-row-month (ws-month-sub)
           end-perform.
           move ws-vol-row             to iqrowo (4).
      *
           add ws-year-inbound ws-year-outbound ws-year-transfer
               giving ws-year-calls.
           move ws-year-inbound        to ws-year-line-in.
           move ws-year-outbound       to ws-year-line-out.
           move ws-year-transfer       to ws-year-line-xfr.
           move ws-year-calls          to ws-year-line-total.
           move ws-year-total-line     to iqytoto.
      *
      *the whole screen is rebuilt on every inquiry, so it goes out
      *with ERASE - nothing from the previous operator can linger
       700-send-screen.
           move ws-screen-date         to iqdateo.
           move ws-message             to iqmsgo.
           move -1                     to iqoprl.
           exec cics send map('A5CCIQM')
               mapset('A5CCIQS')
               from(a5cciqmo)
               erase
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
       end program A5CCOIQ.

       identification division.
       program-id. A5CCBAL.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *batch control balancing report - proves the month's calls
      *came through the batch whole. Every program in the daily,
      *monthly and billing streams appends a control record per file
      *it reads or writes to the shared control ledger (CTLLEDGR):
      *the job and step, the program, the file, records in, out and
      *rejected and the calls by type. This report reads the ledger
      *and traces the calls hop by hop - DAYFILE accepted by the
      *daily consolidation, RECVFILE as each site's run wrote it
      *(and as A5CCPREF found it, when the check ran), INFILE as
      *the volumes report read it, RPTFILE as it printed it, the
      *EXTRACT rows, and CHGFILE as billing charged it - and shows
      *every hop by call type as BALANCED or as a BREAK with the
      *calls that went missing or appeared from nowhere
      *
      *the trace uses the latest run of each program on the ledger:
      *each site's latest daily consolidation (a delta run's base
      *file counts on the from side, alongside its corrections, and
      *the prior-period adjustments a full run applied off ADJHIST
      *are the hop's adjustment),
      *the latest pre-flight check, volumes report and billing run.
      *Records a program writes for calls it deliberately left out
      *- the volumes report's exception records, billing's dropped
      *duplicates, unbilled calls and calls in months already
      *posted to the GL - are applied as the hop's
      *adjustment and named under it, so a break is only ever calls
      *nobody accounted for. The ledger records the trace used are
      *listed first, so a break can be followed to the job and step
      *
      *BALPARM AS-OF=yyyymmdd traces the ledger as it stood at the
      *end of that day, leaving later runs out - for re-proving a
      *month after the next one has started. RC 4 when any hop
      *breaks or a point of the trace has no run on the ledger
      *
       environment division.
       input-output section.
       file-control.
      *
      *the shared control ledger, in the order the runs wrote it
           select ctl-ledger-file
               assign to CTLLEDGR
               organization is sequential
               file status is ws-ledger-file-status.
      *
           select optional bal-parm-file
               assign to BALPARM
               organization is sequential
               file status is ws-bal-parm-file-status.
      *
           select report-file
               assign to BALRPT
               organization is sequential.
      *
       data division.
       file section.
      *
      *the ledger record as the stream programs write it
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
           05 ctl-rec-stamp.
                10 ctl-rec-run-date    pic 9(8).
                10 ctl-rec-run-time    pic 9(8).
           05 ctl-rec-records-in       pic 9(9).
           05 ctl-rec-records-out      pic 9(9).
           05 ctl-rec-records-rejected pic 9(9).
           05 ctl-rec-calls            pic 9(11) occurs 3 times.
           05 filler                   pic x(8).
      *
       fd bal-parm-file
           data record is bal-parm-rec
           record contains 80 characters.
      *
       01 bal-parm-rec                 pic x(80).
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
           05 ws-type-names                     pic x(30)
                value "Inbound   Outbound  Transfer  ".
                05 ws-type-name redefines ws-type-names
                                                pic x(10)
                                                occurs 3 times.
      *
      *the report's own card - AS-OF=yyyymmdd, '*' in column one is
      *a comment
       01 ws-bal-parm-control.
           05 ws-bal-parm-file-status   pic xx.
           05 ws-bal-parm-eof-flag      pic x    value 'N'.
               88 ws-bal-parm-end                value 'Y'.
           05 ws-parm-error-flag        pic x    value 'N'.
               88 ws-parm-in-error               value 'Y'.
           05 ws-parm-keyword           pic x(20).
           05 ws-parm-value             pic x(59).
           05 ws-as-of-date             pic 9(8) value 99999999.
      *
       01 ws-ledger-control.
           05 ws-ledger-file-status     pic xx.
           05 ws-ledger-eof-flag        pic x    value 'N'.
               88 ws-ledger-end                  value 'Y'.
           05 ws-ledger-read            pic 9(7) value 0.
           05 ws-ledger-after-as-of     pic 9(7) value 0.
           05 ws-ledger-traced          pic 9(7) value 0.
           05 ws-traced-flag            pic x    value 'N'.
               88 ws-record-traced               value 'Y'.
      *
       01 ws-run-date-control.
           05 ws-run-date               pic 9(8).
           05 ws-run-time               pic 9(8).
      *
       01 ws-counters.
           05 ws-type-sub               pic 9    value 0.
           05 ws-site-sub               pic 99   value 0.
           05 ws-site-idx               pic 99   value 0.
           05 ws-site-overflow          pic 9(5) value 0.
      *
      *each site's latest daily consolidation - the DAYFILE record
      *starts a run, the BASEFILE, ADJHIST and RECVFILE records
      *carrying the same run stamp complete it
       01 ws-site-table.
           05 ws-site-count             pic 99   value 0.
           05 ws-site-entry             occurs 20 times.
               10 ws-site-code          pic x(3).
               10 ws-site-stamp         pic x(16).
               10 ws-site-day-calls     pic 9(11) occurs 3 times.
               10 ws-site-base-calls    pic 9(11) occurs 3 times.
               10 ws-site-recv-calls    pic 9(11) occurs 3 times.
               10 ws-site-adj-plus      pic 9(11) occurs 3 times.
               10 ws-site-adj-minus     pic 9(11) occurs 3 times.
               10 ws-site-adj-flag      pic x.
                   88 ws-site-adj-seen           value 'Y'.
               10 ws-site-base-flag     pic x.
                   88 ws-site-base-seen          value 'Y'.
               10 ws-site-recv-flag     pic x.
                   88 ws-site-recv-seen          value 'Y'.
       01 ws-recv-total-calls           pic 9(11) occurs 3 times
                                                  value zeros.
      *
      *the latest pre-flight check's view of the received feed
       01 ws-pref-point.
           05 ws-pref-flag              pic x    value 'N'.
               88 ws-pref-seen                   value 'Y'.
           05 ws-pref-stamp             pic x(16) value spaces.
           05 ws-pref-calls             pic 9(11) occurs 3 times
                                                  value zeros.
      *
      *the latest volumes report run - INFILE as read, the exception
      *records' calls, the report and the extract
       01 ws-orpt-point.
           05 ws-orpt-flag              pic x    value 'N'.
               88 ws-orpt-seen                   value 'Y'.
           05 ws-orpt-stamp             pic x(16) value spaces.
           05 ws-orpt-infile-calls      pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-orpt-reject-calls      pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-orpt-rpt-calls         pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-orpt-extract-calls     pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-orpt-rpt-flag          pic x    value 'N'.
               88 ws-orpt-rpt-seen               value 'Y'.
           05 ws-orpt-extract-flag      pic x    value 'N'.
               88 ws-orpt-extract-seen           value 'Y'.
      *
      *the latest billing run off a feed - INFILE as read, the
      *duplicates dropped, CHGFILE as charged, the calls left
      *unbilled and the calls in months already posted to the GL
       01 ws-bill-point.
           05 ws-bill-flag              pic x    value 'N'.
               88 ws-bill-seen                   value 'Y'.
           05 ws-bill-stamp             pic x(16) value spaces.
           05 ws-bill-infile-calls      pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-bill-dup-calls         pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-bill-chg-calls         pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-bill-unbilled-calls    pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-bill-posted-calls      pic 9(11) occurs 3 times
                                                  value zeros.
           05 ws-bill-chg-flag          pic x    value 'N'.
               88 ws-bill-chg-seen               value 'Y'.
      *
      *the hop being printed - the figures on the from side, the
      *adjustment the ledger accounts for, and the to side. A point
      *with no run on the ledger names itself in the missing text
       01 ws-hop-work.
           05 ws-hop-title              pic x(100).
           05 ws-hop-adj-text           pic x(100).
           05 ws-hop-missing-text       pic x(80).
           05 ws-hop-from               pic s9(12) occurs 3 times.
           05 ws-hop-adj                pic s9(12) occurs 3 times.
           05 ws-hop-to                 pic s9(12) occurs 3 times.
           05 ws-hop-expected           pic s9(12) value 0.
           05 ws-hop-diff               pic s9(12) value 0.
           05 ws-hop-tot-from           pic s9(12) value 0.
           05 ws-hop-tot-adj            pic s9(12) value 0.
           05 ws-hop-tot-expected       pic s9(12) value 0.
           05 ws-hop-tot-to             pic s9(12) value 0.
           05 ws-hop-tot-diff           pic s9(12) value 0.
           05 ws-hop-break-flag         pic x    value 'N'.
               88 ws-hop-breaks                  value 'Y'.
      *
       01 ws-hop-totals.
           05 ws-hops-checked           pic 9(5) value 0.
           05 ws-hops-balanced          pic 9(5) value 0.
           05 ws-hops-broken            pic 9(5) value 0.
           05 ws-hops-missing           pic 9(5) value 0.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(44)
               value 'A5CCBAL  Batch Control Balancing Report     '.
           05 filler                   pic x(25)
               value spaces.
           05 ws-heading-date          pic 9(8).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-as-of-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(29)
               value 'Ledger traced as it stood at '.
           05 ws-as-of-line-text       pic x(40).
           05 filler                   pic x(61) value spaces.
      *
       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-line-text     pic x(100).
           05 filler                   pic x(30) value spaces.
      *
       01 ws-ledger-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(9)  value 'Job'.
           05 filler                   pic x(9)  value 'Step'.
           05 filler                   pic x(9)  value 'Program'.
           05 filler                   pic x(9)  value 'File'.
           05 filler                   pic x(3)  value 'D'.
           05 filler                   pic x(5)  value 'Site'.
           05 filler                   pic x(9)  value 'Run date'.
           05 filler                   pic x(9)  value 'Run time'.
           05 filler                   pic x(10) value '  Rec in'.
           05 filler                   pic x(10) value ' Rec out'.
           05 filler                   pic x(10) value ' Rec rej'.
           05 filler                   pic x(12) value '    Inbound'.
           05 filler                   pic x(12) value '   Outbound'.
           05 filler                   pic x(12) value '   Transfer'.
           05 filler                   pic x(2)  value spaces.
      *
       01 ws-ledger-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-led-job               pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-led-step              pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-led-program           pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-led-file              pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-led-direction         pic x(1).
           05 filler                   pic x(2)  value spaces.
           05 ws-led-site              pic x(3).
           05 filler                   pic x(2)  value spaces.
           05 ws-led-date              pic 9(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-led-time              pic 9(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-led-in                pic zzzzzzzz9.
           05 filler                   pic x(1)  value spaces.
           05 ws-led-out               pic zzzzzzzz9.
           05 filler                   pic x(1)  value spaces.
           05 ws-led-rej               pic zzzzzzzz9.
           05 filler                   pic x(1)  value spaces.
           05 ws-led-call-column       occurs 3 times.
               10 ws-led-calls         pic zzzzzzzzzz9.
               10 filler               pic x(1).
           05 filler                   pic x(2)  value spaces.
      *
       01 ws-hop-title-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-title-text        pic x(100).
           05 filler                   pic x(30) value spaces.
      *
       01 ws-hop-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(12) value 'Call type'.
           05 filler                   pic x(17)
               value '      From side'.
           05 filler                   pic x(18)
               value '      Adjustment'.
           05 filler                   pic x(17)
               value '       Expected'.
           05 filler                   pic x(17)
               value '         Actual'.
           05 filler                   pic x(18)
               value '      Difference'.
           05 filler                   pic x(10) value 'Status'.
           05 filler                   pic x(21) value spaces.
      *
       01 ws-hop-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-type         pic x(10).
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-from         pic zzz,zzz,zzz,zz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-adj          pic ----,---,---,--9.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-expected     pic zzz,zzz,zzz,zz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-to           pic zzz,zzz,zzz,zz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-diff         pic ----,---,---,--9.
           05 filler                   pic x(2)  value spaces.
           05 ws-hop-line-status       pic x(10).
           05 filler                   pic x(21) value spaces.
      *
       01 ws-notice-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-notice-line-text      pic x(100).
           05 filler                   pic x(28) value spaces.
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
           perform 020-load-bal-card.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           move ws-run-date             to ws-heading-date.
           move ws-run-time             to ws-heading-time.
      *
      *first pass - the latest run of each program in the trace
           open input ctl-ledger-file.
           if ws-ledger-file-status not = "00"
               display "A5CCBAL: CTLLEDGR OPEN FAILED - STATUS "
                       ws-ledger-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform until ws-ledger-end
               read ctl-ledger-file
                   at end
                       move 'Y'         to ws-ledger-eof-flag
                   not at end
                       add 1            to ws-ledger-read
                       perform 200-apply-ledger-record
               end-read
           end-perform.
           close ctl-ledger-file.
      *
           open output report-file.
           perform 300-print-headings.
      *
      *second pass - the ledger records those runs wrote, listed
           perform 350-list-ledger-records.
      *
           perform 400-trace-hops.
           perform 700-print-totals.
      *
           close report-file.
      *
      *a break, or a point nobody ran, holds the month for a look
           if ws-hops-broken > 0
               or ws-hops-missing > 0
               or ws-site-overflow > 0
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *BALPARM - AS-OF=yyyymmdd, '*' in column one is a comment. No
      *card traces the whole ledger. A bad line aborts rather than
      *prove the wrong month
       020-load-bal-card.
           open input bal-parm-file.
           if ws-bal-parm-file-status = "00"
               perform until ws-bal-parm-end
                   read bal-parm-file
                       at end
                           move 'Y'     to ws-bal-parm-eof-flag
                       not at end
                           perform 025-apply-bal-line
                   end-read
               end-perform
           end-if.
           close bal-parm-file.
           if ws-parm-in-error
               display "A5CCBAL: INVALID BALPARM CARD - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       025-apply-bal-line.
           if bal-parm-rec = spaces
               or bal-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring bal-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate true
                   when ws-parm-keyword = "AS-OF"
                        and ws-parm-value (1:8) numeric
                        and ws-parm-value (5:2) > "00"
                        and ws-parm-value (5:2) < "13"
                        and ws-parm-value (7:2) > "00"
                        and ws-parm-value (7:2) < "32"
                       move ws-parm-value (1:8)
                                        to ws-as-of-date
                   when other
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCBAL: BAD BALPARM LINE: "
                               bal-parm-rec
               end-evaluate
           end-if.
      *
      *one ledger record into the point it belongs to - anything
      *after the as-of date, and programs outside the trace (the
      *master maintenance, the GL interface), are passed over
       200-apply-ledger-record.
           if ctl-rec-run-date > ws-as-of-date
               add 1                    to ws-ledger-after-as-of
           else
               evaluate ctl-rec-program
                   when "A5CCDLY"
                       perform 210-apply-daily-record
                   when "A5CCPREF"
                       perform 220-apply-preflight-record
                   when "A5CCORPT"
                       perform 230-apply-report-record
                   when "A5CCBILL"
                       perform 240-apply-billing-record
                   when other
                       continue
               end-evaluate
           end-if.
      *
      *a DAYFILE record starts the site's run afresh - the later
      *run replaces the earlier one, a delta run included
       210-apply-daily-record.
           perform 215-find-or-add-site.
           if ws-site-idx > 0
               if ctl-rec-file = "DAYFILE"
                   move ctl-rec-stamp   to ws-site-stamp (ws-site-idx)
                   move 'N'             to ws-site-base-flag
                                           (ws-site-idx)
                   move 'N'             to ws-site-recv-flag
                                           (ws-site-idx)
                   move 'N'             to ws-site-adj-flag
                                           (ws-site-idx)
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       move ctl-rec-calls (ws-type-sub)
                           to ws-site-day-calls
                              (ws-site-idx, ws-type-sub)
                       move 0
                           to ws-site-base-calls
                              (ws-site-idx, ws-type-sub)
                       move 0
                           to ws-site-recv-calls
                              (ws-site-idx, ws-type-sub)
                       move 0
                           to ws-site-adj-plus
                              (ws-site-idx, ws-type-sub)
                       move 0
                           to ws-site-adj-minus
                              (ws-site-idx, ws-type-sub)
                   end-perform
               else
                   if ctl-rec-stamp = ws-site-stamp (ws-site-idx)
                       evaluate ctl-rec-file
                           when "BASEFILE"
                               move 'Y' to ws-site-base-flag
                                           (ws-site-idx)
                               perform varying ws-type-sub from 1
                                    by 1 until ws-type-sub > 3
                                   move ctl-rec-calls (ws-type-sub)
                                       to ws-site-base-calls
                                          (ws-site-idx, ws-type-sub)
                               end-perform
                           when "ADJHIST"
                               move 'Y' to ws-site-adj-flag
                                           (ws-site-idx)
                               perform 212-apply-adjustment-calls
                           when "RECVFILE"
                               move 'Y' to ws-site-recv-flag
                                           (ws-site-idx)
                               perform varying ws-type-sub from 1
                                    by 1 until ws-type-sub > 3
                                   move ctl-rec-calls (ws-type-sub)
                                       to ws-site-recv-calls
                                          (ws-site-idx, ws-type-sub)
                               end-perform
                           when other
                               continue
                       end-evaluate
                   end-if
               end-if
           end-if.
      *
      *the adjustments a full run applied - 'I' the calls they
      *added, 'R' the calls they took off
       212-apply-adjustment-calls.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               if ctl-rec-direction = "R"
                   move ctl-rec-calls (ws-type-sub)
                       to ws-site-adj-minus (ws-site-idx, ws-type-sub)
               else
                   move ctl-rec-calls (ws-type-sub)
                       to ws-site-adj-plus (ws-site-idx, ws-type-sub)
               end-if
           end-perform.
      *
      *twenty sites is the most the pre-flight check follows too -
      *a site past that is counted and called out, not traced
       215-find-or-add-site.
           move 0                       to ws-site-idx.
           perform varying ws-site-sub from 1 by 1
                until ws-site-sub > ws-site-count
               if ws-site-code (ws-site-sub) = ctl-rec-site
                   move ws-site-sub     to ws-site-idx
               end-if
           end-perform.
           if ws-site-idx = 0
               and ctl-rec-file = "DAYFILE"
               if ws-site-count < 20
                   add 1                to ws-site-count
                   move ws-site-count   to ws-site-idx
                   move ctl-rec-site    to ws-site-code (ws-site-idx)
               else
                   add 1                to ws-site-overflow
               end-if
           end-if.
      *
       220-apply-preflight-record.
           if ctl-rec-file = "RECVFILE"
               move 'Y'                 to ws-pref-flag
               move ctl-rec-stamp       to ws-pref-stamp
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   move ctl-rec-calls (ws-type-sub)
                       to ws-pref-calls (ws-type-sub)
               end-perform
           end-if.
      *
      *the INFILE read record starts a volumes report run - its
      *other records are picked up by their run stamp
       230-apply-report-record.
           if ctl-rec-file = "INFILE"
               and ctl-rec-direction = "I"
               move 'Y'                 to ws-orpt-flag
               move 'N'                 to ws-orpt-rpt-flag
               move 'N'                 to ws-orpt-extract-flag
               move ctl-rec-stamp       to ws-orpt-stamp
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   move ctl-rec-calls (ws-type-sub)
                       to ws-orpt-infile-calls (ws-type-sub)
                   move 0 to ws-orpt-reject-calls (ws-type-sub)
                   move 0 to ws-orpt-rpt-calls (ws-type-sub)
                   move 0 to ws-orpt-extract-calls (ws-type-sub)
               end-perform
           else
               if ctl-rec-stamp = ws-orpt-stamp
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       evaluate true
                           when ctl-rec-file = "INFILE"
                                and ctl-rec-direction = "R"
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-orpt-reject-calls
                                      (ws-type-sub)
                           when ctl-rec-file = "RPTFILE"
                               move 'Y' to ws-orpt-rpt-flag
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-orpt-rpt-calls
                                      (ws-type-sub)
                           when ctl-rec-file = "EXTRACT"
                               move 'Y' to ws-orpt-extract-flag
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-orpt-extract-calls
                                      (ws-type-sub)
                           when other
                               continue
                       end-evaluate
                   end-perform
               end-if
           end-if.
      *
      *likewise a billing run off a feed starts with its INFILE
      *record - an adjustment-note run has none and is passed over
       240-apply-billing-record.
           if ctl-rec-file = "INFILE"
               and ctl-rec-direction = "I"
               move 'Y'                 to ws-bill-flag
               move 'N'                 to ws-bill-chg-flag
               move ctl-rec-stamp       to ws-bill-stamp
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   move ctl-rec-calls (ws-type-sub)
                       to ws-bill-infile-calls (ws-type-sub)
                   move 0 to ws-bill-dup-calls (ws-type-sub)
                   move 0 to ws-bill-chg-calls (ws-type-sub)
                   move 0 to ws-bill-unbilled-calls (ws-type-sub)
                   move 0 to ws-bill-posted-calls (ws-type-sub)
               end-perform
           else
               if ctl-rec-stamp = ws-bill-stamp
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       evaluate true
                           when ctl-rec-file = "INFILE"
                                and ctl-rec-direction = "R"
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-bill-dup-calls
                                      (ws-type-sub)
                           when ctl-rec-file = "CHGFILE"
                                and ctl-rec-direction = "O"
                               move 'Y' to ws-bill-chg-flag
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-bill-chg-calls
                                      (ws-type-sub)
                           when ctl-rec-file = "CHGFILE"
                                and ctl-rec-direction = "R"
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-bill-unbilled-calls
                                      (ws-type-sub)
                           when ctl-rec-file = "GLPERIOD"
                                and ctl-rec-direction = "R"
                               move ctl-rec-calls (ws-type-sub)
                                   to ws-bill-posted-calls
                                      (ws-type-sub)
                           when other
                               continue
                       end-evaluate
                   end-perform
               end-if
           end-if.
      *
       300-print-headings.
           write report-line from ws-heading-line.
           write report-line from ws-blank-line.
           if ws-as-of-date = 99999999
               move 'the end of the ledger'
                                        to ws-as-of-line-text
           else
               move spaces              to ws-as-of-line-text
               string 'the end of ' ws-as-of-date
                   delimited by size into ws-as-of-line-text
               end-string
           end-if.
           write report-line from ws-as-of-line.
           write report-line from ws-blank-line.
      *
      *the ledger records of the runs the trace uses, in ledger
      *order, so every figure below can be found against its job
      *and step
       350-list-ledger-records.
           move 'Ledger records traced:' to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-ledger-heading.
           write report-line from ws-blank-line.
           move 'N'                     to ws-ledger-eof-flag.
           open input ctl-ledger-file.
           perform until ws-ledger-end
               read ctl-ledger-file
                   at end
                       move 'Y'         to ws-ledger-eof-flag
                   not at end
                       perform 355-check-traced-record
                       if ws-record-traced
                           perform 360-print-ledger-record
                       end-if
               end-read
           end-perform.
           close ctl-ledger-file.
           if ws-ledger-traced = 0
               move 'No ledger records for the streams traced.'
                                        to ws-notice-line-text
               write report-line from ws-notice-line
           end-if.
      *
       355-check-traced-record.
           move 'N'                     to ws-traced-flag.
           if ctl-rec-run-date not > ws-as-of-date
               evaluate ctl-rec-program
                   when "A5CCDLY"
                       perform varying ws-site-sub from 1 by 1
                            until ws-site-sub > ws-site-count
                           if ws-site-code (ws-site-sub) =
                               ctl-rec-site
                              and ws-site-stamp (ws-site-sub) =
                               ctl-rec-stamp
                               move 'Y' to ws-traced-flag
                           end-if
                       end-perform
                   when "A5CCPREF"
                       if ws-pref-seen
                           and ctl-rec-stamp = ws-pref-stamp
                           move 'Y'     to ws-traced-flag
                       end-if
                   when "A5CCORPT"
                       if ws-orpt-seen
                           and ctl-rec-stamp = ws-orpt-stamp
                           move 'Y'     to ws-traced-flag
                       end-if
                   when "A5CCBILL"
                       if ws-bill-seen
                           and ctl-rec-stamp = ws-bill-stamp
                           move 'Y'     to ws-traced-flag
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.
      *
       360-print-ledger-record.
           add 1                        to ws-ledger-traced.
           move ctl-rec-job             to ws-led-job.
           move ctl-rec-step            to ws-led-step.
           move ctl-rec-program         to ws-led-program.
           move ctl-rec-file            to ws-led-file.
           move ctl-rec-direction       to ws-led-direction.
           move ctl-rec-site            to ws-led-site.
           move ctl-rec-run-date        to ws-led-date.
           move ctl-rec-run-time        to ws-led-time.
           move ctl-rec-records-in      to ws-led-in.
           move ctl-rec-records-out     to ws-led-out.
           move ctl-rec-records-rejected
                                        to ws-led-rej.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ctl-rec-calls (ws-type-sub)
                   to ws-led-calls (ws-type-sub)
           end-perform.
           write report-line from ws-ledger-line.
      *
      *the trace itself, hop by hop from the switch's daily feed
      *to what billing charged
       400-trace-hops.
           write report-line from ws-blank-line.
           move 'Hop-by-hop trace of the calls:'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           perform 410-trace-daily-hops.
           perform 420-trace-received-hops.
           perform 430-trace-report-hop.
           perform 440-trace-extract-hop.
           perform 450-trace-billing-hop.
      *
      *each site's accepted daily calls (plus its base file on a
      *delta run) against the received file the run wrote, with the
      *prior-period adjustments a full run applied as the adjustment
       410-trace-daily-hops.
           if ws-site-count = 0
               perform 510-clear-hop
               move 'DAYFILE accepted  ->  RECVFILE written'
                                        to ws-hop-title
               move 'no A5CCDLY run on the ledger'
                                        to ws-hop-missing-text
               perform 500-print-hop
           end-if.
           perform varying ws-site-idx from 1 by 1
                until ws-site-idx > ws-site-count
               perform 510-clear-hop
               move spaces              to ws-hop-title
               if ws-site-base-seen (ws-site-idx)
                   string 'DAYFILE accepted + BASEFILE  ->  '
                          'RECVFILE written      site '
                          ws-site-code (ws-site-idx)
                       delimited by size into ws-hop-title
                   end-string
               else
                   string 'DAYFILE accepted  ->  RECVFILE written'
                          '      site '
                          ws-site-code (ws-site-idx)
                       delimited by size into ws-hop-title
                   end-string
               end-if
               if not ws-site-recv-seen (ws-site-idx)
                   move 'no RECVFILE record for the latest A5CCDLY run'
                                        to ws-hop-missing-text
               end-if
               if ws-site-adj-seen (ws-site-idx)
                   string 'adjustment: the prior-period adjustments '
                          'A5CCDLY applied off ADJHIST'
                       delimited by size into ws-hop-adj-text
                   end-string
               end-if
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   add ws-site-day-calls (ws-site-idx, ws-type-sub)
                       ws-site-base-calls (ws-site-idx, ws-type-sub)
                       giving ws-hop-from (ws-type-sub)
                   compute ws-hop-adj (ws-type-sub) =
                       ws-site-adj-plus (ws-site-idx, ws-type-sub)
                       - ws-site-adj-minus (ws-site-idx, ws-type-sub)
                   move ws-site-recv-calls (ws-site-idx, ws-type-sub)
                       to ws-hop-to (ws-type-sub)
                   add ws-site-recv-calls (ws-site-idx, ws-type-sub)
                       to ws-recv-total-calls (ws-type-sub)
               end-perform
               perform 500-print-hop
           end-perform.
      *
      *the sites' received files together against what the monthly
      *run read - through the pre-flight check's count when it ran
       420-trace-received-hops.
           if ws-pref-seen
               perform 510-clear-hop
               string 'RECVFILE written (all sites)  ->  '
                      'RECVFILE checked by A5CCPREF'
                   delimited by size into ws-hop-title
               end-string
               if ws-site-count = 0
                   move 'no A5CCDLY run on the ledger'
                                        to ws-hop-missing-text
               end-if
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   move ws-recv-total-calls (ws-type-sub)
                       to ws-hop-from (ws-type-sub)
                   move ws-pref-calls (ws-type-sub)
                       to ws-hop-to (ws-type-sub)
               end-perform
               perform 500-print-hop
           end-if.
           perform 510-clear-hop.
           if ws-pref-seen
               string 'RECVFILE checked by A5CCPREF  ->  '
                      'INFILE read by A5CCORPT'
                   delimited by size into ws-hop-title
               end-string
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   move ws-pref-calls (ws-type-sub)
                       to ws-hop-from (ws-type-sub)
               end-perform
           else
               string 'RECVFILE written (all sites)  ->  '
                      'INFILE read by A5CCORPT'
                   delimited by size into ws-hop-title
               end-string
               if ws-site-count = 0
                   move 'no A5CCDLY run on the ledger'
                                        to ws-hop-missing-text
               end-if
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   move ws-recv-total-calls (ws-type-sub)
                       to ws-hop-from (ws-type-sub)
               end-perform
           end-if.
           if not ws-orpt-seen
               move 'no A5CCORPT run on the ledger'
                                        to ws-hop-missing-text
           end-if.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ws-orpt-infile-calls (ws-type-sub)
                   to ws-hop-to (ws-type-sub)
           end-perform.
           perform 500-print-hop.
      *
      *INFILE against the printed report - the exception records
      *never reach the report, and the ledger says how many calls
      *they carried
       430-trace-report-hop.
           perform 510-clear-hop.
           move 'INFILE read  ->  RPTFILE reported by A5CCORPT'
                                        to ws-hop-title.
           string 'adjustment: less the calls on the records '
                  'A5CCORPT listed as exceptions'
               delimited by size into ws-hop-adj-text
           end-string.
           if not ws-orpt-seen
               move 'no A5CCORPT run on the ledger'
                                        to ws-hop-missing-text
           else
               if not ws-orpt-rpt-seen
                   move 'no RPTFILE record for the latest A5CCORPT'
                                        to ws-hop-missing-text
               end-if
           end-if.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ws-orpt-infile-calls (ws-type-sub)
                   to ws-hop-from (ws-type-sub)
               subtract ws-orpt-reject-calls (ws-type-sub)
                   from 0 giving ws-hop-adj (ws-type-sub)
               move ws-orpt-rpt-calls (ws-type-sub)
                   to ws-hop-to (ws-type-sub)
           end-perform.
           perform 500-print-hop.
      *
       440-trace-extract-hop.
           perform 510-clear-hop.
           move 'RPTFILE reported  ->  EXTRACT written by A5CCORPT'
                                        to ws-hop-title.
           if not ws-orpt-seen
               move 'no A5CCORPT run on the ledger'
                                        to ws-hop-missing-text
           else
               if not ws-orpt-extract-seen
                   move 'no EXTRACT record for the latest A5CCORPT'
                                        to ws-hop-missing-text
               end-if
           end-if.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ws-orpt-rpt-calls (ws-type-sub)
                   to ws-hop-from (ws-type-sub)
               move ws-orpt-extract-calls (ws-type-sub)
                   to ws-hop-to (ws-type-sub)
           end-perform.
           perform 500-print-hop.
      *
      *billing reads the same INFILE the report read - the report's
      *exception records go back in (billing charges all but the
      *duplicates), then billing's dropped duplicates, unbilled
      *calls and the calls in months already posted to the GL (the
      *feed is the year to date, the charges only the months still
      *to post) come out. A feed billing read that isn't the one
      *the report read shows as a break here
       450-trace-billing-hop.
           perform 510-clear-hop.
           move 'EXTRACT written  ->  CHGFILE charged by A5CCBILL'
                                        to ws-hop-title.
           string 'adjustment: plus A5CCORPT exception calls, less '
                  'A5CCBILL duplicates, unbilled and posted-month '
                  'calls'
               delimited by size into ws-hop-adj-text
           end-string.
           if not ws-orpt-seen
               move 'no A5CCORPT run on the ledger'
                                        to ws-hop-missing-text
           end-if.
           if not ws-bill-seen
               move 'no A5CCBILL billing run on the ledger'
                                        to ws-hop-missing-text
           else
               if not ws-bill-chg-seen
                   move 'no CHGFILE record for the latest A5CCBILL'
                                        to ws-hop-missing-text
               end-if
           end-if.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move ws-orpt-extract-calls (ws-type-sub)
                   to ws-hop-from (ws-type-sub)
               compute ws-hop-adj (ws-type-sub) =
                   ws-orpt-reject-calls (ws-type-sub)
                   - ws-bill-dup-calls (ws-type-sub)
                   - ws-bill-unbilled-calls (ws-type-sub)
                   - ws-bill-posted-calls (ws-type-sub)
               move ws-bill-chg-calls (ws-type-sub)
                   to ws-hop-to (ws-type-sub)
           end-perform.
           perform 500-print-hop.
      *
      *one hop - a line per call type and a total, each expected
      *(from side plus adjustment) against actual. Any difference
      *breaks the hop; a missing point breaks it without figures
       500-print-hop.
           add 1                        to ws-hops-checked.
           write report-line from ws-blank-line.
           move ws-hop-title            to ws-hop-title-text.
           write report-line from ws-hop-title-line.
           if ws-hop-missing-text not = spaces
               add 1                    to ws-hops-missing
               move spaces              to ws-notice-line-text
               string '*** BREAK - NOT ON THE LEDGER: '
                      ws-hop-missing-text
                   delimited by size into ws-notice-line-text
               end-string
               write report-line from ws-notice-line
           else
               write report-line from ws-hop-heading
               move 'N'                 to ws-hop-break-flag
               move 0                   to ws-hop-tot-from
                                           ws-hop-tot-adj
                                           ws-hop-tot-expected
                                           ws-hop-tot-to
                                           ws-hop-tot-diff
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   compute ws-hop-expected =
                       ws-hop-from (ws-type-sub)
                       + ws-hop-adj (ws-type-sub)
                   compute ws-hop-diff =
                       ws-hop-to (ws-type-sub) - ws-hop-expected
                   add ws-hop-from (ws-type-sub) to ws-hop-tot-from
                   add ws-hop-adj (ws-type-sub)  to ws-hop-tot-adj
                   add ws-hop-expected     to ws-hop-tot-expected
                   add ws-hop-to (ws-type-sub)   to ws-hop-tot-to
                   add ws-hop-diff         to ws-hop-tot-diff
                   move ws-type-name (ws-type-sub)
                                        to ws-hop-line-type
                   move ws-hop-from (ws-type-sub)
                                        to ws-hop-line-from
                   move ws-hop-adj (ws-type-sub)
                                        to ws-hop-line-adj
                   move ws-hop-to (ws-type-sub)
                                        to ws-hop-line-to
                   perform 505-print-hop-line
               end-perform
               move 'Total'             to ws-hop-line-type
               move ws-hop-tot-from     to ws-hop-line-from
               move ws-hop-tot-adj      to ws-hop-line-adj
               move ws-hop-tot-to       to ws-hop-line-to
               move ws-hop-tot-expected to ws-hop-expected
               move ws-hop-tot-diff     to ws-hop-diff
               perform 505-print-hop-line
               if ws-hop-adj-text not = spaces
                   move ws-hop-adj-text to ws-notice-line-text
                   write report-line from ws-notice-line
               end-if
               if ws-hop-breaks
                   add 1                to ws-hops-broken
               else
                   add 1                to ws-hops-balanced
               end-if
           end-if.
      *
       505-print-hop-line.
           move ws-hop-expected         to ws-hop-line-expected.
           move ws-hop-diff             to ws-hop-line-diff.
           if ws-hop-diff = 0
               move 'BALANCED'          to ws-hop-line-status
           else
               move 'BREAK'             to ws-hop-line-status
               move 'Y'                 to ws-hop-break-flag
           end-if.
           write report-line from ws-hop-line.
      *
       510-clear-hop.
           move spaces                  to ws-hop-title
                                           ws-hop-adj-text
                                           ws-hop-missing-text.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move 0                   to ws-hop-from (ws-type-sub)
                                           ws-hop-adj (ws-type-sub)
                                           ws-hop-to (ws-type-sub)
           end-perform.
      *
       700-print-totals.
           write report-line from ws-blank-line.
           move 'Ledger records read:'  to ws-total-line-label.
           move ws-ledger-read          to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Ledger records after the as-of:'
                                        to ws-total-line-label.
           move ws-ledger-after-as-of   to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Ledger records traced:' to ws-total-line-label.
           move ws-ledger-traced        to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Sites traced:'         to ws-total-line-label.
           move ws-site-count           to ws-total-line-count.
           write report-line from ws-total-line.
           if ws-site-overflow > 0
               move 'Records for sites past twenty:'
                                        to ws-total-line-label
               move ws-site-overflow    to ws-total-line-count
               write report-line from ws-total-line
           end-if.
           move 'Hops checked:'         to ws-total-line-label.
           move ws-hops-checked         to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Hops balanced:'        to ws-total-line-label.
           move ws-hops-balanced        to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Hops with a break:'    to ws-total-line-label.
           move ws-hops-broken          to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Hops with a point not on ledger:'
                                        to ws-total-line-label.
           move ws-hops-missing         to ws-total-line-count.
           write report-line from ws-total-line.
           write report-line from ws-blank-line.
           if ws-hops-broken = 0
               and ws-hops-missing = 0
               move 'Every hop balances - the calls came through.'
                                        to ws-notice-line-text
           else
               move '*** THE TRACE DOES NOT BALANCE - SEE ABOVE ***'
                                        to ws-notice-line-text
           end-if.
           write report-line from ws-notice-line.
      *
       end program A5CCBAL.

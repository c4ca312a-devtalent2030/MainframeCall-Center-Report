      *caught by the report step only after the GDG roll and the
      *HR batch had already gone in, and unpicking that was a
      *manual mess; now it stops before step one
      *
      *a received feed built from more than one contact centre is
      *the sites' files back to back, each closed off by its own TRL
      *trailer naming its site - every site's segment is reconciled
      *against its own trailer and listed, and a site with two
      *trailers or records with no trailer after them fails the
      *month just as a single feed out of balance would
      *
      *the sites expected this month are listed on the SITEPARM card
      *as SITES=, comma separated (SITES=S01,S02). Every site on the
      *list has to have its trailer on RECVFILE - a site whose file
      *never arrived reads as an empty file, and without the list the
      *month would go ahead short of that site's calls. A trailer for
      *a site not on the list is noted. With no SITES= list the
      *check is noted as not made
      *
      *control ledger: with a CTLPARM card naming the job and step,
      *the check appends RECVFILE's record count and its calls by
      *type to the shared CTLLEDGR, so the balancing report sees
      *what the monthly run was handed before anything touched it
      *
       environment division.
       input-output section.
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
      *the sites expected on RECVFILE, SITES= on one card
           select optional site-parm-file
               assign to SITEPARM
               organization is sequential
               file status is ws-site-parm-file-status.
      *
           select report-file
               assign to CHKLIST
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
       fd recv-file
           data record is recv-rec
           record contains 200 characters.
      *
       01 recv-rec.
           05 recv-rec-num             pic x(6).
           05 recv-bucket              pic 9(5) occurs 36 times.
           05 recv-rec-site            pic x(3).
           05 filler                   pic x(11).
      *
       01 recv-trailer-rec redefines recv-rec.
           05 recv-trailer-marker      pic x(6).
           05 recv-trailer-record-count pic 9(6).
           05 recv-trailer-hash-total  pic 9(12).
           05 recv-trailer-site        pic x(3).
           05 filler                  pic x(173).
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
       fd site-parm-file
           data record is site-parm-rec
           record contains 80 characters.
      *
       01 site-parm-rec                pic x(80).
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
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
           05 ws-hist-file-status       pic xx.
           05 ws-runh-file-status       pic xx.
           05 ws-parm-file-status       pic xx.
           05 ws-site-parm-file-status  pic xx.
      *
      *the same working-storage defaults the volumes report starts
      *from - the card is applied over them and then cross-checked
      *exactly the way the report's own validation does it, so a
      *card this step passes cannot fail the report step later
       01 ws-parm-values.
           05 ws-max-monthly-calls      pic 9(5) value 00500.
           05 ws-threshold-low          pic 9(5) value 00020.
           05 ws-threshold-high         pic 9(5) value 00400.
           05 ws-checkpoint-interval    pic 9(5) value 1000.
           05 ws-history-tolerance      pic 9(3) value 25.
           05 ws-lines-per-page         pic 9(3) value 60.
           05 ws-recv-eof-flag          pic x    value 'N'.
               88 ws-recv-end                    value 'Y'.
           05 ws-recv-record-count      pic 9(6) value 0.
           05 ws-recv-hash-total        pic 9(12) value 0.
           05 ws-recv-trailer-flag      pic x    value 'N'.
               88 ws-recv-trailer-seen           value 'Y'.
           05 ws-recv-after-trailer     pic 9(6) value 0.
           05 ws-recv-trl-count         pic 9(6) value 0.
           05 ws-recv-trl-hash          pic 9(12) value 0.
           05 ws-recv-sub               pic 99   value 0.
      *the site segment in progress - the records since the last
      *trailer, which the next trailer has to account for
           05 ws-recv-seg-count         pic 9(6) value 0.
           05 ws-recv-seg-hash          pic 9(12) value 0.
           05 ws-recv-seg-site          pic x(3) value spaces.
           05 ws-recv-seg-mixed-flag    pic x    value 'N'.
               88 ws-recv-seg-mixed              value 'Y'.
           05 ws-recv-trailer-count     pic 99   value 0.
           05 ws-recv-seg-failures      pic 99   value 0.
           05 ws-recv-fail-before       pic 99   value 0.
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
      *received calls by type for the ledger
       01 ws-ctl-totals.
           05 ws-ctl-recv-calls         pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-quotient           pic 99   value 0.
      *
       01 ws-recv-sites-seen.
           05 ws-recv-site-seen         pic x(3) occurs 20 times.
      *
      *the SITES= list off SITEPARM, checked against the trailers
      *seen on RECVFILE
       01 ws-site-list-control.
           05 ws-site-parm-eof-flag     pic x    value 'N'.
               88 ws-site-parm-end               value 'Y'.
           05 ws-site-keyword           pic x(20).
           05 ws-site-value             pic x(59).
           05 ws-site-pointer           pic 99   value 0.
           05 ws-site-work              pic x(8).
           05 ws-site-sub               pic 99   value 0.
           05 ws-site-seen-count        pic 99   value 0.
           05 ws-site-found-flag        pic x    value 'N'.
               88 ws-site-found                  value 'Y'.
           05 ws-site-missing           pic 99   value 0.
           05 ws-exp-site-count         pic 99   value 0.
           05 ws-exp-site               pic x(3) occurs 20 times.
      *
       01 ws-runh-control.
           05 ws-runh-eof-flag          pic x    value 'N'.
      *
       01 ws-check-work.
           05 ws-check-num-6            pic zzzzz9.
           05 ws-check-num-12           pic zzzzzzzzzzz9.
      *
       procedure division.
      *
           write report-line from ws-heading-line.
           write report-line from ws-blank-line.
      *
           perform 950-load-ledger-card.
           perform 100-check-received-feed.
           perform 150-check-expected-sites.
           perform 200-check-parameter-card.
           perform 300-check-master-files.
           perform 400-check-run-history.
           end-if.
      *
           close report-file.
      *
           if ws-ctl-ledger-on
               perform 970-write-ledger
           end-if.
      *
      *the go/no-go the stream gates on - nothing in between, so
      *the JCL test stays a plain RC = 0
                                        to ws-recv-trl-count
               move recv-trailer-hash-total
                                        to ws-recv-trl-hash
               perform 115-reconcile-site-segment
           else
               if ws-recv-seg-count = 0
                   move recv-rec-site   to ws-recv-seg-site
               else
                   if recv-rec-site not = ws-recv-seg-site
                       move 'Y'         to ws-recv-seg-mixed-flag
                   end-if
               end-if
               add 1                    to ws-recv-seg-count
               add 1                    to ws-recv-record-count
               perform varying ws-recv-sub from 1 by 1
                    until ws-recv-sub > 36
                   add recv-bucket (ws-recv-sub)
                       to ws-recv-hash-total
                   add recv-bucket (ws-recv-sub)
                       to ws-recv-seg-hash
                   divide ws-recv-sub by 3 giving ws-ctl-quotient
                       remainder ws-ctl-type-sub
                   if ws-ctl-type-sub = 0
                       move 3           to ws-ctl-type-sub
                   end-if
                   add recv-bucket (ws-recv-sub)
                       to ws-ctl-recv-calls (ws-ctl-type-sub)
               end-perform
           end-if.
      *
      *one site's segment against its own trailer - a FAIL line for
      *each way it doesn't reconcile, else a PASS line naming the
      *site, so the listing shows which site's file is at fault
       115-reconcile-site-segment.
           add 1                        to ws-recv-trailer-count.
           move ws-recv-seg-failures   to ws-recv-fail-before.
           if ws-recv-trl-count not = ws-recv-seg-count
               move ws-recv-seg-count  to ws-check-num-6
               move spaces              to ws-check-line-text
               string "SITE '" recv-trailer-site
                      "' RECORD COUNT " ws-check-num-6
                      " DOES NOT MATCH ITS TRAILER"
                   delimited by size into ws-check-line-text
               end-string
               perform 020-report-fail
               add 1                    to ws-recv-seg-failures
           end-if.
           if ws-recv-trl-hash not = ws-recv-seg-hash
               move ws-recv-seg-hash   to ws-check-num-12
               move spaces              to ws-check-line-text
               string "SITE '" recv-trailer-site
                      "' HASH TOTAL " ws-check-num-12
                      " DOES NOT MATCH ITS TRAILER"
                   delimited by size into ws-check-line-text
               end-string
               perform 020-report-fail
               add 1                    to ws-recv-seg-failures
           end-if.
           if ws-recv-seg-count > 0
               and (ws-recv-seg-mixed
                    or ws-recv-seg-site not = recv-trailer-site)
               move spaces              to ws-check-line-text
               string "RECORDS UNDER THE TRAILER FOR SITE '"
                      recv-trailer-site "' ARE NOT ALL THAT SITE'S"
                   delimited by size into ws-check-line-text
               end-string
               perform 020-report-fail
               add 1                    to ws-recv-seg-failures
           end-if.
           perform varying ws-recv-sub from 1 by 1
                until ws-recv-sub > ws-recv-trailer-count - 1
                   or ws-recv-sub > 20
               if ws-recv-site-seen (ws-recv-sub) = recv-trailer-site
                   move spaces          to ws-check-line-text
                   string "SITE '" recv-trailer-site
                          "' HAS MORE THAN ONE TRAILER ON RECVFILE"
                       delimited by size into ws-check-line-text
                   end-string
                   perform 020-report-fail
                   add 1                to ws-recv-seg-failures
               end-if
           end-perform.
           if ws-recv-trailer-count not > 20
               move recv-trailer-site
                   to ws-recv-site-seen (ws-recv-trailer-count)
           end-if.
           if ws-recv-seg-failures = ws-recv-fail-before
               move ws-recv-seg-count  to ws-check-num-6
               move spaces              to ws-check-line-text
               string "SITE '" recv-trailer-site
                      "' TRAILER RECONCILES - " ws-check-num-6
                      " RECORDS"
                   delimited by size into ws-check-line-text
               end-string
               perform 010-report-pass
           end-if.
           move 0                       to ws-recv-seg-count.
           move 0                       to ws-recv-seg-hash.
           move 'N'                     to ws-recv-seg-mixed-flag.
      *
      *the feed as a whole - at least one trailer, nothing after the
      *last one, and every site's segment reconciled above
       120-reconcile-trailer.
           if not ws-recv-trailer-seen
               move "RECVFILE HAS NO TRL CONTROL TRAILER"
                   to ws-check-line-text
               perform 020-report-fail
           else
               move ws-recv-seg-count  to ws-recv-after-trailer
               if ws-recv-after-trailer > 0
                   move "RECVFILE HAS DATA RECORDS AFTER THE TRAILER"
                       to ws-check-line-text
                   perform 020-report-fail
               end-if
               if ws-recv-after-trailer = 0
                   and ws-recv-seg-failures = 0
                   move ws-recv-record-count to ws-check-num-6
                   move spaces          to ws-check-line-text
                   string "RECVFILE PRESENT, TRAILER RECONCILES - "
                          ws-check-num-6 " RECORDS"
                       delimited by size into ws-check-line-text
                   end-string
                   perform 010-report-pass
               end-if
           end-if.
      *
      *every site on the SITES= list against the trailers seen on
      *RECVFILE - a FAIL line for each one missing
       150-check-expected-sites.
           open input site-parm-file.
           if ws-site-parm-file-status = "00"
               perform until ws-site-parm-end
                   read site-parm-file
                       at end
                           move 'Y'     to ws-site-parm-eof-flag
                       not at end
                           perform 155-apply-site-parameter
                   end-read
               end-perform
           end-if.
           close site-parm-file.
      *
           if ws-exp-site-count = 0
               move "NO SITES= LIST ON SITEPARM - SITES NOT CHECKED"
                   to ws-check-line-text
               perform 030-report-note
           else
               move ws-recv-trailer-count to ws-site-seen-count
               if ws-site-seen-count > 20
                   move 20              to ws-site-seen-count
               end-if
               perform varying ws-site-sub from 1 by 1
                    until ws-site-sub > ws-exp-site-count
                   move 'N'             to ws-site-found-flag
                   perform varying ws-recv-sub from 1 by 1
                        until ws-recv-sub > ws-site-seen-count
                       if ws-recv-site-seen (ws-recv-sub) =
                           ws-exp-site (ws-site-sub)
                           move 'Y'     to ws-site-found-flag
                       end-if
                   end-perform
                   if not ws-site-found
                       add 1            to ws-site-missing
                       move spaces      to ws-check-line-text
                       string "SITE '" ws-exp-site (ws-site-sub)
                              "' IS ON THE SITES= LIST BUT HAS NO "
                              "TRAILER ON RECVFILE"
                           delimited by size into ws-check-line-text
                       end-string
                       perform 020-report-fail
                   end-if
               end-perform
               perform varying ws-recv-sub from 1 by 1
                    until ws-recv-sub > ws-site-seen-count
                   move 'N'             to ws-site-found-flag
                   perform varying ws-site-sub from 1 by 1
                        until ws-site-sub > ws-exp-site-count
                       if ws-recv-site-seen (ws-recv-sub) =
                           ws-exp-site (ws-site-sub)
                           move 'Y'     to ws-site-found-flag
                       end-if
                   end-perform
                   if not ws-site-found
                       move spaces      to ws-check-line-text
                       string "SITE '" ws-recv-site-seen (ws-recv-sub)
                              "' HAS A TRAILER ON RECVFILE BUT IS NOT "
                              "ON THE SITES= LIST"
                           delimited by size into ws-check-line-text
                       end-string
                       perform 030-report-note
                   end-if
               end-perform
               if ws-site-missing = 0
                   move ws-exp-site-count to ws-check-num-6
                   move spaces          to ws-check-line-text
                   string "EVERY SITE ON THE SITES= LIST HAS ITS "
                          "TRAILER - " ws-check-num-6 " SITES"
                       delimited by size into ws-check-line-text
                   end-string
                   perform 010-report-pass
               end-if
           end-if.
      *
      *SITES= is the only keyword, '*' in column one is a comment.
      *A bad line or a site code longer than three fails the check
       155-apply-site-parameter.
           if site-parm-rec = spaces
               or site-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-site-keyword
               move spaces              to ws-site-value
               unstring site-parm-rec delimited by "="
                   into ws-site-keyword ws-site-value
               end-unstring
               if ws-site-keyword = "SITES"
                   move 1               to ws-site-pointer
                   perform until ws-site-pointer > 59
                       move spaces      to ws-site-work
                       unstring ws-site-value delimited by ","
                           into ws-site-work
                           with pointer ws-site-pointer
                       end-unstring
                       evaluate true
                           when ws-site-work = spaces
                               continue
                           when ws-site-work (4:5) not = spaces
                               or ws-exp-site-count not < 20
                               move spaces
                                        to ws-check-line-text
                               string "SITEPARM SITE '" ws-site-work
                                      "' NOT A SITE CODE OR MORE "
                                      "THAN 20 SITES"
                                   delimited by size
                                   into ws-check-line-text
                               end-string
                               perform 020-report-fail
                           when other
                               add 1    to ws-exp-site-count
                               move ws-site-work (1:3)
                                   to ws-exp-site (ws-exp-site-count)
                       end-evaluate
                   end-perform
               else
                   move spaces          to ws-check-line-text
                   string "BAD SITEPARM LINE: " site-parm-rec (1:40)
                       delimited by size into ws-check-line-text
                   end-string
                   perform 020-report-fail
               end-if
           end-if.
      *
               end-unstring
               evaluate ws-parm-keyword
                   when "MAX-MONTHLY-CALLS"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-max-monthly-calls
                       else
                           perform 215-flag-parameter-error
                       end-if
                   when "THRESHOLD-LOW"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-low
                       else
                           perform 215-flag-parameter-error
                       end-if
                   when "THRESHOLD-HIGH"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-high
                       else
                           perform 215-flag-parameter-error
                   to ws-check-line-text
               perform 030-report-note
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
                       display "A5CCPREF: BAD CTLPARM LINE: "
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
           move "A5CCPREF"               to ctl-rec-program.
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
      *costs this run its control records, not its verdict, so it
      *is only displayed - the go/no-go stays the check's own
       970-write-ledger.
           open extend ctl-ledger-file.
           if ws-ctl-ledger-file-status = "00"
               perform 975-write-ledger-records
               close ctl-ledger-file
           else
               display "A5CCPREF: CTLLEDGR OPEN FAILED, STATUS "
                       ws-ctl-ledger-file-status
                       " - NO LEDGER RECORDS WRITTEN"
           end-if.
      *
      *the feed as the check found it - a received file that wasn't
      *there goes on the ledger as nothing read
       975-write-ledger-records.
           perform 958-clear-ledger-figures.
           move "RECVFILE"              to ws-ctl-file.
           move "I"                     to ws-ctl-direction.
           move ws-recv-record-count    to ws-ctl-records-in.
           move ws-recv-record-count    to ws-ctl-records-out.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-recv-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
      *
       end program A5CCPREF.

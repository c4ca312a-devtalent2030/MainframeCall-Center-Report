       identification division.
       program-id. A5CCCNV.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *one-time record layout conversion for the six-digit operator
      *number - rewrites a file kept in the old layout into the
      *widened one, without changing a single count, so history
      *written before the change still reads alongside history
      *written after it. The CNVPARM card names what is being
      *converted, one file (or master/history pair) per run:
      *
      *CONVERT=FEED   - a 111-byte INFILE generation into the
      *                 200-byte feed layout: operator number zero-
      *                 padded to six digits, every monthly bucket
      *                 zero-padded to five, the TRL trailer carried
      *                 across with its count and hash widened. The
      *                 bucket values don't change, so the hash
      *                 doesn't either - the converted generation
      *                 reconciles exactly as the original did, and
      *                 one that didn't is flagged RC 4 here rather
      *                 than quietly re-blessed with a fresh trailer
      *CONVERT=DAILY  - an 80-byte DAYARCH daily-detail generation
      *CONVERT=HOURS  - the 80-byte SCHEDHRS scheduled-hours file
      *                 (both just have the operator number widened
      *                 at the front and the rest of the record moved
      *                 along behind it)
      *CONVERT=MASTER - OPRMAST and OPRHIST, old clusters read in key
      *                 order and loaded into newly defined clusters
      *                 with the wider key. Zero-padding keeps the key
      *                 order, so the loads go in sequence. Every
      *                 operator on the old master is loaded active,
      *                 with no hire or leave month; a record
      *                 that can't be loaded ends the run RC 16 so the
      *                 rename that follows never swaps in a short
      *                 master. The operators go onto the new master
      *                 at the site named by a SITE= line, blank when
      *                 there isn't one
      *
      *a listing of what was read, written and checked goes to
      *CNVLIST for the conversion run book
      *
       environment division.
       input-output section.
       file-control.
      *
           select cnv-parm-file
               assign to CNVPARM
               organization is sequential
               file status is ws-cnv-parm-file-status.
      *
           select old-feed-file
               assign to OLDFEED
               organization is sequential.
      *
           select new-feed-file
               assign to NEWFEED
               organization is sequential.
      *
           select old-dtl-file
               assign to OLDDTL
               organization is sequential.
      *
           select new-dtl-file
               assign to NEWDTL
               organization is sequential.
      *
           select old-master-file
               assign to OLDMAST
               organization is indexed
               access mode is sequential
               record key is old-opr-rec-num
               file status is ws-old-mst-file-status.
      *
           select new-master-file
               assign to NEWMAST
               organization is indexed
               access mode is sequential
               record key is new-opr-rec-num
               file status is ws-new-mst-file-status.
      *
           select old-history-file
               assign to OLDHIST
               organization is indexed
               access mode is sequential
               record key is old-opr-hist-key
               file status is ws-old-hist-file-status.
      *
           select new-history-file
               assign to NEWHIST
               organization is indexed
               access mode is sequential
               record key is new-opr-hist-key
               file status is ws-new-hist-file-status.
      *
           select list-file
               assign to CNVLIST
               organization is sequential.
      *
       data division.
       file section.
      *
       fd cnv-parm-file
           data record is cnv-parm-rec
           record contains 80 characters.
      *
       01 cnv-parm-rec                 pic x(80).
      *
      *the monthly feed as it was before the operator number went to
      *six digits - three-digit number, 999 buckets, TRL trailer
      *with an eight-digit hash
       fd old-feed-file
           data record is old-feed-rec
           record contains 111 characters.
      *
       01 old-feed-rec.
           05 old-feed-num             pic x(3).
           05 old-feed-buckets.
                10 old-feed-bucket     pic 999 occurs 36 times.
           05 old-feed-buckets-x redefines old-feed-buckets.
                10 old-feed-bucket-x   pic x(3) occurs 36 times.
      *
       01 old-feed-trailer-rec redefines old-feed-rec.
           05 old-trailer-marker       pic x(3).
           05 old-trailer-record-count pic 9(6).
           05 old-trailer-hash-total   pic 9(8).
           05 filler                   pic x(94).
      *
      *the widened feed - same layout A5CCDLY writes and A5CCORPT
      *reads. Each bucket is built as two zero bytes in front of the
      *old three, which zero-pads a numeric count and leaves a bad
      *one just as bad, so the monthly run flags it the same way
       fd new-feed-file
           data record is new-feed-rec
           record contains 200 characters.
      *
       01 new-feed-rec.
           05 new-feed-num.
                10 new-feed-num-pad    pic x(3).
                10 new-feed-num-old    pic x(3).
           05 new-feed-bucket          occurs 36 times.
                10 new-feed-bucket-pad pic x(2).
                10 new-feed-bucket-old pic x(3).
           05 filler                   pic x(14).
      *
       01 new-feed-trailer-rec redefines new-feed-rec.
           05 new-trailer-marker       pic x(6).
           05 new-trailer-record-count pic 9(6).
           05 new-trailer-hash-total   pic 9(12).
           05 filler                   pic x(176).
      *
      *daily detail and scheduled hours both lead with the operator
      *number and are 80 bytes either side of the change - only the
      *number widens, the rest of the record moves along behind it
       fd old-dtl-file
           data record is old-dtl-rec
           record contains 80 characters.
      *
       01 old-dtl-rec.
           05 old-dtl-num              pic x(3).
           05 old-dtl-rest             pic x(77).
      *
       fd new-dtl-file
           data record is new-dtl-rec
           record contains 80 characters.
      *
       01 new-dtl-rec.
           05 new-dtl-num.
                10 new-dtl-num-pad     pic x(3).
                10 new-dtl-num-old     pic x(3).
           05 new-dtl-rest             pic x(74).
      *
       fd old-master-file
           data record is old-opr-rec.
      *
       01 old-opr-rec.
           05 old-opr-rec-num          pic x(3).
           05 old-opr-rec-name         pic x(12).
           05 old-opr-rec-dept         pic x(4).
      *
       fd new-master-file
           data record is new-opr-rec.
      *
       01 new-opr-rec.
           05 new-opr-rec-num.
                10 new-opr-rec-num-pad pic x(3).
                10 new-opr-rec-num-old pic x(3).
           05 new-opr-rec-name         pic x(12).
           05 new-opr-rec-dept         pic x(4).
           05 new-opr-rec-hire-yyyymm  pic 9(6).
           05 new-opr-rec-leave-yyyymm pic 9(6).
           05 new-opr-rec-status       pic x(1).
           05 new-opr-rec-site         pic x(3).
      *
       fd old-history-file
           data record is old-opr-hist-rec.
      *
       01 old-opr-hist-rec.
           05 old-opr-hist-key.
                10 old-opr-hist-num        pic x(3).
                10 old-opr-hist-eff-yyyymm pic 9(6).
           05 old-opr-hist-dept        pic x(4).
      *
       fd new-history-file
           data record is new-opr-hist-rec.
      *
       01 new-opr-hist-rec.
           05 new-opr-hist-key.
                10 new-opr-hist-num.
                     15 new-opr-hist-num-pad  pic x(3).
                     15 new-opr-hist-num-old  pic x(3).
                10 new-opr-hist-eff-yyyymm pic 9(6).
           05 new-opr-hist-dept        pic x(4).
      *
       fd list-file
           data record is list-line
           record contains 132 characters.
      *
       01 list-line                    pic x(132).
      *
       working-storage section.
      *
       01 ws-blank-line.
          05 filler                             pic x(132).
      *
       01 ws-constants.
           05 ws-old-marker-value               pic x(3) value "TRL".
           05 ws-new-marker-value               pic x(6) value "TRL".
           05 ws-num-pad-value                  pic x(3) value "000".
           05 ws-bucket-pad-value               pic x(2) value "00".
      *
      *conversion card - no card, no CONVERT= line or an unknown
      *value aborts: a one-time rewrite of history is not something
      *to default
       01 ws-cnv-parm-control.
           05 ws-cnv-parm-file-status  pic xx.
           05 ws-cnv-parm-eof-flag     pic x    value 'N'.
               88 ws-cnv-parm-end               value 'Y'.
           05 ws-cnv-parm-error-flag   pic x    value 'N'.
               88 ws-cnv-parm-in-error          value 'Y'.
           05 ws-cnv-parm-keyword      pic x(20).
           05 ws-cnv-parm-value        pic x(59).
      *
       01 ws-cnv-mode                  pic x(6) value spaces.
           88 ws-cnv-feed                       value "FEED".
           88 ws-cnv-daily                      value "DAILY".
           88 ws-cnv-hours                      value "HOURS".
           88 ws-cnv-master                     value "MASTER".
      *
      *the site the operators being loaded work out of
       01 ws-cnv-site-code             pic x(3) value spaces.
      *
       01 ws-old-mst-file-status       pic xx.
       01 ws-new-mst-file-status       pic xx.
       01 ws-old-hist-file-status      pic xx.
       01 ws-new-hist-file-status      pic xx.
      *
       01 ws-flags.
           05 ws-eof-flag              pic x    value 'N'.
               88 ws-end-of-file                value 'Y'.
           05 ws-trailer-seen-flag     pic x    value 'N'.
               88 ws-trailer-seen               value 'Y'.
           05 ws-trailer-break-flag    pic x    value 'N'.
               88 ws-trailer-break              value 'Y'.
      *
       01 ws-counters.
           05 ws-bucket-sub            pic 99   value 0.
           05 ws-records-read          pic 9(7) value 0.
           05 ws-records-written       pic 9(7) value 0.
           05 ws-non-numeric-nums      pic 9(7) value 0.
           05 ws-write-failures        pic 9(7) value 0.
           05 ws-history-read          pic 9(7) value 0.
           05 ws-history-written       pic 9(7) value 0.
           05 ws-feed-record-count     pic 9(7) value 0.
           05 ws-feed-hash-total       pic 9(12) value 0.
           05 ws-old-trl-count         pic 9(6)  value 0.
           05 ws-old-trl-hash          pic 9(8)  value 0.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(34)
               value 'A5CCCNV Record Layout Conversion  '.
           05 filler                   pic x(5)
               value spaces.
           05 ws-heading-date          pic 9(6).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(70)
               value spaces.
      *
       01 ws-mode-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Conversion:                      '.
           05 ws-mode-line-mode        pic x(6).
           05 filler                   pic x(91) value spaces.
      *
       01 ws-site-line.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Site:                            '.
           05 ws-site-line-site        pic x(3).
           05 filler                   pic x(94) value spaces.
      *
       01 ws-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-total-line-label      pic x(33).
           05 ws-total-line-count      pic zzzzzzzzzzz9.
           05 filler                   pic x(85) value spaces.
      *
       01 ws-notice-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-notice-line-text      pic x(70).
           05 filler                   pic x(60) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 010-load-conversion-mode.
      *
           open output list-file.
      *
           accept ws-heading-date from date.
           accept ws-heading-time from time.
      *
           perform 100-print-headings.
      *
           evaluate true
               when ws-cnv-feed
                   perform 200-convert-feed
               when ws-cnv-daily
               when ws-cnv-hours
                   perform 300-convert-detail
               when ws-cnv-master
                   perform 400-convert-master
           end-evaluate.
      *
           perform 500-print-totals.
      *
           close list-file.
      *
      *a record that couldn't be loaded means the new file is short
      *- RC 16 stops the job before anything is renamed or rolled.
      *A feed whose old trailer never reconciled still converts
      *faithfully, but RC 4 puts it in front of someone
           if ws-write-failures > 0
               display "A5CCCNV: " ws-write-failures
                       " RECORDS NOT LOADED - RUN ABORTED"
               move 16                  to return-code
           else
               if ws-trailer-break
                   or (ws-cnv-feed and not ws-trailer-seen)
                   move 4               to return-code
               end-if
           end-if.
      *
           stop run.
      *
      *the conversion card - CONVERT=FEED, DAILY, HOURS or MASTER
      *and the SITE= the master is loaded at, '*' in column one is a
      *comment
       010-load-conversion-mode.
           open input cnv-parm-file.
           if ws-cnv-parm-file-status = "00"
               perform until ws-cnv-parm-end
                   read cnv-parm-file
                       at end
                           move 'Y'     to ws-cnv-parm-eof-flag
                       not at end
                           perform 012-apply-conversion-line
                   end-read
               end-perform
               close cnv-parm-file
           end-if.
           if ws-cnv-mode = spaces
               move 'Y'                 to ws-cnv-parm-error-flag
           end-if.
           if ws-cnv-parm-in-error
               display "A5CCCNV: INVALID CNVPARM CARD - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       012-apply-conversion-line.
           if cnv-parm-rec = spaces
               or cnv-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-cnv-parm-keyword
               move spaces              to ws-cnv-parm-value
               unstring cnv-parm-rec delimited by "="
                   into ws-cnv-parm-keyword ws-cnv-parm-value
               end-unstring
               evaluate ws-cnv-parm-keyword
                   when "CONVERT"
                       move ws-cnv-parm-value (1:6)
                                        to ws-cnv-mode
                       if not ws-cnv-feed and not ws-cnv-daily
                           and not ws-cnv-hours and not ws-cnv-master
                           move spaces  to ws-cnv-mode
                           move 'Y'     to ws-cnv-parm-error-flag
                           display "A5CCCNV: BAD CONVERT LINE: "
                                   cnv-parm-rec
                       end-if
                   when "SITE"
                       if ws-cnv-parm-value (4:56) = spaces
                           move ws-cnv-parm-value (1:3)
                                        to ws-cnv-site-code
                       else
                           move 'Y'     to ws-cnv-parm-error-flag
                           display "A5CCCNV: BAD SITE LINE: "
                                   cnv-parm-rec
                       end-if
                   when other
                       move 'Y'         to ws-cnv-parm-error-flag
                       display "A5CCCNV: BAD CNVPARM LINE: "
                               cnv-parm-rec
               end-evaluate
           end-if.
      *
       100-print-headings.
           write list-line from ws-heading-line.
           write list-line from ws-blank-line.
           move ws-cnv-mode            to ws-mode-line-mode.
           write list-line from ws-mode-line.
           if ws-cnv-master
               move ws-cnv-site-code   to ws-site-line-site
               write list-line from ws-site-line
           end-if.
           write list-line from ws-blank-line.
      *
      *the feed is copied record for record - data records widened,
      *the trailer carried across, and the count and hash recounted
      *on the way through so the listing shows the generation still
      *reconciles in its new layout
       200-convert-feed.
           open input  old-feed-file
                output new-feed-file.
           perform until ws-end-of-file
               read old-feed-file
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       add 1            to ws-records-read
                       if old-feed-num = ws-old-marker-value
                           perform 220-convert-feed-trailer
                       else
                           perform 210-convert-feed-record
                       end-if
               end-read
           end-perform.
           close old-feed-file
                 new-feed-file.
      *
       210-convert-feed-record.
           move spaces                 to new-feed-rec.
           move ws-num-pad-value       to new-feed-num-pad.
           move old-feed-num           to new-feed-num-old.
           if old-feed-num not numeric
               add 1                    to ws-non-numeric-nums
           end-if.
           perform varying ws-bucket-sub from 1 by 1
                until ws-bucket-sub > 36
               move ws-bucket-pad-value
                   to new-feed-bucket-pad (ws-bucket-sub)
               move old-feed-bucket-x (ws-bucket-sub)
                   to new-feed-bucket-old (ws-bucket-sub)
               add old-feed-bucket (ws-bucket-sub)
                   to ws-feed-hash-total
           end-perform.
           add 1                        to ws-feed-record-count.
           write new-feed-rec.
           add 1                        to ws-records-written.
      *
      *the trailer goes across with its own figures, widened - the
      *recount is only compared, never substituted, so a generation
      *that was out of balance before stays visibly out of balance
       220-convert-feed-trailer.
           move 'Y'                    to ws-trailer-seen-flag.
           move old-trailer-record-count
                                        to ws-old-trl-count.
           move old-trailer-hash-total to ws-old-trl-hash.
           if old-trailer-record-count not = ws-feed-record-count
               or old-trailer-hash-total not = ws-feed-hash-total
               move 'Y'                 to ws-trailer-break-flag
           end-if.
           move spaces                 to new-feed-rec.
           move ws-new-marker-value    to new-trailer-marker.
           move old-trailer-record-count
                                        to new-trailer-record-count.
           move old-trailer-hash-total to new-trailer-hash-total.
           write new-feed-rec.
           add 1                        to ws-records-written.
      *
       300-convert-detail.
           open input  old-dtl-file
                output new-dtl-file.
           perform until ws-end-of-file
               read old-dtl-file
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       add 1            to ws-records-read
                       perform 310-convert-detail-record
               end-read
           end-perform.
           close old-dtl-file
                 new-dtl-file.
      *
       310-convert-detail-record.
           move ws-num-pad-value       to new-dtl-num-pad.
           move old-dtl-num            to new-dtl-num-old.
           move old-dtl-rest           to new-dtl-rest.
           if old-dtl-num not numeric
               add 1                    to ws-non-numeric-nums
           end-if.
           write new-dtl-rec.
           add 1                        to ws-records-written.
      *
      *both old clusters are read front to back in key order and
      *loaded into the new ones the same way - any open that fails
      *stops the run before a partial load can be renamed into place
       400-convert-master.
           open input  old-master-file
                output new-master-file
                input  old-history-file
                output new-history-file.
           if ws-old-mst-file-status not = "00"
               or ws-new-mst-file-status not = "00"
               or ws-old-hist-file-status not = "00"
               or ws-new-hist-file-status not = "00"
               display "A5CCCNV: MASTER/HISTORY OPEN FAILED - "
                       ws-old-mst-file-status " "
                       ws-new-mst-file-status " "
                       ws-old-hist-file-status " "
                       ws-new-hist-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           perform until ws-end-of-file
               read old-master-file next record
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       add 1            to ws-records-read
                       perform 410-convert-master-record
               end-read
           end-perform.
      *
           move 'N'                    to ws-eof-flag.
           perform until ws-end-of-file
               read old-history-file next record
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       add 1            to ws-history-read
                       perform 420-convert-history-record
               end-read
           end-perform.
      *
           close old-master-file
                 new-master-file
                 old-history-file
                 new-history-file.
      *
       410-convert-master-record.
           move ws-num-pad-value       to new-opr-rec-num-pad.
           move old-opr-rec-num        to new-opr-rec-num-old.
           move old-opr-rec-name       to new-opr-rec-name.
           move old-opr-rec-dept       to new-opr-rec-dept.
           move 0                       to new-opr-rec-hire-yyyymm.
           move 0                       to new-opr-rec-leave-yyyymm.
           move 'A'                    to new-opr-rec-status.
           move ws-cnv-site-code       to new-opr-rec-site.
           if old-opr-rec-num not numeric
               add 1                    to ws-non-numeric-nums
           end-if.
           write new-opr-rec
               invalid key
                   add 1                to ws-write-failures
                   display "A5CCCNV: OPRMAST KEY NOT LOADED: "
                           old-opr-rec-num
               not invalid key
                   add 1                to ws-records-written
           end-write.
      *
       420-convert-history-record.
           move ws-num-pad-value       to new-opr-hist-num-pad.
           move old-opr-hist-num       to new-opr-hist-num-old.
           move old-opr-hist-eff-yyyymm
                                        to new-opr-hist-eff-yyyymm.
           move old-opr-hist-dept      to new-opr-hist-dept.
           write new-opr-hist-rec
               invalid key
                   add 1                to ws-write-failures
                   display "A5CCCNV: OPRHIST KEY NOT LOADED: "
                           old-opr-hist-key
               not invalid key
                   add 1                to ws-history-written
           end-write.
      *
       500-print-totals.
           move 'Records read:'        to ws-total-line-label.
           move ws-records-read        to ws-total-line-count.
           write list-line from ws-total-line.
           move 'Records written:'     to ws-total-line-label.
           move ws-records-written     to ws-total-line-count.
           write list-line from ws-total-line.
           move 'Non-numeric operator numbers:'
                                        to ws-total-line-label.
           move ws-non-numeric-nums    to ws-total-line-count.
           write list-line from ws-total-line.
      *
           if ws-cnv-master
               move 'History records read:'
                                        to ws-total-line-label
               move ws-history-read    to ws-total-line-count
               write list-line from ws-total-line
               move 'History records written:'
                                        to ws-total-line-label
               move ws-history-written to ws-total-line-count
               write list-line from ws-total-line
               move 'Records not loaded:'
                                        to ws-total-line-label
               move ws-write-failures  to ws-total-line-count
               write list-line from ws-total-line
           end-if.
      *
           if ws-cnv-feed
               write list-line from ws-blank-line
               move 'Data records counted:'
                                        to ws-total-line-label
               move ws-feed-record-count
                                        to ws-total-line-count
               write list-line from ws-total-line
               move 'Hash total recomputed:'
                                        to ws-total-line-label
               move ws-feed-hash-total to ws-total-line-count
               write list-line from ws-total-line
               if ws-trailer-seen
                   move 'Trailer record count:'
                                        to ws-total-line-label
                   move ws-old-trl-count
                                        to ws-total-line-count
                   write list-line from ws-total-line
                   move 'Trailer hash total:'
                                        to ws-total-line-label
                   move ws-old-trl-hash
                                        to ws-total-line-count
                   write list-line from ws-total-line
               end-if
               write list-line from ws-blank-line
               evaluate true
                   when not ws-trailer-seen
                       move
                       '*** NO TRL TRAILER ON THE OLD GENERATION ***'
                                        to ws-notice-line-text
                   when ws-trailer-break
                       move
                       '*** OLD TRAILER OUT OF BALANCE - CARRIED AS IS'
                                        to ws-notice-line-text
                   when other
                       move
                       'Trailer reconciles - carried across widened'
                                        to ws-notice-line-text
               end-evaluate
               write list-line from ws-notice-line
           end-if.
      *
       end program A5CCCNV.

      *Program Description:
      *daily call-detail consolidation - reads the raw daily feed as
      *the switch produces it, one record per operator per day per
      *call type, rolls it up into the monthly 200-byte layout the
      *volumes report reads, and appends the TRL control trailer
      *with the record count and hash total the report reconciles.
      *Malformed daily records go to their own error listing instead
      *count and hash are re-cut over the merged result - so one
      *bad day costs a correction pass, not the whole
      *consolidation window
      *
      *multi-site: each contact centre's DAYFILE is consolidated in
      *its own run, named by SITE= on the optional SITEPARM card, so
      *one site's late or failed feed never holds up another's. The
      *site code goes on every monthly record written and on the
      *run's own TRL trailer, so the monthly stream can concatenate
      *the sites' received files and still reconcile each one on
      *its own. A daily record keyed for some other site is
      *rejected; one with the site left blank belongs to the run's
      *site. With no SITEPARM card the run is site-less, exactly as
      *before sites were recorded. A delta run's base file has to
      *be the same site's - anything else stops the run
      *
      *handle time: when an ACDFILE DD is present the ACD's daily
      *feed - talk, hold and after-call-work seconds per operator
      *per day per call type - is validated by the same rules as
      *the call detail and consolidated into HTFILE, one record per
      *operator per fiscal month per call type with the seconds
      *summed, closed by its own TRL trailer carrying the record
      *count, the hash of every second written and the site. The
      *seconds are proved a day at a time: an operator whose talk,
      *hold and after-call work over every call type come to more
      *than a day's 86400 seconds has that whole day rejected.
      *A5CCAHT reads it next to the monthly feed for the
      *average-handle-time and occupancy report. ACD rejects are
      *listed under their own heading and copied to ACDREJ in the
      *original layout. A delta run doesn't take the ACD feed -
      *corrected ACD records go in with the site's next full run
      *
      *prior-period adjustments: A5CCADJ keeps every adjustment it
      *applies to an INFILE generation on the ADJHIST history, with
      *the site it landed on. The daily detail never carries them,
      *so a full run applies the history records for its site and
      *for a month of the fiscal year after the daily calls are in,
      *and the received file comes out restated the way A5CCADJ
      *left the generation - a rebuild never drops an adjustment.
      *One that would take a bucket below zero or past 99999 is
      *listed with its reason and not applied. A delta run's base
      *already carries them, and without a fiscal year there is no
      *dated month to apply them to, so neither reads ADJHIST
      *
      *control ledger: when a CTLPARM card names the job and step,
      *the run appends one record per file to the shared CTLLEDGR -
      *DAYFILE read, accepted and rejected with the accepted calls
      *by type, BASEFILE's operators and calls on a delta run, the
      *ADJHIST calls added (I) and taken off (R) on a full run,
      *RECVFILE's operators and calls as written, and the ACD and
      *handle-time record counts - so A5CCBAL can trace the month's
      *calls from the switch to the bill
      *
       environment division.
       input-output section.
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
      *the ACD's daily handle-time feed - absent (status 05 on
      *open) means there is no handle time to consolidate this run
           select optional acd-file
               assign to ACDFILE
               organization is sequential
               file status is ws-acd-file-status.
      *
      *sorted by operator, fiscal month and call type so the
      *seconds sum up on a single control break
           select acd-sort-file
               assign to ACDSORT.
      *
           select ht-file
               assign to HTFILE
               organization is sequential.
      *
      *ACD rejects in the original 80-byte layout, for correction
           select acd-reject-file
               assign to ACDREJ
               organization is sequential.
      *
      *site card - SITE= names the contact centre this DAYFILE
      *belongs to. Kept off PARMCARD, which every site shares
           select optional site-parm-file
               assign to SITEPARM
               organization is sequential
               file status is ws-site-parm-file-status.
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
      *A5CCADJ's history of the prior-period adjustments applied -
      *absent (status 05 on open) means there are none to apply
           select optional adj-hist-file
               assign to ADJHIST
               organization is sequential
               file status is ws-adjh-file-status.
      *
       data division.
       file section.
           record contains 80 characters.
      *
       01 dly-rec.
           05 dly-rec-num              pic x(6).
           05 dly-rec-date             pic x(8).
                05 dly-rec-date-parts redefines dly-rec-date.
                     10 dly-rec-yyyymm      pic 9(6).
           05 dly-rec-count            pic x(3).
                05 dly-rec-count-n redefines dly-rec-count
                                        pic 9(3).
      *contact centre the switch record came from - blank on a
      *single-site feed
           05 dly-rec-site             pic x(3).
           05 filler                   pic x(59).
      *
       sd dly-sort-file
           data record is dly-sort-rec.
      *
       01 dly-sort-rec.
           05 dly-sort-num             pic x(6).
           05 dly-sort-date            pic x(8).
                05 dly-sort-date-parts redefines dly-sort-date.
                     10 dly-sort-yyyymm     pic 9(6).
                     10 dly-sort-dd         pic 9(2).
           05 dly-sort-type            pic x(1).
           05 dly-sort-count           pic 9(3).
           05 dly-sort-site            pic x(3).
           05 filler                   pic x(59).
      *an adjustment off ADJHIST goes through the sort behind the
      *daily records with its signed count and the history record
           05 dly-sort-adj-flag        pic x(1).
               88 dly-sort-adjustment           value 'A'.
           05 dly-sort-adj-sign        pic x(1).
           05 dly-sort-adj-count       pic 9(5).
           05 dly-sort-adj-image       pic x(80).
      *
      *the monthly layout the volumes report reads - twelve
      *inbound/outbound/transfer triplets per operator, with the
      *control trailer in the same 200-character slot. The tail of
      *the record is reserved so the next field added doesn't
      *change the record length every reader is built around
       fd out-file
           data record is out-rec
           record contains 200 characters.
      *
       01 out-rec.
           05 out-rec-num              pic x(6).
           05 out-rec-month-calls      occurs 12 times.
                10 out-rec-calls-inbound    pic 9(5).
                10 out-rec-calls-outbound   pic 9(5).
                10 out-rec-calls-transfer   pic 9(5).
           05 out-rec-site             pic x(3).
           05 filler                   pic x(11).
      *
      *the trailer names the site its count and hash cover, so a
      *monthly feed built from several sites' files carries one
      *trailer per site
       01 out-trailer-rec redefines out-rec.
           05 out-trailer-marker       pic x(6).
           05 out-trailer-record-count pic 9(6).
           05 out-trailer-hash-total   pic 9(12).
           05 out-trailer-site         pic x(3).
           05 filler                  pic x(173).
      *
       fd err-file
           data record is err-line
      *
       01 rej-rec                      pic x(80).
      *
      *same 200-character layout the roll-up writes - data records
      *and the TRL trailer this run re-cuts
       fd base-file
           data record is base-rec
           record contains 200 characters.
      *
       01 base-rec.
           05 base-rec-num             pic x(6).
           05 base-rec-month-calls     occurs 12 times.
                10 base-rec-calls-inbound   pic 9(5).
                10 base-rec-calls-outbound  pic 9(5).
                10 base-rec-calls-transfer  pic 9(5).
           05 base-rec-site            pic x(3).
           05 filler                   pic x(11).
      *
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
      *one record per operator per day per call type off the ACD -
      *seconds talking, on hold and in after-call work
       fd acd-file
           data record is acd-rec
           record contains 80 characters.
      *
       01 acd-rec.
           05 acd-rec-num              pic x(6).
           05 acd-rec-date             pic x(8).
                05 acd-rec-date-parts redefines acd-rec-date.
                     10 acd-rec-yyyymm      pic 9(6).
                     10 acd-rec-dd          pic 9(2).
           05 acd-rec-type             pic x(1).
           05 acd-rec-talk             pic x(5).
                05 acd-rec-talk-n redefines acd-rec-talk
                                        pic 9(5).
           05 acd-rec-hold             pic x(5).
                05 acd-rec-hold-n redefines acd-rec-hold
                                        pic 9(5).
           05 acd-rec-acw              pic x(5).
                05 acd-rec-acw-n redefines acd-rec-acw
                                        pic 9(5).
           05 acd-rec-site             pic x(3).
           05 filler                   pic x(47).
      *
       sd acd-sort-file
           data record is acd-sort-rec.
      *
       01 acd-sort-rec.
           05 acd-sort-num             pic x(6).
           05 acd-sort-slot            pic 99.
           05 acd-sort-dd              pic 99.
           05 acd-sort-type            pic x(1).
           05 acd-sort-talk            pic 9(5).
           05 acd-sort-hold            pic 9(5).
           05 acd-sort-acw             pic 9(5).
           05 acd-sort-image           pic x(80).
      *
      *handle time per operator per fiscal month per call type -
      *the month as its fiscal slot, its name and, when a fiscal
      *year is in force, its yyyymm
       fd ht-file
           data record is ht-rec
           record contains 80 characters.
      *
       01 ht-rec.
           05 ht-rec-num               pic x(6).
           05 ht-rec-slot              pic 99.
           05 ht-rec-month             pic x(3).
           05 ht-rec-yyyymm            pic 9(6).
           05 ht-rec-type              pic x(1).
           05 ht-rec-talk              pic 9(8).
           05 ht-rec-hold              pic 9(8).
           05 ht-rec-acw               pic 9(8).
           05 ht-rec-site              pic x(3).
           05 filler                   pic x(35).
      *
       01 ht-trailer-rec redefines ht-rec.
           05 ht-trailer-marker        pic x(6).
           05 ht-trailer-record-count  pic 9(6).
           05 ht-trailer-hash-total    pic 9(12).
           05 ht-trailer-site          pic x(3).
           05 filler                   pic x(53).
      *
       fd acd-reject-file
           data record is acd-rej-rec
           record contains 80 characters.
      *
       01 acd-rej-rec                  pic x(80).
      *
       fd site-parm-file
           data record is site-parm-rec
           record contains 80 characters.
      *
       01 site-parm-rec                pic x(80).
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
      *the adjustment card as keyed (columns 1-43), then the site it
      *landed on and the day and deck that applied it
       fd adj-hist-file
           data record is adjh-rec
           record contains 80 characters.
      *
       01 adjh-rec.
           05 adjh-rec-num             pic x(6).
           05 adjh-rec-yyyymm          pic x(6).
                05 adjh-rec-yyyymm-n redefines adjh-rec-yyyymm
                                        pic 9(6).
           05 adjh-rec-type            pic x(1).
           05 adjh-rec-sign            pic x(1).
           05 adjh-rec-count           pic x(5).
           05 adjh-rec-reason          pic x(4).
           05 adjh-rec-approver        pic x(20).
           05 adjh-rec-site            pic x(3).
           05 adjh-rec-adj-date        pic 9(8).
           05 adjh-rec-adj-cards       pic 9(5).
           05 adjh-rec-adj-hash        pic 9(15).
           05 filler                   pic x(6).
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
      *
       01 ws-fiscal-year                pic 9(4) value 0.
      *
      *the site this run consolidates - spaces when no SITEPARM
      *card names one
       01 ws-site-control.
           05 ws-site-parm-file-status  pic xx.
           05 ws-site-parm-eof-flag     pic x    value 'N'.
               88 ws-site-parm-end               value 'Y'.
           05 ws-site-code              pic x(3) value spaces.
      *
      *calendar month number and yyyymm per fiscal slot - yyyymm
      *stays zeros without a fiscal year, in which case daily dates
      *are bucketed by calendar month alone and the year is not
               88 ws-operator-open               value 'Y'.
           05 ws-delta-mode-flag        pic x    value 'N'.
               88 ws-delta-mode                  value 'Y'.
           05 ws-acd-present-flag       pic x    value 'N'.
               88 ws-acd-present                 value 'Y'.
           05 ws-acd-eof-flag           pic x    value 'N'.
               88 ws-acd-feed-end                value 'Y'.
           05 ws-ht-sort-eof-flag       pic x    value 'N'.
               88 ws-ht-sort-end                 value 'Y'.
           05 ws-ht-open-flag           pic x    value 'N'.
               88 ws-ht-open                     value 'Y'.
      *
      *base-file control for a delta run - the operator number
      *under the base read, high-values once the base runs dry so
      *the merge can drain whichever side still has records
       01 ws-base-control.
           05 ws-base-file-status       pic xx.
           05 ws-base-key               pic x(6) value spaces.
      *
       01 ws-counters.
           05 ws-sub                    pic 99   value 0.
           05 ws-daily-accepted         pic 9(7) value 0.
           05 ws-daily-rejected         pic 9(7) value 0.
           05 ws-operators-written      pic 9(6) value 0.
           05 ws-hash-total             pic 9(12) value 0.
           05 ws-slot-found             pic 99   value 0.
           05 ws-bucket-work            pic 9(6) value 0.
           05 ws-rec-month              pic 99   value 0.
           05 ws-base-passed            pic 9(6) value 0.
           05 ws-base-merged            pic 9(6) value 0.
      *
      *the adjustment history applied on a full run
       01 ws-adjh-control.
           05 ws-adjh-file-status       pic xx.
           05 ws-adjh-eof-flag          pic x    value 'N'.
               88 ws-adjh-end                    value 'Y'.
           05 ws-adjh-present-flag      pic x    value 'N'.
               88 ws-adjh-present                value 'Y'.
           05 ws-adjh-read              pic 9(7) value 0.
           05 ws-adjh-released          pic 9(7) value 0.
           05 ws-adjh-applied           pic 9(7) value 0.
           05 ws-adjh-rejected          pic 9(7) value 0.
           05 ws-adjh-type-sub          pic 9    value 0.
           05 ws-adjh-bucket            pic s9(7) value 0.
      *
      *the handle-time side of the run
       01 ws-acd-control.
           05 ws-acd-file-status        pic xx.
           05 ws-acd-read               pic 9(7) value 0.
           05 ws-acd-accepted           pic 9(7) value 0.
           05 ws-acd-rejected           pic 9(7) value 0.
           05 ws-ht-written             pic 9(6) value 0.
           05 ws-ht-hash-total          pic 9(12) value 0.
      *
      *one operator's day off the sorted ACD feed, held until all of
      *its call types are in - the 86400-second ceiling is on the
      *day's total, and a day over it is rejected record by record
       01 ws-acd-day-control.
           05 ws-acd-day-num            pic x(6).
           05 ws-acd-day-slot           pic 99.
           05 ws-acd-day-dd             pic 99.
           05 ws-acd-day-seen           pic 9(4) value 0.
           05 ws-acd-day-held           pic 99   value 0.
           05 ws-acd-day-sub            pic 99   value 0.
           05 ws-acd-day-seconds        pic 9(9) value 0.
           05 ws-acd-day-entry          occurs 20 times.
               10 ws-acd-day-rec        pic x(106).
      *
       01 ws-acd-held-rec.
           05 ws-acd-held-num           pic x(6).
           05 ws-acd-held-slot          pic 99.
           05 ws-acd-held-dd            pic 99.
           05 ws-acd-held-type          pic x(1).
           05 ws-acd-held-talk          pic 9(5).
           05 ws-acd-held-hold          pic 9(5).
           05 ws-acd-held-acw           pic 9(5).
           05 ws-acd-held-image         pic x(80).
      *
      *the operator's month being built - a day's records arrive
      *in call type order, so the three types are summed side by
      *side and written I, O, T at the month's break
       01 ws-ht-month-control.
           05 ws-ht-num                 pic x(6).
           05 ws-ht-slot                pic 99.
           05 ws-ht-type-sub            pic 9    value 0.
           05 ws-ht-type-codes          pic x(3) value "IOT".
           05 ws-ht-type-entry          occurs 3 times.
               10 ws-ht-type-used       pic x.
               10 ws-ht-type-talk       pic 9(8).
               10 ws-ht-type-hold       pic 9(8).
               10 ws-ht-type-acw        pic 9(8).
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
      *accepted off DAYFILE, read off the base, written to RECVFILE
       01 ws-ctl-totals.
           05 ws-ctl-day-calls          pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-base-calls         pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-recv-calls         pic 9(11) occurs 3 times
                                                   value 0.
      *calls added and taken off by the adjustments applied
           05 ws-ctl-adj-plus-calls     pic 9(11) occurs 3 times
                                                   value 0.
           05 ws-ctl-adj-minus-calls    pic 9(11) occurs 3 times
                                                   value 0.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-site-notice-line.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(6) value "Site: ".
           05 ws-site-notice-code       pic x(3).
           05 filler                    pic x(121)
                value spaces.
      *
       01 ws-delta-notice-line.
           05 filler                    pic x(2) value spaces.
                value "No rejects on this run.   ".
           05 filler                    pic x(100)
                value spaces.
      *
       01 ws-acd-error-heading.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(20)
                value "Rejected ACD Records".
           05 filler                    pic x(108)
                value spaces.
      *
       01 ws-acd-delta-notice-line.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(50)
                value "ACD feed not taken on a delta run - not read.".
           05 filler                    pic x(80)
                value spaces.
      *
       01 ws-acd-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-acd-total-label       pic x(33).
           05 ws-acd-total-count       pic zzzzzzzzzzz9.
           05 filler                   pic x(85) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Hash total on trailer:           '.
           05 ws-total-line5-count     pic zzzzzzzzzzz9.
           05 filler                   pic x(85) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2)  value spaces.
      *rejected on the way in, the roll-up and trailer come out the
      *other side
      *duplicates in order so equal keys keep their arrival order -
      *when a bucket would pass 99999 it is the later-arriving daily
      *record that rejects, deterministically, run after run
           sort dly-sort-file
               on ascending key dly-sort-num
               with duplicates in order
               input procedure is 200-load-daily-feed
               output procedure is 300-consolidate-operators.
           if ws-daily-rejected = 0
               and ws-adjh-rejected = 0
               write err-line from ws-no-errors-line
           end-if.
      *
      *the ACD's handle-time feed, when there is one, validated and
      *summed the same way - a delta run leaves it alone
           open input acd-file.
           if ws-acd-file-status = "00"
               if ws-delta-mode
                   close acd-file
                   write err-line from ws-blank-line
                   write err-line from ws-acd-delta-notice-line
               else
                   move 'Y'             to ws-acd-present-flag
                   perform 400-consolidate-handle-time
               end-if
           else
               if ws-acd-file-status = "05"
                   close acd-file
               end-if
           end-if.
      *
           perform 500-print-totals.
      *
           close out-file
                 err-file
                 reject-file.
      *
           if ws-ctl-ledger-on
               perform 970-write-ledger
           end-if.
      *
      *rejects don't fail the job - the monthly feed is still whole
      *for every accepted record - but RC 4 flags the listing
           if ws-daily-rejected > 0
               or ws-acd-rejected > 0
               or ws-adjh-rejected > 0
               move 4                  to return-code
           end-if.
      *
           end-if.

           perform 035-derive-fiscal-slots.
           perform 040-load-site-card.
           perform 950-load-ledger-card.

       025-apply-parameter.
           if parm-rec = spaces
               end-perform
           end-if.

      *the SITEPARM card - SITE= and '*' comments only. Any other
      *line aborts, since a mis-keyed card would otherwise build a
      *site's feed under no site at all
       040-load-site-card.
           open input site-parm-file.
           if ws-site-parm-file-status = "00"
               perform until ws-site-parm-end
                   read site-parm-file
                       at end
                           move 'Y'     to ws-site-parm-eof-flag
                       not at end
                           perform 045-apply-site-line
                   end-read
               end-perform
           end-if.
           close site-parm-file.
           if ws-parm-in-error
               display "A5CCDLY: INVALID SITEPARM CARD - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.

       045-apply-site-line.
           if site-parm-rec = spaces
               or site-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring site-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               if ws-parm-keyword = "SITE"
                   and ws-parm-value (1:3) not = spaces
                   and ws-parm-value (4:56) = spaces
                   move ws-parm-value (1:3)
                                        to ws-site-code
               else
                   move 'Y'             to ws-parm-error-flag
                   display "A5CCDLY: BAD SITEPARM LINE: "
                           site-parm-rec
               end-if
           end-if.

       100-print-headings.
      *
           write err-line from ws-heading-line
           write err-line from ws-blank-line.
      *
           if ws-site-code not = spaces
               move ws-site-code        to ws-site-notice-code
               write err-line from ws-site-notice-line
               write err-line from ws-blank-line
           end-if.
      *
           if ws-delta-mode
               write err-line from ws-delta-notice-line
               end-read
           end-perform.
           close dly-file.
           if not ws-delta-mode
               and ws-fiscal-year > 0
               perform 210-load-adjustment-history
           end-if.

      *the history records for this site and a month of this fiscal
      *year, released behind the daily records so every adjustment
      *lands on the month as the daily calls built it. A history
      *file that won't open would leave the months unrestated, so
      *the run stops
       210-load-adjustment-history.
           open input adj-hist-file.
           if ws-adjh-file-status = "05"
               close adj-hist-file
           else
               if ws-adjh-file-status not = "00"
                   display "A5CCDLY: ADJHIST OPEN FAILED - STATUS "
                           ws-adjh-file-status " - RUN ABORTED"
                   move 16              to return-code
                   stop run
               end-if
               move 'Y'                 to ws-adjh-present-flag
               perform until ws-adjh-end
                   read adj-hist-file
                       at end
                           move 'Y'     to ws-adjh-eof-flag
                       not at end
                           add 1        to ws-adjh-read
                           perform 215-release-adjustment
                   end-read
               end-perform
               close adj-hist-file
           end-if.

       215-release-adjustment.
           move 0                       to ws-slot-found.
           if adjh-rec-site = ws-site-code
               and adjh-rec-yyyymm numeric
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if adjh-rec-yyyymm-n = ws-slot-yyyymm (ws-sub)
                       move ws-sub      to ws-slot-found
                   end-if
               end-perform
           end-if.
           if ws-slot-found > 0
               and adjh-rec-count not numeric
               move 0                   to ws-slot-found
               add 1                    to ws-adjh-released
                                           ws-adjh-rejected
               move "ADJUSTMENT COUNT NOT NUMERIC"
                                        to ws-error-reason
               move adjh-rec            to ws-error-rec-image
               write err-line from ws-error-line
           end-if.
           if ws-slot-found > 0
               move spaces              to dly-sort-rec
               move adjh-rec-num        to dly-sort-num
               move adjh-rec-yyyymm-n   to dly-sort-yyyymm
               move 0                   to dly-sort-dd
               move adjh-rec-type       to dly-sort-type
               move 0                   to dly-sort-count
               move adjh-rec-site       to dly-sort-site
               move 'A'                 to dly-sort-adj-flag
               move adjh-rec-sign       to dly-sort-adj-sign
               move adjh-rec-count      to dly-sort-adj-count
               move adjh-rec            to dly-sort-adj-image
               add 1                    to ws-adjh-released
               release dly-sort-rec
           end-if.

       220-validate-daily-record.
           if dly-rec-num not numeric
               move "NON-NUMERIC CALL COUNT"
                                        to ws-error-reason
               perform 240-reject-daily-record
           else
           if dly-rec-site not = spaces
               and dly-rec-site not = ws-site-code
               move "RECORD IS FOR ANOTHER SITE"
                                        to ws-error-reason
               perform 240-reject-daily-record
           else
               perform 225-check-fiscal-period
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *with a fiscal year in force the date has to land in one of

       230-release-daily-record.
           add 1                        to ws-daily-accepted.
           evaluate dly-rec-type
               when "I"
                   add dly-rec-count-n  to ws-ctl-day-calls (1)
               when "O"
                   add dly-rec-count-n  to ws-ctl-day-calls (2)
               when "T"
                   add dly-rec-count-n  to ws-ctl-day-calls (3)
           end-evaluate.
           release dly-sort-rec from dly-rec.

      *a reject goes to the printed listing with its reason AND to
                           perform 320-close-operator-record
                           perform 310-open-operator-record
                       end-if
                       if dly-sort-adjustment
                           perform 332-apply-adjustment-record
                       else
                           perform 330-apply-daily-record
                       end-if
               end-return
           end-perform.
           perform 320-close-operator-record.
                   perform 365-pass-base-record
               end-perform
           end-if.
           move spaces                 to out-rec.
           move dly-sort-num           to out-rec-num.
           move ws-site-code           to out-rec-site.
           if ws-delta-mode
               and ws-base-key = dly-sort-num
               perform varying ws-sub from 1 by 1
                   to ws-hash-total
               add out-rec-calls-transfer (ws-sub)
                   to ws-hash-total
               add out-rec-calls-inbound (ws-sub)
                   to ws-ctl-recv-calls (1)
               add out-rec-calls-outbound (ws-sub)
                   to ws-ctl-recv-calls (2)
               add out-rec-calls-transfer (ws-sub)
                   to ws-ctl-recv-calls (3)
           end-perform.

      *next data record off the base feed - its trailer is dropped
      *(this run re-cuts it over the merged result), high-values
      *marks the base as drained. A base record from some other
      *site means the wrong received file was set aside as the
      *base - merging into it would hand that site's operators
      *this site's code and trailer, so the run stops instead
       360-read-base-record.
           move spaces                  to ws-base-key.
           perform until ws-base-key not = spaces
                   not at end
                       if base-rec-num not = ws-trailer-marker-value
                           move base-rec-num to ws-base-key
                           if base-rec-site not = ws-site-code
                               display "A5CCDLY: BASEFILE IS FOR "
                                       "SITE '" base-rec-site
                                       "', NOT '" ws-site-code
                                       "' - RUN ABORTED"
                               move 16  to return-code
                               stop run
                           end-if
                           perform 362-count-base-calls
                       end-if
               end-read
           end-perform.

       362-count-base-calls.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               add base-rec-calls-inbound (ws-sub)
                   to ws-ctl-base-calls (1)
               add base-rec-calls-outbound (ws-sub)
                   to ws-ctl-base-calls (2)
               add base-rec-calls-transfer (ws-sub)
                   to ws-ctl-base-calls (3)
           end-perform.

       365-pass-base-record.
           move base-rec               to out-rec.
           write out-rec.

      *one daily record folded into its operator's monthly bucket -
      *the slot comes off the date's calendar month through the
      *fiscal month order. A bucket is five digits on the monthly
      *layout; a day that would push it past 99999 is rejected to
      *the error listing instead of wrapping the count
       330-apply-daily-record.
           move dly-sort-yyyymm        to ws-rec-month.
           move 0                       to ws-slot-found.
                   move out-rec-calls-inbound (ws-slot-found)
                                        to ws-bucket-work
                   add dly-sort-count   to ws-bucket-work
                   if ws-bucket-work > 99999
                       perform 335-reject-bucket-overflow
                   else
                       move ws-bucket-work
                   move out-rec-calls-outbound (ws-slot-found)
                                        to ws-bucket-work
                   add dly-sort-count   to ws-bucket-work
                   if ws-bucket-work > 99999
                       perform 335-reject-bucket-overflow
                   else
                       move ws-bucket-work
                   move out-rec-calls-transfer (ws-slot-found)
                                        to ws-bucket-work
                   add dly-sort-count   to ws-bucket-work
                   if ws-bucket-work > 99999
                       perform 335-reject-bucket-overflow
                   else
                       move ws-bucket-work
                   end-if
           end-evaluate.

      *one adjustment off the history against its bucket - the same
      *limits A5CCADJ applied it under. One that no longer fits the
      *month's calls is listed with the history record and left out
       332-apply-adjustment-record.
           move 0                       to ws-slot-found.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               if ws-slot-yyyymm (ws-sub) = dly-sort-yyyymm
                   move ws-sub          to ws-slot-found
               end-if
           end-perform.
           evaluate dly-sort-type
               when "I"
                   move 1               to ws-adjh-type-sub
                   move out-rec-calls-inbound (ws-slot-found)
                                        to ws-adjh-bucket
               when "O"
                   move 2               to ws-adjh-type-sub
                   move out-rec-calls-outbound (ws-slot-found)
                                        to ws-adjh-bucket
               when "T"
                   move 3               to ws-adjh-type-sub
                   move out-rec-calls-transfer (ws-slot-found)
                                        to ws-adjh-bucket
               when other
                   move 0               to ws-adjh-type-sub
           end-evaluate.
           if dly-sort-adj-sign = "-"
               subtract dly-sort-adj-count from ws-adjh-bucket
           else
               add dly-sort-adj-count   to ws-adjh-bucket
           end-if.
           evaluate true
               when ws-adjh-type-sub = 0
                   move "ADJUSTMENT CALL TYPE BAD"
                                        to ws-error-reason
                   perform 336-reject-adjustment
               when ws-adjh-bucket < 0
                   move "ADJUSTMENT BELOW ZERO"
                                        to ws-error-reason
                   perform 336-reject-adjustment
               when ws-adjh-bucket > 99999
                   move "ADJUSTMENT PAST 99999"
                                        to ws-error-reason
                   perform 336-reject-adjustment
               when other
                   add 1                to ws-adjh-applied
                   evaluate ws-adjh-type-sub
                       when 1
                           move ws-adjh-bucket
                               to out-rec-calls-inbound (ws-slot-found)
                       when 2
                           move ws-adjh-bucket
                               to out-rec-calls-outbound (ws-slot-found)
                       when 3
                           move ws-adjh-bucket
                               to out-rec-calls-transfer (ws-slot-found)
                   end-evaluate
                   if dly-sort-adj-sign = "-"
                       add dly-sort-adj-count
                           to ws-ctl-adj-minus-calls (ws-adjh-type-sub)
                   else
                       add dly-sort-adj-count
                           to ws-ctl-adj-plus-calls (ws-adjh-type-sub)
                   end-if
           end-evaluate.

       335-reject-bucket-overflow.
           subtract 1                  from ws-daily-accepted.
           add 1                        to ws-daily-rejected.
           evaluate dly-sort-type
               when "I"
                   subtract dly-sort-count from ws-ctl-day-calls (1)
               when "O"
                   subtract dly-sort-count from ws-ctl-day-calls (2)
               when "T"
                   subtract dly-sort-count from ws-ctl-day-calls (3)
           end-evaluate.
           move "MONTHLY BUCKET OVERFLOW"
                                        to ws-error-reason.
           move dly-sort-rec           to ws-error-rec-image.
           write err-line from ws-error-line.
           write rej-rec from dly-sort-rec.

      *listed only - the history record is A5CCADJ's, not a daily
      *record to correct and resubmit, so it stays off REJFILE
       336-reject-adjustment.
           add 1                        to ws-adjh-rejected.
           move dly-sort-adj-image     to ws-error-rec-image.
           write err-line from ws-error-line.

      *the control trailer the volumes report reconciles - record
      *count and hash total over what was actually written, in the
      *same 200-character slot as a data record
       340-write-control-trailer.
           move spaces                 to out-rec.
           move ws-trailer-marker-value to out-trailer-marker.
           move ws-operators-written   to out-trailer-record-count.
           move ws-hash-total          to out-trailer-hash-total.
           move ws-site-code           to out-trailer-site.
           write out-rec.

      *the ACD feed sorted by operator, fiscal month, day and call
      *type with its rejects listed under their own heading, and the
      *handle-time file built from what comes out of the sort
       400-consolidate-handle-time.
           open output ht-file
                       acd-reject-file.
           write err-line from ws-blank-line.
           write err-line from ws-acd-error-heading.
           write err-line from ws-blank-line.
           sort acd-sort-file
               on ascending key acd-sort-num
                                acd-sort-slot
                                acd-sort-dd
                                acd-sort-type
               with duplicates in order
               input procedure is 410-load-acd-feed
               output procedure is 450-consolidate-acd.
           if ws-acd-rejected = 0
               write err-line from ws-no-errors-line
           end-if.
           close ht-file
                 acd-reject-file.
      *
       410-load-acd-feed.
           perform until ws-acd-feed-end
               read acd-file
                   at end
                       move 'Y'         to ws-acd-eof-flag
                   not at end
                       add 1            to ws-acd-read
                       perform 420-validate-acd-record
               end-read
           end-perform.
           close acd-file.
      *
      *the call detail's checks, plus numeric seconds - whether the
      *seconds fit in a day is proved on the operator's whole day,
      *once the sort has brought it together (452)
       420-validate-acd-record.
           move 0                       to ws-slot-found.
           if acd-rec-num not numeric
               move "NON-NUMERIC OPERATOR NUMBER"
                                        to ws-error-reason
               perform 440-reject-acd-record
           else
           if acd-rec-date not numeric
               move "NON-NUMERIC DATE"  to ws-error-reason
               perform 440-reject-acd-record
           else
           if acd-rec-date (5:2) < "01"
               or acd-rec-date (5:2) > "12"
               move "MONTH NOT 01-12"   to ws-error-reason
               perform 440-reject-acd-record
           else
           if acd-rec-type not = "I" and not = "O" and not = "T"
               move "CALL TYPE NOT I, O OR T"
                                        to ws-error-reason
               perform 440-reject-acd-record
           else
           if acd-rec-talk not numeric
               or acd-rec-hold not numeric
               or acd-rec-acw not numeric
               move "NON-NUMERIC SECONDS"
                                        to ws-error-reason
               perform 440-reject-acd-record
           else
           if acd-rec-site not = spaces
               and acd-rec-site not = ws-site-code
               move "RECORD IS FOR ANOTHER SITE"
                                        to ws-error-reason
               perform 440-reject-acd-record
           else
               perform 430-resolve-acd-slot
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
      *
      *the fiscal slot the date falls in - on the full yyyymm when a
      *fiscal year is in force (outside the period is a reject), on
      *the calendar month otherwise, as the call detail is bucketed
       430-resolve-acd-slot.
           move acd-rec-yyyymm          to ws-rec-month.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               if ws-fiscal-year > 0
                   if acd-rec-yyyymm = ws-slot-yyyymm (ws-sub)
                       move ws-sub      to ws-slot-found
                   end-if
               else
                   if ws-slot-cal (ws-sub) = ws-rec-month
                       move ws-sub      to ws-slot-found
                   end-if
               end-if
           end-perform.
           if ws-slot-found = 0
               move "DATE OUTSIDE FISCAL PERIOD"
                                        to ws-error-reason
               perform 440-reject-acd-record
           else
               add 1                    to ws-acd-accepted
               move acd-rec-num         to acd-sort-num
               move ws-slot-found       to acd-sort-slot
               move acd-rec-dd          to acd-sort-dd
               move acd-rec-type        to acd-sort-type
               move acd-rec-talk-n      to acd-sort-talk
               move acd-rec-hold-n      to acd-sort-hold
               move acd-rec-acw-n       to acd-sort-acw
               move acd-rec             to acd-sort-image
               release acd-sort-rec
           end-if.
      *
       440-reject-acd-record.
           add 1                        to ws-acd-rejected.
           move acd-rec                to ws-error-rec-image.
           write err-line from ws-error-line.
           write acd-rej-rec from acd-rec.
      *
      *one handle-time record per operator, month and call type -
      *the feed comes off the sort a day at a time, each day held
      *until it is complete and proved against the 86400-second
      *ceiling, and the days that pass are summed into the month.
      *Written on the month's break, trailer once the last is out
       450-consolidate-acd.
           perform until ws-ht-sort-end
               return acd-sort-file
                   at end
                       move 'Y'         to ws-ht-sort-eof-flag
                   not at end
                       if ws-acd-day-seen > 0
                           and (acd-sort-num  not = ws-acd-day-num
                             or acd-sort-slot not = ws-acd-day-slot
                             or acd-sort-dd   not = ws-acd-day-dd)
                           perform 452-close-acd-day
                       end-if
                       perform 451-hold-acd-record
               end-return
           end-perform.
           if ws-acd-day-seen > 0
               perform 452-close-acd-day
           end-if.
           perform 460-close-ht-record.
           move spaces                 to ht-rec.
           move ws-trailer-marker-value to ht-trailer-marker.
           move ws-ht-written          to ht-trailer-record-count.
           move ws-ht-hash-total       to ht-trailer-hash-total.
           move ws-site-code           to ht-trailer-site.
           write ht-rec.
      *
      *a day can't carry more than three types' worth of records in
      *any sane feed - past the twenty held, the day is rejected
      *whole, the records beyond the table as they arrive
       451-hold-acd-record.
           if ws-acd-day-seen = 0
               move acd-sort-num        to ws-acd-day-num
               move acd-sort-slot       to ws-acd-day-slot
               move acd-sort-dd         to ws-acd-day-dd
               move 0                   to ws-acd-day-seconds
               move 0                   to ws-acd-day-held
           end-if.
           add 1                        to ws-acd-day-seen.
           add acd-sort-talk acd-sort-hold acd-sort-acw
               to ws-acd-day-seconds.
           if ws-acd-day-held < 20
               add 1                    to ws-acd-day-held
               move acd-sort-rec
                   to ws-acd-day-rec (ws-acd-day-held)
           else
               move acd-sort-rec        to ws-acd-held-rec
               move "MORE THAN 20 RECORDS IN DAY"
                                        to ws-error-reason
               perform 458-reject-acd-day-record
           end-if.
      *
      *the operator's day is complete - over a day's seconds across
      *every call type, or too many records, rejects each record of
      *it; otherwise they go into the month
       452-close-acd-day.
           if ws-acd-day-seen > 20
               move "MORE THAN 20 RECORDS IN DAY"
                                        to ws-error-reason
           else
               if ws-acd-day-seconds > 86400
                   move "MORE THAN A DAY OF SECONDS"
                                        to ws-error-reason
               else
                   move spaces          to ws-error-reason
               end-if
           end-if.
           perform varying ws-acd-day-sub from 1 by 1
                until ws-acd-day-sub > ws-acd-day-held
               move ws-acd-day-rec (ws-acd-day-sub)
                                        to ws-acd-held-rec
               if ws-error-reason = spaces
                   perform 454-add-acd-record
               else
                   perform 458-reject-acd-day-record
               end-if
           end-perform.
           move 0                       to ws-acd-day-seen.
           move 0                       to ws-acd-day-held.
      *
       454-add-acd-record.
           if not ws-ht-open
               or ws-acd-held-num  not = ws-ht-num
               or ws-acd-held-slot not = ws-ht-slot
               perform 460-close-ht-record
               perform 455-open-ht-record
           end-if.
           evaluate ws-acd-held-type
               when "I"
                   move 1               to ws-ht-type-sub
               when "O"
                   move 2               to ws-ht-type-sub
               when other
                   move 3               to ws-ht-type-sub
           end-evaluate.
           move 'Y'           to ws-ht-type-used (ws-ht-type-sub).
           add ws-acd-held-talk to ws-ht-type-talk (ws-ht-type-sub).
           add ws-acd-held-hold to ws-ht-type-hold (ws-ht-type-sub).
           add ws-acd-held-acw  to ws-ht-type-acw (ws-ht-type-sub).
      *
       455-open-ht-record.
           move ws-acd-held-num        to ws-ht-num.
           move ws-acd-held-slot       to ws-ht-slot.
           perform varying ws-ht-type-sub from 1 by 1
                until ws-ht-type-sub > 3
               move 'N'        to ws-ht-type-used (ws-ht-type-sub)
               move 0          to ws-ht-type-talk (ws-ht-type-sub)
                                  ws-ht-type-hold (ws-ht-type-sub)
                                  ws-ht-type-acw (ws-ht-type-sub)
           end-perform.
           move 'Y'                    to ws-ht-open-flag.
      *
       458-reject-acd-day-record.
           subtract 1                  from ws-acd-accepted.
           add 1                        to ws-acd-rejected.
           move ws-acd-held-image      to ws-error-rec-image.
           write err-line from ws-error-line.
           write acd-rej-rec from ws-acd-held-image.
      *
       460-close-ht-record.
           if ws-ht-open
               perform varying ws-ht-type-sub from 1 by 1
                    until ws-ht-type-sub > 3
                   if ws-ht-type-used (ws-ht-type-sub) = 'Y'
                       perform 465-write-ht-record
                   end-if
               end-perform
               move 'N'                 to ws-ht-open-flag
           end-if.
      *
       465-write-ht-record.
           move spaces                 to ht-rec.
           move ws-ht-num              to ht-rec-num.
           move ws-ht-slot             to ht-rec-slot.
           move ws-month-literals (ws-ht-slot)
                                        to ht-rec-month.
           move ws-slot-yyyymm (ws-ht-slot)
                                        to ht-rec-yyyymm.
           move ws-ht-type-codes (ws-ht-type-sub:1)
                                        to ht-rec-type.
           move ws-ht-type-talk (ws-ht-type-sub) to ht-rec-talk.
           move ws-ht-type-hold (ws-ht-type-sub) to ht-rec-hold.
           move ws-ht-type-acw (ws-ht-type-sub)  to ht-rec-acw.
           move ws-site-code           to ht-rec-site.
           write ht-rec.
           add 1                        to ws-ht-written.
           add ht-rec-talk ht-rec-hold ht-rec-acw
               to ws-ht-hash-total.
      *
       500-print-totals.
      *
           write err-line from ws-blank-line.
           move ws-daily-read          to ws-total-line1-count.
           write err-line from ws-total-line1.
               move ws-base-merged      to ws-total-line7-count
               write err-line from ws-total-line7
           end-if.
           if ws-adjh-present
               write err-line from ws-blank-line
               move 'Adjustment history records read:'
                                         to ws-acd-total-label
               move ws-adjh-read         to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'Adjustments for this run:'
                                         to ws-acd-total-label
               move ws-adjh-released     to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'Adjustments applied:'
                                         to ws-acd-total-label
               move ws-adjh-applied      to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'Adjustments rejected:'
                                         to ws-acd-total-label
               move ws-adjh-rejected     to ws-acd-total-count
               write err-line from ws-acd-total-line
           end-if.
           if ws-acd-present
               write err-line from ws-blank-line
               move 'ACD records read:'  to ws-acd-total-label
               move ws-acd-read          to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'ACD records accepted:'
                                         to ws-acd-total-label
               move ws-acd-accepted      to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'ACD records rejected:'
                                         to ws-acd-total-label
               move ws-acd-rejected      to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'Handle-time records written:'
                                         to ws-acd-total-label
               move ws-ht-written        to ws-acd-total-count
               write err-line from ws-acd-total-line
               move 'Handle-time hash on trailer:'
                                         to ws-acd-total-label
               move ws-ht-hash-total     to ws-acd-total-count
               write err-line from ws-acd-total-line
           end-if.

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
                       display "A5CCDLY: BAD CTLPARM LINE: "
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
           move "A5CCDLY"                to ctl-rec-program.
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
               display "A5CCDLY: CTLLEDGR OPEN FAILED, STATUS "
                       ws-ctl-ledger-file-status
                       " - NO LEDGER RECORDS WRITTEN"
               if return-code < 4
                   move 4               to return-code
               end-if
           end-if.

      *the run's ledger records - DAYFILE, the base on a delta run,
      *the adjustment history when it was read, RECVFILE, and the
      *ACD pair when the ACD feed was taken
       975-write-ledger-records.
           perform 958-clear-ledger-figures.
           move "DAYFILE"               to ws-ctl-file.
           move "I"                     to ws-ctl-direction.
           move ws-site-code            to ws-ctl-site.
           move ws-daily-read           to ws-ctl-records-in.
           move ws-daily-accepted       to ws-ctl-records-out.
           move ws-daily-rejected       to ws-ctl-records-rejected.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-day-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
           if ws-delta-mode
               move "BASEFILE"          to ws-ctl-file
               move "I"                 to ws-ctl-direction
               move ws-site-code        to ws-ctl-site
               add ws-base-passed ws-base-merged
                   giving ws-ctl-records-in
               move ws-ctl-records-in   to ws-ctl-records-out
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-base-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
           end-if.
           if ws-adjh-present
               move "ADJHIST"           to ws-ctl-file
               move "I"                 to ws-ctl-direction
               move ws-site-code        to ws-ctl-site
               move ws-adjh-released    to ws-ctl-records-in
               move ws-adjh-applied     to ws-ctl-records-out
               move ws-adjh-rejected    to ws-ctl-records-rejected
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-adj-plus-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
               move "ADJHIST"           to ws-ctl-file
               move "R"                 to ws-ctl-direction
               move ws-site-code        to ws-ctl-site
               perform varying ws-ctl-type-sub from 1 by 1
                    until ws-ctl-type-sub > 3
                   move ws-ctl-adj-minus-calls (ws-ctl-type-sub)
                       to ws-ctl-calls (ws-ctl-type-sub)
               end-perform
               perform 960-write-ledger-record
           end-if.
           move "RECVFILE"              to ws-ctl-file.
           move "O"                     to ws-ctl-direction.
           move ws-site-code            to ws-ctl-site.
           move ws-operators-written    to ws-ctl-records-out.
           perform varying ws-ctl-type-sub from 1 by 1
                until ws-ctl-type-sub > 3
               move ws-ctl-recv-calls (ws-ctl-type-sub)
                   to ws-ctl-calls (ws-ctl-type-sub)
           end-perform.
           perform 960-write-ledger-record.
           if ws-acd-present
               move "ACDFILE"           to ws-ctl-file
               move "I"                 to ws-ctl-direction
               move ws-site-code        to ws-ctl-site
               move ws-acd-read         to ws-ctl-records-in
               move ws-acd-accepted     to ws-ctl-records-out
               move ws-acd-rejected     to ws-ctl-records-rejected
               perform 960-write-ledger-record
               move "HTFILE"            to ws-ctl-file
               move "O"                 to ws-ctl-direction
               move ws-site-code        to ws-ctl-site
               move ws-ht-written       to ws-ctl-records-out
               perform 960-write-ledger-record
           end-if.
      *
       end program A5CCDLY.

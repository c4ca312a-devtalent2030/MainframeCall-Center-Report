      *percent change, plus the company-wide monthly deltas, so
      *workforce planning can see at a glance whether we are up or
      *down on the same month last year
      *
      *either side can come off the annual archive instead, for
      *years the INFILE generations no longer reach - CURRENT-YEAR=
      *yyyy and/or PRIOR-YEAR=yyyy on CMPPARM take that side from
      *the fiscal year A5CCYEC archived to ANNARCH, each operator's
      *twelve months laid back out as a feed record. A year that
      *isn't on the archive, or was never closed off with its
      *trailer, aborts the run. With no CMPPARM both sides are the
      *INFILE generations as before, and the report heading names
      *where each side came from
      *
       environment division.
       input-output section.
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
      *which side, if either, comes off the annual archive
           select optional cmp-parm-file
               assign to CMPPARM
               organization is sequential
               file status is ws-cmp-parm-file-status.
      *
      *the permanent annual archive A5CCYEC appends each closed
      *fiscal year to
           select optional arc-file
               assign to ANNARCH
               organization is sequential
               file status is ws-arc-file-status.
      *
       data division.
       file section.
      *
       fd cur-file
           data record is cur-rec
           record contains 200 characters.
      *
       01 cur-rec.
           05 cur-rec-num              pic x(6).
           05 filler                   pic x(194).
      *
       fd pri-file
           data record is pri-rec
           record contains 200 characters.
      *
       01 pri-rec.
           05 pri-rec-num              pic x(6).
           05 filler                   pic x(194).
      *
       sd cur-sort-file
           data record is cur-sort-rec.
      *
       01 cur-sort-rec.
           05 cur-sort-num             pic x(6).
           05 filler                   pic x(194).
      *
       sd pri-sort-file
           data record is pri-sort-rec.
      *
       01 pri-sort-rec.
           05 pri-sort-num             pic x(6).
           05 filler                   pic x(194).
      *
      *sorted copy of the current feed - same layout the monthly
      *report reads, twelve inbound/outbound/transfer triplets
       fd cur-work-file
           data record is cur-work-rec
           record contains 200 characters.
      *
       01 cur-work-rec.
           05 cur-work-num             pic x(6).
           05 cur-work-month-calls     occurs 12 times.
                10 cur-work-calls-inbound   pic 9(5).
                10 cur-work-calls-outbound  pic 9(5).
                10 cur-work-calls-transfer  pic 9(5).
           05 filler                   pic x(14).
      *
       fd pri-work-file
           data record is pri-work-rec
           record contains 200 characters.
      *
       01 pri-work-rec.
           05 pri-work-num             pic x(6).
           05 pri-work-month-calls     occurs 12 times.
                10 pri-work-calls-inbound   pic 9(5).
                10 pri-work-calls-outbound  pic 9(5).
                10 pri-work-calls-transfer  pic 9(5).
           05 filler                   pic x(14).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
       fd cmp-parm-file
           data record is cmp-parm-rec
           record contains 80 characters.
      *
       01 cmp-parm-rec                 pic x(80).
      *
      *one operator's fiscal year - each month's calls by type in
      *the same slot order as the feed, with the attributed
      *department and hours the comparison doesn't need - and the
      *TRL trailer that closes the year
       fd arc-file
           data record is arc-rec
           record contains 400 characters.
      *
       01 arc-rec.
           05 arc-rec-fiscal-year      pic 9(4).
           05 arc-rec-num              pic x(6).
           05 filler                   pic x(16).
           05 arc-rec-month            occurs 12 times.
                10 filler                   pic x(10).
                10 arc-rec-calls-inbound    pic 9(5).
                10 arc-rec-calls-outbound   pic 9(5).
                10 arc-rec-calls-transfer   pic 9(5).
                10 filler                   pic x(5).
           05 filler                   pic x(14).
      *
       01 arc-trailer-rec redefines arc-rec.
           05 arc-trl-fiscal-year      pic 9(4).
           05 arc-trl-marker           pic x(6).
           05 filler                   pic x(43).
           05 arc-trl-month-order      pic x(36).
           05 filler                   pic x(311).
      *
       working-storage section.
      *
      *
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
      *fiscal month order - JUL-first by default, overridable from
      *the MONTH-ORDER parameter the monthly run also reads, which
      *must be a permutation of the twelve calendar names below
           05 ws-parm-value             pic x(59).
           05 ws-month-check-count      pic 99   value 0.
           05 ws-month-check-sub        pic 99   value 0.
      *
      *CMPPARM - zero means that side is its INFILE generation
       01 ws-archive-control.
           05 ws-cmp-parm-file-status   pic xx.
           05 ws-cmp-parm-eof-flag      pic x    value 'N'.
               88 ws-cmp-parm-end                value 'Y'.
           05 ws-arc-file-status        pic xx.
           05 ws-arc-eof-flag           pic x    value 'N'.
               88 ws-arc-end                     value 'Y'.
           05 ws-cur-year               pic 9(4) value 0.
           05 ws-pri-year               pic 9(4) value 0.
           05 ws-arc-year               pic 9(4) value 0.
           05 ws-arc-side-flag          pic x    value 'C'.
               88 ws-arc-side-current            value 'C'.
               88 ws-arc-side-prior              value 'P'.
           05 ws-arc-records-found      pic 9(7) value 0.
           05 ws-arc-trailer-flag       pic x    value 'N'.
               88 ws-arc-trailer-found           value 'Y'.
           05 ws-arc-error-flag         pic x    value 'N'.
               88 ws-arc-in-error                value 'Y'.
      *an archived operator laid back out as a feed record, so the
      *sort and the match-merge below can't tell the difference
           05 ws-arc-feed-image.
               10 ws-arc-feed-num       pic x(6).
               10 ws-arc-feed-month     occurs 12 times.
                   15 ws-arc-feed-inbound   pic 9(5).
                   15 ws-arc-feed-outbound  pic 9(5).
                   15 ws-arc-feed-transfer  pic 9(5).
               10 filler                pic x(14).
      *
       01 ws-source-line.
           05 filler                   pic x(6)  value spaces.
           05 ws-source-line-label     pic x(11).
           05 ws-source-line-text      pic x(60).
           05 filler                   pic x(55) value spaces.
      *
       01 ws-flags.
           05 ws-cur-feed-eof-flag     pic x    value 'n'.
      *high-values at end of file so the match-merge below can keep
      *draining whichever side still has records
       01 ws-merge-keys.
           05 ws-cur-key               pic x(6) value spaces.
           05 ws-pri-key               pic x(6) value spaces.
      *the operator number most recently processed on each side -
      *what the duplicate skip in 210/220 compares against
           05 ws-cur-save-key             pic x(6) value low-values.
           05 ws-pri-save-key             pic x(6) value low-values.
      *
       01 ws-counters.
           05 ws-sub                   pic 99   value 0.
      *from whichever side(s) of the match-merge had the operator -
      *the missing year stays zeros so the comparison still prints
       01 ws-compare-fields.
           05 ws-cmp-num               pic x(6)  value spaces.
           05 ws-ty-month              pic 9(6)  occurs 12 times.
           05 ws-ly-month              pic 9(6)  occurs 12 times.
           05 ws-ty-total              pic 9(7)  value 0.
           05 ws-ly-total              pic 9(7)  value 0.
           05 ws-cmp-diff              pic s9(7) value 0.
           05 ws-cmp-work              pic s9(7) value 0.
      *
      *company-wide monthly totals for each year, for the deltas
      *block at the end of the report
       01 ws-company-totals.
           05 ws-company-cur-mth       pic 9(7) occurs 12 times
                                            value zeros.
           05 ws-company-pri-mth       pic 9(7) occurs 12 times
                                            value zeros.
      *
       01 ws-name-line.
           05 filler                   pic x(49)
               value spaces.
      *
      *month columns sit over the 8-byte slots of the rows below -
      *filled from ws-month-literals at start of run
       01 ws-cmp-heading-line.
           05 filler                   pic x(17) value spaces.
           05 ws-cmp-heading-table     occurs 12 times.
                10 filler              pic x(5) value spaces.
                10 ws-cmp-heading-month pic x(3).
           05 filler                   pic x(5) value spaces.
           05 filler                   pic x(5) value 'Total'.
           05 filler                   pic x(9) value spaces.
      *
      *four of these per operator - this year, last year, difference
      *and percent change, the operator number only on the first row
       01 ws-cmp-detail-line.
           05 filler                   pic x(1)  value spaces.
           05 ws-cmp-line-num          pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-cmp-line-label        pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-cmp-line-months-table occurs 12 times.
                10 ws-cmp-line-month   pic -------9.
                10 ws-cmp-line-month-text redefines
                   ws-cmp-line-month   pic x(8).
           05 filler                   pic x(1)  value spaces.
           05 ws-cmp-line-total        pic --------9.
           05 ws-cmp-line-total-text   redefines
              ws-cmp-line-total        pic x(9).
           05 filler                   pic x(9) value spaces.
      *
       01 ws-company-heading.
           05 filler                   pic x(4) value spaces.
       01 ws-cmp-company-heading-line.
           05 filler                   pic x(17) value spaces.
           05 ws-cmp-co-heading-table  occurs 12 times.
                10 filler              pic x(5) value spaces.
                10 ws-cmp-co-heading-month pic x(3).
           05 filler                   pic x(19) value spaces.
      *
      *company-wide rows - the label area is held to 17 bytes so the
      *8-byte month slots start on the same byte as the per-operator
      *rows above and sit under the same month headings
       01 ws-cmp-company-line.
           05 filler                   pic x(1) value spaces.
           05 ws-cmp-company-label     pic x(16).
           05 ws-cmp-company-table     occurs 12 times.
                10 ws-cmp-company-count pic -------9.
                10 ws-cmp-company-text redefines
                   ws-cmp-company-count pic x(8).
           05 filler                   pic x(19) value spaces.
      *
       01 ws-summary-line1.
           05 filler                   pic x(6)
       000-main.
      *
           perform 020-load-parameters.
           perform 040-load-cmp-card.
      *
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
               with duplicates in order
               input procedure is 120-load-prior-feed
               giving pri-work-file.
      *
           if ws-arc-in-error
               display "A5CCCMP: ANNUAL ARCHIVE CANNOT SUPPLY THE "
                       "YEAR ASKED FOR - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           open input  cur-work-file,
                       pri-work-file.
                           ws-month-names
               end-if
           end-perform.
      *
      *CMPPARM - CURRENT-YEAR=yyyy and PRIOR-YEAR=yyyy, '*' in column
      *one is a comment. Absent or empty, both sides are INFILE
      *generations. A bad line aborts rather than compare the wrong
      *years
       040-load-cmp-card.
           open input cmp-parm-file.
           if ws-cmp-parm-file-status = "00"
               perform until ws-cmp-parm-end
                   read cmp-parm-file
                       at end
                           move 'Y'     to ws-cmp-parm-eof-flag
                       not at end
                           perform 045-apply-cmp-line
                   end-read
               end-perform
           end-if.
           close cmp-parm-file.
           if ws-parm-in-error
               display "A5CCCMP: INVALID CMPPARM CARD - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       045-apply-cmp-line.
           if cmp-parm-rec = spaces
               or cmp-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring cmp-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate true
                   when ws-parm-keyword = "CURRENT-YEAR"
                        and ws-parm-value (1:4) numeric
                        and ws-parm-value (5:1) = space
                       move ws-parm-value (1:4) to ws-cur-year
                   when ws-parm-keyword = "PRIOR-YEAR"
                        and ws-parm-value (1:4) numeric
                        and ws-parm-value (5:1) = space
                       move ws-parm-value (1:4) to ws-pri-year
                   when other
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCCMP: BAD CMPPARM LINE: "
                               cmp-parm-rec
               end-evaluate
           end-if.

       100-print-headings.
      *
      *
           write report-line from ws-report-heading
           write report-line from ws-blank-line.
      *
           move "This Yr:"             to ws-source-line-label.
           if ws-cur-year = 0
               move "INFILE - current generation"
                                        to ws-source-line-text
           else
               move spaces             to ws-source-line-text
               string "ANNARCH - fiscal year " ws-cur-year
                   delimited by size into ws-source-line-text
               end-string
           end-if.
           write report-line from ws-source-line.
           move "Last Yr:"             to ws-source-line-label.
           if ws-pri-year = 0
               move "PRIORFIL - INFILE generation (-12)"
                                        to ws-source-line-text
           else
               move spaces             to ws-source-line-text
               string "ANNARCH - fiscal year " ws-pri-year
                   delimited by size into ws-source-line-text
               end-string
           end-if.
           write report-line from ws-source-line.
           write report-line from ws-blank-line.
      *
           write report-line from ws-cmp-heading-line
           write report-line from ws-blank-line.
      *
       110-load-current-feed.
           if ws-cur-year > 0
               move ws-cur-year         to ws-arc-year
               move 'C'                 to ws-arc-side-flag
               perform 130-load-archive-year
           else
               perform 115-load-current-generation
           end-if.
      *
       115-load-current-generation.
           open input cur-file.
           perform until ws-cur-feed-end
               read cur-file
           close cur-file.
      *
       120-load-prior-feed.
           if ws-pri-year > 0
               move ws-pri-year         to ws-arc-year
               move 'P'                 to ws-arc-side-flag
               perform 130-load-archive-year
           else
               perform 125-load-prior-generation
           end-if.
      *
       125-load-prior-generation.
           open input pri-file.
           perform until ws-pri-feed-end
               read pri-file
           end-perform.
           close pri-file.
      *
      *one fiscal year off the archive into whichever sort is
      *running - each record is released as the feed record it was
      *archived from. The year has to be there and closed off with
      *its trailer, and bucketed under the month order in force now
       130-load-archive-year.
           move 0                       to ws-arc-records-found.
           move 'N'                     to ws-arc-trailer-flag.
           move 'N'                     to ws-arc-eof-flag.
           open input arc-file.
           if ws-arc-file-status not = "00"
               move 'Y'                 to ws-arc-eof-flag
           end-if.
           perform until ws-arc-end
               read arc-file
                   at end
                       move 'Y'         to ws-arc-eof-flag
                   not at end
                       if arc-rec-fiscal-year = ws-arc-year
                           perform 135-release-archive-record
                       end-if
               end-read
           end-perform.
           close arc-file.
           if ws-arc-records-found = 0
               or not ws-arc-trailer-found
               move 'Y'                 to ws-arc-error-flag
               display "A5CCCMP: FISCAL YEAR " ws-arc-year
                       " IS NOT ON THE ANNUAL ARCHIVE OR WAS NOT "
                       "CLOSED - " ws-arc-records-found " RECORDS"
           end-if.
      *
       135-release-archive-record.
           if arc-trl-marker = ws-trailer-marker-value
               move 'Y'                 to ws-arc-trailer-flag
               if arc-trl-month-order not = ws-month-names
                   move 'Y'             to ws-arc-error-flag
                   display "A5CCCMP: FISCAL YEAR " ws-arc-year
                           " WAS ARCHIVED UNDER MONTH ORDER "
                           arc-trl-month-order
               end-if
           else
               add 1                    to ws-arc-records-found
               move spaces              to ws-arc-feed-image
               move arc-rec-num         to ws-arc-feed-num
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   move arc-rec-calls-inbound (ws-sub)
                       to ws-arc-feed-inbound (ws-sub)
                   move arc-rec-calls-outbound (ws-sub)
                       to ws-arc-feed-outbound (ws-sub)
                   move arc-rec-calls-transfer (ws-sub)
                       to ws-arc-feed-transfer (ws-sub)
               end-perform
               if ws-arc-side-current
                   release cur-sort-rec from ws-arc-feed-image
               else
                   release pri-sort-rec from ws-arc-feed-image
               end-if
           end-if.
      *
      *advance to the next distinct operator on each side - a repeat
      *of the number just processed is a duplicate feed record, and
      *the monthly run only ever counts the first of those, so the
               varying ws-sub from 1 by 1
               until ws-sub > ws-number-of-months.
           if ws-ly-total = 0
               move "      n/a"        to ws-cmp-line-total-text
           else
               perform 352-compute-total-pct
               move ws-cmp-work        to ws-cmp-line-total
      *percent change for one month - a month with nothing last year
      *has no base to compare against, so it shows n/a rather than a
      *made-up figure. The result is clamped to +/-9999 so a runaway
      *swing stays a sensible width in the month column
       348-fill-pct-month.
           if ws-ly-month (ws-sub) = 0
               move "     n/a"         to ws-cmp-line-month-text
                                           (ws-sub)
           else
               move ws-ty-month (ws-sub)
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               if ws-company-pri-mth (ws-sub) = 0
                   move "     n/a"
                       to ws-cmp-company-text (ws-sub)
               else
                   move ws-company-cur-mth (ws-sub)

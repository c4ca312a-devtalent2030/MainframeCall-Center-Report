      *window has nothing before it to grow from, so its full
      *total lands in that one slot; the moving figures settle as
      *the window fills
      *
      *for a year the generations no longer reach, ARCHIVE-YEAR=yyyy
      *on TRNDPARM reads the fiscal year A5CCYEC archived to ANNARCH
      *instead: its twelve months are laid into slots 2 to 13 as the
      *year-to-date totals the generations would have carried, and
      *the year before's annual total into slot 1 when that year is
      *archived too, so the same trend figures come out for the
      *year's last month. An operator the year-end purge has since
      *taken off the master keeps the name and last department the
      *archive recorded. A year not on the archive, or never closed
      *off with its trailer, aborts the run
      *
       environment division.
       input-output section.
           select report-file
               assign to TRNDRPT
               organization is sequential.
      *
      *ARCHIVE-YEAR - absent, the generations are read as always
           select optional trnd-parm-file
               assign to TRNDPARM
               organization is sequential
               file status is ws-trnd-parm-file-status.
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
      *every generation carries the same 200-byte layout - each fd
      *is read as a plain slug and parsed off one working-storage
      *copy, so the layout lives in one place
       fd gen00-file
           data record is gen00-rec
           record contains 200 characters.
       01 gen00-rec                    pic x(200).
       fd gen01-file
           data record is gen01-rec
           record contains 200 characters.
       01 gen01-rec                    pic x(200).
       fd gen02-file
           data record is gen02-rec
           record contains 200 characters.
       01 gen02-rec                    pic x(200).
       fd gen03-file
           data record is gen03-rec
           record contains 200 characters.
       01 gen03-rec                    pic x(200).
       fd gen04-file
           data record is gen04-rec
           record contains 200 characters.
       01 gen04-rec                    pic x(200).
       fd gen05-file
           data record is gen05-rec
           record contains 200 characters.
       01 gen05-rec                    pic x(200).
       fd gen06-file
           data record is gen06-rec
           record contains 200 characters.
       01 gen06-rec                    pic x(200).
       fd gen07-file
           data record is gen07-rec
           record contains 200 characters.
       01 gen07-rec                    pic x(200).
       fd gen08-file
           data record is gen08-rec
           record contains 200 characters.
       01 gen08-rec                    pic x(200).
       fd gen09-file
           data record is gen09-rec
           record contains 200 characters.
       01 gen09-rec                    pic x(200).
       fd gen10-file
           data record is gen10-rec
           record contains 200 characters.
       01 gen10-rec                    pic x(200).
       fd gen11-file
           data record is gen11-rec
           record contains 200 characters.
       01 gen11-rec                    pic x(200).
       fd gen12-file
           data record is gen12-rec
           record contains 200 characters.
       01 gen12-rec                    pic x(200).
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
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       fd trnd-parm-file
           data record is trnd-parm-rec
           record contains 80 characters.
      *
       01 trnd-parm-rec                pic x(80).
      *
      *one operator's fiscal year - name, each month's attributed
      *department and calls by type - and the TRL trailer that
      *closes the year
       fd arc-file
           data record is arc-rec
           record contains 400 characters.
      *
       01 arc-rec.
           05 arc-rec-fiscal-year      pic 9(4).
           05 arc-rec-num              pic x(6).
           05 arc-rec-name             pic x(12).
           05 filler                   pic x(4).
           05 arc-rec-month            occurs 12 times.
                10 filler                   pic x(6).
                10 arc-rec-dept             pic x(4).
                10 arc-rec-calls-inbound    pic 9(5).
                10 arc-rec-calls-outbound   pic 9(5).
                10 arc-rec-calls-transfer   pic 9(5).
                10 filler                   pic x(5).
           05 arc-rec-total-calls      pic 9(7).
           05 filler                   pic x(7).
      *
       01 arc-trailer-rec redefines arc-rec.
           05 arc-trl-fiscal-year      pic 9(4).
           05 arc-trl-marker           pic x(6).
           05 filler                   pic x(390).
      *
       working-storage section.
      *
      *
       01 ws-constants.
           05 ws-number-of-generations          pic 99   value 13.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
      *
       01 ws-gen-statuses.
           05 ws-g00-status             pic xx.
      *
       01 ws-opr-file-status            pic xx.
      *
      *TRNDPARM and the archive - a zero year means the generations
       01 ws-archive-control.
           05 ws-trnd-parm-file-status  pic xx.
           05 ws-trnd-parm-eof-flag     pic x    value 'N'.
               88 ws-trnd-parm-end               value 'Y'.
           05 ws-trnd-parm-error-flag   pic x    value 'N'.
               88 ws-trnd-parm-in-error          value 'Y'.
           05 ws-parm-keyword           pic x(20).
           05 ws-parm-value             pic x(59).
           05 ws-arc-file-status        pic xx.
           05 ws-arc-eof-flag           pic x    value 'N'.
               88 ws-arc-end                     value 'Y'.
           05 ws-archive-year           pic 9(4) value 0.
           05 ws-archive-prior-year     pic 9(4) value 0.
           05 ws-arc-year-records       pic 9(7) value 0.
           05 ws-arc-year-trailer       pic x    value 'N'.
           05 ws-arc-prior-trailer      pic x    value 'N'.
           05 ws-arc-month-sub          pic 99   value 0.
      *
      *the record just read off whichever generation is being
      *loaded - the one place the 200-byte layout is parsed
       01 ws-gen-rec.
           05 ws-gen-rec-num           pic x(6).
           05 ws-gen-bucket            pic 9(5) occurs 36 times.
           05 filler                   pic x(14).
      *
      *generation walk control - slot 1 is the oldest generation
      *(GENF12, the same month last year), slot 13 the current one,
           05 ws-records-read           pic 9(7) value 0.
           05 ws-records-skipped        pic 9(7) value 0.
           05 ws-op-idx                 pic 9(4) value 0.
           05 ws-op-sub                 pic 9(4) value 0.
           05 ws-op-lookup-num          pic x(6) value spaces.
           05 ws-op-printed             pic 9(4) value 0.
      *records for operators past the 3000 the table can hold -
      *counted so the totals say how much the trend doesn't cover
           05 ws-op-overflow            pic 9(7) value 0.
           05 ws-total-work             pic 9(8) value 0.
      *
      *one entry per operator seen on any generation, added the
      *first time the operator turns up and sorted into operator
      *number order once every generation is loaded - the year-to-
      *date total seen on each generation, and whether the operator
      *was on that generation at all (an absent operator is not the
      *same as one with a zero total)
       01 ws-op-table.
           05 ws-op-count               pic 9(4) value 0.
           05 ws-op-entry
                occurs 1 to 3000 times
                depending on ws-op-count
                ascending key is ws-op-num.
               10 ws-op-num             pic x(6).
               10 ws-op-any             pic x.
      *name and last department off the archive, for an operator
      *no longer on the master - spaces off the generations
               10 ws-op-arc-name        pic x(12).
               10 ws-op-arc-dept        pic x(4).
               10 ws-op-gen             occurs 13 times.
                   15 ws-op-seen        pic x.
                   15 ws-op-total       pic 9(7).
      *
      *department-level totals per generation - department per the
      *master's current roster, since the trend is a workforce-
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-archive-line.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(33)
                value "Annual archive - fiscal year:    ".
           05 ws-archive-line-year      pic 9(4).
           05 filler                    pic x(4) value spaces.
           05 ws-archive-line-prior     pic x(40).
           05 filler                    pic x(49)
                value spaces.
      *
       01 ws-gens-line.
           05 filler                    pic x(2) value spaces.
      *
       01 ws-trend-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(19) value 'Operator'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(5)  value 'Trend'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(14) value 'Declining Mths'.
           05 filler                   pic x(57) value spaces.
      *
       01 ws-trend-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-trend-line-num        pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-trend-line-name       pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-trend-line-trend      pic x(5).
           05 filler                   pic x(9)  value spaces.
           05 ws-trend-line-declines   pic z9.
           05 filler                   pic x(72) value spaces.
      *
      *the table only holds 100 departments - say so rather than
      *let the cap quietly under-report the department trends
               value 'Operators with any volume:       '.
           05 ws-total-line3-count     pic zzzzzz9.
           05 filler                   pic x(90) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(33)
               value 'Records skipped (table full):    '.
           05 ws-total-line4-count     pic zzzzzz9.
           05 filler                   pic x(90) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 010-clear-tables.
           perform 020-load-trnd-card.
      *
           open input  opr-master-file.
           open output report-file.
           write report-line from ws-blank-line.
      *
      *walk the generations oldest first so each operator's totals
      *land on the time axis in order - or lay the archived year
      *out the same way
           if ws-archive-year > 0
               perform 250-load-archive-year
               move ws-archive-year    to ws-archive-line-year
               if ws-gen-present (1) = 'Y'
                   move "with the year before's total as the base"
                                        to ws-archive-line-prior
               else
                   move "no earlier year archived"
                                        to ws-archive-line-prior
               end-if
               write report-line from ws-archive-line
           else
               perform varying ws-gen-sub from 1 by 1
                    until ws-gen-sub > ws-number-of-generations
                   perform 200-load-one-generation
               end-perform
               move ws-gens-found      to ws-gens-line-count
               write report-line from ws-gens-line
           end-if.
           write report-line from ws-blank-line.
      *
           perform 300-attribute-departments.
           stop run.
      *
       010-clear-tables.
           move 0                       to ws-op-count.
      *
      *TRNDPARM - ARCHIVE-YEAR=yyyy, '*' in column one is a comment.
      *A bad line aborts rather than trend the wrong thing
       020-load-trnd-card.
           open input trnd-parm-file.
           if ws-trnd-parm-file-status = "00"
               perform until ws-trnd-parm-end
                   read trnd-parm-file
                       at end
                           move 'Y'     to ws-trnd-parm-eof-flag
                       not at end
                           perform 025-apply-trnd-line
                   end-read
               end-perform
           end-if.
           close trnd-parm-file.
           if ws-trnd-parm-in-error
               display "A5CCTRND: INVALID TRNDPARM CARD - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       025-apply-trnd-line.
           if trnd-parm-rec = spaces
               or trnd-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring trnd-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               if ws-parm-keyword = "ARCHIVE-YEAR"
                   and ws-parm-value (1:4) numeric
                   and ws-parm-value (5:1) = space
                   move ws-parm-value (1:4)
                                        to ws-archive-year
               else
                   move 'Y'             to ws-trnd-parm-error-flag
                   display "A5CCTRND: BAD TRNDPARM LINE: "
                           trnd-parm-rec
               end-if
           end-if.
      *
      *one generation into the operator table - the slot in
      *ws-gen-sub runs 1 (oldest, GENF12) to 13 (current, GENF00).
               when 13 close gen00-file
           end-evaluate.
      *
      *one record folded into its operator's entry - the 36 buckets
      *summed into the generation's year-to-date total for the
      *operator. A repeat of an operator within one generation
      *adds on, which matches nothing the monthly run would have
               if ws-gen-rec-num not numeric
                   add 1                to ws-records-skipped
               else
                   move ws-gen-rec-num  to ws-op-lookup-num
                   perform 225-find-or-add-operator
                   if ws-op-idx = 0
                       add 1            to ws-op-overflow
                   else
                       move 0           to ws-total-work
                       perform varying ws-val-sub from 1 by 1
                            until ws-val-sub > 36
                           add ws-gen-bucket (ws-val-sub)
                               to ws-total-work
                       end-perform
                       add ws-total-work
                                        to ws-op-total
                                           (ws-op-idx, ws-gen-sub)
                       move 'Y'         to ws-op-seen
                                           (ws-op-idx, ws-gen-sub)
                       move 'Y'         to ws-op-any (ws-op-idx)
                   end-if
               end-if
           end-if.
      *
      *the operator's entry on the table, added the first time the
      *operator turns up on any generation - a full table leaves
      *ws-op-idx at 0 for the caller to count
       225-find-or-add-operator.
           move 0                       to ws-op-idx.
           perform varying ws-op-sub from 1 by 1
                until ws-op-sub > ws-op-count
               if ws-op-num (ws-op-sub) = ws-op-lookup-num
                   move ws-op-sub       to ws-op-idx
               end-if
           end-perform.
           if ws-op-idx = 0
               and ws-op-count < 3000
               add 1                    to ws-op-count
               move ws-op-count         to ws-op-idx
               move ws-op-lookup-num    to ws-op-num (ws-op-idx)
               move 'N'                 to ws-op-any (ws-op-idx)
               move spaces              to ws-op-arc-name (ws-op-idx)
               move spaces              to ws-op-arc-dept (ws-op-idx)
               perform varying ws-val-sub from 1 by 1
                    until ws-val-sub > ws-number-of-generations
                   move 'N'             to ws-op-seen
                                           (ws-op-idx, ws-val-sub)
                   move 0               to ws-op-total
                                           (ws-op-idx, ws-val-sub)
               end-perform
           end-if.
      *
      *the archived year in place of the generations - slot 1+m
      *takes the operator's year-to-date total at fiscal month m,
      *slot 1 the year before's annual total. Both years have to be
      *closed off with their trailers to count as present
       250-load-archive-year.
           subtract 1 from ws-archive-year
               giving ws-archive-prior-year.
           open input arc-file.
           if ws-arc-file-status not = "00"
               move 'Y'                 to ws-arc-eof-flag
           end-if.
           perform until ws-arc-end
               read arc-file
                   at end
                       move 'Y'         to ws-arc-eof-flag
                   not at end
                       perform 255-apply-archive-record
               end-read
           end-perform.
           close arc-file.
           if ws-arc-year-records = 0
               or ws-arc-year-trailer not = 'Y'
               display "A5CCTRND: FISCAL YEAR " ws-archive-year
                       " IS NOT ON THE ANNUAL ARCHIVE OR WAS NOT "
                       "CLOSED - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           perform varying ws-gen-sub from 2 by 1
                until ws-gen-sub > ws-number-of-generations
               move 'Y'                 to ws-gen-present (ws-gen-sub)
           end-perform.
           if ws-arc-prior-trailer = 'Y'
               move 'Y'                 to ws-gen-present (1)
           else
               perform varying ws-op-idx from 1 by 1
                    until ws-op-idx > ws-op-count
                   move 'N'             to ws-op-seen (ws-op-idx, 1)
                   move 0               to ws-op-total (ws-op-idx, 1)
               end-perform
           end-if.
      *
       255-apply-archive-record.
           if arc-trl-marker = ws-trailer-marker-value
               if arc-trl-fiscal-year = ws-archive-year
                   move 'Y'             to ws-arc-year-trailer
               end-if
               if arc-trl-fiscal-year = ws-archive-prior-year
                   move 'Y'             to ws-arc-prior-trailer
               end-if
           else
               if arc-rec-fiscal-year = ws-archive-year
                   or arc-rec-fiscal-year = ws-archive-prior-year
                   add 1                to ws-records-read
                   move arc-rec-num     to ws-op-lookup-num
                   perform 225-find-or-add-operator
                   if ws-op-idx = 0
                       add 1            to ws-op-overflow
                   else
                       perform 258-fold-archive-record
                   end-if
               end-if
           end-if.
      *
       258-fold-archive-record.
           if arc-rec-fiscal-year = ws-archive-prior-year
               move arc-rec-total-calls to ws-op-total (ws-op-idx, 1)
               move 'Y'                 to ws-op-seen (ws-op-idx, 1)
               move 'Y'                 to ws-op-any (ws-op-idx)
               if ws-op-arc-name (ws-op-idx) = spaces
                   move arc-rec-name    to ws-op-arc-name (ws-op-idx)
                   move arc-rec-dept (12)
                                        to ws-op-arc-dept (ws-op-idx)
               end-if
           else
               add 1                    to ws-arc-year-records
               move 'Y'                 to ws-op-any (ws-op-idx)
               move arc-rec-name        to ws-op-arc-name (ws-op-idx)
               move arc-rec-dept (12)   to ws-op-arc-dept (ws-op-idx)
               move 0                   to ws-total-work
               perform varying ws-arc-month-sub from 1 by 1
                    until ws-arc-month-sub > 12
                   add arc-rec-calls-inbound (ws-arc-month-sub)
                       arc-rec-calls-outbound (ws-arc-month-sub)
                       arc-rec-calls-transfer (ws-arc-month-sub)
                                        to ws-total-work
                   move ws-total-work   to ws-op-total
                                           (ws-op-idx,
                                            ws-arc-month-sub + 1)
                   move 'Y'             to ws-op-seen
                                           (ws-op-idx,
                                            ws-arc-month-sub + 1)
               end-perform
           end-if.
      *
      *roll every operator's generation totals up to department
      *level - department off the master's current roster, since
      *the trend is a view of today's structure, not a re-creation
      *of historical transfers
       300-attribute-departments.
           if ws-op-count > 0
               sort ws-op-entry ascending ws-op-num
           end-if.
           perform varying ws-op-idx from 1 by 1
                until ws-op-idx > ws-op-count
               if ws-op-any (ws-op-idx) = 'Y'
                   perform 310-lookup-op-department
                   perform 320-find-or-add-department
       310-lookup-op-department.
           move "UNKNOWN"              to ws-opr-name.
           move spaces                 to ws-opr-dept.
           move ws-op-num (ws-op-idx)  to opr-rec-num.
           read opr-master-file
                key is opr-rec-num
                invalid key
                   if ws-op-arc-name (ws-op-idx) not = spaces
                       move ws-op-arc-name (ws-op-idx)
                                       to ws-opr-name
                       move ws-op-arc-dept (ws-op-idx)
                                       to ws-opr-dept
                   end-if
                not invalid key
                   move opr-rec-name   to ws-opr-name
                   move opr-rec-dept   to ws-opr-dept
           write report-line from ws-trend-column-heading.
           write report-line from ws-blank-line.
           perform varying ws-op-idx from 1 by 1
                until ws-op-idx > ws-op-count
               if ws-op-any (ws-op-idx) = 'Y'
                   perform 410-print-one-operator
               end-if
           write report-line from ws-total-line2.
           move ws-op-printed          to ws-total-line3-count.
           write report-line from ws-total-line3.
           move ws-op-overflow         to ws-total-line4-count.
           write report-line from ws-total-line4.
      *
       end program A5CCTRND.

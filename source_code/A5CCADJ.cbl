       identification division.
       program-id. A5CCADJ.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *prior-period call-count adjustments - applies the approved
      *corrections to a month that has already been reported and
      *billed (a disputed transfer, calls credited to the wrong
      *operator, a double-counted outage) to the INFILE generation
      *that carries the month, instead of the counts being patched
      *by hand. Each adjustment card names the operator, the fiscal
      *month, the call type, a signed count, a reason code and who
      *approved it. The cards are validated, and the accepted ones
      *are folded into the operators' monthly buckets to write a
      *restated copy of the generation with its TRL count and hash
      *re-cut over the result, ready to be put back in place of the
      *original
      *
      *the adjustment register lists every card - before, the
      *adjustment and after for the operator's month and call type,
      *with reason and approver, or the reason the card was
      *rejected - then the net change per department per month per
      *call type. That net change also goes to ADJDELTA, the delta
      *A5CCBILL prices into credit and debit notes, so a department
      *is charged or refunded the difference only and never billed
      *twice for the month. Departments are attributed per month the
      *same way billing does it: the latest OPRHIST assignment
      *effective on or before the month, else the master's
      *department, "????" when there is none
      *
      *the generation has to reconcile to its own TRL trailer before
      *anything is restated - a feed that doesn't add up is not one
      *to build a correction on, and the run stops RC 16. A card
      *that fails validation, or would take a count below zero or
      *past 99999, is rejected on the register and the run ends
      *RC 4; the restated file is whole for every card applied
      *
      *every re-cut trailer is stamped with the day and the deck of
      *cards that restated it (the cards read and the sum of their
      *operator, month and count). A generation whose trailers carry
      *the same deck's stamp has had those cards applied already -
      *the run stops RC 16 before anything is written, so a rerun
      *can't count the adjustments twice. A different deck against
      *a restated generation is a later round and is applied
      *
      *a month's INFILE is the sites' received files one after the
      *other, each closed by its own TRL trailer naming its site.
      *Every site's records have to agree with that site's trailer,
      *and the restated copy is written back the same way - grouped
      *by site, each group with a trailer re-cut over what was
      *written for it. An operator the generation didn't carry goes
      *in with the site on the master, or the generation's only site
      *when the master has none recorded
      *
      *a month is carried by every generation from the one that first
      *reported it through the end of its fiscal year, and each one
      *is restated with the same deck, the oldest first - through
      *INFILE(0), or the year's last generation once it has closed.
      *FISCAL-YEAR on the ADJPARM card, when there is one, overrides
      *PARMCARD's, for a month of a year since closed. Only the last
      *of those runs is given the delta and ADJACCPT, one record per
      *adjustment applied with the site it landed on, which goes
      *onto the ADJHIST adjustment history. A5CCDLY applies ADJHIST
      *every time it rebuilds a site's received file, so the
      *correction is carried into every generation the month goes
      *on to be reported in. A deck already on ADJHIST is refused
      *RC 16, the same as one already stamped on the generation
      *
      *reason codes: XFER disputed transfer, MISA calls credited to
      *the wrong operator, OUTG outage double count or loss, FEED
      *switch feed error, OTHR anything else (the approver is
      *required on every card either way)
      *
       environment division.
       input-output section.
       file-control.
      *
      *one approved adjustment per card
           select adj-file
               assign to ADJFILE
               organization is sequential
               file status is ws-adj-file-status.
      *
      *the INFILE generation that carries the months being adjusted
           select emp-file
               assign to INFILE
               organization is sequential.
      *
      *sorted by operator number, the way every reader takes the
      *feed, so the adjustments merge in on a single pass
           select feed-sort-file
               assign to ADJSORT.
      *
           select sorted-feed-file
               assign to SORTFEED
               organization is sequential.
      *
           select opr-master-file
               assign to OPRMAST
               organization is indexed
               access mode is random
               record key is opr-rec-num
               file status is ws-opr-file-status.
      *
           select optional opr-history-file
               assign to OPRHIST
               organization is indexed
               access mode is dynamic
               record key is opr-hist-key
               file status is ws-hist-file-status.
      *
      *same runtime parameter card the monthly run reads - only
      *MONTH-ORDER and FISCAL-YEAR matter here, and a FISCAL-YEAR,
      *here or on ADJPARM, is required: an adjustment is to a dated
      *month
           select optional parm-file
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
      *FISCAL-YEAR for this run only, read in preference to
      *PARMCARD's - nothing else is taken from it
           select optional adj-parm-file
               assign to ADJPARM
               organization is sequential
               file status is ws-adjparm-file-status.
      *
      *every adjustment applied by an earlier deck, read to refuse a
      *deck that is already on it
           select optional adj-hist-file
               assign to ADJHIST
               organization is sequential
               file status is ws-adjh-file-status.
      *
      *the restated records regrouped by site, operator number within
      *site, so each site's records can be closed by their own trailer
           select restate-sort-file
               assign to RSTSORT.
      *
      *the restated generation - same 200-byte layout and trailer
           select restated-file
               assign to RSTFILE
               organization is sequential.
      *
      *net change per department per month per call type, for the
      *A5CCBILL credit/debit note run
           select delta-file
               assign to ADJDELTA
               organization is sequential.
      *
      *the adjustments this run applied, in the ADJHIST layout, to be
      *added to the history once the generation is back in place
           select accepted-file
               assign to ADJACCPT
               organization is sequential.
      *
           select register-file
               assign to ADJRPT
               organization is sequential.
      *
       data division.
       file section.
      *
      *operator, fiscal month yyyymm, call type I/O/T, sign + or -,
      *the count, reason code and approver. '*' in column one is a
      *comment
       fd adj-file
           data record is adj-rec
           record contains 80 characters.
      *
       01 adj-rec.
           05 adj-rec-num              pic x(6).
           05 adj-rec-num-n redefines adj-rec-num
                                        pic 9(6).
           05 adj-rec-yyyymm           pic x(6).
           05 adj-rec-yyyymm-n redefines adj-rec-yyyymm
                                        pic 9(6).
           05 adj-rec-type             pic x(1).
           05 adj-rec-sign             pic x(1).
           05 adj-rec-count            pic x(5).
           05 adj-rec-count-n redefines adj-rec-count
                                        pic 9(5).
           05 adj-rec-reason           pic x(4).
           05 adj-rec-approver         pic x(20).
           05 filler                   pic x(37).
      *
       fd emp-file
           data record is emp-feed-rec
           record contains 200 characters.
      *
       01 emp-feed-rec.
           05 emp-feed-rec-num         pic x(6).
           05 emp-feed-month-calls     occurs 12 times.
                10 emp-feed-calls-inbound   pic 9(5).
                10 emp-feed-calls-outbound  pic 9(5).
                10 emp-feed-calls-transfer  pic 9(5).
           05 emp-feed-rec-site        pic x(3).
           05 filler                   pic x(11).
      *
       01 emp-feed-trailer-rec redefines emp-feed-rec.
           05 emp-feed-trailer-marker       pic x(6).
           05 emp-feed-trailer-record-count pic 9(6).
           05 emp-feed-trailer-hash-total   pic 9(12).
           05 emp-feed-trailer-site         pic x(3).
           05 emp-feed-trailer-adj-date     pic x(8).
           05 emp-feed-trailer-adj-cards    pic x(5).
           05 emp-feed-trailer-adj-hash     pic x(15).
           05 filler                        pic x(145).
      *
       sd feed-sort-file
           data record is feed-sort-rec.
      *
       01 feed-sort-rec.
           05 feed-sort-num            pic x(6).
           05 filler                   pic x(194).
      *
       fd sorted-feed-file
           data record is emp-rec
           record contains 200 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(6).
           05 filler                   pic x(194).
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
       sd restate-sort-file
           data record is rst-sort-rec.
      *
       01 rst-sort-rec.
           05 rst-sort-num             pic x(6).
           05 filler                   pic x(180).
           05 rst-sort-site            pic x(3).
           05 filler                   pic x(11).
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
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
       fd adj-parm-file
           data record is adjp-rec
           record contains 80 characters.
      *
       01 adjp-rec                     pic x(80).
      *
      *the card as keyed (columns 1-43), then the site the adjustment
      *landed on and the day and deck that applied it
       fd adj-hist-file
           data record is adjh-rec
           record contains 80 characters.
      *
       01 adjh-rec.
           05 adjh-rec-num             pic x(6).
           05 adjh-rec-yyyymm          pic 9(6).
           05 adjh-rec-type            pic x(1).
           05 adjh-rec-sign            pic x(1).
           05 adjh-rec-count           pic 9(5).
           05 adjh-rec-reason          pic x(4).
           05 adjh-rec-approver        pic x(20).
           05 adjh-rec-site            pic x(3).
           05 adjh-rec-adj-date        pic 9(8).
           05 adjh-rec-adj-cards       pic 9(5).
           05 adjh-rec-adj-hash        pic 9(15).
           05 filler                   pic x(6).
      *
       fd accepted-file
           data record is acc-rec
           record contains 80 characters.
      *
       01 acc-rec.
           05 acc-rec-num              pic x(6).
           05 acc-rec-yyyymm           pic 9(6).
           05 acc-rec-type             pic x(1).
           05 acc-rec-sign             pic x(1).
           05 acc-rec-count            pic 9(5).
           05 acc-rec-reason           pic x(4).
           05 acc-rec-approver         pic x(20).
           05 acc-rec-site             pic x(3).
           05 acc-rec-adj-date         pic 9(8).
           05 acc-rec-adj-cards        pic 9(5).
           05 acc-rec-adj-hash         pic 9(15).
           05 filler                   pic x(6).
      *
       fd restated-file
           data record is out-rec
           record contains 200 characters.
      *
       01 out-rec.
           05 out-rec-num              pic x(6).
           05 out-rec-month-calls      occurs 12 times.
                10 out-rec-calls-type  pic 9(5) occurs 3 times.
           05 out-rec-site             pic x(3).
           05 filler                   pic x(11).
      *
       01 out-trailer-rec redefines out-rec.
           05 out-trailer-marker       pic x(6).
           05 out-trailer-record-count pic 9(6).
           05 out-trailer-hash-total   pic 9(12).
           05 out-trailer-site         pic x(3).
           05 out-trailer-adj-date     pic 9(8).
           05 out-trailer-adj-cards    pic 9(5).
           05 out-trailer-adj-hash     pic 9(15).
           05 filler                   pic x(145).
      *
      *department, fiscal month, call type and the net change as a
      *sign and a count - the layout A5CCBILL reads on DELTAIN
       fd delta-file
           data record is dlt-rec
           record contains 80 characters.
      *
       01 dlt-rec.
           05 dlt-rec-dept             pic x(4).
           05 dlt-rec-yyyymm           pic 9(6).
           05 dlt-rec-month            pic x(3).
           05 dlt-rec-type             pic x(1).
           05 dlt-rec-sign             pic x(1).
           05 dlt-rec-calls            pic 9(6).
           05 filler                   pic x(59).
      *
       fd register-file
           data record is register-line
           record contains 132 characters.
      *
       01 register-line                pic x(132).
      *
       working-storage section.
      *
       01 ws-blank-line.
          05 filler                             pic x(132).
      *
       01 ws-constants.
           05 ws-number-of-months               pic 99   value 12.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
           05 ws-month-names                    pic x(36)
                value "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
                05 ws-month-literals redefines
                   ws-month-names               pic x(3)
                                                occurs 12 times.
           05 ws-calendar-month-names           pic x(36)
                value "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
                05 ws-calendar-literals redefines
                   ws-calendar-month-names      pic x(3)
                                                occurs 12 times.
      *
      *the reason codes an adjustment card may carry
       01 ws-reason-codes               pic x(20)
            value "XFERMISAOUTGFEEDOTHR".
       01 ws-reason-code-table redefines ws-reason-codes.
           05 ws-reason-code            pic x(4) occurs 5 times.
      *
       01 ws-parm-control.
           05 ws-parm-file-status       pic xx.
           05 ws-parm-eof-flag          pic x    value 'N'.
               88 ws-parm-end                    value 'Y'.
           05 ws-parm-error-flag        pic x    value 'N'.
               88 ws-parm-in-error               value 'Y'.
           05 ws-parm-keyword           pic x(20).
           05 ws-parm-value             pic x(59).
           05 ws-month-check-count      pic 99   value 0.
           05 ws-month-check-sub        pic 99   value 0.
           05 ws-adjparm-file-status    pic xx.
           05 ws-adjparm-eof-flag       pic x    value 'N'.
               88 ws-adjparm-end                 value 'Y'.
      *
       01 ws-fiscal-year                pic 9(4) value 0.
      *
       01 ws-fiscal-slots.
           05 ws-slot-cal               pic 99   occurs 12 times
                                                 value zeros.
           05 ws-slot-yyyymm            pic 9(6) occurs 12 times
                                                 value zeros.
           05 ws-slot-year              pic 9(4) value 0.
      *
      *calls the generation carries per fiscal month - a month with
      *none at all is not a month this generation reported
           05 ws-slot-calls             pic 9(9) occurs 12 times
                                                 value zeros.
      *
       01 ws-file-status-control.
           05 ws-adj-file-status        pic xx.
           05 ws-opr-file-status        pic xx.
           05 ws-adjh-file-status       pic xx.
      *
       01 ws-flags.
           05 ws-feed-eof-flag          pic x    value 'N'.
               88 ws-feed-end                    value 'Y'.
           05 ws-adj-eof-flag           pic x    value 'N'.
               88 ws-adj-end                     value 'Y'.
           05 ws-trailer-found-flag     pic x    value 'N'.
               88 ws-trailer-found               value 'Y'.
           05 ws-on-master-flag         pic x    value 'N'.
               88 ws-on-master                   value 'Y'.
           05 ws-rst-eof-flag           pic x    value 'N'.
               88 ws-rst-end                     value 'Y'.
           05 ws-adjh-eof-flag          pic x    value 'N'.
               88 ws-adjh-end                    value 'Y'.
      *
      *the feed as read, reconciled against its trailer before a
      *single adjustment is applied
       01 ws-feed-control.
           05 ws-feed-records-in        pic 9(6)  value 0.
           05 ws-feed-hash-in           pic 9(12) value 0.
           05 ws-trailer-count-in       pic 9(6)  value 0.
           05 ws-trailer-hash-in        pic 9(12) value 0.
           05 ws-feed-key               pic x(6)  value spaces.
           05 ws-prev-written-num       pic x(6)  value spaces.
      *
      *one site's stretch of the feed, up to and including its
      *trailer, and the sites whose trailers have been seen
       01 ws-site-control.
           05 ws-seg-records-in         pic 9(6)  value 0.
           05 ws-seg-hash-in            pic 9(12) value 0.
           05 ws-seg-site               pic x(3)  value spaces.
           05 ws-seg-mixed-flag         pic x     value 'N'.
               88 ws-seg-mixed                    value 'Y'.
           05 ws-seg-failures           pic 99    value 0.
           05 ws-site-sub               pic 99    value 0.
           05 ws-site-count             pic 99    value 0.
           05 ws-feed-site              pic x(3)  occurs 20 times.
           05 ws-opr-site               pic x(3)  value spaces.
      *
      *the site group being written to the restated file
           05 ws-rst-site               pic x(3)  value spaces.
           05 ws-rst-site-records       pic 9(6)  value 0.
           05 ws-rst-site-hash          pic 9(12) value 0.
           05 ws-rst-trailers           pic 99    value 0.
      *
      *what the site trailers of a restated copy are stamped with -
      *the day it was restated and the deck that did it, the cards
      *read and the sum of their operator, month and count. A
      *generation already stamped with the same deck has had these
      *cards applied, and isn't restated with them a second time
       01 ws-restate-stamp.
           05 ws-stamp-date             pic 9(8)  value 0.
           05 ws-stamp-cards            pic 9(5)  value 0.
           05 ws-stamp-hash             pic 9(15) value 0.
           05 ws-prior-stamp-flag       pic x     value 'N'.
               88 ws-prior-restated              value 'Y'.
           05 ws-prior-date             pic x(8)  value spaces.
           05 ws-prior-cards            pic x(5)  value spaces.
           05 ws-prior-hash             pic x(15) value spaces.
           05 ws-hist-deck-flag         pic x     value 'N'.
               88 ws-deck-on-history             value 'Y'.
           05 ws-hist-deck-date         pic 9(8)  value 0.
      *
       01 ws-counters.
           05 ws-sub                    pic 99    value 0.
           05 ws-type-sub               pic 9     value 0.
           05 ws-adj-read               pic 9(5)  value 0.
           05 ws-adj-applied            pic 9(5)  value 0.
           05 ws-applied-before         pic 9(5)  value 0.
           05 ws-adj-rejected           pic 9(5)  value 0.
           05 ws-records-written        pic 9(6)  value 0.
           05 ws-records-added          pic 9(6)  value 0.
           05 ws-dup-passed             pic 9(6)  value 0.
           05 ws-hash-out               pic 9(12) value 0.
           05 ws-delta-written          pic 9(5)  value 0.
           05 ws-accepted-written       pic 9(5)  value 0.
           05 ws-adjh-read              pic 9(7)  value 0.
      *
      *net change applied per call type, for the register totals
       01 ws-type-net-table.
           05 ws-type-net               pic s9(9) occurs 3 times
                                                  value zeros.
      *
      *the validated adjustments, sorted by operator and then card
      *order so an operator's cards apply in the order they were
      *keyed and each one's before is the previous one's after
       01 ws-adj-control.
           05 ws-adj-sub                pic 9(4)  value 0.
           05 ws-adj-sub2               pic 9(4)  value 0.
           05 ws-adj-next               pic 9(4)  value 0.
           05 ws-adj-seq                pic 9(5)  value 0.
           05 ws-reason-sub             pic 9     value 0.
           05 ws-reason-found-flag      pic x     value 'N'.
               88 ws-reason-found                 value 'Y'.
           05 ws-reject-reason          pic x(30) value spaces.
           05 ws-slot-found             pic 99    value 0.
           05 ws-type-found             pic 9     value 0.
      *
       01 ws-adj-table.
           05 ws-adj-count              pic 9(4)  value 0.
           05 ws-adj-entry              occurs 2000 times.
               10 ws-adj-num            pic x(6).
               10 ws-adj-order          pic 9(5).
               10 ws-adj-yyyymm         pic 9(6).
               10 ws-adj-slot           pic 99.
               10 ws-adj-type-sub       pic 9.
               10 ws-adj-count-signed   pic s9(6).
               10 ws-adj-reason         pic x(4).
               10 ws-adj-approver       pic x(20).
      *
       01 ws-adj-swap                   pic x(50).
      *
      *one adjustment being applied to its bucket
       01 ws-apply-work.
           05 ws-bucket-before          pic 9(5)  value 0.
           05 ws-bucket-after           pic s9(7) value 0.
      *
       01 ws-opr-lookup.
           05 ws-opr-name               pic x(12).
           05 ws-opr-dept               pic x(4).
      *
      *effective-dated department resolution - same shape as the
      *billing run's
       01 ws-hist-control.
           05 ws-hist-file-status       pic xx.
           05 ws-hist-eof-flag          pic x    value 'N'.
               88 ws-hist-end                    value 'Y'.
           05 ws-hist-count             pic 99   value 0.
           05 ws-hist-sub               pic 99   value 0.
           05 ws-hist-best              pic 99   value 0.
           05 ws-hist-entry             occurs 50 times.
               10 ws-hist-eff-yyyymm    pic 9(6).
               10 ws-hist-dept          pic x(4).
      *
       01 ws-month-dept-table.
           05 ws-month-dept             pic x(4) occurs 12 times.
      *
      *net change per department per month per call type - never
      *more entries than there are adjustments
       01 ws-delta-control.
           05 ws-dlt-sub                pic 9(4) value 0.
           05 ws-dlt-idx                pic 9(4) value 0.
           05 ws-dlt-lookup-dept        pic x(4) value spaces.
       01 ws-delta-table.
           05 ws-dlt-count              pic 9(4) value 0.
           05 ws-dlt-entry              occurs 2000 times.
               10 ws-dlt-dept           pic x(4).
               10 ws-dlt-slot           pic 99.
               10 ws-dlt-type-sub       pic 9.
               10 ws-dlt-net            pic s9(7).
      *
       01 ws-type-labels                pic x(24)
            value "Inbound OutboundTransfer".
       01 ws-type-label-table redefines ws-type-labels.
           05 ws-type-label             pic x(8) occurs 3 times.
       01 ws-type-codes                 pic x(3) value "IOT".
       01 ws-type-code-table redefines ws-type-codes.
           05 ws-type-code              pic x    occurs 3 times.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(40)
               value 'A5CCADJ Prior-Period Adjustment Register'.
           05 filler                   pic x(31)
               value spaces.
           05 ws-heading-date          pic 9(6).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-line-text     pic x(60).
           05 filler                   pic x(70) value spaces.
      *
       01 ws-register-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Oper'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Month'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Type'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Before'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Adjust'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value ' After'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Rsn'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(20) value 'Approved by'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(30) value 'Result'.
           05 filler                   pic x(2)  value spaces.
      *
       01 ws-register-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-num               pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-name              pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-dept              pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-yyyymm            pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-type              pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-before            pic zzzzz9.
           05 ws-reg-before-x redefines ws-reg-before
                                        pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-adjust            pic +(5)9.
           05 ws-reg-adjust-x redefines ws-reg-adjust
                                        pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-after             pic zzzzz9.
           05 ws-reg-after-x redefines ws-reg-after
                                        pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-reason            pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-approver          pic x(20).
           05 filler                   pic x(2)  value spaces.
           05 ws-reg-result            pic x(30).
           05 filler                   pic x(2)  value spaces.
      *
       01 ws-delta-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Dept'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(3)  value 'Mth'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Month'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Type'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(8)  value 'Net chg'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(4)  value 'Note'.
           05 filler                   pic x(87) value spaces.
      *
       01 ws-delta-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-dlt-line-dept         pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-dlt-line-month        pic x(3).
           05 filler                   pic x(2)  value spaces.
           05 ws-dlt-line-yyyymm       pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-dlt-line-type         pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-dlt-line-net          pic +(7)9.
           05 filler                   pic x(2)  value spaces.
           05 ws-dlt-line-note         pic x(6).
           05 filler                   pic x(85) value spaces.
      *
       01 ws-total-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-total-line-label      pic x(33).
           05 ws-total-line-count      pic zzzzzzzzzzz9.
           05 filler                   pic x(85) value spaces.
      *
       01 ws-net-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-net-line-label        pic x(33).
           05 ws-net-line-count        pic +(11)9.
           05 filler                   pic x(85) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 020-load-parameters.
      *
           accept ws-heading-date from date.
           accept ws-heading-time from time.
           accept ws-stamp-date from date yyyymmdd.
      *
      *sort the generation by operator number - the trailer is held
      *back on the way in and the records are counted and hashed
      *against it, the way the monthly run reconciles a feed
           sort feed-sort-file
               on ascending key feed-sort-num
               with duplicates in order
               input procedure is 150-load-feed
               giving sorted-feed-file.
      *
           perform 160-reconcile-feed.
      *
           open input  adj-file
                       opr-master-file
                       opr-history-file.
           if ws-adj-file-status not = "00"
               display "A5CCADJ: ADJFILE OPEN FAILED - STATUS "
                       ws-adj-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           open output register-file.
           write register-line from ws-heading-line.
           write register-line from ws-blank-line.
           move 'Adjustments rejected on validation:'
                                        to ws-section-line-text.
           write register-line from ws-section-line.
           write register-line from ws-blank-line.
           write register-line from ws-register-column-heading.
           write register-line from ws-blank-line.
      *
           perform until ws-adj-end
               read adj-file
                   at end
                       move 'Y'         to ws-adj-eof-flag
                   not at end
                       perform 200-validate-adjustment
               end-read
           end-perform.
           close adj-file.
      *
           perform 230-check-prior-restatement.
           perform 235-check-adjustment-history.
           perform 250-sort-adjustments.
      *
           write register-line from ws-blank-line.
           move 'Adjustments by operator - before / adjustment / after:'
                                        to ws-section-line-text.
           write register-line from ws-section-line.
           write register-line from ws-blank-line.
           write register-line from ws-register-column-heading.
           write register-line from ws-blank-line.
      *
      *the merge runs in operator order and the result is regrouped
      *by site on its way to the restated file
           open input  sorted-feed-file.
           open output accepted-file.
           move 1                       to ws-adj-next.
           perform 300-read-feed-record.
           sort restate-sort-file
               on ascending key rst-sort-site
                                rst-sort-num
               with duplicates in order
               input procedure is 305-merge-feed
               output procedure is 350-write-restated-file.
           close sorted-feed-file
                 accepted-file
                 opr-master-file
                 opr-history-file.
      *
           perform 400-write-delta.
           perform 500-print-totals.
           close register-file.
      *
      *rejected cards, or nothing applied at all, leave the restated
      *file whole but are worth a look before it goes back in place
           if ws-adj-rejected > 0
               or ws-adj-applied = 0
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *same card the monthly run reads - only the month order and
      *fiscal year apply here. Without a fiscal year there is no
      *month to adjust, so the run stops
       020-load-parameters.
           open input parm-file.
           if ws-parm-file-status = "00"
               perform until ws-parm-end
                   read parm-file
                       at end
                           move 'Y'     to ws-parm-eof-flag
                       not at end
                           perform 025-apply-parameter
                   end-read
               end-perform
           end-if.
           close parm-file.
      *
           open input adj-parm-file.
           if ws-adjparm-file-status = "00"
               perform until ws-adjparm-end
                   read adj-parm-file
                       at end
                           move 'Y'     to ws-adjparm-eof-flag
                       not at end
                           perform 027-apply-override
                   end-read
               end-perform
           end-if.
           close adj-parm-file.
      *
           perform 030-validate-month-order.
           if ws-fiscal-year = 0
               move 'Y'                 to ws-parm-error-flag
               display "A5CCADJ: FISCAL-YEAR IS REQUIRED ON PARMCARD "
                       "OR ADJPARM"
           end-if.
           if ws-parm-in-error
               display "A5CCADJ: INVALID PARAMETER CARD - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           perform 035-derive-fiscal-slots.
      *
       025-apply-parameter.
           if parm-rec = spaces
               or parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate ws-parm-keyword
                   when "MONTH-ORDER"
                       move ws-parm-value (1:36)
                           to ws-month-names
                   when "FISCAL-YEAR"
                       if ws-parm-value (1:4) numeric
                           move ws-parm-value (1:4)
                               to ws-fiscal-year
                       else
                           move 'Y'     to ws-parm-error-flag
                           display "A5CCADJ: BAD PARAMETER LINE: "
                                   parm-rec
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.
      *
      *the override card - FISCAL-YEAR left blank keeps PARMCARD's,
      *anything else on it is a mistake
       027-apply-override.
           if adjp-rec = spaces
               or adjp-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring adjp-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate true
                   when ws-parm-keyword not = "FISCAL-YEAR"
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCADJ: ONLY FISCAL-YEAR IS TAKEN "
                               "FROM ADJPARM: " adjp-rec
                   when ws-parm-value = spaces
                       continue
                   when ws-parm-value (1:4) numeric
                       move ws-parm-value (1:4)
                                        to ws-fiscal-year
                       display "A5CCADJ: FISCAL-YEAR "
                               ws-fiscal-year " FROM ADJPARM"
                   when other
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCADJ: BAD ADJPARM LINE: " adjp-rec
               end-evaluate
           end-if.
      *
       030-validate-month-order.
           perform varying ws-month-check-sub from 1 by 1
                until ws-month-check-sub > ws-number-of-months
               move 0                   to ws-month-check-count
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-month-literals (ws-sub) =
                       ws-calendar-literals (ws-month-check-sub)
                       add 1            to ws-month-check-count
                   end-if
               end-perform
               if ws-month-check-count not = 1
                   move 'Y'             to ws-parm-error-flag
                   display "A5CCADJ: MONTH-ORDER IS NOT A "
                           "PERMUTATION OF THE TWELVE MONTHS: "
                           ws-month-names
               end-if
           end-perform.
      *
      *calendar month number and yyyymm per slot, rolling the year
      *forward each time the calendar month number drops back
       035-derive-fiscal-slots.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               perform varying ws-month-check-sub from 1 by 1
                    until ws-month-check-sub > ws-number-of-months
                   if ws-month-literals (ws-sub) =
                       ws-calendar-literals (ws-month-check-sub)
                       move ws-month-check-sub
                           to ws-slot-cal (ws-sub)
                   end-if
               end-perform
           end-perform.
           move ws-fiscal-year          to ws-slot-year.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               if ws-sub > 1
                   and ws-slot-cal (ws-sub)
                       < ws-slot-cal (ws-sub - 1)
                   add 1                to ws-slot-year
               end-if
               move ws-slot-year        to ws-slot-yyyymm (ws-sub)
               multiply 100             by ws-slot-yyyymm (ws-sub)
               add ws-slot-cal (ws-sub) to ws-slot-yyyymm (ws-sub)
           end-perform.
      *
      *every data record counted, hashed and summed per fiscal month
      *on its way to the sort; the trailer is kept to reconcile to
       150-load-feed.
           open input emp-file.
           perform until ws-feed-end
               read emp-file
                   at end
                       move 'Y'         to ws-feed-eof-flag
                   not at end
                       if emp-feed-rec-num = ws-trailer-marker-value
                           move 'Y'     to ws-trailer-found-flag
                           add emp-feed-trailer-record-count
                                        to ws-trailer-count-in
                           add emp-feed-trailer-hash-total
                                        to ws-trailer-hash-in
                           if emp-feed-trailer-adj-date not = spaces
                               move 'Y' to ws-prior-stamp-flag
                               move emp-feed-trailer-adj-date
                                        to ws-prior-date
                               move emp-feed-trailer-adj-cards
                                        to ws-prior-cards
                               move emp-feed-trailer-adj-hash
                                        to ws-prior-hash
                           end-if
                           perform 158-reconcile-site-segment
                       else
                           add 1        to ws-feed-records-in
                                           ws-seg-records-in
                           perform 155-sum-feed-record
                           perform 157-track-site-segment
                           release feed-sort-rec from emp-feed-rec
                       end-if
               end-read
           end-perform.
           close emp-file.
      *
       155-sum-feed-record.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               add emp-feed-calls-inbound (ws-sub)
                   to ws-feed-hash-in
                      ws-seg-hash-in
                      ws-slot-calls (ws-sub)
               add emp-feed-calls-outbound (ws-sub)
                   to ws-feed-hash-in
                      ws-seg-hash-in
                      ws-slot-calls (ws-sub)
               add emp-feed-calls-transfer (ws-sub)
                   to ws-feed-hash-in
                      ws-seg-hash-in
                      ws-slot-calls (ws-sub)
           end-perform.
      *
      *the first record of a stretch sets its site - every other one
      *has to carry the same
       157-track-site-segment.
           if ws-seg-records-in = 1
               move emp-feed-rec-site   to ws-seg-site
           else
               if emp-feed-rec-site not = ws-seg-site
                   move 'Y'             to ws-seg-mixed-flag
               end-if
           end-if.
      *
      *one site's stretch against its own trailer - every way it
      *fails is listed before the run stops in 160
       158-reconcile-site-segment.
           if ws-seg-records-in not = emp-feed-trailer-record-count
               or ws-seg-hash-in not = emp-feed-trailer-hash-total
               add 1                    to ws-seg-failures
               display "A5CCADJ: SITE '" emp-feed-trailer-site
                       "' DOES NOT RECONCILE TO ITS TRL TRAILER - "
                       "RECORDS " ws-seg-records-in
                       " TRAILER " emp-feed-trailer-record-count
               display "A5CCADJ: SITE '" emp-feed-trailer-site
                       "' HASH " ws-seg-hash-in
                       " TRAILER " emp-feed-trailer-hash-total
           end-if.
           if ws-seg-mixed
               or (ws-seg-records-in > 0
                   and ws-seg-site not = emp-feed-trailer-site)
               add 1                    to ws-seg-failures
               display "A5CCADJ: RECORDS BEFORE THE TRL TRAILER FOR "
                       "SITE '" emp-feed-trailer-site
                       "' ARE NOT ALL FOR THAT SITE"
           end-if.
           move 0                       to ws-site-sub.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-site-count
               if ws-feed-site (ws-sub) = emp-feed-trailer-site
                   move ws-sub          to ws-site-sub
               end-if
           end-perform.
           evaluate true
               when ws-site-sub > 0
                   add 1                to ws-seg-failures
                   display "A5CCADJ: SITE '" emp-feed-trailer-site
                           "' HAS MORE THAN ONE TRL TRAILER"
               when ws-site-count not < 20
                   add 1                to ws-seg-failures
                   display "A5CCADJ: MORE THAN 20 SITES ON INFILE"
               when other
                   add 1                to ws-site-count
                   move emp-feed-trailer-site
                                        to ws-feed-site (ws-site-count)
           end-evaluate.
           move 0                       to ws-seg-records-in
                                           ws-seg-hash-in.
           move spaces                  to ws-seg-site.
           move 'N'                     to ws-seg-mixed-flag.
      *
      *a generation that doesn't agree with its own trailer is not
      *restated - whatever is wrong with it has to be found first
       160-reconcile-feed.
           if not ws-trailer-found
               display "A5CCADJ: INFILE HAS NO TRL TRAILER - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           if ws-seg-records-in > 0
               display "A5CCADJ: " ws-seg-records-in
                       " INFILE RECORDS FOLLOW THE LAST TRL TRAILER - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           if ws-seg-failures > 0
               display "A5CCADJ: " ws-seg-failures
                       " SITE TRAILER FAILURES ON INFILE - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           if ws-feed-records-in not = ws-trailer-count-in
               or ws-feed-hash-in not = ws-trailer-hash-in
               display "A5CCADJ: INFILE DOES NOT RECONCILE TO ITS "
                       "TRL TRAILER - RECORDS " ws-feed-records-in
                       " TRAILER " ws-trailer-count-in
                       " HASH " ws-feed-hash-in
                       " TRAILER " ws-trailer-hash-in
               display "A5CCADJ: RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
      *one card checked in full - every problem with it is a reason
      *the card is rejected on the register; a good card goes into
      *the table with its fiscal slot and a signed count
       200-validate-adjustment.
           if adj-rec = spaces
               or adj-rec (1:1) = "*"
               continue
           else
               add 1                    to ws-adj-read
               perform 205-hash-adjustment-card
               move spaces              to ws-reject-reason
               move 'N'                 to ws-on-master-flag
               move "UNKNOWN"           to ws-opr-name
               move spaces              to ws-opr-dept
               move adj-rec-num         to opr-rec-num
               read opr-master-file
                    key is opr-rec-num
                    invalid key
                       continue
                    not invalid key
                       move 'Y'         to ws-on-master-flag
                       move opr-rec-name
                                        to ws-opr-name
                       move opr-rec-dept
                                        to ws-opr-dept
               end-read
      *
               move 0                   to ws-slot-found
               if adj-rec-yyyymm numeric
                   perform varying ws-sub from 1 by 1
                        until ws-sub > ws-number-of-months
                       if ws-slot-yyyymm (ws-sub) = adj-rec-yyyymm-n
                           move ws-sub  to ws-slot-found
                       end-if
                   end-perform
               end-if
               move 0                   to ws-type-found
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   if ws-type-code (ws-type-sub) = adj-rec-type
                       move ws-type-sub to ws-type-found
                   end-if
               end-perform
               move 'N'                 to ws-reason-found-flag
               perform varying ws-reason-sub from 1 by 1
                    until ws-reason-sub > 5
                   if ws-reason-code (ws-reason-sub) = adj-rec-reason
                       move 'Y'         to ws-reason-found-flag
                   end-if
               end-perform
      *
               evaluate true
                   when not ws-on-master
                       move "OPERATOR NOT ON MASTER"
                                        to ws-reject-reason
                   when ws-slot-found = 0
                       move "MONTH NOT IN THE FISCAL YEAR"
                                        to ws-reject-reason
                   when ws-slot-calls (ws-slot-found) = 0
                       move "MONTH NOT IN THIS GENERATION"
                                        to ws-reject-reason
                   when ws-type-found = 0
                       move "CALL TYPE NOT I, O OR T"
                                        to ws-reject-reason
                   when adj-rec-sign not = "+"
                        and adj-rec-sign not = "-"
                       move "SIGN NOT + OR -"
                                        to ws-reject-reason
                   when adj-rec-count not numeric
                       move "COUNT NOT NUMERIC"
                                        to ws-reject-reason
                   when adj-rec-count-n = 0
                       move "COUNT IS ZERO"
                                        to ws-reject-reason
                   when not ws-reason-found
                       move "UNKNOWN REASON CODE"
                                        to ws-reject-reason
                   when adj-rec-approver = spaces
                       move "NO APPROVER"
                                        to ws-reject-reason
                   when ws-adj-count not < 2000
                       move "MORE THAN 2000 ADJUSTMENTS"
                                        to ws-reject-reason
                   when other
                       continue
               end-evaluate
      *
               if ws-reject-reason = spaces
                   perform 210-store-adjustment
               else
                   perform 220-print-card-reject
               end-if
           end-if.
      *
      *every card read goes into the deck's identity, good or not
       205-hash-adjustment-card.
           if adj-rec-num numeric
               add adj-rec-num-n        to ws-stamp-hash
           end-if.
           if adj-rec-yyyymm numeric
               add adj-rec-yyyymm-n     to ws-stamp-hash
           end-if.
           if adj-rec-count numeric
               add adj-rec-count-n      to ws-stamp-hash
           end-if.
      *
       210-store-adjustment.
           add 1                        to ws-adj-seq.
           add 1                        to ws-adj-count.
           move adj-rec-num            to ws-adj-num (ws-adj-count).
           move ws-adj-seq             to ws-adj-order (ws-adj-count).
           move adj-rec-yyyymm-n       to ws-adj-yyyymm (ws-adj-count).
           move ws-slot-found          to ws-adj-slot (ws-adj-count).
           move ws-type-found          to ws-adj-type-sub
                                           (ws-adj-count).
           if adj-rec-sign = "-"
               compute ws-adj-count-signed (ws-adj-count) =
                   0 - adj-rec-count-n
           else
               move adj-rec-count-n    to ws-adj-count-signed
                                           (ws-adj-count)
           end-if.
           move adj-rec-reason         to ws-adj-reason (ws-adj-count).
           move adj-rec-approver       to ws-adj-approver
                                           (ws-adj-count).
      *
      *the card as keyed, with the reason it was turned away
       220-print-card-reject.
           add 1                        to ws-adj-rejected.
           move adj-rec-num            to ws-reg-num.
           move ws-opr-name            to ws-reg-name.
           move ws-opr-dept            to ws-reg-dept.
           move adj-rec-yyyymm         to ws-reg-yyyymm.
           if ws-type-found > 0
               move ws-type-label (ws-type-found) to ws-reg-type
           else
               move adj-rec-type       to ws-reg-type
           end-if.
           move spaces                 to ws-reg-before-x.
           move spaces                 to ws-reg-adjust-x.
           string adj-rec-sign delimited by size
                  adj-rec-count delimited by size
               into ws-reg-adjust-x
           end-string.
           move spaces                 to ws-reg-after-x.
           move adj-rec-reason         to ws-reg-reason.
           move adj-rec-approver       to ws-reg-approver.
           move ws-reject-reason       to ws-reg-result.
           write register-line from ws-register-detail-line.
      *
      *a generation already restated by this same deck is refused
      *before anything is written - applying the cards again would
      *count every one of them twice. A different deck against a
      *restated generation is a later round and goes ahead
       230-check-prior-restatement.
           move ws-adj-read            to ws-stamp-cards.
           if ws-prior-restated
               and ws-prior-cards = ws-stamp-cards
               and ws-prior-hash = ws-stamp-hash
               display "A5CCADJ: INFILE WAS ALREADY RESTATED ON "
                       ws-prior-date " WITH THESE ADJFILE CARDS - "
                       ws-stamp-cards " CARDS HASH " ws-stamp-hash
               display "A5CCADJ: RUN ABORTED"
               close register-file
                     opr-master-file
                     opr-history-file
               move 16                  to return-code
               stop run
           end-if.
      *
      *the same deck already on the adjustment history has been
      *applied - to this month's generations and, through A5CCDLY,
      *to every received file built since - so it is refused too,
      *whichever generation it is run against
       235-check-adjustment-history.
           open input adj-hist-file.
           if ws-adjh-file-status not = "00"
               and ws-adjh-file-status not = "05"
               display "A5CCADJ: ADJHIST OPEN FAILED - STATUS "
                       ws-adjh-file-status " - RUN ABORTED"
               close register-file
                     opr-master-file
                     opr-history-file
               move 16                  to return-code
               stop run
           end-if.
           perform until ws-adjh-end
               read adj-hist-file
                   at end
                       move 'Y'         to ws-adjh-eof-flag
                   not at end
                       add 1            to ws-adjh-read
                       if adjh-rec-adj-cards = ws-stamp-cards
                           and adjh-rec-adj-hash = ws-stamp-hash
                           move 'Y'     to ws-hist-deck-flag
                           move adjh-rec-adj-date
                                        to ws-hist-deck-date
                       end-if
               end-read
           end-perform.
           close adj-hist-file.
           if ws-deck-on-history
               display "A5CCADJ: THESE ADJFILE CARDS WERE APPLIED ON "
                       ws-hist-deck-date " AND ARE ON ADJHIST - "
                       ws-stamp-cards " CARDS HASH " ws-stamp-hash
               display "A5CCADJ: RUN ABORTED"
               close register-file
                     opr-master-file
                     opr-history-file
               move 16                  to return-code
               stop run
           end-if.
      *
      *operator number, then the order the cards were keyed in
       250-sort-adjustments.
           perform varying ws-adj-sub from 1 by 1
                until ws-adj-sub not < ws-adj-count
               perform varying ws-adj-sub2 from ws-adj-sub by 1
                    until ws-adj-sub2 > ws-adj-count
                   if ws-adj-num (ws-adj-sub2) < ws-adj-num (ws-adj-sub)
                       or (ws-adj-num (ws-adj-sub2)
                               = ws-adj-num (ws-adj-sub)
                           and ws-adj-order (ws-adj-sub2)
                               < ws-adj-order (ws-adj-sub))
                       move ws-adj-entry (ws-adj-sub)
                                        to ws-adj-swap
                       move ws-adj-entry (ws-adj-sub2)
                           to ws-adj-entry (ws-adj-sub)
                       move ws-adj-swap
                           to ws-adj-entry (ws-adj-sub2)
                   end-if
               end-perform
           end-perform.
      *
      *the merge, every record it produces released to be regrouped
      *by site
       305-merge-feed.
           perform 310-merge-next
               until ws-feed-key = high-values
                 and ws-adj-next > ws-adj-count.
      *
      *next record off the sorted generation - high-values marks it
      *drained
       300-read-feed-record.
           read sorted-feed-file
               at end
                   move high-values     to ws-feed-key
               not at end
                   move emp-rec-num     to ws-feed-key
           end-read.
      *
      *whichever comes first in operator order: an adjusted operator
      *the generation doesn't carry gets a record of its own, put in
      *its place in the sequence (and only if one of its cards
      *actually applied); otherwise the next feed record is
      *written, with its operator's adjustments applied when it has
      *any. A repeat of an operator already written is a duplicate
      *the readers drop - it passes through untouched so the
      *adjustment lands on the record that is actually counted
       310-merge-next.
           if ws-adj-next not > ws-adj-count
               and ws-adj-num (ws-adj-next) < ws-feed-key
               move spaces              to out-rec
               move ws-adj-num (ws-adj-next) to out-rec-num
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   perform varying ws-type-sub from 1 by 1
                        until ws-type-sub > 3
                       move 0           to out-rec-calls-type
                                           (ws-sub, ws-type-sub)
                   end-perform
               end-perform
               perform 325-lookup-operator
               move ws-opr-site         to out-rec-site
               if out-rec-site = spaces
                   and ws-site-count = 1
                   move ws-feed-site (1) to out-rec-site
               end-if
               move ws-adj-applied      to ws-applied-before
               perform 320-apply-operator-adjustments
               if ws-adj-applied > ws-applied-before
                   perform 330-write-restated-record
                   add 1                to ws-records-added
               end-if
           else
               move emp-rec             to out-rec
               if ws-feed-key = ws-prev-written-num
                   add 1                to ws-dup-passed
               else
                   if ws-adj-next not > ws-adj-count
                       and ws-adj-num (ws-adj-next) = ws-feed-key
                       perform 320-apply-operator-adjustments
                   end-if
               end-if
               perform 330-write-restated-record
               perform 300-read-feed-record
           end-if.
      *
      *every card for the operator at ws-adj-next, in keyed order,
      *against the record in out-rec - the departments the months
      *bill to are resolved once for the operator
       320-apply-operator-adjustments.
           perform 325-lookup-operator.
           perform 270-resolve-monthly-depts.
           move ws-adj-next             to ws-adj-sub.
           perform until ws-adj-sub > ws-adj-count
                or ws-adj-num (ws-adj-sub) not = out-rec-num
               perform 335-apply-one-adjustment
               add 1                    to ws-adj-sub
           end-perform.
           move ws-adj-sub              to ws-adj-next.
      *
       325-lookup-operator.
           move "UNKNOWN"              to ws-opr-name.
           move spaces                 to ws-opr-dept.
           move spaces                 to ws-opr-site.
           move out-rec-num            to opr-rec-num.
           read opr-master-file
                key is opr-rec-num
                invalid key
                   continue
                not invalid key
                   move opr-rec-name   to ws-opr-name
                   move opr-rec-dept   to ws-opr-dept
                   move opr-rec-site   to ws-opr-site
           end-read.
      *
      *the latest OPRHIST assignment effective on or before each
      *fiscal month, falling back to the master's department - the
      *same resolution billing makes, so the delta lands on the
      *department that was charged for the month
       270-resolve-monthly-depts.
           move 0                       to ws-hist-count.
           move 'N'                     to ws-hist-eof-flag.
           move out-rec-num            to opr-hist-num.
           move zeros                   to opr-hist-eff-yyyymm.
           start opr-history-file
               key is not less than opr-hist-key
               invalid key
                   move 'Y'             to ws-hist-eof-flag
           end-start.
           if ws-hist-file-status not = "00"
               move 'Y'                 to ws-hist-eof-flag
           end-if.
           perform until ws-hist-end
               read opr-history-file next record
                   at end
                       move 'Y'         to ws-hist-eof-flag
                   not at end
                       if opr-hist-num not = out-rec-num
                           move 'Y'     to ws-hist-eof-flag
                       else
                           if ws-hist-count < 50
                               add 1    to ws-hist-count
                               move opr-hist-eff-yyyymm
                                   to ws-hist-eff-yyyymm
                                       (ws-hist-count)
                               move opr-hist-dept
                                   to ws-hist-dept (ws-hist-count)
                           end-if
                       end-if
               end-read
               if ws-hist-file-status not = "00"
                   move 'Y'             to ws-hist-eof-flag
               end-if
           end-perform.
      *
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-opr-dept         to ws-month-dept (ws-sub)
               if ws-hist-count > 0
                   move 0               to ws-hist-best
                   perform varying ws-hist-sub from 1 by 1
                        until ws-hist-sub > ws-hist-count
                       if ws-hist-eff-yyyymm (ws-hist-sub)
                           not > ws-slot-yyyymm (ws-sub)
                           if ws-hist-best = 0
                               or ws-hist-eff-yyyymm (ws-hist-sub)
                                  not < ws-hist-eff-yyyymm
                                        (ws-hist-best)
                               move ws-hist-sub to ws-hist-best
                           end-if
                       end-if
                   end-perform
                   if ws-hist-best > 0
                       move ws-hist-dept (ws-hist-best)
                           to ws-month-dept (ws-sub)
                   end-if
               end-if
               if ws-month-dept (ws-sub) = spaces
                   move "????"          to ws-month-dept (ws-sub)
               end-if
           end-perform.
      *
      *the record in out-rec on its way to be regrouped by site
       330-write-restated-record.
           release rst-sort-rec from out-rec.
           move out-rec-num            to ws-prev-written-num.
      *
      *one card against its bucket - a count that would go below
      *zero or past the five digits a bucket holds is rejected and
      *the bucket left as it was
       335-apply-one-adjustment.
           move ws-adj-slot (ws-adj-sub)     to ws-sub.
           move ws-adj-type-sub (ws-adj-sub) to ws-type-sub.
           move out-rec-calls-type (ws-sub, ws-type-sub)
                                        to ws-bucket-before.
           compute ws-bucket-after = ws-bucket-before
                                   + ws-adj-count-signed (ws-adj-sub).
      *
           move ws-adj-num (ws-adj-sub) to ws-reg-num.
           move ws-opr-name            to ws-reg-name.
           move ws-month-dept (ws-sub) to ws-reg-dept.
           move ws-adj-yyyymm (ws-adj-sub) to ws-reg-yyyymm.
           move ws-type-label (ws-type-sub) to ws-reg-type.
           move ws-bucket-before       to ws-reg-before.
           move ws-adj-count-signed (ws-adj-sub) to ws-reg-adjust.
           move ws-adj-reason (ws-adj-sub) to ws-reg-reason.
           move ws-adj-approver (ws-adj-sub) to ws-reg-approver.
      *
           evaluate true
               when ws-bucket-after < 0
                   add 1                to ws-adj-rejected
                   move spaces          to ws-reg-after-x
                   move "REJECTED - COUNT BELOW ZERO"
                                        to ws-reg-result
               when ws-bucket-after > 99999
                   add 1                to ws-adj-rejected
                   move spaces          to ws-reg-after-x
                   move "REJECTED - COUNT PAST 99999"
                                        to ws-reg-result
               when other
                   move ws-bucket-after to out-rec-calls-type
                                           (ws-sub, ws-type-sub)
                   move ws-bucket-after to ws-reg-after
                   move "APPLIED"       to ws-reg-result
                   add 1                to ws-adj-applied
                   add ws-adj-count-signed (ws-adj-sub)
                       to ws-type-net (ws-type-sub)
                   perform 338-accumulate-delta
                   perform 339-write-accepted
           end-evaluate.
           write register-line from ws-register-detail-line.
      *
      *the change folded into its department/month/type entry
       338-accumulate-delta.
           move ws-month-dept (ws-sub) to ws-dlt-lookup-dept.
           move 0                       to ws-dlt-idx.
           perform varying ws-dlt-sub from 1 by 1
                until ws-dlt-sub > ws-dlt-count
               if ws-dlt-dept (ws-dlt-sub) = ws-dlt-lookup-dept
                   and ws-dlt-slot (ws-dlt-sub) = ws-sub
                   and ws-dlt-type-sub (ws-dlt-sub) = ws-type-sub
                   move ws-dlt-sub      to ws-dlt-idx
               end-if
           end-perform.
           if ws-dlt-idx = 0
               add 1                    to ws-dlt-count
               move ws-dlt-count        to ws-dlt-idx
               move ws-dlt-lookup-dept to ws-dlt-dept (ws-dlt-idx)
               move ws-sub              to ws-dlt-slot (ws-dlt-idx)
               move ws-type-sub         to ws-dlt-type-sub (ws-dlt-idx)
               move 0                   to ws-dlt-net (ws-dlt-idx)
           end-if.
           add ws-adj-count-signed (ws-adj-sub)
               to ws-dlt-net (ws-dlt-idx).
      *
      *the adjustment as applied, with the site of the record it was
      *applied to - the site A5CCDLY will apply it for
       339-write-accepted.
           move spaces                 to acc-rec.
           move ws-adj-num (ws-adj-sub) to acc-rec-num.
           move ws-adj-yyyymm (ws-adj-sub) to acc-rec-yyyymm.
           move ws-type-code (ws-type-sub) to acc-rec-type.
           if ws-adj-count-signed (ws-adj-sub) < 0
               move "-"                 to acc-rec-sign
           else
               move "+"                 to acc-rec-sign
           end-if.
           move ws-adj-count-signed (ws-adj-sub) to acc-rec-count.
           move ws-adj-reason (ws-adj-sub) to acc-rec-reason.
           move ws-adj-approver (ws-adj-sub) to acc-rec-approver.
           move out-rec-site           to acc-rec-site.
           move ws-stamp-date          to acc-rec-adj-date.
           move ws-stamp-cards         to acc-rec-adj-cards.
           move ws-stamp-hash          to acc-rec-adj-hash.
           write acc-rec.
           add 1                        to ws-accepted-written.
      *
      *the control trailer re-cut over what was actually written
      *for the site, stamped with the day and the deck
       340-write-control-trailer.
           move spaces                 to out-rec.
           move ws-trailer-marker-value to out-trailer-marker.
           move ws-rst-site-records    to out-trailer-record-count.
           move ws-rst-site-hash       to out-trailer-hash-total.
           move ws-rst-site            to out-trailer-site.
           move ws-stamp-date          to out-trailer-adj-date.
           move ws-stamp-cards         to out-trailer-adj-cards.
           move ws-stamp-hash          to out-trailer-adj-hash.
           write out-rec.
           add 1                        to ws-rst-trailers.
      *
      *the restated records a site at a time, each site closed by its
      *own trailer - a generation with nothing in it still gets one
       350-write-restated-file.
           open output restated-file.
           perform 355-return-restated-record.
           perform until ws-rst-end
               move rst-sort-site       to ws-rst-site
               move 0                   to ws-rst-site-records
                                           ws-rst-site-hash
               perform until ws-rst-end
                    or rst-sort-site not = ws-rst-site
                   perform 360-write-site-record
                   perform 355-return-restated-record
               end-perform
               perform 340-write-control-trailer
           end-perform.
           if ws-rst-trailers = 0
               move spaces              to ws-rst-site
               move 0                   to ws-rst-site-records
                                           ws-rst-site-hash
               perform 340-write-control-trailer
           end-if.
           close restated-file.
      *
       355-return-restated-record.
           return restate-sort-file
               at end
                   move 'Y'             to ws-rst-eof-flag
           end-return.
      *
      *one record onto the restated file, hashed as it goes the way
      *the consolidation hashes what it writes
       360-write-site-record.
           move rst-sort-rec           to out-rec.
           add 1                        to ws-records-written
                                           ws-rst-site-records.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               perform varying ws-type-sub from 1 by 1
                    until ws-type-sub > 3
                   add out-rec-calls-type (ws-sub, ws-type-sub)
                       to ws-hash-out
                          ws-rst-site-hash
               end-perform
           end-perform.
           write out-rec.
      *
      *one delta record per department/month/type whose changes
      *didn't cancel out, listed on the register as they go
       400-write-delta.
           open output delta-file.
           write register-line from ws-blank-line.
           move 'Net change by department, month and call type:'
                                        to ws-section-line-text.
           write register-line from ws-section-line.
           write register-line from ws-blank-line.
           write register-line from ws-delta-column-heading.
           write register-line from ws-blank-line.
           perform varying ws-dlt-sub from 1 by 1
                until ws-dlt-sub > ws-dlt-count
               if ws-dlt-net (ws-dlt-sub) not = 0
                   move ws-dlt-slot (ws-dlt-sub) to ws-sub
                   move ws-dlt-type-sub (ws-dlt-sub) to ws-type-sub
                   move spaces          to dlt-rec
                   move ws-dlt-dept (ws-dlt-sub) to dlt-rec-dept
                   move ws-slot-yyyymm (ws-sub) to dlt-rec-yyyymm
                   move ws-month-literals (ws-sub) to dlt-rec-month
                   move ws-type-code (ws-type-sub) to dlt-rec-type
                   if ws-dlt-net (ws-dlt-sub) < 0
                       move "-"         to dlt-rec-sign
                       move "CREDIT"    to ws-dlt-line-note
                   else
                       move "+"         to dlt-rec-sign
                       move "DEBIT"     to ws-dlt-line-note
                   end-if
                   move ws-dlt-net (ws-dlt-sub) to dlt-rec-calls
                   write dlt-rec
                   add 1                to ws-delta-written
      *
                   move dlt-rec-dept    to ws-dlt-line-dept
                   move dlt-rec-month   to ws-dlt-line-month
                   move dlt-rec-yyyymm  to ws-dlt-line-yyyymm
                   move ws-type-label (ws-type-sub)
                                        to ws-dlt-line-type
                   move ws-dlt-net (ws-dlt-sub) to ws-dlt-line-net
                   write register-line from ws-delta-detail-line
               end-if
           end-perform.
           close delta-file.
      *
       500-print-totals.
           write register-line from ws-blank-line.
           move 'Feed records read:'   to ws-total-line-label.
           move ws-feed-records-in     to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Feed hash total read:'
                                        to ws-total-line-label.
           move ws-feed-hash-in        to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Adjustment cards read:'
                                        to ws-total-line-label.
           move ws-adj-read            to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Adjustments applied:' to ws-total-line-label.
           move ws-adj-applied         to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Adjustments rejected:'
                                        to ws-total-line-label.
           move ws-adj-rejected        to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Operator records added:'
                                        to ws-total-line-label.
           move ws-records-added       to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Duplicate records passed through:'
                                        to ws-total-line-label.
           move ws-dup-passed          to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Restated records written:'
                                        to ws-total-line-label.
           move ws-records-written     to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Restated hash total:' to ws-total-line-label.
           move ws-hash-out            to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Restated site trailers written:'
                                        to ws-total-line-label.
           move ws-rst-trailers        to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Delta records written:'
                                        to ws-total-line-label.
           move ws-delta-written       to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Adjustment history records read:'
                                        to ws-total-line-label.
           move ws-adjh-read           to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Accepted adjustments written:'
                                        to ws-total-line-label.
           move ws-accepted-written    to ws-total-line-count.
           write register-line from ws-total-line.
           move 'Fiscal year adjusted:' to ws-total-line-label.
           move ws-fiscal-year         to ws-total-line-count.
           write register-line from ws-total-line.
      *
           write register-line from ws-blank-line.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move spaces              to ws-net-line-label
               string "Net change, " delimited by size
                      ws-type-label (ws-type-sub) delimited by space
                      ":" delimited by size
                   into ws-net-line-label
               end-string
               move ws-type-net (ws-type-sub) to ws-net-line-count
               write register-line from ws-net-line
           end-perform.
      *
       end program A5CCADJ.

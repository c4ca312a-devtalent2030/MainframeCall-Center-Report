       identification division.
       program-id. A5CCYEC.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *fiscal year-end close - turns the year over once its last
      *month has been reported. The INFILE generations only reach
      *back thirteen months, so before the year rolls off them the
      *close reads the year's final generation (every operator's
      *twelve fiscal months of calls) and appends it to the
      *permanent annual archive, ANNARCH: one record per operator
      *with each month's calls by type, the department the month
      *was attributed to (the latest OPRHIST assignment in force
      *that month, falling back to the master's current department,
      *the same resolution billing and the volumes report use) and
      *the month's scheduled hours off SCHEDHRS. An operator with
      *scheduled hours but no calls is archived too. The year ends
      *with a TRL trailer carrying its record count, calls and
      *hours, and the annual summary report lists every operator
      *and every department's year by fiscal month
      *
      *the feed is reconciled against its site trailers first, and
      *a year already on the archive is refused, so nothing goes
      *onto the permanent file twice or out of balance. YECPARM
      *CLOSE-YEAR=yyyy has to name the year PARMCARD FISCAL-YEAR
      *holds - a deliberate second key on the close
      *
      *the close then advances the fiscal year: every PARMCARD line
      *is copied to NEWPARM with FISCAL-YEAR moved on by one, and
      *the old and new lines are echoed on the report for audit.
      *The job copies NEWPARM back over PARMCARD once the close
      *ends clean
      *
      *and it purges history past RETAIN-MONTHS on YECPARM (default
      *024, never less than 012) counted back from the first month
      *of the year being closed: an operator terminated before the
      *cut-off comes off the master with all of their OPRHIST
      *rows, and an OPRHIST row superseded by a later assignment
      *that was itself in force by the cut-off is removed. The row
      *in force at the cut-off always stays, so every month still
      *on an INFILE generation resolves exactly as it did before.
      *Every record purged is listed. The archive keeps the
      *department every archived month was attributed to, so
      *nothing the purge takes is lost to the annual figures
      *
       environment division.
       input-output section.
       file-control.
      *
      *the fiscal year's final INFILE generation
           select emp-file
               assign to INFILE
               organization is sequential.
      *
      *sorted by operator number like billing, so a duplicate is
      *the record matching the one before it and is dropped the
      *same way the volumes report drops it
           select feed-sort-file
               assign to YECSORT.
      *
           select sorted-feed-file
               assign to SORTFEED
               organization is sequential.
      *
      *scheduled hours - one card per operator per month, the same
      *feed the volumes report reads. Absent or empty means the
      *year is archived with no hours
           select optional hours-file
               assign to HRSFILE
               organization is sequential
               file status is ws-hours-file-status.
      *
      *read for names and departments while the year is archived,
      *browsed and purged afterwards - dynamic access for both
           select opr-master-file
               assign to OPRMAST
               organization is indexed
               access mode is dynamic
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
      *the permanent annual archive - read first for the year being
      *closed, then extended with it
           select optional annual-archive-file
               assign to ANNARCH
               organization is sequential
               file status is ws-arc-file-status.
      *
      *same runtime parameter card the monthly run reads - read
      *whole, since every line of it is carried to NEWPARM
           select optional parm-file
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
           select new-parm-file
               assign to NEWPARM
               organization is sequential.
      *
           select optional yec-parm-file
               assign to YECPARM
               organization is sequential
               file status is ws-yec-parm-file-status.
      *
           select report-file
               assign to YECRPT
               organization is sequential.
      *
       data division.
       file section.
      *
      *the feed is read as a slug - the trailer and data views of
      *the record are laid over it below
       fd emp-file
           data record is emp-feed-rec
           record contains 200 characters.
      *
       01 emp-feed-rec.
           05 emp-feed-rec-num         pic x(6).
           05 emp-feed-bucket          pic 9(5) occurs 36 times.
           05 filler                   pic x(14).
      *
       01 emp-feed-trailer-rec redefines emp-feed-rec.
           05 emp-trailer-marker       pic x(6).
           05 emp-trailer-record-count pic 9(6).
           05 emp-trailer-hash-total   pic 9(12).
           05 emp-trailer-site         pic x(3).
           05 filler                   pic x(173).
      *
       sd feed-sort-file
           data record is feed-sort-rec.
      *
       01 feed-sort-rec.
           05 feed-sort-num            pic x(6).
           05 filler                   pic x(194).
      *
      *the feed in operator-number order - twelve inbound/outbound/
      *transfer triplets per operator and the site it came from
       fd sorted-feed-file
           data record is emp-rec
           record contains 200 characters.
      *
       01 emp-rec.
           05 emp-rec-num              pic x(6).
           05 emp-rec-month-calls      occurs 12 times.
                10 emp-rec-calls-inbound    pic 9(5).
                10 emp-rec-calls-outbound   pic 9(5).
                10 emp-rec-calls-transfer   pic 9(5).
           05 emp-rec-site             pic x(3).
           05 filler                   pic x(11).
      *
       fd hours-file
           data record is hrs-rec
           record contains 80 characters.
      *
       01 hrs-rec.
           05 hrs-rec-num              pic x(6).
           05 hrs-rec-yyyymm           pic x(6).
                05 hrs-rec-yyyymm-n redefines hrs-rec-yyyymm
                                        pic 9(6).
           05 hrs-rec-hours            pic x(3).
                05 hrs-rec-hours-n redefines hrs-rec-hours
                                        pic 9(3).
           05 filler                   pic x(65).
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
      *one record per operator per fiscal year - each fiscal month's
      *yyyymm, attributed department, calls by type and scheduled
      *hours - and a TRL trailer closing each year
       fd annual-archive-file
           data record is arc-rec
           record contains 400 characters.
      *
       01 arc-rec.
           05 arc-rec-fiscal-year      pic 9(4).
           05 arc-rec-num              pic x(6).
           05 arc-rec-name             pic x(12).
           05 arc-rec-site             pic x(3).
           05 arc-rec-status           pic x(1).
           05 arc-rec-month            occurs 12 times.
                10 arc-rec-yyyymm           pic 9(6).
                10 arc-rec-dept             pic x(4).
                10 arc-rec-calls-inbound    pic 9(5).
                10 arc-rec-calls-outbound   pic 9(5).
                10 arc-rec-calls-transfer   pic 9(5).
                10 arc-rec-hours            pic 9(5).
           05 arc-rec-total-calls      pic 9(7).
           05 arc-rec-total-hours      pic 9(6).
           05 filler                   pic x(1).
      *
       01 arc-trailer-rec redefines arc-rec.
           05 arc-trl-fiscal-year      pic 9(4).
           05 arc-trl-marker           pic x(6).
           05 arc-trl-record-count     pic 9(7).
           05 arc-trl-calls-total      pic 9(11).
           05 arc-trl-hours-total      pic 9(9).
           05 arc-trl-close-date       pic 9(8).
           05 arc-trl-close-time       pic 9(8).
           05 arc-trl-month-order      pic x(36).
           05 filler                   pic x(311).
      *
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
       fd new-parm-file
           data record is new-parm-rec
           record contains 80 characters.
      *
       01 new-parm-rec                 pic x(80).
      *
       fd yec-parm-file
           data record is yec-parm-rec
           record contains 80 characters.
      *
       01 yec-parm-rec                 pic x(80).
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
      *PARMCARD - read whole, every line kept for NEWPARM
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
           05 ws-parm-card-count        pic 9(3) value 0.
           05 ws-parm-card-sub          pic 9(3) value 0.
           05 ws-parm-card-line         pic x(80) occurs 200 times.
           05 ws-old-parm-line          pic x(80) value spaces.
           05 ws-new-parm-line          pic x(80) value spaces.
      *
       01 ws-fiscal-year                pic 9(4) value 0.
       01 ws-next-fiscal-year           pic 9(4) value 0.
      *
      *the close's own card - CLOSE-YEAR and RETAIN-MONTHS
       01 ws-yec-parm-control.
           05 ws-yec-parm-file-status   pic xx.
           05 ws-yec-parm-eof-flag      pic x    value 'N'.
               88 ws-yec-parm-end                value 'Y'.
           05 ws-close-year             pic 9(4) value 0.
           05 ws-retain-months          pic 9(3) value 024.
      *
       01 ws-fiscal-slots.
           05 ws-slot-cal               pic 99   occurs 12 times
                                                 value zeros.
           05 ws-slot-yyyymm            pic 9(6) occurs 12 times
                                                 value zeros.
           05 ws-slot-year              pic 9(4) value 0.
      *
      *the purge cut-off - RETAIN-MONTHS back from the first month
      *of the year being closed, worked in months since year 0
       01 ws-cutoff-control.
           05 ws-cutoff-yyyymm          pic 9(6) value 0.
           05 ws-cutoff-months          pic 9(6) value 0.
           05 ws-cutoff-year            pic 9(4) value 0.
           05 ws-cutoff-month           pic 99   value 0.
      *
       01 ws-run-date-control.
           05 ws-run-date               pic 9(8).
           05 ws-run-time               pic 9(8).
      *
       01 ws-file-status-control.
           05 ws-hours-file-status      pic xx.
           05 ws-opr-file-status        pic xx.
           05 ws-arc-file-status        pic xx.
      *
       01 ws-flags.
           05 ws-feed-eof-flag          pic x    value 'N'.
               88 ws-feed-end                    value 'Y'.
           05 ws-eof-flag               pic x    value 'n'.
               88 ws-end-of-file                 value "y".
           05 ws-hours-eof-flag         pic x    value 'N'.
               88 ws-hours-end                   value 'Y'.
           05 ws-arc-eof-flag           pic x    value 'N'.
               88 ws-arc-end                     value 'Y'.
           05 ws-arc-year-flag          pic x    value 'N'.
               88 ws-arc-year-on-file            value 'Y'.
           05 ws-opr-eof-flag           pic x    value 'N'.
               88 ws-opr-end                     value 'Y'.
           05 ws-hist-open-flag         pic x    value 'N'.
               88 ws-hist-open                   value 'Y'.
      *
       01 ws-counters.
           05 ws-sub                    pic 99   value 0.
           05 ws-type-sub               pic 9    value 0.
           05 ws-records-read           pic 9(7) value 0.
           05 ws-dup-dropped-count      pic 9(7) value 0.
           05 ws-prev-operator-num      pic x(6) value spaces.
           05 ws-arc-records-written    pic 9(7) value 0.
           05 ws-arc-hours-only         pic 9(7) value 0.
           05 ws-arc-calls-total        pic 9(11) value 0.
           05 ws-arc-hours-total        pic 9(9) value 0.
           05 ws-arc-year-records       pic 9(7) value 0.
           05 ws-op-calls               pic 9(7) value 0.
           05 ws-op-hours               pic 9(6) value 0.
      *
      *the feed against its own site trailers - each segment's
      *record count and bucket hash, and the company sums
       01 ws-feed-check.
           05 ws-feed-trailer-count     pic 99   value 0.
           05 ws-feed-seg-count         pic 9(7) value 0.
           05 ws-feed-seg-hash          pic 9(12) value 0.
           05 ws-feed-after-trailer     pic 9(7) value 0.
           05 ws-feed-check-sub         pic 99   value 0.
           05 ws-feed-error-flag        pic x    value 'N'.
               88 ws-feed-in-error               value 'Y'.
      *
       01 ws-opr-lookup.
           05 ws-opr-found-flag         pic x    value 'N'.
               88 ws-opr-found                   value 'Y'.
           05 ws-opr-name               pic x(12).
           05 ws-opr-dept               pic x(4).
           05 ws-opr-site               pic x(3).
           05 ws-opr-status             pic x(1).
           05 ws-opr-leave-yyyymm       pic 9(6).
           05 ws-opr-lookup-num         pic x(6).
      *
      *effective-dated department resolution - the operator's
      *history pulled once, each fiscal month resolved to the
      *assignment in force that month, the master's current
      *department where there is none
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
      *the year's scheduled hours per operator per fiscal month -
      *an entry is marked once its operator has been archived off
      *the feed, so the ones left over are the hours-only operators
       01 ws-hours-control.
           05 ws-hours-read             pic 9(7) value 0.
           05 ws-hours-applied          pic 9(7) value 0.
           05 ws-hours-other-year       pic 9(7) value 0.
           05 ws-hours-bad              pic 9(7) value 0.
           05 ws-hours-overflow         pic 9(7) value 0.
           05 ws-hours-idx              pic 9(4) value 0.
           05 ws-hours-sub              pic 9(4) value 0.
           05 ws-hours-slot             pic 99   value 0.
       01 ws-hours-table.
           05 ws-hours-count            pic 9(4) value 0.
           05 ws-hours-entry            occurs 3000 times.
               10 ws-hours-num          pic x(6).
               10 ws-hours-used         pic x.
               10 ws-hours-month        pic 9(5) occurs 12 times.
      *
      *operators written to this year's archive - the purge leaves
      *anyone on it alone, whatever the master says
       01 ws-archived-table.
           05 ws-archived-count         pic 9(4) value 0.
           05 ws-archived-sub           pic 9(4) value 0.
           05 ws-archived-overflow      pic 9(7) value 0.
           05 ws-archived-flag          pic x    value 'N'.
               88 ws-is-archived                 value 'Y'.
           05 ws-archived-num           pic x(6) occurs 5000 times.
      *
      *each department's year by fiscal month, as attributed
       01 ws-dept-control.
           05 ws-dept-sub               pic 9(3) value 0.
           05 ws-dept-idx               pic 9(3) value 0.
           05 ws-dept-lookup-code       pic x(4) value spaces.
           05 ws-dept-overflow          pic 9(7) value 0.
           05 ws-dept-changes           pic 99   value 0.
       01 ws-dept-table.
           05 ws-dept-count             pic 9(3) value 0.
           05 ws-dept-entry             occurs 100 times.
               10 ws-dept-code          pic x(4).
               10 ws-dept-mth-calls     pic 9(9) occurs 12 times.
               10 ws-dept-calls-total   pic 9(10).
               10 ws-dept-hours-total   pic 9(7).
       01 ws-company-totals.
           05 ws-company-mth-calls      pic 9(9) occurs 12 times
                                                 value zeros.
           05 ws-company-calls-total    pic 9(10) value 0.
           05 ws-company-hours-total    pic 9(7)  value 0.
      *
      *purge candidates, gathered on a browse of each file before
      *anything is deleted
       01 ws-purge-control.
           05 ws-purge-leaver-count     pic 9(4) value 0.
           05 ws-purge-leaver-sub       pic 9(4) value 0.
           05 ws-purge-leaver-entry     occurs 2000 times.
               10 ws-purge-leaver-num   pic x(6).
               10 ws-purge-leaver-name  pic x(12).
               10 ws-purge-leaver-dept  pic x(4).
               10 ws-purge-leaver-leave pic 9(6).
           05 ws-purge-hist-count       pic 9(4) value 0.
           05 ws-purge-hist-sub         pic 9(4) value 0.
           05 ws-purge-hist-entry       occurs 5000 times.
               10 ws-purge-hist-key     pic x(12).
               10 ws-purge-hist-dept    pic x(4).
               10 ws-purge-hist-reason  pic x(1).
           05 ws-purge-leaver-flag      pic x    value 'N'.
               88 ws-purge-is-leaver             value 'Y'.
           05 ws-purge-work-key         pic x(12).
           05 ws-purge-work-dept        pic x(4).
           05 ws-purge-work-reason      pic x(1).
           05 ws-prev-hist-rec          pic x(16) value spaces.
           05 ws-prev-hist-parts redefines ws-prev-hist-rec.
               10 ws-prev-hist-num      pic x(6).
               10 ws-prev-hist-eff      pic 9(6).
               10 ws-prev-hist-dept     pic x(4).
           05 ws-purge-leavers-done     pic 9(5) value 0.
           05 ws-purge-hist-done        pic 9(5) value 0.
           05 ws-purge-kept-archived    pic 9(5) value 0.
           05 ws-purge-overflow         pic 9(5) value 0.
           05 ws-purge-failed           pic 9(5) value 0.
      *
       01 ws-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(44)
               value 'A5CCYEC  Fiscal Year-End Close              '.
           05 filler                   pic x(25)
               value spaces.
           05 ws-heading-date          pic 9(8).
           05 filler                   pic x(4)
               value spaces.
           05 ws-heading-time          pic 9(8).
           05 filler                   pic x(38)
               value spaces.
      *
       01 ws-section-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-section-line-text     pic x(100).
           05 filler                   pic x(30) value spaces.
      *
       01 ws-notice-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-notice-line-text      pic x(100).
           05 filler                   pic x(28) value spaces.
      *
       01 ws-operator-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(21) value 'Operator'.
           05 filler                   pic x(5)  value 'Site'.
           05 filler                   pic x(11) value 'Dept'.
           05 filler                   pic x(11) value '  Inbound'.
           05 filler                   pic x(11) value ' Outbound'.
           05 filler                   pic x(11) value ' Transfer'.
           05 filler                   pic x(12) value '     Total'.
           05 filler                   pic x(8)  value ' Hours'.
           05 filler                   pic x(20) value 'Note'.
           05 filler                   pic x(20) value spaces.
      *
       01 ws-operator-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-num           pic x(6).
           05 filler                   pic x(1)  value spaces.
           05 ws-op-line-name          pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-site          pic x(3).
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-dept          pic x(4).
           05 filler                   pic x(1)  value spaces.
           05 ws-op-line-moved         pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-inbound       pic zzzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-outbound      pic zzzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-transfer      pic zzzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-total         pic zzzzzzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-hours         pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-op-line-note          pic x(20).
           05 filler                   pic x(20) value spaces.
      *
      *month columns sit over the 8-byte slots of the department
      *rows - filled from ws-month-literals at start of run
       01 ws-dept-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(5)  value 'Dept'.
           05 ws-dept-heading-table    occurs 12 times.
                10 filler              pic x(5)  value spaces.
                10 ws-dept-heading-month
                                       pic x(3).
           05 filler                   pic x(11) value '      Total'.
           05 filler                   pic x(8)  value '   Hours'.
           05 filler                   pic x(10) value spaces.
      *
       01 ws-dept-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-dept-line-code        pic x(4).
           05 filler                   pic x(1)  value spaces.
           05 ws-dept-line-month       pic zzzzzzz9 occurs 12 times.
           05 filler                   pic x(1)  value spaces.
           05 ws-dept-line-total       pic zzzzzzzzz9.
           05 filler                   pic x(1)  value spaces.
           05 ws-dept-line-hours       pic zzzzzz9.
           05 filler                   pic x(10) value spaces.
      *
       01 ws-parm-echo-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-parm-echo-label       pic x(12).
           05 ws-parm-echo-text        pic x(80).
           05 filler                   pic x(36) value spaces.
      *
       01 ws-purge-line.
           05 filler                   pic x(4)  value spaces.
           05 ws-purge-line-file       pic x(8).
           05 filler                   pic x(2)  value spaces.
           05 ws-purge-line-num        pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-purge-line-yyyymm     pic 9(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-purge-line-dept       pic x(4).
           05 filler                   pic x(2)  value spaces.
           05 ws-purge-line-name       pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-purge-line-text       pic x(60).
           05 filler                   pic x(22) value spaces.
      *
       01 ws-purge-heading.
           05 filler                   pic x(4)  value spaces.
           05 filler                   pic x(10) value 'File'.
           05 filler                   pic x(8)  value 'Oper'.
           05 filler                   pic x(8)  value 'Month'.
           05 filler                   pic x(6)  value 'Dept'.
           05 filler                   pic x(14) value 'Name'.
           05 filler                   pic x(60) value 'Purged'.
           05 filler                   pic x(22) value spaces.
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
           perform 020-load-parameters.
           perform 040-load-yec-card.
           perform 050-check-close-year.
           perform 060-compute-cutoff.
           perform 070-load-hours.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           move ws-run-date             to ws-heading-date.
           move ws-run-time             to ws-heading-time.
      *
      *sort the feed by operator number - the trailers are checked
      *on the way in and dropped, and a feed that doesn't reconcile
      *stops the close before the archive is touched
           sort feed-sort-file
               on ascending key feed-sort-num
               with duplicates in order
               input procedure is 150-load-feed
               giving sorted-feed-file.
           perform 160-check-feed-reconciled.
      *
           open input  sorted-feed-file
                       opr-master-file.
           if ws-opr-file-status not = "00"
               display "A5CCYEC: OPRMAST OPEN FAILED - STATUS "
                       ws-opr-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open input  opr-history-file.
           if ws-hist-file-status not = "00"
               and ws-hist-file-status not = "05"
               display "A5CCYEC: OPRHIST OPEN FAILED - STATUS "
                       ws-hist-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open extend annual-archive-file.
           if ws-arc-file-status not = "00"
               and ws-arc-file-status not = "05"
               display "A5CCYEC: ANNARCH OPEN FAILED - STATUS "
                       ws-arc-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open output report-file.
      *
           perform 100-print-headings.
      *
           perform 200-read-feed-record.
           perform 300-archive-operator
               until ws-end-of-file.
           perform 380-archive-hours-only.
           perform 390-write-archive-trailer.
      *
           close sorted-feed-file
                 opr-master-file
                 opr-history-file
                 annual-archive-file.
      *
           perform 400-print-department-summary.
           perform 500-write-new-parmcard.
           perform 600-purge-history.
           perform 700-print-totals.
      *
           close report-file.
      *
      *the year is archived and the card advanced either way - RC 4
      *says some part of the listing wants a look before the year
      *is signed off
           if ws-hours-overflow > 0
               or ws-dept-overflow > 0
               or ws-archived-overflow > 0
               or ws-purge-overflow > 0
               or ws-purge-failed > 0
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *PARMCARD - MONTH-ORDER and FISCAL-YEAR matter here, and every
      *line is kept so NEWPARM can carry the whole card forward
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
           perform 030-validate-month-order.
           if ws-fiscal-year = 0
               move 'Y'                 to ws-parm-error-flag
               display "A5CCYEC: NO FISCAL-YEAR ON PARMCARD - THERE "
                       "IS NO YEAR TO CLOSE"
           end-if.
           if ws-parm-in-error
               display "A5CCYEC: INVALID PARAMETER CARD - "
                       "RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           perform 035-derive-fiscal-slots.
      *
       025-apply-parameter.
           if ws-parm-card-count < 200
               add 1                    to ws-parm-card-count
               move parm-rec
                   to ws-parm-card-line (ws-parm-card-count)
           else
               move 'Y'                 to ws-parm-error-flag
               display "A5CCYEC: PARMCARD HOLDS MORE THAN 200 LINES"
           end-if.
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
                           move parm-rec
                               to ws-old-parm-line
                       else
                           move 'Y'     to ws-parm-error-flag
                           display "A5CCYEC: BAD PARAMETER LINE: "
                                   parm-rec
                       end-if
                   when other
                       continue
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
                   display "A5CCYEC: MONTH-ORDER IS NOT A "
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
      *YECPARM - CLOSE-YEAR=yyyy (required) and RETAIN-MONTHS=nnn,
      *'*' in column one is a comment. A bad line aborts: this run
      *writes a permanent file and deletes history
       040-load-yec-card.
           open input yec-parm-file.
           if ws-yec-parm-file-status = "00"
               perform until ws-yec-parm-end
                   read yec-parm-file
                       at end
                           move 'Y'     to ws-yec-parm-eof-flag
                       not at end
                           perform 045-apply-yec-line
                   end-read
               end-perform
           end-if.
           close yec-parm-file.
           if ws-close-year = 0
               move 'Y'                 to ws-parm-error-flag
               display "A5CCYEC: NO CLOSE-YEAR ON YECPARM"
           end-if.
           if ws-parm-in-error
               display "A5CCYEC: INVALID YECPARM CARD - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
       045-apply-yec-line.
           if yec-parm-rec = spaces
               or yec-parm-rec (1:1) = "*"
               continue
           else
               move spaces              to ws-parm-keyword
               move spaces              to ws-parm-value
               unstring yec-parm-rec delimited by "="
                   into ws-parm-keyword ws-parm-value
               end-unstring
               evaluate true
                   when ws-parm-keyword = "CLOSE-YEAR"
                        and ws-parm-value (1:4) numeric
                        and ws-parm-value (5:1) = space
                       move ws-parm-value (1:4)
                                        to ws-close-year
                   when ws-parm-keyword = "RETAIN-MONTHS"
                        and ws-parm-value (1:3) numeric
                        and ws-parm-value (4:1) = space
                        and ws-parm-value (1:3) not < "012"
                       move ws-parm-value (1:3)
                                        to ws-retain-months
                   when other
                       move 'Y'         to ws-parm-error-flag
                       display "A5CCYEC: BAD YECPARM LINE: "
                               yec-parm-rec
               end-evaluate
           end-if.
      *
      *the year named twice has to be the same year, and a year
      *already on the archive (trailer or any record of it) is not
      *closed again - the archive is permanent
       050-check-close-year.
           if ws-close-year not = ws-fiscal-year
               display "A5CCYEC: CLOSE-YEAR " ws-close-year
                       " IS NOT THE PARMCARD FISCAL-YEAR "
                       ws-fiscal-year " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           open input annual-archive-file.
           if ws-arc-file-status = "00"
               perform until ws-arc-end
                   read annual-archive-file
                       at end
                           move 'Y'     to ws-arc-eof-flag
                       not at end
                           if arc-rec-fiscal-year = ws-close-year
                               move 'Y' to ws-arc-year-flag
                               add 1    to ws-arc-year-records
                           end-if
                   end-read
               end-perform
           end-if.
           close annual-archive-file.
           if ws-arc-year-on-file
               display "A5CCYEC: FISCAL YEAR " ws-close-year
                       " IS ALREADY ON THE ANNUAL ARCHIVE ("
                       ws-arc-year-records " RECORDS) - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
           add 1 to ws-fiscal-year giving ws-next-fiscal-year.
      *
      *RETAIN-MONTHS back from the year's first fiscal month
       060-compute-cutoff.
           divide ws-slot-yyyymm (1) by 100
               giving ws-cutoff-year remainder ws-cutoff-month.
           compute ws-cutoff-months =
               ws-cutoff-year * 12 + ws-cutoff-month - 1
               - ws-retain-months.
           divide ws-cutoff-months by 12
               giving ws-cutoff-year remainder ws-cutoff-month.
           add 1                        to ws-cutoff-month.
           compute ws-cutoff-yyyymm =
               ws-cutoff-year * 100 + ws-cutoff-month.
      *
      *the year's scheduled hours into storage - cards for months
      *outside the year are passed over, a bad card is counted
       070-load-hours.
           open input hours-file.
           if ws-hours-file-status = "00"
               perform until ws-hours-end
                   read hours-file
                       at end
                           move 'Y'     to ws-hours-eof-flag
                       not at end
                           add 1        to ws-hours-read
                           perform 075-apply-hours-record
                   end-read
               end-perform
           end-if.
           close hours-file.
      *
       075-apply-hours-record.
           if hrs-rec-yyyymm not numeric
               or hrs-rec-hours not numeric
               add 1                    to ws-hours-bad
           else
               move 0                   to ws-hours-slot
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   if ws-slot-yyyymm (ws-sub) = hrs-rec-yyyymm-n
                       move ws-sub      to ws-hours-slot
                   end-if
               end-perform
               if ws-hours-slot = 0
                   add 1                to ws-hours-other-year
               else
                   move hrs-rec-num     to ws-opr-lookup-num
                   perform 077-find-or-add-hours
                   if ws-hours-idx = 0
                       add 1            to ws-hours-overflow
                   else
                       add hrs-rec-hours-n
                           to ws-hours-month (ws-hours-idx,
                                              ws-hours-slot)
                       add 1            to ws-hours-applied
                   end-if
               end-if
           end-if.
      *
       076-find-hours.
           move 0                       to ws-hours-idx.
           perform varying ws-hours-sub from 1 by 1
                until ws-hours-sub > ws-hours-count
               if ws-hours-num (ws-hours-sub) = ws-opr-lookup-num
                   move ws-hours-sub    to ws-hours-idx
               end-if
           end-perform.
      *
       077-find-or-add-hours.
           perform 076-find-hours.
           if ws-hours-idx = 0
               and ws-hours-count < 3000
               add 1                    to ws-hours-count
               move ws-hours-count      to ws-hours-idx
               move ws-opr-lookup-num   to ws-hours-num (ws-hours-idx)
               move 'N'                 to ws-hours-used (ws-hours-idx)
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   move 0               to ws-hours-month
                                           (ws-hours-idx, ws-sub)
               end-perform
           end-if.
      *
       100-print-headings.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-month-literals (ws-sub)
                   to ws-dept-heading-month (ws-sub)
           end-perform.
           write report-line from ws-heading-line.
           write report-line from ws-blank-line.
           move spaces                  to ws-section-line-text.
           string 'Fiscal year closed: ' ws-close-year
                  '   months ' ws-slot-yyyymm (1)
                  ' to ' ws-slot-yyyymm (12)
               delimited by size into ws-section-line-text
           end-string.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           move 'Operator annual summary (archived):'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-operator-heading.
           write report-line from ws-blank-line.
      *
      *every data record into the sort, every trailer checked
      *against the segment ahead of it - count and bucket hash, as
      *the pre-flight check and the volumes report reconcile them
       150-load-feed.
           open input emp-file.
           perform until ws-feed-end
               read emp-file
                   at end
                       move 'Y'         to ws-feed-eof-flag
                   not at end
                       if emp-feed-rec-num = ws-trailer-marker-value
                           perform 155-check-feed-trailer
                       else
                           add 1        to ws-records-read
                           add 1        to ws-feed-seg-count
                           perform varying ws-feed-check-sub from 1
                                by 1 until ws-feed-check-sub > 36
                               add emp-feed-bucket
                                   (ws-feed-check-sub)
                                   to ws-feed-seg-hash
                           end-perform
                           release feed-sort-rec from emp-feed-rec
                       end-if
               end-read
           end-perform.
           close emp-file.
           move ws-feed-seg-count       to ws-feed-after-trailer.
      *
       155-check-feed-trailer.
           add 1                        to ws-feed-trailer-count.
           if emp-trailer-record-count not = ws-feed-seg-count
               or emp-trailer-hash-total not = ws-feed-seg-hash
               move 'Y'                 to ws-feed-error-flag
               display "A5CCYEC: INFILE SITE '" emp-trailer-site
                       "' DOES NOT RECONCILE - TRAILER "
                       emp-trailer-record-count "/"
                       emp-trailer-hash-total " READ "
                       ws-feed-seg-count "/" ws-feed-seg-hash
           end-if.
           move 0                       to ws-feed-seg-count.
           move 0                       to ws-feed-seg-hash.
      *
       160-check-feed-reconciled.
           if ws-feed-trailer-count = 0
               move 'Y'                 to ws-feed-error-flag
               display "A5CCYEC: INFILE HAS NO TRL TRAILER"
           end-if.
           if ws-feed-after-trailer > 0
               move 'Y'                 to ws-feed-error-flag
               display "A5CCYEC: INFILE HAS " ws-feed-after-trailer
                       " RECORDS AFTER ITS LAST TRAILER"
           end-if.
           if ws-feed-in-error
               display "A5CCYEC: INFILE DOES NOT RECONCILE - NOTHING "
                       "ARCHIVED - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
      *next distinct operator on the sorted feed - a repeat of the
      *number just archived is a duplicate the monthly run never
      *counted, and it is dropped here the same way
       200-read-feed-record.
           perform 205-read-one-feed-record.
           perform until ws-end-of-file
                or emp-rec-num not = ws-prev-operator-num
               add 1                    to ws-dup-dropped-count
               perform 205-read-one-feed-record
           end-perform.
           if not ws-end-of-file
               move emp-rec-num        to ws-prev-operator-num
           end-if.
      *
       205-read-one-feed-record.
           read sorted-feed-file
                 at end move 'y'        to ws-eof-flag
           end-read.
      *
      *one operator onto the archive - master details, each month's
      *department, the year's hours, then the record, the
      *department totals and the report line
       300-archive-operator.
           move emp-rec-num             to ws-opr-lookup-num.
           perform 310-lookup-operator-master.
           perform 320-resolve-monthly-depts.
           perform 076-find-hours.
           move spaces                  to arc-rec.
           move ws-close-year           to arc-rec-fiscal-year.
           move emp-rec-num             to arc-rec-num.
           move ws-opr-name             to arc-rec-name.
           move ws-opr-status           to arc-rec-status.
           if emp-rec-site = spaces
               move ws-opr-site         to arc-rec-site
           else
               move emp-rec-site        to arc-rec-site
           end-if.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move emp-rec-calls-inbound (ws-sub)
                   to arc-rec-calls-inbound (ws-sub)
               move emp-rec-calls-outbound (ws-sub)
                   to arc-rec-calls-outbound (ws-sub)
               move emp-rec-calls-transfer (ws-sub)
                   to arc-rec-calls-transfer (ws-sub)
           end-perform.
           perform 340-complete-archive-record.
           perform 200-read-feed-record.
      *
       310-lookup-operator-master.
           move 'N'                     to ws-opr-found-flag.
           move "UNKNOWN"              to ws-opr-name.
           move spaces                 to ws-opr-dept.
           move spaces                 to ws-opr-site.
           move spaces                 to ws-opr-status.
           move 0                      to ws-opr-leave-yyyymm.
           move ws-opr-lookup-num      to opr-rec-num.
           read opr-master-file
                key is opr-rec-num
                invalid key
                   continue
                not invalid key
                   move 'Y'            to ws-opr-found-flag
                   move opr-rec-name   to ws-opr-name
                   move opr-rec-dept   to ws-opr-dept
                   move opr-rec-site   to ws-opr-site
                   move opr-rec-status to ws-opr-status
                   move opr-rec-leave-yyyymm
                                       to ws-opr-leave-yyyymm
           end-read.
      *
      *each fiscal month's department - the latest OPRHIST row in
      *force that month, else the master's current department,
      *else "????" so the month is still attributed somewhere
       320-resolve-monthly-depts.
           move 0                       to ws-hist-count.
           move 'N'                     to ws-hist-eof-flag.
           move ws-opr-lookup-num       to opr-hist-num.
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
                       if opr-hist-num not = ws-opr-lookup-num
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
      *the rest of the archive record once the calls are in place -
      *each month's yyyymm, department and hours, the totals, the
      *write, the department figures and the report line
       340-complete-archive-record.
           move 0                       to ws-op-calls.
           move 0                       to ws-op-hours.
           move 0                       to ws-dept-changes.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-slot-yyyymm (ws-sub)
                                        to arc-rec-yyyymm (ws-sub)
               move ws-month-dept (ws-sub)
                                        to arc-rec-dept (ws-sub)
               if ws-hours-idx > 0
                   move ws-hours-month (ws-hours-idx, ws-sub)
                                        to arc-rec-hours (ws-sub)
               else
                   move 0               to arc-rec-hours (ws-sub)
               end-if
               if ws-sub > 1
                   and ws-month-dept (ws-sub)
                       not = ws-month-dept (ws-sub - 1)
                   add 1                to ws-dept-changes
               end-if
               add arc-rec-calls-inbound (ws-sub)
                   arc-rec-calls-outbound (ws-sub)
                   arc-rec-calls-transfer (ws-sub)
                                        to ws-op-calls
               add arc-rec-hours (ws-sub)
                                        to ws-op-hours
               perform 350-accumulate-department
           end-perform.
           if ws-hours-idx > 0
               move 'Y'                 to ws-hours-used (ws-hours-idx)
           end-if.
           move ws-op-calls             to arc-rec-total-calls.
           move ws-op-hours             to arc-rec-total-hours.
           write arc-rec.
           add 1                        to ws-arc-records-written.
           if ws-archived-count < 5000
               add 1                    to ws-archived-count
               move arc-rec-num
                   to ws-archived-num (ws-archived-count)
           else
               add 1                    to ws-archived-overflow
           end-if.
           add ws-op-calls              to ws-arc-calls-total.
           add ws-op-hours              to ws-arc-hours-total.
           perform 360-print-operator-line.
      *
      *one month of the operator's year onto the department it was
      *attributed to, and onto the company line
       350-accumulate-department.
           move ws-month-dept (ws-sub)  to ws-dept-lookup-code.
           perform 355-find-or-add-department.
           if ws-dept-idx = 0
               add 1                    to ws-dept-overflow
           else
               add arc-rec-calls-inbound (ws-sub)
                   arc-rec-calls-outbound (ws-sub)
                   arc-rec-calls-transfer (ws-sub)
                   to ws-dept-mth-calls (ws-dept-idx, ws-sub)
               add arc-rec-calls-inbound (ws-sub)
                   arc-rec-calls-outbound (ws-sub)
                   arc-rec-calls-transfer (ws-sub)
                   to ws-dept-calls-total (ws-dept-idx)
               add arc-rec-hours (ws-sub)
                   to ws-dept-hours-total (ws-dept-idx)
           end-if.
           add arc-rec-calls-inbound (ws-sub)
               arc-rec-calls-outbound (ws-sub)
               arc-rec-calls-transfer (ws-sub)
               to ws-company-mth-calls (ws-sub).
           add arc-rec-calls-inbound (ws-sub)
               arc-rec-calls-outbound (ws-sub)
               arc-rec-calls-transfer (ws-sub)
               to ws-company-calls-total.
           add arc-rec-hours (ws-sub)   to ws-company-hours-total.
      *
       355-find-or-add-department.
           move 0                       to ws-dept-idx.
           perform varying ws-dept-sub from 1 by 1
                until ws-dept-sub > ws-dept-count
               if ws-dept-code (ws-dept-sub) = ws-dept-lookup-code
                   move ws-dept-sub     to ws-dept-idx
               end-if
           end-perform.
           if ws-dept-idx = 0
               and ws-dept-count < 100
               add 1                    to ws-dept-count
               move ws-dept-count       to ws-dept-idx
               move ws-dept-lookup-code to ws-dept-code (ws-dept-idx)
               perform varying ws-month-check-sub from 1 by 1
                    until ws-month-check-sub > ws-number-of-months
                   move 0               to ws-dept-mth-calls
                                           (ws-dept-idx,
                                            ws-month-check-sub)
               end-perform
               move 0                   to ws-dept-calls-total
                                           (ws-dept-idx)
               move 0                   to ws-dept-hours-total
                                           (ws-dept-idx)
           end-if.
      *
      *the operator's year on one line - the department is the one
      *the last fiscal month was attributed to, XFER when the year
      *spanned more than one
       360-print-operator-line.
           move arc-rec-num             to ws-op-line-num.
           move arc-rec-name            to ws-op-line-name.
           move arc-rec-site            to ws-op-line-site.
           move arc-rec-dept (12)       to ws-op-line-dept.
           if ws-dept-changes > 0
               move "XFER"              to ws-op-line-moved
           else
               move spaces              to ws-op-line-moved
           end-if.
           move 0                       to ws-op-line-inbound
                                           ws-op-line-outbound
                                           ws-op-line-transfer.
           move 0                       to ws-op-calls.
           perform varying ws-type-sub from 1 by 1
                until ws-type-sub > 3
               move 0                   to ws-op-calls
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   evaluate ws-type-sub
                       when 1
                           add arc-rec-calls-inbound (ws-sub)
                                        to ws-op-calls
                       when 2
                           add arc-rec-calls-outbound (ws-sub)
                                        to ws-op-calls
                       when 3
                           add arc-rec-calls-transfer (ws-sub)
                                        to ws-op-calls
                   end-evaluate
               end-perform
               evaluate ws-type-sub
                   when 1
                       move ws-op-calls to ws-op-line-inbound
                   when 2
                       move ws-op-calls to ws-op-line-outbound
                   when 3
                       move ws-op-calls to ws-op-line-transfer
               end-evaluate
           end-perform.
           move arc-rec-total-calls     to ws-op-line-total.
           move arc-rec-total-hours     to ws-op-line-hours.
           evaluate true
               when not ws-opr-found
                   move "NOT ON MASTER"     to ws-op-line-note
               when arc-rec-total-calls = 0
                   move "HOURS ONLY"        to ws-op-line-note
               when ws-opr-status = "T"
                   move "TERMINATED"        to ws-op-line-note
               when other
                   move spaces              to ws-op-line-note
           end-evaluate.
           write report-line from ws-operator-line.
      *
      *operators scheduled in the year who never turned up on the
      *feed - archived with their hours and no calls, so the
      *archive's hours are the year's whole SCHEDHRS
       380-archive-hours-only.
           perform varying ws-hours-sub from 1 by 1
                until ws-hours-sub > ws-hours-count
               if ws-hours-used (ws-hours-sub) = 'N'
                   move ws-hours-sub    to ws-hours-idx
                   move ws-hours-num (ws-hours-idx)
                                        to ws-opr-lookup-num
                   perform 310-lookup-operator-master
                   perform 320-resolve-monthly-depts
                   move spaces          to arc-rec
                   move ws-close-year   to arc-rec-fiscal-year
                   move ws-opr-lookup-num
                                        to arc-rec-num
                   move ws-opr-name     to arc-rec-name
                   move ws-opr-status   to arc-rec-status
                   move ws-opr-site     to arc-rec-site
                   perform varying ws-sub from 1 by 1
                        until ws-sub > ws-number-of-months
                       move 0 to arc-rec-calls-inbound (ws-sub)
                       move 0 to arc-rec-calls-outbound (ws-sub)
                       move 0 to arc-rec-calls-transfer (ws-sub)
                   end-perform
                   perform 340-complete-archive-record
                   add 1                to ws-arc-hours-only
               end-if
           end-perform.
      *
      *the year's trailer - record count, calls and hours, when the
      *close ran and the month order the year was bucketed under
       390-write-archive-trailer.
           move spaces                  to arc-trailer-rec.
           move ws-close-year           to arc-trl-fiscal-year.
           move ws-trailer-marker-value to arc-trl-marker.
           move ws-arc-records-written  to arc-trl-record-count.
           move ws-arc-calls-total      to arc-trl-calls-total.
           move ws-arc-hours-total      to arc-trl-hours-total.
           move ws-run-date             to arc-trl-close-date.
           move ws-run-time             to arc-trl-close-time.
           move ws-month-names          to arc-trl-month-order.
           write arc-trailer-rec.
      *
      *each department's year by fiscal month as attributed, then
      *the company line - the same figures the archive carries
       400-print-department-summary.
           write report-line from ws-blank-line.
           move 'Department annual summary by fiscal month:'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-dept-heading.
           write report-line from ws-blank-line.
           perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > ws-dept-count
               move ws-dept-code (ws-dept-idx)
                                        to ws-dept-line-code
               perform varying ws-sub from 1 by 1
                    until ws-sub > ws-number-of-months
                   move ws-dept-mth-calls (ws-dept-idx, ws-sub)
                       to ws-dept-line-month (ws-sub)
               end-perform
               move ws-dept-calls-total (ws-dept-idx)
                                        to ws-dept-line-total
               move ws-dept-hours-total (ws-dept-idx)
                                        to ws-dept-line-hours
               write report-line from ws-dept-line
           end-perform.
           write report-line from ws-blank-line.
           move 'ALL '                  to ws-dept-line-code.
           perform varying ws-sub from 1 by 1
                until ws-sub > ws-number-of-months
               move ws-company-mth-calls (ws-sub)
                   to ws-dept-line-month (ws-sub)
           end-perform.
           move ws-company-calls-total  to ws-dept-line-total.
           move ws-company-hours-total  to ws-dept-line-hours.
           write report-line from ws-dept-line.
           if ws-dept-overflow > 0
               move 'Department table full - months left off the '
                                        to ws-notice-line-text
               move 'department lines (the archive has them all)'
                                        to ws-notice-line-text (46:)
               write report-line from ws-notice-line
           end-if.
      *
      *PARMCARD forward to NEWPARM line for line, FISCAL-YEAR moved
      *on to the next year, with the old and new lines echoed
       500-write-new-parmcard.
           move spaces                  to ws-new-parm-line.
           string 'FISCAL-YEAR=' ws-next-fiscal-year
               delimited by size into ws-new-parm-line
           end-string.
           open output new-parm-file.
           perform varying ws-parm-card-sub from 1 by 1
                until ws-parm-card-sub > ws-parm-card-count
               move ws-parm-card-line (ws-parm-card-sub)
                                        to parm-rec
               move spaces              to ws-parm-keyword
               if parm-rec not = spaces
                   and parm-rec (1:1) not = "*"
                   unstring parm-rec delimited by "="
                       into ws-parm-keyword
                   end-unstring
               end-if
               if ws-parm-keyword = "FISCAL-YEAR"
                   move ws-new-parm-line
                                        to new-parm-rec
               else
                   move parm-rec        to new-parm-rec
               end-if
               write new-parm-rec
           end-perform.
           close new-parm-file.
      *
           write report-line from ws-blank-line.
           move 'Parameter card advanced (NEWPARM):'
                                        to ws-section-line-text.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           move 'Old line:'             to ws-parm-echo-label.
           move ws-old-parm-line        to ws-parm-echo-text.
           write report-line from ws-parm-echo-line.
           move 'New line:'             to ws-parm-echo-label.
           move ws-new-parm-line        to ws-parm-echo-text.
           write report-line from ws-parm-echo-line.
           display "A5CCYEC: FISCAL-YEAR " ws-fiscal-year
                   " ADVANCED TO " ws-next-fiscal-year
                   " ON NEWPARM".
      *
      *history past the retention - the candidates are gathered on
      *a browse of each file first, then deleted by key, so no
      *delete ever disturbs a browse in progress
       600-purge-history.
           write report-line from ws-blank-line.
           move spaces                  to ws-section-line-text.
           string 'History purged - retention ' ws-retain-months
                  ' months, cut-off ' ws-cutoff-yyyymm ':'
               delimited by size into ws-section-line-text
           end-string.
           write report-line from ws-section-line.
           write report-line from ws-blank-line.
           write report-line from ws-purge-heading.
           write report-line from ws-blank-line.
      *
           open i-o opr-master-file.
           if ws-opr-file-status not = "00"
               display "A5CCYEC: OPRMAST OPEN FAILED - STATUS "
                       ws-opr-file-status " - NOTHING PURGED"
               move 'OPRMAST would not open - nothing purged.'
                                        to ws-notice-line-text
               write report-line from ws-notice-line
               add 1                    to ws-purge-failed
           else
               open i-o opr-history-file
               if ws-hist-file-status = "00"
                   or ws-hist-file-status = "05"
                   move 'Y'             to ws-hist-open-flag
               end-if
               perform 610-collect-leavers
               if ws-hist-open
                   perform 620-collect-history-rows
               end-if
               perform 630-delete-leavers
               if ws-hist-open
                   perform 640-delete-history-rows
                   close opr-history-file
               end-if
               close opr-master-file
           end-if.
           if ws-purge-leavers-done = 0
               and ws-purge-hist-done = 0
               move 'Nothing past the retention to purge.'
                                        to ws-notice-line-text
               write report-line from ws-notice-line
           end-if.
      *
      *operators terminated before the cut-off - anyone who is on
      *this year's archive off the feed stays, whatever the master
      *says their leave month was
       610-collect-leavers.
           move low-values              to opr-rec-num.
           move 'N'                     to ws-opr-eof-flag.
           start opr-master-file
               key is not less than opr-rec-num
               invalid key
                   move 'Y'             to ws-opr-eof-flag
           end-start.
           perform until ws-opr-end
               read opr-master-file next record
                   at end
                       move 'Y'         to ws-opr-eof-flag
                   not at end
                       if opr-rec-terminated
                           and opr-rec-leave-yyyymm > 0
                           and opr-rec-leave-yyyymm
                               < ws-cutoff-yyyymm
                           perform 615-keep-leaver
                       end-if
               end-read
           end-perform.
      *
       615-keep-leaver.
           move 'N'                     to ws-archived-flag.
           perform varying ws-archived-sub from 1 by 1
                until ws-archived-sub > ws-archived-count
                   or ws-is-archived
               if ws-archived-num (ws-archived-sub) = opr-rec-num
                   move 'Y'             to ws-archived-flag
               end-if
           end-perform.
           if not ws-is-archived
                   if ws-purge-leaver-count < 2000
                       add 1            to ws-purge-leaver-count
                       move opr-rec-num to ws-purge-leaver-num
                                           (ws-purge-leaver-count)
                       move opr-rec-name
                           to ws-purge-leaver-name
                              (ws-purge-leaver-count)
                       move opr-rec-dept
                           to ws-purge-leaver-dept
                              (ws-purge-leaver-count)
                       move opr-rec-leave-yyyymm
                           to ws-purge-leaver-leave
                              (ws-purge-leaver-count)
                   else
                       add 1            to ws-purge-overflow
                   end-if
           else
                   add 1                to ws-purge-kept-archived
                   move opr-rec-num     to ws-purge-line-num
                   move opr-rec-leave-yyyymm
                                        to ws-purge-line-yyyymm
                   move opr-rec-dept    to ws-purge-line-dept
                   move opr-rec-name    to ws-purge-line-name
                   move 'OPRMAST'       to ws-purge-line-file
                   move 'KEPT - LEAVER IS ON THE YEAR JUST ARCHIVED'
                                        to ws-purge-line-text
                   write report-line from ws-purge-line
           end-if.
      *
      *every OPRHIST row of a leaver being purged, and every row
      *superseded by the operator's next row when that next row was
      *itself in force by the cut-off. Rows come in key order, so
      *the row before is the one the current row supersedes
       620-collect-history-rows.
           move low-values              to opr-hist-key.
           move 'N'                     to ws-hist-eof-flag.
           move spaces                  to ws-prev-hist-rec.
           start opr-history-file
               key is not less than opr-hist-key
               invalid key
                   move 'Y'             to ws-hist-eof-flag
           end-start.
           perform until ws-hist-end
               read opr-history-file next record
                   at end
                       move 'Y'         to ws-hist-eof-flag
                   not at end
                       perform 625-check-history-row
               end-read
           end-perform.
      *
       625-check-history-row.
           move 'N'                     to ws-purge-leaver-flag.
           perform varying ws-purge-leaver-sub from 1 by 1
                until ws-purge-leaver-sub > ws-purge-leaver-count
               if ws-purge-leaver-num (ws-purge-leaver-sub)
                   = opr-hist-num
                   move 'Y'             to ws-purge-leaver-flag
               end-if
           end-perform.
           if ws-purge-is-leaver
               move opr-hist-key        to ws-purge-work-key
               move opr-hist-dept       to ws-purge-work-dept
               move 'L'                 to ws-purge-work-reason
               perform 628-keep-history-key
           else
               if ws-prev-hist-num = opr-hist-num
                   and opr-hist-eff-yyyymm not > ws-cutoff-yyyymm
                   move ws-prev-hist-rec (1:12)
                                        to ws-purge-work-key
                   move ws-prev-hist-dept
                                        to ws-purge-work-dept
                   move 'S'             to ws-purge-work-reason
                   perform 628-keep-history-key
               end-if
           end-if.
           move opr-hist-rec            to ws-prev-hist-rec.
      *
       628-keep-history-key.
           if ws-purge-hist-count < 5000
               add 1                    to ws-purge-hist-count
               move ws-purge-work-key
                   to ws-purge-hist-key (ws-purge-hist-count)
               move ws-purge-work-dept
                   to ws-purge-hist-dept (ws-purge-hist-count)
               move ws-purge-work-reason
                   to ws-purge-hist-reason (ws-purge-hist-count)
           else
               add 1                    to ws-purge-overflow
           end-if.
      *
       630-delete-leavers.
           perform varying ws-purge-leaver-sub from 1 by 1
                until ws-purge-leaver-sub > ws-purge-leaver-count
               move ws-purge-leaver-num (ws-purge-leaver-sub)
                                        to opr-rec-num
               move 'OPRMAST'           to ws-purge-line-file
               move opr-rec-num         to ws-purge-line-num
               move ws-purge-leaver-leave (ws-purge-leaver-sub)
                                        to ws-purge-line-yyyymm
               move ws-purge-leaver-dept (ws-purge-leaver-sub)
                                        to ws-purge-line-dept
               move ws-purge-leaver-name (ws-purge-leaver-sub)
                                        to ws-purge-line-name
               delete opr-master-file
                   invalid key
                       add 1            to ws-purge-failed
                       move 'DELETE FAILED - STILL ON THE MASTER'
                                        to ws-purge-line-text
                   not invalid key
                       add 1            to ws-purge-leavers-done
                       move 'TERMINATED BEFORE THE CUT-OFF - REMOVED'
                                        to ws-purge-line-text
               end-delete
               write report-line from ws-purge-line
           end-perform.
      *
       640-delete-history-rows.
           perform varying ws-purge-hist-sub from 1 by 1
                until ws-purge-hist-sub > ws-purge-hist-count
               move ws-purge-hist-key (ws-purge-hist-sub)
                                        to opr-hist-key
               move 'OPRHIST'           to ws-purge-line-file
               move opr-hist-num        to ws-purge-line-num
               move opr-hist-eff-yyyymm to ws-purge-line-yyyymm
               move ws-purge-hist-dept (ws-purge-hist-sub)
                                        to ws-purge-line-dept
               move spaces              to ws-purge-line-name
               delete opr-history-file
                   invalid key
                       add 1            to ws-purge-failed
                       move 'DELETE FAILED - ROW STILL ON OPRHIST'
                                        to ws-purge-line-text
                   not invalid key
                       add 1            to ws-purge-hist-done
                       if ws-purge-hist-reason (ws-purge-hist-sub)
                           = 'L'
                           move 'HISTORY OF A LEAVER REMOVED'
                                        to ws-purge-line-text
                       else
                           move 'SUPERSEDED BEFORE THE CUT-OFF'
                                        to ws-purge-line-text
                       end-if
               end-delete
               write report-line from ws-purge-line
           end-perform.
      *
       700-print-totals.
           write report-line from ws-blank-line.
           move 'Feed records read:'    to ws-total-line-label.
           move ws-records-read         to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Duplicate feed records dropped:'
                                        to ws-total-line-label.
           move ws-dup-dropped-count    to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Archive records written:'
                                        to ws-total-line-label.
           move ws-arc-records-written  to ws-total-line-count.
           write report-line from ws-total-line.
           move '  of which hours only:' to ws-total-line-label.
           move ws-arc-hours-only       to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Archive calls total:'  to ws-total-line-label.
           move ws-arc-calls-total      to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Archive scheduled hours total:'
                                        to ws-total-line-label.
           move ws-arc-hours-total      to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Hours cards for other months:'
                                        to ws-total-line-label.
           move ws-hours-other-year     to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Hours cards not numeric:'
                                        to ws-total-line-label.
           move ws-hours-bad            to ws-total-line-count.
           write report-line from ws-total-line.
           if ws-hours-overflow > 0
               move 'Hours cards past the table:'
                                        to ws-total-line-label
               move ws-hours-overflow   to ws-total-line-count
               write report-line from ws-total-line
           end-if.
           if ws-archived-overflow > 0
               move 'Operators not purge-protected:'
                                        to ws-total-line-label
               move ws-archived-overflow
                                        to ws-total-line-count
               write report-line from ws-total-line
           end-if.
           move 'Operators purged:'     to ws-total-line-label.
           move ws-purge-leavers-done   to ws-total-line-count.
           write report-line from ws-total-line.
           move 'OPRHIST rows purged:'  to ws-total-line-label.
           move ws-purge-hist-done      to ws-total-line-count.
           write report-line from ws-total-line.
           move 'Leavers kept (calls in year):'
                                        to ws-total-line-label.
           move ws-purge-kept-archived  to ws-total-line-count.
           write report-line from ws-total-line.
           if ws-purge-overflow > 0
               move 'Purge left for the next close:'
                                        to ws-total-line-label
               move ws-purge-overflow   to ws-total-line-count
               write report-line from ws-total-line
           end-if.
           if ws-purge-failed > 0
               move 'Purge failures:'   to ws-total-line-label
               move ws-purge-failed     to ws-total-line-count
               write report-line from ws-total-line
           end-if.
      *
       end program A5CCYEC.

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
           05 filler                   pic x(62).
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
           05 filler                   pic x(62).
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
          05 filler                             pic x(132).
      *
       01 ws-constants.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
      *days in each calendar month - February is corrected to 29 at
      *start of run when the current year is a leap year
           05 ws-month-days                     pic x(24)
      *ones the monthly report falls back to), and the prorated
      *slice of it the MTD figures are actually measured against
       01 ws-service-thresholds.
           05 ws-threshold-low          pic 9(5) value 00020.
           05 ws-threshold-high         pic 9(5) value 00400.
           05 ws-prorated-low           pic 9(5) value 0.
           05 ws-prorated-high          pic 9(5) value 0.
      *
      *the run date and the month-to-date window derived from it -
      *records dated this month, on days before today, are in
      *
      *the operator group being rolled up - MTD counts per call type
       01 ws-mtd-operator.
           05 ws-mtd-num                pic x(6)  value spaces.
           05 ws-mtd-inbound            pic 9(5)  value 0.
           05 ws-mtd-outbound           pic 9(5)  value 0.
           05 ws-mtd-transfer           pic 9(5)  value 0.
           05 filler                    pic x(2) value spaces.
           05 filler                    pic x(15)
                value "Monthly band: ".
           05 ws-band-line-low          pic zzzz9.
           05 filler                    pic x(3) value " - ".
           05 ws-band-line-high         pic zzzz9.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(20)
                value "Prorated MTD band: ".
           05 ws-band-line-pro-low      pic zzzz9.
           05 filler                    pic x(3) value " - ".
           05 ws-band-line-pro-high     pic zzzz9.
           05 filler                    pic x(68)
                value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Opr'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(12) value 'Name'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(5)  value 'Total'.
           05 filler                   pic x(2)  value spaces.
           05 filler                   pic x(6)  value 'Status'.
           05 filler                   pic x(56) value spaces.
      *
       01 ws-detail-line.
           05 filler                   pic x(2)  value spaces.
           05 ws-detail-line-num       pic x(6).
           05 filler                   pic x(2)  value spaces.
           05 ws-detail-line-name      pic x(12).
           05 filler                   pic x(2)  value spaces.
           05 ws-detail-line-total     pic zzzzz9.
           05 filler                   pic x(2)  value spaces.
           05 ws-detail-line-status    pic x(4).
           05 filler                   pic x(58) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2)  value spaces.
               end-unstring
               evaluate ws-parm-keyword
                   when "THRESHOLD-LOW"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-low
                       else
                           move 'Y'     to ws-parm-error-flag
                                   parm-rec
                       end-if
                   when "THRESHOLD-HIGH"
                       if ws-parm-value (1:5) numeric
                           move ws-parm-value (1:5)
                               to ws-threshold-high
                       else
                           move 'Y'     to ws-parm-error-flag

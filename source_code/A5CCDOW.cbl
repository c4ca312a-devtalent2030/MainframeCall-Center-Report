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
                     10 dly-sort-yyyy       pic 9(4).
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

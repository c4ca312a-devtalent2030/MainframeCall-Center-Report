       identification division.
       program-id. A5CCCVL.
       author. TALENT NYOTA.
       date-written.  10/15/2026.
      *Program Description:
      *loads CURVOL, the keyed copy of the current INFILE generation
      *the CCIQ operator inquiry screen (A5CCOIQ) reads - a GDG
      *generation can't be read online, so the nightly A5CCONL job
      *reloads this from INFILE(0) and the screen shows the current
      *year's calls as of the last load
      *
      *one CURVOL record per operator, the feed record unchanged.
      *The feed is the sites' stretches one after the other, so it
      *is loaded by key as it comes: the TRL trailers are skipped,
      *and a repeat of an operator already loaded is dropped - the
      *first record counts, the way the monthly run counts it
      *
      *two control records go on ahead of the operators: 'MONTHS'
      *with the PARMCARD MONTH-ORDER the screen labels its columns
      *with, and 'FYEAR ' with the FISCAL-YEAR, each only when the
      *card carries the line. The cluster is defined REUSE, so the
      *OUTPUT open empties it first and every load starts clean
      *
       environment division.
       input-output section.
       file-control.
      *
           select emp-file
               assign to INFILE
               organization is sequential.
      *
      *same runtime parameter card the monthly run reads - only
      *MONTH-ORDER and FISCAL-YEAR are carried onto CURVOL
           select optional parm-file
               assign to PARMCARD
               organization is sequential
               file status is ws-parm-file-status.
      *
           select cur-vol-file
               assign to CURVOL
               organization is indexed
               access mode is random
               record key is cur-rec-num
               file status is ws-cur-file-status.
      *
       data division.
       file section.
      *
       fd emp-file
           data record is emp-feed-rec
           record contains 200 characters.
      *
       01 emp-feed-rec.
           05 emp-feed-rec-num         pic x(6).
           05 filler                   pic x(194).
      *
       fd parm-file
           data record is parm-rec
           record contains 80 characters.
      *
       01 parm-rec                     pic x(80).
      *
      *the feed record as loaded, or a control record - the key
      *names which, and its value follows the key
       fd cur-vol-file
           data record is cur-rec
           record contains 200 characters.
      *
       01 cur-rec.
           05 cur-rec-num              pic x(6).
           05 filler                   pic x(194).
       01 cur-ctl-rec.
           05 cur-ctl-key              pic x(6).
           05 cur-ctl-value            pic x(36).
           05 filler                   pic x(158).
      *
       working-storage section.
      *
       01 ws-constants.
           05 ws-trailer-marker-value           pic x(6) value "TRL".
           05 ws-months-key                     pic x(6)
                value "MONTHS".
           05 ws-fyear-key                      pic x(6)
                value "FYEAR ".
      *
       01 ws-file-statuses.
           05 ws-parm-file-status       pic xx.
           05 ws-cur-file-status        pic xx.
      *
       01 ws-eof-flag                  pic x    value 'N'.
           88 ws-end-of-file                    value 'Y'.
      *
       01 ws-parm-control.
           05 ws-parm-eof-flag          pic x    value 'N'.
               88 ws-parm-end                    value 'Y'.
           05 ws-parm-keyword           pic x(20).
           05 ws-parm-value             pic x(59).
           05 ws-month-order            pic x(36) value spaces.
           05 ws-fiscal-year            pic x(4)  value spaces.
      *
       01 ws-counters.
           05 ws-records-read           pic 9(7) value 0.
           05 ws-records-loaded         pic 9(7) value 0.
           05 ws-duplicates-dropped     pic 9(7) value 0.
           05 ws-trailers-skipped       pic 9(5) value 0.
           05 ws-load-failed            pic 9(7) value 0.
      *
       procedure division.
      *
       000-main.
      *
           perform 020-load-parameters.
      *
           open input emp-file.
           open output cur-vol-file.
           if ws-cur-file-status not = "00"
               display "A5CCCVL: CURVOL OPEN FAILED - STATUS "
                       ws-cur-file-status " - RUN ABORTED"
               move 16                  to return-code
               stop run
           end-if.
      *
           perform 100-write-control-records.
      *
           perform until ws-end-of-file
               read emp-file
                   at end
                       move 'Y'         to ws-eof-flag
                   not at end
                       perform 200-load-feed-record
               end-read
           end-perform.
      *
           close emp-file
                 cur-vol-file.
      *
           display "A5CCCVL: INFILE RECORDS READ     " ws-records-read.
           display "A5CCCVL: OPERATORS LOADED        "
                   ws-records-loaded.
           display "A5CCCVL: DUPLICATES DROPPED      "
                   ws-duplicates-dropped.
           display "A5CCCVL: TRL TRAILERS SKIPPED    "
                   ws-trailers-skipped.
      *
      *a record that wouldn't load for any reason but a duplicate
      *key leaves that operator off the screen - the load still
      *completes, and RC 4 says the counts want a look
           if ws-load-failed > 0
               display "A5CCCVL: RECORDS NOT LOADED      "
                       ws-load-failed
               move 4                   to return-code
           end-if.
      *
           stop run.
      *
      *PARMCARD - MONTH-ORDER and FISCAL-YEAR, '*' in column one is
      *a comment. Every other keyword belongs to the monthly run
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
                           to ws-month-order
                   when "FISCAL-YEAR"
                       move ws-parm-value (1:4)
                           to ws-fiscal-year
                   when other
                       continue
               end-evaluate
           end-if.
      *
       100-write-control-records.
           if ws-month-order not = spaces
               move spaces              to cur-ctl-rec
               move ws-months-key       to cur-ctl-key
               move ws-month-order      to cur-ctl-value
               write cur-ctl-rec
                   invalid key
                       add 1            to ws-load-failed
               end-write
           end-if.
           if ws-fiscal-year not = spaces
               move spaces              to cur-ctl-rec
               move ws-fyear-key        to cur-ctl-key
               move ws-fiscal-year      to cur-ctl-value
               write cur-ctl-rec
                   invalid key
                       add 1            to ws-load-failed
               end-write
           end-if.
      *
      *one feed record onto CURVOL - status 22 is an operator already
      *loaded from earlier in the feed, and the first one stands
       200-load-feed-record.
           if emp-feed-rec-num = ws-trailer-marker-value
               add 1                    to ws-trailers-skipped
           else
               add 1                    to ws-records-read
               write cur-rec from emp-feed-rec
                   invalid key
                       if ws-cur-file-status = "22"
                           add 1        to ws-duplicates-dropped
                       else
                           add 1        to ws-load-failed
                       end-if
                   not invalid key
                       add 1            to ws-records-loaded
               end-write
           end-if.
      *
       end program A5CCCVL.

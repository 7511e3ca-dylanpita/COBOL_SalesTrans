                       assign to "C:\a\exercise7\payrecon.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  recon-params.
       fd  recon-report.
       01  report-rec               picture x(80).

       fd  run-log.
       01  run-log-rec              picture x(80).

       working-storage section.

       01  run-log-status           picture xx.
           88  run-log-ok           value "00".
           88  run-log-not-found    value "35".

       01  run-log-entry.
           05  rl-program           picture x(12).
           05  rl-event             picture x.
               88  rl-start         value "S".
               88  rl-end           value "E".
           05  rl-run-date          picture 9(8).
           05  rl-run-time          picture 9(6).
           05  rl-work-id           picture x(24) value spaces.
           05  rl-records-in        picture 9(9) value zero.
           05  rl-records-out       picture 9(9) value zero.
           05  rl-return-code       picture 9(4) value zero.
           05                       picture x(7) value spaces.

       01  run-log-stamp.
           05  run-log-stamp-date   picture 9(8).
           05  run-log-stamp-time   picture 9(6).
           05                       picture x(7).

       01  recon-params-status      picture xx.
           88  recon-params-ok      value "00".


       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-PARM-RTN
           perform 050-OPEN-FILES-RTN
           string rc-date-from-x "-" rc-date-to-x
               delimited by size into rl-work-id

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-PARM-RTN.

               display "RECON PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read recon-params
               at end
                   display "RECON PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           close recon-params
           if rc-date-from-x is not numeric
                   or rc-date-to-x is not numeric
               display "RECON DATE RANGE NOT NUMERIC - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if rc-date-from > rc-date-to
               display "RECON DATE RANGE REVERSED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       050-OPEN-FILES-RTN.
           if not comm-history-ok
               display "COMM HISTORY FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open input pay-confirm
           if not pay-confirm-ok
               display "PAYMENT CONFIRMATION FILE NOT AVAILABLE - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output recon-report.

               if rep-count >= rep-max
                   display "RECON REP TABLE FULL - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to rep-count
               move rep-count to rp-shift-idx
                 pay-confirm
                 recon-report.

       900-LOG-RUN-START-RTN.

           move "PayRecon" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           compute rl-records-in = hist-read-count + conf-read-count
           move rep-count to rl-records-out
           move return-code to rl-return-code
           perform 920-WRITE-RUN-LOG-RTN.

       920-WRITE-RUN-LOG-RTN.

           move function current-date to run-log-stamp
           move run-log-stamp-date to rl-run-date
           move run-log-stamp-time to rl-run-time
           open extend run-log
           if run-log-not-found
               open output run-log
           end-if
           if run-log-ok
               write run-log-rec from run-log-entry
               close run-log
           else
               display "RUN LOG FILE NOT AVAILABLE - ENTRY NOT WRITTEN"
           end-if.

       990-STOP-RUN-RTN.

           perform 910-LOG-RUN-END-RTN
           stop run.


       end program PayRecon.

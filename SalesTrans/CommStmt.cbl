                       assign to "C:\a\exercise7\commstmt.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  stmt-params.
       fd  stmt-report.
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

       01  stmt-params-status       picture xx.
           88  stmt-params-ok       value "00".

           05  stmt-sales-out          picture $zzzzzzz9.99CR.
           05                          picture x(2) value spaces.
           05  stmt-due-out            picture $zzzzzzz9.99CR.
           05                          picture x(2) value spaces.
           05  stmt-flag-out           picture x(7).
           05                          picture x(8) value spaces.

       01  stmt-total-out.
           05      picture x(2) value spaces.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-PARM-RTN
           perform 050-OPEN-FILES-RTN
           string cs-date-from-x "-" cs-date-to-x
               delimited by size into rl-work-id

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-PARM-RTN.

               display "STATEMENT PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read stmt-params
               at end
                   display "STATEMENT PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           close stmt-params
           if cs-date-from-x is not numeric
               display "STATEMENT DATE RANGE NOT NUMERIC - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if cs-date-from > cs-date-to
               display "STATEMENT DATE RANGE REVERSED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       050-OPEN-FILES-RTN.
           if not comm-history-ok
               display "COMM HISTORY FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output stmt-report.

           if detail-count >= detail-max
               display "STATEMENT DETAIL TABLE FULL - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to detail-count
           move hist-number-work to dt-rep-number(detail-count)
               if rep-count >= rep-max
                   display "STATEMENT REP TABLE FULL - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to rep-count
               move rep-count to rp-shift-idx
                   move dt-rate(dt-idx) to stmt-rate-out
                   move dt-sales(dt-idx) to stmt-sales-out
                   move dt-due(dt-idx) to stmt-due-out
                   if dt-due(dt-idx) < zero
                       move "TRUE-UP" to stmt-flag-out
                   else
                       move spaces to stmt-flag-out
                   end-if
                   write report-rec from stmt-trans-out
                       after advancing 1 lines
               end-if
           close comm-history
                 stmt-report.

       900-LOG-RUN-START-RTN.

           move "CommStmt" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move records-read-count to rl-records-in
           move statements-count to rl-records-out
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


       end program CommStmt.

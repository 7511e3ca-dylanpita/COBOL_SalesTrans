                       assign to "C:\a\exercise7\trendrpt.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  trend-params.
           05  ph-weekly-total      picture s9(7)v99.
           05  ph-mtd-total         picture s9(7)v99.
           05  ph-ytd-total         picture s9(7)v99.
           05  ph-fiscal-year       picture 9(4).
           05  ph-fiscal-period     picture 9(2).
           05  ph-fiscal-week       picture 9(2).

       01  period-history-old-record.
           05  pho-close-date       picture 9(8).
       fd  trend-report.
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

       01  trend-params-status      picture xx.
           88  trend-params-ok      value "00".


       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-PARM-RTN
           perform 050-OPEN-FILES-RTN
           string tp-date-from-x "-" tp-date-to-x
               delimited by size into rl-work-id

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-PARM-RTN.

               display "TREND PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read trend-params
               at end
                   display "TREND PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           move tp-close-type to close-type-save
           if not trend-weekly and not trend-monthly
               display "INVALID TREND CLOSE TYPE - MUST BE W/M/Y - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if tp-date-from-x is not numeric
                   or tp-date-to-x is not numeric
               close trend-params
               display "TREND DATE RANGE NOT NUMERIC - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if tp-date-from > tp-date-to
               close trend-params
               display "TREND DATE RANGE REVERSED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           evaluate true
               display "PERIOD HISTORY FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output trend-report.

           if detail-count >= detail-max
               display "TREND DETAIL TABLE FULL - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to detail-count
           move ph-number-work to dt-number(detail-count)
               if period-count >= period-max
                   display "TREND PERIOD TABLE FULL - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to period-count
               move ph-date-work to pd-date(period-count)
               if rep-count >= rep-max
                   display "TREND REP TABLE FULL - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to rep-count
               move rep-count to rp-shift-idx
           close period-history
                 trend-report.

       900-LOG-RUN-START-RTN.

           move "PerfTrend" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move hist-read-count to rl-records-in
           move hist-selected-count to rl-records-out
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


       end program PerfTrend.

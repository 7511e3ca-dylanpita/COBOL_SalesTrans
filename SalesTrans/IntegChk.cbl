                       organization is line sequential
                       file status is period-history-status.

                       select fiscal-calendar
                       assign to "C:\a\exercise7\fiscal.txt"
                       organization is line sequential
                       file status is fiscal-calendar-status.

                       select integrity-report
                       assign to "C:\a\exercise7\integchk.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  audit-log.
           05  al-branch            picture x(3).
           05                       picture x.
           05  al-trans-date        picture x(8).
           05                       picture x.
           05  al-batch             picture x(8).
           05                       picture x.
           05  al-customer          picture x(6).
           05                       picture x.
           05  al-split-pct         picture x(3).
           05                       picture x.
           05  al-product           picture x(3).

       01  audit-log-old-record.
           05                       picture x(18).
           05  rti-weekly-total     picture s9(7)v99.
           05  rti-mtd-total        picture s9(7)v99.
           05  rti-ytd-total        picture s9(7)v99.
           05  rti-override-mtd-sales
                                    picture s9(7)v99.
           05  rti-override-mtd-comm
                                    picture s9(7)v99.

       fd  sales-history.
       01  sales-history-record.
           05  ph-weekly-total      picture s9(7)v99.
           05  ph-mtd-total         picture s9(7)v99.
           05  ph-ytd-total         picture s9(7)v99.
           05  ph-fiscal-year       picture 9(4).
           05  ph-fiscal-period     picture 9(2).
           05  ph-fiscal-week       picture 9(2).

       01  period-history-old-record.
           05  pho-close-date       picture 9(8).
           05  pho-ytd-total        picture s9(7)v99.
           05                       picture x(2).

       fd  fiscal-calendar.
       01  fiscal-calendar-record.
           05  fc-fiscal-year       picture 9(4).
           05  fc-fiscal-period     picture 9(2).
           05  fc-fiscal-week       picture 9(2).
           05  fc-start-date        picture 9(8).
           05  fc-end-date          picture 9(8).

       fd  integrity-report.
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

       01  audit-log-status         picture xx.
           88  audit-log-ok         value "00".
           88  audit-log-eof        value "10".
           05  audit-date-work      picture 9(8) value zero.
           05  audit-number-work    picture 9(4) value zero.
           05  audit-type-work      picture x value space.
               88  audit-reduces-sales  value "R" "X".
               88  audit-reversal       value "X" "Y".
           05  audit-amount-work    picture s9(9)v99 value zero.
           05  audit-posted-work    picture 9(8) value zero.
           05  audit-bucket-work    picture 9(8) value zero.

       01  batch-count              picture 9(4) comp value zero.
       01  batch-max                picture 9(4) comp value 2000.
       01  batch-table.
           05  batch-entry occurs 1 to 2000 times
                   depending on batch-count
                   indexed by ab-idx.
               10  ab-batch          picture x(8).

       01  batch-work-fields.
           05  ab-scan-idx           picture 9(4) comp.
           05  batch-found-switch    picture x value "N".
               88  batch-found       value "Y".

       01  period-parse-fields.
           05  ph-date-work         picture 9(8) value zero.

       01  date-field-format        picture x(10).

       01  fiscal-calendar-status   picture xx.
           88  fiscal-calendar-ok       value "00".
           88  fiscal-calendar-eof      value "10".

       01  fiscal-count             picture 9(4) comp value zero.
       01  fiscal-max               picture 9(4) comp value 600.
       01  fiscal-table.
           05  fiscal-entry occurs 1 to 600 times
                   depending on fiscal-count
                   indexed by fw-idx.
               10  fw-fiscal-year    picture 9(4).
               10  fw-fiscal-period  picture 9(2).
               10  fw-fiscal-week    picture 9(2).
               10  fw-start-date     picture 9(8).
               10  fw-end-date       picture 9(8).

       01  fiscal-work-fields.
           05  fw-scan-idx           picture 9(4) comp.
           05  fw-run-idx            picture 9(4) comp value zero.
           05  fiscal-week-start     picture 9(8) value zero.
           05  fiscal-period-start   picture 9(8) value zero.
           05  fiscal-year-start     picture 9(8) value zero.

       01  integ-header-1.
           05      picture x(22) value spaces.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 050-OPEN-FILES-RTN

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           move date-field-format to integ-date-out
           perform 070-LOAD-FISCAL-CALENDAR-RTN
           string fw-fiscal-year(fw-run-idx) "/"
                  fw-fiscal-period(fw-run-idx)
               delimited by size into rl-work-id

           perform 060-CLEAR-CHECK-TABLE-RTN

           perform 200-compare-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       050-OPEN-FILES-RTN.

           if not audit-log-ok
               display "AUDIT LOG FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output integrity-report.

               move zero to rc-ph-ytd(rc-idx)
           end-perform.

       070-LOAD-FISCAL-CALENDAR-RTN.

           open input fiscal-calendar
           if not fiscal-calendar-ok
               display "FISCAL CALENDAR FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until fiscal-calendar-eof
               read fiscal-calendar
                   at end
                       set fiscal-calendar-eof to true
                   not at end
                       perform 071-APPLY-FISCAL-WEEK-RTN
               end-read
           end-perform
           close fiscal-calendar

           if fiscal-count > zero
               sort fiscal-entry on ascending key fw-start-date
           end-if
           perform varying fw-scan-idx from 1 by 1
                   until fw-scan-idx > fiscal-count
               if fw-start-date(fw-scan-idx) <= run-date-number
                       and fw-end-date(fw-scan-idx) >= run-date-number
                   move fw-scan-idx to fw-run-idx
               end-if
           end-perform
           if fw-run-idx = zero
               display "RUN DATE " run-date-number
                   " NOT IN FISCAL CALENDAR - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           move fw-start-date(fw-run-idx) to fiscal-week-start
           move fw-start-date(fw-run-idx) to fiscal-period-start
           move fw-start-date(fw-run-idx) to fiscal-year-start
           perform varying fw-scan-idx from 1 by 1
                   until fw-scan-idx > fiscal-count
               if fw-fiscal-year(fw-scan-idx) =
                       fw-fiscal-year(fw-run-idx)
                   if fw-start-date(fw-scan-idx) < fiscal-year-start
                       move fw-start-date(fw-scan-idx)
                           to fiscal-year-start
                   end-if
                   if fw-fiscal-period(fw-scan-idx) =
                           fw-fiscal-period(fw-run-idx)
                           and fw-start-date(fw-scan-idx)
                               < fiscal-period-start
                       move fw-start-date(fw-scan-idx)
                           to fiscal-period-start
                   end-if
               end-if
           end-perform.

       071-APPLY-FISCAL-WEEK-RTN.

           if fc-fiscal-year is not numeric
                   or fc-fiscal-period is not numeric
                   or fc-fiscal-week is not numeric
                   or fc-start-date is not numeric
                   or fc-end-date is not numeric
                   or fc-start-date > fc-end-date
               display "INVALID FISCAL CALENDAR RECORD - RUN STOPPED"
               display fiscal-calendar-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if fiscal-count >= fiscal-max
               display "FISCAL CALENDAR EXCEEDS TABLE CAPACITY - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to fiscal-count
           move fc-fiscal-year to fw-fiscal-year(fiscal-count)
           move fc-fiscal-period to fw-fiscal-period(fiscal-count)
           move fc-fiscal-week to fw-fiscal-week(fiscal-count)
           move fc-start-date to fw-start-date(fiscal-count)
           move fc-end-date to fw-end-date(fiscal-count).

       100-post-audit-routine.

           perform 110-PARSE-AUDIT-RTN
               set rc-idx to audit-number-work
               move "Y" to rc-in-use(rc-idx)

               if audit-reduces-sales
                   subtract audit-amount-work
                       from rc-audit-net(rc-idx)
               else
                   add audit-amount-work to rc-audit-net(rc-idx)
               end-if

               move audit-date-work to audit-bucket-work
               if audit-bucket-work < fiscal-period-start
                       and audit-posted-work >= fiscal-period-start
                   move fiscal-period-start to audit-bucket-work
               end-if

               if audit-date-work > zero
                   if audit-bucket-work >= fiscal-week-start
                       if audit-reduces-sales
                           subtract audit-amount-work
                               from rc-audit-wtd(rc-idx)
                       else
                               to rc-audit-wtd(rc-idx)
                       end-if
                   end-if
                   if audit-bucket-work >= fiscal-period-start
                       if audit-reduces-sales
                           subtract audit-amount-work
                               from rc-audit-mtd(rc-idx)
                       else
                               to rc-audit-mtd(rc-idx)
                       end-if
                   end-if
                   if audit-date-work >= fiscal-year-start
                       if audit-reduces-sales
                           subtract audit-amount-work
                               from rc-audit-ytd(rc-idx)
                       else
       110-PARSE-AUDIT-RTN.

           move zero to audit-date-work
           move zero to audit-posted-work
           if al-trans-date is numeric
               move al-trans-date to audit-date-work
               compute audit-number-work = function numval(al-number)
               move al-type to audit-type-work
               move function numval-c(al-amount) to audit-amount-work
               perform 111-RESOLVE-POSTED-DATE-RTN
           else
               if al-date(7:4) is numeric
                   move al-date(7:4) to audit-date-work(1:4)
               move function numval-c(alo-amount) to audit-amount-work
           end-if.

       111-RESOLVE-POSTED-DATE-RTN.

           move "N" to batch-found-switch
           perform varying ab-scan-idx from 1 by 1
                   until ab-scan-idx > batch-count
               if ab-batch(ab-scan-idx) = al-batch
                   move "Y" to batch-found-switch
               end-if
           end-perform

           if audit-reversal
               if batch-found
                   move fiscal-period-start to audit-posted-work
               end-if
           else
               if al-date(7:4) is numeric
                       and al-date(4:2) is numeric
                       and al-date(1:2) is numeric
                   move al-date(7:4) to audit-posted-work(1:4)
                   move al-date(4:2) to audit-posted-work(5:2)
                   move al-date(1:2) to audit-posted-work(7:2)
               end-if
               if audit-posted-work >= fiscal-period-start
                       and not batch-found
                   perform 112-KEEP-BATCH-RTN
               end-if
           end-if.

       112-KEEP-BATCH-RTN.

           if batch-count >= batch-max
               display "CURRENT PERIOD BATCHES EXCEED TABLE CAPACITY - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to batch-count
           move al-batch to ab-batch(batch-count).

       120-LOAD-RUNNING-TOTALS-RTN.

           open input running-totals-in
                   display "RUNNING TOTALS FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until running-totals-eof
                   read running-totals-in
                   display "SALES HISTORY FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until sales-history-eof
                   read sales-history
                   display "PERIOD HISTORY FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until period-history-eof
                   read period-history
           perform 220-CHECK-ONE-AMOUNT-RTN

           if rc-have-perhist(rc-idx) = "Y"
                   and rc-ph-date(rc-idx) >= fiscal-year-start
                   and rc-ph-ytd(rc-idx) > rc-audit-ytd(rc-idx)
               add 1 to discrepancy-count
               move rep-number-work to integ-note-number
           close audit-log
                 integrity-report.

       900-LOG-RUN-START-RTN.

           move "IntegChk" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move audit-read-count to rl-records-in
           move reps-checked-count to rl-records-out
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


       end program IntegChk.

                       assign to "C:\a\exercise7\closereg.txt"
                       organization is line sequential.

                       select fiscal-calendar
                       assign to "C:\a\exercise7\fiscal.txt"
                       organization is line sequential
                       file status is fiscal-calendar-status.

                       select close-control
                       assign to "C:\a\exercise7\closectl.txt"
                       organization is line sequential
                       file status is close-control-status.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  close-params.
           05  rti-weekly-total     picture s9(7)v99.
           05  rti-mtd-total        picture s9(7)v99.
           05  rti-ytd-total        picture s9(7)v99.
           05  rti-override-mtd-sales
                                    picture s9(7)v99.
           05  rti-override-mtd-comm
                                    picture s9(7)v99.

       fd  running-totals-out.
       01  rto-record.
           05  rto-weekly-total     picture s9(7)v99.
           05  rto-mtd-total        picture s9(7)v99.
           05  rto-ytd-total        picture s9(7)v99.
           05  rto-override-mtd-sales
                                    picture s9(7)v99.
           05  rto-override-mtd-comm
                                    picture s9(7)v99.

       fd  period-history.
       01  period-history-record.
           05  ph-weekly-total      picture s9(7)v99.
           05  ph-mtd-total         picture s9(7)v99.
           05  ph-ytd-total         picture s9(7)v99.
           05  ph-fiscal-year       picture 9(4).
           05  ph-fiscal-period     picture 9(2).
           05  ph-fiscal-week       picture 9(2).

       fd  close-register.
       01  register-rec             picture x(80).

       fd  fiscal-calendar.
       01  fiscal-calendar-record.
           05  fc-fiscal-year       picture 9(4).
           05  fc-fiscal-period     picture 9(2).
           05  fc-fiscal-week       picture 9(2).
           05  fc-start-date        picture 9(8).
           05  fc-end-date          picture 9(8).

       fd  close-control.
       01  close-control-record.
           05  cc-close-type        picture x.
               88  cc-close-monthly value "M".
               88  cc-close-yearly  value "Y".
           05  cc-fiscal-year       picture 9(4).
           05  cc-fiscal-period     picture 9(2).
           05  cc-fiscal-week       picture 9(2).
           05  cc-end-date          picture 9(8).
           05  cc-run-date          picture 9(8).

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

       01  close-params-status      picture xx.
           88  close-params-ok      value "00".
           88  close-params-eof     value "10".

       01  close-record-count       picture 9(6) comp value zero.

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

       01  close-control-status     picture xx.
           88  close-control-ok         value "00".
           88  close-control-eof        value "10".
           88  close-control-not-found  value "35".

       01  close-control-fields.
           05  last-week-key        picture 9(6) value zero.
           05  last-period-key      picture 9(6) value zero.
           05  last-year-key        picture 9(6) value zero.
           05  last-group-key       picture 9(6) value zero.
           05  this-group-key       picture 9(6) value zero.
           05  group-key-work       picture 9(6) value zero.
           05  fw-key-idx           picture 9(4) comp.
           05  target-idx           picture 9(4) comp value zero.
           05  target-period-key    picture 9(6) value zero.
           05  prior-period-key     picture 9(6) value zero.
           05  group-end-switch     picture x value "N".
               88  group-end        value "Y".

       01  close-fiscal-fields.
           05  close-fiscal-year    picture 9(4) value zero.
           05  close-fiscal-period  picture 9(2) value zero.
           05  close-fiscal-week    picture 9(2) value zero.
           05  close-end-date       picture 9(8) value zero.

       01  closing-work-fields.
           05  close-weekly-work    picture s9(7)v99.
           05  close-mtd-work       picture s9(7)v99.
           05  close-ytd-work       picture s9(7)v99.
           05  close-ovr-sales-work picture s9(7)v99.
           05  close-ovr-comm-work  picture s9(7)v99.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  register-header-1.
           05  register-date-out   picture x(10).
           05      picture x(13) value spaces.

       01  register-header-fiscal.
           05      picture x(2) value spaces.
           05      picture x(12) value "FISCAL YEAR".
           05  register-fy-out     picture 9(4).
           05      picture x(3) value spaces.
           05      picture x(7) value "PERIOD".
           05  register-fp-out     picture 99.
           05      picture x(3) value spaces.
           05      picture x(5) value "WEEK".
           05  register-fw-out     picture 99.
           05      picture x(3) value spaces.
           05      picture x(13) value "PERIOD ENDED".
           05  register-end-out    picture 9(8).
           05      picture x(16) value spaces.

       01  register-header-2.
           05      picture x(2) value spaces.
           05      picture x(4) value "NO.".

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-CLOSE-PARM-RTN

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format

           perform 050-LOAD-FISCAL-CALENDAR-RTN
           perform 055-LOAD-CLOSE-CONTROL-RTN
           perform 060-FIND-NEXT-OPEN-PERIOD-RTN
           string close-type-save " " close-fiscal-year "/"
                  close-fiscal-period "/" close-fiscal-week
               delimited by size into rl-work-id
           perform 045-OPEN-FILES-RTN

           move date-field-format to register-date-out

           perform 300-PRINT-REGISTER-HEADING-RTN

           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-CLOSE-PARM-RTN.

               display "CLOSE PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read close-params
               at end
                   display "CLOSE PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           move close-type-code to close-type-save
           close close-params
               display "INVALID CLOSE TYPE - MUST BE W/M/Y - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       045-OPEN-FILES-RTN.
               display "RUNNING TOTALS FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output running-totals-out
                output close-register
                   move "YEARLY" to register-type-out
           end-evaluate.

       050-LOAD-FISCAL-CALENDAR-RTN.

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
                       perform 051-APPLY-FISCAL-WEEK-RTN
               end-read
           end-perform
           close fiscal-calendar

           if fiscal-count > zero
               sort fiscal-entry on ascending key fw-start-date
           end-if
           perform varying fw-scan-idx from 2 by 1
                   until fw-scan-idx > fiscal-count
               if fw-start-date(fw-scan-idx)
                       <= fw-end-date(fw-scan-idx - 1)
                   display "FISCAL CALENDAR WEEKS OVERLAP AT "
                       fw-start-date(fw-scan-idx) " - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
           end-perform
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

       051-APPLY-FISCAL-WEEK-RTN.

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

       055-LOAD-CLOSE-CONTROL-RTN.

           open input close-control
           if close-control-not-found
               continue
           else
               if not close-control-ok
                   display "CLOSE CONTROL FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until close-control-eof
                   read close-control
                       at end
                           set close-control-eof to true
                       not at end
                           perform 056-APPLY-CLOSE-CONTROL-RTN
                   end-read
               end-perform
               close close-control
           end-if.

       056-APPLY-CLOSE-CONTROL-RTN.

           if cc-fiscal-year is not numeric
                   or cc-fiscal-period is not numeric
                   or cc-fiscal-week is not numeric
               display "INVALID CLOSE CONTROL RECORD - RUN STOPPED"
               display close-control-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           compute group-key-work =
               cc-fiscal-year * 100 + cc-fiscal-week
           if group-key-work > last-week-key
               move group-key-work to last-week-key
           end-if
           if cc-close-monthly or cc-close-yearly
               compute group-key-work =
                   cc-fiscal-year * 100 + cc-fiscal-period
               if group-key-work > last-period-key
                   move group-key-work to last-period-key
               end-if
           end-if
           if cc-close-yearly
               if cc-fiscal-year > last-year-key
                   move cc-fiscal-year to last-year-key
               end-if
           end-if.

       060-FIND-NEXT-OPEN-PERIOD-RTN.

           evaluate true
               when close-weekly
                   move last-week-key to last-group-key
               when close-monthly
                   move last-period-key to last-group-key
               when close-yearly
                   move last-year-key to last-group-key
           end-evaluate

           perform varying fw-scan-idx from 1 by 1
                   until fw-scan-idx > fiscal-count
               move fw-scan-idx to fw-key-idx
               perform 062-COMPUTE-GROUP-KEY-RTN
               move group-key-work to this-group-key
               move "Y" to group-end-switch
               if fw-scan-idx < fiscal-count
                   compute fw-key-idx = fw-scan-idx + 1
                   perform 062-COMPUTE-GROUP-KEY-RTN
                   if group-key-work = this-group-key
                       move "N" to group-end-switch
                   end-if
               end-if
               if group-end
                   if last-group-key > zero
                       if this-group-key > last-group-key
                               and target-idx = zero
                           move fw-scan-idx to target-idx
                       end-if
                   else
                       if fw-end-date(fw-scan-idx) <= run-date-number
                           move fw-scan-idx to target-idx
                       end-if
                   end-if
               end-if
           end-perform

           if target-idx = zero
               display "NO OPEN FISCAL PERIOD FOUND IN CALENDAR - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           move fw-fiscal-year(target-idx) to close-fiscal-year
           move fw-fiscal-period(target-idx) to close-fiscal-period
           move fw-fiscal-week(target-idx) to close-fiscal-week
           move fw-end-date(target-idx) to close-end-date

           if close-end-date > run-date-number
               display "NEXT OPEN FISCAL PERIOD " close-fiscal-year
                   "/" close-fiscal-period "/" close-fiscal-week
                   " ENDS " close-end-date " - NOT YET ENDED - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           if close-monthly
               move "Y" to group-end-switch
               if target-idx < fiscal-count
                   compute fw-key-idx = target-idx + 1
                   if fw-fiscal-year(fw-key-idx) = close-fiscal-year
                       move "N" to group-end-switch
                   end-if
               end-if
               if group-end
                   display "FINAL PERIOD OF FISCAL YEAR REQUIRES "
                       "YEARLY CLOSE - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
           end-if

           if close-yearly
                   and last-week-key > zero
               compute target-period-key =
                   close-fiscal-year * 100 + close-fiscal-period
               move zero to prior-period-key
               perform varying fw-scan-idx from 1 by 1
                       until fw-scan-idx > target-idx
                   compute group-key-work =
                       fw-fiscal-year(fw-scan-idx) * 100
                           + fw-fiscal-period(fw-scan-idx)
                   if group-key-work < target-period-key
                       move group-key-work to prior-period-key
                   end-if
               end-perform
               if prior-period-key > zero
                       and prior-period-key not = last-period-key
                   display "PRIOR FISCAL PERIOD NOT CLOSED - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
           end-if.

       062-COMPUTE-GROUP-KEY-RTN.

           evaluate true
               when close-weekly
                   compute group-key-work =
                       fw-fiscal-year(fw-key-idx) * 100
                           + fw-fiscal-week(fw-key-idx)
               when close-monthly
                   compute group-key-work =
                       fw-fiscal-year(fw-key-idx) * 100
                           + fw-fiscal-period(fw-key-idx)
               when close-yearly
                   move fw-fiscal-year(fw-key-idx) to group-key-work
           end-evaluate.

       100-close-routine.

           add 1 to close-record-count
           move rti-weekly-total to close-weekly-work
           move rti-mtd-total to close-mtd-work
           move rti-ytd-total to close-ytd-work
           move zero to close-ovr-sales-work
           move zero to close-ovr-comm-work
           if rti-override-mtd-sales is numeric
                   and rti-override-mtd-comm is numeric
               move rti-override-mtd-sales to close-ovr-sales-work
               move rti-override-mtd-comm to close-ovr-comm-work
           end-if

           move zero to close-weekly-work
           if close-monthly or close-yearly
               move zero to close-mtd-work
               move zero to close-ovr-sales-work
               move zero to close-ovr-comm-work
           end-if
           if close-yearly
               move zero to close-ytd-work

       110-WRITE-HISTORY-RTN.

           move close-end-date to ph-close-date
           move close-type-save to ph-close-type
           move rti-number to ph-number
           move rti-weekly-total to ph-weekly-total
           move rti-mtd-total to ph-mtd-total
           move rti-ytd-total to ph-ytd-total
           move close-fiscal-year to ph-fiscal-year
           move close-fiscal-period to ph-fiscal-period
           move close-fiscal-week to ph-fiscal-week
           write period-history-record.

       120-WRITE-NEW-TOTALS-RTN.
           move close-weekly-work to rto-weekly-total
           move close-mtd-work to rto-mtd-total
           move close-ytd-work to rto-ytd-total
           move close-ovr-sales-work to rto-override-mtd-sales
           move close-ovr-comm-work to rto-override-mtd-comm
           write rto-record.

       130-WRITE-REGISTER-RTN.
           write register-rec from register-trans-out
               after advancing 1 lines.

       140-WRITE-CLOSE-CONTROL-RTN.

           open extend close-control
           if close-control-not-found
               open output close-control
           end-if
           move close-type-save to cc-close-type
           move close-fiscal-year to cc-fiscal-year
           move close-fiscal-period to cc-fiscal-period
           move close-fiscal-week to cc-fiscal-week
           move close-end-date to cc-end-date
           move run-date-number to cc-run-date
           write close-control-record
           close close-control.

       300-PRINT-REGISTER-HEADING-RTN.

           write register-rec from register-header-1
               after advancing 4 lines
           move close-fiscal-year to register-fy-out
           move close-fiscal-period to register-fp-out
           move close-fiscal-week to register-fw-out
           move close-end-date to register-end-out
           write register-rec from register-header-fiscal
               after advancing 2 lines
           write register-rec from register-header-2
               after advancing 2 lines.

           close running-totals-in
                 running-totals-out
                 period-history
                 close-register

           perform 140-WRITE-CLOSE-CONTROL-RTN.

       900-LOG-RUN-START-RTN.

           move "PeriodClose" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move close-record-count to rl-records-in
           move close-record-count to rl-records-out
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


       end program PeriodClose.

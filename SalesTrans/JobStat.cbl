       program-id. JobStat as "SalesTrans.JobStat".

       environment division.
       input-output section.
       file-control.   select job-params
                       assign to "C:\a\exercise7\jobsprm.txt"
                       organization is line sequential
                       file status is job-params-status.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

                       select job-report
                       assign to "C:\a\exercise7\jobstat.txt"
                       organization is line sequential.

       data division.
       file section.
       fd  job-params.
       01  job-param-record.
           05  jp-keyword           picture x(10).
           05                       picture x.
           05  jp-value-1           picture x(12).
           05  jp-date-x redefines jp-value-1.
               10  jp-date          picture 9(8).
               10                   picture x(4).
           05                       picture x.
           05  jp-value-2           picture x(12).
           05                       picture x(44).

       fd  run-log.
       01  run-log-rec.
           05  lg-program           picture x(12).
           05  lg-event             picture x.
               88  lg-start         value "S".
               88  lg-end           value "E".
           05  lg-run-date-x        picture x(8).
           05  lg-run-date redefines lg-run-date-x
                                    picture 9(8).
           05  lg-run-time-x        picture x(6).
           05  lg-run-time redefines lg-run-time-x
                                    picture 9(6).
           05  lg-work-id           picture x(24).
           05  lg-records-in        picture 9(9).
           05  lg-records-out       picture 9(9).
           05  lg-return-code       picture 9(4).
           05                       picture x(7).

       fd  job-report.
       01  report-rec               picture x(80).

       working-storage section.

       01  run-log-status           picture xx.
           88  run-log-ok           value "00".
           88  run-log-eof          value "10".
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

       01  job-params-status        picture xx.
           88  job-params-ok        value "00".
           88  job-params-eof       value "10".
           88  job-params-not-found value "35".

       01  are-there-more-records   picture x value "Y".

       01  window-fields.
           05  window-from-date     picture 9(8) value zero.
           05  window-to-date       picture 9(8) value zero.

       01  rule-count               picture 9(4) comp value zero.
       01  rule-max                 picture 9(4) comp value 100.
       01  rule-table.
           05  rule-entry occurs 1 to 100 times
                   depending on rule-count.
               10  ru-type           picture x(10).
                   88  ru-required   value "REQUIRED".
                   88  ru-followed-by value "FOLLOWEDBY".
                   88  ru-prereq     value "PREREQ".
               10  ru-program        picture x(12).
               10  ru-other          picture x(12).

       01  rule-work-fields.
           05  ru-idx                picture 9(4) comp.

       01  step-count               picture 9(4) comp value zero.
       01  step-max                 picture 9(4) comp value 2000.
       01  step-table.
           05  step-entry occurs 1 to 2000 times
                   depending on step-count.
               10  sp-program        picture x(12).
               10  sp-program-key    picture x(12).
               10  sp-run-date       picture 9(8).
               10  sp-start-time     picture 9(6).
               10  sp-end-time       picture 9(6).
               10  sp-work-id        picture x(24).
               10  sp-records-in     picture 9(9).
               10  sp-records-out    picture 9(9).
               10  sp-return-code    picture 9(4).
               10  sp-start-switch   picture x.
                   88  sp-started    value "Y".
               10  sp-end-switch     picture x.
                   88  sp-ended      value "Y".
               10  sp-flag           picture x(33).

       01  step-work-fields.
           05  sp-idx                picture 9(4) comp.
           05  sp-scan-idx           picture 9(4) comp.
           05  sp-post-idx           picture 9(4) comp.
           05  sp-found-idx          picture 9(4) comp.
           05  program-key-work      picture x(12).
           05  flag-work             picture x(33).

       01  exception-count          picture 9(4) comp value zero.
       01  exception-max            picture 9(4) comp value 500.
       01  exception-table.
           05  exception-entry occurs 1 to 500 times
                   depending on exception-count.
               10  ex-seq            picture 9(4).
               10  ex-program        picture x(12).
               10  ex-message        picture x(60).

       01  exception-work-fields.
           05  ex-idx                picture 9(4) comp.
           05  ex-seq-work           picture 9(4) comp.
           05  ex-program-work       picture x(12).
           05  ex-message-work       picture x(60).

       01  job-counters.
           05  log-read-count       picture 9(6) comp value zero.
           05  log-selected-count   picture 9(6) comp value zero.
           05  log-invalid-count    picture 9(6) comp value zero.
           05  high-rc-count        picture 9(6) comp value zero.
           05  no-end-count         picture 9(6) comp value zero.
           05  no-start-count       picture 9(6) comp value zero.
           05  sequence-count       picture 9(6) comp value zero.
           05  missing-count        picture 9(6) comp value zero.

       01  time-format-fields.
           05  time-work            picture 9(6).
           05  time-format-work     picture x(8).

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  job-header-1.
           05      picture x(22) value spaces.
           05      picture x(29)
                       value "DAILY JOB-STREAM STATUS".
           05      picture x(1) value spaces.
           05  job-date-out        picture x(10).
           05      picture x(18) value spaces.

       01  job-header-2.
           05      picture x(2) value spaces.
           05      picture x(7) value "WINDOW".
           05  job-from-out        picture 9(8).
           05      picture x(3) value " - ".
           05  job-to-out          picture 9(8).
           05      picture x(52) value spaces.

       01  job-header-3.
           05      picture x(2) value spaces.
           05      picture x(5) value "SEQ".
           05      picture x(12) value "PROGRAM".
           05      picture x(9) value "DATE".
           05      picture x(9) value "START".
           05      picture x(9) value "END".
           05      picture x(6) value "  RC".
           05      picture x(28) value "WORK ID".

       01  job-step-out.
           05                          picture x(2) value spaces.
           05  step-seq-out            picture zzz9.
           05                          picture x(1) value spaces.
           05  step-program-out        picture x(11).
           05                          picture x(1) value spaces.
           05  step-date-out           picture 9(8).
           05                          picture x(1) value spaces.
           05  step-start-out          picture x(8).
           05                          picture x(1) value spaces.
           05  step-end-out            picture x(8).
           05                          picture x(1) value spaces.
           05  step-rc-out             picture zzz9.
           05                          picture x(2) value spaces.
           05  step-work-id-out        picture x(24).
           05                          picture x(4) value spaces.

       01  job-count-out.
           05                          picture x(18) value spaces.
           05                          picture x(3) value "IN ".
           05  step-in-out             picture zzzzzzzz9.
           05                          picture x(6) value "  OUT ".
           05  step-out-out            picture zzzzzzzz9.
           05                          picture x(2) value spaces.
           05  step-flag-out           picture x(33).

       01  job-exception-heading.
           05      picture x(2) value spaces.
           05      picture x(78) value "EXCEPTIONS".

       01  job-exception-out.
           05                          picture x(2) value spaces.
           05  exc-seq-out             picture zzz9.
           05                          picture x(1) value spaces.
           05  exc-program-out         picture x(11).
           05                          picture x(2) value spaces.
           05  exc-message-out         picture x(60).

       01  job-total-out.
           05                          picture x(2) value spaces.
           05  job-total-label         picture x(36).
           05  job-total-value         picture zzzzz9.
           05                          picture x(36) value spaces.

       01  job-status-line.
           05                          picture x(2) value spaces.
           05  job-status-msg          picture x(78).

       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format

           perform 040-READ-PARM-RTN
           string window-from-date "-" window-to-date
               delimited by size into rl-work-id
           perform 050-OPEN-FILES-RTN

           move date-field-format to job-date-out
           move window-from-date to job-from-out
           move window-to-date to job-to-out

           perform until are-there-more-records = "N"
               read run-log
                   at end
                       move "N" to are-there-more-records
                   not at end
                       add 1 to log-read-count
                       perform 100-select-routine
               end-read
           end-perform
           close run-log

           perform 150-CHECK-STEPS-RTN
           perform 160-CHECK-REQUIRED-RTN
           perform 170-CHECK-SEQUENCE-RTN

           perform 300-PRINT-HEADING-RTN
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-PARM-RTN.

           move run-date-number to window-from-date
           move run-date-number to window-to-date

           open input job-params
           if job-params-not-found
               continue
           else
               if not job-params-ok
                   display "JOB STATUS PARAMETER FILE NOT READABLE - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until job-params-eof
                   read job-params
                       at end
                           set job-params-eof to true
                       not at end
                           perform 043-APPLY-JOB-PARAM-RTN
                   end-read
               end-perform
               close job-params
           end-if

           if window-from-date > window-to-date
               display "JOB STATUS DATE WINDOW REVERSED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           if rule-count = zero
               perform 044-LOAD-DEFAULT-RULES-RTN
           end-if.

       043-APPLY-JOB-PARAM-RTN.

           evaluate jp-keyword
               when "FROMDATE"
                   if jp-value-1(1:8) is not numeric
                           or jp-value-1(9:4) not = spaces
                       perform 049-BAD-JOB-PARAM-RTN
                   end-if
                   move jp-date to window-from-date
               when "TODATE"
                   if jp-value-1(1:8) is not numeric
                           or jp-value-1(9:4) not = spaces
                       perform 049-BAD-JOB-PARAM-RTN
                   end-if
                   move jp-date to window-to-date
               when "REQUIRED"
                   if jp-value-1 = spaces
                       perform 049-BAD-JOB-PARAM-RTN
                   end-if
                   perform 045-ADD-RULE-RTN
               when "FOLLOWEDBY"
               when "PREREQ"
                   if jp-value-1 = spaces or jp-value-2 = spaces
                       perform 049-BAD-JOB-PARAM-RTN
                   end-if
                   perform 045-ADD-RULE-RTN
               when spaces
                   continue
               when other
                   perform 049-BAD-JOB-PARAM-RTN
           end-evaluate.

       044-LOAD-DEFAULT-RULES-RTN.

           move "REQUIRED" to jp-keyword
           move "PROGRAM1" to jp-value-1
           move spaces to jp-value-2
           perform 045-ADD-RULE-RTN
           move "INTEGCHK" to jp-value-1
           perform 045-ADD-RULE-RTN

           move "FOLLOWEDBY" to jp-keyword
           move "PROGRAM1" to jp-value-1
           move "INTEGCHK" to jp-value-2
           perform 045-ADD-RULE-RTN
           move "BACKOUT" to jp-value-1
           perform 045-ADD-RULE-RTN

           move "PREREQ" to jp-keyword
           move "PROGRAM1" to jp-value-2
           move "PAYRECON" to jp-value-1
           perform 045-ADD-RULE-RTN
           move "COMMSTMT" to jp-value-1
           perform 045-ADD-RULE-RTN
           move "QUOTARPT" to jp-value-1
           perform 045-ADD-RULE-RTN
           move "PERIODCLOSE" to jp-value-1
           perform 045-ADD-RULE-RTN.

       045-ADD-RULE-RTN.

           if rule-count >= rule-max
               display "JOB STATUS RULES EXCEED TABLE CAPACITY - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to rule-count
           move jp-keyword to ru-type(rule-count)
           move function upper-case(jp-value-1)
               to ru-program(rule-count)
           move function upper-case(jp-value-2)
               to ru-other(rule-count).

       049-BAD-JOB-PARAM-RTN.

           display "INVALID JOB STATUS PARAMETER RECORD - RUN STOPPED"
           display job-param-record
           close job-params
           move 12 to return-code
           perform 990-STOP-RUN-RTN.

       050-OPEN-FILES-RTN.

           open input run-log
           if not run-log-ok
               display "RUN LOG FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output job-report.

       100-select-routine.

           if lg-run-date-x is not numeric
                   or lg-run-time-x is not numeric
                   or not (lg-start or lg-end)
               add 1 to log-invalid-count
           else
               move function upper-case(lg-program)
                   to program-key-work
               if lg-run-date >= window-from-date
                       and lg-run-date <= window-to-date
                       and program-key-work not = "JOBSTAT"
                   add 1 to log-selected-count
                   if lg-start
                       perform 110-ADD-STEP-RTN
                   else
                       perform 120-END-STEP-RTN
                   end-if
               end-if
           end-if.

       110-ADD-STEP-RTN.

           if step-count >= step-max
               display "RUN LOG STEPS EXCEED TABLE CAPACITY - RUN "
                   "STOPPED"
               close run-log
                     job-report
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to step-count
           move step-count to sp-post-idx
           move lg-program to sp-program(sp-post-idx)
           move program-key-work to sp-program-key(sp-post-idx)
           move lg-run-date to sp-run-date(sp-post-idx)
           move zero to sp-start-time(sp-post-idx)
           move zero to sp-end-time(sp-post-idx)
           move spaces to sp-work-id(sp-post-idx)
           move zero to sp-records-in(sp-post-idx)
           move zero to sp-records-out(sp-post-idx)
           move zero to sp-return-code(sp-post-idx)
           move "N" to sp-start-switch(sp-post-idx)
           move "N" to sp-end-switch(sp-post-idx)
           move spaces to sp-flag(sp-post-idx)
           if lg-start
               move lg-run-time to sp-start-time(sp-post-idx)
               move "Y" to sp-start-switch(sp-post-idx)
               move lg-work-id to sp-work-id(sp-post-idx)
           end-if.

       120-END-STEP-RTN.

           move zero to sp-found-idx
           perform varying sp-scan-idx from step-count by -1
                   until sp-scan-idx = zero or sp-found-idx > zero
               if sp-program-key(sp-scan-idx) = program-key-work
                       and sp-started(sp-scan-idx)
                       and not sp-ended(sp-scan-idx)
                   move sp-scan-idx to sp-found-idx
               end-if
           end-perform

           if sp-found-idx = zero
               perform 110-ADD-STEP-RTN
               move sp-post-idx to sp-found-idx
           end-if

           move lg-run-time to sp-end-time(sp-found-idx)
           move "Y" to sp-end-switch(sp-found-idx)
           if lg-work-id not = spaces
               move lg-work-id to sp-work-id(sp-found-idx)
           end-if
           if lg-records-in is numeric
               move lg-records-in to sp-records-in(sp-found-idx)
           end-if
           if lg-records-out is numeric
               move lg-records-out to sp-records-out(sp-found-idx)
           end-if
           if lg-return-code is numeric
               move lg-return-code to sp-return-code(sp-found-idx)
           end-if.

       150-CHECK-STEPS-RTN.

           perform varying sp-idx from 1 by 1
                   until sp-idx > step-count
               move sp-idx to ex-seq-work
               move sp-program(sp-idx) to ex-program-work
               if not sp-started(sp-idx)
                   add 1 to no-start-count
                   move "NO START ENTRY IN WINDOW" to flag-work
                   move "END LOGGED WITH NO START ENTRY IN THE WINDOW"
                       to ex-message-work
                   perform 180-RECORD-EXCEPTION-RTN
               end-if
               if not sp-ended(sp-idx)
                   add 1 to no-end-count
                   move "*** NO END - ABENDED/RUNNING ***"
                       to flag-work
                   move "STARTED BUT NO END ENTRY - STEP INCOMPLETE"
                       to ex-message-work
                   perform 180-RECORD-EXCEPTION-RTN
               end-if
               if sp-ended(sp-idx)
                       and sp-return-code(sp-idx) > 4
                   add 1 to high-rc-count
                   move "*** ENDED ABOVE RC 4 ***" to flag-work
                   move spaces to ex-message-work
                   string "ENDED WITH RETURN CODE "
                          sp-return-code(sp-idx)
                       delimited by size into ex-message-work
                   perform 180-RECORD-EXCEPTION-RTN
               end-if
           end-perform.

       160-CHECK-REQUIRED-RTN.

           perform varying ru-idx from 1 by 1
                   until ru-idx > rule-count
               if ru-required(ru-idx)
                   move zero to sp-found-idx
                   perform varying sp-scan-idx from 1 by 1
                           until sp-scan-idx > step-count
                       if sp-program-key(sp-scan-idx)
                               = ru-program(ru-idx)
                           move sp-scan-idx to sp-found-idx
                       end-if
                   end-perform
                   if sp-found-idx = zero
                       add 1 to missing-count
                       move zero to ex-seq-work
                       move ru-program(ru-idx) to ex-program-work
                       move spaces to flag-work
                       move "REQUIRED STEP NOT RUN IN THE WINDOW"
                           to ex-message-work
                       perform 180-RECORD-EXCEPTION-RTN
                   end-if
               end-if
           end-perform.

       170-CHECK-SEQUENCE-RTN.

           perform varying ru-idx from 1 by 1
                   until ru-idx > rule-count
               if ru-followed-by(ru-idx) or ru-prereq(ru-idx)
                   perform varying sp-idx from 1 by 1
                           until sp-idx > step-count
                       if sp-program-key(sp-idx) = ru-program(ru-idx)
                           perform 175-CHECK-STEP-ORDER-RTN
                       end-if
                   end-perform
               end-if
           end-perform.

       175-CHECK-STEP-ORDER-RTN.

           move zero to sp-found-idx
           if ru-followed-by(ru-idx)
               perform varying sp-scan-idx from sp-idx by 1
                       until sp-scan-idx > step-count
                   if sp-program-key(sp-scan-idx) = ru-other(ru-idx)
                           and sp-found-idx = zero
                       move sp-scan-idx to sp-found-idx
                   end-if
               end-perform
               if sp-found-idx = zero
                   add 1 to sequence-count
                   move sp-idx to ex-seq-work
                   move sp-program(sp-idx) to ex-program-work
                   move "*** NOT FOLLOWED AS REQUIRED ***" to flag-work
                   move spaces to ex-message-work
                   string "NOT FOLLOWED BY " delimited by size
                          ru-other(ru-idx) delimited by space
                          " LATER IN THE WINDOW" delimited by size
                       into ex-message-work
                   perform 180-RECORD-EXCEPTION-RTN
               end-if
           else
               perform varying sp-scan-idx from 1 by 1
                       until sp-scan-idx >= sp-idx
                   if sp-program-key(sp-scan-idx) = ru-other(ru-idx)
                       move sp-scan-idx to sp-found-idx
                   end-if
               end-perform
               if sp-found-idx = zero
                   add 1 to sequence-count
                   move sp-idx to ex-seq-work
                   move sp-program(sp-idx) to ex-program-work
                   move "*** OUT OF SEQUENCE ***" to flag-work
                   move spaces to ex-message-work
                   string "RUN WITHOUT A PRIOR " delimited by size
                          ru-other(ru-idx) delimited by space
                          " STEP IN THE WINDOW" delimited by size
                       into ex-message-work
                   perform 180-RECORD-EXCEPTION-RTN
               end-if
           end-if.

       180-RECORD-EXCEPTION-RTN.

           if ex-seq-work > zero
               if sp-flag(ex-seq-work) = spaces
                   move flag-work to sp-flag(ex-seq-work)
               end-if
           end-if
           if exception-count >= exception-max
               display "JOB STATUS EXCEPTIONS EXCEED TABLE CAPACITY - "
                   "RUN STOPPED"
               close job-report
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to exception-count
           move ex-seq-work to ex-seq(exception-count)
           move ex-program-work to ex-program(exception-count)
           move ex-message-work to ex-message(exception-count).

       200-print-routine.

           perform varying sp-idx from 1 by 1
                   until sp-idx > step-count
               perform 210-print-step-routine
           end-perform

           write report-rec from job-exception-heading
               after advancing 3 lines
           perform varying ex-idx from 1 by 1
                   until ex-idx > exception-count
               move spaces to job-exception-out
               if ex-seq(ex-idx) > zero
                   move ex-seq(ex-idx) to exc-seq-out
               end-if
               move ex-program(ex-idx) to exc-program-out
               move ex-message(ex-idx) to exc-message-out
               write report-rec from job-exception-out
                   after advancing 1 lines
           end-perform.

       210-print-step-routine.

           move sp-idx to step-seq-out
           move sp-program(sp-idx) to step-program-out
           move sp-run-date(sp-idx) to step-date-out
           if sp-started(sp-idx)
               move sp-start-time(sp-idx) to time-work
               perform 220-FORMAT-TIME-RTN
               move time-format-work to step-start-out
           else
               move "--:--:--" to step-start-out
           end-if
           if sp-ended(sp-idx)
               move sp-end-time(sp-idx) to time-work
               perform 220-FORMAT-TIME-RTN
               move time-format-work to step-end-out
               move sp-return-code(sp-idx) to step-rc-out
           else
               move "--:--:--" to step-end-out
               move zero to step-rc-out
           end-if
           move sp-work-id(sp-idx) to step-work-id-out
           write report-rec from job-step-out
               after advancing 1 lines

           move sp-records-in(sp-idx) to step-in-out
           move sp-records-out(sp-idx) to step-out-out
           move sp-flag(sp-idx) to step-flag-out
           write report-rec from job-count-out
               after advancing 1 lines.

       220-FORMAT-TIME-RTN.

           move spaces to time-format-work
           string time-work(1:2) ":" time-work(3:2) ":"
                  time-work(5:2)
               delimited by size into time-format-work.

       300-PRINT-HEADING-RTN.

           write report-rec from job-header-1
               after advancing 4 lines
           write report-rec from job-header-2
               after advancing 1 lines
           write report-rec from job-header-3
               after advancing 2 lines.

       500-termination-routine.

           move "RUN LOG RECORDS READ" to job-total-label
           move log-read-count to job-total-value
           write report-rec from job-total-out
               after advancing 3 lines
           move "RUN LOG RECORDS IN WINDOW" to job-total-label
           move log-selected-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "RUN LOG RECORDS UNREADABLE" to job-total-label
           move log-invalid-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "STEPS LISTED" to job-total-label
           move step-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "STEPS ENDED ABOVE RC 4" to job-total-label
           move high-rc-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "STEPS WITH NO END ENTRY" to job-total-label
           move no-end-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "STEPS WITH NO START ENTRY" to job-total-label
           move no-start-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "STEPS OUT OF SEQUENCE" to job-total-label
           move sequence-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines
           move "REQUIRED STEPS MISSING" to job-total-label
           move missing-count to job-total-value
           write report-rec from job-total-out
               after advancing 1 lines

           if exception-count > zero
               move "*** JOB-STREAM EXCEPTIONS - REVIEW REQUIRED ***"
                   to job-status-msg
               if return-code = zero
                   move 4 to return-code
               end-if
           else
               move "JOB STREAM COMPLETED NORMALLY" to job-status-msg
           end-if
           write report-rec from job-status-line
               after advancing 2 lines

           close job-report.

       900-LOG-RUN-START-RTN.

           move "JobStat" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move log-selected-count to rl-records-in
           move step-count to rl-records-out
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


       end program JobStat.

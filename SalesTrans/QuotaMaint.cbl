       program-id. QuotaMaint as "SalesTrans.QuotaMaint".

       environment division.
       input-output section.
       file-control.   select quota-trans
                       assign to "C:\a\exercise7\quotatrn.txt"
                       organization is line sequential
                       file status is quota-trans-status.

                       select quota-file
                       assign to "C:\a\exercise7\quota.txt"
                       organization is line sequential
                       file status is quota-file-status.

                       select salesmst
                       assign to "C:\a\exercise7\salesmst.txt"
                       organization is indexed
                       access mode is dynamic
                       record key is salesmst-number
                       file status is salesmst-file-status.

                       select fiscal-calendar
                       assign to "C:\a\exercise7\fiscal.txt"
                       organization is line sequential
                       file status is fiscal-calendar-status.

                       select quota-register
                       assign to "C:\a\exercise7\quotareg.txt"
                       organization is line sequential
                       file status is quota-register-status.

                       select quota-rejects
                       assign to "C:\a\exercise7\quotarej.txt"
                       organization is line sequential
                       file status is quota-rejects-status.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  quota-trans.
       01  quota-trans-record.
           05 quota-action-code           picture x.
               88  quota-action-add        value "A".
               88  quota-action-change     value "C".
               88  quota-action-delete     value "D".
               88  quota-action-known      value "A" "C" "D".
           05 quota-number-x              picture x(4).
           05 quota-number redefines quota-number-x
                                          picture s9(4).
           05 quota-fiscal-year-x         picture x(4).
           05 quota-fiscal-year redefines quota-fiscal-year-x
                                          picture 9(4).
           05 quota-fiscal-period-x       picture x(2).
           05 quota-fiscal-period redefines quota-fiscal-period-x
                                          picture 9(2).
           05 quota-amount-x              picture x(9).
           05 quota-amount redefines quota-amount-x
                                          picture 9(7)v99.

       fd  quota-file.
       01  quota-record.
           05  qt-number            picture s9(4).
           05  qt-fiscal-year       picture 9(4).
           05  qt-fiscal-period     picture 9(2).
           05  qt-quota-amount      picture 9(7)v99.
           05  qt-maint-date        picture 9(8).

       fd  salesmst.
       01  salesmst-record.
           05  salesmst-number      picture s9(4).
           05  salesmst-name        picture x(20).
           05  salesmst-status      picture x.
               88  salesmst-active  value "A".
           05  salesmst-home-branch picture x(3).
           05  salesmst-branch-eff-date
                                    picture 9(8).

       fd  fiscal-calendar.
       01  fiscal-calendar-record.
           05  fc-fiscal-year       picture 9(4).
           05  fc-fiscal-period     picture 9(2).
           05  fc-fiscal-week       picture 9(2).
           05  fc-start-date        picture 9(8).
           05  fc-end-date          picture 9(8).

       fd  quota-register.
       01  register-rec            picture x(80).

       fd  quota-rejects.
       01  reject-rec              picture x(80).

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

       01  quota-trans-status       picture xx.
           88  quota-trans-ok       value "00".
           88  quota-trans-eof      value "10".

       01  quota-file-status        picture xx.
           88  quota-file-ok        value "00".
           88  quota-file-eof       value "10".
           88  quota-file-not-found value "35".

       01  quota-register-status    picture xx.
           88  quota-register-ok    value "00".

       01  quota-rejects-status     picture xx.
           88  quota-rejects-ok     value "00".

       01  salesmst-file-status     picture xx.
           88  salesmst-ok          value "00".

       01  fiscal-calendar-status   picture xx.
           88  fiscal-calendar-ok       value "00".
           88  fiscal-calendar-eof      value "10".

       01  quota-count              picture 9(5) comp value zero.
       01  quota-max                picture 9(5) comp value 30000.
       01  quota-table.
           05  quota-entry occurs 1 to 30000 times
                   depending on quota-count
                   indexed by qe-idx.
               10  qe-number         picture s9(4).
               10  qe-fiscal-year    picture 9(4).
               10  qe-fiscal-period  picture 9(2).
               10  qe-quota-amount   picture 9(7)v99.
               10  qe-maint-date     picture 9(8).
               10  qe-deleted        picture x.
                   88  qe-is-deleted value "Y".

       01  quota-work-fields.
           05  qe-scan-idx           picture 9(5) comp.
           05  qe-post-idx           picture 9(5) comp.
           05  quota-written-count   picture 9(6) comp value zero.

       01  fiscal-count             picture 9(4) comp value zero.
       01  fiscal-max               picture 9(4) comp value 600.
       01  fiscal-table.
           05  fiscal-entry occurs 1 to 600 times
                   depending on fiscal-count
                   indexed by fw-idx.
               10  fw-fiscal-year    picture 9(4).
               10  fw-fiscal-period  picture 9(2).

       01  fiscal-work-fields.
           05  fw-scan-idx           picture 9(4) comp.
           05  fiscal-found-switch   picture x value "N".
               88  fiscal-found      value "Y".

       01  valid-maint-switch       picture x value "Y".
           88  maint-is-valid       value "Y".
           88  maint-is-invalid     value "N".

       01  master-found-switch      picture x value "N".
           88  master-found         value "Y".

       01  quota-found-switch       picture x value "N".
           88  quota-found          value "Y".

       01  reject-reason            picture x(40).

       01  maint-read-count         picture 9(6) comp value zero.
       01  maint-applied-count      picture 9(6) comp value zero.
       01  maint-rejected-count     picture 9(6) comp value zero.

       01  before-image.
           05  before-amount        picture 9(7)v99.

       01  quota-change-work        picture s9(7)v99.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  register-header-1.
           05      picture x(21) value spaces.
           05      picture x(32)
                       value "SALES QUOTA MAINTENANCE REGISTER".
           05      picture x(4) value spaces.
           05  register-date-out   picture x(10).
           05      picture x(13) value spaces.

       01  register-header-2.
           05      picture x(2) value spaces.
           05      picture x(10) value "ACTION".
           05      picture x(4) value "NO.".
           05      picture x(3) value spaces.
           05      picture x(6) value "FY".
           05      picture x(2) value "PD".
           05      picture x(6) value spaces.
           05      picture x(6) value "BEFORE".
           05      picture x(9) value spaces.
           05      picture x(5) value "AFTER".
           05      picture x(8) value spaces.
           05      picture x(6) value "CHANGE".
           05      picture x(13) value spaces.

       01  register-trans-out.
           05                          picture x(2) value spaces.
           05  register-action-out     picture x(10).
           05  register-number-out     picture -zzz9.
           05                          picture x(2) value spaces.
           05  register-year-out       picture 9(4).
           05                          picture x(2) value spaces.
           05  register-period-out     picture 9(2).
           05                          picture x(2) value spaces.
           05  register-before-out     picture zzzzzz9.99.
           05  register-before-lit     redefines register-before-out
                                       picture x(10).
           05                          picture x(4) value spaces.
           05  register-after-out      picture zzzzzz9.99.
           05  register-after-lit      redefines register-after-out
                                       picture x(10).
           05                          picture x(3) value spaces.
           05  register-change-out     picture -zzzzzz9.99.
           05                          picture x(13) value spaces.

       01  register-total-out.
           05      picture x(2) value spaces.
           05      picture x(14) value "TRANS READ".
           05  register-read-out       picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(8) value "APPLIED".
           05  register-applied-out    picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(9) value "REJECTED".
           05  register-rejected-out   picture zzzzz9.
           05      picture x(25) value spaces.

       01  register-written-out.
           05      picture x(2) value spaces.
           05      picture x(22) value "QUOTA RECORDS ON FILE".
           05  register-written-value  picture zzzzz9.
           05      picture x(50) value spaces.

       01  reject-header-1.
           05      picture x(22) value spaces.
           05      picture x(31)
                       value "SALES QUOTA MAINTENANCE REJECTS".
           05      picture x(4) value spaces.
           05  reject-date-out     picture x(10).
           05      picture x(13) value spaces.

       01  reject-header-2.
           05      picture x(2) value spaces.
           05      picture x(6) value "ACTION".
           05      picture x(2) value spaces.
           05      picture x(3) value "NO.".
           05      picture x(3) value spaces.
           05      picture x(6) value "FY".
           05      picture x(4) value "PD".
           05      picture x(6) value "REASON".
           05      picture x(48) value spaces.

       01  reject-trans-out.
           05                          picture x(2) value spaces.
           05  reject-action-out       picture x.
           05                          picture x(7) value spaces.
           05  reject-number-out       picture x(4).
           05                          picture x(2) value spaces.
           05  reject-year-out         picture x(4).
           05                          picture x(2) value spaces.
           05  reject-period-out       picture x(2).
           05                          picture x(2) value spaces.
           05  reject-reason-out       picture x(40).
           05                          picture x(14) value spaces.

       01  are-there-more-records picture x value "Y".

       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           open input quota-trans
                output quota-register
                output quota-rejects
           perform 035-VERIFY-OPENS-RTN
           perform 040-OPEN-MASTER-RTN
           perform 050-LOAD-FISCAL-CALENDAR-RTN
           perform 060-LOAD-QUOTA-FILE-RTN
           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           move date-field-format to register-date-out
           move date-field-format to reject-date-out

           perform 300-PRINT-REGISTER-HEADING-RTN
           perform 310-PRINT-REJECT-HEADING-RTN

           perform until are-there-more-records = "N"
               read quota-trans
                   at end
                       move "N" to are-there-more-records
                   not at end
                       add 1 to maint-read-count
                       perform 100-apply-routine
               end-read
           end-perform

           perform 450-REWRITE-QUOTA-FILE-RTN
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       035-VERIFY-OPENS-RTN.

           if not quota-trans-ok
               display "QUOTA TRANS FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not quota-register-ok
               display "QUOTA REGISTER FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not quota-rejects-ok
               display "QUOTA REJECTS FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       040-OPEN-MASTER-RTN.

           open input salesmst
           if not salesmst-ok
               display "SALESPERSON MASTER OPEN FAILED - RUN STOPPED"
               display "FILE STATUS " salesmst-file-status
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

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
           close fiscal-calendar.

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
           move fc-fiscal-period to fw-fiscal-period(fiscal-count).

       060-LOAD-QUOTA-FILE-RTN.

           open input quota-file

           if quota-file-not-found
               continue
           else
               if not quota-file-ok
                   display "QUOTA FILE NOT READABLE - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until quota-file-eof
                   read quota-file
                       at end
                           set quota-file-eof to true
                       not at end
                           perform 061-POST-QUOTA-ENTRY-RTN
                   end-read
               end-perform
               close quota-file
           end-if.

       061-POST-QUOTA-ENTRY-RTN.

           if qt-fiscal-year is not numeric
                   or qt-fiscal-period is not numeric
                   or qt-quota-amount is not numeric
               display "INVALID QUOTA FILE RECORD - RUN STOPPED"
               display quota-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if quota-count >= quota-max
               display "QUOTA FILE EXCEEDS TABLE CAPACITY - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to quota-count
           move qt-number to qe-number(quota-count)
           move qt-fiscal-year to qe-fiscal-year(quota-count)
           move qt-fiscal-period to qe-fiscal-period(quota-count)
           move qt-quota-amount to qe-quota-amount(quota-count)
           if qt-maint-date is numeric
               move qt-maint-date to qe-maint-date(quota-count)
           else
               move zero to qe-maint-date(quota-count)
           end-if
           move "N" to qe-deleted(quota-count).

       100-apply-routine.

           perform 110-VALIDATE-MAINT-RTN

           if maint-is-valid
               evaluate true
                   when quota-action-add
                       perform 120-APPLY-ADD-RTN
                   when quota-action-change
                       perform 121-APPLY-CHANGE-RTN
                   when quota-action-delete
                       perform 122-APPLY-DELETE-RTN
               end-evaluate
               add 1 to maint-applied-count
               perform 125-WRITE-REGISTER-RTN
           else
               add 1 to maint-rejected-count
               perform 130-REJECT-MAINT-RTN
           end-if.

       110-VALIDATE-MAINT-RTN.

           set maint-is-valid to true

           if not quota-action-known
               set maint-is-invalid to true
               move "INVALID ACTION CODE - MUST BE A/C/D"
                   to reject-reason
           end-if

           if maint-is-valid
               if quota-number-x is not numeric
                   set maint-is-invalid to true
                   move "SALESPERSON NUMBER - NOT NUMERIC"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid
               if quota-number <= 0
                   set maint-is-invalid to true
                   move "SALESPERSON NUMBER MUST BE POSITIVE"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid
               if quota-fiscal-year-x is not numeric
                       or quota-fiscal-period-x is not numeric
                   set maint-is-invalid to true
                   move "FISCAL YEAR/PERIOD - NOT NUMERIC"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid
               perform 112-FIND-FISCAL-PERIOD-RTN
               if not fiscal-found
                   set maint-is-invalid to true
                   move "FISCAL PERIOD NOT IN FISCAL CALENDAR"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid
               perform 115-READ-MASTER-RTN
               perform 116-FIND-QUOTA-RTN
           end-if

           if maint-is-valid
               evaluate true
                   when quota-action-add and quota-found
                       set maint-is-invalid to true
                       move "DUPLICATE ADD - QUOTA ALREADY ON FILE"
                           to reject-reason
                   when quota-action-add and not master-found
                       set maint-is-invalid to true
                       move "ADD - SALESPERSON NOT ON MASTER FILE"
                           to reject-reason
                   when quota-action-add and not salesmst-active
                       set maint-is-invalid to true
                       move "ADD - SALESPERSON INACTIVE"
                           to reject-reason
                   when quota-action-change and not quota-found
                       set maint-is-invalid to true
                       move "CHANGE - QUOTA NOT ON FILE"
                           to reject-reason
                   when quota-action-delete and not quota-found
                       set maint-is-invalid to true
                       move "DELETE - QUOTA NOT ON FILE"
                           to reject-reason
               end-evaluate
           end-if

           if maint-is-valid
               if quota-action-add or quota-action-change
                   if quota-amount-x is not numeric
                       set maint-is-invalid to true
                       move "QUOTA AMOUNT - NOT NUMERIC"
                           to reject-reason
                   else
                       if quota-amount = zero
                           set maint-is-invalid to true
                           move "QUOTA AMOUNT MUST BE GREATER THAN ZERO"
                               to reject-reason
                       end-if
                   end-if
               end-if
           end-if.

       112-FIND-FISCAL-PERIOD-RTN.

           move "N" to fiscal-found-switch
           perform varying fw-scan-idx from 1 by 1
                   until fw-scan-idx > fiscal-count
                       or fiscal-found
               if fw-fiscal-year(fw-scan-idx) = quota-fiscal-year
                       and fw-fiscal-period(fw-scan-idx)
                           = quota-fiscal-period
                   move "Y" to fiscal-found-switch
               end-if
           end-perform.

       115-READ-MASTER-RTN.

           move "N" to master-found-switch
           move quota-number to salesmst-number
           read salesmst
               invalid key
                   move space to salesmst-status
               not invalid key
                   move "Y" to master-found-switch
           end-read.

       116-FIND-QUOTA-RTN.

           move "N" to quota-found-switch
           move zero to qe-post-idx
           move zero to before-amount
           perform varying qe-scan-idx from 1 by 1
                   until qe-scan-idx > quota-count
               if qe-number(qe-scan-idx) = quota-number
                       and qe-fiscal-year(qe-scan-idx)
                           = quota-fiscal-year
                       and qe-fiscal-period(qe-scan-idx)
                           = quota-fiscal-period
                       and not qe-is-deleted(qe-scan-idx)
                   move qe-scan-idx to qe-post-idx
                   move "Y" to quota-found-switch
                   move qe-quota-amount(qe-scan-idx) to before-amount
               end-if
           end-perform.

       120-APPLY-ADD-RTN.

           if quota-count >= quota-max
               display "QUOTA FILE EXCEEDS TABLE CAPACITY - RUN "
                   "STOPPED"
               display "TRANSACTION " quota-trans-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to quota-count
           move quota-count to qe-post-idx
           move quota-number to qe-number(qe-post-idx)
           move quota-fiscal-year to qe-fiscal-year(qe-post-idx)
           move quota-fiscal-period to qe-fiscal-period(qe-post-idx)
           move quota-amount to qe-quota-amount(qe-post-idx)
           move run-date-number to qe-maint-date(qe-post-idx)
           move "N" to qe-deleted(qe-post-idx).

       121-APPLY-CHANGE-RTN.

           move quota-amount to qe-quota-amount(qe-post-idx)
           move run-date-number to qe-maint-date(qe-post-idx).

       122-APPLY-DELETE-RTN.

           move "Y" to qe-deleted(qe-post-idx).

       125-WRITE-REGISTER-RTN.

           evaluate true
               when quota-action-add
                   move "ADD" to register-action-out
               when quota-action-change
                   move "CHANGE" to register-action-out
               when quota-action-delete
                   move "DELETE" to register-action-out
           end-evaluate

           move quota-number to register-number-out
           move quota-fiscal-year to register-year-out
           move quota-fiscal-period to register-period-out

           if quota-action-add
               move "     (NEW)" to register-before-lit
           else
               move before-amount to register-before-out
           end-if

           if quota-action-delete
               move " (DELETED)" to register-after-lit
               compute quota-change-work = zero - before-amount
           else
               move qe-quota-amount(qe-post-idx) to register-after-out
               compute quota-change-work =
                   qe-quota-amount(qe-post-idx) - before-amount
           end-if
           move quota-change-work to register-change-out

           write register-rec from register-trans-out
               after advancing 1 lines.

       130-REJECT-MAINT-RTN.

           move quota-action-code to reject-action-out
           move quota-number-x to reject-number-out
           move quota-fiscal-year-x to reject-year-out
           move quota-fiscal-period-x to reject-period-out
           move reject-reason to reject-reason-out

           write reject-rec from reject-trans-out
               after advancing 1 lines.

       300-PRINT-REGISTER-HEADING-RTN.

           write register-rec from register-header-1
               after advancing 4 lines
           write register-rec from register-header-2
               after advancing 2 lines.

       310-PRINT-REJECT-HEADING-RTN.

           write reject-rec from reject-header-1
               after advancing 4 lines
           write reject-rec from reject-header-2
               after advancing 2 lines.

       450-REWRITE-QUOTA-FILE-RTN.

           if quota-count > zero
               sort quota-entry
                   on ascending key qe-number
                   on ascending key qe-fiscal-year
                   on ascending key qe-fiscal-period
           end-if

           open output quota-file
           if not quota-file-ok
               display "QUOTA FILE REWRITE FAILED - RUN STOPPED"
               display "FILE STATUS " quota-file-status
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform varying qe-scan-idx from 1 by 1
                   until qe-scan-idx > quota-count
               if not qe-is-deleted(qe-scan-idx)
                   move qe-number(qe-scan-idx) to qt-number
                   move qe-fiscal-year(qe-scan-idx) to qt-fiscal-year
                   move qe-fiscal-period(qe-scan-idx)
                       to qt-fiscal-period
                   move qe-quota-amount(qe-scan-idx)
                       to qt-quota-amount
                   move qe-maint-date(qe-scan-idx) to qt-maint-date
                   write quota-record
                   add 1 to quota-written-count
               end-if
           end-perform
           close quota-file.

       500-termination-routine.

           move maint-read-count to register-read-out
           move maint-applied-count to register-applied-out
           move maint-rejected-count to register-rejected-out
           write register-rec from register-total-out
               after advancing 2 lines
           move quota-written-count to register-written-value
           write register-rec from register-written-out
               after advancing 1 lines

           close quota-trans
                 quota-register
                 quota-rejects
                 salesmst.

       900-LOG-RUN-START-RTN.

           move "QuotaMaint" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move maint-read-count to rl-records-in
           move maint-applied-count to rl-records-out
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


       end program QuotaMaint.

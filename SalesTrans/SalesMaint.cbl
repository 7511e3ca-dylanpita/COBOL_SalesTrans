                       record key is salesmst-number
                       file status is salesmst-file-status.

                       select branch-master
                       assign to "C:\a\exercise7\brchmst.txt"
                       organization is line sequential
                       file status is branch-master-status.

                       select transfer-history
                       assign to "C:\a\exercise7\slsxfer.txt"
                       organization is line sequential
                       file status is transfer-history-status.

                       select maint-register
                       assign to "C:\a\exercise7\maintreg.txt"
                       organization is line sequential
                       organization is line sequential
                       file status is maint-rejects-status.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  maint-trans.
               88  maint-action-change     value "C".
               88  maint-action-deactivate value "D".
               88  maint-action-purge      value "P".
               88  maint-action-transfer   value "T".
               88  maint-action-known      value "A" "C" "D" "P" "T".
           05 maint-number-x              picture x(4).
           05 maint-number redefines maint-number-x
                                          picture s9(4).
           05 maint-name                  picture x(20).
           05 maint-status                picture x.
           05 maint-branch                picture x(3).
           05 maint-eff-date-x            picture x(8).
           05 maint-eff-date redefines maint-eff-date-x
                                          picture 9(8).
           05 maint-eff-date-parts redefines maint-eff-date-x.
               10 maint-eff-yyyy          picture 9(4).
               10 maint-eff-mm            picture 9(2).
               10 maint-eff-dd            picture 9(2).

       fd  branch-master.
       01  branch-master-record.
           05  bm-code              picture x(3).
           05  bm-name              picture x(20).
           05  bm-region            picture x(3).
           05  bm-status            picture x.
               88  bm-active        value "A".

       fd  transfer-history.
       01  transfer-history-record.
           05  xh-number            picture s9(4).
           05  xh-eff-date          picture 9(8).
           05  xh-from-branch       picture x(3).
           05  xh-to-branch         picture x(3).
           05  xh-entered-date      picture 9(8).

       fd  maint-register.
       01  register-rec            picture x(80).
           05  salesmst-name        picture x(20).
           05  salesmst-status      picture x.
               88  salesmst-active  value "A".
           05  salesmst-home-branch picture x(3).
           05  salesmst-branch-eff-date
                                    picture 9(8).

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

       01  maint-trans-status       picture xx.
           88  maint-trans-ok       value "00".
           88  maint-trans-eof      value "10".
           88  salesmst-eof         value "10".
           88  salesmst-not-found   value "35".

       01  branch-master-status     picture xx.
           88  branch-master-ok     value "00".
           88  branch-master-eof    value "10".

       01  transfer-history-status  picture xx.
           88  transfer-history-ok        value "00".
           88  transfer-history-not-found value "35".

       01  branch-count             picture 9(4) comp value zero.
       01  branch-max               picture 9(4) comp value 500.
       01  branch-table.
           05  branch-entry occurs 1 to 500 times
                   depending on branch-count
                   indexed by br-idx.
               10  br-code           picture x(3).
               10  br-status         picture x.
                   88  br-active     value "A".

       01  branch-work-fields.
           05  br-scan-idx           picture 9(4) comp.
           05  br-post-idx           picture 9(4) comp.
           05  branch-found-switch   picture x value "N".
               88  branch-found      value "Y".

       01  valid-maint-switch       picture x value "Y".
           88  maint-is-valid       value "Y".
           88  maint-is-invalid     value "N".
       01  before-image.
           05  before-name          picture x(20).
           05  before-status        picture x.
           05  before-branch        picture x(3).
           05  before-eff-date      picture 9(8).

       01  assignment-work-fields.
           05  eff-date-work        picture 9(8) value zero.
           05  days-in-month-work   picture 9(2).

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  register-header-1.
           05  register-after-status   picture x.
           05                          picture x(15) value spaces.

       01  register-branch-out.
           05      picture x(12) value spaces.
           05      picture x(17) value "HOME BRANCH FROM".
           05  register-from-branch    picture x(3).
           05      picture x(4) value " TO ".
           05  register-to-branch      picture x(3).
           05      picture x(11) value " EFFECTIVE ".
           05  register-eff-date-out   picture 9(8).
           05      picture x(22) value spaces.

       01  register-total-out.
           05      picture x(2) value spaces.
           05      picture x(14) value "TRANS READ".

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           open input maint-trans
                output maint-register
                output maint-rejects
           perform 035-VERIFY-OPENS-RTN
           perform 040-OPEN-MASTER-RTN
           perform 045-LOAD-BRANCH-MASTER-RTN
           perform 046-OPEN-TRANSFER-HISTORY-RTN
           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format

           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       035-VERIFY-OPENS-RTN.

           if not maint-trans-ok
               display "MAINT TRANS FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not maint-register-ok
               display "MAINT REGISTER FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not maint-rejects-ok
               display "MAINT REJECTS FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       040-OPEN-MASTER-RTN.
               display "SALESPERSON MASTER OPEN FAILED - RUN STOPPED"
               display "FILE STATUS " salesmst-file-status
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       045-LOAD-BRANCH-MASTER-RTN.

           open input branch-master
           if not branch-master-ok
               display "BRANCH MASTER FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until branch-master-eof
               read branch-master
                   at end
                       set branch-master-eof to true
                   not at end
                       if branch-count >= branch-max
                           display "BRANCH MASTER EXCEEDS TABLE "
                               "CAPACITY - RUN STOPPED"
                           move 12 to return-code
                           perform 990-STOP-RUN-RTN
                       end-if
                       add 1 to branch-count
                       move bm-code to br-code(branch-count)
                       move bm-status to br-status(branch-count)
               end-read
           end-perform
           close branch-master.

       046-OPEN-TRANSFER-HISTORY-RTN.

           open extend transfer-history
           if transfer-history-not-found
               open output transfer-history
           end-if
           if not transfer-history-ok
               display "TRANSFER HISTORY FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       100-apply-routine.
                       perform 122-APPLY-DEACTIVATE-RTN
                   when maint-action-purge
                       perform 123-APPLY-PURGE-RTN
                   when maint-action-transfer
                       perform 126-APPLY-TRANSFER-RTN
               end-evaluate
               add 1 to maint-applied-count
               perform 125-WRITE-REGISTER-RTN

           if not maint-action-known
               set maint-is-invalid to true
               move "INVALID ACTION CODE - MUST BE A/C/D/P/T"
                   to reject-reason
           end-if

                       set maint-is-invalid to true
                       move "PURGE - NOT FOUND ON MASTER FILE"
                           to reject-reason
                   when maint-action-transfer and not master-found
                       set maint-is-invalid to true
                       move "TRANSFER - NOT FOUND ON MASTER FILE"
                           to reject-reason
                   when maint-action-transfer
                           and before-status not = "A"
                       set maint-is-invalid to true
                       move "TRANSFER - SALESPERSON INACTIVE"
                           to reject-reason
               end-evaluate
           end-if

           if maint-is-valid
               if maint-action-change and maint-branch not = spaces
                   set maint-is-invalid to true
                   move "HOME BRANCH CHANGE REQUIRES TRANSFER"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid
               if maint-action-add or maint-action-transfer
                   perform 116-VALIDATE-ASSIGNMENT-RTN
               end-if
           end-if

           if maint-is-valid
               if (maint-action-add or maint-action-change)
                       and maint-status not = spaces
                   move "Y" to master-found-switch
                   move salesmst-name to before-name
                   move salesmst-status to before-status
                   move salesmst-home-branch to before-branch
                   move salesmst-branch-eff-date to before-eff-date
           end-read.

       116-VALIDATE-ASSIGNMENT-RTN.

           if maint-branch = spaces
               set maint-is-invalid to true
               if maint-action-add
                   move "ADD REQUIRES HOME BRANCH" to reject-reason
               else
                   move "TRANSFER REQUIRES NEW HOME BRANCH"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid
               move "N" to branch-found-switch
               move 1 to br-post-idx
               perform varying br-scan-idx from 1 by 1
                       until br-scan-idx > branch-count
                   if br-code(br-scan-idx) = maint-branch
                       move br-scan-idx to br-post-idx
                       move "Y" to branch-found-switch
                   end-if
               end-perform
               if not branch-found
                   set maint-is-invalid to true
                   move "HOME BRANCH NOT ON BRANCH MASTER"
                       to reject-reason
               else
                   if not br-active(br-post-idx)
                       set maint-is-invalid to true
                       move "HOME BRANCH INACTIVE" to reject-reason
                   end-if
               end-if
           end-if

           if maint-is-valid
               if maint-eff-date-x = spaces
                   if maint-action-transfer
                       set maint-is-invalid to true
                       move "TRANSFER REQUIRES EFFECTIVE DATE"
                           to reject-reason
                   else
                       move run-date-number to eff-date-work
                   end-if
               else
                   perform 117-VALIDATE-EFF-DATE-RTN
               end-if
           end-if

           if maint-is-valid and maint-action-transfer
               if maint-branch = before-branch
                   set maint-is-invalid to true
                   move "TRANSFER - ALREADY ASSIGNED TO BRANCH"
                       to reject-reason
               end-if
           end-if

           if maint-is-valid and maint-action-transfer
               if before-eff-date is numeric
                       and eff-date-work < before-eff-date
                   set maint-is-invalid to true
                   move "EFFECTIVE DATE BEFORE CURRENT ASSIGNMENT"
                       to reject-reason
               end-if
           end-if.

       117-VALIDATE-EFF-DATE-RTN.

           if maint-eff-date-x is not numeric
               set maint-is-invalid to true
               move "EFFECTIVE DATE - NOT NUMERIC" to reject-reason
           end-if

           if maint-is-valid
               if maint-eff-yyyy < 1601
                       or maint-eff-mm < 1 or maint-eff-mm > 12
                       or maint-eff-dd < 1
                   set maint-is-invalid to true
                   move "INVALID EFFECTIVE DATE" to reject-reason
               end-if
           end-if

           if maint-is-valid
               evaluate maint-eff-mm
                   when 1 when 3 when 5 when 7 when 8 when 10 when 12
                       move 31 to days-in-month-work
                   when 4 when 6 when 9 when 11
                       move 30 to days-in-month-work
                   when 2
                       if function mod(maint-eff-yyyy, 4) = 0
                           and (function mod(maint-eff-yyyy, 100)
                                   not = 0
                               or function mod(maint-eff-yyyy, 400)
                                   = 0)
                           move 29 to days-in-month-work
                       else
                           move 28 to days-in-month-work
                       end-if
               end-evaluate
               if maint-eff-dd > days-in-month-work
                   set maint-is-invalid to true
                   move "INVALID EFFECTIVE DATE" to reject-reason
               end-if
           end-if

           if maint-is-valid
               move maint-eff-date to eff-date-work
           end-if.

       120-APPLY-ADD-RTN.

           move maint-number to salesmst-number
           else
               move maint-status to salesmst-status
           end-if
           move maint-branch to salesmst-home-branch
           move eff-date-work to salesmst-branch-eff-date
           write salesmst-record
           perform 124-CHECK-MASTER-IO-RTN
           perform 127-WRITE-TRANSFER-HISTORY-RTN.

       121-APPLY-CHANGE-RTN.

           delete salesmst record
           perform 124-CHECK-MASTER-IO-RTN.

       126-APPLY-TRANSFER-RTN.

           move maint-branch to salesmst-home-branch
           move eff-date-work to salesmst-branch-eff-date
           rewrite salesmst-record
           perform 124-CHECK-MASTER-IO-RTN
           perform 127-WRITE-TRANSFER-HISTORY-RTN.

       127-WRITE-TRANSFER-HISTORY-RTN.

           move maint-number to xh-number
           move eff-date-work to xh-eff-date
           if maint-action-add
               move spaces to xh-from-branch
           else
               move before-branch to xh-from-branch
           end-if
           move maint-branch to xh-to-branch
           move run-date-number to xh-entered-date
           write transfer-history-record
           if not transfer-history-ok
               display "TRANSFER HISTORY WRITE FAILED - RUN STOPPED"
               display "FILE STATUS " transfer-history-status
               display "TRANSACTION " maint-trans-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       124-CHECK-MASTER-IO-RTN.

           if not salesmst-ok
               display "FILE STATUS " salesmst-file-status
               display "TRANSACTION " maint-trans-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       125-WRITE-REGISTER-RTN.
                   move "DEACTIVATE" to register-action-out
               when maint-action-purge
                   move "PURGE" to register-action-out
               when maint-action-transfer
                   move "TRANSFER" to register-action-out
           end-evaluate

           move maint-number to register-number-out
           end-if

           write register-rec from register-trans-out
               after advancing 1 lines

           if maint-action-add or maint-action-transfer
               move xh-from-branch to register-from-branch
               move xh-to-branch to register-to-branch
               move xh-eff-date to register-eff-date-out
               write register-rec from register-branch-out
                   after advancing 1 lines
           end-if.

       130-REJECT-MAINT-RTN.

           close maint-trans
                 maint-register
                 maint-rejects
                 salesmst
                 transfer-history.

       900-LOG-RUN-START-RTN.

           move "SalesMaint" to rl-program
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


       end program SalesMaint.

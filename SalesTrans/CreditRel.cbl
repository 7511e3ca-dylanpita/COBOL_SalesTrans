       program-id. CreditRel as "SalesTrans.CreditRel".

       environment division.
       input-output section.
       file-control.   select credit-hold
                       assign to "C:\a\exercise7\credhold.txt"
                       organization is line sequential
                       file status is credit-hold-status.

                       select credit-actions
                       assign to "C:\a\exercise7\credact.txt"
                       organization is line sequential
                       file status is credit-actions-status.

                       select release-out
                       assign to "C:\a\exercise7\credrel.txt"
                       organization is line sequential
                       file status is release-out-status.

                       select still-held-out
                       assign to "C:\a\exercise7\credkeep.txt"
                       organization is line sequential
                       file status is still-held-status.

                       select release-register
                       assign to "C:\a\exercise7\credrlrg.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  credit-hold.
       01  credit-hold-record.
           05  ch-batch-id          picture x(8).
           05  ch-seq               picture 9(6).
           05  ch-trans             picture x(83).
           05  ch-held-date         picture 9(8).
           05  ch-credit-limit      picture 9(7)v99.
           05  ch-balance           picture s9(9)v99.

       fd  credit-actions.
       01  credit-action-record.
           05  ca-batch-id          picture x(8).
           05  ca-seq-x             picture x(6).
           05  ca-seq redefines ca-seq-x
                                    picture 9(6).
           05  ca-action            picture x.
               88  ca-action-known  values "R" "C".
           05  ca-authorized-by     picture x(10).

       fd  release-out.
       01  release-rec              picture x(83).

       fd  still-held-out.
       01  still-held-rec.
           05  sh-batch-id          picture x(8).
           05  sh-seq               picture 9(6).
           05  sh-trans             picture x(83).
           05  sh-held-date         picture 9(8).
           05  sh-credit-limit      picture 9(7)v99.
           05  sh-balance           picture s9(9)v99.

       fd  release-register.
       01  register-rec             picture x(80).

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

       01  credit-hold-status       picture xx.
           88  credit-hold-ok       value "00".
           88  credit-hold-eof      value "10".
           88  credit-hold-not-found value "35".

       01  credit-actions-status    picture xx.
           88  credit-actions-ok    value "00".
           88  credit-actions-eof   value "10".
           88  credit-actions-not-found value "35".

       01  release-out-status       picture xx.
           88  release-out-ok       value "00".
           88  release-out-not-found value "35".

       01  still-held-status        picture xx.
           88  still-held-ok        value "00".
           88  still-held-eof       value "10".

       01  work-trans.
           05 salesperson-number-x        picture X(4).
           05 salesperson-number redefines salesperson-number-x
                                          picture S9(4).
           05 salesperson-name           picture X(20).
           05 amount-of-sales-x          picture X(7).
           05 amount-of-sales redefines amount-of-sales-x
                                          picture 9(5)V99.
           05 branch-code                picture X(3).
           05 trans-type-code             picture X.
           05 trans-date-x                picture x(8).
           05 customer-number-x           picture x(6).
           05 split-area                  picture x(28).
           05 credit-release-code         picture x.
           05                             picture x(2).
           05 product-line-code           picture x(3).

       01  action-count             picture 9(4) comp value zero.
       01  action-max               picture 9(4) comp value 500.
       01  action-table.
           05  action-entry occurs 1 to 500 times
                   depending on action-count
                   indexed by at-idx.
               10  at-batch-id       picture x(8).
               10  at-seq            picture 9(6).
               10  at-action         picture x.
               10  at-authorized-by  picture x(10).
               10  at-applied        picture x.

       01  action-work-fields.
           05  at-scan-idx           picture 9(4) comp.
           05  at-match-idx          picture 9(4) comp.

       01  release-counters.
           05  held-read-count       picture 9(6) comp value zero.
           05  released-count        picture 9(6) comp value zero.
           05  cancelled-count       picture 9(6) comp value zero.
           05  still-held-count      picture 9(6) comp value zero.
           05  unmatched-action-count picture 9(6) comp value zero.
           05  released-amount       picture 9(9)v99 value zero.
           05  cancelled-amount      picture 9(9)v99 value zero.
           05  still-held-amount     picture 9(9)v99 value zero.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  date-field-format        picture x(10).

       01  register-header-1.
           05      picture x(20) value spaces.
           05      picture x(30) value "CREDIT HOLD RELEASE REGISTER".
           05  register-date-out   picture x(10).
           05      picture x(20) value spaces.

       01  register-header-2.
           05      picture x(2) value spaces.
           05      picture x(10) value "BATCH".
           05      picture x(8) value "SEQ".
           05      picture x(9) value "CUSTOMER".
           05      picture x(5) value "SLSP".
           05      picture x(11) value "   AMOUNT".
           05      picture x(9) value "HELD ON".
           05      picture x(13) value "DISPOSITION".
           05      picture x(13) value "AUTHORIZED BY".

       01  register-trans-out.
           05                          picture x(2) value spaces.
           05  register-batch-out      picture x(8).
           05                          picture x(2) value spaces.
           05  register-seq-out        picture 9(6).
           05                          picture x(2) value spaces.
           05  register-cust-out       picture x(6).
           05                          picture x(3) value spaces.
           05  register-slsp-out       picture x(4).
           05                          picture x(1) value spaces.
           05  register-amount-out     picture zzzzz9.99.
           05  register-amount-raw redefines register-amount-out
                                       picture x(9).
           05                          picture x(2) value spaces.
           05  register-held-out       picture 9(8).
           05                          picture x(1) value spaces.
           05  register-disp-out       picture x(12).
           05                          picture x(1) value spaces.
           05  register-auth-out       picture x(10).
           05                          picture x(3) value spaces.

       01  register-total-1.
           05      picture x(2) value spaces.
           05      picture x(10) value "HELD READ".
           05  total-read-out          picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(9) value "RELEASED".
           05  total-released-out      picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(10) value "CANCELLED".
           05  total-cancelled-out     picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(11) value "STILL HELD".
           05  total-held-out          picture zzzzz9.
           05      picture x(8) value spaces.

       01  register-total-2.
           05      picture x(2) value spaces.
           05      picture x(16) value "AMOUNT RELEASED".
           05  total-released-amt-out  picture $$$,$$$,$$9.99.
           05      picture x(2) value spaces.
           05      picture x(17) value "AMOUNT CANCELLED".
           05  total-cancelled-amt-out picture $$$,$$$,$$9.99.
           05      picture x(15) value spaces.

       01  register-total-3.
           05      picture x(2) value spaces.
           05      picture x(16) value "AMOUNT HELD".
           05  total-held-amt-out      picture $$$,$$$,$$9.99.
           05      picture x(2) value spaces.
           05      picture x(17) value "UNMATCHED ACTIONS".
           05  total-unmatched-out     picture zzzzz9.
           05      picture x(23) value spaces.

       01  are-there-more-records picture x value "Y".

       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-LOAD-ACTIONS-RTN
           perform 050-OPEN-FILES-RTN

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           move date-field-format to register-date-out

           perform 300-PRINT-REGISTER-HEADING-RTN

           perform until are-there-more-records = "N"
               read credit-hold
                   at end
                       move "N" to are-there-more-records
                   not at end
                       add 1 to held-read-count
                       perform 100-release-routine
               end-read
           end-perform

           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-LOAD-ACTIONS-RTN.

           open input credit-actions
           if credit-actions-not-found
               display "CREDIT ACTION FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not credit-actions-ok
               display "CREDIT ACTION FILE NOT READABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until credit-actions-eof
               read credit-actions
                   at end
                       set credit-actions-eof to true
                   not at end
                       perform 041-APPLY-ACTION-LOAD-RTN
               end-read
           end-perform
           close credit-actions.

       041-APPLY-ACTION-LOAD-RTN.

           if action-count >= action-max
               display "CREDIT ACTION TABLE FULL - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if ca-seq-x is not numeric or not ca-action-known
               display "INVALID CREDIT ACTION RECORD - RUN STOPPED"
               display credit-action-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to action-count
           move ca-batch-id to at-batch-id(action-count)
           move ca-seq to at-seq(action-count)
           move ca-action to at-action(action-count)
           move ca-authorized-by to at-authorized-by(action-count)
           move "N" to at-applied(action-count).

       050-OPEN-FILES-RTN.

           open input credit-hold
           if credit-hold-not-found
               display "CREDIT HOLD FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not credit-hold-ok
               display "CREDIT HOLD FILE NOT READABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open extend release-out
           if release-out-not-found
               open output release-out
           end-if
           if not release-out-ok
               display "CREDIT RELEASE FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output still-held-out
                output release-register.

       100-release-routine.

           move ch-trans to work-trans
           move zero to at-match-idx

           perform varying at-scan-idx from 1 by 1
                   until at-scan-idx > action-count
               if at-batch-id(at-scan-idx) = ch-batch-id
                       and at-seq(at-scan-idx) = ch-seq
                   move "Y" to at-applied(at-scan-idx)
                   move at-scan-idx to at-match-idx
               end-if
           end-perform

           move spaces to register-auth-out
           if at-match-idx = zero
               add 1 to still-held-count
               if amount-of-sales-x is numeric
                   add amount-of-sales to still-held-amount
               end-if
               write still-held-rec from credit-hold-record
               move "STILL HELD" to register-disp-out
           else
               move at-authorized-by(at-match-idx) to register-auth-out
               if at-action(at-match-idx) = "R"
                   add 1 to released-count
                   if amount-of-sales-x is numeric
                       add amount-of-sales to released-amount
                   end-if
                   move "C" to credit-release-code
                   write release-rec from work-trans
                   move "RELEASED" to register-disp-out
               else
                   add 1 to cancelled-count
                   if amount-of-sales-x is numeric
                       add amount-of-sales to cancelled-amount
                   end-if
                   move "CANCELLED" to register-disp-out
               end-if
           end-if

           perform 130-WRITE-REGISTER-RTN.

       130-WRITE-REGISTER-RTN.

           move ch-batch-id to register-batch-out
           move ch-seq to register-seq-out
           move customer-number-x to register-cust-out
           move salesperson-number-x to register-slsp-out
           if amount-of-sales-x is numeric
               move amount-of-sales to register-amount-out
           else
               move amount-of-sales-x to register-amount-raw
           end-if
           move ch-held-date to register-held-out
           write register-rec from register-trans-out
               after advancing 1 lines.

       300-PRINT-REGISTER-HEADING-RTN.

           write register-rec from register-header-1
               after advancing 4 lines
           write register-rec from register-header-2
               after advancing 2 lines.

       500-termination-routine.

           move spaces to register-trans-out
           perform varying at-scan-idx from 1 by 1
                   until at-scan-idx > action-count
               if at-applied(at-scan-idx) = "N"
                   add 1 to unmatched-action-count
                   move at-batch-id(at-scan-idx) to register-batch-out
                   move at-seq(at-scan-idx) to register-seq-out
                   move "UNMATCHED" to register-disp-out
                   move at-authorized-by(at-scan-idx)
                       to register-auth-out
                   write register-rec from register-trans-out
                       after advancing 1 lines
               end-if
           end-perform

           move held-read-count to total-read-out
           move released-count to total-released-out
           move cancelled-count to total-cancelled-out
           move still-held-count to total-held-out
           write register-rec from register-total-1
               after advancing 2 lines
           move released-amount to total-released-amt-out
           move cancelled-amount to total-cancelled-amt-out
           write register-rec from register-total-2
               after advancing 1 lines
           move still-held-amount to total-held-amt-out
           move unmatched-action-count to total-unmatched-out
           write register-rec from register-total-3
               after advancing 1 lines

           if unmatched-action-count > zero
               if return-code = zero
                   move 4 to return-code
               end-if
           end-if

           close credit-hold
                 release-out
                 still-held-out
                 release-register

           perform 510-REWRITE-CREDIT-HOLD-RTN.

       510-REWRITE-CREDIT-HOLD-RTN.

           open input still-held-out
           if not still-held-ok
               display "STILL-HELD FILE NOT READABLE - CREDIT HOLD "
                   "FILE NOT REWRITTEN"
               move 12 to return-code
           else
               open output credit-hold
               perform until still-held-eof
                   read still-held-out
                       at end
                           set still-held-eof to true
                       not at end
                           write credit-hold-record from still-held-rec
                   end-read
               end-perform
               close still-held-out
                     credit-hold
           end-if.

       900-LOG-RUN-START-RTN.

           move "CreditRel" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move held-read-count to rl-records-in
           move released-count to rl-records-out
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


       end program CreditRel.

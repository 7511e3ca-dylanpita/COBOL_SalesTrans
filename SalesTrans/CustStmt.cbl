       program-id. CustStmt as "SalesTrans.CustStmt".

       environment division.
       input-output section.
       file-control.   select customer-master
                       assign to "C:\a\exercise7\custmst.txt"
                       organization is line sequential
                       file status is customer-master-status.

                       select ar-ledger
                       assign to "C:\a\exercise7\arledger.txt"
                       organization is line sequential
                       file status is ar-ledger-status.

                       select credit-hold
                       assign to "C:\a\exercise7\credhold.txt"
                       organization is line sequential
                       file status is credit-hold-status.

                       select statement-report
                       assign to "C:\a\exercise7\custstmt.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  customer-master.
       01  customer-master-record.
           05  cm-number            picture 9(6).
           05  cm-name              picture x(20).
           05  cm-status            picture x.
               88  cm-active        value "A".
           05  cm-credit-limit      picture 9(7)v99.
           05  cm-balance           picture s9(9)v99.

       fd  ar-ledger.
       01  ar-ledger-record.
           05  al-number            picture 9(6).
           05  al-date              picture 9(8).
           05  al-type              picture x.
               88  al-type-sale     value "S".
               88  al-type-sale-reversed
                                    value "X".
               88  al-type-return-reversed
                                    value "Y".
           05  al-amount            picture 9(7)v99.
           05  al-reference         picture x(10).
           05  al-posted-date       picture 9(8).

       fd  credit-hold.
       01  credit-hold-record.
           05  ch-batch-id          picture x(8).
           05  ch-seq               picture 9(6).
           05  ch-trans.
               10  ch-salesperson-number-x picture x(4).
               10  ch-salesperson-name     picture x(20).
               10  ch-amount-x             picture x(7).
               10  ch-amount redefines ch-amount-x
                                           picture 9(5)v99.
               10  ch-branch-code          picture x(3).
               10  ch-trans-type-code      picture x.
               10  ch-trans-date-x         picture x(8).
               10  ch-customer-number-x    picture x(6).
               10  ch-customer-number redefines ch-customer-number-x
                                           picture 9(6).
               10                          picture x(34).
           05  ch-held-date         picture 9(8).
           05  ch-credit-limit      picture 9(7)v99.
           05  ch-balance           picture s9(9)v99.

       fd  statement-report.
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

       01  customer-master-status   picture xx.
           88  customer-master-ok   value "00".
           88  customer-master-eof  value "10".

       01  ar-ledger-status         picture xx.
           88  ar-ledger-ok         value "00".
           88  ar-ledger-eof        value "10".
           88  ar-ledger-not-found  value "35".

       01  credit-hold-status       picture xx.
           88  credit-hold-ok       value "00".
           88  credit-hold-eof      value "10".
           88  credit-hold-not-found value "35".

       01  customer-count           picture 9(4) comp value zero.
       01  customer-max             picture 9(4) comp value 2000.
       01  customer-table.
           05  customer-entry occurs 1 to 2000 times
                   depending on customer-count
                   ascending key is ct-number
                   indexed by ct-idx.
               10  ct-number         picture 9(6).
               10  ct-name           picture x(20).
               10  ct-status         picture x.
               10  ct-credit-limit   picture 9(7)v99.
               10  ct-balance        picture s9(9)v99.
               10  ct-sales-age-1    picture 9(9)v99.
               10  ct-sales-age-2    picture 9(9)v99.
               10  ct-sales-age-3    picture 9(9)v99.
               10  ct-held-amount    picture 9(9)v99.

       01  aging-work-fields.
           05  run-date-integer      picture 9(8) comp.
           05  age-days-work         picture s9(8) comp.
           05  age-remaining-work    picture s9(9)v99.
           05  age-current-work      picture s9(9)v99.
           05  age-31-60-work        picture s9(9)v99.
           05  age-61-90-work        picture s9(9)v99.
           05  age-over-90-work      picture s9(9)v99.
           05  available-work        picture s9(9)v99.

       01  statement-totals.
           05  customers-listed-count picture 9(6) comp value zero.
           05  over-limit-count      picture 9(6) comp value zero.
           05  total-limit           picture s9(11)v99 value zero.
           05  total-balance         picture s9(11)v99 value zero.
           05  total-current         picture s9(11)v99 value zero.
           05  total-31-60           picture s9(11)v99 value zero.
           05  total-61-90           picture s9(11)v99 value zero.
           05  total-over-90         picture s9(11)v99 value zero.
           05  total-held            picture s9(11)v99 value zero.
           05  ledger-read-count     picture 9(9) comp value zero.
           05  ledger-unmatched-count picture 9(9) comp value zero.
           05  held-read-count       picture 9(6) comp value zero.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  statement-header-1.
           05      picture x(20) value spaces.
           05      picture x(30) value "CUSTOMER CREDIT AND AGING".
           05  statement-date-out  picture x(10).
           05      picture x(20) value spaces.

       01  statement-header-2.
           05      picture x(2) value spaces.
           05      picture x(8) value "CUST NO".
           05      picture x(21) value "CUSTOMER NAME".
           05      picture x(3) value "ST".
           05      picture x(11) value "   CR LIMIT".
           05      picture x(15) value "        BALANCE".
           05      picture x(15) value "      AVAILABLE".
           05      picture x(5) value spaces.

       01  statement-header-3.
           05      picture x(4) value spaces.
           05      picture x(13) value "      CURRENT".
           05      picture x(13) value "   31-60 DAYS".
           05      picture x(13) value "   61-90 DAYS".
           05      picture x(13) value " OVER 90 DAYS".
           05      picture x(13) value "  CREDIT HOLD".
           05      picture x(11) value spaces.

       01  statement-line-1.
           05                          picture x(2) value spaces.
           05  stmt-number-out         picture 9(6).
           05                          picture x(2) value spaces.
           05  stmt-name-out           picture x(20).
           05                          picture x(1) value spaces.
           05  stmt-status-out         picture x.
           05                          picture x(2) value spaces.
           05  stmt-limit-out          picture zzzzzzz9.99.
           05  stmt-limit-text redefines stmt-limit-out
                                       picture x(11).
           05                          picture x(2) value spaces.
           05  stmt-balance-out        picture -zzzzzzzz9.99.
           05                          picture x(2) value spaces.
           05  stmt-available-out      picture -zzzzzzzz9.99.
           05  stmt-available-text redefines stmt-available-out
                                       picture x(13).
           05                          picture x(5) value spaces.

       01  statement-line-2.
           05                          picture x(4) value spaces.
           05  stmt-current-out        picture -zzzzzzzz9.99.
           05  stmt-31-60-out          picture -zzzzzzzz9.99.
           05  stmt-61-90-out          picture -zzzzzzzz9.99.
           05  stmt-over-90-out        picture -zzzzzzzz9.99.
           05  stmt-held-out           picture -zzzzzzzz9.99.
           05                          picture x(1) value spaces.
           05  stmt-flag-out           picture x(10).

       01  statement-total-1.
           05                          picture x(2) value spaces.
           05  stmt-total-label        picture x(28).
           05  stmt-total-amount-out   picture -zz,zzz,zzz,zz9.99.
           05                          picture x(32) value spaces.

       01  statement-total-2.
           05                          picture x(2) value spaces.
           05  stmt-count-label        picture x(28).
           05  stmt-count-out          picture zzzzz9.
           05                          picture x(44) value spaces.

       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           move date-field-format to statement-date-out
           compute run-date-integer =
               function integer-of-date(run-date-number)

           perform 050-LOAD-CUSTOMER-MASTER-RTN
           perform 060-LOAD-AR-LEDGER-RTN
           perform 070-LOAD-CREDIT-HOLD-RTN

           open output statement-report
           perform 300-PRINT-HEADING-RTN
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       050-LOAD-CUSTOMER-MASTER-RTN.

           open input customer-master
           if not customer-master-ok
               display "CUSTOMER MASTER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until customer-master-eof
               read customer-master
                   at end
                       set customer-master-eof to true
                   not at end
                       perform 051-LOAD-CUSTOMER-RTN
               end-read
           end-perform
           close customer-master
           if customer-count > zero
               sort customer-entry on ascending key ct-number
           end-if.

       051-LOAD-CUSTOMER-RTN.

           if cm-credit-limit is not numeric
                   or cm-balance is not numeric
               display "CUSTOMER MASTER FILE IN OLD FORMAT - CONVERT "
                   "- RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if customer-count >= customer-max
               display "CUSTOMER MASTER EXCEEDS TABLE CAPACITY - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to customer-count
           move cm-number to ct-number(customer-count)
           move cm-name to ct-name(customer-count)
           move cm-status to ct-status(customer-count)
           move cm-credit-limit to ct-credit-limit(customer-count)
           move cm-balance to ct-balance(customer-count)
           move zero to ct-sales-age-1(customer-count)
           move zero to ct-sales-age-2(customer-count)
           move zero to ct-sales-age-3(customer-count)
           move zero to ct-held-amount(customer-count).

       060-LOAD-AR-LEDGER-RTN.

           open input ar-ledger
           if ar-ledger-not-found
               continue
           else
               if not ar-ledger-ok
                   display "AR LEDGER FILE NOT READABLE - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until ar-ledger-eof
                   read ar-ledger
                       at end
                           set ar-ledger-eof to true
                       not at end
                           add 1 to ledger-read-count
                           if al-type-sale
                                   or al-type-return-reversed
                               perform 061-AGE-SALE-RTN
                           end-if
                           if al-type-sale-reversed
                               perform 062-AGE-REVERSAL-RTN
                           end-if
                   end-read
               end-perform
               close ar-ledger
           end-if.

       061-AGE-SALE-RTN.

           compute age-days-work =
               run-date-integer - function integer-of-date(al-date)

           search all customer-entry
               at end
                   add 1 to ledger-unmatched-count
               when ct-number(ct-idx) = al-number
                   evaluate true
                       when age-days-work <= 30
                           add al-amount to ct-sales-age-1(ct-idx)
                       when age-days-work <= 60
                           add al-amount to ct-sales-age-2(ct-idx)
                       when age-days-work <= 90
                           add al-amount to ct-sales-age-3(ct-idx)
                       when other
                           continue
                   end-evaluate
           end-search.

       062-AGE-REVERSAL-RTN.

           compute age-days-work =
               run-date-integer - function integer-of-date(al-date)

           search all customer-entry
               at end
                   add 1 to ledger-unmatched-count
               when ct-number(ct-idx) = al-number
                   evaluate true
                       when age-days-work <= 30
                           if al-amount > ct-sales-age-1(ct-idx)
                               move zero to ct-sales-age-1(ct-idx)
                           else
                               subtract al-amount
                                   from ct-sales-age-1(ct-idx)
                           end-if
                       when age-days-work <= 60
                           if al-amount > ct-sales-age-2(ct-idx)
                               move zero to ct-sales-age-2(ct-idx)
                           else
                               subtract al-amount
                                   from ct-sales-age-2(ct-idx)
                           end-if
                       when age-days-work <= 90
                           if al-amount > ct-sales-age-3(ct-idx)
                               move zero to ct-sales-age-3(ct-idx)
                           else
                               subtract al-amount
                                   from ct-sales-age-3(ct-idx)
                           end-if
                       when other
                           continue
                   end-evaluate
           end-search.

       070-LOAD-CREDIT-HOLD-RTN.

           open input credit-hold
           if credit-hold-not-found
               continue
           else
               if not credit-hold-ok
                   display "CREDIT HOLD FILE NOT READABLE - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until credit-hold-eof
                   read credit-hold
                       at end
                           set credit-hold-eof to true
                       not at end
                           add 1 to held-read-count
                           perform 071-POST-HELD-RTN
                   end-read
               end-perform
               close credit-hold
           end-if.

       071-POST-HELD-RTN.

           if ch-customer-number-x is numeric
                   and ch-amount-x is numeric
               search all customer-entry
                   at end
                       continue
                   when ct-number(ct-idx) = ch-customer-number
                       add ch-amount to ct-held-amount(ct-idx)
               end-search
           end-if.

       200-print-routine.

           perform varying ct-idx from 1 by 1
                   until ct-idx > customer-count
               perform 210-AGE-BALANCE-RTN
               perform 220-PRINT-CUSTOMER-RTN
           end-perform.

       210-AGE-BALANCE-RTN.

           move zero to age-current-work
           move zero to age-31-60-work
           move zero to age-61-90-work
           move zero to age-over-90-work
           move ct-balance(ct-idx) to age-remaining-work

           if age-remaining-work > zero
               if age-remaining-work > ct-sales-age-1(ct-idx)
                   move ct-sales-age-1(ct-idx) to age-current-work
               else
                   move age-remaining-work to age-current-work
               end-if
               subtract age-current-work from age-remaining-work

               if age-remaining-work > ct-sales-age-2(ct-idx)
                   move ct-sales-age-2(ct-idx) to age-31-60-work
               else
                   move age-remaining-work to age-31-60-work
               end-if
               subtract age-31-60-work from age-remaining-work

               if age-remaining-work > ct-sales-age-3(ct-idx)
                   move ct-sales-age-3(ct-idx) to age-61-90-work
               else
                   move age-remaining-work to age-61-90-work
               end-if
               subtract age-61-90-work from age-remaining-work

               move age-remaining-work to age-over-90-work
           end-if.

       220-PRINT-CUSTOMER-RTN.

           add 1 to customers-listed-count
           move ct-number(ct-idx) to stmt-number-out
           move ct-name(ct-idx) to stmt-name-out
           move ct-status(ct-idx) to stmt-status-out
           move ct-balance(ct-idx) to stmt-balance-out
           move spaces to stmt-flag-out

           if ct-credit-limit(ct-idx) = zero
               move "   NO LIMIT" to stmt-limit-text
               move "     NO LIMIT" to stmt-available-text
           else
               move ct-credit-limit(ct-idx) to stmt-limit-out
               compute available-work =
                   ct-credit-limit(ct-idx) - ct-balance(ct-idx)
               move available-work to stmt-available-out
               if available-work < zero
                   move "OVER LIMIT" to stmt-flag-out
                   add 1 to over-limit-count
               end-if
               add ct-credit-limit(ct-idx) to total-limit
           end-if

           move age-current-work to stmt-current-out
           move age-31-60-work to stmt-31-60-out
           move age-61-90-work to stmt-61-90-out
           move age-over-90-work to stmt-over-90-out
           move ct-held-amount(ct-idx) to stmt-held-out

           write report-rec from statement-line-1
               after advancing 2 lines
           write report-rec from statement-line-2
               after advancing 1 lines

           add ct-balance(ct-idx) to total-balance
           add age-current-work to total-current
           add age-31-60-work to total-31-60
           add age-61-90-work to total-61-90
           add age-over-90-work to total-over-90
           add ct-held-amount(ct-idx) to total-held.

       300-PRINT-HEADING-RTN.

           write report-rec from statement-header-1
               after advancing 4 lines
           write report-rec from statement-header-2
               after advancing 2 lines
           write report-rec from statement-header-3
               after advancing 1 lines.

       500-termination-routine.

           move "TOTAL CREDIT LIMITS" to stmt-total-label
           move total-limit to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 3 lines
           move "TOTAL OPEN BALANCE" to stmt-total-label
           move total-balance to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 1 lines
           move "  CURRENT" to stmt-total-label
           move total-current to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 1 lines
           move "  31-60 DAYS" to stmt-total-label
           move total-31-60 to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 1 lines
           move "  61-90 DAYS" to stmt-total-label
           move total-61-90 to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 1 lines
           move "  OVER 90 DAYS" to stmt-total-label
           move total-over-90 to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 1 lines
           move "TOTAL ON CREDIT HOLD" to stmt-total-label
           move total-held to stmt-total-amount-out
           write report-rec from statement-total-1
               after advancing 1 lines

           move "CUSTOMERS LISTED" to stmt-count-label
           move customers-listed-count to stmt-count-out
           write report-rec from statement-total-2
               after advancing 2 lines
           move "CUSTOMERS OVER LIMIT" to stmt-count-label
           move over-limit-count to stmt-count-out
           write report-rec from statement-total-2
               after advancing 1 lines
           move "HELD SALES ON QUEUE" to stmt-count-label
           move held-read-count to stmt-count-out
           write report-rec from statement-total-2
               after advancing 1 lines

           if ledger-unmatched-count > zero
               move "LEDGER ENTRIES NOT ON MASTER" to stmt-count-label
               move ledger-unmatched-count to stmt-count-out
               write report-rec from statement-total-2
                   after advancing 1 lines
               if return-code = zero
                   move 4 to return-code
               end-if
           end-if

           close statement-report.

       900-LOG-RUN-START-RTN.

           move "CustStmt" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           compute rl-records-in = customer-count + ledger-read-count
           move customers-listed-count to rl-records-out
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


       end program CustStmt.

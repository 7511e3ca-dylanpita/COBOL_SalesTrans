       program-id. AuditScan as "SalesTrans.AuditScan".

       environment division.
       input-output section.
       file-control.   select scan-params
                       assign to "C:\a\exercise7\scanprm.txt"
                       organization is line sequential
                       file status is scan-params-status.

                       select run-params
                       assign to "C:\a\exercise7\runparm.txt"
                       organization is line sequential
                       file status is run-params-status.

                       select audit-log
                       assign to "C:\a\exercise7\auditlog.txt"
                       organization is line sequential
                       file status is audit-log-status.

                       select scan-report
                       assign to "C:\a\exercise7\audscan.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  scan-params.
       01  scan-param-record.
           05  sc-keyword           picture x(10).
           05  sc-value-x           picture x(9).
           05  sc-count redefines sc-value-x
                                    picture 9(9).
           05  sc-amount redefines sc-value-x
                                    picture 9(7)v99.
           05  sc-date-x redefines sc-value-x.
               10  sc-date          picture 9(8).
               10  sc-date-filler   picture x.
           05                       picture x(61).

       fd  run-params.
       01  run-param-record.
           05  rp-keyword           picture x(10).
           05  rp-value-x           picture x(9).
           05  rp-value redefines rp-value-x
                                    picture 9(7)v99.
           05                       picture x(61).

       fd  audit-log.
       01  audit-log-record.
           05  al-date              picture x(10).
           05                       picture x.
           05  al-seq               picture x(6).
           05                       picture x.
           05  al-number            picture x(5).
           05                       picture x.
           05  al-name              picture x(20).
           05                       picture x.
           05  al-type              picture x.
               88  al-sale          value "S".
               88  al-return        value "R".
               88  al-sale-reversal value "X".
               88  al-return-reversal value "Y".
           05                       picture x.
           05  al-amount            picture x(10).
           05                       picture x.
           05  al-branch            picture x(3).
           05                       picture x.
           05  al-trans-date        picture x(8).
           05  al-trans-date-n redefines al-trans-date
                                    picture 9(8).
           05                       picture x.
           05  al-batch             picture x(8).
           05                       picture x.
           05  al-customer          picture x(6).
           05                       picture x.
           05  al-split-pct         picture x(3).
           05  al-split-pct-n redefines al-split-pct
                                    picture 9(3).
           05                       picture x.
           05  al-product           picture x(3).

       fd  scan-report.
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

       01  scan-params-status       picture xx.
           88  scan-params-ok       value "00".
           88  scan-params-eof      value "10".
           88  scan-params-not-found value "35".

       01  run-params-status        picture xx.
           88  run-params-ok        value "00".
           88  run-params-eof       value "10".
           88  run-params-not-found value "35".

       01  audit-log-status         picture xx.
           88  audit-log-ok         value "00".

       01  are-there-more-records   picture x value "Y".

       01  scan-thresholds.
           05  scan-from-date       picture 9(8) value zero.
           05  scan-to-date         picture 9(8) value zero.
           05  return-pct-limit     picture 9(3) value 20.
           05  min-gross-amount     picture 9(7)v99 value 1000.00.
           05  near-pct-limit       picture 9(3) value 5.
           05  near-count-limit     picture 9(4) value 3.
           05  pair-days-limit      picture 9(3) value 7.
           05  split-count-limit    picture 9(4) value 3.
           05  max-sale-amount      picture 9(7)v99 value 50000.00.
           05  near-floor-amount    picture 9(7)v99 value zero.

       01  detail-count             picture 9(5) comp value zero.
       01  detail-max               picture 9(5) comp value 50000.
       01  detail-table.
           05  detail-entry occurs 1 to 50000 times
                   depending on detail-count
                   indexed by dt-idx.
               10  dt-number         picture 9(4).
               10  dt-customer       picture x(6).
               10  dt-trans-date     picture 9(8).
               10  dt-date-integer   picture 9(7).
               10  dt-name           picture x(20).
               10  dt-type           picture x.
                   88  dt-sale       value "S".
                   88  dt-return     value "R".
               10  dt-amount         picture 9(7)v99.
               10  dt-branch         picture x(3).
               10  dt-batch          picture x(8).
               10  dt-split-pct      picture 9(3).
               10  dt-reversed-switch picture x.
                   88  dt-reversed   value "Y".

       01  detail-work-fields.
           05  dt-scan-idx           picture 9(5) comp.
           05  dt-match-idx          picture 9(5) comp.
           05  dt-pair-idx           picture 9(5) comp.
           05  detail-number-work    picture 9(4).
           05  detail-amount-work    picture 9(7)v99.
           05  detail-type-work      picture x.
           05  day-diff-work         picture s9(7).

       01  group-fields.
           05  group-count           picture 9 value zero.
           05  group-pct-total       picture 9(3) value zero.
           05  group-amount          picture 9(7)v99 value zero.
           05  group-batch           picture x(8) value spaces.
           05  group-member occurs 4 times
                                     picture 9(5) comp.
           05  gm-idx                picture 9 comp.
           05  gm-other-idx          picture 9 comp.

       01  rb-count                 picture 9(4) comp value zero.
       01  rb-max                   picture 9(4) comp value 3000.
       01  rep-branch-table.
           05  rep-branch-entry occurs 1 to 3000 times
                   depending on rb-count.
               10  rb-number         picture 9(4).
               10  rb-branch         picture x(3).
               10  rb-name           picture x(20).
               10  rb-gross-sales    picture 9(9)v99.
               10  rb-returns-total  picture 9(9)v99.
               10  rb-near-count     picture 9(4) comp.
               10  rb-near-amount    picture 9(9)v99.
               10  rb-points         picture 9(6) comp.
               10  rb-exception-count picture 9(4) comp.

       01  rep-branch-work-fields.
           05  rb-idx                picture 9(4) comp.
           05  rb-scan-idx           picture 9(4) comp.
           05  rb-post-idx           picture 9(4) comp.
           05  rb-number-work        picture 9(4).
           05  rb-branch-work        picture x(3).
           05  rb-name-work          picture x(20).
           05  return-pct-work       picture 9(5).

       01  split-pair-count         picture 9(4) comp value zero.
       01  split-pair-max           picture 9(4) comp value 3000.
       01  split-pair-table.
           05  split-pair-entry occurs 1 to 3000 times
                   depending on split-pair-count.
               10  pp-number-low     picture 9(4).
               10  pp-number-high    picture 9(4).
               10  pp-branch         picture x(3).
               10  pp-name-low       picture x(20).
               10  pp-name-high      picture x(20).
               10  pp-split-count    picture 9(4) comp.
               10  pp-low-larger     picture 9(4) comp.
               10  pp-high-larger    picture 9(4) comp.

       01  split-pair-work-fields.
           05  pp-idx                picture 9(4) comp.
           05  pp-scan-idx           picture 9(4) comp.
           05  pp-post-idx           picture 9(4) comp.
           05  pp-low-dt-idx         picture 9(5) comp.
           05  pp-high-dt-idx        picture 9(5) comp.

       01  exception-count          picture 9(4) comp value zero.
       01  exception-max            picture 9(4) comp value 5000.
       01  exception-table.
           05  exception-entry occurs 1 to 5000 times
                   depending on exception-count.
               10  ex-rb-idx         picture 9(4) comp.
               10  ex-check          picture x(6).
               10  ex-text           picture x(57).
               10  ex-points         picture 9(4).

       01  exception-work-fields.
           05  ex-idx                picture 9(4) comp.
           05  ex-check-work         picture x(6).
           05  ex-text-work          picture x(57).
           05  ex-points-work        picture 9(4).
           05  points-work           picture 9(6).

       01  rank-count               picture 9(4) comp value zero.
       01  rank-table.
           05  rank-entry occurs 1 to 3000 times
                   depending on rank-count.
               10  rk-points         picture 9(6).
               10  rk-branch         picture x(3).
               10  rk-number         picture 9(4).
               10  rk-rb-idx         picture 9(4) comp.

       01  branch-rank-count        picture 9(4) comp value zero.
       01  branch-rank-table.
           05  branch-rank-entry occurs 1 to 3000 times
                   depending on branch-rank-count.
               10  bk-points         picture 9(6).
               10  bk-branch         picture x(3).
               10  bk-rep-count      picture 9(4) comp.
               10  bk-exception-count picture 9(4) comp.

       01  branch-rank-work-fields.
           05  bk-idx                picture 9(4) comp.
           05  bk-post-idx           picture 9(4) comp.
           05  rk-idx                picture 9(4) comp.

       01  scan-counters.
           05  audit-read-count     picture 9(9) comp value zero.
           05  audit-selected-count picture 9(9) comp value zero.
           05  old-format-count     picture 9(9) comp value zero.
           05  reversed-count       picture 9(9) comp value zero.
           05  unmatched-rev-count  picture 9(9) comp value zero.
           05  return-flag-count    picture 9(6) comp value zero.
           05  near-flag-count      picture 9(6) comp value zero.
           05  pair-flag-count      picture 9(6) comp value zero.
           05  split-flag-count     picture 9(6) comp value zero.

       01  edit-work-fields.
           05  amount-edit-work     picture $$$,$$$,$$9.99.
           05  pct-edit-work        picture zz9.
           05  count-edit-work      picture zzz9.
           05  number-edit-work     picture 9(4).

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  scan-header-1.
           05      picture x(17) value spaces.
           05      picture x(35)
                       value "AUDIT LOG SUSPICIOUS ACTIVITY SCAN".
           05      picture x(1) value spaces.
           05  scan-date-out       picture x(10).
           05      picture x(17) value spaces.

       01  scan-header-2.
           05      picture x(2) value spaces.
           05      picture x(12) value "TRANS DATES".
           05  scan-from-out       picture 9(8).
           05      picture x(3) value " - ".
           05  scan-to-out         picture 9(8).
           05      picture x(4) value spaces.
           05      picture x(8) value "CEILING".
           05  scan-ceiling-out    picture $$$,$$9.99.
           05      picture x(25) value spaces.

       01  scan-header-3.
           05      picture x(2) value spaces.
           05      picture x(11) value "RETURNS >=".
           05  scan-return-pct-out picture zz9.
           05      picture x(9) value "% OVER $".
           05  scan-min-gross-out  picture zzzzzz9.
           05      picture x(3) value spaces.
           05      picture x(11) value "NEAR CEIL".
           05  scan-near-pct-out   picture z9.
           05      picture x(4) value "% X".
           05  scan-near-count-out picture zz9.
           05      picture x(3) value spaces.
           05      picture x(5) value "DAYS".
           05  scan-pair-days-out  picture zz9.
           05      picture x(3) value spaces.
           05      picture x(7) value "SPLITS".
           05  scan-split-count-out picture zz9.
           05      picture x(1) value spaces.

       01  scan-rank-heading.
           05      picture x(2) value spaces.
           05      picture x(6) value "RANK".
           05      picture x(6) value "NO.".
           05      picture x(22) value "NAME".
           05      picture x(8) value "BRANCH".
           05      picture x(8) value "POINTS".
           05      picture x(28) value "EXCEPTIONS".

       01  scan-rank-out.
           05                          picture x(2) value spaces.
           05  rank-seq-out            picture zzz9.
           05                          picture x(2) value spaces.
           05  rank-number-out         picture 9(4).
           05                          picture x(2) value spaces.
           05  rank-name-out           picture x(20).
           05                          picture x(2) value spaces.
           05  rank-branch-out         picture x(3).
           05                          picture x(3) value spaces.
           05  rank-points-out         picture zzzzz9.
           05                          picture x(4) value spaces.
           05  rank-count-out          picture zzz9.
           05                          picture x(24) value spaces.

       01  scan-exception-out.
           05                          picture x(10) value spaces.
           05  exc-check-out           picture x(6).
           05                          picture x(1) value spaces.
           05  exc-text-out            picture x(57).
           05                          picture x(2) value spaces.
           05  exc-points-out          picture zzz9.

       01  scan-branch-heading.
           05      picture x(2) value spaces.
           05      picture x(9) value "BRANCH".
           05      picture x(15) value "REPS FLAGGED".
           05      picture x(13) value "EXCEPTIONS".
           05      picture x(41) value "POINTS".

       01  scan-branch-out.
           05                          picture x(4) value spaces.
           05  branch-code-out         picture x(3).
           05                          picture x(12) value spaces.
           05  branch-reps-out         picture zzz9.
           05                          picture x(9) value spaces.
           05  branch-exc-out          picture zzz9.
           05                          picture x(3) value spaces.
           05  branch-points-out       picture zzzzz9.
           05                          picture x(35) value spaces.

       01  scan-section-heading.
           05      picture x(2) value spaces.
           05  scan-section-out    picture x(78).

       01  scan-total-out.
           05                          picture x(2) value spaces.
           05  scan-total-label        picture x(36).
           05  scan-total-value        picture zzzzzzzz9.
           05                          picture x(33) value spaces.

       01  scan-status-line.
           05                          picture x(2) value spaces.
           05  scan-status-msg         picture x(78).

       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format

           perform 040-READ-SCAN-PARM-RTN
           string scan-from-date "-" scan-to-date
               delimited by size into rl-work-id
           perform 045-LOAD-CEILING-RTN
           perform 060-LOAD-AUDIT-DETAIL-RTN

           perform varying dt-idx from 1 by 1
                   until dt-idx > detail-count
               if not dt-reversed(dt-idx)
                   perform 100-analyse-routine
               end-if
           end-perform

           perform 130-CHECK-REP-BRANCH-RTN
           perform 140-CHECK-SALE-RETURN-PAIRS-RTN
           perform 150-CHECK-SPLIT-PAIRS-RTN
           perform 160-RANK-EXCEPTIONS-RTN

           open output scan-report
           perform 300-PRINT-HEADING-RTN
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-SCAN-PARM-RTN.

           compute scan-from-date = function date-of-integer
               (function integer-of-date(run-date-number) - 30)
           move run-date-number to scan-to-date

           open input scan-params
           if scan-params-not-found
               continue
           else
               if not scan-params-ok
                   display "AUDIT SCAN PARAMETER FILE NOT READABLE - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until scan-params-eof
                   read scan-params
                       at end
                           set scan-params-eof to true
                       not at end
                           perform 043-APPLY-SCAN-PARAM-RTN
                   end-read
               end-perform
               close scan-params
           end-if

           if scan-from-date > scan-to-date
               display "AUDIT SCAN DATE RANGE REVERSED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       043-APPLY-SCAN-PARAM-RTN.

           evaluate sc-keyword
               when "FROMDATE"
                   if sc-date is not numeric
                           or sc-date-filler not = space
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-date to scan-from-date
               when "TODATE"
                   if sc-date is not numeric
                           or sc-date-filler not = space
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-date to scan-to-date
               when "RETURNPCT"
                   if sc-value-x is not numeric or sc-count = zero
                           or sc-count > 100
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-count to return-pct-limit
               when "MINGROSS"
                   if sc-value-x is not numeric
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-amount to min-gross-amount
               when "NEARPCT"
                   if sc-value-x is not numeric or sc-count = zero
                           or sc-count > 50
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-count to near-pct-limit
               when "NEARCOUNT"
                   if sc-value-x is not numeric or sc-count = zero
                           or sc-count > 9999
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-count to near-count-limit
               when "PAIRDAYS"
                   if sc-value-x is not numeric or sc-count > 999
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-count to pair-days-limit
               when "SPLITCOUNT"
                   if sc-value-x is not numeric or sc-count = zero
                           or sc-count > 9999
                       perform 049-BAD-SCAN-PARAM-RTN
                   end-if
                   move sc-count to split-count-limit
               when spaces
                   continue
               when other
                   perform 049-BAD-SCAN-PARAM-RTN
           end-evaluate.

       045-LOAD-CEILING-RTN.

           open input run-params
           if run-params-not-found
               continue
           else
               if not run-params-ok
                   display "RUN PARAMETER FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until run-params-eof
                   read run-params
                       at end
                           set run-params-eof to true
                       not at end
                           if rp-keyword = "CEILING"
                                   and rp-value-x is numeric
                                   and rp-value > zero
                               move rp-value to max-sale-amount
                           end-if
                   end-read
               end-perform
               close run-params
           end-if

           compute near-floor-amount rounded =
               max-sale-amount - max-sale-amount * near-pct-limit / 100.

       049-BAD-SCAN-PARAM-RTN.

           display "INVALID AUDIT SCAN PARAMETER RECORD - RUN STOPPED"
           display scan-param-record
           close scan-params
           move 12 to return-code
           perform 990-STOP-RUN-RTN.

       060-LOAD-AUDIT-DETAIL-RTN.

           open input audit-log
           if not audit-log-ok
               display "AUDIT LOG FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until are-there-more-records = "N"
               read audit-log
                   at end
                       move "N" to are-there-more-records
                   not at end
                       add 1 to audit-read-count
                       perform 062-SELECT-AUDIT-RTN
               end-read
           end-perform
           close audit-log.

       062-SELECT-AUDIT-RTN.

           if al-trans-date is not numeric
               add 1 to old-format-count
           else
               if al-trans-date-n >= scan-from-date
                       and al-trans-date-n <= scan-to-date
                   add 1 to audit-selected-count
                   compute detail-number-work =
                       function numval(al-number)
                   move function numval-c(al-amount)
                       to detail-amount-work
                   evaluate true
                       when al-sale or al-return
                           perform 064-KEEP-AUDIT-DETAIL-RTN
                       when al-sale-reversal
                           move "S" to detail-type-work
                           perform 066-MATCH-REVERSAL-RTN
                       when al-return-reversal
                           move "R" to detail-type-work
                           perform 066-MATCH-REVERSAL-RTN
                       when other
                           continue
                   end-evaluate
               end-if
           end-if.

       064-KEEP-AUDIT-DETAIL-RTN.

           if detail-count >= detail-max
               display "AUDIT DETAIL IN RANGE EXCEEDS TABLE CAPACITY - "
                   "RUN STOPPED"
               close audit-log
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to detail-count
           move detail-number-work to dt-number(detail-count)
           move al-customer to dt-customer(detail-count)
           move al-trans-date-n to dt-trans-date(detail-count)
           compute dt-date-integer(detail-count) =
               function integer-of-date(al-trans-date-n)
           move al-name to dt-name(detail-count)
           move al-type to dt-type(detail-count)
           move detail-amount-work to dt-amount(detail-count)
           move al-branch to dt-branch(detail-count)
           move al-batch to dt-batch(detail-count)
           if al-split-pct is numeric and al-split-pct-n > zero
               move al-split-pct-n to dt-split-pct(detail-count)
           else
               move 100 to dt-split-pct(detail-count)
           end-if
           move "N" to dt-reversed-switch(detail-count).

       066-MATCH-REVERSAL-RTN.

           move zero to dt-match-idx
           perform varying dt-scan-idx from 1 by 1
                   until dt-scan-idx > detail-count
                       or dt-match-idx > zero
               if not dt-reversed(dt-scan-idx)
                       and dt-type(dt-scan-idx) = detail-type-work
                       and dt-batch(dt-scan-idx) = al-batch
                       and dt-number(dt-scan-idx) = detail-number-work
                       and dt-amount(dt-scan-idx) = detail-amount-work
                       and dt-trans-date(dt-scan-idx) = al-trans-date-n
                       and dt-branch(dt-scan-idx) = al-branch
                   move dt-scan-idx to dt-match-idx
               end-if
           end-perform
           if dt-match-idx = zero
               add 1 to unmatched-rev-count
           else
               move "Y" to dt-reversed-switch(dt-match-idx)
               add 1 to reversed-count
           end-if.

       100-analyse-routine.

           move dt-number(dt-idx) to rb-number-work
           move dt-branch(dt-idx) to rb-branch-work
           move dt-name(dt-idx) to rb-name-work
           perform 110-FIND-REP-BRANCH-RTN

           if dt-return(dt-idx)
               add dt-amount(dt-idx) to rb-returns-total(rb-post-idx)
               move zero to group-count
           else
               add dt-amount(dt-idx) to rb-gross-sales(rb-post-idx)
               if dt-split-pct(dt-idx) < 100
                   perform 120-ADD-SPLIT-SHARE-RTN
               else
                   move zero to group-count
                   if dt-amount(dt-idx) >= near-floor-amount
                           and dt-amount(dt-idx) <= max-sale-amount
                       add 1 to rb-near-count(rb-post-idx)
                       add dt-amount(dt-idx)
                           to rb-near-amount(rb-post-idx)
                   end-if
               end-if
           end-if.

       110-FIND-REP-BRANCH-RTN.

           move zero to rb-post-idx
           perform varying rb-scan-idx from 1 by 1
                   until rb-scan-idx > rb-count
               if rb-number(rb-scan-idx) = rb-number-work
                       and rb-branch(rb-scan-idx) = rb-branch-work
                   move rb-scan-idx to rb-post-idx
               end-if
           end-perform

           if rb-post-idx = zero
               if rb-count >= rb-max
                   display "SALESPERSON/BRANCH ACTIVITY EXCEEDS TABLE "
                       "CAPACITY - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to rb-count
               move rb-count to rb-post-idx
               move rb-number-work to rb-number(rb-post-idx)
               move rb-branch-work to rb-branch(rb-post-idx)
               move spaces to rb-name(rb-post-idx)
               move zero to rb-gross-sales(rb-post-idx)
               move zero to rb-returns-total(rb-post-idx)
               move zero to rb-near-count(rb-post-idx)
               move zero to rb-near-amount(rb-post-idx)
               move zero to rb-points(rb-post-idx)
               move zero to rb-exception-count(rb-post-idx)
           end-if
           if rb-name(rb-post-idx) = spaces
               move rb-name-work to rb-name(rb-post-idx)
           end-if.

       120-ADD-SPLIT-SHARE-RTN.

           if group-count > zero
                   and (group-batch not = dt-batch(dt-idx)
                       or group-count >= 4)
               move zero to group-count
           end-if
           if group-count = zero
               move zero to group-pct-total
               move zero to group-amount
               move dt-batch(dt-idx) to group-batch
           end-if

           add 1 to group-count
           set group-member(group-count) to dt-idx
           add dt-split-pct(dt-idx) to group-pct-total
           add dt-amount(dt-idx) to group-amount

           if group-pct-total >= 100
               if group-pct-total = 100 and group-count > 1
                   perform 125-CLOSE-SPLIT-SALE-RTN
               end-if
               move zero to group-count
           end-if.

       125-CLOSE-SPLIT-SALE-RTN.

           perform varying gm-idx from 1 by 1
                   until gm-idx > group-count
               move group-member(gm-idx) to dt-scan-idx
               if group-amount >= near-floor-amount
                       and group-amount <= max-sale-amount
                   move dt-number(dt-scan-idx) to rb-number-work
                   move dt-branch(dt-scan-idx) to rb-branch-work
                   move dt-name(dt-scan-idx) to rb-name-work
                   perform 110-FIND-REP-BRANCH-RTN
                   add 1 to rb-near-count(rb-post-idx)
                   add dt-amount(dt-scan-idx)
                       to rb-near-amount(rb-post-idx)
               end-if
               perform varying gm-other-idx from 1 by 1
                       until gm-other-idx > group-count
                   if gm-other-idx > gm-idx
                       perform 127-POST-SPLIT-PAIR-RTN
                   end-if
               end-perform
           end-perform.

       127-POST-SPLIT-PAIR-RTN.

           move group-member(gm-idx) to pp-low-dt-idx
           move group-member(gm-other-idx) to pp-high-dt-idx
           if dt-number(pp-low-dt-idx) > dt-number(pp-high-dt-idx)
               move group-member(gm-other-idx) to pp-low-dt-idx
               move group-member(gm-idx) to pp-high-dt-idx
           end-if

           if dt-number(pp-low-dt-idx) not = dt-number(pp-high-dt-idx)
               perform 128-POST-SPLIT-PARTNERS-RTN
           end-if.

       128-POST-SPLIT-PARTNERS-RTN.

           move zero to pp-post-idx
           perform varying pp-scan-idx from 1 by 1
                   until pp-scan-idx > split-pair-count
               if pp-number-low(pp-scan-idx) = dt-number(pp-low-dt-idx)
                       and pp-number-high(pp-scan-idx)
                           = dt-number(pp-high-dt-idx)
                       and pp-branch(pp-scan-idx)
                           = dt-branch(pp-low-dt-idx)
                   move pp-scan-idx to pp-post-idx
               end-if
           end-perform

           if pp-post-idx = zero
               if split-pair-count >= split-pair-max
                   display "SPLIT SALE PARTNERS EXCEED TABLE CAPACITY "
                       "- RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to split-pair-count
               move split-pair-count to pp-post-idx
               move dt-number(pp-low-dt-idx)
                   to pp-number-low(pp-post-idx)
               move dt-number(pp-high-dt-idx)
                   to pp-number-high(pp-post-idx)
               move dt-branch(pp-low-dt-idx) to pp-branch(pp-post-idx)
               move dt-name(pp-low-dt-idx) to pp-name-low(pp-post-idx)
               move dt-name(pp-high-dt-idx) to pp-name-high(pp-post-idx)
               move zero to pp-split-count(pp-post-idx)
               move zero to pp-low-larger(pp-post-idx)
               move zero to pp-high-larger(pp-post-idx)
           end-if

           add 1 to pp-split-count(pp-post-idx)
           if dt-split-pct(pp-low-dt-idx) > dt-split-pct(pp-high-dt-idx)
               add 1 to pp-low-larger(pp-post-idx)
           end-if
           if dt-split-pct(pp-high-dt-idx) > dt-split-pct(pp-low-dt-idx)
               add 1 to pp-high-larger(pp-post-idx)
           end-if.

       130-CHECK-REP-BRANCH-RTN.

           perform varying rb-idx from 1 by 1
                   until rb-idx > rb-count
               move rb-idx to rb-post-idx
               if rb-gross-sales(rb-idx) > zero
                       and rb-gross-sales(rb-idx) >= min-gross-amount
                   compute return-pct-work =
                       rb-returns-total(rb-idx) * 100
                           / rb-gross-sales(rb-idx)
                       on size error
                           move 99999 to return-pct-work
                   end-compute
                   if return-pct-work >= return-pct-limit
                       add 1 to return-flag-count
                       move "RETURN" to ex-check-work
                       if return-pct-work > 999
                           move 999 to pct-edit-work
                           move 999 to ex-points-work
                       else
                           move return-pct-work to pct-edit-work
                           move return-pct-work to ex-points-work
                       end-if
                       move rb-gross-sales(rb-idx) to amount-edit-work
                       move spaces to ex-text-work
                       string "RETURNS " pct-edit-work
                              "% OF GROSS SALES " amount-edit-work
                           delimited by size into ex-text-work
                       perform 180-RECORD-EXCEPTION-RTN
                   end-if
               end-if
               if rb-near-count(rb-idx) >= near-count-limit
                   add 1 to near-flag-count
                   move "CEILNG" to ex-check-work
                   move rb-near-count(rb-idx) to count-edit-work
                   move near-pct-limit to pct-edit-work
                   move rb-near-amount(rb-idx) to amount-edit-work
                   move spaces to ex-text-work
                   string count-edit-work " SALES WITHIN " pct-edit-work
                          "% UNDER CEILING" amount-edit-work
                       delimited by size into ex-text-work
                   compute points-work = rb-near-count(rb-idx) * 10
                   perform 185-LIMIT-POINTS-RTN
                   perform 180-RECORD-EXCEPTION-RTN
               end-if
           end-perform.

       140-CHECK-SALE-RETURN-PAIRS-RTN.

           if detail-count > zero
               sort detail-entry on ascending key dt-number
                   dt-customer dt-trans-date
           end-if

           perform varying dt-idx from 1 by 1
                   until dt-idx > detail-count
               if dt-return(dt-idx)
                       and not dt-reversed(dt-idx)
                       and dt-customer(dt-idx) not = spaces
                   perform 145-FIND-PAIRED-SALE-RTN
               end-if
           end-perform.

       145-FIND-PAIRED-SALE-RTN.

           move zero to dt-pair-idx
           move dt-idx to dt-scan-idx
           perform until dt-scan-idx <= 1 or dt-pair-idx > zero
               subtract 1 from dt-scan-idx
               if dt-number(dt-scan-idx) not = dt-number(dt-idx)
                       or dt-customer(dt-scan-idx)
                           not = dt-customer(dt-idx)
                   move 1 to dt-scan-idx
               else
                   perform 147-TEST-PAIRED-SALE-RTN
               end-if
           end-perform
           move dt-idx to dt-scan-idx
           perform until dt-scan-idx >= detail-count
                   or dt-pair-idx > zero
               add 1 to dt-scan-idx
               if dt-number(dt-scan-idx) not = dt-number(dt-idx)
                       or dt-customer(dt-scan-idx)
                           not = dt-customer(dt-idx)
                   move detail-count to dt-scan-idx
               else
                   perform 147-TEST-PAIRED-SALE-RTN
               end-if
           end-perform

           if dt-pair-idx > zero
               add 1 to pair-flag-count
               move dt-number(dt-idx) to rb-number-work
               move dt-branch(dt-idx) to rb-branch-work
               move dt-name(dt-idx) to rb-name-work
               perform 110-FIND-REP-BRANCH-RTN
               move "PAIR" to ex-check-work
               move dt-amount(dt-idx) to amount-edit-work
               move spaces to ex-text-work
               string "CUST " dt-customer(dt-idx)
                      " SALE " dt-trans-date(dt-pair-idx)
                      " RETURN " dt-trans-date(dt-idx)
                      amount-edit-work
                   delimited by size into ex-text-work
               move 15 to ex-points-work
               perform 180-RECORD-EXCEPTION-RTN
           end-if.

       147-TEST-PAIRED-SALE-RTN.

           if dt-sale(dt-scan-idx) and not dt-reversed(dt-scan-idx)
               compute day-diff-work = dt-date-integer(dt-idx)
                   - dt-date-integer(dt-scan-idx)
               if day-diff-work < zero
                   compute day-diff-work = zero - day-diff-work
               end-if
               if day-diff-work <= pair-days-limit
                   move dt-scan-idx to dt-pair-idx
               end-if
           end-if.

       150-CHECK-SPLIT-PAIRS-RTN.

           perform varying pp-idx from 1 by 1
                   until pp-idx > split-pair-count
               if pp-split-count(pp-idx) >= split-count-limit
                   if pp-low-larger(pp-idx) = pp-split-count(pp-idx)
                       move pp-number-low(pp-idx) to rb-number-work
                       move pp-name-low(pp-idx) to rb-name-work
                       move pp-number-high(pp-idx) to number-edit-work
                       perform 155-FLAG-SPLIT-PAIR-RTN
                   end-if
                   if pp-high-larger(pp-idx) = pp-split-count(pp-idx)
                       move pp-number-high(pp-idx) to rb-number-work
                       move pp-name-high(pp-idx) to rb-name-work
                       move pp-number-low(pp-idx) to number-edit-work
                       perform 155-FLAG-SPLIT-PAIR-RTN
                   end-if
               end-if
           end-perform.

       155-FLAG-SPLIT-PAIR-RTN.

           add 1 to split-flag-count
           move pp-branch(pp-idx) to rb-branch-work
           perform 110-FIND-REP-BRANCH-RTN
           move "SPLIT" to ex-check-work
           move pp-split-count(pp-idx) to count-edit-work
           move spaces to ex-text-work
           string "LARGER SHARE IN ALL " count-edit-work
                  " SPLITS WITH SALESPERSON " number-edit-work
               delimited by size into ex-text-work
           compute points-work = pp-split-count(pp-idx) * 10
           perform 185-LIMIT-POINTS-RTN
           perform 180-RECORD-EXCEPTION-RTN.

       160-RANK-EXCEPTIONS-RTN.

           perform varying rb-idx from 1 by 1
                   until rb-idx > rb-count
               if rb-exception-count(rb-idx) > zero
                   add 1 to rank-count
                   move rb-points(rb-idx) to rk-points(rank-count)
                   move rb-branch(rb-idx) to rk-branch(rank-count)
                   move rb-number(rb-idx) to rk-number(rank-count)
                   move rb-idx to rk-rb-idx(rank-count)
                   perform 165-POST-BRANCH-RANK-RTN
               end-if
           end-perform

           if rank-count > zero
               sort rank-entry on descending key rk-points
                   on ascending key rk-branch rk-number
           end-if
           if branch-rank-count > zero
               sort branch-rank-entry on descending key bk-points
                   on ascending key bk-branch
           end-if.

       165-POST-BRANCH-RANK-RTN.

           move zero to bk-post-idx
           perform varying bk-idx from 1 by 1
                   until bk-idx > branch-rank-count
               if bk-branch(bk-idx) = rb-branch(rb-idx)
                   move bk-idx to bk-post-idx
               end-if
           end-perform
           if bk-post-idx = zero
               add 1 to branch-rank-count
               move branch-rank-count to bk-post-idx
               move rb-branch(rb-idx) to bk-branch(bk-post-idx)
               move zero to bk-points(bk-post-idx)
               move zero to bk-rep-count(bk-post-idx)
               move zero to bk-exception-count(bk-post-idx)
           end-if
           add rb-points(rb-idx) to bk-points(bk-post-idx)
           add 1 to bk-rep-count(bk-post-idx)
           add rb-exception-count(rb-idx)
               to bk-exception-count(bk-post-idx).

       180-RECORD-EXCEPTION-RTN.

           if exception-count >= exception-max
               display "AUDIT SCAN EXCEPTIONS EXCEED TABLE CAPACITY - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to exception-count
           move rb-post-idx to ex-rb-idx(exception-count)
           move ex-check-work to ex-check(exception-count)
           move ex-text-work to ex-text(exception-count)
           move ex-points-work to ex-points(exception-count)
           add ex-points-work to rb-points(rb-post-idx)
           add 1 to rb-exception-count(rb-post-idx).

       185-LIMIT-POINTS-RTN.

           if points-work > 9999
               move 9999 to ex-points-work
           else
               move points-work to ex-points-work
           end-if.

       200-print-routine.

           move "RANKED EXCEPTIONS BY SALESPERSON AND BRANCH"
               to scan-section-out
           write report-rec from scan-section-heading
               after advancing 2 lines
           write report-rec from scan-rank-heading
               after advancing 2 lines

           perform varying rk-idx from 1 by 1
                   until rk-idx > rank-count
               perform 210-print-rank-routine
           end-perform

           move "EXCEPTIONS BY BRANCH" to scan-section-out
           write report-rec from scan-section-heading
               after advancing 3 lines
           write report-rec from scan-branch-heading
               after advancing 2 lines
           perform varying bk-idx from 1 by 1
                   until bk-idx > branch-rank-count
               move bk-branch(bk-idx) to branch-code-out
               move bk-rep-count(bk-idx) to branch-reps-out
               move bk-exception-count(bk-idx) to branch-exc-out
               move bk-points(bk-idx) to branch-points-out
               write report-rec from scan-branch-out
                   after advancing 1 lines
           end-perform.

       210-print-rank-routine.

           move rk-rb-idx(rk-idx) to rb-idx
           move rk-idx to rank-seq-out
           move rb-number(rb-idx) to rank-number-out
           move rb-name(rb-idx) to rank-name-out
           move rb-branch(rb-idx) to rank-branch-out
           move rb-points(rb-idx) to rank-points-out
           move rb-exception-count(rb-idx) to rank-count-out
           write report-rec from scan-rank-out
               after advancing 2 lines

           perform varying ex-idx from 1 by 1
                   until ex-idx > exception-count
               if ex-rb-idx(ex-idx) = rb-idx
                   move ex-check(ex-idx) to exc-check-out
                   move ex-text(ex-idx) to exc-text-out
                   move ex-points(ex-idx) to exc-points-out
                   write report-rec from scan-exception-out
                       after advancing 1 lines
               end-if
           end-perform.

       300-PRINT-HEADING-RTN.

           move date-field-format to scan-date-out
           move scan-from-date to scan-from-out
           move scan-to-date to scan-to-out
           move max-sale-amount to scan-ceiling-out
           move return-pct-limit to scan-return-pct-out
           move min-gross-amount to scan-min-gross-out
           move near-pct-limit to scan-near-pct-out
           move near-count-limit to scan-near-count-out
           move pair-days-limit to scan-pair-days-out
           move split-count-limit to scan-split-count-out

           write report-rec from scan-header-1
               after advancing 4 lines
           write report-rec from scan-header-2
               after advancing 2 lines
           write report-rec from scan-header-3
               after advancing 1 lines.

       500-termination-routine.

           move "AUDIT LINES READ" to scan-total-label
           move audit-read-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 3 lines
           move "AUDIT LINES IN DATE RANGE" to scan-total-label
           move audit-selected-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "OLD FORMAT LINES NOT ANALYSED" to scan-total-label
           move old-format-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "POSTINGS BACKED OUT AND IGNORED" to scan-total-label
           move reversed-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "BACK-OUT LINES WITHOUT A POSTING" to scan-total-label
           move unmatched-rev-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "SALESPERSON/BRANCH COMBINATIONS" to scan-total-label
           move rb-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "HIGH RETURN RATIO EXCEPTIONS" to scan-total-label
           move return-flag-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "NEAR CEILING EXCEPTIONS" to scan-total-label
           move near-flag-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "SALE/RETURN PAIR EXCEPTIONS" to scan-total-label
           move pair-flag-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines
           move "SPLIT SHARE EXCEPTIONS" to scan-total-label
           move split-flag-count to scan-total-value
           write report-rec from scan-total-out
               after advancing 1 lines

           if exception-count > zero
               move "*** SUSPICIOUS ACTIVITY - REVIEW REQUIRED ***"
                   to scan-status-msg
               if return-code = zero
                   move 4 to return-code
               end-if
           else
               move "NO SUSPICIOUS ACTIVITY FOUND" to scan-status-msg
           end-if
           write report-rec from scan-status-line
               after advancing 2 lines

           close scan-report.

       900-LOG-RUN-START-RTN.

           move "AuditScan" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move audit-read-count to rl-records-in
           move exception-count to rl-records-out
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


       end program AuditScan.

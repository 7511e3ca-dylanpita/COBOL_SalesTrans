       program-id. QuotaRpt as "SalesTrans.QuotaRpt".

       environment division.
       input-output section.
       file-control.   select quota-params
                       assign to "C:\a\exercise7\quotaprm.txt"
                       organization is line sequential
                       file status is quota-params-status.

                       select quota-file
                       assign to "C:\a\exercise7\quota.txt"
                       organization is line sequential
                       file status is quota-file-status.

                       select running-totals
                       assign to "C:\a\exercise7\runtotout.txt"
                       organization is line sequential
                       file status is running-totals-status.

                       select period-history
                       assign to "C:\a\exercise7\perhist.txt"
                       organization is line sequential
                       file status is period-history-status.

                       select salesmst
                       assign to "C:\a\exercise7\salesmst.txt"
                       organization is indexed
                       access mode is dynamic
                       record key is salesmst-number
                       file status is salesmst-file-status.

                       select transfer-history
                       assign to "C:\a\exercise7\slsxfer.txt"
                       organization is line sequential
                       file status is transfer-history-status.

                       select branch-master
                       assign to "C:\a\exercise7\brchmst.txt"
                       organization is line sequential
                       file status is branch-master-status.

                       select fiscal-calendar
                       assign to "C:\a\exercise7\fiscal.txt"
                       organization is line sequential
                       file status is fiscal-calendar-status.

                       select quota-report
                       assign to "C:\a\exercise7\quotarpt.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  quota-params.
       01  quota-param-record.
           05  qp-pace-pct-x        picture x(3).
           05  qp-pace-pct redefines qp-pace-pct-x
                                    picture 9(3).

       fd  quota-file.
       01  quota-record.
           05  qt-number            picture s9(4).
           05  qt-fiscal-year       picture 9(4).
           05  qt-fiscal-period     picture 9(2).
           05  qt-quota-amount      picture 9(7)v99.
           05  qt-maint-date        picture 9(8).

       fd  running-totals.
       01  rto-record.
           05  rto-number           picture s9(4).
           05  rto-weekly-total     picture s9(7)v99.
           05  rto-mtd-total        picture s9(7)v99.
           05  rto-ytd-total        picture s9(7)v99.
           05  rto-override-mtd-sales
                                    picture s9(7)v99.
           05  rto-override-mtd-comm
                                    picture s9(7)v99.

       fd  period-history.
       01  period-history-record.
           05  ph-close-date        picture 9(8).
           05  ph-close-type        picture x.
               88  ph-period-closed value "M" "Y".
           05  ph-number            picture s9(4).
           05  ph-weekly-total      picture s9(7)v99.
           05  ph-mtd-total         picture s9(7)v99.
           05  ph-ytd-total         picture s9(7)v99.
           05  ph-fiscal-year       picture 9(4).
           05  ph-fiscal-period     picture 9(2).
           05  ph-fiscal-week       picture 9(2).

       fd  salesmst.
       01  salesmst-record.
           05  salesmst-number      picture s9(4).
           05  salesmst-name        picture x(20).
           05  salesmst-status      picture x.
               88  salesmst-active  value "A".
           05  salesmst-home-branch picture x(3).
           05  salesmst-branch-eff-date
                                    picture 9(8).

       fd  transfer-history.
       01  transfer-history-record.
           05  xh-number            picture s9(4).
           05  xh-eff-date          picture 9(8).
           05  xh-from-branch       picture x(3).
           05  xh-to-branch         picture x(3).
           05  xh-entered-date      picture 9(8).

       fd  branch-master.
       01  branch-master-record.
           05  bm-code              picture x(3).
           05  bm-name              picture x(20).
           05  bm-region            picture x(3).
           05  bm-status            picture x.
               88  bm-active        value "A".

       fd  fiscal-calendar.
       01  fiscal-calendar-record.
           05  fc-fiscal-year       picture 9(4).
           05  fc-fiscal-period     picture 9(2).
           05  fc-fiscal-week       picture 9(2).
           05  fc-start-date        picture 9(8).
           05  fc-end-date          picture 9(8).

       fd  quota-report.
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

       01  quota-params-status      picture xx.
           88  quota-params-ok      value "00".

       01  quota-file-status        picture xx.
           88  quota-file-ok        value "00".
           88  quota-file-eof       value "10".
           88  quota-file-not-found value "35".

       01  running-totals-status    picture xx.
           88  running-totals-ok        value "00".
           88  running-totals-eof       value "10".
           88  running-totals-not-found value "35".

       01  period-history-status    picture xx.
           88  period-history-ok        value "00".
           88  period-history-eof       value "10".
           88  period-history-not-found value "35".

       01  salesmst-file-status     picture xx.
           88  salesmst-ok          value "00".
           88  salesmst-eof         value "10".

       01  transfer-history-status  picture xx.
           88  transfer-history-ok        value "00".
           88  transfer-history-eof       value "10".
           88  transfer-history-not-found value "35".

       01  branch-master-status     picture xx.
           88  branch-master-ok     value "00".
           88  branch-master-eof    value "10".

       01  fiscal-calendar-status   picture xx.
           88  fiscal-calendar-ok       value "00".
           88  fiscal-calendar-eof      value "10".

       01  pace-threshold-pct       picture 9(3) value zero.

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
           05  run-fiscal-year       picture 9(4) value zero.
           05  run-fiscal-period     picture 9(2) value zero.
           05  fiscal-period-start   picture 9(8) value zero.
           05  fiscal-period-end     picture 9(8) value zero.
           05  fiscal-year-start     picture 9(8) value zero.
           05  fiscal-year-end       picture 9(8) value zero.
           05  period-elapsed-days   picture 9(4) comp value zero.
           05  period-total-days     picture 9(4) comp value zero.
           05  year-elapsed-days     picture 9(4) comp value zero.
           05  year-total-days       picture 9(4) comp value zero.

       01  closed-period-fields.
           05  closed-key            picture 9(6) value zero.
           05  closed-key-parts redefines closed-key.
               10  closed-fiscal-year   picture 9(4).
               10  closed-fiscal-period picture 9(2).
           05  closed-key-work       picture 9(6) value zero.
           05  closed-key-work-parts redefines closed-key-work.
               10  closed-year-work     picture 9(4).
               10  closed-period-work   picture 9(2).

       01  branch-count             picture 9(4) comp value zero.
       01  branch-max               picture 9(4) comp value 500.
       01  branch-table.
           05  branch-entry occurs 1 to 500 times
                   depending on branch-count
                   indexed by br-idx.
               10  br-code           picture x(3).
               10  br-name           picture x(20).
               10  br-region         picture x(3).

       01  branch-work-fields.
           05  br-scan-idx           picture 9(4) comp.
           05  br-post-idx           picture 9(4) comp.
           05  branch-found-switch   picture x value "N".
               88  branch-found      value "Y".

       01  rep-count                picture 9(4) comp value zero.
       01  rep-max                  picture 9(4) comp value 5000.
       01  rep-table.
           05  rep-entry occurs 1 to 5000 times
                   depending on rep-count
                   ascending key is rp-number
                   indexed by rp-idx.
               10  rp-number         picture s9(4).
               10  rp-name           picture x(20).
               10  rp-on-master      picture x.
               10  rp-master-branch  picture x(3).
               10  rp-home-branch    picture x(3).
               10  rp-period-quota   picture 9(7)v99.
               10  rp-year-quota     picture 9(9)v99.
               10  rp-closed-quota   picture 9(7)v99.
               10  rp-mtd-actual     picture s9(7)v99.
               10  rp-ytd-actual     picture s9(7)v99.
               10  rp-closed-actual  picture s9(7)v99.

       01  rep-work-fields.
           05  rp-scan-idx           picture 9(4) comp.
           05  rp-post-idx           picture 9(4) comp.
           05  rp-shift-idx          picture 9(4) comp.
           05  rp-number-work        picture s9(4).
           05  rep-flagged-switch    picture x value "N".
               88  rep-flagged       value "Y".

       01  rep-sort-table.
           05  rep-sort-entry occurs 1 to 5000 times
                   depending on rep-count
                   indexed by rs-idx.
               10  rs-branch-code    picture x(3).
               10  rs-number         picture s9(4).
               10  rs-source-idx     picture 9(4) comp.

       01  transfer-count           picture 9(5) comp value zero.
       01  transfer-max             picture 9(5) comp value 20000.
       01  transfer-table.
           05  transfer-entry occurs 1 to 20000 times
                   depending on transfer-count
                   indexed by xt-idx.
               10  xt-number         picture s9(4).
               10  xt-eff-date       picture 9(8).
               10  xt-from-branch    picture x(3).
               10  xt-to-branch      picture x(3).

       01  transfer-work-fields.
           05  xt-scan-idx           picture 9(5) comp.
           05  home-branch-work      picture x(3).
           05  home-best-date        picture 9(8).
           05  home-first-date       picture 9(8).
           05  home-first-branch     picture x(3).
           05  home-found-switch     picture x value "N".
               88  home-found        value "Y".

       01  attainment-totals.
           05  at-period-quota       picture s9(9)v99.
           05  at-mtd-actual         picture s9(9)v99.
           05  at-year-quota         picture s9(9)v99.
           05  at-ytd-actual         picture s9(9)v99.
           05  at-closed-quota       picture s9(9)v99.
           05  at-closed-actual      picture s9(9)v99.

       01  branch-totals.
           05  bt-period-quota       picture s9(9)v99 value zero.
           05  bt-mtd-actual         picture s9(9)v99 value zero.
           05  bt-year-quota         picture s9(9)v99 value zero.
           05  bt-ytd-actual         picture s9(9)v99 value zero.
           05  bt-closed-quota       picture s9(9)v99 value zero.
           05  bt-closed-actual      picture s9(9)v99 value zero.

       01  grand-totals.
           05  gt-period-quota       picture s9(9)v99 value zero.
           05  gt-mtd-actual         picture s9(9)v99 value zero.
           05  gt-year-quota         picture s9(9)v99 value zero.
           05  gt-ytd-actual         picture s9(9)v99 value zero.
           05  gt-closed-quota       picture s9(9)v99 value zero.
           05  gt-closed-actual      picture s9(9)v99 value zero.

       01  region-count             picture 9(4) comp value zero.
       01  region-max               picture 9(4) comp value 100.
       01  region-table.
           05  region-entry occurs 1 to 100 times
                   depending on region-count
                   indexed by rg-idx.
               10  rg-code           picture x(3).
               10  rg-period-quota   picture s9(9)v99.
               10  rg-mtd-actual     picture s9(9)v99.
               10  rg-year-quota     picture s9(9)v99.
               10  rg-ytd-actual     picture s9(9)v99.
               10  rg-closed-quota   picture s9(9)v99.
               10  rg-closed-actual  picture s9(9)v99.

       01  region-work-fields.
           05  rg-scan-idx           picture 9(4) comp.
           05  rg-post-idx           picture 9(4) comp.

       01  print-control-fields.
           05  current-branch-code   picture x(3).
           05  first-branch-switch   picture x value "Y".
               88  first-branch      value "Y".
           05  rep-listed-switch     picture x value "N".
               88  rep-listed        value "Y".

       01  line-work-fields.
           05  line-basis-work       picture x(7).
           05  line-quota-work       picture s9(9)v99.
           05  line-actual-work      picture s9(9)v99.
           05  line-variance-work    picture s9(9)v99.
           05  line-pct-work         picture s9(4)v9.
           05  line-expected-work    picture s9(9)v99.
           05  line-pace-pct-work    picture s9(5)v9.
           05  line-elapsed-days     picture 9(4) comp.
           05  line-total-days       picture 9(4) comp.
           05  line-pace-switch      picture x value "N".
               88  line-pace-checked value "Y".
           05  line-advance-work     picture 9 value 1.

       01  report-counters.
           05  reps-listed-count     picture 9(6) comp value zero.
           05  reps-flagged-count    picture 9(6) comp value zero.
           05  reps-off-master-count picture 9(6) comp value zero.
           05  quota-read-count      picture 9(6) comp value zero.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

       01  date-field-format        picture x(10).

       01  quota-header-1.
           05      picture x(22) value spaces.
           05      picture x(24) value "SALES QUOTA ATTAINMENT".
           05      picture x(2) value spaces.
           05  quota-date-out      picture x(10).
           05      picture x(22) value spaces.

       01  quota-header-2.
           05      picture x(2) value spaces.
           05      picture x(3) value "FY".
           05  quota-year-out      picture 9(4).
           05      picture x(4) value " PD".
           05  quota-period-out    picture 99.
           05      picture x(13) value "  PERIOD DAY".
           05  quota-pd-elapsed-out
                                   picture zz9.
           05      picture x(4) value " OF".
           05  quota-pd-total-out  picture zz9.
           05      picture x(11) value "  YEAR DAY".
           05  quota-yr-elapsed-out
                                   picture zz9.
           05      picture x(4) value " OF".
           05  quota-yr-total-out  picture zz9.
           05      picture x(13) value "  PACE UNDER".
           05  quota-pace-out      picture zz9.
           05      picture x(1) value "%".
           05      picture x(5) value spaces.

       01  quota-header-3.
           05      picture x(2) value spaces.
           05      picture x(24) value "LAST CLOSED PERIOD  FY".
           05  quota-closed-year-out
                                   picture 9(4).
           05      picture x(4) value " PD".
           05  quota-closed-period-out
                                   picture 99.
           05      picture x(44) value spaces.

       01  quota-header-4.
           05      picture x(2) value spaces.
           05      picture x(20) value "NO.  NAME".
           05      picture x(7) value "BASIS".
           05      picture x(10) value "     QUOTA".
           05      picture x(1) value spaces.
           05      picture x(11) value "     ACTUAL".
           05      picture x(1) value spaces.
           05      picture x(7) value "    PCT".
           05      picture x(1) value spaces.
           05      picture x(11) value " OVER/SHORT".
           05      picture x(1) value spaces.
           05      picture x(8) value "FLAG".

       01  attainment-out.
           05                          picture x(2) value spaces.
           05  att-ident-out           picture x(19).
           05  att-rep-ident redefines att-ident-out.
               10  att-number-out      picture -zzz9.
               10                      picture x.
               10  att-name-out        picture x(13).
           05                          picture x(1) value spaces.
           05  att-basis-out           picture x(7).
           05  att-quota-out           picture zzzzzz9.99.
           05                          picture x(1) value spaces.
           05  att-actual-out          picture -zzzzzz9.99.
           05                          picture x(1) value spaces.
           05  att-pct-out             picture -zzz9.9.
           05  att-pct-lit redefines att-pct-out
                                       picture x(7).
           05                          picture x(1) value spaces.
           05  att-variance-out        picture -zzzzzz9.99.
           05                          picture x(1) value spaces.
           05  att-flag-out            picture x(8).

       01  quota-total-out.
           05      picture x(2) value spaces.
           05      picture x(21) value "SALESPERSONS LISTED".
           05  total-listed-out    picture zzzzz9.
           05      picture x(4) value spaces.
           05      picture x(17) value "BEHIND PACE".
           05  total-flagged-out   picture zzzzz9.
           05      picture x(24) value spaces.

       01  quota-note-out.
           05      picture x(2) value spaces.
           05  quota-note-text     picture x(60).
           05  quota-note-count    picture zzzzz9.
           05      picture x(12) value spaces.

       01  quota-text-out.
           05      picture x(2) value spaces.
           05  quota-text-value    picture x(78).


       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-PARM-RTN

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           move date-field-format to quota-date-out

           perform 050-LOAD-FISCAL-CALENDAR-RTN
           string run-fiscal-year "/" run-fiscal-period
               delimited by size into rl-work-id
           perform 055-LOAD-BRANCH-MASTER-RTN
           perform 060-LOAD-SALESPERSONS-RTN
           perform 070-LOAD-RUNNING-TOTALS-RTN
           perform 075-LOAD-PERIOD-HISTORY-RTN
           perform 080-LOAD-QUOTA-FILE-RTN
           perform 065-LOAD-TRANSFER-HISTORY-RTN

           open output quota-report
           perform 300-PRINT-HEADING-RTN
           perform 200-print-routine
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-PARM-RTN.

           open input quota-params
           if not quota-params-ok
               display "QUOTA PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read quota-params
               at end
                   close quota-params
                   display "QUOTA PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           close quota-params
           if qp-pace-pct-x is not numeric
               display "PACE PERCENTAGE NOT NUMERIC - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if qp-pace-pct = zero or qp-pace-pct > 100
               display "PACE PERCENTAGE MUST BE 1 TO 100 - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           move qp-pace-pct to pace-threshold-pct.

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

           move fw-fiscal-year(fw-run-idx) to run-fiscal-year
           move fw-fiscal-period(fw-run-idx) to run-fiscal-period
           move fw-start-date(fw-run-idx) to fiscal-period-start
           move fw-start-date(fw-run-idx) to fiscal-year-start
           move fw-end-date(fw-run-idx) to fiscal-period-end
           move fw-end-date(fw-run-idx) to fiscal-year-end
           perform varying fw-scan-idx from 1 by 1
                   until fw-scan-idx > fiscal-count
               if fw-fiscal-year(fw-scan-idx) = run-fiscal-year
                   if fw-start-date(fw-scan-idx) < fiscal-year-start
                       move fw-start-date(fw-scan-idx)
                           to fiscal-year-start
                   end-if
                   if fw-end-date(fw-scan-idx) > fiscal-year-end
                       move fw-end-date(fw-scan-idx)
                           to fiscal-year-end
                   end-if
                   if fw-fiscal-period(fw-scan-idx) =
                           run-fiscal-period
                       if fw-start-date(fw-scan-idx)
                               < fiscal-period-start
                           move fw-start-date(fw-scan-idx)
                               to fiscal-period-start
                       end-if
                       if fw-end-date(fw-scan-idx)
                               > fiscal-period-end
                           move fw-end-date(fw-scan-idx)
                               to fiscal-period-end
                       end-if
                   end-if
               end-if
           end-perform

           compute period-elapsed-days =
               function integer-of-date(run-date-number)
                   - function integer-of-date(fiscal-period-start) + 1
           compute period-total-days =
               function integer-of-date(fiscal-period-end)
                   - function integer-of-date(fiscal-period-start) + 1
           compute year-elapsed-days =
               function integer-of-date(run-date-number)
                   - function integer-of-date(fiscal-year-start) + 1
           compute year-total-days =
               function integer-of-date(fiscal-year-end)
                   - function integer-of-date(fiscal-year-start) + 1.

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

       055-LOAD-BRANCH-MASTER-RTN.

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
                       move bm-name to br-name(branch-count)
                       move bm-region to br-region(branch-count)
               end-read
           end-perform
           close branch-master.

       060-LOAD-SALESPERSONS-RTN.

           open input salesmst
           if not salesmst-ok
               display "SALESPERSON MASTER OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until salesmst-eof
               read salesmst next record
                   at end
                       set salesmst-eof to true
                   not at end
                       move salesmst-number to rp-number-work
                       perform 090-FIND-REP-RTN
                       move salesmst-name to rp-name(rp-post-idx)
                       move "Y" to rp-on-master(rp-post-idx)
                       move salesmst-home-branch
                           to rp-master-branch(rp-post-idx)
               end-read
           end-perform
           close salesmst.

       065-LOAD-TRANSFER-HISTORY-RTN.

           open input transfer-history
           if transfer-history-not-found
               continue
           else
               if not transfer-history-ok
                   display "TRANSFER HISTORY FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until transfer-history-eof
                   read transfer-history
                       at end
                           set transfer-history-eof to true
                       not at end
                           perform 066-APPLY-TRANSFER-RTN
                   end-read
               end-perform
               close transfer-history
           end-if

           perform varying rp-idx from 1 by 1
                   until rp-idx > rep-count
               perform 067-RESOLVE-HOME-BRANCH-RTN
           end-perform.

       066-APPLY-TRANSFER-RTN.

           if xh-eff-date is not numeric
               display "INVALID TRANSFER HISTORY RECORD - RUN STOPPED"
               display transfer-history-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if transfer-count >= transfer-max
               display "TRANSFER HISTORY EXCEEDS TABLE CAPACITY - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to transfer-count
           move xh-number to xt-number(transfer-count)
           move xh-eff-date to xt-eff-date(transfer-count)
           move xh-from-branch to xt-from-branch(transfer-count)
           move xh-to-branch to xt-to-branch(transfer-count).

       067-RESOLVE-HOME-BRANCH-RTN.

           move rp-master-branch(rp-idx) to home-branch-work
           move "N" to home-found-switch
           move zero to home-best-date
           move 99999999 to home-first-date
           move spaces to home-first-branch
           perform varying xt-scan-idx from 1 by 1
                   until xt-scan-idx > transfer-count
               if xt-number(xt-scan-idx) = rp-number(rp-idx)
                   if xt-eff-date(xt-scan-idx) <= run-date-number
                           and xt-eff-date(xt-scan-idx)
                               >= home-best-date
                       move xt-to-branch(xt-scan-idx)
                           to home-branch-work
                       move xt-eff-date(xt-scan-idx) to home-best-date
                       move "Y" to home-found-switch
                   end-if
                   if xt-eff-date(xt-scan-idx) < home-first-date
                       move xt-eff-date(xt-scan-idx)
                           to home-first-date
                       move xt-from-branch(xt-scan-idx)
                           to home-first-branch
                   end-if
               end-if
           end-perform
           if not home-found
                   and home-first-branch not = spaces
               move home-first-branch to home-branch-work
           end-if
           move home-branch-work to rp-home-branch(rp-idx).

       070-LOAD-RUNNING-TOTALS-RTN.

           open input running-totals

           if running-totals-not-found
               continue
           else
               if not running-totals-ok
                   display "RUNNING TOTALS FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until running-totals-eof
                   read running-totals
                       at end
                           set running-totals-eof to true
                       not at end
                           if rto-ytd-total is not numeric
                               display "RUNNING TOTALS FILE IN OLD "
                                   "FORMAT - CONVERT - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           move rto-number to rp-number-work
                           perform 090-FIND-REP-RTN
                           move rto-mtd-total
                               to rp-mtd-actual(rp-post-idx)
                           move rto-ytd-total
                               to rp-ytd-actual(rp-post-idx)
                   end-read
               end-perform
               close running-totals
           end-if.

       075-LOAD-PERIOD-HISTORY-RTN.

           open input period-history
           if period-history-not-found
               continue
           else
               if not period-history-ok
                   display "PERIOD HISTORY FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until period-history-eof
                   read period-history
                       at end
                           set period-history-eof to true
                       not at end
                           perform 076-FIND-CLOSED-KEY-RTN
                   end-read
               end-perform
               close period-history
           end-if

           if closed-key > zero
               open input period-history
               perform until period-history-eof
                   read period-history
                       at end
                           set period-history-eof to true
                       not at end
                           perform 077-POST-CLOSED-ACTUAL-RTN
                   end-read
               end-perform
               close period-history
           end-if.

       076-FIND-CLOSED-KEY-RTN.

           if period-history-record(39:2) not = spaces
                   and ph-period-closed
                   and ph-fiscal-year is numeric
                   and ph-fiscal-period is numeric
               move ph-fiscal-year to closed-year-work
               move ph-fiscal-period to closed-period-work
               if closed-key-work > closed-key
                   move closed-key-work to closed-key
               end-if
           end-if.

       077-POST-CLOSED-ACTUAL-RTN.

           if period-history-record(39:2) not = spaces
                   and ph-period-closed
                   and ph-fiscal-year is numeric
                   and ph-fiscal-period is numeric
               move ph-fiscal-year to closed-year-work
               move ph-fiscal-period to closed-period-work
               if closed-key-work = closed-key
                   move ph-number to rp-number-work
                   perform 090-FIND-REP-RTN
                   move ph-mtd-total to rp-closed-actual(rp-post-idx)
               end-if
           end-if.

       080-LOAD-QUOTA-FILE-RTN.

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
                           add 1 to quota-read-count
                           perform 081-POST-QUOTA-RTN
                   end-read
               end-perform
               close quota-file
           end-if.

       081-POST-QUOTA-RTN.

           if qt-fiscal-year is not numeric
                   or qt-fiscal-period is not numeric
                   or qt-quota-amount is not numeric
               display "INVALID QUOTA FILE RECORD - RUN STOPPED"
               display quota-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           move qt-fiscal-year to closed-year-work
           move qt-fiscal-period to closed-period-work
           if qt-fiscal-year = run-fiscal-year
                   or closed-key-work = closed-key
               move qt-number to rp-number-work
               perform 090-FIND-REP-RTN
               if qt-fiscal-year = run-fiscal-year
                   add qt-quota-amount to rp-year-quota(rp-post-idx)
                   if qt-fiscal-period = run-fiscal-period
                       add qt-quota-amount
                           to rp-period-quota(rp-post-idx)
                   end-if
               end-if
               if closed-key-work = closed-key
                   add qt-quota-amount to rp-closed-quota(rp-post-idx)
               end-if
           end-if.

       090-FIND-REP-RTN.

           move zero to rp-post-idx
           if rep-count > zero
               search all rep-entry
                   at end
                       continue
                   when rp-number(rp-idx) = rp-number-work
                       set rp-post-idx to rp-idx
               end-search
           end-if

           if rp-post-idx = zero
               if rep-count >= rep-max
                   display "QUOTA REP TABLE FULL - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to rep-count
               move rep-count to rp-shift-idx
               perform 091-SHIFT-REP-RTN
                   until rp-shift-idx = 1
                       or rp-number(rp-shift-idx - 1) < rp-number-work
               move rp-number-work to rp-number(rp-shift-idx)
               move spaces to rp-name(rp-shift-idx)
               move "N" to rp-on-master(rp-shift-idx)
               move spaces to rp-master-branch(rp-shift-idx)
               move spaces to rp-home-branch(rp-shift-idx)
               move zero to rp-period-quota(rp-shift-idx)
               move zero to rp-year-quota(rp-shift-idx)
               move zero to rp-closed-quota(rp-shift-idx)
               move zero to rp-mtd-actual(rp-shift-idx)
               move zero to rp-ytd-actual(rp-shift-idx)
               move zero to rp-closed-actual(rp-shift-idx)
               move rp-shift-idx to rp-post-idx
           end-if.

       091-SHIFT-REP-RTN.

           move rep-entry(rp-shift-idx - 1) to rep-entry(rp-shift-idx)
           subtract 1 from rp-shift-idx.

       200-print-routine.

           perform varying rs-idx from 1 by 1
                   until rs-idx > rep-count
               move rp-home-branch(rs-idx) to rs-branch-code(rs-idx)
               move rp-number(rs-idx) to rs-number(rs-idx)
               set rs-source-idx(rs-idx) to rs-idx
           end-perform
           if rep-count > zero
               sort rep-sort-entry
                   on ascending key rs-branch-code
                   on ascending key rs-number
           end-if

           move spaces to current-branch-code
           set first-branch to true

           perform varying rs-idx from 1 by 1
                   until rs-idx > rep-count
               move rs-source-idx(rs-idx) to rp-scan-idx
               perform 205-CHECK-REP-LISTED-RTN
               if rep-listed
                   if rs-branch-code(rs-idx) not = current-branch-code
                           or first-branch
                       if not first-branch
                           perform 230-PRINT-BRANCH-BREAK-RTN
                       end-if
                       move rs-branch-code(rs-idx)
                           to current-branch-code
                       move "N" to first-branch-switch
                   end-if
                   perform 210-PRINT-REP-RTN
               end-if
           end-perform

           if not first-branch
               perform 230-PRINT-BRANCH-BREAK-RTN
           end-if

           perform 240-PRINT-REGION-TOTALS-RTN
           perform 250-PRINT-GRAND-TOTAL-RTN.

       205-CHECK-REP-LISTED-RTN.

           move "N" to rep-listed-switch
           if rp-period-quota(rp-scan-idx) not = zero
                   or rp-year-quota(rp-scan-idx) not = zero
                   or rp-mtd-actual(rp-scan-idx) not = zero
                   or rp-ytd-actual(rp-scan-idx) not = zero
               move "Y" to rep-listed-switch
           end-if
           if closed-key > zero
               if rp-closed-quota(rp-scan-idx) not = zero
                       or rp-closed-actual(rp-scan-idx) not = zero
                   move "Y" to rep-listed-switch
               end-if
           end-if.

       210-PRINT-REP-RTN.

           add 1 to reps-listed-count
           move "N" to rep-flagged-switch
           move spaces to att-ident-out
           move rp-number(rp-scan-idx) to att-number-out
           if rp-on-master(rp-scan-idx) = "Y"
               move rp-name(rp-scan-idx) to att-name-out
           else
               move "NOT ON MASTER" to att-name-out
               add 1 to reps-off-master-count
           end-if

           move rp-period-quota(rp-scan-idx) to at-period-quota
           move rp-mtd-actual(rp-scan-idx) to at-mtd-actual
           move rp-year-quota(rp-scan-idx) to at-year-quota
           move rp-ytd-actual(rp-scan-idx) to at-ytd-actual
           move rp-closed-quota(rp-scan-idx) to at-closed-quota
           move rp-closed-actual(rp-scan-idx) to at-closed-actual
           move "Y" to line-pace-switch
           perform 215-PRINT-ATTAINMENT-SET-RTN

           add at-period-quota to bt-period-quota gt-period-quota
           add at-mtd-actual to bt-mtd-actual gt-mtd-actual
           add at-year-quota to bt-year-quota gt-year-quota
           add at-ytd-actual to bt-ytd-actual gt-ytd-actual
           add at-closed-quota to bt-closed-quota gt-closed-quota
           add at-closed-actual to bt-closed-actual gt-closed-actual

           if rep-flagged
               add 1 to reps-flagged-count
           end-if.

       215-PRINT-ATTAINMENT-SET-RTN.

           move "PERIOD" to line-basis-work
           move at-period-quota to line-quota-work
           move at-mtd-actual to line-actual-work
           move period-elapsed-days to line-elapsed-days
           move period-total-days to line-total-days
           perform 220-PRINT-ATTAINMENT-LINE-RTN

           move "YEAR" to line-basis-work
           move at-year-quota to line-quota-work
           move at-ytd-actual to line-actual-work
           move year-elapsed-days to line-elapsed-days
           move year-total-days to line-total-days
           perform 220-PRINT-ATTAINMENT-LINE-RTN

           if closed-key > zero
                   and (not line-pace-checked
                       or at-closed-quota not = zero
                       or at-closed-actual not = zero)
               move "N" to line-pace-switch
               move "CLOSED" to line-basis-work
               move at-closed-quota to line-quota-work
               move at-closed-actual to line-actual-work
               perform 220-PRINT-ATTAINMENT-LINE-RTN
           end-if.

       220-PRINT-ATTAINMENT-LINE-RTN.

           move line-basis-work to att-basis-out
           move line-quota-work to att-quota-out
           move line-actual-work to att-actual-out
           compute line-variance-work =
               line-actual-work - line-quota-work
           move line-variance-work to att-variance-out
           move spaces to att-flag-out

           if line-quota-work = zero
               move spaces to att-pct-lit
               if line-actual-work not = zero
                   move "NO QUOTA" to att-flag-out
               end-if
           else
               compute line-pct-work rounded =
                   line-actual-work * 100 / line-quota-work
                   on size error
                       move 9999.9 to line-pct-work
               end-compute
               move line-pct-work to att-pct-out
               if line-pace-checked
                       and line-elapsed-days < line-total-days
                   perform 225-CHECK-PACE-RTN
               end-if
           end-if

           write report-rec from attainment-out
               after advancing line-advance-work lines
           move 1 to line-advance-work
           move spaces to att-ident-out.

       225-CHECK-PACE-RTN.

           compute line-expected-work rounded =
               line-quota-work * line-elapsed-days / line-total-days
           if line-expected-work > zero
               compute line-pace-pct-work rounded =
                   line-actual-work * 100 / line-expected-work
                   on size error
                       move 99999.9 to line-pace-pct-work
               end-compute
               if line-pace-pct-work < pace-threshold-pct
                   move "BEHIND" to att-flag-out
                   move "Y" to rep-flagged-switch
               end-if
           end-if.

       230-PRINT-BRANCH-BREAK-RTN.

           move "N" to branch-found-switch
           move zero to br-post-idx
           perform varying br-scan-idx from 1 by 1
                   until br-scan-idx > branch-count
               if br-code(br-scan-idx) = current-branch-code
                   move br-scan-idx to br-post-idx
                   move "Y" to branch-found-switch
               end-if
           end-perform

           move spaces to att-ident-out
           if current-branch-code = spaces
               move "NO HOME BRANCH" to att-ident-out
           else
               if branch-found
                   string "BRANCH " current-branch-code " "
                           br-name(br-post-idx)
                       delimited by size into att-ident-out
               else
                   string "BRANCH " current-branch-code
                           " NOT ON FILE"
                       delimited by size into att-ident-out
               end-if
           end-if
           move 2 to line-advance-work

           move bt-period-quota to at-period-quota
           move bt-mtd-actual to at-mtd-actual
           move bt-year-quota to at-year-quota
           move bt-ytd-actual to at-ytd-actual
           move bt-closed-quota to at-closed-quota
           move bt-closed-actual to at-closed-actual
           move "N" to line-pace-switch
           perform 215-PRINT-ATTAINMENT-SET-RTN

           if branch-found
               perform 235-POST-REGION-TOTAL-RTN
           end-if

           move zero to bt-period-quota bt-mtd-actual
                        bt-year-quota bt-ytd-actual
                        bt-closed-quota bt-closed-actual
           move 2 to line-advance-work.

       235-POST-REGION-TOTAL-RTN.

           move zero to rg-post-idx
           perform varying rg-scan-idx from 1 by 1
                   until rg-scan-idx > region-count
               if rg-code(rg-scan-idx) = br-region(br-post-idx)
                   move rg-scan-idx to rg-post-idx
               end-if
           end-perform

           if rg-post-idx = zero and region-count < region-max
               add 1 to region-count
               move br-region(br-post-idx) to rg-code(region-count)
               move zero to rg-period-quota(region-count)
               move zero to rg-mtd-actual(region-count)
               move zero to rg-year-quota(region-count)
               move zero to rg-ytd-actual(region-count)
               move zero to rg-closed-quota(region-count)
               move zero to rg-closed-actual(region-count)
               move region-count to rg-post-idx
           end-if

           if rg-post-idx > zero
               add bt-period-quota to rg-period-quota(rg-post-idx)
               add bt-mtd-actual to rg-mtd-actual(rg-post-idx)
               add bt-year-quota to rg-year-quota(rg-post-idx)
               add bt-ytd-actual to rg-ytd-actual(rg-post-idx)
               add bt-closed-quota to rg-closed-quota(rg-post-idx)
               add bt-closed-actual to rg-closed-actual(rg-post-idx)
           end-if.

       240-PRINT-REGION-TOTALS-RTN.

           perform varying rg-idx from 1 by 1
                   until rg-idx > region-count
               move spaces to att-ident-out
               string "REGION " rg-code(rg-idx) " TOTAL"
                   delimited by size into att-ident-out
               move 2 to line-advance-work
               move rg-period-quota(rg-idx) to at-period-quota
               move rg-mtd-actual(rg-idx) to at-mtd-actual
               move rg-year-quota(rg-idx) to at-year-quota
               move rg-ytd-actual(rg-idx) to at-ytd-actual
               move rg-closed-quota(rg-idx) to at-closed-quota
               move rg-closed-actual(rg-idx) to at-closed-actual
               move "N" to line-pace-switch
               perform 215-PRINT-ATTAINMENT-SET-RTN
           end-perform.

       250-PRINT-GRAND-TOTAL-RTN.

           move "ALL BRANCHES TOTAL" to att-ident-out
           move 2 to line-advance-work
           move gt-period-quota to at-period-quota
           move gt-mtd-actual to at-mtd-actual
           move gt-year-quota to at-year-quota
           move gt-ytd-actual to at-ytd-actual
           move gt-closed-quota to at-closed-quota
           move gt-closed-actual to at-closed-actual
           move "N" to line-pace-switch
           perform 215-PRINT-ATTAINMENT-SET-RTN.

       300-PRINT-HEADING-RTN.

           move run-fiscal-year to quota-year-out
           move run-fiscal-period to quota-period-out
           move period-elapsed-days to quota-pd-elapsed-out
           move period-total-days to quota-pd-total-out
           move year-elapsed-days to quota-yr-elapsed-out
           move year-total-days to quota-yr-total-out
           move pace-threshold-pct to quota-pace-out

           write report-rec from quota-header-1
               after advancing 4 lines
           write report-rec from quota-header-2
               after advancing 2 lines
           if closed-key > zero
               move closed-fiscal-year to quota-closed-year-out
               move closed-fiscal-period to quota-closed-period-out
               write report-rec from quota-header-3
                   after advancing 1 lines
           end-if
           write report-rec from quota-header-4
               after advancing 2 lines.

       500-termination-routine.

           move reps-listed-count to total-listed-out
           move reps-flagged-count to total-flagged-out
           write report-rec from quota-total-out
               after advancing 2 lines

           if reps-off-master-count > zero
               move "SALESPERSONS NOT ON MASTER FILE"
                   to quota-note-text
               move reps-off-master-count to quota-note-count
               write report-rec from quota-note-out
                   after advancing 1 lines
           end-if

           if quota-read-count = zero
               move "NO QUOTA FILE ENTRIES - ALL ATTAINMENT UNQUOTED"
                   to quota-text-value
               write report-rec from quota-text-out
                   after advancing 1 lines
           end-if

           close quota-report.

       900-LOG-RUN-START-RTN.

           move "QuotaRpt" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move quota-read-count to rl-records-in
           move reps-listed-count to rl-records-out
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


       end program QuotaRpt.

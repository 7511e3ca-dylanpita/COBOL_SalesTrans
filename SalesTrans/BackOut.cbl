       program-id. BackOut as "SalesTrans.BackOut".

       environment division.
       input-output section.
       file-control.   select backout-params
                       assign to "C:\a\exercise7\bkoutprm.txt"
                       organization is line sequential
                       file status is backout-params-status.

                       select posted-batch
                       assign to "C:\a\exercise7\postbtch.txt"
                       organization is line sequential
                       file status is posted-batch-status.

                       select audit-log
                       assign to "C:\a\exercise7\auditlog.txt"
                       organization is line sequential
                       file status is audit-log-status.

                       select running-totals
                       assign to "C:\a\exercise7\runtotout.txt"
                       organization is line sequential
                       file status is running-totals-status.

                       select sales-history
                       assign to "C:\a\exercise7\saleshist.txt"
                       organization is line sequential
                       file status is sales-history-status.

                       select run-params
                       assign to "C:\a\exercise7\runparm.txt"
                       organization is line sequential
                       file status is run-params-status.

                       select gl-accounts
                       assign to "C:\a\exercise7\glacct.txt"
                       organization is line sequential
                       file status is gl-accounts-status.

                       select product-master
                       assign to "C:\a\exercise7\prodmst.txt"
                       organization is line sequential
                       file status is product-master-status.

                       select gl-backout
                       assign to "C:\a\exercise7\glbkout.txt"
                       organization is line sequential.

                       select comm-extract
                       assign to "C:\a\exercise7\commextr.txt"
                       organization is line sequential
                       file status is comm-extract-status.

                       select comm-history
                       assign to "C:\a\exercise7\commhist.txt"
                       organization is line sequential
                       file status is comm-history-status.

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

                       select fiscal-calendar
                       assign to "C:\a\exercise7\fiscal.txt"
                       organization is line sequential
                       file status is fiscal-calendar-status.

                       select close-control
                       assign to "C:\a\exercise7\closectl.txt"
                       organization is line sequential
                       file status is close-control-status.

                       select customer-master
                       assign to "C:\a\exercise7\custmst.txt"
                       organization is line sequential
                       file status is customer-master-status.

                       select ar-ledger
                       assign to "C:\a\exercise7\arledger.txt"
                       organization is line sequential
                       file status is ar-ledger-status.

                       select backout-report
                       assign to "C:\a\exercise7\bkoutrpt.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  backout-params.
       01  backout-param-record.
           05  bo-batch-id          picture x(8).

       fd  posted-batch.
       01  posted-batch-record.
           05  pb-batch-id          picture x(8).
           05  pb-business-date     picture 9(8).
           05  pb-posted-date       picture 9(8).
           05  pb-status            picture x.
               88  pb-reversed      value "R".

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
               88  al-reversal      value "X" "Y".
           05                       picture x.
           05  al-amount            picture x(10).
           05                       picture x.
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

       fd  sales-history.
       01  sales-history-record.
           05  sh-number            picture s9(4).
           05  sh-open-balance      picture s9(9)v99.

       fd  run-params.
       01  run-param-record.
           05  rp-keyword           picture x(10).
           05  rp-value-x           picture x(9).
           05  rp-value redefines rp-value-x
                                    picture 9(7)v99.
           05                       picture x.
           05  rp-rate-x            picture x(3).
           05  rp-rate redefines rp-rate-x
                                    picture v999.
           05                       picture x(57).

       fd  product-master.
       01  product-master-record.
           05  pm-code              picture x(3).
           05  pm-desc              picture x(20).
           05  pm-status            picture x.
           05  pm-override-rate-x   picture x(3).
           05  pm-override-rate redefines pm-override-rate-x
                                    picture v999.
           05  pm-sales-acct-x      picture x(6).
           05  pm-sales-acct redefines pm-sales-acct-x
                                    picture 9(6).
           05  pm-returns-acct-x    picture x(6).
           05  pm-returns-acct redefines pm-returns-acct-x
                                    picture 9(6).

       fd  gl-accounts.
       01  gl-account-record.
           05  ga-branch            picture x(3).
           05  ga-sales-acct-x      picture x(6).
           05  ga-sales-acct redefines ga-sales-acct-x
                                    picture 9(6).
           05  ga-returns-acct-x    picture x(6).
           05  ga-returns-acct redefines ga-returns-acct-x
                                    picture 9(6).
           05  ga-comm-acct-x       picture x(6).
           05  ga-comm-acct redefines ga-comm-acct-x
                                    picture 9(6).
           05  ga-clearing-acct-x   picture x(6).
           05  ga-clearing-acct redefines ga-clearing-acct-x
                                    picture 9(6).

       fd  gl-backout.
       01  gl-backout-rec           picture x(80).

       fd  comm-extract.
       01  comm-extract-rec         picture x(80).

       fd  comm-history.
       01  comm-history-rec         picture x(80).

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

       fd  customer-master.
       01  customer-master-record.
           05  cm-number            picture 9(6).
           05  cm-name              picture x(20).
           05  cm-status            picture x.
           05  cm-credit-limit      picture 9(7)v99.
           05  cm-balance           picture s9(9)v99.

       fd  ar-ledger.
       01  ar-ledger-record.
           05  ar-number            picture 9(6).
           05  ar-date              picture 9(8).
           05  ar-type              picture x.
           05  ar-amount            picture 9(7)v99.
           05  ar-reference         picture x(10).
           05  ar-posted-date       picture 9(8).

       fd  backout-report.
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

       01  backout-params-status    picture xx.
           88  backout-params-ok    value "00".

       01  posted-batch-status      picture xx.
           88  posted-batch-ok      value "00".
           88  posted-batch-eof     value "10".
           88  posted-batch-not-found value "35".

       01  audit-log-status         picture xx.
           88  audit-log-ok         value "00".
           88  audit-log-eof        value "10".

       01  running-totals-status    picture xx.
           88  running-totals-ok        value "00".
           88  running-totals-eof       value "10".
           88  running-totals-not-found value "35".

       01  sales-history-status     picture xx.
           88  sales-history-ok         value "00".
           88  sales-history-eof        value "10".
           88  sales-history-not-found  value "35".

       01  run-params-status        picture xx.
           88  run-params-ok        value "00".
           88  run-params-eof       value "10".
           88  run-params-not-found value "35".

       01  gl-accounts-status       picture xx.
           88  gl-accounts-ok       value "00".
           88  gl-accounts-eof      value "10".

       01  comm-extract-status      picture xx.
           88  comm-extract-ok      value "00".
           88  comm-extract-not-found value "35".

       01  comm-history-status      picture xx.
           88  comm-history-ok      value "00".
           88  comm-history-eof     value "10".
           88  comm-history-not-found value "35".

       01  salesmst-file-status     picture xx.
           88  salesmst-ok          value "00".
           88  salesmst-eof         value "10".

       01  transfer-history-status  picture xx.
           88  transfer-history-ok        value "00".
           88  transfer-history-eof       value "10".
           88  transfer-history-not-found value "35".

       01  close-control-status     picture xx.
           88  close-control-ok         value "00".
           88  close-control-eof        value "10".
           88  close-control-not-found  value "35".

       01  close-control-fields.
           05  prior-period-idx      picture 9(4) comp value zero.
           05  prior-period-key      picture 9(6) value zero.
           05  last-period-key       picture 9(6) value zero.
           05  period-key-work       picture 9(6) value zero.
           05  last-year-key         picture 9(4) value zero.

       01  customer-master-status   picture xx.
           88  customer-master-ok   value "00".
           88  customer-master-eof  value "10".

       01  ar-ledger-status         picture xx.
           88  ar-ledger-ok         value "00".
           88  ar-ledger-not-found  value "35".

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

       01  ar-reversal-count        picture 9(5) comp value zero.
       01  ar-reversal-max          picture 9(5) comp value 20000.
       01  ar-reversal-table.
           05  ar-reversal-entry occurs 1 to 20000 times
                   depending on ar-reversal-count
                   indexed by rc-idx.
               10  rc-customer       picture 9(6).
               10  rc-date           picture 9(8).
               10  rc-type           picture x.
               10  rc-amount         picture 9(7)v99.

       01  ar-reversal-work-fields.
           05  rc-scan-idx           picture 9(5) comp.
           05  rc-post-idx           picture 9(5) comp.
           05  rc-type-work          picture x.
           05  rc-customer-work      picture 9(6).
           05  ar-balance-change     picture s9(9)v99 value zero.
           05  ar-skipped-count      picture 9(5) comp value zero.

       01  hist-unstring-fields.
           05  ch-date              picture x(10).
           05  ch-number            picture x(5).
           05  ch-name              picture x(20).
           05  ch-rate              picture x(6).
           05  ch-sales             picture x(12).
           05  ch-due               picture x(12).

       01  hist-parse-fields.
           05  hist-number-work     picture 9(4) value zero.
           05  hist-date-work-x     picture x(8).
           05  hist-date-work redefines hist-date-work-x
                                    picture 9(8).
           05  hist-rate-work       picture 99v999 value zero.

       01  batch-control-fields.
           05  batch-id-save        picture x(8).
           05  batch-business-date  picture 9(8) value zero.
           05  batch-posted-date    picture 9(8) value zero.
           05  batch-posted-format  picture x(10) value spaces.
           05  batch-posted-parts redefines batch-posted-format.
               10  batch-posted-dd  picture x(2).
               10                   picture x.
               10  batch-posted-mm  picture x(2).
               10                   picture x.
               10  batch-posted-yyyy picture x(4).
           05  batch-status-save    picture x value space.
               88  batch-gl-held    value "H".
           05  batch-found-switch   picture x value "N".
               88  batch-found      value "Y".

       01  detail-count             picture 9(5) comp value zero.
       01  detail-max               picture 9(5) comp value 20000.
       01  detail-table.
           05  detail-entry occurs 1 to 20000 times
                   depending on detail-count
                   indexed by dt-idx.
               10  dt-number         picture s9(4).
               10  dt-name           picture x(20).
               10  dt-type           picture x.
                   88  dt-return     value "R".
               10  dt-amount         picture 9(7)v99.
               10  dt-branch         picture x(3).
               10  dt-trans-date     picture 9(8).
               10  dt-customer       picture x(6).
               10  dt-split-pct      picture x(3).
               10  dt-product        picture x(3).

       01  detail-work-fields.
           05  reversal-seen-switch  picture x value "N".
               88  reversal-seen     value "Y".
           05  detail-number-work    picture 9(4).
           05  detail-amount-work    picture s9(7)v99.

       01  rep-count                picture 9(4) comp value zero.
       01  rep-max                  picture 9(4) comp value 5000.
       01  rep-table.
           05  rep-entry occurs 1 to 5000 times
                   depending on rep-count
                   indexed by rv-idx.
               10  rv-number         picture s9(4).
               10  rv-name           picture x(20).
               10  rv-sales-reversed picture s9(7)v99.
               10  rv-returns-reversed
                                     picture s9(7)v99.
               10  rv-mtd-change     picture s9(7)v99.
               10  rv-override-sales-change
                                     picture s9(7)v99.
               10  rv-override-comm-change
                                     picture s9(7)v99.
               10  rv-last-date      picture 9(8).
               10  rv-last-branch    picture x(3).
               10  rv-master-branch  picture x(3).
               10  rv-home-branch    picture x(3).
               10  rv-comm-adjust    picture s9(7)v99.
               10  rv-comm-rate      picture v999.
               10  rv-prior-sales-change
                                     picture s9(7)v99.
               10  rv-prior-override-sales
                                     picture s9(7)v99.
               10  rv-prior-override-comm
                                     picture s9(7)v99.
               10  rv-prior-adjust   picture s9(7)v99.
               10  rv-prior-rate     picture v999.
               10  rv-paid-rate      picture v999.
               10  rv-paid-rate-date picture 9(8).

       01  rep-work-fields.
           05  rv-scan-idx           picture 9(4) comp.
           05  rv-post-idx           picture 9(4) comp.

       01  totals-count             picture 9(4) comp value zero.
       01  totals-max               picture 9(4) comp value 5000.
       01  totals-table.
           05  totals-entry occurs 1 to 5000 times
                   depending on totals-count
                   indexed by rt-idx.
               10  rt-number         picture s9(4).
               10  rt-weekly-total   picture s9(7)v99.
               10  rt-mtd-total      picture s9(7)v99.
               10  rt-ytd-total      picture s9(7)v99.
               10  rt-override-sales picture s9(7)v99.
               10  rt-override-comm  picture s9(7)v99.

       01  totals-work-fields.
           05  rt-scan-idx           picture 9(4) comp.
           05  rt-post-idx           picture 9(4) comp.

       01  history-count            picture 9(4) comp value zero.
       01  history-max              picture 9(4) comp value 5000.
       01  history-table.
           05  history-entry occurs 1 to 5000 times
                   depending on history-count
                   indexed by hs-idx.
               10  hs-number         picture s9(4).
               10  hs-open-balance   picture s9(9)v99.

       01  history-work-fields.
           05  hs-scan-idx           picture 9(4) comp.
           05  hs-post-idx           picture 9(4) comp.

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

       01  tier-count               picture 9(4) comp value zero.
       01  tier-max                 picture 9(4) comp value 10.
       01  commission-tier-table.
           05  tier-entry occurs 1 to 10 times
                   depending on tier-count
                   indexed by tr-idx.
               10  tier-threshold    picture 9(7)v99.
               10  tier-rate         picture v999.

       01  tier-work-fields.
           05  tier-found-switch    picture x value "N".
           05  tier-prev-threshold  picture 9(7)v99 value zero.
           05  commission-sales-work picture s9(7)v99.
           05  commission-rate      picture v999.
           05  commission-old-mtd   picture s9(7)v99.
           05  commission-new-mtd   picture s9(7)v99.
           05  commission-old-owed  picture s9(7)v99.
           05  commission-new-owed  picture s9(7)v99.

       01  comm-record-fields.
           05  ce-number-out         picture zzz9.
           05  ce-rate-work          picture 99v999.
           05  ce-rate-out           picture z9.999.
           05  ce-sales-work         picture s9(7)v99.
           05  ce-sales-out          picture zzzzzz9.99CR.
           05  ce-due-out            picture zzzzzz9.99CR.
           05  ce-detail-work        picture x(60).

       01  gl-acct-count            picture 9(4) comp value zero.
       01  gl-acct-max              picture 9(4) comp value 500.
       01  gl-acct-table.
           05  gl-acct-entry occurs 1 to 500 times
                   depending on gl-acct-count
                   indexed by ga-idx.
               10  gat-branch        picture x(3).
               10  gat-sales-acct    picture 9(6).
               10  gat-returns-acct  picture 9(6).
               10  gat-comm-acct     picture 9(6).
               10  gat-clearing-acct picture 9(6).

       01  gl-acct-work-fields.
           05  ga-scan-idx           picture 9(4) comp.
           05  ga-post-idx           picture 9(4) comp.
           05  gl-acct-found-switch  picture x value "N".
               88  gl-acct-found     value "Y".

       01  product-master-status    picture xx.
           88  product-master-ok    value "00".
           88  product-master-eof   value "10".

       01  product-count            picture 9(4) comp value zero.
       01  product-max              picture 9(4) comp value 200.
       01  product-table.
           05  product-entry occurs 1 to 200 times
                   depending on product-count
                   ascending key is pd-code
                   indexed by pd-idx.
               10  pd-code           picture x(3).
               10  pd-override-rate  picture v999.
               10  pd-sales-acct     picture 9(6).
               10  pd-returns-acct   picture 9(6).

       01  product-work-fields.
           05  override-comm-work    picture s9(7)v99.
           05  product-sales-acct    picture 9(6).
           05  product-returns-acct  picture 9(6).

       01  gl-product-count         picture 9(4) comp value zero.
       01  gl-product-max           picture 9(4) comp value 2000.
       01  gl-product-table.
           05  gl-product-entry occurs 1 to 2000 times
                   depending on gl-product-count
                   indexed by gp-idx.
               10  gp-branch         picture x(3).
               10  gp-product        picture x(3).
               10  gp-gross-sales    picture 9(9)v99.
               10  gp-returns-total  picture 9(9)v99.

       01  gl-product-work-fields.
           05  gp-scan-idx           picture 9(4) comp.
           05  gp-post-idx           picture 9(4) comp.

       01  gl-branch-count          picture 9(4) comp value zero.
       01  gl-branch-max            picture 9(4) comp value 500.
       01  gl-branch-table.
           05  gl-branch-entry occurs 1 to 500 times
                   depending on gl-branch-count
                   indexed by gb-idx.
               10  gb-branch         picture x(3).
               10  gb-gross-sales    picture 9(9)v99.
               10  gb-returns-total  picture 9(9)v99.
               10  gb-comm-accrual   picture s9(9)v99.

       01  gl-branch-work-fields.
           05  gb-scan-idx           picture 9(4) comp.
           05  gb-post-idx           picture 9(4) comp.
           05  gb-branch-work        picture x(3).

       01  gl-journal-fields.
           05  gj-acct-out           picture 9(6).
           05  gj-amount-work        picture 9(9)v99.
           05  gj-amount-out         picture zzzzzzzz9.99.
           05  gj-side-out           picture x(2).
           05  gj-desc-out           picture x(24).
           05  gj-branch-out         picture x(3).
           05  gj-debit-total        picture s9(11)v99 value zero.
           05  gj-credit-total       picture s9(11)v99 value zero.
           05  gj-total-out          picture zzzzzzzzzz9.99.
           05  gj-total2-out         picture zzzzzzzzzz9.99.
           05  gj-line-count         picture 9(6) comp value zero.

       01  audit-seq-number         picture 9(6) comp value zero.

       01  audit-trans-out.
           05  audit-date-out          picture x(10).
           05                          picture x(1) value space.
           05  audit-seq-out           picture 9(6).
           05                          picture x(1) value space.
           05  audit-number-out        picture -zzz9.
           05                          picture x(1) value space.
           05  audit-name-out          picture x(20).
           05                          picture x(1) value space.
           05  audit-type-out          picture x.
           05                          picture x(1) value space.
           05  audit-amount-out        picture $ZZ,ZZZ.99.
           05                          picture x(1) value space.
           05  audit-branch-out        picture x(3).
           05                          picture x(1) value space.
           05  audit-trans-date-out    picture 9(8).
           05                          picture x(1) value space.
           05  audit-batch-out         picture x(8).
           05                          picture x(1) value space.
           05  audit-customer-out      picture x(6).
           05                          picture x(1) value space.
           05  audit-split-pct-out     picture x(3).
           05                          picture x(1) value space.
           05  audit-product-out       picture x(3).

       01  backout-totals.
           05  total-sales-reversed   picture s9(9)v99 value zero.
           05  total-returns-reversed picture s9(9)v99 value zero.
           05  total-comm-adjust      picture s9(9)v99 value zero.
           05  total-prior-comm-adjust
                                      picture s9(9)v99 value zero.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  run-date-number redefines date-field
                                    picture 9(8).

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
           05  fw-paid-idx           picture 9(4) comp value zero.
           05  paid-period-start     picture 9(8) value zero.
           05  paid-period-end       picture 9(8) value zero.
           05  bucket-date-work      picture 9(8) value zero.

       01  register-header-1.
           05      picture x(22) value spaces.
           05      picture x(23) value "BATCH BACK-OUT REGISTER".
           05      picture x(3) value spaces.
           05  register-date-out   picture x(10).
           05      picture x(22) value spaces.

       01  register-header-2.
           05      picture x(2) value spaces.
           05      picture x(6) value "BATCH".
           05  register-batch-out  picture x(8).
           05      picture x(3) value spaces.
           05      picture x(14) value "BUSINESS DATE".
           05  register-bus-date-out
                                   picture 9(8).
           05      picture x(3) value spaces.
           05      picture x(15) value "STATUS AT POST".
           05  register-status-out picture x(6).
           05      picture x(15) value spaces.

       01  register-header-3.
           05      picture x(2) value spaces.
           05      picture x(6) value "NO.".
           05      picture x(18) value "NAME".
           05      picture x(11) value "SALES REV".
           05      picture x(2) value spaces.
           05      picture x(11) value "RETURNS REV".
           05      picture x(2) value spaces.
           05      picture x(11) value "NET REV".
           05      picture x(2) value spaces.
           05      picture x(10) value "COMM ADJ".
           05      picture x(5) value spaces.

       01  register-trans-out.
           05                          picture x(2) value spaces.
           05  register-number-out     picture -zzz9.
           05                          picture x(1) value spaces.
           05  register-name-out       picture x(18).
           05  register-sales-out      picture -zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  register-returns-out    picture -zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  register-net-out        picture -zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  register-comm-out       picture -zzzzz9.99.
           05                          picture x(5) value spaces.

       01  register-count-out.
           05      picture x(2) value spaces.
           05  register-count-label    picture x(30).
           05  register-count-value    picture zzzzz9.
           05      picture x(42) value spaces.

       01  register-amount-out.
           05      picture x(2) value spaces.
           05  register-amount-label   picture x(30).
           05  register-amount-value   picture $$$,$$$,$$9.99-.
           05      picture x(33) value spaces.

       01  register-text-out.
           05      picture x(2) value spaces.
           05  register-text-value     picture x(78).

       procedure division.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-BACKOUT-PARM-RTN
           move batch-id-save to rl-work-id

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format

           perform 045-CHECK-POSTED-BATCH-RTN
           perform 055-LOAD-FISCAL-CALENDAR-RTN
           perform 041-CHECK-PERIOD-CLOSED-RTN
           perform 046-FIND-PAID-PERIOD-RTN
           perform 047-LOAD-RUN-PARAMS-RTN
           perform 052-LOAD-GL-ACCOUNTS-RTN
           perform 050-LOAD-PRODUCT-MASTER-RTN
           perform 060-COLLECT-AUDIT-DETAIL-RTN
           perform 065-BUILD-REP-TABLE-RTN
           perform 067-LOAD-HOME-BRANCHES-RTN
           perform 057-LOAD-PAID-RATES-RTN
           perform 070-LOAD-RUNNING-TOTALS-RTN
           perform 071-LOAD-CUSTOMER-MASTER-RTN
           perform 075-LOAD-SALES-HISTORY-RTN

           perform varying dt-idx from 1 by 1
                   until dt-idx > detail-count
               perform 100-reverse-routine
           end-perform

           perform varying rv-idx from 1 by 1
                   until rv-idx > rep-count
               perform 200-commission-routine
           end-perform

           perform 300-WRITE-GL-JOURNAL-RTN
           perform 350-WRITE-COMM-REVERSAL-RTN
           perform 360-POST-AR-REVERSAL-RTN
           perform 400-WRITE-AUDIT-REVERSAL-RTN
           perform 450-REWRITE-RUNNING-TOTALS-RTN
           perform 460-REWRITE-SALES-HISTORY-RTN
           perform 470-RECORD-REVERSED-BATCH-RTN
           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-BACKOUT-PARM-RTN.

           open input backout-params
           if not backout-params-ok
               display "BACK-OUT PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read backout-params
               at end
                   close backout-params
                   display "BACK-OUT PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           move bo-batch-id to batch-id-save
           close backout-params
           if batch-id-save = spaces
               display "BACK-OUT BATCH ID MISSING - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       041-CHECK-PERIOD-CLOSED-RTN.

           perform varying fw-scan-idx from 1 by 1
                   until fw-scan-idx > fiscal-count
               if fw-start-date(fw-scan-idx) < fiscal-period-start
                   move fw-scan-idx to prior-period-idx
               end-if
           end-perform

           if prior-period-idx > zero
               compute prior-period-key =
                   fw-fiscal-year(prior-period-idx) * 100
                       + fw-fiscal-period(prior-period-idx)
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
                               perform 042-APPLY-CLOSE-CONTROL-RTN
                       end-read
                   end-perform
                   close close-control
               end-if
               if last-period-key < prior-period-key
                   display "PERIOD NOT CLOSED - RUN STOPPED"
                   display "FISCAL PERIOD "
                       fw-fiscal-year(prior-period-idx) "/"
                       fw-fiscal-period(prior-period-idx)
                       " MUST BE CLOSED FIRST"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               if fw-fiscal-year(prior-period-idx) <
                       fw-fiscal-year(fw-run-idx)
                       and last-year-key <
                           fw-fiscal-year(prior-period-idx)
                   display "PERIOD NOT CLOSED - RUN STOPPED"
                   display "FISCAL YEAR "
                       fw-fiscal-year(prior-period-idx)
                       " MUST BE CLOSED FIRST"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
           end-if.

       042-APPLY-CLOSE-CONTROL-RTN.

           if cc-fiscal-year is not numeric
                   or cc-fiscal-period is not numeric
               display "INVALID CLOSE CONTROL RECORD - RUN STOPPED"
               display close-control-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if cc-close-monthly or cc-close-yearly
               compute period-key-work =
                   cc-fiscal-year * 100 + cc-fiscal-period
               if period-key-work > last-period-key
                   move period-key-work to last-period-key
               end-if
           end-if
           if cc-close-yearly
               if cc-fiscal-year > last-year-key
                   move cc-fiscal-year to last-year-key
               end-if
           end-if.

       045-CHECK-POSTED-BATCH-RTN.

           open input posted-batch
           if not posted-batch-ok
               display "POSTED BATCH CONTROL FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until posted-batch-eof
               read posted-batch
                   at end
                       set posted-batch-eof to true
                   not at end
                       if pb-batch-id = batch-id-save
                           move "Y" to batch-found-switch
                           move pb-business-date
                               to batch-business-date
                           move pb-posted-date to batch-posted-date
                           move pb-status to batch-status-save
                       end-if
               end-read
           end-perform
           close posted-batch

           if not batch-found
               display "BATCH " batch-id-save
                   " NOT ON POSTED BATCH FILE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if batch-status-save = "R"
               display "BATCH " batch-id-save
                   " ALREADY BACKED OUT - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if batch-posted-date is not numeric
               move run-date-number to batch-posted-date
           end-if
           string batch-posted-date(7:2) "/" batch-posted-date(5:2)
               "/" batch-posted-date(1:4)
               delimited by size into batch-posted-format.

       046-FIND-PAID-PERIOD-RTN.

           move fiscal-period-start to paid-period-start
           move fw-end-date(fw-run-idx) to paid-period-end
           if batch-posted-date < fiscal-period-start
               perform varying fw-scan-idx from 1 by 1
                       until fw-scan-idx > fiscal-count
                   if fw-start-date(fw-scan-idx) <= batch-posted-date
                           and fw-end-date(fw-scan-idx)
                               >= batch-posted-date
                       move fw-scan-idx to fw-paid-idx
                   end-if
               end-perform
               if fw-paid-idx = zero
                   display "BATCH POSTING DATE " batch-posted-date
                       " NOT IN FISCAL CALENDAR - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               move fw-start-date(fw-paid-idx) to paid-period-start
               move fw-end-date(fw-paid-idx) to paid-period-end
               perform varying fw-scan-idx from 1 by 1
                       until fw-scan-idx > fiscal-count
                   if fw-fiscal-year(fw-scan-idx) =
                           fw-fiscal-year(fw-paid-idx)
                           and fw-fiscal-period(fw-scan-idx) =
                               fw-fiscal-period(fw-paid-idx)
                       if fw-start-date(fw-scan-idx)
                               < paid-period-start
                           move fw-start-date(fw-scan-idx)
                               to paid-period-start
                       end-if
                       if fw-end-date(fw-scan-idx) > paid-period-end
                           move fw-end-date(fw-scan-idx)
                               to paid-period-end
                       end-if
                   end-if
               end-perform
           end-if.

       047-LOAD-RUN-PARAMS-RTN.

           open input run-params

           if run-params-not-found
               perform 049-LOAD-DEFAULT-TIERS-RTN
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
                           if rp-keyword = "TIER"
                               perform 048-APPLY-TIER-PARAM-RTN
                           end-if
                   end-read
               end-perform
               close run-params
               if tier-count = zero
                   perform 049-LOAD-DEFAULT-TIERS-RTN
               end-if
           end-if.

       048-APPLY-TIER-PARAM-RTN.

           if rp-value-x is not numeric
                   or rp-rate-x is not numeric
                   or tier-count >= tier-max
                   or rp-value <= tier-prev-threshold
               display "INVALID RUN PARAMETER RECORD - RUN STOPPED"
               display run-param-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to tier-count
           move rp-value to tier-threshold(tier-count)
           move rp-rate to tier-rate(tier-count)
           move rp-value to tier-prev-threshold.

       049-LOAD-DEFAULT-TIERS-RTN.

           move 3 to tier-count
           move 9999.99 to tier-threshold(1)
           move .030 to tier-rate(1)
           move 25000.00 to tier-threshold(2)
           move .050 to tier-rate(2)
           move 9999999.99 to tier-threshold(3)
           move .070 to tier-rate(3).

       052-LOAD-GL-ACCOUNTS-RTN.

           open input gl-accounts
           if not gl-accounts-ok
               display "GL ACCOUNT MAPPING FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until gl-accounts-eof
               read gl-accounts
                   at end
                       set gl-accounts-eof to true
                   not at end
                       perform 053-APPLY-GL-ACCOUNT-RTN
               end-read
           end-perform
           close gl-accounts.

       053-APPLY-GL-ACCOUNT-RTN.

           if gl-acct-count >= gl-acct-max
               display "GL ACCOUNT MAPPING EXCEEDS TABLE CAPACITY - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if ga-sales-acct-x is not numeric
                   or ga-returns-acct-x is not numeric
                   or ga-comm-acct-x is not numeric
                   or ga-clearing-acct-x is not numeric
               display "INVALID GL ACCOUNT MAPPING RECORD - RUN "
                   "STOPPED"
               display gl-account-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to gl-acct-count
           move ga-branch to gat-branch(gl-acct-count)
           move ga-sales-acct to gat-sales-acct(gl-acct-count)
           move ga-returns-acct to gat-returns-acct(gl-acct-count)
           move ga-comm-acct to gat-comm-acct(gl-acct-count)
           move ga-clearing-acct to gat-clearing-acct(gl-acct-count).

       050-LOAD-PRODUCT-MASTER-RTN.

           open input product-master
           if not product-master-ok
               display "PRODUCT MASTER FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until product-master-eof
               read product-master
                   at end
                       set product-master-eof to true
                   not at end
                       perform 051-APPLY-PRODUCT-RTN
               end-read
           end-perform
           close product-master
           sort product-entry on ascending key pd-code.

       051-APPLY-PRODUCT-RTN.

           if product-count >= product-max
               display "PRODUCT MASTER EXCEEDS TABLE CAPACITY - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to product-count
           move pm-code to pd-code(product-count)
           move zero to pd-override-rate(product-count)
           move zero to pd-sales-acct(product-count)
           move zero to pd-returns-acct(product-count)
           if pm-override-rate-x is numeric
               move pm-override-rate to pd-override-rate(product-count)
           end-if
           if pm-sales-acct-x is numeric
               move pm-sales-acct to pd-sales-acct(product-count)
           end-if
           if pm-returns-acct-x is numeric
               move pm-returns-acct to pd-returns-acct(product-count)
           end-if.

       055-LOAD-FISCAL-CALENDAR-RTN.

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
                       perform 056-APPLY-FISCAL-WEEK-RTN
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

       056-APPLY-FISCAL-WEEK-RTN.

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

       057-LOAD-PAID-RATES-RTN.

           if paid-period-start < fiscal-period-start
               open input comm-history
               if comm-history-not-found
                   continue
               else
                   if not comm-history-ok
                       display "COMM HISTORY FILE NOT READABLE - RUN "
                           "STOPPED"
                       move 12 to return-code
                       perform 990-STOP-RUN-RTN
                   end-if
                   perform until comm-history-eof
                       read comm-history
                           at end
                               set comm-history-eof to true
                           not at end
                               perform 058-APPLY-PAID-RATE-RTN
                       end-read
                   end-perform
                   close comm-history
               end-if
           end-if.

       058-APPLY-PAID-RATE-RTN.

           move spaces to hist-unstring-fields
           unstring comm-history-rec delimited by "|"
               into ch-date ch-number ch-name ch-rate
                    ch-sales ch-due

           string ch-date(7:4) ch-date(4:2) ch-date(1:2)
               delimited by size into hist-date-work-x
           if hist-date-work-x is numeric
                   and hist-date-work >= paid-period-start
                   and hist-date-work <= paid-period-end
                   and ch-number not = spaces
                   and ch-rate not = spaces
               compute hist-number-work = function numval(ch-number)
               compute hist-rate-work = function numval(ch-rate)
               perform varying rv-scan-idx from 1 by 1
                       until rv-scan-idx > rep-count
                   if rv-number(rv-scan-idx) = hist-number-work
                           and hist-date-work
                               >= rv-paid-rate-date(rv-scan-idx)
                       compute rv-paid-rate(rv-scan-idx) =
                           hist-rate-work / 100
                       move hist-date-work
                           to rv-paid-rate-date(rv-scan-idx)
                   end-if
               end-perform
           end-if.

       060-COLLECT-AUDIT-DETAIL-RTN.

           open input audit-log
           if not audit-log-ok
               display "AUDIT LOG FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until audit-log-eof
               read audit-log
                   at end
                       set audit-log-eof to true
                   not at end
                       if al-batch = batch-id-save
                               and al-trans-date is numeric
                           perform 062-KEEP-AUDIT-DETAIL-RTN
                       end-if
               end-read
           end-perform
           close audit-log

           if reversal-seen
               move zero to detail-count
           end-if
           if detail-count = zero
               display "NO POSTED AUDIT DETAIL FOUND FOR BATCH "
                   batch-id-save " - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       062-KEEP-AUDIT-DETAIL-RTN.

           evaluate true
               when al-reversal
                   move "Y" to reversal-seen-switch
               when al-sale or al-return
                   if reversal-seen
                       move zero to detail-count
                       move "N" to reversal-seen-switch
                   end-if
                   if detail-count >= detail-max
                       display "BATCH AUDIT DETAIL EXCEEDS TABLE "
                           "CAPACITY - RUN STOPPED"
                       move 12 to return-code
                       perform 990-STOP-RUN-RTN
                   end-if
                   add 1 to detail-count
                   compute detail-number-work =
                       function numval(al-number)
                   move detail-number-work to dt-number(detail-count)
                   move al-name to dt-name(detail-count)
                   move al-type to dt-type(detail-count)
                   move function numval-c(al-amount)
                       to dt-amount(detail-count)
                   move al-branch to dt-branch(detail-count)
                   move al-trans-date to dt-trans-date(detail-count)
                   move al-customer to dt-customer(detail-count)
                   move al-split-pct to dt-split-pct(detail-count)
                   move al-product to dt-product(detail-count)
               when other
                   continue
           end-evaluate.

       065-BUILD-REP-TABLE-RTN.

           perform varying dt-idx from 1 by 1
                   until dt-idx > detail-count
               move zero to rv-post-idx
               perform varying rv-scan-idx from 1 by 1
                       until rv-scan-idx > rep-count
                   if rv-number(rv-scan-idx) = dt-number(dt-idx)
                       move rv-scan-idx to rv-post-idx
                   end-if
               end-perform
               if rv-post-idx = zero
                   if rep-count >= rep-max
                       display "BATCH SALESPERSONS EXCEED TABLE "
                           "CAPACITY - RUN STOPPED"
                       move 12 to return-code
                       perform 990-STOP-RUN-RTN
                   end-if
                   add 1 to rep-count
                   move rep-count to rv-post-idx
                   move dt-number(dt-idx) to rv-number(rv-post-idx)
                   move dt-name(dt-idx) to rv-name(rv-post-idx)
                   move zero to rv-sales-reversed(rv-post-idx)
                   move zero to rv-returns-reversed(rv-post-idx)
                   move zero to rv-mtd-change(rv-post-idx)
                   move zero to rv-override-sales-change(rv-post-idx)
                   move zero to rv-override-comm-change(rv-post-idx)
                   move zero to rv-last-date(rv-post-idx)
                   move spaces to rv-master-branch(rv-post-idx)
                   move spaces to rv-home-branch(rv-post-idx)
                   move zero to rv-comm-adjust(rv-post-idx)
                   move zero to rv-comm-rate(rv-post-idx)
                   move zero to rv-prior-sales-change(rv-post-idx)
                   move zero to rv-prior-override-sales(rv-post-idx)
                   move zero to rv-prior-override-comm(rv-post-idx)
                   move zero to rv-prior-adjust(rv-post-idx)
                   move zero to rv-prior-rate(rv-post-idx)
                   move zero to rv-paid-rate(rv-post-idx)
                   move zero to rv-paid-rate-date(rv-post-idx)
               end-if
               if dt-trans-date(dt-idx) >= rv-last-date(rv-post-idx)
                   move dt-trans-date(dt-idx)
                       to rv-last-date(rv-post-idx)
                   move dt-branch(dt-idx) to rv-last-branch(rv-post-idx)
               end-if
           end-perform.

       067-LOAD-HOME-BRANCHES-RTN.

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
                       perform varying rv-idx from 1 by 1
                               until rv-idx > rep-count
                           if rv-number(rv-idx) = salesmst-number
                               move salesmst-home-branch
                                   to rv-master-branch(rv-idx)
                           end-if
                       end-perform
               end-read
           end-perform
           close salesmst

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
                           perform 068-APPLY-TRANSFER-RTN
                   end-read
               end-perform
               close transfer-history
           end-if

           perform varying rv-idx from 1 by 1
                   until rv-idx > rep-count
               perform 069-RESOLVE-HOME-BRANCH-RTN
           end-perform.

       068-APPLY-TRANSFER-RTN.

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

       069-RESOLVE-HOME-BRANCH-RTN.

           move rv-master-branch(rv-idx) to home-branch-work
           move "N" to home-found-switch
           move zero to home-best-date
           move 99999999 to home-first-date
           move spaces to home-first-branch
           perform varying xt-scan-idx from 1 by 1
                   until xt-scan-idx > transfer-count
               if xt-number(xt-scan-idx) = rv-number(rv-idx)
                   if xt-eff-date(xt-scan-idx) <= rv-last-date(rv-idx)
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
           if home-branch-work = spaces
               move rv-last-branch(rv-idx) to home-branch-work
           end-if
           move home-branch-work to rv-home-branch(rv-idx).

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
                           if totals-count >= totals-max
                               display "RUNNING TOTALS EXCEED TABLE "
                                   "CAPACITY - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           add 1 to totals-count
                           move rto-number to rt-number(totals-count)
                           move rto-weekly-total
                               to rt-weekly-total(totals-count)
                           move rto-mtd-total
                               to rt-mtd-total(totals-count)
                           move rto-ytd-total
                               to rt-ytd-total(totals-count)
                           move zero to rt-override-sales(totals-count)
                           move zero to rt-override-comm(totals-count)
                           if rto-override-mtd-sales is numeric
                                   and rto-override-mtd-comm is numeric
                               move rto-override-mtd-sales
                                   to rt-override-sales(totals-count)
                               move rto-override-mtd-comm
                                   to rt-override-comm(totals-count)
                           end-if
                   end-read
               end-perform
               close running-totals
           end-if.

       071-LOAD-CUSTOMER-MASTER-RTN.

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
                       perform 072-LOAD-CUSTOMER-RTN
               end-read
           end-perform
           close customer-master
           if customer-count > zero
               sort customer-entry on ascending key ct-number
           end-if.

       072-LOAD-CUSTOMER-RTN.

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
           move cm-balance to ct-balance(customer-count).

       075-LOAD-SALES-HISTORY-RTN.

           open input sales-history

           if sales-history-not-found
               continue
           else
               if not sales-history-ok
                   display "SALES HISTORY FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until sales-history-eof
                   read sales-history
                       at end
                           set sales-history-eof to true
                       not at end
                           if sh-open-balance is not numeric
                               display "SALES HISTORY FILE IN OLD "
                                   "FORMAT - CONVERT - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           if history-count >= history-max
                               display "SALES HISTORY EXCEEDS TABLE "
                                   "CAPACITY - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           add 1 to history-count
                           move sh-number to hs-number(history-count)
                           move sh-open-balance
                               to hs-open-balance(history-count)
                   end-read
               end-perform
               close sales-history
           end-if.

       100-reverse-routine.

           if dt-return(dt-idx)
               move dt-amount(dt-idx) to detail-amount-work
               add dt-amount(dt-idx) to total-returns-reversed
           else
               compute detail-amount-work = zero - dt-amount(dt-idx)
               add dt-amount(dt-idx) to total-sales-reversed
           end-if

           perform 110-FIND-REP-RTN
           if dt-return(dt-idx)
               add dt-amount(dt-idx) to rv-returns-reversed(rv-post-idx)
           else
               add dt-amount(dt-idx) to rv-sales-reversed(rv-post-idx)
           end-if

           move dt-trans-date(dt-idx) to bucket-date-work
           if bucket-date-work < paid-period-start
               move paid-period-start to bucket-date-work
           end-if

           perform 120-FIND-TOTALS-RTN
           if bucket-date-work >= fiscal-week-start
               add detail-amount-work to rt-weekly-total(rt-post-idx)
           end-if
           if bucket-date-work >= fiscal-period-start
               add detail-amount-work to rt-mtd-total(rt-post-idx)
               add detail-amount-work to rv-mtd-change(rv-post-idx)
               perform 105-REVERSE-OVERRIDE-RTN
           else
               perform 106-REVERSE-PRIOR-PERIOD-RTN
           end-if
           if dt-trans-date(dt-idx) >= fiscal-year-start
               add detail-amount-work to rt-ytd-total(rt-post-idx)
           end-if

           perform 130-FIND-HISTORY-RTN
           add detail-amount-work to hs-open-balance(hs-post-idx)

           move dt-branch(dt-idx) to gb-branch-work
           perform 140-FIND-GL-BRANCH-RTN
           perform 150-FIND-GL-PRODUCT-RTN
           if dt-return(dt-idx)
               add dt-amount(dt-idx) to gb-returns-total(gb-post-idx)
               add dt-amount(dt-idx) to gp-returns-total(gp-post-idx)
           else
               add dt-amount(dt-idx) to gb-gross-sales(gb-post-idx)
               add dt-amount(dt-idx) to gp-gross-sales(gp-post-idx)
           end-if

           perform 160-COLLECT-AR-REVERSAL-RTN.

       105-REVERSE-OVERRIDE-RTN.

           search all product-entry
               at end
                   continue
               when pd-code(pd-idx) = dt-product(dt-idx)
                   if pd-override-rate(pd-idx) > zero
                       compute override-comm-work rounded =
                           detail-amount-work * pd-override-rate(pd-idx)
                       add detail-amount-work
                           to rt-override-sales(rt-post-idx)
                       add override-comm-work
                           to rt-override-comm(rt-post-idx)
                       add detail-amount-work
                           to rv-override-sales-change(rv-post-idx)
                       add override-comm-work
                           to rv-override-comm-change(rv-post-idx)
                   end-if
           end-search.

       106-REVERSE-PRIOR-PERIOD-RTN.

           add detail-amount-work to rv-prior-sales-change(rv-post-idx)
           search all product-entry
               at end
                   continue
               when pd-code(pd-idx) = dt-product(dt-idx)
                   if pd-override-rate(pd-idx) > zero
                       compute override-comm-work rounded =
                           detail-amount-work * pd-override-rate(pd-idx)
                       add detail-amount-work
                           to rv-prior-override-sales(rv-post-idx)
                       add override-comm-work
                           to rv-prior-override-comm(rv-post-idx)
                   end-if
           end-search.

       110-FIND-REP-RTN.

           move zero to rv-post-idx
           perform varying rv-scan-idx from 1 by 1
                   until rv-scan-idx > rep-count
               if rv-number(rv-scan-idx) = dt-number(dt-idx)
                   move rv-scan-idx to rv-post-idx
               end-if
           end-perform.

       120-FIND-TOTALS-RTN.

           move zero to rt-post-idx
           perform varying rt-scan-idx from 1 by 1
                   until rt-scan-idx > totals-count
               if rt-number(rt-scan-idx) = dt-number(dt-idx)
                   move rt-scan-idx to rt-post-idx
               end-if
           end-perform

           if rt-post-idx = zero
               if totals-count >= totals-max
                   display "RUNNING TOTALS EXCEED TABLE CAPACITY - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to totals-count
               move totals-count to rt-post-idx
               move dt-number(dt-idx) to rt-number(rt-post-idx)
               move zero to rt-weekly-total(rt-post-idx)
               move zero to rt-mtd-total(rt-post-idx)
               move zero to rt-ytd-total(rt-post-idx)
               move zero to rt-override-sales(rt-post-idx)
               move zero to rt-override-comm(rt-post-idx)
           end-if.

       130-FIND-HISTORY-RTN.

           move zero to hs-post-idx
           perform varying hs-scan-idx from 1 by 1
                   until hs-scan-idx > history-count
               if hs-number(hs-scan-idx) = dt-number(dt-idx)
                   move hs-scan-idx to hs-post-idx
               end-if
           end-perform

           if hs-post-idx = zero
               if history-count >= history-max
                   display "SALES HISTORY EXCEEDS TABLE CAPACITY - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to history-count
               move history-count to hs-post-idx
               move dt-number(dt-idx) to hs-number(hs-post-idx)
               move zero to hs-open-balance(hs-post-idx)
           end-if.

       140-FIND-GL-BRANCH-RTN.

           move zero to gb-post-idx
           perform varying gb-scan-idx from 1 by 1
                   until gb-scan-idx > gl-branch-count
               if gb-branch(gb-scan-idx) = gb-branch-work
                   move gb-scan-idx to gb-post-idx
               end-if
           end-perform

           if gb-post-idx = zero
               if gl-branch-count >= gl-branch-max
                   display "BATCH BRANCHES EXCEED TABLE CAPACITY - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to gl-branch-count
               move gl-branch-count to gb-post-idx
               move gb-branch-work to gb-branch(gb-post-idx)
               move zero to gb-gross-sales(gb-post-idx)
               move zero to gb-returns-total(gb-post-idx)
               move zero to gb-comm-accrual(gb-post-idx)
           end-if.

       150-FIND-GL-PRODUCT-RTN.

           move zero to gp-post-idx
           perform varying gp-scan-idx from 1 by 1
                   until gp-scan-idx > gl-product-count
               if gp-branch(gp-scan-idx) = gb-branch-work
                       and gp-product(gp-scan-idx) = dt-product(dt-idx)
                   move gp-scan-idx to gp-post-idx
               end-if
           end-perform

           if gp-post-idx = zero
               if gl-product-count >= gl-product-max
                   display "BATCH BRANCH PRODUCTS EXCEED TABLE "
                       "CAPACITY - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to gl-product-count
               move gl-product-count to gp-post-idx
               move gb-branch-work to gp-branch(gp-post-idx)
               move dt-product(dt-idx) to gp-product(gp-post-idx)
               move zero to gp-gross-sales(gp-post-idx)
               move zero to gp-returns-total(gp-post-idx)
           end-if.

       160-COLLECT-AR-REVERSAL-RTN.

           if dt-customer(dt-idx) is not numeric
               add 1 to ar-skipped-count
           else
               move dt-customer(dt-idx) to rc-customer-work
               search all customer-entry
                   at end
                       add 1 to ar-skipped-count
                   when ct-number(ct-idx) = rc-customer-work
                       perform 165-POST-AR-REVERSAL-RTN
               end-search
           end-if.

       165-POST-AR-REVERSAL-RTN.

           if dt-return(dt-idx)
               move "Y" to rc-type-work
               add dt-amount(dt-idx) to ct-balance(ct-idx)
               add dt-amount(dt-idx) to ar-balance-change
           else
               move "X" to rc-type-work
               subtract dt-amount(dt-idx) from ct-balance(ct-idx)
               subtract dt-amount(dt-idx) from ar-balance-change
           end-if

           move zero to rc-post-idx
           perform varying rc-scan-idx from 1 by 1
                   until rc-scan-idx > ar-reversal-count
               if rc-customer(rc-scan-idx) = rc-customer-work
                       and rc-date(rc-scan-idx) = dt-trans-date(dt-idx)
                       and rc-type(rc-scan-idx) = rc-type-work
                   move rc-scan-idx to rc-post-idx
               end-if
           end-perform

           if rc-post-idx = zero
               if ar-reversal-count >= ar-reversal-max
                   display "AR REVERSAL LINES EXCEED TABLE CAPACITY - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to ar-reversal-count
               move ar-reversal-count to rc-post-idx
               move rc-customer-work to rc-customer(rc-post-idx)
               move dt-trans-date(dt-idx) to rc-date(rc-post-idx)
               move rc-type-work to rc-type(rc-post-idx)
               move zero to rc-amount(rc-post-idx)
           end-if
           add dt-amount(dt-idx) to rc-amount(rc-post-idx).

       200-commission-routine.

           move zero to rt-post-idx
           perform varying rt-scan-idx from 1 by 1
                   until rt-scan-idx > totals-count
               if rt-number(rt-scan-idx) = rv-number(rv-idx)
                   move rt-scan-idx to rt-post-idx
               end-if
           end-perform

           move rt-mtd-total(rt-post-idx) to commission-new-mtd
           compute commission-old-mtd =
               commission-new-mtd - rv-mtd-change(rv-idx)

           move commission-old-mtd to commission-sales-work
           perform 245-FIND-TIER-RATE-RTN
           compute commission-old-owed rounded =
               (commission-old-mtd - rt-override-sales(rt-post-idx)
                   + rv-override-sales-change(rv-idx))
                   * commission-rate
               + rt-override-comm(rt-post-idx)
               - rv-override-comm-change(rv-idx)

           move commission-new-mtd to commission-sales-work
           perform 245-FIND-TIER-RATE-RTN
           compute commission-new-owed rounded =
               (commission-new-mtd - rt-override-sales(rt-post-idx))
                   * commission-rate
               + rt-override-comm(rt-post-idx)

           move commission-rate to rv-comm-rate(rv-idx)
           compute rv-comm-adjust(rv-idx) =
               commission-new-owed - commission-old-owed
           add rv-comm-adjust(rv-idx) to total-comm-adjust

           if rv-comm-adjust(rv-idx) not = zero
               move rv-home-branch(rv-idx) to gb-branch-work
               perform 140-FIND-GL-BRANCH-RTN
               add rv-comm-adjust(rv-idx)
                   to gb-comm-accrual(gb-post-idx)
           end-if

           if rv-prior-sales-change(rv-idx) not = zero
               perform 205-PRIOR-PERIOD-COMM-RTN
           end-if.

       205-PRIOR-PERIOD-COMM-RTN.

           if rv-paid-rate-date(rv-idx) > zero
               move rv-paid-rate(rv-idx) to commission-rate
           else
               if rv-prior-sales-change(rv-idx) < zero
                   compute commission-sales-work =
                       zero - rv-prior-sales-change(rv-idx)
               else
                   move rv-prior-sales-change(rv-idx)
                       to commission-sales-work
               end-if
               perform 245-FIND-TIER-RATE-RTN
           end-if

           move commission-rate to rv-prior-rate(rv-idx)
           compute rv-prior-adjust(rv-idx) rounded =
               (rv-prior-sales-change(rv-idx)
                   - rv-prior-override-sales(rv-idx))
                   * commission-rate
               + rv-prior-override-comm(rv-idx)
           add rv-prior-adjust(rv-idx) to total-comm-adjust
           add rv-prior-adjust(rv-idx) to total-prior-comm-adjust

           if rv-prior-adjust(rv-idx) not = zero
               move rv-home-branch(rv-idx) to gb-branch-work
               perform 140-FIND-GL-BRANCH-RTN
               add rv-prior-adjust(rv-idx)
                   to gb-comm-accrual(gb-post-idx)
           end-if.

       245-FIND-TIER-RATE-RTN.

           move "N" to tier-found-switch
           move tier-rate(tier-count) to commission-rate
           perform varying tr-idx from 1 by 1 until tr-idx > tier-count
               if tier-found-switch = "N"
                       and commission-sales-work
                           <= tier-threshold(tr-idx)
                   move tier-rate(tr-idx) to commission-rate
                   move "Y" to tier-found-switch
               end-if
           end-perform.

       300-WRITE-GL-JOURNAL-RTN.

           if gl-branch-count > zero
               sort gl-branch-entry on ascending key gb-branch
           end-if
           if gl-product-count > zero
               sort gl-product-entry
                   on ascending key gp-branch
                   on ascending key gp-product
           end-if

           open output gl-backout
           perform varying gb-idx from 1 by 1
                   until gb-idx > gl-branch-count
               perform 310-JOURNAL-BRANCH-RTN
           end-perform
           perform 330-JOURNAL-TOTALS-RTN
           close gl-backout.

       310-JOURNAL-BRANCH-RTN.

           move gb-branch(gb-idx) to gj-branch-out
           perform 320-FIND-GL-ACCOUNTS-RTN

           if not batch-gl-held
               perform varying gp-idx from 1 by 1
                       until gp-idx > gl-product-count
                   if gp-branch(gp-idx) = gb-branch(gb-idx)
                       perform 315-JOURNAL-PRODUCT-RTN
                   end-if
               end-perform
           end-if

           if gb-comm-accrual(gb-idx) > zero
               move gb-comm-accrual(gb-idx) to gj-amount-work
               move gat-comm-acct(ga-post-idx) to gj-acct-out
               move "DR" to gj-side-out
               move "COMMISSION EXPENSE" to gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
               move gat-clearing-acct(ga-post-idx) to gj-acct-out
               move "CR" to gj-side-out
               move "COMMISSION PAYABLE" to gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
           end-if

           if gb-comm-accrual(gb-idx) < zero
               compute gj-amount-work =
                   zero - gb-comm-accrual(gb-idx)
               move gat-clearing-acct(ga-post-idx) to gj-acct-out
               move "DR" to gj-side-out
               move "COMMISSION PAYABLE" to gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
               move gat-comm-acct(ga-post-idx) to gj-acct-out
               move "CR" to gj-side-out
               move "COMMISSION BACK-OUT" to gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
           end-if.

       315-JOURNAL-PRODUCT-RTN.

           perform 317-FIND-PRODUCT-ACCOUNTS-RTN

           if gp-gross-sales(gp-idx) not = zero
               move gp-gross-sales(gp-idx) to gj-amount-work
               move product-sales-acct to gj-acct-out
               move "DR" to gj-side-out
               move spaces to gj-desc-out
               string "SALES BACK-OUT - " delimited by size
                      gp-product(gp-idx) delimited by size
                      into gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
               move gat-clearing-acct(ga-post-idx) to gj-acct-out
               move "CR" to gj-side-out
               move "AR CLEARING - SALES" to gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
           end-if

           if gp-returns-total(gp-idx) not = zero
               move gp-returns-total(gp-idx) to gj-amount-work
               move gat-clearing-acct(ga-post-idx) to gj-acct-out
               move "DR" to gj-side-out
               move "AR CLEARING - RETURNS" to gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
               move product-returns-acct to gj-acct-out
               move "CR" to gj-side-out
               move spaces to gj-desc-out
               string "RETURNS BACK-OUT - " delimited by size
                      gp-product(gp-idx) delimited by size
                      into gj-desc-out
               perform 325-WRITE-JOURNAL-LINE-RTN
           end-if.

       317-FIND-PRODUCT-ACCOUNTS-RTN.

           move gat-sales-acct(ga-post-idx) to product-sales-acct
           move gat-returns-acct(ga-post-idx) to product-returns-acct
           search all product-entry
               at end
                   continue
               when pd-code(pd-idx) = gp-product(gp-idx)
                   if pd-sales-acct(pd-idx) > zero
                       move pd-sales-acct(pd-idx) to product-sales-acct
                   end-if
                   if pd-returns-acct(pd-idx) > zero
                       move pd-returns-acct(pd-idx)
                           to product-returns-acct
                   end-if
           end-search.

       320-FIND-GL-ACCOUNTS-RTN.

           move "N" to gl-acct-found-switch
           move 1 to ga-post-idx
           perform varying ga-scan-idx from 1 by 1
                   until ga-scan-idx > gl-acct-count
               if gat-branch(ga-scan-idx) = gj-branch-out
                   move ga-scan-idx to ga-post-idx
                   move "Y" to gl-acct-found-switch
               end-if
           end-perform
           if not gl-acct-found
               display "GL ACCOUNT MAPPING MISSING FOR BRANCH "
                   gj-branch-out " - RUN STOPPED"
               close gl-backout
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       325-WRITE-JOURNAL-LINE-RTN.

           move gj-amount-work to gj-amount-out
           if gj-side-out = "DR"
               add gj-amount-work to gj-debit-total
           else
               add gj-amount-work to gj-credit-total
           end-if
           add 1 to gj-line-count

           move spaces to gl-backout-rec
           string date-field-format delimited by size
                  "|" delimited by size
                  gj-branch-out delimited by size
                  "|" delimited by size
                  gj-acct-out delimited by size
                  "|" delimited by size
                  gj-side-out delimited by size
                  "|" delimited by size
                  gj-amount-out delimited by size
                  "|" delimited by size
                  gj-desc-out delimited by size
                  "|" delimited by size
                  batch-id-save delimited by size
                  into gl-backout-rec

           write gl-backout-rec.

       330-JOURNAL-TOTALS-RTN.

           move gj-debit-total to gj-total-out
           move gj-credit-total to gj-total2-out
           move spaces to gl-backout-rec
           string "TOTALS|DR|" delimited by size
                  gj-total-out delimited by size
                  "|CR|" delimited by size
                  gj-total2-out delimited by size
                  into gl-backout-rec
           write gl-backout-rec.

       350-WRITE-COMM-REVERSAL-RTN.

           open extend comm-extract
           if comm-extract-not-found
               open output comm-extract
           end-if
           if not comm-extract-ok
               display "COMM EXTRACT FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open extend comm-history
           if comm-history-not-found
               open output comm-history
           end-if
           if not comm-history-ok
               display "COMM HISTORY FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           perform varying rv-idx from 1 by 1
                   until rv-idx > rep-count
               if rv-comm-adjust(rv-idx) not = zero
                   perform 355-WRITE-COMM-LINE-RTN
               end-if
               if rv-prior-adjust(rv-idx) not = zero
                   perform 356-WRITE-PRIOR-COMM-LINE-RTN
               end-if
           end-perform

           close comm-extract
                 comm-history.

       355-WRITE-COMM-LINE-RTN.

           move rv-number(rv-idx) to ce-number-out
           compute ce-rate-work = rv-comm-rate(rv-idx) * 100
           move ce-rate-work to ce-rate-out
           compute ce-sales-work =
               rv-returns-reversed(rv-idx) - rv-sales-reversed(rv-idx)
           move ce-sales-work to ce-sales-out
           move rv-comm-adjust(rv-idx) to ce-due-out

           move spaces to ce-detail-work
           string ce-number-out delimited by size
                  "|" delimited by size
                  rv-name(rv-idx) delimited by size
                  "|" delimited by size
                  ce-rate-out delimited by size
                  "|" delimited by size
                  ce-sales-out delimited by size
                  "|" delimited by size
                  ce-due-out delimited by size
                  into ce-detail-work

           write comm-extract-rec from ce-detail-work

           move spaces to comm-history-rec
           string date-field-format delimited by size
                  "|" delimited by size
                  ce-detail-work delimited by size
                  into comm-history-rec

           write comm-history-rec.

       356-WRITE-PRIOR-COMM-LINE-RTN.

           move rv-number(rv-idx) to ce-number-out
           compute ce-rate-work = rv-prior-rate(rv-idx) * 100
           move ce-rate-work to ce-rate-out
           move rv-prior-sales-change(rv-idx) to ce-sales-out
           move rv-prior-adjust(rv-idx) to ce-due-out

           move spaces to ce-detail-work
           string ce-number-out delimited by size
                  "|" delimited by size
                  rv-name(rv-idx) delimited by size
                  "|" delimited by size
                  ce-rate-out delimited by size
                  "|" delimited by size
                  ce-sales-out delimited by size
                  "|" delimited by size
                  ce-due-out delimited by size
                  into ce-detail-work

           write comm-extract-rec from ce-detail-work

           move spaces to comm-history-rec
           string batch-posted-format delimited by size
                  "|" delimited by size
                  ce-detail-work delimited by size
                  into comm-history-rec

           write comm-history-rec.

       360-POST-AR-REVERSAL-RTN.

           open extend ar-ledger
           if ar-ledger-not-found
               open output ar-ledger
           end-if
           if not ar-ledger-ok
               display "AR LEDGER FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           perform varying rc-idx from 1 by 1
                   until rc-idx > ar-reversal-count
               move rc-customer(rc-idx) to ar-number
               move rc-date(rc-idx) to ar-date
               move rc-type(rc-idx) to ar-type
               move rc-amount(rc-idx) to ar-amount
               move batch-id-save to ar-reference
               move run-date-number to ar-posted-date
               write ar-ledger-record
           end-perform

           close ar-ledger

           if ar-reversal-count > zero
               perform 365-REWRITE-CUSTOMER-MASTER-RTN
           end-if.

       365-REWRITE-CUSTOMER-MASTER-RTN.

           open output customer-master
           if not customer-master-ok
               display "CUSTOMER MASTER NOT WRITABLE - BALANCES NOT "
                   "UPDATED"
               move 12 to return-code
           else
               perform varying ct-idx from 1 by 1
                       until ct-idx > customer-count
                   move ct-number(ct-idx) to cm-number
                   move ct-name(ct-idx) to cm-name
                   move ct-status(ct-idx) to cm-status
                   move ct-credit-limit(ct-idx) to cm-credit-limit
                   move ct-balance(ct-idx) to cm-balance
                   write customer-master-record
               end-perform
               close customer-master
           end-if.

       400-WRITE-AUDIT-REVERSAL-RTN.

           open extend audit-log
           if not audit-log-ok
               display "AUDIT LOG FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if

           perform varying dt-idx from 1 by 1
                   until dt-idx > detail-count
               add 1 to audit-seq-number
               move date-field-format to audit-date-out
               move audit-seq-number to audit-seq-out
               move dt-number(dt-idx) to audit-number-out
               move dt-name(dt-idx) to audit-name-out
               if dt-return(dt-idx)
                   move "Y" to audit-type-out
               else
                   move "X" to audit-type-out
               end-if
               move dt-amount(dt-idx) to audit-amount-out
               move dt-branch(dt-idx) to audit-branch-out
               move dt-trans-date(dt-idx) to audit-trans-date-out
               move batch-id-save to audit-batch-out
               move dt-customer(dt-idx) to audit-customer-out
               move dt-split-pct(dt-idx) to audit-split-pct-out
               move dt-product(dt-idx) to audit-product-out
               write audit-log-record from audit-trans-out
           end-perform

           close audit-log.

       450-REWRITE-RUNNING-TOTALS-RTN.

           open output running-totals

           perform varying rt-idx from 1 by 1
                   until rt-idx > totals-count
               move rt-number(rt-idx) to rto-number
               move rt-weekly-total(rt-idx) to rto-weekly-total
               move rt-mtd-total(rt-idx) to rto-mtd-total
               move rt-ytd-total(rt-idx) to rto-ytd-total
               move rt-override-sales(rt-idx) to rto-override-mtd-sales
               move rt-override-comm(rt-idx) to rto-override-mtd-comm
               write rto-record
           end-perform

           close running-totals.

       460-REWRITE-SALES-HISTORY-RTN.

           open output sales-history

           perform varying hs-idx from 1 by 1
                   until hs-idx > history-count
               move hs-number(hs-idx) to sh-number
               move hs-open-balance(hs-idx) to sh-open-balance
               write sales-history-record
           end-perform

           close sales-history.

       470-RECORD-REVERSED-BATCH-RTN.

           open extend posted-batch
           if not posted-batch-ok
               display "POSTED BATCH CONTROL FILE NOT WRITABLE"
               move 12 to return-code
           else
               move batch-id-save to pb-batch-id
               move batch-business-date to pb-business-date
               move run-date-number to pb-posted-date
               move "R" to pb-status
               write posted-batch-record
               close posted-batch
           end-if.

       500-termination-routine.

           open output backout-report

           move date-field-format to register-date-out
           write register-rec from register-header-1
               after advancing 4 lines
           move batch-id-save to register-batch-out
           move batch-business-date to register-bus-date-out
           if batch-gl-held
               move "HELD" to register-status-out
           else
               move "POSTED" to register-status-out
           end-if
           write register-rec from register-header-2
               after advancing 2 lines
           write register-rec from register-header-3
               after advancing 2 lines

           perform varying rv-idx from 1 by 1
                   until rv-idx > rep-count
               move rv-number(rv-idx) to register-number-out
               move rv-name(rv-idx) to register-name-out
               move rv-sales-reversed(rv-idx) to register-sales-out
               move rv-returns-reversed(rv-idx)
                   to register-returns-out
               compute register-net-out =
                   rv-sales-reversed(rv-idx)
                       - rv-returns-reversed(rv-idx)
               compute register-comm-out =
                   rv-comm-adjust(rv-idx) + rv-prior-adjust(rv-idx)
               write register-rec from register-trans-out
                   after advancing 1 lines
           end-perform

           move "AUDIT DETAIL LINES REVERSED" to register-count-label
           move detail-count to register-count-value
           write register-rec from register-count-out
               after advancing 2 lines
           move "SALESPERSONS ADJUSTED" to register-count-label
           move rep-count to register-count-value
           write register-rec from register-count-out
               after advancing 1 lines
           move "GROSS SALES REVERSED" to register-amount-label
           move total-sales-reversed to register-amount-value
           write register-rec from register-amount-out
               after advancing 1 lines
           move "RETURNS REVERSED" to register-amount-label
           move total-returns-reversed to register-amount-value
           write register-rec from register-amount-out
               after advancing 1 lines
           move "NET SALES REVERSED" to register-amount-label
           compute register-amount-value =
               total-sales-reversed - total-returns-reversed
           write register-rec from register-amount-out
               after advancing 1 lines
           move "COMMISSION ADJUSTMENT" to register-amount-label
           move total-comm-adjust to register-amount-value
           write register-rec from register-amount-out
               after advancing 1 lines
           move "  PRIOR PERIOD PORTION" to register-amount-label
           move total-prior-comm-adjust to register-amount-value
           write register-rec from register-amount-out
               after advancing 1 lines
           move "AR REVERSAL LINES WRITTEN" to register-count-label
           move ar-reversal-count to register-count-value
           write register-rec from register-count-out
               after advancing 1 lines
           move "CUSTOMER BALANCE CHANGE" to register-amount-label
           move ar-balance-change to register-amount-value
           write register-rec from register-amount-out
               after advancing 1 lines
           if ar-skipped-count > zero
               move "LINES WITH NO CUSTOMER ON FILE"
                   to register-count-label
               move ar-skipped-count to register-count-value
               write register-rec from register-count-out
                   after advancing 1 lines
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           move "GL REVERSING LINES WRITTEN" to register-count-label
           move gj-line-count to register-count-value
           write register-rec from register-count-out
               after advancing 1 lines
           if batch-gl-held
               move "SALES/RETURNS GL HELD AT POSTING - NOT REVERSED"
                   to register-text-value
               write register-rec from register-text-out
                   after advancing 1 lines
           end-if

           close backout-report.

       900-LOG-RUN-START-RTN.

           move "BackOut" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move detail-count to rl-records-in
           move detail-count to rl-records-out
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


       end program BackOut.

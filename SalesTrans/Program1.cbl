                       organization is line sequential
                       file status is branch-master-status.

                       select product-master
                       assign to "C:\a\exercise7\prodmst.txt"
                       organization is line sequential
                       file status is product-master-status.

                       select customer-master
                       assign to "C:\a\exercise7\custmst.txt"
                       organization is line sequential
                       organization is line sequential
                       file status is comm-history-status.

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

                       select customer-payments
                       assign to "C:\a\exercise7\custpay.txt"
                       organization is line sequential
                       file status is customer-payments-status.

                       select payment-register
                       assign to "C:\a\exercise7\custpyrg.txt"
                       organization is line sequential.

                       select credit-hold
                       assign to "C:\a\exercise7\credhold.txt"
                       organization is line sequential
                       file status is credit-hold-status.

                       select ar-ledger
                       assign to "C:\a\exercise7\arledger.txt"
                       organization is line sequential
                       file status is ar-ledger-status.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  sales-trans.
                   15 split-pct-x         picture x(3).
                   15 split-pct redefines split-pct-x
                                          picture 9(3).
           05 credit-release-code         picture x.
               88  credit-release-approved value "C".
           05                             picture x(2).
           05 product-line-code           picture x(3).

       01  sale-trans-header.
           05 header-id                   picture x(2).
       01  reject-data-record.
           05  rj-batch-id          picture x(8).
           05  rj-seq               picture 9(6).
           05  rj-trans             picture x(83).
           05  rj-reason            picture x(40).

       fd  checkpoint-file.
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

       fd  gl-extract.
       01  gl-extract-rec           picture x(80).

       fd  audit-log.
       01  audit-log-rec            picture x(94).

       fd  comm-extract.
       01  comm-extract-rec         picture x(80).
           05  pb-batch-id          picture x(8).
           05  pb-business-date     picture 9(8).
           05  pb-posted-date       picture 9(8).
           05  pb-status            picture x.
               88  pb-reversed      value "R".

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

       fd  branch-master.
       01  branch-master-record.
           05  bm-status            picture x.
               88  bm-active        value "A".

       fd  product-master.
       01  product-master-record.
           05  pm-code              picture x(3).
           05  pm-desc              picture x(20).
           05  pm-status            picture x.
               88  pm-status-valid  values "A" "I".
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
           05  cm-name              picture x(20).
           05  cm-status            picture x.
               88  cm-active        value "A".
           05  cm-credit-limit      picture 9(7)v99.
           05  cm-balance           picture s9(9)v99.

       fd  customer-payments.
       01  customer-payment-record.
           05  cp-number-x          picture x(6).
           05  cp-number redefines cp-number-x
                                    picture 9(6).
           05  cp-amount-x          picture x(9).
           05  cp-amount redefines cp-amount-x
                                    picture 9(7)v99.
           05  cp-pay-date-x        picture x(8).
           05  cp-pay-date redefines cp-pay-date-x
                                    picture 9(8).
           05  cp-pay-date-parts redefines cp-pay-date-x.
               10  cp-pay-yyyy      picture 9(4).
               10  cp-pay-mm        picture 9(2).
               10  cp-pay-dd        picture 9(2).
           05  cp-reference         picture x(10).

       fd  payment-register.
       01  payment-register-rec     picture x(80).

       fd  credit-hold.
       01  credit-hold-record.
           05  ch-batch-id          picture x(8).
           05  ch-seq               picture 9(6).
           05  ch-trans             picture x(83).
           05  ch-held-date         picture 9(8).
           05  ch-credit-limit      picture 9(7)v99.
           05  ch-balance           picture s9(9)v99.

       fd  ar-ledger.
       01  ar-ledger-record.
           05  al-number            picture 9(6).
           05  al-date              picture 9(8).
           05  al-type              picture x.
           05  al-amount            picture 9(7)v99.
           05  al-reference         picture x(10).
           05  al-posted-date       picture 9(8).

       fd  salesmst.
       01  salesmst-record.
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

       01  salesmst-file-status     picture xx.
           88  salesmst-ok          value "00".
           88  salesmst-eof         value "10".
               10  st-mtd-total      picture s9(7)v99 value zero.
               10  st-ytd-total      picture s9(7)v99 value zero.
               10  st-open-balance   picture s9(9)v99 value zero.
               10  st-home-branch    picture x(3) value spaces.
               10  st-branch-date    picture 9(8) value zero.
               10  st-xfer-first     picture 9(5) comp value zero.
               10  st-xfer-count     picture 9(5) comp value zero.
               10  st-comm-paid      picture s9(7)v99 value zero.
               10  st-override-mtd-sales
                                     picture s9(7)v99 value zero.
               10  st-override-mtd-comm
                                     picture s9(7)v99 value zero.
               10  st-home-lines     picture 9(4) comp value zero.

       01  transfer-history-status  picture xx.
           88  transfer-history-ok        value "00".
           88  transfer-history-eof       value "10".
           88  transfer-history-not-found value "35".

       01  transfer-count           picture 9(5) comp value zero.
       01  transfer-max             picture 9(5) comp value 20000.
       01  transfer-table.
           05  transfer-entry occurs 1 to 20000 times
                   depending on transfer-count
                   indexed by xt-idx.
               10  xt-number         picture s9(4).
               10  xt-eff-date       picture 9(8).
               10  xt-load-seq       picture 9(5) comp.
               10  xt-from-branch    picture x(3).
               10  xt-to-branch      picture x(3).

       01  transfer-work-fields.
           05  xt-scan-idx           picture 9(5) comp.
           05  xt-last-idx           picture 9(5) comp.
           05  home-date-work        picture 9(8).
           05  home-branch-work      picture x(3).
           05  home-found-switch     picture x value "N".
               88  home-found        value "Y".

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
           05  bucket-date-work      picture 9(8) value zero.
           05  fiscal-year-start     picture 9(8) value zero.

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

       01  cross-count              picture 9(4) comp value zero.
       01  cross-max                picture 9(4) comp value 5000.
       01  cross-branch-table.
           05  cross-branch-entry occurs 1 to 5000 times
                   depending on cross-count
                   indexed by xb-idx.
               10  xb-number         picture s9(4).
               10  xb-branch         picture x(3).
               10  xb-home           picture x(3).
               10  xb-gross-sales    picture s9(7)v99.
               10  xb-returns-total  picture s9(7)v99.
               10  xb-total-sales    picture s9(7)v99.

       01  cross-work-fields.
           05  xb-scan-idx           picture 9(4) comp.
           05  xb-post-idx           picture 9(4) comp.

       01  home-count               picture 9(4) comp value zero.
       01  home-max                 picture 9(4) comp value 5000.
       01  home-branch-table.
           05  home-branch-entry occurs 1 to 5000 times
                   depending on home-count
                   indexed by hm-idx.
               10  hm-number         picture s9(4).
               10  hm-branch         picture x(3).
               10  hm-gross-sales    picture s9(7)v99.
               10  hm-returns-total  picture s9(7)v99.
               10  hm-total-sales    picture s9(7)v99.

       01  home-branch-work-fields.
           05  hm-scan-idx           picture 9(4) comp.
           05  hm-post-idx           picture 9(4) comp.

       01  max-sale-amount          picture 9(7)v99 value 50000.00.

           88  report-section-wtd         value "W".
           88  report-section-customer    value "U".
           88  report-section-cust-rank   value "T".
           88  report-section-product     value "P".

       01  page-break-switch        picture x value "N".
           88  page-break-occurred  value "Y".
           05  total-sales-out         picture $zzzzzz9.99CR.
           05                          picture x(4) value spaces.

       01  cross-branch-out.
           05                          picture x(9) value spaces.
           05      picture x(16) value "CROSS-BRANCH AT ".
           05  cross-branch-code-out   picture x(3).
           05                          picture x(7) value spaces.
           05                          picture x(2) value spaces.
           05  cross-gross-out         picture $zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  cross-returns-out       picture $zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  cross-total-out         picture $zzzzzz9.99CR.
           05                          picture x(4) value spaces.

       01  total-sales-temp        picture s9(8)V99 value zero.
       01  gross-sales-temp        picture 99999999V99 value zero.
       01  returns-temp            picture 99999999V99 value zero.

       01  date-edit-fields.
           05  run-date-integer      picture 9(8) comp.
           05  earliest-date-integer picture 9(8) comp.
           05  trans-date-integer    picture 9(8) comp.
           05  days-in-month-work    picture 9(2).

       01  except-header-1.
               10  br-gross-sales    picture s9(8)v99 value zero.
               10  br-returns-total  picture s9(8)v99 value zero.
               10  br-comm-accrual   picture s9(8)v99 value zero.
               10  br-printed-switch picture x value "N".
                   88  br-printed    value "Y".

       01  branch-work-fields.
           05  br-scan-idx           picture 9(4) comp.
           05  branch-found-switch   picture x value "N".
               88  branch-found      value "Y".

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
               10  pd-desc           picture x(20).
               10  pd-status         picture x.
                   88  pd-active     value "A".
               10  pd-override-rate  picture v999.
               10  pd-sales-acct     picture 9(6).
               10  pd-returns-acct   picture 9(6).

       01  product-work-fields.
           05  pd-scan-idx           picture 9(4) comp.
           05  pd-post-idx           picture 9(4) comp.
           05  product-found-switch  picture x value "N".
               88  product-found     value "Y".
           05  override-comm-work    picture s9(7)v99.
           05  product-sales-acct    picture 9(6).
           05  product-returns-acct  picture 9(6).

       01  region-count             picture 9(4) comp value zero.
       01  region-max               picture 9(4) comp value 100.
       01  region-table.
           05  gj-side-out           picture x(2).
           05  gj-desc-out           picture x(24).
           05  gj-branch-out         picture x(3).
           05  gj-batch-out          picture x(8).
           05  gj-debit-total        picture s9(11)v99 value zero.
           05  gj-credit-total       picture s9(11)v99 value zero.
           05  gj-total-out          picture zzzzzzzzzz9.99.
               10  ct-gross-sales    picture s9(7)v99 value zero.
               10  ct-returns-total  picture s9(7)v99 value zero.
               10  ct-total-sales    picture s9(7)v99 value zero.
               10  ct-credit-limit   picture 9(7)v99 value zero.
               10  ct-balance        picture s9(9)v99 value zero.

       01  customer-payments-status picture xx.
           88  customer-payments-ok        value "00".
           88  customer-payments-eof       value "10".
           88  customer-payments-not-found value "35".

       01  credit-hold-status       picture xx.
           88  credit-hold-ok        value "00".
           88  credit-hold-not-found value "35".

       01  ar-ledger-status         picture xx.
           88  ar-ledger-ok          value "00".
           88  ar-ledger-not-found   value "35".

       01  credit-hold-switch       picture x value "N".
           88  credit-hold-required value "Y".

       01  credit-work-fields.
           05  credit-exposure-work  picture s9(9)v99.
           05  held-count            picture 9(6) value zero.
           05  held-sales-amount     picture 9(9)v99 value zero.

       01  payment-work-fields.
           05  payment-valid-switch  picture x value "Y".
               88  payment-is-valid  value "Y".
               88  payment-is-invalid value "N".
           05  payment-reason        picture x(27).
           05  payment-read-count    picture 9(6) value zero.
           05  payment-applied-count picture 9(6) value zero.
           05  payment-rejected-count picture 9(6) value zero.
           05  payment-applied-amount picture 9(9)v99 value zero.
           05  payment-old-balance   picture s9(9)v99.
           05  payment-date-integer  picture 9(8) comp.

       01  payment-header-1.
           05      picture x(24) value spaces.
           05      picture x(27) value "CUSTOMER PAYMENT REGISTER".
           05  payment-date-out    picture x(10).
           05      picture x(19) value spaces.

       01  payment-header-2.
           05      picture x(2) value spaces.
           05      picture x(9) value "CUSTOMER".
           05      picture x(11) value "REFERENCE".
           05      picture x(9) value "PAY DATE".
           05      picture x(10) value "    AMOUNT".
           05      picture x(14) value "   OLD BALANCE".
           05      picture x(15) value "    NEW BALANCE".
           05      picture x(10) value spaces.

       01  payment-trans-out.
           05                          picture x(2) value spaces.
           05  payment-number-out      picture x(6).
           05                          picture x(3) value spaces.
           05  payment-ref-out         picture x(10).
           05                          picture x(1) value spaces.
           05  payment-pay-date-out    picture x(8).
           05                          picture x(1) value spaces.
           05  payment-amount-out      picture zzzzzz9.99.
           05  payment-amount-raw redefines payment-amount-out
                                       picture x(10).
           05  payment-result-area.
               10                      picture x(1) value spaces.
               10  payment-old-bal-out picture -zzzzzzzz9.99.
               10                      picture x(2) value spaces.
               10  payment-new-bal-out picture -zzzzzzzz9.99.
               10                      picture x(10) value spaces.
           05  payment-reject-area redefines payment-result-area.
               10                      picture x(1).
               10  payment-reject-label picture x(11).
               10  payment-reject-out  picture x(27).

       01  payment-total-out.
           05                          picture x(2) value spaces.
           05      picture x(6) value "READ".
           05  payment-total-read-out  picture zzzzz9.
           05                          picture x(2) value spaces.
           05      picture x(8) value "APPLIED".
           05  payment-total-appl-out  picture zzzzz9.
           05                          picture x(2) value spaces.
           05      picture x(9) value "REJECTED".
           05  payment-total-rej-out   picture zzzzz9.
           05                          picture x(2) value spaces.
           05      picture x(7) value "AMOUNT".
           05  payment-total-amt-out   picture $$$,$$$,$$9.99.
           05                          picture x(10) value spaces.

       01  cust-rank-table.
           05  cust-rank-entry occurs 1 to 2000 times
       01  cust-rank-work-fields.
           05  customer-rank         picture 9(4) comp.

       01  branch-sort-count        picture 9(5) comp value zero.
       01  branch-sort-table.
           05  branch-sort-entry occurs 1 to 10000 times
                   depending on branch-sort-count
                   indexed by bs-idx.
               10  bs-branch-code    picture x(3).
               10  bs-number         picture s9(4).
               10  bs-source-idx     picture 9(4) comp.
               10  bs-home-idx       picture 9(4) comp.

       01  current-branch-code      picture x(3) value spaces.
       01  branch-break-switch      picture x value "Y".
           05  region-total-amt-out    picture $ZZZ,ZZZ,ZZ9.99CR.
           05                          picture x(17) value spaces.

       01  product-sales-count      picture 9(4) comp value zero.
       01  product-sales-max        picture 9(4) comp value 2000.
       01  product-sales-table.
           05  product-sales-entry occurs 1 to 2000 times
                   depending on product-sales-count
                   indexed by ps-idx.
               10  ps-branch         picture x(3).
               10  ps-product        picture x(3).
               10  ps-gross-sales    picture s9(9)v99.
               10  ps-returns-total  picture s9(9)v99.

       01  product-sales-work-fields.
           05  ps-scan-idx           picture 9(4) comp.
           05  ps-post-idx           picture 9(4) comp.
           05  ps-current-branch     picture x(3) value spaces.
           05  ps-branch-gross       picture s9(9)v99 value zero.
           05  ps-branch-returns     picture s9(9)v99 value zero.
           05  ps-total-gross        picture s9(9)v99 value zero.
           05  ps-total-returns      picture s9(9)v99 value zero.
           05  ps-net-work           picture s9(9)v99.

       01  product-header-1.
           05      picture x(25) value spaces.
           05      picture x(30) value "SALES BY PRODUCT LINE".
           05      picture x(4) value spaces.
           05  product-date-out    picture x(10).
           05      picture x(11) value spaces.

       01  product-header-2.
           05      picture x(2) value spaces.
           05      picture x(6) value "BRANCH".
           05      picture x(2) value spaces.
           05      picture x(7) value "PRODUCT".
           05      picture x(1) value spaces.
           05      picture x(11) value "DESCRIPTION".
           05      picture x(11) value spaces.
           05      picture x(11) value "GROSS SALES".
           05      picture x(6) value spaces.
           05      picture x(7) value "RETURNS".
           05      picture x(4) value spaces.
           05      picture x(9) value "NET SALES".
           05      picture x(3) value spaces.

       01  product-trans-out.
           05                          picture x(4) value spaces.
           05  product-branch-out      picture x(3).
           05                          picture x(5) value spaces.
           05  product-code-out        picture x(3).
           05                          picture x(3) value spaces.
           05  product-desc-out        picture x(20).
           05                          picture x(2) value spaces.
           05  product-gross-out       picture $zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  product-returns-out     picture $zzzzzz9.99.
           05                          picture x(2) value spaces.
           05  product-net-out         picture $zzzzzz9.99CR.
           05                          picture x(1) value spaces.

       01  product-total-out.
           05                          picture x(2) value spaces.
           05  product-total-label     picture x(13).
           05  product-total-code-out  picture x(3).
           05                          picture x(20) value spaces.
           05  product-total-gross-out picture $$$$$$$$$9.99.
           05  product-total-ret-out   picture $$$$$$$$$9.99.
           05  product-total-net-out   picture $$$$$$$$$9.99CR.
           05                          picture x(1) value spaces.

       01  checkpoint-file-status   picture xx.
           88  checkpoint-ok        value "00".
           88  checkpoint-eof       value "10".
           05  ck-rej-sales         picture s9(9)v99.
           05  ck-rej-returns       picture s9(9)v99.
           05  ck-batch-id          picture x(8).
           05  ck-current-batch     picture 9(4).
           05  ck-orphan-count      picture 9(6).
           05  ck-held-count        picture 9(6).
           05                       picture x(5).

       01  checkpoint-entry-fields redefines checkpoint-rec-work.
           05  ck-e-type            picture x.
           05  ck-e-gross           picture s9(7)v99.
           05  ck-e-returns         picture s9(7)v99.
           05  ck-e-open-balance    picture s9(9)v99.
           05  ck-e-branch-date     picture 9(8).
           05  ck-e-override-sales  picture s9(7)v99.
           05  ck-e-override-comm   picture s9(7)v99.
           05                       picture x(21).

       01  checkpoint-branch-fields redefines checkpoint-rec-work.
           05  ck-b-type            picture x.
           05  ck-u-gross           picture s9(7)v99.
           05  ck-u-returns         picture s9(7)v99.
           05  ck-u-total           picture s9(7)v99.
           05  ck-u-balance         picture s9(9)v99.
           05                       picture x(75).

       01  checkpoint-cross-fields redefines checkpoint-rec-work.
           05  ck-x-type            picture x.
           05  ck-x-number          picture s9(4).
           05  ck-x-branch          picture x(3).
           05  ck-x-gross           picture s9(7)v99.
           05  ck-x-returns         picture s9(7)v99.
           05  ck-x-total           picture s9(7)v99.
           05  ck-x-home            picture x(3).
           05                       picture x(82).

       01  checkpoint-home-fields redefines checkpoint-rec-work.
           05  ck-h-type            picture x.
           05  ck-h-number          picture s9(4).
           05  ck-h-branch          picture x(3).
           05  ck-h-gross           picture s9(7)v99.
           05  ck-h-returns         picture s9(7)v99.
           05  ck-h-total           picture s9(7)v99.
           05                       picture x(85).

       01  checkpoint-batch-fields redefines checkpoint-rec-work.
           05  ck-k-type            picture x.
           05  ck-k-batch-id        picture x(8).
           05  ck-k-business-date   picture 9(8).
           05  ck-k-posted-switch   picture x.
           05  ck-k-trailer-switch  picture x.
           05  ck-k-usable-switch   picture x.
           05  ck-k-trailer-count   picture 9(6).
           05  ck-k-trailer-hash    picture 9(6).
           05  ck-k-trailer-sales   picture 9(9)v99.
           05  ck-k-trailer-returns picture 9(9)v99.
           05  ck-k-input-count     picture 9(6).
           05  ck-k-accepted-count  picture 9(6).
           05  ck-k-rejected-count  picture 9(6).
           05  ck-k-hash-total      picture 9(6).
           05  ck-k-held-count      picture 9(6).
           05                       picture x(36).

       01  checkpoint-batch-amount-fields
                                redefines checkpoint-rec-work.
           05  ck-l-type            picture x.
           05  ck-l-batch-idx       picture 9(4).
           05  ck-l-gross-sales     picture 9(9)v99.
           05  ck-l-returns-total   picture 9(9)v99.
           05  ck-l-rej-sales       picture 9(9)v99.
           05  ck-l-rej-returns     picture 9(9)v99.
           05  ck-l-held-sales      picture 9(9)v99.
           05                       picture x(60).

       01  checkpoint-journal-fields redefines checkpoint-rec-work.
           05  ck-j-type            picture x.
           05  ck-j-batch-idx       picture 9(4).
           05  ck-j-branch          picture x(3).
           05  ck-j-gross           picture s9(9)v99.
           05  ck-j-returns         picture s9(9)v99.
           05  ck-j-product         picture x(3).
           05                       picture x(87).

       01  checkpoint-payment-fields redefines checkpoint-rec-work.
           05  ck-p-type            picture x.
           05  ck-p-read-count      picture 9(6).
           05  ck-p-applied-count   picture 9(6).
           05  ck-p-rejected-count  picture 9(6).
           05  ck-p-applied-amount  picture 9(9)v99.
           05                       picture x(90).

       01  checkpoint-reason-fields redefines checkpoint-rec-work.
           05  ck-r-type            picture x.
       01  batch-control-fields.
           05  batch-id-save        picture x(8) value spaces.
           05  business-date-save   picture 9(8) value zero.
           05  first-batch-id-save  picture x(8) value spaces.

       01  batch-posted-switch      picture x value "N".
           88  batch-already-posted value "Y".

       01  run-balance-switch       picture x value "Y".
           88  run-in-balance       value "Y".
           88  run-out-of-balance   value "N".

       01  batch-count              picture 9(4) comp value zero.
       01  batch-max                picture 9(4) comp value 50.
       01  batch-table.
           05  batch-entry occurs 1 to 50 times
                   depending on batch-count
                   indexed by bt-idx.
               10  bt-batch-id          picture x(8).
               10  bt-business-date     picture 9(8).
               10  bt-posted-switch     picture x.
                   88  bt-already-posted     value "Y".
               10  bt-trailer-switch    picture x.
                   88  bt-trailer-present    value "Y".
               10  bt-usable-switch     picture x.
                   88  bt-trailer-usable     value "Y".
               10  bt-balance-switch    picture x.
                   88  bt-in-balance         value "Y".
                   88  bt-out-of-balance     value "N".
               10  bt-trailer-count     picture 9(6).
               10  bt-trailer-hash      picture 9(6).
               10  bt-trailer-sales     picture 9(9)v99.
               10  bt-trailer-returns   picture 9(9)v99.
               10  bt-input-count       picture 9(6).
               10  bt-accepted-count    picture 9(6).
               10  bt-rejected-count    picture 9(6).
               10  bt-hash-total        picture 9(6).
               10  bt-gross-sales       picture 9(9)v99.
               10  bt-returns-total     picture 9(9)v99.
               10  bt-rej-sales         picture 9(9)v99.
               10  bt-rej-returns       picture 9(9)v99.
               10  bt-held-count        picture 9(6).
               10  bt-held-sales        picture 9(9)v99.

       01  batch-work-fields.
           05  bt-cur-idx            picture 9(4) comp value zero.
           05  bt-scan-idx           picture 9(4) comp.
           05  orphan-record-count   picture 9(6) value zero.
           05  detail-record-count   picture 9(9) comp value zero.
           05  batches-balanced-count picture 9(4) comp value zero.
           05  batches-held-count    picture 9(4) comp value zero.
           05  batches-skipped-count picture 9(4) comp value zero.
           05  skipped-record-count  picture 9(6) value zero.

       01  grand-trailer-fields.
           05  grand-trailer-count   picture 9(9) value zero.
           05  grand-trailer-hash    picture 9(9) value zero.
           05  grand-trailer-sales   picture 9(9)v99 value zero.
           05  grand-trailer-returns picture 9(9)v99 value zero.

       01  gl-batch-count           picture 9(4) comp value zero.
       01  gl-batch-max             picture 9(4) comp value 2000.
       01  gl-batch-table.
           05  gl-batch-entry occurs 1 to 2000 times
                   depending on gl-batch-count
                   indexed by gb-idx.
               10  gb-batch-idx      picture 9(4) comp.
               10  gb-branch         picture x(3).
               10  gb-product        picture x(3).
               10  gb-gross-sales    picture s9(9)v99.
               10  gb-returns-total  picture s9(9)v99.

       01  gl-batch-work-fields.
           05  gb-scan-idx           picture 9(4) comp.
           05  gb-post-idx           picture 9(4) comp.

       01  balance-header-1.
           05      picture x(27) value spaces.
           05      picture x(9) value "REJECTED".
           05  balance-rejected-out    picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(8) value "CR HOLD".
           05  balance-held-out        picture zzzzz9.
           05      picture x(2) value spaces.
           05      picture x(11) value "RECORDS IN".
           05  balance-read-out        picture zzzzz9.
           05      picture x(11) value spaces.

       01  balance-batch-out.
           05      picture x(2) value spaces.
           05      picture x(6) value "BATCH".
           05  balance-batch-id-out    picture x(8).
           05      picture x(2) value spaces.
           05      picture x(14) value "BUSINESS DATE".
           05  balance-bus-date-out    picture 9(8).
           05      picture x(40) value spaces.

       01  balance-batches-out.
           05      picture x(2) value spaces.
           05      picture x(8) value "BATCHES".
           05  balance-batches-total   picture zzz9.
           05      picture x(2) value spaces.
           05      picture x(11) value "IN BALANCE".
           05  balance-batches-ok      picture zzz9.
           05      picture x(2) value spaces.
           05      picture x(5) value "HELD".
           05  balance-batches-held    picture zzz9.
           05      picture x(2) value spaces.
           05      picture x(8) value "SKIPPED".
           05  balance-batches-skipped picture zzz9.
           05      picture x(24) value spaces.

       01  balance-orphan-out.
           05      picture x(2) value spaces.
           05      picture x(24) value "RECORDS OUTSIDE A BATCH".
           05  balance-orphan-count    picture zzzzz9.
           05      picture x(48) value spaces.

       01  balance-status-out.
           05      picture x(2) value spaces.
       01  rank-work-fields.
           05  commission-rank       picture 9(4) comp.
           05  commission-rate       picture v999.
           05  commission-pct-work   picture 99v9.
           05  commission-owed       picture s9(7)v99.
           05  commission-due        picture s9(7)v99.

       01  accrual-work-fields.
           05  accrual-line-count    picture 9(4) comp.
           05  accrual-branch-work   picture x(3).
           05  accrual-share-work    picture s9(7)v99.
           05  accrual-allocated     picture s9(7)v99.

       01  commission-header-1.
           05      picture x(28) value spaces.
           05      picture x(24) value "COMMISSION TIER REPORT".
           05      picture x(14) value spaces.

       01  commission-header-2.
           05      picture x(1) value spaces.
           05      picture x(4) value "RANK".
           05      picture x(4) value spaces.
           05      picture x(3) value "NO.".
           05      picture x(2) value spaces.
           05      picture x(11) value "SALESPERSON".
           05      picture x(7) value spaces.
           05      picture x(9) value "MTD SALES".
           05      picture x(2) value spaces.
           05      picture x(4) value "RATE".
           05      picture x(5) value spaces.
           05      picture x(4) value "OWED".
           05      picture x(2) value spaces.
           05      picture x(10) value "PRIOR PAID".
           05      picture x(4) value spaces.
           05      picture x(7) value "TRUE-UP".
           05      picture x(1) value spaces.

       01  commission-trans-out.
           05                          picture x(2) value spaces.
           05  commission-rank-out     picture zz9.
           05                          picture x(2) value spaces.
           05  commission-no-out       picture -zzz9.
           05                          picture x(2) value spaces.
           05  commission-name-out     picture x(15).
           05                          picture x(1) value spaces.
           05  commission-sales-out    picture zzzzzz9.99-.
           05                          picture x(1) value spaces.
           05  commission-rate-out     picture z9.9.
           05                          picture x(1) value "%".
           05                          picture x(1) value spaces.
           05  commission-owed-out     picture zzzzz9.99-.
           05                          picture x(1) value spaces.
           05  commission-paid-out     picture zzzzz9.99-.
           05                          picture x(1) value spaces.
           05  commission-due-out      picture zzzzz9.99-.

       01  wtd-header-1.
           05      picture x(17) value spaces.

       01  comm-history-status      picture xx.
           88  comm-history-ok      value "00".
           88  comm-history-eof     value "10".
           88  comm-history-not-found value "35".

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
           05  hist-due-work        picture s9(9)v99 value zero.

       01  comm-record-fields.
           05  ce-number-out         picture zzz9.
           05  ce-rate-work          picture 99v999.
           05  audit-branch-out        picture x(3).
           05                          picture x(1) value space.
           05  audit-trans-date-out    picture 9(8).
           05                          picture x(1) value space.
           05  audit-batch-out         picture x(8).
           05                          picture x(1) value space.
           05  audit-customer-out      picture 9(6).
           05                          picture x(1) value space.
           05  audit-split-pct-out     picture 9(3).
           05                          picture x(1) value space.
           05  audit-product-out       picture x(3).

       01  wtd-trans-out.
           05                          picture x(2) value spaces.
           05  eoj-text-out        picture x(60).
           05      picture x(18) value spaces.

       01  eoj-batch-header.
           05      picture x(2) value spaces.
           05      picture x(8) value "BATCH".
           05      picture x(11) value "BUS DATE".
           05      picture x(10) value "      READ".
           05      picture x(10) value "    ACCEPT".
           05      picture x(10) value "    REJECT".
           05      picture x(16) value "      NET POSTED".
           05      picture x(1) value spaces.
           05      picture x(6) value "STATUS".
           05      picture x(6) value spaces.

       01  eoj-batch-line.
           05      picture x(2) value spaces.
           05  eoj-batch-id-out    picture x(8).
           05      picture x(1) value spaces.
           05  eoj-bus-date-out    picture 9(8).
           05      picture x(6) value spaces.
           05  eoj-batch-read-out  picture zzzzz9.
           05      picture x(4) value spaces.
           05  eoj-batch-acc-out   picture zzzzz9.
           05      picture x(4) value spaces.
           05  eoj-batch-rej-out   picture zzzzz9.
           05      picture x(1) value spaces.
           05  eoj-batch-net-out   picture $$,$$$,$$9.99CR.
           05      picture x(1) value spaces.
           05  eoj-batch-status-out picture x(8).
           05      picture x(4) value spaces.

       01  eoj-rc-line.
           05      picture x(2) value spaces.
           05      picture x(12) value "RETURN CODE".

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           open input sales-trans
                output sales-out
                output gl-extract
                output comm-extract
           perform 041-VERIFY-OPENS-RTN
           perform 030-READ-BATCH-HEADER-RTN
           perform 042-LOAD-RUN-PARAMS-RTN
           perform 046-OPEN-AUDIT-LOG-RTN
           perform 047-OPEN-EXCEPT-RTN
           perform 059-OPEN-CREDIT-FILES-RTN
           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           move date-field-format to wtd-date-out
           move date-field-format to customer-date-out
           move date-field-format to cust-rank-date-out
           move date-field-format to product-date-out
           compute run-date-integer =
               function integer-of-date(run-date-number)
           compute earliest-date-integer =
               run-date-integer - backdate-window-days
           move page-number to page-number-out

           perform 076-LOAD-FISCAL-CALENDAR-RTN
           perform 033-CHECK-PERIOD-CLOSED-RTN
           perform 045-LOAD-BRANCH-MASTER-RTN
           perform 080-LOAD-PRODUCT-MASTER-RTN
           perform 052-LOAD-GL-ACCOUNTS-RTN
           perform 050-LOAD-MASTER-RTN
           perform 057-LOAD-TRANSFER-HISTORY-RTN
           perform 048-OPEN-COMM-HISTORY-RTN
           perform 051-LOAD-CUSTOMER-MASTER-RTN
           perform 055-LOAD-SALES-HISTORY-RTN
           perform 070-LOAD-RUNNING-TOTALS-RTN
           perform 060-RESTART-CHECK-RTN
           if restart-taken-count = zero
               perform 078-APPLY-CUSTOMER-PAYMENTS-RTN
           end-if

           set report-section-detail to true
           perform 300-PRINT-HEADING-RTN
                           perform 200-print-routine
                           PERFORM 500-termination-routine
                       not at end
                           evaluate true
                               when batch-header-record
                                   perform 032-START-BATCH-RTN
                               when trailer-record
                                   perform 095-CAPTURE-TRAILER-RTN
                               when other
                                   perform 097-ROUTE-DETAIL-RTN
                           end-evaluate
                           perform 068-CHECKPOINT-INTERVAL-RTN
                   end-read
               end-perform
           end-if

           perform 990-STOP-RUN-RTN.

       030-READ-BATCH-HEADER-RTN.

                   display "SALES TRANS FILE EMPTY - NO BATCH "
                       "HEADER - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           if not batch-header-record
               display "BATCH HEADER RECORD MISSING - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           move header-batch-id to first-batch-id-save
           perform 032-START-BATCH-RTN.

       032-START-BATCH-RTN.

           if header-batch-id = spaces
                   or header-business-date-x is not numeric
               display "INVALID BATCH HEADER RECORD - RUN STOPPED"
               display sale-trans-header
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if batch-count >= batch-max
               display "INPUT FILE EXCEEDS BATCH TABLE CAPACITY - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to batch-count
           move batch-count to bt-cur-idx
           move header-batch-id to batch-id-save
           move header-business-date to business-date-save
           move batch-id-save to bt-batch-id(bt-cur-idx)
           move business-date-save to bt-business-date(bt-cur-idx)
           move "N" to bt-posted-switch(bt-cur-idx)
           move "N" to bt-trailer-switch(bt-cur-idx)
           move "Y" to bt-usable-switch(bt-cur-idx)
           move "Y" to bt-balance-switch(bt-cur-idx)
           move zero to bt-trailer-count(bt-cur-idx)
           move zero to bt-trailer-hash(bt-cur-idx)
           move zero to bt-trailer-sales(bt-cur-idx)
           move zero to bt-trailer-returns(bt-cur-idx)
           move zero to bt-input-count(bt-cur-idx)
           move zero to bt-accepted-count(bt-cur-idx)
           move zero to bt-rejected-count(bt-cur-idx)
           move zero to bt-hash-total(bt-cur-idx)
           move zero to bt-gross-sales(bt-cur-idx)
           move zero to bt-returns-total(bt-cur-idx)
           move zero to bt-rej-sales(bt-cur-idx)
           move zero to bt-rej-returns(bt-cur-idx)
           move zero to bt-held-count(bt-cur-idx)
           move zero to bt-held-sales(bt-cur-idx)

           perform 031-CHECK-POSTED-BATCH-RTN
           if batch-already-posted
               move "Y" to bt-posted-switch(bt-cur-idx)
               display "BATCH " batch-id-save " ALREADY POSTED "
                   "- BATCH SKIPPED"
           end-if.

       031-CHECK-POSTED-BATCH-RTN.

           move "N" to batch-posted-switch
           open input posted-batch
           if posted-batch-not-found
               continue
                   display "POSTED BATCH CONTROL FILE NOT READABLE - "
                       "RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until posted-batch-eof
                   read posted-batch
                           set posted-batch-eof to true
                       not at end
                           if pb-batch-id = batch-id-save
                               if pb-reversed
                                   move "N" to batch-posted-switch
                               else
                                   set batch-already-posted to true
                               end-if
                           end-if
                   end-read
               end-perform
               close posted-batch
           end-if

           perform varying bt-scan-idx from 1 by 1
                   until bt-scan-idx >= bt-cur-idx
               if bt-batch-id(bt-scan-idx) = batch-id-save
                   set batch-already-posted to true
               end-if
           end-perform.

       046-OPEN-AUDIT-LOG-RTN.

           if not audit-log-ok
               display "AUDIT LOG FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       047-OPEN-EXCEPT-RTN.
           if not except-out-ok
               display "EXCEPTION FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open extend reject-data
           if reject-data-not-found
           if not reject-data-ok
               display "REJECT DATA FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       059-OPEN-CREDIT-FILES-RTN.

           open extend credit-hold
           if credit-hold-not-found
               open output credit-hold
           end-if
           if not credit-hold-ok
               display "CREDIT HOLD FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open extend ar-ledger
           if ar-ledger-not-found
               open output ar-ledger
           end-if
           if not ar-ledger-ok
               display "AR LEDGER FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       048-OPEN-COMM-HISTORY-RTN.

           open input comm-history
           if comm-history-ok
               perform until comm-history-eof
                   read comm-history
                       at end
                           set comm-history-eof to true
                       not at end
                           perform 040-POST-PRIOR-COMMISSION-RTN
                   end-read
               end-perform
               close comm-history
           end-if

           open extend comm-history
           if comm-history-not-found
               open output comm-history
           if not comm-history-ok
               display "COMM HISTORY FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       040-POST-PRIOR-COMMISSION-RTN.

           move spaces to hist-unstring-fields
           unstring comm-history-rec delimited by "|"
               into ch-date ch-number ch-name ch-rate
                    ch-sales ch-due

           string ch-date(7:4) ch-date(4:2) ch-date(1:2)
               delimited by size into hist-date-work-x
           if hist-date-work-x is numeric
                   and hist-date-work >= fiscal-period-start
                   and hist-date-work <= run-date-number
                   and ch-number not = spaces
                   and ch-due not = spaces
               compute hist-number-work = function numval(ch-number)
               move function numval-c(ch-due) to hist-due-work
               search all salesperson-entry
                   at end
                       continue
                   when st-number(st-idx) = hist-number-work
                       add hist-due-work to st-comm-paid(st-idx)
               end-search
           end-if.

       041-VERIFY-OPENS-RTN.
           if not sales-trans-ok
               display "SALES TRANS FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not sales-out-ok
               display "SALES REPORT FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not gl-extract-ok
               display "GL EXTRACT FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not comm-extract-ok
               display "COMM EXTRACT FILE OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       042-LOAD-RUN-PARAMS-RTN.
                   display "RUN PARAMETER FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               set params-from-file to true
               move zero to tier-prev-threshold
           display "INVALID RUN PARAMETER RECORD - RUN STOPPED"
           display run-param-record
           move 12 to return-code
           perform 990-STOP-RUN-RTN.

       045-LOAD-BRANCH-MASTER-RTN.

           if not branch-master-ok
               display "BRANCH MASTER FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until branch-master-eof
               read branch-master
                           display "BRANCH MASTER EXCEEDS TABLE "
                               "CAPACITY - RUN STOPPED"
                           move 12 to return-code
                           perform 990-STOP-RUN-RTN
                       end-if
                       add 1 to branch-count
                       move bm-code to br-code(branch-count)
                       move zero to br-gross-sales(branch-count)
                       move zero to br-returns-total(branch-count)
                       move zero to br-comm-accrual(branch-count)
                       move "N" to br-printed-switch(branch-count)
               end-read
           end-perform
           close branch-master
               display "GL ACCOUNT MAPPING FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until gl-accounts-eof
               read gl-accounts
               display "GL ACCOUNT MAPPING EXCEEDS TABLE CAPACITY - "
                   "RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if ga-sales-acct-x is not numeric
                   or ga-returns-acct-x is not numeric
                   "STOPPED"
               display gl-account-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to gl-acct-count
           move ga-branch to gat-branch(gl-acct-count)
                           "BRANCH " br-code(br-scan-idx)
                           " - RUN STOPPED"
                       move 12 to return-code
                       perform 990-STOP-RUN-RTN
                   end-if
               end-if
           end-perform.

       080-LOAD-PRODUCT-MASTER-RTN.

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
                       perform 081-APPLY-PRODUCT-RTN
               end-read
           end-perform
           close product-master
           sort product-entry on ascending key pd-code.

       081-APPLY-PRODUCT-RTN.

           if product-count >= product-max
               display "PRODUCT MASTER EXCEEDS TABLE CAPACITY - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if pm-code = spaces
                   or not pm-status-valid
                   or (pm-override-rate-x not = spaces
                       and pm-override-rate-x is not numeric)
                   or (pm-sales-acct-x not = spaces
                       and pm-sales-acct-x is not numeric)
                   or (pm-returns-acct-x not = spaces
                       and pm-returns-acct-x is not numeric)
               display "INVALID PRODUCT MASTER RECORD - RUN STOPPED"
               display product-master-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to product-count
           move pm-code to pd-code(product-count)
           move pm-desc to pd-desc(product-count)
           move pm-status to pd-status(product-count)
           move zero to pd-override-rate(product-count)
           move zero to pd-sales-acct(product-count)
           move zero to pd-returns-acct(product-count)
           if pm-override-rate-x not = spaces
               move pm-override-rate to pd-override-rate(product-count)
           end-if
           if pm-sales-acct-x not = spaces
               move pm-sales-acct to pd-sales-acct(product-count)
           end-if
           if pm-returns-acct-x not = spaces
               move pm-returns-acct to pd-returns-acct(product-count)
           end-if.

       050-LOAD-MASTER-RTN.

           open input salesmst
           if not salesmst-ok
               display "SALESPERSON MASTER OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until salesmst-eof
               read salesmst next record
                               display "SALESPERSON MASTER EXCEEDS "
                                   "TABLE CAPACITY - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           add 1 to roster-count
                           move salesmst-number
                           move salesmst-name   to st-name(roster-count)
                           move zero
                               to st-total-sales(roster-count)
                           move salesmst-home-branch
                               to st-home-branch(roster-count)
                       end-if
               end-read
           end-perform
           close salesmst.

       057-LOAD-TRANSFER-HISTORY-RTN.

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
                           perform 058-APPLY-TRANSFER-RTN
                   end-read
               end-perform
               close transfer-history
           end-if

           if transfer-count > zero
               sort transfer-entry
                   on ascending key xt-number
                   on ascending key xt-eff-date
                   on ascending key xt-load-seq
               perform varying xt-scan-idx from 1 by 1
                       until xt-scan-idx > transfer-count
                   search all salesperson-entry
                       at end
                           continue
                       when st-number(st-idx) = xt-number(xt-scan-idx)
                           if st-xfer-count(st-idx) = zero
                               move xt-scan-idx to st-xfer-first(st-idx)
                           end-if
                           add 1 to st-xfer-count(st-idx)
                   end-search
               end-perform
           end-if

           perform varying st-idx from 1 by 1
                   until st-idx > roster-count
               move run-date-number to home-date-work
               perform 122-RESOLVE-HOME-BRANCH-RTN
               move home-branch-work to st-branch-code(st-idx)
           end-perform.

       058-APPLY-TRANSFER-RTN.

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
           move transfer-count to xt-load-seq(transfer-count)
           move xh-from-branch to xt-from-branch(transfer-count)
           move xh-to-branch to xt-to-branch(transfer-count).

       051-LOAD-CUSTOMER-MASTER-RTN.

           open input customer-master
               display "CUSTOMER MASTER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until customer-master-eof
               read customer-master
                           display "CUSTOMER MASTER EXCEEDS TABLE "
                               "CAPACITY - RUN STOPPED"
                           move 12 to return-code
                           perform 990-STOP-RUN-RTN
                       end-if
                       if cm-credit-limit is not numeric
                               or cm-balance is not numeric
                           display "CUSTOMER MASTER FILE IN OLD "
                               "FORMAT - CONVERT - RUN STOPPED"
                           move 12 to return-code
                           perform 990-STOP-RUN-RTN
                       end-if
                       add 1 to customer-count
                       move cm-number to ct-number(customer-count)
                       move zero to ct-gross-sales(customer-count)
                       move zero to ct-returns-total(customer-count)
                       move zero to ct-total-sales(customer-count)
                       move cm-credit-limit
                           to ct-credit-limit(customer-count)
                       move cm-balance to ct-balance(customer-count)
               end-read
           end-perform
           close customer-master
                               display "SALES HISTORY FILE IN OLD "
                                   "FORMAT - CONVERT - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           perform 056-POST-OPEN-BALANCE-RTN
                   end-read

       060-RESTART-CHECK-RTN.

           move 1 to checkpoint-input-count
           open input checkpoint-file

           if checkpoint-ok
                                        to rejected-sales-amount
                                   move ck-rej-returns
                                        to rejected-return-amount
                                   move ck-orphan-count
                                        to orphan-record-count
                                   move ck-held-count to held-count
                                   move zero to held-sales-amount
                                   move ck-current-batch to bt-cur-idx
                                   move zero to batch-count
                                   move zero to gl-batch-count
                                   perform
                                       062-VERIFY-CHKPT-BATCH-RTN
                               when "K"
                                   perform 072-RESTORE-BATCH-RTN
                               when "L"
                                   perform 073-RESTORE-BATCH-AMOUNT-RTN
                               when "J"
                                   perform 074-RESTORE-JOURNAL-RTN
                               when "S"
                                   perform 065-RESTORE-ENTRY-RTN
                               when "B"
                                   perform 063-RESTORE-CUSTOMER-RTN
                               when "R"
                                   perform 064-RESTORE-REASON-RTN
                               when "P"
                                   perform 075-RESTORE-PAYMENTS-RTN
                               when "X"
                                   perform 061-RESTORE-CROSS-BRANCH-RTN
                               when "H"
                                   perform 082-RESTORE-HOME-BRANCH-RTN
                           end-evaluate
                   end-read
               end-perform
               close checkpoint-file
               if restart-taken-count > zero
                   move bt-batch-id(bt-cur-idx) to batch-id-save
                   move bt-business-date(bt-cur-idx)
                       to business-date-save
               end-if
               perform 067-SKIP-PROCESSED-RECORDS-RTN
           end-if.

       061-RESTORE-CROSS-BRANCH-RTN.

           if cross-count < cross-max
               add 1 to cross-count
               move ck-x-number to xb-number(cross-count)
               move ck-x-branch to xb-branch(cross-count)
               move ck-x-gross to xb-gross-sales(cross-count)
               move ck-x-returns to xb-returns-total(cross-count)
               move ck-x-total to xb-total-sales(cross-count)
               move ck-x-home to xb-home(cross-count)
           end-if.

       082-RESTORE-HOME-BRANCH-RTN.

           if home-count < home-max
               add 1 to home-count
               move ck-h-number to hm-number(home-count)
               move ck-h-branch to hm-branch(home-count)
               move ck-h-gross to hm-gross-sales(home-count)
               move ck-h-returns to hm-returns-total(home-count)
               move ck-h-total to hm-total-sales(home-count)
           end-if.

       063-RESTORE-CUSTOMER-RTN.

           search all customer-entry
                   move ck-u-gross to ct-gross-sales(ct-idx)
                   move ck-u-returns to ct-returns-total(ct-idx)
                   move ck-u-total to ct-total-sales(ct-idx)
                   move ck-u-balance to ct-balance(ct-idx)
           end-search.

       062-VERIFY-CHKPT-BATCH-RTN.

           if ck-batch-id not = first-batch-id-save
               display "CHECKPOINT IS FOR BATCH " ck-batch-id
                   " - INPUT IS BATCH " first-batch-id-save
                   " - RUN STOPPED"
               move 20 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       064-RESTORE-REASON-RTN.
                   move ck-e-gross to st-gross-sales(st-idx)
                   move ck-e-returns to st-returns-total(st-idx)
                   move ck-e-open-balance to st-open-balance(st-idx)
                   move ck-e-branch-date to st-branch-date(st-idx)
                   move ck-e-override-sales
                       to st-override-mtd-sales(st-idx)
                   move ck-e-override-comm
                       to st-override-mtd-comm(st-idx)
           end-search.

       072-RESTORE-BATCH-RTN.

           if batch-count < batch-max
               add 1 to batch-count
               move ck-k-batch-id to bt-batch-id(batch-count)
               move ck-k-business-date to bt-business-date(batch-count)
               move ck-k-posted-switch to bt-posted-switch(batch-count)
               move ck-k-trailer-switch
                   to bt-trailer-switch(batch-count)
               move ck-k-usable-switch to bt-usable-switch(batch-count)
               move "Y" to bt-balance-switch(batch-count)
               move ck-k-trailer-count to bt-trailer-count(batch-count)
               move ck-k-trailer-hash to bt-trailer-hash(batch-count)
               move ck-k-trailer-sales to bt-trailer-sales(batch-count)
               move ck-k-trailer-returns
                   to bt-trailer-returns(batch-count)
               move ck-k-input-count to bt-input-count(batch-count)
               move ck-k-accepted-count
                   to bt-accepted-count(batch-count)
               move ck-k-rejected-count
                   to bt-rejected-count(batch-count)
               move ck-k-hash-total to bt-hash-total(batch-count)
               move ck-k-held-count to bt-held-count(batch-count)
           end-if.

       073-RESTORE-BATCH-AMOUNT-RTN.

           if ck-l-batch-idx > zero and ck-l-batch-idx <= batch-count
               move ck-l-gross-sales to bt-gross-sales(ck-l-batch-idx)
               move ck-l-returns-total
                   to bt-returns-total(ck-l-batch-idx)
               move ck-l-rej-sales to bt-rej-sales(ck-l-batch-idx)
               move ck-l-rej-returns to bt-rej-returns(ck-l-batch-idx)
               move ck-l-held-sales to bt-held-sales(ck-l-batch-idx)
               add ck-l-held-sales to held-sales-amount
           end-if.

       075-RESTORE-PAYMENTS-RTN.

           move ck-p-read-count to payment-read-count
           move ck-p-applied-count to payment-applied-count
           move ck-p-rejected-count to payment-rejected-count
           move ck-p-applied-amount to payment-applied-amount.

       074-RESTORE-JOURNAL-RTN.

           if gl-batch-count < gl-batch-max
               add 1 to gl-batch-count
               move ck-j-batch-idx to gb-batch-idx(gl-batch-count)
               move ck-j-branch to gb-branch(gl-batch-count)
               move ck-j-gross to gb-gross-sales(gl-batch-count)
               move ck-j-returns to gb-returns-total(gl-batch-count)
               move ck-j-product to gb-product(gl-batch-count)
           end-if.

       078-APPLY-CUSTOMER-PAYMENTS-RTN.

           open output payment-register
           move date-field-format to payment-date-out
           write payment-register-rec from payment-header-1
               after advancing 1 lines
           write payment-register-rec from payment-header-2
               after advancing 2 lines

           open input customer-payments
           if customer-payments-not-found
               continue
           else
               if not customer-payments-ok
                   display "CUSTOMER PAYMENT FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until customer-payments-eof
                   read customer-payments
                       at end
                           set customer-payments-eof to true
                       not at end
                           add 1 to payment-read-count
                           perform 079-APPLY-ONE-PAYMENT-RTN
                   end-read
               end-perform
               close customer-payments
           end-if

           move payment-read-count to payment-total-read-out
           move payment-applied-count to payment-total-appl-out
           move payment-rejected-count to payment-total-rej-out
           move payment-applied-amount to payment-total-amt-out
           write payment-register-rec from payment-total-out
               after advancing 2 lines
           close payment-register.

       079-APPLY-ONE-PAYMENT-RTN.

           set payment-is-valid to true

           if cp-number-x is not numeric
               set payment-is-invalid to true
               move "CUSTOMER NO. - NOT NUMERIC" to payment-reason
           end-if

           if payment-is-valid
               search all customer-entry
                   at end
                       set payment-is-invalid to true
                       move "CUSTOMER NOT ON MASTER FILE"
                           to payment-reason
                   when ct-number(ct-idx) = cp-number
                       continue
               end-search
           end-if

           if payment-is-valid
               if cp-amount-x is not numeric or cp-amount = zero
                   set payment-is-invalid to true
                   move "AMOUNT NOT NUMERIC OR ZERO" to payment-reason
               end-if
           end-if

           if payment-is-valid
               if cp-pay-date-x is not numeric
                   set payment-is-invalid to true
                   move "PAYMENT DATE - NOT NUMERIC" to payment-reason
               else
                   if cp-pay-yyyy < 1601
                           or cp-pay-mm < 1 or cp-pay-mm > 12
                           or cp-pay-dd < 1 or cp-pay-dd > 31
                       set payment-is-invalid to true
                       move "INVALID PAYMENT DATE" to payment-reason
                   else
                       compute payment-date-integer =
                           function integer-of-date(cp-pay-date)
                       if function date-of-integer(payment-date-integer)
                               not = cp-pay-date
                           set payment-is-invalid to true
                           move "INVALID PAYMENT DATE" to payment-reason
                       end-if
                   end-if
               end-if
           end-if

           if payment-is-valid
               if payment-date-integer > run-date-integer
                   set payment-is-invalid to true
                   move "PAYMENT DATE IN FUTURE" to payment-reason
               end-if
           end-if

           move cp-number-x to payment-number-out
           move cp-reference to payment-ref-out
           move cp-pay-date-x to payment-pay-date-out

           if payment-is-valid
               add 1 to payment-applied-count
               add cp-amount to payment-applied-amount
               move ct-balance(ct-idx) to payment-old-balance
               subtract cp-amount from ct-balance(ct-idx)

               move cp-number to al-number
               move cp-pay-date to al-date
               move "P" to al-type
               move cp-amount to al-amount
               move cp-reference to al-reference
               move run-date-number to al-posted-date
               write ar-ledger-record

               move cp-amount to payment-amount-out
               move spaces to payment-result-area
               move payment-old-balance to payment-old-bal-out
               move ct-balance(ct-idx) to payment-new-bal-out
           else
               add 1 to payment-rejected-count
               move cp-amount-x to payment-amount-raw
               move spaces to payment-result-area
               move "REJECTED - " to payment-reject-label
               move payment-reason to payment-reject-out
           end-if
           write payment-register-rec from payment-trans-out
               after advancing 1 lines.

       070-LOAD-RUNNING-TOTALS-RTN.

           open input running-totals-in

           if running-totals-ok
               perform until running-totals-eof
                   read running-totals-in
                       at end
                           set running-totals-eof to true
                       not at end
                           if rti-ytd-total is not numeric
                               display "RUNNING TOTALS FILE IN OLD "
                                   "FORMAT - CONVERT - RUN STOPPED"
                               move 12 to return-code
                               perform 990-STOP-RUN-RTN
                           end-if
                           perform 071-POST-OPENING-BALANCE-RTN
                   end-read
               end-perform
               close running-totals-in
           end-if.

       076-LOAD-FISCAL-CALENDAR-RTN.

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
                       perform 077-APPLY-FISCAL-WEEK-RTN
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

       077-APPLY-FISCAL-WEEK-RTN.

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

       033-CHECK-PERIOD-CLOSED-RTN.

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
                               perform 034-APPLY-CLOSE-CONTROL-RTN
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

       034-APPLY-CLOSE-CONTROL-RTN.

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

       071-POST-OPENING-BALANCE-RTN.

           search all salesperson-entry
                   move rti-weekly-total to st-weekly-total(st-idx)
                   move rti-mtd-total to st-mtd-total(st-idx)
                   move rti-ytd-total to st-ytd-total(st-idx)
                   if rti-override-mtd-sales is numeric
                           and rti-override-mtd-comm is numeric
                       move rti-override-mtd-sales
                           to st-override-mtd-sales(st-idx)
                       move rti-override-mtd-comm
                           to st-override-mtd-comm(st-idx)
                   end-if
           end-search.

       066-RESTORE-BRANCH-RTN.

       067-SKIP-PROCESSED-RECORDS-RTN.

           move 1 to checkpoint-skip-count
           perform until checkpoint-skip-count >= checkpoint-input-count
                   or are-there-more-records = "N"
               read sales-trans
           move hash-total-work to ck-hash-total
           move rejected-sales-amount to ck-rej-sales
           move rejected-return-amount to ck-rej-returns
           move first-batch-id-save to ck-batch-id
           move bt-cur-idx to ck-current-batch
           move orphan-record-count to ck-orphan-count
           move held-count to ck-held-count
           write checkpoint-rec from checkpoint-control-fields

           move "P" to ck-p-type
           move payment-read-count to ck-p-read-count
           move payment-applied-count to ck-p-applied-count
           move payment-rejected-count to ck-p-rejected-count
           move payment-applied-amount to ck-p-applied-amount
           write checkpoint-rec from checkpoint-payment-fields

           perform varying st-idx from 1 by 1
                   until st-idx > roster-count
               move "S" to ck-e-type
               move st-gross-sales(st-idx) to ck-e-gross
               move st-returns-total(st-idx) to ck-e-returns
               move st-open-balance(st-idx) to ck-e-open-balance
               move st-branch-date(st-idx) to ck-e-branch-date
               move st-override-mtd-sales(st-idx) to ck-e-override-sales
               move st-override-mtd-comm(st-idx) to ck-e-override-comm
               write checkpoint-rec from checkpoint-entry-fields
           end-perform

           perform varying xb-idx from 1 by 1
                   until xb-idx > cross-count
               move "X" to ck-x-type
               move xb-number(xb-idx) to ck-x-number
               move xb-branch(xb-idx) to ck-x-branch
               move xb-gross-sales(xb-idx) to ck-x-gross
               move xb-returns-total(xb-idx) to ck-x-returns
               move xb-total-sales(xb-idx) to ck-x-total
               move xb-home(xb-idx) to ck-x-home
               write checkpoint-rec from checkpoint-cross-fields
           end-perform

           perform varying hm-idx from 1 by 1
                   until hm-idx > home-count
               move "H" to ck-h-type
               move hm-number(hm-idx) to ck-h-number
               move hm-branch(hm-idx) to ck-h-branch
               move hm-gross-sales(hm-idx) to ck-h-gross
               move hm-returns-total(hm-idx) to ck-h-returns
               move hm-total-sales(hm-idx) to ck-h-total
               write checkpoint-rec from checkpoint-home-fields
           end-perform

           perform varying br-idx from 1 by 1
                   until br-idx > branch-count
               move "B" to ck-b-type
               move ct-gross-sales(ct-idx) to ck-u-gross
               move ct-returns-total(ct-idx) to ck-u-returns
               move ct-total-sales(ct-idx) to ck-u-total
               move ct-balance(ct-idx) to ck-u-balance
               write checkpoint-rec from checkpoint-customer-fields
           end-perform

               write checkpoint-rec from checkpoint-reason-fields
           end-perform

           perform varying bt-idx from 1 by 1
                   until bt-idx > batch-count
               move "K" to ck-k-type
               move bt-batch-id(bt-idx) to ck-k-batch-id
               move bt-business-date(bt-idx) to ck-k-business-date
               move bt-posted-switch(bt-idx) to ck-k-posted-switch
               move bt-trailer-switch(bt-idx) to ck-k-trailer-switch
               move bt-usable-switch(bt-idx) to ck-k-usable-switch
               move bt-trailer-count(bt-idx) to ck-k-trailer-count
               move bt-trailer-hash(bt-idx) to ck-k-trailer-hash
               move bt-trailer-sales(bt-idx) to ck-k-trailer-sales
               move bt-trailer-returns(bt-idx) to ck-k-trailer-returns
               move bt-input-count(bt-idx) to ck-k-input-count
               move bt-accepted-count(bt-idx) to ck-k-accepted-count
               move bt-rejected-count(bt-idx) to ck-k-rejected-count
               move bt-hash-total(bt-idx) to ck-k-hash-total
               move bt-held-count(bt-idx) to ck-k-held-count
               write checkpoint-rec from checkpoint-batch-fields
               move "L" to ck-l-type
               set ck-l-batch-idx to bt-idx
               move bt-gross-sales(bt-idx) to ck-l-gross-sales
               move bt-returns-total(bt-idx) to ck-l-returns-total
               move bt-rej-sales(bt-idx) to ck-l-rej-sales
               move bt-rej-returns(bt-idx) to ck-l-rej-returns
               move bt-held-sales(bt-idx) to ck-l-held-sales
               write checkpoint-rec from checkpoint-batch-amount-fields
           end-perform

           perform varying gb-idx from 1 by 1
                   until gb-idx > gl-batch-count
               move "J" to ck-j-type
               move gb-batch-idx(gb-idx) to ck-j-batch-idx
               move gb-branch(gb-idx) to ck-j-branch
               move gb-gross-sales(gb-idx) to ck-j-gross
               move gb-returns-total(gb-idx) to ck-j-returns
               move gb-product(gb-idx) to ck-j-product
               write checkpoint-rec from checkpoint-journal-fields
           end-perform

           close checkpoint-file.

       095-CAPTURE-TRAILER-RTN.

           if bt-trailer-present(bt-cur-idx)
               add 1 to orphan-record-count
               move zero to except-salesperson-no
               move spaces to except-amount-out
               move "TRAILER RECORD WITHOUT BATCH HEADER"
                   to except-reason-out
               write except-rec from except-trans-out
                   after advancing 1 lines
           else
               move "Y" to bt-trailer-switch(bt-cur-idx)
               if trailer-record-count-x is numeric
                       and trailer-hash-total-x is numeric
                       and trailer-sales-amount-x is numeric
                       and trailer-return-amount-x is numeric
                   move trailer-record-count
                       to bt-trailer-count(bt-cur-idx)
                   move trailer-hash-total
                       to bt-trailer-hash(bt-cur-idx)
                   move trailer-sales-amount
                       to bt-trailer-sales(bt-cur-idx)
                   move trailer-return-amount
                       to bt-trailer-returns(bt-cur-idx)
               else
                   move "N" to bt-usable-switch(bt-cur-idx)
               end-if
           end-if.

       097-ROUTE-DETAIL-RTN.

           evaluate true
               when bt-trailer-present(bt-cur-idx)
                   perform 098-REJECT-OUTSIDE-BATCH-RTN
               when bt-already-posted(bt-cur-idx)
                   add 1 to bt-input-count(bt-cur-idx)
                   add 1 to skipped-record-count
               when other
                   add 1 to bt-input-count(bt-cur-idx)
                   perform 100-calc-routine
           end-evaluate.

       098-REJECT-OUTSIDE-BATCH-RTN.

           add 1 to orphan-record-count
           move "RECORD OUTSIDE BATCH - NO BATCH HEADER"
               to reject-reason
           move zero to except-salesperson-no
           if salesperson-number-x is numeric
               move salesperson-number to except-salesperson-no
           end-if
           move amount-of-sales-x to except-amount-out
           move reject-reason to except-reason-out
           write except-rec from except-trans-out
               after advancing 1 lines

           move spaces to rj-batch-id
           move orphan-record-count to rj-seq
           move sale-trans-record to rj-trans
           move reject-reason to rj-reason
           write reject-data-record.

       100-calc-routine.

           if salesperson-number-x is numeric
               add salesperson-number to hash-total-work
               add salesperson-number to bt-hash-total(bt-cur-idx)
           end-if

           perform 110-VALIDATE-TRANS-RTN

           evaluate true
               when trans-is-valid and credit-hold-required
                   add 1 to held-count
                   add 1 to bt-held-count(bt-cur-idx)
                   perform 140-HOLD-TRANS-RTN
               when trans-is-valid
                   add 1 to accepted-count
                   add 1 to bt-accepted-count(bt-cur-idx)
                   perform 120-POST-TRANS-RTN
               when other
                   add 1 to rejected-count
                   add 1 to bt-rejected-count(bt-cur-idx)
                   perform 130-REJECT-TRANS-RTN
           end-evaluate.

       110-VALIDATE-TRANS-RTN.

           set trans-is-valid to true
           move "N" to credit-hold-switch

           if amount-of-sales-x is not numeric
               set trans-is-invalid to true
               perform 111-VALIDATE-BRANCH-RTN
           end-if

           if trans-is-valid
               perform 115-VALIDATE-PRODUCT-RTN
           end-if

           if trans-is-valid
               perform 114-VALIDATE-CUSTOMER-RTN
           end-if

           if trans-is-valid
               perform 116-VALIDATE-SPLITS-RTN
           end-if

           if trans-is-valid
               perform 119-CHECK-CREDIT-LIMIT-RTN
           end-if.

       112-VALIDATE-TRANS-DATE-RTN.
               end-if
           end-if.

       115-VALIDATE-PRODUCT-RTN.

           if product-line-code = spaces
               set trans-is-invalid to true
               move "PRODUCT LINE CODE MISSING" to reject-reason
           else
               perform 124-FIND-PRODUCT-RTN
               if not product-found
                   set trans-is-invalid to true
                   move "PRODUCT LINE NOT ON PRODUCT MASTER"
                       to reject-reason
               else
                   if not pd-active(pd-post-idx)
                       set trans-is-invalid to true
                       move "PRODUCT LINE INACTIVE" to reject-reason
                   end-if
               end-if
           end-if.

       114-VALIDATE-CUSTOMER-RTN.

           if customer-number-x is not numeric
           compute sl-amount(share-count) =
               amount-of-sales - sl-amount-sum.

       119-CHECK-CREDIT-LIMIT-RTN.

           if trans-type-is-sale
                   and not credit-release-approved
                   and ct-credit-limit(ct-idx) > zero
               compute credit-exposure-work =
                   ct-balance(ct-idx) + amount-of-sales
               if credit-exposure-work > ct-credit-limit(ct-idx)
                   set credit-hold-required to true
               end-if
           end-if.

       120-POST-TRANS-RTN.

           if trans-type-is-return
               add amount-of-sales to returns-temp
               subtract amount-of-sales from total-sales-temp
               add amount-of-sales to bt-returns-total(bt-cur-idx)
           else
               add amount-of-sales to gross-sales-temp
               add amount-of-sales to total-sales-temp
               add amount-of-sales to bt-gross-sales(bt-cur-idx)
           end-if

           perform varying sl-scan from 1 by 1

       121-POST-SHARE-RTN.

           move trans-date to bucket-date-work
           if bucket-date-work < fiscal-period-start
               move fiscal-period-start to bucket-date-work
           end-if

           if trans-type-is-return
               add share-amount-work to st-returns-total(st-idx)
               subtract share-amount-work from st-total-sales(st-idx)
               if bucket-date-work >= fiscal-week-start
                   subtract share-amount-work
                       from st-weekly-total(st-idx)
               end-if
               if bucket-date-work >= fiscal-period-start
                   subtract share-amount-work
                       from st-mtd-total(st-idx)
                   if pd-override-rate(pd-post-idx) > zero
                       compute override-comm-work rounded =
                           share-amount-work
                               * pd-override-rate(pd-post-idx)
                       subtract share-amount-work
                           from st-override-mtd-sales(st-idx)
                       subtract override-comm-work
                           from st-override-mtd-comm(st-idx)
                   end-if
               end-if
               if trans-date >= fiscal-year-start
                   subtract share-amount-work
                       from st-ytd-total(st-idx)
               end-if
           else
               add share-amount-work to st-gross-sales(st-idx)
               add share-amount-work to st-total-sales(st-idx)
               if bucket-date-work >= fiscal-week-start
                   add share-amount-work to st-weekly-total(st-idx)
               end-if
               if bucket-date-work >= fiscal-period-start
                   add share-amount-work to st-mtd-total(st-idx)
                   if pd-override-rate(pd-post-idx) > zero
                       compute override-comm-work rounded =
                           share-amount-work
                               * pd-override-rate(pd-post-idx)
                       add share-amount-work
                           to st-override-mtd-sales(st-idx)
                       add override-comm-work
                           to st-override-mtd-comm(st-idx)
                   end-if
               end-if
               if trans-date >= fiscal-year-start
                   add share-amount-work to st-ytd-total(st-idx)
               end-if
               add share-amount-work to st-open-balance(st-idx)
           end-if

           move trans-date to home-date-work
           perform 122-RESOLVE-HOME-BRANCH-RTN
           if home-branch-work = spaces
               move branch-code to home-branch-work
           end-if
           if trans-date >= st-branch-date(st-idx)
               move home-branch-work to st-branch-code(st-idx)
               move trans-date to st-branch-date(st-idx)
           end-if
           perform 132-POST-HOME-BRANCH-RTN
           if branch-code not = home-branch-work
               perform 123-POST-CROSS-BRANCH-RTN
           end-if

           perform 127-WRITE-AUDIT-RTN.

       122-RESOLVE-HOME-BRANCH-RTN.

           move st-home-branch(st-idx) to home-branch-work
           if st-xfer-count(st-idx) > zero
               move "N" to home-found-switch
               compute xt-last-idx =
                   st-xfer-first(st-idx) + st-xfer-count(st-idx) - 1
               perform varying xt-scan-idx from st-xfer-first(st-idx)
                       by 1 until xt-scan-idx > xt-last-idx
                   if xt-eff-date(xt-scan-idx) <= home-date-work
                       move xt-to-branch(xt-scan-idx)
                           to home-branch-work
                       move "Y" to home-found-switch
                   end-if
               end-perform
               if not home-found
                   move st-xfer-first(st-idx) to xt-scan-idx
                   if xt-from-branch(xt-scan-idx) not = spaces
                       move xt-from-branch(xt-scan-idx)
                           to home-branch-work
                   end-if
               end-if
           end-if.

       123-POST-CROSS-BRANCH-RTN.

           move zero to xb-post-idx
           perform varying xb-scan-idx from 1 by 1
                   until xb-scan-idx > cross-count
               if xb-number(xb-scan-idx) = st-number(st-idx)
                       and xb-branch(xb-scan-idx) = branch-code
                       and xb-home(xb-scan-idx) = home-branch-work
                   move xb-scan-idx to xb-post-idx
               end-if
           end-perform

           if xb-post-idx = zero
               if cross-count >= cross-max
                   display "CROSS-BRANCH ACTIVITY EXCEEDS TABLE "
                       "CAPACITY - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to cross-count
               move st-number(st-idx) to xb-number(cross-count)
               move branch-code to xb-branch(cross-count)
               move home-branch-work to xb-home(cross-count)
               move zero to xb-gross-sales(cross-count)
               move zero to xb-returns-total(cross-count)
               move zero to xb-total-sales(cross-count)
               move cross-count to xb-post-idx
           end-if

           if trans-type-is-return
               add share-amount-work to xb-returns-total(xb-post-idx)
               subtract share-amount-work
                   from xb-total-sales(xb-post-idx)
           else
               add share-amount-work to xb-gross-sales(xb-post-idx)
               add share-amount-work to xb-total-sales(xb-post-idx)
           end-if.

       132-POST-HOME-BRANCH-RTN.

           move zero to hm-post-idx
           perform varying hm-scan-idx from 1 by 1
                   until hm-scan-idx > home-count
               if hm-number(hm-scan-idx) = st-number(st-idx)
                       and hm-branch(hm-scan-idx) = home-branch-work
                   move hm-scan-idx to hm-post-idx
               end-if
           end-perform

           if hm-post-idx = zero
               if home-count >= home-max
                   display "HOME BRANCH ACTIVITY EXCEEDS TABLE "
                       "CAPACITY - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to home-count
               move st-number(st-idx) to hm-number(home-count)
               move home-branch-work to hm-branch(home-count)
               move zero to hm-gross-sales(home-count)
               move zero to hm-returns-total(home-count)
               move zero to hm-total-sales(home-count)
               move home-count to hm-post-idx
           end-if

           if trans-type-is-return
               add share-amount-work to hm-returns-total(hm-post-idx)
               subtract share-amount-work
                   from hm-total-sales(hm-post-idx)
           else
               add share-amount-work to hm-gross-sales(hm-post-idx)
               add share-amount-work to hm-total-sales(hm-post-idx)
           end-if.

       128-POST-CUSTOMER-RTN.

           if trans-type-is-return
               add amount-of-sales to ct-returns-total(ct-idx)
               subtract amount-of-sales from ct-total-sales(ct-idx)
               subtract amount-of-sales from ct-balance(ct-idx)
           else
               add amount-of-sales to ct-gross-sales(ct-idx)
               add amount-of-sales to ct-total-sales(ct-idx)
               add amount-of-sales to ct-balance(ct-idx)
           end-if

           move customer-number to al-number
           move trans-date to al-date
           move trans-type-code to al-type
           move amount-of-sales to al-amount
           move bt-batch-id(bt-cur-idx) to al-reference
           move run-date-number to al-posted-date
           write ar-ledger-record.

       125-POST-BRANCH-RTN.

           else
               add amount-of-sales to br-subtotal(br-post-idx)
               add amount-of-sales to br-gross-sales(br-post-idx)
           end-if
           perform 129-POST-GL-BATCH-RTN.

       129-POST-GL-BATCH-RTN.

           move zero to gb-post-idx
           perform varying gb-scan-idx from 1 by 1
                   until gb-scan-idx > gl-batch-count
               if gb-batch-idx(gb-scan-idx) = bt-cur-idx
                       and gb-branch(gb-scan-idx) = branch-code
                       and gb-product(gb-scan-idx) = product-line-code
                   move gb-scan-idx to gb-post-idx
               end-if
           end-perform

           if gb-post-idx = zero
               if gl-batch-count >= gl-batch-max
                   display "GL BATCH/BRANCH/PRODUCT ACTIVITY EXCEEDS "
                       "TABLE CAPACITY - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to gl-batch-count
               move bt-cur-idx to gb-batch-idx(gl-batch-count)
               move branch-code to gb-branch(gl-batch-count)
               move product-line-code to gb-product(gl-batch-count)
               move zero to gb-gross-sales(gl-batch-count)
               move zero to gb-returns-total(gl-batch-count)
               move gl-batch-count to gb-post-idx
           end-if

           if trans-type-is-return
               add amount-of-sales to gb-returns-total(gb-post-idx)
           else
               add amount-of-sales to gb-gross-sales(gb-post-idx)
           end-if.

       124-FIND-PRODUCT-RTN.

           move "N" to product-found-switch
           move 1 to pd-post-idx
           search all product-entry
               at end
                   continue
               when pd-code(pd-idx) = product-line-code
                   set pd-post-idx to pd-idx
                   move "Y" to product-found-switch
           end-search.

       126-FIND-BRANCH-RTN.

           move "N" to branch-found-switch
           move share-amount-work to audit-amount-out
           move branch-code to audit-branch-out
           move trans-date to audit-trans-date-out
           move bt-batch-id(bt-cur-idx) to audit-batch-out
           move customer-number to audit-customer-out
           move sl-pct(sl-scan) to audit-split-pct-out
           move product-line-code to audit-product-out

           write audit-log-rec from audit-trans-out.

           if amount-of-sales-x is numeric
               if trans-type-is-return
                   add amount-of-sales to rejected-return-amount
                   add amount-of-sales to bt-rej-returns(bt-cur-idx)
               else
                   add amount-of-sales to rejected-sales-amount
                   add amount-of-sales to bt-rej-sales(bt-cur-idx)
               end-if
           end-if

           move reject-reason to rj-reason
           write reject-data-record.

       140-HOLD-TRANS-RTN.

           add amount-of-sales to held-sales-amount
           add amount-of-sales to bt-held-sales(bt-cur-idx)

           move salesperson-number to except-salesperson-no
           move amount-of-sales-x to except-amount-out
           move "CREDIT HOLD - OVER CUSTOMER CREDIT LIMIT"
               to except-reason-out
           write except-rec from except-trans-out
               after advancing 1 lines

           move batch-id-save to ch-batch-id
           move held-count to ch-seq
           move sale-trans-record to ch-trans
           move run-date-number to ch-held-date
           move ct-credit-limit(ct-idx) to ch-credit-limit
           move ct-balance(ct-idx) to ch-balance
           write credit-hold-record.

       135-COUNT-REJECT-REASON-RTN.

           move zero to rr-post-idx

           perform 201-BUILD-BRANCH-SORT-RTN
           perform 202-SORT-BRANCH-SORT-RTN
           if cross-count > zero
               sort cross-branch-entry
                   on ascending key xb-number
                   on ascending key xb-home
                   on ascending key xb-branch
           end-if

           move spaces to current-branch-code
           set first-branch to true
           perform varying bs-idx
                   from 1
                   by 1
                   until bs-idx > branch-sort-count

               if bs-branch-code(bs-idx) not = current-branch-code
                   if not first-branch
                       perform 205-PRINT-BRANCH-BREAK-RTN
                   end-if
                   move bs-branch-code(bs-idx) to current-branch-code
                   move "N" to branch-break-switch
               end-if

                    to salesperson-no-out
               move st-name(bs-source-idx(bs-idx))
                    to salesperson-name-out
               if bs-home-idx(bs-idx) > zero
                   move hm-gross-sales(bs-home-idx(bs-idx))
                        to gross-sales-out
                   move hm-returns-total(bs-home-idx(bs-idx))
                        to returns-out
                   move hm-total-sales(bs-home-idx(bs-idx))
                        to total-sales-out
               else
                   move st-gross-sales(bs-source-idx(bs-idx))
                        to gross-sales-out
                   move st-returns-total(bs-source-idx(bs-idx))
                        to returns-out
                   move st-total-sales(bs-source-idx(bs-idx))
                        to total-sales-out
               end-if

               perform 204-CHECK-PAGE-BREAK-RTN
               write print-rec from sales-trans-out
                   after advancing 1 lines
               add 1 to lines-on-page
               perform 203-PRINT-CROSS-BRANCH-RTN

           end-perform

               perform 205-PRINT-BRANCH-BREAK-RTN
           end-if

           perform 207-PRINT-UNLISTED-BRANCHES-RTN
           perform 208-PRINT-REGION-TOTALS-RTN

           perform 211-BUILD-PRODUCT-SALES-RTN
           perform 212-PRINT-PRODUCT-HEADING-RTN
           perform 213-PRINT-PRODUCT-SALES-RTN

           perform 210-BUILD-RANK-TABLE-RTN
           perform 220-SORT-RANK-TABLE-RTN
           perform 230-PRINT-COMMISSION-HEADING-RTN

       201-BUILD-BRANCH-SORT-RTN.

           move zero to branch-sort-count
           perform varying hm-idx from 1 by 1
                   until hm-idx > home-count
               search all salesperson-entry
                   at end
                       continue
                   when st-number(st-idx) = hm-number(hm-idx)
                       add 1 to st-home-lines(st-idx)
                       add 1 to branch-sort-count
                       move hm-branch(hm-idx)
                           to bs-branch-code(branch-sort-count)
                       move hm-number(hm-idx)
                           to bs-number(branch-sort-count)
                       set bs-source-idx(branch-sort-count) to st-idx
                       set bs-home-idx(branch-sort-count) to hm-idx
               end-search
           end-perform

           perform varying st-idx from 1 by 1
                   until st-idx > roster-count
               if st-home-lines(st-idx) = zero
                   add 1 to branch-sort-count
                   move st-branch-code(st-idx)
                       to bs-branch-code(branch-sort-count)
                   move st-number(st-idx)
                       to bs-number(branch-sort-count)
                   set bs-source-idx(branch-sort-count) to st-idx
                   move zero to bs-home-idx(branch-sort-count)
               end-if
           end-perform.

       202-SORT-BRANCH-SORT-RTN.
               on ascending key bs-branch-code
               on ascending key bs-number.

       203-PRINT-CROSS-BRANCH-RTN.

           perform varying xb-scan-idx from 1 by 1
                   until xb-scan-idx > cross-count
               if xb-number(xb-scan-idx) = bs-number(bs-idx)
                       and xb-home(xb-scan-idx) = bs-branch-code(bs-idx)
                   move xb-branch(xb-scan-idx) to cross-branch-code-out
                   move xb-gross-sales(xb-scan-idx) to cross-gross-out
                   move xb-returns-total(xb-scan-idx)
                       to cross-returns-out
                   move xb-total-sales(xb-scan-idx) to cross-total-out
                   perform 204-CHECK-PAGE-BREAK-RTN
                   write print-rec from cross-branch-out
                       after advancing 1 lines
                   add 1 to lines-on-page
               end-if
           end-perform.

       205-PRINT-BRANCH-BREAK-RTN.

           perform 206-FIND-BRANCH-SUBTOTAL-RTN
           move current-branch-code to branch-break-code-out
           if branch-found
               move "Y" to br-printed-switch(br-post-idx)
               move br-name(br-post-idx) to branch-break-name-out
               move br-subtotal(br-post-idx) to branch-break-total-out
               perform 209-POST-REGION-TOTAL-RTN
           write print-rec from branch-break-out after advancing 2 lines
           add 2 to lines-on-page.

       290-WRITE-GL-JOURNAL-RTN.

           move zero to gj-debit-total
           move zero to gj-credit-total
           if gl-batch-count > zero
               sort gl-batch-entry
                   on ascending key gb-batch-idx
                   on ascending key gb-branch
                   on ascending key gb-product
           end-if
           perform varying bt-scan-idx from 1 by 1
                   until bt-scan-idx > batch-count
               perform 295-JOURNAL-BATCH-RTN
           end-perform
           move spaces to gj-batch-out
           perform varying br-idx from 1 by 1
                   until br-idx > branch-count
               perform 292-JOURNAL-BRANCH-RTN
           end-perform
           perform 293-JOURNAL-TOTALS-RTN.

       295-JOURNAL-BATCH-RTN.

           if not bt-already-posted(bt-scan-idx)
               if bt-in-balance(bt-scan-idx)
                   move bt-batch-id(bt-scan-idx) to gj-batch-out
                   perform varying gb-scan-idx from 1 by 1
                           until gb-scan-idx > gl-batch-count
                       if gb-batch-idx(gb-scan-idx) = bt-scan-idx
                           perform 296-JOURNAL-BATCH-BRANCH-RTN
                       end-if
                   end-perform
               else
                   move spaces to gl-extract-rec
                   string "*** GL EXTRACT HELD - BATCH "
                              delimited by size
                          bt-batch-id(bt-scan-idx) delimited by size
                          " OUT OF BALANCE ***" delimited by size
                          into gl-extract-rec
                   write gl-extract-rec
               end-if
           end-if.

       296-JOURNAL-BATCH-BRANCH-RTN.

           move gb-branch(gb-scan-idx) to gj-branch-out
           perform 294-FIND-GL-ACCOUNTS-RTN
           perform 297-FIND-PRODUCT-ACCOUNTS-RTN

           if gb-gross-sales(gb-scan-idx) not = zero
               move gb-gross-sales(gb-scan-idx) to gj-amount-work
               move gat-clearing-acct(ga-post-idx) to gj-acct-out
               move "DR" to gj-side-out
               move "AR CLEARING - SALES" to gj-desc-out
               perform 291-WRITE-JOURNAL-LINE-RTN
               move product-sales-acct to gj-acct-out
               move "CR" to gj-side-out
               move spaces to gj-desc-out
               string "GROSS SALES - " delimited by size
                      gb-product(gb-scan-idx) delimited by size
                      into gj-desc-out
               perform 291-WRITE-JOURNAL-LINE-RTN
           end-if

           if gb-returns-total(gb-scan-idx) not = zero
               move gb-returns-total(gb-scan-idx) to gj-amount-work
               move product-returns-acct to gj-acct-out
               move "DR" to gj-side-out
               move spaces to gj-desc-out
               string "SALES RETURNS - " delimited by size
                      gb-product(gb-scan-idx) delimited by size
                      into gj-desc-out
               perform 291-WRITE-JOURNAL-LINE-RTN
               move gat-clearing-acct(ga-post-idx) to gj-acct-out
               move "CR" to gj-side-out
               move "AR CLEARING - RETURNS" to gj-desc-out
               perform 291-WRITE-JOURNAL-LINE-RTN
           end-if.

       292-JOURNAL-BRANCH-RTN.

           if br-comm-accrual(br-idx) = zero
               continue
           else
               move br-code(br-idx) to gj-branch-out
               perform 294-FIND-GL-ACCOUNTS-RTN

               if br-comm-accrual(br-idx) > zero
                   move br-comm-accrual(br-idx) to gj-amount-work
                   move gat-comm-acct(ga-post-idx) to gj-acct-out
                   move "DR" to gj-side-out
                   move "COMMISSION EXPENSE" to gj-desc-out
                   perform 291-WRITE-JOURNAL-LINE-RTN
                   move gat-clearing-acct(ga-post-idx) to gj-acct-out
                   move "CR" to gj-side-out
                   move "COMMISSION PAYABLE" to gj-desc-out
                   perform 291-WRITE-JOURNAL-LINE-RTN
               end-if

               if br-comm-accrual(br-idx) < zero
                   compute gj-amount-work =
                       zero - br-comm-accrual(br-idx)
                   move gat-clearing-acct(ga-post-idx) to gj-acct-out
                   move "DR" to gj-side-out
                   move "COMMISSION PAYABLE" to gj-desc-out
                   perform 291-WRITE-JOURNAL-LINE-RTN
                   move gat-comm-acct(ga-post-idx) to gj-acct-out
                   move "CR" to gj-side-out
                   move "COMMISSION TRUE-UP" to gj-desc-out
                   perform 291-WRITE-JOURNAL-LINE-RTN
               end-if
           end-if.
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
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       297-FIND-PRODUCT-ACCOUNTS-RTN.

           move gat-sales-acct(ga-post-idx) to product-sales-acct
           move gat-returns-acct(ga-post-idx) to product-returns-acct
           search all product-entry
               at end
                   continue
               when pd-code(pd-idx) = gb-product(gb-scan-idx)
                   if pd-sales-acct(pd-idx) > zero
                       move pd-sales-acct(pd-idx) to product-sales-acct
                   end-if
                   if pd-returns-acct(pd-idx) > zero
                       move pd-returns-acct(pd-idx)
                           to product-returns-acct
                   end-if
           end-search.

       291-WRITE-JOURNAL-LINE-RTN.

           move gj-amount-work to gj-amount-out
               add gj-amount-work to gj-credit-total
           end-if

           move spaces to gl-extract-rec
           string date-field-format delimited by size
                  "|" delimited by size
                  gj-branch-out delimited by size
                  gj-amount-out delimited by size
                  "|" delimited by size
                  gj-desc-out delimited by size
                  "|" delimited by size
                  gj-batch-out delimited by size
                  into gl-extract-rec

           write gl-extract-rec.

           move gj-debit-total to gj-total-out
           move gj-credit-total to gj-total2-out
           move spaces to gl-extract-rec
           string "TOTALS|DR|" delimited by size
                  gj-total-out delimited by size
                  "|CR|" delimited by size
           open output balance-report
           move date-field-format to balance-date-out

           write balance-rec from balance-header-1
               after advancing 1 lines

           move zero to detail-record-count
           perform varying bt-scan-idx from 1 by 1
                   until bt-scan-idx > batch-count
               perform 410-BALANCE-BATCH-RTN
           end-perform
           add orphan-record-count to detail-record-count

           perform 420-BALANCE-GRAND-TOTAL-RTN

           close balance-report

           if run-out-of-balance
               move 8 to return-code
           end-if.

       410-BALANCE-BATCH-RTN.

           add bt-input-count(bt-scan-idx) to detail-record-count
           move "Y" to bt-balance-switch(bt-scan-idx)

           if bt-already-posted(bt-scan-idx)
               add 1 to batches-skipped-count
           else
               compute computed-sales-amount =
                   bt-gross-sales(bt-scan-idx)
                       + bt-rej-sales(bt-scan-idx)
                       + bt-held-sales(bt-scan-idx)
               compute computed-return-amount =
                   bt-returns-total(bt-scan-idx)
                       + bt-rej-returns(bt-scan-idx)

               if not bt-trailer-present(bt-scan-idx)
                       or not bt-trailer-usable(bt-scan-idx)
                   set bt-out-of-balance(bt-scan-idx) to true
               end-if

               if bt-trailer-present(bt-scan-idx)
                       and bt-trailer-usable(bt-scan-idx)
                   if bt-trailer-count(bt-scan-idx)
                           not = bt-input-count(bt-scan-idx)
                       or bt-trailer-hash(bt-scan-idx)
                           not = bt-hash-total(bt-scan-idx)
                       or bt-trailer-sales(bt-scan-idx)
                           not = computed-sales-amount
                       or bt-trailer-returns(bt-scan-idx)
                           not = computed-return-amount
                       set bt-out-of-balance(bt-scan-idx) to true
                   end-if
               end-if

               if bt-accepted-count(bt-scan-idx)
                       + bt-rejected-count(bt-scan-idx)
                       + bt-held-count(bt-scan-idx)
                       not = bt-input-count(bt-scan-idx)
                   set bt-out-of-balance(bt-scan-idx) to true
               end-if

               if bt-in-balance(bt-scan-idx)
                   add 1 to batches-balanced-count
               else
                   add 1 to batches-held-count
                   set run-out-of-balance to true
               end-if

               add bt-trailer-count(bt-scan-idx) to grand-trailer-count
               add bt-trailer-hash(bt-scan-idx) to grand-trailer-hash
               add bt-trailer-sales(bt-scan-idx) to grand-trailer-sales
               add bt-trailer-returns(bt-scan-idx)
                   to grand-trailer-returns
           end-if

           move bt-batch-id(bt-scan-idx) to balance-batch-id-out
           move bt-business-date(bt-scan-idx) to balance-bus-date-out
           write balance-rec from balance-batch-out
               after advancing 3 lines

           if bt-already-posted(bt-scan-idx)
               move "*** BATCH ALREADY POSTED - SKIPPED ***"
                   to balance-status-msg
               write balance-rec from balance-status-out
                   after advancing 2 lines
           else
               write balance-rec from balance-header-2
                   after advancing 2 lines

               move "  RECORD COUNT" to balance-line-label
               move bt-trailer-count(bt-scan-idx)
                   to balance-trailer-count
               move bt-input-count(bt-scan-idx)
                   to balance-computed-count
               write balance-rec from balance-count-out
                   after advancing 2 lines

               move "  HASH TOTAL" to balance-line-label
               move bt-trailer-hash(bt-scan-idx)
                   to balance-trailer-count
               move bt-hash-total(bt-scan-idx) to balance-computed-count
               write balance-rec from balance-count-out
                   after advancing 1 lines

               move "  SALES AMOUNT" to balance-amt-label
               move bt-trailer-sales(bt-scan-idx) to balance-trailer-amt
               move computed-sales-amount to balance-computed-amt
               write balance-rec from balance-amount-out
                   after advancing 1 lines

               move "  RETURN AMOUNT" to balance-amt-label
               move bt-trailer-returns(bt-scan-idx)
                   to balance-trailer-amt
               move computed-return-amount to balance-computed-amt
               write balance-rec from balance-amount-out
                   after advancing 1 lines

               move bt-accepted-count(bt-scan-idx)
                   to balance-accepted-out
               move bt-rejected-count(bt-scan-idx)
                   to balance-rejected-out
               move bt-held-count(bt-scan-idx) to balance-held-out
               move bt-input-count(bt-scan-idx) to balance-read-out
               write balance-rec from balance-split-out
                   after advancing 2 lines

               if not bt-trailer-present(bt-scan-idx)
                   move "NO TRAILER RECORD FOR BATCH"
                       to balance-status-msg
                   write balance-rec from balance-status-out
                       after advancing 2 lines
               end-if
               if bt-trailer-present(bt-scan-idx)
                       and not bt-trailer-usable(bt-scan-idx)
                   move "TRAILER CONTROL FIELDS NOT NUMERIC"
                       to balance-status-msg
                   write balance-rec from balance-status-out
                       after advancing 2 lines
               end-if

               if bt-in-balance(bt-scan-idx)
                   move "BATCH IN BALANCE - GL EXTRACT RELEASED"
                       to balance-status-msg
               else
                   move "*** BATCH OUT OF BALANCE - GL EXTRACT HELD ***"
                       to balance-status-msg
               end-if
               write balance-rec from balance-status-out
                   after advancing 2 lines
           end-if.

       420-BALANCE-GRAND-TOTAL-RTN.

           if orphan-record-count > zero
               set run-out-of-balance to true
           end-if

           move "GRAND TOTAL - ALL BATCHES" to balance-status-msg
           write balance-rec from balance-status-out
               after advancing 3 lines
           write balance-rec from balance-header-2
               after advancing 2 lines

           move "  RECORD COUNT" to balance-line-label
           move grand-trailer-count to balance-trailer-count
           compute balance-computed-count =
               detail-record-count - skipped-record-count
                   - orphan-record-count
           write balance-rec from balance-count-out
               after advancing 2 lines

           move "  HASH TOTAL" to balance-line-label
           move grand-trailer-hash to balance-trailer-count
           move hash-total-work to balance-computed-count
           write balance-rec from balance-count-out
               after advancing 1 lines

           compute computed-sales-amount =
               gross-sales-temp + rejected-sales-amount
                   + held-sales-amount
           compute computed-return-amount =
               returns-temp + rejected-return-amount

           move "  SALES AMOUNT" to balance-amt-label
           move grand-trailer-sales to balance-trailer-amt
           move computed-sales-amount to balance-computed-amt
           write balance-rec from balance-amount-out
               after advancing 1 lines

           move "  RETURN AMOUNT" to balance-amt-label
           move grand-trailer-returns to balance-trailer-amt
           move computed-return-amount to balance-computed-amt
           write balance-rec from balance-amount-out
               after advancing 1 lines

           move accepted-count to balance-accepted-out
           move rejected-count to balance-rejected-out
           move held-count to balance-held-out
           move detail-record-count to balance-read-out
           write balance-rec from balance-split-out
               after advancing 2 lines

           move batch-count to balance-batches-total
           move batches-balanced-count to balance-batches-ok
           move batches-held-count to balance-batches-held
           move batches-skipped-count to balance-batches-skipped
           write balance-rec from balance-batches-out
               after advancing 1 lines

           if orphan-record-count > zero
               move orphan-record-count to balance-orphan-count
               write balance-rec from balance-orphan-out
                   after advancing 1 lines
           end-if

           if run-in-balance
               move "RUN IN BALANCE - ALL GL EXTRACTS RELEASED"
                   to balance-status-msg
           else
               move "*** RUN OUT OF BALANCE - SEE BATCH RESULTS ***"
                   to balance-status-msg
           end-if
           write balance-rec from balance-status-out
               after advancing 2 lines.

       206-FIND-BRANCH-SUBTOTAL-RTN.

                   move "Y" to branch-found-switch
           end-search.

       207-PRINT-UNLISTED-BRANCHES-RTN.

           perform varying br-scan-idx from 1 by 1
                   until br-scan-idx > branch-count
               if not br-printed(br-scan-idx)
                   if br-gross-sales(br-scan-idx) not = zero
                           or br-returns-total(br-scan-idx) not = zero
                       move br-code(br-scan-idx) to current-branch-code
                       perform 205-PRINT-BRANCH-BREAK-RTN
                   end-if
               end-if
           end-perform.

       208-PRINT-REGION-TOTALS-RTN.

           perform varying rg-idx from 1 by 1

           perform varying rk-idx from 1 by 1
                   until rk-idx > roster-count
               move st-mtd-total(rk-idx) to rk-total(rk-idx)
               set rk-source-idx(rk-idx) to rk-idx
           end-perform.

       211-BUILD-PRODUCT-SALES-RTN.

           move zero to product-sales-count
           perform varying gb-idx from 1 by 1
                   until gb-idx > gl-batch-count
               perform 214-POST-PRODUCT-SALES-RTN
           end-perform
           if product-sales-count > zero
               sort product-sales-entry
                   on ascending key ps-branch
                   on ascending key ps-product
           end-if.

       214-POST-PRODUCT-SALES-RTN.

           move zero to ps-post-idx
           perform varying ps-scan-idx from 1 by 1
                   until ps-scan-idx > product-sales-count
               if ps-branch(ps-scan-idx) = gb-branch(gb-idx)
                       and ps-product(ps-scan-idx) = gb-product(gb-idx)
                   move ps-scan-idx to ps-post-idx
               end-if
           end-perform

           if ps-post-idx = zero
               if product-sales-count >= product-sales-max
                   display "BRANCH/PRODUCT SALES EXCEED TABLE "
                       "CAPACITY - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               add 1 to product-sales-count
               move gb-branch(gb-idx) to ps-branch(product-sales-count)
               move gb-product(gb-idx)
                   to ps-product(product-sales-count)
               move zero to ps-gross-sales(product-sales-count)
               move zero to ps-returns-total(product-sales-count)
               move product-sales-count to ps-post-idx
           end-if

           add gb-gross-sales(gb-idx) to ps-gross-sales(ps-post-idx)
           add gb-returns-total(gb-idx)
               to ps-returns-total(ps-post-idx).

       212-PRINT-PRODUCT-HEADING-RTN.

           set report-section-product to true
           perform 204-CHECK-PAGE-BREAK-RTN
           if not page-break-occurred
               write print-rec from product-header-1
                   after advancing 3 lines
               write print-rec from product-header-2
                   after advancing 2 lines
               add 5 to lines-on-page
           end-if.

       213-PRINT-PRODUCT-SALES-RTN.

           move spaces to ps-current-branch
           move zero to ps-total-gross
           move zero to ps-total-returns

           perform varying ps-idx from 1 by 1
                   until ps-idx > product-sales-count

               if ps-branch(ps-idx) not = ps-current-branch
                   if ps-current-branch not = spaces
                       perform 215-PRINT-PRODUCT-BRANCH-RTN
                   end-if
                   move ps-branch(ps-idx) to ps-current-branch
                   move zero to ps-branch-gross
                   move zero to ps-branch-returns
               end-if

               move ps-branch(ps-idx) to product-branch-out
               move ps-product(ps-idx) to product-code-out
               move spaces to product-desc-out
               search all product-entry
                   at end
                       continue
                   when pd-code(pd-idx) = ps-product(ps-idx)
                       move pd-desc(pd-idx) to product-desc-out
               end-search
               move ps-gross-sales(ps-idx) to product-gross-out
               move ps-returns-total(ps-idx) to product-returns-out
               compute ps-net-work =
                   ps-gross-sales(ps-idx) - ps-returns-total(ps-idx)
               move ps-net-work to product-net-out

               perform 204-CHECK-PAGE-BREAK-RTN
               write print-rec from product-trans-out
                   after advancing 1 lines
               add 1 to lines-on-page

               add ps-gross-sales(ps-idx) to ps-branch-gross
               add ps-returns-total(ps-idx) to ps-branch-returns
               add ps-gross-sales(ps-idx) to ps-total-gross
               add ps-returns-total(ps-idx) to ps-total-returns

           end-perform

           if ps-current-branch not = spaces
               perform 215-PRINT-PRODUCT-BRANCH-RTN
           end-if

           move "ALL BRANCHES" to product-total-label
           move spaces to product-total-code-out
           move ps-total-gross to product-total-gross-out
           move ps-total-returns to product-total-ret-out
           compute ps-net-work = ps-total-gross - ps-total-returns
           move ps-net-work to product-total-net-out
           perform 204-CHECK-PAGE-BREAK-RTN
           write print-rec from product-total-out
               after advancing 2 lines
           add 2 to lines-on-page.

       215-PRINT-PRODUCT-BRANCH-RTN.

           move "BRANCH TOTAL" to product-total-label
           move ps-current-branch to product-total-code-out
           move ps-branch-gross to product-total-gross-out
           move ps-branch-returns to product-total-ret-out
           compute ps-net-work = ps-branch-gross - ps-branch-returns
           move ps-net-work to product-total-net-out
           perform 204-CHECK-PAGE-BREAK-RTN
           write print-rec from product-total-out
               after advancing 2 lines
           add 2 to lines-on-page.

       220-SORT-RANK-TABLE-RTN.

           sort rank-entry on descending key rk-total.
                   to commission-no-out
               move st-name(rk-source-idx(rk-idx))
                   to commission-name-out
               move st-mtd-total(rk-source-idx(rk-idx))
                    to commission-sales-out

               move st-mtd-total(rk-source-idx(rk-idx))
                    to commission-sales-work
               perform 245-FIND-TIER-RATE-RTN

               compute commission-owed rounded =
                   (st-mtd-total(rk-source-idx(rk-idx))
                       - st-override-mtd-sales(rk-source-idx(rk-idx)))
                       * commission-rate
                   + st-override-mtd-comm(rk-source-idx(rk-idx))
               compute commission-due =
                   commission-owed - st-comm-paid(rk-source-idx(rk-idx))
               compute commission-pct-work = commission-rate * 100

               move commission-pct-work to commission-rate-out
               move commission-owed to commission-owed-out
               move st-comm-paid(rk-source-idx(rk-idx))
                   to commission-paid-out
               move commission-due to commission-due-out

               perform 204-CHECK-PAGE-BREAK-RTN
       242-POST-COMM-ACCRUAL-RTN.

           if commission-due not = zero
               move zero to accrual-line-count
               move zero to accrual-allocated
               perform varying hm-scan-idx from 1 by 1
                       until hm-scan-idx > home-count
                   if hm-number(hm-scan-idx) =
                           st-number(rk-source-idx(rk-idx))
                       add 1 to accrual-line-count
                   end-if
               end-perform
               if accrual-line-count > 1
                       and st-total-sales(rk-source-idx(rk-idx))
                           not = zero
                   perform varying hm-scan-idx from 1 by 1
                           until hm-scan-idx > home-count
                       if hm-number(hm-scan-idx) =
                               st-number(rk-source-idx(rk-idx))
                           perform 243-SPLIT-COMM-ACCRUAL-RTN
                       end-if
                   end-perform
               else
                   move commission-due to accrual-share-work
                   move st-branch-code(rk-source-idx(rk-idx))
                       to accrual-branch-work
                   perform 244-ACCRUE-BRANCH-RTN
               end-if
           end-if.

       243-SPLIT-COMM-ACCRUAL-RTN.

           subtract 1 from accrual-line-count
           if accrual-line-count = zero
               compute accrual-share-work =
                   commission-due - accrual-allocated
           else
               compute accrual-share-work rounded =
                   commission-due * hm-total-sales(hm-scan-idx)
                       / st-total-sales(rk-source-idx(rk-idx))
           end-if
           add accrual-share-work to accrual-allocated
           move hm-branch(hm-scan-idx) to accrual-branch-work
           perform 244-ACCRUE-BRANCH-RTN.

       244-ACCRUE-BRANCH-RTN.

           if accrual-branch-work not = spaces
               perform varying br-scan-idx from 1 by 1
                       until br-scan-idx > branch-count
                   if br-code(br-scan-idx) = accrual-branch-work
                       add accrual-share-work
                           to br-comm-accrual(br-scan-idx)
                   end-if
               end-perform
                       after advancing page
                   write print-rec from cust-rank-header-2
                       after advancing 2 lines
               when "P"
                   write print-rec from product-header-1
                       after advancing page
                   write print-rec from product-header-2
                       after advancing 2 lines
               when other
                   write print-rec from hl-header-1 after advancing page
                   write print-rec from hl-header-2
                 comm-extract
                 comm-history
                 audit-log
                 credit-hold
                 ar-ledger
           perform 580-WRITE-RUNNING-TOTALS-RTN
           perform 585-WRITE-SALES-HISTORY-RTN
           perform 575-REWRITE-CUSTOMER-MASTER-RTN
           perform 576-CLEAR-PAYMENTS-RTN
           perform 590-CLEAR-CHECKPOINT-RTN
           perform 595-RECORD-POSTED-BATCH-RTN
           perform 520-SET-RETURN-CODE-RTN
           write eoj-summary-rec from eoj-header-1
               after advancing 1 lines

           write eoj-summary-rec from eoj-batch-header
               after advancing 2 lines
           perform varying bt-scan-idx from 1 by 1
                   until bt-scan-idx > batch-count
               perform 515-WRITE-EOJ-BATCH-RTN
           end-perform

           move "GRAND TOTAL - ALL BATCHES" to eoj-text-out
           write eoj-summary-rec from eoj-text-line
               after advancing 2 lines

           move checkpoint-input-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 2 lines
           move "DETAIL RECORDS" to eoj-count-label
           move detail-record-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "RECORDS ACCEPTED" to eoj-count-label
           move accepted-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "RECORDS REJECTED" to eoj-count-label
           move rejected-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "RECORDS OUTSIDE A BATCH" to eoj-count-label
           move orphan-record-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "DUPLICATE BATCH RECORDS" to eoj-count-label
           move skipped-record-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "RECORDS ON CREDIT HOLD" to eoj-count-label
           move held-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines

               after advancing 1 lines
           move "RETURN AMOUNT REJECTED" to eoj-amount-label
           move rejected-return-amount to eoj-amount-out
           write eoj-summary-rec from eoj-amount-line
               after advancing 1 lines
           move "SALES AMOUNT CREDIT HELD" to eoj-amount-label
           move held-sales-amount to eoj-amount-out
           write eoj-summary-rec from eoj-amount-line
               after advancing 1 lines

           move "CUSTOMER PAYMENTS READ" to eoj-count-label
           move payment-read-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 2 lines
           move "CUSTOMER PAYMENTS APPLIED" to eoj-count-label
           move payment-applied-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "CUSTOMER PAYMENTS REJECTED" to eoj-count-label
           move payment-rejected-count to eoj-count-out
           write eoj-summary-rec from eoj-count-line
               after advancing 1 lines
           move "PAYMENT AMOUNT APPLIED" to eoj-amount-label
           move payment-applied-amount to eoj-amount-out
           write eoj-summary-rec from eoj-amount-line
               after advancing 1 lines

           if run-in-balance
               move "RUN IN BALANCE" to eoj-text-out
           else
               move "*** RUN OUT OF BALANCE - SEE BATCH RESULTS ***"
                   to eoj-text-out
           end-if
           write eoj-summary-rec from eoj-text-line
               after advancing 2 lines
               after advancing 1 lines
           move "CHECKPOINT" to eoj-file-name-out
           move checkpoint-file-status to eoj-status-out
           write eoj-summary-rec from eoj-status-line
               after advancing 1 lines
           move "CUSTOMER PAYMENTS" to eoj-file-name-out
           move customer-payments-status to eoj-status-out
           write eoj-summary-rec from eoj-status-line
               after advancing 1 lines
           move "CREDIT HOLD" to eoj-file-name-out
           move credit-hold-status to eoj-status-out
           write eoj-summary-rec from eoj-status-line
               after advancing 1 lines
           move "AR LEDGER" to eoj-file-name-out
           move ar-ledger-status to eoj-status-out
           write eoj-summary-rec from eoj-status-line
               after advancing 1 lines


           close eoj-summary.

       515-WRITE-EOJ-BATCH-RTN.

           move bt-batch-id(bt-scan-idx) to eoj-batch-id-out
           move bt-business-date(bt-scan-idx) to eoj-bus-date-out
           move bt-input-count(bt-scan-idx) to eoj-batch-read-out
           move bt-accepted-count(bt-scan-idx) to eoj-batch-acc-out
           move bt-rejected-count(bt-scan-idx) to eoj-batch-rej-out
           compute eoj-batch-net-out =
               bt-gross-sales(bt-scan-idx)
                   - bt-returns-total(bt-scan-idx)
           evaluate true
               when bt-already-posted(bt-scan-idx)
                   move "SKIPPED" to eoj-batch-status-out
               when bt-in-balance(bt-scan-idx)
                   move "POSTED" to eoj-batch-status-out
               when other
                   move "HELD" to eoj-batch-status-out
           end-evaluate
           write eoj-summary-rec from eoj-batch-line
               after advancing 1 lines.

       520-SET-RETURN-CODE-RTN.

           if batches-skipped-count > zero
               if return-code < 16
                   move 16 to return-code
               end-if
           end-if

           if return-code = zero
               if rejected-count * 100 >
                       detail-record-count * reject-threshold-pct
                   move 4 to return-code
               end-if
           end-if

           if return-code = zero
               if held-count + payment-rejected-count > zero
                   move 4 to return-code
               end-if
           end-if.
               move st-weekly-total(st-idx) to rto-weekly-total
               move st-mtd-total(st-idx) to rto-mtd-total
               move st-ytd-total(st-idx) to rto-ytd-total
               move st-override-mtd-sales(st-idx)
                   to rto-override-mtd-sales
               move st-override-mtd-comm(st-idx)
                   to rto-override-mtd-comm
               write rto-record
           end-perform


           close sales-history.

       575-REWRITE-CUSTOMER-MASTER-RTN.

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

       576-CLEAR-PAYMENTS-RTN.

           open output customer-payments
           close customer-payments.

       590-CLEAR-CHECKPOINT-RTN.

           open output checkpoint-file
               display "POSTED BATCH CONTROL FILE NOT WRITABLE"
               move 12 to return-code
           else
               perform varying bt-scan-idx from 1 by 1
                       until bt-scan-idx > batch-count
                   if not bt-already-posted(bt-scan-idx)
                       move bt-batch-id(bt-scan-idx) to pb-batch-id
                       move bt-business-date(bt-scan-idx)
                           to pb-business-date
                       move run-date-number to pb-posted-date
                       if bt-in-balance(bt-scan-idx)
                           move "P" to pb-status
                       else
                           move "H" to pb-status
                       end-if
                       write posted-batch-record
                   end-if
               end-perform
               close posted-batch
           end-if.

       900-LOG-RUN-START-RTN.

           move "Program1" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move checkpoint-input-count to rl-records-in
           move accepted-count to rl-records-out
           if batch-count > zero
               move bt-batch-id(1) to rl-work-id
           end-if
           if batch-count > 1
               string bt-batch-id(1) "-" bt-batch-id(batch-count)
                   delimited by size into rl-work-id
           end-if
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


       end program Program1.

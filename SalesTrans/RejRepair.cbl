                       organization is line sequential
                       file status is branch-master-status.

                       select product-master
                       assign to "C:\a\exercise7\prodmst.txt"
                       organization is line sequential
                       file status is product-master-status.

                       select customer-master
                       assign to "C:\a\exercise7\custmst.txt"
                       organization is line sequential
                       assign to "C:\a\exercise7\repairrg.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  reject-data.
           05  rj-seq-x             picture x(6).
           05  rj-seq redefines rj-seq-x
                                    picture 9(6).
           05  rj-trans             picture x(83).
           05  rj-reason            picture x(40).

       fd  corrections.
           05  salesmst-name        picture x(20).
           05  salesmst-status      picture x.
               88  salesmst-active  value "A".
           05  salesmst-home-branch picture x(3).
           05  salesmst-branch-eff-date
                                    picture 9(8).

       fd  branch-master.
       01  branch-master-record.
           05  bm-status            picture x.
               88  bm-active        value "A".

       fd  product-master.
       01  product-master-record.
           05  pm-code              picture x(3).
           05  pm-desc              picture x(20).
           05  pm-status            picture x.
           05                       picture x(15).

       fd  customer-master.
       01  customer-master-record.
           05  cm-number            picture 9(6).
           05  cm-name              picture x(20).
           05  cm-status            picture x.
               88  cm-active        value "A".
           05  cm-credit-limit      picture 9(7)v99.
           05  cm-balance           picture s9(9)v99.

       fd  run-params.
       01  run-param-record.
           05                       picture x(61).

       fd  resubmit-out.
       01  resubmit-rec             picture x(83).

       fd  held-out.
       01  held-rec.
           05  ho-batch-id          picture x(8).
           05  ho-seq               picture 9(6).
           05  ho-trans             picture x(83).
           05  ho-reason            picture x(40).

       fd  repair-register.
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

       01  reject-data-status       picture xx.
           88  reject-data-ok       value "00".

           88  branch-master-ok     value "00".
           88  branch-master-eof    value "10".

       01  product-master-status    picture xx.
           88  product-master-ok    value "00".
           88  product-master-eof   value "10".

       01  customer-master-status   picture xx.
           88  customer-master-ok   value "00".
           88  customer-master-eof  value "10".
                   15 split-pct redefines split-pct-x
                                          picture 9(3).
           05                             picture x(3).
           05 product-line-code           picture x(3).

       01  max-sale-amount          picture 9(7)v99 value 50000.00.

           05  branch-found-switch   picture x value "N".
               88  branch-found      value "Y".

       01  product-count            picture 9(4) comp value zero.
       01  product-max              picture 9(4) comp value 200.
       01  product-table.
           05  product-entry occurs 1 to 200 times
                   depending on product-count
                   indexed by pd-idx.
               10  pd-code           picture x(3).
               10  pd-status         picture x.
                   88  pd-active     value "A".

       01  product-work-fields.
           05  pd-scan-idx           picture 9(4) comp.
           05  pd-post-idx           picture 9(4) comp.
           05  product-found-switch  picture x value "N".
               88  product-found     value "Y".

       01  customer-count           picture 9(4) comp value zero.
       01  customer-max             picture 9(4) comp value 2000.
       01  customer-table.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-LOAD-CORRECTIONS-RTN
           perform 045-LOAD-BRANCH-MASTER-RTN
           perform 048-LOAD-PRODUCT-MASTER-RTN
           perform 046-LOAD-CUSTOMER-MASTER-RTN
           perform 047-LOAD-CEILING-RTN
           perform 050-OPEN-FILES-RTN

           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-LOAD-CORRECTIONS-RTN.

           if corrections-not-found
               display "CORRECTIONS FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if not corrections-ok
               display "CORRECTIONS FILE NOT READABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           perform until corrections-eof
               read corrections
           if correction-count >= correction-max
               display "CORRECTION TABLE FULL - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if co-seq-x is not numeric
               display "INVALID CORRECTION RECORD - RUN STOPPED"
               display correction-record
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           add 1 to correction-count
           move co-batch-id to ct-batch-id(correction-count)
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
           end-perform
           close branch-master.

       048-LOAD-PRODUCT-MASTER-RTN.

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
                       if product-count >= product-max
                           display "PRODUCT MASTER EXCEEDS TABLE "
                               "CAPACITY - RUN STOPPED"
                           move 12 to return-code
                           perform 990-STOP-RUN-RTN
                       end-if
                       add 1 to product-count
                       move pm-code to pd-code(product-count)
                       move pm-status to pd-status(product-count)
               end-read
           end-perform
           close product-master.

       046-LOAD-CUSTOMER-MASTER-RTN.

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
                       add 1 to customer-count
                       move cm-number to cu-number(customer-count)
                   display "RUN PARAMETER FILE NOT READABLE - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
               end-if
               perform until run-params-eof
                   read run-params
           if not reject-data-ok
               display "REJECT DATA FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open input salesmst
           if not salesmst-ok
               display "SALESPERSON MASTER OPEN FAILED - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output resubmit-out
                output held-out
               when "SPLITS"
                   move ct-new-value(co-scan-idx)(1:28)
                       to split-area
               when "PRODUCT"
                   move ct-new-value(co-scan-idx)(1:3)
                       to product-line-code
               when "DROP"
                   set reject-dropped to true
               when other
                   display "UNKNOWN CORRECTION FIELD "
                       ct-field-id(co-scan-idx) " - RUN STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-evaluate
           move "Y" to ct-applied(co-scan-idx)
           add 1 to applied-this-reject.
               perform 230-VALIDATE-BRANCH-RTN
           end-if

           if trans-is-valid
               perform 235-VALIDATE-PRODUCT-RTN
           end-if

           if trans-is-valid
               perform 240-VALIDATE-CUSTOMER-RTN
           end-if
               end-if
           end-if.

       235-VALIDATE-PRODUCT-RTN.

           move "N" to product-found-switch
           move 1 to pd-post-idx
           perform varying pd-scan-idx from 1 by 1
                   until pd-scan-idx > product-count
               if pd-code(pd-scan-idx) = product-line-code
                   move pd-scan-idx to pd-post-idx
                   move "Y" to product-found-switch
               end-if
           end-perform

           if product-line-code = spaces
               set trans-is-invalid to true
               move "PRODUCT LINE CODE MISSING" to reject-reason
           else
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

       240-VALIDATE-CUSTOMER-RTN.

           if customer-number-x is not numeric
                     reject-data
           end-if.

       900-LOG-RUN-START-RTN.

           move "RejRepair" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move rejects-read-count to rl-records-in
           move resubmitted-count to rl-records-out
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


       end program RejRepair.

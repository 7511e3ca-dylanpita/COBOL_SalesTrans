                       assign to "C:\a\exercise7\auditnew.txt"
                       organization is line sequential.

                       select run-log
                       assign to "C:\a\exercise7\runlog.txt"
                       organization is line sequential
                       file status is run-log-status.

       data division.
       file section.
       fd  audit-params.
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

       01  audit-log-old-record.
           05                       picture x(18).
           05                       picture x(20).

       fd  audit-report.
       01  report-rec               picture x(94).

       fd  audit-archive.
       01  archive-rec              picture x(94).

       fd  audit-new.
       01  audit-new-rec            picture x(94).

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

       01  audit-params-status      picture xx.
           88  audit-params-ok      value "00".

           05  audit-date-work      picture 9(8) value zero.
           05  audit-number-work    picture 9(4) value zero.
           05  audit-type-work      picture x value space.
               88  audit-type-return    value "R".
               88  audit-type-sale-reversal   value "X".
               88  audit-type-return-reversal value "Y".
           05  audit-branch-work    picture x(3) value spaces.
           05  audit-amount-work    picture 9(7)v99 value zero.
           05  parm-number-work     picture 9(4) value zero.

       000-main-module.

           perform 900-LOG-RUN-START-RTN
           perform 040-READ-PARM-RTN
           perform 050-OPEN-FILES-RTN
           if run-mode-inquiry
               string "INQ " aq-date-from-x "-" aq-date-to-x
                   delimited by size into rl-work-id
           else
               string "ARC " aq-cutoff-date-x
                   delimited by size into rl-work-id
           end-if

           move function current-date to date-field
           string day-field "/" month-field "/" year-field

           perform 500-termination-routine

           perform 990-STOP-RUN-RTN.

       040-READ-PARM-RTN.

               display "AUDIT PARAMETER FILE NOT AVAILABLE - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           read audit-params
               at end
                   display "AUDIT PARAMETER RECORD MISSING - RUN "
                       "STOPPED"
                   move 12 to return-code
                   perform 990-STOP-RUN-RTN
           end-read
           move aq-mode to parm-mode-save
           if not run-mode-inquiry and not run-mode-archive
               display "INVALID INQUIRY MODE - MUST BE I/A - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if run-mode-archive
                   and aq-cutoff-date-x is not numeric
               display "ARCHIVE CUTOFF DATE NOT NUMERIC - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           if aq-salesperson-x not = spaces
                   and aq-salesperson-x is not numeric
               display "SALESPERSON FILTER NOT NUMERIC - RUN "
                   "STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if.

       050-OPEN-FILES-RTN.
           if not audit-log-ok
               display "AUDIT LOG FILE NOT AVAILABLE - RUN STOPPED"
               move 12 to return-code
               perform 990-STOP-RUN-RTN
           end-if
           open output audit-report
           if run-mode-archive

           if record-selected
               add 1 to selected-count
               evaluate true
                   when audit-type-return
                       add audit-amount-work to selected-return-amt
                       subtract audit-amount-work from selected-amount
                   when audit-type-sale-reversal
                       subtract audit-amount-work
                           from selected-sales-amt
                       subtract audit-amount-work from selected-amount
                   when audit-type-return-reversal
                       subtract audit-amount-work
                           from selected-return-amt
                       add audit-amount-work to selected-amount
                   when other
                       add audit-amount-work to selected-sales-amt
                       add audit-amount-work to selected-amount
               end-evaluate
               write report-rec from audit-log-record
                   after advancing 1 lines
           end-if.
                 audit-log
                 audit-report.

       900-LOG-RUN-START-RTN.

           move "AuditInq" to rl-program
           set rl-start to true
           perform 920-WRITE-RUN-LOG-RTN.

       910-LOG-RUN-END-RTN.

           set rl-end to true
           move records-read-count to rl-records-in
           if run-mode-inquiry
               move selected-count to rl-records-out
           else
               move archived-count to rl-records-out
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


       end program AuditInq.

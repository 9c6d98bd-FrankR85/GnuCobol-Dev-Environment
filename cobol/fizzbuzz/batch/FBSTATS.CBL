             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.
                 88 AUD-BULK-CALL    VALUE 'B'.

       FD REPORT-IN.
          01 REPORT-IN-RECORD      PIC X(41).
           MOVE 'FBSTATS' TO RUN-LEDGER-PROGRAM
           PERFORM 0200-OPEN-FILES
           PERFORM 0310-READ-NEXT-AUDIT
      *    Bulk calls are FBSUBSPL's billing entries for tickets
      *    run in the batch window, not service requests.
           PERFORM UNTIL AUDITLOG-EOF
               IF NOT AUD-BULK-CALL THEN
                   PERFORM 0300-PROCESS-AUDIT-RECORD
               END-IF
               PERFORM 0310-READ-NEXT-AUDIT
           END-PERFORM
           PERFORM 0410-READ-NEXT-CSV

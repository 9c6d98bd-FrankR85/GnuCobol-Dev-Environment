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
           END-IF
           .
       0300-RELEASE-AUDIT-ENTRIES SECTION.
      *    Bulk calls are FBSUBSPL's billing entries for tickets,
      *    whose rows FBSUBSPL has already checked.
           PERFORM 0310-READ-NEXT-AUDIT
           PERFORM UNTIL AUDITLOG-EOF
               IF NOT AUD-BULK-CALL
                       AND AUD-START-NUMBER IS NUMERIC
                       AND AUD-END-NUMBER IS NUMERIC
                       AND AUD-END-NUMBER >= AUD-START-NUMBER THEN
                   ADD 1 TO AUDIT-SEQ-COUNT

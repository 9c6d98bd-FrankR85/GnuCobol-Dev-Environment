             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.
                 88 AUD-BULK-CALL    VALUE 'B'.

       FD REQUEST-CSV.
          01 REQUEST-CSV-RECORD    PIC X(41).
           .
       0250-RELEASE-AUDIT-IDS SECTION.
           PERFORM 0310-READ-NEXT-AUDIT
      *    Bulk calls are FBSUBSPL's billing entries for tickets;
      *    their results are TKT- files, not REQ- files.
           PERFORM UNTIL AUDITLOG-EOF
               IF NOT AUD-BULK-CALL THEN
                   MOVE AUD-TIMESTAMP TO CSR-TIMESTAMP
                   MOVE AUD-REQUEST-ID TO CSR-REQUEST-ID
                   RELEASE COLL-SORT-RECORD
               END-IF
               PERFORM 0310-READ-NEXT-AUDIT
           END-PERFORM
           .

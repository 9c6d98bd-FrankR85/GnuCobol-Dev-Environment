       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMSTKEY.

      *----------------------------------------------------------*
      *  Nightly load of the keyed membership master.  Runs after  *
      *  FIZZMAST and copies every enriched MASTOUT record (the    *
      *  member data plus its classification) into MASTKEY, an     *
      *  indexed file keyed on the account number (FBMKEYF         *
      *  copybook), which the CGI's account inquiry reads by key.  *
      *  The file is loaded from empty each night so it always     *
      *  matches the day's MASTOUT exactly.                        *
      *                                                            *
      *  MASTOUT arrives in account-number order (FBMSTUPD keeps   *
      *  the master in that order).  A record the keyed file       *
      *  refuses - duplicate or out-of-sequence account number -   *
      *  is reported to SYSOUT and counted as rejected, and the    *
      *  job ends with RETURN-CODE 8 so the load is looked at.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRICHED-INPUT ASSIGN TO "MASTOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-IN-STATUS.

           SELECT KEYED-MASTER ASSIGN TO "MASTKEY"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MKY-ACCOUNT-NUMBER
           FILE STATUS IS KEYED-MASTER-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENRICHED-INPUT.
          01 ENRICHED-RECORD       PIC X(101).

       FD KEYED-MASTER.
           COPY FBMKEYF     .

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBRUNW      .
       01 ENRICHED-IN-STATUS    PIC 99.
       01 KEYED-MASTER-STATUS   PIC 99.

       01 ENRICHED-EOF-FLAG     PIC X VALUE 'N'.
           88 ENRICHED-EOF      VALUE 'Y'.

       01 ENRICHED-READ-COUNT   PIC 9(9) VALUE 0.
       01 KEYED-WRITE-COUNT     PIC 9(9) VALUE 0.
       01 KEYED-REJECT-COUNT    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBMSTKEY' TO RUN-LEDGER-PROGRAM
           PERFORM 0200-OPEN-FILES
           PERFORM 0310-READ-NEXT-ENRICHED
           PERFORM UNTIL ENRICHED-EOF
               PERFORM 0300-LOAD-KEYED-RECORD
               PERFORM 0310-READ-NEXT-ENRICHED
           END-PERFORM
           PERFORM 0400-CLOSE-FILES
           DISPLAY 'FBMSTKEY: READ=' ENRICHED-READ-COUNT
               ' LOADED=' KEYED-WRITE-COUNT
               ' REJECTED=' KEYED-REJECT-COUNT
           IF KEYED-REJECT-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ENRICHED-READ-COUNT TO RUN-LEDGER-READ
           MOVE KEYED-WRITE-COUNT TO RUN-LEDGER-WRITTEN
           MOVE KEYED-REJECT-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT ENRICHED-INPUT
           IF ENRICHED-IN-STATUS > 9 THEN
               DISPLAY 'FBMSTKEY: CANNOT OPEN MASTOUT, STATUS='
                   ENRICHED-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT KEYED-MASTER
           IF KEYED-MASTER-STATUS > 9 THEN
               DISPLAY 'FBMSTKEY: CANNOT OPEN MASTKEY, STATUS='
                   KEYED-MASTER-STATUS
               CLOSE ENRICHED-INPUT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *    Status 21 (sequence) and 22 (duplicate) are data errors
      *    on the one record; anything else means the keyed file
      *    itself is in trouble and the load is abandoned.
       0300-LOAD-KEYED-RECORD SECTION.
           ADD 1 TO ENRICHED-READ-COUNT
           MOVE ENRICHED-RECORD TO KEYED-MASTER-RECORD
           WRITE KEYED-MASTER-RECORD
           EVALUATE KEYED-MASTER-STATUS
               WHEN 0
                   ADD 1 TO KEYED-WRITE-COUNT
               WHEN 21
               WHEN 22
                   DISPLAY 'FBMSTKEY: ACCOUNT ' MKY-ACCOUNT-NUMBER
                       ' REFUSED, STATUS=' KEYED-MASTER-STATUS
                   ADD 1 TO KEYED-REJECT-COUNT
               WHEN OTHER
                   DISPLAY 'FBMSTKEY: WRITE FAILED, STATUS='
                       KEYED-MASTER-STATUS
                   PERFORM 0400-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
       0310-READ-NEXT-ENRICHED SECTION.
           READ ENRICHED-INPUT
               AT END SET ENRICHED-EOF TO TRUE
           END-READ
           .
       0400-CLOSE-FILES SECTION.
           CLOSE ENRICHED-INPUT
           CLOSE KEYED-MASTER
           .
           COPY FBRUNP      .
       END PROGRAM FBMSTKEY.

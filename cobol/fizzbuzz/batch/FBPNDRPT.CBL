       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBPNDRPT.

      *----------------------------------------------------------*
      *  Nightly pending-change report for the rule and message   *
      *  catalogs.  Reads the RULEPEND and MSGPEND pending-change *
      *  files (FBPCHF) written by FBRULES and FBMSGS and lists   *
      *  every change still waiting for approval on PENDRPT:      *
      *  catalog, change id, proposing userid, date proposed,     *
      *  age in days and the card as proposed.  A change older    *
      *  than EXPIRE days (PENDPARM card EXPIRE=nnn, default 14)  *
      *  has expired: it is listed as EXPIRED and left off the    *
      *  RULEPNEW / MSGPNEW files a follow-on job step swaps in,  *
      *  so it can no longer be approved and must be proposed     *
      *  again.  A change whose id carries no valid date cannot   *
      *  be aged and is dropped the same way, as BAD ID.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-INPUT ASSIGN TO "PENDPARM"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT RULE-PENDING ASSIGN TO "RULEPEND"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RULE-PENDING-STATUS.

           SELECT RULE-PENDING-NEW ASSIGN TO "RULEPNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RULE-PEND-NEW-STATUS.

           SELECT MSG-PENDING ASSIGN TO "MSGPEND"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MSG-PENDING-STATUS.

           SELECT MSG-PENDING-NEW ASSIGN TO "MSGPNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MSG-PEND-NEW-STATUS.

           SELECT PRINT-REPORT ASSIGN TO "PENDRPT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-INPUT.
          01 PARM-RECORD           PIC X(80).

       FD RULE-PENDING.
          01 RULE-PENDING-RECORD   PIC X(155).

       FD RULE-PENDING-NEW.
          01 RULE-PEND-NEW-RECORD  PIC X(155).

       FD MSG-PENDING.
          01 MSG-PENDING-RECORD    PIC X(155).

       FD MSG-PENDING-NEW.
          01 MSG-PEND-NEW-RECORD   PIC X(155).

       FD PRINT-REPORT.
          01 PRINT-LINE            PIC X(132).

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBRUNW      .
           COPY FBPCHF      .
       01 PARM-STATUS           PIC 99.
       01 RULE-PENDING-STATUS   PIC 99.
       01 RULE-PEND-NEW-STATUS  PIC 99.
       01 MSG-PENDING-STATUS    PIC 99.
       01 MSG-PEND-NEW-STATUS   PIC 99.
       01 PRINT-STATUS          PIC 99.

       01 PENDING-EOF-FLAG      PIC X VALUE 'N'.
           88 PENDING-EOF       VALUE 'Y'.

       01 PARM-NAME-TOKEN       PIC X(20).
       01 PARM-VALUE-TOKEN      PIC X(20).
       01 EXPIRE-DAYS           PIC 9(3) VALUE 14.
       01 TODAY-INTEGER         PIC 9(8).
       01 CHANGE-AGE            PIC 9(8).
       01 CHANGE-STATE          PIC X(8).
           88 CHANGE-WAITING    VALUE 'WAITING'.
           88 CHANGE-EXPIRED    VALUE 'EXPIRED'.
           88 CHANGE-BAD-ID     VALUE 'BAD ID'.

       01 CHANGE-READ-COUNT     PIC 9(9) VALUE 0.
       01 RULE-WAITING-COUNT    PIC 9(9) VALUE 0.
       01 MSG-WAITING-COUNT     PIC 9(9) VALUE 0.
       01 CHANGE-EXPIRED-COUNT  PIC 9(9) VALUE 0.

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
       01 PAGE-LINE-LIMIT       PIC 9(2) VALUE 55.

       01 PAGE-HEADER-LINE.
          05 FILLER             PIC X(34)
             VALUE 'FIZZBUZZ PENDING CATALOG CHANGES '.
          05 FILLER             PIC X(4)  VALUE 'RUN '.
          05 HDR-RUN-DATE       PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 HDR-RUN-TIME       PIC X(6).
          05 FILLER             PIC X(6)  VALUE '  PAGE'.
          05 HDR-PAGE-ED        PIC Z(3)9.
          05 FILLER             PIC X(68) VALUE SPACES.

       01 EXPIRY-HEADER-LINE.
          05 FILLER             PIC X(29)
             VALUE 'CHANGES EXPIRE AFTER     DAYS'.
          05 FILLER             PIC X(103) VALUE SPACES.
       01 EXPIRY-HEADER-VIEW REDEFINES EXPIRY-HEADER-LINE.
          05 FILLER             PIC X(21).
          05 EHD-EXPIRE-DAYS-ED PIC ZZ9.
          05 FILLER             PIC X(108).

       01 COLUMN-HEADER-LINE.
          05 FILLER             PIC X(10) VALUE 'CATALOG'.
          05 FILLER             PIC X(18) VALUE 'CHANGE ID'.
          05 FILLER             PIC X(10) VALUE 'PROPOSER'.
          05 FILLER             PIC X(10) VALUE 'PROPOSED'.
          05 FILLER             PIC X(6)  VALUE '   AGE'.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'STATE'.
          05 FILLER             PIC X(66) VALUE 'CHANGE CARD'.

       01 CHANGE-LINE.
          05 CHL-CATALOG        PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CHL-CHANGE-ID      PIC X(16).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CHL-PROPOSER-ID    PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CHL-PROPOSED-DATE  PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CHL-AGE-ED         PIC Z(5)9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CHL-STATE          PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CHL-CARD           PIC X(66).

       01 TOTAL-LINE.
          05 TOT-TEXT           PIC X(34).
          05 TOT-COUNT-ED       PIC Z(8)9.
          05 FILLER             PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBPNDRPT' TO RUN-LEDGER-PROGRAM
           PERFORM 0100-READ-PARAMETERS
           PERFORM 0150-OPEN-REPORT
           PERFORM 0200-AGE-RULE-CHANGES
           PERFORM 0300-AGE-MSG-CHANGES
           PERFORM 0600-PRINT-TOTALS
           CLOSE PRINT-REPORT
           DISPLAY 'FBPNDRPT: CHANGES READ=' CHANGE-READ-COUNT
               ' RULECAT WAITING=' RULE-WAITING-COUNT
               ' MSGCAT WAITING=' MSG-WAITING-COUNT
               ' EXPIRED=' CHANGE-EXPIRED-COUNT
           MOVE CHANGE-READ-COUNT TO RUN-LEDGER-READ
           COMPUTE RUN-LEDGER-WRITTEN = RULE-WAITING-COUNT
               + MSG-WAITING-COUNT
           MOVE CHANGE-EXPIRED-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
       0100-READ-PARAMETERS SECTION.
           OPEN INPUT PARM-INPUT
           IF PARM-STATUS < 10 THEN
               READ PARM-INPUT
                   AT END CONTINUE
               END-READ
               IF PARM-STATUS < 10 THEN
                   MOVE SPACES TO PARM-NAME-TOKEN PARM-VALUE-TOKEN
                   UNSTRING PARM-RECORD DELIMITED BY '='
                       INTO PARM-NAME-TOKEN PARM-VALUE-TOKEN
                   END-UNSTRING
                   IF PARM-NAME-TOKEN = 'EXPIRE'
                           AND FUNCTION TRIM(PARM-VALUE-TOKEN)
                               IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                           TO EXPIRE-DAYS
                   ELSE
                       DISPLAY 'FBPNDRPT: BAD PENDPARM CARD, USING '
                           'EXPIRE=014: ' PARM-RECORD
                   END-IF
               END-IF
               CLOSE PARM-INPUT
           ELSE
               DISPLAY 'FBPNDRPT: NO PENDPARM, USING EXPIRE=014'
           END-IF
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RUN-START-STAMP(1:8)))
           DISPLAY 'FBPNDRPT: EXPIRE=' EXPIRE-DAYS
           .
       0150-OPEN-REPORT SECTION.
           OPEN OUTPUT PRINT-REPORT
           IF PRINT-STATUS > 9 THEN
               DISPLAY 'FBPNDRPT: CANNOT OPEN PENDRPT, STATUS='
                   PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *    A missing pending file means nothing is waiting; the
      *    NEW file is still written (empty) for the swap step.
       0200-AGE-RULE-CHANGES SECTION.
           OPEN OUTPUT RULE-PENDING-NEW
           IF RULE-PEND-NEW-STATUS > 9 THEN
               DISPLAY 'FBPNDRPT: CANNOT OPEN RULEPNEW, STATUS='
                   RULE-PEND-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO PENDING-EOF-FLAG
           OPEN INPUT RULE-PENDING
           IF RULE-PENDING-STATUS = 35 THEN
               SET PENDING-EOF TO TRUE
           ELSE
               IF RULE-PENDING-STATUS > 9 THEN
                   DISPLAY 'FBPNDRPT: CANNOT OPEN RULEPEND, STATUS='
                       RULE-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM UNTIL PENDING-EOF
               READ RULE-PENDING INTO PENDING-CHANGE-RECORD
                   AT END SET PENDING-EOF TO TRUE
                   NOT AT END
                       MOVE 'RULECAT' TO PCH-CATALOG
                       PERFORM 0400-AGE-ONE-CHANGE
                       IF CHANGE-WAITING THEN
                           MOVE PENDING-CHANGE-RECORD
                               TO RULE-PEND-NEW-RECORD
                           WRITE RULE-PEND-NEW-RECORD
                           IF RULE-PEND-NEW-STATUS > 9 THEN
                               DISPLAY 'FBPNDRPT: WRITE FAILED, '
                                   'RULEPNEW STATUS='
                                   RULE-PEND-NEW-STATUS
                               MOVE 16 TO RETURN-CODE
                               CLOSE RULE-PENDING
                               CLOSE RULE-PENDING-NEW
                               GOBACK
                           END-IF
                           ADD 1 TO RULE-WAITING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF RULE-PENDING-STATUS NOT = 35 THEN
               CLOSE RULE-PENDING
           END-IF
           CLOSE RULE-PENDING-NEW
           .
       0300-AGE-MSG-CHANGES SECTION.
           OPEN OUTPUT MSG-PENDING-NEW
           IF MSG-PEND-NEW-STATUS > 9 THEN
               DISPLAY 'FBPNDRPT: CANNOT OPEN MSGPNEW, STATUS='
                   MSG-PEND-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO PENDING-EOF-FLAG
           OPEN INPUT MSG-PENDING
           IF MSG-PENDING-STATUS = 35 THEN
               SET PENDING-EOF TO TRUE
           ELSE
               IF MSG-PENDING-STATUS > 9 THEN
                   DISPLAY 'FBPNDRPT: CANNOT OPEN MSGPEND, STATUS='
                       MSG-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM UNTIL PENDING-EOF
               READ MSG-PENDING INTO PENDING-CHANGE-RECORD
                   AT END SET PENDING-EOF TO TRUE
                   NOT AT END
                       MOVE 'MSGCAT' TO PCH-CATALOG
                       PERFORM 0400-AGE-ONE-CHANGE
                       IF CHANGE-WAITING THEN
                           MOVE PENDING-CHANGE-RECORD
                               TO MSG-PEND-NEW-RECORD
                           WRITE MSG-PEND-NEW-RECORD
                           IF MSG-PEND-NEW-STATUS > 9 THEN
                               DISPLAY 'FBPNDRPT: WRITE FAILED, '
                                   'MSGPNEW STATUS='
                                   MSG-PEND-NEW-STATUS
                               MOVE 16 TO RETURN-CODE
                               CLOSE MSG-PENDING
                               CLOSE MSG-PENDING-NEW
                               GOBACK
                           END-IF
                           ADD 1 TO MSG-WAITING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF MSG-PENDING-STATUS NOT = 35 THEN
               CLOSE MSG-PENDING
           END-IF
           CLOSE MSG-PENDING-NEW
           .
      *    Age is whole days from the date in the change id to
      *    today; a change is still waiting on its EXPIRE'th day.
       0400-AGE-ONE-CHANGE SECTION.
           ADD 1 TO CHANGE-READ-COUNT
           MOVE 0 TO CHANGE-AGE
           EVALUATE TRUE
               WHEN PCH-PROPOSED-STAMP(1:8) IS NOT NUMERIC
                   SET CHANGE-BAD-ID TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(PCH-PROPOSED-STAMP(1:8)))
                       NOT = 0
                   SET CHANGE-BAD-ID TO TRUE
               WHEN OTHER
                   COMPUTE CHANGE-AGE = TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(PCH-PROPOSED-STAMP(1:8)))
                   IF CHANGE-AGE > EXPIRE-DAYS THEN
                       SET CHANGE-EXPIRED TO TRUE
                   ELSE
                       SET CHANGE-WAITING TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT CHANGE-WAITING THEN
               ADD 1 TO CHANGE-EXPIRED-COUNT
               DISPLAY 'FBPNDRPT: ' FUNCTION TRIM(PCH-CATALOG)
                   ' CHANGE ' PCH-CHANGE-ID ' BY ' PCH-PROPOSER-ID
                   ' DROPPED, ' CHANGE-STATE
           END-IF
           PERFORM 0900-PRINT-CHANGE
           .
       0600-PRINT-TOTALS SECTION.
           IF PAGE-LINE-COUNT >= PAGE-LINE-LIMIT - 5 THEN
               PERFORM 0950-PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'CHANGES READ' TO TOT-TEXT
           MOVE CHANGE-READ-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'RULECAT CHANGES WAITING' TO TOT-TEXT
           MOVE RULE-WAITING-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'MSGCAT CHANGES WAITING' TO TOT-TEXT
           MOVE MSG-WAITING-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'CHANGES EXPIRED AND DROPPED' TO TOT-TEXT
           MOVE CHANGE-EXPIRED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE '*** END OF REPORT ***' TO PRINT-LINE
           WRITE PRINT-LINE
           .
       0900-PRINT-CHANGE SECTION.
           IF PAGE-LINE-COUNT >= PAGE-LINE-LIMIT THEN
               PERFORM 0950-PRINT-PAGE-HEADER
           END-IF
           MOVE PCH-CATALOG TO CHL-CATALOG
           MOVE PCH-CHANGE-ID TO CHL-CHANGE-ID
           MOVE PCH-PROPOSER-ID TO CHL-PROPOSER-ID
           MOVE PCH-PROPOSED-STAMP(1:8) TO CHL-PROPOSED-DATE
           MOVE CHANGE-AGE TO CHL-AGE-ED
           MOVE CHANGE-STATE TO CHL-STATE
           MOVE PCH-CARD TO CHL-CARD
           MOVE CHANGE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           .
       0950-PRINT-PAGE-HEADER SECTION.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-START-STAMP(1:8) TO HDR-RUN-DATE
           MOVE RUN-START-STAMP(9:6) TO HDR-RUN-TIME
           MOVE PAGE-NUMBER TO HDR-PAGE-ED
           MOVE PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE EXPIRE-DAYS TO EHD-EXPIRE-DAYS-ED
           MOVE EXPIRY-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 5 TO PAGE-LINE-COUNT
           .
           COPY FBRUNP      .
       END PROGRAM FBPNDRPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBRANCH.

      *----------------------------------------------------------*
      *  Maintenance for the BRANCHES reference file the          *
      *  membership edits in FIZZMAST and FBMSTUPD check branch   *
      *  codes against, in the same style as the FBRULES and      *
      *  FBCLIENT maintenance.  Control cards on BRNCHIN:         *
      *      USER <userid>                                        *
      *      ADD <branch> <region> <name>                         *
      *      CHANGE <branch> <region> [<name>]                    *
      *      OPEN <branch>                                        *
      *      CLOSE <branch>                                       *
      *  The name is the rest of the card and is kept unchanged   *
      *  when a CHANGE card leaves it off; a new branch is added  *
      *  open.  The updated file is written to BRNCHNEW (a        *
      *  follow-on step swaps it in for BRANCHES) and every       *
      *  applied card is appended to the BRNCHAUD audit trail     *
      *  with timestamp and the USER card's userid.  Bad cards    *
      *  are reported and the job ends with RETURN-CODE 8.        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-CARDS ASSIGN TO "BRNCHIN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCH-CARDS-STATUS.

           SELECT BRANCHES ASSIGN TO "BRANCHES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCHES-STATUS.

           SELECT BRANCH-NEW ASSIGN TO "BRNCHNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCH-NEW-STATUS.

           SELECT BRANCH-AUDIT ASSIGN TO "BRNCHAUD"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCH-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-CARDS.
          01 BRANCH-CARD           PIC X(80).

       FD BRANCHES.
           COPY FBBRNF      .

       FD BRANCH-NEW.
          01 BRANCH-NEW-RECORD     PIC X(46).

       FD BRANCH-AUDIT.
          01 BRANCH-AUDIT-RECORD.
             05 BAU-TIMESTAMP      PIC X(14).
             05 BAU-FILLER-1       PIC X.
             05 BAU-USER-ID        PIC X(8).
             05 BAU-FILLER-2       PIC X.
             05 BAU-ACTION         PIC X(10).
             05 BAU-FILLER-3       PIC X.
             05 BAU-BRANCH-CODE    PIC X(4).
             05 BAU-FILLER-4       PIC X.
             05 BAU-OPEN-FLAG      PIC X.
             05 BAU-FILLER-5       PIC X.
             05 BAU-REGION         PIC X(8).
             05 BAU-FILLER-6       PIC X.
             05 BAU-BRANCH-NAME    PIC X(30).

       WORKING-STORAGE SECTION.
       01 BRANCH-CARDS-STATUS   PIC 99.
       01 BRANCHES-STATUS       PIC 99.
       01 BRANCH-NEW-STATUS     PIC 99.
       01 BRANCH-AUDIT-STATUS   PIC 99.

       01 BRANCH-CARDS-EOF-FLAG PIC X VALUE 'N'.
           88 BRANCH-CARDS-EOF  VALUE 'Y'.
       01 BRANCHES-EOF-FLAG     PIC X VALUE 'N'.
           88 BRANCHES-EOF      VALUE 'Y'.

       01 CARD-VERB             PIC X(10).
       01 CARD-BRANCH-CODE      PIC X(8).
       01 CARD-REGION           PIC X(10).
       01 CARD-BRANCH-NAME      PIC X(60).
       01 CARD-PTR              PIC 9(4).
       01 MAINT-USER-ID         PIC X(8) VALUE 'UNKNOWN'.

       01 REFERENCE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 REFERENCE-TABLE.
          05 REFERENCE-ENTRY OCCURS 500 TIMES.
             10 RTE-BRANCH-CODE    PIC X(4).
             10 RTE-OPEN-FLAG      PIC X.
             10 RTE-REGION         PIC X(8).
             10 RTE-BRANCH-NAME    PIC X(30).
       01 REFERENCE-IX          PIC 9(3).
       01 REFERENCE-HIT-IX      PIC 9(3).
       01 REFERENCE-HIT-FLAG    PIC X.
           88 REFERENCE-HIT     VALUE 'Y'.

       01 CARD-ERROR-COUNT      PIC 9(4) VALUE 0.
       01 CARDS-APPLIED-COUNT   PIC 9(4) VALUE 0.

      *    Audit rows are buffered and only written once the whole
      *    deck is clean: a deck with errors ends RC=8 and the
      *    reference swap is held, so the trail must not record
      *    changes that never went live.
       01 PENDING-AUDIT-COUNT   PIC 9(3) VALUE 0.
       01 PENDING-AUDIT-TABLE.
          05 PENDING-AUDIT-ROW OCCURS 200 TIMES PIC X(81).
       01 PENDING-AUDIT-IX      PIC 9(3).
       01 PENDING-AUDIT-LINE.
          05 PAU-TIMESTAMP      PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-USER-ID        PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-ACTION         PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-BRANCH-CODE    PIC X(4).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-OPEN-FLAG      PIC X.
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-REGION         PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-BRANCH-NAME    PIC X(30).

       01 NEW-REFERENCE-LINE.
          05 NEW-BRF-BRANCH-CODE    PIC X(4).
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-BRF-OPEN-FLAG      PIC X.
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-BRF-REGION         PIC X(8).
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-BRF-BRANCH-NAME    PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-LOAD-REFERENCE-TABLE
           PERFORM 0410-READ-NEXT-CARD
           PERFORM UNTIL BRANCH-CARDS-EOF
               PERFORM 0400-APPLY-CARD
               PERFORM 0410-READ-NEXT-CARD
           END-PERFORM
           PERFORM 0500-WRITE-NEW-REFERENCE
           PERFORM 0550-WRITE-AUDIT-TRAIL
           PERFORM 0600-CLOSE-FILES
           DISPLAY 'FBBRANCH: CARDS APPLIED=' CARDS-APPLIED-COUNT
               ' ERRORS=' CARD-ERROR-COUNT
           IF CARD-ERROR-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT BRANCH-CARDS
           IF BRANCH-CARDS-STATUS > 9 THEN
               DISPLAY 'FBBRANCH: CANNOT OPEN BRNCHIN, STATUS='
                   BRANCH-CARDS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BRANCHES
           IF BRANCHES-STATUS = 35 THEN
               SET BRANCHES-EOF TO TRUE
           ELSE
               IF BRANCHES-STATUS > 9 THEN
                   DISPLAY 'FBBRANCH: CANNOT OPEN BRANCHES, STATUS='
                       BRANCHES-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       0300-LOAD-REFERENCE-TABLE SECTION.
           PERFORM 0310-READ-NEXT-REFERENCE
           PERFORM UNTIL BRANCHES-EOF
               IF REFERENCE-TABLE-COUNT < 500 THEN
                   ADD 1 TO REFERENCE-TABLE-COUNT
                   MOVE BRF-BRANCH-CODE TO
                       RTE-BRANCH-CODE(REFERENCE-TABLE-COUNT)
                   MOVE BRF-OPEN-FLAG TO
                       RTE-OPEN-FLAG(REFERENCE-TABLE-COUNT)
                   MOVE BRF-REGION TO
                       RTE-REGION(REFERENCE-TABLE-COUNT)
                   MOVE BRF-BRANCH-NAME TO
                       RTE-BRANCH-NAME(REFERENCE-TABLE-COUNT)
               ELSE
                   DISPLAY 'FBBRANCH: REFERENCE TABLE FULL, ROW LOST'
                   ADD 1 TO CARD-ERROR-COUNT
               END-IF
               PERFORM 0310-READ-NEXT-REFERENCE
           END-PERFORM
           .
       0310-READ-NEXT-REFERENCE SECTION.
           IF NOT BRANCHES-EOF THEN
               READ BRANCHES
                   AT END SET BRANCHES-EOF TO TRUE
               END-READ
           END-IF
           .
       0400-APPLY-CARD SECTION.
           IF BRANCH-CARD = SPACES OR BRANCH-CARD(1:1) = '*' THEN
               GO TO 0400Z
           END-IF
           MOVE SPACES TO CARD-VERB CARD-BRANCH-CODE
               CARD-REGION CARD-BRANCH-NAME
           MOVE 1 TO CARD-PTR
           UNSTRING BRANCH-CARD DELIMITED BY ALL SPACE
               INTO CARD-VERB CARD-BRANCH-CODE CARD-REGION
               WITH POINTER CARD-PTR
           END-UNSTRING
           IF CARD-PTR <= LENGTH OF BRANCH-CARD THEN
               MOVE BRANCH-CARD(CARD-PTR:) TO CARD-BRANCH-NAME
           END-IF
           MOVE FUNCTION UPPER-CASE(CARD-VERB) TO CARD-VERB
           MOVE FUNCTION UPPER-CASE(CARD-BRANCH-CODE)
               TO CARD-BRANCH-CODE
           MOVE FUNCTION UPPER-CASE(CARD-REGION) TO CARD-REGION
           EVALUATE CARD-VERB
               WHEN 'USER'
                   MOVE CARD-BRANCH-CODE TO MAINT-USER-ID
               WHEN 'ADD'
                   PERFORM 0420-ADD-BRANCH-ROW
               WHEN 'CHANGE'
                   PERFORM 0430-CHANGE-BRANCH-ROW
               WHEN 'OPEN'
                   PERFORM 0440-SET-OPEN-FLAG
               WHEN 'CLOSE'
                   PERFORM 0440-SET-OPEN-FLAG
               WHEN OTHER
                   DISPLAY 'FBBRANCH: UNKNOWN CARD: ' BRANCH-CARD
                   ADD 1 TO CARD-ERROR-COUNT
           END-EVALUATE
           .
       0400Z.
           EXIT
           .
       0410-READ-NEXT-CARD SECTION.
           READ BRANCH-CARDS
               AT END SET BRANCH-CARDS-EOF TO TRUE
           END-READ
           .
      *    Branch codes are four characters, regions eight and
      *    names thirty, as carried on the member master and the
      *    reference file; a longer token is a punching error, not
      *    something to cut.
       0420-ADD-BRANCH-ROW SECTION.
           IF CARD-BRANCH-CODE = SPACES
                   OR CARD-BRANCH-CODE(5:) NOT = SPACES
                   OR CARD-REGION = SPACES
                   OR CARD-REGION(9:) NOT = SPACES
                   OR CARD-BRANCH-NAME = SPACES
                   OR CARD-BRANCH-NAME(31:) NOT = SPACES THEN
               DISPLAY 'FBBRANCH: BAD ADD CARD: ' BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           PERFORM 0460-FIND-BRANCH-ROW
           IF REFERENCE-HIT THEN
               DISPLAY 'FBBRANCH: BRANCH ALREADY ON FILE: '
                   BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           IF REFERENCE-TABLE-COUNT >= 500 THEN
               DISPLAY 'FBBRANCH: REFERENCE FULL, CANNOT ADD: '
                   BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           ADD 1 TO REFERENCE-TABLE-COUNT
           MOVE CARD-BRANCH-CODE TO
               RTE-BRANCH-CODE(REFERENCE-TABLE-COUNT)
           MOVE 'O' TO RTE-OPEN-FLAG(REFERENCE-TABLE-COUNT)
           MOVE CARD-REGION TO RTE-REGION(REFERENCE-TABLE-COUNT)
           MOVE CARD-BRANCH-NAME TO
               RTE-BRANCH-NAME(REFERENCE-TABLE-COUNT)
           MOVE REFERENCE-TABLE-COUNT TO REFERENCE-HIT-IX
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0420Z.
           EXIT
           .
       0430-CHANGE-BRANCH-ROW SECTION.
           IF CARD-REGION = SPACES
                   OR CARD-REGION(9:) NOT = SPACES
                   OR CARD-BRANCH-NAME(31:) NOT = SPACES THEN
               DISPLAY 'FBBRANCH: BAD CHANGE CARD: ' BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0430Z
           END-IF
           PERFORM 0460-FIND-BRANCH-ROW
           IF NOT REFERENCE-HIT THEN
               DISPLAY 'FBBRANCH: NO SUCH BRANCH: ' BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0430Z
           END-IF
           MOVE CARD-REGION TO RTE-REGION(REFERENCE-HIT-IX)
           IF CARD-BRANCH-NAME NOT = SPACES THEN
               MOVE CARD-BRANCH-NAME TO
                   RTE-BRANCH-NAME(REFERENCE-HIT-IX)
           END-IF
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0430Z.
           EXIT
           .
       0440-SET-OPEN-FLAG SECTION.
           PERFORM 0460-FIND-BRANCH-ROW
           IF NOT REFERENCE-HIT THEN
               DISPLAY 'FBBRANCH: NO SUCH BRANCH: ' BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0440Z
           END-IF
           IF CARD-VERB = 'OPEN' THEN
               MOVE 'O' TO RTE-OPEN-FLAG(REFERENCE-HIT-IX)
           ELSE
               MOVE 'C' TO RTE-OPEN-FLAG(REFERENCE-HIT-IX)
           END-IF
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0440Z.
           EXIT
           .
      *    The audit row records the branch's state after the card
      *    was applied, so the trail alone shows which region and
      *    open/closed state were in force from when.
       0450-WRITE-AUDIT-ROW SECTION.
           MOVE SPACES TO PENDING-AUDIT-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PAU-TIMESTAMP
           MOVE MAINT-USER-ID TO PAU-USER-ID
           MOVE CARD-VERB TO PAU-ACTION
           MOVE RTE-BRANCH-CODE(REFERENCE-HIT-IX) TO PAU-BRANCH-CODE
           MOVE RTE-OPEN-FLAG(REFERENCE-HIT-IX) TO PAU-OPEN-FLAG
           MOVE RTE-REGION(REFERENCE-HIT-IX) TO PAU-REGION
           MOVE RTE-BRANCH-NAME(REFERENCE-HIT-IX) TO PAU-BRANCH-NAME
           IF PENDING-AUDIT-COUNT < 200 THEN
               ADD 1 TO PENDING-AUDIT-COUNT
               MOVE PENDING-AUDIT-LINE TO
                   PENDING-AUDIT-ROW(PENDING-AUDIT-COUNT)
           ELSE
               DISPLAY 'FBBRANCH: AUDIT BUFFER FULL: ' BRANCH-CARD
               ADD 1 TO CARD-ERROR-COUNT
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           .
       0460-FIND-BRANCH-ROW SECTION.
           MOVE 'N' TO REFERENCE-HIT-FLAG
           MOVE 0 TO REFERENCE-HIT-IX
           PERFORM VARYING REFERENCE-IX FROM 1 BY 1
                   UNTIL REFERENCE-IX > REFERENCE-TABLE-COUNT
                      OR REFERENCE-HIT
               IF RTE-BRANCH-CODE(REFERENCE-IX) = CARD-BRANCH-CODE THEN
                   MOVE REFERENCE-IX TO REFERENCE-HIT-IX
                   SET REFERENCE-HIT TO TRUE
               END-IF
           END-PERFORM
           .
       0500-WRITE-NEW-REFERENCE SECTION.
           OPEN OUTPUT BRANCH-NEW
           IF BRANCH-NEW-STATUS > 9 THEN
               DISPLAY 'FBBRANCH: CANNOT OPEN BRNCHNEW, STATUS='
                   BRANCH-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING REFERENCE-IX FROM 1 BY 1
                   UNTIL REFERENCE-IX > REFERENCE-TABLE-COUNT
               MOVE RTE-BRANCH-CODE(REFERENCE-IX)
                   TO NEW-BRF-BRANCH-CODE
               MOVE RTE-OPEN-FLAG(REFERENCE-IX) TO NEW-BRF-OPEN-FLAG
               MOVE RTE-REGION(REFERENCE-IX) TO NEW-BRF-REGION
               MOVE RTE-BRANCH-NAME(REFERENCE-IX)
                   TO NEW-BRF-BRANCH-NAME
               MOVE NEW-REFERENCE-LINE TO BRANCH-NEW-RECORD
               WRITE BRANCH-NEW-RECORD
           END-PERFORM
           CLOSE BRANCH-NEW
           .
       0550-WRITE-AUDIT-TRAIL SECTION.
           IF CARD-ERROR-COUNT > 0 OR PENDING-AUDIT-COUNT = 0 THEN
               GO TO 0550Z
           END-IF
           OPEN EXTEND BRANCH-AUDIT
           IF BRANCH-AUDIT-STATUS = 35 THEN
               OPEN OUTPUT BRANCH-AUDIT
           END-IF
           IF BRANCH-AUDIT-STATUS > 9 THEN
               DISPLAY 'FBBRANCH: CANNOT OPEN BRNCHAUD, STATUS='
                   BRANCH-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING PENDING-AUDIT-IX FROM 1 BY 1
                   UNTIL PENDING-AUDIT-IX > PENDING-AUDIT-COUNT
               MOVE PENDING-AUDIT-ROW(PENDING-AUDIT-IX)
                   TO BRANCH-AUDIT-RECORD
               WRITE BRANCH-AUDIT-RECORD
           END-PERFORM
           CLOSE BRANCH-AUDIT
           .
       0550Z.
           EXIT
           .
       0600-CLOSE-FILES SECTION.
           CLOSE BRANCH-CARDS
           IF BRANCHES-STATUS NOT = 35 THEN
               CLOSE BRANCHES
           END-IF
           .
       END PROGRAM FBBRANCH.

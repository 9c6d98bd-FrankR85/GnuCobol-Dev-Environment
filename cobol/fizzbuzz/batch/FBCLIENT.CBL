       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCLIENT.

      *----------------------------------------------------------*
      *  Maintenance for the CLIENTS registry of callers allowed  *
      *  to use the FIZZBUZZ CGI, in the same style as the        *
      *  FBRULES rule-set maintenance.  Control cards on CLNTIN:  *
      *      USER <userid>                                        *
      *      ADD <client> <costcentre> <allowance> <name>         *
      *      CHANGE <client> <costcentre> <allowance> [<name>]    *
      *      ACTIVATE <client>                                    *
      *      DEACTIVATE <client>                                  *
      *  The allowance is the number of classified numbers the    *
      *  client may request per calendar day; the name is the     *
      *  rest of the card and is kept unchanged when a CHANGE     *
      *  card leaves it off.  The updated registry is written to  *
      *  CLNTNEW (a follow-on step swaps it in for CLIENTS) and   *
      *  every applied card is appended to the CLNTAUD audit      *
      *  trail with timestamp and the USER card's userid.  Bad    *
      *  cards are reported and the job ends with RETURN-CODE 8.  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-CARDS ASSIGN TO "CLNTIN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CLIENT-CARDS-STATUS.

           SELECT CLIENTS ASSIGN TO "CLIENTS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CLIENTS-STATUS.

           SELECT CLIENT-NEW ASSIGN TO "CLNTNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CLIENT-NEW-STATUS.

           SELECT CLIENT-AUDIT ASSIGN TO "CLNTAUD"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CLIENT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-CARDS.
          01 CLIENT-CARD           PIC X(80).

       FD CLIENTS.
           COPY FBCLNTF     .

       FD CLIENT-NEW.
          01 CLIENT-NEW-RECORD     PIC X(63).

       FD CLIENT-AUDIT.
          01 CLIENT-AUDIT-RECORD.
             05 CAU-TIMESTAMP      PIC X(14).
             05 CAU-FILLER-1       PIC X.
             05 CAU-USER-ID        PIC X(8).
             05 CAU-FILLER-2       PIC X.
             05 CAU-ACTION         PIC X(10).
             05 CAU-FILLER-3       PIC X.
             05 CAU-CLIENT-ID      PIC X(8).
             05 CAU-FILLER-4       PIC X.
             05 CAU-COST-CENTRE    PIC X(8).
             05 CAU-FILLER-5       PIC X.
             05 CAU-ALLOWANCE      PIC X(12).
             05 CAU-FILLER-6       PIC X.
             05 CAU-CLIENT-NAME    PIC X(30).

       WORKING-STORAGE SECTION.
       01 CLIENT-CARDS-STATUS   PIC 99.
       01 CLIENTS-STATUS        PIC 99.
       01 CLIENT-NEW-STATUS     PIC 99.
       01 CLIENT-AUDIT-STATUS   PIC 99.

       01 CLIENT-CARDS-EOF-FLAG PIC X VALUE 'N'.
           88 CLIENT-CARDS-EOF  VALUE 'Y'.
       01 CLIENTS-EOF-FLAG      PIC X VALUE 'N'.
           88 CLIENTS-EOF       VALUE 'Y'.

       01 CARD-VERB             PIC X(10).
       01 CARD-CLIENT-ID        PIC X(12).
       01 CARD-COST-CENTRE      PIC X(12).
       01 CARD-ALLOWANCE        PIC X(16).
       01 CARD-CLIENT-NAME      PIC X(60).
       01 CARD-PTR              PIC 9(4).
       01 MAINT-USER-ID         PIC X(8) VALUE 'UNKNOWN'.

       01 REGISTRY-TABLE-COUNT  PIC 9(3) VALUE 0.
       01 REGISTRY-TABLE.
          05 REGISTRY-ENTRY OCCURS 200 TIMES.
             10 CTE-CLIENT-ID      PIC X(8).
             10 CTE-ACTIVE-FLAG    PIC X.
             10 CTE-COST-CENTRE    PIC X(8).
             10 CTE-ALLOWANCE      PIC 9(12).
             10 CTE-CLIENT-NAME    PIC X(30).
       01 REGISTRY-IX           PIC 9(3).
       01 REGISTRY-HIT-IX       PIC 9(3).
       01 REGISTRY-HIT-FLAG     PIC X.
           88 REGISTRY-HIT      VALUE 'Y'.

       01 CARD-ERROR-COUNT      PIC 9(4) VALUE 0.
       01 CARDS-APPLIED-COUNT   PIC 9(4) VALUE 0.

      *    Audit rows are buffered and only written once the whole
      *    deck is clean: a deck with errors ends RC=8 and the
      *    registry swap is held, so the trail must not record
      *    changes that never went live.
       01 PENDING-AUDIT-COUNT   PIC 9(3) VALUE 0.
       01 PENDING-AUDIT-TABLE.
          05 PENDING-AUDIT-ROW OCCURS 200 TIMES PIC X(96).
       01 PENDING-AUDIT-IX      PIC 9(3).
       01 PENDING-AUDIT-LINE.
          05 PAU-TIMESTAMP      PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-USER-ID        PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-ACTION         PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-CLIENT-ID      PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-COST-CENTRE    PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-ALLOWANCE      PIC X(12).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-CLIENT-NAME    PIC X(30).

       01 NEW-REGISTRY-LINE.
          05 NEW-CLI-CLIENT-ID      PIC X(8).
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-CLI-ACTIVE-FLAG    PIC X.
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-CLI-COST-CENTRE    PIC X(8).
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-CLI-ALLOWANCE      PIC 9(12).
          05 FILLER                 PIC X VALUE SPACE.
          05 NEW-CLI-CLIENT-NAME    PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-LOAD-REGISTRY-TABLE
           PERFORM 0410-READ-NEXT-CARD
           PERFORM UNTIL CLIENT-CARDS-EOF
               PERFORM 0400-APPLY-CARD
               PERFORM 0410-READ-NEXT-CARD
           END-PERFORM
           PERFORM 0500-WRITE-NEW-REGISTRY
           PERFORM 0550-WRITE-AUDIT-TRAIL
           PERFORM 0600-CLOSE-FILES
           DISPLAY 'FBCLIENT: CARDS APPLIED=' CARDS-APPLIED-COUNT
               ' ERRORS=' CARD-ERROR-COUNT
           IF CARD-ERROR-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT CLIENT-CARDS
           IF CLIENT-CARDS-STATUS > 9 THEN
               DISPLAY 'FBCLIENT: CANNOT OPEN CLNTIN, STATUS='
                   CLIENT-CARDS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENTS
           IF CLIENTS-STATUS = 35 THEN
               SET CLIENTS-EOF TO TRUE
           ELSE
               IF CLIENTS-STATUS > 9 THEN
                   DISPLAY 'FBCLIENT: CANNOT OPEN CLIENTS, STATUS='
                       CLIENTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       0300-LOAD-REGISTRY-TABLE SECTION.
           PERFORM 0310-READ-NEXT-REGISTRY
           PERFORM UNTIL CLIENTS-EOF
               IF REGISTRY-TABLE-COUNT < 200 THEN
                   ADD 1 TO REGISTRY-TABLE-COUNT
                   MOVE CLI-CLIENT-ID TO
                       CTE-CLIENT-ID(REGISTRY-TABLE-COUNT)
                   MOVE CLI-ACTIVE-FLAG TO
                       CTE-ACTIVE-FLAG(REGISTRY-TABLE-COUNT)
                   MOVE CLI-COST-CENTRE TO
                       CTE-COST-CENTRE(REGISTRY-TABLE-COUNT)
                   IF CLI-DAILY-ALLOWANCE IS NUMERIC THEN
                       MOVE CLI-DAILY-ALLOWANCE TO
                           CTE-ALLOWANCE(REGISTRY-TABLE-COUNT)
                   ELSE
                       MOVE 0 TO CTE-ALLOWANCE(REGISTRY-TABLE-COUNT)
                   END-IF
                   MOVE CLI-CLIENT-NAME TO
                       CTE-CLIENT-NAME(REGISTRY-TABLE-COUNT)
               ELSE
                   DISPLAY 'FBCLIENT: REGISTRY TABLE FULL, ROW LOST'
                   ADD 1 TO CARD-ERROR-COUNT
               END-IF
               PERFORM 0310-READ-NEXT-REGISTRY
           END-PERFORM
           .
       0310-READ-NEXT-REGISTRY SECTION.
           IF NOT CLIENTS-EOF THEN
               READ CLIENTS
                   AT END SET CLIENTS-EOF TO TRUE
               END-READ
           END-IF
           .
       0400-APPLY-CARD SECTION.
           IF CLIENT-CARD = SPACES OR CLIENT-CARD(1:1) = '*' THEN
               GO TO 0400Z
           END-IF
           MOVE SPACES TO CARD-VERB CARD-CLIENT-ID
               CARD-COST-CENTRE CARD-ALLOWANCE CARD-CLIENT-NAME
           MOVE 1 TO CARD-PTR
           UNSTRING CLIENT-CARD DELIMITED BY ALL SPACE
               INTO CARD-VERB CARD-CLIENT-ID CARD-COST-CENTRE
                   CARD-ALLOWANCE
               WITH POINTER CARD-PTR
           END-UNSTRING
           IF CARD-PTR <= LENGTH OF CLIENT-CARD THEN
               MOVE CLIENT-CARD(CARD-PTR:) TO CARD-CLIENT-NAME
           END-IF
           MOVE FUNCTION UPPER-CASE(CARD-VERB) TO CARD-VERB
           MOVE FUNCTION UPPER-CASE(CARD-CLIENT-ID) TO CARD-CLIENT-ID
           MOVE FUNCTION UPPER-CASE(CARD-COST-CENTRE)
               TO CARD-COST-CENTRE
           EVALUATE CARD-VERB
               WHEN 'USER'
                   MOVE CARD-CLIENT-ID TO MAINT-USER-ID
               WHEN 'ADD'
                   PERFORM 0420-ADD-CLIENT-ROW
               WHEN 'CHANGE'
                   PERFORM 0430-CHANGE-CLIENT-ROW
               WHEN 'ACTIVATE'
                   PERFORM 0440-SET-ACTIVE-FLAG
               WHEN 'DEACTIVATE'
                   PERFORM 0440-SET-ACTIVE-FLAG
               WHEN OTHER
                   DISPLAY 'FBCLIENT: UNKNOWN CARD: ' CLIENT-CARD
                   ADD 1 TO CARD-ERROR-COUNT
           END-EVALUATE
           .
       0400Z.
           EXIT
           .
       0410-READ-NEXT-CARD SECTION.
           READ CLIENT-CARDS
               AT END SET CLIENT-CARDS-EOF TO TRUE
           END-READ
           .
      *    Client ids and cost centres are eight characters, the
      *    allowance twelve digits and the name thirty, as carried
      *    on the CLIENTS file; a longer token is a punching error,
      *    not something to cut.
       0420-ADD-CLIENT-ROW SECTION.
           IF CARD-CLIENT-ID = SPACES
                   OR CARD-CLIENT-ID(9:) NOT = SPACES
                   OR CARD-COST-CENTRE = SPACES
                   OR CARD-COST-CENTRE(9:) NOT = SPACES
                   OR FUNCTION TRIM(CARD-ALLOWANCE) NOT NUMERIC
                   OR CARD-ALLOWANCE(13:) NOT = SPACES
                   OR CARD-CLIENT-NAME = SPACES
                   OR CARD-CLIENT-NAME(31:) NOT = SPACES THEN
               DISPLAY 'FBCLIENT: BAD ADD CARD: ' CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           PERFORM 0460-FIND-CLIENT-ROW
           IF REGISTRY-HIT THEN
               DISPLAY 'FBCLIENT: CLIENT ALREADY REGISTERED: '
                   CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           IF REGISTRY-TABLE-COUNT >= 200 THEN
               DISPLAY 'FBCLIENT: REGISTRY FULL, CANNOT ADD: '
                   CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           ADD 1 TO REGISTRY-TABLE-COUNT
           MOVE CARD-CLIENT-ID TO CTE-CLIENT-ID(REGISTRY-TABLE-COUNT)
           MOVE 'A' TO CTE-ACTIVE-FLAG(REGISTRY-TABLE-COUNT)
           MOVE CARD-COST-CENTRE TO
               CTE-COST-CENTRE(REGISTRY-TABLE-COUNT)
           MOVE FUNCTION NUMVAL(CARD-ALLOWANCE) TO
               CTE-ALLOWANCE(REGISTRY-TABLE-COUNT)
           MOVE CARD-CLIENT-NAME TO
               CTE-CLIENT-NAME(REGISTRY-TABLE-COUNT)
           MOVE REGISTRY-TABLE-COUNT TO REGISTRY-HIT-IX
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0420Z.
           EXIT
           .
       0430-CHANGE-CLIENT-ROW SECTION.
           IF CARD-CLIENT-ID(9:) NOT = SPACES
                   OR CARD-COST-CENTRE = SPACES
                   OR CARD-COST-CENTRE(9:) NOT = SPACES
                   OR FUNCTION TRIM(CARD-ALLOWANCE) NOT NUMERIC
                   OR CARD-ALLOWANCE(13:) NOT = SPACES
                   OR CARD-CLIENT-NAME(31:) NOT = SPACES THEN
               DISPLAY 'FBCLIENT: BAD CHANGE CARD: ' CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0430Z
           END-IF
           PERFORM 0460-FIND-CLIENT-ROW
           IF NOT REGISTRY-HIT THEN
               DISPLAY 'FBCLIENT: NO SUCH CLIENT: ' CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0430Z
           END-IF
           MOVE CARD-COST-CENTRE TO CTE-COST-CENTRE(REGISTRY-HIT-IX)
           MOVE FUNCTION NUMVAL(CARD-ALLOWANCE) TO
               CTE-ALLOWANCE(REGISTRY-HIT-IX)
           IF CARD-CLIENT-NAME NOT = SPACES THEN
               MOVE CARD-CLIENT-NAME TO
                   CTE-CLIENT-NAME(REGISTRY-HIT-IX)
           END-IF
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0430Z.
           EXIT
           .
       0440-SET-ACTIVE-FLAG SECTION.
           PERFORM 0460-FIND-CLIENT-ROW
           IF NOT REGISTRY-HIT THEN
               DISPLAY 'FBCLIENT: NO SUCH CLIENT: ' CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0440Z
           END-IF
           IF CARD-VERB = 'ACTIVATE' THEN
               MOVE 'A' TO CTE-ACTIVE-FLAG(REGISTRY-HIT-IX)
           ELSE
               MOVE 'I' TO CTE-ACTIVE-FLAG(REGISTRY-HIT-IX)
           END-IF
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0440Z.
           EXIT
           .
      *    The audit row records the client's state after the
      *    card was applied, so the trail alone shows what cost
      *    centre and allowance were in force from when.
       0450-WRITE-AUDIT-ROW SECTION.
           MOVE SPACES TO PENDING-AUDIT-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PAU-TIMESTAMP
           MOVE MAINT-USER-ID TO PAU-USER-ID
           MOVE CARD-VERB TO PAU-ACTION
           MOVE CTE-CLIENT-ID(REGISTRY-HIT-IX) TO PAU-CLIENT-ID
           MOVE CTE-COST-CENTRE(REGISTRY-HIT-IX) TO PAU-COST-CENTRE
           MOVE CTE-ALLOWANCE(REGISTRY-HIT-IX) TO PAU-ALLOWANCE
           MOVE CTE-CLIENT-NAME(REGISTRY-HIT-IX) TO PAU-CLIENT-NAME
           IF PENDING-AUDIT-COUNT < 200 THEN
               ADD 1 TO PENDING-AUDIT-COUNT
               MOVE PENDING-AUDIT-LINE TO
                   PENDING-AUDIT-ROW(PENDING-AUDIT-COUNT)
           ELSE
               DISPLAY 'FBCLIENT: AUDIT BUFFER FULL: ' CLIENT-CARD
               ADD 1 TO CARD-ERROR-COUNT
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           .
       0460-FIND-CLIENT-ROW SECTION.
           MOVE 'N' TO REGISTRY-HIT-FLAG
           MOVE 0 TO REGISTRY-HIT-IX
           PERFORM VARYING REGISTRY-IX FROM 1 BY 1
                   UNTIL REGISTRY-IX > REGISTRY-TABLE-COUNT
                      OR REGISTRY-HIT
               IF CTE-CLIENT-ID(REGISTRY-IX) = CARD-CLIENT-ID THEN
                   MOVE REGISTRY-IX TO REGISTRY-HIT-IX
                   SET REGISTRY-HIT TO TRUE
               END-IF
           END-PERFORM
           .
       0500-WRITE-NEW-REGISTRY SECTION.
           OPEN OUTPUT CLIENT-NEW
           IF CLIENT-NEW-STATUS > 9 THEN
               DISPLAY 'FBCLIENT: CANNOT OPEN CLNTNEW, STATUS='
                   CLIENT-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING REGISTRY-IX FROM 1 BY 1
                   UNTIL REGISTRY-IX > REGISTRY-TABLE-COUNT
               MOVE CTE-CLIENT-ID(REGISTRY-IX) TO NEW-CLI-CLIENT-ID
               MOVE CTE-ACTIVE-FLAG(REGISTRY-IX)
                   TO NEW-CLI-ACTIVE-FLAG
               MOVE CTE-COST-CENTRE(REGISTRY-IX)
                   TO NEW-CLI-COST-CENTRE
               MOVE CTE-ALLOWANCE(REGISTRY-IX) TO NEW-CLI-ALLOWANCE
               MOVE CTE-CLIENT-NAME(REGISTRY-IX)
                   TO NEW-CLI-CLIENT-NAME
               MOVE NEW-REGISTRY-LINE TO CLIENT-NEW-RECORD
               WRITE CLIENT-NEW-RECORD
           END-PERFORM
           CLOSE CLIENT-NEW
           .
       0550-WRITE-AUDIT-TRAIL SECTION.
           IF CARD-ERROR-COUNT > 0 OR PENDING-AUDIT-COUNT = 0 THEN
               GO TO 0550Z
           END-IF
           OPEN EXTEND CLIENT-AUDIT
           IF CLIENT-AUDIT-STATUS = 35 THEN
               OPEN OUTPUT CLIENT-AUDIT
           END-IF
           IF CLIENT-AUDIT-STATUS > 9 THEN
               DISPLAY 'FBCLIENT: CANNOT OPEN CLNTAUD, STATUS='
                   CLIENT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING PENDING-AUDIT-IX FROM 1 BY 1
                   UNTIL PENDING-AUDIT-IX > PENDING-AUDIT-COUNT
               MOVE PENDING-AUDIT-ROW(PENDING-AUDIT-IX)
                   TO CLIENT-AUDIT-RECORD
               WRITE CLIENT-AUDIT-RECORD
           END-PERFORM
           CLOSE CLIENT-AUDIT
           .
       0550Z.
           EXIT
           .
       0600-CLOSE-FILES SECTION.
           CLOSE CLIENT-CARDS
           IF CLIENTS-STATUS NOT = 35 THEN
               CLOSE CLIENTS
           END-IF
           .
       END PROGRAM FBCLIENT.

      *      USER <userid>                                         *
      *      ADD <lang> <key> <text>                               *
      *      CHANGE <lang> <key> <text>                            *
      *      APPROVE <change id>                                   *
      *      REJECT <change id>                                    *
      *  ADD and CHANGE cards are checked against the live         *
      *  catalog but not applied: each becomes a change on the     *
      *  MSGPEND pending-change file (FBPCHF), held under the      *
      *  USER card's userid with a change id of this run's         *
      *  timestamp and its number in the deck.  An APPROVE card    *
      *  from a different userid applies the change (a 14-digit    *
      *  id approves every change of that deck, so a new key can   *
      *  go live in all languages at once); REJECT discards it.    *
      *  The catalog with the approved changes is written to       *
      *  MSGNEW, the changes still waiting (and the new ones) to   *
      *  MSGPNEW; follow-on steps swap both in.  Only approved     *
      *  changes reach the MSGAUD audit trail, with the timestamp, *
      *  the proposing and approving userids and the change id.    *
      *  Exactly one USER card is allowed and it must precede any  *
      *  other card.  Bad cards are reported and the job ends with *
      *  RETURN-CODE 8.                                            *
      *                                                            *
      *  After the cards are applied a validation pass checks      *
      *  that every CAT-KEY in the catalog exists for every        *
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MSG-AUDIT-STATUS.

           SELECT MSG-PENDING ASSIGN TO "MSGPEND"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MSG-PENDING-STATUS.

           SELECT MSG-PENDING-NEW ASSIGN TO "MSGPNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MSG-PEND-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MSG-CARDS.
             05 MAU-KEY            PIC X(14).
             05 MAU-FILLER-5       PIC X.
             05 MAU-TEXT           PIC X(40).
             05 MAU-FILLER-6       PIC X.
             05 MAU-APPROVER-ID    PIC X(8).
             05 MAU-FILLER-7       PIC X.
             05 MAU-CHANGE-ID      PIC X(16).

       FD MSG-PENDING.
           COPY FBPCHF      .

       FD MSG-PENDING-NEW.
          01 MSG-PEND-NEW-RECORD   PIC X(155).

       WORKING-STORAGE SECTION.
       01 MSG-CARDS-STATUS      PIC 99.
       01 MSGCAT-STATUS         PIC 99.
       01 MSG-NEW-STATUS        PIC 99.
       01 MSG-AUDIT-STATUS      PIC 99.
       01 MSG-PENDING-STATUS    PIC 99.
       01 MSG-PEND-NEW-STATUS   PIC 99.

       01 MSG-CARDS-EOF-FLAG    PIC X VALUE 'N'.
           88 MSG-CARDS-EOF     VALUE 'Y'.
       01 MSGCAT-EOF-FLAG       PIC X VALUE 'N'.
           88 MSGCAT-EOF        VALUE 'Y'.
       01 MSG-PENDING-EOF-FLAG  PIC X VALUE 'N'.
           88 MSG-PENDING-EOF   VALUE 'Y'.

       01 CARD-IMAGE            PIC X(120).
       01 CARD-VERB             PIC X(10).
       01 CARD-LANG             PIC X(8).
       01 CARD-KEY              PIC X(14).
       01 CARD-TEXT             PIC X(80).
       01 CARD-PTR              PIC 9(4).
       01 MAINT-USER-ID         PIC X(8) VALUE 'UNKNOWN'.
       01 USER-CARD-FLAG        PIC X VALUE 'N'.
           88 USER-CARD-SEEN    VALUE 'Y'.
       01 RUN-STAMP             PIC X(14).

      *    Cards are either proposed (checked, then held on the
      *    pending-change file) or applied (an approved change
      *    being replayed against the catalog).
       01 CARD-MODE             PIC X VALUE 'P'.
           88 PROPOSING         VALUE 'P'.
           88 APPLYING          VALUE 'A'.

      *    The pending-change file, plus this run's proposals.
      *    CHG-STATE: space = still waiting, 'N' = proposed this
      *    run, 'A' = approved, 'R' = rejected this run.
       01 CHANGE-TABLE-COUNT    PIC 9(3) VALUE 0.
       01 CHANGE-TABLE.
          05 CHANGE-ENTRY OCCURS 200 TIMES.
             10 CHG-CHANGE-ID      PIC X(16).
             10 CHG-PROPOSER-ID    PIC X(8).
             10 CHG-CARD           PIC X(120).
             10 CHG-STATE          PIC X.
                88 CHG-WAITING     VALUE SPACE.
                88 CHG-NEW         VALUE 'N'.
                88 CHG-APPROVED    VALUE 'A'.
                88 CHG-REJECTED    VALUE 'R'.
       01 CHANGE-IX             PIC 9(3).
       01 PROPOSAL-SEQ          PIC 9(2) VALUE 0.
       01 DECISION-ID           PIC X(16).
       01 DECISION-ID-LENGTH    PIC 9(2).
       01 DECISION-HIT-COUNT    PIC 9(3).
       01 AUDIT-MAKER-ID        PIC X(8).
       01 AUDIT-CHANGE-ID       PIC X(16).
       01 PENDING-CHANGE-LINE.
          05 PCL-CHANGE-ID.
             10 PCL-PROPOSED-STAMP PIC X(14).
             10 PCL-PROPOSED-SEQ   PIC 9(2).
          05 FILLER             PIC X VALUE SPACE.
          05 PCL-PROPOSER-ID    PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PCL-CATALOG        PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PCL-CARD           PIC X(120).

       01 CATALOG-TABLE-COUNT   PIC 9(3) VALUE 0.
       01 CATALOG-TABLE.
       01 CARD-ERROR-COUNT      PIC 9(4) VALUE 0.
       01 CARDS-APPLIED-COUNT   PIC 9(4) VALUE 0.
       01 MISSING-ROW-COUNT     PIC 9(4) VALUE 0.
       01 CHANGES-PROPOSED-COUNT PIC 9(4) VALUE 0.
       01 CHANGES-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 CHANGES-WAITING-COUNT PIC 9(4) VALUE 0.

      *    Audit rows are buffered and only written once the whole
      *    deck is clean and the catalog validates complete: a job
      *    record changes that never went live.
       01 PENDING-AUDIT-COUNT   PIC 9(3) VALUE 0.
       01 PENDING-AUDIT-TABLE.
          05 PENDING-AUDIT-ROW OCCURS 100 TIMES PIC X(120).
       01 PENDING-AUDIT-IX      PIC 9(3).
       01 PENDING-AUDIT-LINE.
          05 PAU-TIMESTAMP      PIC X(14).
          05 PAU-KEY            PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-TEXT           PIC X(40).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-APPROVER-ID    PIC X(8).
          05 FILLER             PIC X VALUE SPACE.
          05 PAU-CHANGE-ID      PIC X(16).

       01 NEW-CATALOG-LINE.
          05 NEW-CAT-LANG          PIC X(2).
           88 ENTRY-FOUND       VALUE 'Y'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-LOAD-CATALOG-TABLE
           PERFORM 0350-LOAD-PENDING-CHANGES
           PERFORM 0410-READ-NEXT-CARD
           PERFORM UNTIL MSG-CARDS-EOF
               PERFORM 0400-APPLY-CARD
           PERFORM 0460-VALIDATE-COMPLETENESS
           PERFORM 0500-WRITE-NEW-CATALOG
           PERFORM 0550-WRITE-AUDIT-TRAIL
           PERFORM 0560-WRITE-PENDING-CHANGES
           PERFORM 0600-CLOSE-FILES
           DISPLAY 'FBMSGS: CHANGES PROPOSED=' CHANGES-PROPOSED-COUNT
               ' APPROVED=' CARDS-APPLIED-COUNT
               ' REJECTED=' CHANGES-REJECTED-COUNT
               ' STILL WAITING=' CHANGES-WAITING-COUNT
           DISPLAY 'FBMSGS: ERRORS=' CARD-ERROR-COUNT
               ' MISSING ROWS=' MISSING-ROW-COUNT
           IF CARD-ERROR-COUNT > 0 OR MISSING-ROW-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
               END-READ
           END-IF
           .
      *    Loads MSGPEND; a missing file means nothing is waiting.
       0350-LOAD-PENDING-CHANGES SECTION.
           OPEN INPUT MSG-PENDING
           IF MSG-PENDING-STATUS = 35 THEN
               GO TO 0350Z
           END-IF
           IF MSG-PENDING-STATUS > 9 THEN
               DISPLAY 'FBMSGS: CANNOT OPEN MSGPEND, STATUS='
                   MSG-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL MSG-PENDING-EOF
               READ MSG-PENDING
                   AT END SET MSG-PENDING-EOF TO TRUE
                   NOT AT END
                       IF CHANGE-TABLE-COUNT < 200 THEN
                           ADD 1 TO CHANGE-TABLE-COUNT
                           MOVE CHANGE-TABLE-COUNT TO CHANGE-IX
                           MOVE PCH-CHANGE-ID
                               TO CHG-CHANGE-ID(CHANGE-IX)
                           MOVE PCH-PROPOSER-ID
                               TO CHG-PROPOSER-ID(CHANGE-IX)
                           MOVE PCH-CARD TO CHG-CARD(CHANGE-IX)
                           SET CHG-WAITING(CHANGE-IX) TO TRUE
                       ELSE
                           DISPLAY 'FBMSGS: PENDING TABLE FULL, '
                               'CANNOT RUN'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSG-PENDING
           .
       0350Z.
           EXIT
           .
       0400-APPLY-CARD SECTION.
           IF MSG-CARD = SPACES OR MSG-CARD(1:1) = '*' THEN
               GO TO 0400Z
           END-IF
           MOVE MSG-CARD TO CARD-IMAGE
           PERFORM 0405-PARSE-CARD
           IF CARD-VERB NOT = 'USER'
                   AND MAINT-USER-ID = 'UNKNOWN' THEN
               DISPLAY 'FBMSGS: NO USER CARD BEFORE: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0400Z
           END-IF
           EVALUATE CARD-VERB
      *    One userid per deck: a second USER card would let one
      *    deck approve as one userid and propose as another.
               WHEN 'USER'
                   IF USER-CARD-SEEN THEN
                       DISPLAY 'FBMSGS: SECOND USER CARD: ' CARD-IMAGE
                       ADD 1 TO CARD-ERROR-COUNT
                   ELSE
                       MOVE CARD-LANG(1:8) TO MAINT-USER-ID
                       SET USER-CARD-SEEN TO TRUE
                   END-IF
               WHEN 'APPROVE'
                   PERFORM 0480-DECIDE-CHANGES
               WHEN 'REJECT'
                   PERFORM 0480-DECIDE-CHANGES
               WHEN OTHER
                   SET PROPOSING TO TRUE
                   PERFORM 0406-CHECK-CHANGE-CARD
           END-EVALUATE
           .
       0400Z.
           EXIT
           .
      *    The message text may contain spaces, so only the verb,
      *    language and key are split off; the rest of the card
      *    from the parse pointer on is the text.
       0405-PARSE-CARD SECTION.
           MOVE SPACES TO CARD-VERB CARD-LANG CARD-KEY CARD-TEXT
           MOVE 1 TO CARD-PTR
           UNSTRING CARD-IMAGE DELIMITED BY ALL SPACE
               INTO CARD-VERB CARD-LANG CARD-KEY
               WITH POINTER CARD-PTR
           END-UNSTRING
           IF CARD-PTR <= LENGTH OF CARD-IMAGE THEN
               MOVE CARD-IMAGE(CARD-PTR:) TO CARD-TEXT
           END-IF
           MOVE FUNCTION UPPER-CASE(CARD-VERB) TO CARD-VERB
           MOVE FUNCTION UPPER-CASE(CARD-LANG) TO CARD-LANG
           MOVE FUNCTION UPPER-CASE(CARD-KEY) TO CARD-KEY
           .
      *    Proposing, the card is checked against the catalog and
      *    held as a pending change; applying, it updates the
      *    catalog table and is buffered for the audit trail.
       0406-CHECK-CHANGE-CARD SECTION.
           EVALUATE CARD-VERB
               WHEN 'ADD'
                   PERFORM 0420-ADD-MESSAGE-ROW
               WHEN 'CHANGE'
                   PERFORM 0430-CHANGE-MESSAGE-ROW
               WHEN OTHER
                   DISPLAY 'FBMSGS: UNKNOWN CARD: ' CARD-IMAGE
                   ADD 1 TO CARD-ERROR-COUNT
           END-EVALUATE
           .
       0410-READ-NEXT-CARD SECTION.
           READ MSG-CARDS
               AT END SET MSG-CARDS-EOF TO TRUE
                   OR CARD-LANG(3:6) NOT = SPACES
                   OR CARD-KEY = SPACES
                   OR CARD-TEXT = SPACES THEN
               DISPLAY 'FBMSGS: BAD ADD CARD: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           PERFORM 0440-FIND-CATALOG-ROW
           IF CATALOG-HIT THEN
               DISPLAY 'FBMSGS: ROW ALREADY EXISTS: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           IF CATALOG-TABLE-COUNT >= 500 THEN
               DISPLAY 'FBMSGS: CATALOG FULL, CANNOT ADD: '
                   CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0420Z
           END-IF
           IF APPLYING THEN
               ADD 1 TO CATALOG-TABLE-COUNT
               MOVE CARD-LANG(1:2) TO CTE-LANG(CATALOG-TABLE-COUNT)
               MOVE CARD-KEY TO CTE-KEY(CATALOG-TABLE-COUNT)
               MOVE CARD-TEXT TO CTE-TEXT(CATALOG-TABLE-COUNT)
           END-IF
           PERFORM 0450-WRITE-AUDIT-ROW
           .
       0420Z.
           .
       0430-CHANGE-MESSAGE-ROW SECTION.
           IF CARD-TEXT = SPACES THEN
               DISPLAY 'FBMSGS: BAD CHANGE CARD: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0430Z
           END-IF
           PERFORM 0440-FIND-CATALOG-ROW
           IF CATALOG-HIT THEN
               IF APPLYING THEN
                   MOVE CARD-TEXT TO CTE-TEXT(CATALOG-IX)
               END-IF
               PERFORM 0450-WRITE-AUDIT-ROW
           ELSE
               DISPLAY 'FBMSGS: NO ROW TO CHANGE: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
           END-IF
           .
           END-IF
           .
       0450-WRITE-AUDIT-ROW SECTION.
           IF PROPOSING THEN
               PERFORM 0475-ADD-PENDING-CHANGE
               GO TO 0450Z
           END-IF
           MOVE SPACES TO PENDING-AUDIT-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PAU-TIMESTAMP
           MOVE AUDIT-MAKER-ID TO PAU-USER-ID
           MOVE CARD-VERB TO PAU-ACTION
           MOVE CARD-LANG(1:2) TO PAU-LANG
           MOVE CARD-KEY TO PAU-KEY
           MOVE CARD-TEXT(1:40) TO PAU-TEXT
           MOVE MAINT-USER-ID TO PAU-APPROVER-ID
           MOVE AUDIT-CHANGE-ID TO PAU-CHANGE-ID
           IF PENDING-AUDIT-COUNT < 100 THEN
               ADD 1 TO PENDING-AUDIT-COUNT
               MOVE PENDING-AUDIT-LINE TO
                   PENDING-AUDIT-ROW(PENDING-AUDIT-COUNT)
           ELSE
               DISPLAY 'FBMSGS: AUDIT BUFFER FULL: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           .
       0450Z.
           EXIT
           .
      *    Every CAT-KEY present anywhere in the catalog must
      *    exist for every CAT-LANG present, or the CGI's German
      *    fallback texts would leak into that language's
               ADD 1 TO MISSING-ROW-COUNT
           END-IF
           .
       0475-ADD-PENDING-CHANGE SECTION.
           IF CHANGE-TABLE-COUNT >= 200 OR PROPOSAL-SEQ >= 99 THEN
               DISPLAY 'FBMSGS: TOO MANY PENDING CHANGES: '
                   CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0475Z
           END-IF
           ADD 1 TO PROPOSAL-SEQ
           ADD 1 TO CHANGE-TABLE-COUNT
           MOVE CHANGE-TABLE-COUNT TO CHANGE-IX
           MOVE RUN-STAMP TO CHG-CHANGE-ID(CHANGE-IX)(1:14)
           MOVE PROPOSAL-SEQ TO CHG-CHANGE-ID(CHANGE-IX)(15:2)
           MOVE MAINT-USER-ID TO CHG-PROPOSER-ID(CHANGE-IX)
           MOVE CARD-IMAGE TO CHG-CARD(CHANGE-IX)
           SET CHG-NEW(CHANGE-IX) TO TRUE
           ADD 1 TO CHANGES-PROPOSED-COUNT
           DISPLAY 'FBMSGS: CHANGE ' CHG-CHANGE-ID(CHANGE-IX)
               ' PROPOSED BY ' MAINT-USER-ID ': ' CARD-IMAGE
           .
       0475Z.
           EXIT
           .
      *    APPROVE / REJECT <id>: a 16-digit id names one change, a
      *    14-digit id every change of the deck proposed then.
      *    Only changes already on MSGPEND can be decided, and
      *    never by the userid that proposed them.
       0480-DECIDE-CHANGES SECTION.
           MOVE SPACES TO DECISION-ID
           UNSTRING CARD-IMAGE DELIMITED BY ALL SPACE
               INTO CARD-VERB DECISION-ID
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CARD-VERB) TO CARD-VERB
           IF DECISION-ID(15:2) = SPACES THEN
               MOVE 14 TO DECISION-ID-LENGTH
           ELSE
               MOVE 16 TO DECISION-ID-LENGTH
           END-IF
           IF DECISION-ID(1:DECISION-ID-LENGTH) IS NOT NUMERIC THEN
               DISPLAY 'FBMSGS: BAD ' FUNCTION TRIM(CARD-VERB)
                   ' CARD: ' CARD-IMAGE
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0480Z
           END-IF
           MOVE 0 TO DECISION-HIT-COUNT
           PERFORM VARYING CHANGE-IX FROM 1 BY 1
                   UNTIL CHANGE-IX > CHANGE-TABLE-COUNT
               IF CHG-WAITING(CHANGE-IX)
                       AND CHG-CHANGE-ID(CHANGE-IX)
                           (1:DECISION-ID-LENGTH)
                           = DECISION-ID(1:DECISION-ID-LENGTH) THEN
                   ADD 1 TO DECISION-HIT-COUNT
                   PERFORM 0490-DECIDE-ONE-CHANGE
               END-IF
           END-PERFORM
           IF DECISION-HIT-COUNT = 0 THEN
               DISPLAY 'FBMSGS: NO PENDING CHANGE ' DECISION-ID
               ADD 1 TO CARD-ERROR-COUNT
           END-IF
           .
       0480Z.
           EXIT
           .
       0490-DECIDE-ONE-CHANGE SECTION.
           IF CHG-PROPOSER-ID(CHANGE-IX) = MAINT-USER-ID THEN
               DISPLAY 'FBMSGS: ' MAINT-USER-ID ' PROPOSED CHANGE '
                   CHG-CHANGE-ID(CHANGE-IX) ', CANNOT '
                   FUNCTION TRIM(CARD-VERB) ' IT'
               ADD 1 TO CARD-ERROR-COUNT
               GO TO 0490Z
           END-IF
           IF CARD-VERB = 'REJECT' THEN
               SET CHG-REJECTED(CHANGE-IX) TO TRUE
               ADD 1 TO CHANGES-REJECTED-COUNT
               DISPLAY 'FBMSGS: CHANGE ' CHG-CHANGE-ID(CHANGE-IX)
                   ' REJECTED BY ' MAINT-USER-ID
               GO TO 0490Z
           END-IF
           SET CHG-APPROVED(CHANGE-IX) TO TRUE
           MOVE CHG-PROPOSER-ID(CHANGE-IX) TO AUDIT-MAKER-ID
           MOVE CHG-CHANGE-ID(CHANGE-IX) TO AUDIT-CHANGE-ID
           MOVE CHG-CARD(CHANGE-IX) TO CARD-IMAGE
           PERFORM 0405-PARSE-CARD
           SET APPLYING TO TRUE
           PERFORM 0406-CHECK-CHANGE-CARD
           SET PROPOSING TO TRUE
           DISPLAY 'FBMSGS: CHANGE ' CHG-CHANGE-ID(CHANGE-IX)
               ' APPROVED BY ' MAINT-USER-ID
           MOVE 'APPROVE' TO CARD-VERB
           .
       0490Z.
           EXIT
           .
       0500-WRITE-NEW-CATALOG SECTION.
           OPEN OUTPUT MSG-NEW
           IF MSG-NEW-STATUS > 9 THEN
       0550Z.
           EXIT
           .
      *    Changes still waiting and this run's proposals go to
      *    MSGPNEW; approved and rejected ones are dropped.
       0560-WRITE-PENDING-CHANGES SECTION.
           OPEN OUTPUT MSG-PENDING-NEW
           IF MSG-PEND-NEW-STATUS > 9 THEN
               DISPLAY 'FBMSGS: CANNOT OPEN MSGPNEW, STATUS='
                   MSG-PEND-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING CHANGE-IX FROM 1 BY 1
                   UNTIL CHANGE-IX > CHANGE-TABLE-COUNT
               IF CHG-WAITING(CHANGE-IX) OR CHG-NEW(CHANGE-IX) THEN
                   MOVE SPACES TO PENDING-CHANGE-LINE
                   MOVE CHG-CHANGE-ID(CHANGE-IX) TO PCL-CHANGE-ID
                   MOVE CHG-PROPOSER-ID(CHANGE-IX) TO PCL-PROPOSER-ID
                   MOVE 'MSGCAT' TO PCL-CATALOG
                   MOVE CHG-CARD(CHANGE-IX) TO PCL-CARD
                   MOVE PENDING-CHANGE-LINE TO MSG-PEND-NEW-RECORD
                   WRITE MSG-PEND-NEW-RECORD
                   IF MSG-PEND-NEW-STATUS > 9 THEN
                       DISPLAY 'FBMSGS: WRITE FAILED, MSGPNEW STATUS='
                           MSG-PEND-NEW-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE MSG-PENDING-NEW
                       GOBACK
                   END-IF
                   ADD 1 TO CHANGES-WAITING-COUNT
               END-IF
           END-PERFORM
           CLOSE MSG-PENDING-NEW
           .
       0600-CLOSE-FILES SECTION.
           CLOSE MSG-CARDS
           IF MSGCAT-STATUS NOT = 35 THEN

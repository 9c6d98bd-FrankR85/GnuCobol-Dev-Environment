      *----------------------------------------------------------*
      *  Shared membership field edits (working storage in        *
      *  FBMEDW).  8000 loads the BRANCHES reference file into    *
      *  the branch table - BRANCH-TABLE-LOADED stays false when  *
      *  the file cannot be read, and the caller decides whether  *
      *  it can run without it.  Branches beyond the 500th are    *
      *  left out with a warning and BRANCH-TABLE-FULL set; the   *
      *  table is still loaded.  8100 edits one record's fields,  *
      *  in this order, stopping at the first failure:            *
      *      UNKNOWN BRANCH          not on the reference file    *
      *      BRANCH CLOSED           closed, unless allowed       *
      *      INVALID STATUS CODE     not in the status-code list  *
      *      INVALID MEMBER-SINCE    not a real YYYYMMDD date     *
      *      MEMBER-SINCE IN FUTURE  later than today             *
      *----------------------------------------------------------*
       8000-LOAD-BRANCH-TABLE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDT-TODAY
           MOVE 0 TO BRANCH-TABLE-COUNT
           MOVE 'N' TO BRANCH-TABLE-STATE
           MOVE 'N' TO BRANCH-TABLE-FULL-FLAG
           MOVE 'N' TO BRANCHES-EOF-FLAG
           OPEN INPUT BRANCHES
           IF BRANCHES-STATUS > 9 THEN
               DISPLAY FUNCTION TRIM(EDIT-PROGRAM)
                   ': BRANCH REFERENCE UNAVAILABLE, STATUS='
                   BRANCHES-STATUS
               GO TO 8000Z
           END-IF
           SET BRANCH-TABLE-LOADED TO TRUE
           PERFORM UNTIL BRANCHES-EOF
               READ BRANCHES
                   AT END SET BRANCHES-EOF TO TRUE
                   NOT AT END
                       IF BRANCH-TABLE-COUNT < 500 THEN
                           ADD 1 TO BRANCH-TABLE-COUNT
                           MOVE BRF-BRANCH-CODE TO
                               BRT-BRANCH-CODE(BRANCH-TABLE-COUNT)
                           MOVE BRF-OPEN-FLAG TO
                               BRT-OPEN-FLAG(BRANCH-TABLE-COUNT)
                           MOVE BRF-REGION TO
                               BRT-REGION(BRANCH-TABLE-COUNT)
                           MOVE BRF-BRANCH-NAME TO
                               BRT-BRANCH-NAME(BRANCH-TABLE-COUNT)
                       ELSE
                           SET BRANCH-TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCHES
           IF BRANCH-TABLE-FULL THEN
               DISPLAY FUNCTION TRIM(EDIT-PROGRAM)
                   ': BRANCH REFERENCE TABLE FULL AT '
                   BRANCH-TABLE-COUNT ' ROWS'
           END-IF
           .
       8000Z.
           EXIT
           .
       8050-FIND-BRANCH SECTION.
           MOVE 'N' TO BRANCH-HIT-FLAG
           MOVE 0 TO BRANCH-HIT-IX
           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-TABLE-COUNT
                      OR BRANCH-HIT
               IF BRT-BRANCH-CODE(BRANCH-IX) = EDT-BRANCH-CODE THEN
                   MOVE BRANCH-IX TO BRANCH-HIT-IX
                   SET BRANCH-HIT TO TRUE
               END-IF
           END-PERFORM
           .
       8100-EDIT-MEMBER-FIELDS SECTION.
           MOVE SPACES TO EDIT-REASON
           PERFORM 8050-FIND-BRANCH
           IF NOT BRANCH-HIT THEN
               MOVE 'UNKNOWN BRANCH' TO EDIT-REASON
               GO TO 8100Z
           END-IF
           IF BRT-OPEN-FLAG(BRANCH-HIT-IX) NOT = 'O'
                   AND NOT EDT-ALLOW-CLOSED THEN
               MOVE 'BRANCH CLOSED' TO EDIT-REASON
               GO TO 8100Z
           END-IF
           MOVE 'N' TO STATUS-CODE-HIT-FLAG
           PERFORM VARYING STATUS-CODE-IX FROM 1 BY 1
                   UNTIL STATUS-CODE-IX > STATUS-CODE-COUNT
                      OR STATUS-CODE-HIT
               IF VALID-STATUS-CODE(STATUS-CODE-IX)
                       = EDT-STATUS-CODE THEN
                   SET STATUS-CODE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT STATUS-CODE-HIT THEN
               MOVE 'INVALID STATUS CODE' TO EDIT-REASON
               GO TO 8100Z
           END-IF
           IF EDT-MEMBER-SINCE IS NOT NUMERIC THEN
               MOVE 'INVALID MEMBER-SINCE' TO EDIT-REASON
               GO TO 8100Z
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(EDT-MEMBER-SINCE-NUM)
                   NOT = 0 THEN
               MOVE 'INVALID MEMBER-SINCE' TO EDIT-REASON
               GO TO 8100Z
           END-IF
           IF EDT-MEMBER-SINCE > EDT-TODAY THEN
               MOVE 'MEMBER-SINCE IN FUTURE' TO EDIT-REASON
           END-IF
           .
       8100Z.
           EXIT
           .

      *  are verified before any output is opened, and MASTNEW is  *
      *  written with a fresh header and trailer of its own so     *
      *  FIZZMAST can verify the swapped-in master the same way.   *
      *                                                            *
      *  Adds and changes pass the shared member-field edits       *
      *  (FBMEDP) before they are applied: known branch, valid     *
      *  status code, MEMBER-SINCE a real date no later than       *
      *  today.  A closed branch takes no new members; a change    *
      *  is allowed to leave a member on the closed branch they    *
      *  are already at.  The failing edit is the TRANREJ reason.  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-AUD-STATUS.

           SELECT BRANCHES ASSIGN TO "BRANCHES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCHES-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.
             05 MAU-FILLER-2       PIC X.
             05 MAU-ACCOUNT-NUMBER PIC X(10).

       FD BRANCHES.
           COPY FBBRNF      .

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBMCTL      .
            COPY FBRUNW      .
            COPY FBMEDW      .
       01 MASTER-IN-STATUS      PIC 99.
       01 TRAN-IN-STATUS        PIC 99.
       01 MASTER-NEW-STATUS     PIC 99.
           IF NOT MASTER-INPUT-EOF THEN
               PERFORM 0250-VERIFY-CONTROL-TOTALS
           END-IF
           MOVE 'FBMSTUPD' TO EDIT-PROGRAM
           PERFORM 8000-LOAD-BRANCH-TABLE
           IF NOT BRANCH-TABLE-LOADED THEN
               DISPLAY 'FBMSTUPD: CANNOT LOAD BRANCHES'
               IF MASTER-IN-STATUS NOT = 35 THEN
                   CLOSE MASTER-INPUT
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRAN-INPUT
           IF TRAN-IN-STATUS > 9 THEN
               DISPLAY 'FBMSTUPD: CANNOT OPEN TRANIN, STATUS='
                   TRAN-IN-STATUS
               IF MASTER-IN-STATUS NOT = 35 THEN
                   CLOSE MASTER-INPUT
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF MASTER-NEW-STATUS > 9 THEN
               DISPLAY 'FBMSTUPD: CANNOT OPEN MASTNEW, STATUS='
                   MASTER-NEW-STATUS
               IF MASTER-IN-STATUS NOT = 35 THEN
                   CLOSE MASTER-INPUT
               END-IF
               CLOSE TRAN-INPUT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF TRAN-REJ-STATUS > 9 THEN
               DISPLAY 'FBMSTUPD: CANNOT OPEN TRANREJ, STATUS='
                   TRAN-REJ-STATUS
               IF MASTER-IN-STATUS NOT = 35 THEN
                   CLOSE MASTER-INPUT
               END-IF
               CLOSE TRAN-INPUT MASTER-NEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF MASTER-AUD-STATUS > 9 THEN
               DISPLAY 'FBMSTUPD: CANNOT OPEN MSTAUD, STATUS='
                   MASTER-AUD-STATUS
               IF MASTER-IN-STATUS NOT = 35 THEN
                   CLOSE MASTER-INPUT
               END-IF
               CLOSE TRAN-INPUT MASTER-NEW TRAN-REJECTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       0400-APPLY-TRANSACTION SECTION.
           EVALUATE TRN-ACTION
               WHEN 'A'
                   MOVE 'N' TO EDT-CLOSED-FLAG
                   PERFORM 0410-EDIT-TRANSACTION
                   EVALUATE TRUE
                       WHEN WORK-EXISTS
                           PERFORM 0520-REJECT-ADD-EXISTS
                       WHEN NOT EDIT-PASSED
                           PERFORM 0545-REJECT-FIELD-EDIT
                       WHEN OTHER
                           MOVE TRN-MASTER-DATA TO WORK-MASTER
                           SET WORK-EXISTS TO TRUE
                           MOVE 'ADD' TO AUDIT-ACTION-TEXT
                           PERFORM 0450-WRITE-AUDIT-ROW
                   END-EVALUATE
               WHEN 'C'
      *            A member may stay on a closed branch; only a move
      *            onto one is refused.
                   MOVE 'N' TO EDT-CLOSED-FLAG
                   IF WORK-EXISTS
                           AND TRN-BRANCH-CODE = WORK-MASTER(41:4) THEN
                       SET EDT-ALLOW-CLOSED TO TRUE
                   END-IF
                   PERFORM 0410-EDIT-TRANSACTION
                   EVALUATE TRUE
                       WHEN NOT WORK-EXISTS
                           PERFORM 0530-REJECT-NO-MATCH
                       WHEN NOT EDIT-PASSED
                           PERFORM 0545-REJECT-FIELD-EDIT
                       WHEN OTHER
                           MOVE TRN-MASTER-DATA TO WORK-MASTER
                           MOVE 'CHANGE' TO AUDIT-ACTION-TEXT
                           PERFORM 0450-WRITE-AUDIT-ROW
                   END-EVALUATE
               WHEN 'D'
                   IF WORK-EXISTS THEN
                       MOVE 'N' TO WORK-EXISTS-FLAG
                   PERFORM 0540-REJECT-BAD-ACTION
           END-EVALUATE
           .
       0410-EDIT-TRANSACTION SECTION.
           MOVE TRN-BRANCH-CODE TO EDT-BRANCH-CODE
           MOVE TRN-MEMBER-SINCE TO EDT-MEMBER-SINCE
           MOVE TRN-STATUS-CODE TO EDT-STATUS-CODE
           PERFORM 8100-EDIT-MEMBER-FIELDS
           .
       0450-WRITE-AUDIT-ROW SECTION.
           MOVE SPACES TO MASTER-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MAU-TIMESTAMP
           MOVE 'INVALID ACTION CODE' TO REJ-REASON
           PERFORM 0550-WRITE-REJECT-RECORD
           .
       0545-REJECT-FIELD-EDIT SECTION.
           MOVE EDIT-REASON TO REJ-REASON
           PERFORM 0550-WRITE-REJECT-RECORD
           .
       0550-WRITE-REJECT-RECORD SECTION.
           MOVE TRAN-RECORD TO REJ-TRAN-DATA
           MOVE SPACE TO REJ-FILLER-1
           CLOSE TRAN-REJECTS
           CLOSE MASTER-AUDIT
           .
           COPY FBMEDP      .
           COPY FBRUNP      .
       END PROGRAM FBMSTUPD.

      *  the full input record to MASTOUT with the                *
      *  CURRENT-RESULT classification appended.  Records whose   *
      *  account-number field is not numeric (or zero) go to the  *
      *  MASTREJ rejects file with the reason appended.  Replaces *
      *  the old cut-out / FIZZBATCH / paste-back splice.          *
      *                                                            *
      *  The member fields are edited too (FBMEDP): the branch     *
      *  must be on the BRANCHES reference file, the status code   *
      *  in the valid list, and MEMBER-SINCE a real date no later  *
      *  than today.  A record failing an edit goes to MASTREJ     *
      *  with the specific failure.  A branch marked closed is     *
      *  accepted here - its remaining members must keep flowing   *
      *  until they are moved - but FBMSTUPD refuses new or        *
      *  changed members for it.                                   *
      *                                                            *
      *  MASTIN carries HDR/TRL control records (layout in the     *
      *  FBMCTL copybook).  Before any output is opened the whole  *
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-REJ-STATUS.

           SELECT BRANCHES ASSIGN TO "BRANCHES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCHES-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.
             05 ENR-RESULT         PIC X(20).

       FD MASTER-REJECTS.
          01 REJECT-RECORD.
             05 REJ-MASTER-DATA    PIC X(80).
             05 REJ-FILLER-1       PIC X.
             05 REJ-REASON         PIC X(24).

       FD BRANCHES.
           COPY FBBRNF      .

       FD RUNLOG.
           COPY FBRUNF      .
            COPY FBWORK      .
            COPY FBMCTL      .
            COPY FBRUNW      .
            COPY FBMEDW      .
       01 MASTER-IN-STATUS      PIC 99.
       01 MASTER-OUT-STATUS     PIC 99.
       01 MASTER-REJ-STATUS     PIC 99.
               GOBACK
           END-IF
           PERFORM 0250-VERIFY-CONTROL-TOTALS
           MOVE 'FIZZMAST' TO EDIT-PROGRAM
           PERFORM 8000-LOAD-BRANCH-TABLE
           IF NOT BRANCH-TABLE-LOADED THEN
               DISPLAY 'FIZZMAST: CANNOT LOAD BRANCHES'
               CLOSE MASTER-INPUT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET EDT-ALLOW-CLOSED TO TRUE
           OPEN OUTPUT MASTER-OUTPUT
           IF MASTER-OUT-STATUS > 9 THEN
               DISPLAY 'FIZZMAST: CANNOT OPEN MASTOUT, STATUS='
               GO TO 0300Z
           END-IF
           ADD 1 TO MASTER-READ-COUNT
           IF MST-ACCOUNT-NUMBER IS NOT NUMERIC
                   OR MST-ACCOUNT-NUMBER = ZEROES THEN
               MOVE 'INVALID ACCOUNT NUMBER' TO EDIT-REASON
               PERFORM 0320-WRITE-REJECT-RECORD
               GO TO 0300Z
           END-IF
           MOVE MST-BRANCH-CODE TO EDT-BRANCH-CODE
           MOVE MST-MEMBER-SINCE TO EDT-MEMBER-SINCE
           MOVE MST-STATUS-CODE TO EDT-STATUS-CODE
           PERFORM 8100-EDIT-MEMBER-FIELDS
           IF NOT EDIT-PASSED THEN
               PERFORM 0320-WRITE-REJECT-RECORD
               GO TO 0300Z
           END-IF
           MOVE MST-ACCOUNT-NUMBER TO CURRENT-NUMBER
           PERFORM 1000-PROCESS-NUMBER
           MOVE MASTER-RECORD TO ENR-MASTER-DATA
           MOVE SPACE TO ENR-FILLER-1
           MOVE CURRENT-RESULT TO ENR-RESULT
           WRITE ENRICHED-RECORD
           IF MASTER-OUT-STATUS > 9 THEN
               DISPLAY 'FIZZMAST: WRITE FAILED, STATUS='
                   MASTER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO MASTER-WRITE-COUNT
           END-IF
           .
       0300Z.
               AT END SET MASTER-INPUT-EOF TO TRUE
           END-READ
           .
       0320-WRITE-REJECT-RECORD SECTION.
           MOVE MASTER-RECORD TO REJ-MASTER-DATA
           MOVE SPACE TO REJ-FILLER-1
           MOVE EDIT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO MASTER-REJECT-COUNT
           .
       0400-CLOSE-FILES SECTION.
           CLOSE MASTER-INPUT
           CLOSE MASTER-OUTPUT
           CLOSE MASTER-REJECTS
           .
           COPY FBMEDP      .
           COPY FBRUNP      .
       END PROGRAM FIZZMAST.

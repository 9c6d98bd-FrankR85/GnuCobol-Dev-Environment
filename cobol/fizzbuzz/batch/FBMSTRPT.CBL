      *  follows, all in the same print-image style as the        *
      *  FIZZBATCH PRINTOUT report.  A status code beginning 'A'  *
      *  counts as active.                                        *
      *                                                            *
      *  Branch names and regions come from the BRANCHES reference *
      *  file (loaded through FBMEDP).  Branches are reported      *
      *  region by region, each branch page naming its branch and  *
      *  region, and each region closes with a region subtotal     *
      *  page before the company total.  A branch missing from     *
      *  the reference file is reported under region (NONE); if    *
      *  the file itself cannot be read the report still runs,     *
      *  with every branch in that position.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

           SELECT BRANCHES ASSIGN TO "BRANCHES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BRANCHES-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.
             05 SRT-FILLER-0       PIC X(26).
             05 SRT-FILLER-1       PIC X.
             05 SRT-RESULT         PIC X(20).
             05 SRT-REGION         PIC X(8).
             05 SRT-BRANCH-NAME    PIC X(30).

       FD PRINT-REPORT.
          01 PRINT-LINE            PIC X(132).

       FD BRANCHES.
           COPY FBBRNF      .

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBRUNW      .
            COPY FBMEDW      .
       01 MASTER-IN-STATUS      PIC 99.
       01 PRINT-STATUS          PIC 99.


       01 RECORDS-READ-COUNT    PIC 9(9) VALUE 0.
       01 CURRENT-BRANCH        PIC X(4).
       01 CURRENT-BRANCH-NAME   PIC X(30).
       01 BRANCH-OPEN-FLAG      PIC X VALUE 'N'.
           88 BRANCH-OPEN       VALUE 'Y'.
       01 CURRENT-REGION        PIC X(8).
       01 REGION-OPEN-FLAG      PIC X VALUE 'N'.
           88 REGION-OPEN       VALUE 'Y'.

      *    Per-branch tallies, reset at every branch break, and
      *    the matching company-level tallies.  The label tables
       01 BRANCH-OTHER-COUNT    PIC 9(9) VALUE 0.
       01 BRANCH-MEMBER-COUNT   PIC 9(9) VALUE 0.

       01 REGION-LABEL-COUNT    PIC 9(2) VALUE 0.
       01 REGION-LABEL-TABLE.
          05 REGION-LABEL-ENTRY OCCURS 20 TIMES.
             10 RLB-TEXT           PIC X(20).
             10 RLB-COUNT          PIC 9(9).
       01 REGION-PLAIN-COUNT    PIC 9(9) VALUE 0.
       01 REGION-ACTIVE-COUNT   PIC 9(9) VALUE 0.
       01 REGION-OTHER-COUNT    PIC 9(9) VALUE 0.
       01 REGION-MEMBER-COUNT   PIC 9(9) VALUE 0.
       01 REGION-BRANCH-COUNT   PIC 9(9) VALUE 0.

       01 COMPANY-LABEL-COUNT   PIC 9(2) VALUE 0.
       01 COMPANY-LABEL-TABLE.
          05 COMPANY-LABEL-ENTRY OCCURS 20 TIMES.
       01 BRANCH-HEADER-LINE.
          05 FILLER             PIC X(7)  VALUE 'BRANCH '.
          05 BHD-BRANCH-CODE    PIC X(4).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BHD-BRANCH-NAME    PIC X(30).
          05 FILLER             PIC X(9)  VALUE '  REGION '.
          05 BHD-REGION         PIC X(8).
          05 FILLER             PIC X(72) VALUE SPACES.

       01 REGION-HEADER-LINE.
          05 FILLER             PIC X(7)  VALUE 'REGION '.
          05 RHD-REGION         PIC X(8).
          05 FILLER             PIC X(13) VALUE '  SUBTOTAL,  '.
          05 RHD-BRANCH-ED      PIC Z(3)9.
          05 FILLER             PIC X(9)  VALUE ' BRANCHES'.
          05 FILLER             PIC X(91) VALUE SPACES.

       01 COLUMN-HEADER-LINE.
          05 FILLER             PIC X(22)
           PERFORM 0200-OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           SORT SORT-WORK
               ON ASCENDING KEY SRT-REGION
                                SRT-BRANCH-CODE
                                SRT-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 0210-RELEASE-INPUT
               OUTPUT PROCEDURE IS 0300-BRANCH-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'FBMSTRPT' TO EDIT-PROGRAM
           PERFORM 8000-LOAD-BRANCH-TABLE
           IF NOT BRANCH-TABLE-LOADED THEN
               DISPLAY 'FBMSTRPT: BRANCHES NOT LOADED, '
                   'BRANCHES REPORTED UNDER REGION (NONE)'
           END-IF
           .
       0210-RELEASE-INPUT SECTION.
           PERFORM 0220-READ-NEXT-MASTER
           PERFORM UNTIL MASTER-INPUT-EOF
               ADD 1 TO RECORDS-READ-COUNT
               MOVE ENRICHED-RECORD TO SORT-RECORD
               MOVE ENR-BRANCH-CODE TO EDT-BRANCH-CODE
               PERFORM 8050-FIND-BRANCH
               IF BRANCH-HIT THEN
                   MOVE BRT-REGION(BRANCH-HIT-IX) TO SRT-REGION
                   MOVE BRT-BRANCH-NAME(BRANCH-HIT-IX)
                       TO SRT-BRANCH-NAME
               ELSE
                   MOVE SPACES TO SRT-REGION
                   MOVE '(NOT ON BRANCH FILE)' TO SRT-BRANCH-NAME
               END-IF
               RELEASE SORT-RECORD
               PERFORM 0220-READ-NEXT-MASTER
           END-PERFORM
           IF BRANCH-OPEN THEN
               PERFORM 0350-PRINT-BRANCH-PAGE
           END-IF
           IF REGION-OPEN THEN
               PERFORM 0355-PRINT-REGION-PAGE
           END-IF
           PERFORM 0360-PRINT-COMPANY-PAGE
           .
       0310-RETURN-NEXT-SORTED SECTION.
                   AND SRT-BRANCH-CODE NOT = CURRENT-BRANCH THEN
               PERFORM 0350-PRINT-BRANCH-PAGE
           END-IF
           IF REGION-OPEN
                   AND SRT-REGION NOT = CURRENT-REGION THEN
               PERFORM 0355-PRINT-REGION-PAGE
           END-IF
           IF NOT REGION-OPEN THEN
               MOVE SRT-REGION TO CURRENT-REGION
               SET REGION-OPEN TO TRUE
           END-IF
           IF NOT BRANCH-OPEN THEN
               MOVE SRT-BRANCH-CODE TO CURRENT-BRANCH
               MOVE SRT-BRANCH-NAME TO CURRENT-BRANCH-NAME
               SET BRANCH-OPEN TO TRUE
               ADD 1 TO REGION-BRANCH-COUNT
           END-IF
           ADD 1 TO BRANCH-MEMBER-COUNT
           ADD 1 TO REGION-MEMBER-COUNT
           ADD 1 TO COMPANY-MEMBER-COUNT
           IF SRT-STATUS-CODE(1:1) = 'A' THEN
               ADD 1 TO BRANCH-ACTIVE-COUNT
               ADD 1 TO REGION-ACTIVE-COUNT
               ADD 1 TO COMPANY-ACTIVE-COUNT
           ELSE
               ADD 1 TO BRANCH-OTHER-COUNT
               ADD 1 TO REGION-OTHER-COUNT
               ADD 1 TO COMPANY-OTHER-COUNT
           END-IF
           IF FUNCTION TRIM(SRT-RESULT) IS NUMERIC THEN
               ADD 1 TO BRANCH-PLAIN-COUNT
               ADD 1 TO REGION-PLAIN-COUNT
               ADD 1 TO COMPANY-PLAIN-COUNT
           ELSE
               PERFORM 0330-COUNT-BRANCH-LABEL
               PERFORM 0340-COUNT-COMPANY-LABEL
               PERFORM 0345-COUNT-REGION-LABEL
           END-IF
           .
       0330-COUNT-BRANCH-LABEL SECTION.
               END-IF
           END-IF
           .
       0345-COUNT-REGION-LABEL SECTION.
           MOVE 'N' TO LABEL-FOUND-FLAG
           PERFORM VARYING LABEL-IX FROM 1 BY 1
                   UNTIL LABEL-IX > REGION-LABEL-COUNT
                      OR LABEL-FOUND
               IF RLB-TEXT(LABEL-IX) = SRT-RESULT THEN
                   ADD 1 TO RLB-COUNT(LABEL-IX)
                   SET LABEL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT LABEL-FOUND THEN
               IF REGION-LABEL-COUNT < 20 THEN
                   ADD 1 TO REGION-LABEL-COUNT
                   MOVE SRT-RESULT TO RLB-TEXT(REGION-LABEL-COUNT)
                   MOVE 1 TO RLB-COUNT(REGION-LABEL-COUNT)
               END-IF
           END-IF
           .
      *    One page per branch so each coordinator can be sent
      *    their own sheet; the branch tallies are reset for the
      *    next branch afterwards.
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM 0400-PRINT-PAGE-HEADER
           MOVE CURRENT-BRANCH TO BHD-BRANCH-CODE
           MOVE CURRENT-BRANCH-NAME TO BHD-BRANCH-NAME
           MOVE CURRENT-REGION TO BHD-REGION
           IF CURRENT-REGION = SPACES THEN
               MOVE '(NONE)' TO BHD-REGION
           END-IF
           MOVE BRANCH-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-LINE
           MOVE 0 TO BRANCH-MEMBER-COUNT
           MOVE 'N' TO BRANCH-OPEN-FLAG
           .
      *    Region subtotal, printed after the region's last branch
      *    page; the region tallies are then reset.
       0355-PRINT-REGION-PAGE SECTION.
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM 0400-PRINT-PAGE-HEADER
           MOVE CURRENT-REGION TO RHD-REGION
           IF CURRENT-REGION = SPACES THEN
               MOVE '(NONE)' TO RHD-REGION
           END-IF
           MOVE REGION-BRANCH-COUNT TO RHD-BRANCH-ED
           MOVE REGION-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING LABEL-IX FROM 1 BY 1
                   UNTIL LABEL-IX > REGION-LABEL-COUNT
               MOVE SPACES TO PRINT-DETAIL-LINE
               MOVE RLB-TEXT(LABEL-IX) TO DTL-LABEL
               MOVE RLB-COUNT(LABEL-IX) TO DTL-COUNT-ED
               MOVE PRINT-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           IF REGION-PLAIN-COUNT > 0 THEN
               MOVE SPACES TO PRINT-DETAIL-LINE
               MOVE 'PLAIN NUMBERS' TO DTL-LABEL
               MOVE REGION-PLAIN-COUNT TO DTL-COUNT-ED
               MOVE PRINT-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE '  ACTIVE MEMBERS' TO TOT-TEXT
           MOVE REGION-ACTIVE-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE '  OTHER STATUS' TO TOT-TEXT
           MOVE REGION-OTHER-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE '  REGION TOTAL' TO TOT-TEXT
           MOVE REGION-MEMBER-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO REGION-LABEL-COUNT
           MOVE 0 TO REGION-PLAIN-COUNT
           MOVE 0 TO REGION-ACTIVE-COUNT
           MOVE 0 TO REGION-OTHER-COUNT
           MOVE 0 TO REGION-MEMBER-COUNT
           MOVE 0 TO REGION-BRANCH-COUNT
           MOVE 'N' TO REGION-OPEN-FLAG
           .
       0360-PRINT-COMPANY-PAGE SECTION.
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM 0400-PRINT-PAGE-HEADER
           END-IF
           CLOSE PRINT-REPORT
           .
           COPY FBMEDP      .
           COPY FBRUNP      .
       END PROGRAM FBMSTRPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMDELTA.

      *----------------------------------------------------------*
      *  Day-over-day change extract for the CRM system.  Merges  *
      *  today's enriched MASTOUT against yesterday's generation  *
      *  (MASTPRV), both in MST-ACCOUNT-NUMBER order, and writes  *
      *  one DELTAOUT record (FBMDLTF copybook) per account that  *
      *  changed:                                                  *
      *      NEW             on today's file only                  *
      *      DROPPED         on yesterday's file only              *
      *      RECLASSIFIED    ENR-RESULT changed (e.g. after a      *
      *                      RULECAT swap)                         *
      *      DETAIL-CHANGED  name, branch, member-since or status  *
      *                      code changed, classification the same *
      *  A member whose classification and details both changed is *
      *  reported once, as RECLASSIFIED; the record carries the    *
      *  full current data either way.  Unchanged members are not  *
      *  written.                                                  *
      *                                                            *
      *  DELTAOUT carries HDR/TRL control records in the FBMCTL    *
      *  layout: record count and account-number hash total of the *
      *  delta records, so CRM can balance the file.  DELTARPT is  *
      *  the control report - counts per change type for each      *
      *  MST-BRANCH-CODE (yesterday's branch for a DROPPED member) *
      *  and a company total.  A missing or empty MASTPRV (first   *
      *  run) reports every member as NEW.  A duplicate or         *
      *  out-of-sequence account on either file is skipped,        *
      *  reported and ends the job with RETURN-CODE 8.             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-MASTER ASSIGN TO "MASTOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CURRENT-IN-STATUS.

           SELECT PRIOR-MASTER ASSIGN TO "MASTPRV"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PRIOR-IN-STATUS.

           SELECT DELTA-OUTPUT ASSIGN TO "DELTAOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-OUT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

           SELECT PRINT-REPORT ASSIGN TO "DELTARPT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CURRENT-MASTER.
          01 CURRENT-RECORD.
             05 CUR-MASTER-DATA.
                10 CUR-ACCOUNT-NUMBER PIC X(10).
                10 CUR-MEMBER-NAME    PIC X(30).
                10 CUR-BRANCH-CODE    PIC X(4).
                10 CUR-MEMBER-SINCE   PIC X(8).
                10 CUR-STATUS-CODE    PIC X(2).
                10 CUR-FILLER-0       PIC X(26).
             05 CUR-FILLER-1       PIC X.
             05 CUR-RESULT         PIC X(20).

       FD PRIOR-MASTER.
          01 PRIOR-RECORD.
             05 PRV-MASTER-DATA.
                10 PRV-ACCOUNT-NUMBER PIC X(10).
                10 PRV-MEMBER-NAME    PIC X(30).
                10 PRV-BRANCH-CODE    PIC X(4).
                10 PRV-MEMBER-SINCE   PIC X(8).
                10 PRV-STATUS-CODE    PIC X(2).
                10 PRV-FILLER-0       PIC X(26).
             05 PRV-FILLER-1       PIC X.
             05 PRV-RESULT         PIC X(20).

       FD DELTA-OUTPUT.
           COPY FBMDLTF     .

       SD SORT-WORK.
          01 SORT-RECORD.
             05 SRT-BRANCH-CODE    PIC X(4).
             05 SRT-CHANGE-TYPE    PIC X(14).

       FD PRINT-REPORT.
          01 PRINT-LINE            PIC X(132).

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBMCTL      .
            COPY FBRUNW      .
       01 CURRENT-IN-STATUS     PIC 99.
       01 PRIOR-IN-STATUS       PIC 99.
       01 DELTA-OUT-STATUS      PIC 99.
       01 PRINT-STATUS          PIC 99.

       01 CURRENT-EOF-FLAG      PIC X VALUE 'N'.
           88 CURRENT-EOF       VALUE 'Y'.
       01 PRIOR-EOF-FLAG        PIC X VALUE 'N'.
           88 PRIOR-EOF         VALUE 'Y'.
       01 CURRENT-GOOD-FLAG     PIC X.
           88 CURRENT-GOOD      VALUE 'Y'.
       01 PRIOR-GOOD-FLAG       PIC X.
           88 PRIOR-GOOD        VALUE 'Y'.
       01 SORT-WORK-EOF-FLAG    PIC X VALUE 'N'.
           88 SORT-WORK-EOF     VALUE 'Y'.

       01 PREV-CURRENT-KEY      PIC X(10) VALUE LOW-VALUES.
       01 PREV-PRIOR-KEY        PIC X(10) VALUE LOW-VALUES.

       01 CURRENT-READ-COUNT    PIC 9(9) VALUE 0.
       01 PRIOR-READ-COUNT      PIC 9(9) VALUE 0.
       01 UNCHANGED-COUNT       PIC 9(9) VALUE 0.
       01 SEQUENCE-ERROR-COUNT  PIC 9(9) VALUE 0.

      *    Control totals for the DELTAOUT file being written.
       01 OUT-CONTROL-COUNT     PIC 9(9)  VALUE 0.
       01 OUT-CONTROL-HASH      PIC 9(18) VALUE 0.

      *    Change-type tallies for one branch (reset at every
      *    branch break in the report) and for the company.
       01 BRANCH-TALLIES.
          05 BRN-NEW-COUNT         PIC 9(9).
          05 BRN-DROPPED-COUNT     PIC 9(9).
          05 BRN-RECLASS-COUNT     PIC 9(9).
          05 BRN-DETAIL-COUNT      PIC 9(9).
          05 BRN-TOTAL-COUNT       PIC 9(9).
       01 COMPANY-TALLIES.
          05 CMP-NEW-COUNT         PIC 9(9) VALUE 0.
          05 CMP-DROPPED-COUNT     PIC 9(9) VALUE 0.
          05 CMP-RECLASS-COUNT     PIC 9(9) VALUE 0.
          05 CMP-DETAIL-COUNT      PIC 9(9) VALUE 0.
          05 CMP-TOTAL-COUNT       PIC 9(9) VALUE 0.
       01 CURRENT-BRANCH        PIC X(4).
       01 BRANCH-OPEN-FLAG      PIC X VALUE 'N'.
           88 BRANCH-OPEN       VALUE 'Y'.

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
       01 PAGE-LINE-LIMIT       PIC 9(2) VALUE 55.
       01 RUN-STAMP             PIC X(14).

       01 PAGE-HEADER-LINE.
          05 FILLER             PIC X(34)
             VALUE 'MASTER DELTA CONTROL REPORT      '.
          05 FILLER             PIC X(4)  VALUE 'RUN '.
          05 HDR-RUN-DATE       PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 HDR-RUN-TIME       PIC X(6).
          05 FILLER             PIC X(6)  VALUE '  PAGE'.
          05 HDR-PAGE-ED        PIC Z(3)9.
          05 FILLER             PIC X(68) VALUE SPACES.

       01 COLUMN-HEADER-LINE.
          05 FILLER             PIC X(8)  VALUE 'BRANCH'.
          05 FILLER             PIC X(11) VALUE '        NEW'.
          05 FILLER             PIC X(11) VALUE '    DROPPED'.
          05 FILLER             PIC X(13) VALUE ' RECLASSIFIED'.
          05 FILLER             PIC X(15) VALUE ' DETAIL-CHANGED'.
          05 FILLER             PIC X(11) VALUE '      TOTAL'.
          05 FILLER             PIC X(63) VALUE SPACES.

       01 PRINT-DETAIL-LINE.
          05 DTL-BRANCH-CODE    PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 DTL-NEW-ED         PIC Z(9)9.
          05 FILLER             PIC X     VALUE SPACE.
          05 DTL-DROPPED-ED     PIC Z(9)9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 DTL-RECLASS-ED     PIC Z(9)9.
          05 FILLER             PIC X(5)  VALUE SPACES.
          05 DTL-DETAIL-ED      PIC Z(9)9.
          05 FILLER             PIC X     VALUE SPACE.
          05 DTL-TOTAL-ED       PIC Z(9)9.
          05 FILLER             PIC X(63) VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-TEXT           PIC X(34).
          05 TOT-COUNT-ED       PIC Z(8)9.
          05 FILLER             PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBMDELTA' TO RUN-LEDGER-PROGRAM
           MOVE RUN-START-STAMP TO RUN-STAMP
           PERFORM 0200-OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH-CODE
               INPUT PROCEDURE IS 0300-COMPARE-MASTERS
               OUTPUT PROCEDURE IS 0500-CONTROL-REPORT
           PERFORM 0600-WRITE-TRAILER
           PERFORM 0700-CLOSE-FILES
           DISPLAY 'FBMDELTA: TODAY READ=' CURRENT-READ-COUNT
               ' PRIOR READ=' PRIOR-READ-COUNT
               ' DELTAS=' OUT-CONTROL-COUNT
           DISPLAY 'FBMDELTA: NEW=' CMP-NEW-COUNT
               ' DROPPED=' CMP-DROPPED-COUNT
               ' RECLASSIFIED=' CMP-RECLASS-COUNT
               ' DETAIL-CHANGED=' CMP-DETAIL-COUNT
               ' SEQUENCE ERRORS=' SEQUENCE-ERROR-COUNT
           IF SEQUENCE-ERROR-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE CURRENT-READ-COUNT TO RUN-LEDGER-READ
           MOVE OUT-CONTROL-COUNT TO RUN-LEDGER-WRITTEN
           MOVE SEQUENCE-ERROR-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT CURRENT-MASTER
           IF CURRENT-IN-STATUS > 9 THEN
               DISPLAY 'FBMDELTA: CANNOT OPEN MASTOUT, STATUS='
                   CURRENT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRIOR-MASTER
           IF PRIOR-IN-STATUS = 35 THEN
               DISPLAY 'FBMDELTA: NO PRIOR MASTOUT, ALL MEMBERS NEW'
               SET PRIOR-EOF TO TRUE
           ELSE
               IF PRIOR-IN-STATUS > 9 THEN
                   DISPLAY 'FBMDELTA: CANNOT OPEN MASTPRV, STATUS='
                       PRIOR-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT DELTA-OUTPUT
           IF DELTA-OUT-STATUS > 9 THEN
               DISPLAY 'FBMDELTA: CANNOT OPEN DELTAOUT, STATUS='
                   DELTA-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-REPORT
           IF PRINT-STATUS > 9 THEN
               DISPLAY 'FBMDELTA: CANNOT OPEN DELTARPT, STATUS='
                   PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO MASTER-CONTROL-AREA
           MOVE 'HDR' TO MCT-RECORD-TYPE
           MOVE RUN-STAMP(1:8) TO MCT-CREATE-DATE
           MOVE 'FBMDELTA' TO MCT-SOURCE-SYSTEM
           MOVE MASTER-CONTROL-AREA TO DELTA-RECORD
           WRITE DELTA-RECORD
           .
      *    Sort input procedure: the balanced-line compare of the
      *    two generations.  Each delta written is also released
      *    to the sort by branch for the control report.
       0300-COMPARE-MASTERS SECTION.
           PERFORM 0310-READ-NEXT-CURRENT
           PERFORM 0320-READ-NEXT-PRIOR
           PERFORM UNTIL CURRENT-EOF AND PRIOR-EOF
               PERFORM 0330-COMPARE-ONE-KEY
           END-PERFORM
           .
      *    A key not above the one before it is a duplicate or out
      *    of sequence; it is skipped so the compare only ever sees
      *    ascending keys.
       0310-READ-NEXT-CURRENT SECTION.
           MOVE 'N' TO CURRENT-GOOD-FLAG
           PERFORM UNTIL CURRENT-GOOD OR CURRENT-EOF
               READ CURRENT-MASTER
                   AT END SET CURRENT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CURRENT-READ-COUNT
                       IF CUR-ACCOUNT-NUMBER > PREV-CURRENT-KEY THEN
                           MOVE CUR-ACCOUNT-NUMBER
                               TO PREV-CURRENT-KEY
                           SET CURRENT-GOOD TO TRUE
                       ELSE
                           DISPLAY 'FBMDELTA: MASTOUT OUT OF '
                               'SEQUENCE AT ACCOUNT '
                               CUR-ACCOUNT-NUMBER
                           ADD 1 TO SEQUENCE-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .
       0320-READ-NEXT-PRIOR SECTION.
           MOVE 'N' TO PRIOR-GOOD-FLAG
           PERFORM UNTIL PRIOR-GOOD OR PRIOR-EOF
               READ PRIOR-MASTER
                   AT END SET PRIOR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PRIOR-READ-COUNT
                       IF PRV-ACCOUNT-NUMBER > PREV-PRIOR-KEY THEN
                           MOVE PRV-ACCOUNT-NUMBER
                               TO PREV-PRIOR-KEY
                           SET PRIOR-GOOD TO TRUE
                       ELSE
                           DISPLAY 'FBMDELTA: MASTPRV OUT OF '
                               'SEQUENCE AT ACCOUNT '
                               PRV-ACCOUNT-NUMBER
                           ADD 1 TO SEQUENCE-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .
       0330-COMPARE-ONE-KEY SECTION.
           MOVE SPACES TO DELTA-RECORD
           EVALUATE TRUE
               WHEN PRIOR-EOF
               WHEN NOT CURRENT-EOF
                       AND CUR-ACCOUNT-NUMBER < PRV-ACCOUNT-NUMBER
                   SET DLT-NEW TO TRUE
                   MOVE CUR-MASTER-DATA TO DLT-MASTER-DATA
                   MOVE CUR-RESULT TO DLT-RESULT
                   PERFORM 0400-WRITE-DELTA
                   PERFORM 0310-READ-NEXT-CURRENT
               WHEN CURRENT-EOF
               WHEN PRV-ACCOUNT-NUMBER < CUR-ACCOUNT-NUMBER
                   SET DLT-DROPPED TO TRUE
                   MOVE PRV-MASTER-DATA TO DLT-MASTER-DATA
                   MOVE PRV-RESULT TO DLT-PRIOR-RESULT
                   PERFORM 0400-WRITE-DELTA
                   PERFORM 0320-READ-NEXT-PRIOR
               WHEN OTHER
                   MOVE CUR-MASTER-DATA TO DLT-MASTER-DATA
                   MOVE CUR-RESULT TO DLT-RESULT
                   MOVE PRV-RESULT TO DLT-PRIOR-RESULT
                   EVALUATE TRUE
                       WHEN CUR-RESULT NOT = PRV-RESULT
                           SET DLT-RECLASSIFIED TO TRUE
                           PERFORM 0400-WRITE-DELTA
                       WHEN CUR-MEMBER-NAME NOT = PRV-MEMBER-NAME
                       WHEN CUR-BRANCH-CODE NOT = PRV-BRANCH-CODE
                       WHEN CUR-MEMBER-SINCE NOT = PRV-MEMBER-SINCE
                       WHEN CUR-STATUS-CODE NOT = PRV-STATUS-CODE
                           SET DLT-DETAIL-CHANGED TO TRUE
                           PERFORM 0400-WRITE-DELTA
                       WHEN OTHER
                           ADD 1 TO UNCHANGED-COUNT
                   END-EVALUATE
                   PERFORM 0310-READ-NEXT-CURRENT
                   PERFORM 0320-READ-NEXT-PRIOR
           END-EVALUATE
           .
       0400-WRITE-DELTA SECTION.
           WRITE DELTA-RECORD
           IF DELTA-OUT-STATUS > 9 THEN
               DISPLAY 'FBMDELTA: WRITE FAILED, STATUS='
                   DELTA-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO OUT-CONTROL-COUNT
           IF DLT-ACCOUNT-NUMBER IS NUMERIC THEN
               COMPUTE OUT-CONTROL-HASH = FUNCTION MOD(
                   OUT-CONTROL-HASH
                   + FUNCTION NUMVAL(DLT-ACCOUNT-NUMBER)
                   1000000000000000000)
           END-IF
           MOVE DLT-BRANCH-CODE TO SRT-BRANCH-CODE
           MOVE DLT-CHANGE-TYPE TO SRT-CHANGE-TYPE
           RELEASE SORT-RECORD
           .
      *    Sort output procedure: one line per branch with its
      *    change-type counts, then the company total.
       0500-CONTROL-REPORT SECTION.
           INITIALIZE BRANCH-TALLIES
           PERFORM 0510-RETURN-NEXT-SORTED
           PERFORM UNTIL SORT-WORK-EOF
               PERFORM 0520-TALLY-SORTED-RECORD
               PERFORM 0510-RETURN-NEXT-SORTED
           END-PERFORM
           IF BRANCH-OPEN THEN
               PERFORM 0530-PRINT-BRANCH-LINE
           END-IF
           PERFORM 0540-PRINT-TOTALS
           .
       0510-RETURN-NEXT-SORTED SECTION.
           RETURN SORT-WORK
               AT END SET SORT-WORK-EOF TO TRUE
           END-RETURN
           .
       0520-TALLY-SORTED-RECORD SECTION.
           IF BRANCH-OPEN
                   AND SRT-BRANCH-CODE NOT = CURRENT-BRANCH THEN
               PERFORM 0530-PRINT-BRANCH-LINE
           END-IF
           IF NOT BRANCH-OPEN THEN
               MOVE SRT-BRANCH-CODE TO CURRENT-BRANCH
               SET BRANCH-OPEN TO TRUE
           END-IF
           EVALUATE SRT-CHANGE-TYPE
               WHEN 'NEW'
                   ADD 1 TO BRN-NEW-COUNT
                   ADD 1 TO CMP-NEW-COUNT
               WHEN 'DROPPED'
                   ADD 1 TO BRN-DROPPED-COUNT
                   ADD 1 TO CMP-DROPPED-COUNT
               WHEN 'RECLASSIFIED'
                   ADD 1 TO BRN-RECLASS-COUNT
                   ADD 1 TO CMP-RECLASS-COUNT
               WHEN OTHER
                   ADD 1 TO BRN-DETAIL-COUNT
                   ADD 1 TO CMP-DETAIL-COUNT
           END-EVALUATE
           ADD 1 TO BRN-TOTAL-COUNT
           ADD 1 TO CMP-TOTAL-COUNT
           .
       0530-PRINT-BRANCH-LINE SECTION.
           IF PAGE-LINE-COUNT >= PAGE-LINE-LIMIT THEN
               PERFORM 0550-PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-DETAIL-LINE
           MOVE CURRENT-BRANCH TO DTL-BRANCH-CODE
           MOVE BRN-NEW-COUNT TO DTL-NEW-ED
           MOVE BRN-DROPPED-COUNT TO DTL-DROPPED-ED
           MOVE BRN-RECLASS-COUNT TO DTL-RECLASS-ED
           MOVE BRN-DETAIL-COUNT TO DTL-DETAIL-ED
           MOVE BRN-TOTAL-COUNT TO DTL-TOTAL-ED
           MOVE PRINT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           INITIALIZE BRANCH-TALLIES
           MOVE 'N' TO BRANCH-OPEN-FLAG
           .
       0540-PRINT-TOTALS SECTION.
           IF PAGE-LINE-COUNT + 9 > PAGE-LINE-LIMIT THEN
               PERFORM 0550-PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-DETAIL-LINE
           MOVE 'COMPANY' TO DTL-BRANCH-CODE
           MOVE CMP-NEW-COUNT TO DTL-NEW-ED
           MOVE CMP-DROPPED-COUNT TO DTL-DROPPED-ED
           MOVE CMP-RECLASS-COUNT TO DTL-RECLASS-ED
           MOVE CMP-DETAIL-COUNT TO DTL-DETAIL-ED
           MOVE CMP-TOTAL-COUNT TO DTL-TOTAL-ED
           MOVE PRINT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'MEMBERS READ TODAY' TO TOT-TEXT
           MOVE CURRENT-READ-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'MEMBERS READ PRIOR DAY' TO TOT-TEXT
           MOVE PRIOR-READ-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'MEMBERS UNCHANGED' TO TOT-TEXT
           MOVE UNCHANGED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'DELTA RECORDS WRITTEN' TO TOT-TEXT
           MOVE CMP-TOTAL-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'SEQUENCE ERRORS (SKIPPED)' TO TOT-TEXT
           MOVE SEQUENCE-ERROR-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE '*** END OF REPORT ***' TO PRINT-LINE
           WRITE PRINT-LINE
           .
       0550-PRINT-PAGE-HEADER SECTION.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-STAMP(1:8) TO HDR-RUN-DATE
           MOVE RUN-STAMP(9:6) TO HDR-RUN-TIME
           MOVE PAGE-NUMBER TO HDR-PAGE-ED
           MOVE PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 3 TO PAGE-LINE-COUNT
           .
       0600-WRITE-TRAILER SECTION.
           MOVE SPACES TO MASTER-CONTROL-AREA
           MOVE 'TRL' TO MCT-RECORD-TYPE
           MOVE OUT-CONTROL-COUNT TO MCT-RECORD-COUNT
           MOVE OUT-CONTROL-HASH TO MCT-HASH-TOTAL
           MOVE MASTER-CONTROL-AREA TO DELTA-RECORD
           WRITE DELTA-RECORD
           .
       0700-CLOSE-FILES SECTION.
           CLOSE CURRENT-MASTER
           IF PRIOR-IN-STATUS NOT = 35 THEN
               CLOSE PRIOR-MASTER
           END-IF
           CLOSE DELTA-OUTPUT
           CLOSE PRINT-REPORT
           .
           COPY FBRUNP      .
       END PROGRAM FBMDELTA.

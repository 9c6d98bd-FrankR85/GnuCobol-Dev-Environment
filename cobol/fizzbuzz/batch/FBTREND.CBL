       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBTREND.

      *----------------------------------------------------------*
      *  Nightly build of the TRENDHST service trend history      *
      *  (FBTRNDF), one summary record per calendar day: request  *
      *  and resumed-request counts, units, smallest/largest/     *
      *  average range, errors by FBTRIAGE category and the peak  *
      *  hour.  The history is copied to TRNDNEW and every day    *
      *  after its last date, up to yesterday, is added from the  *
      *  AUDITLOG and ERRORLOG records; today is left for the     *
      *  next run as it is still filling.  A day with no records  *
      *  gets a record of zeros so the history has no gaps.       *
      *  ERRORLOG failures are classified with the FBTRIAGE rules *
      *  (FBTRGW/FBTRGP) against the RULECAT in force.            *
      *                                                            *
      *  The records are sorted on date, so the inputs may come   *
      *  in any order: the one-off backfill (FBTRNDBF) runs this  *
      *  same program over an empty history with the AUDARCH and  *
      *  ERRARCH archive generations concatenated ahead of the    *
      *  live logs.  FBHOUSE keeps RETAIN days on the live logs,  *
      *  so a history more than RETAIN days behind must be        *
      *  rebuilt by the backfill rather than caught up here.      *
      *  Records whose AUD-/ERR-TIMESTAMP does not start with a   *
      *  real date are counted as rejected and left out.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AUDITLOG-STATUS.

           SELECT ERRORLOG ASSIGN TO "ERRORLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ERRORLOG-STATUS.

           SELECT RULECAT ASSIGN TO "RULECAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RULECAT-STATUS.

           SELECT TREND-HISTORY ASSIGN TO "TRENDHST"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TREND-HISTORY-STATUS.

           SELECT TREND-SORT ASSIGN TO "SORTWK".

           SELECT TREND-NEW ASSIGN TO "TRNDNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TREND-NEW-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITLOG.
          01 AUDIT-RECORD.
             05 AUD-TIMESTAMP      PIC X(14).
             05 AUD-FILLER-1       PIC X.
             05 AUD-REQUEST-ID     PIC X(19).
             05 AUD-FILLER-2       PIC X.
             05 AUD-START-NUMBER   PIC 9(20).
             05 AUD-FILLER-3       PIC X.
             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.
                 88 AUD-BULK-CALL    VALUE 'B'.

       FD ERRORLOG.
          01 ERROR-RECORD.
             05 ERR-TIMESTAMP      PIC X(14).
             05 ERR-FILLER-1       PIC X.
             05 ERR-IN-STATUS      PIC 99.
             05 ERR-FILLER-2       PIC X.
             05 ERR-CHUNK          PIC X(1024).
             05 ERR-FILLER-3       PIC X.
             05 ERR-REASON         PIC X(18).

       FD RULECAT.
           COPY FBRULEF     .

       FD TREND-HISTORY.
          01 TREND-HISTORY-RECORD.
             05 THR-DATE           PIC 9(8).
             05 THR-FILLER-1       PIC X(276).

      *    One AUDITLOG call ('A') or ERRORLOG failure ('E').  The
      *    calls sort ahead of the failures within a day, and on
      *    request id so each request's calls are together.
       SD TREND-SORT.
          01 TREND-SORT-RECORD.
             05 TSR-DATE           PIC 9(8).
             05 TSR-KIND           PIC X.
                 88 TSR-AUDIT-CALL   VALUE 'A'.
                 88 TSR-FAILURE      VALUE 'E'.
             05 TSR-REQUEST-ID     PIC X(19).
             05 TSR-HOUR           PIC 99.
             05 TSR-RANGE-FLAG     PIC X.
                 88 TSR-RANGE-VALID  VALUE 'Y'.
             05 TSR-START-NUMBER   PIC 9(20).
             05 TSR-END-NUMBER     PIC 9(20).
             05 TSR-CALL-TYPE      PIC X.
             05 TSR-CATEGORY-IX    PIC 9(2).

       FD TREND-NEW.
           COPY FBTRNDF     .

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBRUNW      .
            COPY FBTRGW      .
       01 AUDITLOG-STATUS       PIC 99.
       01 ERRORLOG-STATUS       PIC 99.
       01 TREND-HISTORY-STATUS  PIC 99.
       01 TREND-NEW-STATUS      PIC 99.

       01 AUDITLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 AUDITLOG-EOF      VALUE 'Y'.
       01 ERRORLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 ERRORLOG-EOF      VALUE 'Y'.
       01 TREND-HISTORY-EOF-FLAG PIC X VALUE 'N'.
           88 TREND-HISTORY-EOF VALUE 'Y'.
       01 TREND-SORT-EOF-FLAG   PIC X VALUE 'N'.
           88 TREND-SORT-EOF    VALUE 'Y'.

      *    The days this run adds: after LAST-HISTORY-DATE and
      *    before TODAY-DATE.  NEXT-DAY-INTEGER is the day the next
      *    record written must be for (INTEGER-OF-DATE), zero while
      *    neither the history nor this run has written a day.
       01 TODAY-DATE            PIC 9(8).
       01 TODAY-INTEGER         PIC 9(8).
       01 LAST-HISTORY-DATE     PIC 9(8) VALUE 0.
       01 NEXT-DAY-INTEGER      PIC 9(8) VALUE 0.
       01 GAP-DAY-INTEGER       PIC 9(8).
       01 LOG-DATE              PIC X(8).
       01 LOG-DATE-NUM REDEFINES LOG-DATE PIC 9(8).

      *    The day being summarised.
       01 DAY-OPEN-FLAG         PIC X VALUE 'N'.
           88 DAY-OPEN          VALUE 'Y'.
       01 DAY-DATE              PIC 9(8).
       01 DAY-REQUEST-COUNT     PIC 9(9).
       01 DAY-RESUMED-COUNT     PIC 9(9).
       01 DAY-UNIT-COUNT        PIC 9(18).
       01 DAY-CALL-COUNT        PIC 9(9).
       01 DAY-RANGE-MIN         PIC 9(20).
       01 DAY-RANGE-MAX         PIC 9(20).
       01 DAY-RANGE-SAMPLES     PIC 9(9).
       01 DAY-RANGE-TOTAL       PIC 9(20).
       01 DAY-ERROR-COUNT       PIC 9(9).
       01 DAY-CATEGORY-COUNTS.
          05 DAY-CATEGORY-COUNT OCCURS 11 TIMES PIC 9(9).
       01 DAY-HOUR-COUNTS.
          05 DAY-HOUR-COUNT OCCURS 24 TIMES PIC 9(9).
       01 DAY-PEAK-HOUR         PIC 99.
       01 DAY-PEAK-HOUR-COUNT   PIC 9(9).
       01 HOUR-IX               PIC 99.
       01 RANGE-SIZE            PIC 9(20).

      *    The request whose calls are being coalesced to lowest
      *    start / highest end, as FBBILL bills it.
       01 GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88 GROUP-OPEN        VALUE 'Y'.
       01 GROUP-REQUEST-ID      PIC X(19).
       01 GROUP-RANGE-FLAG      PIC X.
           88 GROUP-RANGE-VALID VALUE 'Y'.
       01 GROUP-START-NUMBER    PIC 9(20).
       01 GROUP-END-NUMBER      PIC 9(20).
       01 GROUP-RESUMED-FLAG    PIC X.
           88 GROUP-RESUMED     VALUE 'Y'.

       01 HISTORY-COPY-COUNT    PIC 9(9) VALUE 0.
       01 AUDIT-READ-COUNT      PIC 9(9) VALUE 0.
       01 ERROR-READ-COUNT      PIC 9(9) VALUE 0.
       01 RECORD-USED-COUNT     PIC 9(9) VALUE 0.
       01 RECORD-BAD-DATE-COUNT PIC 9(9) VALUE 0.
       01 DAYS-ADDED-COUNT      PIC 9(9) VALUE 0.
       01 EMPTY-DAYS-COUNT      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBTREND' TO RUN-LEDGER-PROGRAM
           MOVE RUN-START-STAMP(1:8) TO TODAY-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           PERFORM 0100-COPY-HISTORY
           MOVE 'FBTREND' TO TRIAGE-PROGRAM
           PERFORM 8200-LOAD-KNOWN-SET-NAMES
           PERFORM 0200-OPEN-LOGS
           SORT TREND-SORT
               ON ASCENDING KEY TSR-DATE
                                TSR-KIND
                                TSR-REQUEST-ID
               INPUT PROCEDURE IS 0250-RELEASE-LOG-RECORDS
               OUTPUT PROCEDURE IS 0300-BUILD-DAYS
           IF NEXT-DAY-INTEGER > 0 THEN
               PERFORM 0360-WRITE-EMPTY-DAYS
                   VARYING GAP-DAY-INTEGER FROM NEXT-DAY-INTEGER BY 1
                   UNTIL GAP-DAY-INTEGER NOT < TODAY-INTEGER
           END-IF
           CLOSE TREND-NEW
           DISPLAY 'FBTREND: HISTORY DAYS=' HISTORY-COPY-COUNT
               ' LAST=' LAST-HISTORY-DATE
               ' DAYS ADDED=' DAYS-ADDED-COUNT
               ' (EMPTY=' EMPTY-DAYS-COUNT ')'
           DISPLAY 'FBTREND: AUDITLOG READ=' AUDIT-READ-COUNT
               ' ERRORLOG READ=' ERROR-READ-COUNT
               ' USED=' RECORD-USED-COUNT
               ' BAD DATE=' RECORD-BAD-DATE-COUNT
           COMPUTE RUN-LEDGER-READ = AUDIT-READ-COUNT
               + ERROR-READ-COUNT
           MOVE DAYS-ADDED-COUNT TO RUN-LEDGER-WRITTEN
           MOVE RECORD-BAD-DATE-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
      *    The history so far goes to TRNDNEW unchanged; a missing
      *    or empty TRENDHST starts a new history.
       0100-COPY-HISTORY SECTION.
           OPEN INPUT TREND-HISTORY
           IF TREND-HISTORY-STATUS = 35 THEN
               SET TREND-HISTORY-EOF TO TRUE
           ELSE
               IF TREND-HISTORY-STATUS > 9 THEN
                   DISPLAY 'FBTREND: CANNOT OPEN TRENDHST, STATUS='
                       TREND-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT TREND-NEW
           IF TREND-NEW-STATUS > 9 THEN
               DISPLAY 'FBTREND: CANNOT OPEN TRNDNEW, STATUS='
                   TREND-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0110-READ-NEXT-HISTORY
           PERFORM UNTIL TREND-HISTORY-EOF
               MOVE TREND-HISTORY-RECORD TO TREND-RECORD
               WRITE TREND-RECORD
               IF TREND-NEW-STATUS > 9 THEN
                   DISPLAY 'FBTREND: WRITE FAILED, TRNDNEW STATUS='
                       TREND-NEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE TREND-NEW
                   GOBACK
               END-IF
               ADD 1 TO HISTORY-COPY-COUNT
               MOVE THR-DATE TO LAST-HISTORY-DATE
               PERFORM 0110-READ-NEXT-HISTORY
           END-PERFORM
           IF TREND-HISTORY-STATUS NOT = 35 THEN
               CLOSE TREND-HISTORY
           END-IF
           IF HISTORY-COPY-COUNT > 0 THEN
               COMPUTE NEXT-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(LAST-HISTORY-DATE) + 1
           END-IF
           .
       0110-READ-NEXT-HISTORY SECTION.
           IF NOT TREND-HISTORY-EOF THEN
               READ TREND-HISTORY
                   AT END SET TREND-HISTORY-EOF TO TRUE
               END-READ
           END-IF
           .
       0200-OPEN-LOGS SECTION.
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS = 35 THEN
               SET AUDITLOG-EOF TO TRUE
           ELSE
               IF AUDITLOG-STATUS > 9 THEN
                   DISPLAY 'FBTREND: CANNOT OPEN AUDITLOG, STATUS='
                       AUDITLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT ERRORLOG
           IF ERRORLOG-STATUS = 35 THEN
               SET ERRORLOG-EOF TO TRUE
           ELSE
               IF ERRORLOG-STATUS > 9 THEN
                   DISPLAY 'FBTREND: CANNOT OPEN ERRORLOG, STATUS='
                       ERRORLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
      *    Only the days not yet on the history and already over
      *    are released; the failures are classified here, where
      *    ERR-CHUNK is still to hand.
      *    Bulk calls are FBSUBSPL's billing entries for tickets
      *    run in the batch window, not service requests.
       0250-RELEASE-LOG-RECORDS SECTION.
           PERFORM 0270-READ-NEXT-AUDIT
           PERFORM UNTIL AUDITLOG-EOF
               MOVE AUD-TIMESTAMP(1:8) TO LOG-DATE
               PERFORM 0260-CHECK-LOG-DATE
               IF LOG-DATE NOT = SPACES
                       AND NOT AUD-BULK-CALL THEN
                   MOVE SPACES TO TREND-SORT-RECORD
                   MOVE LOG-DATE-NUM TO TSR-DATE
                   SET TSR-AUDIT-CALL TO TRUE
                   MOVE AUD-REQUEST-ID TO TSR-REQUEST-ID
                   IF AUD-TIMESTAMP(9:2) IS NUMERIC
                           AND AUD-TIMESTAMP(9:2) < '24' THEN
                       MOVE AUD-TIMESTAMP(9:2) TO TSR-HOUR
                   ELSE
                       MOVE 0 TO TSR-HOUR
                   END-IF
                   IF AUD-END-NUMBER IS NUMERIC
                           AND AUD-START-NUMBER IS NUMERIC
                           AND AUD-END-NUMBER >= AUD-START-NUMBER THEN
                       SET TSR-RANGE-VALID TO TRUE
                       MOVE AUD-START-NUMBER TO TSR-START-NUMBER
                       MOVE AUD-END-NUMBER TO TSR-END-NUMBER
                   ELSE
                       MOVE 'N' TO TSR-RANGE-FLAG
                       MOVE 0 TO TSR-START-NUMBER TSR-END-NUMBER
                   END-IF
                   MOVE AUD-CALL-TYPE TO TSR-CALL-TYPE
                   MOVE 0 TO TSR-CATEGORY-IX
                   RELEASE TREND-SORT-RECORD
                   ADD 1 TO RECORD-USED-COUNT
               END-IF
               PERFORM 0270-READ-NEXT-AUDIT
           END-PERFORM
           PERFORM 0280-READ-NEXT-ERROR
           PERFORM UNTIL ERRORLOG-EOF
               MOVE ERR-TIMESTAMP(1:8) TO LOG-DATE
               PERFORM 0260-CHECK-LOG-DATE
               IF LOG-DATE NOT = SPACES THEN
                   PERFORM 8300-SPLIT-POST-PARAMETERS
                   PERFORM 8330-CLASSIFY-FAILURE
                   MOVE SPACES TO TREND-SORT-RECORD
                   MOVE LOG-DATE-NUM TO TSR-DATE
                   SET TSR-FAILURE TO TRUE
                   MOVE 0 TO TSR-HOUR
                   MOVE 'N' TO TSR-RANGE-FLAG
                   MOVE 0 TO TSR-START-NUMBER TSR-END-NUMBER
                   MOVE ERROR-CATEGORY-IX TO TSR-CATEGORY-IX
                   RELEASE TREND-SORT-RECORD
                   ADD 1 TO RECORD-USED-COUNT
               END-IF
               PERFORM 0280-READ-NEXT-ERROR
           END-PERFORM
           IF AUDITLOG-STATUS NOT = 35 THEN
               CLOSE AUDITLOG
           END-IF
           IF ERRORLOG-STATUS NOT = 35 THEN
               CLOSE ERRORLOG
           END-IF
           .
      *    LOG-DATE is blanked when the record is not for a day
      *    this run adds.
       0260-CHECK-LOG-DATE SECTION.
           IF LOG-DATE IS NOT NUMERIC THEN
               ADD 1 TO RECORD-BAD-DATE-COUNT
               MOVE SPACES TO LOG-DATE
               GO TO 0260Z
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LOG-DATE-NUM) NOT = 0 THEN
               ADD 1 TO RECORD-BAD-DATE-COUNT
               MOVE SPACES TO LOG-DATE
               GO TO 0260Z
           END-IF
           IF LOG-DATE-NUM NOT > LAST-HISTORY-DATE
                   OR LOG-DATE-NUM NOT < TODAY-DATE THEN
               MOVE SPACES TO LOG-DATE
           END-IF
           .
       0260Z.
           EXIT
           .
       0270-READ-NEXT-AUDIT SECTION.
           IF NOT AUDITLOG-EOF THEN
               READ AUDITLOG
                   AT END SET AUDITLOG-EOF TO TRUE
                   NOT AT END ADD 1 TO AUDIT-READ-COUNT
               END-READ
           END-IF
           .
       0280-READ-NEXT-ERROR SECTION.
           IF NOT ERRORLOG-EOF THEN
               READ ERRORLOG
                   AT END SET ERRORLOG-EOF TO TRUE
                   NOT AT END ADD 1 TO ERROR-READ-COUNT
               END-READ
           END-IF
           .
      *    Control break on date: each day's calls and failures
      *    are summed and the day written when the date changes.
       0300-BUILD-DAYS SECTION.
           MOVE 'N' TO TREND-SORT-EOF-FLAG
           PERFORM 0340-RETURN-NEXT-SORTED
           PERFORM UNTIL TREND-SORT-EOF
               IF DAY-OPEN AND TSR-DATE NOT = DAY-DATE THEN
                   PERFORM 0350-WRITE-DAY
               END-IF
               IF NOT DAY-OPEN THEN
                   PERFORM 0310-START-DAY
               END-IF
               IF TSR-AUDIT-CALL THEN
                   PERFORM 0320-ADD-AUDIT-CALL
               ELSE
                   ADD 1 TO DAY-ERROR-COUNT
                   ADD 1 TO DAY-CATEGORY-COUNT(TSR-CATEGORY-IX)
               END-IF
               PERFORM 0340-RETURN-NEXT-SORTED
           END-PERFORM
           IF DAY-OPEN THEN
               PERFORM 0350-WRITE-DAY
           END-IF
           .
      *    Any days between the last one written and this one had
      *    no records at all; they are written as zeros first.
       0310-START-DAY SECTION.
           IF NEXT-DAY-INTEGER > 0 THEN
               PERFORM 0360-WRITE-EMPTY-DAYS
                   VARYING GAP-DAY-INTEGER FROM NEXT-DAY-INTEGER BY 1
                   UNTIL GAP-DAY-INTEGER
                       NOT < FUNCTION INTEGER-OF-DATE(TSR-DATE)
           END-IF
           PERFORM 0370-CLEAR-DAY
           MOVE TSR-DATE TO DAY-DATE
           SET DAY-OPEN TO TRUE
           .
       0320-ADD-AUDIT-CALL SECTION.
           ADD 1 TO DAY-CALL-COUNT
           ADD 1 TO DAY-HOUR-COUNT(TSR-HOUR + 1)
           IF TSR-RANGE-VALID THEN
               COMPUTE RANGE-SIZE = TSR-END-NUMBER - TSR-START-NUMBER
               ADD 1 TO DAY-RANGE-SAMPLES
               IF DAY-RANGE-SAMPLES = 1
                       OR RANGE-SIZE < DAY-RANGE-MIN THEN
                   MOVE RANGE-SIZE TO DAY-RANGE-MIN
               END-IF
               IF RANGE-SIZE > DAY-RANGE-MAX THEN
                   MOVE RANGE-SIZE TO DAY-RANGE-MAX
               END-IF
               ADD RANGE-SIZE TO DAY-RANGE-TOTAL
           END-IF
           IF GROUP-OPEN
                   AND TSR-REQUEST-ID NOT = GROUP-REQUEST-ID THEN
               PERFORM 0330-CLOSE-REQUEST
           END-IF
           IF NOT GROUP-OPEN THEN
               MOVE TSR-REQUEST-ID TO GROUP-REQUEST-ID
               MOVE TSR-RANGE-FLAG TO GROUP-RANGE-FLAG
               MOVE TSR-START-NUMBER TO GROUP-START-NUMBER
               MOVE TSR-END-NUMBER TO GROUP-END-NUMBER
               MOVE 'N' TO GROUP-RESUMED-FLAG
               SET GROUP-OPEN TO TRUE
           ELSE
               SET GROUP-RESUMED TO TRUE
               IF TSR-RANGE-VALID THEN
                   IF NOT GROUP-RANGE-VALID THEN
                       SET GROUP-RANGE-VALID TO TRUE
                       MOVE TSR-START-NUMBER TO GROUP-START-NUMBER
                       MOVE TSR-END-NUMBER TO GROUP-END-NUMBER
                   END-IF
                   IF TSR-START-NUMBER < GROUP-START-NUMBER THEN
                       MOVE TSR-START-NUMBER TO GROUP-START-NUMBER
                   END-IF
                   IF TSR-END-NUMBER > GROUP-END-NUMBER THEN
                       MOVE TSR-END-NUMBER TO GROUP-END-NUMBER
                   END-IF
               END-IF
           END-IF
           IF TSR-CALL-TYPE = 'R' THEN
               SET GROUP-RESUMED TO TRUE
           END-IF
           .
       0330-CLOSE-REQUEST SECTION.
           ADD 1 TO DAY-REQUEST-COUNT
           IF GROUP-RESUMED THEN
               ADD 1 TO DAY-RESUMED-COUNT
           END-IF
           IF GROUP-RANGE-VALID THEN
               COMPUTE DAY-UNIT-COUNT = DAY-UNIT-COUNT
                   + GROUP-END-NUMBER - GROUP-START-NUMBER + 1
           END-IF
           MOVE 'N' TO GROUP-OPEN-FLAG
           .
       0340-RETURN-NEXT-SORTED SECTION.
           RETURN TREND-SORT
               AT END SET TREND-SORT-EOF TO TRUE
           END-RETURN
           .
       0350-WRITE-DAY SECTION.
           IF GROUP-OPEN THEN
               PERFORM 0330-CLOSE-REQUEST
           END-IF
           MOVE 0 TO DAY-PEAK-HOUR DAY-PEAK-HOUR-COUNT
           PERFORM VARYING HOUR-IX FROM 1 BY 1 UNTIL HOUR-IX > 24
               IF DAY-HOUR-COUNT(HOUR-IX) > DAY-PEAK-HOUR-COUNT THEN
                   COMPUTE DAY-PEAK-HOUR = HOUR-IX - 1
                   MOVE DAY-HOUR-COUNT(HOUR-IX) TO DAY-PEAK-HOUR-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO TREND-RECORD
           MOVE DAY-DATE TO TRD-DATE
           MOVE DAY-REQUEST-COUNT TO TRD-REQUEST-COUNT
           MOVE DAY-RESUMED-COUNT TO TRD-RESUMED-COUNT
           MOVE DAY-UNIT-COUNT TO TRD-UNIT-COUNT
           MOVE DAY-CALL-COUNT TO TRD-CALL-COUNT
           MOVE DAY-RANGE-MIN TO TRD-RANGE-MIN
           MOVE DAY-RANGE-MAX TO TRD-RANGE-MAX
           IF DAY-RANGE-SAMPLES > 0 THEN
               COMPUTE TRD-RANGE-AVG =
                   DAY-RANGE-TOTAL / DAY-RANGE-SAMPLES
           ELSE
               MOVE 0 TO TRD-RANGE-AVG
           END-IF
           MOVE DAY-RANGE-SAMPLES TO TRD-RANGE-SAMPLES
           MOVE DAY-RANGE-TOTAL TO TRD-RANGE-TOTAL
           MOVE DAY-ERROR-COUNT TO TRD-ERROR-COUNT
           PERFORM VARYING ERROR-CATEGORY-IX FROM 1 BY 1
                   UNTIL ERROR-CATEGORY-IX > ERROR-CATEGORY-LIMIT
               MOVE DAY-CATEGORY-COUNT(ERROR-CATEGORY-IX)
                   TO TRD-CATEGORY-COUNT(ERROR-CATEGORY-IX)
           END-PERFORM
           MOVE DAY-PEAK-HOUR TO TRD-PEAK-HOUR
           MOVE DAY-PEAK-HOUR-COUNT TO TRD-PEAK-HOUR-COUNT
           PERFORM 0380-WRITE-TREND-RECORD
           MOVE 'N' TO DAY-OPEN-FLAG
           .
       0360-WRITE-EMPTY-DAYS SECTION.
           MOVE SPACES TO TREND-RECORD
           MOVE FUNCTION DATE-OF-INTEGER(GAP-DAY-INTEGER) TO TRD-DATE
           MOVE 0 TO TRD-REQUEST-COUNT TRD-RESUMED-COUNT
               TRD-UNIT-COUNT TRD-CALL-COUNT TRD-RANGE-MIN
               TRD-RANGE-MAX TRD-RANGE-AVG TRD-RANGE-SAMPLES
               TRD-RANGE-TOTAL TRD-ERROR-COUNT TRD-PEAK-HOUR
               TRD-PEAK-HOUR-COUNT
           PERFORM VARYING ERROR-CATEGORY-IX FROM 1 BY 1
                   UNTIL ERROR-CATEGORY-IX > ERROR-CATEGORY-LIMIT
               MOVE 0 TO TRD-CATEGORY-COUNT(ERROR-CATEGORY-IX)
           END-PERFORM
           PERFORM 0380-WRITE-TREND-RECORD
           ADD 1 TO EMPTY-DAYS-COUNT
           .
       0370-CLEAR-DAY SECTION.
           MOVE 0 TO DAY-REQUEST-COUNT DAY-RESUMED-COUNT
               DAY-UNIT-COUNT DAY-CALL-COUNT DAY-RANGE-MIN
               DAY-RANGE-MAX DAY-RANGE-SAMPLES DAY-RANGE-TOTAL
               DAY-ERROR-COUNT
           PERFORM VARYING ERROR-CATEGORY-IX FROM 1 BY 1
                   UNTIL ERROR-CATEGORY-IX > ERROR-CATEGORY-LIMIT
               MOVE 0 TO DAY-CATEGORY-COUNT(ERROR-CATEGORY-IX)
           END-PERFORM
           PERFORM VARYING HOUR-IX FROM 1 BY 1 UNTIL HOUR-IX > 24
               MOVE 0 TO DAY-HOUR-COUNT(HOUR-IX)
           END-PERFORM
           .
      *    A history that cannot be written whole must not be
      *    swapped in: stop with RC 16 so the IDCAMS step is
      *    skipped.
       0380-WRITE-TREND-RECORD SECTION.
           WRITE TREND-RECORD
           IF TREND-NEW-STATUS > 9 THEN
               DISPLAY 'FBTREND: WRITE FAILED, TRNDNEW STATUS='
                   TREND-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TREND-NEW
               GOBACK
           END-IF
           ADD 1 TO DAYS-ADDED-COUNT
           COMPUTE NEXT-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TRD-DATE) + 1
           .
           COPY FBTRGP      .
           COPY FBRUNP      .
       END PROGRAM FBTREND.

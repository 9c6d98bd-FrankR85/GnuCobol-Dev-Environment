       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBTRNRPT.

      *----------------------------------------------------------*
      *  Month-end service trend report for the capacity review:  *
      *  the daily TRENDHST records (FBTRNDF) written by FBTREND  *
      *  are summed by calendar month and the 13 months ending    *
      *  with the report month are printed side by side, one row  *
      *  per measure, each followed by its month-over-month (MOM) *
      *  and year-over-year (YOY) change in percent.  A change of *
      *  more than the FLAG percentage either way is marked '*'; *
      *  a rise from zero shows NEW and is always marked.  Months *
      *  with no days on the history show '-' and are not         *
      *  compared.  The months are built as FBTREND builds the    *
      *  days: counts, units and errors are summed, the smallest  *
      *  and largest range are the month's extremes, the average  *
      *  range is over all the month's calls, and the peak hour   *
      *  is the busiest single hour of the month.                 *
      *                                                            *
      *  TRNDPARM cards (optional): MONTH=yyyymm, the last month  *
      *  reported, default the month before the run date; and     *
      *  FLAG=nnn, the percentage change to mark, default 20.     *
      *  Output is a print-image report on TRENDRPT.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-INPUT ASSIGN TO "TRNDPARM"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT TREND-HISTORY ASSIGN TO "TRENDHST"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TREND-HISTORY-STATUS.

           SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TREND-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-INPUT.
          01 PARM-RECORD           PIC X(80).

       FD TREND-HISTORY.
           COPY FBTRNDF     .

       FD TREND-REPORT.
          01 PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
            COPY FBTRGW      .
       01 PARM-STATUS           PIC 99.
       01 TREND-HISTORY-STATUS  PIC 99.
       01 TREND-RPT-STATUS      PIC 99.

       01 TREND-HISTORY-EOF-FLAG PIC X VALUE 'N'.
           88 TREND-HISTORY-EOF VALUE 'Y'.

       01 PARM-NAME-TOKEN       PIC X(20).
       01 PARM-VALUE-TOKEN      PIC X(20).
       01 REPORT-MONTH          PIC 9(6).
       01 REPORT-MONTH-X REDEFINES REPORT-MONTH.
          05 REPORT-YEAR        PIC 9(4).
          05 REPORT-MM          PIC 99.
       01 FLAG-PERCENT          PIC 9(3) VALUE 20.
       01 RUN-STAMP             PIC X(14).

      *    25 months ending with the report month: the 13 printed
      *    (13 to 25) and the 12 before them, so every printed
      *    month has the month a year earlier to compare with.
      *    A month's place in the table is its serial number
      *    (year * 12 + month) less MONTH-BASE-SERIAL.
       01 MONTH-TABLE-LIMIT     PIC 9(2) VALUE 25.
       01 MONTH-FIRST-SHOWN     PIC 9(2) VALUE 13.
       01 MONTH-BASE-SERIAL     PIC 9(6).
       01 MONTH-SERIAL          PIC 9(6).
       01 MONTH-IX              PIC 9(2).
       01 COMPARE-IX            PIC 9(2).
       01 SAVED-MONTH-IX        PIC 9(2).
       01 MONTH-TABLE.
          05 MONTH-ENTRY OCCURS 25 TIMES.
             10 MTH-YEAR           PIC 9(4).
             10 MTH-MM             PIC 99.
             10 MTH-DAY-COUNT      PIC 9(3).
             10 MTH-REQUEST-COUNT  PIC 9(12).
             10 MTH-RESUMED-COUNT  PIC 9(12).
             10 MTH-UNIT-COUNT     PIC 9(20).
             10 MTH-CALL-COUNT     PIC 9(12).
             10 MTH-RANGE-MIN      PIC 9(20).
             10 MTH-RANGE-MAX      PIC 9(20).
             10 MTH-RANGE-SAMPLES  PIC 9(12).
             10 MTH-RANGE-TOTAL    PIC 9(20).
             10 MTH-ERROR-COUNT    PIC 9(12).
             10 MTH-CATEGORY-COUNT OCCURS 11 TIMES PIC 9(12).
             10 MTH-PEAK-HOUR      PIC 99.
             10 MTH-PEAK-HOUR-COUNT PIC 9(9).

      *    The measures, one row group each: 1 to 8 are fixed,
      *    9 to 19 the error categories, 20 the peak hour calls.
       01 MEASURE-LIMIT         PIC 9(2) VALUE 20.
       01 MEASURE-IX            PIC 9(2).
       01 MEASURE-VALUE         PIC 9(20).
       01 CURRENT-VALUE         PIC 9(20).
       01 BASE-VALUE            PIC 9(20).
       01 CHANGE-AMOUNT         PIC 9(20).
       01 CHANGE-PERCENT        PIC 9(20).
       01 CHANGE-FLAG-FLAG      PIC X.
           88 CHANGE-FLAGGED    VALUE 'Y'.
       01 CELL-IX               PIC 9(2).
       01 SCALE-IX              PIC 9.
       01 SCALE-SUFFIXES        PIC X(5) VALUE 'KMGTP'.

       01 HISTORY-READ-COUNT    PIC 9(9) VALUE 0.
       01 HISTORY-USED-COUNT    PIC 9(9) VALUE 0.
       01 FLAGGED-COUNT         PIC 9(9) VALUE 0.

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
       01 PAGE-LINE-LIMIT       PIC 9(2) VALUE 55.

       01 PAGE-HEADER-LINE.
          05 FILLER             PIC X(37)
             VALUE 'FIZZBUZZ SERVICE TREND, 13 MONTHS TO '.
          05 HDR-YEAR           PIC 9(4).
          05 FILLER             PIC X     VALUE '-'.
          05 HDR-MM             PIC 99.
          05 FILLER             PIC X(13) VALUE '   FLAG OVER'.
          05 HDR-FLAG-ED        PIC ZZ9.
          05 FILLER             PIC X(9)  VALUE '%'.
          05 FILLER             PIC X(4)  VALUE 'RUN '.
          05 HDR-RUN-DATE       PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 HDR-RUN-TIME       PIC X(6).
          05 FILLER             PIC X(6)  VALUE '  PAGE'.
          05 HDR-PAGE-ED        PIC Z(3)9.
          05 FILLER             PIC X(34) VALUE SPACES.

       01 TREND-LINE.
          05 TRL-LABEL          PIC X(20).
          05 TRL-CELL OCCURS 13 TIMES PIC X(8).
          05 FILLER             PIC X(8)  VALUE SPACES.

       01 MONTH-CELL.
          05 FILLER             PIC X     VALUE SPACE.
          05 MCL-YEAR           PIC 9(4).
          05 FILLER             PIC X     VALUE '-'.
          05 MCL-MM             PIC 99.
       01 VALUE-CELL.
          05 FILLER             PIC X     VALUE SPACE.
          05 VCL-VALUE-ED       PIC Z(6)9.
       01 SCALED-CELL.
          05 FILLER             PIC X     VALUE SPACE.
          05 SCL-VALUE-ED       PIC Z(5)9.
          05 SCL-SUFFIX         PIC X.
       01 HOUR-CELL.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 HCL-HOUR           PIC 99.
          05 FILLER             PIC X(3)  VALUE ':00'.
       01 PERCENT-CELL.
          05 FILLER             PIC X     VALUE SPACE.
          05 PCL-PERCENT-ED     PIC ++++9.
          05 FILLER             PIC X     VALUE '%'.
          05 PCL-FLAG           PIC X.
       01 PERCENT-SIGNED        PIC S9(5).

       01 TOTAL-LINE.
          05 TOT-TEXT           PIC X(34).
          05 TOT-COUNT-ED       PIC Z(8)9.
          05 FILLER             PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           PERFORM 0100-READ-PARAMETERS
           PERFORM 0150-BUILD-MONTH-TABLE
           PERFORM 0200-OPEN-FILES
           PERFORM 0310-READ-NEXT-HISTORY
           PERFORM UNTIL TREND-HISTORY-EOF
               PERFORM 0300-ADD-HISTORY-DAY
               PERFORM 0310-READ-NEXT-HISTORY
           END-PERFORM
           PERFORM 0400-PRINT-TREND
           PERFORM 0600-CLOSE-FILES
           DISPLAY 'FBTRNRPT: MONTH=' REPORT-MONTH
               ' FLAG=' FLAG-PERCENT
               ' DAYS READ=' HISTORY-READ-COUNT
               ' USED=' HISTORY-USED-COUNT
               ' CHANGES FLAGGED=' FLAGGED-COUNT
           GOBACK
           .
       0100-READ-PARAMETERS SECTION.
           IF RUN-STAMP(5:2) = '01' THEN
               COMPUTE REPORT-YEAR =
                   FUNCTION NUMVAL(RUN-STAMP(1:4)) - 1
               MOVE 12 TO REPORT-MM
           ELSE
               MOVE RUN-STAMP(1:4) TO REPORT-YEAR
               COMPUTE REPORT-MM =
                   FUNCTION NUMVAL(RUN-STAMP(5:2)) - 1
           END-IF
           OPEN INPUT PARM-INPUT
           IF PARM-STATUS < 10 THEN
               PERFORM 0110-READ-PARAMETER-CARD
                   UNTIL PARM-STATUS > 9
               CLOSE PARM-INPUT
           ELSE
               DISPLAY 'FBTRNRPT: NO TRNDPARM, USING MONTH='
                   REPORT-MONTH ' FLAG=020'
           END-IF
           .
      *    One card per setting: MONTH=yyyymm and FLAG=nnn.  A bad
      *    card leaves that setting at its default.
       0110-READ-PARAMETER-CARD SECTION.
           READ PARM-INPUT
               AT END MOVE 10 TO PARM-STATUS
           END-READ
           IF PARM-STATUS > 9 THEN
               GO TO 0110Z
           END-IF
           MOVE SPACES TO PARM-NAME-TOKEN PARM-VALUE-TOKEN
           UNSTRING PARM-RECORD DELIMITED BY '='
               INTO PARM-NAME-TOKEN PARM-VALUE-TOKEN
           END-UNSTRING
           EVALUATE TRUE
               WHEN PARM-NAME-TOKEN = 'MONTH'
                       AND PARM-VALUE-TOKEN(1:6) IS NUMERIC
                       AND PARM-VALUE-TOKEN(7:) = SPACES
                       AND PARM-VALUE-TOKEN(5:2) >= '01'
                       AND PARM-VALUE-TOKEN(5:2) <= '12'
                   MOVE PARM-VALUE-TOKEN(1:6) TO REPORT-MONTH
               WHEN PARM-NAME-TOKEN = 'MONTH'
                   DISPLAY 'FBTRNRPT: BAD TRNDPARM CARD, USING '
                       'MONTH=' REPORT-MONTH ': ' PARM-RECORD
               WHEN PARM-NAME-TOKEN = 'FLAG'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO FLAG-PERCENT
               WHEN PARM-NAME-TOKEN = 'FLAG'
                   DISPLAY 'FBTRNRPT: BAD TRNDPARM CARD, USING '
                       'FLAG=' FLAG-PERCENT ': ' PARM-RECORD
               WHEN OTHER
                   DISPLAY 'FBTRNRPT: UNKNOWN TRNDPARM CARD: '
                       PARM-RECORD
           END-EVALUATE
           .
       0110Z.
           EXIT
           .
       0150-BUILD-MONTH-TABLE SECTION.
           INITIALIZE MONTH-TABLE
           COMPUTE MONTH-BASE-SERIAL = REPORT-YEAR * 12 + REPORT-MM
               - MONTH-TABLE-LIMIT
           PERFORM VARYING MONTH-IX FROM 1 BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE MONTH-SERIAL = MONTH-BASE-SERIAL + MONTH-IX - 1
               COMPUTE MTH-YEAR(MONTH-IX) = MONTH-SERIAL / 12
               COMPUTE MTH-MM(MONTH-IX) =
                   MONTH-SERIAL - MTH-YEAR(MONTH-IX) * 12 + 1
           END-PERFORM
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT TREND-HISTORY
           IF TREND-HISTORY-STATUS = 35 THEN
               SET TREND-HISTORY-EOF TO TRUE
           ELSE
               IF TREND-HISTORY-STATUS > 9 THEN
                   DISPLAY 'FBTRNRPT: CANNOT OPEN TRENDHST, STATUS='
                       TREND-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT TREND-REPORT
           IF TREND-RPT-STATUS > 9 THEN
               DISPLAY 'FBTRNRPT: CANNOT OPEN TRENDRPT, STATUS='
                   TREND-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
       0300-ADD-HISTORY-DAY SECTION.
           IF TRD-DATE IS NOT NUMERIC THEN
               GO TO 0300Z
           END-IF
           COMPUTE MONTH-SERIAL =
               FUNCTION NUMVAL(TRD-DATE(1:4)) * 12
               + FUNCTION NUMVAL(TRD-DATE(5:2)) - 1
           IF MONTH-SERIAL < MONTH-BASE-SERIAL
                   OR MONTH-SERIAL - MONTH-BASE-SERIAL
                       NOT < MONTH-TABLE-LIMIT THEN
               GO TO 0300Z
           END-IF
           COMPUTE MONTH-IX = MONTH-SERIAL - MONTH-BASE-SERIAL + 1
           ADD 1 TO HISTORY-USED-COUNT
           ADD 1 TO MTH-DAY-COUNT(MONTH-IX)
           ADD TRD-REQUEST-COUNT TO MTH-REQUEST-COUNT(MONTH-IX)
           ADD TRD-RESUMED-COUNT TO MTH-RESUMED-COUNT(MONTH-IX)
           ADD TRD-UNIT-COUNT TO MTH-UNIT-COUNT(MONTH-IX)
           ADD TRD-CALL-COUNT TO MTH-CALL-COUNT(MONTH-IX)
           IF TRD-RANGE-SAMPLES > 0 THEN
               IF MTH-RANGE-SAMPLES(MONTH-IX) = 0
                       OR TRD-RANGE-MIN < MTH-RANGE-MIN(MONTH-IX) THEN
                   MOVE TRD-RANGE-MIN TO MTH-RANGE-MIN(MONTH-IX)
               END-IF
               IF TRD-RANGE-MAX > MTH-RANGE-MAX(MONTH-IX) THEN
                   MOVE TRD-RANGE-MAX TO MTH-RANGE-MAX(MONTH-IX)
               END-IF
               ADD TRD-RANGE-SAMPLES TO MTH-RANGE-SAMPLES(MONTH-IX)
               ADD TRD-RANGE-TOTAL TO MTH-RANGE-TOTAL(MONTH-IX)
           END-IF
           ADD TRD-ERROR-COUNT TO MTH-ERROR-COUNT(MONTH-IX)
           PERFORM VARYING ERROR-CATEGORY-IX FROM 1 BY 1
                   UNTIL ERROR-CATEGORY-IX > ERROR-CATEGORY-LIMIT
               ADD TRD-CATEGORY-COUNT(ERROR-CATEGORY-IX)
                   TO MTH-CATEGORY-COUNT(MONTH-IX ERROR-CATEGORY-IX)
           END-PERFORM
           IF TRD-PEAK-HOUR-COUNT > MTH-PEAK-HOUR-COUNT(MONTH-IX) THEN
               MOVE TRD-PEAK-HOUR TO MTH-PEAK-HOUR(MONTH-IX)
               MOVE TRD-PEAK-HOUR-COUNT
                   TO MTH-PEAK-HOUR-COUNT(MONTH-IX)
           END-IF
           .
       0300Z.
           EXIT
           .
       0310-READ-NEXT-HISTORY SECTION.
           IF NOT TREND-HISTORY-EOF THEN
               READ TREND-HISTORY
                   AT END SET TREND-HISTORY-EOF TO TRUE
                   NOT AT END ADD 1 TO HISTORY-READ-COUNT
               END-READ
           END-IF
           .
       0400-PRINT-TREND SECTION.
           PERFORM 0450-PRINT-PAGE-HEADER
           MOVE SPACES TO TREND-LINE
           MOVE 'DAYS ON HISTORY' TO TRL-LABEL
           PERFORM VARYING MONTH-IX FROM MONTH-FIRST-SHOWN BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE CELL-IX = MONTH-IX - MONTH-FIRST-SHOWN + 1
               MOVE MTH-DAY-COUNT(MONTH-IX) TO VCL-VALUE-ED
               MOVE VALUE-CELL TO TRL-CELL(CELL-IX)
           END-PERFORM
           MOVE TREND-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 2 TO PAGE-LINE-COUNT
           PERFORM 0410-PRINT-MEASURE
               VARYING MEASURE-IX FROM 1 BY 1
               UNTIL MEASURE-IX > MEASURE-LIMIT
           MOVE SPACES TO TREND-LINE
           MOVE 'PEAK HOUR' TO TRL-LABEL
           PERFORM VARYING MONTH-IX FROM MONTH-FIRST-SHOWN BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE CELL-IX = MONTH-IX - MONTH-FIRST-SHOWN + 1
               IF MTH-DAY-COUNT(MONTH-IX) = 0 THEN
                   MOVE '       -' TO TRL-CELL(CELL-IX)
               ELSE
                   MOVE MTH-PEAK-HOUR(MONTH-IX) TO HCL-HOUR
                   MOVE HOUR-CELL TO TRL-CELL(CELL-IX)
               END-IF
           END-PERFORM
           MOVE TREND-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'TREND HISTORY DAYS READ' TO TOT-TEXT
           MOVE HISTORY-READ-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'CHANGES FLAGGED' TO TOT-TEXT
           MOVE FLAGGED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE '*** END OF REPORT ***' TO PRINT-LINE
           WRITE PRINT-LINE
           .
      *    One measure: its value per month, then the change on
      *    the month before (MOM) and on the same month a year
      *    before (YOY).
       0410-PRINT-MEASURE SECTION.
           IF PAGE-LINE-COUNT + 4 > PAGE-LINE-LIMIT THEN
               PERFORM 0450-PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO TREND-LINE
           EVALUATE MEASURE-IX
               WHEN 1
                   MOVE 'REQUESTS' TO TRL-LABEL
               WHEN 2
                   MOVE 'RESUMED REQUESTS' TO TRL-LABEL
               WHEN 3
                   MOVE 'UNITS' TO TRL-LABEL
               WHEN 4
                   MOVE 'AUDITLOG CALLS' TO TRL-LABEL
               WHEN 5
                   MOVE 'SMALLEST RANGE' TO TRL-LABEL
               WHEN 6
                   MOVE 'LARGEST RANGE' TO TRL-LABEL
               WHEN 7
                   MOVE 'AVERAGE RANGE' TO TRL-LABEL
               WHEN 8
                   MOVE 'ERRORS' TO TRL-LABEL
               WHEN 20
                   MOVE 'PEAK HOUR CALLS' TO TRL-LABEL
               WHEN OTHER
                   MOVE ERROR-CATEGORY-NAME(MEASURE-IX - 8)
                       TO TRL-LABEL(3:18)
           END-EVALUATE
           PERFORM VARYING MONTH-IX FROM MONTH-FIRST-SHOWN BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE CELL-IX = MONTH-IX - MONTH-FIRST-SHOWN + 1
               IF MTH-DAY-COUNT(MONTH-IX) = 0 THEN
                   MOVE '       -' TO TRL-CELL(CELL-IX)
               ELSE
                   PERFORM 0420-GET-MEASURE-VALUE
                   PERFORM 0430-EDIT-VALUE-CELL
               END-IF
           END-PERFORM
           MOVE TREND-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO TREND-LINE
           MOVE '    MOM %' TO TRL-LABEL
           PERFORM VARYING MONTH-IX FROM MONTH-FIRST-SHOWN BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE CELL-IX = MONTH-IX - MONTH-FIRST-SHOWN + 1
               COMPUTE COMPARE-IX = MONTH-IX - 1
               PERFORM 0440-EDIT-CHANGE-CELL
           END-PERFORM
           MOVE TREND-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO TREND-LINE
           MOVE '    YOY %' TO TRL-LABEL
           PERFORM VARYING MONTH-IX FROM MONTH-FIRST-SHOWN BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE CELL-IX = MONTH-IX - MONTH-FIRST-SHOWN + 1
               COMPUTE COMPARE-IX = MONTH-IX - 12
               PERFORM 0440-EDIT-CHANGE-CELL
           END-PERFORM
           MOVE TREND-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 4 TO PAGE-LINE-COUNT
           .
      *    MEASURE-VALUE for MEASURE-IX in month MONTH-IX.
       0420-GET-MEASURE-VALUE SECTION.
           EVALUATE MEASURE-IX
               WHEN 1
                   MOVE MTH-REQUEST-COUNT(MONTH-IX) TO MEASURE-VALUE
               WHEN 2
                   MOVE MTH-RESUMED-COUNT(MONTH-IX) TO MEASURE-VALUE
               WHEN 3
                   MOVE MTH-UNIT-COUNT(MONTH-IX) TO MEASURE-VALUE
               WHEN 4
                   MOVE MTH-CALL-COUNT(MONTH-IX) TO MEASURE-VALUE
               WHEN 5
                   MOVE MTH-RANGE-MIN(MONTH-IX) TO MEASURE-VALUE
               WHEN 6
                   MOVE MTH-RANGE-MAX(MONTH-IX) TO MEASURE-VALUE
               WHEN 7
                   IF MTH-RANGE-SAMPLES(MONTH-IX) > 0 THEN
                       COMPUTE MEASURE-VALUE =
                           MTH-RANGE-TOTAL(MONTH-IX)
                           / MTH-RANGE-SAMPLES(MONTH-IX)
                   ELSE
                       MOVE 0 TO MEASURE-VALUE
                   END-IF
               WHEN 8
                   MOVE MTH-ERROR-COUNT(MONTH-IX) TO MEASURE-VALUE
               WHEN 20
                   MOVE MTH-PEAK-HOUR-COUNT(MONTH-IX) TO MEASURE-VALUE
               WHEN OTHER
                   MOVE MTH-CATEGORY-COUNT(MONTH-IX MEASURE-IX - 8)
                       TO MEASURE-VALUE
           END-EVALUATE
           .
      *    Values past seven digits are shown in thousands (K),
      *    millions (M) and so on, to keep 13 months on a line.
       0430-EDIT-VALUE-CELL SECTION.
           IF MEASURE-VALUE < 10000000 THEN
               MOVE MEASURE-VALUE TO VCL-VALUE-ED
               MOVE VALUE-CELL TO TRL-CELL(CELL-IX)
               GO TO 0430Z
           END-IF
           MOVE 0 TO SCALE-IX
           PERFORM UNTIL MEASURE-VALUE < 1000000 OR SCALE-IX = 5
               DIVIDE 1000 INTO MEASURE-VALUE
               ADD 1 TO SCALE-IX
           END-PERFORM
           MOVE MEASURE-VALUE TO SCL-VALUE-ED
           MOVE SCALE-SUFFIXES(SCALE-IX:1) TO SCL-SUFFIX
           MOVE SCALED-CELL TO TRL-CELL(CELL-IX)
           .
       0430Z.
           EXIT
           .
      *    The change from month COMPARE-IX to month MONTH-IX,
      *    blank unless both months are on the history.  Changes
      *    beyond 9999% are shown as 9999%.
       0440-EDIT-CHANGE-CELL SECTION.
           IF MTH-DAY-COUNT(MONTH-IX) = 0
                   OR MTH-DAY-COUNT(COMPARE-IX) = 0 THEN
               GO TO 0440Z
           END-IF
           PERFORM 0420-GET-MEASURE-VALUE
           MOVE MEASURE-VALUE TO CURRENT-VALUE
           MOVE MONTH-IX TO SAVED-MONTH-IX
           MOVE COMPARE-IX TO MONTH-IX
           PERFORM 0420-GET-MEASURE-VALUE
           MOVE MEASURE-VALUE TO BASE-VALUE
           MOVE SAVED-MONTH-IX TO MONTH-IX
           IF BASE-VALUE = 0 THEN
               IF CURRENT-VALUE = 0 THEN
                   MOVE 0 TO PERCENT-SIGNED
                   MOVE 'N' TO CHANGE-FLAG-FLAG
               ELSE
                   MOVE '    NEW*' TO TRL-CELL(CELL-IX)
                   ADD 1 TO FLAGGED-COUNT
                   GO TO 0440Z
               END-IF
           ELSE
               IF CURRENT-VALUE < BASE-VALUE THEN
                   COMPUTE CHANGE-AMOUNT = BASE-VALUE - CURRENT-VALUE
               ELSE
                   COMPUTE CHANGE-AMOUNT = CURRENT-VALUE - BASE-VALUE
               END-IF
               COMPUTE CHANGE-PERCENT = CHANGE-AMOUNT * 100
                   / BASE-VALUE
               IF CHANGE-PERCENT > 9999 THEN
                   MOVE 9999 TO CHANGE-PERCENT
               END-IF
               IF CURRENT-VALUE < BASE-VALUE THEN
                   COMPUTE PERCENT-SIGNED = 0 - CHANGE-PERCENT
               ELSE
                   MOVE CHANGE-PERCENT TO PERCENT-SIGNED
               END-IF
               IF CHANGE-AMOUNT * 100 > BASE-VALUE * FLAG-PERCENT THEN
                   SET CHANGE-FLAGGED TO TRUE
               ELSE
                   MOVE 'N' TO CHANGE-FLAG-FLAG
               END-IF
           END-IF
           MOVE PERCENT-SIGNED TO PCL-PERCENT-ED
           IF CHANGE-FLAGGED THEN
               MOVE '*' TO PCL-FLAG
               ADD 1 TO FLAGGED-COUNT
           ELSE
               MOVE SPACE TO PCL-FLAG
           END-IF
           MOVE PERCENT-CELL TO TRL-CELL(CELL-IX)
           .
       0440Z.
           EXIT
           .
       0450-PRINT-PAGE-HEADER SECTION.
           ADD 1 TO PAGE-NUMBER
           MOVE REPORT-YEAR TO HDR-YEAR
           MOVE REPORT-MM TO HDR-MM
           MOVE FLAG-PERCENT TO HDR-FLAG-ED
           MOVE RUN-STAMP(1:8) TO HDR-RUN-DATE
           MOVE RUN-STAMP(9:6) TO HDR-RUN-TIME
           MOVE PAGE-NUMBER TO HDR-PAGE-ED
           MOVE PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TREND-LINE
           MOVE 'MEASURE' TO TRL-LABEL
           PERFORM VARYING MONTH-IX FROM MONTH-FIRST-SHOWN BY 1
                   UNTIL MONTH-IX > MONTH-TABLE-LIMIT
               COMPUTE CELL-IX = MONTH-IX - MONTH-FIRST-SHOWN + 1
               MOVE MTH-YEAR(MONTH-IX) TO MCL-YEAR
               MOVE MTH-MM(MONTH-IX) TO MCL-MM
               MOVE MONTH-CELL TO TRL-CELL(CELL-IX)
           END-PERFORM
           MOVE TREND-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 3 TO PAGE-LINE-COUNT
           .
       0600-CLOSE-FILES SECTION.
           IF TREND-HISTORY-STATUS NOT = 35 THEN
               CLOSE TREND-HISTORY
           END-IF
           CLOSE TREND-REPORT
           .
       END PROGRAM FBTRNRPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBALERT.

      *----------------------------------------------------------*
      *  Intraday threshold alerting, run by the scheduler every  *
      *  15 minutes so a failing CGI or a stopped overnight chain *
      *  is seen the same day instead of by FBTRIAGE / FBRUNRPT   *
      *  the next morning.  The rules and their thresholds come   *
      *  from ALRTPARM cards (defaults in brackets):              *
      *      ERRCOUNT=nnnnn  more than n ERRORLOG records in the  *
      *                      last WINDOW minutes         [10]     *
      *      WINDOW=nnn      the ERRCOUNT/ERRRATE window [30]     *
      *      ERRRATE=nnn     failed calls above n% of all CGI     *
      *                      calls (AUDITLOG + ERRORLOG) in the   *
      *                      window                      [20]     *
      *      RATEMIN=nnnnn   fewer calls than this in the window  *
      *                      are too few to judge a rate [20]     *
      *      QUIET=nnn       no AUDITLOG activity for n minutes   *
      *                      within business hours       [60]     *
      *      HOURS=hhmm-hhmm business hours, Monday to Friday     *
      *                                          [0800-1800]      *
      *      CUTOFF=hhmm     every STEP=<program> card names an   *
      *                      overnight step that must have ended  *
      *                      on RUNLOG in the 24 hours up to the  *
      *                      latest cutoff time passed   [0600]   *
      *  and, always, the latest RUNLOG run of any program ended  *
      *  with a nonzero RUN-RETURN-CODE.                          *
      *                                                            *
      *  Every breach becomes a RAISE record (FBALRTF) on the     *
      *  ALERTOUT file the console/e-mail gateway picks up, with  *
      *  severity, rule, measured value and threshold.  The open  *
      *  alerts are remembered on ALRTSTAT, rewritten to ALRTSNEW *
      *  for a following job step to swap in: a breach already   *
      *  open is not raised again, and an open alert whose rule   *
      *  no longer breaches gets a CLEAR record.  A rule that     *
      *  cannot be judged this cycle (QUIET outside business      *
      *  hours, ERRRATE below RATEMIN calls) leaves its alert as  *
      *  it is.  Run every 15 minutes, the program writes no      *
      *  RUNLOG record of its own.                                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-INPUT ASSIGN TO "ALRTPARM"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT ERRORLOG ASSIGN TO "ERRORLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ERRORLOG-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AUDITLOG-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

           SELECT ALERT-STATE ASSIGN TO "ALRTSTAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATE-STATUS.

           SELECT ALERT-STATE-NEW ASSIGN TO "ALRTSNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATE-NEW-STATUS.

           SELECT ALERT-OUT ASSIGN TO "ALERTOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ALERT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-INPUT.
          01 PARM-RECORD           PIC X(80).

       FD ERRORLOG.
          01 ERROR-RECORD.
             05 ERR-TIMESTAMP      PIC X(14).
             05 ERR-FILLER-1       PIC X.
             05 ERR-IN-STATUS      PIC 99.
             05 ERR-FILLER-2       PIC X.
             05 ERR-CHUNK          PIC X(1024).
             05 ERR-FILLER-3       PIC X.
             05 ERR-REASON         PIC X(18).

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

       FD RUNLOG.
           COPY FBRUNF      .

       FD ALERT-STATE.
          01 ALERT-STATE-RECORD    PIC X(119).

       FD ALERT-STATE-NEW.
          01 ALERT-STATE-NEW-RECORD PIC X(119).

       FD ALERT-OUT.
           COPY FBALRTF     .

       WORKING-STORAGE SECTION.
       01 PARM-STATUS           PIC 99.
       01 ERRORLOG-STATUS       PIC 99.
       01 AUDITLOG-STATUS       PIC 99.
       01 RUNLOG-STATUS         PIC 99.
       01 ALERT-STATE-STATUS    PIC 99.
       01 ALERT-STATE-NEW-STATUS PIC 99.
       01 ALERT-OUT-STATUS      PIC 99.

       01 PARM-EOF-FLAG         PIC X VALUE 'N'.
           88 PARM-EOF          VALUE 'Y'.
       01 ERRORLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 ERRORLOG-EOF      VALUE 'Y'.
       01 AUDITLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 AUDITLOG-EOF      VALUE 'Y'.
       01 RUNLOG-EOF-FLAG       PIC X VALUE 'N'.
           88 RUNLOG-EOF        VALUE 'Y'.
       01 ALERT-STATE-EOF-FLAG  PIC X VALUE 'N'.
           88 ALERT-STATE-EOF   VALUE 'Y'.

       01 PARM-NAME-TOKEN       PIC X(20).
       01 PARM-VALUE-TOKEN      PIC X(20).
       01 PARM-TIME-TOKEN.
          05 PARM-TIME-HH       PIC 99.
          05 PARM-TIME-MM       PIC 99.
       01 PARM-TIME-VALID-FLAG  PIC X.
           88 PARM-TIME-VALID   VALUE 'Y'.

      *    Thresholds, as set by the ALRTPARM cards.
       01 ERROR-COUNT-LIMIT     PIC 9(5) VALUE 10.
       01 WINDOW-MINUTES        PIC 9(3) VALUE 30.
       01 ERROR-RATE-LIMIT      PIC 9(3) VALUE 20.
       01 RATE-MINIMUM-CALLS    PIC 9(5) VALUE 20.
       01 QUIET-MINUTES-LIMIT   PIC 9(3) VALUE 60.
       01 BUSINESS-START        PIC 9(4) VALUE 0800.
       01 BUSINESS-END          PIC 9(4) VALUE 1800.
       01 STEP-CUTOFF           PIC 9(4) VALUE 0600.
       01 STEP-COUNT            PIC 9(2) VALUE 0.
       01 STEP-TABLE.
          05 STEP-NAME OCCURS 20 TIMES PIC X(9).
       01 STEP-IX               PIC 9(2).

      *    Stamp arithmetic: a YYYYMMDDHHMMSS stamp to and from
      *    minutes since the INTEGER-OF-DATE epoch.
       01 CALC-STAMP.
          05 CALC-DATE          PIC 9(8).
          05 CALC-HH            PIC 99.
          05 CALC-MM            PIC 99.
          05 CALC-SS            PIC 99.
       01 CALC-MINUTES          PIC 9(12).
       01 CALC-DAYS             PIC 9(8).
       01 CALC-DAY-MINUTES      PIC 9(4).

       01 NOW-STAMP             PIC X(14).
       01 NOW-MINUTES           PIC 9(12).
       01 NOW-WEEKDAY           PIC 9.
       01 WINDOW-START-STAMP    PIC X(14).
       01 CUTOFF-STAMP          PIC X(14).
       01 STEP-WINDOW-STAMP     PIC X(14).
       01 LAST-AUDIT-STAMP      PIC X(14) VALUE SPACES.
       01 QUIET-FROM-MINUTES    PIC 9(12).

      *    This cycle's measurements.
       01 WINDOW-ERROR-COUNT    PIC 9(9) VALUE 0.
       01 WINDOW-AUDIT-COUNT    PIC 9(9) VALUE 0.
       01 WINDOW-CALL-COUNT     PIC 9(9) VALUE 0.
       01 WINDOW-ERROR-RATE     PIC 9(3) VALUE 0.
       01 QUIET-MINUTES         PIC 9(9) VALUE 0.
       01 RATE-JUDGED-FLAG      PIC X VALUE 'N'.
           88 RATE-JUDGED       VALUE 'Y'.
       01 QUIET-JUDGED-FLAG     PIC X VALUE 'N'.
           88 QUIET-JUDGED      VALUE 'Y'.

      *    Latest RUNLOG run of every program on the ledger.
       01 PROGRAM-TABLE-COUNT   PIC 9(2) VALUE 0.
       01 PROGRAM-TABLE.
          05 PROGRAM-ENTRY OCCURS 50 TIMES.
             10 PGM-NAME           PIC X(9).
             10 PGM-LAST-END-TS    PIC X(14).
             10 PGM-LAST-RC        PIC 9(4).
       01 PROGRAM-IX            PIC 9(2).
       01 PROGRAM-FOUND-FLAG    PIC X.
           88 PROGRAM-FOUND     VALUE 'Y'.
       01 PROGRAM-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88 PROGRAM-TABLE-FULL VALUE 'Y'.

      *    Breaches found this cycle.
       01 BREACH-COUNT          PIC 9(2) VALUE 0.
       01 BREACH-TABLE.
          05 BREACH-ENTRY OCCURS 80 TIMES.
             10 BRC-RULE           PIC X(8).
             10 BRC-SUBJECT        PIC X(9).
             10 BRC-SEVERITY       PIC X(8).
             10 BRC-MEASURED       PIC 9(9).
             10 BRC-THRESHOLD      PIC 9(9).
             10 BRC-TEXT           PIC X(50).
       01 BREACH-IX             PIC 9(2).
       01 NEW-BREACH.
          05 NBR-RULE           PIC X(8).
          05 NBR-SUBJECT        PIC X(9).
          05 NBR-SEVERITY       PIC X(8).
          05 NBR-MEASURED       PIC 9(9).
          05 NBR-THRESHOLD      PIC 9(9).
          05 NBR-TEXT           PIC X(50).

      *    Open alerts: the RAISE records carried on ALRTSTAT.
       01 OPEN-ALERT-COUNT      PIC 9(3) VALUE 0.
       01 OPEN-ALERT-TABLE.
          05 OPEN-ALERT-ENTRY OCCURS 100 TIMES.
             10 OPA-RAISE-RECORD.
                15 OPA-TIMESTAMP      PIC X(14).
                15 OPA-FILLER-1       PIC X.
                15 OPA-ACTION         PIC X(5).
                15 OPA-FILLER-2       PIC X.
                15 OPA-SEVERITY       PIC X(8).
                15 OPA-FILLER-3       PIC X.
                15 OPA-RULE           PIC X(8).
                15 OPA-FILLER-4       PIC X.
                15 OPA-SUBJECT        PIC X(9).
                15 OPA-FILLER-5       PIC X.
                15 OPA-MEASURED       PIC 9(9).
                15 OPA-FILLER-6       PIC X.
                15 OPA-THRESHOLD      PIC 9(9).
                15 OPA-FILLER-7       PIC X.
                15 OPA-TEXT           PIC X(50).
             10 OPA-OPEN-FLAG   PIC X.
                88 OPA-STILL-OPEN       VALUE 'Y'.
       01 OPEN-ALERT-IX         PIC 9(3).
       01 OPEN-ALERT-FOUND-FLAG PIC X.
           88 OPEN-ALERT-FOUND  VALUE 'Y'.
       01 RULE-JUDGED-FLAG      PIC X.
           88 RULE-JUDGED       VALUE 'Y'.
       01 CURRENT-MEASURED      PIC 9(9).

       01 ERROR-READ-COUNT      PIC 9(9) VALUE 0.
       01 AUDIT-READ-COUNT      PIC 9(9) VALUE 0.
       01 RUNLOG-READ-COUNT     PIC 9(9) VALUE 0.
       01 RAISED-COUNT          PIC 9(9) VALUE 0.
       01 CLEARED-COUNT         PIC 9(9) VALUE 0.
       01 STILL-OPEN-COUNT      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
           PERFORM 0100-READ-PARAMETERS
           PERFORM 0150-SET-WINDOWS
           PERFORM 0200-LOAD-OPEN-ALERTS
           PERFORM 0300-SCAN-ERRORLOG
           PERFORM 0400-SCAN-AUDITLOG
           PERFORM 0500-SCAN-RUNLOG
           PERFORM 0600-EVALUATE-RULES
           PERFORM 0700-RAISE-AND-CLEAR
           PERFORM 0800-WRITE-OPEN-ALERTS
           DISPLAY 'FBALERT: ERRORS IN WINDOW=' WINDOW-ERROR-COUNT
               ' CALLS IN WINDOW=' WINDOW-CALL-COUNT
               ' BREACHES=' BREACH-COUNT
           DISPLAY 'FBALERT: RAISED=' RAISED-COUNT
               ' CLEARED=' CLEARED-COUNT
               ' STILL OPEN=' STILL-OPEN-COUNT
           GOBACK
           .
       0100-READ-PARAMETERS SECTION.
           OPEN INPUT PARM-INPUT
           IF PARM-STATUS > 9 THEN
               DISPLAY 'FBALERT: NO ALRTPARM, USING DEFAULT '
                   'THRESHOLDS'
               GO TO 0100Z
           END-IF
           PERFORM 0110-READ-NEXT-PARM
           PERFORM UNTIL PARM-EOF
               PERFORM 0120-APPLY-PARM-CARD
               PERFORM 0110-READ-NEXT-PARM
           END-PERFORM
           CLOSE PARM-INPUT
           .
       0100Z.
           EXIT
           .
       0110-READ-NEXT-PARM SECTION.
           READ PARM-INPUT
               AT END SET PARM-EOF TO TRUE
           END-READ
           .
      *    A bad card leaves that threshold at its default.
       0120-APPLY-PARM-CARD SECTION.
           MOVE SPACES TO PARM-NAME-TOKEN PARM-VALUE-TOKEN
           UNSTRING PARM-RECORD DELIMITED BY '='
               INTO PARM-NAME-TOKEN PARM-VALUE-TOKEN
           END-UNSTRING
           EVALUATE TRUE
               WHEN PARM-NAME-TOKEN = 'ERRCOUNT'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO ERROR-COUNT-LIMIT
               WHEN PARM-NAME-TOKEN = 'WINDOW'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO WINDOW-MINUTES
               WHEN PARM-NAME-TOKEN = 'ERRRATE'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO ERROR-RATE-LIMIT
               WHEN PARM-NAME-TOKEN = 'RATEMIN'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO RATE-MINIMUM-CALLS
               WHEN PARM-NAME-TOKEN = 'QUIET'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO QUIET-MINUTES-LIMIT
               WHEN PARM-NAME-TOKEN = 'HOURS'
                       AND PARM-VALUE-TOKEN(5:1) = '-'
                       AND PARM-VALUE-TOKEN(10:11) = SPACES
                   MOVE PARM-VALUE-TOKEN(1:4) TO PARM-TIME-TOKEN
                   PERFORM 0130-CHECK-PARM-TIME
                   IF PARM-TIME-VALID THEN
                       MOVE PARM-TIME-TOKEN TO BUSINESS-START
                       MOVE PARM-VALUE-TOKEN(6:4) TO PARM-TIME-TOKEN
                       PERFORM 0130-CHECK-PARM-TIME
                   END-IF
                   IF PARM-TIME-VALID
                           AND PARM-TIME-TOKEN > BUSINESS-START THEN
                       MOVE PARM-TIME-TOKEN TO BUSINESS-END
                   ELSE
                       MOVE 0800 TO BUSINESS-START
                       MOVE 1800 TO BUSINESS-END
                       DISPLAY 'FBALERT: BAD ALRTPARM CARD, USING '
                           'HOURS=0800-1800: ' PARM-RECORD
                   END-IF
               WHEN PARM-NAME-TOKEN = 'CUTOFF'
                       AND PARM-VALUE-TOKEN(5:16) = SPACES
                   MOVE PARM-VALUE-TOKEN(1:4) TO PARM-TIME-TOKEN
                   PERFORM 0130-CHECK-PARM-TIME
                   IF PARM-TIME-VALID THEN
                       MOVE PARM-TIME-TOKEN TO STEP-CUTOFF
                   ELSE
                       DISPLAY 'FBALERT: BAD ALRTPARM CARD, USING '
                           'CUTOFF=0600: ' PARM-RECORD
                   END-IF
               WHEN PARM-NAME-TOKEN = 'STEP'
                       AND PARM-VALUE-TOKEN NOT = SPACES
                       AND PARM-VALUE-TOKEN(10:11) = SPACES
                   IF STEP-COUNT < 20 THEN
                       ADD 1 TO STEP-COUNT
                       MOVE PARM-VALUE-TOKEN TO STEP-NAME(STEP-COUNT)
                   ELSE
                       DISPLAY 'FBALERT: MORE THAN 20 STEP CARDS, '
                           'IGNORED: ' PARM-RECORD
                   END-IF
               WHEN OTHER
                   DISPLAY 'FBALERT: BAD ALRTPARM CARD, DEFAULT '
                       'KEPT: ' PARM-RECORD
           END-EVALUATE
           .
       0130-CHECK-PARM-TIME SECTION.
           MOVE 'N' TO PARM-TIME-VALID-FLAG
           IF PARM-TIME-TOKEN IS NUMERIC THEN
               IF PARM-TIME-HH < 24 AND PARM-TIME-MM < 60 THEN
                   SET PARM-TIME-VALID TO TRUE
               END-IF
           END-IF
           .
      *    The ERRCOUNT/ERRRATE window runs back WINDOW minutes from
      *    now.  The overnight steps are judged against the latest
      *    cutoff already passed: each must have ended on RUNLOG in
      *    the 24 hours before it, or at any time since.
       0150-SET-WINDOWS SECTION.
           MOVE NOW-STAMP TO CALC-STAMP
           PERFORM 0900-STAMP-TO-MINUTES
           MOVE CALC-MINUTES TO NOW-MINUTES
           COMPUTE CALC-MINUTES = NOW-MINUTES - WINDOW-MINUTES
           PERFORM 0910-MINUTES-TO-STAMP
           MOVE CALC-STAMP TO WINDOW-START-STAMP

           MOVE NOW-STAMP TO CALC-STAMP
           MOVE STEP-CUTOFF TO PARM-TIME-TOKEN
           MOVE PARM-TIME-HH TO CALC-HH
           MOVE PARM-TIME-MM TO CALC-MM
           MOVE 0 TO CALC-SS
           PERFORM 0900-STAMP-TO-MINUTES
           IF CALC-STAMP > NOW-STAMP THEN
               SUBTRACT 1440 FROM CALC-MINUTES
               PERFORM 0910-MINUTES-TO-STAMP
           END-IF
           MOVE CALC-STAMP TO CUTOFF-STAMP
           SUBTRACT 1440 FROM CALC-MINUTES
           PERFORM 0910-MINUTES-TO-STAMP
           MOVE CALC-STAMP TO STEP-WINDOW-STAMP

      *    INTEGER-OF-DATE day 1 (1 January 1601) was a Monday.
           COMPUTE NOW-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(NOW-STAMP(1:8))) - 1, 7)
           .
       0200-LOAD-OPEN-ALERTS SECTION.
           OPEN INPUT ALERT-STATE
           IF ALERT-STATE-STATUS = 35 THEN
               GO TO 0200Z
           END-IF
           IF ALERT-STATE-STATUS > 9 THEN
               DISPLAY 'FBALERT: CANNOT OPEN ALRTSTAT, STATUS='
                   ALERT-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0210-READ-NEXT-STATE
           PERFORM UNTIL ALERT-STATE-EOF
               IF OPEN-ALERT-COUNT < 100 THEN
                   ADD 1 TO OPEN-ALERT-COUNT
                   MOVE ALERT-STATE-RECORD
                       TO OPA-RAISE-RECORD(OPEN-ALERT-COUNT)
                   MOVE 'N' TO OPA-OPEN-FLAG(OPEN-ALERT-COUNT)
               ELSE
                   DISPLAY 'FBALERT: OPEN ALERT TABLE FULL, '
                       'DROPPED: ' ALERT-STATE-RECORD
               END-IF
               PERFORM 0210-READ-NEXT-STATE
           END-PERFORM
           CLOSE ALERT-STATE
           .
       0200Z.
           EXIT
           .
       0210-READ-NEXT-STATE SECTION.
           READ ALERT-STATE
               AT END SET ALERT-STATE-EOF TO TRUE
           END-READ
           .
       0300-SCAN-ERRORLOG SECTION.
           OPEN INPUT ERRORLOG
           IF ERRORLOG-STATUS = 35 THEN
               GO TO 0300Z
           END-IF
           IF ERRORLOG-STATUS > 9 THEN
               DISPLAY 'FBALERT: CANNOT OPEN ERRORLOG, STATUS='
                   ERRORLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0310-READ-NEXT-ERROR
           PERFORM UNTIL ERRORLOG-EOF
               ADD 1 TO ERROR-READ-COUNT
               IF ERR-TIMESTAMP >= WINDOW-START-STAMP
                       AND ERR-TIMESTAMP <= NOW-STAMP THEN
                   ADD 1 TO WINDOW-ERROR-COUNT
               END-IF
               PERFORM 0310-READ-NEXT-ERROR
           END-PERFORM
           CLOSE ERRORLOG
           .
       0300Z.
           EXIT
           .
       0310-READ-NEXT-ERROR SECTION.
           READ ERRORLOG
               AT END SET ERRORLOG-EOF TO TRUE
           END-READ
           .
       0400-SCAN-AUDITLOG SECTION.
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS = 35 THEN
               GO TO 0400Z
           END-IF
           IF AUDITLOG-STATUS > 9 THEN
               DISPLAY 'FBALERT: CANNOT OPEN AUDITLOG, STATUS='
                   AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    Bulk calls are FBSUBSPL's billing entries, written by
      *    the batch window, and say nothing about the service.
           PERFORM 0410-READ-NEXT-AUDIT
           PERFORM UNTIL AUDITLOG-EOF
               ADD 1 TO AUDIT-READ-COUNT
               IF NOT AUD-BULK-CALL
                       AND AUD-TIMESTAMP IS NUMERIC
                       AND AUD-TIMESTAMP <= NOW-STAMP THEN
                   IF AUD-TIMESTAMP >= WINDOW-START-STAMP THEN
                       ADD 1 TO WINDOW-AUDIT-COUNT
                   END-IF
                   IF AUD-TIMESTAMP > LAST-AUDIT-STAMP
                           OR LAST-AUDIT-STAMP = SPACES THEN
                       MOVE AUD-TIMESTAMP TO LAST-AUDIT-STAMP
                   END-IF
               END-IF
               PERFORM 0410-READ-NEXT-AUDIT
           END-PERFORM
           CLOSE AUDITLOG
           .
       0400Z.
           EXIT
           .
       0410-READ-NEXT-AUDIT SECTION.
           READ AUDITLOG
               AT END SET AUDITLOG-EOF TO TRUE
           END-READ
           .
      *    RUNLOG is appended in run order, so the last record of a
      *    program is its latest run.
       0500-SCAN-RUNLOG SECTION.
           OPEN INPUT RUNLOG
           IF RUNLOG-STATUS = 35 THEN
               GO TO 0500Z
           END-IF
           IF RUNLOG-STATUS > 9 THEN
               DISPLAY 'FBALERT: CANNOT OPEN RUNLOG, STATUS='
                   RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0520-READ-NEXT-RUN
           PERFORM UNTIL RUNLOG-EOF
               ADD 1 TO RUNLOG-READ-COUNT
               PERFORM 0510-NOTE-LATEST-RUN
               PERFORM 0520-READ-NEXT-RUN
           END-PERFORM
           CLOSE RUNLOG
           .
       0500Z.
           EXIT
           .
       0510-NOTE-LATEST-RUN SECTION.
           MOVE RUN-PROGRAM-NAME TO NBR-SUBJECT
           PERFORM 0530-FIND-PROGRAM
           IF NOT PROGRAM-FOUND THEN
               IF PROGRAM-TABLE-COUNT < 50 THEN
                   ADD 1 TO PROGRAM-TABLE-COUNT
                   MOVE PROGRAM-TABLE-COUNT TO PROGRAM-IX
                   MOVE RUN-PROGRAM-NAME TO PGM-NAME(PROGRAM-IX)
               ELSE
                   IF NOT PROGRAM-TABLE-FULL THEN
                       DISPLAY 'FBALERT: PROGRAM TABLE FULL, '
                           'NOT WATCHED: ' RUN-PROGRAM-NAME
                   END-IF
                   SET PROGRAM-TABLE-FULL TO TRUE
                   GO TO 0510Z
               END-IF
           END-IF
           MOVE RUN-END-TS TO PGM-LAST-END-TS(PROGRAM-IX)
           IF RUN-RETURN-CODE IS NUMERIC THEN
               MOVE RUN-RETURN-CODE TO PGM-LAST-RC(PROGRAM-IX)
           ELSE
               MOVE 0 TO PGM-LAST-RC(PROGRAM-IX)
           END-IF
           .
       0510Z.
           EXIT
           .
       0520-READ-NEXT-RUN SECTION.
           READ RUNLOG
               AT END SET RUNLOG-EOF TO TRUE
           END-READ
           .
      *    Looks NBR-SUBJECT up in the program table; PROGRAM-IX
      *    points at it when found.
       0530-FIND-PROGRAM SECTION.
           MOVE 'N' TO PROGRAM-FOUND-FLAG
           PERFORM VARYING PROGRAM-IX FROM 1 BY 1
                   UNTIL PROGRAM-IX > PROGRAM-TABLE-COUNT
               IF PGM-NAME(PROGRAM-IX) = NBR-SUBJECT THEN
                   SET PROGRAM-FOUND TO TRUE
                   GO TO 0530Z
               END-IF
           END-PERFORM
           .
       0530Z.
           EXIT
           .
       0600-EVALUATE-RULES SECTION.
           IF WINDOW-ERROR-COUNT > ERROR-COUNT-LIMIT THEN
               MOVE SPACES TO NEW-BREACH
               MOVE 'ERRCOUNT' TO NBR-RULE
               MOVE 'MAJOR' TO NBR-SEVERITY
               MOVE WINDOW-ERROR-COUNT TO NBR-MEASURED
               MOVE ERROR-COUNT-LIMIT TO NBR-THRESHOLD
               STRING 'ERRORLOG RECORDS IN THE LAST ' DELIMITED BY SIZE
                   WINDOW-MINUTES DELIMITED BY SIZE
                   ' MINUTES' DELIMITED BY SIZE
                   INTO NBR-TEXT
               END-STRING
               PERFORM 0690-ADD-BREACH
           END-IF

           COMPUTE WINDOW-CALL-COUNT =
               WINDOW-AUDIT-COUNT + WINDOW-ERROR-COUNT
           IF WINDOW-CALL-COUNT >= RATE-MINIMUM-CALLS
                   AND WINDOW-CALL-COUNT > 0 THEN
               SET RATE-JUDGED TO TRUE
               COMPUTE WINDOW-ERROR-RATE =
                   WINDOW-ERROR-COUNT * 100 / WINDOW-CALL-COUNT
               IF WINDOW-ERROR-RATE > ERROR-RATE-LIMIT THEN
                   MOVE SPACES TO NEW-BREACH
                   MOVE 'ERRRATE' TO NBR-RULE
                   MOVE 'CRITICAL' TO NBR-SEVERITY
                   MOVE WINDOW-ERROR-RATE TO NBR-MEASURED
                   MOVE ERROR-RATE-LIMIT TO NBR-THRESHOLD
                   STRING 'PERCENT OF CGI CALLS FAILED IN THE LAST '
                           DELIMITED BY SIZE
                       WINDOW-MINUTES DELIMITED BY SIZE
                       ' MIN' DELIMITED BY SIZE
                       INTO NBR-TEXT
                   END-STRING
                   PERFORM 0690-ADD-BREACH
               END-IF
           END-IF

           PERFORM 0610-JUDGE-QUIET
           PERFORM 0620-JUDGE-RETURN-CODES
           PERFORM 0630-JUDGE-OVERNIGHT-STEPS
           .
      *    Silence is only judged Monday to Friday within business
      *    hours, counted from the later of the last AUDITLOG call
      *    and today's opening time.
       0610-JUDGE-QUIET SECTION.
           IF NOW-WEEKDAY > 4
                   OR NOW-STAMP(9:4) < BUSINESS-START
                   OR NOW-STAMP(9:4) >= BUSINESS-END THEN
               GO TO 0610Z
           END-IF
           SET QUIET-JUDGED TO TRUE
           MOVE NOW-STAMP TO CALC-STAMP
           MOVE BUSINESS-START TO PARM-TIME-TOKEN
           MOVE PARM-TIME-HH TO CALC-HH
           MOVE PARM-TIME-MM TO CALC-MM
           MOVE 0 TO CALC-SS
           PERFORM 0900-STAMP-TO-MINUTES
           MOVE CALC-MINUTES TO QUIET-FROM-MINUTES
           IF LAST-AUDIT-STAMP NOT = SPACES THEN
               MOVE LAST-AUDIT-STAMP TO CALC-STAMP
               PERFORM 0900-STAMP-TO-MINUTES
               IF CALC-MINUTES > QUIET-FROM-MINUTES THEN
                   MOVE CALC-MINUTES TO QUIET-FROM-MINUTES
               END-IF
           END-IF
           COMPUTE QUIET-MINUTES = NOW-MINUTES - QUIET-FROM-MINUTES
           IF QUIET-MINUTES >= QUIET-MINUTES-LIMIT THEN
               MOVE SPACES TO NEW-BREACH
               MOVE 'QUIET' TO NBR-RULE
               MOVE 'CRITICAL' TO NBR-SEVERITY
               MOVE QUIET-MINUTES TO NBR-MEASURED
               MOVE QUIET-MINUTES-LIMIT TO NBR-THRESHOLD
               MOVE 'MINUTES WITHOUT AUDITLOG CALLS IN BUSINESS HOURS'
                   TO NBR-TEXT
               PERFORM 0690-ADD-BREACH
           END-IF
           .
       0610Z.
           EXIT
           .
       0620-JUDGE-RETURN-CODES SECTION.
           PERFORM VARYING PROGRAM-IX FROM 1 BY 1
                   UNTIL PROGRAM-IX > PROGRAM-TABLE-COUNT
               IF PGM-LAST-RC(PROGRAM-IX) > 0 THEN
                   MOVE SPACES TO NEW-BREACH
                   MOVE 'RUNRC' TO NBR-RULE
                   MOVE PGM-NAME(PROGRAM-IX) TO NBR-SUBJECT
                   EVALUATE TRUE
                       WHEN PGM-LAST-RC(PROGRAM-IX) >= 12
                           MOVE 'CRITICAL' TO NBR-SEVERITY
                       WHEN PGM-LAST-RC(PROGRAM-IX) >= 8
                           MOVE 'MAJOR' TO NBR-SEVERITY
                       WHEN OTHER
                           MOVE 'WARNING' TO NBR-SEVERITY
                   END-EVALUATE
                   MOVE PGM-LAST-RC(PROGRAM-IX) TO NBR-MEASURED
                   MOVE 0 TO NBR-THRESHOLD
                   STRING 'LATEST RUN ENDED ' DELIMITED BY SIZE
                       PGM-LAST-END-TS(PROGRAM-IX) DELIMITED BY SIZE
                       ' WITH NONZERO RC' DELIMITED BY SIZE
                       INTO NBR-TEXT
                   END-STRING
                   PERFORM 0690-ADD-BREACH
               END-IF
           END-PERFORM
           .
       0630-JUDGE-OVERNIGHT-STEPS SECTION.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-COUNT
               MOVE STEP-NAME(STEP-IX) TO NBR-SUBJECT
               PERFORM 0530-FIND-PROGRAM
               IF NOT PROGRAM-FOUND THEN
                   PERFORM 0640-ADD-LATE-STEP
               ELSE
                   IF PGM-LAST-END-TS(PROGRAM-IX)
                           < STEP-WINDOW-STAMP THEN
                       PERFORM 0640-ADD-LATE-STEP
                   END-IF
               END-IF
           END-PERFORM
           .
       0640-ADD-LATE-STEP SECTION.
           MOVE SPACES TO NEW-BREACH
           MOVE 'LATESTEP' TO NBR-RULE
           MOVE STEP-NAME(STEP-IX) TO NBR-SUBJECT
           MOVE 'CRITICAL' TO NBR-SEVERITY
           MOVE 0 TO NBR-MEASURED
           MOVE 1 TO NBR-THRESHOLD
           STRING 'RUNS ENDED ON RUNLOG BY CUTOFF ' DELIMITED BY SIZE
               CUTOFF-STAMP(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUTOFF-STAMP(9:4) DELIMITED BY SIZE
               INTO NBR-TEXT
           END-STRING
           PERFORM 0690-ADD-BREACH
           .
       0690-ADD-BREACH SECTION.
           IF BREACH-COUNT < 80 THEN
               ADD 1 TO BREACH-COUNT
               MOVE NEW-BREACH TO BREACH-ENTRY(BREACH-COUNT)
           ELSE
               DISPLAY 'FBALERT: BREACH TABLE FULL, NOT ALERTED: '
                   NBR-RULE ' ' NBR-SUBJECT
           END-IF
           .
      *    A breach already open stays open without a new record;
      *    a new one is raised.  An open alert no breach matched is
      *    cleared when its rule was judged this cycle.
       0700-RAISE-AND-CLEAR SECTION.
           OPEN EXTEND ALERT-OUT
           IF ALERT-OUT-STATUS = 35 THEN
               OPEN OUTPUT ALERT-OUT
           END-IF
           IF ALERT-OUT-STATUS > 9 THEN
               DISPLAY 'FBALERT: CANNOT OPEN ALERTOUT, STATUS='
                   ALERT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING BREACH-IX FROM 1 BY 1
                   UNTIL BREACH-IX > BREACH-COUNT
               PERFORM 0710-RAISE-ONE-BREACH
           END-PERFORM
           PERFORM VARYING OPEN-ALERT-IX FROM 1 BY 1
                   UNTIL OPEN-ALERT-IX > OPEN-ALERT-COUNT
               IF NOT OPA-STILL-OPEN(OPEN-ALERT-IX) THEN
                   PERFORM 0720-CLEAR-ONE-ALERT
               END-IF
           END-PERFORM
           CLOSE ALERT-OUT
           .
       0710-RAISE-ONE-BREACH SECTION.
           MOVE 'N' TO OPEN-ALERT-FOUND-FLAG
           PERFORM VARYING OPEN-ALERT-IX FROM 1 BY 1
                   UNTIL OPEN-ALERT-IX > OPEN-ALERT-COUNT
                      OR OPEN-ALERT-FOUND
               IF OPA-RULE(OPEN-ALERT-IX) = BRC-RULE(BREACH-IX)
                       AND OPA-SUBJECT(OPEN-ALERT-IX)
                           = BRC-SUBJECT(BREACH-IX) THEN
                   SET OPEN-ALERT-FOUND TO TRUE
                   SET OPA-STILL-OPEN(OPEN-ALERT-IX) TO TRUE
               END-IF
           END-PERFORM
           IF OPEN-ALERT-FOUND THEN
               GO TO 0710Z
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE NOW-STAMP TO ALR-TIMESTAMP
           SET ALR-RAISED TO TRUE
           MOVE BRC-SEVERITY(BREACH-IX) TO ALR-SEVERITY
           MOVE BRC-RULE(BREACH-IX) TO ALR-RULE
           MOVE BRC-SUBJECT(BREACH-IX) TO ALR-SUBJECT
           MOVE BRC-MEASURED(BREACH-IX) TO ALR-MEASURED
           MOVE BRC-THRESHOLD(BREACH-IX) TO ALR-THRESHOLD
           MOVE BRC-TEXT(BREACH-IX) TO ALR-TEXT
           WRITE ALERT-RECORD
           ADD 1 TO RAISED-COUNT
           DISPLAY 'FBALERT: RAISED ' ALR-SEVERITY ' ' ALR-RULE ' '
               ALR-SUBJECT ' MEASURED=' ALR-MEASURED
               ' THRESHOLD=' ALR-THRESHOLD
           IF OPEN-ALERT-COUNT < 100 THEN
               ADD 1 TO OPEN-ALERT-COUNT
               MOVE ALERT-RECORD TO OPA-RAISE-RECORD(OPEN-ALERT-COUNT)
               SET OPA-STILL-OPEN(OPEN-ALERT-COUNT) TO TRUE
           ELSE
               DISPLAY 'FBALERT: OPEN ALERT TABLE FULL, ALERT WILL '
                   'BE RAISED AGAIN: ' ALR-RULE ' ' ALR-SUBJECT
           END-IF
           .
       0710Z.
           EXIT
           .
       0720-CLEAR-ONE-ALERT SECTION.
           PERFORM 0730-JUDGE-OPEN-RULE
           IF NOT RULE-JUDGED THEN
               SET OPA-STILL-OPEN(OPEN-ALERT-IX) TO TRUE
               GO TO 0720Z
           END-IF
           MOVE OPA-RAISE-RECORD(OPEN-ALERT-IX) TO ALERT-RECORD
           MOVE NOW-STAMP TO ALR-TIMESTAMP
           SET ALR-CLEARED TO TRUE
           MOVE CURRENT-MEASURED TO ALR-MEASURED
           WRITE ALERT-RECORD
           ADD 1 TO CLEARED-COUNT
           DISPLAY 'FBALERT: CLEARED ' ALR-RULE ' ' ALR-SUBJECT
               ' MEASURED=' ALR-MEASURED
           .
       0720Z.
           EXIT
           .
      *    Whether this cycle judged the open alert's rule, and the
      *    value it measured, for the CLEAR record.
       0730-JUDGE-OPEN-RULE SECTION.
           SET RULE-JUDGED TO TRUE
           MOVE 0 TO CURRENT-MEASURED
           EVALUATE OPA-RULE(OPEN-ALERT-IX)
               WHEN 'ERRCOUNT'
                   MOVE WINDOW-ERROR-COUNT TO CURRENT-MEASURED
               WHEN 'ERRRATE'
                   MOVE RATE-JUDGED-FLAG TO RULE-JUDGED-FLAG
                   MOVE WINDOW-ERROR-RATE TO CURRENT-MEASURED
               WHEN 'QUIET'
                   MOVE QUIET-JUDGED-FLAG TO RULE-JUDGED-FLAG
                   MOVE QUIET-MINUTES TO CURRENT-MEASURED
               WHEN 'RUNRC'
                   MOVE OPA-SUBJECT(OPEN-ALERT-IX) TO NBR-SUBJECT
                   PERFORM 0530-FIND-PROGRAM
                   IF PROGRAM-FOUND THEN
                       MOVE PGM-LAST-RC(PROGRAM-IX)
                           TO CURRENT-MEASURED
                   END-IF
               WHEN 'LATESTEP'
                   MOVE 1 TO CURRENT-MEASURED
           END-EVALUATE
           .
       0800-WRITE-OPEN-ALERTS SECTION.
           OPEN OUTPUT ALERT-STATE-NEW
           IF ALERT-STATE-NEW-STATUS > 9 THEN
               DISPLAY 'FBALERT: CANNOT OPEN ALRTSNEW, STATUS='
                   ALERT-STATE-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING OPEN-ALERT-IX FROM 1 BY 1
                   UNTIL OPEN-ALERT-IX > OPEN-ALERT-COUNT
               IF OPA-STILL-OPEN(OPEN-ALERT-IX) THEN
                   MOVE OPA-RAISE-RECORD(OPEN-ALERT-IX)
                       TO ALERT-STATE-NEW-RECORD
                   WRITE ALERT-STATE-NEW-RECORD
                   ADD 1 TO STILL-OPEN-COUNT
               END-IF
           END-PERFORM
           CLOSE ALERT-STATE-NEW
           .
       0900-STAMP-TO-MINUTES SECTION.
           COMPUTE CALC-MINUTES =
               FUNCTION INTEGER-OF-DATE(CALC-DATE) * 1440
               + CALC-HH * 60 + CALC-MM
           .
       0910-MINUTES-TO-STAMP SECTION.
           DIVIDE CALC-MINUTES BY 1440 GIVING CALC-DAYS
               REMAINDER CALC-DAY-MINUTES
           MOVE FUNCTION DATE-OF-INTEGER(CALC-DAYS) TO CALC-DATE
           DIVIDE CALC-DAY-MINUTES BY 60 GIVING CALC-HH
               REMAINDER CALC-MM
           MOVE 0 TO CALC-SS
           .
       END PROGRAM FBALERT.

      *  second AUDITLOG record for the remaining sub-range, so    *
      *  the records are sorted by AUD-REQUEST-ID and coalesced    *
      *  to min start / max end per request the way FBRECON does,  *
      *  counting each request once.  Ranges submitted in bulk and *
      *  run in the FIZZBATCH window are on AUDITLOG too, as the   *
      *  bulk calls (AUD-CALL-TYPE 'B') FBSUBSPL writes for each   *
      *  COMPLETE ticket, the ticket as request id; they are       *
      *  billed the same way and shown as BULK on the report.      *
      *                                                            *
      *  Each detail carries the AUD-CLIENT-ID that made the       *
      *  request and the cost centre the CLIENTS registry holds    *
      *  for it, so Finance can charge the requesting cost centre; *
      *  the control report closes with the units per cost centre. *
      *                                                            *
      *  BILLOUT carries an HDR record (creation date, source      *
      *  system, billing period), one DTL per request, and a TRL   *
      *  Finance intake job can balance the feed.  A print-image   *
      *  control report of what was billed goes to BILLRPT for     *
      *  the sign-off pack.                                        *
      *                                                            *
      *  Every feed is entered on the BILLREG billing period       *
      *  register (FBBREGF), keyed by the run stamp that also goes *
      *  on the HDR record.  FROM and TO must both be given.  A    *
      *  period that overlaps one already on the register, or      *
      *  that starts later than the day after the last billed      *
      *  period, is refused with nothing written unless a          *
      *  REBILL=YES card is supplied; the register then shows the  *
      *  feed as a REBILL.  FBACKREC marks the register entry off  *
      *  when Finance acknowledges the feed.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AUDITLOG-STATUS.

           SELECT CLIENTS ASSIGN TO "CLIENTS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CLIENTS-STATUS.

           SELECT BILL-REGISTER ASSIGN TO "BILLREG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BILL-REG-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

           SELECT BILL-OUT ASSIGN TO "BILLOUT"
             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.
                 88 AUD-BULK-CALL    VALUE 'B'.

       FD CLIENTS.
           COPY FBCLNTF     .

       FD BILL-REGISTER.
           COPY FBBREGF     .

       SD SORT-WORK.
          01 SORT-RECORD.
             05 SRT-REQUEST-ID     PIC X(19).
             05 SRT-START-NUMBER   PIC 9(20).
             05 SRT-END-NUMBER     PIC 9(20).
             05 SRT-CLIENT-ID      PIC X(8).
             05 SRT-CALL-TYPE      PIC X.

       FD BILL-OUT.
          01 BILL-OUT-RECORD       PIC X(102).

       FD BILL-REPORT.
          01 PRINT-LINE            PIC X(132).
       01 AUDITLOG-STATUS       PIC 99.
       01 BILL-OUT-STATUS       PIC 99.
       01 BILL-RPT-STATUS       PIC 99.
       01 CLIENTS-STATUS        PIC 99.
       01 BILL-REG-STATUS       PIC 99.

       01 PARM-EOF-FLAG         PIC X VALUE 'N'.
           88 PARM-EOF          VALUE 'Y'.
           88 AUDITLOG-EOF      VALUE 'Y'.
       01 SORT-WORK-EOF-FLAG    PIC X VALUE 'N'.
           88 SORT-WORK-EOF     VALUE 'Y'.
       01 CLIENTS-EOF-FLAG      PIC X VALUE 'N'.
           88 CLIENTS-EOF       VALUE 'Y'.
       01 BILL-REG-EOF-FLAG     PIC X VALUE 'N'.
           88 BILL-REG-EOF      VALUE 'Y'.

      *    Client id to cost centre, from the CLIENTS registry.
      *    Requests from clients no longer (or never) on the
      *    registry are billed with a blank cost centre.
       01 CLIENT-TABLE-COUNT    PIC 9(3) VALUE 0.
       01 CLIENT-TABLE.
          05 CLIENT-ENTRY OCCURS 200 TIMES.
             10 CLT-CLIENT-ID      PIC X(8).
             10 CLT-COST-CENTRE    PIC X(8).
       01 CLIENT-IX             PIC 9(3).

      *    Billed units per cost centre for the report's summary.
       01 CENTRE-TABLE-COUNT    PIC 9(3) VALUE 0.
       01 CENTRE-TABLE.
          05 CENTRE-ENTRY OCCURS 200 TIMES.
             10 CCT-COST-CENTRE    PIC X(8).
             10 CCT-REQUEST-COUNT  PIC 9(9).
             10 CCT-UNITS          PIC 9(18).
       01 CENTRE-IX             PIC 9(3).
       01 CENTRE-FOUND-FLAG     PIC X.
           88 CENTRE-FOUND      VALUE 'Y'.
       01 CENTRE-OVERFLOW-COUNT PIC 9(9) VALUE 0.

       01 PARM-NAME-TOKEN       PIC X(20).
       01 PARM-VALUE-TOKEN      PIC X(20).
       01 PERIOD-FROM-DATE      PIC X(8) VALUE SPACES.
       01 PERIOD-FROM-NUM       REDEFINES PERIOD-FROM-DATE
                                PIC 9(8).
       01 PERIOD-TO-DATE        PIC X(8) VALUE SPACES.
       01 PERIOD-TO-NUM         REDEFINES PERIOD-TO-DATE
                                PIC 9(8).
       01 REBILL-FLAG           PIC X VALUE 'N'.
           88 REBILL-REQUESTED  VALUE 'Y'.

      *    Register check: the latest period end already billed,
      *    the day after it (where the next period must start),
      *    and the first register entry the period overlaps.
       01 REGISTER-ENTRY-COUNT  PIC 9(9) VALUE 0.
       01 LAST-BILLED-TO        PIC X(8) VALUE SPACES.
       01 LAST-BILLED-TO-NUM    REDEFINES LAST-BILLED-TO
                                PIC 9(8).
       01 NEXT-PERIOD-FROM      PIC 9(8) VALUE 0.
       01 OVERLAP-FROM          PIC X(8) VALUE SPACES.
       01 OVERLAP-TO            PIC X(8) VALUE SPACES.
       01 OVERLAP-FOUND-FLAG    PIC X VALUE 'N'.
           88 OVERLAP-FOUND     VALUE 'Y'.

       01 AUDIT-READ-COUNT      PIC 9(9) VALUE 0.
       01 AUDIT-SELECT-COUNT    PIC 9(9) VALUE 0.
       01 GROUP-START-NUMBER    PIC 9(20).
       01 GROUP-END-NUMBER      PIC 9(20).
       01 GROUP-UNITS           PIC 9(18).
       01 GROUP-CLIENT-ID       PIC X(8).
       01 GROUP-COST-CENTRE     PIC X(8).
       01 GROUP-CALL-TYPE       PIC X.
           88 GROUP-IS-BULK     VALUE 'B'.

       01 DETAIL-WRITE-COUNT    PIC 9(9)  VALUE 0.
       01 TOTAL-UNITS           PIC 9(18) VALUE 0.
       01 BULK-WRITE-COUNT      PIC 9(9)  VALUE 0.
       01 BULK-UNITS            PIC 9(18) VALUE 0.

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
          05 BHD-PERIOD-FROM    PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 BHD-PERIOD-TO      PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 BHD-CREATE-TIME    PIC X(6).
          05 FILLER             PIC X(56) VALUE SPACES.

       01 BILL-DETAIL-LINE.
          05 FILLER             PIC X(4)  VALUE 'DTL '.
          05 BDT-END-NUMBER     PIC 9(20).
          05 FILLER             PIC X     VALUE SPACE.
          05 BDT-UNITS          PIC 9(18).
          05 FILLER             PIC X     VALUE SPACE.
          05 BDT-CLIENT-ID      PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 BDT-COST-CENTRE    PIC X(8).

       01 BILL-TRAILER-LINE.
          05 FILLER             PIC X(4)  VALUE 'TRL '.
          05 BTL-RECORD-COUNT   PIC 9(9).
          05 FILLER             PIC X     VALUE SPACE.
          05 BTL-TOTAL-UNITS    PIC 9(18).
          05 FILLER             PIC X(70) VALUE SPACES.

       01 PAGE-HEADER-LINE.
          05 FILLER             PIC X(34)
          05 PHD-PERIOD-FROM    PIC X(8).
          05 FILLER             PIC X(4)  VALUE ' TO '.
          05 PHD-PERIOD-TO      PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 PHD-RUN-TYPE       PIC X(6).
          05 FILLER             PIC X(89) VALUE SPACES.

       01 COLUMN-HEADER-LINE.
          05 FILLER             PIC X(21)
             VALUE '                 END'.
          05 FILLER             PIC X(19)
             VALUE '              UNITS'.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'CLIENT'.
          05 FILLER             PIC X(11) VALUE 'COST CTR'.
          05 FILLER             PIC X(6)  VALUE 'SOURCE'.
          05 FILLER             PIC X(21) VALUE SPACES.

       01 PRINT-DETAIL-LINE.
          05 DTL-REQUEST-ID     PIC X(19).
          05 DTL-END-ED         PIC Z(19)9.
          05 FILLER             PIC X     VALUE SPACE.
          05 DTL-UNITS-ED       PIC Z(17)9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DTL-CLIENT-ID      PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DTL-COST-CENTRE    PIC X(8).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 DTL-SOURCE         PIC X(6).
          05 FILLER             PIC X(21) VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-TEXT           PIC X(34).
          05 TOT-COUNT-ED       PIC Z(17)9.
          05 FILLER             PIC X(80) VALUE SPACES.

       01 CENTRE-COLUMN-LINE.
          05 FILLER             PIC X(12) VALUE 'COST CENTRE'.
          05 FILLER             PIC X(10) VALUE '  REQUESTS'.
          05 FILLER             PIC X(20)
             VALUE '               UNITS'.
          05 FILLER             PIC X(90) VALUE SPACES.

       01 CENTRE-DETAIL-LINE.
          05 CDT-COST-CENTRE    PIC X(8).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 CDT-REQUEST-ED     PIC Z(8)9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 CDT-UNITS-ED       PIC Z(17)9.
          05 FILLER             PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0100-READ-PARAMETERS
           PERFORM 0120-CHECK-BILLING-PERIOD
           PERFORM 0200-OPEN-FILES
           PERFORM 0150-LOAD-CLIENT-TABLE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           PERFORM 0250-WRITE-INTERFACE-HEADER
           SORT SORT-WORK
               OUTPUT PROCEDURE IS 0400-BILL-REQUESTS
           PERFORM 0500-WRITE-INTERFACE-TRAILER
           PERFORM 0550-PRINT-TOTALS-PAGE
           PERFORM 0570-WRITE-REGISTER-ENTRY
           PERFORM 0600-CLOSE-FILES
           DISPLAY 'FBBILL: AUDIT READ=' AUDIT-READ-COUNT
               ' SELECTED=' AUDIT-SELECT-COUNT
               ' DROPPED=' AUDIT-DROPPED-COUNT
           DISPLAY 'FBBILL: REQUESTS BILLED=' DETAIL-WRITE-COUNT
               ' TOTAL UNITS=' TOTAL-UNITS
           DISPLAY 'FBBILL: BULK TICKETS BILLED=' BULK-WRITE-COUNT
               ' BULK UNITS=' BULK-UNITS
           GOBACK
           .
       0100-READ-PARAMETERS SECTION.
           OPEN INPUT PARM-INPUT
           IF PARM-STATUS > 9 THEN
               DISPLAY 'FBBILL: NO BILLPARM, FROM= AND TO= REQUIRED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0110-READ-NEXT-PARM
           PERFORM UNTIL PARM-EOF
                           DISPLAY 'FBBILL: BAD TO CARD: '
                               PARM-RECORD
                       END-IF
                   WHEN 'REBILL'
                       IF PARM-VALUE-TOKEN = 'YES' THEN
                           SET REBILL-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'FBBILL: BAD REBILL CARD: '
                               PARM-RECORD
                       END-IF
                   WHEN OTHER
                       DISPLAY 'FBBILL: UNKNOWN BILLPARM CARD: '
                           PARM-RECORD
               PERFORM 0110-READ-NEXT-PARM
           END-PERFORM
           CLOSE PARM-INPUT
           IF PERIOD-FROM-DATE IS NOT NUMERIC
                   OR PERIOD-TO-DATE IS NOT NUMERIC THEN
               DISPLAY 'FBBILL: FROM= AND TO= CARDS ARE REQUIRED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PERIOD-FROM-NUM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(PERIOD-TO-NUM)
                       NOT = 0
                   OR PERIOD-FROM-DATE > PERIOD-TO-DATE THEN
               DISPLAY 'FBBILL: INVALID BILLING PERIOD '
                   PERIOD-FROM-DATE ' TO ' PERIOD-TO-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'FBBILL: BILLING PERIOD ' PERIOD-FROM-DATE
               ' TO ' PERIOD-TO-DATE
           IF REBILL-REQUESTED THEN
               DISPLAY 'FBBILL: REBILL REQUESTED'
           END-IF
           .
       0110-READ-NEXT-PARM SECTION.
           READ PARM-INPUT
               AT END SET PARM-EOF TO TRUE
           END-READ
           .
       0120-CHECK-BILLING-PERIOD SECTION.
           OPEN INPUT BILL-REGISTER
           IF BILL-REG-STATUS = 35 THEN
               DISPLAY 'FBBILL: BILLING REGISTER EMPTY, FIRST PERIOD'
               GO TO 0120Z
           END-IF
           IF BILL-REG-STATUS > 9 THEN
               DISPLAY 'FBBILL: CANNOT OPEN BILLREG, STATUS='
                   BILL-REG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL BILL-REG-EOF
               READ BILL-REGISTER
                   AT END SET BILL-REG-EOF TO TRUE
                   NOT AT END
                       PERFORM 0130-CHECK-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE BILL-REGISTER
           IF REGISTER-ENTRY-COUNT = 0 THEN
               GO TO 0120Z
           END-IF
           COMPUTE NEXT-PERIOD-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LAST-BILLED-TO-NUM) + 1)
           EVALUATE TRUE
               WHEN OVERLAP-FOUND AND REBILL-REQUESTED
                   DISPLAY 'FBBILL: REBILLING PERIOD ALREADY BILLED '
                       OVERLAP-FROM ' TO ' OVERLAP-TO
               WHEN OVERLAP-FOUND
                   DISPLAY 'FBBILL: PERIOD OVERLAPS PERIOD BILLED '
                       OVERLAP-FROM ' TO ' OVERLAP-TO
                   DISPLAY 'FBBILL: REFUSED, REBILL=YES NOT GIVEN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN PERIOD-FROM-NUM > NEXT-PERIOD-FROM
                       AND REBILL-REQUESTED
                   DISPLAY 'FBBILL: BILLING WITH GAP AFTER LAST '
                       'PERIOD ENDING ' LAST-BILLED-TO
               WHEN PERIOD-FROM-NUM > NEXT-PERIOD-FROM
                   DISPLAY 'FBBILL: PERIOD LEAVES GAP AFTER LAST '
                       'PERIOD ENDING ' LAST-BILLED-TO
                   DISPLAY 'FBBILL: REFUSED, REBILL=YES NOT GIVEN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
       0120Z.
           EXIT
           .
       0130-CHECK-REGISTER-ENTRY SECTION.
           ADD 1 TO REGISTER-ENTRY-COUNT
           IF BRG-PERIOD-TO > LAST-BILLED-TO
                   OR LAST-BILLED-TO = SPACES THEN
               MOVE BRG-PERIOD-TO TO LAST-BILLED-TO
           END-IF
           IF NOT OVERLAP-FOUND
                   AND PERIOD-FROM-DATE <= BRG-PERIOD-TO
                   AND PERIOD-TO-DATE >= BRG-PERIOD-FROM THEN
               MOVE BRG-PERIOD-FROM TO OVERLAP-FROM
               MOVE BRG-PERIOD-TO TO OVERLAP-TO
               SET OVERLAP-FOUND TO TRUE
           END-IF
           .
       0150-LOAD-CLIENT-TABLE SECTION.
           OPEN INPUT CLIENTS
           IF CLIENTS-STATUS > 9 THEN
               DISPLAY 'FBBILL: CLIENTS UNAVAILABLE, STATUS='
                   CLIENTS-STATUS ' - COST CENTRES LEFT BLANK'
               GO TO 0150Z
           END-IF
           PERFORM UNTIL CLIENTS-EOF
               READ CLIENTS
                   AT END SET CLIENTS-EOF TO TRUE
                   NOT AT END
                       IF CLIENT-TABLE-COUNT < 200 THEN
                           ADD 1 TO CLIENT-TABLE-COUNT
                           MOVE CLI-CLIENT-ID TO
                               CLT-CLIENT-ID(CLIENT-TABLE-COUNT)
                           MOVE CLI-COST-CENTRE TO
                               CLT-COST-CENTRE(CLIENT-TABLE-COUNT)
                       ELSE
                           DISPLAY 'FBBILL: CLIENT TABLE FULL, '
                               'NO COST CENTRE FOR ' CLI-CLIENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTS
           .
       0150Z.
           EXIT
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS = 35 THEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND BILL-REGISTER
           IF BILL-REG-STATUS = 35 THEN
               OPEN OUTPUT BILL-REGISTER
           END-IF
           IF BILL-REG-STATUS > 9 THEN
               DISPLAY 'FBBILL: CANNOT OPEN BILLREG, STATUS='
                   BILL-REG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
       0250-WRITE-INTERFACE-HEADER SECTION.
           MOVE RUN-STAMP(1:8) TO BHD-CREATE-DATE
           MOVE 'FBBILL' TO BHD-SOURCE-SYSTEM
           MOVE PERIOD-FROM-DATE TO BHD-PERIOD-FROM
           MOVE PERIOD-TO-DATE TO BHD-PERIOD-TO
           MOVE RUN-STAMP(9:6) TO BHD-CREATE-TIME
           MOVE BILL-HEADER-LINE TO BILL-OUT-RECORD
           WRITE BILL-OUT-RECORD
           .
                   MOVE AUD-REQUEST-ID TO SRT-REQUEST-ID
                   MOVE AUD-START-NUMBER TO SRT-START-NUMBER
                   MOVE AUD-END-NUMBER TO SRT-END-NUMBER
                   MOVE AUD-CLIENT-ID TO SRT-CLIENT-ID
                   MOVE AUD-CALL-TYPE TO SRT-CALL-TYPE
                   RELEASE SORT-RECORD
                   ADD 1 TO AUDIT-SELECT-COUNT
               ELSE
               MOVE SRT-REQUEST-ID TO CURRENT-REQUEST-ID
               MOVE SRT-START-NUMBER TO GROUP-START-NUMBER
               MOVE SRT-END-NUMBER TO GROUP-END-NUMBER
               MOVE SRT-CLIENT-ID TO GROUP-CLIENT-ID
               MOVE SRT-CALL-TYPE TO GROUP-CALL-TYPE
               SET GROUP-OPEN TO TRUE
           ELSE
               IF SRT-START-NUMBER < GROUP-START-NUMBER THEN
       0430-WRITE-BILLED-REQUEST SECTION.
           COMPUTE GROUP-UNITS = GROUP-END-NUMBER
               - GROUP-START-NUMBER + 1
           MOVE SPACES TO GROUP-COST-CENTRE
           PERFORM VARYING CLIENT-IX FROM 1 BY 1
                   UNTIL CLIENT-IX > CLIENT-TABLE-COUNT
               IF CLT-CLIENT-ID(CLIENT-IX) = GROUP-CLIENT-ID
                       AND GROUP-CLIENT-ID NOT = SPACES THEN
                   MOVE CLT-COST-CENTRE(CLIENT-IX)
                       TO GROUP-COST-CENTRE
               END-IF
           END-PERFORM
           MOVE CURRENT-REQUEST-ID TO BDT-REQUEST-ID
           MOVE GROUP-START-NUMBER TO BDT-START-NUMBER
           MOVE GROUP-END-NUMBER TO BDT-END-NUMBER
           MOVE GROUP-UNITS TO BDT-UNITS
           MOVE GROUP-CLIENT-ID TO BDT-CLIENT-ID
           MOVE GROUP-COST-CENTRE TO BDT-COST-CENTRE
           MOVE BILL-DETAIL-LINE TO BILL-OUT-RECORD
           WRITE BILL-OUT-RECORD
           IF BILL-OUT-STATUS > 9 THEN
           END-IF
           ADD 1 TO DETAIL-WRITE-COUNT
           ADD GROUP-UNITS TO TOTAL-UNITS
           IF GROUP-IS-BULK THEN
               ADD 1 TO BULK-WRITE-COUNT
               ADD GROUP-UNITS TO BULK-UNITS
           END-IF
           PERFORM 0435-ADD-CENTRE-TOTAL
           PERFORM 0440-WRITE-PRINT-DETAIL
           MOVE 'N' TO GROUP-OPEN-FLAG
           .
       0435-ADD-CENTRE-TOTAL SECTION.
           MOVE 'N' TO CENTRE-FOUND-FLAG
           PERFORM VARYING CENTRE-IX FROM 1 BY 1
                   UNTIL CENTRE-IX > CENTRE-TABLE-COUNT
                      OR CENTRE-FOUND
               IF CCT-COST-CENTRE(CENTRE-IX) = GROUP-COST-CENTRE THEN
                   ADD 1 TO CCT-REQUEST-COUNT(CENTRE-IX)
                   ADD GROUP-UNITS TO CCT-UNITS(CENTRE-IX)
                   SET CENTRE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CENTRE-FOUND THEN
               IF CENTRE-TABLE-COUNT < 200 THEN
                   ADD 1 TO CENTRE-TABLE-COUNT
                   MOVE GROUP-COST-CENTRE TO
                       CCT-COST-CENTRE(CENTRE-TABLE-COUNT)
                   MOVE 1 TO CCT-REQUEST-COUNT(CENTRE-TABLE-COUNT)
                   MOVE GROUP-UNITS TO CCT-UNITS(CENTRE-TABLE-COUNT)
               ELSE
                   ADD 1 TO CENTRE-OVERFLOW-COUNT
               END-IF
           END-IF
           .
       0440-WRITE-PRINT-DETAIL SECTION.
           IF PAGE-LINE-COUNT >= PAGE-LINE-LIMIT THEN
               PERFORM 0450-PRINT-PAGE-HEADER
           MOVE GROUP-START-NUMBER TO DTL-START-ED
           MOVE GROUP-END-NUMBER TO DTL-END-ED
           MOVE GROUP-UNITS TO DTL-UNITS-ED
           MOVE GROUP-CLIENT-ID TO DTL-CLIENT-ID
           MOVE GROUP-COST-CENTRE TO DTL-COST-CENTRE
           IF GROUP-IS-BULK THEN
               MOVE 'BULK' TO DTL-SOURCE
           ELSE
               MOVE 'CGI' TO DTL-SOURCE
           END-IF
           MOVE PRINT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           WRITE PRINT-LINE
           MOVE PERIOD-FROM-DATE TO PHD-PERIOD-FROM
           MOVE PERIOD-TO-DATE TO PHD-PERIOD-TO
           IF REBILL-REQUESTED THEN
               MOVE 'REBILL' TO PHD-RUN-TYPE
           ELSE
               MOVE SPACES TO PHD-RUN-TYPE
           END-IF
           MOVE PERIOD-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-LINE
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE '  OF WHICH BULK TICKETS' TO TOT-TEXT
           MOVE BULK-WRITE-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE '  OF WHICH BULK UNITS' TO TOT-TEXT
           MOVE BULK-UNITS TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'AUDIT RECORDS OUTSIDE PERIOD' TO TOT-TEXT
           MOVE AUDIT-DROPPED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE CENTRE-COLUMN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING CENTRE-IX FROM 1 BY 1
                   UNTIL CENTRE-IX > CENTRE-TABLE-COUNT
               IF CCT-COST-CENTRE(CENTRE-IX) = SPACES THEN
                   MOVE '(NONE)' TO CDT-COST-CENTRE
               ELSE
                   MOVE CCT-COST-CENTRE(CENTRE-IX) TO CDT-COST-CENTRE
               END-IF
               MOVE CCT-REQUEST-COUNT(CENTRE-IX) TO CDT-REQUEST-ED
               MOVE CCT-UNITS(CENTRE-IX) TO CDT-UNITS-ED
               MOVE CENTRE-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           IF CENTRE-OVERFLOW-COUNT > 0 THEN
               MOVE SPACES TO TOTAL-LINE
               MOVE 'REQUESTS OVER COST CENTRE LIMIT' TO TOT-TEXT
               MOVE CENTRE-OVERFLOW-COUNT TO TOT-COUNT-ED
               MOVE TOTAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE '*** END OF REPORT ***' TO PRINT-LINE
           WRITE PRINT-LINE
           .
       0570-WRITE-REGISTER-ENTRY SECTION.
           MOVE SPACES TO BILL-REGISTER-RECORD
           MOVE PERIOD-FROM-DATE TO BRG-PERIOD-FROM
           MOVE PERIOD-TO-DATE TO BRG-PERIOD-TO
           MOVE RUN-STAMP TO BRG-FEED-STAMP
           IF REBILL-REQUESTED THEN
               MOVE 'REBILL' TO BRG-RUN-TYPE
           ELSE
               MOVE 'BILL' TO BRG-RUN-TYPE
           END-IF
           MOVE DETAIL-WRITE-COUNT TO BRG-REQUEST-COUNT
           MOVE TOTAL-UNITS TO BRG-TOTAL-UNITS
           SET BRG-ACK-PENDING TO TRUE
           WRITE BILL-REGISTER-RECORD
           IF BILL-REG-STATUS > 9 THEN
               DISPLAY 'FBBILL: BILLREG WRITE FAILED, STATUS='
                   BILL-REG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       0600-CLOSE-FILES SECTION.
           IF AUDITLOG-STATUS NOT = 35 THEN
               CLOSE AUDITLOG
           END-IF
           CLOSE BILL-OUT
           CLOSE BILL-REPORT
           CLOSE BILL-REGISTER
           .
       END PROGRAM FBBILL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBACKREC.

      *----------------------------------------------------------*
      *  Billing acknowledgement reconciliation.  Finance returns  *
      *  an ACKIN file for each BILLOUT feed it loads:             *
      *      AHD  the feed's HDR creation date and time, its       *
      *           billing period and the date Finance loaded it    *
      *      ACC  a request id accepted, with its units            *
      *      REJ  a request id rejected, with its units and the    *
      *           reason                                           *
      *      ATL  accepted count and units, rejected count and     *
      *           units                                            *
      *  The ACK is matched against the BILLOUT feed that was      *
      *  sent (HDR/DTL/TRL) and the FBBILL billing period register *
      *  (BILLREG, FBBREGF).  ACKRPT lists every exception:        *
      *      rejected request ids, with the reason given           *
      *      ACK details for request ids not on the feed, twice    *
      *      acknowledged, or with units that differ from the feed *
      *      feed details Finance did not acknowledge              *
      *      control totals that do not agree between the ACK      *
      *      trailer, the ACK details, the BILLOUT trailer and     *
      *      the register                                          *
      *      feeds on the register still without an ACK            *
      *  The register is rewritten to BILLREGN with the feed       *
      *  marked acknowledged - 'A' clean, 'X' with exceptions -    *
      *  and the ACK date; a follow-on job step swaps it in.  An   *
      *  ACK for some other feed, or no ACK at all, leaves the     *
      *  feed pending.  Any exception ends the run RETURN-CODE 8   *
      *  so the scheduler holds the next FBBILL run; RC=16 means   *
      *  the files could not be reconciled at all.                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-OUT ASSIGN TO "BILLOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BILL-OUT-STATUS.

           SELECT ACK-INPUT ASSIGN TO "ACKIN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ACK-IN-STATUS.

           SELECT BILL-REGISTER ASSIGN TO "BILLREG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BILL-REG-STATUS.

           SELECT BILL-REGISTER-NEW ASSIGN TO "BILLREGN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BILL-REG-NEW-STATUS.

           SELECT PRINT-REPORT ASSIGN TO "ACKRPT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILL-OUT.
          01 BILL-HEADER-RECORD.
             05 BHD-RECORD-TYPE    PIC X(4).
             05 BHD-CREATE-DATE    PIC X(8).
             05 BHD-FILLER-1       PIC X.
             05 BHD-SOURCE-SYSTEM  PIC X(8).
             05 BHD-FILLER-2       PIC X.
             05 BHD-PERIOD-FROM    PIC X(8).
             05 BHD-FILLER-3       PIC X.
             05 BHD-PERIOD-TO      PIC X(8).
             05 BHD-FILLER-4       PIC X.
             05 BHD-CREATE-TIME    PIC X(6).
             05 BHD-FILLER-5       PIC X(56).
          01 BILL-DETAIL-RECORD.
             05 BDT-RECORD-TYPE    PIC X(4).
             05 BDT-REQUEST-ID     PIC X(19).
             05 BDT-FILLER-1       PIC X.
             05 BDT-START-NUMBER   PIC 9(20).
             05 BDT-FILLER-2       PIC X.
             05 BDT-END-NUMBER     PIC 9(20).
             05 BDT-FILLER-3       PIC X.
             05 BDT-UNITS          PIC 9(18).
             05 BDT-FILLER-4       PIC X.
             05 BDT-CLIENT-ID      PIC X(8).
             05 BDT-FILLER-5       PIC X.
             05 BDT-COST-CENTRE    PIC X(8).
          01 BILL-TRAILER-RECORD.
             05 BTL-RECORD-TYPE    PIC X(4).
             05 BTL-RECORD-COUNT   PIC 9(9).
             05 BTL-FILLER-1       PIC X.
             05 BTL-TOTAL-UNITS    PIC 9(18).
             05 BTL-FILLER-2       PIC X(70).

       FD ACK-INPUT.
          01 ACK-HEADER-RECORD.
             05 AHD-RECORD-TYPE    PIC X(4).
             05 AHD-FEED-DATE      PIC X(8).
             05 AHD-FILLER-1       PIC X.
             05 AHD-FEED-TIME      PIC X(6).
             05 AHD-FILLER-2       PIC X.
             05 AHD-PERIOD-FROM    PIC X(8).
             05 AHD-FILLER-3       PIC X.
             05 AHD-PERIOD-TO      PIC X(8).
             05 AHD-FILLER-4       PIC X.
             05 AHD-ACK-DATE       PIC X(8).
             05 AHD-ACK-DATE-NUM REDEFINES AHD-ACK-DATE
                                   PIC 9(8).
             05 AHD-FILLER-5       PIC X(34).
          01 ACK-DETAIL-RECORD.
             05 ADT-RECORD-TYPE    PIC X(4).
                88 ADT-ACCEPTED    VALUE 'ACC '.
                88 ADT-REJECTED    VALUE 'REJ '.
             05 ADT-REQUEST-ID     PIC X(19).
             05 ADT-FILLER-1       PIC X.
             05 ADT-UNITS          PIC 9(18).
             05 ADT-FILLER-2       PIC X.
             05 ADT-REASON         PIC X(30).
             05 ADT-FILLER-3       PIC X(7).
          01 ACK-TRAILER-RECORD.
             05 ATL-RECORD-TYPE    PIC X(4).
             05 ATL-ACCEPTED-COUNT PIC 9(9).
             05 ATL-FILLER-1       PIC X.
             05 ATL-ACCEPTED-UNITS PIC 9(18).
             05 ATL-FILLER-2       PIC X.
             05 ATL-REJECTED-COUNT PIC 9(9).
             05 ATL-FILLER-3       PIC X.
             05 ATL-REJECTED-UNITS PIC 9(18).
             05 ATL-FILLER-4       PIC X(19).

       FD BILL-REGISTER.
           COPY FBBREGF     .

       FD BILL-REGISTER-NEW.
          01 BILL-REGISTER-NEW-RECORD PIC X(80).

       FD PRINT-REPORT.
          01 PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 BILL-OUT-STATUS       PIC 99.
       01 ACK-IN-STATUS         PIC 99.
       01 BILL-REG-STATUS       PIC 99.
       01 BILL-REG-NEW-STATUS   PIC 99.
       01 PRINT-STATUS          PIC 99.

       01 INPUT-EOF-FLAG        PIC X VALUE 'N'.
           88 INPUT-EOF         VALUE 'Y'.

      *    The feed that was sent: its stamp (HDR creation date and
      *    time, the key FBBILL put on the register), period and
      *    trailer totals.
       01 FEED-STAMP            PIC X(14) VALUE SPACES.
       01 FEED-PERIOD-FROM      PIC X(8)  VALUE SPACES.
       01 FEED-PERIOD-TO        PIC X(8)  VALUE SPACES.
       01 FEED-TRAILER-FLAG     PIC X VALUE 'N'.
           88 FEED-TRAILER-READ VALUE 'Y'.
       01 FEED-TRAILER-COUNT    PIC 9(9)  VALUE 0.
       01 FEED-TRAILER-UNITS    PIC 9(18) VALUE 0.
       01 FEED-DETAIL-UNITS     PIC 9(18) VALUE 0.

      *    One entry per DTL on the feed, marked off as the ACK
      *    accepts or rejects it.
       01 FEED-TABLE-COUNT      PIC 9(4) VALUE 0.
       01 FEED-TABLE.
          05 FEED-ENTRY OCCURS 5000 TIMES.
             10 FDT-REQUEST-ID     PIC X(19).
             10 FDT-UNITS          PIC 9(18).
             10 FDT-ACK-FLAG       PIC X.
                88 FDT-NOT-ACKED   VALUE SPACE.
                88 FDT-ACCEPTED    VALUE 'A'.
                88 FDT-REJECTED    VALUE 'R'.
       01 FEED-IX               PIC 9(4).
       01 FEED-HIT-IX           PIC 9(4).
       01 FEED-HIT-FLAG         PIC X.
           88 FEED-HIT          VALUE 'Y'.

      *    The ACK as received.
       01 ACK-STAMP             PIC X(14) VALUE SPACES.
       01 ACK-DATE              PIC X(8)  VALUE SPACES.
       01 ACK-STATE             PIC X VALUE 'N'.
           88 ACK-MISSING       VALUE 'N'.
           88 ACK-FOR-FEED      VALUE 'Y'.
           88 ACK-FOR-OTHER     VALUE 'O'.
       01 ACK-TRAILER-FLAG      PIC X VALUE 'N'.
           88 ACK-TRAILER-READ  VALUE 'Y'.
       01 ACK-RECORD-COUNT      PIC 9(9)  VALUE 0.
       01 ACCEPTED-COUNT        PIC 9(9)  VALUE 0.
       01 ACCEPTED-UNITS        PIC 9(18) VALUE 0.
       01 REJECTED-COUNT        PIC 9(9)  VALUE 0.
       01 REJECTED-UNITS        PIC 9(18) VALUE 0.
       01 ACK-TOTAL-COUNT       PIC 9(9)  VALUE 0.
       01 ACK-TOTAL-UNITS       PIC 9(18) VALUE 0.

      *    Exception tallies.  FEED-EXCEPTION-COUNT decides whether
      *    the feed is marked 'A' or 'X' on the register.
       01 FEED-EXCEPTION-COUNT  PIC 9(9) VALUE 0.
       01 UNKNOWN-ID-COUNT      PIC 9(9) VALUE 0.
       01 DUPLICATE-ACK-COUNT   PIC 9(9) VALUE 0.
       01 UNIT-MISMATCH-COUNT   PIC 9(9) VALUE 0.
       01 NOT-ACKED-COUNT       PIC 9(9) VALUE 0.
       01 BAD-ACK-RECORD-COUNT  PIC 9(9) VALUE 0.
       01 TOTAL-MISMATCH-COUNT  PIC 9(9) VALUE 0.
       01 UNACKED-FEED-COUNT    PIC 9(9) VALUE 0.
       01 FEED-ON-REGISTER-FLAG PIC X VALUE 'N'.
           88 FEED-ON-REGISTER  VALUE 'Y'.
       01 REGISTER-READ-COUNT   PIC 9(9) VALUE 0.

      *    Set by the caller of 0900-PRINT-EXCEPTION.
       01 EXC-TYPE              PIC X(24).
       01 EXC-REFERENCE         PIC X(19).
       01 EXC-EXPECTED          PIC 9(18).
       01 EXC-REPORTED          PIC 9(18).
       01 EXC-TEXT              PIC X(40).

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
       01 PAGE-LINE-LIMIT       PIC 9(2) VALUE 55.
       01 RUN-STAMP             PIC X(14).

       01 PAGE-HEADER-LINE.
          05 FILLER             PIC X(34)
             VALUE 'FIZZBUZZ BILLING ACK RECONCILE   '.
          05 FILLER             PIC X(4)  VALUE 'RUN '.
          05 HDR-RUN-DATE       PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 HDR-RUN-TIME       PIC X(6).
          05 FILLER             PIC X(6)  VALUE '  PAGE'.
          05 HDR-PAGE-ED        PIC Z(3)9.
          05 FILLER             PIC X(68) VALUE SPACES.

       01 FEED-HEADER-LINE.
          05 FILLER             PIC X(5)  VALUE 'FEED '.
          05 FHD-FEED-STAMP     PIC X(14).
          05 FILLER             PIC X(16)
             VALUE '  BILLING PERIOD'.
          05 FILLER             PIC X     VALUE SPACE.
          05 FHD-PERIOD-FROM    PIC X(8).
          05 FILLER             PIC X(4)  VALUE ' TO '.
          05 FHD-PERIOD-TO      PIC X(8).
          05 FILLER             PIC X(76) VALUE SPACES.

       01 COLUMN-HEADER-LINE.
          05 FILLER             PIC X(26) VALUE 'EXCEPTION'.
          05 FILLER             PIC X(21) VALUE 'REFERENCE'.
          05 FILLER             PIC X(20)
             VALUE '          EXPECTED  '.
          05 FILLER             PIC X(20)
             VALUE '          REPORTED  '.
          05 FILLER             PIC X(45) VALUE 'DETAIL'.

       01 EXCEPTION-LINE.
          05 EXL-TYPE           PIC X(24).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 EXL-REFERENCE      PIC X(19).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 EXL-EXPECTED-ED    PIC Z(17)9 BLANK WHEN ZERO.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 EXL-REPORTED-ED    PIC Z(17)9 BLANK WHEN ZERO.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 EXL-TEXT           PIC X(40).
          05 FILLER             PIC X(5)  VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-TEXT           PIC X(34).
          05 TOT-COUNT-ED       PIC Z(17)9.
          05 FILLER             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           PERFORM 0100-OPEN-REPORT
           PERFORM 0200-LOAD-FEED
           PERFORM 0300-MATCH-ACKNOWLEDGEMENT
           PERFORM 0400-CHECK-FEED-DETAILS
           PERFORM 0500-UPDATE-REGISTER
           PERFORM 0600-PRINT-TOTALS
           CLOSE PRINT-REPORT
           DISPLAY 'FBACKREC: FEED ' FEED-STAMP
               ' DETAILS=' FEED-TABLE-COUNT
               ' ACCEPTED=' ACCEPTED-COUNT
               ' REJECTED=' REJECTED-COUNT
           DISPLAY 'FBACKREC: FEED EXCEPTIONS=' FEED-EXCEPTION-COUNT
               ' UNACKNOWLEDGED FEEDS=' UNACKED-FEED-COUNT
           IF FEED-EXCEPTION-COUNT > 0
                   OR UNACKED-FEED-COUNT > 0 THEN
               DISPLAY 'FBACKREC: EXCEPTIONS FOUND, HOLD NEXT '
                   'BILLING RUN'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .
       0100-OPEN-REPORT SECTION.
           OPEN OUTPUT PRINT-REPORT
           IF PRINT-STATUS > 9 THEN
               DISPLAY 'FBACKREC: CANNOT OPEN ACKRPT, STATUS='
                   PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *    The feed must start with its HDR.  The details are held
      *    for matching and balanced against the feed's own TRL.
       0200-LOAD-FEED SECTION.
           OPEN INPUT BILL-OUT
           IF BILL-OUT-STATUS > 9 THEN
               DISPLAY 'FBACKREC: CANNOT OPEN BILLOUT, STATUS='
                   BILL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO INPUT-EOF-FLAG
           READ BILL-OUT
               AT END SET INPUT-EOF TO TRUE
           END-READ
           IF INPUT-EOF OR BHD-RECORD-TYPE NOT = 'HDR ' THEN
               DISPLAY 'FBACKREC: BILLOUT HAS NO HDR RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BHD-CREATE-DATE TO FEED-STAMP(1:8)
           MOVE BHD-CREATE-TIME TO FEED-STAMP(9:6)
           MOVE BHD-PERIOD-FROM TO FEED-PERIOD-FROM
           MOVE BHD-PERIOD-TO TO FEED-PERIOD-TO
           PERFORM UNTIL INPUT-EOF
               READ BILL-OUT
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0210-LOAD-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE BILL-OUT
           IF NOT FEED-TRAILER-READ THEN
               MOVE 'FEED TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL COUNT' TO EXC-REFERENCE
               MOVE FEED-TABLE-COUNT TO EXC-EXPECTED
               MOVE 0 TO EXC-REPORTED
               MOVE 'BILLOUT HAS NO TRL RECORD' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
               GO TO 0200Z
           END-IF
           IF FEED-TRAILER-COUNT NOT = FEED-TABLE-COUNT THEN
               MOVE 'FEED TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL COUNT' TO EXC-REFERENCE
               MOVE FEED-TABLE-COUNT TO EXC-EXPECTED
               MOVE FEED-TRAILER-COUNT TO EXC-REPORTED
               MOVE 'BILLOUT TRL VS BILLOUT DETAILS' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           IF FEED-TRAILER-UNITS NOT = FEED-DETAIL-UNITS THEN
               MOVE 'FEED TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL UNITS' TO EXC-REFERENCE
               MOVE FEED-DETAIL-UNITS TO EXC-EXPECTED
               MOVE FEED-TRAILER-UNITS TO EXC-REPORTED
               MOVE 'BILLOUT TRL VS BILLOUT DETAILS' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           .
       0200Z.
           EXIT
           .
       0210-LOAD-FEED-RECORD SECTION.
           EVALUATE BDT-RECORD-TYPE
               WHEN 'DTL '
                   IF FEED-TABLE-COUNT >= 5000 THEN
                       DISPLAY 'FBACKREC: MORE THAN 5000 DETAILS ON '
                           'BILLOUT, CANNOT RECONCILE'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO FEED-TABLE-COUNT
                   MOVE FEED-TABLE-COUNT TO FEED-IX
                   MOVE BDT-REQUEST-ID TO FDT-REQUEST-ID(FEED-IX)
                   MOVE BDT-UNITS TO FDT-UNITS(FEED-IX)
                   SET FDT-NOT-ACKED(FEED-IX) TO TRUE
                   ADD BDT-UNITS TO FEED-DETAIL-UNITS
               WHEN 'TRL '
                   SET FEED-TRAILER-READ TO TRUE
                   MOVE BTL-RECORD-COUNT TO FEED-TRAILER-COUNT
                   MOVE BTL-TOTAL-UNITS TO FEED-TRAILER-UNITS
               WHEN OTHER
                   DISPLAY 'FBACKREC: UNEXPECTED BILLOUT RECORD: '
                       BILL-HEADER-RECORD(1:40)
           END-EVALUATE
           .
      *    An ACK whose AHD names another feed is reported and not
      *    matched; the feed stays unacknowledged.
       0300-MATCH-ACKNOWLEDGEMENT SECTION.
           OPEN INPUT ACK-INPUT
           IF ACK-IN-STATUS = 35 THEN
               DISPLAY 'FBACKREC: NO ACKIN, FEED NOT ACKNOWLEDGED'
               GO TO 0300Z
           END-IF
           IF ACK-IN-STATUS > 9 THEN
               DISPLAY 'FBACKREC: CANNOT OPEN ACKIN, STATUS='
                   ACK-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO INPUT-EOF-FLAG
           READ ACK-INPUT
               AT END SET INPUT-EOF TO TRUE
           END-READ
           IF INPUT-EOF THEN
               DISPLAY 'FBACKREC: ACKIN EMPTY, FEED NOT ACKNOWLEDGED'
               CLOSE ACK-INPUT
               GO TO 0300Z
           END-IF
           IF AHD-RECORD-TYPE NOT = 'AHD ' THEN
               MOVE 'ACK HAS NO HEADER' TO EXC-TYPE
               MOVE SPACES TO EXC-REFERENCE
               MOVE 0 TO EXC-EXPECTED EXC-REPORTED
               MOVE 'ACK NOT MATCHED TO ANY FEED' TO EXC-TEXT
               PERFORM 0900-PRINT-EXCEPTION
               CLOSE ACK-INPUT
               GO TO 0300Z
           END-IF
           MOVE AHD-FEED-DATE TO ACK-STAMP(1:8)
           MOVE AHD-FEED-TIME TO ACK-STAMP(9:6)
           IF ACK-STAMP NOT = FEED-STAMP THEN
               SET ACK-FOR-OTHER TO TRUE
               MOVE 'ACK FOR ANOTHER FEED' TO EXC-TYPE
               MOVE ACK-STAMP TO EXC-REFERENCE
               MOVE 0 TO EXC-EXPECTED EXC-REPORTED
               MOVE 'ACK NOT MATCHED, FEED LEFT PENDING' TO EXC-TEXT
               PERFORM 0900-PRINT-EXCEPTION
               CLOSE ACK-INPUT
               GO TO 0300Z
           END-IF
           SET ACK-FOR-FEED TO TRUE
           IF AHD-ACK-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(AHD-ACK-DATE-NUM)
                       = 0 THEN
               MOVE AHD-ACK-DATE TO ACK-DATE
           ELSE
               MOVE RUN-STAMP(1:8) TO ACK-DATE
           END-IF
           IF AHD-PERIOD-FROM NOT = FEED-PERIOD-FROM
                   OR AHD-PERIOD-TO NOT = FEED-PERIOD-TO THEN
               MOVE 'ACK HEADER MISMATCH' TO EXC-TYPE
               MOVE AHD-PERIOD-FROM TO EXC-REFERENCE
               MOVE AHD-PERIOD-TO TO EXC-REFERENCE(10:8)
               MOVE 0 TO EXC-EXPECTED EXC-REPORTED
               MOVE 'ACK PERIOD DIFFERS FROM FEED PERIOD'
                   TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ ACK-INPUT
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0310-MATCH-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACK-INPUT
           PERFORM 0350-CHECK-ACK-TOTALS
           .
       0300Z.
           EXIT
           .
       0310-MATCH-ACK-RECORD SECTION.
           ADD 1 TO ACK-RECORD-COUNT
           EVALUATE TRUE
               WHEN ATL-RECORD-TYPE = 'ATL '
                   SET ACK-TRAILER-READ TO TRUE
               WHEN (ADT-ACCEPTED OR ADT-REJECTED)
                       AND ADT-UNITS IS NUMERIC
                   PERFORM 0320-MATCH-ACK-DETAIL
               WHEN OTHER
                   ADD 1 TO BAD-ACK-RECORD-COUNT
                   MOVE 'INVALID ACK RECORD' TO EXC-TYPE
                   MOVE ADT-RECORD-TYPE TO EXC-REFERENCE
                   MOVE 0 TO EXC-EXPECTED EXC-REPORTED
                   MOVE ACK-DETAIL-RECORD(5:40) TO EXC-TEXT
                   PERFORM 0900-PRINT-EXCEPTION
                   ADD 1 TO FEED-EXCEPTION-COUNT
           END-EVALUATE
           .
       0320-MATCH-ACK-DETAIL SECTION.
           IF ADT-ACCEPTED THEN
               ADD 1 TO ACCEPTED-COUNT
               ADD ADT-UNITS TO ACCEPTED-UNITS
           ELSE
               ADD 1 TO REJECTED-COUNT
               ADD ADT-UNITS TO REJECTED-UNITS
           END-IF
           PERFORM 0330-FIND-FEED-DETAIL
           IF NOT FEED-HIT THEN
               ADD 1 TO UNKNOWN-ID-COUNT
               MOVE 'REQUEST ID NOT ON FEED' TO EXC-TYPE
               MOVE ADT-REQUEST-ID TO EXC-REFERENCE
               MOVE 0 TO EXC-EXPECTED
               MOVE ADT-UNITS TO EXC-REPORTED
               MOVE ADT-REASON TO EXC-TEXT
               PERFORM 0900-PRINT-EXCEPTION
               ADD 1 TO FEED-EXCEPTION-COUNT
               GO TO 0320Z
           END-IF
           IF NOT FDT-NOT-ACKED(FEED-HIT-IX) THEN
               ADD 1 TO DUPLICATE-ACK-COUNT
               MOVE 'REQUEST ID ACKED TWICE' TO EXC-TYPE
               MOVE ADT-REQUEST-ID TO EXC-REFERENCE
               MOVE FDT-UNITS(FEED-HIT-IX) TO EXC-EXPECTED
               MOVE ADT-UNITS TO EXC-REPORTED
               MOVE ADT-REASON TO EXC-TEXT
               PERFORM 0900-PRINT-EXCEPTION
               ADD 1 TO FEED-EXCEPTION-COUNT
               GO TO 0320Z
           END-IF
           IF ADT-ACCEPTED THEN
               SET FDT-ACCEPTED(FEED-HIT-IX) TO TRUE
           ELSE
               SET FDT-REJECTED(FEED-HIT-IX) TO TRUE
               MOVE 'REQUEST ID REJECTED' TO EXC-TYPE
               MOVE ADT-REQUEST-ID TO EXC-REFERENCE
               MOVE FDT-UNITS(FEED-HIT-IX) TO EXC-EXPECTED
               MOVE ADT-UNITS TO EXC-REPORTED
               MOVE ADT-REASON TO EXC-TEXT
               PERFORM 0900-PRINT-EXCEPTION
               ADD 1 TO FEED-EXCEPTION-COUNT
           END-IF
           IF ADT-UNITS NOT = FDT-UNITS(FEED-HIT-IX) THEN
               ADD 1 TO UNIT-MISMATCH-COUNT
               MOVE 'UNITS DIFFER FROM FEED' TO EXC-TYPE
               MOVE ADT-REQUEST-ID TO EXC-REFERENCE
               MOVE FDT-UNITS(FEED-HIT-IX) TO EXC-EXPECTED
               MOVE ADT-UNITS TO EXC-REPORTED
               MOVE SPACES TO EXC-TEXT
               PERFORM 0900-PRINT-EXCEPTION
               ADD 1 TO FEED-EXCEPTION-COUNT
           END-IF
           .
       0320Z.
           EXIT
           .
       0330-FIND-FEED-DETAIL SECTION.
           MOVE 'N' TO FEED-HIT-FLAG
           MOVE 0 TO FEED-HIT-IX
           PERFORM VARYING FEED-IX FROM 1 BY 1
                   UNTIL FEED-IX > FEED-TABLE-COUNT
                      OR FEED-HIT
               IF FDT-REQUEST-ID(FEED-IX) = ADT-REQUEST-ID THEN
                   MOVE FEED-IX TO FEED-HIT-IX
                   SET FEED-HIT TO TRUE
               END-IF
           END-PERFORM
           .
      *    The ACK trailer must agree with the ACK details, and the
      *    accepted plus rejected totals with the BILLOUT trailer.
       0350-CHECK-ACK-TOTALS SECTION.
           IF NOT ACK-TRAILER-READ THEN
               MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'ACK TRAILER' TO EXC-REFERENCE
               MOVE 0 TO EXC-EXPECTED EXC-REPORTED
               MOVE 'ACK HAS NO ATL RECORD' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           ELSE
               IF ATL-ACCEPTED-COUNT NOT = ACCEPTED-COUNT THEN
                   MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
                   MOVE 'ACCEPTED COUNT' TO EXC-REFERENCE
                   MOVE ACCEPTED-COUNT TO EXC-EXPECTED
                   MOVE ATL-ACCEPTED-COUNT TO EXC-REPORTED
                   MOVE 'ACK ATL VS ACK DETAILS' TO EXC-TEXT
                   PERFORM 0910-COUNT-TOTAL-MISMATCH
               END-IF
               IF ATL-ACCEPTED-UNITS NOT = ACCEPTED-UNITS THEN
                   MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
                   MOVE 'ACCEPTED UNITS' TO EXC-REFERENCE
                   MOVE ACCEPTED-UNITS TO EXC-EXPECTED
                   MOVE ATL-ACCEPTED-UNITS TO EXC-REPORTED
                   MOVE 'ACK ATL VS ACK DETAILS' TO EXC-TEXT
                   PERFORM 0910-COUNT-TOTAL-MISMATCH
               END-IF
               IF ATL-REJECTED-COUNT NOT = REJECTED-COUNT THEN
                   MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
                   MOVE 'REJECTED COUNT' TO EXC-REFERENCE
                   MOVE REJECTED-COUNT TO EXC-EXPECTED
                   MOVE ATL-REJECTED-COUNT TO EXC-REPORTED
                   MOVE 'ACK ATL VS ACK DETAILS' TO EXC-TEXT
                   PERFORM 0910-COUNT-TOTAL-MISMATCH
               END-IF
               IF ATL-REJECTED-UNITS NOT = REJECTED-UNITS THEN
                   MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
                   MOVE 'REJECTED UNITS' TO EXC-REFERENCE
                   MOVE REJECTED-UNITS TO EXC-EXPECTED
                   MOVE ATL-REJECTED-UNITS TO EXC-REPORTED
                   MOVE 'ACK ATL VS ACK DETAILS' TO EXC-TEXT
                   PERFORM 0910-COUNT-TOTAL-MISMATCH
               END-IF
           END-IF
           COMPUTE ACK-TOTAL-COUNT = ACCEPTED-COUNT + REJECTED-COUNT
           COMPUTE ACK-TOTAL-UNITS = ACCEPTED-UNITS + REJECTED-UNITS
           IF ACK-TOTAL-COUNT NOT = FEED-TRAILER-COUNT THEN
               MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL COUNT' TO EXC-REFERENCE
               MOVE FEED-TRAILER-COUNT TO EXC-EXPECTED
               MOVE ACK-TOTAL-COUNT TO EXC-REPORTED
               MOVE 'ACCEPTED + REJECTED VS BILLOUT TRL' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           IF ACK-TOTAL-UNITS NOT = FEED-TRAILER-UNITS THEN
               MOVE 'ACK TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL UNITS' TO EXC-REFERENCE
               MOVE FEED-TRAILER-UNITS TO EXC-EXPECTED
               MOVE ACK-TOTAL-UNITS TO EXC-REPORTED
               MOVE 'ACCEPTED + REJECTED VS BILLOUT TRL' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           .
      *    Once an ACK has been matched, every feed detail it did
      *    not mention is an exception.
       0400-CHECK-FEED-DETAILS SECTION.
           IF NOT ACK-FOR-FEED THEN
               GO TO 0400Z
           END-IF
           PERFORM VARYING FEED-IX FROM 1 BY 1
                   UNTIL FEED-IX > FEED-TABLE-COUNT
               IF FDT-NOT-ACKED(FEED-IX) THEN
                   ADD 1 TO NOT-ACKED-COUNT
                   MOVE 'REQUEST ID NOT ACKED' TO EXC-TYPE
                   MOVE FDT-REQUEST-ID(FEED-IX) TO EXC-REFERENCE
                   MOVE FDT-UNITS(FEED-IX) TO EXC-EXPECTED
                   MOVE 0 TO EXC-REPORTED
                   MOVE SPACES TO EXC-TEXT
                   PERFORM 0900-PRINT-EXCEPTION
                   ADD 1 TO FEED-EXCEPTION-COUNT
               END-IF
           END-PERFORM
           .
       0400Z.
           EXIT
           .
      *    Copies the register to BILLREGN, marking this feed off
      *    when its ACK was matched, and reports every feed still
      *    pending - this one included when no ACK was matched.
       0500-UPDATE-REGISTER SECTION.
           OPEN OUTPUT BILL-REGISTER-NEW
           IF BILL-REG-NEW-STATUS > 9 THEN
               DISPLAY 'FBACKREC: CANNOT OPEN BILLREGN, STATUS='
                   BILL-REG-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BILL-REGISTER
           IF BILL-REG-STATUS > 9 AND BILL-REG-STATUS NOT = 35 THEN
               DISPLAY 'FBACKREC: CANNOT OPEN BILLREG, STATUS='
                   BILL-REG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF BILL-REG-STATUS = 35 THEN
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ BILL-REGISTER
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0510-UPDATE-REGISTER-ENTRY
               END-READ
           END-PERFORM
           IF BILL-REG-STATUS NOT = 35 THEN
               CLOSE BILL-REGISTER
           END-IF
           CLOSE BILL-REGISTER-NEW
           IF NOT FEED-ON-REGISTER THEN
               MOVE 'FEED NOT ON REGISTER' TO EXC-TYPE
               MOVE FEED-STAMP TO EXC-REFERENCE
               MOVE FEED-TRAILER-UNITS TO EXC-EXPECTED
               MOVE 0 TO EXC-REPORTED
               MOVE 'NOT BILLED BY FBBILL WITH A REGISTER'
                   TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           .
       0510-UPDATE-REGISTER-ENTRY SECTION.
           ADD 1 TO REGISTER-READ-COUNT
           IF BRG-FEED-STAMP = FEED-STAMP THEN
               SET FEED-ON-REGISTER TO TRUE
               PERFORM 0520-CHECK-REGISTER-TOTALS
               IF ACK-FOR-FEED THEN
                   IF FEED-EXCEPTION-COUNT = 0 THEN
                       SET BRG-ACK-CLEAN TO TRUE
                   ELSE
                       SET BRG-ACK-EXCEPT TO TRUE
                   END-IF
                   MOVE ACK-DATE TO BRG-ACK-DATE
               END-IF
           END-IF
           IF BRG-ACK-PENDING THEN
               ADD 1 TO UNACKED-FEED-COUNT
               MOVE 'UNACKNOWLEDGED FEED' TO EXC-TYPE
               MOVE BRG-FEED-STAMP TO EXC-REFERENCE
               MOVE BRG-TOTAL-UNITS TO EXC-EXPECTED
               MOVE 0 TO EXC-REPORTED
               MOVE SPACES TO EXC-TEXT
               STRING 'PERIOD ' BRG-PERIOD-FROM ' TO ' BRG-PERIOD-TO
                   ' ' BRG-RUN-TYPE
                   DELIMITED BY SIZE INTO EXC-TEXT
               END-STRING
               PERFORM 0900-PRINT-EXCEPTION
           END-IF
           MOVE BILL-REGISTER-RECORD TO BILL-REGISTER-NEW-RECORD
           WRITE BILL-REGISTER-NEW-RECORD
           .
       0520-CHECK-REGISTER-TOTALS SECTION.
           IF BRG-REQUEST-COUNT NOT = FEED-TRAILER-COUNT THEN
               MOVE 'REGISTER TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL COUNT' TO EXC-REFERENCE
               MOVE FEED-TRAILER-COUNT TO EXC-EXPECTED
               MOVE BRG-REQUEST-COUNT TO EXC-REPORTED
               MOVE 'REGISTER VS BILLOUT TRL' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           IF BRG-TOTAL-UNITS NOT = FEED-TRAILER-UNITS THEN
               MOVE 'REGISTER TOTAL MISMATCH' TO EXC-TYPE
               MOVE 'DETAIL UNITS' TO EXC-REFERENCE
               MOVE FEED-TRAILER-UNITS TO EXC-EXPECTED
               MOVE BRG-TOTAL-UNITS TO EXC-REPORTED
               MOVE 'REGISTER VS BILLOUT TRL' TO EXC-TEXT
               PERFORM 0910-COUNT-TOTAL-MISMATCH
           END-IF
           .
       0600-PRINT-TOTALS SECTION.
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM 0950-PRINT-PAGE-HEADER
           MOVE SPACES TO TOTAL-LINE
           EVALUATE TRUE
               WHEN ACK-FOR-FEED
                   MOVE 'ACK MATCHED TO FEED' TO PRINT-LINE
               WHEN ACK-FOR-OTHER
                   MOVE 'ACK IS FOR ANOTHER FEED - NOT ACKNOWLEDGED'
                       TO PRINT-LINE
               WHEN OTHER
                   MOVE 'NO ACK RECEIVED - FEED NOT ACKNOWLEDGED'
                       TO PRINT-LINE
           END-EVALUATE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'FEED DETAILS SENT' TO TOT-TEXT
           MOVE FEED-TABLE-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'FEED UNITS SENT' TO TOT-TEXT
           MOVE FEED-DETAIL-UNITS TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'DETAILS ACCEPTED' TO TOT-TEXT
           MOVE ACCEPTED-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'UNITS ACCEPTED' TO TOT-TEXT
           MOVE ACCEPTED-UNITS TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'DETAILS REJECTED' TO TOT-TEXT
           MOVE REJECTED-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'UNITS REJECTED' TO TOT-TEXT
           MOVE REJECTED-UNITS TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'DETAILS NOT ACKNOWLEDGED' TO TOT-TEXT
           MOVE NOT-ACKED-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'ACK IDS NOT ON FEED' TO TOT-TEXT
           MOVE UNKNOWN-ID-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'ACK IDS ACKNOWLEDGED TWICE' TO TOT-TEXT
           MOVE DUPLICATE-ACK-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'ACK UNITS DIFFERING FROM FEED' TO TOT-TEXT
           MOVE UNIT-MISMATCH-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'INVALID ACK RECORDS' TO TOT-TEXT
           MOVE BAD-ACK-RECORD-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'CONTROL TOTAL MISMATCHES' TO TOT-TEXT
           MOVE TOTAL-MISMATCH-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'UNACKNOWLEDGED FEEDS ON REGISTER' TO TOT-TEXT
           MOVE UNACKED-FEED-COUNT TO TOT-COUNT-ED
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF FEED-EXCEPTION-COUNT > 0
                   OR UNACKED-FEED-COUNT > 0 THEN
               MOVE 'EXCEPTIONS FOUND - HOLD THE NEXT BILLING RUN'
                   TO PRINT-LINE
           ELSE
               MOVE 'FEED ACKNOWLEDGED IN FULL' TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE '*** END OF REPORT ***' TO PRINT-LINE
           WRITE PRINT-LINE
           .
       0610-PRINT-TOTAL-LINE SECTION.
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           .
       0900-PRINT-EXCEPTION SECTION.
           IF PAGE-LINE-COUNT >= PAGE-LINE-LIMIT THEN
               PERFORM 0950-PRINT-PAGE-HEADER
               MOVE COLUMN-HEADER-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 2 TO PAGE-LINE-COUNT
           END-IF
           MOVE EXC-TYPE TO EXL-TYPE
           MOVE EXC-REFERENCE TO EXL-REFERENCE
           MOVE EXC-EXPECTED TO EXL-EXPECTED-ED
           MOVE EXC-REPORTED TO EXL-REPORTED-ED
           MOVE EXC-TEXT TO EXL-TEXT
           MOVE EXCEPTION-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           .
       0910-COUNT-TOTAL-MISMATCH SECTION.
           ADD 1 TO TOTAL-MISMATCH-COUNT
           ADD 1 TO FEED-EXCEPTION-COUNT
           PERFORM 0900-PRINT-EXCEPTION
           .
       0950-PRINT-PAGE-HEADER SECTION.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-STAMP(1:8) TO HDR-RUN-DATE
           MOVE RUN-STAMP(9:6) TO HDR-RUN-TIME
           MOVE PAGE-NUMBER TO HDR-PAGE-ED
           MOVE PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE FEED-STAMP TO FHD-FEED-STAMP
           MOVE FEED-PERIOD-FROM TO FHD-PERIOD-FROM
           MOVE FEED-PERIOD-TO TO FHD-PERIOD-TO
           MOVE FEED-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 3 TO PAGE-LINE-COUNT
           .
       END PROGRAM FBACKREC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBERASE.

      *----------------------------------------------------------*
      *  Member erasure.  ERASEIN carries one request per line:    *
      *  the account number (10 digits) and the date the member's  *
      *  erasure request was received (YYYYMMDD).  For every       *
      *  request that can be honoured the member is erased from    *
      *  the membership files:                                     *
      *      MASTIN   record dropped; MASTNEW is written with a    *
      *               fresh HDR and a TRL whose record count and   *
      *               hash total are rebalanced                    *
      *      MASTOUT  MST-MEMBER-NAME masked in every retained     *
      *               FIZZBUZZ.MASTER.ENRICHED generation: (0) on  *
      *               MASTOUT/MOUTNEW, (-1) on MASTOUT1/MOUTNEW1,  *
      *               (-2) on MASTOUT2/MOUTNEW2                    *
      *      DELTA    DLT-MEMBER-NAME masked in every retained     *
      *               FIZZBUZZ.MASTER.DELTA generation: (0), (-1)  *
      *               and (-2) on DELTA0/DLTNEW0 to DELTA2/DLTNEW2 *
      *      MASTREJ  MST-MEMBER-NAME masked (MREJNEW)             *
      *      TRANREJ  TRN-MEMBER-NAME masked (TREJNEW)             *
      *      MSTAUD   holds no name; an ERASE row is appended so   *
      *               the trail shows what happened to the account *
      *  Account numbers and the records themselves are kept, so   *
      *  the retained files still show that changes were made.     *
      *  Follow-on job steps swap the NEW files in.  Both GDGs are *
      *  kept to three generations (GENERATION-LIMIT); one that    *
      *  cannot be found is reported NOT RETAINED.                 *
      *                                                            *
      *  A request is refused, reported, and nothing is erased     *
      *  for it when the card is invalid or repeats an account,    *
      *  when FBMSTUPD transactions for the account are still      *
      *  waiting on TRANIN (the erasure would be undone by them),  *
      *  or when the account is not on MASTIN.  Every request,     *
      *  honoured or not, is appended to the permanent ERASEREG    *
      *  register with the record counts, and the ERASERPT         *
      *  certificate lists each account, each file touched and     *
      *  the records changed, for the data-protection officer's    *
      *  signature.  Refused requests end the run with             *
      *  RETURN-CODE 4 so the erasures that were made still get    *
      *  swapped in; a MASTIN control-total failure abends with    *
      *  RC=16 before anything is written.                         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-INPUT ASSIGN TO "ERASEIN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ERASE-IN-STATUS.

           SELECT TRAN-INPUT ASSIGN TO "TRANIN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRAN-IN-STATUS.

           SELECT MASTER-INPUT ASSIGN TO "MASTIN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-IN-STATUS.

           SELECT MASTER-NEW ASSIGN TO "MASTNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-NEW-STATUS.

           SELECT ENRICHED-INPUT ASSIGN TO "MASTOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-IN-STATUS.

           SELECT ENRICHED-NEW ASSIGN TO "MOUTNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-NEW-STATUS.

           SELECT ENRICHED-INPUT-1 ASSIGN TO "MASTOUT1"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-IN-1-STATUS.

           SELECT ENRICHED-NEW-1 ASSIGN TO "MOUTNEW1"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-NEW-1-STATUS.

           SELECT ENRICHED-INPUT-2 ASSIGN TO "MASTOUT2"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-IN-2-STATUS.

           SELECT ENRICHED-NEW-2 ASSIGN TO "MOUTNEW2"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ENRICHED-NEW-2-STATUS.

           SELECT DELTA-INPUT-0 ASSIGN TO "DELTA0"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-IN-0-STATUS.

           SELECT DELTA-NEW-0 ASSIGN TO "DLTNEW0"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-NEW-0-STATUS.

           SELECT DELTA-INPUT-1 ASSIGN TO "DELTA1"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-IN-1-STATUS.

           SELECT DELTA-NEW-1 ASSIGN TO "DLTNEW1"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-NEW-1-STATUS.

           SELECT DELTA-INPUT-2 ASSIGN TO "DELTA2"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-IN-2-STATUS.

           SELECT DELTA-NEW-2 ASSIGN TO "DLTNEW2"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DELTA-NEW-2-STATUS.

           SELECT MASTER-REJECTS ASSIGN TO "MASTREJ"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-REJ-STATUS.

           SELECT MASTER-REJ-NEW ASSIGN TO "MREJNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-REJ-NEW-STATUS.

           SELECT TRAN-REJECTS ASSIGN TO "TRANREJ"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRAN-REJ-STATUS.

           SELECT TRAN-REJ-NEW ASSIGN TO "TREJNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRAN-REJ-NEW-STATUS.

           SELECT MASTER-AUDIT ASSIGN TO "MSTAUD"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MASTER-AUD-STATUS.

           SELECT ERASE-REGISTER ASSIGN TO "ERASEREG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ERASE-REG-STATUS.

           SELECT PRINT-REPORT ASSIGN TO "ERASERPT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERASE-INPUT.
          01 ERASE-REQUEST-RECORD.
             05 ERQ-ACCOUNT-NUMBER PIC X(10).
             05 ERQ-FILLER-1       PIC X.
             05 ERQ-REQUEST-DATE   PIC X(8).
             05 ERQ-FILLER-2       PIC X(61).

       FD TRAN-INPUT.
          01 TRAN-RECORD.
             05 TRN-ACTION         PIC X.
             05 TRN-FILLER-1       PIC X.
             05 TRN-ACCOUNT-NUMBER PIC X(10).
             05 TRN-FILLER-2       PIC X(70).

       FD MASTER-INPUT.
           COPY FBMAST      .

       FD MASTER-NEW.
          01 MASTER-NEW-RECORD     PIC X(80).

       FD ENRICHED-INPUT.
          01 ENRICHED-RECORD.
             05 ENR-ACCOUNT-NUMBER PIC X(10).
             05 ENR-MEMBER-NAME    PIC X(30).
             05 ENR-FILLER-1       PIC X(61).

       FD ENRICHED-NEW.
          01 ENRICHED-NEW-RECORD   PIC X(101).

       FD ENRICHED-INPUT-1.
          01 ENRICHED-RECORD-1     PIC X(101).

       FD ENRICHED-NEW-1.
          01 ENRICHED-NEW-RECORD-1 PIC X(101).

       FD ENRICHED-INPUT-2.
          01 ENRICHED-RECORD-2     PIC X(101).

       FD ENRICHED-NEW-2.
          01 ENRICHED-NEW-RECORD-2 PIC X(101).

       FD DELTA-INPUT-0.
          01 DELTA-RECORD-0        PIC X(137).

       FD DELTA-NEW-0.
          01 DELTA-NEW-RECORD-0    PIC X(137).

       FD DELTA-INPUT-1.
          01 DELTA-RECORD-1        PIC X(137).

       FD DELTA-NEW-1.
          01 DELTA-NEW-RECORD-1    PIC X(137).

       FD DELTA-INPUT-2.
          01 DELTA-RECORD-2        PIC X(137).

       FD DELTA-NEW-2.
          01 DELTA-NEW-RECORD-2    PIC X(137).

       FD MASTER-REJECTS.
          01 MASTER-REJECT-RECORD.
             05 MRJ-ACCOUNT-NUMBER PIC X(10).
             05 MRJ-MEMBER-NAME    PIC X(30).
             05 MRJ-FILLER-1       PIC X(65).

       FD MASTER-REJ-NEW.
          01 MASTER-REJ-NEW-RECORD PIC X(105).

       FD TRAN-REJECTS.
          01 TRAN-REJECT-RECORD.
             05 TRJ-ACTION         PIC X.
             05 TRJ-FILLER-1       PIC X.
             05 TRJ-ACCOUNT-NUMBER PIC X(10).
             05 TRJ-MEMBER-NAME    PIC X(30).
             05 TRJ-FILLER-2       PIC X(65).

       FD TRAN-REJ-NEW.
          01 TRAN-REJ-NEW-RECORD   PIC X(107).

       FD MASTER-AUDIT.
          01 MASTER-AUDIT-RECORD.
             05 MAU-TIMESTAMP      PIC X(14).
             05 MAU-FILLER-1       PIC X.
             05 MAU-ACTION         PIC X(10).
             05 MAU-FILLER-2       PIC X.
             05 MAU-ACCOUNT-NUMBER PIC X(10).

      *    One row per request, kept for good: what was asked,
      *    what was done, and how many records each file lost or
      *    had masked.  No member name is ever written here.
       FD ERASE-REGISTER.
          01 ERASE-REGISTER-RECORD.
             05 ERG-TIMESTAMP      PIC X(14).
             05 ERG-FILLER-1       PIC X.
             05 ERG-ACCOUNT-NUMBER PIC X(10).
             05 ERG-FILLER-2       PIC X.
             05 ERG-REQUEST-DATE   PIC X(8).
             05 ERG-FILLER-3       PIC X.
             05 ERG-OUTCOME        PIC X(20).
             05 ERG-FILLER-4       PIC X.
             05 ERG-MASTIN-COUNT   PIC 9(5).
             05 ERG-FILLER-5       PIC X.
             05 ERG-MASTOUT-COUNT  PIC 9(5).
             05 ERG-FILLER-6       PIC X.
             05 ERG-MASTREJ-COUNT  PIC 9(5).
             05 ERG-FILLER-7       PIC X.
             05 ERG-TRANREJ-COUNT  PIC 9(5).
             05 ERG-FILLER-8       PIC X.
             05 ERG-MSTAUD-COUNT   PIC 9(5).
             05 ERG-FILLER-9       PIC X.
             05 ERG-DELTA-COUNT    PIC 9(5).

       FD PRINT-REPORT.
          01 PRINT-LINE            PIC X(132).

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBMCTL      .
            COPY FBRUNW      .
       01 ERASE-IN-STATUS       PIC 99.
       01 TRAN-IN-STATUS        PIC 99.
       01 MASTER-IN-STATUS      PIC 99.
       01 MASTER-NEW-STATUS     PIC 99.
       01 ENRICHED-IN-STATUS    PIC 99.
       01 ENRICHED-NEW-STATUS   PIC 99.
       01 ENRICHED-IN-1-STATUS  PIC 99.
       01 ENRICHED-NEW-1-STATUS PIC 99.
       01 ENRICHED-IN-2-STATUS  PIC 99.
       01 ENRICHED-NEW-2-STATUS PIC 99.
       01 DELTA-IN-0-STATUS     PIC 99.
       01 DELTA-NEW-0-STATUS    PIC 99.
       01 DELTA-IN-1-STATUS     PIC 99.
       01 DELTA-NEW-1-STATUS    PIC 99.
       01 DELTA-IN-2-STATUS     PIC 99.
       01 DELTA-NEW-2-STATUS    PIC 99.
       01 MASTER-REJ-STATUS     PIC 99.
       01 MASTER-REJ-NEW-STATUS PIC 99.
       01 TRAN-REJ-STATUS       PIC 99.
       01 TRAN-REJ-NEW-STATUS   PIC 99.
       01 MASTER-AUD-STATUS     PIC 99.
       01 ERASE-REG-STATUS      PIC 99.
       01 PRINT-STATUS          PIC 99.

       01 INPUT-EOF-FLAG        PIC X VALUE 'N'.
           88 INPUT-EOF         VALUE 'Y'.
       01 MASTER-INPUT-EOF-FLAG PIC X VALUE 'N'.
           88 MASTER-INPUT-EOF  VALUE 'Y'.

      *    One MASTOUT or DELTA record being masked.  Generation
      *    1 is (0), 2 is (-1) and 3 is (-2).
       01 ENRICHED-WORK.
          05 ENW-ACCOUNT-NUMBER PIC X(10).
          05 ENW-MEMBER-NAME    PIC X(30).
          05 ENW-FILLER-1       PIC X(61).
            COPY FBMDLTF     .
       01 GENERATION-LIMIT      PIC 9 VALUE 3.
       01 GENERATION-IX         PIC 9.
       01 GENERATION-SUFFIX-DATA.
          05 FILLER             PIC X(4) VALUE '(0)'.
          05 FILLER             PIC X(4) VALUE '(-1)'.
          05 FILLER             PIC X(4) VALUE '(-2)'.
       01 GENERATION-SUFFIX-TABLE REDEFINES GENERATION-SUFFIX-DATA.
          05 GENERATION-SUFFIX  OCCURS 3 TIMES PIC X(4).
       01 GENERATION-STATE.
          05 MASTOUT-GEN-FLAG   OCCURS 3 TIMES PIC X.
          05 DELTA-GEN-FLAG     OCCURS 3 TIMES PIC X.
       01 REGISTER-MASTOUT-COUNT PIC 9(5).
       01 REGISTER-DELTA-COUNT  PIC 9(5).

      *    Control totals for the MASTNEW file being written.
       01 OUT-CONTROL-COUNT     PIC 9(9)  VALUE 0.
       01 OUT-CONTROL-HASH      PIC 9(18) VALUE 0.

      *    The requests, held for the whole run.  Only ACTIVE
      *    entries (valid and not a repeat) take part in matching;
      *    ERT-ERASE marks the ones actually being erased.
       01 REQUEST-TABLE-COUNT   PIC 9(4) VALUE 0.
       01 REQUEST-TABLE.
          05 REQUEST-ENTRY OCCURS 1000 TIMES.
             10 ERT-ACCOUNT-NUMBER PIC X(10).
             10 ERT-REQUEST-DATE   PIC X(8).
             10 ERT-REQUEST-NUM REDEFINES ERT-REQUEST-DATE
                                   PIC 9(8).
             10 ERT-OUTCOME        PIC X(20).
             10 ERT-STATE          PIC X.
                88 ERT-ACTIVE      VALUE 'A'.
                88 ERT-SKIPPED     VALUE 'S'.
             10 ERT-FOUND-FLAG     PIC X.
                88 ERT-FOUND       VALUE 'Y'.
             10 ERT-PENDING-FLAG   PIC X.
                88 ERT-PENDING     VALUE 'Y'.
             10 ERT-ERASE-FLAG     PIC X.
                88 ERT-ERASE       VALUE 'Y'.
             10 ERT-MASTIN-COUNT   PIC 9(5).
             10 ERT-MASTOUT-COUNT  OCCURS 3 TIMES PIC 9(5).
             10 ERT-DELTA-COUNT    OCCURS 3 TIMES PIC 9(5).
             10 ERT-MASTREJ-COUNT  PIC 9(5).
             10 ERT-TRANREJ-COUNT  PIC 9(5).
             10 ERT-MSTAUD-COUNT   PIC 9(5).
       01 REQUEST-IX            PIC 9(4).
       01 LOAD-IX               PIC 9(4).
       01 REQUEST-HIT-IX        PIC 9(4).
       01 REQUEST-HIT-FLAG      PIC X.
           88 REQUEST-HIT       VALUE 'Y'.
       01 LOOKUP-ACCOUNT        PIC X(10).
       01 TODAY-DATE            PIC X(8).

       01 REQUEST-READ-COUNT    PIC 9(9) VALUE 0.
       01 ERASED-COUNT          PIC 9(9) VALUE 0.
       01 REFUSED-COUNT         PIC 9(9) VALUE 0.
       01 MASTER-READ-COUNT     PIC 9(9) VALUE 0.
       01 MASTER-WRITE-COUNT    PIC 9(9) VALUE 0.
       01 RECORDS-CHANGED-COUNT PIC 9(9) VALUE 0.

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
       01 PAGE-LINE-LIMIT       PIC 9(2) VALUE 55.
       01 RUN-STAMP             PIC X(14).

       01 PAGE-HEADER-LINE.
          05 FILLER             PIC X(34)
             VALUE 'MEMBER ERASURE CERTIFICATE       '.
          05 FILLER             PIC X(4)  VALUE 'RUN '.
          05 HDR-RUN-DATE       PIC X(8).
          05 FILLER             PIC X     VALUE SPACE.
          05 HDR-RUN-TIME       PIC X(6).
          05 FILLER             PIC X(6)  VALUE '  PAGE'.
          05 HDR-PAGE-ED        PIC Z(3)9.
          05 FILLER             PIC X(68) VALUE SPACES.

       01 ACCOUNT-LINE.
          05 FILLER             PIC X(8)  VALUE 'ACCOUNT '.
          05 ACL-ACCOUNT-NUMBER PIC X(10).
          05 FILLER             PIC X(12) VALUE '  REQUESTED '.
          05 ACL-REQUEST-DATE   PIC X(8).
          05 FILLER             PIC X(10) VALUE '  OUTCOME '.
          05 ACL-OUTCOME        PIC X(20).
          05 FILLER             PIC X(64) VALUE SPACES.

       01 FILE-LINE.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FLN-FILE           PIC X(12).
          05 FLN-ACTION         PIC X(20).
          05 FLN-COUNT-ED       PIC Z(8)9.
          05 FILLER             PIC X(87) VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-TEXT           PIC X(34).
          05 TOT-COUNT-ED       PIC Z(8)9.
          05 FILLER             PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBERASE' TO RUN-LEDGER-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO TODAY-DATE
           PERFORM 0100-LOAD-REQUESTS
           PERFORM 0150-CHECK-PENDING-TRANS
           PERFORM 0200-VERIFY-MASTER
           PERFORM 0300-DECIDE-OUTCOMES
           PERFORM 0400-REWRITE-MASTER
           MOVE SPACES TO GENERATION-STATE
           PERFORM 0500-MASK-ENRICHED
           PERFORM 0502-MASK-ENRICHED-1
           PERFORM 0504-MASK-ENRICHED-2
           PERFORM 0560-MASK-DELTA-0
           PERFORM 0562-MASK-DELTA-1
           PERFORM 0564-MASK-DELTA-2
           PERFORM 0520-MASK-MASTER-REJECTS
           PERFORM 0540-MASK-TRAN-REJECTS
           PERFORM 0600-UPDATE-AUDIT-TRAIL
           PERFORM 0700-WRITE-REGISTER
           PERFORM 0800-PRINT-CERTIFICATE
           DISPLAY 'FBERASE: REQUESTS=' REQUEST-READ-COUNT
               ' ERASED=' ERASED-COUNT
               ' REFUSED=' REFUSED-COUNT
           DISPLAY 'FBERASE: MASTER READ=' MASTER-READ-COUNT
               ' WRITTEN=' MASTER-WRITE-COUNT
               ' RECORDS CHANGED=' RECORDS-CHANGED-COUNT
           IF REFUSED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE REQUEST-READ-COUNT TO RUN-LEDGER-READ
           MOVE ERASED-COUNT TO RUN-LEDGER-WRITTEN
           MOVE REFUSED-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
      *    Requests are edited as they are loaded: the account
      *    must be ten digits and non-zero, the request date a
      *    real date no later than today, and an account may be
      *    asked for only once per run.
       0100-LOAD-REQUESTS SECTION.
           OPEN INPUT ERASE-INPUT
           IF ERASE-IN-STATUS = 35 THEN
               DISPLAY 'FBERASE: NO ERASEIN, NO REQUESTS TO PROCESS'
               GO TO 0100Z
           END-IF
           IF ERASE-IN-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN ERASEIN, STATUS='
                   ERASE-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO INPUT-EOF-FLAG
           PERFORM UNTIL INPUT-EOF
               READ ERASE-INPUT
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       IF ERASE-REQUEST-RECORD NOT = SPACES THEN
                           PERFORM 0110-ADD-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASE-INPUT
           .
       0100Z.
           EXIT
           .
       0110-ADD-REQUEST SECTION.
           ADD 1 TO REQUEST-READ-COUNT
           IF REQUEST-TABLE-COUNT >= 1000 THEN
               DISPLAY 'FBERASE: MORE THAN 1000 REQUESTS, '
                   'SPLIT ERASEIN AND RERUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO REQUEST-TABLE-COUNT
           MOVE REQUEST-TABLE-COUNT TO LOAD-IX
           MOVE ERQ-ACCOUNT-NUMBER TO ERT-ACCOUNT-NUMBER(LOAD-IX)
           MOVE ERQ-REQUEST-DATE TO ERT-REQUEST-DATE(LOAD-IX)
           MOVE SPACES TO ERT-OUTCOME(LOAD-IX)
           MOVE 'N' TO ERT-FOUND-FLAG(LOAD-IX)
           MOVE 'N' TO ERT-PENDING-FLAG(LOAD-IX)
           MOVE 'N' TO ERT-ERASE-FLAG(LOAD-IX)
           MOVE 0 TO ERT-MASTIN-COUNT(LOAD-IX)
           PERFORM VARYING GENERATION-IX FROM 1 BY 1
                   UNTIL GENERATION-IX > GENERATION-LIMIT
               MOVE 0 TO ERT-MASTOUT-COUNT(LOAD-IX GENERATION-IX)
               MOVE 0 TO ERT-DELTA-COUNT(LOAD-IX GENERATION-IX)
           END-PERFORM
           MOVE 0 TO ERT-MASTREJ-COUNT(LOAD-IX)
           MOVE 0 TO ERT-TRANREJ-COUNT(LOAD-IX)
           MOVE 0 TO ERT-MSTAUD-COUNT(LOAD-IX)
           SET ERT-SKIPPED(LOAD-IX) TO TRUE
           IF ERQ-ACCOUNT-NUMBER IS NOT NUMERIC
                   OR ERQ-ACCOUNT-NUMBER = ZEROES THEN
               MOVE 'INVALID ACCOUNT' TO ERT-OUTCOME(LOAD-IX)
               GO TO 0110Z
           END-IF
           IF ERQ-REQUEST-DATE IS NOT NUMERIC THEN
               MOVE 'INVALID REQUEST DATE' TO ERT-OUTCOME(LOAD-IX)
               GO TO 0110Z
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(ERT-REQUEST-NUM(LOAD-IX))
                   NOT = 0
                   OR ERQ-REQUEST-DATE > TODAY-DATE THEN
               MOVE 'INVALID REQUEST DATE' TO ERT-OUTCOME(LOAD-IX)
               GO TO 0110Z
           END-IF
           MOVE ERQ-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
           PERFORM 0900-FIND-REQUEST
           IF REQUEST-HIT THEN
               MOVE 'DUPLICATE REQUEST' TO ERT-OUTCOME(LOAD-IX)
               GO TO 0110Z
           END-IF
           SET ERT-ACTIVE(LOAD-IX) TO TRUE
           .
       0110Z.
           EXIT
           .
      *    Any transaction still waiting for FBMSTUPD blocks the
      *    erasure: an ADD or CHANGE would bring the member back.
       0150-CHECK-PENDING-TRANS SECTION.
           OPEN INPUT TRAN-INPUT
           IF TRAN-IN-STATUS = 35 THEN
               GO TO 0150Z
           END-IF
           IF TRAN-IN-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN TRANIN, STATUS='
                   TRAN-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO INPUT-EOF-FLAG
           PERFORM UNTIL INPUT-EOF
               READ TRAN-INPUT
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       MOVE TRN-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
                       PERFORM 0900-FIND-REQUEST
                       IF REQUEST-HIT THEN
                           SET ERT-PENDING(REQUEST-HIT-IX) TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-INPUT
           .
       0150Z.
           EXIT
           .
      *    Verification pass over MASTIN, the same check FIZZMAST
      *    and FBMSTUPD make: header first, trailer last, and the
      *    trailer's record count and hash total must match what
      *    was read.  Any mismatch abends the run before anything
      *    is written.  The pass also notes which requested
      *    accounts are on the master.
       0200-VERIFY-MASTER SECTION.
           OPEN INPUT MASTER-INPUT
           IF MASTER-IN-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MASTIN, STATUS='
                   MASTER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO MCT-WORK-COUNT
           MOVE 0 TO MCT-WORK-HASH
           MOVE 'N' TO MCT-HEADER-SEEN-FLAG
           MOVE 'N' TO MCT-TRAILER-SEEN-FLAG
           MOVE 'N' TO MASTER-INPUT-EOF-FLAG
           PERFORM 0210-READ-NEXT-MASTER
           IF MASTER-INPUT-EOF THEN
               DISPLAY 'FBERASE: MASTIN IS EMPTY, NO HEADER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE MASTER-RECORD TO MASTER-CONTROL-AREA
           IF NOT MCT-HEADER THEN
               DISPLAY 'FBERASE: MASTIN HEADER RECORD MISSING'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'FBERASE: MASTIN CREATED ' MCT-CREATE-DATE
               ' BY ' MCT-SOURCE-SYSTEM
           PERFORM 0210-READ-NEXT-MASTER
           PERFORM UNTIL MASTER-INPUT-EOF OR MCT-TRAILER-SEEN
               MOVE MASTER-RECORD TO MASTER-CONTROL-AREA
               IF MCT-TRAILER THEN
                   SET MCT-TRAILER-SEEN TO TRUE
               ELSE
                   ADD 1 TO MCT-WORK-COUNT
                   IF MST-ACCOUNT-NUMBER IS NUMERIC THEN
                       COMPUTE MCT-WORK-HASH = FUNCTION MOD(
                           MCT-WORK-HASH
                           + FUNCTION NUMVAL(MST-ACCOUNT-NUMBER)
                           1000000000000000000)
                   END-IF
                   MOVE MST-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
                   PERFORM 0900-FIND-REQUEST
                   IF REQUEST-HIT THEN
                       SET ERT-FOUND(REQUEST-HIT-IX) TO TRUE
                   END-IF
                   PERFORM 0210-READ-NEXT-MASTER
               END-IF
           END-PERFORM
           IF NOT MCT-TRAILER-SEEN THEN
               DISPLAY 'FBERASE: MASTIN TRAILER RECORD MISSING, '
                   'FEED MAY BE TRUNCATED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF MCT-RECORD-COUNT NOT NUMERIC
                   OR MCT-HASH-TOTAL NOT NUMERIC THEN
               DISPLAY 'FBERASE: MASTIN TRAILER NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF MCT-WORK-COUNT NOT = MCT-RECORD-COUNT THEN
               DISPLAY 'FBERASE: MASTIN RECORD COUNT MISMATCH, '
                   'TRAILER=' MCT-RECORD-COUNT
                   ' READ=' MCT-WORK-COUNT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF MCT-WORK-HASH NOT = MCT-HASH-TOTAL THEN
               DISPLAY 'FBERASE: MASTIN HASH TOTAL MISMATCH, '
                   'TRAILER=' MCT-HASH-TOTAL
                   ' COMPUTED=' MCT-WORK-HASH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0210-READ-NEXT-MASTER
           IF NOT MASTER-INPUT-EOF THEN
               DISPLAY 'FBERASE: MASTIN RECORDS AFTER TRAILER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE MASTER-INPUT
           .
       0210-READ-NEXT-MASTER SECTION.
           READ MASTER-INPUT
               AT END SET MASTER-INPUT-EOF TO TRUE
           END-READ
           .
      *    Pending transactions outrank not-found: an ADD waiting
      *    for FBMSTUPD is exactly the case that must be held.
       0300-DECIDE-OUTCOMES SECTION.
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-TABLE-COUNT
               EVALUATE TRUE
                   WHEN ERT-SKIPPED(REQUEST-IX)
                       ADD 1 TO REFUSED-COUNT
                   WHEN ERT-PENDING(REQUEST-IX)
                       MOVE 'PENDING TRANSACTIONS'
                           TO ERT-OUTCOME(REQUEST-IX)
                       ADD 1 TO REFUSED-COUNT
                   WHEN NOT ERT-FOUND(REQUEST-IX)
                       MOVE 'NOT ON MASTER' TO ERT-OUTCOME(REQUEST-IX)
                       ADD 1 TO REFUSED-COUNT
                   WHEN OTHER
                       MOVE 'ERASED' TO ERT-OUTCOME(REQUEST-IX)
                       SET ERT-ERASE(REQUEST-IX) TO TRUE
                       ADD 1 TO ERASED-COUNT
               END-EVALUATE
           END-PERFORM
           .
      *    MASTNEW gets its own HDR and a TRL recomputed from the
      *    records actually written, so FIZZMAST and FBMSTUPD
      *    verify the swapped-in master as usual.
       0400-REWRITE-MASTER SECTION.
           OPEN INPUT MASTER-INPUT
           IF MASTER-IN-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT REOPEN MASTIN, STATUS='
                   MASTER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MASTER-NEW
           IF MASTER-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MASTNEW, STATUS='
                   MASTER-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO MASTER-CONTROL-AREA
           MOVE 'HDR' TO MCT-RECORD-TYPE
           MOVE TODAY-DATE TO MCT-CREATE-DATE
           MOVE 'FBERASE' TO MCT-SOURCE-SYSTEM
           MOVE MASTER-CONTROL-AREA TO MASTER-NEW-RECORD
           WRITE MASTER-NEW-RECORD
           IF MASTER-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: WRITE FAILED, MASTNEW STATUS='
                   MASTER-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MASTER-NEW
               GOBACK
           END-IF
           MOVE 'N' TO MASTER-INPUT-EOF-FLAG
           PERFORM 0210-READ-NEXT-MASTER
           PERFORM UNTIL MASTER-INPUT-EOF
               PERFORM 0410-COPY-MASTER-RECORD
               PERFORM 0210-READ-NEXT-MASTER
           END-PERFORM
           MOVE SPACES TO MASTER-CONTROL-AREA
           MOVE 'TRL' TO MCT-RECORD-TYPE
           MOVE OUT-CONTROL-COUNT TO MCT-RECORD-COUNT
           MOVE OUT-CONTROL-HASH TO MCT-HASH-TOTAL
           MOVE MASTER-CONTROL-AREA TO MASTER-NEW-RECORD
           WRITE MASTER-NEW-RECORD
           IF MASTER-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: WRITE FAILED, MASTNEW STATUS='
                   MASTER-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MASTER-NEW
               GOBACK
           END-IF
           CLOSE MASTER-INPUT
           CLOSE MASTER-NEW
           .
       0410-COPY-MASTER-RECORD SECTION.
           MOVE MASTER-RECORD TO MASTER-CONTROL-AREA
           IF MCT-HEADER OR MCT-TRAILER THEN
               GO TO 0410Z
           END-IF
           ADD 1 TO MASTER-READ-COUNT
           MOVE MST-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
           PERFORM 0900-FIND-REQUEST
           IF REQUEST-HIT THEN
               IF ERT-ERASE(REQUEST-HIT-IX) THEN
                   ADD 1 TO ERT-MASTIN-COUNT(REQUEST-HIT-IX)
                   ADD 1 TO RECORDS-CHANGED-COUNT
                   GO TO 0410Z
               END-IF
           END-IF
           MOVE MASTER-RECORD TO MASTER-NEW-RECORD
           WRITE MASTER-NEW-RECORD
           IF MASTER-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: WRITE FAILED, STATUS='
                   MASTER-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO MASTER-WRITE-COUNT
           ADD 1 TO OUT-CONTROL-COUNT
           IF MST-ACCOUNT-NUMBER IS NUMERIC THEN
               COMPUTE OUT-CONTROL-HASH = FUNCTION MOD(
                   OUT-CONTROL-HASH
                   + FUNCTION NUMVAL(MST-ACCOUNT-NUMBER)
                   1000000000000000000)
           END-IF
           .
       0410Z.
           EXIT
           .
      *    The retained files keep every record; only the name of
      *    an erased member is overwritten.  A file that does not
      *    exist yet is passed through as an empty NEW file.
      *    Every retained MASTOUT and DELTA generation is masked,
      *    not just the current one: FBMDELTA reads MASTOUT(-1),
      *    and the older generations would otherwise keep the
      *    erased names until they aged off.
       0500-MASK-ENRICHED SECTION.
           MOVE 1 TO GENERATION-IX
           OPEN INPUT ENRICHED-INPUT
           IF ENRICHED-IN-STATUS NOT = 35
                   AND ENRICHED-IN-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MASTOUT, STATUS='
                   ENRICHED-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ENRICHED-NEW
           IF ENRICHED-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MOUTNEW, STATUS='
                   ENRICHED-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ENRICHED-IN-STATUS = 35 THEN
               MOVE 'N' TO MASTOUT-GEN-FLAG(GENERATION-IX)
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'Y' TO MASTOUT-GEN-FLAG(GENERATION-IX)
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ ENRICHED-INPUT INTO ENRICHED-WORK
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0510-MASK-ENRICHED-WORK
                       WRITE ENRICHED-NEW-RECORD FROM ENRICHED-WORK
                       IF ENRICHED-NEW-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, MOUTNEW '
                               'STATUS=' ENRICHED-NEW-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF ENRICHED-IN-STATUS NOT = 35 THEN
               CLOSE ENRICHED-INPUT
           END-IF
           CLOSE ENRICHED-NEW
           .
       0502-MASK-ENRICHED-1 SECTION.
           MOVE 2 TO GENERATION-IX
           OPEN INPUT ENRICHED-INPUT-1
           IF ENRICHED-IN-1-STATUS NOT = 35
                   AND ENRICHED-IN-1-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MASTOUT1, STATUS='
                   ENRICHED-IN-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ENRICHED-NEW-1
           IF ENRICHED-NEW-1-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MOUTNEW1, STATUS='
                   ENRICHED-NEW-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ENRICHED-IN-1-STATUS = 35 THEN
               MOVE 'N' TO MASTOUT-GEN-FLAG(GENERATION-IX)
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'Y' TO MASTOUT-GEN-FLAG(GENERATION-IX)
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ ENRICHED-INPUT-1 INTO ENRICHED-WORK
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0510-MASK-ENRICHED-WORK
                       WRITE ENRICHED-NEW-RECORD-1 FROM ENRICHED-WORK
                       IF ENRICHED-NEW-1-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, MOUTNEW1 '
                               'STATUS=' ENRICHED-NEW-1-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF ENRICHED-IN-1-STATUS NOT = 35 THEN
               CLOSE ENRICHED-INPUT-1
           END-IF
           CLOSE ENRICHED-NEW-1
           .
       0504-MASK-ENRICHED-2 SECTION.
           MOVE 3 TO GENERATION-IX
           OPEN INPUT ENRICHED-INPUT-2
           IF ENRICHED-IN-2-STATUS NOT = 35
                   AND ENRICHED-IN-2-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MASTOUT2, STATUS='
                   ENRICHED-IN-2-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ENRICHED-NEW-2
           IF ENRICHED-NEW-2-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MOUTNEW2, STATUS='
                   ENRICHED-NEW-2-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ENRICHED-IN-2-STATUS = 35 THEN
               MOVE 'N' TO MASTOUT-GEN-FLAG(GENERATION-IX)
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'Y' TO MASTOUT-GEN-FLAG(GENERATION-IX)
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ ENRICHED-INPUT-2 INTO ENRICHED-WORK
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0510-MASK-ENRICHED-WORK
                       WRITE ENRICHED-NEW-RECORD-2 FROM ENRICHED-WORK
                       IF ENRICHED-NEW-2-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, MOUTNEW2 '
                               'STATUS=' ENRICHED-NEW-2-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF ENRICHED-IN-2-STATUS NOT = 35 THEN
               CLOSE ENRICHED-INPUT-2
           END-IF
           CLOSE ENRICHED-NEW-2
           .
       0510-MASK-ENRICHED-WORK SECTION.
           MOVE ENW-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
           PERFORM 0900-FIND-REQUEST
           IF REQUEST-HIT THEN
               IF ERT-ERASE(REQUEST-HIT-IX) THEN
                   MOVE ALL '*' TO ENW-MEMBER-NAME
                   ADD 1 TO
                       ERT-MASTOUT-COUNT(REQUEST-HIT-IX GENERATION-IX)
                   ADD 1 TO RECORDS-CHANGED-COUNT
               END-IF
           END-IF
           .
       0520-MASK-MASTER-REJECTS SECTION.
           OPEN INPUT MASTER-REJECTS
           IF MASTER-REJ-STATUS NOT = 35
                   AND MASTER-REJ-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MASTREJ, STATUS='
                   MASTER-REJ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MASTER-REJ-NEW
           IF MASTER-REJ-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MREJNEW, STATUS='
                   MASTER-REJ-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF MASTER-REJ-STATUS = 35 THEN
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ MASTER-REJECTS
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       MOVE MRJ-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
                       PERFORM 0900-FIND-REQUEST
                       IF REQUEST-HIT THEN
                           IF ERT-ERASE(REQUEST-HIT-IX) THEN
                               MOVE ALL '*' TO MRJ-MEMBER-NAME
                               ADD 1 TO
                                   ERT-MASTREJ-COUNT(REQUEST-HIT-IX)
                               ADD 1 TO RECORDS-CHANGED-COUNT
                           END-IF
                       END-IF
                       MOVE MASTER-REJECT-RECORD
                           TO MASTER-REJ-NEW-RECORD
                       WRITE MASTER-REJ-NEW-RECORD
                       IF MASTER-REJ-NEW-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, MREJNEW '
                               'STATUS=' MASTER-REJ-NEW-STATUS
                           MOVE 16 TO RETURN-CODE
                           CLOSE MASTER-REJ-NEW
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF MASTER-REJ-STATUS NOT = 35 THEN
               CLOSE MASTER-REJECTS
           END-IF
           CLOSE MASTER-REJ-NEW
           .
       0540-MASK-TRAN-REJECTS SECTION.
           OPEN INPUT TRAN-REJECTS
           IF TRAN-REJ-STATUS NOT = 35
                   AND TRAN-REJ-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN TRANREJ, STATUS='
                   TRAN-REJ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRAN-REJ-NEW
           IF TRAN-REJ-NEW-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN TREJNEW, STATUS='
                   TRAN-REJ-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF TRAN-REJ-STATUS = 35 THEN
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ TRAN-REJECTS
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       MOVE TRJ-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
                       PERFORM 0900-FIND-REQUEST
                       IF REQUEST-HIT THEN
                           IF ERT-ERASE(REQUEST-HIT-IX) THEN
                               MOVE ALL '*' TO TRJ-MEMBER-NAME
                               ADD 1 TO
                                   ERT-TRANREJ-COUNT(REQUEST-HIT-IX)
                               ADD 1 TO RECORDS-CHANGED-COUNT
                           END-IF
                       END-IF
                       MOVE TRAN-REJECT-RECORD TO TRAN-REJ-NEW-RECORD
                       WRITE TRAN-REJ-NEW-RECORD
                       IF TRAN-REJ-NEW-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, TREJNEW '
                               'STATUS=' TRAN-REJ-NEW-STATUS
                           MOVE 16 TO RETURN-CODE
                           CLOSE TRAN-REJ-NEW
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF TRAN-REJ-STATUS NOT = 35 THEN
               CLOSE TRAN-REJECTS
           END-IF
           CLOSE TRAN-REJ-NEW
           .
       0560-MASK-DELTA-0 SECTION.
           MOVE 1 TO GENERATION-IX
           OPEN INPUT DELTA-INPUT-0
           IF DELTA-IN-0-STATUS NOT = 35
                   AND DELTA-IN-0-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN DELTA0, STATUS='
                   DELTA-IN-0-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DELTA-NEW-0
           IF DELTA-NEW-0-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN DLTNEW0, STATUS='
                   DELTA-NEW-0-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DELTA-IN-0-STATUS = 35 THEN
               MOVE 'N' TO DELTA-GEN-FLAG(GENERATION-IX)
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'Y' TO DELTA-GEN-FLAG(GENERATION-IX)
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ DELTA-INPUT-0 INTO DELTA-RECORD
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0570-MASK-DELTA-WORK
                       WRITE DELTA-NEW-RECORD-0 FROM DELTA-RECORD
                       IF DELTA-NEW-0-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, DLTNEW0 '
                               'STATUS=' DELTA-NEW-0-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF DELTA-IN-0-STATUS NOT = 35 THEN
               CLOSE DELTA-INPUT-0
           END-IF
           CLOSE DELTA-NEW-0
           .
       0562-MASK-DELTA-1 SECTION.
           MOVE 2 TO GENERATION-IX
           OPEN INPUT DELTA-INPUT-1
           IF DELTA-IN-1-STATUS NOT = 35
                   AND DELTA-IN-1-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN DELTA1, STATUS='
                   DELTA-IN-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DELTA-NEW-1
           IF DELTA-NEW-1-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN DLTNEW1, STATUS='
                   DELTA-NEW-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DELTA-IN-1-STATUS = 35 THEN
               MOVE 'N' TO DELTA-GEN-FLAG(GENERATION-IX)
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'Y' TO DELTA-GEN-FLAG(GENERATION-IX)
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ DELTA-INPUT-1 INTO DELTA-RECORD
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0570-MASK-DELTA-WORK
                       WRITE DELTA-NEW-RECORD-1 FROM DELTA-RECORD
                       IF DELTA-NEW-1-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, DLTNEW1 '
                               'STATUS=' DELTA-NEW-1-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF DELTA-IN-1-STATUS NOT = 35 THEN
               CLOSE DELTA-INPUT-1
           END-IF
           CLOSE DELTA-NEW-1
           .
       0564-MASK-DELTA-2 SECTION.
           MOVE 3 TO GENERATION-IX
           OPEN INPUT DELTA-INPUT-2
           IF DELTA-IN-2-STATUS NOT = 35
                   AND DELTA-IN-2-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN DELTA2, STATUS='
                   DELTA-IN-2-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DELTA-NEW-2
           IF DELTA-NEW-2-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN DLTNEW2, STATUS='
                   DELTA-NEW-2-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DELTA-IN-2-STATUS = 35 THEN
               MOVE 'N' TO DELTA-GEN-FLAG(GENERATION-IX)
               SET INPUT-EOF TO TRUE
           ELSE
               MOVE 'Y' TO DELTA-GEN-FLAG(GENERATION-IX)
               MOVE 'N' TO INPUT-EOF-FLAG
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ DELTA-INPUT-2 INTO DELTA-RECORD
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0570-MASK-DELTA-WORK
                       WRITE DELTA-NEW-RECORD-2 FROM DELTA-RECORD
                       IF DELTA-NEW-2-STATUS > 9 THEN
                           DISPLAY 'FBERASE: WRITE FAILED, DLTNEW2 '
                               'STATUS=' DELTA-NEW-2-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           IF DELTA-IN-2-STATUS NOT = 35 THEN
               CLOSE DELTA-INPUT-2
           END-IF
           CLOSE DELTA-NEW-2
           .
      *    The HDR/TRL control records carry no member and are
      *    copied as they are; the TRL hash is over account
      *    numbers, so the masked file still balances.
       0570-MASK-DELTA-WORK SECTION.
           MOVE DELTA-RECORD TO MASTER-CONTROL-AREA
           IF MCT-HEADER OR MCT-TRAILER THEN
               GO TO 0570Z
           END-IF
           MOVE DLT-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT
           PERFORM 0900-FIND-REQUEST
           IF REQUEST-HIT THEN
               IF ERT-ERASE(REQUEST-HIT-IX) THEN
                   MOVE ALL '*' TO DLT-MEMBER-NAME
                   ADD 1 TO
                       ERT-DELTA-COUNT(REQUEST-HIT-IX GENERATION-IX)
                   ADD 1 TO RECORDS-CHANGED-COUNT
               END-IF
           END-IF
           .
       0570Z.
           EXIT
           .
      *    MSTAUD rows carry only the account number, so they are
      *    kept as they are; each erased account gets one ERASE
      *    row added, in the same layout FBMSTUPD writes.
       0600-UPDATE-AUDIT-TRAIL SECTION.
           OPEN EXTEND MASTER-AUDIT
           IF MASTER-AUD-STATUS = 35 THEN
               OPEN OUTPUT MASTER-AUDIT
           END-IF
           IF MASTER-AUD-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN MSTAUD, STATUS='
                   MASTER-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-TABLE-COUNT
               IF ERT-ERASE(REQUEST-IX) THEN
                   MOVE SPACES TO MASTER-AUDIT-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO MAU-TIMESTAMP
                   MOVE 'ERASE' TO MAU-ACTION
                   MOVE ERT-ACCOUNT-NUMBER(REQUEST-IX)
                       TO MAU-ACCOUNT-NUMBER
                   WRITE MASTER-AUDIT-RECORD
                   ADD 1 TO ERT-MSTAUD-COUNT(REQUEST-IX)
                   ADD 1 TO RECORDS-CHANGED-COUNT
               END-IF
           END-PERFORM
           CLOSE MASTER-AUDIT
           .
       0700-WRITE-REGISTER SECTION.
           OPEN EXTEND ERASE-REGISTER
           IF ERASE-REG-STATUS = 35 THEN
               OPEN OUTPUT ERASE-REGISTER
           END-IF
           IF ERASE-REG-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN ERASEREG, STATUS='
                   ERASE-REG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-TABLE-COUNT
               MOVE SPACES TO ERASE-REGISTER-RECORD
               MOVE RUN-STAMP TO ERG-TIMESTAMP
               MOVE ERT-ACCOUNT-NUMBER(REQUEST-IX)
                   TO ERG-ACCOUNT-NUMBER
               MOVE ERT-REQUEST-DATE(REQUEST-IX) TO ERG-REQUEST-DATE
               MOVE ERT-OUTCOME(REQUEST-IX) TO ERG-OUTCOME
               MOVE ERT-MASTIN-COUNT(REQUEST-IX) TO ERG-MASTIN-COUNT
               MOVE 0 TO REGISTER-MASTOUT-COUNT REGISTER-DELTA-COUNT
               PERFORM VARYING GENERATION-IX FROM 1 BY 1
                       UNTIL GENERATION-IX > GENERATION-LIMIT
                   ADD ERT-MASTOUT-COUNT(REQUEST-IX GENERATION-IX)
                       TO REGISTER-MASTOUT-COUNT
                   ADD ERT-DELTA-COUNT(REQUEST-IX GENERATION-IX)
                       TO REGISTER-DELTA-COUNT
               END-PERFORM
               MOVE REGISTER-MASTOUT-COUNT TO ERG-MASTOUT-COUNT
               MOVE ERT-MASTREJ-COUNT(REQUEST-IX) TO ERG-MASTREJ-COUNT
               MOVE ERT-TRANREJ-COUNT(REQUEST-IX) TO ERG-TRANREJ-COUNT
               MOVE ERT-MSTAUD-COUNT(REQUEST-IX) TO ERG-MSTAUD-COUNT
               MOVE REGISTER-DELTA-COUNT TO ERG-DELTA-COUNT
               WRITE ERASE-REGISTER-RECORD
           END-PERFORM
           CLOSE ERASE-REGISTER
           .
      *    One block per request.  Erased accounts list every file
      *    with the records changed in it, zero included, so the
      *    certificate shows each file was looked at.
       0800-PRINT-CERTIFICATE SECTION.
           OPEN OUTPUT PRINT-REPORT
           IF PRINT-STATUS > 9 THEN
               DISPLAY 'FBERASE: CANNOT OPEN ERASERPT, STATUS='
                   PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-TABLE-COUNT
               PERFORM 0810-PRINT-REQUEST-BLOCK
           END-PERFORM
           PERFORM 0850-PRINT-TOTALS
           CLOSE PRINT-REPORT
           .
       0810-PRINT-REQUEST-BLOCK SECTION.
           IF PAGE-LINE-COUNT + 13 > PAGE-LINE-LIMIT THEN
               PERFORM 0860-PRINT-PAGE-HEADER
           END-IF
           MOVE ERT-ACCOUNT-NUMBER(REQUEST-IX) TO ACL-ACCOUNT-NUMBER
           MOVE ERT-REQUEST-DATE(REQUEST-IX) TO ACL-REQUEST-DATE
           MOVE ERT-OUTCOME(REQUEST-IX) TO ACL-OUTCOME
           MOVE ACCOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           IF ERT-ERASE(REQUEST-IX) THEN
               MOVE 'MASTIN' TO FLN-FILE
               MOVE 'RECORD DROPPED' TO FLN-ACTION
               MOVE ERT-MASTIN-COUNT(REQUEST-IX) TO FLN-COUNT-ED
               PERFORM 0820-PRINT-FILE-LINE
               PERFORM VARYING GENERATION-IX FROM 1 BY 1
                       UNTIL GENERATION-IX > GENERATION-LIMIT
                   MOVE SPACES TO FLN-FILE
                   STRING 'MASTOUT' DELIMITED BY SIZE
                       GENERATION-SUFFIX(GENERATION-IX)
                           DELIMITED BY SPACE
                       INTO FLN-FILE
                   END-STRING
                   IF MASTOUT-GEN-FLAG(GENERATION-IX) = 'Y' THEN
                       MOVE 'NAME MASKED' TO FLN-ACTION
                   ELSE
                       MOVE 'NOT RETAINED' TO FLN-ACTION
                   END-IF
                   MOVE ERT-MASTOUT-COUNT(REQUEST-IX GENERATION-IX)
                       TO FLN-COUNT-ED
                   PERFORM 0820-PRINT-FILE-LINE
               END-PERFORM
               PERFORM VARYING GENERATION-IX FROM 1 BY 1
                       UNTIL GENERATION-IX > GENERATION-LIMIT
                   MOVE SPACES TO FLN-FILE
                   STRING 'DELTA' DELIMITED BY SIZE
                       GENERATION-SUFFIX(GENERATION-IX)
                           DELIMITED BY SPACE
                       INTO FLN-FILE
                   END-STRING
                   IF DELTA-GEN-FLAG(GENERATION-IX) = 'Y' THEN
                       MOVE 'NAME MASKED' TO FLN-ACTION
                   ELSE
                       MOVE 'NOT RETAINED' TO FLN-ACTION
                   END-IF
                   MOVE ERT-DELTA-COUNT(REQUEST-IX GENERATION-IX)
                       TO FLN-COUNT-ED
                   PERFORM 0820-PRINT-FILE-LINE
               END-PERFORM
               MOVE 'MASTREJ' TO FLN-FILE
               MOVE 'NAME MASKED' TO FLN-ACTION
               MOVE ERT-MASTREJ-COUNT(REQUEST-IX) TO FLN-COUNT-ED
               PERFORM 0820-PRINT-FILE-LINE
               MOVE 'TRANREJ' TO FLN-FILE
               MOVE 'NAME MASKED' TO FLN-ACTION
               MOVE ERT-TRANREJ-COUNT(REQUEST-IX) TO FLN-COUNT-ED
               PERFORM 0820-PRINT-FILE-LINE
               MOVE 'MSTAUD' TO FLN-FILE
               MOVE 'ERASE ROW ADDED' TO FLN-ACTION
               MOVE ERT-MSTAUD-COUNT(REQUEST-IX) TO FLN-COUNT-ED
               PERFORM 0820-PRINT-FILE-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE '    NOT ERASED - NO FILE CHANGED' TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO PAGE-LINE-COUNT
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           .
       0820-PRINT-FILE-LINE SECTION.
           MOVE FILE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           .
       0850-PRINT-TOTALS SECTION.
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM 0860-PRINT-PAGE-HEADER
           MOVE SPACES TO TOTAL-LINE
           MOVE 'ERASURE REQUESTS READ' TO TOT-TEXT
           MOVE REQUEST-READ-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'MEMBERS ERASED' TO TOT-TEXT
           MOVE ERASED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'REQUESTS REFUSED' TO TOT-TEXT
           MOVE REFUSED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'RECORDS CHANGED, ALL FILES' TO TOT-TEXT
           MOVE RECORDS-CHANGED-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'MASTER RECORDS BEFORE' TO TOT-TEXT
           MOVE MASTER-READ-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE 'MASTER RECORDS AFTER' TO TOT-TEXT
           MOVE MASTER-WRITE-COUNT TO TOT-COUNT-ED
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'DATA PROTECTION OFFICER  ______________________'
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'DATE SIGNED              ______________________'
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE '*** END OF REPORT ***' TO PRINT-LINE
           WRITE PRINT-LINE
           .
       0860-PRINT-PAGE-HEADER SECTION.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-STAMP(1:8) TO HDR-RUN-DATE
           MOVE RUN-STAMP(9:6) TO HDR-RUN-TIME
           MOVE PAGE-NUMBER TO HDR-PAGE-ED
           MOVE PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 2 TO PAGE-LINE-COUNT
           .
      *    Finds LOOKUP-ACCOUNT among the ACTIVE requests.
       0900-FIND-REQUEST SECTION.
           MOVE 'N' TO REQUEST-HIT-FLAG
           MOVE 0 TO REQUEST-HIT-IX
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-TABLE-COUNT
                      OR REQUEST-HIT
               IF ERT-ACTIVE(REQUEST-IX)
                       AND ERT-ACCOUNT-NUMBER(REQUEST-IX)
                           = LOOKUP-ACCOUNT THEN
                   MOVE REQUEST-IX TO REQUEST-HIT-IX
                   SET REQUEST-HIT TO TRUE
               END-IF
           END-PERFORM
           .
           COPY FBRUNP      .
       END PROGRAM FBERASE.

      *  ever be written for it.  Checkpoints without any matching *
      *  AUDITLOG record are kept to be safe.  A following job     *
      *  step swaps the NEW files in for the live ones.            *
      *                                                            *
      *  The bulk submission queue SUBMITQ (FBSUBQF) is compacted  *
      *  to SUBQNEW with only the latest event per ticket, found   *
      *  by sorting the events as FBSUBDRN does.  A QUEUED event   *
      *  from the run date is kept as well, ahead of the latest,   *
      *  because the CGI's daily allowance counts submitted units  *
      *  from today's QUEUED events.  A ticket that                *
      *  finished (COMPLETE, FAILED or COLLECTED) more than        *
      *  TICKETS days ago (HSKPARM card TICKETS=nnn, default 7)    *
      *  is purged: left off SUBQNEW and its TKT-<ticket> result   *
      *  file deleted, so a result nobody collected does not lie   *
      *  about for ever and action=retrieve reports it as          *
      *  not found.  Tickets still QUEUED or RUNNING are kept.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RESTART-NEW-STATUS.

           SELECT SUBMITQ ASSIGN TO "SUBMITQ"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SUBMITQ-STATUS.

           SELECT TICKET-SORT ASSIGN TO "SORTWK".

           SELECT SUBMIT-NEW ASSIGN TO "SUBQNEW"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SUBMIT-NEW-STATUS.

           SELECT TICKET-CSV ASSIGN USING TICKET-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TICKET-CSV-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.
             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.

       FD AUDIT-NEW.
          01 AUDIT-NEW-RECORD      PIC X(90).

       FD AUDIT-ARCHIVE.
          01 AUDIT-ARCH-RECORD     PIC X(90).

       FD ERRORLOG.
          01 ERROR-RECORD.
             05 ERR-IN-STATUS      PIC 99.
             05 ERR-FILLER-2       PIC X.
             05 ERR-CHUNK          PIC X(1024).
             05 ERR-FILLER-3       PIC X.
             05 ERR-REASON         PIC X(18).

       FD ERROR-NEW.
          01 ERROR-NEW-RECORD      PIC X(1061).

       FD ERROR-ARCHIVE.
          01 ERROR-ARCH-RECORD     PIC X(1061).

       FD RESTARTFL.
          01 RESTART-RECORD.
       FD RESTART-NEW.
          01 RESTART-NEW-RECORD    PIC X(40).

       FD SUBMITQ.
           COPY FBSUBQF     .

       SD TICKET-SORT.
          01 TICKET-SORT-RECORD.
             05 TSR-TICKET         PIC X(19).
             05 TSR-SEQUENCE       PIC 9(9).
             05 TSR-EVENT          PIC X(127).

       FD SUBMIT-NEW.
          01 SUBMIT-NEW-RECORD     PIC X(127).

       FD TICKET-CSV.
          01 TICKET-CSV-RECORD     PIC X(41).

       FD RUNLOG.
           COPY FBRUNF      .

       01 ERROR-ARCH-STATUS     PIC 99.
       01 RESTARTFL-STATUS      PIC 99.
       01 RESTART-NEW-STATUS    PIC 99.
       01 SUBMITQ-STATUS        PIC 99.
       01 SUBMIT-NEW-STATUS     PIC 99.
       01 TICKET-CSV-STATUS     PIC 99.

       01 AUDITLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 AUDITLOG-EOF      VALUE 'Y'.
           88 ERRORLOG-EOF      VALUE 'Y'.
       01 RESTARTFL-EOF-FLAG    PIC X VALUE 'N'.
           88 RESTARTFL-EOF     VALUE 'Y'.
       01 SUBMITQ-EOF-FLAG      PIC X VALUE 'N'.
           88 SUBMITQ-EOF       VALUE 'Y'.

       01 PARM-NAME-TOKEN       PIC X(20).
       01 PARM-VALUE-TOKEN      PIC X(20).
       01 CUTOFF-DATE           PIC X(8).
       01 CUTOFF-DATE-NUM       PIC 9(8).
       01 CUTOFF-INTEGER        PIC 9(8).
       01 TICKET-RETAIN-DAYS    PIC 9(3) VALUE 7.
       01 TICKET-CUTOFF-DATE    PIC X(8).

       01 AUDIT-KEPT-COUNT      PIC 9(9) VALUE 0.
       01 AUDIT-ARCH-COUNT      PIC 9(9) VALUE 0.
       01 ERROR-ARCH-COUNT      PIC 9(9) VALUE 0.
       01 RESTART-KEPT-COUNT    PIC 9(9) VALUE 0.
       01 RESTART-PURGE-COUNT   PIC 9(9) VALUE 0.
       01 SUBMIT-READ-COUNT     PIC 9(9) VALUE 0.
       01 TICKET-KEPT-COUNT     PIC 9(9) VALUE 0.
       01 TICKET-PURGE-COUNT    PIC 9(9) VALUE 0.
       01 TICKET-UNCOLLECTED-COUNT PIC 9(9) VALUE 0.
       01 QUEUED-KEPT-COUNT     PIC 9(9) VALUE 0.

      *    Latest AUD-END-NUMBER per request id, for deciding which
      *    RESTARTF checkpoints belong to completed requests.
       01 CHECKPOINT-FOUND-FLAG PIC X.
           88 CHECKPOINT-FOUND  VALUE 'Y'.

       01 TICKET-SORT-EOF-FLAG  PIC X VALUE 'N'.
           88 TICKET-SORT-EOF   VALUE 'Y'.
       01 EVENT-SEQUENCE        PIC 9(9) VALUE 0.
       01 LATEST-EVENT.
          05 LATEST-TICKET      PIC X(19).
          05 LATEST-FILLER-1    PIC X.
          05 LATEST-EVENT-STAMP PIC X(14).
          05 LATEST-FILLER-2    PIC X.
          05 LATEST-STATE       PIC X(9).
          05 LATEST-FILLER-3    PIC X(83).
       01 QUEUED-EVENT          PIC X(127).
       01 QUEUED-EVENT-FLAG     PIC X VALUE 'N'.
           88 QUEUED-EVENT-HELD VALUE 'Y'.
       01 TICKET-FILE-NAME      PIC X(23).
       01 SAVED-RETURN-CODE     PIC S9(9) COMP-5.

       01 LAST-EXPECTED-CKPT    PIC 9(20).
       01 NEW-RESTART-LINE.
          05 NEW-RST-REQUEST-ID     PIC X(19).
           PERFORM 0200-HOUSEKEEP-AUDITLOG
           PERFORM 0300-HOUSEKEEP-ERRORLOG
           PERFORM 0400-COMPACT-RESTARTF
           PERFORM 0600-HOUSEKEEP-SUBMITQ
           PERFORM 0500-DISPLAY-TOTALS
           COMPUTE RUN-LEDGER-READ = AUDIT-KEPT-COUNT
               + AUDIT-ARCH-COUNT + ERROR-KEPT-COUNT
               + ERROR-ARCH-COUNT + SUBMIT-READ-COUNT
           COMPUTE RUN-LEDGER-WRITTEN = AUDIT-KEPT-COUNT
               + ERROR-KEPT-COUNT + RESTART-KEPT-COUNT
               + TICKET-KEPT-COUNT + QUEUED-KEPT-COUNT
           COMPUTE RUN-LEDGER-REJECTED = AUDIT-ARCH-COUNT
               + ERROR-ARCH-COUNT + RESTART-PURGE-COUNT
               + TICKET-PURGE-COUNT
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
       0100-READ-PARAMETERS SECTION.
           OPEN INPUT PARM-INPUT
           IF PARM-STATUS < 10 THEN
               PERFORM 0110-READ-PARAMETER-CARD
                   UNTIL PARM-STATUS > 9
               CLOSE PARM-INPUT
           ELSE
               DISPLAY 'FBHOUSE: NO HSKPARM, USING RETAIN=030 '
                   'TICKETS=007'
           END-IF
           .
      *    One card per setting: RETAIN=nnn and TICKETS=nnn.  A bad
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
               WHEN PARM-NAME-TOKEN = 'RETAIN'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO RETAIN-DAYS
               WHEN PARM-NAME-TOKEN = 'TICKETS'
                       AND FUNCTION TRIM(PARM-VALUE-TOKEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(PARM-VALUE-TOKEN)
                       TO TICKET-RETAIN-DAYS
               WHEN PARM-NAME-TOKEN = 'TICKETS'
                   DISPLAY 'FBHOUSE: BAD HSKPARM CARD, USING '
                       'TICKETS=007: ' PARM-RECORD
               WHEN OTHER
                   DISPLAY 'FBHOUSE: BAD HSKPARM CARD, USING '
                       'RETAIN=030: ' PARM-RECORD
           END-EVALUATE
           .
       0110Z.
           EXIT
           .
       0150-COMPUTE-CUTOFF-DATE SECTION.
           COMPUTE CUTOFF-INTEGER =
           MOVE CUTOFF-DATE-NUM TO CUTOFF-DATE
           DISPLAY 'FBHOUSE: RETAIN=' RETAIN-DAYS
               ' CUTOFF DATE=' CUTOFF-DATE
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - TICKET-RETAIN-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)
               TO CUTOFF-DATE-NUM
           MOVE CUTOFF-DATE-NUM TO TICKET-CUTOFF-DATE
           DISPLAY 'FBHOUSE: TICKETS=' TICKET-RETAIN-DAYS
               ' CUTOFF DATE=' TICKET-CUTOFF-DATE
           .
       0200-HOUSEKEEP-AUDITLOG SECTION.
           OPEN INPUT AUDITLOG
               ' ARCHIVED=' ERROR-ARCH-COUNT
           DISPLAY 'FBHOUSE: RESTARTF KEPT=' RESTART-KEPT-COUNT
               ' PURGED=' RESTART-PURGE-COUNT
           DISPLAY 'FBHOUSE: TICKETS KEPT=' TICKET-KEPT-COUNT
               ' PURGED=' TICKET-PURGE-COUNT
               ' (NEVER COLLECTED=' TICKET-UNCOLLECTED-COUNT ')'
               ' QUEUED TODAY KEPT=' QUEUED-KEPT-COUNT
           .
       0600-HOUSEKEEP-SUBMITQ SECTION.
           OPEN INPUT SUBMITQ
           IF SUBMITQ-STATUS = 35 THEN
               SET SUBMITQ-EOF TO TRUE
           ELSE
               IF SUBMITQ-STATUS > 9 THEN
                   DISPLAY 'FBHOUSE: CANNOT OPEN SUBMITQ, STATUS='
                       SUBMITQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT SUBMIT-NEW
           IF SUBMIT-NEW-STATUS > 9 THEN
               DISPLAY 'FBHOUSE: CANNOT OPEN SUBQNEW, STATUS='
                   SUBMIT-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT TICKET-SORT
               ON ASCENDING KEY TSR-TICKET
                                TSR-SEQUENCE
               INPUT PROCEDURE IS 0610-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 0620-KEEP-LATEST-EVENTS
           CLOSE SUBMIT-NEW
           .
      *    Events are numbered in file order so the sort keeps each
      *    ticket's events in the order they were appended.
       0610-RELEASE-EVENTS SECTION.
           PERFORM 0615-READ-NEXT-EVENT
           PERFORM UNTIL SUBMITQ-EOF
               ADD 1 TO EVENT-SEQUENCE
               MOVE SUB-TICKET TO TSR-TICKET
               MOVE EVENT-SEQUENCE TO TSR-SEQUENCE
               MOVE SUBMISSION-RECORD TO TSR-EVENT
               RELEASE TICKET-SORT-RECORD
               PERFORM 0615-READ-NEXT-EVENT
           END-PERFORM
           IF SUBMITQ-STATUS NOT = 35 THEN
               CLOSE SUBMITQ
           END-IF
           .
       0615-READ-NEXT-EVENT SECTION.
           IF NOT SUBMITQ-EOF THEN
               READ SUBMITQ
                   AT END SET SUBMITQ-EOF TO TRUE
                   NOT AT END ADD 1 TO SUBMIT-READ-COUNT
               END-READ
           END-IF
           .
      *    The last event of each ticket group is the ticket's
      *    current state; a QUEUED event from the run date is held
      *    to go out ahead of it.
       0620-KEEP-LATEST-EVENTS SECTION.
           PERFORM 0625-RETURN-NEXT-SORTED
           PERFORM UNTIL TICKET-SORT-EOF
               MOVE TSR-EVENT TO LATEST-EVENT
               IF LATEST-STATE = 'QUEUED'
                       AND LATEST-EVENT-STAMP(1:8)
                           >= RUN-START-STAMP(1:8) THEN
                   MOVE LATEST-EVENT TO QUEUED-EVENT
                   SET QUEUED-EVENT-HELD TO TRUE
               END-IF
               PERFORM 0625-RETURN-NEXT-SORTED
               IF TICKET-SORT-EOF
                       OR TSR-TICKET NOT = LATEST-TICKET THEN
                   PERFORM 0630-WRITE-OR-PURGE-TICKET
                   MOVE 'N' TO QUEUED-EVENT-FLAG
               END-IF
           END-PERFORM
           .
       0625-RETURN-NEXT-SORTED SECTION.
           RETURN TICKET-SORT
               AT END SET TICKET-SORT-EOF TO TRUE
           END-RETURN
           .
       0630-WRITE-OR-PURGE-TICKET SECTION.
           IF LATEST-EVENT-STAMP(1:8) < TICKET-CUTOFF-DATE
                   AND (LATEST-STATE = 'COMPLETE'
                     OR LATEST-STATE = 'FAILED'
                     OR LATEST-STATE = 'COLLECTED') THEN
               IF LATEST-STATE NOT = 'COLLECTED' THEN
                   DISPLAY 'FBHOUSE: TICKET ' LATEST-TICKET
                       ' ' LATEST-STATE ' NEVER COLLECTED'
                   ADD 1 TO TICKET-UNCOLLECTED-COUNT
               END-IF
               PERFORM 0640-DELETE-TICKET-RESULT
               ADD 1 TO TICKET-PURGE-COUNT
           ELSE
               IF QUEUED-EVENT-HELD
                       AND LATEST-STATE NOT = 'QUEUED' THEN
                   MOVE QUEUED-EVENT TO SUBMIT-NEW-RECORD
                   PERFORM 0635-WRITE-KEPT-EVENT
                   ADD 1 TO QUEUED-KEPT-COUNT
               END-IF
               MOVE LATEST-EVENT TO SUBMIT-NEW-RECORD
               PERFORM 0635-WRITE-KEPT-EVENT
               ADD 1 TO TICKET-KEPT-COUNT
           END-IF
           .
       0635-WRITE-KEPT-EVENT SECTION.
           WRITE SUBMIT-NEW-RECORD
           IF SUBMIT-NEW-STATUS > 9 THEN
               DISPLAY 'FBHOUSE: WRITE FAILED, SUBQNEW STATUS='
                   SUBMIT-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUBMIT-NEW
               GOBACK
           END-IF
           .
      *    A FAILED ticket may have no result file, or only part of
      *    one; only a file that is there is deleted.  The library
      *    call sets RETURN-CODE, which is this run's own.
       0640-DELETE-TICKET-RESULT SECTION.
           MOVE SPACES TO TICKET-FILE-NAME
           STRING 'TKT-' DELIMITED BY SIZE
               LATEST-TICKET DELIMITED BY SIZE
               INTO TICKET-FILE-NAME
           END-STRING
           OPEN INPUT TICKET-CSV
           IF TICKET-CSV-STATUS > 9 THEN
               GO TO 0640Z
           END-IF
           CLOSE TICKET-CSV
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL 'CBL_DELETE_FILE' USING TICKET-FILE-NAME
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY 'FBHOUSE: CANNOT DELETE ' TICKET-FILE-NAME
           END-IF
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .
       0640Z.
           EXIT
           .
           COPY FBRUNP      .
       END PROGRAM FBHOUSE.

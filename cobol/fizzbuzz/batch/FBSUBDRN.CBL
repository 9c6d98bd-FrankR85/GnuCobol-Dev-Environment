       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSUBDRN.

      *----------------------------------------------------------*
      *  Drains the bulk submission queue SUBMITQ (FBSUBQF),      *
      *  filled during the day by the CGI's action=submit, into   *
      *  the FIZZBATCH window.  Every ticket whose latest event   *
      *  is QUEUED - or still RUNNING because the window it was   *
      *  drained into never got as far as FBSUBSPL - is written   *
      *  to SUBRANGE in RANGEIN format: a RULESET=<set> card for  *
      *  the ticket's rule set, then one number per line from     *
      *  its start to its end.  FIZZBATCH skips a 0 line, so a    *
      *  range submitted from 0 is drained from 1.  A closing     *
      *  RULESET=DEFAULT card hands the regular RANGEIN, which    *
      *  the job concatenates after SUBRANGE, back to the default *
      *  rules.  Each drained ticket gets a RUNNING event on      *
      *  SUBMITQ and a SUBMAN manifest record (the same event,    *
      *  with the row count FIZZBATCH must produce) for FBSUBSPL  *
      *  to split the window's RPTOUT back out by ticket.         *
      *                                                            *
      *  SUBMITQ is an event log, so the latest event per ticket  *
      *  is found by sorting the events on ticket and position in *
      *  the file, as FBCOLLCT does for AUDITLOG, with no table   *
      *  to limit the number of tickets.                          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMITQ ASSIGN TO "SUBMITQ"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SUBMITQ-STATUS.

           SELECT DRAIN-SORT ASSIGN TO "SORTWK".

           SELECT SUBMIT-RANGE ASSIGN TO "SUBRANGE"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SUBMIT-RANGE-STATUS.

           SELECT MANIFEST ASSIGN TO "SUBMAN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUBMITQ.
           COPY FBSUBQF     .

       SD DRAIN-SORT.
          01 DRAIN-SORT-RECORD.
             05 DSR-TICKET         PIC X(19).
             05 DSR-SEQUENCE       PIC 9(9).
             05 DSR-EVENT          PIC X(127).

       FD SUBMIT-RANGE.
          01 SUBMIT-RANGE-RECORD   PIC X(20).

       FD MANIFEST.
          01 MANIFEST-RECORD       PIC X(127).

       FD RUNLOG.
           COPY FBRUNF      .

       WORKING-STORAGE SECTION.
            COPY FBRUNW      .
       01 SUBMITQ-STATUS        PIC 99.
       01 SUBMIT-RANGE-STATUS   PIC 99.
       01 MANIFEST-STATUS       PIC 99.

       01 SUBMITQ-EOF-FLAG      PIC X VALUE 'N'.
           88 SUBMITQ-EOF       VALUE 'Y'.
       01 DRAIN-SORT-EOF-FLAG   PIC X VALUE 'N'.
           88 DRAIN-SORT-EOF    VALUE 'Y'.

       01 EVENT-SEQUENCE        PIC 9(9) VALUE 0.
       01 LATEST-EVENT.
          05 LATEST-TICKET      PIC X(19).
          05 LATEST-FILLER-1    PIC X(108).

       01 DRAIN-RULESET         PIC X(12).
       01 DRAIN-FIRST-NUMBER    PIC 9(20).
       01 DRAIN-NUMBER          PIC 9(20).
       01 DRAIN-NUMBER-ED       PIC Z(19)9.
       01 DRAIN-ROW-COUNT       PIC 9(18).

       01 EVENTS-READ-COUNT     PIC 9(9) VALUE 0.
       01 TICKETS-DRAINED-COUNT PIC 9(9) VALUE 0.
       01 TICKETS-REDRAIN-COUNT PIC 9(9) VALUE 0.
       01 TICKETS-FAILED-COUNT  PIC 9(9) VALUE 0.
       01 NUMBERS-DRAINED-COUNT PIC 9(18) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBSUBDRN' TO RUN-LEDGER-PROGRAM
           PERFORM 0200-OPEN-FILES
           SORT DRAIN-SORT
               ON ASCENDING KEY DSR-TICKET
                                DSR-SEQUENCE
               INPUT PROCEDURE IS 0250-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 0300-DRAIN-TICKETS
           PERFORM 0400-CLOSE-FILES
           DISPLAY 'FBSUBDRN: EVENTS READ=' EVENTS-READ-COUNT
               ' TICKETS DRAINED=' TICKETS-DRAINED-COUNT
               ' (AGAIN=' TICKETS-REDRAIN-COUNT ')'
               ' FAILED=' TICKETS-FAILED-COUNT
               ' NUMBERS=' NUMBERS-DRAINED-COUNT
           MOVE EVENTS-READ-COUNT TO RUN-LEDGER-READ
           MOVE TICKETS-DRAINED-COUNT TO RUN-LEDGER-WRITTEN
           MOVE TICKETS-FAILED-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT SUBMITQ
           IF SUBMITQ-STATUS = 35 THEN
               SET SUBMITQ-EOF TO TRUE
           ELSE
               IF SUBMITQ-STATUS > 9 THEN
                   DISPLAY 'FBSUBDRN: CANNOT OPEN SUBMITQ, STATUS='
                       SUBMITQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT SUBMIT-RANGE
           IF SUBMIT-RANGE-STATUS > 9 THEN
               DISPLAY 'FBSUBDRN: CANNOT OPEN SUBRANGE, STATUS='
                   SUBMIT-RANGE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MANIFEST
           IF MANIFEST-STATUS > 9 THEN
               DISPLAY 'FBSUBDRN: CANNOT OPEN SUBMAN, STATUS='
                   MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *    The events are released in file order, numbered, so the
      *    sort keeps each ticket's events in the order they were
      *    appended.  SUBMITQ is closed again before the output
      *    procedure re-opens it to append the RUNNING events.
       0250-RELEASE-EVENTS SECTION.
           PERFORM 0310-READ-NEXT-EVENT
           PERFORM UNTIL SUBMITQ-EOF
               ADD 1 TO EVENT-SEQUENCE
               MOVE SUB-TICKET TO DSR-TICKET
               MOVE EVENT-SEQUENCE TO DSR-SEQUENCE
               MOVE SUBMISSION-RECORD TO DSR-EVENT
               RELEASE DRAIN-SORT-RECORD
               PERFORM 0310-READ-NEXT-EVENT
           END-PERFORM
           IF SUBMITQ-STATUS NOT = 35 THEN
               CLOSE SUBMITQ
           END-IF
           .
      *    The last event of each ticket group is the ticket's
      *    current state.
       0300-DRAIN-TICKETS SECTION.
           OPEN EXTEND SUBMITQ
           IF SUBMITQ-STATUS = 35 THEN
               OPEN OUTPUT SUBMITQ
           END-IF
           IF SUBMITQ-STATUS > 9 THEN
               DISPLAY 'FBSUBDRN: CANNOT EXTEND SUBMITQ, STATUS='
                   SUBMITQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO DRAIN-SORT-EOF-FLAG
           PERFORM 0340-RETURN-NEXT-SORTED
           PERFORM UNTIL DRAIN-SORT-EOF
               MOVE DSR-EVENT TO LATEST-EVENT
               PERFORM 0340-RETURN-NEXT-SORTED
               IF DRAIN-SORT-EOF
                       OR DSR-TICKET NOT = LATEST-TICKET THEN
                   PERFORM 0320-DRAIN-ONE-TICKET
               END-IF
           END-PERFORM
           IF TICKETS-DRAINED-COUNT > 0 THEN
               MOVE SPACES TO SUBMIT-RANGE-RECORD
               MOVE 'RULESET=DEFAULT' TO SUBMIT-RANGE-RECORD
               WRITE SUBMIT-RANGE-RECORD
           END-IF
           CLOSE SUBMITQ
           .
       0310-READ-NEXT-EVENT SECTION.
           IF NOT SUBMITQ-EOF THEN
               READ SUBMITQ
                   AT END SET SUBMITQ-EOF TO TRUE
                   NOT AT END ADD 1 TO EVENTS-READ-COUNT
               END-READ
           END-IF
           .
      *    A ticket whose range cannot be read back off the queue
      *    is marked FAILED rather than drained, so its client is
      *    told instead of waiting for ever.
       0320-DRAIN-ONE-TICKET SECTION.
           MOVE LATEST-EVENT TO SUBMISSION-RECORD
           IF NOT SUB-QUEUED AND NOT SUB-RUNNING THEN
               GO TO 0320Z
           END-IF
           IF SUB-START-NUMBER IS NOT NUMERIC
                   OR SUB-END-NUMBER IS NOT NUMERIC THEN
               DISPLAY 'FBSUBDRN: BAD RANGE ON TICKET ' SUB-TICKET
               MOVE FUNCTION CURRENT-DATE(1:14) TO SUB-EVENT-STAMP
               SET SUB-FAILED TO TRUE
               MOVE 0 TO SUB-ROW-COUNT
               WRITE SUBMISSION-RECORD
               ADD 1 TO TICKETS-FAILED-COUNT
               GO TO 0320Z
           END-IF
           IF SUB-RUNNING THEN
               DISPLAY 'FBSUBDRN: TICKET ' SUB-TICKET
                   ' STILL RUNNING, DRAINED AGAIN'
               ADD 1 TO TICKETS-REDRAIN-COUNT
           END-IF

           IF SUB-START-NUMBER = 0 THEN
               MOVE 1 TO DRAIN-FIRST-NUMBER
           ELSE
               MOVE SUB-START-NUMBER TO DRAIN-FIRST-NUMBER
           END-IF
           IF SUB-END-NUMBER < DRAIN-FIRST-NUMBER THEN
               MOVE 0 TO DRAIN-ROW-COUNT
           ELSE
               COMPUTE DRAIN-ROW-COUNT =
                   SUB-END-NUMBER - DRAIN-FIRST-NUMBER + 1
           END-IF
           IF SUB-RULESET = SPACES THEN
               MOVE 'DEFAULT' TO DRAIN-RULESET
           ELSE
               MOVE SUB-RULESET TO DRAIN-RULESET
           END-IF

           MOVE SPACES TO SUBMIT-RANGE-RECORD
           STRING 'RULESET=' DELIMITED BY SIZE
               DRAIN-RULESET DELIMITED BY SIZE
               INTO SUBMIT-RANGE-RECORD
           END-STRING
           WRITE SUBMIT-RANGE-RECORD
           IF SUBMIT-RANGE-STATUS > 9 THEN
               PERFORM 0360-WRITE-FAILED
           END-IF
           PERFORM 0330-WRITE-NUMBER
               VARYING DRAIN-NUMBER FROM DRAIN-FIRST-NUMBER BY 1
               UNTIL DRAIN-NUMBER > SUB-END-NUMBER
           ADD DRAIN-ROW-COUNT TO NUMBERS-DRAINED-COUNT

           MOVE FUNCTION CURRENT-DATE(1:14) TO SUB-EVENT-STAMP
           SET SUB-RUNNING TO TRUE
           MOVE DRAIN-ROW-COUNT TO SUB-ROW-COUNT
           WRITE SUBMISSION-RECORD
           MOVE SUBMISSION-RECORD TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           IF MANIFEST-STATUS > 9 THEN
               PERFORM 0360-WRITE-FAILED
           END-IF
           ADD 1 TO TICKETS-DRAINED-COUNT
           .
       0320Z.
           EXIT
           .
       0330-WRITE-NUMBER SECTION.
           MOVE DRAIN-NUMBER TO DRAIN-NUMBER-ED
           MOVE SPACES TO SUBMIT-RANGE-RECORD
           MOVE FUNCTION TRIM(DRAIN-NUMBER-ED) TO SUBMIT-RANGE-RECORD
           WRITE SUBMIT-RANGE-RECORD
           IF SUBMIT-RANGE-STATUS > 9 THEN
               PERFORM 0360-WRITE-FAILED
           END-IF
           .
       0340-RETURN-NEXT-SORTED SECTION.
           RETURN DRAIN-SORT
               AT END SET DRAIN-SORT-EOF TO TRUE
           END-RETURN
           .
      *    A half-written SUBRANGE or SUBMAN cannot be fed to the
      *    window: stop with RC 16 so FIZZBATCH does not run.  The
      *    tickets already marked RUNNING are drained again next
      *    time.
       0360-WRITE-FAILED SECTION.
           DISPLAY 'FBSUBDRN: WRITE FAILED, SUBRANGE STATUS='
               SUBMIT-RANGE-STATUS ' SUBMAN STATUS=' MANIFEST-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE SUBMITQ
           CLOSE SUBMIT-RANGE
           CLOSE MANIFEST
           GOBACK
           .
       0400-CLOSE-FILES SECTION.
           CLOSE SUBMIT-RANGE
           CLOSE MANIFEST
           .
           COPY FBRUNP      .
       END PROGRAM FBSUBDRN.

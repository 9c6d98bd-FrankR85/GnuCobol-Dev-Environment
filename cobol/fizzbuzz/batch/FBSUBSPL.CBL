       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSUBSPL.

      *----------------------------------------------------------*
      *  Splits the FIZZBATCH window's RPTOUT back out by bulk    *
      *  submission ticket.  FBSUBDRN put the drained tickets     *
      *  ahead of the regular RANGEIN, in SUBMAN manifest order,  *
      *  so their rows are the first rows of RPTOUT: each ticket  *
      *  takes the next SUB-ROW-COUNT rows, one per number from   *
      *  its start (1 for a range submitted from 0) to its end,   *
      *  into its own TKT-<ticket> result file for the CGI's      *
      *  action=retrieve, and gets a COMPLETE event on SUBMITQ.   *
      *  A COMPLETE ticket is also written to AUDITLOG as a bulk  *
      *  call (AUD-CALL-TYPE 'B'), the ticket as request id and   *
      *  the range as submitted, so FBBILL bills it to the        *
      *  client's cost centre; every other AUDITLOG reader skips  *
      *  the bulk calls.                                          *
      *                                                            *
      *  Every row's number is checked against the number the     *
      *  ticket expects next.  Once RPTOUT is out of step (rows   *
      *  missing, or repeated by a restart that went back to an   *
      *  earlier checkpoint) no later row can be trusted, so that *
      *  ticket and every ticket after it is marked FAILED and    *
      *  the step ends RC 8; the clients submit them again.       *
      *  Without a manifest there is nothing to split.            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST ASSIGN TO "SUBMAN"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-STATUS.

           SELECT REPORT-IN ASSIGN TO "RPTOUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT TICKET-CSV ASSIGN USING TICKET-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TICKET-CSV-STATUS.

           SELECT SUBMITQ ASSIGN TO "SUBMITQ"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SUBMITQ-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AUDITLOG-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST.
          01 MANIFEST-RECORD       PIC X(127).

       FD REPORT-IN.
          01 REPORT-RECORD         PIC X(41).

      *    Variable-length record so a trimmed CSV line (e.g.
      *    "7,BAZZ") is actually written short, not re-padded out
      *    to a fixed 41-byte width.
       FD TICKET-CSV
           RECORD IS VARYING IN SIZE FROM 1 TO 41 CHARACTERS
           DEPENDING ON TKT-RECORD-LEN.
          01 TICKET-CSV-RECORD     PIC X(41).

       FD SUBMITQ.
           COPY FBSUBQF     .

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

       WORKING-STORAGE SECTION.
            COPY FBRUNW      .
       01 MANIFEST-STATUS       PIC 99.
       01 REPORT-STATUS         PIC 99.
       01 TICKET-CSV-STATUS     PIC 99.
       01 SUBMITQ-STATUS        PIC 99.
       01 AUDITLOG-STATUS       PIC 99.

       01 MANIFEST-EOF-FLAG     PIC X VALUE 'N'.
           88 MANIFEST-EOF      VALUE 'Y'.
       01 REPORT-EOF-FLAG       PIC X VALUE 'N'.
           88 REPORT-EOF        VALUE 'Y'.
       01 OUT-OF-STEP-FLAG      PIC X VALUE 'N'.
           88 OUT-OF-STEP       VALUE 'Y'.
       01 TICKET-CSV-OPEN-FLAG  PIC X VALUE 'N'.
           88 TICKET-CSV-IS-OPEN VALUE 'Y'.
       01 TICKET-OK-FLAG        PIC X VALUE 'Y'.
           88 TICKET-OK         VALUE 'Y'.

       01 TICKET-FILE-NAME      PIC X(23).
       01 TKT-RECORD-LEN        PIC 9(4).
       01 EXPECT-FIRST-NUMBER   PIC 9(20).
       01 EXPECT-NUMBER         PIC 9(20).
       01 ROW-NUMBER-TOKEN      PIC X(20).
       01 ROW-NUMBER            PIC 9(20).
       01 TICKET-ROW-COUNT      PIC 9(18).

       01 ROWS-READ-COUNT       PIC 9(9) VALUE 0.
       01 ROWS-WRITTEN-COUNT    PIC 9(9) VALUE 0.
       01 TICKETS-COMPLETE-COUNT PIC 9(9) VALUE 0.
       01 TICKETS-FAILED-COUNT  PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-STAMP
           MOVE 'FBSUBSPL' TO RUN-LEDGER-PROGRAM
           PERFORM 0200-OPEN-FILES
           PERFORM 0310-READ-NEXT-ROW
           PERFORM 0320-READ-NEXT-TICKET
           PERFORM UNTIL MANIFEST-EOF
               PERFORM 0300-SPLIT-ONE-TICKET
               PERFORM 0320-READ-NEXT-TICKET
           END-PERFORM
           PERFORM 0400-CLOSE-FILES
           DISPLAY 'FBSUBSPL: TICKETS COMPLETE=' TICKETS-COMPLETE-COUNT
               ' FAILED=' TICKETS-FAILED-COUNT
               ' ROWS=' ROWS-WRITTEN-COUNT
           IF TICKETS-FAILED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ROWS-READ-COUNT TO RUN-LEDGER-READ
           MOVE ROWS-WRITTEN-COUNT TO RUN-LEDGER-WRITTEN
           MOVE TICKETS-FAILED-COUNT TO RUN-LEDGER-REJECTED
           PERFORM 9000-WRITE-RUN-RECORD
           GOBACK
           .
       0200-OPEN-FILES SECTION.
           OPEN INPUT MANIFEST
           IF MANIFEST-STATUS = 35 THEN
               SET MANIFEST-EOF TO TRUE
           ELSE
               IF MANIFEST-STATUS > 9 THEN
                   DISPLAY 'FBSUBSPL: CANNOT OPEN SUBMAN, STATUS='
                       MANIFEST-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT REPORT-IN
           IF REPORT-STATUS > 9 THEN
               DISPLAY 'FBSUBSPL: CANNOT OPEN RPTOUT, STATUS='
                   REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SUBMITQ
           IF SUBMITQ-STATUS = 35 THEN
               OPEN OUTPUT SUBMITQ
           END-IF
           IF SUBMITQ-STATUS > 9 THEN
               DISPLAY 'FBSUBSPL: CANNOT OPEN SUBMITQ, STATUS='
                   SUBMITQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND AUDITLOG
           IF AUDITLOG-STATUS = 35 THEN
               OPEN OUTPUT AUDITLOG
           END-IF
           IF AUDITLOG-STATUS > 9 THEN
               DISPLAY 'FBSUBSPL: CANNOT OPEN AUDITLOG, STATUS='
                   AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
       0300-SPLIT-ONE-TICKET SECTION.
           MOVE MANIFEST-RECORD TO SUBMISSION-RECORD
           MOVE 'Y' TO TICKET-OK-FLAG
           MOVE 0 TO TICKET-ROW-COUNT
           IF NOT OUT-OF-STEP THEN
               PERFORM 0305-TAKE-TICKET-ROWS
           END-IF
           IF OUT-OF-STEP
                   OR TICKET-ROW-COUNT NOT = SUB-ROW-COUNT THEN
               MOVE 'N' TO TICKET-OK-FLAG
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO SUB-EVENT-STAMP
           IF TICKET-OK THEN
               SET SUB-COMPLETE TO TRUE
               MOVE TICKET-ROW-COUNT TO SUB-ROW-COUNT
               ADD 1 TO TICKETS-COMPLETE-COUNT
           ELSE
               SET SUB-FAILED TO TRUE
               MOVE 0 TO SUB-ROW-COUNT
               ADD 1 TO TICKETS-FAILED-COUNT
               DISPLAY 'FBSUBSPL: TICKET ' SUB-TICKET ' FAILED'
           END-IF
           WRITE SUBMISSION-RECORD
           IF TICKET-OK THEN
               PERFORM 0340-WRITE-BULK-CALL
           END-IF
           .
       0305-TAKE-TICKET-ROWS SECTION.
           IF SUB-START-NUMBER = 0 THEN
               MOVE 1 TO EXPECT-FIRST-NUMBER
           ELSE
               MOVE SUB-START-NUMBER TO EXPECT-FIRST-NUMBER
           END-IF
           MOVE SPACES TO TICKET-FILE-NAME
           STRING 'TKT-' DELIMITED BY SIZE
               SUB-TICKET DELIMITED BY SIZE
               INTO TICKET-FILE-NAME
           END-STRING
           OPEN OUTPUT TICKET-CSV
           IF TICKET-CSV-STATUS > 9 THEN
               DISPLAY 'FBSUBSPL: CANNOT OPEN ' TICKET-FILE-NAME
                   ' STATUS=' TICKET-CSV-STATUS
               MOVE 'N' TO TICKET-OK-FLAG
               MOVE 'N' TO TICKET-CSV-OPEN-FLAG
           ELSE
               SET TICKET-CSV-IS-OPEN TO TRUE
           END-IF
      *    The rows are taken even when the result file could not
      *    be opened, so the next ticket still starts in step.
           PERFORM 0330-TAKE-ONE-ROW
               VARYING EXPECT-NUMBER FROM EXPECT-FIRST-NUMBER BY 1
               UNTIL EXPECT-NUMBER > SUB-END-NUMBER
                  OR OUT-OF-STEP
           IF TICKET-CSV-IS-OPEN THEN
               CLOSE TICKET-CSV
           END-IF
           .
       0310-READ-NEXT-ROW SECTION.
           IF NOT REPORT-EOF THEN
               READ REPORT-IN
                   AT END SET REPORT-EOF TO TRUE
                   NOT AT END ADD 1 TO ROWS-READ-COUNT
               END-READ
           END-IF
           .
       0320-READ-NEXT-TICKET SECTION.
           IF NOT MANIFEST-EOF THEN
               READ MANIFEST
                   AT END SET MANIFEST-EOF TO TRUE
               END-READ
           END-IF
           .
       0330-TAKE-ONE-ROW SECTION.
           IF REPORT-EOF THEN
               DISPLAY 'FBSUBSPL: RPTOUT ENDS BEFORE TICKET '
                   SUB-TICKET ' EXPECTED ' EXPECT-NUMBER
               SET OUT-OF-STEP TO TRUE
               GO TO 0330Z
           END-IF
           MOVE SPACES TO ROW-NUMBER-TOKEN
           UNSTRING REPORT-RECORD DELIMITED BY ','
               INTO ROW-NUMBER-TOKEN
           END-UNSTRING
           IF ROW-NUMBER-TOKEN = SPACES
                   OR FUNCTION TRIM(ROW-NUMBER-TOKEN) NOT NUMERIC THEN
               MOVE 0 TO ROW-NUMBER
           ELSE
               MOVE FUNCTION NUMVAL(ROW-NUMBER-TOKEN) TO ROW-NUMBER
           END-IF
           IF ROW-NUMBER NOT = EXPECT-NUMBER THEN
               DISPLAY 'FBSUBSPL: RPTOUT OUT OF STEP AT TICKET '
                   SUB-TICKET ' EXPECTED ' EXPECT-NUMBER
                   ' FOUND ' REPORT-RECORD
               SET OUT-OF-STEP TO TRUE
               GO TO 0330Z
           END-IF
           IF TICKET-CSV-IS-OPEN THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REPORT-RECORD))
                   TO TKT-RECORD-LEN
               MOVE REPORT-RECORD TO TICKET-CSV-RECORD
               WRITE TICKET-CSV-RECORD
               IF TICKET-CSV-STATUS > 9 THEN
                   MOVE 'N' TO TICKET-OK-FLAG
               ELSE
                   ADD 1 TO ROWS-WRITTEN-COUNT
               END-IF
           END-IF
           ADD 1 TO TICKET-ROW-COUNT
           PERFORM 0310-READ-NEXT-ROW
           .
       0330Z.
           EXIT
           .
      *    The billable record for a COMPLETE ticket, stamped with
      *    the COMPLETE event so it falls in the period the work
      *    was done.
       0340-WRITE-BULK-CALL SECTION.
           MOVE SPACES TO AUDIT-RECORD
           MOVE SUB-EVENT-STAMP TO AUD-TIMESTAMP
           MOVE SUB-TICKET TO AUD-REQUEST-ID
           MOVE SUB-START-NUMBER TO AUD-START-NUMBER
           MOVE SUB-END-NUMBER TO AUD-END-NUMBER
           MOVE 0 TO AUD-IN-STATUS
           MOVE SUB-CLIENT-ID TO AUD-CLIENT-ID
           SET AUD-BULK-CALL TO TRUE
           WRITE AUDIT-RECORD
           IF AUDITLOG-STATUS > 9 THEN
               DISPLAY 'FBSUBSPL: WRITE FAILED, AUDITLOG STATUS='
                   AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 0400-CLOSE-FILES
               GOBACK
           END-IF
           .
       0400-CLOSE-FILES SECTION.
           IF MANIFEST-STATUS NOT = 35 THEN
               CLOSE MANIFEST
           END-IF
           CLOSE REPORT-IN
           CLOSE SUBMITQ
           CLOSE AUDITLOG
           .
           COPY FBRUNP      .
       END PROGRAM FBSUBSPL.

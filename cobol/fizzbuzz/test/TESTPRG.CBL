           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RULECAT-STATUS.

           SELECT CLIENTS ASSIGN TO "CLIENTS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CLIENTS-STATUS.

      *    The keyed membership master FBMSTKEY reloads nightly
      *    from MASTOUT, read by account number for action=account.
           SELECT KEYED-MASTER ASSIGN TO "MASTKEY"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MKY-ACCOUNT-NUMBER
           FILE STATUS IS KEYED-MASTER-STATUS.

           SELECT INQLOG ASSIGN TO "INQLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS INQLOG-STATUS.

      *    Bulk submissions: action=submit queues a range on
      *    SUBMITQ for the FIZZBATCH window, FBSUBSPL leaves the
      *    result in TKT-<ticket>, action=retrieve hands it back.
           SELECT SUBMITQ ASSIGN TO "SUBMITQ"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SUBMITQ-STATUS.

           SELECT TICKET-RESULT ASSIGN USING TICKET-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TICKET-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WEBINPUT.
             05 ERR-IN-STATUS      PIC 99.
             05 ERR-FILLER-2       PIC X.
             05 ERR-CHUNK          PIC X(1024).
             05 ERR-FILLER-3       PIC X.
             05 ERR-REASON         PIC X(18).

       FD AUDITLOG.
          01 AUDIT-RECORD.
             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.
                 88 AUD-RESUMED-CALL VALUE 'R'.
                 88 AUD-BULK-CALL    VALUE 'B'.

       FD RESTARTFL.
          01 RESTART-RECORD.
       FD RULECAT.
           COPY FBRULEF     .

       FD CLIENTS.
           COPY FBCLNTF     .

       FD KEYED-MASTER.
           COPY FBMKEYF     .

       FD INQLOG.
          01 INQUIRY-RECORD.
             05 INQ-TIMESTAMP      PIC X(14).
             05 INQ-FILLER-1       PIC X.
             05 INQ-CLIENT-ID      PIC X(8).
             05 INQ-FILLER-2       PIC X.
             05 INQ-ACCOUNT-NUMBER PIC X(10).
             05 INQ-FILLER-3       PIC X.
             05 INQ-OUTCOME        PIC X(10).

       FD SUBMITQ.
           COPY FBSUBQF     .

       FD TICKET-RESULT.
          01 TICKET-RESULT-RECORD  PIC X(41).

       WORKING-STORAGE SECTION.
            COPY ZUTZCWS     .
       01 IN-STATUS            PIC 99.
       01 REQUEST-VALID-FLAG   PIC X     VALUE 'N'.
           88 REQUEST-IS-VALID   VALUE 'Y'.
           88 REQUEST-IS-INVALID VALUE 'N'.
           88 REQUEST-IS-REFUSED VALUE 'R'.

       01 REQUEST-ID            PIC X(19).
       01 RESUME-ID             PIC X(19).
       01 PROCESS-ID-ED         PIC 9(5).
       01 RESTART-FOUND-FLAG    PIC X     VALUE 'N'.
           88 RESTART-FOUND       VALUE 'Y'.
       01 RESTART-NUMBER        PIC 9(20).
      *    A resume id is honoured only for a request with an open
      *    checkpoint that was first accepted, on AUDITLOG, for the
      *    same client.  Any other resume id - unknown, finished,
      *    or another client's - starts a new request instead.
       01 RESUME-OWNER-ID       PIC X(8).
       01 RESUME-ACCEPTED-FLAG  PIC X     VALUE 'N'.
           88 RESUME-ACCEPTED     VALUE 'Y'.

       01 START-TOKEN           PIC X(20) VALUE SPACES.
       01 START-TOKEN-FLAG      PIC X     VALUE 'Y'.

       01 ACTION-TYPE           PIC X(8)  VALUE SPACES.
           88 ACTION-IS-STATUS    VALUE 'STATUS'.
           88 ACTION-IS-ACCOUNT   VALUE 'ACCOUNT'.
           88 ACTION-IS-SUBMIT    VALUE 'SUBMIT'.
           88 ACTION-IS-RETRIEVE  VALUE 'RETRIEVE'.

      *    Scratch for the action=status inquiry: the open
      *    checkpoints are streamed straight out of RESTARTF
           VALUE 'Ungueltige Eingabe!'.
       01 MSG-PAGE-TITLE        PIC X(80)
           VALUE 'FizzBuzz Ergebnis'.
       01 MSG-CLIENT-REFUSED    PIC X(80)
           VALUE 'Client nicht zugelassen!'.
       01 MSG-QUOTA-EXCEEDED    PIC X(80)
           VALUE 'Tageskontingent ueberschritten!'.
       01 MSG-ACCOUNT-NOTFND    PIC X(80)
           VALUE 'Konto nicht gefunden!'.
       01 MSG-MASTER-UNAVAIL    PIC X(80)
           VALUE 'Mitgliederbestand nicht verfuegbar!'.
       01 MSG-ACCOUNT-TITLE     PIC X(80)
           VALUE 'Mitgliedskonto'.
       01 MSG-LABEL-ACCOUNT     PIC X(80)
           VALUE 'Kontonummer'.
       01 MSG-LABEL-NAME        PIC X(80)
           VALUE 'Name'.
       01 MSG-LABEL-BRANCH      PIC X(80)
           VALUE 'Filiale'.
       01 MSG-LABEL-SINCE       PIC X(80)
           VALUE 'Mitglied seit'.
       01 MSG-LABEL-STATUS      PIC X(80)
           VALUE 'Statuscode'.
       01 MSG-LABEL-CLASS       PIC X(80)
           VALUE 'Klassifizierung'.
       01 MSG-TICKET-QUEUED     PIC X(80)
           VALUE 'Auftrag angenommen'.
       01 MSG-TICKET-TITLE      PIC X(80)
           VALUE 'Auftragsstatus'.
       01 MSG-TICKET-NOTFND     PIC X(80)
           VALUE 'Auftrag nicht gefunden!'.
       01 MSG-QUEUE-UNAVAIL     PIC X(80)
           VALUE 'Auftragswarteschlange nicht verfuegbar!'.
       01 MSG-LABEL-TICKET      PIC X(80)
           VALUE 'Auftragsnummer'.
       01 MSG-LABEL-STATE       PIC X(80)
           VALUE 'Bearbeitungsstand'.

      *    Every classification call names a registered client
      *    (the client parameter).  The client must be on the
      *    CLIENTS registry and active, and the call must not take
      *    the client past its daily allowance of classified
      *    numbers, counted from today's AUDITLOG records for that
      *    client.  A resumed call (RESUME-ACCEPTED) continues a
      *    range that was already counted when it was first
      *    accepted, so it is not counted again; a call naming a
      *    resume id that is not honoured is counted in full.
      *    REFUSAL-REASON goes on the ERRORLOG
      *    record so FBTRIAGE can report the refusal as such.
       01 CLIENT-ID             PIC X(8)  VALUE SPACES.
       01 CLIENTS-STATUS        PIC 99.
       01 CLIENTS-EOF-FLAG      PIC X     VALUE 'N'.
           88 CLIENTS-EOF         VALUE 'Y'.
       01 CLIENT-FOUND-FLAG     PIC X     VALUE 'N'.
           88 CLIENT-FOUND        VALUE 'Y'.
       01 CLIENT-ACTIVE-FLAG    PIC X.
           88 CLIENT-IS-ACTIVE    VALUE 'A'.
       01 CLIENT-ALLOWANCE      PIC 9(12).
       01 CLIENT-USED-UNITS     PIC 9(20).
       01 REQUESTED-UNITS       PIC 9(20).
       01 REFUSAL-REASON        PIC X(18) VALUE SPACES.
           88 REFUSED-MISSING-CLIENT  VALUE 'MISSING CLIENT'.
           88 REFUSED-UNKNOWN-CLIENT  VALUE 'UNKNOWN CLIENT'.
           88 REFUSED-INACTIVE-CLIENT VALUE 'INACTIVE CLIENT'.
           88 REFUSED-QUOTA-EXCEEDED  VALUE 'QUOTA EXCEEDED'.

      *    action=account: one member looked up by account number
      *    in the keyed master.  The caller must still name an
      *    active registered client, but a lookup classifies
      *    nothing and is not counted against the allowance.  Each
      *    inquiry, answered or not, is logged to INQLOG with the
      *    client, the account asked for and the outcome, since it
      *    discloses member data.  The account may be sent without
      *    its leading zeros.
       01 KEYED-MASTER-STATUS   PIC 99.
       01 INQLOG-STATUS         PIC 99.
       01 INQUIRY-ACCOUNT-TOKEN PIC X(20) VALUE SPACES.
       01 INQUIRY-ACCOUNT-NUM   PIC 9(10).
       01 INQUIRY-ACCOUNT       PIC X(10).
       01 INQUIRY-OUTCOME       PIC X(10) VALUE SPACES.
           88 INQUIRY-FOUND       VALUE 'FOUND'.
           88 INQUIRY-NOT-FOUND   VALUE 'NOT FOUND'.
           88 INQUIRY-INVALID     VALUE 'INVALID'.
           88 INQUIRY-REFUSED     VALUE 'REFUSED'.
           88 INQUIRY-UNAVAILABLE VALUE 'UNAVAIL'.
       01 INQUIRY-FIELD-KEY     PIC X(16).
       01 INQUIRY-FIELD-LABEL   PIC X(30).
       01 INQUIRY-FIELD-VALUE   PIC X(30).

      *    action=submit / action=retrieve.  A submission is
      *    validated and counted against the client's allowance
      *    like any classification call, but is only queued: the
      *    REQUEST-ID it is given is its ticket, and the range is
      *    classified in the next FIZZBATCH window.  A retrieval
      *    must name the ticket and the client that submitted it;
      *    another client's ticket is reported as not found.  The
      *    ticket's state is the latest SUBMITQ event for it, with
      *    COLLECTED reported as COMPLETE so a result can be
      *    fetched again until FBHOUSE purges it.
       01 SUBMITQ-STATUS        PIC 99.
       01 TICKET-RESULT-STATUS  PIC 99.
       01 TICKET-FILE-NAME      PIC X(23).
       01 TICKET-ID             PIC X(19) VALUE SPACES.
       01 TICKET-STATE          PIC X(9)  VALUE SPACES.
       01 TICKET-REPORTED-STATE PIC X(9)  VALUE SPACES.
       01 TICKET-LAST-EVENT     PIC X(127).
       01 TICKET-OUTCOME        PIC X(10) VALUE SPACES.
           88 TICKET-QUEUED       VALUE 'QUEUED'.
           88 TICKET-FOUND        VALUE 'FOUND'.
           88 TICKET-NOT-FOUND    VALUE 'NOT FOUND'.
           88 TICKET-INVALID      VALUE 'INVALID'.
           88 TICKET-REFUSED      VALUE 'REFUSED'.
           88 TICKET-UNAVAILABLE  VALUE 'UNAVAIL'.
       01 SUBMITQ-EOF-FLAG      PIC X     VALUE 'N'.
           88 SUBMITQ-EOF         VALUE 'Y'.

       01 RESPONSE-TEXT         PIC X(32000).
       01 RESPONSE-PTR          PIC 9(8).
       01 TC-COUNT              PIC 9(2) VALUE 4.
       01 TC-IX                 PIC 9(2).

      *    Cases for the units a call counts against its client's
      *    daily allowance (END-NUMBER - START-NUMBER + 1, nothing
      *    for an empty range).
       01 UC-TABLE.
          05 UC-ENTRY OCCURS 3 TIMES.
             10 UC-START          PIC 9(20).
             10 UC-END            PIC 9(20).
             10 UC-EXPECTED       PIC 9(20).
       01 UC-COUNT              PIC 9(2) VALUE 3.
       01 UC-IX                 PIC 9(2).

      *    Cases for the account number an inquiry looks up: short
      *    numbers are zero-filled to the 10-digit key, anything
      *    non-numeric, zero or too long looks up nothing (spaces).
       01 AC-TABLE.
          05 AC-ENTRY OCCURS 5 TIMES.
             10 AC-TOKEN          PIC X(20).
             10 AC-EXPECTED       PIC X(10).
       01 AC-COUNT              PIC 9(2) VALUE 5.
       01 AC-IX                 PIC 9(2).

      *    Cases for the state action=retrieve reports for the
      *    latest SUBMITQ event of a ticket.
       01 SC-TABLE.
          05 SC-ENTRY OCCURS 5 TIMES.
             10 SC-STATE          PIC X(9).
             10 SC-EXPECTED       PIC X(9).
       01 SC-COUNT              PIC 9(2) VALUE 5.
       01 SC-IX                 PIC 9(2).

      *    Cases for honouring a resume id: a checkpoint must be
      *    open and the request's first call must be the client's.
       01 RC-TABLE.
          05 RC-ENTRY OCCURS 4 TIMES.
             10 RC-NAME           PIC X(60).
             10 RC-FOUND          PIC X.
             10 RC-OWNER          PIC X(8).
             10 RC-CLIENT         PIC X(8).
             10 RC-EXPECTED       PIC X.
       01 RC-COUNT              PIC 9(2) VALUE 4.
       01 RC-IX                 PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM 0100-INIT-DIVISOR-TABLE
           PERFORM UT-INITIALIZE
           PERFORM UT-AFTER

           PERFORM UT-RUN-DATA-DRIVEN-CASES
           PERFORM UT-RUN-UNITS-CASES
           PERFORM UT-RUN-ACCOUNT-CASES
           PERFORM UT-RUN-TICKET-STATE-CASES
           PERFORM UT-RUN-RESUME-CASES

            COPY ZUTZCPD     .
           .
               GOBACK
           END-IF

           IF ACTION-IS-ACCOUNT THEN
               PERFORM U18-BUILD-ACCOUNT-RESPONSE
               GOBACK
           END-IF

           IF ACTION-IS-SUBMIT THEN
               PERFORM U19-BUILD-SUBMIT-RESPONSE
               GOBACK
           END-IF

           IF ACTION-IS-RETRIEVE THEN
               PERFORM U20-BUILD-RETRIEVE-RESPONSE
               GOBACK
           END-IF

           PERFORM U01-PRINT-HEADER

           EVALUATE TRUE
               WHEN REQUEST-IS-VALID
                   PERFORM U08-BUILD-RESPONSE
               WHEN REFUSED-QUOTA-EXCEEDED
                   DISPLAY FUNCTION TRIM(MSG-QUOTA-EXCEEDED)
               WHEN REQUEST-IS-REFUSED
                   DISPLAY FUNCTION TRIM(MSG-CLIENT-REFUSED)
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(MSG-INVALID-INPUT)
           END-EVALUATE

           GOBACK
           .
          .

           MOVE 105 TO TC-INPUT(4)
           MOVE 'FIZZBUZZBAZZ' TO TC-EXPECTED(4)

           MOVE 1   TO UC-START(1)
           MOVE 100 TO UC-END(1)
           MOVE 100 TO UC-EXPECTED(1)

           MOVE 501 TO UC-START(2)
           MOVE 501 TO UC-END(2)
           MOVE 1   TO UC-EXPECTED(2)

           MOVE 10  TO UC-START(3)
           MOVE 5   TO UC-END(3)
           MOVE 0   TO UC-EXPECTED(3)

           MOVE '12345'       TO AC-TOKEN(1)
           MOVE '0000012345'  TO AC-EXPECTED(1)

           MOVE '0000012345'  TO AC-TOKEN(2)
           MOVE '0000012345'  TO AC-EXPECTED(2)

           MOVE '12A45'       TO AC-TOKEN(3)
           MOVE SPACES        TO AC-EXPECTED(3)

           MOVE '0'           TO AC-TOKEN(4)
           MOVE SPACES        TO AC-EXPECTED(4)

           MOVE '12345678901' TO AC-TOKEN(5)
           MOVE SPACES        TO AC-EXPECTED(5)

           MOVE 'QUEUED'      TO SC-STATE(1)
           MOVE 'QUEUED'      TO SC-EXPECTED(1)

           MOVE 'RUNNING'     TO SC-STATE(2)
           MOVE 'RUNNING'     TO SC-EXPECTED(2)

           MOVE 'COMPLETE'    TO SC-STATE(3)
           MOVE 'COMPLETE'    TO SC-EXPECTED(3)

           MOVE 'FAILED'      TO SC-STATE(4)
           MOVE 'FAILED'      TO SC-EXPECTED(4)

           MOVE 'COLLECTED'   TO SC-STATE(5)
           MOVE 'COMPLETE'    TO SC-EXPECTED(5)

           MOVE 'IT RESUMES AN OPEN REQUEST OF THE SAME CLIENT'
                              TO RC-NAME(1)
           MOVE 'Y'           TO RC-FOUND(1)
           MOVE 'ACME'        TO RC-OWNER(1)
           MOVE 'ACME'        TO RC-CLIENT(1)
           MOVE 'Y'           TO RC-EXPECTED(1)

           MOVE 'IT DOES NOT RESUME AN UNKNOWN RESUME ID'
                              TO RC-NAME(2)
           MOVE 'N'           TO RC-FOUND(2)
           MOVE SPACES        TO RC-OWNER(2)
           MOVE 'ACME'        TO RC-CLIENT(2)
           MOVE 'N'           TO RC-EXPECTED(2)

           MOVE 'IT DOES NOT RESUME ANOTHER CLIENT''S REQUEST'
                              TO RC-NAME(3)
           MOVE 'Y'           TO RC-FOUND(3)
           MOVE 'GLOBEX'      TO RC-OWNER(3)
           MOVE 'ACME'        TO RC-CLIENT(3)
           MOVE 'N'           TO RC-EXPECTED(3)

           MOVE 'IT DOES NOT RESUME A REQUEST MISSING FROM AUDITLOG'
                              TO RC-NAME(4)
           MOVE 'Y'           TO RC-FOUND(4)
           MOVE SPACES        TO RC-OWNER(4)
           MOVE 'ACME'        TO RC-CLIENT(4)
           MOVE 'N'           TO RC-EXPECTED(4)
           .
       UT-RUN-DATA-DRIVEN-CASES.
           PERFORM VARYING TC-IX FROM 1 BY 1
               PERFORM UT-AFTER
           END-PERFORM
           .
       UT-RUN-UNITS-CASES.
           PERFORM VARYING UC-IX FROM 1 BY 1
                   UNTIL UC-IX > UC-COUNT
               STRING 'IT COUNTS THE UNITS FROM ' DELIMITED BY SIZE
                   UC-START(UC-IX) DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   UC-END(UC-IX) DELIMITED BY SIZE
                   INTO UT-TEST-CASE-NAME
               PERFORM UT-BEFORE
               MOVE UC-START(UC-IX) TO START-NUMBER
               MOVE UC-END(UC-IX) TO END-NUMBER
               PERFORM U17C-COMPUTE-REQUESTED-UNITS
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-NORMAL-COMPARE TO TRUE
               MOVE REQUESTED-UNITS TO UT-ACTUAL
               MOVE UC-EXPECTED(UC-IX) TO UT-EXPECTED
               SET UT-COMPARE-DEFAULT TO TRUE
               PERFORM UT-ASSERT-EQUAL
               PERFORM UT-AFTER
           END-PERFORM
           .
       UT-RUN-ACCOUNT-CASES.
           PERFORM VARYING AC-IX FROM 1 BY 1
                   UNTIL AC-IX > AC-COUNT
               STRING 'IT NORMALIZES THE ACCOUNT ' DELIMITED BY SIZE
                   AC-TOKEN(AC-IX) DELIMITED BY SPACE
                   INTO UT-TEST-CASE-NAME
               PERFORM UT-BEFORE
               MOVE AC-TOKEN(AC-IX) TO INQUIRY-ACCOUNT-TOKEN
               PERFORM U18A-NORMALIZE-ACCOUNT
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-NORMAL-COMPARE TO TRUE
               MOVE INQUIRY-ACCOUNT TO UT-ACTUAL
               MOVE AC-EXPECTED(AC-IX) TO UT-EXPECTED
               SET UT-COMPARE-DEFAULT TO TRUE
               PERFORM UT-ASSERT-EQUAL
               PERFORM UT-AFTER
           END-PERFORM
           .
       UT-RUN-TICKET-STATE-CASES.
           PERFORM VARYING SC-IX FROM 1 BY 1
                   UNTIL SC-IX > SC-COUNT
               STRING 'IT REPORTS A ' DELIMITED BY SIZE
                   SC-STATE(SC-IX) DELIMITED BY SPACE
                   ' TICKET AS ' DELIMITED BY SIZE
                   SC-EXPECTED(SC-IX) DELIMITED BY SPACE
                   INTO UT-TEST-CASE-NAME
               PERFORM UT-BEFORE
               MOVE SC-STATE(SC-IX) TO TICKET-STATE
               PERFORM U20C-REPORT-TICKET-STATE
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-NORMAL-COMPARE TO TRUE
               MOVE TICKET-REPORTED-STATE TO UT-ACTUAL
               MOVE SC-EXPECTED(SC-IX) TO UT-EXPECTED
               SET UT-COMPARE-DEFAULT TO TRUE
               PERFORM UT-ASSERT-EQUAL
               PERFORM UT-AFTER
           END-PERFORM
           .
       UT-RUN-RESUME-CASES.
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-COUNT
               MOVE RC-NAME(RC-IX) TO UT-TEST-CASE-NAME
               PERFORM UT-BEFORE
               MOVE RC-FOUND(RC-IX) TO RESTART-FOUND-FLAG
               MOVE RC-OWNER(RC-IX) TO RESUME-OWNER-ID
               MOVE RC-CLIENT(RC-IX) TO CLIENT-ID
               PERFORM U04C-DECIDE-RESUME
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-NORMAL-COMPARE TO TRUE
               MOVE RESUME-ACCEPTED-FLAG TO UT-ACTUAL
               MOVE RC-EXPECTED(RC-IX) TO UT-EXPECTED
               SET UT-COMPARE-DEFAULT TO TRUE
               PERFORM UT-ASSERT-EQUAL
               PERFORM UT-AFTER
           END-PERFORM
           MOVE 'N' TO RESTART-FOUND-FLAG
           MOVE 'N' TO RESUME-ACCEPTED-FLAG
           MOVE SPACES TO RESUME-OWNER-ID CLIENT-ID
           .
           COPY FBPROC      .
           COPY FBRULE      .
       U01-PRINT-HEADER SECTION.
           IF REQUEST-IS-INVALID THEN
               DISPLAY "Status: 400 Bad Request"
           END-IF
           IF REQUEST-IS-REFUSED THEN
               IF REFUSED-QUOTA-EXCEEDED THEN
                   DISPLAY "Status: 429 Too Many Requests"
               ELSE
                   DISPLAY "Status: 403 Forbidden"
               END-IF
           END-IF
           IF FORMAT-TYPE = 'JSON' THEN
               DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
           ELSE
           END-IF
           CLOSE WEBINPUT

           MOVE 0 TO END-NUMBER
           MOVE 1 TO START-NUMBER
           MOVE SPACES TO START-TOKEN
           SET START-TOKEN-IS-VALID TO TRUE
           MOVE 'HTML' TO FORMAT-TYPE
           MOVE SPACES TO RESUME-ID
           MOVE 'N' TO RESUME-ACCEPTED-FLAG
           MOVE SPACES TO CLIENT-ID
           MOVE SPACES TO REFUSAL-REASON
           MOVE SPACES TO INQUIRY-ACCOUNT-TOKEN
           MOVE SPACES TO TICKET-ID

           PERFORM U03-SPLIT-POST-PARAMETERS
           PERFORM U15-LOAD-MESSAGE-CATALOG

      *    A status or account inquiry or a retrieval performs no
      *    classification: skip the range validation and the
      *    audit/error logging entirely.
           IF ACTION-IS-STATUS OR ACTION-IS-ACCOUNT
                   OR ACTION-IS-RETRIEVE THEN
               GO TO U02Z
           END-IF
      *    A submission always starts a new range, so it cannot
      *    resume a request.
           IF ACTION-IS-SUBMIT THEN
               MOVE SPACES TO RESUME-ID
           END-IF
           PERFORM 0150-LOAD-RULE-SET

           IF START-TOKEN NOT = SPACES THEN
                   AND START-NUMBER >= 0 THEN
               SET REQUEST-IS-VALID TO TRUE
               PERFORM U04-RESOLVE-REQUEST-ID
               PERFORM U17-CHECK-CLIENT-QUOTA
           ELSE
               SET REQUEST-IS-INVALID TO TRUE
           END-IF

      *    An accepted submission is put on SUBMITQ by U19 instead
      *    of AUDITLOG: nothing has been classified yet, and no
      *    RPT- file will exist for FBCOLLCT and FBRECON to match.
           EVALUATE TRUE
               WHEN REQUEST-IS-VALID AND ACTION-IS-SUBMIT
                   CONTINUE
               WHEN REQUEST-IS-VALID
                   PERFORM U05-WRITE-AUDIT-LOG
               WHEN OTHER
                   PERFORM U07-WRITE-ERROR-LOG
           END-EVALUATE
           .
       U02Z.
           EXIT
           .
       U04-RESOLVE-REQUEST-ID SECTION.
           MOVE 'N' TO RESUME-ACCEPTED-FLAG
           IF RESUME-ID NOT = SPACES THEN
               MOVE RESUME-ID TO REQUEST-ID
               PERFORM U04A-LOOKUP-RESTART-CHECKPOINT
               MOVE SPACES TO RESUME-OWNER-ID
               IF RESTART-FOUND THEN
                   PERFORM U04B-LOOKUP-RESUME-OWNER
               END-IF
               PERFORM U04C-DECIDE-RESUME
               IF RESUME-ACCEPTED THEN
                   COMPUTE START-NUMBER = RESTART-NUMBER + 1
               ELSE
                   MOVE SPACES TO RESUME-ID
               END-IF
           END-IF
           IF RESUME-ID = SPACES THEN
               CALL "C$GETPID"
               MOVE RETURN-CODE TO PROCESS-ID-NUM
               MOVE FUNCTION MOD(PROCESS-ID-NUM, 100000)
                       AT END MOVE 10 TO RESTARTFL-STATUS
                       NOT AT END
                           IF RST-REQUEST-ID = REQUEST-ID THEN
                               MOVE RST-CURRENT-NUMBER
                                   TO RESTART-NUMBER
                               SET RESTART-FOUND TO TRUE
                           END-IF
                   END-READ
               CLOSE RESTARTFL
           END-IF
           .
      *    The client of the request's first (new) call on AUDITLOG.
       U04B-LOOKUP-RESUME-OWNER SECTION.
           MOVE SPACES TO RESUME-OWNER-ID
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS < 10 THEN
               PERFORM UNTIL AUDITLOG-STATUS > 9
                   READ AUDITLOG NEXT RECORD
                       AT END MOVE 10 TO AUDITLOG-STATUS
                       NOT AT END
                           IF AUD-REQUEST-ID = REQUEST-ID
                                   AND NOT AUD-RESUMED-CALL
                                   AND NOT AUD-BULK-CALL THEN
                               MOVE AUD-CLIENT-ID TO RESUME-OWNER-ID
                               MOVE 10 TO AUDITLOG-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF
           .
       U04C-DECIDE-RESUME SECTION.
           MOVE 'N' TO RESUME-ACCEPTED-FLAG
           IF RESTART-FOUND
                   AND RESUME-OWNER-ID NOT = SPACES
                   AND RESUME-OWNER-ID = CLIENT-ID THEN
               SET RESUME-ACCEPTED TO TRUE
           END-IF
           .
          .
           .
       U05-WRITE-AUDIT-LOG SECTION.
           MOVE START-NUMBER   TO AUD-START-NUMBER
           MOVE END-NUMBER     TO AUD-END-NUMBER
           MOVE IN-STATUS      TO AUD-IN-STATUS
           MOVE CLIENT-ID      TO AUD-CLIENT-ID
           IF RESUME-ACCEPTED THEN
               MOVE 'R' TO AUD-CALL-TYPE
           ELSE
               MOVE 'N' TO AUD-CALL-TYPE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDITLOG
           .
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE(1:8))
                           TO ACTION-TYPE
                   WHEN 'client'
                       MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE(1:8))
                           TO CLIENT-ID
                   WHEN 'account'
                       UNSTRING PARAMETER-VALUE DELIMITED BY SPACE
                           INTO INQUIRY-ACCOUNT-TOKEN
                       END-UNSTRING
                   WHEN 'ticket'
                       UNSTRING PARAMETER-VALUE DELIMITED BY SPACE
                           INTO TICKET-ID
                       END-UNSTRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERR-TIMESTAMP
           MOVE IN-STATUS      TO ERR-IN-STATUS
           MOVE CHUNK-OF-POST  TO ERR-CHUNK
           MOVE REFUSAL-REASON TO ERR-REASON
           WRITE ERROR-RECORD
           CLOSE ERRORLOG
           .
               REQUEST-ID DELIMITED BY SIZE
               INTO RPT-FILE-NAME
           END-STRING
           IF RESUME-ACCEPTED THEN
               OPEN EXTEND REPORT-OUT
               IF REPORT-STATUS = 35 THEN
                   OPEN OUTPUT REPORT-OUT
                                   WHEN 'PAGE-TITLE'
                                       MOVE CAT-TEXT
                                           TO MSG-PAGE-TITLE
                                   WHEN 'CLIENT-REFUSED'
                                       MOVE CAT-TEXT
                                           TO MSG-CLIENT-REFUSED
                                   WHEN 'QUOTA-EXCEEDED'
                                       MOVE CAT-TEXT
                                           TO MSG-QUOTA-EXCEEDED
                                   WHEN 'ACCOUNT-NOTFND'
                                       MOVE CAT-TEXT
                                           TO MSG-ACCOUNT-NOTFND
                                   WHEN 'MASTER-UNAVAIL'
                                       MOVE CAT-TEXT
                                           TO MSG-MASTER-UNAVAIL
                                   WHEN 'ACCOUNT-TITLE'
                                       MOVE CAT-TEXT
                                           TO MSG-ACCOUNT-TITLE
                                   WHEN 'LABEL-ACCOUNT'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-ACCOUNT
                                   WHEN 'LABEL-NAME'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-NAME
                                   WHEN 'LABEL-BRANCH'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-BRANCH
                                   WHEN 'LABEL-SINCE'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-SINCE
                                   WHEN 'LABEL-STATUS'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-STATUS
                                   WHEN 'LABEL-CLASS'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-CLASS
                                   WHEN 'TICKET-QUEUED'
                                       MOVE CAT-TEXT
                                           TO MSG-TICKET-QUEUED
                                   WHEN 'TICKET-TITLE'
                                       MOVE CAT-TEXT
                                           TO MSG-TICKET-TITLE
                                   WHEN 'TICKET-NOTFND'
                                       MOVE CAT-TEXT
                                           TO MSG-TICKET-NOTFND
                                   WHEN 'QUEUE-UNAVAIL'
                                       MOVE CAT-TEXT
                                           TO MSG-QUEUE-UNAVAIL
                                   WHEN 'LABEL-TICKET'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-TICKET
                                   WHEN 'LABEL-STATE'
                                       MOVE CAT-TEXT
                                           TO MSG-LABEL-STATE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                   READ AUDITLOG NEXT RECORD
                       AT END MOVE 10 TO AUDITLOG-STATUS
                       NOT AT END
                           IF NOT AUD-BULK-CALL THEN
                               PERFORM U16E-NOTE-AUDIT-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           .
          .
           .
      *    The batch window's bulk calls are left out: the status
      *    is the CGI's own traffic.
       U16E-NOTE-AUDIT-CALL SECTION.
           IF AUD-TIMESTAMP(1:8) = TODAY-DATE THEN
               ADD 1 TO TODAY-REQUEST-COUNT
           END-IF
           MOVE AUD-TIMESTAMP TO LAST-AUDIT-TS
           .
       U16C-GATHER-LAST-ERROR SECTION.
           MOVE SPACES TO LAST-ERROR-TS
           OPEN INPUT ERRORLOG
           PERFORM U13-APPEND-FRAGMENT
           ADD 1 TO STATUS-CKP-EMIT-COUNT
           .
      *----------------------------------------------------------*
      *  Client admission for a classification call: the client   *
      *  parameter must name an active CLIENTS registry entry,    *
      *  and today's classified numbers for that client plus this *
      *  call's END-NUMBER - START-NUMBER + 1 must stay within    *
      *  the client's daily allowance.  A missing client is an    *
      *  invalid request; the others are refusals.  Ranges the    *
      *  client submitted today for the batch window count        *
      *  against the same allowance when queued, so the bulk      *
      *  calls FBSUBSPL logs for them are not counted again.      *
      *  Only a resume U04 honoured (RESUME-ACCEPTED) skips the   *
      *  allowance check.                                         *
      *----------------------------------------------------------*
       U17-CHECK-CLIENT-QUOTA SECTION.
           IF CLIENT-ID = SPACES THEN
               SET REFUSED-MISSING-CLIENT TO TRUE
               SET REQUEST-IS-INVALID TO TRUE
               GO TO U17Z
           END-IF
           PERFORM U17A-LOOKUP-CLIENT
           IF NOT CLIENT-FOUND THEN
               SET REFUSED-UNKNOWN-CLIENT TO TRUE
               SET REQUEST-IS-REFUSED TO TRUE
               GO TO U17Z
           END-IF
           IF NOT CLIENT-IS-ACTIVE THEN
               SET REFUSED-INACTIVE-CLIENT TO TRUE
               SET REQUEST-IS-REFUSED TO TRUE
               GO TO U17Z
           END-IF
           IF RESUME-ACCEPTED THEN
               GO TO U17Z
           END-IF
           PERFORM U17C-COMPUTE-REQUESTED-UNITS
           PERFORM U17B-SUM-TODAY-USAGE
           IF CLIENT-USED-UNITS + REQUESTED-UNITS
                   > CLIENT-ALLOWANCE THEN
               SET REFUSED-QUOTA-EXCEEDED TO TRUE
               SET REQUEST-IS-REFUSED TO TRUE
           END-IF
           .
       U17Z.
           EXIT
           .
       U17A-LOOKUP-CLIENT SECTION.
           MOVE 'N' TO CLIENT-FOUND-FLAG
           MOVE 'N' TO CLIENTS-EOF-FLAG
           MOVE SPACE TO CLIENT-ACTIVE-FLAG
           MOVE 0 TO CLIENT-ALLOWANCE
           OPEN INPUT CLIENTS
           IF CLIENTS-STATUS > 9 THEN
               GO TO U17AZ
           END-IF
           PERFORM UNTIL CLIENTS-EOF OR CLIENT-FOUND
               READ CLIENTS
                   AT END SET CLIENTS-EOF TO TRUE
                   NOT AT END
                       IF CLI-CLIENT-ID = CLIENT-ID THEN
                           SET CLIENT-FOUND TO TRUE
                           MOVE CLI-ACTIVE-FLAG TO CLIENT-ACTIVE-FLAG
                           IF CLI-DAILY-ALLOWANCE IS NUMERIC THEN
                               MOVE CLI-DAILY-ALLOWANCE
                                   TO CLIENT-ALLOWANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTS
           .
       U17AZ.
           EXIT
           .
       U17B-SUM-TODAY-USAGE SECTION.
           MOVE 0 TO CLIENT-USED-UNITS
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS < 10 THEN
               PERFORM UNTIL AUDITLOG-STATUS > 9
                   READ AUDITLOG NEXT RECORD
                       AT END MOVE 10 TO AUDITLOG-STATUS
                       NOT AT END
                           IF AUD-TIMESTAMP(1:8) = TODAY-DATE
                                   AND AUD-CLIENT-ID = CLIENT-ID
                                   AND NOT AUD-RESUMED-CALL
                                   AND NOT AUD-BULK-CALL
                                   AND AUD-START-NUMBER IS NUMERIC
                                   AND AUD-END-NUMBER IS NUMERIC
                                   AND AUD-END-NUMBER
                                       >= AUD-START-NUMBER THEN
                               COMPUTE CLIENT-USED-UNITS =
                                   CLIENT-USED-UNITS
                                   + AUD-END-NUMBER
                                   - AUD-START-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF
           MOVE 'N' TO SUBMITQ-EOF-FLAG
           OPEN INPUT SUBMITQ
           IF SUBMITQ-STATUS < 10 THEN
               PERFORM UNTIL SUBMITQ-EOF
                   READ SUBMITQ
                       AT END SET SUBMITQ-EOF TO TRUE
                       NOT AT END
                           IF SUB-QUEUED
                                   AND SUB-EVENT-STAMP(1:8) = TODAY-DATE
                                   AND SUB-CLIENT-ID = CLIENT-ID
                                   AND SUB-START-NUMBER IS NUMERIC
                                   AND SUB-END-NUMBER IS NUMERIC
                                   AND SUB-END-NUMBER
                                       >= SUB-START-NUMBER THEN
                               COMPUTE CLIENT-USED-UNITS =
                                   CLIENT-USED-UNITS
                                   + SUB-END-NUMBER
                                   - SUB-START-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMITQ
           END-IF
           .
       U17C-COMPUTE-REQUESTED-UNITS SECTION.
           IF START-NUMBER > END-NUMBER THEN
               MOVE 0 TO REQUESTED-UNITS
           ELSE
               COMPUTE REQUESTED-UNITS =
                   END-NUMBER - START-NUMBER + 1
           END-IF
           .
      *----------------------------------------------------------*
      *  action=account: one member from the keyed master, by     *
      *  account number, as HTML or JSON per the format          *
      *  parameter.  400 for a missing/bad account or missing     *
      *  client, 403 for an unknown or inactive client, 404 when  *
      *  the account is not on the master, 503 when the master   *
      *  cannot be read.  Every inquiry is logged to INQLOG.      *
      *----------------------------------------------------------*
       U18-BUILD-ACCOUNT-RESPONSE SECTION.
           PERFORM U18B-LOOKUP-ACCOUNT
           PERFORM U18C-WRITE-INQUIRY-LOG

           EVALUATE TRUE
               WHEN INQUIRY-INVALID
                   DISPLAY "Status: 400 Bad Request"
               WHEN INQUIRY-REFUSED
                   DISPLAY "Status: 403 Forbidden"
               WHEN INQUIRY-NOT-FOUND
                   DISPLAY "Status: 404 Not Found"
               WHEN INQUIRY-UNAVAILABLE
                   DISPLAY "Status: 503 Service Unavailable"
           END-EVALUATE
           IF FORMAT-TYPE = 'JSON' THEN
               DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
           ELSE
               DISPLAY "CONTENT-TYPE: TEXT/HTML"
           END-IF
           DISPLAY NEWLINE WITH NO ADVANCING

           EVALUATE TRUE
               WHEN INQUIRY-FOUND
                   PERFORM U18D-EMIT-ACCOUNT
               WHEN INQUIRY-NOT-FOUND
                   DISPLAY FUNCTION TRIM(MSG-ACCOUNT-NOTFND)
               WHEN INQUIRY-REFUSED
                   DISPLAY FUNCTION TRIM(MSG-CLIENT-REFUSED)
               WHEN INQUIRY-UNAVAILABLE
                   DISPLAY FUNCTION TRIM(MSG-MASTER-UNAVAIL)
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(MSG-INVALID-INPUT)
           END-EVALUATE
           .
       U18A-NORMALIZE-ACCOUNT SECTION.
           MOVE SPACES TO INQUIRY-ACCOUNT
           IF INQUIRY-ACCOUNT-TOKEN = SPACES THEN
               GO TO U18AZ
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(INQUIRY-ACCOUNT-TOKEN))
                   > LENGTH OF INQUIRY-ACCOUNT THEN
               GO TO U18AZ
           END-IF
           IF FUNCTION TRIM(INQUIRY-ACCOUNT-TOKEN) IS NOT NUMERIC THEN
               GO TO U18AZ
           END-IF
           MOVE FUNCTION NUMVAL(INQUIRY-ACCOUNT-TOKEN)
               TO INQUIRY-ACCOUNT-NUM
           IF INQUIRY-ACCOUNT-NUM = 0 THEN
               GO TO U18AZ
           END-IF
           MOVE INQUIRY-ACCOUNT-NUM TO INQUIRY-ACCOUNT
           .
       U18AZ.
           EXIT
           .
       U18B-LOOKUP-ACCOUNT SECTION.
           PERFORM U18A-NORMALIZE-ACCOUNT
           IF INQUIRY-ACCOUNT = SPACES OR CLIENT-ID = SPACES THEN
               SET INQUIRY-INVALID TO TRUE
               GO TO U18BZ
           END-IF
           PERFORM U17A-LOOKUP-CLIENT
           IF NOT CLIENT-FOUND OR NOT CLIENT-IS-ACTIVE THEN
               SET INQUIRY-REFUSED TO TRUE
               GO TO U18BZ
           END-IF
           OPEN INPUT KEYED-MASTER
           IF KEYED-MASTER-STATUS > 9 THEN
               SET INQUIRY-UNAVAILABLE TO TRUE
               GO TO U18BZ
           END-IF
           MOVE INQUIRY-ACCOUNT TO MKY-ACCOUNT-NUMBER
           READ KEYED-MASTER
               INVALID KEY
                   SET INQUIRY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET INQUIRY-FOUND TO TRUE
           END-READ
           IF KEYED-MASTER-STATUS > 9
                   AND KEYED-MASTER-STATUS NOT = 23 THEN
               SET INQUIRY-UNAVAILABLE TO TRUE
           END-IF
           CLOSE KEYED-MASTER
           .
       U18BZ.
           EXIT
           .
       U18C-WRITE-INQUIRY-LOG SECTION.
           OPEN EXTEND INQLOG
           IF INQLOG-STATUS = 35 THEN
               OPEN OUTPUT INQLOG
           END-IF
           MOVE SPACES TO INQUIRY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO INQ-TIMESTAMP
           MOVE CLIENT-ID       TO INQ-CLIENT-ID
           IF INQUIRY-ACCOUNT NOT = SPACES THEN
               MOVE INQUIRY-ACCOUNT TO INQ-ACCOUNT-NUMBER
           ELSE
               MOVE INQUIRY-ACCOUNT-TOKEN TO INQ-ACCOUNT-NUMBER
           END-IF
           MOVE INQUIRY-OUTCOME TO INQ-OUTCOME
           WRITE INQUIRY-RECORD
           CLOSE INQLOG
           .
       U18D-EMIT-ACCOUNT SECTION.
           MOVE SPACES TO RESPONSE-TEXT
           MOVE 1 TO RESPONSE-PTR
           MOVE 0 TO JSON-ITEM-COUNT
           IF FORMAT-TYPE = 'JSON' THEN
               MOVE '{' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
           ELSE
               MOVE '<h1>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE MSG-ACCOUNT-TITLE(1:30) TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE '</h1><table>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
           END-IF

           MOVE 'account' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-ACCOUNT(1:30) TO INQUIRY-FIELD-LABEL
           MOVE MKY-ACCOUNT-NUMBER TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD
           MOVE 'name' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-NAME(1:30) TO INQUIRY-FIELD-LABEL
           MOVE MKY-MEMBER-NAME TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD
           MOVE 'branch' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-BRANCH(1:30) TO INQUIRY-FIELD-LABEL
           MOVE MKY-BRANCH-CODE TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD
           MOVE 'memberSince' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-SINCE(1:30) TO INQUIRY-FIELD-LABEL
           MOVE MKY-MEMBER-SINCE TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD
           MOVE 'statusCode' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-STATUS(1:30) TO INQUIRY-FIELD-LABEL
           MOVE MKY-STATUS-CODE TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD
           MOVE 'classification' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-CLASS(1:30) TO INQUIRY-FIELD-LABEL
           MOVE MKY-RESULT TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD

           IF FORMAT-TYPE = 'JSON' THEN
               MOVE '}' TO FRAGMENT-TEXT
           ELSE
               MOVE '</table>' TO FRAGMENT-TEXT
           END-IF
           PERFORM U13-APPEND-FRAGMENT
           PERFORM U12-FLUSH-RESPONSE
           .
      *    One member field: "key":"value" in JSON, a labelled
      *    table row in HTML.
       U18E-EMIT-FIELD SECTION.
           IF FORMAT-TYPE = 'JSON' THEN
               MOVE SPACES TO FRAGMENT-TEXT
               IF JSON-ITEM-COUNT > 0 THEN
                   STRING ',"' DELIMITED BY SIZE
                       FUNCTION TRIM(INQUIRY-FIELD-KEY)
                           DELIMITED BY SIZE
                       '":"' DELIMITED BY SIZE
                       INTO FRAGMENT-TEXT
                   END-STRING
               ELSE
                   STRING '"' DELIMITED BY SIZE
                       FUNCTION TRIM(INQUIRY-FIELD-KEY)
                           DELIMITED BY SIZE
                       '":"' DELIMITED BY SIZE
                       INTO FRAGMENT-TEXT
                   END-STRING
               END-IF
               PERFORM U13-APPEND-FRAGMENT
               MOVE INQUIRY-FIELD-VALUE TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE '"' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               ADD 1 TO JSON-ITEM-COUNT
           ELSE
               MOVE '<tr><th>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE INQUIRY-FIELD-LABEL TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE '</th><td>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE INQUIRY-FIELD-VALUE TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE '</td></tr>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
           END-IF
           .
      *----------------------------------------------------------*
      *  action=submit: the range is validated by U02 exactly as  *
      *  for an online call and, when accepted, queued on         *
      *  SUBMITQ under a new ticket (202, ticket in X-TICKET and  *
      *  the body).  400/403/429 as for a classification call,    *
      *  503 when the queue cannot be written.                    *
      *----------------------------------------------------------*
       U19-BUILD-SUBMIT-RESPONSE SECTION.
           MOVE SPACES TO TICKET-OUTCOME
           IF REQUEST-IS-VALID THEN
               PERFORM U19A-QUEUE-SUBMISSION
           END-IF

           EVALUATE TRUE
               WHEN REQUEST-IS-INVALID
                   DISPLAY "Status: 400 Bad Request"
               WHEN REFUSED-QUOTA-EXCEEDED
                   DISPLAY "Status: 429 Too Many Requests"
               WHEN REQUEST-IS-REFUSED
                   DISPLAY "Status: 403 Forbidden"
               WHEN TICKET-UNAVAILABLE
                   DISPLAY "Status: 503 Service Unavailable"
               WHEN OTHER
                   DISPLAY "Status: 202 Accepted"
           END-EVALUATE
           IF FORMAT-TYPE = 'JSON' THEN
               DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
           ELSE
               DISPLAY "CONTENT-TYPE: TEXT/HTML"
           END-IF
           IF TICKET-QUEUED THEN
               DISPLAY "X-TICKET: " REQUEST-ID
           END-IF
           DISPLAY NEWLINE WITH NO ADVANCING

           EVALUATE TRUE
               WHEN TICKET-QUEUED
                   MOVE REQUEST-ID TO TICKET-ID
                   MOVE 'QUEUED' TO TICKET-REPORTED-STATE
                   MOVE MSG-TICKET-QUEUED TO INQUIRY-FIELD-LABEL
                   PERFORM U20D-EMIT-TICKET
               WHEN TICKET-UNAVAILABLE
                   DISPLAY FUNCTION TRIM(MSG-QUEUE-UNAVAIL)
               WHEN REFUSED-QUOTA-EXCEEDED
                   DISPLAY FUNCTION TRIM(MSG-QUOTA-EXCEEDED)
               WHEN REQUEST-IS-REFUSED
                   DISPLAY FUNCTION TRIM(MSG-CLIENT-REFUSED)
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(MSG-INVALID-INPUT)
           END-EVALUATE
           .
       U19A-QUEUE-SUBMISSION SECTION.
           OPEN EXTEND SUBMITQ
           IF SUBMITQ-STATUS = 35 THEN
               OPEN OUTPUT SUBMITQ
           END-IF
           IF SUBMITQ-STATUS > 9 THEN
               SET TICKET-UNAVAILABLE TO TRUE
               GO TO U19AZ
           END-IF
           MOVE SPACES TO SUBMISSION-RECORD
           MOVE REQUEST-ID     TO SUB-TICKET
           MOVE FUNCTION CURRENT-DATE(1:14) TO SUB-EVENT-STAMP
           SET SUB-QUEUED      TO TRUE
           MOVE CLIENT-ID      TO SUB-CLIENT-ID
           MOVE RULESET-NAME   TO SUB-RULESET
           MOVE START-NUMBER   TO SUB-START-NUMBER
           MOVE END-NUMBER     TO SUB-END-NUMBER
           MOVE 0              TO SUB-ROW-COUNT
           WRITE SUBMISSION-RECORD
           IF SUBMITQ-STATUS > 9 THEN
               SET TICKET-UNAVAILABLE TO TRUE
           ELSE
               SET TICKET-QUEUED TO TRUE
           END-IF
           CLOSE SUBMITQ
           .
       U19AZ.
           EXIT
           .
      *----------------------------------------------------------*
      *  action=retrieve: the state of one ticket.  A COMPLETE    *
      *  ticket returns its result file as CSV and is marked      *
      *  COLLECTED; any other state returns a status document.   *
      *  X-TICKET-STATUS carries the state either way.  400 for   *
      *  a missing ticket or client, 403 for an unknown or        *
      *  inactive client, 404 for a ticket not on SUBMITQ (or     *
      *  another client's), 503 when SUBMITQ or the result file   *
      *  cannot be read.                                          *
      *----------------------------------------------------------*
       U20-BUILD-RETRIEVE-RESPONSE SECTION.
           PERFORM U20A-LOOKUP-TICKET
           IF TICKET-FOUND THEN
               PERFORM U20C-REPORT-TICKET-STATE
           END-IF
           IF TICKET-FOUND AND TICKET-REPORTED-STATE = 'COMPLETE' THEN
               MOVE SPACES TO TICKET-FILE-NAME
               STRING 'TKT-' DELIMITED BY SIZE
                   TICKET-ID DELIMITED BY SIZE
                   INTO TICKET-FILE-NAME
               END-STRING
               OPEN INPUT TICKET-RESULT
               IF TICKET-RESULT-STATUS > 9 THEN
                   SET TICKET-UNAVAILABLE TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TICKET-INVALID
                   DISPLAY "Status: 400 Bad Request"
               WHEN TICKET-REFUSED
                   DISPLAY "Status: 403 Forbidden"
               WHEN TICKET-NOT-FOUND
                   DISPLAY "Status: 404 Not Found"
               WHEN TICKET-UNAVAILABLE
                   DISPLAY "Status: 503 Service Unavailable"
           END-EVALUATE
           EVALUATE TRUE
               WHEN TICKET-FOUND
                       AND TICKET-REPORTED-STATE = 'COMPLETE'
                   DISPLAY "CONTENT-TYPE: TEXT/CSV"
               WHEN FORMAT-TYPE = 'JSON'
                   DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
               WHEN OTHER
                   DISPLAY "CONTENT-TYPE: TEXT/HTML"
           END-EVALUATE
           IF TICKET-FOUND THEN
               DISPLAY "X-TICKET: " TICKET-ID
               DISPLAY "X-TICKET-STATUS: "
                   FUNCTION TRIM(TICKET-REPORTED-STATE)
           END-IF
           DISPLAY NEWLINE WITH NO ADVANCING

           EVALUATE TRUE
               WHEN TICKET-FOUND
                       AND TICKET-REPORTED-STATE = 'COMPLETE'
                   PERFORM U20B-STREAM-RESULT
               WHEN TICKET-FOUND
                   MOVE MSG-TICKET-TITLE TO INQUIRY-FIELD-LABEL
                   PERFORM U20D-EMIT-TICKET
               WHEN TICKET-NOT-FOUND
                   DISPLAY FUNCTION TRIM(MSG-TICKET-NOTFND)
               WHEN TICKET-REFUSED
                   DISPLAY FUNCTION TRIM(MSG-CLIENT-REFUSED)
               WHEN TICKET-UNAVAILABLE
                   DISPLAY FUNCTION TRIM(MSG-QUEUE-UNAVAIL)
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(MSG-INVALID-INPUT)
           END-EVALUATE
           .
      *    The latest SUBMITQ event for the ticket is kept whole in
      *    TICKET-LAST-EVENT so the COLLECTED event can repeat it.
       U20A-LOOKUP-TICKET SECTION.
           MOVE SPACES TO TICKET-OUTCOME
           MOVE SPACES TO TICKET-STATE
           IF TICKET-ID = SPACES OR CLIENT-ID = SPACES THEN
               SET TICKET-INVALID TO TRUE
               GO TO U20AZ
           END-IF
           PERFORM U17A-LOOKUP-CLIENT
           IF NOT CLIENT-FOUND OR NOT CLIENT-IS-ACTIVE THEN
               SET TICKET-REFUSED TO TRUE
               GO TO U20AZ
           END-IF
           OPEN INPUT SUBMITQ
           IF SUBMITQ-STATUS = 35 THEN
               SET TICKET-NOT-FOUND TO TRUE
               GO TO U20AZ
           END-IF
           IF SUBMITQ-STATUS > 9 THEN
               SET TICKET-UNAVAILABLE TO TRUE
               GO TO U20AZ
           END-IF
           SET TICKET-NOT-FOUND TO TRUE
           MOVE 'N' TO SUBMITQ-EOF-FLAG
           PERFORM UNTIL SUBMITQ-EOF
               READ SUBMITQ
                   AT END SET SUBMITQ-EOF TO TRUE
                   NOT AT END
                       IF SUB-TICKET = TICKET-ID THEN
                           IF SUB-CLIENT-ID = CLIENT-ID THEN
                               SET TICKET-FOUND TO TRUE
                               MOVE SUB-STATE TO TICKET-STATE
                               MOVE SUBMISSION-RECORD
                                   TO TICKET-LAST-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBMITQ
           .
       U20AZ.
           EXIT
           .
      *    The result lines go out exactly as FBSUBSPL wrote them
      *    ("n,RESULT"), then the ticket is marked COLLECTED the
      *    first time it is fetched.
       U20B-STREAM-RESULT SECTION.
           PERFORM UNTIL TICKET-RESULT-STATUS > 9
               READ TICKET-RESULT
                   AT END MOVE 10 TO TICKET-RESULT-STATUS
                   NOT AT END
                       DISPLAY FUNCTION TRIM(TICKET-RESULT-RECORD)
               END-READ
           END-PERFORM
           CLOSE TICKET-RESULT
           IF TICKET-STATE = 'COLLECTED' THEN
               GO TO U20BZ
           END-IF
           OPEN EXTEND SUBMITQ
           IF SUBMITQ-STATUS > 9 THEN
               GO TO U20BZ
           END-IF
           MOVE TICKET-LAST-EVENT TO SUBMISSION-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SUB-EVENT-STAMP
           SET SUB-COLLECTED TO TRUE
           WRITE SUBMISSION-RECORD
           CLOSE SUBMITQ
           .
       U20BZ.
           EXIT
           .
       U20C-REPORT-TICKET-STATE SECTION.
           IF TICKET-STATE = 'COLLECTED' THEN
               MOVE 'COMPLETE' TO TICKET-REPORTED-STATE
           ELSE
               MOVE TICKET-STATE TO TICKET-REPORTED-STATE
           END-IF
           .
      *    Ticket and state as a JSON object, or as an HTML table
      *    under the heading passed in INQUIRY-FIELD-LABEL.
       U20D-EMIT-TICKET SECTION.
           MOVE SPACES TO RESPONSE-TEXT
           MOVE 1 TO RESPONSE-PTR
           MOVE 0 TO JSON-ITEM-COUNT
           IF FORMAT-TYPE = 'JSON' THEN
               MOVE '{' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
           ELSE
               MOVE '<h1>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE INQUIRY-FIELD-LABEL TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
               MOVE '</h1><table>' TO FRAGMENT-TEXT
               PERFORM U13-APPEND-FRAGMENT
           END-IF

           MOVE 'ticket' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-TICKET(1:30) TO INQUIRY-FIELD-LABEL
           MOVE TICKET-ID TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD
           MOVE 'status' TO INQUIRY-FIELD-KEY
           MOVE MSG-LABEL-STATE(1:30) TO INQUIRY-FIELD-LABEL
           MOVE TICKET-REPORTED-STATE TO INQUIRY-FIELD-VALUE
           PERFORM U18E-EMIT-FIELD

           IF FORMAT-TYPE = 'JSON' THEN
               MOVE '}' TO FRAGMENT-TEXT
           ELSE
               MOVE '</table>' TO FRAGMENT-TEXT
           END-IF
           PERFORM U13-APPEND-FRAGMENT
           PERFORM U12-FLUSH-RESPONSE
           .
       U13-APPEND-FRAGMENT SECTION.
           COMPUTE FRAGMENT-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(FRAGMENT-TEXT))

      *----------------------------------------------------------*
      *  Shared ERRORLOG failure classification (working storage *
      *  in FBTRGW).  8200 loads the active rule-set names from   *
      *  RULECAT - with RULECAT unavailable no set is known, and  *
      *  only sets other than DEFAULT are then reported UNKNOWN.  *
      *  8300 re-parses ERR-CHUNK with the same parameter rules   *
      *  the FIZZBUZZ U03-SPLIT-POST-PARAMETERS section applies   *
      *  (pairs split on '&', names and values on '='), and 8330  *
      *  puts the failure in the first category that fits, in     *
      *  this order:                                              *
      *      EMPTY POST          nothing was received             *
      *      MISSING CLIENT      ERR-REASON recorded by the CGI   *
      *      UNKNOWN CLIENT      ERR-REASON recorded by the CGI   *
      *      INACTIVE CLIENT     ERR-REASON recorded by the CGI   *
      *      QUOTA EXCEEDED      ERR-REASON recorded by the CGI   *
      *      MISSING END         no end parameter at all          *
      *      NON-NUMERIC END     end present but not a number     *
      *      ZERO END            end present but zero             *
      *      NON-NUMERIC START   start present but not a number   *
      *      UNKNOWN RULESET     ruleset not active in RULECAT    *
      *      UNDETERMINED        none of the above                *
      *  ERROR-CATEGORY-IX is the category's place in             *
      *  ERROR-CATEGORY-NAME; REPLAYABLE is set for UNDETERMINED. *
      *----------------------------------------------------------*
       8200-LOAD-KNOWN-SET-NAMES SECTION.
           MOVE 0 TO KNOWN-SET-COUNT
           MOVE 'N' TO RULECAT-EOF-FLAG
           OPEN INPUT RULECAT
           IF RULECAT-STATUS > 9 THEN
               DISPLAY FUNCTION TRIM(TRIAGE-PROGRAM)
                   ': RULECAT UNAVAILABLE, STATUS='
                   RULECAT-STATUS ' - RULESET CHECKS SKIPPED'
               GO TO 8200Z
           END-IF
           PERFORM UNTIL RULECAT-EOF
               READ RULECAT
                   AT END SET RULECAT-EOF TO TRUE
                   NOT AT END
                       IF RUL-ACTIVE-FLAG = 'A' THEN
                           PERFORM 8210-NOTE-KNOWN-SET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULECAT
           .
       8200Z.
           EXIT
           .
       8210-NOTE-KNOWN-SET SECTION.
           PERFORM VARYING KNOWN-SET-IX FROM 1 BY 1
                   UNTIL KNOWN-SET-IX > KNOWN-SET-COUNT
               IF KNS-SET-NAME(KNOWN-SET-IX) = RUL-SET-NAME THEN
                   GO TO 8210Z
               END-IF
           END-PERFORM
           IF KNOWN-SET-COUNT < 50 THEN
               ADD 1 TO KNOWN-SET-COUNT
               MOVE RUL-SET-NAME TO KNS-SET-NAME(KNOWN-SET-COUNT)
           END-IF
           .
       8210Z.
           EXIT
           .
      *    The same parameter split U03-SPLIT-POST-PARAMETERS
      *    makes in the CGI, applied to the archived ERR-CHUNK.
       8300-SPLIT-POST-PARAMETERS SECTION.
           MOVE SPACES TO POST-RAW-PAIR-TABLE
           MOVE 1 TO UNSTRING-PTR
           MOVE 0 TO PARAMETER-COUNT
           PERFORM VARYING PARAMETER-IX FROM 1 BY 1
                   UNTIL UNSTRING-PTR > LENGTH OF ERR-CHUNK
                      OR PARAMETER-IX > 10
               UNSTRING ERR-CHUNK DELIMITED BY '&'
                   INTO POST-RAW-PAIR(PARAMETER-IX)
                   WITH POINTER UNSTRING-PTR
               END-UNSTRING
               MOVE PARAMETER-IX TO PARAMETER-COUNT
           END-PERFORM
           MOVE SPACES TO END-TOKEN START-TOKEN RULESET-TOKEN
           MOVE 'N' TO END-SEEN-FLAG
           MOVE 'N' TO START-SEEN-FLAG
           MOVE 'N' TO RULESET-SEEN-FLAG
           PERFORM VARYING PARAMETER-IX FROM 1 BY 1
                   UNTIL PARAMETER-IX > PARAMETER-COUNT
               MOVE SPACES TO POST-PARAMETER
               UNSTRING POST-RAW-PAIR(PARAMETER-IX) DELIMITED BY '='
                   INTO PARAMETER-NAME PARAMETER-VALUE
               END-UNSTRING
               EVALUATE PARAMETER-NAME
                   WHEN 'end'
                       SET END-SEEN TO TRUE
                       MOVE PARAMETER-VALUE TO END-TOKEN
                   WHEN 'start'
                       SET START-SEEN TO TRUE
                       MOVE PARAMETER-VALUE TO START-TOKEN
                   WHEN 'ruleset'
                       SET RULESET-SEEN TO TRUE
                       MOVE FUNCTION UPPER-CASE(
                           PARAMETER-VALUE(1:12)) TO RULESET-TOKEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *    One category per failure, worst problem first.  A
      *    failure is replayable when the end (and start, when
      *    given) are numeric once trimmed - typically a space-
      *    padded value the CGI's fixed-field parse could not
      *    accept.
       8330-CLASSIFY-FAILURE SECTION.
           MOVE 'N' TO REPLAYABLE-FLAG
           MOVE 'N' TO RULESET-KNOWN-FLAG
           IF RULESET-SEEN THEN
               IF RULESET-TOKEN = SPACES
                       OR RULESET-TOKEN = 'DEFAULT' THEN
                   SET RULESET-KNOWN TO TRUE
               END-IF
               PERFORM VARYING KNOWN-SET-IX FROM 1 BY 1
                       UNTIL KNOWN-SET-IX > KNOWN-SET-COUNT
                          OR RULESET-KNOWN
                   IF KNS-SET-NAME(KNOWN-SET-IX)
                           = RULESET-TOKEN THEN
                       SET RULESET-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               SET RULESET-KNOWN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN ERR-CHUNK = SPACES
                   MOVE 1 TO ERROR-CATEGORY-IX
               WHEN ERR-REASON = 'MISSING CLIENT'
                   MOVE 7 TO ERROR-CATEGORY-IX
               WHEN ERR-REASON = 'UNKNOWN CLIENT'
                   MOVE 8 TO ERROR-CATEGORY-IX
               WHEN ERR-REASON = 'INACTIVE CLIENT'
                   MOVE 9 TO ERROR-CATEGORY-IX
               WHEN ERR-REASON = 'QUOTA EXCEEDED'
                   MOVE 10 TO ERROR-CATEGORY-IX
               WHEN NOT END-SEEN
                   MOVE 2 TO ERROR-CATEGORY-IX
               WHEN END-TOKEN = SPACES
                   OR FUNCTION TRIM(END-TOKEN) NOT NUMERIC
                   MOVE 3 TO ERROR-CATEGORY-IX
               WHEN FUNCTION NUMVAL(END-TOKEN) = 0
                   MOVE 4 TO ERROR-CATEGORY-IX
               WHEN START-SEEN
                   AND (START-TOKEN = SPACES
                       OR FUNCTION TRIM(START-TOKEN) NOT NUMERIC)
                   MOVE 5 TO ERROR-CATEGORY-IX
               WHEN NOT RULESET-KNOWN
                   MOVE 6 TO ERROR-CATEGORY-IX
               WHEN OTHER
                   MOVE 11 TO ERROR-CATEGORY-IX
                   SET REPLAYABLE TO TRUE
           END-EVALUATE
           MOVE ERROR-CATEGORY-NAME(ERROR-CATEGORY-IX)
               TO CATEGORY-TEXT
           .

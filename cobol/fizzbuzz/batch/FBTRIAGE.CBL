      *  ERR-CHUNK of every failed CGI call with the same          *
      *  parameter rules the FIZZBUZZ U03-SPLIT-POST-PARAMETERS    *
      *  section applies (pairs split on '&', names and values on  *
      *  '='), and classifies each failure (shared with FBTREND    *
      *  in FBTRGW/FBTRGP):                                        *
      *      EMPTY POST          nothing was received              *
      *      MISSING END         no end parameter at all           *
      *      NON-NUMERIC END     end present but not a number      *
      *      ZERO END            end present but zero              *
      *      NON-NUMERIC START   start present but not a number    *
      *      UNKNOWN RULESET     ruleset not active in RULECAT     *
      *      MISSING CLIENT      no client parameter               *
      *      UNKNOWN CLIENT      not on the CLIENTS registry       *
      *      INACTIVE CLIENT     client deactivated on CLIENTS     *
      *      QUOTA EXCEEDED      client past its daily allowance   *
      *      UNDETERMINED        none of the above                 *
      *  The four client categories are the refusal reason the CGI *
      *  recorded in ERR-REASON; those calls were well-formed and  *
      *  were turned away on purpose, so they are never replayed.  *
      *  TRIAGRPT carries one detail line per failure and the      *
      *  counts per category.  Failures that look correctable -    *
      *  numeric but space-padded end (and start, when given) -    *
             05 ERR-IN-STATUS      PIC 99.
             05 ERR-FILLER-2       PIC X.
             05 ERR-CHUNK          PIC X(1024).
             05 ERR-FILLER-3       PIC X.
             05 ERR-REASON         PIC X(18).

       FD RULECAT.
           COPY FBRULEF     .
          01 REPLAY-RECORD         PIC X(20).

       WORKING-STORAGE SECTION.
            COPY FBTRGW      .
       01 ERRORLOG-STATUS       PIC 99.
       01 TRIAGE-RPT-STATUS     PIC 99.
       01 REPLAY-STATUS         PIC 99.

       01 ERRORLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 ERRORLOG-EOF      VALUE 'Y'.

      *    The rule set the replay file currently has in force,
      *    so a set change between replayed requests always gets

       01 ERROR-READ-COUNT      PIC 9(9) VALUE 0.
       01 REPLAY-WRITE-COUNT    PIC 9(9) VALUE 0.

      *    Failures per category, in ERROR-CATEGORY-NAME order.
       01 CATEGORY-COUNTS.
          05 CATEGORY-COUNT OCCURS 11 TIMES PIC 9(9) VALUE 0.

       01 PAGE-NUMBER           PIC 9(4) VALUE 0.
       01 PAGE-LINE-COUNT       PIC 9(2) VALUE 99.
       PROCEDURE DIVISION.
           PERFORM 0200-OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           MOVE 'FBTRIAGE' TO TRIAGE-PROGRAM
           PERFORM 8200-LOAD-KNOWN-SET-NAMES
           PERFORM 0310-READ-NEXT-ERROR
           PERFORM UNTIL ERRORLOG-EOF
               ADD 1 TO ERROR-READ-COUNT
               GOBACK
           END-IF
           .
       0300-TRIAGE-ERROR-RECORD SECTION.
           PERFORM 8300-SPLIT-POST-PARAMETERS
           PERFORM 8330-CLASSIFY-FAILURE
           ADD 1 TO CATEGORY-COUNT(ERROR-CATEGORY-IX)
           PERFORM 0340-WRITE-DETAIL-LINE
           IF REPLAYABLE THEN
               PERFORM 0350-WRITE-REPLAY-LINES
               END-READ
           END-IF
           .
       0340-WRITE-DETAIL-LINE SECTION.
           IF PAGE-LINE-COUNT >= PAGE-LINE-LIMIT THEN
               PERFORM 0450-PRINT-PAGE-HEADER
       0500-PRINT-CATEGORY-COUNTS SECTION.
           MOVE 99 TO PAGE-LINE-COUNT
           PERFORM 0450-PRINT-PAGE-HEADER
           PERFORM VARYING ERROR-CATEGORY-IX FROM 1 BY 1
                   UNTIL ERROR-CATEGORY-IX > ERROR-CATEGORY-LIMIT
               MOVE SPACES TO TOTAL-LINE
               MOVE ERROR-CATEGORY-NAME(ERROR-CATEGORY-IX) TO TOT-TEXT
               IF ERROR-CATEGORY-IX = ERROR-CATEGORY-LIMIT THEN
                   MOVE 'UNDETERMINED (REPLAYED)' TO TOT-TEXT
               END-IF
               MOVE CATEGORY-COUNT(ERROR-CATEGORY-IX) TO TOT-COUNT-ED
               MOVE TOTAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO TOTAL-LINE
           CLOSE TRIAGE-REPORT
           CLOSE REPLAY-OUT
           .
           COPY FBTRGP      .
       END PROGRAM FBTRIAGE.

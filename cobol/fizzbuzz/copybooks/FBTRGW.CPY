      *----------------------------------------------------------*
      *  Working storage for the shared ERRORLOG failure          *
      *  classification (FBTRGP): the re-parse of one ERR-CHUNK,  *
      *  the active rule-set names from RULECAT, and the          *
      *  failure categories.  Programs copying FBTRGP must        *
      *  SELECT/FD the ERRORLOG file (ERROR-RECORD with ERR-CHUNK *
      *  and ERR-REASON) and the RULECAT file (record layout in   *
      *  FBRULEF) with FILE STATUS RULECAT-STATUS, fill           *
      *  TRIAGE-PROGRAM with their own name for the console       *
      *  messages, PERFORM 8200-LOAD-KNOWN-SET-NAMES once, then   *
      *  PERFORM 8300-SPLIT-POST-PARAMETERS and                   *
      *  8330-CLASSIFY-FAILURE for each ERRORLOG record read;     *
      *  ERROR-CATEGORY-IX and CATEGORY-TEXT then name its        *
      *  category.                                                *
      *----------------------------------------------------------*
       01  TRIAGE-PROGRAM          PIC X(9).
       01  RULECAT-STATUS          PIC 99.
       01  RULECAT-EOF-FLAG        PIC X VALUE 'N'.
           88  RULECAT-EOF           VALUE 'Y'.

      *    The same split the CGI makes: up to ten name=value
      *    pairs delimited by '&', then each pair on '='.
       01  POST-PARAMETER.
           05  PARAMETER-NAME      PIC X(20).
           05  PARAMETER-VALUE     PIC X(20).
       01  POST-RAW-PAIR-TABLE.
           05  POST-RAW-PAIR OCCURS 10 TIMES PIC X(40).
       01  PARAMETER-COUNT         PIC 9(2).
       01  PARAMETER-IX            PIC 9(2).
       01  UNSTRING-PTR            PIC 9(4).

      *    What the re-parse found in this failure's POST data.
       01  END-TOKEN               PIC X(20).
       01  END-SEEN-FLAG           PIC X.
           88  END-SEEN              VALUE 'Y'.
       01  START-TOKEN             PIC X(20).
       01  START-SEEN-FLAG         PIC X.
           88  START-SEEN            VALUE 'Y'.
       01  RULESET-TOKEN           PIC X(12).
       01  RULESET-SEEN-FLAG       PIC X.
           88  RULESET-SEEN          VALUE 'Y'.
       01  RULESET-KNOWN-FLAG      PIC X.
           88  RULESET-KNOWN         VALUE 'Y'.

      *    Active rule-set names from RULECAT, for spotting the
      *    UNKNOWN RULESET failures.
       01  KNOWN-SET-COUNT         PIC 9(2) VALUE 0.
       01  KNOWN-SET-TABLE.
           05  KNOWN-SET-ENTRY OCCURS 50 TIMES.
               10  KNS-SET-NAME        PIC X(12).
       01  KNOWN-SET-IX            PIC 9(2).

      *    The failure categories, in the order FBTRIAGE reports
      *    them and FBTREND keeps them on the trend history.
       01  ERROR-CATEGORY-DATA.
           05  FILLER              PIC X(18) VALUE 'EMPTY POST'.
           05  FILLER              PIC X(18) VALUE 'MISSING END'.
           05  FILLER              PIC X(18) VALUE 'NON-NUMERIC END'.
           05  FILLER              PIC X(18) VALUE 'ZERO END'.
           05  FILLER              PIC X(18) VALUE 'NON-NUMERIC START'.
           05  FILLER              PIC X(18) VALUE 'UNKNOWN RULESET'.
           05  FILLER              PIC X(18) VALUE 'MISSING CLIENT'.
           05  FILLER              PIC X(18) VALUE 'UNKNOWN CLIENT'.
           05  FILLER              PIC X(18) VALUE 'INACTIVE CLIENT'.
           05  FILLER              PIC X(18) VALUE 'QUOTA EXCEEDED'.
           05  FILLER              PIC X(18) VALUE 'UNDETERMINED'.
       01  ERROR-CATEGORY-TABLE REDEFINES ERROR-CATEGORY-DATA.
           05  ERROR-CATEGORY-NAME OCCURS 11 TIMES PIC X(18).
       01  ERROR-CATEGORY-LIMIT    PIC 9(2) VALUE 11.
       01  ERROR-CATEGORY-IX       PIC 9(2).
       01  CATEGORY-TEXT           PIC X(18).
       01  REPLAYABLE-FLAG         PIC X.
           88  REPLAYABLE            VALUE 'Y'.

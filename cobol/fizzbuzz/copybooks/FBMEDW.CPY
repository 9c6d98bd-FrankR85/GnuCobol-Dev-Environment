      *----------------------------------------------------------*
      *  Working storage for the shared membership field edits    *
      *  (FBMEDP): the BRANCHES reference table, the list of      *
      *  valid MST-STATUS-CODE values, and the fields one edit    *
      *  works on.  Programs copying FBMEDP must SELECT/FD the    *
      *  BRANCHES file (record layout in FBBRNF) with FILE STATUS *
      *  BRANCHES-STATUS, fill EDIT-PROGRAM with their own name   *
      *  for the console messages, PERFORM                        *
      *  8000-LOAD-BRANCH-TABLE once,                             *
      *  then move a record's branch, member-since and status     *
      *  code to the EDT- fields and PERFORM                      *
      *  8100-EDIT-MEMBER-FIELDS; EDIT-PASSED (EDIT-REASON all    *
      *  spaces) means the record is clean, anything else is the  *
      *  reason to put on the rejects file.                       *
      *----------------------------------------------------------*
       01  EDIT-PROGRAM            PIC X(9).
       01  BRANCHES-STATUS         PIC 99.
       01  BRANCHES-EOF-FLAG       PIC X VALUE 'N'.
           88  BRANCHES-EOF          VALUE 'Y'.
       01  BRANCH-TABLE-STATE      PIC X VALUE 'N'.
           88  BRANCH-TABLE-LOADED   VALUE 'Y'.
       01  BRANCH-TABLE-FULL-FLAG  PIC X VALUE 'N'.
           88  BRANCH-TABLE-FULL     VALUE 'Y'.
       01  BRANCH-TABLE-COUNT      PIC 9(3) VALUE 0.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 500 TIMES.
               10  BRT-BRANCH-CODE     PIC X(4).
               10  BRT-OPEN-FLAG       PIC X.
               10  BRT-REGION          PIC X(8).
               10  BRT-BRANCH-NAME     PIC X(30).
       01  BRANCH-IX               PIC 9(3).
       01  BRANCH-HIT-IX           PIC 9(3).
       01  BRANCH-HIT-FLAG         PIC X.
           88  BRANCH-HIT            VALUE 'Y'.

      *    The membership system's status codes.  Codes beginning
      *    'A' are the active statuses (FBMSTRPT counts them so).
       01  STATUS-CODE-DATA.
           05  FILLER              PIC X(2) VALUE 'AC'.
           05  FILLER              PIC X(2) VALUE 'AF'.
           05  FILLER              PIC X(2) VALUE 'AJ'.
           05  FILLER              PIC X(2) VALUE 'AS'.
           05  FILLER              PIC X(2) VALUE 'DO'.
           05  FILLER              PIC X(2) VALUE 'LA'.
           05  FILLER              PIC X(2) VALUE 'SU'.
           05  FILLER              PIC X(2) VALUE 'CL'.
       01  STATUS-CODE-TABLE REDEFINES STATUS-CODE-DATA.
           05  VALID-STATUS-CODE OCCURS 8 TIMES PIC X(2).
       01  STATUS-CODE-COUNT       PIC 9(2) VALUE 8.
       01  STATUS-CODE-IX          PIC 9(2).
       01  STATUS-CODE-HIT-FLAG    PIC X.
           88  STATUS-CODE-HIT       VALUE 'Y'.

       01  EDT-BRANCH-CODE         PIC X(4).
       01  EDT-MEMBER-SINCE        PIC X(8).
       01  EDT-MEMBER-SINCE-NUM REDEFINES EDT-MEMBER-SINCE
                                   PIC 9(8).
       01  EDT-STATUS-CODE         PIC X(2).
       01  EDT-TODAY               PIC X(8).
      *    A closed branch still carries members until they are
      *    moved; set EDT-ALLOW-CLOSED where that is acceptable.
       01  EDT-CLOSED-FLAG         PIC X VALUE 'N'.
           88  EDT-ALLOW-CLOSED      VALUE 'Y'.
       01  EDIT-REASON             PIC X(24).
           88  EDIT-PASSED           VALUE SPACES.

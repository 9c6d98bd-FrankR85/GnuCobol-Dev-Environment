      *----------------------------------------------------------*
      *  One alert written by FBALERT to the ALERTOUT file the    *
      *  console/e-mail gateway picks up.  ALR-ACTION is RAISE    *
      *  when a threshold rule is first breached and CLEAR when   *
      *  the breach has recovered; a breach that persists is not *
      *  raised again.  ALR-SUBJECT names the program for the     *
      *  RUNRC and LATESTEP rules and is blank for the others.    *
      *  ALR-MEASURED and ALR-THRESHOLD are in the rule's unit    *
      *  (records, percent, minutes, return code, runs).  The     *
      *  ALRTSTAT state file holds the RAISE record of every      *
      *  alert still open, in the same layout.                    *
      *----------------------------------------------------------*
          01 ALERT-RECORD.
             05 ALR-TIMESTAMP      PIC X(14).
             05 ALR-FILLER-1       PIC X.
             05 ALR-ACTION         PIC X(5).
                 88 ALR-RAISED       VALUE 'RAISE'.
                 88 ALR-CLEARED      VALUE 'CLEAR'.
             05 ALR-FILLER-2       PIC X.
             05 ALR-SEVERITY       PIC X(8).
             05 ALR-FILLER-3       PIC X.
             05 ALR-RULE           PIC X(8).
             05 ALR-FILLER-4       PIC X.
             05 ALR-SUBJECT        PIC X(9).
             05 ALR-FILLER-5       PIC X.
             05 ALR-MEASURED       PIC 9(9).
             05 ALR-FILLER-6       PIC X.
             05 ALR-THRESHOLD      PIC 9(9).
             05 ALR-FILLER-7       PIC X.
             05 ALR-TEXT           PIC X(50).

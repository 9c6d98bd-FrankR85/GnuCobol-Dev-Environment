      *----------------------------------------------------------*
      *  One event on the bulk submission queue SUBMITQ.  The     *
      *  CGI appends QUEUED when action=submit accepts a range    *
      *  and COLLECTED when action=retrieve hands the result      *
      *  back; FBSUBDRN appends RUNNING as it drains the ticket   *
      *  into the FIZZBATCH window and FBSUBSPL appends COMPLETE  *
      *  (or FAILED) as it splits the window's output back out   *
      *  to the ticket's TKT-<ticket> result file.  A ticket's    *
      *  state is its latest event; every event repeats the       *
      *  ticket's details, so any one of them describes it.       *
      *  FBHOUSE compacts the file to the latest event per        *
      *  ticket and purges the finished ones after TICKETS days.  *
      *----------------------------------------------------------*
          01 SUBMISSION-RECORD.
             05 SUB-TICKET         PIC X(19).
             05 SUB-FILLER-1       PIC X.
             05 SUB-EVENT-STAMP    PIC X(14).
             05 SUB-FILLER-2       PIC X.
             05 SUB-STATE          PIC X(9).
                 88 SUB-QUEUED       VALUE 'QUEUED'.
                 88 SUB-RUNNING      VALUE 'RUNNING'.
                 88 SUB-COMPLETE     VALUE 'COMPLETE'.
                 88 SUB-FAILED       VALUE 'FAILED'.
                 88 SUB-COLLECTED    VALUE 'COLLECTED'.
             05 SUB-FILLER-3       PIC X.
             05 SUB-CLIENT-ID      PIC X(8).
             05 SUB-FILLER-4       PIC X.
             05 SUB-RULESET        PIC X(12).
             05 SUB-FILLER-5       PIC X.
             05 SUB-START-NUMBER   PIC 9(20).
             05 SUB-FILLER-6       PIC X.
             05 SUB-END-NUMBER     PIC 9(20).
             05 SUB-FILLER-7       PIC X.
             05 SUB-ROW-COUNT      PIC 9(18).

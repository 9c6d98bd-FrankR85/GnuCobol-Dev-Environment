      *----------------------------------------------------------*
      *  One row of the CLIENTS registry: a caller allowed to use *
      *  the FIZZBUZZ CGI, the cost centre its usage is billed    *
      *  to, and the number of classified numbers it may request *
      *  per calendar day.  CLI-ACTIVE-FLAG is 'A' for active     *
      *  clients, 'I' for deactivated ones; only active clients   *
      *  are served.  Maintained by FBCLIENT.                     *
      *----------------------------------------------------------*
          01 CLIENT-RECORD.
             05 CLI-CLIENT-ID      PIC X(8).
             05 CLI-FILLER-1       PIC X.
             05 CLI-ACTIVE-FLAG    PIC X.
             05 CLI-FILLER-2       PIC X.
             05 CLI-COST-CENTRE    PIC X(8).
             05 CLI-FILLER-3       PIC X.
             05 CLI-DAILY-ALLOWANCE PIC 9(12).
             05 CLI-FILLER-4       PIC X.
             05 CLI-CLIENT-NAME    PIC X(30).

      *----------------------------------------------------------*
      *  One change waiting on a catalog pending-change file      *
      *  (RULECAT changes for FBRULES, MSGCAT changes for         *
      *  FBMSGS).  The maintenance card is held exactly as the    *
      *  proposer submitted it and is applied only when a         *
      *  different userid APPROVEs it.  PCH-CHANGE-ID is the      *
      *  proposing run's timestamp plus the change's number       *
      *  within that run; APPROVE and REJECT cards name either    *
      *  the full id or just the timestamp for the whole deck.    *
      *  Changes still waiting after the FBPNDRPT expiry period   *
      *  are dropped and reported.                                *
      *----------------------------------------------------------*
          01 PENDING-CHANGE-RECORD.
             05 PCH-CHANGE-ID.
                10 PCH-PROPOSED-STAMP PIC X(14).
                10 PCH-PROPOSED-SEQ   PIC 9(2).
             05 PCH-FILLER-1       PIC X.
             05 PCH-PROPOSER-ID    PIC X(8).
             05 PCH-FILLER-2       PIC X.
             05 PCH-CATALOG        PIC X(8).
             05 PCH-FILLER-3       PIC X.
             05 PCH-CARD           PIC X(120).

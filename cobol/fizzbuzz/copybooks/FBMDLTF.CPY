      *----------------------------------------------------------*
      *  One record of the MASTOUT day-over-day delta FBMDELTA    *
      *  writes for the CRM system: the change type, the member's *
      *  enriched master data (today's, or yesterday's for a      *
      *  DROPPED member), today's classification and yesterday's. *
      *  The file starts with an HDR and ends with a TRL record   *
      *  in the FBMCTL layout (left-justified, space-filled), so  *
      *  CRM balances the delta records the way FIZZMAST balances *
      *  MASTIN.                                                  *
      *----------------------------------------------------------*
          01 DELTA-RECORD.
             05 DLT-CHANGE-TYPE    PIC X(14).
                 88 DLT-NEW            VALUE 'NEW'.
                 88 DLT-DROPPED        VALUE 'DROPPED'.
                 88 DLT-RECLASSIFIED   VALUE 'RECLASSIFIED'.
                 88 DLT-DETAIL-CHANGED VALUE 'DETAIL-CHANGED'.
             05 DLT-FILLER-1       PIC X.
             05 DLT-MASTER-DATA.
                10 DLT-ACCOUNT-NUMBER PIC X(10).
                10 DLT-MEMBER-NAME    PIC X(30).
                10 DLT-BRANCH-CODE    PIC X(4).
                10 DLT-MEMBER-SINCE   PIC X(8).
                10 DLT-STATUS-CODE    PIC X(2).
                10 DLT-FILLER-4       PIC X(26).
             05 DLT-FILLER-2       PIC X.
             05 DLT-RESULT         PIC X(20).
             05 DLT-FILLER-3       PIC X.
             05 DLT-PRIOR-RESULT   PIC X(20).

      *  Membership master record as delivered by the membership  *
      *  system: the account number plus the surrounding          *
      *  descriptive fields.  Used by FIZZMAST for both the       *
      *  MASTIN input and, followed by the edit failure, the      *
      *  MASTREJ rejects file (the first 80 bytes of a reject are *
      *  the record verbatim so it can be corrected and re-fed).  *
      *----------------------------------------------------------*
          01 MASTER-RECORD.
             05 MST-ACCOUNT-NUMBER PIC X(10).

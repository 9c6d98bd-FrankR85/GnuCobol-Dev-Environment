      *----------------------------------------------------------*
      *  One member of the keyed membership master (MASTKEY), the *
      *  online copy of the enriched MASTOUT file: the FBMAST     *
      *  fields plus the FIZZMAST classification, keyed on the    *
      *  account number.  Reloaded every night by FBMSTKEY and    *
      *  read by key from the CGI's account inquiry.              *
      *----------------------------------------------------------*
          01 KEYED-MASTER-RECORD.
             05 MKY-MASTER-DATA.
                10 MKY-ACCOUNT-NUMBER PIC X(10).
                10 MKY-MEMBER-NAME    PIC X(30).
                10 MKY-BRANCH-CODE    PIC X(4).
                10 MKY-MEMBER-SINCE   PIC X(8).
                10 MKY-STATUS-CODE    PIC X(2).
                10 MKY-FILLER-2       PIC X(26).
             05 MKY-FILLER-1       PIC X.
             05 MKY-RESULT         PIC X(20).

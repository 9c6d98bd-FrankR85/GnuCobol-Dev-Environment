             05 AUD-END-NUMBER     PIC 9(20).
             05 AUD-FILLER-4       PIC X.
             05 AUD-IN-STATUS      PIC 99.
             05 AUD-FILLER-5       PIC X.
             05 AUD-CLIENT-ID      PIC X(8).
             05 AUD-FILLER-6       PIC X.
             05 AUD-CALL-TYPE      PIC X.

       FD ERROR-ARCHIVE.
          01 ERROR-ARCH-RECORD.
             05 ERR-IN-STATUS      PIC 99.
             05 ERR-FILLER-2       PIC X.
             05 ERR-CHUNK          PIC X(1024).
             05 ERR-FILLER-3       PIC X.
             05 ERR-REASON         PIC X(18).

       FD ARCH-REPORT.
          01 PRINT-LINE            PIC X(132).

      *----------------------------------------------------------*
      *  Billing period register: one record per BILLOUT feed     *
      *  FBBILL has produced, appended when the feed is written.  *
      *  BRG-FEED-STAMP is the run stamp FBBILL also puts on the  *
      *  feed's HDR record, so an acknowledgement can be tied     *
      *  back to its feed.  FBACKREC sets the acknowledgement     *
      *  fields when Finance's ACK file for the feed is           *
      *  reconciled.                                              *
      *----------------------------------------------------------*
          01 BILL-REGISTER-RECORD.
             05 BRG-PERIOD-FROM    PIC X(8).
             05 BRG-FILLER-1       PIC X.
             05 BRG-PERIOD-TO      PIC X(8).
             05 BRG-FILLER-2       PIC X.
             05 BRG-FEED-STAMP     PIC X(14).
             05 BRG-FILLER-3       PIC X.
             05 BRG-RUN-TYPE       PIC X(6).
                88 BRG-REBILL      VALUE 'REBILL'.
             05 BRG-FILLER-4       PIC X.
             05 BRG-REQUEST-COUNT  PIC 9(9).
             05 BRG-FILLER-5       PIC X.
             05 BRG-TOTAL-UNITS    PIC 9(18).
             05 BRG-FILLER-6       PIC X.
             05 BRG-ACK-STATUS     PIC X.
                88 BRG-ACK-PENDING VALUE 'P'.
                88 BRG-ACK-CLEAN   VALUE 'A'.
                88 BRG-ACK-EXCEPT  VALUE 'X'.
             05 BRG-FILLER-7       PIC X.
             05 BRG-ACK-DATE       PIC X(8).
             05 BRG-FILLER-8       PIC X.

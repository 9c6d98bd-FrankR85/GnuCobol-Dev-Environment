      *----------------------------------------------------------*
      *  One calendar day on the TRENDHST service trend history,  *
      *  written by FBTREND in date order with no day missing -   *
      *  a day without traffic has a record of zeros.  Requests   *
      *  are distinct AUD-REQUEST-IDs, each counted on the day of *
      *  its calls; a request with more than one call on the day  *
      *  (the FBBILL and FBRECON test, which holds for archived   *
      *  days too) or with a resumed ('R') call counts as         *
      *  resumed.  Units are billed the FBBILL way, highest       *
      *  end less lowest start plus 1 per request.  Calls and the *
      *  range figures are per AUDITLOG record as FBSTATS reports *
      *  them (AUD-END-NUMBER - AUD-START-NUMBER); the samples    *
      *  and total let FBTRNRPT average a month correctly.  The   *
      *  error counts follow ERROR-CATEGORY-NAME in FBTRGW, and   *
      *  the peak hour is the hour of AUD-TIMESTAMP with the most *
      *  calls, the earlier hour on a tie.                        *
      *----------------------------------------------------------*
          01 TREND-RECORD.
             05 TRD-DATE           PIC 9(8).
             05 TRD-FILLER-1       PIC X.
             05 TRD-REQUEST-COUNT  PIC 9(9).
             05 TRD-FILLER-2       PIC X.
             05 TRD-RESUMED-COUNT  PIC 9(9).
             05 TRD-FILLER-3       PIC X.
             05 TRD-UNIT-COUNT     PIC 9(18).
             05 TRD-FILLER-4       PIC X.
             05 TRD-CALL-COUNT     PIC 9(9).
             05 TRD-FILLER-5       PIC X.
             05 TRD-RANGE-MIN      PIC 9(20).
             05 TRD-FILLER-6       PIC X.
             05 TRD-RANGE-MAX      PIC 9(20).
             05 TRD-FILLER-7       PIC X.
             05 TRD-RANGE-AVG      PIC 9(20).
             05 TRD-FILLER-8       PIC X.
             05 TRD-RANGE-SAMPLES  PIC 9(9).
             05 TRD-FILLER-9       PIC X.
             05 TRD-RANGE-TOTAL    PIC 9(20).
             05 TRD-FILLER-10      PIC X.
             05 TRD-ERROR-COUNT    PIC 9(9).
             05 TRD-ERROR-CATEGORY OCCURS 11 TIMES.
                10 TRD-CATEGORY-FILLER PIC X.
                10 TRD-CATEGORY-COUNT  PIC 9(9).
             05 TRD-FILLER-11      PIC X.
             05 TRD-PEAK-HOUR      PIC 99.
             05 TRD-FILLER-12      PIC X.
             05 TRD-PEAK-HOUR-COUNT PIC 9(9).

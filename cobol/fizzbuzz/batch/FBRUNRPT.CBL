       01 EXPECTED-STEP-DATA.
          05 FILLER             PIC X(9) VALUE 'FBMSTUPD'.
          05 FILLER             PIC X(9) VALUE 'FIZZMAST'.
          05 FILLER             PIC X(9) VALUE 'FBMSTKEY'.
          05 FILLER             PIC X(9) VALUE 'FBMSTRPT'.
          05 FILLER             PIC X(9) VALUE 'FBMDELTA'.
          05 FILLER             PIC X(9) VALUE 'FBSUBDRN'.
          05 FILLER             PIC X(9) VALUE 'FIZZBATCH'.
          05 FILLER             PIC X(9) VALUE 'FBSUBSPL'.
          05 FILLER             PIC X(9) VALUE 'FBCOLLCT'.
          05 FILLER             PIC X(9) VALUE 'FBRECON'.
          05 FILLER             PIC X(9) VALUE 'FBSTATS'.
          05 FILLER             PIC X(9) VALUE 'FBTREND'.
          05 FILLER             PIC X(9) VALUE 'FBHOUSE'.
          05 FILLER             PIC X(9) VALUE 'FBPNDRPT'.
       01 EXPECTED-STEP-TABLE REDEFINES EXPECTED-STEP-DATA.
          05 EXPECTED-STEP-ENTRY OCCURS 14 TIMES.
             10 EXP-PROGRAM-NAME   PIC X(9).
       01 EXPECTED-STEP-COUNT   PIC 9(2) VALUE 14.
       01 EXPECTED-RUN-COUNTS.
          05 EXP-RUN-COUNT OCCURS 14 TIMES PIC 9(4) VALUE 0.
       01 EXPECTED-IX           PIC 9(2).
       01 EXPECTED-FOUND-FLAG   PIC X.
           88 EXPECTED-FOUND    VALUE 'Y'.

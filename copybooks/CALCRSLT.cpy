      *> CALCRSLT - CALC-RESULTS batch output record layout
      *> Shared by CALCULATOR's batch mode and CALCBAL; appended to
      *> every day, with the day's start kept in CALCCTL
      *> Packed-decimal (COMP-3) to match the CALCTRAN input layout
       01  CALC-RESULT-RECORD.
           05  CR-VALUE1              PIC S9(3) COMP-3.

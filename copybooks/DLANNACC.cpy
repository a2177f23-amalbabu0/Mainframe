      *    YEAR-END REGISTER CAN PROVE THE ANNUAL FIGURE IS THE SUM
      *    OF THE CYCLES.  PAYYREND TURNS THE CLUSTER INTO THE
      *    ANNUAL EARNINGS STATEMENTS EVERY JANUARY USED TO TAKE A
      *    SHOEBOX OF REGISTER PRINTOUTS.  DL-ANN-PERIOD IS THE PAY
      *    PERIOD (DLPAYPRD) OF THE LATEST POSTING - 00 FOR AN
      *    OFF-CYCLE FINAL PAY OR A RUN WITH NO PAY CALENDAR.
      *****************************************************************
       01  DL-ANN-REC.
           05  DL-ANN-KEY.
           05  DL-ANN-AMT           PIC 9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-ANN-CYCLE-CT      PIC 9(04).
           05  F                    PIC X(01).
           05  DL-ANN-PERIOD        PIC 9(02).
           05  F                    PIC X(44).

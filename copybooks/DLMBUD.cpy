      *****************************************************************
      *    DLMBUD - DEPARTMENT MERIT BUDGET RESULT RECORD LAYOUT.
      *    ONE RECORD PER MERIT BUDGET POOL (MBUDCTL CARD, KEYED BY
      *    DEPARTMENT CODE AS ON DL-DEPT-CODE AND PAYROLL GROUP),
      *    WRITTEN BY PGM AT THE END OF EVERY PRODUCTION REVISION
      *    RUN (MBUDACT) AND READ BY PAYSUM FOR ITS BUDGET-VERSUS-
      *    ACTUAL SECTION.  REQUESTED IS THE RAISE COST THE RATE
      *    DECK ASKED FOR; APPLIED IS WHAT PGM ACTUALLY GAVE AFTER
      *    SCALING BACK OR HOLDING AN OVERRUN POOL.  AMOUNTS ARE
      *    ANNUAL SALARY DOLLARS.
      *      STATUS 'U' - WITHIN BUDGET, RAISES APPLIED AS PRICED
      *             'S' - OVER, RAISES SCALED BY DL-MBUD-FACTOR
      *             'H' - OVER, RAISES HELD FOR APPROVAL
      *****************************************************************
       01  DL-MBUD-REC.
           05  DL-MBUD-DEPT         PIC X(04).
           05  F                    PIC X(01).
           05  DL-MBUD-GROUP        PIC X(02).
           05  F                    PIC X(01).
           05  DL-MBUD-ACTION       PIC X(01).
           05  F                    PIC X(01).
           05  DL-MBUD-STATUS       PIC X(01).
               88  DL-MBUD-UNDER    VALUE 'U'.
               88  DL-MBUD-SCALED   VALUE 'S'.
               88  DL-MBUD-HELD     VALUE 'H'.
           05  F                    PIC X(01).
           05  DL-MBUD-BUDGET       PIC 9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-MBUD-REQUESTED    PIC 9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-MBUD-APPLIED      PIC 9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-MBUD-FACTOR       PIC 9(01)V9(06).
           05  F                    PIC X(01).
           05  DL-MBUD-EMP-CT       PIC 9(05).
           05  F                    PIC X(01).
           05  DL-MBUD-HELD-CT      PIC 9(05).
           05  F                    PIC X(13).

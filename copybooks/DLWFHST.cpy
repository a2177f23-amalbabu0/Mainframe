      *****************************************************************
      *    DLWFHST - WORKFORCE HEADCOUNT HISTORY RECORD LAYOUT.
      *    ONE RECORD PER MONTH, DEPARTMENT AND PAYROLL GROUP ON THE
      *    HEADCOUNT HISTORY (WFHIST, DSN PAY.PROD.WFHIST), WRITTEN
      *    BY THE MONTHLY WORKFORCE MOVEMENT REPORT (WFMOVE).  THE
      *    PRIOR MONTH'S CLOSING HEADCOUNT IS THE NEXT MONTH'S
      *    OPENING, AND THE LAST TWELVE MONTHS FEED THE REPORT'S
      *    ROLLING TREND.  TWENTY-FOUR MONTHS ARE KEPT.
      *    DL-WFH-LEAVERS AND DL-WFH-TENURE-DAYS ARE THE MONTH'S
      *    LEAVERS ON THE MASTER AND THEIR TOTAL SERVICE IN 30/360
      *    DAYS, FOR THE AVERAGE TENURE OF LEAVERS.
      *****************************************************************
       01  DL-WFH-REC.
           05  DL-WFH-MONTH.
               10  DL-WFH-YEAR      PIC 9(04).
               10  DL-WFH-MON       PIC 9(02).
           05  F                    PIC X(01).
           05  DL-WFH-DEPT          PIC X(04).
           05  F                    PIC X(01).
           05  DL-WFH-GROUP         PIC X(02).
           05  F                    PIC X(01).
           05  DL-WFH-OPEN          PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-HIRES         PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-TERMS         PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-XFER-IN       PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-XFER-OUT      PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-CLOSE         PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-LEAVERS       PIC 9(05).
           05  F                    PIC X(01).
           05  DL-WFH-TENURE-DAYS   PIC 9(07).
           05  F                    PIC X(16).

      *****************************************************************
      *    DLAMLRG - AML FILING REGISTER RECORD LAYOUT.
      *    THE KEYED AMLREG CLUSTER (DSN PAY.PROD.AMLREG), ONE
      *    RECORD PER REPORT AMLSCAN HAS PUT ON THE REGULATOR'S
      *    FILING EXTRACT, SO THE SAME ACTIVITY IS NEVER FILED
      *    TWICE AND COMPLIANCE CAN SHOW WHAT WAS FILED AND WHEN.
      *    THE KEY IS THE ACCOUNT, THE REPORT TYPE AND THE
      *    ACTIVITY DATE (YYYYMMDD):
      *      TYPE 'CTR' - A SINGLE BUSINESS DAY'S TOTAL OVER THE
      *                   REPORTING THRESHOLD.  ACTIVITY DATE =
      *                   FROM DATE = THAT BUSINESS DAY.
      *           'STR' - REPEATED NEAR-THRESHOLD AMOUNTS INSIDE
      *                   THE ROLLING WINDOW.  ACTIVITY DATE = THE
      *                   LAST DAY OF THE WINDOW, FROM DATE = THE
      *                   FIRST.
      *    AMOUNTS ARE AS CARRIED ON THE REFERENCE HISTORY.  THE
      *    FILING ID IS THE ONE ON THE EXTRACT'S 'D' RECORD.
      *****************************************************************
       01  DL-AMR-REC.
           05  DL-AMR-KEY.
               10  DL-AMR-ACCT-NBR      PIC X(19).
               10  DL-AMR-TYPE          PIC X(03).
                   88  DL-AMR-CTR       VALUE 'CTR'.
                   88  DL-AMR-STR       VALUE 'STR'.
               10  DL-AMR-ACT-DATE      PIC X(08).
           05  F                    PIC X(01).
           05  DL-AMR-FROM-DATE     PIC X(08).
           05  F                    PIC X(01).
           05  DL-AMR-FILED-DATE    PIC X(10).
           05  F                    PIC X(01).
           05  DL-AMR-FILING-ID     PIC X(13).
           05  F                    PIC X(01).
           05  DL-AMR-TOTAL-AMT     PIC 9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-AMR-TXN-CT        PIC 9(05).
           05  F                    PIC X(01).
           05  DL-AMR-NEAR-CT       PIC 9(05).
           05  F                    PIC X(10).

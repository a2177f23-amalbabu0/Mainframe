      *****************************************************************
      *    DLCOLLQ - COLLECTIONS WORK QUEUE RECORD LAYOUT.
      *    WRITTEN BY DLQAGE (COLLQ, DSN PAY.PROD.COLLQ, ONE GDG
      *    GENERATION A DAY) FOR EVERY CARD ACCOUNT THAT BECAME
      *    DELINQUENT TODAY OR ROLLED TO A WORSE BUCKET.  THE
      *    COLLECTIONS SYSTEM LOADS THE GENERATION AS ITS DAY'S
      *    WORK; NOTHING IN THE BATCH SUITE READS IT BACK.
      *      ACTION 'NEW ' - WAS CURRENT, NOW 30 DAYS OR WORSE
      *             'ROLL' - WAS ALREADY DELINQUENT, NOW WORSE
      *      BUCKET 0 CURRENT, 1 30, 2 60, 3 90, 4 120+ DAYS
      *    DL-COLQ-BLOCKED IS 'Y' WHEN THE ACCOUNT IS BLOCKED FOR
      *    DELINQUENCY (STATUS 'D') AFTER TODAY'S AGING, AND
      *    DL-COLQ-DUE-DATE IS THE LAST DUE DATE THAT WENT UNPAID.
      *****************************************************************
       01  DL-COLQ-REC.
           05  DL-COLQ-ACCT         PIC X(19).
           05  F                    PIC X(01).
           05  DL-COLQ-QUEUE-DATE   PIC X(10).
           05  F                    PIC X(01).
           05  DL-COLQ-ACTION       PIC X(04).
               88  DL-COLQ-NEW      VALUE 'NEW '.
               88  DL-COLQ-ROLL     VALUE 'ROLL'.
           05  F                    PIC X(01).
           05  DL-COLQ-OLD-BUCKET   PIC 9(01).
           05  F                    PIC X(01).
           05  DL-COLQ-NEW-BUCKET   PIC 9(01).
           05  F                    PIC X(01).
           05  DL-COLQ-BLOCKED      PIC X(01).
           05  F                    PIC X(01).
           05  DL-COLQ-REGION       PIC X(08).
           05  F                    PIC X(01).
           05  DL-COLQ-STATUS       PIC X(01).
           05  F                    PIC X(01).
           05  DL-COLQ-BALANCE      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-COLQ-PAST-DUE     PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-COLQ-BUCKETS OCCURS 4 TIMES.
               10  DL-COLQ-PD-AMT   PIC S9(09)V9(02).
               10  F                PIC X(01).
           05  DL-COLQ-DUE-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-COLQ-LAST-PAY-DATE PIC X(10).
           05  F                    PIC X(01).
           05  DL-COLQ-LAST-PAY-AMT PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-COLQ-CREDIT-LIMIT PIC S9(09)V9(02).
           05  F                    PIC X(26).

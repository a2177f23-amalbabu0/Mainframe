      *****************************************************************
      *    DLDLQSN - MONTH-END DELINQUENCY SNAPSHOT RECORD LAYOUT.
      *    ONE RECORD PER CARD ACCOUNT, IN ACCOUNT ORDER, WRITTEN BY
      *    DLQROLL EACH MONTH (DSN PAY.PROD.DLQSNAP).  NEXT MONTH'S
      *    DLQROLL MATCHES THE MASTER AGAINST IT TO SEE WHICH BUCKET
      *    EACH ACCOUNT MOVED TO - THE ROLL RATES.
      *****************************************************************
       01  DL-DSN-REC.
           05  DL-DSN-ACCT          PIC X(19).
           05  F                    PIC X(01).
           05  DL-DSN-SNAP-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-DSN-REGION        PIC X(08).
           05  F                    PIC X(01).
           05  DL-DSN-STATUS        PIC X(01).
           05  F                    PIC X(01).
           05  DL-DSN-BUCKET        PIC 9(01).
           05  F                    PIC X(01).
           05  DL-DSN-BALANCE       PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-DSN-PAST-DUE      PIC S9(11)V9(02).
           05  F                    PIC X(09).

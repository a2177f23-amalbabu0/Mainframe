      *****************************************************************
      *    DLFRDNT - FRAUD CASE NOTE RECORD LAYOUT.
      *    THE FRDCASE ONLINE TRANSACTION WRITES ONE RECORD PER
      *    INVESTIGATOR NOTE, ASSIGNMENT AND DISPOSITION TO THE
      *    KEYED FRDNOTE CLUSTER (DSN PAY.PROD.FRDNOTE), SO THE
      *    CASE'S HISTORY READS IN ORDER UNDER ITS ACCOUNT NUMBER.
      *    THE KEY IS THE ACCOUNT, THE TIMESTAMP (YYYYMMDD PLUS
      *    HHMMSS, AS DLACCLG) AND THE CICS TASK NUMBER.
      *      TYPE 'N' - NOTE KEYED BY THE INVESTIGATOR
      *           'A' - CASE ASSIGNED
      *           'D' - DISPOSITION RECORDED
      *****************************************************************
       01  DL-FNT-REC.
           05  DL-FNT-KEY.
               10  DL-FNT-ACCT         PIC X(19).
               10  DL-FNT-TIMESTAMP    PIC X(14).
               10  DL-FNT-TASKN        PIC 9(07).
           05  F                    PIC X(01).
           05  DL-FNT-OPERATOR      PIC X(08).
           05  F                    PIC X(01).
           05  DL-FNT-TERMID        PIC X(04).
           05  F                    PIC X(01).
           05  DL-FNT-TYPE          PIC X(01).
               88  DL-FNT-NOTE      VALUE 'N'.
               88  DL-FNT-ASSIGN    VALUE 'A'.
               88  DL-FNT-DISPOSE   VALUE 'D'.
           05  F                    PIC X(01).
           05  DL-FNT-TEXT          PIC X(60).
           05  F                    PIC X(03).

      *****************************************************************
      *    DLBNKPND - PENDING ONLINE BANK-DETAILS CHANGE.
      *    ONE RECORD PER EMPLOYEE ON THE KEYED BANKPEND CLUSTER
      *    (DSN PAY.PROD.BANKPEND), WRITTEN BY THE BANKUPD ONLINE
      *    TRANSACTION WHEN AN OPERATOR KEYS NEW DETAILS AND
      *    DELETED WHEN A SECOND OPERATOR APPROVES OR REJECTS
      *    THEM.  NOTHING REACHES EMPBANK UNTIL A DIFFERENT
      *    OPERATOR FROM THE MAKER APPROVES; THE APPROVED DETAILS
      *    THEN ENTER THE PRENOTE CYCLE (STATUS 'P') EXACTLY AS A
      *    BANKLOAD 'A' OR 'C' CARD DOES.
      *    DL-BNKPND-ACTION IS 'A' WHEN THE EMPLOYEE HAD NO BANK
      *    DETAILS WHEN THE CHANGE WAS KEYED, 'C' OTHERWISE.
      *****************************************************************
       01  DL-BNKPND-REC.
           05  DL-BNKPND-NEMPID     PIC X(06).
           05  F                    PIC X(01).
           05  DL-BNKPND-ACTION     PIC X(01).
               88  DL-BNKPND-ADD    VALUE 'A'.
               88  DL-BNKPND-CHANGE VALUE 'C'.
           05  F                    PIC X(01).
           05  DL-BNKPND-ROUTING    PIC 9(09).
           05  F                    PIC X(01).
           05  DL-BNKPND-ACCOUNT    PIC X(17).
           05  F                    PIC X(01).
           05  DL-BNKPND-ACCT-TYPE  PIC X(01).
           05  F                    PIC X(01).
           05  DL-BNKPND-MAKER      PIC X(08).
           05  F                    PIC X(01).
           05  DL-BNKPND-TERMID     PIC X(04).
           05  F                    PIC X(01).
           05  DL-BNKPND-KEYED-TS   PIC X(14).
           05  F                    PIC X(13).

      *    THE ACCINQ BROWSE TRANSACTION CAN ANSWER 'WHAT IS ON
      *    ACCOUNT X' WHILE THE INVESTIGATION IS LIVE INSTEAD OF
      *    FROM TOMORROW'S WEEK81 PRINT.
      *    THE CANONICAL MERCHANT, ITS CATEGORY (MCC) AND RISK TIER
      *    COME FROM THE MERCHANT MASTER (DLMERCH) THROUGH MRCHLKP;
      *    A NAME NO VARIANT MAPS YET HAS A BLANK MERCHANT ID AND
      *    MCC AND ITS NORMALIZED NAME AS THE CANONICAL NAME.
      *    THE HOUSEHOLD ID AND SIZE COME FROM THE HHMATCH HOUSEHOLD
      *    CROSS-REFERENCE (DLHHXRF), SO ACCINQ CAN LIST THE OTHER
      *    ACCOUNTS IN THE SAME HOUSEHOLD; AN ACCOUNT THE CROSS-
      *    REFERENCE DOES NOT CARRY HAS A BLANK ID AND SIZE ZERO.
      *    RECORD LENGTH 160.
      *****************************************************************
       01  DL-ACKY-REC.
           05  DL-ACKY-ACCT         PIC X(10).
           05  DL-ACKY-TRANS-DATE   PIC 9(08).
           05  F                    PIC X(01).
           05  DL-ACKY-FRD-IND      PIC X(02).
           05  F                    PIC X(01).
           05  DL-ACKY-MERCH-ID     PIC X(08).
           05  F                    PIC X(01).
           05  DL-ACKY-MERCH-NAME   PIC X(19).
           05  F                    PIC X(01).
           05  DL-ACKY-MCC          PIC X(04).
           05  F                    PIC X(01).
           05  DL-ACKY-RISK         PIC X(01).
           05  F                    PIC X(01).
           05  DL-ACKY-HH-ID        PIC X(10).
           05  F                    PIC X(01).
           05  DL-ACKY-HH-CT        PIC 9(03).
           05  F                    PIC X(12).

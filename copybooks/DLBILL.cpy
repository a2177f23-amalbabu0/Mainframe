      *****************************************************************
      *    DLBILL - CARD BILLING CYCLE SUMMARY RECORD LAYOUT.
      *    ONE RECORD PER ACCOUNT BILLED AT A CYCLE CLOSE, WRITTEN BY
      *    CYCLCLS TO THE BILLING SUMMARY FILE (BILLSUM, A GDG - ONE
      *    GENERATION PER CLOSE) AND PRINTED BY ACCTSTMT AS THE
      *    BILLING SUMMARY BOX AT THE HEAD OF THE STATEMENT.
      *    THE NEW BALANCE PROVES AS
      *      PREV-BAL + PURCHASES - CREDITS - PAYMENTS + FEES + FIN-CHG
      *    AND THE FEES AND FINANCE CHARGE POST TO THE ACCOUNT (AND
      *    THE YTD MASTER) THROUGH WEEK4 THE NEXT BUSINESS DAY.
      *    DL-BILL-STMT-FROM IS THE PREVIOUS CLOSE DATE, SO THE
      *    CYCLE RUNS FROM THE DAY AFTER IT THROUGH DL-BILL-CLOSE-DATE.
      *    DL-BILL-MIN-DUE INCLUDES DL-BILL-PAST-DUE, THE MINIMUMS
      *    LEFT UNPAID FROM EARLIER STATEMENTS; DL-BILL-DLQ-BUCKET IS
      *    THE ACCOUNT'S DELINQUENCY BUCKET AT THE CLOSE (0 CURRENT,
      *    1-4 = 30/60/90/120+).
      *****************************************************************
       01  DL-BILL-REC.
           05  DL-BILL-ACCT         PIC X(19).
           05  F                    PIC X(01).
           05  DL-BILL-CLOSE-DATE   PIC X(10).
           05  F                    PIC X(01).
           05  DL-BILL-STMT-FROM    PIC X(10).
           05  F                    PIC X(01).
           05  DL-BILL-ACCT-TYPE    PIC X(02).
           05  F                    PIC X(01).
           05  DL-BILL-STATUS       PIC X(01).
           05  F                    PIC X(01).
           05  DL-BILL-PREV-BAL     PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-PURCHASES    PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-CREDITS      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-FEES         PIC S9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-FIN-CHG      PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-NEW-BAL      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-MIN-DUE      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-DUE-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-BILL-APR          PIC 9(02)V9(04).
           05  F                    PIC X(01).
           05  DL-BILL-ADB          PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-CYC-DAYS     PIC 9(03).
           05  F                    PIC X(01).
           05  DL-BILL-CREDIT-LIMIT PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-AVAIL-CREDIT PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-PAYMENTS     PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-PAST-DUE     PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-BILL-DLQ-BUCKET   PIC 9(01).
           05  F                    PIC X(20).

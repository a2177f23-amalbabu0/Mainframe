      *****************************************************************
      *    DLQTRACC - QUARTERLY TAX ACCUMULATOR RECORD LAYOUT.
      *    ONE RECORD PER EMPLOYEE PER YEAR PER MONTH PER TAX CODE
      *    ON THE KEYED QUARTERLY CLUSTER (QTRACC, DSN
      *    PAY.PROD.QTRACC).  PAYNET POSTS EVERY CYCLE INTO IT BY
      *    THE MONTH OF THE RUN DATE: CODE 'GROS' IS THE MONTH'S
      *    GROSS WAGES, 'TAX ' THE INCOME TAX WITHHELD AGAINST THAT
      *    GROSS, AND EACH EMPLOYER RATE CODE ON ERCTL (ESS, FUTA,
      *    SUTA ...) ITS WAGES UNDER THE ANNUAL WAGE BASE AND THE
      *    EMPLOYER TAX ON THEM.  DL-QTR-WAGES IS THE TAXABLE WAGE
      *    FIGURE FOR THE CODE, DL-QTR-AMT THE TAX (FOR 'GROS' THE
      *    GROSS AGAIN).  THE EMPLOYEE'S NAME RIDES ON THE RECORD
      *    SO THE FILING EXTRACT STILL NAMES A LEAVER.  PAYQTR
      *    TURNS THREE MONTHS OF IT INTO THE QUARTERLY RETURN.
      *****************************************************************
       01  DL-QTR-REC.
           05  DL-QTR-KEY.
               10  DL-QTR-NEMPID    PIC X(06).
               10  DL-QTR-YEAR      PIC X(04).
               10  DL-QTR-MONTH     PIC X(02).
               10  DL-QTR-CODE      PIC X(04).
           05  F                    PIC X(01).
           05  DL-QTR-WAGES         PIC 9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-QTR-AMT           PIC 9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-QTR-CYCLE-CT      PIC 9(04).
           05  F                    PIC X(01).
           05  DL-QTR-EMPLNAME      PIC X(10).
           05  F                    PIC X(01).
           05  DL-QTR-EMPFNAME      PIC X(10).
           05  F                    PIC X(08).
           05  F                    PIC X(01).

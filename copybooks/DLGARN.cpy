      *****************************************************************
      *    DLGARN - WAGE GARNISHMENT ORDER MASTER RECORD LAYOUT.
      *    ONE RECORD PER COURT OR AGENCY ORDER AGAINST AN EMPLOYEE
      *    ON THE KEYED GARNISHMENT CLUSTER (GARNMST, DSN
      *    PAY.PROD.GARNMST), KEYED BY EMPLOYEE AND CASE NUMBER AND
      *    KEPT BY GARNLOAD FROM THE PAYROLL OFFICE'S ORDER CARDS.
      *    DL-GARN-TYPE FIXES THE STATUTORY ORDER OF PRECEDENCE -
      *    'S' CHILD SUPPORT FIRST, THEN 'L' TAX LEVY, THEN 'C'
      *    CREDITOR.  EACH CYCLE PAYNET WITHHOLDS THE FLAT AMOUNT
      *    PLUS THE PERCENTAGE OF DISPOSABLE EARNINGS, PLUS ANY
      *    ARREARS, WITHIN THE LEGAL SHARE OF DISPOSABLE EARNINGS
      *    FOR THE ORDER TYPE.  WHAT THE CAP HOLDS BACK IS CARRIED
      *    IN DL-GARN-ARREARS.  A ZERO DL-GARN-OWED IS AN OPEN-ENDED
      *    ORDER (ONGOING SUPPORT); OTHERWISE THE ORDER GOES TO 'C'
      *    CLOSED THE CYCLE DL-GARN-PAID REACHES DL-GARN-OWED.
      *****************************************************************
       01  DL-GARN-REC.
           05  DL-GARN-KEY.
               10  DL-GARN-NEMPID   PIC X(06).
               10  DL-GARN-CASE     PIC X(12).
           05  F                    PIC X(01).
           05  DL-GARN-TYPE         PIC X(01).
               88  DL-GARN-SUPPORT  VALUE 'S'.
               88  DL-GARN-LEVY     VALUE 'L'.
               88  DL-GARN-CREDITOR VALUE 'C'.
           05  F                    PIC X(01).
           05  DL-GARN-AGENCY       PIC X(06).
           05  F                    PIC X(01).
           05  DL-GARN-AMT          PIC 9(05)V9(02).
           05  F                    PIC X(01).
           05  DL-GARN-PCT          PIC 9(02)V9(02).
           05  F                    PIC X(01).
           05  DL-GARN-OWED         PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-GARN-PAID         PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-GARN-ARREARS      PIC 9(07)V9(02).
           05  DL-GARN-STATUS       PIC X(01).
               88  DL-GARN-ACTIVE   VALUE 'A'.
               88  DL-GARN-CLOSED   VALUE 'C'.
           05  F                    PIC X(09).

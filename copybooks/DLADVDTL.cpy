      *****************************************************************
      *    DLADVDTL - PAY ADVICE DETAIL RECORD LAYOUT.
      *    WRITTEN BY PAYNET TO THE ADVDTL FILE (DSN
      *    PAY.PROD.ADVDTL) ALONGSIDE NETPAYFL, IN STEP WITH IT:
      *    EVERY NETPAYFL LINE IS PRECEDED BY ONE 'C' RECORD FOR
      *    EACH TAX BRACKET, DEDUCTION, AND GARNISHMENT CODE THAT
      *    TOOK MONEY FROM THAT LINE, AND CLOSED BY ONE 'L' RECORD
      *    NAMING THE LINE AND THE EMPLOYEE.  NETPAYFL ONLY CARRIES
      *    THE TOTALS; PAYADV NEEDS THE CODES BEHIND THEM FOR THE
      *    PER-CYCLE PAY ADVICE.
      *      'C' - DL-ADV-CODE-TYPE 'T' TAX BRACKET, 'D' DEDUCTION,
      *            'G' GARNISHMENT; DL-ADV-AMT THIS CYCLE'S AMOUNT.
      *      'L' - END OF ONE NETPAYFL LINE, WITH THE EMPLOYEE'S
      *            NAME.
      *****************************************************************
       01  DL-ADV-REC.
           05  DL-ADV-REC-TYPE      PIC X(01).
               88  DL-ADV-CODE-REC  VALUE 'C'.
               88  DL-ADV-LINE-REC  VALUE 'L'.
           05  F                    PIC X(01).
           05  DL-ADV-NEMPID        PIC X(06).
           05  F                    PIC X(01).
           05  DL-ADV-LINE          PIC X(04).
           05  F                    PIC X(01).
           05  DL-ADV-CODE-TYPE     PIC X(01).
           05  F                    PIC X(01).
           05  DL-ADV-CODE          PIC X(04).
           05  F                    PIC X(01).
           05  DL-ADV-AMT           PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-ADV-EMPFNAME      PIC X(10).
           05  F                    PIC X(01).
           05  DL-ADV-EMPLNAME      PIC X(10).
           05  F                    PIC X(28).

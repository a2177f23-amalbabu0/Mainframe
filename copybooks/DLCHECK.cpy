      *****************************************************************
      *    DLCHECK - PAYROLL CHECK HISTORY RECORD LAYOUT.
      *    ONE RECORD PER PAPER CHECK PAYCHK HAS ISSUED, ON THE KEYED
      *    CHECK HISTORY CLUSTER (CHKHIST, DSN PAY.PROD.CHKHIST),
      *    KEYED BY CHECK NUMBER FROM THE CHECK-STOCK REGISTER.
      *    DL-CHK-STATUS IS 'I' WHILE THE CHECK STANDS, 'V' ONCE A
      *    VOID TRANSACTION HAS STOPPED IT ON POSITIVE PAY, AND 'R'
      *    ONCE IT HAS BEEN VOIDED AND REPLACED.  A REPLACEMENT
      *    CHECK CARRIES THE NUMBER OF THE CHECK IT REPLACES IN
      *    DL-CHK-REISSUE-OF.  ONLY AN 'I' CHECK CAN BE VOIDED OR
      *    REISSUED, SO THE SAME PAY CAN NEVER BE REPLACED TWICE.
      *****************************************************************
       01  DL-CHK-REC.
           05  DL-CHK-NUMBER        PIC 9(08).
           05  F                    PIC X(01).
           05  DL-CHK-NEMPID        PIC X(06).
           05  F                    PIC X(01).
           05  DL-CHK-AMOUNT        PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-CHK-ISSUE-DATE    PIC X(10).
           05  F                    PIC X(01).
           05  DL-CHK-STATUS        PIC X(01).
               88  DL-CHK-ISSUED    VALUE 'I'.
               88  DL-CHK-VOIDED    VALUE 'V'.
               88  DL-CHK-REISSUED  VALUE 'R'.
           05  F                    PIC X(01).
           05  DL-CHK-VOID-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-CHK-REISSUE-OF    PIC 9(08).
           05  F                    PIC X(01).
           05  DL-CHK-PAYEE         PIC X(21).

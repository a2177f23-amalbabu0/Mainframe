      *****************************************************************
      *    DLAMLFL - AML REGULATORY FILING EXTRACT LAYOUT.
      *    ONE GENERATION PER NIGHT (DSN PAY.PROD.AMLFILE), WRITTEN
      *    BY AMLSCAN IN THE REGULATOR'S FIXED 120-BYTE BATCH
      *    FILING FORMAT - NO SEPARATORS, AMOUNTS UNSIGNED WITH TWO
      *    IMPLIED DECIMALS, DATES YYYYMMDD:
      *      'H' - ONE HEADER: FILER ID AND FILING DATE.
      *      'D' - ONE PER REPORT: TYPE (CTR LARGE-CASH DAY OR STR
      *            STRUCTURING PATTERN), FILING ID, ACCOUNT, THE
      *            ACTIVITY PERIOD, TOTAL AMOUNT, TRANSACTION
      *            COUNT, NEAR-THRESHOLD COUNT AND LARGEST ITEM.
      *      'T' - ONE TRAILER: 'D' RECORD COUNT AND AMOUNT TOTAL.
      *    AN EMPTY NIGHT STILL WRITES THE HEADER AND TRAILER.
      *****************************************************************
       01  DL-AMF-REC.
           05  DL-AMF-REC-TYPE      PIC X(01).
               88  DL-AMF-HEADER    VALUE 'H'.
               88  DL-AMF-DETAIL    VALUE 'D'.
               88  DL-AMF-TRAILER   VALUE 'T'.
           05  DL-AMF-BODY          PIC X(119).
           05  DL-AMF-HDR-DATA REDEFINES DL-AMF-BODY.
               10  DL-AMF-FILER-ID      PIC X(11).
               10  DL-AMF-FILE-DATE     PIC X(08).
               10  F                    PIC X(100).
           05  DL-AMF-DTL-DATA REDEFINES DL-AMF-BODY.
               10  DL-AMF-RPT-TYPE      PIC X(03).
               10  DL-AMF-FILING-ID     PIC X(13).
               10  DL-AMF-ACCT-NBR      PIC X(19).
               10  DL-AMF-FROM-DATE     PIC X(08).
               10  DL-AMF-TO-DATE       PIC X(08).
               10  DL-AMF-TOTAL-AMT     PIC 9(11)V9(02).
               10  DL-AMF-TXN-CT        PIC 9(05).
               10  DL-AMF-NEAR-CT       PIC 9(05).
               10  DL-AMF-MAX-AMT       PIC 9(11)V9(02).
               10  F                    PIC X(32).
           05  DL-AMF-TRL-DATA REDEFINES DL-AMF-BODY.
               10  DL-AMF-REC-CT        PIC 9(07).
               10  DL-AMF-AMT-TOTAL     PIC 9(13)V9(02).
               10  F                    PIC X(97).

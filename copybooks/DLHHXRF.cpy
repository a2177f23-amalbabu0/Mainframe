      *****************************************************************
      *    DLHHXRF - HOUSEHOLD CROSS-REFERENCE RECORD LAYOUT.
      *    HHMATCH WRITES ONE RECORD PER ACCOUNT ON THE MERGED
      *    ACCOUNT MASTER, GIVING THE HOUSEHOLD THE ACCOUNT BELONGS
      *    TO ACROSS ALL REGIONS.  THE HOUSEHOLD ID IS THE LOWEST
      *    ACCOUNT NUMBER IN THE HOUSEHOLD, SO IT STAYS THE SAME
      *    FROM NIGHT TO NIGHT WHILE THAT ACCOUNT IS ON FILE; AN
      *    ACCOUNT MATCHED TO NO OTHER IS A HOUSEHOLD OF ONE.
      *    THE SAME RECORD GOES TO TWO DATASETS:
      *      HHXREF - SEQUENTIAL, IN ACCOUNT ORDER (DSN
      *               PAY.PROD.HHXREF) - THE BATCH READERS (ACCTLOAD,
      *               WEEK81, MERCHRPT) MATCH IT AGAINST THE MERGED
      *               MASTER, WHICH IS IN THE SAME ORDER.
      *      HHXRKY - KEYED ON DL-HHX-KEY, HOUSEHOLD THEN ACCOUNT
      *               (DSN PAY.PROD.HHXRKY) - THE ACCINQ ONLINE
      *               BROWSE LISTS A HOUSEHOLD'S ACCOUNTS FROM IT.
      *    DL-HHX-BASIS SAYS HOW THE ACCOUNT CAME INTO ITS HOUSEHOLD:
      *      'SGL' - HOUSEHOLD OF ONE
      *      'ANC' - THE ANCHOR (LOWEST) ACCOUNT OF A LARGER ONE
      *      'NDA' - MATCHED ON NAME, DATE OF BIRTH AND ADDRESS
      *      'OVR' - LINKED BY A REVIEWED LINK CARD (HHOVRD)
      *    RECORD LENGTH 120.
      *****************************************************************
       01  DL-HHX-REC.
           05  DL-HHX-KEY.
               10  DL-HHX-HH-ID     PIC X(10).
               10  DL-HHX-ACCT      PIC X(10).
           05  F                    PIC X(01).
           05  DL-HHX-REGION        PIC X(08).
           05  F                    PIC X(01).
           05  DL-HHX-HH-CT         PIC 9(03).
           05  F                    PIC X(01).
           05  DL-HHX-BASIS         PIC X(03).
               88  DL-HHX-SINGLE    VALUE 'SGL'.
               88  DL-HHX-ANCHOR    VALUE 'ANC'.
               88  DL-HHX-MATCHED   VALUE 'NDA'.
               88  DL-HHX-OVERRIDE  VALUE 'OVR'.
           05  F                    PIC X(01).
           05  DL-HHX-CUST-NAME     PIC X(30).
           05  F                    PIC X(01).
           05  DL-HHX-NORM-NAME     PIC X(30).
           05  F                    PIC X(01).
           05  DL-HHX-LINK-DATE     PIC X(10).
           05  F                    PIC X(10).

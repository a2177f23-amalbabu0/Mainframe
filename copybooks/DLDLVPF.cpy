      *****************************************************************
      *    DLDLVPF - STATEMENT DELIVERY PREFERENCE RECORD LAYOUT.
      *    THE KEYED DLVPREF CLUSTER (DSN PAY.PROD.DLVPREF, KEY =
      *    DL-DLV-ACCT, THE CARD ACCOUNT NUMBER), ONE RECORD PER
      *    ACCOUNT THAT HAS CHOSEN HOW ITS MONTHLY STATEMENT IS
      *    DELIVERED.  AN ACCOUNT NOT ON THE FILE GETS PAPER.
      *      CHANNEL 'P' - PAPER ONLY (PRINT FILE)
      *              'E' - ELECTRONIC ONLY (E-DELIVERY FILE, NO
      *                    PAPER)
      *              'B' - BOTH
      *    E AND B NEED AN EMAIL ADDRESS AND THE DATE THE CUSTOMER
      *    CONSENTED TO ELECTRONIC DELIVERY.  DLVMNT MAINTAINS THE
      *    FILE FROM THE DESK'S CARDS AND APPLIES THE E-DELIVERY
      *    VENDOR'S BOUNCES: A BOUNCED ACCOUNT GOES BACK TO 'P',
      *    KEEPING THE CHANNEL THE CUSTOMER ASKED FOR IN
      *    DL-DLV-ASKED-CHANNEL UNTIL A NEW CARD RESTORES IT.
      *****************************************************************
       01  DL-DLV-REC.
           05  DL-DLV-ACCT          PIC X(19).
           05  F                    PIC X(01).
           05  DL-DLV-CHANNEL       PIC X(01).
               88  DL-DLV-PAPER     VALUE 'P'.
               88  DL-DLV-ELEC      VALUE 'E'.
               88  DL-DLV-BOTH      VALUE 'B'.
               88  DL-DLV-VALID     VALUE 'P' 'E' 'B'.
           05  F                    PIC X(01).
           05  DL-DLV-EMAIL         PIC X(45).
           05  F                    PIC X(01).
           05  DL-DLV-CONSENT-DATE  PIC X(10).
           05  F                    PIC X(01).
           05  DL-DLV-ASKED-CHANNEL PIC X(01).
           05  F                    PIC X(01).
           05  DL-DLV-BOUNCE-CT     PIC 9(03).
           05  F                    PIC X(01).
           05  DL-DLV-BOUNCE-DATE   PIC X(10).
           05  F                    PIC X(01).
           05  DL-DLV-BOUNCE-RSN    PIC X(10).
           05  F                    PIC X(01).
           05  DL-DLV-ADD-DATE      PIC X(10).
           05  F                    PIC X(01).
           05  DL-DLV-MAINT-DATE    PIC X(10).
           05  F                    PIC X(22).

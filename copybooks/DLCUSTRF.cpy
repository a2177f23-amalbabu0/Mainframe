      *****************************************************************
      *    DLCUSTRF - CUSTOMER REFERENCE RECORD LAYOUT.
      *    THE KEYED CUSTREF CLUSTER (DSN PAY.PROD.CUSTREF, KEY =
      *    DL-CRF-ACCT, THE 10-DIGIT ACCOUNT NUMBER THE REGIONAL
      *    MASTERS CARRY), ONE RECORD PER ACCOUNT, REFRESHED FROM
      *    THE CUSTOMER INFORMATION FILE EXTRACT.  IT HOLDS THE
      *    IDENTITY FIELDS THE 70-BYTE ACCOUNT DETAIL DOES NOT -
      *    THE MAILING ADDRESS AND THE CUSTOMER'S DATE OF BIRTH
      *    (YYYY-MM-DD) - SO HHMATCH CAN TELL WHETHER ACCOUNTS IN
      *    DIFFERENT REGIONS BELONG TO THE SAME CUSTOMER.  A FIELD
      *    THE EXTRACT DID NOT SUPPLY IS BLANK.  RECORD LENGTH 120.
      *****************************************************************
       01  DL-CRF-REC.
           05  DL-CRF-ACCT          PIC X(10).
           05  F                    PIC X(01).
           05  DL-CRF-ADDR-LINE     PIC X(30).
           05  F                    PIC X(01).
           05  DL-CRF-CITY          PIC X(20).
           05  F                    PIC X(01).
           05  DL-CRF-POSTCODE      PIC X(10).
           05  F                    PIC X(01).
           05  DL-CRF-BIRTH-DATE    PIC X(10).
           05  F                    PIC X(01).
           05  DL-CRF-UPD-DATE      PIC X(10).
           05  F                    PIC X(25).

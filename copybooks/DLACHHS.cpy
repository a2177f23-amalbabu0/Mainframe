      *****************************************************************
      *    DLACHHS - ACH ENTRY HISTORY RECORD LAYOUT.
      *    ONE RECORD PER '6' ENTRY DETAIL PAYACH HAS SENT, ON THE
      *    KEYED HISTORY CLUSTER (ACHHIST, DSN PAY.PROD.ACHHIST),
      *    KEYED BY THE ENTRY'S TRACE NUMBER - THE BUSINESS DATE
      *    (YYYYMMDD) FOLLOWED BY A SEVEN-DIGIT SEQUENCE WITHIN THE
      *    FILE.  THE BANK QUOTES THE TRACE BACK ON EVERY RETURN AND
      *    NOTIFICATION OF CHANGE, SO PAYRTN CAN FIND THE ORIGINATING
      *    ENTRY DAYS LATER.  DL-ACHH-STATUS IS SPACE WHILE THE ENTRY
      *    STANDS, 'R' ONCE THE BANK HAS RETURNED IT AND 'C' ONCE A
      *    NOTIFICATION OF CHANGE AGAINST IT HAS BEEN APPLIED.
      *****************************************************************
       01  DL-ACHH-REC.
           05  DL-ACHH-TRACE        PIC X(15).
           05  F                    PIC X(01).
           05  DL-ACHH-NEMPID       PIC X(06).
           05  F                    PIC X(01).
           05  DL-ACHH-ROUTING      PIC 9(09).
           05  F                    PIC X(01).
           05  DL-ACHH-ACCOUNT      PIC X(17).
           05  F                    PIC X(01).
           05  DL-ACHH-AMOUNT       PIC 9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-ACHH-PRENOTE      PIC X(01).
           05  F                    PIC X(01).
           05  DL-ACHH-STATUS       PIC X(01).
               88  DL-ACHH-SENT     VALUE SPACE.
               88  DL-ACHH-RETURNED VALUE 'R'.
               88  DL-ACHH-CHANGED  VALUE 'C'.
           05  F                    PIC X(01).
           05  DL-ACHH-RTN-CODE     PIC X(03).
           05  DL-ACHH-RTN-DATE     PIC X(10).

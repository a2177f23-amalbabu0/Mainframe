      *    TRANSACTION, KEYED BY TIMESTAMP PLUS EMPLOYEE ID, SO THE
      *    "WHO CHANGED THIS" QUESTION IS ANSWERED FROM ONE PLACE -
      *    OPERATOR, TERMINAL, FIELD, AND THE OLD AND NEW VALUES.
      *    THE BANKUPD ONLINE TRANSACTION LOGS HERE TOO: FIELDS
      *    BANKRTN, BANKACCT (MASKED) AND BANKTYPE FOR A CHANGE HELD
      *    FOR APPROVAL, BANKAPPR AND BANKREJ (OLD VALUE THE MAKER)
      *    FOR ITS APPROVAL OR REJECTION, EMPID THE FULL C NNNNN ID.
      *    EVERY RECORD ALSO CARRIES ITS PLACE IN THE LOG'S CHAIN -
      *    A SEQUENCE NUMBER AND A HASH OVER THE RECORD AND THE
      *    PREVIOUS RECORD'S HASH, STAMPED BY PAYCHAIN (SEE DLCHAIN).
      *    THE SEQUENCE IS THE CLUSTER'S ALTERNATE KEY (PATH
      *    PAY.PROD.EMPMNTLG.SEQPATH) SO LOGVER CAN WALK THE LOG IN
      *    CHAIN ORDER.  THE FIRST RECORD OF EACH DAY IS A DAILY
      *    ANCHOR (OPERATOR '*ANCHOR*', EMPID '*ANCH') THAT READERS
      *    OF THE LOG SKIP.  THE VALUES OF AN FNAME/LNAME OR
      *    BANKRTN/BANKACCT/BANKTYPE CHANGE ARE LEFT OUT OF THE
      *    HASH SO PAYERASE CAN STILL ERASE THEM WITHOUT BREAKING
      *    THE CHAIN.
      *****************************************************************
       01  DL-MAINT-REC.
           05  DL-MAINT-KEY.
               10  DL-MAINT-EMPID      PIC X(06).
           05  F                    PIC X(01).
           05  DL-MAINT-OPERATOR    PIC X(08).
               88  DL-MAINT-ANCHOR  VALUE '*ANCHOR*'.
           05  F                    PIC X(01).
           05  DL-MAINT-TERMID      PIC X(04).
           05  F                    PIC X(01).
           05  F                    PIC X(01).
           05  DL-MAINT-NEW-VAL     PIC X(10).
           05  F                    PIC X(14).
           05  F                    PIC X(01).
           05  DL-MAINT-CHN-KEY.
               10  DL-MAINT-CHN-SEQ    PIC 9(09).
           05  F                    PIC X(01).
           05  DL-MAINT-CHN-HASH    PIC 9(09).

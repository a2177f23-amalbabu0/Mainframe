      *    WHAT THEY QUERIED, AND WHETHER THE AUTHORIZATION CHECK
      *    ALLOWED OR DENIED THE REQUEST - THE EVIDENCE COMPLIANCE
      *    NEEDS WHEN HR INVESTIGATES A LEAK.
      *    EVERY RECORD ALSO CARRIES ITS PLACE IN THE LOG'S CHAIN -
      *    A SEQUENCE NUMBER AND A HASH OVER THE RECORD AND THE
      *    PREVIOUS RECORD'S HASH, STAMPED BY PAYCHAIN (SEE DLCHAIN).
      *    THE SEQUENCE IS THE CLUSTER'S ALTERNATE KEY (PATH
      *    PAY.PROD.EMPACCLG.SEQPATH) SO LOGVER CAN WALK THE LOG IN
      *    CHAIN ORDER.  THE FIRST RECORD OF EACH DAY IS A DAILY
      *    ANCHOR (OPERATOR '*ANCHOR*') THAT READERS OF THE LOG SKIP.
      *****************************************************************
       01  DL-ACCLG-REC.
           05  DL-ACCLG-KEY.
               10  DL-ACCLG-TIMESTAMP  PIC X(14).
               10  DL-ACCLG-TASKN      PIC 9(07).
               10  DL-ACCLG-OPERATOR   PIC X(08).
                   88  DL-ACCLG-ANCHOR VALUE '*ANCHOR*'.
           05  F                    PIC X(01).
           05  DL-ACCLG-TERMID      PIC X(04).
           05  F                    PIC X(01).
      *    KEEP LOOKING AT THE SAME EMPLOYEE WITHOUT ONE.
           05  DL-ACCLG-TICKET      PIC X(08).
           05  F                    PIC X(18).
           05  F                    PIC X(01).
           05  DL-ACCLG-CHN-KEY.
               10  DL-ACCLG-CHN-SEQ    PIC 9(09).
           05  F                    PIC X(01).
           05  DL-ACCLG-CHN-HASH    PIC 9(09).

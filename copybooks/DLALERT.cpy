      *****************************************************************
      *    DLALERT - OPERATIONS ALERT RECORD, IN THE ENTERPRISE
      *    MONITORING CONSOLE'S INBOUND MESSAGE FORMAT.  PAYALERT
      *    APPENDS ONE RECORD PER ALERT TO THE ALERT FEED DATASET
      *    (ALRTOUT, DSN PAY.PROD.ALERTFD), WHICH THE CONSOLE AGENT
      *    PICKS UP AND ROUTES TO THE CONTACT GROUP'S ON-CALL PAGER.
      *    DL-ALERT-MSGID IS 'PAYA', THE ALERT NUMBER, AND THE
      *    SEVERITY LETTER:
      *      PAYA010 - STEP ENDED RC 8 OR HIGHER
      *      PAYA020 - EXPECTED STEP DID NOT RUN
      *      PAYA030 - CHAIN FINISHED AFTER THE DEADLINE
      *      PAYA031 - CHAIN NOT FINISHED BY THE DEADLINE
      *      PAYA040 - PAYBAL MONEY-TRAIL BALANCING BREAK
      *      PAYA050 - PAYVER ONLINE-VIEW INTEGRITY BREAK
      *    SEVERITY IS C (CRITICAL - PAGE NOW), M (MAJOR) OR W
      *    (WARNING), FROM THE PROGRAM'S CARD ON THE ALRTCTL DECK.
      *****************************************************************
       01  DL-ALERT-REC.
           05  DL-ALERT-MSGID.
               10  DL-ALERT-PREFIX  PIC X(04).
               10  DL-ALERT-NUMBER  PIC X(03).
               10  DL-ALERT-SEV-SFX PIC X(01).
           05  F                    PIC X(01).
           05  DL-ALERT-SEVERITY    PIC X(01).
               88  DL-ALERT-CRITICAL VALUE 'C'.
               88  DL-ALERT-MAJOR    VALUE 'M'.
               88  DL-ALERT-WARNING  VALUE 'W'.
           05  F                    PIC X(01).
           05  DL-ALERT-TIMESTAMP   PIC X(14).
           05  F                    PIC X(01).
           05  DL-ALERT-SYSTEM      PIC X(08).
           05  F                    PIC X(01).
           05  DL-ALERT-JOB         PIC X(08).
           05  F                    PIC X(01).
           05  DL-ALERT-PGM         PIC X(08).
           05  F                    PIC X(01).
           05  DL-ALERT-GROUP       PIC X(08).
           05  F                    PIC X(01).
           05  DL-ALERT-BUS-DATE    PIC X(08).
           05  F                    PIC X(01).
           05  DL-ALERT-RC          PIC 9(04).
           05  F                    PIC X(01).
           05  DL-ALERT-TEXT        PIC X(40).
           05  F                    PIC X(04).

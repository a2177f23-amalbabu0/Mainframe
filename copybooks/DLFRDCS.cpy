      *****************************************************************
      *    DLFRDCS - FRAUD CASE RECORD LAYOUT.
      *    ONE RECORD PER CARD ACCOUNT ON THE KEYED FRDCASE CLUSTER
      *    (DSN PAY.PROD.FRDCASE, KEY = DL-FCS-ACCT, THE SAME 19-BYTE
      *    NUMBER AS THE CARD ACCOUNT MASTER).  WEEK4 OPENS THE CASE
      *    THE FIRST TIME P400FRD FLAGS ONE OF THE ACCOUNT'S
      *    TRANSACTIONS AND HOLDS THE FLAGGED TRANSACTIONS ON THE
      *    EXCEPTION FILE (REASON FRDH) WHILE THE CASE IS PENDING.
      *    THE FRDCASE ONLINE TRANSACTION (TRANSID FRDC) ASSIGNS THE
      *    CASE TO AN INVESTIGATOR, ADDS NOTES (DLFRDNT) AND RECORDS
      *    THE DISPOSITION; FRDDISP ACTS ON IT IN THE NIGHTLY RUN.
      *      STATUS 'O' - OPEN, NOT YET ASSIGNED
      *             'A' - ASSIGNED TO DL-FCS-INVESTIGATOR
      *             'D' - DISPOSITION KEYED, FRDDISP NOT YET RUN
      *             'C' - CLOSED BY FRDDISP
      *      DISPOSITION 'C' - CONFIRMED FRAUD: FRDDISP BLOCKS THE
      *                        ACCOUNT (STATUS 'B') AND WRITES 'R'
      *                        REVERSALS OF THE TRANSACTIONS POSTED
      *                        ON OR AFTER DL-FCS-FRAUD-FROM; WEEK4
      *                        REJECTS THE HELD ITEMS TO SUSPENSE
      *                  'F' - FALSE POSITIVE
      *                  'V' - CUSTOMER VERIFIED THE ACTIVITY
      *    AN 'F' OR 'V' DISPOSITION RELEASES THE HELD ITEMS - THEY
      *    POST ON WEEK4'S NEXT RECYCLE - AND CLEARS THE ACCOUNT FOR
      *    FLAGGED TRANSACTIONS DATED THROUGH DL-FCS-CLEAR-THRU.  A
      *    FLAGGED TRANSACTION DATED LATER REOPENS THE CASE, WITH
      *    THE EARLIER DISPOSITION KEPT IN DL-FCS-PRIOR-DISP.
      *    DATES ARE IN THE FORM THE SETTING PROGRAM HAD THEM -
      *    YYYYMMDD OR YYYY-MM-DD FROM THE RUN DATE OR THE CICS
      *    CLOCK, YYYY/MM/DD FOR TRANSACTION DATES.
      *****************************************************************
       01  DL-FCS-REC.
           05  DL-FCS-ACCT          PIC X(19).
           05  F                    PIC X(01).
           05  DL-FCS-STATUS        PIC X(01).
               88  DL-FCS-OPEN      VALUE 'O'.
               88  DL-FCS-ASSIGNED  VALUE 'A'.
               88  DL-FCS-DISPOSED  VALUE 'D'.
               88  DL-FCS-CLOSED    VALUE 'C'.
               88  DL-FCS-PENDING   VALUE 'O' 'A'.
           05  F                    PIC X(01).
           05  DL-FCS-DISP          PIC X(01).
               88  DL-FCS-CONFIRMED VALUE 'C'.
               88  DL-FCS-FALSE-POS VALUE 'F'.
               88  DL-FCS-VERIFIED  VALUE 'V'.
               88  DL-FCS-CLEARED   VALUE 'F' 'V'.
               88  DL-FCS-DISP-VALID VALUE 'C' 'F' 'V'.
           05  F                    PIC X(01).
           05  DL-FCS-CASE-SEQ      PIC 9(03).
           05  F                    PIC X(01).
           05  DL-FCS-OPEN-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-FRD-IND       PIC X(02).
           05  F                    PIC X(01).
           05  DL-FCS-FIRST-TRN-DATE PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-LAST-FLAG-DATE PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-FLAG-CT       PIC 9(05).
           05  F                    PIC X(01).
           05  DL-FCS-FLAG-AMT      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-FCS-INVESTIGATOR  PIC X(08).
           05  F                    PIC X(01).
           05  DL-FCS-ASSIGN-DATE   PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-DISP-OPER     PIC X(08).
           05  F                    PIC X(01).
           05  DL-FCS-DISP-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-FRAUD-FROM    PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-CLOSE-DATE    PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-CLEAR-THRU    PIC X(10).
           05  F                    PIC X(01).
           05  DL-FCS-REV-CT        PIC 9(05).
           05  F                    PIC X(01).
           05  DL-FCS-REV-AMT       PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-FCS-NOTE-CT       PIC 9(03).
           05  F                    PIC X(01).
           05  DL-FCS-PRIOR-DISP    PIC X(01).
           05  F                    PIC X(01).
           05  DL-FCS-PRIOR-DISP-DATE PIC X(10).
           05  F                    PIC X(07).

      *****************************************************************
      *    DLEDLV - E-STATEMENT DELIVERY FILE LAYOUT.
      *    ONE FILE PER STATEMENT RUN (DSN PAY.PROD.EDLVFILE, A
      *    GDG), WRITTEN BY ACCTSTMT FOR THE E-DELIVERY VENDOR, WHO
      *    RENDERS AND EMAILS EACH STATEMENT.  FIXED 250 BYTES, NO
      *    SEPARATORS, AMOUNTS SIGNED (LEADING SEPARATE SIGN) WITH
      *    TWO IMPLIED DECIMALS:
      *      'A' - FILE HEADER: STATEMENT PERIOD AND CREATE DATE.
      *      'H' - STATEMENT HEADER: ACCOUNT, STATEMENT ID (PERIOD
      *            YYYYMMDD + SEQUENCE), PERIOD, EMAIL ADDRESS AND
      *            THE ACCOUNT'S CHANNEL (E, OR B WHEN PAPER ALSO
      *            GOES).
      *      'S' - STATEMENT SUMMARY: THE CYCLE CLOSE'S BILLING
      *            FIGURES (ZERO, BILLED 'N', FOR AN ACCOUNT NOT
      *            BILLED), THE MONTH TOTAL AND YEAR-TO-DATE TOTAL.
      *      'T' - ONE PER TRANSACTION LINE, AS PRINTED.
      *      'M' - ONE PER MESSAGE INSERT THE TARGETING RULES CHOSE.
      *      'Z' - FILE TRAILER: STATEMENT ('H') COUNT AND THE
      *            RECORD COUNT INCLUDING 'A' AND 'Z'.
      *    EVERY STATEMENT RECORD CARRIES THE ACCOUNT, SO THE
      *    VENDOR CAN GROUP ON IT; THE VENDOR'S BOUNCE FILE QUOTES
      *    THE ACCOUNT AND THE ADDRESS FROM THE 'H' RECORD.
      *****************************************************************
       01  DL-EDL-REC.
           05  DL-EDL-REC-TYPE      PIC X(01).
               88  DL-EDL-FILE-HDR  VALUE 'A'.
               88  DL-EDL-STMT-HDR  VALUE 'H'.
               88  DL-EDL-SUMMARY   VALUE 'S'.
               88  DL-EDL-TXN       VALUE 'T'.
               88  DL-EDL-MESSAGE   VALUE 'M'.
               88  DL-EDL-TRAILER   VALUE 'Z'.
           05  DL-EDL-BODY          PIC X(249).
           05  DL-EDL-FHD-DATA REDEFINES DL-EDL-BODY.
               10  DL-EDL-FILE-PERIOD   PIC X(10).
               10  DL-EDL-CREATE-DATE   PIC X(08).
               10  F                    PIC X(231).
           05  DL-EDL-HDR-DATA REDEFINES DL-EDL-BODY.
               10  DL-EDL-H-ACCT        PIC X(19).
               10  DL-EDL-STMT-ID       PIC X(13).
               10  DL-EDL-PERIOD        PIC X(10).
               10  DL-EDL-EMAIL         PIC X(45).
               10  DL-EDL-CHANNEL       PIC X(01).
               10  F                    PIC X(161).
           05  DL-EDL-SUM-DATA REDEFINES DL-EDL-BODY.
               10  DL-EDL-S-ACCT        PIC X(19).
               10  DL-EDL-BILLED        PIC X(01).
               10  DL-EDL-PREV-BAL      PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-PURCHASES     PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-CREDITS       PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-PAYMENTS      PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-FEES          PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-FIN-CHG       PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-NEW-BAL       PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-MIN-DUE       PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-PAST-DUE      PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-CREDIT-LIMIT  PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-AVAIL-CREDIT  PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-DUE-DATE      PIC X(10).
               10  DL-EDL-MONTH-TOTAL   PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-YTD-FOUND     PIC X(01).
               10  DL-EDL-YTD-TOTAL     PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  F                    PIC X(36).
           05  DL-EDL-TXN-DATA REDEFINES DL-EDL-BODY.
               10  DL-EDL-T-ACCT        PIC X(19).
               10  DL-EDL-TRN-DATE      PIC X(10).
               10  DL-EDL-REF-NBR       PIC X(23).
               10  DL-EDL-TRN-AMT       PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
               10  DL-EDL-FEE-PGM       PIC X(03).
               10  DL-EDL-CURR-CDE      PIC X(03).
               10  DL-EDL-REVERSAL      PIC X(01).
               10  F                    PIC X(176).
           05  DL-EDL-MSG-DATA REDEFINES DL-EDL-BODY.
               10  DL-EDL-M-ACCT        PIC X(19).
               10  DL-EDL-MSG-ID        PIC X(02).
               10  DL-EDL-MSG-TEXT      PIC X(56).
               10  F                    PIC X(172).
           05  DL-EDL-TRL-DATA REDEFINES DL-EDL-BODY.
               10  DL-EDL-STMT-CT       PIC 9(07).
               10  DL-EDL-REC-CT        PIC 9(09).
               10  F                    PIC X(233).

      *****************************************************************
      *    DLMERCH - MERCHANT MASTER RECORD LAYOUT.
      *    THE KEYED MRCHMST CLUSTER (DSN PAY.PROD.MRCHMST) THAT
      *    TURNS THE RAW 19-BYTE MERCHANT NAME ON THE MERGED ACCOUNT
      *    MASTER INTO ONE CANONICAL MERCHANT, SO 'AMAZON.COM',
      *    'AMAZON MKTPLACE' AND 'AMZN' RANK AS ONE MERCHANT ON
      *    MERCHRPT.  MAINTAINED BY MRCHMNT FROM THE CARD SERVICES
      *    DESK'S CARDS; READ THROUGH THE MRCHLKP SUBPROGRAM.
      *    THE KEY IS A RECORD TYPE AND A 19-BYTE VALUE:
      *      TYPE 'C' - MERCHANT CATEGORY.  VALUE = THE 4-DIGIT
      *                 MERCHANT CATEGORY CODE (MCC); CARRIES THE
      *                 DESCRIPTION AND THE CATEGORY'S RISK TIER.
      *           'M' - CANONICAL MERCHANT.  VALUE = THE 8-BYTE
      *                 MERCHANT ID; CARRIES THE NAME REPORTS SHOW,
      *                 THE MCC AND THE MERCHANT'S OWN RISK TIER
      *                 (BLANK = THE CATEGORY'S TIER APPLIES).
      *           'A' - NAME VARIANT.  VALUE = THE NAME AS MRCHLKP
      *                 NORMALIZES IT; POINTS TO THE MERCHANT ID.
      *    RISK TIERS ARE 'L' (LOW), 'M' (MEDIUM) AND 'H' (HIGH).
      *    DATES ARE THE RUN DATE OF THE MRCHMNT STEP THAT SET THEM.
      *****************************************************************
       01  DL-MER-REC.
           05  DL-MER-KEY.
               10  DL-MER-TYPE          PIC X(01).
                   88  DL-MER-CATEGORY  VALUE 'C'.
                   88  DL-MER-MERCHANT  VALUE 'M'.
                   88  DL-MER-ALIAS     VALUE 'A'.
               10  DL-MER-KEY-VAL       PIC X(19).
           05  F                    PIC X(01).
           05  DL-MER-DATA          PIC X(56).
           05  DL-MER-CAT-DATA REDEFINES DL-MER-DATA.
               10  DL-MER-CAT-DESC      PIC X(30).
               10  F                    PIC X(01).
               10  DL-MER-CAT-RISK      PIC X(01).
                   88  DL-MER-CAT-HIGH  VALUE 'H'.
               10  F                    PIC X(24).
           05  DL-MER-MRCH-DATA REDEFINES DL-MER-DATA.
               10  DL-MER-MRCH-NAME     PIC X(19).
               10  F                    PIC X(01).
               10  DL-MER-MRCH-MCC      PIC X(04).
               10  F                    PIC X(01).
               10  DL-MER-MRCH-RISK     PIC X(01).
                   88  DL-MER-MRCH-HIGH VALUE 'H'.
               10  F                    PIC X(30).
           05  DL-MER-ALIAS-DATA REDEFINES DL-MER-DATA.
               10  DL-MER-ALIAS-ID      PIC X(08).
               10  F                    PIC X(01).
               10  DL-MER-ALIAS-RAW     PIC X(19).
               10  F                    PIC X(28).
           05  F                    PIC X(01).
           05  DL-MER-ADD-DATE      PIC X(10).
           05  F                    PIC X(01).
           05  DL-MER-MAINT-DATE    PIC X(10).
           05  F                    PIC X(01).

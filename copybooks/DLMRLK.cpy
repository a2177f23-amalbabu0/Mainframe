      *****************************************************************
      *    DLMRLK - MERCHANT LOOKUP PARAMETER BLOCK FOR THE MRCHLKP
      *    SUBPROGRAM.  THE CALLER PASSES THE RAW MERCHANT NAME FROM
      *    THE MERGED ACCOUNT MASTER IN DL-MLK-RAW-NAME.
      *      FUNC 'NRM' - NORMALIZE ONLY: DL-MLK-NORM-NAME GETS THE
      *                   NAME UPPER-CASED, PUNCTUATION BLANKED,
      *                   SPACES SQUEEZED AND A TRAILING STORE
      *                   NUMBER DROPPED.  THE MASTER IS NOT OPENED.
      *           'LKP' - NORMALIZE AND LOOK THE NAME UP ON THE
      *                   MERCHANT MASTER (DLMERCH, DD MRCHMST).
      *           'CLS' - CLOSE THE MASTER AT END OF RUN.
      *    ON A MAPPED NAME (RESULT 'Y') THE CANONICAL MERCHANT ID,
      *    NAME, MCC, CATEGORY DESCRIPTION AND RISK TIERS COME BACK.
      *    DL-MLK-RISK IS THE MERCHANT'S OWN TIER, OR THE CATEGORY'S
      *    WHEN THE MERCHANT HAS NONE.  AN UNMAPPED NAME (RESULT 'N',
      *    OR 'U' WHEN THE MASTER COULD NOT BE OPENED) COMES BACK
      *    WITH A BLANK ID AND MCC, THE NORMALIZED NAME AS THE
      *    MERCHANT NAME AND 'UNMAPPED' AS THE CATEGORY, SO CALLERS
      *    CAN STILL GROUP ON IT.
      *****************************************************************
       01  DL-MLK-PARMS.
           05  DL-MLK-FUNC          PIC X(03).
           05  DL-MLK-RAW-NAME      PIC X(19).
           05  DL-MLK-NORM-NAME     PIC X(19).
           05  DL-MLK-MERCH-ID      PIC X(08).
           05  DL-MLK-MERCH-NAME    PIC X(19).
           05  DL-MLK-MCC           PIC X(04).
           05  DL-MLK-MCC-DESC      PIC X(30).
           05  DL-MLK-RISK          PIC X(01).
               88  DL-MLK-HIGH-RISK VALUE 'H'.
           05  DL-MLK-CAT-RISK      PIC X(01).
               88  DL-MLK-CAT-HIGH-RISK VALUE 'H'.
           05  DL-MLK-RESULT        PIC X(01).
               88  DL-MLK-MAPPED    VALUE 'Y'.
               88  DL-MLK-UNMAPPED  VALUE 'N'.
               88  DL-MLK-NO-MASTER VALUE 'U'.

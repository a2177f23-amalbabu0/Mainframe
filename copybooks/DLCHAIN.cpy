      *****************************************************************
      *    DLCHAIN - LOG-CHAIN PARAMETER BLOCK FOR THE PAYCHAIN
      *    SUBPROGRAM.  AUDITLOG, EMPMNTLG AND EMPACCLG RECORDS EACH
      *    CARRY A SEQUENCE NUMBER AND A HASH OVER THE RECORD AND
      *    THE PREVIOUS RECORD'S HASH (COLUMNS 82-90 AND 92-100 OF
      *    ALL THREE LAYOUTS), SO A CHANGED, REMOVED OR REORDERED
      *    RECORD BREAKS THE CHAIN.  THE CALLER PASSES THE RECORD
      *    IN DL-CHN-REC AND WRITES BACK WHAT PAYCHAIN RETURNS.
      *      FUNC 'NXT' - BATCH: READ THE LOG'S CHAIN HEAD FROM THE
      *                   LOGCHAIN CLUSTER, STAMP THE RECORD, AND
      *                   REWRITE THE HEAD.
      *           'HSH' - ONLINE: THE CALLER HAS READ THE HEAD FOR
      *                   UPDATE AND PASSES IT IN SEQ/HASH/DAY;
      *                   THE RECORD IS STAMPED AND THE NEW HEAD
      *                   RETURNED FOR THE CALLER TO REWRITE.
      *           'VFY' - LOGVER: HASH DL-CHN-REC AS IT STANDS
      *                   AGAINST THE PRIOR HASH IN DL-CHN-HASH AND
      *                   RETURN THE RESULT IN DL-CHN-CALC.
      *    ON THE FIRST RECORD OF A NEW DAY (DL-CHN-TODAY NOT THE
      *    HEAD'S DAY) PAYCHAIN ALSO BUILDS AND STAMPS A DAILY
      *    ANCHOR RECORD IN DL-CHN-ANCHOR, WHICH THE CALLER WRITES
      *    AHEAD OF ITS OWN RECORD.  RESULT 'N' MEANS THE CHAIN WAS
      *    NOT AVAILABLE AND THE RECORD IS UNSTAMPED.
      *****************************************************************
       01  DL-CHN-PARMS.
           05  DL-CHN-FUNC          PIC X(03).
           05  DL-CHN-LOG           PIC X(08).
           05  DL-CHN-TODAY         PIC X(08).
           05  DL-CHN-SEQ           PIC 9(09).
           05  DL-CHN-HASH          PIC 9(09).
           05  DL-CHN-DAY           PIC X(08).
           05  DL-CHN-CALC          PIC 9(09).
           05  DL-CHN-RESULT        PIC X(01).
               88  DL-CHN-OK        VALUE 'Y'.
           05  DL-CHN-ANCHOR-SW     PIC X(01).
               88  DL-CHN-ANCHORED  VALUE 'Y'.
           05  DL-CHN-REC           PIC X(100).
           05  DL-CHN-ANCHOR        PIC X(100).

      *****************************************************************
      *    DLCHNKY - LOG-CHAIN HEAD RECORD LAYOUT.
      *    ONE RECORD PER CHAINED LOG ON THE LOGCHAIN CLUSTER
      *    (PAY.PROD.LOGCHAIN, KEY = DL-CHNKY-LOG: 'AUDITLOG',
      *    'EMPMNTLG' OR 'EMPACCLG') HOLDING THE SEQUENCE NUMBER AND
      *    HASH OF THE LAST RECORD WRITTEN TO THAT LOG AND THE DAY
      *    OF ITS LAST DAILY ANCHOR.  PAYCHAIN ADVANCES IT ON EVERY
      *    WRITE; LOGVER CHECKS THE END OF EACH LOG AGAINST IT, SO A
      *    RECORD REMOVED FROM THE TAIL OF A LOG IS CAUGHT TOO.  A
      *    MISSING RECORD STARTS A NEW CHAIN AT SEQUENCE 1.
      *****************************************************************
       01  DL-CHNKY-REC.
           05  DL-CHNKY-LOG         PIC X(08).
           05  F                    PIC X(01).
           05  DL-CHNKY-SEQ         PIC 9(09).
           05  F                    PIC X(01).
           05  DL-CHNKY-HASH        PIC 9(09).
           05  F                    PIC X(01).
           05  DL-CHNKY-DAY         PIC X(08).
           05  F                    PIC X(01).
           05  DL-CHNKY-UPD-TS      PIC X(15).
           05  F                    PIC X(27).

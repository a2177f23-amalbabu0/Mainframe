      *    OF EVERY STEP THAT RAN THAT DAY - PROGRAM NAME, START AND
      *    END TIMESTAMP, RECORDS READ/WRITTEN, AND THE FINAL RETURN
      *    CODE - REGARDLESS OF WHICH PROGRAM IN THE SUITE WROTE THE
      *    ENTRY.  THE STATUS TEXT IS 'COMPLETED' EXCEPT THAT PAYBAL
      *    WRITES 'BALANCE BREAK' AND PAYVER 'INTEGRITY BREAK' WHEN
      *    THEIR CHECKS FAIL, SO PAYALERT CAN RAISE THE RIGHT ALERT.
      *    EVERY RECORD ALSO CARRIES ITS PLACE IN THE LOG'S CHAIN -
      *    A SEQUENCE NUMBER AND A HASH OVER THE RECORD AND THE
      *    PREVIOUS RECORD'S HASH, STAMPED BY PAYCHAIN (SEE DLCHAIN)
      *    - SO LOGVER CAN PROVE NO RECORD WAS CHANGED OR REMOVED
      *    AFTER IT WAS WRITTEN.  THE FIRST RECORD OF EACH DAY IS A
      *    DAILY ANCHOR (PROGRAM '*ANCHOR*'); ARCPURGE LEAVES A
      *    CARRY-FORWARD RECORD (PROGRAM '*CARRY*') AT THE HEAD OF
      *    THE RETAINED LOG HOLDING THE LAST ARCHIVED SEQUENCE AND
      *    HASH.
      *****************************************************************
       01  DL-AUDIT-REC.
           05  DL-AUDIT-PGM         PIC X(08).
               88  DL-AUDIT-ANCHOR  VALUE '*ANCHOR*'.
               88  DL-AUDIT-CARRY   VALUE '*CARRY*'.
           05  F                    PIC X(01).
           05  DL-AUDIT-START-TS    PIC X(15).
           05  F                    PIC X(01).
           05  DL-AUDIT-RETURN-CD   PIC 9(04).
           05  F                    PIC X(01).
           05  DL-AUDIT-STATUS-TX   PIC X(16).
           05  F                    PIC X(01).
           05  DL-AUDIT-CHN-SEQ     PIC 9(09).
           05  F                    PIC X(01).
           05  DL-AUDIT-CHN-HASH    PIC 9(09).

      *****************************************************************
      *    DLREORG - DEPARTMENT REORGANIZATION LOG RECORD LAYOUT.
      *    WRITTEN BY EMPTRN FOR EVERY 'R' (REORGANIZATION) CARD IT
      *    APPLIES (REORGLOG, DSN PAY.PROD.REORGLOG) AND READ BY
      *    PAYSUM AND PAYGL SO THAT CYCLE'S DEPARTMENT SUBTOTALS SHOW
      *    THE OLD AND THE NEW CODE SIDE BY SIDE.
      *      TYPE 'E' - ONE EMPLOYEE MOVED FROM DL-RORG-FROM TO
      *                 DL-RORG-TO; GROUP IS THE EMPLOYEE'S GROUP AND
      *                 SALARY THE MASTER SALARY AT THE MOVE
      *           'S' - ONE PER CARD, AFTER ITS 'E' RECORDS; GROUP IS
      *                 THE CARD'S GROUP FILTER (BLANK = ALL GROUPS),
      *                 WITH THE NUMBER MOVED, THE NUMBER STILL LEFT
      *                 IN THE SOURCE, AND 'Y' IN DL-RORG-EMPTIED
      *                 WHEN THE SOURCE WAS LEFT EMPTY AND MARKED
      *                 INACTIVE ON DEPTREF
      *****************************************************************
       01  DL-RORG-REC.
           05  DL-RORG-TYPE         PIC X(01).
               88  DL-RORG-IS-MOVE  VALUE 'E'.
               88  DL-RORG-IS-SUMM  VALUE 'S'.
           05  F                    PIC X(01).
           05  DL-RORG-EMPID        PIC X(05).
           05  F                    PIC X(01).
           05  DL-RORG-FROM         PIC X(04).
           05  F                    PIC X(01).
           05  DL-RORG-TO           PIC X(04).
           05  F                    PIC X(01).
           05  DL-RORG-GROUP        PIC X(02).
           05  F                    PIC X(01).
           05  DL-RORG-EFFDATE      PIC X(10).
           05  F                    PIC X(01).
           05  DL-RORG-SALARY       PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-RORG-MOVED-CT     PIC 9(05).
           05  F                    PIC X(01).
           05  DL-RORG-LEFT-CT      PIC 9(05).
           05  F                    PIC X(01).
           05  DL-RORG-EMPTIED      PIC X(01).
           05  F                    PIC X(24).
           05  F                    PIC X(01).

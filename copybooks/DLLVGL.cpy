      *****************************************************************
      *    DLLVGL - LEAVE ACCRUAL JOURNAL RECORD LAYOUT.
      *    WRITTEN BY LVACCR TO THE LVGLFL FILE (DSN
      *    PAY.PROD.LVGL) FOR PAYGL.  ONE 'A' OR 'R' RECORD PER
      *    LEAVE TYPE AND DEPARTMENT WHOSE VALUED LEAVE LIABILITY
      *    MOVED THIS CYCLE, AND ONE 'T' CONTROL RECORD LAST.
      *      'A' - LIABILITY ROSE BY DL-LVGL-AMT (ACCRUAL): PAYGL
      *            DEBITS THE DEPARTMENT'S LEAVE EXPENSE (LVX) AND
      *            CREDITS THE TYPE'S LEAVE LIABILITY (LVL).
      *      'R' - LIABILITY FELL BY DL-LVGL-AMT (USAGE, PAYOUT,
      *            FORFEIT, OR A TRANSFER OUT OF THE DEPARTMENT):
      *            THE SAME PAIR REVERSED.
      *      'T' - DL-LVGL-AMT IS THE SUM OF EVERY 'A' AND 'R'
      *            AMOUNT; PAYGL PROVES ITS POSTINGS AGAINST IT.
      *****************************************************************
       01  DL-LVGL-REC.
           05  DL-LVGL-DIR          PIC X(01).
               88  DL-LVGL-ACCRUE   VALUE 'A'.
               88  DL-LVGL-RELEASE  VALUE 'R'.
               88  DL-LVGL-CONTROL  VALUE 'T'.
           05  F                    PIC X(01).
           05  DL-LVGL-TYPE         PIC X(04).
           05  F                    PIC X(01).
           05  DL-LVGL-DEPT         PIC X(04).
           05  F                    PIC X(01).
           05  DL-LVGL-AMT          PIC 9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-LVGL-DATE         PIC X(10).
           05  F                    PIC X(44).

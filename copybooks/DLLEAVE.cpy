      *****************************************************************
      *    DLLEAVE - LEAVE BALANCE MASTER RECORD LAYOUT.
      *    ONE RECORD PER EMPLOYEE PER LEAVE TYPE ('VAC ', 'SICK')
      *    ON THE KEYED LEAVE CLUSTER (LEAVEMST, DSN
      *    PAY.PROD.LEAVEMST).  LVACCR CREATES THE RECORD THE FIRST
      *    CYCLE AN EMPLOYEE ACCRUES, ADDS EACH CYCLE'S HOURS UP TO
      *    THE CARRYOVER CAP, AND VALUES THE BALANCE AT THE
      *    EMPLOYEE'S HOURLY RATE FOR THE LEAVE LIABILITY; EMPTRN
      *    'L' CARDS TAKE USAGE OFF THE BALANCE.  ON TERMINATION
      *    LVACCR PAYS THE BALANCE OUT (OR FORFEITS IT, FOR A TYPE
      *    THAT IS NOT PAYABLE) AND SETS THE RECORD 'P'; A REHIRE
      *    REOPENS IT AT A ZERO BALANCE.
      *    DL-LV-YEAR IS THE YEAR THE YTD FIGURES BELONG TO - THE
      *    FIRST PROGRAM TO TOUCH THE RECORD IN A NEW YEAR ZEROES
      *    THEM.  DL-LV-LIAB AND DL-LV-DEPT ARE THE LIABILITY LAST
      *    BOOKED TO THE GL AND THE DEPARTMENT IT WAS BOOKED TO.
      *****************************************************************
       01  DL-LV-REC.
           05  DL-LV-KEY.
               10  DL-LV-EMPID      PIC X(05).
               10  DL-LV-TYPE       PIC X(04).
           05  F                    PIC X(01).
           05  DL-LV-STATUS         PIC X(01).
               88  DL-LV-ACTIVE     VALUE 'A'.
               88  DL-LV-PAID-OUT   VALUE 'P'.
           05  F                    PIC X(01).
           05  DL-LV-BALANCE        PIC 9(04)V9(02).
           05  F                    PIC X(01).
           05  DL-LV-YEAR           PIC X(04).
           05  F                    PIC X(01).
           05  DL-LV-ACCR-YTD       PIC 9(04)V9(02).
           05  F                    PIC X(01).
           05  DL-LV-USED-YTD       PIC 9(04)V9(02).
           05  F                    PIC X(01).
           05  DL-LV-LAST-ACCR      PIC X(10).
           05  F                    PIC X(01).
           05  DL-LV-LIAB           PIC 9(06)V9(02).
           05  F                    PIC X(01).
           05  DL-LV-DEPT           PIC X(04).
           05  F                    PIC X(01).
           05  DL-LV-PAYOUT-AMT     PIC 9(07)V9(02).
           05  F                    PIC X(08).

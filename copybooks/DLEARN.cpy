      *****************************************************************
      *    DLEARN - SHARED ONE-TIME EARNINGS RECORD LAYOUT.
      *    ONE RECORD PER EMPLOYEE PER EARNINGS ITEM, WRITTEN BY THE
      *    RETROACTIVE ADJUSTMENT RUN (PAYRETRO, CODE RETR), THE
      *    LEAVE PAYOUT ON TERMINATION (LVACCR, CODE LVPO), HOURLY
      *    PAY FROM THE TIME CARDS (PAYHRLY, CODE HRLY) AND ANY
      *    OTHER STEP THAT OWES AN EMPLOYEE MONEY OUTSIDE THE BASE
      *    SALARY.  PAYNET PICKS THESE UP THROUGH ITS EARNFL DD,
      *    TAXES EACH ITEM MARGINALLY ON TOP OF THE EMPLOYEE'S BASE
      *    GROSS, AND CARRIES IT INTO NETPAYFL AS ITS OWN LINE -
      *    NEVER FOLDED INTO THE BASE SALARY, WHICH WOULD COMPOUND
      *    INTO THE NEXT CYCLE'S RAISE.  DEPARTMENT AND NAME ARE
      *    FILLED BY A WRITER THAT HAS THE MASTER RECORD IN HAND,
      *    SO AN ITEM FOR AN EMPLOYEE WITH NO SALARY LINE (HOURLY
      *    STAFF) STILL COSTS TO THE RIGHT DEPARTMENT; BLANK IS
      *    ALLOWED.  DL-EARN-GROUP IS THE EMPLOYEE'S PAYROLL GROUP
      *    WHEN THE WRITER KNOWS IT: PAYNET HOLDS SUCH AN ITEM (ON
      *    ITS EARNINGS HOLD FILE, SAME LAYOUT) UNTIL THE GROUP'S
      *    PAY DATE ON THE PAY CALENDAR.  BLANK IS PAID THE NEXT
      *    RUN, AS IS AN ITEM FOR A LEAVER ON FINAL PAY.
      *****************************************************************
       01  DL-EARN-REC.
           05  DL-EARN-NEMPID       PIC X(06).
           05  DL-EARN-AMT          PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-EARN-DATE         PIC X(10).
           05  F                    PIC X(01).
           05  DL-EARN-DEPT         PIC X(04).
           05  F                    PIC X(01).
           05  DL-EARN-FNAME        PIC X(10).
           05  F                    PIC X(01).
           05  DL-EARN-LNAME        PIC X(10).
           05  F                    PIC X(01).
           05  DL-EARN-GROUP        PIC X(02).
           05  F                    PIC X(18).

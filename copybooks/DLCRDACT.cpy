      *****************************************************************
      *    DLCRDACT - CARD ACCOUNT MASTER RECORD LAYOUT.
      *    ONE RECORD PER CARD ACCOUNT ON THE ACCOUNT MASTER
      *    (CARDACCT, DSN PAY.PROD.CARDACCT, KEY = DL-CACT-ACCT, THE
      *    SAME 19-BYTE NUMBER THE DAILY TRANSACTION FILE CARRIES).
      *    ACCTMNT OPENS ACCOUNTS AND MAINTAINS THE CREDIT LIMIT,
      *    STATUS AND ACCOUNT TYPE FROM THE CARD SERVICES DESK'S
      *    CARDS; WEEK4 POSTS EVERY TRANSACTION IT PRICES TO
      *    DL-CACT-BALANCE IN THE SAME STEP THAT ADDS IT TO THE YTD
      *    MASTER, SO THE TWO CANNOT DRIFT APART; CYCLCLS CLOSES THE
      *    BILLING CYCLE EACH MONTH FROM THE CYCLE FIELDS BELOW.
      *      STATUS 'O' - OPEN, TRANSACTIONS AUTHORIZED
      *             'B' - BLOCKED (LOST/STOLEN, REVIEW) - REJECTED
      *             'C' - CLOSED - REJECTED
      *             'X' - CHARGED OFF - REJECTED, NO FURTHER CHANGE
      *             'D' - BLOCKED BY DLQAGE FOR DELINQUENCY - REJECTED,
      *                   REOPENED BY DLQAGE WHEN PAYMENTS CURE IT
      *    AN OVERLIMIT FEE WEEK4 ASSESSES WAITS IN
      *    DL-CACT-CYC-OVL-FEE, WHICH HOLDS IT UNTIL CYCLCLS BILLS IT
      *    SO THE ACCOUNT IS CHARGED AT MOST ONCE A CYCLE;
      *    DL-CACT-OVL-FEE-CT COUNTS EVERY FEE EVER ASSESSED.
      *    FINANCE CHARGES AND FEES CYCLCLS BILLS WAIT IN
      *    DL-CACT-BILLED-PEND UNTIL WEEK4 POSTS THEM TO THE BALANCE
      *    (AND THE YTD MASTER) THE NEXT DAY.
      *    OPEN-TO-BUY IS THE CREDIT LIMIT LESS THE BALANCE, THE
      *    UNBILLED OVERLIMIT FEE AND THE BILLED-NOT-POSTED AMOUNT,
      *    AND GOES NEGATIVE WHEN THE ACCOUNT IS OVER ITS LIMIT.
      *    DL-CACT-ADB-SUM ACCUMULATES BALANCE TIMES DAYS HELD, FROM
      *    THE LAST CYCLE CLOSE THROUGH DL-CACT-ADB-DATE, FOR THE
      *    AVERAGE DAILY BALANCE THE FINANCE CHARGE IS FIGURED ON.
      *    PMTPOST POSTS CUSTOMER PAYMENTS TO THE BALANCE AND PAYS
      *    DOWN THE UNPAID MINIMUMS OLDEST FIRST: DL-CACT-DUE-CUR IS
      *    WHAT IS STILL OWED OF THE CURRENT STATEMENT'S MINIMUM,
      *    DL-CACT-PD-AMT (1-4) WHAT WAS LEFT UNPAID AT THE LAST ONE,
      *    TWO, THREE, AND FOUR OR MORE DUE DATES (THE 30/60/90/120+
      *    BUCKETS).  DLQAGE ROLLS DUE-CUR INTO THE BUCKETS THE DAY
      *    AFTER THE DUE DATE AND KEEPS DL-CACT-DLQ-BUCKET AT THE
      *    OLDEST BUCKET STILL OWING.  DL-CACT-AGED-DUE-DATE IS THE
      *    LAST DUE DATE ROLLED, SO A DUE DATE AGES ONCE, AND
      *    DL-CACT-DLQ-DATE IS WHEN THE BUCKET LAST CHANGED.
      *****************************************************************
       01  DL-CACT-REC.
           05  DL-CACT-ACCT         PIC X(19).
           05  F                    PIC X(01).
           05  DL-CACT-STATUS       PIC X(01).
               88  DL-CACT-OPEN     VALUE 'O'.
               88  DL-CACT-BLOCKED  VALUE 'B'.
               88  DL-CACT-CLOSED   VALUE 'C'.
               88  DL-CACT-CHARGED-OFF VALUE 'X'.
               88  DL-CACT-DLQ-BLOCKED VALUE 'D'.
               88  DL-CACT-STATUS-VALID VALUE 'O' 'B' 'C' 'X' 'D'.
           05  F                    PIC X(01).
           05  DL-CACT-STATUS-DATE  PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-OPEN-DATE    PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-CREDIT-LIMIT PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-BALANCE      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-OTB          PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-CYC-OVL-FEE  PIC S9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-OVL-FEE-CT   PIC 9(05).
           05  F                    PIC X(01).
           05  DL-CACT-LAST-POST-DATE PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-MAINT-DATE   PIC X(10).
           05  F                    PIC X(01).
      *    BILLING CYCLE - ACCOUNT TYPE KEYS THE APR ON APRCTL.
           05  DL-CACT-ACCT-TYPE    PIC X(02).
           05  F                    PIC X(01).
           05  DL-CACT-STMT-BAL     PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-STMT-DATE    PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-MIN-DUE      PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-DUE-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-BILLED-PEND  PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-CYC-PURCH    PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-CYC-CREDITS  PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-ADB-SUM      PIC S9(15)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-ADB-DATE     PIC X(10).
           05  F                    PIC X(01).
      *    PAYMENTS AND DELINQUENCY - REGION GROUPS THE ROLL RATES.
           05  DL-CACT-REGION       PIC X(08).
           05  F                    PIC X(01).
           05  DL-CACT-CYC-PAYMENTS PIC S9(11)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-LAST-PAY-DATE PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-LAST-PAY-AMT PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-DUE-CUR      PIC S9(09)V9(02).
           05  F                    PIC X(01).
           05  DL-CACT-PAST-DUE OCCURS 4 TIMES.
               10  DL-CACT-PD-AMT   PIC S9(09)V9(02).
               10  F                PIC X(01).
           05  DL-CACT-DLQ-BUCKET   PIC 9(01).
               88  DL-CACT-DLQ-CURRENT VALUE 0.
           05  F                    PIC X(01).
           05  DL-CACT-AGED-DUE-DATE PIC X(10).
           05  F                    PIC X(01).
           05  DL-CACT-DLQ-DATE     PIC X(10).
           05  F                    PIC X(27).

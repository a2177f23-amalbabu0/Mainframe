      *****************************************************************
      *    DLPAYPRD - PAY CALENDAR RECORD LAYOUT.
      *    ONE RECORD PER PAYROLL GROUP PER PAY PERIOD, GENERATED
      *    EVERY NIGHT BY PAYSCHD FROM THE PAY-SCHEDULE CARDS
      *    (PAYSCHED) FOR THE RUN YEAR AND THE YEAR AFTER, ON THE
      *    PAY CALENDAR DATASET (PAYPRD, DSN PAY.PROD.PAYPRD).
      *    PERIODS NUMBER FROM 01 WITHIN EACH YEAR.  THE SCHEDULED
      *    DATE IS WHERE THE FREQUENCY LANDS; THE PAY DATE IS THAT
      *    DATE MOVED OFF A WEEKEND OR HOLIDAY BY PAYCAL'S BUSINESS-
      *    DAY RULES.  PAYNET, PAYACH AND PAYGL PAY A GROUP ONLY ON
      *    A NIGHT THAT IS ONE OF ITS PAY DATES.  DATES ARE
      *    YYYY-MM-DD.
      *      FREQUENCY 'W' - WEEKLY        'B' - BIWEEKLY
      *                'S' - SEMI-MONTHLY (15TH AND MONTH END)
      *                'M' - MONTHLY (MONTH END)
      *****************************************************************
       01  DL-PP-REC.
           05  DL-PP-GROUP          PIC X(02).
           05  F                    PIC X(01).
           05  DL-PP-YEAR           PIC X(04).
           05  F                    PIC X(01).
           05  DL-PP-PERIOD         PIC 9(02).
           05  F                    PIC X(01).
           05  DL-PP-FREQ           PIC X(01).
               88  DL-PP-WEEKLY     VALUE 'W'.
               88  DL-PP-BIWEEKLY   VALUE 'B'.
               88  DL-PP-SEMIMON    VALUE 'S'.
               88  DL-PP-MONTHLY    VALUE 'M'.
           05  F                    PIC X(01).
           05  DL-PP-BEGIN          PIC X(10).
           05  F                    PIC X(01).
           05  DL-PP-END            PIC X(10).
           05  F                    PIC X(01).
           05  DL-PP-SCHED-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-PP-PAY-DATE       PIC X(10).
           05  F                    PIC X(24).

      *****************************************************************
      *    DLLDIST - LABOR DISTRIBUTION MASTER RECORD LAYOUT.
      *    ONE RECORD PER EMPLOYEE WHOSE SALARY COST IS SPLIT ACROSS
      *    DEPARTMENTS, ON THE KEYED LABOR DISTRIBUTION CLUSTER
      *    (LABDIST, DSN PAY.PROD.LABDIST, KEY = DL-LD-EMPID).
      *    EMPTRN 'S' CARDS ADD, REPLACE AND REMOVE THE RECORD; THE
      *    PERCENTAGES ALWAYS TOTAL 100 AND EVERY DEPARTMENT IS
      *    ACTIVE ON DEPTREF WHEN IT IS WRITTEN.  SLOT 1 IS THE
      *    PRIMARY DEPARTMENT AND TAKES THE ROUNDING PENNIES WHEN
      *    PAYGL SPREADS THE COST; UNUSED SLOTS ARE SPACES.  AN
      *    EMPLOYEE WITH NO RECORD CHARGES EVERYTHING TO THE
      *    MASTER DEPARTMENT AS BEFORE.
      *****************************************************************
       01  DL-LD-REC.
           05  DL-LD-EMPID          PIC X(05).
           05  F                    PIC X(01).
           05  DL-LD-EFFDATE        PIC X(10).
           05  F                    PIC X(01).
           05  DL-LD-SLOT OCCURS 4 TIMES.
               10  DL-LD-DEPT       PIC X(04).
               10  DL-LD-PCT        PIC 9(03)V9(02).
               10  F                PIC X(01).
           05  DL-LD-UPD-DATE       PIC X(10).
           05  F                    PIC X(13).

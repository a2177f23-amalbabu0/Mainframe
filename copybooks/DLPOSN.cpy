      *****************************************************************
      *    DLPOSN - POSITION CONTROL MASTER RECORD LAYOUT.
      *    ONE RECORD PER BUDGETED POSITION ON THE POSITION MASTER
      *    (POSMST, DSN PAY.PROD.POSMST, KEY = DL-POS-ID).  POSLOAD
      *    ADDS, CHANGES AND DELETES POSITIONS FROM THE BUDGET
      *    OFFICE'S CARDS; EMPTRN FILLS A VACANT POSITION ON A HIRE,
      *    REHIRE OR TRANSFER AND VACATES IT ON A TERMINATION;
      *    POSRPT LISTS VACANCIES, FILLS OVER BUDGET AND DEPARTMENTS
      *    OVER THEIR AUTHORIZED HEADCOUNT (THE NUMBER OF POSITIONS
      *    THE DEPARTMENT HOLDS).  BUDGET IS ANNUAL SALARY DOLLARS.
      *      STATUS 'V' - VACANT, DL-POS-EMPID BLANK
      *             'F' - FILLED BY DL-POS-EMPID SINCE DL-POS-FILL-DATE
      *****************************************************************
       01  DL-POS-REC.
           05  DL-POS-ID            PIC X(06).
           05  F                    PIC X(01).
           05  DL-POS-DEPT          PIC X(04).
           05  F                    PIC X(01).
           05  DL-POS-GROUP         PIC X(02).
           05  F                    PIC X(01).
           05  DL-POS-BUDGET        PIC 9(07)V9(02).
           05  F                    PIC X(01).
           05  DL-POS-STATUS        PIC X(01).
               88  DL-POS-VACANT    VALUE 'V'.
               88  DL-POS-FILLED    VALUE 'F'.
           05  F                    PIC X(01).
           05  DL-POS-EMPID         PIC X(05).
           05  F                    PIC X(01).
           05  DL-POS-FILL-DATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-POS-TITLE         PIC X(20).
           05  F                    PIC X(01).
           05  DL-POS-UPD-DATE      PIC X(10).
           05  F                    PIC X(05).

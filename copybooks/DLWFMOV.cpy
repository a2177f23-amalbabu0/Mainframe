      *****************************************************************
      *    DLWFMOV - WORKFORCE MOVEMENT LOG RECORD LAYOUT.
      *    WRITTEN BY EMPTRN FOR EVERY HIRE, REHIRE, TERMINATION AND
      *    DEPARTMENT OR PAYROLL GROUP TRANSFER IT APPLIES TO THE
      *    MASTER (WFMOVLOG, DSN PAY.PROD.WFMOVLOG, APPENDED EACH
      *    NIGHT) AND READ BY THE MONTHLY WORKFORCE MOVEMENT REPORT
      *    (WFMOVE), WHICH CARRIES FORWARD ONLY THE REPORTED MONTH
      *    AND LATER.
      *      TYPE 'H' - HIRE OR REHIRE INTO DL-WFMV-TO-DEPT/GROUP
      *           'T' - TERMINATION OUT OF DL-WFMV-FROM-DEPT/GROUP,
      *                 WITH THE MASTER'S HIRE AND TERMINATION DATES
      *           'X' - TRANSFER FROM DL-WFMV-FROM-DEPT/GROUP TO
      *                 DL-WFMV-TO-DEPT/GROUP, BY A CHANGE CARD OR
      *                 A DEPARTMENT REORGANIZATION
      *    DL-WFMV-APPLIED IS THE BUSINESS DATE OF THE RUN THAT
      *    CHANGED THE MASTER, SO A MONTH'S MOVEMENTS RECONCILE TO
      *    THE MASTER AS IT STOOD AT MONTH END.  DL-WFMV-SOURCE IS
      *    THE ACTION OF THE CARD THAT CAUSED THE MOVEMENT ('A',
      *    'C', 'R', 'T' OR 'D').
      *****************************************************************
       01  DL-WFMV-REC.
           05  DL-WFMV-TYPE         PIC X(01).
               88  DL-WFMV-IS-HIRE  VALUE 'H'.
               88  DL-WFMV-IS-TERM  VALUE 'T'.
               88  DL-WFMV-IS-XFER  VALUE 'X'.
           05  F                    PIC X(01).
           05  DL-WFMV-EMPID        PIC X(05).
           05  F                    PIC X(01).
           05  DL-WFMV-APPLIED      PIC X(10).
           05  F                    PIC X(01).
           05  DL-WFMV-FROM-DEPT    PIC X(04).
           05  F                    PIC X(01).
           05  DL-WFMV-FROM-GROUP   PIC X(02).
           05  F                    PIC X(01).
           05  DL-WFMV-TO-DEPT      PIC X(04).
           05  F                    PIC X(01).
           05  DL-WFMV-TO-GROUP     PIC X(02).
           05  F                    PIC X(01).
           05  DL-WFMV-HIREDATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-WFMV-TERMDATE     PIC X(10).
           05  F                    PIC X(01).
           05  DL-WFMV-SOURCE       PIC X(01).
           05  F                    PIC X(22).

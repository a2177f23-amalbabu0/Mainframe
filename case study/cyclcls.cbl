       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLCLS.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    MONTHLY BILLING CYCLE CLOSE FOR THE CARD ACCOUNT MASTER.
      *    RUNS AHEAD OF ACCTSTMT ON THE STATEMENT DATE.  FOR EACH
      *    ACCOUNT IT TAKES THE PREVIOUS STATEMENT BALANCE, THE
      *    CYCLE'S PURCHASES AND CREDITS/REVERSALS (ACCUMULATED BY
      *    WEEK4 AS IT POSTS) AND THE OVERLIMIT FEE ASSESSED IN THE
      *    CYCLE, FIGURES THE FINANCE CHARGE ON THE AVERAGE DAILY
      *    BALANCE AT THE APR FOR THE ACCOUNT TYPE (APRCTL), AND
      *    WORKS OUT THE NEW BALANCE, MINIMUM PAYMENT DUE AND
      *    PAYMENT DUE DATE (A BUSINESS DAY, PAYCAL CALENDAR).
      *    THE CYCLE'S PAYMENTS (POSTED BY PMTPOST) COME OFF THE
      *    NEW BALANCE, AND ANY MINIMUM STILL UNPAID FROM EARLIER
      *    STATEMENTS IS ADDED TO THE MINIMUM DUE AS PAST DUE.
      *      - THE BILLING SUMMARY GOES TO BILLOUT (DLBILL) FOR
      *        ACCTSTMT TO PRINT AT THE HEAD OF THE STATEMENT.
      *      - THE FINANCE CHARGE AND FEES GO TO CHGOUT AS 'F'
      *        RECORDS IN THE DAILY FILE LAYOUT, SO WEEK4 POSTS
      *        THEM TO THE BALANCE AND THE YTD MASTER THE NEXT DAY.
      *      - THE MASTER STARTS THE NEXT CYCLE: STATEMENT BALANCE
      *        AND DATE, MINIMUM DUE AND DUE DATE SET, CYCLE
      *        ACCUMULATORS CLEARED, BILLED AMOUNTS HELD IN
      *        DL-CACT-BILLED-PEND UNTIL WEEK4 POSTS THEM.
      *    NO FINANCE CHARGE IS BILLED WHEN THE PREVIOUS STATEMENT
      *    BALANCE WAS NOT A DEBIT OR THE CYCLE'S PAYMENTS CLEARED
      *    IT IN FULL (GRACE PERIOD).  CHARGED-OFF
      *    ACCOUNTS ARE NOT BILLED.  AN ACCOUNT ALREADY CLOSED FOR
      *    THE RUN DATE IS SKIPPED, SO A RESTART AFTER A FAILURE
      *    PICKS UP WHERE THE FAILED RUN STOPPED.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE CARD ACCOUNT MASTER (DLCRDACT), READ IN KEY ORDER
      *    AND REWRITTEN WITH THE NEW CYCLE.
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD1
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    APR AND MINIMUM PAYMENT TERMS BY ACCOUNT TYPE:
      *      COL 1-2   ACCOUNT TYPE ('**' = DEFAULT FOR ANY TYPE
      *                WITHOUT ITS OWN CARD)
      *      COL 4-9   ANNUAL PERCENTAGE RATE 99V9999
      *      COL 11-14 MINIMUM PAYMENT PERCENT OF NEW BALANCE 99V99
      *      COL 16-22 MINIMUM PAYMENT FLOOR 99999V99
      *      COL 24-25 DAYS FROM CLOSE TO PAYMENT DUE DATE
      *------------------------------------------------------
           SELECT APRCTL ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    BILLED FINANCE CHARGES AND FEES FOR WEEK4 (CHGIN).
      *------------------------------------------------------
           SELECT CHGOUT ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
      *    BILLING SUMMARY PER ACCOUNT (DLBILL) FOR ACCTSTMT.
      *------------------------------------------------------
           SELECT BILLOUT ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD5
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD APRCTL.
       01 APRCTL-REC.
           10 AC-TYPE          PIC X(02).
           10 FILLER           PIC X(01).
           10 AC-APR           PIC 9(02)V9(04).
           10 FILLER           PIC X(01).
           10 AC-MIN-PCT       PIC 9(02)V9(02).
           10 FILLER           PIC X(01).
           10 AC-MIN-FLOOR     PIC 9(05)V9(02).
           10 FILLER           PIC X(01).
           10 AC-DUE-DAYS      PIC 9(02).
           10 FILLER           PIC X(55).
       FD CHGOUT.
       01 CHG-REC.
           10 CHG-TRN-DTE      PIC X(10).
           10 CHG-ACCT-NBR     PIC X(19).
           10 CHG-REF-NBR      PIC X(23).
           10 CHG-TRN-AMT      PIC S9(10)V9(2).
           10 CHG-FEE-PGM-IND  PIC X(03).
           10 CHG-REC-TYPE     PIC X(01).
       FD BILLOUT.
           COPY DLBILL.
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-FS6               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-BILL-CT           PIC 9(07) VALUE 0.
       01 WS-QUIET-CT          PIC 9(07) VALUE 0.
       01 WS-START-CT          PIC 9(07) VALUE 0.
       01 WS-CHGO-CT           PIC 9(07) VALUE 0.
       01 WS-DONE-CT           PIC 9(07) VALUE 0.
       01 WS-REJ-CT            PIC 9(07) VALUE 0.
       01 WS-PROOF-CT          PIC 9(07) VALUE 0.
       01 WS-POST-CT           PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-FIN-TOT           PIC S9(13)V9(2) VALUE 0.
       01 WS-FEE-TOT           PIC S9(13)V9(2) VALUE 0.
       01 WS-NEW-BAL-TOT       PIC S9(13)V9(2) VALUE 0.
       01 WS-MIN-DUE-TOT       PIC S9(13)V9(2) VALUE 0.
       01 WS-PAY-TOT           PIC S9(13)V9(2) VALUE 0.
       01 WS-PAST-DUE-TOT      PIC S9(13)V9(2) VALUE 0.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
      *------------------------------------------------------
      *    THE RUN DATE IS THE CLOSE DATE.  BILLED CHARGES CARRY
      *    IT IN THE DAILY FILE'S YYYY/MM/DD FORM AND A REFERENCE
      *    OF 'CYC' + CLOSE DATE + FEE PROGRAM, SO WEEK4'S
      *    DUPLICATE SCREEN CATCHES A RESUBMITTED CHGIN.
      *------------------------------------------------------
       01 WS-DATE-IN           PIC X(10).
       01 WS-DATE8             PIC X(08).
       01 WS-CLOSE-D8          PIC X(08).
       01 WS-POST-DTE          PIC X(10).
      *------------------------------------------------------
      *    APR TABLE FROM APRCTL.  THE DEFAULT TERMS APPLY TO A
      *    TYPE WITH NO CARD OF ITS OWN; WITHOUT A '**' CARD THE
      *    DEFAULT APR IS ZERO AND THE RUN ENDS RC 4.
      *------------------------------------------------------
       01 WS-APR-CT            PIC 9(02) VALUE 0.
       01 WS-APR-TBL OCCURS 20 TIMES INDEXED BY APR-IDX.
           05 AT-TYPE          PIC X(02).
           05 AT-APR           PIC 9(02)V9(04).
           05 AT-MIN-PCT       PIC 9(02)V9(02).
           05 AT-MIN-FLOOR     PIC 9(05)V9(02).
           05 AT-DUE-DAYS      PIC 9(02).
       01 WS-DFLT-SW           PIC X(01) VALUE 'N'.
           88 WS-DFLT-LOADED   VALUE 'Y'.
       01 WS-DFLT-APR          PIC 9(02)V9(04) VALUE 0.
       01 WS-DFLT-MIN-PCT      PIC 9(02)V9(02) VALUE 2.00.
       01 WS-DFLT-MIN-FLOOR    PIC 9(05)V9(02) VALUE 25.00.
       01 WS-DFLT-DUE-DAYS     PIC 9(02) VALUE 25.
       01 WS-APR-FOUND-SW      PIC X(01).
           88 WS-APR-FOUND     VALUE 'Y'.
       01 WS-CUR-APR           PIC 9(02)V9(04).
       01 WS-CUR-MIN-PCT       PIC 9(02)V9(02).
       01 WS-CUR-MIN-FLOOR     PIC 9(05)V9(02).
       01 WS-CUR-DUE-DAYS      PIC 9(02).
      *------------------------------------------------------
      *    ONE ACCOUNT'S CYCLE.
      *------------------------------------------------------
       01 WS-CYC-DAYS          PIC S9(05).
       01 WS-ADB               PIC S9(11)V9(02).
       01 WS-FIN-CHG           PIC S9(09)V9(02).
       01 WS-FEES              PIC S9(07)V9(02).
       01 WS-NEW-BAL           PIC S9(11)V9(02).
       01 WS-PROOF-BAL         PIC S9(11)V9(02).
       01 WS-MIN-DUE           PIC S9(11)V9(02).
       01 WS-OVER-AMT          PIC S9(11)V9(02).
       01 WS-CARRY-DUE         PIC S9(09)V9(02).
       01 WS-PAST-DUE          PIC S9(11)V9(02).
       01 WS-DUE-CUR           PIC S9(11)V9(02).
       01 WS-BUCKET            PIC 9(01).
       01 WS-PD-SUB            PIC 9(01) COMP.
       01 WS-DUE-DATE          PIC X(10).
       01 WS-PREV-STMT-DATE    PIC X(10).
       01 WS-REJ-REASON        PIC X(40).
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNC      PIC X(03).
           05 WS-CAL-DATE-1    PIC X(10).
           05 WS-CAL-DATE-2    PIC X(10).
           05 WS-CAL-DAYS      PIC S9(05).
           05 WS-CAL-RESULT    PIC X(01).
       01 WS-AMT-ED-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-ED-2          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
      *------------------------------------------------------
      *    CYCLE CLOSE REGISTER.
      *------------------------------------------------------
       01 WS-HDG-1.
           05 FILLER           PIC X(19) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE 'TY'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(03) VALUE 'DYS'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '  AVG DAILY BAL'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE '    APR'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   ' FINANCE CHARGE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE '         FEES'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '    NEW BALANCE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '    MINIMUM DUE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'DUE DATE'.
       01 WS-DTL-LINE.
           05 DTL-ACCT         PIC X(19).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-TYPE         PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-DAYS         PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-ADB          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-APR          PIC Z9.9999.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FIN-CHG      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FEES         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-NEW-BAL      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-MIN-DUE      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-DUE-DATE     PIC X(10).
       01 WS-RUNC-PARMS.
           05 WS-RUNC-FUNC     PIC X(03).
           05 WS-RUNC-PGM      PIC X(08).
           05 WS-RUNC-DATE     PIC X(10).
           05 WS-RUNC-RESULT   PIC X(01).
       COPY DLCHAIN.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-RUN-DATE      PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT
            PERFORM 2000-PFM-PARA
               THRU 2000-PFM-EXIT
            PERFORM 3000-TERM-PARA.
       1000-INIT-PARA.
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            MOVE WS-RUN-DATE TO WS-DATE-IN.
            PERFORM 2290-DATE8-PARA
               THRU 2290-DATE8-EXIT.
            MOVE WS-DATE8 TO WS-CLOSE-D8.
            MOVE SPACES TO WS-POST-DTE.
            STRING WS-CLOSE-D8(1:4) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CLOSE-D8(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CLOSE-D8(7:2) DELIMITED BY SIZE
                   INTO WS-POST-DTE
            END-STRING.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
            PERFORM 1100-APR-LOAD-PARA
               THRU 1100-APR-LOAD-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LOAD THE APR TABLE.  THE DECK IS REQUIRED - WITHOUT IT
      *    NO ACCOUNT CAN BE BILLED CORRECTLY.
      *------------------------------------------------------
       1100-APR-LOAD-PARA.
            OPEN INPUT APRCTL.
            IF WS-FS2 NOT = 00
                DISPLAY "OPEN ERROR APRCTL: " WS-FS2
                MOVE 0008 TO WS-RETURN-CD
                PERFORM 3000-TERM-PARA
            END-IF.
            PERFORM 1110-APR-READ-PARA
               THRU 1110-APR-READ-EXIT
               UNTIL WS-FS2 = 10.
            CLOSE APRCTL.
            DISPLAY "APR TYPES LOADED: " WS-APR-CT.
            IF NOT WS-DFLT-LOADED
                DISPLAY "NO DEFAULT ('**') CARD ON APRCTL"
            END-IF.
       1100-APR-LOAD-EXIT.
            EXIT.
       1110-APR-READ-PARA.
            READ APRCTL.
            EVALUATE TRUE
               WHEN WS-FS2 = 10
                   CONTINUE
               WHEN WS-FS2 NOT = 00
                   DISPLAY "READ ERROR APRCTL: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
               WHEN AC-APR NOT NUMERIC OR AC-MIN-PCT NOT NUMERIC OR
                    AC-MIN-FLOOR NOT NUMERIC OR
                    AC-DUE-DAYS NOT NUMERIC
                   DISPLAY "APRCTL CARD NOT NUMERIC - IGNORED: "
                           APRCTL-REC(1:25)
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
               WHEN AC-TYPE = '**'
                   MOVE 'Y'          TO WS-DFLT-SW
                   MOVE AC-APR       TO WS-DFLT-APR
                   MOVE AC-MIN-PCT   TO WS-DFLT-MIN-PCT
                   MOVE AC-MIN-FLOOR TO WS-DFLT-MIN-FLOOR
                   MOVE AC-DUE-DAYS  TO WS-DFLT-DUE-DAYS
               WHEN WS-APR-CT < 20
                   ADD 1 TO WS-APR-CT
                   MOVE AC-TYPE      TO AT-TYPE(WS-APR-CT)
                   MOVE AC-APR       TO AT-APR(WS-APR-CT)
                   MOVE AC-MIN-PCT   TO AT-MIN-PCT(WS-APR-CT)
                   MOVE AC-MIN-FLOOR TO AT-MIN-FLOOR(WS-APR-CT)
                   MOVE AC-DUE-DAYS  TO AT-DUE-DAYS(WS-APR-CT)
               WHEN OTHER
                   DISPLAY "APR TABLE FULL - CARD IGNORED: "
                           APRCTL-REC(1:25)
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
            END-EVALUATE.
       1110-APR-READ-EXIT.
            EXIT.
      *-----------------------------------------------
      *    RUN-CONTROL GUARD - SAME PAYRUNC CONVENTION AS THE OTHER
      *    BATCH STEPS.
      *-----------------------------------------------
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'CYCLCLS'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "CYCLCLS ALREADY COMPLETED FOR BUSINESS "
                        "DATE " WS-RUNC-DATE
                DISPLAY "RERUN REFUSED - APPEND AN OVERRIDE RECORD "
                        "TO RUNCTLF FOR A FORCED RERUN"
                MOVE 0012 TO RETURN-CODE
                STOP RUN
            END-IF.
       1500-RUNCTL-CHECK-EXIT.
            EXIT.
       1600-RUNCTL-MARK-PARA.
            MOVE 'UPD'        TO WS-RUNC-FUNC.
            MOVE 'CYCLCLS'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - RUN NOT MARKED "
                           "COMPLETE"
            END-CALL.
       1600-RUNCTL-MARK-EXIT.
            EXIT.
       3000-TERM-PARA.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT
               UNTIL WS-FS1 = 10
            PERFORM 2800-TOTALS-PARA
               THRU 2800-TOTALS-EXIT
            PERFORM 2900-CLOSE-PARA
               THRU 2900-CLOSE-EXIT
            IF WS-RETURN-CD < 8
                PERFORM 1600-RUNCTL-MARK-PARA
                   THRU 1600-RUNCTL-MARK-EXIT
            END-IF.
       2000-PFM-EXIT.
            EXIT.
       2100-OPEN-PARA.
            OPEN I-O CARDACCT.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN CARDACCT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDACCT: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND CHGOUT.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN CHGOUT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CHGOUT: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT BILLOUT.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN BILLOUT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR BILLOUT: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS5
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS6
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS6
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'CARD BILLING CYCLE CLOSE - ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-HDG-1 TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2100-OPEN-EXIT.
            EXIT.
       2200-READ-PARA.
            READ CARDACCT NEXT RECORD.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2300-ACCT-PARA
                      THRU 2300-ACCT-EXIT
               WHEN 10
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR CARDACCT: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    CLOSE ONE ACCOUNT'S CYCLE.
      *------------------------------------------------------
       2300-ACCT-PARA.
            IF DL-CACT-CHARGED-OFF
                ADD 1 TO WS-CHGO-CT
                GO TO 2300-ACCT-EXIT
            END-IF.
            IF DL-CACT-DLQ-BUCKET NOT NUMERIC
                PERFORM 2315-DLQ-INIT-PARA
                   THRU 2315-DLQ-INIT-EXIT
            END-IF.
            IF DL-CACT-STMT-DATE = SPACES
                PERFORM 2310-CYCLE-INIT-PARA
                   THRU 2310-CYCLE-INIT-EXIT
                GO TO 2300-ACCT-EXIT
            END-IF.
      *    CYCLE LENGTH - REAL DAYS SINCE THE LAST CLOSE.  NONE
      *    MEANS THE ACCOUNT WAS ALREADY CLOSED FOR THIS DATE.
            MOVE 'DCT'             TO WS-CAL-FUNC.
            MOVE DL-CACT-STMT-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE       TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                MOVE 'STATEMENT DATE NOT A VALID DATE'
                  TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2300-ACCT-EXIT
            END-IF.
            IF WS-CAL-DAYS NOT > 0
                ADD 1 TO WS-DONE-CT
                GO TO 2300-ACCT-EXIT
            END-IF.
            MOVE WS-CAL-DAYS TO WS-CYC-DAYS.
            MOVE DL-CACT-STMT-DATE TO WS-PREV-STMT-DATE.
            PERFORM 2320-APR-FIND-PARA
               THRU 2320-APR-FIND-EXIT.
            PERFORM 2330-ADB-FINISH-PARA
               THRU 2330-ADB-FINISH-EXIT.
      *    FINANCE CHARGE ON THE AVERAGE DAILY BALANCE, DAILY
      *    PERIODIC RATE APR/365 FOR THE DAYS IN THE CYCLE.
            COMPUTE WS-ADB ROUNDED = DL-CACT-ADB-SUM / WS-CYC-DAYS.
            MOVE 0 TO WS-FIN-CHG.
            IF DL-CACT-STMT-BAL > 0 AND WS-ADB > 0 AND
               DL-CACT-CYC-PAYMENTS < DL-CACT-STMT-BAL
                COMPUTE WS-FIN-CHG ROUNDED =
                        WS-ADB * WS-CUR-APR * WS-CYC-DAYS / 36500
            END-IF.
            MOVE DL-CACT-CYC-OVL-FEE TO WS-FEES.
            COMPUTE WS-NEW-BAL = DL-CACT-BALANCE + DL-CACT-BILLED-PEND
                               + WS-FEES + WS-FIN-CHG.
            COMPUTE WS-PROOF-BAL = DL-CACT-STMT-BAL
                                 + DL-CACT-CYC-PURCH
                                 - DL-CACT-CYC-CREDITS
                                 - DL-CACT-CYC-PAYMENTS
                                 + WS-FEES + WS-FIN-CHG.
            IF WS-PROOF-BAL NOT = WS-NEW-BAL
                PERFORM 2340-PROOF-BREAK-PARA
                   THRU 2340-PROOF-BREAK-EXIT
            END-IF.
            PERFORM 2350-MIN-DUE-PARA
               THRU 2350-MIN-DUE-EXIT.
            PERFORM 2355-PAST-DUE-PARA
               THRU 2355-PAST-DUE-EXIT.
            PERFORM 2360-DUE-DATE-PARA
               THRU 2360-DUE-DATE-EXIT.
            IF WS-NEW-BAL = 0 AND DL-CACT-STMT-BAL = 0 AND
               DL-CACT-CYC-PURCH = 0 AND DL-CACT-CYC-CREDITS = 0 AND
               DL-CACT-CYC-PAYMENTS = 0 AND WS-PAST-DUE = 0 AND
               WS-FEES = 0 AND WS-FIN-CHG = 0
                ADD 1 TO WS-QUIET-CT
            ELSE
                PERFORM 2400-BILL-WRITE-PARA
                   THRU 2400-BILL-WRITE-EXIT
            END-IF.
            IF WS-FIN-CHG > 0
                MOVE 'FIN'      TO CHG-FEE-PGM-IND
                MOVE WS-FIN-CHG TO CHG-TRN-AMT
                PERFORM 2500-POST-WRITE-PARA
                   THRU 2500-POST-WRITE-EXIT
            END-IF.
            IF WS-FEES > 0
                MOVE 'OVL'      TO CHG-FEE-PGM-IND
                MOVE WS-FEES    TO CHG-TRN-AMT
                PERFORM 2500-POST-WRITE-PARA
                   THRU 2500-POST-WRITE-EXIT
            END-IF.
      *    START THE NEXT CYCLE.
            MOVE WS-NEW-BAL  TO DL-CACT-STMT-BAL.
            MOVE WS-RUN-DATE TO DL-CACT-STMT-DATE.
            MOVE WS-MIN-DUE  TO DL-CACT-MIN-DUE.
            MOVE WS-DUE-CUR  TO DL-CACT-DUE-CUR.
            MOVE WS-DUE-DATE TO DL-CACT-DUE-DATE.
            ADD WS-FEES WS-FIN-CHG TO DL-CACT-BILLED-PEND.
            ADD DL-CACT-CYC-PAYMENTS TO WS-PAY-TOT.
            ADD WS-PAST-DUE TO WS-PAST-DUE-TOT.
            MOVE 0 TO DL-CACT-CYC-OVL-FEE DL-CACT-CYC-PURCH
                      DL-CACT-CYC-CREDITS DL-CACT-ADB-SUM
                      DL-CACT-CYC-PAYMENTS.
            MOVE WS-RUN-DATE TO DL-CACT-ADB-DATE.
            COMPUTE DL-CACT-OTB =
                    DL-CACT-CREDIT-LIMIT - DL-CACT-BALANCE
                  - DL-CACT-CYC-OVL-FEE - DL-CACT-BILLED-PEND.
            PERFORM 2600-REWRITE-PARA
               THRU 2600-REWRITE-EXIT.
            ADD WS-FIN-CHG TO WS-FIN-TOT.
            ADD WS-FEES    TO WS-FEE-TOT.
            ADD WS-NEW-BAL TO WS-NEW-BAL-TOT.
            ADD WS-MIN-DUE TO WS-MIN-DUE-TOT.
            MOVE DL-CACT-ACCT      TO DTL-ACCT.
            MOVE DL-CACT-ACCT-TYPE TO DTL-TYPE.
            MOVE WS-CYC-DAYS       TO DTL-DAYS.
            MOVE WS-ADB            TO DTL-ADB.
            MOVE WS-CUR-APR        TO DTL-APR.
            MOVE WS-FIN-CHG        TO DTL-FIN-CHG.
            MOVE WS-FEES           TO DTL-FEES.
            MOVE WS-NEW-BAL        TO DTL-NEW-BAL.
            MOVE WS-MIN-DUE        TO DTL-MIN-DUE.
            MOVE WS-DUE-DATE       TO DTL-DUE-DATE.
            MOVE WS-DTL-LINE       TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2300-ACCT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AN ACCOUNT CARRIED OVER FROM BEFORE BILLING CYCLES HAS
      *    NO CYCLE FIELDS YET - ITS FIRST CYCLE STARTS TODAY FROM
      *    THE CURRENT BALANCE, THE SAME WAY WEEK4 STARTS ONE.  IT
      *    IS BILLED AT THE NEXT CLOSE.
      *------------------------------------------------------
       2310-CYCLE-INIT-PARA.
            IF DL-CACT-ACCT-TYPE = SPACES
                MOVE 'ST' TO DL-CACT-ACCT-TYPE
            END-IF.
            MOVE DL-CACT-BALANCE TO DL-CACT-STMT-BAL.
            MOVE WS-RUN-DATE     TO DL-CACT-STMT-DATE.
            MOVE WS-RUN-DATE     TO DL-CACT-ADB-DATE.
            MOVE SPACES          TO DL-CACT-DUE-DATE.
            MOVE 0 TO DL-CACT-MIN-DUE DL-CACT-BILLED-PEND
                      DL-CACT-CYC-PURCH DL-CACT-CYC-CREDITS
                      DL-CACT-ADB-SUM DL-CACT-CYC-OVL-FEE.
            COMPUTE DL-CACT-OTB =
                    DL-CACT-CREDIT-LIMIT - DL-CACT-BALANCE.
            PERFORM 2600-REWRITE-PARA
               THRU 2600-REWRITE-EXIT.
            ADD 1 TO WS-START-CT.
            MOVE SPACES TO RPT-REC.
            STRING DL-CACT-ACCT DELIMITED BY SIZE
                   '  FIRST BILLING CYCLE STARTED' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2310-CYCLE-INIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AN ACCOUNT CARRIED OVER FROM BEFORE PAYMENT POSTING HAS
      *    NO PAYMENT OR DELINQUENCY FIELDS YET - IT STARTS CURRENT.
      *------------------------------------------------------
       2315-DLQ-INIT-PARA.
            IF DL-CACT-REGION = SPACES
                MOVE 'UNKNOWN' TO DL-CACT-REGION
            END-IF.
            MOVE 0 TO DL-CACT-CYC-PAYMENTS DL-CACT-LAST-PAY-AMT
                      DL-CACT-DUE-CUR DL-CACT-PD-AMT(1)
                      DL-CACT-PD-AMT(2) DL-CACT-PD-AMT(3)
                      DL-CACT-PD-AMT(4) DL-CACT-DLQ-BUCKET.
            MOVE SPACES TO DL-CACT-LAST-PAY-DATE DL-CACT-AGED-DUE-DATE
                           DL-CACT-DLQ-DATE.
       2315-DLQ-INIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    TERMS FOR THE ACCOUNT TYPE, ELSE THE DEFAULT TERMS.
      *------------------------------------------------------
       2320-APR-FIND-PARA.
            MOVE 'N' TO WS-APR-FOUND-SW.
            MOVE WS-DFLT-APR       TO WS-CUR-APR.
            MOVE WS-DFLT-MIN-PCT   TO WS-CUR-MIN-PCT.
            MOVE WS-DFLT-MIN-FLOOR TO WS-CUR-MIN-FLOOR.
            MOVE WS-DFLT-DUE-DAYS  TO WS-CUR-DUE-DAYS.
            PERFORM 2321-APR-SCAN-PARA
               THRU 2321-APR-SCAN-EXIT
               VARYING APR-IDX FROM 1 BY 1
               UNTIL APR-IDX > WS-APR-CT OR WS-APR-FOUND.
            IF NOT WS-APR-FOUND AND NOT WS-DFLT-LOADED
                DISPLAY "NO APR FOR ACCOUNT TYPE " DL-CACT-ACCT-TYPE
                        " - " DL-CACT-ACCT " BILLED AT ZERO APR"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
       2320-APR-FIND-EXIT.
            EXIT.
       2321-APR-SCAN-PARA.
            IF AT-TYPE(APR-IDX) = DL-CACT-ACCT-TYPE
                MOVE 'Y' TO WS-APR-FOUND-SW
                MOVE AT-APR(APR-IDX)       TO WS-CUR-APR
                MOVE AT-MIN-PCT(APR-IDX)   TO WS-CUR-MIN-PCT
                MOVE AT-MIN-FLOOR(APR-IDX) TO WS-CUR-MIN-FLOOR
                MOVE AT-DUE-DAYS(APR-IDX)  TO WS-CUR-DUE-DAYS
            END-IF.
       2321-APR-SCAN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    BRING THE AVERAGE DAILY BALANCE ACCUMULATOR UP TO THE
      *    CLOSE - THE BALANCE HAS BEEN HELD SINCE THE LAST
      *    POSTING (OR THE LAST CLOSE).
      *------------------------------------------------------
       2330-ADB-FINISH-PARA.
            IF DL-CACT-ADB-DATE = SPACES
                MOVE DL-CACT-STMT-DATE TO DL-CACT-ADB-DATE
            END-IF.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-CACT-ADB-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE      TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT NOT = 'E' AND WS-CAL-DAYS > 0
                COMPUTE DL-CACT-ADB-SUM =
                        DL-CACT-ADB-SUM
                      + DL-CACT-BALANCE * WS-CAL-DAYS
            END-IF.
       2330-ADB-FINISH-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE NEW BALANCE FROM THE MASTER DOES NOT AGREE WITH THE
      *    ONE BUILT UP FROM THE STATEMENT LINES.  THE ACCOUNT IS
      *    BILLED ON THE MASTER'S FIGURE AND FLAGGED FOR REVIEW.
      *------------------------------------------------------
       2340-PROOF-BREAK-PARA.
            ADD 1 TO WS-PROOF-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE WS-NEW-BAL   TO WS-AMT-ED-1.
            MOVE WS-PROOF-BAL TO WS-AMT-ED-2.
            MOVE SPACES TO RPT-REC.
            STRING DL-CACT-ACCT DELIMITED BY SIZE
                   '  ** BALANCE PROOF BREAK - MASTER '
                   DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   '  CYCLE ' DELIMITED BY SIZE
                   WS-AMT-ED-2 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2340-PROOF-BREAK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    MINIMUM PAYMENT - THE TYPE'S PERCENT OF THE NEW BALANCE
      *    OR ITS FLOOR, WHICHEVER IS MORE, PLUS ANY AMOUNT OVER
      *    THE CREDIT LIMIT, NEVER MORE THAN THE NEW BALANCE.
      *------------------------------------------------------
       2350-MIN-DUE-PARA.
            MOVE 0 TO WS-MIN-DUE.
            IF WS-NEW-BAL NOT > 0
                GO TO 2350-MIN-DUE-EXIT
            END-IF.
            COMPUTE WS-MIN-DUE ROUNDED =
                    WS-NEW-BAL * WS-CUR-MIN-PCT / 100.
            IF WS-MIN-DUE < WS-CUR-MIN-FLOOR
                MOVE WS-CUR-MIN-FLOOR TO WS-MIN-DUE
            END-IF.
            COMPUTE WS-OVER-AMT = WS-NEW-BAL - DL-CACT-CREDIT-LIMIT.
            IF WS-OVER-AMT > 0
                ADD WS-OVER-AMT TO WS-MIN-DUE
            END-IF.
            IF WS-MIN-DUE > WS-NEW-BAL
                MOVE WS-NEW-BAL TO WS-MIN-DUE
            END-IF.
       2350-MIN-DUE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    PAST DUE.  WHAT IS LEFT OF THE LAST STATEMENT'S MINIMUM
      *    IS AGED INTO THE 30-DAY BUCKET WHEN ITS DUE DATE HAS
      *    PASSED AND DLQAGE HAS NOT YET ROLLED IT (DLQAGE STILL
      *    SEES THE ROLL AND QUEUES IT); WHEN THE DUE DATE IS STILL
      *    TO COME IT CARRIES INTO THE NEW CURRENT MINIMUM.  THE
      *    MINIMUM DUE IS THE CURRENT MINIMUM PLUS EVERYTHING PAST
      *    DUE, NEVER MORE THAN THE NEW BALANCE.
      *------------------------------------------------------
       2355-PAST-DUE-PARA.
            MOVE 0 TO WS-CARRY-DUE.
            MOVE 0 TO WS-CAL-DAYS.
            IF DL-CACT-DUE-CUR > 0 AND DL-CACT-DUE-DATE NOT = SPACES
                MOVE 'DCT'            TO WS-CAL-FUNC
                MOVE DL-CACT-DUE-DATE TO WS-CAL-DATE-1
                MOVE WS-RUN-DATE      TO WS-CAL-DATE-2
                PERFORM 2280-PAYCAL-PARA
                   THRU 2280-PAYCAL-EXIT
                IF WS-CAL-RESULT = 'E'
                    MOVE 0 TO WS-CAL-DAYS
                END-IF
            END-IF.
            IF DL-CACT-DUE-CUR > 0
                IF WS-CAL-DAYS > 0 AND
                   DL-CACT-AGED-DUE-DATE NOT = DL-CACT-DUE-DATE
                    ADD DL-CACT-PD-AMT(3) TO DL-CACT-PD-AMT(4)
                    MOVE DL-CACT-PD-AMT(2) TO DL-CACT-PD-AMT(3)
                    MOVE DL-CACT-PD-AMT(1) TO DL-CACT-PD-AMT(2)
                    MOVE DL-CACT-DUE-CUR   TO DL-CACT-PD-AMT(1)
                    MOVE DL-CACT-DUE-DATE  TO DL-CACT-AGED-DUE-DATE
                ELSE
                    MOVE DL-CACT-DUE-CUR TO WS-CARRY-DUE
                END-IF
                MOVE 0 TO DL-CACT-DUE-CUR
            END-IF.
            COMPUTE WS-PAST-DUE = DL-CACT-PD-AMT(1) + DL-CACT-PD-AMT(2)
                                + DL-CACT-PD-AMT(3) + DL-CACT-PD-AMT(4).
            MOVE 0 TO WS-BUCKET.
            PERFORM 2356-BUCKET-SCAN-PARA
               THRU 2356-BUCKET-SCAN-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 4.
            ADD WS-CARRY-DUE WS-PAST-DUE TO WS-MIN-DUE.
            IF WS-MIN-DUE > WS-NEW-BAL
                MOVE WS-NEW-BAL TO WS-MIN-DUE
            END-IF.
            IF WS-MIN-DUE < 0
                MOVE 0 TO WS-MIN-DUE
            END-IF.
            COMPUTE WS-DUE-CUR = WS-MIN-DUE - WS-PAST-DUE.
            IF WS-DUE-CUR < 0
                MOVE 0 TO WS-DUE-CUR
            END-IF.
       2355-PAST-DUE-EXIT.
            EXIT.
       2356-BUCKET-SCAN-PARA.
            IF DL-CACT-PD-AMT(WS-PD-SUB) > 0
                MOVE WS-PD-SUB TO WS-BUCKET
            END-IF.
       2356-BUCKET-SCAN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    PAYMENT DUE DATE - THE TYPE'S DAYS AFTER THE CLOSE,
      *    MOVED FORWARD TO A BUSINESS DAY.
      *------------------------------------------------------
       2360-DUE-DATE-PARA.
            MOVE SPACES TO WS-DUE-DATE.
            IF WS-MIN-DUE NOT > 0
                GO TO 2360-DUE-DATE-EXIT
            END-IF.
            MOVE 'ADD'           TO WS-CAL-FUNC.
            MOVE WS-RUN-DATE     TO WS-CAL-DATE-1.
            MOVE WS-CUR-DUE-DAYS TO WS-CAL-DAYS.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                DISPLAY "DUE DATE NOT COMPUTED FOR " DL-CACT-ACCT
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
                GO TO 2360-DUE-DATE-EXIT
            END-IF.
            MOVE 'NBD'         TO WS-CAL-FUNC.
            MOVE WS-CAL-DATE-2 TO WS-CAL-DATE-1.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                MOVE WS-CAL-DATE-1 TO WS-DUE-DATE
            ELSE
                MOVE WS-CAL-DATE-2 TO WS-DUE-DATE
            END-IF.
       2360-DUE-DATE-EXIT.
            EXIT.
       2280-PAYCAL-PARA.
            CALL 'PAYCAL' USING WS-CAL-PARMS
               ON EXCEPTION
                   DISPLAY "PAYCAL NOT AVAILABLE"
                   MOVE 'E' TO WS-CAL-RESULT
            END-CALL.
       2280-PAYCAL-EXIT.
            EXIT.
      *------------------------------------------------------
      *    NORMALIZE A DATE IN ANY OF THE THREE HOUSE FORMS
      *    (YYYY/MM/DD, YYYY-MM-DD, YYYYMMDD) TO PLAIN DIGITS.
      *------------------------------------------------------
       2290-DATE8-PARA.
            EVALUATE TRUE
               WHEN WS-DATE-IN(5:1) = '/' OR WS-DATE-IN(5:1) = '-'
                   MOVE WS-DATE-IN(1:4) TO WS-DATE8(1:4)
                   MOVE WS-DATE-IN(6:2) TO WS-DATE8(5:2)
                   MOVE WS-DATE-IN(9:2) TO WS-DATE8(7:2)
               WHEN OTHER
                   MOVE WS-DATE-IN(1:8) TO WS-DATE8
            END-EVALUATE.
       2290-DATE8-EXIT.
            EXIT.
       2400-BILL-WRITE-PARA.
            MOVE SPACES               TO DL-BILL-REC.
            MOVE DL-CACT-ACCT         TO DL-BILL-ACCT.
            MOVE WS-RUN-DATE          TO DL-BILL-CLOSE-DATE.
            MOVE WS-PREV-STMT-DATE    TO DL-BILL-STMT-FROM.
            MOVE DL-CACT-ACCT-TYPE    TO DL-BILL-ACCT-TYPE.
            MOVE DL-CACT-STATUS       TO DL-BILL-STATUS.
            MOVE DL-CACT-STMT-BAL     TO DL-BILL-PREV-BAL.
            MOVE DL-CACT-CYC-PURCH    TO DL-BILL-PURCHASES.
            MOVE DL-CACT-CYC-CREDITS  TO DL-BILL-CREDITS.
            MOVE WS-FEES              TO DL-BILL-FEES.
            MOVE WS-FIN-CHG           TO DL-BILL-FIN-CHG.
            MOVE WS-NEW-BAL           TO DL-BILL-NEW-BAL.
            MOVE WS-MIN-DUE           TO DL-BILL-MIN-DUE.
            MOVE WS-DUE-DATE          TO DL-BILL-DUE-DATE.
            MOVE WS-CUR-APR           TO DL-BILL-APR.
            MOVE WS-ADB               TO DL-BILL-ADB.
            MOVE WS-CYC-DAYS          TO DL-BILL-CYC-DAYS.
            MOVE DL-CACT-CREDIT-LIMIT TO DL-BILL-CREDIT-LIMIT.
            COMPUTE DL-BILL-AVAIL-CREDIT =
                    DL-CACT-CREDIT-LIMIT - WS-NEW-BAL.
            IF DL-BILL-AVAIL-CREDIT < 0
                MOVE 0 TO DL-BILL-AVAIL-CREDIT
            END-IF.
            MOVE DL-CACT-CYC-PAYMENTS TO DL-BILL-PAYMENTS.
            MOVE WS-PAST-DUE          TO DL-BILL-PAST-DUE.
            MOVE WS-BUCKET            TO DL-BILL-DLQ-BUCKET.
            WRITE DL-BILL-REC.
            EVALUATE WS-FS4
               WHEN 00
                   ADD 1 TO WS-BILL-CT
               WHEN OTHER
                   DISPLAY "WRITE ERROR BILLOUT: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2400-BILL-WRITE-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE BILLED CHARGE FOR WEEK4 - FEE PROGRAM AND AMOUNT
      *    SET BY THE CALLER.
      *------------------------------------------------------
       2500-POST-WRITE-PARA.
            MOVE WS-POST-DTE  TO CHG-TRN-DTE.
            MOVE DL-CACT-ACCT TO CHG-ACCT-NBR.
            MOVE SPACES       TO CHG-REF-NBR.
            STRING 'CYC' DELIMITED BY SIZE
                   WS-CLOSE-D8 DELIMITED BY SIZE
                   CHG-FEE-PGM-IND DELIMITED BY SIZE
                   INTO CHG-REF-NBR
            END-STRING.
            MOVE 'F'          TO CHG-REC-TYPE.
            WRITE CHG-REC.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-POST-CT
               WHEN OTHER
                   DISPLAY "WRITE ERROR CHGOUT: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2500-POST-WRITE-EXIT.
            EXIT.
       2600-REWRITE-PARA.
            REWRITE DL-CACT-REC.
            IF WS-FS1 NOT = 00
                DISPLAY "REWRITE ERROR CARDACCT: " WS-FS1
                        " " DL-CACT-ACCT
                MOVE 0008 TO WS-RETURN-CD
                MOVE 10 TO WS-FS1
            END-IF.
       2600-REWRITE-EXIT.
            EXIT.
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES TO RPT-REC.
            STRING DL-CACT-ACCT DELIMITED BY SIZE
                   '  NOT CLOSED - ' DELIMITED BY SIZE
                   WS-REJ-REASON DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2700-REJECT-EXIT.
            EXIT.
       2800-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS READ............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BILL-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS BILLED..........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-QUIET-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NO BALANCE OR ACTIVITY...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-START-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'FIRST CYCLES STARTED.....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-DONE-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ALREADY CLOSED TODAY.....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CHGO-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CHARGED OFF - NOT BILLED.: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REJ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NOT CLOSED - IN ERROR....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PROOF-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'BALANCE PROOF BREAKS.....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-POST-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CHARGES SENT TO POSTING..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-FIN-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'FINANCE CHARGES BILLED...: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-FEE-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'FEES BILLED..............: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-NEW-BAL-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NEW BALANCES.............: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MIN-DUE-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'MINIMUM PAYMENTS DUE.....: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PAST-DUE-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING '  OF WHICH PAST DUE......: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PAY-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'PAYMENTS IN CYCLES.......: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE CARDACCT CHGOUT BILLOUT RPTFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'CYCLCLS'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-BILL-CT      TO DL-AUDIT-WRITE-CT
                MOVE WS-RETURN-CD    TO DL-AUDIT-RETURN-CD
                MOVE 'COMPLETED'     TO DL-AUDIT-STATUS-TX
                PERFORM 9100-AUDIT-CHAIN-PARA
                   THRU 9100-AUDIT-CHAIN-EXIT
                WRITE DL-AUDIT-REC
                CLOSE AUDITFL
            END-IF.
       2900-CLOSE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND
      *    HASH (DLCHAIN), WRITING THE DAY'S ANCHOR FIRST WHEN
      *    THIS IS THE FIRST RECORD OF THE DAY.
      *------------------------------------------------------
       9100-AUDIT-CHAIN-PARA.
            MOVE SPACES        TO DL-CHN-PARMS.
            MOVE 'NXT'         TO DL-CHN-FUNC.
            MOVE 'AUDITLOG'    TO DL-CHN-LOG.
            MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY.
            MOVE DL-AUDIT-REC  TO DL-CHN-REC.
            CALL 'PAYCHAIN' USING DL-CHN-PARMS
               ON EXCEPTION
                   DISPLAY "PAYCHAIN NOT AVAILABLE - AUDIT RECORD "
                           "NOT CHAINED"
            END-CALL.
            IF DL-CHN-ANCHORED
                WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR
            END-IF.
            IF DL-CHN-OK
                MOVE DL-CHN-REC TO DL-AUDIT-REC
            END-IF.
       9100-AUDIT-CHAIN-EXIT.
            EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMTPOST.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    DAILY CUSTOMER PAYMENT POSTING FOR THE CARD ACCOUNT
      *    MASTER.  READS THE BANK'S LOCKBOX/PAYMENT FILE AND
      *    APPLIES EACH PAYMENT TO THE ACCOUNT:
      *      - THE WHOLE PAYMENT COMES OFF DL-CACT-BALANCE AND IS
      *        ADDED TO THE CYCLE'S PAYMENTS FOR THE STATEMENT;
      *      - WITHIN THE AMOUNT DUE IT PAYS THE OLDEST BILLED
      *        MINIMUMS FIRST - THE 120+, 90, 60 AND 30-DAY PAST
      *        DUE BUCKETS, THEN THE CURRENT STATEMENT'S MINIMUM.
      *    THE AVERAGE DAILY BALANCE ACCUMULATOR IS BROUGHT UP TO
      *    THE RUN DATE BEFORE THE BALANCE CHANGES, AS WEEK4 DOES
      *    FOR A PURCHASE.  DLQAGE, WHICH RUNS NEXT, RE-AGES THE
      *    ACCOUNT AND LIFTS A DELINQUENCY BLOCK A PAYMENT CURED.
      *    A PAYMENT THAT CANNOT BE APPLIED - NO ACCOUNT, BAD
      *    AMOUNT OR DATE, ACCOUNT NOT ON THE MASTER OR CHARGED
      *    OFF (A RECOVERY, WORKED BY HAND) - GOES TO SUSPENSE AND
      *    THE RUN ENDS RC 4.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE DAY'S PAYMENTS FROM THE LOCKBOX BANK AND THE
      *    ELECTRONIC PAYMENT CHANNELS, ONE RECORD PER PAYMENT.
      *------------------------------------------------------
           SELECT PAYIN ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    THE CARD ACCOUNT MASTER (DLCRDACT).
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD2
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS2.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
      *    UNAPPLIED PAYMENTS, IN THE SUITE'S COMMON SUSPENSE
      *    FORMAT.
      *------------------------------------------------------
           SELECT SUSPFILE ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PAYIN.
       01 PAY-REC.
           10 PAY-ACCT-NBR     PIC X(19).
           10 FILLER           PIC X(01).
           10 PAY-AMT-X        PIC X(11).
           10 PAY-AMT REDEFINES PAY-AMT-X
                               PIC 9(09)V9(02).
           10 FILLER           PIC X(01).
           10 PAY-DATE         PIC X(10).
           10 FILLER           PIC X(01).
           10 PAY-REF          PIC X(16).
           10 FILLER           PIC X(01).
           10 PAY-METHOD       PIC X(02).
           10 FILLER           PIC X(18).
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
      *------------------------------------------------------
      *    PAYMENT RECORD (COLUMNS):
      *      1-19  ACCOUNT NUMBER
      *      21-31 AMOUNT 9(09)V99, NO SIGN - A RETURNED PAYMENT
      *            IS NOT A NEGATIVE PAYMENT; IT COMES BACK
      *            THROUGH THE DESK
      *      33-42 DATE PAID (YYYY-MM-DD OR YYYYMMDD)
      *      44-59 LOCKBOX BATCH/ITEM OR CHANNEL REFERENCE
      *      61-62 METHOD (CK CHECK, AC ACH, EF ELECTRONIC)
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-POST-CT           PIC 9(07) VALUE 0.
       01 WS-REJ-CT            PIC 9(07) VALUE 0.
       01 WS-DLQ-PAY-CT        PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-POST-TOT          PIC S9(13)V9(2) VALUE 0.
       01 WS-PD-APPL-TOT       PIC S9(13)V9(2) VALUE 0.
       01 WS-CUR-APPL-TOT      PIC S9(13)V9(2) VALUE 0.
       01 WS-REJ-TOT           PIC S9(13)V9(2) VALUE 0.
       01 WS-REJ-CODE          PIC X(04).
       01 WS-REJ-REASON        PIC X(26).
      *------------------------------------------------------
      *    ONE PAYMENT'S APPLICATION - WHAT IS LEFT TO APPLY AS
      *    IT WORKS DOWN THE BUCKETS OLDEST FIRST.
      *------------------------------------------------------
       01 WS-APPLY-LEFT        PIC S9(11)V9(02).
       01 WS-APPLY-AMT         PIC S9(11)V9(02).
       01 WS-PD-APPL           PIC S9(11)V9(02).
       01 WS-CUR-APPL          PIC S9(11)V9(02).
       01 WS-PD-SUB            PIC 9(01) COMP.
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNC      PIC X(03).
           05 WS-CAL-DATE-1    PIC X(10).
           05 WS-CAL-DATE-2    PIC X(10).
           05 WS-CAL-DAYS      PIC S9(05).
           05 WS-CAL-RESULT    PIC X(01).
       01 WS-AMT-ED-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-ED-2          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
      *------------------------------------------------------
      *    PAYMENT REGISTER.
      *------------------------------------------------------
       01 WS-HDG-1.
           05 FILLER           PIC X(19) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'REFERENCE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'PAID'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE 'MT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '         AMOUNT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '  TO PAST DUE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '  TO CURR MIN'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '    NEW BALANCE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE 'NOTE'.
       01 WS-DTL-LINE.
           05 DTL-ACCT         PIC X(19).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-REF          PIC X(16).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-DATE         PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-METHOD       PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-AMT          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-PD-APPL      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-CUR-APPL     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-NEW-BAL      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-NOTE         PIC X(09).
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *-----------------------------------------------
      *    RUN-CONTROL GUARD - A PAYMENT FILE MUST NOT POST TWICE
      *    FOR THE SAME BUSINESS DATE.
      *-----------------------------------------------
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'PMTPOST'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "PMTPOST ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'PMTPOST'   TO WS-RUNC-PGM.
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
            OPEN INPUT PAYIN.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN PAYIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR PAYIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN I-O CARDACCT.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN CARDACCT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND SUSPFILE.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUSPFILE: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS5
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'CARD PAYMENT POSTING REGISTER - BUSINESS DATE '
                   DELIMITED BY SIZE
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
            READ PAYIN.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2300-PAY-PARA
                      THRU 2300-PAY-EXIT
               WHEN 10
                   DISPLAY "PAYMENTS READ: " WS-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR PAYIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE PAYMENT - EDIT IT, READ THE ACCOUNT, APPLY.
      *------------------------------------------------------
       2300-PAY-PARA.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON.
            EVALUATE TRUE
               WHEN PAY-ACCT-NBR = SPACES
                   MOVE 'NOAC' TO WS-REJ-CODE
                   MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJ-REASON
               WHEN PAY-AMT NOT NUMERIC
                   MOVE 'PAMT' TO WS-REJ-CODE
                   MOVE 'PAYMENT AMOUNT NOT NUMERIC' TO WS-REJ-REASON
               WHEN PAY-AMT = 0
                   MOVE 'PAMT' TO WS-REJ-CODE
                   MOVE 'PAYMENT AMOUNT ZERO' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2300-PAY-EXIT
            END-IF.
      *    THE DATE PAID MUST BE A REAL DATE NOT AFTER TODAY.
            MOVE 'DCT'       TO WS-CAL-FUNC.
            MOVE PAY-DATE    TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            EVALUATE TRUE
               WHEN WS-CAL-RESULT = 'E'
                   MOVE 'PDTE' TO WS-REJ-CODE
                   MOVE 'DATE PAID NOT A VALID DATE' TO WS-REJ-REASON
               WHEN WS-CAL-DAYS < 0
                   MOVE 'PDTE' TO WS-REJ-CODE
                   MOVE 'DATE PAID IN THE FUTURE' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2300-PAY-EXIT
            END-IF.
            MOVE PAY-ACCT-NBR TO DL-CACT-ACCT.
            READ CARDACCT.
            EVALUATE TRUE
               WHEN WS-FS2 = 00
                   CONTINUE
               WHEN WS-FS2 = 23
                   MOVE 'PNOF' TO WS-REJ-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
               WHEN OTHER
                   DISPLAY "READ ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
                   GO TO 2300-PAY-EXIT
            END-EVALUATE.
            IF WS-REJ-CODE = SPACES AND DL-CACT-CHARGED-OFF
                MOVE 'PCHO' TO WS-REJ-CODE
                MOVE 'CHARGED OFF - RECOVERY' TO WS-REJ-REASON
            END-IF.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2300-PAY-EXIT
            END-IF.
            IF DL-CACT-DLQ-BUCKET NOT NUMERIC
                PERFORM 2310-DLQ-INIT-PARA
                   THRU 2310-DLQ-INIT-EXIT
            END-IF.
            PERFORM 2320-ADB-ACCRUE-PARA
               THRU 2320-ADB-ACCRUE-EXIT.
            PERFORM 2330-APPLY-PARA
               THRU 2330-APPLY-EXIT.
            SUBTRACT PAY-AMT FROM DL-CACT-BALANCE.
            ADD PAY-AMT TO DL-CACT-CYC-PAYMENTS.
            MOVE PAY-DATE TO DL-CACT-LAST-PAY-DATE.
            MOVE PAY-AMT  TO DL-CACT-LAST-PAY-AMT.
            COMPUTE DL-CACT-OTB =
                    DL-CACT-CREDIT-LIMIT - DL-CACT-BALANCE
                  - DL-CACT-CYC-OVL-FEE - DL-CACT-BILLED-PEND.
            REWRITE DL-CACT-REC.
            IF WS-FS2 NOT = 00
                DISPLAY "REWRITE ERROR CARDACCT: " WS-FS2
                        " " DL-CACT-ACCT
                MOVE 0008 TO WS-RETURN-CD
                MOVE 10 TO WS-FS1
                GO TO 2300-PAY-EXIT
            END-IF.
            ADD 1 TO WS-POST-CT.
            ADD PAY-AMT     TO WS-POST-TOT.
            ADD WS-PD-APPL  TO WS-PD-APPL-TOT.
            ADD WS-CUR-APPL TO WS-CUR-APPL-TOT.
            MOVE DL-CACT-ACCT    TO DTL-ACCT.
            MOVE PAY-REF         TO DTL-REF.
            MOVE PAY-DATE        TO DTL-DATE.
            MOVE PAY-METHOD      TO DTL-METHOD.
            MOVE PAY-AMT         TO DTL-AMT.
            MOVE WS-PD-APPL      TO DTL-PD-APPL.
            MOVE WS-CUR-APPL     TO DTL-CUR-APPL.
            MOVE DL-CACT-BALANCE TO DTL-NEW-BAL.
            MOVE SPACES          TO DTL-NOTE.
            IF DL-CACT-DLQ-BLOCKED
                ADD 1 TO WS-DLQ-PAY-CT
                MOVE 'DLQ BLOCK' TO DTL-NOTE
            END-IF.
            MOVE WS-DTL-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2300-PAY-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AN ACCOUNT CARRIED OVER FROM BEFORE PAYMENT POSTING HAS
      *    NO PAYMENT OR DELINQUENCY FIELDS YET - IT STARTS CURRENT.
      *------------------------------------------------------
       2310-DLQ-INIT-PARA.
            IF DL-CACT-REGION = SPACES
                MOVE 'UNKNOWN' TO DL-CACT-REGION
            END-IF.
            MOVE 0 TO DL-CACT-CYC-PAYMENTS DL-CACT-LAST-PAY-AMT
                      DL-CACT-DUE-CUR DL-CACT-PD-AMT(1)
                      DL-CACT-PD-AMT(2) DL-CACT-PD-AMT(3)
                      DL-CACT-PD-AMT(4) DL-CACT-DLQ-BUCKET.
            MOVE SPACES TO DL-CACT-LAST-PAY-DATE DL-CACT-AGED-DUE-DATE
                           DL-CACT-DLQ-DATE.
       2310-DLQ-INIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ROLL THE AVERAGE DAILY BALANCE ACCUMULATOR FORWARD TO
      *    TODAY AT THE BALANCE HELD SINCE ITS LAST DATE, BEFORE
      *    THE PAYMENT CHANGES IT.  A DATE PAYCAL CANNOT READ
      *    LEAVES THE ACCUMULATOR AS IT IS.
      *------------------------------------------------------
       2320-ADB-ACCRUE-PARA.
            IF DL-CACT-ADB-DATE = SPACES
                MOVE WS-RUN-DATE TO DL-CACT-ADB-DATE
                GO TO 2320-ADB-ACCRUE-EXIT
            END-IF.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-CACT-ADB-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE      TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E' OR WS-CAL-DAYS < 0
                GO TO 2320-ADB-ACCRUE-EXIT
            END-IF.
            COMPUTE DL-CACT-ADB-SUM =
                    DL-CACT-ADB-SUM + DL-CACT-BALANCE * WS-CAL-DAYS.
            MOVE WS-RUN-DATE TO DL-CACT-ADB-DATE.
       2320-ADB-ACCRUE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    APPLY THE PAYMENT TO WHAT IS OWED OLDEST FIRST - 120+
      *    DAYS, 90, 60, 30, THEN THE CURRENT MINIMUM.  ANYTHING
      *    LEFT OVER SIMPLY REDUCES THE BALANCE.
      *------------------------------------------------------
       2330-APPLY-PARA.
            MOVE PAY-AMT TO WS-APPLY-LEFT.
            MOVE 0 TO WS-PD-APPL WS-CUR-APPL.
            PERFORM 2331-PD-APPLY-PARA
               THRU 2331-PD-APPLY-EXIT
               VARYING WS-PD-SUB FROM 4 BY -1
               UNTIL WS-PD-SUB < 1 OR WS-APPLY-LEFT NOT > 0.
            IF WS-APPLY-LEFT > 0 AND DL-CACT-DUE-CUR > 0
                IF WS-APPLY-LEFT < DL-CACT-DUE-CUR
                    MOVE WS-APPLY-LEFT TO WS-CUR-APPL
                ELSE
                    MOVE DL-CACT-DUE-CUR TO WS-CUR-APPL
                END-IF
                SUBTRACT WS-CUR-APPL FROM DL-CACT-DUE-CUR
                SUBTRACT WS-CUR-APPL FROM WS-APPLY-LEFT
            END-IF.
       2330-APPLY-EXIT.
            EXIT.
       2331-PD-APPLY-PARA.
            IF DL-CACT-PD-AMT(WS-PD-SUB) > 0
                IF WS-APPLY-LEFT < DL-CACT-PD-AMT(WS-PD-SUB)
                    MOVE WS-APPLY-LEFT TO WS-APPLY-AMT
                ELSE
                    MOVE DL-CACT-PD-AMT(WS-PD-SUB) TO WS-APPLY-AMT
                END-IF
                SUBTRACT WS-APPLY-AMT FROM DL-CACT-PD-AMT(WS-PD-SUB)
                SUBTRACT WS-APPLY-AMT FROM WS-APPLY-LEFT
                ADD WS-APPLY-AMT TO WS-PD-APPL
            END-IF.
       2331-PD-APPLY-EXIT.
            EXIT.
       2280-PAYCAL-PARA.
            CALL 'PAYCAL' USING WS-CAL-PARMS
               ON EXCEPTION
                   DISPLAY "PAYCAL NOT AVAILABLE"
                   MOVE 'E' TO WS-CAL-RESULT
            END-CALL.
       2280-PAYCAL-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    UNAPPLIED PAYMENT - SUSPENSE RECORD AND A REPORT LINE.
      *    THE SUSPENSE KEY IS THE ACCOUNT; THE REPORT LINE CARRIES
      *    THE REFERENCE AND AMOUNT SO THE ITEM CAN BE TRACED BACK
      *    TO THE LOCKBOX.
      *------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF PAY-AMT IS NUMERIC
                ADD PAY-AMT TO WS-REJ-TOT
            END-IF.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'PMTPOST'           TO DL-SUSP-PGM.
            MOVE PAY-ACCT-NBR        TO DL-SUSP-KEY.
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            MOVE SPACES TO RPT-REC.
            STRING PAY-ACCT-NBR DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PAY-REF DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PAY-DATE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PAY-AMT-X DELIMITED BY SIZE
                   '  UNAPPLIED ' DELIMITED BY SIZE
                   WS-REJ-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
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
            STRING 'PAYMENTS READ............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-POST-CT TO WS-CT-ED-1.
            MOVE WS-POST-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'PAYMENTS POSTED..........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PD-APPL-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING '  APPLIED TO PAST DUE....: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CUR-APPL-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING '  APPLIED TO CURRENT MIN.: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-DLQ-PAY-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ON DELINQUENCY-BLOCKED...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REJ-CT TO WS-CT-ED-1.
            MOVE WS-REJ-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'UNAPPLIED TO SUSPENSE....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE PAYIN CARDACCT RPTFILE SUSPFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'PMTPOST'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-POST-CT      TO DL-AUDIT-WRITE-CT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLQAGE.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    DAILY DELINQUENCY AGING OF THE CARD ACCOUNT MASTER,
      *    RUN AFTER PMTPOST HAS POSTED THE DAY'S PAYMENTS.
      *    FOR EVERY ACCOUNT NOT CHARGED OFF:
      *      - A CURRENT MINIMUM STILL OWING THE DAY AFTER ITS DUE
      *        DATE ROLLS INTO THE PAST DUE BUCKETS (30 -> 60 -> 90
      *        -> 120+), ONCE PER DUE DATE;
      *      - PAST DUE IS NEVER MORE THAN THE ACCOUNT OWES - A
      *        CREDIT OR PAYOFF CLEARS IT, NEWEST AMOUNTS FIRST;
      *      - THE DELINQUENCY BUCKET IS THE OLDEST BUCKET STILL
      *        OWING (0 CURRENT, 1 30, 2 60, 3 90, 4 120+ DAYS).
      *    AN ACCOUNT THAT WENT FROM CURRENT TO DELINQUENT, OR
      *    ROLLED TO A WORSE BUCKET, GOES ON THE DAY'S COLLECTIONS
      *    WORK QUEUE (DLCOLLQ).  AN OPEN ACCOUNT THAT ROLLS INTO
      *    THE BLOCK BUCKET ON DLQCTL IS SET TO STATUS 'D' SO WEEK4
      *    DECLINES ITS TRANSACTIONS; A 'D' ACCOUNT WHOSE PAYMENTS
      *    BRING IT BACK BELOW THE BLOCK BUCKET IS REOPENED.
      *    ACCOUNTS BLOCKED OR CLOSED BY THE CARD SERVICES DESK
      *    KEEP THEIR STATUS - THEY ARE AGED AND QUEUED ONLY.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE CARD ACCOUNT MASTER (DLCRDACT), READ IN KEY ORDER
      *    AND REWRITTEN WHEN THE AGING CHANGES AN ACCOUNT.
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD1
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    CONTROL CARDS: 'BLOCKBKT' IS THE BUCKET (1-4) AT WHICH
      *    A DELINQUENT ACCOUNT IS BLOCKED (DEFAULT 3, 90 DAYS);
      *    0 TURNS DELINQUENCY BLOCKING OFF.
      *------------------------------------------------------
           SELECT OPTIONAL DLQCTL ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    THE DAY'S COLLECTIONS WORK QUEUE (DLCOLLQ).
      *------------------------------------------------------
           SELECT COLLQ ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD4
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
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD DLQCTL.
       01 DLQCTL-REC.
           10 DCT-KEYWORD      PIC X(08).
           10 FILLER           PIC X(01).
           10 DCT-VALUE        PIC 9(05).
           10 FILLER           PIC X(66).
       FD COLLQ.
           COPY DLCOLLQ.
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
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-UPD-CT            PIC 9(07) VALUE 0.
       01 WS-CHGO-CT           PIC 9(07) VALUE 0.
       01 WS-ROLLED-CT         PIC 9(07) VALUE 0.
       01 WS-CLEARED-CT        PIC 9(07) VALUE 0.
       01 WS-QNEW-CT           PIC 9(07) VALUE 0.
       01 WS-QROLL-CT          PIC 9(07) VALUE 0.
       01 WS-BLOCK-CT          PIC 9(07) VALUE 0.
       01 WS-CURE-CT           PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-BLOCK-BKT         PIC 9(01) VALUE 3.
       01 WS-OLD-BUCKET        PIC 9(01).
       01 WS-BUCKET            PIC 9(01).
       01 WS-PD-SUB            PIC 9(01) COMP.
       01 WS-AGE-SUB           PIC 9(01) COMP.
       01 WS-CHG-SW            PIC X(01).
           88 WS-ACCT-CHANGED  VALUE 'Y'.
       01 WS-OWED              PIC S9(11)V9(02).
       01 WS-DUE-TOT           PIC S9(11)V9(02).
       01 WS-EXCESS            PIC S9(11)V9(02).
       01 WS-PAST-DUE          PIC S9(11)V9(02).
       01 WS-BUCKET-NM         PIC X(05).
       01 WS-OLD-BUCKET-NM     PIC X(05).
      *------------------------------------------------------
      *    AGING SUMMARY BY BUCKET AFTER TODAY'S RUN - ENTRY 1 IS
      *    CURRENT, 2-5 THE 30/60/90/120+ BUCKETS.
      *------------------------------------------------------
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 5 TIMES.
              10 AG-CT         PIC 9(07).
              10 AG-PAST-DUE   PIC S9(13)V9(02).
              10 AG-BALANCE    PIC S9(13)V9(02).
       01 WS-BUCKET-NAMES.
           05 FILLER           PIC X(05) VALUE 'CUR'.
           05 FILLER           PIC X(05) VALUE '30'.
           05 FILLER           PIC X(05) VALUE '60'.
           05 FILLER           PIC X(05) VALUE '90'.
           05 FILLER           PIC X(05) VALUE '120+'.
       01 WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BKT-NAME      PIC X(05) OCCURS 5 TIMES.
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
       01 WS-HDG-1.
           05 FILLER           PIC X(19) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'REGION'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE 'ACTION'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'FROM'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'TO'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '       PAST DUE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '        BALANCE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE 'STATUS'.
       01 WS-DTL-LINE.
           05 DTL-ACCT         PIC X(19).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-REGION       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-ACTION       PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FROM         PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-TO           PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-PAST-DUE     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-STATUS       PIC X(20).
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
            INITIALIZE WS-AGE-TABLE.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            PERFORM 1200-DLQCTL-PARA
               THRU 1200-DLQCTL-EXIT.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1200-DLQCTL-PARA.
            OPEN INPUT DLQCTL.
            EVALUATE TRUE
               WHEN WS-FS2 = 00 OR WS-FS2 = 05
                   PERFORM 1210-DLQCTL-READ-PARA
                      THRU 1210-DLQCTL-READ-EXIT
                      UNTIL WS-FS2 = 10
                   CLOSE DLQCTL
               WHEN OTHER
                   DISPLAY "DLQCTL NOT AVAILABLE - DEFAULT BLOCK "
                           "BUCKET " WS-BLOCK-BKT
            END-EVALUATE.
            DISPLAY "DELINQUENCY BLOCK BUCKET: " WS-BLOCK-BKT.
       1200-DLQCTL-EXIT.
            EXIT.
       1210-DLQCTL-READ-PARA.
            READ DLQCTL.
            IF WS-FS2 = 00
                EVALUATE TRUE
                   WHEN DCT-KEYWORD = 'BLOCKBKT' AND
                        DCT-VALUE IS NUMERIC AND
                        DCT-VALUE NOT > 4
                       MOVE DCT-VALUE TO WS-BLOCK-BKT
                   WHEN DCT-KEYWORD = 'BLOCKBKT'
                       DISPLAY "DLQCTL BLOCKBKT NOT 0-4 - IGNORED: "
                               DCT-VALUE
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
            END-IF.
       1210-DLQCTL-READ-EXIT.
            EXIT.
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'DLQAGE'    TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "DLQAGE ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'DLQAGE'    TO WS-RUNC-PGM.
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
            OPEN OUTPUT COLLQ.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN COLLQ SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR COLLQ: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS4
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
            STRING 'CARD DELINQUENCY AGING - BUSINESS DATE '
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
      *    AGE ONE ACCOUNT.
      *------------------------------------------------------
       2300-ACCT-PARA.
            IF DL-CACT-CHARGED-OFF
                ADD 1 TO WS-CHGO-CT
                GO TO 2300-ACCT-EXIT
            END-IF.
            MOVE 'N' TO WS-CHG-SW.
            IF DL-CACT-DLQ-BUCKET NOT NUMERIC
                PERFORM 2310-DLQ-INIT-PARA
                   THRU 2310-DLQ-INIT-EXIT
                MOVE 'Y' TO WS-CHG-SW
            END-IF.
            MOVE DL-CACT-DLQ-BUCKET TO WS-OLD-BUCKET.
            PERFORM 2320-ROLL-PARA
               THRU 2320-ROLL-EXIT.
            PERFORM 2330-CAP-PARA
               THRU 2330-CAP-EXIT.
            COMPUTE WS-PAST-DUE = DL-CACT-PD-AMT(1) + DL-CACT-PD-AMT(2)
                                + DL-CACT-PD-AMT(3) + DL-CACT-PD-AMT(4).
            MOVE 0 TO WS-BUCKET.
            PERFORM 2356-BUCKET-SCAN-PARA
               THRU 2356-BUCKET-SCAN-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 4.
            IF WS-BUCKET NOT = DL-CACT-DLQ-BUCKET
                MOVE WS-BUCKET   TO DL-CACT-DLQ-BUCKET
                MOVE WS-RUN-DATE TO DL-CACT-DLQ-DATE
                MOVE 'Y' TO WS-CHG-SW
            END-IF.
            MOVE SPACES TO DTL-STATUS.
            IF WS-BUCKET > WS-OLD-BUCKET
                PERFORM 2340-BLOCK-PARA
                   THRU 2340-BLOCK-EXIT
                PERFORM 2400-QUEUE-PARA
                   THRU 2400-QUEUE-EXIT
            ELSE
                IF DL-CACT-DLQ-BLOCKED AND
                   (WS-BLOCK-BKT = 0 OR WS-BUCKET < WS-BLOCK-BKT)
                    PERFORM 2350-CURE-PARA
                       THRU 2350-CURE-EXIT
                END-IF
            END-IF.
            COMPUTE WS-AGE-SUB = WS-BUCKET + 1.
            ADD 1               TO AG-CT(WS-AGE-SUB).
            ADD WS-PAST-DUE     TO AG-PAST-DUE(WS-AGE-SUB).
            ADD DL-CACT-BALANCE TO AG-BALANCE(WS-AGE-SUB).
            IF NOT WS-ACCT-CHANGED
                GO TO 2300-ACCT-EXIT
            END-IF.
            REWRITE DL-CACT-REC.
            IF WS-FS1 NOT = 00
                DISPLAY "REWRITE ERROR CARDACCT: " WS-FS1
                        " " DL-CACT-ACCT
                MOVE 0008 TO WS-RETURN-CD
                MOVE 10 TO WS-FS1
                GO TO 2300-ACCT-EXIT
            END-IF.
            ADD 1 TO WS-UPD-CT.
       2300-ACCT-EXIT.
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
      *    THE CURRENT MINIMUM STILL OWING AFTER ITS DUE DATE HAS
      *    PASSED BECOMES 30 DAYS PAST DUE AND EVERY OLDER BUCKET
      *    MOVES DOWN ONE.  AGED-DUE-DATE STOPS THE SAME DUE DATE
      *    ROLLING TWICE.  THE DUE DATE ITSELF IS STILL ON TIME.
      *------------------------------------------------------
       2320-ROLL-PARA.
            IF DL-CACT-DUE-CUR NOT > 0 OR
               DL-CACT-DUE-DATE = SPACES OR
               DL-CACT-AGED-DUE-DATE = DL-CACT-DUE-DATE
                GO TO 2320-ROLL-EXIT
            END-IF.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-CACT-DUE-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE      TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                DISPLAY "DUE DATE NOT VALID - NOT AGED: " DL-CACT-ACCT
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
                GO TO 2320-ROLL-EXIT
            END-IF.
            IF WS-CAL-DAYS NOT > 0
                GO TO 2320-ROLL-EXIT
            END-IF.
            ADD DL-CACT-PD-AMT(3) TO DL-CACT-PD-AMT(4).
            MOVE DL-CACT-PD-AMT(2) TO DL-CACT-PD-AMT(3).
            MOVE DL-CACT-PD-AMT(1) TO DL-CACT-PD-AMT(2).
            MOVE DL-CACT-DUE-CUR   TO DL-CACT-PD-AMT(1).
            MOVE 0                 TO DL-CACT-DUE-CUR.
            MOVE DL-CACT-DUE-DATE  TO DL-CACT-AGED-DUE-DATE.
            MOVE 'Y' TO WS-CHG-SW.
            ADD 1 TO WS-ROLLED-CT.
       2320-ROLL-EXIT.
            EXIT.
      *------------------------------------------------------
      *    WHAT IS DUE CANNOT EXCEED WHAT THE ACCOUNT OWES (THE
      *    BALANCE PLUS CHARGES BILLED BUT NOT YET POSTED).  A
      *    CREDIT OR REVERSAL THAT BRINGS THE BALANCE DOWN TAKES
      *    THE EXCESS OFF THE NEWEST AMOUNTS FIRST - THE CURRENT
      *    MINIMUM, THEN 30, 60, 90, 120+.
      *------------------------------------------------------
       2330-CAP-PARA.
            COMPUTE WS-OWED = DL-CACT-BALANCE + DL-CACT-BILLED-PEND.
            COMPUTE WS-DUE-TOT = DL-CACT-DUE-CUR
                               + DL-CACT-PD-AMT(1) + DL-CACT-PD-AMT(2)
                               + DL-CACT-PD-AMT(3) + DL-CACT-PD-AMT(4).
            IF WS-DUE-TOT NOT > 0
                GO TO 2330-CAP-EXIT
            END-IF.
            IF WS-OWED < 0
                MOVE 0 TO WS-OWED
            END-IF.
            IF WS-DUE-TOT NOT > WS-OWED
                GO TO 2330-CAP-EXIT
            END-IF.
            COMPUTE WS-EXCESS = WS-DUE-TOT - WS-OWED.
            IF DL-CACT-DUE-CUR > WS-EXCESS
                SUBTRACT WS-EXCESS FROM DL-CACT-DUE-CUR
                MOVE 0 TO WS-EXCESS
            ELSE
                SUBTRACT DL-CACT-DUE-CUR FROM WS-EXCESS
                MOVE 0 TO DL-CACT-DUE-CUR
            END-IF.
            PERFORM 2331-CAP-BUCKET-PARA
               THRU 2331-CAP-BUCKET-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 4 OR WS-EXCESS NOT > 0.
            MOVE 'Y' TO WS-CHG-SW.
            ADD 1 TO WS-CLEARED-CT.
       2330-CAP-EXIT.
            EXIT.
       2331-CAP-BUCKET-PARA.
            IF DL-CACT-PD-AMT(WS-PD-SUB) > WS-EXCESS
                SUBTRACT WS-EXCESS FROM DL-CACT-PD-AMT(WS-PD-SUB)
                MOVE 0 TO WS-EXCESS
            ELSE
                SUBTRACT DL-CACT-PD-AMT(WS-PD-SUB) FROM WS-EXCESS
                MOVE 0 TO DL-CACT-PD-AMT(WS-PD-SUB)
            END-IF.
       2331-CAP-BUCKET-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AN OPEN ACCOUNT THAT HAS ROLLED INTO THE BLOCK BUCKET
      *    IS BLOCKED FOR DELINQUENCY.  DESK STATUSES ARE LEFT
      *    ALONE.
      *------------------------------------------------------
       2340-BLOCK-PARA.
            IF WS-BLOCK-BKT = 0 OR WS-BUCKET < WS-BLOCK-BKT OR
               NOT DL-CACT-OPEN
                GO TO 2340-BLOCK-EXIT
            END-IF.
            MOVE 'D'         TO DL-CACT-STATUS.
            MOVE WS-RUN-DATE TO DL-CACT-STATUS-DATE.
            MOVE 'Y' TO WS-CHG-SW.
            ADD 1 TO WS-BLOCK-CT.
            MOVE 'BLOCKED - DELINQUENT' TO DTL-STATUS.
       2340-BLOCK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A DELINQUENCY-BLOCKED ACCOUNT PAID BACK BELOW THE BLOCK
      *    BUCKET IS REOPENED.
      *------------------------------------------------------
       2350-CURE-PARA.
            MOVE 'O'         TO DL-CACT-STATUS.
            MOVE WS-RUN-DATE TO DL-CACT-STATUS-DATE.
            MOVE 'Y' TO WS-CHG-SW.
            ADD 1 TO WS-CURE-CT.
            MOVE WS-BKT-NAME(WS-OLD-BUCKET + 1) TO WS-OLD-BUCKET-NM.
            MOVE WS-BKT-NAME(WS-BUCKET + 1)     TO WS-BUCKET-NM.
            MOVE DL-CACT-ACCT    TO DTL-ACCT.
            MOVE DL-CACT-REGION  TO DTL-REGION.
            MOVE 'CURED'         TO DTL-ACTION.
            MOVE WS-OLD-BUCKET-NM TO DTL-FROM.
            MOVE WS-BUCKET-NM    TO DTL-TO.
            MOVE WS-PAST-DUE     TO DTL-PAST-DUE.
            MOVE DL-CACT-BALANCE TO DTL-BALANCE.
            MOVE 'REOPENED'      TO DTL-STATUS.
            MOVE WS-DTL-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2350-CURE-EXIT.
            EXIT.
       2356-BUCKET-SCAN-PARA.
            IF DL-CACT-PD-AMT(WS-PD-SUB) > 0
                MOVE WS-PD-SUB TO WS-BUCKET
            END-IF.
       2356-BUCKET-SCAN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    NEWLY DELINQUENT OR ROLLED WORSE - QUEUE THE ACCOUNT
      *    FOR COLLECTIONS AND LIST IT.
      *------------------------------------------------------
       2400-QUEUE-PARA.
            MOVE SPACES              TO DL-COLQ-REC.
            MOVE DL-CACT-ACCT        TO DL-COLQ-ACCT.
            MOVE WS-RUN-DATE         TO DL-COLQ-QUEUE-DATE.
            IF WS-OLD-BUCKET = 0
                MOVE 'NEW '          TO DL-COLQ-ACTION
                ADD 1 TO WS-QNEW-CT
            ELSE
                MOVE 'ROLL'          TO DL-COLQ-ACTION
                ADD 1 TO WS-QROLL-CT
            END-IF.
            MOVE WS-OLD-BUCKET       TO DL-COLQ-OLD-BUCKET.
            MOVE WS-BUCKET           TO DL-COLQ-NEW-BUCKET.
            IF DL-CACT-DLQ-BLOCKED
                MOVE 'Y'             TO DL-COLQ-BLOCKED
            ELSE
                MOVE 'N'             TO DL-COLQ-BLOCKED
            END-IF.
            MOVE DL-CACT-REGION      TO DL-COLQ-REGION.
            MOVE DL-CACT-STATUS      TO DL-COLQ-STATUS.
            MOVE DL-CACT-BALANCE     TO DL-COLQ-BALANCE.
            MOVE WS-PAST-DUE         TO DL-COLQ-PAST-DUE.
            MOVE DL-CACT-PD-AMT(1)   TO DL-COLQ-PD-AMT(1).
            MOVE DL-CACT-PD-AMT(2)   TO DL-COLQ-PD-AMT(2).
            MOVE DL-CACT-PD-AMT(3)   TO DL-COLQ-PD-AMT(3).
            MOVE DL-CACT-PD-AMT(4)   TO DL-COLQ-PD-AMT(4).
            MOVE DL-CACT-AGED-DUE-DATE TO DL-COLQ-DUE-DATE.
            MOVE DL-CACT-LAST-PAY-DATE TO DL-COLQ-LAST-PAY-DATE.
            MOVE DL-CACT-LAST-PAY-AMT  TO DL-COLQ-LAST-PAY-AMT.
            MOVE DL-CACT-CREDIT-LIMIT  TO DL-COLQ-CREDIT-LIMIT.
            WRITE DL-COLQ-REC.
            IF WS-FS3 NOT = 00
                DISPLAY "WRITE ERROR COLLQ: " WS-FS3
                        " " DL-CACT-ACCT
                MOVE 0008 TO WS-RETURN-CD
                MOVE 10 TO WS-FS1
            END-IF.
            MOVE WS-BKT-NAME(WS-OLD-BUCKET + 1) TO WS-OLD-BUCKET-NM.
            MOVE WS-BKT-NAME(WS-BUCKET + 1)     TO WS-BUCKET-NM.
            MOVE DL-CACT-ACCT    TO DTL-ACCT.
            MOVE DL-CACT-REGION  TO DTL-REGION.
            MOVE DL-COLQ-ACTION  TO DTL-ACTION.
            MOVE WS-OLD-BUCKET-NM TO DTL-FROM.
            MOVE WS-BUCKET-NM    TO DTL-TO.
            MOVE WS-PAST-DUE     TO DTL-PAST-DUE.
            MOVE DL-CACT-BALANCE TO DTL-BALANCE.
            MOVE WS-DTL-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2400-QUEUE-EXIT.
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
       2800-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            STRING 'AGING AFTER TODAY''S RUN   ACCOUNTS'
                   DELIMITED BY SIZE
                   '               PAST DUE' DELIMITED BY SIZE
                   '                BALANCE' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2810-AGE-LINE-PARA
               THRU 2810-AGE-LINE-EXIT
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5.
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
            MOVE WS-CHGO-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CHARGED OFF - NOT AGED...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-ROLLED-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'MINIMUMS ROLLED PAST DUE.: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CLEARED-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'DUE REDUCED TO BALANCE...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-QNEW-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'QUEUED - NEWLY DELINQUENT: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-QROLL-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'QUEUED - ROLLED WORSE....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BLOCK-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'BLOCKED FOR DELINQUENCY..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CURE-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CURED AND REOPENED.......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-UPD-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS UPDATED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2810-AGE-LINE-PARA.
            MOVE AG-CT(WS-AGE-SUB)       TO WS-CT-ED-1.
            MOVE AG-PAST-DUE(WS-AGE-SUB) TO WS-AMT-ED-1.
            MOVE AG-BALANCE(WS-AGE-SUB)  TO WS-AMT-ED-2.
            MOVE SPACES TO RPT-REC.
            STRING '  BUCKET ' DELIMITED BY SIZE
                   WS-BKT-NAME(WS-AGE-SUB) DELIMITED BY SIZE
                   '           ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AMT-ED-2 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2810-AGE-LINE-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE CARDACCT COLLQ RPTFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'DLQAGE'        TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-UPD-CT       TO DL-AUDIT-WRITE-CT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE CARD SERVICES DESK'S MAINTENANCE CARDS - ONE PER
      *    ACCOUNT OPENED, CREDIT LIMIT, STATUS, ACCOUNT TYPE OR
      *    REGION CHANGED.
      *------------------------------------------------------
           SELECT CARDIN ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    THE CARD ACCOUNT MASTER (DLCRDACT) WEEK4 AUTHORIZES
      *    AND POSTS AGAINST.
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
      *    REJECTED CARDS, IN THE SUITE'S COMMON SUSPENSE FORMAT.
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
       FD CARDIN.
       01 CARD-REC.
           10 CD-ACTION        PIC X(01).
               88 CD-ADD       VALUE 'A'.
               88 CD-LIMIT     VALUE 'L'.
               88 CD-STATUS    VALUE 'S'.
               88 CD-TYPE      VALUE 'T'.
               88 CD-REGION-CHG VALUE 'R'.
           10 FILLER           PIC X(01).
           10 CD-ACCT          PIC X(19).
           10 FILLER           PIC X(01).
           10 CD-NEW-STATUS    PIC X(01).
           10 FILLER           PIC X(01).
           10 CD-LIMIT-X       PIC X(11).
           10 CD-LIMIT-AMT REDEFINES CD-LIMIT-X
                               PIC 9(09)V9(02).
           10 FILLER           PIC X(01).
           10 CD-OPEN-BAL-X    PIC X(13).
           10 CD-OPEN-BAL REDEFINES CD-OPEN-BAL-X
                               PIC 9(11)V9(02).
           10 FILLER           PIC X(01).
           10 CD-ACCT-TYPE     PIC X(02).
           10 FILLER           PIC X(01).
           10 CD-REGION        PIC X(08).
           10 FILLER           PIC X(19).
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
      *    MAINTAIN THE CARD ACCOUNT MASTER FROM THE DESK'S CARDS.
      *      A - OPEN A NEW ACCOUNT.  LIMIT REQUIRED; AN OPENING
      *          BALANCE MAY BE GIVEN WHEN AN ACCOUNT IS BROUGHT
      *          OVER FROM THE OLD SYSTEM.  STATUS IS OPEN.
      *          ACCOUNT TYPE (COLS 51-52) KEYS THE APR ON APRCTL;
      *          BLANK DEFAULTS TO 'ST' (STANDARD).  THE BILLING
      *          CYCLE STARTS ON THE RUN DATE WITH THE OPENING
      *          BALANCE AS THE PREVIOUS STATEMENT BALANCE.
      *          REGION (COLS 54-61) GROUPS THE ACCOUNT ON THE
      *          DELINQUENCY ROLL-RATE REPORT; BLANK IS 'UNKNOWN'.
      *      L - CHANGE THE CREDIT LIMIT ON AN OPEN OR BLOCKED
      *          ACCOUNT.  OPEN-TO-BUY IS RECOMPUTED.
      *      S - CHANGE THE STATUS (O/B/C/X).  CHARGE-OFF IS FINAL.
      *          STATUS D (DELINQUENT) IS SET AND LIFTED ONLY BY
      *          DLQAGE; AN 'O' CARD ON A D ACCOUNT REOPENS IT
      *          UNTIL THE ACCOUNT ROLLS TO A WORSE BUCKET.
      *      T - CHANGE THE ACCOUNT TYPE.  THE NEW APR APPLIES TO
      *          THE WHOLE OF THE CYCLE THE NEXT CLOSE BILLS.
      *      R - CHANGE THE REGION.
      *    A CARD THAT FAILS ITS EDIT GOES TO SUSPENSE WITH THE
      *    REASON AND THE RUN ENDS RC 4 SO THE DESK SEES IT.
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-ADD-CT            PIC 9(07) VALUE 0.
       01 WS-LIMIT-CT          PIC 9(07) VALUE 0.
       01 WS-STATUS-CT         PIC 9(07) VALUE 0.
       01 WS-TYPE-CT           PIC 9(07) VALUE 0.
       01 WS-REGION-CT         PIC 9(07) VALUE 0.
       01 WS-REJ-CT            PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-REJ-CODE          PIC X(04).
       01 WS-REJ-REASON        PIC X(26).
       01 WS-OLD-STATUS        PIC X(01).
       01 WS-OLD-TYPE          PIC X(02).
       01 WS-OLD-REGION        PIC X(08).
       01 WS-OLD-LIMIT         PIC S9(09)V9(02).
       01 WS-AMT-ED-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-ED-2          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
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
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'ACCTMNT'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "ACCTMNT ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'ACCTMNT'   TO WS-RUNC-PGM.
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
            OPEN INPUT CARDIN.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN CARDIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDIN: " WS-FS1
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
            STRING 'CARD ACCOUNT MAINTENANCE - BUSINESS DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2100-OPEN-EXIT.
            EXIT.
       2200-READ-PARA.
            READ CARDIN.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2300-CARD-PARA
                      THRU 2300-CARD-EXIT
               WHEN 10
                   DISPLAY "MAINTENANCE CARDS READ: " WS-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR CARDIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE CARD - READ THE ACCOUNT, EDIT THE CARD AGAINST IT,
      *    THEN APPLY OR REJECT.
      *------------------------------------------------------
       2300-CARD-PARA.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON.
            IF CD-ACCT = SPACES
                MOVE 'NOAC' TO WS-REJ-CODE
                MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2300-CARD-EXIT
            END-IF.
            MOVE CD-ACCT TO DL-CACT-ACCT.
            READ CARDACCT.
            EVALUATE TRUE
               WHEN WS-FS2 = 00
                   CONTINUE
               WHEN WS-FS2 = 23
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
                   GO TO 2300-CARD-EXIT
            END-EVALUATE.
            EVALUATE TRUE
               WHEN CD-ADD
                   PERFORM 2400-ADD-PARA
                      THRU 2400-ADD-EXIT
               WHEN CD-LIMIT
                   PERFORM 2500-LIMIT-PARA
                      THRU 2500-LIMIT-EXIT
               WHEN CD-STATUS
                   PERFORM 2600-STATUS-PARA
                      THRU 2600-STATUS-EXIT
               WHEN CD-TYPE
                   PERFORM 2650-TYPE-PARA
                      THRU 2650-TYPE-EXIT
               WHEN CD-REGION-CHG
                   PERFORM 2660-REGION-PARA
                      THRU 2660-REGION-EXIT
               WHEN OTHER
                   MOVE 'ACTN' TO WS-REJ-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
            END-EVALUATE.
       2300-CARD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    OPEN A NEW ACCOUNT.
      *------------------------------------------------------
       2400-ADD-PARA.
            EVALUATE TRUE
               WHEN WS-FS2 = 00
                   MOVE 'DUPL' TO WS-REJ-CODE
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-REJ-REASON
               WHEN CD-LIMIT-AMT NOT NUMERIC
                   MOVE 'LIMT' TO WS-REJ-CODE
                   MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-REJ-REASON
               WHEN CD-OPEN-BAL-X NOT = SPACES AND
                    CD-OPEN-BAL NOT NUMERIC
                   MOVE 'OBAL' TO WS-REJ-CODE
                   MOVE 'OPENING BALANCE NOT NUMERIC'
                     TO WS-REJ-REASON
               WHEN CD-NEW-STATUS NOT = SPACE AND
                    CD-NEW-STATUS NOT = 'O'
                   MOVE 'STAT' TO WS-REJ-CODE
                   MOVE 'NEW ACCOUNT MUST BE OPEN' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2400-ADD-EXIT
            END-IF.
            MOVE SPACES TO DL-CACT-REC.
            MOVE CD-ACCT TO DL-CACT-ACCT.
            MOVE 'O' TO DL-CACT-STATUS.
            MOVE WS-RUN-DATE TO DL-CACT-STATUS-DATE.
            MOVE WS-RUN-DATE TO DL-CACT-OPEN-DATE.
            MOVE CD-LIMIT-AMT TO DL-CACT-CREDIT-LIMIT.
            IF CD-OPEN-BAL-X = SPACES
                MOVE 0 TO DL-CACT-BALANCE
            ELSE
                MOVE CD-OPEN-BAL TO DL-CACT-BALANCE
            END-IF.
            COMPUTE DL-CACT-OTB =
                    DL-CACT-CREDIT-LIMIT - DL-CACT-BALANCE.
            MOVE 0 TO DL-CACT-CYC-OVL-FEE.
            MOVE 0 TO DL-CACT-OVL-FEE-CT.
            MOVE WS-RUN-DATE TO DL-CACT-MAINT-DATE.
            IF CD-ACCT-TYPE = SPACES
                MOVE 'ST' TO DL-CACT-ACCT-TYPE
            ELSE
                MOVE CD-ACCT-TYPE TO DL-CACT-ACCT-TYPE
            END-IF.
            MOVE DL-CACT-BALANCE TO DL-CACT-STMT-BAL.
            MOVE WS-RUN-DATE TO DL-CACT-STMT-DATE.
            MOVE WS-RUN-DATE TO DL-CACT-ADB-DATE.
            MOVE 0 TO DL-CACT-MIN-DUE DL-CACT-BILLED-PEND
                      DL-CACT-CYC-PURCH DL-CACT-CYC-CREDITS
                      DL-CACT-ADB-SUM.
            IF CD-REGION = SPACES
                MOVE 'UNKNOWN' TO DL-CACT-REGION
            ELSE
                MOVE CD-REGION TO DL-CACT-REGION
            END-IF.
            MOVE 0 TO DL-CACT-CYC-PAYMENTS DL-CACT-LAST-PAY-AMT
                      DL-CACT-DUE-CUR DL-CACT-PD-AMT(1)
                      DL-CACT-PD-AMT(2) DL-CACT-PD-AMT(3)
                      DL-CACT-PD-AMT(4) DL-CACT-DLQ-BUCKET.
            WRITE DL-CACT-REC.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-ADD-CT
                   MOVE DL-CACT-CREDIT-LIMIT TO WS-AMT-ED-1
                   MOVE DL-CACT-BALANCE TO WS-AMT-ED-2
                   MOVE SPACES TO RPT-REC
                   STRING 'OPENED      ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  LIMIT ' DELIMITED BY SIZE
                          WS-AMT-ED-1 DELIMITED BY SIZE
                          '  BALANCE ' DELIMITED BY SIZE
                          WS-AMT-ED-2 DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN 22
                   MOVE 'DUPL' TO WS-REJ-CODE
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
               WHEN OTHER
                   DISPLAY "WRITE ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2400-ADD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    CREDIT LIMIT CHANGE.  A LIMIT BELOW THE BALANCE IS
      *    ALLOWED (THE DESK CUTS LIMITS ON RISK REVIEW) - THE
      *    OPEN-TO-BUY SIMPLY GOES NEGATIVE.
      *------------------------------------------------------
       2500-LIMIT-PARA.
            EVALUATE TRUE
               WHEN WS-FS2 = 23
                   MOVE 'NOTF' TO WS-REJ-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
               WHEN DL-CACT-CLOSED OR DL-CACT-CHARGED-OFF
                   MOVE 'ACLS' TO WS-REJ-CODE
                   MOVE 'ACCOUNT CLOSED/CHARGED OFF' TO WS-REJ-REASON
               WHEN CD-LIMIT-AMT NOT NUMERIC
                   MOVE 'LIMT' TO WS-REJ-CODE
                   MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-REJ-REASON
               WHEN CD-LIMIT-AMT = DL-CACT-CREDIT-LIMIT
                   MOVE 'NCHG' TO WS-REJ-CODE
                   MOVE 'LIMIT SAME AS CURRENT' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2500-LIMIT-EXIT
            END-IF.
            MOVE DL-CACT-CREDIT-LIMIT TO WS-OLD-LIMIT.
            MOVE CD-LIMIT-AMT TO DL-CACT-CREDIT-LIMIT.
            COMPUTE DL-CACT-OTB =
                    DL-CACT-CREDIT-LIMIT - DL-CACT-BALANCE
                  - DL-CACT-CYC-OVL-FEE - DL-CACT-BILLED-PEND.
            MOVE WS-RUN-DATE TO DL-CACT-MAINT-DATE.
            REWRITE DL-CACT-REC.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-LIMIT-CT
                   MOVE WS-OLD-LIMIT TO WS-AMT-ED-1
                   MOVE DL-CACT-CREDIT-LIMIT TO WS-AMT-ED-2
                   MOVE SPACES TO RPT-REC
                   STRING 'LIMIT       ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  FROM  ' DELIMITED BY SIZE
                          WS-AMT-ED-1 DELIMITED BY SIZE
                          '  TO      ' DELIMITED BY SIZE
                          WS-AMT-ED-2 DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "REWRITE ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2500-LIMIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    STATUS CHANGE.  AN ACCOUNT ONCE CHARGED OFF STAYS
      *    CHARGED OFF - RECOVERIES ARE HANDLED OUTSIDE THE MASTER.
      *------------------------------------------------------
       2600-STATUS-PARA.
            EVALUATE TRUE
               WHEN WS-FS2 = 23
                   MOVE 'NOTF' TO WS-REJ-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
               WHEN CD-NEW-STATUS NOT = 'O' AND
                    CD-NEW-STATUS NOT = 'B' AND
                    CD-NEW-STATUS NOT = 'C' AND
                    CD-NEW-STATUS NOT = 'X'
                   MOVE 'STAT' TO WS-REJ-CODE
                   MOVE 'INVALID STATUS CODE' TO WS-REJ-REASON
               WHEN DL-CACT-CHARGED-OFF
                   MOVE 'CHGO' TO WS-REJ-CODE
                   MOVE 'ACCOUNT ALREADY CHARGED OFF' TO WS-REJ-REASON
               WHEN CD-NEW-STATUS = DL-CACT-STATUS
                   MOVE 'NCHG' TO WS-REJ-CODE
                   MOVE 'STATUS SAME AS CURRENT' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2600-STATUS-EXIT
            END-IF.
            MOVE DL-CACT-STATUS TO WS-OLD-STATUS.
            MOVE CD-NEW-STATUS TO DL-CACT-STATUS.
            MOVE WS-RUN-DATE TO DL-CACT-STATUS-DATE.
            MOVE WS-RUN-DATE TO DL-CACT-MAINT-DATE.
            REWRITE DL-CACT-REC.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-STATUS-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'STATUS      ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  FROM ' DELIMITED BY SIZE
                          WS-OLD-STATUS DELIMITED BY SIZE
                          '  TO ' DELIMITED BY SIZE
                          DL-CACT-STATUS DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "REWRITE ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2600-STATUS-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ACCOUNT TYPE CHANGE (PRICING TIER).
      *------------------------------------------------------
       2650-TYPE-PARA.
            EVALUATE TRUE
               WHEN WS-FS2 = 23
                   MOVE 'NOTF' TO WS-REJ-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
               WHEN CD-ACCT-TYPE = SPACES
                   MOVE 'TYPE' TO WS-REJ-CODE
                   MOVE 'ACCOUNT TYPE MISSING' TO WS-REJ-REASON
               WHEN DL-CACT-CHARGED-OFF
                   MOVE 'CHGO' TO WS-REJ-CODE
                   MOVE 'ACCOUNT ALREADY CHARGED OFF' TO WS-REJ-REASON
               WHEN CD-ACCT-TYPE = DL-CACT-ACCT-TYPE
                   MOVE 'NCHG' TO WS-REJ-CODE
                   MOVE 'TYPE SAME AS CURRENT' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2650-TYPE-EXIT
            END-IF.
            MOVE DL-CACT-ACCT-TYPE TO WS-OLD-TYPE.
            MOVE CD-ACCT-TYPE TO DL-CACT-ACCT-TYPE.
            MOVE WS-RUN-DATE TO DL-CACT-MAINT-DATE.
            REWRITE DL-CACT-REC.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-TYPE-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'TYPE        ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  FROM ' DELIMITED BY SIZE
                          WS-OLD-TYPE DELIMITED BY SIZE
                          '  TO ' DELIMITED BY SIZE
                          DL-CACT-ACCT-TYPE DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "REWRITE ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2650-TYPE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    REGION CHANGE.  THE ROLL-RATE REPORT GROUPS THE ACCOUNT
      *    UNDER ITS REGION AT MONTH END.
      *------------------------------------------------------
       2660-REGION-PARA.
            EVALUATE TRUE
               WHEN WS-FS2 = 23
                   MOVE 'NOTF' TO WS-REJ-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
               WHEN CD-REGION = SPACES
                   MOVE 'REGN' TO WS-REJ-CODE
                   MOVE 'REGION MISSING' TO WS-REJ-REASON
               WHEN CD-REGION = DL-CACT-REGION
                   MOVE 'NCHG' TO WS-REJ-CODE
                   MOVE 'REGION SAME AS CURRENT' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2660-REGION-EXIT
            END-IF.
            MOVE DL-CACT-REGION TO WS-OLD-REGION.
            MOVE CD-REGION TO DL-CACT-REGION.
            MOVE WS-RUN-DATE TO DL-CACT-MAINT-DATE.
            REWRITE DL-CACT-REC.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-REGION-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'REGION      ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  FROM ' DELIMITED BY SIZE
                          WS-OLD-REGION DELIMITED BY SIZE
                          '  TO ' DELIMITED BY SIZE
                          DL-CACT-REGION DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "REWRITE ERROR CARDACCT: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2660-REGION-EXIT.
            EXIT.
      *------------------------------------------------------
      *    REJECTED CARD - SUSPENSE RECORD AND A REPORT LINE.
      *------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'ACCTMNT'           TO DL-SUSP-PGM.
            MOVE CD-ACCT             TO DL-SUSP-KEY.
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'REJECTED ' DELIMITED BY SIZE
                   CD-ACTION DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CD-ACCT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-REJ-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-REJ-REASON DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2700-REJECT-EXIT.
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
            MOVE WS-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CARDS READ...............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-ADD-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS OPENED..........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-LIMIT-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'LIMIT CHANGES............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-STATUS-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'STATUS CHANGES...........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-TYPE-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'TYPE CHANGES.............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REGION-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'REGION CHANGES...........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REJ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CARDS REJECTED...........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE CARDIN CARDACCT RPTFILE SUSPFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'ACCTMNT'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                COMPUTE DL-AUDIT-WRITE-CT =
                        WS-ADD-CT + WS-LIMIT-CT + WS-STATUS-CT
                      + WS-TYPE-CT + WS-REGION-CT
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

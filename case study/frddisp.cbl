       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDDISP.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    NIGHTLY ACTION ON FRAUD CASE DISPOSITIONS, RUN AFTER
      *    WEEK4.  EVERY CASE (DLFRDCS) AN INVESTIGATOR DISPOSED
      *    ON THE FRDCASE TRANSACTION SINCE THE LAST RUN (STATUS
      *    'D') IS ACTED ON AND CLOSED:
      *      CONFIRMED FRAUD   - THE CARD ACCOUNT IS BLOCKED
      *                          (STATUS 'B') UNLESS THE DESK HAS
      *                          ALREADY BLOCKED, CLOSED OR CHARGED
      *                          IT OFF, AND AN 'R' REVERSAL IS
      *                          WRITTEN FOR EVERY PURCHASE ON THE
      *                          REFERENCE HISTORY DATED ON OR AFTER
      *                          THE CASE'S FRAUD-FROM DATE AND NOT
      *                          ALREADY REVERSED.  WEEK4 POSTS THE
      *                          REVERSALS ON ITS NEXT RUN.
      *      FALSE POSITIVE /  - THE ACCOUNT IS CLEARED FOR FLAGGED
      *      CUSTOMER VERIFIED   TRANSACTIONS DATED UP TO 'CLEARDAY'
      *                          DAYS (FRDCTL, DEFAULT 30) AFTER
      *                          TODAY.  WEEK4 RELEASED THE HELD
      *                          ITEMS AS SOON AS THE DISPOSITION
      *                          WAS KEYED.
      *    PURCHASES OLDER THAN THE REFERENCE HISTORY WINDOW HAVE
      *    AGED OFF IT AND CANNOT BE REVERSED HERE; THE REPORT
      *    SHOWS THE EARLIEST DATE THE HISTORY STILL COVERS.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE FRAUD CASE FILE, READ IN KEY ORDER AND REWRITTEN
      *    AS EACH DISPOSED CASE IS CLOSED.
      *------------------------------------------------------
           SELECT FRDCASE ASSIGN DD1
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY DL-FCS-ACCT
           FILE STATUS WS-FS1.
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD2
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    THE REFERENCE HISTORY GENERATION WEEK4 WROTE TONIGHT.
      *------------------------------------------------------
           SELECT OPTIONAL REFIN ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
      *    REVERSALS FOR WEEK4'S NEXT RUN (ITS FRDREV INPUT).
      *------------------------------------------------------
           SELECT FRDREV ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
      *    CONTROL CARDS: 'CLEARDAY' IS HOW MANY DAYS PAST THE
      *    CLOSE A FALSE-POSITIVE OR VERIFIED CASE KEEPS THE
      *    ACCOUNT CLEARED (DEFAULT 30).
      *------------------------------------------------------
           SELECT OPTIONAL FRDCTL ASSIGN DD5
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD6
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS7.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FRDCASE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DLFRDCS.
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD REFIN.
       01 REFIN-REC.
           10 RHI-ACCT-NBR     PIC X(19).
           10 RHI-REF-NBR      PIC X(23).
           10 RHI-TRN-AMT      PIC S9(10)V9(2).
           10 RHI-TRN-DTE      PIC X(10).
           10 RHI-REV-IND      PIC X(01).
           10 RHI-FEE-PGM-IND  PIC X(03).
           10 RHI-REC-TYPE     PIC X(01).
           10 FILLER           PIC X(11).
       FD FRDREV.
       01 FRV-REC.
           10 FRV-TRN-DTE      PIC X(10).
           10 FRV-ACCT-NBR     PIC X(19).
           10 FRV-REF-NBR      PIC X(23).
           10 FRV-TRN-AMT      PIC S9(10)V9(2).
           10 FRV-FEE-PGM-IND  PIC X(03).
           10 FRV-REC-TYPE     PIC X(01).
       FD FRDCTL.
       01 FRDCTL-REC.
           10 FCT-KEYWORD      PIC X(08).
           10 FILLER           PIC X(01).
           10 FCT-VALUE        PIC 9(05).
           10 FILLER           PIC X(66).
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
       01 WS-FS7               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-PEND-CT           PIC 9(07) VALUE 0.
       01 WS-CONF-CT           PIC 9(07) VALUE 0.
       01 WS-CLEAR-CT          PIC 9(07) VALUE 0.
       01 WS-BLOCK-CT          PIC 9(07) VALUE 0.
       01 WS-NOACCT-CT         PIC 9(07) VALUE 0.
       01 WS-REV-CT            PIC 9(07) VALUE 0.
       01 WS-REV-TOT           PIC S9(13)V9(02) VALUE 0.
       01 WS-UPD-CT            PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-CLEAR-DAYS        PIC 9(05) VALUE 00030.
       01 WS-CASE-REV-CT       PIC 9(05).
       01 WS-CASE-REV-AMT      PIC S9(11)V9(02).
       01 WS-FROM-D8           PIC X(08).
       01 WS-RH-D8             PIC X(08).
       01 WS-RH-LOW-D8         PIC X(08) VALUE HIGH-VALUES.
       01 WS-DATE-IN           PIC X(10).
       01 WS-DATE8             PIC X(08).
      *------------------------------------------------------
      *    REFERENCE HISTORY TABLE - THE SAME ROLLING WINDOW WEEK4
      *    KEEPS, LOADED ONCE AND SCANNED PER CONFIRMED CASE.
      *------------------------------------------------------
       01 WS-RH-CT             PIC 9(05) VALUE 0.
       01 WS-RH-TABLE OCCURS 1 TO 9999 TIMES
              DEPENDING ON WS-RH-CT
              INDEXED BY WS-RH-IDX.
           05 RH-ACCT-NBR      PIC X(19).
           05 RH-REF-NBR       PIC X(23).
           05 RH-TRN-AMT       PIC S9(10)V9(2).
           05 RH-TRN-DTE       PIC X(10).
           05 RH-REV-SW        PIC X(01).
               88 RH-REVERSED  VALUE 'Y'.
           05 RH-FEE-PGM-IND   PIC X(03).
           05 RH-REC-TYPE      PIC X(01).
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNC      PIC X(03).
           05 WS-CAL-DATE-1    PIC X(10).
           05 WS-CAL-DATE-2    PIC X(10).
           05 WS-CAL-DAYS      PIC S9(05).
           05 WS-CAL-RESULT    PIC X(01).
       01 WS-AMT-ED-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-CASE-ERR-SW       PIC X(01).
           88 WS-CASE-ERROR    VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HDG-1.
           05 FILLER           PIC X(19) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE 'DISP'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'INVESTGR'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'KEYED'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'REVS'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '  REVERSED AMT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE 'ACTION'.
       01 WS-DTL-LINE.
           05 DTL-ACCT         PIC X(19).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-DISP         PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-INVESTIGATOR PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-DISP-DATE    PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-REV-CT       PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-REV-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-ACTION       PIC X(40).
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6
                       WS-FS7.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            PERFORM 1200-FRDCTL-PARA
               THRU 1200-FRDCTL-EXIT.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
            PERFORM 1700-REFHIST-LOAD-PARA
               THRU 1700-REFHIST-LOAD-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1200-FRDCTL-PARA.
            OPEN INPUT FRDCTL.
            EVALUATE TRUE
               WHEN WS-FS5 = 00 OR WS-FS5 = 05
                   PERFORM 1210-FRDCTL-READ-PARA
                      THRU 1210-FRDCTL-READ-EXIT
                      UNTIL WS-FS5 = 10
                   CLOSE FRDCTL
               WHEN OTHER
                   DISPLAY "FRDCTL NOT AVAILABLE - DEFAULT CLEAR "
                           "DAYS " WS-CLEAR-DAYS
            END-EVALUATE.
            DISPLAY "CLEARED ACCOUNT DAYS: " WS-CLEAR-DAYS.
       1200-FRDCTL-EXIT.
            EXIT.
       1210-FRDCTL-READ-PARA.
            READ FRDCTL.
            IF WS-FS5 = 00
                EVALUATE TRUE
                   WHEN FCT-KEYWORD = 'CLEARDAY' AND
                        FCT-VALUE IS NUMERIC
                       MOVE FCT-VALUE TO WS-CLEAR-DAYS
                   WHEN FCT-KEYWORD = 'CLEARDAY'
                       DISPLAY "FRDCTL CLEARDAY NOT NUMERIC - "
                               "IGNORED"
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
            END-IF.
       1210-FRDCTL-READ-EXIT.
            EXIT.
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'FRDDISP'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "FRDDISP ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'FRDDISP'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - RUN NOT MARKED "
                           "COMPLETE"
            END-CALL.
       1600-RUNCTL-MARK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LOAD THE REFERENCE HISTORY.  A MISSING GENERATION
      *    LEAVES NOTHING TO REVERSE - CONFIRMED CASES STILL BLOCK
      *    THEIR ACCOUNTS AND CLOSE.
      *------------------------------------------------------
       1700-REFHIST-LOAD-PARA.
            OPEN INPUT REFIN.
            EVALUATE TRUE
               WHEN WS-FS3 = 00 OR WS-FS3 = 05
                   PERFORM 1710-REFHIST-READ-PARA
                      THRU 1710-REFHIST-READ-EXIT
                      UNTIL WS-FS3 = 10
                   CLOSE REFIN
                   DISPLAY "REFERENCE HISTORY LOADED: " WS-RH-CT
               WHEN OTHER
                   DISPLAY "REFIN NOT AVAILABLE - NO REVERSALS CAN "
                           "BE WRITTEN"
                   MOVE 0004 TO WS-RETURN-CD
            END-EVALUATE.
       1700-REFHIST-LOAD-EXIT.
            EXIT.
       1710-REFHIST-READ-PARA.
            READ REFIN.
            IF WS-FS3 = 00
                IF WS-RH-CT < 9999
                    ADD 1 TO WS-RH-CT
                    MOVE RHI-ACCT-NBR    TO RH-ACCT-NBR(WS-RH-CT)
                    MOVE RHI-REF-NBR     TO RH-REF-NBR(WS-RH-CT)
                    MOVE RHI-TRN-AMT     TO RH-TRN-AMT(WS-RH-CT)
                    MOVE RHI-TRN-DTE     TO RH-TRN-DTE(WS-RH-CT)
                    MOVE RHI-REV-IND     TO RH-REV-SW(WS-RH-CT)
                    MOVE RHI-FEE-PGM-IND TO RH-FEE-PGM-IND(WS-RH-CT)
                    MOVE RHI-REC-TYPE    TO RH-REC-TYPE(WS-RH-CT)
                    MOVE RHI-TRN-DTE     TO WS-DATE-IN
                    PERFORM 2290-DATE8-PARA
                       THRU 2290-DATE8-EXIT
                    IF WS-DATE8 < WS-RH-LOW-D8
                        MOVE WS-DATE8 TO WS-RH-LOW-D8
                    END-IF
                ELSE
                    DISPLAY "REFERENCE HISTORY TABLE FULL - "
                            RHI-REF-NBR " NOT LOADED"
                    IF WS-RETURN-CD < 4
                        MOVE 0004 TO WS-RETURN-CD
                    END-IF
                END-IF
            END-IF.
       1710-REFHIST-READ-EXIT.
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
            OPEN I-O FRDCASE.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN FRDCASE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR FRDCASE: " WS-FS1
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
            OPEN EXTEND FRDREV.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN FRDREV SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR FRDREV: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS6
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS6
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS7
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'FRAUD CASE DISPOSITIONS - BUSINESS DATE '
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
            READ FRDCASE NEXT RECORD.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2300-CASE-PARA
                      THRU 2300-CASE-EXIT
               WHEN 10
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR FRDCASE: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ACT ON ONE DISPOSED CASE AND CLOSE IT.  A CASE STILL
      *    OPEN OR ASSIGNED IS ONLY COUNTED.  A CONFIRMED CASE WHOSE
      *    BLOCK OR REVERSALS FAILED PART WAY IS LEFT DISPOSED, NOT
      *    CLOSED, SO THE NEXT RUN TRIES IT AGAIN - BY THEN WEEK4
      *    HAS POSTED THE REVERSALS ALREADY WRITTEN AND MARKED THEM
      *    REVERSED ON THE REFERENCE HISTORY, SO THEY ARE NOT
      *    REPEATED.
      *------------------------------------------------------
       2300-CASE-PARA.
            IF DL-FCS-PENDING
                ADD 1 TO WS-PEND-CT
                GO TO 2300-CASE-EXIT
            END-IF.
            IF NOT DL-FCS-DISPOSED
                GO TO 2300-CASE-EXIT
            END-IF.
            MOVE 0 TO WS-CASE-REV-CT WS-CASE-REV-AMT.
            MOVE 'N' TO WS-CASE-ERR-SW.
            MOVE DL-FCS-ACCT         TO DTL-ACCT.
            MOVE DL-FCS-INVESTIGATOR TO DTL-INVESTIGATOR.
            MOVE DL-FCS-DISP-DATE    TO DTL-DISP-DATE.
            EVALUATE TRUE
               WHEN DL-FCS-CONFIRMED
                   MOVE 'CONF' TO DTL-DISP
                   PERFORM 2310-CONFIRM-PARA
                      THRU 2310-CONFIRM-EXIT
               WHEN DL-FCS-CLEARED
                   IF DL-FCS-FALSE-POS
                       MOVE 'FPOS' TO DTL-DISP
                   ELSE
                       MOVE 'VERI' TO DTL-DISP
                   END-IF
                   PERFORM 2340-CLEAR-PARA
                      THRU 2340-CLEAR-EXIT
               WHEN OTHER
                   DISPLAY "DISPOSITION NOT VALID - CASE LEFT OPEN: "
                           DL-FCS-ACCT " " DL-FCS-DISP
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
                   GO TO 2300-CASE-EXIT
            END-EVALUATE.
            IF WS-CASE-ERROR
                DISPLAY "CASE LEFT DISPOSED FOR RERUN: " DL-FCS-ACCT
                MOVE WS-CASE-REV-CT  TO DTL-REV-CT
                MOVE WS-CASE-REV-AMT TO DTL-REV-AMT
                MOVE WS-DTL-LINE TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2300-CASE-EXIT
            END-IF.
            MOVE 'C'             TO DL-FCS-STATUS.
            MOVE WS-RUN-DATE     TO DL-FCS-CLOSE-DATE.
            MOVE WS-CASE-REV-CT  TO DL-FCS-REV-CT.
            MOVE WS-CASE-REV-AMT TO DL-FCS-REV-AMT.
            REWRITE DL-FCS-REC.
            IF WS-FS1 NOT = 00
                DISPLAY "REWRITE ERROR FRDCASE: " WS-FS1
                        " " DL-FCS-ACCT
                MOVE 0008 TO WS-RETURN-CD
                MOVE 10 TO WS-FS1
                GO TO 2300-CASE-EXIT
            END-IF.
            ADD 1 TO WS-UPD-CT.
            MOVE WS-CASE-REV-CT  TO DTL-REV-CT.
            MOVE WS-CASE-REV-AMT TO DTL-REV-AMT.
            MOVE WS-DTL-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2300-CASE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    CONFIRMED FRAUD - BLOCK THE ACCOUNT AND REVERSE WHAT
      *    POSTED TO IT FROM THE FRAUD-FROM DATE (THE CASE'S FIRST
      *    FLAGGED TRANSACTION WHEN THE INVESTIGATOR KEYED NONE).
      *------------------------------------------------------
       2310-CONFIRM-PARA.
            ADD 1 TO WS-CONF-CT.
            MOVE DL-FCS-ACCT TO DL-CACT-ACCT.
            READ CARDACCT.
            EVALUATE TRUE
               WHEN WS-FS2 = 23
                   ADD 1 TO WS-NOACCT-CT
                   MOVE 'ACCOUNT NOT ON MASTER' TO DTL-ACTION
               WHEN WS-FS2 NOT = 00
                   DISPLAY "READ ERROR CARDACCT: " WS-FS2
                           " " DL-FCS-ACCT
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-CASE-ERR-SW
                   MOVE 'ACCOUNT READ FAILED - NOT BLOCKED'
                     TO DTL-ACTION
               WHEN DL-CACT-OPEN OR DL-CACT-DLQ-BLOCKED
                   PERFORM 2320-BLOCK-PARA
                      THRU 2320-BLOCK-EXIT
               WHEN OTHER
                   STRING 'ACCOUNT ALREADY STATUS ' DELIMITED BY SIZE
                          DL-CACT-STATUS DELIMITED BY SIZE
                          INTO DTL-ACTION
                   END-STRING
            END-EVALUATE.
            IF DL-FCS-FRAUD-FROM = SPACES
                MOVE DL-FCS-FIRST-TRN-DATE TO DL-FCS-FRAUD-FROM
            END-IF.
            MOVE DL-FCS-FRAUD-FROM TO WS-DATE-IN.
            PERFORM 2290-DATE8-PARA
               THRU 2290-DATE8-EXIT.
            MOVE WS-DATE8 TO WS-FROM-D8.
            IF WS-FROM-D8 < WS-RH-LOW-D8 AND WS-RH-CT > 0
                DISPLAY "FRAUD-FROM DATE BEFORE REFERENCE HISTORY - "
                        DL-FCS-ACCT " REVERSED FROM "
                        WS-RH-LOW-D8 " ONLY"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            PERFORM 2330-REVERSE-PARA
               THRU 2330-REVERSE-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-CT.
       2310-CONFIRM-EXIT.
            EXIT.
       2320-BLOCK-PARA.
            MOVE 'B'         TO DL-CACT-STATUS.
            MOVE WS-RUN-DATE TO DL-CACT-STATUS-DATE.
            MOVE WS-RUN-DATE TO DL-CACT-MAINT-DATE.
            REWRITE DL-CACT-REC.
            IF WS-FS2 = 00
                ADD 1 TO WS-BLOCK-CT
                MOVE 'ACCOUNT BLOCKED' TO DTL-ACTION
            ELSE
                DISPLAY "REWRITE ERROR CARDACCT: " WS-FS2
                        " " DL-FCS-ACCT
                MOVE 0008 TO WS-RETURN-CD
                MOVE 'Y' TO WS-CASE-ERR-SW
                MOVE 'ACCOUNT REWRITE FAILED - NOT BLOCKED'
                  TO DTL-ACTION
            END-IF.
       2320-BLOCK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE REFERENCE HISTORY ENTRY - A PURCHASE ON THIS
      *    ACCOUNT FROM THE FRAUD-FROM DATE ON, NOT ALREADY
      *    REVERSED, GETS AN 'R' RECORD MATCHING IT ON ACCOUNT,
      *    REFERENCE, DATE AND AMOUNT.  BILLED CHARGES AND CREDITS
      *    ARE LEFT ALONE.
      *------------------------------------------------------
       2330-REVERSE-PARA.
            IF RH-ACCT-NBR(WS-RH-IDX) NOT = DL-FCS-ACCT OR
               RH-REVERSED(WS-RH-IDX) OR
               RH-REC-TYPE(WS-RH-IDX) = 'F' OR
               RH-TRN-AMT(WS-RH-IDX) NOT > 0
                GO TO 2330-REVERSE-EXIT
            END-IF.
            MOVE RH-TRN-DTE(WS-RH-IDX) TO WS-DATE-IN.
            PERFORM 2290-DATE8-PARA
               THRU 2290-DATE8-EXIT.
            IF WS-DATE8 < WS-FROM-D8
                GO TO 2330-REVERSE-EXIT
            END-IF.
            MOVE SPACES                    TO FRV-REC.
            MOVE RH-TRN-DTE(WS-RH-IDX)     TO FRV-TRN-DTE.
            MOVE RH-ACCT-NBR(WS-RH-IDX)    TO FRV-ACCT-NBR.
            MOVE RH-REF-NBR(WS-RH-IDX)     TO FRV-REF-NBR.
            MOVE RH-TRN-AMT(WS-RH-IDX)     TO FRV-TRN-AMT.
            MOVE RH-FEE-PGM-IND(WS-RH-IDX) TO FRV-FEE-PGM-IND.
            MOVE 'R'                       TO FRV-REC-TYPE.
            WRITE FRV-REC.
            IF WS-FS4 NOT = 00
                DISPLAY "WRITE ERROR FRDREV: " WS-FS4
                        " " RH-REF-NBR(WS-RH-IDX)
                MOVE 0008 TO WS-RETURN-CD
                MOVE 'Y' TO WS-CASE-ERR-SW
                GO TO 2330-REVERSE-EXIT
            END-IF.
            MOVE 'Y' TO RH-REV-SW(WS-RH-IDX).
            ADD 1 TO WS-CASE-REV-CT WS-REV-CT.
            ADD RH-TRN-AMT(WS-RH-IDX) TO WS-CASE-REV-AMT WS-REV-TOT.
       2330-REVERSE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    FALSE POSITIVE OR CUSTOMER VERIFIED - KEEP THE ACCOUNT
      *    CLEARED FOR CLEARDAY DAYS.  IF PAYCAL CANNOT WORK THE
      *    DATE OUT THE ACCOUNT IS CLEARED THROUGH TODAY ONLY.
      *------------------------------------------------------
       2340-CLEAR-PARA.
            ADD 1 TO WS-CLEAR-CT.
            MOVE 'ADD'         TO WS-CAL-FUNC.
            MOVE WS-RUN-DATE   TO WS-CAL-DATE-1.
            MOVE WS-CLEAR-DAYS TO WS-CAL-DAYS.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                MOVE WS-RUN-DATE   TO DL-FCS-CLEAR-THRU
            ELSE
                MOVE WS-CAL-DATE-2 TO DL-FCS-CLEAR-THRU
            END-IF.
            STRING 'ACCOUNT CLEARED THROUGH ' DELIMITED BY SIZE
                   DL-FCS-CLEAR-THRU DELIMITED BY SIZE
                   INTO DTL-ACTION
            END-STRING.
       2340-CLEAR-EXIT.
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
      *    YYYY/MM/DD OR YYYY-MM-DD TO YYYYMMDD, AS WEEK4 DOES.
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
            STRING 'CASES READ...............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PEND-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'STILL OPEN OR ASSIGNED...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CONF-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CLOSED - CONFIRMED FRAUD.: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CLEAR-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CLOSED - CLEARED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BLOCK-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS BLOCKED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-NOACCT-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNT NOT ON MASTER....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REV-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'REVERSALS WRITTEN........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REV-TOT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'REVERSAL AMOUNT..........: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            IF WS-RH-CT > 0
                MOVE SPACES TO RPT-REC
                STRING 'HISTORY COVERS FROM......: ' DELIMITED BY SIZE
                       WS-RH-LOW-D8 DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
            END-IF.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE FRDCASE CARDACCT FRDREV RPTFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'FRDDISP'       TO DL-AUDIT-PGM
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

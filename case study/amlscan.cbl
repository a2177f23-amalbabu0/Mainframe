       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCAN.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    NIGHTLY LARGE-CASH AND STRUCTURING SCAN, RUN AFTER
      *    WEEK4.  EVERY ACCOUNT WITH A TRANSACTION ON TONIGHT'S
      *    POSTED OUTPUT IS AGGREGATED FROM THE ROLLING REFERENCE
      *    HISTORY - PER BUSINESS DAY, AND OVER A WINDOW OF THE
      *    LAST 'WINDAYS' DAYS (AMLCTL) - AND FLAGGED WHEN:
      *      CTR - A BUSINESS DAY TONIGHT'S POSTINGS TOUCHED
      *            TOTALS MORE THAN THE REPORTING THRESHOLD
      *            ('RPTTHRSH').
      *      STR - 'NEARCT' OR MORE TRANSACTIONS IN THE WINDOW
      *            FALL IN THE NEAR-THRESHOLD BAND - FROM
      *            'NEARPCT' PERCENT OF THE THRESHOLD UP TO THE
      *            THRESHOLD ITSELF - THE PATTERN OF AN ACCOUNT
      *            KEEPING EACH ITEM JUST UNDER THE LINE.
      *    EACH FLAG PRINTS ON THE CASE REPORT WITH THE ACCOUNT'S
      *    DAY TOTALS AND WINDOW TRANSACTIONS.  A FLAG NOT ALREADY
      *    ON THE FILING REGISTER (DLAMLRG) IS WRITTEN TO THE
      *    REGULATOR'S FILING EXTRACT (DLAMLFL) AND REGISTERED; A
      *    CTR IS FILED ONCE PER ACCOUNT AND BUSINESS DAY, AN STR
      *    NOT AGAIN WHILE AN EARLIER ONE'S ACTIVITY IS STILL IN
      *    THE WINDOW.  NEW FILINGS END THE STEP RC 4 SO THE
      *    COMPLIANCE OFFICER SEES THEM.
      *    REVERSED ITEMS, REVERSALS AND BILLED CHARGES ('F') ARE
      *    NOT CUSTOMER ACTIVITY AND ARE LEFT OUT.  THE WINDOW
      *    CANNOT REACH PAST WHAT THE HISTORY KEEPS (VELCTL
      *    'DUPDAYS').  A WEEKEND OR HOLIDAY TRANSACTION COUNTS
      *    TOWARD THE NEXT BUSINESS DAY (PAYCAL).
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    TONIGHT'S POSTED OUTPUT FROM WEEK4 - THE ITEMS THAT
      *    DECIDE WHICH ACCOUNTS AND DAYS ARE LOOKED AT.
      *------------------------------------------------------
           SELECT POSTIN ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    THE REFERENCE HISTORY GENERATION WEEK4 WROTE TONIGHT -
      *    ACCOUNT, AMOUNT AND DATE FOR EVERY ITEM IN THE WINDOW.
      *------------------------------------------------------
           SELECT OPTIONAL REFIN ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    CONTROL CARDS: 'RPTTHRSH' REPORTING THRESHOLD IN WHOLE
      *    UNITS (DEFAULT 10000), 'NEARPCT' WHERE THE NEAR BAND
      *    STARTS AS A PERCENT OF IT (90), 'NEARCT' NEAR-BAND ITEMS
      *    THAT MAKE A PATTERN (3), 'WINDAYS' WINDOW LENGTH IN
      *    DAYS (5) AND 'FILERID' OUR ID WITH THE REGULATOR.
      *------------------------------------------------------
           SELECT OPTIONAL AMLCTL ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
      *    WEEK4'S VELOCITY CONTROL DECK - ONLY 'DUPDAYS', HOW
      *    MANY DAYS THE REFERENCE HISTORY KEEPS.
      *------------------------------------------------------
           SELECT OPTIONAL VELCTL ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD5
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
      *    THE REGULATOR'S FILING EXTRACT - ONE GENERATION A NIGHT.
      *------------------------------------------------------
           SELECT AMLFILE ASSIGN DD6
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
      *    THE FILING REGISTER - READ BY KEY FOR A CTR, POSITIONED
      *    AND READ FORWARD FOR AN STR.
      *------------------------------------------------------
           SELECT AMLREG ASSIGN DD7
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DL-AMR-KEY
           FILE STATUS WS-FS7.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS8.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD POSTIN.
       01 OUTREC.
           10 O-TRN-DTE        PIC X(10).
           10 O-REF-NBR        PIC X(23).
           10 O-FEE-PGM-IND    PIC X(3).
           10 ORIG-CURR-CDE    PIC X(3).
           10 O-ORIG-AMT       PIC S9(10)V9(2).
           10 O-SETL-AMT       PIC S9(10)V9(2).
           10 O-REC-TYPE       PIC X(01).
           10 FILLER           PIC X(16).
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
       FD AMLCTL.
       01 AMLCTL-REC.
           10 ACT-KEYWORD      PIC X(08).
           10 FILLER           PIC X(01).
           10 ACT-VALUE        PIC 9(11).
           10 FILLER           PIC X(60).
       01 AMLCTL-TEXT-REC.
           10 FILLER           PIC X(09).
           10 ACT-TEXT         PIC X(11).
           10 FILLER           PIC X(60).
       FD VELCTL.
       01 VELCTL-REC.
           10 VELCTL-KEYWORD   PIC X(08).
           10 FILLER           PIC X(01).
           10 VELCTL-VALUE     PIC 9(11).
           10 FILLER           PIC X(60).
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD AMLFILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DLAMLFL.
       FD AMLREG
           RECORD CONTAINS 100 CHARACTERS.
           COPY DLAMLRG.
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
       01 WS-FS8               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-POST-CT           PIC 9(07) VALUE 0.
       01 WS-POST-SKIP-CT      PIC 9(07) VALUE 0.
       01 WS-NOHIST-CT         PIC 9(07) VALUE 0.
       01 WS-RH-READ-CT        PIC 9(07) VALUE 0.
       01 WS-RH-SKIP-CT        PIC 9(07) VALUE 0.
       01 WS-RH-OLD-CT         PIC 9(07) VALUE 0.
       01 WS-CTR-CT            PIC 9(05) VALUE 0.
       01 WS-STR-CT            PIC 9(05) VALUE 0.
       01 WS-DUP-CT            PIC 9(05) VALUE 0.
       01 WS-FILED-CT          PIC 9(07) VALUE 0.
       01 WS-FILED-AMT         PIC 9(13)V9(02) VALUE 0.
       01 WS-FLAG-ACCT-CT      PIC 9(05) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
      *------------------------------------------------------
      *    AMLCTL VALUES AND THE AMOUNTS DERIVED FROM THEM.
      *------------------------------------------------------
       01 WS-RPT-THRESH        PIC 9(11) VALUE 10000.
       01 WS-NEAR-PCT          PIC 9(03) VALUE 90.
       01 WS-NEAR-CT-LIM       PIC 9(05) VALUE 3.
       01 WS-WIN-DAYS          PIC 9(05) VALUE 5.
       01 WS-FILER-ID          PIC X(11) VALUE SPACES.
       01 WS-DUP-DAYS          PIC 9(05) VALUE 7.
       01 WS-THRESH-AMT        PIC 9(11)V9(02).
       01 WS-NEAR-AMT          PIC 9(11)V9(02).
       01 WS-RUN-D8            PIC X(08).
       01 WS-WIN-FROM-D8       PIC X(08).
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-DATE-IN           PIC X(10).
       01 WS-DATE8             PIC X(08).
       01 WS-BUS-D8            PIC X(08).
       01 WS-FOUND-SW          PIC X(01).
           88 WS-FOUND         VALUE 'Y'.
       01 WS-HOLD              PIC 9(05).
      *------------------------------------------------------
      *    REFERENCE HISTORY INSIDE THE WINDOW, CUSTOMER ACTIVITY
      *    ONLY, EACH ITEM DATED BY ITS BUSINESS DAY.
      *------------------------------------------------------
       01 WS-RH-CT             PIC 9(05) VALUE 0.
       01 WS-RH-TABLE OCCURS 1 TO 9999 TIMES
              DEPENDING ON WS-RH-CT
              INDEXED BY WS-RH-IDX.
           05 RH-ACCT-NBR      PIC X(19).
           05 RH-REF-NBR       PIC X(23).
           05 RH-TRN-AMT       PIC S9(10)V9(2).
           05 RH-BUS-D8        PIC X(08).
           05 RH-TODAY-SW      PIC X(01).
               88 RH-TODAY     VALUE 'Y'.
      *------------------------------------------------------
      *    TRANSACTION DATE TO BUSINESS DAY, SO PAYCAL IS ASKED
      *    ONCE PER DATE.
      *------------------------------------------------------
       01 WS-DY-CT             PIC 9(03) VALUE 0.
       01 WS-DY-TBL OCCURS 100 TIMES INDEXED BY DY-IDX.
           05 DY-TRN-D8        PIC X(08).
           05 DY-BUS-D8        PIC X(08).
      *------------------------------------------------------
      *    ACCOUNTS WITH ACTIVITY POSTED TONIGHT.
      *------------------------------------------------------
       01 WS-AC-CT             PIC 9(05) VALUE 0.
       01 WS-AC-TBL OCCURS 5000 TIMES INDEXED BY AC-IDX.
           05 AC-ACCT-NBR      PIC X(19).
      *------------------------------------------------------
      *    THE ACCOUNT BEING SCANNED - ITS BUSINESS-DAY TOTALS
      *    AND WINDOW TOTALS.
      *------------------------------------------------------
       01 WS-CUR-ACCT          PIC X(19).
       01 WS-DT-CT             PIC 9(03).
       01 WS-DT-TBL OCCURS 60 TIMES INDEXED BY DT-IDX.
           05 DT-BUS-D8        PIC X(08).
           05 DT-AMT           PIC 9(11)V9(02).
           05 DT-CT            PIC 9(05).
           05 DT-MAX-AMT       PIC 9(11)V9(02).
           05 DT-TODAY-SW      PIC X(01).
               88 DT-TODAY     VALUE 'Y'.
       01 WS-WIN-AMT           PIC 9(11)V9(02).
       01 WS-WIN-CT            PIC 9(05).
       01 WS-WIN-MAX-AMT       PIC 9(11)V9(02).
       01 WS-NEAR-CT           PIC 9(05).
       01 WS-ACT-FROM-D8       PIC X(08).
       01 WS-ACT-TO-D8         PIC X(08).
       01 WS-ACCT-HEAD-SW      PIC X(01).
           88 WS-ACCT-HEADED   VALUE 'Y'.
      *------------------------------------------------------
      *    ONE REPORT ABOUT TO BE FILED.
      *------------------------------------------------------
       01 WS-FL-TYPE           PIC X(03).
       01 WS-FL-FROM-D8        PIC X(08).
       01 WS-FL-TO-D8          PIC X(08).
       01 WS-FL-AMT            PIC 9(11)V9(02).
       01 WS-FL-CT             PIC 9(05).
       01 WS-FL-NEAR-CT        PIC 9(05).
       01 WS-FL-MAX-AMT        PIC 9(11)V9(02).
       01 WS-FILING-SEQ        PIC 9(05) VALUE 0.
       01 WS-FILING-ID.
           05 WS-FID-DATE      PIC X(08).
           05 WS-FID-SEQ       PIC 9(05).
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNC      PIC X(03).
           05 WS-CAL-DATE-1    PIC X(10).
           05 WS-CAL-DATE-2    PIC X(10).
           05 WS-CAL-DAYS      PIC S9(05).
           05 WS-CAL-RESULT    PIC X(01).
       01 WS-AMT-ED-1          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-PARM-LINE.
           05 FILLER           PIC X(10) VALUE 'THRESHOLD '.
           05 PRM-THRESH       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(16) VALUE '  NEAR BAND FROM'.
           05 PRM-NEAR-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(13) VALUE '  NEAR COUNT '.
           05 PRM-NEAR-CT      PIC ZZZZ9.
           05 FILLER           PIC X(09) VALUE '  WINDOW '.
           05 PRM-WIN-DAYS     PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE ' DAYS FROM '.
           05 PRM-WIN-FROM     PIC X(08).
       01 WS-ACCT-LINE.
           05 FILLER           PIC X(08) VALUE 'ACCOUNT '.
           05 ACL-ACCT         PIC X(19).
           05 FILLER           PIC X(09) VALUE '  WINDOW '.
           05 ACL-FROM         PIC X(08).
           05 FILLER           PIC X(01) VALUE '-'.
           05 ACL-TO           PIC X(08).
           05 FILLER           PIC X(07) VALUE '  TXNS '.
           05 ACL-CT           PIC ZZZZ9.
           05 FILLER           PIC X(08) VALUE '  TOTAL '.
           05 ACL-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(17) VALUE
                                   '  NEAR-THRESHOLD '.
           05 ACL-NEAR-CT      PIC ZZZZ9.
       01 WS-FLAG-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FLL-TYPE         PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FLL-FROM         PIC X(08).
           05 FILLER           PIC X(01) VALUE '-'.
           05 FLL-TO           PIC X(08).
           05 FILLER           PIC X(08) VALUE '  TOTAL '.
           05 FLL-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(07) VALUE '  TXNS '.
           05 FLL-CT           PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FLL-ACTION       PIC X(50).
       01 WS-DAY-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE 'DAY '.
           05 DYL-DATE         PIC X(08).
           05 FILLER           PIC X(08) VALUE '  TOTAL '.
           05 DYL-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(07) VALUE '  TXNS '.
           05 DYL-CT           PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DYL-NOTE         PIC X(30).
       01 WS-TXN-LINE.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE 'TXN '.
           05 TXL-DATE         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXL-REF          PIC X(23).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXL-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXL-BAND         PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXL-TODAY        PIC X(12).
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
                       WS-FS7 WS-FS8.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            MOVE WS-RUN-DATE TO WS-DATE-IN.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            MOVE WS-DATE8 TO WS-RUN-D8.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
            PERFORM 1100-AMLCTL-PARA
               THRU 1100-AMLCTL-EXIT.
            PERFORM 1200-VELCTL-PARA
               THRU 1200-VELCTL-EXIT.
            PERFORM 1300-LIMITS-PARA
               THRU 1300-LIMITS-EXIT.
            PERFORM 1700-REFHIST-LOAD-PARA
               THRU 1700-REFHIST-LOAD-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AMLCTL.  A MISSING DECK RUNS ON THE DEFAULTS; A BAD OR
      *    UNKNOWN CARD IS IGNORED WITH RC 4.
      *------------------------------------------------------
       1100-AMLCTL-PARA.
            OPEN INPUT AMLCTL.
            EVALUATE TRUE
               WHEN WS-FS3 = 00 OR WS-FS3 = 05
                   PERFORM 1110-AMLCTL-READ-PARA
                      THRU 1110-AMLCTL-READ-EXIT
                      UNTIL WS-FS3 = 10
                   CLOSE AMLCTL
               WHEN OTHER
                   DISPLAY "AMLCTL NOT AVAILABLE - DEFAULT "
                           "THRESHOLDS USED"
            END-EVALUATE.
            IF WS-FILER-ID = SPACES
                DISPLAY "AMLCTL HAS NO FILERID - EXTRACT HEADER "
                        "CARRIES A BLANK FILER ID"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
       1100-AMLCTL-EXIT.
            EXIT.
       1110-AMLCTL-READ-PARA.
            READ AMLCTL.
            EVALUATE TRUE
               WHEN WS-FS3 = 10
                   CONTINUE
               WHEN WS-FS3 NOT = 00
                   DISPLAY "READ ERROR AMLCTL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
               WHEN ACT-KEYWORD = 'FILERID' AND ACT-TEXT NOT = SPACES
                   MOVE ACT-TEXT TO WS-FILER-ID
               WHEN ACT-VALUE NOT NUMERIC
                   PERFORM 1120-AMLCTL-BAD-PARA
                      THRU 1120-AMLCTL-BAD-EXIT
               WHEN ACT-KEYWORD = 'RPTTHRSH' AND ACT-VALUE > 0
                   MOVE ACT-VALUE TO WS-RPT-THRESH
               WHEN ACT-KEYWORD = 'NEARPCT' AND ACT-VALUE > 0 AND
                    ACT-VALUE NOT > 100
                   MOVE ACT-VALUE TO WS-NEAR-PCT
               WHEN ACT-KEYWORD = 'NEARCT' AND ACT-VALUE > 1 AND
                    ACT-VALUE < 100000
                   MOVE ACT-VALUE TO WS-NEAR-CT-LIM
               WHEN ACT-KEYWORD = 'WINDAYS' AND ACT-VALUE > 0 AND
                    ACT-VALUE < 100
                   MOVE ACT-VALUE TO WS-WIN-DAYS
               WHEN OTHER
                   PERFORM 1120-AMLCTL-BAD-PARA
                      THRU 1120-AMLCTL-BAD-EXIT
            END-EVALUATE.
       1110-AMLCTL-READ-EXIT.
            EXIT.
       1120-AMLCTL-BAD-PARA.
            DISPLAY "AMLCTL CARD NOT VALID - IGNORED: "
                    AMLCTL-REC(1:20).
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
       1120-AMLCTL-BAD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    HOW MANY DAYS THE REFERENCE HISTORY KEEPS, FROM THE
      *    SAME VELCTL CARD WEEK4 AGES IT ON.
      *------------------------------------------------------
       1200-VELCTL-PARA.
            OPEN INPUT VELCTL.
            EVALUATE TRUE
               WHEN WS-FS4 = 00 OR WS-FS4 = 05
                   PERFORM 1210-VELCTL-READ-PARA
                      THRU 1210-VELCTL-READ-EXIT
                      UNTIL WS-FS4 = 10
                   CLOSE VELCTL
               WHEN OTHER
                   DISPLAY "VELCTL NOT AVAILABLE - HISTORY TAKEN "
                           "AS " WS-DUP-DAYS " DAYS"
            END-EVALUATE.
       1200-VELCTL-EXIT.
            EXIT.
       1210-VELCTL-READ-PARA.
            READ VELCTL.
            IF WS-FS4 = 00
                IF VELCTL-KEYWORD = 'DUPDAYS' AND
                   VELCTL-VALUE IS NUMERIC
                    MOVE VELCTL-VALUE TO WS-DUP-DAYS
                END-IF
            END-IF.
       1210-VELCTL-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THRESHOLD AMOUNTS AND THE FIRST DAY OF THE WINDOW.  THE
      *    HISTORY HOLDS TODAY PLUS 'DUPDAYS' DAYS BACK, SO A
      *    LONGER WINDOW IS CUT TO THAT.  IF PAYCAL CANNOT WORK
      *    THE DATE OUT THE WINDOW IS THE WHOLE HISTORY.
      *------------------------------------------------------
       1300-LIMITS-PARA.
            IF WS-WIN-DAYS > WS-DUP-DAYS + 1
                COMPUTE WS-WIN-DAYS = WS-DUP-DAYS + 1
                DISPLAY "WINDAYS IS LONGER THAN THE REFERENCE "
                        "HISTORY KEEPS - WINDOW CUT TO "
                        WS-WIN-DAYS " DAYS"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            MOVE WS-RPT-THRESH TO WS-THRESH-AMT.
            COMPUTE WS-NEAR-AMT ROUNDED =
                WS-THRESH-AMT * WS-NEAR-PCT / 100
            END-COMPUTE.
            MOVE 'ADD'       TO WS-CAL-FUNC.
            MOVE WS-RUN-D8   TO WS-CAL-DATE-1.
            COMPUTE WS-CAL-DAYS = 1 - WS-WIN-DAYS.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                MOVE ZEROS TO WS-WIN-FROM-D8
                DISPLAY "WINDOW START NOT AVAILABLE - WHOLE "
                        "REFERENCE HISTORY SCANNED"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            ELSE
                MOVE WS-CAL-DATE-2(1:8) TO WS-WIN-FROM-D8
            END-IF.
            DISPLAY "AML THRESHOLD " WS-RPT-THRESH " NEAR BAND "
                    WS-NEAR-PCT "% NEAR COUNT " WS-NEAR-CT-LIM
                    " WINDOW " WS-WIN-DAYS " DAYS".
       1300-LIMITS-EXIT.
            EXIT.
      *-----------------------------------------------
      *    RUN-CONTROL GUARD - SAME PAYRUNC CONVENTION AS THE OTHER
      *    BATCH STEPS.
      *-----------------------------------------------
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'AMLSCAN'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "AMLSCAN ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'AMLSCAN'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - RUN NOT MARKED "
                           "COMPLETE"
            END-CALL.
       1600-RUNCTL-MARK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LOAD THE WINDOW'S CUSTOMER ACTIVITY FROM THE REFERENCE
      *    HISTORY.  WITHOUT IT NO ACCOUNT CAN BE AGGREGATED, SO A
      *    MISSING GENERATION FAILS THE STEP.
      *------------------------------------------------------
       1700-REFHIST-LOAD-PARA.
            OPEN INPUT REFIN.
            EVALUATE TRUE
               WHEN WS-FS2 = 00 OR WS-FS2 = 05
                   PERFORM 1710-REFHIST-READ-PARA
                      THRU 1710-REFHIST-READ-EXIT
                      UNTIL WS-FS2 = 10
                   CLOSE REFIN
                   DISPLAY "REFERENCE HISTORY IN WINDOW: " WS-RH-CT
               WHEN OTHER
                   DISPLAY "OPEN ERROR REFIN: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
       1700-REFHIST-LOAD-EXIT.
            EXIT.
       1710-REFHIST-READ-PARA.
            READ REFIN.
            IF WS-FS2 NOT = 00
                GO TO 1710-REFHIST-READ-EXIT
            END-IF.
            ADD 1 TO WS-RH-READ-CT.
            IF RHI-REV-IND = 'Y' OR RHI-REC-TYPE = 'F' OR
               RHI-REC-TYPE = 'R' OR RHI-TRN-AMT NOT > 0
                ADD 1 TO WS-RH-SKIP-CT
                GO TO 1710-REFHIST-READ-EXIT
            END-IF.
            MOVE RHI-TRN-DTE TO WS-DATE-IN.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            PERFORM 1720-BUS-DAY-PARA
               THRU 1720-BUS-DAY-EXIT.
            IF WS-BUS-D8 < WS-WIN-FROM-D8
                ADD 1 TO WS-RH-OLD-CT
                GO TO 1710-REFHIST-READ-EXIT
            END-IF.
            IF WS-RH-CT < 9999
                ADD 1 TO WS-RH-CT
                MOVE RHI-ACCT-NBR TO RH-ACCT-NBR(WS-RH-CT)
                MOVE RHI-REF-NBR  TO RH-REF-NBR(WS-RH-CT)
                MOVE RHI-TRN-AMT  TO RH-TRN-AMT(WS-RH-CT)
                MOVE WS-BUS-D8    TO RH-BUS-D8(WS-RH-CT)
                MOVE 'N'          TO RH-TODAY-SW(WS-RH-CT)
            ELSE
                DISPLAY "REFERENCE HISTORY TABLE FULL - "
                        RHI-REF-NBR " NOT LOADED"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
       1710-REFHIST-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE BUSINESS DAY A TRANSACTION DATE (WS-DATE8) COUNTS
      *    TOWARD - ITSELF, OR THE NEXT BUSINESS DAY AFTER A
      *    WEEKEND OR HOLIDAY - INTO WS-BUS-D8.
      *------------------------------------------------------
       1720-BUS-DAY-PARA.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 1730-DY-FIND-PARA
               THRU 1730-DY-FIND-EXIT
               VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > WS-DY-CT OR WS-FOUND.
            IF WS-FOUND
                GO TO 1720-BUS-DAY-EXIT
            END-IF.
            MOVE 'NBD'    TO WS-CAL-FUNC.
            MOVE WS-DATE8 TO WS-CAL-DATE-1.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E'
                MOVE WS-DATE8 TO WS-BUS-D8
            ELSE
                MOVE WS-CAL-DATE-2(1:8) TO WS-BUS-D8
            END-IF.
            IF WS-DY-CT < 100
                ADD 1 TO WS-DY-CT
                MOVE WS-DATE8  TO DY-TRN-D8(WS-DY-CT)
                MOVE WS-BUS-D8 TO DY-BUS-D8(WS-DY-CT)
            END-IF.
       1720-BUS-DAY-EXIT.
            EXIT.
       1730-DY-FIND-PARA.
            IF DY-TRN-D8(DY-IDX) = WS-DATE8
                MOVE DY-BUS-D8(DY-IDX) TO WS-BUS-D8
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       1730-DY-FIND-EXIT.
            EXIT.
       3000-TERM-PARA.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT
            PERFORM 2200-POST-READ-PARA
               THRU 2200-POST-READ-EXIT
               UNTIL WS-FS1 = 10
            PERFORM 2300-ACCT-PARA
               THRU 2300-ACCT-EXIT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-AC-CT
            IF WS-FLAG-ACCT-CT = 0
                MOVE 'NO ACCOUNT MET A REPORTING CONDITION TONIGHT'
                  TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
            END-IF
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
            OPEN INPUT POSTIN.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN POSTIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR POSTIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN I-O AMLREG.
            EVALUATE WS-FS7
               WHEN 00
                   DISPLAY "OPEN AMLREG SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR AMLREG: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT AMLFILE.
            EVALUATE WS-FS6
               WHEN 00
                   DISPLAY "OPEN AMLFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR AMLFILE: " WS-FS6
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
            EVALUATE WS-FS8
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS8
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO DL-AMF-REC.
            MOVE 'H' TO DL-AMF-REC-TYPE.
            MOVE WS-FILER-ID TO DL-AMF-FILER-ID.
            MOVE WS-RUN-D8 TO DL-AMF-FILE-DATE.
            WRITE DL-AMF-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'AML LARGE-CASH AND STRUCTURING SCAN - BUSINESS '
                   DELIMITED BY SIZE
                   'DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-THRESH-AMT  TO PRM-THRESH.
            MOVE WS-NEAR-AMT    TO PRM-NEAR-AMT.
            MOVE WS-NEAR-CT-LIM TO PRM-NEAR-CT.
            MOVE WS-WIN-DAYS    TO PRM-WIN-DAYS.
            MOVE WS-WIN-FROM-D8 TO PRM-WIN-FROM.
            MOVE WS-PARM-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2100-OPEN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE POSTED ITEM.  ITS REFERENCE TIES IT TO THE HISTORY
      *    ENTRY THAT CARRIES THE ACCOUNT; THAT ENTRY IS MARKED AS
      *    TONIGHT'S AND THE ACCOUNT IS QUEUED FOR THE SCAN.
      *------------------------------------------------------
       2200-POST-READ-PARA.
            READ POSTIN.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2210-POST-PARA
                      THRU 2210-POST-EXIT
               WHEN 10
                   DISPLAY "POSTED ITEMS READ: " WS-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR POSTIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-POST-READ-EXIT.
            EXIT.
       2210-POST-PARA.
            IF O-REC-TYPE = 'R' OR O-REC-TYPE = 'F'
                ADD 1 TO WS-POST-SKIP-CT
                GO TO 2210-POST-EXIT
            END-IF.
            ADD 1 TO WS-POST-CT.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2220-REF-MATCH-PARA
               THRU 2220-REF-MATCH-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-CT OR WS-FOUND.
            IF NOT WS-FOUND
                ADD 1 TO WS-NOHIST-CT
                GO TO 2210-POST-EXIT
            END-IF.
            MOVE RH-ACCT-NBR(WS-HOLD) TO WS-CUR-ACCT.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2230-AC-FIND-PARA
               THRU 2230-AC-FIND-EXIT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-AC-CT OR WS-FOUND.
            IF NOT WS-FOUND
                IF WS-AC-CT < 5000
                    ADD 1 TO WS-AC-CT
                    MOVE WS-CUR-ACCT TO AC-ACCT-NBR(WS-AC-CT)
                ELSE
                    DISPLAY "ACCOUNT TABLE FULL - " WS-CUR-ACCT
                            " NOT SCANNED"
                    IF WS-RETURN-CD < 4
                        MOVE 0004 TO WS-RETURN-CD
                    END-IF
                END-IF
            END-IF.
       2210-POST-EXIT.
            EXIT.
       2220-REF-MATCH-PARA.
            IF RH-REF-NBR(WS-RH-IDX) = O-REF-NBR AND
               NOT RH-TODAY(WS-RH-IDX)
                MOVE 'Y' TO RH-TODAY-SW(WS-RH-IDX)
                SET WS-HOLD TO WS-RH-IDX
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2220-REF-MATCH-EXIT.
            EXIT.
       2230-AC-FIND-PARA.
            IF AC-ACCT-NBR(AC-IDX) = WS-CUR-ACCT
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2230-AC-FIND-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE ACCOUNT: TOTAL ITS WINDOW BY BUSINESS DAY, THEN
      *    TEST EACH DAY TONIGHT TOUCHED FOR A CTR AND THE WHOLE
      *    WINDOW FOR AN STR.  A FLAGGED ACCOUNT'S DAYS AND ITEMS
      *    FOLLOW ITS FLAGS ON THE REPORT.
      *------------------------------------------------------
       2300-ACCT-PARA.
            MOVE AC-ACCT-NBR(AC-IDX) TO WS-CUR-ACCT.
            MOVE 0 TO WS-DT-CT WS-WIN-AMT WS-WIN-CT WS-WIN-MAX-AMT
                      WS-NEAR-CT.
            MOVE HIGH-VALUES TO WS-ACT-FROM-D8.
            MOVE LOW-VALUES TO WS-ACT-TO-D8.
            MOVE 'N' TO WS-ACCT-HEAD-SW.
            PERFORM 2310-ACCT-SCAN-PARA
               THRU 2310-ACCT-SCAN-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-CT.
            PERFORM 2330-CTR-PARA
               THRU 2330-CTR-EXIT
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > WS-DT-CT.
            IF WS-NEAR-CT NOT < WS-NEAR-CT-LIM
                PERFORM 2350-STR-PARA
                   THRU 2350-STR-EXIT
            END-IF.
            IF NOT WS-ACCT-HEADED
                GO TO 2300-ACCT-EXIT
            END-IF.
            PERFORM 2370-DAY-LINE-PARA
               THRU 2370-DAY-LINE-EXIT
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > WS-DT-CT.
            PERFORM 2380-TXN-LINE-PARA
               THRU 2380-TXN-LINE-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-CT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2300-ACCT-EXIT.
            EXIT.
       2310-ACCT-SCAN-PARA.
            IF RH-ACCT-NBR(WS-RH-IDX) NOT = WS-CUR-ACCT
                GO TO 2310-ACCT-SCAN-EXIT
            END-IF.
            ADD 1 TO WS-WIN-CT.
            ADD RH-TRN-AMT(WS-RH-IDX) TO WS-WIN-AMT.
            IF RH-TRN-AMT(WS-RH-IDX) > WS-WIN-MAX-AMT
                MOVE RH-TRN-AMT(WS-RH-IDX) TO WS-WIN-MAX-AMT
            END-IF.
            IF RH-BUS-D8(WS-RH-IDX) < WS-ACT-FROM-D8
                MOVE RH-BUS-D8(WS-RH-IDX) TO WS-ACT-FROM-D8
            END-IF.
            IF RH-BUS-D8(WS-RH-IDX) > WS-ACT-TO-D8
                MOVE RH-BUS-D8(WS-RH-IDX) TO WS-ACT-TO-D8
            END-IF.
            IF RH-TRN-AMT(WS-RH-IDX) NOT < WS-NEAR-AMT AND
               RH-TRN-AMT(WS-RH-IDX) NOT > WS-THRESH-AMT
                ADD 1 TO WS-NEAR-CT
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2320-DT-FIND-PARA
               THRU 2320-DT-FIND-EXIT
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > WS-DT-CT OR WS-FOUND.
            IF NOT WS-FOUND
                IF WS-DT-CT NOT < 60
                    GO TO 2310-ACCT-SCAN-EXIT
                END-IF
                ADD 1 TO WS-DT-CT
                MOVE WS-DT-CT TO WS-HOLD
                MOVE RH-BUS-D8(WS-RH-IDX) TO DT-BUS-D8(WS-HOLD)
                MOVE 0 TO DT-AMT(WS-HOLD) DT-CT(WS-HOLD)
                          DT-MAX-AMT(WS-HOLD)
                MOVE 'N' TO DT-TODAY-SW(WS-HOLD)
            END-IF.
            ADD 1 TO DT-CT(WS-HOLD).
            ADD RH-TRN-AMT(WS-RH-IDX) TO DT-AMT(WS-HOLD).
            IF RH-TRN-AMT(WS-RH-IDX) > DT-MAX-AMT(WS-HOLD)
                MOVE RH-TRN-AMT(WS-RH-IDX) TO DT-MAX-AMT(WS-HOLD)
            END-IF.
            IF RH-TODAY(WS-RH-IDX)
                MOVE 'Y' TO DT-TODAY-SW(WS-HOLD)
            END-IF.
       2310-ACCT-SCAN-EXIT.
            EXIT.
       2320-DT-FIND-PARA.
            IF DT-BUS-D8(DT-IDX) = RH-BUS-D8(WS-RH-IDX)
                SET WS-HOLD TO DT-IDX
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2320-DT-FIND-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LARGE-CASH DAY.  ONLY DAYS TONIGHT'S POSTINGS TOUCHED
      *    ARE TESTED; ONE ALREADY ON THE REGISTER IS REPORTED
      *    BUT NOT FILED AGAIN.
      *------------------------------------------------------
       2330-CTR-PARA.
            IF NOT DT-TODAY(DT-IDX) OR
               DT-AMT(DT-IDX) NOT > WS-THRESH-AMT
                GO TO 2330-CTR-EXIT
            END-IF.
            ADD 1 TO WS-CTR-CT.
            PERFORM 2340-ACCT-HEAD-PARA
               THRU 2340-ACCT-HEAD-EXIT.
            MOVE 'CTR'             TO WS-FL-TYPE.
            MOVE DT-BUS-D8(DT-IDX) TO WS-FL-FROM-D8 WS-FL-TO-D8.
            MOVE DT-AMT(DT-IDX)    TO WS-FL-AMT.
            MOVE DT-CT(DT-IDX)     TO WS-FL-CT.
            MOVE 0                 TO WS-FL-NEAR-CT.
            MOVE DT-MAX-AMT(DT-IDX) TO WS-FL-MAX-AMT.
            MOVE WS-CUR-ACCT       TO DL-AMR-ACCT-NBR.
            MOVE 'CTR'             TO DL-AMR-TYPE.
            MOVE DT-BUS-D8(DT-IDX) TO DL-AMR-ACT-DATE.
            READ AMLREG.
            EVALUATE WS-FS7
               WHEN 00
                   PERFORM 2360-DUP-LINE-PARA
                      THRU 2360-DUP-LINE-EXIT
               WHEN 23
                   PERFORM 2400-FILE-PARA
                      THRU 2400-FILE-EXIT
               WHEN OTHER
                   DISPLAY "READ ERROR AMLREG: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
            END-EVALUATE.
       2330-CTR-EXIT.
            EXIT.
       2340-ACCT-HEAD-PARA.
            IF WS-ACCT-HEADED
                GO TO 2340-ACCT-HEAD-EXIT
            END-IF.
            MOVE 'Y' TO WS-ACCT-HEAD-SW.
            ADD 1 TO WS-FLAG-ACCT-CT.
            MOVE WS-CUR-ACCT    TO ACL-ACCT.
            MOVE WS-ACT-FROM-D8 TO ACL-FROM.
            MOVE WS-ACT-TO-D8   TO ACL-TO.
            MOVE WS-WIN-CT      TO ACL-CT.
            MOVE WS-WIN-AMT     TO ACL-AMT.
            MOVE WS-NEAR-CT     TO ACL-NEAR-CT.
            MOVE WS-ACCT-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2340-ACCT-HEAD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    STRUCTURING PATTERN.  THE REGISTER IS POSITIONED AT THE
      *    ACCOUNT'S STR ENTRIES FROM THE FIRST DAY OF THE WINDOW
      *    ON; ANY ONE THERE MEANS THIS ACTIVITY WAS ALREADY
      *    REPORTED.
      *------------------------------------------------------
       2350-STR-PARA.
            ADD 1 TO WS-STR-CT.
            PERFORM 2340-ACCT-HEAD-PARA
               THRU 2340-ACCT-HEAD-EXIT.
            MOVE 'STR'          TO WS-FL-TYPE.
            MOVE WS-ACT-FROM-D8 TO WS-FL-FROM-D8.
            MOVE WS-ACT-TO-D8   TO WS-FL-TO-D8.
            MOVE WS-WIN-AMT     TO WS-FL-AMT.
            MOVE WS-WIN-CT      TO WS-FL-CT.
            MOVE WS-NEAR-CT     TO WS-FL-NEAR-CT.
            MOVE WS-WIN-MAX-AMT TO WS-FL-MAX-AMT.
            MOVE WS-CUR-ACCT    TO DL-AMR-ACCT-NBR.
            MOVE 'STR'          TO DL-AMR-TYPE.
            MOVE WS-WIN-FROM-D8 TO DL-AMR-ACT-DATE.
            START AMLREG KEY IS NOT LESS THAN DL-AMR-KEY.
            IF WS-FS7 = 00
                READ AMLREG NEXT RECORD
            END-IF.
            EVALUATE TRUE
               WHEN WS-FS7 = 00 AND
                    DL-AMR-ACCT-NBR = WS-CUR-ACCT AND DL-AMR-STR
                   PERFORM 2360-DUP-LINE-PARA
                      THRU 2360-DUP-LINE-EXIT
               WHEN WS-FS7 = 00 OR WS-FS7 = 10 OR WS-FS7 = 23
                   PERFORM 2400-FILE-PARA
                      THRU 2400-FILE-EXIT
               WHEN OTHER
                   DISPLAY "START/READ ERROR AMLREG: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
            END-EVALUATE.
       2350-STR-EXIT.
            EXIT.
       2360-DUP-LINE-PARA.
            ADD 1 TO WS-DUP-CT.
            PERFORM 2390-FLAG-LINE-PARA
               THRU 2390-FLAG-LINE-EXIT.
            STRING 'ALREADY FILED ' DELIMITED BY SIZE
                   DL-AMR-FILED-DATE DELIMITED BY SIZE
                   ' AS ' DELIMITED BY SIZE
                   DL-AMR-FILING-ID DELIMITED BY SIZE
                   INTO FLL-ACTION
            END-STRING.
            MOVE WS-FLAG-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2360-DUP-LINE-EXIT.
            EXIT.
       2370-DAY-LINE-PARA.
            MOVE DT-BUS-D8(DT-IDX) TO DYL-DATE.
            MOVE DT-AMT(DT-IDX)    TO DYL-AMT.
            MOVE DT-CT(DT-IDX)     TO DYL-CT.
            MOVE SPACES            TO DYL-NOTE.
            IF DT-AMT(DT-IDX) > WS-THRESH-AMT
                MOVE 'OVER THRESHOLD' TO DYL-NOTE
            END-IF.
            MOVE WS-DAY-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2370-DAY-LINE-EXIT.
            EXIT.
       2380-TXN-LINE-PARA.
            IF RH-ACCT-NBR(WS-RH-IDX) NOT = WS-CUR-ACCT
                GO TO 2380-TXN-LINE-EXIT
            END-IF.
            MOVE RH-BUS-D8(WS-RH-IDX)  TO TXL-DATE.
            MOVE RH-REF-NBR(WS-RH-IDX) TO TXL-REF.
            MOVE RH-TRN-AMT(WS-RH-IDX) TO TXL-AMT.
            EVALUATE TRUE
               WHEN RH-TRN-AMT(WS-RH-IDX) > WS-THRESH-AMT
                   MOVE 'OVER THRESHOLD' TO TXL-BAND
               WHEN RH-TRN-AMT(WS-RH-IDX) NOT < WS-NEAR-AMT
                   MOVE 'NEAR THRESHOLD' TO TXL-BAND
               WHEN OTHER
                   MOVE SPACES TO TXL-BAND
            END-EVALUATE.
            IF RH-TODAY(WS-RH-IDX)
                MOVE 'POSTED TODAY' TO TXL-TODAY
            ELSE
                MOVE SPACES TO TXL-TODAY
            END-IF.
            MOVE WS-TXN-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2380-TXN-LINE-EXIT.
            EXIT.
       2390-FLAG-LINE-PARA.
            MOVE WS-FL-TYPE    TO FLL-TYPE.
            MOVE WS-FL-FROM-D8 TO FLL-FROM.
            MOVE WS-FL-TO-D8   TO FLL-TO.
            MOVE WS-FL-AMT     TO FLL-AMT.
            MOVE WS-FL-CT      TO FLL-CT.
            MOVE SPACES        TO FLL-ACTION.
       2390-FLAG-LINE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    FILE ONE REPORT: REGISTER IT FIRST, SO A REPORT THAT
      *    CANNOT BE REGISTERED IS NEVER SENT, THEN WRITE THE
      *    EXTRACT 'D' RECORD.
      *------------------------------------------------------
       2400-FILE-PARA.
            ADD 1 TO WS-FILING-SEQ.
            MOVE WS-RUN-D8     TO WS-FID-DATE.
            MOVE WS-FILING-SEQ TO WS-FID-SEQ.
            PERFORM 2390-FLAG-LINE-PARA
               THRU 2390-FLAG-LINE-EXIT.
            MOVE SPACES          TO DL-AMR-REC.
            MOVE WS-CUR-ACCT     TO DL-AMR-ACCT-NBR.
            MOVE WS-FL-TYPE      TO DL-AMR-TYPE.
            MOVE WS-FL-TO-D8     TO DL-AMR-ACT-DATE.
            MOVE WS-FL-FROM-D8   TO DL-AMR-FROM-DATE.
            MOVE WS-RUN-DATE     TO DL-AMR-FILED-DATE.
            MOVE WS-FILING-ID    TO DL-AMR-FILING-ID.
            MOVE WS-FL-AMT       TO DL-AMR-TOTAL-AMT.
            MOVE WS-FL-CT        TO DL-AMR-TXN-CT.
            MOVE WS-FL-NEAR-CT   TO DL-AMR-NEAR-CT.
            WRITE DL-AMR-REC.
            IF WS-FS7 NOT = 00
                DISPLAY "WRITE ERROR AMLREG: " WS-FS7 " "
                        DL-AMR-KEY
                MOVE 0008 TO WS-RETURN-CD
                MOVE 'NOT FILED - REGISTER WRITE FAILED'
                  TO FLL-ACTION
                GO TO 2400-FILE-LINE
            END-IF.
            MOVE SPACES          TO DL-AMF-REC.
            MOVE 'D'             TO DL-AMF-REC-TYPE.
            MOVE WS-FL-TYPE      TO DL-AMF-RPT-TYPE.
            MOVE WS-FILING-ID    TO DL-AMF-FILING-ID.
            MOVE WS-CUR-ACCT     TO DL-AMF-ACCT-NBR.
            MOVE WS-FL-FROM-D8   TO DL-AMF-FROM-DATE.
            MOVE WS-FL-TO-D8     TO DL-AMF-TO-DATE.
            MOVE WS-FL-AMT       TO DL-AMF-TOTAL-AMT.
            MOVE WS-FL-CT        TO DL-AMF-TXN-CT.
            MOVE WS-FL-NEAR-CT   TO DL-AMF-NEAR-CT.
            MOVE WS-FL-MAX-AMT   TO DL-AMF-MAX-AMT.
            WRITE DL-AMF-REC.
            ADD 1 TO WS-FILED-CT.
            ADD WS-FL-AMT TO WS-FILED-AMT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            STRING 'FILED AS ' DELIMITED BY SIZE
                   WS-FILING-ID DELIMITED BY SIZE
                   INTO FLL-ACTION
            END-STRING.
       2400-FILE-LINE.
            MOVE WS-FLAG-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2400-FILE-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
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
       2780-DATE8-PARA.
            EVALUATE TRUE
               WHEN WS-DATE-IN(5:1) = '/' OR WS-DATE-IN(5:1) = '-'
                   MOVE WS-DATE-IN(1:4) TO WS-DATE8(1:4)
                   MOVE WS-DATE-IN(6:2) TO WS-DATE8(5:2)
                   MOVE WS-DATE-IN(9:2) TO WS-DATE8(7:2)
               WHEN OTHER
                   MOVE WS-DATE-IN(1:8) TO WS-DATE8
            END-EVALUATE.
       2780-DATE8-EXIT.
            EXIT.
       2800-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'POSTED ITEMS READ........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-POST-SKIP-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'REVERSALS/CHARGES SKIPPED: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-NOHIST-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'POSTED, NOT ON HISTORY...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-RH-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'HISTORY ITEMS IN WINDOW..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-AC-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS SCANNED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-FLAG-ACCT-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS FLAGGED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CTR-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'LARGE-CASH DAYS (CTR)....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-STR-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'STRUCTURING PATTERNS(STR): ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-DUP-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ALREADY FILED - SKIPPED..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-FILED-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NEW FILINGS ON EXTRACT...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-FILED-AMT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'AMOUNT FILED.............: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            MOVE SPACES TO DL-AMF-REC.
            MOVE 'T' TO DL-AMF-REC-TYPE.
            MOVE WS-FILED-CT TO DL-AMF-REC-CT.
            MOVE WS-FILED-AMT TO DL-AMF-AMT-TOTAL.
            WRITE DL-AMF-REC.
            CLOSE POSTIN AMLREG AMLFILE RPTFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'AMLSCAN'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-FILED-CT     TO DL-AUDIT-WRITE-CT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERECN.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    MONTHLY NETWORK FEE INVOICE RECONCILIATION.
      *    THE NETWORK BILLS INTERCHANGE, ASSESSMENTS AND CROSS-
      *    BORDER FEES ONCE A MONTH, PER CURRENCY AND FEE TYPE.
      *    THIS PROGRAM PRICES THE MONTH'S SETTLED 'D' RECORDS
      *    FROM THE SETTLEMENT INTERFACE FILES WEEK4 WROTE (EVERY
      *    GENERATION OF THE SETLFILE GDG) AT THE FEE RATES ON
      *    NETFCTL, AND COMPARES THE EXPECTED FEES WITH THE
      *    INVOICE PER CURRENCY AND FEE TYPE.  A DIFFERENCE OVER
      *    THE NETFCTL TOLERANCE PRINTS WITH THE SETTLEMENT
      *    BATCHES BEHIND IT - ONE LINE PER CURRENCY AND
      *    TRANSACTION TYPE PER SETTLEMENT DAY, WITH THE FEE THAT
      *    BATCH SHOULD HAVE BORNE - SO FINANCE CAN DISPUTE AN
      *    OVERBILLING WITH EVIDENCE, AND ENDS THE STEP RC 8.
      *    THE MONTH IS THE INVOICE'S PERIOD; AN EMPTY INVOICE
      *    FILE RECONCILES THE MONTH BEFORE THE RUN DATE.  A
      *    SETTLEMENT FILE BELONGS TO THE MONTH OF ITS 'F' FILE
      *    CONTROL DATE (THE NIGHT IT WENT TO THE NETWORK).
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE SETTLEMENT INTERFACE FILES - ALL GENERATIONS, EACH
      *    ENDING WITH ITS 'F' FILE CONTROL.
      *------------------------------------------------------
           SELECT SETLIN ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    THE NETWORK'S MONTHLY FEE INVOICE - ONE LINE PER
      *    CURRENCY AND FEE TYPE: PERIOD (YYYY-MM), CURRENCY, FEE
      *    TYPE, TRANSACTIONS BILLED AND FEE AMOUNT.
      *------------------------------------------------------
           SELECT INVIN ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    FEE-RATE CONTROL DECK.  'R' CARDS: CURRENCY, TRANSACTION
      *    TYPE (P PURCHASE, R REVERSAL, * EITHER), FEE TYPE, RATE
      *    AS A PERCENT OF THE SETTLED AMOUNT (2.5 DECIMALS) AND A
      *    PER-ITEM FEE.  THE FIRST CARD THAT MATCHES A CURRENCY,
      *    TRANSACTION TYPE AND FEE TYPE PRICES IT, SO SPECIFIC
      *    CARDS GO AHEAD OF '*' ONES.  A 'T' CARD SETS THE ONE
      *    TOLERANCE (DEFAULT 1.00) APPLIED TO EVERY CURRENCY AND
      *    FEE TYPE.
      *------------------------------------------------------
           SELECT RATECTL ASSIGN DD3
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
       FD SETLIN.
       01 SETL-REC.
           10 ST-REC-TYPE      PIC X(01).
           10 FILLER           PIC X(01).
           10 ST-CURR-CDE      PIC X(03).
           10 FILLER           PIC X(01).
           10 ST-REF-NBR       PIC X(23).
           10 FILLER           PIC X(01).
           10 ST-TRN-DTE       PIC X(10).
           10 FILLER           PIC X(01).
           10 ST-SETL-AMT      PIC S9(13)V9(2).
           10 FILLER           PIC X(01).
           10 ST-COUNT         PIC 9(07).
           10 FILLER           PIC X(01).
           10 ST-TRN-TYPE      PIC X(01).
           10 FILLER           PIC X(14).
       FD INVIN.
       01 INV-REC.
           10 INV-PERIOD       PIC X(07).
           10 FILLER           PIC X(01).
           10 INV-CURR-CDE     PIC X(03).
           10 FILLER           PIC X(01).
           10 INV-FEE-TYPE     PIC X(04).
           10 FILLER           PIC X(01).
           10 INV-COUNT        PIC 9(07).
           10 FILLER           PIC X(01).
           10 INV-AMT          PIC S9(11)V9(2).
           10 FILLER           PIC X(42).
       FD RATECTL.
       01 RATECTL-REC.
           10 RC-CARD-TYPE     PIC X(01).
           10 FILLER           PIC X(01).
           10 RC-CURR-CDE      PIC X(03).
           10 FILLER           PIC X(01).
           10 RC-TRN-TYPE      PIC X(01).
           10 FILLER           PIC X(01).
           10 RC-FEE-TYPE      PIC X(04).
           10 FILLER           PIC X(01).
           10 RC-RATE-PCT      PIC 9(02)V9(05).
           10 FILLER           PIC X(01).
           10 RC-ITEM-FEE      PIC 9(03)V9(02).
           10 FILLER           PIC X(54).
       01 RATECTL-TOL-REC.
           10 FILLER           PIC X(02).
           10 RC-TOL-AMT       PIC 9(05)V9(02).
           10 FILLER           PIC X(71).
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
       01 WS-INV-CT            PIC 9(05) VALUE 0.
       01 WS-GEN-CT            PIC 9(05) VALUE 0.
       01 WS-GEN-IN-CT         PIC 9(05) VALUE 0.
       01 WS-DTL-CT            PIC 9(07) VALUE 0.
       01 WS-DTL-IN-CT         PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-BREAK-CT          PIC 9(05) VALUE 0.
       01 WS-UNPRICED-CT       PIC 9(05) VALUE 0.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-DATE-IN           PIC X(10).
       01 WS-DATE8             PIC X(08).
       01 WS-PERIOD            PIC X(07) VALUE SPACES.
       01 WS-PERIOD-D6         PIC X(06).
       01 WS-YEAR              PIC 9(04).
       01 WS-MONTH             PIC 9(02).
       01 WS-TOL-AMT           PIC 9(05)V9(02) VALUE 1.00.
       01 WS-FOUND-SW          PIC X(01).
           88 WS-FOUND         VALUE 'Y'.
       01 WS-HOLD              PIC 9(04).
      *------------------------------------------------------
      *    FEE RATES FROM NETFCTL, AND THE FEE TYPES THEY NAME.
      *------------------------------------------------------
       01 WS-RT-CT             PIC 9(03) VALUE 0.
       01 WS-RT-TBL OCCURS 100 TIMES INDEXED BY RT-IDX.
           05 RT-CURR-CDE      PIC X(03).
           05 RT-TRN-TYPE      PIC X(01).
           05 RT-FEE-TYPE      PIC X(04).
           05 RT-RATE-PCT      PIC 9(02)V9(05).
           05 RT-ITEM-FEE      PIC 9(03)V9(02).
       01 WS-FT-CT             PIC 9(02) VALUE 0.
       01 WS-FT-TBL OCCURS 20 TIMES INDEXED BY FT-IDX.
           05 FT-FEE-TYPE      PIC X(04).
       01 WS-CUR-CURR          PIC X(03).
       01 WS-CUR-TYPE          PIC X(01).
       01 WS-CUR-FEE           PIC X(04).
       01 WS-CUR-RATE          PIC 9(02)V9(05).
       01 WS-CUR-ITEM          PIC 9(03)V9(02).
       01 WS-FEE-AMT           PIC S9(13)V9(02).
       01 WS-PRICED-SW         PIC X(01).
           88 WS-PRICED        VALUE 'Y'.
      *------------------------------------------------------
      *    THE GENERATION BEING READ, PER CURRENCY AND
      *    TRANSACTION TYPE, HELD UNTIL ITS 'F' CONTROL SAYS
      *    WHICH MONTH IT SETTLED IN.
      *------------------------------------------------------
       01 WS-PD-CT             PIC 9(02) VALUE 0.
       01 WS-PD-TBL OCCURS 40 TIMES INDEXED BY PD-IDX.
           05 PD-CURR-CDE      PIC X(03).
           05 PD-TRN-TYPE      PIC X(01).
           05 PD-COUNT         PIC 9(07).
           05 PD-AMT           PIC S9(13)V9(02).
      *------------------------------------------------------
      *    THE MONTH'S SETTLEMENT BATCHES - ONE PER SETTLEMENT
      *    DAY, CURRENCY AND TRANSACTION TYPE.
      *------------------------------------------------------
       01 WS-MB-CT             PIC 9(04) VALUE 0.
       01 WS-MB-TBL OCCURS 1000 TIMES INDEXED BY MB-IDX.
           05 MB-SETL-DTE      PIC X(10).
           05 MB-CURR-CDE      PIC X(03).
           05 MB-TRN-TYPE      PIC X(01).
           05 MB-COUNT         PIC 9(07).
           05 MB-AMT           PIC S9(13)V9(02).
      *------------------------------------------------------
      *    EXPECTED AND INVOICED FEES PER CURRENCY AND FEE TYPE.
      *------------------------------------------------------
       01 WS-EX-CT             PIC 9(03) VALUE 0.
       01 WS-EX-TBL OCCURS 200 TIMES INDEXED BY EX-IDX.
           05 EX-CURR-CDE      PIC X(03).
           05 EX-FEE-TYPE      PIC X(04).
           05 EX-EXP-CT        PIC 9(07).
           05 EX-EXP-AMT       PIC S9(13)V9(02).
           05 EX-INV-CT        PIC 9(07).
           05 EX-INV-AMT       PIC S9(13)V9(02).
           05 EX-INV-SW        PIC X(01).
               88 EX-INVOICED  VALUE 'Y'.
       01 WS-DIFF-AMT          PIC S9(13)V9(02).
       01 WS-TOT-EXP-AMT       PIC S9(13)V9(02) VALUE 0.
       01 WS-TOT-INV-AMT       PIC S9(13)V9(02) VALUE 0.
       01 WS-TOT-OVER-AMT      PIC S9(13)V9(02) VALUE 0.
       01 WS-TOT-UNDER-AMT     PIC S9(13)V9(02) VALUE 0.
       01 WS-BT-CT             PIC 9(04).
       01 WS-AMT-ED-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-HDG-2.
           05 FILLER           PIC X(03) VALUE 'CUR'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE 'FEE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE ' EXP CT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE ' INV CT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE
                                   '         EXPECTED FEE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE
                                   '         INVOICED FEE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE
                                   '           DIFFERENCE'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'STATUS'.
       01 WS-EX-LINE.
           05 EXL-CURR-CDE     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-FEE-TYPE     PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-EXP-CT       PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-INV-CT       PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-EXP-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-INV-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-DIFF-AMT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-STATUS       PIC X(16).
       01 WS-BT-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'SETTLED '.
           05 BTL-SETL-DTE     PIC X(10).
           05 FILLER           PIC X(07) VALUE '  TYPE '.
           05 BTL-TRN-TYPE     PIC X(01).
           05 FILLER           PIC X(08) VALUE '  COUNT '.
           05 BTL-COUNT        PIC ZZZZZZ9.
           05 FILLER           PIC X(09) VALUE '  AMOUNT '.
           05 BTL-AMT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(15) VALUE '  EXPECTED FEE '.
           05 BTL-FEE-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
            PERFORM 1100-RATE-LOAD-PARA
               THRU 1100-RATE-LOAD-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LOAD THE FEE RATES.  THE DECK IS REQUIRED - WITHOUT IT
      *    NOTHING CAN BE PRICED.
      *------------------------------------------------------
       1100-RATE-LOAD-PARA.
            OPEN INPUT RATECTL.
            IF WS-FS3 NOT = 00
                DISPLAY "OPEN ERROR RATECTL: " WS-FS3
                MOVE 0008 TO WS-RETURN-CD
                PERFORM 3000-TERM-PARA
            END-IF.
            PERFORM 1110-RATE-READ-PARA
               THRU 1110-RATE-READ-EXIT
               UNTIL WS-FS3 = 10.
            CLOSE RATECTL.
            DISPLAY "FEE RATES LOADED: " WS-RT-CT
                    " FOR " WS-FT-CT " FEE TYPES, TOLERANCE "
                    WS-TOL-AMT.
            IF WS-RT-CT = 0
                DISPLAY "NO 'R' CARDS ON RATECTL - NOTHING PRICED"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
       1100-RATE-LOAD-EXIT.
            EXIT.
       1110-RATE-READ-PARA.
            READ RATECTL.
            EVALUATE TRUE
               WHEN WS-FS3 = 10
                   CONTINUE
               WHEN WS-FS3 NOT = 00
                   DISPLAY "READ ERROR RATECTL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
               WHEN RC-CARD-TYPE = 'T' AND RC-TOL-AMT IS NUMERIC
                   MOVE RC-TOL-AMT TO WS-TOL-AMT
               WHEN RC-CARD-TYPE NOT = 'R' OR
                    RC-RATE-PCT NOT NUMERIC OR
                    RC-ITEM-FEE NOT NUMERIC
                   DISPLAY "RATECTL CARD NOT VALID - IGNORED: "
                           RATECTL-REC(1:28)
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
               WHEN WS-RT-CT < 100
                   ADD 1 TO WS-RT-CT
                   MOVE RC-CURR-CDE TO RT-CURR-CDE(WS-RT-CT)
                   MOVE RC-TRN-TYPE TO RT-TRN-TYPE(WS-RT-CT)
                   MOVE RC-FEE-TYPE TO RT-FEE-TYPE(WS-RT-CT)
                   MOVE RC-RATE-PCT TO RT-RATE-PCT(WS-RT-CT)
                   MOVE RC-ITEM-FEE TO RT-ITEM-FEE(WS-RT-CT)
                   PERFORM 1120-FT-ADD-PARA
                      THRU 1120-FT-ADD-EXIT
               WHEN OTHER
                   DISPLAY "RATE TABLE FULL - CARD IGNORED: "
                           RATECTL-REC(1:28)
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
            END-EVALUATE.
       1110-RATE-READ-EXIT.
            EXIT.
       1120-FT-ADD-PARA.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 1130-FT-FIND-PARA
               THRU 1130-FT-FIND-EXIT
               VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > WS-FT-CT OR WS-FOUND.
            IF NOT WS-FOUND AND WS-FT-CT < 20
                ADD 1 TO WS-FT-CT
                MOVE RC-FEE-TYPE TO FT-FEE-TYPE(WS-FT-CT)
            END-IF.
       1120-FT-ADD-EXIT.
            EXIT.
       1130-FT-FIND-PARA.
            IF FT-FEE-TYPE(FT-IDX) = RC-FEE-TYPE
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       1130-FT-FIND-EXIT.
            EXIT.
      *-----------------------------------------------
      *    RUN-CONTROL GUARD - SAME PAYRUNC CONVENTION AS THE OTHER
      *    BATCH STEPS.
      *-----------------------------------------------
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'FEERECN'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "FEERECN ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'FEERECN'   TO WS-RUNC-PGM.
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
            MOVE SPACES TO RPT-REC.
            STRING 'NETWORK FEE INVOICE RECONCILIATION - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT
            PERFORM 2200-INV-READ-PARA
               THRU 2200-INV-READ-EXIT
               UNTIL WS-FS2 = 10
            IF WS-PERIOD = SPACES
                PERFORM 1200-PERIOD-DFLT-PARA
                   THRU 1200-PERIOD-DFLT-EXIT
            END-IF
            MOVE WS-PERIOD(1:4) TO WS-PERIOD-D6(1:4)
            MOVE WS-PERIOD(6:2) TO WS-PERIOD-D6(5:2)
            PERFORM 2300-SETL-READ-PARA
               THRU 2300-SETL-READ-EXIT
               UNTIL WS-FS1 = 10
            IF WS-PD-CT > 0
                DISPLAY "LAST SETTLEMENT FILE HAS NO 'F' CONTROL - "
                        "ITS DETAILS ARE NOT COUNTED"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF
            PERFORM 2400-EXPECT-PARA
               THRU 2400-EXPECT-EXIT
               VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > WS-MB-CT
            PERFORM 2500-COMPARE-PARA
               THRU 2500-COMPARE-EXIT
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
      *------------------------------------------------------
      *    NO INVOICE LINES - RECONCILE THE MONTH BEFORE THE RUN
      *    DATE, SO EVERY EXPECTED FEE SHOWS AS NOT INVOICED.
      *------------------------------------------------------
       1200-PERIOD-DFLT-PARA.
            MOVE WS-RUN-DATE TO WS-DATE-IN.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            MOVE WS-DATE8(1:4) TO WS-YEAR.
            MOVE WS-DATE8(5:2) TO WS-MONTH.
            IF WS-MONTH = 01
                MOVE 12 TO WS-MONTH
                SUBTRACT 1 FROM WS-YEAR
            ELSE
                SUBTRACT 1 FROM WS-MONTH
            END-IF.
            MOVE WS-YEAR  TO WS-PERIOD(1:4).
            MOVE '-'      TO WS-PERIOD(5:1).
            MOVE WS-MONTH TO WS-PERIOD(6:2).
            DISPLAY "FEE INVOICE EMPTY - RECONCILING " WS-PERIOD.
       1200-PERIOD-DFLT-EXIT.
            EXIT.
       2100-OPEN-PARA.
            OPEN INPUT SETLIN.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN SETLIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SETLIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT INVIN.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN INVIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR INVIN: " WS-FS2
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
       2100-OPEN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE INVOICE LINE.  THE FIRST LINE'S PERIOD IS THE
      *    MONTH RECONCILED; A LINE FOR ANOTHER PERIOD OR WITH A
      *    BAD COUNT OR AMOUNT IS A BREAK IN ITSELF.
      *------------------------------------------------------
       2200-INV-READ-PARA.
            READ INVIN.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   ADD 1 TO WS-INV-CT
                   PERFORM 2210-INV-ADD-PARA
                      THRU 2210-INV-ADD-EXIT
               WHEN 10
                   DISPLAY "FEE INVOICE LINES READ: " WS-INV-CT
               WHEN OTHER
                   DISPLAY "READ ERROR INVIN: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS2
            END-EVALUATE.
       2200-INV-READ-EXIT.
            EXIT.
       2210-INV-ADD-PARA.
            IF WS-PERIOD = SPACES
                MOVE INV-PERIOD TO WS-PERIOD
                MOVE SPACES TO RPT-REC
                STRING 'INVOICE PERIOD ' DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE SPACES TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
            END-IF.
            IF INV-PERIOD NOT = WS-PERIOD
                ADD 1 TO WS-BREAK-CT
                MOVE SPACES TO RPT-REC
                STRING 'INVOICE LINE FOR PERIOD ' DELIMITED BY SIZE
                       INV-PERIOD DELIMITED BY SIZE
                       ' - NOT PART OF THIS INVOICE: '
                       DELIMITED BY SIZE
                       INV-REC(1:38) DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2210-INV-ADD-EXIT
            END-IF.
            IF INV-COUNT NOT NUMERIC OR INV-AMT NOT NUMERIC
                ADD 1 TO WS-BREAK-CT
                MOVE SPACES TO RPT-REC
                STRING 'INVOICE LINE NOT NUMERIC: ' DELIMITED BY SIZE
                       INV-REC(1:38) DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2210-INV-ADD-EXIT
            END-IF.
            MOVE INV-CURR-CDE TO WS-CUR-CURR.
            MOVE INV-FEE-TYPE TO WS-CUR-FEE.
            PERFORM 2750-EX-FIND-PARA
               THRU 2750-EX-FIND-EXIT.
            IF WS-HOLD = 0
                GO TO 2210-INV-ADD-EXIT
            END-IF.
            SET EX-IDX TO WS-HOLD.
            MOVE 'Y' TO EX-INV-SW(EX-IDX).
            ADD INV-COUNT TO EX-INV-CT(EX-IDX).
            ADD INV-AMT TO EX-INV-AMT(EX-IDX).
            ADD INV-AMT TO WS-TOT-INV-AMT.
       2210-INV-ADD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    SETTLEMENT FILES.  'D' DETAILS ARE HELD PER CURRENCY
      *    AND TRANSACTION TYPE UNTIL THE FILE'S 'F' CONTROL; 'B'
      *    AND 'C' RECORDS ARE SETLMTCH'S BUSINESS.
      *------------------------------------------------------
       2300-SETL-READ-PARA.
            READ SETLIN.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   EVALUATE ST-REC-TYPE
                      WHEN 'D'
                          ADD 1 TO WS-DTL-CT
                          PERFORM 2310-DTL-ADD-PARA
                             THRU 2310-DTL-ADD-EXIT
                      WHEN 'F'
                          ADD 1 TO WS-GEN-CT
                          PERFORM 2330-GEN-END-PARA
                             THRU 2330-GEN-END-EXIT
                      WHEN OTHER
                          CONTINUE
                   END-EVALUATE
               WHEN 10
                   DISPLAY "SETTLEMENT FILES READ: " WS-GEN-CT
                           ", " WS-GEN-IN-CT " IN " WS-PERIOD
               WHEN OTHER
                   DISPLAY "READ ERROR SETLIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2300-SETL-READ-EXIT.
            EXIT.
      *    FILES WRITTEN BEFORE THE TRANSACTION TYPE WAS CARRIED
      *    HAVE IT BLANK; A NEGATIVE AMOUNT IS A REVERSAL.
       2310-DTL-ADD-PARA.
            MOVE ST-CURR-CDE TO WS-CUR-CURR.
            EVALUATE TRUE
               WHEN ST-TRN-TYPE = 'P' OR ST-TRN-TYPE = 'R'
                   MOVE ST-TRN-TYPE TO WS-CUR-TYPE
               WHEN ST-SETL-AMT < 0
                   MOVE 'R' TO WS-CUR-TYPE
               WHEN OTHER
                   MOVE 'P' TO WS-CUR-TYPE
            END-EVALUATE.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2320-PD-FIND-PARA
               THRU 2320-PD-FIND-EXIT
               VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > WS-PD-CT OR WS-FOUND.
            IF WS-FOUND
                GO TO 2310-DTL-ADD-EXIT
            END-IF.
            IF WS-PD-CT < 40
                ADD 1 TO WS-PD-CT
                MOVE WS-CUR-CURR TO PD-CURR-CDE(WS-PD-CT)
                MOVE WS-CUR-TYPE TO PD-TRN-TYPE(WS-PD-CT)
                MOVE 1 TO PD-COUNT(WS-PD-CT)
                MOVE ST-SETL-AMT TO PD-AMT(WS-PD-CT)
            ELSE
                DISPLAY "SETTLEMENT BATCH TABLE FULL - DETAIL "
                        ST-REF-NBR " NOT COUNTED"
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
       2310-DTL-ADD-EXIT.
            EXIT.
       2320-PD-FIND-PARA.
            IF PD-CURR-CDE(PD-IDX) = WS-CUR-CURR AND
               PD-TRN-TYPE(PD-IDX) = WS-CUR-TYPE
                ADD 1 TO PD-COUNT(PD-IDX)
                ADD ST-SETL-AMT TO PD-AMT(PD-IDX)
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2320-PD-FIND-EXIT.
            EXIT.
      *------------------------------------------------------
      *    END OF ONE SETTLEMENT FILE - ITS BATCHES JOIN THE
      *    MONTH WHEN THE 'F' CONTROL DATE FALLS IN THE PERIOD.
      *------------------------------------------------------
       2330-GEN-END-PARA.
            MOVE ST-TRN-DTE TO WS-DATE-IN.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            IF WS-DATE8(1:6) = WS-PERIOD-D6
                ADD 1 TO WS-GEN-IN-CT
                PERFORM 2340-PD-MOVE-PARA
                   THRU 2340-PD-MOVE-EXIT
                   VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-CT
            END-IF.
            MOVE 0 TO WS-PD-CT.
       2330-GEN-END-EXIT.
            EXIT.
       2340-PD-MOVE-PARA.
            ADD PD-COUNT(PD-IDX) TO WS-DTL-IN-CT.
            IF WS-MB-CT < 1000
                ADD 1 TO WS-MB-CT
                MOVE ST-TRN-DTE TO MB-SETL-DTE(WS-MB-CT)
                MOVE PD-CURR-CDE(PD-IDX) TO MB-CURR-CDE(WS-MB-CT)
                MOVE PD-TRN-TYPE(PD-IDX) TO MB-TRN-TYPE(WS-MB-CT)
                MOVE PD-COUNT(PD-IDX) TO MB-COUNT(WS-MB-CT)
                MOVE PD-AMT(PD-IDX) TO MB-AMT(WS-MB-CT)
            ELSE
                DISPLAY "MONTH BATCH TABLE FULL - "
                        PD-CURR-CDE(PD-IDX) " " ST-TRN-DTE
                        " NOT COUNTED"
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
       2340-PD-MOVE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    PRICE ONE BATCH UNDER EVERY FEE TYPE ON THE DECK.  A
      *    BATCH NO CARD PRICES AT ALL IS LISTED - THE DECK IS
      *    MISSING ITS CURRENCY.
      *------------------------------------------------------
       2400-EXPECT-PARA.
            MOVE 'N' TO WS-PRICED-SW.
            PERFORM 2410-FT-PRICE-PARA
               THRU 2410-FT-PRICE-EXIT
               VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > WS-FT-CT.
            IF NOT WS-PRICED
                ADD 1 TO WS-UNPRICED-CT
                MOVE SPACES TO RPT-REC
                STRING 'NO FEE RATES FOR CURRENCY ' DELIMITED BY SIZE
                       MB-CURR-CDE(MB-IDX) DELIMITED BY SIZE
                       ' TYPE ' DELIMITED BY SIZE
                       MB-TRN-TYPE(MB-IDX) DELIMITED BY SIZE
                       ' - BATCH SETTLED ' DELIMITED BY SIZE
                       MB-SETL-DTE(MB-IDX) DELIMITED BY SIZE
                       ' NOT PRICED' DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
       2400-EXPECT-EXIT.
            EXIT.
       2410-FT-PRICE-PARA.
            MOVE MB-CURR-CDE(MB-IDX) TO WS-CUR-CURR.
            MOVE MB-TRN-TYPE(MB-IDX) TO WS-CUR-TYPE.
            MOVE FT-FEE-TYPE(FT-IDX) TO WS-CUR-FEE.
            PERFORM 2700-RATE-FIND-PARA
               THRU 2700-RATE-FIND-EXIT.
            IF NOT WS-FOUND
                GO TO 2410-FT-PRICE-EXIT
            END-IF.
            MOVE 'Y' TO WS-PRICED-SW.
            PERFORM 2750-EX-FIND-PARA
               THRU 2750-EX-FIND-EXIT.
            IF WS-HOLD = 0
                GO TO 2410-FT-PRICE-EXIT
            END-IF.
            SET EX-IDX TO WS-HOLD.
            ADD MB-COUNT(MB-IDX) TO EX-EXP-CT(EX-IDX).
            ADD WS-FEE-AMT TO EX-EXP-AMT(EX-IDX).
            ADD WS-FEE-AMT TO WS-TOT-EXP-AMT.
       2410-FT-PRICE-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    EXPECTED AGAINST INVOICED, PER CURRENCY AND FEE TYPE.
      *------------------------------------------------------
       2500-COMPARE-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-HDG-2 TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2510-EX-LINE-PARA
               THRU 2510-EX-LINE-EXIT
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EX-CT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            IF WS-BREAK-CT > 0
                MOVE WS-BREAK-CT TO WS-CT-ED-1
                MOVE SPACES TO RPT-REC
                STRING '*** FEE INVOICE BREAKS THIS RUN: '
                       DELIMITED BY SIZE
                       WS-CT-ED-1 DELIMITED BY SIZE
                       ' ***' DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE 0008 TO WS-RETURN-CD
            ELSE
                MOVE SPACES TO RPT-REC
                STRING 'FEE INVOICE AGREES WITH SETTLEMENT '
                       DELIMITED BY SIZE
                       'WITHIN TOLERANCE' DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
            END-IF.
       2500-COMPARE-EXIT.
            EXIT.
       2510-EX-LINE-PARA.
            COMPUTE WS-DIFF-AMT =
                    EX-INV-AMT(EX-IDX) - EX-EXP-AMT(EX-IDX).
            MOVE EX-CURR-CDE(EX-IDX) TO EXL-CURR-CDE.
            MOVE EX-FEE-TYPE(EX-IDX) TO EXL-FEE-TYPE.
            MOVE EX-EXP-CT(EX-IDX)   TO EXL-EXP-CT.
            MOVE EX-INV-CT(EX-IDX)   TO EXL-INV-CT.
            MOVE EX-EXP-AMT(EX-IDX)  TO EXL-EXP-AMT.
            MOVE EX-INV-AMT(EX-IDX)  TO EXL-INV-AMT.
            MOVE WS-DIFF-AMT         TO EXL-DIFF-AMT.
            EVALUATE TRUE
               WHEN WS-DIFF-AMT NOT > WS-TOL-AMT AND
                    WS-DIFF-AMT NOT < 0 - WS-TOL-AMT
                   MOVE 'AGREES' TO EXL-STATUS
               WHEN NOT EX-INVOICED(EX-IDX)
                   MOVE 'NOT INVOICED' TO EXL-STATUS
               WHEN EX-EXP-CT(EX-IDX) = 0
                   MOVE 'NO SETTLED BASIS' TO EXL-STATUS
               WHEN WS-DIFF-AMT > 0
                   MOVE 'OVERBILLED' TO EXL-STATUS
               WHEN OTHER
                   MOVE 'UNDERBILLED' TO EXL-STATUS
            END-EVALUATE.
            MOVE WS-EX-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            IF EXL-STATUS = 'AGREES'
                GO TO 2510-EX-LINE-EXIT
            END-IF.
            ADD 1 TO WS-BREAK-CT.
            IF WS-DIFF-AMT > 0
                ADD WS-DIFF-AMT TO WS-TOT-OVER-AMT
            ELSE
                ADD WS-DIFF-AMT TO WS-TOT-UNDER-AMT
            END-IF.
            MOVE 0 TO WS-BT-CT.
            PERFORM 2520-BATCH-LINE-PARA
               THRU 2520-BATCH-LINE-EXIT
               VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > WS-MB-CT.
            IF WS-BT-CT = 0
                MOVE SPACES TO RPT-REC
                STRING '      NO SETTLEMENT BATCHES FOR CURRENCY '
                       DELIMITED BY SIZE
                       EX-CURR-CDE(EX-IDX) DELIMITED BY SIZE
                       ' IN ' DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
            END-IF.
       2510-EX-LINE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE SETTLEMENT BATCH BEHIND A BREAK, WITH THE FEE OF
      *    THIS TYPE IT SHOULD HAVE BORNE.
      *------------------------------------------------------
       2520-BATCH-LINE-PARA.
            IF MB-CURR-CDE(MB-IDX) NOT = EX-CURR-CDE(EX-IDX)
                GO TO 2520-BATCH-LINE-EXIT
            END-IF.
            ADD 1 TO WS-BT-CT.
            MOVE MB-CURR-CDE(MB-IDX) TO WS-CUR-CURR.
            MOVE MB-TRN-TYPE(MB-IDX) TO WS-CUR-TYPE.
            MOVE EX-FEE-TYPE(EX-IDX) TO WS-CUR-FEE.
            PERFORM 2700-RATE-FIND-PARA
               THRU 2700-RATE-FIND-EXIT.
            MOVE MB-SETL-DTE(MB-IDX) TO BTL-SETL-DTE.
            MOVE MB-TRN-TYPE(MB-IDX) TO BTL-TRN-TYPE.
            MOVE MB-COUNT(MB-IDX)    TO BTL-COUNT.
            MOVE MB-AMT(MB-IDX)      TO BTL-AMT.
            MOVE WS-FEE-AMT          TO BTL-FEE-AMT.
            MOVE WS-BT-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2520-BATCH-LINE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    FIRST CARD FOR WS-CUR-CURR / WS-CUR-TYPE / WS-CUR-FEE,
      *    AND THE FEE IT PUTS ON BATCH MB-IDX (ZERO WHEN NO CARD
      *    MATCHES).  REVERSALS CARRY A NEGATIVE AMOUNT, SO THE
      *    PERCENTAGE PART COMES BACK AS A CREDIT; THE PER-ITEM
      *    PART IS CHARGED ON EVERY TRANSACTION.
      *------------------------------------------------------
       2700-RATE-FIND-PARA.
            MOVE 'N' TO WS-FOUND-SW.
            MOVE 0 TO WS-FEE-AMT.
            PERFORM 2710-RATE-MATCH-PARA
               THRU 2710-RATE-MATCH-EXIT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RT-CT OR WS-FOUND.
            IF WS-FOUND
                COMPUTE WS-FEE-AMT ROUNDED =
                        MB-AMT(MB-IDX) * WS-CUR-RATE / 100
                      + MB-COUNT(MB-IDX) * WS-CUR-ITEM
                   ON SIZE ERROR
                       DISPLAY "FEE OVERFLOW - " WS-CUR-CURR " "
                               WS-CUR-FEE " " MB-SETL-DTE(MB-IDX)
                       MOVE 0 TO WS-FEE-AMT
                END-COMPUTE
            END-IF.
       2700-RATE-FIND-EXIT.
            EXIT.
       2710-RATE-MATCH-PARA.
            IF RT-CURR-CDE(RT-IDX) = WS-CUR-CURR AND
               RT-FEE-TYPE(RT-IDX) = WS-CUR-FEE AND
               (RT-TRN-TYPE(RT-IDX) = WS-CUR-TYPE OR
                RT-TRN-TYPE(RT-IDX) = '*')
                MOVE RT-RATE-PCT(RT-IDX) TO WS-CUR-RATE
                MOVE RT-ITEM-FEE(RT-IDX) TO WS-CUR-ITEM
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2710-RATE-MATCH-EXIT.
            EXIT.
      *------------------------------------------------------
      *    POINT WS-HOLD AT THE ENTRY FOR WS-CUR-CURR AND
      *    WS-CUR-FEE, ADDING IT IF NEW.  A FULL TABLE LEAVES
      *    WS-HOLD ZERO AND ENDS THE RUN RC 8.
      *------------------------------------------------------
       2750-EX-FIND-PARA.
            MOVE 'N' TO WS-FOUND-SW.
            MOVE 0 TO WS-HOLD.
            PERFORM 2760-EX-MATCH-PARA
               THRU 2760-EX-MATCH-EXIT
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EX-CT OR WS-FOUND.
            IF WS-FOUND
                GO TO 2750-EX-FIND-EXIT
            END-IF.
            IF WS-EX-CT < 200
                ADD 1 TO WS-EX-CT
                MOVE WS-CUR-CURR TO EX-CURR-CDE(WS-EX-CT)
                MOVE WS-CUR-FEE  TO EX-FEE-TYPE(WS-EX-CT)
                MOVE 0 TO EX-EXP-CT(WS-EX-CT) EX-EXP-AMT(WS-EX-CT)
                          EX-INV-CT(WS-EX-CT) EX-INV-AMT(WS-EX-CT)
                MOVE 'N' TO EX-INV-SW(WS-EX-CT)
                MOVE WS-EX-CT TO WS-HOLD
            ELSE
                DISPLAY "FEE TABLE FULL - " WS-CUR-CURR " "
                        WS-CUR-FEE " NOT RECONCILED"
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
       2750-EX-FIND-EXIT.
            EXIT.
       2760-EX-MATCH-PARA.
            IF EX-CURR-CDE(EX-IDX) = WS-CUR-CURR AND
               EX-FEE-TYPE(EX-IDX) = WS-CUR-FEE
                MOVE 'Y' TO WS-FOUND-SW
                SET WS-HOLD TO EX-IDX
            END-IF.
       2760-EX-MATCH-EXIT.
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
            MOVE WS-GEN-IN-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'SETTLEMENT FILES IN MONTH: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-DTL-IN-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'SETTLED DETAILS IN MONTH.: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MB-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'SETTLEMENT BATCHES.......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-UNPRICED-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'BATCHES NOT PRICED.......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-INV-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'INVOICE LINES............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-TOT-EXP-AMT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'TOTAL EXPECTED FEES......: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-TOT-INV-AMT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'TOTAL INVOICED FEES......: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-TOT-OVER-AMT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'OVERBILLED (TO DISPUTE)..: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-TOT-UNDER-AMT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'UNDERBILLED..............: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE SETLIN INVIN RPTFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'FEERECN'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-RPT-CT       TO DL-AUDIT-WRITE-CT
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

           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    CONTROL CARDS: 'TOPN' SETS HOW MANY MERCHANTS RANK IN
      *    EACH SECTION (DEFAULT 10), 'CONCPCT' THE SHARE OF A
      *    REGION'S VOLUME THAT FLAGS CONCENTRATION (DEFAULT 25)
      *    AND 'HRISKPCT' THE SHARE IN HIGH-RISK CATEGORIES THAT
      *    FLAGS A REGION (DEFAULT 10).
      *------------------------------------------------------
           SELECT OPTIONAL MRCHCTL ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
      *    THE HHMATCH HOUSEHOLD CROSS-REFERENCE (DLHHXRF), IN THE
      *    SAME ACCOUNT ORDER AS THE MERGED MASTER.
      *------------------------------------------------------
           SELECT OPTIONAL HHXREF ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           10 FILLER           PIC X(66).
       FD AUDITFL.
           COPY DLAUDIT.
       FD HHXREF.
       01 XRF-IN-REC           PIC X(120).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------
      *    MERCHANT SPEND ANALYSIS OVER THE MERGED ACCOUNT
      *    A CONCENTRATION SECTION FLAGGING ANY MERCHANT THAT
      *    CARRIES MORE THAN THE THRESHOLD SHARE OF A REGION'S
      *    VOLUME.
      *    MERCHANTS ARE COUNTED UNDER THEIR CANONICAL MERCHANT
      *    FROM THE MERCHANT MASTER (MRCHLKP), SO THE NAME
      *    VARIANTS OF ONE MERCHANT RANK TOGETHER; A NAME NO
      *    VARIANT MAPS YET RANKS UNDER ITS NORMALIZED NAME WITH
      *    NO MCC.  PER REGION THE REPORT ALSO SHOWS SPEND BY
      *    MERCHANT CATEGORY AND THE SPEND IN CATEGORIES THE
      *    MASTER RATES HIGH RISK, FLAGGING A REGION WHOSE
      *    HIGH-RISK SHARE IS OVER THE THRESHOLD.
      *    ACCOUNTS HHMATCH HAS PUT IN ONE HOUSEHOLD ARE ADDED UP
      *    TOGETHER ACROSS REGIONS, AND THE LARGEST HOUSEHOLDS ARE
      *    RANKED WITH THEIR SPEND IN HIGH-RISK CATEGORIES.
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(07) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-TOP-N             PIC 9(05) VALUE 00010.
       01 WS-CONC-PCT          PIC 9(05) VALUE 00025.
       01 WS-HRISK-PCT         PIC 9(05) VALUE 00010.
       01 WS-UNMAPPED-CT       PIC 9(07) VALUE 0.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
      *------------------------------------------------------
       01 WS-MR-CT             PIC 9(03) VALUE 0.
       01 WS-MR-TBL OCCURS 500 TIMES INDEXED BY MR-IDX.
           05 MR-ID            PIC X(08).
           05 MR-NAME          PIC X(19).
           05 MR-MCC           PIC X(04).
           05 MR-RISK          PIC X(01).
           05 MR-TXN-CT        PIC 9(07).
           05 MR-AMT           PIC 9(11)V99.
           05 MR-DONE-SW       PIC X(01).
       01 WS-MG-CT             PIC 9(04) VALUE 0.
       01 WS-MG-TBL OCCURS 1000 TIMES INDEXED BY MG-IDX.
           05 MG-ID            PIC X(08).
           05 MG-NAME          PIC X(19).
           05 MG-MCC           PIC X(04).
           05 MG-RISK          PIC X(01).
           05 MG-REGION        PIC X(08).
           05 MG-TXN-CT        PIC 9(07).
           05 MG-AMT           PIC 9(11)V99.
       01 WS-RG-TBL OCCURS 4 TIMES INDEXED BY RG-IDX.
           05 RG-TAG           PIC X(08).
           05 RG-AMT           PIC 9(12)V99.
      *------------------------------------------------------
      *    SPEND PER MERCHANT CATEGORY WITHIN EACH REGION.
      *    UNMAPPED NAMES GROUP UNDER A BLANK MCC.
      *------------------------------------------------------
       01 WS-CG-CT             PIC 9(03) VALUE 0.
       01 WS-CG-TBL OCCURS 400 TIMES INDEXED BY CG-IDX.
           05 CG-REGION        PIC X(08).
           05 CG-MCC           PIC X(04).
           05 CG-DESC          PIC X(30).
           05 CG-RISK          PIC X(01).
           05 CG-TXN-CT        PIC 9(07).
           05 CG-AMT           PIC 9(11)V99.
           05 CG-DONE-SW       PIC X(01).
      *------------------------------------------------------
      *    SPEND PER HOUSEHOLD OF MORE THAN ONE ACCOUNT, WITH THE
      *    REGIONS ITS ACCOUNTS ARE IN.
      *------------------------------------------------------
       01 WS-HH-CT             PIC 9(03) VALUE 0.
       01 WS-HH-TBL OCCURS 500 TIMES INDEXED BY HH-IDX.
           05 HH-ID            PIC X(10).
           05 HH-LAST-ACCT     PIC X(10).
           05 HH-ACCT-CT       PIC 9(03).
           05 HH-REG-CT        PIC 9(01).
           05 HH-REG-TAG       PIC X(08) OCCURS 4 TIMES.
           05 HH-TXN-CT        PIC 9(07).
           05 HH-AMT           PIC 9(11)V99.
           05 HH-HRISK-AMT     PIC 9(11)V99.
           05 HH-DONE-SW       PIC X(01).
       01 WS-HX-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-HX-EOF        VALUE 'Y'.
       01 WS-HX-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-HX-IS-OPEN    VALUE 'Y'.
       01 WS-HR-IX             PIC 9(01).
       01 WS-HH-RANKED         PIC 9(03).
       01 WS-HRISK-AMT         PIC 9(12)V99.
       01 WS-HRISK-CT          PIC 9(03) VALUE 0.
       01 WS-FOUND-SW          PIC X(01).
           88 WS-FOUND         VALUE 'Y'.
       01 WS-RANK              PIC 9(05).
           05 WS-RUNC-PGM      PIC X(08).
           05 WS-RUNC-DATE     PIC X(10).
           05 WS-RUNC-RESULT   PIC X(01).
       COPY DLMRLK.
       COPY DLHHXRF.
       COPY DLCHAIN.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-RUN-DATE      PIC X(10).
               THRU 2000-PFM-EXIT
            PERFORM 3000-TERM-PARA.
       1000-INIT-PARA.
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                   CLOSE MRCHCTL
               WHEN OTHER
                   DISPLAY "MRCHCTL NOT AVAILABLE - DEFAULT TOP "
                           WS-TOP-N " AND " WS-CONC-PCT " PCT, "
                           "HIGH RISK " WS-HRISK-PCT " PCT"
            END-EVALUATE.
       1200-MRCHCTL-EXIT.
            EXIT.
                   WHEN MCT-KEYWORD = 'CONCPCT' AND
                        MCT-VALUE IS NUMERIC
                       MOVE MCT-VALUE TO WS-CONC-PCT
                   WHEN MCT-KEYWORD = 'HRISKPCT' AND
                        MCT-VALUE IS NUMERIC
                       MOVE MCT-VALUE TO WS-HRISK-PCT
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
               UNTIL RG-IDX > WS-RG-CT
            PERFORM 2600-CONC-PARA
               THRU 2600-CONC-EXIT
            PERFORM 2700-CAT-REGION-PARA
               THRU 2700-CAT-REGION-EXIT
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-RG-CT
            PERFORM 2800-HIGH-RISK-PARA
               THRU 2800-HIGH-RISK-EXIT
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-RG-CT
            PERFORM 2850-HOUSEHOLD-PARA
               THRU 2850-HOUSEHOLD-EXIT
            PERFORM 2900-CLOSE-PARA
               THRU 2900-CLOSE-EXIT
            IF WS-RETURN-CD < 8
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT HHXREF.
            EVALUATE WS-FS5
               WHEN 00
               WHEN 05
                   DISPLAY "OPEN HHXREF SUCCESS"
                   SET WS-HX-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR HHXREF: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            PERFORM 2260-HX-READ-PARA
               THRU 2260-HX-READ-EXIT.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS4
               WHEN 00
                   END-IF
               WHEN 10
                   DISPLAY "MERGED RECORDS READ: " WS-READ-CT
                   DISPLAY "TRANSACTIONS UNDER UNMAPPED NAMES: "
                           WS-UNMAPPED-CT
               WHEN OTHER
                   DISPLAY "READ ERROR INFILE: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
       2200-READ-EXIT.
            EXIT.
       2210-TALLY-PARA.
            MOVE 'LKP' TO DL-MLK-FUNC.
            MOVE IN-MERCHANT-NAME TO DL-MLK-RAW-NAME.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   MOVE SPACES TO DL-MLK-MERCH-ID DL-MLK-MCC
                                  DL-MLK-RISK DL-MLK-CAT-RISK
                   MOVE IN-MERCHANT-NAME TO DL-MLK-MERCH-NAME
                   MOVE 'UNMAPPED' TO DL-MLK-MCC-DESC
                   MOVE 'N' TO DL-MLK-RESULT
            END-CALL.
            IF NOT DL-MLK-MAPPED
                ADD 1 TO WS-UNMAPPED-CT
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2220-MR-FIND-PARA
               THRU 2220-MR-FIND-EXIT
            IF NOT WS-FOUND
                IF WS-MR-CT < 500
                    ADD 1 TO WS-MR-CT
                    MOVE DL-MLK-MERCH-ID TO MR-ID(WS-MR-CT)
                    MOVE DL-MLK-MERCH-NAME TO MR-NAME(WS-MR-CT)
                    MOVE DL-MLK-MCC TO MR-MCC(WS-MR-CT)
                    MOVE DL-MLK-RISK TO MR-RISK(WS-MR-CT)
                    MOVE 1 TO MR-TXN-CT(WS-MR-CT)
                    MOVE IN-TRANS-AMT TO MR-AMT(WS-MR-CT)
                ELSE
                    DISPLAY "MERCHANT TABLE FULL - "
                            DL-MLK-MERCH-NAME
                END-IF
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            IF NOT WS-FOUND
                IF WS-MG-CT < 1000
                    ADD 1 TO WS-MG-CT
                    MOVE DL-MLK-MERCH-ID TO MG-ID(WS-MG-CT)
                    MOVE DL-MLK-MERCH-NAME TO MG-NAME(WS-MG-CT)
                    MOVE DL-MLK-MCC TO MG-MCC(WS-MG-CT)
                    MOVE DL-MLK-RISK TO MG-RISK(WS-MG-CT)
                    MOVE IN-REGION-TAG TO MG-REGION(WS-MG-CT)
                    MOVE 1 TO MG-TXN-CT(WS-MG-CT)
                    MOVE IN-TRANS-AMT TO MG-AMT(WS-MG-CT)
                    MOVE IN-TRANS-AMT TO RG-AMT(WS-RG-CT)
                END-IF
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2250-CG-FIND-PARA
               THRU 2250-CG-FIND-EXIT
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-CT OR WS-FOUND.
            IF NOT WS-FOUND
                IF WS-CG-CT < 400
                    ADD 1 TO WS-CG-CT
                    MOVE IN-REGION-TAG TO CG-REGION(WS-CG-CT)
                    MOVE DL-MLK-MCC TO CG-MCC(WS-CG-CT)
                    MOVE DL-MLK-MCC-DESC TO CG-DESC(WS-CG-CT)
                    MOVE DL-MLK-CAT-RISK TO CG-RISK(WS-CG-CT)
                    MOVE 1 TO CG-TXN-CT(WS-CG-CT)
                    MOVE IN-TRANS-AMT TO CG-AMT(WS-CG-CT)
                ELSE
                    DISPLAY "CATEGORY TABLE FULL - "
                            IN-REGION-TAG " " DL-MLK-MCC
                END-IF
            END-IF.
            PERFORM 2270-HH-TALLY-PARA
               THRU 2270-HH-TALLY-EXIT.
       2210-TALLY-EXIT.
            EXIT.
       2220-MR-FIND-PARA.
            IF MR-ID(MR-IDX) = DL-MLK-MERCH-ID AND
               MR-NAME(MR-IDX) = DL-MLK-MERCH-NAME
                ADD 1 TO MR-TXN-CT(MR-IDX)
                ADD IN-TRANS-AMT TO MR-AMT(MR-IDX)
                MOVE 'Y' TO WS-FOUND-SW
       2220-MR-FIND-EXIT.
            EXIT.
       2230-MG-FIND-PARA.
            IF MG-ID(MG-IDX) = DL-MLK-MERCH-ID AND
               MG-NAME(MG-IDX) = DL-MLK-MERCH-NAME AND
               MG-REGION(MG-IDX) = IN-REGION-TAG
                ADD 1 TO MG-TXN-CT(MG-IDX)
                ADD IN-TRANS-AMT TO MG-AMT(MG-IDX)
            END-IF.
       2240-RG-FIND-EXIT.
            EXIT.
       2250-CG-FIND-PARA.
            IF CG-REGION(CG-IDX) = IN-REGION-TAG AND
               CG-MCC(CG-IDX) = DL-MLK-MCC
                ADD 1 TO CG-TXN-CT(CG-IDX)
                ADD IN-TRANS-AMT TO CG-AMT(CG-IDX)
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2250-CG-FIND-EXIT.
            EXIT.
       2260-HX-READ-PARA.
            READ HHXREF INTO DL-HHX-REC.
            EVALUATE WS-FS5
               WHEN 00
                   CONTINUE
               WHEN 10
                   SET WS-HX-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "READ ERROR HHXREF: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   SET WS-HX-EOF TO TRUE
            END-EVALUATE.
       2260-HX-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    BRING THE CROSS-REFERENCE UP TO THIS TRANSACTION'S
      *    ACCOUNT AND ADD THE TRANSACTION TO ITS HOUSEHOLD WHEN
      *    THE HOUSEHOLD HAS MORE THAN ONE ACCOUNT.
      *------------------------------------------------------
       2270-HH-TALLY-PARA.
            PERFORM 2260-HX-READ-PARA
               THRU 2260-HX-READ-EXIT
               UNTIL WS-HX-EOF OR DL-HHX-ACCT NOT < IN-ACCT-NO.
            IF WS-HX-EOF OR DL-HHX-ACCT NOT = IN-ACCT-NO OR
               DL-HHX-HH-CT < 2
                GO TO 2270-HH-TALLY-EXIT
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2280-HH-FIND-PARA
               THRU 2280-HH-FIND-EXIT
               VARYING HH-IDX FROM 1 BY 1
               UNTIL HH-IDX > WS-HH-CT OR WS-FOUND.
            IF WS-FOUND
                SET HH-IDX DOWN BY 1
            ELSE
                IF WS-HH-CT < 500
                    ADD 1 TO WS-HH-CT
                    SET HH-IDX TO WS-HH-CT
                    MOVE DL-HHX-HH-ID TO HH-ID(HH-IDX)
                    MOVE SPACES TO HH-LAST-ACCT(HH-IDX)
                    MOVE 0 TO HH-ACCT-CT(HH-IDX) HH-REG-CT(HH-IDX)
                              HH-TXN-CT(HH-IDX) HH-AMT(HH-IDX)
                              HH-HRISK-AMT(HH-IDX)
                ELSE
                    DISPLAY "HOUSEHOLD TABLE FULL - " DL-HHX-HH-ID
                    GO TO 2270-HH-TALLY-EXIT
                END-IF
            END-IF.
            IF HH-LAST-ACCT(HH-IDX) NOT = IN-ACCT-NO
                MOVE IN-ACCT-NO TO HH-LAST-ACCT(HH-IDX)
                ADD 1 TO HH-ACCT-CT(HH-IDX)
                MOVE 'N' TO WS-FOUND-SW
                PERFORM 2290-HH-REGION-PARA
                   THRU 2290-HH-REGION-EXIT
                   VARYING WS-HR-IX FROM 1 BY 1
                   UNTIL WS-HR-IX > HH-REG-CT(HH-IDX) OR WS-FOUND
                IF NOT WS-FOUND AND HH-REG-CT(HH-IDX) < 4
                    ADD 1 TO HH-REG-CT(HH-IDX)
                    MOVE IN-REGION-TAG
                      TO HH-REG-TAG(HH-IDX, HH-REG-CT(HH-IDX))
                END-IF
            END-IF.
            ADD 1 TO HH-TXN-CT(HH-IDX).
            ADD IN-TRANS-AMT TO HH-AMT(HH-IDX).
            IF DL-MLK-CAT-RISK = 'H'
                ADD IN-TRANS-AMT TO HH-HRISK-AMT(HH-IDX)
            END-IF.
       2270-HH-TALLY-EXIT.
            EXIT.
       2280-HH-FIND-PARA.
            IF HH-ID(HH-IDX) = DL-HHX-HH-ID
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2280-HH-FIND-EXIT.
            EXIT.
       2290-HH-REGION-PARA.
            IF HH-REG-TAG(HH-IDX, WS-HR-IX) = IN-REGION-TAG
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2290-HH-REGION-EXIT.
            EXIT.
      *------------------------------------------------------
      *    TOP-N OVERALL - REPEATED SCAN FOR THE LARGEST UNRANKED
      *    MERCHANT, N TIMES.  THE TABLES ARE SMALL ENOUGH THAT
            MOVE 'TOP MERCHANTS OVERALL' TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2440-COL-HEAD-PARA
               THRU 2440-COL-HEAD-EXIT.
            PERFORM 2410-MR-RESET-PARA
               THRU 2410-MR-RESET-EXIT
               VARYING MR-IDX FROM 1 BY 1
            MOVE WS-CT-ED TO RPT-REC(28:7).
            MOVE MR-AMT(MR-IDX) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(37:17).
            MOVE MR-MCC(MR-IDX) TO RPT-REC(56:4).
            MOVE MR-RISK(MR-IDX) TO RPT-REC(62:1).
            MOVE MR-ID(MR-IDX) TO RPT-REC(66:8).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2420-MR-RANK-EXIT.
            END-IF.
       2430-MR-BEST-EXIT.
            EXIT.
       2440-COL-HEAD-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'RANK  MERCHANT              TXN-CT        AMOUNT'
                   DELIMITED BY SIZE
                   '       MCC  RISK MERCH ID' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2440-COL-HEAD-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2440-COL-HEAD-PARA
               THRU 2440-COL-HEAD-EXIT.
            PERFORM 2510-MG-RESET-PARA
               THRU 2510-MG-RESET-EXIT
               VARYING MG-IDX FROM 1 BY 1
            MOVE WS-CT-ED TO RPT-REC(28:7).
            MOVE MG-AMT(MG-IDX) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(37:17).
            MOVE MG-MCC(MG-IDX) TO RPT-REC(56:4).
            MOVE MG-RISK(MG-IDX) TO RPT-REC(62:1).
            MOVE MG-ID(MG-IDX) TO RPT-REC(66:8).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2520-MG-RANK-EXIT.
            END-IF.
       2620-CONC-REGION-EXIT.
            EXIT.
      *------------------------------------------------------
      *    SPEND BY MERCHANT CATEGORY WITHIN ONE REGION, LARGEST
      *    FIRST, WITH EACH CATEGORY'S SHARE OF THE REGION.
      *------------------------------------------------------
       2700-CAT-REGION-PARA.
            MOVE RG-TAG(RG-IDX) TO WS-HOLD-REGION.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            STRING 'SPEND BY CATEGORY - REGION ' DELIMITED BY SIZE
                   WS-HOLD-REGION DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2740-CAT-HEAD-PARA
               THRU 2740-CAT-HEAD-EXIT.
            PERFORM 2710-CG-RESET-PARA
               THRU 2710-CG-RESET-EXIT
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-CT.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2720-CG-RANK-PARA
               THRU 2720-CG-RANK-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-CG-CT OR WS-FOUND.
       2700-CAT-REGION-EXIT.
            EXIT.
       2710-CG-RESET-PARA.
            MOVE 'N' TO CG-DONE-SW(CG-IDX).
       2710-CG-RESET-EXIT.
            EXIT.
      *------------------------------------------------------
      *    NEXT LARGEST CATEGORY OF THE REGION IN WS-HOLD-REGION.
      *    WHEN NONE IS LEFT, WS-FOUND STOPS THE RANKING.  THE
      *    HIGH-RISK SECTION SETS WS-HRISK-CT TO RANK ONLY THE
      *    HIGH-RISK CATEGORIES.
      *------------------------------------------------------
       2720-CG-RANK-PARA.
            MOVE 0 TO WS-BEST-IDX.
            MOVE 0 TO WS-BEST-AMT.
            PERFORM 2730-CG-BEST-PARA
               THRU 2730-CG-BEST-EXIT
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-CT.
            IF WS-BEST-IDX = 0
                MOVE 'Y' TO WS-FOUND-SW
                GO TO 2720-CG-RANK-EXIT
            END-IF.
            SET CG-IDX TO WS-BEST-IDX.
            MOVE 'Y' TO CG-DONE-SW(CG-IDX).
            IF RG-AMT(RG-IDX) = 0
                MOVE 0 TO WS-SHARE-PCT
            ELSE
                COMPUTE WS-SHARE-PCT ROUNDED =
                    CG-AMT(CG-IDX) * 100 / RG-AMT(RG-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO WS-SHARE-PCT
                END-COMPUTE
            END-IF.
            MOVE SPACES TO RPT-REC.
            MOVE CG-MCC(CG-IDX) TO RPT-REC(1:4).
            MOVE CG-DESC(CG-IDX) TO RPT-REC(7:30).
            MOVE CG-TXN-CT(CG-IDX) TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(38:7).
            MOVE CG-AMT(CG-IDX) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(47:17).
            MOVE WS-SHARE-PCT TO WS-PCT-ED.
            MOVE WS-PCT-ED TO RPT-REC(66:6).
            MOVE CG-RISK(CG-IDX) TO RPT-REC(75:1).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2720-CG-RANK-EXIT.
            EXIT.
       2730-CG-BEST-PARA.
            IF CG-REGION(CG-IDX) NOT = WS-HOLD-REGION OR
               CG-DONE-SW(CG-IDX) = 'Y'
                GO TO 2730-CG-BEST-EXIT
            END-IF.
            IF WS-HRISK-CT = 1 AND CG-RISK(CG-IDX) NOT = 'H'
                GO TO 2730-CG-BEST-EXIT
            END-IF.
            IF WS-BEST-IDX = 0 OR CG-AMT(CG-IDX) > WS-BEST-AMT
                MOVE CG-AMT(CG-IDX) TO WS-BEST-AMT
                SET WS-BEST-IDX TO CG-IDX
            END-IF.
       2730-CG-BEST-EXIT.
            EXIT.
       2740-CAT-HEAD-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'MCC   CATEGORY                        TXN-CT'
                   DELIMITED BY SIZE
                   '             AMOUNT    PCT  RISK' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2740-CAT-HEAD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    HIGH-RISK CATEGORIES WITHIN ONE REGION - THE SPEND IN
      *    CATEGORIES THE MERCHANT MASTER RATES 'H', AND THEIR
      *    COMBINED SHARE OF THE REGION.  A SHARE OVER THE
      *    HRISKPCT THRESHOLD IS FLAGGED AND ENDS THE RUN RC 4,
      *    AS CONCENTRATION DOES.
      *------------------------------------------------------
       2800-HIGH-RISK-PARA.
            MOVE RG-TAG(RG-IDX) TO WS-HOLD-REGION.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            STRING 'HIGH-RISK CATEGORIES - REGION ' DELIMITED BY SIZE
                   WS-HOLD-REGION DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE 0 TO WS-HRISK-AMT.
            PERFORM 2810-HR-SUM-PARA
               THRU 2810-HR-SUM-EXIT
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-CT.
            IF WS-HRISK-AMT = 0
                MOVE '  NONE' TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2800-HIGH-RISK-EXIT
            END-IF.
            PERFORM 2740-CAT-HEAD-PARA
               THRU 2740-CAT-HEAD-EXIT.
            PERFORM 2710-CG-RESET-PARA
               THRU 2710-CG-RESET-EXIT
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-CT.
            MOVE 1 TO WS-HRISK-CT.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2720-CG-RANK-PARA
               THRU 2720-CG-RANK-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-CG-CT OR WS-FOUND.
            MOVE 0 TO WS-HRISK-CT.
            IF RG-AMT(RG-IDX) = 0
                MOVE 0 TO WS-SHARE-PCT
            ELSE
                COMPUTE WS-SHARE-PCT ROUNDED =
                    WS-HRISK-AMT * 100 / RG-AMT(RG-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO WS-SHARE-PCT
                END-COMPUTE
            END-IF.
            MOVE WS-HRISK-AMT TO WS-AMT-ED.
            MOVE WS-SHARE-PCT TO WS-PCT-ED.
            MOVE SPACES TO RPT-REC.
            STRING 'HIGH-RISK TOTAL ' DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PCT-ED DELIMITED BY SIZE
                   ' PCT OF REGION VOLUME' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            IF WS-SHARE-PCT > WS-HRISK-PCT
                MOVE '** OVER THRESHOLD **' TO RPT-REC(75:20)
                IF WS-RETURN-CD = 0
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-HIGH-RISK-EXIT.
            EXIT.
       2810-HR-SUM-PARA.
            IF CG-REGION(CG-IDX) = WS-HOLD-REGION AND
               CG-RISK(CG-IDX) = 'H'
                ADD CG-AMT(CG-IDX) TO WS-HRISK-AMT
            END-IF.
       2810-HR-SUM-EXIT.
            EXIT.
      *------------------------------------------------------
      *    HOUSEHOLD EXPOSURE ACROSS REGIONS - TOP-N HOUSEHOLDS BY
      *    COMBINED SPEND, SAME REPEATED-SCAN RANKING.  ONLY
      *    HOUSEHOLDS WITH MORE THAN ONE ACCOUNT ACTIVE TONIGHT
      *    RANK; THE REGIONS COLUMN SHOWS WHERE THE SPEND IS.
      *------------------------------------------------------
       2850-HOUSEHOLD-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE 'HOUSEHOLD EXPOSURE ACROSS REGIONS' TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            STRING 'RANK  HOUSEHOLD  ACCTS  TXN-CT             AMOUNT'
                   DELIMITED BY SIZE
                   '      HIGH-RISK AMT  REGIONS' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2860-HH-RESET-PARA
               THRU 2860-HH-RESET-EXIT
               VARYING HH-IDX FROM 1 BY 1
               UNTIL HH-IDX > WS-HH-CT.
            MOVE 0 TO WS-HH-RANKED.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2870-HH-RANK-PARA
               THRU 2870-HH-RANK-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-N OR WS-RANK > WS-HH-CT
                  OR WS-FOUND.
            IF WS-HH-RANKED = 0
                MOVE '  NONE' TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
            END-IF.
       2850-HOUSEHOLD-EXIT.
            EXIT.
       2860-HH-RESET-PARA.
            MOVE 'N' TO HH-DONE-SW(HH-IDX).
       2860-HH-RESET-EXIT.
            EXIT.
       2870-HH-RANK-PARA.
            MOVE 0 TO WS-BEST-IDX.
            MOVE 0 TO WS-BEST-AMT.
            PERFORM 2880-HH-BEST-PARA
               THRU 2880-HH-BEST-EXIT
               VARYING HH-IDX FROM 1 BY 1
               UNTIL HH-IDX > WS-HH-CT.
            IF WS-BEST-IDX = 0
                MOVE 'Y' TO WS-FOUND-SW
                GO TO 2870-HH-RANK-EXIT
            END-IF.
            SET HH-IDX TO WS-BEST-IDX.
            MOVE 'Y' TO HH-DONE-SW(HH-IDX).
            MOVE SPACES TO RPT-REC.
            ADD 1 TO WS-HH-RANKED.
            MOVE WS-RANK TO WS-CT-ED.
            MOVE WS-CT-ED(3:5) TO RPT-REC(1:5).
            MOVE HH-ID(HH-IDX) TO RPT-REC(7:10).
            MOVE HH-ACCT-CT(HH-IDX) TO WS-CT-ED.
            MOVE WS-CT-ED(5:3) TO RPT-REC(19:3).
            MOVE HH-TXN-CT(HH-IDX) TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(24:7).
            MOVE HH-AMT(HH-IDX) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(33:17).
            MOVE HH-HRISK-AMT(HH-IDX) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(52:17).
            PERFORM 2890-HH-REG-LIST-PARA
               THRU 2890-HH-REG-LIST-EXIT
               VARYING WS-HR-IX FROM 1 BY 1
               UNTIL WS-HR-IX > HH-REG-CT(HH-IDX).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2870-HH-RANK-EXIT.
            EXIT.
       2880-HH-BEST-PARA.
            IF HH-DONE-SW(HH-IDX) = 'Y' OR HH-ACCT-CT(HH-IDX) < 2
                GO TO 2880-HH-BEST-EXIT
            END-IF.
            IF WS-BEST-IDX = 0 OR HH-AMT(HH-IDX) > WS-BEST-AMT
                MOVE HH-AMT(HH-IDX) TO WS-BEST-AMT
                SET WS-BEST-IDX TO HH-IDX
            END-IF.
       2880-HH-BEST-EXIT.
            EXIT.
       2890-HH-REG-LIST-PARA.
            MOVE HH-REG-TAG(HH-IDX, WS-HR-IX)
              TO RPT-REC(71 + (WS-HR-IX - 1) * 9:8).
       2890-HH-REG-LIST-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            IF WS-HX-IS-OPEN
                CLOSE HHXREF
            END-IF.
            CLOSE INFILE RPTFILE.
            MOVE 'CLS' TO DL-MLK-FUNC.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   CONTINUE
            END-CALL.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'MERCHRPT'      TO DL-AUDIT-PGM
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

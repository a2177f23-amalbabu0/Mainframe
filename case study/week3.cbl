           ORGANIZATION SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS WS-FS3.
      *-----------------------------------------------------------
      *    THE RESTATEMENT AUDIT - CROSSWALK EXCEPTIONS, EVERY
      *    DISTRICT RESTATED ONTO CURRENT BOUNDARIES, AND THE
      *    STATEWIDE TOTALS BEFORE AND AFTER RESTATEMENT.
      *-----------------------------------------------------------
           SELECT AUDRPT ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
      *    RAW VOTE COUNTS PLUS TURNOUT - VOTES AS A SHARE OF THE
      *    REGISTERED ROLL FOR EACH OF THE THREE YEARS, AND A LOW
      *    FLAG WHEN THE CURRENT YEAR'S TURNOUT FELL BELOW THE
      *    FLOOR ON THE PARM CARD.  VOTE-2019/2020 AND THE
      *    TURNOUTS ARE ON CURRENT BOUNDARIES - RESTATE-FLAG 'R'
      *    MARKS A DISTRICT WHOSE PRIOR YEARS WERE RESTATED
      *    THROUGH THE REDISTRICTING CROSSWALK.
      *-----------------------------------------------------------
       01 OUTREC.
           10 DST-NAME       PIC A(10).
           10 TURNOUT-2020   PIC 9(03).9(02).
           10 TURNOUT-2021   PIC 9(03).9(02).
           10 TURNOUT-FLAG   PIC X(03).
           10 RESTATE-FLAG   PIC X(01).
           10 FILLER         PIC X(02).
       01 TRL-REC.
           10 TRL-ID         PIC X(10) VALUE 'STATEWIDE'.
           10 TRL-VOTE-2019  PIC 9(10).
           10 FILLER         PIC X(54).
       FD RECRPT.
       01 REC-RPT-REC        PIC X(132).
       FD AUDRPT.
       01 AUD-RPT-REC        PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
               SELECT DST_NAME, VOTE_2019, VOTE_2020, VOTE_2021
               FROM TABLE1 ORDER BY DST_NAME
           END-EXEC.
      *-----------------------------------------------------------
      *    REDISTRICTING CROSSWALK HOST VARIABLES.  DST_XWALK HOLDS
      *    ONE ROW PER OLD DISTRICT, PRIOR DATA YEAR AND NEW
      *    DISTRICT IT FEEDS, WITH ALLOC_SHARE THE FRACTION OF THE
      *    OLD DISTRICT (BY POPULATION OR REGISTERED VOTERS, AS THE
      *    PLAN WAS DRAWN) THAT WENT TO THE NEW ONE.  THE OLD
      *    DISTRICT'S AS-REPORTED VOTES AND REGISTRATION FOR THAT
      *    YEAR COME BACK ON THE SAME ROW.
      *-----------------------------------------------------------
           01 HV-XW-YEAR  PIC X(04).
           01 HV-XW-OLD   PIC X(10).
           01 HV-XW-NEW   PIC X(10).
           01 HV-XW-SHARE PIC S9(01)V9(06) COMP-3.
           01 HV-XW-VOTES PIC S9(10) COMP-3.
           01 HV-XW-REG   PIC S9(10) COMP-3.
           EXEC SQL
               DECLARE CR2 CURSOR FOR
               SELECT X.DATA_YEAR, X.OLD_DST_NAME, X.NEW_DST_NAME,
                      X.ALLOC_SHARE,
                      CASE X.DATA_YEAR
                           WHEN '2019' THEN VALUE(T.VOTE_2019, 0)
                           ELSE VALUE(T.VOTE_2020, 0)
                      END,
                      CASE X.DATA_YEAR
                           WHEN '2019' THEN VALUE(R.REG_2019, 0)
                           ELSE VALUE(R.REG_2020, 0)
                      END
               FROM DST_XWALK X
                    LEFT JOIN TABLE1 T
                           ON T.DST_NAME = X.OLD_DST_NAME
                    LEFT JOIN REG_TABLE R
                           ON R.DST_NAME = X.OLD_DST_NAME
               WHERE X.DATA_YEAR IN ('2019', '2020')
               ORDER BY X.DATA_YEAR, X.OLD_DST_NAME,
                        X.ALLOC_SHARE, X.NEW_DST_NAME
           END-EXEC.
       01 WS-FS              PIC 99.
       01 WS-COMPUTE-1920     PIC S9(03)V9(02).
       01 WS-COMPUTE-2021     PIC S9(03)V9(02).
       01 WS-CERT-TOTAL       PIC S9(03)V9(02).
       01 WS-CERT-ABS-SWING   PIC 9(03)V9(02).
       01 WS-CERT-CLASS       PIC X(03).
      *-----------------------------------------------------------
      *    CROSSWALK TABLE - LOADED AT START OF RUN IN OLD
      *    DISTRICT ORDER, EACH ROW CARRYING ITS SHARE OF THE OLD
      *    DISTRICT'S VOTES AND REGISTRATION.  THE LARGEST SHARE OF
      *    EACH OLD DISTRICT TAKES THE ROUNDING REMAINDER SO THE
      *    PIECES ADD BACK TO THE ORIGINAL EXACTLY.
      *-----------------------------------------------------------
       01 WS-FS4              PIC 99.
       01 WS-XW-CT            PIC 9(03) VALUE 0.
       01 WS-XW-TBL OCCURS 500 TIMES INDEXED BY XW-IDX.
           05 XW-YEAR         PIC X(04).
           05 XW-OLD          PIC X(10).
           05 XW-NEW          PIC X(10).
           05 XW-SHARE        PIC 9(01)V9(06).
           05 XW-VOTES        PIC S9(10) COMP-3.
           05 XW-REG          PIC S9(10) COMP-3.
           05 XW-USED-SW      PIC X(01).
       01 WS-XW-EOF-SW        PIC X(01).
           88 WS-XW-EOF       VALUE 'Y'.
       01 WS-XW-BAD-CT        PIC 9(05) VALUE 0.
       01 WS-GRP-YEAR         PIC X(04).
       01 WS-GRP-OLD          PIC X(10).
       01 WS-GRP-SHARE        PIC 9(03)V9(06).
       01 WS-GRP-VOTES        PIC S9(10) COMP-3.
       01 WS-GRP-REG          PIC S9(10) COMP-3.
       01 WS-GRP-VOTE-ALLOC   PIC S9(10) COMP-3.
       01 WS-GRP-REG-ALLOC    PIC S9(10) COMP-3.
       01 WS-SHARE-ED         PIC ZZ9.999999.
      *-----------------------------------------------------------
      *    ONE DISTRICT'S AS-REPORTED AND RESTATED FIGURES.  A
      *    DISTRICT THAT WAS ITSELF SPLIT GIVES UP ITS OWN PRIOR
      *    YEAR AND KEEPS ONLY THE PIECES THE CROSSWALK HANDS BACK.
      *-----------------------------------------------------------
       01 WS-RPT-VOTE-2019    PIC S9(10) COMP-3.
       01 WS-RPT-VOTE-2020    PIC S9(10) COMP-3.
       01 WS-RPT-REG-2019     PIC S9(10) COMP-3.
       01 WS-RPT-REG-2020     PIC S9(10) COMP-3.
       01 WS-RST-VOTE-2019    PIC S9(10) COMP-3.
       01 WS-RST-VOTE-2020    PIC S9(10) COMP-3.
       01 WS-RST-REG-2019     PIC S9(10) COMP-3.
       01 WS-RST-REG-2020     PIC S9(10) COMP-3.
       01 WS-ADD-VOTE-2019    PIC S9(10) COMP-3.
       01 WS-ADD-VOTE-2020    PIC S9(10) COMP-3.
       01 WS-ADD-REG-2019     PIC S9(10) COMP-3.
       01 WS-ADD-REG-2020     PIC S9(10) COMP-3.
       01 WS-OLD-2019-SW      PIC X(01).
           88 WS-OLD-2019     VALUE 'Y'.
       01 WS-OLD-2020-SW      PIC X(01).
           88 WS-OLD-2020     VALUE 'Y'.
       01 WS-RESTATED-SW      PIC X(01).
           88 WS-DST-RESTATED VALUE 'Y'.
       01 WS-RST-CT           PIC 9(05) VALUE 0.
      *-----------------------------------------------------------
      *    STATEWIDE AUDIT TOTALS - AS REPORTED AGAINST RESTATED.
      *    REDISTRICTING ONLY MOVES VOTERS BETWEEN DISTRICTS, SO
      *    ANY DIFFERENCE IS A CROSSWALK FAULT.
      *-----------------------------------------------------------
       01 WS-TOT-REG-2019     PIC S9(11) COMP-3 VALUE 0.
       01 WS-TOT-REG-2020     PIC S9(11) COMP-3 VALUE 0.
       01 WS-RST-TOT-VOTE-2019 PIC S9(11) COMP-3 VALUE 0.
       01 WS-RST-TOT-VOTE-2020 PIC S9(11) COMP-3 VALUE 0.
       01 WS-RST-TOT-REG-2019 PIC S9(11) COMP-3 VALUE 0.
       01 WS-RST-TOT-REG-2020 PIC S9(11) COMP-3 VALUE 0.
       01 WS-AUD-LABEL        PIC X(10).
       01 WS-AUD-RPT          PIC S9(11) COMP-3.
       01 WS-AUD-RST          PIC S9(11) COMP-3.
       01 WS-AUD-DIFF         PIC S9(11) COMP-3.
       01 WS-AUD-RPT-REG      PIC S9(11) COMP-3.
       01 WS-AUD-RST-REG      PIC S9(11) COMP-3.
       01 WS-AUD-RPT-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AUD-RST-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AUD-DIFF-ED      PIC -Z,ZZZ,ZZZ,ZZ9.
       01 WS-AUD-CT-ED        PIC ZZ,ZZ9.
       01 WS-AUD-OOB-SW       PIC X(01) VALUE 'N'.
           88 WS-AUD-OOB      VALUE 'Y'.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-TURNOUT-FLOOR PIC X(05).
            ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD.
            PERFORM 1100-CERT-LOAD-PARA
               THRU 1100-CERT-LOAD-EXIT.
            PERFORM 1200-XWALK-LOAD-PARA
               THRU 1200-XWALK-LOAD-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1100-CERT-LOAD-PARA.
            END-IF.
       1110-CERT-READ-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    LOAD THE REDISTRICTING CROSSWALK AND CUT EACH OLD
      *    DISTRICT'S PRIOR-YEAR VOTES AND REGISTRATION INTO THE
      *    PIECES ITS NEW DISTRICTS RECEIVE.  THE AUDIT REPORT IS
      *    OPENED HERE SO CROSSWALK FAULTS FOUND DURING THE LOAD
      *    LAND ON IT.  NO CROSSWALK ROWS MEANS NO RESTATEMENT.
      *-----------------------------------------------------------
       1200-XWALK-LOAD-PARA.
            OPEN OUTPUT AUDRPT.
            EVALUATE WS-FS4
               WHEN 00
                   MOVE 'REDISTRICTING RESTATEMENT AUDIT'
                     TO AUD-RPT-REC
                   WRITE AUD-RPT-REC
               WHEN OTHER
                   DISPLAY "ERROR ON OPENING AUDRPT " WS-FS4
            END-EVALUATE.
            MOVE 'N' TO WS-XW-EOF-SW.
            MOVE SPACES TO WS-GRP-YEAR WS-GRP-OLD.
            EXEC SQL
               OPEN CR2
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   PERFORM 1210-XWALK-FETCH-PARA
                      THRU 1210-XWALK-FETCH-EXIT
                      UNTIL WS-XW-EOF
                   EXEC SQL
                      CLOSE CR2
                   END-EXEC
                   DISPLAY "CROSSWALK ROWS LOADED: " WS-XW-CT
               WHEN OTHER
                   DISPLAY "ERROR ON OPENING CROSSWALK CURSOR "
                           SQLCODE
                   MOVE 'Y' TO WS-AUD-OOB-SW
            END-EVALUATE.
       1200-XWALK-LOAD-EXIT.
            EXIT.
       1210-XWALK-FETCH-PARA.
            EXEC SQL
               FETCH CR2 INTO :HV-XW-YEAR, :HV-XW-OLD, :HV-XW-NEW,
                              :HV-XW-SHARE, :HV-XW-VOTES,
                              :HV-XW-REG
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-XW-EOF-SW
                   IF WS-XW-CT > 0
                       PERFORM 1220-XWALK-GROUP-PARA
                          THRU 1220-XWALK-GROUP-EXIT
                   END-IF
                   GO TO 1210-XWALK-FETCH-EXIT
               WHEN OTHER
                   DISPLAY "ERROR ON CROSSWALK FETCH " SQLCODE
                   MOVE 'Y' TO WS-XW-EOF-SW
                   MOVE 'Y' TO WS-AUD-OOB-SW
                   GO TO 1210-XWALK-FETCH-EXIT
            END-EVALUATE.
            IF HV-XW-YEAR NOT = WS-GRP-YEAR OR
               HV-XW-OLD NOT = WS-GRP-OLD
                IF WS-XW-CT > 0
                    PERFORM 1220-XWALK-GROUP-PARA
                       THRU 1220-XWALK-GROUP-EXIT
                END-IF
                MOVE HV-XW-YEAR  TO WS-GRP-YEAR
                MOVE HV-XW-OLD   TO WS-GRP-OLD
                MOVE HV-XW-VOTES TO WS-GRP-VOTES
                MOVE HV-XW-REG   TO WS-GRP-REG
                MOVE 0 TO WS-GRP-SHARE
                MOVE 0 TO WS-GRP-VOTE-ALLOC WS-GRP-REG-ALLOC
            END-IF.
            IF WS-XW-CT NOT < 500
                DISPLAY "CROSSWALK TABLE FULL - " HV-XW-OLD
                        " TO " HV-XW-NEW " NOT LOADED"
                MOVE 'Y' TO WS-AUD-OOB-SW
                GO TO 1210-XWALK-FETCH-EXIT
            END-IF.
            ADD 1 TO WS-XW-CT.
            MOVE HV-XW-YEAR  TO XW-YEAR(WS-XW-CT).
            MOVE HV-XW-OLD   TO XW-OLD(WS-XW-CT).
            MOVE HV-XW-NEW   TO XW-NEW(WS-XW-CT).
            MOVE HV-XW-SHARE TO XW-SHARE(WS-XW-CT).
            MOVE 'N'         TO XW-USED-SW(WS-XW-CT).
            COMPUTE XW-VOTES(WS-XW-CT) ROUNDED =
                HV-XW-VOTES * HV-XW-SHARE.
            COMPUTE XW-REG(WS-XW-CT) ROUNDED =
                HV-XW-REG * HV-XW-SHARE.
            ADD HV-XW-SHARE        TO WS-GRP-SHARE.
            ADD XW-VOTES(WS-XW-CT) TO WS-GRP-VOTE-ALLOC.
            ADD XW-REG(WS-XW-CT)   TO WS-GRP-REG-ALLOC.
       1210-XWALK-FETCH-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    CLOSE OFF ONE OLD DISTRICT.  WHEN ITS SHARES ADD UP TO
      *    THE WHOLE DISTRICT THE LAST (LARGEST) PIECE ABSORBS THE
      *    ROUNDING REMAINDER.  SHARES THAT DO NOT ADD UP ARE A
      *    FAULT IN THE CROSSWALK - REPORTED, AND LEFT UNBALANCED
      *    SO THE STATEWIDE AUDIT SHOWS THE DAMAGE.
      *-----------------------------------------------------------
       1220-XWALK-GROUP-PARA.
            IF WS-GRP-SHARE = 1
                COMPUTE XW-VOTES(WS-XW-CT) = XW-VOTES(WS-XW-CT)
                    + WS-GRP-VOTES - WS-GRP-VOTE-ALLOC
                COMPUTE XW-REG(WS-XW-CT) = XW-REG(WS-XW-CT)
                    + WS-GRP-REG - WS-GRP-REG-ALLOC
                GO TO 1220-XWALK-GROUP-EXIT
            END-IF.
            ADD 1 TO WS-XW-BAD-CT.
            MOVE WS-GRP-SHARE TO WS-SHARE-ED.
            MOVE SPACES TO AUD-RPT-REC.
            STRING 'CROSSWALK SHARES FOR ' DELIMITED BY SIZE
                   WS-GRP-OLD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-GRP-YEAR DELIMITED BY SIZE
                   ' ADD UP TO ' DELIMITED BY SIZE
                   WS-SHARE-ED DELIMITED BY SIZE
                   ' - NOT 1.000000' DELIMITED BY SIZE
                   INTO AUD-RPT-REC
            END-STRING.
            WRITE AUD-RPT-REC.
       1220-XWALK-GROUP-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT
      *-----------------------------------------------------------
      *    ANY DISCREPANCY AGAINST THE CERTIFIED FIGURES ENDS THE
      *    STEP WITH A WARNING RETURN CODE SO THE NIGHT'S SUMMARY
      *    SHOWS IT.  SO DOES A RESTATEMENT THAT FAILED TO BALANCE
      *    TO THE AS-REPORTED STATEWIDE TOTALS.
      *-----------------------------------------------------------
       3000-TERM-PARA.
            IF WS-DISC-CT > 0
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            IF WS-AUD-OOB
                DISPLAY "RESTATEMENT OUT OF BALANCE - SEE AUDRPT"
                IF WS-RETURN-CD = 0
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2100-OPEN-PARA.
                    ADD HV-VOTE-2019 TO WS-TOT-VOTE-2019
                    ADD HV-VOTE-2020 TO WS-TOT-VOTE-2020
                    ADD HV-VOTE-2021 TO WS-TOT-VOTE-2021
                    PERFORM 2205-RESTATE-PARA
                       THRU 2205-RESTATE-EXIT
                    PERFORM 2210-CLASSIFY-PARA
                       THRU 2210-CLASSIFY-EXIT
                    PERFORM 2220-TURNOUT-PARA
                       THRU 2220-TURNOUT-EXIT
                    IF WS-DST-RESTATED
                        MOVE 'R' TO RESTATE-FLAG
                        PERFORM 2260-RESTATE-LINE-PARA
                           THRU 2260-RESTATE-LINE-EXIT
                    ELSE
                        MOVE SPACE TO RESTATE-FLAG
                    END-IF
                    WRITE OUTREC
                    PERFORM 2230-RESULT-SAVE-PARA
                       THRU 2230-RESULT-SAVE-EXIT
       2200-FETCH-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    RESTATE THE DISTRICT'S 2019 AND 2020 VOTES ONTO CURRENT
      *    BOUNDARIES BEFORE IT IS CLASSIFIED - ITS OWN FIGURE
      *    UNLESS IT WAS AN OLD DISTRICT THAT GOT SPLIT, PLUS EVERY
      *    CROSSWALK PIECE ROUTED TO IT.  THE AS-REPORTED FIGURES
      *    ARE KEPT FOR THE CERTIFIED CHECK AND TREND_RESULTS.
      *    THE REGISTRATION PIECES ARE PICKED UP HERE AND APPLIED
      *    ONCE 2220 HAS READ THE DISTRICT'S REG_TABLE ROW.
      *-----------------------------------------------------------
       2205-RESTATE-PARA.
            MOVE HV-VOTE-2019 TO WS-RPT-VOTE-2019.
            MOVE HV-VOTE-2020 TO WS-RPT-VOTE-2020.
            MOVE 'N' TO WS-OLD-2019-SW WS-OLD-2020-SW.
            MOVE 'N' TO WS-RESTATED-SW.
            MOVE 0 TO WS-ADD-VOTE-2019 WS-ADD-VOTE-2020.
            MOVE 0 TO WS-ADD-REG-2019 WS-ADD-REG-2020.
            IF WS-XW-CT > 0
                PERFORM 2206-XWALK-SCAN-PARA
                   THRU 2206-XWALK-SCAN-EXIT
                   VARYING XW-IDX FROM 1 BY 1
                   UNTIL XW-IDX > WS-XW-CT
            END-IF.
            MOVE WS-ADD-VOTE-2019 TO WS-RST-VOTE-2019.
            IF NOT WS-OLD-2019
                ADD WS-RPT-VOTE-2019 TO WS-RST-VOTE-2019
            END-IF.
            MOVE WS-ADD-VOTE-2020 TO WS-RST-VOTE-2020.
            IF NOT WS-OLD-2020
                ADD WS-RPT-VOTE-2020 TO WS-RST-VOTE-2020
            END-IF.
            MOVE WS-RST-VOTE-2019 TO HV-VOTE-2019.
            MOVE WS-RST-VOTE-2020 TO HV-VOTE-2020.
            ADD WS-RST-VOTE-2019 TO WS-RST-TOT-VOTE-2019.
            ADD WS-RST-VOTE-2020 TO WS-RST-TOT-VOTE-2020.
            IF WS-DST-RESTATED
                ADD 1 TO WS-RST-CT
            END-IF.
       2205-RESTATE-EXIT.
            EXIT.
       2206-XWALK-SCAN-PARA.
            IF XW-OLD(XW-IDX) = HV-DST-NAME
                MOVE 'Y' TO WS-RESTATED-SW
                IF XW-YEAR(XW-IDX) = '2019'
                    MOVE 'Y' TO WS-OLD-2019-SW
                ELSE
                    MOVE 'Y' TO WS-OLD-2020-SW
                END-IF
            END-IF.
            IF XW-NEW(XW-IDX) = HV-DST-NAME
                MOVE 'Y' TO WS-RESTATED-SW
                MOVE 'Y' TO XW-USED-SW(XW-IDX)
                IF XW-YEAR(XW-IDX) = '2019'
                    ADD XW-VOTES(XW-IDX) TO WS-ADD-VOTE-2019
                    ADD XW-REG(XW-IDX)   TO WS-ADD-REG-2019
                ELSE
                    ADD XW-VOTES(XW-IDX) TO WS-ADD-VOTE-2020
                    ADD XW-REG(XW-IDX)   TO WS-ADD-REG-2020
                END-IF
            END-IF.
       2206-XWALK-SCAN-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    CLASSIFY THE DISTRICT'S THREE-YEAR TREND (CONSISTENTLY
      *    INCREASING, CONSISTENTLY DECREASING, OR A REVERSAL), THEN
      *    OVERRIDE WITH A SWING FLAG WHEN THE 2019-TO-2021 MOVE
                MOVE WS-COMPUTE-TOTAL TO WS-ABS-SWING
            END-IF.
            MOVE DCLTABLE1 TO OUTREC.
            MOVE HV-VOTE-2019 TO VOTE-2019.
            MOVE HV-VOTE-2020 TO VOTE-2020.
            MOVE HV-VOTE-2021 TO VOTE-2021.
            EVALUATE TRUE
               WHEN WS-ABS-SWING > WS-SWING-THRESHOLD
                   DISPLAY "NO REGISTRATION ROW FOR " HV-DST-NAME
                   MOVE 0 TO HV-REG-2019 HV-REG-2020 HV-REG-2021
            END-EVALUATE.
      *-----------------------------------------------------------
      *    PRIOR-YEAR REGISTRATION ONTO CURRENT BOUNDARIES, THE
      *    SAME WAY 2205 RESTATED THE VOTES, SO THE TURNOUTS
      *    COMPARE LIKE FOR LIKE.
      *-----------------------------------------------------------
            MOVE HV-REG-2019 TO WS-RPT-REG-2019.
            MOVE HV-REG-2020 TO WS-RPT-REG-2020.
            ADD HV-REG-2019 TO WS-TOT-REG-2019.
            ADD HV-REG-2020 TO WS-TOT-REG-2020.
            MOVE WS-ADD-REG-2019 TO WS-RST-REG-2019.
            IF NOT WS-OLD-2019
                ADD WS-RPT-REG-2019 TO WS-RST-REG-2019
            END-IF.
            MOVE WS-ADD-REG-2020 TO WS-RST-REG-2020.
            IF NOT WS-OLD-2020
                ADD WS-RPT-REG-2020 TO WS-RST-REG-2020
            END-IF.
            MOVE WS-RST-REG-2019 TO HV-REG-2019.
            MOVE WS-RST-REG-2020 TO HV-REG-2020.
            ADD WS-RST-REG-2019 TO WS-RST-TOT-REG-2019.
            ADD WS-RST-REG-2020 TO WS-RST-TOT-REG-2020.
            COMPUTE WS-TURNOUT-2019 ROUNDED =
                (HV-VOTE-2019 / HV-REG-2019) * 100
                ON SIZE ERROR
      *    FETCH LOOP, SO THE ANALYSTS CAN QUERY THE SWINGS IN SQL
      *    INSTEAD OF PARSING THE EXTRACT'S DST-NAME SUFFIX.  A
      *    RERUN FOR THE SAME DISTRICT AND DATE UPDATES THE ROW IN
      *    PLACE INSTEAD OF FAILING ON THE DUPLICATE KEY.  THE
      *    PERCENTAGES ARE ON CURRENT BOUNDARIES; THE 2019 AND 2020
      *    VOTES AND REGISTRATION GO IN BOTH AS REPORTED AND AS
      *    RESTATED, AND RESTATED_SW 'Y' MARKS A DISTRICT THE
      *    CROSSWALK TOUCHED.
      *-----------------------------------------------------------
       2230-RESULT-SAVE-PARA.
            EXEC SQL
                INSERT INTO TREND_RESULTS
                       (DST_NAME, RUN_DATE, TREND_CLASS,
                        PCT_1920, PCT_2021, PCT_TOTAL,
                        RESTATED_SW,
                        RPT_VOTE_2019, RPT_VOTE_2020,
                        RST_VOTE_2019, RST_VOTE_2020,
                        RPT_REG_2019, RPT_REG_2020,
                        RST_REG_2019, RST_REG_2020)
                VALUES (:HV-DST-NAME, :WS-RUN-DATE, :WS-CLASS,
                        :WS-COMPUTE-1920, :WS-COMPUTE-2021,
                        :WS-COMPUTE-TOTAL,
                        :WS-RESTATED-SW,
                        :WS-RPT-VOTE-2019, :WS-RPT-VOTE-2020,
                        :WS-RST-VOTE-2019, :WS-RST-VOTE-2020,
                        :WS-RPT-REG-2019, :WS-RPT-REG-2020,
                        :WS-RST-REG-2019, :WS-RST-REG-2020)
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                          SET TREND_CLASS = :WS-CLASS,
                              PCT_1920    = :WS-COMPUTE-1920,
                              PCT_2021    = :WS-COMPUTE-2021,
                              PCT_TOTAL   = :WS-COMPUTE-TOTAL,
                              RESTATED_SW = :WS-RESTATED-SW,
                              RPT_VOTE_2019 = :WS-RPT-VOTE-2019,
                              RPT_VOTE_2020 = :WS-RPT-VOTE-2020,
                              RST_VOTE_2019 = :WS-RST-VOTE-2019,
                              RST_VOTE_2020 = :WS-RST-VOTE-2020,
                              RPT_REG_2019  = :WS-RPT-REG-2019,
                              RPT_REG_2020  = :WS-RPT-REG-2020,
                              RST_REG_2019  = :WS-RST-REG-2019,
                              RST_REG_2020  = :WS-RST-REG-2020
                        WHERE DST_NAME = :HV-DST-NAME
                          AND RUN_DATE = :WS-RUN-DATE
                   END-EXEC
      *    RECONCILE ONE DISTRICT AGAINST THE CERTIFIED FIGURES -
      *    A VARIANCE LINE PER YEAR THAT DIFFERS, AND A FLAG WHEN
      *    THE CLASSIFICATION RECOMPUTED FROM THE CERTIFIED
      *    NUMBERS WOULD NOT MATCH WHAT WAS JUST PERSISTED.  THE
      *    STATE CERTIFIES ON THE BOUNDARIES OF THE DAY, SO THE
      *    CHECK USES THE AS-REPORTED FIGURES, AND A RESTATED
      *    DISTRICT'S CLASS (ON CURRENT BOUNDARIES) IS NOT
      *    COMPARED.
      *-----------------------------------------------------------
       2240-CERT-CHECK-PARA.
            MOVE 'N' TO WS-DISC-SW.
            MOVE 'N' TO WS-CERT-MISS-SW.
            MOVE '2019' TO WS-LOOK-YEAR.
            MOVE WS-RPT-VOTE-2019 TO WS-LOOK-VOTES.
            PERFORM 2241-CERT-YEAR-PARA
               THRU 2241-CERT-YEAR-EXIT.
            MOVE '2020' TO WS-LOOK-YEAR.
            MOVE WS-RPT-VOTE-2020 TO WS-LOOK-VOTES.
            PERFORM 2241-CERT-YEAR-PARA
               THRU 2241-CERT-YEAR-EXIT.
            MOVE '2021' TO WS-LOOK-YEAR.
            PERFORM 2241-CERT-YEAR-PARA
               THRU 2241-CERT-YEAR-EXIT.
            IF WS-DST-DISCREP AND NOT WS-CERT-MISSING
               AND NOT WS-DST-RESTATED
                PERFORM 2250-CERT-CLASS-PARA
                   THRU 2250-CERT-CLASS-EXIT
                IF WS-CERT-CLASS NOT = WS-CLASS
            END-EVALUATE.
       2250-CERT-CLASS-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    ONE AUDIT LINE PER PRIOR YEAR FOR A RESTATED DISTRICT -
      *    VOTES AND REGISTRATION AS REPORTED AND AS RESTATED ONTO
      *    CURRENT BOUNDARIES.
      *-----------------------------------------------------------
       2260-RESTATE-LINE-PARA.
            MOVE '2019' TO WS-LOOK-YEAR.
            MOVE WS-RPT-VOTE-2019 TO WS-AUD-RPT.
            MOVE WS-RST-VOTE-2019 TO WS-AUD-RST.
            MOVE WS-RPT-REG-2019 TO WS-AUD-RPT-REG.
            MOVE WS-RST-REG-2019 TO WS-AUD-RST-REG.
            PERFORM 2261-RESTATE-WRITE-PARA
               THRU 2261-RESTATE-WRITE-EXIT.
            MOVE '2020' TO WS-LOOK-YEAR.
            MOVE WS-RPT-VOTE-2020 TO WS-AUD-RPT.
            MOVE WS-RST-VOTE-2020 TO WS-AUD-RST.
            MOVE WS-RPT-REG-2020 TO WS-AUD-RPT-REG.
            MOVE WS-RST-REG-2020 TO WS-AUD-RST-REG.
            PERFORM 2261-RESTATE-WRITE-PARA
               THRU 2261-RESTATE-WRITE-EXIT.
       2260-RESTATE-LINE-EXIT.
            EXIT.
       2261-RESTATE-WRITE-PARA.
            MOVE SPACES TO AUD-RPT-REC.
            MOVE HV-DST-NAME TO AUD-RPT-REC(1:10).
            MOVE WS-LOOK-YEAR TO AUD-RPT-REC(12:4).
            MOVE 'VOTES REPORTED' TO AUD-RPT-REC(18:14).
            MOVE WS-AUD-RPT TO WS-AUD-RPT-ED.
            MOVE WS-AUD-RPT-ED TO AUD-RPT-REC(33:14).
            MOVE 'RESTATED' TO AUD-RPT-REC(49:8).
            MOVE WS-AUD-RST TO WS-AUD-RPT-ED.
            MOVE WS-AUD-RPT-ED TO AUD-RPT-REC(58:14).
            MOVE 'REG REPORTED' TO AUD-RPT-REC(74:12).
            MOVE WS-AUD-RPT-REG TO WS-AUD-RPT-ED.
            MOVE WS-AUD-RPT-ED TO AUD-RPT-REC(87:14).
            MOVE 'RESTATED' TO AUD-RPT-REC(103:8).
            MOVE WS-AUD-RST-REG TO WS-AUD-RPT-ED.
            MOVE WS-AUD-RPT-ED TO AUD-RPT-REC(112:14).
            WRITE AUD-RPT-REC.
       2261-RESTATE-WRITE-EXIT.
            EXIT.
       2300-CLOSE-PARA.
      *-----------------------------------------------------------
            EXEC SQL
             END-EVALUATE.
      *-----------------------------------------------------------
             CLOSE RECRPT.
      *-----------------------------------------------------------
             PERFORM 2320-AUDIT-PARA
                THRU 2320-AUDIT-EXIT.
             CLOSE AUDRPT.
       2300-CLOSE-EXIT.
            EXIT.
      *-----------------------------------------------------------
            WRITE TRL-REC.
       2310-TRAILER-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    THE PROOF - CROSSWALK PIECES NO CURRENT DISTRICT CLAIMED,
      *    THEN THE STATEWIDE 2019 AND 2020 VOTES AND REGISTRATION
      *    AS REPORTED AGAINST THE SAME TOTALS AFTER RESTATEMENT.
      *    REDISTRICTING MOVES VOTERS, IT DOES NOT ADD OR LOSE
      *    THEM, SO EVERY DIFFERENCE MUST BE ZERO.
      *-----------------------------------------------------------
       2320-AUDIT-PARA.
            IF WS-XW-CT > 0
                PERFORM 2321-XWALK-UNUSED-PARA
                   THRU 2321-XWALK-UNUSED-EXIT
                   VARYING XW-IDX FROM 1 BY 1
                   UNTIL XW-IDX > WS-XW-CT
            END-IF.
            MOVE SPACES TO AUD-RPT-REC.
            WRITE AUD-RPT-REC.
            MOVE 'STATEWIDE TOTALS' TO AUD-RPT-REC.
            WRITE AUD-RPT-REC.
            MOVE 'VOTES 2019' TO WS-AUD-LABEL.
            MOVE WS-TOT-VOTE-2019 TO WS-AUD-RPT.
            MOVE WS-RST-TOT-VOTE-2019 TO WS-AUD-RST.
            PERFORM 2322-AUDIT-LINE-PARA
               THRU 2322-AUDIT-LINE-EXIT.
            MOVE 'VOTES 2020' TO WS-AUD-LABEL.
            MOVE WS-TOT-VOTE-2020 TO WS-AUD-RPT.
            MOVE WS-RST-TOT-VOTE-2020 TO WS-AUD-RST.
            PERFORM 2322-AUDIT-LINE-PARA
               THRU 2322-AUDIT-LINE-EXIT.
            MOVE 'REG 2019' TO WS-AUD-LABEL.
            MOVE WS-TOT-REG-2019 TO WS-AUD-RPT.
            MOVE WS-RST-TOT-REG-2019 TO WS-AUD-RST.
            PERFORM 2322-AUDIT-LINE-PARA
               THRU 2322-AUDIT-LINE-EXIT.
            MOVE 'REG 2020' TO WS-AUD-LABEL.
            MOVE WS-TOT-REG-2020 TO WS-AUD-RPT.
            MOVE WS-RST-TOT-REG-2020 TO WS-AUD-RST.
            PERFORM 2322-AUDIT-LINE-PARA
               THRU 2322-AUDIT-LINE-EXIT.
            MOVE SPACES TO AUD-RPT-REC.
            MOVE WS-XW-CT TO WS-AUD-CT-ED.
            STRING 'CROSSWALK ROWS......: ' DELIMITED BY SIZE
                   WS-AUD-CT-ED DELIMITED BY SIZE
                   INTO AUD-RPT-REC
            END-STRING.
            WRITE AUD-RPT-REC.
            MOVE SPACES TO AUD-RPT-REC.
            MOVE WS-XW-BAD-CT TO WS-AUD-CT-ED.
            STRING 'SHARE FAULTS........: ' DELIMITED BY SIZE
                   WS-AUD-CT-ED DELIMITED BY SIZE
                   INTO AUD-RPT-REC
            END-STRING.
            WRITE AUD-RPT-REC.
            MOVE SPACES TO AUD-RPT-REC.
            MOVE WS-RST-CT TO WS-AUD-CT-ED.
            STRING 'DISTRICTS RESTATED..: ' DELIMITED BY SIZE
                   WS-AUD-CT-ED DELIMITED BY SIZE
                   INTO AUD-RPT-REC
            END-STRING.
            WRITE AUD-RPT-REC.
            IF WS-XW-BAD-CT > 0
                MOVE 'Y' TO WS-AUD-OOB-SW
            END-IF.
            IF WS-AUD-OOB
                MOVE 'RESTATEMENT OUT OF BALANCE' TO AUD-RPT-REC
            ELSE
                MOVE 'RESTATEMENT IN BALANCE' TO AUD-RPT-REC
            END-IF.
            WRITE AUD-RPT-REC.
       2320-AUDIT-EXIT.
            EXIT.
       2321-XWALK-UNUSED-PARA.
            IF XW-USED-SW(XW-IDX) = 'Y'
                GO TO 2321-XWALK-UNUSED-EXIT
            END-IF.
            MOVE XW-SHARE(XW-IDX) TO WS-SHARE-ED.
            MOVE SPACES TO AUD-RPT-REC.
            STRING 'CROSSWALK PIECE ' DELIMITED BY SIZE
                   XW-OLD(XW-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   XW-YEAR(XW-IDX) DELIMITED BY SIZE
                   ' SHARE ' DELIMITED BY SIZE
                   WS-SHARE-ED DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   XW-NEW(XW-IDX) DELIMITED BY SIZE
                   ' - NEW DISTRICT NOT ON TABLE1'
                   DELIMITED BY SIZE
                   INTO AUD-RPT-REC
            END-STRING.
            WRITE AUD-RPT-REC.
       2321-XWALK-UNUSED-EXIT.
            EXIT.
       2322-AUDIT-LINE-PARA.
            COMPUTE WS-AUD-DIFF = WS-AUD-RST - WS-AUD-RPT.
            IF WS-AUD-DIFF NOT = 0
                MOVE 'Y' TO WS-AUD-OOB-SW
            END-IF.
            MOVE SPACES TO AUD-RPT-REC.
            MOVE WS-AUD-LABEL TO AUD-RPT-REC(1:10).
            MOVE 'AS REPORTED' TO AUD-RPT-REC(12:11).
            MOVE WS-AUD-RPT TO WS-AUD-RPT-ED.
            MOVE WS-AUD-RPT-ED TO AUD-RPT-REC(24:14).
            MOVE 'RESTATED' TO AUD-RPT-REC(40:8).
            MOVE WS-AUD-RST TO WS-AUD-RST-ED.
            MOVE WS-AUD-RST-ED TO AUD-RPT-REC(49:14).
            MOVE 'DIFFERENCE' TO AUD-RPT-REC(65:10).
            MOVE WS-AUD-DIFF TO WS-AUD-DIFF-ED.
            MOVE WS-AUD-DIFF-ED TO AUD-RPT-REC(76:14).
            WRITE AUD-RPT-REC.
       2322-AUDIT-LINE-EXIT.
            EXIT.

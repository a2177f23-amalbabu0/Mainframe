       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOREPL.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      *    REPLENISHMENT CONTROL CARD - SALESDAY GIVES THE NUMBER OF
      *    DAYS OF ITEM_DAILY_SALES AVERAGED FOR AVERAGE DAILY SALES
      *    (28 WHEN THE CARD OR THE FILE IS MISSING).
      *-----------------------------------------------------------------
           SELECT OPTIONAL BOCTL ASSIGN DD1
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS1.
      *-----------------------------------------------------------------
      *    SUGGESTED PURCHASES - ONE RECORD PER ITEM THAT HAS FALLEN
      *    TO ITS REORDER POINT, FOR THE BUYERS.
      *-----------------------------------------------------------------
           SELECT SUGGFL ASSIGN DD2
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS2.
      *-----------------------------------------------------------------
      *    BACKORDER NOTICES - ONE RECORD PER ORDER LINE NEWLY PUT ON
      *    BACKORDER, FOR THE CUSTOMER LETTER RUN.
      *-----------------------------------------------------------------
           SELECT NOTICEFL ASSIGN DD3
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS3.
      *-----------------------------------------------------------------
           SELECT RPTFL ASSIGN DD4
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS4.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD BOCTL.
       01 BOCTL-REC.
           10 BCT-KEYWORD         PIC X(08).
           10 FILLER              PIC X(01).
           10 BCT-VALUE           PIC X(05).
           10 BCT-VALUE-N REDEFINES BCT-VALUE
                                  PIC 9(05).
           10 FILLER              PIC X(66).
       FD SUGGFL.
       01 SUGG-REC.
           10 SUGG-ITEM-CODE      PIC X(10).
           10 FILLER              PIC X(01).
           10 SUGG-QTY            PIC 9(07).
           10 FILLER              PIC X(01).
           10 SUGG-ON-HAND        PIC S9(07).
           10 FILLER              PIC X(01).
           10 SUGG-OPEN-BO        PIC 9(07).
           10 FILLER              PIC X(01).
           10 SUGG-AVG-DAILY      PIC 9(05)V99.
           10 FILLER              PIC X(01).
           10 SUGG-REORDER-PT     PIC 9(07).
           10 FILLER              PIC X(01).
           10 SUGG-LEAD-DAYS      PIC 9(03).
           10 FILLER              PIC X(01).
           10 SUGG-RUN-DATE       PIC X(10).
           10 FILLER              PIC X(15).
       FD NOTICEFL.
       01 NOTC-REC.
           10 NOTC-ORDER-NO       PIC X(10).
           10 FILLER              PIC X(01).
           10 NOTC-CUST-NO        PIC X(10).
           10 FILLER              PIC X(01).
           10 NOTC-ITEM-CODE      PIC X(10).
           10 FILLER              PIC X(01).
           10 NOTC-QTY            PIC 9(04).
           10 FILLER              PIC X(01).
           10 NOTC-BO-DATE        PIC X(10).
           10 FILLER              PIC X(32).
       FD RPTFL.
       01 RPT-REC                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    HOST VARIABLES.  BACKORDER HOLDS ONE ROW PER SHORT ORDER
      *    LINE (ORDER_NO, ITEM_CODE, BO_QTY, BO_DATE, STATUS 'O'
      *    OPEN / 'R' RELEASED / 'F' FILLED, NOTIFY_SW, RELEASE_DATE,
      *    FILL_DATE); ITEM_REORDER CARRIES THE BUYERS' REORDER POINT
      *    AND LEAD TIME IN DAYS PER ITEM; ITEM_DAILY_SALES THE UNITS
      *    WEEK5 SOLD PER ITEM PER DAY.
      *-----------------------------------------------------------------
       01 HV-ORDER-NO              PIC X(10).
       01 HV-CUST-NO               PIC X(10).
       01 HV-ITEM-CODE             PIC X(10).
       01 HV-BO-QTY                PIC S9(04) COMP-3.
       01 HV-BO-DATE               PIC X(10).
       01 HV-BO-STATUS             PIC X(01).
       01 HV-AGE-DAYS              PIC S9(09) COMP.
       01 HV-FROM-DATE             PIC X(10).
       01 HV-SALES-DAYS            PIC S9(05) COMP-3.
       01 HV-ON-HAND               PIC S9(07) COMP-3.
       01 HV-OPEN-BO               PIC S9(09) COMP-3.
       01 HV-SALES-UNITS           PIC S9(09) COMP-3.
       01 HV-REORDER-PT            PIC S9(07) COMP-3.
       01 HV-LEAD-DAYS             PIC S9(03) COMP-3.
       01 HV-PARM-SW               PIC X(01).
      *-----------------------------------------------------------------
      *    CR1 - OPEN BACKORDERS THE CUSTOMER HAS NOT YET BEEN TOLD
      *    ABOUT.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR1 CURSOR FOR
               SELECT B.ORDER_NO, COALESCE(O.CUST_NO, ' '),
                      B.ITEM_CODE, B.BO_QTY, B.BO_DATE
                 FROM BACKORDER B
                 LEFT OUTER JOIN ORDER_TABLE O
                   ON O.ORDER_NO = B.ORDER_NO
                WHERE B.STATUS    = 'O'
                  AND B.NOTIFY_SW = 'N'
                ORDER BY B.ORDER_NO, B.ITEM_CODE
           END-EXEC.
      *-----------------------------------------------------------------
      *    CR2 - EVERY STOCKED ITEM, PLUS ANY ITEM ON OPEN BACKORDER
      *    THAT HAS NO INVENTORY ROW YET, WITH ITS STOCK ON HAND,
      *    OPEN BACKORDER UNITS, UNITS SOLD OVER THE AVERAGING
      *    WINDOW, AND ITS REORDER POINT AND LEAD TIME.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR2 CURSOR FOR
               SELECT K.ITEM_CODE,
                      COALESCE(I.STOCK_ON_HAND, 0),
                      COALESCE((SELECT SUM(B.BO_QTY)
                                  FROM BACKORDER B
                                 WHERE B.ITEM_CODE = K.ITEM_CODE
                                   AND B.STATUS    = 'O'), 0),
                      COALESCE((SELECT SUM(S.UNITS)
                                  FROM ITEM_DAILY_SALES S
                                 WHERE S.ITEM_CODE   = K.ITEM_CODE
                                   AND S.SALES_DATE  > :HV-FROM-DATE
                                   AND S.SALES_DATE <= :LK-PARM-DATE),
                               0),
                      COALESCE(R.REORDER_POINT, 0),
                      COALESCE(R.LEAD_TIME_DAYS, 0),
                      CASE WHEN R.ITEM_CODE IS NULL
                           THEN 'N' ELSE 'Y' END
                 FROM (SELECT ITEM_CODE FROM INVENTORY_TABLE
                       UNION
                       SELECT ITEM_CODE FROM BACKORDER
                        WHERE STATUS = 'O') K
                 LEFT OUTER JOIN INVENTORY_TABLE I
                   ON I.ITEM_CODE = K.ITEM_CODE
                 LEFT OUTER JOIN ITEM_REORDER R
                   ON R.ITEM_CODE = K.ITEM_CODE
                ORDER BY K.ITEM_CODE
           END-EXEC.
      *-----------------------------------------------------------------
      *    CR3 - BACKORDERS NOT YET FILLED, OLDEST FIRST, WITH THEIR
      *    AGE IN DAYS AT THE RUN DATE.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR3 CURSOR FOR
               SELECT ORDER_NO, ITEM_CODE, BO_QTY, BO_DATE, STATUS,
                      DAYS(DATE(:LK-PARM-DATE)) - DAYS(DATE(BO_DATE))
                 FROM BACKORDER
                WHERE STATUS IN ('O', 'R')
                ORDER BY BO_DATE, ORDER_NO, ITEM_CODE
           END-EXEC.
       01 WS-FS1                   PIC 99.
       01 WS-FS2                   PIC 99.
       01 WS-FS3                   PIC 99.
       01 WS-FS4                   PIC 99.
       01 WS-RETURN-CD             PIC 9(04) VALUE 0.
       01 WS-FETCH-DONE-SW         PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE        VALUE 'Y'.
       01 WS-SALES-DAYS            PIC 9(05) VALUE 28.
      *-----------------------------------------------------------------
      *    REPLENISHMENT WORK FIELDS.  THE POSITION IS STOCK ON HAND
      *    LESS OPEN BACKORDERS (NEGATIVE WHEN THE BACKLOG EXCEEDS
      *    THE SHELF); LEAD-TIME DEMAND IS AVERAGE DAILY SALES TIMES
      *    THE LEAD TIME, ROUNDED UP TO WHOLE UNITS.
      *-----------------------------------------------------------------
       01 WS-AVG-DAILY             PIC 9(05)V99.
       01 WS-POSITION              PIC S9(09).
       01 WS-LT-DEMAND             PIC 9(09).
       01 WS-LT-DEMAND-R           PIC 9(09)V99.
       01 WS-SUGG-QTY              PIC S9(09).
      *-----------------------------------------------------------------
      *    RUN COUNTERS FOR THE REPORT'S CLOSING TOTALS.
      *-----------------------------------------------------------------
       01 WS-NOTICE-CT             PIC 9(07) VALUE 0.
       01 WS-ITEM-CT               PIC 9(07) VALUE 0.
       01 WS-SUGG-CT               PIC 9(07) VALUE 0.
       01 WS-SUGG-UNITS            PIC 9(09) VALUE 0.
       01 WS-NOPARM-CT             PIC 9(07) VALUE 0.
       01 WS-AGE-CT                PIC 9(07) VALUE 0.
       01 WS-AGE-UNITS             PIC 9(09) VALUE 0.
      *-----------------------------------------------------------------
      *    AGING BUCKETS - 0-7, 8-14, 15-30, 31-60 AND OVER 60 DAYS.
      *-----------------------------------------------------------------
       01 WS-BKT-LIMITS.
           05 FILLER               PIC 9(05) VALUE 7.
           05 FILLER               PIC 9(05) VALUE 14.
           05 FILLER               PIC 9(05) VALUE 30.
           05 FILLER               PIC 9(05) VALUE 60.
           05 FILLER               PIC 9(05) VALUE 99999.
       01 WS-BKT-LIMIT-TBL REDEFINES WS-BKT-LIMITS.
           05 WS-BKT-LIMIT OCCURS 5 TIMES PIC 9(05).
       01 WS-BKT-NAMES.
           05 FILLER               PIC X(12) VALUE '0 - 7 DAYS'.
           05 FILLER               PIC X(12) VALUE '8 - 14 DAYS'.
           05 FILLER               PIC X(12) VALUE '15 - 30 DAYS'.
           05 FILLER               PIC X(12) VALUE '31 - 60 DAYS'.
           05 FILLER               PIC X(12) VALUE 'OVER 60 DAYS'.
       01 WS-BKT-NAME-TBL REDEFINES WS-BKT-NAMES.
           05 WS-BKT-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-BKT-TOTALS.
           05 WS-BKT-TOT OCCURS 5 TIMES.
               10 WS-BKT-CT        PIC 9(07).
               10 WS-BKT-UNITS     PIC 9(09).
       01 WS-BKT-SUB               PIC 9(02).
       01 WS-AGE                   PIC 9(05).
       01 WS-CT-ED                 PIC ZZZZZZ9.
       01 WS-QTY-ED                PIC ZZZ9.
       01 WS-NUM-ED                PIC -ZZZZZZ9.
       01 WS-AVG-ED                PIC ZZ,ZZ9.99.
       LINKAGE SECTION.
       01 LK-PARM-DATE                PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-DATE.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-PFM-PARA
               THRU 2000-PFM-EXIT
            PERFORM 3000-TERM-PARA.
       1000-INIT-PARA.
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-BKT-TOTALS.
            DISPLAY "BACKORDER REPLENISHMENT FOR " LK-PARM-DATE.
            PERFORM 1200-BOCTL-PARA
               THRU 1200-BOCTL-EXIT.
      *    START OF THE AVERAGING WINDOW
            MOVE WS-SALES-DAYS TO HV-SALES-DAYS.
            EXEC SQL
                SELECT CHAR(DATE(:LK-PARM-DATE) - :HV-SALES-DAYS DAYS,
                            ISO)
                  INTO :HV-FROM-DATE
                  FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "RUN DATE NOT VALID: " LK-PARM-DATE
                        " SQLCODE " SQLCODE
                MOVE 0008 TO WS-RETURN-CD
                PERFORM 3000-TERM-PARA
            END-IF.
       1000-INIT-EXIT.
            EXIT.
       1200-BOCTL-PARA.
            OPEN INPUT BOCTL.
            EVALUATE TRUE
               WHEN WS-FS1 = 00 OR WS-FS1 = 05
                   PERFORM 1210-BOCTL-READ-PARA
                      THRU 1210-BOCTL-READ-EXIT
                      UNTIL WS-FS1 NOT = 00
                   CLOSE BOCTL
               WHEN OTHER
                   DISPLAY "BOCTL NOT AVAILABLE - DEFAULT WINDOW"
            END-EVALUATE.
            DISPLAY "AVERAGE DAILY SALES OVER DAYS: " WS-SALES-DAYS.
       1200-BOCTL-EXIT.
            EXIT.
       1210-BOCTL-READ-PARA.
            READ BOCTL.
            IF WS-FS1 = 00
                EVALUATE TRUE
                   WHEN BCT-KEYWORD = 'SALESDAY' AND
                        BCT-VALUE IS NUMERIC AND BCT-VALUE-N > 0
                       MOVE BCT-VALUE-N TO WS-SALES-DAYS
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
            END-IF.
       1210-BOCTL-READ-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
            PERFORM 2400-HEADING-PARA
               THRU 2400-HEADING-EXIT.
            PERFORM 2200-NOTICE-PARA
               THRU 2200-NOTICE-EXIT.
            PERFORM 2500-REPLEN-PARA
               THRU 2500-REPLEN-EXIT.
            PERFORM 2600-AGING-PARA
               THRU 2600-AGING-EXIT.
            PERFORM 2800-TOTALS-PARA
               THRU 2800-TOTALS-EXIT.
            PERFORM 2300-CLOSE-PARA
               THRU 2300-CLOSE-EXIT.
       2000-PFM-EXIT.
            EXIT.
       3000-TERM-PARA.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2100-OPEN-PARA.
            OPEN OUTPUT SUGGFL.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN SUGGFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUGGFL: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT NOTICEFL.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN NOTICEFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR NOTICEFL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT RPTFL.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN RPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFL: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
       2100-OPEN-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    TELL THE CUSTOMER.  EVERY LINE WEEK5 PUT ON BACKORDER SINCE
      *    THE LAST RUN GETS A NOTICE RECORD; THE SAME ROWS ARE THEN
      *    MARKED NOTIFIED IN ONE UNIT OF WORK, SO A RERUN DOES NOT
      *    WRITE THE NOTICES A SECOND TIME.
      *-----------------------------------------------------------------
       2200-NOTICE-PARA.
            EXEC SQL
                OPEN CR1
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "OPEN ERROR CR1: " SQLCODE
                MOVE 0008 TO WS-RETURN-CD
                GO TO 2200-NOTICE-EXIT
            END-IF.
            MOVE 'N' TO WS-FETCH-DONE-SW.
            PERFORM 2210-NOTICE-FETCH-PARA
               THRU 2210-NOTICE-FETCH-EXIT
               UNTIL WS-FETCH-DONE.
            EXEC SQL
                CLOSE CR1
            END-EXEC.
            IF WS-RETURN-CD NOT < 8
                GO TO 2200-NOTICE-EXIT
            END-IF.
            EXEC SQL
                UPDATE BACKORDER
                   SET NOTIFY_SW = 'Y'
                 WHERE STATUS    = 'O'
                   AND NOTIFY_SW = 'N'
            END-EXEC.
            IF SQLCODE NOT = 00 AND SQLCODE NOT = 100
                DISPLAY "BACKORDER NOTIFY UPDATE FAILED " SQLCODE
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 0008 TO WS-RETURN-CD
                GO TO 2200-NOTICE-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
       2200-NOTICE-EXIT.
            EXIT.
       2210-NOTICE-FETCH-PARA.
            EXEC SQL
                FETCH CR1 INTO :HV-ORDER-NO, :HV-CUST-NO,
                               :HV-ITEM-CODE, :HV-BO-QTY,
                               :HV-BO-DATE
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   ADD 1 TO WS-NOTICE-CT
                   MOVE SPACES       TO NOTC-REC
                   MOVE HV-ORDER-NO  TO NOTC-ORDER-NO
                   MOVE HV-CUST-NO   TO NOTC-CUST-NO
                   MOVE HV-ITEM-CODE TO NOTC-ITEM-CODE
                   MOVE HV-BO-QTY    TO NOTC-QTY
                   MOVE HV-BO-DATE   TO NOTC-BO-DATE
                   WRITE NOTC-REC
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FETCH-DONE-SW
               WHEN OTHER
                   DISPLAY "FETCH ERROR CR1: " SQLCODE
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-FETCH-DONE-SW
            END-EVALUATE.
       2210-NOTICE-FETCH-EXIT.
            EXIT.
       2300-CLOSE-PARA.
            CLOSE SUGGFL.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "CLOSE SUGGFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR SUGGFL: " WS-FS2
            END-EVALUATE.
            CLOSE NOTICEFL.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "CLOSE NOTICEFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR NOTICEFL: " WS-FS3
            END-EVALUATE.
            CLOSE RPTFL.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "CLOSE RPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RPTFL: " WS-FS4
            END-EVALUATE.
            DISPLAY "NOTICES WRITTEN..: " WS-NOTICE-CT.
            DISPLAY "PURCHASES SUGG...: " WS-SUGG-CT.
            DISPLAY "BACKORDERS AGED..: " WS-AGE-CT.
       2300-CLOSE-EXIT.
            EXIT.
       2400-HEADING-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDER REPLENISHMENT AND AGING   RUN DATE: '
                   DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
       2400-HEADING-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    SUGGESTED PURCHASES.  AN ITEM IS DUE FOR REORDER WHEN ITS
      *    POSITION (ON HAND LESS OPEN BACKORDERS) HAS FALLEN TO ITS
      *    REORDER POINT; THE SUGGESTION BRINGS IT BACK UP TO THE
      *    REORDER POINT PLUS THE DEMAND EXPECTED OVER THE LEAD TIME.
      *    AN ITEM WITH NO ITEM_REORDER ROW IS ORDERED ONLY FOR ITS
      *    BACKLOG AND FLAGGED FOR THE BUYERS.
      *-----------------------------------------------------------------
       2500-REPLEN-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'SUGGESTED PURCHASES' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'ITEM'       TO RPT-REC(1:4).
            MOVE 'ON HAND'    TO RPT-REC(14:7).
            MOVE 'OPEN BO'    TO RPT-REC(23:7).
            MOVE 'AVG/DAY'    TO RPT-REC(33:7).
            MOVE 'REORD PT'   TO RPT-REC(42:8).
            MOVE 'LEAD'       TO RPT-REC(52:4).
            MOVE 'SUGGESTED'  TO RPT-REC(58:9).
            WRITE RPT-REC.
            EXEC SQL
                OPEN CR2
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "OPEN ERROR CR2: " SQLCODE
                MOVE 0008 TO WS-RETURN-CD
                GO TO 2500-REPLEN-EXIT
            END-IF.
            MOVE 'N' TO WS-FETCH-DONE-SW.
            PERFORM 2510-REPLEN-FETCH-PARA
               THRU 2510-REPLEN-FETCH-EXIT
               UNTIL WS-FETCH-DONE.
            EXEC SQL
                CLOSE CR2
            END-EXEC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
       2500-REPLEN-EXIT.
            EXIT.
       2510-REPLEN-FETCH-PARA.
            EXEC SQL
                FETCH CR2 INTO :HV-ITEM-CODE, :HV-ON-HAND,
                               :HV-OPEN-BO, :HV-SALES-UNITS,
                               :HV-REORDER-PT, :HV-LEAD-DAYS,
                               :HV-PARM-SW
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   ADD 1 TO WS-ITEM-CT
                   PERFORM 2520-REPLEN-CALC-PARA
                      THRU 2520-REPLEN-CALC-EXIT
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FETCH-DONE-SW
               WHEN OTHER
                   DISPLAY "FETCH ERROR CR2: " SQLCODE
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-FETCH-DONE-SW
            END-EVALUATE.
       2510-REPLEN-FETCH-EXIT.
            EXIT.
       2520-REPLEN-CALC-PARA.
            COMPUTE WS-AVG-DAILY ROUNDED =
                    HV-SALES-UNITS / WS-SALES-DAYS.
            COMPUTE WS-POSITION = HV-ON-HAND - HV-OPEN-BO.
            IF WS-POSITION > HV-REORDER-PT
                GO TO 2520-REPLEN-CALC-EXIT
            END-IF.
            COMPUTE WS-LT-DEMAND-R = WS-AVG-DAILY * HV-LEAD-DAYS.
            MOVE WS-LT-DEMAND-R TO WS-LT-DEMAND.
            IF WS-LT-DEMAND < WS-LT-DEMAND-R
                ADD 1 TO WS-LT-DEMAND
            END-IF.
            COMPUTE WS-SUGG-QTY = HV-REORDER-PT + WS-LT-DEMAND
                                - WS-POSITION.
            IF WS-SUGG-QTY NOT > 0
                GO TO 2520-REPLEN-CALC-EXIT
            END-IF.
            ADD 1 TO WS-SUGG-CT.
            ADD WS-SUGG-QTY TO WS-SUGG-UNITS.
            MOVE SPACES         TO SUGG-REC.
            MOVE HV-ITEM-CODE   TO SUGG-ITEM-CODE.
            MOVE WS-SUGG-QTY    TO SUGG-QTY.
            MOVE HV-ON-HAND     TO SUGG-ON-HAND.
            MOVE HV-OPEN-BO     TO SUGG-OPEN-BO.
            MOVE WS-AVG-DAILY   TO SUGG-AVG-DAILY.
            MOVE HV-REORDER-PT  TO SUGG-REORDER-PT.
            MOVE HV-LEAD-DAYS   TO SUGG-LEAD-DAYS.
            MOVE LK-PARM-DATE   TO SUGG-RUN-DATE.
            WRITE SUGG-REC.
            MOVE SPACES TO RPT-REC.
            MOVE HV-ITEM-CODE TO RPT-REC(1:10).
            MOVE HV-ON-HAND TO WS-NUM-ED.
            MOVE WS-NUM-ED TO RPT-REC(12:8).
            MOVE HV-OPEN-BO TO WS-NUM-ED.
            MOVE WS-NUM-ED TO RPT-REC(22:8).
            MOVE WS-AVG-DAILY TO WS-AVG-ED.
            MOVE WS-AVG-ED TO RPT-REC(31:9).
            MOVE HV-REORDER-PT TO WS-NUM-ED.
            MOVE WS-NUM-ED TO RPT-REC(42:8).
            MOVE HV-LEAD-DAYS TO WS-QTY-ED.
            MOVE WS-QTY-ED TO RPT-REC(52:4).
            MOVE WS-SUGG-QTY TO WS-NUM-ED.
            MOVE WS-NUM-ED TO RPT-REC(59:8).
            IF HV-PARM-SW = 'N'
                ADD 1 TO WS-NOPARM-CT
                MOVE 'NO REORDER PARM' TO RPT-REC(70:15)
            END-IF.
            WRITE RPT-REC.
       2520-REPLEN-CALC-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    AGING OF BACKORDERS STILL UNFILLED - OPEN ONES WAITING FOR
      *    STOCK AND RELEASED ONES NOT YET PRICED BY WEEK5 - OLDEST
      *    FIRST, WITH COUNTS AND UNITS BY AGE BUCKET.
      *-----------------------------------------------------------------
       2600-AGING-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'UNFILLED BACKORDER AGING' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'ORDER NO'   TO RPT-REC(1:8).
            MOVE 'ITEM'       TO RPT-REC(13:4).
            MOVE 'QTY'        TO RPT-REC(26:3).
            MOVE 'BO DATE'    TO RPT-REC(31:7).
            MOVE 'DAYS'       TO RPT-REC(43:4).
            MOVE 'STATUS'     TO RPT-REC(49:6).
            WRITE RPT-REC.
            EXEC SQL
                OPEN CR3
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "OPEN ERROR CR3: " SQLCODE
                MOVE 0008 TO WS-RETURN-CD
                GO TO 2600-AGING-EXIT
            END-IF.
            MOVE 'N' TO WS-FETCH-DONE-SW.
            PERFORM 2610-AGING-FETCH-PARA
               THRU 2610-AGING-FETCH-EXIT
               UNTIL WS-FETCH-DONE.
            EXEC SQL
                CLOSE CR3
            END-EXEC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'AGE'        TO RPT-REC(1:3).
            MOVE 'BACKORDERS' TO RPT-REC(16:10).
            MOVE 'UNITS'      TO RPT-REC(30:5).
            WRITE RPT-REC.
            PERFORM 2630-BKT-LINE-PARA
               THRU 2630-BKT-LINE-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
       2600-AGING-EXIT.
            EXIT.
       2610-AGING-FETCH-PARA.
            EXEC SQL
                FETCH CR3 INTO :HV-ORDER-NO, :HV-ITEM-CODE,
                               :HV-BO-QTY, :HV-BO-DATE,
                               :HV-BO-STATUS, :HV-AGE-DAYS
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   PERFORM 2620-AGING-LINE-PARA
                      THRU 2620-AGING-LINE-EXIT
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FETCH-DONE-SW
               WHEN OTHER
                   DISPLAY "FETCH ERROR CR3: " SQLCODE
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-FETCH-DONE-SW
            END-EVALUATE.
       2610-AGING-FETCH-EXIT.
            EXIT.
       2620-AGING-LINE-PARA.
            ADD 1 TO WS-AGE-CT.
            ADD HV-BO-QTY TO WS-AGE-UNITS.
            IF HV-AGE-DAYS < 0
                MOVE 0 TO WS-AGE
            ELSE
                MOVE HV-AGE-DAYS TO WS-AGE
            END-IF.
            MOVE 1 TO WS-BKT-SUB.
            PERFORM 2625-BKT-FIND-PARA
               THRU 2625-BKT-FIND-EXIT
               UNTIL WS-AGE NOT > WS-BKT-LIMIT(WS-BKT-SUB).
            ADD 1 TO WS-BKT-CT(WS-BKT-SUB).
            ADD HV-BO-QTY TO WS-BKT-UNITS(WS-BKT-SUB).
            MOVE SPACES TO RPT-REC.
            MOVE HV-ORDER-NO TO RPT-REC(1:10).
            MOVE HV-ITEM-CODE TO RPT-REC(13:10).
            MOVE HV-BO-QTY TO WS-QTY-ED.
            MOVE WS-QTY-ED TO RPT-REC(25:4).
            MOVE HV-BO-DATE TO RPT-REC(31:10).
            MOVE WS-AGE TO WS-QTY-ED.
            MOVE WS-QTY-ED TO RPT-REC(43:4).
            IF HV-BO-STATUS = 'R'
                MOVE 'RELEASED' TO RPT-REC(49:8)
            ELSE
                MOVE 'OPEN' TO RPT-REC(49:4)
            END-IF.
            WRITE RPT-REC.
       2620-AGING-LINE-EXIT.
            EXIT.
       2625-BKT-FIND-PARA.
            ADD 1 TO WS-BKT-SUB.
       2625-BKT-FIND-EXIT.
            EXIT.
       2630-BKT-LINE-PARA.
            MOVE SPACES TO RPT-REC.
            MOVE WS-BKT-NAME(WS-BKT-SUB) TO RPT-REC(1:12).
            MOVE WS-BKT-CT(WS-BKT-SUB) TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(19:7).
            MOVE WS-BKT-UNITS(WS-BKT-SUB) TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(28:7).
            WRITE RPT-REC.
       2630-BKT-LINE-EXIT.
            EXIT.
       2800-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDER NOTICES WRITTEN.: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-NOTICE-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'ITEMS REVIEWED............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-ITEM-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'PURCHASES SUGGESTED.......: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-SUGG-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS SUGGESTED...........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-SUGG-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'SUGGESTED W/O REORDER PARM: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-NOPARM-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDERS UNFILLED.......: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-AGE-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS UNFILLED............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-AGE-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
       2800-TOTALS-EXIT.
            EXIT.

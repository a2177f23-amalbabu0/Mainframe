               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS4.
      *-----------------------------------------------------------------
      *    TAX CONTROL CARDS - 'TAXINDEL' Y COUNTS THE ORDER'S SALES
      *    TAX TOWARD THE FREE-DELIVERY THRESHOLD; N (THE DEFAULT,
      *    AND THE RULE WHEN NO CARD IS SUPPLIED) TESTS THE
      *    MERCHANDISE TOTAL ALONE.
      *-----------------------------------------------------------------
           SELECT OPTIONAL TAXCTL ASSIGN DD6
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS6.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           10 HOMEDEL-ORDER-NO       PIC X(10).
           10 HOMEDEL-CUST-NO        PIC X(10).
           10 HOMEDEL-FINAL-PRICE    PIC 9(7)V99.
           10 HOMEDEL-TAX-AMT        PIC 9(7)V99.
           10 FILLER              PIC X(34).
      *-----------------------------------------------------------------
      *    ONE FLAT-FILE RECORD PER ORDER LINE PULLED THROUGH THE CR1
      *    CURSOR PASS, SO DOWNSTREAM SHOPS THAT WANT THE PRICED
           10 EXTR-FINAL-PRICE    PIC 9(6)V99.
           10 EXTR-PRICE-METHOD   PIC X(10).
           10 EXTR-QUANTITY       PIC 9(04).
           10 EXTR-TAX-AMT        PIC 9(6)V99.
           10 FILLER              PIC X(22).
       FD RSTRTFL.
       01 RSTRT-REC.
           10 RSTRT-ORDER-NO      PIC X(10).
           10 FILLER              PIC X(46).
       FD RPTFL.
       01 RPT-REC                 PIC X(132).
       FD TAXCTL.
       01 TAXCTL-REC.
           10 TCT-KEYWORD         PIC X(08).
           10 FILLER              PIC X(01).
           10 TCT-VALUE           PIC X(01).
           10 FILLER              PIC X(70).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
           END-EXEC.
           EXEC SQL
               DECLARE CR1 CURSOR WITH HOLD FOR
               SELECT ORDER_NO, ITEM_CODE, ITEM_NAME, NO_OF_PEICES,
                      PRICE, TOTAL_PRICE, FINAL_PRICE, FREE_HOME_DEL
                 FROM ORDER_DETAIL
                WHERE ORDER_NO > :WS-RESTART-ORDER
                ORDER BY ORDER_NO
           END-EXEC.
       01 WS-DISCOUNT-PRICE         PIC 9(6)V99.
       01 WS-COUPON-PRICE           PIC 9(6)V99.
       01 WS-COUPON                PIC X(10).
      *    THE COUPON WHOSE USE WAS BURNED FOR THE LINE, KEPT ON
      *    ORDER_DETAIL.USED_COUPON SO A FULL RETURN (ORDRTN) GIVES
      *    BACK ONLY THAT USE.  SPACES WHEN NONE WAS BURNED.
       01 WS-USED-COUPON           PIC X(10).
       01 WS-DISCOUNT               PIC 99.
       01 WS-CP                     PIC 99.
       01 WS-DISCOUNT-SW            PIC X(01).
           05 LIN-TOTAL             PIC 9(6)V99.
           05 LIN-FINAL             PIC 9(6)V99.
           05 LIN-METHOD            PIC X(10).
           05 LIN-TAX               PIC 9(6)V99.
       01 WS-LIN-SUB                PIC 9(03).
       01 WS-ORD-FINAL-TOT          PIC 9(7)V99.
       01 WS-HOLD-ITEM              PIC X(10).
           05 INV-UNITS             PIC 9(07).
       01 WS-INV-FOUND-SW           PIC X(01).
           88 WS-INV-FOUND          VALUE 'Y'.
      *-----------------------------------------------------------------
      *    SALES TAX - THE ORDER'S JURISDICTION IS THE TAX_JURIS ROW
      *    FOR THE CUSTOMER'S DELIVERY POSTAL CODE (CUSTOMER_TABLE)
      *    IN EFFECT ON THE PRICE DATE, CARRYING THE STATE, COUNTY
      *    AND CITY RATES.  EACH LINE IS TAXED ON ITS FINAL PRICE,
      *    AFTER DISCOUNTS, UNLESS THE ITEM'S TAXABILITY CATEGORY
      *    (ITEM_TAX_CAT AGAINST TAX_CAT_TABLE) IS EXEMPT.  THE
      *    STATE/COUNTY/CITY SPLIT GOES TO TAX_LEDGER, ONE 'S' ROW
      *    PER LINE DATED THE DAY THE LINE WAS FIRST TAXED, FOR THE
      *    MONTHLY LIABILITY REPORT (TAXRPT).
      *-----------------------------------------------------------------
       01 WS-FS6                    PIC 99.
       01 HV-POSTAL-CODE            PIC X(10).
       01 HV-STATE-CD               PIC X(02).
       01 HV-COUNTY-CD              PIC X(05).
       01 HV-CITY-CD                PIC X(05).
       01 HV-STATE-RATE             PIC S9(02)V9(04) COMP-3.
       01 HV-COUNTY-RATE            PIC S9(02)V9(04) COMP-3.
       01 HV-CITY-RATE              PIC S9(02)V9(04) COMP-3.
       01 HV-EXEMPT-SW              PIC X(01).
       01 HV-TAXABLE-AMT            PIC S9(07)V99 COMP-3.
       01 HV-STATE-TAX              PIC S9(07)V99 COMP-3.
       01 HV-COUNTY-TAX             PIC S9(07)V99 COMP-3.
       01 HV-CITY-TAX               PIC S9(07)V99 COMP-3.
       01 WS-JURIS-SW               PIC X(01).
           88 WS-JURIS-FOUND        VALUE 'Y'.
       01 WS-TAX-IN-DEL-SW          PIC X(01) VALUE 'N'.
           88 WS-TAX-IN-DEL         VALUE 'Y'.
       01 WS-LINE-TAX               PIC 9(6)V99.
       01 WS-ORD-TAX-TOT            PIC 9(7)V99.
       01 WS-DEL-TEST-AMT           PIC 9(8)V99.
       01 WS-TAX-TOT                PIC 9(11)V99 VALUE 0.
       01 WS-CT-EXEMPT              PIC 9(07) VALUE 0.
       01 WS-CT-NOJURIS             PIC 9(07) VALUE 0.
      *-----------------------------------------------------------------
      *    BACKORDERS - A LINE THE WAREHOUSE CANNOT COVER IS QUEUED
      *    ON BACKORDER (STATUS 'O' OPEN, ONE ROW PER ORDER LINE) AS
      *    WELL AS WRITTEN TO THE OVERSELL FILE.  BORLSE ALLOCATES
      *    RECEIVED STOCK TO IT AND MARKS IT 'R' RELEASED; THE NEXT
      *    PASS HERE PRICES THE RELEASED LINE WITHOUT DECREMENTING
      *    STOCK A SECOND TIME AND MARKS IT 'F' FILLED.  UNITS SOLD
      *    PER ITEM PER DAY ACCUMULATE ON ITEM_DAILY_SALES FOR
      *    BOREPL'S AVERAGE DAILY SALES.
      *-----------------------------------------------------------------
       01 HV-BO-STATUS              PIC X(01).
       01 HV-BO-QTY                 PIC S9(04) COMP-3.
       01 HV-SALES-UNITS            PIC S9(07) COMP-3.
       01 WS-BO-QUEUED-CT           PIC 9(05) VALUE 0.
       01 WS-BO-OPEN-CT             PIC 9(05) VALUE 0.
       01 WS-BO-FILLED-CT           PIC 9(05) VALUE 0.
       LINKAGE SECTION.
       01 LK-PARM-DATE                PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-DATE.
            INITIALIZE WS-ITEM-NAME WS-FS1.
            PERFORM 1100-RESTART-PARA
               THRU 1100-RESTART-EXIT.
            PERFORM 1200-TAXCTL-PARA
               THRU 1200-TAXCTL-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
            END-EVALUATE.
       1100-RESTART-EXIT.
            EXIT.
       1200-TAXCTL-PARA.
            OPEN INPUT TAXCTL.
            EVALUATE TRUE
               WHEN WS-FS6 = 00 OR WS-FS6 = 05
                   PERFORM 1210-TAXCTL-READ-PARA
                      THRU 1210-TAXCTL-READ-EXIT
                      UNTIL WS-FS6 NOT = 00
                   CLOSE TAXCTL
               WHEN OTHER
                   DISPLAY "TAXCTL NOT AVAILABLE - TAX NOT COUNTED "
                           "TOWARD FREE DELIVERY"
            END-EVALUATE.
            DISPLAY "TAX COUNTS TOWARD FREE DELIVERY: "
                    WS-TAX-IN-DEL-SW.
       1200-TAXCTL-EXIT.
            EXIT.
       1210-TAXCTL-READ-PARA.
            READ TAXCTL.
            IF WS-FS6 = 00
                EVALUATE TRUE
                   WHEN TCT-KEYWORD = 'TAXINDEL' AND
                        (TCT-VALUE = 'Y' OR TCT-VALUE = 'N')
                       MOVE TCT-VALUE TO WS-TAX-IN-DEL-SW
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
            END-IF.
       1210-TAXCTL-READ-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
       2250-ORDER-DONE-PARA.
            ADD 1 TO WS-ORDER-CT.
            MOVE 0 TO WS-ORD-FINAL-TOT.
            MOVE 0 TO WS-ORD-TAX-TOT.
            PERFORM 2240-TIER-LOOKUP-PARA
               THRU 2240-TIER-LOOKUP-EXIT.
            PERFORM 2245-TAX-JURIS-PARA
               THRU 2245-TAX-JURIS-EXIT.
            PERFORM 2260-LINE-PRICE-PARA
               THRU 2260-LINE-PRICE-EXIT
               VARYING WS-LIN-SUB FROM 1 BY 1
       2240-TIER-LOOKUP-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE JURISDICTION LOOKUP PER ORDER - EVERY LINE OF THE
      *    ORDER SHIPS TO THE SAME POSTAL CODE.  AN ORDER WITH NO
      *    JURISDICTION IN EFFECT IS PRICED UNTAXED AND COUNTED ON
      *    THE SUMMARY SO THE TAX TEAM CAN ADD THE POSTAL CODE.
      *-----------------------------------------------------------------
       2245-TAX-JURIS-PARA.
            MOVE 'N' TO WS-JURIS-SW.
            EXEC SQL
                SELECT J.POSTAL_CODE, J.STATE_CD, J.COUNTY_CD,
                       J.CITY_CD, J.STATE_RATE, J.COUNTY_RATE,
                       J.CITY_RATE
                  INTO :HV-POSTAL-CODE, :HV-STATE-CD, :HV-COUNTY-CD,
                       :HV-CITY-CD, :HV-STATE-RATE, :HV-COUNTY-RATE,
                       :HV-CITY-RATE
                  FROM ORDER_TABLE O, CUSTOMER_TABLE C, TAX_JURIS J
                 WHERE O.ORDER_NO    = :WS-CUR-ORDER
                   AND C.CUST_NO     = O.CUST_NO
                   AND J.POSTAL_CODE = C.DELIV_POSTAL_CD
                   AND J.EFF_DATE   <= :LK-PARM-DATE
                   AND J.EXP_DATE   >= :LK-PARM-DATE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE 'Y' TO WS-JURIS-SW
               WHEN 100
                   ADD 1 TO WS-CT-NOJURIS
                   DISPLAY "NO TAX JURISDICTION FOR ORDER "
                           WS-CUR-ORDER " - PRICED UNTAXED"
               WHEN OTHER
                   ADD 1 TO WS-CT-NOJURIS
                   DISPLAY "TAX JURISDICTION LOOKUP FAILED " SQLCODE
                           " ORDER " WS-CUR-ORDER
            END-EVALUATE.
       2245-TAX-JURIS-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    UNIT-OF-WORK BOUNDARY - ONE COMMIT PER INTERVAL OF
      *    COMPLETED ORDERS INSTEAD OF ONE PER UPDATE, WITH THE
      *    LAST COMMITTED ORDER_NO RECORDED FOR RESTART.
            MOVE WS-FINAL-PRICE  TO LIN-FINAL(WS-LIN-SUB).
            MOVE WS-PRICE-METHOD TO LIN-METHOD(WS-LIN-SUB).
            ADD WS-FINAL-PRICE   TO WS-ORD-FINAL-TOT.
            PERFORM 2262-LINE-TAX-PARA
               THRU 2262-LINE-TAX-EXIT.
            EXEC SQL
                UPDATE ORDER_DETAIL
                   SET TOTAL_PRICE = :WS-TOTAL-PRICE,
                       FINAL_PRICE = :WS-FINAL-PRICE,
                       TAX_AMT     = :WS-LINE-TAX,
                       USED_COUPON = :WS-USED-COUPON
                 WHERE ORDER_NO  = :WS-CUR-ORDER
                   AND ITEM_CODE = :WS-HOLD-ITEM
            END-EXEC.
                DISPLAY "ORDER_DETAIL UPDATE FAILED " SQLCODE
                        " ORDER " WS-CUR-ORDER
            END-IF.
            IF WS-JURIS-FOUND
                PERFORM 2263-TAX-LEDGER-PARA
                   THRU 2263-TAX-LEDGER-EXIT
            END-IF.
            PERFORM 2264-BO-CHECK-PARA
               THRU 2264-BO-CHECK-EXIT.
            PERFORM 2230-EXTRACT-PARA
               THRU 2230-EXTRACT-EXIT.
       2260-LINE-PRICE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    TAX THE LINE'S FINAL PRICE AT EACH OF THE JURISDICTION'S
      *    THREE RATES, EACH ROUNDED TO THE CENT ON ITS OWN SO THE
      *    LEDGER'S STATE, COUNTY AND CITY COLUMNS ADD TO THE LINE
      *    TAX EXACTLY.  AN ITEM WITH NO ITEM_TAX_CAT ROW IS TAXABLE.
      *-----------------------------------------------------------------
       2262-LINE-TAX-PARA.
            MOVE 0 TO WS-LINE-TAX.
            MOVE 0 TO HV-TAXABLE-AMT.
            MOVE 0 TO HV-STATE-TAX.
            MOVE 0 TO HV-COUNTY-TAX.
            MOVE 0 TO HV-CITY-TAX.
            IF WS-JURIS-FOUND
                MOVE 'N' TO HV-EXEMPT-SW
                EXEC SQL
                    SELECT C.EXEMPT_SW INTO :HV-EXEMPT-SW
                      FROM ITEM_TAX_CAT I, TAX_CAT_TABLE C
                     WHERE I.ITEM_CODE = :WS-HOLD-ITEM
                       AND C.TAX_CAT   = I.TAX_CAT
                END-EXEC
                EVALUATE TRUE
                   WHEN SQLCODE NOT = 00 AND SQLCODE NOT = 100
                       DISPLAY "TAX CATEGORY LOOKUP FAILED " SQLCODE
                               " ITEM " WS-HOLD-ITEM
                   WHEN HV-EXEMPT-SW = 'Y'
                       ADD 1 TO WS-CT-EXEMPT
                   WHEN OTHER
                       MOVE WS-FINAL-PRICE TO HV-TAXABLE-AMT
                       COMPUTE HV-STATE-TAX ROUNDED =
                               WS-FINAL-PRICE * HV-STATE-RATE / 100
                       COMPUTE HV-COUNTY-TAX ROUNDED =
                               WS-FINAL-PRICE * HV-COUNTY-RATE / 100
                       COMPUTE HV-CITY-TAX ROUNDED =
                               WS-FINAL-PRICE * HV-CITY-RATE / 100
                       COMPUTE WS-LINE-TAX = HV-STATE-TAX
                               + HV-COUNTY-TAX + HV-CITY-TAX
                END-EVALUATE
            END-IF.
            MOVE WS-LINE-TAX TO LIN-TAX(WS-LIN-SUB).
            ADD WS-LINE-TAX  TO WS-ORD-TAX-TOT.
            ADD WS-LINE-TAX  TO WS-TAX-TOT.
       2262-LINE-TAX-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A REPRICED LINE UPDATES ITS EXISTING LEDGER ROW IN PLACE,
      *    KEEPING THE TAX_DATE IT WAS FIRST TAXED ON, SO A RERUN OR
      *    RESTART NEVER COUNTS THE SAME SALE TWICE OR MOVES IT TO
      *    ANOTHER FILING MONTH.
      *-----------------------------------------------------------------
       2263-TAX-LEDGER-PARA.
            EXEC SQL
                UPDATE TAX_LEDGER
                   SET POSTAL_CODE = :HV-POSTAL-CODE,
                       STATE_CD    = :HV-STATE-CD,
                       COUNTY_CD   = :HV-COUNTY-CD,
                       CITY_CD     = :HV-CITY-CD,
                       GROSS_AMT   = :WS-FINAL-PRICE,
                       TAXABLE_AMT = :HV-TAXABLE-AMT,
                       STATE_TAX   = :HV-STATE-TAX,
                       COUNTY_TAX  = :HV-COUNTY-TAX,
                       CITY_TAX    = :HV-CITY-TAX
                 WHERE ORDER_NO   = :WS-CUR-ORDER
                   AND ITEM_CODE  = :WS-HOLD-ITEM
                   AND ENTRY_TYPE = 'S'
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   EXEC SQL
                       INSERT INTO TAX_LEDGER
                              (ORDER_NO, ITEM_CODE, ENTRY_TYPE,
                               TAX_DATE, POSTAL_CODE, STATE_CD,
                               COUNTY_CD, CITY_CD, GROSS_AMT,
                               TAXABLE_AMT, STATE_TAX, COUNTY_TAX,
                               CITY_TAX)
                       VALUES (:WS-CUR-ORDER, :WS-HOLD-ITEM, 'S',
                               :LK-PARM-DATE, :HV-POSTAL-CODE,
                               :HV-STATE-CD, :HV-COUNTY-CD,
                               :HV-CITY-CD, :WS-FINAL-PRICE,
                               :HV-TAXABLE-AMT, :HV-STATE-TAX,
                               :HV-COUNTY-TAX, :HV-CITY-TAX)
                   END-EXEC
                   IF SQLCODE NOT = 00
                       DISPLAY "TAX_LEDGER INSERT FAILED " SQLCODE
                               " ORDER " WS-CUR-ORDER
                   END-IF
               WHEN OTHER
                   DISPLAY "TAX_LEDGER UPDATE FAILED " SQLCODE
                           " ORDER " WS-CUR-ORDER
            END-EVALUATE.
       2263-TAX-LEDGER-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A LINE ALREADY ON BACKORDER IS NOT DECREMENTED HERE: AN
      *    OPEN ONE IS STILL WAITING FOR STOCK, A RELEASED ONE HAD
      *    ITS STOCK TAKEN BY BORLSE AND IS NOW FILLED, AND A FILLED
      *    ONE IS DONE.  ANY OTHER LINE TAKES THE NORMAL DECREMENT.
      *-----------------------------------------------------------------
       2264-BO-CHECK-PARA.
            MOVE SPACES TO HV-BO-STATUS.
            EXEC SQL
                SELECT STATUS INTO :HV-BO-STATUS
                  FROM BACKORDER
                 WHERE ORDER_NO  = :WS-CUR-ORDER
                   AND ITEM_CODE = :WS-HOLD-ITEM
            END-EXEC.
            IF SQLCODE NOT = 00 AND SQLCODE NOT = 100
                DISPLAY "BACKORDER LOOKUP FAILED " SQLCODE
                        " ORDER " WS-CUR-ORDER
                MOVE SPACES TO HV-BO-STATUS
            END-IF.
            EVALUATE HV-BO-STATUS
               WHEN 'O'
                   ADD 1 TO WS-BO-OPEN-CT
               WHEN 'R'
                   EXEC SQL
                       UPDATE BACKORDER
                          SET STATUS    = 'F',
                              FILL_DATE = :LK-PARM-DATE
                        WHERE ORDER_NO  = :WS-CUR-ORDER
                          AND ITEM_CODE = :WS-HOLD-ITEM
                   END-EXEC
                   IF SQLCODE NOT = 00
                       DISPLAY "BACKORDER FILL FAILED " SQLCODE
                               " ORDER " WS-CUR-ORDER
                   ELSE
                       ADD 1 TO WS-BO-FILLED-CT
                   END-IF
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   PERFORM 2265-INV-DECR-PARA
                      THRU 2265-INV-DECR-EXIT
            END-EVALUATE.
       2264-BO-CHECK-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    DECREMENT THE ITEM'S STOCK-ON-HAND IN THE SAME UNIT OF
      *    WORK AS THE LINE'S PRICING UPDATES.  A DECREMENT THAT
      *    WOULD DRIVE STOCK NEGATIVE GOES TO THE OVERSELL FILE
      *    AND THE BACKORDER QUEUE INSTEAD, SO THE WAREHOUSE SEES
      *    THE SHORT INSTEAD OF A NEGATIVE BALANCE.
      *-----------------------------------------------------------------
       2265-INV-DECR-PARA.
            EXEC SQL
       2265-INV-DECR-EXIT.
            EXIT.
       2266-INV-TALLY-PARA.
            PERFORM 2270-DAILY-SALES-PARA
               THRU 2270-DAILY-SALES-EXIT.
            MOVE 'N' TO WS-INV-FOUND-SW.
            PERFORM 2268-INV-FIND-PARA
               THRU 2268-INV-FIND-EXIT
                MOVE ZEROES TO OVSL-ON-HAND
            END-IF.
            WRITE OVSL-REC.
            PERFORM 2269-BO-QUEUE-PARA
               THRU 2269-BO-QUEUE-EXIT.
       2267-OVSL-WRITE-EXIT.
            EXIT.
       2269-BO-QUEUE-PARA.
            MOVE LIN-QTY(WS-LIN-SUB) TO HV-BO-QTY.
            EXEC SQL
                INSERT INTO BACKORDER
                       (ORDER_NO, ITEM_CODE, BO_QTY, BO_DATE,
                        STATUS, NOTIFY_SW)
                VALUES (:WS-CUR-ORDER, :WS-HOLD-ITEM, :HV-BO-QTY,
                        :LK-PARM-DATE, 'O', 'N')
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "BACKORDER INSERT FAILED " SQLCODE
                        " ORDER " WS-CUR-ORDER
            ELSE
                ADD 1 TO WS-BO-QUEUED-CT
            END-IF.
       2269-BO-QUEUE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    UNITS SOLD TODAY FOR THE ITEM, IN THE SAME UNIT OF WORK
      *    AS THE DECREMENT SO A RESTART NEITHER LOSES NOR DOUBLES
      *    THEM.
      *-----------------------------------------------------------------
       2270-DAILY-SALES-PARA.
            MOVE LIN-QTY(WS-LIN-SUB) TO HV-SALES-UNITS.
            EXEC SQL
                UPDATE ITEM_DAILY_SALES
                   SET UNITS = UNITS + :HV-SALES-UNITS
                 WHERE ITEM_CODE  = :WS-HOLD-ITEM
                   AND SALES_DATE = :LK-PARM-DATE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   EXEC SQL
                       INSERT INTO ITEM_DAILY_SALES
                              (ITEM_CODE, SALES_DATE, UNITS)
                       VALUES (:WS-HOLD-ITEM, :LK-PARM-DATE,
                               :HV-SALES-UNITS)
                   END-EXEC
                   IF SQLCODE NOT = 00
                       DISPLAY "ITEM_DAILY_SALES INSERT FAILED "
                               SQLCODE " ITEM " WS-HOLD-ITEM
                   END-IF
               WHEN OTHER
                   DISPLAY "ITEM_DAILY_SALES UPDATE FAILED " SQLCODE
                           " ITEM " WS-HOLD-ITEM
            END-EVALUATE.
       2270-DAILY-SALES-EXIT.
            EXIT.
       2268-INV-FIND-PARA.
            IF WS-HOLD-ITEM = INV-ITEM-CODE(INV-IDX)
                ADD LIN-QTY(WS-LIN-SUB) TO INV-UNITS(INV-IDX)
            EXIT.
       2212-COUPON-PARA.
            MOVE 'N' TO WS-COUPON-SW.
            MOVE SPACES TO WS-USED-COUPON.
            EXEC SQL
                SELECT COUPON_CODE, EFF_DATE, EXP_DATE,
                       USAGE_CNT, USAGE_LIMIT
                          SET USAGE_CNT = USAGE_CNT + 1
                        WHERE C_ITRM_CODE = :HV-ITEM_CODE
                   END-EXEC
                   IF SQLCODE = 00
                       MOVE WS-COUPON TO WS-USED-COUPON
                   END-IF
            END-EVALUATE.
       2212-COUPON-EXIT.
            EXIT.
      *    RECORD IT TO HOMEDELFL SO THE DELIVERY TEAM HAS A DAILY
      *    LIST WITHOUT QUERYING ORDER_TABLE THEMSELVES.  SPLIT
      *    ORDERS NO LONGER LOSE FREE DELIVERY TO A SINGLE-ITEM
      *    TEST.  THE ORDER'S SALES TAX COUNTS TOWARD THE THRESHOLD
      *    ONLY WHEN THE TAXCTL 'TAXINDEL' CARD SAYS Y.
      *-----------------------------------------------------------------
       2220-HOME-PARA.
            MOVE WS-ORD-FINAL-TOT TO WS-DEL-TEST-AMT.
            IF WS-TAX-IN-DEL
                ADD WS-ORD-TAX-TOT TO WS-DEL-TEST-AMT
            END-IF.
            EVALUATE TRUE
               WHEN WS-DEL-TEST-AMT >= 10000
                   EXEC SQL
                       UPDATE ORDER_TABLE
                          SET FREE_HOME_DEL = 'Y'
            MOVE WS-CUR-ORDER   TO HOMEDEL-ORDER-NO.
            MOVE HV-CUST-NO     TO HOMEDEL-CUST-NO.
            MOVE WS-ORD-FINAL-TOT TO HOMEDEL-FINAL-PRICE.
            MOVE WS-ORD-TAX-TOT TO HOMEDEL-TAX-AMT.
            WRITE HOMEDEL-REC.
       2221-HOME-WRITE-EXIT.
            EXIT.
            MOVE WS-FINAL-PRICE  TO EXTR-FINAL-PRICE.
            MOVE WS-PRICE-METHOD TO EXTR-PRICE-METHOD.
            MOVE LIN-QTY(WS-LIN-SUB) TO EXTR-QUANTITY.
            MOVE WS-LINE-TAX     TO EXTR-TAX-AMT.
            WRITE EXTRACT-REC.
       2230-EXTRACT-EXIT.
            EXIT.
            MOVE WS-AMT-ED TO RPT-REC(29:17).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'SALES TAX CHARGED.........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-TAX-TOT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(29:17).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'TAX-EXEMPT ITEM LINES.....: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-CT-EXEMPT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'ORDERS WITH NO TAX JURIS..: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-CT-NOJURIS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'TAX COUNTS TO FREE DELIV..: ' DELIMITED BY SIZE
                   WS-TAX-IN-DEL-SW DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'COUPONS NOT YET EFFECTIVE.: ' DELIMITED BY SIZE
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDERS QUEUED.........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-BO-QUEUED-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDERS STILL OPEN.....: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-BO-OPEN-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDERS FILLED.........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-BO-FILLED-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS DECREMENTED PER ITEM' DELIMITED BY SIZE

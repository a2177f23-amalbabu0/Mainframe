       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRTN.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      *    THE DAY'S RETURNS - ONE RECORD PER ORDER LINE SENT BACK,
      *    WITH THE QUANTITY, THE RETURN REASON CODE, AND THE
      *    CONDITION THE WAREHOUSE FOUND THE GOODS IN.
      *-----------------------------------------------------------------
           SELECT RTNFL ASSIGN DD1
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS1.
      *-----------------------------------------------------------------
      *    REFUNDS DUE - ONE RECORD PER ACCEPTED RETURN FOR THE
      *    CUSTOMER REFUND PAYMENT RUN, MERCHANDISE AND SALES TAX
      *    REFUNDED CARRIED SEPARATELY.
      *-----------------------------------------------------------------
           SELECT RFNDFL ASSIGN DD2
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS2.
      *-----------------------------------------------------------------
           SELECT RPTFL ASSIGN DD3
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS3.
      *-----------------------------------------------------------------
           SELECT SUSPFILE ASSIGN DD4
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS4.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RTNFL.
       01 RTN-REC.
           10 RTN-ORDER-NO        PIC X(10).
           10 FILLER              PIC X(01).
           10 RTN-ITEM-CODE       PIC X(10).
           10 FILLER              PIC X(01).
           10 RTN-QTY             PIC 9(04).
           10 FILLER              PIC X(01).
           10 RTN-REASON-CD       PIC X(04).
           10 FILLER              PIC X(01).
           10 RTN-COND-CD         PIC X(01).
               88 RTN-RESALABLE   VALUE 'R'.
               88 RTN-DAMAGED     VALUE 'D'.
               88 RTN-OPENED      VALUE 'O'.
           10 FILLER              PIC X(01).
           10 RTN-DATE            PIC X(10).
           10 FILLER              PIC X(36).
       FD RFNDFL.
       01 RFND-REC.
           10 RFND-ORDER-NO       PIC X(10).
           10 FILLER              PIC X(01).
           10 RFND-CUST-NO        PIC X(10).
           10 FILLER              PIC X(01).
           10 RFND-ITEM-CODE      PIC X(10).
           10 FILLER              PIC X(01).
           10 RFND-QTY            PIC 9(04).
           10 FILLER              PIC X(01).
           10 RFND-AMT            PIC 9(7)V99.
           10 FILLER              PIC X(01).
           10 RFND-REASON-CD      PIC X(04).
           10 FILLER              PIC X(01).
           10 RFND-DATE           PIC X(10).
           10 FILLER              PIC X(01).
           10 RFND-TAX-AMT        PIC 9(7)V99.
           10 FILLER              PIC X(07).
       FD RPTFL.
       01 RPT-REC                 PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE ORDER-DETAIL
           END-EXEC.
      *-----------------------------------------------------------------
      *    HOST VARIABLES NOT CARRIED BY THE ORDER-DETAIL DCLGEN.
      *    RETURN_HIST HOLDS ONE ROW PER ACCEPTED RETURN (ORDER_NO,
      *    ITEM_CODE, RETURN_DATE, RETURN_QTY, REASON_CD, COND_CD,
      *    REFUND_AMT, REFUND_TAX, RESTOCK_SW), SO THE QUANTITY AND
      *    MONEY ALREADY GIVEN BACK ON A LINE ARE KNOWN ACROSS DAYS.
      *-----------------------------------------------------------------
       01 HV-CUST-NO               PIC X(10).
       01 HV-RTN-DATE              PIC X(10).
       01 HV-RTN-QTY               PIC S9(04) COMP-3.
       01 HV-PRIOR-QTY             PIC S9(07) COMP-3.
       01 HV-PRIOR-AMT             PIC S9(07)V99 COMP-3.
       01 HV-REFUND-AMT            PIC S9(07)V99 COMP-3.
       01 HV-DUP-CT                PIC S9(09) COMP.
       01 HV-OPEN-LINES            PIC S9(09) COMP.
       01 HV-RESTOCK-SW            PIC X(01).
       01 HV-REASON-CD             PIC X(04).
       01 HV-COND-CD               PIC X(01).
       01 HV-LINE-TAX              PIC S9(07)V99 COMP-3.
       01 HV-PRIOR-TAX             PIC S9(07)V99 COMP-3.
       01 HV-REFUND-TAX            PIC S9(07)V99 COMP-3.
      *-----------------------------------------------------------------
      *    THE LINE'S 'S' TAX_LEDGER ROW (WEEK5) GIVES THE
      *    JURISDICTION AND THE STATE/COUNTY/CITY SPLIT THE TAX
      *    REFUND IS REVERSED OUT OF.
      *-----------------------------------------------------------------
       01 HV-POSTAL-CODE           PIC X(10).
       01 HV-STATE-CD              PIC X(02).
       01 HV-COUNTY-CD             PIC X(05).
       01 HV-CITY-CD               PIC X(05).
       01 HV-SALE-TAXABLE          PIC S9(07)V99 COMP-3.
       01 HV-SALE-STATE            PIC S9(07)V99 COMP-3.
       01 HV-SALE-COUNTY           PIC S9(07)V99 COMP-3.
       01 HV-REV-GROSS             PIC S9(07)V99 COMP-3.
       01 HV-REV-TAXABLE           PIC S9(07)V99 COMP-3.
       01 HV-REV-STATE             PIC S9(07)V99 COMP-3.
       01 HV-REV-COUNTY            PIC S9(07)V99 COMP-3.
       01 HV-REV-CITY              PIC S9(07)V99 COMP-3.
       01 WS-FS1                   PIC 99.
       01 WS-FS2                   PIC 99.
       01 WS-FS3                   PIC 99.
       01 WS-FS4                   PIC 99.
       01 WS-RETURN-CD             PIC 9(04) VALUE 0.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01 WS-STOP-SW               PIC X(01) VALUE 'N'.
           88 WS-STOP              VALUE 'Y'.
       01 WS-SQL-STEP              PIC X(20).
       01 WS-REJ-CODE              PIC X(04).
       01 WS-REJ-REASON            PIC X(26).
       01 WS-SOLD-QTY              PIC 9(07).
       01 WS-NEW-QTY               PIC 9(07).
       01 WS-REFUND                PIC 9(07)V99.
       01 WS-LINE-FINAL            PIC 9(07)V99.
       01 WS-REFUND-TAX            PIC 9(07)V99.
       01 WS-LINE-TAX              PIC 9(07)V99.
       01 WS-ORDER-DONE-SW         PIC X(01).
           88 WS-ORDER-DONE        VALUE 'Y'.
       01 WS-CPN-RESTORED          PIC 9(05).
      *-----------------------------------------------------------------
      *    RUN COUNTERS FOR THE REGISTER'S CLOSING TOTALS.
      *-----------------------------------------------------------------
       01 WS-READ-CT               PIC 9(07) VALUE 0.
       01 WS-ACC-CT                PIC 9(07) VALUE 0.
       01 WS-REJ-CT                PIC 9(07) VALUE 0.
       01 WS-RSTK-UNITS            PIC 9(07) VALUE 0.
       01 WS-NORSTK-UNITS          PIC 9(07) VALUE 0.
       01 WS-ORD-FULL-CT           PIC 9(07) VALUE 0.
       01 WS-CPN-TOT               PIC 9(07) VALUE 0.
       01 WS-REFUND-TOT            PIC 9(11)V99 VALUE 0.
       01 WS-TAX-RFND-TOT          PIC 9(11)V99 VALUE 0.
       01 WS-TAX-ED                PIC ZZZ,ZZ9.99.
       01 WS-CT-ED                 PIC ZZZZZZ9.
       01 WS-QTY-ED                PIC ZZZ9.
       01 WS-AMT-ED                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RFND-ED               PIC Z,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *    REFUNDS BY REASON CODE - EACH REASON SEEN ON THE DAY'S
      *    RETURNS GETS A SLOT, TOTALED AT THE FOOT OF THE REGISTER.
      *-----------------------------------------------------------------
       01 WS-RSN-CT                PIC 9(03) VALUE 0.
       01 WS-RSN-TBL OCCURS 50 TIMES INDEXED BY RSN-IDX.
           05 RSN-CODE             PIC X(04).
           05 RSN-RTN-CT           PIC 9(07).
           05 RSN-UNITS            PIC 9(07).
           05 RSN-AMT              PIC 9(09)V99.
       01 WS-RSN-FOUND-SW          PIC X(01).
           88 WS-RSN-FOUND         VALUE 'Y'.
       01 WS-RSN-HIT               PIC 9(03).
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4.
            DISPLAY "RETURNS PROCESSING FOR " LK-PARM-DATE.
       1000-INIT-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
            PERFORM 2400-HEADING-PARA
               THRU 2400-HEADING-EXIT.
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT
               UNTIL WS-EOF OR WS-STOP.
            PERFORM 2500-TOTALS-PARA
               THRU 2500-TOTALS-EXIT.
            PERFORM 2300-CLOSE-PARA
               THRU 2300-CLOSE-EXIT.
       2000-PFM-EXIT.
            EXIT.
       3000-TERM-PARA.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2100-OPEN-PARA.
            OPEN INPUT RTNFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN RTNFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RTNFL: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT RFNDFL.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN RFNDFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RFNDFL: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT RPTFL.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN RPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN EXTEND SUSPFILE.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUSPFILE: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
       2100-OPEN-EXIT.
            EXIT.
       2200-READ-PARA.
            READ RTNFL.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2210-RETURN-PARA
                      THRU 2210-RETURN-EXIT
               WHEN 10
                   MOVE 'Y' TO WS-EOF-SW
               WHEN OTHER
                   DISPLAY "READ ERROR RTNFL: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-EOF-SW
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE RETURN IS ONE UNIT OF WORK - ITS RETURN_HIST ROW, THE
      *    RESTOCK, AND ANY COUPON RESTORE COMMIT TOGETHER.  A
      *    RETURN ALREADY ON RETURN_HIST (SAME LINE, DATE, QUANTITY
      *    AND REASON) IS REJECTED RATHER THAN REFUNDED TWICE, SO A
      *    RERUN OF THE SAME RETURNS FILE IS SAFE.
      *-----------------------------------------------------------------
       2210-RETURN-PARA.
            MOVE RTN-ORDER-NO  TO HV-ORDER_NO.
            MOVE RTN-ITEM-CODE TO HV-ITEM_CODE.
            IF RTN-ORDER-NO = SPACES OR RTN-ITEM-CODE = SPACES
                MOVE 'RFMT' TO WS-REJ-CODE
                MOVE 'ORDER OR ITEM MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            IF RTN-QTY IS NOT NUMERIC OR RTN-QTY = ZERO
                MOVE 'RFMT' TO WS-REJ-CODE
                MOVE 'RETURN QUANTITY NOT VALID' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            IF RTN-REASON-CD = SPACES
                MOVE 'RRSN' TO WS-REJ-CODE
                MOVE 'REASON CODE MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            IF NOT RTN-RESALABLE AND NOT RTN-DAMAGED
               AND NOT RTN-OPENED
                MOVE 'RCND' TO WS-REJ-CODE
                MOVE 'CONDITION CODE NOT VALID' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            IF RTN-DATE = SPACES
                MOVE LK-PARM-DATE TO HV-RTN-DATE
            ELSE
                MOVE RTN-DATE TO HV-RTN-DATE
            END-IF.
            MOVE RTN-QTY       TO HV-RTN-QTY.
            MOVE RTN-REASON-CD TO HV-REASON-CD.
            MOVE RTN-COND-CD   TO HV-COND-CD.
            PERFORM 2220-LINE-LOOKUP-PARA
               THRU 2220-LINE-LOOKUP-EXIT.
            IF WS-STOP OR SQLCODE = 100
                GO TO 2210-RETURN-EXIT
            END-IF.
            PERFORM 2230-HIST-LOOKUP-PARA
               THRU 2230-HIST-LOOKUP-EXIT.
            IF WS-STOP
                GO TO 2210-RETURN-EXIT
            END-IF.
            IF HV-DUP-CT > 0
                MOVE 'RDUP' TO WS-REJ-CODE
                MOVE 'RETURN ALREADY PROCESSED' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            COMPUTE WS-NEW-QTY = HV-PRIOR-QTY + RTN-QTY.
            IF WS-NEW-QTY > WS-SOLD-QTY
                MOVE 'RQTY' TO WS-REJ-CODE
                MOVE 'EXCEEDS QUANTITY SOLD' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            PERFORM 2240-REFUND-CALC-PARA
               THRU 2240-REFUND-CALC-EXIT.
            PERFORM 2250-RESTOCK-PARA
               THRU 2250-RESTOCK-EXIT.
            IF WS-STOP
                GO TO 2210-RETURN-EXIT
            END-IF.
            PERFORM 2260-HIST-INSERT-PARA
               THRU 2260-HIST-INSERT-EXIT.
            IF WS-STOP
                GO TO 2210-RETURN-EXIT
            END-IF.
            IF WS-REFUND-TAX > 0
                PERFORM 2265-TAX-REVERSE-PARA
                   THRU 2265-TAX-REVERSE-EXIT
                IF WS-STOP
                    GO TO 2210-RETURN-EXIT
                END-IF
            END-IF.
            PERFORM 2270-ORDER-CHECK-PARA
               THRU 2270-ORDER-CHECK-EXIT.
            IF WS-STOP
                GO TO 2210-RETURN-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2210-RETURN-EXIT
            END-IF.
            ADD 1 TO WS-ACC-CT.
            ADD WS-REFUND WS-REFUND-TAX TO WS-REFUND-TOT.
            ADD WS-REFUND-TAX TO WS-TAX-RFND-TOT.
            PERFORM 2280-REFUND-WRITE-PARA
               THRU 2280-REFUND-WRITE-EXIT.
            PERFORM 2410-DETAIL-PARA
               THRU 2410-DETAIL-EXIT.
            PERFORM 2420-RSN-TALLY-PARA
               THRU 2420-RSN-TALLY-EXIT.
       2210-RETURN-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    THE LINE AS SOLD - QUANTITY AND THE FINAL PRICE WEEK5
      *    ACTUALLY CHARGED.  FINAL_PRICE ALREADY CARRIES WHICHEVER
      *    ITEM DISCOUNT, COUPON OR CUSTOMER TIER WON THE LINE, SO
      *    A PRORATED SHARE OF IT GIVES BACK THE DISCOUNT TOO.  THE
      *    SALES TAX WEEK5 CHARGED ON THE LINE COMES BACK IN THE
      *    SAME SHARE.
      *-----------------------------------------------------------------
       2220-LINE-LOOKUP-PARA.
            EXEC SQL
                SELECT NO_OF_PEICES, FINAL_PRICE,
                       COALESCE(TAX_AMT, 0)
                  INTO :HV-NO_OF_PEICES, :HV-FINAL_PRICE,
                       :HV-LINE-TAX
                  FROM ORDER_DETAIL
                 WHERE ORDER_NO  = :HV-ORDER_NO
                   AND ITEM_CODE = :HV-ITEM_CODE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE HV-NO_OF_PEICES TO WS-SOLD-QTY
                   MOVE HV-FINAL_PRICE  TO WS-LINE-FINAL
                   MOVE HV-LINE-TAX     TO WS-LINE-TAX
               WHEN 100
                   MOVE 'RORD' TO WS-REJ-CODE
                   MOVE 'ORDER LINE NOT FOUND' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
               WHEN OTHER
                   MOVE 'ORDER_DETAIL SELECT' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2220-LINE-LOOKUP-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    WHAT EARLIER RETURNS ALREADY TOOK BACK ON THIS LINE, AND
      *    WHETHER THIS VERY RETURN IS ALREADY ON FILE.
      *-----------------------------------------------------------------
       2230-HIST-LOOKUP-PARA.
            EXEC SQL
                SELECT COALESCE(SUM(RETURN_QTY), 0),
                       COALESCE(SUM(REFUND_AMT), 0),
                       COALESCE(SUM(REFUND_TAX), 0)
                  INTO :HV-PRIOR-QTY, :HV-PRIOR-AMT, :HV-PRIOR-TAX
                  FROM RETURN_HIST
                 WHERE ORDER_NO  = :HV-ORDER_NO
                   AND ITEM_CODE = :HV-ITEM_CODE
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'RETURN_HIST SUM' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2230-HIST-LOOKUP-EXIT
            END-IF.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-DUP-CT
                  FROM RETURN_HIST
                 WHERE ORDER_NO    = :HV-ORDER_NO
                   AND ITEM_CODE   = :HV-ITEM_CODE
                   AND RETURN_DATE = :HV-RTN-DATE
                   AND RETURN_QTY  = :HV-RTN-QTY
                   AND REASON_CD   = :HV-REASON-CD
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'RETURN_HIST DUP' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2230-HIST-LOOKUP-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REFUND = THE RETURNED UNITS' SHARE OF THE LINE'S FINAL
      *    PRICE, AND THE SAME SHARE OF ITS SALES TAX.  THE RETURN
      *    THAT BRINGS THE LINE BACK IN FULL TAKES WHATEVER OF THE
      *    FINAL PRICE AND TAX IS STILL UNREFUNDED, SO PARTIAL
      *    RETURNS NEVER LOSE OR GAIN A CENT IN ROUNDING.
      *-----------------------------------------------------------------
       2240-REFUND-CALC-PARA.
            IF WS-NEW-QTY = WS-SOLD-QTY
                COMPUTE WS-REFUND = WS-LINE-FINAL - HV-PRIOR-AMT
                COMPUTE WS-REFUND-TAX = WS-LINE-TAX - HV-PRIOR-TAX
            ELSE
                COMPUTE WS-REFUND ROUNDED =
                        WS-LINE-FINAL * RTN-QTY / WS-SOLD-QTY
                COMPUTE WS-REFUND-TAX ROUNDED =
                        WS-LINE-TAX * RTN-QTY / WS-SOLD-QTY
            END-IF.
            MOVE WS-REFUND TO HV-REFUND-AMT.
            MOVE WS-REFUND-TAX TO HV-REFUND-TAX.
       2240-REFUND-CALC-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    RESALABLE GOODS GO BACK ON THE SHELF - THE REVERSE OF
      *    WEEK5'S STOCK DECREMENT.  DAMAGED OR OPENED GOODS ARE
      *    REFUNDED BUT NOT RESTOCKED.
      *-----------------------------------------------------------------
       2250-RESTOCK-PARA.
            MOVE 'N' TO HV-RESTOCK-SW.
            IF NOT RTN-RESALABLE
                ADD RTN-QTY TO WS-NORSTK-UNITS
                GO TO 2250-RESTOCK-EXIT
            END-IF.
            EXEC SQL
                UPDATE INVENTORY_TABLE
                   SET STOCK_ON_HAND = STOCK_ON_HAND + :HV-RTN-QTY
                 WHERE ITEM_CODE = :HV-ITEM_CODE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE 'Y' TO HV-RESTOCK-SW
                   ADD RTN-QTY TO WS-RSTK-UNITS
               WHEN 100
                   DISPLAY "NO INVENTORY ROW FOR " HV-ITEM_CODE
                           " - NOT RESTOCKED"
                   ADD RTN-QTY TO WS-NORSTK-UNITS
               WHEN OTHER
                   MOVE 'INVENTORY UPDATE' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2250-RESTOCK-EXIT.
            EXIT.
       2260-HIST-INSERT-PARA.
            EXEC SQL
                INSERT INTO RETURN_HIST
                       (ORDER_NO, ITEM_CODE, RETURN_DATE,
                        RETURN_QTY, REASON_CD, COND_CD,
                        REFUND_AMT, REFUND_TAX, RESTOCK_SW)
                VALUES (:HV-ORDER_NO, :HV-ITEM_CODE, :HV-RTN-DATE,
                        :HV-RTN-QTY, :HV-REASON-CD, :HV-COND-CD,
                        :HV-REFUND-AMT, :HV-REFUND-TAX,
                        :HV-RESTOCK-SW)
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'RETURN_HIST INSERT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2260-HIST-INSERT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REVERSE THE REFUNDED TAX OUT OF THE JURISDICTION THAT WAS
      *    CHARGED IT - AN 'R' TAX_LEDGER ROW, DATED THE RETURN DATE,
      *    WITH NEGATIVE AMOUNTS SPLIT ACROSS STATE, COUNTY AND CITY
      *    IN THE PROPORTIONS OF THE ORIGINAL SALE (CITY TAKES THE
      *    ROUNDING), SO THE MONTHLY LIABILITY NETS THE REFUND OFF.
      *-----------------------------------------------------------------
       2265-TAX-REVERSE-PARA.
            EXEC SQL
                SELECT POSTAL_CODE, STATE_CD, COUNTY_CD, CITY_CD,
                       TAXABLE_AMT, STATE_TAX, COUNTY_TAX
                  INTO :HV-POSTAL-CODE, :HV-STATE-CD, :HV-COUNTY-CD,
                       :HV-CITY-CD, :HV-SALE-TAXABLE, :HV-SALE-STATE,
                       :HV-SALE-COUNTY
                  FROM TAX_LEDGER
                 WHERE ORDER_NO   = :HV-ORDER_NO
                   AND ITEM_CODE  = :HV-ITEM_CODE
                   AND ENTRY_TYPE = 'S'
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   DISPLAY "NO TAX_LEDGER SALE FOR " HV-ORDER_NO
                           " " HV-ITEM_CODE " - TAX NOT REVERSED"
                   GO TO 2265-TAX-REVERSE-EXIT
               WHEN OTHER
                   MOVE 'TAX_LEDGER SELECT' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2265-TAX-REVERSE-EXIT
            END-EVALUATE.
            COMPUTE HV-REV-GROSS = 0 - WS-REFUND.
            IF HV-SALE-TAXABLE > 0
                MOVE HV-REV-GROSS TO HV-REV-TAXABLE
            ELSE
                MOVE 0 TO HV-REV-TAXABLE
            END-IF.
            COMPUTE HV-REV-STATE ROUNDED =
                    0 - (WS-REFUND-TAX * HV-SALE-STATE / WS-LINE-TAX).
            COMPUTE HV-REV-COUNTY ROUNDED =
                    0 - (WS-REFUND-TAX * HV-SALE-COUNTY / WS-LINE-TAX).
            COMPUTE HV-REV-CITY =
                    0 - WS-REFUND-TAX - HV-REV-STATE - HV-REV-COUNTY.
            EXEC SQL
                INSERT INTO TAX_LEDGER
                       (ORDER_NO, ITEM_CODE, ENTRY_TYPE,
                        TAX_DATE, POSTAL_CODE, STATE_CD,
                        COUNTY_CD, CITY_CD, GROSS_AMT,
                        TAXABLE_AMT, STATE_TAX, COUNTY_TAX,
                        CITY_TAX)
                VALUES (:HV-ORDER_NO, :HV-ITEM_CODE, 'R',
                        :HV-RTN-DATE, :HV-POSTAL-CODE,
                        :HV-STATE-CD, :HV-COUNTY-CD,
                        :HV-CITY-CD, :HV-REV-GROSS,
                        :HV-REV-TAXABLE, :HV-REV-STATE,
                        :HV-REV-COUNTY, :HV-REV-CITY)
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'TAX_LEDGER INSERT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2265-TAX-REVERSE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    WHEN THIS RETURN LEAVES NO LINE OF THE ORDER WITH UNITS
      *    STILL OUT, THE WHOLE ORDER HAS COME BACK: GIVE BACK THE
      *    ONE COUPON USE WEEK5 BURNED ON EACH LINE THAT HAD ONE
      *    (ORDER_DETAIL.USED_COUPON), PROVIDED THAT COUPON IS
      *    STILL WITHIN ITS VALIDITY ON THE RETURN DATE.  A LINE
      *    WHOSE COUPON WAS NOT YET EFFECTIVE, EXPIRED OR AT ITS
      *    LIMIT WHEN PRICED BURNED NOTHING AND GETS NOTHING BACK.
      *    THIS FIRES ONCE PER ORDER - ONLY THE RETURN THAT CLOSES
      *    THE LAST OPEN UNIT SEES ZERO LINES OUTSTANDING.
      *-----------------------------------------------------------------
       2270-ORDER-CHECK-PARA.
            MOVE 'N' TO WS-ORDER-DONE-SW.
            MOVE 0 TO WS-CPN-RESTORED.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-OPEN-LINES
                  FROM ORDER_DETAIL D
                 WHERE D.ORDER_NO = :HV-ORDER_NO
                   AND D.NO_OF_PEICES >
                       (SELECT COALESCE(SUM(R.RETURN_QTY), 0)
                          FROM RETURN_HIST R
                         WHERE R.ORDER_NO  = D.ORDER_NO
                           AND R.ITEM_CODE = D.ITEM_CODE)
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'OPEN LINE COUNT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2270-ORDER-CHECK-EXIT
            END-IF.
            IF HV-OPEN-LINES > 0
                GO TO 2270-ORDER-CHECK-EXIT
            END-IF.
            MOVE 'Y' TO WS-ORDER-DONE-SW.
            ADD 1 TO WS-ORD-FULL-CT.
            EXEC SQL
                UPDATE COUPON_TABLE C
                   SET USAGE_CNT = USAGE_CNT - 1
                 WHERE EXISTS
                       (SELECT 1
                          FROM ORDER_DETAIL D
                         WHERE D.ORDER_NO    = :HV-ORDER_NO
                           AND D.ITEM_CODE   = C.C_ITRM_CODE
                           AND D.USED_COUPON = C.COUPON_CODE)
                   AND EFF_DATE  <= :HV-RTN-DATE
                   AND EXP_DATE  >= :HV-RTN-DATE
                   AND USAGE_CNT > 0
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE SQLERRD(3) TO WS-CPN-RESTORED
                   ADD WS-CPN-RESTORED TO WS-CPN-TOT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'COUPON RESTORE' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2270-ORDER-CHECK-EXIT.
            EXIT.
       2280-REFUND-WRITE-PARA.
            MOVE SPACES TO HV-CUST-NO.
            EXEC SQL
                SELECT CUST_NO INTO :HV-CUST-NO
                  FROM ORDER_TABLE
                 WHERE ORDER_NO = :HV-ORDER_NO
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "NO ORDER_TABLE ROW FOR " HV-ORDER_NO
            END-IF.
            MOVE SPACES         TO RFND-REC.
            MOVE RTN-ORDER-NO   TO RFND-ORDER-NO.
            MOVE HV-CUST-NO     TO RFND-CUST-NO.
            MOVE RTN-ITEM-CODE  TO RFND-ITEM-CODE.
            MOVE RTN-QTY        TO RFND-QTY.
            MOVE WS-REFUND      TO RFND-AMT.
            MOVE RTN-REASON-CD  TO RFND-REASON-CD.
            MOVE HV-RTN-DATE    TO RFND-DATE.
            MOVE WS-REFUND-TAX  TO RFND-TAX-AMT.
            WRITE RFND-REC.
       2280-REFUND-WRITE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A DB2 FAILURE BACKS OUT THE RETURN IN HAND AND ENDS THE
      *    RUN RC 8; RETURNS ALREADY COMMITTED ARE SKIPPED AS
      *    DUPLICATES WHEN THE FILE IS RERUN.
      *-----------------------------------------------------------------
       2290-SQL-ERROR-PARA.
            DISPLAY "SQL ERROR " SQLCODE " AT " WS-SQL-STEP
                    " ORDER " RTN-ORDER-NO " ITEM " RTN-ITEM-CODE.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            MOVE 0008 TO WS-RETURN-CD.
            MOVE 'Y' TO WS-STOP-SW.
       2290-SQL-ERROR-EXIT.
            EXIT.
       2300-CLOSE-PARA.
            CLOSE RTNFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "CLOSE RTNFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RTNFL: " WS-FS1
            END-EVALUATE.
            CLOSE RFNDFL.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "CLOSE RFNDFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RFNDFL: " WS-FS2
            END-EVALUATE.
            CLOSE RPTFL.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "CLOSE RPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RPTFL: " WS-FS3
            END-EVALUATE.
            CLOSE SUSPFILE.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "CLOSE SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR SUSPFILE: " WS-FS4
            END-EVALUATE.
            DISPLAY "RETURNS READ.....: " WS-READ-CT.
            DISPLAY "RETURNS ACCEPTED.: " WS-ACC-CT.
            DISPLAY "RETURNS REJECTED.: " WS-REJ-CT.
       2300-CLOSE-EXIT.
            EXIT.
       2400-HEADING-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'DAILY REFUND REGISTER   RUN DATE: '
                   DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'ORDER NO'   TO RPT-REC(1:8).
            MOVE 'ITEM'       TO RPT-REC(13:4).
            MOVE 'QTY'        TO RPT-REC(26:3).
            MOVE 'RSN'        TO RPT-REC(31:3).
            MOVE 'C'          TO RPT-REC(37:1).
            MOVE 'REFUND'     TO RPT-REC(46:6).
            MOVE 'TAX'        TO RPT-REC(60:3).
            MOVE 'STOCK'      TO RPT-REC(65:5).
            WRITE RPT-REC.
       2400-HEADING-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE REGISTER LINE PER ACCEPTED RETURN; THE RETURN THAT
      *    BRINGS A WHOLE ORDER BACK SAYS SO, WITH THE COUPON USES
      *    RESTORED FOR IT.
      *-----------------------------------------------------------------
       2410-DETAIL-PARA.
            MOVE SPACES TO RPT-REC.
            MOVE RTN-ORDER-NO TO RPT-REC(1:10).
            MOVE RTN-ITEM-CODE TO RPT-REC(13:10).
            MOVE RTN-QTY TO WS-QTY-ED.
            MOVE WS-QTY-ED TO RPT-REC(25:4).
            MOVE RTN-REASON-CD TO RPT-REC(31:4).
            MOVE RTN-COND-CD TO RPT-REC(37:1).
            MOVE WS-REFUND TO WS-RFND-ED.
            MOVE WS-RFND-ED TO RPT-REC(40:12).
            MOVE WS-REFUND-TAX TO WS-TAX-ED.
            MOVE WS-TAX-ED TO RPT-REC(53:10).
            IF HV-RESTOCK-SW = 'Y'
                MOVE 'RESTOCKED' TO RPT-REC(65:9)
            ELSE
                MOVE 'NOT RESTK' TO RPT-REC(65:9)
            END-IF.
            IF WS-ORDER-DONE
                MOVE 'ORDER FULLY RETURNED' TO RPT-REC(76:20)
                MOVE WS-CPN-RESTORED TO WS-QTY-ED
                MOVE '  COUPONS RESTORED:' TO RPT-REC(96:19)
                MOVE WS-QTY-ED TO RPT-REC(116:4)
            END-IF.
            WRITE RPT-REC.
       2410-DETAIL-EXIT.
            EXIT.
       2420-RSN-TALLY-PARA.
            MOVE 'N' TO WS-RSN-FOUND-SW.
            PERFORM 2430-RSN-FIND-PARA
               THRU 2430-RSN-FIND-EXIT
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-RSN-CT OR WS-RSN-FOUND.
            IF NOT WS-RSN-FOUND
                IF WS-RSN-CT < 50
                    ADD 1 TO WS-RSN-CT
                    MOVE WS-RSN-CT TO WS-RSN-HIT
                    MOVE RTN-REASON-CD TO RSN-CODE(WS-RSN-HIT)
                    MOVE 0 TO RSN-RTN-CT(WS-RSN-HIT)
                    MOVE 0 TO RSN-UNITS(WS-RSN-HIT)
                    MOVE 0 TO RSN-AMT(WS-RSN-HIT)
                ELSE
                    DISPLAY "REASON TABLE FULL - " RTN-REASON-CD
                            " NOT IN REASON TOTALS"
                    GO TO 2420-RSN-TALLY-EXIT
                END-IF
            END-IF.
            ADD 1         TO RSN-RTN-CT(WS-RSN-HIT).
            ADD RTN-QTY   TO RSN-UNITS(WS-RSN-HIT).
            ADD WS-REFUND WS-REFUND-TAX TO RSN-AMT(WS-RSN-HIT).
       2420-RSN-TALLY-EXIT.
            EXIT.
       2430-RSN-FIND-PARA.
            IF RTN-REASON-CD = RSN-CODE(RSN-IDX)
                SET WS-RSN-HIT TO RSN-IDX
                MOVE 'Y' TO WS-RSN-FOUND-SW
            END-IF.
       2430-RSN-FIND-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REFUNDS BY REASON CODE, THEN THE DAY'S TOTALS.  THE
      *    REASON LINES (MERCHANDISE PLUS TAX) ADD UP TO THE TOTAL
      *    REFUNDED.
      *-----------------------------------------------------------------
       2500-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'REFUNDS BY REASON CODE' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'RSN'        TO RPT-REC(1:3).
            MOVE 'RETURNS'    TO RPT-REC(9:7).
            MOVE 'UNITS'      TO RPT-REC(19:5).
            MOVE 'REFUNDED'   TO RPT-REC(34:8).
            WRITE RPT-REC.
            PERFORM 2510-RSN-LINE-PARA
               THRU 2510-RSN-LINE-EXIT
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-RSN-CT.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'RETURNS READ..............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-READ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'RETURNS ACCEPTED..........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-ACC-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'RETURNS REJECTED..........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-REJ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS RESTOCKED...........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-RSTK-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS NOT RESTOCKED.......: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-NORSTK-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'ORDERS FULLY RETURNED.....: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-ORD-FULL-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'COUPON USES RESTORED......: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-CPN-TOT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'TOTAL REFUNDED............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-REFUND-TOT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(29:17).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING '  OF WHICH SALES TAX......: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-TAX-RFND-TOT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(29:17).
            WRITE RPT-REC.
       2500-TOTALS-EXIT.
            EXIT.
       2510-RSN-LINE-PARA.
            MOVE SPACES TO RPT-REC.
            MOVE RSN-CODE(RSN-IDX) TO RPT-REC(1:4).
            MOVE RSN-RTN-CT(RSN-IDX) TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(9:7).
            MOVE RSN-UNITS(RSN-IDX) TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(17:7).
            MOVE RSN-AMT(RSN-IDX) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(25:17).
            WRITE RPT-REC.
       2510-RSN-LINE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REJECTS GO TO THE SHARED SUSPENSE FILE KEYED ON ORDER AND
      *    ITEM, AND END THE STEP RC 4.
      *-----------------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'ORDRTN'            TO DL-SUSP-PGM.
            MOVE RTN-ORDER-NO        TO DL-SUSP-KEY(1:10).
            MOVE RTN-ITEM-CODE       TO DL-SUSP-KEY(11:10).
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            DISPLAY "RETURN REJECTED " RTN-ORDER-NO " " RTN-ITEM-CODE
                    " " WS-REJ-CODE " " WS-REJ-REASON.
       2700-REJECT-EXIT.
            EXIT.

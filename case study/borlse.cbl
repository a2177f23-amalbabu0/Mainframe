       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORLSE.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      *    THE DAY'S STOCK RECEIPTS - ONE RECORD PER PURCHASE ORDER
      *    LINE RECEIVED AT THE WAREHOUSE.
      *-----------------------------------------------------------------
           SELECT RCPTFL ASSIGN DD1
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS1.
      *-----------------------------------------------------------------
      *    RELEASED BACKORDERS - ONE RECORD PER ORDER LINE THE NEW
      *    STOCK WAS ALLOCATED TO, FOR THE WAREHOUSE PICK AND THE
      *    CUSTOMER; THE ORDER ITSELF IS PRICED BY THE NEXT WEEK5
      *    PASS.
      *-----------------------------------------------------------------
           SELECT RLSEFL ASSIGN DD2
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
       FD RCPTFL.
       01 RCPT-REC.
           10 RCPT-PO-NO          PIC X(10).
           10 FILLER              PIC X(01).
           10 RCPT-ITEM-CODE      PIC X(10).
           10 FILLER              PIC X(01).
           10 RCPT-QTY            PIC 9(06).
           10 FILLER              PIC X(01).
           10 RCPT-DATE           PIC X(10).
           10 FILLER              PIC X(41).
       FD RLSEFL.
       01 RLSE-REC.
           10 RLSE-ORDER-NO       PIC X(10).
           10 FILLER              PIC X(01).
           10 RLSE-CUST-NO        PIC X(10).
           10 FILLER              PIC X(01).
           10 RLSE-ITEM-CODE      PIC X(10).
           10 FILLER              PIC X(01).
           10 RLSE-QTY            PIC 9(04).
           10 FILLER              PIC X(01).
           10 RLSE-BO-DATE        PIC X(10).
           10 FILLER              PIC X(01).
           10 RLSE-DATE           PIC X(10).
           10 FILLER              PIC X(21).
       FD RPTFL.
       01 RPT-REC                 PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    HOST VARIABLES.  STOCK_RECEIPT HOLDS ONE ROW PER RECEIPT
      *    APPLIED (PO_NO, ITEM_CODE, RCPT_DATE, RCPT_QTY), KEYED ON
      *    PO AND ITEM, SO A RECEIPT IS NEVER ADDED TO STOCK TWICE.
      *    BACKORDER IS THE QUEUE WEEK5 BUILDS FROM ITS OVERSELLS.
      *-----------------------------------------------------------------
       01 HV-PO-NO                 PIC X(10).
       01 HV-ITEM-CODE             PIC X(10).
       01 HV-RCPT-QTY              PIC S9(07) COMP-3.
       01 HV-RCPT-DATE             PIC X(10).
       01 HV-ON-HAND               PIC S9(07) COMP-3.
       01 HV-ORDER-NO              PIC X(10).
       01 HV-CUST-NO               PIC X(10).
       01 HV-BO-QTY                PIC S9(04) COMP-3.
       01 HV-BO-DATE               PIC X(10).
      *-----------------------------------------------------------------
      *    CR1 - ITEMS WITH BACKORDERS STILL OPEN.  CR2 - ONE ITEM'S
      *    OPEN BACKORDERS, OLDEST FIRST.  BOTH ARE HELD ACROSS THE
      *    COMMIT TAKEN AFTER EACH RELEASE.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR1 CURSOR WITH HOLD FOR
               SELECT DISTINCT ITEM_CODE
                 FROM BACKORDER
                WHERE STATUS = 'O'
                ORDER BY ITEM_CODE
           END-EXEC.
           EXEC SQL
               DECLARE CR2 CURSOR WITH HOLD FOR
               SELECT ORDER_NO, BO_QTY, BO_DATE
                 FROM BACKORDER
                WHERE ITEM_CODE = :HV-ITEM-CODE
                  AND STATUS    = 'O'
                ORDER BY BO_DATE, ORDER_NO
           END-EXEC.
       01 WS-FS1                   PIC 99.
       01 WS-FS2                   PIC 99.
       01 WS-FS3                   PIC 99.
       01 WS-FS4                   PIC 99.
       01 WS-RETURN-CD             PIC 9(04) VALUE 0.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01 WS-STOP-SW               PIC X(01) VALUE 'N'.
           88 WS-STOP              VALUE 'Y'.
       01 WS-ITEM-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-ITEM-DONE         VALUE 'Y'.
       01 WS-BO-DONE-SW            PIC X(01) VALUE 'N'.
           88 WS-BO-DONE           VALUE 'Y'.
       01 WS-SQL-STEP              PIC X(20).
       01 WS-REJ-CODE              PIC X(04).
       01 WS-REJ-REASON            PIC X(26).
       01 WS-STOCK-LEFT            PIC S9(07).
      *-----------------------------------------------------------------
      *    RUN COUNTERS FOR THE REGISTER'S CLOSING TOTALS.
      *-----------------------------------------------------------------
       01 WS-READ-CT               PIC 9(07) VALUE 0.
       01 WS-ACC-CT                PIC 9(07) VALUE 0.
       01 WS-REJ-CT                PIC 9(07) VALUE 0.
       01 WS-RCPT-UNITS            PIC 9(09) VALUE 0.
       01 WS-RLSE-CT               PIC 9(07) VALUE 0.
       01 WS-RLSE-UNITS            PIC 9(09) VALUE 0.
       01 WS-SHORT-CT              PIC 9(07) VALUE 0.
       01 WS-CT-ED                 PIC ZZZZZZ9.
       01 WS-QTY-ED                PIC ZZZ9.
       01 WS-NUM-ED                PIC -ZZZZZZ9.
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
            DISPLAY "BACKORDER RELEASE FOR " LK-PARM-DATE.
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
            IF NOT WS-STOP
                PERFORM 2500-ALLOCATE-PARA
                   THRU 2500-ALLOCATE-EXIT
            END-IF.
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
            OPEN INPUT RCPTFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN RCPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RCPTFL: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT RLSEFL.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN RLSEFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RLSEFL: " WS-FS2
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
            READ RCPTFL.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2210-RECEIPT-PARA
                      THRU 2210-RECEIPT-EXIT
               WHEN 10
                   MOVE 'Y' TO WS-EOF-SW
               WHEN OTHER
                   DISPLAY "READ ERROR RCPTFL: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-EOF-SW
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE RECEIPT IS ONE UNIT OF WORK - ITS STOCK_RECEIPT ROW
      *    AND THE STOCK-ON-HAND INCREASE COMMIT TOGETHER.  A RECEIPT
      *    ALREADY ON STOCK_RECEIPT (SAME PO AND ITEM) IS REJECTED AS
      *    A DUPLICATE, SO A RERUN OF THE SAME FILE IS SAFE.
      *-----------------------------------------------------------------
       2210-RECEIPT-PARA.
            IF RCPT-PO-NO = SPACES OR RCPT-ITEM-CODE = SPACES
                MOVE 'BFMT' TO WS-REJ-CODE
                MOVE 'PO OR ITEM MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RECEIPT-EXIT
            END-IF.
            IF RCPT-QTY IS NOT NUMERIC OR RCPT-QTY = ZERO
                MOVE 'BFMT' TO WS-REJ-CODE
                MOVE 'RECEIPT QUANTITY NOT VALID' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-RECEIPT-EXIT
            END-IF.
            MOVE RCPT-PO-NO     TO HV-PO-NO.
            MOVE RCPT-ITEM-CODE TO HV-ITEM-CODE.
            MOVE RCPT-QTY       TO HV-RCPT-QTY.
            IF RCPT-DATE = SPACES
                MOVE LK-PARM-DATE TO HV-RCPT-DATE
            ELSE
                MOVE RCPT-DATE TO HV-RCPT-DATE
            END-IF.
            EXEC SQL
                INSERT INTO STOCK_RECEIPT
                       (PO_NO, ITEM_CODE, RCPT_DATE, RCPT_QTY)
                VALUES (:HV-PO-NO, :HV-ITEM-CODE, :HV-RCPT-DATE,
                        :HV-RCPT-QTY)
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN -803
                   MOVE 'BDUP' TO WS-REJ-CODE
                   MOVE 'RECEIPT ALREADY APPLIED' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
                   GO TO 2210-RECEIPT-EXIT
               WHEN OTHER
                   MOVE 'STOCK_RECEIPT INSERT' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2210-RECEIPT-EXIT
            END-EVALUATE.
            EXEC SQL
                UPDATE INVENTORY_TABLE
                   SET STOCK_ON_HAND = STOCK_ON_HAND + :HV-RCPT-QTY
                 WHERE ITEM_CODE = :HV-ITEM-CODE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 'BITM' TO WS-REJ-CODE
                   MOVE 'ITEM NOT ON INVENTORY' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
                   GO TO 2210-RECEIPT-EXIT
               WHEN OTHER
                   MOVE 'INVENTORY UPDATE' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2210-RECEIPT-EXIT
            END-EVALUATE.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2210-RECEIPT-EXIT
            END-IF.
            ADD 1 TO WS-ACC-CT.
            ADD RCPT-QTY TO WS-RCPT-UNITS.
            MOVE SPACES TO RPT-REC.
            MOVE RCPT-PO-NO TO RPT-REC(1:10).
            MOVE RCPT-ITEM-CODE TO RPT-REC(13:10).
            MOVE RCPT-QTY TO WS-NUM-ED.
            MOVE WS-NUM-ED TO RPT-REC(24:8).
            MOVE HV-RCPT-DATE TO RPT-REC(34:10).
            WRITE RPT-REC.
       2210-RECEIPT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A DB2 FAILURE BACKS OUT THE WORK IN HAND AND ENDS THE RUN
      *    RC 8; RECEIPTS AND RELEASES ALREADY COMMITTED STAND, AND A
      *    RERUN SKIPS THEM.
      *-----------------------------------------------------------------
       2290-SQL-ERROR-PARA.
            DISPLAY "SQL ERROR " SQLCODE " AT " WS-SQL-STEP
                    " ITEM " HV-ITEM-CODE.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            MOVE 0008 TO WS-RETURN-CD.
            MOVE 'Y' TO WS-STOP-SW.
       2290-SQL-ERROR-EXIT.
            EXIT.
       2300-CLOSE-PARA.
            CLOSE RCPTFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "CLOSE RCPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RCPTFL: " WS-FS1
            END-EVALUATE.
            CLOSE RLSEFL.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "CLOSE RLSEFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RLSEFL: " WS-FS2
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
            DISPLAY "RECEIPTS READ....: " WS-READ-CT.
            DISPLAY "RECEIPTS APPLIED.: " WS-ACC-CT.
            DISPLAY "RECEIPTS REJECTED: " WS-REJ-CT.
            DISPLAY "BACKORDERS RLSED.: " WS-RLSE-CT.
       2300-CLOSE-EXIT.
            EXIT.
       2400-HEADING-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'RECEIPTS AND BACKORDER RELEASE   RUN DATE: '
                   DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'STOCK RECEIPTS APPLIED' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'PO NO'      TO RPT-REC(1:5).
            MOVE 'ITEM'       TO RPT-REC(13:4).
            MOVE 'QTY'        TO RPT-REC(29:3).
            MOVE 'RECEIVED'   TO RPT-REC(34:8).
            WRITE RPT-REC.
       2400-HEADING-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ALLOCATE STOCK TO OPEN BACKORDERS, ITEM BY ITEM, OLDEST
      *    BACKORDER FIRST.  AN ITEM STOPS AT THE FIRST BACKORDER ITS
      *    STOCK CANNOT COVER IN FULL, SO A SMALLER, NEWER ORDER
      *    NEVER JUMPS AHEAD OF AN OLDER ONE.  THIS RUNS OVER EVERY
      *    ITEM STILL OWING BACKORDERS, SO STOCK THAT CAME BACK BY
      *    OTHER MEANS (RESTOCKED RETURNS) IS ALLOCATED AS WELL.
      *-----------------------------------------------------------------
       2500-ALLOCATE-PARA.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDERS RELEASED' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'ORDER NO'   TO RPT-REC(1:8).
            MOVE 'ITEM'       TO RPT-REC(13:4).
            MOVE 'QTY'        TO RPT-REC(26:3).
            MOVE 'BO DATE'    TO RPT-REC(31:7).
            MOVE 'STOCK LEFT' TO RPT-REC(43:10).
            WRITE RPT-REC.
            EXEC SQL
                OPEN CR1
            END-EXEC.
            IF SQLCODE NOT = 00
                DISPLAY "OPEN ERROR CR1: " SQLCODE
                MOVE 0008 TO WS-RETURN-CD
                GO TO 2500-ALLOCATE-EXIT
            END-IF.
            PERFORM 2510-ITEM-FETCH-PARA
               THRU 2510-ITEM-FETCH-EXIT
               UNTIL WS-ITEM-DONE OR WS-STOP.
            EXEC SQL
                CLOSE CR1
            END-EXEC.
       2500-ALLOCATE-EXIT.
            EXIT.
       2510-ITEM-FETCH-PARA.
            EXEC SQL
                FETCH CR1 INTO :HV-ITEM-CODE
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   PERFORM 2520-ITEM-ALLOC-PARA
                      THRU 2520-ITEM-ALLOC-EXIT
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ITEM-DONE-SW
               WHEN OTHER
                   DISPLAY "FETCH ERROR CR1: " SQLCODE
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-ITEM-DONE-SW
            END-EVALUATE.
       2510-ITEM-FETCH-EXIT.
            EXIT.
       2520-ITEM-ALLOC-PARA.
            EXEC SQL
                SELECT STOCK_ON_HAND INTO :HV-ON-HAND
                  FROM INVENTORY_TABLE
                 WHERE ITEM_CODE = :HV-ITEM-CODE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE HV-ON-HAND TO WS-STOCK-LEFT
               WHEN 100
                   ADD 1 TO WS-SHORT-CT
                   GO TO 2520-ITEM-ALLOC-EXIT
               WHEN OTHER
                   MOVE 'INVENTORY SELECT' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2520-ITEM-ALLOC-EXIT
            END-EVALUATE.
            EXEC SQL
                OPEN CR2
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'OPEN CR2' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2520-ITEM-ALLOC-EXIT
            END-IF.
            MOVE 'N' TO WS-BO-DONE-SW.
            PERFORM 2530-BO-FETCH-PARA
               THRU 2530-BO-FETCH-EXIT
               UNTIL WS-BO-DONE OR WS-STOP.
            EXEC SQL
                CLOSE CR2
            END-EXEC.
       2520-ITEM-ALLOC-EXIT.
            EXIT.
       2530-BO-FETCH-PARA.
            EXEC SQL
                FETCH CR2 INTO :HV-ORDER-NO, :HV-BO-QTY, :HV-BO-DATE
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   IF HV-BO-QTY > WS-STOCK-LEFT
                       ADD 1 TO WS-SHORT-CT
                       MOVE 'Y' TO WS-BO-DONE-SW
                   ELSE
                       PERFORM 2540-RELEASE-PARA
                          THRU 2540-RELEASE-EXIT
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-BO-DONE-SW
               WHEN OTHER
                   MOVE 'FETCH CR2' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2530-BO-FETCH-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE RELEASE IS ONE UNIT OF WORK - THE STOCK IS TAKEN HERE,
      *    IN PLACE OF THE DECREMENT WEEK5 COULD NOT MAKE, AND THE
      *    BACKORDER GOES TO 'R' SO WEEK5 PRICES THE LINE ON ITS NEXT
      *    PASS WITHOUT TAKING THE STOCK AGAIN.
      *-----------------------------------------------------------------
       2540-RELEASE-PARA.
            EXEC SQL
                UPDATE INVENTORY_TABLE
                   SET STOCK_ON_HAND = STOCK_ON_HAND - :HV-BO-QTY
                 WHERE ITEM_CODE = :HV-ITEM-CODE
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'INVENTORY RELEASE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2540-RELEASE-EXIT
            END-IF.
            EXEC SQL
                UPDATE BACKORDER
                   SET STATUS       = 'R',
                       RELEASE_DATE = :LK-PARM-DATE
                 WHERE ORDER_NO  = :HV-ORDER-NO
                   AND ITEM_CODE = :HV-ITEM-CODE
                   AND STATUS    = 'O'
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'BACKORDER RELEASE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2540-RELEASE-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2540-RELEASE-EXIT
            END-IF.
            SUBTRACT HV-BO-QTY FROM WS-STOCK-LEFT.
            ADD 1 TO WS-RLSE-CT.
            ADD HV-BO-QTY TO WS-RLSE-UNITS.
            EXEC SQL
                SELECT CUST_NO INTO :HV-CUST-NO
                  FROM ORDER_TABLE
                 WHERE ORDER_NO = :HV-ORDER-NO
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE SPACES TO HV-CUST-NO
            END-IF.
            MOVE SPACES        TO RLSE-REC.
            MOVE HV-ORDER-NO   TO RLSE-ORDER-NO.
            MOVE HV-CUST-NO    TO RLSE-CUST-NO.
            MOVE HV-ITEM-CODE  TO RLSE-ITEM-CODE.
            MOVE HV-BO-QTY     TO RLSE-QTY.
            MOVE HV-BO-DATE    TO RLSE-BO-DATE.
            MOVE LK-PARM-DATE  TO RLSE-DATE.
            WRITE RLSE-REC.
            MOVE SPACES TO RPT-REC.
            MOVE HV-ORDER-NO TO RPT-REC(1:10).
            MOVE HV-ITEM-CODE TO RPT-REC(13:10).
            MOVE HV-BO-QTY TO WS-QTY-ED.
            MOVE WS-QTY-ED TO RPT-REC(25:4).
            MOVE HV-BO-DATE TO RPT-REC(31:10).
            MOVE WS-STOCK-LEFT TO WS-NUM-ED.
            MOVE WS-NUM-ED TO RPT-REC(45:8).
            WRITE RPT-REC.
       2540-RELEASE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REJECTS GO TO THE SHARED SUSPENSE FILE KEYED ON PO AND
      *    ITEM, AND END THE STEP RC 4.
      *-----------------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'BORLSE'            TO DL-SUSP-PGM.
            MOVE RCPT-PO-NO          TO DL-SUSP-KEY(1:10).
            MOVE RCPT-ITEM-CODE      TO DL-SUSP-KEY(11:10).
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            DISPLAY "RECEIPT REJECTED " RCPT-PO-NO " " RCPT-ITEM-CODE
                    " " WS-REJ-CODE " " WS-REJ-REASON.
       2700-REJECT-EXIT.
            EXIT.
       2800-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'RECEIPTS READ.............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-READ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'RECEIPTS APPLIED..........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-ACC-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'RECEIPTS REJECTED.........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-REJ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS RECEIVED............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-RCPT-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'BACKORDERS RELEASED.......: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-RLSE-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'UNITS RELEASED............: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-RLSE-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'ITEMS STILL SHORT.........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-SHORT-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
       2800-TOTALS-EXIT.
            EXIT.

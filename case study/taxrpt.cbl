       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      *    MONTHLY SALES TAX LIABILITY BY JURISDICTION FOR THE
      *    FILING - ONE LINE PER STATE/COUNTY/CITY FROM TAX_LEDGER,
      *    SALES ('S' ROWS, WRITTEN BY WEEK5) NET OF RETURNS ('R'
      *    ROWS, WRITTEN BY ORDRTN), WITH A SUBTOTAL PER STATE AND
      *    A GRAND TOTAL.  THE MONTH REPORTED IS THE MONTH BEFORE
      *    THE RUN DATE.
      *-----------------------------------------------------------------
           SELECT RPTFL ASSIGN DD1
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS1.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RPTFL.
       01 RPT-REC                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    HOST VARIABLES FOR THE JURISDICTION SUMMARY CURSOR.
      *-----------------------------------------------------------------
       01 HV-PERIOD                PIC X(07).
       01 HV-STATE-CD              PIC X(02).
       01 HV-COUNTY-CD             PIC X(05).
       01 HV-CITY-CD               PIC X(05).
       01 HV-GROSS-AMT             PIC S9(11)V99 COMP-3.
       01 HV-TAXABLE-AMT           PIC S9(11)V99 COMP-3.
       01 HV-STATE-TAX             PIC S9(11)V99 COMP-3.
       01 HV-COUNTY-TAX            PIC S9(11)V99 COMP-3.
       01 HV-CITY-TAX              PIC S9(11)V99 COMP-3.
       01 HV-RTN-TAX               PIC S9(11)V99 COMP-3.
           EXEC SQL
               DECLARE CR1 CURSOR FOR
               SELECT STATE_CD, COUNTY_CD, CITY_CD,
                      SUM(GROSS_AMT), SUM(TAXABLE_AMT),
                      SUM(STATE_TAX), SUM(COUNTY_TAX), SUM(CITY_TAX),
                      SUM(CASE WHEN ENTRY_TYPE = 'R'
                               THEN STATE_TAX + COUNTY_TAX + CITY_TAX
                               ELSE 0 END)
                 FROM TAX_LEDGER
                WHERE SUBSTR(TAX_DATE, 1, 7) = :HV-PERIOD
                GROUP BY STATE_CD, COUNTY_CD, CITY_CD
                ORDER BY STATE_CD, COUNTY_CD, CITY_CD
           END-EXEC.
       01 WS-FS1                   PIC 99.
       01 WS-RETURN-CD             PIC 9(04) VALUE 0.
       01 WS-FETCH-DONE-SW         PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE        VALUE 'Y'.
       01 WS-PER-YEAR              PIC 9(04).
       01 WS-PER-MONTH             PIC 9(02).
       01 WS-CUR-STATE             PIC X(02) VALUE SPACES.
       01 WS-JURIS-CT              PIC 9(05) VALUE 0.
       01 WS-LINE-TAX              PIC S9(11)V99.
      *-----------------------------------------------------------------
      *    STATE SUBTOTAL AND GRAND TOTAL ACCUMULATORS - GROSS,
      *    TAXABLE, STATE, COUNTY, CITY, TOTAL TAX, RETURNS TAX.
      *-----------------------------------------------------------------
       01 WS-ST-TOTALS.
           05 WS-ST-AMT OCCURS 7 TIMES PIC S9(11)V99.
       01 WS-GR-TOTALS.
           05 WS-GR-AMT OCCURS 7 TIMES PIC S9(11)V99.
       01 WS-COL-SUB               PIC 9(02).
       01 WS-COL-POS               PIC 9(03).
       01 WS-AMT-ED                PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-CT-ED                 PIC ZZZZZZ9.
       LINKAGE SECTION.
       01 LK-PARM-DATE                PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-DATE.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-PFM-PARA
               THRU 2000-PFM-EXIT
            PERFORM 3000-TERM-PARA.
      *-----------------------------------------------------------------
      *    THE FILING MONTH IS THE ONE BEFORE THE RUN DATE'S MONTH,
      *    SO THE JOB RUNS EARLY IN THE MONTH FOR THE MONTH JUST
      *    CLOSED.
      *-----------------------------------------------------------------
       1000-INIT-PARA.
            INITIALIZE WS-FS1 WS-ST-TOTALS WS-GR-TOTALS.
            MOVE LK-PARM-DATE(1:4) TO WS-PER-YEAR.
            MOVE LK-PARM-DATE(6:2) TO WS-PER-MONTH.
            IF WS-PER-MONTH = 01
                MOVE 12 TO WS-PER-MONTH
                SUBTRACT 1 FROM WS-PER-YEAR
            ELSE
                SUBTRACT 1 FROM WS-PER-MONTH
            END-IF.
            MOVE WS-PER-YEAR  TO HV-PERIOD(1:4).
            MOVE '-'          TO HV-PERIOD(5:1).
            MOVE WS-PER-MONTH TO HV-PERIOD(6:2).
            DISPLAY "SALES TAX LIABILITY FOR PERIOD " HV-PERIOD.
       1000-INIT-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
            PERFORM 2400-HEADING-PARA
               THRU 2400-HEADING-EXIT.
            PERFORM 2200-FETCH-PARA
               THRU 2200-FETCH-EXIT
               UNTIL SQLCODE = 100 OR WS-FETCH-DONE.
            IF WS-CUR-STATE NOT = SPACES
                PERFORM 2250-STATE-BREAK-PARA
                   THRU 2250-STATE-BREAK-EXIT
            END-IF.
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
           EXEC SQL
               OPEN CR1
           END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   DISPLAY "OPEN CR1 SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CR1: " SQLCODE
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE
      *-----------------------------------------------------------------
            OPEN OUTPUT RPTFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN RPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFL: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
       2100-OPEN-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE JURISDICTION PER FETCH, IN STATE ORDER; A CHANGE OF
      *    STATE PRINTS THE PRIOR STATE'S SUBTOTAL FIRST.
      *-----------------------------------------------------------------
       2200-FETCH-PARA.
            EXEC SQL
               FETCH CR1 INTO :HV-STATE-CD, :HV-COUNTY-CD,
                              :HV-CITY-CD, :HV-GROSS-AMT,
                              :HV-TAXABLE-AMT, :HV-STATE-TAX,
                              :HV-COUNTY-TAX, :HV-CITY-TAX,
                              :HV-RTN-TAX
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   IF WS-CUR-STATE NOT = SPACES AND
                      HV-STATE-CD NOT = WS-CUR-STATE
                       PERFORM 2250-STATE-BREAK-PARA
                          THRU 2250-STATE-BREAK-EXIT
                   END-IF
                   MOVE HV-STATE-CD TO WS-CUR-STATE
                   PERFORM 2210-JURIS-LINE-PARA
                      THRU 2210-JURIS-LINE-EXIT
               WHEN SQLCODE = 100
                   DISPLAY "END OF TAX_LEDGER"
               WHEN OTHER
                   DISPLAY "FETCH ERROR: " SQLCODE
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-FETCH-DONE-SW
            END-EVALUATE.
       2200-FETCH-EXIT.
            EXIT.
       2210-JURIS-LINE-PARA.
            ADD 1 TO WS-JURIS-CT.
            COMPUTE WS-LINE-TAX = HV-STATE-TAX + HV-COUNTY-TAX
                                + HV-CITY-TAX.
            ADD HV-GROSS-AMT   TO WS-ST-AMT(1) WS-GR-AMT(1).
            ADD HV-TAXABLE-AMT TO WS-ST-AMT(2) WS-GR-AMT(2).
            ADD HV-STATE-TAX   TO WS-ST-AMT(3) WS-GR-AMT(3).
            ADD HV-COUNTY-TAX  TO WS-ST-AMT(4) WS-GR-AMT(4).
            ADD HV-CITY-TAX    TO WS-ST-AMT(5) WS-GR-AMT(5).
            ADD WS-LINE-TAX    TO WS-ST-AMT(6) WS-GR-AMT(6).
            ADD HV-RTN-TAX     TO WS-ST-AMT(7) WS-GR-AMT(7).
            MOVE SPACES TO RPT-REC.
            MOVE HV-STATE-CD  TO RPT-REC(1:2).
            MOVE HV-COUNTY-CD TO RPT-REC(5:5).
            MOVE HV-CITY-CD   TO RPT-REC(12:5).
            MOVE HV-GROSS-AMT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(19:14).
            MOVE HV-TAXABLE-AMT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(35:14).
            MOVE HV-STATE-TAX TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(51:14).
            MOVE HV-COUNTY-TAX TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(67:14).
            MOVE HV-CITY-TAX TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(83:14).
            MOVE WS-LINE-TAX TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(99:14).
            MOVE HV-RTN-TAX TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(115:14).
            WRITE RPT-REC.
       2210-JURIS-LINE-EXIT.
            EXIT.
       2250-STATE-BREAK-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'STATE ' DELIMITED BY SIZE
                   WS-CUR-STATE DELIMITED BY SIZE
                   ' TOTAL' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2260-ST-AMT-PARA
               THRU 2260-ST-AMT-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            INITIALIZE WS-ST-TOTALS.
       2250-STATE-BREAK-EXIT.
            EXIT.
       2260-ST-AMT-PARA.
            COMPUTE WS-COL-POS = 19 + (WS-COL-SUB - 1) * 16.
            MOVE WS-ST-AMT(WS-COL-SUB) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(WS-COL-POS:14).
       2260-ST-AMT-EXIT.
            EXIT.
       2270-GR-AMT-PARA.
            COMPUTE WS-COL-POS = 19 + (WS-COL-SUB - 1) * 16.
            MOVE WS-GR-AMT(WS-COL-SUB) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(WS-COL-POS:14).
       2270-GR-AMT-EXIT.
            EXIT.
       2300-CLOSE-PARA.
           EXEC SQL
               CLOSE CR1
           END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   DISPLAY "CLOSE CR1 SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR CR1: " SQLCODE
            END-EVALUATE
            CLOSE RPTFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "CLOSE RPTFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR RPTFL: " WS-FS1
            END-EVALUATE.
            DISPLAY "JURISDICTIONS....: " WS-JURIS-CT.
       2300-CLOSE-EXIT.
            EXIT.
       2400-HEADING-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'SALES TAX LIABILITY BY JURISDICTION   PERIOD: '
                   DELIMITED BY SIZE
                   HV-PERIOD DELIMITED BY SIZE
                   '   RUN DATE: ' DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE 'ST'          TO RPT-REC(1:2).
            MOVE 'COUNTY'      TO RPT-REC(4:6).
            MOVE 'CITY'        TO RPT-REC(12:4).
            MOVE 'NET SALES'   TO RPT-REC(23:9).
            MOVE 'TAXABLE'     TO RPT-REC(41:7).
            MOVE 'STATE TAX'   TO RPT-REC(55:9).
            MOVE 'COUNTY TAX'  TO RPT-REC(70:10).
            MOVE 'CITY TAX'    TO RPT-REC(88:8).
            MOVE 'TOTAL TAX'   TO RPT-REC(103:9).
            MOVE 'RETURNS TAX' TO RPT-REC(117:11).
            WRITE RPT-REC.
       2400-HEADING-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    GRAND TOTAL - THE LIABILITY TO FILE FOR THE MONTH, NET
      *    OF TAX REFUNDED ON RETURNS (SHOWN IN THE LAST COLUMN).
      *-----------------------------------------------------------------
       2500-TOTALS-PARA.
            IF WS-JURIS-CT = 0
                MOVE SPACES TO RPT-REC
                STRING 'NO TAX ACTIVITY FOR PERIOD ' DELIMITED BY SIZE
                       HV-PERIOD DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                WRITE RPT-REC
            END-IF.
            MOVE SPACES TO RPT-REC.
            STRING 'ALL JURISDICTIONS' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2270-GR-AMT-PARA
               THRU 2270-GR-AMT-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'JURISDICTIONS REPORTED....: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-JURIS-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO RPT-REC(29:7).
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'NET TAX LIABILITY.........: ' DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-GR-AMT(6) TO WS-AMT-ED.
            MOVE WS-AMT-ED TO RPT-REC(29:14).
            WRITE RPT-REC.
       2500-TOTALS-EXIT.
            EXIT.

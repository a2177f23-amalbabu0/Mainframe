       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDCRPT.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    WEEKLY FRAUD CASE AGING AND FALSE-POSITIVE REPORT,
      *    READ STRAIGHT OFF THE FRAUD CASE FILE (DLFRDCS).
      *      - EVERY OPEN OR ASSIGNED CASE, IN ACCOUNT ORDER,
      *        WITH ITS AGE IN CALENDAR DAYS SINCE IT OPENED, AND
      *        THE COUNT AND FLAGGED AMOUNT BY AGE BAND (0-2, 3-7,
      *        8-14, 15-30, OVER 30 DAYS), PLUS HOW MANY ARE STILL
      *        WAITING FOR AN INVESTIGATOR.
      *      - DISPOSITIONS KEYED IN THE SEVEN DAYS ENDING ON THE
      *        RUN DATE AND ON ALL CASES ON FILE, BY CONFIRMED
      *        FRAUD, FALSE POSITIVE AND CUSTOMER VERIFIED, WITH
      *        THE FALSE-POSITIVE RATE ((F + V) / ALL DISPOSED)
      *        AND THE AVERAGE DAYS FROM OPENING TO DISPOSITION.
      *        A REOPENED CASE'S EARLIER DISPOSITION COUNTS TOWARD
      *        THE ALL-CASES FIGURES.
      *    READ ONLY - THE REPORT MAY BE RERUN FREELY.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRDCASE ASSIGN DD1
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY DL-FCS-ACCT
           FILE STATUS WS-FS1.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FRDCASE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DLFRDCS.
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-PEND-CT           PIC 9(07) VALUE 0.
       01 WS-UNASSIGNED-CT     PIC 9(07) VALUE 0.
       01 WS-PEND-AMT          PIC S9(13)V9(02) VALUE 0.
       01 WS-BADDATE-CT        PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(05).
       01 WS-BKT               PIC 9(01).
      *------------------------------------------------------
      *    AGE BANDS FOR OPEN CASES - UPPER LIMIT IN DAYS AND
      *    THE RUNNING COUNT AND FLAGGED AMOUNT.
      *------------------------------------------------------
       01 WS-BKT-VALUES.
           05 FILLER           PIC X(17) VALUE '000020 - 2 DAYS'.
           05 FILLER           PIC X(17) VALUE '000073 - 7 DAYS'.
           05 FILLER           PIC X(17) VALUE '000148 - 14 DAYS'.
           05 FILLER           PIC X(17) VALUE '0003015 - 30 DAYS'.
           05 FILLER           PIC X(17) VALUE '99999OVER 30 DAYS'.
       01 WS-BKT-TABLE REDEFINES WS-BKT-VALUES.
           05 WS-BKT-ENTRY OCCURS 5 TIMES.
               10 BKT-LIMIT    PIC 9(05).
               10 BKT-LABEL    PIC X(12).
       01 WS-BKT-TOTALS.
           05 WS-BKT-TOT OCCURS 5 TIMES.
               10 BKT-CT       PIC 9(07).
               10 BKT-AMT      PIC S9(13)V9(02).
      *------------------------------------------------------
      *    DISPOSITION COUNTS - SUBSCRIPT 1 CONFIRMED, 2 FALSE
      *    POSITIVE, 3 CUSTOMER VERIFIED; WEEK AND ALL CASES.
      *------------------------------------------------------
       01 WS-DISP-TOTALS.
           05 WS-DISP-TOT OCCURS 3 TIMES.
               10 WK-DISP-CT   PIC 9(07).
               10 ALL-DISP-CT  PIC 9(07).
       01 WS-DISP-LABELS.
           05 FILLER           PIC X(25) VALUE
                                   'CONFIRMED FRAUD..........'.
           05 FILLER           PIC X(25) VALUE
                                   'FALSE POSITIVE...........'.
           05 FILLER           PIC X(25) VALUE
                                   'CUSTOMER VERIFIED........'.
       01 WS-DISP-LABEL-TABLE REDEFINES WS-DISP-LABELS.
           05 DISP-LABEL OCCURS 3 TIMES PIC X(25).
       01 WS-DX                PIC 9(01).
       01 WS-WK-TOT-CT         PIC 9(07) VALUE 0.
       01 WS-ALL-TOT-CT        PIC 9(07) VALUE 0.
       01 WS-WK-DAYS-TOT       PIC 9(09) VALUE 0.
       01 WS-WK-DAYS-CT        PIC 9(07) VALUE 0.
       01 WS-ALL-DAYS-TOT      PIC 9(09) VALUE 0.
       01 WS-ALL-DAYS-CT       PIC 9(07) VALUE 0.
       01 WS-RATE              PIC 9(03)V9(01).
       01 WS-AVG-DAYS          PIC 9(05)V9(01).
       01 WS-RATE-ED           PIC ZZ9.9.
       01 WS-AVG-ED            PIC ZZZZ9.9.
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
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HDG-1.
           05 FILLER           PIC X(19) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'STATUS'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'INVESTGR'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'OPENED'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE ' DAYS'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'FLAGS'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE
                                   '    FLAGGED AMT'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE 'FD'.
       COPY DLCHAIN.
       01 WS-DTL-LINE.
           05 DTL-ACCT         PIC X(19).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-STATUS       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-INVESTIGATOR PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-OPEN-DATE    PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-DAYS         PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FLAG-CT      PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FLAG-AMT     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FRD-IND      PIC X(02).
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-BKT-TOTALS
                       WS-DISP-TOTALS.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
       1000-INIT-EXIT.
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
               THRU 2900-CLOSE-EXIT.
       2000-PFM-EXIT.
            EXIT.
       2100-OPEN-PARA.
            OPEN INPUT FRDCASE.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN FRDCASE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR FRDCASE: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS3
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'FRAUD CASE AGING - WEEK ENDING '
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
       2300-CASE-PARA.
            IF DL-FCS-PENDING
                PERFORM 2310-AGING-PARA
                   THRU 2310-AGING-EXIT
            END-IF.
            IF DL-FCS-DISP-VALID AND
               (DL-FCS-DISPOSED OR DL-FCS-CLOSED)
                PERFORM 2320-DISP-PARA
                   THRU 2320-DISP-EXIT
            END-IF.
            EVALUATE DL-FCS-PRIOR-DISP
               WHEN 'C'
                   MOVE 1 TO WS-DX
               WHEN 'F'
                   MOVE 2 TO WS-DX
               WHEN 'V'
                   MOVE 3 TO WS-DX
               WHEN OTHER
                   GO TO 2300-CASE-EXIT
            END-EVALUATE.
            ADD 1 TO ALL-DISP-CT(WS-DX) WS-ALL-TOT-CT.
       2300-CASE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AN OPEN OR ASSIGNED CASE - AGE IT AND LIST IT.
      *------------------------------------------------------
       2310-AGING-PARA.
            ADD 1 TO WS-PEND-CT.
            ADD DL-FCS-FLAG-AMT TO WS-PEND-AMT.
            IF DL-FCS-OPEN
                ADD 1 TO WS-UNASSIGNED-CT
            END-IF.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-FCS-OPEN-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE      TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E' OR WS-CAL-DAYS < 0
                ADD 1 TO WS-BADDATE-CT
                MOVE 0 TO WS-AGE-DAYS
            ELSE
                MOVE WS-CAL-DAYS TO WS-AGE-DAYS
            END-IF.
            MOVE 1 TO WS-BKT.
            PERFORM 2315-BKT-PARA
               THRU 2315-BKT-EXIT
               UNTIL WS-AGE-DAYS NOT > BKT-LIMIT(WS-BKT).
            ADD 1 TO BKT-CT(WS-BKT).
            ADD DL-FCS-FLAG-AMT TO BKT-AMT(WS-BKT).
            MOVE DL-FCS-ACCT         TO DTL-ACCT.
            IF DL-FCS-OPEN
                MOVE 'OPEN'          TO DTL-STATUS
            ELSE
                MOVE 'ASSIGNED'      TO DTL-STATUS
            END-IF.
            MOVE DL-FCS-INVESTIGATOR TO DTL-INVESTIGATOR.
            MOVE DL-FCS-OPEN-DATE    TO DTL-OPEN-DATE.
            MOVE WS-AGE-DAYS         TO DTL-DAYS.
            MOVE DL-FCS-FLAG-CT      TO DTL-FLAG-CT.
            MOVE DL-FCS-FLAG-AMT     TO DTL-FLAG-AMT.
            MOVE DL-FCS-FRD-IND      TO DTL-FRD-IND.
            MOVE WS-DTL-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2310-AGING-EXIT.
            EXIT.
       2315-BKT-PARA.
            ADD 1 TO WS-BKT.
       2315-BKT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A DISPOSED CASE - COUNT IT FOR ALL CASES, AND FOR THE
      *    WEEK WHEN IT WAS KEYED WITHIN SEVEN DAYS OF THE RUN.
      *------------------------------------------------------
       2320-DISP-PARA.
            EVALUATE TRUE
               WHEN DL-FCS-CONFIRMED
                   MOVE 1 TO WS-DX
               WHEN DL-FCS-FALSE-POS
                   MOVE 2 TO WS-DX
               WHEN OTHER
                   MOVE 3 TO WS-DX
            END-EVALUATE.
            ADD 1 TO ALL-DISP-CT(WS-DX) WS-ALL-TOT-CT.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-FCS-OPEN-DATE TO WS-CAL-DATE-1.
            MOVE DL-FCS-DISP-DATE TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E' OR WS-CAL-DAYS < 0
                ADD 1 TO WS-BADDATE-CT
                MOVE -1 TO WS-AGE-DAYS
            ELSE
                MOVE WS-CAL-DAYS TO WS-AGE-DAYS
                ADD WS-AGE-DAYS TO WS-ALL-DAYS-TOT
                ADD 1 TO WS-ALL-DAYS-CT
            END-IF.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-FCS-DISP-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE      TO WS-CAL-DATE-2.
            PERFORM 2280-PAYCAL-PARA
               THRU 2280-PAYCAL-EXIT.
            IF WS-CAL-RESULT = 'E' OR WS-CAL-DAYS < 0 OR
               WS-CAL-DAYS > 6
                GO TO 2320-DISP-EXIT
            END-IF.
            ADD 1 TO WK-DISP-CT(WS-DX) WS-WK-TOT-CT.
            IF WS-AGE-DAYS NOT < 0
                ADD WS-AGE-DAYS TO WS-WK-DAYS-TOT
                ADD 1 TO WS-WK-DAYS-CT
            END-IF.
       2320-DISP-EXIT.
            EXIT.
       2280-PAYCAL-PARA.
            CALL 'PAYCAL' USING WS-CAL-PARMS
               ON EXCEPTION
                   DISPLAY "PAYCAL NOT AVAILABLE"
                   MOVE 'E' TO WS-CAL-RESULT
            END-CALL.
       2280-PAYCAL-EXIT.
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
            MOVE WS-PEND-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'OPEN CASES...............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-UNASSIGNED-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NOT YET ASSIGNED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PEND-AMT TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'FLAGGED AMOUNT OPEN......: ' DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE 'OPEN CASE AGE             CASES          FLAGGED AMT'
              TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2810-BKT-LINE-PARA
               THRU 2810-BKT-LINE-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 5.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE 'DISPOSITIONS              LAST 7 DAYS    ALL CASES'
              TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2820-DISP-LINE-PARA
               THRU 2820-DISP-LINE-EXIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > 3.
            PERFORM 2830-RATE-PARA
               THRU 2830-RATE-EXIT.
            IF WS-BADDATE-CT > 0
                MOVE WS-BADDATE-CT TO WS-CT-ED-1
                MOVE SPACES TO RPT-REC
                STRING 'CASES WITH UNUSABLE DATES: ' DELIMITED BY SIZE
                       WS-CT-ED-1 DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
       2800-TOTALS-EXIT.
            EXIT.
       2810-BKT-LINE-PARA.
            MOVE BKT-CT(WS-BKT)  TO WS-CT-ED-1.
            MOVE BKT-AMT(WS-BKT) TO WS-AMT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING BKT-LABEL(WS-BKT) DELIMITED BY SIZE
                   '.............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   WS-AMT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2810-BKT-LINE-EXIT.
            EXIT.
       2820-DISP-LINE-PARA.
            MOVE SPACES TO RPT-REC.
            MOVE WK-DISP-CT(WS-DX) TO WS-CT-ED-1.
            STRING DISP-LABEL(WS-DX) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE ALL-DISP-CT(WS-DX) TO WS-CT-ED-1.
            MOVE WS-CT-ED-1 TO RPT-REC(45:7).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2820-DISP-LINE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    FALSE-POSITIVE RATE AND AVERAGE DAYS TO DISPOSITION,
      *    FOR THE WEEK AND FOR ALL CASES.
      *------------------------------------------------------
       2830-RATE-PARA.
            MOVE SPACES TO RPT-REC.
            MOVE WS-WK-TOT-CT TO WS-CT-ED-1.
            STRING 'TOTAL DISPOSED...........:      ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            MOVE WS-ALL-TOT-CT TO WS-CT-ED-1.
            MOVE WS-CT-ED-1 TO RPT-REC(45:7).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            MOVE 'FALSE-POSITIVE RATE (%)..: ' TO RPT-REC.
            MOVE 0 TO WS-RATE.
            IF WS-WK-TOT-CT > 0
                COMPUTE WS-RATE ROUNDED =
                    (WK-DISP-CT(2) + WK-DISP-CT(3)) * 100
                    / WS-WK-TOT-CT
            END-IF.
            MOVE WS-RATE TO WS-RATE-ED.
            MOVE WS-RATE-ED TO RPT-REC(36:5).
            MOVE 0 TO WS-RATE.
            IF WS-ALL-TOT-CT > 0
                COMPUTE WS-RATE ROUNDED =
                    (ALL-DISP-CT(2) + ALL-DISP-CT(3)) * 100
                    / WS-ALL-TOT-CT
            END-IF.
            MOVE WS-RATE TO WS-RATE-ED.
            MOVE WS-RATE-ED TO RPT-REC(47:5).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            MOVE 'AVERAGE DAYS TO DISPOSE..: ' TO RPT-REC.
            MOVE 0 TO WS-AVG-DAYS.
            IF WS-WK-DAYS-CT > 0
                COMPUTE WS-AVG-DAYS ROUNDED =
                    WS-WK-DAYS-TOT / WS-WK-DAYS-CT
            END-IF.
            MOVE WS-AVG-DAYS TO WS-AVG-ED.
            MOVE WS-AVG-ED TO RPT-REC(34:7).
            MOVE 0 TO WS-AVG-DAYS.
            IF WS-ALL-DAYS-CT > 0
                COMPUTE WS-AVG-DAYS ROUNDED =
                    WS-ALL-DAYS-TOT / WS-ALL-DAYS-CT
            END-IF.
            MOVE WS-AVG-DAYS TO WS-AVG-ED.
            MOVE WS-AVG-ED TO RPT-REC(45:7).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2830-RATE-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE FRDCASE RPTFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'FRDCRPT'       TO DL-AUDIT-PGM
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

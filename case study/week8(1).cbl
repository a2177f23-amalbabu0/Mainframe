           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-AUDIT-FS.
           SELECT OPTIONAL HHXREF ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-HHX-FS.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
           COPY DLSUSP.
       FD AUDITFL.
           COPY DLAUDIT.
      *-----------------------------------------------------------
      *    THE HHMATCH HOUSEHOLD CROSS-REFERENCE (DLHHXRF), ONE
      *    RECORD PER MERGED ACCOUNT IN ACCOUNT ORDER.
      *-----------------------------------------------------------
       FD HHXREF.
       01 XRF-IN-REC             PIC X(120).
       WORKING-STORAGE SECTION.
       01 ACCT-TABLE.
          05 ACCT-ENTRY OCCURS 100 TIMES INDEXED BY ACCT-IDX.
             10 ACCT-FRD-IND   PIC X(02).
                 88 ACCT-FLAGGED VALUE 'FD' 'FS'.
             10 TRANS-CT       PIC 9(03).
             10 ACCT-TOTAL-AMT PIC 9(08)V99.
             10 TRANS-INFO OCCURS 200 TIMES INDEXED BY TRANS-IDX.
                15 MERCHANT-NAME      PIC X(19).
                15 TRANS-NO           PIC 9(6).
       01 WS-RPT-FS              PIC 99.
       01 WS-SUSP-FS             PIC 99.
       01 WS-AUDIT-FS            PIC 99.
       01 WS-HHX-FS              PIC 99.
       01 WS-AUDIT-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN   VALUE 'Y'.
       01 WS-AUDIT-START-TS      PIC X(15).
           05 AGE-AMT-3          PIC Z(7)9.99.
           05 AGE-TAG-4          PIC X(09).
           05 AGE-AMT-4          PIC Z(7)9.99.
      *-----------------------------------------------------------
      *    HOUSEHOLD EXPOSURE - THE CROSS-REFERENCE IS MATCHED TO
      *    THE ACCOUNTS ON THIS REPORT (BOTH IN ACCOUNT ORDER) AND
      *    EACH ACCOUNT'S PERIOD TOTAL IS ADDED TO ITS HOUSEHOLD,
      *    SO ONE CUSTOMER'S ACTIVITY SPREAD OVER SEVERAL REGIONS
      *    SHOWS AS ONE FIGURE.  THE UNDER-REVIEW PART IS SHOWN
      *    SEPARATELY, AS IN THE GRAND TOTALS.  ONLY HOUSEHOLDS WITH
      *    MORE THAN ONE ACCOUNT ON THE REPORT ARE PRINTED.  NO
      *    CROSS-REFERENCE MEANS NO SECTION.
      *-----------------------------------------------------------
       COPY DLHHXRF.
       01 WS-HHX-EOF-SW          PIC X(01) VALUE 'N'.
           88 WS-HHX-EOF         VALUE 'Y'.
       01 WS-HHE-CT              PIC 9(03) VALUE 0.
       01 WS-HHE-IX              PIC 9(03).
       01 WS-HHE-HIT             PIC 9(03).
       01 WS-HHE-TBL OCCURS 100 TIMES.
           05 HHE-ID             PIC X(10).
           05 HHE-ACCT-CT        PIC 9(03).
           05 HHE-REG-CT         PIC 9(01).
           05 HHE-REG-TAG        PIC X(08) OCCURS 4 TIMES.
           05 HHE-AMT            PIC 9(09)V99.
           05 HHE-REVIEW-AMT     PIC 9(09)V99.
       01 WS-HHE-FOUND-SW        PIC X(01).
           88 WS-HHE-FOUND       VALUE 'Y'.
       01 WS-HHE-PRT-CT          PIC 9(03) VALUE 0.
       01 WS-HHE-FULL-CT         PIC 9(05) VALUE 0.
       01 RPT-HH-HDR-REC.
           05 FILLER             PIC X(36)
                      VALUE 'HOUSEHOLD EXPOSURE ACROSS REGIONS..:'.
       01 RPT-HH-REC.
           05 RPT-HH-ID          PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-HH-ACCTS       PIC ZZ9.
           05 FILLER             PIC X(10) VALUE ' ACCOUNTS '.
           05 RPT-HH-REGS        PIC 9(01).
           05 FILLER             PIC X(10) VALUE ' REGIONS  '.
           05 RPT-HH-AMT         PIC Z(8)9.99.
           05 FILLER             PIC X(10) VALUE '  REVIEW: '.
           05 RPT-HH-REV-AMT     PIC Z(8)9.99.
       COPY DLCHAIN.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-FROM-DATE       PIC X(10).
                MOVE WS-ACCT-CT        TO DL-AUDIT-WRITE-CT
                MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD
                MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX
                PERFORM 9100-AUDIT-CHAIN-PARA
                   THRU 9100-AUDIT-CHAIN-EXIT
                WRITE DL-AUDIT-REC
                MOVE 'N' TO WS-AUDIT-OPEN-SW
                CLOSE AUDITFL
            MOVE 'UNDER-REVIEW TOTAL.:' TO RPT-REVIEW-TRL-TAG.
            MOVE WS-REVIEW-TOTAL TO RPT-REVIEW-TRL-AMT.
            WRITE RPT-REVIEW-TRL-REC.
            PERFORM 2450-HOUSEHOLD-PARA
               THRU 2450-HOUSEHOLD-EXIT.
            DISPLAY "ACCOUNTS FLAGGED FOR REVIEW: " WS-FLAGGED-CT.
            DISPLAY "TRANSACTIONS SELECTED......: " WS-SEL-CT.
            DISPLAY "TRANSACTIONS OUT OF PERIOD.: " WS-SKIP-CT.
               UNTIL TRANS-IDX > TRANS-CT(ACCT-IDX).
            PERFORM 2420-AGING-PARA
               THRU 2420-AGING-EXIT.
            MOVE WS-ACCT-TOTAL TO ACCT-TOTAL-AMT(ACCT-IDX).
            MOVE SPACES TO RPT-ACCT-TRL-REC.
            MOVE WS-ACCT-TOTAL TO RPT-ACCT-TRL-AMT.
            IF ACCT-FLAGGED(ACCT-IDX)
            WRITE RPT-DETAIL-REC FROM RPT-REGION-TRL-REC.
       2440-REGION-RPT-EXIT.
            EXIT.
      *-----------------------------------------------------------
      *    HOUSEHOLD EXPOSURE SECTION, AFTER THE GRAND TOTALS.
      *-----------------------------------------------------------
       2450-HOUSEHOLD-PARA.
            OPEN INPUT HHXREF.
            EVALUATE WS-HHX-FS
               WHEN 0
                   DISPLAY "OPEN HHXREF SUSS"
               WHEN 05
                   DISPLAY "NO HHXREF - HOUSEHOLD SECTION SKIPPED"
                   CLOSE HHXREF
                   GO TO 2450-HOUSEHOLD-EXIT
               WHEN OTHER
                   DISPLAY " ERROR OPEN HHXREF " WS-HHX-FS
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            SET ACCT-IDX TO 1.
            PERFORM 2451-HH-READ-PARA
               THRU 2451-HH-READ-EXIT
               UNTIL WS-HHX-EOF.
            CLOSE HHXREF.
            WRITE RPT-DETAIL-REC FROM RPT-HH-HDR-REC.
            PERFORM 2456-HH-PRINT-PARA
               THRU 2456-HH-PRINT-EXIT
               VARYING WS-HHE-IX FROM 1 BY 1
               UNTIL WS-HHE-IX > WS-HHE-CT.
            DISPLAY "HOUSEHOLDS PRINTED.........: " WS-HHE-PRT-CT.
            IF WS-HHE-FULL-CT > 0
                DISPLAY "HOUSEHOLD TABLE FULL - ACCOUNTS LEFT OUT: "
                        WS-HHE-FULL-CT
            END-IF.
       2450-HOUSEHOLD-EXIT.
            EXIT.
       2451-HH-READ-PARA.
            READ HHXREF INTO DL-HHX-REC.
            EVALUATE WS-HHX-FS
               WHEN 0
                   CONTINUE
               WHEN 10
                   SET WS-HHX-EOF TO TRUE
                   GO TO 2451-HH-READ-EXIT
               WHEN OTHER
                   DISPLAY " ERROR ON READ HHXREF " WS-HHX-FS
                   MOVE 0008 TO WS-RETURN-CD
                   SET WS-HHX-EOF TO TRUE
                   GO TO 2451-HH-READ-EXIT
            END-EVALUATE.
            IF DL-HHX-HH-CT < 2
                GO TO 2451-HH-READ-EXIT
            END-IF.
            PERFORM 2452-HH-ACCT-PARA
               THRU 2452-HH-ACCT-EXIT
               UNTIL ACCT-IDX > WS-ACCT-CT OR
                     ACCT-NO(ACCT-IDX) NOT < DL-HHX-ACCT.
            IF ACCT-IDX > WS-ACCT-CT
                GO TO 2451-HH-READ-EXIT
            END-IF.
            IF ACCT-NO(ACCT-IDX) = DL-HHX-ACCT
                PERFORM 2453-HH-ADD-PARA
                   THRU 2453-HH-ADD-EXIT
            END-IF.
       2451-HH-READ-EXIT.
            EXIT.
       2452-HH-ACCT-PARA.
            SET ACCT-IDX UP BY 1.
       2452-HH-ACCT-EXIT.
            EXIT.
       2453-HH-ADD-PARA.
            MOVE 'N' TO WS-HHE-FOUND-SW.
            PERFORM 2454-HH-FIND-PARA
               THRU 2454-HH-FIND-EXIT
               VARYING WS-HHE-IX FROM 1 BY 1
               UNTIL WS-HHE-IX > WS-HHE-CT OR WS-HHE-FOUND.
            IF NOT WS-HHE-FOUND
                IF WS-HHE-CT < 100
                    ADD 1 TO WS-HHE-CT
                    MOVE WS-HHE-CT    TO WS-HHE-HIT
                    MOVE DL-HHX-HH-ID TO HHE-ID(WS-HHE-HIT)
                    MOVE 0 TO HHE-ACCT-CT(WS-HHE-HIT)
                              HHE-REG-CT(WS-HHE-HIT)
                              HHE-AMT(WS-HHE-HIT)
                              HHE-REVIEW-AMT(WS-HHE-HIT)
                ELSE
                    ADD 1 TO WS-HHE-FULL-CT
                    GO TO 2453-HH-ADD-EXIT
                END-IF
            END-IF.
            ADD 1 TO HHE-ACCT-CT(WS-HHE-HIT).
            ADD ACCT-TOTAL-AMT(ACCT-IDX) TO HHE-AMT(WS-HHE-HIT).
            IF ACCT-FLAGGED(ACCT-IDX)
                ADD ACCT-TOTAL-AMT(ACCT-IDX)
                 TO HHE-REVIEW-AMT(WS-HHE-HIT)
            END-IF.
            MOVE 'N' TO WS-REG-FOUND-SW.
            PERFORM 2455-HH-REGION-PARA
               THRU 2455-HH-REGION-EXIT
               VARYING WS-REG-HOLD FROM 1 BY 1
               UNTIL WS-REG-HOLD > HHE-REG-CT(WS-HHE-HIT)
                  OR WS-REG-FOUND.
            IF NOT WS-REG-FOUND AND HHE-REG-CT(WS-HHE-HIT) < 4
                ADD 1 TO HHE-REG-CT(WS-HHE-HIT)
                MOVE ACCT-REGION(ACCT-IDX)
                  TO HHE-REG-TAG(WS-HHE-HIT, HHE-REG-CT(WS-HHE-HIT))
            END-IF.
       2453-HH-ADD-EXIT.
            EXIT.
       2454-HH-FIND-PARA.
            IF HHE-ID(WS-HHE-IX) = DL-HHX-HH-ID
                MOVE WS-HHE-IX TO WS-HHE-HIT
                MOVE 'Y' TO WS-HHE-FOUND-SW
            END-IF.
       2454-HH-FIND-EXIT.
            EXIT.
       2455-HH-REGION-PARA.
            IF HHE-REG-TAG(WS-HHE-HIT, WS-REG-HOLD) =
               ACCT-REGION(ACCT-IDX)
                MOVE 'Y' TO WS-REG-FOUND-SW
            END-IF.
       2455-HH-REGION-EXIT.
            EXIT.
       2456-HH-PRINT-PARA.
            IF HHE-ACCT-CT(WS-HHE-IX) < 2
                GO TO 2456-HH-PRINT-EXIT
            END-IF.
            MOVE HHE-ID(WS-HHE-IX)         TO RPT-HH-ID.
            MOVE HHE-ACCT-CT(WS-HHE-IX)    TO RPT-HH-ACCTS.
            MOVE HHE-REG-CT(WS-HHE-IX)     TO RPT-HH-REGS.
            MOVE HHE-AMT(WS-HHE-IX)        TO RPT-HH-AMT.
            MOVE HHE-REVIEW-AMT(WS-HHE-IX) TO RPT-HH-REV-AMT.
            WRITE RPT-DETAIL-REC FROM RPT-HH-REC.
            ADD 1 TO WS-HHE-PRT-CT.
       2456-HH-PRINT-EXIT.
            EXIT.
       2411-DETAIL-PARA.
            MOVE SPACES TO RPT-DETAIL-REC.
            MOVE ACCT-NO(ACCT-IDX)       TO RPT-ACCT-NO.
            ADD TRANS-AMT(ACCT-IDX,TRANS-IDX) TO WS-ACCT-TOTAL.
       2411-DETAIL-EXIT.
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

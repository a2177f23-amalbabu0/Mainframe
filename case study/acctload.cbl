           RECORD KEY DL-ACKY-ACCT
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    THE HHMATCH HOUSEHOLD CROSS-REFERENCE (DLHHXRF), IN THE
      *    SAME ACCOUNT ORDER AS THE MERGED MASTER.
      *------------------------------------------------------
           SELECT OPTIONAL HHXREF ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
              10 IN-TRANS-AMT      PIC 9(5)V99.
              10 IN-TRANS-DATE     PIC 9(8).
       FD ACCTKY
           RECORD CONTAINS 160 CHARACTERS.
           COPY DLACCTKY.
       FD HHXREF.
       01 XRF-IN-REC           PIC X(120).
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
      *    THE FRAUD FLAG WITHOUT WAITING FOR THE PAPER REPORT.
      *    THE HEADER RECORD WEEK82 WRITES FIRST (NON-NUMERIC
      *    ACCOUNT) IS RECOGNIZED AND SKIPPED, AS IN WEEK81.
      *    THE MERCHANT NAME IS LOOKED UP ON THE MERCHANT MASTER
      *    THROUGH MRCHLKP SO THE BROWSE SHOWS THE CANONICAL
      *    MERCHANT AND ITS CATEGORY; AN UNMAPPED NAME LOADS WITH
      *    A BLANK MERCHANT ID AND MCC (MRCHMNT LISTS IT).
      *    THE HOUSEHOLD CROSS-REFERENCE IS MATCHED IN STEP WITH
      *    THE MASTER SO EACH ACCOUNT CARRIES ITS HOUSEHOLD ID AND
      *    SIZE; AN ACCOUNT IT DOES NOT CARRY LOADS WITH A BLANK ID.
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-LOAD-CT           PIC 9(07) VALUE 0.
       01 WS-SKIP-CT           PIC 9(07) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 PIO0FRD-O-FRD-IND    PIC X(02).
       01 WS-FRD-ACCT          PIC X(19).
       01 WS-MAPPED-CT         PIC 9(07) VALUE 0.
       01 WS-UNMAPPED-CT       PIC 9(07) VALUE 0.
       01 WS-HH-CT             PIC 9(07) VALUE 0.
       01 WS-XRF-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-XRF-EOF       VALUE 'Y'.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT HHXREF.
            EVALUATE WS-FS3
               WHEN 00
               WHEN 05
                   DISPLAY "OPEN HHXREF SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR HHXREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            PERFORM 2230-XREF-READ-PARA
               THRU 2230-XREF-READ-EXIT.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS4
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
               WHEN 10
                   DISPLAY "ACCOUNTS LOADED TO KEYED VIEW: "
                           WS-LOAD-CT
                   DISPLAY "MERCHANTS MAPPED: " WS-MAPPED-CT
                           " UNMAPPED: " WS-UNMAPPED-CT
                   DISPLAY "ACCOUNTS MATCHED TO HOUSEHOLDS: " WS-HH-CT
               WHEN OTHER
                   DISPLAY "READ ERROR INFILE: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
               ON EXCEPTION
                   MOVE 'OK' TO PIO0FRD-O-FRD-IND
            END-CALL.
            MOVE 'LKP' TO DL-MLK-FUNC.
            MOVE IN-MERCHANT-NAME TO DL-MLK-RAW-NAME.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   MOVE SPACES TO DL-MLK-MERCH-ID DL-MLK-MCC
                                  DL-MLK-RISK
                   MOVE IN-MERCHANT-NAME TO DL-MLK-MERCH-NAME
                   MOVE 'N' TO DL-MLK-RESULT
            END-CALL.
            IF DL-MLK-MAPPED
                ADD 1 TO WS-MAPPED-CT
            ELSE
                ADD 1 TO WS-UNMAPPED-CT
            END-IF.
            MOVE SPACES TO DL-ACKY-REC.
            MOVE IN-ACCT-NO        TO DL-ACKY-ACCT.
            MOVE IN-REGION-TAG     TO DL-ACKY-REGION.
            MOVE IN-TRANS-AMT      TO DL-ACKY-TRANS-AMT.
            MOVE IN-TRANS-DATE     TO DL-ACKY-TRANS-DATE.
            MOVE PIO0FRD-O-FRD-IND TO DL-ACKY-FRD-IND.
            MOVE DL-MLK-MERCH-ID   TO DL-ACKY-MERCH-ID.
            MOVE DL-MLK-MERCH-NAME TO DL-ACKY-MERCH-NAME.
            MOVE DL-MLK-MCC        TO DL-ACKY-MCC.
            MOVE DL-MLK-RISK       TO DL-ACKY-RISK.
            MOVE 0                 TO DL-ACKY-HH-CT.
            PERFORM 2220-XREF-MATCH-PARA
               THRU 2220-XREF-MATCH-EXIT.
            WRITE DL-ACKY-REC.
            EVALUATE WS-FS2
               WHEN 00
            END-EVALUATE.
       2210-LOAD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    BRING THE CROSS-REFERENCE UP TO THE ACCOUNT BEING
      *    LOADED; BOTH FILES ARE IN ACCOUNT ORDER.
      *------------------------------------------------------
       2220-XREF-MATCH-PARA.
            PERFORM 2230-XREF-READ-PARA
               THRU 2230-XREF-READ-EXIT
               UNTIL WS-XRF-EOF OR DL-HHX-ACCT NOT < IN-ACCT-NO.
            IF NOT WS-XRF-EOF AND DL-HHX-ACCT = IN-ACCT-NO
                MOVE DL-HHX-HH-ID TO DL-ACKY-HH-ID
                MOVE DL-HHX-HH-CT TO DL-ACKY-HH-CT
                ADD 1 TO WS-HH-CT
            END-IF.
       2220-XREF-MATCH-EXIT.
            EXIT.
       2230-XREF-READ-PARA.
            READ HHXREF INTO DL-HHX-REC.
            EVALUATE WS-FS3
               WHEN 00
                   CONTINUE
               WHEN 10
                   SET WS-XRF-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "READ ERROR HHXREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   SET WS-XRF-EOF TO TRUE
            END-EVALUATE.
       2230-XREF-READ-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE INFILE ACCTKY HHXREF.
            MOVE 'CLS' TO DL-MLK-FUNC.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   CONTINUE
            END-CALL.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'ACCTLOAD'      TO DL-AUDIT-PGM
                MOVE WS-LOAD-CT      TO DL-AUDIT-WRITE-CT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLQROLL.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    MONTHLY DELINQUENCY ROLL-RATE REPORT BY REGION.
      *    MATCHES THE CARD ACCOUNT MASTER AS IT STANDS AT MONTH
      *    END AGAINST LAST MONTH'S SNAPSHOT (DLDLQSN) AND COUNTS,
      *    FOR EACH REGION AND EACH BUCKET AN ACCOUNT STARTED THE
      *    MONTH IN, WHERE IT ENDED THE MONTH - CURRENT, 30, 60,
      *    90, 120+ DAYS OR CHARGED OFF.  FOR EACH STARTING BUCKET
      *    IT SHOWS:
      *      - ROLL FORWARD  - ACCOUNTS (AND OPENING BALANCE) THAT
      *        MOVED TO A WORSE BUCKET OR WERE CHARGED OFF;
      *      - CURE          - DELINQUENT ACCOUNTS BACK TO CURRENT.
      *    AN ACCOUNT STARTS IN THE REGION ON LAST MONTH'S
      *    SNAPSHOT.  ACCOUNTS ALREADY CHARGED OFF LAST MONTH ARE
      *    LEFT OUT; ACCOUNTS OPENED DURING THE MONTH ARE COUNTED
      *    AS NEW.  THE FIRST RUN, WITH NO SNAPSHOT YET, ONLY
      *    WRITES ONE.  EVERY ACCOUNT GOES ON THE NEW SNAPSHOT
      *    (SNAPOUT), WHICH THE JOB COPIES BACK OVER THE OLD.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE CARD ACCOUNT MASTER (DLCRDACT), IN KEY ORDER.
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD1
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    LAST MONTH'S SNAPSHOT, IN ACCOUNT ORDER.
      *------------------------------------------------------
           SELECT OPTIONAL SNAPIN ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    THIS MONTH'S SNAPSHOT.
      *------------------------------------------------------
           SELECT SNAPOUT ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD SNAPIN
           RECORD CONTAINS 80 CHARACTERS.
           COPY DLDLQSN REPLACING LEADING ==DL-DSN== BY ==DL-DSNP==.
       FD SNAPOUT
           RECORD CONTAINS 80 CHARACTERS.
           COPY DLDLQSN.
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-SNAP-READ-CT      PIC 9(07) VALUE 0.
       01 WS-SNAP-CT           PIC 9(07) VALUE 0.
       01 WS-MATCH-CT          PIC 9(07) VALUE 0.
       01 WS-NEW-CT            PIC 9(07) VALUE 0.
       01 WS-PRIOR-CHGO-CT     PIC 9(07) VALUE 0.
       01 WS-GONE-CT           PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-MST-KEY           PIC X(19) VALUE SPACES.
       01 WS-SNP-KEY           PIC X(19) VALUE SPACES.
       01 WS-PRIOR-SW          PIC X(01) VALUE 'N'.
           88 WS-HAVE-PRIOR    VALUE 'Y'.
       01 WS-FULL-SW           PIC X(01) VALUE 'N'.
           88 WS-RG-FULL-SHOWN VALUE 'Y'.
       01 WS-FOUND-SW          PIC X(01).
           88 WS-FOUND         VALUE 'Y'.
       01 WS-BUCKET            PIC 9(01).
       01 WS-PAST-DUE          PIC S9(11)V9(02).
       01 WS-REGION            PIC X(08).
       01 WS-FROM-SUB          PIC 9(01) COMP.
       01 WS-TO-SUB            PIC 9(01) COMP.
       01 WS-FWD-CT            PIC 9(07).
       01 WS-PCT               PIC 9(05)V9(01).
      *------------------------------------------------------
      *    ROLL COUNTS BY REGION.  ENTRY 1 IS ALL REGIONS; THE
      *    REST ARE ADDED AS REGIONS ARE MET.  RG-FROM IS THE
      *    BUCKET AT THE START OF THE MONTH (1 CURRENT ... 5 120+),
      *    RG-TO-CT THE BUCKET AT THE END (6 CHARGED OFF).
      *------------------------------------------------------
       01 WS-RG-CT             PIC 9(02) COMP VALUE 1.
       01 WS-RG-MAX            PIC 9(02) COMP VALUE 51.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 51 TIMES INDEXED BY RG-IDX.
              10 RG-NAME       PIC X(11).
              10 RG-NEW-CT     PIC 9(07).
              10 RG-FROM OCCURS 5 TIMES.
                 15 RG-OPEN-CT PIC 9(07).
                 15 RG-OPEN-BAL PIC S9(13)V9(02).
                 15 RG-FWD-BAL PIC S9(13)V9(02).
                 15 RG-TO-CT   PIC 9(07) OCCURS 6 TIMES.
       01 WS-BUCKET-NAMES.
           05 FILLER           PIC X(05) VALUE 'CUR'.
           05 FILLER           PIC X(05) VALUE '30'.
           05 FILLER           PIC X(05) VALUE '60'.
           05 FILLER           PIC X(05) VALUE '90'.
           05 FILLER           PIC X(05) VALUE '120+'.
       01 WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BKT-NAME      PIC X(05) OCCURS 5 TIMES.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HDG-2.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'FROM'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE '  ACCTS'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE
                                   '      OPEN BALANCE'.
           05 FILLER           PIC X(08) VALUE '     CUR'.
           05 FILLER           PIC X(08) VALUE '      30'.
           05 FILLER           PIC X(08) VALUE '      60'.
           05 FILLER           PIC X(08) VALUE '      90'.
           05 FILLER           PIC X(08) VALUE '    120+'.
           05 FILLER           PIC X(08) VALUE '     C/O'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE ' FWD CT'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE ' FWD $'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE '  CURE'.
       01 WS-ROW-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ROW-FROM         PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ROW-OPEN-CT      PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ROW-OPEN-BAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 ROW-TO OCCURS 6 TIMES.
              10 FILLER        PIC X(01).
              10 ROW-TO-CT     PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ROW-FWD-PCT      PIC ZZZ9.9.
           05 ROW-FWD-SIGN     PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 ROW-FWD-BAL-PCT  PIC ZZZ9.9.
           05 ROW-FWD-BAL-SIGN PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 ROW-CURE-PCT     PIC ZZZ9.9.
           05 ROW-CURE-SIGN    PIC X(01).
       01 WS-RUNC-PARMS.
           05 WS-RUNC-FUNC     PIC X(03).
           05 WS-RUNC-PGM      PIC X(08).
           05 WS-RUNC-DATE     PIC X(10).
           05 WS-RUNC-RESULT   PIC X(01).
       COPY DLCHAIN.
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5.
            INITIALIZE WS-RG-TABLE.
            MOVE 'ALL REGIONS' TO RG-NAME(1).
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'DLQROLL'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "DLQROLL ALREADY COMPLETED FOR BUSINESS "
                        "DATE " WS-RUNC-DATE
                DISPLAY "RERUN REFUSED - APPEND AN OVERRIDE RECORD "
                        "TO RUNCTLF FOR A FORCED RERUN"
                MOVE 0012 TO RETURN-CODE
                STOP RUN
            END-IF.
       1500-RUNCTL-CHECK-EXIT.
            EXIT.
       1600-RUNCTL-MARK-PARA.
            MOVE 'UPD'        TO WS-RUNC-FUNC.
            MOVE 'DLQROLL'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - RUN NOT MARKED "
                           "COMPLETE"
            END-CALL.
       1600-RUNCTL-MARK-EXIT.
            EXIT.
       3000-TERM-PARA.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT
            PERFORM 2210-MST-READ-PARA
               THRU 2210-MST-READ-EXIT
            PERFORM 2220-SNP-READ-PARA
               THRU 2220-SNP-READ-EXIT
            IF WS-SNAP-READ-CT > 0
                SET WS-HAVE-PRIOR TO TRUE
            END-IF
            PERFORM 2200-MATCH-PARA
               THRU 2200-MATCH-EXIT
               UNTIL WS-MST-KEY = HIGH-VALUES AND
                     WS-SNP-KEY = HIGH-VALUES
            PERFORM 2800-TOTALS-PARA
               THRU 2800-TOTALS-EXIT
            PERFORM 2900-CLOSE-PARA
               THRU 2900-CLOSE-EXIT
            IF WS-RETURN-CD < 8
                PERFORM 1600-RUNCTL-MARK-PARA
                   THRU 1600-RUNCTL-MARK-EXIT
            END-IF.
       2000-PFM-EXIT.
            EXIT.
       2100-OPEN-PARA.
            OPEN INPUT CARDACCT.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN CARDACCT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDACCT: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT SNAPIN.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN SNAPIN SUCCESS"
               WHEN 05
                   DISPLAY "NO PRIOR DELINQUENCY SNAPSHOT"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SNAPIN: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT SNAPOUT.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN SNAPOUT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SNAPOUT: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS5
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
       2100-OPEN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    MATCH THE MASTER AGAINST LAST MONTH'S SNAPSHOT.
      *------------------------------------------------------
       2200-MATCH-PARA.
            EVALUATE TRUE
               WHEN WS-MST-KEY < WS-SNP-KEY
                   PERFORM 2300-NEW-ACCT-PARA
                      THRU 2300-NEW-ACCT-EXIT
                   PERFORM 2400-SNAP-WRITE-PARA
                      THRU 2400-SNAP-WRITE-EXIT
                   PERFORM 2210-MST-READ-PARA
                      THRU 2210-MST-READ-EXIT
               WHEN WS-MST-KEY = WS-SNP-KEY
                   PERFORM 2320-ROLL-PARA
                      THRU 2320-ROLL-EXIT
                   PERFORM 2400-SNAP-WRITE-PARA
                      THRU 2400-SNAP-WRITE-EXIT
                   PERFORM 2210-MST-READ-PARA
                      THRU 2210-MST-READ-EXIT
                   PERFORM 2220-SNP-READ-PARA
                      THRU 2220-SNP-READ-EXIT
               WHEN OTHER
      *            ON LAST MONTH'S SNAPSHOT BUT NO LONGER ON THE
      *            MASTER - NOTHING TO ROLL.
                   ADD 1 TO WS-GONE-CT
                   PERFORM 2220-SNP-READ-PARA
                      THRU 2220-SNP-READ-EXIT
            END-EVALUATE.
       2200-MATCH-EXIT.
            EXIT.
       2210-MST-READ-PARA.
            READ CARDACCT NEXT RECORD.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   MOVE DL-CACT-ACCT TO WS-MST-KEY
               WHEN 10
                   MOVE HIGH-VALUES TO WS-MST-KEY
               WHEN OTHER
                   DISPLAY "READ ERROR CARDACCT: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE HIGH-VALUES TO WS-MST-KEY WS-SNP-KEY
            END-EVALUATE.
       2210-MST-READ-EXIT.
            EXIT.
       2220-SNP-READ-PARA.
            IF WS-FS2 = 05 OR WS-SNP-KEY = HIGH-VALUES
                MOVE HIGH-VALUES TO WS-SNP-KEY
                GO TO 2220-SNP-READ-EXIT
            END-IF.
            READ SNAPIN.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-SNAP-READ-CT
                   MOVE DL-DSNP-ACCT TO WS-SNP-KEY
               WHEN 10
                   MOVE HIGH-VALUES TO WS-SNP-KEY
               WHEN OTHER
                   DISPLAY "READ ERROR SNAPIN: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE HIGH-VALUES TO WS-MST-KEY WS-SNP-KEY
            END-EVALUATE.
       2220-SNP-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ON THE MASTER, NOT ON LAST MONTH'S SNAPSHOT - OPENED
      *    DURING THE MONTH (OR THIS IS THE FIRST SNAPSHOT).
      *------------------------------------------------------
       2300-NEW-ACCT-PARA.
            IF NOT WS-HAVE-PRIOR
                GO TO 2300-NEW-ACCT-EXIT
            END-IF.
            ADD 1 TO WS-NEW-CT.
            MOVE DL-CACT-REGION TO WS-REGION.
            PERFORM 2330-RG-FIND-PARA
               THRU 2330-RG-FIND-EXIT.
            ADD 1 TO RG-NEW-CT(1).
            IF RG-IDX > 1
                ADD 1 TO RG-NEW-CT(RG-IDX)
            END-IF.
       2300-NEW-ACCT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ON BOTH - COUNT THE MOVE FROM LAST MONTH'S BUCKET TO
      *    THIS MONTH'S, IN THE REGION IT STARTED THE MONTH IN.
      *------------------------------------------------------
       2320-ROLL-PARA.
            IF DL-DSNP-STATUS = 'X'
                ADD 1 TO WS-PRIOR-CHGO-CT
                GO TO 2320-ROLL-EXIT
            END-IF.
            ADD 1 TO WS-MATCH-CT.
            IF DL-DSNP-BUCKET IS NUMERIC AND DL-DSNP-BUCKET NOT > 4
                COMPUTE WS-FROM-SUB = DL-DSNP-BUCKET + 1
            ELSE
                MOVE 1 TO WS-FROM-SUB
            END-IF.
            EVALUATE TRUE
               WHEN DL-CACT-CHARGED-OFF
                   MOVE 6 TO WS-TO-SUB
               WHEN DL-CACT-DLQ-BUCKET IS NUMERIC AND
                    DL-CACT-DLQ-BUCKET NOT > 4
                   COMPUTE WS-TO-SUB = DL-CACT-DLQ-BUCKET + 1
               WHEN OTHER
                   MOVE 1 TO WS-TO-SUB
            END-EVALUATE.
            MOVE DL-DSNP-REGION TO WS-REGION.
            PERFORM 2330-RG-FIND-PARA
               THRU 2330-RG-FIND-EXIT.
            PERFORM 2340-RG-ADD-PARA
               THRU 2340-RG-ADD-EXIT.
            IF RG-IDX > 1
                SET RG-IDX TO 1
                PERFORM 2340-RG-ADD-PARA
                   THRU 2340-RG-ADD-EXIT
            END-IF.
       2320-ROLL-EXIT.
            EXIT.
      *------------------------------------------------------
      *    POINT RG-IDX AT THE REGION'S ENTRY, ADDING IT IF NEW.
      *    A FULL TABLE LEAVES RG-IDX AT 1 (ALL REGIONS ONLY).
      *------------------------------------------------------
       2330-RG-FIND-PARA.
            IF WS-REGION = SPACES
                MOVE 'UNKNOWN' TO WS-REGION
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            SET RG-IDX TO 2.
            PERFORM 2331-RG-MATCH-PARA
               THRU 2331-RG-MATCH-EXIT
               UNTIL RG-IDX > WS-RG-CT OR WS-FOUND.
            IF WS-FOUND
                GO TO 2330-RG-FIND-EXIT
            END-IF.
            IF WS-RG-CT < WS-RG-MAX
                ADD 1 TO WS-RG-CT
                SET RG-IDX TO WS-RG-CT
                MOVE WS-REGION TO RG-NAME(RG-IDX)
                GO TO 2330-RG-FIND-EXIT
            END-IF.
            IF NOT WS-RG-FULL-SHOWN
                DISPLAY "REGION TABLE FULL - " WS-REGION
                        " AND LATER REGIONS IN ALL REGIONS ONLY"
                SET WS-RG-FULL-SHOWN TO TRUE
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            SET RG-IDX TO 1.
       2330-RG-FIND-EXIT.
            EXIT.
       2331-RG-MATCH-PARA.
            IF RG-NAME(RG-IDX) = WS-REGION
                SET WS-FOUND TO TRUE
            ELSE
                SET RG-IDX UP BY 1
            END-IF.
       2331-RG-MATCH-EXIT.
            EXIT.
       2340-RG-ADD-PARA.
            ADD 1 TO RG-OPEN-CT(RG-IDX, WS-FROM-SUB).
            ADD DL-DSNP-BALANCE TO RG-OPEN-BAL(RG-IDX, WS-FROM-SUB).
            ADD 1 TO RG-TO-CT(RG-IDX, WS-FROM-SUB, WS-TO-SUB).
            IF WS-TO-SUB > WS-FROM-SUB
                ADD DL-DSNP-BALANCE TO RG-FWD-BAL(RG-IDX, WS-FROM-SUB)
            END-IF.
       2340-RG-ADD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    EVERY ACCOUNT ON THE MASTER GOES ON THE NEW SNAPSHOT,
      *    CHARGED-OFF ONES INCLUDED SO NEXT MONTH LEAVES THEM OUT.
      *------------------------------------------------------
       2400-SNAP-WRITE-PARA.
            MOVE 0 TO WS-BUCKET WS-PAST-DUE.
            IF DL-CACT-DLQ-BUCKET IS NUMERIC
                MOVE DL-CACT-DLQ-BUCKET TO WS-BUCKET
                COMPUTE WS-PAST-DUE =
                        DL-CACT-PD-AMT(1) + DL-CACT-PD-AMT(2)
                      + DL-CACT-PD-AMT(3) + DL-CACT-PD-AMT(4)
            END-IF.
            MOVE SPACES          TO DL-DSN-REC.
            MOVE DL-CACT-ACCT    TO DL-DSN-ACCT.
            MOVE WS-RUN-DATE     TO DL-DSN-SNAP-DATE.
            IF DL-CACT-REGION = SPACES
                MOVE 'UNKNOWN'   TO DL-DSN-REGION
            ELSE
                MOVE DL-CACT-REGION TO DL-DSN-REGION
            END-IF.
            MOVE DL-CACT-STATUS  TO DL-DSN-STATUS.
            MOVE WS-BUCKET       TO DL-DSN-BUCKET.
            MOVE DL-CACT-BALANCE TO DL-DSN-BALANCE.
            MOVE WS-PAST-DUE     TO DL-DSN-PAST-DUE.
            WRITE DL-DSN-REC.
            IF WS-FS3 NOT = 00
                DISPLAY "WRITE ERROR SNAPOUT: " WS-FS3
                MOVE 0008 TO WS-RETURN-CD
                MOVE HIGH-VALUES TO WS-MST-KEY WS-SNP-KEY
                GO TO 2400-SNAP-WRITE-EXIT
            END-IF.
            ADD 1 TO WS-SNAP-CT.
       2400-SNAP-WRITE-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
            EXIT.
       2800-TOTALS-PARA.
            MOVE SPACES TO RPT-REC.
            STRING 'CARD DELINQUENCY ROLL RATES BY REGION - MONTH '
                   DELIMITED BY SIZE
                   'ENDING ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            IF NOT WS-HAVE-PRIOR
                STRING 'NO PRIOR MONTH SNAPSHOT - ROLL RATES START '
                       DELIMITED BY SIZE
                       'WITH NEXT MONTH''S RUN' DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2850-COUNTS-PARA
            END-IF.
            PERFORM 2810-REGION-PARA
               THRU 2810-REGION-EXIT
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-RG-CT.
       2850-COUNTS-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS ON MASTER.......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-SNAP-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ON LAST MONTH SNAPSHOT...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MATCH-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ROLLED FROM LAST MONTH...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-NEW-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NEW DURING THE MONTH.....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-PRIOR-CHGO-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CHARGED OFF LAST MONTH...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-GONE-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NO LONGER ON MASTER......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-SNAP-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'SNAPSHOT RECORDS WRITTEN.: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE REGION - A ROW PER STARTING BUCKET.
      *------------------------------------------------------
       2810-REGION-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE RG-NEW-CT(RG-IDX) TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'REGION ' DELIMITED BY SIZE
                   RG-NAME(RG-IDX) DELIMITED BY SIZE
                   '   NEW ACCOUNTS THIS MONTH: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-HDG-2 TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2820-ROW-PARA
               THRU 2820-ROW-EXIT
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 5.
       2810-REGION-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ROLL FORWARD IS EVERY MOVE TO A WORSE BUCKET OR TO
      *    CHARGE-OFF; CURE IS A DELINQUENT ACCOUNT BACK TO
      *    CURRENT.  PERCENTAGES ARE OF THE BUCKET'S OPENING COUNT
      *    AND BALANCE.
      *------------------------------------------------------
       2820-ROW-PARA.
            MOVE SPACES TO WS-ROW-LINE.
            MOVE WS-BKT-NAME(WS-FROM-SUB) TO ROW-FROM.
            MOVE RG-OPEN-CT(RG-IDX, WS-FROM-SUB)  TO ROW-OPEN-CT.
            MOVE RG-OPEN-BAL(RG-IDX, WS-FROM-SUB) TO ROW-OPEN-BAL.
            MOVE 0 TO WS-FWD-CT.
            PERFORM 2821-ROW-TO-PARA
               THRU 2821-ROW-TO-EXIT
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 6.
            IF RG-OPEN-CT(RG-IDX, WS-FROM-SUB) = 0
                GO TO 2820-ROW-WRITE
            END-IF.
            COMPUTE WS-PCT ROUNDED =
                    WS-FWD-CT * 100 / RG-OPEN-CT(RG-IDX, WS-FROM-SUB).
            MOVE WS-PCT TO ROW-FWD-PCT.
            MOVE '%' TO ROW-FWD-SIGN.
            IF RG-OPEN-BAL(RG-IDX, WS-FROM-SUB) > 0
                COMPUTE WS-PCT ROUNDED =
                        RG-FWD-BAL(RG-IDX, WS-FROM-SUB) * 100
                      / RG-OPEN-BAL(RG-IDX, WS-FROM-SUB)
                MOVE WS-PCT TO ROW-FWD-BAL-PCT
                MOVE '%' TO ROW-FWD-BAL-SIGN
            END-IF.
            IF WS-FROM-SUB > 1
                COMPUTE WS-PCT ROUNDED =
                        RG-TO-CT(RG-IDX, WS-FROM-SUB, 1) * 100
                      / RG-OPEN-CT(RG-IDX, WS-FROM-SUB)
                MOVE WS-PCT TO ROW-CURE-PCT
                MOVE '%' TO ROW-CURE-SIGN
            END-IF.
       2820-ROW-WRITE.
            MOVE WS-ROW-LINE TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2820-ROW-EXIT.
            EXIT.
       2821-ROW-TO-PARA.
            MOVE RG-TO-CT(RG-IDX, WS-FROM-SUB, WS-TO-SUB)
              TO ROW-TO-CT(WS-TO-SUB).
            IF WS-TO-SUB > WS-FROM-SUB
                ADD RG-TO-CT(RG-IDX, WS-FROM-SUB, WS-TO-SUB)
                  TO WS-FWD-CT
            END-IF.
       2821-ROW-TO-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE CARDACCT SNAPOUT RPTFILE.
            IF WS-FS2 NOT = 05
                CLOSE SNAPIN
            END-IF.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'DLQROLL'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-SNAP-CT      TO DL-AUDIT-WRITE-CT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HHMATCH.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    CUSTOMER HOUSEHOLDING ACROSS REGIONS.  RUNS RIGHT AFTER
      *    THE WEEK82 MERGE.  WEEK82'S SURVIVORSHIP RULES ONLY SEE
      *    THE SAME ACCOUNT NUMBER IN TWO REGIONS; THIS PASS FINDS
      *    THE SAME CUSTOMER UNDER DIFFERENT ACCOUNT NUMBERS BY
      *    MATCHING THE NORMALIZED CUSTOMER NAME ON THE MERGED
      *    MASTER WITH THE DATE OF BIRTH AND ADDRESS FROM THE
      *    CUSTOMER REFERENCE FILE (DLCUSTRF), AND GIVES EVERY
      *    ACCOUNT A HOUSEHOLD ID ON THE HOUSEHOLD CROSS-REFERENCE
      *    (DLHHXRF).  ONLY A MATCH ON ALL THREE LINKS ACCOUNTS ON
      *    ITS OWN; A PARTIAL MATCH GOES TO THE REVIEW LIST AND IS
      *    LEFT UNLINKED UNTIL THE DESK DECIDES IT WITH A CARD.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE REGION-TAGGED MERGED ACCOUNT MASTER WEEK82 JUST
      *    PRODUCED, IN ACCOUNT ORDER.
      *------------------------------------------------------
           SELECT INFILE ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
           SELECT CUSTREF ASSIGN DD2
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-CRF-ACCT
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    THE DESK'S STANDING DECISIONS ON REVIEWED PAIRS - KEPT
      *    FROM NIGHT TO NIGHT, SINCE THE HOUSEHOLDS ARE REBUILT
      *    EVERY RUN.
      *------------------------------------------------------
           SELECT OPTIONAL HHOVRD ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
      *    THE CROSS-REFERENCE, IN ACCOUNT ORDER, FOR THE BATCH
      *    READERS, AND THE KEYED COPY FOR THE ACCINQ BROWSE.
      *------------------------------------------------------
           SELECT HHXREF ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
           SELECT HHXRKY ASSIGN DD5
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-HHX-KEY
           FILE STATUS WS-FS5.
      *------------------------------------------------------
      *    REVIEW LIST, HOUSEHOLD LISTING AND CONTROL TOTALS.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD6
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
           SELECT SUSPFILE ASSIGN DD7
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS7.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS8.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD INFILE.
       01 MRG-REC.
           05 IN-REGION-TAG        PIC X(08).
           05 IN-ACCT-NO           PIC X(10).
           05 IN-DETAIL.
              10 IN-CUST-NAME      PIC X(30).
              10 IN-MERCHANT-NAME  PIC X(19).
              10 IN-TRANS-NO       PIC 9(6).
              10 IN-TRANS-AMT      PIC 9(5)V99.
              10 IN-TRANS-DATE     PIC 9(8).
       FD CUSTREF
           RECORD CONTAINS 120 CHARACTERS.
           COPY DLCUSTRF.
      *------------------------------------------------------
      *    ONE CARD PER DECIDED PAIR:
      *      L - LINK THE TWO ACCOUNTS INTO ONE HOUSEHOLD
      *      S - KEEP THEM SEPARATE; THE PAIR IS NEITHER LINKED
      *          NOR LISTED FOR REVIEW AGAIN
      *    COLS 3-12 AND 14-23 THE TWO ACCOUNTS, IN EITHER ORDER,
      *    25-34 THE DATE DECIDED, 36-80 WHO DECIDED AND WHY.
      *------------------------------------------------------
       FD HHOVRD.
       01 OVR-REC.
           10 OV-ACTION        PIC X(01).
               88 OV-LINK      VALUE 'L'.
               88 OV-SEPARATE  VALUE 'S'.
           10 FILLER           PIC X(01).
           10 OV-ACCT-A        PIC X(10).
           10 FILLER           PIC X(01).
           10 OV-ACCT-B        PIC X(10).
           10 FILLER           PIC X(01).
           10 OV-DATE          PIC X(10).
           10 FILLER           PIC X(01).
           10 OV-REMARK        PIC X(45).
       FD HHXREF.
       01 XRF-OUT-REC          PIC X(120).
       FD HHXRKY
           RECORD CONTAINS 120 CHARACTERS.
           COPY DLHHXRF.
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
      *------------------------------------------------------
      *    EVERY ACCOUNT ON THE MERGED MASTER IS TAKEN ONCE (ITS
      *    FIRST RECORD) INTO THE HOUSEHOLD TABLE WITH ITS NAME
      *    NORMALIZED - UPPER CASE, PUNCTUATION BLANKED, SPACES
      *    SQUEEZED, A LEADING TITLE (MR, MRS, MS, MISS, DR) AND A
      *    TRAILING JR, SR, II OR III DROPPED - AND THE ADDRESS
      *    LINE, POSTCODE AND DATE OF BIRTH FROM THE REFERENCE
      *    FILE.  EVERY PAIR OF ACCOUNTS IS THEN COMPARED:
      *      NAME, BIRTH DATE AND ADDRESS ALL AGREE - LINKED.
      *      ANY TWO OF THE THREE AGREE - LISTED FOR REVIEW, NOT
      *      LINKED.
      *    A BLANK FIELD NEVER AGREES WITH ANYTHING, SO AN ACCOUNT
      *    WITH NO REFERENCE RECORD IS ONLY EVER LINKED BY A CARD.
      *    THE LINKS RUN FIRST, THEN THE DESK'S LINK CARDS, THEN
      *    THE REVIEW PASS, SO A PAIR ALREADY IN ONE HOUSEHOLD
      *    THROUGH A THIRD ACCOUNT IS NOT LISTED.  A HOUSEHOLD IS
      *    HELD AS THE TABLE INDEX OF ITS LOWEST ACCOUNT (THE
      *    ANCHOR), AND TWO HOUSEHOLDS JOIN UNDER THE LOWER ANCHOR.
      *    A CARD THAT FAILS ITS EDIT, AN ACCOUNT OUT OF SEQUENCE
      *    OR ONE THE TABLE CANNOT HOLD GOES TO SUSPENSE AND THE
      *    RUN ENDS RC 4.  REVIEW PAIRS DO NOT CHANGE THE RETURN
      *    CODE - THE LIST IS THE DESK'S STANDING WORK QUEUE.
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-FS6               PIC 99.
       01 WS-FS7               PIC 99.
       01 WS-FS8               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-REF-CT            PIC 9(07) VALUE 0.
       01 WS-NOREF-CT          PIC 9(07) VALUE 0.
       01 WS-OVR-READ-CT       PIC 9(07) VALUE 0.
       01 WS-LINK-CT           PIC 9(07) VALUE 0.
       01 WS-OVR-LINK-CT       PIC 9(07) VALUE 0.
       01 WS-SEP-CT            PIC 9(07) VALUE 0.
       01 WS-REVIEW-CT         PIC 9(07) VALUE 0.
       01 WS-HH-CT             PIC 9(07) VALUE 0.
       01 WS-MULTI-CT          PIC 9(07) VALUE 0.
       01 WS-XREG-CT           PIC 9(07) VALUE 0.
       01 WS-XRF-CT            PIC 9(07) VALUE 0.
       01 WS-OVR-UNUSED-CT     PIC 9(07) VALUE 0.
       01 WS-REJ-CT            PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-REJ-CODE          PIC X(04).
       01 WS-REJ-REASON        PIC X(26).
       01 WS-REJ-KEY           PIC X(20).
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-CT-ED-2           PIC ZZ9.
      *------------------------------------------------------
      *    THE HOUSEHOLD TABLE, IN ACCOUNT ORDER.
      *------------------------------------------------------
       01 WS-HT-CT             PIC 9(04) VALUE 0.
       01 WS-HT-TBL OCCURS 5000 TIMES.
           05 HT-ACCT          PIC X(10).
           05 HT-REGION        PIC X(08).
           05 HT-NAME          PIC X(30).
           05 HT-NORM-NAME     PIC X(30).
           05 HT-NORM-ADDR     PIC X(30).
           05 HT-POSTCODE      PIC X(10).
           05 HT-BIRTH-DATE    PIC X(10).
           05 HT-REF-SW        PIC X(01).
               88 HT-HAS-REF   VALUE 'Y'.
           05 HT-ANCHOR        PIC 9(04).
           05 HT-HH-CT         PIC 9(03).
           05 HT-BASIS         PIC X(03).
       01 WS-I                 PIC 9(04).
       01 WS-J                 PIC 9(04).
       01 WS-K                 PIC 9(04).
       01 WS-LO                PIC 9(04).
       01 WS-HI                PIC 9(04).
       01 WS-PASS              PIC X(01).
           88 WS-LINK-PASS     VALUE 'L'.
           88 WS-REVIEW-PASS   VALUE 'R'.
       01 WS-PAIR-RESULT       PIC X(01).
           88 WS-PAIR-LINK     VALUE 'L'.
           88 WS-PAIR-REVIEW   VALUE 'R'.
           88 WS-PAIR-NONE     VALUE 'N'.
       01 WS-NAME-EQ-SW        PIC X(01).
           88 WS-NAME-EQ       VALUE 'Y'.
       01 WS-DOB-EQ-SW         PIC X(01).
           88 WS-DOB-EQ        VALUE 'Y'.
       01 WS-ADDR-EQ-SW        PIC X(01).
           88 WS-ADDR-EQ       VALUE 'Y'.
       01 WS-LINK-BASIS        PIC X(03).
       01 WS-RVW-REASON        PIC X(26).
       01 WS-FOUND-SW          PIC X(01).
           88 WS-FOUND         VALUE 'Y'.
      *------------------------------------------------------
      *    THE DESK'S CARDS, EACH PAIR HELD LOWER ACCOUNT FIRST.
      *------------------------------------------------------
       01 WS-OV-CT             PIC 9(03) VALUE 0.
       01 WS-OV-IX             PIC 9(03).
       01 WS-OV-HIT            PIC 9(03).
       01 WS-OV-TBL OCCURS 500 TIMES.
           05 OVT-LO           PIC X(10).
           05 OVT-HI           PIC X(10).
           05 OVT-ACTION       PIC X(01).
           05 OVT-USED-SW      PIC X(01).
       01 WS-OV-LO             PIC X(10).
       01 WS-OV-HI             PIC X(10).
      *------------------------------------------------------
      *    NAME AND ADDRESS NORMALIZATION WORK AREAS.  WITH THE
      *    SQUEEZE SWITCH OFF EVERY SPACE IS DROPPED (POSTCODES).
      *------------------------------------------------------
       01 WS-NRM-IN            PIC X(30).
       01 WS-NRM-OUT           PIC X(30).
       01 WS-NRM-TMP           PIC X(30).
       01 WS-NRM-CHAR          PIC X(01).
       01 WS-NRM-IX            PIC 9(02).
       01 WS-NRM-LEN           PIC 9(02).
       01 WS-NRM-SQZ-SW        PIC X(01).
           88 WS-NRM-SQUEEZE   VALUE 'Y'.
       01 WS-PREV-SP-SW        PIC X(01).
           88 WS-PREV-SPACE    VALUE 'Y'.
       01 WS-BIRTH-DATE        PIC X(10).
       01 WS-MM                PIC 9(02).
       01 WS-DD                PIC 9(02).
      *------------------------------------------------------
      *    REGIONS SEEN IN ONE HOUSEHOLD, FOR THE LISTING.
      *------------------------------------------------------
       01 WS-HR-CT             PIC 9(01).
       01 WS-HR-IX             PIC 9(01).
       01 WS-HR-TBL OCCURS 4 TIMES.
           05 HR-TAG           PIC X(08).
       01 WS-RVW-LINE.
           05 RVW-ACCT-1       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RVW-REGION-1     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RVW-NAME-1       PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RVW-ACCT-2       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RVW-REGION-2     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RVW-NAME-2       PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RVW-REASON       PIC X(26).
           05 FILLER           PIC X(02) VALUE SPACES.
       01 WS-MBR-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 MBR-ACCT         PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MBR-REGION       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MBR-NAME         PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MBR-BASIS        PIC X(03).
           05 FILLER           PIC X(71) VALUE SPACES.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6
                       WS-FS7 WS-FS8.
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
            MOVE 'HHMATCH'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "HHMATCH ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'HHMATCH'   TO WS-RUNC-PGM.
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
            PERFORM 2150-OVR-READ-PARA
               THRU 2150-OVR-READ-EXIT
               UNTIL WS-FS3 = 10
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT
               UNTIL WS-FS1 = 10
            IF WS-RETURN-CD < 8
                MOVE 'L' TO WS-PASS
                PERFORM 2300-PAIR-SCAN-PARA
                   THRU 2300-PAIR-SCAN-EXIT
                   VARYING WS-J FROM 2 BY 1
                   UNTIL WS-J > WS-HT-CT
                PERFORM 2400-OVR-APPLY-PARA
                   THRU 2400-OVR-APPLY-EXIT
                   VARYING WS-OV-IX FROM 1 BY 1
                   UNTIL WS-OV-IX > WS-OV-CT
                MOVE SPACES TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE 'POSSIBLE MATCHES FOR REVIEW - NOT LINKED'
                  TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE SPACES TO RPT-REC
                STRING 'ACCOUNT    REGION   CUSTOMER NAME'
                       DELIMITED BY SIZE
                       '                   ACCOUNT    REGION   '
                       DELIMITED BY SIZE
                       'CUSTOMER NAME                   AGREEING'
                       DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE 'R' TO WS-PASS
                PERFORM 2300-PAIR-SCAN-PARA
                   THRU 2300-PAIR-SCAN-EXIT
                   VARYING WS-J FROM 2 BY 1
                   UNTIL WS-J > WS-HT-CT
                IF WS-REVIEW-CT = 0
                    MOVE '  NONE' TO RPT-REC
                    PERFORM 2450-RPT-WRITE-PARA
                       THRU 2450-RPT-WRITE-EXIT
                END-IF
                PERFORM 2500-COUNT-PARA
                   THRU 2500-COUNT-EXIT
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-HT-CT
                PERFORM 2510-ANCHOR-PARA
                   THRU 2510-ANCHOR-EXIT
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-HT-CT
                PERFORM 2550-XREF-WRITE-PARA
                   THRU 2550-XREF-WRITE-EXIT
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-HT-CT
                MOVE SPACES TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                MOVE 'HOUSEHOLDS OF MORE THAN ONE ACCOUNT' TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                PERFORM 2600-HH-LIST-PARA
                   THRU 2600-HH-LIST-EXIT
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HT-CT
                IF WS-MULTI-CT = 0
                    MOVE '  NONE' TO RPT-REC
                    PERFORM 2450-RPT-WRITE-PARA
                       THRU 2450-RPT-WRITE-EXIT
                END-IF
            END-IF
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
            OPEN INPUT INFILE.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN INFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR INFILE: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT CUSTREF.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN CUSTREF SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CUSTREF: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT HHOVRD.
            EVALUATE WS-FS3
               WHEN 00
               WHEN 05
                   DISPLAY "OPEN HHOVRD SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR HHOVRD: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT HHXREF.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN HHXREF SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR HHXREF: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT HHXRKY.
            EVALUATE WS-FS5
               WHEN 00
                   DISPLAY "OPEN HHXRKY SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR HHXRKY: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS6
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS6
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND SUSPFILE.
            EVALUATE WS-FS7
               WHEN 00
                   DISPLAY "OPEN SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUSPFILE: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS8
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS8
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'CUSTOMER HOUSEHOLDING ACROSS REGIONS - '
                   DELIMITED BY SIZE
                   'RUN DATE: ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2100-OPEN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LOAD THE DESK'S CARDS.  A PAIR IS HELD LOWER ACCOUNT
      *    FIRST SO THE CARD MAY NAME THE ACCOUNTS IN EITHER ORDER.
      *------------------------------------------------------
       2150-OVR-READ-PARA.
            READ HHOVRD.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-OVR-READ-CT
               WHEN 10
                   GO TO 2150-OVR-READ-EXIT
               WHEN OTHER
                   DISPLAY "READ ERROR HHOVRD: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS3
                   GO TO 2150-OVR-READ-EXIT
            END-EVALUATE.
            MOVE SPACES TO WS-REJ-KEY.
            MOVE OV-ACCT-A TO WS-REJ-KEY(1:10).
            MOVE OV-ACCT-B TO WS-REJ-KEY(11:10).
            IF NOT OV-LINK AND NOT OV-SEPARATE
                MOVE 'HOVA' TO WS-REJ-CODE
                MOVE 'ACTION NOT L OR S' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2150-OVR-READ-EXIT
            END-IF.
            IF OV-ACCT-A IS NOT NUMERIC OR
               OV-ACCT-B IS NOT NUMERIC OR
               OV-ACCT-A = OV-ACCT-B
                MOVE 'HOVK' TO WS-REJ-CODE
                MOVE 'ACCOUNT PAIR NOT VALID' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2150-OVR-READ-EXIT
            END-IF.
            IF WS-OV-CT NOT < 500
                MOVE 'HOVF' TO WS-REJ-CODE
                MOVE 'CARD TABLE FULL' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2150-OVR-READ-EXIT
            END-IF.
            ADD 1 TO WS-OV-CT.
            IF OV-ACCT-A < OV-ACCT-B
                MOVE OV-ACCT-A TO OVT-LO(WS-OV-CT)
                MOVE OV-ACCT-B TO OVT-HI(WS-OV-CT)
            ELSE
                MOVE OV-ACCT-B TO OVT-LO(WS-OV-CT)
                MOVE OV-ACCT-A TO OVT-HI(WS-OV-CT)
            END-IF.
            MOVE OV-ACTION TO OVT-ACTION(WS-OV-CT).
            MOVE 'N' TO OVT-USED-SW(WS-OV-CT).
       2150-OVR-READ-EXIT.
            EXIT.
       2200-READ-PARA.
            READ INFILE.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   IF IN-ACCT-NO IS NUMERIC
                       PERFORM 2210-ACCT-PARA
                          THRU 2210-ACCT-EXIT
                   END-IF
               WHEN 10
                   DISPLAY "MERGED RECORDS READ: " WS-READ-CT
                   DISPLAY "ACCOUNTS TAKEN.....: " WS-HT-CT
               WHEN OTHER
                   DISPLAY "READ ERROR INFILE: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    TAKE THE ACCOUNT ON ITS FIRST RECORD; ITS LATER
      *    TRANSACTIONS ADD NOTHING HERE.
      *------------------------------------------------------
       2210-ACCT-PARA.
            IF WS-HT-CT > 0
                IF IN-ACCT-NO = HT-ACCT(WS-HT-CT)
                    GO TO 2210-ACCT-EXIT
                END-IF
                IF IN-ACCT-NO < HT-ACCT(WS-HT-CT)
                    MOVE IN-ACCT-NO TO WS-REJ-KEY
                    MOVE 'HSEQ' TO WS-REJ-CODE
                    MOVE 'MERGED MASTER OUT OF SEQ' TO WS-REJ-REASON
                    PERFORM 2700-REJECT-PARA
                       THRU 2700-REJECT-EXIT
                    GO TO 2210-ACCT-EXIT
                END-IF
            END-IF.
            IF WS-HT-CT NOT < 5000
                MOVE IN-ACCT-NO TO WS-REJ-KEY
                MOVE 'HTBL' TO WS-REJ-CODE
                MOVE 'HOUSEHOLD TABLE FULL' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-ACCT-EXIT
            END-IF.
            ADD 1 TO WS-HT-CT.
            MOVE IN-ACCT-NO    TO HT-ACCT(WS-HT-CT).
            MOVE IN-REGION-TAG TO HT-REGION(WS-HT-CT).
            MOVE IN-CUST-NAME  TO HT-NAME(WS-HT-CT).
            MOVE WS-HT-CT      TO HT-ANCHOR(WS-HT-CT).
            MOVE 0             TO HT-HH-CT(WS-HT-CT).
            MOVE SPACES        TO HT-BASIS(WS-HT-CT).
            MOVE IN-CUST-NAME TO WS-NRM-IN.
            MOVE 'Y' TO WS-NRM-SQZ-SW.
            PERFORM 2850-NORMALIZE-PARA
               THRU 2850-NORMALIZE-EXIT.
            PERFORM 2860-NAME-TIDY-PARA
               THRU 2860-NAME-TIDY-EXIT.
            MOVE WS-NRM-OUT TO HT-NORM-NAME(WS-HT-CT).
            PERFORM 2220-CUSTREF-PARA
               THRU 2220-CUSTREF-EXIT.
       2210-ACCT-EXIT.
            EXIT.
       2220-CUSTREF-PARA.
            MOVE SPACES TO HT-NORM-ADDR(WS-HT-CT)
                           HT-POSTCODE(WS-HT-CT)
                           HT-BIRTH-DATE(WS-HT-CT).
            MOVE 'N' TO HT-REF-SW(WS-HT-CT).
            MOVE IN-ACCT-NO TO DL-CRF-ACCT.
            READ CUSTREF.
            EVALUATE WS-FS2
               WHEN 00
                   CONTINUE
               WHEN 23
                   ADD 1 TO WS-NOREF-CT
                   GO TO 2220-CUSTREF-EXIT
               WHEN OTHER
                   DISPLAY "READ ERROR CUSTREF: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
                   GO TO 2220-CUSTREF-EXIT
            END-EVALUATE.
            ADD 1 TO WS-REF-CT.
            MOVE 'Y' TO HT-REF-SW(WS-HT-CT).
            MOVE DL-CRF-ADDR-LINE TO WS-NRM-IN.
            MOVE 'Y' TO WS-NRM-SQZ-SW.
            PERFORM 2850-NORMALIZE-PARA
               THRU 2850-NORMALIZE-EXIT.
            MOVE WS-NRM-OUT TO HT-NORM-ADDR(WS-HT-CT).
            MOVE DL-CRF-POSTCODE TO WS-NRM-IN.
            MOVE 'N' TO WS-NRM-SQZ-SW.
            PERFORM 2850-NORMALIZE-PARA
               THRU 2850-NORMALIZE-EXIT.
            MOVE WS-NRM-OUT TO HT-POSTCODE(WS-HT-CT).
            PERFORM 2870-BIRTH-EDIT-PARA
               THRU 2870-BIRTH-EDIT-EXIT.
            MOVE WS-BIRTH-DATE TO HT-BIRTH-DATE(WS-HT-CT).
       2220-CUSTREF-EXIT.
            EXIT.
      *------------------------------------------------------
      *    COMPARE ACCOUNT J WITH EVERY ACCOUNT BEFORE IT.
      *------------------------------------------------------
       2300-PAIR-SCAN-PARA.
            PERFORM 2310-PAIR-PARA
               THRU 2310-PAIR-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I NOT < WS-J.
       2300-PAIR-SCAN-EXIT.
            EXIT.
       2310-PAIR-PARA.
            IF HT-ANCHOR(WS-I) = HT-ANCHOR(WS-J)
                GO TO 2310-PAIR-EXIT
            END-IF.
            MOVE 'N' TO WS-NAME-EQ-SW WS-DOB-EQ-SW WS-ADDR-EQ-SW.
            IF HT-NORM-NAME(WS-I) = HT-NORM-NAME(WS-J) AND
               HT-NORM-NAME(WS-I) NOT = SPACES
                MOVE 'Y' TO WS-NAME-EQ-SW
            END-IF.
            IF HT-HAS-REF(WS-I) AND HT-HAS-REF(WS-J)
                IF HT-BIRTH-DATE(WS-I) = HT-BIRTH-DATE(WS-J) AND
                   HT-BIRTH-DATE(WS-I) NOT = SPACES
                    MOVE 'Y' TO WS-DOB-EQ-SW
                END-IF
                IF HT-NORM-ADDR(WS-I) = HT-NORM-ADDR(WS-J) AND
                   HT-POSTCODE(WS-I) = HT-POSTCODE(WS-J) AND
                   HT-NORM-ADDR(WS-I) NOT = SPACES AND
                   HT-POSTCODE(WS-I) NOT = SPACES
                    MOVE 'Y' TO WS-ADDR-EQ-SW
                END-IF
            END-IF.
            EVALUATE TRUE
               WHEN WS-NAME-EQ AND WS-DOB-EQ AND WS-ADDR-EQ
                   MOVE 'L' TO WS-PAIR-RESULT
               WHEN WS-NAME-EQ AND WS-DOB-EQ
                   MOVE 'R' TO WS-PAIR-RESULT
                   MOVE 'SAME NAME AND BIRTH DATE' TO WS-RVW-REASON
               WHEN WS-NAME-EQ AND WS-ADDR-EQ
                   MOVE 'R' TO WS-PAIR-RESULT
                   MOVE 'SAME NAME AND ADDRESS' TO WS-RVW-REASON
               WHEN WS-DOB-EQ AND WS-ADDR-EQ
                   MOVE 'R' TO WS-PAIR-RESULT
                   MOVE 'SAME BIRTH DATE AND ADDR' TO WS-RVW-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-PAIR-RESULT
            END-EVALUATE.
            IF WS-PAIR-NONE
                GO TO 2310-PAIR-EXIT
            END-IF.
            IF WS-LINK-PASS AND NOT WS-PAIR-LINK
                GO TO 2310-PAIR-EXIT
            END-IF.
            IF WS-REVIEW-PASS AND NOT WS-PAIR-REVIEW
                GO TO 2310-PAIR-EXIT
            END-IF.
            PERFORM 2320-OVR-FIND-PARA
               THRU 2320-OVR-FIND-EXIT.
            IF WS-FOUND
                IF OVT-ACTION(WS-OV-HIT) = 'S'
                    MOVE 'Y' TO OVT-USED-SW(WS-OV-HIT)
                    ADD 1 TO WS-SEP-CT
                    GO TO 2310-PAIR-EXIT
                END-IF
                IF WS-REVIEW-PASS
                    GO TO 2310-PAIR-EXIT
                END-IF
            END-IF.
            IF WS-LINK-PASS
                MOVE 'NDA' TO WS-LINK-BASIS
                PERFORM 2350-MERGE-PARA
                   THRU 2350-MERGE-EXIT
                ADD 1 TO WS-LINK-CT
                GO TO 2310-PAIR-EXIT
            END-IF.
            MOVE HT-ACCT(WS-I)   TO RVW-ACCT-1.
            MOVE HT-REGION(WS-I) TO RVW-REGION-1.
            MOVE HT-NAME(WS-I)   TO RVW-NAME-1.
            MOVE HT-ACCT(WS-J)   TO RVW-ACCT-2.
            MOVE HT-REGION(WS-J) TO RVW-REGION-2.
            MOVE HT-NAME(WS-J)   TO RVW-NAME-2.
            MOVE WS-RVW-REASON   TO RVW-REASON.
            MOVE WS-RVW-LINE     TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            ADD 1 TO WS-REVIEW-CT.
       2310-PAIR-EXIT.
            EXIT.
      *------------------------------------------------------
      *    IS THERE A CARD FOR THE PAIR I/J?  I IS ALWAYS THE
      *    LOWER ACCOUNT, AS THE CARD TABLE HOLDS IT.
      *------------------------------------------------------
       2320-OVR-FIND-PARA.
            MOVE 'N' TO WS-FOUND-SW.
            MOVE HT-ACCT(WS-I) TO WS-OV-LO.
            MOVE HT-ACCT(WS-J) TO WS-OV-HI.
            PERFORM 2325-OVR-MATCH-PARA
               THRU 2325-OVR-MATCH-EXIT
               VARYING WS-OV-IX FROM 1 BY 1
               UNTIL WS-OV-IX > WS-OV-CT OR WS-FOUND.
       2320-OVR-FIND-EXIT.
            EXIT.
       2325-OVR-MATCH-PARA.
            IF OVT-LO(WS-OV-IX) = WS-OV-LO AND
               OVT-HI(WS-OV-IX) = WS-OV-HI
                MOVE WS-OV-IX TO WS-OV-HIT
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2325-OVR-MATCH-EXIT.
            EXIT.
      *------------------------------------------------------
      *    JOIN THE HOUSEHOLDS OF I AND J UNDER THE LOWER ANCHOR.
      *    THE ANCHOR GIVING WAY TAKES THE BASIS OF THIS LINK;
      *    EVERY OTHER ACCOUNT KEEPS THE BASIS IT CAME IN ON.
      *------------------------------------------------------
       2350-MERGE-PARA.
            MOVE HT-ANCHOR(WS-I) TO WS-LO.
            MOVE HT-ANCHOR(WS-J) TO WS-HI.
            IF WS-LO = WS-HI
                GO TO 2350-MERGE-EXIT
            END-IF.
            IF WS-LO > WS-HI
                MOVE WS-LO TO WS-K
                MOVE WS-HI TO WS-LO
                MOVE WS-K  TO WS-HI
            END-IF.
            MOVE WS-LINK-BASIS TO HT-BASIS(WS-HI).
            PERFORM 2355-RELABEL-PARA
               THRU 2355-RELABEL-EXIT
               VARYING WS-K FROM WS-HI BY 1
               UNTIL WS-K > WS-HT-CT.
       2350-MERGE-EXIT.
            EXIT.
       2355-RELABEL-PARA.
            IF HT-ANCHOR(WS-K) = WS-HI
                MOVE WS-LO TO HT-ANCHOR(WS-K)
            END-IF.
       2355-RELABEL-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE DESK'S LINK CARDS.  A CARD IS USED WHEN BOTH ITS
      *    ACCOUNTS ARE ON TONIGHT'S MASTER.
      *------------------------------------------------------
       2400-OVR-APPLY-PARA.
            IF OVT-ACTION(WS-OV-IX) NOT = 'L'
                GO TO 2400-OVR-APPLY-EXIT
            END-IF.
            MOVE OVT-LO(WS-OV-IX) TO WS-OV-LO.
            PERFORM 2410-ACCT-FIND-PARA
               THRU 2410-ACCT-FIND-EXIT.
            IF NOT WS-FOUND
                GO TO 2400-OVR-APPLY-EXIT
            END-IF.
            MOVE WS-K TO WS-I.
            MOVE OVT-HI(WS-OV-IX) TO WS-OV-LO.
            PERFORM 2410-ACCT-FIND-PARA
               THRU 2410-ACCT-FIND-EXIT.
            IF NOT WS-FOUND
                GO TO 2400-OVR-APPLY-EXIT
            END-IF.
            MOVE WS-K TO WS-J.
            MOVE 'Y' TO OVT-USED-SW(WS-OV-IX).
            IF HT-ANCHOR(WS-I) NOT = HT-ANCHOR(WS-J)
                MOVE 'OVR' TO WS-LINK-BASIS
                PERFORM 2350-MERGE-PARA
                   THRU 2350-MERGE-EXIT
                ADD 1 TO WS-OVR-LINK-CT
            END-IF.
       2400-OVR-APPLY-EXIT.
            EXIT.
       2410-ACCT-FIND-PARA.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2415-ACCT-MATCH-PARA
               THRU 2415-ACCT-MATCH-EXIT
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-HT-CT OR WS-FOUND.
            IF WS-FOUND
                SUBTRACT 1 FROM WS-K
            END-IF.
       2410-ACCT-FIND-EXIT.
            EXIT.
       2415-ACCT-MATCH-PARA.
            IF HT-ACCT(WS-K) = WS-OV-LO
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2415-ACCT-MATCH-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    COUNT EACH HOUSEHOLD'S ACCOUNTS ON ITS ANCHOR, THEN
      *    MARK THE ANCHORS.
      *------------------------------------------------------
       2500-COUNT-PARA.
            MOVE HT-ANCHOR(WS-K) TO WS-LO.
            ADD 1 TO HT-HH-CT(WS-LO).
       2500-COUNT-EXIT.
            EXIT.
       2510-ANCHOR-PARA.
            IF HT-ANCHOR(WS-K) NOT = WS-K
                GO TO 2510-ANCHOR-EXIT
            END-IF.
            ADD 1 TO WS-HH-CT.
            IF HT-HH-CT(WS-K) > 1
                MOVE 'ANC' TO HT-BASIS(WS-K)
                ADD 1 TO WS-MULTI-CT
            ELSE
                MOVE 'SGL' TO HT-BASIS(WS-K)
            END-IF.
       2510-ANCHOR-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE SEQUENTIAL COPY IS WRITTEN FIRST - THE KEYED WRITE
      *    RELEASES THE RECORD AREA.
      *------------------------------------------------------
       2550-XREF-WRITE-PARA.
            MOVE HT-ANCHOR(WS-K) TO WS-LO.
            MOVE SPACES TO DL-HHX-REC.
            MOVE HT-ACCT(WS-LO)      TO DL-HHX-HH-ID.
            MOVE HT-ACCT(WS-K)       TO DL-HHX-ACCT.
            MOVE HT-REGION(WS-K)     TO DL-HHX-REGION.
            MOVE HT-HH-CT(WS-LO)     TO DL-HHX-HH-CT.
            MOVE HT-BASIS(WS-K)      TO DL-HHX-BASIS.
            MOVE HT-NAME(WS-K)       TO DL-HHX-CUST-NAME.
            MOVE HT-NORM-NAME(WS-K)  TO DL-HHX-NORM-NAME.
            MOVE WS-RUN-DATE         TO DL-HHX-LINK-DATE.
            WRITE XRF-OUT-REC FROM DL-HHX-REC.
            IF WS-FS4 NOT = 00
                DISPLAY "WRITE ERROR HHXREF: " WS-FS4
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
            WRITE DL-HHX-REC.
            EVALUATE WS-FS5
               WHEN 00
                   ADD 1 TO WS-XRF-CT
               WHEN OTHER
                   DISPLAY "WRITE ERROR HHXRKY: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
            END-EVALUATE.
       2550-XREF-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LIST EACH HOUSEHOLD OF MORE THAN ONE ACCOUNT UNDER ITS
      *    ANCHOR, WITH THE REGIONS IT SPANS.
      *------------------------------------------------------
       2600-HH-LIST-PARA.
            IF HT-ANCHOR(WS-I) NOT = WS-I OR HT-HH-CT(WS-I) < 2
                GO TO 2600-HH-LIST-EXIT
            END-IF.
            MOVE 0 TO WS-HR-CT.
            PERFORM 2620-HH-REGION-PARA
               THRU 2620-HH-REGION-EXIT
               VARYING WS-K FROM WS-I BY 1
               UNTIL WS-K > WS-HT-CT.
            IF WS-HR-CT > 1
                ADD 1 TO WS-XREG-CT
            END-IF.
            MOVE HT-HH-CT(WS-I) TO WS-CT-ED-2.
            MOVE SPACES TO RPT-REC.
            STRING 'HOUSEHOLD ' DELIMITED BY SIZE
                   HT-ACCT(WS-I) DELIMITED BY SIZE
                   '  ACCOUNTS ' DELIMITED BY SIZE
                   WS-CT-ED-2 DELIMITED BY SIZE
                   '  REGIONS ' DELIMITED BY SIZE
                   WS-HR-CT DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2610-HH-MEMBER-PARA
               THRU 2610-HH-MEMBER-EXIT
               VARYING WS-K FROM WS-I BY 1
               UNTIL WS-K > WS-HT-CT.
       2600-HH-LIST-EXIT.
            EXIT.
       2610-HH-MEMBER-PARA.
            IF HT-ANCHOR(WS-K) NOT = WS-I
                GO TO 2610-HH-MEMBER-EXIT
            END-IF.
            MOVE HT-ACCT(WS-K)   TO MBR-ACCT.
            MOVE HT-REGION(WS-K) TO MBR-REGION.
            MOVE HT-NAME(WS-K)   TO MBR-NAME.
            MOVE HT-BASIS(WS-K)  TO MBR-BASIS.
            MOVE WS-MBR-LINE     TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2610-HH-MEMBER-EXIT.
            EXIT.
       2620-HH-REGION-PARA.
            IF HT-ANCHOR(WS-K) NOT = WS-I
                GO TO 2620-HH-REGION-EXIT
            END-IF.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2625-HR-FIND-PARA
               THRU 2625-HR-FIND-EXIT
               VARYING WS-HR-IX FROM 1 BY 1
               UNTIL WS-HR-IX > WS-HR-CT OR WS-FOUND.
            IF NOT WS-FOUND AND WS-HR-CT < 4
                ADD 1 TO WS-HR-CT
                MOVE HT-REGION(WS-K) TO HR-TAG(WS-HR-CT)
            END-IF.
       2620-HH-REGION-EXIT.
            EXIT.
       2625-HR-FIND-PARA.
            IF HR-TAG(WS-HR-IX) = HT-REGION(WS-K)
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2625-HR-FIND-EXIT.
            EXIT.
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'HHMATCH'           TO DL-SUSP-PGM.
            MOVE WS-REJ-KEY          TO DL-SUSP-KEY.
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'REJECTED  ' DELIMITED BY SIZE
                   WS-REJ-KEY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-REJ-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-REJ-REASON DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2700-REJECT-EXIT.
            EXIT.
       2800-TOTALS-PARA.
            PERFORM 2810-OVR-UNUSED-PARA
               THRU 2810-OVR-UNUSED-EXIT
               VARYING WS-OV-IX FROM 1 BY 1
               UNTIL WS-OV-IX > WS-OV-CT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'MERGED RECORDS READ......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-HT-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'ACCOUNTS HOUSEHOLDED.....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-NOREF-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'NO CUSTOMER REFERENCE....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-HH-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'HOUSEHOLDS...............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MULTI-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'OF MORE THAN ONE ACCOUNT.: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-XREG-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'SPANNING REGIONS.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-LINK-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'LINKED ON NAME/DOB/ADDR..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-OVR-LINK-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'LINKED BY DESK CARD......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-SEP-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'KEPT APART BY DESK CARD..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REVIEW-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'PAIRS FOR REVIEW.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-OVR-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'DESK CARDS READ..........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-OVR-UNUSED-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'DESK CARDS NOT USED......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-XRF-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CROSS-REFERENCE WRITTEN..: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REJ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'REJECTED.................: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A CARD NOT USED TONIGHT - AN ACCOUNT GONE FROM THE
      *    MASTER, OR A SEPARATION THE RULES NO LONGER NEED - IS
      *    COUNTED SO THE DESK CAN PRUNE ITS DECK.
      *------------------------------------------------------
       2810-OVR-UNUSED-PARA.
            IF OVT-USED-SW(WS-OV-IX) NOT = 'Y'
                ADD 1 TO WS-OVR-UNUSED-CT
            END-IF.
       2810-OVR-UNUSED-EXIT.
            EXIT.
      *------------------------------------------------------
      *    UPPER CASE, PUNCTUATION TO SPACES, THEN SQUEEZE RUNS OF
      *    SPACES TO ONE (OR DROP THEM ALL WITH THE SWITCH OFF).
      *------------------------------------------------------
       2850-NORMALIZE-PARA.
            INSPECT WS-NRM-IN CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WS-NRM-IN CONVERTING '.,*''-/#_&'
                 TO '         '.
            MOVE SPACES TO WS-NRM-OUT.
            MOVE 0 TO WS-NRM-LEN.
            MOVE 'Y' TO WS-PREV-SP-SW.
            PERFORM 2855-SQUEEZE-PARA
               THRU 2855-SQUEEZE-EXIT
               VARYING WS-NRM-IX FROM 1 BY 1
               UNTIL WS-NRM-IX > 30.
            IF WS-NRM-LEN > 0
                IF WS-NRM-OUT(WS-NRM-LEN:1) = SPACE
                    SUBTRACT 1 FROM WS-NRM-LEN
                END-IF
            END-IF.
       2850-NORMALIZE-EXIT.
            EXIT.
       2855-SQUEEZE-PARA.
            MOVE WS-NRM-IN(WS-NRM-IX:1) TO WS-NRM-CHAR.
            IF WS-NRM-CHAR = SPACE
                IF WS-NRM-SQUEEZE AND NOT WS-PREV-SPACE
                    ADD 1 TO WS-NRM-LEN
                    MOVE 'Y' TO WS-PREV-SP-SW
                END-IF
            ELSE
                ADD 1 TO WS-NRM-LEN
                MOVE WS-NRM-CHAR TO WS-NRM-OUT(WS-NRM-LEN:1)
                MOVE 'N' TO WS-PREV-SP-SW
            END-IF.
       2855-SQUEEZE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    DROP A TRAILING GENERATION SUFFIX AND A LEADING TITLE
      *    FROM THE NORMALIZED NAME (WS-NRM-LEN IS ITS LENGTH).
      *------------------------------------------------------
       2860-NAME-TIDY-PARA.
            IF WS-NRM-LEN > 4
                IF WS-NRM-OUT(WS-NRM-LEN - 3:4) = ' III'
                    MOVE SPACES TO WS-NRM-OUT(WS-NRM-LEN - 3:4)
                    SUBTRACT 4 FROM WS-NRM-LEN
                END-IF
            END-IF.
            IF WS-NRM-LEN > 3
                IF WS-NRM-OUT(WS-NRM-LEN - 2:3) = ' JR' OR
                   WS-NRM-OUT(WS-NRM-LEN - 2:3) = ' SR' OR
                   WS-NRM-OUT(WS-NRM-LEN - 2:3) = ' II'
                    MOVE SPACES TO WS-NRM-OUT(WS-NRM-LEN - 2:3)
                    SUBTRACT 3 FROM WS-NRM-LEN
                END-IF
            END-IF.
            MOVE SPACES TO WS-NRM-TMP.
            EVALUATE TRUE
               WHEN WS-NRM-OUT(1:3) = 'MR ' OR
                    WS-NRM-OUT(1:3) = 'MS ' OR
                    WS-NRM-OUT(1:3) = 'DR '
                   MOVE WS-NRM-OUT(4:27) TO WS-NRM-TMP
               WHEN WS-NRM-OUT(1:4) = 'MRS '
                   MOVE WS-NRM-OUT(5:26) TO WS-NRM-TMP
               WHEN WS-NRM-OUT(1:5) = 'MISS '
                   MOVE WS-NRM-OUT(6:25) TO WS-NRM-TMP
               WHEN OTHER
                   GO TO 2860-NAME-TIDY-EXIT
            END-EVALUATE.
            MOVE WS-NRM-TMP TO WS-NRM-OUT.
       2860-NAME-TIDY-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A BIRTH DATE IS ONLY COMPARED WHEN IT IS A PROPER
      *    YYYY-MM-DD DATE; ANYTHING ELSE COUNTS AS NOT SUPPLIED.
      *------------------------------------------------------
       2870-BIRTH-EDIT-PARA.
            MOVE SPACES TO WS-BIRTH-DATE.
            IF DL-CRF-BIRTH-DATE(1:4) IS NOT NUMERIC OR
               DL-CRF-BIRTH-DATE(5:1) NOT = '-' OR
               DL-CRF-BIRTH-DATE(6:2) IS NOT NUMERIC OR
               DL-CRF-BIRTH-DATE(8:1) NOT = '-' OR
               DL-CRF-BIRTH-DATE(9:2) IS NOT NUMERIC
                GO TO 2870-BIRTH-EDIT-EXIT
            END-IF.
            MOVE DL-CRF-BIRTH-DATE(6:2) TO WS-MM.
            MOVE DL-CRF-BIRTH-DATE(9:2) TO WS-DD.
            IF WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1 OR WS-DD > 31
                GO TO 2870-BIRTH-EDIT-EXIT
            END-IF.
            MOVE DL-CRF-BIRTH-DATE TO WS-BIRTH-DATE.
       2870-BIRTH-EDIT-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE INFILE CUSTREF HHOVRD HHXREF HHXRKY RPTFILE
                  SUSPFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'HHMATCH'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                MOVE WS-READ-CT      TO DL-AUDIT-READ-CT
                MOVE WS-XRF-CT       TO DL-AUDIT-WRITE-CT
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

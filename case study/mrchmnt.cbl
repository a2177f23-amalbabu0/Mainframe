       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRCHMNT.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    MERCHANT MASTER MAINTENANCE AND THE NIGHTLY UNMAPPED
      *    MERCHANT NAME LIST.  RUN IN PAYDRV RIGHT AFTER THE
      *    WEEK82 MERGE, AHEAD OF ACCTLOAD AND MERCHRPT:
      *      - APPLIES THE CARD SERVICES DESK'S MERCHANT CARDS TO
      *        THE MERCHANT MASTER (DLMERCH) - CATEGORIES,
      *        CANONICAL MERCHANTS AND THE NAME VARIANTS THAT MAP
      *        TO THEM - SO TONIGHT'S REPORTS USE THEM;
      *      - SCANS TONIGHT'S MERGED ACCOUNT MASTER AND LISTS
      *        EVERY MERCHANT NAME NO VARIANT MAPS YET, LARGEST
      *        SPEND FIRST, FOR THE DESK TO MAP ON TOMORROW'S
      *        CARDS.
      *    NAMES ARE FILED AND MATCHED IN THE FORM THE MRCHLKP
      *    SUBPROGRAM NORMALIZES THEM TO.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE DESK'S MERCHANT CARDS.  MOST NIGHTS THERE ARE
      *    NONE; PAYDRV EMPTIES THE DECK ONCE THEY ARE APPLIED.
      *------------------------------------------------------
           SELECT OPTIONAL CARDIN ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    THE MERCHANT MASTER (DLMERCH).
      *------------------------------------------------------
           SELECT MRCHMST ASSIGN DD2
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-MER-KEY
           FILE STATUS WS-FS2.
      *------------------------------------------------------
      *    THE REGION-TAGGED MERGED ACCOUNT MASTER FROM WEEK82.
      *------------------------------------------------------
           SELECT INFILE ASSIGN DD3
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS3.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD4
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS4.
      *------------------------------------------------------
      *    REJECTED CARDS, IN THE SUITE'S COMMON SUSPENSE FORMAT.
      *------------------------------------------------------
           SELECT SUSPFILE ASSIGN DD5
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC.
           10 CD-ACTION        PIC X(01).
               88 CD-CATEGORY  VALUE 'C'.
               88 CD-MERCHANT  VALUE 'M'.
               88 CD-ALIAS     VALUE 'A'.
               88 CD-DELETE    VALUE 'D'.
           10 FILLER           PIC X(01).
           10 CD-NAME          PIC X(19).
           10 FILLER           PIC X(01).
           10 CD-MERCH-ID      PIC X(08).
           10 FILLER           PIC X(01).
           10 CD-MCC           PIC X(04).
           10 FILLER           PIC X(01).
           10 CD-RISK          PIC X(01).
               88 CD-RISK-VALID VALUE 'L' 'M' 'H'.
           10 FILLER           PIC X(01).
           10 CD-DESC          PIC X(30).
           10 FILLER           PIC X(12).
       FD MRCHMST
           RECORD CONTAINS 100 CHARACTERS.
           COPY DLMERCH.
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
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
      *------------------------------------------------------
      *    MAINTAIN THE MERCHANT MASTER FROM THE DESK'S CARDS.
      *      C - ADD OR CHANGE A MERCHANT CATEGORY.  MCC (COLS
      *          32-35, FOUR DIGITS), RISK TIER (COL 37, L/M/H,
      *          BLANK = L ON A NEW CATEGORY) AND DESCRIPTION
      *          (COLS 39-68, REQUIRED ON A NEW CATEGORY).
      *      M - ADD OR CHANGE A CANONICAL MERCHANT.  MERCHANT ID
      *          (COLS 23-30), MCC (MUST BE ON THE MASTER AS A
      *          CATEGORY), RISK TIER (L/M/H, BLANK = THE
      *          CATEGORY'S TIER; 'C' ON A CHANGE PUTS THE
      *          MERCHANT BACK ON ITS CATEGORY'S TIER) AND THE
      *          NAME REPORTS SHOW (COLS 39-57).  ON A CHANGE A
      *          BLANK FIELD KEEPS ITS VALUE.  A NEW MERCHANT'S OWN
      *          NAME IS FILED AS ITS FIRST VARIANT.
      *      A - MAP A NAME VARIANT (COLS 3-21, AS IT APPEARS ON
      *          THE MERGED MASTER) TO A MERCHANT ID.  A VARIANT
      *          ALREADY MAPPED ELSEWHERE IS RE-POINTED.
      *      D - DELETE A NAME VARIANT (COLS 3-21).
      *    A CARD THAT FAILS ITS EDIT GOES TO SUSPENSE WITH THE
      *    REASON AND THE RUN ENDS RC 4 SO THE DESK SEES IT.
      *    UNMAPPED NAMES ARE LISTED BUT DO NOT RAISE THE RC -
      *    THERE ARE SOME MOST NIGHTS.
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-FS6               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-CAT-ADD-CT        PIC 9(07) VALUE 0.
       01 WS-CAT-CHG-CT        PIC 9(07) VALUE 0.
       01 WS-MER-ADD-CT        PIC 9(07) VALUE 0.
       01 WS-MER-CHG-CT        PIC 9(07) VALUE 0.
       01 WS-ALS-ADD-CT        PIC 9(07) VALUE 0.
       01 WS-ALS-CHG-CT        PIC 9(07) VALUE 0.
       01 WS-ALS-DEL-CT        PIC 9(07) VALUE 0.
       01 WS-REJ-CT            PIC 9(07) VALUE 0.
       01 WS-MRG-READ-CT       PIC 9(07) VALUE 0.
       01 WS-UNMAP-TXN-CT      PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-REJ-CODE          PIC X(04).
       01 WS-REJ-REASON        PIC X(26).
       01 WS-MST-FOUND-SW      PIC X(01).
           88 WS-MST-FOUND     VALUE 'Y'.
           88 WS-MST-ERROR     VALUE 'E'.
       01 WS-OLD-ID            PIC X(08).
       01 WS-ACTION-TX         PIC X(08).
       01 WS-AMT-ED-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-AUDIT-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-START-TS    PIC X(15).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUNC-PARMS.
           05 WS-RUNC-FUNC     PIC X(03).
           05 WS-RUNC-PGM      PIC X(08).
           05 WS-RUNC-DATE     PIC X(10).
           05 WS-RUNC-RESULT   PIC X(01).
      *------------------------------------------------------
      *    NAMES SEEN TONIGHT THAT NO VARIANT MAPS, BY NORMALIZED
      *    NAME, WITH THE FIRST RAW FORM SEEN AS AN EXAMPLE.
      *------------------------------------------------------
       01 WS-UN-CT             PIC 9(03) VALUE 0.
       01 WS-UN-TBL OCCURS 500 TIMES INDEXED BY UN-IDX.
           05 UN-NAME          PIC X(19).
           05 UN-RAW           PIC X(19).
           05 UN-TXN-CT        PIC 9(07).
           05 UN-AMT           PIC 9(11)V99.
           05 UN-DONE-SW       PIC X(01).
       01 WS-FOUND-SW          PIC X(01).
           88 WS-FOUND         VALUE 'Y'.
       01 WS-RANK              PIC 9(05).
       01 WS-BEST-AMT          PIC 9(11)V99.
       01 WS-BEST-IDX          PIC 9(04).
       COPY DLMRLK.
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6.
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
            MOVE 'MRCHMNT'   TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "MRCHMNT ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'MRCHMNT'   TO WS-RUNC-PGM.
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
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT
               UNTIL WS-FS1 = 10
            IF WS-RETURN-CD < 8
                PERFORM 2500-SCAN-READ-PARA
                   THRU 2500-SCAN-READ-EXIT
                   UNTIL WS-FS3 = 10
                PERFORM 2600-UNMAPPED-PARA
                   THRU 2600-UNMAPPED-EXIT
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
            OPEN INPUT CARDIN.
            EVALUATE WS-FS1
               WHEN 00
               WHEN 05
                   DISPLAY "OPEN CARDIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN I-O MRCHMST.
            EVALUATE WS-FS2
               WHEN 00
                   DISPLAY "OPEN MRCHMST SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT INFILE.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN INFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR INFILE: " WS-FS3
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
            OPEN EXTEND SUSPFILE.
            EVALUATE WS-FS5
               WHEN 00
                   DISPLAY "OPEN SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUSPFILE: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS6
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS6
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'MERCHANT MASTER MAINTENANCE - BUSINESS DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2100-OPEN-EXIT.
            EXIT.
       2200-READ-PARA.
            READ CARDIN.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
                   PERFORM 2300-CARD-PARA
                      THRU 2300-CARD-EXIT
               WHEN 10
                   DISPLAY "MERCHANT CARDS READ: " WS-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR CARDIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE CARD - EDIT IT AGAINST THE MASTER, THEN APPLY OR
      *    REJECT.
      *------------------------------------------------------
       2300-CARD-PARA.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON.
            EVALUATE TRUE
               WHEN CD-CATEGORY
                   PERFORM 2310-CATEGORY-PARA
                      THRU 2310-CATEGORY-EXIT
               WHEN CD-MERCHANT
                   PERFORM 2320-MERCHANT-PARA
                      THRU 2320-MERCHANT-EXIT
               WHEN CD-ALIAS
                   PERFORM 2330-ALIAS-PARA
                      THRU 2330-ALIAS-EXIT
               WHEN CD-DELETE
                   PERFORM 2340-DELETE-PARA
                      THRU 2340-DELETE-EXIT
               WHEN OTHER
                   MOVE 'ACTN' TO WS-REJ-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
            END-EVALUATE.
       2300-CARD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ADD OR CHANGE A CATEGORY.
      *------------------------------------------------------
       2310-CATEGORY-PARA.
            IF CD-MCC NOT NUMERIC
                MOVE 'MCC ' TO WS-REJ-CODE
                MOVE 'MCC NOT FOUR DIGITS' TO WS-REJ-REASON
            ELSE
                IF CD-RISK NOT = SPACE AND NOT CD-RISK-VALID
                    MOVE 'RISK' TO WS-REJ-CODE
                    MOVE 'RISK TIER NOT L/M/H' TO WS-REJ-REASON
                END-IF
            END-IF.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2310-CATEGORY-EXIT
            END-IF.
            MOVE SPACES TO DL-MER-KEY.
            MOVE 'C' TO DL-MER-TYPE.
            MOVE CD-MCC TO DL-MER-KEY-VAL.
            PERFORM 2390-MST-READ-PARA
               THRU 2390-MST-READ-EXIT.
            IF WS-MST-ERROR
                GO TO 2310-CATEGORY-EXIT
            END-IF.
            IF WS-MST-FOUND
                IF CD-DESC NOT = SPACES
                    MOVE CD-DESC TO DL-MER-CAT-DESC
                END-IF
                IF CD-RISK NOT = SPACE
                    MOVE CD-RISK TO DL-MER-CAT-RISK
                END-IF
                MOVE WS-RUN-DATE TO DL-MER-MAINT-DATE
                REWRITE DL-MER-REC
                MOVE 'CHANGED ' TO WS-ACTION-TX
            ELSE
                IF CD-DESC = SPACES
                    MOVE 'DESC' TO WS-REJ-CODE
                    MOVE 'CATEGORY DESCRIPTION MISSING'
                      TO WS-REJ-REASON
                    PERFORM 2700-REJECT-PARA
                       THRU 2700-REJECT-EXIT
                    GO TO 2310-CATEGORY-EXIT
                END-IF
                MOVE SPACES TO DL-MER-REC
                MOVE 'C' TO DL-MER-TYPE
                MOVE CD-MCC TO DL-MER-KEY-VAL
                MOVE CD-DESC TO DL-MER-CAT-DESC
                IF CD-RISK = SPACE
                    MOVE 'L' TO DL-MER-CAT-RISK
                ELSE
                    MOVE CD-RISK TO DL-MER-CAT-RISK
                END-IF
                MOVE WS-RUN-DATE TO DL-MER-ADD-DATE
                MOVE WS-RUN-DATE TO DL-MER-MAINT-DATE
                WRITE DL-MER-REC
                MOVE 'ADDED   ' TO WS-ACTION-TX
            END-IF.
            EVALUATE WS-FS2
               WHEN 00
                   IF WS-ACTION-TX = 'ADDED'
                       ADD 1 TO WS-CAT-ADD-CT
                   ELSE
                       ADD 1 TO WS-CAT-CHG-CT
                   END-IF
                   MOVE SPACES TO RPT-REC
                   STRING 'CATEGORY ' DELIMITED BY SIZE
                          WS-ACTION-TX DELIMITED BY SIZE
                          CD-MCC DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DL-MER-CAT-DESC DELIMITED BY SIZE
                          '  RISK ' DELIMITED BY SIZE
                          DL-MER-CAT-RISK DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "UPDATE ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2310-CATEGORY-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ADD OR CHANGE A CANONICAL MERCHANT.  THE CATEGORY IS
      *    CHECKED FIRST, SINCE THE READ USES THE RECORD AREA.
      *------------------------------------------------------
       2320-MERCHANT-PARA.
            EVALUATE TRUE
               WHEN CD-MERCH-ID = SPACES
                   MOVE 'NOID' TO WS-REJ-CODE
                   MOVE 'MERCHANT ID MISSING' TO WS-REJ-REASON
               WHEN CD-MCC NOT = SPACES AND CD-MCC NOT NUMERIC
                   MOVE 'MCC ' TO WS-REJ-CODE
                   MOVE 'MCC NOT FOUR DIGITS' TO WS-REJ-REASON
               WHEN CD-RISK NOT = SPACE AND CD-RISK NOT = 'C' AND
                    NOT CD-RISK-VALID
                   MOVE 'RISK' TO WS-REJ-CODE
                   MOVE 'RISK TIER NOT L/M/H' TO WS-REJ-REASON
               WHEN CD-DESC(20:11) NOT = SPACES
                   MOVE 'NAME' TO WS-REJ-CODE
                   MOVE 'MERCHANT NAME OVER 19 CHARS' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2320-MERCHANT-EXIT
            END-IF.
            IF CD-MCC NOT = SPACES
                MOVE SPACES TO DL-MER-KEY
                MOVE 'C' TO DL-MER-TYPE
                MOVE CD-MCC TO DL-MER-KEY-VAL
                PERFORM 2390-MST-READ-PARA
                   THRU 2390-MST-READ-EXIT
                IF WS-MST-ERROR
                    GO TO 2320-MERCHANT-EXIT
                END-IF
                IF NOT WS-MST-FOUND
                    MOVE 'NCAT' TO WS-REJ-CODE
                    MOVE 'CATEGORY NOT ON MASTER' TO WS-REJ-REASON
                    PERFORM 2700-REJECT-PARA
                       THRU 2700-REJECT-EXIT
                    GO TO 2320-MERCHANT-EXIT
                END-IF
            END-IF.
            MOVE SPACES TO DL-MER-KEY.
            MOVE 'M' TO DL-MER-TYPE.
            MOVE CD-MERCH-ID TO DL-MER-KEY-VAL.
            PERFORM 2390-MST-READ-PARA
               THRU 2390-MST-READ-EXIT.
            IF WS-MST-ERROR
                GO TO 2320-MERCHANT-EXIT
            END-IF.
            IF WS-MST-FOUND
                IF CD-DESC NOT = SPACES
                    MOVE CD-DESC TO DL-MER-MRCH-NAME
                END-IF
                IF CD-MCC NOT = SPACES
                    MOVE CD-MCC TO DL-MER-MRCH-MCC
                END-IF
                EVALUATE CD-RISK
                   WHEN SPACE
                       CONTINUE
                   WHEN 'C'
                       MOVE SPACE TO DL-MER-MRCH-RISK
                   WHEN OTHER
                       MOVE CD-RISK TO DL-MER-MRCH-RISK
                END-EVALUATE
                MOVE WS-RUN-DATE TO DL-MER-MAINT-DATE
                REWRITE DL-MER-REC
                MOVE 'CHANGED ' TO WS-ACTION-TX
            ELSE
                EVALUATE TRUE
                   WHEN CD-DESC = SPACES
                       MOVE 'NAME' TO WS-REJ-CODE
                       MOVE 'MERCHANT NAME MISSING' TO WS-REJ-REASON
                   WHEN CD-MCC = SPACES
                       MOVE 'MCC ' TO WS-REJ-CODE
                       MOVE 'MCC MISSING' TO WS-REJ-REASON
                   WHEN CD-RISK = 'C'
                       MOVE 'RISK' TO WS-REJ-CODE
                       MOVE 'RISK TIER NOT L/M/H' TO WS-REJ-REASON
                END-EVALUATE
                IF WS-REJ-CODE NOT = SPACES
                    PERFORM 2700-REJECT-PARA
                       THRU 2700-REJECT-EXIT
                    GO TO 2320-MERCHANT-EXIT
                END-IF
                MOVE SPACES TO DL-MER-REC
                MOVE 'M' TO DL-MER-TYPE
                MOVE CD-MERCH-ID TO DL-MER-KEY-VAL
                MOVE CD-DESC TO DL-MER-MRCH-NAME
                MOVE CD-MCC TO DL-MER-MRCH-MCC
                MOVE CD-RISK TO DL-MER-MRCH-RISK
                MOVE WS-RUN-DATE TO DL-MER-ADD-DATE
                MOVE WS-RUN-DATE TO DL-MER-MAINT-DATE
                WRITE DL-MER-REC
                MOVE 'ADDED   ' TO WS-ACTION-TX
            END-IF.
            EVALUATE WS-FS2
               WHEN 00
                   IF WS-ACTION-TX = 'ADDED'
                       ADD 1 TO WS-MER-ADD-CT
                   ELSE
                       ADD 1 TO WS-MER-CHG-CT
                   END-IF
                   MOVE SPACES TO RPT-REC
                   STRING 'MERCHANT ' DELIMITED BY SIZE
                          WS-ACTION-TX DELIMITED BY SIZE
                          CD-MERCH-ID DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DL-MER-MRCH-NAME DELIMITED BY SIZE
                          '  MCC ' DELIMITED BY SIZE
                          DL-MER-MRCH-MCC DELIMITED BY SIZE
                          '  RISK ' DELIMITED BY SIZE
                          DL-MER-MRCH-RISK DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "UPDATE ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
                   GO TO 2320-MERCHANT-EXIT
            END-EVALUATE.
            IF WS-ACTION-TX = 'ADDED'
                MOVE CD-DESC(1:19) TO CD-NAME
                PERFORM 2350-OWN-NAME-PARA
                   THRU 2350-OWN-NAME-EXIT
            END-IF.
       2320-MERCHANT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    MAP A NAME VARIANT TO A MERCHANT, OR RE-POINT IT.
      *------------------------------------------------------
       2330-ALIAS-PARA.
            EVALUATE TRUE
               WHEN CD-NAME = SPACES
                   MOVE 'NONM' TO WS-REJ-CODE
                   MOVE 'MERCHANT NAME MISSING' TO WS-REJ-REASON
               WHEN CD-MERCH-ID = SPACES
                   MOVE 'NOID' TO WS-REJ-CODE
                   MOVE 'MERCHANT ID MISSING' TO WS-REJ-REASON
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2330-ALIAS-EXIT
            END-IF.
            MOVE SPACES TO DL-MER-KEY.
            MOVE 'M' TO DL-MER-TYPE.
            MOVE CD-MERCH-ID TO DL-MER-KEY-VAL.
            PERFORM 2390-MST-READ-PARA
               THRU 2390-MST-READ-EXIT.
            IF WS-MST-ERROR
                GO TO 2330-ALIAS-EXIT
            END-IF.
            IF NOT WS-MST-FOUND
                MOVE 'NMER' TO WS-REJ-CODE
                MOVE 'MERCHANT NOT ON MASTER' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2330-ALIAS-EXIT
            END-IF.
            PERFORM 2350-OWN-NAME-PARA
               THRU 2350-OWN-NAME-EXIT.
       2330-ALIAS-EXIT.
            EXIT.
      *------------------------------------------------------
      *    FILE CD-NAME, NORMALIZED, AS A VARIANT OF CD-MERCH-ID.
      *    SHARED BY THE A CARD AND A NEW MERCHANT'S OWN NAME.
      *------------------------------------------------------
       2350-OWN-NAME-PARA.
            MOVE 'NRM' TO DL-MLK-FUNC.
            MOVE CD-NAME TO DL-MLK-RAW-NAME.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   MOVE CD-NAME TO DL-MLK-NORM-NAME
            END-CALL.
            MOVE SPACES TO DL-MER-KEY.
            MOVE 'A' TO DL-MER-TYPE.
            MOVE DL-MLK-NORM-NAME TO DL-MER-KEY-VAL.
            PERFORM 2390-MST-READ-PARA
               THRU 2390-MST-READ-EXIT.
            IF WS-MST-ERROR
                GO TO 2350-OWN-NAME-EXIT
            END-IF.
            IF WS-MST-FOUND
                IF DL-MER-ALIAS-ID = CD-MERCH-ID
                    IF CD-ALIAS
                        MOVE 'NCHG' TO WS-REJ-CODE
                        MOVE 'VARIANT ALREADY MAPPED' TO WS-REJ-REASON
                        PERFORM 2700-REJECT-PARA
                           THRU 2700-REJECT-EXIT
                    END-IF
                    GO TO 2350-OWN-NAME-EXIT
                END-IF
                IF CD-MERCHANT
                    MOVE SPACES TO RPT-REC
                    STRING '         VARIANT ' DELIMITED BY SIZE
                           DL-MLK-NORM-NAME DELIMITED BY SIZE
                           ' LEFT ON ' DELIMITED BY SIZE
                           DL-MER-ALIAS-ID DELIMITED BY SIZE
                           INTO RPT-REC
                    END-STRING
                    PERFORM 2450-RPT-WRITE-PARA
                       THRU 2450-RPT-WRITE-EXIT
                    GO TO 2350-OWN-NAME-EXIT
                END-IF
                MOVE DL-MER-ALIAS-ID TO WS-OLD-ID
                MOVE CD-MERCH-ID TO DL-MER-ALIAS-ID
                MOVE CD-NAME TO DL-MER-ALIAS-RAW
                MOVE WS-RUN-DATE TO DL-MER-MAINT-DATE
                REWRITE DL-MER-REC
                MOVE 'REMAPPED' TO WS-ACTION-TX
            ELSE
                MOVE SPACES TO WS-OLD-ID
                MOVE SPACES TO DL-MER-REC
                MOVE 'A' TO DL-MER-TYPE
                MOVE DL-MLK-NORM-NAME TO DL-MER-KEY-VAL
                MOVE CD-MERCH-ID TO DL-MER-ALIAS-ID
                MOVE CD-NAME TO DL-MER-ALIAS-RAW
                MOVE WS-RUN-DATE TO DL-MER-ADD-DATE
                MOVE WS-RUN-DATE TO DL-MER-MAINT-DATE
                WRITE DL-MER-REC
                MOVE 'ADDED   ' TO WS-ACTION-TX
            END-IF.
            EVALUATE WS-FS2
               WHEN 00
                   IF WS-ACTION-TX = 'ADDED'
                       ADD 1 TO WS-ALS-ADD-CT
                   ELSE
                       ADD 1 TO WS-ALS-CHG-CT
                   END-IF
                   MOVE SPACES TO RPT-REC
                   STRING 'VARIANT  ' DELIMITED BY SIZE
                          WS-ACTION-TX DELIMITED BY SIZE
                          DL-MLK-NORM-NAME DELIMITED BY SIZE
                          ' -> ' DELIMITED BY SIZE
                          CD-MERCH-ID DELIMITED BY SIZE
                          '  WAS ' DELIMITED BY SIZE
                          WS-OLD-ID DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "UPDATE ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2350-OWN-NAME-EXIT.
            EXIT.
      *------------------------------------------------------
      *    DELETE A NAME VARIANT.  ITS SPEND GOES BACK TO BEING
      *    LISTED AS UNMAPPED FROM TONIGHT.
      *------------------------------------------------------
       2340-DELETE-PARA.
            IF CD-NAME = SPACES
                MOVE 'NONM' TO WS-REJ-CODE
                MOVE 'MERCHANT NAME MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2340-DELETE-EXIT
            END-IF.
            MOVE 'NRM' TO DL-MLK-FUNC.
            MOVE CD-NAME TO DL-MLK-RAW-NAME.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   MOVE CD-NAME TO DL-MLK-NORM-NAME
            END-CALL.
            MOVE SPACES TO DL-MER-KEY.
            MOVE 'A' TO DL-MER-TYPE.
            MOVE DL-MLK-NORM-NAME TO DL-MER-KEY-VAL.
            PERFORM 2390-MST-READ-PARA
               THRU 2390-MST-READ-EXIT.
            IF WS-MST-ERROR
                GO TO 2340-DELETE-EXIT
            END-IF.
            IF NOT WS-MST-FOUND
                MOVE 'NOTF' TO WS-REJ-CODE
                MOVE 'VARIANT NOT ON MASTER' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2340-DELETE-EXIT
            END-IF.
            MOVE DL-MER-ALIAS-ID TO WS-OLD-ID.
            DELETE MRCHMST.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-ALS-DEL-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'VARIANT  DELETED ' DELIMITED BY SIZE
                          DL-MLK-NORM-NAME DELIMITED BY SIZE
                          '  WAS ' DELIMITED BY SIZE
                          WS-OLD-ID DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "DELETE ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2340-DELETE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    READ THE MASTER AT THE KEY SET UP BY THE CALLER.
      *    FOUND 'Y', NOT FOUND 'N'; ANY OTHER STATUS ENDS THE
      *    CARD PASS RC 8 AND RETURNS 'E'.
      *------------------------------------------------------
       2390-MST-READ-PARA.
            READ MRCHMST.
            EVALUATE WS-FS2
               WHEN 00
                   MOVE 'Y' TO WS-MST-FOUND-SW
               WHEN 23
                   MOVE 'N' TO WS-MST-FOUND-SW
               WHEN OTHER
                   DISPLAY "READ ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
                   MOVE 'E' TO WS-MST-FOUND-SW
            END-EVALUATE.
       2390-MST-READ-EXIT.
            EXIT.
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    SCAN TONIGHT'S MERGED MASTER FOR NAMES NO VARIANT
      *    MAPS.  THE WEEK82 HEADER (NON-NUMERIC ACCOUNT) IS
      *    SKIPPED, AS IN WEEK81.
      *------------------------------------------------------
       2500-SCAN-READ-PARA.
            READ INFILE.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-MRG-READ-CT
                   IF IN-ACCT-NO IS NUMERIC AND
                      IN-TRANS-AMT IS NUMERIC
                       PERFORM 2510-SCAN-TALLY-PARA
                          THRU 2510-SCAN-TALLY-EXIT
                   END-IF
               WHEN 10
                   DISPLAY "MERGED RECORDS SCANNED: " WS-MRG-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR INFILE: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS3
            END-EVALUATE.
       2500-SCAN-READ-EXIT.
            EXIT.
       2510-SCAN-TALLY-PARA.
            MOVE 'NRM' TO DL-MLK-FUNC.
            MOVE IN-MERCHANT-NAME TO DL-MLK-RAW-NAME.
            CALL 'MRCHLKP' USING DL-MLK-PARMS
               ON EXCEPTION
                   MOVE IN-MERCHANT-NAME TO DL-MLK-NORM-NAME
            END-CALL.
            MOVE SPACES TO DL-MER-KEY.
            MOVE 'A' TO DL-MER-TYPE.
            MOVE DL-MLK-NORM-NAME TO DL-MER-KEY-VAL.
            READ MRCHMST.
            EVALUATE WS-FS2
               WHEN 00
                   GO TO 2510-SCAN-TALLY-EXIT
               WHEN 23
                   ADD 1 TO WS-UNMAP-TXN-CT
               WHEN OTHER
                   DISPLAY "READ ERROR MRCHMST: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS3
                   GO TO 2510-SCAN-TALLY-EXIT
            END-EVALUATE.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 2520-UN-FIND-PARA
               THRU 2520-UN-FIND-EXIT
               VARYING UN-IDX FROM 1 BY 1
               UNTIL UN-IDX > WS-UN-CT OR WS-FOUND.
            IF NOT WS-FOUND
                IF WS-UN-CT < 500
                    ADD 1 TO WS-UN-CT
                    MOVE DL-MLK-NORM-NAME TO UN-NAME(WS-UN-CT)
                    MOVE IN-MERCHANT-NAME TO UN-RAW(WS-UN-CT)
                    MOVE 1 TO UN-TXN-CT(WS-UN-CT)
                    MOVE IN-TRANS-AMT TO UN-AMT(WS-UN-CT)
                    MOVE 'N' TO UN-DONE-SW(WS-UN-CT)
                ELSE
                    DISPLAY "UNMAPPED NAME TABLE FULL - "
                            DL-MLK-NORM-NAME
                END-IF
            END-IF.
       2510-SCAN-TALLY-EXIT.
            EXIT.
       2520-UN-FIND-PARA.
            IF UN-NAME(UN-IDX) = DL-MLK-NORM-NAME
                ADD 1 TO UN-TXN-CT(UN-IDX)
                ADD IN-TRANS-AMT TO UN-AMT(UN-IDX)
                MOVE 'Y' TO WS-FOUND-SW
            END-IF.
       2520-UN-FIND-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE UNMAPPED LIST, LARGEST SPEND FIRST - REPEATED
      *    SCAN FOR THE LARGEST UNLISTED NAME, AS IN MERCHRPT.
      *------------------------------------------------------
       2600-UNMAPPED-PARA.
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE 'UNMAPPED MERCHANT NAMES ON TONIGHT''S MERGED MASTER'
              TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            IF WS-UN-CT = 0
                MOVE '  NONE' TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2600-UNMAPPED-EXIT
            END-IF.
            MOVE SPACES TO RPT-REC.
            STRING 'RANK  NORMALIZED NAME      AS SEEN'
                   DELIMITED BY SIZE
                   '              TXN-CT        AMOUNT'
                   DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            PERFORM 2610-UN-RANK-PARA
               THRU 2610-UN-RANK-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-UN-CT.
       2600-UNMAPPED-EXIT.
            EXIT.
       2610-UN-RANK-PARA.
            MOVE 0 TO WS-BEST-IDX.
            MOVE 0 TO WS-BEST-AMT.
            PERFORM 2620-UN-BEST-PARA
               THRU 2620-UN-BEST-EXIT
               VARYING UN-IDX FROM 1 BY 1
               UNTIL UN-IDX > WS-UN-CT.
            IF WS-BEST-IDX = 0
                GO TO 2610-UN-RANK-EXIT
            END-IF.
            SET UN-IDX TO WS-BEST-IDX.
            MOVE 'Y' TO UN-DONE-SW(UN-IDX).
            MOVE SPACES TO RPT-REC.
            MOVE WS-RANK TO WS-CT-ED-1.
            MOVE WS-CT-ED-1 TO RPT-REC(1:7).
            MOVE UN-NAME(UN-IDX) TO RPT-REC(7:19).
            MOVE UN-RAW(UN-IDX) TO RPT-REC(28:19).
            MOVE UN-TXN-CT(UN-IDX) TO WS-CT-ED-1.
            MOVE WS-CT-ED-1 TO RPT-REC(48:7).
            MOVE UN-AMT(UN-IDX) TO WS-AMT-ED-1.
            MOVE WS-AMT-ED-1 TO RPT-REC(56:21).
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2610-UN-RANK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A ZERO-AMOUNT NAME STILL LISTS - THE FIRST UNLISTED
      *    ENTRY IS TAKEN WHEN NOTHING LARGER IS LEFT.
      *------------------------------------------------------
       2620-UN-BEST-PARA.
            IF UN-DONE-SW(UN-IDX) NOT = 'Y'
                IF WS-BEST-IDX = 0 OR UN-AMT(UN-IDX) > WS-BEST-AMT
                    MOVE UN-AMT(UN-IDX) TO WS-BEST-AMT
                    SET WS-BEST-IDX TO UN-IDX
                END-IF
            END-IF.
       2620-UN-BEST-EXIT.
            EXIT.
      *------------------------------------------------------
      *    REJECTED CARD - SUSPENSE RECORD AND A REPORT LINE.
      *------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'MRCHMNT'           TO DL-SUSP-PGM.
            EVALUATE TRUE
               WHEN CD-CATEGORY
                   MOVE CD-MCC       TO DL-SUSP-KEY
               WHEN CD-MERCHANT
                   MOVE CD-MERCH-ID  TO DL-SUSP-KEY
               WHEN OTHER
                   MOVE CD-NAME      TO DL-SUSP-KEY
            END-EVALUATE.
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'REJECTED ' DELIMITED BY SIZE
                   CD-ACTION DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DL-SUSP-KEY DELIMITED BY SIZE
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
            MOVE SPACES TO RPT-REC.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CARDS READ...............: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CAT-ADD-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CATEGORIES ADDED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CAT-CHG-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CATEGORIES CHANGED.......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MER-ADD-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'MERCHANTS ADDED..........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MER-CHG-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'MERCHANTS CHANGED........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-ALS-ADD-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'VARIANTS ADDED...........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-ALS-CHG-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'VARIANTS REMAPPED........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-ALS-DEL-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'VARIANTS DELETED.........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REJ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CARDS REJECTED...........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-MRG-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'MERGED RECORDS SCANNED...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-UNMAP-TXN-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'UNMAPPED TRANSACTIONS....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-UN-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'UNMAPPED NAMES...........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE CARDIN MRCHMST INFILE RPTFILE SUSPFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'MRCHMNT'       TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                COMPUTE DL-AUDIT-READ-CT =
                        WS-READ-CT + WS-MRG-READ-CT
                COMPUTE DL-AUDIT-WRITE-CT =
                        WS-CAT-ADD-CT + WS-CAT-CHG-CT
                      + WS-MER-ADD-CT + WS-MER-CHG-CT
                      + WS-ALS-ADD-CT + WS-ALS-CHG-CT
                      + WS-ALS-DEL-CT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMNT.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      *    THE COUNTY REGISTRATION FEEDS, CONCATENATED.  EACH COUNTY
      *    SENDS A HEADER, ITS DETAIL RECORDS AND A TRAILER CARRYING
      *    THE DETAIL COUNT.  A COUNTY'S CHANGES ARE ONLY KEPT WHEN
      *    ITS TRAILER AGREES WITH WHAT WAS READ.
      *-----------------------------------------------------------------
           SELECT REGFEED ASSIGN DD1
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS1.
      *-----------------------------------------------------------------
      *    CONTROL CARD - ELECYEAR, THE ELECTION YEAR WHOSE REG_TABLE
      *    COLUMN THE ROLL IS REBUILT INTO.
      *-----------------------------------------------------------------
           SELECT OPTIONAL REGCTL ASSIGN DD2
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS2.
      *-----------------------------------------------------------------
      *    THE CHANGE REPORT - ONE BALANCED LINE PER COUNTY, THEN THE
      *    REG_TABLE REBUILD DISTRICT BY DISTRICT.
      *-----------------------------------------------------------------
           SELECT CHGRPT ASSIGN DD3
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
       FD REGFEED.
       01 REG-FEED-REC.
           10 REG-REC-TYPE            PIC X(01).
               88 REG-HEADER          VALUE 'H'.
               88 REG-DETAIL          VALUE 'D'.
               88 REG-TRAILER         VALUE 'T'.
           10 FILLER                  PIC X(119).
       01 REGH-REC.
           10 FILLER                  PIC X(01).
           10 FILLER                  PIC X(01).
           10 REGH-COUNTY-CD          PIC X(04).
           10 FILLER                  PIC X(01).
           10 REGH-FEED-DATE          PIC X(10).
           10 FILLER                  PIC X(103).
       01 REGD-REC.
           10 FILLER                  PIC X(01).
           10 REGD-ACTION             PIC X(01).
               88 REGD-ADD            VALUE 'A'.
               88 REGD-MOVE           VALUE 'M'.
               88 REGD-INACT          VALUE 'I'.
           10 REGD-VOTER-ID           PIC X(12).
           10 REGD-LAST-NAME          PIC X(20).
           10 REGD-FIRST-NAME         PIC X(15).
           10 REGD-BIRTH-DATE         PIC X(08).
           10 REGD-BIRTH-DATE-R REDEFINES REGD-BIRTH-DATE.
               15 REGD-BIRTH-YYYY     PIC 9(04).
               15 REGD-BIRTH-MM       PIC 9(02).
               15 REGD-BIRTH-DD       PIC 9(02).
           10 REGD-DST-NAME           PIC X(10).
           10 REGD-ADDR-LINE          PIC X(30).
           10 REGD-REG-DATE           PIC X(10).
           10 REGD-REASON-CD          PIC X(04).
           10 FILLER                  PIC X(09).
       01 REGT-REC.
           10 FILLER                  PIC X(01).
           10 FILLER                  PIC X(01).
           10 REGT-COUNTY-CD          PIC X(04).
           10 FILLER                  PIC X(01).
           10 REGT-REC-CT             PIC X(07).
           10 REGT-REC-CT-N REDEFINES REGT-REC-CT
                                      PIC 9(07).
           10 FILLER                  PIC X(106).
       FD REGCTL.
       01 REGCTL-REC.
           10 RCT-KEYWORD             PIC X(08).
           10 FILLER                  PIC X(01).
           10 RCT-VALUE               PIC X(05).
           10 RCT-VALUE-N REDEFINES RCT-VALUE
                                      PIC 9(05).
           10 FILLER                  PIC X(66).
       FD CHGRPT.
       01 CHG-REC                     PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    HOST VARIABLES.  VOTER_ROLL HOLDS ONE ROW PER REGISTRANT
      *    (VOTER_ID, COUNTY_CD, DST_NAME, LAST_NAME, FIRST_NAME,
      *    BIRTH_DATE, ADDR_LINE, REG_DATE, STATUS 'A' ACTIVE / 'I'
      *    INACTIVE, STATUS_DATE, STATUS_REASON, PRIOR_COUNTY_CD).
      *    REG_FEED_LOG HOLDS ONE ROW PER COUNTY FEED APPLIED
      *    (COUNTY_CD, FEED_DATE, RUN_DATE, REC_CT) SO THE SAME FEED
      *    CANNOT BE APPLIED TWICE.  REG_TABLE IS THE PER-DISTRICT
      *    REGISTERED-VOTER TOTAL WEEK3 DIVIDES TURNOUT BY.
      *-----------------------------------------------------------------
       01 HV-VOTER-ID              PIC X(12).
       01 HV-COUNTY-CD             PIC X(04).
       01 HV-DST-NAME              PIC X(10).
       01 HV-LAST-NAME             PIC X(20).
       01 HV-FIRST-NAME            PIC X(15).
       01 HV-BIRTH-DATE            PIC X(08).
       01 HV-ADDR-LINE             PIC X(30).
       01 HV-REG-DATE              PIC X(10).
       01 HV-STATUS                PIC X(01).
       01 HV-REASON-CD             PIC X(04).
       01 HV-OLD-COUNTY            PIC X(04).
       01 HV-OLD-DST               PIC X(10).
       01 HV-OLD-REG-DATE          PIC X(10).
       01 HV-DUP-ID                PIC X(12).
       01 HV-PRIOR-COUNTY          PIC X(04).
       01 HV-FEED-DATE             PIC X(10).
       01 HV-REC-CT                PIC S9(09) COMP.
       01 HV-ACTIVE-CT             PIC S9(09) COMP.
       01 HV-DST-CT                PIC S9(09) COMP.
       01 HV-REG-2019              PIC S9(10) COMP-3.
       01 HV-REG-2020              PIC S9(10) COMP-3.
       01 HV-REG-2021              PIC S9(10) COMP-3.
      *-----------------------------------------------------------------
      *    CR1 - ACTIVE REGISTRANTS PER COUNTY, READ BEFORE THE FEEDS
      *    FOR THE OPENING COUNTS AND AGAIN AFTER FOR THE CLOSING.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR1 CURSOR FOR
               SELECT COUNTY_CD, COUNT(*)
                 FROM VOTER_ROLL
                WHERE STATUS = 'A'
                GROUP BY COUNTY_CD
                ORDER BY COUNTY_CD
           END-EXEC.
      *-----------------------------------------------------------------
      *    CR2 - EVERY DISTRICT WEEK3 REPORTS ON, WITH ITS ACTIVE
      *    REGISTRANTS, FOR THE REG_TABLE REBUILD.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR2 CURSOR FOR
               SELECT T.DST_NAME,
                      (SELECT COUNT(*)
                         FROM VOTER_ROLL V
                        WHERE V.DST_NAME = T.DST_NAME
                          AND V.STATUS   = 'A')
                 FROM TABLE1 T
                ORDER BY T.DST_NAME
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
       01 WS-FETCH-DONE-SW         PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE        VALUE 'Y'.
       01 WS-SQL-STEP              PIC X(20).
       01 WS-REJ-CODE              PIC X(04).
       01 WS-REJ-REASON            PIC X(26).
       01 WS-REJ-KEY               PIC X(20).
       01 WS-ELEC-YEAR             PIC 9(04) VALUE 0.
       01 WS-COUNT-PHASE           PIC X(01).
           88 WS-COUNT-OPENING     VALUE 'O'.
           88 WS-COUNT-CLOSING     VALUE 'C'.
      *-----------------------------------------------------------------
      *    THE COUNTY FEED BEING READ.  A FEED ALREADY ON
      *    REG_FEED_LOG IS READ THROUGH TO ITS TRAILER BUT NOT
      *    APPLIED.
      *-----------------------------------------------------------------
       01 WS-GRP-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-GRP-OPEN          VALUE 'Y'.
       01 WS-GRP-SKIP-SW           PIC X(01) VALUE 'N'.
           88 WS-GRP-SKIP          VALUE 'Y'.
       01 WS-GRP-COUNTY            PIC X(04).
       01 WS-GRP-FEED-DATE         PIC X(10).
       01 WS-GRP-DTL-CT            PIC 9(07).
       01 WS-CUR-IX                PIC 9(03) COMP.
       01 WS-OTH-IX                PIC 9(03) COMP.
       01 WS-FIND-IX               PIC 9(03) COMP.
       01 WS-FIND-CD               PIC X(04).
       01 WS-FIND-SW               PIC X(01).
           88 WS-FIND-FOUND        VALUE 'Y'.
       01 WS-DUP-SW                PIC X(01).
           88 WS-DUP-FOUND         VALUE 'Y'.
       01 WS-ID-SW                 PIC X(01).
           88 WS-ID-ON-ROLL        VALUE 'Y'.
       01 WS-REG-NEW-SW            PIC X(01).
           88 WS-REG-NEW           VALUE 'Y'.
      *-----------------------------------------------------------------
      *    COUNTY CHANGE COUNTS.  THE WHOLE TABLE IS SAVED AT EACH
      *    HEADER AND PUT BACK IF THE COUNTY'S FEED IS ROLLED BACK,
      *    SINCE A MOVE BETWEEN COUNTIES TOUCHES TWO ENTRIES.
      *    CNTY-FEED-SW - SPACE NO FEED, 'A' APPLIED, 'R' REJECTED,
      *    'S' SKIPPED AS ALREADY APPLIED.
      *-----------------------------------------------------------------
       01 WS-CNTY-AREA.
           05 WS-CNTY-CT           PIC 9(03).
           05 WS-CNTY-TBL OCCURS 200 TIMES.
               10 CNTY-CD          PIC X(04).
               10 CNTY-OPEN        PIC 9(07).
               10 CNTY-ADDS        PIC 9(07).
               10 CNTY-REMOVES     PIC 9(07).
               10 CNTY-MOVE-IN     PIC 9(07).
               10 CNTY-MOVE-OUT    PIC 9(07).
               10 CNTY-DST-CHG     PIC 9(07).
               10 CNTY-REJECTS     PIC 9(07).
               10 CNTY-CLOSE       PIC 9(07).
               10 CNTY-FEED-SW     PIC X(01).
       01 WS-CNTY-SAVE             PIC X(12203).
       01 WS-CALC-CLOSE            PIC S9(09).
      *-----------------------------------------------------------------
      *    RUN COUNTERS FOR THE CLOSING TOTALS.
      *-----------------------------------------------------------------
       01 WS-READ-CT               PIC 9(07) VALUE 0.
       01 WS-FEED-CT               PIC 9(07) VALUE 0.
       01 WS-FEED-APPLIED-CT       PIC 9(07) VALUE 0.
       01 WS-FEED-REJ-CT           PIC 9(07) VALUE 0.
       01 WS-FEED-SKIP-CT          PIC 9(07) VALUE 0.
       01 WS-DTL-CT                PIC 9(07) VALUE 0.
       01 WS-REJ-CT                PIC 9(07) VALUE 0.
       01 WS-DUP-MOVE-CT           PIC 9(07) VALUE 0.
       01 WS-OOB-CT                PIC 9(07) VALUE 0.
       01 WS-DST-REBUILT-CT        PIC 9(07) VALUE 0.
       01 WS-DST-ADDED-CT          PIC 9(07) VALUE 0.
       01 WS-REG-TOTAL             PIC 9(09) VALUE 0.
       01 WS-ACTIVE-TOTAL          PIC 9(09) VALUE 0.
       01 WS-OUTSIDE-CT            PIC 9(09) VALUE 0.
       01 WS-TOT-OPEN              PIC 9(09) VALUE 0.
       01 WS-TOT-ADDS              PIC 9(09) VALUE 0.
       01 WS-TOT-REMOVES           PIC 9(09) VALUE 0.
       01 WS-TOT-MOVE-IN           PIC 9(09) VALUE 0.
       01 WS-TOT-MOVE-OUT          PIC 9(09) VALUE 0.
       01 WS-TOT-DST-CHG           PIC 9(09) VALUE 0.
       01 WS-TOT-REJECTS           PIC 9(09) VALUE 0.
       01 WS-TOT-CLOSE             PIC 9(09) VALUE 0.
       01 WS-PREV-REG              PIC S9(10) COMP-3.
       01 WS-REG-CHG               PIC S9(10) COMP-3.
       01 WS-CT-ED                 PIC ZZZZZZ9.
       01 WS-BIG-ED                PIC ZZZZZZZZ9.
       01 WS-CHG-ED                PIC -ZZZZZZZZ9.
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
            INITIALIZE WS-CNTY-AREA.
            DISPLAY "VOTER ROLL MAINTENANCE FOR " LK-PARM-DATE.
            PERFORM 1200-REGCTL-PARA
               THRU 1200-REGCTL-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    THE ELECTION YEAR DEFAULTS TO THE YEAR OF THE RUN DATE.
      *-----------------------------------------------------------------
       1200-REGCTL-PARA.
            IF LK-PARM-DATE(1:4) IS NUMERIC
                MOVE LK-PARM-DATE(1:4) TO WS-ELEC-YEAR
            END-IF.
            OPEN INPUT REGCTL.
            EVALUATE TRUE
               WHEN WS-FS2 = 00 OR WS-FS2 = 05
                   PERFORM 1210-REGCTL-READ-PARA
                      THRU 1210-REGCTL-READ-EXIT
                      UNTIL WS-FS2 NOT = 00
                   CLOSE REGCTL
               WHEN OTHER
                   DISPLAY "REGCTL NOT AVAILABLE - RUN DATE YEAR USED"
            END-EVALUATE.
            DISPLAY "ELECTION YEAR: " WS-ELEC-YEAR.
       1200-REGCTL-EXIT.
            EXIT.
       1210-REGCTL-READ-PARA.
            READ REGCTL.
            IF WS-FS2 = 00 AND RCT-VALUE IS NUMERIC
               AND RCT-VALUE-N > 0
                EVALUATE RCT-KEYWORD
                   WHEN 'ELECYEAR'
                       MOVE RCT-VALUE-N TO WS-ELEC-YEAR
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
            END-IF.
       1210-REGCTL-READ-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
            MOVE 'O' TO WS-COUNT-PHASE.
            PERFORM 2150-COUNT-PARA
               THRU 2150-COUNT-EXIT.
            IF NOT WS-STOP
                PERFORM 2200-FEED-READ-PARA
                   THRU 2200-FEED-READ-EXIT
                   UNTIL WS-EOF OR WS-STOP
            END-IF.
            IF WS-GRP-OPEN AND NOT WS-STOP
                MOVE 'RNOT' TO WS-REJ-CODE
                MOVE 'FEED HAS NO TRAILER' TO WS-REJ-REASON
                PERFORM 2250-FEED-ABORT-PARA
                   THRU 2250-FEED-ABORT-EXIT
            END-IF.
            IF NOT WS-STOP
                MOVE 'C' TO WS-COUNT-PHASE
                PERFORM 2150-COUNT-PARA
                   THRU 2150-COUNT-EXIT
            END-IF.
            IF NOT WS-STOP
                PERFORM 2600-COUNTY-RPT-PARA
                   THRU 2600-COUNTY-RPT-EXIT
            END-IF.
            IF NOT WS-STOP
                PERFORM 2500-REBUILD-PARA
                   THRU 2500-REBUILD-EXIT
            END-IF.
            PERFORM 2800-TOTALS-PARA
               THRU 2800-TOTALS-EXIT.
            PERFORM 2300-CLOSE-PARA
               THRU 2300-CLOSE-EXIT.
       2000-PFM-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A COUNTY WHOSE CHANGES DO NOT BALANCE ENDS THE STEP RC 4,
      *    THE SAME AS A REJECTED RECORD OR FEED.
      *-----------------------------------------------------------------
       3000-TERM-PARA.
            IF WS-OOB-CT > 0 AND WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2100-OPEN-PARA.
            OPEN INPUT REGFEED.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN REGFEED SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR REGFEED: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT CHGRPT.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN CHGRPT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CHGRPT: " WS-FS3
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
      *-----------------------------------------------------------------
      *    ACTIVE REGISTRANTS PER COUNTY - INTO CNTY-OPEN BEFORE THE
      *    FEEDS ARE APPLIED, INTO CNTY-CLOSE AFTER.
      *-----------------------------------------------------------------
       2150-COUNT-PARA.
            MOVE 'N' TO WS-FETCH-DONE-SW.
            EXEC SQL
                OPEN CR1
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'OPEN CR1' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2150-COUNT-EXIT
            END-IF.
            PERFORM 2160-COUNT-FETCH-PARA
               THRU 2160-COUNT-FETCH-EXIT
               UNTIL WS-FETCH-DONE OR WS-STOP.
            EXEC SQL
                CLOSE CR1
            END-EXEC.
       2150-COUNT-EXIT.
            EXIT.
       2160-COUNT-FETCH-PARA.
            EXEC SQL
                FETCH CR1 INTO :HV-COUNTY-CD, :HV-ACTIVE-CT
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   MOVE HV-COUNTY-CD TO WS-FIND-CD
                   PERFORM 2270-CNTY-FIND-PARA
                      THRU 2270-CNTY-FIND-EXIT
                   IF WS-COUNT-OPENING
                       MOVE HV-ACTIVE-CT TO CNTY-OPEN(WS-FIND-IX)
                   ELSE
                       MOVE HV-ACTIVE-CT TO CNTY-CLOSE(WS-FIND-IX)
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FETCH-DONE-SW
               WHEN OTHER
                   MOVE 'FETCH CR1' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2160-COUNT-FETCH-EXIT.
            EXIT.
       2200-FEED-READ-PARA.
            READ REGFEED.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-READ-CT
               WHEN 10
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2200-FEED-READ-EXIT
               WHEN OTHER
                   DISPLAY "READ ERROR REGFEED: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2200-FEED-READ-EXIT
            END-EVALUATE.
            EVALUATE TRUE
               WHEN REG-HEADER
                   PERFORM 2210-HEADER-PARA
                      THRU 2210-HEADER-EXIT
               WHEN REG-DETAIL
                   PERFORM 2220-DETAIL-PARA
                      THRU 2220-DETAIL-EXIT
               WHEN REG-TRAILER
                   PERFORM 2240-TRAILER-PARA
                      THRU 2240-TRAILER-EXIT
               WHEN OTHER
                   MOVE 'RTYP' TO WS-REJ-CODE
                   MOVE 'RECORD TYPE NOT H/D/T' TO WS-REJ-REASON
                   MOVE REG-FEED-REC(1:20) TO WS-REJ-KEY
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
            END-EVALUATE.
       2200-FEED-READ-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A COUNTY HEADER OPENS THE COUNTY'S UNIT OF WORK.  A
      *    HEADER ARRIVING WHILE THE LAST COUNTY IS STILL OPEN MEANS
      *    THAT COUNTY'S TRAILER IS MISSING, SO IT IS BACKED OUT.
      *    THE FEED IS LOGGED ON REG_FEED_LOG HERE, INSIDE THE UNIT
      *    OF WORK - A FEED ALREADY LOGGED IS SKIPPED, NOT APPLIED
      *    TWICE.
      *-----------------------------------------------------------------
       2210-HEADER-PARA.
            IF WS-GRP-OPEN
                MOVE 'RNOT' TO WS-REJ-CODE
                MOVE 'FEED HAS NO TRAILER' TO WS-REJ-REASON
                PERFORM 2250-FEED-ABORT-PARA
                   THRU 2250-FEED-ABORT-EXIT
                IF WS-STOP
                    GO TO 2210-HEADER-EXIT
                END-IF
            END-IF.
            IF REGH-COUNTY-CD = SPACES
                MOVE 'RHDR' TO WS-REJ-CODE
                MOVE 'HEADER HAS NO COUNTY' TO WS-REJ-REASON
                MOVE REG-FEED-REC(1:20) TO WS-REJ-KEY
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-HEADER-EXIT
            END-IF.
            ADD 1 TO WS-FEED-CT.
            MOVE 'Y' TO WS-GRP-OPEN-SW.
            MOVE 'N' TO WS-GRP-SKIP-SW.
            MOVE REGH-COUNTY-CD TO WS-GRP-COUNTY.
            MOVE REGH-FEED-DATE TO WS-GRP-FEED-DATE.
            MOVE ZERO TO WS-GRP-DTL-CT.
            MOVE WS-GRP-COUNTY TO WS-FIND-CD.
            PERFORM 2270-CNTY-FIND-PARA
               THRU 2270-CNTY-FIND-EXIT.
            MOVE WS-FIND-IX TO WS-CUR-IX.
            MOVE WS-CNTY-AREA TO WS-CNTY-SAVE.
            MOVE WS-GRP-COUNTY    TO HV-COUNTY-CD.
            MOVE WS-GRP-FEED-DATE TO HV-FEED-DATE.
            EXEC SQL
                INSERT INTO REG_FEED_LOG
                       (COUNTY_CD, FEED_DATE, RUN_DATE, REC_CT)
                VALUES (:HV-COUNTY-CD, :HV-FEED-DATE,
                        :LK-PARM-DATE, 0)
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN -803
                   MOVE 'Y' TO WS-GRP-SKIP-SW
                   MOVE 'S' TO CNTY-FEED-SW(WS-CUR-IX)
                   ADD 1 TO WS-FEED-SKIP-CT
                   MOVE 'RFDP' TO WS-REJ-CODE
                   MOVE 'FEED ALREADY APPLIED' TO WS-REJ-REASON
                   MOVE SPACES TO WS-REJ-KEY
                   MOVE WS-GRP-COUNTY TO WS-REJ-KEY(1:4)
                   MOVE WS-GRP-FEED-DATE TO WS-REJ-KEY(6:10)
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
               WHEN OTHER
                   MOVE 'FEED LOG INSERT' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2210-HEADER-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    ONE REGISTRATION CHANGE.  EVERY DETAIL COUNTS TOWARD THE
      *    TRAILER HANDSHAKE WHETHER OR NOT IT IS APPLIED.
      *-----------------------------------------------------------------
       2220-DETAIL-PARA.
            IF NOT WS-GRP-OPEN
                MOVE 'RNOH' TO WS-REJ-CODE
                MOVE 'DETAIL OUTSIDE A FEED' TO WS-REJ-REASON
                MOVE SPACES TO WS-REJ-KEY
                MOVE REGD-VOTER-ID TO WS-REJ-KEY(6:12)
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2220-DETAIL-EXIT
            END-IF.
            ADD 1 TO WS-GRP-DTL-CT.
            IF WS-GRP-SKIP
                GO TO 2220-DETAIL-EXIT
            END-IF.
            ADD 1 TO WS-DTL-CT.
            MOVE SPACES TO WS-REJ-KEY.
            MOVE WS-GRP-COUNTY TO WS-REJ-KEY(1:4).
            MOVE REGD-VOTER-ID TO WS-REJ-KEY(6:12).
            PERFORM 2225-VALIDATE-PARA
               THRU 2225-VALIDATE-EXIT.
            IF WS-STOP
                GO TO 2220-DETAIL-EXIT
            END-IF.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2220-DETAIL-EXIT
            END-IF.
            MOVE REGD-VOTER-ID   TO HV-VOTER-ID.
            MOVE WS-GRP-COUNTY   TO HV-COUNTY-CD.
            MOVE REGD-DST-NAME   TO HV-DST-NAME.
            MOVE REGD-LAST-NAME  TO HV-LAST-NAME.
            MOVE REGD-FIRST-NAME TO HV-FIRST-NAME.
            MOVE REGD-BIRTH-DATE TO HV-BIRTH-DATE.
            MOVE REGD-ADDR-LINE  TO HV-ADDR-LINE.
            MOVE REGD-REG-DATE   TO HV-REG-DATE.
            MOVE REGD-REASON-CD  TO HV-REASON-CD.
            EXEC SQL
                SELECT COUNTY_CD, DST_NAME, STATUS
                  INTO :HV-OLD-COUNTY, :HV-OLD-DST, :HV-STATUS
                  FROM VOTER_ROLL
                 WHERE VOTER_ID = :HV-VOTER-ID
            END-EXEC.
            IF SQLCODE NOT = 00 AND SQLCODE NOT = 100
                MOVE 'VOTER LOOKUP' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2220-DETAIL-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN REGD-ADD
                   PERFORM 2230-ADD-PARA
                      THRU 2230-ADD-EXIT
               WHEN REGD-MOVE
                   PERFORM 2232-MOVE-PARA
                      THRU 2232-MOVE-EXIT
               WHEN REGD-INACT
                   PERFORM 2234-INACT-PARA
                      THRU 2234-INACT-EXIT
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES AND NOT WS-STOP
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
            END-IF.
       2220-DETAIL-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    RECORD-LEVEL EDITS.  AN ADD MUST CARRY A FULL IDENTITY
      *    (NAME, A REAL BIRTH DATE, REGISTRATION DATE NOT AFTER THE
      *    RUN), AN ADD OR MOVE A DISTRICT WEEK3 KNOWS, AND AN
      *    INACTIVATION A REASON.
      *-----------------------------------------------------------------
       2225-VALIDATE-PARA.
            MOVE SPACES TO WS-REJ-CODE.
            IF NOT REGD-ADD AND NOT REGD-MOVE AND NOT REGD-INACT
                MOVE 'RACT' TO WS-REJ-CODE
                MOVE 'ACTION NOT A/M/I' TO WS-REJ-REASON
                GO TO 2225-VALIDATE-EXIT
            END-IF.
            IF REGD-VOTER-ID = SPACES
                MOVE 'RFMT' TO WS-REJ-CODE
                MOVE 'NO VOTER ID' TO WS-REJ-REASON
                GO TO 2225-VALIDATE-EXIT
            END-IF.
            IF REGD-INACT
                IF REGD-REASON-CD = SPACES
                    MOVE 'RFMT' TO WS-REJ-CODE
                    MOVE 'NO INACTIVATION REASON' TO WS-REJ-REASON
                END-IF
                GO TO 2225-VALIDATE-EXIT
            END-IF.
            IF REGD-ADD
                IF REGD-LAST-NAME = SPACES OR
                   REGD-FIRST-NAME = SPACES
                    MOVE 'RFMT' TO WS-REJ-CODE
                    MOVE 'NAME MISSING' TO WS-REJ-REASON
                    GO TO 2225-VALIDATE-EXIT
                END-IF
                IF REGD-BIRTH-DATE IS NOT NUMERIC
                    MOVE 'RDOB' TO WS-REJ-CODE
                    MOVE 'BIRTH DATE NOT VALID' TO WS-REJ-REASON
                    GO TO 2225-VALIDATE-EXIT
                END-IF
                IF REGD-BIRTH-MM < 01 OR REGD-BIRTH-MM > 12 OR
                   REGD-BIRTH-DD < 01 OR REGD-BIRTH-DD > 31 OR
                   REGD-BIRTH-YYYY < 1900
                    MOVE 'RDOB' TO WS-REJ-CODE
                    MOVE 'BIRTH DATE NOT VALID' TO WS-REJ-REASON
                    GO TO 2225-VALIDATE-EXIT
                END-IF
                IF REGD-REG-DATE = SPACES OR
                   REGD-REG-DATE > LK-PARM-DATE
                    MOVE 'RRDT' TO WS-REJ-CODE
                    MOVE 'REGISTRATION DATE INVALID' TO WS-REJ-REASON
                    GO TO 2225-VALIDATE-EXIT
                END-IF
            END-IF.
            IF REGD-DST-NAME = SPACES
                MOVE 'RDST' TO WS-REJ-CODE
                MOVE 'NO DISTRICT' TO WS-REJ-REASON
                GO TO 2225-VALIDATE-EXIT
            END-IF.
            MOVE REGD-DST-NAME TO HV-DST-NAME.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-DST-CT
                  FROM TABLE1
                 WHERE DST_NAME = :HV-DST-NAME
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'DISTRICT LOOKUP' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2225-VALIDATE-EXIT
            END-IF.
            IF HV-DST-CT = 0
                MOVE 'RDST' TO WS-REJ-CODE
                MOVE 'DISTRICT NOT ON TABLE1' TO WS-REJ-REASON
            END-IF.
       2225-VALIDATE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A NEW REGISTRANT, OR AN INACTIVE VOTER ID COMING BACK.
      *    EITHER WAY THE ROLL IS FIRST SEARCHED FOR THE SAME PERSON
      *    (NAME AND BIRTH DATE) ACTIVE UNDER ANOTHER ID - IN THE
      *    SAME COUNTY THAT IS A DUPLICATE AND IS REJECTED; IN
      *    ANOTHER COUNTY THE LATER REGISTRATION STANDS, SO THE
      *    PERSON IS TREATED AS HAVING MOVED - THE OLD REGISTRATION
      *    IS INACTIVATED AS A MOVE OUT OF ITS COUNTY AND THE NEW
      *    ONE COUNTS AS A MOVE IN.  AN OLDER REGISTRATION ARRIVING
      *    LATE IS REJECTED AS THE DUPLICATE.  ONLY THEN IS THE
      *    INACTIVE ID REACTIVATED OR THE NEW ONE INSERTED.
      *-----------------------------------------------------------------
       2230-ADD-PARA.
            MOVE 'N' TO WS-ID-SW.
            IF SQLCODE = 00
                IF HV-STATUS = 'A'
                    MOVE 'RDID' TO WS-REJ-CODE
                    MOVE 'VOTER ID ALREADY ACTIVE' TO WS-REJ-REASON
                    GO TO 2230-ADD-EXIT
                END-IF
                MOVE 'Y' TO WS-ID-SW
            END-IF.
            MOVE HV-OLD-COUNTY TO HV-PRIOR-COUNTY.
            MOVE 'N' TO WS-DUP-SW.
            EXEC SQL
                SELECT VOTER_ID, COUNTY_CD, REG_DATE
                  INTO :HV-DUP-ID, :HV-OLD-COUNTY, :HV-OLD-REG-DATE
                  FROM VOTER_ROLL
                 WHERE LAST_NAME  = :HV-LAST-NAME
                   AND FIRST_NAME = :HV-FIRST-NAME
                   AND BIRTH_DATE = :HV-BIRTH-DATE
                   AND STATUS     = 'A'
                   AND VOTER_ID  <> :HV-VOTER-ID
                 FETCH FIRST 1 ROW ONLY
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE 'Y' TO WS-DUP-SW
                   IF HV-OLD-COUNTY = HV-COUNTY-CD
                       MOVE 'RDUP' TO WS-REJ-CODE
                       MOVE 'DUPLICATE IN SAME COUNTY'
                         TO WS-REJ-REASON
                       GO TO 2230-ADD-EXIT
                   END-IF
                   IF HV-REG-DATE NOT > HV-OLD-REG-DATE
                       MOVE 'RDUP' TO WS-REJ-CODE
                       MOVE 'NEWER REG IN OTHER COUNTY'
                         TO WS-REJ-REASON
                       GO TO 2230-ADD-EXIT
                   END-IF
                   EXEC SQL
                       UPDATE VOTER_ROLL
                          SET STATUS        = 'I',
                              STATUS_DATE   = :LK-PARM-DATE,
                              STATUS_REASON = 'DUPL'
                        WHERE VOTER_ID = :HV-DUP-ID
                   END-EXEC
                   IF SQLCODE NOT = 00
                       MOVE 'DUPLICATE INACTIVATE' TO WS-SQL-STEP
                       PERFORM 2290-SQL-ERROR-PARA
                          THRU 2290-SQL-ERROR-EXIT
                       GO TO 2230-ADD-EXIT
                   END-IF
                   MOVE HV-OLD-COUNTY TO HV-PRIOR-COUNTY
               WHEN 100
                   MOVE SPACES TO HV-OLD-COUNTY
               WHEN OTHER
                   MOVE 'DUPLICATE SEARCH' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2230-ADD-EXIT
            END-EVALUATE.
            IF WS-ID-ON-ROLL
                PERFORM 2231-REACT-PARA
                   THRU 2231-REACT-EXIT
            ELSE
                EXEC SQL
                    INSERT INTO VOTER_ROLL
                           (VOTER_ID, COUNTY_CD, DST_NAME, LAST_NAME,
                            FIRST_NAME, BIRTH_DATE, ADDR_LINE,
                            REG_DATE, STATUS, STATUS_DATE,
                            STATUS_REASON, PRIOR_COUNTY_CD)
                    VALUES (:HV-VOTER-ID, :HV-COUNTY-CD,
                            :HV-DST-NAME, :HV-LAST-NAME,
                            :HV-FIRST-NAME, :HV-BIRTH-DATE,
                            :HV-ADDR-LINE, :HV-REG-DATE,
                            'A', :LK-PARM-DATE, 'NEW ',
                            :HV-OLD-COUNTY)
                END-EXEC
                IF SQLCODE NOT = 00
                    MOVE 'VOTER INSERT' TO WS-SQL-STEP
                    PERFORM 2290-SQL-ERROR-PARA
                       THRU 2290-SQL-ERROR-EXIT
                END-IF
            END-IF.
            IF WS-STOP
                GO TO 2230-ADD-EXIT
            END-IF.
            IF NOT WS-DUP-FOUND
                ADD 1 TO CNTY-ADDS(WS-CUR-IX)
                GO TO 2230-ADD-EXIT
            END-IF.
            ADD 1 TO WS-DUP-MOVE-CT.
            ADD 1 TO CNTY-MOVE-IN(WS-CUR-IX).
            MOVE HV-OLD-COUNTY TO WS-FIND-CD.
            PERFORM 2270-CNTY-FIND-PARA
               THRU 2270-CNTY-FIND-EXIT.
            ADD 1 TO CNTY-MOVE-OUT(WS-FIND-IX).
       2230-ADD-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REACTIVATE AN INACTIVE VOTER ID WITH THE FEED'S DETAILS.
      *    THE PRIOR COUNTY IS THE DUPLICATE'S WHEN ONE WAS RETIRED
      *    ABOVE, ELSE THE COUNTY THE ID WAS LAST REGISTERED IN.
      *-----------------------------------------------------------------
       2231-REACT-PARA.
            EXEC SQL
                UPDATE VOTER_ROLL
                   SET COUNTY_CD       = :HV-COUNTY-CD,
                       DST_NAME        = :HV-DST-NAME,
                       LAST_NAME       = :HV-LAST-NAME,
                       FIRST_NAME      = :HV-FIRST-NAME,
                       BIRTH_DATE      = :HV-BIRTH-DATE,
                       ADDR_LINE       = :HV-ADDR-LINE,
                       REG_DATE        = :HV-REG-DATE,
                       STATUS          = 'A',
                       STATUS_DATE     = :LK-PARM-DATE,
                       STATUS_REASON   = 'REAC',
                       PRIOR_COUNTY_CD = :HV-PRIOR-COUNTY
                 WHERE VOTER_ID = :HV-VOTER-ID
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'VOTER REACTIVATE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2231-REACT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A CHANGE OF ADDRESS.  WITHIN THE COUNTY IT IS A DISTRICT
      *    CHANGE AND THE COUNTY'S COUNT STANDS; FROM ANOTHER COUNTY
      *    THE VOTER MOVES OUT OF THE OLD COUNTY AND INTO THIS ONE.
      *-----------------------------------------------------------------
       2232-MOVE-PARA.
            IF SQLCODE = 100
                MOVE 'RNFD' TO WS-REJ-CODE
                MOVE 'VOTER NOT ON ROLL' TO WS-REJ-REASON
                GO TO 2232-MOVE-EXIT
            END-IF.
            IF HV-STATUS NOT = 'A'
                MOVE 'RINA' TO WS-REJ-CODE
                MOVE 'VOTER NOT ACTIVE' TO WS-REJ-REASON
                GO TO 2232-MOVE-EXIT
            END-IF.
            EXEC SQL
                UPDATE VOTER_ROLL
                   SET COUNTY_CD       = :HV-COUNTY-CD,
                       DST_NAME        = :HV-DST-NAME,
                       ADDR_LINE       = :HV-ADDR-LINE,
                       STATUS_DATE     = :LK-PARM-DATE,
                       STATUS_REASON   = 'MOVE',
                       PRIOR_COUNTY_CD = :HV-OLD-COUNTY
                 WHERE VOTER_ID = :HV-VOTER-ID
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'VOTER MOVE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2232-MOVE-EXIT
            END-IF.
            IF HV-OLD-COUNTY = HV-COUNTY-CD
                IF HV-OLD-DST NOT = HV-DST-NAME
                    ADD 1 TO CNTY-DST-CHG(WS-CUR-IX)
                END-IF
                GO TO 2232-MOVE-EXIT
            END-IF.
            ADD 1 TO CNTY-MOVE-IN(WS-CUR-IX).
            MOVE HV-OLD-COUNTY TO WS-FIND-CD.
            PERFORM 2270-CNTY-FIND-PARA
               THRU 2270-CNTY-FIND-EXIT.
            ADD 1 TO CNTY-MOVE-OUT(WS-FIND-IX).
       2232-MOVE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    AN INACTIVATION (DECEASED, MOVED OUT OF STATE, REQUEST,
      *    LIST MAINTENANCE).  A COUNTY MAY ONLY INACTIVATE ITS OWN
      *    VOTERS.
      *-----------------------------------------------------------------
       2234-INACT-PARA.
            IF SQLCODE = 100
                MOVE 'RNFD' TO WS-REJ-CODE
                MOVE 'VOTER NOT ON ROLL' TO WS-REJ-REASON
                GO TO 2234-INACT-EXIT
            END-IF.
            IF HV-STATUS NOT = 'A'
                MOVE 'RINA' TO WS-REJ-CODE
                MOVE 'VOTER NOT ACTIVE' TO WS-REJ-REASON
                GO TO 2234-INACT-EXIT
            END-IF.
            IF HV-OLD-COUNTY NOT = HV-COUNTY-CD
                MOVE 'RCNY' TO WS-REJ-CODE
                MOVE 'VOTER IN ANOTHER COUNTY' TO WS-REJ-REASON
                GO TO 2234-INACT-EXIT
            END-IF.
            EXEC SQL
                UPDATE VOTER_ROLL
                   SET STATUS        = 'I',
                       STATUS_DATE   = :LK-PARM-DATE,
                       STATUS_REASON = :HV-REASON-CD
                 WHERE VOTER_ID = :HV-VOTER-ID
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'VOTER INACTIVATE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2234-INACT-EXIT
            END-IF.
            ADD 1 TO CNTY-REMOVES(WS-CUR-IX).
       2234-INACT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    THE COUNTY TRAILER.  WHEN ITS COUNT AGREES WITH THE
      *    DETAILS READ THE COUNTY'S CHANGES COMMIT; OTHERWISE THE
      *    WHOLE FEED IS BACKED OUT FOR THE COUNTY TO RESEND.
      *-----------------------------------------------------------------
       2240-TRAILER-PARA.
            IF NOT WS-GRP-OPEN
                MOVE 'RNOH' TO WS-REJ-CODE
                MOVE 'TRAILER WITHOUT HEADER' TO WS-REJ-REASON
                MOVE SPACES TO WS-REJ-KEY
                MOVE REGT-COUNTY-CD TO WS-REJ-KEY(1:4)
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2240-TRAILER-EXIT
            END-IF.
            IF WS-GRP-SKIP
                MOVE 'N' TO WS-GRP-OPEN-SW
                GO TO 2240-TRAILER-EXIT
            END-IF.
            IF REGT-COUNTY-CD NOT = WS-GRP-COUNTY OR
               REGT-REC-CT IS NOT NUMERIC
                MOVE 'RCNT' TO WS-REJ-CODE
                MOVE 'TRAILER DOES NOT MATCH' TO WS-REJ-REASON
                PERFORM 2250-FEED-ABORT-PARA
                   THRU 2250-FEED-ABORT-EXIT
                GO TO 2240-TRAILER-EXIT
            END-IF.
            IF REGT-REC-CT-N NOT = WS-GRP-DTL-CT
                MOVE 'RCNT' TO WS-REJ-CODE
                MOVE 'TRAILER COUNT DIFFERS' TO WS-REJ-REASON
                PERFORM 2250-FEED-ABORT-PARA
                   THRU 2250-FEED-ABORT-EXIT
                GO TO 2240-TRAILER-EXIT
            END-IF.
            MOVE WS-GRP-COUNTY    TO HV-COUNTY-CD.
            MOVE WS-GRP-FEED-DATE TO HV-FEED-DATE.
            MOVE WS-GRP-DTL-CT    TO HV-REC-CT.
            EXEC SQL
                UPDATE REG_FEED_LOG
                   SET REC_CT = :HV-REC-CT
                 WHERE COUNTY_CD = :HV-COUNTY-CD
                   AND FEED_DATE = :HV-FEED-DATE
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'FEED LOG UPDATE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2240-TRAILER-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2240-TRAILER-EXIT
            END-IF.
            MOVE 'A' TO CNTY-FEED-SW(WS-CUR-IX).
            ADD 1 TO WS-FEED-APPLIED-CT.
            MOVE 'N' TO WS-GRP-OPEN-SW.
       2240-TRAILER-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    BACK OUT A COUNTY'S FEED - ROLL BACK ITS UNIT OF WORK, PUT
      *    THE COUNTY COUNTS BACK AS THEY WERE AT ITS HEADER AND
      *    SUSPEND THE FEED AS A WHOLE.  DETAIL REJECTS ALREADY ON
      *    THE SUSPENSE FILE STAY THERE; THE RESENT FEED WILL BRING
      *    THE SAME RECORDS BACK.
      *-----------------------------------------------------------------
       2250-FEED-ABORT-PARA.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'ROLLBACK' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2250-FEED-ABORT-EXIT
            END-IF.
            MOVE WS-CNTY-SAVE TO WS-CNTY-AREA.
            MOVE 'R' TO CNTY-FEED-SW(WS-CUR-IX).
            ADD 1 TO WS-FEED-REJ-CT.
            MOVE 'N' TO WS-GRP-OPEN-SW.
            MOVE SPACES TO WS-REJ-KEY.
            MOVE WS-GRP-COUNTY TO WS-REJ-KEY(1:4).
            MOVE WS-GRP-FEED-DATE TO WS-REJ-KEY(6:10).
            PERFORM 2700-REJECT-PARA
               THRU 2700-REJECT-EXIT.
            DISPLAY "COUNTY FEED BACKED OUT " WS-GRP-COUNTY
                    " " WS-GRP-FEED-DATE.
       2250-FEED-ABORT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    FIND A COUNTY'S ENTRY IN THE CHANGE TABLE, ADDING IT WITH
      *    ZERO COUNTS THE FIRST TIME IT IS SEEN.
      *-----------------------------------------------------------------
       2270-CNTY-FIND-PARA.
            MOVE 'N' TO WS-FIND-SW.
            PERFORM 2271-CNTY-MATCH-PARA
               THRU 2271-CNTY-MATCH-EXIT
               VARYING WS-FIND-IX FROM 1 BY 1
               UNTIL WS-FIND-IX > WS-CNTY-CT OR WS-FIND-FOUND.
            IF WS-FIND-FOUND
                SUBTRACT 1 FROM WS-FIND-IX
                GO TO 2270-CNTY-FIND-EXIT
            END-IF.
            IF WS-CNTY-CT NOT < 200
                DISPLAY "COUNTY TABLE FULL AT " WS-FIND-CD
                MOVE 'COUNTY TABLE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                MOVE WS-CNTY-CT TO WS-FIND-IX
                GO TO 2270-CNTY-FIND-EXIT
            END-IF.
            ADD 1 TO WS-CNTY-CT.
            MOVE WS-CNTY-CT TO WS-FIND-IX.
            MOVE WS-FIND-CD TO CNTY-CD(WS-FIND-IX).
       2270-CNTY-FIND-EXIT.
            EXIT.
       2271-CNTY-MATCH-PARA.
            IF CNTY-CD(WS-FIND-IX) = WS-FIND-CD
                MOVE 'Y' TO WS-FIND-SW
            END-IF.
       2271-CNTY-MATCH-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A DB2 FAILURE BACKS OUT THE COUNTY FEED IN HAND AND ENDS
      *    THE RUN RC 8.  FEEDS ALREADY COMMITTED ARE ON REG_FEED_LOG
      *    AND ARE SKIPPED ON THE RERUN, SO THE STEP CAN SIMPLY BE
      *    RUN AGAIN.
      *-----------------------------------------------------------------
       2290-SQL-ERROR-PARA.
            DISPLAY "SQL ERROR " SQLCODE " AT " WS-SQL-STEP
                    " COUNTY " WS-GRP-COUNTY " VOTER " HV-VOTER-ID.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            MOVE 0008 TO WS-RETURN-CD.
            MOVE 'Y' TO WS-STOP-SW.
       2290-SQL-ERROR-EXIT.
            EXIT.
       2300-CLOSE-PARA.
            CLOSE REGFEED.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "CLOSE REGFEED SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR REGFEED: " WS-FS1
            END-EVALUATE.
            CLOSE CHGRPT.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "CLOSE CHGRPT SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR CHGRPT: " WS-FS3
            END-EVALUATE.
            CLOSE SUSPFILE.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "CLOSE SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR SUSPFILE: " WS-FS4
            END-EVALUATE.
            DISPLAY "COUNTY FEEDS APPLIED: " WS-FEED-APPLIED-CT.
            DISPLAY "COUNTY FEEDS REJECTED: " WS-FEED-REJ-CT.
            DISPLAY "RECORDS REJECTED....: " WS-REJ-CT.
       2300-CLOSE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REBUILD THE ELECTION YEAR'S REGISTERED-VOTER COLUMN ON
      *    REG_TABLE FROM THE ACTIVE ROLL, DISTRICT BY DISTRICT.  THE
      *    OTHER YEARS' COLUMNS ARE CARRIED AS THEY ARE.  A DISTRICT
      *    NEW TO REG_TABLE IS ADDED.  ONE COMMIT FOR THE REBUILD.
      *-----------------------------------------------------------------
       2500-REBUILD-PARA.
            IF WS-ELEC-YEAR < 2019 OR WS-ELEC-YEAR > 2021
                DISPLAY "ELECTION YEAR " WS-ELEC-YEAR
                        " NOT ON REG_TABLE - NO REBUILD"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
                GO TO 2500-REBUILD-EXIT
            END-IF.
            MOVE SPACES TO CHG-REC.
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'REG_TABLE REBUILD   ELECTION YEAR '
                   DELIMITED BY SIZE
                   WS-ELEC-YEAR DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            MOVE 'DISTRICT'   TO CHG-REC(1:8).
            MOVE 'PREVIOUS'   TO CHG-REC(15:8).
            MOVE 'REBUILT'    TO CHG-REC(26:7).
            MOVE 'CHANGE'     TO CHG-REC(38:6).
            WRITE CHG-REC.
            MOVE 'N' TO WS-FETCH-DONE-SW.
            EXEC SQL
                OPEN CR2
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'OPEN CR2' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2500-REBUILD-EXIT
            END-IF.
            PERFORM 2510-REBUILD-FETCH-PARA
               THRU 2510-REBUILD-FETCH-EXIT
               UNTIL WS-FETCH-DONE OR WS-STOP.
            EXEC SQL
                CLOSE CR2
            END-EXEC.
            IF WS-STOP
                GO TO 2500-REBUILD-EXIT
            END-IF.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ACTIVE-CT
                  FROM VOTER_ROLL V
                 WHERE V.STATUS = 'A'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TABLE1 T
                         WHERE T.DST_NAME = V.DST_NAME)
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'OUTSIDE COUNT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2500-REBUILD-EXIT
            END-IF.
            MOVE HV-ACTIVE-CT TO WS-OUTSIDE-CT.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2500-REBUILD-EXIT.
            EXIT.
       2510-REBUILD-FETCH-PARA.
            EXEC SQL
                FETCH CR2 INTO :HV-DST-NAME, :HV-ACTIVE-CT
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   PERFORM 2520-REBUILD-DST-PARA
                      THRU 2520-REBUILD-DST-EXIT
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FETCH-DONE-SW
               WHEN OTHER
                   MOVE 'FETCH CR2' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2510-REBUILD-FETCH-EXIT.
            EXIT.
       2520-REBUILD-DST-PARA.
            EXEC SQL
                SELECT REG_2019, REG_2020, REG_2021
                  INTO :HV-REG-2019, :HV-REG-2020, :HV-REG-2021
                  FROM REG_TABLE
                 WHERE DST_NAME = :HV-DST-NAME
            END-EXEC.
            MOVE 'N' TO WS-REG-NEW-SW.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-REG-NEW-SW
                   MOVE 0 TO HV-REG-2019 HV-REG-2020 HV-REG-2021
               WHEN OTHER
                   MOVE 'REG_TABLE READ' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2520-REBUILD-DST-EXIT
            END-EVALUATE.
            EVALUATE WS-ELEC-YEAR
               WHEN 2019
                   MOVE HV-REG-2019 TO WS-PREV-REG
                   MOVE HV-ACTIVE-CT TO HV-REG-2019
               WHEN 2020
                   MOVE HV-REG-2020 TO WS-PREV-REG
                   MOVE HV-ACTIVE-CT TO HV-REG-2020
               WHEN OTHER
                   MOVE HV-REG-2021 TO WS-PREV-REG
                   MOVE HV-ACTIVE-CT TO HV-REG-2021
            END-EVALUATE.
            IF WS-REG-NEW
                EXEC SQL
                    INSERT INTO REG_TABLE
                           (DST_NAME, REG_2019, REG_2020, REG_2021)
                    VALUES (:HV-DST-NAME, :HV-REG-2019,
                            :HV-REG-2020, :HV-REG-2021)
                END-EXEC
                ADD 1 TO WS-DST-ADDED-CT
            ELSE
                EXEC SQL
                    UPDATE REG_TABLE
                       SET REG_2019 = :HV-REG-2019,
                           REG_2020 = :HV-REG-2020,
                           REG_2021 = :HV-REG-2021
                     WHERE DST_NAME = :HV-DST-NAME
                END-EXEC
            END-IF.
            IF SQLCODE NOT = 00
                MOVE 'REG_TABLE REBUILD' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2520-REBUILD-DST-EXIT
            END-IF.
            ADD 1 TO WS-DST-REBUILT-CT.
            ADD HV-ACTIVE-CT TO WS-REG-TOTAL.
            COMPUTE WS-REG-CHG = HV-ACTIVE-CT - WS-PREV-REG.
            MOVE SPACES TO CHG-REC.
            MOVE HV-DST-NAME TO CHG-REC(1:10).
            MOVE WS-PREV-REG TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(14:9).
            MOVE HV-ACTIVE-CT TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(24:9).
            MOVE WS-REG-CHG TO WS-CHG-ED.
            MOVE WS-CHG-ED TO CHG-REC(34:10).
            WRITE CHG-REC.
       2520-REBUILD-DST-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    THE COUNTY CHANGE REPORT.  EACH COUNTY'S OPENING COUNT
      *    PLUS ADDS AND MOVES IN, LESS REMOVALS AND MOVES OUT, MUST
      *    EQUAL THE CLOSING COUNT READ BACK FROM THE ROLL.
      *-----------------------------------------------------------------
       2600-COUNTY-RPT-PARA.
            MOVE SPACES TO CHG-REC.
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'VOTER ROLL CHANGES BY COUNTY   RUN DATE: '
                   DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            MOVE 'CNTY'       TO CHG-REC(1:4).
            MOVE 'FEED'       TO CHG-REC(7:4).
            MOVE 'OPENING'    TO CHG-REC(17:7).
            MOVE 'ADDS'       TO CHG-REC(30:4).
            MOVE 'REMOVED'    TO CHG-REC(37:7).
            MOVE 'MOVE IN'    TO CHG-REC(47:7).
            MOVE 'MOVE OUT'   TO CHG-REC(56:8).
            MOVE 'CLOSING'    TO CHG-REC(67:7).
            MOVE 'DST CHG'    TO CHG-REC(77:7).
            MOVE 'REJECTS'    TO CHG-REC(87:7).
            MOVE 'BALANCE'    TO CHG-REC(97:7).
            WRITE CHG-REC.
            IF WS-CNTY-CT > 0
                PERFORM 2610-COUNTY-LINE-PARA
                   THRU 2610-COUNTY-LINE-EXIT
                   VARYING WS-FIND-IX FROM 1 BY 1
                   UNTIL WS-FIND-IX > WS-CNTY-CT
            END-IF.
            MOVE SPACES TO CHG-REC.
            MOVE 'STATE'      TO CHG-REC(1:5).
            MOVE WS-TOT-OPEN TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(15:9).
            MOVE WS-TOT-ADDS TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(25:9).
            MOVE WS-TOT-REMOVES TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(35:9).
            MOVE WS-TOT-MOVE-IN TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(45:9).
            MOVE WS-TOT-MOVE-OUT TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(55:9).
            MOVE WS-TOT-CLOSE TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(65:9).
            MOVE WS-TOT-DST-CHG TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(75:9).
            MOVE WS-TOT-REJECTS TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(85:9).
            IF WS-OOB-CT = 0
                MOVE 'IN BALANCE' TO CHG-REC(97:10)
            ELSE
                MOVE 'OUT OF BAL' TO CHG-REC(97:10)
            END-IF.
            WRITE CHG-REC.
       2600-COUNTY-RPT-EXIT.
            EXIT.
       2610-COUNTY-LINE-PARA.
            COMPUTE WS-CALC-CLOSE = CNTY-OPEN(WS-FIND-IX)
                                  + CNTY-ADDS(WS-FIND-IX)
                                  + CNTY-MOVE-IN(WS-FIND-IX)
                                  - CNTY-REMOVES(WS-FIND-IX)
                                  - CNTY-MOVE-OUT(WS-FIND-IX).
            ADD CNTY-OPEN(WS-FIND-IX)     TO WS-TOT-OPEN.
            ADD CNTY-ADDS(WS-FIND-IX)     TO WS-TOT-ADDS.
            ADD CNTY-REMOVES(WS-FIND-IX)  TO WS-TOT-REMOVES.
            ADD CNTY-MOVE-IN(WS-FIND-IX)  TO WS-TOT-MOVE-IN.
            ADD CNTY-MOVE-OUT(WS-FIND-IX) TO WS-TOT-MOVE-OUT.
            ADD CNTY-DST-CHG(WS-FIND-IX)  TO WS-TOT-DST-CHG.
            ADD CNTY-REJECTS(WS-FIND-IX)  TO WS-TOT-REJECTS.
            ADD CNTY-CLOSE(WS-FIND-IX)    TO WS-TOT-CLOSE.
            MOVE SPACES TO CHG-REC.
            MOVE CNTY-CD(WS-FIND-IX) TO CHG-REC(1:4).
            EVALUATE CNTY-FEED-SW(WS-FIND-IX)
               WHEN 'A'
                   MOVE 'APPLIED'  TO CHG-REC(7:8)
               WHEN 'R'
                   MOVE 'REJECTED' TO CHG-REC(7:8)
               WHEN 'S'
                   MOVE 'SKIPPED'  TO CHG-REC(7:8)
               WHEN OTHER
                   MOVE 'NO FEED'  TO CHG-REC(7:8)
            END-EVALUATE.
            MOVE CNTY-OPEN(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(17:7).
            MOVE CNTY-ADDS(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(27:7).
            MOVE CNTY-REMOVES(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(37:7).
            MOVE CNTY-MOVE-IN(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(47:7).
            MOVE CNTY-MOVE-OUT(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(57:7).
            MOVE CNTY-CLOSE(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(67:7).
            MOVE CNTY-DST-CHG(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(77:7).
            MOVE CNTY-REJECTS(WS-FIND-IX) TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(87:7).
            IF WS-CALC-CLOSE = CNTY-CLOSE(WS-FIND-IX)
                MOVE 'IN BALANCE' TO CHG-REC(97:10)
            ELSE
                ADD 1 TO WS-OOB-CT
                MOVE 'OUT OF BAL' TO CHG-REC(97:10)
                MOVE WS-CALC-CLOSE TO WS-CHG-ED
                STRING 'EXPECTED ' DELIMITED BY SIZE
                       WS-CHG-ED DELIMITED BY SIZE
                       INTO CHG-REC(108:25)
                END-STRING
                DISPLAY "COUNTY OUT OF BALANCE " CNTY-CD(WS-FIND-IX)
            END-IF.
            WRITE CHG-REC.
       2610-COUNTY-LINE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REJECTED RECORDS AND FEEDS GO TO THE SHARED SUSPENSE FILE
      *    KEYED ON COUNTY AND VOTER ID (OR FEED DATE), AND END THE
      *    STEP RC 4.
      *-----------------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-GRP-OPEN
                ADD 1 TO CNTY-REJECTS(WS-CUR-IX)
            END-IF.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'REGMNT'            TO DL-SUSP-PGM.
            MOVE WS-REJ-KEY          TO DL-SUSP-KEY.
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            DISPLAY "REGISTRATION REJECTED " WS-REJ-KEY
                    " " WS-REJ-CODE " " WS-REJ-REASON.
       2700-REJECT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    RUN TOTALS AT THE FOOT OF THE CHANGE REPORT.
      *-----------------------------------------------------------------
       2800-TOTALS-PARA.
            MOVE SPACES TO CHG-REC.
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'MAINTENANCE TOTALS   RUN DATE: ' DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'FEED RECORDS READ.........: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-READ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'COUNTY FEEDS..............: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-FEED-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING '  APPLIED.................: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-FEED-APPLIED-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING '  BACKED OUT..............: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-FEED-REJ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING '  ALREADY APPLIED.........: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-FEED-SKIP-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'DETAIL RECORDS WORKED.....: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-DTL-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'CROSS-COUNTY DUPLICATES...: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-DUP-MOVE-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'RECORDS REJECTED..........: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-REJ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'COUNTIES OUT OF BALANCE...: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-OOB-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'DISTRICTS REBUILT.........: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-DST-REBUILT-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING '  NEW TO REG_TABLE........: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-DST-ADDED-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO CHG-REC(29:7).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'REGISTERED IN DISTRICTS...: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-REG-TOTAL TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(27:9).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'ACTIVE OUTSIDE DISTRICTS..: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-OUTSIDE-CT TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(27:9).
            WRITE CHG-REC.
            MOVE SPACES TO CHG-REC.
            STRING 'ACTIVE ON ROLL............: ' DELIMITED BY SIZE
                   INTO CHG-REC
            END-STRING.
            MOVE WS-TOT-CLOSE TO WS-BIG-ED.
            MOVE WS-BIG-ED TO CHG-REC(27:9).
            WRITE CHG-REC.
       2800-TOTALS-EXIT.
            EXIT.

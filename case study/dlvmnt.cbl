       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVMNT.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      *------------------------------------------------------
      *    STATEMENT DELIVERY PREFERENCE MAINTENANCE.  APPLIES THE
      *    CARD SERVICES DESK'S PREFERENCE CARDS TO THE DELIVERY
      *    PREFERENCE FILE (DLDLVPF) ACCTSTMT READS, THEN THE
      *    E-DELIVERY VENDOR'S BOUNCE FILE: AN E-STATEMENT THE
      *    VENDOR COULD NOT DELIVER PUTS THE ACCOUNT BACK ON
      *    PAPER, SO THE NEXT STATEMENT PRINTS.  CARDS GO FIRST -
      *    A BOUNCE AGAINST AN ADDRESS THE DESK HAS ALREADY
      *    REPLACED TODAY IS STALE AND IS LEFT ALONE.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *------------------------------------------------------
      *    THE DESK'S PREFERENCE CARDS.
      *------------------------------------------------------
           SELECT CARDIN ASSIGN DD1
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS1.
      *------------------------------------------------------
      *    THE VENDOR'S BOUNCE FILE - EMPTY ON MOST DAYS.
      *------------------------------------------------------
           SELECT OPTIONAL BOUNCEIN ASSIGN DD2
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS2.
      *------------------------------------------------------
           SELECT DLVPREF ASSIGN DD3
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-DLV-ACCT
           FILE STATUS WS-FS3.
      *------------------------------------------------------
      *    THE CARD ACCOUNT MASTER - A PREFERENCE IS ONLY TAKEN
      *    FOR AN ACCOUNT THAT EXISTS.
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD4
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS4.
      *------------------------------------------------------
           SELECT RPTFILE ASSIGN DD5
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS5.
      *------------------------------------------------------
      *    REJECTED CARDS AND BOUNCES, IN THE SUITE'S COMMON
      *    SUSPENSE FORMAT.
      *------------------------------------------------------
           SELECT SUSPFILE ASSIGN DD6
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS7.
      *------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC.
           10 CD-ACTION        PIC X(01).
               88 CD-ADD       VALUE 'A'.
               88 CD-CHANGE    VALUE 'C'.
               88 CD-DELETE    VALUE 'D'.
           10 FILLER           PIC X(01).
           10 CD-ACCT          PIC X(19).
           10 FILLER           PIC X(01).
           10 CD-CHANNEL       PIC X(01).
           10 FILLER           PIC X(01).
           10 CD-CONSENT-DATE  PIC X(10).
           10 FILLER           PIC X(01).
           10 CD-EMAIL         PIC X(45).
      *------------------------------------------------------
      *    ONE BOUNCE PER UNDELIVERED E-STATEMENT, QUOTING THE
      *    ACCOUNT, STATEMENT ID AND ADDRESS FROM THE 'H' RECORD
      *    OF THE DELIVERY FILE (DLEDLV).
      *------------------------------------------------------
       FD BOUNCEIN.
       01 BNC-REC.
           10 BNC-ACCT         PIC X(19).
           10 FILLER           PIC X(01).
           10 BNC-STMT-ID      PIC X(13).
           10 FILLER           PIC X(01).
           10 BNC-DATE         PIC X(10).
           10 FILLER           PIC X(01).
           10 BNC-REASON       PIC X(10).
           10 FILLER           PIC X(01).
           10 BNC-EMAIL        PIC X(45).
           10 FILLER           PIC X(19).
       FD DLVPREF
           RECORD CONTAINS 150 CHARACTERS.
           COPY DLDLVPF.
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD RPTFILE.
       01 RPT-REC              PIC X(132).
       FD SUSPFILE.
           COPY DLSUSP.
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
      *------------------------------------------------------
      *    MAINTAIN THE DELIVERY PREFERENCES FROM THE DESK'S CARDS.
      *      A - TAKE A PREFERENCE FOR AN ACCOUNT NOT YET ON THE
      *          FILE.  CHANNEL (COL 23) P, E OR B.  E AND B NEED
      *          THE EMAIL ADDRESS (COLS 36-80) AND THE DATE THE
      *          CUSTOMER CONSENTED (COLS 25-34, NOT AFTER THE RUN
      *          DATE).
      *      C - CHANGE THE CHANNEL, ADDRESS OR CONSENT DATE; A
      *          BLANK FIELD KEEPS WHAT IS ON FILE.  MOVING A PAPER
      *          ACCOUNT ONTO E OR B NEEDS A CONSENT DATE ON THE
      *          CARD.  A BOUNCED ACCOUNT GOES BACK TO THE CHANNEL
      *          IT ASKED FOR ON A C CARD WITH A NEW ADDRESS AND
      *          THE CHANNEL LEFT BLANK - THE CONSENT ON FILE
      *          STILL STANDS.
      *      D - DROP THE PREFERENCE; THE ACCOUNT GETS PAPER.
      *    THEN THE BOUNCES.  A BOUNCE ON AN E OR B ACCOUNT WHOSE
      *    ADDRESS IS STILL THE ONE THAT BOUNCED SETS THE CHANNEL
      *    TO P, KEEPS THE CHANNEL ASKED FOR, AND COUNTS AND DATES
      *    THE BOUNCE.  ONE ALREADY ON PAPER, OR WHOSE ADDRESS HAS
      *    SINCE CHANGED, IS REPORTED AND LEFT ALONE.
      *    A CARD OR BOUNCE THAT FAILS ITS EDIT GOES TO SUSPENSE
      *    WITH THE REASON AND THE RUN ENDS RC 4; SO DOES A DAY
      *    WITH BOUNCES APPLIED, SO THE DESK SEES THEM.
      *------------------------------------------------------
       01 WS-FS1               PIC 99.
       01 WS-FS2               PIC 99.
       01 WS-FS3               PIC 99.
       01 WS-FS4               PIC 99.
       01 WS-FS5               PIC 99.
       01 WS-FS6               PIC 99.
       01 WS-FS7               PIC 99.
       01 WS-READ-CT           PIC 9(07) VALUE 0.
       01 WS-BNC-READ-CT       PIC 9(07) VALUE 0.
       01 WS-ADD-CT            PIC 9(07) VALUE 0.
       01 WS-CHG-CT            PIC 9(07) VALUE 0.
       01 WS-DEL-CT            PIC 9(07) VALUE 0.
       01 WS-BNC-CT            PIC 9(07) VALUE 0.
       01 WS-BNC-PAPER-CT      PIC 9(07) VALUE 0.
       01 WS-BNC-STALE-CT      PIC 9(07) VALUE 0.
       01 WS-REJ-CT            PIC 9(07) VALUE 0.
       01 WS-RPT-CT            PIC 9(05) VALUE 0.
       01 WS-RETURN-CD         PIC 9(04) VALUE 0.
       01 WS-REJ-CODE          PIC X(04).
       01 WS-REJ-REASON        PIC X(26).
       01 WS-REJ-ACTION        PIC X(01).
       01 WS-REJ-ACCT          PIC X(19).
       01 WS-OLD-CHANNEL       PIC X(01).
       01 WS-NEW-CHANNEL       PIC X(01).
       01 WS-NEW-EMAIL         PIC X(45).
       01 WS-NEW-CONSENT       PIC X(10).
       01 WS-RESTORE-SW        PIC X(01).
           88 WS-RESTORE       VALUE 'Y'.
       01 WS-CT-ED-1           PIC ZZZZZZ9.
       01 WS-DATE-IN           PIC X(10).
       01 WS-DATE8             PIC X(08).
       01 WS-RUN-D8            PIC X(08).
       01 WS-AT-CT             PIC 9(02).
       01 WS-MM                PIC 9(02).
       01 WS-DD                PIC 9(02).
       01 WS-DATE-OK-SW        PIC X(01).
           88 WS-DATE-OK       VALUE 'Y'.
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
                       WS-FS7.
            ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD.
            ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME.
            IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES
                MOVE WS-AUDIT-START-TS(1:8) TO WS-RUN-DATE
            ELSE
                MOVE LK-RUN-DATE TO WS-RUN-DATE
            END-IF.
            MOVE WS-RUN-DATE TO WS-DATE-IN.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            MOVE WS-DATE8 TO WS-RUN-D8.
            PERFORM 1500-RUNCTL-CHECK-PARA
               THRU 1500-RUNCTL-CHECK-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1500-RUNCTL-CHECK-PARA.
            MOVE 'CHK'        TO WS-RUNC-FUNC.
            MOVE 'DLVMNT'    TO WS-RUNC-PGM.
            MOVE WS-RUN-DATE TO WS-RUNC-DATE.
            CALL 'PAYRUNC' USING WS-RUNC-PARMS
               ON EXCEPTION
                   DISPLAY "PAYRUNC NOT AVAILABLE - CHECK SKIPPED"
                   MOVE 'N' TO WS-RUNC-RESULT
            END-CALL.
            IF WS-RUNC-RESULT = 'Y'
                DISPLAY "DLVMNT ALREADY COMPLETED FOR BUSINESS "
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
            MOVE 'DLVMNT'    TO WS-RUNC-PGM.
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
                MOVE SPACES TO RPT-REC
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                PERFORM 2500-BNC-READ-PARA
                   THRU 2500-BNC-READ-EXIT
                   UNTIL WS-FS2 = 10
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
                   DISPLAY "OPEN CARDIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT BOUNCEIN.
            EVALUATE WS-FS2
               WHEN 00
               WHEN 05
                   DISPLAY "OPEN BOUNCEIN SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR BOUNCEIN: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN I-O DLVPREF.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN DLVPREF SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN INPUT CARDACCT.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN CARDACCT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDACCT: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT RPTFILE.
            EVALUATE WS-FS5
               WHEN 00
                   DISPLAY "OPEN RPTFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR RPTFILE: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND SUSPFILE.
            EVALUATE WS-FS6
               WHEN 00
                   DISPLAY "OPEN SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUSPFILE: " WS-FS6
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS7
               WHEN 00
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR AUDITFL: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO RPT-REC.
            STRING 'STATEMENT DELIVERY PREFERENCE MAINTENANCE - '
                   DELIMITED BY SIZE
                   'BUSINESS DATE ' DELIMITED BY SIZE
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
                   DISPLAY "PREFERENCE CARDS READ: " WS-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR CARDIN: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2200-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE CARD - READ THE PREFERENCE, EDIT THE CARD AGAINST
      *    IT, THEN APPLY OR REJECT.
      *------------------------------------------------------
       2300-CARD-PARA.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON.
            MOVE CD-ACTION TO WS-REJ-ACTION.
            MOVE CD-ACCT TO WS-REJ-ACCT.
            IF CD-ACCT = SPACES
                MOVE 'NOAC' TO WS-REJ-CODE
                MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2300-CARD-EXIT
            END-IF.
            MOVE CD-ACCT TO DL-DLV-ACCT.
            READ DLVPREF.
            EVALUATE TRUE
               WHEN WS-FS3 = 00
                   CONTINUE
               WHEN WS-FS3 = 23
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
                   GO TO 2300-CARD-EXIT
            END-EVALUATE.
            EVALUATE TRUE
               WHEN CD-ADD
                   PERFORM 2400-ADD-PARA
                      THRU 2400-ADD-EXIT
               WHEN CD-CHANGE
                   PERFORM 2600-CHANGE-PARA
                      THRU 2600-CHANGE-EXIT
               WHEN CD-DELETE
                   PERFORM 2650-DELETE-PARA
                      THRU 2650-DELETE-EXIT
               WHEN OTHER
                   MOVE 'ACTN' TO WS-REJ-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
            END-EVALUATE.
       2300-CARD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    NEW PREFERENCE.
      *------------------------------------------------------
       2400-ADD-PARA.
            MOVE CD-CHANNEL TO WS-NEW-CHANNEL.
            MOVE CD-EMAIL TO WS-NEW-EMAIL.
            MOVE CD-CONSENT-DATE TO WS-NEW-CONSENT.
            IF WS-FS3 = 00
                MOVE 'DUPL' TO WS-REJ-CODE
                MOVE 'PREFERENCE ALREADY ON FILE' TO WS-REJ-REASON
            ELSE
                PERFORM 2750-EDIT-PARA
                   THRU 2750-EDIT-EXIT
            END-IF.
            IF WS-REJ-CODE = SPACES
                MOVE CD-ACCT TO DL-CACT-ACCT
                READ CARDACCT
                EVALUATE WS-FS4
                   WHEN 00
                       CONTINUE
                   WHEN 23
                       MOVE 'NOTF' TO WS-REJ-CODE
                       MOVE 'ACCOUNT NOT ON CARD MASTER'
                         TO WS-REJ-REASON
                   WHEN OTHER
                       DISPLAY "READ ERROR CARDACCT: " WS-FS4
                       MOVE 0008 TO WS-RETURN-CD
                       MOVE 10 TO WS-FS1
                       GO TO 2400-ADD-EXIT
                END-EVALUATE
            END-IF.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2400-ADD-EXIT
            END-IF.
            MOVE SPACES TO DL-DLV-REC.
            MOVE CD-ACCT TO DL-DLV-ACCT.
            MOVE WS-NEW-CHANNEL TO DL-DLV-CHANNEL.
            MOVE WS-NEW-CHANNEL TO DL-DLV-ASKED-CHANNEL.
            MOVE WS-NEW-EMAIL TO DL-DLV-EMAIL.
            MOVE WS-NEW-CONSENT TO DL-DLV-CONSENT-DATE.
            MOVE 0 TO DL-DLV-BOUNCE-CT.
            MOVE WS-RUN-DATE TO DL-DLV-ADD-DATE.
            MOVE WS-RUN-DATE TO DL-DLV-MAINT-DATE.
            WRITE DL-DLV-REC.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-ADD-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'ADDED       ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  CHANNEL ' DELIMITED BY SIZE
                          DL-DLV-CHANNEL DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DL-DLV-EMAIL DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN 22
                   MOVE 'DUPL' TO WS-REJ-CODE
                   MOVE 'PREFERENCE ALREADY ON FILE' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
               WHEN OTHER
                   DISPLAY "WRITE ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2400-ADD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    CHANGE.  BLANK CARD FIELDS KEEP THE FILE'S VALUES; THE
      *    RESULT IS EDITED AS A WHOLE.  A NEW CONSENT IS NEEDED
      *    TO MOVE A PAPER ACCOUNT ONTO ELECTRONIC DELIVERY, EXCEPT
      *    FOR A BOUNCED ACCOUNT: A NEW ADDRESS WITH NO CHANNEL ON
      *    THE CARD RESTORES THE CHANNEL IT ASKED FOR UNDER THE
      *    CONSENT ALREADY ON FILE.
      *------------------------------------------------------
       2600-CHANGE-PARA.
            IF WS-FS3 = 23
                MOVE 'NOTF' TO WS-REJ-CODE
                MOVE 'PREFERENCE NOT ON FILE' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2600-CHANGE-EXIT
            END-IF.
            MOVE DL-DLV-CHANNEL TO WS-NEW-CHANNEL.
            MOVE DL-DLV-EMAIL TO WS-NEW-EMAIL.
            MOVE DL-DLV-CONSENT-DATE TO WS-NEW-CONSENT.
            IF CD-CHANNEL NOT = SPACE
                MOVE CD-CHANNEL TO WS-NEW-CHANNEL
            END-IF.
            IF CD-EMAIL NOT = SPACES
                MOVE CD-EMAIL TO WS-NEW-EMAIL
            END-IF.
            IF CD-CONSENT-DATE NOT = SPACES
                MOVE CD-CONSENT-DATE TO WS-NEW-CONSENT
            END-IF.
            MOVE 'N' TO WS-RESTORE-SW.
            IF DL-DLV-PAPER AND CD-CHANNEL = SPACE AND
               CD-EMAIL NOT = SPACES AND
               (DL-DLV-ASKED-CHANNEL = 'E' OR
                DL-DLV-ASKED-CHANNEL = 'B')
                MOVE DL-DLV-ASKED-CHANNEL TO WS-NEW-CHANNEL
                MOVE 'Y' TO WS-RESTORE-SW
            END-IF.
            EVALUATE TRUE
               WHEN WS-NEW-CHANNEL = DL-DLV-CHANNEL AND
                    WS-NEW-EMAIL = DL-DLV-EMAIL AND
                    WS-NEW-CONSENT = DL-DLV-CONSENT-DATE
                   MOVE 'NCHG' TO WS-REJ-CODE
                   MOVE 'PREFERENCE SAME AS CURRENT' TO WS-REJ-REASON
               WHEN DL-DLV-PAPER AND WS-NEW-CHANNEL NOT = 'P' AND
                    CD-CONSENT-DATE = SPACES AND NOT WS-RESTORE
                   MOVE 'CNST' TO WS-REJ-CODE
                   MOVE 'NEW CONSENT DATE REQUIRED' TO WS-REJ-REASON
               WHEN OTHER
                   PERFORM 2750-EDIT-PARA
                      THRU 2750-EDIT-EXIT
            END-EVALUATE.
            IF WS-REJ-CODE NOT = SPACES
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2600-CHANGE-EXIT
            END-IF.
            MOVE DL-DLV-CHANNEL TO WS-OLD-CHANNEL.
            MOVE WS-NEW-CHANNEL TO DL-DLV-CHANNEL.
            IF CD-CHANNEL NOT = SPACE
                MOVE WS-NEW-CHANNEL TO DL-DLV-ASKED-CHANNEL
            END-IF.
            MOVE WS-NEW-EMAIL TO DL-DLV-EMAIL.
            MOVE WS-NEW-CONSENT TO DL-DLV-CONSENT-DATE.
            MOVE WS-RUN-DATE TO DL-DLV-MAINT-DATE.
            REWRITE DL-DLV-REC.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-CHG-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'CHANGED     ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  FROM ' DELIMITED BY SIZE
                          WS-OLD-CHANNEL DELIMITED BY SIZE
                          '  TO ' DELIMITED BY SIZE
                          DL-DLV-CHANNEL DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DL-DLV-EMAIL DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "REWRITE ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2600-CHANGE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    DROP THE PREFERENCE - PAPER FROM THE NEXT STATEMENT.
      *------------------------------------------------------
       2650-DELETE-PARA.
            IF WS-FS3 = 23
                MOVE 'NOTF' TO WS-REJ-CODE
                MOVE 'PREFERENCE NOT ON FILE' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2650-DELETE-EXIT
            END-IF.
            MOVE DL-DLV-CHANNEL TO WS-OLD-CHANNEL.
            DELETE DLVPREF.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-DEL-CT
                   MOVE SPACES TO RPT-REC
                   STRING 'DROPPED     ' DELIMITED BY SIZE
                          CD-ACCT DELIMITED BY SIZE
                          '  WAS ' DELIMITED BY SIZE
                          WS-OLD-CHANNEL DELIMITED BY SIZE
                          '  NOW PAPER' DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "DELETE ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS1
            END-EVALUATE.
       2650-DELETE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    EDIT THE CHANNEL, ADDRESS AND CONSENT IN WS-NEW-*.
      *------------------------------------------------------
       2750-EDIT-PARA.
            MOVE WS-NEW-CONSENT TO WS-DATE-IN.
            PERFORM 2760-DATE-CHECK-PARA
               THRU 2760-DATE-CHECK-EXIT.
            MOVE 0 TO WS-AT-CT.
            INSPECT WS-NEW-EMAIL TALLYING WS-AT-CT FOR ALL '@'.
            EVALUATE TRUE
               WHEN WS-NEW-CHANNEL NOT = 'P' AND
                    WS-NEW-CHANNEL NOT = 'E' AND
                    WS-NEW-CHANNEL NOT = 'B'
                   MOVE 'CHNL' TO WS-REJ-CODE
                   MOVE 'INVALID CHANNEL CODE' TO WS-REJ-REASON
               WHEN WS-NEW-CHANNEL = 'P'
                   CONTINUE
               WHEN WS-NEW-EMAIL = SPACES
                   MOVE 'MAIL' TO WS-REJ-CODE
                   MOVE 'EMAIL ADDRESS MISSING' TO WS-REJ-REASON
               WHEN WS-AT-CT NOT = 1 OR WS-NEW-EMAIL(1:1) = '@'
                   MOVE 'MAIL' TO WS-REJ-CODE
                   MOVE 'EMAIL ADDRESS NOT VALID' TO WS-REJ-REASON
               WHEN WS-NEW-CONSENT = SPACES
                   MOVE 'CNST' TO WS-REJ-CODE
                   MOVE 'CONSENT DATE MISSING' TO WS-REJ-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'CNST' TO WS-REJ-CODE
                   MOVE 'CONSENT DATE NOT VALID' TO WS-REJ-REASON
               WHEN WS-DATE8 > WS-RUN-D8
                   MOVE 'CNST' TO WS-REJ-CODE
                   MOVE 'CONSENT DATE IN FUTURE' TO WS-REJ-REASON
            END-EVALUATE.
       2750-EDIT-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A CONSENT DATE MUST BE A DATE, GIVEN AS YYYY-MM-DD
      *    (OR YYYY/MM/DD OR YYYYMMDD).
      *------------------------------------------------------
       2760-DATE-CHECK-PARA.
            MOVE 'N' TO WS-DATE-OK-SW.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            IF WS-DATE8 IS NOT NUMERIC
                GO TO 2760-DATE-CHECK-EXIT
            END-IF.
            MOVE WS-DATE8(5:2) TO WS-MM.
            MOVE WS-DATE8(7:2) TO WS-DD.
            IF WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1 OR WS-DD > 31
                GO TO 2760-DATE-CHECK-EXIT
            END-IF.
            MOVE 'Y' TO WS-DATE-OK-SW.
       2760-DATE-CHECK-EXIT.
            EXIT.
       2780-DATE8-PARA.
            MOVE SPACES TO WS-DATE8.
            EVALUATE TRUE
               WHEN WS-DATE-IN(5:1) = '/' OR WS-DATE-IN(5:1) = '-'
                   MOVE WS-DATE-IN(1:4) TO WS-DATE8(1:4)
                   MOVE WS-DATE-IN(6:2) TO WS-DATE8(5:2)
                   MOVE WS-DATE-IN(9:2) TO WS-DATE8(7:2)
               WHEN OTHER
                   MOVE WS-DATE-IN(1:8) TO WS-DATE8
            END-EVALUATE.
       2780-DATE8-EXIT.
            EXIT.
       2500-BNC-READ-PARA.
            READ BOUNCEIN.
            EVALUATE WS-FS2
               WHEN 00
                   ADD 1 TO WS-BNC-READ-CT
                   PERFORM 2550-BOUNCE-PARA
                      THRU 2550-BOUNCE-EXIT
               WHEN 10
                   DISPLAY "VENDOR BOUNCES READ: " WS-BNC-READ-CT
               WHEN OTHER
                   DISPLAY "READ ERROR BOUNCEIN: " WS-FS2
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS2
            END-EVALUATE.
       2500-BNC-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ONE BOUNCE.  BACK TO PAPER UNLESS ALREADY THERE OR THE
      *    ADDRESS THAT BOUNCED IS NO LONGER THE ONE ON FILE.
      *------------------------------------------------------
       2550-BOUNCE-PARA.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON.
            MOVE 'V' TO WS-REJ-ACTION.
            MOVE BNC-ACCT TO WS-REJ-ACCT.
            IF BNC-ACCT = SPACES
                MOVE 'NOAC' TO WS-REJ-CODE
                MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2550-BOUNCE-EXIT
            END-IF.
            MOVE BNC-ACCT TO DL-DLV-ACCT.
            READ DLVPREF.
            EVALUATE TRUE
               WHEN WS-FS3 = 00
                   CONTINUE
               WHEN WS-FS3 = 23
                   MOVE 'NOTF' TO WS-REJ-CODE
                   MOVE 'PREFERENCE NOT ON FILE' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
                   GO TO 2550-BOUNCE-EXIT
               WHEN OTHER
                   DISPLAY "READ ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS2
                   GO TO 2550-BOUNCE-EXIT
            END-EVALUATE.
            IF DL-DLV-PAPER
                ADD 1 TO WS-BNC-PAPER-CT
                MOVE SPACES TO RPT-REC
                STRING 'BOUNCE      ' DELIMITED BY SIZE
                       BNC-ACCT DELIMITED BY SIZE
                       '  ALREADY ON PAPER' DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2550-BOUNCE-EXIT
            END-IF.
            IF BNC-EMAIL NOT = SPACES AND BNC-EMAIL NOT = DL-DLV-EMAIL
                ADD 1 TO WS-BNC-STALE-CT
                MOVE SPACES TO RPT-REC
                STRING 'BOUNCE      ' DELIMITED BY SIZE
                       BNC-ACCT DELIMITED BY SIZE
                       '  ADDRESS SINCE CHANGED - LEFT ' DELIMITED
                       BY SIZE
                       DL-DLV-CHANNEL DELIMITED BY SIZE
                       INTO RPT-REC
                END-STRING
                PERFORM 2450-RPT-WRITE-PARA
                   THRU 2450-RPT-WRITE-EXIT
                GO TO 2550-BOUNCE-EXIT
            END-IF.
            MOVE DL-DLV-CHANNEL TO WS-OLD-CHANNEL.
            MOVE 'P' TO DL-DLV-CHANNEL.
            IF DL-DLV-BOUNCE-CT < 999
                ADD 1 TO DL-DLV-BOUNCE-CT
            END-IF.
            IF BNC-DATE = SPACES
                MOVE WS-RUN-DATE TO DL-DLV-BOUNCE-DATE
            ELSE
                MOVE BNC-DATE TO DL-DLV-BOUNCE-DATE
            END-IF.
            MOVE BNC-REASON TO DL-DLV-BOUNCE-RSN.
            MOVE WS-RUN-DATE TO DL-DLV-MAINT-DATE.
            REWRITE DL-DLV-REC.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-BNC-CT
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
                   MOVE SPACES TO RPT-REC
                   STRING 'BOUNCED     ' DELIMITED BY SIZE
                          BNC-ACCT DELIMITED BY SIZE
                          '  FROM ' DELIMITED BY SIZE
                          WS-OLD-CHANNEL DELIMITED BY SIZE
                          '  TO P  ' DELIMITED BY SIZE
                          BNC-REASON DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          BNC-STMT-ID DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DL-DLV-EMAIL DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM 2450-RPT-WRITE-PARA
                      THRU 2450-RPT-WRITE-EXIT
               WHEN OTHER
                   DISPLAY "REWRITE ERROR DLVPREF: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS2
            END-EVALUATE.
       2550-BOUNCE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    REJECTED CARD OR BOUNCE - SUSPENSE RECORD AND A REPORT
      *    LINE.  A BOUNCE SHOWS AS ACTION 'V' (VENDOR).
      *------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'DLVMNT'            TO DL-SUSP-PGM.
            MOVE WS-REJ-ACCT         TO DL-SUSP-KEY.
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'REJECTED ' DELIMITED BY SIZE
                   WS-REJ-ACTION DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-REJ-ACCT DELIMITED BY SIZE
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
       2450-RPT-WRITE-PARA.
            WRITE RPT-REC.
            ADD 1 TO WS-RPT-CT.
       2450-RPT-WRITE-EXIT.
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
            MOVE WS-ADD-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'PREFERENCES ADDED........: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-CHG-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'PREFERENCES CHANGED......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-DEL-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'PREFERENCES DROPPED......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BNC-READ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'VENDOR BOUNCES READ......: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BNC-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'SWITCHED BACK TO PAPER...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BNC-PAPER-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'BOUNCES ALREADY PAPER....: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-BNC-STALE-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'BOUNCES ON OLD ADDRESS...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
            MOVE WS-REJ-CT TO WS-CT-ED-1.
            MOVE SPACES TO RPT-REC.
            STRING 'CARDS/BOUNCES REJECTED...: ' DELIMITED BY SIZE
                   WS-CT-ED-1 DELIMITED BY SIZE
                   INTO RPT-REC
            END-STRING.
            PERFORM 2450-RPT-WRITE-PARA
               THRU 2450-RPT-WRITE-EXIT.
       2800-TOTALS-EXIT.
            EXIT.
       2900-CLOSE-PARA.
            CLOSE CARDIN BOUNCEIN DLVPREF CARDACCT RPTFILE SUSPFILE.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE 'DLVMNT'        TO DL-AUDIT-PGM
                MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS
                ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD
                ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME
                COMPUTE DL-AUDIT-READ-CT = WS-READ-CT + WS-BNC-READ-CT
                COMPUTE DL-AUDIT-WRITE-CT =
                        WS-ADD-CT + WS-CHG-CT + WS-DEL-CT + WS-BNC-CT
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

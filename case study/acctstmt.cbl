      *    PER ACCOUNT: EACH TRANSACTION WITH DATE, REFERENCE,
      *    AMOUNT, FEE PROGRAM, AND CURRENCY (FEECTL LOOKUP, SAME
      *    TABLE WEEK4 LOADS), A MONTH TOTAL, AND THE YEAR-TO-DATE
      *    TOTAL MATCHING THE YTD MASTER.  WHEN THE CYCLE CLOSE
      *    (CYCLCLS) HAS BILLED THE ACCOUNT, A BILLING SUMMARY BOX
      *    - BALANCES, FINANCE CHARGE, MINIMUM PAYMENT AND DUE
      *    DATE - HEADS THE STATEMENT, AND A BILLED ACCOUNT WITH
      *    NO TRANSACTIONS IN THE PERIOD STILL GETS ITS STATEMENT.
      *    EACH STATEMENT GOES BY THE ACCOUNT'S DELIVERY CHANNEL ON
      *    THE PREFERENCE FILE (DLDLVPF): PAPER TO THE PRINT FILE,
      *    ELECTRONIC TO THE E-DELIVERY VENDOR'S FILE (DLEDLV), OR
      *    BOTH.  AN ELECTRONIC-ONLY ACCOUNT IS LEFT OUT OF THE
      *    PRINT FILE.  THE DELIVERY CONTROL REPORT COUNTS THE
      *    STATEMENTS BY CHANNEL AND TIES THEM TO THE ACCOUNTS IN
      *    THE CYCLE.
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS6.
      *------------------------------------------------------
      *    THE CYCLE CLOSE'S BILLING SUMMARY (DLBILL) FOR THE
      *    PERIOD - ONE RECORD PER BILLED ACCOUNT.
      *------------------------------------------------------
           SELECT OPTIONAL BILLIN ASSIGN DD7
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS8.
      *------------------------------------------------------
      *    STATEMENT DELIVERY PREFERENCES, BY ACCOUNT.  DLVMNT
      *    KEEPS THEM, INCLUDING THE VENDOR'S BOUNCES.
      *------------------------------------------------------
           SELECT DLVPREF ASSIGN DD8
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-DLV-ACCT
           FILE STATUS WS-FS9.
      *------------------------------------------------------
      *    THE E-DELIVERY VENDOR'S FILE AND THE DELIVERY CONTROL
      *    REPORT.
      *------------------------------------------------------
           SELECT EDLVFILE ASSIGN DD9
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS10.
           SELECT CTLRPT ASSIGN DD10
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS11.
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           10 FILLER           PIC X(03).
       FD STMTFILE.
       01 STMT-REC             PIC X(132).
       FD BILLIN.
       01 BILLIN-REC           PIC X(250).
       FD DLVPREF
           RECORD CONTAINS 150 CHARACTERS.
           COPY DLDLVPF.
       FD EDLVFILE.
           COPY DLEDLV.
       FD CTLRPT.
       01 CTL-REC              PIC X(132).
       FD AUDITFL.
           COPY DLAUDIT.
       WORKING-STORAGE SECTION.
       01 WS-YTD-FOUND-SW      PIC X(01).
           88 WS-YTD-FOUND     VALUE 'Y'.
       01 WS-YTD-AMT           PIC S9(11)V9(2).
      *------------------------------------------------------
      *    BILLING SUMMARIES FOR THE PERIOD, HELD WHOLE AND MOVED
      *    TO DL-BILL-REC TO PRINT.  THE PRINTED SWITCH PICKS OUT
      *    THE BILLED ACCOUNTS THAT HAD NO TRANSACTIONS.
      *------------------------------------------------------
       01 WS-FS8               PIC 99.
       01 WS-BILL-CT           PIC 9(05) VALUE 0.
       01 WS-BILL-TABLE OCCURS 1 TO 9999 TIMES
              DEPENDING ON WS-BILL-CT
              INDEXED BY WS-BILL-IDX WS-BILL-FIND-IX.
           05 BT-REC           PIC X(250).
           05 BT-PRINTED-SW    PIC X(01).
               88 BT-PRINTED   VALUE 'Y'.
       01 WS-BILL-FOUND-SW     PIC X(01).
           88 WS-BILL-FOUND    VALUE 'Y'.
       01 WS-BILL-ONLY-CT      PIC 9(05) VALUE 0.
       01 WS-BOX-DAYS-ED       PIC ZZ9.
       01 WS-BOX-APR-ED        PIC Z9.9999.
           COPY DLBILL.
      *------------------------------------------------------
      *    DELIVERY CHANNEL OF THE STATEMENT IN HAND - PAPER WHEN
      *    THE ACCOUNT IS NOT ON THE PREFERENCE FILE, HAS NO EMAIL
      *    ADDRESS, OR THE RUN IS A REPRINT.  PAPER OFF KEEPS THE
      *    STATEMENT OFF THE PRINT FILE; ELECTRONIC ON SENDS IT TO
      *    THE VENDOR.  THE VENDOR WANTS THE SUMMARY AHEAD OF THE
      *    TRANSACTION LINES, SO THE LINES ARE HELD UNTIL THE
      *    MONTH TOTAL IS KNOWN.
      *------------------------------------------------------
       01 WS-FS9               PIC 99.
       01 WS-FS10              PIC 99.
       01 WS-FS11              PIC 99.
       01 WS-DLV-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-DLV-IS-OPEN   VALUE 'Y'.
       01 WS-CHANNEL           PIC X(01).
       01 WS-EMAIL             PIC X(45).
       01 WS-PAPER-SW          PIC X(01) VALUE 'Y'.
           88 WS-PAPER-ON      VALUE 'Y'.
       01 WS-ELEC-SW           PIC X(01) VALUE 'N'.
           88 WS-ELEC-ON       VALUE 'Y'.
       01 WS-DATE-IN           PIC X(10).
       01 WS-DATE8             PIC X(08).
       01 WS-PERIOD8           PIC X(08).
       01 WS-ESTMT-SEQ         PIC 9(05) VALUE 0.
       01 WS-CH-PAPER-CT       PIC 9(05) VALUE 0.
       01 WS-CH-ELEC-CT        PIC 9(05) VALUE 0.
       01 WS-CH-BOTH-CT        PIC 9(05) VALUE 0.
       01 WS-CH-TOTAL-CT       PIC 9(05) VALUE 0.
       01 WS-NOPREF-CT         PIC 9(05) VALUE 0.
       01 WS-NOADDR-CT         PIC 9(05) VALUE 0.
       01 WS-BILLED-STMT-CT    PIC 9(05) VALUE 0.
       01 WS-UNBILLED-CT       PIC 9(05) VALUE 0.
       01 WS-CYCLE-CT          PIC 9(05) VALUE 0.
       01 WS-EDL-CT            PIC 9(07) VALUE 0.
       01 WS-ETXN-OVER-CT      PIC 9(07) VALUE 0.
       01 WS-CTL-LABEL         PIC X(25).
       01 WS-CTL-CT            PIC 9(07).
       01 WS-CTL-CT-ED         PIC ZZZZZZ9.
       01 WS-TIE-SW            PIC X(01).
           88 WS-TIED          VALUE 'Y'.
       01 WS-ETXN-CT           PIC 9(04) VALUE 0.
       01 WS-ETXN-TBL OCCURS 9999 TIMES INDEXED BY ETX-IDX.
           05 ET-DATE          PIC X(10).
           05 ET-REF           PIC X(23).
           05 ET-AMT           PIC S9(11)V9(02).
           05 ET-FEE-PGM       PIC X(03).
           05 ET-CURR          PIC X(03).
           05 ET-REV           PIC X(01).
       COPY DLCHAIN.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-DATE     PIC X(10).
               THRU 1200-YTD-LOAD-EXIT.
            PERFORM 1300-MSGCTL-LOAD-PARA
               THRU 1300-MSGCTL-LOAD-EXIT.
            PERFORM 1400-BILL-LOAD-PARA
               THRU 1400-BILL-LOAD-EXIT.
            IF LK-RPT-ACCT > SPACES
                SET WS-REPRINT TO TRUE
                MOVE LK-RPT-ACCT TO WS-RPT-ACCT
                DISPLAY "REPRINT MODE - ACCOUNT " WS-RPT-ACCT
                        " PERIOD " LK-PARM-DATE
            END-IF.
            MOVE LK-PARM-DATE TO WS-DATE-IN.
            PERFORM 2780-DATE8-PARA
               THRU 2780-DATE8-EXIT.
            MOVE WS-DATE8 TO WS-PERIOD8.
       1000-INIT-EXIT.
            EXIT.
       1100-FEE-LOAD-PARA.
            END-IF.
       1310-MSGCTL-READ-EXIT.
            EXIT.
       1400-BILL-LOAD-PARA.
            OPEN INPUT BILLIN.
            EVALUATE TRUE
               WHEN WS-FS8 = 00 OR WS-FS8 = 05
                   PERFORM 1410-BILL-READ-PARA
                      THRU 1410-BILL-READ-EXIT
                      UNTIL WS-FS8 = 10
                   CLOSE BILLIN
                   DISPLAY "BILLING SUMMARIES LOADED: " WS-BILL-CT
               WHEN OTHER
                   DISPLAY "BILLIN NOT AVAILABLE - NO BILLING "
                           "SUMMARY"
            END-EVALUATE.
       1400-BILL-LOAD-EXIT.
            EXIT.
       1410-BILL-READ-PARA.
            READ BILLIN.
            IF WS-FS8 = 00
                IF WS-BILL-CT < 9999
                    ADD 1 TO WS-BILL-CT
                    MOVE BILLIN-REC TO BT-REC(WS-BILL-CT)
                    MOVE 'N' TO BT-PRINTED-SW(WS-BILL-CT)
                ELSE
                    DISPLAY "BILLING SUMMARY TABLE FULL"
                    IF WS-RETURN-CD < 4
                        MOVE 0004 TO WS-RETURN-CD
                    END-IF
                    MOVE 10 TO WS-FS8
                END-IF
            END-IF.
       1410-BILL-READ-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT
                PERFORM 2400-ACCT-TOTAL-PARA
                   THRU 2400-ACCT-TOTAL-EXIT
            END-IF
            PERFORM 2800-BILL-ONLY-PARA
               THRU 2800-BILL-ONLY-EXIT
               VARYING WS-BILL-IDX FROM 1 BY 1
               UNTIL WS-BILL-IDX > WS-BILL-CT
            IF WS-REPRINT
                PERFORM 2700-REPRLOG-PARA
                   THRU 2700-REPRLOG-EXIT
            END-IF.
            PERFORM 2900-DLV-CONTROL-PARA
               THRU 2900-DLV-CONTROL-EXIT.
            PERFORM 2300-CLOSE-PARA
               THRU 2300-CLOSE-EXIT.
       2000-PFM-EXIT.
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT EDLVFILE.
            EVALUATE WS-FS10
               WHEN 00
                   DISPLAY "OPEN EDLVFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR EDLVFILE: " WS-FS10
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            OPEN OUTPUT CTLRPT.
            EVALUATE WS-FS11
               WHEN 00
                   DISPLAY "OPEN CTLRPT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CTLRPT: " WS-FS11
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
            MOVE SPACES TO DL-EDL-REC.
            MOVE 'A' TO DL-EDL-REC-TYPE.
            MOVE LK-PARM-DATE TO DL-EDL-FILE-PERIOD.
            MOVE WS-AUDIT-START-TS(1:8) TO DL-EDL-CREATE-DATE.
            PERFORM 2280-EDLV-WRITE-PARA
               THRU 2280-EDLV-WRITE-EXIT.
      *    A REPRINT IS ALWAYS PAPER - THE PREFERENCES ARE NOT READ.
            IF WS-REPRINT
                GO TO 2100-OPEN-EXIT
            END-IF.
            OPEN INPUT DLVPREF.
            EVALUATE WS-FS9
               WHEN 00
                   DISPLAY "OPEN DLVPREF SUCCESS"
                   SET WS-DLV-IS-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY "OPEN ERROR DLVPREF: " WS-FS9
                           " - ALL STATEMENTS TO PAPER"
                   IF WS-RETURN-CD < 4
                       MOVE 0004 TO WS-RETURN-CD
                   END-IF
            END-EVALUATE.
       2100-OPEN-EXIT.
            EXIT.
       2200-READ-PARA.
            EXIT.
       2220-STMT-HEAD-PARA.
            ADD 1 TO WS-STMT-CT.
            PERFORM 2270-CHANNEL-PARA
               THRU 2270-CHANNEL-EXIT.
            MOVE 0 TO WS-ETXN-CT.
            MOVE 0 TO WS-MONTH-TOTAL.
            MOVE 0 TO WS-AFEE-CT.
            MOVE 0 TO WS-ACUR-CT.
            END-IF.
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
            PERFORM 2260-BILL-BOX-PARA
               THRU 2260-BILL-BOX-EXIT.
            MOVE SPACES TO STMT-REC.
            STRING 'DATE       REFERENCE                AMOUNT'
                   '            FEE CURR' DELIMITED BY SIZE
            END-IF.
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
            IF WS-ELEC-ON
                PERFORM 2245-ETXN-HOLD-PARA
                   THRU 2245-ETXN-HOLD-EXIT
            END-IF.
       2230-TRN-LINE-EXIT.
            EXIT.
      *------------------------------------------------------
            END-IF.
       2235-FEE-FIND-EXIT.
            EXIT.
      *------------------------------------------------------
      *    HOLD THE LINE FOR THE VENDOR'S FILE.  A LINE PAST THE
      *    TABLE IS COUNTED ON THE CONTROL REPORT AND THE RUN
      *    ENDS RC 4.
      *------------------------------------------------------
       2245-ETXN-HOLD-PARA.
            IF WS-ETXN-CT NOT < 9999
                ADD 1 TO WS-ETXN-OVER-CT
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
                GO TO 2245-ETXN-HOLD-EXIT
            END-IF.
            ADD 1 TO WS-ETXN-CT.
            MOVE I-TRN-DTE     TO ET-DATE(WS-ETXN-CT).
            MOVE I-REF-NBR     TO ET-REF(WS-ETXN-CT).
            MOVE WS-LINE-AMT   TO ET-AMT(WS-ETXN-CT).
            MOVE I-FEE-PGM-IND TO ET-FEE-PGM(WS-ETXN-CT).
            MOVE WS-CURR-CDE   TO ET-CURR(WS-ETXN-CT).
            MOVE I-REC-TYPE    TO ET-REV(WS-ETXN-CT).
            IF I-REC-TYPE NOT = 'R'
                MOVE SPACE TO ET-REV(WS-ETXN-CT)
            END-IF.
       2245-ETXN-HOLD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    EVERY PRINT LINE COMES THROUGH HERE - AN ACCOUNT WITH
      *    PAPER OFF WRITES NOTHING TO THE PRINT FILE.
      *------------------------------------------------------
       2250-STMT-WRITE-PARA.
            IF NOT WS-PAPER-ON
                GO TO 2250-STMT-WRITE-EXIT
            END-IF.
            WRITE STMT-REC.
            ADD 1 TO WS-WRITE-CT.
       2250-STMT-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    BILLING SUMMARY BOX UNDER THE STATEMENT HEADING - THE
      *    CYCLE'S BALANCE BUILD-UP ON THE LEFT, THE ACCOUNT'S
      *    CREDIT AND FINANCE CHARGE TERMS AND THE DUE DATE ON
      *    THE RIGHT.  NOTHING PRINTS FOR AN ACCOUNT NOT BILLED.
      *------------------------------------------------------
       2260-BILL-BOX-PARA.
            MOVE 'N' TO WS-BILL-FOUND-SW.
            PERFORM 2261-BILL-FIND-PARA
               THRU 2261-BILL-FIND-EXIT
               VARYING WS-BILL-FIND-IX FROM 1 BY 1
               UNTIL WS-BILL-FIND-IX > WS-BILL-CT OR WS-BILL-FOUND.
            IF NOT WS-BILL-FOUND
                ADD 1 TO WS-UNBILLED-CT
                GO TO 2260-BILL-BOX-EXIT
            END-IF.
            MOVE SPACES TO STMT-REC.
            MOVE '+' TO STMT-REC(1:1).
            MOVE ALL '-' TO STMT-REC(2:88).
            MOVE '+' TO STMT-REC(90:1).
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            STRING 'BILLING SUMMARY   CYCLE ' DELIMITED BY SIZE
                   DL-BILL-STMT-FROM DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   DL-BILL-CLOSE-DATE DELIMITED BY SIZE
                   INTO STMT-REC(3:60)
            END-STRING.
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'PREVIOUS BALANCE.......' TO STMT-REC(3:23).
            MOVE DL-BILL-PREV-BAL TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'CREDIT LIMIT.....' TO STMT-REC(48:17).
            MOVE DL-BILL-CREDIT-LIMIT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(67:18).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'PURCHASES (+)..........' TO STMT-REC(3:23).
            MOVE DL-BILL-PURCHASES TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'AVAILABLE CREDIT.' TO STMT-REC(48:17).
            MOVE DL-BILL-AVAIL-CREDIT TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(67:18).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'CREDITS/REVERSALS (-)..' TO STMT-REC(3:23).
            MOVE DL-BILL-CREDITS TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'DAYS IN CYCLE....' TO STMT-REC(48:17).
            MOVE DL-BILL-CYC-DAYS TO WS-BOX-DAYS-ED.
            MOVE WS-BOX-DAYS-ED TO STMT-REC(67:3).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'PAYMENTS (-)...........' TO STMT-REC(3:23).
            MOVE DL-BILL-PAYMENTS TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'AVG DAILY BALANCE' TO STMT-REC(48:17).
            MOVE DL-BILL-ADB TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(67:18).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'FEES (+)...............' TO STMT-REC(3:23).
            MOVE DL-BILL-FEES TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'ANNUAL PCT RATE..' TO STMT-REC(48:17).
            MOVE DL-BILL-APR TO WS-BOX-APR-ED.
            MOVE WS-BOX-APR-ED TO STMT-REC(67:7).
            MOVE '%' TO STMT-REC(74:1).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'FINANCE CHARGE (+).....' TO STMT-REC(3:23).
            MOVE DL-BILL-FIN-CHG TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'PAST DUE AMOUNT..' TO STMT-REC(48:17).
            MOVE DL-BILL-PAST-DUE TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(67:18).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'NEW BALANCE............' TO STMT-REC(3:23).
            MOVE DL-BILL-NEW-BAL TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            MOVE 'PAYMENT DUE DATE.' TO STMT-REC(48:17).
            MOVE DL-BILL-DUE-DATE TO STMT-REC(67:10).
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'MINIMUM PAYMENT DUE....' TO STMT-REC(3:23).
            MOVE DL-BILL-MIN-DUE TO WS-AMT-ED.
            MOVE WS-AMT-ED TO STMT-REC(27:18).
            IF DL-BILL-PAST-DUE > 0
                MOVE 'PAST DUE - PAY NOW' TO STMT-REC(48:18)
            END-IF.
            PERFORM 2262-BOX-WRITE-PARA
               THRU 2262-BOX-WRITE-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE '+' TO STMT-REC(1:1).
            MOVE ALL '-' TO STMT-REC(2:88).
            MOVE '+' TO STMT-REC(90:1).
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
       2260-BILL-BOX-EXIT.
            EXIT.
       2261-BILL-FIND-PARA.
            IF BT-REC(WS-BILL-FIND-IX)(1:19) = WS-CUR-ACCT
                MOVE 'Y' TO WS-BILL-FOUND-SW
                IF NOT BT-PRINTED(WS-BILL-FIND-IX)
                    ADD 1 TO WS-BILLED-STMT-CT
                END-IF
                MOVE 'Y' TO BT-PRINTED-SW(WS-BILL-FIND-IX)
                MOVE BT-REC(WS-BILL-FIND-IX) TO DL-BILL-REC
            END-IF.
       2261-BILL-FIND-EXIT.
            EXIT.
       2262-BOX-WRITE-PARA.
            MOVE '|' TO STMT-REC(1:1).
            MOVE '|' TO STMT-REC(90:1).
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
       2262-BOX-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE ACCOUNT'S DELIVERY CHANNEL.  AN ELECTRONIC CHOICE
      *    WITH NO EMAIL ADDRESS CANNOT BE DELIVERED AND GOES TO
      *    PAPER.  A READ ERROR ALSO FALLS BACK TO PAPER, RC 4.
      *------------------------------------------------------
       2270-CHANNEL-PARA.
            MOVE 'P' TO WS-CHANNEL.
            MOVE SPACES TO WS-EMAIL.
            IF WS-DLV-IS-OPEN
                MOVE WS-CUR-ACCT TO DL-DLV-ACCT
                READ DLVPREF
                EVALUATE TRUE
                   WHEN WS-FS9 = 00
                       IF (DL-DLV-ELEC OR DL-DLV-BOTH) AND
                          DL-DLV-EMAIL = SPACES
                           ADD 1 TO WS-NOADDR-CT
                       ELSE
                           IF DL-DLV-ELEC OR DL-DLV-BOTH
                               MOVE DL-DLV-CHANNEL TO WS-CHANNEL
                               MOVE DL-DLV-EMAIL   TO WS-EMAIL
                           END-IF
                       END-IF
                   WHEN WS-FS9 = 23
                       ADD 1 TO WS-NOPREF-CT
                   WHEN OTHER
                       DISPLAY "READ ERROR DLVPREF: " WS-FS9
                               " - PAPER FOR " WS-CUR-ACCT
                       IF WS-RETURN-CD < 4
                           MOVE 0004 TO WS-RETURN-CD
                       END-IF
                END-EVALUATE
            END-IF.
            EVALUATE WS-CHANNEL
               WHEN 'E'
                   MOVE 'N' TO WS-PAPER-SW
                   MOVE 'Y' TO WS-ELEC-SW
                   ADD 1 TO WS-CH-ELEC-CT
               WHEN 'B'
                   MOVE 'Y' TO WS-PAPER-SW
                   MOVE 'Y' TO WS-ELEC-SW
                   ADD 1 TO WS-CH-BOTH-CT
               WHEN OTHER
                   MOVE 'Y' TO WS-PAPER-SW
                   MOVE 'N' TO WS-ELEC-SW
                   ADD 1 TO WS-CH-PAPER-CT
            END-EVALUATE.
       2270-CHANNEL-EXIT.
            EXIT.
       2280-EDLV-WRITE-PARA.
            WRITE DL-EDL-REC.
            ADD 1 TO WS-EDL-CT.
            ADD 1 TO WS-WRITE-CT.
       2280-EDLV-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    THE STATEMENT ON THE VENDOR'S FILE - HEADER, SUMMARY,
      *    THEN THE HELD TRANSACTION LINES.  THE MESSAGE INSERTS
      *    FOLLOW FROM THE FOOT OF THE STATEMENT.
      *------------------------------------------------------
       2290-EDLV-STMT-PARA.
            ADD 1 TO WS-ESTMT-SEQ.
            MOVE SPACES TO DL-EDL-REC.
            MOVE 'H' TO DL-EDL-REC-TYPE.
            MOVE WS-CUR-ACCT TO DL-EDL-H-ACCT.
            MOVE WS-PERIOD8 TO DL-EDL-STMT-ID(1:8).
            MOVE WS-ESTMT-SEQ TO DL-EDL-STMT-ID(9:5).
            MOVE LK-PARM-DATE TO DL-EDL-PERIOD.
            MOVE WS-EMAIL TO DL-EDL-EMAIL.
            MOVE WS-CHANNEL TO DL-EDL-CHANNEL.
            PERFORM 2280-EDLV-WRITE-PARA
               THRU 2280-EDLV-WRITE-EXIT.
            MOVE SPACES TO DL-EDL-REC.
            MOVE 'S' TO DL-EDL-REC-TYPE.
            MOVE WS-CUR-ACCT TO DL-EDL-S-ACCT.
            IF WS-BILL-FOUND
                MOVE 'Y' TO DL-EDL-BILLED
                MOVE DL-BILL-PREV-BAL     TO DL-EDL-PREV-BAL
                MOVE DL-BILL-PURCHASES    TO DL-EDL-PURCHASES
                MOVE DL-BILL-CREDITS      TO DL-EDL-CREDITS
                MOVE DL-BILL-PAYMENTS     TO DL-EDL-PAYMENTS
                MOVE DL-BILL-FEES         TO DL-EDL-FEES
                MOVE DL-BILL-FIN-CHG      TO DL-EDL-FIN-CHG
                MOVE DL-BILL-NEW-BAL      TO DL-EDL-NEW-BAL
                MOVE DL-BILL-MIN-DUE      TO DL-EDL-MIN-DUE
                MOVE DL-BILL-PAST-DUE     TO DL-EDL-PAST-DUE
                MOVE DL-BILL-CREDIT-LIMIT TO DL-EDL-CREDIT-LIMIT
                MOVE DL-BILL-AVAIL-CREDIT TO DL-EDL-AVAIL-CREDIT
                MOVE DL-BILL-DUE-DATE     TO DL-EDL-DUE-DATE
            ELSE
                MOVE 'N' TO DL-EDL-BILLED
                MOVE 0 TO DL-EDL-PREV-BAL DL-EDL-PURCHASES
                          DL-EDL-CREDITS DL-EDL-PAYMENTS
                          DL-EDL-FEES DL-EDL-FIN-CHG
                          DL-EDL-NEW-BAL DL-EDL-MIN-DUE
                          DL-EDL-PAST-DUE DL-EDL-CREDIT-LIMIT
                          DL-EDL-AVAIL-CREDIT
            END-IF.
            MOVE WS-MONTH-TOTAL TO DL-EDL-MONTH-TOTAL.
            MOVE WS-YTD-FOUND-SW TO DL-EDL-YTD-FOUND.
            MOVE WS-YTD-AMT TO DL-EDL-YTD-TOTAL.
            PERFORM 2280-EDLV-WRITE-PARA
               THRU 2280-EDLV-WRITE-EXIT.
            PERFORM 2295-EDLV-TXN-PARA
               THRU 2295-EDLV-TXN-EXIT
               VARYING ETX-IDX FROM 1 BY 1
               UNTIL ETX-IDX > WS-ETXN-CT.
       2290-EDLV-STMT-EXIT.
            EXIT.
       2295-EDLV-TXN-PARA.
            MOVE SPACES TO DL-EDL-REC.
            MOVE 'T' TO DL-EDL-REC-TYPE.
            MOVE WS-CUR-ACCT      TO DL-EDL-T-ACCT.
            MOVE ET-DATE(ETX-IDX) TO DL-EDL-TRN-DATE.
            MOVE ET-REF(ETX-IDX)  TO DL-EDL-REF-NBR.
            MOVE ET-AMT(ETX-IDX)  TO DL-EDL-TRN-AMT.
            MOVE ET-FEE-PGM(ETX-IDX) TO DL-EDL-FEE-PGM.
            MOVE ET-CURR(ETX-IDX) TO DL-EDL-CURR-CDE.
            MOVE ET-REV(ETX-IDX)  TO DL-EDL-REVERSAL.
            PERFORM 2280-EDLV-WRITE-PARA
               THRU 2280-EDLV-WRITE-EXIT.
       2295-EDLV-TXN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    MONTH TOTAL FOR THE ACCOUNT JUST FINISHED, PLUS ITS
      *    YEAR-TO-DATE TOTAL FROM THE YTD MASTER - THE SAME
      *    FIGURE YTDOUT-TOTAL CARRIES, SO THE STATEMENT TIES TO
            END-IF.
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
            IF WS-ELEC-ON
                PERFORM 2290-EDLV-STMT-PARA
                   THRU 2290-EDLV-STMT-EXIT
            END-IF.
            MOVE 'N' TO WS-MSG-HDR-SW.
            PERFORM 2500-MSG-FOOT-PARA
               THRU 2500-MSG-FOOT-EXIT
                MOVE MT-TEXT(MSG-IDX) TO STMT-REC(4:56)
                PERFORM 2250-STMT-WRITE-PARA
                   THRU 2250-STMT-WRITE-EXIT
                IF WS-ELEC-ON
                    MOVE SPACES TO DL-EDL-REC
                    MOVE 'M' TO DL-EDL-REC-TYPE
                    MOVE WS-CUR-ACCT TO DL-EDL-M-ACCT
                    MOVE MT-ID(MSG-IDX) TO DL-EDL-MSG-ID
                    MOVE MT-TEXT(MSG-IDX) TO DL-EDL-MSG-TEXT
                    PERFORM 2280-EDLV-WRITE-PARA
                       THRU 2280-EDLV-WRITE-EXIT
                END-IF
            END-IF.
       2500-MSG-FOOT-EXIT.
            EXIT.
       2300-CLOSE-PARA.
            CLOSE TRNIN.
            CLOSE STMTFILE.
            CLOSE EDLVFILE.
            CLOSE CTLRPT.
            IF WS-DLV-IS-OPEN
                CLOSE DLVPREF
            END-IF.
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES            TO DL-AUDIT-REC
                MOVE 'ACCTSTMT'        TO DL-AUDIT-PGM
                MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT
                MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD
                MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX
                PERFORM 9100-AUDIT-CHAIN-PARA
                   THRU 9100-AUDIT-CHAIN-EXIT
                WRITE DL-AUDIT-REC
                CLOSE AUDITFL
            END-IF.
            DISPLAY "STATEMENTS PRODUCED: " WS-STMT-CT.
            DISPLAY "BILLED WITH NO TRANSACTIONS: " WS-BILL-ONLY-CT.
            DISPLAY "E-STATEMENTS TO VENDOR: " WS-ESTMT-SEQ
                    "  PAPER SUPPRESSED: " WS-CH-ELEC-CT.
            PERFORM 2600-MSG-SUMMARY-PARA
               THRU 2600-MSG-SUMMARY-EXIT
               VARYING MSG-IDX FROM 1 BY 1
               UNTIL MSG-IDX > WS-MSG-CT.
       2300-CLOSE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A BILLED ACCOUNT WITH NO TRANSACTIONS IN THE PERIOD
      *    STILL OWES ITS BALANCE - ITS STATEMENT FOLLOWS THE
      *    SORTED ONES, IN BILLING SUMMARY ORDER.
      *------------------------------------------------------
       2800-BILL-ONLY-PARA.
            IF BT-PRINTED(WS-BILL-IDX)
                GO TO 2800-BILL-ONLY-EXIT
            END-IF.
            IF WS-REPRINT AND
               BT-REC(WS-BILL-IDX)(1:19) NOT = WS-RPT-ACCT
                GO TO 2800-BILL-ONLY-EXIT
            END-IF.
            ADD 1 TO WS-BILL-ONLY-CT.
            MOVE BT-REC(WS-BILL-IDX)(1:19) TO WS-CUR-ACCT.
            PERFORM 2220-STMT-HEAD-PARA
               THRU 2220-STMT-HEAD-EXIT.
            MOVE SPACES TO STMT-REC.
            MOVE 'NO TRANSACTIONS THIS PERIOD' TO STMT-REC(12:27).
            PERFORM 2250-STMT-WRITE-PARA
               THRU 2250-STMT-WRITE-EXIT.
            PERFORM 2400-ACCT-TOTAL-PARA
               THRU 2400-ACCT-TOTAL-EXIT.
       2800-BILL-ONLY-EXIT.
            EXIT.
       2700-REPRLOG-PARA.
            OPEN EXTEND REPRLOG.
            EVALUATE WS-FS7
            END-EVALUATE.
       2700-REPRLOG-EXIT.
            EXIT.
      *------------------------------------------------------
      *    DELIVERY CONTROL.  THE VENDOR'S FILE IS CLOSED OFF WITH
      *    ITS TRAILER, THEN THE STATEMENTS ARE COUNTED BY CHANNEL
      *    AND TIED BACK: THE CHANNELS MUST ADD TO THE STATEMENTS
      *    PRODUCED, THE STATEMENTS TO THE BILLED ACCOUNTS PLUS
      *    THE UNBILLED ONES WITH ACTIVITY, AND EVERY ACCOUNT IN
      *    THE CYCLE (EACH BILLING SUMMARY) MUST HAVE HAD ITS
      *    STATEMENT.  A BREAK ENDS THE RUN RC 4.  A REPRINT
      *    COVERS ONE ACCOUNT, SO ONLY THE CHANNELS ARE TIED.
      *------------------------------------------------------
       2900-DLV-CONTROL-PARA.
            COMPUTE WS-CH-TOTAL-CT =
                    WS-CH-PAPER-CT + WS-CH-ELEC-CT + WS-CH-BOTH-CT.
            MOVE SPACES TO DL-EDL-REC.
            MOVE 'Z' TO DL-EDL-REC-TYPE.
            MOVE WS-ESTMT-SEQ TO DL-EDL-STMT-CT.
            COMPUTE DL-EDL-REC-CT = WS-EDL-CT + 1.
            PERFORM 2280-EDLV-WRITE-PARA
               THRU 2280-EDLV-WRITE-EXIT.
            MOVE 'Y' TO WS-TIE-SW.
            IF WS-CH-TOTAL-CT NOT = WS-STMT-CT
                MOVE 'N' TO WS-TIE-SW
            END-IF.
            IF WS-ESTMT-SEQ NOT = WS-CH-ELEC-CT + WS-CH-BOTH-CT
                MOVE 'N' TO WS-TIE-SW
            END-IF.
            IF NOT WS-REPRINT
                MOVE WS-BILL-CT TO WS-CYCLE-CT
                IF WS-STMT-CT NOT =
                   WS-BILLED-STMT-CT + WS-UNBILLED-CT
                    MOVE 'N' TO WS-TIE-SW
                END-IF
                IF WS-BILLED-STMT-CT NOT = WS-CYCLE-CT
                    MOVE 'N' TO WS-TIE-SW
                END-IF
            END-IF.
            MOVE SPACES TO CTL-REC.
            STRING 'STATEMENT DELIVERY CONTROL - PERIOD ENDING '
                   DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO CTL-REC
            END-STRING.
            IF WS-REPRINT
                MOVE '** REPRINT **' TO CTL-REC(60:13)
            END-IF.
            WRITE CTL-REC.
            MOVE SPACES TO CTL-REC.
            WRITE CTL-REC.
            IF NOT WS-REPRINT
                MOVE 'ACCOUNTS IN CYCLE........' TO WS-CTL-LABEL
                MOVE WS-CYCLE-CT TO WS-CTL-CT
                PERFORM 2950-CTL-LINE-PARA
                   THRU 2950-CTL-LINE-EXIT
            END-IF.
            MOVE 'BILLED ACCOUNTS STATED...' TO WS-CTL-LABEL.
            MOVE WS-BILLED-STMT-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'UNBILLED WITH ACTIVITY...' TO WS-CTL-LABEL.
            MOVE WS-UNBILLED-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'STATEMENTS PRODUCED......' TO WS-CTL-LABEL.
            MOVE WS-STMT-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE SPACES TO CTL-REC.
            WRITE CTL-REC.
            MOVE 'PAPER ONLY...............' TO WS-CTL-LABEL.
            MOVE WS-CH-PAPER-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'ELECTRONIC ONLY..........' TO WS-CTL-LABEL.
            MOVE WS-CH-ELEC-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'PAPER AND ELECTRONIC.....' TO WS-CTL-LABEL.
            MOVE WS-CH-BOTH-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'TOTAL BY CHANNEL.........' TO WS-CTL-LABEL.
            MOVE WS-CH-TOTAL-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE SPACES TO CTL-REC.
            WRITE CTL-REC.
            MOVE 'PRINT FILE STATEMENTS....' TO WS-CTL-LABEL.
            COMPUTE WS-CTL-CT = WS-CH-PAPER-CT + WS-CH-BOTH-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'PAPER SUPPRESSED.........' TO WS-CTL-LABEL.
            MOVE WS-CH-ELEC-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'E-STATEMENTS TO VENDOR...' TO WS-CTL-LABEL.
            MOVE WS-ESTMT-SEQ TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'E-DELIVERY RECORDS.......' TO WS-CTL-LABEL.
            MOVE WS-EDL-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'E-LINES OVER TABLE.......' TO WS-CTL-LABEL.
            MOVE WS-ETXN-OVER-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'NOT ON PREFERENCE FILE...' TO WS-CTL-LABEL.
            MOVE WS-NOPREF-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE 'ELECTRONIC, NO ADDRESS...' TO WS-CTL-LABEL.
            MOVE WS-NOADDR-CT TO WS-CTL-CT.
            PERFORM 2950-CTL-LINE-PARA
               THRU 2950-CTL-LINE-EXIT.
            MOVE SPACES TO CTL-REC.
            WRITE CTL-REC.
            MOVE SPACES TO CTL-REC.
            IF WS-TIED
                MOVE 'STATEMENTS TIE TO THE CYCLE AND CHANNELS'
                  TO CTL-REC
            ELSE
                MOVE '** OUT OF BALANCE - STATEMENTS DO NOT TIE **'
                  TO CTL-REC
                DISPLAY "DELIVERY CONTROL OUT OF BALANCE"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
            WRITE CTL-REC.
       2900-DLV-CONTROL-EXIT.
            EXIT.
       2950-CTL-LINE-PARA.
            MOVE WS-CTL-CT TO WS-CTL-CT-ED.
            MOVE SPACES TO CTL-REC.
            STRING WS-CTL-LABEL DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   WS-CTL-CT-ED DELIMITED BY SIZE
                   INTO CTL-REC
            END-STRING.
            WRITE CTL-REC.
       2950-CTL-LINE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    YYYY-MM-DD (OR YYYY/MM/DD) TO YYYYMMDD.
      *------------------------------------------------------
       2780-DATE8-PARA.
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
       2600-MSG-SUMMARY-PARA.
            DISPLAY "MESSAGE " MT-ID(MSG-IDX) " PRINTED ON "
                    MT-PRINT-CT(MSG-IDX) " STATEMENTS".
       2600-MSG-SUMMARY-EXIT.
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

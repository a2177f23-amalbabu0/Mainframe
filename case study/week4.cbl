           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS14.
      *------------------------------------------------------
      *    CARD ACCOUNT MASTER (DLCRDACT) - EVERY TRANSACTION IS
      *    AUTHORIZED AGAINST THE ACCOUNT'S STATUS AND CREDIT LIMIT
      *    AND POSTED TO ITS BALANCE AS IT PRICES.
      *------------------------------------------------------
           SELECT CARDACCT ASSIGN DD18
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-CACT-ACCT
           FILE STATUS WS-FS16.
      *------------------------------------------------------
      *    FINANCE CHARGES AND FEES BILLED BY THE CYCLE CLOSE
      *    (CYCLCLS), IN THE DAILY FILE'S LAYOUT WITH RECORD TYPE
      *    'F'.  THEY POST TO THE ACCOUNT AND THE YTD MASTER ONLY.
      *------------------------------------------------------
           SELECT OPTIONAL CHGIN ASSIGN DD12
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS17.
      *------------------------------------------------------
      *    REVERSALS FRDDISP WRITES FOR AN ACCOUNT WHOSE FRAUD
      *    CASE WAS CONFIRMED, IN THE DAILY FILE'S LAYOUT WITH
      *    RECORD TYPE 'R'.
      *------------------------------------------------------
           SELECT OPTIONAL FRDREV ASSIGN DD19
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS WS-FS18.
      *------------------------------------------------------
      *    FRAUD CASE FILE (DLFRDCS) - A TRANSACTION P400FRD FLAGS
      *    OPENS OR ADDS TO ITS ACCOUNT'S CASE AND IS HELD UNTIL
      *    THE INVESTIGATOR'S DISPOSITION RELEASES OR REJECTS IT.
      *------------------------------------------------------
           SELECT FRDCASE ASSIGN DD20
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DL-FCS-ACCT
           FILE STATUS WS-FS19.
      *------------------------------------------------------
           SELECT AUDITFL ASSIGN TO AUDITLOG
           ORGANIZATION SEQUENTIAL
           10 I-FEE-PGM-IND    PIC X(03).
      *    RECORD TYPE - SPACE IS A NORMAL TRANSACTION, 'R' IS A
      *    REVERSAL REFERENCING THE ORIGINAL ACCOUNT, REFERENCE,
      *    DATE, AND AMOUNT.  'F' IS A BILLED FINANCE CHARGE OR
      *    FEE, WHICH ONLY ARRIVES ON CHGIN (OR RECYCLED).
           10 I-REC-TYPE       PIC X(01).
      *------------------------------------------------------
       FD OUTFILE.
           10 ST-SETL-AMT      PIC S9(13)V9(2).
           10 FILLER           PIC X(01).
           10 ST-COUNT         PIC 9(07).
           10 FILLER           PIC X(01).
      *    'D' DETAILS ONLY - 'P' PURCHASE OR 'R' REVERSAL, SO
      *    FEERECN CAN PRICE THE NETWORK'S FEES BY TRANSACTION TYPE.
           10 ST-TRN-TYPE      PIC X(01).
           10 FILLER           PIC X(14).
       FD REFIN.
       01 REFIN-REC.
           10 RHI-ACCT-NBR     PIC X(19).
           10 RHI-TRN-AMT      PIC S9(10)V9(2).
           10 RHI-TRN-DTE      PIC X(10).
           10 RHI-REV-IND      PIC X(01).
      *    FEE PROGRAM AND RECORD TYPE OF THE ORIGINAL, SO FRDDISP
      *    CAN BUILD A REVERSAL THAT PRICES IN THE SAME CURRENCY
      *    AND LEAVE BILLED CHARGES ('F') ALONE.
           10 RHI-FEE-PGM-IND  PIC X(03).
           10 RHI-REC-TYPE     PIC X(01).
           10 FILLER           PIC X(11).
       FD REFOUT.
       01 REFOUT-REC.
           10 RHO-ACCT-NBR     PIC X(19).
           10 RHO-TRN-AMT      PIC S9(10)V9(2).
           10 RHO-TRN-DTE      PIC X(10).
           10 RHO-REV-IND      PIC X(01).
           10 RHO-FEE-PGM-IND  PIC X(03).
           10 RHO-REC-TYPE     PIC X(01).
           10 FILLER           PIC X(11).
       FD CARDACCT
           RECORD CONTAINS 400 CHARACTERS.
           COPY DLCRDACT.
       FD CHGIN.
       01 CHG-REC.
           10 CHG-TRN-DTE      PIC X(10).
           10 CHG-ACCT-NBR     PIC X(19).
           10 CHG-REF-NBR      PIC X(23).
           10 CHG-TRN-AMT      PIC S9(10)V9(2).
           10 CHG-FEE-PGM-IND  PIC X(03).
           10 CHG-REC-TYPE     PIC X(01).
       FD FRDREV.
       01 FRV-REC.
           10 FRV-TRN-DTE      PIC X(10).
           10 FRV-ACCT-NBR     PIC X(19).
           10 FRV-REF-NBR      PIC X(23).
           10 FRV-TRN-AMT      PIC S9(10)V9(2).
           10 FRV-FEE-PGM-IND  PIC X(03).
           10 FRV-REC-TYPE     PIC X(01).
       FD FRDCASE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DLFRDCS.
       FD SUSPFILE.
           COPY DLSUSP.
      *------------------------------------------------------
       01 WS-SETL-TOT          PIC S9(13)V9(2) VALUE 0.
       01 WS-RUN-DATE            PIC X(10).
      *------------------------------------------------------
      *    CARD ACCOUNT AUTHORIZATION AND POSTING.  A TRANSACTION
      *    ON AN ACCOUNT THAT IS NOT ON THE MASTER OR NOT OPEN
      *    GOES TO THE EXCEPTION FLOW WITH ITS OWN REASON CODE -
      *    ADLQ WHEN DLQAGE HAS BLOCKED IT FOR DELINQUENCY, SO THE
      *    ITEM RECYCLES AND POSTS ONCE A PAYMENT CURES THE ACCOUNT.
      *    ONE THAT WOULD TAKE THE BALANCE OVER THE CREDIT LIMIT
      *    IS HELD (REASON OVLM, RECYCLED NEXT DAY) UNLESS THE
      *    VELCTL 'OVLFEE' CARD GIVES AN OVERLIMIT FEE, IN WHICH
      *    CASE IT POSTS AND THE FEE IS ASSESSED ONCE PER CYCLE -
      *    IT WAITS ON THE ACCOUNT UNTIL CYCLCLS BILLS IT AND IT
      *    COMES BACK THROUGH CHGIN WITH THE FINANCE CHARGE.
      *    EVERY POSTING ALSO ROLLS THE ACCOUNT'S AVERAGE DAILY
      *    BALANCE ACCUMULATOR FORWARD TO THE RUN DATE (PAYCAL
      *    CALENDAR DAYS) AND ADDS TO ITS CYCLE PURCHASES OR
      *    CREDITS.  WHAT POSTS TO THE BALANCES IS PROVED AT END
      *    OF RUN AGAINST WHAT WENT INTO THE YTD MASTER.
      *------------------------------------------------------
       01 WS-FS16              PIC 99.
       01 WS-CACT-FOUND-SW       PIC X(01).
           88 WS-CACT-FOUND      VALUE 'Y'.
       01 WS-CACT-OVL-SW         PIC X(01).
           88 WS-CACT-OVERLIMIT  VALUE 'Y'.
       01 WS-CACT-POST-SW        PIC X(01).
           88 WS-CACT-POSTED     VALUE 'Y'.
       01 WS-POST-AMT            PIC S9(10)V9(2).
       01 WS-OVL-FEE             PIC 9(07)V9(2) VALUE 0.
       01 WS-OVL-FEE-AMT         PIC 9(07)V9(2).
       01 WS-ACCT-REJ-CT         PIC 9(05) VALUE 0.
       01 WS-OVL-HOLD-CT         PIC 9(05) VALUE 0.
       01 WS-OVL-FEE-CT          PIC 9(05) VALUE 0.
       01 WS-OVL-FEE-TOT         PIC S9(11)V9(2) VALUE 0.
       01 WS-ACCT-POST-TOT       PIC S9(13)V9(2) VALUE 0.
       01 WS-YTD-POST-TOT        PIC S9(13)V9(2) VALUE 0.
       01 WS-ACCT-AMT-ED         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FS17              PIC 99.
       01 WS-CHG-READ-CT         PIC 9(05) VALUE 0.
       01 WS-CHG-CT              PIC 9(05) VALUE 0.
       01 WS-CHG-REJ-CT          PIC 9(05) VALUE 0.
       01 WS-CHG-TOT             PIC S9(11)V9(2) VALUE 0.
      *------------------------------------------------------
      *    FRAUD CASES.  A FLAGGED TRANSACTION IS HELD (FRDH) ON
      *    THE EXCEPTION FILE WHILE ITS ACCOUNT'S CASE IS PENDING
      *    AND DOES NOT AGE TOWARD THE RETRY LIMIT MEANWHILE; IT IS
      *    REJECTED TO SUSPENSE (FRDC) ONCE THE CASE IS CONFIRMED
      *    AS FRAUD, AND RELEASED TO THE NORMAL CHECKS ONCE IT IS
      *    DISPOSED FALSE POSITIVE OR CUSTOMER VERIFIED.
      *------------------------------------------------------
       01 WS-FS18              PIC 99.
       01 WS-FS19              PIC 99.
       01 WS-FRD-HOLD-SW         PIC X(01).
           88 WS-FRD-HELD        VALUE 'Y'.
       01 WS-FRD-CONF-SW         PIC X(01).
           88 WS-FRD-CONFIRMED   VALUE 'Y'.
       01 WS-FRD-TRN-D8          PIC X(08).
       01 WS-FRD-OPEN-CT         PIC 9(05) VALUE 0.
       01 WS-FRD-REOPEN-CT       PIC 9(05) VALUE 0.
       01 WS-FRD-HOLD-CT         PIC 9(05) VALUE 0.
       01 WS-FRD-REL-CT          PIC 9(05) VALUE 0.
       01 WS-FRD-CONF-CT         PIC 9(05) VALUE 0.
       01 WS-FRV-READ-CT         PIC 9(05) VALUE 0.
      *------------------------------------------------------
      *    REFERENCE HISTORY TABLE - EVERY TRANSACTION PROCESSED
      *    WITHIN THE ROLLING WINDOW, LOADED FROM REFIN AND
      *    REWRITTEN TO REFOUT AT END OF RUN.  REVERSALS MATCH
           05 RH-TRN-DTE         PIC X(10).
           05 RH-REV-SW          PIC X(01).
               88 RH-REVERSED    VALUE 'Y'.
           05 RH-FEE-PGM-IND     PIC X(03).
           05 RH-REC-TYPE        PIC X(01).
       01 WS-RH-FOUND-SW         PIC X(01).
           88 WS-RH-FOUND        VALUE 'Y'.
       01 WS-RH-HOLD             PIC 9(05).
           05 WS-RUNC-PGM        PIC X(08).
           05 WS-RUNC-DATE       PIC X(10).
           05 WS-RUNC-RESULT     PIC X(01).
       COPY DLCHAIN.
       LINKAGE SECTION.
       01 LK-PARM-DATE          PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-DATE.
                   WHEN VELCTL-KEYWORD = 'RATESTAL' AND
                        VELCTL-VALUE IS NUMERIC
                       MOVE VELCTL-VALUE TO WS-STALE-DAYS
                   WHEN VELCTL-KEYWORD = 'OVLFEE' AND
                        VELCTL-VALUE IS NUMERIC
                       MOVE VELCTL-VALUE TO WS-OVL-FEE
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
                    MOVE RHI-TRN-AMT  TO RH-TRN-AMT(WS-RH-CT)
                    MOVE RHI-TRN-DTE  TO RH-TRN-DTE(WS-RH-CT)
                    MOVE RHI-REV-IND  TO RH-REV-SW(WS-RH-CT)
                    MOVE RHI-FEE-PGM-IND TO RH-FEE-PGM-IND(WS-RH-CT)
                    MOVE RHI-REC-TYPE TO RH-REC-TYPE(WS-RH-CT)
                END-IF
            END-IF.
       1710-REFHIST-READ-EXIT.
            PERFORM 2600-RECYCLE-PARA
               THRU 2600-RECYCLE-EXIT
            MOVE 0 TO WS-CUR-RETRY
            PERFORM 2620-CHARGE-IN-PARA
               THRU 2620-CHARGE-IN-EXIT
            PERFORM 2640-FRAUD-REV-IN-PARA
               THRU 2640-FRAUD-REV-IN-EXIT
            PERFORM 2200-READ-PARA
               THRU 2200-READ-EXIT
               UNTIL WS-FS1 = 10
               THRU 2590-STALE-CHECK-EXIT
               VARYING WS-CTOT-IDX FROM 1 BY 1
               UNTIL WS-CTOT-IDX > WS-CTOT-CT
            PERFORM 2595-ACCT-TOTALS-PARA
               THRU 2595-ACCT-TOTALS-EXIT
            IF WS-RETURN-CD < 8
                PERFORM 1600-RUNCTL-MARK-PARA
                   THRU 1600-RUNCTL-MARK-EXIT
                   PERFORM 2300-CLOSE-PARA
                      THRU 2300-CLOSE-EXIT
            END-EVALUATE
      *------------------------------------------------------
            OPEN I-O CARDACCT.
            EVALUATE WS-FS16
               WHEN 00
                   DISPLAY "OPEN CARDACCT SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CARDACCT: " WS-FS16
                   MOVE 'OPEN ERROR'     TO WS-AUDIT-STATUS-TX
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 2300-CLOSE-PARA
                      THRU 2300-CLOSE-EXIT
            END-EVALUATE
      *------------------------------------------------------
            OPEN I-O FRDCASE.
            EVALUATE WS-FS19
               WHEN 00
                   DISPLAY "OPEN FRDCASE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR FRDCASE: " WS-FS19
                   MOVE 'OPEN ERROR'     TO WS-AUDIT-STATUS-TX
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 2300-CLOSE-PARA
                      THRU 2300-CLOSE-EXIT
            END-EVALUATE
      *------------------------------------------------------
            OPEN EXTEND AUDITFL.
            EVALUATE WS-FS8
               WHEN OTHER
                   DISPLAY "CLOSE ERROR SUSPFILE: " WS-FS7
            END-EVALUATE
      *------------------------------------------------------
            CLOSE CARDACCT.
            EVALUATE WS-FS16
               WHEN 00
                   DISPLAY "CLOSE CARDACCT SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR CARDACCT: " WS-FS16
            END-EVALUATE
      *------------------------------------------------------
            CLOSE FRDCASE.
            EVALUATE WS-FS19
               WHEN 00
                   DISPLAY "CLOSE FRDCASE SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR FRDCASE: " WS-FS19
            END-EVALUATE
      *------------------------------------------------------
            IF WS-AUDIT-IS-OPEN
                MOVE SPACES          TO DL-AUDIT-REC
                MOVE WS-WRITE-CTR    TO DL-AUDIT-WRITE-CT
                MOVE WS-RETURN-CD    TO DL-AUDIT-RETURN-CD
                MOVE WS-AUDIT-STATUS-TX TO DL-AUDIT-STATUS-TX
                PERFORM 9100-AUDIT-CHAIN-PARA
                   THRU 9100-AUDIT-CHAIN-EXIT
                WRITE DL-AUDIT-REC
                CLOSE AUDITFL
                EVALUATE WS-FS8
                   THRU 2260-REVERSAL-EXIT
                GO TO 2210-VALIDATE-EXIT
            END-IF.
            IF I-REC-TYPE = 'F'
                PERFORM 2265-CHARGE-PARA
                   THRU 2265-CHARGE-EXIT
                GO TO 2210-VALIDATE-EXIT
            END-IF.
            UNSTRING I-TRN-DTE DELIMITED BY '/'
               INTO D1-YEAR D1-MONTH D1-DAY
            END-UNSTRING.
               THRU 2211-ASSIGN-EXIT.
            PERFORM 2285-RATE-PICK-PARA
               THRU 2285-RATE-PICK-EXIT.
            MOVE I-TRN-AMT TO WS-POST-AMT.
            PERFORM 2290-ACCT-CHECK-PARA
               THRU 2290-ACCT-CHECK-EXIT.
            MOVE 'N' TO WS-FRD-HOLD-SW.
            MOVE 'N' TO WS-FRD-CONF-SW.
            IF RETURN-CODE = 0 AND NOT (WS-D2 < WS-D1) AND
               (PIO0FRD-O-FRD-IND = 'FD' OR PIO0FRD-O-FRD-IND = 'FS')
                PERFORM 2250-FRD-CASE-PARA
                   THRU 2250-FRD-CASE-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE 'FRAUD CHECK CALL FAILED' TO WS-EXC-REASON
                   MOVE PIO0FRD-O-FRD-IND TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN WS-FRD-CONFIRMED
                   ADD 1 TO WS-FRD-CONF-CT
                   MOVE 'FRAUD CONFIRMED - REJECTED' TO WS-EXC-REASON
                   MOVE 'FRDC' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN WS-FRD-HELD
                   ADD 1 TO WS-FRD-HOLD-CT
                   MOVE 'HELD FOR FRAUD CASE' TO WS-EXC-REASON
                   MOVE 'FRDH' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN NOT WS-RATE-OK
                   ADD 1 TO WS-RATE-REJ-CT
                   MOVE 'OLDER THAN EARLIEST RATE' TO WS-EXC-REASON
                   MOVE 'VELO' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN NOT WS-CACT-FOUND
                   ADD 1 TO WS-ACCT-REJ-CT
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON
                   MOVE 'ANOF' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN DL-CACT-BLOCKED
                   ADD 1 TO WS-ACCT-REJ-CT
                   MOVE 'ACCOUNT BLOCKED' TO WS-EXC-REASON
                   MOVE 'ABLK' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN DL-CACT-CLOSED
                   ADD 1 TO WS-ACCT-REJ-CT
                   MOVE 'ACCOUNT CLOSED' TO WS-EXC-REASON
                   MOVE 'ACLS' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN DL-CACT-CHARGED-OFF
                   ADD 1 TO WS-ACCT-REJ-CT
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-EXC-REASON
                   MOVE 'ACHG' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN DL-CACT-DLQ-BLOCKED
                   ADD 1 TO WS-ACCT-REJ-CT
                   MOVE 'BLOCKED - DELINQUENT' TO WS-EXC-REASON
                   MOVE 'ADLQ' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN NOT DL-CACT-OPEN
                   ADD 1 TO WS-ACCT-REJ-CT
                   MOVE 'ACCOUNT STATUS INVALID' TO WS-EXC-REASON
                   MOVE 'ASTS' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN WS-CACT-OVERLIMIT AND WS-OVL-FEE = 0
                   ADD 1 TO WS-OVL-HOLD-CT
                   MOVE 'OVER CREDIT LIMIT - HELD' TO WS-EXC-REASON
                   MOVE 'OVLM' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN OTHER
                   PERFORM 2295-ACCT-POST-PARA
                      THRU 2295-ACCT-POST-EXIT
                   IF WS-CACT-POSTED
                       PERFORM 2213-MOVE-PARA
                          THRU 2213-MOVE-EXIT
                       PERFORM 2221-WRITE-PARA
                          THRU 2221-WRITE-EXIT
                       PERFORM 2230-YTD-UPDATE-PARA
                          THRU 2230-YTD-UPDATE-EXIT
                       PERFORM 2270-REFHIST-ADD-PARA
                          THRU 2270-REFHIST-ADD-EXIT
                   ELSE
                       MOVE 'ACCOUNT UPDATE FAILED' TO WS-EXC-REASON
                       MOVE 'AUPD' TO WS-EXC-RSN-CD
                       PERFORM 2212-EXCEPTION-PARA
                          THRU 2212-EXCEPTION-EXIT
                   END-IF
            END-EVALUATE.
       2210-VALIDATE-EXIT.
            EXIT.
       2610-RECYCLE-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    BILLED CHARGES FROM THE LAST CYCLE CLOSE.  A MISSING OR
      *    EMPTY CHGIN SIMPLY MEANS NO CYCLE CLOSED SINCE THE LAST
      *    RUN.
      *------------------------------------------------------
       2620-CHARGE-IN-PARA.
            OPEN INPUT CHGIN.
            EVALUATE TRUE
               WHEN WS-FS17 = 00 OR WS-FS17 = 05
                   PERFORM 2630-CHARGE-READ-PARA
                      THRU 2630-CHARGE-READ-EXIT
                      UNTIL WS-FS17 = 10
                   CLOSE CHGIN
                   DISPLAY "BILLED CHARGES READ: " WS-CHG-READ-CT
               WHEN OTHER
                   DISPLAY "CHGIN NOT AVAILABLE - NO BILLED CHARGES "
                           "POSTED"
            END-EVALUATE.
       2620-CHARGE-IN-EXIT.
            EXIT.
       2630-CHARGE-READ-PARA.
            READ CHGIN.
            EVALUATE WS-FS17
               WHEN 00
                   ADD 1 TO WS-CHG-READ-CT
                   ADD 1 TO WS-CTR
                   MOVE CHG-TRN-DTE      TO I-TRN-DTE
                   MOVE CHG-ACCT-NBR     TO I-ACCT-NBR
                   MOVE CHG-REF-NBR      TO I-REF-NBR
                   MOVE CHG-TRN-AMT      TO I-TRN-AMT
                   MOVE CHG-FEE-PGM-IND  TO I-FEE-PGM-IND
                   MOVE 'F'              TO I-REC-TYPE
                   MOVE 0 TO WS-CUR-RETRY
                   PERFORM 2210-VALIDATE-PARA
                      THRU 2210-VALIDATE-EXIT
               WHEN 10
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR CHGIN: " WS-FS17
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS17
            END-EVALUATE.
       2630-CHARGE-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    REVERSALS OF THE TRANSACTIONS ON ACCOUNTS WHOSE FRAUD
      *    CASE WAS CONFIRMED SINCE THE LAST RUN.  A MISSING OR
      *    EMPTY FRDREV MEANS NO CASE WAS CONFIRMED.
      *------------------------------------------------------
       2640-FRAUD-REV-IN-PARA.
            OPEN INPUT FRDREV.
            EVALUATE TRUE
               WHEN WS-FS18 = 00 OR WS-FS18 = 05
                   PERFORM 2650-FRAUD-REV-READ-PARA
                      THRU 2650-FRAUD-REV-READ-EXIT
                      UNTIL WS-FS18 = 10
                   CLOSE FRDREV
                   DISPLAY "FRAUD CASE REVERSALS READ: "
                           WS-FRV-READ-CT
               WHEN OTHER
                   DISPLAY "FRDREV NOT AVAILABLE - NO FRAUD CASE "
                           "REVERSALS"
            END-EVALUATE.
       2640-FRAUD-REV-IN-EXIT.
            EXIT.
       2650-FRAUD-REV-READ-PARA.
            READ FRDREV.
            EVALUATE WS-FS18
               WHEN 00
                   ADD 1 TO WS-FRV-READ-CT
                   ADD 1 TO WS-CTR
                   MOVE FRV-TRN-DTE      TO I-TRN-DTE
                   MOVE FRV-ACCT-NBR     TO I-ACCT-NBR
                   MOVE FRV-REF-NBR      TO I-REF-NBR
                   MOVE FRV-TRN-AMT      TO I-TRN-AMT
                   MOVE FRV-FEE-PGM-IND  TO I-FEE-PGM-IND
                   MOVE 'R'              TO I-REC-TYPE
                   MOVE 0 TO WS-CUR-RETRY
                   PERFORM 2210-VALIDATE-PARA
                      THRU 2210-VALIDATE-EXIT
               WHEN 10
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR FRDREV: " WS-FS18
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 10 TO WS-FS18
            END-EVALUATE.
       2650-FRAUD-REV-READ-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A TRANSACTION P400FRD FLAGGED - LOOK UP ITS ACCOUNT'S
      *    FRAUD CASE.  NO CASE OPENS ONE; NO CASE OR A PENDING
      *    ONE HOLDS THE TRANSACTION.  A CONFIRMED-FRAUD CASE
      *    REJECTS IT.  A FALSE-POSITIVE OR CUSTOMER-VERIFIED CASE
      *    RELEASES IT TO THE NORMAL CHECKS, UNLESS IT IS DATED
      *    AFTER THE CASE'S CLEAR-THROUGH DATE - THEN THE FLAG IS
      *    NEW AND THE CASE REOPENS.
      *------------------------------------------------------
       2250-FRD-CASE-PARA.
            MOVE I-ACCT-NBR TO DL-FCS-ACCT.
            READ FRDCASE.
            EVALUATE WS-FS19
               WHEN 00
                   CONTINUE
               WHEN 23
                   MOVE 'Y' TO WS-FRD-HOLD-SW
                   PERFORM 2251-FRD-CASE-OPEN-PARA
                      THRU 2251-FRD-CASE-OPEN-EXIT
                   GO TO 2250-FRD-CASE-EXIT
               WHEN OTHER
                   DISPLAY "READ ERROR FRDCASE: " WS-FS19
                           " " I-REF-NBR
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-FRD-HOLD-SW
                   GO TO 2250-FRD-CASE-EXIT
            END-EVALUATE.
            EVALUATE TRUE
               WHEN DL-FCS-CONFIRMED
                   MOVE 'Y' TO WS-FRD-CONF-SW
               WHEN DL-FCS-CLEARED
                   PERFORM 2253-FRD-CLEAR-PARA
                      THRU 2253-FRD-CLEAR-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-FRD-HOLD-SW
                   PERFORM 2252-FRD-CASE-ADD-PARA
                      THRU 2252-FRD-CASE-ADD-EXIT
            END-EVALUATE.
       2250-FRD-CASE-EXIT.
            EXIT.
       2251-FRD-CASE-OPEN-PARA.
            MOVE SPACES     TO DL-FCS-REC.
            MOVE I-ACCT-NBR TO DL-FCS-ACCT.
            MOVE 1          TO DL-FCS-CASE-SEQ.
            MOVE 0          TO DL-FCS-NOTE-CT.
            PERFORM 2254-FRD-CASE-INIT-PARA
               THRU 2254-FRD-CASE-INIT-EXIT.
            WRITE DL-FCS-REC.
            IF WS-FS19 = 00
                ADD 1 TO WS-FRD-OPEN-CT
            ELSE
                DISPLAY "WRITE ERROR FRDCASE: " WS-FS19
                        " " I-ACCT-NBR
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
       2251-FRD-CASE-OPEN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ANOTHER FLAGGED TRANSACTION ON A PENDING CASE.  ONLY A
      *    ITEM NOT ALREADY HELD ADDS TO THE CASE - ONE RECYCLING
      *    AS FRDH IS ALREADY COUNTED.  A LATE-PRESENTED ITEM DATED
      *    BEFORE THE CASE'S FIRST ONE MOVES THE FIRST DATE BACK.
      *------------------------------------------------------
       2252-FRD-CASE-ADD-PARA.
            IF WS-CUR-RETRY > 0
                IF RCY-RSN-CD = 'FRDH'
                    GO TO 2252-FRD-CASE-ADD-EXIT
                END-IF
            END-IF.
            ADD 1 TO DL-FCS-FLAG-CT.
            ADD I-TRN-AMT TO DL-FCS-FLAG-AMT.
            MOVE I-TRN-DTE         TO DL-FCS-LAST-FLAG-DATE.
            MOVE PIO0FRD-O-FRD-IND TO DL-FCS-FRD-IND.
            MOVE I-TRN-DTE TO WS-DATE-IN.
            PERFORM 2219-DATE8-PARA
               THRU 2219-DATE8-EXIT.
            MOVE WS-DATE8 TO WS-FRD-TRN-D8.
            MOVE DL-FCS-FIRST-TRN-DATE TO WS-DATE-IN.
            PERFORM 2219-DATE8-PARA
               THRU 2219-DATE8-EXIT.
            IF WS-FRD-TRN-D8 < WS-DATE8
                MOVE I-TRN-DTE TO DL-FCS-FIRST-TRN-DATE
            END-IF.
            REWRITE DL-FCS-REC.
            IF WS-FS19 NOT = 00
                DISPLAY "REWRITE ERROR FRDCASE: " WS-FS19
                        " " I-ACCT-NBR
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
       2252-FRD-CASE-ADD-EXIT.
            EXIT.
      *------------------------------------------------------
      *    CASE DISPOSED FALSE POSITIVE OR CUSTOMER VERIFIED.
      *    UNTIL FRDDISP HAS CLOSED IT THERE IS NO CLEAR-THROUGH
      *    DATE YET AND EVERYTHING FLAGGED IS RELEASED.
      *------------------------------------------------------
       2253-FRD-CLEAR-PARA.
            IF DL-FCS-CLEAR-THRU NOT = SPACES
                MOVE I-TRN-DTE TO WS-DATE-IN
                PERFORM 2219-DATE8-PARA
                   THRU 2219-DATE8-EXIT
                MOVE WS-DATE8 TO WS-FRD-TRN-D8
                MOVE DL-FCS-CLEAR-THRU TO WS-DATE-IN
                PERFORM 2219-DATE8-PARA
                   THRU 2219-DATE8-EXIT
                IF WS-FRD-TRN-D8 > WS-DATE8
                    MOVE 'Y' TO WS-FRD-HOLD-SW
                    PERFORM 2255-FRD-CASE-REOPEN-PARA
                       THRU 2255-FRD-CASE-REOPEN-EXIT
                    GO TO 2253-FRD-CLEAR-EXIT
                END-IF
            END-IF.
            ADD 1 TO WS-FRD-REL-CT.
       2253-FRD-CLEAR-EXIT.
            EXIT.
      *------------------------------------------------------
      *    START A CASE CYCLE FROM THIS TRANSACTION - A NEW CASE
      *    OR ONE BEING REOPENED.
      *------------------------------------------------------
       2254-FRD-CASE-INIT-PARA.
            MOVE 'O'               TO DL-FCS-STATUS.
            MOVE SPACE             TO DL-FCS-DISP.
            MOVE WS-RUN-DATE       TO DL-FCS-OPEN-DATE.
            MOVE PIO0FRD-O-FRD-IND TO DL-FCS-FRD-IND.
            MOVE I-TRN-DTE         TO DL-FCS-FIRST-TRN-DATE.
            MOVE I-TRN-DTE         TO DL-FCS-LAST-FLAG-DATE.
            MOVE 1                 TO DL-FCS-FLAG-CT.
            MOVE I-TRN-AMT         TO DL-FCS-FLAG-AMT.
            MOVE SPACES TO DL-FCS-INVESTIGATOR DL-FCS-ASSIGN-DATE
                           DL-FCS-DISP-OPER DL-FCS-DISP-DATE
                           DL-FCS-FRAUD-FROM DL-FCS-CLOSE-DATE
                           DL-FCS-CLEAR-THRU.
            MOVE 0 TO DL-FCS-REV-CT DL-FCS-REV-AMT.
       2254-FRD-CASE-INIT-EXIT.
            EXIT.
       2255-FRD-CASE-REOPEN-PARA.
            MOVE DL-FCS-DISP      TO DL-FCS-PRIOR-DISP.
            MOVE DL-FCS-DISP-DATE TO DL-FCS-PRIOR-DISP-DATE.
            ADD 1 TO DL-FCS-CASE-SEQ.
            PERFORM 2254-FRD-CASE-INIT-PARA
               THRU 2254-FRD-CASE-INIT-EXIT.
            REWRITE DL-FCS-REC.
            IF WS-FS19 = 00
                ADD 1 TO WS-FRD-REOPEN-CT
            ELSE
                DISPLAY "REWRITE ERROR FRDCASE: " WS-FS19
                        " " I-ACCT-NBR
                MOVE 0008 TO WS-RETURN-CD
            END-IF.
       2255-FRD-CASE-REOPEN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A REVERSAL BACKS OUT A PREVIOUSLY PROCESSED TRANSACTION.
      *    IT MUST MATCH AN ORIGINAL ON THE REFERENCE HISTORY BY
      *    ACCOUNT, REFERENCE, DATE, AND AMOUNT, AND THE ORIGINAL
               THRU 2261-REV-FIND-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-CT OR WS-RH-FOUND.
            COMPUTE WS-POST-AMT = 0 - I-TRN-AMT.
            PERFORM 2290-ACCT-CHECK-PARA
               THRU 2290-ACCT-CHECK-EXIT.
            EVALUATE TRUE
               WHEN NOT WS-RH-FOUND
                   ADD 1 TO WS-REV-REJ-CT
                   MOVE 'RDUP' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
      *        A REVERSAL IS A CREDIT - IT POSTS WHATEVER THE
      *        ACCOUNT'S STATUS, BUT THE ACCOUNT MUST BE ON FILE.
               WHEN NOT WS-CACT-FOUND
                   ADD 1 TO WS-REV-REJ-CT
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON
                   MOVE 'ANOF' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN OTHER
                   PERFORM 2295-ACCT-POST-PARA
                      THRU 2295-ACCT-POST-EXIT
                   IF NOT WS-CACT-POSTED
                       ADD 1 TO WS-REV-REJ-CT
                       MOVE 'ACCOUNT UPDATE FAILED' TO WS-EXC-REASON
                       MOVE 'AUPD' TO WS-EXC-RSN-CD
                       PERFORM 2212-EXCEPTION-PARA
                          THRU 2212-EXCEPTION-EXIT
                       GO TO 2260-REVERSAL-EXIT
                   END-IF
                   ADD 1 TO WS-REV-CT
                   MOVE 'Y' TO RH-REV-SW(WS-RH-HOLD)
                   PERFORM 2211-ASSIGN-PARA
            END-EVALUATE.
       2260-REVERSAL-EXIT.
            EXIT.
      *------------------------------------------------------
      *    A FINANCE CHARGE OR FEE THE CYCLE CLOSE HAS ALREADY
      *    BILLED.  IT IS ON THE CUSTOMER'S STATEMENT, SO IT POSTS
      *    WHATEVER THE ACCOUNT'S STATUS OR OPEN-TO-BUY; IT GOES
      *    INTO THE YTD MASTER AND THE REFERENCE HISTORY (SO A
      *    RESUBMITTED CHGIN IS CAUGHT AS A DUPLICATE) BUT IS NOT
      *    PRICED OR SETTLED WITH THE NETWORK.
      *------------------------------------------------------
       2265-CHARGE-PARA.
            MOVE 'OK' TO PIO0FRD-O-FRD-IND.
            PERFORM 2280-DUP-CHECK-PARA
               THRU 2280-DUP-CHECK-EXIT.
            MOVE I-TRN-AMT TO WS-POST-AMT.
            PERFORM 2290-ACCT-CHECK-PARA
               THRU 2290-ACCT-CHECK-EXIT.
            MOVE 'N' TO WS-CACT-OVL-SW.
            EVALUATE TRUE
               WHEN WS-DUP-SUSPECT
                   ADD 1 TO WS-DUP-CT
                   ADD 1 TO WS-CHG-REJ-CT
                   MOVE 'DUPLICATE OF PRIOR DAY TXN' TO WS-EXC-REASON
                   MOVE 'DUPL' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN NOT WS-CACT-FOUND
                   ADD 1 TO WS-CHG-REJ-CT
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON
                   MOVE 'ANOF' TO WS-EXC-RSN-CD
                   PERFORM 2212-EXCEPTION-PARA
                      THRU 2212-EXCEPTION-EXIT
               WHEN OTHER
                   PERFORM 2295-ACCT-POST-PARA
                      THRU 2295-ACCT-POST-EXIT
                   IF WS-CACT-POSTED
                       ADD 1 TO WS-CHG-CT
                       ADD I-TRN-AMT TO WS-CHG-TOT
                       PERFORM 2230-YTD-UPDATE-PARA
                          THRU 2230-YTD-UPDATE-EXIT
                       PERFORM 2270-REFHIST-ADD-PARA
                          THRU 2270-REFHIST-ADD-EXIT
                   ELSE
                       ADD 1 TO WS-CHG-REJ-CT
                       MOVE 'ACCOUNT UPDATE FAILED' TO WS-EXC-REASON
                       MOVE 'AUPD' TO WS-EXC-RSN-CD
                       PERFORM 2212-EXCEPTION-PARA
                          THRU 2212-EXCEPTION-EXIT
                   END-IF
            END-EVALUATE.
       2265-CHARGE-EXIT.
            EXIT.
       2261-REV-FIND-PARA.
            IF RH-ACCT-NBR(WS-RH-IDX) = I-ACCT-NBR AND
               RH-REF-NBR(WS-RH-IDX) = I-REF-NBR AND
            END-IF.
       2261-REV-FIND-EXIT.
            EXIT.
      *------------------------------------------------------
      *    READ THE TRANSACTION'S ACCOUNT FROM THE CARD ACCOUNT
      *    MASTER AND DECIDE WHETHER WS-POST-AMT WOULD TAKE THE
      *    ACCOUNT OVER ITS CREDIT LIMIT - MORE THAN ITS
      *    OPEN-TO-BUY, WHICH ALREADY ALLOWS FOR FEES AND CHARGES
      *    BILLED OR ASSESSED BUT NOT YET POSTED.  ONLY A DEBIT
      *    CAN PUT AN ACCOUNT OVER ITS LIMIT.
      *------------------------------------------------------
       2290-ACCT-CHECK-PARA.
            MOVE 'N' TO WS-CACT-FOUND-SW.
            MOVE 'N' TO WS-CACT-OVL-SW.
            MOVE I-ACCT-NBR TO DL-CACT-ACCT.
            READ CARDACCT.
            EVALUATE WS-FS16
               WHEN 00
                   MOVE 'Y' TO WS-CACT-FOUND-SW
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   DISPLAY "READ ERROR CARDACCT: " WS-FS16
                           " " I-REF-NBR
                   MOVE 0008 TO WS-RETURN-CD
            END-EVALUATE.
            IF WS-CACT-FOUND AND WS-POST-AMT > 0
                IF WS-POST-AMT > DL-CACT-OTB
                    MOVE 'Y' TO WS-CACT-OVL-SW
                END-IF
            END-IF.
       2290-ACCT-CHECK-EXIT.
            EXIT.
      *------------------------------------------------------
      *    POST WS-POST-AMT TO THE BALANCE READ IN 2290 AND
      *    ASSESS THE OVERLIMIT FEE WHEN THE POSTING GOES OVER THE
      *    LIMIT AND NO FEE HAS BEEN ASSESSED YET THIS CYCLE.  THE
      *    FEE WAITS IN DL-CACT-CYC-OVL-FEE FOR CYCLCLS TO BILL.
      *    THE CALLER ONLY PRICES AND ADDS THE TRANSACTION TO THE
      *    YTD MASTER ONCE THE REWRITE HAS WORKED.
      *------------------------------------------------------
       2295-ACCT-POST-PARA.
            MOVE 'N' TO WS-CACT-POST-SW.
            IF DL-CACT-STMT-DATE = SPACES
                PERFORM 2297-CYCLE-INIT-PARA
                   THRU 2297-CYCLE-INIT-EXIT
            END-IF.
            MOVE 0 TO WS-OVL-FEE-AMT.
            IF WS-CACT-OVERLIMIT AND WS-OVL-FEE > 0 AND
               DL-CACT-CYC-OVL-FEE = 0
                MOVE WS-OVL-FEE TO WS-OVL-FEE-AMT
            END-IF.
            PERFORM 2296-ADB-ACCRUE-PARA
               THRU 2296-ADB-ACCRUE-EXIT.
            ADD WS-POST-AMT TO DL-CACT-BALANCE.
            EVALUATE TRUE
               WHEN I-REC-TYPE = 'F'
                   SUBTRACT WS-POST-AMT FROM DL-CACT-BILLED-PEND
               WHEN WS-POST-AMT > 0
                   ADD WS-POST-AMT TO DL-CACT-CYC-PURCH
               WHEN OTHER
                   SUBTRACT WS-POST-AMT FROM DL-CACT-CYC-CREDITS
            END-EVALUATE.
            IF WS-OVL-FEE-AMT > 0
                ADD WS-OVL-FEE-AMT TO DL-CACT-CYC-OVL-FEE
                ADD 1 TO DL-CACT-OVL-FEE-CT
            END-IF.
            COMPUTE DL-CACT-OTB =
                    DL-CACT-CREDIT-LIMIT - DL-CACT-BALANCE
                  - DL-CACT-CYC-OVL-FEE - DL-CACT-BILLED-PEND.
            MOVE WS-RUN-DATE TO DL-CACT-LAST-POST-DATE.
            REWRITE DL-CACT-REC.
            EVALUATE WS-FS16
               WHEN 00
                   MOVE 'Y' TO WS-CACT-POST-SW
                   ADD WS-POST-AMT TO WS-ACCT-POST-TOT
                   IF WS-OVL-FEE-AMT > 0
                       ADD 1 TO WS-OVL-FEE-CT
                       ADD WS-OVL-FEE-AMT TO WS-OVL-FEE-TOT
                   END-IF
               WHEN OTHER
                   DISPLAY "REWRITE ERROR CARDACCT: " WS-FS16
                           " " I-REF-NBR
                   MOVE 0008 TO WS-RETURN-CD
            END-EVALUATE.
       2295-ACCT-POST-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ROLL THE AVERAGE DAILY BALANCE ACCUMULATOR FORWARD -
      *    THE BALANCE BEFORE THIS POSTING WAS HELD FROM
      *    DL-CACT-ADB-DATE UNTIL TODAY.  A DATE PAYCAL CANNOT
      *    READ, OR ONE AFTER TODAY, ACCRUES NOTHING.
      *------------------------------------------------------
       2296-ADB-ACCRUE-PARA.
            IF DL-CACT-ADB-DATE = SPACES
                MOVE WS-RUN-DATE TO DL-CACT-ADB-DATE
                GO TO 2296-ADB-ACCRUE-EXIT
            END-IF.
            MOVE 'DCT'            TO WS-CAL-FUNC.
            MOVE DL-CACT-ADB-DATE TO WS-CAL-DATE-1.
            MOVE WS-RUN-DATE      TO WS-CAL-DATE-2.
            MOVE 0                TO WS-CAL-DAYS.
            CALL 'PAYCAL' USING WS-CAL-PARMS
               ON EXCEPTION
                   MOVE 'E' TO WS-CAL-RESULT
            END-CALL.
            IF WS-CAL-RESULT = 'E' OR WS-CAL-DAYS < 0
                GO TO 2296-ADB-ACCRUE-EXIT
            END-IF.
            COMPUTE DL-CACT-ADB-SUM =
                    DL-CACT-ADB-SUM + DL-CACT-BALANCE * WS-CAL-DAYS.
            MOVE WS-RUN-DATE TO DL-CACT-ADB-DATE.
       2296-ADB-ACCRUE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    AN ACCOUNT CARRIED OVER FROM BEFORE BILLING CYCLES HAS
      *    NO CYCLE FIELDS YET - ITS FIRST CYCLE STARTS TODAY FROM
      *    THE CURRENT BALANCE.  ANY OVERLIMIT FEE IT CARRIES IS
      *    ALREADY IN THAT BALANCE.
      *------------------------------------------------------
       2297-CYCLE-INIT-PARA.
            IF DL-CACT-ACCT-TYPE = SPACES
                MOVE 'ST' TO DL-CACT-ACCT-TYPE
            END-IF.
            MOVE DL-CACT-BALANCE TO DL-CACT-STMT-BAL.
            MOVE WS-RUN-DATE     TO DL-CACT-STMT-DATE.
            MOVE WS-RUN-DATE     TO DL-CACT-ADB-DATE.
            MOVE SPACES          TO DL-CACT-DUE-DATE.
            MOVE 0 TO DL-CACT-MIN-DUE DL-CACT-BILLED-PEND
                      DL-CACT-CYC-PURCH DL-CACT-CYC-CREDITS
                      DL-CACT-ADB-SUM DL-CACT-CYC-OVL-FEE.
       2297-CYCLE-INIT-EXIT.
            EXIT.
       2280-DUP-CHECK-PARA.
            MOVE 'N' TO WS-DUP-SW.
            PERFORM 2281-DUP-SCAN-PARA
                MOVE I-TRN-AMT  TO RH-TRN-AMT(WS-RH-CT)
                MOVE I-TRN-DTE  TO RH-TRN-DTE(WS-RH-CT)
                MOVE SPACE      TO RH-REV-SW(WS-RH-CT)
                MOVE I-FEE-PGM-IND TO RH-FEE-PGM-IND(WS-RH-CT)
                MOVE I-REC-TYPE TO RH-REC-TYPE(WS-RH-CT)
            ELSE
      *         A DROPPED ENTRY BLINDS THE CROSS-DAY DUPLICATE
      *         SCREEN AND REVERSAL MATCHING FOR THAT TRANSACTION,
            MOVE RH-TRN-AMT(WS-RH-IDX)  TO RHO-TRN-AMT.
            MOVE RH-TRN-DTE(WS-RH-IDX)  TO RHO-TRN-DTE.
            MOVE RH-REV-SW(WS-RH-IDX)   TO RHO-REV-IND.
            MOVE RH-FEE-PGM-IND(WS-RH-IDX) TO RHO-FEE-PGM-IND.
            MOVE RH-REC-TYPE(WS-RH-IDX) TO RHO-REC-TYPE.
            WRITE REFOUT-REC.
       2560-REFHIST-WRITE-EXIT.
            EXIT.
      *------------------------------------------------------
      *    LOG A SKIPPED TRANSACTION TO EXCFILE INSTEAD OF LETTING IT
      *    DROP OUT OF THE RUN SILENTLY.  EXC-REASON IS SET BY THE
      *    CALLER BEFORE THIS IS PERFORMED.  AN ITEM HELD FOR A
      *    FRAUD CASE (FRDH) RECYCLES WITH ITS RETRY COUNT AT ZERO
      *    UNTIL THE CASE IS DISPOSED; ONE WHOSE CASE WAS CONFIRMED
      *    AS FRAUD (FRDC) IS NOT RECYCLED AT ALL.
      *------------------------------------------------------
       2212-EXCEPTION-PARA.
            EVALUATE TRUE
               WHEN WS-EXC-RSN-CD = 'FRDC'
                   ADD 1 TO WS-PERM-REJ-CT
                   DISPLAY "FRAUD CONFIRMED - PERMANENT REJECT "
                           I-REF-NBR
               WHEN WS-EXC-RSN-CD NOT = 'FRDH' AND
                    WS-CUR-RETRY NOT < WS-RETRY-LIMIT
                   ADD 1 TO WS-PERM-REJ-CT
                   DISPLAY "RETRY LIMIT REACHED - PERMANENT REJECT "
                           I-REF-NBR
                   MOVE 'RMAX'                  TO WS-EXC-RSN-CD
                   MOVE 'RETRY LIMIT - PERMANENT REJECT'
                                                TO WS-EXC-REASON
               WHEN OTHER
                   MOVE SPACES              TO EXC-REC
                   MOVE I-TRN-DTE           TO EXC-TRN-DTE
                   MOVE I-ACCT-NBR          TO EXC-ACCT-NBR
                   MOVE I-REF-NBR           TO EXC-REF-NBR
                   MOVE I-TRN-AMT           TO EXC-TRN-AMT
                   MOVE I-FEE-PGM-IND       TO EXC-FEE-PGM-IND
                   MOVE PIO0FRD-O-FRD-IND   TO EXC-FRD-IND
                   MOVE WS-EXC-RSN-CD       TO EXC-RSN-CD
                   IF WS-EXC-RSN-CD = 'FRDH'
                       MOVE 0               TO EXC-RETRY-CT
                   ELSE
                       MOVE WS-CUR-RETRY    TO EXC-RETRY-CT
                   END-IF
      *            CARRY THE RECORD TYPE SO A RECYCLED REVERSAL
      *            REPLAYS AS A REVERSAL, NOT A FRESH POSTING.
                   MOVE I-REC-TYPE          TO EXC-REC-TYPE
                   WRITE EXC-REC
            END-EVALUATE.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'WEEK4'             TO DL-SUSP-PGM.
            MOVE I-ACCT-NBR          TO DL-SUSP-KEY.
            MOVE I-REF-NBR     TO ST-REF-NBR.
            MOVE I-TRN-DTE     TO ST-TRN-DTE.
            MOVE WS-SETL-AMT   TO ST-SETL-AMT.
            IF O-REC-TYPE = 'R'
                MOVE 'R'       TO ST-TRN-TYPE
            ELSE
                MOVE 'P'       TO ST-TRN-TYPE
            END-IF.
            WRITE SETL-REC.
            ADD 1 TO WS-SETL-DTL-CT.
            ADD WS-SETL-AMT TO WS-SETL-TOT.
      *    ACCOUNT IS SEEN.
      *------------------------------------------------------
       2230-YTD-UPDATE-PARA.
            ADD I-TRN-AMT TO WS-YTD-POST-TOT.
            MOVE 'N' TO WS-YTD-FOUND-SW.
            PERFORM 2231-YTD-FIND-PARA
               THRU 2231-YTD-FIND-EXIT
            END-IF.
       2591-NEWEST-SCAN-EXIT.
            EXIT.
      *------------------------------------------------------
      *    ACCOUNT MASTER PROOF - EVERY AMOUNT POSTED TO A CARD
      *    ACCOUNT BALANCE MUST ALSO HAVE GONE INTO THE YTD MASTER,
      *    BILLED CHARGES INCLUDED.  OVERLIMIT FEES ASSESSED TODAY
      *    ARE NOT POSTED UNTIL BILLED AND ARE SHOWN SEPARATELY.
      *------------------------------------------------------
       2595-ACCT-TOTALS-PARA.
            DISPLAY "ACCOUNT STATUS REJECTS: " WS-ACCT-REJ-CT.
            DISPLAY "OVERLIMIT HELD: " WS-OVL-HOLD-CT.
            DISPLAY "OVERLIMIT FEES ASSESSED: " WS-OVL-FEE-CT.
            MOVE WS-OVL-FEE-TOT TO WS-ACCT-AMT-ED.
            DISPLAY "OVERLIMIT FEE TOTAL: " WS-ACCT-AMT-ED.
            DISPLAY "BILLED CHARGES POSTED: " WS-CHG-CT.
            DISPLAY "BILLED CHARGES REJECTED: " WS-CHG-REJ-CT.
            MOVE WS-CHG-TOT TO WS-ACCT-AMT-ED.
            DISPLAY "BILLED CHARGE TOTAL: " WS-ACCT-AMT-ED.
            DISPLAY "FRAUD CASES OPENED: " WS-FRD-OPEN-CT.
            DISPLAY "FRAUD CASES REOPENED: " WS-FRD-REOPEN-CT.
            DISPLAY "HELD FOR FRAUD CASE: " WS-FRD-HOLD-CT.
            DISPLAY "RELEASED BY FRAUD CASE: " WS-FRD-REL-CT.
            DISPLAY "REJECTED - FRAUD CONFIRMED: " WS-FRD-CONF-CT.
            DISPLAY "FRAUD CASE REVERSALS READ: " WS-FRV-READ-CT.
            MOVE WS-ACCT-POST-TOT TO WS-ACCT-AMT-ED.
            DISPLAY "POSTED TO ACCOUNT BALANCES: " WS-ACCT-AMT-ED.
            MOVE WS-YTD-POST-TOT TO WS-ACCT-AMT-ED.
            DISPLAY "POSTED TO YTD MASTER: " WS-ACCT-AMT-ED.
            IF WS-ACCT-POST-TOT NOT = WS-YTD-POST-TOT
                DISPLAY "WARNING - ACCOUNT MASTER AND YTD MASTER "
                        "POSTINGS DO NOT AGREE"
                IF WS-RETURN-CD < 4
                    MOVE 0004 TO WS-RETURN-CD
                END-IF
            END-IF.
       2595-ACCT-TOTALS-EXIT.
            EXIT.
       2510-CURTOT-WRITE-PARA.
            MOVE SPACES TO CURTOT-REC.
            MOVE CTOT-CURR-CDE(WS-CTOT-IDX) TO CT-CURR-CDE.
            WRITE SETL-REC.
       2510-CURTOT-WRITE-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDDISP.
       AUTHOR. PAYROLL SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      *    LAST NIGHT'S FREE HOME DELIVERY ORDERS FROM WEEK5.  WEEK5
      *    LISTS EVERY QUALIFYING ORDER EACH PASS, SO AN ORDER
      *    ALREADY ON DELIVERY_TABLE IS NOT ADDED AGAIN.
      *-----------------------------------------------------------------
           SELECT HOMEDELFL ASSIGN DD1
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS1.
      *-----------------------------------------------------------------
      *    DISPATCH CONTROL CARDS - VANCOUNT (VANS ON THE ROAD),
      *    VANUNITS (UNITS ONE VAN CARRIES) AND VANSTOPS (MOST STOPS
      *    ONE DRIVER MAKES).  A MISSING CARD KEEPS ITS DEFAULT.
      *-----------------------------------------------------------------
           SELECT OPTIONAL DSPCTL ASSIGN DD2
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS2.
      *-----------------------------------------------------------------
      *    DELIVERY CONFIRMATIONS THE DRIVERS BROUGHT BACK - ONE
      *    RECORD PER STOP, DELIVERED OR NOT.
      *-----------------------------------------------------------------
           SELECT CONFFL ASSIGN DD3
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS3.
      *-----------------------------------------------------------------
      *    VAN MANIFESTS FOR THE LOADING DOCK.
      *-----------------------------------------------------------------
           SELECT MANFL ASSIGN DD4
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS4.
      *-----------------------------------------------------------------
      *    DRIVER STOP SHEETS, ONE PER VAN.
      *-----------------------------------------------------------------
           SELECT STOPFL ASSIGN DD5
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS5.
      *-----------------------------------------------------------------
      *    ORDERS THAT DID NOT FIT ON TODAY'S VANS.  THEY STAY
      *    PENDING ON DELIVERY_TABLE FOR THE NEXT RUN.
      *-----------------------------------------------------------------
           SELECT OVFLFL ASSIGN DD6
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS6.
      *-----------------------------------------------------------------
           SELECT SUSPFILE ASSIGN DD7
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FS7.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD HOMEDELFL.
       01 HOMEDEL-REC.
           10 HOMEDEL-ORDER-NO       PIC X(10).
           10 HOMEDEL-CUST-NO        PIC X(10).
           10 HOMEDEL-FINAL-PRICE    PIC 9(7)V99.
           10 HOMEDEL-TAX-AMT        PIC 9(7)V99.
           10 FILLER              PIC X(34).
       FD DSPCTL.
       01 DSPCTL-REC.
           10 DCT-KEYWORD         PIC X(08).
           10 FILLER              PIC X(01).
           10 DCT-VALUE           PIC X(05).
           10 DCT-VALUE-N REDEFINES DCT-VALUE
                                  PIC 9(05).
           10 FILLER              PIC X(66).
       FD CONFFL.
       01 CONF-REC.
           10 CONF-ORDER-NO       PIC X(10).
           10 FILLER              PIC X(01).
           10 CONF-STATUS         PIC X(01).
               88 CONF-DELIVERED  VALUE 'D'.
               88 CONF-UNDELIV    VALUE 'U'.
           10 FILLER              PIC X(01).
           10 CONF-DATE           PIC X(10).
           10 FILLER              PIC X(01).
           10 CONF-REASON-CD      PIC X(04).
           10 FILLER              PIC X(52).
       FD MANFL.
       01 MAN-REC                 PIC X(132).
       FD STOPFL.
       01 STOP-REC                PIC X(132).
       FD OVFLFL.
       01 OVFL-REC.
           10 OVFL-ORDER-NO       PIC X(10).
           10 FILLER              PIC X(01).
           10 OVFL-CUST-NO        PIC X(10).
           10 FILLER              PIC X(01).
           10 OVFL-ZONE-CD        PIC X(04).
           10 FILLER              PIC X(01).
           10 OVFL-UNITS          PIC 9(05).
           10 FILLER              PIC X(01).
           10 OVFL-REASON-CD      PIC X(04).
           10 FILLER              PIC X(01).
           10 OVFL-REASON-TX      PIC X(26).
           10 FILLER              PIC X(01).
           10 OVFL-RUN-DATE       PIC X(10).
           10 FILLER              PIC X(05).
       FD SUSPFILE.
           COPY DLSUSP.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    HOST VARIABLES.  DELIVERY_TABLE HOLDS ONE ROW PER HOME
      *    DELIVERY ORDER (ORDER_NO, CUST_NO, ORDER_VALUE, FIRST_DATE,
      *    STATUS 'P' PENDING / 'S' SCHEDULED / 'D' DELIVERED,
      *    ATTEMPTS, LAST_RESULT, ZONE_CD, DELIV_DATE, VAN_NO,
      *    STOP_NO, CONFIRM_DATE).  DELIV_ZONE MAPS A POSTAL CODE TO
      *    ITS DELIVERY ZONE.  ORDER_TABLE.DELIV_STATUS CARRIES THE
      *    ORDER'S DELIVERY STATUS FOR CUSTOMER SERVICE.
      *-----------------------------------------------------------------
       01 HV-ORDER-NO              PIC X(10).
       01 HV-CUST-NO               PIC X(10).
       01 HV-ORDER-VALUE           PIC S9(07)V99 COMP-3.
       01 HV-ATTEMPTS              PIC S9(04) COMP-3.
       01 HV-FIRST-DATE            PIC X(10).
       01 HV-ZONE-CD               PIC X(04).
       01 HV-CUST-NAME             PIC X(30).
       01 HV-ADDR1                 PIC X(30).
       01 HV-CITY                  PIC X(20).
       01 HV-POSTAL-CODE           PIC X(10).
       01 HV-UNITS                 PIC S9(07) COMP-3.
       01 HV-PRTY                  PIC S9(04) COMP.
       01 HV-DELIV-DATE            PIC X(10).
       01 HV-CONF-DATE             PIC X(10).
       01 HV-VAN-NO                PIC S9(04) COMP.
       01 HV-STOP-NO               PIC S9(04) COMP.
       01 HV-REASON-CD             PIC X(04).
       01 HV-DLV-STATUS            PIC X(01).
       01 HV-ROLL-CT               PIC S9(09) COMP.
      *-----------------------------------------------------------------
      *    CR1 - THE PENDING POOL, ZONE BY ZONE.  WITHIN A ZONE,
      *    ORDERS CARRIED FROM AN EARLIER DAY LOAD FIRST SO THEY DO
      *    NOT OVERFLOW TWICE, THEN BY POSTAL CODE FOR THE ROUTE.
      *-----------------------------------------------------------------
           EXEC SQL
               DECLARE CR1 CURSOR WITH HOLD FOR
               SELECT D.ORDER_NO, D.CUST_NO, D.ORDER_VALUE,
                      D.ATTEMPTS, D.FIRST_DATE,
                      COALESCE(Z.ZONE_CD, ' '),
                      CASE WHEN D.ATTEMPTS > 0
                             OR D.FIRST_DATE < :LK-PARM-DATE
                           THEN 0 ELSE 1 END,
                      COALESCE(C.CUST_NAME, ' '),
                      COALESCE(C.DELIV_ADDR1, ' '),
                      COALESCE(C.DELIV_CITY, ' '),
                      COALESCE(C.DELIV_POSTAL_CD, ' '),
                      COALESCE((SELECT SUM(OD.NO_OF_PEICES)
                                  FROM ORDER_DETAIL OD
                                 WHERE OD.ORDER_NO = D.ORDER_NO), 0)
                 FROM DELIVERY_TABLE D
                 LEFT OUTER JOIN CUSTOMER_TABLE C
                   ON C.CUST_NO = D.CUST_NO
                 LEFT OUTER JOIN DELIV_ZONE Z
                   ON Z.POSTAL_CODE = C.DELIV_POSTAL_CD
                WHERE D.STATUS = 'P'
                ORDER BY 6, 7, 11, 1
           END-EXEC.
       01 WS-FS1                   PIC 99.
       01 WS-FS2                   PIC 99.
       01 WS-FS3                   PIC 99.
       01 WS-FS4                   PIC 99.
       01 WS-FS5                   PIC 99.
       01 WS-FS6                   PIC 99.
       01 WS-FS7                   PIC 99.
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
      *-----------------------------------------------------------------
      *    CONTROL DECK LIMITS AND THEIR DEFAULTS.
      *-----------------------------------------------------------------
       01 WS-VAN-COUNT             PIC 9(05) VALUE 5.
       01 WS-VAN-CAP               PIC 9(05) VALUE 400.
       01 WS-VAN-MAX-STOPS         PIC 9(05) VALUE 25.
      *-----------------------------------------------------------------
      *    PAYCAL PARAMETER BLOCK - THE DELIVERY DATE IS THE NEXT
      *    BUSINESS DAY AFTER THE RUN DATE.
      *-----------------------------------------------------------------
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNC      PIC X(03).
           05 WS-CAL-DATE-1    PIC X(10).
           05 WS-CAL-DATE-2    PIC X(10).
           05 WS-CAL-DAYS      PIC S9(05).
           05 WS-CAL-RESULT    PIC X(01).
      *-----------------------------------------------------------------
      *    THE VAN BEING LOADED.
      *-----------------------------------------------------------------
       01 WS-VAN-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-VAN-OPEN          VALUE 'Y'.
       01 WS-VAN-NO                PIC 9(03) VALUE 0.
       01 WS-VAN-ZONE              PIC X(04).
       01 WS-VAN-STOPS             PIC 9(05).
       01 WS-VAN-UNITS             PIC 9(07).
       01 WS-VAN-VALUE             PIC 9(09)V99.
       01 WS-ORD-UNITS             PIC 9(07).
      *-----------------------------------------------------------------
      *    RUN COUNTERS FOR THE CLOSING TOTALS.
      *-----------------------------------------------------------------
       01 WS-CONF-READ-CT          PIC 9(07) VALUE 0.
       01 WS-DELIV-CT              PIC 9(07) VALUE 0.
       01 WS-UNDELIV-CT            PIC 9(07) VALUE 0.
       01 WS-NOCONF-CT             PIC 9(07) VALUE 0.
       01 WS-REJ-CT                PIC 9(07) VALUE 0.
       01 WS-HD-READ-CT            PIC 9(07) VALUE 0.
       01 WS-HD-NEW-CT             PIC 9(07) VALUE 0.
       01 WS-HD-KNOWN-CT           PIC 9(07) VALUE 0.
       01 WS-SCHED-CT              PIC 9(07) VALUE 0.
       01 WS-SCHED-UNITS           PIC 9(09) VALUE 0.
       01 WS-OVFL-CT               PIC 9(07) VALUE 0.
       01 WS-CT-ED                 PIC ZZZZZZ9.
       01 WS-STOP-ED               PIC ZZ9.
       01 WS-UNIT-ED               PIC ZZZZZZ9.
       01 WS-AMT-ED                PIC Z,ZZZ,ZZ9.99.
       01 WS-VAN-AMT-ED            PIC ZZZ,ZZZ,ZZ9.99.
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
            INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6
                       WS-FS7.
            DISPLAY "HOME DELIVERY DISPATCH FOR " LK-PARM-DATE.
            PERFORM 1100-DELIV-DATE-PARA
               THRU 1100-DELIV-DATE-EXIT.
            PERFORM 1200-DSPCTL-PARA
               THRU 1200-DSPCTL-EXIT.
       1000-INIT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    DELIVERY DATE - THE DAY AFTER THE RUN DATE, MOVED ON TO
      *    THE FIRST BUSINESS DAY BY THE HOLIDAY CALENDAR.
      *-----------------------------------------------------------------
       1100-DELIV-DATE-PARA.
            MOVE 'ADD'        TO WS-CAL-FUNC.
            MOVE LK-PARM-DATE TO WS-CAL-DATE-1.
            MOVE 1            TO WS-CAL-DAYS.
            PERFORM 2900-PAYCAL-PARA
               THRU 2900-PAYCAL-EXIT.
            IF WS-CAL-RESULT NOT = 'E'
                MOVE 'NBD'         TO WS-CAL-FUNC
                MOVE WS-CAL-DATE-2 TO WS-CAL-DATE-1
                PERFORM 2900-PAYCAL-PARA
                   THRU 2900-PAYCAL-EXIT
            END-IF.
            IF WS-CAL-RESULT = 'E'
                DISPLAY "RUN DATE NOT VALID: " LK-PARM-DATE
                MOVE 0008 TO WS-RETURN-CD
                PERFORM 3000-TERM-PARA
            END-IF.
            MOVE WS-CAL-DATE-2 TO HV-DELIV-DATE.
            DISPLAY "DELIVERY DATE: " HV-DELIV-DATE.
       1100-DELIV-DATE-EXIT.
            EXIT.
       1200-DSPCTL-PARA.
            OPEN INPUT DSPCTL.
            EVALUATE TRUE
               WHEN WS-FS2 = 00 OR WS-FS2 = 05
                   PERFORM 1210-DSPCTL-READ-PARA
                      THRU 1210-DSPCTL-READ-EXIT
                      UNTIL WS-FS2 NOT = 00
                   CLOSE DSPCTL
               WHEN OTHER
                   DISPLAY "DSPCTL NOT AVAILABLE - DEFAULT LIMITS"
            END-EVALUATE.
            DISPLAY "VANS: " WS-VAN-COUNT " UNITS/VAN: " WS-VAN-CAP
                    " STOPS/VAN: " WS-VAN-MAX-STOPS.
       1200-DSPCTL-EXIT.
            EXIT.
       1210-DSPCTL-READ-PARA.
            READ DSPCTL.
            IF WS-FS2 = 00 AND DCT-VALUE IS NUMERIC
               AND DCT-VALUE-N > 0
                EVALUATE DCT-KEYWORD
                   WHEN 'VANCOUNT'
                       MOVE DCT-VALUE-N TO WS-VAN-COUNT
                   WHEN 'VANUNITS'
                       MOVE DCT-VALUE-N TO WS-VAN-CAP
                   WHEN 'VANSTOPS'
                       MOVE DCT-VALUE-N TO WS-VAN-MAX-STOPS
                   WHEN OTHER
                       CONTINUE
                END-EVALUATE
            END-IF.
       1210-DSPCTL-READ-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
            PERFORM 2200-CONF-READ-PARA
               THRU 2200-CONF-READ-EXIT
               UNTIL WS-EOF OR WS-STOP.
            IF NOT WS-STOP
                PERFORM 2250-ROLL-PARA
                   THRU 2250-ROLL-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-SW.
            IF NOT WS-STOP
                PERFORM 2400-HD-READ-PARA
                   THRU 2400-HD-READ-EXIT
                   UNTIL WS-EOF OR WS-STOP
            END-IF.
            IF NOT WS-STOP
                PERFORM 2500-DISPATCH-PARA
                   THRU 2500-DISPATCH-EXIT
            END-IF.
            PERFORM 2800-TOTALS-PARA
               THRU 2800-TOTALS-EXIT.
            PERFORM 2300-CLOSE-PARA
               THRU 2300-CLOSE-EXIT.
       2000-PFM-EXIT.
            EXIT.
       3000-TERM-PARA.
            MOVE WS-RETURN-CD TO RETURN-CODE.
            STOP RUN.
       2100-OPEN-PARA.
            OPEN INPUT HOMEDELFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "OPEN HOMEDELFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR HOMEDELFL: " WS-FS1
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN INPUT CONFFL.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "OPEN CONFFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR CONFFL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT MANFL.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "OPEN MANFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR MANFL: " WS-FS4
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT STOPFL.
            EVALUATE WS-FS5
               WHEN 00
                   DISPLAY "OPEN STOPFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR STOPFL: " WS-FS5
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN OUTPUT OVFLFL.
            EVALUATE WS-FS6
               WHEN 00
                   DISPLAY "OPEN OVFLFL SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR OVFLFL: " WS-FS6
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
      *-----------------------------------------------------------------
            OPEN EXTEND SUSPFILE.
            EVALUATE WS-FS7
               WHEN 00
                   DISPLAY "OPEN SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "OPEN ERROR SUSPFILE: " WS-FS7
                   MOVE 0008 TO WS-RETURN-CD
                   PERFORM 3000-TERM-PARA
            END-EVALUATE.
       2100-OPEN-EXIT.
            EXIT.
       2200-CONF-READ-PARA.
            READ CONFFL.
            EVALUATE WS-FS3
               WHEN 00
                   ADD 1 TO WS-CONF-READ-CT
                   PERFORM 2210-CONFIRM-PARA
                      THRU 2210-CONFIRM-EXIT
               WHEN 10
                   MOVE 'Y' TO WS-EOF-SW
      *        THE UNREAD CONFIRMATIONS MUST NOT ROLL BACK AS
      *        UNCONFIRMED - STOP BEFORE THE ROLL AND THE DISPATCH.
               WHEN OTHER
                   DISPLAY "READ ERROR CONFFL: " WS-FS3
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-STOP-SW
            END-EVALUATE.
       2200-CONF-READ-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A DELIVERED STOP CLOSES THE ORDER'S DELIVERY; AN
      *    UNDELIVERED ONE GOES BACK TO PENDING WITH ONE MORE
      *    ATTEMPT, SO TODAY'S DISPATCH BELOW PUTS IT ON A VAN
      *    AGAIN.  ONLY A SCHEDULED ORDER CAN BE CONFIRMED, SO A
      *    CONFIRMATION SENT TWICE IS REJECTED THE SECOND TIME.
      *    EACH CONFIRMATION COMMITS ON ITS OWN.
      *-----------------------------------------------------------------
       2210-CONFIRM-PARA.
            IF CONF-ORDER-NO = SPACES OR
               (NOT CONF-DELIVERED AND NOT CONF-UNDELIV)
                MOVE 'HFMT' TO WS-REJ-CODE
                MOVE 'CONFIRMATION NOT VALID' TO WS-REJ-REASON
                PERFORM 2700-REJECT-PARA
                   THRU 2700-REJECT-EXIT
                GO TO 2210-CONFIRM-EXIT
            END-IF.
            MOVE CONF-ORDER-NO  TO HV-ORDER-NO.
            MOVE CONF-REASON-CD TO HV-REASON-CD.
            IF CONF-DATE = SPACES
                MOVE LK-PARM-DATE TO HV-CONF-DATE
            ELSE
                MOVE CONF-DATE TO HV-CONF-DATE
            END-IF.
            IF CONF-DELIVERED
                MOVE 'D' TO HV-DLV-STATUS
                EXEC SQL
                    UPDATE DELIVERY_TABLE
                       SET STATUS       = 'D',
                           LAST_RESULT  = :HV-REASON-CD,
                           CONFIRM_DATE = :HV-CONF-DATE
                     WHERE ORDER_NO = :HV-ORDER-NO
                       AND STATUS   = 'S'
                END-EXEC
            ELSE
                MOVE 'U' TO HV-DLV-STATUS
                EXEC SQL
                    UPDATE DELIVERY_TABLE
                       SET STATUS       = 'P',
                           ATTEMPTS     = ATTEMPTS + 1,
                           LAST_RESULT  = :HV-REASON-CD,
                           CONFIRM_DATE = :HV-CONF-DATE
                     WHERE ORDER_NO = :HV-ORDER-NO
                       AND STATUS   = 'S'
                END-EXEC
            END-IF.
            EVALUATE SQLCODE
               WHEN 00
                   CONTINUE
               WHEN 100
                   MOVE 'HNSC' TO WS-REJ-CODE
                   MOVE 'ORDER NOT OUT FOR DELIVERY' TO WS-REJ-REASON
                   PERFORM 2700-REJECT-PARA
                      THRU 2700-REJECT-EXIT
                   GO TO 2210-CONFIRM-EXIT
               WHEN OTHER
                   MOVE 'DELIVERY CONFIRM' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2210-CONFIRM-EXIT
            END-EVALUATE.
            EXEC SQL
                UPDATE ORDER_TABLE
                   SET DELIV_STATUS = :HV-DLV-STATUS
                 WHERE ORDER_NO = :HV-ORDER-NO
            END-EXEC.
            IF SQLCODE NOT = 00 AND SQLCODE NOT = 100
                MOVE 'ORDER STATUS UPDATE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2210-CONFIRM-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2210-CONFIRM-EXIT
            END-IF.
            IF CONF-DELIVERED
                ADD 1 TO WS-DELIV-CT
            ELSE
                ADD 1 TO WS-UNDELIV-CT
            END-IF.
       2210-CONFIRM-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A STOP SCHEDULED FOR A DAY BEFORE TODAY THAT NEVER CAME
      *    BACK CONFIRMED IS TREATED AS UNDELIVERED AND ROLLS TO
      *    TODAY'S DISPATCH.  TODAY'S OWN VANS ARE STILL OUT, SO
      *    THEIR STOPS ARE LEFT ALONE.
      *-----------------------------------------------------------------
       2250-ROLL-PARA.
            EXEC SQL
                UPDATE DELIVERY_TABLE
                   SET STATUS      = 'P',
                       ATTEMPTS    = ATTEMPTS + 1,
                       LAST_RESULT = 'NCNF'
                 WHERE STATUS     = 'S'
                   AND DELIV_DATE < :LK-PARM-DATE
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   MOVE SQLERRD(3) TO HV-ROLL-CT
                   MOVE HV-ROLL-CT TO WS-NOCONF-CT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'UNCONFIRMED ROLL' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
                   GO TO 2250-ROLL-EXIT
            END-EVALUATE.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2250-ROLL-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A DB2 FAILURE BACKS OUT THE WORK IN HAND AND ENDS THE RUN
      *    RC 8.  CONFIRMATIONS ALREADY COMMITTED ARE REJECTED AS
      *    ALREADY CONFIRMED ON A RERUN, AND A DISPATCH THAT DID NOT
      *    COMMIT LEAVES ITS ORDERS PENDING, SO THE STEP CAN SIMPLY
      *    BE RUN AGAIN.
      *-----------------------------------------------------------------
       2290-SQL-ERROR-PARA.
            DISPLAY "SQL ERROR " SQLCODE " AT " WS-SQL-STEP
                    " ORDER " HV-ORDER-NO.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            MOVE 0008 TO WS-RETURN-CD.
            MOVE 'Y' TO WS-STOP-SW.
       2290-SQL-ERROR-EXIT.
            EXIT.
       2300-CLOSE-PARA.
            CLOSE HOMEDELFL.
            EVALUATE WS-FS1
               WHEN 00
                   DISPLAY "CLOSE HOMEDELFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR HOMEDELFL: " WS-FS1
            END-EVALUATE.
            CLOSE CONFFL.
            EVALUATE WS-FS3
               WHEN 00
                   DISPLAY "CLOSE CONFFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR CONFFL: " WS-FS3
            END-EVALUATE.
            CLOSE MANFL.
            EVALUATE WS-FS4
               WHEN 00
                   DISPLAY "CLOSE MANFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR MANFL: " WS-FS4
            END-EVALUATE.
            CLOSE STOPFL.
            EVALUATE WS-FS5
               WHEN 00
                   DISPLAY "CLOSE STOPFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR STOPFL: " WS-FS5
            END-EVALUATE.
            CLOSE OVFLFL.
            EVALUATE WS-FS6
               WHEN 00
                   DISPLAY "CLOSE OVFLFL SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR OVFLFL: " WS-FS6
            END-EVALUATE.
            CLOSE SUSPFILE.
            EVALUATE WS-FS7
               WHEN 00
                   DISPLAY "CLOSE SUSPFILE SUCCESS"
               WHEN OTHER
                   DISPLAY "CLOSE ERROR SUSPFILE: " WS-FS7
            END-EVALUATE.
            DISPLAY "ORDERS SCHEDULED.: " WS-SCHED-CT.
            DISPLAY "VANS LOADED......: " WS-VAN-NO.
            DISPLAY "ORDERS OVERFLOWED: " WS-OVFL-CT.
       2300-CLOSE-EXIT.
            EXIT.
       2400-HD-READ-PARA.
            READ HOMEDELFL.
            EVALUATE WS-FS1
               WHEN 00
                   ADD 1 TO WS-HD-READ-CT
                   PERFORM 2410-HD-ADD-PARA
                      THRU 2410-HD-ADD-EXIT
               WHEN 10
                   MOVE 'Y' TO WS-EOF-SW
                   EXEC SQL
                       COMMIT
                   END-EXEC
      *        NO DISPATCH ON A PARTLY LOADED POOL - BACK OUT THE
      *        ORDERS ADDED SINCE THE LAST COMMIT AND STOP.
               WHEN OTHER
                   DISPLAY "READ ERROR HOMEDELFL: " WS-FS1
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 0008 TO WS-RETURN-CD
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-STOP-SW
            END-EVALUATE.
       2400-HD-READ-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A NEW ORDER JOINS THE PENDING POOL WITH TODAY AS ITS
      *    FIRST DATE.  ONE ALREADY ON DELIVERY_TABLE - PENDING,
      *    OUT, OR DELIVERED - IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       2410-HD-ADD-PARA.
            MOVE HOMEDEL-ORDER-NO TO HV-ORDER-NO.
            MOVE HOMEDEL-CUST-NO  TO HV-CUST-NO.
            COMPUTE HV-ORDER-VALUE = HOMEDEL-FINAL-PRICE
                                   + HOMEDEL-TAX-AMT.
            EXEC SQL
                INSERT INTO DELIVERY_TABLE
                       (ORDER_NO, CUST_NO, ORDER_VALUE, FIRST_DATE,
                        STATUS, ATTEMPTS, LAST_RESULT)
                VALUES (:HV-ORDER-NO, :HV-CUST-NO, :HV-ORDER-VALUE,
                        :LK-PARM-DATE, 'P', 0, ' ')
            END-EXEC.
            EVALUATE SQLCODE
               WHEN 00
                   ADD 1 TO WS-HD-NEW-CT
               WHEN -803
                   ADD 1 TO WS-HD-KNOWN-CT
               WHEN OTHER
                   MOVE 'DELIVERY INSERT' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2410-HD-ADD-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    LOAD THE VANS.  A VAN CARRIES ONE ZONE; IT IS CLOSED AND
      *    THE NEXT ONE OPENED WHEN THE ZONE CHANGES OR THE NEXT
      *    ORDER WOULD TAKE IT PAST ITS UNITS OR STOPS.  ONCE EVERY
      *    VAN IS USED, WHAT IS LEFT GOES TO THE OVERFLOW LIST.  THE
      *    WHOLE DISPATCH COMMITS AS ONE UNIT OF WORK.
      *-----------------------------------------------------------------
       2500-DISPATCH-PARA.
            EXEC SQL
                OPEN CR1
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'OPEN CR1' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2500-DISPATCH-EXIT
            END-IF.
            PERFORM 2510-FETCH-PARA
               THRU 2510-FETCH-EXIT
               UNTIL WS-FETCH-DONE OR WS-STOP.
            EXEC SQL
                CLOSE CR1
            END-EXEC.
            IF WS-VAN-OPEN
                PERFORM 2540-VAN-CLOSE-PARA
                   THRU 2540-VAN-CLOSE-EXIT
            END-IF.
            IF WS-STOP
                GO TO 2500-DISPATCH-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'COMMIT' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
            END-IF.
       2500-DISPATCH-EXIT.
            EXIT.
       2510-FETCH-PARA.
            EXEC SQL
                FETCH CR1 INTO :HV-ORDER-NO, :HV-CUST-NO,
                               :HV-ORDER-VALUE, :HV-ATTEMPTS,
                               :HV-FIRST-DATE, :HV-ZONE-CD,
                               :HV-PRTY, :HV-CUST-NAME, :HV-ADDR1,
                               :HV-CITY, :HV-POSTAL-CODE, :HV-UNITS
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 00
                   PERFORM 2520-ASSIGN-PARA
                      THRU 2520-ASSIGN-EXIT
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FETCH-DONE-SW
               WHEN OTHER
                   MOVE 'FETCH CR1' TO WS-SQL-STEP
                   PERFORM 2290-SQL-ERROR-PARA
                      THRU 2290-SQL-ERROR-EXIT
            END-EVALUATE.
       2510-FETCH-EXIT.
            EXIT.
       2520-ASSIGN-PARA.
            MOVE HV-UNITS TO WS-ORD-UNITS.
            IF HV-ZONE-CD = SPACES
                MOVE 'NOZN' TO WS-REJ-CODE
                MOVE 'NO DELIVERY ZONE' TO WS-REJ-REASON
                PERFORM 2560-OVERFLOW-PARA
                   THRU 2560-OVERFLOW-EXIT
                GO TO 2520-ASSIGN-EXIT
            END-IF.
            IF WS-ORD-UNITS > WS-VAN-CAP
                MOVE 'SIZE' TO WS-REJ-CODE
                MOVE 'LARGER THAN ONE VAN' TO WS-REJ-REASON
                PERFORM 2560-OVERFLOW-PARA
                   THRU 2560-OVERFLOW-EXIT
                GO TO 2520-ASSIGN-EXIT
            END-IF.
            IF WS-VAN-OPEN
                IF HV-ZONE-CD NOT = WS-VAN-ZONE
                   OR WS-VAN-UNITS + WS-ORD-UNITS > WS-VAN-CAP
                   OR WS-VAN-STOPS NOT < WS-VAN-MAX-STOPS
                    PERFORM 2540-VAN-CLOSE-PARA
                       THRU 2540-VAN-CLOSE-EXIT
                END-IF
            END-IF.
            IF NOT WS-VAN-OPEN
                IF WS-VAN-NO NOT < WS-VAN-COUNT
                    MOVE 'NOVN' TO WS-REJ-CODE
                    MOVE 'NO VAN SPACE TODAY' TO WS-REJ-REASON
                    PERFORM 2560-OVERFLOW-PARA
                       THRU 2560-OVERFLOW-EXIT
                    GO TO 2520-ASSIGN-EXIT
                END-IF
                PERFORM 2530-VAN-OPEN-PARA
                   THRU 2530-VAN-OPEN-EXIT
            END-IF.
            PERFORM 2550-STOP-PARA
               THRU 2550-STOP-EXIT.
       2520-ASSIGN-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    A NEW VAN - MANIFEST AND STOP SHEET HEADINGS.
      *-----------------------------------------------------------------
       2530-VAN-OPEN-PARA.
            ADD 1 TO WS-VAN-NO.
            MOVE 'Y' TO WS-VAN-OPEN-SW.
            MOVE HV-ZONE-CD TO WS-VAN-ZONE.
            MOVE ZERO TO WS-VAN-STOPS WS-VAN-UNITS WS-VAN-VALUE.
            MOVE SPACES TO MAN-REC.
            STRING 'VAN MANIFEST   VAN ' DELIMITED BY SIZE
                   WS-VAN-NO DELIMITED BY SIZE
                   '   ZONE ' DELIMITED BY SIZE
                   WS-VAN-ZONE DELIMITED BY SIZE
                   '   DELIVERY DATE ' DELIMITED BY SIZE
                   HV-DELIV-DATE DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            MOVE 'STOP'       TO MAN-REC(1:4).
            MOVE 'ORDER NO'   TO MAN-REC(7:8).
            MOVE 'CUSTOMER'   TO MAN-REC(19:8).
            MOVE 'NAME'       TO MAN-REC(31:4).
            MOVE 'POSTAL'     TO MAN-REC(63:6).
            MOVE 'UNITS'      TO MAN-REC(76:5).
            MOVE 'VALUE'      TO MAN-REC(90:5).
            MOVE 'ATT'        TO MAN-REC(97:3).
            WRITE MAN-REC.
            MOVE SPACES TO STOP-REC.
            STRING 'DRIVER STOP SHEET   VAN ' DELIMITED BY SIZE
                   WS-VAN-NO DELIMITED BY SIZE
                   '   ZONE ' DELIMITED BY SIZE
                   WS-VAN-ZONE DELIMITED BY SIZE
                   '   DELIVERY DATE ' DELIMITED BY SIZE
                   HV-DELIV-DATE DELIMITED BY SIZE
                   INTO STOP-REC
            END-STRING.
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            STRING 'DRIVER: ______________________   '
                   DELIMITED BY SIZE
                   'START TIME: ______   END TIME: ______'
                   DELIMITED BY SIZE
                   INTO STOP-REC
            END-STRING.
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            WRITE STOP-REC.
       2530-VAN-OPEN-EXIT.
            EXIT.
       2540-VAN-CLOSE-PARA.
            MOVE SPACES TO MAN-REC.
            STRING 'VAN TOTAL  STOPS ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-VAN-STOPS TO WS-STOP-ED.
            MOVE WS-STOP-ED TO MAN-REC(18:3).
            MOVE 'UNITS' TO MAN-REC(23:5).
            MOVE WS-VAN-UNITS TO WS-UNIT-ED.
            MOVE WS-UNIT-ED TO MAN-REC(29:7).
            MOVE 'OF' TO MAN-REC(37:2).
            MOVE WS-VAN-CAP TO WS-UNIT-ED.
            MOVE WS-UNIT-ED TO MAN-REC(40:7).
            MOVE WS-VAN-VALUE TO WS-VAN-AMT-ED.
            MOVE WS-VAN-AMT-ED TO MAN-REC(81:14).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            WRITE MAN-REC.
            MOVE SPACES TO STOP-REC.
            STRING 'END OF ROUTE - STOPS ' DELIMITED BY SIZE
                   INTO STOP-REC
            END-STRING.
            MOVE WS-VAN-STOPS TO WS-STOP-ED.
            MOVE WS-STOP-ED TO STOP-REC(22:3).
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            WRITE STOP-REC.
            MOVE 'N' TO WS-VAN-OPEN-SW.
       2540-VAN-CLOSE-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    PUT THE ORDER ON THE VAN - SCHEDULE IT ON DELIVERY_TABLE,
      *    SHOW IT AS SCHEDULED ON THE ORDER, AND LIST IT ON THE
      *    MANIFEST AND THE DRIVER'S STOP SHEET.
      *-----------------------------------------------------------------
       2550-STOP-PARA.
            ADD 1 TO WS-VAN-STOPS.
            ADD WS-ORD-UNITS TO WS-VAN-UNITS.
            ADD HV-ORDER-VALUE TO WS-VAN-VALUE.
            MOVE WS-VAN-NO    TO HV-VAN-NO.
            MOVE WS-VAN-STOPS TO HV-STOP-NO.
            EXEC SQL
                UPDATE DELIVERY_TABLE
                   SET STATUS     = 'S',
                       ZONE_CD    = :HV-ZONE-CD,
                       DELIV_DATE = :HV-DELIV-DATE,
                       VAN_NO     = :HV-VAN-NO,
                       STOP_NO    = :HV-STOP-NO
                 WHERE ORDER_NO = :HV-ORDER-NO
            END-EXEC.
            IF SQLCODE NOT = 00
                MOVE 'DELIVERY SCHEDULE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2550-STOP-EXIT
            END-IF.
            EXEC SQL
                UPDATE ORDER_TABLE
                   SET DELIV_STATUS = 'S'
                 WHERE ORDER_NO = :HV-ORDER-NO
            END-EXEC.
            IF SQLCODE NOT = 00 AND SQLCODE NOT = 100
                MOVE 'ORDER STATUS UPDATE' TO WS-SQL-STEP
                PERFORM 2290-SQL-ERROR-PARA
                   THRU 2290-SQL-ERROR-EXIT
                GO TO 2550-STOP-EXIT
            END-IF.
            ADD 1 TO WS-SCHED-CT.
            ADD WS-ORD-UNITS TO WS-SCHED-UNITS.
            MOVE SPACES TO MAN-REC.
            MOVE WS-VAN-STOPS TO WS-STOP-ED.
            MOVE WS-STOP-ED TO MAN-REC(2:3).
            MOVE HV-ORDER-NO TO MAN-REC(7:10).
            MOVE HV-CUST-NO TO MAN-REC(19:10).
            MOVE HV-CUST-NAME TO MAN-REC(31:30).
            MOVE HV-POSTAL-CODE TO MAN-REC(63:10).
            MOVE WS-ORD-UNITS TO WS-UNIT-ED.
            MOVE WS-UNIT-ED TO MAN-REC(74:7).
            MOVE HV-ORDER-VALUE TO WS-AMT-ED.
            MOVE WS-AMT-ED TO MAN-REC(83:12).
            MOVE HV-ATTEMPTS TO WS-STOP-ED.
            MOVE WS-STOP-ED TO MAN-REC(97:3).
            WRITE MAN-REC.
            MOVE SPACES TO STOP-REC.
            MOVE 'STOP' TO STOP-REC(1:4).
            MOVE WS-VAN-STOPS TO WS-STOP-ED.
            MOVE WS-STOP-ED TO STOP-REC(6:3).
            MOVE HV-CUST-NAME TO STOP-REC(12:30).
            MOVE 'ORDER' TO STOP-REC(45:5).
            MOVE HV-ORDER-NO TO STOP-REC(51:10).
            MOVE 'UNITS' TO STOP-REC(63:5).
            MOVE WS-ORD-UNITS TO WS-UNIT-ED.
            MOVE WS-UNIT-ED TO STOP-REC(69:7).
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            MOVE HV-ADDR1 TO STOP-REC(12:30).
            MOVE HV-CITY TO STOP-REC(45:20).
            MOVE HV-POSTAL-CODE TO STOP-REC(66:10).
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            STRING 'RECEIVED BY: ____________________  '
                   DELIMITED BY SIZE
                   'TIME: ______  DELIVERED (D/U): _  '
                   DELIMITED BY SIZE
                   'REASON: ____' DELIMITED BY SIZE
                   INTO STOP-REC(12:100)
            END-STRING.
            WRITE STOP-REC.
            MOVE SPACES TO STOP-REC.
            WRITE STOP-REC.
       2550-STOP-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    AN ORDER THAT DOES NOT GO OUT TODAY STAYS PENDING AND IS
      *    LISTED ON THE OVERFLOW FILE WITH THE REASON.
      *-----------------------------------------------------------------
       2560-OVERFLOW-PARA.
            ADD 1 TO WS-OVFL-CT.
            MOVE SPACES         TO OVFL-REC.
            MOVE HV-ORDER-NO    TO OVFL-ORDER-NO.
            MOVE HV-CUST-NO     TO OVFL-CUST-NO.
            MOVE HV-ZONE-CD     TO OVFL-ZONE-CD.
            MOVE WS-ORD-UNITS   TO OVFL-UNITS.
            MOVE WS-REJ-CODE    TO OVFL-REASON-CD.
            MOVE WS-REJ-REASON  TO OVFL-REASON-TX.
            MOVE LK-PARM-DATE   TO OVFL-RUN-DATE.
            WRITE OVFL-REC.
       2560-OVERFLOW-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    REJECTED CONFIRMATIONS GO TO THE SHARED SUSPENSE FILE
      *    KEYED ON THE ORDER, AND END THE STEP RC 4.
      *-----------------------------------------------------------------
       2700-REJECT-PARA.
            ADD 1 TO WS-REJ-CT.
            IF WS-RETURN-CD < 4
                MOVE 0004 TO WS-RETURN-CD
            END-IF.
            MOVE SPACES              TO DL-SUSP-REC.
            MOVE 'HDDISP'            TO DL-SUSP-PGM.
            MOVE CONF-ORDER-NO       TO DL-SUSP-KEY(1:10).
            MOVE WS-REJ-CODE         TO DL-SUSP-REASON-CD.
            MOVE WS-REJ-REASON       TO DL-SUSP-REASON-TX.
            ACCEPT DL-SUSP-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
            ACCEPT DL-SUSP-TIMESTAMP(9:6) FROM TIME.
            WRITE DL-SUSP-REC.
            DISPLAY "CONFIRMATION REJECTED " CONF-ORDER-NO
                    " " WS-REJ-CODE " " WS-REJ-REASON.
       2700-REJECT-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    RUN TOTALS AT THE FOOT OF THE MANIFEST FILE.
      *-----------------------------------------------------------------
       2800-TOTALS-PARA.
            MOVE SPACES TO MAN-REC.
            STRING 'DISPATCH TOTALS   RUN DATE: ' DELIMITED BY SIZE
                   LK-PARM-DATE DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'CONFIRMATIONS READ........: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-CONF-READ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'ORDERS DELIVERED..........: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-DELIV-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'ORDERS NOT DELIVERED......: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-UNDELIV-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'UNCONFIRMED STOPS ROLLED..: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-NOCONF-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'CONFIRMATIONS REJECTED....: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-REJ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'HOME DELIVERY ORDERS READ.: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-HD-READ-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING '  NEW TO DELIVERY.........: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-HD-NEW-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING '  ALREADY ON DELIVERY.....: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-HD-KNOWN-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'VANS LOADED...............: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-VAN-NO TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'ORDERS SCHEDULED..........: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-SCHED-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'UNITS SCHEDULED...........: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-SCHED-UNITS TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
            MOVE SPACES TO MAN-REC.
            STRING 'ORDERS OVERFLOWED.........: ' DELIMITED BY SIZE
                   INTO MAN-REC
            END-STRING.
            MOVE WS-OVFL-CT TO WS-CT-ED.
            MOVE WS-CT-ED TO MAN-REC(29:7).
            WRITE MAN-REC.
       2800-TOTALS-EXIT.
            EXIT.
      *-----------------------------------------------------------------
      *    THE SHARED BUSINESS CALENDAR.
      *-----------------------------------------------------------------
       2900-PAYCAL-PARA.
            CALL 'PAYCAL' USING WS-CAL-PARMS
               ON EXCEPTION
                   DISPLAY "PAYCAL NOT AVAILABLE"
                   MOVE 'E' TO WS-CAL-RESULT
            END-CALL.
       2900-PAYCAL-EXIT.
            EXIT.

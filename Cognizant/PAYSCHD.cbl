       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYSCHD.                                             00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    PAY CALENDAR GENERATION, THE FIRST STEP OF PAYDRV.  THE      00000060
      *    PAY-SCHEDULE CARDS (PAYSCHED, ONE CARD PER PAYROLL GROUP     00000070
      *    AS ON TI001-EMPGROUP) ARE TURNED INTO EVERY PAY PERIOD       00000080
      *    AND PAY DATE OF THE RUN YEAR AND THE YEAR AFTER ON THE       00000090
      *    PAY CALENDAR DATASET (PAYPRD, DLPAYPRD LAYOUT), WHICH        00000100
      *    PAYNET, PAYACH AND PAYGL READ TO PAY A GROUP ONLY ON ITS     00000110
      *    PAY DATE.  A SCHEDULED DATE THAT FALLS ON A WEEKEND OR       00000120
      *    HOLIDAY MOVES BY THE SHARED CALENDAR (PAYCAL) - TO THE       00000130
      *    BUSINESS DAY BEFORE, OR AFTER WHEN THE CARD SAYS SO.         00000140
      *    PAYSCHED CARD:                                               00000150
      *      COL 1-2   PAYROLL GROUP                                    00000160
      *      COL 4     FREQUENCY - W WEEKLY, B BIWEEKLY, S SEMI-        00000170
      *                MONTHLY (15TH AND MONTH END), M MONTHLY          00000180
      *                (MONTH END)                                      00000190
      *      COL 6-15  ANCHOR - ANY ONE SCHEDULED PAY DATE OF THE       00000200
      *                GROUP (YYYY-MM-DD OR YYYYMMDD); WEEKLY AND       00000210
      *                BIWEEKLY ONLY.  A WEEKLY OR BIWEEKLY PERIOD      00000220
      *                ENDS ON ITS SCHEDULED PAY DATE.                  00000230
      *      COL 17    HOLIDAY RULE - P PAY THE BUSINESS DAY BEFORE     00000240
      *                (THE DEFAULT), N THE BUSINESS DAY AFTER          00000250
      *    THE PRE-RUN CALENDAR REPORT (PAYSCRPT) LISTS EVERY           00000260
      *    GROUP'S PAY DATES FOR THE COMING QUARTER (THE RUN DATE       00000270
      *    AND THE 91 DAYS AFTER IT).  WITH NO CARDS THE CALENDAR       00000280
      *    IS EMPTY AND EVERY GROUP IS PAID EVERY NIGHT AS BEFORE.      00000290
      *-----------------------------------------------------------      00000300
       ENVIRONMENT DIVISION.                                            00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
           SELECT OPTIONAL CARD-PS ASSIGN TO PAYSCHED                   00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           ACCESS IS SEQUENTIAL                                         00000360
           FILE STATUS IS WS-FST-CARD                                   00000370
           .                                                            00000380
           SELECT PP-PS ASSIGN TO PAYPRD                                00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           ACCESS IS SEQUENTIAL                                         00000410
           FILE STATUS IS WS-FST-PP                                     00000420
           .                                                            00000430
           SELECT RPT-PS ASSIGN TO PAYSCRPT                             00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           ACCESS IS SEQUENTIAL                                         00000460
           FILE STATUS IS WS-FST-RPT                                    00000470
           .                                                            00000480
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           ACCESS IS SEQUENTIAL                                         00000510
           FILE STATUS IS WS-FST-AUDIT                                  00000520
           .                                                            00000530
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
       FD CARD-PS                                                       00000560
           RECORD CONTAINS 80 CHARACTERS.                               00000570
       01 CARD-REC.                                                     00000580
         05 CARD-GROUP          PIC X(02).                              00000590
         05 F                   PIC X(01).                              00000600
         05 CARD-FREQ           PIC X(01).                              00000610
         05 F                   PIC X(01).                              00000620
         05 CARD-ANCHOR         PIC X(10).                              00000630
         05 F                   PIC X(01).                              00000640
         05 CARD-RULE           PIC X(01).                              00000650
         05 F                   PIC X(63).                              00000660
       FD PP-PS                                                         00000670
           RECORD CONTAINS 80 CHARACTERS.                               00000680
           COPY DLPAYPRD.                                               00000690
       FD RPT-PS                                                        00000700
           RECORD CONTAINS 132 CHARACTERS.                              00000710
       01 RPT-REC                PIC X(132).                            00000720
       FD AUDIT-PS                                                      00000730
           RECORD CONTAINS 100 CHARACTERS.                              00000740
           COPY DLAUDIT.                                                00000750
       WORKING-STORAGE SECTION.                                         00000760
       01 WS-VARS.                                                      00000770
         05 WS-FST-CARD  PIC 9(02).                                     00000780
           88 C05-CARD-SUCCESS  VALUE 00 05.                            00000790
           88 C05-CARD-EOF      VALUE 10.                               00000800
         05 WS-FST-PP    PIC 9(02).                                     00000810
           88 C05-PP-SUCCESS    VALUE 00.                               00000820
         05 WS-FST-RPT   PIC 9(02).                                     00000830
           88 C05-RPT-SUCCESS   VALUE 00.                               00000840
         05 WS-FST-AUDIT PIC 9(02).                                     00000850
           88 C05-AUDIT-SUCCESS VALUE 00.                               00000860
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00000870
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00000880
         05 WS-AUDIT-START-TS  PIC X(15).                               00000890
         05 WS-RUN-DATE        PIC X(10).                               00000900
         05 WS-RUN-DASH        PIC X(10).                               00000910
         05 WS-WIN-END         PIC X(10).                               00000920
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00000930
         05 WS-WRITE-CT        PIC 9(06) VALUE ZEROES.                  00000940
         05 WS-RPT-WRITE-CT    PIC 9(06) VALUE ZEROES.                  00000950
         05 WS-WIN-CT          PIC 9(06) VALUE ZEROES.                  00000960
         05 WS-MOVED-CT        PIC 9(06) VALUE ZEROES.                  00000970
         05 WS-TONIGHT-CT      PIC 9(03) VALUE ZEROES.                  00000980
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00000990
         05 WS-CT-ED           PIC ZZZZZ9.                              00001000
      *-----------------------------------------------------------      00001010
      *    PAY SCHEDULES AS LOADED FROM THE CARDS.                      00001020
      *-----------------------------------------------------------      00001030
         05 WS-SCH-CT          PIC 9(02) VALUE ZEROES.                  00001040
         05 WS-SCH-TBL OCCURS 20 TIMES INDEXED BY SCH-IDX.              00001050
           10 SC-GROUP         PIC X(02).                               00001060
           10 SC-FREQ          PIC X(01).                               00001070
           10 SC-ANCHOR        PIC X(10).                               00001080
           10 SC-RULE          PIC X(01).                               00001090
         05 WS-SCH-FOUND-SW    PIC X(01).                               00001100
           88 WS-SCH-FOUND     VALUE 'Y'.                               00001110
      *-----------------------------------------------------------      00001120
      *    ONE PERIOD AS IT IS BUILT.  EVERY DATE IS HELD               00001130
      *    YYYY-MM-DD, SO PAYCAL ANSWERS IN THE SAME FORM.              00001140
      *-----------------------------------------------------------      00001150
         05 WS-GEN-YEAR        PIC 9(04).                               00001160
         05 WS-GEN-MONTH       PIC 9(02).                               00001170
         05 WS-NEXT-MONTH      PIC 9(02).                               00001180
         05 WS-PERIOD          PIC 9(02).                               00001190
         05 WS-STEP-DAYS       PIC 9(02).                               00001200
         05 WS-JAN1            PIC X(10).                               00001210
         05 WS-BEGIN           PIC X(10).                               00001220
         05 WS-END             PIC X(10).                               00001230
         05 WS-SCHED           PIC X(10).                               00001240
         05 WS-PAY-DATE        PIC X(10).                               00001250
         05 WS-EOM             PIC X(10).                               00001260
         05 WS-GAP             PIC S9(05).                              00001270
         05 WS-GAP-ABS         PIC 9(05).                               00001280
         05 WS-CYCLES          PIC 9(05).                               00001290
         05 WS-FREQ-TX         PIC X(12).                               00001300
         05 WS-CAL-PARMS.                                               00001310
           10 WS-CAL-FUNC      PIC X(03).                               00001320
           10 WS-CAL-DATE-1    PIC X(10).                               00001330
           10 WS-CAL-DATE-2    PIC X(10).                               00001340
           10 WS-CAL-DAYS      PIC S9(05).                              00001350
           10 WS-CAL-RESULT    PIC X(01).                               00001360
         05 WS-RUNC-PARMS.                                              00001370
           10 WS-RUNC-FUNC   PIC X(03).                                 00001380
           10 WS-RUNC-PGM    PIC X(08).                                 00001390
           10 WS-RUNC-DATE   PIC X(10).                                 00001400
           10 WS-RUNC-RESULT PIC X(01).                                 00001410
       COPY DLCHAIN.                                                    00001411
       LINKAGE SECTION.                                                 00001420
       01 LK-PARM-REC.                                                  00001430
           05 LK-RUN-DATE    PIC X(10).                                 00001440
       PROCEDURE DIVISION USING LK-PARM-REC.                            00001450
       0000-MAIN-PARA.                                                  00001460
           PERFORM 1000-INIT-PARA                                       00001470
              THRU 1000-INIT-PARA-EXIT                                  00001480
           PERFORM 3000-PROC-PARA                                       00001490
              THRU 3000-PROC-PARA-EXIT                                  00001500
           PERFORM 9000-TERM-PARA                                       00001510
           .                                                            00001520
       1000-INIT-PARA.                                                  00001530
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00001540
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00001550
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00001560
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00001570
               END-ACCEPT                                               00001580
           ELSE                                                         00001590
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00001600
           END-IF                                                       00001610
           IF WS-RUN-DATE(5:1) = '-'                                    00001620
             MOVE WS-RUN-DATE TO WS-RUN-DASH                            00001630
           ELSE                                                         00001640
             MOVE SPACES           TO WS-RUN-DASH                       00001650
             STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'           00001660
                    WS-RUN-DATE(7:2) DELIMITED BY SIZE                  00001670
                    INTO WS-RUN-DASH                                    00001680
             END-STRING                                                 00001690
           END-IF                                                       00001700
           PERFORM 1100-RUNCTL-CHECK-PARA                               00001710
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00001720
           PERFORM 1400-CAL-CHECK-PARA                                  00001730
              THRU 1400-CAL-CHECK-PARA-EXIT                             00001740
           PERFORM 1300-SCHED-LOAD-PARA                                 00001750
              THRU 1300-SCHED-LOAD-PARA-EXIT                            00001760
           .                                                            00001770
       1000-INIT-PARA-EXIT.                                             00001780
           EXIT                                                         00001790
           .                                                            00001800
       1100-RUNCTL-CHECK-PARA.                                          00001810
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00001820
           MOVE 'PAYSCHD'   TO WS-RUNC-PGM                              00001830
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00001840
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00001850
             ON EXCEPTION                                               00001860
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00001870
                       'SKIPPED'                                        00001880
               MOVE 'N' TO WS-RUNC-RESULT                               00001890
           END-CALL                                                     00001900
           IF WS-RUNC-RESULT = 'Y'                                      00001910
             DISPLAY 'PAYSCHD ALREADY COMPLETED FOR BUSINESS DATE '     00001920
                     WS-RUN-DATE                                        00001930
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00001940
                     'RUNCTLF FOR A FORCED RERUN'                       00001950
             MOVE 0012 TO RETURN-CODE                                   00001960
             STOP RUN                                                   00001970
           END-IF                                                       00001980
           .                                                            00001990
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00002000
           EXIT                                                         00002010
           .                                                            00002020
       1200-RUNCTL-MARK-PARA.                                           00002030
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00002040
           MOVE 'PAYSCHD'   TO WS-RUNC-PGM                              00002050
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00002060
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00002070
             ON EXCEPTION                                               00002080
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00002090
                       'COMPLETE'                                       00002100
           END-CALL                                                     00002110
           .                                                            00002120
       1200-RUNCTL-MARK-PARA-EXIT.                                      00002130
           EXIT                                                         00002140
           .                                                            00002150
      *-----------------------------------------------------------      00002160
      *    LOAD AND CHECK THE PAY-SCHEDULE CARDS.  A CARD THAT          00002170
      *    CANNOT BE TURNED INTO A CALENDAR IS SKIPPED AND THE          00002180
      *    STEP ENDS RC 4, SO THE GROUP IS NOT SILENTLY PAID EVERY      00002190
      *    NIGHT WITHOUT SOMEONE SEEING IT.                             00002200
      *-----------------------------------------------------------      00002210
       1300-SCHED-LOAD-PARA.                                            00002220
           OPEN INPUT CARD-PS                                           00002230
           EVALUATE TRUE                                                00002240
           WHEN C05-CARD-SUCCESS                                        00002250
             PERFORM 1310-SCHED-READ-PARA                               00002260
                THRU 1310-SCHED-READ-PARA-EXIT                          00002270
                UNTIL C05-CARD-EOF                                      00002280
             CLOSE CARD-PS                                              00002290
           WHEN OTHER                                                   00002300
             DISPLAY 'PAYSCHED NOT AVAILABLE - EMPTY PAY CALENDAR'      00002310
           END-EVALUATE                                                 00002320
           IF WS-SCH-CT = 0                                             00002330
             DISPLAY 'NO PAY SCHEDULES - EVERY GROUP IS PAID EVERY '    00002340
                     'NIGHT'                                            00002350
             IF WS-RETURN-CD = 0                                        00002360
               MOVE 0004 TO WS-RETURN-CD                                00002370
             END-IF                                                     00002380
           END-IF                                                       00002390
           .                                                            00002400
       1300-SCHED-LOAD-PARA-EXIT.                                       00002410
           EXIT                                                         00002420
           .                                                            00002430
       1310-SCHED-READ-PARA.                                            00002440
           READ CARD-PS                                                 00002450
           EVALUATE TRUE                                                00002460
           WHEN C05-CARD-SUCCESS                                        00002470
             ADD 1 TO WS-READ-CT                                        00002480
             PERFORM 1320-SCHED-CHECK-PARA                              00002490
                THRU 1320-SCHED-CHECK-PARA-EXIT                         00002500
           WHEN C05-CARD-EOF                                            00002510
             CONTINUE                                                   00002520
           WHEN OTHER                                                   00002530
             DISPLAY 'PAYSCHED READ FAILED ' WS-FST-CARD                00002540
             MOVE 0008 TO WS-RETURN-CD                                  00002550
             MOVE 10 TO WS-FST-CARD                                     00002560
           END-EVALUATE                                                 00002570
           .                                                            00002580
       1310-SCHED-READ-PARA-EXIT.                                       00002590
           EXIT                                                         00002600
           .                                                            00002610
       1320-SCHED-CHECK-PARA.                                           00002620
           IF CARD-GROUP = SPACES                                       00002630
             GO TO 1320-SCHED-CHECK-PARA-EXIT                           00002640
           END-IF                                                       00002650
           IF CARD-FREQ NOT = 'W' AND CARD-FREQ NOT = 'B' AND           00002660
              CARD-FREQ NOT = 'S' AND CARD-FREQ NOT = 'M'               00002670
             DISPLAY 'PAYSCHED CARD SKIPPED - FREQUENCY NOT W B S M: '  00002680
                     CARD-REC(1:20)                                     00002690
             GO TO 1320-SCHED-CHECK-PARA-FAIL                           00002700
           END-IF                                                       00002710
           IF CARD-RULE NOT = 'P' AND CARD-RULE NOT = 'N' AND           00002720
              CARD-RULE NOT = SPACE                                     00002730
             DISPLAY 'PAYSCHED CARD SKIPPED - HOLIDAY RULE NOT P N: '   00002740
                     CARD-REC(1:20)                                     00002750
             GO TO 1320-SCHED-CHECK-PARA-FAIL                           00002760
           END-IF                                                       00002770
           IF CARD-FREQ = 'W' OR CARD-FREQ = 'B'                        00002780
             MOVE 'DCT'       TO WS-CAL-FUNC                            00002790
             MOVE CARD-ANCHOR TO WS-CAL-DATE-1 WS-CAL-DATE-2            00002800
             CALL 'PAYCAL' USING WS-CAL-PARMS                           00002810
             IF WS-CAL-RESULT NOT = 'Y'                                 00002820
               DISPLAY 'PAYSCHED CARD SKIPPED - ANCHOR DATE NOT '       00002830
                       'VALID: ' CARD-REC(1:20)                         00002840
               GO TO 1320-SCHED-CHECK-PARA-FAIL                         00002850
             END-IF                                                     00002860
           END-IF                                                       00002870
           MOVE 'N' TO WS-SCH-FOUND-SW                                  00002880
           PERFORM 1330-SCHED-DUP-PARA                                  00002890
              THRU 1330-SCHED-DUP-PARA-EXIT                             00002900
              VARYING SCH-IDX FROM 1 BY 1                               00002910
              UNTIL SCH-IDX > WS-SCH-CT OR WS-SCH-FOUND                 00002920
           IF WS-SCH-FOUND                                              00002930
             DISPLAY 'PAYSCHED CARD SKIPPED - GROUP ALREADY '           00002940
                     'SCHEDULED: ' CARD-REC(1:20)                       00002950
             GO TO 1320-SCHED-CHECK-PARA-FAIL                           00002960
           END-IF                                                       00002970
           IF WS-SCH-CT NOT < 20                                        00002980
             DISPLAY 'PAYSCHED CARD SKIPPED - SCHEDULE TABLE FULL: '    00002990
                     CARD-REC(1:20)                                     00003000
             GO TO 1320-SCHED-CHECK-PARA-FAIL                           00003010
           END-IF                                                       00003020
           ADD 1 TO WS-SCH-CT                                           00003030
           MOVE CARD-GROUP TO SC-GROUP(WS-SCH-CT)                       00003040
           MOVE CARD-FREQ  TO SC-FREQ(WS-SCH-CT)                        00003050
           MOVE SPACES     TO SC-ANCHOR(WS-SCH-CT)                      00003060
           IF CARD-FREQ = 'W' OR CARD-FREQ = 'B'                        00003070
      *      THE ANCHOR IS KEPT YYYY-MM-DD LIKE EVERY OTHER DATE.       00003080
             MOVE 'ADD'       TO WS-CAL-FUNC                            00003090
             MOVE ZEROES      TO WS-CAL-DAYS                            00003100
             MOVE CARD-ANCHOR TO WS-CAL-DATE-1                          00003110
             IF CARD-ANCHOR(5:1) NOT = '-'                              00003120
               MOVE SPACES TO WS-CAL-DATE-1                             00003130
               STRING CARD-ANCHOR(1:4) '-' CARD-ANCHOR(5:2) '-'         00003140
                      CARD-ANCHOR(7:2) DELIMITED BY SIZE                00003150
                      INTO WS-CAL-DATE-1                                00003160
               END-STRING                                               00003170
             END-IF                                                     00003180
             MOVE WS-CAL-DATE-1 TO SC-ANCHOR(WS-SCH-CT)                 00003190
           END-IF                                                       00003200
           IF CARD-RULE = 'N'                                           00003210
             MOVE 'N' TO SC-RULE(WS-SCH-CT)                             00003220
           ELSE                                                         00003230
             MOVE 'P' TO SC-RULE(WS-SCH-CT)                             00003240
           END-IF                                                       00003250
           GO TO 1320-SCHED-CHECK-PARA-EXIT                             00003260
           .                                                            00003270
       1320-SCHED-CHECK-PARA-FAIL.                                      00003280
           IF WS-RETURN-CD = 0                                          00003290
             MOVE 0004 TO WS-RETURN-CD                                  00003300
           END-IF                                                       00003310
           .                                                            00003320
       1320-SCHED-CHECK-PARA-EXIT.                                      00003330
           EXIT                                                         00003340
           .                                                            00003350
       1330-SCHED-DUP-PARA.                                             00003360
           IF SC-GROUP(SCH-IDX) = CARD-GROUP                            00003370
             MOVE 'Y' TO WS-SCH-FOUND-SW                                00003380
           END-IF                                                       00003390
           .                                                            00003400
       1330-SCHED-DUP-PARA-EXIT.                                        00003410
           EXIT                                                         00003420
           .                                                            00003430
      *-----------------------------------------------------------      00003440
      *    WITHOUT THE CALENDAR NO PAY DATE CAN BE PLACED, SO THE       00003450
      *    STEP FAILS RATHER THAN HAND THE PAY STEPS A CALENDAR         00003460
      *    THAT IGNORES WEEKENDS AND HOLIDAYS.                          00003470
      *-----------------------------------------------------------      00003480
       1400-CAL-CHECK-PARA.                                             00003490
           MOVE 'ADD'       TO WS-CAL-FUNC                              00003500
           MOVE WS-RUN-DASH TO WS-CAL-DATE-1                            00003510
           MOVE 91          TO WS-CAL-DAYS                              00003520
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00003530
             ON EXCEPTION                                               00003540
               MOVE 'X' TO WS-CAL-RESULT                                00003550
           END-CALL                                                     00003560
           EVALUATE WS-CAL-RESULT                                       00003570
           WHEN 'Y'                                                     00003580
             MOVE WS-CAL-DATE-2 TO WS-WIN-END                           00003590
           WHEN 'X'                                                     00003600
             DISPLAY 'PAYCAL NOT AVAILABLE - PAY CALENDAR CANNOT BE '   00003610
                     'BUILT'                                            00003620
             MOVE 0008 TO WS-RETURN-CD                                  00003630
             PERFORM 9000-TERM-PARA                                     00003640
           WHEN OTHER                                                   00003650
             DISPLAY 'RUN DATE NOT ACCEPTED BY PAYCAL: ' WS-RUN-DATE    00003660
             MOVE 0008 TO WS-RETURN-CD                                  00003670
             PERFORM 9000-TERM-PARA                                     00003680
           END-EVALUATE                                                 00003690
           .                                                            00003700
       1400-CAL-CHECK-PARA-EXIT.                                        00003710
           EXIT                                                         00003720
           .                                                            00003730
       3000-PROC-PARA.                                                  00003740
           PERFORM 3100-OPEN-PARA                                       00003750
              THRU 3100-OPEN-PARA-EXIT                                  00003760
           PERFORM 3150-TITLE-PARA                                      00003770
              THRU 3150-TITLE-PARA-EXIT                                 00003780
           PERFORM 3200-SCHED-GEN-PARA                                  00003790
              THRU 3200-SCHED-GEN-PARA-EXIT                             00003800
              VARYING SCH-IDX FROM 1 BY 1                               00003810
              UNTIL SCH-IDX > WS-SCH-CT                                 00003820
           PERFORM 3800-TOTALS-PARA                                     00003830
              THRU 3800-TOTALS-PARA-EXIT                                00003840
           PERFORM 3900-CLOSE-PARA                                      00003850
              THRU 3900-CLOSE-PARA-EXIT                                 00003860
           IF WS-RETURN-CD < 8                                          00003870
             PERFORM 1200-RUNCTL-MARK-PARA                              00003880
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00003890
           END-IF                                                       00003900
           .                                                            00003910
       3000-PROC-PARA-EXIT.                                             00003920
           EXIT                                                         00003930
           .                                                            00003940
      *-----------------------------------------------------------      00003950
      *    SINGLE CHOKE POINT FOR EVERY RPT-PS WRITE.                   00003960
      *-----------------------------------------------------------      00003970
       3050-RPT-WRITE-PARA.                                             00003980
           WRITE RPT-REC                                                00003990
           ADD 1 TO WS-RPT-WRITE-CT                                     00004000
           .                                                            00004010
       3050-RPT-WRITE-PARA-EXIT.                                        00004020
           EXIT                                                         00004030
           .                                                            00004040
       3100-OPEN-PARA.                                                  00004050
           OPEN OUTPUT PP-PS                                            00004060
           EVALUATE TRUE                                                00004070
           WHEN C05-PP-SUCCESS                                          00004080
             DISPLAY 'PP-PS OPENED'                                     00004090
           WHEN OTHER                                                   00004100
             DISPLAY 'PAYPRD OPEN FAILED ' WS-FST-PP                    00004110
             MOVE 0008 TO WS-RETURN-CD                                  00004120
             PERFORM 9000-TERM-PARA                                     00004130
           END-EVALUATE                                                 00004140
           OPEN OUTPUT RPT-PS                                           00004150
           EVALUATE TRUE                                                00004160
           WHEN C05-RPT-SUCCESS                                         00004170
             DISPLAY 'RPT-PS OPENED'                                    00004180
           WHEN OTHER                                                   00004190
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00004200
             MOVE 0008 TO WS-RETURN-CD                                  00004210
             PERFORM 9000-TERM-PARA                                     00004220
           END-EVALUATE                                                 00004230
           OPEN EXTEND AUDIT-PS                                         00004240
           EVALUATE TRUE                                                00004250
           WHEN C05-AUDIT-SUCCESS                                       00004260
             DISPLAY 'AUDIT-PS OPENED'                                  00004270
             SET WS-AUDIT-IS-OPEN TO TRUE                               00004280
           WHEN OTHER                                                   00004290
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00004300
             MOVE 0008 TO WS-RETURN-CD                                  00004310
             PERFORM 9000-TERM-PARA                                     00004320
           END-EVALUATE                                                 00004330
           .                                                            00004340
       3100-OPEN-PARA-EXIT.                                             00004350
           EXIT                                                         00004360
           .                                                            00004370
       3150-TITLE-PARA.                                                 00004380
           MOVE SPACES TO RPT-REC                                       00004390
           STRING 'PAY CALENDAR - PAY DATES FOR THE COMING QUARTER'     00004400
                  DELIMITED BY SIZE                                     00004410
                  '   RUN DATE: ' DELIMITED BY SIZE                     00004420
                  WS-RUN-DATE     DELIMITED BY SIZE                     00004430
                  INTO RPT-REC                                          00004440
           END-STRING                                                   00004450
           PERFORM 3050-RPT-WRITE-PARA                                  00004460
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004470
           MOVE SPACES TO RPT-REC                                       00004480
           STRING 'PAY DATES FROM ' DELIMITED BY SIZE                   00004490
                  WS-RUN-DASH       DELIMITED BY SIZE                   00004500
                  ' THROUGH '       DELIMITED BY SIZE                   00004510
                  WS-WIN-END        DELIMITED BY SIZE                   00004520
                  INTO RPT-REC                                          00004530
           END-STRING                                                   00004540
           PERFORM 3050-RPT-WRITE-PARA                                  00004550
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004560
           MOVE SPACES TO RPT-REC                                       00004570
           PERFORM 3050-RPT-WRITE-PARA                                  00004580
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004590
           MOVE SPACES TO RPT-REC                                       00004600
           STRING 'GROUP  FREQUENCY     PERIOD   PERIOD BEGIN  '        00004610
                  'PERIOD END    SCHEDULED     PAY DATE'                00004620
                  DELIMITED BY SIZE                                     00004630
                  INTO RPT-REC                                          00004640
           END-STRING                                                   00004650
           PERFORM 3050-RPT-WRITE-PARA                                  00004660
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004670
           .                                                            00004680
       3150-TITLE-PARA-EXIT.                                            00004690
           EXIT                                                         00004700
           .                                                            00004710
      *-----------------------------------------------------------      00004720
      *    ONE GROUP'S CALENDAR - THE RUN YEAR, THEN THE YEAR           00004730
      *    AFTER SO THE QUARTER AHEAD NEVER RUNS OFF THE END.           00004740
      *-----------------------------------------------------------      00004750
       3200-SCHED-GEN-PARA.                                             00004760
           EVALUATE SC-FREQ(SCH-IDX)                                    00004770
           WHEN 'W'                                                     00004780
             MOVE 'WEEKLY'       TO WS-FREQ-TX                          00004790
           WHEN 'B'                                                     00004800
             MOVE 'BIWEEKLY'     TO WS-FREQ-TX                          00004810
           WHEN 'S'                                                     00004820
             MOVE 'SEMI-MONTHLY' TO WS-FREQ-TX                          00004830
           WHEN OTHER                                                   00004840
             MOVE 'MONTHLY'      TO WS-FREQ-TX                          00004850
           END-EVALUATE                                                 00004860
           MOVE WS-RUN-DASH(1:4) TO WS-GEN-YEAR                         00004870
           PERFORM 3300-GEN-YEAR-PARA                                   00004880
              THRU 3300-GEN-YEAR-PARA-EXIT                              00004890
           ADD 1 TO WS-GEN-YEAR                                         00004900
           PERFORM 3300-GEN-YEAR-PARA                                   00004910
              THRU 3300-GEN-YEAR-PARA-EXIT                              00004920
           .                                                            00004930
       3200-SCHED-GEN-PARA-EXIT.                                        00004940
           EXIT                                                         00004950
           .                                                            00004960
       3300-GEN-YEAR-PARA.                                              00004970
           MOVE ZEROES TO WS-PERIOD                                     00004980
           EVALUATE SC-FREQ(SCH-IDX)                                    00004990
           WHEN 'W'                                                     00005000
             MOVE 07 TO WS-STEP-DAYS                                    00005010
             PERFORM 3310-GEN-CYCLE-PARA                                00005020
                THRU 3310-GEN-CYCLE-PARA-EXIT                           00005030
           WHEN 'B'                                                     00005040
             MOVE 14 TO WS-STEP-DAYS                                    00005050
             PERFORM 3310-GEN-CYCLE-PARA                                00005060
                THRU 3310-GEN-CYCLE-PARA-EXIT                           00005070
           WHEN 'S'                                                     00005080
             PERFORM 3320-GEN-SEMI-PARA                                 00005090
                THRU 3320-GEN-SEMI-PARA-EXIT                            00005100
                VARYING WS-GEN-MONTH FROM 1 BY 1                        00005110
                UNTIL WS-GEN-MONTH > 12                                 00005120
           WHEN OTHER                                                   00005130
             PERFORM 3330-GEN-MONTH-PARA                                00005140
                THRU 3330-GEN-MONTH-PARA-EXIT                           00005150
                VARYING WS-GEN-MONTH FROM 1 BY 1                        00005160
                UNTIL WS-GEN-MONTH > 12                                 00005170
           END-EVALUATE                                                 00005180
           .                                                            00005190
       3300-GEN-YEAR-PARA-EXIT.                                         00005200
           EXIT                                                         00005210
           .                                                            00005220
      *-----------------------------------------------------------      00005230
      *    WEEKLY AND BIWEEKLY: STEP FROM THE ANCHOR A WHOLE NUMBER     00005240
      *    OF CYCLES TO THE FIRST SCHEDULED DATE ON OR AFTER            00005250
      *    JANUARY 1, THEN ONE CYCLE AT A TIME TO THE YEAR END.         00005260
      *-----------------------------------------------------------      00005270
       3310-GEN-CYCLE-PARA.                                             00005280
           MOVE SPACES TO WS-JAN1                                       00005290
           STRING WS-GEN-YEAR '-01-01' DELIMITED BY SIZE                00005300
                  INTO WS-JAN1                                          00005310
           END-STRING                                                   00005320
           MOVE 'DCT'              TO WS-CAL-FUNC                       00005330
           MOVE SC-ANCHOR(SCH-IDX) TO WS-CAL-DATE-1                     00005340
           MOVE WS-JAN1            TO WS-CAL-DATE-2                     00005350
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00005360
           MOVE WS-CAL-DAYS TO WS-GAP                                   00005370
           IF WS-GAP < 0                                                00005380
             COMPUTE WS-GAP-ABS = 0 - WS-GAP                            00005390
             DIVIDE WS-GAP-ABS BY WS-STEP-DAYS GIVING WS-CYCLES         00005400
             COMPUTE WS-CAL-DAYS = 0 - WS-CYCLES * WS-STEP-DAYS         00005410
           ELSE                                                         00005420
             COMPUTE WS-GAP-ABS = WS-GAP + WS-STEP-DAYS - 1             00005430
             DIVIDE WS-GAP-ABS BY WS-STEP-DAYS GIVING WS-CYCLES         00005440
             COMPUTE WS-CAL-DAYS = WS-CYCLES * WS-STEP-DAYS             00005450
           END-IF                                                       00005460
           MOVE 'ADD'              TO WS-CAL-FUNC                       00005470
           MOVE SC-ANCHOR(SCH-IDX) TO WS-CAL-DATE-1                     00005480
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00005490
           MOVE WS-CAL-DATE-2 TO WS-SCHED                               00005500
           PERFORM 3315-CYCLE-STEP-PARA                                 00005510
              THRU 3315-CYCLE-STEP-PARA-EXIT                            00005520
              UNTIL WS-SCHED(1:4) NOT = WS-JAN1(1:4)                    00005530
           .                                                            00005540
       3310-GEN-CYCLE-PARA-EXIT.                                        00005550
           EXIT                                                         00005560
           .                                                            00005570
       3315-CYCLE-STEP-PARA.                                            00005580
           ADD 1 TO WS-PERIOD                                           00005590
           MOVE WS-SCHED TO WS-END                                      00005600
           MOVE 'ADD'    TO WS-CAL-FUNC                                 00005610
           MOVE WS-SCHED TO WS-CAL-DATE-1                               00005620
           COMPUTE WS-CAL-DAYS = 1 - WS-STEP-DAYS                       00005630
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00005640
           MOVE WS-CAL-DATE-2 TO WS-BEGIN                               00005650
           PERFORM 3500-PERIOD-OUT-PARA                                 00005660
              THRU 3500-PERIOD-OUT-PARA-EXIT                            00005670
           MOVE 'ADD'        TO WS-CAL-FUNC                             00005680
           MOVE WS-SCHED     TO WS-CAL-DATE-1                           00005690
           MOVE WS-STEP-DAYS TO WS-CAL-DAYS                             00005700
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00005710
           MOVE WS-CAL-DATE-2 TO WS-SCHED                               00005720
           .                                                            00005730
       3315-CYCLE-STEP-PARA-EXIT.                                       00005740
           EXIT                                                         00005750
           .                                                            00005760
      *-----------------------------------------------------------      00005770
      *    SEMI-MONTHLY: THE 1ST-15TH PAID ON THE 15TH, THE 16TH TO     00005780
      *    MONTH END PAID ON THE LAST DAY OF THE MONTH.                 00005790
      *-----------------------------------------------------------      00005800
       3320-GEN-SEMI-PARA.                                              00005810
           PERFORM 3340-MONTH-END-PARA                                  00005820
              THRU 3340-MONTH-END-PARA-EXIT                             00005830
           ADD 1 TO WS-PERIOD                                           00005840
           MOVE SPACES TO WS-BEGIN WS-END                               00005850
           STRING WS-GEN-YEAR '-' WS-GEN-MONTH '-01'                    00005860
                  DELIMITED BY SIZE INTO WS-BEGIN                       00005870
           END-STRING                                                   00005880
           STRING WS-GEN-YEAR '-' WS-GEN-MONTH '-15'                    00005890
                  DELIMITED BY SIZE INTO WS-END                         00005900
           END-STRING                                                   00005910
           MOVE WS-END TO WS-SCHED                                      00005920
           PERFORM 3500-PERIOD-OUT-PARA                                 00005930
              THRU 3500-PERIOD-OUT-PARA-EXIT                            00005940
           ADD 1 TO WS-PERIOD                                           00005950
           MOVE SPACES TO WS-BEGIN                                      00005960
           STRING WS-GEN-YEAR '-' WS-GEN-MONTH '-16'                    00005970
                  DELIMITED BY SIZE INTO WS-BEGIN                       00005980
           END-STRING                                                   00005990
           MOVE WS-EOM TO WS-END WS-SCHED                               00006000
           PERFORM 3500-PERIOD-OUT-PARA                                 00006010
              THRU 3500-PERIOD-OUT-PARA-EXIT                            00006020
           .                                                            00006030
       3320-GEN-SEMI-PARA-EXIT.                                         00006040
           EXIT                                                         00006050
           .                                                            00006060
       3330-GEN-MONTH-PARA.                                             00006070
           PERFORM 3340-MONTH-END-PARA                                  00006080
              THRU 3340-MONTH-END-PARA-EXIT                             00006090
           ADD 1 TO WS-PERIOD                                           00006100
           MOVE SPACES TO WS-BEGIN                                      00006110
           STRING WS-GEN-YEAR '-' WS-GEN-MONTH '-01'                    00006120
                  DELIMITED BY SIZE INTO WS-BEGIN                       00006130
           END-STRING                                                   00006140
           MOVE WS-EOM TO WS-END WS-SCHED                               00006150
           PERFORM 3500-PERIOD-OUT-PARA                                 00006160
              THRU 3500-PERIOD-OUT-PARA-EXIT                            00006170
           .                                                            00006180
       3330-GEN-MONTH-PARA-EXIT.                                        00006190
           EXIT                                                         00006200
           .                                                            00006210
      *-----------------------------------------------------------      00006220
      *    LAST DAY OF WS-GEN-MONTH - THE DAY BEFORE THE FIRST OF       00006230
      *    THE NEXT MONTH, SO PAYCAL HANDLES FEBRUARY.                  00006240
      *-----------------------------------------------------------      00006250
       3340-MONTH-END-PARA.                                             00006260
           MOVE SPACES TO WS-EOM                                        00006270
           IF WS-GEN-MONTH = 12                                         00006280
             STRING WS-GEN-YEAR '-12-31' DELIMITED BY SIZE              00006290
                    INTO WS-EOM                                         00006300
             END-STRING                                                 00006310
             GO TO 3340-MONTH-END-PARA-EXIT                             00006320
           END-IF                                                       00006330
           COMPUTE WS-NEXT-MONTH = WS-GEN-MONTH + 1                     00006340
           MOVE SPACES TO WS-CAL-DATE-1                                 00006350
           STRING WS-GEN-YEAR '-' WS-NEXT-MONTH '-01'                   00006360
                  DELIMITED BY SIZE INTO WS-CAL-DATE-1                  00006370
           END-STRING                                                   00006380
           MOVE 'ADD' TO WS-CAL-FUNC                                    00006390
           MOVE -1    TO WS-CAL-DAYS                                    00006400
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00006410
           MOVE WS-CAL-DATE-2 TO WS-EOM                                 00006420
           .                                                            00006430
       3340-MONTH-END-PARA-EXIT.                                        00006440
           EXIT                                                         00006450
           .                                                            00006460
      *-----------------------------------------------------------      00006470
      *    PLACE THE PAY DATE, WRITE THE PERIOD, AND REPORT IT WHEN     00006480
      *    IT FALLS IN THE COMING QUARTER.                              00006490
      *-----------------------------------------------------------      00006500
       3500-PERIOD-OUT-PARA.                                            00006510
           MOVE 'VAL'    TO WS-CAL-FUNC                                 00006520
           MOVE WS-SCHED TO WS-CAL-DATE-1                               00006530
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00006540
           IF WS-CAL-RESULT = 'Y'                                       00006550
             MOVE WS-SCHED TO WS-PAY-DATE                               00006560
           ELSE                                                         00006570
             IF SC-RULE(SCH-IDX) = 'N'                                  00006580
               MOVE 'NBD' TO WS-CAL-FUNC                                00006590
             ELSE                                                       00006600
               MOVE 'PBD' TO WS-CAL-FUNC                                00006610
             END-IF                                                     00006620
             MOVE WS-SCHED TO WS-CAL-DATE-1                             00006630
             CALL 'PAYCAL' USING WS-CAL-PARMS                           00006640
             MOVE WS-CAL-DATE-2 TO WS-PAY-DATE                          00006650
           END-IF                                                       00006660
           MOVE SPACES            TO DL-PP-REC                          00006670
           MOVE SC-GROUP(SCH-IDX) TO DL-PP-GROUP                        00006680
           MOVE WS-GEN-YEAR       TO DL-PP-YEAR                         00006690
           MOVE WS-PERIOD         TO DL-PP-PERIOD                       00006700
           MOVE SC-FREQ(SCH-IDX)  TO DL-PP-FREQ                         00006710
           MOVE WS-BEGIN          TO DL-PP-BEGIN                        00006720
           MOVE WS-END            TO DL-PP-END                          00006730
           MOVE WS-SCHED          TO DL-PP-SCHED-DATE                   00006740
           MOVE WS-PAY-DATE       TO DL-PP-PAY-DATE                     00006750
           WRITE DL-PP-REC                                              00006760
           IF NOT C05-PP-SUCCESS                                        00006770
             DISPLAY 'PAYPRD WRITE FAILED ' WS-FST-PP                   00006780
             MOVE 0008 TO WS-RETURN-CD                                  00006790
             PERFORM 9000-TERM-PARA                                     00006800
           END-IF                                                       00006810
           ADD 1 TO WS-WRITE-CT                                         00006820
           IF WS-PAY-DATE < WS-RUN-DASH OR WS-PAY-DATE > WS-WIN-END     00006830
             GO TO 3500-PERIOD-OUT-PARA-EXIT                            00006840
           END-IF                                                       00006850
           ADD 1 TO WS-WIN-CT                                           00006860
           MOVE SPACES TO RPT-REC                                       00006870
           MOVE SC-GROUP(SCH-IDX) TO RPT-REC(3:2)                       00006880
           MOVE WS-FREQ-TX        TO RPT-REC(8:12)                      00006890
           MOVE WS-GEN-YEAR       TO RPT-REC(22:4)                      00006900
           MOVE '-'               TO RPT-REC(26:1)                      00006910
           MOVE WS-PERIOD         TO RPT-REC(27:2)                      00006920
           MOVE WS-BEGIN          TO RPT-REC(31:10)                     00006930
           MOVE WS-END            TO RPT-REC(45:10)                     00006940
           MOVE WS-SCHED          TO RPT-REC(59:10)                     00006950
           MOVE WS-PAY-DATE       TO RPT-REC(73:10)                     00006960
           IF WS-PAY-DATE NOT = WS-SCHED                                00006970
             ADD 1 TO WS-MOVED-CT                                       00006980
             MOVE 'MOVED OFF WEEKEND/HOLIDAY' TO RPT-REC(86:25)         00006990
           END-IF                                                       00007000
           IF WS-PAY-DATE = WS-RUN-DASH                                 00007010
             ADD 1 TO WS-TONIGHT-CT                                     00007020
             MOVE '** PAID TONIGHT'   TO RPT-REC(113:15)                00007030
           END-IF                                                       00007040
           PERFORM 3050-RPT-WRITE-PARA                                  00007050
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007060
           .                                                            00007070
       3500-PERIOD-OUT-PARA-EXIT.                                       00007080
           EXIT                                                         00007090
           .                                                            00007100
       3800-TOTALS-PARA.                                                00007110
           MOVE SPACES TO RPT-REC                                       00007120
           PERFORM 3050-RPT-WRITE-PARA                                  00007130
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007140
           MOVE WS-SCH-CT TO WS-CT-ED                                   00007150
           MOVE SPACES TO RPT-REC                                       00007160
           STRING 'PAY SCHEDULES LOADED.......: ' DELIMITED BY SIZE     00007170
                  WS-CT-ED                        DELIMITED BY SIZE     00007180
                  INTO RPT-REC                                          00007190
           END-STRING                                                   00007200
           PERFORM 3050-RPT-WRITE-PARA                                  00007210
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007220
           MOVE WS-WRITE-CT TO WS-CT-ED                                 00007230
           MOVE SPACES TO RPT-REC                                       00007240
           STRING 'PAY PERIODS GENERATED......: ' DELIMITED BY SIZE     00007250
                  WS-CT-ED                        DELIMITED BY SIZE     00007260
                  INTO RPT-REC                                          00007270
           END-STRING                                                   00007280
           PERFORM 3050-RPT-WRITE-PARA                                  00007290
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007300
           MOVE WS-WIN-CT TO WS-CT-ED                                   00007310
           MOVE SPACES TO RPT-REC                                       00007320
           STRING 'PAY DATES THIS QUARTER.....: ' DELIMITED BY SIZE     00007330
                  WS-CT-ED                        DELIMITED BY SIZE     00007340
                  INTO RPT-REC                                          00007350
           END-STRING                                                   00007360
           PERFORM 3050-RPT-WRITE-PARA                                  00007370
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007380
           MOVE WS-MOVED-CT TO WS-CT-ED                                 00007390
           MOVE SPACES TO RPT-REC                                       00007400
           STRING '  MOVED OFF WEEKEND/HOLIDAY: ' DELIMITED BY SIZE     00007410
                  WS-CT-ED                        DELIMITED BY SIZE     00007420
                  INTO RPT-REC                                          00007430
           END-STRING                                                   00007440
           PERFORM 3050-RPT-WRITE-PARA                                  00007450
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007460
           MOVE WS-TONIGHT-CT TO WS-CT-ED                               00007470
           MOVE SPACES TO RPT-REC                                       00007480
           STRING 'GROUPS PAID TONIGHT........: ' DELIMITED BY SIZE     00007490
                  WS-CT-ED                        DELIMITED BY SIZE     00007500
                  INTO RPT-REC                                          00007510
           END-STRING                                                   00007520
           PERFORM 3050-RPT-WRITE-PARA                                  00007530
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007540
           DISPLAY 'PAY PERIODS GENERATED: ' WS-WRITE-CT                00007550
           DISPLAY 'GROUPS PAID TONIGHT: ' WS-TONIGHT-CT                00007560
           .                                                            00007570
       3800-TOTALS-PARA-EXIT.                                           00007580
           EXIT                                                         00007590
           .                                                            00007600
       3900-CLOSE-PARA.                                                 00007610
           CLOSE PP-PS RPT-PS                                           00007620
           .                                                            00007630
       3900-CLOSE-PARA-EXIT.                                            00007640
           EXIT                                                         00007650
           .                                                            00007660
       9000-TERM-PARA.                                                  00007670
           IF WS-AUDIT-IS-OPEN                                          00007680
             MOVE SPACES            TO DL-AUDIT-REC                     00007690
             MOVE 'PAYSCHD'         TO DL-AUDIT-PGM                     00007700
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00007710
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00007720
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00007730
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00007740
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00007750
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00007760
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00007770
             PERFORM 9100-AUDIT-CHAIN-PARA                              00007771
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00007772
             WRITE DL-AUDIT-REC                                         00007773
             CLOSE AUDIT-PS                                             00007790
           END-IF                                                       00007800
           MOVE WS-RETURN-CD TO RETURN-CODE                             00007810
           STOP RUN                                                     00007820
           .                                                            00007830
      *-----------------------------------------------------------      00007831
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00007832
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00007833
      *    FIRST RECORD OF THE DAY.                                     00007834
      *-----------------------------------------------------------      00007835
       9100-AUDIT-CHAIN-PARA.                                           00007836
           MOVE SPACES       TO DL-CHN-PARMS                            00007837
           MOVE 'NXT'        TO DL-CHN-FUNC                             00007838
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00007839
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00007840
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00007841
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00007842
             ON EXCEPTION                                               00007843
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00007844
                       'CHAINED'                                        00007845
           END-CALL                                                     00007846
           IF DL-CHN-ANCHORED                                           00007847
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00007848
           END-IF                                                       00007849
           IF DL-CHN-OK                                                 00007850
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00007851
           END-IF                                                       00007852
           .                                                            00007853
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00007854
           EXIT                                                         00007855
           .                                                            00007856

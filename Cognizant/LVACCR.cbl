       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. LVACCR.                                              00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    LEAVE ACCRUAL, VALUATION AND TERMINATION PAYOUT, RUN         00000060
      *    EVERY CYCLE IN PAYDRV AFTER THE HR TRANSACTIONS REACH        00000070
      *    THE EMPLOYEE MASTER (EMPMST) AND AHEAD OF PAYNET.  FOR       00000080
      *    EACH EMPLOYEE AND EACH LEAVE TYPE ON THE RATE DECK:          00000090
      *      ACTIVE     - ADD THE CYCLE'S HOURS FOR THE EMPLOYEE'S      00000100
      *                   LENGTH OF SERVICE (FROM THE HIRE DATE)        00000110
      *                   AND PAYROLL GROUP, CAPPED AT THE TYPE'S       00000120
      *                   MAXIMUM CARRYOVER, ON THE KEYED LEAVE         00000130
      *                   MASTER (LEAVEMST, DLLEAVE LAYOUT).  THE       00000140
      *                   FIRST CYCLE CREATES THE RECORD.               00000150
      *      TERMINATED - PAY THE UNUSED BALANCE OUT AT THE HOURLY      00000160
      *                   RATE AS A ONE-TIME EARNINGS ITEM (DLEARN,     00000170
      *                   CODE LVPO) ON LVPAYOUT, WHICH RIDES IN        00000180
      *                   PAYNET'S EARNFL CONCATENATION ONTO THE        00000190
      *                   FINAL-PAY LINE.  A TYPE THAT IS NOT           00000200
      *                   PAYABLE IS FORFEITED.  EITHER WAY THE         00000210
      *                   RECORD GOES TO 'P' SO IT PAYS ONCE.           00000220
      *    EVERY BALANCE IS THEN VALUED AT THE HOURLY RATE (PER-        00000230
      *    CYCLE SALARY OVER THE STANDARD HOURS PER CYCLE, OR THE       00000231
      *    MASTER'S OWN RATE FOR HOURLY STAFF).  THE                    00000232
      *    LIABILITY IS PRINTED BY DEPARTMENT AND LEAVE TYPE, AND       00000250
      *    ITS MOVEMENT SINCE THE LAST CYCLE GOES TO PAYGL ON THE       00000260
      *    LVGLFL ACCRUAL JOURNAL FILE (DLLVGL LAYOUT).                 00000270
      *    RATE DECK (LVCTL), ONE CARD PER LINE:                        00000280
      *      'R' CARD - COL 3-6   LEAVE TYPE ('VAC ', 'SICK')           00000290
      *                 COL 8-9   PAYROLL GROUP, '**' FOR ALL           00000300
      *                 COL 11-12 MINIMUM YEARS OF SERVICE              00000310
      *                 COL 14-17 HOURS ACCRUED PER CYCLE (NN.NN)       00000320
      *                 COL 19-24 CARRYOVER CAP IN HOURS (NNNN.NN)      00000330
      *                 COL 26    'Y' PAID OUT ON TERMINATION           00000340
      *      'H' CARD - COL 3-7   STANDARD HOURS PER CYCLE (NNN.NN)     00000350
      *    THE CARD WITH THE HIGHEST SERVICE THRESHOLD THE EMPLOYEE     00000360
      *    HAS REACHED WINS; ON A TIE THE EMPLOYEE'S OWN GROUP          00000370
      *    BEATS '**'.  A MISSING OR EMPTY DECK FALLS BACK TO THE       00000380
      *    SHOP STANDARD SCHEDULE BELOW, AND NO 'H' CARD MEANS 80.      00000390
      *-----------------------------------------------------------      00000400
       ENVIRONMENT DIVISION.                                            00000410
       INPUT-OUTPUT SECTION.                                            00000420
       FILE-CONTROL.                                                    00000430
           SELECT EMP-PS ASSIGN TO EMPMST                               00000440
           ORGANIZATION IS INDEXED                                      00000450
           ACCESS IS SEQUENTIAL                                         00000460
           RECORD KEY IS EMT-EMPID                                      00000470
           FILE STATUS IS WS-FST-EMP                                    00000480
           .                                                            00000490
           SELECT OPTIONAL LVCTL-PS ASSIGN TO LVCTL                     00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           ACCESS IS SEQUENTIAL                                         00000520
           FILE STATUS IS WS-FST-LVCTL                                  00000530
           .                                                            00000540
           SELECT LV-PS ASSIGN TO LEAVEMST                              00000550
           ORGANIZATION IS INDEXED                                      00000560
           ACCESS IS RANDOM                                             00000570
           RECORD KEY IS DL-LV-KEY                                      00000580
           FILE STATUS IS WS-FST-LV                                     00000590
           .                                                            00000600
      *-----------------------------------------------------------      00000610
      *    LVPAYOUT IS A STANDING FILE, APPENDED TO HERE AND            00000620
      *    EMPTIED BY THE DRIVER JOB ONLY AFTER PAYNET HAS PAID         00000630
      *    IT, SO A PAYOUT IS NEVER LOST TO A FAILED NIGHT.             00000640
      *-----------------------------------------------------------      00000650
           SELECT PAYO-PS ASSIGN TO LVPAYOUT                            00000660
           ORGANIZATION IS SEQUENTIAL                                   00000670
           ACCESS IS SEQUENTIAL                                         00000680
           FILE STATUS IS WS-FST-PAYO                                   00000690
           .                                                            00000700
           SELECT LVGL-PS ASSIGN TO LVGLFL                              00000710
           ORGANIZATION IS SEQUENTIAL                                   00000720
           ACCESS IS SEQUENTIAL                                         00000730
           FILE STATUS IS WS-FST-LVGL                                   00000740
           .                                                            00000750
           SELECT RPT-PS ASSIGN TO LVRPT                                00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           ACCESS IS SEQUENTIAL                                         00000780
           FILE STATUS IS WS-FST-RPT                                    00000790
           .                                                            00000800
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000810
           ORGANIZATION IS SEQUENTIAL                                   00000820
           ACCESS IS SEQUENTIAL                                         00000830
           FILE STATUS IS WS-FST-AUDIT                                  00000840
           .                                                            00000850
       DATA DIVISION.                                                   00000860
       FILE SECTION.                                                    00000870
       FD EMP-PS                                                        00000880
           RECORD CONTAINS 80 CHARACTERS.                               00000890
       01 EMT-REC.                                                      00000900
         05 EMT-EMPID          PIC X(05).                               00000910
         05 F                  PIC X(01).                               00000920
         05 EMT-EMPFNAME       PIC X(10).                               00000930
         05 F                  PIC X(01).                               00000940
         05 EMT-EMPLNAME       PIC X(10).                               00000950
         05 F                  PIC X(01).                               00000960
         05 EMT-EMPRATING      PIC X(01).                               00000970
         05 F                  PIC X(01).                               00000980
         05 EMT-EMPSALARY      PIC 9(06).                               00000990
         05 F                  PIC X(01).                               00001000
         05 EMT-EMPDEPT        PIC X(04).                               00001010
         05 F                  PIC X(01).                               00001020
         05 EMT-EMPGROUP       PIC X(02).                               00001030
         05 F                  PIC X(01).                               00001040
         05 EMT-HIREDATE       PIC X(10).                               00001050
         05 F                  PIC X(01).                               00001060
         05 EMT-EMPSTATUS      PIC X(01).                               00001070
         05 F                  PIC X(01).                               00001080
         05 EMT-TERMDATE       PIC X(10).                               00001090
         05 F                  PIC X(01).                               00001091
         05 EMT-PAYTYPE        PIC X(01).                               00001092
         05 F                  PIC X(01).                               00001093
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00001094
         05 EMT-REVMONTH       PIC X(02).                               00001095
         05 F                  PIC X(01).                               00001096
       FD LVCTL-PS                                                      00001110
           RECORD CONTAINS 80 CHARACTERS.                               00001120
       01 LVC-REC.                                                      00001130
         05 LVC-KIND           PIC X(01).                               00001140
         05 F                  PIC X(01).                               00001150
         05 LVC-TYPE           PIC X(04).                               00001160
         05 F                  PIC X(01).                               00001170
         05 LVC-GROUP          PIC X(02).                               00001180
         05 F                  PIC X(01).                               00001190
         05 LVC-YEARS          PIC 9(02).                               00001200
         05 F                  PIC X(01).                               00001210
         05 LVC-HOURS          PIC 9(02)V9(02).                         00001220
         05 F                  PIC X(01).                               00001230
         05 LVC-CAP            PIC 9(04)V9(02).                         00001240
         05 F                  PIC X(01).                               00001250
         05 LVC-PAYOUT         PIC X(01).                               00001260
         05 F                  PIC X(54).                               00001270
       01 LVC-HDR-REC.                                                  00001280
         05 F                  PIC X(02).                               00001290
         05 LVC-STD-HOURS      PIC 9(03)V9(02).                         00001300
         05 F                  PIC X(73).                               00001310
       FD LV-PS                                                         00001320
           RECORD CONTAINS 80 CHARACTERS.                               00001330
           COPY DLLEAVE.                                                00001340
       FD PAYO-PS                                                       00001350
           RECORD CONTAINS 80 CHARACTERS.                               00001360
           COPY DLEARN.                                                 00001370
       FD LVGL-PS                                                       00001380
           RECORD CONTAINS 80 CHARACTERS.                               00001390
           COPY DLLVGL.                                                 00001400
       FD RPT-PS                                                        00001410
           RECORD CONTAINS 132 CHARACTERS.                              00001420
       01 RPT-REC                PIC X(132).                            00001430
       FD AUDIT-PS                                                      00001440
           RECORD CONTAINS 100 CHARACTERS.                              00001450
           COPY DLAUDIT.                                                00001460
       WORKING-STORAGE SECTION.                                         00001470
       01 WS-VARS.                                                      00001480
         05 WS-FST-EMP   PIC 9(02).                                     00001490
           88 C05-EMP-SUCCESS   VALUE 00.                               00001500
           88 C05-EMP-EOF       VALUE 10.                               00001510
         05 WS-FST-LVCTL PIC 9(02).                                     00001520
           88 C05-LVCTL-SUCCESS VALUE 00 05.                            00001530
           88 C05-LVCTL-EOF     VALUE 10.                               00001540
         05 WS-FST-LV    PIC 9(02).                                     00001550
           88 C05-LV-SUCCESS    VALUE 00.                               00001560
           88 C05-LV-NOTFND     VALUE 23.                               00001570
         05 WS-FST-PAYO  PIC 9(02).                                     00001580
           88 C05-PAYO-SUCCESS  VALUE 00 05.                            00001590
         05 WS-FST-LVGL  PIC 9(02).                                     00001600
           88 C05-LVGL-SUCCESS  VALUE 00.                               00001610
         05 WS-FST-RPT   PIC 9(02).                                     00001620
           88 C05-RPT-SUCCESS   VALUE 00.                               00001630
         05 WS-FST-AUDIT PIC 9(02).                                     00001640
           88 C05-AUDIT-SUCCESS VALUE 00.                               00001650
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001660
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00001670
         05 WS-AUDIT-START-TS  PIC X(15).                               00001680
         05 WS-RUN-DATE        PIC X(10).                               00001690
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001700
         05 WS-WRITE-CT        PIC 9(06) VALUE ZEROES.                  00001710
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001720
         05 WS-RUN-NUM.                                                 00001730
           10 WS-RUN-YEAR      PIC 9(04).                               00001740
           10 WS-RUN-MONTH     PIC 9(02).                               00001750
           10 WS-RUN-DAY       PIC 9(02).                               00001760
         05 WS-HIRE-NUM.                                                00001770
           10 WS-HIRE-YEAR     PIC 9(04).                               00001780
           10 WS-HIRE-MONTH    PIC 9(02).                               00001790
           10 WS-HIRE-DAY      PIC 9(02).                               00001800
      *-----------------------------------------------------------      00001810
      *    ACCRUAL SCHEDULE FROM LVCTL, AND THE LEAVE TYPES IT          00001820
      *    NAMES.                                                       00001830
      *-----------------------------------------------------------      00001840
         05 WS-STD-HOURS       PIC 9(03)V9(02) VALUE 080.00.            00001850
         05 WS-RATE-CT         PIC 9(03) VALUE ZEROES.                  00001860
         05 WS-RATE-TBL OCCURS 50 TIMES INDEXED BY RT-IDX.              00001870
           10 RT-TYPE          PIC X(04).                               00001880
           10 RT-GROUP         PIC X(02).                               00001890
           10 RT-YEARS         PIC 9(02).                               00001900
           10 RT-HOURS         PIC 9(02)V9(02).                         00001910
           10 RT-CAP           PIC 9(04)V9(02).                         00001920
           10 RT-PAYOUT        PIC X(01).                               00001930
         05 WS-TYPE-CT         PIC 9(02) VALUE ZEROES.                  00001940
         05 WS-TYPE-TBL OCCURS 10 TIMES INDEXED BY TY-IDX.              00001950
           10 TY-TYPE          PIC X(04).                               00001960
         05 WS-TYPE-FOUND-SW   PIC X(01).                               00001970
           88 WS-TYPE-FOUND    VALUE 'Y'.                               00001980
         05 WS-BEST-IDX        PIC 9(03).                               00001990
      *-----------------------------------------------------------      00002000
      *    ONE EMPLOYEE / ONE LEAVE RECORD IN FLIGHT.                   00002010
      *-----------------------------------------------------------      00002020
         05 WS-SVC-CALC        PIC S9(04).                              00002030
         05 WS-SVC-YEARS       PIC 9(02).                               00002040
         05 WS-HOUR-RATE       PIC 9(05)V9(04).                         00002050
         05 WS-LV-NEW-SW       PIC X(01).                               00002060
           88 WS-LV-NEW        VALUE 'Y'.                               00002070
         05 WS-OLD-LIAB        PIC 9(06)V9(02).                         00002080
         05 WS-OLD-DEPT        PIC X(04).                               00002090
         05 WS-NEW-LIAB        PIC 9(06)V9(02).                         00002100
         05 WS-NEW-BAL         PIC 9(05)V9(02).                         00002110
         05 WS-ADD-HRS         PIC 9(05)V9(02).                         00002120
         05 WS-PAY-AMT         PIC 9(07)V9(02).                         00002130
         05 WS-DELTA           PIC S9(07)V9(02).                        00002140
      *-----------------------------------------------------------      00002150
      *    LIABILITY BY DEPARTMENT AND LEAVE TYPE, WITH THE             00002160
      *    MOVEMENT IN EACH DIRECTION FOR THE ACCRUAL JOURNAL.          00002170
      *-----------------------------------------------------------      00002180
         05 WS-LD-CT           PIC 9(03) VALUE ZEROES.                  00002190
         05 WS-LD-TBL OCCURS 200 TIMES INDEXED BY LD-IDX.               00002200
           10 LD-DEPT          PIC X(04).                               00002210
           10 LD-TYPE          PIC X(04).                               00002220
           10 LD-EMP-CT        PIC 9(05).                               00002230
           10 LD-HOURS         PIC 9(07)V9(02).                         00002240
           10 LD-LIAB          PIC 9(09)V9(02).                         00002250
           10 LD-ACCRUE        PIC 9(09)V9(02).                         00002260
           10 LD-RELEASE       PIC 9(09)V9(02).                         00002270
         05 WS-LD-FOUND-SW     PIC X(01).                               00002280
           88 WS-LD-FOUND      VALUE 'Y'.                               00002290
         05 WS-LD-HIT          PIC 9(03).                               00002300
         05 WS-LOOK-DEPT       PIC X(04).                               00002310
         05 WS-NET-MOVE        PIC S9(11)V9(02).                        00002320
      *-----------------------------------------------------------      00002330
      *    RUN TOTALS.                                                  00002340
      *-----------------------------------------------------------      00002350
         05 WS-NEW-CT          PIC 9(06) VALUE ZEROES.                  00002360
         05 WS-ACCR-CT         PIC 9(06) VALUE ZEROES.                  00002370
         05 WS-ACCR-HRS        PIC 9(07)V9(02) VALUE ZEROES.            00002380
         05 WS-CAP-CT          PIC 9(06) VALUE ZEROES.                  00002390
         05 WS-REOPEN-CT       PIC 9(06) VALUE ZEROES.                  00002400
         05 WS-PAYOUT-CT       PIC 9(06) VALUE ZEROES.                  00002410
         05 WS-PAYOUT-TOT      PIC 9(09)V9(02) VALUE ZEROES.            00002420
         05 WS-FORFEIT-CT      PIC 9(06) VALUE ZEROES.                  00002430
         05 WS-FORFEIT-HRS     PIC 9(07)V9(02) VALUE ZEROES.            00002440
         05 WS-BADSAL-CT       PIC 9(06) VALUE ZEROES.                  00002450
         05 WS-LIAB-TOT        PIC 9(11)V9(02) VALUE ZEROES.            00002460
         05 WS-LVGL-TOT        PIC 9(11)V9(02) VALUE ZEROES.            00002470
         05 WS-LVGL-CT         PIC 9(06) VALUE ZEROES.                  00002480
         05 WS-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00002490
         05 WS-MOVE-ED         PIC -Z,ZZZ,ZZZ,ZZ9.99.                   00002500
         05 WS-HRS-ED          PIC ZZZZ,ZZ9.99.                         00002510
         05 WS-CT-ED           PIC ZZZZZ9.                              00002520
         05 WS-RUNC-PARMS.                                              00002530
           10 WS-RUNC-FUNC   PIC X(03).                                 00002540
           10 WS-RUNC-PGM    PIC X(08).                                 00002550
           10 WS-RUNC-DATE   PIC X(10).                                 00002560
           10 WS-RUNC-RESULT PIC X(01).                                 00002570
       COPY DLCHAIN.                                                    00002571
       LINKAGE SECTION.                                                 00002580
       01 LK-PARM-REC.                                                  00002590
           05 LK-RUN-DATE    PIC X(10).                                 00002600
       PROCEDURE DIVISION USING LK-PARM-REC.                            00002610
       0000-MAIN-PARA.                                                  00002620
           PERFORM 1000-INIT-PARA                                       00002630
              THRU 1000-INIT-PARA-EXIT                                  00002640
           PERFORM 3000-PROC-PARA                                       00002650
              THRU 3000-PROC-PARA-EXIT                                  00002660
           PERFORM 9000-TERM-PARA                                       00002670
           .                                                            00002680
       1000-INIT-PARA.                                                  00002690
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00002700
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00002710
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00002720
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00002730
               END-ACCEPT                                               00002740
           ELSE                                                         00002750
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00002760
           END-IF                                                       00002770
           PERFORM 1100-RUNCTL-CHECK-PARA                               00002780
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00002790
           IF WS-RUN-DATE(5:1) = '-'                                    00002800
             MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR                       00002810
             MOVE WS-RUN-DATE(6:2) TO WS-RUN-MONTH                      00002820
             MOVE WS-RUN-DATE(9:2) TO WS-RUN-DAY                        00002830
           ELSE                                                         00002840
             MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR                       00002850
             MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH                      00002860
             MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY                        00002870
           END-IF                                                       00002880
           PERFORM 1300-LVCTL-LOAD-PARA                                 00002890
              THRU 1300-LVCTL-LOAD-PARA-EXIT                            00002900
           .                                                            00002910
       1000-INIT-PARA-EXIT.                                             00002920
           EXIT                                                         00002930
           .                                                            00002940
      *-----------------------------------------------------------      00002950
      *    RUN-CONTROL GUARD - SAME PAYRUNC CONVENTION AS THE           00002960
      *    OTHER PAYDRV STEPS.  A SECOND ACCRUAL FOR THE SAME           00002970
      *    BUSINESS DATE WOULD DOUBLE EVERY BALANCE.                    00002980
      *-----------------------------------------------------------      00002990
       1100-RUNCTL-CHECK-PARA.                                          00003000
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00003010
           MOVE 'LVACCR'    TO WS-RUNC-PGM                              00003020
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00003030
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00003040
             ON EXCEPTION                                               00003050
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00003060
                       'SKIPPED'                                        00003070
               MOVE 'N' TO WS-RUNC-RESULT                               00003080
           END-CALL                                                     00003090
           IF WS-RUNC-RESULT = 'Y'                                      00003100
             DISPLAY 'LVACCR ALREADY COMPLETED FOR BUSINESS DATE '      00003110
                     WS-RUN-DATE                                        00003120
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00003130
                     'RUNCTLF FOR A FORCED RERUN'                       00003140
             MOVE 0012 TO RETURN-CODE                                   00003150
             STOP RUN                                                   00003160
           END-IF                                                       00003170
           .                                                            00003180
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00003190
           EXIT                                                         00003200
           .                                                            00003210
       1200-RUNCTL-MARK-PARA.                                           00003220
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00003230
           MOVE 'LVACCR'    TO WS-RUNC-PGM                              00003240
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00003250
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00003260
             ON EXCEPTION                                               00003270
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00003280
                       'COMPLETE'                                       00003290
           END-CALL                                                     00003300
           .                                                            00003310
       1200-RUNCTL-MARK-PARA-EXIT.                                      00003320
           EXIT                                                         00003330
           .                                                            00003340
       1300-LVCTL-LOAD-PARA.                                            00003350
           OPEN INPUT LVCTL-PS                                          00003360
           EVALUATE TRUE                                                00003370
           WHEN C05-LVCTL-SUCCESS                                       00003380
             PERFORM 1310-LVCTL-READ-PARA                               00003390
                THRU 1310-LVCTL-READ-PARA-EXIT                          00003400
                UNTIL C05-LVCTL-EOF                                     00003410
             CLOSE LVCTL-PS                                             00003420
           WHEN OTHER                                                   00003430
             DISPLAY 'LVCTL NOT AVAILABLE - SHOP STANDARD LEAVE '       00003440
                     'SCHEDULE USED'                                    00003450
           END-EVALUATE                                                 00003460
           IF WS-RATE-CT = 0                                            00003470
             PERFORM 1350-DEFAULT-RATES-PARA                            00003480
                THRU 1350-DEFAULT-RATES-PARA-EXIT                       00003490
           END-IF                                                       00003500
           DISPLAY 'LEAVE RATE CARDS LOADED: ' WS-RATE-CT               00003510
           .                                                            00003520
       1300-LVCTL-LOAD-PARA-EXIT.                                       00003530
           EXIT                                                         00003540
           .                                                            00003550
       1310-LVCTL-READ-PARA.                                            00003560
           READ LVCTL-PS                                                00003570
           EVALUATE TRUE                                                00003580
           WHEN C05-LVCTL-SUCCESS                                       00003590
             EVALUATE TRUE                                              00003600
             WHEN LVC-KIND = 'H'                                        00003610
               IF LVC-STD-HOURS IS NUMERIC AND LVC-STD-HOURS > 0        00003620
                 MOVE LVC-STD-HOURS TO WS-STD-HOURS                     00003630
               ELSE                                                     00003640
                 DISPLAY 'BAD LVCTL HOURS CARD IGNORED'                 00003650
               END-IF                                                   00003660
             WHEN LVC-KIND = 'R'                                        00003670
               IF LVC-TYPE > SPACES AND LVC-GROUP > SPACES AND          00003680
                  LVC-YEARS IS NUMERIC AND                              00003690
                  LVC-HOURS IS NUMERIC AND                              00003700
                  LVC-CAP IS NUMERIC AND                                00003710
                  WS-RATE-CT < 50                                       00003720
                 ADD 1 TO WS-RATE-CT                                    00003730
                 MOVE LVC-TYPE   TO RT-TYPE(WS-RATE-CT)                 00003740
                 MOVE LVC-GROUP  TO RT-GROUP(WS-RATE-CT)                00003750
                 MOVE LVC-YEARS  TO RT-YEARS(WS-RATE-CT)                00003760
                 MOVE LVC-HOURS  TO RT-HOURS(WS-RATE-CT)                00003770
                 MOVE LVC-CAP    TO RT-CAP(WS-RATE-CT)                  00003780
                 MOVE LVC-PAYOUT TO RT-PAYOUT(WS-RATE-CT)               00003790
                 PERFORM 1360-TYPE-NOTE-PARA                            00003800
                    THRU 1360-TYPE-NOTE-PARA-EXIT                       00003810
               ELSE                                                     00003820
                 DISPLAY 'BAD LVCTL RATE CARD IGNORED: ' LVC-TYPE       00003830
                         ' ' LVC-GROUP                                  00003840
               END-IF                                                   00003850
             WHEN OTHER                                                 00003860
               CONTINUE                                                 00003870
             END-EVALUATE                                               00003880
           WHEN C05-LVCTL-EOF                                           00003890
             CONTINUE                                                   00003900
           WHEN OTHER                                                   00003910
             DISPLAY 'LVCTL READ FAILED ' WS-FST-LVCTL                  00003920
             MOVE 10 TO WS-FST-LVCTL                                    00003930
           END-EVALUATE                                                 00003940
           .                                                            00003950
       1310-LVCTL-READ-PARA-EXIT.                                       00003960
           EXIT                                                         00003970
           .                                                            00003980
      *-----------------------------------------------------------      00003990
      *    SHOP STANDARD SCHEDULE - VACATION OF 2, 3 AND 4 WEEKS A      00004000
      *    YEAR AT 0, 5 AND 10 YEARS' SERVICE OVER 26 CYCLES, PAID      00004010
      *    OUT ON TERMINATION; SICK LEAVE OF 6 DAYS A YEAR, NOT         00004020
      *    PAID OUT.                                                    00004030
      *-----------------------------------------------------------      00004040
       1350-DEFAULT-RATES-PARA.                                         00004050
           MOVE 'VAC '  TO LVC-TYPE                                     00004060
           MOVE '**'    TO LVC-GROUP                                    00004070
           MOVE 'Y'     TO LVC-PAYOUT                                   00004080
           MOVE 00      TO LVC-YEARS                                    00004090
           MOVE 03.08   TO LVC-HOURS                                    00004100
           MOVE 0160.00 TO LVC-CAP                                      00004110
           PERFORM 1355-DEFAULT-ADD-PARA                                00004120
              THRU 1355-DEFAULT-ADD-PARA-EXIT                           00004130
           MOVE 05      TO LVC-YEARS                                    00004140
           MOVE 04.62   TO LVC-HOURS                                    00004150
           MOVE 0240.00 TO LVC-CAP                                      00004160
           PERFORM 1355-DEFAULT-ADD-PARA                                00004170
              THRU 1355-DEFAULT-ADD-PARA-EXIT                           00004180
           MOVE 10      TO LVC-YEARS                                    00004190
           MOVE 06.15   TO LVC-HOURS                                    00004200
           MOVE 0320.00 TO LVC-CAP                                      00004210
           PERFORM 1355-DEFAULT-ADD-PARA                                00004220
              THRU 1355-DEFAULT-ADD-PARA-EXIT                           00004230
           MOVE 'SICK'  TO LVC-TYPE                                     00004240
           MOVE 'N'     TO LVC-PAYOUT                                   00004250
           MOVE 00      TO LVC-YEARS                                    00004260
           MOVE 01.85   TO LVC-HOURS                                    00004270
           MOVE 0480.00 TO LVC-CAP                                      00004280
           PERFORM 1355-DEFAULT-ADD-PARA                                00004290
              THRU 1355-DEFAULT-ADD-PARA-EXIT                           00004300
           .                                                            00004310
       1350-DEFAULT-RATES-PARA-EXIT.                                    00004320
           EXIT                                                         00004330
           .                                                            00004340
       1355-DEFAULT-ADD-PARA.                                           00004350
           ADD 1 TO WS-RATE-CT                                          00004360
           MOVE LVC-TYPE   TO RT-TYPE(WS-RATE-CT)                       00004370
           MOVE LVC-GROUP  TO RT-GROUP(WS-RATE-CT)                      00004380
           MOVE LVC-YEARS  TO RT-YEARS(WS-RATE-CT)                      00004390
           MOVE LVC-HOURS  TO RT-HOURS(WS-RATE-CT)                      00004400
           MOVE LVC-CAP    TO RT-CAP(WS-RATE-CT)                        00004410
           MOVE LVC-PAYOUT TO RT-PAYOUT(WS-RATE-CT)                     00004420
           PERFORM 1360-TYPE-NOTE-PARA                                  00004430
              THRU 1360-TYPE-NOTE-PARA-EXIT                             00004440
           .                                                            00004450
       1355-DEFAULT-ADD-PARA-EXIT.                                      00004460
           EXIT                                                         00004470
           .                                                            00004480
       1360-TYPE-NOTE-PARA.                                             00004490
           MOVE 'N' TO WS-TYPE-FOUND-SW                                 00004500
           PERFORM 1370-TYPE-FIND-PARA                                  00004510
              THRU 1370-TYPE-FIND-PARA-EXIT                             00004520
              VARYING TY-IDX FROM 1 BY 1                                00004530
              UNTIL TY-IDX > WS-TYPE-CT OR WS-TYPE-FOUND                00004540
           IF NOT WS-TYPE-FOUND AND WS-TYPE-CT < 10                     00004550
             ADD 1 TO WS-TYPE-CT                                        00004560
             MOVE LVC-TYPE TO TY-TYPE(WS-TYPE-CT)                       00004570
           END-IF                                                       00004580
           .                                                            00004590
       1360-TYPE-NOTE-PARA-EXIT.                                        00004600
           EXIT                                                         00004610
           .                                                            00004620
       1370-TYPE-FIND-PARA.                                             00004630
           IF TY-TYPE(TY-IDX) = LVC-TYPE                                00004640
             MOVE 'Y' TO WS-TYPE-FOUND-SW                               00004650
           END-IF                                                       00004660
           .                                                            00004670
       1370-TYPE-FIND-PARA-EXIT.                                        00004680
           EXIT                                                         00004690
           .                                                            00004700
       3000-PROC-PARA.                                                  00004710
           PERFORM 3100-OPEN-PARA                                       00004720
              THRU 3100-OPEN-PARA-EXIT                                  00004730
           PERFORM 3150-TITLE-PARA                                      00004740
              THRU 3150-TITLE-PARA-EXIT                                 00004750
           PERFORM 3200-EMP-READ-PARA                                   00004760
              THRU 3200-EMP-READ-PARA-EXIT                              00004770
              UNTIL C05-EMP-EOF                                         00004780
           PERFORM 3700-LVGL-PARA                                       00004790
              THRU 3700-LVGL-PARA-EXIT                                  00004800
           PERFORM 3800-TOTALS-PARA                                     00004810
              THRU 3800-TOTALS-PARA-EXIT                                00004820
           PERFORM 3900-CLOSE-PARA                                      00004830
              THRU 3900-CLOSE-PARA-EXIT                                 00004840
           IF WS-RETURN-CD < 8                                          00004850
             PERFORM 1200-RUNCTL-MARK-PARA                              00004860
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00004870
           END-IF                                                       00004880
           .                                                            00004890
       3000-PROC-PARA-EXIT.                                             00004900
           EXIT                                                         00004910
           .                                                            00004920
       3100-OPEN-PARA.                                                  00004930
           OPEN INPUT EMP-PS                                            00004940
           EVALUATE TRUE                                                00004950
           WHEN C05-EMP-SUCCESS                                         00004960
             DISPLAY 'EMP-PS OPENED'                                    00004970
           WHEN OTHER                                                   00004980
             DISPLAY 'EMP-PS OPEN FAILED ' WS-FST-EMP                   00004990
             MOVE 0008 TO WS-RETURN-CD                                  00005000
             PERFORM 9000-TERM-PARA                                     00005010
           END-EVALUATE                                                 00005020
           OPEN I-O LV-PS                                               00005030
           EVALUATE TRUE                                                00005040
           WHEN C05-LV-SUCCESS                                          00005050
             DISPLAY 'LV-PS OPENED'                                     00005060
           WHEN OTHER                                                   00005070
             DISPLAY 'LV-PS OPEN FAILED ' WS-FST-LV                     00005080
             MOVE 0008 TO WS-RETURN-CD                                  00005090
             PERFORM 9000-TERM-PARA                                     00005100
           END-EVALUATE                                                 00005110
           OPEN EXTEND PAYO-PS                                          00005120
           EVALUATE TRUE                                                00005130
           WHEN C05-PAYO-SUCCESS                                        00005140
             DISPLAY 'PAYO-PS OPENED'                                   00005150
           WHEN OTHER                                                   00005160
             DISPLAY 'PAYO-PS OPEN FAILED ' WS-FST-PAYO                 00005170
             MOVE 0008 TO WS-RETURN-CD                                  00005180
             PERFORM 9000-TERM-PARA                                     00005190
           END-EVALUATE                                                 00005200
           OPEN OUTPUT LVGL-PS                                          00005210
           EVALUATE TRUE                                                00005220
           WHEN C05-LVGL-SUCCESS                                        00005230
             DISPLAY 'LVGL-PS OPENED'                                   00005240
           WHEN OTHER                                                   00005250
             DISPLAY 'LVGL-PS OPEN FAILED ' WS-FST-LVGL                 00005260
             MOVE 0008 TO WS-RETURN-CD                                  00005270
             PERFORM 9000-TERM-PARA                                     00005280
           END-EVALUATE                                                 00005290
           OPEN OUTPUT RPT-PS                                           00005300
           EVALUATE TRUE                                                00005310
           WHEN C05-RPT-SUCCESS                                         00005320
             DISPLAY 'RPT-PS OPENED'                                    00005330
           WHEN OTHER                                                   00005340
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00005350
             MOVE 0008 TO WS-RETURN-CD                                  00005360
             PERFORM 9000-TERM-PARA                                     00005370
           END-EVALUATE                                                 00005380
           OPEN EXTEND AUDIT-PS                                         00005390
           EVALUATE TRUE                                                00005400
           WHEN C05-AUDIT-SUCCESS                                       00005410
             DISPLAY 'AUDIT-PS OPENED'                                  00005420
             SET WS-AUDIT-IS-OPEN TO TRUE                               00005430
           WHEN OTHER                                                   00005440
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00005450
             MOVE 0008 TO WS-RETURN-CD                                  00005460
             PERFORM 9000-TERM-PARA                                     00005470
           END-EVALUATE                                                 00005480
           .                                                            00005490
       3100-OPEN-PARA-EXIT.                                             00005500
           EXIT                                                         00005510
           .                                                            00005520
       3150-TITLE-PARA.                                                 00005530
           MOVE SPACES TO RPT-REC                                       00005540
           STRING 'LEAVE ACCRUAL AND LIABILITY REPORT   RUN DATE: '     00005550
                  DELIMITED BY SIZE                                     00005560
                  WS-RUN-DATE DELIMITED BY SIZE                         00005570
                  INTO RPT-REC                                          00005580
           END-STRING                                                   00005590
           WRITE RPT-REC                                                00005600
           MOVE SPACES TO RPT-REC                                       00005610
           WRITE RPT-REC                                                00005620
           MOVE SPACES TO RPT-REC                                       00005630
           STRING 'TERMINATION PAYOUTS AND FORFEITS' DELIMITED BY SIZE  00005640
                  INTO RPT-REC                                          00005650
           END-STRING                                                   00005660
           WRITE RPT-REC                                                00005670
           MOVE SPACES TO RPT-REC                                       00005680
           STRING 'EMPID TYPE DEPT ACTION        HOURS          AMOUNT' 00005690
                  DELIMITED BY SIZE                                     00005700
                  INTO RPT-REC                                          00005710
           END-STRING                                                   00005720
           WRITE RPT-REC                                                00005730
           .                                                            00005740
       3150-TITLE-PARA-EXIT.                                            00005750
           EXIT                                                         00005760
           .                                                            00005770
       3200-EMP-READ-PARA.                                              00005780
           READ EMP-PS                                                  00005790
           EVALUATE TRUE                                                00005800
           WHEN C05-EMP-SUCCESS                                         00005810
             ADD 1 TO WS-READ-CT                                        00005820
             PERFORM 3300-EMP-SETUP-PARA                                00005830
                THRU 3300-EMP-SETUP-PARA-EXIT                           00005840
             PERFORM 3400-TYPE-PARA                                     00005850
                THRU 3400-TYPE-PARA-EXIT                                00005860
                VARYING TY-IDX FROM 1 BY 1                              00005870
                UNTIL TY-IDX > WS-TYPE-CT                               00005880
           WHEN C05-EMP-EOF                                             00005890
             DISPLAY 'EMPLOYEES READ: ' WS-READ-CT                      00005900
           WHEN OTHER                                                   00005910
             DISPLAY 'EMP-PS READ FAILED ' WS-FST-EMP                   00005920
             MOVE 0008 TO WS-RETURN-CD                                  00005930
             MOVE 10 TO WS-FST-EMP                                      00005940
           END-EVALUATE                                                 00005950
           .                                                            00005960
       3200-EMP-READ-PARA-EXIT.                                         00005970
           EXIT                                                         00005980
           .                                                            00005990
      *-----------------------------------------------------------      00006000
      *    COMPLETED YEARS OF SERVICE FROM THE HIRE DATE (EITHER        00006010
      *    DATE FORM) TO THE BUSINESS DATE, AND THE HOURLY RATE         00006020
      *    THE BALANCE IS VALUED AT - THE MASTER'S RATE FOR HOURLY      00006021
      *    STAFF, SALARY OVER STANDARD HOURS FOR EVERYONE ELSE.  AN     00006022
      *    UNREADABLE HIRE DATE COUNTS AS NEW; A BAD SALARY OR RATE     00006023
      *    VALUES THE BALANCE AT ZERO AND ENDS THE STEP RC 4.           00006024
      *-----------------------------------------------------------      00006060
       3300-EMP-SETUP-PARA.                                             00006070
           MOVE ZEROES TO WS-SVC-YEARS                                  00006080
           IF EMT-HIREDATE(5:1) = '-'                                   00006090
             MOVE EMT-HIREDATE(1:4) TO WS-HIRE-NUM(1:4)                 00006100
             MOVE EMT-HIREDATE(6:2) TO WS-HIRE-NUM(5:2)                 00006110
             MOVE EMT-HIREDATE(9:2) TO WS-HIRE-NUM(7:2)                 00006120
           ELSE                                                         00006130
             MOVE EMT-HIREDATE(1:8) TO WS-HIRE-NUM                      00006140
           END-IF                                                       00006150
           IF WS-HIRE-NUM IS NUMERIC                                    00006160
             COMPUTE WS-SVC-CALC = WS-RUN-YEAR - WS-HIRE-YEAR           00006170
             IF WS-RUN-NUM(5:4) < WS-HIRE-NUM(5:4)                      00006180
               SUBTRACT 1 FROM WS-SVC-CALC                              00006190
             END-IF                                                     00006200
             EVALUATE TRUE                                              00006210
             WHEN WS-SVC-CALC < 0                                       00006220
               MOVE ZEROES TO WS-SVC-YEARS                              00006230
             WHEN WS-SVC-CALC > 99                                      00006240
               MOVE 99 TO WS-SVC-YEARS                                  00006250
             WHEN OTHER                                                 00006260
               MOVE WS-SVC-CALC TO WS-SVC-YEARS                         00006270
             END-EVALUATE                                               00006280
           END-IF                                                       00006290
           EVALUATE TRUE                                                00006291
           WHEN EMT-PAYTYPE = 'H' AND EMT-HRRATE IS NUMERIC             00006292
             MOVE EMT-HRRATE TO WS-HOUR-RATE                            00006293
           WHEN EMT-PAYTYPE NOT = 'H' AND EMT-EMPSALARY IS NUMERIC      00006294
             COMPUTE WS-HOUR-RATE ROUNDED =                             00006310
                     EMT-EMPSALARY / WS-STD-HOURS                       00006320
           WHEN OTHER                                                   00006321
             MOVE ZEROES TO WS-HOUR-RATE                                00006340
             ADD 1 TO WS-BADSAL-CT                                      00006350
             DISPLAY 'SALARY NOT NUMERIC - LEAVE VALUED AT ZERO: '      00006360
                     EMT-EMPID                                          00006370
           END-EVALUATE                                                 00006371
           .                                                            00006390
       3300-EMP-SETUP-PARA-EXIT.                                        00006400
           EXIT                                                         00006410
           .                                                            00006420
      *-----------------------------------------------------------      00006430
      *    ONE LEAVE TYPE FOR THE EMPLOYEE IN HAND.                     00006440
      *-----------------------------------------------------------      00006450
       3400-TYPE-PARA.                                                  00006460
           MOVE ZEROES TO WS-BEST-IDX                                   00006470
           PERFORM 3410-RATE-PICK-PARA                                  00006480
              THRU 3410-RATE-PICK-PARA-EXIT                             00006490
              VARYING RT-IDX FROM 1 BY 1                                00006500
              UNTIL RT-IDX > WS-RATE-CT                                 00006510
           MOVE EMT-EMPID        TO DL-LV-EMPID                         00006520
           MOVE TY-TYPE(TY-IDX)  TO DL-LV-TYPE                          00006530
           READ LV-PS                                                   00006540
           EVALUATE TRUE                                                00006550
           WHEN C05-LV-SUCCESS                                          00006560
             MOVE 'N' TO WS-LV-NEW-SW                                   00006570
           WHEN C05-LV-NOTFND                                           00006580
             IF EMT-EMPSTATUS = 'T' OR WS-BEST-IDX = 0                  00006590
               GO TO 3400-TYPE-PARA-EXIT                                00006600
             END-IF                                                     00006610
             MOVE SPACES          TO DL-LV-REC                          00006620
             MOVE EMT-EMPID       TO DL-LV-EMPID                        00006630
             MOVE TY-TYPE(TY-IDX) TO DL-LV-TYPE                         00006640
             MOVE 'A'             TO DL-LV-STATUS                       00006650
             MOVE ZEROES          TO DL-LV-BALANCE DL-LV-ACCR-YTD       00006660
                                     DL-LV-USED-YTD DL-LV-LIAB          00006670
                                     DL-LV-PAYOUT-AMT                   00006680
             MOVE WS-RUN-NUM(1:4) TO DL-LV-YEAR                         00006690
             MOVE 'Y' TO WS-LV-NEW-SW                                   00006700
           WHEN OTHER                                                   00006710
             DISPLAY 'LV-PS READ FAILED ' WS-FST-LV ' ' DL-LV-KEY       00006720
             MOVE 0008 TO WS-RETURN-CD                                  00006730
             GO TO 3400-TYPE-PARA-EXIT                                  00006740
           END-EVALUATE                                                 00006750
      *    A LEAVER ALREADY PAID OUT HAS NOTHING LEFT TO DO.            00006760
           IF EMT-EMPSTATUS = 'T' AND DL-LV-PAID-OUT                    00006770
             GO TO 3400-TYPE-PARA-EXIT                                  00006780
           END-IF                                                       00006790
           IF DL-LV-YEAR NOT = WS-RUN-NUM(1:4)                          00006800
             MOVE ZEROES          TO DL-LV-ACCR-YTD DL-LV-USED-YTD      00006810
             MOVE WS-RUN-NUM(1:4) TO DL-LV-YEAR                         00006820
           END-IF                                                       00006830
           MOVE DL-LV-LIAB TO WS-OLD-LIAB                               00006840
           MOVE DL-LV-DEPT TO WS-OLD-DEPT                               00006850
           IF EMT-EMPSTATUS = 'T'                                       00006860
             PERFORM 3500-PAYOUT-PARA                                   00006870
                THRU 3500-PAYOUT-PARA-EXIT                              00006880
             MOVE ZEROES TO WS-NEW-LIAB                                 00006890
           ELSE                                                         00006900
             IF DL-LV-PAID-OUT                                          00006910
               MOVE 'A' TO DL-LV-STATUS                                 00006920
               MOVE ZEROES TO DL-LV-BALANCE                             00006930
               ADD 1 TO WS-REOPEN-CT                                    00006940
             END-IF                                                     00006950
             IF WS-BEST-IDX > 0 AND DL-LV-LAST-ACCR NOT = WS-RUN-DATE   00006960
               PERFORM 3450-ACCRUE-PARA                                 00006970
                  THRU 3450-ACCRUE-PARA-EXIT                            00006980
             END-IF                                                     00006990
             COMPUTE WS-NEW-LIAB ROUNDED =                              00007000
                     DL-LV-BALANCE * WS-HOUR-RATE                       00007010
           END-IF                                                       00007020
           PERFORM 3600-LIAB-BOOK-PARA                                  00007030
              THRU 3600-LIAB-BOOK-PARA-EXIT                             00007040
           MOVE WS-NEW-LIAB TO DL-LV-LIAB                               00007050
           MOVE EMT-EMPDEPT TO DL-LV-DEPT                               00007060
           IF WS-LV-NEW                                                 00007070
             WRITE DL-LV-REC                                            00007080
             IF C05-LV-SUCCESS                                          00007090
               ADD 1 TO WS-NEW-CT                                       00007100
             END-IF                                                     00007110
           ELSE                                                         00007120
             REWRITE DL-LV-REC                                          00007130
           END-IF                                                       00007140
           IF NOT C05-LV-SUCCESS                                        00007150
             DISPLAY 'LV-PS WRITE FAILED ' WS-FST-LV ' ' DL-LV-KEY      00007160
             MOVE 0008 TO WS-RETURN-CD                                  00007170
           END-IF                                                       00007180
           .                                                            00007190
       3400-TYPE-PARA-EXIT.                                             00007200
           EXIT                                                         00007210
           .                                                            00007220
      *-----------------------------------------------------------      00007230
      *    BEST RATE CARD FOR THE TYPE - HIGHEST SERVICE THRESHOLD      00007240
      *    REACHED, THE EMPLOYEE'S OWN GROUP BEATING '**' ON A TIE.     00007250
      *-----------------------------------------------------------      00007260
       3410-RATE-PICK-PARA.                                             00007270
           IF RT-TYPE(RT-IDX) NOT = TY-TYPE(TY-IDX) OR                  00007280
              RT-YEARS(RT-IDX) > WS-SVC-YEARS                           00007290
             GO TO 3410-RATE-PICK-PARA-EXIT                             00007300
           END-IF                                                       00007310
           IF RT-GROUP(RT-IDX) NOT = EMT-EMPGROUP AND                   00007320
              RT-GROUP(RT-IDX) NOT = '**'                               00007330
             GO TO 3410-RATE-PICK-PARA-EXIT                             00007340
           END-IF                                                       00007350
           EVALUATE TRUE                                                00007360
           WHEN WS-BEST-IDX = 0                                         00007370
             SET WS-BEST-IDX TO RT-IDX                                  00007380
           WHEN RT-YEARS(RT-IDX) > RT-YEARS(WS-BEST-IDX)                00007390
             SET WS-BEST-IDX TO RT-IDX                                  00007400
           WHEN RT-YEARS(RT-IDX) = RT-YEARS(WS-BEST-IDX) AND            00007410
                RT-GROUP(RT-IDX) = EMT-EMPGROUP                         00007420
             SET WS-BEST-IDX TO RT-IDX                                  00007430
           WHEN OTHER                                                   00007440
             CONTINUE                                                   00007450
           END-EVALUATE                                                 00007460
           .                                                            00007470
       3410-RATE-PICK-PARA-EXIT.                                        00007480
           EXIT                                                         00007490
           .                                                            00007500
      *-----------------------------------------------------------      00007510
      *    THE CYCLE'S ACCRUAL, CAPPED AT THE CARRYOVER MAXIMUM.        00007520
      *    A BALANCE ALREADY OVER A LOWERED CAP IS LEFT ALONE BUT       00007530
      *    EARNS NOTHING MORE.                                          00007540
      *-----------------------------------------------------------      00007550
       3450-ACCRUE-PARA.                                                00007560
           MOVE RT-HOURS(WS-BEST-IDX) TO WS-ADD-HRS                     00007570
           COMPUTE WS-NEW-BAL = DL-LV-BALANCE + WS-ADD-HRS              00007580
           IF WS-NEW-BAL > RT-CAP(WS-BEST-IDX)                          00007590
             ADD 1 TO WS-CAP-CT                                         00007600
             IF DL-LV-BALANCE < RT-CAP(WS-BEST-IDX)                     00007610
               COMPUTE WS-ADD-HRS =                                     00007620
                       RT-CAP(WS-BEST-IDX) - DL-LV-BALANCE              00007630
             ELSE                                                       00007640
               MOVE ZEROES TO WS-ADD-HRS                                00007650
             END-IF                                                     00007660
           END-IF                                                       00007670
           ADD WS-ADD-HRS TO DL-LV-BALANCE DL-LV-ACCR-YTD               00007680
                             WS-ACCR-HRS                                00007690
           MOVE WS-RUN-DATE TO DL-LV-LAST-ACCR                          00007700
           ADD 1 TO WS-ACCR-CT                                          00007710
           .                                                            00007720
       3450-ACCRUE-PARA-EXIT.                                           00007730
           EXIT                                                         00007740
           .                                                            00007750
      *-----------------------------------------------------------      00007760
      *    TERMINATION - A PAYABLE BALANCE GOES TO PAYNET AS A          00007770
      *    ONE-TIME EARNINGS ITEM FOR THE FINAL-PAY LINE; ANY OTHER     00007780
      *    BALANCE IS FORFEITED.  THE RECORD CLOSES EITHER WAY.         00007790
      *-----------------------------------------------------------      00007800
       3500-PAYOUT-PARA.                                                00007810
           IF DL-LV-BALANCE = 0                                         00007820
             MOVE 'P' TO DL-LV-STATUS                                   00007830
             GO TO 3500-PAYOUT-PARA-EXIT                                00007840
           END-IF                                                       00007850
           MOVE ZEROES TO WS-PAY-AMT                                    00007860
           IF WS-BEST-IDX > 0                                           00007870
             IF RT-PAYOUT(WS-BEST-IDX) = 'Y'                            00007880
               COMPUTE WS-PAY-AMT ROUNDED =                             00007890
                       DL-LV-BALANCE * WS-HOUR-RATE                     00007900
             END-IF                                                     00007910
           END-IF                                                       00007920
           MOVE SPACES TO RPT-REC                                       00007930
           MOVE EMT-EMPID   TO RPT-REC(1:5)                             00007940
           MOVE DL-LV-TYPE  TO RPT-REC(7:4)                             00007950
           MOVE EMT-EMPDEPT TO RPT-REC(12:4)                            00007960
           MOVE DL-LV-BALANCE TO WS-HRS-ED                              00007970
           MOVE WS-HRS-ED   TO RPT-REC(26:11)                           00007980
           IF WS-PAY-AMT > 0                                            00007990
             MOVE SPACES       TO DL-EARN-REC                           00008000
             MOVE 'C'          TO DL-EARN-NEMPID(1:1)                   00008010
             MOVE EMT-EMPID    TO DL-EARN-NEMPID(2:5)                   00008020
             MOVE 'LVPO'       TO DL-EARN-CODE                          00008030
             MOVE WS-PAY-AMT   TO DL-EARN-AMT                           00008040
             MOVE WS-RUN-DATE  TO DL-EARN-DATE                          00008050
             MOVE EMT-EMPDEPT  TO DL-EARN-DEPT                          00008051
             MOVE EMT-EMPFNAME TO DL-EARN-FNAME                         00008052
             MOVE EMT-EMPLNAME TO DL-EARN-LNAME                         00008053
             WRITE DL-EARN-REC                                          00008060
             IF NOT C05-PAYO-SUCCESS                                    00008070
               DISPLAY 'PAYO-PS WRITE FAILED ' WS-FST-PAYO              00008080
               MOVE 0008 TO WS-RETURN-CD                                00008090
               GO TO 3500-PAYOUT-PARA-EXIT                              00008100
             END-IF                                                     00008110
             ADD 1 TO WS-WRITE-CT WS-PAYOUT-CT                          00008120
             ADD WS-PAY-AMT TO WS-PAYOUT-TOT                            00008130
             MOVE WS-PAY-AMT TO DL-LV-PAYOUT-AMT                        00008140
             MOVE 'PAID OUT' TO RPT-REC(17:8)                           00008150
             MOVE WS-PAY-AMT TO WS-AMT-ED                               00008160
             MOVE WS-AMT-ED  TO RPT-REC(38:17)                          00008170
           ELSE                                                         00008180
             ADD 1 TO WS-FORFEIT-CT                                     00008190
             ADD DL-LV-BALANCE TO WS-FORFEIT-HRS                        00008200
             MOVE 'FORFEIT'  TO RPT-REC(17:8)                           00008210
           END-IF                                                       00008220
           WRITE RPT-REC                                                00008230
           MOVE ZEROES TO DL-LV-BALANCE                                 00008240
           MOVE 'P' TO DL-LV-STATUS                                     00008250
           .                                                            00008260
       3500-PAYOUT-PARA-EXIT.                                           00008270
           EXIT                                                         00008280
           .                                                            00008290
      *-----------------------------------------------------------      00008300
      *    BOOK THE RECORD'S LIABILITY MOVEMENT.  A TRANSFER            00008310
      *    RELEASES THE OLD LIABILITY FROM THE DEPARTMENT IT SAT        00008320
      *    IN AND ACCRUES THE NEW ONE IN THE CURRENT DEPARTMENT,        00008330
      *    SO EACH DEPARTMENT'S EXPENSE FOLLOWS ITS OWN PEOPLE.         00008340
      *-----------------------------------------------------------      00008350
       3600-LIAB-BOOK-PARA.                                             00008360
           IF WS-OLD-DEPT NOT = EMT-EMPDEPT AND                         00008370
              WS-OLD-DEPT > SPACES AND WS-OLD-LIAB > 0                  00008380
             MOVE WS-OLD-DEPT TO WS-LOOK-DEPT                           00008390
             PERFORM 3610-LD-FIND-PARA                                  00008400
                THRU 3610-LD-FIND-PARA-EXIT                             00008410
             IF WS-LD-HIT > 0                                           00008420
               ADD WS-OLD-LIAB TO LD-RELEASE(WS-LD-HIT)                 00008430
             END-IF                                                     00008440
             MOVE ZEROES TO WS-OLD-LIAB                                 00008450
           END-IF                                                       00008460
           MOVE EMT-EMPDEPT TO WS-LOOK-DEPT                             00008470
           PERFORM 3610-LD-FIND-PARA                                    00008480
              THRU 3610-LD-FIND-PARA-EXIT                               00008490
           IF WS-LD-HIT = 0                                             00008500
             GO TO 3600-LIAB-BOOK-PARA-EXIT                             00008510
           END-IF                                                       00008520
           COMPUTE WS-DELTA = WS-NEW-LIAB - WS-OLD-LIAB                 00008530
           IF WS-DELTA > 0                                              00008540
             ADD WS-DELTA TO LD-ACCRUE(WS-LD-HIT)                       00008550
           ELSE                                                         00008560
             SUBTRACT WS-DELTA FROM LD-RELEASE(WS-LD-HIT)               00008570
           END-IF                                                       00008580
           IF DL-LV-ACTIVE                                              00008590
             ADD 1             TO LD-EMP-CT(WS-LD-HIT)                  00008600
             ADD DL-LV-BALANCE TO LD-HOURS(WS-LD-HIT)                   00008610
             ADD WS-NEW-LIAB   TO LD-LIAB(WS-LD-HIT)                    00008620
             ADD WS-NEW-LIAB   TO WS-LIAB-TOT                           00008630
           END-IF                                                       00008640
           .                                                            00008650
       3600-LIAB-BOOK-PARA-EXIT.                                        00008660
           EXIT                                                         00008670
           .                                                            00008680
       3610-LD-FIND-PARA.                                               00008690
           MOVE ZEROES TO WS-LD-HIT                                     00008700
           MOVE 'N' TO WS-LD-FOUND-SW                                   00008710
           PERFORM 3620-LD-SCAN-PARA                                    00008720
              THRU 3620-LD-SCAN-PARA-EXIT                               00008730
              VARYING LD-IDX FROM 1 BY 1                                00008740
              UNTIL LD-IDX > WS-LD-CT OR WS-LD-FOUND                    00008750
           IF NOT WS-LD-FOUND                                           00008760
             IF WS-LD-CT < 200                                          00008770
               ADD 1 TO WS-LD-CT                                        00008780
               MOVE WS-LOOK-DEPT    TO LD-DEPT(WS-LD-CT)                00008790
               MOVE DL-LV-TYPE      TO LD-TYPE(WS-LD-CT)                00008800
               MOVE ZEROES          TO LD-EMP-CT(WS-LD-CT)              00008810
                                       LD-HOURS(WS-LD-CT)               00008820
                                       LD-LIAB(WS-LD-CT)                00008830
                                       LD-ACCRUE(WS-LD-CT)              00008840
                                       LD-RELEASE(WS-LD-CT)             00008850
               MOVE WS-LD-CT        TO WS-LD-HIT                        00008860
             ELSE                                                       00008870
               DISPLAY 'LIABILITY TABLE FULL - JOURNAL CANNOT BALANCE'  00008880
               MOVE 0008 TO WS-RETURN-CD                                00008890
             END-IF                                                     00008900
           END-IF                                                       00008910
           .                                                            00008920
       3610-LD-FIND-PARA-EXIT.                                          00008930
           EXIT                                                         00008940
           .                                                            00008950
       3620-LD-SCAN-PARA.                                               00008960
           IF LD-DEPT(LD-IDX) = WS-LOOK-DEPT AND                        00008970
              LD-TYPE(LD-IDX) = DL-LV-TYPE                              00008980
             SET WS-LD-HIT TO LD-IDX                                    00008990
             MOVE 'Y' TO WS-LD-FOUND-SW                                 00009000
           END-IF                                                       00009010
           .                                                            00009020
       3620-LD-SCAN-PARA-EXIT.                                          00009030
           EXIT                                                         00009040
           .                                                            00009050
      *-----------------------------------------------------------      00009060
      *    ACCRUAL JOURNAL FOR PAYGL - THE NET MOVEMENT PER             00009070
      *    DEPARTMENT AND LEAVE TYPE, THEN THE CONTROL RECORD.          00009080
      *-----------------------------------------------------------      00009090
       3700-LVGL-PARA.                                                  00009100
           PERFORM 3710-LVGL-LINE-PARA                                  00009110
              THRU 3710-LVGL-LINE-PARA-EXIT                             00009120
              VARYING LD-IDX FROM 1 BY 1                                00009130
              UNTIL LD-IDX > WS-LD-CT                                   00009140
           MOVE SPACES       TO DL-LVGL-REC                             00009150
           MOVE 'T'          TO DL-LVGL-DIR                             00009160
           MOVE WS-LVGL-TOT  TO DL-LVGL-AMT                             00009170
           MOVE WS-RUN-DATE  TO DL-LVGL-DATE                            00009180
           WRITE DL-LVGL-REC                                            00009190
           ADD 1 TO WS-WRITE-CT                                         00009200
           .                                                            00009210
       3700-LVGL-PARA-EXIT.                                             00009220
           EXIT                                                         00009230
           .                                                            00009240
       3710-LVGL-LINE-PARA.                                             00009250
           COMPUTE WS-NET-MOVE = LD-ACCRUE(LD-IDX) - LD-RELEASE(LD-IDX) 00009260
           IF WS-NET-MOVE = 0                                           00009270
             GO TO 3710-LVGL-LINE-PARA-EXIT                             00009280
           END-IF                                                       00009290
           MOVE SPACES           TO DL-LVGL-REC                         00009300
           IF WS-NET-MOVE > 0                                           00009310
             MOVE 'A'            TO DL-LVGL-DIR                         00009320
             MOVE WS-NET-MOVE    TO DL-LVGL-AMT                         00009330
           ELSE                                                         00009340
             MOVE 'R'            TO DL-LVGL-DIR                         00009350
             COMPUTE DL-LVGL-AMT = 0 - WS-NET-MOVE                      00009360
           END-IF                                                       00009370
           MOVE LD-TYPE(LD-IDX)  TO DL-LVGL-TYPE                        00009380
           MOVE LD-DEPT(LD-IDX)  TO DL-LVGL-DEPT                        00009390
           MOVE WS-RUN-DATE      TO DL-LVGL-DATE                        00009400
           WRITE DL-LVGL-REC                                            00009410
           ADD DL-LVGL-AMT TO WS-LVGL-TOT                               00009420
           ADD 1 TO WS-WRITE-CT WS-LVGL-CT                              00009430
           .                                                            00009440
       3710-LVGL-LINE-PARA-EXIT.                                        00009450
           EXIT                                                         00009460
           .                                                            00009470
      *-----------------------------------------------------------      00009480
      *    LEAVE LIABILITY BY DEPARTMENT AND TYPE, AND THE RUN          00009490
      *    TOTALS.                                                      00009500
      *-----------------------------------------------------------      00009510
       3800-TOTALS-PARA.                                                00009520
           MOVE SPACES TO RPT-REC                                       00009530
           WRITE RPT-REC                                                00009540
           MOVE SPACES TO RPT-REC                                       00009550
           STRING 'LEAVE LIABILITY BY DEPARTMENT' DELIMITED BY SIZE     00009560
                  INTO RPT-REC                                          00009570
           END-STRING                                                   00009580
           WRITE RPT-REC                                                00009590
           MOVE SPACES TO RPT-REC                                       00009600
           STRING 'DEPT TYPE  EMPLOYEES       HOURS       LIABILITY'    00009610
                  DELIMITED BY SIZE                                     00009620
                  '      CYCLE MOVEMENT' DELIMITED BY SIZE              00009630
                  INTO RPT-REC                                          00009640
           END-STRING                                                   00009650
           WRITE RPT-REC                                                00009660
           PERFORM 3810-LIAB-LINE-PARA                                  00009670
              THRU 3810-LIAB-LINE-PARA-EXIT                             00009680
              VARYING LD-IDX FROM 1 BY 1                                00009690
              UNTIL LD-IDX > WS-LD-CT                                   00009700
           MOVE SPACES TO RPT-REC                                       00009710
           WRITE RPT-REC                                                00009720
           MOVE WS-LIAB-TOT TO WS-AMT-ED                                00009730
           MOVE SPACES TO RPT-REC                                       00009740
           STRING 'TOTAL LEAVE LIABILITY....: ' DELIMITED BY SIZE       00009750
                  WS-AMT-ED DELIMITED BY SIZE                           00009760
                  INTO RPT-REC                                          00009770
           END-STRING                                                   00009780
           WRITE RPT-REC                                                00009790
           MOVE WS-LVGL-TOT TO WS-AMT-ED                                00009800
           MOVE SPACES TO RPT-REC                                       00009810
           STRING 'ACCRUAL JOURNAL CONTROL..: ' DELIMITED BY SIZE       00009820
                  WS-AMT-ED DELIMITED BY SIZE                           00009830
                  INTO RPT-REC                                          00009840
           END-STRING                                                   00009850
           WRITE RPT-REC                                                00009860
           MOVE WS-READ-CT TO WS-CT-ED                                  00009870
           MOVE SPACES TO RPT-REC                                       00009880
           STRING 'EMPLOYEES READ...........: ' DELIMITED BY SIZE       00009890
                  WS-CT-ED DELIMITED BY SIZE                            00009900
                  INTO RPT-REC                                          00009910
           END-STRING                                                   00009920
           WRITE RPT-REC                                                00009930
           MOVE WS-ACCR-CT TO WS-CT-ED                                  00009940
           MOVE SPACES TO RPT-REC                                       00009950
           STRING 'BALANCES ACCRUED.........: ' DELIMITED BY SIZE       00009960
                  WS-CT-ED DELIMITED BY SIZE                            00009970
                  INTO RPT-REC                                          00009980
           END-STRING                                                   00009990
           WRITE RPT-REC                                                00010000
           MOVE WS-ACCR-HRS TO WS-HRS-ED                                00010010
           MOVE SPACES TO RPT-REC                                       00010020
           STRING 'HOURS ACCRUED............: ' DELIMITED BY SIZE       00010030
                  WS-HRS-ED DELIMITED BY SIZE                           00010040
                  INTO RPT-REC                                          00010050
           END-STRING                                                   00010060
           WRITE RPT-REC                                                00010070
           MOVE WS-NEW-CT TO WS-CT-ED                                   00010080
           MOVE SPACES TO RPT-REC                                       00010090
           STRING 'NEW LEAVE RECORDS........: ' DELIMITED BY SIZE       00010100
                  WS-CT-ED DELIMITED BY SIZE                            00010110
                  INTO RPT-REC                                          00010120
           END-STRING                                                   00010130
           WRITE RPT-REC                                                00010140
           MOVE WS-CAP-CT TO WS-CT-ED                                   00010150
           MOVE SPACES TO RPT-REC                                       00010160
           STRING 'HELD AT CARRYOVER CAP....: ' DELIMITED BY SIZE       00010170
                  WS-CT-ED DELIMITED BY SIZE                            00010180
                  INTO RPT-REC                                          00010190
           END-STRING                                                   00010200
           WRITE RPT-REC                                                00010210
           MOVE WS-REOPEN-CT TO WS-CT-ED                                00010220
           MOVE SPACES TO RPT-REC                                       00010230
           STRING 'REOPENED ON REHIRE.......: ' DELIMITED BY SIZE       00010240
                  WS-CT-ED DELIMITED BY SIZE                            00010250
                  INTO RPT-REC                                          00010260
           END-STRING                                                   00010270
           WRITE RPT-REC                                                00010280
           MOVE WS-PAYOUT-CT TO WS-CT-ED                                00010290
           MOVE SPACES TO RPT-REC                                       00010300
           STRING 'BALANCES PAID OUT........: ' DELIMITED BY SIZE       00010310
                  WS-CT-ED DELIMITED BY SIZE                            00010320
                  INTO RPT-REC                                          00010330
           END-STRING                                                   00010340
           WRITE RPT-REC                                                00010350
           MOVE WS-PAYOUT-TOT TO WS-AMT-ED                              00010360
           MOVE SPACES TO RPT-REC                                       00010370
           STRING 'PAYOUT AMOUNT TO PAYNET..: ' DELIMITED BY SIZE       00010380
                  WS-AMT-ED DELIMITED BY SIZE                           00010390
                  INTO RPT-REC                                          00010400
           END-STRING                                                   00010410
           WRITE RPT-REC                                                00010420
           MOVE WS-FORFEIT-CT TO WS-CT-ED                               00010430
           MOVE SPACES TO RPT-REC                                       00010440
           STRING 'BALANCES FORFEITED.......: ' DELIMITED BY SIZE       00010450
                  WS-CT-ED DELIMITED BY SIZE                            00010460
                  INTO RPT-REC                                          00010470
           END-STRING                                                   00010480
           WRITE RPT-REC                                                00010490
           MOVE WS-FORFEIT-HRS TO WS-HRS-ED                             00010500
           MOVE SPACES TO RPT-REC                                       00010510
           STRING 'HOURS FORFEITED..........: ' DELIMITED BY SIZE       00010520
                  WS-HRS-ED DELIMITED BY SIZE                           00010530
                  INTO RPT-REC                                          00010540
           END-STRING                                                   00010550
           WRITE RPT-REC                                                00010560
           IF WS-BADSAL-CT > 0                                          00010570
             MOVE WS-BADSAL-CT TO WS-CT-ED                              00010580
             MOVE SPACES TO RPT-REC                                     00010590
             STRING '*** SALARY NOT NUMERIC...: ' DELIMITED BY SIZE     00010600
                    WS-CT-ED DELIMITED BY SIZE                          00010610
                    ' - LEAVE VALUED AT ZERO ***' DELIMITED BY SIZE     00010620
                    INTO RPT-REC                                        00010630
             END-STRING                                                 00010640
             WRITE RPT-REC                                              00010650
             IF WS-RETURN-CD = 0                                        00010660
               MOVE 0004 TO WS-RETURN-CD                                00010670
             END-IF                                                     00010680
           END-IF                                                       00010690
           .                                                            00010700
       3800-TOTALS-PARA-EXIT.                                           00010710
           EXIT                                                         00010720
           .                                                            00010730
       3810-LIAB-LINE-PARA.                                             00010740
           COMPUTE WS-NET-MOVE = LD-ACCRUE(LD-IDX) - LD-RELEASE(LD-IDX) 00010750
           MOVE SPACES TO RPT-REC                                       00010760
           MOVE LD-DEPT(LD-IDX)   TO RPT-REC(1:4)                       00010770
           MOVE LD-TYPE(LD-IDX)   TO RPT-REC(6:4)                       00010780
           MOVE LD-EMP-CT(LD-IDX) TO WS-CT-ED                           00010790
           MOVE WS-CT-ED          TO RPT-REC(14:6)                      00010800
           MOVE LD-HOURS(LD-IDX)  TO WS-HRS-ED                          00010810
           MOVE WS-HRS-ED         TO RPT-REC(21:11)                     00010820
           MOVE LD-LIAB(LD-IDX)   TO WS-AMT-ED                          00010830
           MOVE WS-AMT-ED         TO RPT-REC(33:17)                     00010840
           MOVE WS-NET-MOVE       TO WS-MOVE-ED                         00010850
           MOVE WS-MOVE-ED        TO RPT-REC(51:17)                     00010860
           WRITE RPT-REC                                                00010870
           .                                                            00010880
       3810-LIAB-LINE-PARA-EXIT.                                        00010890
           EXIT                                                         00010900
           .                                                            00010910
       3900-CLOSE-PARA.                                                 00010920
           CLOSE EMP-PS LV-PS PAYO-PS LVGL-PS RPT-PS                    00010930
           .                                                            00010940
       3900-CLOSE-PARA-EXIT.                                            00010950
           EXIT                                                         00010960
           .                                                            00010970
       9000-TERM-PARA.                                                  00010980
           IF WS-AUDIT-IS-OPEN                                          00010990
             MOVE SPACES            TO DL-AUDIT-REC                     00011000
             MOVE 'LVACCR'          TO DL-AUDIT-PGM                     00011010
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00011020
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00011030
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00011040
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00011050
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00011060
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00011070
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00011080
             PERFORM 9100-AUDIT-CHAIN-PARA                              00011081
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00011082
             WRITE DL-AUDIT-REC                                         00011083
             CLOSE AUDIT-PS                                             00011100
           END-IF                                                       00011110
           MOVE WS-RETURN-CD TO RETURN-CODE                             00011120
           STOP RUN                                                     00011130
           .                                                            00011140
      *-----------------------------------------------------------      00011141
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00011142
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00011143
      *    FIRST RECORD OF THE DAY.                                     00011144
      *-----------------------------------------------------------      00011145
       9100-AUDIT-CHAIN-PARA.                                           00011146
           MOVE SPACES       TO DL-CHN-PARMS                            00011147
           MOVE 'NXT'        TO DL-CHN-FUNC                             00011148
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00011149
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00011150
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00011151
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00011152
             ON EXCEPTION                                               00011153
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00011154
                       'CHAINED'                                        00011155
           END-CALL                                                     00011156
           IF DL-CHN-ANCHORED                                           00011157
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00011158
           END-IF                                                       00011159
           IF DL-CHN-OK                                                 00011160
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00011161
           END-IF                                                       00011162
           .                                                            00011163
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00011164
           EXIT                                                         00011165
           .                                                            00011166

       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYHRLY.                                             00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    HOURLY PAY FROM THE WEEKLY TIME CARDS, RUN EVERY CYCLE       00000060
      *    IN PAYDRV AFTER THE HR TRANSACTIONS REACH THE EMPLOYEE       00000070
      *    MASTER (EMPMST) AND AHEAD OF PAYNET.  EACH CARD IS           00000080
      *    CHECKED AGAINST THE MASTER AND THE SHARED BUSINESS           00000090
      *    CALENDAR (PAYCAL), THEN PRICED AT THE MASTER'S HOURLY        00000100
      *    RATE:                                                        00000110
      *      REGULAR  - REGULAR HOURS AT THE RATE                       00000120
      *      OVERTIME - OVERTIME HOURS AT THE RATE TIMES THE            00000130
      *                 OVERTIME MULTIPLIER                             00000140
      *      PREMIUM  - ALL HOURS WORKED AT THE SHIFT'S PREMIUM         00000150
      *                 PER HOUR                                        00000160
      *    AN EMPLOYEE'S CARDS FOR THE CYCLE ARE SUMMED INTO ONE        00000170
      *    ONE-TIME EARNINGS ITEM (DLEARN, CODE HRLY) ON HRLYPAY,       00000180
      *    WHICH RIDES IN PAYNET'S EARNFL CONCATENATION.  THE ITEM      00000190
      *    CARRIES THE EMPLOYEE'S DEPARTMENT AND NAME, SINCE AN         00000200
      *    HOURLY EMPLOYEE HAS NO SALARY LINE FOR PAYNET TO TAKE        00000210
      *    THEM FROM, AND THE PAYROLL GROUP, SO PAYNET HOLDS IT TO      00000211
      *    THE GROUP'S PAY DATE.  A CARD FOR AN UNKNOWN, TERMINATED OR  00000212
      *    SALARIED EMPLOYEE, WITH IMPOSSIBLE HOURS, AN UNKNOWN         00000230
      *    SHIFT, OR A WEEK-ENDING DATE THAT IS BAD, IN THE FUTURE,     00000240
      *    TOO OLD, BEFORE THE HIRE DATE OR ALREADY CARDED, GOES TO     00000250
      *    THE SHARED SUSPENSE FILE (DLSUSP).  EVERY CARD GETS A        00000260
      *    LINE ON THE TIME-CARD REGISTER.                              00000270
      *    TIME CARD (TIMECARD), ONE PER EMPLOYEE PER WEEK:             00000280
      *      COL 1-5   EMPLOYEE ID                                      00000290
      *      COL 7-16  WEEK-ENDING DATE, SAME FORM AS &RUNDATE          00000300
      *      COL 18-22 REGULAR HOURS (NNN.NN)                           00000310
      *      COL 24-28 OVERTIME HOURS (NNN.NN)                          00000320
      *      COL 30    SHIFT CODE - SPACE FOR THE DAY SHIFT             00000330
      *    RATE DECK (TCCTL), ONE CARD PER LINE, COL 5-9 NNN.NN:        00000340
      *      'O' CARD  - OVERTIME MULTIPLIER                            00000350
      *      'W' CARD  - MOST REGULAR HOURS IN ONE WEEK                 00000360
      *      'L' CARD  - OLDEST WEEK-ENDING DATE ACCEPTED, IN DAYS      00000370
      *                  BEFORE THE BUSINESS DATE (COL 5-7)             00000380
      *      'S' CARD  - PREMIUM PER HOUR FOR THE SHIFT IN COL 3        00000390
      *    A MISSING DECK OR CARD KEEPS THE SHOP STANDARD BELOW:        00000400
      *    TIME AND A HALF OVER A 40-HOUR WEEK, CARDS UP TO 14          00000410
      *    DAYS OLD, AND SHIFTS D (NO PREMIUM), E (.75) AND N           00000420
      *    (1.25).                                                      00000430
      *-----------------------------------------------------------      00000440
       ENVIRONMENT DIVISION.                                            00000450
       INPUT-OUTPUT SECTION.                                            00000460
       FILE-CONTROL.                                                    00000470
           SELECT OPTIONAL TCD-PS ASSIGN TO TIMECARD                    00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           ACCESS IS SEQUENTIAL                                         00000500
           FILE STATUS IS WS-FST-TCD                                    00000510
           .                                                            00000520
           SELECT OPTIONAL TCCTL-PS ASSIGN TO TCCTL                     00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           ACCESS IS SEQUENTIAL                                         00000550
           FILE STATUS IS WS-FST-TCCTL                                  00000560
           .                                                            00000570
           SELECT EMP-PS ASSIGN TO EMPMST                               00000580
           ORGANIZATION IS INDEXED                                      00000590
           ACCESS IS RANDOM                                             00000600
           RECORD KEY IS EMT-EMPID                                      00000610
           FILE STATUS IS WS-FST-EMP                                    00000620
           .                                                            00000630
           SELECT HRLY-PS ASSIGN TO HRLYPAY                             00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           ACCESS IS SEQUENTIAL                                         00000660
           FILE STATUS IS WS-FST-HRLY                                   00000670
           .                                                            00000680
           SELECT RPT-PS ASSIGN TO TCRPT                                00000690
           ORGANIZATION IS SEQUENTIAL                                   00000700
           ACCESS IS SEQUENTIAL                                         00000710
           FILE STATUS IS WS-FST-RPT                                    00000720
           .                                                            00000730
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000740
           ORGANIZATION IS SEQUENTIAL                                   00000750
           ACCESS IS SEQUENTIAL                                         00000760
           FILE STATUS IS WS-FST-SUSP                                   00000770
           .                                                            00000780
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000790
           ORGANIZATION IS SEQUENTIAL                                   00000800
           ACCESS IS SEQUENTIAL                                         00000810
           FILE STATUS IS WS-FST-AUDIT                                  00000820
           .                                                            00000830
       DATA DIVISION.                                                   00000840
       FILE SECTION.                                                    00000850
       FD TCD-PS                                                        00000860
           RECORD CONTAINS 80 CHARACTERS.                               00000870
       01 TCD-REC.                                                      00000880
         05 TCD-EMPID          PIC X(05).                               00000890
         05 F                  PIC X(01).                               00000900
         05 TCD-WEEKEND        PIC X(10).                               00000910
         05 F                  PIC X(01).                               00000920
         05 TCD-REG-HRS        PIC 9(03)V9(02).                         00000930
         05 F                  PIC X(01).                               00000940
         05 TCD-OT-HRS         PIC 9(03)V9(02).                         00000950
         05 F                  PIC X(01).                               00000960
         05 TCD-SHIFT          PIC X(01).                               00000970
         05 F                  PIC X(50).                               00000980
       FD TCCTL-PS                                                      00000990
           RECORD CONTAINS 80 CHARACTERS.                               00001000
       01 TCC-REC.                                                      00001010
         05 TCC-KIND           PIC X(01).                               00001020
         05 F                  PIC X(01).                               00001030
         05 TCC-SHIFT          PIC X(01).                               00001040
         05 F                  PIC X(01).                               00001050
         05 TCC-VALUE          PIC 9(03)V9(02).                         00001060
         05 TCC-DAYS REDEFINES TCC-VALUE.                               00001070
           10 TCC-DAY-CT       PIC 9(03).                               00001080
           10 F                PIC X(02).                               00001090
         05 F                  PIC X(71).                               00001100
       FD EMP-PS                                                        00001110
           RECORD CONTAINS 80 CHARACTERS.                               00001120
       01 EMT-REC.                                                      00001130
         05 EMT-EMPID          PIC X(05).                               00001140
         05 F                  PIC X(01).                               00001150
         05 EMT-EMPFNAME       PIC X(10).                               00001160
         05 F                  PIC X(01).                               00001170
         05 EMT-EMPLNAME       PIC X(10).                               00001180
         05 F                  PIC X(01).                               00001190
         05 EMT-EMPRATING      PIC X(01).                               00001200
         05 F                  PIC X(01).                               00001210
         05 EMT-EMPSALARY      PIC 9(06).                               00001220
         05 F                  PIC X(01).                               00001230
         05 EMT-EMPDEPT        PIC X(04).                               00001240
         05 F                  PIC X(01).                               00001250
         05 EMT-EMPGROUP       PIC X(02).                               00001260
         05 F                  PIC X(01).                               00001270
         05 EMT-HIREDATE       PIC X(10).                               00001280
         05 F                  PIC X(01).                               00001290
         05 EMT-EMPSTATUS      PIC X(01).                               00001300
         05 F                  PIC X(01).                               00001310
         05 EMT-TERMDATE       PIC X(10).                               00001320
         05 F                  PIC X(01).                               00001330
         05 EMT-PAYTYPE        PIC X(01).                               00001340
         05 F                  PIC X(01).                               00001350
         05 EMT-HRRATE         PIC 9(04)V9(02).                         00001360
         05 EMT-REVMONTH       PIC X(02).                               00001361
         05 F                  PIC X(01).                               00001362
       FD HRLY-PS                                                       00001380
           RECORD CONTAINS 80 CHARACTERS.                               00001390
           COPY DLEARN.                                                 00001400
       FD RPT-PS                                                        00001410
           RECORD CONTAINS 132 CHARACTERS.                              00001420
       01 RPT-REC                PIC X(132).                            00001430
       FD SUSP-PS                                                       00001440
           RECORD CONTAINS 80 CHARACTERS.                               00001450
           COPY DLSUSP.                                                 00001460
       FD AUDIT-PS                                                      00001470
           RECORD CONTAINS 100 CHARACTERS.                              00001480
           COPY DLAUDIT.                                                00001490
       WORKING-STORAGE SECTION.                                         00001500
       01 WS-VARS.                                                      00001510
         05 WS-FST-TCD   PIC 9(02).                                     00001520
           88 C05-TCD-SUCCESS   VALUE 00 05.                            00001530
           88 C05-TCD-EOF       VALUE 10.                               00001540
         05 WS-FST-TCCTL PIC 9(02).                                     00001550
           88 C05-TCCTL-SUCCESS VALUE 00 05.                            00001560
           88 C05-TCCTL-EOF     VALUE 10.                               00001570
         05 WS-FST-EMP   PIC 9(02).                                     00001580
           88 C05-EMP-SUCCESS   VALUE 00.                               00001590
           88 C05-EMP-NOTFND    VALUE 23.                               00001600
         05 WS-FST-HRLY  PIC 9(02).                                     00001610
           88 C05-HRLY-SUCCESS  VALUE 00.                               00001620
         05 WS-FST-RPT   PIC 9(02).                                     00001630
           88 C05-RPT-SUCCESS   VALUE 00.                               00001640
         05 WS-FST-SUSP  PIC 9(02).                                     00001650
           88 C05-SUSP-SUCCESS  VALUE 00.                               00001660
         05 WS-FST-AUDIT PIC 9(02).                                     00001670
           88 C05-AUDIT-SUCCESS VALUE 00.                               00001680
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001690
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00001700
         05 WS-AUDIT-START-TS  PIC X(15).                               00001710
         05 WS-RUN-DATE        PIC X(10).                               00001720
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001730
         05 WS-WRITE-CT        PIC 9(06) VALUE ZEROES.                  00001740
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001750
         05 WS-REJ-CODE        PIC X(04).                               00001760
         05 WS-REJ-REASON      PIC X(26).                               00001770
      *-----------------------------------------------------------      00001780
      *    PAY RULES FROM TCCTL.                                        00001790
      *-----------------------------------------------------------      00001800
         05 WS-OT-MULT         PIC 9(03)V9(02) VALUE 001.50.            00001810
         05 WS-MAX-REG         PIC 9(03)V9(02) VALUE 040.00.            00001820
         05 WS-WEEK-HOURS      PIC 9(03)V9(02) VALUE 168.00.            00001830
         05 WS-LOOKBACK        PIC 9(03) VALUE 014.                     00001840
         05 WS-SHIFT-CT        PIC 9(02) VALUE ZEROES.                  00001850
         05 WS-SHIFT-TBL OCCURS 20 TIMES INDEXED BY SH-IDX.             00001860
           10 SH-CODE          PIC X(01).                               00001870
           10 SH-PREM          PIC 9(03)V9(02).                         00001880
         05 WS-SHIFT-HIT       PIC 9(02).                               00001890
         05 WS-LOOK-SHIFT      PIC X(01).                               00001900
         05 WS-SET-PREM        PIC 9(03)V9(02).                         00001910
      *-----------------------------------------------------------      00001920
      *    ONE CARD IN FLIGHT.                                          00001930
      *-----------------------------------------------------------      00001940
         05 WS-CARD-HRS        PIC 9(04)V9(02).                         00001950
         05 WS-SHIFT-PREM      PIC 9(03)V9(02).                         00001960
         05 WS-HOUR-RATE       PIC 9(04)V9(02).                         00001970
         05 WS-REG-PAY         PIC 9(07)V9(02).                         00001980
         05 WS-OT-PAY          PIC 9(07)V9(02).                         00001990
         05 WS-PREM-PAY        PIC 9(07)V9(02).                         00002000
         05 WS-CARD-GROSS      PIC 9(07)V9(02).                         00002010
         05 WS-WE-D8           PIC X(08).                               00002020
         05 WS-CAL-PARMS.                                               00002030
           10 WS-CAL-FUNC      PIC X(03).                               00002040
           10 WS-CAL-DATE-1    PIC X(10).                               00002050
           10 WS-CAL-DATE-2    PIC X(10).                               00002060
           10 WS-CAL-DAYS      PIC S9(05).                              00002070
           10 WS-CAL-RESULT    PIC X(01).                               00002080
      *-----------------------------------------------------------      00002090
      *    CARDS ACCEPTED THIS RUN, BY EMPLOYEE AND WEEK, SO THE        00002100
      *    SAME WEEK IS NEVER PAID TWICE.                               00002110
      *-----------------------------------------------------------      00002120
         05 WS-CARD-CT         PIC 9(05) VALUE ZEROES.                  00002130
         05 WS-CARD-TBL OCCURS 5000 TIMES INDEXED BY CD-IDX.            00002140
           10 CD-EMPID         PIC X(05).                               00002150
           10 CD-WEEKEND       PIC X(08).                               00002160
         05 WS-DUP-SW          PIC X(01).                               00002170
           88 WS-DUP-FOUND     VALUE 'Y'.                               00002180
      *-----------------------------------------------------------      00002190
      *    THE CYCLE'S PAY BY EMPLOYEE - ONE EARNINGS ITEM EACH.        00002200
      *-----------------------------------------------------------      00002210
         05 WS-EA-CT           PIC 9(05) VALUE ZEROES.                  00002220
         05 WS-EA-TBL OCCURS 3000 TIMES INDEXED BY EA-IDX.              00002230
           10 EA-EMPID         PIC X(05).                               00002240
           10 EA-DEPT          PIC X(04).                               00002250
           10 EA-FNAME         PIC X(10).                               00002260
           10 EA-LNAME         PIC X(10).                               00002270
           10 EA-GROUP         PIC X(02).                               00002271
           10 EA-CARDS         PIC 9(03).                               00002280
           10 EA-REG-HRS       PIC 9(05)V9(02).                         00002290
           10 EA-OT-HRS        PIC 9(05)V9(02).                         00002300
           10 EA-GROSS         PIC 9(07)V9(02).                         00002310
         05 WS-EA-HIT          PIC 9(05).                               00002320
      *-----------------------------------------------------------      00002330
      *    RUN TOTALS.                                                  00002340
      *-----------------------------------------------------------      00002350
         05 WS-ACCEPT-CT       PIC 9(06) VALUE ZEROES.                  00002360
         05 WS-REJECT-CT       PIC 9(06) VALUE ZEROES.                  00002370
         05 WS-REG-HRS-TOT     PIC 9(07)V9(02) VALUE ZEROES.            00002380
         05 WS-OT-HRS-TOT      PIC 9(07)V9(02) VALUE ZEROES.            00002390
         05 WS-REG-PAY-TOT     PIC 9(09)V9(02) VALUE ZEROES.            00002400
         05 WS-OT-PAY-TOT      PIC 9(09)V9(02) VALUE ZEROES.            00002410
         05 WS-PREM-PAY-TOT    PIC 9(09)V9(02) VALUE ZEROES.            00002420
         05 WS-GROSS-TOT       PIC 9(09)V9(02) VALUE ZEROES.            00002430
         05 WS-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00002440
         05 WS-PAY-ED          PIC ZZZ,ZZ9.99.                          00002450
         05 WS-RATE-ED         PIC Z,ZZ9.99.                            00002460
         05 WS-HRS-ED          PIC ZZ9.99.                              00002470
         05 WS-TOTHRS-ED       PIC ZZZZ,ZZ9.99.                         00002480
         05 WS-CT-ED           PIC ZZZZZ9.                              00002490
         05 WS-RUNC-PARMS.                                              00002500
           10 WS-RUNC-FUNC   PIC X(03).                                 00002510
           10 WS-RUNC-PGM    PIC X(08).                                 00002520
           10 WS-RUNC-DATE   PIC X(10).                                 00002530
           10 WS-RUNC-RESULT PIC X(01).                                 00002540
       COPY DLCHAIN.                                                    00002541
       LINKAGE SECTION.                                                 00002550
       01 LK-PARM-REC.                                                  00002560
           05 LK-RUN-DATE    PIC X(10).                                 00002570
       PROCEDURE DIVISION USING LK-PARM-REC.                            00002580
       0000-MAIN-PARA.                                                  00002590
           PERFORM 1000-INIT-PARA                                       00002600
              THRU 1000-INIT-PARA-EXIT                                  00002610
           PERFORM 3000-PROC-PARA                                       00002620
              THRU 3000-PROC-PARA-EXIT                                  00002630
           PERFORM 9000-TERM-PARA                                       00002640
           .                                                            00002650
       1000-INIT-PARA.                                                  00002660
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00002670
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00002680
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00002690
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00002700
               END-ACCEPT                                               00002710
           ELSE                                                         00002720
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00002730
           END-IF                                                       00002740
           PERFORM 1100-RUNCTL-CHECK-PARA                               00002750
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00002760
           PERFORM 1300-TCCTL-LOAD-PARA                                 00002770
              THRU 1300-TCCTL-LOAD-PARA-EXIT                            00002780
           PERFORM 1400-CAL-CHECK-PARA                                  00002790
              THRU 1400-CAL-CHECK-PARA-EXIT                             00002800
           .                                                            00002810
       1000-INIT-PARA-EXIT.                                             00002820
           EXIT                                                         00002830
           .                                                            00002840
      *-----------------------------------------------------------      00002850
      *    RUN-CONTROL GUARD - SAME PAYRUNC CONVENTION AS THE           00002860
      *    OTHER PAYDRV STEPS.  A SECOND RUN FOR THE SAME BUSINESS      00002870
      *    DATE WOULD PAY THE SAME WEEK'S HOURS TWICE.                  00002880
      *-----------------------------------------------------------      00002890
       1100-RUNCTL-CHECK-PARA.                                          00002900
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00002910
           MOVE 'PAYHRLY'   TO WS-RUNC-PGM                              00002920
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00002930
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00002940
             ON EXCEPTION                                               00002950
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00002960
                       'SKIPPED'                                        00002970
               MOVE 'N' TO WS-RUNC-RESULT                               00002980
           END-CALL                                                     00002990
           IF WS-RUNC-RESULT = 'Y'                                      00003000
             DISPLAY 'PAYHRLY ALREADY COMPLETED FOR BUSINESS DATE '     00003010
                     WS-RUN-DATE                                        00003020
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00003030
                     'RUNCTLF FOR A FORCED RERUN'                       00003040
             MOVE 0012 TO RETURN-CODE                                   00003050
             STOP RUN                                                   00003060
           END-IF                                                       00003070
           .                                                            00003080
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00003090
           EXIT                                                         00003100
           .                                                            00003110
       1200-RUNCTL-MARK-PARA.                                           00003120
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00003130
           MOVE 'PAYHRLY'   TO WS-RUNC-PGM                              00003140
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00003150
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00003160
             ON EXCEPTION                                               00003170
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00003180
                       'COMPLETE'                                       00003190
           END-CALL                                                     00003200
           .                                                            00003210
       1200-RUNCTL-MARK-PARA-EXIT.                                      00003220
           EXIT                                                         00003230
           .                                                            00003240
       1300-TCCTL-LOAD-PARA.                                            00003250
           PERFORM 1350-DEFAULT-SHIFTS-PARA                             00003260
              THRU 1350-DEFAULT-SHIFTS-PARA-EXIT                        00003270
           OPEN INPUT TCCTL-PS                                          00003280
           EVALUATE TRUE                                                00003290
           WHEN C05-TCCTL-SUCCESS                                       00003300
             PERFORM 1310-TCCTL-READ-PARA                               00003310
                THRU 1310-TCCTL-READ-PARA-EXIT                          00003320
                UNTIL C05-TCCTL-EOF                                     00003330
             CLOSE TCCTL-PS                                             00003340
           WHEN OTHER                                                   00003350
             DISPLAY 'TCCTL NOT AVAILABLE - SHOP STANDARD HOURLY '      00003360
                     'RULES USED'                                       00003370
           END-EVALUATE                                                 00003380
           DISPLAY 'OVERTIME MULTIPLIER: ' WS-OT-MULT                   00003390
                   ' REGULAR WEEK: ' WS-MAX-REG                         00003400
                   ' SHIFTS: ' WS-SHIFT-CT                              00003410
           .                                                            00003420
       1300-TCCTL-LOAD-PARA-EXIT.                                       00003430
           EXIT                                                         00003440
           .                                                            00003450
       1310-TCCTL-READ-PARA.                                            00003460
           READ TCCTL-PS                                                00003470
           EVALUATE TRUE                                                00003480
           WHEN C05-TCCTL-SUCCESS                                       00003490
             EVALUATE TRUE                                              00003500
             WHEN TCC-KIND = 'O'                                        00003510
               IF TCC-VALUE IS NUMERIC AND TCC-VALUE NOT < 1            00003520
                 MOVE TCC-VALUE TO WS-OT-MULT                           00003530
               ELSE                                                     00003540
                 DISPLAY 'BAD TCCTL OVERTIME CARD IGNORED'              00003550
               END-IF                                                   00003560
             WHEN TCC-KIND = 'W'                                        00003570
               IF TCC-VALUE IS NUMERIC AND TCC-VALUE > 0 AND            00003580
                  TCC-VALUE NOT > WS-WEEK-HOURS                         00003590
                 MOVE TCC-VALUE TO WS-MAX-REG                           00003600
               ELSE                                                     00003610
                 DISPLAY 'BAD TCCTL WEEK CARD IGNORED'                  00003620
               END-IF                                                   00003630
             WHEN TCC-KIND = 'L'                                        00003640
               IF TCC-DAY-CT IS NUMERIC AND TCC-DAY-CT > 0              00003650
                 MOVE TCC-DAY-CT TO WS-LOOKBACK                         00003660
               ELSE                                                     00003670
                 DISPLAY 'BAD TCCTL LOOKBACK CARD IGNORED'              00003680
               END-IF                                                   00003690
             WHEN TCC-KIND = 'S'                                        00003700
               IF TCC-SHIFT > SPACE AND TCC-VALUE IS NUMERIC            00003710
                 MOVE TCC-SHIFT TO WS-LOOK-SHIFT                        00003720
                 MOVE TCC-VALUE TO WS-SET-PREM                          00003730
                 PERFORM 1360-SHIFT-SET-PARA                            00003740
                    THRU 1360-SHIFT-SET-PARA-EXIT                       00003750
               ELSE                                                     00003760
                 DISPLAY 'BAD TCCTL SHIFT CARD IGNORED: ' TCC-SHIFT     00003770
               END-IF                                                   00003780
             WHEN OTHER                                                 00003790
               CONTINUE                                                 00003800
             END-EVALUATE                                               00003810
           WHEN C05-TCCTL-EOF                                           00003820
             CONTINUE                                                   00003830
           WHEN OTHER                                                   00003840
             DISPLAY 'TCCTL READ FAILED ' WS-FST-TCCTL                  00003850
             MOVE 10 TO WS-FST-TCCTL                                    00003860
           END-EVALUATE                                                 00003870
           .                                                            00003880
       1310-TCCTL-READ-PARA-EXIT.                                       00003890
           EXIT                                                         00003900
           .                                                            00003910
      *-----------------------------------------------------------      00003920
      *    SHOP STANDARD SHIFTS - AN 'S' CARD FOR THE SAME CODE         00003930
      *    REPRICES IT, A NEW CODE IS ADDED.                            00003940
      *-----------------------------------------------------------      00003950
       1350-DEFAULT-SHIFTS-PARA.                                        00003960
           MOVE 'D'    TO WS-LOOK-SHIFT                                 00003970
           MOVE 000.00 TO WS-SET-PREM                                   00003980
           PERFORM 1360-SHIFT-SET-PARA                                  00003990
              THRU 1360-SHIFT-SET-PARA-EXIT                             00004000
           MOVE 'E'    TO WS-LOOK-SHIFT                                 00004010
           MOVE 000.75 TO WS-SET-PREM                                   00004020
           PERFORM 1360-SHIFT-SET-PARA                                  00004030
              THRU 1360-SHIFT-SET-PARA-EXIT                             00004040
           MOVE 'N'    TO WS-LOOK-SHIFT                                 00004050
           MOVE 001.25 TO WS-SET-PREM                                   00004060
           PERFORM 1360-SHIFT-SET-PARA                                  00004070
              THRU 1360-SHIFT-SET-PARA-EXIT                             00004080
           .                                                            00004090
       1350-DEFAULT-SHIFTS-PARA-EXIT.                                   00004100
           EXIT                                                         00004110
           .                                                            00004120
       1360-SHIFT-SET-PARA.                                             00004130
           PERFORM 1370-SHIFT-FIND-PARA                                 00004140
              THRU 1370-SHIFT-FIND-PARA-EXIT                            00004150
           IF WS-SHIFT-HIT > 0                                          00004160
             MOVE WS-SET-PREM TO SH-PREM(WS-SHIFT-HIT)                  00004170
             GO TO 1360-SHIFT-SET-PARA-EXIT                             00004180
           END-IF                                                       00004190
           IF WS-SHIFT-CT < 20                                          00004200
             ADD 1 TO WS-SHIFT-CT                                       00004210
             MOVE WS-LOOK-SHIFT TO SH-CODE(WS-SHIFT-CT)                 00004220
             MOVE WS-SET-PREM   TO SH-PREM(WS-SHIFT-CT)                 00004230
           ELSE                                                         00004240
             DISPLAY 'SHIFT TABLE FULL - TCCTL CARD IGNORED: '          00004250
                     WS-LOOK-SHIFT                                      00004260
           END-IF                                                       00004270
           .                                                            00004280
       1360-SHIFT-SET-PARA-EXIT.                                        00004290
           EXIT                                                         00004300
           .                                                            00004310
       1370-SHIFT-FIND-PARA.                                            00004320
           MOVE ZEROES TO WS-SHIFT-HIT                                  00004330
           PERFORM 1380-SHIFT-SCAN-PARA                                 00004340
              THRU 1380-SHIFT-SCAN-PARA-EXIT                            00004350
              VARYING SH-IDX FROM 1 BY 1                                00004360
              UNTIL SH-IDX > WS-SHIFT-CT OR WS-SHIFT-HIT > 0            00004370
           .                                                            00004380
       1370-SHIFT-FIND-PARA-EXIT.                                       00004390
           EXIT                                                         00004400
           .                                                            00004410
       1380-SHIFT-SCAN-PARA.                                            00004420
           IF SH-CODE(SH-IDX) = WS-LOOK-SHIFT                           00004430
             SET WS-SHIFT-HIT TO SH-IDX                                 00004440
           END-IF                                                       00004450
           .                                                            00004460
       1380-SHIFT-SCAN-PARA-EXIT.                                       00004470
           EXIT                                                         00004480
           .                                                            00004490
      *-----------------------------------------------------------      00004500
      *    WITHOUT THE CALENDAR NO WEEK-ENDING DATE CAN BE TRUSTED,     00004510
      *    SO NOTHING IS PAID AND THE STEP FAILS - THE CARDS STAY       00004520
      *    ON FILE FOR THE RERUN.                                       00004530
      *-----------------------------------------------------------      00004540
       1400-CAL-CHECK-PARA.                                             00004550
           MOVE 'DCT'       TO WS-CAL-FUNC                              00004560
           MOVE WS-RUN-DATE TO WS-CAL-DATE-1 WS-CAL-DATE-2              00004570
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00004580
             ON EXCEPTION                                               00004590
               MOVE 'X' TO WS-CAL-RESULT                                00004600
           END-CALL                                                     00004610
           EVALUATE WS-CAL-RESULT                                       00004620
           WHEN 'Y'                                                     00004630
             CONTINUE                                                   00004640
           WHEN 'X'                                                     00004650
             DISPLAY 'PAYCAL NOT AVAILABLE - TIME CARDS CANNOT BE '     00004660
                     'DATED'                                            00004670
             MOVE 0008 TO WS-RETURN-CD                                  00004680
             PERFORM 9000-TERM-PARA                                     00004690
           WHEN OTHER                                                   00004700
             DISPLAY 'RUN DATE NOT ACCEPTED BY PAYCAL: ' WS-RUN-DATE    00004710
             MOVE 0008 TO WS-RETURN-CD                                  00004720
             PERFORM 9000-TERM-PARA                                     00004730
           END-EVALUATE                                                 00004740
           .                                                            00004750
       1400-CAL-CHECK-PARA-EXIT.                                        00004760
           EXIT                                                         00004770
           .                                                            00004780
       3000-PROC-PARA.                                                  00004790
           PERFORM 3100-OPEN-PARA                                       00004800
              THRU 3100-OPEN-PARA-EXIT                                  00004810
           PERFORM 3150-TITLE-PARA                                      00004820
              THRU 3150-TITLE-PARA-EXIT                                 00004830
           PERFORM 3200-READ-PARA                                       00004840
              THRU 3200-READ-PARA-EXIT                                  00004850
              UNTIL C05-TCD-EOF                                         00004860
           PERFORM 3800-EARN-WRITE-PARA                                 00004870
              THRU 3800-EARN-WRITE-PARA-EXIT                            00004880
           PERFORM 3850-TOTALS-PARA                                     00004890
              THRU 3850-TOTALS-PARA-EXIT                                00004900
           PERFORM 3900-CLOSE-PARA                                      00004910
              THRU 3900-CLOSE-PARA-EXIT                                 00004920
           IF WS-RETURN-CD < 8                                          00004930
             PERFORM 1200-RUNCTL-MARK-PARA                              00004940
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00004950
           END-IF                                                       00004960
           .                                                            00004970
       3000-PROC-PARA-EXIT.                                             00004980
           EXIT                                                         00004990
           .                                                            00005000
       3100-OPEN-PARA.                                                  00005010
           OPEN INPUT TCD-PS                                            00005020
           EVALUATE TRUE                                                00005030
           WHEN C05-TCD-SUCCESS                                         00005040
             DISPLAY 'TCD-PS OPENED'                                    00005050
           WHEN OTHER                                                   00005060
             DISPLAY 'TCD-PS OPEN FAILED ' WS-FST-TCD                   00005070
             MOVE 0008 TO WS-RETURN-CD                                  00005080
             PERFORM 9000-TERM-PARA                                     00005090
           END-EVALUATE                                                 00005100
           OPEN INPUT EMP-PS                                            00005110
           EVALUATE TRUE                                                00005120
           WHEN C05-EMP-SUCCESS                                         00005130
             DISPLAY 'EMP-PS OPENED'                                    00005140
           WHEN OTHER                                                   00005150
             DISPLAY 'EMP-PS OPEN FAILED ' WS-FST-EMP                   00005160
             MOVE 0008 TO WS-RETURN-CD                                  00005170
             PERFORM 9000-TERM-PARA                                     00005180
           END-EVALUATE                                                 00005190
           OPEN OUTPUT HRLY-PS                                          00005200
           EVALUATE TRUE                                                00005210
           WHEN C05-HRLY-SUCCESS                                        00005220
             DISPLAY 'HRLY-PS OPENED'                                   00005230
           WHEN OTHER                                                   00005240
             DISPLAY 'HRLY-PS OPEN FAILED ' WS-FST-HRLY                 00005250
             MOVE 0008 TO WS-RETURN-CD                                  00005260
             PERFORM 9000-TERM-PARA                                     00005270
           END-EVALUATE                                                 00005280
           OPEN OUTPUT RPT-PS                                           00005290
           EVALUATE TRUE                                                00005300
           WHEN C05-RPT-SUCCESS                                         00005310
             DISPLAY 'RPT-PS OPENED'                                    00005320
           WHEN OTHER                                                   00005330
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00005340
             MOVE 0008 TO WS-RETURN-CD                                  00005350
             PERFORM 9000-TERM-PARA                                     00005360
           END-EVALUATE                                                 00005370
           OPEN EXTEND SUSP-PS                                          00005380
           EVALUATE TRUE                                                00005390
           WHEN C05-SUSP-SUCCESS                                        00005400
             DISPLAY 'SUSP-PS OPENED'                                   00005410
           WHEN OTHER                                                   00005420
             DISPLAY 'SUSP-PS OPEN FAILED ' WS-FST-SUSP                 00005430
             MOVE 0008 TO WS-RETURN-CD                                  00005440
             PERFORM 9000-TERM-PARA                                     00005450
           END-EVALUATE                                                 00005460
           OPEN EXTEND AUDIT-PS                                         00005470
           EVALUATE TRUE                                                00005480
           WHEN C05-AUDIT-SUCCESS                                       00005490
             DISPLAY 'AUDIT-PS OPENED'                                  00005500
             SET WS-AUDIT-IS-OPEN TO TRUE                               00005510
           WHEN OTHER                                                   00005520
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00005530
             MOVE 0008 TO WS-RETURN-CD                                  00005540
             PERFORM 9000-TERM-PARA                                     00005550
           END-EVALUATE                                                 00005560
           .                                                            00005570
       3100-OPEN-PARA-EXIT.                                             00005580
           EXIT                                                         00005590
           .                                                            00005600
       3150-TITLE-PARA.                                                 00005610
           MOVE SPACES TO RPT-REC                                       00005620
           STRING 'HOURLY TIME-CARD PAY REGISTER   RUN DATE: '          00005630
                  DELIMITED BY SIZE                                     00005640
                  WS-RUN-DATE DELIMITED BY SIZE                         00005650
                  INTO RPT-REC                                          00005660
           END-STRING                                                   00005670
           WRITE RPT-REC                                                00005680
           MOVE SPACES TO RPT-REC                                       00005690
           WRITE RPT-REC                                                00005700
           MOVE SPACES TO RPT-REC                                       00005710
           MOVE 'EMPID'       TO RPT-REC(1:5)                           00005720
           MOVE 'WEEK-ENDING' TO RPT-REC(7:11)                          00005730
           MOVE 'REG HR'      TO RPT-REC(19:6)                          00005740
           MOVE ' OT HR'      TO RPT-REC(26:6)                          00005750
           MOVE 'S'           TO RPT-REC(33:1)                          00005760
           MOVE '    RATE'    TO RPT-REC(35:8)                          00005770
           MOVE '   REGULAR'  TO RPT-REC(44:10)                         00005780
           MOVE '  OVERTIME'  TO RPT-REC(55:10)                         00005790
           MOVE '   PREMIUM'  TO RPT-REC(66:10)                         00005800
           MOVE '     GROSS'  TO RPT-REC(77:10)                         00005810
           WRITE RPT-REC                                                00005820
           .                                                            00005830
       3150-TITLE-PARA-EXIT.                                            00005840
           EXIT                                                         00005850
           .                                                            00005860
       3200-READ-PARA.                                                  00005870
           READ TCD-PS                                                  00005880
           EVALUATE TRUE                                                00005890
           WHEN C05-TCD-SUCCESS                                         00005900
             ADD 1 TO WS-READ-CT                                        00005910
             PERFORM 3210-CARD-PARA                                     00005920
                THRU 3210-CARD-PARA-EXIT                                00005930
           WHEN C05-TCD-EOF                                             00005940
             DISPLAY 'TIME CARDS READ: ' WS-READ-CT                     00005950
           WHEN OTHER                                                   00005960
             DISPLAY 'TCD-PS READ FAILED ' WS-FST-TCD                   00005970
             MOVE 0008 TO WS-RETURN-CD                                  00005980
             MOVE 10 TO WS-FST-TCD                                      00005990
           END-EVALUATE                                                 00006000
           .                                                            00006010
       3200-READ-PARA-EXIT.                                             00006020
           EXIT                                                         00006030
           .                                                            00006040
      *-----------------------------------------------------------      00006050
      *    ONE TIME CARD - THE CARD ITSELF, THEN THE MASTER, THEN       00006060
      *    THE CALENDAR, THEN THE WEEKS ALREADY PAID THIS RUN.  THE     00006070
      *    FIRST FAILURE REJECTS IT.                                    00006080
      *-----------------------------------------------------------      00006090
       3210-CARD-PARA.                                                  00006100
           MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON                     00006110
           PERFORM 3300-VALID-PARA                                      00006120
              THRU 3300-VALID-PARA-EXIT                                 00006130
           IF WS-REJ-CODE = SPACES                                      00006140
             PERFORM 3320-EMP-CHECK-PARA                                00006150
                THRU 3320-EMP-CHECK-PARA-EXIT                           00006160
           END-IF                                                       00006170
           IF WS-REJ-CODE = SPACES                                      00006180
             PERFORM 3340-DATE-CHECK-PARA                               00006190
                THRU 3340-DATE-CHECK-PARA-EXIT                          00006200
           END-IF                                                       00006210
           IF WS-REJ-CODE = SPACES                                      00006220
             PERFORM 3360-DUP-CHECK-PARA                                00006230
                THRU 3360-DUP-CHECK-PARA-EXIT                           00006240
           END-IF                                                       00006250
           IF WS-REJ-CODE > SPACES                                      00006260
             PERFORM 3700-REJECT-PARA                                   00006270
                THRU 3700-REJECT-PARA-EXIT                              00006280
             GO TO 3210-CARD-PARA-EXIT                                  00006290
           END-IF                                                       00006300
           PERFORM 3400-PRICE-PARA                                      00006310
              THRU 3400-PRICE-PARA-EXIT                                 00006320
           PERFORM 3450-ACCUM-PARA                                      00006330
              THRU 3450-ACCUM-PARA-EXIT                                 00006340
           IF WS-REJ-CODE > SPACES                                      00006350
             PERFORM 3700-REJECT-PARA                                   00006360
                THRU 3700-REJECT-PARA-EXIT                              00006370
             GO TO 3210-CARD-PARA-EXIT                                  00006380
           END-IF                                                       00006390
           ADD 1 TO WS-CARD-CT WS-ACCEPT-CT                             00006400
           MOVE TCD-EMPID TO CD-EMPID(WS-CARD-CT)                       00006410
           MOVE WS-WE-D8  TO CD-WEEKEND(WS-CARD-CT)                     00006420
           PERFORM 3750-DETAIL-PARA                                     00006430
              THRU 3750-DETAIL-PARA-EXIT                                00006440
           .                                                            00006450
       3210-CARD-PARA-EXIT.                                             00006460
           EXIT                                                         00006470
           .                                                            00006480
      *-----------------------------------------------------------      00006490
      *    THE CARD ON ITS OWN - HOURS THAT CANNOT BE WORKED IN ONE     00006500
      *    WEEK, REGULAR HOURS PAST THE REGULAR WEEK (THE EXCESS IS     00006510
      *    OVERTIME AND MUST BE CARDED AS SUCH), OR A SHIFT THE         00006520
      *    RATE DECK DOES NOT KNOW.                                     00006530
      *-----------------------------------------------------------      00006540
       3300-VALID-PARA.                                                 00006550
           EVALUATE TRUE                                                00006560
           WHEN TCD-EMPID IS NOT GREATER THAN SPACES                    00006570
             MOVE 'EMPI' TO WS-REJ-CODE                                 00006580
             MOVE 'EMPID MISSING OR BLANK' TO WS-REJ-REASON             00006590
           WHEN TCD-REG-HRS IS NOT NUMERIC OR                           00006600
                TCD-OT-HRS IS NOT NUMERIC                               00006610
             MOVE 'THRS' TO WS-REJ-CODE                                 00006620
             MOVE 'HOURS NOT NUMERIC' TO WS-REJ-REASON                  00006630
           WHEN TCD-REG-HRS = ZEROES AND TCD-OT-HRS = ZEROES            00006640
             MOVE 'THRS' TO WS-REJ-CODE                                 00006650
             MOVE 'NO HOURS ON CARD' TO WS-REJ-REASON                   00006660
           WHEN TCD-REG-HRS > WS-MAX-REG                                00006670
             MOVE 'TREG' TO WS-REJ-CODE                                 00006680
             MOVE 'REGULAR HOURS OVER WEEK' TO WS-REJ-REASON            00006690
           WHEN TCD-REG-HRS + TCD-OT-HRS > WS-WEEK-HOURS                00006700
             MOVE 'THRS' TO WS-REJ-CODE                                 00006710
             MOVE 'HOURS OVER 168 IN A WEEK' TO WS-REJ-REASON           00006720
           WHEN OTHER                                                   00006730
             MOVE ZEROES TO WS-SHIFT-PREM                               00006740
             IF TCD-SHIFT > SPACE                                       00006750
               MOVE TCD-SHIFT TO WS-LOOK-SHIFT                          00006760
               PERFORM 1370-SHIFT-FIND-PARA                             00006770
                  THRU 1370-SHIFT-FIND-PARA-EXIT                        00006780
               IF WS-SHIFT-HIT > 0                                      00006790
                 MOVE SH-PREM(WS-SHIFT-HIT) TO WS-SHIFT-PREM            00006800
               ELSE                                                     00006810
                 MOVE 'TSHF' TO WS-REJ-CODE                             00006820
                 MOVE 'SHIFT CODE NOT ON TCCTL' TO WS-REJ-REASON        00006830
               END-IF                                                   00006840
             END-IF                                                     00006850
           END-EVALUATE                                                 00006860
           .                                                            00006870
       3300-VALID-PARA-EXIT.                                            00006880
           EXIT                                                         00006890
           .                                                            00006900
      *-----------------------------------------------------------      00006910
      *    ONLY AN ACTIVE HOURLY EMPLOYEE WITH A RATE IS PAID FROM      00006920
      *    A TIME CARD.  SALARIED STAFF ARE PAID BY PGM AND PAYNET      00006930
      *    AND A LEAVER'S LAST WEEK GOES THROUGH HR, SO EITHER WOULD    00006940
      *    BE PAID TWICE OR WRONGLY.                                    00006950
      *-----------------------------------------------------------      00006960
       3320-EMP-CHECK-PARA.                                             00006970
           MOVE TCD-EMPID TO EMT-EMPID                                  00006980
           READ EMP-PS                                                  00006990
           EVALUATE TRUE                                                00007000
           WHEN C05-EMP-SUCCESS                                         00007010
             CONTINUE                                                   00007020
           WHEN C05-EMP-NOTFND                                          00007030
             MOVE 'NFND' TO WS-REJ-CODE                                 00007040
             MOVE 'EMPID NOT ON MASTER' TO WS-REJ-REASON                00007050
             GO TO 3320-EMP-CHECK-PARA-EXIT                             00007060
           WHEN OTHER                                                   00007070
             DISPLAY 'EMP-PS READ FAILED ' WS-FST-EMP                   00007080
             MOVE 'READ' TO WS-REJ-CODE                                 00007090
             MOVE 'MASTER READ ERROR' TO WS-REJ-REASON                  00007100
             MOVE 0008 TO WS-RETURN-CD                                  00007110
             GO TO 3320-EMP-CHECK-PARA-EXIT                             00007120
           END-EVALUATE                                                 00007130
           EVALUATE TRUE                                                00007140
           WHEN EMT-EMPSTATUS = 'T'                                     00007150
             MOVE 'TRMD' TO WS-REJ-CODE                                 00007160
             MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJ-REASON             00007170
           WHEN EMT-PAYTYPE NOT = 'H'                                   00007180
             MOVE 'SALR' TO WS-REJ-CODE                                 00007190
             MOVE 'EMPLOYEE IS NOT HOURLY' TO WS-REJ-REASON             00007200
           WHEN EMT-HRRATE IS NOT NUMERIC                               00007210
             MOVE 'ERAT' TO WS-REJ-CODE                                 00007220
             MOVE 'HOURLY RATE NOT ON MASTER' TO WS-REJ-REASON          00007230
           WHEN EMT-HRRATE = ZEROES                                     00007240
             MOVE 'ERAT' TO WS-REJ-CODE                                 00007250
             MOVE 'HOURLY RATE NOT ON MASTER' TO WS-REJ-REASON          00007260
           WHEN OTHER                                                   00007270
             MOVE EMT-HRRATE TO WS-HOUR-RATE                            00007280
           END-EVALUATE                                                 00007290
           .                                                            00007300
       3320-EMP-CHECK-PARA-EXIT.                                        00007310
           EXIT                                                         00007320
           .                                                            00007330
      *-----------------------------------------------------------      00007340
      *    THE WEEK-ENDING DATE THROUGH THE SHARED CALENDAR - IT        00007350
      *    MUST BE A REAL DATE, NOT AFTER THE BUSINESS DATE, NO         00007360
      *    OLDER THAN THE LOOKBACK, AND NOT BEFORE THE EMPLOYEE         00007370
      *    WAS HIRED.  AN UNREADABLE HIRE DATE SKIPS THAT LAST          00007380
      *    TEST RATHER THAN HOLD UP A GOOD CARD.                        00007390
      *-----------------------------------------------------------      00007400
       3340-DATE-CHECK-PARA.                                            00007410
           MOVE 'DCT'       TO WS-CAL-FUNC                              00007420
           MOVE TCD-WEEKEND TO WS-CAL-DATE-1                            00007430
           MOVE WS-RUN-DATE TO WS-CAL-DATE-2                            00007440
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00007450
             ON EXCEPTION                                               00007460
               MOVE 'E' TO WS-CAL-RESULT                                00007470
           END-CALL                                                     00007480
           EVALUATE TRUE                                                00007490
           WHEN WS-CAL-RESULT NOT = 'Y'                                 00007500
             MOVE 'TDTE' TO WS-REJ-CODE                                 00007510
             MOVE 'WEEK-ENDING DATE INVALID' TO WS-REJ-REASON           00007520
             GO TO 3340-DATE-CHECK-PARA-EXIT                            00007530
           WHEN WS-CAL-DAYS < 0                                         00007540
             MOVE 'TFUT' TO WS-REJ-CODE                                 00007550
             MOVE 'WEEK-ENDING DATE IN FUTURE' TO WS-REJ-REASON         00007560
             GO TO 3340-DATE-CHECK-PARA-EXIT                            00007570
           WHEN WS-CAL-DAYS > WS-LOOKBACK                               00007580
             MOVE 'TOLD' TO WS-REJ-CODE                                 00007590
             MOVE 'WEEK-ENDING DATE TOO OLD' TO WS-REJ-REASON           00007600
             GO TO 3340-DATE-CHECK-PARA-EXIT                            00007610
           WHEN OTHER                                                   00007620
             CONTINUE                                                   00007630
           END-EVALUATE                                                 00007640
           IF TCD-WEEKEND(5:1) = '-'                                    00007650
             MOVE TCD-WEEKEND(1:4) TO WS-WE-D8(1:4)                     00007660
             MOVE TCD-WEEKEND(6:2) TO WS-WE-D8(5:2)                     00007670
             MOVE TCD-WEEKEND(9:2) TO WS-WE-D8(7:2)                     00007680
           ELSE                                                         00007690
             MOVE TCD-WEEKEND(1:8) TO WS-WE-D8                          00007700
           END-IF                                                       00007710
           MOVE 'DCT'        TO WS-CAL-FUNC                             00007720
           MOVE EMT-HIREDATE TO WS-CAL-DATE-1                           00007730
           MOVE TCD-WEEKEND  TO WS-CAL-DATE-2                           00007740
           CALL 'PAYCAL' USING WS-CAL-PARMS                             00007750
             ON EXCEPTION                                               00007760
               MOVE 'E' TO WS-CAL-RESULT                                00007770
           END-CALL                                                     00007780
           IF WS-CAL-RESULT = 'Y' AND WS-CAL-DAYS < 0                   00007790
             MOVE 'THIR' TO WS-REJ-CODE                                 00007800
             MOVE 'WEEK ENDS BEFORE HIRE DATE' TO WS-REJ-REASON         00007810
           END-IF                                                       00007820
           .                                                            00007830
       3340-DATE-CHECK-PARA-EXIT.                                       00007840
           EXIT                                                         00007850
           .                                                            00007860
       3360-DUP-CHECK-PARA.                                             00007870
           MOVE 'N' TO WS-DUP-SW                                        00007880
           PERFORM 3370-DUP-SCAN-PARA                                   00007890
              THRU 3370-DUP-SCAN-PARA-EXIT                              00007900
              VARYING CD-IDX FROM 1 BY 1                                00007910
              UNTIL CD-IDX > WS-CARD-CT OR WS-DUP-FOUND                 00007920
           EVALUATE TRUE                                                00007930
           WHEN WS-DUP-FOUND                                            00007940
             MOVE 'DUPL' TO WS-REJ-CODE                                 00007950
             MOVE 'WEEK ALREADY CARDED' TO WS-REJ-REASON                00007960
           WHEN WS-CARD-CT NOT < 5000                                   00007970
             DISPLAY 'TIME-CARD TABLE FULL - CARD NOT PAID'             00007980
             MOVE 'OVFL' TO WS-REJ-CODE                                 00007990
             MOVE 'TIME-CARD TABLE FULL' TO WS-REJ-REASON               00008000
             MOVE 0008 TO WS-RETURN-CD                                  00008010
           WHEN OTHER                                                   00008020
             CONTINUE                                                   00008030
           END-EVALUATE                                                 00008040
           .                                                            00008050
       3360-DUP-CHECK-PARA-EXIT.                                        00008060
           EXIT                                                         00008070
           .                                                            00008080
       3370-DUP-SCAN-PARA.                                              00008090
           IF CD-EMPID(CD-IDX) = TCD-EMPID AND                          00008100
              CD-WEEKEND(CD-IDX) = WS-WE-D8                             00008110
             MOVE 'Y' TO WS-DUP-SW                                      00008120
           END-IF                                                       00008130
           .                                                            00008140
       3370-DUP-SCAN-PARA-EXIT.                                         00008150
           EXIT                                                         00008160
           .                                                            00008170
      *-----------------------------------------------------------      00008180
      *    PRICE THE CARD.  THE SHIFT PREMIUM IS PAID ON EVERY HOUR     00008190
      *    WORKED ON THE SHIFT, OVERTIME INCLUDED, AND IS NOT           00008200
      *    ITSELF MULTIPLIED.                                           00008210
      *-----------------------------------------------------------      00008220
       3400-PRICE-PARA.                                                 00008230
           COMPUTE WS-CARD-HRS = TCD-REG-HRS + TCD-OT-HRS               00008240
           COMPUTE WS-REG-PAY ROUNDED = TCD-REG-HRS * WS-HOUR-RATE      00008250
           COMPUTE WS-OT-PAY ROUNDED =                                  00008260
                   TCD-OT-HRS * WS-HOUR-RATE * WS-OT-MULT               00008270
           COMPUTE WS-PREM-PAY ROUNDED = WS-CARD-HRS * WS-SHIFT-PREM    00008280
           COMPUTE WS-CARD-GROSS = WS-REG-PAY + WS-OT-PAY + WS-PREM-PAY 00008290
           .                                                            00008300
       3400-PRICE-PARA-EXIT.                                            00008310
           EXIT                                                         00008320
           .                                                            00008330
      *-----------------------------------------------------------      00008340
      *    ADD THE CARD TO THE EMPLOYEE'S PAY FOR THE CYCLE.            00008350
      *-----------------------------------------------------------      00008360
       3450-ACCUM-PARA.                                                 00008370
           MOVE ZEROES TO WS-EA-HIT                                     00008380
           PERFORM 3460-ACCUM-SCAN-PARA                                 00008390
              THRU 3460-ACCUM-SCAN-PARA-EXIT                            00008400
              VARYING EA-IDX FROM 1 BY 1                                00008410
              UNTIL EA-IDX > WS-EA-CT OR WS-EA-HIT > 0                  00008420
           IF WS-EA-HIT = 0                                             00008430
             IF WS-EA-CT < 3000                                         00008440
               ADD 1 TO WS-EA-CT                                        00008450
               MOVE WS-EA-CT     TO WS-EA-HIT                           00008460
               MOVE EMT-EMPID    TO EA-EMPID(WS-EA-HIT)                 00008470
               MOVE EMT-EMPDEPT  TO EA-DEPT(WS-EA-HIT)                  00008480
               MOVE EMT-EMPFNAME TO EA-FNAME(WS-EA-HIT)                 00008490
               MOVE EMT-EMPLNAME TO EA-LNAME(WS-EA-HIT)                 00008500
               MOVE EMT-EMPGROUP TO EA-GROUP(WS-EA-HIT)                 00008501
               MOVE ZEROES       TO EA-CARDS(WS-EA-HIT)                 00008510
                                    EA-REG-HRS(WS-EA-HIT)               00008520
                                    EA-OT-HRS(WS-EA-HIT)                00008530
                                    EA-GROSS(WS-EA-HIT)                 00008540
             ELSE                                                       00008550
               DISPLAY 'EMPLOYEE PAY TABLE FULL - CARD NOT PAID'        00008560
               MOVE 'OVFL' TO WS-REJ-CODE                               00008570
               MOVE 'EMPLOYEE PAY TABLE FULL' TO WS-REJ-REASON          00008580
               MOVE 0008 TO WS-RETURN-CD                                00008590
               GO TO 3450-ACCUM-PARA-EXIT                               00008600
             END-IF                                                     00008610
           END-IF                                                       00008620
           ADD 1              TO EA-CARDS(WS-EA-HIT)                    00008630
           ADD TCD-REG-HRS    TO EA-REG-HRS(WS-EA-HIT) WS-REG-HRS-TOT   00008640
           ADD TCD-OT-HRS     TO EA-OT-HRS(WS-EA-HIT) WS-OT-HRS-TOT     00008650
           ADD WS-CARD-GROSS  TO EA-GROSS(WS-EA-HIT)                    00008660
           ADD WS-REG-PAY     TO WS-REG-PAY-TOT                         00008670
           ADD WS-OT-PAY      TO WS-OT-PAY-TOT                          00008680
           ADD WS-PREM-PAY    TO WS-PREM-PAY-TOT                        00008690
           ADD WS-CARD-GROSS  TO WS-GROSS-TOT                           00008700
           .                                                            00008710
       3450-ACCUM-PARA-EXIT.                                            00008720
           EXIT                                                         00008730
           .                                                            00008740
       3460-ACCUM-SCAN-PARA.                                            00008750
           IF EA-EMPID(EA-IDX) = EMT-EMPID                              00008760
             SET WS-EA-HIT TO EA-IDX                                    00008770
           END-IF                                                       00008780
           .                                                            00008790
       3460-ACCUM-SCAN-PARA-EXIT.                                       00008800
           EXIT                                                         00008810
           .                                                            00008820
       3700-REJECT-PARA.                                                00008830
           ADD 1 TO WS-REJECT-CT                                        00008840
           DISPLAY TCD-EMPID ' ' TCD-WEEKEND ' REJECTED - ' WS-REJ-CODE 00008850
           MOVE SPACES          TO DL-SUSP-REC                          00008860
           MOVE 'PAYHRLY'       TO DL-SUSP-PGM                          00008870
           MOVE SPACES          TO DL-SUSP-KEY                          00008880
           STRING TCD-EMPID   DELIMITED BY SIZE                         00008890
                  ' '         DELIMITED BY SIZE                         00008900
                  TCD-WEEKEND DELIMITED BY SIZE                         00008910
                  INTO DL-SUSP-KEY                                      00008920
           END-STRING                                                   00008930
           MOVE WS-REJ-CODE     TO DL-SUSP-REASON-CD                    00008940
           MOVE WS-REJ-REASON   TO DL-SUSP-REASON-TX                    00008950
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00008960
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00008970
           WRITE DL-SUSP-REC                                            00008980
           MOVE SPACES TO RPT-REC                                       00008990
           STRING TCD-EMPID       DELIMITED BY SIZE                     00009000
                  ' '             DELIMITED BY SIZE                     00009010
                  TCD-WEEKEND     DELIMITED BY SIZE                     00009020
                  '  REJECTED '   DELIMITED BY SIZE                     00009030
                  WS-REJ-CODE     DELIMITED BY SIZE                     00009040
                  ' '             DELIMITED BY SIZE                     00009050
                  WS-REJ-REASON   DELIMITED BY SIZE                     00009060
                  INTO RPT-REC                                          00009070
           END-STRING                                                   00009080
           WRITE RPT-REC                                                00009090
           .                                                            00009100
       3700-REJECT-PARA-EXIT.                                           00009110
           EXIT                                                         00009120
           .                                                            00009130
       3750-DETAIL-PARA.                                                00009140
           MOVE SPACES TO RPT-REC                                       00009150
           MOVE TCD-EMPID     TO RPT-REC(1:5)                           00009160
           MOVE TCD-WEEKEND   TO RPT-REC(7:10)                          00009170
           MOVE TCD-REG-HRS   TO WS-HRS-ED                              00009180
           MOVE WS-HRS-ED     TO RPT-REC(19:6)                          00009190
           MOVE TCD-OT-HRS    TO WS-HRS-ED                              00009200
           MOVE WS-HRS-ED     TO RPT-REC(26:6)                          00009210
           MOVE TCD-SHIFT     TO RPT-REC(33:1)                          00009220
           MOVE WS-HOUR-RATE  TO WS-RATE-ED                             00009230
           MOVE WS-RATE-ED    TO RPT-REC(35:8)                          00009240
           MOVE WS-REG-PAY    TO WS-PAY-ED                              00009250
           MOVE WS-PAY-ED     TO RPT-REC(44:10)                         00009260
           MOVE WS-OT-PAY     TO WS-PAY-ED                              00009270
           MOVE WS-PAY-ED     TO RPT-REC(55:10)                         00009280
           MOVE WS-PREM-PAY   TO WS-PAY-ED                              00009290
           MOVE WS-PAY-ED     TO RPT-REC(66:10)                         00009300
           MOVE WS-CARD-GROSS TO WS-PAY-ED                              00009310
           MOVE WS-PAY-ED     TO RPT-REC(77:10)                         00009320
           WRITE RPT-REC                                                00009330
           .                                                            00009340
       3750-DETAIL-PARA-EXIT.                                           00009350
           EXIT                                                         00009360
           .                                                            00009370
      *-----------------------------------------------------------      00009380
      *    ONE HRLY EARNINGS ITEM PER EMPLOYEE FOR PAYNET, AND THE      00009390
      *    EMPLOYEE'S LINE ON THE REGISTER.                             00009400
      *-----------------------------------------------------------      00009410
       3800-EARN-WRITE-PARA.                                            00009420
           MOVE SPACES TO RPT-REC                                       00009430
           WRITE RPT-REC                                                00009440
           MOVE SPACES TO RPT-REC                                       00009450
           STRING 'HOURLY PAY BY EMPLOYEE' DELIMITED BY SIZE            00009460
                  INTO RPT-REC                                          00009470
           END-STRING                                                   00009480
           WRITE RPT-REC                                                00009490
           MOVE SPACES TO RPT-REC                                       00009500
           MOVE 'EMPID'       TO RPT-REC(1:5)                           00009510
           MOVE 'DEPT'        TO RPT-REC(7:4)                           00009520
           MOVE 'NAME'        TO RPT-REC(12:4)                          00009530
           MOVE 'CARDS'       TO RPT-REC(34:5)                          00009540
           MOVE '   REG HOURS' TO RPT-REC(40:12)                        00009550
           MOVE '    OT HOURS' TO RPT-REC(53:12)                        00009560
           MOVE '     GROSS'  TO RPT-REC(66:10)                         00009570
           WRITE RPT-REC                                                00009580
           PERFORM 3810-EARN-LINE-PARA                                  00009590
              THRU 3810-EARN-LINE-PARA-EXIT                             00009600
              VARYING EA-IDX FROM 1 BY 1                                00009610
              UNTIL EA-IDX > WS-EA-CT                                   00009620
           .                                                            00009630
       3800-EARN-WRITE-PARA-EXIT.                                       00009640
           EXIT                                                         00009650
           .                                                            00009660
       3810-EARN-LINE-PARA.                                             00009670
           MOVE SPACES              TO DL-EARN-REC                      00009680
           MOVE 'C'                 TO DL-EARN-NEMPID(1:1)              00009690
           MOVE EA-EMPID(EA-IDX)    TO DL-EARN-NEMPID(2:5)              00009700
           MOVE 'HRLY'              TO DL-EARN-CODE                     00009710
           MOVE EA-GROSS(EA-IDX)    TO DL-EARN-AMT                      00009720
           MOVE WS-RUN-DATE         TO DL-EARN-DATE                     00009730
           MOVE EA-DEPT(EA-IDX)     TO DL-EARN-DEPT                     00009740
           MOVE EA-FNAME(EA-IDX)    TO DL-EARN-FNAME                    00009750
           MOVE EA-LNAME(EA-IDX)    TO DL-EARN-LNAME                    00009760
           MOVE EA-GROUP(EA-IDX)    TO DL-EARN-GROUP                    00009761
           WRITE DL-EARN-REC                                            00009770
           IF NOT C05-HRLY-SUCCESS                                      00009780
             DISPLAY 'HRLY-PS WRITE FAILED ' WS-FST-HRLY                00009790
             MOVE 0008 TO WS-RETURN-CD                                  00009800
             GO TO 3810-EARN-LINE-PARA-EXIT                             00009810
           END-IF                                                       00009820
           ADD 1 TO WS-WRITE-CT                                         00009830
           MOVE SPACES TO RPT-REC                                       00009840
           MOVE EA-EMPID(EA-IDX)    TO RPT-REC(1:5)                     00009850
           MOVE EA-DEPT(EA-IDX)     TO RPT-REC(7:4)                     00009860
           MOVE EA-FNAME(EA-IDX)    TO RPT-REC(12:10)                   00009870
           MOVE EA-LNAME(EA-IDX)    TO RPT-REC(23:10)                   00009880
           MOVE EA-CARDS(EA-IDX)    TO WS-CT-ED                         00009890
           MOVE WS-CT-ED            TO RPT-REC(33:6)                    00009900
           MOVE EA-REG-HRS(EA-IDX)  TO WS-TOTHRS-ED                     00009910
           MOVE WS-TOTHRS-ED        TO RPT-REC(41:11)                   00009920
           MOVE EA-OT-HRS(EA-IDX)   TO WS-TOTHRS-ED                     00009930
           MOVE WS-TOTHRS-ED        TO RPT-REC(54:11)                   00009940
           MOVE EA-GROSS(EA-IDX)    TO WS-PAY-ED                        00009950
           MOVE WS-PAY-ED           TO RPT-REC(66:10)                   00009960
           WRITE RPT-REC                                                00009970
           .                                                            00009980
       3810-EARN-LINE-PARA-EXIT.                                        00009990
           EXIT                                                         00010000
           .                                                            00010010
       3850-TOTALS-PARA.                                                00010020
           MOVE SPACES TO RPT-REC                                       00010030
           WRITE RPT-REC                                                00010040
           MOVE WS-READ-CT TO WS-CT-ED                                  00010050
           MOVE SPACES TO RPT-REC                                       00010060
           STRING 'TIME CARDS READ..........: ' DELIMITED BY SIZE       00010070
                  WS-CT-ED DELIMITED BY SIZE                            00010080
                  INTO RPT-REC                                          00010090
           END-STRING                                                   00010100
           WRITE RPT-REC                                                00010110
           MOVE WS-ACCEPT-CT TO WS-CT-ED                                00010120
           MOVE SPACES TO RPT-REC                                       00010130
           STRING 'TIME CARDS PAID..........: ' DELIMITED BY SIZE       00010140
                  WS-CT-ED DELIMITED BY SIZE                            00010150
                  INTO RPT-REC                                          00010160
           END-STRING                                                   00010170
           WRITE RPT-REC                                                00010180
           MOVE WS-REJECT-CT TO WS-CT-ED                                00010190
           MOVE SPACES TO RPT-REC                                       00010200
           STRING 'TIME CARDS REJECTED......: ' DELIMITED BY SIZE       00010210
                  WS-CT-ED DELIMITED BY SIZE                            00010220
                  INTO RPT-REC                                          00010230
           END-STRING                                                   00010240
           WRITE RPT-REC                                                00010250
           MOVE WS-WRITE-CT TO WS-CT-ED                                 00010260
           MOVE SPACES TO RPT-REC                                       00010270
           STRING 'EMPLOYEES PAID...........: ' DELIMITED BY SIZE       00010280
                  WS-CT-ED DELIMITED BY SIZE                            00010290
                  INTO RPT-REC                                          00010300
           END-STRING                                                   00010310
           WRITE RPT-REC                                                00010320
           MOVE WS-REG-HRS-TOT TO WS-TOTHRS-ED                          00010330
           MOVE SPACES TO RPT-REC                                       00010340
           STRING 'REGULAR HOURS............: ' DELIMITED BY SIZE       00010350
                  WS-TOTHRS-ED DELIMITED BY SIZE                        00010360
                  INTO RPT-REC                                          00010370
           END-STRING                                                   00010380
           WRITE RPT-REC                                                00010390
           MOVE WS-OT-HRS-TOT TO WS-TOTHRS-ED                           00010400
           MOVE SPACES TO RPT-REC                                       00010410
           STRING 'OVERTIME HOURS...........: ' DELIMITED BY SIZE       00010420
                  WS-TOTHRS-ED DELIMITED BY SIZE                        00010430
                  INTO RPT-REC                                          00010440
           END-STRING                                                   00010450
           WRITE RPT-REC                                                00010460
           MOVE WS-REG-PAY-TOT TO WS-AMT-ED                             00010470
           MOVE SPACES TO RPT-REC                                       00010480
           STRING 'REGULAR PAY..............: ' DELIMITED BY SIZE       00010490
                  WS-AMT-ED DELIMITED BY SIZE                           00010500
                  INTO RPT-REC                                          00010510
           END-STRING                                                   00010520
           WRITE RPT-REC                                                00010530
           MOVE WS-OT-PAY-TOT TO WS-AMT-ED                              00010540
           MOVE SPACES TO RPT-REC                                       00010550
           STRING 'OVERTIME PAY.............: ' DELIMITED BY SIZE       00010560
                  WS-AMT-ED DELIMITED BY SIZE                           00010570
                  INTO RPT-REC                                          00010580
           END-STRING                                                   00010590
           WRITE RPT-REC                                                00010600
           MOVE WS-PREM-PAY-TOT TO WS-AMT-ED                            00010610
           MOVE SPACES TO RPT-REC                                       00010620
           STRING 'SHIFT PREMIUM............: ' DELIMITED BY SIZE       00010630
                  WS-AMT-ED DELIMITED BY SIZE                           00010640
                  INTO RPT-REC                                          00010650
           END-STRING                                                   00010660
           WRITE RPT-REC                                                00010670
           MOVE WS-GROSS-TOT TO WS-AMT-ED                               00010680
           MOVE SPACES TO RPT-REC                                       00010690
           STRING 'TOTAL HOURLY GROSS.......: ' DELIMITED BY SIZE       00010700
                  WS-AMT-ED DELIMITED BY SIZE                           00010710
                  INTO RPT-REC                                          00010720
           END-STRING                                                   00010730
           WRITE RPT-REC                                                00010740
           IF WS-REJECT-CT > 0 AND WS-RETURN-CD = 0                     00010750
             MOVE 0004 TO WS-RETURN-CD                                  00010760
           END-IF                                                       00010770
           .                                                            00010780
       3850-TOTALS-PARA-EXIT.                                           00010790
           EXIT                                                         00010800
           .                                                            00010810
       3900-CLOSE-PARA.                                                 00010820
           CLOSE TCD-PS EMP-PS HRLY-PS RPT-PS SUSP-PS                   00010830
           .                                                            00010840
       3900-CLOSE-PARA-EXIT.                                            00010850
           EXIT                                                         00010860
           .                                                            00010870
       9000-TERM-PARA.                                                  00010880
           IF WS-AUDIT-IS-OPEN                                          00010890
             MOVE SPACES            TO DL-AUDIT-REC                     00010900
             MOVE 'PAYHRLY'         TO DL-AUDIT-PGM                     00010910
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00010920
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00010930
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00010940
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00010950
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00010960
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00010970
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00010980
             PERFORM 9100-AUDIT-CHAIN-PARA                              00010981
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00010982
             WRITE DL-AUDIT-REC                                         00010983
             CLOSE AUDIT-PS                                             00011000
           END-IF                                                       00011010
           MOVE WS-RETURN-CD TO RETURN-CODE                             00011020
           STOP RUN                                                     00011030
           .                                                            00011040
      *-----------------------------------------------------------      00011041
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00011042
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00011043
      *    FIRST RECORD OF THE DAY.                                     00011044
      *-----------------------------------------------------------      00011045
       9100-AUDIT-CHAIN-PARA.                                           00011046
           MOVE SPACES       TO DL-CHN-PARMS                            00011047
           MOVE 'NXT'        TO DL-CHN-FUNC                             00011048
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00011049
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00011050
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00011051
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00011052
             ON EXCEPTION                                               00011053
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00011054
                       'CHAINED'                                        00011055
           END-CALL                                                     00011056
           IF DL-CHN-ANCHORED                                           00011057
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00011058
           END-IF                                                       00011059
           IF DL-CHN-OK                                                 00011060
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00011061
           END-IF                                                       00011062
           .                                                            00011063
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00011064
           EXIT                                                         00011065
           .                                                            00011066

       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYQTR.                                              00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    QUARTERLY PAYROLL TAX RETURN WORKSHEET AND ELECTRONIC        00000060
      *    FILING EXTRACT FROM THE QUARTERLY ACCUMULATOR CLUSTER        00000070
      *    (QTRACC, DLQTRACC LAYOUT) PAYNET POSTS EVERY CYCLE.  FOR     00000080
      *    THE QUARTER ON THE PARM THE WORKSHEET GIVES TOTAL WAGES,     00000090
      *    TAXABLE WAGES AND TAX BY TAX CODE, TAX WITHHELD, THE         00000100
      *    NUMBER OF EMPLOYEES PAID FOR THE CYCLE COVERING THE 12TH     00000110
      *    OF EACH MONTH, AND EACH MONTH'S TAX LIABILITY (TAX           00000120
      *    WITHHELD PLUS EMPLOYER TAX).                                 00000130
      *    THE FILING EXTRACT (QTRFILE) IS THE TAX AUTHORITY'S          00000140
      *    FIXED 80-BYTE LAYOUT:                                        00000150
      *      'E' - EMPLOYER RECORD: ACCOUNT NUMBER, YEAR, QUARTER,      00000160
      *            UNEMPLOYMENT CODE, EMPLOYEES ON THE 12TH.            00000170
      *      'S' - ONE PER EMPLOYEE: NAME, QUARTER WAGES, WAGES         00000180
      *            TAXABLE UNDER THE UNEMPLOYMENT CODE, TAX             00000190
      *            WITHHELD.                                            00000200
      *      'T' - TOTALS OF THE 'S' RECORDS.                           00000210
      *    THE QUARTER'S GROSS, TAX, AND LINE COUNT MUST AGREE WITH     00000220
      *    THE SUM OF THE QUARTER'S NETPAYFL CYCLES ON THE CYCLE        00000230
      *    HISTORY (NETPAYHS, APPENDED BY PAYDRV AFTER EVERY PAYNET     00000240
      *    RUN, OLDEST CYCLE FIRST).  A BREAK IS FLAGGED ON THE         00000250
      *    WORKSHEET AND ENDS THE STEP WITH RC 4.                       00000260
      *    PARM: '&RUNDATE YYYYQ ACCOUNTNO  UICD' - THE RETURN          00000270
      *    QUARTER, THE EMPLOYER ACCOUNT NUMBER, AND THE ERCTL          00000280
      *    UNEMPLOYMENT CODE (DEFAULT SUTA).  WITH NO QUARTER THE       00000290
      *    LAST QUARTER CLOSED BEFORE THE RUN DATE IS REPORTED.         00000300
      *-----------------------------------------------------------      00000310
       ENVIRONMENT DIVISION.                                            00000320
       INPUT-OUTPUT SECTION.                                            00000330
       FILE-CONTROL.                                                    00000340
           SELECT QTR-PS ASSIGN TO QTRACC                               00000350
           ORGANIZATION IS INDEXED                                      00000360
           ACCESS IS SEQUENTIAL                                         00000370
           RECORD KEY IS DL-QTR-KEY                                     00000380
           FILE STATUS IS WS-FST-QTR                                    00000390
           .                                                            00000400
           SELECT NPH-PS ASSIGN TO NETPAYHS                             00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           ACCESS IS SEQUENTIAL                                         00000430
           FILE STATUS IS WS-FST-NPH                                    00000440
           .                                                            00000450
           SELECT RPT-PS ASSIGN TO QTRRPT                               00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           ACCESS IS SEQUENTIAL                                         00000480
           FILE STATUS IS WS-FST-RPT                                    00000490
           .                                                            00000500
           SELECT EFW-PS ASSIGN TO QTRFILE                              00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           ACCESS IS SEQUENTIAL                                         00000530
           FILE STATUS IS WS-FST-EFW                                    00000540
           .                                                            00000550
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           ACCESS IS SEQUENTIAL                                         00000580
           FILE STATUS IS WS-FST-AUDIT                                  00000590
           .                                                            00000600
       DATA DIVISION.                                                   00000610
       FILE SECTION.                                                    00000620
       FD QTR-PS                                                        00000630
           RECORD CONTAINS 80 CHARACTERS.                               00000640
           COPY DLQTRACC.                                               00000650
      *    NETPAYFL LINES AS PAYNET WROTE THEM, ONE CYCLE AFTER         00000660
      *    ANOTHER.                                                     00000670
       FD NPH-PS                                                        00000680
           RECORD CONTAINS 80 CHARACTERS.                               00000690
       01 NPH-REC.                                                      00000700
         05 NPH-NEMPID          PIC X(06).                              00000710
         05 F                   PIC X(01).                              00000720
         05 NPH-GROSS           PIC 9(07).9(02).                        00000730
         05 F                   PIC X(01).                              00000740
         05 NPH-TAX             PIC 9(07).9(02).                        00000750
         05 F                   PIC X(01).                              00000760
         05 NPH-DEDUCT          PIC 9(07).9(02).                        00000770
         05 F                   PIC X(01).                              00000780
         05 NPH-NET             PIC 9(07).9(02).                        00000790
         05 F                   PIC X(01).                              00000800
         05 NPH-EARN-CODE       PIC X(04).                              00000810
         05 F                   PIC X(01).                              00000820
         05 NPH-EMPGROUP        PIC X(02).                              00000830
         05 F                   PIC X(01).                              00000840
         05 NPH-RUN-DATE        PIC X(10).                              00000850
         05 F                   PIC X(11).                              00000860
       FD RPT-PS                                                        00000870
           RECORD CONTAINS 132 CHARACTERS.                              00000880
       01 RPT-REC                PIC X(132).                            00000890
       FD EFW-PS                                                        00000900
           RECORD CONTAINS 80 CHARACTERS.                               00000910
       01 EFW-EMPLOYER-REC.                                             00000920
         05 EFE-REC-TYPE        PIC X(01).                              00000930
         05 F                   PIC X(01).                              00000940
         05 EFE-ACCT            PIC X(10).                              00000950
         05 F                   PIC X(01).                              00000960
         05 EFE-YEAR            PIC X(04).                              00000970
         05 EFE-QTR             PIC 9(01).                              00000980
         05 F                   PIC X(01).                              00000990
         05 EFE-UI-CODE         PIC X(04).                              00001000
         05 EFE-MONTH OCCURS 3 TIMES.                                   00001010
           10 F                 PIC X(01).                              00001020
           10 EFE-EMP12         PIC 9(06).                              00001030
         05 F                   PIC X(36).                              00001040
       01 EFW-WAGE-REC.                                                 00001050
         05 EFS-REC-TYPE        PIC X(01).                              00001060
         05 F                   PIC X(01).                              00001070
         05 EFS-NEMPID          PIC X(06).                              00001080
         05 F                   PIC X(01).                              00001090
         05 EFS-EMPLNAME        PIC X(10).                              00001100
         05 F                   PIC X(01).                              00001110
         05 EFS-EMPFNAME        PIC X(10).                              00001120
         05 F                   PIC X(01).                              00001130
         05 EFS-WAGES           PIC 9(09)V9(02).                        00001140
         05 F                   PIC X(01).                              00001150
         05 EFS-UI-WAGES        PIC 9(09)V9(02).                        00001160
         05 F                   PIC X(01).                              00001170
         05 EFS-TAX             PIC 9(09)V9(02).                        00001180
         05 F                   PIC X(14).                              00001190
       01 EFW-TOTAL-REC.                                                00001200
         05 EFT-REC-TYPE        PIC X(01).                              00001210
         05 F                   PIC X(01).                              00001220
         05 EFT-EMP-CT          PIC 9(06).                              00001230
         05 F                   PIC X(01).                              00001240
         05 EFT-WAGES           PIC 9(11)V9(02).                        00001250
         05 F                   PIC X(01).                              00001260
         05 EFT-UI-WAGES        PIC 9(11)V9(02).                        00001270
         05 F                   PIC X(01).                              00001280
         05 EFT-TAX             PIC 9(11)V9(02).                        00001290
         05 F                   PIC X(30).                              00001300
       FD AUDIT-PS                                                      00001310
           RECORD CONTAINS 100 CHARACTERS.                              00001320
           COPY DLAUDIT.                                                00001330
       WORKING-STORAGE SECTION.                                         00001340
       01 WS-VARS.                                                      00001350
         05 WS-FST-QTR   PIC 9(02).                                     00001360
           88 C05-QTR-SUCCESS   VALUE 00.                               00001370
           88 C05-QTR-EOF       VALUE 10.                               00001380
         05 WS-FST-NPH   PIC 9(02).                                     00001390
           88 C05-NPH-SUCCESS   VALUE 00.                               00001400
           88 C05-NPH-EOF       VALUE 10.                               00001410
         05 WS-FST-RPT   PIC 9(02).                                     00001420
           88 C05-RPT-SUCCESS   VALUE 00.                               00001430
         05 WS-FST-EFW   PIC 9(02).                                     00001440
           88 C05-EFW-SUCCESS   VALUE 00.                               00001450
         05 WS-FST-AUDIT PIC 9(02).                                     00001460
           88 C05-AUDIT-SUCCESS VALUE 00.                               00001470
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001480
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00001490
         05 WS-AUDIT-START-TS  PIC X(15).                               00001500
         05 WS-RUN-DATE        PIC X(10).                               00001510
         05 WS-RUN-YEAR        PIC 9(04).                               00001520
         05 WS-RUN-MONTH       PIC 9(02).                               00001530
         05 WS-QTR-YEAR        PIC X(04).                               00001540
         05 WS-QTR-YEAR-N      PIC 9(04).                               00001550
         05 WS-QTR-NO          PIC 9(01).                               00001560
         05 WS-FIRST-MONTH     PIC 9(02).                               00001570
         05 WS-ER-ACCT         PIC X(10).                               00001580
         05 WS-UI-CODE         PIC X(04).                               00001590
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001600
         05 WS-EMP-CT          PIC 9(06) VALUE ZEROES.                  00001610
         05 WS-EFW-WRITE-CT    PIC 9(06) VALUE ZEROES.                  00001620
         05 WS-RPT-WRITE-CT    PIC 9(06) VALUE ZEROES.                  00001630
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001640
         05 WS-MON-SUB         PIC 9(02).                               00001650
         05 WS-MON-NO          PIC 9(02).                               00001660
         05 WS-CUR-EMP         PIC X(06) VALUE SPACES.                  00001670
         05 WS-FIRST-SW        PIC X(01) VALUE 'Y'.                     00001680
           88 WS-FIRST-EMP     VALUE 'Y'.                               00001690
      *-----------------------------------------------------------      00001700
      *    ONE EMPLOYEE'S QUARTER FOR THE 'S' RECORD IN PROGRESS.       00001710
      *-----------------------------------------------------------      00001720
         05 WS-EMP-WAGES       PIC 9(09)V9(02).                         00001730
         05 WS-EMP-UI-WAGES    PIC 9(09)V9(02).                         00001740
         05 WS-EMP-TAX         PIC 9(09)V9(02).                         00001750
         05 WS-EMP-LNAME       PIC X(10).                               00001760
         05 WS-EMP-FNAME       PIC X(10).                               00001770
      *-----------------------------------------------------------      00001780
      *    QUARTER TOTALS - BY TAX CODE, BY MONTH, AND FOR THE          00001790
      *    FILING TOTALS RECORD.                                        00001800
      *-----------------------------------------------------------      00001810
         05 WS-TOT-WAGES       PIC 9(11)V9(02) VALUE ZEROES.            00001820
         05 WS-TOT-UI-WAGES    PIC 9(11)V9(02) VALUE ZEROES.            00001830
         05 WS-TOT-TAX         PIC 9(11)V9(02) VALUE ZEROES.            00001840
         05 WS-TOT-LIAB        PIC 9(11)V9(02) VALUE ZEROES.            00001850
         05 WS-ACC-LINES       PIC 9(08) VALUE ZEROES.                  00001860
         05 WS-CODE-CT         PIC 9(02) VALUE ZEROES.                  00001870
         05 WS-CODE-TBL OCCURS 30 TIMES INDEXED BY CD-IDX.              00001880
           10 CD-CODE          PIC X(04).                               00001890
           10 CD-WAGES         PIC 9(11)V9(02).                         00001900
           10 CD-AMT           PIC 9(11)V9(02).                         00001910
         05 WS-FOUND-SW        PIC X(01).                               00001920
           88 WS-FOUND          VALUE 'Y'.                              00001930
         05 WS-MON-TBL OCCURS 3 TIMES.                                  00001940
           10 MT-MONTH         PIC 9(02).                               00001950
           10 MT-WAGES         PIC 9(11)V9(02).                         00001960
           10 MT-LIAB          PIC 9(11)V9(02).                         00001970
           10 MT-12-DATE       PIC X(08).                               00001980
           10 MT-EMP12         PIC 9(06).                               00001990
      *-----------------------------------------------------------      00002000
      *    THE SAME QUARTER SUMMED FROM THE NETPAYFL CYCLE HISTORY.     00002010
      *-----------------------------------------------------------      00002020
         05 WS-HS-DATE8        PIC X(08).                               00002030
         05 WS-HS-LAST-DATE    PIC X(08) VALUE SPACES.                  00002040
         05 WS-HS-DAY          PIC 9(02).                               00002050
         05 WS-HS-CYCLES       PIC 9(04) VALUE ZEROES.                  00002060
         05 WS-HS-LINES        PIC 9(08) VALUE ZEROES.                  00002070
         05 WS-HS-UNDATED      PIC 9(08) VALUE ZEROES.                  00002080
         05 WS-HS-GROSS        PIC 9(11)V9(02) VALUE ZEROES.            00002090
         05 WS-HS-TAX          PIC 9(11)V9(02) VALUE ZEROES.            00002100
         05 WS-WORK-AMT        PIC 9(07)V9(02).                         00002110
         05 WS-ACC-GROSS       PIC 9(11)V9(02) VALUE ZEROES.            00002120
         05 WS-ACC-TAX         PIC 9(11)V9(02) VALUE ZEROES.            00002130
         05 WS-BREAK-SW        PIC X(01) VALUE 'N'.                     00002140
           88 WS-RECON-BREAK    VALUE 'Y'.                              00002150
         05 WS-AMT-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.                    00002160
         05 WS-BIG-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00002170
         05 WS-CT-ED           PIC ZZZZZ9.                              00002180
         05 WS-LINE-ED         PIC ZZZZZZZ9.                            00002190
       COPY DLCHAIN.                                                    00002191
       LINKAGE SECTION.                                                 00002200
       01 LK-PARM-REC.                                                  00002210
           05 LK-RUN-DATE    PIC X(10).                                 00002220
           05 F              PIC X(01).                                 00002230
           05 LK-QTR-YEAR    PIC X(04).                                 00002240
           05 LK-QTR-NO      PIC X(01).                                 00002250
           05 F              PIC X(01).                                 00002260
           05 LK-ER-ACCT     PIC X(10).                                 00002270
           05 F              PIC X(01).                                 00002280
           05 LK-UI-CODE     PIC X(04).                                 00002290
       PROCEDURE DIVISION USING LK-PARM-REC.                            00002300
       0000-MAIN-PARA.                                                  00002310
           PERFORM 1000-INIT-PARA                                       00002320
              THRU 1000-INIT-PARA-EXIT                                  00002330
           PERFORM 3000-PROC-PARA                                       00002340
              THRU 3000-PROC-PARA-EXIT                                  00002350
           PERFORM 9000-TERM-PARA                                       00002360
           .                                                            00002370
       1000-INIT-PARA.                                                  00002380
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00002390
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00002400
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00002410
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00002420
               END-ACCEPT                                               00002430
           ELSE                                                         00002440
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00002450
           END-IF                                                       00002460
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR                         00002470
           IF WS-RUN-DATE(5:1) = '-'                                    00002480
             MOVE WS-RUN-DATE(6:2) TO WS-RUN-MONTH                      00002490
           ELSE                                                         00002500
             MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH                      00002510
           END-IF                                                       00002520
           IF LK-QTR-YEAR IS NUMERIC AND                                00002530
              LK-QTR-NO >= '1' AND LK-QTR-NO <= '4'                     00002540
             MOVE LK-QTR-YEAR TO WS-QTR-YEAR                            00002550
             MOVE LK-QTR-NO   TO WS-QTR-NO                              00002560
           ELSE                                                         00002570
      *      THE RETURN IS FILED AFTER THE QUARTER CLOSES, SO THE       00002580
      *      DEFAULT IS THE QUARTER BEFORE THE ONE THE RUN DATE         00002590
      *      FALLS IN.                                                  00002600
             COMPUTE WS-QTR-NO = (WS-RUN-MONTH + 2) / 3 - 1             00002610
             MOVE WS-RUN-YEAR TO WS-QTR-YEAR-N                          00002620
             IF WS-QTR-NO = 0                                           00002630
               MOVE 4 TO WS-QTR-NO                                      00002640
               SUBTRACT 1 FROM WS-QTR-YEAR-N                            00002650
             END-IF                                                     00002660
             MOVE WS-QTR-YEAR-N TO WS-QTR-YEAR                          00002670
             DISPLAY 'NO RETURN QUARTER ON PARM - USING '               00002680
                     WS-QTR-YEAR ' Q' WS-QTR-NO                         00002690
           END-IF                                                       00002700
           MOVE LK-ER-ACCT TO WS-ER-ACCT                                00002710
           IF WS-ER-ACCT = SPACES OR WS-ER-ACCT = LOW-VALUES            00002720
             MOVE SPACES TO WS-ER-ACCT                                  00002730
             DISPLAY 'NO EMPLOYER ACCOUNT ON PARM - FILING EXTRACT '    00002740
                     'NEEDS IT ADDED BEFORE SUBMISSION'                 00002750
           END-IF                                                       00002760
           IF LK-UI-CODE = SPACES OR LK-UI-CODE = LOW-VALUES            00002770
             MOVE 'SUTA' TO WS-UI-CODE                                  00002780
           ELSE                                                         00002790
             MOVE LK-UI-CODE TO WS-UI-CODE                              00002800
           END-IF                                                       00002810
           COMPUTE WS-FIRST-MONTH = (WS-QTR-NO - 1) * 3 + 1             00002820
           PERFORM 1100-MONTH-SET-PARA                                  00002830
              THRU 1100-MONTH-SET-PARA-EXIT                             00002840
              VARYING WS-MON-SUB FROM 1 BY 1                            00002850
              UNTIL WS-MON-SUB > 3                                      00002860
           .                                                            00002870
       1000-INIT-PARA-EXIT.                                             00002880
           EXIT                                                         00002890
           .                                                            00002900
       1100-MONTH-SET-PARA.                                             00002910
           COMPUTE MT-MONTH(WS-MON-SUB) =                               00002920
               WS-FIRST-MONTH + WS-MON-SUB - 1                          00002930
           MOVE ZEROES TO MT-WAGES(WS-MON-SUB) MT-LIAB(WS-MON-SUB)      00002940
                          MT-EMP12(WS-MON-SUB)                          00002950
           MOVE SPACES TO MT-12-DATE(WS-MON-SUB)                        00002960
           .                                                            00002970
       1100-MONTH-SET-PARA-EXIT.                                        00002980
           EXIT                                                         00002990
           .                                                            00003000
       3000-PROC-PARA.                                                  00003010
           PERFORM 3100-OPEN-PARA                                       00003020
              THRU 3100-OPEN-PARA-EXIT                                  00003030
           PERFORM 3150-TITLE-PARA                                      00003040
              THRU 3150-TITLE-PARA-EXIT                                 00003050
           PERFORM 3200-HIST-READ-PARA                                  00003060
              THRU 3200-HIST-READ-PARA-EXIT                             00003070
              UNTIL C05-NPH-EOF                                         00003080
           PERFORM 3250-EMPLOYER-REC-PARA                               00003090
              THRU 3250-EMPLOYER-REC-PARA-EXIT                          00003100
           PERFORM 3300-ACC-READ-PARA                                   00003110
              THRU 3300-ACC-READ-PARA-EXIT                              00003120
              UNTIL C05-QTR-EOF                                         00003130
           IF NOT WS-FIRST-EMP                                          00003140
             PERFORM 3400-WAGE-REC-PARA                                 00003150
                THRU 3400-WAGE-REC-PARA-EXIT                            00003160
           END-IF                                                       00003170
           PERFORM 3450-TOTAL-REC-PARA                                  00003180
              THRU 3450-TOTAL-REC-PARA-EXIT                             00003190
           PERFORM 3500-WORKSHEET-PARA                                  00003200
              THRU 3500-WORKSHEET-PARA-EXIT                             00003210
           PERFORM 3600-RECON-PARA                                      00003220
              THRU 3600-RECON-PARA-EXIT                                 00003230
           PERFORM 3900-CLOSE-PARA                                      00003240
              THRU 3900-CLOSE-PARA-EXIT                                 00003250
           .                                                            00003260
       3000-PROC-PARA-EXIT.                                             00003270
           EXIT                                                         00003280
           .                                                            00003290
       3050-RPT-WRITE-PARA.                                             00003300
           WRITE RPT-REC                                                00003310
           ADD 1 TO WS-RPT-WRITE-CT                                     00003320
           .                                                            00003330
       3050-RPT-WRITE-PARA-EXIT.                                        00003340
           EXIT                                                         00003350
           .                                                            00003360
       3100-OPEN-PARA.                                                  00003370
           OPEN INPUT QTR-PS                                            00003380
           EVALUATE TRUE                                                00003390
           WHEN C05-QTR-SUCCESS                                         00003400
             DISPLAY 'QTR-PS OPENED'                                    00003410
           WHEN OTHER                                                   00003420
             DISPLAY 'QTR-PS OPEN FAILED ' WS-FST-QTR                   00003430
             MOVE 0008 TO WS-RETURN-CD                                  00003440
             PERFORM 9000-TERM-PARA                                     00003450
           END-EVALUATE                                                 00003460
           OPEN INPUT NPH-PS                                            00003470
           EVALUATE TRUE                                                00003480
           WHEN C05-NPH-SUCCESS                                         00003490
             DISPLAY 'NPH-PS OPENED'                                    00003500
           WHEN OTHER                                                   00003510
             DISPLAY 'NPH-PS OPEN FAILED ' WS-FST-NPH                   00003520
             MOVE 0008 TO WS-RETURN-CD                                  00003530
             PERFORM 9000-TERM-PARA                                     00003540
           END-EVALUATE                                                 00003550
           OPEN OUTPUT RPT-PS                                           00003560
           EVALUATE TRUE                                                00003570
           WHEN C05-RPT-SUCCESS                                         00003580
             DISPLAY 'RPT-PS OPENED'                                    00003590
           WHEN OTHER                                                   00003600
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00003610
             MOVE 0008 TO WS-RETURN-CD                                  00003620
             PERFORM 9000-TERM-PARA                                     00003630
           END-EVALUATE                                                 00003640
           OPEN OUTPUT EFW-PS                                           00003650
           EVALUATE TRUE                                                00003660
           WHEN C05-EFW-SUCCESS                                         00003670
             DISPLAY 'EFW-PS OPENED'                                    00003680
           WHEN OTHER                                                   00003690
             DISPLAY 'EFW-PS OPEN FAILED ' WS-FST-EFW                   00003700
             MOVE 0008 TO WS-RETURN-CD                                  00003710
             PERFORM 9000-TERM-PARA                                     00003720
           END-EVALUATE                                                 00003730
           OPEN EXTEND AUDIT-PS                                         00003740
           EVALUATE TRUE                                                00003750
           WHEN C05-AUDIT-SUCCESS                                       00003760
             DISPLAY 'AUDIT-PS OPENED'                                  00003770
             SET WS-AUDIT-IS-OPEN TO TRUE                               00003780
           WHEN OTHER                                                   00003790
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00003800
             MOVE 0008 TO WS-RETURN-CD                                  00003810
             PERFORM 9000-TERM-PARA                                     00003820
           END-EVALUATE                                                 00003830
           .                                                            00003840
       3100-OPEN-PARA-EXIT.                                             00003850
           EXIT                                                         00003860
           .                                                            00003870
       3150-TITLE-PARA.                                                 00003880
           MOVE SPACES TO RPT-REC                                       00003890
           STRING 'QUARTERLY PAYROLL TAX RETURN WORKSHEET   YEAR: '     00003900
                  DELIMITED BY SIZE                                     00003910
                  WS-QTR-YEAR DELIMITED BY SIZE                         00003920
                  '   QUARTER: ' DELIMITED BY SIZE                      00003930
                  WS-QTR-NO   DELIMITED BY SIZE                         00003940
                  '   RUN DATE: ' DELIMITED BY SIZE                     00003950
                  WS-RUN-DATE DELIMITED BY SIZE                         00003960
                  INTO RPT-REC                                          00003970
           END-STRING                                                   00003980
           PERFORM 3050-RPT-WRITE-PARA                                  00003990
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004000
           MOVE SPACES TO RPT-REC                                       00004010
           STRING 'EMPLOYER ACCOUNT: ' DELIMITED BY SIZE                00004020
                  WS-ER-ACCT  DELIMITED BY SIZE                         00004030
                  '   UNEMPLOYMENT CODE: ' DELIMITED BY SIZE            00004040
                  WS-UI-CODE  DELIMITED BY SIZE                         00004050
                  INTO RPT-REC                                          00004060
           END-STRING                                                   00004070
           PERFORM 3050-RPT-WRITE-PARA                                  00004080
              THRU 3050-RPT-WRITE-PARA-EXIT                             00004090
           .                                                            00004100
       3150-TITLE-PARA-EXIT.                                            00004110
           EXIT                                                         00004120
           .                                                            00004130
      *-----------------------------------------------------------      00004140
      *    CYCLE HISTORY - SUM EVERY NETPAYFL LINE WHOSE RUN DATE       00004150
      *    FALLS IN THE QUARTER.  THE FIRST CYCLE OF A MONTH RUN ON     00004160
      *    OR AFTER THE 12TH IS THE CYCLE COVERING THE 12TH; EVERY      00004170
      *    EMPLOYEE IT PAID A BASE OR FINAL LINE COUNTS FOR THE         00004180
      *    MONTH.  LINES WRITTEN BEFORE PAYNET STAMPED THE RUN DATE     00004190
      *    CANNOT BE PLACED AND ARE ONLY COUNTED.                       00004200
      *-----------------------------------------------------------      00004210
       3200-HIST-READ-PARA.                                             00004220
           READ NPH-PS                                                  00004230
           EVALUATE TRUE                                                00004240
           WHEN C05-NPH-SUCCESS                                         00004250
             ADD 1 TO WS-READ-CT                                        00004260
             PERFORM 3210-HIST-LINE-PARA                                00004270
                THRU 3210-HIST-LINE-PARA-EXIT                           00004280
           WHEN C05-NPH-EOF                                             00004290
             CONTINUE                                                   00004300
           WHEN OTHER                                                   00004310
             DISPLAY 'NPH-PS READ FAILED ' WS-FST-NPH                   00004320
             MOVE 0008 TO WS-RETURN-CD                                  00004330
             MOVE 10 TO WS-FST-NPH                                      00004340
           END-EVALUATE                                                 00004350
           .                                                            00004360
       3200-HIST-READ-PARA-EXIT.                                        00004370
           EXIT                                                         00004380
           .                                                            00004390
       3210-HIST-LINE-PARA.                                             00004400
           IF NPH-RUN-DATE = SPACES                                     00004410
             ADD 1 TO WS-HS-UNDATED                                     00004420
             GO TO 3210-HIST-LINE-PARA-EXIT                             00004430
           END-IF                                                       00004440
           IF NPH-RUN-DATE(5:1) = '-'                                   00004450
             STRING NPH-RUN-DATE(1:4) NPH-RUN-DATE(6:2)                 00004460
                    NPH-RUN-DATE(9:2) DELIMITED BY SIZE                 00004470
                    INTO WS-HS-DATE8                                    00004480
             END-STRING                                                 00004490
           ELSE                                                         00004500
             MOVE NPH-RUN-DATE(1:8) TO WS-HS-DATE8                      00004510
           END-IF                                                       00004520
           IF WS-HS-DATE8 IS NOT NUMERIC OR                             00004530
              WS-HS-DATE8(1:4) NOT = WS-QTR-YEAR                        00004540
             GO TO 3210-HIST-LINE-PARA-EXIT                             00004550
           END-IF                                                       00004560
           MOVE WS-HS-DATE8(5:2) TO WS-MON-NO                           00004570
           IF WS-MON-NO < WS-FIRST-MONTH OR                             00004580
              WS-MON-NO > WS-FIRST-MONTH + 2                            00004590
             GO TO 3210-HIST-LINE-PARA-EXIT                             00004600
           END-IF                                                       00004610
           COMPUTE WS-MON-SUB = WS-MON-NO - WS-FIRST-MONTH + 1          00004620
           MOVE WS-HS-DATE8(7:2) TO WS-HS-DAY                           00004630
           IF WS-HS-DATE8 NOT = WS-HS-LAST-DATE                         00004640
             ADD 1 TO WS-HS-CYCLES                                      00004650
             MOVE WS-HS-DATE8 TO WS-HS-LAST-DATE                        00004660
             IF WS-HS-DAY >= 12 AND                                     00004670
                MT-12-DATE(WS-MON-SUB) = SPACES                         00004680
               MOVE WS-HS-DATE8 TO MT-12-DATE(WS-MON-SUB)               00004690
             END-IF                                                     00004700
           END-IF                                                       00004710
           ADD 1 TO WS-HS-LINES                                         00004720
           IF NPH-GROSS(1:7) IS NUMERIC AND                             00004730
              NPH-GROSS(9:2) IS NUMERIC                                 00004740
             MOVE NPH-GROSS TO WS-WORK-AMT                              00004750
             ADD WS-WORK-AMT TO WS-HS-GROSS                             00004760
             IF WS-HS-DATE8 = MT-12-DATE(WS-MON-SUB) AND                00004770
                WS-WORK-AMT > ZEROES AND                                00004780
                (NPH-EARN-CODE = 'BASE' OR NPH-EARN-CODE = 'FINL')      00004790
               ADD 1 TO MT-EMP12(WS-MON-SUB)                            00004800
             END-IF                                                     00004810
           END-IF                                                       00004820
           IF NPH-TAX(1:7) IS NUMERIC AND                               00004830
              NPH-TAX(9:2) IS NUMERIC                                   00004840
             MOVE NPH-TAX TO WS-WORK-AMT                                00004850
             ADD WS-WORK-AMT TO WS-HS-TAX                               00004860
           END-IF                                                       00004870
           .                                                            00004880
       3210-HIST-LINE-PARA-EXIT.                                        00004890
           EXIT                                                         00004900
           .                                                            00004910
       3250-EMPLOYER-REC-PARA.                                          00004920
           MOVE SPACES      TO EFW-EMPLOYER-REC                         00004930
           MOVE 'E'         TO EFE-REC-TYPE                             00004940
           MOVE WS-ER-ACCT  TO EFE-ACCT                                 00004950
           MOVE WS-QTR-YEAR TO EFE-YEAR                                 00004960
           MOVE WS-QTR-NO   TO EFE-QTR                                  00004970
           MOVE WS-UI-CODE  TO EFE-UI-CODE                              00004980
           MOVE MT-EMP12(1) TO EFE-EMP12(1)                             00004990
           MOVE MT-EMP12(2) TO EFE-EMP12(2)                             00005000
           MOVE MT-EMP12(3) TO EFE-EMP12(3)                             00005010
           WRITE EFW-EMPLOYER-REC                                       00005020
           ADD 1 TO WS-EFW-WRITE-CT                                     00005030
           .                                                            00005040
       3250-EMPLOYER-REC-PARA-EXIT.                                     00005050
           EXIT                                                         00005060
           .                                                            00005070
       3300-ACC-READ-PARA.                                              00005080
           READ QTR-PS NEXT RECORD                                      00005090
           EVALUATE TRUE                                                00005100
           WHEN C05-QTR-SUCCESS                                         00005110
             ADD 1 TO WS-READ-CT                                        00005120
             IF DL-QTR-YEAR = WS-QTR-YEAR AND                           00005130
                DL-QTR-MONTH IS NUMERIC                                 00005140
               MOVE DL-QTR-MONTH TO WS-MON-NO                           00005150
               IF WS-MON-NO >= WS-FIRST-MONTH AND                       00005160
                  WS-MON-NO <= WS-FIRST-MONTH + 2                       00005170
                 PERFORM 3310-ACC-FILE-PARA                             00005180
                    THRU 3310-ACC-FILE-PARA-EXIT                        00005190
               END-IF                                                   00005200
             END-IF                                                     00005210
           WHEN C05-QTR-EOF                                             00005220
             DISPLAY 'ACCUMULATOR RECORDS READ: ' WS-READ-CT            00005230
           WHEN OTHER                                                   00005240
             DISPLAY 'QTR-PS READ FAILED ' WS-FST-QTR                   00005250
             MOVE 0008 TO WS-RETURN-CD                                  00005260
             MOVE 10 TO WS-FST-QTR                                      00005270
           END-EVALUATE                                                 00005280
           .                                                            00005290
       3300-ACC-READ-PARA-EXIT.                                         00005300
           EXIT                                                         00005310
           .                                                            00005320
      *-----------------------------------------------------------      00005330
      *    CONTROL BREAK ON EMPLOYEE - THE CLUSTER IS KEYED BY          00005340
      *    EMPLOYEE, YEAR, MONTH, CODE, SO A SEQUENTIAL PASS            00005350
      *    ARRIVES ONE EMPLOYEE AT A TIME.                              00005360
      *-----------------------------------------------------------      00005370
       3310-ACC-FILE-PARA.                                              00005380
           EVALUATE TRUE                                                00005390
           WHEN WS-FIRST-EMP                                            00005400
             MOVE 'N' TO WS-FIRST-SW                                    00005410
             MOVE DL-QTR-NEMPID TO WS-CUR-EMP                           00005420
             PERFORM 3320-EMP-CLEAR-PARA                                00005430
                THRU 3320-EMP-CLEAR-PARA-EXIT                           00005440
           WHEN DL-QTR-NEMPID NOT = WS-CUR-EMP                          00005450
             PERFORM 3400-WAGE-REC-PARA                                 00005460
                THRU 3400-WAGE-REC-PARA-EXIT                            00005470
             MOVE DL-QTR-NEMPID TO WS-CUR-EMP                           00005480
             PERFORM 3320-EMP-CLEAR-PARA                                00005490
                THRU 3320-EMP-CLEAR-PARA-EXIT                           00005500
           WHEN OTHER                                                   00005510
             CONTINUE                                                   00005520
           END-EVALUATE                                                 00005530
           IF DL-QTR-EMPLNAME NOT = SPACES                              00005540
             MOVE DL-QTR-EMPLNAME TO WS-EMP-LNAME                       00005550
             MOVE DL-QTR-EMPFNAME TO WS-EMP-FNAME                       00005560
           END-IF                                                       00005570
           COMPUTE WS-MON-SUB = WS-MON-NO - WS-FIRST-MONTH + 1          00005580
           EVALUATE DL-QTR-CODE                                         00005590
           WHEN 'GROS'                                                  00005600
             ADD DL-QTR-AMT      TO WS-EMP-WAGES                        00005610
                                    MT-WAGES(WS-MON-SUB)                00005620
                                    WS-ACC-GROSS                        00005630
             ADD DL-QTR-CYCLE-CT TO WS-ACC-LINES                        00005640
           WHEN 'TAX '                                                  00005650
             ADD DL-QTR-AMT TO WS-EMP-TAX                               00005660
                               MT-LIAB(WS-MON-SUB)                      00005670
                               WS-ACC-TAX                               00005680
             PERFORM 3330-CODE-PARA                                     00005690
                THRU 3330-CODE-PARA-EXIT                                00005700
           WHEN OTHER                                                   00005710
             ADD DL-QTR-AMT TO MT-LIAB(WS-MON-SUB)                      00005720
             IF DL-QTR-CODE = WS-UI-CODE                                00005730
               ADD DL-QTR-WAGES TO WS-EMP-UI-WAGES                      00005740
             END-IF                                                     00005750
             PERFORM 3330-CODE-PARA                                     00005760
                THRU 3330-CODE-PARA-EXIT                                00005770
           END-EVALUATE                                                 00005780
           .                                                            00005790
       3310-ACC-FILE-PARA-EXIT.                                         00005800
           EXIT                                                         00005810
           .                                                            00005820
       3320-EMP-CLEAR-PARA.                                             00005830
           MOVE ZEROES TO WS-EMP-WAGES WS-EMP-UI-WAGES WS-EMP-TAX       00005840
           MOVE SPACES TO WS-EMP-LNAME WS-EMP-FNAME                     00005850
           .                                                            00005860
       3320-EMP-CLEAR-PARA-EXIT.                                        00005870
           EXIT                                                         00005880
           .                                                            00005890
       3330-CODE-PARA.                                                  00005900
           MOVE 'N' TO WS-FOUND-SW                                      00005910
           PERFORM 3340-CODE-FIND-PARA                                  00005920
              THRU 3340-CODE-FIND-PARA-EXIT                             00005930
              VARYING CD-IDX FROM 1 BY 1                                00005940
              UNTIL CD-IDX > WS-CODE-CT OR WS-FOUND                     00005950
           IF NOT WS-FOUND                                              00005960
             IF WS-CODE-CT < 30                                         00005970
               ADD 1 TO WS-CODE-CT                                      00005980
               SET CD-IDX TO WS-CODE-CT                                 00005990
               MOVE DL-QTR-CODE  TO CD-CODE(CD-IDX)                     00006000
               MOVE DL-QTR-WAGES TO CD-WAGES(CD-IDX)                    00006010
               MOVE DL-QTR-AMT   TO CD-AMT(CD-IDX)                      00006020
             ELSE                                                       00006030
               DISPLAY 'TAX CODE TABLE FULL - ' DL-QTR-CODE             00006040
                       ' LEFT OFF THE WORKSHEET'                        00006050
               IF WS-RETURN-CD = 0                                      00006060
                 MOVE 0004 TO WS-RETURN-CD                              00006070
               END-IF                                                   00006080
             END-IF                                                     00006090
           END-IF                                                       00006100
           .                                                            00006110
       3330-CODE-PARA-EXIT.                                             00006120
           EXIT                                                         00006130
           .                                                            00006140
       3340-CODE-FIND-PARA.                                             00006150
           IF CD-CODE(CD-IDX) = DL-QTR-CODE                             00006160
             ADD DL-QTR-WAGES TO CD-WAGES(CD-IDX)                       00006170
             ADD DL-QTR-AMT   TO CD-AMT(CD-IDX)                         00006180
             MOVE 'Y' TO WS-FOUND-SW                                    00006190
           END-IF                                                       00006200
           .                                                            00006210
       3340-CODE-FIND-PARA-EXIT.                                        00006220
           EXIT                                                         00006230
           .                                                            00006240
      *-----------------------------------------------------------      00006250
      *    ONE EMPLOYEE'S WAGE DETAIL RECORD FOR THE FILING.            00006260
      *-----------------------------------------------------------      00006270
       3400-WAGE-REC-PARA.                                              00006280
           IF WS-EMP-WAGES = ZEROES AND WS-EMP-TAX = ZEROES             00006290
             GO TO 3400-WAGE-REC-PARA-EXIT                              00006300
           END-IF                                                       00006310
           ADD 1 TO WS-EMP-CT                                           00006320
           MOVE SPACES          TO EFW-WAGE-REC                         00006330
           MOVE 'S'             TO EFS-REC-TYPE                         00006340
           MOVE WS-CUR-EMP      TO EFS-NEMPID                           00006350
           MOVE WS-EMP-LNAME    TO EFS-EMPLNAME                         00006360
           MOVE WS-EMP-FNAME    TO EFS-EMPFNAME                         00006370
           MOVE WS-EMP-WAGES    TO EFS-WAGES                            00006380
           MOVE WS-EMP-UI-WAGES TO EFS-UI-WAGES                         00006390
           MOVE WS-EMP-TAX      TO EFS-TAX                              00006400
           WRITE EFW-WAGE-REC                                           00006410
           ADD 1 TO WS-EFW-WRITE-CT                                     00006420
           ADD WS-EMP-WAGES    TO WS-TOT-WAGES                          00006430
           ADD WS-EMP-UI-WAGES TO WS-TOT-UI-WAGES                       00006440
           ADD WS-EMP-TAX      TO WS-TOT-TAX                            00006450
           .                                                            00006460
       3400-WAGE-REC-PARA-EXIT.                                         00006470
           EXIT                                                         00006480
           .                                                            00006490
       3450-TOTAL-REC-PARA.                                             00006500
           MOVE SPACES          TO EFW-TOTAL-REC                        00006510
           MOVE 'T'             TO EFT-REC-TYPE                         00006520
           MOVE WS-EMP-CT       TO EFT-EMP-CT                           00006530
           MOVE WS-TOT-WAGES    TO EFT-WAGES                            00006540
           MOVE WS-TOT-UI-WAGES TO EFT-UI-WAGES                         00006550
           MOVE WS-TOT-TAX      TO EFT-TAX                              00006560
           WRITE EFW-TOTAL-REC                                          00006570
           ADD 1 TO WS-EFW-WRITE-CT                                     00006580
           .                                                            00006590
       3450-TOTAL-REC-PARA-EXIT.                                        00006600
           EXIT                                                         00006610
           .                                                            00006620
      *-----------------------------------------------------------      00006630
      *    THE RETURN WORKSHEET - QUARTER TOTALS, TAXABLE WAGES         00006640
      *    AND TAX BY CODE, AND THE MONTHLY LIABILITY SCHEDULE.         00006650
      *-----------------------------------------------------------      00006660
       3500-WORKSHEET-PARA.                                             00006670
           MOVE ALL '=' TO RPT-REC                                      00006680
           PERFORM 3050-RPT-WRITE-PARA                                  00006690
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006700
           MOVE SPACES TO RPT-REC                                       00006710
           MOVE WS-TOT-WAGES TO WS-BIG-ED                               00006720
           STRING 'TOTAL WAGES PAID.........: ' DELIMITED BY SIZE       00006730
                  WS-BIG-ED DELIMITED BY SIZE                           00006740
                  INTO RPT-REC                                          00006750
           END-STRING                                                   00006760
           PERFORM 3050-RPT-WRITE-PARA                                  00006770
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006780
           MOVE SPACES TO RPT-REC                                       00006790
           MOVE WS-TOT-TAX TO WS-BIG-ED                                 00006800
           STRING 'INCOME TAX WITHHELD......: ' DELIMITED BY SIZE       00006810
                  WS-BIG-ED DELIMITED BY SIZE                           00006820
                  INTO RPT-REC                                          00006830
           END-STRING                                                   00006840
           PERFORM 3050-RPT-WRITE-PARA                                  00006850
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006860
           MOVE SPACES TO RPT-REC                                       00006870
           MOVE WS-EMP-CT TO WS-CT-ED                                   00006880
           STRING 'EMPLOYEES PAID IN QUARTER: ' DELIMITED BY SIZE       00006890
                  WS-CT-ED DELIMITED BY SIZE                            00006900
                  INTO RPT-REC                                          00006910
           END-STRING                                                   00006920
           PERFORM 3050-RPT-WRITE-PARA                                  00006930
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006940
           MOVE SPACES TO RPT-REC                                       00006950
           PERFORM 3050-RPT-WRITE-PARA                                  00006960
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006970
           MOVE SPACES TO RPT-REC                                       00006980
           STRING 'TAX CODE        TAXABLE WAGES                TAX'    00006990
                  DELIMITED BY SIZE                                     00007000
                  INTO RPT-REC                                          00007010
           END-STRING                                                   00007020
           PERFORM 3050-RPT-WRITE-PARA                                  00007030
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007040
           PERFORM 3510-CODE-LINE-PARA                                  00007050
              THRU 3510-CODE-LINE-PARA-EXIT                             00007060
              VARYING CD-IDX FROM 1 BY 1                                00007070
              UNTIL CD-IDX > WS-CODE-CT                                 00007080
           MOVE SPACES TO RPT-REC                                       00007090
           PERFORM 3050-RPT-WRITE-PARA                                  00007100
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007110
           MOVE SPACES TO RPT-REC                                       00007120
           STRING 'MONTH  EMPLOYEES ON 12TH              WAGES'         00007130
                  '          LIABILITY' DELIMITED BY SIZE               00007140
                  INTO RPT-REC                                          00007150
           END-STRING                                                   00007160
           PERFORM 3050-RPT-WRITE-PARA                                  00007170
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007180
           PERFORM 3520-MONTH-LINE-PARA                                 00007190
              THRU 3520-MONTH-LINE-PARA-EXIT                            00007200
              VARYING WS-MON-SUB FROM 1 BY 1                            00007210
              UNTIL WS-MON-SUB > 3                                      00007220
           MOVE SPACES TO RPT-REC                                       00007230
           MOVE WS-TOT-LIAB TO WS-BIG-ED                                00007240
           STRING 'TOTAL LIABILITY FOR QUARTER........'                 00007250
                  '        ' DELIMITED BY SIZE                          00007260
                  WS-BIG-ED DELIMITED BY SIZE                           00007270
                  INTO RPT-REC                                          00007280
           END-STRING                                                   00007290
           PERFORM 3050-RPT-WRITE-PARA                                  00007300
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007310
           .                                                            00007320
       3500-WORKSHEET-PARA-EXIT.                                        00007330
           EXIT                                                         00007340
           .                                                            00007350
       3510-CODE-LINE-PARA.                                             00007360
           MOVE SPACES TO RPT-REC                                       00007370
           MOVE CD-CODE(CD-IDX) TO RPT-REC(1:4)                         00007380
           MOVE CD-WAGES(CD-IDX) TO WS-BIG-ED                           00007390
           MOVE WS-BIG-ED TO RPT-REC(10:17)                             00007400
           MOVE CD-AMT(CD-IDX) TO WS-BIG-ED                             00007410
           MOVE WS-BIG-ED TO RPT-REC(33:17)                             00007420
           PERFORM 3050-RPT-WRITE-PARA                                  00007430
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007440
           .                                                            00007450
       3510-CODE-LINE-PARA-EXIT.                                        00007460
           EXIT                                                         00007470
           .                                                            00007480
       3520-MONTH-LINE-PARA.                                            00007490
           ADD MT-LIAB(WS-MON-SUB) TO WS-TOT-LIAB                       00007500
           MOVE SPACES TO RPT-REC                                       00007510
           MOVE MT-MONTH(WS-MON-SUB) TO RPT-REC(2:2)                    00007520
           MOVE MT-EMP12(WS-MON-SUB) TO WS-CT-ED                        00007530
           MOVE WS-CT-ED TO RPT-REC(14:6)                               00007540
           MOVE MT-WAGES(WS-MON-SUB) TO WS-BIG-ED                       00007550
           MOVE WS-BIG-ED TO RPT-REC(26:17)                             00007560
           MOVE MT-LIAB(WS-MON-SUB) TO WS-BIG-ED                        00007570
           MOVE WS-BIG-ED TO RPT-REC(44:17)                             00007580
           IF MT-12-DATE(WS-MON-SUB) = SPACES                           00007590
             MOVE 'NO CYCLE RAN ON OR AFTER THE 12TH'                   00007600
               TO RPT-REC(64:33)                                        00007610
           END-IF                                                       00007620
           PERFORM 3050-RPT-WRITE-PARA                                  00007630
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007640
           .                                                            00007650
       3520-MONTH-LINE-PARA-EXIT.                                       00007660
           EXIT                                                         00007670
           .                                                            00007680
      *-----------------------------------------------------------      00007690
      *    THE ACCUMULATOR'S QUARTER AGAINST THE SUM OF THE             00007700
      *    QUARTER'S NETPAYFL CYCLES - GROSS, TAX, AND THE NUMBER       00007710
      *    OF LINES POSTED.  ANY DIFFERENCE IS A BREAK.                 00007720
      *-----------------------------------------------------------      00007730
       3600-RECON-PARA.                                                 00007740
           MOVE ALL '=' TO RPT-REC                                      00007750
           PERFORM 3050-RPT-WRITE-PARA                                  00007760
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007770
           MOVE SPACES TO RPT-REC                                       00007780
           MOVE WS-HS-CYCLES TO WS-CT-ED                                00007790
           STRING 'RECONCILIATION TO THE NETPAYFL CYCLE HISTORY - '     00007800
                  DELIMITED BY SIZE                                     00007810
                  WS-CT-ED DELIMITED BY SIZE                            00007820
                  ' CYCLES IN QUARTER' DELIMITED BY SIZE                00007830
                  INTO RPT-REC                                          00007840
           END-STRING                                                   00007850
           PERFORM 3050-RPT-WRITE-PARA                                  00007860
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007870
           MOVE SPACES TO RPT-REC                                       00007880
           STRING '                ACCUMULATOR    CYCLE HISTORY'        00007890
                  DELIMITED BY SIZE                                     00007900
                  INTO RPT-REC                                          00007910
           END-STRING                                                   00007920
           PERFORM 3050-RPT-WRITE-PARA                                  00007930
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007940
           MOVE SPACES TO RPT-REC                                       00007950
           MOVE 'GROSS' TO RPT-REC(1:5)                                 00007960
           MOVE WS-ACC-GROSS TO WS-BIG-ED                               00007970
           MOVE WS-BIG-ED TO RPT-REC(10:17)                             00007980
           MOVE WS-HS-GROSS TO WS-BIG-ED                                00007990
           MOVE WS-BIG-ED TO RPT-REC(29:17)                             00008000
           IF WS-ACC-GROSS NOT = WS-HS-GROSS                            00008010
             MOVE '*** BREAK ***' TO RPT-REC(49:13)                     00008020
             SET WS-RECON-BREAK TO TRUE                                 00008030
           END-IF                                                       00008040
           PERFORM 3050-RPT-WRITE-PARA                                  00008050
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008060
           MOVE SPACES TO RPT-REC                                       00008070
           MOVE 'TAX' TO RPT-REC(1:3)                                   00008080
           MOVE WS-ACC-TAX TO WS-BIG-ED                                 00008090
           MOVE WS-BIG-ED TO RPT-REC(10:17)                             00008100
           MOVE WS-HS-TAX TO WS-BIG-ED                                  00008110
           MOVE WS-BIG-ED TO RPT-REC(29:17)                             00008120
           IF WS-ACC-TAX NOT = WS-HS-TAX                                00008130
             MOVE '*** BREAK ***' TO RPT-REC(49:13)                     00008140
             SET WS-RECON-BREAK TO TRUE                                 00008150
           END-IF                                                       00008160
           PERFORM 3050-RPT-WRITE-PARA                                  00008170
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008180
           MOVE SPACES TO RPT-REC                                       00008190
           MOVE 'LINES' TO RPT-REC(1:5)                                 00008200
           MOVE WS-ACC-LINES TO WS-LINE-ED                              00008210
           MOVE WS-LINE-ED TO RPT-REC(19:8)                             00008220
           MOVE WS-HS-LINES TO WS-LINE-ED                               00008230
           MOVE WS-LINE-ED TO RPT-REC(38:8)                             00008240
           IF WS-ACC-LINES NOT = WS-HS-LINES                            00008250
             MOVE '*** BREAK ***' TO RPT-REC(49:13)                     00008260
             SET WS-RECON-BREAK TO TRUE                                 00008270
           END-IF                                                       00008280
           PERFORM 3050-RPT-WRITE-PARA                                  00008290
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008300
           IF WS-HS-UNDATED > ZEROES                                    00008310
             MOVE SPACES TO RPT-REC                                     00008320
             MOVE WS-HS-UNDATED TO WS-LINE-ED                           00008330
             STRING 'HISTORY LINES WITH NO RUN DATE (NOT PLACED): '     00008340
                    DELIMITED BY SIZE                                   00008350
                    WS-LINE-ED DELIMITED BY SIZE                        00008360
                    INTO RPT-REC                                        00008370
             END-STRING                                                 00008380
             PERFORM 3050-RPT-WRITE-PARA                                00008390
                THRU 3050-RPT-WRITE-PARA-EXIT                           00008400
           END-IF                                                       00008410
           MOVE SPACES TO RPT-REC                                       00008420
           IF WS-RECON-BREAK                                            00008430
             STRING '*** QUARTER DOES NOT RECONCILE TO THE SUM OF '     00008440
                    'ITS CYCLES - RESOLVE BEFORE FILING ***'            00008450
                    DELIMITED BY SIZE                                   00008460
                    INTO RPT-REC                                        00008470
             END-STRING                                                 00008480
             IF WS-RETURN-CD = 0                                        00008490
               MOVE 0004 TO WS-RETURN-CD                                00008500
             END-IF                                                     00008510
           ELSE                                                         00008520
             MOVE 'QUARTER RECONCILES TO THE SUM OF ITS CYCLES'         00008530
               TO RPT-REC                                               00008540
           END-IF                                                       00008550
           PERFORM 3050-RPT-WRITE-PARA                                  00008560
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008570
           .                                                            00008580
       3600-RECON-PARA-EXIT.                                            00008590
           EXIT                                                         00008600
           .                                                            00008610
       3900-CLOSE-PARA.                                                 00008620
           CLOSE QTR-PS NPH-PS RPT-PS EFW-PS                            00008630
           DISPLAY 'WAGE DETAIL RECORDS WRITTEN: ' WS-EMP-CT            00008640
           .                                                            00008650
       3900-CLOSE-PARA-EXIT.                                            00008660
           EXIT                                                         00008670
           .                                                            00008680
       9000-TERM-PARA.                                                  00008690
           IF WS-AUDIT-IS-OPEN                                          00008700
             MOVE SPACES            TO DL-AUDIT-REC                     00008710
             MOVE 'PAYQTR'          TO DL-AUDIT-PGM                     00008720
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00008730
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00008740
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00008750
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00008760
             MOVE WS-EFW-WRITE-CT   TO DL-AUDIT-WRITE-CT                00008770
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00008780
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00008790
             PERFORM 9100-AUDIT-CHAIN-PARA                              00008791
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00008792
             WRITE DL-AUDIT-REC                                         00008793
             CLOSE AUDIT-PS                                             00008810
           END-IF                                                       00008820
           MOVE WS-RETURN-CD TO RETURN-CODE                             00008830
           STOP RUN                                                     00008840
           .                                                            00008850
      *-----------------------------------------------------------      00008851
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00008852
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00008853
      *    FIRST RECORD OF THE DAY.                                     00008854
      *-----------------------------------------------------------      00008855
       9100-AUDIT-CHAIN-PARA.                                           00008856
           MOVE SPACES       TO DL-CHN-PARMS                            00008857
           MOVE 'NXT'        TO DL-CHN-FUNC                             00008858
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00008859
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00008860
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00008861
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00008862
             ON EXCEPTION                                               00008863
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00008864
                       'CHAINED'                                        00008865
           END-CALL                                                     00008866
           IF DL-CHN-ANCHORED                                           00008867
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00008868
           END-IF                                                       00008869
           IF DL-CHN-OK                                                 00008870
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00008871
           END-IF                                                       00008872
           .                                                            00008873
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00008874
           EXIT                                                         00008875
           .                                                            00008876

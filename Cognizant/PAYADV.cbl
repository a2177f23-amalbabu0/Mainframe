       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYADV.                                              00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    PER-CYCLE PAY ADVICES, RUN AFTER THE PAYMENT STEPS.  ONE     00000060
      *    ADVICE PER EMPLOYEE ON NETPAYFL (THE EMPLOYEE'S LINES        00000070
      *    ARE CONTIGUOUS - BASE OR FINAL PAY FIRST, THEN EVERY         00000080
      *    ONE-TIME EARNINGS LINE): EACH EARNINGS LINE WITH ITS         00000090
      *    GROSS, TAX, DEDUCTIONS AND NET, EACH TAX BRACKET,            00000100
      *    DEDUCTION AND GARNISHMENT CODE BEHIND THEM (FROM THE         00000110
      *    ADVDTL FILE PAYNET WRITES IN STEP WITH NETPAYFL,             00000120
      *    DLADVDTL LAYOUT), THIS CYCLE'S NET, THE YEAR-TO-DATE         00000130
      *    FIGURES FROM THE ANNUAL ACCUMULATOR (ANNACC, DLANNACC        00000140
      *    LAYOUT), AND WHERE THE MONEY WENT - THE DEPOSIT ACCOUNT      00000150
      *    FROM THE BANK MASTER (EMPBANK, DLBANK LAYOUT) MASKED TO      00000160
      *    ITS LAST FOUR CHARACTERS, OR A PAPER CHECK.                  00000170
      *    THE ADVICES GO TO A PRINT STREAM (ADVPRT) AND TO THE         00000180
      *    DOCUMENT VENDOR AS A PIPE-DELIMITED FEED (ADVFILE):          00000190
      *      HDR|RUN-DATE                                               00000200
      *      EMP|EMPID|FIRST|LAST|RUN-DATE|ACCOUNT|METHOD               00000210
      *      ERN|EMPID|LINE|GROSS|TAX|DEDUCT|NET                        00000220
      *      DED|EMPID|TYPE|CODE|AMOUNT|YTD                             00000230
      *      NET|EMPID|GROSS|TAX|DEDUCT|NET|GROSS-YTD|TAX-YTD|NET-YTD   00000240
      *      TRL|ADVICE-COUNT|NET-HASH-TOTAL                            00000250
      *    A CONTROL PAGE TIES THE ADVICES BACK TO NETPAYFL - ITS       00000260
      *    EMPLOYEE COUNT, LINE COUNT AND NET TOTAL - AND ANY           00000270
      *    BREAK, OR AN ADVDTL FILE OUT OF STEP WITH NETPAYFL, ENDS     00000280
      *    THE STEP RC 4.  READ-ONLY AGAINST EVERY MASTER.              00000290
      *    PARM: '&RUNDATE' - THE PAY DATE; ITS YEAR SELECTS THE        00000300
      *    YEAR-TO-DATE FIGURES.                                        00000310
      *-----------------------------------------------------------      00000320
       ENVIRONMENT DIVISION.                                            00000330
       INPUT-OUTPUT SECTION.                                            00000340
       FILE-CONTROL.                                                    00000350
           SELECT NETPAY-PS ASSIGN TO NETPAYFL                          00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           ACCESS IS SEQUENTIAL                                         00000380
           FILE STATUS IS WS-FST-NETPAY                                 00000390
           .                                                            00000400
           SELECT ADV-PS ASSIGN TO ADVDTL                               00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           ACCESS IS SEQUENTIAL                                         00000430
           FILE STATUS IS WS-FST-ADV                                    00000440
           .                                                            00000450
           SELECT OPTIONAL ANN-PS ASSIGN TO ANNACC                      00000460
           ORGANIZATION IS INDEXED                                      00000470
           ACCESS IS RANDOM                                             00000480
           RECORD KEY IS DL-ANN-KEY                                     00000490
           FILE STATUS IS WS-FST-ANN                                    00000500
           .                                                            00000510
           SELECT OPTIONAL BANK-PS ASSIGN TO EMPBANK                    00000520
           ORGANIZATION IS INDEXED                                      00000530
           ACCESS IS RANDOM                                             00000540
           RECORD KEY IS DL-BANK-NEMPID                                 00000550
           FILE STATUS IS WS-FST-BANK                                   00000560
           .                                                            00000570
           SELECT RPT-PS ASSIGN TO ADVPRT                               00000580
           ORGANIZATION IS SEQUENTIAL                                   00000590
           ACCESS IS SEQUENTIAL                                         00000600
           FILE STATUS IS WS-FST-RPT                                    00000610
           .                                                            00000620
           SELECT EXTR-PS ASSIGN TO ADVFILE                             00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           ACCESS IS SEQUENTIAL                                         00000650
           FILE STATUS IS WS-FST-EXTR                                   00000660
           .                                                            00000670
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           ACCESS IS SEQUENTIAL                                         00000700
           FILE STATUS IS WS-FST-AUDIT                                  00000710
           .                                                            00000720
       DATA DIVISION.                                                   00000730
       FILE SECTION.                                                    00000740
       FD NETPAY-PS                                                     00000750
           RECORD CONTAINS 80 CHARACTERS.                               00000760
       01 NETPAY-REC.                                                   00000770
         05 NP-NEMPID           PIC X(06).                              00000780
         05 F                   PIC X(01).                              00000790
         05 NP-GROSS            PIC 9(07).9(02).                        00000800
         05 F                   PIC X(01).                              00000810
         05 NP-TAX              PIC 9(07).9(02).                        00000820
         05 F                   PIC X(01).                              00000830
         05 NP-DEDUCT           PIC 9(07).9(02).                        00000840
         05 F                   PIC X(01).                              00000850
         05 NP-NET              PIC 9(07).9(02).                        00000860
         05 F                   PIC X(01).                              00000870
         05 NP-EARN-CODE        PIC X(04).                              00000880
         05 F                   PIC X(01).                              00000890
         05 NP-EMPGROUP         PIC X(02).                              00000900
         05 F                   PIC X(01).                              00000910
         05 NP-RUN-DATE         PIC X(10).                              00000920
         05 F                   PIC X(11).                              00000930
       FD ADV-PS                                                        00000940
           RECORD CONTAINS 80 CHARACTERS.                               00000950
           COPY DLADVDTL.                                               00000960
       FD ANN-PS                                                        00000970
           RECORD CONTAINS 80 CHARACTERS.                               00000980
           COPY DLANNACC.                                               00000990
       FD BANK-PS                                                       00001000
           RECORD CONTAINS 80 CHARACTERS.                               00001010
           COPY DLBANK.                                                 00001020
       FD RPT-PS                                                        00001030
           RECORD CONTAINS 132 CHARACTERS.                              00001040
       01 RPT-REC                PIC X(132).                            00001050
       FD EXTR-PS                                                       00001060
           RECORD CONTAINS 132 CHARACTERS.                              00001070
       01 EXTR-REC               PIC X(132).                            00001080
       FD AUDIT-PS                                                      00001090
           RECORD CONTAINS 100 CHARACTERS.                              00001100
           COPY DLAUDIT.                                                00001110
       WORKING-STORAGE SECTION.                                         00001120
       01 WS-VARS.                                                      00001130
         05 WS-FST-NETPAY PIC 9(02).                                    00001140
           88 C05-NETPAY-SUCCESS VALUE 00.                              00001150
           88 C05-NETPAY-EOF     VALUE 10.                              00001160
         05 WS-FST-ADV   PIC 9(02).                                     00001170
           88 C05-ADV-SUCCESS   VALUE 00.                               00001180
           88 C05-ADV-EOF       VALUE 10.                               00001190
         05 WS-FST-ANN   PIC 9(02).                                     00001200
           88 C05-ANN-SUCCESS   VALUE 00 05.                            00001210
         05 WS-FST-BANK  PIC 9(02).                                     00001220
           88 C05-BANK-SUCCESS  VALUE 00 05.                            00001230
         05 WS-FST-RPT   PIC 9(02).                                     00001240
           88 C05-RPT-SUCCESS   VALUE 00.                               00001250
         05 WS-FST-EXTR  PIC 9(02).                                     00001260
           88 C05-EXTR-SUCCESS  VALUE 00.                               00001270
         05 WS-FST-AUDIT PIC 9(02).                                     00001280
           88 C05-AUDIT-SUCCESS VALUE 00.                               00001290
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001300
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00001310
         05 WS-ANN-OPEN-SW   PIC X(01) VALUE 'N'.                       00001320
           88 WS-ANN-IS-OPEN    VALUE 'Y'.                              00001330
         05 WS-BANK-OPEN-SW  PIC X(01) VALUE 'N'.                       00001340
           88 WS-BANK-IS-OPEN   VALUE 'Y'.                              00001350
         05 WS-AUDIT-START-TS  PIC X(15).                               00001360
         05 WS-RUN-DATE        PIC X(10).                               00001370
         05 WS-YTD-YEAR        PIC X(04).                               00001380
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001390
         05 WS-SKIP-CT         PIC 9(06) VALUE ZEROES.                  00001400
         05 WS-NP-EMP-CT       PIC 9(06) VALUE ZEROES.                  00001410
         05 WS-ADV-CT          PIC 9(06) VALUE ZEROES.                  00001420
         05 WS-ADV-LINE-CT     PIC 9(06) VALUE ZEROES.                  00001430
         05 WS-DTL-READ-CT     PIC 9(06) VALUE ZEROES.                  00001440
         05 WS-DTL-OOS-CT      PIC 9(06) VALUE ZEROES.                  00001450
         05 WS-DEPOSIT-CT      PIC 9(06) VALUE ZEROES.                  00001460
         05 WS-CHECK-CT        PIC 9(06) VALUE ZEROES.                  00001470
         05 WS-RPT-WRITE-CT    PIC 9(06) VALUE ZEROES.                  00001480
         05 WS-EXTR-WRITE-CT   PIC 9(06) VALUE ZEROES.                  00001490
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001500
         05 WS-LAST-NP-EMP     PIC X(06) VALUE SPACES.                  00001510
         05 WS-CUR-EMP         PIC X(06) VALUE SPACES.                  00001520
         05 WS-CUR-FNAME       PIC X(10).                               00001530
         05 WS-CUR-LNAME       PIC X(10).                               00001540
         05 WS-FIRST-SW        PIC X(01) VALUE 'Y'.                     00001550
           88 WS-FIRST-EMP     VALUE 'Y'.                               00001560
         05 WS-LINE-OK-SW      PIC X(01).                               00001570
           88 WS-LINE-OK       VALUE 'Y'.                               00001580
         05 WS-DTL-END-SW      PIC X(01).                               00001590
           88 WS-DTL-END       VALUE 'Y'.                               00001600
         05 WS-FOUND-SW        PIC X(01).                               00001610
           88 WS-FOUND          VALUE 'Y'.                              00001620
      *-----------------------------------------------------------      00001630
      *    ONE NETPAYFL LINE AS NUMBERS.                                00001640
      *-----------------------------------------------------------      00001650
         05 WS-GROSS-NUM       PIC 9(07)V9(02).                         00001660
         05 WS-TAX-NUM         PIC 9(07)V9(02).                         00001670
         05 WS-DEDUCT-NUM      PIC 9(07)V9(02).                         00001680
         05 WS-NET-NUM         PIC 9(07)V9(02).                         00001690
      *-----------------------------------------------------------      00001700
      *    ONE EMPLOYEE'S LINES AND CODES FOR THE ADVICE IN             00001710
      *    PROGRESS - CODES ADD UP ACROSS THE LINES BY TYPE AND         00001720
      *    CODE SO EACH APPEARS ONCE ON THE ADVICE.                     00001730
      *-----------------------------------------------------------      00001740
         05 WS-EMP-GROSS       PIC 9(09)V9(02).                         00001750
         05 WS-EMP-TAX         PIC 9(09)V9(02).                         00001760
         05 WS-EMP-DEDUCT      PIC 9(09)V9(02).                         00001770
         05 WS-EMP-NET         PIC 9(09)V9(02).                         00001780
         05 WS-LIN-CT          PIC 9(02).                               00001790
         05 WS-LIN-TBL OCCURS 20 TIMES INDEXED BY LIN-IDX.              00001800
           10 LN-CODE          PIC X(04).                               00001810
           10 LN-GROSS         PIC 9(07)V9(02).                         00001820
           10 LN-TAX           PIC 9(07)V9(02).                         00001830
           10 LN-DEDUCT        PIC 9(07)V9(02).                         00001840
           10 LN-NET           PIC 9(07)V9(02).                         00001850
         05 WS-COD-CT          PIC 9(02).                               00001860
         05 WS-COD-TBL OCCURS 40 TIMES INDEXED BY COD-IDX.              00001870
           10 CD-TYPE          PIC X(01).                               00001880
           10 CD-CODE          PIC X(04).                               00001890
           10 CD-AMT           PIC 9(07)V9(02).                         00001900
      *-----------------------------------------------------------      00001910
      *    YEAR-TO-DATE LOOKUP AND PAYMENT METHOD.                      00001920
      *-----------------------------------------------------------      00001930
         05 WS-YTD-CODE        PIC X(04).                               00001940
         05 WS-YTD-AMT         PIC 9(11)V9(02).                         00001950
         05 WS-YTD-GROSS       PIC 9(11)V9(02).                         00001960
         05 WS-YTD-TAX         PIC 9(11)V9(02).                         00001970
         05 WS-YTD-NET         PIC 9(11)V9(02).                         00001980
         05 WS-PAY-METHOD      PIC X(07).                               00001990
         05 WS-MASK-ACCT       PIC X(08).                               00002000
         05 WS-ACCT-POS        PIC S9(04) COMP.                         00002010
         05 WS-ACCT-END        PIC S9(04) COMP.                         00002020
      *-----------------------------------------------------------      00002030
      *    CONTROL TOTALS.                                              00002040
      *-----------------------------------------------------------      00002050
         05 WS-NP-NET-TOT      PIC 9(11)V9(02) VALUE ZEROES.            00002060
         05 WS-ADV-NET-TOT     PIC 9(11)V9(02) VALUE ZEROES.            00002070
         05 WS-CTL-LINE-CT     PIC 9(06) VALUE ZEROES.                  00002080
         05 WS-AMT-ED          PIC Z,ZZZ,ZZ9.99.                        00002090
         05 WS-AMT-ED2         PIC Z,ZZZ,ZZ9.99.                        00002100
         05 WS-AMT-ED3         PIC Z,ZZZ,ZZ9.99.                        00002110
         05 WS-AMT-ED4         PIC Z,ZZZ,ZZ9.99.                        00002120
         05 WS-YTD-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00002130
         05 WS-BIG-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00002140
         05 WS-CT-ED           PIC ZZZZZ9.                              00002150
         05 WS-AMT-X           PIC 9(07).9(02).                         00002160
         05 WS-AMT-X2          PIC 9(07).9(02).                         00002170
         05 WS-AMT-X3          PIC 9(07).9(02).                         00002180
         05 WS-AMT-X4          PIC 9(07).9(02).                         00002190
         05 WS-YTD-X           PIC 9(11).9(02).                         00002200
         05 WS-YTD-X2          PIC 9(11).9(02).                         00002210
         05 WS-YTD-X3          PIC 9(11).9(02).                         00002220
         05 WS-EMP-X           PIC 9(09).9(02).                         00002230
         05 WS-EMP-X2          PIC 9(09).9(02).                         00002240
         05 WS-EMP-X3          PIC 9(09).9(02).                         00002250
         05 WS-EMP-X4          PIC 9(09).9(02).                         00002260
         05 WS-ADV-CT-X        PIC 9(06).                               00002270
         05 WS-HASH-X          PIC 9(11).9(02).                         00002280
       COPY DLCHAIN.                                                    00002281
       LINKAGE SECTION.                                                 00002290
       01 LK-PARM-REC.                                                  00002300
           05 LK-RUN-DATE    PIC X(10).                                 00002310
       PROCEDURE DIVISION USING LK-PARM-REC.                            00002320
       0000-MAIN-PARA.                                                  00002330
           PERFORM 1000-INIT-PARA                                       00002340
              THRU 1000-INIT-PARA-EXIT                                  00002350
           PERFORM 3000-PROC-PARA                                       00002360
              THRU 3000-PROC-PARA-EXIT                                  00002370
           PERFORM 9000-TERM-PARA                                       00002380
           .                                                            00002390
       1000-INIT-PARA.                                                  00002400
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00002410
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00002420
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00002430
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00002440
               END-ACCEPT                                               00002450
           ELSE                                                         00002460
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00002470
           END-IF                                                       00002480
           MOVE WS-RUN-DATE(1:4) TO WS-YTD-YEAR                         00002490
           .                                                            00002500
       1000-INIT-PARA-EXIT.                                             00002510
           EXIT                                                         00002520
           .                                                            00002530
       3000-PROC-PARA.                                                  00002540
           PERFORM 3100-OPEN-PARA                                       00002550
              THRU 3100-OPEN-PARA-EXIT                                  00002560
           PERFORM 3150-HEADER-PARA                                     00002570
              THRU 3150-HEADER-PARA-EXIT                                00002580
           PERFORM 3200-NETPAY-READ-PARA                                00002590
              THRU 3200-NETPAY-READ-PARA-EXIT                           00002600
              UNTIL C05-NETPAY-EOF                                      00002610
           IF NOT WS-FIRST-EMP                                          00002620
             PERFORM 3400-ADVICE-PARA                                   00002630
                THRU 3400-ADVICE-PARA-EXIT                              00002640
           END-IF                                                       00002650
           PERFORM 3340-DTL-TAIL-PARA                                   00002660
              THRU 3340-DTL-TAIL-PARA-EXIT                              00002670
           PERFORM 3600-CONTROL-PARA                                    00002680
              THRU 3600-CONTROL-PARA-EXIT                               00002690
           PERFORM 3900-CLOSE-PARA                                      00002700
              THRU 3900-CLOSE-PARA-EXIT                                 00002710
           .                                                            00002720
       3000-PROC-PARA-EXIT.                                             00002730
           EXIT                                                         00002740
           .                                                            00002750
       3050-RPT-WRITE-PARA.                                             00002760
           WRITE RPT-REC                                                00002770
           ADD 1 TO WS-RPT-WRITE-CT                                     00002780
           .                                                            00002790
       3050-RPT-WRITE-PARA-EXIT.                                        00002800
           EXIT                                                         00002810
           .                                                            00002820
       3060-EXTR-WRITE-PARA.                                            00002830
           WRITE EXTR-REC                                               00002840
           ADD 1 TO WS-EXTR-WRITE-CT                                    00002850
           .                                                            00002860
       3060-EXTR-WRITE-PARA-EXIT.                                       00002870
           EXIT                                                         00002880
           .                                                            00002890
       3100-OPEN-PARA.                                                  00002900
           OPEN INPUT NETPAY-PS                                         00002910
           EVALUATE TRUE                                                00002920
           WHEN C05-NETPAY-SUCCESS                                      00002930
             DISPLAY 'NETPAY-PS OPENED'                                 00002940
           WHEN OTHER                                                   00002950
             DISPLAY 'NETPAY-PS OPEN FAILED ' WS-FST-NETPAY             00002960
             MOVE 0008 TO WS-RETURN-CD                                  00002970
             PERFORM 9000-TERM-PARA                                     00002980
           END-EVALUATE                                                 00002990
           OPEN INPUT ADV-PS                                            00003000
           EVALUATE TRUE                                                00003010
           WHEN C05-ADV-SUCCESS                                         00003020
             DISPLAY 'ADV-PS OPENED'                                    00003030
           WHEN OTHER                                                   00003040
             DISPLAY 'ADV-PS OPEN FAILED ' WS-FST-ADV                   00003050
             MOVE 0008 TO WS-RETURN-CD                                  00003060
             PERFORM 9000-TERM-PARA                                     00003070
           END-EVALUATE                                                 00003080
           OPEN INPUT ANN-PS                                            00003090
           EVALUATE TRUE                                                00003100
           WHEN C05-ANN-SUCCESS                                         00003110
             DISPLAY 'ANN-PS OPENED'                                    00003120
             SET WS-ANN-IS-OPEN TO TRUE                                 00003130
           WHEN OTHER                                                   00003140
             DISPLAY 'ANNACC NOT AVAILABLE - ADVICES CARRY NO '         00003150
                     'YEAR-TO-DATE FIGURES'                             00003160
           END-EVALUATE                                                 00003170
           OPEN INPUT BANK-PS                                           00003180
           EVALUATE TRUE                                                00003190
           WHEN C05-BANK-SUCCESS                                        00003200
             DISPLAY 'BANK-PS OPENED'                                   00003210
             SET WS-BANK-IS-OPEN TO TRUE                                00003220
           WHEN OTHER                                                   00003230
             DISPLAY 'EMPBANK NOT AVAILABLE - EVERY ADVICE SHOWS '      00003240
                     'PAID BY CHECK'                                    00003250
           END-EVALUATE                                                 00003260
           OPEN OUTPUT RPT-PS                                           00003270
           EVALUATE TRUE                                                00003280
           WHEN C05-RPT-SUCCESS                                         00003290
             DISPLAY 'RPT-PS OPENED'                                    00003300
           WHEN OTHER                                                   00003310
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00003320
             MOVE 0008 TO WS-RETURN-CD                                  00003330
             PERFORM 9000-TERM-PARA                                     00003340
           END-EVALUATE                                                 00003350
           OPEN OUTPUT EXTR-PS                                          00003360
           EVALUATE TRUE                                                00003370
           WHEN C05-EXTR-SUCCESS                                        00003380
             DISPLAY 'EXTR-PS OPENED'                                   00003390
           WHEN OTHER                                                   00003400
             DISPLAY 'EXTR-PS OPEN FAILED ' WS-FST-EXTR                 00003410
             MOVE 0008 TO WS-RETURN-CD                                  00003420
             PERFORM 9000-TERM-PARA                                     00003430
           END-EVALUATE                                                 00003440
           OPEN EXTEND AUDIT-PS                                         00003450
           EVALUATE TRUE                                                00003460
           WHEN C05-AUDIT-SUCCESS                                       00003470
             DISPLAY 'AUDIT-PS OPENED'                                  00003480
             SET WS-AUDIT-IS-OPEN TO TRUE                               00003490
           WHEN OTHER                                                   00003500
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00003510
             MOVE 0008 TO WS-RETURN-CD                                  00003520
             PERFORM 9000-TERM-PARA                                     00003530
           END-EVALUATE                                                 00003540
           .                                                            00003550
       3100-OPEN-PARA-EXIT.                                             00003560
           EXIT                                                         00003570
           .                                                            00003580
       3150-HEADER-PARA.                                                00003590
           MOVE SPACES TO RPT-REC                                       00003600
           STRING 'PAY ADVICES   PAY DATE: ' DELIMITED BY SIZE          00003610
                  WS-RUN-DATE DELIMITED BY SIZE                         00003620
                  INTO RPT-REC                                          00003630
           END-STRING                                                   00003640
           PERFORM 3050-RPT-WRITE-PARA                                  00003650
              THRU 3050-RPT-WRITE-PARA-EXIT                             00003660
           MOVE SPACES TO EXTR-REC                                      00003670
           STRING 'HDR|'      DELIMITED BY SIZE                         00003680
                  WS-RUN-DATE DELIMITED BY SPACE                        00003690
                  INTO EXTR-REC                                         00003700
           END-STRING                                                   00003710
           PERFORM 3060-EXTR-WRITE-PARA                                 00003720
              THRU 3060-EXTR-WRITE-PARA-EXIT                            00003730
           .                                                            00003740
       3150-HEADER-PARA-EXIT.                                           00003750
           EXIT                                                         00003760
           .                                                            00003770
      *-----------------------------------------------------------      00003780
      *    ONE NETPAYFL LINE.  EVERY LINE, GOOD OR NOT, HAS ITS         00003790
      *    CODES AND CLOSING RECORD ON ADVDTL, SO THE DETAIL FILE       00003800
      *    IS READ UP TO THE LINE'S 'L' RECORD EITHER WAY.              00003810
      *-----------------------------------------------------------      00003820
       3200-NETPAY-READ-PARA.                                           00003830
           READ NETPAY-PS                                               00003840
           EVALUATE TRUE                                                00003850
           WHEN C05-NETPAY-SUCCESS                                      00003860
             ADD 1 TO WS-READ-CT                                        00003870
             IF NP-NEMPID NOT = WS-LAST-NP-EMP                          00003880
               ADD 1 TO WS-NP-EMP-CT                                    00003890
               MOVE NP-NEMPID TO WS-LAST-NP-EMP                         00003900
             END-IF                                                     00003910
             MOVE 'N' TO WS-LINE-OK-SW                                  00003920
             IF NP-GROSS(1:7)  IS NUMERIC AND                           00003930
                NP-GROSS(9:2)  IS NUMERIC AND                           00003940
                NP-TAX(1:7)    IS NUMERIC AND                           00003950
                NP-TAX(9:2)    IS NUMERIC AND                           00003960
                NP-DEDUCT(1:7) IS NUMERIC AND                           00003970
                NP-DEDUCT(9:2) IS NUMERIC AND                           00003980
                NP-NET(1:7)    IS NUMERIC AND                           00003990
                NP-NET(9:2)    IS NUMERIC                               00004000
               MOVE 'Y' TO WS-LINE-OK-SW                                00004010
               MOVE NP-GROSS  TO WS-GROSS-NUM                           00004020
               MOVE NP-TAX    TO WS-TAX-NUM                             00004030
               MOVE NP-DEDUCT TO WS-DEDUCT-NUM                          00004040
               MOVE NP-NET    TO WS-NET-NUM                             00004050
               ADD WS-NET-NUM TO WS-NP-NET-TOT                          00004060
               PERFORM 3210-FILE-PARA                                   00004070
                  THRU 3210-FILE-PARA-EXIT                              00004080
             ELSE                                                       00004090
               DISPLAY 'NETPAY LINE SKIPPED: ' NP-NEMPID                00004100
                       ' ' NP-EARN-CODE                                 00004110
               ADD 1 TO WS-SKIP-CT                                      00004120
             END-IF                                                     00004130
             MOVE 'N' TO WS-DTL-END-SW                                  00004140
             IF C05-ADV-EOF                                             00004150
               MOVE 'Y' TO WS-DTL-END-SW                                00004160
               PERFORM 3330-DTL-BREAK-PARA                              00004170
                  THRU 3330-DTL-BREAK-PARA-EXIT                         00004180
             END-IF                                                     00004190
             PERFORM 3300-DTL-READ-PARA                                 00004200
                THRU 3300-DTL-READ-PARA-EXIT                            00004210
                UNTIL WS-DTL-END                                        00004220
           WHEN C05-NETPAY-EOF                                          00004230
             DISPLAY 'NET-PAY LINES READ: ' WS-READ-CT                  00004240
           WHEN OTHER                                                   00004250
             DISPLAY 'NETPAY-PS READ FAILED ' WS-FST-NETPAY             00004260
             MOVE 0008 TO WS-RETURN-CD                                  00004270
             MOVE 10 TO WS-FST-NETPAY                                   00004280
           END-EVALUATE                                                 00004290
           .                                                            00004300
       3200-NETPAY-READ-PARA-EXIT.                                      00004310
           EXIT                                                         00004320
           .                                                            00004330
      *-----------------------------------------------------------      00004340
      *    CONTROL BREAK ON EMPLOYEE - PAYNET WRITES AN EMPLOYEE'S      00004350
      *    LINES TOGETHER, SO A CHANGE OF EMPLOYEE CLOSES THE           00004360
      *    ADVICE IN PROGRESS.                                          00004370
      *-----------------------------------------------------------      00004380
       3210-FILE-PARA.                                                  00004390
           EVALUATE TRUE                                                00004400
           WHEN WS-FIRST-EMP                                            00004410
             MOVE 'N' TO WS-FIRST-SW                                    00004420
             MOVE NP-NEMPID TO WS-CUR-EMP                               00004430
             PERFORM 3220-EMP-CLEAR-PARA                                00004440
                THRU 3220-EMP-CLEAR-PARA-EXIT                           00004450
           WHEN NP-NEMPID NOT = WS-CUR-EMP                              00004460
             PERFORM 3400-ADVICE-PARA                                   00004470
                THRU 3400-ADVICE-PARA-EXIT                              00004480
             MOVE NP-NEMPID TO WS-CUR-EMP                               00004490
             PERFORM 3220-EMP-CLEAR-PARA                                00004500
                THRU 3220-EMP-CLEAR-PARA-EXIT                           00004510
           WHEN OTHER                                                   00004520
             CONTINUE                                                   00004530
           END-EVALUATE                                                 00004540
           IF WS-LIN-CT < 20                                            00004550
             ADD 1 TO WS-LIN-CT                                         00004560
             SET LIN-IDX TO WS-LIN-CT                                   00004570
             MOVE NP-EARN-CODE  TO LN-CODE(LIN-IDX)                     00004580
             MOVE WS-GROSS-NUM  TO LN-GROSS(LIN-IDX)                    00004590
             MOVE WS-TAX-NUM    TO LN-TAX(LIN-IDX)                      00004600
             MOVE WS-DEDUCT-NUM TO LN-DEDUCT(LIN-IDX)                   00004610
             MOVE WS-NET-NUM    TO LN-NET(LIN-IDX)                      00004620
             ADD WS-GROSS-NUM  TO WS-EMP-GROSS                          00004630
             ADD WS-TAX-NUM    TO WS-EMP-TAX                            00004640
             ADD WS-DEDUCT-NUM TO WS-EMP-DEDUCT                         00004650
             ADD WS-NET-NUM    TO WS-EMP-NET                            00004660
           ELSE                                                         00004670
             DISPLAY 'ADVICE LINE TABLE FULL - ' NP-NEMPID              00004680
                     ' ' NP-EARN-CODE                                   00004690
             IF WS-RETURN-CD = 0                                        00004700
               MOVE 0004 TO WS-RETURN-CD                                00004710
             END-IF                                                     00004720
           END-IF                                                       00004730
           .                                                            00004740
       3210-FILE-PARA-EXIT.                                             00004750
           EXIT                                                         00004760
           .                                                            00004770
       3220-EMP-CLEAR-PARA.                                             00004780
           MOVE ZEROES TO WS-EMP-GROSS WS-EMP-TAX WS-EMP-DEDUCT         00004790
                          WS-EMP-NET WS-LIN-CT WS-COD-CT                00004800
           MOVE SPACES TO WS-CUR-FNAME WS-CUR-LNAME                     00004810
           .                                                            00004820
       3220-EMP-CLEAR-PARA-EXIT.                                        00004830
           EXIT                                                         00004840
           .                                                            00004850
      *-----------------------------------------------------------      00004860
      *    ADVDTL IN STEP WITH NETPAYFL - 'C' RECORDS FILE THEIR        00004870
      *    CODE AGAINST THE ADVICE IN PROGRESS; THE 'L' RECORD          00004880
      *    MUST NAME THE SAME EMPLOYEE AND LINE AS NETPAYFL AND         00004890
      *    CARRIES THE EMPLOYEE'S NAME.                                 00004900
      *-----------------------------------------------------------      00004910
       3300-DTL-READ-PARA.                                              00004920
           READ ADV-PS                                                  00004930
           EVALUATE TRUE                                                00004940
           WHEN C05-ADV-SUCCESS                                         00004950
             ADD 1 TO WS-DTL-READ-CT                                    00004960
             EVALUATE TRUE                                              00004970
             WHEN DL-ADV-CODE-REC                                       00004980
               IF WS-LINE-OK AND DL-ADV-NEMPID = NP-NEMPID              00004990
                 PERFORM 3310-CODE-FILE-PARA                            00005000
                    THRU 3310-CODE-FILE-PARA-EXIT                       00005010
               END-IF                                                   00005020
             WHEN DL-ADV-LINE-REC                                       00005030
               MOVE 'Y' TO WS-DTL-END-SW                                00005040
               IF DL-ADV-NEMPID = NP-NEMPID AND                         00005050
                  DL-ADV-LINE = NP-EARN-CODE                            00005060
                 IF WS-LINE-OK                                          00005070
                   MOVE DL-ADV-EMPFNAME TO WS-CUR-FNAME                 00005080
                   MOVE DL-ADV-EMPLNAME TO WS-CUR-LNAME                 00005090
                 END-IF                                                 00005100
               ELSE                                                     00005110
                 PERFORM 3330-DTL-BREAK-PARA                            00005120
                    THRU 3330-DTL-BREAK-PARA-EXIT                       00005130
               END-IF                                                   00005140
             WHEN OTHER                                                 00005150
               CONTINUE                                                 00005160
             END-EVALUATE                                               00005170
           WHEN C05-ADV-EOF                                             00005180
             MOVE 'Y' TO WS-DTL-END-SW                                  00005190
             PERFORM 3330-DTL-BREAK-PARA                                00005200
                THRU 3330-DTL-BREAK-PARA-EXIT                           00005210
           WHEN OTHER                                                   00005220
             DISPLAY 'ADV-PS READ FAILED ' WS-FST-ADV                   00005230
             MOVE 0008 TO WS-RETURN-CD                                  00005240
             MOVE 10 TO WS-FST-ADV                                      00005250
             MOVE 'Y' TO WS-DTL-END-SW                                  00005260
           END-EVALUATE                                                 00005270
           .                                                            00005280
       3300-DTL-READ-PARA-EXIT.                                         00005290
           EXIT                                                         00005300
           .                                                            00005310
       3310-CODE-FILE-PARA.                                             00005320
           MOVE 'N' TO WS-FOUND-SW                                      00005330
           PERFORM 3320-CODE-FIND-PARA                                  00005340
              THRU 3320-CODE-FIND-PARA-EXIT                             00005350
              VARYING COD-IDX FROM 1 BY 1                               00005360
              UNTIL COD-IDX > WS-COD-CT OR WS-FOUND                     00005370
           IF NOT WS-FOUND                                              00005380
             IF WS-COD-CT < 40                                          00005390
               ADD 1 TO WS-COD-CT                                       00005400
               SET COD-IDX TO WS-COD-CT                                 00005410
               MOVE DL-ADV-CODE-TYPE TO CD-TYPE(COD-IDX)                00005420
               MOVE DL-ADV-CODE      TO CD-CODE(COD-IDX)                00005430
               MOVE DL-ADV-AMT       TO CD-AMT(COD-IDX)                 00005440
             ELSE                                                       00005450
               DISPLAY 'ADVICE CODE TABLE FULL - ' NP-NEMPID            00005460
                       ' ' DL-ADV-CODE                                  00005470
               IF WS-RETURN-CD = 0                                      00005480
                 MOVE 0004 TO WS-RETURN-CD                              00005490
               END-IF                                                   00005500
             END-IF                                                     00005510
           END-IF                                                       00005520
           .                                                            00005530
       3310-CODE-FILE-PARA-EXIT.                                        00005540
           EXIT                                                         00005550
           .                                                            00005560
       3320-CODE-FIND-PARA.                                             00005570
           IF CD-TYPE(COD-IDX) = DL-ADV-CODE-TYPE AND                   00005580
              CD-CODE(COD-IDX) = DL-ADV-CODE                            00005590
             ADD DL-ADV-AMT TO CD-AMT(COD-IDX)                          00005600
             MOVE 'Y' TO WS-FOUND-SW                                    00005610
           END-IF                                                       00005620
           .                                                            00005630
       3320-CODE-FIND-PARA-EXIT.                                        00005640
           EXIT                                                         00005650
           .                                                            00005660
       3330-DTL-BREAK-PARA.                                             00005670
           ADD 1 TO WS-DTL-OOS-CT                                       00005680
           DISPLAY 'ADVDTL OUT OF STEP WITH NETPAYFL AT '               00005690
                   NP-NEMPID ' ' NP-EARN-CODE                           00005700
           IF WS-RETURN-CD = 0                                          00005710
             MOVE 0004 TO WS-RETURN-CD                                  00005720
           END-IF                                                       00005730
           .                                                            00005740
       3330-DTL-BREAK-PARA-EXIT.                                        00005750
           EXIT                                                         00005760
           .                                                            00005770
      *-----------------------------------------------------------      00005780
      *    NETPAYFL IS EXHAUSTED - ANY DETAIL LEFT ON ADVDTL            00005790
      *    BELONGS TO NO LINE.                                          00005800
      *-----------------------------------------------------------      00005810
       3340-DTL-TAIL-PARA.                                              00005820
           IF C05-ADV-EOF                                               00005830
             GO TO 3340-DTL-TAIL-PARA-EXIT                              00005840
           END-IF                                                       00005850
           READ ADV-PS                                                  00005860
           IF C05-ADV-SUCCESS                                           00005870
             ADD 1 TO WS-DTL-OOS-CT                                     00005880
             DISPLAY 'ADVDTL HAS RECORDS BEYOND THE END OF NETPAYFL'    00005890
             IF WS-RETURN-CD = 0                                        00005900
               MOVE 0004 TO WS-RETURN-CD                                00005910
             END-IF                                                     00005920
           END-IF                                                       00005930
           .                                                            00005940
       3340-DTL-TAIL-PARA-EXIT.                                         00005950
           EXIT                                                         00005960
           .                                                            00005970
      *-----------------------------------------------------------      00005980
      *    ONE EMPLOYEE'S PAY ADVICE - PRINTED AND FED TO THE           00005990
      *    DOCUMENT VENDOR.                                             00006000
      *-----------------------------------------------------------      00006010
       3400-ADVICE-PARA.                                                00006020
           ADD 1 TO WS-ADV-CT                                           00006030
           ADD WS-EMP-NET TO WS-ADV-NET-TOT                             00006040
           PERFORM 3410-PAY-METHOD-PARA                                 00006050
              THRU 3410-PAY-METHOD-PARA-EXIT                            00006060
           MOVE ALL '=' TO RPT-REC                                      00006070
           PERFORM 3050-RPT-WRITE-PARA                                  00006080
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006090
           MOVE SPACES TO RPT-REC                                       00006100
           STRING 'PAY ADVICE  EMPLOYEE: ' DELIMITED BY SIZE            00006110
                  WS-CUR-EMP   DELIMITED BY SIZE                        00006120
                  '  '         DELIMITED BY SIZE                        00006130
                  WS-CUR-FNAME DELIMITED BY SPACE                       00006140
                  ' '          DELIMITED BY SIZE                        00006150
                  WS-CUR-LNAME DELIMITED BY SPACE                       00006160
                  '   PAY DATE: ' DELIMITED BY SIZE                     00006170
                  WS-RUN-DATE  DELIMITED BY SIZE                        00006180
                  INTO RPT-REC                                          00006190
           END-STRING                                                   00006200
           PERFORM 3050-RPT-WRITE-PARA                                  00006210
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006220
           MOVE SPACES TO EXTR-REC                                      00006230
           STRING 'EMP|'        DELIMITED BY SIZE                       00006240
                  WS-CUR-EMP    DELIMITED BY SPACE                      00006250
                  '|'           DELIMITED BY SIZE                       00006260
                  WS-CUR-FNAME  DELIMITED BY SPACE                      00006270
                  '|'           DELIMITED BY SIZE                       00006280
                  WS-CUR-LNAME  DELIMITED BY SPACE                      00006290
                  '|'           DELIMITED BY SIZE                       00006300
                  WS-RUN-DATE   DELIMITED BY SPACE                      00006310
                  '|'           DELIMITED BY SIZE                       00006320
                  WS-MASK-ACCT  DELIMITED BY SPACE                      00006330
                  '|'           DELIMITED BY SIZE                       00006340
                  WS-PAY-METHOD DELIMITED BY SPACE                      00006350
                  INTO EXTR-REC                                         00006360
           END-STRING                                                   00006370
           PERFORM 3060-EXTR-WRITE-PARA                                 00006380
              THRU 3060-EXTR-WRITE-PARA-EXIT                            00006390
           MOVE SPACES TO RPT-REC                                       00006400
           STRING '    EARNINGS          GROSS          TAX'            00006410
                  '     DEDUCTIONS          NET' DELIMITED BY SIZE      00006420
                  INTO RPT-REC                                          00006430
           END-STRING                                                   00006440
           PERFORM 3050-RPT-WRITE-PARA                                  00006450
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006460
           PERFORM 3420-LINE-PARA                                       00006470
              THRU 3420-LINE-PARA-EXIT                                  00006480
              VARYING LIN-IDX FROM 1 BY 1                               00006490
              UNTIL LIN-IDX > WS-LIN-CT                                 00006500
           MOVE SPACES TO RPT-REC                                       00006510
           MOVE 'TOTAL' TO RPT-REC(5:5)                                 00006520
           MOVE WS-EMP-GROSS  TO WS-AMT-ED                              00006530
           MOVE WS-EMP-TAX    TO WS-AMT-ED2                             00006540
           MOVE WS-EMP-DEDUCT TO WS-AMT-ED3                             00006550
           MOVE WS-EMP-NET    TO WS-AMT-ED4                             00006560
           MOVE WS-AMT-ED  TO RPT-REC(14:12)                            00006570
           MOVE WS-AMT-ED2 TO RPT-REC(27:12)                            00006580
           MOVE WS-AMT-ED3 TO RPT-REC(42:12)                            00006590
           MOVE WS-AMT-ED4 TO RPT-REC(56:12)                            00006600
           PERFORM 3050-RPT-WRITE-PARA                                  00006610
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006620
           MOVE SPACES TO RPT-REC                                       00006630
           STRING '    TAXES AND DEDUCTIONS     THIS CYCLE'             00006640
                  '        YEAR TO DATE' DELIMITED BY SIZE              00006650
                  INTO RPT-REC                                          00006660
           END-STRING                                                   00006670
           PERFORM 3050-RPT-WRITE-PARA                                  00006680
              THRU 3050-RPT-WRITE-PARA-EXIT                             00006690
           PERFORM 3430-CODE-LINE-PARA                                  00006700
              THRU 3430-CODE-LINE-PARA-EXIT                             00006710
              VARYING COD-IDX FROM 1 BY 1                               00006720
              UNTIL COD-IDX > WS-COD-CT                                 00006730
           PERFORM 3440-NET-PARA                                        00006740
              THRU 3440-NET-PARA-EXIT                                   00006750
           .                                                            00006760
       3400-ADVICE-PARA-EXIT.                                           00006770
           EXIT                                                         00006780
           .                                                            00006790
      *-----------------------------------------------------------      00006800
      *    WHERE THE NET WENT - A VERIFIED BANK RECORD MEANS PAYACH     00006810
      *    DEPOSITED IT; ANYTHING ELSE WENT TO PAYCHK AS A CHECK.       00006820
      *    THE ACCOUNT SHOWS ONLY ITS LAST FOUR CHARACTERS.             00006830
      *-----------------------------------------------------------      00006840
       3410-PAY-METHOD-PARA.                                            00006850
           MOVE SPACES  TO WS-MASK-ACCT                                 00006860
           MOVE 'CHECK' TO WS-PAY-METHOD                                00006870
           IF WS-EMP-NET = ZEROES                                       00006880
             MOVE 'NONE' TO WS-PAY-METHOD                               00006890
             GO TO 3410-PAY-METHOD-PARA-EXIT                            00006900
           END-IF                                                       00006910
           IF NOT WS-BANK-IS-OPEN                                       00006920
             ADD 1 TO WS-CHECK-CT                                       00006930
             GO TO 3410-PAY-METHOD-PARA-EXIT                            00006940
           END-IF                                                       00006950
           MOVE WS-CUR-EMP TO DL-BANK-NEMPID                            00006960
           READ BANK-PS                                                 00006970
           IF C05-BANK-SUCCESS AND DL-BANK-VERIFIED                     00006980
             MOVE 'DEPOSIT' TO WS-PAY-METHOD                            00006990
             ADD 1 TO WS-DEPOSIT-CT                                     00007000
             MOVE 'N' TO WS-FOUND-SW                                    00007010
             PERFORM 3415-ACCT-END-PARA                                 00007020
                THRU 3415-ACCT-END-PARA-EXIT                            00007030
                VARYING WS-ACCT-POS FROM 17 BY -1                       00007040
                UNTIL WS-ACCT-POS < 1 OR WS-FOUND                       00007050
             COMPUTE WS-ACCT-END = WS-ACCT-POS + 1                      00007060
             MOVE '****' TO WS-MASK-ACCT                                00007070
             IF WS-ACCT-END > 3                                         00007080
               MOVE DL-BANK-ACCOUNT(WS-ACCT-END - 3:4)                  00007090
                 TO WS-MASK-ACCT(5:4)                                   00007100
             END-IF                                                     00007110
           ELSE                                                         00007120
             ADD 1 TO WS-CHECK-CT                                       00007130
           END-IF                                                       00007140
           .                                                            00007150
       3410-PAY-METHOD-PARA-EXIT.                                       00007160
           EXIT                                                         00007170
           .                                                            00007180
       3415-ACCT-END-PARA.                                              00007190
           IF DL-BANK-ACCOUNT(WS-ACCT-POS:1) NOT = SPACE                00007200
             MOVE 'Y' TO WS-FOUND-SW                                    00007210
           END-IF                                                       00007220
           .                                                            00007230
       3415-ACCT-END-PARA-EXIT.                                         00007240
           EXIT                                                         00007250
           .                                                            00007260
       3420-LINE-PARA.                                                  00007270
           ADD 1 TO WS-ADV-LINE-CT                                      00007280
           MOVE SPACES TO RPT-REC                                       00007290
           MOVE LN-CODE(LIN-IDX) TO RPT-REC(5:4)                        00007300
           MOVE LN-GROSS(LIN-IDX)  TO WS-AMT-ED                         00007310
           MOVE LN-TAX(LIN-IDX)    TO WS-AMT-ED2                        00007320
           MOVE LN-DEDUCT(LIN-IDX) TO WS-AMT-ED3                        00007330
           MOVE LN-NET(LIN-IDX)    TO WS-AMT-ED4                        00007340
           MOVE WS-AMT-ED  TO RPT-REC(14:12)                            00007350
           MOVE WS-AMT-ED2 TO RPT-REC(27:12)                            00007360
           MOVE WS-AMT-ED3 TO RPT-REC(42:12)                            00007370
           MOVE WS-AMT-ED4 TO RPT-REC(56:12)                            00007380
           PERFORM 3050-RPT-WRITE-PARA                                  00007390
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007400
           MOVE LN-GROSS(LIN-IDX)  TO WS-AMT-X                          00007410
           MOVE LN-TAX(LIN-IDX)    TO WS-AMT-X2                         00007420
           MOVE LN-DEDUCT(LIN-IDX) TO WS-AMT-X3                         00007430
           MOVE LN-NET(LIN-IDX)    TO WS-AMT-X4                         00007440
           MOVE SPACES TO EXTR-REC                                      00007450
           STRING 'ERN|'           DELIMITED BY SIZE                    00007460
                  WS-CUR-EMP       DELIMITED BY SPACE                   00007470
                  '|'              DELIMITED BY SIZE                    00007480
                  LN-CODE(LIN-IDX) DELIMITED BY SPACE                   00007490
                  '|'              DELIMITED BY SIZE                    00007500
                  WS-AMT-X         DELIMITED BY SIZE                    00007510
                  '|'              DELIMITED BY SIZE                    00007520
                  WS-AMT-X2        DELIMITED BY SIZE                    00007530
                  '|'              DELIMITED BY SIZE                    00007540
                  WS-AMT-X3        DELIMITED BY SIZE                    00007550
                  '|'              DELIMITED BY SIZE                    00007560
                  WS-AMT-X4        DELIMITED BY SIZE                    00007570
                  INTO EXTR-REC                                         00007580
           END-STRING                                                   00007590
           PERFORM 3060-EXTR-WRITE-PARA                                 00007600
              THRU 3060-EXTR-WRITE-PARA-EXIT                            00007610
           .                                                            00007620
       3420-LINE-PARA-EXIT.                                             00007630
           EXIT                                                         00007640
           .                                                            00007650
      *-----------------------------------------------------------      00007660
      *    ONE TAX BRACKET, DEDUCTION OR GARNISHMENT CODE.  ANNACC      00007670
      *    KEEPS DEDUCTION AND GARNISHMENT CODES BY CODE BUT TAX        00007680
      *    ONLY AS THE 'TAX ' TOTAL, SO A BRACKET LINE CARRIES NO       00007690
      *    YEAR-TO-DATE FIGURE OF ITS OWN - THE TAX TOTAL'S             00007700
      *    YEAR-TO-DATE PRINTS ON THE NET LINES BELOW.                  00007710
      *-----------------------------------------------------------      00007720
       3430-CODE-LINE-PARA.                                             00007730
           MOVE ZEROES TO WS-YTD-AMT                                    00007740
           IF CD-TYPE(COD-IDX) NOT = 'T'                                00007750
             MOVE CD-CODE(COD-IDX) TO WS-YTD-CODE                       00007760
             PERFORM 3450-YTD-PARA                                      00007770
                THRU 3450-YTD-PARA-EXIT                                 00007780
           END-IF                                                       00007790
           MOVE SPACES TO RPT-REC                                       00007800
           EVALUATE CD-TYPE(COD-IDX)                                    00007810
           WHEN 'T'                                                     00007820
             MOVE 'TAX'         TO RPT-REC(5:11)                        00007830
           WHEN 'G'                                                     00007840
             MOVE 'GARNISHMENT' TO RPT-REC(5:11)                        00007850
           WHEN OTHER                                                   00007860
             MOVE 'DEDUCTION'   TO RPT-REC(5:11)                        00007870
           END-EVALUATE                                                 00007880
           MOVE CD-CODE(COD-IDX) TO RPT-REC(17:4)                       00007890
           MOVE CD-AMT(COD-IDX)  TO WS-AMT-ED                           00007900
           MOVE WS-AMT-ED TO RPT-REC(28:12)                             00007910
           IF CD-TYPE(COD-IDX) NOT = 'T'                                00007920
             MOVE WS-YTD-AMT TO WS-YTD-ED                               00007930
             MOVE WS-YTD-ED TO RPT-REC(43:17)                           00007940
           END-IF                                                       00007950
           PERFORM 3050-RPT-WRITE-PARA                                  00007960
              THRU 3050-RPT-WRITE-PARA-EXIT                             00007970
           MOVE CD-AMT(COD-IDX) TO WS-AMT-X                             00007980
           MOVE WS-YTD-AMT      TO WS-YTD-X                             00007990
           MOVE SPACES TO EXTR-REC                                      00008000
           STRING 'DED|'           DELIMITED BY SIZE                    00008010
                  WS-CUR-EMP       DELIMITED BY SPACE                   00008020
                  '|'              DELIMITED BY SIZE                    00008030
                  CD-TYPE(COD-IDX) DELIMITED BY SIZE                    00008040
                  '|'              DELIMITED BY SIZE                    00008050
                  CD-CODE(COD-IDX) DELIMITED BY SPACE                   00008060
                  '|'              DELIMITED BY SIZE                    00008070
                  WS-AMT-X         DELIMITED BY SIZE                    00008080
                  '|'              DELIMITED BY SIZE                    00008090
                  WS-YTD-X         DELIMITED BY SIZE                    00008100
                  INTO EXTR-REC                                         00008110
           END-STRING                                                   00008120
           PERFORM 3060-EXTR-WRITE-PARA                                 00008130
              THRU 3060-EXTR-WRITE-PARA-EXIT                            00008140
           .                                                            00008150
       3430-CODE-LINE-PARA-EXIT.                                        00008160
           EXIT                                                         00008170
           .                                                            00008180
      *-----------------------------------------------------------      00008190
      *    THIS CYCLE'S NET AND THE YEAR-TO-DATE GROSS, TAX AND         00008200
      *    NET, THEN WHERE THE MONEY WENT.                              00008210
      *-----------------------------------------------------------      00008220
       3440-NET-PARA.                                                   00008230
           MOVE 'GROS' TO WS-YTD-CODE                                   00008240
           PERFORM 3450-YTD-PARA                                        00008250
              THRU 3450-YTD-PARA-EXIT                                   00008260
           MOVE WS-YTD-AMT TO WS-YTD-GROSS                              00008270
           MOVE 'TAX ' TO WS-YTD-CODE                                   00008280
           PERFORM 3450-YTD-PARA                                        00008290
              THRU 3450-YTD-PARA-EXIT                                   00008300
           MOVE WS-YTD-AMT TO WS-YTD-TAX                                00008310
           MOVE 'NET ' TO WS-YTD-CODE                                   00008320
           PERFORM 3450-YTD-PARA                                        00008330
              THRU 3450-YTD-PARA-EXIT                                   00008340
           MOVE WS-YTD-AMT TO WS-YTD-NET                                00008350
           MOVE SPACES TO RPT-REC                                       00008360
           MOVE WS-EMP-NET TO WS-AMT-ED                                 00008370
           STRING '    NET PAY THIS CYCLE......: ' DELIMITED BY SIZE    00008380
                  WS-AMT-ED DELIMITED BY SIZE                           00008390
                  INTO RPT-REC                                          00008400
           END-STRING                                                   00008410
           PERFORM 3050-RPT-WRITE-PARA                                  00008420
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008430
           MOVE SPACES TO RPT-REC                                       00008440
           MOVE WS-YTD-GROSS TO WS-YTD-ED                               00008450
           STRING '    GROSS YEAR TO DATE......: ' DELIMITED BY SIZE    00008460
                  WS-YTD-ED DELIMITED BY SIZE                           00008470
                  INTO RPT-REC                                          00008480
           END-STRING                                                   00008490
           PERFORM 3050-RPT-WRITE-PARA                                  00008500
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008510
           MOVE SPACES TO RPT-REC                                       00008520
           MOVE WS-YTD-TAX TO WS-YTD-ED                                 00008530
           STRING '    TAX YEAR TO DATE........: ' DELIMITED BY SIZE    00008540
                  WS-YTD-ED DELIMITED BY SIZE                           00008550
                  INTO RPT-REC                                          00008560
           END-STRING                                                   00008570
           PERFORM 3050-RPT-WRITE-PARA                                  00008580
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008590
           MOVE SPACES TO RPT-REC                                       00008600
           MOVE WS-YTD-NET TO WS-YTD-ED                                 00008610
           STRING '    NET YEAR TO DATE........: ' DELIMITED BY SIZE    00008620
                  WS-YTD-ED DELIMITED BY SIZE                           00008630
                  INTO RPT-REC                                          00008640
           END-STRING                                                   00008650
           PERFORM 3050-RPT-WRITE-PARA                                  00008660
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008670
           MOVE SPACES TO RPT-REC                                       00008680
           EVALUATE WS-PAY-METHOD                                       00008690
           WHEN 'DEPOSIT'                                               00008700
             STRING '    DEPOSITED TO ACCOUNT ' DELIMITED BY SIZE       00008710
                    WS-MASK-ACCT DELIMITED BY SPACE                     00008720
                    INTO RPT-REC                                        00008730
             END-STRING                                                 00008740
           WHEN 'CHECK'                                                 00008750
             MOVE '    PAID BY CHECK' TO RPT-REC                        00008760
           WHEN OTHER                                                   00008770
             MOVE '    NO PAYMENT THIS CYCLE' TO RPT-REC                00008780
           END-EVALUATE                                                 00008790
           PERFORM 3050-RPT-WRITE-PARA                                  00008800
              THRU 3050-RPT-WRITE-PARA-EXIT                             00008810
           MOVE WS-EMP-GROSS  TO WS-EMP-X                               00008820
           MOVE WS-EMP-TAX    TO WS-EMP-X2                              00008830
           MOVE WS-EMP-DEDUCT TO WS-EMP-X3                              00008840
           MOVE WS-EMP-NET    TO WS-EMP-X4                              00008850
           MOVE WS-YTD-GROSS  TO WS-YTD-X                               00008860
           MOVE WS-YTD-TAX    TO WS-YTD-X2                              00008870
           MOVE WS-YTD-NET    TO WS-YTD-X3                              00008880
           MOVE SPACES TO EXTR-REC                                      00008890
           STRING 'NET|'       DELIMITED BY SIZE                        00008900
                  WS-CUR-EMP   DELIMITED BY SPACE                       00008910
                  '|'          DELIMITED BY SIZE                        00008920
                  WS-EMP-X     DELIMITED BY SIZE                        00008930
                  '|'          DELIMITED BY SIZE                        00008940
                  WS-EMP-X2    DELIMITED BY SIZE                        00008950
                  '|'          DELIMITED BY SIZE                        00008960
                  WS-EMP-X3    DELIMITED BY SIZE                        00008970
                  '|'          DELIMITED BY SIZE                        00008980
                  WS-EMP-X4    DELIMITED BY SIZE                        00008990
                  '|'          DELIMITED BY SIZE                        00009000
                  WS-YTD-X     DELIMITED BY SIZE                        00009010
                  '|'          DELIMITED BY SIZE                        00009020
                  WS-YTD-X2    DELIMITED BY SIZE                        00009030
                  '|'          DELIMITED BY SIZE                        00009040
                  WS-YTD-X3    DELIMITED BY SIZE                        00009050
                  INTO EXTR-REC                                         00009060
           END-STRING                                                   00009070
           PERFORM 3060-EXTR-WRITE-PARA                                 00009080
              THRU 3060-EXTR-WRITE-PARA-EXIT                            00009090
           .                                                            00009100
       3440-NET-PARA-EXIT.                                              00009110
           EXIT                                                         00009120
           .                                                            00009130
       3450-YTD-PARA.                                                   00009140
           MOVE ZEROES TO WS-YTD-AMT                                    00009150
           IF NOT WS-ANN-IS-OPEN                                        00009160
             GO TO 3450-YTD-PARA-EXIT                                   00009170
           END-IF                                                       00009180
           MOVE WS-CUR-EMP  TO DL-ANN-NEMPID                            00009190
           MOVE WS-YTD-YEAR TO DL-ANN-YEAR                              00009200
           MOVE WS-YTD-CODE TO DL-ANN-CODE                              00009210
           READ ANN-PS                                                  00009220
           IF C05-ANN-SUCCESS                                           00009230
             MOVE DL-ANN-AMT TO WS-YTD-AMT                              00009240
           END-IF                                                       00009250
           .                                                            00009260
       3450-YTD-PARA-EXIT.                                              00009270
           EXIT                                                         00009280
           .                                                            00009290
      *-----------------------------------------------------------      00009300
      *    CONTROL PAGE - ONE ADVICE PER NETPAYFL EMPLOYEE, EVERY       00009310
      *    LINE ON AN ADVICE, AND THE ADVICES' NET EQUAL TO             00009320
      *    NETPAYFL'S.  THE VENDOR FEED'S TRAILER CARRIES THE SAME      00009330
      *    ADVICE COUNT AND NET HASH.                                   00009340
      *-----------------------------------------------------------      00009350
       3600-CONTROL-PARA.                                               00009360
           MOVE WS-ADV-CT TO WS-ADV-CT-X                                00009370
           MOVE WS-ADV-NET-TOT TO WS-HASH-X                             00009380
           MOVE SPACES TO EXTR-REC                                      00009390
           STRING 'TRL|'      DELIMITED BY SIZE                         00009400
                  WS-ADV-CT-X DELIMITED BY SIZE                         00009410
                  '|'         DELIMITED BY SIZE                         00009420
                  WS-HASH-X   DELIMITED BY SIZE                         00009430
                  INTO EXTR-REC                                         00009440
           END-STRING                                                   00009450
           PERFORM 3060-EXTR-WRITE-PARA                                 00009460
              THRU 3060-EXTR-WRITE-PARA-EXIT                            00009470
           MOVE ALL '=' TO RPT-REC                                      00009480
           PERFORM 3050-RPT-WRITE-PARA                                  00009490
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009500
           MOVE SPACES TO RPT-REC                                       00009510
           STRING 'PAY ADVICE CONTROL   PAY DATE: ' DELIMITED BY SIZE   00009520
                  WS-RUN-DATE DELIMITED BY SIZE                         00009530
                  INTO RPT-REC                                          00009540
           END-STRING                                                   00009550
           PERFORM 3050-RPT-WRITE-PARA                                  00009560
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009570
           MOVE WS-NP-EMP-CT TO WS-CT-ED                                00009580
           MOVE SPACES TO RPT-REC                                       00009590
           STRING 'NETPAYFL EMPLOYEES.......: ' DELIMITED BY SIZE       00009600
                  WS-CT-ED DELIMITED BY SIZE                            00009610
                  INTO RPT-REC                                          00009620
           END-STRING                                                   00009630
           PERFORM 3050-RPT-WRITE-PARA                                  00009640
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009650
           MOVE WS-ADV-CT TO WS-CT-ED                                   00009660
           MOVE SPACES TO RPT-REC                                       00009670
           STRING 'ADVICES PRODUCED.........: ' DELIMITED BY SIZE       00009680
                  WS-CT-ED DELIMITED BY SIZE                            00009690
                  INTO RPT-REC                                          00009700
           END-STRING                                                   00009710
           PERFORM 3050-RPT-WRITE-PARA                                  00009720
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009730
           MOVE WS-DEPOSIT-CT TO WS-CT-ED                               00009740
           MOVE SPACES TO RPT-REC                                       00009750
           STRING '  BY DEPOSIT.............: ' DELIMITED BY SIZE       00009760
                  WS-CT-ED DELIMITED BY SIZE                            00009770
                  INTO RPT-REC                                          00009780
           END-STRING                                                   00009790
           PERFORM 3050-RPT-WRITE-PARA                                  00009800
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009810
           MOVE WS-CHECK-CT TO WS-CT-ED                                 00009820
           MOVE SPACES TO RPT-REC                                       00009830
           STRING '  BY CHECK...............: ' DELIMITED BY SIZE       00009840
                  WS-CT-ED DELIMITED BY SIZE                            00009850
                  INTO RPT-REC                                          00009860
           END-STRING                                                   00009870
           PERFORM 3050-RPT-WRITE-PARA                                  00009880
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009890
           MOVE WS-READ-CT TO WS-CT-ED                                  00009900
           MOVE SPACES TO RPT-REC                                       00009910
           STRING 'NETPAYFL LINES...........: ' DELIMITED BY SIZE       00009920
                  WS-CT-ED DELIMITED BY SIZE                            00009930
                  INTO RPT-REC                                          00009940
           END-STRING                                                   00009950
           PERFORM 3050-RPT-WRITE-PARA                                  00009960
              THRU 3050-RPT-WRITE-PARA-EXIT                             00009970
           MOVE WS-ADV-LINE-CT TO WS-CT-ED                              00009980
           MOVE SPACES TO RPT-REC                                       00009990
           STRING 'LINES ON ADVICES.........: ' DELIMITED BY SIZE       00010000
                  WS-CT-ED DELIMITED BY SIZE                            00010010
                  INTO RPT-REC                                          00010020
           END-STRING                                                   00010030
           PERFORM 3050-RPT-WRITE-PARA                                  00010040
              THRU 3050-RPT-WRITE-PARA-EXIT                             00010050
           MOVE WS-DTL-OOS-CT TO WS-CT-ED                               00010060
           MOVE SPACES TO RPT-REC                                       00010070
           STRING 'ADVDTL OUT OF STEP.......: ' DELIMITED BY SIZE       00010080
                  WS-CT-ED DELIMITED BY SIZE                            00010090
                  INTO RPT-REC                                          00010100
           END-STRING                                                   00010110
           PERFORM 3050-RPT-WRITE-PARA                                  00010120
              THRU 3050-RPT-WRITE-PARA-EXIT                             00010130
           MOVE WS-NP-NET-TOT TO WS-BIG-ED                              00010140
           MOVE SPACES TO RPT-REC                                       00010150
           STRING 'NETPAYFL NET.............: ' DELIMITED BY SIZE       00010160
                  WS-BIG-ED DELIMITED BY SIZE                           00010170
                  INTO RPT-REC                                          00010180
           END-STRING                                                   00010190
           PERFORM 3050-RPT-WRITE-PARA                                  00010200
              THRU 3050-RPT-WRITE-PARA-EXIT                             00010210
           MOVE WS-ADV-NET-TOT TO WS-BIG-ED                             00010220
           MOVE SPACES TO RPT-REC                                       00010230
           STRING 'NET ON ADVICES...........: ' DELIMITED BY SIZE       00010240
                  WS-BIG-ED DELIMITED BY SIZE                           00010250
                  INTO RPT-REC                                          00010260
           END-STRING                                                   00010270
           PERFORM 3050-RPT-WRITE-PARA                                  00010280
              THRU 3050-RPT-WRITE-PARA-EXIT                             00010290
           IF WS-ADV-CT NOT = WS-NP-EMP-CT OR                           00010300
              WS-ADV-LINE-CT NOT = WS-READ-CT OR                        00010310
              WS-ADV-NET-TOT NOT = WS-NP-NET-TOT OR                     00010320
              WS-DTL-OOS-CT NOT = ZEROES                                00010330
             MOVE SPACES TO RPT-REC                                     00010340
             MOVE '*** PAY ADVICES DO NOT TIE TO NETPAYFL ***'          00010350
               TO RPT-REC                                               00010360
             PERFORM 3050-RPT-WRITE-PARA                                00010370
                THRU 3050-RPT-WRITE-PARA-EXIT                           00010380
             IF WS-RETURN-CD = 0                                        00010390
               MOVE 0004 TO WS-RETURN-CD                                00010400
             END-IF                                                     00010410
           END-IF                                                       00010420
           .                                                            00010430
       3600-CONTROL-PARA-EXIT.                                          00010440
           EXIT                                                         00010450
           .                                                            00010460
       3900-CLOSE-PARA.                                                 00010470
           IF WS-ANN-IS-OPEN                                            00010480
             CLOSE ANN-PS                                               00010490
           END-IF                                                       00010500
           IF WS-BANK-IS-OPEN                                           00010510
             CLOSE BANK-PS                                              00010520
           END-IF                                                       00010530
           CLOSE NETPAY-PS ADV-PS RPT-PS EXTR-PS                        00010540
           DISPLAY 'ADVICES PRODUCED: ' WS-ADV-CT                       00010550
           .                                                            00010560
       3900-CLOSE-PARA-EXIT.                                            00010570
           EXIT                                                         00010580
           .                                                            00010590
       9000-TERM-PARA.                                                  00010600
           IF WS-AUDIT-IS-OPEN                                          00010610
             MOVE SPACES            TO DL-AUDIT-REC                     00010620
             MOVE 'PAYADV'          TO DL-AUDIT-PGM                     00010630
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00010640
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00010650
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00010660
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00010670
             MOVE WS-EXTR-WRITE-CT  TO DL-AUDIT-WRITE-CT                00010680
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00010690
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00010700
             PERFORM 9100-AUDIT-CHAIN-PARA                              00010701
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00010702
             WRITE DL-AUDIT-REC                                         00010703
             CLOSE AUDIT-PS                                             00010720
           END-IF                                                       00010730
           MOVE WS-RETURN-CD TO RETURN-CODE                             00010740
           STOP RUN                                                     00010750
           .                                                            00010760
      *-----------------------------------------------------------      00010761
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00010762
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00010763
      *    FIRST RECORD OF THE DAY.                                     00010764
      *-----------------------------------------------------------      00010765
       9100-AUDIT-CHAIN-PARA.                                           00010766
           MOVE SPACES       TO DL-CHN-PARMS                            00010767
           MOVE 'NXT'        TO DL-CHN-FUNC                             00010768
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00010769
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00010770
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00010771
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00010772
             ON EXCEPTION                                               00010773
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00010774
                       'CHAINED'                                        00010775
           END-CALL                                                     00010776
           IF DL-CHN-ANCHORED                                           00010777
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00010778
           END-IF                                                       00010779
           IF DL-CHN-OK                                                 00010780
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00010781
           END-IF                                                       00010782
           .                                                            00010783
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00010784
           EXIT                                                         00010785
           .                                                            00010786

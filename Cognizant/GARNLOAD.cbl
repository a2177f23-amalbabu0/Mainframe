       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. GARNLOAD.                                            00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    BATCH MAINTENANCE OF THE WAGE GARNISHMENT ORDER CLUSTER      00000060
      *    (GARNMST, DLGARN LAYOUT) FROM THE PAYROLL OFFICE'S           00000070
      *    ORDER CARDS.  CARD LAYOUT:                                   00000080
      *      COL 1     ACTION - 'A' ADD, 'C' CHANGE, 'R' RELEASE        00000090
      *      COL 3-8   EMPLOYEE ID (NEMPID, C NNNNN)                    00000100
      *      COL 10-21 CASE NUMBER ON THE ORDER                         00000110
      *      COL 23    ORDER TYPE - 'S' CHILD SUPPORT, 'L' TAX          00000120
      *                LEVY, 'C' CREDITOR                               00000130
      *      COL 25-30 PAYEE AGENCY CODE THE MONEY IS REMITTED TO       00000140
      *      COL 32-38 PER-CYCLE AMOUNT (NNNNN.NN)                      00000150
      *      COL 40-43 PER-CYCLE PERCENTAGE OF DISPOSABLE               00000160
      *                EARNINGS (NN.NN)                                 00000170
      *      COL 45-53 TOTAL OWED (NNNNNNN.NN) - ZERO FOR AN            00000180
      *                OPEN-ENDED ORDER SUCH AS ONGOING SUPPORT         00000190
      *      COL 55-63 AMOUNT ALREADY PAID (NNNNNNN.NN) - ADD ONLY,     00000200
      *                FOR AN ORDER TAKEN OVER PART-PAID                00000210
      *    A CHANGE REPLACES THE TYPE, AGENCY, AMOUNT, PERCENTAGE       00000220
      *    AND TOTAL OWED BUT NEVER THE PAID-TO-DATE OR ARREARS         00000230
      *    PAYNET HAS BUILT UP.  A RELEASE CLOSES THE ORDER RATHER      00000240
      *    THAN DELETING IT, SO ITS PAYMENT HISTORY STAYS ON FILE.      00000250
      *    EVERY CARD IS VALIDATED; REJECTS GO TO THE SHARED            00000260
      *    SUSPENSE FILE (DLSUSP) AND EVERY CARD GETS A LINE ON         00000270
      *    THE ACTIVITY REPORT, THE SAME CONVENTIONS ELECLOAD USES      00000280
      *    FOR THE BENEFITS OFFICE'S ELECTION CARDS.                    00000290
      *-----------------------------------------------------------      00000300
       ENVIRONMENT DIVISION.                                            00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
           SELECT CARD-PS ASSIGN TO GARNCARD                            00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           ACCESS IS SEQUENTIAL                                         00000360
           FILE STATUS IS WS-FST-CARD                                   00000370
           .                                                            00000380
           SELECT GARN-PS ASSIGN TO GARNMST                             00000390
           ORGANIZATION IS INDEXED                                      00000400
           ACCESS IS RANDOM                                             00000410
           RECORD KEY IS DL-GARN-KEY                                    00000420
           FILE STATUS IS WS-FST-GARN                                   00000430
           .                                                            00000440
           SELECT RPT-PS ASSIGN TO GARNRPT                              00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           ACCESS IS SEQUENTIAL                                         00000470
           FILE STATUS IS WS-FST-RPT                                    00000480
           .                                                            00000490
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           ACCESS IS SEQUENTIAL                                         00000520
           FILE STATUS IS WS-FST-SUSP                                   00000530
           .                                                            00000540
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           ACCESS IS SEQUENTIAL                                         00000570
           FILE STATUS IS WS-FST-AUDIT                                  00000580
           .                                                            00000590
       DATA DIVISION.                                                   00000600
       FILE SECTION.                                                    00000610
       FD CARD-PS                                                       00000620
           RECORD CONTAINS 80 CHARACTERS.                               00000630
       01 CARD-REC.                                                     00000640
         05 CRD-ACTION         PIC X(01).                               00000650
         05 F                  PIC X(01).                               00000660
         05 CRD-NEMPID         PIC X(06).                               00000670
         05 F                  PIC X(01).                               00000680
         05 CRD-CASE           PIC X(12).                               00000690
         05 F                  PIC X(01).                               00000700
         05 CRD-TYPE           PIC X(01).                               00000710
         05 F                  PIC X(01).                               00000720
         05 CRD-AGENCY         PIC X(06).                               00000730
         05 F                  PIC X(01).                               00000740
         05 CRD-AMT            PIC 9(05)V9(02).                         00000750
         05 F                  PIC X(01).                               00000760
         05 CRD-PCT            PIC 9(02)V9(02).                         00000770
         05 F                  PIC X(01).                               00000780
         05 CRD-OWED           PIC 9(07)V9(02).                         00000790
         05 F                  PIC X(01).                               00000800
         05 CRD-PAID           PIC 9(07)V9(02).                         00000810
         05 F                  PIC X(17).                               00000820
       FD GARN-PS                                                       00000830
           RECORD CONTAINS 80 CHARACTERS.                               00000840
           COPY DLGARN.                                                 00000850
       FD RPT-PS                                                        00000860
           RECORD CONTAINS 132 CHARACTERS.                              00000870
       01 RPT-REC                PIC X(132).                            00000880
       FD SUSP-PS                                                       00000890
           RECORD CONTAINS 80 CHARACTERS.                               00000900
           COPY DLSUSP.                                                 00000910
       FD AUDIT-PS                                                      00000920
           RECORD CONTAINS 100 CHARACTERS.                              00000930
           COPY DLAUDIT.                                                00000940
       WORKING-STORAGE SECTION.                                         00000950
       01 WS-VARS.                                                      00000960
         05 WS-FST-CARD  PIC 9(02).                                     00000970
           88 C05-CARD-SUCCESS  VALUE 00.                               00000980
           88 C05-CARD-EOF      VALUE 10.                               00000990
         05 WS-FST-GARN  PIC 9(02).                                     00001000
           88 C05-GARN-SUCCESS  VALUE 00.                               00001010
           88 C05-GARN-NOTFND   VALUE 23.                               00001020
           88 C05-GARN-DUPKEY   VALUE 22.                               00001030
         05 WS-FST-RPT   PIC 9(02).                                     00001040
           88 C05-RPT-SUCCESS   VALUE 00.                               00001050
         05 WS-FST-SUSP  PIC 9(02).                                     00001060
           88 C05-SUSP-SUCCESS  VALUE 00.                               00001070
         05 WS-FST-AUDIT PIC 9(02).                                     00001080
           88 C05-AUDIT-SUCCESS VALUE 00.                               00001090
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001100
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00001110
         05 WS-AUDIT-START-TS  PIC X(15).                               00001120
         05 WS-RUN-DATE        PIC X(10).                               00001130
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001140
         05 WS-APPLIED-CT      PIC 9(06) VALUE ZEROES.                  00001150
         05 WS-REJECT-CT       PIC 9(06) VALUE ZEROES.                  00001160
         05 WS-CT-ED           PIC ZZZZZ9.                              00001170
         05 WS-REJ-CODE        PIC X(04).                               00001180
         05 WS-REJ-REASON      PIC X(26).                               00001190
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001200
         05 WS-RUNC-PARMS.                                              00001210
           10 WS-RUNC-FUNC   PIC X(03).                                 00001220
           10 WS-RUNC-PGM    PIC X(08).                                 00001230
           10 WS-RUNC-DATE   PIC X(10).                                 00001240
           10 WS-RUNC-RESULT PIC X(01).                                 00001250
       COPY DLCHAIN.                                                    00001251
       LINKAGE SECTION.                                                 00001260
       01 LK-PARM-REC.                                                  00001270
           05 LK-RUN-DATE    PIC X(10).                                 00001280
       PROCEDURE DIVISION USING LK-PARM-REC.                            00001290
       0000-MAIN-PARA.                                                  00001300
           PERFORM 1000-INIT-PARA                                       00001310
              THRU 1000-INIT-PARA-EXIT                                  00001320
           PERFORM 3000-PROC-PARA                                       00001330
              THRU 3000-PROC-PARA-EXIT                                  00001340
           PERFORM 9000-TERM-PARA                                       00001350
           .                                                            00001360
       1000-INIT-PARA.                                                  00001370
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00001380
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00001390
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00001400
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00001410
               END-ACCEPT                                               00001420
           ELSE                                                         00001430
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00001440
           END-IF                                                       00001450
           PERFORM 1100-RUNCTL-CHECK-PARA                               00001460
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00001470
           .                                                            00001480
       1000-INIT-PARA-EXIT.                                             00001490
           EXIT                                                         00001500
           .                                                            00001510
       1100-RUNCTL-CHECK-PARA.                                          00001520
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00001530
           MOVE 'GARNLOAD'  TO WS-RUNC-PGM                              00001540
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00001550
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00001560
             ON EXCEPTION                                               00001570
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00001580
                       'SKIPPED'                                        00001590
               MOVE 'N' TO WS-RUNC-RESULT                               00001600
           END-CALL                                                     00001610
           IF WS-RUNC-RESULT = 'Y'                                      00001620
             DISPLAY 'GARNLOAD ALREADY COMPLETED FOR BUSINESS DATE '    00001630
                     WS-RUN-DATE                                        00001640
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00001650
                     'RUNCTLF FOR A FORCED RERUN'                       00001660
             MOVE 0012 TO RETURN-CODE                                   00001670
             STOP RUN                                                   00001680
           END-IF                                                       00001690
           .                                                            00001700
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00001710
           EXIT                                                         00001720
           .                                                            00001730
       1200-RUNCTL-MARK-PARA.                                           00001740
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00001750
           MOVE 'GARNLOAD'  TO WS-RUNC-PGM                              00001760
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00001770
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00001780
             ON EXCEPTION                                               00001790
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00001800
                       'COMPLETE'                                       00001810
           END-CALL                                                     00001820
           .                                                            00001830
       1200-RUNCTL-MARK-PARA-EXIT.                                      00001840
           EXIT                                                         00001850
           .                                                            00001860
       3000-PROC-PARA.                                                  00001870
           PERFORM 3100-OPEN-PARA                                       00001880
              THRU 3100-OPEN-PARA-EXIT                                  00001890
           PERFORM 3150-TITLE-PARA                                      00001900
              THRU 3150-TITLE-PARA-EXIT                                 00001910
           PERFORM 3200-READ-PARA                                       00001920
              THRU 3200-READ-PARA-EXIT                                  00001930
              UNTIL C05-CARD-EOF                                        00001940
           PERFORM 3800-TOTALS-PARA                                     00001950
              THRU 3800-TOTALS-PARA-EXIT                                00001960
           PERFORM 3900-CLOSE-PARA                                      00001970
              THRU 3900-CLOSE-PARA-EXIT                                 00001980
           IF WS-RETURN-CD < 8                                          00001990
             PERFORM 1200-RUNCTL-MARK-PARA                              00002000
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00002010
           END-IF                                                       00002020
           .                                                            00002030
       3000-PROC-PARA-EXIT.                                             00002040
           EXIT                                                         00002050
           .                                                            00002060
       3100-OPEN-PARA.                                                  00002070
           OPEN INPUT CARD-PS                                           00002080
           EVALUATE TRUE                                                00002090
           WHEN C05-CARD-SUCCESS                                        00002100
             DISPLAY 'CARD-PS OPENED'                                   00002110
           WHEN OTHER                                                   00002120
             DISPLAY 'CARD-PS OPEN FAILED ' WS-FST-CARD                 00002130
             MOVE 0008 TO WS-RETURN-CD                                  00002140
             PERFORM 9000-TERM-PARA                                     00002150
           END-EVALUATE                                                 00002160
           OPEN I-O GARN-PS                                             00002170
           EVALUATE TRUE                                                00002180
           WHEN C05-GARN-SUCCESS                                        00002190
             DISPLAY 'GARN-PS OPENED'                                   00002200
           WHEN OTHER                                                   00002210
             DISPLAY 'GARN-PS OPEN FAILED ' WS-FST-GARN                 00002220
             MOVE 0008 TO WS-RETURN-CD                                  00002230
             PERFORM 9000-TERM-PARA                                     00002240
           END-EVALUATE                                                 00002250
           OPEN OUTPUT RPT-PS                                           00002260
           EVALUATE TRUE                                                00002270
           WHEN C05-RPT-SUCCESS                                         00002280
             DISPLAY 'RPT-PS OPENED'                                    00002290
           WHEN OTHER                                                   00002300
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00002310
             MOVE 0008 TO WS-RETURN-CD                                  00002320
             PERFORM 9000-TERM-PARA                                     00002330
           END-EVALUATE                                                 00002340
           OPEN EXTEND SUSP-PS                                          00002350
           EVALUATE TRUE                                                00002360
           WHEN C05-SUSP-SUCCESS                                        00002370
             DISPLAY 'SUSP-PS OPENED'                                   00002380
           WHEN OTHER                                                   00002390
             DISPLAY 'SUSP-PS OPEN FAILED ' WS-FST-SUSP                 00002400
             MOVE 0008 TO WS-RETURN-CD                                  00002410
             PERFORM 9000-TERM-PARA                                     00002420
           END-EVALUATE                                                 00002430
           OPEN EXTEND AUDIT-PS                                         00002440
           EVALUATE TRUE                                                00002450
           WHEN C05-AUDIT-SUCCESS                                       00002460
             DISPLAY 'AUDIT-PS OPENED'                                  00002470
             SET WS-AUDIT-IS-OPEN TO TRUE                               00002480
           WHEN OTHER                                                   00002490
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00002500
             MOVE 0008 TO WS-RETURN-CD                                  00002510
             PERFORM 9000-TERM-PARA                                     00002520
           END-EVALUATE                                                 00002530
           .                                                            00002540
       3100-OPEN-PARA-EXIT.                                             00002550
           EXIT                                                         00002560
           .                                                            00002570
       3150-TITLE-PARA.                                                 00002580
           MOVE SPACES TO RPT-REC                                       00002590
           STRING 'GARNISHMENT ORDERS LOAD   RUN DATE: '                00002600
                  DELIMITED BY SIZE                                     00002610
                  WS-RUN-DATE DELIMITED BY SIZE                         00002620
                  INTO RPT-REC                                          00002630
           END-STRING                                                   00002640
           WRITE RPT-REC                                                00002650
           MOVE SPACES TO RPT-REC                                       00002660
           WRITE RPT-REC                                                00002670
           MOVE SPACES TO RPT-REC                                       00002680
           STRING 'ACT EMPID  CASE         T DISPOSITION REASON'        00002690
                  DELIMITED BY SIZE                                     00002700
                  INTO RPT-REC                                          00002710
           END-STRING                                                   00002720
           WRITE RPT-REC                                                00002730
           .                                                            00002740
       3150-TITLE-PARA-EXIT.                                            00002750
           EXIT                                                         00002760
           .                                                            00002770
       3200-READ-PARA.                                                  00002780
           READ CARD-PS                                                 00002790
           EVALUATE TRUE                                                00002800
           WHEN C05-CARD-SUCCESS                                        00002810
             ADD 1 TO WS-READ-CT                                        00002820
             PERFORM 3210-APPLY-PARA                                    00002830
                THRU 3210-APPLY-PARA-EXIT                               00002840
           WHEN C05-CARD-EOF                                            00002850
             DISPLAY 'ORDER CARDS PROCESSED: ' WS-READ-CT               00002860
           WHEN OTHER                                                   00002870
             DISPLAY 'CARD-PS READ FAILED ' WS-FST-CARD                 00002880
             MOVE 0008 TO WS-RETURN-CD                                  00002890
             MOVE 10 TO WS-FST-CARD                                     00002900
           END-EVALUATE                                                 00002910
           .                                                            00002920
       3200-READ-PARA-EXIT.                                             00002930
           EXIT                                                         00002940
           .                                                            00002950
       3210-APPLY-PARA.                                                 00002960
           MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON                     00002970
           PERFORM 3600-VALID-PARA                                      00002980
              THRU 3600-VALID-PARA-EXIT                                 00002990
           IF WS-REJ-CODE > SPACES                                      00003000
             PERFORM 3700-REJECT-PARA                                   00003010
                THRU 3700-REJECT-PARA-EXIT                              00003020
             GO TO 3210-APPLY-PARA-EXIT                                 00003030
           END-IF                                                       00003040
           EVALUATE CRD-ACTION                                          00003050
           WHEN 'A'                                                     00003060
             PERFORM 3300-ADD-PARA                                      00003070
                THRU 3300-ADD-PARA-EXIT                                 00003080
           WHEN 'C'                                                     00003090
             PERFORM 3400-CHANGE-PARA                                   00003100
                THRU 3400-CHANGE-PARA-EXIT                              00003110
           WHEN 'R'                                                     00003120
             PERFORM 3500-RELEASE-PARA                                  00003130
                THRU 3500-RELEASE-PARA-EXIT                             00003140
           END-EVALUATE                                                 00003150
           .                                                            00003160
       3210-APPLY-PARA-EXIT.                                            00003170
           EXIT                                                         00003180
           .                                                            00003190
       3300-ADD-PARA.                                                   00003200
           MOVE SPACES       TO DL-GARN-REC                             00003210
           MOVE CRD-NEMPID   TO DL-GARN-NEMPID                          00003220
           MOVE CRD-CASE     TO DL-GARN-CASE                            00003230
           MOVE CRD-TYPE     TO DL-GARN-TYPE                            00003240
           MOVE CRD-AGENCY   TO DL-GARN-AGENCY                          00003250
           MOVE CRD-AMT      TO DL-GARN-AMT                             00003260
           MOVE CRD-PCT      TO DL-GARN-PCT                             00003270
           MOVE CRD-OWED     TO DL-GARN-OWED                            00003280
           MOVE CRD-PAID     TO DL-GARN-PAID                            00003290
           MOVE ZEROES       TO DL-GARN-ARREARS                         00003300
           SET DL-GARN-ACTIVE TO TRUE                                   00003310
           WRITE DL-GARN-REC                                            00003320
           EVALUATE TRUE                                                00003330
           WHEN C05-GARN-SUCCESS                                        00003340
             ADD 1 TO WS-APPLIED-CT                                     00003350
             PERFORM 3750-APPLIED-PARA                                  00003360
                THRU 3750-APPLIED-PARA-EXIT                             00003370
           WHEN C05-GARN-DUPKEY                                         00003380
             MOVE 'DUPL' TO WS-REJ-CODE                                 00003390
             MOVE 'ORDER ALREADY ON FILE' TO WS-REJ-REASON              00003400
             PERFORM 3700-REJECT-PARA                                   00003410
                THRU 3700-REJECT-PARA-EXIT                              00003420
           WHEN OTHER                                                   00003430
             DISPLAY 'GARN-PS WRITE FAILED ' WS-FST-GARN                00003440
             MOVE 'WRTE' TO WS-REJ-CODE                                 00003450
             MOVE 'ORDERS WRITE ERROR' TO WS-REJ-REASON                 00003460
             MOVE 0008 TO WS-RETURN-CD                                  00003470
             PERFORM 3700-REJECT-PARA                                   00003480
                THRU 3700-REJECT-PARA-EXIT                              00003490
           END-EVALUATE                                                 00003500
           .                                                            00003510
       3300-ADD-PARA-EXIT.                                              00003520
           EXIT                                                         00003530
           .                                                            00003540
       3400-CHANGE-PARA.                                                00003550
           MOVE CRD-NEMPID TO DL-GARN-NEMPID                            00003560
           MOVE CRD-CASE   TO DL-GARN-CASE                              00003570
           READ GARN-PS                                                 00003580
           EVALUATE TRUE                                                00003590
           WHEN C05-GARN-SUCCESS                                        00003600
             IF DL-GARN-CLOSED                                          00003610
               MOVE 'GCLS' TO WS-REJ-CODE                               00003620
               MOVE 'ORDER ALREADY CLOSED' TO WS-REJ-REASON             00003630
               PERFORM 3700-REJECT-PARA                                 00003640
                  THRU 3700-REJECT-PARA-EXIT                            00003650
               GO TO 3400-CHANGE-PARA-EXIT                              00003660
             END-IF                                                     00003670
             MOVE CRD-TYPE    TO DL-GARN-TYPE                           00003680
             MOVE CRD-AGENCY  TO DL-GARN-AGENCY                         00003690
             MOVE CRD-AMT     TO DL-GARN-AMT                            00003700
             MOVE CRD-PCT     TO DL-GARN-PCT                            00003710
             MOVE CRD-OWED    TO DL-GARN-OWED                           00003720
             PERFORM 3450-REWRITE-PARA                                  00003730
                THRU 3450-REWRITE-PARA-EXIT                             00003740
           WHEN C05-GARN-NOTFND                                         00003750
             MOVE 'NFND' TO WS-REJ-CODE                                 00003760
             MOVE 'ORDER NOT ON FILE' TO WS-REJ-REASON                  00003770
             PERFORM 3700-REJECT-PARA                                   00003780
                THRU 3700-REJECT-PARA-EXIT                              00003790
           WHEN OTHER                                                   00003800
             DISPLAY 'GARN-PS READ FAILED ' WS-FST-GARN                 00003810
             MOVE 'READ' TO WS-REJ-CODE                                 00003820
             MOVE 'ORDERS READ ERROR' TO WS-REJ-REASON                  00003830
             MOVE 0008 TO WS-RETURN-CD                                  00003840
             PERFORM 3700-REJECT-PARA                                   00003850
                THRU 3700-REJECT-PARA-EXIT                              00003860
           END-EVALUATE                                                 00003870
           .                                                            00003880
       3400-CHANGE-PARA-EXIT.                                           00003890
           EXIT                                                         00003900
           .                                                            00003910
       3450-REWRITE-PARA.                                               00003920
           REWRITE DL-GARN-REC                                          00003930
           EVALUATE TRUE                                                00003940
           WHEN C05-GARN-SUCCESS                                        00003950
             ADD 1 TO WS-APPLIED-CT                                     00003960
             PERFORM 3750-APPLIED-PARA                                  00003970
                THRU 3750-APPLIED-PARA-EXIT                             00003980
           WHEN OTHER                                                   00003990
             DISPLAY 'GARN-PS REWRITE FAILED ' WS-FST-GARN              00004000
             MOVE 'RWRT' TO WS-REJ-CODE                                 00004010
             MOVE 'ORDERS REWRITE ERROR' TO WS-REJ-REASON               00004020
             MOVE 0008 TO WS-RETURN-CD                                  00004030
             PERFORM 3700-REJECT-PARA                                   00004040
                THRU 3700-REJECT-PARA-EXIT                              00004050
           END-EVALUATE                                                 00004060
           .                                                            00004070
       3450-REWRITE-PARA-EXIT.                                          00004080
           EXIT                                                         00004090
           .                                                            00004100
      *-----------------------------------------------------------      00004110
      *    A RELEASED ORDER STAYS ON FILE CLOSED, WITH ITS PAID-TO-     00004120
      *    DATE INTACT; ANY ARREARS ARE WRITTEN OFF WITH IT.            00004130
      *-----------------------------------------------------------      00004140
       3500-RELEASE-PARA.                                               00004150
           MOVE CRD-NEMPID TO DL-GARN-NEMPID                            00004160
           MOVE CRD-CASE   TO DL-GARN-CASE                              00004170
           READ GARN-PS                                                 00004180
           EVALUATE TRUE                                                00004190
           WHEN C05-GARN-SUCCESS                                        00004200
             IF DL-GARN-CLOSED                                          00004210
               MOVE 'GCLS' TO WS-REJ-CODE                               00004220
               MOVE 'ORDER ALREADY CLOSED' TO WS-REJ-REASON             00004230
               PERFORM 3700-REJECT-PARA                                 00004240
                  THRU 3700-REJECT-PARA-EXIT                            00004250
               GO TO 3500-RELEASE-PARA-EXIT                             00004260
             END-IF                                                     00004270
             MOVE ZEROES TO DL-GARN-ARREARS                             00004280
             SET DL-GARN-CLOSED TO TRUE                                 00004290
             PERFORM 3450-REWRITE-PARA                                  00004300
                THRU 3450-REWRITE-PARA-EXIT                             00004310
           WHEN C05-GARN-NOTFND                                         00004320
             MOVE 'NFND' TO WS-REJ-CODE                                 00004330
             MOVE 'ORDER NOT ON FILE' TO WS-REJ-REASON                  00004340
             PERFORM 3700-REJECT-PARA                                   00004350
                THRU 3700-REJECT-PARA-EXIT                              00004360
           WHEN OTHER                                                   00004370
             DISPLAY 'GARN-PS READ FAILED ' WS-FST-GARN                 00004380
             MOVE 'READ' TO WS-REJ-CODE                                 00004390
             MOVE 'ORDERS READ ERROR' TO WS-REJ-REASON                  00004400
             MOVE 0008 TO WS-RETURN-CD                                  00004410
             PERFORM 3700-REJECT-PARA                                   00004420
                THRU 3700-REJECT-PARA-EXIT                              00004430
           END-EVALUATE                                                 00004440
           .                                                            00004450
       3500-RELEASE-PARA-EXIT.                                          00004460
           EXIT                                                         00004470
           .                                                            00004480
       3600-VALID-PARA.                                                 00004490
           EVALUATE TRUE                                                00004500
           WHEN CRD-ACTION NOT = 'A' AND CRD-ACTION NOT = 'C' AND       00004510
                CRD-ACTION NOT = 'R'                                    00004520
             MOVE 'ACTN' TO WS-REJ-CODE                                 00004530
             MOVE 'ACTION NOT A, C, OR R' TO WS-REJ-REASON              00004540
           WHEN CRD-NEMPID IS NOT GREATER THAN SPACES                   00004550
             MOVE 'EMPI' TO WS-REJ-CODE                                 00004560
             MOVE 'EMPID MISSING OR BLANK' TO WS-REJ-REASON             00004570
           WHEN CRD-CASE IS NOT GREATER THAN SPACES                     00004580
             MOVE 'CASE' TO WS-REJ-CODE                                 00004590
             MOVE 'CASE NUMBER MISSING' TO WS-REJ-REASON                00004600
           WHEN CRD-ACTION = 'R'                                        00004610
             CONTINUE                                                   00004620
           WHEN CRD-TYPE NOT = 'S' AND CRD-TYPE NOT = 'L' AND           00004630
                CRD-TYPE NOT = 'C'                                      00004640
             MOVE 'GTYP' TO WS-REJ-CODE                                 00004650
             MOVE 'ORDER TYPE NOT S, L, OR C' TO WS-REJ-REASON          00004660
           WHEN CRD-AGENCY IS NOT GREATER THAN SPACES                   00004670
             MOVE 'AGCY' TO WS-REJ-CODE                                 00004680
             MOVE 'PAYEE AGENCY MISSING' TO WS-REJ-REASON               00004690
           WHEN CRD-AMT IS NOT NUMERIC                                  00004700
             MOVE 'GAMT' TO WS-REJ-CODE                                 00004710
             MOVE 'AMOUNT NOT NUMERIC' TO WS-REJ-REASON                 00004720
           WHEN CRD-PCT IS NOT NUMERIC                                  00004730
             MOVE 'GPCT' TO WS-REJ-CODE                                 00004740
             MOVE 'PERCENTAGE NOT NUMERIC' TO WS-REJ-REASON             00004750
           WHEN CRD-AMT = ZEROES AND CRD-PCT = ZEROES                   00004760
             MOVE 'GZER' TO WS-REJ-CODE                                 00004770
             MOVE 'NO AMOUNT OR PERCENTAGE' TO WS-REJ-REASON            00004780
           WHEN CRD-OWED IS NOT NUMERIC                                 00004790
             MOVE 'GOWE' TO WS-REJ-CODE                                 00004800
             MOVE 'TOTAL OWED NOT NUMERIC' TO WS-REJ-REASON             00004810
           WHEN CRD-ACTION = 'A' AND CRD-PAID IS NOT NUMERIC            00004820
             MOVE 'GPAI' TO WS-REJ-CODE                                 00004830
             MOVE 'AMOUNT PAID NOT NUMERIC' TO WS-REJ-REASON            00004840
           WHEN CRD-ACTION = 'A' AND CRD-OWED > ZEROES AND              00004850
                CRD-PAID NOT < CRD-OWED                                 00004860
             MOVE 'GPAI' TO WS-REJ-CODE                                 00004870
             MOVE 'ORDER ALREADY PAID OFF' TO WS-REJ-REASON             00004880
           WHEN OTHER                                                   00004890
             CONTINUE                                                   00004900
           END-EVALUATE                                                 00004910
           .                                                            00004920
       3600-VALID-PARA-EXIT.                                            00004930
           EXIT                                                         00004940
           .                                                            00004950
       3700-REJECT-PARA.                                                00004960
           ADD 1 TO WS-REJECT-CT                                        00004970
           DISPLAY CRD-NEMPID ' ' CRD-CASE ' REJECTED - ' WS-REJ-CODE   00004980
           MOVE SPACES          TO DL-SUSP-REC                          00004990
           MOVE 'GARNLOAD'      TO DL-SUSP-PGM                          00005000
           MOVE SPACES          TO DL-SUSP-KEY                          00005010
           STRING CRD-NEMPID DELIMITED BY SIZE                          00005020
                  ' '        DELIMITED BY SIZE                          00005030
                  CRD-CASE   DELIMITED BY SIZE                          00005040
                  INTO DL-SUSP-KEY                                      00005050
           END-STRING                                                   00005060
           MOVE WS-REJ-CODE     TO DL-SUSP-REASON-CD                    00005070
           MOVE WS-REJ-REASON   TO DL-SUSP-REASON-TX                    00005080
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00005090
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00005100
           WRITE DL-SUSP-REC                                            00005110
           MOVE SPACES TO RPT-REC                                       00005120
           STRING CRD-ACTION      DELIMITED BY SIZE                     00005130
                  '   '           DELIMITED BY SIZE                     00005140
                  CRD-NEMPID      DELIMITED BY SIZE                     00005150
                  ' '             DELIMITED BY SIZE                     00005160
                  CRD-CASE        DELIMITED BY SIZE                     00005170
                  ' '             DELIMITED BY SIZE                     00005180
                  CRD-TYPE        DELIMITED BY SIZE                     00005190
                  ' REJECTED    ' DELIMITED BY SIZE                     00005200
                  WS-REJ-REASON   DELIMITED BY SIZE                     00005210
                  INTO RPT-REC                                          00005220
           END-STRING                                                   00005230
           WRITE RPT-REC                                                00005240
           .                                                            00005250
       3700-REJECT-PARA-EXIT.                                           00005260
           EXIT                                                         00005270
           .                                                            00005280
       3750-APPLIED-PARA.                                               00005290
           MOVE SPACES TO RPT-REC                                       00005300
           STRING CRD-ACTION      DELIMITED BY SIZE                     00005310
                  '   '           DELIMITED BY SIZE                     00005320
                  CRD-NEMPID      DELIMITED BY SIZE                     00005330
                  ' '             DELIMITED BY SIZE                     00005340
                  CRD-CASE        DELIMITED BY SIZE                     00005350
                  ' '             DELIMITED BY SIZE                     00005360
                  DL-GARN-TYPE    DELIMITED BY SIZE                     00005370
                  ' APPLIED'      DELIMITED BY SIZE                     00005380
                  INTO RPT-REC                                          00005390
           END-STRING                                                   00005400
           WRITE RPT-REC                                                00005410
           .                                                            00005420
       3750-APPLIED-PARA-EXIT.                                          00005430
           EXIT                                                         00005440
           .                                                            00005450
       3800-TOTALS-PARA.                                                00005460
           MOVE SPACES TO RPT-REC                                       00005470
           WRITE RPT-REC                                                00005480
           MOVE WS-APPLIED-CT TO WS-CT-ED                               00005490
           MOVE SPACES TO RPT-REC                                       00005500
           STRING 'ORDERS APPLIED...........: ' DELIMITED BY SIZE       00005510
                  WS-CT-ED DELIMITED BY SIZE                            00005520
                  INTO RPT-REC                                          00005530
           END-STRING                                                   00005540
           WRITE RPT-REC                                                00005550
           MOVE WS-REJECT-CT TO WS-CT-ED                                00005560
           MOVE SPACES TO RPT-REC                                       00005570
           STRING 'ORDERS REJECTED..........: ' DELIMITED BY SIZE       00005580
                  WS-CT-ED DELIMITED BY SIZE                            00005590
                  INTO RPT-REC                                          00005600
           END-STRING                                                   00005610
           WRITE RPT-REC                                                00005620
           IF WS-REJECT-CT > 0 AND WS-RETURN-CD = 0                     00005630
             MOVE 0004 TO WS-RETURN-CD                                  00005640
           END-IF                                                       00005650
           .                                                            00005660
       3800-TOTALS-PARA-EXIT.                                           00005670
           EXIT                                                         00005680
           .                                                            00005690
       3900-CLOSE-PARA.                                                 00005700
           CLOSE CARD-PS GARN-PS RPT-PS SUSP-PS                         00005710
           .                                                            00005720
       3900-CLOSE-PARA-EXIT.                                            00005730
           EXIT                                                         00005740
           .                                                            00005750
       9000-TERM-PARA.                                                  00005760
           IF WS-AUDIT-IS-OPEN                                          00005770
             MOVE SPACES            TO DL-AUDIT-REC                     00005780
             MOVE 'GARNLOAD'        TO DL-AUDIT-PGM                     00005790
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00005800
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00005810
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00005820
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00005830
             MOVE WS-APPLIED-CT     TO DL-AUDIT-WRITE-CT                00005840
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005850
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005860
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005861
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005862
             WRITE DL-AUDIT-REC                                         00005863
             CLOSE AUDIT-PS                                             00005880
           END-IF                                                       00005890
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005900
           STOP RUN                                                     00005910
           .                                                            00005920
      *-----------------------------------------------------------      00005921
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005922
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005923
      *    FIRST RECORD OF THE DAY.                                     00005924
      *-----------------------------------------------------------      00005925
       9100-AUDIT-CHAIN-PARA.                                           00005926
           MOVE SPACES       TO DL-CHN-PARMS                            00005927
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005928
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005929
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005930
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005931
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005932
             ON EXCEPTION                                               00005933
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005934
                       'CHAINED'                                        00005935
           END-CALL                                                     00005936
           IF DL-CHN-ANCHORED                                           00005937
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005938
           END-IF                                                       00005939
           IF DL-CHN-OK                                                 00005940
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005941
           END-IF                                                       00005942
           .                                                            00005943
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005944
           EXIT                                                         00005945
           .                                                            00005946

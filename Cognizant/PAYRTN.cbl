       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYRTN.                                              00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    ACH RETURN AND NOTIFICATION-OF-CHANGE (NOC) PROCESSING,      00000060
      *    RUN AHEAD OF PAYACH SO TONIGHT'S DEPOSITS ALREADY SEE THE    00000070
      *    CORRECTED BANK MASTER.  THE BANK'S RETURN FILE (RTNFILE)     00000080
      *    CARRIES ONE ENTRY PER ITEM:                                  00000090
      *      'R' RETURN - THE DEPOSIT (OR PRENOTE) WAS REFUSED; THE     00000100
      *                   REASON IS THE BANK'S RNN CODE                 00000110
      *      'C' NOC    - THE DEPOSIT POSTED BUT THE BANK SUPPLIES A    00000120
      *                   CORRECTED ROUTING, ACCOUNT, OR ACCOUNT TYPE   00000130
      *      '9' CONTROL - ENTRY COUNT AND TOTAL RETURNED DOLLARS       00000140
      *    EACH ENTRY IS MATCHED BY TRACE NUMBER TO THE ORIGINATING     00000150
      *    '6' ENTRY ON THE ACH HISTORY (ACHHIST, DLACHHS LAYOUT) AND   00000160
      *    MUST NAME THE SAME EMPLOYEE.  A RETURN PUTS THE EMPLOYEE'S   00000170
      *    BANK RECORD (EMPBANK, DLBANK LAYOUT) BACK INTO PRENOTE       00000180
      *    STATUS 'P' SO NO MORE MONEY GOES TO THE DEAD ACCOUNT; A      00000190
      *    NOC APPLIES THE CORRECTED DETAILS AND ALSO RE-ENTERS THE     00000200
      *    PRENOTE CYCLE.  EVERY ITEM OPENS A SUSPENSE ITEM SO PAYROLL  00000210
      *    REPAYS THE RETURNED MONEY AND CONFIRMS THE CHANGE; ITEMS     00000220
      *    THAT CANNOT BE MATCHED REJECT TO SUSPENSE WITH THEIR OWN     00000230
      *    REASON.  THE TOTALS RECORD (RTNTOT) CARRIES THE RETURNED     00000240
      *    DOLLARS AND THE BANK'S CONTROL TO PAYBAL, WHICH PROVES       00000250
      *    THEM AS THEIR OWN LEG.                                       00000260
      *-----------------------------------------------------------      00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT OPTIONAL RTN-PS ASSIGN TO RTNFILE                     00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           ACCESS IS SEQUENTIAL                                         00000330
           FILE STATUS IS WS-FST-RTN                                    00000340
           .                                                            00000350
           SELECT HIST-PS ASSIGN TO ACHHIST                             00000360
           ORGANIZATION IS INDEXED                                      00000370
           ACCESS IS RANDOM                                             00000380
           RECORD KEY IS DL-ACHH-TRACE                                  00000390
           FILE STATUS IS WS-FST-HIST                                   00000400
           .                                                            00000410
           SELECT BANK-PS ASSIGN TO EMPBANK                             00000420
           ORGANIZATION IS INDEXED                                      00000430
           ACCESS IS RANDOM                                             00000440
           RECORD KEY IS DL-BANK-NEMPID                                 00000450
           FILE STATUS IS WS-FST-BANK                                   00000460
           .                                                            00000470
           SELECT RPT-PS ASSIGN TO RTNRPT                               00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           ACCESS IS SEQUENTIAL                                         00000500
           FILE STATUS IS WS-FST-RPT                                    00000510
           .                                                            00000520
           SELECT TOT-PS ASSIGN TO RTNTOT                               00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           ACCESS IS SEQUENTIAL                                         00000550
           FILE STATUS IS WS-FST-TOT                                    00000560
           .                                                            00000570
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000580
           ORGANIZATION IS SEQUENTIAL                                   00000590
           ACCESS IS SEQUENTIAL                                         00000600
           FILE STATUS IS WS-FST-SUSP                                   00000610
           .                                                            00000620
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           ACCESS IS SEQUENTIAL                                         00000650
           FILE STATUS IS WS-FST-AUDIT                                  00000660
           .                                                            00000670
       DATA DIVISION.                                                   00000680
       FILE SECTION.                                                    00000690
       FD RTN-PS                                                        00000700
           RECORD CONTAINS 80 CHARACTERS.                               00000710
       01 RTN-DT-REC.                                                   00000720
         05 RTN-TYPE            PIC X(01).                              00000730
         05 F                   PIC X(01).                              00000740
         05 RTN-TRACE           PIC X(15).                              00000750
         05 F                   PIC X(01).                              00000760
         05 RTN-NEMPID          PIC X(06).                              00000770
         05 F                   PIC X(01).                              00000780
         05 RTN-REASON          PIC X(03).                              00000790
         05 F                   PIC X(01).                              00000800
         05 RTN-AMOUNT          PIC 9(09)V9(02).                        00000810
         05 F                   PIC X(01).                              00000820
         05 RTN-NEW-ROUTING     PIC X(09).                              00000830
         05 F                   PIC X(01).                              00000840
         05 RTN-NEW-ACCOUNT     PIC X(17).                              00000850
         05 F                   PIC X(01).                              00000860
         05 RTN-NEW-ACCT-TYPE   PIC X(01).                              00000870
         05 F                   PIC X(10).                              00000880
       01 RTN-CTL-REC.                                                  00000890
         05 RTN-CTL-TYPE        PIC X(01).                              00000900
         05 F                   PIC X(01).                              00000910
         05 RTN-CTL-ENTRIES     PIC 9(07).                              00000920
         05 F                   PIC X(01).                              00000930
         05 RTN-CTL-AMOUNT      PIC 9(11)V9(02).                        00000940
         05 F                   PIC X(57).                              00000950
       FD HIST-PS                                                       00000960
           RECORD CONTAINS 80 CHARACTERS.                               00000970
           COPY DLACHHS.                                                00000980
       FD BANK-PS                                                       00000990
           RECORD CONTAINS 80 CHARACTERS.                               00001000
           COPY DLBANK.                                                 00001010
       FD RPT-PS                                                        00001020
           RECORD CONTAINS 132 CHARACTERS.                              00001030
       01 RPT-REC                PIC X(132).                            00001040
       FD TOT-PS                                                        00001050
           RECORD CONTAINS 80 CHARACTERS.                               00001060
       01 TOT-REC.                                                      00001070
         05 TOT-ID              PIC X(06).                              00001080
         05 F                   PIC X(01).                              00001090
         05 TOT-RTN-CT          PIC 9(06).                              00001100
         05 F                   PIC X(01).                              00001110
         05 TOT-RTN-AMT         PIC 9(09).9(02).                        00001120
         05 F                   PIC X(01).                              00001130
         05 TOT-UNM-CT          PIC 9(06).                              00001140
         05 F                   PIC X(01).                              00001150
         05 TOT-UNM-AMT         PIC 9(09).9(02).                        00001160
         05 F                   PIC X(01).                              00001170
         05 TOT-CTL-AMT         PIC 9(09).9(02).                        00001180
         05 F                   PIC X(01).                              00001190
         05 TOT-CTL-SW          PIC X(01).                              00001200
         05 F                   PIC X(01).                              00001210
         05 TOT-NOC-CT          PIC 9(06).                              00001220
         05 F                   PIC X(12).                              00001230
       FD SUSP-PS                                                       00001240
           RECORD CONTAINS 80 CHARACTERS.                               00001250
           COPY DLSUSP.                                                 00001260
       FD AUDIT-PS                                                      00001270
           RECORD CONTAINS 100 CHARACTERS.                              00001280
           COPY DLAUDIT.                                                00001290
       WORKING-STORAGE SECTION.                                         00001300
       01 WS-VARS.                                                      00001310
         05 WS-FST-RTN   PIC 9(02).                                     00001320
           88 C05-RTN-SUCCESS   VALUE 00 05.                            00001330
           88 C05-RTN-EOF       VALUE 10.                               00001340
         05 WS-FST-HIST  PIC 9(02).                                     00001350
           88 C05-HIST-SUCCESS  VALUE 00.                               00001360
           88 C05-HIST-NOTFND   VALUE 23.                               00001370
         05 WS-FST-BANK  PIC 9(02).                                     00001380
           88 C05-BANK-SUCCESS  VALUE 00.                               00001390
           88 C05-BANK-NOTFND   VALUE 23.                               00001400
         05 WS-FST-RPT   PIC 9(02).                                     00001410
           88 C05-RPT-SUCCESS   VALUE 00.                               00001420
         05 WS-FST-TOT   PIC 9(02).                                     00001430
           88 C05-TOT-SUCCESS   VALUE 00.                               00001440
         05 WS-FST-SUSP  PIC 9(02).                                     00001450
           88 C05-SUSP-SUCCESS  VALUE 00.                               00001460
         05 WS-FST-AUDIT PIC 9(02).                                     00001470
           88 C05-AUDIT-SUCCESS VALUE 00.                               00001480
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00001490
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00001500
         05 WS-AUDIT-START-TS  PIC X(15).                               00001510
         05 WS-RUN-DATE        PIC X(10).                               00001520
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001530
         05 WS-APPLIED-CT      PIC 9(06) VALUE ZEROES.                  00001540
         05 WS-REJECT-CT       PIC 9(06) VALUE ZEROES.                  00001550
         05 WS-RTN-CT          PIC 9(06) VALUE ZEROES.                  00001560
         05 WS-NOC-CT          PIC 9(06) VALUE ZEROES.                  00001570
         05 WS-RTN-AMT         PIC 9(09)V9(02) VALUE ZEROES.            00001580
         05 WS-UNM-CT          PIC 9(06) VALUE ZEROES.                  00001590
         05 WS-UNM-AMT         PIC 9(09)V9(02) VALUE ZEROES.            00001600
         05 WS-CTL-ENTRIES     PIC 9(07) VALUE ZEROES.                  00001610
         05 WS-CTL-AMT         PIC 9(11)V9(02) VALUE ZEROES.            00001620
         05 WS-CTL-SW          PIC X(01) VALUE 'N'.                     00001630
           88 WS-CTL-SEEN       VALUE 'Y'.                              00001640
         05 WS-CT-ED           PIC ZZZZZ9.                              00001650
         05 WS-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00001660
         05 WS-REJ-CODE        PIC X(04).                               00001670
         05 WS-REJ-REASON      PIC X(26).                               00001680
         05 WS-DISP-TX         PIC X(26).                               00001690
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001700
      *-----------------------------------------------------------      00001710
      *    ABA 3-7-1 CHECK-DIGIT WORK AREAS FOR A NOC'S CORRECTED       00001720
      *    ROUTING NUMBER - THE SAME TEST BANKLOAD APPLIES.             00001730
      *-----------------------------------------------------------      00001740
         05 WS-RTN-DIGITS.                                              00001750
           10 WS-RTN-D OCCURS 9 TIMES PIC 9(01).                        00001760
         05 WS-RTN-SUM         PIC 9(04).                               00001770
         05 WS-RTN-REM         PIC 9(02).                               00001780
         05 WS-RTN-QUOT        PIC 9(04).                               00001790
         05 WS-RUNC-PARMS.                                              00001800
           10 WS-RUNC-FUNC   PIC X(03).                                 00001810
           10 WS-RUNC-PGM    PIC X(08).                                 00001820
           10 WS-RUNC-DATE   PIC X(10).                                 00001830
           10 WS-RUNC-RESULT PIC X(01).                                 00001840
       COPY DLCHAIN.                                                    00001841
       LINKAGE SECTION.                                                 00001850
       01 LK-PARM-REC.                                                  00001860
           05 LK-RUN-DATE    PIC X(10).                                 00001870
       PROCEDURE DIVISION USING LK-PARM-REC.                            00001880
       0000-MAIN-PARA.                                                  00001890
           PERFORM 1000-INIT-PARA                                       00001900
              THRU 1000-INIT-PARA-EXIT                                  00001910
           PERFORM 3000-PROC-PARA                                       00001920
              THRU 3000-PROC-PARA-EXIT                                  00001930
           PERFORM 9000-TERM-PARA                                       00001940
           .                                                            00001950
       1000-INIT-PARA.                                                  00001960
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00001970
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00001980
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00001990
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00002000
               END-ACCEPT                                               00002010
           ELSE                                                         00002020
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00002030
           END-IF                                                       00002040
           PERFORM 1100-RUNCTL-CHECK-PARA                               00002050
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00002060
           .                                                            00002070
       1000-INIT-PARA-EXIT.                                             00002080
           EXIT                                                         00002090
           .                                                            00002100
       1100-RUNCTL-CHECK-PARA.                                          00002110
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00002120
           MOVE 'PAYRTN'    TO WS-RUNC-PGM                              00002130
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00002140
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00002150
             ON EXCEPTION                                               00002160
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00002170
                       'SKIPPED'                                        00002180
               MOVE 'N' TO WS-RUNC-RESULT                               00002190
           END-CALL                                                     00002200
           IF WS-RUNC-RESULT = 'Y'                                      00002210
             DISPLAY 'PAYRTN ALREADY COMPLETED FOR BUSINESS DATE '      00002220
                     WS-RUN-DATE                                        00002230
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00002240
                     'RUNCTLF FOR A FORCED RERUN'                       00002250
             MOVE 0012 TO RETURN-CODE                                   00002260
             STOP RUN                                                   00002270
           END-IF                                                       00002280
           .                                                            00002290
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00002300
           EXIT                                                         00002310
           .                                                            00002320
       1200-RUNCTL-MARK-PARA.                                           00002330
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00002340
           MOVE 'PAYRTN'    TO WS-RUNC-PGM                              00002350
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00002360
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00002370
             ON EXCEPTION                                               00002380
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00002390
                       'COMPLETE'                                       00002400
           END-CALL                                                     00002410
           .                                                            00002420
       1200-RUNCTL-MARK-PARA-EXIT.                                      00002430
           EXIT                                                         00002440
           .                                                            00002450
       3000-PROC-PARA.                                                  00002460
           PERFORM 3100-OPEN-PARA                                       00002470
              THRU 3100-OPEN-PARA-EXIT                                  00002480
           PERFORM 3150-TITLE-PARA                                      00002490
              THRU 3150-TITLE-PARA-EXIT                                 00002500
           PERFORM 3200-READ-PARA                                       00002510
              THRU 3200-READ-PARA-EXIT                                  00002520
              UNTIL C05-RTN-EOF                                         00002530
           PERFORM 3800-TOTALS-PARA                                     00002540
              THRU 3800-TOTALS-PARA-EXIT                                00002550
           PERFORM 3900-CLOSE-PARA                                      00002560
              THRU 3900-CLOSE-PARA-EXIT                                 00002570
           IF WS-RETURN-CD < 8                                          00002580
             PERFORM 1200-RUNCTL-MARK-PARA                              00002590
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00002600
           END-IF                                                       00002610
           .                                                            00002620
       3000-PROC-PARA-EXIT.                                             00002630
           EXIT                                                         00002640
           .                                                            00002650
       3100-OPEN-PARA.                                                  00002660
           OPEN INPUT RTN-PS                                            00002670
           EVALUATE TRUE                                                00002680
           WHEN C05-RTN-SUCCESS                                         00002690
             DISPLAY 'RTN-PS OPENED'                                    00002700
           WHEN OTHER                                                   00002710
             DISPLAY 'RTN-PS OPEN FAILED ' WS-FST-RTN                   00002720
             MOVE 0008 TO WS-RETURN-CD                                  00002730
             PERFORM 9000-TERM-PARA                                     00002740
           END-EVALUATE                                                 00002750
           OPEN I-O HIST-PS                                             00002760
           EVALUATE TRUE                                                00002770
           WHEN C05-HIST-SUCCESS                                        00002780
             DISPLAY 'HIST-PS OPENED'                                   00002790
           WHEN OTHER                                                   00002800
             DISPLAY 'HIST-PS OPEN FAILED ' WS-FST-HIST                 00002810
             MOVE 0008 TO WS-RETURN-CD                                  00002820
             PERFORM 9000-TERM-PARA                                     00002830
           END-EVALUATE                                                 00002840
           OPEN I-O BANK-PS                                             00002850
           EVALUATE TRUE                                                00002860
           WHEN C05-BANK-SUCCESS                                        00002870
             DISPLAY 'BANK-PS OPENED'                                   00002880
           WHEN OTHER                                                   00002890
             DISPLAY 'BANK-PS OPEN FAILED ' WS-FST-BANK                 00002900
             MOVE 0008 TO WS-RETURN-CD                                  00002910
             PERFORM 9000-TERM-PARA                                     00002920
           END-EVALUATE                                                 00002930
           OPEN OUTPUT RPT-PS                                           00002940
           EVALUATE TRUE                                                00002950
           WHEN C05-RPT-SUCCESS                                         00002960
             DISPLAY 'RPT-PS OPENED'                                    00002970
           WHEN OTHER                                                   00002980
             DISPLAY 'RPT-PS OPEN FAILED ' WS-FST-RPT                   00002990
             MOVE 0008 TO WS-RETURN-CD                                  00003000
             PERFORM 9000-TERM-PARA                                     00003010
           END-EVALUATE                                                 00003020
           OPEN OUTPUT TOT-PS                                           00003030
           EVALUATE TRUE                                                00003040
           WHEN C05-TOT-SUCCESS                                         00003050
             DISPLAY 'TOT-PS OPENED'                                    00003060
           WHEN OTHER                                                   00003070
             DISPLAY 'TOT-PS OPEN FAILED ' WS-FST-TOT                   00003080
             MOVE 0008 TO WS-RETURN-CD                                  00003090
             PERFORM 9000-TERM-PARA                                     00003100
           END-EVALUATE                                                 00003110
           OPEN EXTEND SUSP-PS                                          00003120
           EVALUATE TRUE                                                00003130
           WHEN C05-SUSP-SUCCESS                                        00003140
             DISPLAY 'SUSP-PS OPENED'                                   00003150
           WHEN OTHER                                                   00003160
             DISPLAY 'SUSP-PS OPEN FAILED ' WS-FST-SUSP                 00003170
             MOVE 0008 TO WS-RETURN-CD                                  00003180
             PERFORM 9000-TERM-PARA                                     00003190
           END-EVALUATE                                                 00003200
           OPEN EXTEND AUDIT-PS                                         00003210
           EVALUATE TRUE                                                00003220
           WHEN C05-AUDIT-SUCCESS                                       00003230
             DISPLAY 'AUDIT-PS OPENED'                                  00003240
             SET WS-AUDIT-IS-OPEN TO TRUE                               00003250
           WHEN OTHER                                                   00003260
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00003270
             MOVE 0008 TO WS-RETURN-CD                                  00003280
             PERFORM 9000-TERM-PARA                                     00003290
           END-EVALUATE                                                 00003300
           .                                                            00003310
       3100-OPEN-PARA-EXIT.                                             00003320
           EXIT                                                         00003330
           .                                                            00003340
       3150-TITLE-PARA.                                                 00003350
           MOVE SPACES TO RPT-REC                                       00003360
           STRING 'ACH RETURNS AND NOTIFICATIONS OF CHANGE   RUN DATE: '00003370
                  DELIMITED BY SIZE                                     00003380
                  WS-RUN-DATE DELIMITED BY SIZE                         00003390
                  INTO RPT-REC                                          00003400
           END-STRING                                                   00003410
           WRITE RPT-REC                                                00003420
           MOVE SPACES TO RPT-REC                                       00003430
           WRITE RPT-REC                                                00003440
           MOVE SPACES TO RPT-REC                                       00003450
           STRING 'T EMPID  TRACE           RSN          AMOUNT  '      00003460
                  'DISPOSITION' DELIMITED BY SIZE                       00003470
                  INTO RPT-REC                                          00003480
           END-STRING                                                   00003490
           WRITE RPT-REC                                                00003500
           .                                                            00003510
       3150-TITLE-PARA-EXIT.                                            00003520
           EXIT                                                         00003530
           .                                                            00003540
       3200-READ-PARA.                                                  00003550
           READ RTN-PS                                                  00003560
           EVALUATE TRUE                                                00003570
           WHEN C05-RTN-SUCCESS                                         00003580
             EVALUATE RTN-TYPE                                          00003590
             WHEN 'R'                                                   00003600
             WHEN 'C'                                                   00003610
               ADD 1 TO WS-READ-CT                                      00003620
               PERFORM 3210-APPLY-PARA                                  00003630
                  THRU 3210-APPLY-PARA-EXIT                             00003640
             WHEN '9'                                                   00003650
               SET WS-CTL-SEEN TO TRUE                                  00003660
               IF RTN-CTL-ENTRIES IS NUMERIC                            00003670
                 MOVE RTN-CTL-ENTRIES TO WS-CTL-ENTRIES                 00003680
               END-IF                                                   00003690
               IF RTN-CTL-AMOUNT IS NUMERIC                             00003700
                 MOVE RTN-CTL-AMOUNT  TO WS-CTL-AMT                     00003710
               END-IF                                                   00003720
             WHEN OTHER                                                 00003730
               CONTINUE                                                 00003740
             END-EVALUATE                                               00003750
           WHEN C05-RTN-EOF                                             00003760
             DISPLAY 'RETURN ENTRIES PROCESSED: ' WS-READ-CT            00003770
           WHEN OTHER                                                   00003780
             DISPLAY 'RTN-PS READ FAILED ' WS-FST-RTN                   00003790
             MOVE 0008 TO WS-RETURN-CD                                  00003800
             MOVE 10 TO WS-FST-RTN                                      00003810
           END-EVALUATE                                                 00003820
           .                                                            00003830
       3200-READ-PARA-EXIT.                                             00003840
           EXIT                                                         00003850
           .                                                            00003860
      *-----------------------------------------------------------      00003870
      *    ONE RETURN OR NOC - FIND THE ORIGINATING ENTRY BY TRACE,     00003880
      *    PROVE IT IS THE SAME EMPLOYEE AND NOT ALREADY WORKED,        00003890
      *    THEN APPLY.  ANYTHING THAT FAILS TO MATCH GOES TO            00003900
      *    SUSPENSE UNAPPLIED.                                          00003910
      *-----------------------------------------------------------      00003920
       3210-APPLY-PARA.                                                 00003930
           MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON                     00003940
           EVALUATE TRUE                                                00003950
           WHEN RTN-TRACE IS NOT GREATER THAN SPACES                    00003960
             MOVE 'RTRC' TO WS-REJ-CODE                                 00003970
             MOVE 'TRACE NUMBER MISSING' TO WS-REJ-REASON               00003980
           WHEN RTN-NEMPID IS NOT GREATER THAN SPACES                   00003990
             MOVE 'EMPI' TO WS-REJ-CODE                                 00004000
             MOVE 'EMPID MISSING OR BLANK' TO WS-REJ-REASON             00004010
           WHEN RTN-TYPE = 'R' AND RTN-AMOUNT IS NOT NUMERIC            00004020
             MOVE 'RAMT' TO WS-REJ-CODE                                 00004030
             MOVE 'RETURN AMOUNT NOT NUMERIC' TO WS-REJ-REASON          00004040
           WHEN OTHER                                                   00004050
             MOVE RTN-TRACE TO DL-ACHH-TRACE                            00004060
             READ HIST-PS                                               00004070
             EVALUATE TRUE                                              00004080
             WHEN C05-HIST-SUCCESS                                      00004090
               EVALUATE TRUE                                            00004100
               WHEN DL-ACHH-NEMPID NOT = RTN-NEMPID                     00004110
                 MOVE 'RTEM' TO WS-REJ-CODE                             00004120
                 MOVE 'EMPID DOES NOT MATCH TRACE' TO WS-REJ-REASON     00004130
               WHEN NOT DL-ACHH-SENT                                    00004140
                 MOVE 'RTDU' TO WS-REJ-CODE                             00004150
                 MOVE 'TRACE ALREADY WORKED' TO WS-REJ-REASON           00004160
               WHEN RTN-TYPE = 'R' AND                                  00004170
                    RTN-AMOUNT NOT = DL-ACHH-AMOUNT                     00004180
                 MOVE 'RTAM' TO WS-REJ-CODE                             00004190
                 MOVE 'AMOUNT DIFFERS FROM ENTRY' TO WS-REJ-REASON      00004200
               WHEN OTHER                                               00004210
                 CONTINUE                                               00004220
               END-EVALUATE                                             00004230
             WHEN C05-HIST-NOTFND                                       00004240
               MOVE 'RTNF' TO WS-REJ-CODE                               00004250
               MOVE 'TRACE NOT ON ACH HISTORY' TO WS-REJ-REASON         00004260
             WHEN OTHER                                                 00004270
               DISPLAY 'HIST-PS READ FAILED ' WS-FST-HIST               00004280
               MOVE 'READ' TO WS-REJ-CODE                               00004290
               MOVE 'ACH HISTORY READ ERROR' TO WS-REJ-REASON           00004300
               MOVE 0008 TO WS-RETURN-CD                                00004310
             END-EVALUATE                                               00004320
           END-EVALUATE                                                 00004330
           IF WS-REJ-CODE > SPACES                                      00004340
             PERFORM 3700-REJECT-PARA                                   00004350
                THRU 3700-REJECT-PARA-EXIT                              00004360
             GO TO 3210-APPLY-PARA-EXIT                                 00004370
           END-IF                                                       00004380
           IF RTN-TYPE = 'R'                                            00004390
             PERFORM 3300-RETURN-PARA                                   00004400
                THRU 3300-RETURN-PARA-EXIT                              00004410
           ELSE                                                         00004420
             PERFORM 3400-NOC-PARA                                      00004430
                THRU 3400-NOC-PARA-EXIT                                 00004440
           END-IF                                                       00004450
           .                                                            00004460
       3210-APPLY-PARA-EXIT.                                            00004470
           EXIT                                                         00004480
           .                                                            00004490
      *-----------------------------------------------------------      00004500
      *    A RETURN STOPS FURTHER MONEY TO THE ACCOUNT: THE BANK        00004510
      *    RECORD GOES BACK TO PRENOTE IF IT STILL HOLDS THE            00004520
      *    RETURNED DETAILS (DETAILS ALREADY CHANGED SINCE ARE IN       00004530
      *    THEIR OWN PRENOTE CYCLE AND ARE LEFT ALONE).  THE RETURNED   00004540
      *    DOLLARS OPEN A SUSPENSE ITEM FOR REPAYMENT.                  00004550
      *-----------------------------------------------------------      00004560
       3300-RETURN-PARA.                                                00004570
           MOVE RTN-NEMPID TO DL-BANK-NEMPID                            00004580
           READ BANK-PS                                                 00004590
           EVALUATE TRUE                                                00004600
           WHEN C05-BANK-SUCCESS                                        00004610
             IF DL-BANK-ROUTING = DL-ACHH-ROUTING AND                   00004620
                DL-BANK-ACCOUNT = DL-ACHH-ACCOUNT                       00004630
               MOVE 'P'         TO DL-BANK-STATUS                       00004640
               MOVE WS-RUN-DATE TO DL-BANK-EFFDATE                      00004650
               REWRITE DL-BANK-REC                                      00004660
               IF NOT C05-BANK-SUCCESS                                  00004670
                 DISPLAY 'BANK-PS REWRITE FAILED ' WS-FST-BANK          00004680
                 MOVE 0008 TO WS-RETURN-CD                              00004690
               END-IF                                                   00004700
               MOVE 'RETURNED - BANK TO PRENOTE' TO WS-DISP-TX          00004710
             ELSE                                                       00004720
               MOVE 'RETURNED - DETAILS CHANGED' TO WS-DISP-TX          00004730
             END-IF                                                     00004740
           WHEN C05-BANK-NOTFND                                         00004750
             MOVE 'RETURNED - NO BANK RECORD' TO WS-DISP-TX             00004760
           WHEN OTHER                                                   00004770
             DISPLAY 'BANK-PS READ FAILED ' WS-FST-BANK                 00004780
             MOVE 0008 TO WS-RETURN-CD                                  00004790
             MOVE 'RETURNED - BANK READ ERROR' TO WS-DISP-TX            00004800
           END-EVALUATE                                                 00004810
           MOVE 'R'         TO DL-ACHH-STATUS                           00004820
           PERFORM 3600-HIST-MARK-PARA                                  00004830
              THRU 3600-HIST-MARK-PARA-EXIT                             00004840
           ADD 1 TO WS-RTN-CT                                           00004850
           ADD RTN-AMOUNT TO WS-RTN-AMT                                 00004860
           MOVE 'RTRN' TO WS-REJ-CODE                                   00004870
           MOVE SPACES TO WS-REJ-REASON                                 00004880
           IF DL-ACHH-PRENOTE = 'P'                                     00004890
             STRING 'PRENOTE RETURNED ' RTN-REASON                      00004900
                    DELIMITED BY SIZE                                   00004910
                    INTO WS-REJ-REASON                                  00004920
             END-STRING                                                 00004930
           ELSE                                                         00004940
             STRING 'ACH RETURN ' RTN-REASON ' - REPAY'                 00004950
                    DELIMITED BY SIZE                                   00004960
                    INTO WS-REJ-REASON                                  00004970
             END-STRING                                                 00004980
           END-IF                                                       00004990
           PERFORM 3650-OPEN-ITEM-PARA                                  00005000
              THRU 3650-OPEN-ITEM-PARA-EXIT                             00005010
           .                                                            00005020
       3300-RETURN-PARA-EXIT.                                           00005030
           EXIT                                                         00005040
           .                                                            00005050
      *-----------------------------------------------------------      00005060
      *    A NOC CARRIES THE BANK'S CORRECTED DETAILS - ANY OF          00005070
      *    ROUTING, ACCOUNT, AND ACCOUNT TYPE.  BLANK FIELDS ARE NOT    00005080
      *    CORRECTED.  THE CORRECTED RECORD GOES BACK THROUGH THE       00005090
      *    PRENOTE CYCLE LIKE ANY BANKLOAD CHANGE.                      00005100
      *-----------------------------------------------------------      00005110
       3400-NOC-PARA.                                                   00005120
           IF RTN-NEW-ROUTING IS NOT GREATER THAN SPACES AND            00005130
              RTN-NEW-ACCOUNT IS NOT GREATER THAN SPACES AND            00005140
              RTN-NEW-ACCT-TYPE IS NOT GREATER THAN SPACE               00005150
             MOVE 'NOCE' TO WS-REJ-CODE                                 00005160
             MOVE 'NOC CARRIES NO CORRECTION' TO WS-REJ-REASON          00005170
             PERFORM 3700-REJECT-PARA                                   00005180
                THRU 3700-REJECT-PARA-EXIT                              00005190
             GO TO 3400-NOC-PARA-EXIT                                   00005200
           END-IF                                                       00005210
           IF RTN-NEW-ROUTING > SPACES                                  00005220
             IF RTN-NEW-ROUTING IS NOT NUMERIC                          00005230
               MOVE 'NOCR' TO WS-REJ-CODE                               00005240
               MOVE 'NOC ROUTING NOT NUMERIC' TO WS-REJ-REASON          00005250
             ELSE                                                       00005260
               PERFORM 3450-ABA-CHECK-PARA                              00005270
                  THRU 3450-ABA-CHECK-PARA-EXIT                         00005280
             END-IF                                                     00005290
           END-IF                                                       00005300
           IF RTN-NEW-ACCT-TYPE > SPACE AND                             00005310
              RTN-NEW-ACCT-TYPE NOT = 'C' AND                           00005320
              RTN-NEW-ACCT-TYPE NOT = 'S'                               00005330
             MOVE 'NOCT' TO WS-REJ-CODE                                 00005340
             MOVE 'NOC ACCOUNT TYPE NOT C/S' TO WS-REJ-REASON           00005350
           END-IF                                                       00005360
           IF WS-REJ-CODE > SPACES                                      00005370
             PERFORM 3700-REJECT-PARA                                   00005380
                THRU 3700-REJECT-PARA-EXIT                              00005390
             GO TO 3400-NOC-PARA-EXIT                                   00005400
           END-IF                                                       00005410
           MOVE RTN-NEMPID TO DL-BANK-NEMPID                            00005420
           READ BANK-PS                                                 00005430
           EVALUATE TRUE                                                00005440
           WHEN C05-BANK-SUCCESS                                        00005450
             IF RTN-NEW-ROUTING > SPACES                                00005460
               MOVE RTN-NEW-ROUTING   TO DL-BANK-ROUTING                00005470
             END-IF                                                     00005480
             IF RTN-NEW-ACCOUNT > SPACES                                00005490
               MOVE RTN-NEW-ACCOUNT   TO DL-BANK-ACCOUNT                00005500
             END-IF                                                     00005510
             IF RTN-NEW-ACCT-TYPE > SPACE                               00005520
               MOVE RTN-NEW-ACCT-TYPE TO DL-BANK-ACCT-TYPE              00005530
             END-IF                                                     00005540
             MOVE 'P'         TO DL-BANK-STATUS                         00005550
             MOVE WS-RUN-DATE TO DL-BANK-EFFDATE                        00005560
             REWRITE DL-BANK-REC                                        00005570
             IF NOT C05-BANK-SUCCESS                                    00005580
               DISPLAY 'BANK-PS REWRITE FAILED ' WS-FST-BANK            00005590
               MOVE 'RWRT' TO WS-REJ-CODE                               00005600
               MOVE 'BANK MASTER REWRITE ERROR' TO WS-REJ-REASON        00005610
               MOVE 0008 TO WS-RETURN-CD                                00005620
             END-IF                                                     00005630
           WHEN C05-BANK-NOTFND                                         00005640
             MOVE 'NFND' TO WS-REJ-CODE                                 00005650
             MOVE 'NO BANK DETAILS ON FILE' TO WS-REJ-REASON            00005660
           WHEN OTHER                                                   00005670
             DISPLAY 'BANK-PS READ FAILED ' WS-FST-BANK                 00005680
             MOVE 'READ' TO WS-REJ-CODE                                 00005690
             MOVE 'BANK MASTER READ ERROR' TO WS-REJ-REASON             00005700
             MOVE 0008 TO WS-RETURN-CD                                  00005710
           END-EVALUATE                                                 00005720
           IF WS-REJ-CODE > SPACES                                      00005730
             PERFORM 3700-REJECT-PARA                                   00005740
                THRU 3700-REJECT-PARA-EXIT                              00005750
             GO TO 3400-NOC-PARA-EXIT                                   00005760
           END-IF                                                       00005770
           MOVE 'C'         TO DL-ACHH-STATUS                           00005780
           PERFORM 3600-HIST-MARK-PARA                                  00005790
              THRU 3600-HIST-MARK-PARA-EXIT                             00005800
           ADD 1 TO WS-NOC-CT                                           00005810
           MOVE 'NOC APPLIED - TO PRENOTE' TO WS-DISP-TX                00005820
           MOVE 'NOCA' TO WS-REJ-CODE                                   00005830
           MOVE SPACES TO WS-REJ-REASON                                 00005840
           STRING 'NOC ' RTN-REASON ' APPLIED - CONFIRM'                00005850
                  DELIMITED BY SIZE                                     00005860
                  INTO WS-REJ-REASON                                    00005870
           END-STRING                                                   00005880
           PERFORM 3650-OPEN-ITEM-PARA                                  00005890
              THRU 3650-OPEN-ITEM-PARA-EXIT                             00005900
           .                                                            00005910
       3400-NOC-PARA-EXIT.                                              00005920
           EXIT                                                         00005930
           .                                                            00005940
      *-----------------------------------------------------------      00005950
      *    ABA 3-7-1 CHECK: 3,7,1 WEIGHTS REPEATED ACROSS THE NINE      00005960
      *    DIGITS MUST SUM TO A MULTIPLE OF TEN.                        00005970
      *-----------------------------------------------------------      00005980
       3450-ABA-CHECK-PARA.                                             00005990
           MOVE RTN-NEW-ROUTING TO WS-RTN-DIGITS                        00006000
           COMPUTE WS-RTN-SUM =                                         00006010
               3 * (WS-RTN-D(1) + WS-RTN-D(4) + WS-RTN-D(7))            00006020
             + 7 * (WS-RTN-D(2) + WS-RTN-D(5) + WS-RTN-D(8))            00006030
             + 1 * (WS-RTN-D(3) + WS-RTN-D(6) + WS-RTN-D(9))            00006040
           DIVIDE WS-RTN-SUM BY 10                                      00006050
               GIVING WS-RTN-QUOT REMAINDER WS-RTN-REM                  00006060
           IF WS-RTN-REM NOT = 0                                        00006070
             MOVE 'NOCR' TO WS-REJ-CODE                                 00006080
             MOVE 'NOC ROUTING FAILS ABA' TO WS-REJ-REASON              00006090
           END-IF                                                       00006100
           .                                                            00006110
       3450-ABA-CHECK-PARA-EXIT.                                        00006120
           EXIT                                                         00006130
           .                                                            00006140
       3600-HIST-MARK-PARA.                                             00006150
           MOVE RTN-REASON  TO DL-ACHH-RTN-CODE                         00006160
           MOVE WS-RUN-DATE TO DL-ACHH-RTN-DATE                         00006170
           REWRITE DL-ACHH-REC                                          00006180
           IF NOT C05-HIST-SUCCESS                                      00006190
             DISPLAY 'HIST-PS REWRITE FAILED ' WS-FST-HIST              00006200
             MOVE 0008 TO WS-RETURN-CD                                  00006210
           END-IF                                                       00006220
           .                                                            00006230
       3600-HIST-MARK-PARA-EXIT.                                        00006240
           EXIT                                                         00006250
           .                                                            00006260
      *-----------------------------------------------------------      00006270
      *    A WORKED RETURN OR NOC STILL NEEDS PAYROLL - THE MONEY       00006280
      *    MUST BE REPAID AND THE CHANGE CONFIRMED WITH THE             00006290
      *    EMPLOYEE - SO IT OPENS A SUSPENSE ITEM AS WELL AS ITS        00006300
      *    REPORT LINE.                                                 00006310
      *-----------------------------------------------------------      00006320
       3650-OPEN-ITEM-PARA.                                             00006330
           ADD 1 TO WS-APPLIED-CT                                       00006340
           MOVE SPACES          TO DL-SUSP-REC                          00006350
           MOVE 'PAYRTN'        TO DL-SUSP-PGM                          00006360
           MOVE RTN-NEMPID      TO DL-SUSP-KEY                          00006370
           MOVE WS-REJ-CODE     TO DL-SUSP-REASON-CD                    00006380
           MOVE WS-REJ-REASON   TO DL-SUSP-REASON-TX                    00006390
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00006400
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00006410
           MOVE SPACE           TO DL-SUSP-STATUS                       00006420
           WRITE DL-SUSP-REC                                            00006430
           PERFORM 3750-DETAIL-PARA                                     00006440
              THRU 3750-DETAIL-PARA-EXIT                                00006450
           .                                                            00006460
       3650-OPEN-ITEM-PARA-EXIT.                                        00006470
           EXIT                                                         00006480
           .                                                            00006490
       3700-REJECT-PARA.                                                00006500
           ADD 1 TO WS-REJECT-CT                                        00006510
           IF RTN-TYPE = 'R' AND RTN-AMOUNT IS NUMERIC                  00006520
             ADD 1 TO WS-UNM-CT                                         00006530
             ADD RTN-AMOUNT TO WS-UNM-AMT                               00006540
           END-IF                                                       00006550
           DISPLAY RTN-NEMPID ' ' RTN-TRACE ' REJECTED - ' WS-REJ-CODE  00006560
           MOVE SPACES          TO DL-SUSP-REC                          00006570
           MOVE 'PAYRTN'        TO DL-SUSP-PGM                          00006580
           MOVE RTN-NEMPID      TO DL-SUSP-KEY                          00006590
           MOVE WS-REJ-CODE     TO DL-SUSP-REASON-CD                    00006600
           MOVE WS-REJ-REASON   TO DL-SUSP-REASON-TX                    00006610
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00006620
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00006630
           MOVE SPACE           TO DL-SUSP-STATUS                       00006640
           WRITE DL-SUSP-REC                                            00006650
           MOVE 'REJECTED - '   TO WS-DISP-TX                           00006660
           MOVE WS-REJ-CODE     TO WS-DISP-TX(12:4)                     00006670
           PERFORM 3750-DETAIL-PARA                                     00006680
              THRU 3750-DETAIL-PARA-EXIT                                00006690
           .                                                            00006700
       3700-REJECT-PARA-EXIT.                                           00006710
           EXIT                                                         00006720
           .                                                            00006730
       3750-DETAIL-PARA.                                                00006740
           IF RTN-AMOUNT IS NUMERIC                                     00006750
             MOVE RTN-AMOUNT TO WS-AMT-ED                               00006760
           ELSE                                                         00006770
             MOVE ZEROES     TO WS-AMT-ED                               00006780
           END-IF                                                       00006790
           MOVE SPACES TO RPT-REC                                       00006800
           STRING RTN-TYPE        DELIMITED BY SIZE                     00006810
                  ' '             DELIMITED BY SIZE                     00006820
                  RTN-NEMPID      DELIMITED BY SIZE                     00006830
                  ' '             DELIMITED BY SIZE                     00006840
                  RTN-TRACE       DELIMITED BY SIZE                     00006850
                  ' '             DELIMITED BY SIZE                     00006860
                  RTN-REASON      DELIMITED BY SIZE                     00006870
                  ' '             DELIMITED BY SIZE                     00006880
                  WS-AMT-ED       DELIMITED BY SIZE                     00006890
                  '  '            DELIMITED BY SIZE                     00006900
                  WS-DISP-TX      DELIMITED BY SIZE                     00006910
                  ' '             DELIMITED BY SIZE                     00006920
                  WS-REJ-REASON   DELIMITED BY SIZE                     00006930
                  INTO RPT-REC                                          00006940
           END-STRING                                                   00006950
           WRITE RPT-REC                                                00006960
           .                                                            00006970
       3750-DETAIL-PARA-EXIT.                                           00006980
           EXIT                                                         00006990
           .                                                            00007000
      *-----------------------------------------------------------      00007010
      *    TOTALS - REPORT FOOTING, THE BANK CONTROL HANDSHAKE, AND     00007020
      *    THE TOTALS RECORD PAYBAL PROVES AS THE RETURNS LEG.          00007030
      *-----------------------------------------------------------      00007040
       3800-TOTALS-PARA.                                                00007050
           MOVE SPACES TO RPT-REC                                       00007060
           WRITE RPT-REC                                                00007070
           MOVE WS-RTN-CT TO WS-CT-ED                                   00007080
           MOVE WS-RTN-AMT TO WS-AMT-ED                                 00007090
           MOVE SPACES TO RPT-REC                                       00007100
           STRING 'RETURNS MATCHED..........: ' DELIMITED BY SIZE       00007110
                  WS-CT-ED DELIMITED BY SIZE                            00007120
                  '   AMOUNT: ' DELIMITED BY SIZE                       00007130
                  WS-AMT-ED DELIMITED BY SIZE                           00007140
                  INTO RPT-REC                                          00007150
           END-STRING                                                   00007160
           WRITE RPT-REC                                                00007170
           MOVE WS-NOC-CT TO WS-CT-ED                                   00007180
           MOVE SPACES TO RPT-REC                                       00007190
           STRING 'NOCS APPLIED.............: ' DELIMITED BY SIZE       00007200
                  WS-CT-ED DELIMITED BY SIZE                            00007210
                  INTO RPT-REC                                          00007220
           END-STRING                                                   00007230
           WRITE RPT-REC                                                00007240
           MOVE WS-REJECT-CT TO WS-CT-ED                                00007250
           MOVE WS-UNM-AMT TO WS-AMT-ED                                 00007260
           MOVE SPACES TO RPT-REC                                       00007270
           STRING 'ENTRIES REJECTED.........: ' DELIMITED BY SIZE       00007280
                  WS-CT-ED DELIMITED BY SIZE                            00007290
                  '   AMOUNT: ' DELIMITED BY SIZE                       00007300
                  WS-AMT-ED DELIMITED BY SIZE                           00007310
                  INTO RPT-REC                                          00007320
           END-STRING                                                   00007330
           WRITE RPT-REC                                                00007340
           IF WS-CTL-SEEN                                               00007350
             MOVE WS-CTL-AMT TO WS-AMT-ED                               00007360
             MOVE SPACES TO RPT-REC                                     00007370
             STRING 'BANK CONTROL RETURNED....: ' DELIMITED BY SIZE     00007380
                    '         AMOUNT: ' DELIMITED BY SIZE               00007390
                    WS-AMT-ED DELIMITED BY SIZE                         00007400
                    INTO RPT-REC                                        00007410
             END-STRING                                                 00007420
             WRITE RPT-REC                                              00007430
             IF WS-CTL-ENTRIES NOT = WS-READ-CT OR                      00007440
                WS-CTL-AMT NOT = WS-RTN-AMT + WS-UNM-AMT                00007450
               MOVE SPACES TO RPT-REC                                   00007460
               STRING '*** RETURN FILE DOES NOT AGREE WITH ITS BANK '   00007470
                      'CONTROL RECORD ***' DELIMITED BY SIZE            00007480
                      INTO RPT-REC                                      00007490
               END-STRING                                               00007500
               WRITE RPT-REC                                            00007510
               IF WS-RETURN-CD = 0                                      00007520
                 MOVE 0004 TO WS-RETURN-CD                              00007530
               END-IF                                                   00007540
             END-IF                                                     00007550
           ELSE                                                         00007560
             IF WS-READ-CT > 0                                          00007570
               MOVE SPACES TO RPT-REC                                   00007580
               STRING '*** RETURN FILE HAS NO BANK CONTROL RECORD ***'  00007590
                      DELIMITED BY SIZE                                 00007600
                      INTO RPT-REC                                      00007610
               END-STRING                                               00007620
               WRITE RPT-REC                                            00007630
               IF WS-RETURN-CD = 0                                      00007640
                 MOVE 0004 TO WS-RETURN-CD                              00007650
               END-IF                                                   00007660
             END-IF                                                     00007670
           END-IF                                                       00007680
           IF WS-APPLIED-CT > 0 OR WS-REJECT-CT > 0                     00007690
             IF WS-RETURN-CD = 0                                        00007700
               MOVE 0004 TO WS-RETURN-CD                                00007710
             END-IF                                                     00007720
           END-IF                                                       00007730
           MOVE SPACES      TO TOT-REC                                  00007740
           MOVE 'TOTALS'    TO TOT-ID                                   00007750
           MOVE WS-RTN-CT   TO TOT-RTN-CT                               00007760
           MOVE WS-RTN-AMT  TO TOT-RTN-AMT                              00007770
           MOVE WS-UNM-CT   TO TOT-UNM-CT                               00007780
           MOVE WS-UNM-AMT  TO TOT-UNM-AMT                              00007790
           MOVE WS-CTL-AMT  TO TOT-CTL-AMT                              00007800
           MOVE WS-CTL-SW   TO TOT-CTL-SW                               00007810
           MOVE WS-NOC-CT   TO TOT-NOC-CT                               00007820
           WRITE TOT-REC                                                00007830
           .                                                            00007840
       3800-TOTALS-PARA-EXIT.                                           00007850
           EXIT                                                         00007860
           .                                                            00007870
       3900-CLOSE-PARA.                                                 00007880
           CLOSE RTN-PS HIST-PS BANK-PS RPT-PS TOT-PS SUSP-PS           00007890
           .                                                            00007900
       3900-CLOSE-PARA-EXIT.                                            00007910
           EXIT                                                         00007920
           .                                                            00007930
       9000-TERM-PARA.                                                  00007940
           IF WS-AUDIT-IS-OPEN                                          00007950
             MOVE SPACES            TO DL-AUDIT-REC                     00007960
             MOVE 'PAYRTN'          TO DL-AUDIT-PGM                     00007970
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00007980
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00007990
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00008000
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00008010
             MOVE WS-APPLIED-CT     TO DL-AUDIT-WRITE-CT                00008020
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00008030
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00008040
             PERFORM 9100-AUDIT-CHAIN-PARA                              00008041
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00008042
             WRITE DL-AUDIT-REC                                         00008043
             CLOSE AUDIT-PS                                             00008060
           END-IF                                                       00008070
           MOVE WS-RETURN-CD TO RETURN-CODE                             00008080
           STOP RUN                                                     00008090
           .                                                            00008100
      *-----------------------------------------------------------      00008101
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00008102
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00008103
      *    FIRST RECORD OF THE DAY.                                     00008104
      *-----------------------------------------------------------      00008105
       9100-AUDIT-CHAIN-PARA.                                           00008106
           MOVE SPACES       TO DL-CHN-PARMS                            00008107
           MOVE 'NXT'        TO DL-CHN-FUNC                             00008108
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00008109
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00008110
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00008111
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00008112
             ON EXCEPTION                                               00008113
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00008114
                       'CHAINED'                                        00008115
           END-CALL                                                     00008116
           IF DL-CHN-ANCHORED                                           00008117
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00008118
           END-IF                                                       00008119
           IF DL-CHN-OK                                                 00008120
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00008121
           END-IF                                                       00008122
           .                                                            00008123
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00008124
           EXIT                                                         00008125
           .                                                            00008126

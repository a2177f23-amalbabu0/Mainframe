       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYCHK.                                              00000020
       AUTHOR. PAYROLL SYSTEMS.                                         00000030
       DATE-WRITTEN. 2026-10-15.                                        00000040
      *-----------------------------------------------------------      00000050
      *    PAPER CHECK RUN, RUN AFTER PAYACH.  EVERY EMPLOYEE PAYACH    00000060
      *    COULD NOT DEPOSIT (NO BANK RECORD, OR DETAILS STILL IN       00000070
      *    THEIR PRENOTE CYCLE) ARRIVES ON THE CHECK-REQUEST FILE       00000080
      *    (CHKREQ) WITH THE NIGHT'S GROSS, TAX, DEDUCTIONS AND NET.    00000090
      *    EACH IS PAID BY CHECK:                                       00000100
      *      - THE CHECK NUMBER COMES FROM THE CHECK-STOCK REGISTER     00000110
      *        (CHKSTOCK) - ONE RECORD PER RANGE OF PRE-NUMBERED        00000120
      *        STOCK, USED IN FILE ORDER; AN EXHAUSTED RANGE IS         00000130
      *        MARKED 'E' AND THE NEXT ONE OPENED.  RUNNING OUT OF      00000140
      *        STOCK SUSPENDS THE REST OF THE RUN'S CHECKS RC 8.        00000150
      *      - THE CHECK AND ITS STUB PRINT TO CHKPRT.                  00000160
      *      - THE CHECK IS RECORDED ON THE KEYED CHECK HISTORY         00000170
      *        (CHKHIST, DLCHECK LAYOUT).                               00000180
      *      - AN 'I' ISSUE RECORD GOES TO THE BANK'S POSITIVE-PAY      00000190
      *        FILE (POSPAY) SO ONLY CHECKS WE ISSUED ARE HONOURED.     00000200
      *    THE VOID/REISSUE DECK (CHKTRAN) IS WORKED IN THE SAME RUN:   00000210
      *      'V' VOID    - STOPS A STANDING CHECK ON POSITIVE PAY AND   00000220
      *                    OPENS A SUSPENSE ITEM SO THE PAY IS NOT      00000230
      *                    FORGOTTEN                                    00000240
      *      'R' REISSUE - VOIDS A STANDING CHECK AND ISSUES A NEW      00000250
      *                    ONE TO THE SAME PAYEE FOR THE SAME AMOUNT    00000260
      *    ONLY A CHECK STILL IN STATUS 'I' CAN BE VOIDED OR            00000270
      *    REISSUED, SO A LOST CHECK IS REPLACED EXACTLY ONCE.          00000280
      *    THE CHECK REGISTER (CHKREG) CARRIES ONE LINE PER CHECK       00000290
      *    ISSUED, VOIDED OR REISSUED AND A TOTALS TRAILER THAT         00000300
      *    PAYBAL TIES, WITH THE ACH FILE, TO THE NIGHT'S NET PAY.      00000310
      *-----------------------------------------------------------      00000320
       ENVIRONMENT DIVISION.                                            00000330
       INPUT-OUTPUT SECTION.                                            00000340
       FILE-CONTROL.                                                    00000350
           SELECT OPTIONAL CRQ-PS ASSIGN TO CHKREQ                      00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           ACCESS IS SEQUENTIAL                                         00000380
           FILE STATUS IS WS-FST-CRQ                                    00000390
           .                                                            00000400
           SELECT TO001-PS ASSIGN TO OUTEMPFN                           00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           ACCESS IS SEQUENTIAL                                         00000430
           FILE STATUS IS WS-FST-TO001                                  00000440
           .                                                            00000450
           SELECT OPTIONAL TERM-PS ASSIGN TO TERMIN                     00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           ACCESS IS SEQUENTIAL                                         00000480
           FILE STATUS IS WS-FST-TERM                                   00000490
           .                                                            00000500
           SELECT STK-PS ASSIGN TO CHKSTOCK                             00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           ACCESS IS SEQUENTIAL                                         00000530
           FILE STATUS IS WS-FST-STK                                    00000540
           .                                                            00000550
           SELECT CHK-PS ASSIGN TO CHKHIST                              00000560
           ORGANIZATION IS INDEXED                                      00000570
           ACCESS IS RANDOM                                             00000580
           RECORD KEY IS DL-CHK-NUMBER                                  00000590
           FILE STATUS IS WS-FST-CHK                                    00000600
           .                                                            00000610
           SELECT OPTIONAL TRN-PS ASSIGN TO CHKTRAN                     00000620
           ORGANIZATION IS SEQUENTIAL                                   00000630
           ACCESS IS SEQUENTIAL                                         00000640
           FILE STATUS IS WS-FST-TRN                                    00000650
           .                                                            00000660
           SELECT PRT-PS ASSIGN TO CHKPRT                               00000670
           ORGANIZATION IS SEQUENTIAL                                   00000680
           ACCESS IS SEQUENTIAL                                         00000690
           FILE STATUS IS WS-FST-PRT                                    00000700
           .                                                            00000710
           SELECT PPY-PS ASSIGN TO POSPAY                               00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           ACCESS IS SEQUENTIAL                                         00000740
           FILE STATUS IS WS-FST-PPY                                    00000750
           .                                                            00000760
           SELECT REG-PS ASSIGN TO CHKREG                               00000770
           ORGANIZATION IS SEQUENTIAL                                   00000780
           ACCESS IS SEQUENTIAL                                         00000790
           FILE STATUS IS WS-FST-REG                                    00000800
           .                                                            00000810
           SELECT SUSP-PS ASSIGN TO SUSPFILE                            00000820
           ORGANIZATION IS SEQUENTIAL                                   00000830
           ACCESS IS SEQUENTIAL                                         00000840
           FILE STATUS IS WS-FST-SUSP                                   00000850
           .                                                            00000860
           SELECT AUDIT-PS ASSIGN TO AUDITLOG                           00000870
           ORGANIZATION IS SEQUENTIAL                                   00000880
           ACCESS IS SEQUENTIAL                                         00000890
           FILE STATUS IS WS-FST-AUDIT                                  00000900
           .                                                            00000910
       DATA DIVISION.                                                   00000920
       FILE SECTION.                                                    00000930
       FD CRQ-PS                                                        00000940
           RECORD CONTAINS 80 CHARACTERS.                               00000950
       01 CRQ-REC.                                                      00000960
         05 CRQ-NEMPID          PIC X(06).                              00000970
         05 F                   PIC X(01).                              00000980
         05 CRQ-GROSS           PIC 9(09).9(02).                        00000990
         05 F                   PIC X(01).                              00001000
         05 CRQ-TAX             PIC 9(09).9(02).                        00001010
         05 F                   PIC X(01).                              00001020
         05 CRQ-DEDUCT          PIC 9(09).9(02).                        00001030
         05 F                   PIC X(01).                              00001040
         05 CRQ-NET             PIC 9(09).9(02).                        00001050
         05 F                   PIC X(01).                              00001060
         05 CRQ-REASON          PIC X(04).                              00001070
         05 F                   PIC X(16).                              00001080
       FD TO001-PS                                                      00001090
           RECORD CONTAINS 80 CHARACTERS.                               00001100
       01 TO001-PS-REC.                                                 00001110
         05 TO001-NEMPID        PIC X(06).                              00001120
         05 F                   PIC X(01).                              00001130
         05 TO001-EMPFNAME      PIC X(10).                              00001140
         05 F                   PIC X(01).                              00001150
         05 TO001-EMPLNAME      PIC X(10).                              00001160
         05 F                   PIC X(52).                              00001170
       FD TERM-PS                                                       00001180
           RECORD CONTAINS 80 CHARACTERS.                               00001190
       01 TERM-REC.                                                     00001200
         05 TM-NEMPID           PIC X(06).                              00001210
         05 F                   PIC X(01).                              00001220
         05 TM-EMPFNAME         PIC X(10).                              00001230
         05 F                   PIC X(01).                              00001240
         05 TM-EMPLNAME         PIC X(10).                              00001250
         05 F                   PIC X(52).                              00001260
      *-----------------------------------------------------------      00001270
      *    ONE CHECK-STOCK RANGE.  STK-NEXT IS THE NEXT UNUSED CHECK    00001280
      *    NUMBER; STK-STATUS IS 'A' WHILE THE RANGE HAS STOCK AND      00001290
      *    'E' ONCE IT IS USED UP.                                      00001300
      *-----------------------------------------------------------      00001310
       FD STK-PS                                                        00001320
           RECORD CONTAINS 80 CHARACTERS.                               00001330
       01 STK-REC.                                                      00001340
         05 STK-ACCOUNT         PIC X(17).                              00001350
         05 F                   PIC X(01).                              00001360
         05 STK-FIRST           PIC 9(08).                              00001370
         05 F                   PIC X(01).                              00001380
         05 STK-LAST            PIC 9(08).                              00001390
         05 F                   PIC X(01).                              00001400
         05 STK-NEXT            PIC 9(08).                              00001410
         05 F                   PIC X(01).                              00001420
         05 STK-STATUS          PIC X(01).                              00001430
           88 STK-ACTIVE          VALUE 'A'.                            00001440
           88 STK-EXHAUSTED       VALUE 'E'.                            00001450
         05 F                   PIC X(01).                              00001460
         05 STK-LAST-DATE       PIC X(10).                              00001470
         05 F                   PIC X(23).                              00001480
       FD CHK-PS                                                        00001490
           RECORD CONTAINS 80 CHARACTERS.                               00001500
           COPY DLCHECK.                                                00001510
       FD TRN-PS                                                        00001520
           RECORD CONTAINS 80 CHARACTERS.                               00001530
       01 TRN-REC.                                                      00001540
         05 TRN-TYPE            PIC X(01).                              00001550
         05 F                   PIC X(01).                              00001560
         05 TRN-CHECK           PIC X(08).                              00001570
         05 TRN-CHECK-NUM REDEFINES TRN-CHECK                           00001580
                                PIC 9(08).                              00001590
         05 F                   PIC X(01).                              00001600
         05 TRN-NEMPID          PIC X(06).                              00001610
         05 F                   PIC X(01).                              00001620
         05 TRN-REASON          PIC X(20).                              00001630
         05 F                   PIC X(42).                              00001640
       FD PRT-PS                                                        00001650
           RECORD CONTAINS 132 CHARACTERS.                              00001660
       01 PRT-REC                PIC X(132).                            00001670
      *-----------------------------------------------------------      00001680
      *    POSITIVE-PAY FILE IN THE BANK'S LAYOUT:                      00001690
      *      'H' HEADER  - DISBURSING ACCOUNT AND ISSUE DATE            00001700
      *      'I' ISSUE   - CHECK NUMBER, AMOUNT, DATE, PAYEE            00001710
      *      'V' VOID    - CHECK NUMBER AND AMOUNT TO STOP              00001720
      *      'T' TRAILER - ISSUE AND VOID COUNTS AND AMOUNTS            00001730
      *-----------------------------------------------------------      00001740
       FD PPY-PS                                                        00001750
           RECORD CONTAINS 80 CHARACTERS.                               00001760
       01 PPY-HD-REC.                                                   00001770
         05 PPY-HD-TYPE         PIC X(01).                              00001780
         05 F                   PIC X(01).                              00001790
         05 PPY-HD-ACCOUNT      PIC X(17).                              00001800
         05 F                   PIC X(01).                              00001810
         05 PPY-HD-DATE         PIC X(10).                              00001820
         05 F                   PIC X(01).                              00001830
         05 PPY-HD-TITLE        PIC X(22).                              00001840
         05 F                   PIC X(27).                              00001850
       01 PPY-DT-REC.                                                   00001860
         05 PPY-DT-TYPE         PIC X(01).                              00001870
         05 F                   PIC X(01).                              00001880
         05 PPY-DT-ACCOUNT      PIC X(17).                              00001890
         05 F                   PIC X(01).                              00001900
         05 PPY-DT-CHECK        PIC 9(10).                              00001910
         05 F                   PIC X(01).                              00001920
         05 PPY-DT-AMOUNT       PIC 9(09)V9(02).                        00001930
         05 F                   PIC X(01).                              00001940
         05 PPY-DT-DATE         PIC X(10).                              00001950
         05 F                   PIC X(01).                              00001960
         05 PPY-DT-PAYEE        PIC X(21).                              00001970
         05 F                   PIC X(05).                              00001980
       01 PPY-TR-REC.                                                   00001990
         05 PPY-TR-TYPE         PIC X(01).                              00002000
         05 F                   PIC X(01).                              00002010
         05 PPY-TR-ISS-CT       PIC 9(07).                              00002020
         05 F                   PIC X(01).                              00002030
         05 PPY-TR-ISS-AMT      PIC 9(11)V9(02).                        00002040
         05 F                   PIC X(01).                              00002050
         05 PPY-TR-VOID-CT      PIC 9(07).                              00002060
         05 F                   PIC X(01).                              00002070
         05 PPY-TR-VOID-AMT     PIC 9(11)V9(02).                        00002080
         05 F                   PIC X(35).                              00002090
      *-----------------------------------------------------------      00002100
      *    CHECK REGISTER - ONE LINE PER CHECK ISSUED ('ISSUE '),       00002110
      *    VOIDED ('VOID  ') OR REISSUED ('REISS ', WITH THE CHECK      00002120
      *    IT REPLACES), THEN THE 'TOTALS' TRAILER PAYBAL READS.        00002130
      *    ISSUED-FROM-NET IS TONIGHT'S NEW PAY; A REISSUE IS OFFSET    00002140
      *    BY THE VOID OF THE CHECK IT REPLACES.                        00002150
      *-----------------------------------------------------------      00002160
       FD REG-PS                                                        00002170
           RECORD CONTAINS 80 CHARACTERS.                               00002180
       01 REG-DT-REC.                                                   00002190
         05 REG-ID              PIC X(06).                              00002200
         05 F                   PIC X(01).                              00002210
         05 REG-CHECK           PIC 9(08).                              00002220
         05 F                   PIC X(01).                              00002230
         05 REG-NEMPID          PIC X(06).                              00002240
         05 F                   PIC X(01).                              00002250
         05 REG-AMOUNT          PIC 9(07).9(02).                        00002260
         05 F                   PIC X(01).                              00002270
         05 REG-DATE            PIC X(10).                              00002280
         05 F                   PIC X(01).                              00002290
         05 REG-ORIG            PIC 9(08).                              00002300
         05 F                   PIC X(01).                              00002310
         05 REG-PAYEE           PIC X(21).                              00002320
         05 F                   PIC X(05).                              00002330
       01 REG-TOT-REC.                                                  00002340
         05 REG-TOT-ID          PIC X(06).                              00002350
         05 F                   PIC X(01).                              00002360
         05 REG-NET-CT          PIC 9(06).                              00002370
         05 F                   PIC X(01).                              00002380
         05 REG-NET-AMT         PIC 9(09).9(02).                        00002390
         05 F                   PIC X(01).                              00002400
         05 REG-VOID-CT         PIC 9(06).                              00002410
         05 F                   PIC X(01).                              00002420
         05 REG-VOID-AMT        PIC 9(09).9(02).                        00002430
         05 F                   PIC X(01).                              00002440
         05 REG-RVOID-AMT       PIC 9(09).9(02).                        00002450
         05 F                   PIC X(01).                              00002460
         05 REG-REISS-CT        PIC 9(06).                              00002470
         05 F                   PIC X(01).                              00002480
         05 REG-REISS-AMT       PIC 9(09).9(02).                        00002490
         05 F                   PIC X(01).                              00002500
       FD SUSP-PS                                                       00002510
           RECORD CONTAINS 80 CHARACTERS.                               00002520
           COPY DLSUSP.                                                 00002530
       FD AUDIT-PS                                                      00002540
           RECORD CONTAINS 100 CHARACTERS.                              00002550
           COPY DLAUDIT.                                                00002560
       WORKING-STORAGE SECTION.                                         00002570
       01 WS-VARS.                                                      00002580
         05 WS-FST-CRQ   PIC 9(02).                                     00002590
           88 C05-CRQ-SUCCESS   VALUE 00 05.                            00002600
           88 C05-CRQ-EOF       VALUE 10.                               00002610
         05 WS-FST-TO001 PIC 9(02).                                     00002620
           88 C05-TO001-SUCCESS VALUE 00.                               00002630
           88 C05-TO001-EOF     VALUE 10.                               00002640
         05 WS-FST-TERM  PIC 9(02).                                     00002650
           88 C05-TERM-SUCCESS  VALUE 00 05.                            00002660
           88 C05-TERM-EOF      VALUE 10.                               00002670
         05 WS-FST-STK   PIC 9(02).                                     00002680
           88 C05-STK-SUCCESS   VALUE 00.                               00002690
           88 C05-STK-EOF       VALUE 10.                               00002700
         05 WS-FST-CHK   PIC 9(02).                                     00002710
           88 C05-CHK-SUCCESS   VALUE 00.                               00002720
           88 C05-CHK-DUPKEY    VALUE 22.                               00002730
           88 C05-CHK-NOTFND    VALUE 23.                               00002740
         05 WS-FST-TRN   PIC 9(02).                                     00002750
           88 C05-TRN-SUCCESS   VALUE 00 05.                            00002760
           88 C05-TRN-EOF       VALUE 10.                               00002770
         05 WS-FST-PRT   PIC 9(02).                                     00002780
           88 C05-PRT-SUCCESS   VALUE 00.                               00002790
         05 WS-FST-PPY   PIC 9(02).                                     00002800
           88 C05-PPY-SUCCESS   VALUE 00.                               00002810
         05 WS-FST-REG   PIC 9(02).                                     00002820
           88 C05-REG-SUCCESS   VALUE 00.                               00002830
         05 WS-FST-SUSP  PIC 9(02).                                     00002840
           88 C05-SUSP-SUCCESS  VALUE 00.                               00002850
         05 WS-FST-AUDIT PIC 9(02).                                     00002860
           88 C05-AUDIT-SUCCESS VALUE 00.                               00002870
         05 WS-AUDIT-OPEN-SW PIC X(01) VALUE 'N'.                       00002880
           88 WS-AUDIT-IS-OPEN  VALUE 'Y'.                              00002890
         05 WS-AUDIT-START-TS  PIC X(15).                               00002900
         05 WS-RUN-DATE        PIC X(10).                               00002910
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00002920
         05 WS-TRN-CT          PIC 9(06) VALUE ZEROES.                  00002930
         05 WS-REJECT-CT       PIC 9(06) VALUE ZEROES.                  00002940
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00002950
         05 WS-NET-CT          PIC 9(06) VALUE ZEROES.                  00002960
         05 WS-NET-AMT         PIC 9(09)V9(02) VALUE ZEROES.            00002970
         05 WS-VOID-CT         PIC 9(06) VALUE ZEROES.                  00002980
         05 WS-VOID-AMT        PIC 9(09)V9(02) VALUE ZEROES.            00002990
         05 WS-RVOID-AMT       PIC 9(09)V9(02) VALUE ZEROES.            00003000
         05 WS-REISS-CT        PIC 9(06) VALUE ZEROES.                  00003010
         05 WS-REISS-AMT       PIC 9(09)V9(02) VALUE ZEROES.            00003020
         05 WS-PPY-ISS-CT      PIC 9(07) VALUE ZEROES.                  00003030
         05 WS-PPY-ISS-AMT     PIC 9(11)V9(02) VALUE ZEROES.            00003040
         05 WS-PPY-VOID-CT     PIC 9(07) VALUE ZEROES.                  00003050
         05 WS-PPY-VOID-AMT    PIC 9(11)V9(02) VALUE ZEROES.            00003060
         05 WS-CT-ED           PIC ZZZZZ9.                              00003070
         05 WS-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.                   00003080
         05 WS-CHK-ED          PIC ***,***,**9.99.                      00003090
         05 WS-REJ-CODE        PIC X(04).                               00003100
         05 WS-REJ-REASON      PIC X(26).                               00003110
         05 WS-REJ-KEY         PIC X(20).                               00003120
      *-----------------------------------------------------------      00003130
      *    THE CHECK BEING WRITTEN - FILLED FROM A CHECK REQUEST OR     00003140
      *    FROM THE CHECK A REISSUE REPLACES.                           00003150
      *-----------------------------------------------------------      00003160
         05 WS-ISS-NEMPID      PIC X(06).                               00003170
         05 WS-ISS-PAYEE       PIC X(21).                               00003180
         05 WS-ISS-AMT         PIC 9(07)V9(02).                         00003190
         05 WS-ISS-ORIG        PIC 9(08).                               00003200
         05 WS-ISS-NUMBER      PIC 9(08).                               00003210
         05 WS-ISS-OK-SW       PIC X(01).                               00003220
           88 WS-ISS-OK          VALUE 'Y'.                             00003230
         05 WS-ORIG-AMT        PIC 9(07)V9(02).                         00003240
      *-----------------------------------------------------------      00003250
      *    CHECK STOCK - THE RANGE CURRENTLY BEING USED.                00003260
      *-----------------------------------------------------------      00003270
         05 WS-STK-SW          PIC X(01) VALUE 'N'.                     00003280
           88 WS-STK-HELD        VALUE 'Y'.                             00003290
         05 WS-STK-OUT-SW      PIC X(01) VALUE 'N'.                     00003300
           88 WS-STK-OUT         VALUE 'Y'.                             00003310
         05 WS-PPY-ACCOUNT     PIC X(17) VALUE SPACES.                  00003320
      *-----------------------------------------------------------      00003330
      *    TONIGHT'S CHECK REQUESTS, WITH THE PAYEE NAME TAKEN FROM     00003340
      *    THE SNAPSHOT (OR THE TERMINATION FILE FOR FINAL PAY).        00003350
      *-----------------------------------------------------------      00003360
         05 WS-REQ-CT          PIC 9(04) VALUE ZEROES.                  00003370
         05 WS-REQ-TBL OCCURS 2000 TIMES INDEXED BY REQ-IDX.            00003380
           10 RQ-NEMPID        PIC X(06).                               00003390
           10 RQ-GROSS         PIC 9(09)V9(02).                         00003400
           10 RQ-TAX           PIC 9(09)V9(02).                         00003410
           10 RQ-DEDUCT        PIC 9(09)V9(02).                         00003420
           10 RQ-NET           PIC 9(09)V9(02).                         00003430
           10 RQ-PAYEE         PIC X(21).                               00003440
         05 WS-NAME-EMP        PIC X(06).                               00003450
         05 WS-NAME-TX         PIC X(21).                               00003460
         05 WS-RUNC-PARMS.                                              00003470
           10 WS-RUNC-FUNC   PIC X(03).                                 00003480
           10 WS-RUNC-PGM    PIC X(08).                                 00003490
           10 WS-RUNC-DATE   PIC X(10).                                 00003500
           10 WS-RUNC-RESULT PIC X(01).                                 00003510
       COPY DLCHAIN.                                                    00003511
       LINKAGE SECTION.                                                 00003520
       01 LK-PARM-REC.                                                  00003530
           05 LK-RUN-DATE    PIC X(10).                                 00003540
       PROCEDURE DIVISION USING LK-PARM-REC.                            00003550
       0000-MAIN-PARA.                                                  00003560
           PERFORM 1000-INIT-PARA                                       00003570
              THRU 1000-INIT-PARA-EXIT                                  00003580
           PERFORM 3000-PROC-PARA                                       00003590
              THRU 3000-PROC-PARA-EXIT                                  00003600
           PERFORM 9000-TERM-PARA                                       00003610
           .                                                            00003620
       1000-INIT-PARA.                                                  00003630
           ACCEPT WS-AUDIT-START-TS(1:8) FROM DATE YYYYMMDD             00003640
           ACCEPT WS-AUDIT-START-TS(9:6) FROM TIME                      00003650
           IF LK-RUN-DATE = SPACES OR LK-RUN-DATE = LOW-VALUES          00003660
               ACCEPT WS-RUN-DATE(1:8) FROM DATE YYYYMMDD               00003670
               END-ACCEPT                                               00003680
           ELSE                                                         00003690
               MOVE LK-RUN-DATE TO WS-RUN-DATE                          00003700
           END-IF                                                       00003710
           PERFORM 1100-RUNCTL-CHECK-PARA                               00003720
              THRU 1100-RUNCTL-CHECK-PARA-EXIT                          00003730
           .                                                            00003740
       1000-INIT-PARA-EXIT.                                             00003750
           EXIT                                                         00003760
           .                                                            00003770
       1100-RUNCTL-CHECK-PARA.                                          00003780
           MOVE 'CHK'       TO WS-RUNC-FUNC                             00003790
           MOVE 'PAYCHK'    TO WS-RUNC-PGM                              00003800
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00003810
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00003820
             ON EXCEPTION                                               00003830
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN-CONTROL CHECK '     00003840
                       'SKIPPED'                                        00003850
               MOVE 'N' TO WS-RUNC-RESULT                               00003860
           END-CALL                                                     00003870
           IF WS-RUNC-RESULT = 'Y'                                      00003880
             DISPLAY 'PAYCHK ALREADY COMPLETED FOR BUSINESS DATE '      00003890
                     WS-RUN-DATE                                        00003900
             DISPLAY 'RERUN REFUSED - APPEND AN OVERRIDE RECORD TO '    00003910
                     'RUNCTLF FOR A FORCED RERUN'                       00003920
             MOVE 0012 TO RETURN-CODE                                   00003930
             STOP RUN                                                   00003940
           END-IF                                                       00003950
           .                                                            00003960
       1100-RUNCTL-CHECK-PARA-EXIT.                                     00003970
           EXIT                                                         00003980
           .                                                            00003990
       1200-RUNCTL-MARK-PARA.                                           00004000
           MOVE 'UPD'       TO WS-RUNC-FUNC                             00004010
           MOVE 'PAYCHK'    TO WS-RUNC-PGM                              00004020
           MOVE WS-RUN-DATE TO WS-RUNC-DATE                             00004030
           CALL 'PAYRUNC' USING WS-RUNC-PARMS                           00004040
             ON EXCEPTION                                               00004050
               DISPLAY 'PAYRUNC NOT AVAILABLE - RUN NOT MARKED '        00004060
                       'COMPLETE'                                       00004070
           END-CALL                                                     00004080
           .                                                            00004090
       1200-RUNCTL-MARK-PARA-EXIT.                                      00004100
           EXIT                                                         00004110
           .                                                            00004120
       3000-PROC-PARA.                                                  00004130
           PERFORM 3100-OPEN-PARA                                       00004140
              THRU 3100-OPEN-PARA-EXIT                                  00004150
           PERFORM 3200-REQ-READ-PARA                                   00004160
              THRU 3200-REQ-READ-PARA-EXIT                              00004170
              UNTIL C05-CRQ-EOF                                         00004180
           PERFORM 3250-NAME-READ-PARA                                  00004190
              THRU 3250-NAME-READ-PARA-EXIT                             00004200
              UNTIL C05-TO001-EOF                                       00004210
           PERFORM 3270-TERM-READ-PARA                                  00004220
              THRU 3270-TERM-READ-PARA-EXIT                             00004230
              UNTIL C05-TERM-EOF                                        00004240
           PERFORM 3300-STOCK-READ-PARA                                 00004250
              THRU 3300-STOCK-READ-PARA-EXIT                            00004260
           PERFORM 3350-HEADER-PARA                                     00004270
              THRU 3350-HEADER-PARA-EXIT                                00004280
           PERFORM 3400-REQ-ISSUE-PARA                                  00004290
              THRU 3400-REQ-ISSUE-PARA-EXIT                             00004300
              VARYING REQ-IDX FROM 1 BY 1                               00004310
              UNTIL REQ-IDX > WS-REQ-CT                                 00004320
           PERFORM 3500-TRN-READ-PARA                                   00004330
              THRU 3500-TRN-READ-PARA-EXIT                              00004340
              UNTIL C05-TRN-EOF                                         00004350
           PERFORM 3800-TOTALS-PARA                                     00004360
              THRU 3800-TOTALS-PARA-EXIT                                00004370
           PERFORM 3850-STOCK-SAVE-PARA                                 00004380
              THRU 3850-STOCK-SAVE-PARA-EXIT                            00004390
           PERFORM 3900-CLOSE-PARA                                      00004400
              THRU 3900-CLOSE-PARA-EXIT                                 00004410
           IF WS-RETURN-CD < 8                                          00004420
             PERFORM 1200-RUNCTL-MARK-PARA                              00004430
                THRU 1200-RUNCTL-MARK-PARA-EXIT                         00004440
           END-IF                                                       00004450
           .                                                            00004460
       3000-PROC-PARA-EXIT.                                             00004470
           EXIT                                                         00004480
           .                                                            00004490
       3100-OPEN-PARA.                                                  00004500
           OPEN INPUT CRQ-PS                                            00004510
           EVALUATE TRUE                                                00004520
           WHEN C05-CRQ-SUCCESS                                         00004530
             DISPLAY 'CRQ-PS OPENED'                                    00004540
           WHEN OTHER                                                   00004550
             DISPLAY 'CRQ-PS OPEN FAILED ' WS-FST-CRQ                   00004560
             MOVE 0008 TO WS-RETURN-CD                                  00004570
             PERFORM 9000-TERM-PARA                                     00004580
           END-EVALUATE                                                 00004590
           OPEN INPUT TO001-PS                                          00004600
           EVALUATE TRUE                                                00004610
           WHEN C05-TO001-SUCCESS                                       00004620
             DISPLAY 'TO001-PS OPENED'                                  00004630
           WHEN OTHER                                                   00004640
             DISPLAY 'TO001-PS OPEN FAILED ' WS-FST-TO001               00004650
             MOVE 0008 TO WS-RETURN-CD                                  00004660
             PERFORM 9000-TERM-PARA                                     00004670
           END-EVALUATE                                                 00004680
           OPEN INPUT TERM-PS                                           00004690
           EVALUATE TRUE                                                00004700
           WHEN C05-TERM-SUCCESS                                        00004710
             DISPLAY 'TERM-PS OPENED'                                   00004720
           WHEN OTHER                                                   00004730
             DISPLAY 'TERMIN NOT AVAILABLE - FINAL-PAY NAMES NOT '      00004740
                     'LOADED'                                           00004750
             MOVE 10 TO WS-FST-TERM                                     00004760
           END-EVALUATE                                                 00004770
           OPEN I-O STK-PS                                              00004780
           EVALUATE TRUE                                                00004790
           WHEN C05-STK-SUCCESS                                         00004800
             DISPLAY 'STK-PS OPENED'                                    00004810
           WHEN OTHER                                                   00004820
             DISPLAY 'STK-PS OPEN FAILED ' WS-FST-STK                   00004830
             MOVE 0008 TO WS-RETURN-CD                                  00004840
             PERFORM 9000-TERM-PARA                                     00004850
           END-EVALUATE                                                 00004860
           OPEN I-O CHK-PS                                              00004870
           EVALUATE TRUE                                                00004880
           WHEN C05-CHK-SUCCESS                                         00004890
             DISPLAY 'CHK-PS OPENED'                                    00004900
           WHEN OTHER                                                   00004910
             DISPLAY 'CHK-PS OPEN FAILED ' WS-FST-CHK                   00004920
             MOVE 0008 TO WS-RETURN-CD                                  00004930
             PERFORM 9000-TERM-PARA                                     00004940
           END-EVALUATE                                                 00004950
           OPEN INPUT TRN-PS                                            00004960
           EVALUATE TRUE                                                00004970
           WHEN C05-TRN-SUCCESS                                         00004980
             DISPLAY 'TRN-PS OPENED'                                    00004990
           WHEN OTHER                                                   00005000
             DISPLAY 'CHKTRAN NOT AVAILABLE - NO VOIDS OR REISSUES'     00005010
             MOVE 10 TO WS-FST-TRN                                      00005020
           END-EVALUATE                                                 00005030
           OPEN OUTPUT PRT-PS                                           00005040
           EVALUATE TRUE                                                00005050
           WHEN C05-PRT-SUCCESS                                         00005060
             DISPLAY 'PRT-PS OPENED'                                    00005070
           WHEN OTHER                                                   00005080
             DISPLAY 'PRT-PS OPEN FAILED ' WS-FST-PRT                   00005090
             MOVE 0008 TO WS-RETURN-CD                                  00005100
             PERFORM 9000-TERM-PARA                                     00005110
           END-EVALUATE                                                 00005120
           OPEN OUTPUT PPY-PS                                           00005130
           EVALUATE TRUE                                                00005140
           WHEN C05-PPY-SUCCESS                                         00005150
             DISPLAY 'PPY-PS OPENED'                                    00005160
           WHEN OTHER                                                   00005170
             DISPLAY 'PPY-PS OPEN FAILED ' WS-FST-PPY                   00005180
             MOVE 0008 TO WS-RETURN-CD                                  00005190
             PERFORM 9000-TERM-PARA                                     00005200
           END-EVALUATE                                                 00005210
           OPEN OUTPUT REG-PS                                           00005220
           EVALUATE TRUE                                                00005230
           WHEN C05-REG-SUCCESS                                         00005240
             DISPLAY 'REG-PS OPENED'                                    00005250
           WHEN OTHER                                                   00005260
             DISPLAY 'REG-PS OPEN FAILED ' WS-FST-REG                   00005270
             MOVE 0008 TO WS-RETURN-CD                                  00005280
             PERFORM 9000-TERM-PARA                                     00005290
           END-EVALUATE                                                 00005300
           OPEN EXTEND SUSP-PS                                          00005310
           EVALUATE TRUE                                                00005320
           WHEN C05-SUSP-SUCCESS                                        00005330
             DISPLAY 'SUSP-PS OPENED'                                   00005340
           WHEN OTHER                                                   00005350
             DISPLAY 'SUSP-PS OPEN FAILED ' WS-FST-SUSP                 00005360
             MOVE 0008 TO WS-RETURN-CD                                  00005370
             PERFORM 9000-TERM-PARA                                     00005380
           END-EVALUATE                                                 00005390
           OPEN EXTEND AUDIT-PS                                         00005400
           EVALUATE TRUE                                                00005410
           WHEN C05-AUDIT-SUCCESS                                       00005420
             DISPLAY 'AUDIT-PS OPENED'                                  00005430
             SET WS-AUDIT-IS-OPEN TO TRUE                               00005440
           WHEN OTHER                                                   00005450
             DISPLAY 'AUDIT-PS OPEN FAILED ' WS-FST-AUDIT               00005460
             MOVE 0008 TO WS-RETURN-CD                                  00005470
             PERFORM 9000-TERM-PARA                                     00005480
           END-EVALUATE                                                 00005490
           .                                                            00005500
       3100-OPEN-PARA-EXIT.                                             00005510
           EXIT                                                         00005520
           .                                                            00005530
       3200-REQ-READ-PARA.                                              00005540
           READ CRQ-PS                                                  00005550
           EVALUATE TRUE                                                00005560
           WHEN C05-CRQ-SUCCESS                                         00005570
             EVALUATE TRUE                                              00005580
             WHEN CRQ-NEMPID IS NOT GREATER THAN SPACES                 00005590
               DISPLAY 'CHECK REQUEST SKIPPED - NO EMPID'               00005600
             WHEN CRQ-NET(1:9) IS NOT NUMERIC OR                        00005610
                  CRQ-NET(11:2) IS NOT NUMERIC                          00005620
               DISPLAY 'CHECK REQUEST SKIPPED: ' CRQ-NEMPID             00005630
             WHEN WS-REQ-CT < 2000                                      00005640
               ADD 1 TO WS-READ-CT                                      00005650
               ADD 1 TO WS-REQ-CT                                       00005660
               MOVE CRQ-NEMPID  TO RQ-NEMPID(WS-REQ-CT)                 00005670
               MOVE CRQ-GROSS   TO RQ-GROSS(WS-REQ-CT)                  00005680
               MOVE CRQ-TAX     TO RQ-TAX(WS-REQ-CT)                    00005690
               MOVE CRQ-DEDUCT  TO RQ-DEDUCT(WS-REQ-CT)                 00005700
               MOVE CRQ-NET     TO RQ-NET(WS-REQ-CT)                    00005710
               MOVE SPACES      TO RQ-PAYEE(WS-REQ-CT)                  00005720
             WHEN OTHER                                                 00005730
               DISPLAY 'CHECK REQUEST TABLE FULL - ' CRQ-NEMPID         00005740
                       ' NOT PAID'                                      00005750
               MOVE 0008 TO WS-RETURN-CD                                00005760
             END-EVALUATE                                               00005770
           WHEN C05-CRQ-EOF                                             00005780
             DISPLAY 'CHECK REQUESTS LOADED: ' WS-REQ-CT                00005790
           WHEN OTHER                                                   00005800
             DISPLAY 'CRQ-PS READ FAILED ' WS-FST-CRQ                   00005810
             MOVE 0008 TO WS-RETURN-CD                                  00005820
             MOVE 10 TO WS-FST-CRQ                                      00005830
           END-EVALUATE                                                 00005840
           .                                                            00005850
       3200-REQ-READ-PARA-EXIT.                                         00005860
           EXIT                                                         00005870
           .                                                            00005880
      *-----------------------------------------------------------      00005890
      *    PAYEE NAMES - THE SNAPSHOT FIRST, THEN THE TERMINATION       00005900
      *    FILE FOR ANYONE PAID FINAL PAY.                              00005910
      *-----------------------------------------------------------      00005920
       3250-NAME-READ-PARA.                                             00005930
           READ TO001-PS                                                00005940
           EVALUATE TRUE                                                00005950
           WHEN C05-TO001-SUCCESS                                       00005960
             IF TO001-NEMPID NOT = 'NEW_EM' AND                         00005970
                TO001-NEMPID NOT = 'TOTALS'                             00005980
               MOVE TO001-NEMPID TO WS-NAME-EMP                         00005990
               MOVE SPACES TO WS-NAME-TX                                00006000
               STRING TO001-EMPFNAME DELIMITED BY SPACE                 00006010
                      ' '            DELIMITED BY SIZE                  00006020
                      TO001-EMPLNAME DELIMITED BY SPACE                 00006030
                      INTO WS-NAME-TX                                   00006040
               END-STRING                                               00006050
               PERFORM 3260-NAME-SET-PARA                               00006060
                  THRU 3260-NAME-SET-PARA-EXIT                          00006070
                  VARYING REQ-IDX FROM 1 BY 1                           00006080
                  UNTIL REQ-IDX > WS-REQ-CT                             00006090
             END-IF                                                     00006100
           WHEN C05-TO001-EOF                                           00006110
             CONTINUE                                                   00006120
           WHEN OTHER                                                   00006130
             DISPLAY 'TO001-PS READ FAILED ' WS-FST-TO001               00006140
             MOVE 0008 TO WS-RETURN-CD                                  00006150
             MOVE 10 TO WS-FST-TO001                                    00006160
           END-EVALUATE                                                 00006170
           .                                                            00006180
       3250-NAME-READ-PARA-EXIT.                                        00006190
           EXIT                                                         00006200
           .                                                            00006210
       3260-NAME-SET-PARA.                                              00006220
           IF RQ-NEMPID(REQ-IDX) = WS-NAME-EMP AND                      00006230
              RQ-PAYEE(REQ-IDX) = SPACES                                00006240
             MOVE WS-NAME-TX TO RQ-PAYEE(REQ-IDX)                       00006250
           END-IF                                                       00006260
           .                                                            00006270
       3260-NAME-SET-PARA-EXIT.                                         00006280
           EXIT                                                         00006290
           .                                                            00006300
       3270-TERM-READ-PARA.                                             00006310
           READ TERM-PS                                                 00006320
           EVALUATE TRUE                                                00006330
           WHEN C05-TERM-SUCCESS                                        00006340
             MOVE TM-NEMPID TO WS-NAME-EMP                              00006350
             MOVE SPACES TO WS-NAME-TX                                  00006360
             STRING TM-EMPFNAME DELIMITED BY SPACE                      00006370
                    ' '         DELIMITED BY SIZE                       00006380
                    TM-EMPLNAME DELIMITED BY SPACE                      00006390
                    INTO WS-NAME-TX                                     00006400
             END-STRING                                                 00006410
             PERFORM 3260-NAME-SET-PARA                                 00006420
                THRU 3260-NAME-SET-PARA-EXIT                            00006430
                VARYING REQ-IDX FROM 1 BY 1                             00006440
                UNTIL REQ-IDX > WS-REQ-CT                               00006450
           WHEN C05-TERM-EOF                                            00006460
             CONTINUE                                                   00006470
           WHEN OTHER                                                   00006480
             DISPLAY 'TERM-PS READ FAILED ' WS-FST-TERM                 00006490
             MOVE 10 TO WS-FST-TERM                                     00006500
           END-EVALUATE                                                 00006510
           .                                                            00006520
       3270-TERM-READ-PARA-EXIT.                                        00006530
           EXIT                                                         00006540
           .                                                            00006550
      *-----------------------------------------------------------      00006560
      *    POSITION ON THE FIRST RANGE OF THE STOCK REGISTER THAT       00006570
      *    STILL HAS CHECKS.  AN ACTIVE RANGE WHOSE NEXT NUMBER HAS     00006580
      *    RUN PAST ITS LAST IS MARKED EXHAUSTED ON THE WAY BY.         00006590
      *-----------------------------------------------------------      00006600
       3300-STOCK-READ-PARA.                                            00006610
           MOVE 'N' TO WS-STK-SW                                        00006620
           IF WS-STK-OUT                                                00006630
             GO TO 3300-STOCK-READ-PARA-EXIT                            00006640
           END-IF                                                       00006650
           READ STK-PS                                                  00006660
           EVALUATE TRUE                                                00006670
           WHEN C05-STK-SUCCESS                                         00006680
             EVALUATE TRUE                                              00006690
             WHEN NOT STK-ACTIVE                                        00006700
               GO TO 3300-STOCK-READ-PARA                               00006710
             WHEN STK-NEXT IS NOT NUMERIC OR                            00006720
                  STK-LAST IS NOT NUMERIC                               00006730
               DISPLAY 'CHECK STOCK RANGE UNREADABLE - SKIPPED: '       00006740
                       STK-FIRST                                        00006750
               GO TO 3300-STOCK-READ-PARA                               00006760
             WHEN STK-NEXT > STK-LAST                                   00006770
               MOVE 'E'         TO STK-STATUS                           00006780
               MOVE WS-RUN-DATE TO STK-LAST-DATE                        00006790
               REWRITE STK-REC                                          00006800
               GO TO 3300-STOCK-READ-PARA                               00006810
             WHEN OTHER                                                 00006820
               SET WS-STK-HELD TO TRUE                                  00006830
               IF WS-PPY-ACCOUNT = SPACES                               00006840
                 MOVE STK-ACCOUNT TO WS-PPY-ACCOUNT                     00006850
               END-IF                                                   00006860
             END-EVALUATE                                               00006870
           WHEN C05-STK-EOF                                             00006880
             SET WS-STK-OUT TO TRUE                                     00006890
           WHEN OTHER                                                   00006900
             DISPLAY 'STK-PS READ FAILED ' WS-FST-STK                   00006910
             MOVE 0008 TO WS-RETURN-CD                                  00006920
             SET WS-STK-OUT TO TRUE                                     00006930
           END-EVALUATE                                                 00006940
           .                                                            00006950
       3300-STOCK-READ-PARA-EXIT.                                       00006960
           EXIT                                                         00006970
           .                                                            00006980
       3350-HEADER-PARA.                                                00006990
           MOVE SPACES TO PPY-HD-REC                                    00007000
           MOVE 'H'            TO PPY-HD-TYPE                           00007010
           MOVE WS-PPY-ACCOUNT TO PPY-HD-ACCOUNT                        00007020
           MOVE WS-RUN-DATE    TO PPY-HD-DATE                           00007030
           MOVE 'PAYROLL POSITIVE PAY' TO PPY-HD-TITLE                  00007040
           WRITE PPY-HD-REC                                             00007050
           .                                                            00007060
       3350-HEADER-PARA-EXIT.                                           00007070
           EXIT                                                         00007080
           .                                                            00007090
       3400-REQ-ISSUE-PARA.                                             00007100
           IF RQ-NET(REQ-IDX) = ZEROES                                  00007110
             GO TO 3400-REQ-ISSUE-PARA-EXIT                             00007120
           END-IF                                                       00007130
           MOVE RQ-NEMPID(REQ-IDX) TO WS-ISS-NEMPID                     00007140
           MOVE RQ-PAYEE(REQ-IDX)  TO WS-ISS-PAYEE                      00007150
           MOVE RQ-NET(REQ-IDX)    TO WS-ISS-AMT                        00007160
           MOVE ZEROES             TO WS-ISS-ORIG                       00007170
           IF WS-ISS-PAYEE = SPACES                                     00007180
             MOVE 'CKNM' TO WS-REJ-CODE                                 00007190
             MOVE 'PAYEE NAME NOT FOUND' TO WS-REJ-REASON               00007200
             MOVE WS-ISS-NEMPID TO WS-REJ-KEY                           00007210
             PERFORM 3700-REJECT-PARA                                   00007220
                THRU 3700-REJECT-PARA-EXIT                              00007230
             GO TO 3400-REQ-ISSUE-PARA-EXIT                             00007240
           END-IF                                                       00007250
           PERFORM 3600-ISSUE-PARA                                      00007260
              THRU 3600-ISSUE-PARA-EXIT                                 00007270
           IF NOT WS-ISS-OK                                             00007280
             GO TO 3400-REQ-ISSUE-PARA-EXIT                             00007290
           END-IF                                                       00007300
           ADD 1 TO WS-NET-CT                                           00007310
           ADD WS-ISS-AMT TO WS-NET-AMT                                 00007320
           MOVE 'ISSUE ' TO REG-ID                                      00007330
           PERFORM 3750-REG-LINE-PARA                                   00007340
              THRU 3750-REG-LINE-PARA-EXIT                              00007350
           MOVE SPACES TO PRT-REC                                       00007360
           MOVE RQ-GROSS(REQ-IDX) TO WS-AMT-ED                          00007370
           STRING '    STUB   GROSS: ' DELIMITED BY SIZE                00007380
                  WS-AMT-ED DELIMITED BY SIZE                           00007390
                  INTO PRT-REC                                          00007400
           END-STRING                                                   00007410
           MOVE RQ-TAX(REQ-IDX) TO WS-AMT-ED                            00007420
           MOVE '   TAX: ' TO PRT-REC(36:8)                             00007430
           MOVE WS-AMT-ED TO PRT-REC(44:17)                             00007440
           MOVE RQ-DEDUCT(REQ-IDX) TO WS-AMT-ED                         00007450
           MOVE '   DEDUCTIONS: ' TO PRT-REC(61:15)                     00007460
           MOVE WS-AMT-ED TO PRT-REC(76:17)                             00007470
           MOVE RQ-NET(REQ-IDX) TO WS-AMT-ED                            00007480
           MOVE '   NET: ' TO PRT-REC(93:8)                             00007490
           MOVE WS-AMT-ED TO PRT-REC(101:17)                            00007500
           WRITE PRT-REC                                                00007510
           MOVE SPACES TO PRT-REC                                       00007520
           WRITE PRT-REC                                                00007530
           .                                                            00007540
       3400-REQ-ISSUE-PARA-EXIT.                                        00007550
           EXIT                                                         00007560
           .                                                            00007570
       3500-TRN-READ-PARA.                                              00007580
           READ TRN-PS                                                  00007590
           EVALUATE TRUE                                                00007600
           WHEN C05-TRN-SUCCESS                                         00007610
             ADD 1 TO WS-TRN-CT                                         00007620
             PERFORM 3510-TRN-APPLY-PARA                                00007630
                THRU 3510-TRN-APPLY-PARA-EXIT                           00007640
           WHEN C05-TRN-EOF                                             00007650
             DISPLAY 'VOID/REISSUE TRANSACTIONS: ' WS-TRN-CT            00007660
           WHEN OTHER                                                   00007670
             DISPLAY 'TRN-PS READ FAILED ' WS-FST-TRN                   00007680
             MOVE 0008 TO WS-RETURN-CD                                  00007690
             MOVE 10 TO WS-FST-TRN                                      00007700
           END-EVALUATE                                                 00007710
           .                                                            00007720
       3500-TRN-READ-PARA-EXIT.                                         00007730
           EXIT                                                         00007740
           .                                                            00007750
      *-----------------------------------------------------------      00007760
      *    ONE VOID OR REISSUE - THE CHECK MUST BE ON THE HISTORY,      00007770
      *    BELONG TO THE EMPLOYEE NAMED, AND STILL BE STANDING.         00007780
      *-----------------------------------------------------------      00007790
       3510-TRN-APPLY-PARA.                                             00007800
           MOVE SPACES TO WS-REJ-CODE WS-REJ-REASON                     00007810
           EVALUATE TRUE                                                00007820
           WHEN TRN-TYPE NOT = 'V' AND TRN-TYPE NOT = 'R'               00007830
             MOVE 'CKTY' TO WS-REJ-CODE                                 00007840
             MOVE 'TRANSACTION TYPE NOT V/R' TO WS-REJ-REASON           00007850
           WHEN TRN-CHECK IS NOT NUMERIC                                00007860
             MOVE 'CKNO' TO WS-REJ-CODE                                 00007870
             MOVE 'CHECK NUMBER NOT NUMERIC' TO WS-REJ-REASON           00007880
           WHEN TRN-NEMPID IS NOT GREATER THAN SPACES                   00007890
             MOVE 'EMPI' TO WS-REJ-CODE                                 00007900
             MOVE 'EMPID MISSING OR BLANK' TO WS-REJ-REASON             00007910
           WHEN OTHER                                                   00007920
             MOVE TRN-CHECK-NUM TO DL-CHK-NUMBER                        00007930
             READ CHK-PS                                                00007940
             EVALUATE TRUE                                              00007950
             WHEN C05-CHK-SUCCESS                                       00007960
               EVALUATE TRUE                                            00007970
               WHEN DL-CHK-NEMPID NOT = TRN-NEMPID                      00007980
                 MOVE 'CKEM' TO WS-REJ-CODE                             00007990
                 MOVE 'EMPID DOES NOT MATCH CHECK' TO WS-REJ-REASON     00008000
               WHEN DL-CHK-VOIDED                                       00008010
                 MOVE 'CKDU' TO WS-REJ-CODE                             00008020
                 MOVE 'CHECK ALREADY VOIDED' TO WS-REJ-REASON           00008030
               WHEN DL-CHK-REISSUED                                     00008040
                 MOVE 'CKDU' TO WS-REJ-CODE                             00008050
                 MOVE 'CHECK ALREADY REISSUED' TO WS-REJ-REASON         00008060
               WHEN OTHER                                               00008070
                 CONTINUE                                               00008080
               END-EVALUATE                                             00008090
             WHEN C05-CHK-NOTFND                                        00008100
               MOVE 'CKNF' TO WS-REJ-CODE                               00008110
               MOVE 'CHECK NOT ON CHECK HISTORY' TO WS-REJ-REASON       00008120
             WHEN OTHER                                                 00008130
               DISPLAY 'CHK-PS READ FAILED ' WS-FST-CHK                 00008140
               MOVE 'READ' TO WS-REJ-CODE                               00008150
               MOVE 'CHECK HISTORY READ ERROR' TO WS-REJ-REASON         00008160
               MOVE 0008 TO WS-RETURN-CD                                00008170
             END-EVALUATE                                               00008180
           END-EVALUATE                                                 00008190
           IF WS-REJ-CODE > SPACES                                      00008200
             MOVE TRN-CHECK TO WS-REJ-KEY                               00008210
             PERFORM 3700-REJECT-PARA                                   00008220
                THRU 3700-REJECT-PARA-EXIT                              00008230
             GO TO 3510-TRN-APPLY-PARA-EXIT                             00008240
           END-IF                                                       00008250
           IF TRN-TYPE = 'V'                                            00008260
             PERFORM 3520-VOID-PARA                                     00008270
                THRU 3520-VOID-PARA-EXIT                                00008280
           ELSE                                                         00008290
             PERFORM 3540-REISSUE-PARA                                  00008300
                THRU 3540-REISSUE-PARA-EXIT                             00008310
           END-IF                                                       00008320
           .                                                            00008330
       3510-TRN-APPLY-PARA-EXIT.                                        00008340
           EXIT                                                         00008350
           .                                                            00008360
      *-----------------------------------------------------------      00008370
      *    A PLAIN VOID STOPS THE CHECK AND LEAVES THE PAY OWED, SO     00008380
      *    IT OPENS A SUSPENSE ITEM FOR PAYROLL TO SETTLE.              00008390
      *-----------------------------------------------------------      00008400
       3520-VOID-PARA.                                                  00008410
           MOVE 'V' TO DL-CHK-STATUS                                    00008420
           PERFORM 3560-CHK-STOP-PARA                                   00008430
              THRU 3560-CHK-STOP-PARA-EXIT                              00008440
           ADD 1 TO WS-VOID-CT                                          00008450
           ADD DL-CHK-AMOUNT TO WS-VOID-AMT                             00008460
           MOVE DL-CHK-NEMPID TO WS-ISS-NEMPID                          00008470
           MOVE DL-CHK-PAYEE  TO WS-ISS-PAYEE                           00008480
           MOVE DL-CHK-AMOUNT TO WS-ISS-AMT                             00008490
           MOVE DL-CHK-NUMBER TO WS-ISS-NUMBER                          00008500
           MOVE ZEROES        TO WS-ISS-ORIG                            00008510
           MOVE 'VOID  ' TO REG-ID                                      00008520
           PERFORM 3750-REG-LINE-PARA                                   00008530
              THRU 3750-REG-LINE-PARA-EXIT                              00008540
           MOVE SPACES        TO DL-SUSP-REC                            00008550
           MOVE 'PAYCHK'      TO DL-SUSP-PGM                            00008560
           MOVE DL-CHK-NEMPID TO DL-SUSP-KEY                            00008570
           MOVE 'CVOD'        TO DL-SUSP-REASON-CD                      00008580
           MOVE SPACES        TO DL-SUSP-REASON-TX                      00008590
           STRING 'CHECK ' DL-CHK-NUMBER ' VOIDED - OWED'               00008600
                  DELIMITED BY SIZE                                     00008610
                  INTO DL-SUSP-REASON-TX                                00008620
           END-STRING                                                   00008630
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00008640
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00008650
           MOVE SPACE TO DL-SUSP-STATUS                                 00008660
           WRITE DL-SUSP-REC                                            00008670
           IF WS-RETURN-CD = 0                                          00008680
             MOVE 0004 TO WS-RETURN-CD                                  00008690
           END-IF                                                       00008700
           .                                                            00008710
       3520-VOID-PARA-EXIT.                                             00008720
           EXIT                                                         00008730
           .                                                            00008740
      *-----------------------------------------------------------      00008750
      *    A REISSUE STOPS THE ORIGINAL AND PAYS THE SAME PAYEE THE     00008760
      *    SAME AMOUNT ON A NEW CHECK THAT POINTS BACK TO IT.  WITH     00008770
      *    NO STOCK LEFT THE ORIGINAL IS LEFT STANDING.                 00008780
      *-----------------------------------------------------------      00008790
       3540-REISSUE-PARA.                                               00008800
           IF NOT WS-STK-HELD                                           00008810
             MOVE 'STCK' TO WS-REJ-CODE                                 00008820
             MOVE 'NO CHECK STOCK - NOT REISSUED' TO WS-REJ-REASON      00008830
             MOVE TRN-CHECK TO WS-REJ-KEY                               00008840
             PERFORM 3700-REJECT-PARA                                   00008850
                THRU 3700-REJECT-PARA-EXIT                              00008860
             MOVE 0008 TO WS-RETURN-CD                                  00008870
             GO TO 3540-REISSUE-PARA-EXIT                               00008880
           END-IF                                                       00008890
           MOVE 'R' TO DL-CHK-STATUS                                    00008900
           PERFORM 3560-CHK-STOP-PARA                                   00008910
              THRU 3560-CHK-STOP-PARA-EXIT                              00008920
           ADD DL-CHK-AMOUNT TO WS-RVOID-AMT                            00008930
           MOVE DL-CHK-NEMPID TO WS-ISS-NEMPID                          00008940
           MOVE DL-CHK-PAYEE  TO WS-ISS-PAYEE                           00008950
           MOVE DL-CHK-AMOUNT TO WS-ISS-AMT                             00008960
           MOVE DL-CHK-NUMBER TO WS-ISS-ORIG                            00008970
           PERFORM 3600-ISSUE-PARA                                      00008980
              THRU 3600-ISSUE-PARA-EXIT                                 00008990
           IF NOT WS-ISS-OK                                             00009000
             GO TO 3540-REISSUE-PARA-EXIT                               00009010
           END-IF                                                       00009020
           ADD 1 TO WS-REISS-CT                                         00009030
           ADD WS-ISS-AMT TO WS-REISS-AMT                               00009040
           MOVE 'REISS ' TO REG-ID                                      00009050
           PERFORM 3750-REG-LINE-PARA                                   00009060
              THRU 3750-REG-LINE-PARA-EXIT                              00009070
           MOVE SPACES TO PRT-REC                                       00009080
           STRING '    STUB   REPLACES CHECK ' DELIMITED BY SIZE        00009090
                  WS-ISS-ORIG DELIMITED BY SIZE                         00009100
                  '   REASON: ' DELIMITED BY SIZE                       00009110
                  TRN-REASON DELIMITED BY SIZE                          00009120
                  INTO PRT-REC                                          00009130
           END-STRING                                                   00009140
           WRITE PRT-REC                                                00009150
           MOVE SPACES TO PRT-REC                                       00009160
           WRITE PRT-REC                                                00009170
           .                                                            00009180
       3540-REISSUE-PARA-EXIT.                                          00009190
           EXIT                                                         00009200
           .                                                            00009210
      *-----------------------------------------------------------      00009220
      *    STOP A STANDING CHECK - NEW STATUS IS ALREADY IN             00009230
      *    DL-CHK-STATUS.  THE HISTORY IS REWRITTEN AND A 'V' RECORD    00009240
      *    GOES TO POSITIVE PAY.                                        00009250
      *-----------------------------------------------------------      00009260
       3560-CHK-STOP-PARA.                                              00009270
           MOVE WS-RUN-DATE TO DL-CHK-VOID-DATE                         00009280
           REWRITE DL-CHK-REC                                           00009290
           IF NOT C05-CHK-SUCCESS                                       00009300
             DISPLAY 'CHK-PS REWRITE FAILED ' WS-FST-CHK                00009310
             MOVE 0008 TO WS-RETURN-CD                                  00009320
           END-IF                                                       00009330
           MOVE SPACES TO PPY-DT-REC                                    00009340
           MOVE 'V'               TO PPY-DT-TYPE                        00009350
           MOVE WS-PPY-ACCOUNT    TO PPY-DT-ACCOUNT                     00009360
           MOVE DL-CHK-NUMBER     TO PPY-DT-CHECK                       00009370
           MOVE DL-CHK-AMOUNT     TO PPY-DT-AMOUNT                      00009380
           MOVE DL-CHK-ISSUE-DATE TO PPY-DT-DATE                        00009390
           MOVE DL-CHK-PAYEE      TO PPY-DT-PAYEE                       00009400
           WRITE PPY-DT-REC                                             00009410
           ADD 1 TO WS-PPY-VOID-CT                                      00009420
           ADD DL-CHK-AMOUNT TO WS-PPY-VOID-AMT                         00009430
           .                                                            00009440
       3560-CHK-STOP-PARA-EXIT.                                         00009450
           EXIT                                                         00009460
           .                                                            00009470
      *-----------------------------------------------------------      00009480
      *    ISSUE ONE CHECK FROM WS-ISS-xxx: NEXT NUMBER FROM STOCK,     00009490
      *    THE HISTORY RECORD, THE CHECK FACE, AND THE POSITIVE-PAY     00009500
      *    ISSUE RECORD.  WS-ISS-OK SAYS WHETHER IT WENT OUT.           00009510
      *-----------------------------------------------------------      00009520
       3600-ISSUE-PARA.                                                 00009530
           MOVE 'N' TO WS-ISS-OK-SW                                     00009540
           IF NOT WS-STK-HELD                                           00009550
             MOVE 'STCK' TO WS-REJ-CODE                                 00009560
             MOVE 'OUT OF CHECK STOCK' TO WS-REJ-REASON                 00009570
             MOVE WS-ISS-NEMPID TO WS-REJ-KEY                           00009580
             PERFORM 3700-REJECT-PARA                                   00009590
                THRU 3700-REJECT-PARA-EXIT                              00009600
             MOVE 0008 TO WS-RETURN-CD                                  00009610
             GO TO 3600-ISSUE-PARA-EXIT                                 00009620
           END-IF                                                       00009630
           MOVE STK-NEXT TO WS-ISS-NUMBER                               00009640
           ADD 1 TO STK-NEXT                                            00009650
           MOVE SPACES        TO DL-CHK-REC                             00009660
           MOVE WS-ISS-NUMBER TO DL-CHK-NUMBER                          00009670
           MOVE WS-ISS-NEMPID TO DL-CHK-NEMPID                          00009680
           MOVE WS-ISS-AMT    TO DL-CHK-AMOUNT                          00009690
           MOVE WS-RUN-DATE   TO DL-CHK-ISSUE-DATE                      00009700
           MOVE 'I'           TO DL-CHK-STATUS                          00009710
           MOVE WS-ISS-ORIG   TO DL-CHK-REISSUE-OF                      00009720
           MOVE WS-ISS-PAYEE  TO DL-CHK-PAYEE                           00009730
           WRITE DL-CHK-REC                                             00009740
           IF NOT C05-CHK-SUCCESS                                       00009750
             DISPLAY 'CHK-PS WRITE FAILED ' WS-FST-CHK                  00009760
                     ' CHECK ' WS-ISS-NUMBER                            00009770
             MOVE 'CKWR' TO WS-REJ-CODE                                 00009780
             MOVE 'CHECK NUMBER ALREADY USED' TO WS-REJ-REASON          00009790
             MOVE WS-ISS-NEMPID TO WS-REJ-KEY                           00009800
             PERFORM 3700-REJECT-PARA                                   00009810
                THRU 3700-REJECT-PARA-EXIT                              00009820
             MOVE 0008 TO WS-RETURN-CD                                  00009830
             GO TO 3600-ISSUE-PARA-EXIT                                 00009840
           END-IF                                                       00009850
           SET WS-ISS-OK TO TRUE                                        00009860
           MOVE SPACES TO PRT-REC                                       00009870
           STRING 'CHECK NO: ' DELIMITED BY SIZE                        00009880
                  WS-ISS-NUMBER DELIMITED BY SIZE                       00009890
                  '    DATE: ' DELIMITED BY SIZE                        00009900
                  WS-RUN-DATE DELIMITED BY SIZE                         00009910
                  '    ACCOUNT: ' DELIMITED BY SIZE                     00009920
                  STK-ACCOUNT DELIMITED BY SIZE                         00009930
                  INTO PRT-REC                                          00009940
           END-STRING                                                   00009950
           WRITE PRT-REC                                                00009960
           MOVE WS-ISS-AMT TO WS-CHK-ED                                 00009970
           MOVE SPACES TO PRT-REC                                       00009980
           STRING 'PAY TO THE ORDER OF: ' DELIMITED BY SIZE             00009990
                  WS-ISS-PAYEE DELIMITED BY SIZE                        00010000
                  ' (' DELIMITED BY SIZE                                00010010
                  WS-ISS-NEMPID DELIMITED BY SIZE                       00010020
                  ')    AMOUNT: ' DELIMITED BY SIZE                     00010030
                  WS-CHK-ED DELIMITED BY SIZE                           00010040
                  INTO PRT-REC                                          00010050
           END-STRING                                                   00010060
           WRITE PRT-REC                                                00010070
           MOVE SPACES TO PPY-DT-REC                                    00010080
           MOVE 'I'           TO PPY-DT-TYPE                            00010090
           MOVE STK-ACCOUNT   TO PPY-DT-ACCOUNT                         00010100
           MOVE WS-ISS-NUMBER TO PPY-DT-CHECK                           00010110
           MOVE WS-ISS-AMT    TO PPY-DT-AMOUNT                          00010120
           MOVE WS-RUN-DATE   TO PPY-DT-DATE                            00010130
           MOVE WS-ISS-PAYEE  TO PPY-DT-PAYEE                           00010140
           WRITE PPY-DT-REC                                             00010150
           ADD 1 TO WS-PPY-ISS-CT                                       00010160
           ADD WS-ISS-AMT TO WS-PPY-ISS-AMT                             00010170
           IF STK-NEXT > STK-LAST                                       00010180
             MOVE 'E'         TO STK-STATUS                             00010190
             MOVE WS-RUN-DATE TO STK-LAST-DATE                          00010200
             REWRITE STK-REC                                            00010210
             PERFORM 3300-STOCK-READ-PARA                               00010220
                THRU 3300-STOCK-READ-PARA-EXIT                          00010230
           END-IF                                                       00010240
           .                                                            00010250
       3600-ISSUE-PARA-EXIT.                                            00010260
           EXIT                                                         00010270
           .                                                            00010280
       3700-REJECT-PARA.                                                00010290
           ADD 1 TO WS-REJECT-CT                                        00010300
           DISPLAY WS-REJ-KEY ' NOT PAID BY CHECK - ' WS-REJ-CODE       00010310
           MOVE SPACES          TO DL-SUSP-REC                          00010320
           MOVE 'PAYCHK'        TO DL-SUSP-PGM                          00010330
           MOVE WS-REJ-KEY      TO DL-SUSP-KEY                          00010340
           MOVE WS-REJ-CODE     TO DL-SUSP-REASON-CD                    00010350
           MOVE WS-REJ-REASON   TO DL-SUSP-REASON-TX                    00010360
           ACCEPT DL-SUSP-TIMESTAMP(1:8)  FROM DATE YYYYMMDD            00010370
           ACCEPT DL-SUSP-TIMESTAMP(9:6)  FROM TIME                     00010380
           MOVE SPACE           TO DL-SUSP-STATUS                       00010390
           WRITE DL-SUSP-REC                                            00010400
           IF WS-RETURN-CD = 0                                          00010410
             MOVE 0004 TO WS-RETURN-CD                                  00010420
           END-IF                                                       00010430
           .                                                            00010440
       3700-REJECT-PARA-EXIT.                                           00010450
           EXIT                                                         00010460
           .                                                            00010470
       3750-REG-LINE-PARA.                                              00010480
           MOVE WS-ISS-NUMBER TO REG-CHECK                              00010490
           MOVE WS-ISS-NEMPID TO REG-NEMPID                             00010500
           MOVE WS-ISS-AMT    TO REG-AMOUNT                             00010510
           MOVE WS-RUN-DATE   TO REG-DATE                               00010520
           MOVE WS-ISS-ORIG   TO REG-ORIG                               00010530
           MOVE WS-ISS-PAYEE  TO REG-PAYEE                              00010540
           WRITE REG-DT-REC                                             00010550
           .                                                            00010560
       3750-REG-LINE-PARA-EXIT.                                         00010570
           EXIT                                                         00010580
           .                                                            00010590
      *-----------------------------------------------------------      00010600
      *    TOTALS - THE POSITIVE-PAY TRAILER, THE REGISTER TOTALS       00010610
      *    RECORD FOR PAYBAL, AND THE RUN COUNTS.                       00010620
      *-----------------------------------------------------------      00010630
       3800-TOTALS-PARA.                                                00010640
           MOVE SPACES TO PPY-TR-REC                                    00010650
           MOVE 'T'             TO PPY-TR-TYPE                          00010660
           MOVE WS-PPY-ISS-CT   TO PPY-TR-ISS-CT                        00010670
           MOVE WS-PPY-ISS-AMT  TO PPY-TR-ISS-AMT                       00010680
           MOVE WS-PPY-VOID-CT  TO PPY-TR-VOID-CT                       00010690
           MOVE WS-PPY-VOID-AMT TO PPY-TR-VOID-AMT                      00010700
           WRITE PPY-TR-REC                                             00010710
           MOVE SPACES TO REG-TOT-REC                                   00010720
           MOVE 'TOTALS'        TO REG-TOT-ID                           00010730
           MOVE WS-NET-CT       TO REG-NET-CT                           00010740
           MOVE WS-NET-AMT      TO REG-NET-AMT                          00010750
           MOVE WS-VOID-CT      TO REG-VOID-CT                          00010760
           MOVE WS-VOID-AMT     TO REG-VOID-AMT                         00010770
           MOVE WS-RVOID-AMT    TO REG-RVOID-AMT                        00010780
           MOVE WS-REISS-CT     TO REG-REISS-CT                         00010790
           MOVE WS-REISS-AMT    TO REG-REISS-AMT                        00010800
           WRITE REG-TOT-REC                                            00010810
           DISPLAY 'CHECKS ISSUED FROM NET...: ' WS-NET-CT              00010820
           DISPLAY 'CHECKS VOIDED............: ' WS-VOID-CT             00010830
           DISPLAY 'CHECKS REISSUED..........: ' WS-REISS-CT            00010840
           DISPLAY 'ITEMS TO SUSPENSE........: ' WS-REJECT-CT           00010850
           .                                                            00010860
       3800-TOTALS-PARA-EXIT.                                           00010870
           EXIT                                                         00010880
           .                                                            00010890
       3850-STOCK-SAVE-PARA.                                            00010900
           IF WS-STK-HELD                                               00010910
             MOVE WS-RUN-DATE TO STK-LAST-DATE                          00010920
             REWRITE STK-REC                                            00010930
             IF NOT C05-STK-SUCCESS                                     00010940
               DISPLAY 'STK-PS REWRITE FAILED ' WS-FST-STK              00010950
               MOVE 0008 TO WS-RETURN-CD                                00010960
             END-IF                                                     00010970
           END-IF                                                       00010980
           .                                                            00010990
       3850-STOCK-SAVE-PARA-EXIT.                                       00011000
           EXIT                                                         00011010
           .                                                            00011020
       3900-CLOSE-PARA.                                                 00011030
           CLOSE CRQ-PS TO001-PS TERM-PS STK-PS CHK-PS TRN-PS           00011040
                 PRT-PS PPY-PS REG-PS SUSP-PS                           00011050
           .                                                            00011060
       3900-CLOSE-PARA-EXIT.                                            00011070
           EXIT                                                         00011080
           .                                                            00011090
       9000-TERM-PARA.                                                  00011100
           IF WS-AUDIT-IS-OPEN                                          00011110
             MOVE SPACES            TO DL-AUDIT-REC                     00011120
             MOVE 'PAYCHK'          TO DL-AUDIT-PGM                     00011130
             MOVE WS-AUDIT-START-TS TO DL-AUDIT-START-TS                00011140
             ACCEPT DL-AUDIT-END-TS(1:8) FROM DATE YYYYMMDD             00011150
             ACCEPT DL-AUDIT-END-TS(9:6) FROM TIME                      00011160
             MOVE WS-READ-CT        TO DL-AUDIT-READ-CT                 00011170
             COMPUTE DL-AUDIT-WRITE-CT = WS-PPY-ISS-CT + WS-PPY-VOID-CT 00011180
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00011190
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00011200
             PERFORM 9100-AUDIT-CHAIN-PARA                              00011201
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00011202
             WRITE DL-AUDIT-REC                                         00011203
             CLOSE AUDIT-PS                                             00011220
           END-IF                                                       00011230
           MOVE WS-RETURN-CD TO RETURN-CODE                             00011240
           STOP RUN                                                     00011250
           .                                                            00011260
      *-----------------------------------------------------------      00011261
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00011262
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00011263
      *    FIRST RECORD OF THE DAY.                                     00011264
      *-----------------------------------------------------------      00011265
       9100-AUDIT-CHAIN-PARA.                                           00011266
           MOVE SPACES       TO DL-CHN-PARMS                            00011267
           MOVE 'NXT'        TO DL-CHN-FUNC                             00011268
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00011269
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00011270
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00011271
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00011272
             ON EXCEPTION                                               00011273
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00011274
                       'CHAINED'                                        00011275
           END-CALL                                                     00011276
           IF DL-CHN-ANCHORED                                           00011277
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00011278
           END-IF                                                       00011279
           IF DL-CHN-OK                                                 00011280
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00011281
           END-IF                                                       00011282
           .                                                            00011283
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00011284
           EXIT                                                         00011285
           .                                                            00011286

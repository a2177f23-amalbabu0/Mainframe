       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. BANKUPD.                                             00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    PSEUDO-CONVERSATIONAL CICS ONLINE MAINTENANCE OF THE         00000006
      *    EMPLOYEE BANK-DETAILS MASTER (TRANSID BNKU, DATASET          00000007
      *    EMPBANK, DLBANK LAYOUT) UNDER DUAL CONTROL, SO A NEW         00000008
      *    STARTER OR A CHANGE OF BANK CAN START ITS PRENOTE CYCLE      00000009
      *    THE SAME DAY INSTEAD OF WAITING FOR THE BANKLOAD DECK.       00000010
      *    BUILT WITH SEND TEXT/RECEIVE LIKE EMPUPD - NO BMS            00000011
      *    MAPSET.  THE OPERATOR'S USERID MUST BE ON EMPAUTH, THE       00000012
      *    SAME CHECK THE INQUIRY TRANSACTIONS MAKE.                    00000013
      *    CONVERSATION STATES (CARRIED IN THE COMMAREA):               00000014
      *      1. OPERATOR KEYS THE EMPLOYEE ID (C NNNNN); THE            00000015
      *         DETAILS ON FILE (ACCOUNT MASKED) AND ANY PENDING        00000016
      *         CHANGE ARE DISPLAYED.                                   00000017
      *      2. WITH NOTHING PENDING, THE OPERATOR KEYS THE NEW         00000018
      *         ROUTING NUMBER (COL 1-9), ACCOUNT (COL 11-27) AND       00000019
      *         ACCOUNT TYPE C OR S (COL 29).  THE ROUTING NUMBER       00000020
      *         MUST PASS THE ABA 3-7-1 CHECK DIGIT.                    00000021
      *      3. THE NEW DETAILS ARE DISPLAYED AND THE OPERATOR MUST     00000022
      *         KEY Y TO HOLD THEM ON BANKPEND (DLBNKPND) FOR           00000023
      *         APPROVAL.  EMPBANK IS NOT TOUCHED.                      00000024
      *    WITH A CHANGE PENDING, A DIFFERENT OPERATOR KEYS A TO        00000025
      *    APPROVE IT - THE DETAILS ARE THEN WRITTEN TO EMPBANK         00000026
      *    WITH STATUS 'P' SO PAYACH SENDS THE PRENOTE AND NO MONEY     00000027
      *    - OR R TO REJECT IT.  THE MAKER CANNOT APPROVE THEIR OWN     00000028
      *    CHANGE BUT MAY KEY R TO WITHDRAW IT.                         00000029
      *    EVERY KEYED CHANGE, APPROVAL AND REJECTION WRITES DLMAINT    00000030
      *    RECORDS TO THE EMPMNTLG CLUSTER (FIELDS BANKRTN, BANKACCT,   00000031
      *    BANKTYPE, BANKAPPR, BANKREJ) FOR THE MONTHLY COMPLIANCE      00000032
      *    REVIEW.  ACCOUNT NUMBERS GO TO THE LOG MASKED TO THEIR       00000033
      *    LAST FOUR CHARACTERS.                                        00000034
      *-----------------------------------------------------------      00000035
       ENVIRONMENT DIVISION.                                            00000036
       DATA DIVISION.                                                   00000037
       WORKING-STORAGE SECTION.                                         00000038
       01 WS-VARS.                                                      00000039
         05 WS-RESP            PIC S9(08) COMP.                         00000040
         05 WS-CHN-HEAD-SW     PIC X(01) VALUE 'N'.                     00000041
           88 WS-CHN-HEAD-NONE VALUE 'N'.                               00000042
           88 WS-CHN-HEAD-HELD VALUE 'R'.                               00000043
           88 WS-CHN-HEAD-NEW  VALUE 'W'.                               00000044
         05 WS-INPUT           PIC X(30).                               00000045
         05 WS-RECV-LEN        PIC S9(04) COMP VALUE 30.                00000046
         05 WS-NEMPID          PIC X(06).                               00000047
         05 WS-EMPID           PIC X(05).                               00000048
         05 WS-OPERATOR        PIC X(08).                               00000049
         05 WS-AUTH-SW         PIC X(01).                               00000050
           88 WS-AUTHORIZED    VALUE 'Y'.                               00000051
         05 WS-AUTH-REC        PIC X(80).                               00000052
         05 WS-ABSTIME         PIC S9(15) COMP-3.                       00000053
         05 WS-LOG-DATE8       PIC X(08).                               00000054
         05 WS-LOG-TIME6       PIC X(08).                               00000055
         05 WS-LOG-SEQ         PIC 9(01) VALUE ZERO.                    00000056
         05 WS-LOG-FLD         PIC X(08).                               00000057
         05 WS-LOG-OLD         PIC X(10).                               00000058
         05 WS-LOG-NEW         PIC X(10).                               00000059
         05 WS-OLD-ROUTING     PIC X(09).                               00000060
         05 WS-OLD-ACCOUNT     PIC X(17).                               00000061
         05 WS-OLD-TYPE        PIC X(01).                               00000062
         05 WS-EFF-DATE        PIC X(10).                               00000063
      *-----------------------------------------------------------      00000064
      *    ABA 3-7-1 CHECK-DIGIT WORK AREAS (AS BANKLOAD).              00000065
      *-----------------------------------------------------------      00000066
         05 WS-RTN-IN          PIC X(09).                               00000067
         05 WS-RTN-DIGITS.                                              00000068
           10 WS-RTN-D OCCURS 9 TIMES PIC 9(01).                        00000069
         05 WS-RTN-SUM         PIC 9(04).                               00000070
         05 WS-RTN-REM         PIC 9(02).                               00000071
         05 WS-RTN-QUOT        PIC 9(04).                               00000072
         05 WS-RTN-OK-SW       PIC X(01).                               00000073
           88 WS-RTN-OK        VALUE 'Y'.                               00000074
      *-----------------------------------------------------------      00000075
      *    ACCOUNT MASKING - LAST FOUR NON-BLANK CHARACTERS.            00000076
      *-----------------------------------------------------------      00000077
         05 WS-MASK-SRC        PIC X(17).                               00000078
         05 WS-MASK-ACCT       PIC X(08).                               00000079
         05 WS-ACCT-POS        PIC S9(04) COMP.                         00000080
         05 WS-ACCT-END        PIC S9(04) COMP.                         00000081
         05 WS-FOUND-SW        PIC X(01).                               00000082
           88 WS-FOUND         VALUE 'Y'.                               00000083
         05 WS-PROMPT-TEXT     PIC X(44) VALUE                          00000084
             'ENTER EMPLOYEE ID (C NNNNN) FOR BANK DETAILS'.            00000085
         05 WS-PROMPT-LEN      PIC S9(04) COMP VALUE 44.                00000086
         05 WS-NOTFND-TEXT     PIC X(30) VALUE                          00000087
             'EMPLOYEE ID NOT FOUND ON FILE'.                           00000088
         05 WS-NOTFND-LEN      PIC S9(04) COMP VALUE 30.                00000089
         05 WS-MSG-TEXT        PIC X(60).                               00000090
         05 WS-MSG-LEN         PIC S9(04) COMP VALUE 60.                00000091
         05 WS-SHOW-TEXT.                                               00000092
           10 SHOW-LINE1       PIC X(80).                               00000093
           10 SHOW-LINE2       PIC X(80).                               00000094
           10 SHOW-LINE3       PIC X(80).                               00000095
         05 WS-SHOW-LEN        PIC S9(04) COMP VALUE 240.               00000096
         05 WS-COMMAREA.                                                00000097
           10 CA-STATE         PIC X(01).                               00000098
             88 CA-WANT-DETAILS  VALUE 'K'.                             00000099
             88 CA-WANT-CONF     VALUE 'F'.                             00000100
             88 CA-WANT-DECISION VALUE 'P'.                             00000101
           10 CA-NEMPID        PIC X(06).                               00000102
           10 CA-ROUTING       PIC X(09).                               00000103
           10 CA-ACCOUNT       PIC X(17).                               00000104
           10 CA-TYPE          PIC X(01).                               00000105
         05 WS-CA-LEN          PIC S9(04) COMP VALUE 34.                00000106
      *-----------------------------------------------------------      00000107
      *    EMPLOYEE MASTER RECORD - SAME TI001 LAYOUT THE BATCH         00000108
      *    SUITE USES FOR PAY.PROD.EMPMSTR.                             00000109
      *-----------------------------------------------------------      00000110
       01 EMT-REC.                                                      00000111
         05 EMT-EMPID          PIC X(05).                               00000112
         05 F                  PIC X(01).                               00000113
         05 EMT-EMPFNAME       PIC X(10).                               00000114
         05 F                  PIC X(01).                               00000115
         05 EMT-EMPLNAME       PIC X(10).                               00000116
         05 F                  PIC X(53).                               00000117
       COPY DLBANK.                                                     00000118
       COPY DLBNKPND.                                                   00000119
       COPY DLMAINT.                                                    00000120
       COPY DLCHAIN.                                                    00000121
       COPY DLCHNKY.                                                    00000122
       LINKAGE SECTION.                                                 00000123
       01 DFHCOMMAREA.                                                  00000124
         05 LK-CA-STATE        PIC X(01).                               00000125
         05 LK-CA-NEMPID       PIC X(06).                               00000126
         05 LK-CA-ROUTING      PIC X(09).                               00000127
         05 LK-CA-ACCOUNT      PIC X(17).                               00000128
         05 LK-CA-TYPE         PIC X(01).                               00000129
       PROCEDURE DIVISION.                                              00000130
       0000-MAIN-PARA.                                                  00000131
           EXEC CICS HANDLE CONDITION                                   00000132
               NOTFND(8100-NOTFND-PARA)                                 00000133
               ERROR(8200-ERROR-PARA)                                   00000134
           END-EXEC                                                     00000135
           IF EIBCALEN = ZERO                                           00000136
             PERFORM 1000-PROMPT-PARA                                   00000137
                THRU 1000-PROMPT-PARA-EXIT                              00000138
           ELSE                                                         00000139
             MOVE LK-CA-STATE   TO CA-STATE                             00000140
             MOVE LK-CA-NEMPID  TO CA-NEMPID                            00000141
             MOVE LK-CA-ROUTING TO CA-ROUTING                           00000142
             MOVE LK-CA-ACCOUNT TO CA-ACCOUNT                           00000143
             MOVE LK-CA-TYPE    TO CA-TYPE                              00000144
             PERFORM 1500-DISPATCH-PARA                                 00000145
                THRU 1500-DISPATCH-PARA-EXIT                            00000146
           END-IF                                                       00000147
           .                                                            00000148
      *-----------------------------------------------------------      00000149
      *    AUTHORIZATION - THE OPERATOR'S USERID MUST BE ON THE         00000150
      *    EMPAUTH CLUSTER.  THE CHECK RUNS ON EVERY ENTRY, BEFORE      00000151
      *    THE DISPATCH TOUCHES EMPBANK.                                00000152
      *-----------------------------------------------------------      00000153
       0500-AUTH-PARA.                                                  00000154
           MOVE 'N' TO WS-AUTH-SW                                       00000155
           EXEC CICS ASSIGN                                             00000156
               USERID(WS-OPERATOR)                                      00000157
           END-EXEC                                                     00000158
           EXEC CICS READ                                               00000159
               DATASET('EMPAUTH')                                       00000160
               INTO(WS-AUTH-REC)                                        00000161
               RIDFLD(WS-OPERATOR)                                      00000162
               KEYLENGTH(8)                                             00000163
               RESP(WS-RESP)                                            00000164
           END-EXEC                                                     00000165
           IF WS-RESP = DFHRESP(NORMAL)                                 00000166
             SET WS-AUTHORIZED TO TRUE                                  00000167
           END-IF                                                       00000168
           .                                                            00000169
       0500-AUTH-PARA-EXIT.                                             00000170
           EXIT                                                         00000171
           .                                                            00000172
       1000-PROMPT-PARA.                                                00000173
           EXEC CICS SEND TEXT                                          00000174
               FROM(WS-PROMPT-TEXT)                                     00000175
               LENGTH(WS-PROMPT-LEN)                                    00000176
               ERASE                                                    00000177
           END-EXEC                                                     00000178
           MOVE SPACES TO WS-COMMAREA                                   00000179
           PERFORM 1900-RETURN-PARA                                     00000180
              THRU 1900-RETURN-PARA-EXIT                                00000181
           .                                                            00000182
       1000-PROMPT-PARA-EXIT.                                           00000183
           EXIT                                                         00000184
           .                                                            00000185
       1500-DISPATCH-PARA.                                              00000186
           MOVE SPACES TO WS-INPUT                                      00000187
           MOVE 30 TO WS-RECV-LEN                                       00000188
           EXEC CICS RECEIVE                                            00000189
               INTO(WS-INPUT)                                           00000190
               LENGTH(WS-RECV-LEN)                                      00000191
               RESP(WS-RESP)                                            00000192
           END-EXEC                                                     00000193
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000194
               PERFORM 1000-PROMPT-PARA                                 00000195
                  THRU 1000-PROMPT-PARA-EXIT                            00000196
               GO TO 1500-DISPATCH-PARA-EXIT                            00000197
           END-IF                                                       00000198
           PERFORM 0500-AUTH-PARA                                       00000199
              THRU 0500-AUTH-PARA-EXIT                                  00000200
           IF NOT WS-AUTHORIZED                                         00000201
             MOVE 'NOT AUTHORIZED FOR BANK-DETAILS MAINTENANCE'         00000202
               TO WS-MSG-TEXT                                           00000203
             PERFORM 1800-MESSAGE-PARA                                  00000204
                THRU 1800-MESSAGE-PARA-EXIT                             00000205
             GO TO 1500-DISPATCH-PARA-EXIT                              00000206
           END-IF                                                       00000207
           EVALUATE TRUE                                                00000208
           WHEN CA-WANT-DECISION                                        00000209
             PERFORM 5000-DECISION-PARA                                 00000210
                THRU 5000-DECISION-PARA-EXIT                            00000211
           WHEN CA-WANT-CONF                                            00000212
             PERFORM 4000-CONFIRM-PARA                                  00000213
                THRU 4000-CONFIRM-PARA-EXIT                             00000214
           WHEN CA-WANT-DETAILS                                         00000215
             PERFORM 3000-DETAILS-PARA                                  00000216
                THRU 3000-DETAILS-PARA-EXIT                             00000217
           WHEN OTHER                                                   00000218
             PERFORM 2000-SHOW-PARA                                     00000219
                THRU 2000-SHOW-PARA-EXIT                                00000220
           END-EVALUATE                                                 00000221
           .                                                            00000222
       1500-DISPATCH-PARA-EXIT.                                         00000223
           EXIT                                                         00000224
           .                                                            00000225
      *-----------------------------------------------------------      00000226
      *    SEND A ONE-LINE MESSAGE AND START THE CONVERSATION OVER.     00000227
      *-----------------------------------------------------------      00000228
       1800-MESSAGE-PARA.                                               00000229
           EXEC CICS SEND TEXT                                          00000230
               FROM(WS-MSG-TEXT)                                        00000231
               LENGTH(WS-MSG-LEN)                                       00000232
               ERASE                                                    00000233
           END-EXEC                                                     00000234
           MOVE SPACES TO WS-COMMAREA                                   00000235
           PERFORM 1900-RETURN-PARA                                     00000236
              THRU 1900-RETURN-PARA-EXIT                                00000237
           .                                                            00000238
       1800-MESSAGE-PARA-EXIT.                                          00000239
           EXIT                                                         00000240
           .                                                            00000241
       1900-RETURN-PARA.                                                00000242
           EXEC CICS RETURN                                             00000243
               TRANSID('BNKU')                                          00000244
               COMMAREA(WS-COMMAREA)                                    00000245
               LENGTH(WS-CA-LEN)                                        00000246
           END-EXEC                                                     00000247
           .                                                            00000248
       1900-RETURN-PARA-EXIT.                                           00000249
           EXIT                                                         00000250
           .                                                            00000251
      *-----------------------------------------------------------      00000252
      *    STATE 1 - THE INPUT IS THE EMPLOYEE ID.  SHOW THE            00000253
      *    DETAILS ON FILE AND ANY PENDING CHANGE, THEN ASK FOR NEW     00000254
      *    DETAILS OR FOR THE DECISION ON THE PENDING ONE.              00000255
      *-----------------------------------------------------------      00000256
       2000-SHOW-PARA.                                                  00000257
           IF WS-INPUT(1:1) NOT = 'C' OR                                00000258
              WS-INPUT(2:5) IS NOT NUMERIC OR                           00000259
              WS-INPUT(7:24) NOT = SPACES                               00000260
             MOVE 'ENTER C PLUS THE 5-DIGIT EMPLOYEE NUMBER'            00000261
               TO WS-MSG-TEXT                                           00000262
             PERFORM 1800-MESSAGE-PARA                                  00000263
                THRU 1800-MESSAGE-PARA-EXIT                             00000264
             GO TO 2000-SHOW-PARA-EXIT                                  00000265
           END-IF                                                       00000266
           MOVE WS-INPUT(1:6) TO WS-NEMPID                              00000267
           MOVE WS-NEMPID(2:5) TO WS-EMPID                              00000268
           EXEC CICS READ                                               00000269
               DATASET('EMPMST')                                        00000270
               INTO(EMT-REC)                                            00000271
               RIDFLD(WS-EMPID)                                         00000272
               KEYLENGTH(5)                                             00000273
           END-EXEC                                                     00000274
           MOVE SPACES TO WS-SHOW-TEXT WS-COMMAREA                      00000275
           MOVE WS-NEMPID TO CA-NEMPID                                  00000276
           EXEC CICS READ                                               00000277
               DATASET('EMPBANK')                                       00000278
               INTO(DL-BANK-REC)                                        00000279
               RIDFLD(WS-NEMPID)                                        00000280
               KEYLENGTH(6)                                             00000281
               RESP(WS-RESP)                                            00000282
           END-EXEC                                                     00000283
           IF WS-RESP = DFHRESP(NORMAL)                                 00000284
             MOVE DL-BANK-ACCOUNT TO WS-MASK-SRC                        00000285
             PERFORM 6000-MASK-PARA                                     00000286
                THRU 6000-MASK-PARA-EXIT                                00000287
             STRING WS-NEMPID      DELIMITED BY SIZE                    00000288
                    ' '            DELIMITED BY SIZE                    00000289
                    EMT-EMPFNAME   DELIMITED BY SIZE                    00000290
                    ' '            DELIMITED BY SIZE                    00000291
                    EMT-EMPLNAME   DELIMITED BY SIZE                    00000292
                    ' RTN '        DELIMITED BY SIZE                    00000293
                    DL-BANK-ROUTING DELIMITED BY SIZE                   00000294
                    ' ACCT '       DELIMITED BY SIZE                    00000295
                    WS-MASK-ACCT   DELIMITED BY SIZE                    00000296
                    ' TYPE '       DELIMITED BY SIZE                    00000297
                    DL-BANK-ACCT-TYPE DELIMITED BY SIZE                 00000298
                    ' STATUS '     DELIMITED BY SIZE                    00000299
                    DL-BANK-STATUS DELIMITED BY SIZE                    00000300
                    INTO SHOW-LINE1                                     00000301
             END-STRING                                                 00000302
           ELSE                                                         00000303
             STRING WS-NEMPID      DELIMITED BY SIZE                    00000304
                    ' '            DELIMITED BY SIZE                    00000305
                    EMT-EMPFNAME   DELIMITED BY SIZE                    00000306
                    ' '            DELIMITED BY SIZE                    00000307
                    EMT-EMPLNAME   DELIMITED BY SIZE                    00000308
                    ' NO BANK DETAILS ON FILE' DELIMITED BY SIZE        00000309
                    INTO SHOW-LINE1                                     00000310
             END-STRING                                                 00000311
           END-IF                                                       00000312
           EXEC CICS READ                                               00000313
               DATASET('BANKPEND')                                      00000314
               INTO(DL-BNKPND-REC)                                      00000315
               RIDFLD(WS-NEMPID)                                        00000316
               KEYLENGTH(6)                                             00000317
               RESP(WS-RESP)                                            00000318
           END-EXEC                                                     00000319
           IF WS-RESP = DFHRESP(NORMAL)                                 00000320
             STRING 'PENDING RTN '     DELIMITED BY SIZE                00000321
                    DL-BNKPND-ROUTING  DELIMITED BY SIZE                00000322
                    ' ACCT '           DELIMITED BY SIZE                00000323
                    DL-BNKPND-ACCOUNT  DELIMITED BY SIZE                00000324
                    ' TYPE '           DELIMITED BY SIZE                00000325
                    DL-BNKPND-ACCT-TYPE DELIMITED BY SIZE               00000326
                    ' KEYED BY '       DELIMITED BY SIZE                00000327
                    DL-BNKPND-MAKER    DELIMITED BY SIZE                00000328
                    INTO SHOW-LINE2                                     00000329
             END-STRING                                                 00000330
             IF DL-BNKPND-MAKER = WS-OPERATOR                           00000331
               MOVE 'AWAITING A SECOND OPERATOR - KEY R TO WITHDRAW IT' 00000332
                 TO SHOW-LINE3                                          00000333
             ELSE                                                       00000334
               MOVE 'KEY A TO APPROVE OR R TO REJECT' TO SHOW-LINE3     00000335
             END-IF                                                     00000336
             MOVE 'P'                 TO CA-STATE                       00000337
             MOVE DL-BNKPND-ROUTING   TO CA-ROUTING                     00000338
             MOVE DL-BNKPND-ACCOUNT   TO CA-ACCOUNT                     00000339
             MOVE DL-BNKPND-ACCT-TYPE TO CA-TYPE                        00000340
           ELSE                                                         00000341
             MOVE                                                       00000342
               'KEY ROUTING COL 1, ACCOUNT COL 11, TYPE C/S COL 29'     00000343
               TO SHOW-LINE3                                            00000344
             MOVE 'K' TO CA-STATE                                       00000345
           END-IF                                                       00000346
           EXEC CICS SEND TEXT                                          00000347
               FROM(WS-SHOW-TEXT)                                       00000348
               LENGTH(WS-SHOW-LEN)                                      00000349
               ERASE                                                    00000350
           END-EXEC                                                     00000351
           PERFORM 1900-RETURN-PARA                                     00000352
              THRU 1900-RETURN-PARA-EXIT                                00000353
           .                                                            00000354
       2000-SHOW-PARA-EXIT.                                             00000355
           EXIT                                                         00000356
           .                                                            00000357
      *-----------------------------------------------------------      00000358
      *    STATE 2 - THE INPUT IS THE NEW DETAILS.  VALIDATE THEM       00000359
      *    THE WAY BANKLOAD VALIDATES A CARD AND ASK THE OPERATOR       00000360
      *    TO CONFIRM.                                                  00000361
      *-----------------------------------------------------------      00000362
       3000-DETAILS-PARA.                                               00000363
           MOVE WS-INPUT(1:9) TO WS-RTN-IN                              00000364
           PERFORM 3100-ABA-CHECK-PARA                                  00000365
              THRU 3100-ABA-CHECK-PARA-EXIT                             00000366
           EVALUATE TRUE                                                00000367
           WHEN WS-INPUT(1:9) IS NOT NUMERIC                            00000368
             MOVE 'ROUTING NUMBER MUST BE 9 DIGITS - NO CHANGE'         00000369
               TO WS-MSG-TEXT                                           00000370
           WHEN NOT WS-RTN-OK                                           00000371
             MOVE 'ROUTING NUMBER FAILS THE ABA CHECK - NO CHANGE'      00000372
               TO WS-MSG-TEXT                                           00000373
           WHEN WS-INPUT(11:17) IS NOT GREATER THAN SPACES              00000374
             MOVE 'ACCOUNT NUMBER MISSING - NO CHANGE'                  00000375
               TO WS-MSG-TEXT                                           00000376
           WHEN WS-INPUT(29:1) NOT = 'C' AND WS-INPUT(29:1) NOT = 'S'   00000377
             MOVE 'ACCOUNT TYPE MUST BE C OR S - NO CHANGE'             00000378
               TO WS-MSG-TEXT                                           00000379
           WHEN OTHER                                                   00000380
             MOVE SPACES TO WS-MSG-TEXT                                 00000381
           END-EVALUATE                                                 00000382
           IF WS-MSG-TEXT NOT = SPACES                                  00000383
             PERFORM 1800-MESSAGE-PARA                                  00000384
                THRU 1800-MESSAGE-PARA-EXIT                             00000385
             GO TO 3000-DETAILS-PARA-EXIT                               00000386
           END-IF                                                       00000387
           MOVE WS-INPUT(1:9)  TO CA-ROUTING                            00000388
           MOVE WS-INPUT(11:17) TO CA-ACCOUNT                           00000389
           MOVE WS-INPUT(29:1) TO CA-TYPE                               00000390
           MOVE SPACES TO WS-SHOW-TEXT                                  00000391
           STRING 'NEW BANK DETAILS FOR ' DELIMITED BY SIZE             00000392
                  CA-NEMPID               DELIMITED BY SIZE             00000393
                  INTO SHOW-LINE1                                       00000394
           END-STRING                                                   00000395
           STRING 'RTN '      DELIMITED BY SIZE                         00000396
                  CA-ROUTING  DELIMITED BY SIZE                         00000397
                  ' ACCT '    DELIMITED BY SIZE                         00000398
                  CA-ACCOUNT  DELIMITED BY SIZE                         00000399
                  ' TYPE '    DELIMITED BY SIZE                         00000400
                  CA-TYPE     DELIMITED BY SIZE                         00000401
                  INTO SHOW-LINE2                                       00000402
           END-STRING                                                   00000403
           MOVE 'KEY Y TO HOLD FOR A SECOND OPERATOR TO APPROVE'        00000404
             TO SHOW-LINE3                                              00000405
           EXEC CICS SEND TEXT                                          00000406
               FROM(WS-SHOW-TEXT)                                       00000407
               LENGTH(WS-SHOW-LEN)                                      00000408
               ERASE                                                    00000409
           END-EXEC                                                     00000410
           MOVE 'F' TO CA-STATE                                         00000411
           PERFORM 1900-RETURN-PARA                                     00000412
              THRU 1900-RETURN-PARA-EXIT                                00000413
           .                                                            00000414
       3000-DETAILS-PARA-EXIT.                                          00000415
           EXIT                                                         00000416
           .                                                            00000417
      *-----------------------------------------------------------      00000418
      *    ABA 3-7-1 CHECK: 3,7,1 WEIGHTS REPEATED ACROSS THE NINE      00000419
      *    DIGITS MUST SUM TO A MULTIPLE OF TEN.                        00000420
      *-----------------------------------------------------------      00000421
       3100-ABA-CHECK-PARA.                                             00000422
           MOVE 'N' TO WS-RTN-OK-SW                                     00000423
           IF WS-RTN-IN IS NOT NUMERIC                                  00000424
             GO TO 3100-ABA-CHECK-PARA-EXIT                             00000425
           END-IF                                                       00000426
           MOVE WS-RTN-IN TO WS-RTN-DIGITS                              00000427
           COMPUTE WS-RTN-SUM =                                         00000428
               3 * (WS-RTN-D(1) + WS-RTN-D(4) + WS-RTN-D(7))            00000429
             + 7 * (WS-RTN-D(2) + WS-RTN-D(5) + WS-RTN-D(8))            00000430
             + 1 * (WS-RTN-D(3) + WS-RTN-D(6) + WS-RTN-D(9))            00000431
           DIVIDE WS-RTN-SUM BY 10                                      00000432
               GIVING WS-RTN-QUOT REMAINDER WS-RTN-REM                  00000433
           IF WS-RTN-REM = 0                                            00000434
             SET WS-RTN-OK TO TRUE                                      00000435
           END-IF                                                       00000436
           .                                                            00000437
       3100-ABA-CHECK-PARA-EXIT.                                        00000438
           EXIT                                                         00000439
           .                                                            00000440
      *-----------------------------------------------------------      00000441
      *    STATE 3 - THE OPERATOR ANSWERED THE CONFIRM PROMPT.          00000442
      *    ONLY Y HOLDS THE CHANGE ON BANKPEND AND LOGS IT;             00000443
      *    ANYTHING ELSE CANCELS.  ONE CHANGE AT A TIME MAY BE          00000444
      *    PENDING FOR AN EMPLOYEE.                                     00000445
      *-----------------------------------------------------------      00000446
       4000-CONFIRM-PARA.                                               00000447
           IF WS-INPUT(1:1) NOT = 'Y' OR WS-INPUT(2:29) NOT = SPACES    00000448
             MOVE 'CHANGE CANCELLED - NOTHING HELD' TO WS-MSG-TEXT      00000449
             PERFORM 1800-MESSAGE-PARA                                  00000450
                THRU 1800-MESSAGE-PARA-EXIT                             00000451
             GO TO 4000-CONFIRM-PARA-EXIT                               00000452
           END-IF                                                       00000453
           MOVE SPACES TO DL-BNKPND-REC                                 00000454
           MOVE SPACES TO WS-OLD-ROUTING WS-OLD-ACCOUNT WS-OLD-TYPE     00000455
           EXEC CICS READ                                               00000456
               DATASET('EMPBANK')                                       00000457
               INTO(DL-BANK-REC)                                        00000458
               RIDFLD(CA-NEMPID)                                        00000459
               KEYLENGTH(6)                                             00000460
               RESP(WS-RESP)                                            00000461
           END-EXEC                                                     00000462
           IF WS-RESP = DFHRESP(NORMAL)                                 00000463
             MOVE 'C'               TO DL-BNKPND-ACTION                 00000464
             MOVE DL-BANK-ROUTING   TO WS-OLD-ROUTING                   00000465
             MOVE DL-BANK-ACCOUNT   TO WS-OLD-ACCOUNT                   00000466
             MOVE DL-BANK-ACCT-TYPE TO WS-OLD-TYPE                      00000467
           ELSE                                                         00000468
             MOVE 'A'               TO DL-BNKPND-ACTION                 00000469
           END-IF                                                       00000470
           PERFORM 4050-LOG-TIME-PARA                                   00000471
              THRU 4050-LOG-TIME-PARA-EXIT                              00000472
           MOVE CA-NEMPID    TO DL-BNKPND-NEMPID                        00000473
           MOVE CA-ROUTING   TO DL-BNKPND-ROUTING                       00000474
           MOVE CA-ACCOUNT   TO DL-BNKPND-ACCOUNT                       00000475
           MOVE CA-TYPE      TO DL-BNKPND-ACCT-TYPE                     00000476
           MOVE WS-OPERATOR  TO DL-BNKPND-MAKER                         00000477
           MOVE EIBTRMID     TO DL-BNKPND-TERMID                        00000478
           MOVE WS-LOG-DATE8 TO DL-BNKPND-KEYED-TS(1:8)                 00000479
           MOVE WS-LOG-TIME6(1:6) TO DL-BNKPND-KEYED-TS(9:6)            00000480
           EXEC CICS WRITE                                              00000481
               DATASET('BANKPEND')                                      00000482
               FROM(DL-BNKPND-REC)                                      00000483
               RIDFLD(DL-BNKPND-NEMPID)                                 00000484
               KEYLENGTH(6)                                             00000485
               RESP(WS-RESP)                                            00000486
           END-EXEC                                                     00000487
           EVALUATE TRUE                                                00000488
           WHEN WS-RESP = DFHRESP(NORMAL)                               00000489
             CONTINUE                                                   00000490
           WHEN WS-RESP = DFHRESP(DUPREC)                               00000491
             MOVE 'A CHANGE IS ALREADY PENDING FOR THIS EMPLOYEE'       00000492
               TO WS-MSG-TEXT                                           00000493
             PERFORM 1800-MESSAGE-PARA                                  00000494
                THRU 1800-MESSAGE-PARA-EXIT                             00000495
             GO TO 4000-CONFIRM-PARA-EXIT                               00000496
           WHEN OTHER                                                   00000497
             MOVE 'PENDING FILE WRITE FAILED - NOTHING HELD'            00000498
               TO WS-MSG-TEXT                                           00000499
             PERFORM 1800-MESSAGE-PARA                                  00000500
                THRU 1800-MESSAGE-PARA-EXIT                             00000501
             GO TO 4000-CONFIRM-PARA-EXIT                               00000502
           END-EVALUATE                                                 00000503
           MOVE 'BANKRTN'      TO WS-LOG-FLD                            00000504
           MOVE WS-OLD-ROUTING TO WS-LOG-OLD                            00000505
           MOVE CA-ROUTING     TO WS-LOG-NEW                            00000506
           PERFORM 4100-LOG-PARA                                        00000507
              THRU 4100-LOG-PARA-EXIT                                   00000508
           MOVE 'BANKACCT'     TO WS-LOG-FLD                            00000509
           MOVE SPACES         TO WS-LOG-OLD                            00000510
           IF WS-OLD-ACCOUNT NOT = SPACES                               00000511
             MOVE WS-OLD-ACCOUNT TO WS-MASK-SRC                         00000512
             PERFORM 6000-MASK-PARA                                     00000513
                THRU 6000-MASK-PARA-EXIT                                00000514
             MOVE WS-MASK-ACCT TO WS-LOG-OLD                            00000515
           END-IF                                                       00000516
           MOVE CA-ACCOUNT     TO WS-MASK-SRC                           00000517
           PERFORM 6000-MASK-PARA                                       00000518
              THRU 6000-MASK-PARA-EXIT                                  00000519
           MOVE WS-MASK-ACCT   TO WS-LOG-NEW                            00000520
           PERFORM 4100-LOG-PARA                                        00000521
              THRU 4100-LOG-PARA-EXIT                                   00000522
           MOVE 'BANKTYPE'     TO WS-LOG-FLD                            00000523
           MOVE WS-OLD-TYPE    TO WS-LOG-OLD                            00000524
           MOVE CA-TYPE        TO WS-LOG-NEW                            00000525
           PERFORM 4100-LOG-PARA                                        00000526
              THRU 4100-LOG-PARA-EXIT                                   00000527
           MOVE 'CHANGE HELD FOR APPROVAL BY A SECOND OPERATOR'         00000528
             TO WS-MSG-TEXT                                             00000529
           PERFORM 1800-MESSAGE-PARA                                    00000530
              THRU 1800-MESSAGE-PARA-EXIT                               00000531
           .                                                            00000532
       4000-CONFIRM-PARA-EXIT.                                          00000533
           EXIT                                                         00000534
           .                                                            00000535
       4050-LOG-TIME-PARA.                                              00000536
           EXEC CICS ASKTIME                                            00000537
               ABSTIME(WS-ABSTIME)                                      00000538
           END-EXEC                                                     00000539
           EXEC CICS FORMATTIME                                         00000540
               ABSTIME(WS-ABSTIME)                                      00000541
               YYYYMMDD(WS-LOG-DATE8)                                   00000542
               TIME(WS-LOG-TIME6)                                       00000543
           END-EXEC                                                     00000544
           .                                                            00000545
       4050-LOG-TIME-PARA-EXIT.                                         00000546
           EXIT                                                         00000547
           .                                                            00000548
      *-----------------------------------------------------------      00000549
      *    MAINTENANCE LOG - WHO DID WHAT TO WHICH EMPLOYEE'S BANK      00000550
      *    DETAILS, FROM WHERE, WITH THE OLD AND NEW VALUES.  THE       00000551
      *    TIMESTAMP IS DATE AND TIME PLUS A COUNTER SO THE SEVERAL     00000552
      *    RECORDS ONE ACTION WRITES DO NOT SHARE A KEY.                00000553
      *-----------------------------------------------------------      00000554
       4100-LOG-PARA.                                                   00000555
           MOVE SPACES TO DL-MAINT-REC                                  00000556
           ADD 1 TO WS-LOG-SEQ                                          00000557
           MOVE WS-LOG-DATE8      TO DL-MAINT-TIMESTAMP(1:8)            00000558
           MOVE WS-LOG-TIME6(1:6) TO DL-MAINT-TIMESTAMP(9:6)            00000559
           MOVE WS-LOG-SEQ        TO DL-MAINT-TIMESTAMP(15:1)           00000560
           MOVE CA-NEMPID    TO DL-MAINT-EMPID                          00000561
           MOVE WS-OPERATOR  TO DL-MAINT-OPERATOR                       00000562
           MOVE EIBTRMID     TO DL-MAINT-TERMID                         00000563
           MOVE WS-LOG-FLD   TO DL-MAINT-FIELD                          00000564
           MOVE WS-LOG-OLD   TO DL-MAINT-OLD-VAL                        00000565
           MOVE WS-LOG-NEW   TO DL-MAINT-NEW-VAL                        00000566
           PERFORM 4110-LOG-CHAIN-PARA                                  00000567
              THRU 4110-LOG-CHAIN-PARA-EXIT                             00000568
           EXEC CICS WRITE                                              00000569
               DATASET('EMPMNTLG')                                      00000570
               FROM(DL-MAINT-REC)                                       00000571
               RIDFLD(DL-MAINT-KEY)                                     00000572
               KEYLENGTH(21)                                            00000573
               RESP(WS-RESP)                                            00000574
           END-EXEC                                                     00000575
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000576
             EXEC CICS SEND TEXT                                        00000577
                 FROM('MAINTENANCE LOG WRITE FAILED')                   00000578
                 LENGTH(28)                                             00000579
             END-EXEC                                                   00000580
           END-IF                                                       00000581
           PERFORM 4120-LOG-HEAD-PARA                                   00000582
              THRU 4120-LOG-HEAD-PARA-EXIT                              00000583
           .                                                            00000584
       4100-LOG-PARA-EXIT.                                              00000585
           EXIT                                                         00000586
           .                                                            00000587
      *-----------------------------------------------------------      00000588
      *    CHAIN THE RECORD INTO THE MAINTENANCE LOG'S SEQUENCE         00000589
      *    AND HASH (DLCHAIN), AS EMPUPD DOES.                          00000590
      *-----------------------------------------------------------      00000591
       4110-LOG-CHAIN-PARA.                                             00000592
           SET WS-CHN-HEAD-NONE TO TRUE                                 00000593
           MOVE SPACES       TO DL-CHN-PARMS                            00000594
           MOVE 'HSH'        TO DL-CHN-FUNC                             00000595
           MOVE 'EMPMNTLG'   TO DL-CHN-LOG                              00000596
           MOVE WS-LOG-DATE8 TO DL-CHN-TODAY                            00000597
           EXEC CICS READ                                               00000598
               DATASET('LOGCHAIN')                                      00000599
               INTO(DL-CHNKY-REC)                                       00000600
               RIDFLD(DL-CHN-LOG)                                       00000601
               KEYLENGTH(8)                                             00000602
               UPDATE                                                   00000603
               RESP(WS-RESP)                                            00000604
           END-EXEC                                                     00000605
           EVALUATE TRUE                                                00000606
           WHEN WS-RESP = DFHRESP(NORMAL)                               00000607
             SET WS-CHN-HEAD-HELD TO TRUE                               00000608
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00000609
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00000610
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00000611
           WHEN WS-RESP = DFHRESP(NOTFND)                               00000612
             SET WS-CHN-HEAD-NEW TO TRUE                                00000613
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00000614
           WHEN OTHER                                                   00000615
             GO TO 4110-LOG-CHAIN-PARA-EXIT                             00000616
           END-EVALUATE                                                 00000617
           MOVE DL-MAINT-REC TO DL-CHN-REC                              00000618
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000619
           IF DL-CHN-ANCHORED                                           00000620
             MOVE DL-CHN-ANCHOR TO DL-MAINT-REC                         00000621
             EXEC CICS WRITE                                            00000622
                 DATASET('EMPMNTLG')                                    00000623
                 FROM(DL-MAINT-REC)                                     00000624
                 RIDFLD(DL-MAINT-KEY)                                   00000625
                 KEYLENGTH(21)                                          00000626
                 RESP(WS-RESP)                                          00000627
             END-EXEC                                                   00000628
           END-IF                                                       00000629
           MOVE DL-CHN-REC TO DL-MAINT-REC                              00000630
           .                                                            00000631
       4110-LOG-CHAIN-PARA-EXIT.                                        00000632
           EXIT                                                         00000633
           .                                                            00000634
      *-----------------------------------------------------------      00000635
      *    ADVANCE THE CHAIN HEAD ONCE THE RECORD IS ON FILE, OR        00000636
      *    RELEASE IT UNCHANGED IF THE WRITE FAILED.                    00000637
      *-----------------------------------------------------------      00000638
       4120-LOG-HEAD-PARA.                                              00000639
           IF WS-CHN-HEAD-NONE                                          00000640
             GO TO 4120-LOG-HEAD-PARA-EXIT                              00000641
           END-IF                                                       00000642
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL-CHN-OK            00000643
             IF WS-CHN-HEAD-HELD                                        00000644
               EXEC CICS UNLOCK                                         00000645
                   DATASET('LOGCHAIN')                                  00000646
               END-EXEC                                                 00000647
             END-IF                                                     00000648
             GO TO 4120-LOG-HEAD-PARA-EXIT                              00000649
           END-IF                                                       00000650
           MOVE SPACES        TO DL-CHNKY-REC                           00000651
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00000652
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00000653
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00000654
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00000655
           MOVE DL-MAINT-TIMESTAMP TO DL-CHNKY-UPD-TS                   00000656
           IF WS-CHN-HEAD-NEW                                           00000657
             EXEC CICS WRITE                                            00000658
                 DATASET('LOGCHAIN')                                    00000659
                 FROM(DL-CHNKY-REC)                                     00000660
                 RIDFLD(DL-CHNKY-LOG)                                   00000661
                 KEYLENGTH(8)                                           00000662
                 RESP(WS-RESP)                                          00000663
             END-EXEC                                                   00000664
           ELSE                                                         00000665
             EXEC CICS REWRITE                                          00000666
                 DATASET('LOGCHAIN')                                    00000667
                 FROM(DL-CHNKY-REC)                                     00000668
                 RESP(WS-RESP)                                          00000669
             END-EXEC                                                   00000670
           END-IF                                                       00000671
           .                                                            00000672
       4120-LOG-HEAD-PARA-EXIT.                                         00000673
           EXIT                                                         00000674
           .                                                            00000675
      *-----------------------------------------------------------      00000676
      *    A CHANGE IS PENDING - A APPROVES, R REJECTS, ANYTHING        00000677
      *    ELSE LEAVES IT PENDING.  THE PENDING RECORD IS READ FOR      00000678
      *    UPDATE AND MUST STILL HOLD THE DETAILS THAT WERE ON THE      00000679
      *    SCREEN, SO NOBODY APPROVES A CHANGE THEY HAVE NOT SEEN.      00000680
      *-----------------------------------------------------------      00000681
       5000-DECISION-PARA.                                              00000682
           IF (WS-INPUT(1:1) NOT = 'A' AND WS-INPUT(1:1) NOT = 'R')     00000683
              OR WS-INPUT(2:29) NOT = SPACES                            00000684
             MOVE 'NO DECISION TAKEN - CHANGE STILL PENDING'            00000685
               TO WS-MSG-TEXT                                           00000686
             PERFORM 1800-MESSAGE-PARA                                  00000687
                THRU 1800-MESSAGE-PARA-EXIT                             00000688
             GO TO 5000-DECISION-PARA-EXIT                              00000689
           END-IF                                                       00000690
           EXEC CICS READ                                               00000691
               DATASET('BANKPEND')                                      00000692
               INTO(DL-BNKPND-REC)                                      00000693
               RIDFLD(CA-NEMPID)                                        00000694
               KEYLENGTH(6)                                             00000695
               UPDATE                                                   00000696
               RESP(WS-RESP)                                            00000697
           END-EXEC                                                     00000698
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000699
             MOVE 'NO CHANGE IS PENDING FOR THIS EMPLOYEE'              00000700
               TO WS-MSG-TEXT                                           00000701
             PERFORM 1800-MESSAGE-PARA                                  00000702
                THRU 1800-MESSAGE-PARA-EXIT                             00000703
             GO TO 5000-DECISION-PARA-EXIT                              00000704
           END-IF                                                       00000705
           IF DL-BNKPND-ROUTING   NOT = CA-ROUTING OR                   00000706
              DL-BNKPND-ACCOUNT   NOT = CA-ACCOUNT OR                   00000707
              DL-BNKPND-ACCT-TYPE NOT = CA-TYPE                         00000708
             EXEC CICS UNLOCK                                           00000709
                 DATASET('BANKPEND')                                    00000710
             END-EXEC                                                   00000711
             MOVE 'PENDING CHANGE HAS BEEN REPLACED - DISPLAY IT AGAIN' 00000712
               TO WS-MSG-TEXT                                           00000713
             PERFORM 1800-MESSAGE-PARA                                  00000714
                THRU 1800-MESSAGE-PARA-EXIT                             00000715
             GO TO 5000-DECISION-PARA-EXIT                              00000716
           END-IF                                                       00000717
           IF WS-INPUT(1:1) = 'R'                                       00000718
             PERFORM 5500-REJECT-PARA                                   00000719
                THRU 5500-REJECT-PARA-EXIT                              00000720
           ELSE                                                         00000721
             PERFORM 5100-APPROVE-PARA                                  00000722
                THRU 5100-APPROVE-PARA-EXIT                             00000723
           END-IF                                                       00000724
           .                                                            00000725
       5000-DECISION-PARA-EXIT.                                         00000726
           EXIT                                                         00000727
           .                                                            00000728
      *-----------------------------------------------------------      00000729
      *    APPROVAL - A DIFFERENT OPERATOR FROM THE MAKER.  THE         00000730
      *    DETAILS GO TO EMPBANK IN THE PRENOTE CYCLE (STATUS 'P')      00000731
      *    AND THE PENDING RECORD IS REMOVED.  IF EMPBANK CANNOT BE     00000732
      *    UPDATED THE CHANGE STAYS PENDING.                            00000733
      *-----------------------------------------------------------      00000734
       5100-APPROVE-PARA.                                               00000735
           IF DL-BNKPND-MAKER = WS-OPERATOR                             00000736
             EXEC CICS UNLOCK                                           00000737
                 DATASET('BANKPEND')                                    00000738
             END-EXEC                                                   00000739
             MOVE 'THE OPERATOR WHO KEYED A CHANGE CANNOT APPROVE IT'   00000740
               TO WS-MSG-TEXT                                           00000741
             PERFORM 1800-MESSAGE-PARA                                  00000742
                THRU 1800-MESSAGE-PARA-EXIT                             00000743
             GO TO 5100-APPROVE-PARA-EXIT                               00000744
           END-IF                                                       00000745
           MOVE DL-BNKPND-ROUTING TO WS-RTN-IN                          00000746
           PERFORM 3100-ABA-CHECK-PARA                                  00000747
              THRU 3100-ABA-CHECK-PARA-EXIT                             00000748
           IF NOT WS-RTN-OK                                             00000749
             EXEC CICS UNLOCK                                           00000750
                 DATASET('BANKPEND')                                    00000751
             END-EXEC                                                   00000752
             MOVE 'ROUTING NUMBER FAILS THE ABA CHECK - REJECT IT'      00000753
               TO WS-MSG-TEXT                                           00000754
             PERFORM 1800-MESSAGE-PARA                                  00000755
                THRU 1800-MESSAGE-PARA-EXIT                             00000756
             GO TO 5100-APPROVE-PARA-EXIT                               00000757
           END-IF                                                       00000758
           PERFORM 4050-LOG-TIME-PARA                                   00000759
              THRU 4050-LOG-TIME-PARA-EXIT                              00000760
           MOVE WS-LOG-DATE8(1:4) TO WS-EFF-DATE(1:4)                   00000761
           MOVE '-'               TO WS-EFF-DATE(5:1)                   00000762
           MOVE WS-LOG-DATE8(5:2) TO WS-EFF-DATE(6:2)                   00000763
           MOVE '-'               TO WS-EFF-DATE(8:1)                   00000764
           MOVE WS-LOG-DATE8(7:2) TO WS-EFF-DATE(9:2)                   00000765
           EXEC CICS READ                                               00000766
               DATASET('EMPBANK')                                       00000767
               INTO(DL-BANK-REC)                                        00000768
               RIDFLD(CA-NEMPID)                                        00000769
               KEYLENGTH(6)                                             00000770
               UPDATE                                                   00000771
               RESP(WS-RESP)                                            00000772
           END-EXEC                                                     00000773
           EVALUATE TRUE                                                00000774
           WHEN WS-RESP = DFHRESP(NORMAL)                               00000775
             MOVE DL-BNKPND-ROUTING   TO DL-BANK-ROUTING                00000776
             MOVE DL-BNKPND-ACCOUNT   TO DL-BANK-ACCOUNT                00000777
             MOVE DL-BNKPND-ACCT-TYPE TO DL-BANK-ACCT-TYPE              00000778
             MOVE 'P'                 TO DL-BANK-STATUS                 00000779
             MOVE WS-EFF-DATE         TO DL-BANK-EFFDATE                00000780
             EXEC CICS REWRITE                                          00000781
                 DATASET('EMPBANK')                                     00000782
                 FROM(DL-BANK-REC)                                      00000783
                 RESP(WS-RESP)                                          00000784
             END-EXEC                                                   00000785
           WHEN WS-RESP = DFHRESP(NOTFND)                               00000786
             MOVE SPACES              TO DL-BANK-REC                    00000787
             MOVE CA-NEMPID           TO DL-BANK-NEMPID                 00000788
             MOVE DL-BNKPND-ROUTING   TO DL-BANK-ROUTING                00000789
             MOVE DL-BNKPND-ACCOUNT   TO DL-BANK-ACCOUNT                00000790
             MOVE DL-BNKPND-ACCT-TYPE TO DL-BANK-ACCT-TYPE              00000791
             MOVE 'P'                 TO DL-BANK-STATUS                 00000792
             MOVE WS-EFF-DATE         TO DL-BANK-EFFDATE                00000793
             EXEC CICS WRITE                                            00000794
                 DATASET('EMPBANK')                                     00000795
                 FROM(DL-BANK-REC)                                      00000796
                 RIDFLD(DL-BANK-NEMPID)                                 00000797
                 KEYLENGTH(6)                                           00000798
                 RESP(WS-RESP)                                          00000799
             END-EXEC                                                   00000800
           WHEN OTHER                                                   00000801
             CONTINUE                                                   00000802
           END-EVALUATE                                                 00000803
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000804
             EXEC CICS UNLOCK                                           00000805
                 DATASET('BANKPEND')                                    00000806
             END-EXEC                                                   00000807
             MOVE 'BANK MASTER UPDATE FAILED - CHANGE STILL PENDING'    00000808
               TO WS-MSG-TEXT                                           00000809
             PERFORM 1800-MESSAGE-PARA                                  00000810
                THRU 1800-MESSAGE-PARA-EXIT                             00000811
             GO TO 5100-APPROVE-PARA-EXIT                               00000812
           END-IF                                                       00000813
           EXEC CICS DELETE                                             00000814
               DATASET('BANKPEND')                                      00000815
               RESP(WS-RESP)                                            00000816
           END-EXEC                                                     00000817
           MOVE 'BANKAPPR'      TO WS-LOG-FLD                           00000818
           MOVE DL-BNKPND-MAKER TO WS-LOG-OLD                           00000819
           MOVE 'APPROVED'      TO WS-LOG-NEW                           00000820
           PERFORM 4100-LOG-PARA                                        00000821
              THRU 4100-LOG-PARA-EXIT                                   00000822
           MOVE 'CHANGE APPROVED - DETAILS ENTER THE PRENOTE CYCLE'     00000823
             TO WS-MSG-TEXT                                             00000824
           PERFORM 1800-MESSAGE-PARA                                    00000825
              THRU 1800-MESSAGE-PARA-EXIT                               00000826
           .                                                            00000827
       5100-APPROVE-PARA-EXIT.                                          00000828
           EXIT                                                         00000829
           .                                                            00000830
      *-----------------------------------------------------------      00000831
      *    REJECTION - ANY AUTHORIZED OPERATOR, INCLUDING THE MAKER     00000832
      *    WITHDRAWING THEIR OWN CHANGE.  NOTHING REACHES EMPBANK.      00000833
      *-----------------------------------------------------------      00000834
       5500-REJECT-PARA.                                                00000835
           PERFORM 4050-LOG-TIME-PARA                                   00000836
              THRU 4050-LOG-TIME-PARA-EXIT                              00000837
           EXEC CICS DELETE                                             00000838
               DATASET('BANKPEND')                                      00000839
               RESP(WS-RESP)                                            00000840
           END-EXEC                                                     00000841
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000842
             MOVE 'PENDING FILE DELETE FAILED - CHANGE STILL PENDING'   00000843
               TO WS-MSG-TEXT                                           00000844
             PERFORM 1800-MESSAGE-PARA                                  00000845
                THRU 1800-MESSAGE-PARA-EXIT                             00000846
             GO TO 5500-REJECT-PARA-EXIT                                00000847
           END-IF                                                       00000848
           MOVE 'BANKREJ'       TO WS-LOG-FLD                           00000849
           MOVE DL-BNKPND-MAKER TO WS-LOG-OLD                           00000850
           IF DL-BNKPND-MAKER = WS-OPERATOR                             00000851
             MOVE 'WITHDRAWN'   TO WS-LOG-NEW                           00000852
           ELSE                                                         00000853
             MOVE 'REJECTED'    TO WS-LOG-NEW                           00000854
           END-IF                                                       00000855
           PERFORM 4100-LOG-PARA                                        00000856
              THRU 4100-LOG-PARA-EXIT                                   00000857
           MOVE 'PENDING CHANGE REJECTED - NOTHING APPLIED'             00000858
             TO WS-MSG-TEXT                                             00000859
           PERFORM 1800-MESSAGE-PARA                                    00000860
              THRU 1800-MESSAGE-PARA-EXIT                               00000861
           .                                                            00000862
       5500-REJECT-PARA-EXIT.                                           00000863
           EXIT                                                         00000864
           .                                                            00000865
      *-----------------------------------------------------------      00000866
      *    MASK AN ACCOUNT NUMBER TO ITS LAST FOUR NON-BLANK            00000867
      *    CHARACTERS (AS PAYADV PRINTS IT).                            00000868
      *-----------------------------------------------------------      00000869
       6000-MASK-PARA.                                                  00000870
           MOVE SPACES TO WS-MASK-ACCT                                  00000871
           MOVE 'N' TO WS-FOUND-SW                                      00000872
           PERFORM 6010-ACCT-END-PARA                                   00000873
              THRU 6010-ACCT-END-PARA-EXIT                              00000874
              VARYING WS-ACCT-POS FROM 17 BY -1                         00000875
              UNTIL WS-ACCT-POS < 1 OR WS-FOUND                         00000876
           COMPUTE WS-ACCT-END = WS-ACCT-POS + 1                        00000877
           MOVE '****' TO WS-MASK-ACCT                                  00000878
           IF WS-ACCT-END > 3                                           00000879
             MOVE WS-MASK-SRC(WS-ACCT-END - 3:4)                        00000880
               TO WS-MASK-ACCT(5:4)                                     00000881
           END-IF                                                       00000882
           .                                                            00000883
       6000-MASK-PARA-EXIT.                                             00000884
           EXIT                                                         00000885
           .                                                            00000886
       6010-ACCT-END-PARA.                                              00000887
           IF WS-MASK-SRC(WS-ACCT-POS:1) NOT = SPACE                    00000888
             MOVE 'Y' TO WS-FOUND-SW                                    00000889
           END-IF                                                       00000890
           .                                                            00000891
       6010-ACCT-END-PARA-EXIT.                                         00000892
           EXIT                                                         00000893
           .                                                            00000894
       8100-NOTFND-PARA.                                                00000895
           EXEC CICS SEND TEXT                                          00000896
               FROM(WS-NOTFND-TEXT)                                     00000897
               LENGTH(WS-NOTFND-LEN)                                    00000898
               ERASE                                                    00000899
           END-EXEC                                                     00000900
           EXEC CICS RETURN                                             00000901
           END-EXEC                                                     00000902
           .                                                            00000903
       8100-NOTFND-PARA-EXIT.                                           00000904
           EXIT                                                         00000905
           .                                                            00000906
       8200-ERROR-PARA.                                                 00000907
           EXEC CICS SEND TEXT                                          00000908
               FROM('SYSTEM ERROR - CONTACT SUPPORT')                   00000909
               LENGTH(30)                                               00000910
               ERASE                                                    00000911
           END-EXEC                                                     00000912
           EXEC CICS RETURN                                             00000913
           END-EXEC                                                     00000914
           .                                                            00000915
       8200-ERROR-PARA-EXIT.                                            00000916
           EXIT                                                         00000917
           .                                                            00000918

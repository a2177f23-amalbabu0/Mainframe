       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. FRDCASE.                                             00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    PSEUDO-CONVERSATIONAL CICS FRAUD CASE MAINTENANCE            00000006
      *    (TRANSID FRDC), BUILT WITH SEND TEXT/RECEIVE LIKE            00000007
      *    ACCINQ - NO BMS MAPSET.  WORKS THE FRDCASE CLUSTER           00000008
      *    (DLFRDCS) THAT WEEK4 OPENS WHEN P400FRD FLAGS AN             00000009
      *    ACCOUNT, AND WRITES EVERY ASSIGNMENT, NOTE AND               00000010
      *    DISPOSITION TO THE FRDNOTE CLUSTER (DLFRDNT).  THE           00000011
      *    OPERATOR KEYS AN ACTION IN COLUMN 1 AND THE CARD ACCOUNT     00000012
      *    NUMBER IN COLUMNS 3-21:                                      00000013
      *      S  SHOW THE CASE AND ITS LATEST FIVE NOTES                 00000014
      *      A  ASSIGN THE CASE - TO THE OPERATOR, OR TO THE USERID     00000015
      *         KEYED IN COLUMNS 23-30                                  00000016
      *      N  ADD THE NOTE KEYED IN COLUMNS 23-82                     00000017
      *      D  RECORD THE DISPOSITION KEYED IN COLUMN 23 -             00000018
      *         C CONFIRMED FRAUD, F FALSE POSITIVE, V CUSTOMER         00000019
      *         VERIFIED - WITH AN OPTIONAL FRAUD-FROM DATE             00000020
      *         (YYYYMMDD) IN COLUMNS 25-32 FOR A CONFIRMED CASE.       00000021
      *         ONLY THE INVESTIGATOR THE CASE IS ASSIGNED TO MAY       00000022
      *         DISPOSE OF IT, AND MUST KEY Y TO CONFIRM.  FRDDISP      00000023
      *         ACTS ON THE DISPOSITION IN THE NIGHTLY RUN.             00000024
      *    THE SAME EMPAUTH AUTHORIZATION CHECK AND DLACCLG ACCESS      00000025
      *    LOGGING ACCINQ USES APPLY HERE.                              00000026
      *-----------------------------------------------------------      00000027
       ENVIRONMENT DIVISION.                                            00000028
       DATA DIVISION.                                                   00000029
       WORKING-STORAGE SECTION.                                         00000030
       01 WS-VARS.                                                      00000031
         05 WS-RESP            PIC S9(08) COMP.                         00000032
         05 WS-CHN-HEAD-SW     PIC X(01) VALUE 'N'.                     00000033
           88 WS-CHN-HEAD-NONE VALUE 'N'.                               00000034
           88 WS-CHN-HEAD-HELD VALUE 'R'.                               00000035
           88 WS-CHN-HEAD-NEW  VALUE 'W'.                               00000036
         05 WS-INPUT.                                                   00000037
           10 IN-ACTION        PIC X(01).                               00000038
           10 F                PIC X(01).                               00000039
           10 IN-ACCT          PIC X(19).                               00000040
           10 F                PIC X(01).                               00000041
           10 IN-OPERAND       PIC X(60).                               00000042
           10 IN-DISP-OPERAND REDEFINES IN-OPERAND.                     00000043
             15 IN-DISP        PIC X(01).                               00000044
             15 F              PIC X(01).                               00000045
             15 IN-FRAUD-FROM  PIC X(08).                               00000046
             15 IN-FRAUD-FROM-9 REDEFINES IN-FRAUD-FROM.                00000047
               20 IN-FROM-YYYY PIC 9(04).                               00000048
               20 IN-FROM-MM   PIC 9(02).                               00000049
               20 IN-FROM-DD   PIC 9(02).                               00000050
             15 IN-DISP-REST   PIC X(50).                               00000051
         05 WS-RECV-LEN        PIC S9(04) COMP VALUE 82.                00000052
         05 WS-ASSIGNEE        PIC X(08).                               00000053
         05 WS-NOTE-FAIL-SW    PIC X(01).                               00000054
           88 WS-NOTE-FAILED   VALUE 'Y'.                               00000055
         05 WS-NOTE-EOF-SW     PIC X(01).                               00000056
           88 WS-NOTE-EOF      VALUE 'Y'.                               00000057
         05 WS-NOTE-KEY        PIC X(40).                               00000058
         05 WS-NOTE-CT-ED      PIC ZZ9.                                 00000059
         05 WS-FLAG-CT-ED      PIC ZZZZ9.                               00000060
         05 WS-FLAG-AMT-ED     PIC -ZZ,ZZZ,ZZ9.99.                      00000061
         05 WS-PROMPT-TEXT     PIC X(60) VALUE                          00000062
             'KEY S/A/N/D IN COL 1 AND THE ACCOUNT NUMBER IN COL 3'.    00000063
         05 WS-PROMPT-LEN      PIC S9(04) COMP VALUE 60.                00000064
         05 WS-DENIED-TEXT     PIC X(45) VALUE                          00000065
             'NOT AUTHORIZED FOR FRAUD CASES - LOGGED'.                 00000066
         05 WS-DENIED-LEN      PIC S9(04) COMP VALUE 45.                00000067
         05 WS-MSG-TEXT        PIC X(60).                               00000068
         05 WS-MSG-LEN         PIC S9(04) COMP VALUE 60.                00000069
         05 WS-STATUS-TX       PIC X(08).                               00000070
         05 WS-DISP-TX         PIC X(17).                               00000071
      *-----------------------------------------------------------      00000072
      *    ONE SCREENFUL - FOUR LINES OF CASE DETAIL, THE NOTES         00000073
      *    HEADING, THE LATEST FIVE NOTES AND THE FOOTER.               00000074
      *-----------------------------------------------------------      00000075
         05 WS-SHOW-TEXT.                                               00000076
           10 SHOW-LINE1       PIC X(80).                               00000077
           10 SHOW-LINE2       PIC X(80).                               00000078
           10 SHOW-LINE3       PIC X(80).                               00000079
           10 SHOW-LINE4       PIC X(80).                               00000080
           10 SHOW-NOTE-HDG    PIC X(80).                               00000081
           10 WS-NOTE-TABLE.                                            00000082
             15 SHOW-NOTE-LINE OCCURS 5 TIMES PIC X(80).                00000083
           10 SHOW-FOOTER      PIC X(80).                               00000084
         05 WS-SHOW-LEN        PIC S9(04) COMP VALUE 880.               00000085
         05 WS-NOTE-HOLD       PIC X(320).                              00000086
         05 WS-NOTE-LINE.                                               00000087
           10 NTL-DATE         PIC X(08).                               00000088
           10 F                PIC X(01) VALUE SPACES.                  00000089
           10 NTL-OPERATOR     PIC X(08).                               00000090
           10 F                PIC X(01) VALUE SPACES.                  00000091
           10 NTL-TYPE         PIC X(01).                               00000092
           10 F                PIC X(01) VALUE SPACES.                  00000093
           10 NTL-TEXT         PIC X(60).                               00000094
         05 WS-COMMAREA.                                                00000095
           10 CA-STATE         PIC X(01).                               00000096
             88 CA-WANT-CONF   VALUE 'F'.                               00000097
           10 CA-ACCT          PIC X(19).                               00000098
           10 CA-DISP          PIC X(01).                               00000099
           10 CA-FRAUD-FROM    PIC X(08).                               00000100
         05 WS-CA-LEN          PIC S9(04) COMP VALUE 29.                00000101
         05 WS-OPERATOR        PIC X(08).                               00000102
         05 WS-AUTH-SW         PIC X(01).                               00000103
           88 WS-AUTHORIZED    VALUE 'Y'.                               00000104
         05 WS-AUTH-REC        PIC X(80).                               00000105
         05 WS-ABSTIME         PIC S9(15) COMP-3.                       00000106
         05 WS-LOG-DATE8       PIC X(08).                               00000107
         05 WS-LOG-TIME6       PIC X(08).                               00000108
         05 WS-TASKN           PIC 9(07).                               00000109
       COPY DLFRDCS.                                                    00000110
       COPY DLFRDNT.                                                    00000111
       COPY DLACCLG.                                                    00000112
       COPY DLCHAIN.                                                    00000113
       COPY DLCHNKY.                                                    00000114
       LINKAGE SECTION.                                                 00000115
       01 DFHCOMMAREA.                                                  00000116
         05 LK-CA-STATE        PIC X(01).                               00000117
         05 LK-CA-ACCT         PIC X(19).                               00000118
         05 LK-CA-DISP         PIC X(01).                               00000119
         05 LK-CA-FRAUD-FROM   PIC X(08).                               00000120
       PROCEDURE DIVISION.                                              00000121
       0000-MAIN-PARA.                                                  00000122
           EXEC CICS HANDLE CONDITION                                   00000123
               ERROR(8200-ERROR-PARA)                                   00000124
           END-EXEC                                                     00000125
           IF EIBCALEN = ZERO                                           00000126
             PERFORM 1000-PROMPT-PARA                                   00000127
                THRU 1000-PROMPT-PARA-EXIT                              00000128
           ELSE                                                         00000129
             MOVE LK-CA-STATE      TO CA-STATE                          00000130
             MOVE LK-CA-ACCT       TO CA-ACCT                           00000131
             MOVE LK-CA-DISP       TO CA-DISP                           00000132
             MOVE LK-CA-FRAUD-FROM TO CA-FRAUD-FROM                     00000133
             PERFORM 1500-DISPATCH-PARA                                 00000134
                THRU 1500-DISPATCH-PARA-EXIT                            00000135
           END-IF                                                       00000136
           .                                                            00000137
       1000-PROMPT-PARA.                                                00000138
           EXEC CICS SEND TEXT                                          00000139
               FROM(WS-PROMPT-TEXT)                                     00000140
               LENGTH(WS-PROMPT-LEN)                                    00000141
               ERASE                                                    00000142
           END-EXEC                                                     00000143
           MOVE SPACES TO WS-COMMAREA                                   00000144
           PERFORM 1900-RETURN-PARA                                     00000145
              THRU 1900-RETURN-PARA-EXIT                                00000146
           .                                                            00000147
       1000-PROMPT-PARA-EXIT.                                           00000148
           EXIT                                                         00000149
           .                                                            00000150
       1500-DISPATCH-PARA.                                              00000151
           MOVE SPACES TO WS-INPUT                                      00000152
           MOVE 82 TO WS-RECV-LEN                                       00000153
           EXEC CICS RECEIVE                                            00000154
               INTO(WS-INPUT)                                           00000155
               LENGTH(WS-RECV-LEN)                                      00000156
               RESP(WS-RESP)                                            00000157
           END-EXEC                                                     00000158
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000159
               PERFORM 1000-PROMPT-PARA                                 00000160
                  THRU 1000-PROMPT-PARA-EXIT                            00000161
               GO TO 1500-DISPATCH-PARA-EXIT                            00000162
           END-IF                                                       00000163
           PERFORM 0500-AUTH-PARA                                       00000164
              THRU 0500-AUTH-PARA-EXIT                                  00000165
           PERFORM 0600-ACCESS-LOG-PARA                                 00000166
              THRU 0600-ACCESS-LOG-PARA-EXIT                            00000167
           IF NOT WS-AUTHORIZED                                         00000168
             PERFORM 0700-DENY-PARA                                     00000169
                THRU 0700-DENY-PARA-EXIT                                00000170
             GO TO 1500-DISPATCH-PARA-EXIT                              00000171
           END-IF                                                       00000172
           EVALUATE TRUE                                                00000173
           WHEN CA-WANT-CONF                                            00000174
             PERFORM 5000-CONFIRM-PARA                                  00000175
                THRU 5000-CONFIRM-PARA-EXIT                             00000176
           WHEN WS-INPUT = SPACES                                       00000177
             PERFORM 1000-PROMPT-PARA                                   00000178
                THRU 1000-PROMPT-PARA-EXIT                              00000179
           WHEN IN-ACCT = SPACES                                        00000180
             MOVE 'KEY THE CARD ACCOUNT NUMBER IN COLUMNS 3-21'         00000181
               TO WS-MSG-TEXT                                           00000182
             PERFORM 1800-MESSAGE-PARA                                  00000183
                THRU 1800-MESSAGE-PARA-EXIT                             00000184
           WHEN IN-ACTION = 'S'                                         00000185
             PERFORM 2000-SHOW-PARA                                     00000186
                THRU 2000-SHOW-PARA-EXIT                                00000187
           WHEN IN-ACTION = 'A'                                         00000188
             PERFORM 3000-ASSIGN-PARA                                   00000189
                THRU 3000-ASSIGN-PARA-EXIT                              00000190
           WHEN IN-ACTION = 'N'                                         00000191
             PERFORM 3500-NOTE-PARA                                     00000192
                THRU 3500-NOTE-PARA-EXIT                                00000193
           WHEN IN-ACTION = 'D'                                         00000194
             PERFORM 4000-DISP-PARA                                     00000195
                THRU 4000-DISP-PARA-EXIT                                00000196
           WHEN OTHER                                                   00000197
             PERFORM 1000-PROMPT-PARA                                   00000198
                THRU 1000-PROMPT-PARA-EXIT                              00000199
           END-EVALUATE                                                 00000200
           .                                                            00000201
       1500-DISPATCH-PARA-EXIT.                                         00000202
           EXIT                                                         00000203
           .                                                            00000204
      *-----------------------------------------------------------      00000205
      *    SEND A ONE-LINE MESSAGE AND START THE CONVERSATION OVER.     00000206
      *-----------------------------------------------------------      00000207
       1800-MESSAGE-PARA.                                               00000208
           EXEC CICS SEND TEXT                                          00000209
               FROM(WS-MSG-TEXT)                                        00000210
               LENGTH(WS-MSG-LEN)                                       00000211
               ERASE                                                    00000212
           END-EXEC                                                     00000213
           MOVE SPACES TO WS-COMMAREA                                   00000214
           PERFORM 1900-RETURN-PARA                                     00000215
              THRU 1900-RETURN-PARA-EXIT                                00000216
           .                                                            00000217
       1800-MESSAGE-PARA-EXIT.                                          00000218
           EXIT                                                         00000219
           .                                                            00000220
       1900-RETURN-PARA.                                                00000221
           EXEC CICS RETURN                                             00000222
               TRANSID('FRDC')                                          00000223
               COMMAREA(WS-COMMAREA)                                    00000224
               LENGTH(WS-CA-LEN)                                        00000225
           END-EXEC                                                     00000226
           .                                                            00000227
       1900-RETURN-PARA-EXIT.                                           00000228
           EXIT                                                         00000229
           .                                                            00000230
       0500-AUTH-PARA.                                                  00000231
           MOVE 'N' TO WS-AUTH-SW                                       00000232
           EXEC CICS ASSIGN                                             00000233
               USERID(WS-OPERATOR)                                      00000234
           END-EXEC                                                     00000235
           EXEC CICS READ                                               00000236
               DATASET('EMPAUTH')                                       00000237
               INTO(WS-AUTH-REC)                                        00000238
               RIDFLD(WS-OPERATOR)                                      00000239
               KEYLENGTH(8)                                             00000240
               RESP(WS-RESP)                                            00000241
           END-EXEC                                                     00000242
           IF WS-RESP = DFHRESP(NORMAL)                                 00000243
             SET WS-AUTHORIZED TO TRUE                                  00000244
           END-IF                                                       00000245
           .                                                            00000246
       0500-AUTH-PARA-EXIT.                                             00000247
           EXIT                                                         00000248
           .                                                            00000249
      *-----------------------------------------------------------      00000250
      *    EVERY ENTRY, ALLOWED OR DENIED, LEAVES A DLACCLG RECORD      00000251
      *    - THE SAME CONVENTION ACCINQ FOLLOWS.  THE QUERY IS THE      00000252
      *    FIRST TEN CHARACTERS OF THE ACCOUNT WORKED.                  00000253
      *-----------------------------------------------------------      00000254
       0600-ACCESS-LOG-PARA.                                            00000255
           MOVE SPACES TO DL-ACCLG-REC                                  00000256
           PERFORM 4050-LOG-TIME-PARA                                   00000257
              THRU 4050-LOG-TIME-PARA-EXIT                              00000258
           MOVE WS-LOG-DATE8 TO DL-ACCLG-TIMESTAMP(1:8)                 00000259
           MOVE WS-LOG-TIME6(1:6) TO DL-ACCLG-TIMESTAMP(9:6)            00000260
           MOVE EIBTASKN TO WS-TASKN                                    00000261
           MOVE WS-TASKN TO DL-ACCLG-TASKN                              00000262
           MOVE WS-OPERATOR TO DL-ACCLG-OPERATOR                        00000263
           MOVE EIBTRMID    TO DL-ACCLG-TERMID                          00000264
           IF CA-WANT-CONF                                              00000265
             MOVE CA-ACCT(1:10) TO DL-ACCLG-QUERY                       00000266
           ELSE                                                         00000267
             MOVE IN-ACCT(1:10) TO DL-ACCLG-QUERY                       00000268
           END-IF                                                       00000269
           IF WS-AUTHORIZED                                             00000270
             MOVE 'ALLOWED' TO DL-ACCLG-RESULT                          00000271
           ELSE                                                         00000272
             MOVE 'DENIED'  TO DL-ACCLG-RESULT                          00000273
           END-IF                                                       00000274
           PERFORM 0610-LOG-CHAIN-PARA                                  00000275
              THRU 0610-LOG-CHAIN-PARA-EXIT                             00000276
           EXEC CICS WRITE                                              00000277
               DATASET('EMPACCLG')                                      00000278
               FROM(DL-ACCLG-REC)                                       00000279
               RIDFLD(DL-ACCLG-KEY)                                     00000280
               KEYLENGTH(29)                                            00000281
               RESP(WS-RESP)                                            00000282
           END-EXEC                                                     00000283
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000284
             EXEC CICS SEND TEXT                                        00000285
                 FROM('ACCESS LOG WRITE FAILED')                        00000286
                 LENGTH(23)                                             00000287
             END-EXEC                                                   00000288
           END-IF                                                       00000289
           PERFORM 0620-LOG-HEAD-PARA                                   00000290
              THRU 0620-LOG-HEAD-PARA-EXIT                              00000291
           .                                                            00000292
       0600-ACCESS-LOG-PARA-EXIT.                                       00000293
           EXIT                                                         00000294
           .                                                            00000295
      *-----------------------------------------------------------      00000296
      *    CHAIN THE RECORD INTO THE ACCESS LOG'S SEQUENCE AND HASH     00000297
      *    (DLCHAIN), AS ACCINQ DOES.                                   00000298
      *-----------------------------------------------------------      00000299
       0610-LOG-CHAIN-PARA.                                             00000300
           SET WS-CHN-HEAD-NONE TO TRUE                                 00000301
           MOVE SPACES       TO DL-CHN-PARMS                            00000302
           MOVE 'HSH'        TO DL-CHN-FUNC                             00000303
           MOVE 'EMPACCLG'   TO DL-CHN-LOG                              00000304
           MOVE WS-LOG-DATE8 TO DL-CHN-TODAY                            00000305
           EXEC CICS READ                                               00000306
               DATASET('LOGCHAIN')                                      00000307
               INTO(DL-CHNKY-REC)                                       00000308
               RIDFLD(DL-CHN-LOG)                                       00000309
               KEYLENGTH(8)                                             00000310
               UPDATE                                                   00000311
               RESP(WS-RESP)                                            00000312
           END-EXEC                                                     00000313
           EVALUATE TRUE                                                00000314
           WHEN WS-RESP = DFHRESP(NORMAL)                               00000315
             SET WS-CHN-HEAD-HELD TO TRUE                               00000316
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00000317
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00000318
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00000319
           WHEN WS-RESP = DFHRESP(NOTFND)                               00000320
             SET WS-CHN-HEAD-NEW TO TRUE                                00000321
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00000322
           WHEN OTHER                                                   00000323
             GO TO 0610-LOG-CHAIN-PARA-EXIT                             00000324
           END-EVALUATE                                                 00000325
           MOVE DL-ACCLG-REC TO DL-CHN-REC                              00000326
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00000327
           IF DL-CHN-ANCHORED                                           00000328
             MOVE DL-CHN-ANCHOR TO DL-ACCLG-REC                         00000329
             EXEC CICS WRITE                                            00000330
                 DATASET('EMPACCLG')                                    00000331
                 FROM(DL-ACCLG-REC)                                     00000332
                 RIDFLD(DL-ACCLG-KEY)                                   00000333
                 KEYLENGTH(29)                                          00000334
                 RESP(WS-RESP)                                          00000335
             END-EXEC                                                   00000336
           END-IF                                                       00000337
           MOVE DL-CHN-REC TO DL-ACCLG-REC                              00000338
           .                                                            00000339
       0610-LOG-CHAIN-PARA-EXIT.                                        00000340
           EXIT                                                         00000341
           .                                                            00000342
      *-----------------------------------------------------------      00000343
      *    ADVANCE THE CHAIN HEAD ONCE THE RECORD IS ON FILE, OR        00000344
      *    RELEASE IT UNCHANGED IF THE WRITE FAILED.                    00000345
      *-----------------------------------------------------------      00000346
       0620-LOG-HEAD-PARA.                                              00000347
           IF WS-CHN-HEAD-NONE                                          00000348
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00000349
           END-IF                                                       00000350
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL-CHN-OK            00000351
             IF WS-CHN-HEAD-HELD                                        00000352
               EXEC CICS UNLOCK                                         00000353
                   DATASET('LOGCHAIN')                                  00000354
               END-EXEC                                                 00000355
             END-IF                                                     00000356
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00000357
           END-IF                                                       00000358
           MOVE SPACES        TO DL-CHNKY-REC                           00000359
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00000360
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00000361
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00000362
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00000363
           MOVE DL-ACCLG-TIMESTAMP TO DL-CHNKY-UPD-TS                   00000364
           IF WS-CHN-HEAD-NEW                                           00000365
             EXEC CICS WRITE                                            00000366
                 DATASET('LOGCHAIN')                                    00000367
                 FROM(DL-CHNKY-REC)                                     00000368
                 RIDFLD(DL-CHNKY-LOG)                                   00000369
                 KEYLENGTH(8)                                           00000370
                 RESP(WS-RESP)                                          00000371
             END-EXEC                                                   00000372
           ELSE                                                         00000373
             EXEC CICS REWRITE                                          00000374
                 DATASET('LOGCHAIN')                                    00000375
                 FROM(DL-CHNKY-REC)                                     00000376
                 RESP(WS-RESP)                                          00000377
             END-EXEC                                                   00000378
           END-IF                                                       00000379
           .                                                            00000380
       0620-LOG-HEAD-PARA-EXIT.                                         00000381
           EXIT                                                         00000382
           .                                                            00000383
       0700-DENY-PARA.                                                  00000384
           EXEC CICS SEND TEXT                                          00000385
               FROM(WS-DENIED-TEXT)                                     00000386
               LENGTH(WS-DENIED-LEN)                                    00000387
               ERASE                                                    00000388
           END-EXEC                                                     00000389
           MOVE SPACES TO WS-COMMAREA                                   00000390
           PERFORM 1900-RETURN-PARA                                     00000391
              THRU 1900-RETURN-PARA-EXIT                                00000392
           .                                                            00000393
       0700-DENY-PARA-EXIT.                                             00000394
           EXIT                                                         00000395
           .                                                            00000396
      *-----------------------------------------------------------      00000397
      *    S - SHOW THE CASE, ITS ASSIGNMENT AND DISPOSITION, AND       00000398
      *    THE LATEST FIVE ENTRIES FROM ITS NOTE HISTORY.               00000399
      *-----------------------------------------------------------      00000400
       2000-SHOW-PARA.                                                  00000401
           EXEC CICS READ                                               00000402
               DATASET('FRDCASE')                                       00000403
               INTO(DL-FCS-REC)                                         00000404
               RIDFLD(IN-ACCT)                                          00000405
               KEYLENGTH(19)                                            00000406
               RESP(WS-RESP)                                            00000407
           END-EXEC                                                     00000408
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000409
             MOVE 'NO FRAUD CASE ON FILE FOR THIS ACCOUNT'              00000410
               TO WS-MSG-TEXT                                           00000411
             PERFORM 1800-MESSAGE-PARA                                  00000412
                THRU 1800-MESSAGE-PARA-EXIT                             00000413
             GO TO 2000-SHOW-PARA-EXIT                                  00000414
           END-IF                                                       00000415
           MOVE SPACES TO WS-SHOW-TEXT                                  00000416
           PERFORM 2100-STATUS-TEXT-PARA                                00000417
              THRU 2100-STATUS-TEXT-PARA-EXIT                           00000418
           MOVE DL-FCS-CASE-SEQ TO WS-NOTE-CT-ED                        00000419
           STRING DL-FCS-ACCT       DELIMITED BY SIZE                   00000420
                  ' CASE '          DELIMITED BY SIZE                   00000421
                  WS-NOTE-CT-ED     DELIMITED BY SIZE                   00000422
                  ' '               DELIMITED BY SIZE                   00000423
                  WS-STATUS-TX      DELIMITED BY SIZE                   00000424
                  ' OPENED '        DELIMITED BY SIZE                   00000425
                  DL-FCS-OPEN-DATE  DELIMITED BY SIZE                   00000426
                  ' FLAG '          DELIMITED BY SIZE                   00000427
                  DL-FCS-FRD-IND    DELIMITED BY SIZE                   00000428
                  INTO SHOW-LINE1                                       00000429
           END-STRING                                                   00000430
           MOVE DL-FCS-FLAG-CT  TO WS-FLAG-CT-ED                        00000431
           MOVE DL-FCS-FLAG-AMT TO WS-FLAG-AMT-ED                       00000432
           STRING 'FLAGGED '              DELIMITED BY SIZE             00000433
                  WS-FLAG-CT-ED           DELIMITED BY SIZE             00000434
                  ' FOR '                 DELIMITED BY SIZE             00000435
                  WS-FLAG-AMT-ED          DELIMITED BY SIZE             00000436
                  ' DATED '               DELIMITED BY SIZE             00000437
                  DL-FCS-FIRST-TRN-DATE   DELIMITED BY SIZE             00000438
                  ' TO '                  DELIMITED BY SIZE             00000439
                  DL-FCS-LAST-FLAG-DATE   DELIMITED BY SIZE             00000440
                  INTO SHOW-LINE2                                       00000441
           END-STRING                                                   00000442
           IF DL-FCS-INVESTIGATOR = SPACES                              00000443
             MOVE 'NOT ASSIGNED' TO SHOW-LINE3                          00000444
           ELSE                                                         00000445
             STRING 'ASSIGNED TO '        DELIMITED BY SIZE             00000446
                    DL-FCS-INVESTIGATOR   DELIMITED BY SIZE             00000447
                    ' ON '                DELIMITED BY SIZE             00000448
                    DL-FCS-ASSIGN-DATE    DELIMITED BY SIZE             00000449
                    INTO SHOW-LINE3                                     00000450
             END-STRING                                                 00000451
           END-IF                                                       00000452
           EVALUATE TRUE                                                00000453
           WHEN DL-FCS-DISP-VALID                                       00000454
             STRING WS-DISP-TX            DELIMITED BY SIZE             00000455
                    ' BY '                DELIMITED BY SIZE             00000456
                    DL-FCS-DISP-OPER      DELIMITED BY SIZE             00000457
                    ' ON '                DELIMITED BY SIZE             00000458
                    DL-FCS-DISP-DATE      DELIMITED BY SIZE             00000459
                    ' FRAUD FROM '        DELIMITED BY SIZE             00000460
                    DL-FCS-FRAUD-FROM     DELIMITED BY SIZE             00000461
                    INTO SHOW-LINE4                                     00000462
             END-STRING                                                 00000463
           WHEN DL-FCS-PRIOR-DISP NOT = SPACES                          00000464
             STRING 'REOPENED - PRIOR DISPOSITION ' DELIMITED BY SIZE   00000465
                    DL-FCS-PRIOR-DISP     DELIMITED BY SIZE             00000466
                    ' ON '                DELIMITED BY SIZE             00000467
                    DL-FCS-PRIOR-DISP-DATE DELIMITED BY SIZE            00000468
                    INTO SHOW-LINE4                                     00000469
             END-STRING                                                 00000470
           WHEN OTHER                                                   00000471
             MOVE 'NO DISPOSITION' TO SHOW-LINE4                        00000472
           END-EVALUATE                                                 00000473
           MOVE DL-FCS-NOTE-CT TO WS-NOTE-CT-ED                         00000474
           STRING 'LATEST NOTES (' DELIMITED BY SIZE                    00000475
                  WS-NOTE-CT-ED    DELIMITED BY SIZE                    00000476
                  ' ON CASE)'      DELIMITED BY SIZE                    00000477
                  INTO SHOW-NOTE-HDG                                    00000478
           END-STRING                                                   00000479
           PERFORM 2200-NOTE-BROWSE-PARA                                00000480
              THRU 2200-NOTE-BROWSE-PARA-EXIT                           00000481
           MOVE 'S=SHOW A=ASSIGN N=NOTE D=DISPOSE (C/F/V) - COL 1'      00000482
             TO SHOW-FOOTER                                             00000483
           EXEC CICS SEND TEXT                                          00000484
               FROM(WS-SHOW-TEXT)                                       00000485
               LENGTH(WS-SHOW-LEN)                                      00000486
               ERASE                                                    00000487
           END-EXEC                                                     00000488
           MOVE SPACES TO WS-COMMAREA                                   00000489
           PERFORM 1900-RETURN-PARA                                     00000490
              THRU 1900-RETURN-PARA-EXIT                                00000491
           .                                                            00000492
       2000-SHOW-PARA-EXIT.                                             00000493
           EXIT                                                         00000494
           .                                                            00000495
       2100-STATUS-TEXT-PARA.                                           00000496
           EVALUATE TRUE                                                00000497
           WHEN DL-FCS-OPEN                                             00000498
             MOVE 'OPEN'     TO WS-STATUS-TX                            00000499
           WHEN DL-FCS-ASSIGNED                                         00000500
             MOVE 'ASSIGNED' TO WS-STATUS-TX                            00000501
           WHEN DL-FCS-DISPOSED                                         00000502
             MOVE 'DISPOSED' TO WS-STATUS-TX                            00000503
           WHEN DL-FCS-CLOSED                                           00000504
             MOVE 'CLOSED'   TO WS-STATUS-TX                            00000505
           WHEN OTHER                                                   00000506
             MOVE DL-FCS-STATUS TO WS-STATUS-TX                         00000507
           END-EVALUATE                                                 00000508
           EVALUATE TRUE                                                00000509
           WHEN DL-FCS-CONFIRMED                                        00000510
             MOVE 'CONFIRMED FRAUD'   TO WS-DISP-TX                     00000511
           WHEN DL-FCS-FALSE-POS                                        00000512
             MOVE 'FALSE POSITIVE'    TO WS-DISP-TX                     00000513
           WHEN DL-FCS-VERIFIED                                         00000514
             MOVE 'CUSTOMER VERIFIED' TO WS-DISP-TX                     00000515
           WHEN OTHER                                                   00000516
             MOVE SPACES              TO WS-DISP-TX                     00000517
           END-EVALUATE                                                 00000518
           .                                                            00000519
       2100-STATUS-TEXT-PARA-EXIT.                                      00000520
           EXIT                                                         00000521
           .                                                            00000522
      *-----------------------------------------------------------      00000523
      *    BROWSE THE CASE'S NOTES IN KEY (TIME) ORDER, KEEPING         00000524
      *    THE LAST FIVE - EACH NEW ONE SHIFTS THE OTHERS UP.           00000525
      *-----------------------------------------------------------      00000526
       2200-NOTE-BROWSE-PARA.                                           00000527
           MOVE 'N' TO WS-NOTE-EOF-SW                                   00000528
           MOVE LOW-VALUES  TO WS-NOTE-KEY                              00000529
           MOVE DL-FCS-ACCT TO WS-NOTE-KEY(1:19)                        00000530
           EXEC CICS STARTBR                                            00000531
               DATASET('FRDNOTE')                                       00000532
               RIDFLD(WS-NOTE-KEY)                                      00000533
               KEYLENGTH(40)                                            00000534
               GTEQ                                                     00000535
               RESP(WS-RESP)                                            00000536
           END-EXEC                                                     00000537
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000538
             GO TO 2200-NOTE-BROWSE-PARA-EXIT                           00000539
           END-IF                                                       00000540
           PERFORM 2210-NOTE-NEXT-PARA                                  00000541
              THRU 2210-NOTE-NEXT-PARA-EXIT                             00000542
              UNTIL WS-NOTE-EOF                                         00000543
           EXEC CICS ENDBR                                              00000544
               DATASET('FRDNOTE')                                       00000545
           END-EXEC                                                     00000546
           .                                                            00000547
       2200-NOTE-BROWSE-PARA-EXIT.                                      00000548
           EXIT                                                         00000549
           .                                                            00000550
       2210-NOTE-NEXT-PARA.                                             00000551
           EXEC CICS READNEXT                                           00000552
               DATASET('FRDNOTE')                                       00000553
               INTO(DL-FNT-REC)                                         00000554
               RIDFLD(WS-NOTE-KEY)                                      00000555
               KEYLENGTH(40)                                            00000556
               RESP(WS-RESP)                                            00000557
           END-EXEC                                                     00000558
           IF WS-RESP NOT = DFHRESP(NORMAL) OR                          00000559
              DL-FNT-ACCT NOT = DL-FCS-ACCT                             00000560
             SET WS-NOTE-EOF TO TRUE                                    00000561
             GO TO 2210-NOTE-NEXT-PARA-EXIT                             00000562
           END-IF                                                       00000563
           MOVE WS-NOTE-TABLE(81:320) TO WS-NOTE-HOLD                   00000564
           MOVE WS-NOTE-HOLD TO WS-NOTE-TABLE(1:320)                    00000565
           MOVE DL-FNT-TIMESTAMP(1:8) TO NTL-DATE                       00000566
           MOVE DL-FNT-OPERATOR       TO NTL-OPERATOR                   00000567
           MOVE DL-FNT-TYPE           TO NTL-TYPE                       00000568
           MOVE DL-FNT-TEXT           TO NTL-TEXT                       00000569
           MOVE WS-NOTE-LINE TO SHOW-NOTE-LINE(5)                       00000570
           .                                                            00000571
       2210-NOTE-NEXT-PARA-EXIT.                                        00000572
           EXIT                                                         00000573
           .                                                            00000574
      *-----------------------------------------------------------      00000575
      *    A - ASSIGN AN OPEN OR ASSIGNED CASE.  THE ASSIGNEE MUST      00000576
      *    BE ON EMPAUTH, SO THE CASE CAN BE WORKED.                    00000577
      *-----------------------------------------------------------      00000578
       3000-ASSIGN-PARA.                                                00000579
           IF IN-OPERAND(1:8) = SPACES                                  00000580
             MOVE WS-OPERATOR TO WS-ASSIGNEE                            00000581
           ELSE                                                         00000582
             MOVE IN-OPERAND(1:8) TO WS-ASSIGNEE                        00000583
           END-IF                                                       00000584
           EXEC CICS READ                                               00000585
               DATASET('EMPAUTH')                                       00000586
               INTO(WS-AUTH-REC)                                        00000587
               RIDFLD(WS-ASSIGNEE)                                      00000588
               KEYLENGTH(8)                                             00000589
               RESP(WS-RESP)                                            00000590
           END-EXEC                                                     00000591
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000592
             MOVE 'ASSIGNEE IS NOT AN AUTHORIZED OPERATOR - NO CHANGE'  00000593
               TO WS-MSG-TEXT                                           00000594
             PERFORM 1800-MESSAGE-PARA                                  00000595
                THRU 1800-MESSAGE-PARA-EXIT                             00000596
             GO TO 3000-ASSIGN-PARA-EXIT                                00000597
           END-IF                                                       00000598
           EXEC CICS READ                                               00000599
               DATASET('FRDCASE')                                       00000600
               INTO(DL-FCS-REC)                                         00000601
               RIDFLD(IN-ACCT)                                          00000602
               KEYLENGTH(19)                                            00000603
               UPDATE                                                   00000604
               RESP(WS-RESP)                                            00000605
           END-EXEC                                                     00000606
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000607
             MOVE 'NO FRAUD CASE ON FILE FOR THIS ACCOUNT'              00000608
               TO WS-MSG-TEXT                                           00000609
             PERFORM 1800-MESSAGE-PARA                                  00000610
                THRU 1800-MESSAGE-PARA-EXIT                             00000611
             GO TO 3000-ASSIGN-PARA-EXIT                                00000612
           END-IF                                                       00000613
           IF NOT DL-FCS-PENDING                                        00000614
             EXEC CICS UNLOCK                                           00000615
                 DATASET('FRDCASE')                                     00000616
             END-EXEC                                                   00000617
             MOVE 'CASE ALREADY DISPOSED - CANNOT BE REASSIGNED'        00000618
               TO WS-MSG-TEXT                                           00000619
             PERFORM 1800-MESSAGE-PARA                                  00000620
                THRU 1800-MESSAGE-PARA-EXIT                             00000621
             GO TO 3000-ASSIGN-PARA-EXIT                                00000622
           END-IF                                                       00000623
           MOVE 'A'          TO DL-FCS-STATUS                           00000624
           MOVE WS-ASSIGNEE  TO DL-FCS-INVESTIGATOR                     00000625
           MOVE WS-LOG-DATE8 TO DL-FCS-ASSIGN-DATE                      00000626
           IF DL-FCS-NOTE-CT < 999                                      00000627
             ADD 1 TO DL-FCS-NOTE-CT                                    00000628
           END-IF                                                       00000629
           EXEC CICS REWRITE                                            00000630
               DATASET('FRDCASE')                                       00000631
               FROM(DL-FCS-REC)                                         00000632
               RESP(WS-RESP)                                            00000633
           END-EXEC                                                     00000634
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000635
             MOVE 'CASE FILE REWRITE FAILED - NOT ASSIGNED'             00000636
               TO WS-MSG-TEXT                                           00000637
             PERFORM 1800-MESSAGE-PARA                                  00000638
                THRU 1800-MESSAGE-PARA-EXIT                             00000639
             GO TO 3000-ASSIGN-PARA-EXIT                                00000640
           END-IF                                                       00000641
           MOVE 'A' TO DL-FNT-TYPE                                      00000642
           MOVE SPACES TO DL-FNT-TEXT                                   00000643
           STRING 'CASE ASSIGNED TO ' DELIMITED BY SIZE                 00000644
                  WS-ASSIGNEE         DELIMITED BY SIZE                 00000645
                  INTO DL-FNT-TEXT                                      00000646
           END-STRING                                                   00000647
           PERFORM 4200-NOTE-WRITE-PARA                                 00000648
              THRU 4200-NOTE-WRITE-PARA-EXIT                            00000649
           MOVE DL-FNT-TEXT TO WS-MSG-TEXT                              00000650
           IF WS-NOTE-FAILED                                            00000651
             MOVE 'CASE ASSIGNED - HISTORY NOTE NOT WRITTEN'            00000652
               TO WS-MSG-TEXT                                           00000653
           END-IF                                                       00000654
           PERFORM 1800-MESSAGE-PARA                                    00000655
              THRU 1800-MESSAGE-PARA-EXIT                               00000656
           .                                                            00000657
       3000-ASSIGN-PARA-EXIT.                                           00000658
           EXIT                                                         00000659
           .                                                            00000660
      *-----------------------------------------------------------      00000661
      *    N - ADD A NOTE.  NOTES MAY BE ADDED AT ANY STAGE, EVEN       00000662
      *    AFTER THE CASE IS CLOSED.                                    00000663
      *-----------------------------------------------------------      00000664
       3500-NOTE-PARA.                                                  00000665
           IF IN-OPERAND = SPACES                                       00000666
             MOVE 'KEY THE NOTE IN COLUMNS 23-82' TO WS-MSG-TEXT        00000667
             PERFORM 1800-MESSAGE-PARA                                  00000668
                THRU 1800-MESSAGE-PARA-EXIT                             00000669
             GO TO 3500-NOTE-PARA-EXIT                                  00000670
           END-IF                                                       00000671
           EXEC CICS READ                                               00000672
               DATASET('FRDCASE')                                       00000673
               INTO(DL-FCS-REC)                                         00000674
               RIDFLD(IN-ACCT)                                          00000675
               KEYLENGTH(19)                                            00000676
               UPDATE                                                   00000677
               RESP(WS-RESP)                                            00000678
           END-EXEC                                                     00000679
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000680
             MOVE 'NO FRAUD CASE ON FILE FOR THIS ACCOUNT'              00000681
               TO WS-MSG-TEXT                                           00000682
             PERFORM 1800-MESSAGE-PARA                                  00000683
                THRU 1800-MESSAGE-PARA-EXIT                             00000684
             GO TO 3500-NOTE-PARA-EXIT                                  00000685
           END-IF                                                       00000686
           IF DL-FCS-NOTE-CT < 999                                      00000687
             ADD 1 TO DL-FCS-NOTE-CT                                    00000688
           END-IF                                                       00000689
           EXEC CICS REWRITE                                            00000690
               DATASET('FRDCASE')                                       00000691
               FROM(DL-FCS-REC)                                         00000692
               RESP(WS-RESP)                                            00000693
           END-EXEC                                                     00000694
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000695
             MOVE 'CASE FILE REWRITE FAILED - NOTE NOT ADDED'           00000696
               TO WS-MSG-TEXT                                           00000697
             PERFORM 1800-MESSAGE-PARA                                  00000698
                THRU 1800-MESSAGE-PARA-EXIT                             00000699
             GO TO 3500-NOTE-PARA-EXIT                                  00000700
           END-IF                                                       00000701
           MOVE 'N'        TO DL-FNT-TYPE                               00000702
           MOVE IN-OPERAND TO DL-FNT-TEXT                               00000703
           PERFORM 4200-NOTE-WRITE-PARA                                 00000704
              THRU 4200-NOTE-WRITE-PARA-EXIT                            00000705
           MOVE DL-FCS-NOTE-CT TO WS-NOTE-CT-ED                         00000706
           MOVE SPACES TO WS-MSG-TEXT                                   00000707
           STRING 'NOTE ADDED - ' DELIMITED BY SIZE                     00000708
                  WS-NOTE-CT-ED   DELIMITED BY SIZE                     00000709
                  ' ON CASE'      DELIMITED BY SIZE                     00000710
                  INTO WS-MSG-TEXT                                      00000711
           END-STRING                                                   00000712
           IF WS-NOTE-FAILED                                            00000713
             MOVE 'NOTE COUNTED BUT NOT WRITTEN - CONTACT SUPPORT'      00000714
               TO WS-MSG-TEXT                                           00000715
           END-IF                                                       00000716
           PERFORM 1800-MESSAGE-PARA                                    00000717
              THRU 1800-MESSAGE-PARA-EXIT                               00000718
           .                                                            00000719
       3500-NOTE-PARA-EXIT.                                             00000720
           EXIT                                                         00000721
           .                                                            00000722
      *-----------------------------------------------------------      00000723
      *    D - VALIDATE THE DISPOSITION AND ASK THE INVESTIGATOR TO     00000724
      *    CONFIRM IT.  THE CASE IS NOT TOUCHED UNTIL THEY KEY Y.       00000725
      *-----------------------------------------------------------      00000726
       4000-DISP-PARA.                                                  00000727
           MOVE SPACES TO WS-MSG-TEXT                                   00000728
           EVALUATE TRUE                                                00000729
           WHEN IN-DISP NOT = 'C' AND IN-DISP NOT = 'F' AND             00000730
                IN-DISP NOT = 'V'                                       00000731
             MOVE 'DISPOSITION IN COL 23 MUST BE C, F OR V'             00000732
               TO WS-MSG-TEXT                                           00000733
           WHEN IN-FRAUD-FROM NOT = SPACES AND IN-DISP NOT = 'C'        00000734
             MOVE 'A FRAUD-FROM DATE APPLIES TO CONFIRMED FRAUD ONLY'   00000735
               TO WS-MSG-TEXT                                           00000736
           WHEN IN-FRAUD-FROM = SPACES                                  00000737
             CONTINUE                                                   00000738
           WHEN IN-FRAUD-FROM IS NOT NUMERIC                            00000739
             MOVE 'FRAUD-FROM DATE MUST BE YYYYMMDD IN COLS 25-32'      00000740
               TO WS-MSG-TEXT                                           00000741
           WHEN IN-FROM-MM < 01 OR IN-FROM-MM > 12 OR                   00000742
                IN-FROM-DD < 01 OR IN-FROM-DD > 31                      00000743
             MOVE 'FRAUD-FROM DATE IS NOT A VALID DATE'                 00000744
               TO WS-MSG-TEXT                                           00000745
           WHEN IN-FRAUD-FROM > WS-LOG-DATE8                            00000746
             MOVE 'FRAUD-FROM DATE IS IN THE FUTURE'                    00000747
               TO WS-MSG-TEXT                                           00000748
           END-EVALUATE                                                 00000749
           IF WS-MSG-TEXT NOT = SPACES                                  00000750
             PERFORM 1800-MESSAGE-PARA                                  00000751
                THRU 1800-MESSAGE-PARA-EXIT                             00000752
             GO TO 4000-DISP-PARA-EXIT                                  00000753
           END-IF                                                       00000754
           EXEC CICS READ                                               00000755
               DATASET('FRDCASE')                                       00000756
               INTO(DL-FCS-REC)                                         00000757
               RIDFLD(IN-ACCT)                                          00000758
               KEYLENGTH(19)                                            00000759
               RESP(WS-RESP)                                            00000760
           END-EXEC                                                     00000761
           EVALUATE TRUE                                                00000762
           WHEN WS-RESP NOT = DFHRESP(NORMAL)                           00000763
             MOVE 'NO FRAUD CASE ON FILE FOR THIS ACCOUNT'              00000764
               TO WS-MSG-TEXT                                           00000765
           WHEN NOT DL-FCS-ASSIGNED                                     00000766
             MOVE 'ONLY AN ASSIGNED CASE CAN BE DISPOSED'               00000767
               TO WS-MSG-TEXT                                           00000768
           WHEN DL-FCS-INVESTIGATOR NOT = WS-OPERATOR                   00000769
             MOVE 'ONLY THE ASSIGNED INVESTIGATOR MAY DISPOSE OF IT'    00000770
               TO WS-MSG-TEXT                                           00000771
           END-EVALUATE                                                 00000772
           IF WS-MSG-TEXT NOT = SPACES                                  00000773
             PERFORM 1800-MESSAGE-PARA                                  00000774
                THRU 1800-MESSAGE-PARA-EXIT                             00000775
             GO TO 4000-DISP-PARA-EXIT                                  00000776
           END-IF                                                       00000777
           MOVE IN-DISP TO DL-FCS-DISP                                  00000778
           PERFORM 2100-STATUS-TEXT-PARA                                00000779
              THRU 2100-STATUS-TEXT-PARA-EXIT                           00000780
           MOVE SPACES TO WS-SHOW-TEXT                                  00000781
           STRING 'DISPOSE OF CASE ON ' DELIMITED BY SIZE               00000782
                  DL-FCS-ACCT           DELIMITED BY SIZE               00000783
                  INTO SHOW-LINE1                                       00000784
           END-STRING                                                   00000785
           EVALUATE TRUE                                                00000786
           WHEN IN-DISP = 'C' AND IN-FRAUD-FROM = SPACES                00000787
             STRING WS-DISP-TX DELIMITED BY SIZE                        00000788
                    ' FROM FIRST FLAGGED TRANSACTION '                  00000789
                                DELIMITED BY SIZE                       00000790
                    DL-FCS-FIRST-TRN-DATE DELIMITED BY SIZE             00000791
                    INTO SHOW-LINE2                                     00000792
             END-STRING                                                 00000793
           WHEN IN-DISP = 'C'                                           00000794
             STRING WS-DISP-TX    DELIMITED BY SIZE                     00000795
                    ' FROM '      DELIMITED BY SIZE                     00000796
                    IN-FRAUD-FROM DELIMITED BY SIZE                     00000797
                    INTO SHOW-LINE2                                     00000798
             END-STRING                                                 00000799
           WHEN OTHER                                                   00000800
             MOVE WS-DISP-TX TO SHOW-LINE2                              00000801
           END-EVALUATE                                                 00000802
           IF IN-DISP = 'C'                                             00000803
             MOVE 'THE ACCOUNT WILL BE BLOCKED AND PURCHASES REVERSED'  00000804
               TO SHOW-LINE3                                            00000805
           ELSE                                                         00000806
             MOVE 'THE HELD TRANSACTIONS WILL BE RELEASED TO POST'      00000807
               TO SHOW-LINE3                                            00000808
           END-IF                                                       00000809
           MOVE 'KEY Y TO RECORD THE DISPOSITION' TO SHOW-LINE4         00000810
           EXEC CICS SEND TEXT                                          00000811
               FROM(WS-SHOW-TEXT)                                       00000812
               LENGTH(WS-SHOW-LEN)                                      00000813
               ERASE                                                    00000814
           END-EXEC                                                     00000815
           MOVE 'F'           TO CA-STATE                               00000816
           MOVE DL-FCS-ACCT   TO CA-ACCT                                00000817
           MOVE IN-DISP       TO CA-DISP                                00000818
           MOVE IN-FRAUD-FROM TO CA-FRAUD-FROM                          00000819
           PERFORM 1900-RETURN-PARA                                     00000820
              THRU 1900-RETURN-PARA-EXIT                                00000821
           .                                                            00000822
       4000-DISP-PARA-EXIT.                                             00000823
           EXIT                                                         00000824
           .                                                            00000825
       4050-LOG-TIME-PARA.                                              00000826
           EXEC CICS ASKTIME                                            00000827
               ABSTIME(WS-ABSTIME)                                      00000828
           END-EXEC                                                     00000829
           EXEC CICS FORMATTIME                                         00000830
               ABSTIME(WS-ABSTIME)                                      00000831
               YYYYMMDD(WS-LOG-DATE8)                                   00000832
               TIME(WS-LOG-TIME6)                                       00000833
           END-EXEC                                                     00000834
           .                                                            00000835
       4050-LOG-TIME-PARA-EXIT.                                         00000836
           EXIT                                                         00000837
           .                                                            00000838
      *-----------------------------------------------------------      00000839
      *    CASE HISTORY - ONE DLFRDNT RECORD PER ACTION.  THE           00000840
      *    CALLER SETS THE TYPE AND TEXT AND WARNS THE OPERATOR         00000841
      *    IF THE WRITE FAILS - THE CASE ITSELF IS ALREADY UPDATED.     00000842
      *-----------------------------------------------------------      00000843
       4200-NOTE-WRITE-PARA.                                            00000844
           MOVE 'N' TO WS-NOTE-FAIL-SW                                  00000845
           MOVE DL-FCS-ACCT       TO DL-FNT-ACCT                        00000846
           MOVE WS-LOG-DATE8      TO DL-FNT-TIMESTAMP(1:8)              00000847
           MOVE WS-LOG-TIME6(1:6) TO DL-FNT-TIMESTAMP(9:6)              00000848
           MOVE EIBTASKN          TO WS-TASKN                           00000849
           MOVE WS-TASKN          TO DL-FNT-TASKN                       00000850
           MOVE WS-OPERATOR       TO DL-FNT-OPERATOR                    00000851
           MOVE EIBTRMID          TO DL-FNT-TERMID                      00000852
           EXEC CICS WRITE                                              00000853
               DATASET('FRDNOTE')                                       00000854
               FROM(DL-FNT-REC)                                         00000855
               RIDFLD(DL-FNT-KEY)                                       00000856
               KEYLENGTH(40)                                            00000857
               RESP(WS-RESP)                                            00000858
           END-EXEC                                                     00000859
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000860
             SET WS-NOTE-FAILED TO TRUE                                 00000861
           END-IF                                                       00000862
           .                                                            00000863
       4200-NOTE-WRITE-PARA-EXIT.                                       00000864
           EXIT                                                         00000865
           .                                                            00000866
      *-----------------------------------------------------------      00000867
      *    THE INVESTIGATOR ANSWERED THE CONFIRM PROMPT.  ONLY Y        00000868
      *    RECORDS THE DISPOSITION; THE CASE IS READ FOR UPDATE         00000869
      *    AND MUST STILL BE ASSIGNED TO THIS OPERATOR.                 00000870
      *-----------------------------------------------------------      00000871
       5000-CONFIRM-PARA.                                               00000872
           IF WS-INPUT(1:1) NOT = 'Y' OR WS-INPUT(2:81) NOT = SPACES    00000873
             MOVE 'DISPOSITION CANCELLED - CASE UNCHANGED'              00000874
               TO WS-MSG-TEXT                                           00000875
             PERFORM 1800-MESSAGE-PARA                                  00000876
                THRU 1800-MESSAGE-PARA-EXIT                             00000877
             GO TO 5000-CONFIRM-PARA-EXIT                               00000878
           END-IF                                                       00000879
           EXEC CICS READ                                               00000880
               DATASET('FRDCASE')                                       00000881
               INTO(DL-FCS-REC)                                         00000882
               RIDFLD(CA-ACCT)                                          00000883
               KEYLENGTH(19)                                            00000884
               UPDATE                                                   00000885
               RESP(WS-RESP)                                            00000886
           END-EXEC                                                     00000887
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000888
             MOVE 'NO FRAUD CASE ON FILE FOR THIS ACCOUNT'              00000889
               TO WS-MSG-TEXT                                           00000890
             PERFORM 1800-MESSAGE-PARA                                  00000891
                THRU 1800-MESSAGE-PARA-EXIT                             00000892
             GO TO 5000-CONFIRM-PARA-EXIT                               00000893
           END-IF                                                       00000894
           IF NOT DL-FCS-ASSIGNED OR                                    00000895
              DL-FCS-INVESTIGATOR NOT = WS-OPERATOR                     00000896
             EXEC CICS UNLOCK                                           00000897
                 DATASET('FRDCASE')                                     00000898
             END-EXEC                                                   00000899
             MOVE 'CASE CHANGED SINCE DISPLAYED - NOT DISPOSED'         00000900
               TO WS-MSG-TEXT                                           00000901
             PERFORM 1800-MESSAGE-PARA                                  00000902
                THRU 1800-MESSAGE-PARA-EXIT                             00000903
             GO TO 5000-CONFIRM-PARA-EXIT                               00000904
           END-IF                                                       00000905
           MOVE 'D'           TO DL-FCS-STATUS                          00000906
           MOVE CA-DISP       TO DL-FCS-DISP                            00000907
           MOVE WS-OPERATOR   TO DL-FCS-DISP-OPER                       00000908
           MOVE WS-LOG-DATE8  TO DL-FCS-DISP-DATE                       00000909
           MOVE CA-FRAUD-FROM TO DL-FCS-FRAUD-FROM                      00000910
           IF DL-FCS-NOTE-CT < 999                                      00000911
             ADD 1 TO DL-FCS-NOTE-CT                                    00000912
           END-IF                                                       00000913
           EXEC CICS REWRITE                                            00000914
               DATASET('FRDCASE')                                       00000915
               FROM(DL-FCS-REC)                                         00000916
               RESP(WS-RESP)                                            00000917
           END-EXEC                                                     00000918
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00000919
             MOVE 'CASE FILE REWRITE FAILED - NOT DISPOSED'             00000920
               TO WS-MSG-TEXT                                           00000921
             PERFORM 1800-MESSAGE-PARA                                  00000922
                THRU 1800-MESSAGE-PARA-EXIT                             00000923
             GO TO 5000-CONFIRM-PARA-EXIT                               00000924
           END-IF                                                       00000925
           PERFORM 2100-STATUS-TEXT-PARA                                00000926
              THRU 2100-STATUS-TEXT-PARA-EXIT                           00000927
           MOVE 'D' TO DL-FNT-TYPE                                      00000928
           MOVE SPACES TO DL-FNT-TEXT                                   00000929
           STRING 'DISPOSITION ' DELIMITED BY SIZE                      00000930
                  WS-DISP-TX     DELIMITED BY SIZE                      00000931
                  ' FRAUD FROM ' DELIMITED BY SIZE                      00000932
                  CA-FRAUD-FROM  DELIMITED BY SIZE                      00000933
                  INTO DL-FNT-TEXT                                      00000934
           END-STRING                                                   00000935
           PERFORM 4200-NOTE-WRITE-PARA                                 00000936
              THRU 4200-NOTE-WRITE-PARA-EXIT                            00000937
           MOVE SPACES TO WS-MSG-TEXT                                   00000938
           STRING 'DISPOSITION RECORDED - ' DELIMITED BY SIZE           00000939
                  WS-DISP-TX               DELIMITED BY SIZE            00000940
                  INTO WS-MSG-TEXT                                      00000941
           END-STRING                                                   00000942
           IF WS-NOTE-FAILED                                            00000943
             MOVE 'DISPOSITION RECORDED - HISTORY NOTE NOT WRITTEN'     00000944
               TO WS-MSG-TEXT                                           00000945
           END-IF                                                       00000946
           PERFORM 1800-MESSAGE-PARA                                    00000947
              THRU 1800-MESSAGE-PARA-EXIT                               00000948
           .                                                            00000949
       5000-CONFIRM-PARA-EXIT.                                          00000950
           EXIT                                                         00000951
           .                                                            00000952
       8200-ERROR-PARA.                                                 00000953
           EXEC CICS SEND TEXT                                          00000954
               FROM('SYSTEM ERROR - CONTACT SUPPORT')                   00000955
               LENGTH(30)                                               00000956
               ERASE                                                    00000957
           END-EXEC                                                     00000958
           EXEC CICS RETURN                                             00000959
           END-EXEC                                                     00000960
           .                                                            00000961
       8200-ERROR-PARA-EXIT.                                            00000962
           EXIT                                                         00000963
           .                                                            00000964

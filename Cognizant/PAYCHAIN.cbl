       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. PAYCHAIN.                                            00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    LOG-CHAIN SUBPROGRAM.  STAMPS EACH RECORD WRITTEN TO         00000006
      *    AUDITLOG (EVERY BATCH STEP), EMPMNTLG (EMPUPD) AND           00000007
      *    EMPACCLG (THE ONLINE INQUIRIES) WITH THE NEXT SEQUENCE       00000008
      *    NUMBER OF ITS LOG AND A HASH OVER THE RECORD CHAINED         00000009
      *    FROM THE PREVIOUS RECORD'S HASH, SO LOGVER CAN PROVE NO      00000010
      *    RECORD WAS CHANGED, REMOVED OR REORDERED AFTER THE FACT.     00000011
      *    THE PARAMETER BLOCK AND ITS FUNCTIONS ARE DESCRIBED IN       00000012
      *    DLCHAIN; THE CHAIN HEADS LIVE ON THE LOGCHAIN CLUSTER        00000013
      *    (DLCHNKY).                                                   00000014
      *    THE HASH RUNS OVER COLUMNS 1-90 OF THE RECORD - THE DATA     00000015
      *    AND THE SEQUENCE NUMBER - STARTING FROM THE PREVIOUS         00000016
      *    HASH: H = (H * 257 + BYTE VALUE + 1) MOD 999999937 FOR       00000017
      *    EACH BYTE.  THE OLD AND NEW VALUES OF AN FNAME/LNAME OR      00000018
      *    BANKRTN/BANKACCT/BANKTYPE MAINTENANCE RECORD ARE LEFT        00000019
      *    OUT, SINCE PAYERASE MUST BE ABLE TO ERASE A LEAVER'S         00000020
      *    NAME AND BANK DETAILS FROM THE LOG.                          00000021
      *    THE FIRST RECORD OF EACH DAY IS PRECEDED BY A DAILY          00000022
      *    ANCHOR RECORD IN THE LOG'S OWN LAYOUT, CHAINED LIKE ANY      00000023
      *    OTHER, SO EVERY DAY'S SECTION OF A LOG HAS A FIXED START     00000024
      *    POINT EVEN WHEN NOTHING ELSE RAN THAT DAY.                   00000025
      *-----------------------------------------------------------      00000026
       ENVIRONMENT DIVISION.                                            00000027
       INPUT-OUTPUT SECTION.                                            00000028
       FILE-CONTROL.                                                    00000029
           SELECT CHNKY-PS ASSIGN TO LOGCHAIN                           00000030
           ORGANIZATION IS INDEXED                                      00000031
           ACCESS IS RANDOM                                             00000032
           RECORD KEY IS DL-CHNKY-LOG                                   00000033
           FILE STATUS IS WS-FST-CHNKY                                  00000034
           .                                                            00000035
       DATA DIVISION.                                                   00000036
       FILE SECTION.                                                    00000037
       FD CHNKY-PS                                                      00000038
           RECORD CONTAINS 80 CHARACTERS.                               00000039
           COPY DLCHNKY.                                                00000040
       WORKING-STORAGE SECTION.                                         00000041
       01 WS-VARS.                                                      00000042
         05 WS-FST-CHNKY PIC 9(02).                                     00000043
           88 C05-CHNKY-SUCCESS VALUE 00.                               00000044
           88 C05-CHNKY-NOTFND  VALUE 23.                               00000045
         05 WS-NEW-HEAD-SW     PIC X(01).                               00000046
           88 WS-NEW-HEAD      VALUE 'Y'.                               00000047
         05 WS-WORK-REC        PIC X(100).                              00000048
         05 WS-HASH-REC        PIC X(100).                              00000049
         05 WS-PRV-HASH        PIC 9(09).                               00000050
         05 WS-NEW-HASH        PIC 9(09).                               00000051
         05 WS-HASH-ACC        PIC S9(15) COMP-3.                       00000052
         05 WS-HASH-QUOT       PIC S9(15) COMP-3.                       00000053
         05 WS-HASH-REM        PIC S9(15) COMP-3.                       00000054
         05 WS-HASH-MOD        PIC S9(15) COMP-3 VALUE 999999937.       00000055
         05 WS-IX              PIC S9(04) COMP.                         00000056
      *-----------------------------------------------------------      00000057
      *    ONE BYTE OF THE RECORD AS A NUMBER - THE BYTE SITS IN        00000058
      *    THE LOW HALF OF A HALFWORD WHOSE HIGH HALF IS ZERO.          00000059
      *-----------------------------------------------------------      00000060
         05 WS-ORD-AREA.                                                00000061
           10 WS-ORD-HI        PIC X(01).                               00000062
           10 WS-ORD-LO        PIC X(01).                               00000063
         05 WS-ORD-NUM REDEFINES WS-ORD-AREA                            00000064
                               PIC 9(04) COMP.                          00000065
      *-----------------------------------------------------------      00000066
      *    LAYOUTS THE DAILY ANCHOR RECORDS ARE BUILT IN.               00000067
      *-----------------------------------------------------------      00000068
       COPY DLAUDIT.                                                    00000069
       COPY DLMAINT.                                                    00000070
       COPY DLACCLG.                                                    00000071
       LINKAGE SECTION.                                                 00000072
       COPY DLCHAIN.                                                    00000073
       PROCEDURE DIVISION USING DL-CHN-PARMS.                           00000074
       0000-MAIN-PARA.                                                  00000075
           MOVE 'N' TO DL-CHN-RESULT                                    00000076
           MOVE 'N' TO DL-CHN-ANCHOR-SW                                 00000077
           EVALUATE DL-CHN-FUNC                                         00000078
           WHEN 'NXT'                                                   00000079
             PERFORM 1000-NEXT-PARA                                     00000080
                THRU 1000-NEXT-PARA-EXIT                                00000081
           WHEN 'HSH'                                                   00000082
             IF DL-CHN-SEQ IS NOT NUMERIC OR                            00000083
                DL-CHN-HASH IS NOT NUMERIC                              00000084
               MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                    00000085
               MOVE SPACES TO DL-CHN-DAY                                00000086
             END-IF                                                     00000087
             PERFORM 2000-CHAIN-PARA                                    00000088
                THRU 2000-CHAIN-PARA-EXIT                               00000089
           WHEN 'VFY'                                                   00000090
             PERFORM 3000-VERIFY-PARA                                   00000091
                THRU 3000-VERIFY-PARA-EXIT                              00000092
           WHEN OTHER                                                   00000093
             DISPLAY 'PAYCHAIN INVALID FUNCTION: ' DL-CHN-FUNC          00000094
             MOVE 'E' TO DL-CHN-RESULT                                  00000095
           END-EVALUATE                                                 00000096
           GOBACK                                                       00000097
           .                                                            00000098
      *-----------------------------------------------------------      00000099
      *    BATCH - READ THE LOG'S HEAD, STAMP THE RECORD AND PUT        00000100
      *    THE HEAD BACK.  IF THE HEAD CANNOT BE PUT BACK THE           00000101
      *    RECORD IS RETURNED UNSTAMPED RATHER THAN LET TWO             00000102
      *    RECORDS CLAIM THE SAME SEQUENCE NUMBER.                      00000103
      *-----------------------------------------------------------      00000104
       1000-NEXT-PARA.                                                  00000105
           OPEN I-O CHNKY-PS                                            00000106
           IF NOT C05-CHNKY-SUCCESS                                     00000107
             DISPLAY 'PAYCHAIN LOGCHAIN OPEN FAILED ' WS-FST-CHNKY      00000108
                     ' - ' DL-CHN-LOG ' RECORD NOT CHAINED'             00000109
             GO TO 1000-NEXT-PARA-EXIT                                  00000110
           END-IF                                                       00000111
           MOVE 'N' TO WS-NEW-HEAD-SW                                   00000112
           MOVE DL-CHN-LOG TO DL-CHNKY-LOG                              00000113
           READ CHNKY-PS                                                00000114
           EVALUATE TRUE                                                00000115
           WHEN C05-CHNKY-SUCCESS                                       00000116
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00000117
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00000118
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00000119
           WHEN C05-CHNKY-NOTFND                                        00000120
             DISPLAY 'PAYCHAIN NEW CHAIN STARTED FOR ' DL-CHN-LOG       00000121
             SET WS-NEW-HEAD TO TRUE                                    00000122
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00000123
             MOVE SPACES TO DL-CHN-DAY                                  00000124
           WHEN OTHER                                                   00000125
             DISPLAY 'PAYCHAIN LOGCHAIN READ FAILED ' WS-FST-CHNKY      00000126
                     ' - ' DL-CHN-LOG ' RECORD NOT CHAINED'             00000127
             CLOSE CHNKY-PS                                             00000128
             GO TO 1000-NEXT-PARA-EXIT                                  00000129
           END-EVALUATE                                                 00000130
           PERFORM 2000-CHAIN-PARA                                      00000131
              THRU 2000-CHAIN-PARA-EXIT                                 00000132
           MOVE SPACES        TO DL-CHNKY-REC                           00000133
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00000134
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00000135
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00000136
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00000137
           ACCEPT DL-CHNKY-UPD-TS(1:8) FROM DATE YYYYMMDD               00000138
           ACCEPT DL-CHNKY-UPD-TS(9:6) FROM TIME                        00000139
           IF WS-NEW-HEAD                                               00000140
             WRITE DL-CHNKY-REC                                         00000141
           ELSE                                                         00000142
             REWRITE DL-CHNKY-REC                                       00000143
           END-IF                                                       00000144
           IF NOT C05-CHNKY-SUCCESS                                     00000145
             DISPLAY 'PAYCHAIN LOGCHAIN UPDATE FAILED ' WS-FST-CHNKY    00000146
                     ' - ' DL-CHN-LOG ' RECORD NOT CHAINED'             00000147
             MOVE 'N' TO DL-CHN-RESULT                                  00000148
             MOVE 'N' TO DL-CHN-ANCHOR-SW                               00000149
           END-IF                                                       00000150
           CLOSE CHNKY-PS                                               00000151
           .                                                            00000152
       1000-NEXT-PARA-EXIT.                                             00000153
           EXIT                                                         00000154
           .                                                            00000155
      *-----------------------------------------------------------      00000156
      *    STAMP THE RECORD FROM THE HEAD IN DL-CHN-SEQ/HASH/DAY,       00000157
      *    ANCHORING A NEW DAY FIRST, AND LEAVE THE NEW HEAD THERE.     00000158
      *-----------------------------------------------------------      00000159
       2000-CHAIN-PARA.                                                 00000160
           IF DL-CHN-TODAY = SPACES                                     00000161
             ACCEPT DL-CHN-TODAY FROM DATE YYYYMMDD                     00000162
           END-IF                                                       00000163
           IF DL-CHN-DAY NOT = DL-CHN-TODAY                             00000164
             PERFORM 2100-ANCHOR-PARA                                   00000165
                THRU 2100-ANCHOR-PARA-EXIT                              00000166
             PERFORM 2200-STAMP-PARA                                    00000167
                THRU 2200-STAMP-PARA-EXIT                               00000168
             MOVE WS-WORK-REC  TO DL-CHN-ANCHOR                         00000169
             MOVE DL-CHN-TODAY TO DL-CHN-DAY                            00000170
             MOVE 'Y' TO DL-CHN-ANCHOR-SW                               00000171
           END-IF                                                       00000172
           MOVE DL-CHN-REC TO WS-WORK-REC                               00000173
           PERFORM 2200-STAMP-PARA                                      00000174
              THRU 2200-STAMP-PARA-EXIT                                 00000175
           MOVE WS-WORK-REC TO DL-CHN-REC                               00000176
           MOVE 'Y' TO DL-CHN-RESULT                                    00000177
           .                                                            00000178
       2000-CHAIN-PARA-EXIT.                                            00000179
           EXIT                                                         00000180
           .                                                            00000181
      *-----------------------------------------------------------      00000182
      *    BUILD THE DAY'S ANCHOR IN THE LOG'S OWN LAYOUT.  THE         00000183
      *    KEYED LOGS TAKE THE TRIGGERING RECORD'S TIMESTAMP WITH       00000184
      *    AN ANCHOR MARK IN THE REST OF THE KEY SO IT CANNOT           00000185
      *    COLLIDE WITH A REAL ENTRY.                                   00000186
      *-----------------------------------------------------------      00000187
       2100-ANCHOR-PARA.                                                00000188
           EVALUATE DL-CHN-LOG                                          00000189
           WHEN 'AUDITLOG'                                              00000190
             MOVE SPACES       TO DL-AUDIT-REC                          00000191
             SET DL-AUDIT-ANCHOR TO TRUE                                00000192
             MOVE DL-CHN-TODAY TO DL-AUDIT-START-TS(1:8)                00000193
             MOVE '000000'     TO DL-AUDIT-START-TS(9:6)                00000194
             MOVE DL-AUDIT-START-TS TO DL-AUDIT-END-TS                  00000195
             MOVE ZEROES       TO DL-AUDIT-READ-CT                      00000196
                                  DL-AUDIT-WRITE-CT                     00000197
                                  DL-AUDIT-RETURN-CD                    00000198
             MOVE 'DAILY ANCHOR' TO DL-AUDIT-STATUS-TX                  00000199
             MOVE DL-AUDIT-REC TO WS-WORK-REC                           00000200
           WHEN 'EMPMNTLG'                                              00000201
             MOVE DL-CHN-REC   TO DL-MAINT-REC                          00000202
             MOVE SPACES       TO WS-WORK-REC                           00000203
             MOVE DL-MAINT-TIMESTAMP TO WS-WORK-REC(1:15)               00000204
             MOVE WS-WORK-REC  TO DL-MAINT-REC                          00000205
             MOVE '*ANCH'      TO DL-MAINT-EMPID                        00000206
             SET DL-MAINT-ANCHOR TO TRUE                                00000207
             MOVE '*ANCHOR*'   TO DL-MAINT-FIELD                        00000208
             MOVE DL-MAINT-REC TO WS-WORK-REC                           00000209
           WHEN 'EMPACCLG'                                              00000210
             MOVE DL-CHN-REC   TO DL-ACCLG-REC                          00000211
             MOVE SPACES       TO WS-WORK-REC                           00000212
             MOVE DL-ACCLG-KEY TO WS-WORK-REC(1:29)                     00000213
             MOVE WS-WORK-REC  TO DL-ACCLG-REC                          00000214
             SET DL-ACCLG-ANCHOR TO TRUE                                00000215
             MOVE 'ANCHOR'     TO DL-ACCLG-RESULT                       00000216
             MOVE DL-ACCLG-REC TO WS-WORK-REC                           00000217
           WHEN OTHER                                                   00000218
             MOVE SPACES       TO WS-WORK-REC                           00000219
             MOVE '*ANCHOR*'   TO WS-WORK-REC(1:8)                      00000220
             MOVE DL-CHN-TODAY TO WS-WORK-REC(10:8)                     00000221
           END-EVALUATE                                                 00000222
           .                                                            00000223
       2100-ANCHOR-PARA-EXIT.                                           00000224
           EXIT                                                         00000225
           .                                                            00000226
      *-----------------------------------------------------------      00000227
      *    GIVE WS-WORK-REC THE NEXT SEQUENCE NUMBER AND ITS HASH.      00000228
      *-----------------------------------------------------------      00000229
       2200-STAMP-PARA.                                                 00000230
           ADD 1 TO DL-CHN-SEQ                                          00000231
           MOVE SPACE      TO WS-WORK-REC(81:1)                         00000232
           MOVE DL-CHN-SEQ TO WS-WORK-REC(82:9)                         00000233
           MOVE SPACE      TO WS-WORK-REC(91:1)                         00000234
           MOVE WS-WORK-REC TO WS-HASH-REC                              00000235
           MOVE DL-CHN-HASH TO WS-PRV-HASH                              00000236
           PERFORM 3100-HASH-PARA                                       00000237
              THRU 3100-HASH-PARA-EXIT                                  00000238
           MOVE WS-NEW-HASH TO DL-CHN-HASH                              00000239
           MOVE DL-CHN-HASH TO WS-WORK-REC(92:9)                        00000240
           .                                                            00000241
       2200-STAMP-PARA-EXIT.                                            00000242
           EXIT                                                         00000243
           .                                                            00000244
      *-----------------------------------------------------------      00000245
      *    LOGVER - HASH THE RECORD AS IT STANDS ON THE LOG.            00000246
      *-----------------------------------------------------------      00000247
       3000-VERIFY-PARA.                                                00000248
           MOVE DL-CHN-REC  TO WS-HASH-REC                              00000249
           MOVE DL-CHN-HASH TO WS-PRV-HASH                              00000250
           PERFORM 3100-HASH-PARA                                       00000251
              THRU 3100-HASH-PARA-EXIT                                  00000252
           MOVE WS-NEW-HASH TO DL-CHN-CALC                              00000253
           MOVE 'Y' TO DL-CHN-RESULT                                    00000254
           .                                                            00000255
       3000-VERIFY-PARA-EXIT.                                           00000256
           EXIT                                                         00000257
           .                                                            00000258
       3100-HASH-PARA.                                                  00000259
           IF DL-CHN-LOG = 'EMPMNTLG'                                   00000260
             IF WS-HASH-REC(37:8) = 'FNAME'    OR                       00000261
                WS-HASH-REC(37:8) = 'LNAME'    OR                       00000262
                WS-HASH-REC(37:8) = 'BANKRTN'  OR                       00000263
                WS-HASH-REC(37:8) = 'BANKACCT' OR                       00000264
                WS-HASH-REC(37:8) = 'BANKTYPE'                          00000265
               MOVE SPACES TO WS-HASH-REC(46:21)                        00000266
             END-IF                                                     00000267
           END-IF                                                       00000268
           MOVE WS-PRV-HASH TO WS-HASH-ACC                              00000269
           MOVE LOW-VALUE   TO WS-ORD-HI                                00000270
           PERFORM 3110-BYTE-PARA                                       00000271
              THRU 3110-BYTE-PARA-EXIT                                  00000272
              VARYING WS-IX FROM 1 BY 1                                 00000273
              UNTIL WS-IX > 90                                          00000274
           MOVE WS-HASH-ACC TO WS-NEW-HASH                              00000275
           .                                                            00000276
       3100-HASH-PARA-EXIT.                                             00000277
           EXIT                                                         00000278
           .                                                            00000279
       3110-BYTE-PARA.                                                  00000280
           MOVE WS-HASH-REC(WS-IX:1) TO WS-ORD-LO                       00000281
           COMPUTE WS-HASH-ACC = WS-HASH-ACC * 257 + WS-ORD-NUM + 1     00000282
           DIVIDE WS-HASH-ACC BY WS-HASH-MOD                            00000283
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM                00000284
           MOVE WS-HASH-REM TO WS-HASH-ACC                              00000285
           .                                                            00000286
       3110-BYTE-PARA-EXIT.                                             00000287
           EXIT                                                         00000288
           .                                                            00000289

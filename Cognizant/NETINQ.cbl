       WORKING-STORAGE SECTION.                                         00000210
       01 WS-VARS.                                                      00000220
         05 WS-RESP            PIC S9(08) COMP.                         00000230
         05 WS-CHN-HEAD-SW     PIC X(01) VALUE 'N'.                     00000231
           88 WS-CHN-HEAD-NONE VALUE 'N'.                               00000232
           88 WS-CHN-HEAD-HELD VALUE 'R'.                               00000233
           88 WS-CHN-HEAD-NEW  VALUE 'W'.                               00000234
         05 WS-INPUT           PIC X(19).                               00000240
         05 WS-RECV-LEN        PIC S9(04) COMP VALUE 19.                00000250
         05 WS-EMPID           PIC X(06).                               00000260
         05 WS-TASKN           PIC 9(07).                               00000680
       COPY DLNETKY.                                                    00000690
       COPY DLACCLG.                                                    00000700
       COPY DLCHAIN.                                                    00000701
       COPY DLCHNKY.                                                    00000702
       LINKAGE SECTION.                                                 00000710
       01 DFHCOMMAREA.                                                  00000720
         05 LK-CA-STATE        PIC X(01).                               00000730
           ELSE                                                         00001930
             MOVE 'DENIED'  TO DL-ACCLG-RESULT                          00001940
           END-IF                                                       00001950
           PERFORM 0610-LOG-CHAIN-PARA                                  00001951
              THRU 0610-LOG-CHAIN-PARA-EXIT                             00001952
           EXEC CICS WRITE                                              00001960
               DATASET('EMPACCLG')                                      00001970
               FROM(DL-ACCLG-REC)                                       00001980
                 LENGTH(23)                                             00002060
             END-EXEC                                                   00002070
           END-IF                                                       00002080
           PERFORM 0620-LOG-HEAD-PARA                                   00002081
              THRU 0620-LOG-HEAD-PARA-EXIT                              00002082
           .                                                            00002090
       0600-ACCESS-LOG-PARA-EXIT.                                       00002100
           EXIT                                                         00002110
           .                                                            00002120
      *-----------------------------------------------------------      00002121
      *    CHAIN THE RECORD INTO THE ACCESS LOG'S SEQUENCE AND HASH     00002122
      *    (DLCHAIN).  THE CHAIN HEAD IS READ FOR UPDATE SO TWO         00002123
      *    TASKS CANNOT TAKE THE SAME SEQUENCE NUMBER; THE DAY'S        00002124
      *    ANCHOR IS WRITTEN HERE WHEN THIS IS THE DAY'S FIRST          00002125
      *    RECORD.  IF THE HEAD CANNOT BE READ THE RECORD IS            00002126
      *    STILL WRITTEN, UNCHAINED, AND LOGVER REPORTS IT.             00002127
      *-----------------------------------------------------------      00002128
       0610-LOG-CHAIN-PARA.                                             00002129
           SET WS-CHN-HEAD-NONE TO TRUE                                 00002130
           MOVE SPACES       TO DL-CHN-PARMS                            00002131
           MOVE 'HSH'        TO DL-CHN-FUNC                             00002132
           MOVE 'EMPACCLG'   TO DL-CHN-LOG                              00002133
           MOVE WS-LOG-DATE8 TO DL-CHN-TODAY                            00002134
           EXEC CICS READ                                               00002135
               DATASET('LOGCHAIN')                                      00002136
               INTO(DL-CHNKY-REC)                                       00002137
               RIDFLD(DL-CHN-LOG)                                       00002138
               KEYLENGTH(8)                                             00002139
               UPDATE                                                   00002140
               RESP(WS-RESP)                                            00002141
           END-EXEC                                                     00002142
           EVALUATE TRUE                                                00002143
           WHEN WS-RESP = DFHRESP(NORMAL)                               00002144
             SET WS-CHN-HEAD-HELD TO TRUE                               00002145
             MOVE DL-CHNKY-SEQ  TO DL-CHN-SEQ                           00002146
             MOVE DL-CHNKY-HASH TO DL-CHN-HASH                          00002147
             MOVE DL-CHNKY-DAY  TO DL-CHN-DAY                           00002148
           WHEN WS-RESP = DFHRESP(NOTFND)                               00002149
             SET WS-CHN-HEAD-NEW TO TRUE                                00002150
             MOVE ZEROES TO DL-CHN-SEQ DL-CHN-HASH                      00002151
           WHEN OTHER                                                   00002152
             GO TO 0610-LOG-CHAIN-PARA-EXIT                             00002153
           END-EVALUATE                                                 00002154
           MOVE DL-ACCLG-REC TO DL-CHN-REC                              00002155
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00002156
           IF DL-CHN-ANCHORED                                           00002157
             MOVE DL-CHN-ANCHOR TO DL-ACCLG-REC                         00002158
             EXEC CICS WRITE                                            00002159
                 DATASET('EMPACCLG')                                    00002160
                 FROM(DL-ACCLG-REC)                                     00002161
                 RIDFLD(DL-ACCLG-KEY)                                   00002162
                 KEYLENGTH(29)                                          00002163
                 RESP(WS-RESP)                                          00002164
             END-EXEC                                                   00002165
           END-IF                                                       00002166
           MOVE DL-CHN-REC TO DL-ACCLG-REC                              00002167
           .                                                            00002168
       0610-LOG-CHAIN-PARA-EXIT.                                        00002169
           EXIT                                                         00002170
           .                                                            00002171
      *-----------------------------------------------------------      00002172
      *    ADVANCE THE CHAIN HEAD ONCE THE RECORD IS ON FILE, OR        00002173
      *    RELEASE IT UNCHANGED IF THE WRITE FAILED.                    00002174
      *-----------------------------------------------------------      00002175
       0620-LOG-HEAD-PARA.                                              00002176
           IF WS-CHN-HEAD-NONE                                          00002177
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00002178
           END-IF                                                       00002179
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL-CHN-OK            00002180
             IF WS-CHN-HEAD-HELD                                        00002181
               EXEC CICS UNLOCK                                         00002182
                   DATASET('LOGCHAIN')                                  00002183
               END-EXEC                                                 00002184
             END-IF                                                     00002185
             GO TO 0620-LOG-HEAD-PARA-EXIT                              00002186
           END-IF                                                       00002187
           MOVE SPACES        TO DL-CHNKY-REC                           00002188
           MOVE DL-CHN-LOG    TO DL-CHNKY-LOG                           00002189
           MOVE DL-CHN-SEQ    TO DL-CHNKY-SEQ                           00002190
           MOVE DL-CHN-HASH   TO DL-CHNKY-HASH                          00002191
           MOVE DL-CHN-DAY    TO DL-CHNKY-DAY                           00002192
           MOVE DL-ACCLG-TIMESTAMP TO DL-CHNKY-UPD-TS                   00002193
           IF WS-CHN-HEAD-NEW                                           00002194
             EXEC CICS WRITE                                            00002195
                 DATASET('LOGCHAIN')                                    00002196
                 FROM(DL-CHNKY-REC)                                     00002197
                 RIDFLD(DL-CHNKY-LOG)                                   00002198
                 KEYLENGTH(8)                                           00002199
                 RESP(WS-RESP)                                          00002200
             END-EXEC                                                   00002201
           ELSE                                                         00002202
             EXEC CICS REWRITE                                          00002203
                 DATASET('LOGCHAIN')                                    00002204
                 FROM(DL-CHNKY-REC)                                     00002205
                 RESP(WS-RESP)                                          00002206
             END-EXEC                                                   00002207
           END-IF                                                       00002208
           .                                                            00002209
       0620-LOG-HEAD-PARA-EXIT.                                         00002210
           EXIT                                                         00002211
           .                                                            00002212
       0700-DENY-PARA.                                                  00002213
           EXEC CICS SEND TEXT                                          00002214
               FROM(WS-DENIED-TEXT)                                     00002215
               LENGTH(WS-DENIED-LEN)                                    00002216
               ERASE                                                    00002217
           END-EXEC                                                     00002218
           MOVE SPACE TO WS-COMMAREA                                    00002219
           PERFORM 1900-RETURN-PARA                                     00002220
              THRU 1900-RETURN-PARA-EXIT                                00002221
           .                                                            00002222
       0700-DENY-PARA-EXIT.                                             00002230
           EXIT                                                         00002240
           .                                                            00002250

         05 RAT-SAL-MAX         PIC 9(07).                              00001310
         05 F                   PIC X(59).                              00001320
       FD AUDIT-PS                                                      00001330
           RECORD CONTAINS 100 CHARACTERS.                              00001340
           COPY DLAUDIT.                                                00001350
       WORKING-STORAGE SECTION.                                         00001360
       01 WS-VARS.                                                      00001370
           10 F PIC X(10) VALUE 'THATCHER'.                             00002440
         05 WS-LNAME-TBL REDEFINES WS-LNAME-LIST.                       00002450
           10 WS-LNAME OCCURS 20 TIMES PIC X(10).                       00002460
       COPY DLCHAIN.                                                    00002461
       LINKAGE SECTION.                                                 00002470
       01 LK-PARM-REC.                                                  00002480
           05 LK-RUN-DATE    PIC X(10).                                 00002490
             MOVE WS-WRITE-CT       TO DL-AUDIT-WRITE-CT                00005650
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005660
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005670
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005671
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005672
             WRITE DL-AUDIT-REC                                         00005673
             CLOSE AUDIT-PS                                             00005690
           END-IF                                                       00005700
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005710
           STOP RUN                                                     00005720
           .                                                            00005730
      *-----------------------------------------------------------      00005731
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005732
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005733
      *    FIRST RECORD OF THE DAY.                                     00005734
      *-----------------------------------------------------------      00005735
       9100-AUDIT-CHAIN-PARA.                                           00005736
           MOVE SPACES       TO DL-CHN-PARMS                            00005737
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005738
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005739
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005740
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005741
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005742
             ON EXCEPTION                                               00005743
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005744
                       'CHAINED'                                        00005745
           END-CALL                                                     00005746
           IF DL-CHN-ANCHORED                                           00005747
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005748
           END-IF                                                       00005749
           IF DL-CHN-OK                                                 00005750
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005751
           END-IF                                                       00005752
           .                                                            00005753
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005754
           EXIT                                                         00005755
           .                                                            00005756

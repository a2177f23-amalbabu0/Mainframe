           RECORD CONTAINS 132 CHARACTERS.                              00000800
       01 RPT-REC                PIC X(132).                            00000810
       FD AUDIT-PS                                                      00000820
           RECORD CONTAINS 100 CHARACTERS.                              00000830
           COPY DLAUDIT.                                                00000840
       WORKING-STORAGE SECTION.                                         00000850
       01 WS-VARS.                                                      00000860
           10 WS-RUNC-PGM    PIC X(08).                                 00001500
           10 WS-RUNC-DATE   PIC X(10).                                 00001510
           10 WS-RUNC-RESULT PIC X(01).                                 00001520
       COPY DLCHAIN.                                                    00001521
       LINKAGE SECTION.                                                 00001530
       01 LK-PARM-REC.                                                  00001540
           05 LK-RUN-DATE    PIC X(10).                                 00001550
             MOVE WS-ADJREC-CT      TO DL-AUDIT-WRITE-CT                00005930
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005940
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005950
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005951
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005952
             WRITE DL-AUDIT-REC                                         00005953
             CLOSE AUDIT-PS                                             00005970
           END-IF                                                       00005980
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005990
           STOP RUN                                                     00006000
           .                                                            00006010
      *-----------------------------------------------------------      00006011
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00006012
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00006013
      *    FIRST RECORD OF THE DAY.                                     00006014
      *-----------------------------------------------------------      00006015
       9100-AUDIT-CHAIN-PARA.                                           00006016
           MOVE SPACES       TO DL-CHN-PARMS                            00006017
           MOVE 'NXT'        TO DL-CHN-FUNC                             00006018
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00006019
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00006020
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00006021
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00006022
             ON EXCEPTION                                               00006023
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00006024
                       'CHAINED'                                        00006025
           END-CALL                                                     00006026
           IF DL-CHN-ANCHORED                                           00006027
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00006028
           END-IF                                                       00006029
           IF DL-CHN-OK                                                 00006030
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00006031
           END-IF                                                       00006032
           .                                                            00006033
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00006034
           EXIT                                                         00006035
           .                                                            00006036

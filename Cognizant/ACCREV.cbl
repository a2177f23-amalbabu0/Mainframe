       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD ACCLG-PS                                                      00000470
           RECORD CONTAINS 100 CHARACTERS.                              00000480
           COPY DLACCLG.                                                00000490
       FD MNTLG-PS                                                      00000500
           RECORD CONTAINS 100 CHARACTERS.                              00000510
           COPY DLMAINT.                                                00000520
       FD RPT-PS                                                        00000530
           RECORD CONTAINS 132 CHARACTERS.                              00000540
       01 RPT-REC                PIC X(132).                            00000550
       FD AUDIT-PS                                                      00000560
           RECORD CONTAINS 100 CHARACTERS.                              00000570
           COPY DLAUDIT.                                                00000580
       WORKING-STORAGE SECTION.                                         00000590
       01 WS-VARS.                                                      00000600
         05 WS-PEER-LIMIT      PIC 9(08).                               00001080
         05 WS-HOLD-OP         PIC X(08).                               00001090
         05 WS-MNT-CT          PIC 9(06) VALUE ZEROES.                  00001100
       COPY DLCHAIN.                                                    00001101
       LINKAGE SECTION.                                                 00001110
       01 LK-PARM-REC.                                                  00001120
           05 LK-RUN-DATE    PIC X(10).                                 00001130
           EVALUATE TRUE                                                00002280
           WHEN C05-ACCLG-SUCCESS                                       00002290
             ADD 1 TO WS-READ-CT                                        00002300
             IF DL-ACCLG-TIMESTAMP(1:6) = WS-REV-MONTH AND              00002301
                NOT DL-ACCLG-ANCHOR                                     00002302
               PERFORM 3210-ACCLG-TALLY-PARA                            00002320
                  THRU 3210-ACCLG-TALLY-PARA-EXIT                       00002330
             END-IF                                                     00002340
           EVALUATE TRUE                                                00004490
           WHEN C05-MNTLG-SUCCESS                                       00004500
             ADD 1 TO WS-READ-CT                                        00004510
             IF DL-MAINT-TIMESTAMP(1:6) = WS-REV-MONTH AND              00004511
                NOT DL-MAINT-ANCHOR                                     00004512
               ADD 1 TO WS-MNT-CT                                       00004530
               MOVE DL-MAINT-OPERATOR TO WS-HOLD-OP                     00004540
               PERFORM 3220-OP-FIND-PARA                                00004550
             MOVE WS-RPT-WRITE-CT   TO DL-AUDIT-WRITE-CT                00005460
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00005470
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00005480
             PERFORM 9100-AUDIT-CHAIN-PARA                              00005481
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00005482
             WRITE DL-AUDIT-REC                                         00005483
             CLOSE AUDIT-PS                                             00005500
           END-IF                                                       00005510
           MOVE WS-RETURN-CD TO RETURN-CODE                             00005520
           STOP RUN                                                     00005530
           .                                                            00005540
      *-----------------------------------------------------------      00005541
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00005542
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00005543
      *    FIRST RECORD OF THE DAY.                                     00005544
      *-----------------------------------------------------------      00005545
       9100-AUDIT-CHAIN-PARA.                                           00005546
           MOVE SPACES       TO DL-CHN-PARMS                            00005547
           MOVE 'NXT'        TO DL-CHN-FUNC                             00005548
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00005549
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00005550
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00005551
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00005552
             ON EXCEPTION                                               00005553
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00005554
                       'CHAINED'                                        00005555
           END-CALL                                                     00005556
           IF DL-CHN-ANCHORED                                           00005557
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00005558
           END-IF                                                       00005559
           IF DL-CHN-OK                                                 00005560
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00005561
           END-IF                                                       00005562
           .                                                            00005563
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00005564
           EXIT                                                         00005565
           .                                                            00005566

           RECORD CONTAINS 132 CHARACTERS.                              00000630
       01 RPT-REC                PIC X(132).                            00000640
       FD AUDIT-PS                                                      00000650
           RECORD CONTAINS 100 CHARACTERS.                              00000660
           COPY DLAUDIT.                                                00000670
       WORKING-STORAGE SECTION.                                         00000680
       01 WS-VARS.                                                      00000690
         05 WS-SNAPKEY-CT      PIC 9(05) VALUE ZEROES.                  00001050
         05 WS-SNAPKEY-TBL OCCURS 30000 TIMES INDEXED BY SNP-IDX.       00001060
           10 SNP-NEMPID       PIC X(06).                               00001070
       COPY DLCHAIN.                                                    00001071
       LINKAGE SECTION.                                                 00001071
      *-----------------------------------------------------------      00001072
      *    PARM CARD: '&RUNDATE' - THE SAME BUSINESS DATE STEP010       00001073
             MOVE WS-RPT-WRITE-CT   TO DL-AUDIT-WRITE-CT                00004340
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00004350
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00004360
             IF WS-MISMATCH-CT > 0 OR WS-MISSING-CT > 0 OR              00004361
                WS-ORPHAN-CT > 0                                        00004362
               MOVE 'INTEGRITY BREAK' TO DL-AUDIT-STATUS-TX             00004363
             END-IF                                                     00004364
             PERFORM 9100-AUDIT-CHAIN-PARA                              00004365
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00004366
             WRITE DL-AUDIT-REC                                         00004367
             CLOSE AUDIT-PS                                             00004380
           END-IF                                                       00004390
           MOVE WS-RETURN-CD TO RETURN-CODE                             00004400
           STOP RUN                                                     00004410
           .                                                            00004420
      *-----------------------------------------------------------      00004421
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00004422
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00004423
      *    FIRST RECORD OF THE DAY.                                     00004424
      *-----------------------------------------------------------      00004425
       9100-AUDIT-CHAIN-PARA.                                           00004426
           MOVE SPACES       TO DL-CHN-PARMS                            00004427
           MOVE 'NXT'        TO DL-CHN-FUNC                             00004428
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00004429
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00004430
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00004431
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00004432
             ON EXCEPTION                                               00004433
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00004434
                       'CHAINED'                                        00004435
           END-CALL                                                     00004436
           IF DL-CHN-ANCHORED                                           00004437
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00004438
           END-IF                                                       00004439
           IF DL-CHN-OK                                                 00004440
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00004441
           END-IF                                                       00004442
           .                                                            00004443
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00004444
           EXIT                                                         00004445
           .                                                            00004446

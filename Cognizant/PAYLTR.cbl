      *    SALARY, AND THE EFFECTIVE DATE FROM THE RUN PARM - WITH      00000120
      *    DIFFERENT BOILERPLATE TEXT FOR THE PROMOTED AND              00000130
      *    RETAINED POPULATIONS.                                        00000140
      *    AN EMPLOYEE PGM PASSED THROUGH WITHOUT A RAISE (NOT YET      00000141
      *    DUE - DEFERRAL REASON ON THE DETAIL RECORD) GETS NO          00000142
      *    LETTER AND IS ONLY COUNTED.                                  00000143
      *-----------------------------------------------------------      00000150
       ENVIRONMENT DIVISION.                                            00000160
       INPUT-OUTPUT SECTION.                                            00000170
         05 TO002-EMPDEPT       PIC X(04).                              00000600
         05 F                   PIC X(01).                              00000610
         05 TO002-EMPGROUP      PIC X(02).                              00000620
         05 F                   PIC X(01).                              00000621
         05 TO002-PRORATE       PIC 9(01).9(02).                        00000622
         05 F                   PIC X(01).                              00000623
         05 TO002-DEFER-CD      PIC X(04).                              00000624
         05 F                   PIC X(01).                              00000625
         05 TO002-NEXT-DUE      PIC X(07).                              00000626
       FD TO003-PS                                                      00000630
           RECORD CONTAINS 80 CHARACTERS.                               00000640
       01 TO003-PS-REC.                                                 00000650
         05 TO003-EMPDEPT       PIC X(04).                              00000760
         05 F                   PIC X(01).                              00000770
         05 TO003-EMPGROUP      PIC X(02).                              00000780
         05 F                   PIC X(01).                              00000781
         05 TO003-PRORATE       PIC 9(01).9(02).                        00000782
         05 F                   PIC X(01).                              00000783
         05 TO003-DEFER-CD      PIC X(04).                              00000784
         05 F                   PIC X(01).                              00000785
         05 TO003-NEXT-DUE      PIC X(07).                              00000786
       FD TI001-PS                                                      00000790
           RECORD CONTAINS 80 CHARACTERS.                               00000800
       01 TI001-PS-REC.                                                 00000810
           RECORD CONTAINS 132 CHARACTERS.                              00000950
       01 LTR-REC                PIC X(132).                            00000960
       FD AUDIT-PS                                                      00000970
           RECORD CONTAINS 100 CHARACTERS.                              00000980
           COPY DLAUDIT.                                                00000990
       WORKING-STORAGE SECTION.                                         00001000
       01 WS-VARS.                                                      00001010
         05 WS-READ-CT         PIC 9(06) VALUE ZEROES.                  00001190
         05 WS-LETTER-CT       PIC 9(06) VALUE ZEROES.                  00001200
         05 WS-NOMAST-CT       PIC 9(06) VALUE ZEROES.                  00001210
         05 WS-DEFER-CT        PIC 9(06) VALUE ZEROES.                  00001211
         05 WS-RETURN-CD       PIC 9(04) VALUE ZEROES.                  00001220
         05 WS-LTR-NAME        PIC X(21).                               00001230
         05 WS-LTR-RATING      PIC X(01).                               00001240
           88 WS-REF-FOUND     VALUE 'Y'.                               00001282
         05 WS-REF-NAME        PIC X(20).                               00001283
         05 WS-REF-MANAGER     PIC X(20).                               00001284
         05 WS-NEW-SALARY-ED   PIC Z,ZZZ,ZZ9.99.                        00001285
       COPY DLCHAIN.                                                    00001286
       LINKAGE SECTION.                                                 00001290
       01 LK-PARM-REC.                                                  00001300
           05 LK-EFF-DATE    PIC X(10).                                 00001310
       1130-REF-SCAN-PARA-EXIT.                                         00001575
           EXIT                                                         00001576
           .                                                            00001577
       3000-PROC-PARA.                                                  00001578
           PERFORM 3100-OPEN-PARA                                       00001579
              THRU 3100-OPEN-PARA-EXIT                                  00001580
           PERFORM 3200-PR-READ-PARA                                    00001581
              THRU 3200-PR-READ-PARA-EXIT                               00001582
              UNTIL C05-TO002-EOF                                       00001583
           PERFORM 3300-RV-READ-PARA                                    00001590
              THRU 3300-RV-READ-PARA-EXIT                               00001600
              UNTIL C05-TO003-EOF                                       00001610
           DISPLAY 'LETTERS PRODUCED.........: ' WS-LETTER-CT           00001620
           DISPLAY 'EMPLOYEES NOT ON MASTER..: ' WS-NOMAST-CT           00001630
           DISPLAY 'RAISES DEFERRED - NO LTR.: ' WS-DEFER-CT            00001631
           PERFORM 3900-CLOSE-PARA                                      00001640
              THRU 3900-CLOSE-PARA-EXIT                                 00001650
           .                                                            00001660
             EVALUATE TRUE                                              00002250
             WHEN TO002-NEMPID = 'NEW_EM' OR TO002-NEMPID = 'TOTALS'    00002260
               CONTINUE                                                 00002270
             WHEN TO002-DEFER-CD > SPACES                               00002271
               ADD 1 TO WS-READ-CT                                      00002290
               ADD 1 TO WS-DEFER-CT                                     00002291
             WHEN OTHER                                                 00002292
               ADD 1 TO WS-READ-CT                                      00002293
               MOVE SPACES TO WS-LTR-NAME                               00002300
               STRING TO002-EMPFNAME DELIMITED BY SPACE                 00002310
                      ' '            DELIMITED BY SIZE                  00002320
             EVALUATE TRUE                                              00002560
             WHEN TO003-NEMPID = 'NEW_EM' OR TO003-NEMPID = 'TOTALS'    00002570
               CONTINUE                                                 00002580
             WHEN TO003-DEFER-CD > SPACES                               00002581
               ADD 1 TO WS-READ-CT                                      00002600
               ADD 1 TO WS-DEFER-CT                                     00002601
             WHEN OTHER                                                 00002602
               ADD 1 TO WS-READ-CT                                      00002603
               MOVE SPACES TO WS-LTR-NAME                               00002610
               STRING TO003-EMPFNAME DELIMITED BY SPACE                 00002620
                      ' '            DELIMITED BY SIZE                  00002630
             END-STRING                                                 00003778
           END-IF                                                       00003779
           WRITE LTR-REC                                                00003780
           MOVE SPACES TO LTR-REC                                       00003781
           STRING '    PRIOR SALARY...: ' DELIMITED BY SIZE             00003782
                  WS-OLD-SAL-TXT DELIMITED BY SIZE                      00003790
                  INTO LTR-REC                                          00003800
           END-STRING                                                   00003810
             END-STRING                                                 00003891
             WRITE LTR-REC                                              00003892
           END-IF                                                       00003893
           MOVE SPACES TO LTR-REC                                       00003894
           WRITE LTR-REC                                                00003900
           MOVE SPACES TO LTR-REC                                       00003910
           STRING 'PLEASE DIRECT ANY QUESTIONS TO YOUR HR '             00003920
             MOVE WS-LETTER-CT      TO DL-AUDIT-WRITE-CT                00004170
             MOVE WS-RETURN-CD      TO DL-AUDIT-RETURN-CD               00004180
             MOVE 'COMPLETED'       TO DL-AUDIT-STATUS-TX               00004190
             PERFORM 9100-AUDIT-CHAIN-PARA                              00004191
                THRU 9100-AUDIT-CHAIN-PARA-EXIT                         00004192
             WRITE DL-AUDIT-REC                                         00004193
             CLOSE AUDIT-PS                                             00004210
           END-IF                                                       00004220
           MOVE WS-RETURN-CD TO RETURN-CODE                             00004230
           STOP RUN                                                     00004240
           .                                                            00004250
      *-----------------------------------------------------------      00004251
      *    CHAIN THE AUDIT RECORD INTO AUDITLOG'S SEQUENCE AND          00004252
      *    HASH, WRITING THE DAY'S ANCHOR FIRST WHEN THIS IS THE        00004253
      *    FIRST RECORD OF THE DAY.                                     00004254
      *-----------------------------------------------------------      00004255
       9100-AUDIT-CHAIN-PARA.                                           00004256
           MOVE SPACES       TO DL-CHN-PARMS                            00004257
           MOVE 'NXT'        TO DL-CHN-FUNC                             00004258
           MOVE 'AUDITLOG'   TO DL-CHN-LOG                              00004259
           MOVE DL-AUDIT-END-TS(1:8) TO DL-CHN-TODAY                    00004260
           MOVE DL-AUDIT-REC TO DL-CHN-REC                              00004261
           CALL 'PAYCHAIN' USING DL-CHN-PARMS                           00004262
             ON EXCEPTION                                               00004263
               DISPLAY 'PAYCHAIN NOT AVAILABLE - AUDIT RECORD NOT '     00004264
                       'CHAINED'                                        00004265
           END-CALL                                                     00004266
           IF DL-CHN-ANCHORED                                           00004267
             WRITE DL-AUDIT-REC FROM DL-CHN-ANCHOR                      00004268
           END-IF                                                       00004269
           IF DL-CHN-OK                                                 00004270
             MOVE DL-CHN-REC TO DL-AUDIT-REC                            00004271
           END-IF                                                       00004272
           .                                                            00004273
       9100-AUDIT-CHAIN-PARA-EXIT.                                      00004274
           EXIT                                                         00004275
           .                                                            00004276

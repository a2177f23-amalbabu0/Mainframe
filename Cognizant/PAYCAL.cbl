      *              BEFORE DATE-1                                      00000160
      *      'DCT' - LK-CAL-DAYS GETS THE REAL CALENDAR DAYS FROM       00000170
      *              DATE-1 TO DATE-2 (SIGNED)                          00000180
      *      'ADD' - DATE-2 GETS DATE-1 PLUS LK-CAL-DAYS REAL           00000181
      *              CALENDAR DAYS (SIGNED - NEGATIVE GOES BACK)        00000182
      *    DATES ARRIVE AS YYYYMMDD OR YYYY-MM-DD, THE SAME TWO         00000190
      *    FORMS THE &RUNDATE PARM TAKES; RESULTS COME BACK IN THE      00000200
      *    FORM DATE-1 ARRIVED IN.  A DATE THAT DOES NOT PARSE          00000210
         05 WS-DOW             PIC 9(01).                               00000730
         05 WS-STEP-CT         PIC 9(03).                               00000740
         05 WS-MONTH-DAYS      PIC 9(02).                               00000750
         05 WS-ADD-CT          PIC 9(05).                               00000751
         05 WS-ADD-LIMIT       PIC 9(05).                               00000752
      *-----------------------------------------------------------      00000760
      *    DAYS PER MONTH, FEBRUARY ADJUSTED FOR LEAP YEARS AT          00000770
      *    THE POINT OF USE.                                            00000780
           WHEN 'DCT'                                                   00001190
             PERFORM 5000-DAYCOUNT-PARA                                 00001200
                THRU 5000-DAYCOUNT-PARA-EXIT                            00001210
           WHEN 'ADD'                                                   00001211
             PERFORM 5500-ADD-DAYS-PARA                                 00001212
                THRU 5500-ADD-DAYS-PARA-EXIT                            00001213
           WHEN OTHER                                                   00001220
             DISPLAY 'PAYCAL INVALID FUNCTION: ' LK-CAL-FUNC            00001230
             MOVE 'E' TO LK-CAL-RESULT                                  00001240
       5000-DAYCOUNT-PARA-EXIT.                                         00002660
           EXIT                                                         00002670
           .                                                            00002680
       5500-ADD-DAYS-PARA.                                              00002681
           PERFORM 6000-PARSE-1-PARA                                    00002682
              THRU 6000-PARSE-1-PARA-EXIT                               00002683
           IF LK-CAL-RESULT = 'E'                                       00002684
             GO TO 5500-ADD-DAYS-PARA-EXIT                              00002685
           END-IF                                                       00002686
           IF LK-CAL-DAYS < 0                                           00002687
             COMPUTE WS-ADD-LIMIT = 0 - LK-CAL-DAYS                     00002688
             PERFORM 6650-SUB-DAY-PARA                                  00002689
                THRU 6650-SUB-DAY-PARA-EXIT                             00002690
                VARYING WS-ADD-CT FROM 1 BY 1                           00002691
                UNTIL WS-ADD-CT > WS-ADD-LIMIT                          00002692
           ELSE                                                         00002693
             MOVE LK-CAL-DAYS TO WS-ADD-LIMIT                           00002694
             PERFORM 6600-ADD-DAY-PARA                                  00002695
                THRU 6600-ADD-DAY-PARA-EXIT                             00002696
                VARYING WS-ADD-CT FROM 1 BY 1                           00002697
                UNTIL WS-ADD-CT > WS-ADD-LIMIT                          00002698
           END-IF                                                       00002699
           PERFORM 6700-FORMAT-2-PARA                                   00002700
              THRU 6700-FORMAT-2-PARA-EXIT                              00002701
           MOVE 'Y' TO LK-CAL-RESULT                                    00002702
           .                                                            00002703
       5500-ADD-DAYS-PARA-EXIT.                                         00002704
           EXIT                                                         00002705
           .                                                            00002706
      *-----------------------------------------------------------      00002707
      *    PARSE DATE-1 INTO WS-YEAR/MONTH/DAY, REMEMBERING WHICH       00002708
      *    FORM IT ARRIVED IN SO RESULTS GO BACK THE SAME WAY.          00002710
      *-----------------------------------------------------------      00002720
       6000-PARSE-1-PARA.                                               00002730

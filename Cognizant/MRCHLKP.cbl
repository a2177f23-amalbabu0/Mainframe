       IDENTIFICATION DIVISION.                                         00000001
       PROGRAM-ID. MRCHLKP.                                             00000002
       AUTHOR. PAYROLL SYSTEMS.                                         00000003
       DATE-WRITTEN. 2026-10-15.                                        00000004
      *-----------------------------------------------------------      00000005
      *    MERCHANT NAME NORMALIZATION AND LOOKUP SUBPROGRAM,           00000006
      *    CALLED LIKE PAYCAL BY EVERY STEP THAT GROUPS CARD            00000007
      *    ACTIVITY BY MERCHANT (MRCHMNT, ACCTLOAD, MERCHRPT).          00000008
      *    THE PARAMETER BLOCK AND ITS FUNCTIONS ARE DESCRIBED IN       00000009
      *    DLMRLK; THE MASTER IS THE MRCHMST CLUSTER (DLMERCH),         00000010
      *    OPENED FOR INPUT ON THE FIRST LOOKUP OF THE RUN.             00000011
      *    NORMALIZATION, APPLIED THE SAME WAY WHEN MRCHMNT FILES A     00000012
      *    NAME VARIANT AND WHEN A STEP LOOKS ONE UP:                   00000013
      *      - LOWER CASE TO UPPER CASE                                 00000014
      *      - . , * ' - / # _ & BECOME SPACES                          00000015
      *      - LEADING SPACES DROPPED, RUNS OF SPACES SQUEEZED          00000016
      *        TO ONE                                                   00000017
      *      - A LAST WORD THAT IS ALL DIGITS (THE ACQUIRER'S           00000018
      *        STORE OR TERMINAL NUMBER) IS DROPPED                     00000019
      *    SO 'Amazon.com', 'AMAZON COM' AND 'AMAZON.COM*123' ALL       00000020
      *    FILE AS 'AMAZON COM'.  A NAME THAT NORMALIZES TO             00000021
      *    NOTHING IS KEPT AS IT CAME.                                  00000022
      *-----------------------------------------------------------      00000023
       ENVIRONMENT DIVISION.                                            00000024
       INPUT-OUTPUT SECTION.                                            00000025
       FILE-CONTROL.                                                    00000026
           SELECT MRCHMST-PS ASSIGN TO MRCHMST                          00000027
           ORGANIZATION IS INDEXED                                      00000028
           ACCESS IS RANDOM                                             00000029
           RECORD KEY IS DL-MER-KEY                                     00000030
           FILE STATUS IS WS-FST-MRCHMST                                00000031
           .                                                            00000032
       DATA DIVISION.                                                   00000033
       FILE SECTION.                                                    00000034
       FD MRCHMST-PS                                                    00000035
           RECORD CONTAINS 100 CHARACTERS.                              00000036
           COPY DLMERCH.                                                00000037
       WORKING-STORAGE SECTION.                                         00000038
       01 WS-VARS.                                                      00000039
         05 WS-FST-MRCHMST PIC 9(02).                                   00000040
           88 C05-MRCHMST-SUCCESS VALUE 00.                             00000041
           88 C05-MRCHMST-NOTFND  VALUE 23.                             00000042
         05 WS-MST-SW          PIC X(01) VALUE 'N'.                     00000043
           88 WS-MST-NOT-TRIED VALUE 'N'.                               00000044
           88 WS-MST-OPEN      VALUE 'Y'.                               00000045
           88 WS-MST-UNAVAIL   VALUE 'U'.                               00000046
         05 WS-NRM-IN          PIC X(19).                               00000047
         05 WS-NRM-OUT         PIC X(19).                               00000048
         05 WS-NRM-CHAR        PIC X(01).                               00000049
         05 WS-NRM-IX          PIC S9(04) COMP.                         00000050
         05 WS-NRM-LEN         PIC S9(04) COMP.                         00000051
         05 WS-LAST-SP         PIC S9(04) COMP.                         00000052
         05 WS-PRIOR-SP        PIC S9(04) COMP.                         00000053
         05 WS-WORD-LEN        PIC S9(04) COMP.                         00000054
         05 WS-PREV-SP-SW      PIC X(01).                               00000055
           88 WS-PREV-SPACE    VALUE 'Y'.                               00000056
         05 WS-MERCH-ID        PIC X(08).                               00000057
       LINKAGE SECTION.                                                 00000058
       COPY DLMRLK.                                                     00000059
       PROCEDURE DIVISION USING DL-MLK-PARMS.                           00000060
       0000-MAIN-PARA.                                                  00000061
           EVALUATE DL-MLK-FUNC                                         00000062
           WHEN 'NRM'                                                   00000063
             PERFORM 2000-NORMALIZE-PARA                                00000064
                THRU 2000-NORMALIZE-PARA-EXIT                           00000065
             MOVE 'Y' TO DL-MLK-RESULT                                  00000066
           WHEN 'LKP'                                                   00000067
             PERFORM 2000-NORMALIZE-PARA                                00000068
                THRU 2000-NORMALIZE-PARA-EXIT                           00000069
             PERFORM 3000-LOOKUP-PARA                                   00000070
                THRU 3000-LOOKUP-PARA-EXIT                              00000071
           WHEN 'CLS'                                                   00000072
             IF WS-MST-OPEN                                             00000073
               CLOSE MRCHMST-PS                                         00000074
             END-IF                                                     00000075
             MOVE 'N' TO WS-MST-SW                                      00000076
             MOVE 'Y' TO DL-MLK-RESULT                                  00000077
           WHEN OTHER                                                   00000078
             DISPLAY 'MRCHLKP INVALID FUNCTION: ' DL-MLK-FUNC           00000079
             MOVE 'E' TO DL-MLK-RESULT                                  00000080
           END-EVALUATE                                                 00000081
           GOBACK                                                       00000082
           .                                                            00000083
      *-----------------------------------------------------------      00000084
      *    NORMALIZE DL-MLK-RAW-NAME INTO DL-MLK-NORM-NAME.             00000085
      *-----------------------------------------------------------      00000086
       2000-NORMALIZE-PARA.                                             00000087
           MOVE DL-MLK-RAW-NAME TO WS-NRM-IN                            00000088
           INSPECT WS-NRM-IN CONVERTING                                 00000089
                   'abcdefghijklmnopqrstuvwxyz'                         00000090
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                         00000091
           INSPECT WS-NRM-IN CONVERTING '.,*''-/#_&'                    00000092
                TO '         '                                          00000093
           MOVE SPACES TO WS-NRM-OUT                                    00000094
           MOVE ZEROES TO WS-NRM-LEN WS-LAST-SP WS-PRIOR-SP             00000095
           MOVE 'Y' TO WS-PREV-SP-SW                                    00000096
           PERFORM 2100-SQUEEZE-PARA                                    00000097
              THRU 2100-SQUEEZE-PARA-EXIT                               00000098
              VARYING WS-NRM-IX FROM 1 BY 1                             00000099
              UNTIL WS-NRM-IX > 19                                      00000100
           IF WS-NRM-LEN > 0                                            00000101
             IF WS-NRM-OUT(WS-NRM-LEN:1) = SPACE                        00000102
               SUBTRACT 1 FROM WS-NRM-LEN                               00000103
               MOVE WS-PRIOR-SP TO WS-LAST-SP                           00000104
             END-IF                                                     00000105
           END-IF                                                       00000106
           IF WS-LAST-SP > 0 AND WS-NRM-LEN > WS-LAST-SP                00000107
             COMPUTE WS-WORD-LEN = WS-NRM-LEN - WS-LAST-SP              00000108
             IF WS-NRM-OUT(WS-LAST-SP + 1:WS-WORD-LEN) IS NUMERIC       00000109
               MOVE SPACES TO WS-NRM-OUT(WS-LAST-SP:WS-WORD-LEN + 1)    00000110
             END-IF                                                     00000111
           END-IF                                                       00000112
           IF WS-NRM-OUT = SPACES                                       00000113
             MOVE DL-MLK-RAW-NAME TO DL-MLK-NORM-NAME                   00000114
           ELSE                                                         00000115
             MOVE WS-NRM-OUT TO DL-MLK-NORM-NAME                        00000116
           END-IF                                                       00000117
           .                                                            00000118
       2000-NORMALIZE-PARA-EXIT.                                        00000119
           EXIT                                                         00000120
           .                                                            00000121
       2100-SQUEEZE-PARA.                                               00000122
           MOVE WS-NRM-IN(WS-NRM-IX:1) TO WS-NRM-CHAR                   00000123
           IF WS-NRM-CHAR = SPACE                                       00000124
             IF NOT WS-PREV-SPACE                                       00000125
               ADD 1 TO WS-NRM-LEN                                      00000126
               MOVE WS-LAST-SP TO WS-PRIOR-SP                           00000127
               MOVE WS-NRM-LEN TO WS-LAST-SP                            00000128
               MOVE 'Y' TO WS-PREV-SP-SW                                00000129
             END-IF                                                     00000130
           ELSE                                                         00000131
             ADD 1 TO WS-NRM-LEN                                        00000132
             MOVE WS-NRM-CHAR TO WS-NRM-OUT(WS-NRM-LEN:1)               00000133
             MOVE 'N' TO WS-PREV-SP-SW                                  00000134
           END-IF                                                       00000135
           .                                                            00000136
       2100-SQUEEZE-PARA-EXIT.                                          00000137
           EXIT                                                         00000138
           .                                                            00000139
      *-----------------------------------------------------------      00000140
      *    VARIANT -> MERCHANT -> CATEGORY.  THE UNMAPPED ANSWER        00000141
      *    IS SET FIRST AND OVERLAID AS EACH RECORD IS FOUND.           00000142
      *-----------------------------------------------------------      00000143
       3000-LOOKUP-PARA.                                                00000144
           MOVE SPACES            TO DL-MLK-MERCH-ID DL-MLK-MCC         00000145
                                     DL-MLK-RISK DL-MLK-CAT-RISK        00000146
           MOVE DL-MLK-NORM-NAME  TO DL-MLK-MERCH-NAME                  00000147
           MOVE 'UNMAPPED'        TO DL-MLK-MCC-DESC                    00000148
           MOVE 'N'               TO DL-MLK-RESULT                      00000149
           IF WS-MST-NOT-TRIED                                          00000150
             OPEN INPUT MRCHMST-PS                                      00000151
             IF C05-MRCHMST-SUCCESS                                     00000152
               SET WS-MST-OPEN TO TRUE                                  00000153
             ELSE                                                       00000154
               DISPLAY 'MRCHLKP MRCHMST OPEN FAILED ' WS-FST-MRCHMST    00000155
                       ' - MERCHANT NAMES LEFT UNMAPPED'                00000156
               SET WS-MST-UNAVAIL TO TRUE                               00000157
             END-IF                                                     00000158
           END-IF                                                       00000159
           IF NOT WS-MST-OPEN                                           00000160
             MOVE 'U' TO DL-MLK-RESULT                                  00000161
             GO TO 3000-LOOKUP-PARA-EXIT                                00000162
           END-IF                                                       00000163
           MOVE SPACES           TO DL-MER-KEY                          00000164
           MOVE 'A'              TO DL-MER-TYPE                         00000165
           MOVE DL-MLK-NORM-NAME TO DL-MER-KEY-VAL                      00000166
           READ MRCHMST-PS                                              00000167
           EVALUATE TRUE                                                00000168
           WHEN C05-MRCHMST-SUCCESS                                     00000169
             MOVE DL-MER-ALIAS-ID TO WS-MERCH-ID                        00000170
           WHEN C05-MRCHMST-NOTFND                                      00000171
             GO TO 3000-LOOKUP-PARA-EXIT                                00000172
           WHEN OTHER                                                   00000173
             DISPLAY 'MRCHLKP MRCHMST READ FAILED ' WS-FST-MRCHMST      00000174
                     ' - ' DL-MLK-NORM-NAME                             00000175
             GO TO 3000-LOOKUP-PARA-EXIT                                00000176
           END-EVALUATE                                                 00000177
           MOVE SPACES           TO DL-MER-KEY                          00000178
           MOVE 'M'              TO DL-MER-TYPE                         00000179
           MOVE WS-MERCH-ID      TO DL-MER-KEY-VAL                      00000180
           READ MRCHMST-PS                                              00000181
           IF NOT C05-MRCHMST-SUCCESS                                   00000182
             DISPLAY 'MRCHLKP VARIANT ' DL-MLK-NORM-NAME                00000183
                     ' POINTS TO MISSING MERCHANT ' WS-MERCH-ID         00000184
             GO TO 3000-LOOKUP-PARA-EXIT                                00000185
           END-IF                                                       00000186
           MOVE WS-MERCH-ID      TO DL-MLK-MERCH-ID                     00000187
           MOVE DL-MER-MRCH-NAME TO DL-MLK-MERCH-NAME                   00000188
           MOVE DL-MER-MRCH-MCC  TO DL-MLK-MCC                          00000189
           MOVE DL-MER-MRCH-RISK TO DL-MLK-RISK                         00000190
           MOVE 'Y'              TO DL-MLK-RESULT                       00000191
           MOVE SPACES           TO DL-MER-KEY                          00000192
           MOVE 'C'              TO DL-MER-TYPE                         00000193
           MOVE DL-MLK-MCC       TO DL-MER-KEY-VAL                      00000194
           READ MRCHMST-PS                                              00000195
           IF C05-MRCHMST-SUCCESS                                       00000196
             MOVE DL-MER-CAT-DESC TO DL-MLK-MCC-DESC                    00000197
             MOVE DL-MER-CAT-RISK TO DL-MLK-CAT-RISK                    00000198
           ELSE                                                         00000199
             MOVE 'UNKNOWN CATEGORY' TO DL-MLK-MCC-DESC                 00000200
           END-IF                                                       00000201
           IF DL-MLK-RISK = SPACE                                       00000202
             MOVE DL-MLK-CAT-RISK TO DL-MLK-RISK                        00000203
           END-IF                                                       00000204
           .                                                            00000205
       3000-LOOKUP-PARA-EXIT.                                           00000206
           EXIT                                                         00000207
           .                                                            00000208

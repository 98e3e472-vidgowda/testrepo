      *               EVERY SLICE READ NOW GOES THROUGH A CHECKED READ  00000174
      *               PARAGRAPH SO A SHORT OR EMPTY SLICE SUMRPT        00000175
      *               ABENDS INSTEAD OF RE-PARSING A STALE RECORD.      00000176
      *  10/15/2026  VAR  PGM1'S SUMRPT NOW CARRIES TWO REVERSAL LINES  00000177
      *               (REVERSALS POSTED, TOTAL AMOUNT REVERSED) AFTER   00000178
      *               THE FOUR CONTROL-TOTAL LINES - BOTH ARE READ FROM 00000179
      *               EACH SLICE AND COMBINED THE SAME WAY.             00000180
      *  10/15/2026  VAR  FIVE LARGE-VALUE HOLD LINES FOLLOW THE        00000181
      *               REVERSAL LINES (RECORDS HELD, TOTAL AMOUNT HELD,  00000182
      *               HELD ITEMS RELEASED, TOTAL AMOUNT RELEASED, HELD  00000183
      *               ITEMS DECLINED) - READ AND COMBINED THE SAME WAY. 00000184
      ***************************************************************** 00000187
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
       01  WS-A-RECORDS-GOOD           PIC 9(9) VALUE ZERO.             00000580
       01  WS-A-RECORDS-REJECTED       PIC 9(9) VALUE ZERO.             00000590
       01  WS-A-AMOUNT-TOTAL           PIC S9(9)V99 VALUE ZERO.         00000600
       01  WS-A-RECORDS-REVERSED       PIC 9(9) VALUE ZERO.             00000601
       01  WS-A-REVERSED-TOTAL         PIC S9(9)V99 VALUE ZERO.         00000602
       01  WS-A-RECORDS-HELD          PIC 9(9) VALUE ZERO.              00000603
       01  WS-A-HELD-TOTAL            PIC S9(9)V99 VALUE ZERO.          00000604
       01  WS-A-RECORDS-RELEASED      PIC 9(9) VALUE ZERO.              00000605
       01  WS-A-RELEASED-TOTAL        PIC S9(9)V99 VALUE ZERO.          00000606
       01  WS-A-RECORDS-DECLINED      PIC 9(9) VALUE ZERO.              00000607
       01  WS-B-RECORDS-READ           PIC 9(9) VALUE ZERO.             00000610
       01  WS-B-RECORDS-GOOD           PIC 9(9) VALUE ZERO.             00000620
       01  WS-B-RECORDS-REJECTED       PIC 9(9) VALUE ZERO.             00000630
       01  WS-B-AMOUNT-TOTAL           PIC S9(9)V99 VALUE ZERO.         00000640
       01  WS-B-RECORDS-REVERSED       PIC 9(9) VALUE ZERO.             00000641
       01  WS-B-REVERSED-TOTAL         PIC S9(9)V99 VALUE ZERO.         00000642
       01  WS-B-RECORDS-HELD          PIC 9(9) VALUE ZERO.              00000643
       01  WS-B-HELD-TOTAL            PIC S9(9)V99 VALUE ZERO.          00000644
       01  WS-B-RECORDS-RELEASED      PIC 9(9) VALUE ZERO.              00000645
       01  WS-B-RELEASED-TOTAL        PIC S9(9)V99 VALUE ZERO.          00000646
       01  WS-B-RECORDS-DECLINED      PIC 9(9) VALUE ZERO.              00000647
       01  WS-TOT-RECORDS-READ         PIC 9(9) VALUE ZERO.             00000650
       01  WS-TOT-RECORDS-GOOD         PIC 9(9) VALUE ZERO.             00000660
       01  WS-TOT-RECORDS-REJECTED     PIC 9(9) VALUE ZERO.             00000670
       01  WS-TOT-AMOUNT-TOTAL         PIC S9(9)V99 VALUE ZERO.         00000680
       01  WS-TOT-RECORDS-REVERSED     PIC 9(9) VALUE ZERO.             00000681
       01  WS-TOT-REVERSED-TOTAL       PIC S9(9)V99 VALUE ZERO.         00000682
       01  WS-TOT-RECORDS-HELD         PIC 9(9) VALUE ZERO.             00000683
       01  WS-TOT-HELD-TOTAL           PIC S9(9)V99 VALUE ZERO.         00000684
       01  WS-TOT-RECORDS-RELEASED     PIC 9(9) VALUE ZERO.             00000685
       01  WS-TOT-RELEASED-TOTAL       PIC S9(9)V99 VALUE ZERO.         00000686
       01  WS-TOT-RECORDS-DECLINED     PIC 9(9) VALUE ZERO.             00000687
       01  WS-SUMMARY-LINE.                                             00000690
           05  WS-SUM-LABEL             PIC X(30).                      00000700
           05  WS-SUM-VALUE             PIC Z(10)9.                     00000710
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00000990
                                                                        00001000
       2000-READ-PARTITION-A-PARA.                                      00001010
      *    SUMRPTA IS A PGM1SPL-SLICE SUMRPT - THIRTEEN LINES PER RUN   00001011
      *    (FOUR CONTROL-TOTAL LINES, TWO REVERSAL LINES, FIVE HOLD     00001012
      *    LINES, THEN TWO PARAMETER-ECHO LINES), OF WHICH ONLY THE     00001013
      *    FIRST ELEVEN ARE READ, IN THE FIXED ORDER 5000-WRITE-        00001014
      *    SUMMARY-PARA WRITES THEM - READ POSITIONALLY RATHER THAN     00001015
      *    MATCHED BY LABEL TEXT; THE TRAILING ECHO LINES ARE LEFT      00001016
      *    UNREAD. A FILE SHORTER THAN ELEVEN LINES ABENDS IN           00001017
      *    2010-READ-SUMA-PARA RATHER THAN RE-PARSING A STALE RECORD.   00001018
            PERFORM 2010-READ-SUMA-PARA                                 00001060
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RECORDS-READ       00001070
            PERFORM 2010-READ-SUMA-PARA                                 00001080
            PERFORM 2010-READ-SUMA-PARA                                 00001100
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RECORDS-REJECTED   00001110
            PERFORM 2010-READ-SUMA-PARA                                 00001120
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-AMOUNT-TOTAL       00001130
            PERFORM 2010-READ-SUMA-PARA                                 00001131
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RECORDS-REVERSED   00001132
            PERFORM 2010-READ-SUMA-PARA                                 00001133
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-REVERSED-TOTAL     00001134
            PERFORM 2010-READ-SUMA-PARA                                 00001135
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RECORDS-HELD       00001136
            PERFORM 2010-READ-SUMA-PARA                                 00001137
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-HELD-TOTAL         00001138
            PERFORM 2010-READ-SUMA-PARA                                 00001139
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RECORDS-RELEASED   00001140
            PERFORM 2010-READ-SUMA-PARA                                 00001141
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RELEASED-TOTAL     00001142
            PERFORM 2010-READ-SUMA-PARA                                 00001143
            MOVE FUNCTION NUMVAL(SUMA-VALUE) TO WS-A-RECORDS-DECLINED.  00001144
                                                                        00001145
       2010-READ-SUMA-PARA.                                             00001146
            READ SUMRPT-A-FILE                                          00001147
                AT END CONTINUE                                         00001148
            END-READ                                                    00001149
            MOVE WS-SUMRPTA-STATUS TO WS-FILE-CHECK-STATUS              00001150
            MOVE 'SUMRPT-A-FILE READ' TO WS-FILE-CHECK-NAME             00001151
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001152
                                                                        00001153
       2100-READ-PARTITION-B-PARA.                                      00001154
            PERFORM 2110-READ-SUMB-PARA                                 00001160
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RECORDS-READ       00001170
            PERFORM 2110-READ-SUMB-PARA                                 00001180
            PERFORM 2110-READ-SUMB-PARA                                 00001200
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RECORDS-REJECTED   00001210
            PERFORM 2110-READ-SUMB-PARA                                 00001220
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-AMOUNT-TOTAL       00001230
            PERFORM 2110-READ-SUMB-PARA                                 00001231
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RECORDS-REVERSED   00001232
            PERFORM 2110-READ-SUMB-PARA                                 00001233
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-REVERSED-TOTAL     00001234
            PERFORM 2110-READ-SUMB-PARA                                 00001235
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RECORDS-HELD       00001236
            PERFORM 2110-READ-SUMB-PARA                                 00001237
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-HELD-TOTAL         00001238
            PERFORM 2110-READ-SUMB-PARA                                 00001239
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RECORDS-RELEASED   00001240
            PERFORM 2110-READ-SUMB-PARA                                 00001241
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RELEASED-TOTAL     00001242
            PERFORM 2110-READ-SUMB-PARA                                 00001243
            MOVE FUNCTION NUMVAL(SUMB-VALUE) TO WS-B-RECORDS-DECLINED.  00001244
                                                                        00001245
       2110-READ-SUMB-PARA.                                             00001246
            READ SUMRPT-B-FILE                                          00001247
                AT END CONTINUE                                         00001248
            END-READ                                                    00001249
            MOVE WS-SUMRPTB-STATUS TO WS-FILE-CHECK-STATUS              00001250
            MOVE 'SUMRPT-B-FILE READ' TO WS-FILE-CHECK-NAME             00001251
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001252
                                                                        00001253
       3000-COMBINE-TOTALS-PARA.                                        00001254
            ADD WS-A-RECORDS-READ WS-B-RECORDS-READ                     00001260
                GIVING WS-TOT-RECORDS-READ                              00001270
            ADD WS-A-RECORDS-GOOD WS-B-RECORDS-GOOD                     00001280
            ADD WS-A-RECORDS-REJECTED WS-B-RECORDS-REJECTED             00001300
                GIVING WS-TOT-RECORDS-REJECTED                          00001310
            ADD WS-A-AMOUNT-TOTAL WS-B-AMOUNT-TOTAL                     00001320
                GIVING WS-TOT-AMOUNT-TOTAL                              00001330
            ADD WS-A-RECORDS-REVERSED WS-B-RECORDS-REVERSED             00001331
                GIVING WS-TOT-RECORDS-REVERSED                          00001332
            ADD WS-A-REVERSED-TOTAL WS-B-REVERSED-TOTAL                 00001333
                GIVING WS-TOT-REVERSED-TOTAL                            00001334
            ADD WS-A-RECORDS-HELD WS-B-RECORDS-HELD                     00001335
                GIVING WS-TOT-RECORDS-HELD                              00001336
            ADD WS-A-HELD-TOTAL WS-B-HELD-TOTAL                         00001337
                GIVING WS-TOT-HELD-TOTAL                                00001338
            ADD WS-A-RECORDS-RELEASED WS-B-RECORDS-RELEASED             00001339
                GIVING WS-TOT-RECORDS-RELEASED                          00001340
            ADD WS-A-RELEASED-TOTAL WS-B-RELEASED-TOTAL                 00001341
                GIVING WS-TOT-RELEASED-TOTAL                            00001342
            ADD WS-A-RECORDS-DECLINED WS-B-RECORDS-DECLINED             00001343
                GIVING WS-TOT-RECORDS-DECLINED.                         00001344
                                                                        00001347
       4000-WRITE-COMBINED-SUMMARY-PARA.                                00001350
            MOVE 'RECORDS READ' TO WS-SUM-LABEL                         00001360
            MOVE WS-TOT-RECORDS-READ TO WS-SUM-VALUE                    00001370
            MOVE WS-TOT-AMOUNT-TOTAL TO WS-SUM-VALUE-AMT                00001490
            MOVE WS-SUMMARY-LINE-AMT TO SUMOUT-RECORD                   00001500
            WRITE SUMOUT-RECORD                                         00001510
      *    CLEAR THE AMOUNT LINE'S WIDER EDIT BEFORE REUSING THE        00001511
      *    COUNT VIEW - ITS LAST BYTE LIES PAST WS-SUM-VALUE.           00001512
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00001513
            MOVE 'REVERSALS POSTED' TO WS-SUM-LABEL                     00001514
            MOVE WS-TOT-RECORDS-REVERSED TO WS-SUM-VALUE                00001515
            MOVE WS-SUMMARY-LINE TO SUMOUT-RECORD                       00001516
            WRITE SUMOUT-RECORD                                         00001517
            MOVE 'TOTAL AMOUNT REVERSED' TO WS-SUM-LABEL                00001518
            MOVE WS-TOT-REVERSED-TOTAL TO WS-SUM-VALUE-AMT              00001519
            MOVE WS-SUMMARY-LINE-AMT TO SUMOUT-RECORD                   00001520
            WRITE SUMOUT-RECORD                                         00001521
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00001522
            MOVE 'RECORDS HELD' TO WS-SUM-LABEL                         00001523
            MOVE WS-TOT-RECORDS-HELD TO WS-SUM-VALUE                    00001524
            MOVE WS-SUMMARY-LINE TO SUMOUT-RECORD                       00001525
            WRITE SUMOUT-RECORD                                         00001526
            MOVE 'TOTAL AMOUNT HELD' TO WS-SUM-LABEL                    00001527
            MOVE WS-TOT-HELD-TOTAL TO WS-SUM-VALUE-AMT                  00001528
            MOVE WS-SUMMARY-LINE-AMT TO SUMOUT-RECORD                   00001529
            WRITE SUMOUT-RECORD                                         00001530
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00001531
            MOVE 'HELD ITEMS RELEASED' TO WS-SUM-LABEL                  00001532
            MOVE WS-TOT-RECORDS-RELEASED TO WS-SUM-VALUE                00001533
            MOVE WS-SUMMARY-LINE TO SUMOUT-RECORD                       00001534
            WRITE SUMOUT-RECORD                                         00001535
            MOVE 'TOTAL AMOUNT RELEASED' TO WS-SUM-LABEL                00001536
            MOVE WS-TOT-RELEASED-TOTAL TO WS-SUM-VALUE-AMT              00001537
            MOVE WS-SUMMARY-LINE-AMT TO SUMOUT-RECORD                   00001538
            WRITE SUMOUT-RECORD                                         00001539
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00001540
            MOVE 'HELD ITEMS DECLINED' TO WS-SUM-LABEL                  00001541
            MOVE WS-TOT-RECORDS-DECLINED TO WS-SUM-VALUE                00001542
            MOVE WS-SUMMARY-LINE TO SUMOUT-RECORD                       00001543
            WRITE SUMOUT-RECORD                                         00001544
            MOVE WS-SUMOUT-STATUS TO WS-FILE-CHECK-STATUS               00001545
            MOVE 'SUMOUT-RECORD WRITE' TO WS-FILE-CHECK-NAME            00001546
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001547
                                                                        00001550
       9990-CHECK-FILE-STATUS-PARA.                                     00001560
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00001570

      *               OR 'W' WRITTEN OFF, WITH CLOSE DATE AND ANALYST  *00000178
      *               ID, SO PGM1RAG'S AGING REPORT ONLY SHOWS WHAT    *00000179
      *               IS GENUINELY STILL OPEN.                         *00000180
      *  10/15/2026  VAR  A 'C' CORRECTION AGAINST A REVERSAL REJECT   *00000181
      *               (R004/R005 - SEE REJREC) IS NO LONGER REBUILT    *00000182
      *               AS A CORRTRAN DETAIL - ITS ORIGINAL STRING IS A  *00000183
      *               TARGET REFERENCE, NOT AN AMOUNT. IT IS LOGGED    *00000184
      *               'U' AND THE MASTER ITEM STAYS OPEN; THE FEEDER   *00000185
      *               MUST SEND A NEW REVERSAL OR OPS WRITES IT OFF.   *00000186
      *  10/15/2026  VAR  MONTH-END PERIOD LOCK (PERLOCK - SEE PLOKREC *00000187
      *               COPY). A 'C' CORRECTION WHOSE REJECT WAS OPENED  *00000188
      *               IN A CLOSED PERIOD IS REFUSED - LOGGED 'U',      *00000189
      *               MASTER ITEM LEFT OPEN - UNLESS THE UPLOAD ROW    *00000190
      *               CARRIES THE NEW CORR-PPA-FLAG 'Y', IN WHICH CASE *00000191
      *               IT IS PASSED TO CORRTRAN AS A PRIOR-PERIOD       *00000192
      *               ADJUSTMENT (TR-PPA-FLAG). REJMSTR NOW OPENS      *00000193
      *               BEFORE THE COUNT PASS SO THE HEADER COUNT LEAVES *00000194
      *               REFUSED ROWS OUT.                                *00000195
      ***************************************************************** 00000196
       ENVIRONMENT DIVISION.                                            00000197
       INPUT-OUTPUT SECTION.                                            00000198
       FILE-CONTROL.                                                    00000200
           SELECT REJECT-IN-FILE ASSIGN TO REJIN                        00000210
               ORGANIZATION IS SEQUENTIAL                               00000220
               ACCESS MODE IS RANDOM                                    00000363
               RECORD KEY IS RM-TRAN-ID                                 00000364
               FILE STATUS IS WS-REJMSTR-STATUS.                        00000365
           SELECT PERLOCK-FILE ASSIGN TO PERLOCK                        00000366
               ORGANIZATION IS SEQUENTIAL                               00000367
               ACCESS MODE IS SEQUENTIAL                                00000368
               FILE STATUS IS WS-PERLOCK-STATUS.                        00000369
       DATA DIVISION.                                                   00000370
       FILE SECTION.                                                    00000380
       FD  REJECT-IN-FILE                                               00000390
      *    ORIGINAL CODE FORWARD WOULD JUST REJECT R003 AGAIN ON THE    00000574
      *    SUPPLEMENTAL RUN.                                            00000575
           05  CORR-CURRENCY-CODE       PIC X(03).                      00000576
      *    PRIOR-PERIOD-ADJUSTMENT FLAG - 'Y' WHEN THE CONTROLLERS HAVE 00000577
      *    AGREED TO POST A CORRECTION INTO A PERIOD MONTH-END CLOSE    00000578
      *    HAS LOCKED (SEE PLOKREC COPY). WITHOUT IT SUCH A CORRECTION  00000579
      *    IS REFUSED; ON A REJECT IN AN OPEN PERIOD IT IS IGNORED.     00000580
           05  CORR-PPA-FLAG            PIC X(01).                      00000581
               88  CORR-PRIOR-PERIOD-ADJ VALUE 'Y'.                     00000582
           05  FILLER                   PIC X(08).                      00000583
       FD  CORR-TRANS-FILE                                              00000590
           RECORDING MODE IS F.                                         00000600
      *    SUPPLEMENTAL TRANSIN - HEADER, ONE DETAIL PER CORRECTED      00000610
      *    REJECT; THIS PROGRAM CLOSES IT AS THE CORRECTION OR          00000835
      *    WRITE-OFF COMES THROUGH. SEE REJMREC COPY.                   00000836
           COPY REJMREC.                                                00000837
       FD  PERLOCK-FILE                                                 00000838
           RECORDING MODE IS F.                                         00000839
      *    MONTH-END PERIOD LOCK, READ ONLY - SEE PLOKREC COPY AND      00000840
      *    1050-LOAD-PERIOD-LOCK-PARA.                                  00000841
           COPY PLOKREC.                                                00000842
       WORKING-STORAGE SECTION.                                         00000846
       01  WS-REJIN-STATUS              PIC XX.                         00000850
       01  WS-CORRIN-STATUS             PIC XX.                         00000860
       01  WS-CORRTRAN-STATUS           PIC XX.                         00000870
       01  WS-CORRLOG-STATUS            PIC XX.                         00000880
       01  WS-REJMSTR-STATUS            PIC XX.                         00000881
       01  WS-PERLOCK-STATUS            PIC XX.                         00000882
       01  WS-FILE-CHECK-STATUS         PIC XX.                         00000890
       01  WS-FILE-CHECK-NAME           PIC X(20).                      00000900
       01  WS-REJIN-EOF-SW              PIC X VALUE 'N'.                00000910
       01  WS-MATCHED-COUNT             PIC 9(9) VALUE ZERO.            00000970
       01  WS-WRITEOFF-COUNT            PIC 9(9) VALUE ZERO.            00000980
       01  WS-UNMATCHED-COUNT           PIC 9(9) VALUE ZERO.            00000990
       01  WS-REVERSAL-REFUSED-COUNT    PIC 9(9) VALUE ZERO.            00000991
       01  WS-PERIOD-REFUSED-COUNT      PIC 9(9) VALUE ZERO.            00000992
       01  WS-PPA-COUNT                 PIC 9(9) VALUE ZERO.            00000993
       01  WS-CLOSED-THRU-PERIOD        PIC X(06) VALUE SPACES.         00000994
       01  WS-PL-EOF-SW                 PIC X VALUE 'N'.                00000995
           88  WS-PL-EOF VALUE 'Y'.                                     00000996
       01  WS-PERIOD-CHECK-SW           PIC X VALUE 'O'.                00000997
           88  WS-PERIOD-OPEN VALUE 'O'.                                00000998
           88  WS-PERIOD-REFUSED VALUE 'R'.                             00000999
           88  WS-PPA-ITEM VALUE 'A'.                                   00001002
       01  WS-AMOUNT-TOTAL              PIC S9(9)V99 VALUE ZERO.        00001005
       01  WS-PARSE-AMOUNT              PIC S9(9)V99.                   00001010
       01  WS-HASH-TOTAL                PIC 9(9) VALUE ZERO.            00001020
       01  WS-HASH-WORK                 PIC 9(3) VALUE ZERO.            00001021
            DISPLAY 'PGM1COR: CORRECTED=' WS-MATCHED-COUNT              00001150
            DISPLAY 'PGM1COR: WRITTEN OFF=' WS-WRITEOFF-COUNT           00001160
            DISPLAY 'PGM1COR: UNMATCHED=' WS-UNMATCHED-COUNT            00001170
            DISPLAY 'PGM1COR: REVERSALS REFUSED='                       00001171
                WS-REVERSAL-REFUSED-COUNT                               00001172
            DISPLAY 'PGM1COR: CLOSED PERIOD REFUSED='                   00001173
                WS-PERIOD-REFUSED-COUNT                                 00001174
            DISPLAY 'PGM1COR: PRIOR-PERIOD ADJUSTMENTS='                00001175
                WS-PPA-COUNT                                            00001176
            CLOSE REJECT-IN-FILE                                        00001180
            CLOSE CORRECT-IN-FILE                                       00001190
            CLOSE CORR-TRANS-FILE                                       00001200
            OPEN INPUT CORRECT-IN-FILE                                  00001290
            MOVE WS-CORRIN-STATUS TO WS-FILE-CHECK-STATUS               00001300
            MOVE 'CORRECT-IN-FILE OPEN' TO WS-FILE-CHECK-NAME           00001310
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001311
      *    REJMSTR IS OPENED HERE RATHER THAN WITH THE MERGE OUTPUTS SO 00001312
      *    THE COUNT PASS CAN ALREADY DATE EACH CORRECTION AGAINST THE  00001313
      *    PERIOD LOCK (1150-CHECK-PERIOD-PARA).                        00001314
            OPEN I-O REJMSTR-FILE                                       00001315
            MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS              00001316
            MOVE 'REJMSTR-FILE OPEN' TO WS-FILE-CHECK-NAME              00001317
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001318
            PERFORM 1050-LOAD-PERIOD-LOCK-PARA.                         00001319
                                                                        00001320
       1050-LOAD-PERIOD-LOCK-PARA.                                      00001321
      *    THE LATEST PERIOD MONTH-END CLOSE HAS LOCKED - SAME RULE AS  00001322
      *    PGM1'S 1800-LOAD-PERIOD-LOCK-PARA: THE HIGHEST PERLOCK       00001323
      *    PERIOD STILL AT STATUS 'C'. EMPTY MEANS NOTHING IS CLOSED.   00001324
            OPEN INPUT PERLOCK-FILE                                     00001325
            MOVE WS-PERLOCK-STATUS TO WS-FILE-CHECK-STATUS              00001326
            MOVE 'PERLOCK-FILE OPEN' TO WS-FILE-CHECK-NAME              00001327
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001328
            READ PERLOCK-FILE                                           00001329
                AT END MOVE 'Y' TO WS-PL-EOF-SW                         00001330
            END-READ                                                    00001331
            PERFORM UNTIL WS-PL-EOF                                     00001332
              IF PL-STATUS-CLOSED                                       00001333
                  AND PL-PERIOD > WS-CLOSED-THRU-PERIOD                 00001334
                MOVE PL-PERIOD TO WS-CLOSED-THRU-PERIOD                 00001335
              END-IF                                                    00001336
              READ PERLOCK-FILE                                         00001337
                  AT END MOVE 'Y' TO WS-PL-EOF-SW                       00001338
              END-READ                                                  00001339
            END-PERFORM                                                 00001340
            CLOSE PERLOCK-FILE.                                         00001341
                                                                        00001344
       1100-COUNT-PASS-PARA.                                            00001347
      *    FIRST PASS MATCH-MERGE, COUNT ONLY, SO THE HEADER RECORD     00001350
      *    CAN CARRY THE EXPECTED DETAIL COUNT BEFORE ANY DETAIL        00001360
      *    RECORD IS WRITTEN - SAME TWO-PASS TECHNIQUE PGM1MRG USES.    00001370
                  END-READ                                              00001530
                ELSE                                                    00001540
                  IF CORR-TRAN-ID = REJ-TRAN-ID                         00001550
                    IF CORR-DISP-CORRECTED                              00001551
                        AND NOT REJ-REASON-REVERSAL                     00001552
                      PERFORM 1150-CHECK-PERIOD-PARA                    00001553
                      IF NOT WS-PERIOD-REFUSED                          00001554
                        ADD 1 TO WS-EXPECTED-COUNT                      00001555
                      END-IF                                            00001556
                    END-IF                                              00001580
                    READ REJECT-IN-FILE                                 00001590
                        AT END MOVE 'Y' TO WS-REJIN-EOF-SW              00001600
            MOVE 'N' TO WS-REJIN-EOF-SW                                 00001790
            MOVE 'N' TO WS-CORRIN-EOF-SW.                               00001800
                                                                        00001810
       1150-CHECK-PERIOD-PARA.                                          00001811
      *    A CORRECTION BELONGS TO THE PERIOD ITS REJECT WAS OPENED IN -00001812
      *    RM-OPEN-DATE ON THE REJMSTR ITEM, THE SAME DATE PGM1'S       00001813
      *    CORRECTION RUN CONVERTS IT AS OF. IN A PERIOD MONTH-END      00001814
      *    CLOSE HAS LOCKED IT GOES THROUGH ONLY AS A FLAGGED PRIOR-    00001815
      *    PERIOD ADJUSTMENT. NO MASTER ITEM (OR NO USABLE DATE) MEANS  00001816
      *    IT IS DATED TODAY, WHICH IS NEVER CLOSED.                    00001817
            SET WS-PERIOD-OPEN TO TRUE                                  00001818
            IF WS-CLOSED-THRU-PERIOD NOT = SPACES                       00001819
              MOVE REJ-TRAN-ID TO RM-TRAN-ID                            00001820
              READ REJMSTR-FILE                                         00001821
                  INVALID KEY                                           00001822
                      CONTINUE                                          00001823
                  NOT INVALID KEY                                       00001824
                      IF RM-OPEN-DATE IS NUMERIC                        00001825
                          AND RM-OPEN-DATE(1:6) NOT >                   00001826
                              WS-CLOSED-THRU-PERIOD                     00001827
                        IF CORR-PRIOR-PERIOD-ADJ                        00001828
                          SET WS-PPA-ITEM TO TRUE                       00001829
                        ELSE                                            00001830
                          SET WS-PERIOD-REFUSED TO TRUE                 00001831
                        END-IF                                          00001832
                      END-IF                                            00001833
              END-READ                                                  00001834
            END-IF.                                                     00001835
                                                                        00001836
       1200-OPEN-FOR-MERGE-PARA.                                        00001837
            OPEN INPUT REJECT-IN-FILE                                   00001838
            MOVE WS-REJIN-STATUS TO WS-FILE-CHECK-STATUS                00001840
            MOVE 'REJECT-IN-FILE REOPEN' TO WS-FILE-CHECK-NAME          00001850
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001860
            OPEN OUTPUT CORR-LOG-FILE                                   00001950
            MOVE WS-CORRLOG-STATUS TO WS-FILE-CHECK-STATUS              00001960
            MOVE 'CORR-LOG-FILE OPEN' TO WS-FILE-CHECK-NAME             00001970
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001984
                                                                        00001990
       1900-GET-TIMESTAMP-PARA.                                         00002000
                  END-READ                                              00002320
                ELSE                                                    00002330
                  IF CORR-TRAN-ID = REJ-TRAN-ID                         00002340
                    IF CORR-DISP-CORRECTED AND REJ-REASON-REVERSAL      00002341
                      PERFORM 2155-REFUSE-REVERSAL-PARA                 00002342
                    ELSE                                                00002343
                      SET WS-PERIOD-OPEN TO TRUE                        00002344
                      IF CORR-DISP-CORRECTED                            00002345
                        PERFORM 1150-CHECK-PERIOD-PARA                  00002346
                      END-IF                                            00002347
                      IF WS-PERIOD-REFUSED                              00002348
                        PERFORM 2157-REFUSE-CLOSED-PERIOD-PARA          00002349
                      ELSE                                              00002350
                        PERFORM 2160-PROCESS-MATCH-PARA                 00002351
                      END-IF                                            00002352
                    END-IF                                              00002356
                    READ REJECT-IN-FILE                                 00002360
                        AT END MOVE 'Y' TO WS-REJIN-EOF-SW              00002370
                    END-READ                                            00002380
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002740
            ADD 1 TO WS-UNMATCHED-COUNT.                                00002750
                                                                        00002760
       2155-REFUSE-REVERSAL-PARA.                                       00002761
      *    A 'C' CORRECTION MATCHED A REVERSAL'S OWN REJECT (R004 OR    00002762
      *    R005). REJ-ORIGINAL-STRING HOLDS THE FEED'S TARGET           00002763
      *    REFERENCE, NOT AN AMOUNT, SO IT CANNOT BE REBUILT AS A       00002764
      *    DETAIL - LOGGED 'U' LIKE AN UNMATCHED ROW AND THE MASTER     00002765
      *    ITEM IS LEFT OPEN. THE FEEDER SENDS A FRESH REVERSAL, OR     00002766
      *    OPS RESUBMITS THE ROW AS A 'W' WRITE-OFF.                    00002767
            DISPLAY 'PGM1COR WARNING: REVERSAL REJECT '                 00002768
                REJ-TRAN-ID ' ' REJ-REASON-CODE                         00002769
                ' CANNOT BE CORRECTED - WRITE OFF OR RESEND'            00002770
            MOVE REJ-TRAN-ID TO CLOG-TRAN-ID                            00002771
            MOVE REJ-SOURCE-SYS TO CLOG-SOURCE-SYS                      00002772
            MOVE REJ-ORIGINAL-STRING TO CLOG-ORIGINAL-STRING            00002773
            MOVE 'U' TO CLOG-DISPOSITION                                00002774
            MOVE CORR-AMOUNT-STR TO CLOG-CORRECTED-STRING               00002775
            MOVE CORR-ANALYST-ID TO CLOG-ANALYST-ID                     00002776
            PERFORM 1900-GET-TIMESTAMP-PARA                             00002777
            MOVE WS-TIMESTAMP TO CLOG-TIMESTAMP                         00002778
            WRITE CORR-LOG-RECORD                                       00002779
            MOVE WS-CORRLOG-STATUS TO WS-FILE-CHECK-STATUS              00002780
            MOVE 'CORR-LOG-RECORD WRITE' TO WS-FILE-CHECK-NAME          00002781
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002782
            ADD 1 TO WS-REVERSAL-REFUSED-COUNT.                         00002783
                                                                        00002784
       2157-REFUSE-CLOSED-PERIOD-PARA.                                  00002785
      *    A 'C' CORRECTION FOR A REJECT OPENED IN A PERIOD MONTH-END   00002786
      *    CLOSE HAS LOCKED, WITHOUT THE PRIOR-PERIOD-ADJUSTMENT FLAG - 00002787
      *    SAME TREATMENT AS 2155-REFUSE-REVERSAL-PARA: LOGGED 'U', THE 00002788
      *    MASTER ITEM STAYS OPEN. OPS RESUBMITS IT WITH CORR-PPA-FLAG  00002789
      *    'Y' ONCE THE CONTROLLERS AGREE, OR AS A 'W' WRITE-OFF.       00002790
            DISPLAY 'PGM1COR WARNING: REJECT ' REJ-TRAN-ID              00002791
                ' OPENED ' RM-OPEN-DATE ' IS IN A CLOSED PERIOD - '     00002792
                'FLAG AS PRIOR-PERIOD ADJUSTMENT OR WRITE OFF'          00002793
            MOVE REJ-TRAN-ID TO CLOG-TRAN-ID                            00002794
            MOVE REJ-SOURCE-SYS TO CLOG-SOURCE-SYS                      00002795
            MOVE REJ-ORIGINAL-STRING TO CLOG-ORIGINAL-STRING            00002796
            MOVE 'U' TO CLOG-DISPOSITION                                00002797
            MOVE CORR-AMOUNT-STR TO CLOG-CORRECTED-STRING               00002798
            MOVE CORR-ANALYST-ID TO CLOG-ANALYST-ID                     00002799
            PERFORM 1900-GET-TIMESTAMP-PARA                             00002800
            MOVE WS-TIMESTAMP TO CLOG-TIMESTAMP                         00002801
            WRITE CORR-LOG-RECORD                                       00002802
            MOVE WS-CORRLOG-STATUS TO WS-FILE-CHECK-STATUS              00002803
            MOVE 'CORR-LOG-RECORD WRITE' TO WS-FILE-CHECK-NAME          00002804
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002805
            ADD 1 TO WS-PERIOD-REFUSED-COUNT.                           00002806
                                                                        00002807
       2160-PROCESS-MATCH-PARA.                                         00002808
      *    CORR-TRAN-ID = REJ-TRAN-ID - THIS CORRECTION RESOLVES THE    00002809
      *    CURRENT REJECT-IN-FILE ENTRY, EITHER WITH A CORRECTED        00002810
      *    AMOUNT (FED BACK INTO CORRTRAN) OR AS A WRITE-OFF (LOGGED    00002811
      *    ONLY, NOTHING GOES BACK INTO CONVERSION).                    00002812
            MOVE REJ-TRAN-ID TO CLOG-TRAN-ID                            00002820
            MOVE REJ-SOURCE-SYS TO CLOG-SOURCE-SYS                      00002830
            MOVE REJ-ORIGINAL-STRING TO CLOG-ORIGINAL-STRING            00002840
              MOVE 'D' TO TR-RECORD-TYPE                                00002890
              MOVE REJ-SOURCE-SYS TO TR-SOURCE-SYS                      00002900
              MOVE REJ-TRAN-ID TO TR-TRAN-ID                            00002901
              IF CORR-CURRENCY-CODE = SPACES                            00002902
                MOVE REJ-CURRENCY-CODE TO TR-CURRENCY-CODE              00002903
              ELSE                                                      00002904
                MOVE CORR-CURRENCY-CODE TO TR-CURRENCY-CODE             00002905
              END-IF                                                    00002906
              MOVE CORR-AMOUNT-STR TO TR-AMOUNT-STR                     00002910
              IF WS-PPA-ITEM                                            00002911
                MOVE 'Y' TO TR-PPA-FLAG                                 00002912
                ADD 1 TO WS-PPA-COUNT                                   00002913
              ELSE                                                      00002914
                MOVE SPACE TO TR-PPA-FLAG                               00002915
              END-IF                                                    00002916
              PERFORM 2200-WRITE-DETAIL-PARA                            00002920
              ADD 1 TO WS-MATCHED-COUNT                                 00002930
            ELSE                                                        00002940
                    PERFORM 9990-CHECK-FILE-STATUS-PARA                 00003062
            END-READ.                                                   00003063
                                                                        00003064
       2200-WRITE-DETAIL-PARA.                                          00003066
            WRITE TR-RECORD                                             00003068
            MOVE WS-CORRTRAN-STATUS TO WS-FILE-CHECK-STATUS             00003070
            MOVE 'TR-RECORD WRITE' TO WS-FILE-CHECK-NAME                00003080
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003090

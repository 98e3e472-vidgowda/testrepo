      *               A SLICE PGM1 RUN KEYS PRIOREXT BY THE SAME ID     00000202
      *               THE SERIAL PATH WOULD HAVE - SLICE RENUMBERING    00000203
      *               NO LONGER COLLIDES WITH THE OTHER SLICE'S KEYS.   00000204
      *  10/15/2026  VAR  REVERSAL RECORDS (TR-TYPE-REVERSAL - SEE      00000205
      *               TRANREC COPY) ARE NOW SPLIT ALONGSIDE THE         00000206
      *               DETAILS, COPIED WITH THEIR OWN RECORD TYPE. THEY  00000207
      *               COUNT IN THE SLICE COUNTS AND HASH TOTALS BUT, AS 00000208
      *               IN PGM1MRG, ADD NOTHING TO THE AMOUNT TOTALS.     00000209
      *  10/15/2026  VAR  SLICE DETAILS NOW CARRY THE PRIOR-PERIOD-     00000210
      *               ADJUSTMENT FLAG (TR-PPA-FLAG - SEE TRANREC COPY)  00000211
      *               VERBATIM.                                         00000212
      ***************************************************************** 00000214
       ENVIRONMENT DIVISION.                                            00000216
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT TRANS-IN-FILE ASSIGN TO TRANSIN                       00000240
               ==TR-TYPE-HEADER== BY ==S1-TYPE-HEADER==                 00000510
               ==TR-TYPE-DETAIL== BY ==S1-TYPE-DETAIL==                 00000520
               ==TR-TYPE-TRAILER== BY ==S1-TYPE-TRAILER==               00000530
               ==TR-TYPE-REVERSAL== BY ==S1-TYPE-REVERSAL==             00000531
               ==TR-SOURCE-SYS== BY ==S1-SOURCE-SYS==                   00000540
               ==TR-AMOUNT-STR== BY ==S1-AMOUNT-STR==                   00000550
               ==TR-CURRENCY-CODE== BY ==S1-CURRENCY-CODE==             00000555
               ==TR-TRAN-ID== BY ==S1-TRAN-ID==                         00000556
               ==TR-TID-SOURCE== BY ==S1-TID-SOURCE==                   00000557
               ==TR-TID-SEQ== BY ==S1-TID-SEQ==                         00000558
               ==TR-PPA-FLAG== BY ==S1-PPA-FLAG==                       00000559
               ==TR-PRIOR-PERIOD-ADJ== BY ==S1-PRIOR-PERIOD-ADJ==       00000562
               ==TR-HEADER-RECORD== BY ==S1-HEADER-RECORD==             00000565
               ==TR-HDR-TYPE== BY ==S1-HDR-TYPE==                       00000570
               ==TR-HDR-RUN-DATE== BY ==S1-HDR-RUN-DATE==               00000580
               ==TR-HDR-EXPECTED-COUNT== BY ==S1-HDR-EXPECTED-COUNT==   00000590
               ==TR-TRL-TYPE== BY ==S1-TRL-TYPE==                       00000610
               ==TR-TRL-EXPECTED-COUNT== BY ==S1-TRL-EXPECTED-COUNT==   00000620
               ==TR-TRL-AMOUNT-TOTAL== BY ==S1-TRL-AMOUNT-TOTAL==       00000630
               ==TR-TRL-HASH-TOTAL== BY ==S1-TRL-HASH-TOTAL==           00000640
               ==TR-REVERSAL-RECORD== BY ==S1-REVERSAL-RECORD==         00000641
               ==TR-REV-TYPE== BY ==S1-REV-TYPE==                       00000642
               ==TR-REV-TARGET-TRAN-ID== BY ==S1-REV-TARGET-TRAN-ID==   00000643
               ==TR-REV-TARGET-SOURCE== BY ==S1-REV-TARGET-SOURCE==     00000644
               ==TR-REV-TARGET-SEQ== BY ==S1-REV-TARGET-SEQ==           00000645
               ==TR-REV-TARGET-DATE== BY ==S1-REV-TARGET-DATE==.        00000646
       FD  SPLIT2-FILE                                                  00000650
           RECORDING MODE IS F.                                         00000660
      *    SECOND HALF OF TRANSIN'S DETAIL RECORDS - SAME SHAPE AS      00000670
               ==TR-TYPE-HEADER== BY ==S2-TYPE-HEADER==                 00000720
               ==TR-TYPE-DETAIL== BY ==S2-TYPE-DETAIL==                 00000730
               ==TR-TYPE-TRAILER== BY ==S2-TYPE-TRAILER==               00000740
               ==TR-TYPE-REVERSAL== BY ==S2-TYPE-REVERSAL==             00000741
               ==TR-SOURCE-SYS== BY ==S2-SOURCE-SYS==                   00000750
               ==TR-AMOUNT-STR== BY ==S2-AMOUNT-STR==                   00000760
               ==TR-CURRENCY-CODE== BY ==S2-CURRENCY-CODE==             00000765
               ==TR-TRAN-ID== BY ==S2-TRAN-ID==                         00000766
               ==TR-TID-SOURCE== BY ==S2-TID-SOURCE==                   00000767
               ==TR-TID-SEQ== BY ==S2-TID-SEQ==                         00000768
               ==TR-PPA-FLAG== BY ==S2-PPA-FLAG==                       00000769
               ==TR-PRIOR-PERIOD-ADJ== BY ==S2-PRIOR-PERIOD-ADJ==       00000772
               ==TR-HEADER-RECORD== BY ==S2-HEADER-RECORD==             00000775
               ==TR-HDR-TYPE== BY ==S2-HDR-TYPE==                       00000780
               ==TR-HDR-RUN-DATE== BY ==S2-HDR-RUN-DATE==               00000790
               ==TR-HDR-EXPECTED-COUNT== BY ==S2-HDR-EXPECTED-COUNT==   00000800
               ==TR-TRL-TYPE== BY ==S2-TRL-TYPE==                       00000820
               ==TR-TRL-EXPECTED-COUNT== BY ==S2-TRL-EXPECTED-COUNT==   00000830
               ==TR-TRL-AMOUNT-TOTAL== BY ==S2-TRL-AMOUNT-TOTAL==       00000840
               ==TR-TRL-HASH-TOTAL== BY ==S2-TRL-HASH-TOTAL==           00000850
               ==TR-REVERSAL-RECORD== BY ==S2-REVERSAL-RECORD==         00000851
               ==TR-REV-TYPE== BY ==S2-REV-TYPE==                       00000852
               ==TR-REV-TARGET-TRAN-ID== BY ==S2-REV-TARGET-TRAN-ID==   00000853
               ==TR-REV-TARGET-SOURCE== BY ==S2-REV-TARGET-SOURCE==     00000854
               ==TR-REV-TARGET-SEQ== BY ==S2-REV-TARGET-SEQ==           00000855
               ==TR-REV-TARGET-DATE== BY ==S2-REV-TARGET-DATE==.        00000856
       WORKING-STORAGE SECTION.                                         00000860
       01  WS-TRANSIN-STATUS           PIC XX.                          00000870
       01  WS-SPLIT1-STATUS            PIC XX.                          00000880
                AT END MOVE 'Y' TO WS-TRANSIN-EOF-SW                    00001680
            END-READ                                                    00001690
            PERFORM UNTIL WS-TRANSIN-EOF OR TR-TYPE-TRAILER             00001700
              IF TR-TYPE-DETAIL OR TR-TYPE-REVERSAL                     00001710
                ADD 1 TO WS-DETAIL-COUNT                                00001720
                IF WS-DETAIL-COUNT <= WS-SPLIT-POINT                    00001730
                  PERFORM 3100-WRITE-SLICE1-DETAIL-PARA                 00001740
            END-PERFORM.                                                00001820
                                                                        00001830
       3100-WRITE-SLICE1-DETAIL-PARA.                                   00001840
            MOVE TR-RECORD-TYPE TO S1-RECORD-TYPE                       00001850
            MOVE TR-SOURCE-SYS TO S1-SOURCE-SYS                         00001860
            MOVE TR-AMOUNT-STR TO S1-AMOUNT-STR                         00001870
            MOVE TR-CURRENCY-CODE TO S1-CURRENCY-CODE                   00001875
            MOVE TR-TRAN-ID TO S1-TRAN-ID                               00001876
            MOVE TR-PPA-FLAG TO S1-PPA-FLAG                             00001877
            WRITE S1-RECORD                                             00001880
            MOVE WS-SPLIT1-STATUS TO WS-FILE-CHECK-STATUS               00001890
            MOVE 'S1-RECORD WRITE' TO WS-FILE-CHECK-NAME                00001900
            ADD 1 TO WS-S1-COUNT                                        00001920
            PERFORM 3300-COMPUTE-AMOUNT-HASH-PARA                       00001930
            ADD WS-HASH-WORK TO WS-S1-HASH-TOTAL                        00001931
            IF TR-TYPE-DETAIL AND                                       00001932
                FUNCTION TEST-NUMVAL-C(TR-AMOUNT-STR) = 0               00001933
              COMPUTE WS-PARSE-AMOUNT ROUNDED =                         00001950
                  FUNCTION NUMVAL-C(TR-AMOUNT-STR)                      00001960
              ADD WS-PARSE-AMOUNT TO WS-S1-AMOUNT-TOTAL                 00001970
            END-IF.                                                     00001980
                                                                        00001990
       3200-WRITE-SLICE2-DETAIL-PARA.                                   00002000
            MOVE TR-RECORD-TYPE TO S2-RECORD-TYPE                       00002010
            MOVE TR-SOURCE-SYS TO S2-SOURCE-SYS                         00002020
            MOVE TR-AMOUNT-STR TO S2-AMOUNT-STR                         00002030
            MOVE TR-CURRENCY-CODE TO S2-CURRENCY-CODE                   00002035
            MOVE TR-TRAN-ID TO S2-TRAN-ID                               00002036
            MOVE TR-PPA-FLAG TO S2-PPA-FLAG                             00002037
            WRITE S2-RECORD                                             00002040
            MOVE WS-SPLIT2-STATUS TO WS-FILE-CHECK-STATUS               00002050
            MOVE 'S2-RECORD WRITE' TO WS-FILE-CHECK-NAME                00002060
            ADD 1 TO WS-S2-COUNT                                        00002080
            PERFORM 3300-COMPUTE-AMOUNT-HASH-PARA                       00002090
            ADD WS-HASH-WORK TO WS-S2-HASH-TOTAL                        00002091
            IF TR-TYPE-DETAIL AND                                       00002092
                FUNCTION TEST-NUMVAL-C(TR-AMOUNT-STR) = 0               00002093
              COMPUTE WS-PARSE-AMOUNT ROUNDED =                         00002110
                  FUNCTION NUMVAL-C(TR-AMOUNT-STR)                      00002120
              ADD WS-PARSE-AMOUNT TO WS-S2-AMOUNT-TOTAL                 00002130

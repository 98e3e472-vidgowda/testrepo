      *               THE JOB ABENDS RC 20, SAME SEVERITY AS A         *00000210
      *               CONTROL-TOTAL FAILURE - THIS IS THE PROOF AUDIT  *00000220
      *               HAS ASKED FOR.                                   *00000230
      *  10/15/2026  VAR  TRANSIN REVERSAL RECORDS ARE NOW PROVED      *00000231
      *               ALONGSIDE THE DETAILS - PGM1 DISPOSES OF EACH ONE*00000232
      *               TO EXACTLY ONE EXTROUT OR REJOUT ROW UNDER ITS   *00000233
      *               OWN TR-TRAN-ID, SAME AS A DETAIL.                *00000234
      *  10/15/2026  VAR  "HELD" IS NOW A VALID DISPOSITION - A DETAIL *00000235
      *               PGM1 PARKED IN THE HOLDQ APPROVAL QUEUE TONIGHT  *00000236
      *               (NIGHTLY STREAM, HOLD DATE = THE TRANSIN HEADER  *00000237
      *               DATE) COUNTS AS ITS ONE OUTPUT. RELEASE ROWS     *00000238
      *               (EXT-CHANGE-FLAG 'A') AND DECLINE ROWS (REJOUT   *00000239
      *               REASON R006) DISPOSE OF EARLIER NIGHTS' HOLDS,   *00000240
      *               NOT TONIGHT'S TRANSIN, AND ARE SKIPPED AND       *00000241
      *               COUNTED.                                         *00000242
      *  10/15/2026  VAR  RUN REGISTER - EACH RUN NOW RECORDS ITS      *00000243
      *               START, FINISH AND RETURN CODE AGAINST            *00000244
      *               TONIGHT'S BUSINESS DATE ON RUNREG (SEE           *00000245
      *               COPYLIB RRGREC) AND, ON A RERUN OF A NIGHT       *00000246
      *               IT ALREADY COMPLETED, SKIPS ITSELF AND ENDS      *00000247
      *               WITH THE RETURN CODE IT FINISHED WITH.           *00000248
      ***************************************************************** 00000249
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
       FILE-CONTROL.                                                    00000270
               ORGANIZATION IS SEQUENTIAL                               00000410
               ACCESS MODE IS SEQUENTIAL                                00000420
               FILE STATUS IS WS-OVFLOW-STATUS.                         00000430
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ                            00000431
               ORGANIZATION IS INDEXED                                  00000432
               ACCESS MODE IS SEQUENTIAL                                00000433
               RECORD KEY IS HQ-KEY                                     00000434
               FILE STATUS IS WS-HOLDQ-STATUS.                          00000435
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000436
               ORGANIZATION IS SEQUENTIAL                               00000437
               ACCESS MODE IS SEQUENTIAL                                00000438
               FILE STATUS IS WS-RUNREG-STATUS.                         00000439
       DATA DIVISION.                                                   00000440
       FILE SECTION.                                                    00000450
       FD  TRANS-FILE                                                   00000460
      *    SAME LAYOUT AS PGM1.COB'S EXT-RECORD - NOT PULLED INTO A     00000510
      *    SHARED COPYBOOK BECAUSE PGM1.COB DOES NOT USE ONE FOR IT     00000520
      *    EITHER; KEEP THE TWO IN SYNC BY HAND IF EXT-RECORD CHANGES   00000530
      *    AGAIN. ONLY EXT-TRAN-ID AND EXT-CHANGE-FLAG ARE ACTUALLY     00000531
      *    USED BELOW.                                                  00000532
       01  EXT-RECORD.                                                  00000550
           05  EXT-AMOUNT               PIC S9(9)V99.                   00000560
           05  EXT-AMOUNT-SIDE-1        PIC S9(9)V99.                   00000570
           05  OVF-FIELD-NAME          PIC X(10).                       00000780
           05  OVF-ATTEMPTED-VALUE     PIC X(10).                       00000790
           05  OVF-CONTEXT             PIC X(30).                       00000800
       FD  HOLDQ-FILE                                                   00000801
           RECORDING MODE IS F.                                         00000802
      *    THE LARGE-VALUE HOLD QUEUE - SEE HOLDREC COPY. READ IN KEY   00000803
      *    (TRAN-ID) ORDER; ONLY TONIGHT'S NIGHTLY-STREAM HOLDS TAKE    00000804
      *    PART IN THE MERGE.                                           00000805
           COPY HOLDREC.                                                00000806
       FD  RUNREG-FILE                                                  00000807
           RECORDING MODE IS F.                                         00000808
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00000809
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00000810
      *    AND FINISH. SEE RRGREC COPY.                                 00000811
           COPY RRGREC.                                                 00000812
       WORKING-STORAGE SECTION.                                         00000816
       01  WS-TRANS-STATUS             PIC XX.                          00000820
       01  WS-EXTRACT-STATUS           PIC XX.                          00000830
       01  WS-REJECT-STATUS            PIC XX.                          00000840
       01  WS-OVFLOW-STATUS            PIC XX.                          00000850
       01  WS-HOLDQ-STATUS             PIC XX.                          00000851
       01  WS-RUNREG-STATUS            PIC XX.                          00000852
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000860
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000870
       01  WS-TRANS-EOF-SW             PIC X VALUE 'N'.                 00000880
           88  WS-REJECT-EOF           VALUE 'Y'.                       00000930
       01  WS-OVFLOW-EOF-SW            PIC X VALUE 'N'.                 00000940
           88  WS-OVFLOW-EOF           VALUE 'Y'.                       00000950
       01  WS-HOLDQ-EOF-SW             PIC X VALUE 'N'.                 00000951
           88  WS-HOLDQ-EOF            VALUE 'Y'.                       00000952
       01  WS-HDR-RUN-DATE             PIC X(08) VALUE SPACES.          00000953
       01  WS-CURRENT-TRAN-ID          PIC X(12) VALUE SPACES.          00000960
       01  WS-DISPOSED-COUNT           PIC 9(02) VALUE ZERO.            00000970
       01  WS-DETAILS-CHECKED          PIC 9(09) VALUE ZERO.            00000980
       01  WS-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.            00000990
       01  WS-RELEASES-SKIPPED         PIC 9(09) VALUE ZERO.            00000991
       01  WS-DECLINES-SKIPPED         PIC 9(09) VALUE ZERO.            00000992
           COPY RRGTAB.                                                 00000993
       PROCEDURE DIVISION.                                              00001000
       0000-MAIN-PARA.                                                  00001010
            PERFORM 0100-REGISTER-START-PARA                            00001011
            PERFORM 1000-OPEN-FILES-PARA                                00001020
            PERFORM 1100-PRIME-OUTPUTS-PARA                             00001030
            PERFORM 2000-VERIFY-DETAILS-PARA                            00001040
            CLOSE EXTRACT-FILE                                          00001070
            CLOSE REJECT-FILE                                           00001080
            CLOSE OVERFLOW-FILE                                         00001090
            CLOSE HOLDQ-FILE                                            00001091
            DISPLAY 'PGM1VER: DETAILS CHECKED=' WS-DETAILS-CHECKED      00001100
            DISPLAY 'PGM1VER: RELEASES SKIPPED=' WS-RELEASES-SKIPPED    00001101
            DISPLAY 'PGM1VER: DECLINES SKIPPED=' WS-DECLINES-SKIPPED    00001102
            DISPLAY 'PGM1VER: EXCEPTIONS=' WS-EXCEPTION-COUNT.          00001110
            PERFORM 9995-EXCEPTION-ABEND-PARA.                          00001120
            PERFORM 8900-REGISTER-FINISH-PARA.                          00001121
            STOP RUN.                                                   00001130
                                                                        00001140
       0100-REGISTER-START-PARA.                                        00001141
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00001142
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00001143
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00001144
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00001145
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00001146
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00001147
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00001148
            MOVE 'PGM1VER' TO RRG-PROGRAM-NAME                          00001149
            PERFORM 0110-LOAD-REGISTER-PARA                             00001150
            IF RRG-CYCLE-DATE NOT = SPACES                              00001151
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00001152
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00001153
              PERFORM 0115-FIND-ENTRY-PARA                              00001154
              IF RRG-FIND-SUB > ZERO                                    00001155
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001156
                  DISPLAY 'PGM1VER: ALREADY COMPLETED FOR BUSINESS '    00001157
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00001158
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00001159
                      ' - STEP SKIPPED ON THIS RERUN'                   00001160
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00001161
                  STOP RUN                                              00001162
                END-IF                                                  00001163
              ELSE                                                      00001164
                PERFORM 0125-ADD-ENTRY-PARA                             00001165
              END-IF                                                    00001166
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00001167
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00001168
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00001169
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001170
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00001171
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00001172
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00001173
              PERFORM 0120-REWRITE-REGISTER-PARA                        00001174
              SET RRG-ACTIVE TO TRUE                                    00001175
            END-IF.                                                     00001176
                                                                        00001177
       0110-LOAD-REGISTER-PARA.                                         00001178
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00001179
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00001180
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00001181
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00001182
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00001183
                 - RRG-RETAIN-DAYS)                                     00001184
            MOVE ZERO TO RRG-COUNT                                      00001185
            MOVE SPACES TO RRG-CYCLE-DATE                               00001186
            OPEN INPUT RUNREG-FILE                                      00001187
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001188
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001189
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001190
            READ RUNREG-FILE                                            00001191
                AT END MOVE 'Y' TO RRG-EOF-SW                           00001192
            END-READ                                                    00001193
            PERFORM UNTIL RRG-EOF                                       00001194
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00001195
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00001196
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00001197
                PERFORM 0125-ADD-ENTRY-PARA                             00001198
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00001199
                IF RR-CYCLE-RECORD                                      00001200
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00001201
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00001202
                END-IF                                                  00001203
              END-IF                                                    00001204
              READ RUNREG-FILE                                          00001205
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00001206
              END-READ                                                  00001207
            END-PERFORM                                                 00001208
            CLOSE RUNREG-FILE.                                          00001209
                                                                        00001210
       0115-FIND-ENTRY-PARA.                                            00001211
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00001212
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00001213
            MOVE ZERO TO RRG-FIND-SUB                                   00001214
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001215
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00001216
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00001217
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00001218
                MOVE RRG-SUB TO RRG-FIND-SUB                            00001219
              END-IF                                                    00001220
            END-PERFORM.                                                00001221
                                                                        00001222
       0120-REWRITE-REGISTER-PARA.                                      00001223
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00001224
            OPEN OUTPUT RUNREG-FILE                                     00001225
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001226
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001227
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001228
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001229
                UNTIL RRG-SUB > RRG-COUNT                               00001230
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00001231
              WRITE RR-RECORD                                           00001232
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00001233
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00001234
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001235
            END-PERFORM                                                 00001236
            CLOSE RUNREG-FILE.                                          00001237
                                                                        00001238
       0125-ADD-ENTRY-PARA.                                             00001239
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00001240
      *    POINT RRG-FIND-SUB AT IT.                                    00001241
            IF RRG-COUNT >= RRG-MAX                                     00001242
              DISPLAY 'PGM1VER ABEND: RUNREG HOLDS MORE ENTRIES THAN '  00001243
                  'RRG-TABLE CAN HOLD'                                  00001244
              MOVE 16 TO RETURN-CODE                                    00001245
              STOP RUN                                                  00001246
            END-IF                                                      00001247
            ADD 1 TO RRG-COUNT                                          00001248
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00001249
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00001250
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00001251
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00001252
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00001253
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00001254
                                                                        00001255
       0130-CHECK-CYCLE-DONE-PARA.                                      00001256
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00001257
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00001258
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00001259
      *    ONE.                                                         00001260
            MOVE ZERO TO RRG-DONE-COUNT                                 00001261
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00001262
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00001263
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00001264
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00001265
              PERFORM 0115-FIND-ENTRY-PARA                              00001266
              IF RRG-FIND-SUB > ZERO                                    00001267
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001268
                  ADD 1 TO RRG-DONE-COUNT                               00001269
                END-IF                                                  00001270
              END-IF                                                    00001271
            END-PERFORM                                                 00001272
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00001273
            PERFORM 0115-FIND-ENTRY-PARA                                00001274
            IF RRG-FIND-SUB > ZERO                                      00001275
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00001276
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00001277
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001278
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00001279
            END-IF.                                                     00001280
                                                                        00001281
       1000-OPEN-FILES-PARA.                                            00001282
            OPEN INPUT TRANS-FILE                                       00001283
            MOVE WS-TRANS-STATUS TO WS-FILE-CHECK-STATUS                00001284
            MOVE 'TRANS-FILE OPEN' TO WS-FILE-CHECK-NAME                00001285
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001286
            OPEN INPUT EXTRACT-FILE                                     00001287
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00001288
            MOVE 'EXTRACT-FILE OPEN' TO WS-FILE-CHECK-NAME              00001289
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001290
            OPEN INPUT REJECT-FILE                                      00001291
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00001292
            MOVE 'REJECT-FILE OPEN' TO WS-FILE-CHECK-NAME               00001293
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001294
            OPEN INPUT OVERFLOW-FILE                                    00001295
            MOVE WS-OVFLOW-STATUS TO WS-FILE-CHECK-STATUS               00001296
            MOVE 'OVERFLOW-FILE OPEN' TO WS-FILE-CHECK-NAME             00001300
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001301
            OPEN INPUT HOLDQ-FILE                                       00001302
            MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS                00001303
            MOVE 'HOLDQ-FILE OPEN' TO WS-FILE-CHECK-NAME                00001304
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001305
                                                                        00001320
       1100-PRIME-OUTPUTS-PARA.                                         00001330
            PERFORM 8100-READ-EXTRACT-PARA                              00001340
      *    WITHIN SOURCE AND MERGES SOURCE BY SOURCE; PGM1 WRITES ITS   00001410
      *    OUTPUTS IN TRANSIN READ ORDER), SO ONE FORWARD PASS OVER     00001420
      *    ALL FOUR FILES PROVES THE WHOLE NIGHT.                       00001430
      *    A REVERSAL IS PROVED THE SAME WAY AS A DETAIL - IT TOO       00001431
      *    LANDS IN EXACTLY ONE OUTPUT UNDER ITS OWN TR-TRAN-ID.        00001432
      *    HOLDQ IS PRIMED ONLY ONCE THE HEADER HAS SUPPLIED THE        00001433
      *    BUSINESS DATE THAT PICKS OUT TONIGHT'S HOLDS.                00001434
            READ TRANS-FILE                                             00001440
                AT END MOVE 'Y' TO WS-TRANS-EOF-SW                      00001450
            END-READ                                                    00001460
            IF NOT WS-TRANS-EOF AND TR-TYPE-HEADER                      00001461
              MOVE TR-HDR-RUN-DATE TO WS-HDR-RUN-DATE                   00001462
            END-IF                                                      00001463
            PERFORM 8400-READ-HOLDQ-PARA                                00001464
            PERFORM UNTIL WS-TRANS-EOF OR TR-TYPE-TRAILER               00001470
              IF TR-TYPE-DETAIL OR TR-TYPE-REVERSAL                     00001480
                MOVE TR-TRAN-ID TO WS-CURRENT-TRAN-ID                   00001490
                PERFORM 2100-VERIFY-ONE-DETAIL-PARA                     00001500
              END-IF                                                    00001510
              ADD 1 TO WS-DISPOSED-COUNT                                00001930
              PERFORM 8300-READ-OVERFLOW-PARA                           00001940
            END-PERFORM                                                 00001950
            PERFORM UNTIL WS-HOLDQ-EOF                                  00001951
                OR HQ-TRAN-ID >= WS-CURRENT-TRAN-ID                     00001952
              PERFORM 7400-FLAG-HOLDQ-ORPHAN-PARA                       00001953
              PERFORM 8400-READ-HOLDQ-PARA                              00001954
            END-PERFORM                                                 00001955
            PERFORM UNTIL WS-HOLDQ-EOF                                  00001956
                OR HQ-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00001957
              ADD 1 TO WS-DISPOSED-COUNT                                00001958
              PERFORM 8400-READ-HOLDQ-PARA                              00001959
            END-PERFORM                                                 00001962
            IF WS-DISPOSED-COUNT = ZERO                                 00001965
              ADD 1 TO WS-EXCEPTION-COUNT                               00001970
              DISPLAY 'PGM1VER: TRAN-ID ' WS-CURRENT-TRAN-ID            00001980
                  ' IN NO OUTPUT - TRANSACTION UNACCOUNTED FOR'         00001990
              ADD 1 TO WS-EXCEPTION-COUNT                               00002020
              DISPLAY 'PGM1VER: TRAN-ID ' WS-CURRENT-TRAN-ID            00002030
                  ' DISPOSED ' WS-DISPOSED-COUNT                        00002040
                  ' TIMES ACROSS EXTROUT/REJOUT/OVFLOUT/HOLDQ'          00002050
            END-IF.                                                     00002060
                                                                        00002070
       3000-CHECK-ORPHANS-PARA.                                         00002080
            PERFORM UNTIL WS-OVFLOW-EOF                                 00002200
              PERFORM 7300-FLAG-OVERFLOW-ORPHAN-PARA                    00002210
              PERFORM 8300-READ-OVERFLOW-PARA                           00002220
            END-PERFORM                                                 00002221
            PERFORM UNTIL WS-HOLDQ-EOF                                  00002222
              PERFORM 7400-FLAG-HOLDQ-ORPHAN-PARA                       00002223
              PERFORM 8400-READ-HOLDQ-PARA                              00002224
            END-PERFORM.                                                00002225
                                                                        00002240
       7100-FLAG-EXTRACT-ORPHAN-PARA.                                   00002250
            ADD 1 TO WS-EXCEPTION-COUNT                                 00002260
            DISPLAY 'PGM1VER: OVFLOUT ROW TRAN-ID ' OVF-TRAN-ID         00002370
                ' HAS NO TRANSIN DETAIL'.                               00002380
                                                                        00002390
       7400-FLAG-HOLDQ-ORPHAN-PARA.                                     00002391
            ADD 1 TO WS-EXCEPTION-COUNT                                 00002392
            DISPLAY 'PGM1VER: HOLDQ ITEM TRAN-ID ' HQ-TRAN-ID           00002393
                ' HAS NO TRANSIN DETAIL'.                               00002394
                                                                        00002395
       8100-READ-EXTRACT-PARA.                                          00002396
      *    RELEASE ROWS ('A') ARE EARLIER NIGHTS' HELD ITEMS PGM1       00002397
      *    POSTED AFTER TRANSIN, SO THEY SIT OUTSIDE THE TRAN-ID        00002398
      *    ORDER AND OWN NO TRANSIN DETAIL - SKIPPED AND COUNTED.       00002399
            READ EXTRACT-FILE                                           00002400
                AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                    00002401
            END-READ                                                    00002402
            PERFORM UNTIL WS-EXTRACT-EOF OR EXT-CHANGE-FLAG NOT = 'A'   00002403
              ADD 1 TO WS-RELEASES-SKIPPED                              00002404
              READ EXTRACT-FILE                                         00002405
                  AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                  00002406
              END-READ                                                  00002407
            END-PERFORM.                                                00002408
                                                                        00002440
       8200-READ-REJECT-PARA.                                           00002441
      *    DECLINED HELD ITEMS (R006) - SAME REASONING AS THE RELEASE   00002442
      *    ROWS IN 8100-READ-EXTRACT-PARA.                              00002443
            READ REJECT-FILE                                            00002444
                AT END MOVE 'Y' TO WS-REJECT-EOF-SW                     00002445
            END-READ                                                    00002446
            PERFORM UNTIL WS-REJECT-EOF OR NOT REJ-REASON-DECLINED      00002447
              ADD 1 TO WS-DECLINES-SKIPPED                              00002448
              READ REJECT-FILE                                          00002449
                  AT END MOVE 'Y' TO WS-REJECT-EOF-SW                   00002450
              END-READ                                                  00002451
            END-PERFORM.                                                00002452
                                                                        00002490
       8300-READ-OVERFLOW-PARA.                                         00002500
      *    BLANK-ID ROWS ARE PGM1'S INTERNAL ARITHMETIC SELF-TEST       00002510
              END-READ                                                  00002620
            END-PERFORM.                                                00002630
                                                                        00002640
       8400-READ-HOLDQ-PARA.                                            00002641
      *    ONLY ITEMS HELD BY TONIGHT'S NIGHTLY RUN BELONG TO THIS      00002642
      *    TRANSIN - EARLIER NIGHTS' ITEMS AND CORRECTION-RUN HOLDS     00002643
      *    ARE SKIPPED, THE SAME WAY 8300 SKIPS SELF-TEST ROWS.         00002644
            READ HOLDQ-FILE NEXT RECORD                                 00002645
                AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                      00002646
            END-READ                                                    00002647
            PERFORM UNTIL WS-HOLDQ-EOF                                  00002648
                OR (HQ-HOLD-DATE = WS-HDR-RUN-DATE                      00002649
                    AND HQ-STREAM-NIGHTLY)                              00002650
              READ HOLDQ-FILE NEXT RECORD                               00002651
                  AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                    00002652
              END-READ                                                  00002653
            END-PERFORM.                                                00002654
                                                                        00002655
       8900-REGISTER-FINISH-PARA.                                       00002656
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00002657
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00002658
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00002659
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00002660
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00002661
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00002662
            IF RRG-ACTIVE                                               00002663
              MOVE 'N' TO RRG-ACTIVE-SW                                 00002664
              IF RETURN-CODE < 16                                       00002665
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00002666
              ELSE                                                      00002667
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00002668
              END-IF                                                    00002669
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00002670
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002671
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00002672
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00002673
              PERFORM 0120-REWRITE-REGISTER-PARA                        00002674
            END-IF.                                                     00002675
                                                                        00002676
       9990-CHECK-FILE-STATUS-PARA.                                     00002677
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002678
              DISPLAY 'PGM1VER ABEND: ' WS-FILE-CHECK-NAME              00002679
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002680
              MOVE 16 TO RETURN-CODE                                    00002690
              PERFORM 8900-REGISTER-FINISH-PARA                         00002691
              STOP RUN                                                  00002700
            END-IF.                                                     00002710
                                                                        00002720
                  ' TRANSACTION(S) NOT DISPOSED EXACTLY ONCE - SEE '    00002790
                  'THE PGM1VER: LINES ABOVE FOR THE NAMED LIST'         00002800
              MOVE 20 TO RETURN-CODE                                    00002810
              PERFORM 8900-REGISTER-FINISH-PARA                         00002811
              STOP RUN                                                  00002820
            END-IF.                                                     00002830

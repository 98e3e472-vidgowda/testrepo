      *               THAT SENT A BAD AMOUNT NEVER HEARD ABOUT IT AND  *00000180
      *               KEPT SENDING IT - FIXING THE DATA AT THE SOURCE  *00000190
      *               IS WHAT SHRINKS THE MANUAL CORRIN KEYING.        *00000200
      *  10/15/2026  VAR  RUN REGISTER - EACH RUN NOW RECORDS ITS      *00000201
      *               START, FINISH AND RETURN CODE AGAINST            *00000202
      *               TONIGHT'S BUSINESS DATE ON RUNREG (SEE           *00000203
      *               COPYLIB RRGREC) AND, ON A RERUN OF A NIGHT       *00000204
      *               IT ALREADY COMPLETED, SKIPS ITSELF AND ENDS      *00000205
      *               WITH THE RETURN CODE IT FINISHED WITH.           *00000206
      *  10/15/2026  VAR  RETURN FILES DRIVEN FROM THE FEEDER REGISTRY *00000207
      *               (FEEDREG) - ONE PER ACTIVE FEEDER ON ITS RETURN  *00000208
      *               DD; REJECTS OF A FEEDER WITH NO RETURN FILE ARE  *00000209
      *               COUNTED AND WARNED.                              *00000212
      ***************************************************************** 00000215
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
               ORGANIZATION IS SEQUENTIAL                               00000260
               ACCESS MODE IS SEQUENTIAL                                00000270
               FILE STATUS IS WS-REJIN-STATUS.                          00000280
      *    THE RETURN FILE POOL - ONE SELECT PER DD NAME A FEEDREG      00000281
      *    CARD MAY NAME (SEE COPYLIB FDRGTAB). EVERY STATUS IS CHECKED 00000282
      *    STRAIGHT AFTER THE OPEN OR WRITE THAT SET IT, SO THEY SHARE  00000283
      *    ONE STATUS FIELD.                                            00000284
           SELECT RTN1-FILE ASSIGN TO RTN1OUT                           00000290
               ORGANIZATION IS SEQUENTIAL                               00000300
               ACCESS MODE IS SEQUENTIAL                                00000310
               FILE STATUS IS WS-RTN-STATUS.                            00000311
           SELECT RTN2-FILE ASSIGN TO RTN2OUT                           00000330
               ORGANIZATION IS SEQUENTIAL                               00000340
               ACCESS MODE IS SEQUENTIAL                                00000350
               FILE STATUS IS WS-RTN-STATUS.                            00000351
           SELECT RTN3-FILE ASSIGN TO RTN3OUT                           00000352
               ORGANIZATION IS SEQUENTIAL                               00000353
               ACCESS MODE IS SEQUENTIAL                                00000354
               FILE STATUS IS WS-RTN-STATUS.                            00000355
           SELECT RTN4-FILE ASSIGN TO RTN4OUT                           00000356
               ORGANIZATION IS SEQUENTIAL                               00000357
               ACCESS MODE IS SEQUENTIAL                                00000358
               FILE STATUS IS WS-RTN-STATUS.                            00000359
           SELECT RTN5-FILE ASSIGN TO RTN5OUT                           00000360
               ORGANIZATION IS SEQUENTIAL                               00000361
               ACCESS MODE IS SEQUENTIAL                                00000362
               FILE STATUS IS WS-RTN-STATUS.                            00000363
           SELECT RTN6-FILE ASSIGN TO RTN6OUT                           00000364
               ORGANIZATION IS SEQUENTIAL                               00000365
               ACCESS MODE IS SEQUENTIAL                                00000366
               FILE STATUS IS WS-RTN-STATUS.                            00000367
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000368
               ORGANIZATION IS SEQUENTIAL                               00000369
               ACCESS MODE IS SEQUENTIAL                                00000370
               FILE STATUS IS WS-RUNREG-STATUS.                         00000371
           SELECT FEEDREG-FILE ASSIGN TO FEEDREG                        00000372
               ORGANIZATION IS SEQUENTIAL                               00000373
               ACCESS MODE IS SEQUENTIAL                                00000374
               FILE STATUS IS WS-FEEDREG-STATUS.                        00000375
       DATA DIVISION.                                                   00000376
       FILE SECTION.                                                    00000380
       FD  REJECT-IN-FILE                                               00000390
           RECORDING MODE IS F.                                         00000400
           COPY REJREC.                                                 00000420
       FD  RTN1-FILE                                                    00000430
           RECORDING MODE IS F.                                         00000440
      *    RETURN FILE FOR WHICHEVER FEEDER FEEDREG PUTS ON RTN1OUT.    00000441
      *    EVERY RECORD IS BUILT IN RTN-RECORD (RTNREC COPY, IN         00000442
      *    WORKING-STORAGE) AND WRITTEN FROM THERE, SO ONE LAYOUT       00000443
      *    SERVES THE WHOLE POOL.                                       00000444
       01  RTN1-RECORD                 PIC X(65).                       00000445
       FD  RTN2-FILE                                                    00000660
           RECORDING MODE IS F.                                         00000670
      *    RTN2-FILE..RTN6-FILE - SAME AS RTN1-FILE, FOR THE FEEDERS    00000671
      *    FEEDREG PUTS ON RTN2OUT..RTN6OUT.                            00000672
       01  RTN2-RECORD                 PIC X(65).                       00000673
       FD  RTN3-FILE                                                    00000674
           RECORDING MODE IS F.                                         00000675
       01  RTN3-RECORD                 PIC X(65).                       00000676
       FD  RTN4-FILE                                                    00000677
           RECORDING MODE IS F.                                         00000678
       01  RTN4-RECORD                 PIC X(65).                       00000679
       FD  RTN5-FILE                                                    00000680
           RECORDING MODE IS F.                                         00000681
       01  RTN5-RECORD                 PIC X(65).                       00000682
       FD  RTN6-FILE                                                    00000683
           RECORDING MODE IS F.                                         00000684
       01  RTN6-RECORD                 PIC X(65).                       00000685
       FD  RUNREG-FILE                                                  00000871
           RECORDING MODE IS F.                                         00000872
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00000873
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00000874
      *    AND FINISH. SEE RRGREC COPY.                                 00000875
           COPY RRGREC.                                                 00000876
       FD  FEEDREG-FILE                                                 00000877
           RECORDING MODE IS F.                                         00000878
      *    FEEDER REGISTRY - WHICH FEEDERS GET A RETURN FILE AND ON     00000879
      *    WHICH DD. SEE FDRGREC COPY.                                  00000880
           COPY FDRGREC.                                                00000881
       WORKING-STORAGE SECTION.                                         00000885
       01  WS-REJIN-STATUS             PIC XX.                          00000890
       01  WS-RTN-STATUS               PIC XX.                          00000891
       01  WS-RUNREG-STATUS            PIC XX.                          00000911
       01  WS-FEEDREG-STATUS           PIC XX.                          00000912
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000920
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000930
       01  WS-CTL-ABEND-MSG            PIC X(50) VALUE SPACES.          00000940
       01  WS-REJIN-EOF-SW             PIC X VALUE 'N'.                 00000950
           88  WS-REJIN-EOF            VALUE 'Y'.                       00000960
       01  WS-RTN-CHECK-NAME.                                           00000961
           05  WS-RCN-SOURCE           PIC X(04).                       00000962
           05  WS-RCN-ACTION           PIC X(16).                       00000963
       01  WS-TIMESTAMP                PIC X(21).                       00001010
      *    THE RETURN RECORD UNDER CONSTRUCTION - SEE RTNREC COPY.      00001012
           COPY RTNREC.                                                 00001014
           COPY RRGTAB.                                                 00001016
           COPY FDRGTAB.                                                00001018
       PROCEDURE DIVISION.                                              00001020
       0000-MAIN-PARA.                                                  00001030
            PERFORM 0100-REGISTER-START-PARA                            00001031
            PERFORM 0200-LOAD-FEEDER-REGISTRY-PARA                      00001032
            PERFORM 1000-OPEN-FILES-PARA                                00001040
            PERFORM 1900-GET-TIMESTAMP-PARA                             00001050
            PERFORM 2000-WRITE-HEADERS-PARA                             00001060
            PERFORM 3000-SPLIT-REJECTS-PARA                             00001070
            PERFORM 4000-WRITE-TRAILERS-PARA                            00001080
            PERFORM 5000-SHOW-COUNTS-PARA                               00001081
            CLOSE REJECT-IN-FILE.                                       00001082
            PERFORM 8900-REGISTER-FINISH-PARA.                          00001131
            STOP RUN.                                                   00001140
                                                                        00001150
       0100-REGISTER-START-PARA.                                        00001151
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00001152
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00001153
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00001154
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00001155
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00001156
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00001157
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00001158
            MOVE 'PGM1RNT' TO RRG-PROGRAM-NAME                          00001159
            PERFORM 0110-LOAD-REGISTER-PARA                             00001160
            IF RRG-CYCLE-DATE NOT = SPACES                              00001161
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00001162
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00001163
              PERFORM 0115-FIND-ENTRY-PARA                              00001164
              IF RRG-FIND-SUB > ZERO                                    00001165
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001166
                  DISPLAY 'PGM1RNT: ALREADY COMPLETED FOR BUSINESS '    00001167
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00001168
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00001169
                      ' - STEP SKIPPED ON THIS RERUN'                   00001170
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00001171
                  STOP RUN                                              00001172
                END-IF                                                  00001173
              ELSE                                                      00001174
                PERFORM 0125-ADD-ENTRY-PARA                             00001175
              END-IF                                                    00001176
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00001177
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00001178
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00001179
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001180
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00001181
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00001182
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00001183
              PERFORM 0120-REWRITE-REGISTER-PARA                        00001184
              SET RRG-ACTIVE TO TRUE                                    00001185
            END-IF.                                                     00001186
                                                                        00001187
       0110-LOAD-REGISTER-PARA.                                         00001188
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00001189
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00001190
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00001191
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00001192
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00001193
                 - RRG-RETAIN-DAYS)                                     00001194
            MOVE ZERO TO RRG-COUNT                                      00001195
            MOVE SPACES TO RRG-CYCLE-DATE                               00001196
            OPEN INPUT RUNREG-FILE                                      00001197
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001198
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001199
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001200
            READ RUNREG-FILE                                            00001201
                AT END MOVE 'Y' TO RRG-EOF-SW                           00001202
            END-READ                                                    00001203
            PERFORM UNTIL RRG-EOF                                       00001204
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00001205
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00001206
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00001207
                PERFORM 0125-ADD-ENTRY-PARA                             00001208
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00001209
                IF RR-CYCLE-RECORD                                      00001210
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00001211
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00001212
                END-IF                                                  00001213
              END-IF                                                    00001214
              READ RUNREG-FILE                                          00001215
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00001216
              END-READ                                                  00001217
            END-PERFORM                                                 00001218
            CLOSE RUNREG-FILE.                                          00001219
                                                                        00001220
       0115-FIND-ENTRY-PARA.                                            00001221
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00001222
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00001223
            MOVE ZERO TO RRG-FIND-SUB                                   00001224
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001225
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00001226
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00001227
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00001228
                MOVE RRG-SUB TO RRG-FIND-SUB                            00001229
              END-IF                                                    00001230
            END-PERFORM.                                                00001231
                                                                        00001232
       0120-REWRITE-REGISTER-PARA.                                      00001233
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00001234
            OPEN OUTPUT RUNREG-FILE                                     00001235
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001236
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001237
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001238
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001239
                UNTIL RRG-SUB > RRG-COUNT                               00001240
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00001241
              WRITE RR-RECORD                                           00001242
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00001243
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00001244
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001245
            END-PERFORM                                                 00001246
            CLOSE RUNREG-FILE.                                          00001247
                                                                        00001248
       0125-ADD-ENTRY-PARA.                                             00001249
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00001250
      *    POINT RRG-FIND-SUB AT IT.                                    00001251
            IF RRG-COUNT >= RRG-MAX                                     00001252
              DISPLAY 'PGM1RNT ABEND: RUNREG HOLDS MORE ENTRIES THAN '  00001253
                  'RRG-TABLE CAN HOLD'                                  00001254
              MOVE 16 TO RETURN-CODE                                    00001255
              STOP RUN                                                  00001256
            END-IF                                                      00001257
            ADD 1 TO RRG-COUNT                                          00001258
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00001259
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00001260
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00001261
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00001262
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00001263
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00001264
                                                                        00001265
       0130-CHECK-CYCLE-DONE-PARA.                                      00001266
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00001267
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00001268
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00001269
      *    ONE.                                                         00001270
            MOVE ZERO TO RRG-DONE-COUNT                                 00001271
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00001272
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00001273
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00001274
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00001275
              PERFORM 0115-FIND-ENTRY-PARA                              00001276
              IF RRG-FIND-SUB > ZERO                                    00001277
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001278
                  ADD 1 TO RRG-DONE-COUNT                               00001279
                END-IF                                                  00001280
              END-IF                                                    00001281
            END-PERFORM                                                 00001282
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00001283
            PERFORM 0115-FIND-ENTRY-PARA                                00001284
            IF RRG-FIND-SUB > ZERO                                      00001285
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00001286
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00001287
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001288
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00001289
            END-IF.                                                     00001290
                                                                        00001291
       0200-LOAD-FEEDER-REGISTRY-PARA.                                  00001292
      *    FEEDER REGISTRY (SEE COPYLIB FDRGREC) - READ FEEDREG INTO    00001293
      *    FRG-TABLE IN CARD ORDER, APPLYING THE LOAD EDITS TO EVERY    00001294
      *    CARD. A BAD CARD, OR A REGISTRY WITH NO ACTIVE FEEDER, IS    00001295
      *    REFUSED RC 20 BEFORE ANY FEED IS TOUCHED - THE SAME EDITS    00001296
      *    RUN IN EVERY PROGRAM THAT READS FEEDREG, SO NONE OF THEM     00001297
      *    CAN ACT ON A REGISTRY ANOTHER WOULD REFUSE.                  00001298
            MOVE ZERO TO FRG-COUNT                                      00001299
            MOVE ZERO TO FRG-ACTIVE-COUNT                               00001300
            MOVE LOW-VALUES TO FRG-LAST-SOURCE                          00001301
            OPEN INPUT FEEDREG-FILE                                     00001302
            MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS              00001303
            MOVE 'FEEDREG-FILE OPEN' TO WS-FILE-CHECK-NAME              00001304
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001305
            READ FEEDREG-FILE                                           00001306
                AT END MOVE 'Y' TO FRG-EOF-SW                           00001307
            END-READ                                                    00001308
            PERFORM UNTIL FRG-EOF                                       00001309
              IF FR-RECORD(1:1) NOT = '*' AND FR-RECORD NOT = SPACES    00001310
                PERFORM 0210-EDIT-FEEDER-CARD-PARA                      00001311
                IF FRG-ERROR-MSG NOT = SPACES                           00001312
                  DISPLAY 'PGM1RNT: FEEDREG CARD IN ERROR - '           00001313
                      FR-RECORD(1:26)                                   00001314
                  MOVE FRG-ERROR-MSG TO WS-CTL-ABEND-MSG                00001315
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00001316
                END-IF                                                  00001317
                ADD 1 TO FRG-COUNT                                      00001318
                MOVE FR-SOURCE-SYS TO FRG-SOURCE-SYS(FRG-COUNT)         00001319
                MOVE FR-DEFAULT-CURRENCY TO FRG-CURRENCY(FRG-COUNT)     00001320
                MOVE FR-ACTIVE-FLAG TO FRG-ACTIVE-FLAG(FRG-COUNT)       00001321
                MOVE FR-OPTIONAL-FLAG TO FRG-OPTIONAL-FLAG(FRG-COUNT)   00001322
                MOVE FRG-INPUT-FOUND TO FRG-INPUT-SLOT(FRG-COUNT)       00001323
                MOVE FRG-RETURN-FOUND TO FRG-RETURN-SLOT(FRG-COUNT)     00001324
                MOVE 'N' TO FRG-PRESENT-SW(FRG-COUNT)                   00001325
                MOVE ZERO TO FRG-FEED-COUNT(FRG-COUNT)                  00001326
                MOVE FR-SOURCE-SYS TO FRG-LAST-SOURCE                   00001327
                IF FR-ACTIVE                                            00001328
                  ADD 1 TO FRG-ACTIVE-COUNT                             00001329
                END-IF                                                  00001330
              END-IF                                                    00001331
              READ FEEDREG-FILE                                         00001332
                  AT END MOVE 'Y' TO FRG-EOF-SW                         00001333
              END-READ                                                  00001334
            END-PERFORM                                                 00001335
            CLOSE FEEDREG-FILE                                          00001336
            IF FRG-ACTIVE-COUNT = ZERO                                  00001337
              MOVE 'FEEDREG HAS NO ACTIVE FEEDER'                       00001338
                  TO WS-CTL-ABEND-MSG                                   00001339
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00001340
            END-IF.                                                     00001341
                                                                        00001342
       0210-EDIT-FEEDER-CARD-PARA.                                      00001343
      *    LOAD EDITS FOR THE ONE CARD IN FR-RECORD AGAINST THE CARDS   00001344
      *    ALREADY IN FRG-TABLE - FRG-ERROR-MSG COMES BACK SPACES WHEN  00001345
      *    THE CARD IS GOOD, OTHERWISE IT SAYS WHAT IS WRONG. ON A GOOD 00001346
      *    CARD FRG-INPUT-FOUND/FRG-RETURN-FOUND HOLD ITS DD SLOTS.     00001347
      *    KEEP IN STEP WITH THE SAME PARAGRAPH IN EVERY PROGRAM THAT   00001348
      *    COPIES FDRGTAB.                                              00001349
            MOVE SPACES TO FRG-ERROR-MSG                                00001350
            MOVE ZERO TO FRG-INPUT-FOUND                                00001351
            MOVE ZERO TO FRG-RETURN-FOUND                               00001352
            PERFORM VARYING FRG-POOL-SUB FROM 1 BY 1                    00001353
                UNTIL FRG-POOL-SUB > FRG-MAX                            00001354
              IF FR-INPUT-DD = FRG-INPUT-DD-NAME(FRG-POOL-SUB)          00001355
                MOVE FRG-POOL-SUB TO FRG-INPUT-FOUND                    00001356
              END-IF                                                    00001357
              IF FR-RETURN-DD = FRG-RETURN-DD-NAME(FRG-POOL-SUB)        00001358
                MOVE FRG-POOL-SUB TO FRG-RETURN-FOUND                   00001359
              END-IF                                                    00001360
            END-PERFORM                                                 00001361
            MOVE ZERO TO FRG-SPACE-COUNT                                00001362
            INSPECT FR-DEFAULT-CURRENCY TALLYING FRG-SPACE-COUNT        00001363
                FOR ALL SPACE                                           00001364
            EVALUATE TRUE                                               00001365
              WHEN FRG-COUNT >= FRG-MAX                                 00001366
                MOVE 'FEEDREG HOLDS MORE FEEDERS THAN THE DD POOL'      00001367
                    TO FRG-ERROR-MSG                                    00001368
              WHEN FR-SOURCE-SYS = SPACES                               00001369
                MOVE 'FEEDREG SOURCE SYSTEM CODE IS BLANK'              00001370
                    TO FRG-ERROR-MSG                                    00001371
              WHEN FR-SOURCE-SYS = 'SYS0'                               00001372
                MOVE 'FEEDREG SOURCE SYSTEM SYS0 IS RESERVED'           00001373
                    TO FRG-ERROR-MSG                                    00001374
              WHEN FR-SOURCE-SYS NOT > FRG-LAST-SOURCE                  00001375
                MOVE 'FEEDREG CARDS NOT IN ASCENDING SOURCE ORDER'      00001376
                    TO FRG-ERROR-MSG                                    00001377
              WHEN NOT FR-ACTIVE AND NOT FR-RETIRED                     00001378
                MOVE 'FEEDREG ACTIVE FLAG IS NOT Y OR N'                00001379
                    TO FRG-ERROR-MSG                                    00001380
              WHEN NOT FR-OPTIONAL AND NOT FR-REQUIRED                  00001381
                MOVE 'FEEDREG OPTIONAL FLAG IS NOT Y OR N'              00001382
                    TO FRG-ERROR-MSG                                    00001383
              WHEN FRG-INPUT-FOUND = ZERO                               00001384
                MOVE 'FEEDREG INPUT DD IS NOT ONE OF SRC1IN-SRC6IN'     00001385
                    TO FRG-ERROR-MSG                                    00001386
              WHEN FRG-RETURN-FOUND = ZERO                              00001387
                MOVE 'FEEDREG RETURN DD IS NOT ONE OF RTN1OUT-RTN6OUT'  00001388
                    TO FRG-ERROR-MSG                                    00001389
              WHEN FR-DEFAULT-CURRENCY NOT = SPACES                     00001390
                  AND (FRG-SPACE-COUNT > ZERO                           00001391
                   OR FR-DEFAULT-CURRENCY IS NOT ALPHABETIC-UPPER)      00001392
                MOVE 'FEEDREG DEFAULT CURRENCY IS NOT 3 LETTERS'        00001393
                    TO FRG-ERROR-MSG                                    00001394
              WHEN OTHER                                                00001395
                PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1               00001396
                    UNTIL FRG-CHECK-SUB > FRG-COUNT                     00001397
                  IF FRG-INPUT-SLOT(FRG-CHECK-SUB) = FRG-INPUT-FOUND    00001398
                    MOVE 'FEEDREG INPUT DD NAMED ON TWO CARDS'          00001399
                        TO FRG-ERROR-MSG                                00001400
                  END-IF                                                00001401
                  IF FRG-RETURN-SLOT(FRG-CHECK-SUB) = FRG-RETURN-FOUND  00001402
                    MOVE 'FEEDREG RETURN DD NAMED ON TWO CARDS'         00001403
                        TO FRG-ERROR-MSG                                00001404
                  END-IF                                                00001405
                END-PERFORM                                             00001406
            END-EVALUATE.                                               00001407
                                                                        00001408
       0215-FIND-FEEDER-PARA.                                           00001409
      *    POINT FRG-FIND-SUB AT THE REGISTRY ENTRY FOR FRG-FIND-CODE - 00001410
      *    ZERO WHEN THE SOURCE IS NOT REGISTERED.                      00001411
            MOVE ZERO TO FRG-FIND-SUB                                   00001412
            PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1                   00001413
                UNTIL FRG-CHECK-SUB > FRG-COUNT OR FRG-FIND-SUB > ZERO  00001414
              IF FRG-SOURCE-SYS(FRG-CHECK-SUB) = FRG-FIND-CODE          00001415
                MOVE FRG-CHECK-SUB TO FRG-FIND-SUB                      00001416
              END-IF                                                    00001417
            END-PERFORM.                                                00001418
                                                                        00001419
       1000-OPEN-FILES-PARA.                                            00001420
            OPEN INPUT REJECT-IN-FILE                                   00001421
            MOVE WS-REJIN-STATUS TO WS-FILE-CHECK-STATUS                00001422
            MOVE 'REJECT-IN-FILE OPEN' TO WS-FILE-CHECK-NAME            00001423
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001424
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00001425
                UNTIL FRG-SUB > FRG-COUNT                               00001426
              IF FRG-ACTIVE(FRG-SUB)                                    00001427
                PERFORM 1100-OPEN-RETURN-PARA                           00001428
              END-IF                                                    00001429
            END-PERFORM.                                                00001430
                                                                        00001431
       1100-OPEN-RETURN-PARA.                                           00001432
      *    ONE RETURN FILE PER ACTIVE FEEDER. AN OPTIONAL FEEDER WHOSE  00001433
      *    RETURN DD IS NOT IN THE STEP (STATUS 35) IS SKIPPED WITH A   00001434
      *    WARNING, THE SAME WAY PGM1MRG GOES ON WITHOUT ITS EXTRACT -  00001435
      *    ITS REJECTS ARE COUNTED BUT NOT RETURNED. A REQUIRED         00001436
      *    FEEDER'S MISSING RETURN DD IS A FILE ERROR AS BEFORE.        00001437
            EVALUATE FRG-RETURN-SLOT(FRG-SUB)                           00001438
              WHEN 1                                                    00001439
                OPEN OUTPUT RTN1-FILE                                   00001440
              WHEN 2                                                    00001441
                OPEN OUTPUT RTN2-FILE                                   00001442
              WHEN 3                                                    00001443
                OPEN OUTPUT RTN3-FILE                                   00001444
              WHEN 4                                                    00001445
                OPEN OUTPUT RTN4-FILE                                   00001446
              WHEN 5                                                    00001447
                OPEN OUTPUT RTN5-FILE                                   00001448
              WHEN 6                                                    00001449
                OPEN OUTPUT RTN6-FILE                                   00001450
            END-EVALUATE                                                00001451
            IF WS-RTN-STATUS = '35' AND FRG-OPTIONAL(FRG-SUB)           00001452
              DISPLAY 'PGM1 WARNING: OPTIONAL FEEDER '                  00001453
                  FRG-SOURCE-SYS(FRG-SUB) ' RETURN DD '                 00001454
                  FRG-RETURN-DD-NAME(FRG-RETURN-SLOT(FRG-SUB))          00001455
                  ' NOT PRESENT - NO RETURN FILE BUILT'                 00001456
            ELSE                                                        00001457
              MOVE WS-RTN-STATUS TO WS-FILE-CHECK-STATUS                00001458
              MOVE FRG-SOURCE-SYS(FRG-SUB) TO WS-RCN-SOURCE             00001459
              MOVE ' RETURN OPEN' TO WS-RCN-ACTION                      00001460
              MOVE WS-RTN-CHECK-NAME TO WS-FILE-CHECK-NAME              00001461
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001462
              MOVE 'Y' TO FRG-PRESENT-SW(FRG-SUB)                       00001463
            END-IF.                                                     00001464
                                                                        00001465
       1900-GET-TIMESTAMP-PARA.                                         00001466
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001467
                                                                        00001468
       2000-WRITE-HEADERS-PARA.                                         00001469
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00001470
                UNTIL FRG-SUB > FRG-COUNT                               00001471
              IF FRG-PRESENT(FRG-SUB)                                   00001472
                MOVE SPACES TO RTN-RECORD                               00001473
                MOVE 'H' TO RTN-HDR-TYPE                                00001474
                MOVE FRG-SOURCE-SYS(FRG-SUB) TO RTN-HDR-SOURCE-SYS      00001475
                MOVE WS-TIMESTAMP(1:8) TO RTN-HDR-RUN-DATE              00001476
                MOVE ' HEADER WRITE' TO WS-RCN-ACTION                   00001477
                PERFORM 3900-WRITE-RETURN-PARA                          00001478
              END-IF                                                    00001479
            END-PERFORM.                                                00001480
                                                                        00001500
       3000-SPLIT-REJECTS-PARA.                                         00001510
            READ REJECT-IN-FILE                                         00001520
                AT END MOVE 'Y' TO WS-REJIN-EOF-SW                      00001530
            END-READ                                                    00001540
            PERFORM UNTIL WS-REJIN-EOF                                  00001550
              MOVE REJ-SOURCE-SYS TO FRG-FIND-CODE                      00001551
              PERFORM 0215-FIND-FEEDER-PARA                             00001552
              IF FRG-FIND-SUB = ZERO                                    00001553
      *    A SOURCE CODE NO FEEDREG CARD OWNS CAN ONLY MEAN A           00001554
      *    CORRUPTED REJOUT OR A FEEDER MERGED UNDER A CARD SINCE       00001555
      *    DELETED - EITHER WAY THE NIGHT'S RETURNS MUST NOT GO OUT     00001556
      *    INCOMPLETE.                                                  00001557
                MOVE 'REJOUT SOURCE SYSTEM NOT A KNOWN FEEDER'          00001558
                    TO WS-CTL-ABEND-MSG                                 00001559
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00001560
              END-IF                                                    00001700
      *    A REGISTERED FEEDER WITH NO RETURN FILE TONIGHT (RETIRED,    00001701
      *    OR OPTIONAL WITH ITS RETURN DD LEFT OUT) HAS ITS REJECTS     00001702
      *    COUNTED FOR THE WARNING IN 5000-SHOW-COUNTS-PARA INSTEAD.    00001703
              IF FRG-PRESENT(FRG-FIND-SUB)                              00001704
                MOVE FRG-FIND-SUB TO FRG-SUB                            00001705
                PERFORM 3100-WRITE-DETAIL-PARA                          00001706
              END-IF                                                    00001707
              ADD 1 TO FRG-FEED-COUNT(FRG-FIND-SUB)                     00001708
              READ REJECT-IN-FILE                                       00001710
                  AT END MOVE 'Y' TO WS-REJIN-EOF-SW                    00001720
              END-READ                                                  00001730
            END-PERFORM.                                                00001740
                                                                        00001750
       3100-WRITE-DETAIL-PARA.                                          00001751
            MOVE SPACES TO RTN-RECORD                                   00001752
            MOVE 'D' TO RTN-RECORD-TYPE                                 00001753
            MOVE REJ-TRAN-ID TO RTN-TRAN-ID                             00001754
            MOVE REJ-ORIGINAL-STRING TO RTN-AMOUNT-STR                  00001755
            MOVE REJ-CURRENCY-CODE TO RTN-CURRENCY-CODE                 00001756
            MOVE REJ-REASON-CODE TO RTN-REASON-CODE                     00001757
            MOVE REJ-REASON-TEXT TO RTN-REASON-TEXT                     00001758
            MOVE ' RECORD WRITE' TO WS-RCN-ACTION                       00001759
            PERFORM 3900-WRITE-RETURN-PARA.                             00001760
                                                                        00001890
       3900-WRITE-RETURN-PARA.                                          00001891
      *    WRITE RTN-RECORD TO FRG-ENTRY(FRG-SUB)'S RETURN FILE.        00001892
            EVALUATE FRG-RETURN-SLOT(FRG-SUB)                           00001893
              WHEN 1                                                    00001894
                WRITE RTN1-RECORD FROM RTN-RECORD                       00001895
              WHEN 2                                                    00001896
                WRITE RTN2-RECORD FROM RTN-RECORD                       00001897
              WHEN 3                                                    00001898
                WRITE RTN3-RECORD FROM RTN-RECORD                       00001899
              WHEN 4                                                    00001900
                WRITE RTN4-RECORD FROM RTN-RECORD                       00001901
              WHEN 5                                                    00001902
                WRITE RTN5-RECORD FROM RTN-RECORD                       00001903
              WHEN 6                                                    00001904
                WRITE RTN6-RECORD FROM RTN-RECORD                       00001905
            END-EVALUATE                                                00001906
            MOVE WS-RTN-STATUS TO WS-FILE-CHECK-STATUS                  00001907
            MOVE FRG-SOURCE-SYS(FRG-SUB) TO WS-RCN-SOURCE               00001908
            MOVE WS-RTN-CHECK-NAME TO WS-FILE-CHECK-NAME                00001909
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001910
                                                                        00002030
       4000-WRITE-TRAILERS-PARA.                                        00002040
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00002041
                UNTIL FRG-SUB > FRG-COUNT                               00002042
              IF FRG-PRESENT(FRG-SUB)                                   00002043
                MOVE SPACES TO RTN-RECORD                               00002044
                MOVE 'T' TO RTN-TRL-TYPE                                00002045
                MOVE FRG-FEED-COUNT(FRG-SUB) TO RTN-TRL-COUNT           00002046
                MOVE ' TRAILER WRITE' TO WS-RCN-ACTION                  00002047
                PERFORM 3900-WRITE-RETURN-PARA                          00002048
                EVALUATE FRG-RETURN-SLOT(FRG-SUB)                       00002049
                  WHEN 1                                                00002050
                    CLOSE RTN1-FILE                                     00002051
                  WHEN 2                                                00002052
                    CLOSE RTN2-FILE                                     00002053
                  WHEN 3                                                00002054
                    CLOSE RTN3-FILE                                     00002055
                  WHEN 4                                                00002056
                    CLOSE RTN4-FILE                                     00002057
                  WHEN 5                                                00002058
                    CLOSE RTN5-FILE                                     00002059
                  WHEN 6                                                00002060
                    CLOSE RTN6-FILE                                     00002061
                END-EVALUATE                                            00002062
              END-IF                                                    00002063
            END-PERFORM.                                                00002064
                                                                        00002065
       5000-SHOW-COUNTS-PARA.                                           00002066
      *    REJECTS FOR A FEEDER WITH NO RETURN FILE TONIGHT DO NOT      00002067
      *    STOP THE STEP - THEY ARE STILL ON REJOUT AND REJMSTR - BUT   00002068
      *    THE FEEDER NEVER HEARS ABOUT THEM, SO OPS IS TOLD.           00002069
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00002070
                UNTIL FRG-SUB > FRG-COUNT                               00002071
              IF FRG-PRESENT(FRG-SUB)                                   00002072
                DISPLAY 'PGM1RNT: ' FRG-SOURCE-SYS(FRG-SUB)             00002073
                    ' REJECTS RETURNED=' FRG-FEED-COUNT(FRG-SUB)        00002074
              ELSE                                                      00002075
                IF FRG-FEED-COUNT(FRG-SUB) > ZERO                       00002076
                  DISPLAY 'PGM1 WARNING: ' FRG-FEED-COUNT(FRG-SUB)      00002077
                      ' ' FRG-SOURCE-SYS(FRG-SUB) ' REJECTS NOT '       00002078
                      'RETURNED - FEEDER RETIRED OR RETURN DD ABSENT'   00002079
                END-IF                                                  00002080
              END-IF                                                    00002081
            END-PERFORM.                                                00002082
                                                                        00002190
       8900-REGISTER-FINISH-PARA.                                       00002191
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00002192
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00002193
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00002194
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00002195
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00002196
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00002197
            IF RRG-ACTIVE                                               00002198
              MOVE 'N' TO RRG-ACTIVE-SW                                 00002199
              IF RETURN-CODE < 16                                       00002200
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00002201
              ELSE                                                      00002202
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00002203
              END-IF                                                    00002204
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00002205
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002206
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00002207
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00002208
              PERFORM 0120-REWRITE-REGISTER-PARA                        00002209
            END-IF.                                                     00002210
                                                                        00002211
       9990-CHECK-FILE-STATUS-PARA.                                     00002214
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002217
              DISPLAY 'PGM1RNT ABEND: ' WS-FILE-CHECK-NAME              00002220
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002230
              MOVE 16 TO RETURN-CODE                                    00002240
              PERFORM 8900-REGISTER-FINISH-PARA                         00002241
              STOP RUN                                                  00002250
            END-IF.                                                     00002260
                                                                        00002270
       9995-CONTROL-TOTAL-ABEND-PARA.                                   00002280
            DISPLAY 'PGM1RNT ABEND: ' WS-CTL-ABEND-MSG                  00002290
            MOVE 20 TO RETURN-CODE                                      00002300
            PERFORM 8900-REGISTER-FINISH-PARA                           00002301
            STOP RUN.                                                   00002310

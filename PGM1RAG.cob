      *               TAG WITH RC 8 ONCE ANY OPEN ITEM CROSSES THE     *00000140
      *               AGREED AGE - OPEN REJECTS ARE REAL MONEY         *00000150
      *               SITTING UNPOSTED, AND THIS IS THEIR INVENTORY.   *00000160
      *  10/15/2026  VAR  RUN REGISTER - EACH RUN NOW RECORDS ITS      *00000161
      *               START, FINISH AND RETURN CODE AGAINST            *00000162
      *               TONIGHT'S BUSINESS DATE ON RUNREG (SEE           *00000163
      *               COPYLIB RRGREC) AND, ON A RERUN OF A NIGHT       *00000164
      *               IT ALREADY COMPLETED, SKIPS ITSELF AND ENDS      *00000165
      *               WITH THE RETURN CODE IT FINISHED WITH.           *00000166
      ***************************************************************** 00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
               ORGANIZATION IS SEQUENTIAL                               00000270
               ACCESS MODE IS SEQUENTIAL                                00000280
               FILE STATUS IS WS-REPORT-STATUS.                         00000290
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000291
               ORGANIZATION IS SEQUENTIAL                               00000292
               ACCESS MODE IS SEQUENTIAL                                00000293
               FILE STATUS IS WS-RUNREG-STATUS.                         00000294
       DATA DIVISION.                                                   00000300
       FILE SECTION.                                                    00000310
       FD  REJMSTR-FILE                                                 00000320
      *    THE AGING REPORT, ONE 80-BYTE PRINT LINE PER RECORD, SAME    00000390
      *    CONVENTION AS SUMRPT/FDRRPT.                                 00000400
       01  RPT-RECORD                  PIC X(80).                       00000410
       FD  RUNREG-FILE                                                  00000411
           RECORDING MODE IS F.                                         00000412
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00000413
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00000414
      *    AND FINISH. SEE RRGREC COPY.                                 00000415
           COPY RRGREC.                                                 00000416
       WORKING-STORAGE SECTION.                                         00000420
       01  WS-REJMSTR-STATUS           PIC XX.                          00000430
       01  WS-REPORT-STATUS            PIC XX.                          00000440
       01  WS-RUNREG-STATUS            PIC XX.                          00000441
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000450
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000460
       01  WS-REJMSTR-EOF-SW           PIC X VALUE 'N'.                 00000470
           05  WS-RPT-OLDEST-AGE        PIC Z(04)9.                     00001080
           05  FILLER                   PIC X(05) VALUE ' DAYS'.        00001090
           05  FILLER                   PIC X(31) VALUE SPACES.         00001100
           COPY RRGTAB.                                                 00001101
       PROCEDURE DIVISION.                                              00001110
       0000-MAIN-PARA.                                                  00001120
            PERFORM 0100-REGISTER-START-PARA                            00001121
            PERFORM 1000-OPEN-FILES-PARA                                00001130
            PERFORM 1900-GET-TIMESTAMP-PARA                             00001140
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE                       00001150
            CLOSE REJMSTR-FILE                                          00001210
            CLOSE REPORT-FILE.                                          00001220
            PERFORM 9997-OVERAGE-ALERT-PARA.                            00001230
            PERFORM 8900-REGISTER-FINISH-PARA.                          00001231
            STOP RUN.                                                   00001240
                                                                        00001250
       0100-REGISTER-START-PARA.                                        00001251
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00001252
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00001253
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00001254
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00001255
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00001256
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00001257
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00001258
            MOVE 'PGM1RAG' TO RRG-PROGRAM-NAME                          00001259
            PERFORM 0110-LOAD-REGISTER-PARA                             00001260
            IF RRG-CYCLE-DATE NOT = SPACES                              00001261
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00001262
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00001263
              PERFORM 0115-FIND-ENTRY-PARA                              00001264
              IF RRG-FIND-SUB > ZERO                                    00001265
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001266
                  DISPLAY 'PGM1RAG: ALREADY COMPLETED FOR BUSINESS '    00001267
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00001268
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00001269
                      ' - STEP SKIPPED ON THIS RERUN'                   00001270
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00001271
                  STOP RUN                                              00001272
                END-IF                                                  00001273
              ELSE                                                      00001274
                PERFORM 0125-ADD-ENTRY-PARA                             00001275
              END-IF                                                    00001276
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00001277
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00001278
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00001279
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001280
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00001281
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00001282
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00001283
              PERFORM 0120-REWRITE-REGISTER-PARA                        00001284
              SET RRG-ACTIVE TO TRUE                                    00001285
            END-IF.                                                     00001286
                                                                        00001287
       0110-LOAD-REGISTER-PARA.                                         00001288
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00001289
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00001290
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00001291
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00001292
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00001293
                 - RRG-RETAIN-DAYS)                                     00001294
            MOVE ZERO TO RRG-COUNT                                      00001295
            MOVE SPACES TO RRG-CYCLE-DATE                               00001296
            OPEN INPUT RUNREG-FILE                                      00001297
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001298
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001299
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001300
            READ RUNREG-FILE                                            00001301
                AT END MOVE 'Y' TO RRG-EOF-SW                           00001302
            END-READ                                                    00001303
            PERFORM UNTIL RRG-EOF                                       00001304
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00001305
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00001306
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00001307
                PERFORM 0125-ADD-ENTRY-PARA                             00001308
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00001309
                IF RR-CYCLE-RECORD                                      00001310
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00001311
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00001312
                END-IF                                                  00001313
              END-IF                                                    00001314
              READ RUNREG-FILE                                          00001315
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00001316
              END-READ                                                  00001317
            END-PERFORM                                                 00001318
            CLOSE RUNREG-FILE.                                          00001319
                                                                        00001320
       0115-FIND-ENTRY-PARA.                                            00001321
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00001322
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00001323
            MOVE ZERO TO RRG-FIND-SUB                                   00001324
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001325
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00001326
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00001327
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00001328
                MOVE RRG-SUB TO RRG-FIND-SUB                            00001329
              END-IF                                                    00001330
            END-PERFORM.                                                00001331
                                                                        00001332
       0120-REWRITE-REGISTER-PARA.                                      00001333
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00001334
            OPEN OUTPUT RUNREG-FILE                                     00001335
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001336
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001337
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001338
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001339
                UNTIL RRG-SUB > RRG-COUNT                               00001340
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00001341
              WRITE RR-RECORD                                           00001342
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00001343
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00001344
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001345
            END-PERFORM                                                 00001346
            CLOSE RUNREG-FILE.                                          00001347
                                                                        00001348
       0125-ADD-ENTRY-PARA.                                             00001349
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00001350
      *    POINT RRG-FIND-SUB AT IT.                                    00001351
            IF RRG-COUNT >= RRG-MAX                                     00001352
              DISPLAY 'PGM1RAG ABEND: RUNREG HOLDS MORE ENTRIES THAN '  00001353
                  'RRG-TABLE CAN HOLD'                                  00001354
              MOVE 16 TO RETURN-CODE                                    00001355
              STOP RUN                                                  00001356
            END-IF                                                      00001357
            ADD 1 TO RRG-COUNT                                          00001358
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00001359
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00001360
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00001361
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00001362
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00001363
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00001364
                                                                        00001365
       0130-CHECK-CYCLE-DONE-PARA.                                      00001366
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00001367
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00001368
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00001369
      *    ONE.                                                         00001370
            MOVE ZERO TO RRG-DONE-COUNT                                 00001371
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00001372
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00001373
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00001374
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00001375
              PERFORM 0115-FIND-ENTRY-PARA                              00001376
              IF RRG-FIND-SUB > ZERO                                    00001377
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001378
                  ADD 1 TO RRG-DONE-COUNT                               00001379
                END-IF                                                  00001380
              END-IF                                                    00001381
            END-PERFORM                                                 00001382
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00001383
            PERFORM 0115-FIND-ENTRY-PARA                                00001384
            IF RRG-FIND-SUB > ZERO                                      00001385
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00001386
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00001387
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001388
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00001389
            END-IF.                                                     00001390
                                                                        00001391
       1000-OPEN-FILES-PARA.                                            00001392
            OPEN INPUT REJMSTR-FILE                                     00001393
            MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS              00001394
            MOVE 'REJMSTR-FILE OPEN' TO WS-FILE-CHECK-NAME              00001395
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001396
            OPEN OUTPUT REPORT-FILE                                     00001397
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00001398
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00001399
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001400
                                                                        00001401
       1900-GET-TIMESTAMP-PARA.                                         00001402
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001403
                                                                        00001404
       2000-AGE-OPEN-ITEMS-PARA.                                        00001405
            READ REJMSTR-FILE                                           00001406
                AT END MOVE 'Y' TO WS-REJMSTR-EOF-SW                    00001410
            END-READ                                                    00001420
            PERFORM UNTIL WS-REJMSTR-EOF                                00001430
                DISPLAY 'PGM1RAG ABEND: MORE SOURCE/REASON GROUPS '     00002250
                    'THAN WS-GRP-TABLE CAN HOLD'                        00002260
                MOVE 16 TO RETURN-CODE                                  00002270
                PERFORM 8900-REGISTER-FINISH-PARA                       00002271
                STOP RUN                                                00002280
              END-IF                                                    00002290
              ADD 1 TO WS-GRP-COUNT                                     00002300
              MOVE ZERO TO WS-GRP-BUCKET-3(WS-GRP-SUB)                  00002360
            END-IF.                                                     00002370
                                                                        00002380
       8900-REGISTER-FINISH-PARA.                                       00002381
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00002382
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00002383
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00002384
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00002385
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00002386
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00002387
            IF RRG-ACTIVE                                               00002388
              MOVE 'N' TO RRG-ACTIVE-SW                                 00002389
              IF RETURN-CODE < 16                                       00002390
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00002391
              ELSE                                                      00002392
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00002393
              END-IF                                                    00002394
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00002395
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002396
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00002397
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00002398
              PERFORM 0120-REWRITE-REGISTER-PARA                        00002399
            END-IF.                                                     00002400
                                                                        00002401
       9990-CHECK-FILE-STATUS-PARA.                                     00002404
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002407
              DISPLAY 'PGM1RAG ABEND: ' WS-FILE-CHECK-NAME              00002410
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002420
              MOVE 16 TO RETURN-CODE                                    00002430
              PERFORM 8900-REGISTER-FINISH-PARA                         00002431
              STOP RUN                                                  00002440
            END-IF.                                                     00002450
                                                                        00002460

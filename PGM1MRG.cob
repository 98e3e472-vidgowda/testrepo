      *               RE-TRANSMITTED FRIDAY FILE CAN NO LONGER       *  00000231
      *               DOUBLE-POST. THE PARMFILE FP-OVERRIDE CARD     *  00000232
      *               ACCEPTS A CONFIRMED LEGITIMATE RE-SEND.        *  00000233
      *  10/15/2026  VAR  A FEED RECORD TAGGED 'R' IS NOW MERGED AS A*  00000234
      *               REVERSAL (TR-TYPE-REVERSAL) NAMING THE SAME    *  00000235
      *               FEEDER'S EARLIER TRANSACTION TO CANCEL - SEE   *  00000236
      *               TRANREC COPY. PGM1 PROVES THE TARGET AGAINST   *  00000237
      *               PSTHIST AND POSTS THE NEGATING EXTROUT ROW.    *  00000238
      *               REVERSALS MERGED ARE ECHOED ON SYSOUT.         *  00000239
      *  10/15/2026  VAR  RUN REGISTER - EACH RUN NOW RECORDS ITS      *00000240
      *               START, FINISH AND RETURN CODE AGAINST            *00000241
      *               TONIGHT'S BUSINESS DATE ON RUNREG (SEE           *00000242
      *               COPYLIB RRGREC) AND, ON A RERUN OF A NIGHT       *00000243
      *               IT ALREADY COMPLETED, SKIPS ITSELF AND ENDS      *00000244
      *               WITH THE RETURN CODE IT FINISHED WITH.           *00000245
      *  10/15/2026  VAR  DETAILS NOW CARRY A BLANK PRIOR-PERIOD-      *00000246
      *               ADJUSTMENT FLAG (TR-PPA-FLAG - SEE TRANREC COPY).*00000247
      *               THE FEEDS HAVE NO SUCH FLAG, SO A FEEDER DETAIL  *00000248
      *               DATED IN A CLOSED PERIOD IS ALWAYS REJECTED BY   *00000249
      *               PGM1.                                            *00000250
      *  10/15/2026  VAR  THE FEEDERS ARE NOW DRIVEN BY THE FEEDREG    *00000251
      *               REGISTRY (SEE COPYLIB FDRGREC) INSTEAD OF A      *00000252
      *               HARDCODED SYS1/SYS2 PAIR: EACH ACTIVE CARD NAMES *00000253
      *               THE SOURCE CODE, ITS EXTRACT DD (ONE OF THE      *00000254
      *               SRC1IN..SRC6IN POOL) AND ITS CURRENCY, AND IS    *00000255
      *               MERGED IN CARD ORDER. AN OPTIONAL FEEDER WHOSE   *00000256
      *               EXTRACT IS MISSING IS LEFT OUT WITH A WARNING; A *00000257
      *               REQUIRED ONE STOPS THE MERGE RC 20, AS DOES A    *00000258
      *               REGISTRY FAILING THE LOAD EDITS.                 *00000259
      *  10/15/2026  VAR  EACH SRCCTL RECORD IS ALSO APPENDED TO THE   *00000260
      *               NEW SRCHIST HISTORY (OPEN EXTEND, SAME AS FPREG) *00000261
      *               SO THE MONTHLY REJECT TREND REPORT (PGM1RTR) HAS *00000262
      *               EVERY NIGHT'S MERGED COUNTS.                     *00000263
      *  10/15/2026  VAR  A REVERSAL'S TARGET DATE IS NOW EDITED AS A  *00000264
      *               REAL YYMMDD AND TAKES ITS CENTURY FROM THE RUN   *00000265
      *               DATE INSTEAD OF A FIXED 20. A BAD ONE IS NAMED   *00000266
      *               ON THE CONSOLE AND MERGED WITH A BLANK CENTURY,  *00000267
      *               WHICH PGM1 REJECTS R004.                         *00000268
      ***************************************************************** 00000269
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000271
       FILE-CONTROL.                                                    00000272
      *    THE FEEDER EXTRACT POOL - ONE SELECT PER DD NAME A FEEDREG   00000273
      *    CARD MAY NAME (SEE COPYLIB FDRGTAB). ONLY ONE EXTRACT IS     00000274
      *    OPEN AT A TIME, SO THEY SHARE ONE STATUS FIELD.              00000275
           SELECT SRC1-FILE ASSIGN TO SRC1IN                            00000276
               ORGANIZATION IS SEQUENTIAL                               00000277
               ACCESS MODE IS SEQUENTIAL                                00000278
               FILE STATUS IS WS-FEED-STATUS.                           00000279
           SELECT SRC2-FILE ASSIGN TO SRC2IN                            00000290
               ORGANIZATION IS SEQUENTIAL                               00000300
               ACCESS MODE IS SEQUENTIAL                                00000310
               FILE STATUS IS WS-FEED-STATUS.                           00000311
           SELECT SRC3-FILE ASSIGN TO SRC3IN                            00000312
               ORGANIZATION IS SEQUENTIAL                               00000313
               ACCESS MODE IS SEQUENTIAL                                00000314
               FILE STATUS IS WS-FEED-STATUS.                           00000315
           SELECT SRC4-FILE ASSIGN TO SRC4IN                            00000316
               ORGANIZATION IS SEQUENTIAL                               00000317
               ACCESS MODE IS SEQUENTIAL                                00000318
               FILE STATUS IS WS-FEED-STATUS.                           00000319
           SELECT SRC5-FILE ASSIGN TO SRC5IN                            00000320
               ORGANIZATION IS SEQUENTIAL                               00000321
               ACCESS MODE IS SEQUENTIAL                                00000322
               FILE STATUS IS WS-FEED-STATUS.                           00000323
           SELECT SRC6-FILE ASSIGN TO SRC6IN                            00000324
               ORGANIZATION IS SEQUENTIAL                               00000325
               ACCESS MODE IS SEQUENTIAL                                00000326
               FILE STATUS IS WS-FEED-STATUS.                           00000327
           SELECT TRANS-OUT-FILE ASSIGN TO TRANSIN                      00000330
               ORGANIZATION IS SEQUENTIAL                               00000340
               ACCESS MODE IS SEQUENTIAL                                00000350
               ORGANIZATION IS SEQUENTIAL                               00000362
               ACCESS MODE IS SEQUENTIAL                                00000363
               FILE STATUS IS WS-SRCCTL-STATUS.                         00000364
           SELECT SRC-HIST-FILE ASSIGN TO SRCHIST                       00000365
               ORGANIZATION IS SEQUENTIAL                               00000366
               ACCESS MODE IS SEQUENTIAL                                00000367
               FILE STATUS IS WS-SRCHIST-STATUS.                        00000368
           SELECT PARM-FILE ASSIGN TO PARMFILE                          00000369
               ORGANIZATION IS SEQUENTIAL                               00000370
               ACCESS MODE IS SEQUENTIAL                                00000371
               FILE STATUS IS WS-PARM-STATUS.                           00000372
           SELECT FPREG-FILE ASSIGN TO FPREG                            00000373
               ORGANIZATION IS SEQUENTIAL                               00000374
               ACCESS MODE IS SEQUENTIAL                                00000375
               FILE STATUS IS WS-FPREG-STATUS.                          00000376
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000377
               ORGANIZATION IS SEQUENTIAL                               00000378
               ACCESS MODE IS SEQUENTIAL                                00000379
               FILE STATUS IS WS-RUNREG-STATUS.                         00000380
           SELECT FEEDREG-FILE ASSIGN TO FEEDREG                        00000381
               ORGANIZATION IS SEQUENTIAL                               00000382
               ACCESS MODE IS SEQUENTIAL                                00000383
               FILE STATUS IS WS-FEEDREG-STATUS.                        00000384
       DATA DIVISION.                                                   00000385
       FILE SECTION.                                                    00000386
       FD  SRC1-FILE                                                    00000390
           RECORDING MODE IS F.                                         00000400
      *    DAILY EXTRACT FROM WHICHEVER FEEDER SYSTEM FEEDREG PUTS ON   00000401
      *    SRC1IN - ONE CURRENCY-FORMATTED AMOUNT PER RECORD, NO SOURCE 00000402
      *    TAG OF ITS OWN. A RECORD STARTING 'R' IS A REVERSAL INSTEAD  00000403
      *    - SEE WS-FEED-RECORD. EVERY RECORD IS READ INTO              00000404
      *    WS-FEED-RECORD.                                              00000422
       01  SRC1-RECORD.                                                 00000430
           05  SRC1-AMOUNT-STR         PIC X(15).                       00000440
       FD  SRC2-FILE                                                    00000450
           RECORDING MODE IS F.                                         00000460
      *    SRC2-FILE..SRC6-FILE - SAME LAYOUT AS SRC1-FILE, FOR THE     00000461
      *    FEEDERS FEEDREG PUTS ON SRC2IN..SRC6IN.                      00000462
       01  SRC2-RECORD.                                                 00000490
           05  SRC2-AMOUNT-STR         PIC X(15).                       00000500
       FD  SRC3-FILE                                                    00000501
           RECORDING MODE IS F.                                         00000502
       01  SRC3-RECORD.                                                 00000503
           05  SRC3-AMOUNT-STR         PIC X(15).                       00000504
       FD  SRC4-FILE                                                    00000505
           RECORDING MODE IS F.                                         00000506
       01  SRC4-RECORD.                                                 00000507
           05  SRC4-AMOUNT-STR         PIC X(15).                       00000508
       FD  SRC5-FILE                                                    00000509
           RECORDING MODE IS F.                                         00000510
       01  SRC5-RECORD.                                                 00000511
           05  SRC5-AMOUNT-STR         PIC X(15).                       00000512
       FD  SRC6-FILE                                                    00000513
           RECORDING MODE IS F.                                         00000514
       01  SRC6-RECORD.                                                 00000515
           05  SRC6-AMOUNT-STR         PIC X(15).                       00000516
       FD  TRANS-OUT-FILE                                               00000518
           RECORDING MODE IS F.                                         00000520
      *    CONSOLIDATED TRANSIN - A HEADER RECORD, ONE DETAIL RECORD    00000530
      *    PER SOURCE RECORD (CARRYING THE SOURCE SYSTEM CODE) AND A    00000540
      *    PER-SOURCE MERGE COUNTS FOR PGM1FDR'S FEEDER RECONCILIATION  00000563
      *    - SEE SRCCTL COPY.                                           00000564
           COPY SRCCTL.                                                 00000565
       FD  SRC-HIST-FILE                                                00000566
           RECORDING MODE IS F.                                         00000567
      *    EVERY SRCCTL RECORD EVER WRITTEN (APPENDED, NEVER            00000568
      *    REWRITTEN, SAME AS FPREG) - THE MONTHLY MERGED COUNTS        00000569
      *    PGM1RTR MEASURES REJECT RATES AGAINST. SRCCTL LAYOUT.        00000570
       01  SCH-RECORD                  PIC X(21).                       00000571
       FD  PARM-FILE                                                    00000572
           RECORDING MODE IS F.                                         00000573
      *    RUNTIME TUNING PARAMETER CARDS - SEE PARMREC COPY. ONLY      00000574
      *    DEFAULT-CURRENCY BELONGS TO THIS PROGRAM.                    00000575
           COPY PARMREC.                                                00000576
       FD  FPREG-FILE                                                   00000577
           RECORDING MODE IS F.                                         00000578
      *    PERSISTENT FEED-FINGERPRINT REGISTER - ONE RECORD PER        00000579
      *    SOURCE EXTRACT EVER MERGED (APPENDED, NEVER REWRITTEN),      00000580
      *    CARRYING THE MERGE RUN DATE, THE FEED'S DETAIL COUNT AND     00000581
      *    ITS DIGIT-SUM HASH. A NEW EXTRACT WHOSE COUNT AND HASH       00000582
      *    BOTH MATCH A REGISTERED FINGERPRINT IS THE SAME FILE         00000583
      *    COMING AROUND AGAIN AND IS REFUSED - SEE                     00000584
      *    1700-CHECK-FINGERPRINTS-PARA. EMPTY FEEDS ARE NEITHER        00000585
      *    CHECKED NOR REGISTERED (EVERY EMPTY NIGHT LOOKS ALIKE).      00000586
       01  FP-RECORD.                                                   00000587
           05  FP-SOURCE-SYS           PIC X(04).                       00000588
           05  FP-RUN-DATE             PIC X(08).                       00000589
           05  FP-DETAIL-COUNT         PIC 9(09).                       00000590
           05  FP-HASH-TOTAL           PIC 9(09).                       00000591
       FD  RUNREG-FILE                                                  00000592
           RECORDING MODE IS F.                                         00000593
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00000594
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00000595
      *    AND FINISH. SEE RRGREC COPY.                                 00000596
           COPY RRGREC.                                                 00000597
       FD  FEEDREG-FILE                                                 00000598
           RECORDING MODE IS F.                                         00000599
      *    FEEDER REGISTRY - WHICH FEEDERS TO MERGE, ON WHICH DD, IN    00000600
      *    WHAT CURRENCY, AND WHETHER THE NIGHT CAN GO ON WITHOUT       00000601
      *    THEM. SEE FDRGREC COPY.                                      00000602
           COPY FDRGREC.                                                00000603
       WORKING-STORAGE SECTION.                                         00000604
       01  WS-FEED-STATUS              PIC XX.                          00000605
       01  WS-TRANSOUT-STATUS          PIC XX.                          00000606
       01  WS-SRCCTL-STATUS            PIC XX.                          00000607
       01  WS-SRCHIST-STATUS           PIC XX.                          00000608
       01  WS-PARM-STATUS              PIC XX.                          00000609
       01  WS-FPREG-STATUS             PIC XX.                          00000610
       01  WS-RUNREG-STATUS            PIC XX.                          00000611
       01  WS-FEEDREG-STATUS           PIC XX.                          00000612
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000613
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000620
       01  WS-FEED-CHECK-NAME.                                          00000621
           05  WS-FCN-SOURCE           PIC X(04).                       00000622
           05  WS-FCN-ACTION           PIC X(16).                       00000623
       01  WS-FEED-EOF-SW              PIC X VALUE 'N'.                 00000624
           88  WS-FEED-EOF VALUE 'Y'.                                   00000625
       01  WS-PARM-EOF-SW              PIC X VALUE 'N'.                 00000665
           88  WS-PARM-EOF VALUE 'Y'.                                   00000666
       01  WS-FPREG-EOF-SW             PIC X VALUE 'N'.                 00000667
           88  WS-FPREG-EOF VALUE 'Y'.                                  00000668
       01  WS-FP-OVERRIDE-SW           PIC X VALUE 'N'.                 00000669
           88  WS-FP-OVERRIDE VALUE 'Y'.                                00000670
      *    EACH FEEDER'S FINGERPRINT, SUBSCRIPTED LIKE FRG-TABLE.       00000671
       01  WS-FP-TABLE.                                                 00000672
           05  WS-FP-ENTRY OCCURS 6 TIMES.                              00000673
               10  WS-FP-COUNT         PIC 9(09).                       00000674
               10  WS-FP-HASH          PIC 9(09).                       00000675
               10  WS-FP-DUP-SW        PIC X.                           00000676
                   88  WS-FP-DUP VALUE 'Y'.                             00000677
       01  WS-ANY-FP-DUP-SW            PIC X VALUE 'N'.                 00000678
           88  WS-ANY-FP-DUP VALUE 'Y'.                                 00000680
       01  WS-FP-AMOUNT-STR            PIC X(15) VALUE SPACES.          00000682
       01  WS-CTL-ABEND-MSG            PIC X(50) VALUE SPACES.          00000684
      *    THE FEEDS ARE LEGACY EXTRACTS WITH NO CURRENCY FIELD OF      00000686
      *    THEIR OWN, SO EVERY RECORD MERGED FROM ONE IS STAMPED WITH   00000688
      *    ITS FEEDER'S FEEDREG CURRENCY OR, WHERE THE CARD LEAVES      00000690
      *    THAT BLANK, WITH WS-DEFAULT-CURRENCY - 'USD' UNLESS THE      00000692
      *    PARMFILE DEFAULT-CURRENCY CARD SAYS OTHERWISE (SEE 1500-     00000694
      *    READ-PARAMETERS-PARA).                                       00000696
       01  WS-DEFAULT-CURRENCY         PIC X(03) VALUE 'USD'.           00000698
       01  WS-FEED-CURRENCY            PIC X(03) VALUE SPACES.          00000700
       01  WS-MERGED-COUNT               PIC 9(9) VALUE ZERO.           00000710
       01  WS-EXPECTED-COUNT             PIC 9(9) VALUE ZERO.           00000720
       01  WS-AMOUNT-TOTAL                PIC S9(9)V99 VALUE ZERO.      00000730
       01  WS-HASH-SUB                       PIC 9(2) VALUE ZERO.       00000752
       01  WS-HASH-DIGIT                     PIC 9(1) VALUE ZERO.       00000753
       01  WS-TIMESTAMP                      PIC X(21).                 00000760
      *    ONE FEED RECORD ON ITS WAY INTO TRANSIN, WHICHEVER FEEDER IT 00000761
      *    CAME FROM. A RECORD CARRYING THE 'R' TAG IS A REVERSAL: THE  00000762
      *    8-DIGIT ORDINAL OF THE SAME FEEDER'S TRANSACTION TO CANCEL   00000763
      *    AND THE YYMMDD BUSINESS DATE IT WAS MERGED ON (THE FEEDS     00000764
      *    CARRY A 2-DIGIT YEAR - THE CENTURY IS TAKEN FROM THE RUN     00000765
      *    DATE, SEE 2060-EDIT-REV-TARGET-DATE-PARA). NO AMOUNT         00000766
      *    STRING BEGINS WITH 'R', SO THE TAG CANNOT COLLIDE WITH AN    00000767
      *    ORDINARY DETAIL. SEE 2050-BUILD-MERGED-RECORD-PARA AND       00000768
      *    TRANREC COPY.                                                00000769
       01  WS-FEED-RECORD.                                              00000770
           05  WS-FEED-AMOUNT-STR      PIC X(15).                       00000771
           05  WS-FEED-REVERSAL REDEFINES WS-FEED-AMOUNT-STR.           00000772
               10  WS-FEED-REV-TAG     PIC X(01).                       00000773
                   88  WS-FEED-IS-REVERSAL VALUE 'R'.                   00000774
               10  WS-FEED-REV-TARGET-SEQ PIC X(08).                    00000775
               10  WS-FEED-REV-TARGET-YMD PIC X(06).                    00000776
       01  WS-FEED-CODE                PIC X(04) VALUE SPACES.          00000777
       01  WS-FEED-SEQ                 PIC 9(08) VALUE ZERO.            00000778
       01  WS-REVERSAL-COUNT           PIC 9(09) VALUE ZERO.            00000779
      *    2060-EDIT-REV-TARGET-DATE-PARA - THE REVERSAL TARGET DATE    00000780
      *    WITH ITS CENTURY SUPPLIED, AND WHY IT FAILED THE EDIT (SPACES00000781
      *    WHEN IT PASSED).                                             00000782
       01  WS-REV-DATE                 PIC X(08) VALUE SPACES.          00000783
       01  WS-REV-DATE-PARTS REDEFINES WS-REV-DATE.                     00000784
           05  WS-REV-YEAR             PIC 9(04).                       00000785
           05  WS-REV-MONTH            PIC 9(02).                       00000786
           05  WS-REV-DAY              PIC 9(02).                       00000787
       01  WS-REV-CENTURY-PART REDEFINES WS-REV-DATE.                   00000788
           05  WS-REV-CENTURY          PIC 9(02).                       00000789
           05  FILLER                  PIC X(06).                       00000790
       01  WS-REV-DATE-MSG             PIC X(40) VALUE SPACES.          00000791
       01  WS-BAD-REV-DATE-COUNT       PIC 9(09) VALUE ZERO.            00000792
       01  WS-MONTH-DAYS-VALUES.                                        00000793
           05  FILLER                  PIC X(24) VALUE                  00000794
               '312831303130313130313031'.                              00000795
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          00000796
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.       00000797
       01  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.            00000798
       01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.            00000799
       01  WS-LEAP-REM-4               PIC 9(04) VALUE ZERO.            00000800
       01  WS-LEAP-REM-100             PIC 9(04) VALUE ZERO.            00000801
       01  WS-LEAP-REM-400             PIC 9(04) VALUE ZERO.            00000802
           COPY RRGTAB.                                                 00000803
           COPY FDRGTAB.                                                00000804
       PROCEDURE DIVISION.                                              00000805
       0000-MAIN-PARA.                                                  00000806
            PERFORM 0100-REGISTER-START-PARA                            00000807
            PERFORM 1500-READ-PARAMETERS-PARA                           00000808
            PERFORM 0200-LOAD-FEEDER-REGISTRY-PARA                      00000809
            PERFORM 1100-COUNT-PASS-PARA                                00000810
            PERFORM 1700-CHECK-FINGERPRINTS-PARA                        00000811
            PERFORM 1200-OPEN-FOR-MERGE-PARA                            00000830
            PERFORM 1900-GET-TIMESTAMP-PARA                             00000840
            PERFORM 2000-WRITE-HEADER-PARA                              00000850
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00000851
                UNTIL FRG-SUB > FRG-COUNT                               00000852
              IF FRG-PRESENT(FRG-SUB)                                   00000853
                PERFORM 2010-MERGE-ONE-FEED-PARA                        00000854
              END-IF                                                    00000855
            END-PERFORM                                                 00001090
            PERFORM 2900-WRITE-TRAILER-PARA                             00001100
            PERFORM 2950-WRITE-SRC-CONTROL-PARA                         00001101
            PERFORM 1750-RECORD-FINGERPRINTS-PARA                       00001102
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00001103
                UNTIL FRG-SUB > FRG-COUNT                               00001104
              IF FRG-PRESENT(FRG-SUB)                                   00001105
                DISPLAY 'PGM1MRG: ' FRG-SOURCE-SYS(FRG-SUB)             00001106
                    ' RECORDS MERGED=' FRG-FEED-COUNT(FRG-SUB)          00001107
              END-IF                                                    00001108
            END-PERFORM                                                 00001109
            DISPLAY 'PGM1MRG: TOTAL RECORDS MERGED=' WS-MERGED-COUNT    00001130
            DISPLAY 'PGM1MRG: REVERSALS MERGED=' WS-REVERSAL-COUNT      00001131
            DISPLAY 'PGM1MRG: REVERSALS WITH BAD TARGET DATE='          00001140
                WS-BAD-REV-DATE-COUNT                                   00001149
            CLOSE TRANS-OUT-FILE.                                       00001160
            PERFORM 8900-REGISTER-FINISH-PARA.                          00001161
            STOP RUN.                                                   00001170
                                                                        00001180
       0100-REGISTER-START-PARA.                                        00001181
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00001182
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00001183
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00001184
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00001185
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00001186
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00001187
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00001188
            MOVE 'PGM1MRG' TO RRG-PROGRAM-NAME                          00001189
            PERFORM 0110-LOAD-REGISTER-PARA                             00001190
            IF RRG-CYCLE-DATE NOT = SPACES                              00001191
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00001192
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00001193
              PERFORM 0115-FIND-ENTRY-PARA                              00001194
              IF RRG-FIND-SUB > ZERO                                    00001195
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001196
                  DISPLAY 'PGM1MRG: ALREADY COMPLETED FOR BUSINESS '    00001197
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00001198
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00001199
                      ' - STEP SKIPPED ON THIS RERUN'                   00001200
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00001201
                  STOP RUN                                              00001202
                END-IF                                                  00001203
              ELSE                                                      00001204
                PERFORM 0125-ADD-ENTRY-PARA                             00001205
              END-IF                                                    00001206
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00001207
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00001208
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00001209
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001210
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00001211
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00001212
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00001213
              PERFORM 0120-REWRITE-REGISTER-PARA                        00001214
              SET RRG-ACTIVE TO TRUE                                    00001215
            END-IF.                                                     00001216
                                                                        00001217
       0110-LOAD-REGISTER-PARA.                                         00001218
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00001219
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00001220
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00001221
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00001222
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00001223
                 - RRG-RETAIN-DAYS)                                     00001224
            MOVE ZERO TO RRG-COUNT                                      00001225
            MOVE SPACES TO RRG-CYCLE-DATE                               00001226
            OPEN INPUT RUNREG-FILE                                      00001227
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001228
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001229
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001230
            READ RUNREG-FILE                                            00001231
                AT END MOVE 'Y' TO RRG-EOF-SW                           00001232
            END-READ                                                    00001233
            PERFORM UNTIL RRG-EOF                                       00001234
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00001235
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00001236
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00001237
                PERFORM 0125-ADD-ENTRY-PARA                             00001238
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00001239
                IF RR-CYCLE-RECORD                                      00001240
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00001241
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00001242
                END-IF                                                  00001243
              END-IF                                                    00001244
              READ RUNREG-FILE                                          00001245
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00001246
              END-READ                                                  00001247
            END-PERFORM                                                 00001248
            CLOSE RUNREG-FILE.                                          00001249
                                                                        00001250
       0115-FIND-ENTRY-PARA.                                            00001251
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00001252
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00001253
            MOVE ZERO TO RRG-FIND-SUB                                   00001254
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001255
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00001256
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00001257
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00001258
                MOVE RRG-SUB TO RRG-FIND-SUB                            00001259
              END-IF                                                    00001260
            END-PERFORM.                                                00001261
                                                                        00001262
       0120-REWRITE-REGISTER-PARA.                                      00001263
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00001264
            OPEN OUTPUT RUNREG-FILE                                     00001265
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001266
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001267
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001268
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001269
                UNTIL RRG-SUB > RRG-COUNT                               00001270
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00001271
              WRITE RR-RECORD                                           00001272
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00001273
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00001274
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001275
            END-PERFORM                                                 00001276
            CLOSE RUNREG-FILE.                                          00001277
                                                                        00001278
       0125-ADD-ENTRY-PARA.                                             00001279
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00001280
      *    POINT RRG-FIND-SUB AT IT.                                    00001281
            IF RRG-COUNT >= RRG-MAX                                     00001282
              DISPLAY 'PGM1MRG ABEND: RUNREG HOLDS MORE ENTRIES THAN '  00001283
                  'RRG-TABLE CAN HOLD'                                  00001284
              MOVE 16 TO RETURN-CODE                                    00001285
              STOP RUN                                                  00001286
            END-IF                                                      00001287
            ADD 1 TO RRG-COUNT                                          00001288
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00001289
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00001290
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00001291
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00001292
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00001293
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00001294
                                                                        00001295
       0130-CHECK-CYCLE-DONE-PARA.                                      00001296
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00001297
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00001298
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00001299
      *    ONE.                                                         00001300
            MOVE ZERO TO RRG-DONE-COUNT                                 00001301
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00001302
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00001303
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00001304
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00001305
              PERFORM 0115-FIND-ENTRY-PARA                              00001306
              IF RRG-FIND-SUB > ZERO                                    00001307
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001308
                  ADD 1 TO RRG-DONE-COUNT                               00001309
                END-IF                                                  00001310
              END-IF                                                    00001311
            END-PERFORM                                                 00001312
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00001313
            PERFORM 0115-FIND-ENTRY-PARA                                00001314
            IF RRG-FIND-SUB > ZERO                                      00001315
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00001316
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00001317
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001318
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00001319
            END-IF.                                                     00001320
                                                                        00001321
       0200-LOAD-FEEDER-REGISTRY-PARA.                                  00001322
      *    FEEDER REGISTRY (SEE COPYLIB FDRGREC) - READ FEEDREG INTO    00001323
      *    FRG-TABLE IN CARD ORDER, APPLYING THE LOAD EDITS TO EVERY    00001324
      *    CARD. A BAD CARD, OR A REGISTRY WITH NO ACTIVE FEEDER, IS    00001325
      *    REFUSED RC 20 BEFORE ANY FEED IS TOUCHED - THE SAME EDITS    00001326
      *    RUN IN EVERY PROGRAM THAT READS FEEDREG, SO NONE OF THEM     00001327
      *    CAN ACT ON A REGISTRY ANOTHER WOULD REFUSE.                  00001328
            MOVE ZERO TO FRG-COUNT                                      00001329
            MOVE ZERO TO FRG-ACTIVE-COUNT                               00001330
            MOVE LOW-VALUES TO FRG-LAST-SOURCE                          00001331
            OPEN INPUT FEEDREG-FILE                                     00001332
            MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS              00001333
            MOVE 'FEEDREG-FILE OPEN' TO WS-FILE-CHECK-NAME              00001334
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001335
            READ FEEDREG-FILE                                           00001336
                AT END MOVE 'Y' TO FRG-EOF-SW                           00001337
            END-READ                                                    00001338
            PERFORM UNTIL FRG-EOF                                       00001339
              IF FR-RECORD(1:1) NOT = '*' AND FR-RECORD NOT = SPACES    00001340
                PERFORM 0210-EDIT-FEEDER-CARD-PARA                      00001341
                IF FRG-ERROR-MSG NOT = SPACES                           00001342
                  DISPLAY 'PGM1MRG: FEEDREG CARD IN ERROR - '           00001343
                      FR-RECORD(1:26)                                   00001344
                  MOVE FRG-ERROR-MSG TO WS-CTL-ABEND-MSG                00001345
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00001346
                END-IF                                                  00001347
                ADD 1 TO FRG-COUNT                                      00001348
                MOVE FR-SOURCE-SYS TO FRG-SOURCE-SYS(FRG-COUNT)         00001349
                MOVE FR-DEFAULT-CURRENCY TO FRG-CURRENCY(FRG-COUNT)     00001350
                MOVE FR-ACTIVE-FLAG TO FRG-ACTIVE-FLAG(FRG-COUNT)       00001351
                MOVE FR-OPTIONAL-FLAG TO FRG-OPTIONAL-FLAG(FRG-COUNT)   00001352
                MOVE FRG-INPUT-FOUND TO FRG-INPUT-SLOT(FRG-COUNT)       00001353
                MOVE FRG-RETURN-FOUND TO FRG-RETURN-SLOT(FRG-COUNT)     00001354
                MOVE 'N' TO FRG-PRESENT-SW(FRG-COUNT)                   00001355
                MOVE ZERO TO FRG-FEED-COUNT(FRG-COUNT)                  00001356
                MOVE FR-SOURCE-SYS TO FRG-LAST-SOURCE                   00001357
                IF FR-ACTIVE                                            00001358
                  ADD 1 TO FRG-ACTIVE-COUNT                             00001359
                END-IF                                                  00001360
              END-IF                                                    00001361
              READ FEEDREG-FILE                                         00001362
                  AT END MOVE 'Y' TO FRG-EOF-SW                         00001363
              END-READ                                                  00001364
            END-PERFORM                                                 00001365
            CLOSE FEEDREG-FILE                                          00001366
            IF FRG-ACTIVE-COUNT = ZERO                                  00001367
              MOVE 'FEEDREG HAS NO ACTIVE FEEDER'                       00001368
                  TO WS-CTL-ABEND-MSG                                   00001369
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00001370
            END-IF.                                                     00001371
                                                                        00001372
       0210-EDIT-FEEDER-CARD-PARA.                                      00001373
      *    LOAD EDITS FOR THE ONE CARD IN FR-RECORD AGAINST THE CARDS   00001374
      *    ALREADY IN FRG-TABLE - FRG-ERROR-MSG COMES BACK SPACES WHEN  00001375
      *    THE CARD IS GOOD, OTHERWISE IT SAYS WHAT IS WRONG. ON A GOOD 00001376
      *    CARD FRG-INPUT-FOUND/FRG-RETURN-FOUND HOLD ITS DD SLOTS.     00001377
      *    KEEP IN STEP WITH THE SAME PARAGRAPH IN EVERY PROGRAM THAT   00001378
      *    COPIES FDRGTAB.                                              00001379
            MOVE SPACES TO FRG-ERROR-MSG                                00001380
            MOVE ZERO TO FRG-INPUT-FOUND                                00001381
            MOVE ZERO TO FRG-RETURN-FOUND                               00001382
            PERFORM VARYING FRG-POOL-SUB FROM 1 BY 1                    00001383
                UNTIL FRG-POOL-SUB > FRG-MAX                            00001384
              IF FR-INPUT-DD = FRG-INPUT-DD-NAME(FRG-POOL-SUB)          00001385
                MOVE FRG-POOL-SUB TO FRG-INPUT-FOUND                    00001386
              END-IF                                                    00001387
              IF FR-RETURN-DD = FRG-RETURN-DD-NAME(FRG-POOL-SUB)        00001388
                MOVE FRG-POOL-SUB TO FRG-RETURN-FOUND                   00001389
              END-IF                                                    00001390
            END-PERFORM                                                 00001391
            MOVE ZERO TO FRG-SPACE-COUNT                                00001392
            INSPECT FR-DEFAULT-CURRENCY TALLYING FRG-SPACE-COUNT        00001393
                FOR ALL SPACE                                           00001394
            EVALUATE TRUE                                               00001395
              WHEN FRG-COUNT >= FRG-MAX                                 00001396
                MOVE 'FEEDREG HOLDS MORE FEEDERS THAN THE DD POOL'      00001397
                    TO FRG-ERROR-MSG                                    00001398
              WHEN FR-SOURCE-SYS = SPACES                               00001399
                MOVE 'FEEDREG SOURCE SYSTEM CODE IS BLANK'              00001400
                    TO FRG-ERROR-MSG                                    00001401
              WHEN FR-SOURCE-SYS = 'SYS0'                               00001402
                MOVE 'FEEDREG SOURCE SYSTEM SYS0 IS RESERVED'           00001403
                    TO FRG-ERROR-MSG                                    00001404
              WHEN FR-SOURCE-SYS NOT > FRG-LAST-SOURCE                  00001405
                MOVE 'FEEDREG CARDS NOT IN ASCENDING SOURCE ORDER'      00001406
                    TO FRG-ERROR-MSG                                    00001407
              WHEN NOT FR-ACTIVE AND NOT FR-RETIRED                     00001408
                MOVE 'FEEDREG ACTIVE FLAG IS NOT Y OR N'                00001409
                    TO FRG-ERROR-MSG                                    00001410
              WHEN NOT FR-OPTIONAL AND NOT FR-REQUIRED                  00001411
                MOVE 'FEEDREG OPTIONAL FLAG IS NOT Y OR N'              00001412
                    TO FRG-ERROR-MSG                                    00001413
              WHEN FRG-INPUT-FOUND = ZERO                               00001414
                MOVE 'FEEDREG INPUT DD IS NOT ONE OF SRC1IN-SRC6IN'     00001415
                    TO FRG-ERROR-MSG                                    00001416
              WHEN FRG-RETURN-FOUND = ZERO                              00001417
                MOVE 'FEEDREG RETURN DD IS NOT ONE OF RTN1OUT-RTN6OUT'  00001418
                    TO FRG-ERROR-MSG                                    00001419
              WHEN FR-DEFAULT-CURRENCY NOT = SPACES                     00001420
                  AND (FRG-SPACE-COUNT > ZERO                           00001421
                   OR FR-DEFAULT-CURRENCY IS NOT ALPHABETIC-UPPER)      00001422
                MOVE 'FEEDREG DEFAULT CURRENCY IS NOT 3 LETTERS'        00001423
                    TO FRG-ERROR-MSG                                    00001424
              WHEN OTHER                                                00001425
                PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1               00001426
                    UNTIL FRG-CHECK-SUB > FRG-COUNT                     00001427
                  IF FRG-INPUT-SLOT(FRG-CHECK-SUB) = FRG-INPUT-FOUND    00001428
                    MOVE 'FEEDREG INPUT DD NAMED ON TWO CARDS'          00001429
                        TO FRG-ERROR-MSG                                00001430
                  END-IF                                                00001431
                  IF FRG-RETURN-SLOT(FRG-CHECK-SUB) = FRG-RETURN-FOUND  00001432
                    MOVE 'FEEDREG RETURN DD NAMED ON TWO CARDS'         00001433
                        TO FRG-ERROR-MSG                                00001434
                  END-IF                                                00001435
                END-PERFORM                                             00001436
            END-EVALUATE.                                               00001437
                                                                        00001438
       0215-FIND-FEEDER-PARA.                                           00001439
      *    POINT FRG-FIND-SUB AT THE REGISTRY ENTRY FOR FRG-FIND-CODE - 00001440
      *    ZERO WHEN THE SOURCE IS NOT REGISTERED.                      00001441
            MOVE ZERO TO FRG-FIND-SUB                                   00001442
            PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1                   00001443
                UNTIL FRG-CHECK-SUB > FRG-COUNT OR FRG-FIND-SUB > ZERO  00001444
              IF FRG-SOURCE-SYS(FRG-CHECK-SUB) = FRG-FIND-CODE          00001445
                MOVE FRG-CHECK-SUB TO FRG-FIND-SUB                      00001446
              END-IF                                                    00001447
            END-PERFORM.                                                00001448
                                                                        00001449
       1000-OPEN-FEED-PARA.                                             00001450
      *    OPEN THE EXTRACT ON THE POOL DD FRG-ENTRY(FRG-SUB) NAMES.    00001451
      *    THE CALLER CHECKS WS-FEED-STATUS.                            00001452
            EVALUATE FRG-INPUT-SLOT(FRG-SUB)                            00001453
              WHEN 1                                                    00001454
                OPEN INPUT SRC1-FILE                                    00001455
              WHEN 2                                                    00001456
                OPEN INPUT SRC2-FILE                                    00001457
              WHEN 3                                                    00001458
                OPEN INPUT SRC3-FILE                                    00001459
              WHEN 4                                                    00001460
                OPEN INPUT SRC4-FILE                                    00001461
              WHEN 5                                                    00001462
                OPEN INPUT SRC5-FILE                                    00001463
              WHEN 6                                                    00001464
                OPEN INPUT SRC6-FILE                                    00001465
            END-EVALUATE.                                               00001466
                                                                        00001467
       1050-READ-FEED-PARA.                                             00001468
            EVALUATE FRG-INPUT-SLOT(FRG-SUB)                            00001469
              WHEN 1                                                    00001470
                READ SRC1-FILE INTO WS-FEED-RECORD                      00001471
                    AT END MOVE 'Y' TO WS-FEED-EOF-SW                   00001472
                END-READ                                                00001473
              WHEN 2                                                    00001474
                READ SRC2-FILE INTO WS-FEED-RECORD                      00001475
                    AT END MOVE 'Y' TO WS-FEED-EOF-SW                   00001476
                END-READ                                                00001477
              WHEN 3                                                    00001478
                READ SRC3-FILE INTO WS-FEED-RECORD                      00001479
                    AT END MOVE 'Y' TO WS-FEED-EOF-SW                   00001480
                END-READ                                                00001481
              WHEN 4                                                    00001482
                READ SRC4-FILE INTO WS-FEED-RECORD                      00001483
                    AT END MOVE 'Y' TO WS-FEED-EOF-SW                   00001484
                END-READ                                                00001485
              WHEN 5                                                    00001486
                READ SRC5-FILE INTO WS-FEED-RECORD                      00001487
                    AT END MOVE 'Y' TO WS-FEED-EOF-SW                   00001488
                END-READ                                                00001489
              WHEN 6                                                    00001490
                READ SRC6-FILE INTO WS-FEED-RECORD                      00001491
                    AT END MOVE 'Y' TO WS-FEED-EOF-SW                   00001492
                END-READ                                                00001493
            END-EVALUATE.                                               00001494
                                                                        00001495
       1060-CLOSE-FEED-PARA.                                            00001496
            EVALUATE FRG-INPUT-SLOT(FRG-SUB)                            00001497
              WHEN 1                                                    00001498
                CLOSE SRC1-FILE                                         00001499
              WHEN 2                                                    00001500
                CLOSE SRC2-FILE                                         00001501
              WHEN 3                                                    00001502
                CLOSE SRC3-FILE                                         00001503
              WHEN 4                                                    00001504
                CLOSE SRC4-FILE                                         00001505
              WHEN 5                                                    00001506
                CLOSE SRC5-FILE                                         00001507
              WHEN 6                                                    00001508
                CLOSE SRC6-FILE                                         00001509
            END-EVALUATE.                                               00001510
                                                                        00001511
       1100-COUNT-PASS-PARA.                                            00001512
      *    FIRST PASS OVER EVERY ACTIVE FEEDER'S EXTRACT, COUNT ONLY,   00001513
      *    SO THE HEADER RECORD CAN CARRY THE EXPECTED DETAIL COUNT     00001514
      *    BEFORE ANY DETAIL RECORD IS WRITTEN. A RETIRED FEEDER IS     00001515
      *    NOT OPENED AT ALL, SO ITS DD CARD MAY STAY OR GO.            00001516
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00001517
                UNTIL FRG-SUB > FRG-COUNT                               00001518
              IF FRG-ACTIVE(FRG-SUB)                                    00001519
                MOVE ZERO TO WS-FP-COUNT(FRG-SUB)                       00001520
                MOVE ZERO TO WS-FP-HASH(FRG-SUB)                        00001521
                MOVE 'N' TO WS-FP-DUP-SW(FRG-SUB)                       00001522
                PERFORM 1110-COUNT-ONE-FEED-PARA                        00001523
              END-IF                                                    00001524
            END-PERFORM.                                                00001525
                                                                        00001526
       1110-COUNT-ONE-FEED-PARA.                                        00001527
      *    AN ACTIVE FEEDER WHOSE EXTRACT IS NOT THERE AT ALL (STATUS   00001528
      *    35 - NO DD CARD, OR NO DATASET BEHIND IT) IS LEFT OUT OF     00001529
      *    TONIGHT'S MERGE WITH A WARNING IF FEEDREG SAYS THE NIGHT CAN 00001530
      *    PROCEED WITHOUT IT. THE RETURN CODE STAYS ZERO SO STEP020    00001531
      *    STILL RUNS, AND NO SRCCTL RECORD IS WRITTEN FOR IT, WHICH    00001532
      *    PGM1FDR REPORTS AS ABSENT. A REQUIRED FEEDER'S ABSENCE       00001533
      *    STOPS THE MERGE RC 20. AN EMPTY EXTRACT IS NOT AN ABSENT     00001534
      *    ONE - IT MERGES AS ZERO RECORDS, AS IT ALWAYS HAS.           00001535
            PERFORM 1000-OPEN-FEED-PARA                                 00001536
            IF WS-FEED-STATUS = '35'                                    00001537
              IF FRG-OPTIONAL(FRG-SUB)                                  00001538
                DISPLAY 'PGM1MRG WARNING: OPTIONAL FEEDER '             00001539
                    FRG-SOURCE-SYS(FRG-SUB) ' EXTRACT '                 00001540
                    FRG-INPUT-DD-NAME(FRG-INPUT-SLOT(FRG-SUB))          00001541
                    ' NOT PRESENT - MERGED WITHOUT IT'                  00001542
              ELSE                                                      00001543
                DISPLAY 'PGM1MRG: REQUIRED FEEDER '                     00001544
                    FRG-SOURCE-SYS(FRG-SUB) ' EXTRACT '                 00001545
                    FRG-INPUT-DD-NAME(FRG-INPUT-SLOT(FRG-SUB))          00001546
                    ' NOT PRESENT'                                      00001547
                MOVE 'REQUIRED FEEDER EXTRACT NOT PRESENT'              00001548
                    TO WS-CTL-ABEND-MSG                                 00001549
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00001550
              END-IF                                                    00001551
            ELSE                                                        00001552
              MOVE WS-FEED-STATUS TO WS-FILE-CHECK-STATUS               00001553
              MOVE FRG-SOURCE-SYS(FRG-SUB) TO WS-FCN-SOURCE             00001554
              MOVE ' FEED OPEN' TO WS-FCN-ACTION                        00001555
              MOVE WS-FEED-CHECK-NAME TO WS-FILE-CHECK-NAME             00001556
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001557
              MOVE 'Y' TO FRG-PRESENT-SW(FRG-SUB)                       00001558
              MOVE 'N' TO WS-FEED-EOF-SW                                00001559
              PERFORM 1050-READ-FEED-PARA                               00001560
              PERFORM UNTIL WS-FEED-EOF                                 00001561
                ADD 1 TO WS-EXPECTED-COUNT                              00001562
                ADD 1 TO WS-FP-COUNT(FRG-SUB)                           00001563
                MOVE WS-FEED-AMOUNT-STR TO WS-FP-AMOUNT-STR             00001564
                PERFORM 1150-ADD-FP-HASH-PARA                           00001565
                ADD WS-HASH-WORK TO WS-FP-HASH(FRG-SUB)                 00001566
                PERFORM 1050-READ-FEED-PARA                             00001567
              END-PERFORM                                               00001568
              PERFORM 1060-CLOSE-FEED-PARA                              00001569
            END-IF.                                                     00001570
                                                                        00001571
       1150-ADD-FP-HASH-PARA.                                           00001572
      *    DIGIT-SUM HASH CONTRIBUTION FOR ONE SOURCE RECORD - THE      00001573
      *    SAME DISCIPLINE AS 2150-ADD-AMOUNT-HASH-PARA AND PGM1'S      00001574
      *    3060, APPLIED TO THE RAW FEED STRING SO THE FINGERPRINT      00001575
      *    GUARDS THE EXTRACT AS DELIVERED. THE CALLER ADDS             00001576
      *    WS-HASH-WORK TO ITS OWN FEED'S FINGERPRINT HASH.             00001577
            MOVE ZERO TO WS-HASH-WORK                                   00001578
            PERFORM VARYING WS-HASH-SUB FROM 1 BY 1                     00001579
                UNTIL WS-HASH-SUB > 15                                  00001580
              IF WS-FP-AMOUNT-STR(WS-HASH-SUB:1) IS NUMERIC             00001581
                MOVE WS-FP-AMOUNT-STR(WS-HASH-SUB:1)                    00001582
                    TO WS-HASH-DIGIT                                    00001583
                ADD WS-HASH-DIGIT TO WS-HASH-WORK                       00001584
              END-IF                                                    00001585
            END-PERFORM.                                                00001586
                                                                        00001587
       1700-CHECK-FINGERPRINTS-PARA.                                    00001588
      *    REFUSE A FEEDER EXTRACT WHOSE COUNT-PLUS-HASH FINGERPRINT    00001589
      *    IS ALREADY IN THE REGISTER - THE IN-FILE DATA-FOLLOWS-       00001590
      *    TRAILER GUARD CATCHES TWO FILES IN ONE NIGHT, BUT ONLY       00001591
      *    THIS CROSS-RUN CHECK CATCHES FRIDAY'S FILE RE-TRANSMITTED    00001592
      *    ON MONDAY. AN OPS-CONFIRMED LEGITIMATE RE-SEND RUNS WITH     00001593
      *    THE PARMFILE FP-OVERRIDE CARD (PULL THE CARD AGAIN THE       00001594
      *    NEXT MORNING). FPREG IS PRE-ALLOCATED EMPTY BY STEP010.      00001595
            OPEN INPUT FPREG-FILE                                       00001596
            MOVE WS-FPREG-STATUS TO WS-FILE-CHECK-STATUS                00001597
            MOVE 'FPREG-FILE OPEN' TO WS-FILE-CHECK-NAME                00001598
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001599
            READ FPREG-FILE                                             00001600
                AT END MOVE 'Y' TO WS-FPREG-EOF-SW                      00001601
            END-READ                                                    00001602
            PERFORM UNTIL WS-FPREG-EOF                                  00001603
              MOVE FP-SOURCE-SYS TO FRG-FIND-CODE                       00001604
              PERFORM 0215-FIND-FEEDER-PARA                             00001605
              IF FRG-FIND-SUB > ZERO                                    00001606
                IF FRG-PRESENT(FRG-FIND-SUB)                            00001607
                    AND FP-DETAIL-COUNT = WS-FP-COUNT(FRG-FIND-SUB)     00001608
                    AND FP-HASH-TOTAL = WS-FP-HASH(FRG-FIND-SUB)        00001609
                    AND WS-FP-COUNT(FRG-FIND-SUB) > ZERO                00001610
                  SET WS-FP-DUP(FRG-FIND-SUB) TO TRUE                   00001611
                  SET WS-ANY-FP-DUP TO TRUE                             00001612
                END-IF                                                  00001613
              END-IF                                                    00001614
              READ FPREG-FILE                                           00001615
                  AT END MOVE 'Y' TO WS-FPREG-EOF-SW                    00001616
              END-READ                                                  00001617
            END-PERFORM                                                 00001618
            CLOSE FPREG-FILE                                            00001619
            IF WS-ANY-FP-DUP                                            00001620
              IF WS-FP-OVERRIDE                                         00001621
                DISPLAY 'PGM1MRG WARNING: DUPLICATE FEED '              00001622
                    'FINGERPRINT ACCEPTED UNDER FP-OVERRIDE - '         00001623
                    'REMOVE THE CARD AFTER THIS RUN'                    00001624
              ELSE                                                      00001625
                PERFORM VARYING FRG-SUB FROM 1 BY 1                     00001626
                    UNTIL FRG-SUB > FRG-COUNT                           00001627
                  IF WS-FP-DUP(FRG-SUB)                                 00001628
                    DISPLAY 'PGM1MRG: ' FRG-SOURCE-SYS(FRG-SUB)         00001629
                        ' EXTRACT FINGERPRINT ALREADY PROCESSED'        00001630
                  END-IF                                                00001631
                END-PERFORM                                             00001632
                MOVE 'FEED(S) ALREADY PROCESSED - DUPLICATE SEND'       00001633
                    TO WS-CTL-ABEND-MSG                                 00001634
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00001635
              END-IF                                                    00001636
            END-IF.                                                     00001637
                                                                        00001638
       1750-RECORD-FINGERPRINTS-PARA.                                   00001639
      *    REGISTER TONIGHT'S FINGERPRINTS ONLY AFTER THE MERGE         00001640
      *    COMPLETED CLEANLY - RECORDING BEFORE THE MERGE WOULD MAKE    00001641
      *    A RERUN AFTER AN ABEND COLLIDE WITH ITS OWN FINGERPRINT.     00001642
      *    APPENDED (OPEN EXTEND), NEVER REWRITTEN - THE REGISTER IS    00001643
      *    THE FULL HISTORY OF WHAT HAS EVER BEEN MERGED.               00001644
            OPEN EXTEND FPREG-FILE                                      00001645
            MOVE WS-FPREG-STATUS TO WS-FILE-CHECK-STATUS                00001646
            MOVE 'FPREG-FILE EXTEND' TO WS-FILE-CHECK-NAME              00001647
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001648
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00001649
                UNTIL FRG-SUB > FRG-COUNT                               00001650
              IF FRG-PRESENT(FRG-SUB) AND WS-FP-COUNT(FRG-SUB) > ZERO   00001651
                MOVE FRG-SOURCE-SYS(FRG-SUB) TO FP-SOURCE-SYS           00001652
                MOVE WS-TIMESTAMP(1:8) TO FP-RUN-DATE                   00001653
                MOVE WS-FP-COUNT(FRG-SUB) TO FP-DETAIL-COUNT            00001654
                MOVE WS-FP-HASH(FRG-SUB) TO FP-HASH-TOTAL               00001655
                WRITE FP-RECORD                                         00001656
                MOVE WS-FPREG-STATUS TO WS-FILE-CHECK-STATUS            00001657
                MOVE 'FP-RECORD WRITE' TO WS-FILE-CHECK-NAME            00001658
                PERFORM 9990-CHECK-FILE-STATUS-PARA                     00001659
              END-IF                                                    00001660
            END-PERFORM                                                 00001661
            CLOSE FPREG-FILE.                                           00001662
                                                                        00001663
       1200-OPEN-FOR-MERGE-PARA.                                        00001664
      *    THE EXTRACTS ARE REOPENED ONE AT A TIME BY                   00001665
      *    2010-MERGE-ONE-FEED-PARA.                                    00001666
            OPEN OUTPUT TRANS-OUT-FILE                                  00001667
            MOVE WS-TRANSOUT-STATUS TO WS-FILE-CHECK-STATUS             00001668
            MOVE 'TRANS-OUT-FILE OPEN' TO WS-FILE-CHECK-NAME            00001669
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001670
                                                                        00001671
       1500-READ-PARAMETERS-PARA.                                       00001672
      *    SAME ONE-PARMFILE-FOR-THE-STREAM RULE AS PGM1'S OWN          00001673
      *    1500-READ-PARAMETERS-PARA - THIS PROGRAM APPLIES ONLY        00001674
      *    DEFAULT-CURRENCY AND SKIPS THE KEYWORDS PGM1 OWNS. AN        00001675
      *    EMPTY PARMFILE LEAVES THE COMPILED-IN 'USD' STANDING. A      00001676
      *    FEEDER WHOSE FEEDREG CARD NAMES A CURRENCY USES THAT ONE.    00001677
            OPEN INPUT PARM-FILE                                        00001678
            MOVE WS-PARM-STATUS TO WS-FILE-CHECK-STATUS                 00001679
            MOVE 'PARM-FILE OPEN' TO WS-FILE-CHECK-NAME                 00001680
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001681
            READ PARM-FILE                                              00001682
                AT END MOVE 'Y' TO WS-PARM-EOF-SW                       00001683
            END-READ                                                    00001684
            PERFORM UNTIL WS-PARM-EOF                                   00001685
              IF PRM-RECORD(1:1) NOT = '*' AND PRM-KEYWORD NOT =        00001686
                  SPACES                                                00001687
                PERFORM 1550-APPLY-ONE-PARM-PARA                        00001688
              END-IF                                                    00001689
              READ PARM-FILE                                            00001690
                  AT END MOVE 'Y' TO WS-PARM-EOF-SW                     00001691
              END-READ                                                  00001692
            END-PERFORM                                                 00001693
            CLOSE PARM-FILE                                             00001694
            DISPLAY 'PGM1MRG: DEFAULT CURRENCY IN FORCE='               00001695
                WS-DEFAULT-CURRENCY.                                    00001696
                                                                        00001697
       1550-APPLY-ONE-PARM-PARA.                                        00001698
            EVALUATE PRM-KEYWORD                                        00001699
              WHEN 'DEFAULT-CURRENCY'                                   00001700
                IF PRM-VALUE(1:3) = SPACES                              00001701
                  MOVE 'PARMFILE DEFAULT-CURRENCY VALUE IS BLANK'       00001702
                      TO WS-CTL-ABEND-MSG                               00001703
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00001704
                END-IF                                                  00001705
                MOVE PRM-VALUE(1:3) TO WS-DEFAULT-CURRENCY              00001706
              WHEN 'SWING-THRESHOLD-PCT'                                00001707
                CONTINUE                                                00001708
              WHEN 'MAX-HIST-ENTRIES'                                   00001709
                CONTINUE                                                00001710
              WHEN 'FP-OVERRIDE'                                        00001711
                IF PRM-VALUE(1:1) = 'Y'                                 00001712
                  SET WS-FP-OVERRIDE TO TRUE                            00001713
                  DISPLAY 'PGM1MRG: FP-OVERRIDE IN FORCE - A '          00001714
                      'DUPLICATE FEED FINGERPRINT WILL BE '             00001715
                      'ACCEPTED THIS RUN ONLY'                          00001716
                END-IF                                                  00001717
              WHEN OTHER                                                00001718
                MOVE 'PARMFILE KEYWORD NOT RECOGNIZED'                  00001719
                    TO WS-CTL-ABEND-MSG                                 00001720
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00001721
            END-EVALUATE.                                               00001722
                                                                        00001723
       1900-GET-TIMESTAMP-PARA.                                         00001724
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001725
                                                                        00001726
       2000-WRITE-HEADER-PARA.                                          00001727
            MOVE 'H' TO TR-HDR-TYPE                                     00001728
            MOVE WS-TIMESTAMP(1:8) TO TR-HDR-RUN-DATE                   00001730
            MOVE WS-EXPECTED-COUNT TO TR-HDR-EXPECTED-COUNT             00001740
            WRITE TR-RECORD                                             00001750
            MOVE 'TR-HEADER-RECORD WRITE' TO WS-FILE-CHECK-NAME         00001770
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001780
                                                                        00001790
       2010-MERGE-ONE-FEED-PARA.                                        00001791
      *    ONE FEEDER'S EXTRACT, START TO END, INTO TRANSIN. THE        00001792
      *    FEEDERS GO IN FEEDREG CARD ORDER, WHICH THE LOAD EDITS HOLD  00001793
      *    TO ASCENDING SOURCE CODE, SO TR-TRAN-ID COMES OUT ASCENDING  00001794
      *    ACROSS THE WHOLE FILE AS WELL AS WITHIN EACH FEED.           00001795
            PERFORM 1000-OPEN-FEED-PARA                                 00001796
            MOVE WS-FEED-STATUS TO WS-FILE-CHECK-STATUS                 00001797
            MOVE FRG-SOURCE-SYS(FRG-SUB) TO WS-FCN-SOURCE               00001798
            MOVE ' FEED REOPEN' TO WS-FCN-ACTION                        00001799
            MOVE WS-FEED-CHECK-NAME TO WS-FILE-CHECK-NAME               00001800
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001801
            MOVE FRG-SOURCE-SYS(FRG-SUB) TO WS-FEED-CODE                00001802
            MOVE FRG-CURRENCY(FRG-SUB) TO WS-FEED-CURRENCY              00001803
            IF WS-FEED-CURRENCY = SPACES                                00001804
              MOVE WS-DEFAULT-CURRENCY TO WS-FEED-CURRENCY              00001805
            END-IF                                                      00001806
            MOVE 'N' TO WS-FEED-EOF-SW                                  00001807
            PERFORM 1050-READ-FEED-PARA                                 00001808
            PERFORM UNTIL WS-FEED-EOF                                   00001809
              COMPUTE WS-FEED-SEQ = FRG-FEED-COUNT(FRG-SUB) + 1         00001810
              PERFORM 2050-BUILD-MERGED-RECORD-PARA                     00001811
              ADD 1 TO FRG-FEED-COUNT(FRG-SUB)                          00001812
              PERFORM 1050-READ-FEED-PARA                               00001813
            END-PERFORM                                                 00001814
            PERFORM 1060-CLOSE-FEED-PARA.                               00001815
                                                                        00001816
       2050-BUILD-MERGED-RECORD-PARA.                                   00001817
      *    ONE TRANSIN RECORD FROM WS-FEED-RECORD. A REVERSAL NAMES ITS 00001818
      *    TARGET AS THIS FEEDER'S CODE PLUS THE ORDINAL IT QUOTES, AND 00001819
      *    TAKES ITS OWN TR-TRAN-ID IN SEQUENCE LIKE ANY DETAIL, SO     00001820
      *    EVERY DOWNSTREAM FILE STAYS IN ASCENDING TR-TRAN-ID ORDER.   00001821
      *    WHETHER THE TARGET EXISTS IS FOR PGM1 TO PROVE AGAINST       00001822
      *    PSTHIST - THE MERGE JUST CARRIES THE REVERSAL THROUGH. A     00001823
      *    TARGET DATE THAT IS NOT A REAL YYMMDD IS NAMED ON THE        00001824
      *    CONSOLE AND STILL CARRIED THROUGH, BUT WITH THE CENTURY      00001825
      *    LEFT BLANK, WHICH PGM1 REJECTS R004 AS AN INVALID TARGET     00001826
      *    DATE - REJOUT KEEPS THE FEEDER'S OWN STRING FOR OPS TO       00001827
      *    CHASE, AND NOTHING CAN BE REVERSED ON A GUESSED DATE.        00001828
            IF WS-FEED-IS-REVERSAL                                      00001829
              MOVE SPACES TO TR-REVERSAL-RECORD                         00001830
              MOVE 'R' TO TR-REV-TYPE                                   00001831
              MOVE WS-FEED-CODE TO TR-REV-TARGET-SOURCE                 00001832
              MOVE WS-FEED-REV-TARGET-SEQ TO TR-REV-TARGET-SEQ          00001833
              MOVE WS-FEED-REV-TARGET-YMD TO TR-REV-TARGET-DATE(3:6)    00001834
              PERFORM 2060-EDIT-REV-TARGET-DATE-PARA                    00001835
              IF WS-REV-DATE-MSG = SPACES                               00001836
                MOVE WS-REV-DATE(1:2) TO TR-REV-TARGET-DATE(1:2)        00001837
              ELSE                                                      00001838
                DISPLAY 'PGM1MRG WARNING: REVERSAL ' WS-FEED-CODE       00001839
                    WS-FEED-SEQ ' ' WS-REV-DATE-MSG                     00001840
                    ' - PGM1 WILL REJECT IT'                            00001841
                ADD 1 TO WS-BAD-REV-DATE-COUNT                          00001842
              END-IF                                                    00001843
              ADD 1 TO WS-REVERSAL-COUNT                                00001844
            ELSE                                                        00001845
              MOVE 'D' TO TR-RECORD-TYPE                                00001846
              MOVE WS-FEED-CODE TO TR-SOURCE-SYS                        00001847
              MOVE SPACE TO TR-PPA-FLAG                                 00001848
              MOVE WS-FEED-CURRENCY TO TR-CURRENCY-CODE                 00001849
              MOVE WS-FEED-AMOUNT-STR TO TR-AMOUNT-STR                  00001850
            END-IF                                                      00001851
            MOVE WS-FEED-CODE TO TR-TID-SOURCE                          00001852
            MOVE WS-FEED-SEQ TO TR-TID-SEQ                              00001853
            PERFORM 2100-WRITE-DETAIL-PARA.                             00001854
                                                                        00001855
       2060-EDIT-REV-TARGET-DATE-PARA.                                  00001856
      *    WS-FEED-REV-TARGET-YMD MUST BE A REAL YYMMDD - MONTH 01-12   00001857
      *    AND A DAY THE MONTH HAS, FEBRUARY 29 ONLY IN A LEAP YEAR,    00001858
      *    SAME EDIT AS PGM1TBM PUTS ON A HOLCAL DATE. THE CENTURY IS   00001859
      *    THE RUN DATE'S, OR THE ONE BEFORE IT WHEN THAT WOULD PUT     00001860
      *    THE TARGET AFTER TONIGHT - A TARGET MERGED ON 991231 AND     00001861
      *    REVERSED EARLY IN 2100 IS STILL FOUND.                       00001862
            MOVE SPACES TO WS-REV-DATE-MSG                              00001863
            MOVE WS-TIMESTAMP(1:2) TO WS-REV-DATE(1:2)                  00001864
            MOVE WS-FEED-REV-TARGET-YMD TO WS-REV-DATE(3:6)             00001865
            IF WS-FEED-REV-TARGET-YMD IS NOT NUMERIC                    00001866
              MOVE 'TARGET DATE IS NOT NUMERIC YYMMDD'                  00001867
                  TO WS-REV-DATE-MSG                                    00001868
            ELSE                                                        00001869
              IF WS-FEED-REV-TARGET-YMD > WS-TIMESTAMP(3:6)             00001870
                SUBTRACT 1 FROM WS-REV-CENTURY                          00001871
              END-IF                                                    00001872
              IF WS-REV-MONTH < 01 OR WS-REV-MONTH > 12                 00001873
                MOVE 'TARGET DATE MONTH IS NOT 01-12'                   00001874
                    TO WS-REV-DATE-MSG                                  00001875
              ELSE                                                      00001876
                MOVE WS-MONTH-DAYS(WS-REV-MONTH) TO WS-LAST-DAY         00001877
                IF WS-REV-MONTH = 02                                    00001878
                  DIVIDE WS-REV-YEAR BY 4 GIVING WS-LEAP-QUOTIENT       00001879
                      REMAINDER WS-LEAP-REM-4                           00001880
                  DIVIDE WS-REV-YEAR BY 100 GIVING WS-LEAP-QUOTIENT     00001881
                      REMAINDER WS-LEAP-REM-100                         00001882
                  DIVIDE WS-REV-YEAR BY 400 GIVING WS-LEAP-QUOTIENT     00001883
                      REMAINDER WS-LEAP-REM-400                         00001884
                  IF WS-LEAP-REM-4 = ZERO                               00001885
                      AND (WS-LEAP-REM-100 NOT = ZERO                   00001886
                       OR WS-LEAP-REM-400 = ZERO)                       00001887
                    MOVE 29 TO WS-LAST-DAY                              00001888
                  END-IF                                                00001889
                END-IF                                                  00001890
                IF WS-REV-DAY < 01 OR WS-REV-DAY > WS-LAST-DAY          00001891
                  MOVE 'TARGET DATE DAY IS NOT IN THE MONTH'            00001892
                      TO WS-REV-DATE-MSG                                00001893
                END-IF                                                  00001894
              END-IF                                                    00001895
            END-IF.                                                     00001896
                                                                        00001897
       2100-WRITE-DETAIL-PARA.                                          00001898
      *    TR-RECORD-TYPE IS ALREADY SET - 'D' OR 'R'. A REVERSAL HAS   00001899
      *    NO AMOUNT OF ITS OWN (ITS TR-AMOUNT-STR POSITIONS HOLD THE   00001900
      *    TARGET), SO ONLY A DETAIL ADDS TO THE TRAILER AMOUNT TOTAL.  00001901
            WRITE TR-RECORD                                             00001902
            MOVE WS-TRANSOUT-STATUS TO WS-FILE-CHECK-STATUS             00001903
            MOVE 'TR-RECORD WRITE' TO WS-FILE-CHECK-NAME                00001904
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001905
            ADD 1 TO WS-MERGED-COUNT                                    00001906
            PERFORM 2150-ADD-AMOUNT-HASH-PARA                           00001907
            IF TR-TYPE-DETAIL AND                                       00001908
                FUNCTION TEST-NUMVAL-C(TR-AMOUNT-STR) = 0               00001909
              COMPUTE WS-PARSE-AMOUNT ROUNDED =                         00001910
                  FUNCTION NUMVAL-C(TR-AMOUNT-STR)                      00001911
              ADD WS-PARSE-AMOUNT TO WS-AMOUNT-TOTAL                    00001912
            END-IF.                                                     00001920
                                                                        00001930
       2150-ADD-AMOUNT-HASH-PARA.                                       00001931
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002020
                                                                        00002030
       2950-WRITE-SRC-CONTROL-PARA.                                     00002031
      *    ONE SRCCTL RECORD PER FEEDER MERGED TONIGHT WITH THE COUNT   00002032
      *    OF DETAILS MERGED FROM IT - PGM1FDR CROSS-CHECKS THESE       00002033
      *    AGAINST THE PER-SOURCE COUNTS IT TALLIES FROM EXTROUT/       00002034
      *    REJOUT/OVFLOUT. AN OPTIONAL FEEDER LEFT OUT TONIGHT GETS NO  00002035
      *    RECORD. REBUILT IN FULL EVERY NIGHT, SAME AS TRANSIN. EACH   00002036
      *    RECORD IS ALSO APPENDED TO SRCHIST FOR THE MONTHLY REJECT    00002037
      *    TREND REPORT.                                                00002038
            OPEN OUTPUT SRC-CTL-FILE                                    00002039
            MOVE WS-SRCCTL-STATUS TO WS-FILE-CHECK-STATUS               00002040
            MOVE 'SRC-CTL-FILE OPEN' TO WS-FILE-CHECK-NAME              00002041
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002042
            OPEN EXTEND SRC-HIST-FILE                                   00002043
            MOVE WS-SRCHIST-STATUS TO WS-FILE-CHECK-STATUS              00002044
            MOVE 'SRC-HIST-FILE EXTEND' TO WS-FILE-CHECK-NAME           00002045
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002046
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00002047
                UNTIL FRG-SUB > FRG-COUNT                               00002048
              IF FRG-PRESENT(FRG-SUB)                                   00002049
                MOVE FRG-SOURCE-SYS(FRG-SUB) TO SCT-SOURCE-SYS          00002050
                MOVE WS-TIMESTAMP(1:8) TO SCT-RUN-DATE                  00002051
                MOVE FRG-FEED-COUNT(FRG-SUB) TO SCT-MERGED-COUNT        00002052
                WRITE SCT-RECORD                                        00002053
                MOVE WS-SRCCTL-STATUS TO WS-FILE-CHECK-STATUS           00002054
                MOVE 'SCT-RECORD WRITE' TO WS-FILE-CHECK-NAME           00002055
                PERFORM 9990-CHECK-FILE-STATUS-PARA                     00002056
                WRITE SCH-RECORD FROM SCT-RECORD                        00002057
                MOVE WS-SRCHIST-STATUS TO WS-FILE-CHECK-STATUS          00002058
                MOVE 'SCH-RECORD WRITE' TO WS-FILE-CHECK-NAME           00002059
                PERFORM 9990-CHECK-FILE-STATUS-PARA                     00002060
              END-IF                                                    00002061
            END-PERFORM                                                 00002062
            CLOSE SRC-CTL-FILE                                          00002063
            CLOSE SRC-HIST-FILE.                                        00002064
                                                                        00002065
       8900-REGISTER-FINISH-PARA.                                       00002066
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00002067
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00002068
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00002069
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00002070
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00002071
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00002072
            IF RRG-ACTIVE                                               00002073
              MOVE 'N' TO RRG-ACTIVE-SW                                 00002074
              IF RETURN-CODE < 16                                       00002075
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00002076
              ELSE                                                      00002077
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00002078
              END-IF                                                    00002079
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00002080
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002081
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00002082
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00002083
              PERFORM 0120-REWRITE-REGISTER-PARA                        00002084
            END-IF.                                                     00002085
                                                                        00002086
       9990-CHECK-FILE-STATUS-PARA.                                     00002087
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002088
              DISPLAY 'PGM1MRG ABEND: ' WS-FILE-CHECK-NAME              00002089
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002090
              MOVE 16 TO RETURN-CODE                                    00002091
              PERFORM 8900-REGISTER-FINISH-PARA                         00002092
              STOP RUN                                                  00002093
            END-IF.                                                     00002100
                                                                        00002110
       9995-CONTROL-TOTAL-ABEND-PARA.                                   00002120
      *    THE SCHEDULER THIS IS A DATA REFUSAL, NOT A FILE ERROR.      00002150
            DISPLAY 'PGM1MRG ABEND: ' WS-CTL-ABEND-MSG                  00002160
            MOVE 20 TO RETURN-CODE                                      00002170
            PERFORM 8900-REGISTER-FINISH-PARA                           00002171
            STOP RUN.                                                   00002180

      *               PLUS REJECT PLUS OVERFLOW COUNT IS FLAGGED BY    *00000190
      *               NAME ON THE REPORT AND VIA THE "PGM1 ALERT:"     *00000200
      *               CONSOLE TAG BEFORE THE GL LOAD RUNS.             *00000210
      *  10/15/2026  VAR  REVERSALS (EXTROUT ROWS WITH EXT-CHANGE-FLAG *00000211
      *               'R' - SEE PGM1'S 3500-PROCESS-REVERSAL-PARA) ARE *00000212
      *               NOW COUNTED APART FROM NEW BUSINESS: THE EXTRACT *00000213
      *               COLUMN AND AMOUNT LINE SHOW NEW BUSINESS ONLY, A *00000214
      *               REVERSALS LINE UNDER EACH FEEDER SHOWS THE COUNT *00000215
      *               AND NET AMOUNT REVERSED, AND REVERSALS COUNT     *00000216
      *               TOWARD THE DISPOSED TOTAL THE MERGED COUNT MUST  *00000217
      *               EQUAL.                                           *00000218
      *  10/15/2026  VAR  LARGE-VALUE HOLDS: TONIGHT'S NIGHTLY-STREAM  *00000219
      *               HOLDQ ITEMS ARE TALLIED PER FEEDER AND COUNT     *00000220
      *               TOWARD THE DISPOSED TOTAL AS "HELD". RELEASE ROWS*00000221
      *               (EXT-CHANGE-FLAG 'A') AND DECLINE ROWS (REJOUT   *00000222
      *               REASON R006) DISPOSE OF EARLIER NIGHTS' HOLDS, SO*00000223
      *               THEY ARE KEPT OUT OF THE EXTRACT AND REJECT      *00000224
      *               COLUMNS, THE REJECT RATE AND THE DISPOSED TOTAL, *00000225
      *               AND SHOWN ON TWO NEW LINES UNDER EACH FEEDER.    *00000226
      *  10/15/2026  VAR  RUN REGISTER - EACH RUN NOW RECORDS ITS      *00000227
      *               START, FINISH AND RETURN CODE AGAINST            *00000228
      *               TONIGHT'S BUSINESS DATE ON RUNREG (SEE           *00000229
      *               COPYLIB RRGREC) AND, ON A RERUN OF A NIGHT       *00000230
      *               IT ALREADY COMPLETED, SKIPS ITSELF AND ENDS      *00000231
      *               WITH THE RETURN CODE IT FINISHED WITH.           *00000232
      *  10/15/2026  VAR  FEEDER REGISTRY (FEEDREG): EVERY ACTIVE      *00000233
      *               FEEDER NOW GETS A REPORT LINE EVEN WHEN THE MERGE*00000234
      *               WENT AHEAD WITHOUT IT, AND A REGISTRY LINE FLAGS *00000235
      *               AN ACTIVE FEEDER NOT MERGED, OR A RETIRED OR     *00000236
      *               UNREGISTERED SOURCE WITH ROWS, AS AN ANOMALY. A  *00000237
      *               RETIRED FEEDER DROPS OFF FDRRPT AND FDRHIST; AN  *00000238
      *               ABSENT ONE KEEPS ITS FDRHIST BASELINE.           *00000239
      ***************************************************************** 00000241
       ENVIRONMENT DIVISION.                                            00000243
       INPUT-OUTPUT SECTION.                                            00000245
       FILE-CONTROL.                                                    00000250
           SELECT SRC-CTL-FILE ASSIGN TO SRCCTL                         00000260
               ORGANIZATION IS SEQUENTIAL                               00000270
               ORGANIZATION IS SEQUENTIAL                               00000390
               ACCESS MODE IS SEQUENTIAL                                00000400
               FILE STATUS IS WS-OVFLOW-STATUS.                         00000410
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ                            00000411
               ORGANIZATION IS INDEXED                                  00000412
               ACCESS MODE IS SEQUENTIAL                                00000413
               RECORD KEY IS HQ-KEY                                     00000414
               FILE STATUS IS WS-HOLDQ-STATUS.                          00000415
           SELECT FDRHIST-FILE ASSIGN TO FDRHIST                        00000420
               ORGANIZATION IS SEQUENTIAL                               00000430
               ACCESS MODE IS SEQUENTIAL                                00000440
               ORGANIZATION IS SEQUENTIAL                               00000470
               ACCESS MODE IS SEQUENTIAL                                00000480
               FILE STATUS IS WS-REPORT-STATUS.                         00000490
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000491
               ORGANIZATION IS SEQUENTIAL                               00000492
               ACCESS MODE IS SEQUENTIAL                                00000493
               FILE STATUS IS WS-RUNREG-STATUS.                         00000494
           SELECT FEEDREG-FILE ASSIGN TO FEEDREG                        00000495
               ORGANIZATION IS SEQUENTIAL                               00000496
               ACCESS MODE IS SEQUENTIAL                                00000497
               FILE STATUS IS WS-FEEDREG-STATUS.                        00000498
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
       FD  SRC-CTL-FILE                                                 00000520
      *    AGAIN. EXT-TID-SOURCE (THE LEADING 4 BYTES OF THE            00000620
      *    TRANSACTION IDENTIFIER) IS WHAT TIES AN EXTRACT ROW BACK     00000630
      *    TO ITS FEEDER.                                               00000640
      *    EXT-CHANGE-FLAG 'R' MARKS A REVERSAL ROW, 'A' A RELEASED     00000641
      *    HELD ITEM.                                                   00000642
       01  EXT-RECORD.                                                  00000650
           05  EXT-AMOUNT               PIC S9(9)V99.                   00000660
           05  EXT-AMOUNT-SIDE-1        PIC S9(9)V99.                   00000670
           05  OVF-FIELD-NAME          PIC X(10).                       00000860
           05  OVF-ATTEMPTED-VALUE     PIC X(10).                       00000870
           05  OVF-CONTEXT             PIC X(30).                       00000880
       FD  HOLDQ-FILE                                                   00000881
           RECORDING MODE IS F.                                         00000882
      *    THE LARGE-VALUE HOLD QUEUE - SEE HOLDREC COPY. ONLY ITEMS    00000883
      *    HELD BY TONIGHT'S NIGHTLY RUN ARE TALLIED.                   00000884
           COPY HOLDREC.                                                00000885
       FD  FDRHIST-FILE                                                 00000890
           RECORDING MODE IS F.                                         00000900
      *    PRIOR RUN'S PER-FEEDER MERGED AND REJECT COUNTS - READ       00000910
      *    THE PER-FEEDER RECONCILIATION REPORT, ONE 80-BYTE PRINT      00001030
      *    LINE PER RECORD, SAME CONVENTION AS SUMRPT.                  00001040
       01  RPT-RECORD                  PIC X(80).                       00001050
       FD  RUNREG-FILE                                                  00001051
           RECORDING MODE IS F.                                         00001052
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00001053
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00001054
      *    AND FINISH. SEE RRGREC COPY.                                 00001055
           COPY RRGREC.                                                 00001056
       FD  FEEDREG-FILE                                                 00001057
           RECORDING MODE IS F.                                         00001058
      *    FEEDER REGISTRY - WHICH FEEDERS SHOULD HAVE BEEN MERGED      00001059
      *    TONIGHT. SEE FDRGREC COPY.                                   00001060
           COPY FDRGREC.                                                00001061
       WORKING-STORAGE SECTION.                                         00001065
       01  WS-SRCCTL-STATUS            PIC XX.                          00001070
       01  WS-EXTRACT-STATUS           PIC XX.                          00001080
       01  WS-REJECT-STATUS            PIC XX.                          00001090
       01  WS-OVFLOW-STATUS            PIC XX.                          00001100
       01  WS-HOLDQ-STATUS             PIC XX.                          00001101
       01  WS-FDRHIST-STATUS           PIC XX.                          00001110
       01  WS-REPORT-STATUS            PIC XX.                          00001120
       01  WS-RUNREG-STATUS            PIC XX.                          00001121
       01  WS-FEEDREG-STATUS           PIC XX.                          00001122
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00001130
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00001140
       01  WS-CTL-ABEND-MSG            PIC X(50) VALUE SPACES.          00001141
       01  WS-SRCCTL-EOF-SW            PIC X VALUE 'N'.                 00001150
           88  WS-SRCCTL-EOF           VALUE 'Y'.                       00001160
       01  WS-EXTRACT-EOF-SW           PIC X VALUE 'N'.                 00001170
           88  WS-REJECT-EOF           VALUE 'Y'.                       00001200
       01  WS-OVFLOW-EOF-SW            PIC X VALUE 'N'.                 00001210
           88  WS-OVFLOW-EOF           VALUE 'Y'.                       00001220
       01  WS-HOLDQ-EOF-SW             PIC X VALUE 'N'.                 00001221
           88  WS-HOLDQ-EOF            VALUE 'Y'.                       00001222
       01  WS-FDRHIST-EOF-SW           PIC X VALUE 'N'.                 00001230
           88  WS-FDRHIST-EOF          VALUE 'Y'.                       00001240
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.          00001250
      *    OUTPUT FILE - FOUND-OR-ADDED BY 6000-FIND-SOURCE-PARA SO A   00001270
      *    FEEDER THAT APPEARS IN AN OUTPUT BUT NOT IN SRCCTL (OR THE   00001280
      *    REVERSE) STILL GETS A REPORT LINE AND A MISMATCH FLAG        00001290
      *    INSTEAD OF VANISHING. EVERY ACTIVE FEEDREG FEEDER IS SEEDED  00001291
      *    FIRST, SO ONE THE MERGE WENT AHEAD WITHOUT IS REPORTED TOO.  00001292
      *    WS-SRC-REG-SW IS THE FEEDER'S STANDING ON FEEDREG,           00001293
      *    WS-SRC-CTL-SW WHETHER SRCCTL HAS A MERGE COUNT FOR IT, AND   00001294
      *    WS-SRC-SEEN-SW 'N' MARKS AN ENTRY ONLY FDRHIST KNOWS OF.     00001295
       01  WS-SRC-TABLE.                                                00001310
           05  WS-SRC-ENTRY OCCURS 10 TIMES.                            00001320
               10  WS-SRC-CODE          PIC X(04).                      00001330
               10  WS-SRC-MERGED        PIC 9(09).                      00001340
               10  WS-SRC-EXT-COUNT     PIC 9(09).                      00001350
               10  WS-SRC-EXT-AMOUNT    PIC S9(11)V99.                  00001360
               10  WS-SRC-REV-COUNT     PIC 9(09).                      00001361
               10  WS-SRC-REV-AMOUNT    PIC S9(11)V99.                  00001362
               10  WS-SRC-REJ-COUNT     PIC 9(09).                      00001370
               10  WS-SRC-OVF-COUNT     PIC 9(09).                      00001380
               10  WS-SRC-HELD-COUNT    PIC 9(09).                      00001381
               10  WS-SRC-HELD-AMOUNT   PIC S9(11)V99.                  00001382
               10  WS-SRC-REL-COUNT     PIC 9(09).                      00001383
               10  WS-SRC-REL-AMOUNT    PIC S9(11)V99.                  00001384
               10  WS-SRC-DEC-COUNT     PIC 9(09).                      00001385
               10  WS-SRC-PRI-MERGED    PIC 9(09).                      00001390
               10  WS-SRC-PRI-REJ       PIC 9(09).                      00001400
               10  WS-SRC-PRI-SW        PIC X(01).                      00001410
                   88  WS-SRC-HAVE-PRIOR VALUE 'Y'.                     00001420
               10  WS-SRC-REG-SW        PIC X(01).                      00001421
                   88  WS-SRC-REG-ACTIVE VALUE 'A'.                     00001422
                   88  WS-SRC-REG-RETIRED VALUE 'R'.                    00001423
                   88  WS-SRC-UNREGISTERED VALUE 'U'.                   00001424
               10  WS-SRC-CTL-SW        PIC X(01).                      00001425
                   88  WS-SRC-HAVE-CTL  VALUE 'Y'.                      00001426
               10  WS-SRC-SEEN-SW       PIC X(01).                      00001427
                   88  WS-SRC-SEEN      VALUE 'Y'.                      00001428
       01  WS-SRC-COUNT                PIC 9(02) VALUE ZERO.            00001430
       01  WS-SRC-MAX                  PIC 9(02) VALUE 10.              00001440
       01  WS-SRC-SUB                  PIC 9(02) VALUE ZERO.            00001450
               '     EXTRACT AMOUNT TOTAL    '.                         00001830
           05  WS-RPT-AMOUNT            PIC -Z(10)9.99.                 00001840
           05  FILLER                   PIC X(36) VALUE SPACES.         00001850
       01  WS-RPT-REVERSAL-LINE.                                        00001851
           05  FILLER                   PIC X(21) VALUE                 00001852
               '     REVERSALS POSTED'.                                 00001853
           05  WS-RPT-REV-COUNT         PIC Z(08)9.                     00001854
           05  FILLER                   PIC X(13) VALUE                 00001855
               '  NET AMOUNT '.                                         00001856
           05  WS-RPT-REV-AMOUNT        PIC -Z(10)9.99.                 00001857
           05  FILLER                   PIC X(22) VALUE SPACES.         00001858
       01  WS-RPT-HELD-LINE.                                            00001859
           05  FILLER                   PIC X(21) VALUE                 00001860
               '     ITEMS HELD'.                                       00001861
           05  WS-RPT-HELD-COUNT        PIC Z(08)9.                     00001862
           05  FILLER                   PIC X(13) VALUE                 00001863
               '  AMOUNT '.                                             00001864
           05  WS-RPT-HELD-AMOUNT       PIC -Z(10)9.99.                 00001865
           05  FILLER                   PIC X(22) VALUE SPACES.         00001866
       01  WS-RPT-RELEASE-LINE.                                         00001867
           05  FILLER                   PIC X(21) VALUE                 00001868
               '     HELD RELEASED'.                                    00001869
           05  WS-RPT-REL-COUNT         PIC Z(08)9.                     00001870
           05  FILLER                   PIC X(13) VALUE                 00001871
               '  AMOUNT '.                                             00001872
           05  WS-RPT-REL-AMOUNT        PIC -Z(10)9.99.                 00001873
           05  FILLER                   PIC X(09) VALUE                 00001874
               ' DECLINED'.                                             00001875
           05  WS-RPT-DEC-COUNT         PIC Z(08)9.                     00001876
           05  FILLER                   PIC X(04) VALUE SPACES.         00001877
       01  WS-RPT-REGISTRY-LINE.                                        00001878
           05  FILLER                   PIC X(15) VALUE                 00001879
               '     REGISTRY: '.                                       00001880
           05  WS-RPT-REG-TEXT          PIC X(65).                      00001881
           COPY RRGTAB.                                                 00001882
           COPY FDRGTAB.                                                00001883
       PROCEDURE DIVISION.                                              00001884
       0000-MAIN-PARA.                                                  00001885
            PERFORM 0100-REGISTER-START-PARA                            00001886
            PERFORM 0200-LOAD-FEEDER-REGISTRY-PARA                      00001887
            PERFORM 1000-OPEN-FILES-PARA                                00001888
            PERFORM 1500-SEED-ACTIVE-FEEDERS-PARA                       00001889
            PERFORM 2000-LOAD-SRCCTL-PARA                               00001890
            PERFORM 2100-TALLY-EXTRACT-PARA                             00001900
            PERFORM 2200-TALLY-REJECT-PARA                              00001910
            PERFORM 2300-TALLY-OVERFLOW-PARA                            00001920
            PERFORM 2350-TALLY-HOLDQ-PARA                               00001921
            PERFORM 2400-READ-FDRHIST-PARA                              00001930
            PERFORM 4000-WRITE-REPORT-PARA                              00001940
            PERFORM 5000-WRITE-FDRHIST-PARA                             00001950
            CLOSE EXTRACT-FILE                                          00001970
            CLOSE REJECT-FILE                                           00001980
            CLOSE OVERFLOW-FILE                                         00001990
            CLOSE HOLDQ-FILE                                            00001991
            CLOSE REPORT-FILE.                                          00002000
            PERFORM 9996-MISMATCH-ALERT-PARA.                           00002010
            PERFORM 9997-ANOMALY-ALERT-PARA.                            00002020
            PERFORM 8900-REGISTER-FINISH-PARA.                          00002021
            STOP RUN.                                                   00002030
                                                                        00002040
       0100-REGISTER-START-PARA.                                        00002041
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00002042
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00002043
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00002044
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00002045
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00002046
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00002047
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00002048
            MOVE 'PGM1FDR' TO RRG-PROGRAM-NAME                          00002049
            PERFORM 0110-LOAD-REGISTER-PARA                             00002050
            IF RRG-CYCLE-DATE NOT = SPACES                              00002051
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00002052
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00002053
              PERFORM 0115-FIND-ENTRY-PARA                              00002054
              IF RRG-FIND-SUB > ZERO                                    00002055
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00002056
                  DISPLAY 'PGM1FDR: ALREADY COMPLETED FOR BUSINESS '    00002057
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00002058
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00002059
                      ' - STEP SKIPPED ON THIS RERUN'                   00002060
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00002061
                  STOP RUN                                              00002062
                END-IF                                                  00002063
              ELSE                                                      00002064
                PERFORM 0125-ADD-ENTRY-PARA                             00002065
              END-IF                                                    00002066
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00002067
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00002068
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00002069
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002070
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00002071
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00002072
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00002073
              PERFORM 0120-REWRITE-REGISTER-PARA                        00002074
              SET RRG-ACTIVE TO TRUE                                    00002075
            END-IF.                                                     00002076
                                                                        00002077
       0110-LOAD-REGISTER-PARA.                                         00002078
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00002079
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00002080
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00002081
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00002082
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00002083
                 - RRG-RETAIN-DAYS)                                     00002084
            MOVE ZERO TO RRG-COUNT                                      00002085
            MOVE SPACES TO RRG-CYCLE-DATE                               00002086
            OPEN INPUT RUNREG-FILE                                      00002087
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00002088
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00002089
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002090
            READ RUNREG-FILE                                            00002091
                AT END MOVE 'Y' TO RRG-EOF-SW                           00002092
            END-READ                                                    00002093
            PERFORM UNTIL RRG-EOF                                       00002094
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00002095
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00002096
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00002097
                PERFORM 0125-ADD-ENTRY-PARA                             00002098
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00002099
                IF RR-CYCLE-RECORD                                      00002100
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00002101
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00002102
                END-IF                                                  00002103
              END-IF                                                    00002104
              READ RUNREG-FILE                                          00002105
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00002106
              END-READ                                                  00002107
            END-PERFORM                                                 00002108
            CLOSE RUNREG-FILE.                                          00002109
                                                                        00002110
       0115-FIND-ENTRY-PARA.                                            00002111
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00002112
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00002113
            MOVE ZERO TO RRG-FIND-SUB                                   00002114
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00002115
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00002116
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00002117
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00002118
                MOVE RRG-SUB TO RRG-FIND-SUB                            00002119
              END-IF                                                    00002120
            END-PERFORM.                                                00002121
                                                                        00002122
       0120-REWRITE-REGISTER-PARA.                                      00002123
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00002124
            OPEN OUTPUT RUNREG-FILE                                     00002125
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00002126
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00002127
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002128
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00002129
                UNTIL RRG-SUB > RRG-COUNT                               00002130
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00002131
              WRITE RR-RECORD                                           00002132
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00002133
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00002134
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00002135
            END-PERFORM                                                 00002136
            CLOSE RUNREG-FILE.                                          00002137
                                                                        00002138
       0125-ADD-ENTRY-PARA.                                             00002139
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00002140
      *    POINT RRG-FIND-SUB AT IT.                                    00002141
            IF RRG-COUNT >= RRG-MAX                                     00002142
              DISPLAY 'PGM1FDR ABEND: RUNREG HOLDS MORE ENTRIES THAN '  00002143
                  'RRG-TABLE CAN HOLD'                                  00002144
              MOVE 16 TO RETURN-CODE                                    00002145
              STOP RUN                                                  00002146
            END-IF                                                      00002147
            ADD 1 TO RRG-COUNT                                          00002148
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00002149
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00002150
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00002151
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00002152
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00002153
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00002154
                                                                        00002155
       0130-CHECK-CYCLE-DONE-PARA.                                      00002156
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00002157
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00002158
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00002159
      *    ONE.                                                         00002160
            MOVE ZERO TO RRG-DONE-COUNT                                 00002161
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00002162
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00002163
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00002164
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00002165
              PERFORM 0115-FIND-ENTRY-PARA                              00002166
              IF RRG-FIND-SUB > ZERO                                    00002167
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00002168
                  ADD 1 TO RRG-DONE-COUNT                               00002169
                END-IF                                                  00002170
              END-IF                                                    00002171
            END-PERFORM                                                 00002172
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00002173
            PERFORM 0115-FIND-ENTRY-PARA                                00002174
            IF RRG-FIND-SUB > ZERO                                      00002175
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00002176
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00002177
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002178
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00002179
            END-IF.                                                     00002180
                                                                        00002181
       0200-LOAD-FEEDER-REGISTRY-PARA.                                  00002182
      *    FEEDER REGISTRY (SEE COPYLIB FDRGREC) - READ FEEDREG INTO    00002183
      *    FRG-TABLE IN CARD ORDER, APPLYING THE LOAD EDITS TO EVERY    00002184
      *    CARD. A BAD CARD, OR A REGISTRY WITH NO ACTIVE FEEDER, IS    00002185
      *    REFUSED RC 20 BEFORE ANY FEED IS TOUCHED - THE SAME EDITS    00002186
      *    RUN IN EVERY PROGRAM THAT READS FEEDREG, SO NONE OF THEM     00002187
      *    CAN ACT ON A REGISTRY ANOTHER WOULD REFUSE.                  00002188
            MOVE ZERO TO FRG-COUNT                                      00002189
            MOVE ZERO TO FRG-ACTIVE-COUNT                               00002190
            MOVE LOW-VALUES TO FRG-LAST-SOURCE                          00002191
            OPEN INPUT FEEDREG-FILE                                     00002192
            MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS              00002193
            MOVE 'FEEDREG-FILE OPEN' TO WS-FILE-CHECK-NAME              00002194
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002195
            READ FEEDREG-FILE                                           00002196
                AT END MOVE 'Y' TO FRG-EOF-SW                           00002197
            END-READ                                                    00002198
            PERFORM UNTIL FRG-EOF                                       00002199
              IF FR-RECORD(1:1) NOT = '*' AND FR-RECORD NOT = SPACES    00002200
                PERFORM 0210-EDIT-FEEDER-CARD-PARA                      00002201
                IF FRG-ERROR-MSG NOT = SPACES                           00002202
                  DISPLAY 'PGM1FDR: FEEDREG CARD IN ERROR - '           00002203
                      FR-RECORD(1:26)                                   00002204
                  MOVE FRG-ERROR-MSG TO WS-CTL-ABEND-MSG                00002205
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00002206
                END-IF                                                  00002207
                ADD 1 TO FRG-COUNT                                      00002208
                MOVE FR-SOURCE-SYS TO FRG-SOURCE-SYS(FRG-COUNT)         00002209
                MOVE FR-DEFAULT-CURRENCY TO FRG-CURRENCY(FRG-COUNT)     00002210
                MOVE FR-ACTIVE-FLAG TO FRG-ACTIVE-FLAG(FRG-COUNT)       00002211
                MOVE FR-OPTIONAL-FLAG TO FRG-OPTIONAL-FLAG(FRG-COUNT)   00002212
                MOVE FRG-INPUT-FOUND TO FRG-INPUT-SLOT(FRG-COUNT)       00002213
                MOVE FRG-RETURN-FOUND TO FRG-RETURN-SLOT(FRG-COUNT)     00002214
                MOVE 'N' TO FRG-PRESENT-SW(FRG-COUNT)                   00002215
                MOVE ZERO TO FRG-FEED-COUNT(FRG-COUNT)                  00002216
                MOVE FR-SOURCE-SYS TO FRG-LAST-SOURCE                   00002217
                IF FR-ACTIVE                                            00002218
                  ADD 1 TO FRG-ACTIVE-COUNT                             00002219
                END-IF                                                  00002220
              END-IF                                                    00002221
              READ FEEDREG-FILE                                         00002222
                  AT END MOVE 'Y' TO FRG-EOF-SW                         00002223
              END-READ                                                  00002224
            END-PERFORM                                                 00002225
            CLOSE FEEDREG-FILE                                          00002226
            IF FRG-ACTIVE-COUNT = ZERO                                  00002227
              MOVE 'FEEDREG HAS NO ACTIVE FEEDER'                       00002228
                  TO WS-CTL-ABEND-MSG                                   00002229
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00002230
            END-IF.                                                     00002231
                                                                        00002232
       0210-EDIT-FEEDER-CARD-PARA.                                      00002233
      *    LOAD EDITS FOR THE ONE CARD IN FR-RECORD AGAINST THE CARDS   00002234
      *    ALREADY IN FRG-TABLE - FRG-ERROR-MSG COMES BACK SPACES WHEN  00002235
      *    THE CARD IS GOOD, OTHERWISE IT SAYS WHAT IS WRONG. ON A GOOD 00002236
      *    CARD FRG-INPUT-FOUND/FRG-RETURN-FOUND HOLD ITS DD SLOTS.     00002237
      *    KEEP IN STEP WITH THE SAME PARAGRAPH IN EVERY PROGRAM THAT   00002238
      *    COPIES FDRGTAB.                                              00002239
            MOVE SPACES TO FRG-ERROR-MSG                                00002240
            MOVE ZERO TO FRG-INPUT-FOUND                                00002241
            MOVE ZERO TO FRG-RETURN-FOUND                               00002242
            PERFORM VARYING FRG-POOL-SUB FROM 1 BY 1                    00002243
                UNTIL FRG-POOL-SUB > FRG-MAX                            00002244
              IF FR-INPUT-DD = FRG-INPUT-DD-NAME(FRG-POOL-SUB)          00002245
                MOVE FRG-POOL-SUB TO FRG-INPUT-FOUND                    00002246
              END-IF                                                    00002247
              IF FR-RETURN-DD = FRG-RETURN-DD-NAME(FRG-POOL-SUB)        00002248
                MOVE FRG-POOL-SUB TO FRG-RETURN-FOUND                   00002249
              END-IF                                                    00002250
            END-PERFORM                                                 00002251
            MOVE ZERO TO FRG-SPACE-COUNT                                00002252
            INSPECT FR-DEFAULT-CURRENCY TALLYING FRG-SPACE-COUNT        00002253
                FOR ALL SPACE                                           00002254
            EVALUATE TRUE                                               00002255
              WHEN FRG-COUNT >= FRG-MAX                                 00002256
                MOVE 'FEEDREG HOLDS MORE FEEDERS THAN THE DD POOL'      00002257
                    TO FRG-ERROR-MSG                                    00002258
              WHEN FR-SOURCE-SYS = SPACES                               00002259
                MOVE 'FEEDREG SOURCE SYSTEM CODE IS BLANK'              00002260
                    TO FRG-ERROR-MSG                                    00002261
              WHEN FR-SOURCE-SYS = 'SYS0'                               00002262
                MOVE 'FEEDREG SOURCE SYSTEM SYS0 IS RESERVED'           00002263
                    TO FRG-ERROR-MSG                                    00002264
              WHEN FR-SOURCE-SYS NOT > FRG-LAST-SOURCE                  00002265
                MOVE 'FEEDREG CARDS NOT IN ASCENDING SOURCE ORDER'      00002266
                    TO FRG-ERROR-MSG                                    00002267
              WHEN NOT FR-ACTIVE AND NOT FR-RETIRED                     00002268
                MOVE 'FEEDREG ACTIVE FLAG IS NOT Y OR N'                00002269
                    TO FRG-ERROR-MSG                                    00002270
              WHEN NOT FR-OPTIONAL AND NOT FR-REQUIRED                  00002271
                MOVE 'FEEDREG OPTIONAL FLAG IS NOT Y OR N'              00002272
                    TO FRG-ERROR-MSG                                    00002273
              WHEN FRG-INPUT-FOUND = ZERO                               00002274
                MOVE 'FEEDREG INPUT DD IS NOT ONE OF SRC1IN-SRC6IN'     00002275
                    TO FRG-ERROR-MSG                                    00002276
              WHEN FRG-RETURN-FOUND = ZERO                              00002277
                MOVE 'FEEDREG RETURN DD IS NOT ONE OF RTN1OUT-RTN6OUT'  00002278
                    TO FRG-ERROR-MSG                                    00002279
              WHEN FR-DEFAULT-CURRENCY NOT = SPACES                     00002280
                  AND (FRG-SPACE-COUNT > ZERO                           00002281
                   OR FR-DEFAULT-CURRENCY IS NOT ALPHABETIC-UPPER)      00002282
                MOVE 'FEEDREG DEFAULT CURRENCY IS NOT 3 LETTERS'        00002283
                    TO FRG-ERROR-MSG                                    00002284
              WHEN OTHER                                                00002285
                PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1               00002286
                    UNTIL FRG-CHECK-SUB > FRG-COUNT                     00002287
                  IF FRG-INPUT-SLOT(FRG-CHECK-SUB) = FRG-INPUT-FOUND    00002288
                    MOVE 'FEEDREG INPUT DD NAMED ON TWO CARDS'          00002289
                        TO FRG-ERROR-MSG                                00002290
                  END-IF                                                00002291
                  IF FRG-RETURN-SLOT(FRG-CHECK-SUB) = FRG-RETURN-FOUND  00002292
                    MOVE 'FEEDREG RETURN DD NAMED ON TWO CARDS'         00002293
                        TO FRG-ERROR-MSG                                00002294
                  END-IF                                                00002295
                END-PERFORM                                             00002296
            END-EVALUATE.                                               00002297
                                                                        00002298
       0215-FIND-FEEDER-PARA.                                           00002299
      *    POINT FRG-FIND-SUB AT THE REGISTRY ENTRY FOR FRG-FIND-CODE - 00002300
      *    ZERO WHEN THE SOURCE IS NOT REGISTERED.                      00002301
            MOVE ZERO TO FRG-FIND-SUB                                   00002302
            PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1                   00002303
                UNTIL FRG-CHECK-SUB > FRG-COUNT OR FRG-FIND-SUB > ZERO  00002304
              IF FRG-SOURCE-SYS(FRG-CHECK-SUB) = FRG-FIND-CODE          00002305
                MOVE FRG-CHECK-SUB TO FRG-FIND-SUB                      00002306
              END-IF                                                    00002307
            END-PERFORM.                                                00002308
                                                                        00002309
       1000-OPEN-FILES-PARA.                                            00002310
            OPEN INPUT SRC-CTL-FILE                                     00002311
            MOVE WS-SRCCTL-STATUS TO WS-FILE-CHECK-STATUS               00002312
            MOVE 'SRC-CTL-FILE OPEN' TO WS-FILE-CHECK-NAME              00002313
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002314
            OPEN INPUT EXTRACT-FILE                                     00002315
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00002316
            MOVE 'EXTRACT-FILE OPEN' TO WS-FILE-CHECK-NAME              00002317
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002318
            OPEN INPUT REJECT-FILE                                      00002319
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00002320
            MOVE 'REJECT-FILE OPEN' TO WS-FILE-CHECK-NAME               00002321
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002322
            OPEN INPUT OVERFLOW-FILE                                    00002323
            MOVE WS-OVFLOW-STATUS TO WS-FILE-CHECK-STATUS               00002324
            MOVE 'OVERFLOW-FILE OPEN' TO WS-FILE-CHECK-NAME             00002325
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002326
            OPEN INPUT HOLDQ-FILE                                       00002327
            MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS                00002328
            MOVE 'HOLDQ-FILE OPEN' TO WS-FILE-CHECK-NAME                00002329
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002330
            OPEN OUTPUT REPORT-FILE                                     00002331
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00002332
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00002333
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002334
                                                                        00002335
       1500-SEED-ACTIVE-FEEDERS-PARA.                                   00002336
            PERFORM VARYING FRG-SUB FROM 1 BY 1                         00002337
                UNTIL FRG-SUB > FRG-COUNT                               00002338
              IF FRG-ACTIVE(FRG-SUB)                                    00002339
                MOVE FRG-SOURCE-SYS(FRG-SUB) TO WS-FIND-CODE            00002340
                PERFORM 6000-FIND-SOURCE-PARA                           00002341
              END-IF                                                    00002342
            END-PERFORM.                                                00002343
                                                                        00002344
       2000-LOAD-SRCCTL-PARA.                                           00002345
            READ SRC-CTL-FILE                                           00002346
                AT END MOVE 'Y' TO WS-SRCCTL-EOF-SW                     00002347
            END-READ                                                    00002348
            PERFORM UNTIL WS-SRCCTL-EOF                                 00002349
              MOVE SCT-SOURCE-SYS TO WS-FIND-CODE                       00002350
              PERFORM 6000-FIND-SOURCE-PARA                             00002351
              MOVE SCT-MERGED-COUNT TO WS-SRC-MERGED(WS-FIND-SUB)       00002352
              MOVE 'Y' TO WS-SRC-CTL-SW(WS-FIND-SUB)                    00002353
              MOVE SCT-RUN-DATE TO WS-RUN-DATE                          00002354
              READ SRC-CTL-FILE                                         00002360
                  AT END MOVE 'Y' TO WS-SRCCTL-EOF-SW                   00002370
              END-READ                                                  00002380
            END-PERFORM.                                                00002390
                                                                        00002400
       2100-TALLY-EXTRACT-PARA.                                         00002410
      *    A REVERSAL ROW IS TALLIED APART FROM NEW BUSINESS SO THE     00002411
      *    EXTRACT COLUMN AND AMOUNT LINE STILL SHOW ONLY WHAT THE      00002412
      *    FEEDER NEWLY SENT TONIGHT.                                   00002413
      *    A RELEASE ROW ('A') IS AN EARLIER NIGHT'S HELD ITEM AND IS   00002414
      *    TALLIED APART FOR THE SAME REASON.                           00002415
            READ EXTRACT-FILE                                           00002420
                AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                    00002430
            END-READ                                                    00002440
            PERFORM UNTIL WS-EXTRACT-EOF                                00002450
              MOVE EXT-TID-SOURCE TO WS-FIND-CODE                       00002460
              PERFORM 6000-FIND-SOURCE-PARA                             00002470
              IF EXT-CHANGE-FLAG = 'R'                                  00002471
                ADD 1 TO WS-SRC-REV-COUNT(WS-FIND-SUB)                  00002472
                ADD EXT-AMOUNT TO WS-SRC-REV-AMOUNT(WS-FIND-SUB)        00002473
              ELSE                                                      00002474
                IF EXT-CHANGE-FLAG = 'A'                                00002475
                  ADD 1 TO WS-SRC-REL-COUNT(WS-FIND-SUB)                00002476
                  ADD EXT-AMOUNT TO WS-SRC-REL-AMOUNT(WS-FIND-SUB)      00002477
                ELSE                                                    00002478
                  ADD 1 TO WS-SRC-EXT-COUNT(WS-FIND-SUB)                00002479
                  ADD EXT-AMOUNT TO WS-SRC-EXT-AMOUNT(WS-FIND-SUB)      00002480
                END-IF                                                  00002481
              END-IF                                                    00002482
              READ EXTRACT-FILE                                         00002500
                  AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                  00002510
              END-READ                                                  00002520
            END-PERFORM.                                                00002530
                                                                        00002540
       2200-TALLY-REJECT-PARA.                                          00002550
      *    A DECLINED HELD ITEM (R006) IS AN EARLIER NIGHT'S TRANSIN,   00002551
      *    SO IT IS COUNTED APART FROM TONIGHT'S REJECTS AND KEPT OUT   00002552
      *    OF THE REJECT RATE.                                          00002553
            READ REJECT-FILE                                            00002560
                AT END MOVE 'Y' TO WS-REJECT-EOF-SW                     00002570
            END-READ                                                    00002580
            PERFORM UNTIL WS-REJECT-EOF                                 00002590
              MOVE REJ-SOURCE-SYS TO WS-FIND-CODE                       00002600
              PERFORM 6000-FIND-SOURCE-PARA                             00002610
              IF REJ-REASON-DECLINED                                    00002611
                ADD 1 TO WS-SRC-DEC-COUNT(WS-FIND-SUB)                  00002612
              ELSE                                                      00002613
                ADD 1 TO WS-SRC-REJ-COUNT(WS-FIND-SUB)                  00002614
              END-IF                                                    00002615
              READ REJECT-FILE                                          00002630
                  AT END MOVE 'Y' TO WS-REJECT-EOF-SW                   00002640
              END-READ                                                  00002650
              END-READ                                                  00002850
            END-PERFORM.                                                00002860
                                                                        00002870
       2350-TALLY-HOLDQ-PARA.                                           00002871
      *    HOLDQ KEEPS EVERY ITEM EVER HELD - ONLY THOSE HELD BY        00002872
      *    TONIGHT'S NIGHTLY RUN (HOLD DATE = THE SRCCTL RUN DATE)      00002873
      *    ARE PART OF TONIGHT'S MERGED COUNT. CORRECTION-RUN HOLDS     00002874
      *    BELONG TO NO FEEDER'S NIGHT.                                 00002875
            READ HOLDQ-FILE NEXT RECORD                                 00002876
                AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                      00002877
            END-READ                                                    00002878
            PERFORM UNTIL WS-HOLDQ-EOF                                  00002879
              IF HQ-HOLD-DATE = WS-RUN-DATE AND HQ-STREAM-NIGHTLY       00002880
                MOVE HQ-SOURCE-SYS TO WS-FIND-CODE                      00002881
                PERFORM 6000-FIND-SOURCE-PARA                           00002882
                ADD 1 TO WS-SRC-HELD-COUNT(WS-FIND-SUB)                 00002883
                ADD HQ-AMOUNT TO WS-SRC-HELD-AMOUNT(WS-FIND-SUB)        00002884
              END-IF                                                    00002885
              READ HOLDQ-FILE NEXT RECORD                               00002886
                  AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                    00002887
              END-READ                                                  00002888
            END-PERFORM.                                                00002889
                                                                        00002891
       2400-READ-FDRHIST-PARA.                                          00002893
      *    PRIOR RUN'S PER-FEEDER COUNTS - A SOURCE WITH NO FDRHIST     00002895
      *    ROW (FIRST NIGHT, OR A BRAND-NEW FEEDER) SIMPLY HAS NO       00002900
      *    BASELINE AND IS NOT JUDGED FOR VOLUME/RATE SWINGS, SAME      00002910
      *    RULE PGM1'S 5025-CHECK-SWING-PARA APPLIES.                   00002920
            PERFORM UNTIL WS-FDRHIST-EOF                                00003000
              MOVE FHIST-SOURCE-SYS TO WS-FIND-CODE                     00003010
              PERFORM 6000-FIND-SOURCE-PARA                             00003020
              IF NOT WS-FIND-FOUND                                      00003021
                MOVE 'N' TO WS-SRC-SEEN-SW(WS-FIND-SUB)                 00003022
              END-IF                                                    00003023
              MOVE FHIST-MERGED-COUNT TO WS-SRC-PRI-MERGED(WS-FIND-SUB) 00003030
              MOVE FHIST-REJ-COUNT TO WS-SRC-PRI-REJ(WS-FIND-SUB)       00003040
              MOVE 'Y' TO WS-SRC-PRI-SW(WS-FIND-SUB)                    00003050
            WRITE RPT-RECORD                                            00003150
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00003160
            WRITE RPT-RECORD                                            00003170
      *    A RETIRED OR UNREGISTERED FEEDER THAT ONLY FDRHIST STILL     00003171
      *    REMEMBERS HAS NOTHING TO REPORT - IT DROPS OFF QUIETLY.      00003172
            PERFORM VARYING WS-SRC-SUB FROM 1 BY 1                      00003180
                UNTIL WS-SRC-SUB > WS-SRC-COUNT                         00003190
              IF WS-SRC-SEEN(WS-SRC-SUB)                                00003191
                  OR WS-SRC-REG-ACTIVE(WS-SRC-SUB)                      00003192
                PERFORM 4100-WRITE-SOURCE-LINE-PARA                     00003193
              END-IF                                                    00003194
            END-PERFORM                                                 00003210
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00003220
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00003230
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00003240
                                                                        00003250
       4100-WRITE-SOURCE-LINE-PARA.                                     00003260
      *    ONE FEEDER'S NIGHT: COUNTS, REJECT RATE, AND THE FLAGS       00003261
      *    COLUMN NAMING WHAT WENT WRONG - MISMATCH (MERGED COUNT       00003262
      *    DOES NOT EQUAL EXTRACT+REVERSAL+REJECT+OVERFLOW+HELD),       00003263
      *    VOLUME (TONIGHT UNDER HALF OF THE PRIOR RUN), REJRATE        00003264
      *    (REJECT RATE MORE THAN DOUBLE THE PRIOR RUN'S).              00003265
            MOVE SPACES TO WS-RPT-FLAGS                                 00003266
            ADD WS-SRC-EXT-COUNT(WS-SRC-SUB)                            00003330
                WS-SRC-REV-COUNT(WS-SRC-SUB)                            00003331
                WS-SRC-REJ-COUNT(WS-SRC-SUB)                            00003340
                WS-SRC-OVF-COUNT(WS-SRC-SUB)                            00003350
                WS-SRC-HELD-COUNT(WS-SRC-SUB)                           00003351
                GIVING WS-DISPOSED-COUNT                                00003360
            MOVE ZERO TO WS-REJ-RATE                                    00003370
            IF WS-SRC-MERGED(WS-SRC-SUB) > ZERO                         00003380
            WRITE RPT-RECORD                                            00003570
            MOVE WS-SRC-EXT-AMOUNT(WS-SRC-SUB) TO WS-RPT-AMOUNT         00003580
            MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD                       00003590
            WRITE RPT-RECORD                                            00003591
            MOVE WS-SRC-REV-COUNT(WS-SRC-SUB) TO WS-RPT-REV-COUNT       00003592
            MOVE WS-SRC-REV-AMOUNT(WS-SRC-SUB) TO WS-RPT-REV-AMOUNT     00003593
            MOVE WS-RPT-REVERSAL-LINE TO RPT-RECORD                     00003594
            WRITE RPT-RECORD                                            00003595
            MOVE WS-SRC-HELD-COUNT(WS-SRC-SUB) TO WS-RPT-HELD-COUNT     00003596
            MOVE WS-SRC-HELD-AMOUNT(WS-SRC-SUB) TO WS-RPT-HELD-AMOUNT   00003597
            MOVE WS-RPT-HELD-LINE TO RPT-RECORD                         00003598
            WRITE RPT-RECORD                                            00003599
            MOVE WS-SRC-REL-COUNT(WS-SRC-SUB) TO WS-RPT-REL-COUNT       00003600
            MOVE WS-SRC-REL-AMOUNT(WS-SRC-SUB) TO WS-RPT-REL-AMOUNT     00003601
            MOVE WS-SRC-DEC-COUNT(WS-SRC-SUB) TO WS-RPT-DEC-COUNT       00003602
            MOVE WS-RPT-RELEASE-LINE TO RPT-RECORD                      00003603
            WRITE RPT-RECORD                                            00003604
            PERFORM 4200-CHECK-REGISTRY-PARA.                           00003605
                                                                        00003606
       4200-CHECK-REGISTRY-PARA.                                        00003607
      *    HOLD THE FEEDER UP AGAINST FEEDREG. AN ACTIVE FEEDER WITH NO 00003608
      *    SRCCTL COUNT WAS OPTIONAL AND MISSING WHEN PGM1MRG RAN (A    00003609
      *    REQUIRED ONE STOPS THE MERGE); A RETIRED OR UNREGISTERED     00003610
      *    SOURCE THAT STILL SHOWS UP IN TONIGHT'S OUTPUT MEANS THE     00003611
      *    REGISTRY AND THE FEEDS DISAGREE. EACH GETS A LINE UNDER THE  00003612
      *    FEEDER AND COUNTS AS AN ANOMALY - THE NIGHT FINISHED, BUT    00003613
      *    SOMEONE MUST CONFIRM THE FEEDER BEFORE IT IS TRUSTED.        00003614
            EVALUATE TRUE                                               00003615
              WHEN WS-SRC-REG-ACTIVE(WS-SRC-SUB)                        00003616
                  AND NOT WS-SRC-HAVE-CTL(WS-SRC-SUB)                   00003617
                MOVE 'ACTIVE FEEDER NOT MERGED TONIGHT - EXTRACT ABSENT'00003618
                    TO WS-RPT-REG-TEXT                                  00003619
              WHEN WS-SRC-REG-RETIRED(WS-SRC-SUB)                       00003620
                MOVE 'FEEDER IS RETIRED ON FEEDREG BUT HAS ROWS TONIGHT'00003621
                    TO WS-RPT-REG-TEXT                                  00003622
              WHEN WS-SRC-UNREGISTERED(WS-SRC-SUB)                      00003623
                MOVE 'SOURCE SYSTEM HAS NO FEEDREG CARD'                00003624
                    TO WS-RPT-REG-TEXT                                  00003625
              WHEN OTHER                                                00003626
                MOVE SPACES TO WS-RPT-REG-TEXT                          00003627
            END-EVALUATE                                                00003628
            IF WS-RPT-REG-TEXT NOT = SPACES                             00003629
              SET WS-ANY-ANOMALY TO TRUE                                00003630
              MOVE WS-RPT-REGISTRY-LINE TO RPT-RECORD                   00003631
              WRITE RPT-RECORD                                          00003632
            END-IF.                                                     00003633
                                                                        00003634
       4150-CHECK-PRIOR-SWING-PARA.                                     00003635
      *    VOLUME AND REJECT-RATE SWINGS ARE ONLY MEANINGFUL AGAINST    00003636
      *    A NON-ZERO PRIOR RUN - SAME UNDEFINED-PERCENTAGE RULE AS     00003640
      *    PGM1'S 5025-CHECK-SWING-PARA.                                00003650
            IF WS-SRC-PRI-MERGED(WS-SRC-SUB) > ZERO                     00003660
            MOVE WS-FDRHIST-STATUS TO WS-FILE-CHECK-STATUS              00003860
            MOVE 'FDRHIST-FILE OPEN' TO WS-FILE-CHECK-NAME              00003870
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003880
      *    SAME SELECTION AS THE REPORT, SO A RETIRED FEEDER'S BASELINE 00003881
      *    GOES WITH IT. AN ACTIVE FEEDER NOT MERGED TONIGHT KEEPS ITS  00003882
      *    PRIOR BASELINE RATHER THAN A NIGHT OF ZEROES, SO ITS NEXT    00003883
      *    REAL NIGHT IS STILL JUDGED AGAINST A REAL ONE.               00003884
            PERFORM VARYING WS-SRC-SUB FROM 1 BY 1                      00003890
                UNTIL WS-SRC-SUB > WS-SRC-COUNT                         00003900
              IF WS-SRC-SEEN(WS-SRC-SUB)                                00003901
                  OR WS-SRC-REG-ACTIVE(WS-SRC-SUB)                      00003902
                MOVE WS-SRC-CODE(WS-SRC-SUB) TO FHIST-SOURCE-SYS        00003903
                MOVE WS-RUN-DATE TO FHIST-RUN-DATE                      00003904
                IF WS-SRC-HAVE-CTL(WS-SRC-SUB)                          00003905
                    OR NOT WS-SRC-HAVE-PRIOR(WS-SRC-SUB)                00003906
                  MOVE WS-SRC-MERGED(WS-SRC-SUB) TO FHIST-MERGED-COUNT  00003907
                  MOVE WS-SRC-REJ-COUNT(WS-SRC-SUB) TO FHIST-REJ-COUNT  00003908
                ELSE                                                    00003909
                  MOVE WS-SRC-PRI-MERGED(WS-SRC-SUB)                    00003910
                      TO FHIST-MERGED-COUNT                             00003911
                  MOVE WS-SRC-PRI-REJ(WS-SRC-SUB) TO FHIST-REJ-COUNT    00003912
                END-IF                                                  00003913
                WRITE FHIST-RECORD                                      00003914
                MOVE WS-FDRHIST-STATUS TO WS-FILE-CHECK-STATUS          00003915
                MOVE 'FHIST-RECORD WRITE' TO WS-FILE-CHECK-NAME         00003916
                PERFORM 9990-CHECK-FILE-STATUS-PARA                     00003917
              END-IF                                                    00003918
            END-PERFORM                                                 00003990
            CLOSE FDRHIST-FILE.                                         00004000
                                                                        00004010
                DISPLAY 'PGM1FDR ABEND: MORE SOURCE SYSTEMS THAN '      00004180
                    'WS-SRC-TABLE CAN HOLD'                             00004190
                MOVE 16 TO RETURN-CODE                                  00004200
                PERFORM 8900-REGISTER-FINISH-PARA                       00004201
                STOP RUN                                                00004210
              END-IF                                                    00004220
              ADD 1 TO WS-SRC-COUNT                                     00004230
              MOVE ZERO TO WS-SRC-MERGED(WS-FIND-SUB)                   00004260
              MOVE ZERO TO WS-SRC-EXT-COUNT(WS-FIND-SUB)                00004270
              MOVE ZERO TO WS-SRC-EXT-AMOUNT(WS-FIND-SUB)               00004280
              MOVE ZERO TO WS-SRC-REV-COUNT(WS-FIND-SUB)                00004281
              MOVE ZERO TO WS-SRC-REV-AMOUNT(WS-FIND-SUB)               00004282
              MOVE ZERO TO WS-SRC-REJ-COUNT(WS-FIND-SUB)                00004290
              MOVE ZERO TO WS-SRC-OVF-COUNT(WS-FIND-SUB)                00004300
              MOVE ZERO TO WS-SRC-HELD-COUNT(WS-FIND-SUB)               00004301
              MOVE ZERO TO WS-SRC-HELD-AMOUNT(WS-FIND-SUB)              00004302
              MOVE ZERO TO WS-SRC-REL-COUNT(WS-FIND-SUB)                00004303
              MOVE ZERO TO WS-SRC-REL-AMOUNT(WS-FIND-SUB)               00004304
              MOVE ZERO TO WS-SRC-DEC-COUNT(WS-FIND-SUB)                00004305
              MOVE ZERO TO WS-SRC-PRI-MERGED(WS-FIND-SUB)               00004310
              MOVE ZERO TO WS-SRC-PRI-REJ(WS-FIND-SUB)                  00004320
              MOVE 'N' TO WS-SRC-PRI-SW(WS-FIND-SUB)                    00004330
              MOVE 'N' TO WS-SRC-CTL-SW(WS-FIND-SUB)                    00004331
              MOVE 'Y' TO WS-SRC-SEEN-SW(WS-FIND-SUB)                   00004332
              MOVE WS-FIND-CODE TO FRG-FIND-CODE                        00004333
              PERFORM 0215-FIND-FEEDER-PARA                             00004334
              EVALUATE TRUE                                             00004335
                WHEN FRG-FIND-SUB = ZERO                                00004336
                  MOVE 'U' TO WS-SRC-REG-SW(WS-FIND-SUB)                00004337
                WHEN FRG-ACTIVE(FRG-FIND-SUB)                           00004338
                  MOVE 'A' TO WS-SRC-REG-SW(WS-FIND-SUB)                00004339
                WHEN OTHER                                              00004340
                  MOVE 'R' TO WS-SRC-REG-SW(WS-FIND-SUB)                00004341
              END-EVALUATE                                              00004342
            END-IF.                                                     00004346
                                                                        00004350
       8900-REGISTER-FINISH-PARA.                                       00004351
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00004352
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00004353
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00004354
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00004355
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00004356
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00004357
            IF RRG-ACTIVE                                               00004358
              MOVE 'N' TO RRG-ACTIVE-SW                                 00004359
              IF RETURN-CODE < 16                                       00004360
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00004361
              ELSE                                                      00004362
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00004363
              END-IF                                                    00004364
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00004365
              MOVE FUNCTION CURRENT-DATE(1:14)                          00004366
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00004367
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00004368
              PERFORM 0120-REWRITE-REGISTER-PARA                        00004369
            END-IF.                                                     00004370
                                                                        00004371
       9990-CHECK-FILE-STATUS-PARA.                                     00004374
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00004377
              DISPLAY 'PGM1FDR ABEND: ' WS-FILE-CHECK-NAME              00004380
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00004390
              MOVE 16 TO RETURN-CODE                                    00004400
              PERFORM 8900-REGISTER-FINISH-PARA                         00004401
              STOP RUN                                                  00004410
            END-IF.                                                     00004420
                                                                        00004430
       9995-CONTROL-TOTAL-ABEND-PARA.                                   00004431
            DISPLAY 'PGM1FDR ABEND: ' WS-CTL-ABEND-MSG                  00004432
            MOVE 20 TO RETURN-CODE                                      00004433
            PERFORM 8900-REGISTER-FINISH-PARA                           00004434
            STOP RUN.                                                   00004435
                                                                        00004436
       9996-MISMATCH-ALERT-PARA.                                        00004440
      *    A FEEDER WHOSE MERGED COUNT DOES NOT EQUAL ITS EXTRACT       00004441
      *    PLUS REVERSAL PLUS REJECT PLUS OVERFLOW PLUS HELD COUNT      00004442
      *    MEANS A TRANSACTION WAS LOST                                 00004443
      *    (OR DOUBLED) BETWEEN MERGE AND CONVERSION - WORSE THAN A     00004470
      *    VOLUME SWING, SO IT OUTRANKS 9997'S RETURN CODE. THE         00004480
      *    "PGM1 ALERT:" TAG IS WHAT OPS' CONSOLE AUTOMATION PAGES ON.  00004490
                                                                        00004580
       9997-ANOMALY-ALERT-PARA.                                         00004590
            IF WS-ANY-ANOMALY                                           00004600
              DISPLAY 'PGM1 ALERT: FEEDER VOLUME, REJECT-RATE OR '      00004601
                  'REGISTRY ANOMALY - SEE FDRRPT VOLUME/REJRATE FLAGS ' 00004602
                  'AND REGISTRY LINES, CONFIRM THE FEEDER BEFORE '      00004603
                  'TRUSTING THIS RUN'                                   00004604
              IF RETURN-CODE < 8                                        00004640
                MOVE 8 TO RETURN-CODE                                   00004650
              END-IF                                                    00004660

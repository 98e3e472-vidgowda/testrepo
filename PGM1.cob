               ACCESS MODE IS RANDOM                                    00000461
               RECORD KEY IS RM-TRAN-ID                                 00000462
               FILE STATUS IS WS-REJMSTR-STATUS.                        00000463
           SELECT PSTHIST-FILE ASSIGN TO PSTHIST                        00000464
               ORGANIZATION IS INDEXED                                  00000465
               ACCESS MODE IS RANDOM                                    00000466
               RECORD KEY IS PH-KEY                                     00000467
               FILE STATUS IS WS-PSTHIST-STATUS.                        00000468
           SELECT BUSCTL-FILE ASSIGN TO BUSCTL                          00000469
               ORGANIZATION IS SEQUENTIAL                               00000470
               ACCESS MODE IS SEQUENTIAL                                00000471
               FILE STATUS IS WS-BUSCTL-STATUS.                         00000472
           SELECT HOLCAL-FILE ASSIGN TO HOLCAL                          00000473
               ORGANIZATION IS SEQUENTIAL                               00000474
               ACCESS MODE IS SEQUENTIAL                                00000475
               FILE STATUS IS WS-HOLCAL-STATUS.                         00000476
           SELECT PARM-FILE ASSIGN TO PARMFILE                          00000477
               ORGANIZATION IS SEQUENTIAL                               00000478
               ACCESS MODE IS SEQUENTIAL                                00000479
               FILE STATUS IS WS-PARM-STATUS.                           00000480
           SELECT ALLOC-FILE ASSIGN TO ALLOCTAB                         00000481
               ORGANIZATION IS SEQUENTIAL                               00000482
               ACCESS MODE IS SEQUENTIAL                                00000483
               FILE STATUS IS WS-ALLOC-STATUS.                          00000484
           SELECT HOLDT-FILE ASSIGN TO HOLDTAB                          00000485
               ORGANIZATION IS SEQUENTIAL                               00000486
               ACCESS MODE IS SEQUENTIAL                                00000487
               FILE STATUS IS WS-HOLDT-STATUS.                          00000488
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ                            00000489
               ORGANIZATION IS INDEXED                                  00000490
               ACCESS MODE IS RANDOM                                    00000491
               RECORD KEY IS HQ-KEY                                     00000492
               FILE STATUS IS WS-HOLDQ-STATUS.                          00000493
           SELECT REL-FILE ASSIGN TO RELFILE                            00000494
               ORGANIZATION IS SEQUENTIAL                               00000495
               ACCESS MODE IS SEQUENTIAL                                00000496
               FILE STATUS IS WS-REL-STATUS.                            00000497
           SELECT RATEHIST-FILE ASSIGN TO RATEHIST                      00000498
               ORGANIZATION IS INDEXED                                  00000499
               ACCESS MODE IS DYNAMIC                                   00000500
               RECORD KEY IS RH-KEY                                     00000501
               FILE STATUS IS WS-RATEHIST-STATUS.                       00000502
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000503
               ORGANIZATION IS SEQUENTIAL                               00000504
               ACCESS MODE IS SEQUENTIAL                                00000505
               FILE STATUS IS WS-RUNREG-STATUS.                         00000506
           SELECT PERLOCK-FILE ASSIGN TO PERLOCK                        00000507
               ORGANIZATION IS SEQUENTIAL                               00000508
               ACCESS MODE IS SEQUENTIAL                                00000509
               FILE STATUS IS WS-PERLOCK-STATUS.                        00000510
           SELECT PRVEXTR-FILE ASSIGN TO PRVEXTR                        00000511
               ORGANIZATION IS SEQUENTIAL                               00000512
               ACCESS MODE IS SEQUENTIAL                                00000513
               FILE STATUS IS WS-PRVEXTR-STATUS.                        00000514
           SELECT PRVREJ-FILE ASSIGN TO PRVREJ                          00000515
               ORGANIZATION IS SEQUENTIAL                               00000516
               ACCESS MODE IS SEQUENTIAL                                00000517
               FILE STATUS IS WS-PRVREJ-STATUS.                         00000518
           SELECT PRVOVFL-FILE ASSIGN TO PRVOVFL                        00000519
               ORGANIZATION IS SEQUENTIAL                               00000520
               ACCESS MODE IS SEQUENTIAL                                00000521
               FILE STATUS IS WS-PRVOVFL-STATUS.                        00000522
           SELECT PRVAUDT-FILE ASSIGN TO PRVAUDT                        00000523
               ORGANIZATION IS SEQUENTIAL                               00000524
               ACCESS MODE IS SEQUENTIAL                                00000525
               FILE STATUS IS WS-PRVAUDT-STATUS.                        00000526
           SELECT SIMHOLD-FILE ASSIGN TO SIMHOLD                        00000527
               ORGANIZATION IS SEQUENTIAL                               00000528
               ACCESS MODE IS SEQUENTIAL                                00000529
               FILE STATUS IS WS-SIMHOLD-STATUS.                        00000530
       DATA DIVISION.                                                   00000531
       FILE SECTION.                                                    00000532
       FD  TRANS-FILE                                                   00000533
           RECORDING MODE IS F.                                         00000534
      *    INPUT TRANSACTION: ONE CURRENCY-FORMATTED AMOUNT PER RECORD, 00000535
      *    STAMPED WITH ITS UPSTREAM SOURCE SYSTEM (SEE TRANREC COPY).  00000536
           COPY TRANREC.                                                00000537
       FD  REJECT-FILE                                                  00000538
           RECORDING MODE IS F.                                         00000540
      *    AMOUNTS FUNCTION NUMVAL-C COULD NOT PARSE. SEE REJREC COPY.  00000550
           COPY REJREC.                                                 00000560
      *    FROM ZERO. REWRITTEN AFTER EVERY RECORD (NOT BATCHED) SO A   00000730
      *    MID-RUN ABEND NEVER LEAVES A GAP BETWEEN WHAT CKPT-FILE      00000740
      *    REMEMBERS AND WHAT WAS ALREADY WRITTEN TO THE OTHER FILES.   00000750
      *    THE REVERSAL COUNT AND AMOUNT RIDE ALONG FOR THE SAME        00000751
      *    REASON - SEE 3500-PROCESS-REVERSAL-PARA - AND SO DO THE      00000752
      *    HELD COUNT AND AMOUNT (3700-HOLD-ITEM-PARA).                 00000753
       01  CKPT-RECORD.                                                 00000760
           05  CKPT-LAST-COUNT         PIC 9(9).                        00000770
           05  CKPT-STATUS             PIC X(1).                        00000780
           05  CKPT-RECORDS-REJECTED   PIC 9(9).                        00000800
           05  CKPT-AMOUNT-TOTAL       PIC S9(9)V99.                    00000810
           05  CKPT-HASH-TOTAL         PIC 9(9).                        00000820
           05  CKPT-RECORDS-REVERSED   PIC 9(9).                        00000821
           05  CKPT-REVERSED-TOTAL     PIC S9(9)V99.                    00000822
           05  CKPT-RECORDS-HELD       PIC 9(9).                        00000823
           05  CKPT-HELD-TOTAL         PIC S9(9)V99.                    00000824
       FD  SUMMARY-FILE                                                 00000830
           RECORDING MODE IS F.                                         00000840
      *    END-OF-JOB CONTROL TOTALS FOR RECONCILING THIS RUN AGAINST   00000850
      *    PRIOR-FILE, DEFINED ONE TIME BY PGM1SETUP.JCL - SAME         00001416
      *    NO-SELF-HEAL RULE AS 1300-OPEN-PRIOR-PARA.                   00001417
           COPY REJMREC.                                                00001418
       FD  PSTHIST-FILE                                                 00001419
           RECORDING MODE IS F.                                         00001420
      *    PERMANENT POSTING HISTORY - ONE ROW PER EXTROUT ROW EVER     00001421
      *    WRITTEN, KEYED BY TR-TRAN-ID PLUS THE BUSINESS DATE THAT     00001422
      *    POSTED IT, SO A TRANSIN REVERSAL CAN BE PROVED AGAINST       00001423
      *    EXACTLY WHAT WAS POSTED. SEE PSTHREC COPY AND                00001424
      *    3500-PROCESS-REVERSAL-PARA. A VSAM KSDS LIKE PRIOR-FILE,     00001425
      *    DEFINED ONE TIME BY PGM1SETUP.JCL - SAME NO-SELF-HEAL RULE   00001426
      *    AS 1300-OPEN-PRIOR-PARA.                                     00001427
           COPY PSTHREC.                                                00001428
       FD  BUSCTL-FILE                                                  00001429
           RECORDING MODE IS F.                                         00001430
      *    SINGLE-RECORD BUSINESS-DATE CONTROL FILE - CARRIES THE       00001431
      *    NEXT BUSINESS DATE THIS STREAM EXPECTS TO PROCESS, SO A      00001432
      *    REPEATED OR OUT-OF-ORDER TRANSIN IS REFUSED BEFORE A         00001433
      *    SINGLE AMOUNT IS CONVERTED (SEE 3055-VALIDATE-RUN-DATE-      00001434
      *    PARA) AND ROLLED FORWARD PAST WEEKENDS AND HOLCAL            00001435
      *    HOLIDAYS ON CLEAN COMPLETION (8000-ROLL-BUSINESS-DATE-       00001436
      *    PARA). BCT-CONTROL-SW 'N' DISABLES THE CHECK FOR STREAMS     00001437
      *    WITH NO BUSINESS-DATE CHAIN OF THEIR OWN - THE ON-DEMAND     00001438
      *    CORRECTION RUNS SEED THEIR DEDICATED BUSCCOR WITH 'N'        00001439
      *    (SEE PGM1CORR.JCL). EMPTY MEANS FIRST-EVER RUN: THE          00001440
      *    HEADER DATE IS ACCEPTED AND STARTS THE CHAIN, SAME           00001441
      *    SELF-HEAL IDEA AS CKPT-FILE.                                 00001442
       01  BCT-RECORD.                                                  00001443
           05  BCT-EXPECTED-DATE       PIC X(08).                       00001444
           05  BCT-CONTROL-SW          PIC X(01).                       00001445
               88  BCT-CONTROL-ACTIVE  VALUE 'Y'.                       00001446
               88  BCT-CONTROL-BYPASS  VALUE 'N'.                       00001447
           05  BCT-LAST-RUN-DATE       PIC X(08).                       00001448
       FD  HOLCAL-FILE                                                  00001449
           RECORDING MODE IS F.                                         00001450
      *    OPS-MAINTAINED HOLIDAY CALENDAR, ONE YYYYMMDD PER RECORD     00001451
      *    - A DATE LISTED HERE IS SKIPPED WHEN THE EXPECTED            00001452
      *    BUSINESS DATE ROLLS FORWARD, SO A LEGITIMATE HOLIDAY GAP     00001453
      *    (OR THE FRIDAY-TO-MONDAY WEEKEND SKIP, WHICH IS BUILT        00001454
      *    IN) NEVER FALSE-ALARMS. EMPTY IS FINE - NO HOLIDAYS.         00001455
       01  HOL-RECORD.                                                  00001456
           05  HOL-DATE                PIC X(08).                       00001457
       FD  PARM-FILE                                                    00001458
           RECORDING MODE IS F.                                         00001459
      *    RUNTIME TUNING PARAMETER CARDS - SEE PARMREC COPY. READ      00001460
      *    ONCE AT STARTUP BY 1500-READ-PARAMETERS-PARA; EVERY          00001461
      *    VALUE IN FORCE IS ECHOED TO SUMRPT AND AUDITOUT SO THE       00001462
      *    RUN IS SELF-DESCRIBING.                                      00001463
           COPY PARMREC.                                                00001464
       FD  ALLOC-FILE                                                   00001465
           RECORDING MODE IS F.                                         00001466
      *    OPS-MAINTAINED POSTING-SPLIT RULES, KEYED BY SOURCE          00001467
      *    SYSTEM AND CURRENCY (SPACES WILDCARD) - SEE ALLOCREC         00001468
      *    COPY AND 2000-SPLIT-WS-VAR-2-PARA. EMPTY MEANS THE           00001469
      *    BUILT-IN 50/50 SPLIT STANDS.                                 00001470
           COPY ALLOCREC.                                               00001471
       FD  HOLDT-FILE                                                   00001472
           RECORDING MODE IS F.                                         00001473
      *    OPS-MAINTAINED LARGE-VALUE HOLD THRESHOLDS, KEYED BY SOURCE  00001474
      *    SYSTEM AND CURRENCY (SPACES WILDCARD) - SEE HLDTREC COPY     00001475
      *    AND 2050-FIND-HOLD-THRESHOLD-PARA. EMPTY MEANS NOTHING IS    00001476
      *    EVER HELD.                                                   00001477
           COPY HLDTREC.                                                00001478
       FD  HOLDQ-FILE                                                   00001479
           RECORDING MODE IS F.                                         00001480
      *    PENDING-APPROVAL QUEUE - ONE ITEM PER DETAIL PARKED BY       00001481
      *    3700-HOLD-ITEM-PARA INSTEAD OF BEING POSTED, DECIDED LATER   00001482
      *    BY A RELFILE CARD (3600-PROCESS-RELEASES-PARA). SEE HOLDREC  00001483
      *    COPY. A VSAM KSDS LIKE PRIOR-FILE, DEFINED ONE TIME BY       00001484
      *    PGM1SETUP.JCL - SAME NO-SELF-HEAL RULE AS                    00001485
      *    1300-OPEN-PRIOR-PARA.                                        00001486
           COPY HOLDREC.                                                00001487
       FD  REL-FILE                                                     00001488
           RECORDING MODE IS F.                                         00001489
      *    THE CONTROLLERS' DAILY RELEASE/DECLINE CARDS FOR HELD        00001490
      *    ITEMS - SEE RELREC COPY. EMPTY (OR DD DUMMY) IS FINE -       00001491
      *    NOTHING DECIDED TODAY.                                       00001492
           COPY RELREC.                                                 00001493
       FD  RATEHIST-FILE                                                00001494
           RECORDING MODE IS F.                                         00001495
      *    PERMANENT EXCHANGE-RATE HISTORY - EVERY RATE LOADED FROM     00001496
      *    RATEFEED IS KEPT HERE UNDER ITS CURRENCY AND EFFECTIVE       00001497
      *    DATE (1470-WRITE-RATE-HISTORY-PARA), AND A CORRECTION RUN    00001498
      *    READS IT BACK FOR THE RATE IN FORCE ON A DETAIL'S ORIGINAL   00001499
      *    BUSINESS DATE (3080-LOOKUP-ASOF-RATE-PARA). SEE RHSTREC      00001500
      *    COPY. A VSAM KSDS LIKE PRIOR-FILE, DEFINED ONE TIME BY       00001501
      *    PGM1SETUP.JCL - SAME NO-SELF-HEAL RULE AS                    00001502
      *    1300-OPEN-PRIOR-PARA.                                        00001503
           COPY RHSTREC.                                                00001504
       FD  RUNREG-FILE                                                  00001505
           RECORDING MODE IS F.                                         00001506
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00001507
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00001508
      *    AND FINISH. SEE RRGREC COPY.                                 00001509
           COPY RRGREC.                                                 00001510
       FD  PERLOCK-FILE                                                 00001511
           RECORDING MODE IS F.                                         00001512
      *    MONTH-END PERIOD LOCK - READ ONCE AT STARTUP FOR THE LATEST  00001513
      *    CLOSED PERIOD (1800-LOAD-PERIOD-LOCK-PARA). WRITTEN ONLY BY  00001514
      *    PGM1MEC. SEE PLOKREC COPY.                                   00001515
           COPY PLOKREC.                                                00001516
       FD  PRVEXTR-FILE                                                 00001517
           RECORDING MODE IS F.                                         00001518
      *    THE PRIOR EXTROUT/REJOUT/OVFLOUT/AUDITOUT GENERATIONS, READ  00001519
      *    ONLY WHEN A RERUN SKIPS THIS STEP - SEE                      00001520
      *    0140-CARRY-FORWARD-PARA. EACH IS COPIED WHOLE, SO A PLAIN    00001521
      *    RECORD OF THE SAME LENGTH AS THE OUTPUT LAYOUT SERVES.       00001522
       01  PRVEXTR-RECORD              PIC X(91).                       00001523
       FD  PRVREJ-FILE                                                  00001524
           RECORDING MODE IS F.                                         00001525
       01  PRVREJ-RECORD               PIC X(68).                       00001526
       FD  PRVOVFL-FILE                                                 00001527
           RECORDING MODE IS F.                                         00001528
       01  PRVOVFL-RECORD              PIC X(87).                       00001529
       FD  PRVAUDT-FILE                                                 00001530
           RECORDING MODE IS F.                                         00001531
       01  PRVAUDT-RECORD              PIC X(84).                       00001532
       FD  SIMHOLD-FILE                                                 00001533
           RECORDING MODE IS F.                                         00001534
      *    WRITTEN ONLY BY A SIMULATION RUN (EXEC PARM 'SIMULATE' - SEE 00001535
      *    0050-TAKE-PARM-PARA), WHICH MUST NOT TOUCH HOLDQ: ONE ITEM   00001536
      *    PER DETAIL THE RUN WOULD HAVE HELD, BUILT EXACTLY AS         00001537
      *    3700-HOLD-ITEM-PARA BUILDS THE HOLDQ ITEM (HOLDREC LAYOUT,   00001538
      *    150 BYTES), FOR PGM1WIF TO COMPARE. DD DUMMY OTHERWISE.      00001539
       01  SIMHOLD-RECORD              PIC X(150).                      00001540
       WORKING-STORAGE SECTION.                                         00001541
       01  WS-TRANS-STATUS PIC XX.                                      00001542
       01  WS-REJECT-STATUS PIC XX.                                     00001543
       01  WS-OVFLOW-STATUS PIC XX.                                     00001544
       01  WS-CKPT-STATUS PIC XX.                                       00001545
       01  WS-SUMMARY-STATUS PIC XX.                                    00001546
       01  WS-SUMHIST-STATUS PIC XX.                                    00001547
       01  WS-EXTRACT-STATUS PIC XX.                                    00001548
       01  WS-AUDIT-STATUS PIC XX.                                      00001549
       01  WS-PRIOR-STATUS PIC XX.                                      00001550
       01  WS-RATE-STATUS PIC XX.                                       00001551
       01  WS-RATEPRV-STATUS PIC XX.                                    00001552
       01  WS-REJMSTR-STATUS PIC XX.                                    00001553
       01  WS-PSTHIST-STATUS PIC XX.                                    00001554
       01  WS-BUSCTL-STATUS PIC XX.                                     00001555
       01  WS-HOLCAL-STATUS PIC XX.                                     00001556
       01  WS-PARM-STATUS PIC XX.                                       00001557
       01  WS-ALLOC-STATUS PIC XX.                                      00001558
       01  WS-HOLDT-STATUS PIC XX.                                      00001559
       01  WS-HOLDQ-STATUS PIC XX.                                      00001560
       01  WS-REL-STATUS PIC XX.                                        00001561
       01  WS-RATEHIST-STATUS PIC XX.                                   00001562
       01  WS-RUNREG-STATUS PIC XX.                                     00001563
       01  WS-PRVEXTR-STATUS PIC XX.                                    00001564
       01  WS-PRVREJ-STATUS PIC XX.                                     00001565
       01  WS-PRVOVFL-STATUS PIC XX.                                    00001566
       01  WS-PRVAUDT-STATUS PIC XX.                                    00001567
       01  WS-PERLOCK-STATUS PIC XX.                                    00001568
       01  WS-FILE-CHECK-STATUS PIC XX.                                 00001569
       01  WS-FILE-CHECK-NAME PIC X(20).                                00001570
       01  WS-TIMESTAMP PIC X(21).                                      00001571
       01  WS-PRV-COUNT PIC 9(9) VALUE ZERO.                            00001572
       01  WS-PRV-EOF-SW PIC X VALUE 'N'.                               00001573
           88  WS-PRV-EOF VALUE 'Y'.                                    00001574
       01  WS-EOF-TRANS-SW PIC X VALUE 'N'.                             00001575
           88  WS-EOF-TRANS VALUE 'Y'.                                  00001576
       01  WS-RESTART-SW PIC X VALUE 'N'.                               00001577
           88  WS-RESTART-RUN VALUE 'Y'.                                00001578
       01  WS-CKPT-COUNT PIC 9(9) VALUE ZERO.                           00001580
       01  WS-RECORDS-READ PIC 9(9) VALUE ZERO.                         00001590
       01  WS-RECORDS-GOOD PIC 9(9) VALUE ZERO.                         00001600
       01  WS-RECORDS-REJECTED PIC 9(9) VALUE ZERO.                     00001610
       01  WS-AMOUNT-RUNNING-TOTAL PIC S9(9)V99 VALUE ZERO.             00001620
      *    REVERSALS ARE COUNTED APART FROM NEW BUSINESS - NEITHER      00001621
      *    WS-RECORDS-GOOD NOR WS-AMOUNT-RUNNING-TOTAL (WHICH MUST      00001622
      *    STILL TIE TO THE TRAILER AMOUNT TOTAL) INCLUDES THEM. THE    00001623
      *    REVERSED AMOUNT IS THE NET EFFECT ON EXTROUT, SO NEGATIVE    00001624
      *    WHEN THE CANCELLED POSTINGS WERE POSITIVE.                   00001625
       01  WS-RECORDS-REVERSED PIC 9(9) VALUE ZERO.                     00001626
       01  WS-REVERSED-AMOUNT-TOTAL PIC S9(9)V99 VALUE ZERO.            00001627
       01  WS-REV-FOUND-SW PIC X VALUE 'N'.                             00001628
           88  WS-REV-FOUND VALUE 'Y'.                                  00001629
       01  WS-REV-REJ-TEXT PIC X(30) VALUE SPACES.                      00001630
       01  WS-REV-TARGET-RECORD PIC X(120) VALUE SPACES.                00001631
      *    HELD ITEMS ARE COUNTED APART FROM NEW BUSINESS TOO - THEY    00001632
      *    WERE READ AND CONVERTED BUT NOT POSTED, SO THE TRAILER       00001633
      *    AMOUNT TIES TO WS-AMOUNT-RUNNING-TOTAL PLUS THE HELD TOTAL.  00001634
      *    RELEASES AND DECLINES ARE EARLIER NIGHTS' HELD ITEMS AND     00001635
      *    TIE TO NOTHING IN TONIGHT'S TRANSIN.                         00001636
       01  WS-RECORDS-HELD PIC 9(9) VALUE ZERO.                         00001637
       01  WS-HELD-AMOUNT-TOTAL PIC S9(9)V99 VALUE ZERO.                00001638
       01  WS-RECORDS-RELEASED PIC 9(9) VALUE ZERO.                     00001639
       01  WS-RELEASED-AMOUNT-TOTAL PIC S9(9)V99 VALUE ZERO.            00001640
       01  WS-RECORDS-DECLINED PIC 9(9) VALUE ZERO.                     00001641
       01  WS-REL-REFUSED-COUNT PIC 9(9) VALUE ZERO.                    00001642
      *    PRIOR-PERIOD ADJUSTMENTS POSTED (DETAILS AND RELEASES) AND   00001643
      *    DETAILS REJECTED R007 FOR A CLOSED PERIOD - CONSOLE ONLY,    00001644
      *    SEE 3000-CONVERT-AMOUNTS-PARA.                               00001645
       01  WS-RECORDS-PPA PIC 9(9) VALUE ZERO.                          00001646
       01  WS-RECORDS-PERIOD-REFUSED PIC 9(9) VALUE ZERO.               00001647
       01  WS-REL-EOF-SW PIC X VALUE 'N'.                               00001648
           88  WS-REL-EOF VALUE 'Y'.                                    00001649
       01  WS-REL-FOUND-SW PIC X VALUE 'N'.                             00001650
           88  WS-REL-FOUND VALUE 'Y'.                                  00001651
       01  WS-TRL-CHECK-TOTAL PIC S9(9)V99 VALUE ZERO.                  00001652
      *    BUSINESS DATE 3410-WRITE-POSTING-HISTORY-PARA KEYS PSTHIST   00001653
      *    BY - TONIGHT'S FOR A DETAIL OR REVERSAL, THE NIGHT IT WAS    00001654
      *    HELD FOR A RELEASED ITEM.                                    00001655
       01  WS-POST-BUS-DATE PIC X(08) VALUE SPACES.                     00001656
       01  WS-COMPUTED-HASH-TOTAL PIC 9(9) VALUE ZERO.                  00001657
       01  WS-HASH-WORK PIC 9(3) VALUE ZERO.                            00001658
       01  WS-HASH-SUB PIC 9(2) VALUE ZERO.                             00001659
       01  WS-HASH-DIGIT PIC 9(1) VALUE ZERO.                           00001660
       01  WS-HDR-EXPECTED-COUNT PIC 9(9) VALUE ZERO.                   00001661
       01  WS-TRL-EXPECTED-COUNT PIC 9(9) VALUE ZERO.                   00001662
       01  WS-TRL-AMOUNT-TOTAL PIC S9(9)V99 VALUE ZERO.                 00001663
       01  WS-TRL-HASH-TOTAL PIC 9(9) VALUE ZERO.                       00001670
       01  WS-CTL-ABEND-MSG PIC X(50) VALUE SPACES.                     00001680
       01  WS-OVFLOW-RECORD-COUNT PIC 9(9) VALUE ZERO.                  00001690
           88  WS-BUSCTL-EMPTY VALUE 'Y'.                               00001760
       01  WS-BUS-BYPASS-SW PIC X VALUE 'N'.                            00001761
           88  WS-BUS-BYPASS VALUE 'Y'.                                 00001762
      *    WHAT-IF RUN (EXEC PARM 'SIMULATE') - CONVERTS TRANSIN        00001763
      *    AGAINST WHATEVER ALLOCTAB/RATEFEED/PARMFILE THE JCL NAMES    00001764
      *    BUT LEAVES EVERY PERSISTENT FILE AS IT FOUND IT. SEE         00001765
      *    0050-TAKE-PARM-PARA.                                         00001766
       01  WS-SIMULATION-SW PIC X VALUE 'N'.                            00001767
           88  WS-SIMULATION-RUN VALUE 'Y'.                             00001768
       01  WS-SIMHOLD-STATUS PIC XX.                                    00001769
       01  WS-HOL-EOF-SW PIC X VALUE 'N'.                               00001770
           88  WS-HOL-EOF VALUE 'Y'.                                    00001771
      *    HOLCAL LOADED FOR THE ROLL-FORWARD - 100 ENTRIES IS          00001772
      *    YEARS OF HOLIDAYS.                                           00001773
       01  WS-HOL-TABLE-AREA.                                           00001774
           05  WS-HOL-TABLE OCCURS 100 TIMES PIC X(08).                 00001775
       01  WS-HOL-COUNT PIC 9(03) VALUE ZERO.                           00001776
       01  WS-HOL-MAX PIC 9(03) VALUE 100.                              00001777
       01  WS-HOL-SUB PIC 9(03) VALUE ZERO.                             00001778
       01  WS-CAND-DATE-NUM PIC 9(08) VALUE ZERO.                       00001779
       01  WS-CAND-DATE-X REDEFINES WS-CAND-DATE-NUM PIC X(08).         00001780
       01  WS-CAND-DATE-INT PIC 9(08) VALUE ZERO.                       00001781
       01  WS-DAY-OF-WEEK PIC 9(01) VALUE ZERO.                         00001782
       01  WS-DATE-OK-SW PIC X VALUE 'N'.                               00001783
           88  WS-DATE-OK VALUE 'Y'.                                    00001784
       01  WS-PARM-EOF-SW PIC X VALUE 'N'.                              00001785
           88  WS-PARM-EOF VALUE 'Y'.                                   00001786
       01  WS-PARM-NUM PIC 9(09) VALUE ZERO.                            00001787
       01  WS-PARM-ECHO-LINE.                                           00001788
           05  WS-PE-LABEL PIC X(30).                                   00001789
           05  WS-PE-VALUE PIC Z(9)9.                                   00001790
           05  FILLER PIC X(40) VALUE SPACES.                           00001791
       01  WS-ORIGINAL-AMOUNT PIC S9(9)V99 VALUE ZERO.                  00001792
       01  WS-MAX-HIST-ENTRIES PIC 9(02) VALUE 07.                      00001793
       01  WS-MAX-HIST-LIMIT PIC 9(02) VALUE 31.                        00001794
      *    WS-HIST-ENTRY-TABLE HOLDS UP TO WS-MAX-HIST-ENTRIES PRIOR    00001795
      *    RUNS' SUMHIST RECORDS (OLDEST FIRST). WS-MAX-HIST-           00001796
      *    ENTRIES IS NOW A RUNTIME PARAMETER (PARMFILE CARD            00001797
      *    MAX-HIST-ENTRIES, DEFAULT 07) - THE OCCURS BELOW IS ITS      00001800
      *    HARD CAP, POLICED BY 1500-READ-PARAMETERS-PARA AGAINST       00001801
      *    WS-MAX-HIST-LIMIT.                                           00001802
       01 WS-ALLOC-SIDE-COUNT PIC 9(01) VALUE 2.                        00002355
       01 WS-ALLOC-PCT-AREA.                                            00002356
          05 WS-ALLOC-PCT OCCURS 4 TIMES PIC 9(03).                     00002357
       01 WS-SPLIT-CHECK-TOTAL PIC S9(9)V99 VALUE ZERO.                 00002358
       01 WS-SPLIT-RECON-SW PIC X VALUE 'Y'.                            00002359
           88 WS-SPLIT-RECONCILED VALUE 'Y'.                            00002360
      *    THE LARGE-VALUE HOLD THRESHOLDS LOADED FROM HOLDTAB AT       00002361
      *    STARTUP - SAME 20-ENTRY SHAPE AND WILDCARD KEYS AS THE       00002362
      *    ALLOCATION RULES ABOVE.                                      00002363
       01 WS-HOLD-THRESHOLD-TABLE.                                      00002364
          05 WS-HT-ENTRY OCCURS 20 TIMES.                               00002365
             10 WS-HT-SOURCE PIC X(04).                                 00002366
             10 WS-HT-CCY PIC X(03).                                    00002367
             10 WS-HT-LIMIT PIC 9(09)V99.                               00002368
       01 WS-HT-COUNT PIC 9(02) VALUE ZERO.                             00002369
       01 WS-HT-MAX PIC 9(02) VALUE 20.                                 00002370
       01 WS-HT-SUB PIC 9(02) VALUE ZERO.                               00002371
       01 WS-HT-EOF-SW PIC X VALUE 'N'.                                 00002372
          88 WS-HT-EOF VALUE 'Y'.                                       00002373
       01 WS-HOLD-THRESHOLD PIC 9(09)V99 VALUE ZERO.                    00002374
       01 WS-HOLD-ABS-AMOUNT PIC 9(09)V99 VALUE ZERO.                   00002375
       01 WS-HOLD-ITEM-SW PIC X VALUE 'N'.                              00002376
          88 WS-HOLD-ITEM VALUE 'Y'.                                    00002377
      *    CORRECTION-RUN AS-OF RATE LOOKUP - SEE                       00002378
      *    3080-LOOKUP-ASOF-RATE-PARA. THE LOOKBACK BOUNDS HOW FAR      00002379
      *    BEFORE THE ORIGINAL BUSINESS DATE A RATEHIST ENTRY MAY BE    00002380
      *    AND STILL COUNT AS THE RATE IN FORCE ON IT (A LONG HOLIDAY   00002381
      *    WEEKEND WITH NO FEED IS A FEW DAYS, NOT A MONTH).            00002382
       01 WS-ASOF-ORIG-DATE PIC X(08) VALUE SPACES.                     00002383
       01 WS-ASOF-RATE-DATE PIC X(08) VALUE SPACES.                     00002384
       01 WS-ASOF-RATE PIC 9(03)V9(06) VALUE ZERO.                      00002385
       01 WS-ASOF-CURR-RATE PIC 9(03)V9(06) VALUE ZERO.                 00002386
       01 WS-ASOF-LOOKBACK-DAYS PIC 9(03) VALUE 031.                    00002387
       01 WS-ASOF-DATE-NUM PIC 9(08) VALUE ZERO.                        00002388
       01 WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE-NUM PIC X(08).          00002389
       01 WS-ASOF-DATE-INT PIC 9(08) VALUE ZERO.                        00002390
       01 WS-ASOF-FOUND-SW PIC X VALUE 'N'.                             00002391
          88 WS-ASOF-FOUND VALUE 'Y'.                                   00002392
       01 WS-ASOF-SCAN-SW PIC X VALUE 'N'.                              00002393
          88 WS-ASOF-SCAN-DONE VALUE 'Y'.                               00002394
       01 WS-RM-OPEN-DATE PIC X(08) VALUE SPACES.                       00002395
      *    MONTH-END PERIOD LOCK - SEE 1800-LOAD-PERIOD-LOCK-PARA AND   00002396
      *    3072-CLASSIFY-PERIOD-PARA. SPACES MEANS NO PERIOD IS CLOSED. 00002397
       01 WS-CLOSED-THRU-PERIOD PIC X(06) VALUE SPACES.                 00002398
       01 WS-PL-EOF-SW PIC X VALUE 'N'.                                 00002399
          88 WS-PL-EOF VALUE 'Y'.                                       00002400
       01 WS-PL-ITEM-DATE PIC X(08) VALUE SPACES.                       00002401
       01 WS-PL-ITEM-FLAG PIC X(01) VALUE SPACE.                        00002402
       01 WS-PERIOD-CHECK-SW PIC X VALUE 'O'.                           00002403
          88 WS-PERIOD-OPEN VALUE 'O'.                                  00002404
          88 WS-PERIOD-REFUSED VALUE 'R'.                               00002405
          88 WS-PPA-ITEM VALUE 'A'.                                     00002406
       01 WS-VAR-3 PIC 9 VALUE 9.                                       00002408
       01 WS-VAR-1-VALID-SW PIC X VALUE 'Y'.                            00002410
           88 WS-VAR-1-VALID VALUE 'Y'.                                 00002412
CHGTAG 01 WS-TEST-VAR PIC X VALUE 'T'.                                  00002414
           88 WS-TEST-VAR-NEW VALUE 'N'.                                00002416
           88 WS-TEST-VAR-CHANGED VALUE 'C'.                            00002420
           88 WS-TEST-VAR-UNCHANGED VALUE 'U'.                          00002430
           COPY RRGTAB.                                                 00002431
       LINKAGE SECTION.                                                 00002432
       01  LK-PARM-AREA.                                                00002433
           05  LK-PARM-LENGTH           PIC S9(4) COMP.                 00002434
           05  LK-PARM-MODE             PIC X(08).                      00002435
       PROCEDURE DIVISION USING LK-PARM-AREA.                           00002436
       0000-MAIN-PARA.                                                  00002450
            PERFORM 0050-TAKE-PARM-PARA                                 00002451
      *    A SIMULATION RUN IS NEVER REGISTERED AND NEVER CHECKPOINTED  00002452
      *    - IT IS NOT A NIGHT OF THE CYCLE AND IS NEVER RESTARTED, SO  00002453
      *    IT ALWAYS OPENS ITS SCRATCH OUTPUTS FRESH.                   00002454
            IF NOT WS-SIMULATION-RUN                                    00002455
              PERFORM 0100-REGISTER-START-PARA                          00002456
              PERFORM 1200-OPEN-CKPT-PARA                               00002457
            END-IF                                                      00002458
      *    AUDITOUT/OVFLOUT ARE GDGS - A FRESH GENERATION IS CATALOGED  00002470
      *    OUTPUT EVERY RUN EXCEPT A RESTART, WHICH EXTENDS THE         00002480
      *    GENERATION THE ABENDED RUN ALREADY CATALOGED (SEE PGM1JOB).  00002490
            END-IF                                                      00002620
            MOVE WS-OVFLOW-STATUS TO WS-FILE-CHECK-STATUS               00002630
            MOVE 'OVERFLOW-FILE OPEN' TO WS-FILE-CHECK-NAME             00002640
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002645
            PERFORM 1500-READ-PARAMETERS-PARA                           00002650
            PERFORM 1600-LOAD-ALLOC-RULES-PARA                          00002652
            PERFORM 1700-LOAD-HOLD-THRESHOLDS-PARA                      00002653
            PERFORM 1800-LOAD-PERIOD-LOCK-PARA                          00002654
            MOVE SPACES TO AUD-CHANGE-FLAG                              00002660
            MOVE SPACES TO AUD-TRAN-ID                                  00002670
            MOVE '123456789' TO WS-VAR-1                                00002680
                    PERFORM 1950-WRITE-AUDIT-PARA                       00003780
            END-ADD                                                     00003790
            PERFORM 5000-WRITE-SUMMARY-PARA                             00003800
            IF NOT WS-SIMULATION-RUN                                    00003801
              PERFORM 8000-ROLL-BUSINESS-DATE-PARA                      00003802
            END-IF                                                      00003803
            CLOSE AUDIT-FILE                                            00003810
            CLOSE OVERFLOW-FILE.                                        00003820
            PERFORM 9997-OVERFLOW-ALERT-PARA.                           00003830
            PERFORM 9998-VARIANCE-ALERT-PARA.                           00003840
            PERFORM 8900-REGISTER-FINISH-PARA.                          00003841
            STOP RUN.                                                   00003850
                                                                        00003860
       0050-TAKE-PARM-PARA.                                             00003861
      *    NO PARM (THE NIGHTLY, CORRECTION AND PARTITION STREAMS) IS   00003862
      *    AN ORDINARY RUN. PARM 'SIMULATE' (PGM1SIM.JCL) IS A WHAT-IF  00003863
      *    RUN OF A TRANSIN PRODUCTION HAS ALREADY CONVERTED, AGAINST A 00003864
      *    PROPOSED ALLOCTAB/RATEFEED/PARMFILE: EVERYTHING IS CONVERTED,00003865
      *    SPLIT, HELD AND REJECTED EXACTLY AS USUAL, BUT ONLY THE      00003866
      *    SCRATCH OUTPUTS (EXTROUT, REJOUT, OVFLOUT, AUDITOUT, SUMRPT, 00003867
      *    SIMHOLD) ARE WRITTEN. PRIOREXT, PSTHIST, HOLDQ, RATEHIST,    00003868
      *    RATEPRV, SUMHIST, BUSCTL, PERLOCK AND REJMSTR ARE ONLY READ; 00003869
      *    CKPTFILE AND RUNREG ARE NOT OPENED; RELFILE IS NOT APPLIED.  00003870
      *    ANYTHING ELSE IN THE PARM IS REFUSED RATHER THAN GUESSED AT. 00003871
            IF LK-PARM-LENGTH > ZERO                                    00003872
              IF LK-PARM-LENGTH = 8 AND LK-PARM-MODE = 'SIMULATE'       00003873
                SET WS-SIMULATION-RUN TO TRUE                           00003874
                DISPLAY 'PGM1: SIMULATION RUN - PERSISTENT FILES ARE '  00003875
                    'READ ONLY, OUTPUTS ARE SCRATCH'                    00003876
              ELSE                                                      00003877
                MOVE 'EXEC PARM NOT RECOGNISED - ONLY SIMULATE IS VALID'00003878
                    TO WS-CTL-ABEND-MSG                                 00003879
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00003880
              END-IF                                                    00003881
            END-IF.                                                     00003882
                                                                        00003883
       0100-REGISTER-START-PARA.                                        00003884
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00003885
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00003886
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00003887
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00003888
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00003889
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00003890
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00003891
            MOVE 'PGM1' TO RRG-PROGRAM-NAME                             00003892
            PERFORM 0110-LOAD-REGISTER-PARA                             00003893
            IF RRG-CYCLE-DATE NOT = SPACES                              00003894
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00003895
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00003896
              PERFORM 0115-FIND-ENTRY-PARA                              00003897
              IF RRG-FIND-SUB > ZERO                                    00003898
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00003899
                  DISPLAY 'PGM1: ALREADY COMPLETED FOR BUSINESS '       00003900
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00003901
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00003902
                      ' - STEP SKIPPED ON THIS RERUN'                   00003903
                  PERFORM 0140-CARRY-FORWARD-PARA                       00003904
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00003905
                  STOP RUN                                              00003906
                END-IF                                                  00003907
              ELSE                                                      00003908
                PERFORM 0125-ADD-ENTRY-PARA                             00003909
              END-IF                                                    00003910
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00003911
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00003912
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00003913
              MOVE FUNCTION CURRENT-DATE(1:14)                          00003914
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00003915
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00003916
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00003917
              PERFORM 0120-REWRITE-REGISTER-PARA                        00003918
              SET RRG-ACTIVE TO TRUE                                    00003919
            END-IF.                                                     00003920
                                                                        00003921
       0110-LOAD-REGISTER-PARA.                                         00003922
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00003923
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00003924
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00003925
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00003926
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00003927
                 - RRG-RETAIN-DAYS)                                     00003928
            MOVE ZERO TO RRG-COUNT                                      00003929
            MOVE SPACES TO RRG-CYCLE-DATE                               00003930
            OPEN INPUT RUNREG-FILE                                      00003931
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00003932
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00003933
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003934
            READ RUNREG-FILE                                            00003935
                AT END MOVE 'Y' TO RRG-EOF-SW                           00003936
            END-READ                                                    00003937
            PERFORM UNTIL RRG-EOF                                       00003938
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00003939
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00003940
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00003941
                PERFORM 0125-ADD-ENTRY-PARA                             00003942
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00003943
                IF RR-CYCLE-RECORD                                      00003944
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00003945
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00003946
                END-IF                                                  00003947
              END-IF                                                    00003948
              READ RUNREG-FILE                                          00003949
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00003950
              END-READ                                                  00003951
            END-PERFORM                                                 00003952
            CLOSE RUNREG-FILE.                                          00003953
                                                                        00003954
       0115-FIND-ENTRY-PARA.                                            00003955
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00003956
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00003957
            MOVE ZERO TO RRG-FIND-SUB                                   00003958
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00003959
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00003960
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00003961
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00003962
                MOVE RRG-SUB TO RRG-FIND-SUB                            00003963
              END-IF                                                    00003964
            END-PERFORM.                                                00003965
                                                                        00003966
       0120-REWRITE-REGISTER-PARA.                                      00003967
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00003968
            OPEN OUTPUT RUNREG-FILE                                     00003969
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00003970
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00003971
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003972
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00003973
                UNTIL RRG-SUB > RRG-COUNT                               00003974
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00003975
              WRITE RR-RECORD                                           00003976
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00003977
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00003978
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00003979
            END-PERFORM                                                 00003980
            CLOSE RUNREG-FILE.                                          00003981
                                                                        00003982
       0125-ADD-ENTRY-PARA.                                             00003983
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00003984
      *    POINT RRG-FIND-SUB AT IT.                                    00003985
            IF RRG-COUNT >= RRG-MAX                                     00003986
              DISPLAY 'PGM1 ABEND: RUNREG HOLDS MORE ENTRIES THAN '     00003987
                  'RRG-TABLE CAN HOLD'                                  00003988
              MOVE 16 TO RETURN-CODE                                    00003989
              STOP RUN                                                  00003990
            END-IF                                                      00003991
            ADD 1 TO RRG-COUNT                                          00003992
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00003993
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00003994
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00003995
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00003996
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00003997
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00003998
                                                                        00003999
       0130-CHECK-CYCLE-DONE-PARA.                                      00004000
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00004001
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00004002
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00004003
      *    ONE.                                                         00004004
            MOVE ZERO TO RRG-DONE-COUNT                                 00004005
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00004006
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00004007
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00004008
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00004009
              PERFORM 0115-FIND-ENTRY-PARA                              00004010
              IF RRG-FIND-SUB > ZERO                                    00004011
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00004012
                  ADD 1 TO RRG-DONE-COUNT                               00004013
                END-IF                                                  00004014
              END-IF                                                    00004015
            END-PERFORM                                                 00004016
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00004017
            PERFORM 0115-FIND-ENTRY-PARA                                00004018
            IF RRG-FIND-SUB > ZERO                                      00004019
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00004020
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00004021
              MOVE FUNCTION CURRENT-DATE(1:14)                          00004022
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00004023
            END-IF.                                                     00004024
                                                                        00004025
       0140-CARRY-FORWARD-PARA.                                         00004026
      *    A RERUN OF A NIGHT PGM1 ALREADY FINISHED MUST NOT CONVERT    00004027
      *    TRANSIN AGAIN - BUSCTL HAS ROLLED PAST ITS DATE AND ITS      00004028
      *    POSTINGS, HOLDS AND REJECTS ARE ALREADY ON FILE - BUT THIS   00004029
      *    STEP'S (+1) DDS STILL CATALOG THE GENERATIONS THE LATER      00004030
      *    STEPS READ. COPY THE FINISHED RUN'S GENERATIONS (THE (0)     00004031
      *    GENERATIONS ON THE PRV* DDS) ACROSS SO THOSE STEPS SEE       00004032
      *    EXACTLY WHAT IT WROTE.                                       00004033
            PERFORM 0141-CARRY-EXTROUT-PARA                             00004034
            PERFORM 0142-CARRY-REJOUT-PARA                              00004035
            PERFORM 0143-CARRY-OVFLOUT-PARA                             00004036
            PERFORM 0144-CARRY-AUDITOUT-PARA.                           00004037
                                                                        00004038
       0141-CARRY-EXTROUT-PARA.                                         00004039
            OPEN INPUT PRVEXTR-FILE                                     00004040
            MOVE WS-PRVEXTR-STATUS TO WS-FILE-CHECK-STATUS              00004041
            MOVE 'PRVEXTR-FILE OPEN' TO WS-FILE-CHECK-NAME              00004042
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004043
            OPEN OUTPUT EXTRACT-FILE                                    00004044
            MOVE WS-EXTRACT-STATUS                                      00004045
                TO WS-FILE-CHECK-STATUS                                 00004046
            MOVE 'EXTRACT-FILE OPEN' TO WS-FILE-CHECK-NAME              00004047
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004048
            MOVE ZERO TO WS-PRV-COUNT                                   00004049
            MOVE 'N' TO WS-PRV-EOF-SW                                   00004050
            READ PRVEXTR-FILE                                           00004051
                AT END MOVE 'Y' TO WS-PRV-EOF-SW                        00004052
            END-READ                                                    00004053
            PERFORM UNTIL WS-PRV-EOF                                    00004054
              WRITE EXT-RECORD FROM PRVEXTR-RECORD                      00004055
              MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS            00004056
              MOVE 'EXT-RECORD WRITE' TO WS-FILE-CHECK-NAME             00004057
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004058
              ADD 1 TO WS-PRV-COUNT                                     00004059
              READ PRVEXTR-FILE                                         00004060
                  AT END MOVE 'Y' TO WS-PRV-EOF-SW                      00004061
              END-READ                                                  00004062
            END-PERFORM                                                 00004063
            CLOSE PRVEXTR-FILE                                          00004064
            CLOSE EXTRACT-FILE                                          00004065
            DISPLAY 'PGM1: EXTROUT CARRIED FORWARD - ' WS-PRV-COUNT     00004066
                ' RECORDS'.                                             00004067
                                                                        00004068
       0142-CARRY-REJOUT-PARA.                                          00004069
            OPEN INPUT PRVREJ-FILE                                      00004070
            MOVE WS-PRVREJ-STATUS TO WS-FILE-CHECK-STATUS               00004071
            MOVE 'PRVREJ-FILE OPEN' TO WS-FILE-CHECK-NAME               00004072
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004073
            OPEN OUTPUT REJECT-FILE                                     00004074
            MOVE WS-REJECT-STATUS                                       00004075
                TO WS-FILE-CHECK-STATUS                                 00004076
            MOVE 'REJECT-FILE OPEN' TO WS-FILE-CHECK-NAME               00004077
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004078
            MOVE ZERO TO WS-PRV-COUNT                                   00004079
            MOVE 'N' TO WS-PRV-EOF-SW                                   00004080
            READ PRVREJ-FILE                                            00004081
                AT END MOVE 'Y' TO WS-PRV-EOF-SW                        00004082
            END-READ                                                    00004083
            PERFORM UNTIL WS-PRV-EOF                                    00004084
              WRITE REJ-RECORD FROM PRVREJ-RECORD                       00004085
              MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS             00004086
              MOVE 'REJ-RECORD WRITE' TO WS-FILE-CHECK-NAME             00004087
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004088
              ADD 1 TO WS-PRV-COUNT                                     00004089
              READ PRVREJ-FILE                                          00004090
                  AT END MOVE 'Y' TO WS-PRV-EOF-SW                      00004091
              END-READ                                                  00004092
            END-PERFORM                                                 00004093
            CLOSE PRVREJ-FILE                                           00004094
            CLOSE REJECT-FILE                                           00004095
            DISPLAY 'PGM1: REJOUT CARRIED FORWARD - ' WS-PRV-COUNT      00004096
                ' RECORDS'.                                             00004097
                                                                        00004098
       0143-CARRY-OVFLOUT-PARA.                                         00004099
            OPEN INPUT PRVOVFL-FILE                                     00004100
            MOVE WS-PRVOVFL-STATUS TO WS-FILE-CHECK-STATUS              00004101
            MOVE 'PRVOVFL-FILE OPEN' TO WS-FILE-CHECK-NAME              00004102
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004103
            OPEN OUTPUT OVERFLOW-FILE                                   00004104
            MOVE WS-OVFLOW-STATUS                                       00004105
                TO WS-FILE-CHECK-STATUS                                 00004106
            MOVE 'OVERFLOW-FILE OPEN' TO WS-FILE-CHECK-NAME             00004107
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004108
            MOVE ZERO TO WS-PRV-COUNT                                   00004109
            MOVE 'N' TO WS-PRV-EOF-SW                                   00004110
            READ PRVOVFL-FILE                                           00004111
                AT END MOVE 'Y' TO WS-PRV-EOF-SW                        00004112
            END-READ                                                    00004113
            PERFORM UNTIL WS-PRV-EOF                                    00004114
              WRITE OVF-RECORD FROM PRVOVFL-RECORD                      00004115
              MOVE WS-OVFLOW-STATUS TO WS-FILE-CHECK-STATUS             00004116
              MOVE 'OVF-RECORD WRITE' TO WS-FILE-CHECK-NAME             00004117
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004118
              ADD 1 TO WS-PRV-COUNT                                     00004119
              READ PRVOVFL-FILE                                         00004120
                  AT END MOVE 'Y' TO WS-PRV-EOF-SW                      00004121
              END-READ                                                  00004122
            END-PERFORM                                                 00004123
            CLOSE PRVOVFL-FILE                                          00004124
            CLOSE OVERFLOW-FILE                                         00004125
            DISPLAY 'PGM1: OVFLOUT CARRIED FORWARD - ' WS-PRV-COUNT     00004126
                ' RECORDS'.                                             00004127
                                                                        00004128
       0144-CARRY-AUDITOUT-PARA.                                        00004129
            OPEN INPUT PRVAUDT-FILE                                     00004130
            MOVE WS-PRVAUDT-STATUS TO WS-FILE-CHECK-STATUS              00004131
            MOVE 'PRVAUDT-FILE OPEN' TO WS-FILE-CHECK-NAME              00004132
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004133
            OPEN OUTPUT AUDIT-FILE                                      00004134
            MOVE WS-AUDIT-STATUS                                        00004135
                TO WS-FILE-CHECK-STATUS                                 00004136
            MOVE 'AUDIT-FILE OPEN' TO WS-FILE-CHECK-NAME                00004137
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004138
            MOVE ZERO TO WS-PRV-COUNT                                   00004139
            MOVE 'N' TO WS-PRV-EOF-SW                                   00004140
            READ PRVAUDT-FILE                                           00004141
                AT END MOVE 'Y' TO WS-PRV-EOF-SW                        00004142
            END-READ                                                    00004143
            PERFORM UNTIL WS-PRV-EOF                                    00004144
              WRITE AUD-RECORD FROM PRVAUDT-RECORD                      00004145
              MOVE WS-AUDIT-STATUS TO WS-FILE-CHECK-STATUS              00004146
              MOVE 'AUD-RECORD WRITE' TO WS-FILE-CHECK-NAME             00004147
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004148
              ADD 1 TO WS-PRV-COUNT                                     00004149
              READ PRVAUDT-FILE                                         00004150
                  AT END MOVE 'Y' TO WS-PRV-EOF-SW                      00004151
              END-READ                                                  00004152
            END-PERFORM                                                 00004153
            CLOSE PRVAUDT-FILE                                          00004154
            CLOSE AUDIT-FILE                                            00004155
            DISPLAY 'PGM1: AUDITOUT CARRIED FORWARD - ' WS-PRV-COUNT    00004156
                ' RECORDS'.                                             00004157
                                                                        00004158
       1000-VALIDATE-WS-VAR-1-PARA.                                     00004159
            IF WS-VAR-1 IS NUMERIC                                      00004160
              MOVE 'Y' TO WS-VAR-1-VALID-SW                             00004161
            ELSE                                                        00004162
              MOVE 'N' TO WS-VAR-1-VALID-SW                             00004163
              PERFORM 1100-REJECT-WS-VAR-1-PARA                         00004164
            END-IF.                                                     00004165
                                                                        00004166
       1100-REJECT-WS-VAR-1-PARA.                                       00004167
            DISPLAY 'REJECT: WS-VAR-1 NOT NUMERIC - VALUE=' WS-VAR-1.   00004168
                                                                        00004169
       1200-OPEN-CKPT-PARA.                                             00004170
            OPEN I-O CKPT-FILE                                          00004171
            IF WS-CKPT-STATUS = '35'                                    00004172
              PERFORM 1250-INIT-CKPT-RECORD-PARA                        00004173
            END-IF                                                      00004174
            MOVE WS-CKPT-STATUS TO WS-FILE-CHECK-STATUS                 00004175
            MOVE 'CKPT-FILE OPEN' TO WS-FILE-CHECK-NAME                 00004176
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004177
            READ CKPT-FILE                                              00004178
                AT END                                                  00004179
                    PERFORM 1250-INIT-CKPT-RECORD-PARA                  00004180
                    READ CKPT-FILE                                      00004181
            END-READ                                                    00004182
            IF CKPT-STATUS = 'R'                                        00004183
              MOVE 'Y' TO WS-RESTART-SW                                 00004184
              MOVE CKPT-LAST-COUNT TO WS-CKPT-COUNT                     00004185
              MOVE CKPT-RECORDS-GOOD TO WS-RECORDS-GOOD                 00004186
              MOVE CKPT-RECORDS-REJECTED TO WS-RECORDS-REJECTED         00004187
              MOVE CKPT-AMOUNT-TOTAL TO WS-AMOUNT-RUNNING-TOTAL         00004188
              MOVE CKPT-HASH-TOTAL TO WS-COMPUTED-HASH-TOTAL            00004189
              MOVE CKPT-RECORDS-REVERSED TO WS-RECORDS-REVERSED         00004190
              MOVE CKPT-REVERSED-TOTAL TO WS-REVERSED-AMOUNT-TOTAL      00004191
              MOVE CKPT-RECORDS-HELD TO WS-RECORDS-HELD                 00004192
              MOVE CKPT-HELD-TOTAL TO WS-HELD-AMOUNT-TOTAL              00004193
            ELSE                                                        00004194
              MOVE 'N' TO WS-RESTART-SW                                 00004195
              MOVE ZERO TO WS-CKPT-COUNT                                00004200
              MOVE ZERO TO CKPT-LAST-COUNT                              00004210
              MOVE ZERO TO CKPT-RECORDS-GOOD                            00004220
              MOVE ZERO TO CKPT-RECORDS-REJECTED                        00004230
              MOVE ZERO TO CKPT-AMOUNT-TOTAL                            00004240
              MOVE ZERO TO CKPT-HASH-TOTAL                              00004250
              MOVE ZERO TO CKPT-RECORDS-REVERSED                        00004251
              MOVE ZERO TO CKPT-REVERSED-TOTAL                          00004252
              MOVE ZERO TO CKPT-RECORDS-HELD                            00004253
              MOVE ZERO TO CKPT-HELD-TOTAL                              00004254
            END-IF                                                      00004260
            MOVE 'R' TO CKPT-STATUS                                     00004270
            REWRITE CKPT-RECORD                                         00004280
            MOVE ZERO TO CKPT-RECORDS-REJECTED                          00004420
            MOVE ZERO TO CKPT-AMOUNT-TOTAL                              00004430
            MOVE ZERO TO CKPT-HASH-TOTAL                                00004440
            MOVE ZERO TO CKPT-RECORDS-REVERSED                          00004441
            MOVE ZERO TO CKPT-REVERSED-TOTAL                            00004442
            MOVE ZERO TO CKPT-RECORDS-HELD                              00004443
            MOVE ZERO TO CKPT-HELD-TOTAL                                00004444
            WRITE CKPT-RECORD                                           00004450
            CLOSE CKPT-FILE                                             00004460
            OPEN I-O CKPT-FILE.                                         00004470
      *    FALLBACK HERE - IF THE OPEN FAILS, THAT MEANS THE ONE-TIME   00004540
      *    SETUP WAS NEVER RUN (OR THE CLUSTER WAS REMOVED) AND         00004550
      *    OPERATIONS NEEDS TO KNOW, NOT HAVE PGM1 RETRY A NO-OP.       00004560
      *    A SIMULATION RUN ONLY READS IT - ITS CHANGE FLAGS ARE THEN   00004561
      *    JUDGED AGAINST THE PRODUCTION RUN OF THE SAME NIGHT.         00004562
            IF WS-SIMULATION-RUN                                        00004563
              OPEN INPUT PRIOR-FILE                                     00004564
            ELSE                                                        00004565
              OPEN I-O PRIOR-FILE                                       00004566
            END-IF                                                      00004567
            MOVE WS-PRIOR-STATUS TO WS-FILE-CHECK-STATUS                00004580
            MOVE 'PRIOR-FILE OPEN' TO WS-FILE-CHECK-NAME                00004590
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00004600
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004631
            END-IF                                                      00004632
            PERFORM 1450-COMPARE-PRIOR-RATES-PARA                       00004633
      *    A SIMULATION RUN STILL AUDITS ITS RATES AGAINST RATEPRV (SO  00004634
      *    A PROPOSED FEED SHOWS EVERY RATE IT MOVES) BUT KEEPS RATEPRV 00004635
      *    AND RATEHIST AS THEY ARE - RATEHIST IS ONLY OPENED FOR       00004636
      *    3080-LOOKUP-ASOF-RATE-PARA.                                  00004637
            IF WS-SIMULATION-RUN                                        00004638
              OPEN INPUT RATEHIST-FILE                                  00004639
              MOVE WS-RATEHIST-STATUS TO WS-FILE-CHECK-STATUS           00004640
              MOVE 'RATEHIST-FILE OPEN' TO WS-FILE-CHECK-NAME           00004641
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004642
            ELSE                                                        00004643
              PERFORM 1460-WRITE-RATEPRV-PARA                           00004644
              PERFORM 1470-WRITE-RATE-HISTORY-PARA                      00004645
            END-IF.                                                     00004646
                                                                        00004647
       1430-LOAD-ONE-RATE-PARA.                                         00004648
            IF RTF-EFFECTIVE-DATE < WS-HDR-RUN-DATE                     00004649
              MOVE 'RATEFEED STALE - EFFECTIVE DATE BEFORE RUN DATE'    00004650
                  TO WS-CTL-ABEND-MSG                                   00004651
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004652
            END-IF                                                      00004653
            IF CURR-TABLE-COUNT >= CURR-TABLE-MAX                       00004654
              MOVE 'RATEFEED EXCEEDS CURR-TABLE CAPACITY'               00004655
                  TO WS-CTL-ABEND-MSG                                   00004656
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004657
            END-IF                                                      00004658
            ADD 1 TO CURR-TABLE-COUNT                                   00004659
            MOVE RTF-CURRENCY-CODE                                      00004660
                TO CURR-TABLE-CODE(CURR-TABLE-COUNT)                    00004661
            MOVE RTF-RATE TO CURR-TABLE-RATE(CURR-TABLE-COUNT)          00004662
            MOVE RTF-EFFECTIVE-DATE                                     00004663
                TO CURR-TABLE-EFF-DATE(CURR-TABLE-COUNT).               00004664
                                                                        00004665
       1450-COMPARE-PRIOR-RATES-PARA.                                   00004666
      *    ONE AUDITOUT ENTRY PER CURRENCY WHOSE RATE DIFFERS FROM THE  00004667
      *    ONE THE PRIOR RUN CONVERTED AT (RATEPRV), PLUS ONE FOR EACH  00004668
      *    CURRENCY ADDED TO OR RETIRED FROM THE FEED, SO ACCOUNTING    00004669
      *    CAN TIE AN AMOUNT SWING TO THE RATE MOVE THAT CAUSED IT.     00004670
      *    RATEPRV IS PRE-ALLOCATED EMPTY BY STEP010 (SAME IDEA AS      00004671
      *    SUMHIST) - EMPTY JUST MEANS THERE IS NO PRIOR RUN TO         00004672
      *    COMPARE AGAINST YET.                                         00004673
            OPEN INPUT RATEPRV-FILE                                     00004674
            MOVE WS-RATEPRV-STATUS TO WS-FILE-CHECK-STATUS              00004675
            MOVE 'RATEPRV-FILE OPEN' TO WS-FILE-CHECK-NAME              00004676
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004677
            MOVE ZERO TO WS-PRV-RATE-COUNT                              00004678
            READ RATEPRV-FILE                                           00004679
                AT END MOVE 'Y' TO WS-RATEPRV-EOF-SW                    00004680
            END-READ                                                    00004681
            PERFORM UNTIL WS-RATEPRV-EOF                                00004682
              IF WS-PRV-RATE-COUNT >= CURR-TABLE-MAX                    00004683
                MOVE 'RATEPRV EXCEEDS PRIOR-RATE TABLE CAPACITY'        00004684
                    TO WS-CTL-ABEND-MSG                                 00004685
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00004686
              END-IF                                                    00004687
              ADD 1 TO WS-PRV-RATE-COUNT                                00004688
              MOVE RTP-CURRENCY-CODE                                    00004689
                  TO WS-PRV-RATE-CODE(WS-PRV-RATE-COUNT)                00004690
              MOVE RTP-RATE TO WS-PRV-RATE-RATE(WS-PRV-RATE-COUNT)      00004691
              READ RATEPRV-FILE                                         00004692
                  AT END MOVE 'Y' TO WS-RATEPRV-EOF-SW                  00004693
              END-READ                                                  00004694
            END-PERFORM                                                 00004695
            CLOSE RATEPRV-FILE                                          00004696
            MOVE SPACES TO AUD-CHANGE-FLAG                              00004697
            MOVE SPACES TO AUD-TRAN-ID                                  00004698
            PERFORM VARYING WS-CURR-SUB FROM 1 BY 1                     00004699
                UNTIL WS-CURR-SUB > CURR-TABLE-COUNT                    00004700
              PERFORM 1455-AUDIT-ONE-RATE-PARA                          00004701
            END-PERFORM                                                 00004702
            PERFORM VARYING WS-PRV-SUB FROM 1 BY 1                      00004703
                UNTIL WS-PRV-SUB > WS-PRV-RATE-COUNT                    00004704
              PERFORM 1458-AUDIT-RETIRED-RATE-PARA                      00004705
            END-PERFORM.                                                00004706
                                                                        00004707
       1455-AUDIT-ONE-RATE-PARA.                                        00004708
      *    TODAY'S RATE FOR ONE CURRENCY AGAINST THE RATEPRV TABLE - A  00004709
      *    CHANGED RATE AUDITS AS RATECHG, A CURRENCY RATEPRV NEVER     00004710
      *    HEARD OF AS RATEADD. UNCHANGED RATES ARE NOT AUDITED.        00004711
            MOVE 'N' TO WS-PRV-FOUND-SW                                 00004712
            PERFORM VARYING WS-PRV-SUB FROM 1 BY 1                      00004713
                UNTIL WS-PRV-SUB > WS-PRV-RATE-COUNT                    00004714
                    OR WS-PRV-FOUND                                     00004715
              IF WS-PRV-RATE-CODE(WS-PRV-SUB) =                         00004716
                  CURR-TABLE-CODE(WS-CURR-SUB)                          00004717
                SET WS-PRV-FOUND TO TRUE                                00004718
                IF WS-PRV-RATE-RATE(WS-PRV-SUB) NOT =                   00004719
                    CURR-TABLE-RATE(WS-CURR-SUB)                        00004720
                  MOVE CURR-TABLE-CODE(WS-CURR-SUB)                     00004721
                      TO AUD-FIELD-NAME                                 00004722
                  MOVE 'RATECHG' TO AUD-OPERATION                       00004723
                  MOVE WS-PRV-RATE-RATE(WS-PRV-SUB) TO WS-RATE-EDIT     00004724
                  MOVE WS-RATE-EDIT TO AUD-BEFORE-VALUE                 00004725
                  MOVE CURR-TABLE-RATE(WS-CURR-SUB) TO WS-RATE-EDIT     00004726
                  MOVE WS-RATE-EDIT TO AUD-AFTER-VALUE                  00004727
                  PERFORM 1950-WRITE-AUDIT-PARA                         00004728
                END-IF                                                  00004729
              END-IF                                                    00004730
            END-PERFORM                                                 00004731
            IF NOT WS-PRV-FOUND                                         00004732
              MOVE CURR-TABLE-CODE(WS-CURR-SUB) TO AUD-FIELD-NAME       00004733
              MOVE 'RATEADD' TO AUD-OPERATION                           00004734
              MOVE SPACES TO AUD-BEFORE-VALUE                           00004735
              MOVE CURR-TABLE-RATE(WS-CURR-SUB) TO WS-RATE-EDIT         00004736
              MOVE WS-RATE-EDIT TO AUD-AFTER-VALUE                      00004737
              PERFORM 1950-WRITE-AUDIT-PARA                             00004738
            END-IF.                                                     00004739
                                                                        00004740
       1458-AUDIT-RETIRED-RATE-PARA.                                    00004741
      *    A CURRENCY PRESENT IN RATEPRV BUT ABSENT FROM TODAY'S FEED   00004742
      *    HAS BEEN RETIRED - AUDITED AS RATEDEL SO THE FIRST R003      00004743
      *    REJECT ON THAT CODE CAN BE TIED BACK TO THE RETIREMENT.      00004744
            MOVE 'N' TO WS-CURR-FOUND-SW                                00004745
            PERFORM VARYING WS-CURR-SUB FROM 1 BY 1                     00004746
                UNTIL WS-CURR-SUB > CURR-TABLE-COUNT                    00004747
                    OR WS-CURR-FOUND                                    00004748
              IF CURR-TABLE-CODE(WS-CURR-SUB) =                         00004749
                  WS-PRV-RATE-CODE(WS-PRV-SUB)                          00004750
                SET WS-CURR-FOUND TO TRUE                               00004751
              END-IF                                                    00004752
            END-PERFORM                                                 00004753
            IF NOT WS-CURR-FOUND                                        00004754
              MOVE WS-PRV-RATE-CODE(WS-PRV-SUB) TO AUD-FIELD-NAME       00004755
              MOVE 'RATEDEL' TO AUD-OPERATION                           00004756
              MOVE WS-PRV-RATE-RATE(WS-PRV-SUB) TO WS-RATE-EDIT         00004757
              MOVE WS-RATE-EDIT TO AUD-BEFORE-VALUE                     00004758
              MOVE SPACES TO AUD-AFTER-VALUE                            00004759
              PERFORM 1950-WRITE-AUDIT-PARA                             00004760
            END-IF.                                                     00004761
                                                                        00004762
       1460-WRITE-RATEPRV-PARA.                                         00004763
      *    REWRITE RATEPRV IN FULL WITH TODAY'S RATES SO THE NEXT RUN   00004764
      *    HAS SOMETHING TO COMPARE AGAINST - SAME OPEN OUTPUT,         00004765
      *    REWRITE-IN-FULL DISCIPLINE AS SUMHIST.                       00004766
            OPEN OUTPUT RATEPRV-FILE                                    00004767
            MOVE WS-RATEPRV-STATUS TO WS-FILE-CHECK-STATUS              00004768
            MOVE 'RATEPRV-FILE OPEN' TO WS-FILE-CHECK-NAME              00004769
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004770
            PERFORM VARYING WS-CURR-SUB FROM 1 BY 1                     00004771
                UNTIL WS-CURR-SUB > CURR-TABLE-COUNT                    00004772
              MOVE SPACES TO RTP-RECORD                                 00004773
              MOVE CURR-TABLE-CODE(WS-CURR-SUB)                         00004774
                  TO RTP-CURRENCY-CODE                                  00004775
              MOVE CURR-TABLE-RATE(WS-CURR-SUB) TO RTP-RATE             00004776
              MOVE CURR-TABLE-EFF-DATE(WS-CURR-SUB)                     00004777
                  TO RTP-EFFECTIVE-DATE                                 00004778
              WRITE RTP-RECORD                                          00004779
              MOVE WS-RATEPRV-STATUS TO WS-FILE-CHECK-STATUS            00004780
              MOVE 'RTP-RECORD WRITE' TO WS-FILE-CHECK-NAME             00004781
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004782
            END-PERFORM                                                 00004783
            CLOSE RATEPRV-FILE.                                         00004784
                                                                        00004785
       1470-WRITE-RATE-HISTORY-PARA.                                    00004786
      *    EVERY RATE JUST LOADED IS ALSO KEPT IN RATEHIST UNDER ITS    00004787
      *    CURRENCY AND EFFECTIVE DATE, SO A LATER CORRECTION RUN CAN   00004788
      *    CONVERT AT THE RATE IN FORCE ON A DETAIL'S ORIGINAL          00004789
      *    BUSINESS DATE. A DUPLICATE KEY IS THE SAME DAY'S FEED        00004790
      *    LOADED AGAIN (A RESTART OR A CORRECTION RUN) - THE ENTRY IS  00004791
      *    REPLACED WITH WHAT THIS RUN LOADED. RATEHIST STAYS OPEN FOR  00004792
      *    3080-LOOKUP-ASOF-RATE-PARA AND IS CLOSED WITH THE OTHER      00004793
      *    KSDS FILES AT THE END OF 3000-CONVERT-AMOUNTS-PARA.          00004794
            OPEN I-O RATEHIST-FILE                                      00004795
            MOVE WS-RATEHIST-STATUS TO WS-FILE-CHECK-STATUS             00004796
            MOVE 'RATEHIST-FILE OPEN' TO WS-FILE-CHECK-NAME             00004797
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004798
            PERFORM VARYING WS-CURR-SUB FROM 1 BY 1                     00004799
                UNTIL WS-CURR-SUB > CURR-TABLE-COUNT                    00004800
              MOVE SPACES TO RH-RECORD                                  00004801
              MOVE CURR-TABLE-CODE(WS-CURR-SUB) TO RH-CURRENCY-CODE     00004802
              MOVE CURR-TABLE-EFF-DATE(WS-CURR-SUB)                     00004803
                  TO RH-EFFECTIVE-DATE                                  00004804
              MOVE CURR-TABLE-RATE(WS-CURR-SUB) TO RH-RATE              00004805
              MOVE WS-HDR-RUN-DATE TO RH-LOAD-DATE                      00004806
              WRITE RH-RECORD                                           00004807
                  INVALID KEY                                           00004808
                      REWRITE RH-RECORD                                 00004809
                      MOVE WS-RATEHIST-STATUS TO WS-FILE-CHECK-STATUS   00004810
                      MOVE 'RH-RECORD REWRITE' TO WS-FILE-CHECK-NAME    00004811
                      PERFORM 9990-CHECK-FILE-STATUS-PARA               00004812
                  NOT INVALID KEY                                       00004813
                      MOVE WS-RATEHIST-STATUS TO WS-FILE-CHECK-STATUS   00004814
                      MOVE 'RH-RECORD WRITE' TO WS-FILE-CHECK-NAME      00004815
                      PERFORM 9990-CHECK-FILE-STATUS-PARA               00004816
              END-WRITE                                                 00004817
            END-PERFORM.                                                00004818
                                                                        00004819
       1500-READ-PARAMETERS-PARA.                                       00004820
      *    RUNTIME TUNING CARDS (SEE PARMREC COPY) - READ ONCE AT       00004821
      *    STARTUP SO OPS CAN WIDEN THE SWING THRESHOLD FOR A KNOWN     00004822
      *    HEAVY NIGHT OR DEEPEN THE SUMHIST BASELINE BY EDITING A      00004823
      *    CARD, NOT BY RAISING A CODE CHANGE. AN EMPTY PARMFILE        00004824
      *    MEANS EVERY COMPILED-IN DEFAULT STANDS. EACH VALUE           00004825
      *    APPLIED IS AUDITED (OPERATION 'PARM', BEFORE=DEFAULT,        00004826
      *    AFTER=VALUE IN FORCE) AND ECHOED AGAIN ON SUMRPT BY          00004827
      *    5000-WRITE-SUMMARY-PARA.                                     00004828
            OPEN INPUT PARM-FILE                                        00004829
            MOVE WS-PARM-STATUS TO WS-FILE-CHECK-STATUS                 00004830
            MOVE 'PARM-FILE OPEN' TO WS-FILE-CHECK-NAME                 00004831
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004832
            READ PARM-FILE                                              00004833
                AT END MOVE 'Y' TO WS-PARM-EOF-SW                       00004834
            END-READ                                                    00004835
            PERFORM UNTIL WS-PARM-EOF                                   00004836
              IF PRM-RECORD(1:1) NOT = '*' AND PRM-KEYWORD NOT =        00004837
                  SPACES                                                00004838
                PERFORM 1550-APPLY-ONE-PARM-PARA                        00004839
              END-IF                                                    00004840
              READ PARM-FILE                                            00004841
                  AT END MOVE 'Y' TO WS-PARM-EOF-SW                     00004842
              END-READ                                                  00004843
            END-PERFORM                                                 00004844
            CLOSE PARM-FILE.                                            00004845
                                                                        00004846
       1550-APPLY-ONE-PARM-PARA.                                        00004847
      *    KEYWORDS THIS PROGRAM DOES NOT OWN (DEFAULT-CURRENCY IS      00004848
      *    PGM1MRG'S) ARE SKIPPED QUIETLY - THE WHOLE STREAM SHARES     00004849
      *    ONE PARMFILE. A KEYWORD NOBODY OWNS IS ALMOST CERTAINLY      00004850
      *    A TYPO AND IS REFUSED LOUDLY RATHER THAN SILENTLY            00004851
      *    TUNING NOTHING.                                              00004852
            EVALUATE PRM-KEYWORD                                        00004853
              WHEN 'SWING-THRESHOLD-PCT'                                00004854
                IF FUNCTION TEST-NUMVAL(PRM-VALUE) NOT = 0              00004855
                  MOVE 'PARMFILE SWING-THRESHOLD-PCT NOT NUMERIC'       00004856
                      TO WS-CTL-ABEND-MSG                               00004857
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00004858
                END-IF                                                  00004859
                MOVE WS-SWING-THRESHOLD-PCT TO WS-PARM-NUM              00004860
                MOVE WS-PARM-NUM TO AUD-BEFORE-VALUE                    00004861
                COMPUTE WS-PARM-NUM =                                   00004862
                    FUNCTION NUMVAL(PRM-VALUE)                          00004863
                IF WS-PARM-NUM < 1 OR WS-PARM-NUM > 999                 00004864
                  MOVE 'PARMFILE SWING-THRESHOLD-PCT OUTSIDE 1-999'     00004865
                      TO WS-CTL-ABEND-MSG                               00004866
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00004867
                END-IF                                                  00004868
                MOVE WS-PARM-NUM TO WS-SWING-THRESHOLD-PCT              00004869
                MOVE WS-PARM-NUM TO AUD-AFTER-VALUE                     00004870
                MOVE 'SWING-PCT' TO AUD-FIELD-NAME                      00004871
                PERFORM 1560-AUDIT-ONE-PARM-PARA                        00004872
              WHEN 'MAX-HIST-ENTRIES'                                   00004873
                IF FUNCTION TEST-NUMVAL(PRM-VALUE) NOT = 0              00004874
                  MOVE 'PARMFILE MAX-HIST-ENTRIES NOT NUMERIC'          00004875
                      TO WS-CTL-ABEND-MSG                               00004876
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00004877
                END-IF                                                  00004878
                MOVE WS-MAX-HIST-ENTRIES TO WS-PARM-NUM                 00004879
                MOVE WS-PARM-NUM TO AUD-BEFORE-VALUE                    00004880
                COMPUTE WS-PARM-NUM =                                   00004881
                    FUNCTION NUMVAL(PRM-VALUE)                          00004882
                IF WS-PARM-NUM < 1                                      00004883
                    OR WS-PARM-NUM > WS-MAX-HIST-LIMIT                  00004884
                  MOVE 'PARMFILE MAX-HIST-ENTRIES OUTSIDE 1-31'         00004885
                      TO WS-CTL-ABEND-MSG                               00004886
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00004887
                END-IF                                                  00004888
                MOVE WS-PARM-NUM TO WS-MAX-HIST-ENTRIES                 00004889
                MOVE WS-PARM-NUM TO AUD-AFTER-VALUE                     00004890
                MOVE 'MAX-HIST' TO AUD-FIELD-NAME                       00004891
                PERFORM 1560-AUDIT-ONE-PARM-PARA                        00004892
              WHEN 'DEFAULT-CURRENCY'                                   00004893
                CONTINUE                                                00004894
              WHEN 'FP-OVERRIDE'                                        00004895
                CONTINUE                                                00004896
              WHEN OTHER                                                00004897
                MOVE 'PARMFILE KEYWORD NOT RECOGNIZED'                  00004898
                    TO WS-CTL-ABEND-MSG                                 00004899
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00004900
            END-EVALUATE.                                               00004901
                                                                        00004902
       1560-AUDIT-ONE-PARM-PARA.                                        00004903
            MOVE SPACES TO AUD-CHANGE-FLAG                              00004904
            MOVE SPACES TO AUD-TRAN-ID                                  00004905
            MOVE 'PARM' TO AUD-OPERATION                                00004906
            PERFORM 1950-WRITE-AUDIT-PARA.                              00004907
                                                                        00004908
       1600-LOAD-ALLOC-RULES-PARA.                                      00004909
      *    LOADS THE POSTING-SPLIT RULES ONCE AT STARTUP AND            00004910
      *    REFUSES A TABLE THAT CANNOT POST CLEANLY - A SIDE COUNT      00004911
      *    OUTSIDE 1-4 OR PERCENTS THAT DO NOT SUM TO 100 WOULD         00004912
      *    OTHERWISE SURFACE AS A SPLIT RECONCILIATION FAILURE ON       00004913
      *    EVERY SINGLE DETAIL TONIGHT. AN EMPTY ALLOCTAB IS FINE -     00004914
      *    THE BUILT-IN 50/50 STANDS.                                   00004915
            OPEN INPUT ALLOC-FILE                                       00004916
            MOVE WS-ALLOC-STATUS TO WS-FILE-CHECK-STATUS                00004917
            MOVE 'ALLOC-FILE OPEN' TO WS-FILE-CHECK-NAME                00004918
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004919
            MOVE ZERO TO WS-AR-RULE-COUNT                               00004920
            READ ALLOC-FILE                                             00004921
                AT END MOVE 'Y' TO WS-AR-EOF-SW                         00004922
            END-READ                                                    00004923
            PERFORM UNTIL WS-AR-EOF                                     00004924
              PERFORM 1650-LOAD-ONE-RULE-PARA                           00004925
              READ ALLOC-FILE                                           00004926
                  AT END MOVE 'Y' TO WS-AR-EOF-SW                       00004927
              END-READ                                                  00004928
            END-PERFORM                                                 00004929
            CLOSE ALLOC-FILE.                                           00004930
                                                                        00004931
       1650-LOAD-ONE-RULE-PARA.                                         00004932
            IF ALC-SIDE-COUNT < 1 OR ALC-SIDE-COUNT > 4                 00004933
              MOVE 'ALLOCTAB RULE SIDE COUNT NOT 1-4'                   00004934
                  TO WS-CTL-ABEND-MSG                                   00004935
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004936
            END-IF                                                      00004937
            MOVE ZERO TO WS-AR-PCT-SUM                                  00004938
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00004939
                UNTIL WS-SIDE-SUB > ALC-SIDE-COUNT                      00004940
              ADD ALC-SIDE-PCT(WS-SIDE-SUB) TO WS-AR-PCT-SUM            00004941
            END-PERFORM                                                 00004942
            IF WS-AR-PCT-SUM NOT = 100                                  00004943
              MOVE 'ALLOCTAB RULE PERCENTS DO NOT SUM TO 100'           00004944
                  TO WS-CTL-ABEND-MSG                                   00004945
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004946
            END-IF                                                      00004947
            IF WS-AR-RULE-COUNT >= WS-AR-MAX                            00004948
              MOVE 'ALLOCTAB HAS MORE RULES THAN THE TABLE HOLDS'       00004949
                  TO WS-CTL-ABEND-MSG                                   00004950
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004951
            END-IF                                                      00004952
            ADD 1 TO WS-AR-RULE-COUNT                                   00004953
            MOVE ALC-SOURCE-SYS TO WS-AR-SOURCE(WS-AR-RULE-COUNT)       00004954
            MOVE ALC-CURRENCY-CODE TO WS-AR-CCY(WS-AR-RULE-COUNT)       00004955
            MOVE ALC-SIDE-COUNT TO WS-AR-COUNT(WS-AR-RULE-COUNT)        00004956
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00004957
                UNTIL WS-SIDE-SUB > 4                                   00004958
              MOVE ALC-SIDE-PCT(WS-SIDE-SUB)                            00004959
                  TO WS-AR-PCT(WS-AR-RULE-COUNT WS-SIDE-SUB)            00004960
            END-PERFORM.                                                00004961
                                                                        00004962
       1700-LOAD-HOLD-THRESHOLDS-PARA.                                  00004963
      *    LOADS THE LARGE-VALUE HOLD THRESHOLDS ONCE AT STARTUP,       00004964
      *    SAME SHAPE AS 1600-LOAD-ALLOC-RULES-PARA. A ZERO OR          00004965
      *    NON-NUMERIC THRESHOLD WOULD HOLD (OR FAIL TO HOLD) EVERY     00004966
      *    DETAIL IT MATCHES, SO THE TABLE IS REFUSED OUTRIGHT. AN      00004967
      *    EMPTY HOLDTAB IS FINE - NOTHING IS HELD.                     00004968
            OPEN INPUT HOLDT-FILE                                       00004969
            MOVE WS-HOLDT-STATUS TO WS-FILE-CHECK-STATUS                00004970
            MOVE 'HOLDT-FILE OPEN' TO WS-FILE-CHECK-NAME                00004971
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004972
            MOVE ZERO TO WS-HT-COUNT                                    00004973
            READ HOLDT-FILE                                             00004974
                AT END MOVE 'Y' TO WS-HT-EOF-SW                         00004975
            END-READ                                                    00004976
            PERFORM UNTIL WS-HT-EOF                                     00004977
              PERFORM 1750-LOAD-ONE-THRESHOLD-PARA                      00004978
              READ HOLDT-FILE                                           00004979
                  AT END MOVE 'Y' TO WS-HT-EOF-SW                       00004980
              END-READ                                                  00004981
            END-PERFORM                                                 00004982
            CLOSE HOLDT-FILE.                                           00004983
                                                                        00004984
       1750-LOAD-ONE-THRESHOLD-PARA.                                    00004985
            IF HT-THRESHOLD IS NOT NUMERIC                              00004986
              MOVE 'HOLDTAB THRESHOLD NOT NUMERIC'                      00004987
                  TO WS-CTL-ABEND-MSG                                   00004988
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004989
            END-IF                                                      00004990
            IF HT-THRESHOLD = ZERO                                      00004991
              MOVE 'HOLDTAB THRESHOLD IS ZERO'                          00004992
                  TO WS-CTL-ABEND-MSG                                   00004993
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004994
            END-IF                                                      00004995
            IF WS-HT-COUNT >= WS-HT-MAX                                 00004996
              MOVE 'HOLDTAB HAS MORE THRESHOLDS THAN THE TABLE HOLDS'   00004997
                  TO WS-CTL-ABEND-MSG                                   00004998
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004999
            END-IF                                                      00005000
            ADD 1 TO WS-HT-COUNT                                        00005001
            MOVE HT-SOURCE-SYS TO WS-HT-SOURCE(WS-HT-COUNT)             00005002
            MOVE HT-CURRENCY-CODE TO WS-HT-CCY(WS-HT-COUNT)             00005003
            MOVE HT-THRESHOLD TO WS-HT-LIMIT(WS-HT-COUNT).              00005004
                                                                        00005005
       1800-LOAD-PERIOD-LOCK-PARA.                                      00005006
      *    THE LATEST PERIOD MONTH-END CLOSE HAS LOCKED - THE HIGHEST   00005007
      *    PERLOCK PERIOD STILL AT STATUS 'C' (A PERIOD OPS REOPENED    00005008
      *    SHOWS 'O' AND DOES NOT COUNT). NOTHING DATED IN IT OR ANY    00005009
      *    EARLIER PERIOD POSTS WITHOUT THE PRIOR-PERIOD-ADJUSTMENT     00005010
      *    FLAG - SEE 3072-CLASSIFY-PERIOD-PARA. AN EMPTY PERLOCK IS    00005011
      *    FINE - NOTHING IS CLOSED YET.                                00005012
            OPEN INPUT PERLOCK-FILE                                     00005013
            MOVE WS-PERLOCK-STATUS TO WS-FILE-CHECK-STATUS              00005014
            MOVE 'PERLOCK-FILE OPEN' TO WS-FILE-CHECK-NAME              00005015
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005016
            MOVE SPACES TO WS-CLOSED-THRU-PERIOD                        00005017
            READ PERLOCK-FILE                                           00005018
                AT END MOVE 'Y' TO WS-PL-EOF-SW                         00005019
            END-READ                                                    00005020
            PERFORM UNTIL WS-PL-EOF                                     00005021
              IF PL-STATUS-CLOSED                                       00005022
                  AND PL-PERIOD > WS-CLOSED-THRU-PERIOD                 00005023
                MOVE PL-PERIOD TO WS-CLOSED-THRU-PERIOD                 00005024
              END-IF                                                    00005025
              READ PERLOCK-FILE                                         00005026
                  AT END MOVE 'Y' TO WS-PL-EOF-SW                       00005027
              END-READ                                                  00005028
            END-PERFORM                                                 00005029
            CLOSE PERLOCK-FILE                                          00005030
            IF WS-CLOSED-THRU-PERIOD NOT = SPACES                       00005031
              DISPLAY 'PGM1: PERIODS CLOSED THROUGH '                   00005032
                  WS-CLOSED-THRU-PERIOD                                 00005033
            END-IF.                                                     00005034
                                                                        00005035
       1900-GET-TIMESTAMP-PARA.                                         00005036
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00005037
                                                                        00005038
       1950-WRITE-AUDIT-PARA.                                           00005039
            PERFORM 1900-GET-TIMESTAMP-PARA                             00005040
            MOVE WS-TIMESTAMP TO AUD-TIMESTAMP                          00005041
            WRITE AUD-RECORD                                            00005042
            MOVE WS-AUDIT-STATUS TO WS-FILE-CHECK-STATUS                00005043
            MOVE 'AUD-RECORD WRITE' TO WS-FILE-CHECK-NAME               00005044
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00005045
                                                                        00005046
       2000-SPLIT-WS-VAR-2-PARA.                                        00005047
      *    N-WAY POSTING SPLIT OF WS-VAR-2, DRIVEN BY THE ALLOCTAB      00005048
      *    RULE FOR (WS-ALLOC-SOURCE, WS-ALLOC-CURRENCY) THE CALLER     00005049
      *    SET - EXACT MATCH FIRST, THEN SOURCE WITH ANY CURRENCY,      00005050
      *    THEN ANY SOURCE WITH THE CURRENCY, THEN THE ALL-WILDCARD     00005051
      *    RULE, THEN THE BUILT-IN 50/50 WHEN NO RULE MATCHES AT        00005052
      *    ALL (AN EMPTY ALLOCTAB BEHAVES EXACTLY AS THE OLD FIXED      00005053
      *    DIVIDE-BY-TWO DID). EVERY SIDE BUT THE LAST IS ITS           00005054
      *    PERCENTAGE OF THE AMOUNT (TRUNCATED); THE LAST SIDE          00005055
      *    TAKES THE REMAINDER SO THE SIDES ALWAYS SUM BACK TO THE      00005056
      *    ORIGINAL AMOUNT (NO LOST CENT), AND THE SUM IS STILL         00005057
      *    RECONCILED BEFORE ANYTHING REACHES EXTROUT.                  00005058
            PERFORM 2010-FIND-ALLOC-RULE-PARA                           00005059
            MOVE ZERO TO WS-SIDE-RUNNING-TOTAL                          00005060
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00005061
                UNTIL WS-SIDE-SUB > 4                                   00005062
              MOVE ZERO TO WS-SIDE-AMOUNT(WS-SIDE-SUB)                  00005063
            END-PERFORM                                                 00005064
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00005065
                UNTIL WS-SIDE-SUB >= WS-ALLOC-SIDE-COUNT                00005066
              COMPUTE WS-SIDE-AMOUNT(WS-SIDE-SUB) =                     00005067
                  WS-VAR-2 * WS-ALLOC-PCT(WS-SIDE-SUB) / 100            00005068
              ADD WS-SIDE-AMOUNT(WS-SIDE-SUB)                           00005069
                  TO WS-SIDE-RUNNING-TOTAL                              00005070
            END-PERFORM                                                 00005071
            COMPUTE WS-SIDE-AMOUNT(WS-ALLOC-SIDE-COUNT) =               00005072
                WS-VAR-2 - WS-SIDE-RUNNING-TOTAL                        00005073
            MOVE ZERO TO WS-SPLIT-CHECK-TOTAL                           00005074
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00005075
                UNTIL WS-SIDE-SUB > 4                                   00005076
              ADD WS-SIDE-AMOUNT(WS-SIDE-SUB)                           00005077
                  TO WS-SPLIT-CHECK-TOTAL                               00005078
            END-PERFORM                                                 00005079
            MOVE WS-SIDE-AMOUNT(1) TO WS-VAR-4                          00005080
            MOVE WS-SIDE-AMOUNT(2) TO WS-VAR-5                          00005081
            IF WS-SPLIT-CHECK-TOTAL = WS-VAR-2                          00005082
              MOVE 'Y' TO WS-SPLIT-RECON-SW                             00005083
            ELSE                                                        00005084
              MOVE 'N' TO WS-SPLIT-RECON-SW                             00005085
              DISPLAY 'SPLIT RECONCILIATION FAILED FOR WS-VAR-2:'       00005086
                  WS-VAR-2                                              00005087
            END-IF.                                                     00005088
                                                                        00005089
       2010-FIND-ALLOC-RULE-PARA.                                       00005090
      *    FOUR-LEVEL FALLBACK THROUGH THE RULE TABLE; THE FIRST        00005091
      *    LEVEL THAT MATCHES WINS AND ITS SIDES/PERCENTS BECOME        00005092
      *    THE ACTIVE SPLIT. NOTHING MATCHING AT ANY LEVEL LEAVES       00005093
      *    THE BUILT-IN TWO-SIDED 50/50.                                00005094
            MOVE 'N' TO WS-RULE-FOUND-SW                                00005095
            MOVE WS-ALLOC-SOURCE TO WS-RULE-SRC-KEY                     00005096
            MOVE WS-ALLOC-CURRENCY TO WS-RULE-CCY-KEY                   00005097
            PERFORM 2020-SCAN-RULES-PARA                                00005098
            IF NOT WS-RULE-FOUND                                        00005099
              MOVE WS-ALLOC-SOURCE TO WS-RULE-SRC-KEY                   00005100
              MOVE SPACES TO WS-RULE-CCY-KEY                            00005101
              PERFORM 2020-SCAN-RULES-PARA                              00005102
            END-IF                                                      00005103
            IF NOT WS-RULE-FOUND                                        00005104
              MOVE SPACES TO WS-RULE-SRC-KEY                            00005105
              MOVE WS-ALLOC-CURRENCY TO WS-RULE-CCY-KEY                 00005106
              PERFORM 2020-SCAN-RULES-PARA                              00005107
            END-IF                                                      00005108
            IF NOT WS-RULE-FOUND                                        00005109
              MOVE SPACES TO WS-RULE-SRC-KEY                            00005110
              MOVE SPACES TO WS-RULE-CCY-KEY                            00005111
              PERFORM 2020-SCAN-RULES-PARA                              00005112
            END-IF                                                      00005113
            IF NOT WS-RULE-FOUND                                        00005114
              MOVE 2 TO WS-ALLOC-SIDE-COUNT                             00005115
              MOVE 050 TO WS-ALLOC-PCT(1)                               00005116
              MOVE 050 TO WS-ALLOC-PCT(2)                               00005117
              MOVE ZERO TO WS-ALLOC-PCT(3)                              00005118
              MOVE ZERO TO WS-ALLOC-PCT(4)                              00005119
            END-IF.                                                     00005120
                                                                        00005121
       2020-SCAN-RULES-PARA.                                            00005122
      *    LINEAR SCAN FOR AN EXACT (WS-RULE-SRC-KEY, WS-RULE-CCY-      00005123
      *    KEY) RULE - THE TABLE IS SMALL, SAME REASONING AS            00005124
      *    3075-LOOKUP-CURRENCY-PARA. ON A HIT THE RULE'S SIDES AND     00005125
      *    PERCENTS BECOME THE ACTIVE SPLIT.                            00005126
            PERFORM VARYING WS-AR-SUB FROM 1 BY 1                       00005127
                UNTIL WS-AR-SUB > WS-AR-RULE-COUNT                      00005128
                    OR WS-RULE-FOUND                                    00005129
              IF WS-AR-SOURCE(WS-AR-SUB) = WS-RULE-SRC-KEY              00005130
                  AND WS-AR-CCY(WS-AR-SUB) = WS-RULE-CCY-KEY            00005131
                SET WS-RULE-FOUND TO TRUE                               00005132
                MOVE WS-AR-COUNT(WS-AR-SUB) TO WS-ALLOC-SIDE-COUNT      00005133
                MOVE WS-AR-PCT(WS-AR-SUB 1) TO WS-ALLOC-PCT(1)          00005134
                MOVE WS-AR-PCT(WS-AR-SUB 2) TO WS-ALLOC-PCT(2)          00005135
                MOVE WS-AR-PCT(WS-AR-SUB 3) TO WS-ALLOC-PCT(3)          00005136
                MOVE WS-AR-PCT(WS-AR-SUB 4) TO WS-ALLOC-PCT(4)          00005137
              END-IF                                                    00005138
            END-PERFORM.                                                00005139
                                                                        00005140
       2050-FIND-HOLD-THRESHOLD-PARA.                                   00005141
      *    DECIDES WHETHER THE CONVERTED WS-VAR-2 IS HELD FOR           00005142
      *    APPROVAL RATHER THAN POSTED. THE THRESHOLD FOR               00005143
      *    (WS-ALLOC-SOURCE, WS-ALLOC-CURRENCY) IS FOUND WITH THE       00005144
      *    SAME FOUR-LEVEL FALLBACK AS 2010-FIND-ALLOC-RULE-PARA;       00005145
      *    NO MATCH AT ANY LEVEL MEANS NO HOLD. EITHER SIGN COUNTS -    00005146
      *    A LARGE CREDIT NEEDS APPROVAL AS MUCH AS A LARGE DEBIT.      00005147
            MOVE 'N' TO WS-HOLD-ITEM-SW                                 00005148
            MOVE 'N' TO WS-RULE-FOUND-SW                                00005149
            MOVE ZERO TO WS-HOLD-THRESHOLD                              00005150
            MOVE WS-ALLOC-SOURCE TO WS-RULE-SRC-KEY                     00005151
            MOVE WS-ALLOC-CURRENCY TO WS-RULE-CCY-KEY                   00005152
            PERFORM 2060-SCAN-THRESHOLDS-PARA                           00005153
            IF NOT WS-RULE-FOUND                                        00005154
              MOVE WS-ALLOC-SOURCE TO WS-RULE-SRC-KEY                   00005155
              MOVE SPACES TO WS-RULE-CCY-KEY                            00005156
              PERFORM 2060-SCAN-THRESHOLDS-PARA                         00005157
            END-IF                                                      00005158
            IF NOT WS-RULE-FOUND                                        00005159
              MOVE SPACES TO WS-RULE-SRC-KEY                            00005160
              MOVE WS-ALLOC-CURRENCY TO WS-RULE-CCY-KEY                 00005161
              PERFORM 2060-SCAN-THRESHOLDS-PARA                         00005162
            END-IF                                                      00005163
            IF NOT WS-RULE-FOUND                                        00005164
              MOVE SPACES TO WS-RULE-SRC-KEY                            00005165
              MOVE SPACES TO WS-RULE-CCY-KEY                            00005166
              PERFORM 2060-SCAN-THRESHOLDS-PARA                         00005167
            END-IF                                                      00005168
            IF WS-RULE-FOUND                                            00005169
              IF WS-VAR-2 < ZERO                                        00005170
                COMPUTE WS-HOLD-ABS-AMOUNT = ZERO - WS-VAR-2            00005171
              ELSE                                                      00005172
                MOVE WS-VAR-2 TO WS-HOLD-ABS-AMOUNT                     00005173
              END-IF                                                    00005174
              IF WS-HOLD-ABS-AMOUNT > WS-HOLD-THRESHOLD                 00005175
                SET WS-HOLD-ITEM TO TRUE                                00005176
              END-IF                                                    00005177
            END-IF.                                                     00005178
                                                                        00005179
       2060-SCAN-THRESHOLDS-PARA.                                       00005180
      *    LINEAR SCAN FOR AN EXACT (WS-RULE-SRC-KEY, WS-RULE-CCY-      00005181
      *    KEY) THRESHOLD, SAME AS 2020-SCAN-RULES-PARA.                00005182
            PERFORM VARYING WS-HT-SUB FROM 1 BY 1                       00005183
                UNTIL WS-HT-SUB > WS-HT-COUNT                           00005184
                    OR WS-RULE-FOUND                                    00005185
              IF WS-HT-SOURCE(WS-HT-SUB) = WS-RULE-SRC-KEY              00005186
                  AND WS-HT-CCY(WS-HT-SUB) = WS-RULE-CCY-KEY            00005187
                SET WS-RULE-FOUND TO TRUE                               00005188
                MOVE WS-HT-LIMIT(WS-HT-SUB) TO WS-HOLD-THRESHOLD        00005189
              END-IF                                                    00005190
            END-PERFORM.                                                00005191
                                                                        00005192
       3000-CONVERT-AMOUNTS-PARA.                                       00005193
            OPEN INPUT TRANS-FILE                                       00005194
            MOVE WS-TRANS-STATUS TO WS-FILE-CHECK-STATUS                00005195
            MOVE 'TRANS-FILE OPEN' TO WS-FILE-CHECK-NAME                00005196
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005197
      *    REJOUT/EXTROUT ARE ALSO GDGS - SAME OUTPUT-UNLESS-RESTART    00005198
      *    RULE AS AUDITOUT/OVFLOUT ABOVE.                              00005199
            IF WS-RESTART-RUN                                           00005200
              OPEN EXTEND REJECT-FILE                                   00005201
              OPEN EXTEND EXTRACT-FILE                                  00005202
            ELSE                                                        00005203
              OPEN OUTPUT REJECT-FILE                                   00005204
              OPEN OUTPUT EXTRACT-FILE                                  00005205
            END-IF                                                      00005206
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00005207
            MOVE 'REJECT-FILE OPEN' TO WS-FILE-CHECK-NAME               00005208
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005209
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00005210
            MOVE 'EXTRACT-FILE OPEN' TO WS-FILE-CHECK-NAME              00005211
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005212
            PERFORM 1300-OPEN-PRIOR-PARA                                00005213
      *    A SIMULATION RUN ONLY READS REJMSTR (THE ORIGINAL DATE OF A  00005214
      *    CORRECTION-STREAM DETAIL - SEE 3070/3080), PSTHIST (REVERSAL 00005215
      *    TARGETS) AND HOLDQ - ITS HOLDS GO TO SIMHOLD.                00005216
            IF WS-SIMULATION-RUN                                        00005217
              OPEN INPUT REJMSTR-FILE                                   00005218
              MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS            00005219
              MOVE 'REJMSTR-FILE OPEN' TO WS-FILE-CHECK-NAME            00005220
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005221
              OPEN INPUT PSTHIST-FILE                                   00005222
              OPEN INPUT HOLDQ-FILE                                     00005223
              OPEN OUTPUT SIMHOLD-FILE                                  00005224
              MOVE WS-SIMHOLD-STATUS TO WS-FILE-CHECK-STATUS            00005225
              MOVE 'SIMHOLD-FILE OPEN' TO WS-FILE-CHECK-NAME            00005226
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005227
            ELSE                                                        00005228
              OPEN I-O REJMSTR-FILE                                     00005229
              MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS            00005230
              MOVE 'REJMSTR-FILE OPEN' TO WS-FILE-CHECK-NAME            00005231
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005232
              OPEN I-O PSTHIST-FILE                                     00005233
              OPEN I-O HOLDQ-FILE                                       00005234
            END-IF                                                      00005235
            MOVE WS-PSTHIST-STATUS TO WS-FILE-CHECK-STATUS              00005236
            MOVE 'PSTHIST-FILE OPEN' TO WS-FILE-CHECK-NAME              00005237
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005238
            MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS                00005239
            MOVE 'HOLDQ-FILE OPEN' TO WS-FILE-CHECK-NAME                00005240
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005241
            READ TRANS-FILE                                             00005242
                AT END MOVE 'Y' TO WS-EOF-TRANS-SW                      00005243
            END-READ                                                    00005244
            PERFORM 3050-VALIDATE-HEADER-PARA                           00005245
      *    RATES ARE LOADED ONLY AFTER THE HEADER (AND ITS RUN DATE)    00005246
      *    HAS BEEN VALIDATED, SO 1430'S STALENESS CHECK JUDGES THE     00005247
      *    FEED AGAINST THE BUSINESS DATE THE RUN IS CONVERTING, NOT    00005248
      *    THE WALL CLOCK - A RUN THAT STARTS AFTER MIDNIGHT, OR A      00005249
      *    DELAYED CATCH-UP OF THE EXPECTED DATE, IS JUDGED AGAINST     00005250
      *    ITS OWN DAY'S RATES. NOTHING USES CURR-TABLE BEFORE          00005251
      *    3075-LOOKUP-CURRENCY-PARA.                                   00005252
            PERFORM 1400-LOAD-RATES-PARA                                00005253
            READ TRANS-FILE                                             00005254
                AT END MOVE 'Y' TO WS-EOF-TRANS-SW                      00005255
            END-READ                                                    00005256
            IF WS-RESTART-RUN                                           00005257
              PERFORM 3200-SKIP-PROCESSED-PARA                          00005258
            END-IF                                                      00005259
            PERFORM UNTIL WS-EOF-TRANS OR TR-TYPE-TRAILER               00005260
              IF TR-TYPE-DETAIL                                         00005261
                PERFORM 3070-CHECK-PERIOD-LOCK-PARA                     00005262
                IF WS-PERIOD-REFUSED                                    00005263
                  PERFORM 3120-REJECT-CLOSED-PERIOD-PARA                00005264
                ELSE                                                    00005265
                  PERFORM 3075-LOOKUP-CURRENCY-PARA                     00005266
                  IF FUNCTION TEST-NUMVAL-C(TR-AMOUNT-STR) = 0          00005267
                      AND WS-CURR-FOUND                                 00005268
                    IF WS-BUS-BYPASS                                    00005269
                      PERFORM 3080-LOOKUP-ASOF-RATE-PARA                00005270
                    END-IF                                              00005271
                    MOVE TR-AMOUNT-STR TO AUD-BEFORE-VALUE              00005272
                    COMPUTE WS-ORIGINAL-AMOUNT ROUNDED =                00005273
                        FUNCTION NUMVAL-C(TR-AMOUNT-STR)                00005274
      *             A VALID 9-DIGIT AMOUNT IN A >1-RATE CURRENCY CAN    00005275
      *             OVERFLOW S9(9)V99 ON CONVERSION - GUARDED THE SAME  00005276
      *             WAY AS THE OTHER SIZE-ERROR SITES IN 0000-MAIN-PARA,00005277
      *             SO A TRUNCATED AMOUNT NEVER REACHES EXTROUT, THE    00005278
      *             RUNNING TOTAL, PRIOR-FILE OR THE CHECKPOINT, AND THE00005279
      *             RECORD SURFACES VIA OVFLOUT AND THE END-OF-JOB RC 4 00005280
      *             ALERT.                                              00005281
                    MOVE 'N' TO WS-CONVERT-OVFL-SW                      00005282
                    COMPUTE WS-VAR-2 ROUNDED =                          00005283
                        WS-ORIGINAL-AMOUNT * WS-EXCHANGE-RATE           00005290
                        ON SIZE ERROR                                   00005291
                            MOVE 'Y' TO WS-CONVERT-OVFL-SW              00005292
                            MOVE TR-SOURCE-SYS TO OVF-SOURCE-SYS        00005293
                            MOVE TR-TRAN-ID TO OVF-TRAN-ID              00005294
                            MOVE 'WS-VAR-2' TO OVF-FIELD-NAME           00005295
                            MOVE TR-AMOUNT-STR TO OVF-ATTEMPTED-VALUE   00005296
                            MOVE 'AMOUNT TIMES EXCHANGE RATE'           00005297
                                TO OVF-CONTEXT                          00005298
                            PERFORM 4000-WRITE-OVERFLOW-PARA            00005299
                    END-COMPUTE                                         00005300
                    IF NOT WS-CONVERT-OVERFLOW                          00005301
                      PERFORM 3450-DETERMINE-CHANGE-FLAG-PARA           00005302
                      MOVE 'WS-ORIG-AMT' TO AUD-FIELD-NAME              00005310
                      MOVE 'COMPUTE' TO AUD-OPERATION                   00005320
                      MOVE WS-ORIGINAL-AMOUNT TO WS-AUD-AMOUNT-EDIT     00005330
                      MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE        00005340
                      MOVE WS-TEST-VAR TO AUD-CHANGE-FLAG               00005350
                      PERFORM 1950-WRITE-AUDIT-PARA                     00005360
                      MOVE WS-AUD-AMOUNT-EDIT TO AUD-BEFORE-VALUE       00005370
                      MOVE 'WS-VAR-2' TO AUD-FIELD-NAME                 00005380
                      MOVE 'MULTIPLY' TO AUD-OPERATION                  00005390
                      MOVE WS-VAR-2 TO WS-AUD-AMOUNT-EDIT               00005400
                      MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE        00005410
                      MOVE WS-TEST-VAR TO AUD-CHANGE-FLAG               00005420
                      PERFORM 1950-WRITE-AUDIT-PARA                     00005430
                      MOVE WS-VAR-2 TO WS-AUD-AMOUNT-EDIT               00005440
                      MOVE WS-AUD-AMOUNT-EDIT TO AUD-BEFORE-VALUE       00005450
                      MOVE TR-SOURCE-SYS TO WS-ALLOC-SOURCE             00005458
                      MOVE TR-CURRENCY-CODE TO WS-ALLOC-CURRENCY        00005459
                      PERFORM 2000-SPLIT-WS-VAR-2-PARA                  00005460
                      MOVE 'WS-VAR-4' TO AUD-FIELD-NAME                 00005470
                      MOVE 'DIVIDE' TO AUD-OPERATION                    00005480
                      MOVE WS-VAR-4 TO WS-AUD-AMOUNT-EDIT               00005490
                      MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE        00005500
                      MOVE WS-TEST-VAR TO AUD-CHANGE-FLAG               00005510
                      PERFORM 1950-WRITE-AUDIT-PARA                     00005520
                      IF WS-SPLIT-RECONCILED                            00005521
                        PERFORM 2050-FIND-HOLD-THRESHOLD-PARA           00005522
                        IF WS-HOLD-ITEM                                 00005523
                          PERFORM 3700-HOLD-ITEM-PARA                   00005524
                        ELSE                                            00005525
                          ADD 1 TO WS-RECORDS-GOOD                      00005526
                          ADD WS-VAR-2 TO WS-AMOUNT-RUNNING-TOTAL       00005527
                          PERFORM 3400-WRITE-EXTRACT-PARA               00005528
                        END-IF                                          00005529
                      END-IF                                            00005530
                    END-IF                                              00005571
                  ELSE                                                  00005580
                    IF NOT WS-CURR-FOUND                                00005590
                      PERFORM 3110-REJECT-CURRENCY-PARA                 00005600
                    ELSE                                                00005610
                      PERFORM 3100-REJECT-AMOUNT-PARA                   00005620
                    END-IF                                              00005630
                  END-IF                                                00005640
                END-IF                                                  00005641
                ADD 1 TO WS-RECORDS-READ                                00005650
                PERFORM 3060-ADD-AMOUNT-HASH-PARA                       00005660
                PERFORM 3300-CHECKPOINT-PARA                            00005670
              END-IF                                                    00005680
              IF TR-TYPE-REVERSAL                                       00005681
                PERFORM 3500-PROCESS-REVERSAL-PARA                      00005682
                ADD 1 TO WS-RECORDS-READ                                00005683
                PERFORM 3060-ADD-AMOUNT-HASH-PARA                       00005684
                PERFORM 3300-CHECKPOINT-PARA                            00005685
              END-IF                                                    00005686
              READ TRANS-FILE                                           00005690
                  AT END MOVE 'Y' TO WS-EOF-TRANS-SW                    00005700
              END-READ                                                  00005710
                  TO WS-CTL-ABEND-MSG                                   00005770
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00005780
            END-IF                                                      00005790
      *    RELFILE CARDS ARE PRODUCTION DECISIONS ON HOLDQ - NOT        00005791
      *    APPLIED BY A SIMULATION RUN.                                 00005794
            IF NOT WS-SIMULATION-RUN                                    00005797
              PERFORM 3600-PROCESS-RELEASES-PARA                        00005800
            END-IF                                                      00005803
            IF WS-RECORDS-PERIOD-REFUSED > ZERO                         00005806
              DISPLAY 'PGM1 WARNING: ' WS-RECORDS-PERIOD-REFUSED        00005809
                  ' DETAIL(S) DATED IN A CLOSED PERIOD - REJECTED R007' 00005812
            END-IF                                                      00005815
            IF WS-RECORDS-PPA > ZERO                                    00005818
              DISPLAY 'PGM1: ' WS-RECORDS-PPA                           00005821
                  ' PRIOR-PERIOD ADJUSTMENT(S) POSTED - SEE PPARPT'     00005824
            END-IF                                                      00005827
            IF WS-SIMULATION-RUN                                        00005830
              DISPLAY 'PGM1: SIMULATION RUN FOR BUSINESS DATE '         00005833
                  WS-HDR-RUN-DATE ' HELD=' WS-RECORDS-HELD              00005836
                  ' - NOTHING PERSISTENT WAS UPDATED'                   00005839
              CLOSE SIMHOLD-FILE                                        00005842
              CLOSE REJMSTR-FILE                                        00005845
            ELSE                                                        00005848
              MOVE 'C' TO CKPT-STATUS                                   00005851
              MOVE WS-RECORDS-READ TO CKPT-LAST-COUNT                   00005854
              MOVE WS-RECORDS-GOOD TO CKPT-RECORDS-GOOD                 00005857
              MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED         00005860
              MOVE WS-AMOUNT-RUNNING-TOTAL TO CKPT-AMOUNT-TOTAL         00005863
              MOVE WS-COMPUTED-HASH-TOTAL TO CKPT-HASH-TOTAL            00005866
              MOVE WS-RECORDS-REVERSED TO CKPT-RECORDS-REVERSED         00005869
              MOVE WS-REVERSED-AMOUNT-TOTAL TO CKPT-REVERSED-TOTAL      00005872
              MOVE WS-RECORDS-HELD TO CKPT-RECORDS-HELD                 00005875
              MOVE WS-HELD-AMOUNT-TOTAL TO CKPT-HELD-TOTAL              00005878
              REWRITE CKPT-RECORD                                       00005881
              MOVE WS-CKPT-STATUS TO WS-FILE-CHECK-STATUS               00005884
              MOVE 'CKPT-RECORD REWRITE' TO WS-FILE-CHECK-NAME          00005887
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005890
              CLOSE CKPT-FILE                                           00005893
              CLOSE REJMSTR-FILE                                        00005896
            END-IF                                                      00005899
            CLOSE PRIOR-FILE                                            00005910
            CLOSE PSTHIST-FILE                                          00005912
            CLOSE HOLDQ-FILE                                            00005913
            CLOSE RATEHIST-FILE                                         00005914
            CLOSE TRANS-FILE                                            00005920
            CLOSE REJECT-FILE                                           00005930
            CLOSE EXTRACT-FILE.                                         00005940
            END-IF                                                      00006050
            MOVE TR-HDR-EXPECTED-COUNT TO WS-HDR-EXPECTED-COUNT         00006060
            MOVE TR-HDR-RUN-DATE TO WS-HDR-RUN-DATE                     00006061
            IF WS-SIMULATION-RUN                                        00006062
              PERFORM 3057-CHECK-SIMULATED-DATE-PARA                    00006063
            ELSE                                                        00006064
              PERFORM 3055-VALIDATE-RUN-DATE-PARA                       00006065
            END-IF.                                                     00006066
                                                                        00006067
       3055-VALIDATE-RUN-DATE-PARA.                                     00006068
      *    THE HEADER'S RUN DATE MUST BE THE BUSINESS DATE THIS         00006069
      *    STREAM EXPECTS NEXT (BUSCTL) - A DATE ALREADY PROCESSED      00006070
      *    MEANS A REPEATED FILE AND A DATE PAST THE EXPECTED ONE       00006071
      *    MEANS A DAY NEVER ARRIVED; EACH GETS ITS OWN ABEND           00006072
      *    MESSAGE ALONGSIDE THE EXISTING CONTROL-TOTAL CHECKS. AN      00006073
      *    EMPTY BUSCTL IS THE FIRST-EVER RUN - THE HEADER DATE IS      00006074
      *    ACCEPTED AND STARTS THE CHAIN. THE FILE IS LEFT OPEN SO      00006075
      *    8000-ROLL-BUSINESS-DATE-PARA CAN REWRITE IT ON CLEAN         00006076
      *    COMPLETION. ON A CHECKPOINT RESTART THE EXPECTED DATE        00006077
      *    HAS NOT YET ROLLED, SO THE SAME HEADER REVALIDATES           00006078
      *    CLEANLY.                                                     00006079
            OPEN I-O BUSCTL-FILE                                        00006080
            MOVE WS-BUSCTL-STATUS TO WS-FILE-CHECK-STATUS               00006081
            MOVE 'BUSCTL-FILE OPEN' TO WS-FILE-CHECK-NAME               00006082
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00006083
            MOVE 'N' TO WS-BUSCTL-EMPTY-SW                              00006084
            READ BUSCTL-FILE                                            00006085
                AT END                                                  00006086
                    SET WS-BUSCTL-EMPTY TO TRUE                         00006087
                    PERFORM 3058-INIT-BUSCTL-PARA                       00006088
                    READ BUSCTL-FILE                                    00006089
            END-READ                                                    00006090
            IF BCT-CONTROL-BYPASS                                       00006091
              SET WS-BUS-BYPASS TO TRUE                                 00006092
              CLOSE BUSCTL-FILE                                         00006093
            ELSE                                                        00006094
              IF NOT WS-BUSCTL-EMPTY                                    00006095
                IF WS-HDR-RUN-DATE < BCT-EXPECTED-DATE                  00006096
                  MOVE 'TRANSIN RUN DATE ALREADY PROCESSED - REPEAT'    00006097
                      TO WS-CTL-ABEND-MSG                               00006098
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00006099
                END-IF                                                  00006100
                IF WS-HDR-RUN-DATE > BCT-EXPECTED-DATE                  00006101
                  MOVE 'TRANSIN RUN DATE PAST EXPECTED - DAY MISSED'    00006102
                      TO WS-CTL-ABEND-MSG                               00006103
                  PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                 00006104
                END-IF                                                  00006105
              END-IF                                                    00006106
            END-IF.                                                     00006107
                                                                        00006108
       3057-CHECK-SIMULATED-DATE-PARA.                                  00006109
      *    A SIMULATION RUN REPLAYS A NIGHT PRODUCTION HAS ALREADY      00006110
      *    CONVERTED, SO BUSCTL HAS NORMALLY ROLLED PAST THE HEADER     00006111
      *    DATE - THE REPEAT CHECK IN 3055 WOULD REFUSE IT. BUSCTL IS   00006112
      *    ONLY READ HERE FOR ITS BYPASS SWITCH AND TO WARN WHEN        00006113
      *    PRODUCTION HAS NOT YET RUN THE DATE, SINCE THERE IS THEN     00006114
      *    NOTHING TO COMPARE WITH. SIMULATED AGAINST A CORRECTION      00006115
      *    STREAM'S BYPASS BUSCTL, EACH DETAIL IS DATED AND RATED FROM  00006116
      *    ITS REJMSTR ITEM (3070/3080) JUST AS THE CORRECTION RUN DOES 00006117
      *    - REJMSTR IS OPEN INPUT FOR EXACTLY THAT.                    00006118
            OPEN INPUT BUSCTL-FILE                                      00006119
            MOVE WS-BUSCTL-STATUS TO WS-FILE-CHECK-STATUS               00006120
            MOVE 'BUSCTL-FILE OPEN' TO WS-FILE-CHECK-NAME               00006121
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00006122
            READ BUSCTL-FILE                                            00006123
                AT END                                                  00006124
                    DISPLAY 'PGM1 WARNING: BUSCTL EMPTY - NO '          00006125
                        'PRODUCTION RUN TO COMPARE THIS SIMULATION WITH'00006126
                NOT AT END                                              00006127
                    IF BCT-CONTROL-BYPASS                               00006128
                      SET WS-BUS-BYPASS TO TRUE                         00006129
                    ELSE                                                00006130
                      IF WS-HDR-RUN-DATE NOT < BCT-EXPECTED-DATE        00006131
                        DISPLAY 'PGM1 WARNING: PRODUCTION HAS NOT YET ' 00006132
                            'RUN BUSINESS DATE ' WS-HDR-RUN-DATE        00006133
                            ' - NOTHING TO COMPARE THIS SIMULATION WITH'00006134
                      END-IF                                            00006135
                    END-IF                                              00006136
            END-READ                                                    00006137
            CLOSE BUSCTL-FILE.                                          00006138
                                                                        00006139
       3058-INIT-BUSCTL-PARA.                                           00006140
      *    FIRST-EVER-RUN SELF-HEAL, SAME SHAPE AS 1250-INIT-CKPT-      00006141
      *    RECORD-PARA - STEP010 PRE-ALLOCATES BUSCTL EMPTY, SO THE     00006142
      *    FIRST OPEN I-O SUCCEEDS BUT THE FIRST READ HITS END OF       00006143
      *    FILE. THE HEADER DATE STARTS THE CHAIN.                      00006144
            OPEN OUTPUT BUSCTL-FILE                                     00006145
            MOVE WS-HDR-RUN-DATE TO BCT-EXPECTED-DATE                   00006146
            MOVE 'Y' TO BCT-CONTROL-SW                                  00006147
            MOVE SPACES TO BCT-LAST-RUN-DATE                            00006148
            WRITE BCT-RECORD                                            00006149
            CLOSE BUSCTL-FILE                                           00006150
            OPEN I-O BUSCTL-FILE.                                       00006151
                                                                        00006152
       3060-ADD-AMOUNT-HASH-PARA.                                       00006153
      *    CONTENT-DERIVED HASH CONTRIBUTION FOR ONE DETAIL RECORD -    00006154
      *    THE SUM OF THE NUMERIC DIGITS OF TR-AMOUNT-STR. A HASH       00006155
      *    DERIVED FROM THE RECORD COUNT ALONE WOULD BE GUARANTEED TO   00006156
      *    MATCH WHENEVER THE TRAILER COUNT CHECK PASSES, SO IT IS      00006157
      *    DERIVED FROM RECORD CONTENT INSTEAD - A DROPPED RECORD       00006158
      *    MASKED BY A SUBSTITUTED ONE STILL SHOWS UP. MUST STAY IN     00006159
      *    STEP WITH THE WRITER SIDE (PGM1MRG, PGM1SPL AND PGM1COR      00006160
      *    EACH COMPUTE THE SAME DIGIT SUM AS THEY WRITE).              00006161
            MOVE ZERO TO WS-HASH-WORK                                   00006162
            PERFORM VARYING WS-HASH-SUB FROM 1 BY 1                     00006163
                UNTIL WS-HASH-SUB > 15                                  00006164
              IF TR-AMOUNT-STR(WS-HASH-SUB:1) IS NUMERIC                00006165
                MOVE TR-AMOUNT-STR(WS-HASH-SUB:1) TO WS-HASH-DIGIT      00006166
                ADD WS-HASH-DIGIT TO WS-HASH-WORK                       00006167
              END-IF                                                    00006168
            END-PERFORM                                                 00006169
            ADD WS-HASH-WORK TO WS-COMPUTED-HASH-TOTAL.                 00006170
                                                                        00006171
       3070-CHECK-PERIOD-LOCK-PARA.                                     00006172
      *    DATES THE DETAIL FOR THE MONTH-END PERIOD LOCK. A NIGHTLY    00006173
      *    DETAIL BELONGS TO TRANSIN'S BUSINESS DATE. A CORRECTION RUN  00006174
      *    (BUSCTL BYPASS) RE-POSTS A TRANSACTION ORIGINALLY REJECTED   00006175
      *    ON ITS REJMSTR ITEM'S OPEN DATE - THE SAME DATE              00006176
      *    3080-LOOKUP-ASOF-RATE-PARA CONVERTS IT AS OF - SO THAT IS    00006177
      *    THE PERIOD IT BELONGS TO. NO ITEM (OR NO USABLE DATE) FALLS  00006178
      *    BACK TO THE HEADER DATE.                                     00006179
            MOVE WS-HDR-RUN-DATE TO WS-PL-ITEM-DATE                     00006180
            IF WS-BUS-BYPASS                                            00006181
              MOVE TR-TRAN-ID TO RM-TRAN-ID                             00006182
              READ REJMSTR-FILE                                         00006183
                  INVALID KEY                                           00006184
                      CONTINUE                                          00006185
                  NOT INVALID KEY                                       00006186
                      IF RM-OPEN-DATE IS NUMERIC                        00006187
                        MOVE RM-OPEN-DATE TO WS-PL-ITEM-DATE            00006188
                      END-IF                                            00006189
              END-READ                                                  00006190
            END-IF                                                      00006191
            MOVE TR-PPA-FLAG TO WS-PL-ITEM-FLAG                         00006192
            PERFORM 3072-CLASSIFY-PERIOD-PARA.                          00006193
                                                                        00006194
       3072-CLASSIFY-PERIOD-PARA.                                       00006195
      *    THE CALLER SETS WS-PL-ITEM-DATE AND WS-PL-ITEM-FLAG. AN ITEM 00006196
      *    DATED IN THE LATEST CLOSED PERIOD OR EARLIER IS A PRIOR-     00006197
      *    PERIOD ADJUSTMENT IF IT IS FLAGGED 'Y', OTHERWISE REFUSED.   00006198
            SET WS-PERIOD-OPEN TO TRUE                                  00006199
            IF WS-CLOSED-THRU-PERIOD NOT = SPACES                       00006200
              IF WS-PL-ITEM-DATE(1:6) NOT > WS-CLOSED-THRU-PERIOD       00006201
                IF WS-PL-ITEM-FLAG = 'Y'                                00006202
                  SET WS-PPA-ITEM TO TRUE                               00006203
                ELSE                                                    00006204
                  SET WS-PERIOD-REFUSED TO TRUE                         00006205
                END-IF                                                  00006206
              END-IF                                                    00006207
            END-IF.                                                     00006208
                                                                        00006209
       3075-LOOKUP-CURRENCY-PARA.                                       00006210
      *    LINEAR SCAN OF CURR-TABLE FOR TR-CURRENCY-CODE - THE TABLE   00006211
      *    (LOADED FROM RATEFEED BY 1400-LOAD-RATES-PARA) HOLDS AT      00006212
      *    MOST A FEW DOZEN ENTRIES, SO A SEARCH VERB WOULD BE          00006213
      *    OVERKILL. A CODE NOT FOUND HERE IS TREATED AS A REJECT,      00006214
      *    SEPARATE FROM AN UNPARSEABLE AMOUNT - SEE                    00006215
      *    3110-REJECT-CURRENCY-PARA.                                   00006216
            MOVE 'N' TO WS-CURR-FOUND-SW                                00006217
            MOVE ZERO TO WS-EXCHANGE-RATE                               00006218
            PERFORM VARYING WS-CURR-SUB FROM 1 BY 1                     00006219
                UNTIL WS-CURR-SUB > CURR-TABLE-COUNT                    00006220
                    OR WS-CURR-FOUND                                    00006221
              IF TR-CURRENCY-CODE = CURR-TABLE-CODE(WS-CURR-SUB)        00006222
                SET WS-CURR-FOUND TO TRUE                               00006223
                MOVE CURR-TABLE-RATE(WS-CURR-SUB) TO WS-EXCHANGE-RATE   00006224
              END-IF                                                    00006225
            END-PERFORM.                                                00006226
                                                                        00006227
       3080-LOOKUP-ASOF-RATE-PARA.                                      00006228
      *    A CORRECTION RUN (BUSCTL BYPASS, SEE 3050-VALIDATE-HEADER-   00006229
      *    PARA) CONVERTS EACH DETAIL AT THE RATE IN FORCE ON THE       00006230
      *    BUSINESS DATE IT WAS ORIGINALLY REJECTED - RM-OPEN-DATE ON   00006231
      *    ITS REJMSTR ITEM, WHICH PGM1COR LEAVES IN PLACE WHEN IT      00006232
      *    CLOSES THE ITEM - NOT AT TONIGHT'S RATE. THE RATE USED IS    00006233
      *    THE LATEST RATEHIST ENTRY FOR THE CURRENCY EFFECTIVE ON OR   00006234
      *    BEFORE THAT DATE (3085-SCAN-RATE-HISTORY-PARA). WITH NO      00006235
      *    REJMSTR ITEM, OR NO HISTORY IN THE LOOKBACK WINDOW, THE      00006236
      *    DETAIL FALLS BACK TO TONIGHT'S RATE (ALREADY IN              00006237
      *    WS-EXCHANGE-RATE FROM 3075-LOOKUP-CURRENCY-PARA, WHICH       00006238
      *    LEAVES WS-CURR-SUB ONE PAST THE HIT) WITH A CONSOLE          00006239
      *    WARNING. EITHER WAY TWO AUDITOUT ENTRIES RECORD THE          00006240
      *    ORIGINAL DATE AND THE RATE DATE USED (OPERATION 'ASOF', OR   00006241
      *    'ASOFMISS' ON A FALLBACK), THEN TONIGHT'S RATE AND THE RATE  00006242
      *    APPLIED (OPERATION 'ASOFRATE') - PGM1FXD REPORTS THEM FOR    00006243
      *    TREASURY.                                                    00006244
            MOVE 'N' TO WS-ASOF-FOUND-SW                                00006245
            MOVE WS-EXCHANGE-RATE TO WS-ASOF-CURR-RATE                  00006246
            MOVE SPACES TO WS-ASOF-ORIG-DATE                            00006247
            MOVE TR-TRAN-ID TO RM-TRAN-ID                               00006248
            READ REJMSTR-FILE                                           00006249
                INVALID KEY                                             00006250
                    CONTINUE                                            00006251
                NOT INVALID KEY                                         00006252
                    MOVE RM-OPEN-DATE TO WS-ASOF-ORIG-DATE              00006253
            END-READ                                                    00006254
            IF WS-ASOF-ORIG-DATE IS NUMERIC                             00006255
              PERFORM 3085-SCAN-RATE-HISTORY-PARA                       00006256
            END-IF                                                      00006257
            IF WS-ASOF-FOUND                                            00006258
              MOVE WS-ASOF-RATE TO WS-EXCHANGE-RATE                     00006259
              MOVE 'ASOF' TO AUD-OPERATION                              00006260
            ELSE                                                        00006261
              MOVE CURR-TABLE-EFF-DATE(WS-CURR-SUB - 1)                 00006262
                  TO WS-ASOF-RATE-DATE                                  00006263
              MOVE 'ASOFMISS' TO AUD-OPERATION                          00006264
              DISPLAY 'PGM1 WARNING: NO RATE HISTORY FOR '              00006265
                  TR-TRAN-ID ' ORIGINAL DATE ' WS-ASOF-ORIG-DATE        00006266
                  ' - CONVERTED AT TONIGHT''S RATE'                     00006267
            END-IF                                                      00006268
            MOVE TR-TRAN-ID TO AUD-TRAN-ID                              00006269
            MOVE SPACES TO AUD-CHANGE-FLAG                              00006270
            MOVE 'RATE-DATE' TO AUD-FIELD-NAME                          00006271
            MOVE WS-ASOF-ORIG-DATE TO AUD-BEFORE-VALUE                  00006272
            MOVE WS-ASOF-RATE-DATE TO AUD-AFTER-VALUE                   00006273
            PERFORM 1950-WRITE-AUDIT-PARA                               00006274
            MOVE TR-CURRENCY-CODE TO AUD-FIELD-NAME                     00006275
            MOVE 'ASOFRATE' TO AUD-OPERATION                            00006276
            MOVE WS-ASOF-CURR-RATE TO WS-RATE-EDIT                      00006277
            MOVE WS-RATE-EDIT TO AUD-BEFORE-VALUE                       00006278
            MOVE WS-EXCHANGE-RATE TO WS-RATE-EDIT                       00006279
            MOVE WS-RATE-EDIT TO AUD-AFTER-VALUE                        00006280
            PERFORM 1950-WRITE-AUDIT-PARA.                              00006281
                                                                        00006282
       3085-SCAN-RATE-HISTORY-PARA.                                     00006283
      *    THERE IS NO START LESS-THAN, SO THE SCAN STARTS              00006284
      *    WS-ASOF-LOOKBACK-DAYS BEFORE THE ORIGINAL DATE AND READS     00006285
      *    FORWARD THROUGH THE CURRENCY'S ENTRIES, KEEPING THE LAST     00006286
      *    ONE NOT AFTER THE ORIGINAL DATE.                             00006287
            MOVE WS-ASOF-ORIG-DATE TO WS-ASOF-DATE-X                    00006288
            COMPUTE WS-ASOF-DATE-INT =                                  00006289
                FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM)              00006290
                - WS-ASOF-LOOKBACK-DAYS                                 00006291
            COMPUTE WS-ASOF-DATE-NUM =                                  00006292
                FUNCTION DATE-OF-INTEGER(WS-ASOF-DATE-INT)              00006293
            MOVE TR-CURRENCY-CODE TO RH-CURRENCY-CODE                   00006294
            MOVE WS-ASOF-DATE-X TO RH-EFFECTIVE-DATE                    00006295
            MOVE 'N' TO WS-ASOF-SCAN-SW                                 00006296
            START RATEHIST-FILE KEY IS NOT LESS THAN RH-KEY             00006297
                INVALID KEY                                             00006298
                    SET WS-ASOF-SCAN-DONE TO TRUE                       00006299
            END-START                                                   00006300
            PERFORM UNTIL WS-ASOF-SCAN-DONE                             00006301
              READ RATEHIST-FILE NEXT RECORD                            00006302
                  AT END                                                00006303
                      SET WS-ASOF-SCAN-DONE TO TRUE                     00006304
                  NOT AT END                                            00006305
                      IF RH-CURRENCY-CODE NOT = TR-CURRENCY-CODE        00006306
                          OR RH-EFFECTIVE-DATE > WS-ASOF-ORIG-DATE      00006307
                        SET WS-ASOF-SCAN-DONE TO TRUE                   00006308
                      ELSE                                              00006309
                        SET WS-ASOF-FOUND TO TRUE                       00006310
                        MOVE RH-RATE TO WS-ASOF-RATE                    00006311
                        MOVE RH-EFFECTIVE-DATE TO WS-ASOF-RATE-DATE     00006312
                      END-IF                                            00006313
              END-READ                                                  00006314
            END-PERFORM.                                                00006315
                                                                        00006316
       3100-REJECT-AMOUNT-PARA.                                         00006317
      *    REJ-TRAN-ID CARRIES THE DETAIL'S STABLE TRANSACTION          00006318
      *    IDENTIFIER FORWARD - THE SAME TR-TRAN-ID 3450-DETERMINE-     00006319
      *    CHANGE-FLAG-PARA KEYS PRIOR-FILE BY - SO PGM1COR CAN TIE A   00006320
      *    CORRECTION BACK TO THE EXACT REJECTED TRANSACTION.           00006321
            MOVE TR-TRAN-ID TO REJ-TRAN-ID                              00006322
            MOVE TR-SOURCE-SYS TO REJ-SOURCE-SYS                        00006323
            MOVE TR-AMOUNT-STR TO REJ-ORIGINAL-STRING                   00006324
            MOVE TR-CURRENCY-CODE TO REJ-CURRENCY-CODE                  00006330
            MOVE 'R002' TO REJ-REASON-CODE                              00006340
            MOVE 'AMOUNT NOT NUMVAL-C PARSEABLE' TO REJ-REASON-TEXT     00006350
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00006550
            PERFORM 3150-INSERT-REJECT-MASTER-PARA                      00006551
            ADD 1 TO WS-RECORDS-REJECTED.                               00006560
                                                                        00006561
       3120-REJECT-CLOSED-PERIOD-PARA.                                  00006562
      *    SAME SHAPE AS 3100-REJECT-AMOUNT-PARA ABOVE, FOR A DETAIL    00006563
      *    DATED IN A PERIOD MONTH-END CLOSE HAS LOCKED THAT DOES NOT   00006564
      *    CARRY THE PRIOR-PERIOD-ADJUSTMENT FLAG. NOTHING ABOUT THE    00006565
      *    AMOUNT OR CURRENCY IS CHECKED - IT GOES BACK THROUGH THE     00006566
      *    CORRECTION UPLOAD, FLAGGED, IF THE CONTROLLERS AGREE TO      00006567
      *    ADJUST THE CLOSED PERIOD.                                    00006568
            MOVE TR-TRAN-ID TO REJ-TRAN-ID                              00006569
            MOVE TR-SOURCE-SYS TO REJ-SOURCE-SYS                        00006570
            MOVE TR-AMOUNT-STR TO REJ-ORIGINAL-STRING                   00006571
            MOVE TR-CURRENCY-CODE TO REJ-CURRENCY-CODE                  00006572
            MOVE 'R007' TO REJ-REASON-CODE                              00006573
            MOVE 'DATED IN CLOSED PERIOD' TO REJ-REASON-TEXT            00006574
            WRITE REJ-RECORD                                            00006575
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00006576
            MOVE 'REJ-RECORD WRITE' TO WS-FILE-CHECK-NAME               00006577
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00006578
            PERFORM 3150-INSERT-REJECT-MASTER-PARA                      00006579
            ADD 1 TO WS-RECORDS-REJECTED                                00006580
            ADD 1 TO WS-RECORDS-PERIOD-REFUSED.                         00006581
                                                                        00006582
       3150-INSERT-REJECT-MASTER-PARA.                                  00006583
      *    ONE OPEN ITEM IN THE PERSISTENT REJECT MASTER PER REJECT     00006584
      *    WRITTEN TO REJOUT, SO UNWORKED REJECTS SURVIVE THE REJOUT    00006585
      *    GENERATION ROLLING OFF - PGM1COR CLOSES THE ITEM WHEN A      00006586
      *    CORRECTION OR WRITE-OFF COMES THROUGH, AND PGM1RAG AGES      00006587
      *    WHATEVER IS STILL OPEN. A DUPLICATE KEY MEANS THE SAME       00006588
      *    TRANSACTION REJECTED AGAIN ON A LATER RUN - THE ITEM IS      00006589
      *    REOPENED WITH TODAY'S DATE RATHER THAN REFUSED. ON A         00006590
      *    CORRECTION RUN THE RE-REJECTED DETAIL IS STILL THE ORIGINAL  00006591
      *    TRANSACTION, SO ITS ORIGINAL OPEN DATE IS KEPT - THE NEXT    00006592
      *    CORRECTION MUST CONVERT AT THAT DATE'S RATE TOO (SEE         00006593
      *    3080-LOOKUP-ASOF-RATE-PARA). A CLOSED-PERIOD REJECT (R007)   00006594
      *    OPENS UNDER THE DATE IT WAS REFUSED FOR, NOT TODAY'S, SO ITS 00006595
      *    CORRECTION IS JUDGED AGAINST THE SAME CLOSED PERIOD (AND     00006596
      *    CONVERTED AT THAT DATE'S RATE).                              00006597
      *    THE ITEM IS BUILT FROM THE REJ-RECORD JUST WRITTEN, SO A     00006598
      *    REVERSAL REJECT (WHOSE TRANSIN POSITIONS HOLD ITS TARGET,    00006599
      *    NOT AN AMOUNT) IS RECORDED EXACTLY AS REJOUT SHOWS IT.       00006600
      *    A SIMULATION RUN'S REJECTS GO TO ITS SCRATCH REJOUT ONLY.    00006601
            IF NOT WS-SIMULATION-RUN                                    00006602
              PERFORM 3155-WRITE-REJECT-MASTER-PARA                     00006603
            END-IF.                                                     00006604
                                                                        00006605
       3155-WRITE-REJECT-MASTER-PARA.                                   00006606
            PERFORM 1900-GET-TIMESTAMP-PARA                             00006607
            MOVE WS-TIMESTAMP(1:8) TO WS-RM-OPEN-DATE                   00006608
            MOVE REJ-TRAN-ID TO RM-TRAN-ID                              00006609
            IF WS-BUS-BYPASS                                            00006610
              READ REJMSTR-FILE                                         00006611
                  INVALID KEY                                           00006612
                      CONTINUE                                          00006613
                  NOT INVALID KEY                                       00006614
                      MOVE RM-OPEN-DATE TO WS-RM-OPEN-DATE              00006615
              END-READ                                                  00006616
            END-IF                                                      00006617
            IF REJ-REASON-CLOSED-PERIOD                                 00006618
              MOVE WS-PL-ITEM-DATE TO WS-RM-OPEN-DATE                   00006619
            END-IF                                                      00006620
            MOVE REJ-SOURCE-SYS TO RM-SOURCE-SYS                        00006621
            MOVE REJ-ORIGINAL-STRING TO RM-ORIGINAL-STRING              00006622
            MOVE REJ-REASON-CODE TO RM-REASON-CODE                      00006623
            MOVE REJ-CURRENCY-CODE TO RM-CURRENCY-CODE                  00006624
            MOVE 'O' TO RM-STATUS                                       00006625
            MOVE WS-RM-OPEN-DATE TO RM-OPEN-DATE                        00006626
            MOVE SPACES TO RM-CLOSED-DATE                               00006627
            MOVE SPACES TO RM-ANALYST-ID                                00006628
            WRITE RM-RECORD                                             00006629
                INVALID KEY                                             00006630
                    REWRITE RM-RECORD                                   00006631
                    MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS      00006632
                    MOVE 'RM-RECORD REWRITE' TO WS-FILE-CHECK-NAME      00006633
                    PERFORM 9990-CHECK-FILE-STATUS-PARA                 00006634
                NOT INVALID KEY                                         00006635
                    MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS      00006636
                    MOVE 'RM-RECORD WRITE' TO WS-FILE-CHECK-NAME        00006637
                    PERFORM 9990-CHECK-FILE-STATUS-PARA                 00006638
            END-WRITE.                                                  00006639
                                                                        00006640
       3200-SKIP-PROCESSED-PARA.                                        00006641
            PERFORM UNTIL WS-RECORDS-READ = WS-CKPT-COUNT               00006642
                       OR WS-EOF-TRANS                                  00006643
              ADD 1 TO WS-RECORDS-READ                                  00006644
              READ TRANS-FILE                                           00006645
                  AT END MOVE 'Y' TO WS-EOF-TRANS-SW                    00006646
              END-READ                                                  00006647
            END-PERFORM.                                                00006650
                                                                        00006660
       3300-CHECKPOINT-PARA.                                            00006670
      *    3200-SKIP-PROCESSED-PARA NEVER HAS TO RE-PROCESS (AND        00006690
      *    RE-WRITE) A RECORD THAT WAS ALREADY DURABLY WRITTEN TO       00006700
      *    AUDIT-FILE/EXTRACT-FILE/REJECT-FILE/PRIOR-FILE BEFORE AN     00006710
      *    ABEND. A SIMULATION RUN HAS NO CHECKPOINT.                   00006711
            IF NOT WS-SIMULATION-RUN                                    00006712
              MOVE WS-RECORDS-READ TO CKPT-LAST-COUNT                   00006713
              MOVE WS-RECORDS-GOOD TO CKPT-RECORDS-GOOD                 00006714
              MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED         00006715
              MOVE WS-AMOUNT-RUNNING-TOTAL TO CKPT-AMOUNT-TOTAL         00006716
              MOVE WS-COMPUTED-HASH-TOTAL TO CKPT-HASH-TOTAL            00006717
              MOVE WS-RECORDS-REVERSED TO CKPT-RECORDS-REVERSED         00006718
              MOVE WS-REVERSED-AMOUNT-TOTAL TO CKPT-REVERSED-TOTAL      00006719
              MOVE WS-RECORDS-HELD TO CKPT-RECORDS-HELD                 00006720
              MOVE WS-HELD-AMOUNT-TOTAL TO CKPT-HELD-TOTAL              00006721
              REWRITE CKPT-RECORD                                       00006722
              MOVE WS-CKPT-STATUS TO WS-FILE-CHECK-STATUS               00006723
              MOVE 'CKPT-RECORD REWRITE' TO WS-FILE-CHECK-NAME          00006724
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00006725
            END-IF.                                                     00006726
                                                                        00006820
       3400-WRITE-EXTRACT-PARA.                                         00006830
            PERFORM 1900-GET-TIMESTAMP-PARA                             00006840
            MOVE WS-VAR-2 TO EXT-AMOUNT                                 00006850
            MOVE WS-VAR-4 TO EXT-AMOUNT-SIDE-1                          00006860
            MOVE WS-VAR-5 TO EXT-AMOUNT-SIDE-2                          00006864
            MOVE WS-SIDE-AMOUNT(3) TO EXT-AMOUNT-SIDE-3                 00006868
            MOVE WS-SIDE-AMOUNT(4) TO EXT-AMOUNT-SIDE-4                 00006872
            MOVE WS-ALLOC-SIDE-COUNT TO EXT-SIDE-COUNT                  00006876
            MOVE WS-TIMESTAMP(1:8) TO EXT-RUN-DATE                      00006880
            MOVE WS-TEST-VAR TO EXT-CHANGE-FLAG                         00006890
            MOVE TR-TRAN-ID TO EXT-TRAN-ID                              00006900
            WRITE EXT-RECORD                                            00006930
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00006940
            MOVE 'EXT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00006950
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00006960
            MOVE WS-PL-ITEM-DATE TO WS-POST-BUS-DATE                    00006961
            IF NOT WS-SIMULATION-RUN                                    00006962
              PERFORM 3410-WRITE-POSTING-HISTORY-PARA                   00006963
            END-IF                                                      00006964
            IF WS-PPA-ITEM                                              00006965
              PERFORM 3420-AUDIT-PPA-PARA                               00006966
            END-IF.                                                     00006967
                                                                        00006968
       3410-WRITE-POSTING-HISTORY-PARA.                                 00006969
      *    EVERY EXTROUT ROW IS ALSO RECORDED IN PSTHIST UNDER THIS     00006970
      *    RUN'S BUSINESS DATE, SO A LATER REVERSAL CAN NEGATE EXACTLY  00006971
      *    WHAT GL WAS SENT. A DUPLICATE KEY IS A RESTART REPROCESSING  00006972
      *    A RECORD THE ABENDED RUN ALREADY POSTED (OR A CORRECTION     00006973
      *    RUN RE-POSTING ON THE SAME DATE) - THE ROW IS REPLACED WITH  00006974
      *    WHAT THIS RUN SENT.                                          00006975
      *    THE CALLER SETS WS-POST-BUS-DATE - A RELEASED HELD ITEM IS   00006976
      *    RECORDED UNDER THE NIGHT IT WAS HELD, AND A CORRECTION UNDER 00006977
      *    THE NIGHT ITS REJECT WAS OPENED (THE DATE                    00006978
      *    3070-CHECK-PERIOD-LOCK-PARA DATED IT BY), SO A REVERSAL      00006979
      *    NAMES EITHER THE SAME WAY IT WOULD HAVE HAD IT NEVER BEEN    00006980
      *    HELD OR REJECTED, AND PGM1MEC ROLLS EVERY ROW UP INTO THE    00006981
      *    PERIOD THE LOCK DATED IT IN.                                 00006982
            MOVE EXT-TRAN-ID TO PH-TRAN-ID                              00006983
            MOVE WS-POST-BUS-DATE TO PH-BUS-DATE                        00006984
            MOVE EXT-RUN-DATE TO PH-EXT-RUN-DATE                        00006985
            MOVE EXT-CHANGE-FLAG TO PH-CHANGE-FLAG                      00006986
            MOVE EXT-CURRENCY-CODE TO PH-CURRENCY-CODE                  00006987
            MOVE EXT-ORIGINAL-AMOUNT TO PH-ORIGINAL-AMOUNT              00006988
            MOVE EXT-AMOUNT TO PH-AMOUNT                                00006989
            MOVE EXT-SIDE-COUNT TO PH-SIDE-COUNT                        00006990
            MOVE EXT-AMOUNT-SIDE-1 TO PH-AMOUNT-SIDE(1)                 00006991
            MOVE EXT-AMOUNT-SIDE-2 TO PH-AMOUNT-SIDE(2)                 00006992
            MOVE EXT-AMOUNT-SIDE-3 TO PH-AMOUNT-SIDE(3)                 00006993
            MOVE EXT-AMOUNT-SIDE-4 TO PH-AMOUNT-SIDE(4)                 00006994
            SET PH-NOT-REVERSED TO TRUE                                 00006995
            MOVE SPACES TO PH-REV-TRAN-ID                               00006996
            MOVE SPACES TO PH-REV-BUS-DATE                              00006997
            WRITE PH-RECORD                                             00006998
                INVALID KEY                                             00006999
                    REWRITE PH-RECORD                                   00007000
                    MOVE WS-PSTHIST-STATUS TO WS-FILE-CHECK-STATUS      00007001
                    MOVE 'PH-RECORD REWRITE' TO WS-FILE-CHECK-NAME      00007002
                    PERFORM 9990-CHECK-FILE-STATUS-PARA                 00007003
                NOT INVALID KEY                                         00007004
                    MOVE WS-PSTHIST-STATUS TO WS-FILE-CHECK-STATUS      00007005
                    MOVE 'PH-RECORD WRITE' TO WS-FILE-CHECK-NAME        00007006
                    PERFORM 9990-CHECK-FILE-STATUS-PARA                 00007007
            END-WRITE.                                                  00007008
                                                                        00007009
       3420-AUDIT-PPA-PARA.                                             00007010
      *    A PRIOR-PERIOD ADJUSTMENT JUST POSTED TO EXTROUT - TWO       00007011
      *    AUDITOUT ENTRIES FOR PGM1PPA: THE DATE IT BELONGS TO AND THE 00007012
      *    BUSINESS DATE IT WAS POSTED UNDER (OPERATION 'PPADJ'), THEN  00007013
      *    ITS ORIGINAL AND CONVERTED AMOUNTS (OPERATION 'PPAAMT',      00007014
      *    FIELD NAME = ITS CURRENCY). THE CALLER SETS WS-PL-ITEM-DATE. 00007015
            MOVE EXT-TRAN-ID TO AUD-TRAN-ID                             00007016
            MOVE EXT-CHANGE-FLAG TO AUD-CHANGE-FLAG                     00007017
            MOVE 'PPA-DATE' TO AUD-FIELD-NAME                           00007018
            MOVE 'PPADJ' TO AUD-OPERATION                               00007019
            MOVE WS-PL-ITEM-DATE TO AUD-BEFORE-VALUE                    00007020
            MOVE WS-HDR-RUN-DATE TO AUD-AFTER-VALUE                     00007021
            PERFORM 1950-WRITE-AUDIT-PARA                               00007022
            MOVE EXT-CURRENCY-CODE TO AUD-FIELD-NAME                    00007023
            MOVE 'PPAAMT' TO AUD-OPERATION                              00007024
            MOVE EXT-ORIGINAL-AMOUNT TO WS-AUD-AMOUNT-EDIT              00007025
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-BEFORE-VALUE                 00007026
            MOVE EXT-AMOUNT TO WS-AUD-AMOUNT-EDIT                       00007027
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE                  00007028
            PERFORM 1950-WRITE-AUDIT-PARA                               00007029
            ADD 1 TO WS-RECORDS-PPA.                                    00007030
                                                                        00007031
       3450-DETERMINE-CHANGE-FLAG-PARA.                                 00007032
      *    NEW/CHANGED/UNCHANGED FLAG FOR THIS TRANSACTION, DRIVEN BY   00007033
      *    COMPARING THE CONVERTED AMOUNT AGAINST PRIOR-FILE (LAST      00007034
      *    RUN'S EXTRACT, KEYED BY THE STABLE TR-TRAN-ID PGM1MRG        00007035
      *    ASSIGNED, SO AN INSERT IN ONE FEEDER NO LONGER FLAGS EVERY   00007036
      *    LATER TRANSACTION CHANGED). THE PRIOR RECORD IS THEN         00007037
      *    (RE)WRITTEN WITH THIS RUN'S AMOUNT SO THE NEXT RUN HAS       00007040
      *    SOMETHING TO COMPARE AGAINST IN TURN - EXCEPT ON A           00007041
      *    SIMULATION RUN, WHICH ONLY READS IT.                         00007042
            MOVE TR-TRAN-ID TO AUD-TRAN-ID                              00007050
            MOVE TR-TRAN-ID TO PRIOR-TRAN-ID                            00007060
            READ PRIOR-FILE                                             00007070
                INVALID KEY                                             00007080
                    SET WS-TEST-VAR-NEW TO TRUE                         00007090
                    MOVE WS-VAR-2 TO PRIOR-AMOUNT                       00007100
                    IF NOT WS-SIMULATION-RUN                            00007101
                      WRITE PRIOR-RECORD                                00007102
                    END-IF                                              00007103
                NOT INVALID KEY                                         00007120
                    IF PRIOR-AMOUNT = WS-VAR-2                          00007130
                      SET WS-TEST-VAR-UNCHANGED TO TRUE                 00007140
                      SET WS-TEST-VAR-CHANGED TO TRUE                   00007160
                    END-IF                                              00007170
                    MOVE WS-VAR-2 TO PRIOR-AMOUNT                       00007180
                    IF NOT WS-SIMULATION-RUN                            00007181
                      REWRITE PRIOR-RECORD                              00007182
                    END-IF                                              00007183
            END-READ.                                                   00007200
                                                                        00007210
       3500-PROCESS-REVERSAL-PARA.                                      00007211
      *    A TRANSIN REVERSAL NAMES ONE EARLIER POSTING BY TR-TRAN-ID   00007212
      *    AND BUSINESS DATE (SEE TRANREC COPY). IT IS PROVED AGAINST   00007213
      *    PSTHIST, NOT PRIOR-FILE - PRIOR-FILE ONLY REMEMBERS THE      00007214
      *    LAST AMOUNT PER TR-TRAN-ID, NOT WHAT WAS POSTED ON A GIVEN   00007215
      *    NIGHT. A TARGET THAT WAS NEVER POSTED (OR IS ITSELF A        00007216
      *    REVERSAL ROW) IS REJECTED R004, AS IS ONE WHOSE TARGET DATE  00007217
      *    PGM1MRG COULD NOT TAKE AS A REAL YYMMDD (IT LEAVES THE       00007218
      *    CENTURY BLANK). ONE ALREADY REVERSED BY A DIFFERENT          00007219
      *    REVERSAL IS REJECTED R005. A TARGET ALREADY                  00007220
      *    MARKED REVERSED BY THIS VERY RECORD IS A CHECKPOINT RESTART  00007221
      *    REPROCESSING IT AND IS POSTED AGAIN, SAME AS ANY DETAIL THE  00007222
      *    ABENDED RUN GOT PARTWAY THROUGH.                             00007223
            MOVE TR-TRAN-ID TO AUD-TRAN-ID                              00007224
            MOVE TR-REV-TARGET-TRAN-ID TO PH-TRAN-ID                    00007225
            MOVE TR-REV-TARGET-DATE TO PH-BUS-DATE                      00007226
            MOVE 'Y' TO WS-REV-FOUND-SW                                 00007227
            IF TR-REV-TARGET-DATE IS NOT NUMERIC                        00007228
              MOVE 'N' TO WS-REV-FOUND-SW                               00007229
              MOVE 'REVERSAL TARGET DATE NOT VALID' TO WS-REV-REJ-TEXT  00007230
            ELSE                                                        00007231
              MOVE 'REVERSAL TARGET NOT POSTED' TO WS-REV-REJ-TEXT      00007232
              IF TR-REV-TARGET-SEQ IS NOT NUMERIC                       00007233
                MOVE 'N' TO WS-REV-FOUND-SW                             00007234
              ELSE                                                      00007235
                READ PSTHIST-FILE                                       00007236
                    INVALID KEY                                         00007237
                        MOVE 'N' TO WS-REV-FOUND-SW                     00007238
                END-READ                                                00007239
              END-IF                                                    00007240
            END-IF                                                      00007241
            IF WS-REV-FOUND AND PH-CHANGE-FLAG = 'R'                    00007242
              MOVE 'N' TO WS-REV-FOUND-SW                               00007243
            END-IF                                                      00007244
            IF NOT WS-REV-FOUND                                         00007245
              PERFORM 3510-REJECT-REV-NOT-FOUND-PARA                    00007246
            ELSE                                                        00007247
              IF PH-REVERSED                                            00007248
                  AND (PH-REV-TRAN-ID NOT = TR-TRAN-ID                  00007249
                    OR PH-REV-BUS-DATE NOT = WS-HDR-RUN-DATE)           00007250
                PERFORM 3520-REJECT-REV-REVERSED-PARA                   00007251
              ELSE                                                      00007252
                PERFORM 3530-POST-REVERSAL-PARA                         00007253
              END-IF                                                    00007254
            END-IF.                                                     00007255
                                                                        00007256
       3505-BUILD-REV-REJECT-PARA.                                      00007257
      *    A REVERSAL HAS NO AMOUNT OR CURRENCY OF ITS OWN, SO REJOUT   00007258
      *    GETS BACK THE 15-CHAR STRING THE FEEDER ACTUALLY SENT - 'R'  00007259
      *    + TARGET ORDINAL + TARGET YYMMDD (SEE PGM1MRG) - WHICH IS    00007260
      *    WHAT OPS NEEDS TO CHASE THE FEEDER WITH.                     00007261
            MOVE TR-TRAN-ID TO REJ-TRAN-ID                              00007262
            MOVE TR-REV-TARGET-SOURCE TO REJ-SOURCE-SYS                 00007263
            MOVE SPACES TO REJ-ORIGINAL-STRING                          00007264
            MOVE 'R' TO REJ-ORIGINAL-STRING(1:1)                        00007265
            MOVE TR-REV-TARGET-SEQ TO REJ-ORIGINAL-STRING(2:8)          00007266
            MOVE TR-REV-TARGET-DATE(3:6) TO REJ-ORIGINAL-STRING(10:6)   00007267
            MOVE SPACES TO REJ-CURRENCY-CODE.                           00007268
                                                                        00007269
       3510-REJECT-REV-NOT-FOUND-PARA.                                  00007270
      *    SAME SHAPE AS 3100-REJECT-AMOUNT-PARA, FOR A REVERSAL        00007271
      *    WHOSE TARGET IS NOT IN PSTHIST OR WHOSE TARGET DATE IS NOT   00007272
      *    VALID - WS-REV-REJ-TEXT SAYS WHICH.                          00007273
            PERFORM 3505-BUILD-REV-REJECT-PARA                          00007274
            MOVE 'R004' TO REJ-REASON-CODE                              00007275
            MOVE WS-REV-REJ-TEXT TO REJ-REASON-TEXT                     00007276
            WRITE REJ-RECORD                                            00007277
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00007278
            MOVE 'REJ-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007279
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007280
            PERFORM 3150-INSERT-REJECT-MASTER-PARA                      00007281
            ADD 1 TO WS-RECORDS-REJECTED.                               00007282
                                                                        00007283
       3520-REJECT-REV-REVERSED-PARA.                                   00007284
      *    SAME SHAPE AGAIN, FOR A TARGET ANOTHER REVERSAL HAS          00007285
      *    ALREADY CANCELLED - POSTING IT TWICE WOULD DOUBLE THE        00007286
      *    CANCELLATION IN GL.                                          00007287
            PERFORM 3505-BUILD-REV-REJECT-PARA                          00007288
            MOVE 'R005' TO REJ-REASON-CODE                              00007289
            MOVE 'REVERSAL TARGET ALREADY REVERSED' TO REJ-REASON-TEXT  00007290
            WRITE REJ-RECORD                                            00007291
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00007292
            MOVE 'REJ-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007293
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007294
            PERFORM 3150-INSERT-REJECT-MASTER-PARA                      00007295
            ADD 1 TO WS-RECORDS-REJECTED.                               00007296
                                                                        00007297
       3530-POST-REVERSAL-PARA.                                         00007298
      *    THE EXTROUT ROW NEGATES THE TARGET'S CONVERTED AMOUNT AND    00007299
      *    EVERY SIDE IT POSTED, AT THE ORIGINAL SIDE COUNT AND IN THE  00007300
      *    ORIGINAL CURRENCY - NOTHING IS RE-SPLIT OR RE-CONVERTED AT   00007301
      *    TODAY'S ALLOCTAB/RATEFEED, SO GL GETS BACK EXACTLY WHAT IT   00007302
      *    WAS SENT. EXT-CHANGE-FLAG 'R' MARKS IT AS A REVERSAL FOR     00007303
      *    PGM1FDR AND GL. THE TARGET IS THEN MARKED REVERSED, NAMING   00007304
      *    THIS REVERSAL, SO A SECOND ONE IS REFUSED.                   00007305
            MOVE PH-RECORD TO WS-REV-TARGET-RECORD                      00007306
            MOVE PH-AMOUNT TO WS-AUD-AMOUNT-EDIT                        00007307
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-BEFORE-VALUE                 00007308
            PERFORM 1900-GET-TIMESTAMP-PARA                             00007309
            COMPUTE EXT-AMOUNT = ZERO - PH-AMOUNT                       00007310
            COMPUTE EXT-AMOUNT-SIDE-1 = ZERO - PH-AMOUNT-SIDE(1)        00007311
            COMPUTE EXT-AMOUNT-SIDE-2 = ZERO - PH-AMOUNT-SIDE(2)        00007312
            COMPUTE EXT-AMOUNT-SIDE-3 = ZERO - PH-AMOUNT-SIDE(3)        00007313
            COMPUTE EXT-AMOUNT-SIDE-4 = ZERO - PH-AMOUNT-SIDE(4)        00007314
            MOVE PH-SIDE-COUNT TO EXT-SIDE-COUNT                        00007315
            MOVE WS-TIMESTAMP(1:8) TO EXT-RUN-DATE                      00007316
            MOVE 'R' TO EXT-CHANGE-FLAG                                 00007317
            MOVE TR-TRAN-ID TO EXT-TRAN-ID                              00007318
            MOVE PH-CURRENCY-CODE TO EXT-CURRENCY-CODE                  00007319
            COMPUTE EXT-ORIGINAL-AMOUNT = ZERO - PH-ORIGINAL-AMOUNT     00007320
            WRITE EXT-RECORD                                            00007321
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00007322
            MOVE 'EXT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007323
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007324
      *    A SIMULATION RUN LEAVES PSTHIST AS PRODUCTION LEFT IT - A    00007325
      *    TARGET PRODUCTION REVERSED WITH THIS SAME RECORD TONIGHT     00007326
      *    PASSES 3500'S TEST THE SAME WAY A RESTART DOES.              00007327
            IF NOT WS-SIMULATION-RUN                                    00007328
              MOVE WS-HDR-RUN-DATE TO WS-POST-BUS-DATE                  00007329
              PERFORM 3410-WRITE-POSTING-HISTORY-PARA                   00007330
              MOVE WS-REV-TARGET-RECORD TO PH-RECORD                    00007331
              SET PH-REVERSED TO TRUE                                   00007332
              MOVE TR-TRAN-ID TO PH-REV-TRAN-ID                         00007333
              MOVE WS-HDR-RUN-DATE TO PH-REV-BUS-DATE                   00007334
              REWRITE PH-RECORD                                         00007335
              MOVE WS-PSTHIST-STATUS TO WS-FILE-CHECK-STATUS            00007336
              MOVE 'PH-RECORD REWRITE' TO WS-FILE-CHECK-NAME            00007337
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00007338
            END-IF                                                      00007339
            MOVE 'EXT-AMOUNT' TO AUD-FIELD-NAME                         00007340
            MOVE 'REVERSE' TO AUD-OPERATION                             00007341
            MOVE EXT-AMOUNT TO WS-AUD-AMOUNT-EDIT                       00007342
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE                  00007343
            MOVE 'R' TO AUD-CHANGE-FLAG                                 00007344
            PERFORM 1950-WRITE-AUDIT-PARA                               00007345
            ADD 1 TO WS-RECORDS-REVERSED                                00007346
            ADD EXT-AMOUNT TO WS-REVERSED-AMOUNT-TOTAL.                 00007347
                                                                        00007348
       3600-PROCESS-RELEASES-PARA.                                      00007349
      *    APPLIES THE CONTROLLERS' RELFILE CARDS TO HOLDQ ONCE         00007350
      *    TRANSIN HAS BEEN CONVERTED AND ITS TRAILER RECONCILED, SO    00007351
      *    NOTHING RELEASED TONIGHT MIXES INTO THE TRAILER CHECK. A     00007352
      *    PENDING ITEM IS RELEASED TO EXTROUT OR DECLINED TO REJOUT/   00007353
      *    REJMSTR AND STAMPED WITH TONIGHT'S DATE AND THE ANALYST.     00007354
      *    A CARD FOR AN ITEM ALREADY DECIDED THE SAME WAY CHANGES      00007355
      *    NOTHING - ON A RESTART, ONE DECIDED TONIGHT IS THE ABENDED   00007356
      *    RUN'S OWN WORK (ALREADY IN THE EXTENDED EXTROUT/REJOUT) AND  00007357
      *    IS ONLY COUNTED AGAIN FOR SUMRPT. ANY OTHER CARD IS REFUSED  00007358
      *    WITH A WARNING; REFUSALS DO NOT STOP THE RUN. SO IS A        00007359
      *    RELEASE OF AN ITEM HELD ON A DATE IN A PERIOD MONTH-END      00007360
      *    CLOSE HAS LOCKED, UNLESS THE CARD CARRIES RL-PPA-FLAG 'Y' -  00007361
      *    THEN IT POSTS AS A PRIOR-PERIOD ADJUSTMENT. A DECLINE POSTS  00007362
      *    NOTHING AND IS NEVER REFUSED FOR THE PERIOD.                 00007363
            OPEN INPUT REL-FILE                                         00007364
            MOVE WS-REL-STATUS TO WS-FILE-CHECK-STATUS                  00007365
            MOVE 'REL-FILE OPEN' TO WS-FILE-CHECK-NAME                  00007366
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007367
            READ REL-FILE                                               00007368
                AT END MOVE 'Y' TO WS-REL-EOF-SW                        00007369
            END-READ                                                    00007370
            PERFORM UNTIL WS-REL-EOF                                    00007371
              PERFORM 3605-APPLY-ONE-CARD-PARA                          00007372
              READ REL-FILE                                             00007373
                  AT END MOVE 'Y' TO WS-REL-EOF-SW                      00007374
              END-READ                                                  00007375
            END-PERFORM                                                 00007376
            CLOSE REL-FILE                                              00007377
            IF WS-REL-REFUSED-COUNT > ZERO                              00007378
              DISPLAY 'PGM1 WARNING: ' WS-REL-REFUSED-COUNT             00007379
                  ' RELFILE CARD(S) REFUSED - SEE ABOVE'                00007380
            END-IF.                                                     00007381
                                                                        00007382
       3605-APPLY-ONE-CARD-PARA.                                        00007383
            SET WS-PERIOD-OPEN TO TRUE                                  00007384
            IF NOT RL-DECISION-RELEASE AND NOT RL-DECISION-DECLINE      00007385
              DISPLAY 'PGM1 WARNING: RELFILE CARD REFUSED - BAD '       00007386
                  'DECISION CODE ' RL-DECISION ' FOR ' RL-KEY           00007387
              ADD 1 TO WS-REL-REFUSED-COUNT                             00007388
            ELSE                                                        00007389
              MOVE RL-KEY TO HQ-KEY                                     00007390
              MOVE 'Y' TO WS-REL-FOUND-SW                               00007391
              READ HOLDQ-FILE                                           00007392
                  INVALID KEY                                           00007393
                      MOVE 'N' TO WS-REL-FOUND-SW                       00007394
              END-READ                                                  00007395
              IF NOT WS-REL-FOUND                                       00007396
                DISPLAY 'PGM1 WARNING: RELFILE CARD REFUSED - NO '      00007397
                    'HELD ITEM ' RL-KEY                                 00007398
                ADD 1 TO WS-REL-REFUSED-COUNT                           00007399
              ELSE                                                      00007400
                IF HQ-STATUS-PENDING AND RL-DECISION-RELEASE            00007401
                  MOVE HQ-HOLD-DATE TO WS-PL-ITEM-DATE                  00007402
                  MOVE RL-PPA-FLAG TO WS-PL-ITEM-FLAG                   00007403
                  PERFORM 3072-CLASSIFY-PERIOD-PARA                     00007404
                END-IF                                                  00007405
                IF WS-PERIOD-REFUSED                                    00007406
                  DISPLAY 'PGM1 WARNING: RELFILE CARD REFUSED - '       00007407
                      RL-KEY ' HELD IN A CLOSED PERIOD'                 00007408
                  ADD 1 TO WS-REL-REFUSED-COUNT                         00007409
                ELSE                                                    00007410
                  IF HQ-STATUS-PENDING                                  00007411
                    IF RL-DECISION-RELEASE                              00007412
                      PERFORM 3610-POST-RELEASE-PARA                    00007413
                    ELSE                                                00007414
                      PERFORM 3620-DECLINE-HELD-PARA                    00007415
                    END-IF                                              00007416
                    MOVE RL-DECISION TO HQ-STATUS                       00007417
                    MOVE WS-HDR-RUN-DATE TO HQ-DECISION-DATE            00007418
                    MOVE RL-ANALYST-ID TO HQ-ANALYST-ID                 00007419
                    REWRITE HQ-RECORD                                   00007420
                    MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS        00007421
                    MOVE 'HQ-RECORD REWRITE' TO WS-FILE-CHECK-NAME      00007422
                    PERFORM 9990-CHECK-FILE-STATUS-PARA                 00007423
                  ELSE                                                  00007424
                    IF HQ-STATUS NOT = RL-DECISION                      00007425
                      DISPLAY 'PGM1 WARNING: RELFILE CARD REFUSED - '   00007426
                          RL-KEY ' ALREADY DECIDED ' HQ-STATUS          00007427
                      ADD 1 TO WS-REL-REFUSED-COUNT                     00007428
                    ELSE                                                00007429
                      IF WS-RESTART-RUN                                 00007430
                          AND HQ-DECISION-DATE = WS-HDR-RUN-DATE        00007431
                        IF HQ-STATUS-RELEASED                           00007432
                          ADD 1 TO WS-RECORDS-RELEASED                  00007433
                          ADD HQ-AMOUNT TO WS-RELEASED-AMOUNT-TOTAL     00007434
                        ELSE                                            00007435
                          ADD 1 TO WS-RECORDS-DECLINED                  00007436
                        END-IF                                          00007437
                      END-IF                                            00007438
                    END-IF                                              00007439
                  END-IF                                                00007440
                END-IF                                                  00007441
              END-IF                                                    00007442
            END-IF.                                                     00007443
                                                                        00007444
       3610-POST-RELEASE-PARA.                                          00007445
      *    POSTS THE HELD ITEM EXACTLY AS IT WAS CONVERTED AND SPLIT    00007446
      *    THE NIGHT IT WAS HELD - NOTHING IS RE-CONVERTED OR RE-SPLIT  00007447
      *    AT TODAY'S RATEFEED/ALLOCTAB, SAME RULE AS A REVERSAL.       00007448
      *    EXT-CHANGE-FLAG 'A' MARKS IT AS A RELEASE FOR PGM1FDR AND    00007449
      *    PGM1VER, AND PSTHIST RECORDS IT UNDER ITS HOLD DATE.         00007450
            MOVE HQ-TRAN-ID TO AUD-TRAN-ID                              00007451
            PERFORM 1900-GET-TIMESTAMP-PARA                             00007452
            MOVE HQ-AMOUNT TO EXT-AMOUNT                                00007453
            MOVE HQ-AMOUNT-SIDE(1) TO EXT-AMOUNT-SIDE-1                 00007454
            MOVE HQ-AMOUNT-SIDE(2) TO EXT-AMOUNT-SIDE-2                 00007455
            MOVE HQ-AMOUNT-SIDE(3) TO EXT-AMOUNT-SIDE-3                 00007456
            MOVE HQ-AMOUNT-SIDE(4) TO EXT-AMOUNT-SIDE-4                 00007457
            MOVE HQ-SIDE-COUNT TO EXT-SIDE-COUNT                        00007458
            MOVE WS-TIMESTAMP(1:8) TO EXT-RUN-DATE                      00007459
            MOVE 'A' TO EXT-CHANGE-FLAG                                 00007460
            MOVE HQ-TRAN-ID TO EXT-TRAN-ID                              00007461
            MOVE HQ-CURRENCY-CODE TO EXT-CURRENCY-CODE                  00007462
            MOVE HQ-ORIGINAL-AMOUNT TO EXT-ORIGINAL-AMOUNT              00007463
            WRITE EXT-RECORD                                            00007464
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00007465
            MOVE 'EXT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007466
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007467
            MOVE HQ-HOLD-DATE TO WS-POST-BUS-DATE                       00007468
            PERFORM 3410-WRITE-POSTING-HISTORY-PARA                     00007469
            MOVE 'EXT-AMOUNT' TO AUD-FIELD-NAME                         00007470
            MOVE 'RELEASE' TO AUD-OPERATION                             00007471
            MOVE HQ-HOLD-DATE TO AUD-BEFORE-VALUE                       00007472
            MOVE EXT-AMOUNT TO WS-AUD-AMOUNT-EDIT                       00007473
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE                  00007474
            MOVE 'A' TO AUD-CHANGE-FLAG                                 00007475
            PERFORM 1950-WRITE-AUDIT-PARA                               00007476
            IF WS-PPA-ITEM                                              00007477
              PERFORM 3420-AUDIT-PPA-PARA                               00007478
            END-IF                                                      00007479
            ADD 1 TO WS-RECORDS-RELEASED                                00007480
            ADD HQ-AMOUNT TO WS-RELEASED-AMOUNT-TOTAL.                  00007481
                                                                        00007482
       3620-DECLINE-HELD-PARA.                                          00007483
      *    SAME SHAPE AS 3100-REJECT-AMOUNT-PARA, BUILT FROM THE HELD   00007484
      *    ITEM - THE FEEDER'S ORIGINAL STRING GOES BACK TO REJOUT SO   00007485
      *    IT CAN BE CORRECTED AND RESUBMITTED LIKE ANY REJECT. NOT     00007486
      *    ADDED TO WS-RECORDS-REJECTED, WHICH COUNTS ONLY TONIGHT'S    00007487
      *    TRANSIN.                                                     00007488
            MOVE HQ-TRAN-ID TO REJ-TRAN-ID                              00007489
            MOVE HQ-SOURCE-SYS TO REJ-SOURCE-SYS                        00007490
            MOVE HQ-ORIGINAL-STRING TO REJ-ORIGINAL-STRING              00007491
            MOVE HQ-CURRENCY-CODE TO REJ-CURRENCY-CODE                  00007492
            MOVE 'R006' TO REJ-REASON-CODE                              00007493
            MOVE 'LARGE VALUE DECLINED' TO REJ-REASON-TEXT              00007494
            WRITE REJ-RECORD                                            00007495
            MOVE WS-REJECT-STATUS TO WS-FILE-CHECK-STATUS               00007496
            MOVE 'REJ-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007497
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007498
            PERFORM 3150-INSERT-REJECT-MASTER-PARA                      00007499
            ADD 1 TO WS-RECORDS-DECLINED.                               00007500
                                                                        00007501
       3700-HOLD-ITEM-PARA.                                             00007502
      *    PARKS A CONVERTED, SPLIT DETAIL IN HOLDQ INSTEAD OF POSTING  00007503
      *    IT - EVERYTHING 3610-POST-RELEASE-PARA WILL NEED IS KEPT ON  00007504
      *    THE ITEM. A DUPLICATE KEY IS A RESTART REPROCESSING A        00007505
      *    RECORD THE ABENDED RUN ALREADY HELD - THE ITEM IS REPLACED.  00007506
      *    A CORRECTION RUN (BUSINESS-DATE CHECK BYPASSED) HOLDS UNDER  00007507
      *    STREAM 'C' SO IT CANNOT COLLIDE WITH THE NIGHTLY RUN.        00007508
            MOVE TR-TRAN-ID TO HQ-TRAN-ID                               00007509
            MOVE WS-HDR-RUN-DATE TO HQ-HOLD-DATE                        00007510
            IF WS-BUS-BYPASS                                            00007511
              SET HQ-STREAM-CORRECTION TO TRUE                          00007512
            ELSE                                                        00007513
              SET HQ-STREAM-NIGHTLY TO TRUE                             00007514
            END-IF                                                      00007515
            SET HQ-STATUS-PENDING TO TRUE                               00007516
            MOVE TR-SOURCE-SYS TO HQ-SOURCE-SYS                         00007517
            MOVE TR-CURRENCY-CODE TO HQ-CURRENCY-CODE                   00007518
            MOVE TR-AMOUNT-STR TO HQ-ORIGINAL-STRING                    00007519
            MOVE WS-ORIGINAL-AMOUNT TO HQ-ORIGINAL-AMOUNT               00007520
            MOVE WS-VAR-2 TO HQ-AMOUNT                                  00007521
            MOVE WS-HOLD-THRESHOLD TO HQ-THRESHOLD                      00007522
            MOVE WS-ALLOC-SIDE-COUNT TO HQ-SIDE-COUNT                   00007523
            MOVE WS-SIDE-AMOUNT(1) TO HQ-AMOUNT-SIDE(1)                 00007524
            MOVE WS-SIDE-AMOUNT(2) TO HQ-AMOUNT-SIDE(2)                 00007525
            MOVE WS-SIDE-AMOUNT(3) TO HQ-AMOUNT-SIDE(3)                 00007526
            MOVE WS-SIDE-AMOUNT(4) TO HQ-AMOUNT-SIDE(4)                 00007527
            MOVE SPACES TO HQ-DECISION-DATE                             00007528
            MOVE SPACES TO HQ-ANALYST-ID                                00007529
      *    A SIMULATION RUN WRITES THE SAME ITEM TO SIMHOLD INSTEAD.    00007530
            IF WS-SIMULATION-RUN                                        00007531
              WRITE SIMHOLD-RECORD FROM HQ-RECORD                       00007532
              MOVE WS-SIMHOLD-STATUS TO WS-FILE-CHECK-STATUS            00007533
              MOVE 'SIMHOLD WRITE' TO WS-FILE-CHECK-NAME                00007534
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00007535
            ELSE                                                        00007536
              WRITE HQ-RECORD                                           00007537
                  INVALID KEY                                           00007538
                      REWRITE HQ-RECORD                                 00007539
                      MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS      00007540
                      MOVE 'HQ-RECORD REWRITE' TO WS-FILE-CHECK-NAME    00007541
                      PERFORM 9990-CHECK-FILE-STATUS-PARA               00007542
                  NOT INVALID KEY                                       00007543
                      MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS      00007544
                      MOVE 'HQ-RECORD WRITE' TO WS-FILE-CHECK-NAME      00007545
                      PERFORM 9990-CHECK-FILE-STATUS-PARA               00007546
              END-WRITE                                                 00007547
            END-IF                                                      00007548
            MOVE WS-VAR-2 TO WS-AUD-AMOUNT-EDIT                         00007549
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-BEFORE-VALUE                 00007550
            MOVE 'WS-VAR-2' TO AUD-FIELD-NAME                           00007551
            MOVE 'HOLD' TO AUD-OPERATION                                00007552
            MOVE WS-HOLD-THRESHOLD TO WS-AUD-AMOUNT-EDIT                00007553
            MOVE WS-AUD-AMOUNT-EDIT TO AUD-AFTER-VALUE                  00007554
            MOVE WS-TEST-VAR TO AUD-CHANGE-FLAG                         00007555
            PERFORM 1950-WRITE-AUDIT-PARA                               00007556
            ADD 1 TO WS-RECORDS-HELD                                    00007557
            ADD WS-VAR-2 TO WS-HELD-AMOUNT-TOTAL.                       00007558
                                                                        00007559
       3950-VALIDATE-TRAILER-PARA.                                      00007560
      *    CROSS-CHECK THE TRAILER'S CONTROL TOTALS AGAINST WHAT THIS   00007561
      *    RUN ACTUALLY READ/CONVERTED SO A TRUNCATED FTP OR A          00007562
      *    DUPLICATED GDG GENERATION CANNOT SLIP THROUGH UNNOTICED.     00007563
            MOVE TR-TRL-EXPECTED-COUNT TO WS-TRL-EXPECTED-COUNT         00007564
            MOVE TR-TRL-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL             00007565
            MOVE TR-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL                 00007566
            IF WS-HDR-EXPECTED-COUNT NOT = WS-TRL-EXPECTED-COUNT        00007567
              MOVE 'TRANSIN HEADER/TRAILER EXPECTED COUNTS DISAGREE'    00007568
                  TO WS-CTL-ABEND-MSG                                   00007569
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00007570
            END-IF                                                      00007571
            IF WS-RECORDS-READ NOT = WS-TRL-EXPECTED-COUNT              00007572
              MOVE 'TRANSIN DETAIL COUNT DOES NOT MATCH TRAILER COUNT'  00007573
                  TO WS-CTL-ABEND-MSG                                   00007574
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00007575
            END-IF                                                      00007576
            IF WS-COMPUTED-HASH-TOTAL NOT = WS-TRL-HASH-TOTAL           00007577
              MOVE 'TRANSIN HASH TOTAL MISMATCH - RECORD(S) DROPPED,'   00007578
                  TO WS-CTL-ABEND-MSG                                   00007579
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00007580
            END-IF                                                      00007581
      *    HELD ITEMS WERE CONVERTED BUT NOT POSTED, SO THEY COUNT      00007582
      *    TOWARD THE TRAILER AMOUNT ALONGSIDE WHAT WENT TO EXTROUT.    00007583
            COMPUTE WS-TRL-CHECK-TOTAL =                                00007584
                WS-AMOUNT-RUNNING-TOTAL + WS-HELD-AMOUNT-TOTAL          00007585
            IF WS-TRL-CHECK-TOTAL NOT = WS-TRL-AMOUNT-TOTAL             00007586
              DISPLAY 'PGM1 WARNING: TRANSIN AMOUNT TOTAL MISMATCH '    00007587
                  'EXPECTED=' WS-TRL-AMOUNT-TOTAL                       00007588
                  ' ACTUAL=' WS-TRL-CHECK-TOTAL                         00007589
            END-IF                                                      00007590
      *    A CONCATENATION OF TWO COMPLETE FILES (H..T H..T - E.G. TWO  00007591
      *    GDG GENERATIONS READ AS ONE) WOULD RECONCILE CLEANLY ON THE  00007592
      *    FIRST SEGMENT'S TRAILER ALONE, SO ANYTHING AT ALL AFTER THE  00007593
      *    TRAILER MEANS A DUPLICATED FILE AND IS REFUSED THE SAME WAY  00007594
      *    A SHORT ONE IS.                                              00007595
            READ TRANS-FILE                                             00007596
                AT END MOVE 'Y' TO WS-EOF-TRANS-SW                      00007597
            END-READ                                                    00007598
            IF NOT WS-EOF-TRANS                                         00007599
              MOVE 'TRANSIN DATA FOLLOWS TRAILER - DUPLICATED FILE'     00007600
                  TO WS-CTL-ABEND-MSG                                   00007601
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00007602
            END-IF.                                                     00007603
                                                                        00007604
       4000-WRITE-OVERFLOW-PARA.                                        00007605
            PERFORM 1900-GET-TIMESTAMP-PARA                             00007606
            MOVE WS-TIMESTAMP TO OVF-TIMESTAMP                          00007607
            WRITE OVF-RECORD                                            00007608
            MOVE WS-OVFLOW-STATUS TO WS-FILE-CHECK-STATUS               00007609
            MOVE 'OVF-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007610
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007611
            ADD 1 TO WS-OVFLOW-RECORD-COUNT.                            00007612
                                                                        00007613
       5000-WRITE-SUMMARY-PARA.                                         00007614
            PERFORM 5010-READ-HISTORY-PARA                              00007615
            PERFORM 5020-COMPUTE-VARIANCE-PARA                          00007616
            OPEN OUTPUT SUMMARY-FILE                                    00007620
            MOVE WS-SUMMARY-STATUS TO WS-FILE-CHECK-STATUS              00007630
            MOVE 'SUMMARY-FILE OPEN' TO WS-FILE-CHECK-NAME              00007640
            END-IF                                                      00007990
            MOVE WS-SUMMARY-LINE-AMT TO SUM-RECORD                      00008000
            WRITE SUM-RECORD                                            00008010
      *    REVERSALS ARE REPORTED APART FROM NEW BUSINESS, WITH NO      00008011
      *    PRIOR/VARIANCE COLUMNS - SUMHIST CARRIES NO REVERSAL         00008012
      *    HISTORY, AND A NIGHT'S REVERSALS ARE WHATEVER THE FEEDERS    00008013
      *    HAPPENED TO CANCEL, NOT A VOLUME WORTH SWING-CHECKING.       00008014
            MOVE SPACES TO WS-SUMMARY-LINE                              00008015
            MOVE 'REVERSALS POSTED' TO WS-SUM-LABEL                     00008016
            MOVE WS-RECORDS-REVERSED TO WS-SUM-VALUE                    00008017
            MOVE WS-SUMMARY-LINE TO SUM-RECORD                          00008018
            WRITE SUM-RECORD                                            00008019
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00008020
            MOVE 'TOTAL AMOUNT REVERSED' TO WS-SUM-LABEL                00008021
            MOVE WS-REVERSED-AMOUNT-TOTAL TO WS-SUM-VALUE-AMT           00008022
            MOVE WS-SUMMARY-LINE-AMT TO SUM-RECORD                      00008023
            WRITE SUM-RECORD                                            00008024
      *    HELD, RELEASED AND DECLINED ITEMS ARE REPORTED THE SAME      00008025
      *    WAY - TONIGHT'S HOLDS ARE PART OF TRANSIN BUT NOT OF THE     00008026
      *    CONVERTED TOTAL, RELEASES AND DECLINES ARE EARLIER NIGHTS'.  00008027
            MOVE SPACES TO WS-SUMMARY-LINE                              00008028
            MOVE 'RECORDS HELD' TO WS-SUM-LABEL                         00008029
            MOVE WS-RECORDS-HELD TO WS-SUM-VALUE                        00008030
            MOVE WS-SUMMARY-LINE TO SUM-RECORD                          00008031
            WRITE SUM-RECORD                                            00008032
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00008033
            MOVE 'TOTAL AMOUNT HELD' TO WS-SUM-LABEL                    00008034
            MOVE WS-HELD-AMOUNT-TOTAL TO WS-SUM-VALUE-AMT               00008035
            MOVE WS-SUMMARY-LINE-AMT TO SUM-RECORD                      00008036
            WRITE SUM-RECORD                                            00008037
            MOVE SPACES TO WS-SUMMARY-LINE                              00008038
            MOVE 'HELD ITEMS RELEASED' TO WS-SUM-LABEL                  00008039
            MOVE WS-RECORDS-RELEASED TO WS-SUM-VALUE                    00008040
            MOVE WS-SUMMARY-LINE TO SUM-RECORD                          00008041
            WRITE SUM-RECORD                                            00008042
            MOVE SPACES TO WS-SUMMARY-LINE-AMT                          00008043
            MOVE 'TOTAL AMOUNT RELEASED' TO WS-SUM-LABEL                00008044
            MOVE WS-RELEASED-AMOUNT-TOTAL TO WS-SUM-VALUE-AMT           00008045
            MOVE WS-SUMMARY-LINE-AMT TO SUM-RECORD                      00008046
            WRITE SUM-RECORD                                            00008047
            MOVE SPACES TO WS-SUMMARY-LINE                              00008048
            MOVE 'HELD ITEMS DECLINED' TO WS-SUM-LABEL                  00008049
            MOVE WS-RECORDS-DECLINED TO WS-SUM-VALUE                    00008050
            MOVE WS-SUMMARY-LINE TO SUM-RECORD                          00008051
            WRITE SUM-RECORD                                            00008052
            MOVE WS-SUMMARY-STATUS TO WS-FILE-CHECK-STATUS              00008053
            MOVE 'SUM-RECORD WRITE' TO WS-FILE-CHECK-NAME               00008054
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00008055
      *    THE TUNING VALUES THIS RUN ACTUALLY RAN WITH - EVERY RUN     00008056
      *    IS SELF-DESCRIBING EVEN WHEN OPS HAS A ONE-NIGHT CARD IN     00008057
      *    PARMFILE. PGM1CNS READS ONLY THE FIRST ELEVEN LINES OF A     00008058
      *    SLICE SUMRPT, SO THESE TRAILING LINES DO NOT DISTURB THE     00008059
      *    PARTITIONED PATH.                                            00008060
            MOVE 'SWING THRESHOLD PCT IN FORCE' TO WS-PE-LABEL          00008061
            MOVE WS-SWING-THRESHOLD-PCT TO WS-PE-VALUE                  00008062
            MOVE WS-PARM-ECHO-LINE TO SUM-RECORD                        00008063
            WRITE SUM-RECORD                                            00008064
            MOVE 'HISTORY DEPTH IN FORCE' TO WS-PE-LABEL                00008065
            MOVE WS-MAX-HIST-ENTRIES TO WS-PE-VALUE                     00008066
            MOVE WS-PARM-ECHO-LINE TO SUM-RECORD                        00008067
            WRITE SUM-RECORD                                            00008068
            MOVE WS-SUMMARY-STATUS TO WS-FILE-CHECK-STATUS              00008069
            MOVE 'SUM-RECORD WRITE' TO WS-FILE-CHECK-NAME               00008070
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00008071
            CLOSE SUMMARY-FILE                                          00008072
      *    A SIMULATION RUN'S SUMRPT VARIANCE IS AGAINST THE LAST       00008073
      *    SUMHIST ENTRY - NORMALLY PRODUCTION'S RUN OF THE SAME NIGHT. 00008074
      *    SUMHIST ITSELF IS LEFT ALONE.                                00008075
            IF NOT WS-SIMULATION-RUN                                    00008076
              PERFORM 5030-WRITE-HISTORY-PARA                           00008077
            END-IF.                                                     00008078
                                                                        00008079
       5010-READ-HISTORY-PARA.                                          00008080
      *    OPEN INPUT SUCCEEDS EVEN ON THE FIRST-EVER RUN SINCE         00008090
      *    STEP010 PRE-ALLOCATES SUMHIST EMPTY (SAME IDEA AS            00008100
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00009400
            END-PERFORM                                                 00009410
            CLOSE SUMHIST-FILE.                                         00009420
                                                                        00009421
       8000-ROLL-BUSINESS-DATE-PARA.                                    00009422
      *    CLEAN COMPLETION ONLY (AN ABEND STOPS BEFORE HERE) -         00009423
      *    ADVANCE THE EXPECTED BUSINESS DATE PAST THE ONE JUST         00009424
      *    PROCESSED, SKIPPING SATURDAYS, SUNDAYS AND EVERY DATE IN     00009425
      *    HOLCAL, SO A LEGITIMATE FRIDAY-TO-MONDAY OR HOLIDAY GAP      00009426
      *    IS NEVER AN ALARM. BYPASS STREAMS (BCT-CONTROL-SW 'N')       00009427
      *    HAVE NO CHAIN TO ROLL.                                       00009428
            IF NOT WS-BUS-BYPASS                                        00009429
              PERFORM 8050-LOAD-HOLIDAYS-PARA                           00009430
              MOVE WS-HDR-RUN-DATE TO WS-CAND-DATE-X                    00009431
              COMPUTE WS-CAND-DATE-INT =                                00009432
                  FUNCTION INTEGER-OF-DATE(WS-CAND-DATE-NUM)            00009433
              MOVE 'N' TO WS-DATE-OK-SW                                 00009434
              PERFORM 8060-NEXT-CANDIDATE-PARA UNTIL WS-DATE-OK         00009435
              MOVE WS-CAND-DATE-X TO BCT-EXPECTED-DATE                  00009436
              MOVE WS-HDR-RUN-DATE TO BCT-LAST-RUN-DATE                 00009437
              MOVE 'Y' TO BCT-CONTROL-SW                                00009438
              REWRITE BCT-RECORD                                        00009439
              MOVE WS-BUSCTL-STATUS TO WS-FILE-CHECK-STATUS             00009440
              MOVE 'BCT-RECORD REWRITE' TO WS-FILE-CHECK-NAME           00009441
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00009442
              CLOSE BUSCTL-FILE                                         00009443
            END-IF.                                                     00009444
                                                                        00009445
       8050-LOAD-HOLIDAYS-PARA.                                         00009446
      *    HOLCAL IS PRE-ALLOCATED (EMPTY IS FINE) BY STEP010, SAME     00009447
      *    AS SUMHIST - AN EMPTY CALENDAR JUST MEANS NO HOLIDAYS.       00009448
            OPEN INPUT HOLCAL-FILE                                      00009449
            MOVE WS-HOLCAL-STATUS TO WS-FILE-CHECK-STATUS               00009450
            MOVE 'HOLCAL-FILE OPEN' TO WS-FILE-CHECK-NAME               00009451
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00009452
            MOVE ZERO TO WS-HOL-COUNT                                   00009453
            READ HOLCAL-FILE                                            00009454
                AT END MOVE 'Y' TO WS-HOL-EOF-SW                        00009455
            END-READ                                                    00009456
            PERFORM UNTIL WS-HOL-EOF                                    00009457
              IF WS-HOL-COUNT >= WS-HOL-MAX                             00009458
                MOVE 'HOLCAL HAS MORE DATES THAN THE TABLE HOLDS'       00009459
                    TO WS-CTL-ABEND-MSG                                 00009460
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00009461
              END-IF                                                    00009462
              ADD 1 TO WS-HOL-COUNT                                     00009463
              MOVE HOL-DATE TO WS-HOL-TABLE(WS-HOL-COUNT)               00009464
              READ HOLCAL-FILE                                          00009465
                  AT END MOVE 'Y' TO WS-HOL-EOF-SW                      00009466
              END-READ                                                  00009467
            END-PERFORM                                                 00009468
            CLOSE HOLCAL-FILE.                                          00009469
                                                                        00009470
       8060-NEXT-CANDIDATE-PARA.                                        00009471
      *    STEP ONE CALENDAR DAY AND KEEP ONLY A MONDAY-TO-FRIDAY       00009472
      *    DATE NOT LISTED IN HOLCAL. INTEGER-OF-DATE DAY 1 IS A        00009473
      *    MONDAY, SO REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.          00009474
            ADD 1 TO WS-CAND-DATE-INT                                   00009475
            COMPUTE WS-CAND-DATE-NUM =                                  00009476
                FUNCTION DATE-OF-INTEGER(WS-CAND-DATE-INT)              00009477
            COMPUTE WS-DAY-OF-WEEK =                                    00009478
                FUNCTION REM(WS-CAND-DATE-INT 7)                        00009479
            IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0                 00009480
              CONTINUE                                                  00009481
            ELSE                                                        00009482
              MOVE 'Y' TO WS-DATE-OK-SW                                 00009483
              PERFORM VARYING WS-HOL-SUB FROM 1 BY 1                    00009484
                  UNTIL WS-HOL-SUB > WS-HOL-COUNT                       00009485
                IF WS-HOL-TABLE(WS-HOL-SUB) = WS-CAND-DATE-X            00009486
                  MOVE 'N' TO WS-DATE-OK-SW                             00009487
                END-IF                                                  00009488
              END-PERFORM                                               00009489
            END-IF.                                                     00009490
                                                                        00009491
       8900-REGISTER-FINISH-PARA.                                       00009492
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00009493
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00009494
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00009495
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00009496
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00009497
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00009498
            IF RRG-ACTIVE                                               00009499
              MOVE 'N' TO RRG-ACTIVE-SW                                 00009500
              IF RETURN-CODE < 16                                       00009501
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00009502
              ELSE                                                      00009503
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00009504
              END-IF                                                    00009505
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00009506
              MOVE FUNCTION CURRENT-DATE(1:14)                          00009507
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00009508
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00009509
              PERFORM 0120-REWRITE-REGISTER-PARA                        00009510
            END-IF.                                                     00009511
                                                                        00009512
       9990-CHECK-FILE-STATUS-PARA.                                     00009513
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00009514
              DISPLAY 'PGM1 ABEND: ' WS-FILE-CHECK-NAME                 00009515
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00009516
              MOVE 16 TO RETURN-CODE                                    00009517
              PERFORM 8900-REGISTER-FINISH-PARA                         00009518
              STOP RUN                                                  00009519
            END-IF.                                                     00009520
                                                                        00009521
       9995-CONTROL-TOTAL-ABEND-PARA.                                   00009522
      *    TRANSIN HEADER/TRAILER CONTROL TOTALS DID NOT RECONCILE -    00009530
      *    THE FILE IS EITHER TRUNCATED OR A DUPLICATED GENERATION, SO  00009540
      *    PGM1 REFUSES TO TRUST WHATEVER IT HAS CONVERTED SO FAR.      00009550
            DISPLAY 'PGM1 ABEND: ' WS-CTL-ABEND-MSG                     00009560
            MOVE 20 TO RETURN-CODE                                      00009570
            PERFORM 8900-REGISTER-FINISH-PARA                           00009571
            STOP RUN.                                                   00009580
                                                                        00009590
       9997-OVERFLOW-ALERT-PARA.                                        00009600

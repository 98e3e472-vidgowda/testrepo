       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1WIF.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - WHAT-IF COMPARISON REPORT.* 00000080
      *               MATCH-MERGES ONE NIGHT'S TRANSIN AGAINST WHAT   * 00000090
      *               PRODUCTION DID WITH IT (EXTROUT/REJOUT/OVFLOUT  * 00000100
      *               GENERATIONS AND TONIGHT'S HOLDQ ITEMS) AND WHAT * 00000110
      *               A PGM1 SIMULATION RUN (EXEC PARM 'SIMULATE')    * 00000120
      *               AGAINST A PROPOSED ALLOCTAB/RATEFEED/PARMFILE   * 00000130
      *               DID WITH THE SAME FILE (ITS SCRATCH EXTROUT/    * 00000140
      *               REJOUT/OVFLOUT AND SIMHOLD), SAME FORWARD PASS  * 00000150
      *               AS PGM1VER. LISTS PER TR-TRAN-ID EVERY CHANGE   * 00000160
      *               IN DISPOSITION, CONVERTED AMOUNT OR SPLIT       * 00000170
      *               SIDES, THEN TOTALS BY SOURCE SYSTEM AND         * 00000180
      *               CURRENCY AND A DISPOSITION COUNT FOR EACH RUN.  * 00000190
      *               WRITES THE WIFRPT REPORT.                       * 00000200
      ***************************************************************** 00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT TRANS-FILE ASSIGN TO TRANSIN                          00000250
               ORGANIZATION IS SEQUENTIAL                               00000260
               ACCESS MODE IS SEQUENTIAL                                00000270
               FILE STATUS IS WS-TRANS-STATUS.                          00000280
           SELECT PEXT-FILE ASSIGN TO PEXTIN                            00000290
               ORGANIZATION IS SEQUENTIAL                               00000300
               ACCESS MODE IS SEQUENTIAL                                00000310
               FILE STATUS IS WS-PEXT-STATUS.                           00000320
           SELECT PREJ-FILE ASSIGN TO PREJIN                            00000330
               ORGANIZATION IS SEQUENTIAL                               00000340
               ACCESS MODE IS SEQUENTIAL                                00000350
               FILE STATUS IS WS-PREJ-STATUS.                           00000360
           SELECT POVF-FILE ASSIGN TO POVFIN                            00000370
               ORGANIZATION IS SEQUENTIAL                               00000380
               ACCESS MODE IS SEQUENTIAL                                00000390
               FILE STATUS IS WS-POVF-STATUS.                           00000400
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ                            00000410
               ORGANIZATION IS INDEXED                                  00000420
               ACCESS MODE IS SEQUENTIAL                                00000430
               RECORD KEY IS HQ-KEY                                     00000440
               FILE STATUS IS WS-HOLDQ-STATUS.                          00000450
           SELECT SEXT-FILE ASSIGN TO SEXTIN                            00000460
               ORGANIZATION IS SEQUENTIAL                               00000470
               ACCESS MODE IS SEQUENTIAL                                00000480
               FILE STATUS IS WS-SEXT-STATUS.                           00000490
           SELECT SREJ-FILE ASSIGN TO SREJIN                            00000500
               ORGANIZATION IS SEQUENTIAL                               00000510
               ACCESS MODE IS SEQUENTIAL                                00000520
               FILE STATUS IS WS-SREJ-STATUS.                           00000530
           SELECT SOVF-FILE ASSIGN TO SOVFIN                            00000540
               ORGANIZATION IS SEQUENTIAL                               00000550
               ACCESS MODE IS SEQUENTIAL                                00000560
               FILE STATUS IS WS-SOVF-STATUS.                           00000570
           SELECT SHOLD-FILE ASSIGN TO SHOLDIN                          00000580
               ORGANIZATION IS SEQUENTIAL                               00000590
               ACCESS MODE IS SEQUENTIAL                                00000600
               FILE STATUS IS WS-SHOLD-STATUS.                          00000610
           SELECT REPORT-FILE ASSIGN TO WIFRPT                          00000620
               ORGANIZATION IS SEQUENTIAL                               00000630
               ACCESS MODE IS SEQUENTIAL                                00000640
               FILE STATUS IS WS-REPORT-STATUS.                         00000650
       DATA DIVISION.                                                   00000660
       FILE SECTION.                                                    00000670
       FD  TRANS-FILE                                                   00000680
           RECORDING MODE IS F.                                         00000690
      *    THE TRANSIN BOTH RUNS CONVERTED - ITS DETAILS AND REVERSALS  00000700
      *    DRIVE THE MERGE.                                             00000710
           COPY TRANREC.                                                00000720
       FD  PEXT-FILE                                                    00000730
           RECORDING MODE IS F.                                         00000740
      *    PRODUCTION EXTROUT. SAME LAYOUT AS PGM1.COB'S EXT-RECORD -   00000750
      *    NOT PULLED INTO A SHARED COPYBOOK BECAUSE PGM1.COB DOES NOT  00000760
      *    USE ONE FOR IT EITHER (SAME AS PGM1VER); KEEP ALL OF THEM IN 00000770
      *    SYNC BY HAND IF EXT-RECORD CHANGES. SX-RECORD BELOW IS THE   00000780
      *    SAME LAYOUT AGAIN FOR THE SIMULATION RUN'S EXTROUT.          00000790
       01  PX-RECORD.                                                   00000800
           05  PX-AMOUNT                PIC S9(9)V99.                   00000810
           05  PX-AMOUNT-SIDE-1         PIC S9(9)V99.                   00000820
           05  PX-AMOUNT-SIDE-2         PIC S9(9)V99.                   00000830
           05  PX-RUN-DATE              PIC X(8).                       00000840
           05  PX-CHANGE-FLAG           PIC X(1).                       00000850
           05  PX-TRAN-ID               PIC X(12).                      00000860
           05  PX-CURRENCY-CODE         PIC X(3).                       00000870
           05  PX-ORIGINAL-AMOUNT       PIC S9(9)V99.                   00000880
           05  PX-AMOUNT-SIDE-3         PIC S9(9)V99.                   00000890
           05  PX-AMOUNT-SIDE-4         PIC S9(9)V99.                   00000900
           05  PX-SIDE-COUNT            PIC 9(1).                       00000910
       FD  PREJ-FILE                                                    00000920
           RECORDING MODE IS F.                                         00000930
      *    PRODUCTION REJOUT.                                           00000940
           COPY REJREC.                                                 00000950
       FD  POVF-FILE                                                    00000960
           RECORDING MODE IS F.                                         00000970
      *    PRODUCTION OVFLOUT. SAME LAYOUT AS PGM1.COB'S OVF-RECORD -   00000980
      *    SAME KEEP-IN-SYNC-BY-HAND RULE AS PX-RECORD. ONLY THE        00000990
      *    TRAN-ID IS USED; BLANK-ID ROWS ARE PGM1'S SELF-TEST ENTRIES. 00001000
       01  PV-RECORD.                                                   00001010
           05  PV-SOURCE-SYS           PIC X(4).                        00001020
           05  PV-TRAN-ID              PIC X(12).                       00001030
           05  PV-TIMESTAMP            PIC X(21).                       00001040
           05  PV-FIELD-NAME           PIC X(10).                       00001050
           05  PV-ATTEMPTED-VALUE      PIC X(10).                       00001060
           05  PV-CONTEXT              PIC X(30).                       00001070
       FD  HOLDQ-FILE                                                   00001080
           RECORDING MODE IS F.                                         00001090
      *    PRODUCTION HOLD QUEUE - SEE HOLDREC COPY. READ IN KEY        00001100
      *    (TRAN-ID) ORDER; ONLY THE NIGHTLY STREAM'S HOLDS FOR THE     00001110
      *    TRANSIN HEADER DATE TAKE PART, SAME AS PGM1VER.              00001120
           COPY HOLDREC.                                                00001130
       FD  SEXT-FILE                                                    00001140
           RECORDING MODE IS F.                                         00001150
      *    SIMULATION EXTROUT - SEE PX-RECORD.                          00001160
       01  SX-RECORD.                                                   00001170
           05  SX-AMOUNT                PIC S9(9)V99.                   00001180
           05  SX-AMOUNT-SIDE-1         PIC S9(9)V99.                   00001190
           05  SX-AMOUNT-SIDE-2         PIC S9(9)V99.                   00001200
           05  SX-RUN-DATE              PIC X(8).                       00001210
           05  SX-CHANGE-FLAG           PIC X(1).                       00001220
           05  SX-TRAN-ID               PIC X(12).                      00001230
           05  SX-CURRENCY-CODE         PIC X(3).                       00001240
           05  SX-ORIGINAL-AMOUNT       PIC S9(9)V99.                   00001250
           05  SX-AMOUNT-SIDE-3         PIC S9(9)V99.                   00001260
           05  SX-AMOUNT-SIDE-4         PIC S9(9)V99.                   00001270
           05  SX-SIDE-COUNT            PIC 9(1).                       00001280
       FD  SREJ-FILE                                                    00001290
           RECORDING MODE IS F.                                         00001300
      *    SIMULATION REJOUT. SAME LAYOUT AS REJREC - KEPT IN SYNC BY   00001310
      *    HAND, SINCE REJREC IS ALREADY COPIED FOR PRODUCTION ABOVE.   00001320
       01  SJ-RECORD.                                                   00001330
           05  SJ-TRAN-ID              PIC X(12).                       00001340
           05  SJ-SOURCE-SYS           PIC X(04).                       00001350
           05  SJ-ORIGINAL-STRING      PIC X(15).                       00001360
           05  SJ-REASON-CODE          PIC X(04).                       00001370
           05  SJ-REASON-TEXT          PIC X(30).                       00001380
           05  SJ-CURRENCY-CODE        PIC X(03).                       00001390
       FD  SOVF-FILE                                                    00001400
           RECORDING MODE IS F.                                         00001410
      *    SIMULATION OVFLOUT - SEE PV-RECORD.                          00001420
       01  SV-RECORD.                                                   00001430
           05  SV-SOURCE-SYS           PIC X(4).                        00001440
           05  SV-TRAN-ID              PIC X(12).                       00001450
           05  SV-TIMESTAMP            PIC X(21).                       00001460
           05  SV-FIELD-NAME           PIC X(10).                       00001470
           05  SV-ATTEMPTED-VALUE      PIC X(10).                       00001480
           05  SV-CONTEXT              PIC X(30).                       00001490
       FD  SHOLD-FILE                                                   00001500
           RECORDING MODE IS F.                                         00001510
      *    SIMULATION HOLDS (PGM1'S SIMHOLD) - ONE HOLDREC-LAYOUT ITEM  00001520
      *    PER DETAIL THE SIMULATION RUN HELD, IN TRANSIN ORDER. SAME   00001530
      *    LAYOUT AS HOLDREC, KEPT IN SYNC BY HAND; ONLY THE FIELDS     00001540
      *    USED BELOW ARE NAMED.                                        00001550
       01  SH-RECORD.                                                   00001560
           05  SH-TRAN-ID               PIC X(12).                      00001570
           05  SH-HOLD-DATE             PIC X(08).                      00001580
           05  SH-HOLD-STREAM           PIC X(01).                      00001590
           05  SH-STATUS                PIC X(01).                      00001600
           05  SH-SOURCE-SYS            PIC X(04).                      00001610
           05  SH-CURRENCY-CODE         PIC X(03).                      00001620
           05  SH-ORIGINAL-STRING       PIC X(15).                      00001630
           05  SH-ORIGINAL-AMOUNT       PIC S9(09)V99.                  00001640
           05  SH-AMOUNT                PIC S9(09)V99.                  00001650
           05  SH-THRESHOLD             PIC 9(09)V99.                   00001660
           05  SH-SIDE-COUNT            PIC 9(01).                      00001670
           05  SH-AMOUNT-SIDE           PIC S9(09)V99 OCCURS 4 TIMES.   00001680
           05  FILLER                   PIC X(28).                      00001690
       FD  REPORT-FILE                                                  00001700
           RECORDING MODE IS F.                                         00001710
      *    THE COMPARISON REPORT, ONE 80-BYTE PRINT LINE PER RECORD,    00001720
      *    SAME CONVENTION AS SUMRPT/RAGRPT/HLDRPT.                     00001730
       01  RPT-RECORD                  PIC X(80).                       00001740
       WORKING-STORAGE SECTION.                                         00001750
       01  WS-TRANS-STATUS             PIC XX.                          00001760
       01  WS-PEXT-STATUS              PIC XX.                          00001770
       01  WS-PREJ-STATUS              PIC XX.                          00001780
       01  WS-POVF-STATUS              PIC XX.                          00001790
       01  WS-HOLDQ-STATUS             PIC XX.                          00001800
       01  WS-SEXT-STATUS              PIC XX.                          00001810
       01  WS-SREJ-STATUS              PIC XX.                          00001820
       01  WS-SOVF-STATUS              PIC XX.                          00001830
       01  WS-SHOLD-STATUS             PIC XX.                          00001840
       01  WS-REPORT-STATUS            PIC XX.                          00001850
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00001860
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00001870
       01  WS-TIMESTAMP                PIC X(21).                       00001880
       01  WS-TRANS-EOF-SW             PIC X VALUE 'N'.                 00001890
           88  WS-TRANS-EOF            VALUE 'Y'.                       00001900
       01  WS-PEXT-EOF-SW              PIC X VALUE 'N'.                 00001910
           88  WS-PEXT-EOF             VALUE 'Y'.                       00001920
       01  WS-PREJ-EOF-SW              PIC X VALUE 'N'.                 00001930
           88  WS-PREJ-EOF             VALUE 'Y'.                       00001940
       01  WS-POVF-EOF-SW              PIC X VALUE 'N'.                 00001950
           88  WS-POVF-EOF             VALUE 'Y'.                       00001960
       01  WS-HOLDQ-EOF-SW             PIC X VALUE 'N'.                 00001970
           88  WS-HOLDQ-EOF            VALUE 'Y'.                       00001980
       01  WS-SEXT-EOF-SW              PIC X VALUE 'N'.                 00001990
           88  WS-SEXT-EOF             VALUE 'Y'.                       00002000
       01  WS-SREJ-EOF-SW              PIC X VALUE 'N'.                 00002010
           88  WS-SREJ-EOF             VALUE 'Y'.                       00002020
       01  WS-SOVF-EOF-SW              PIC X VALUE 'N'.                 00002030
           88  WS-SOVF-EOF             VALUE 'Y'.                       00002040
       01  WS-SHOLD-EOF-SW             PIC X VALUE 'N'.                 00002050
           88  WS-SHOLD-EOF            VALUE 'Y'.                       00002060
       01  WS-HDR-RUN-DATE             PIC X(08) VALUE SPACES.          00002070
       01  WS-CURRENT-TRAN-ID          PIC X(12) VALUE SPACES.          00002080
       01  WS-CURRENT-SOURCE           PIC X(04) VALUE SPACES.          00002090
       01  WS-CURRENT-CURRENCY         PIC X(03) VALUE SPACES.          00002100
      *    WHAT EACH RUN DID WITH THE CURRENT TRANSACTION. THE          00002110
      *    DISPOSITION TEXT CARRIES THE REASON CODE OF A REJECT, SO A   00002120
      *    REJECT MOVING FROM ONE REASON TO ANOTHER SHOWS AS A CHANGE.  00002130
      *    AMOUNT AND SIDES ARE ZERO UNLESS POSTED OR HELD.             00002140
       01  WS-PROD-ITEM.                                                00002150
           05  WS-PROD-DISP             PIC X(20).                      00002160
           05  WS-PROD-DISP-SUB         PIC 9(01).                      00002170
           05  WS-PROD-CURRENCY         PIC X(03).                      00002180
           05  WS-PROD-AMOUNT           PIC S9(09)V99.                  00002190
           05  WS-PROD-SIDE-COUNT       PIC 9(01).                      00002200
           05  WS-PROD-SIDE             PIC S9(09)V99 OCCURS 4 TIMES.   00002210
       01  WS-SIM-ITEM.                                                 00002220
           05  WS-SIM-DISP              PIC X(20).                      00002230
           05  WS-SIM-DISP-SUB          PIC 9(01).                      00002240
           05  WS-SIM-CURRENCY          PIC X(03).                      00002250
           05  WS-SIM-AMOUNT            PIC S9(09)V99.                  00002260
           05  WS-SIM-SIDE-COUNT        PIC 9(01).                      00002270
           05  WS-SIM-SIDE              PIC S9(09)V99 OCCURS 4 TIMES.   00002280
       01  WS-SIDE-SUB                 PIC 9(01) VALUE ZERO.            00002290
       01  WS-ITEM-CHANGED-SW          PIC X VALUE 'N'.                 00002300
           88  WS-ITEM-CHANGED         VALUE 'Y'.                       00002310
       01  WS-SPLIT-CHANGED-SW         PIC X VALUE 'N'.                 00002320
           88  WS-SPLIT-CHANGED        VALUE 'Y'.                       00002330
      *    DISPOSITION NAMES AND THE COUNT OF EACH FOR BOTH RUNS -      00002340
      *    SUBSCRIPT 1 POSTED, 2 REJECTED, 3 OVERFLOW, 4 HELD, 5 NONE.  00002350
       01  WS-DISP-NAME-VALUES.                                         00002360
           05  FILLER                   PIC X(08) VALUE 'POSTED'.       00002370
           05  FILLER                   PIC X(08) VALUE 'REJECTED'.     00002380
           05  FILLER                   PIC X(08) VALUE 'OVERFLOW'.     00002390
           05  FILLER                   PIC X(08) VALUE 'HELD'.         00002400
           05  FILLER                   PIC X(08) VALUE 'NONE'.         00002410
       01  WS-DISP-NAME-TABLE REDEFINES WS-DISP-NAME-VALUES.            00002420
           05  WS-DISP-NAME             PIC X(08) OCCURS 5 TIMES.       00002430
       01  WS-DISP-COUNT-TABLE.                                         00002440
           05  WS-DISP-COUNT-ENTRY      OCCURS 5 TIMES.                 00002450
               10  WS-DISP-PROD-COUNT   PIC 9(09).                      00002460
               10  WS-DISP-SIM-COUNT    PIC 9(09).                      00002470
       01  WS-DISP-SUB                 PIC 9(01) VALUE ZERO.            00002480
      *    TOTALS BY SOURCE SYSTEM AND CURRENCY, KEPT IN KEY ORDER BY   00002490
      *    2500-ADD-TO-TOTALS-PARA. POSTED AMOUNTS ARE WHAT EACH RUN    00002500
      *    SENT TO EXTROUT (REVERSALS INCLUDED, SO NET).                00002510
       01  WS-TOT-TABLE.                                                00002520
           05  WS-TOT-ENTRY             OCCURS 200 TIMES.               00002530
               10  WS-TOT-KEY.                                          00002540
                   15  WS-TOT-SOURCE    PIC X(04).                      00002550
                   15  WS-TOT-CURRENCY  PIC X(03).                      00002560
               10  WS-TOT-ITEMS         PIC 9(07).                      00002570
               10  WS-TOT-CHANGED       PIC 9(07).                      00002580
               10  WS-TOT-PROD-POSTED   PIC S9(11)V99.                  00002590
               10  WS-TOT-SIM-POSTED    PIC S9(11)V99.                  00002600
       01  WS-TOT-COUNT                PIC 9(03) VALUE ZERO.            00002610
       01  WS-TOT-MAX                  PIC 9(03) VALUE 200.             00002620
       01  WS-TOT-SUB                  PIC 9(03) VALUE ZERO.            00002630
       01  WS-TOT-FIND-SUB             PIC 9(03) VALUE ZERO.            00002640
       01  WS-TOT-SHIFT-SUB            PIC 9(03) VALUE ZERO.            00002650
       01  WS-TOT-FIND-KEY.                                             00002660
           05  WS-TOT-FIND-SOURCE       PIC X(04).                      00002670
           05  WS-TOT-FIND-CURRENCY     PIC X(03).                      00002680
       01  WS-GRAND-ITEMS              PIC 9(07) VALUE ZERO.            00002690
       01  WS-GRAND-CHANGED            PIC 9(07) VALUE ZERO.            00002700
       01  WS-GRAND-PROD-POSTED        PIC S9(11)V99 VALUE ZERO.        00002710
       01  WS-GRAND-SIM-POSTED         PIC S9(11)V99 VALUE ZERO.        00002720
       01  WS-DISP-CHANGED-COUNT       PIC 9(09) VALUE ZERO.            00002730
       01  WS-AMOUNT-CHANGED-COUNT     PIC 9(09) VALUE ZERO.            00002740
       01  WS-SPLIT-CHANGED-COUNT      PIC 9(09) VALUE ZERO.            00002750
      *    OUTPUT ROWS THAT MATCHED NO TRANSIN DETAIL - NONZERO MEANS   00002760
      *    THE DDS DO NOT ALL BELONG TO THE SAME NIGHT.                 00002770
       01  WS-PROD-STRAY-COUNT         PIC 9(09) VALUE ZERO.            00002780
       01  WS-SIM-STRAY-COUNT          PIC 9(09) VALUE ZERO.            00002790
       01  WS-PROD-RELEASES-SKIPPED    PIC 9(09) VALUE ZERO.            00002800
       01  WS-CTL-ABEND-MSG            PIC X(50) VALUE SPACES.          00002810
       01  WS-RPT-TITLE.                                                00002820
           05  FILLER                   PIC X(44) VALUE                 00002830
               'PGM1 WHAT-IF COMPARISON FOR BUSINESS DATE   '.          00002840
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00002850
           05  FILLER                   PIC X(06) VALUE '  RUN '.       00002860
           05  WS-RPT-TITLE-RUN         PIC X(08).                      00002870
           05  FILLER                   PIC X(14) VALUE SPACES.         00002880
       01  WS-RPT-HEADING.                                              00002890
           05  FILLER                   PIC X(40) VALUE                 00002900
               'TRAN-ID      SRC  CCY ITEM     PRODUCTIO'.              00002910
           05  FILLER                   PIC X(40) VALUE                 00002920
               'N           SIMULATION                  '.              00002930
       01  WS-RPT-DETAIL.                                               00002940
           05  WS-RPT-TRAN-ID           PIC X(12).                      00002950
           05  FILLER                   PIC X(01) VALUE SPACES.         00002960
           05  WS-RPT-SOURCE            PIC X(04).                      00002970
           05  FILLER                   PIC X(01) VALUE SPACES.         00002980
           05  WS-RPT-CURRENCY          PIC X(03).                      00002990
           05  FILLER                   PIC X(01) VALUE SPACES.         00003000
           05  WS-RPT-ITEM              PIC X(08).                      00003010
           05  FILLER                   PIC X(01) VALUE SPACES.         00003020
           05  WS-RPT-PROD              PIC X(20).                      00003030
           05  WS-RPT-PROD-AMT REDEFINES WS-RPT-PROD.                   00003040
               10  WS-RPT-PROD-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.            00003050
               10  FILLER               PIC X(05).                      00003060
           05  FILLER                   PIC X(01) VALUE SPACES.         00003070
           05  WS-RPT-SIM               PIC X(20).                      00003080
           05  WS-RPT-SIM-AMT REDEFINES WS-RPT-SIM.                     00003090
               10  WS-RPT-SIM-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.            00003100
               10  FILLER               PIC X(05).                      00003110
           05  FILLER                   PIC X(08) VALUE SPACES.         00003120
       01  WS-RPT-NO-CHANGE-LINE.                                       00003130
           05  FILLER                   PIC X(40) VALUE                 00003140
               'NO TRANSACTION CHANGED DISPOSITION, AMOU'.              00003150
           05  FILLER                   PIC X(40) VALUE                 00003160
               'NT OR SPLIT                             '.              00003170
       01  WS-RPT-TOT-TITLE.                                            00003180
           05  FILLER                   PIC X(40) VALUE                 00003190
               'TOTALS BY SOURCE AND CURRENCY           '.              00003200
           05  FILLER                   PIC X(40) VALUE SPACES.         00003210
       01  WS-RPT-TOT-HEADING.                                          00003220
           05  FILLER                   PIC X(40) VALUE                 00003230
               'SRC  CCY   ITEMS CHANGED    PROD POSTED '.              00003240
           05  FILLER                   PIC X(40) VALUE                 00003250
               '    SIM POSTED      DIFFERENCE          '.              00003260
       01  WS-RPT-TOT-LINE.                                             00003270
           05  WS-RPT-TOT-SOURCE        PIC X(04).                      00003280
           05  FILLER                   PIC X(01) VALUE SPACES.         00003290
           05  WS-RPT-TOT-CURRENCY      PIC X(03).                      00003300
           05  FILLER                   PIC X(01) VALUE SPACES.         00003310
           05  WS-RPT-TOT-ITEMS         PIC Z(06)9.                     00003320
           05  FILLER                   PIC X(01) VALUE SPACES.         00003330
           05  WS-RPT-TOT-CHANGED       PIC Z(06)9.                     00003340
           05  FILLER                   PIC X(01) VALUE SPACES.         00003350
           05  WS-RPT-TOT-PROD          PIC -(11)9.99.                  00003360
           05  FILLER                   PIC X(01) VALUE SPACES.         00003370
           05  WS-RPT-TOT-SIM           PIC -(11)9.99.                  00003380
           05  FILLER                   PIC X(01) VALUE SPACES.         00003390
           05  WS-RPT-TOT-DIFF          PIC -(11)9.99.                  00003400
           05  FILLER                   PIC X(08) VALUE SPACES.         00003410
       01  WS-TOT-DIFF                 PIC S9(11)V99 VALUE ZERO.        00003420
       01  WS-RPT-DISP-HEADING.                                         00003430
           05  FILLER                   PIC X(40) VALUE                 00003440
               'DISPOSITION        PRODUCTION  SIMULATIO'.              00003450
           05  FILLER                   PIC X(40) VALUE                 00003460
               'N                                       '.              00003470
       01  WS-RPT-COUNT-LINE.                                           00003480
           05  WS-RPT-COUNT-LABEL       PIC X(18).                      00003490
           05  FILLER                   PIC X(01) VALUE SPACES.         00003500
           05  WS-RPT-COUNT-PROD        PIC Z(08)9.                     00003510
           05  FILLER                   PIC X(03) VALUE SPACES.         00003520
           05  WS-RPT-COUNT-SIM         PIC Z(08)9.                     00003530
           05  FILLER                   PIC X(40) VALUE SPACES.         00003540
       PROCEDURE DIVISION.                                              00003550
       0000-MAIN-PARA.                                                  00003560
            PERFORM 1000-OPEN-FILES-PARA                                00003570
            PERFORM 1100-READ-HEADER-PARA                               00003580
            PERFORM 1200-PRIME-INPUTS-PARA                              00003590
            PERFORM 1900-GET-TIMESTAMP-PARA                             00003600
            MOVE WS-HDR-RUN-DATE TO WS-RPT-TITLE-DATE                   00003610
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-RUN                  00003620
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00003630
            PERFORM 4900-WRITE-LINE-PARA                                00003640
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00003650
            PERFORM 4900-WRITE-LINE-PARA                                00003660
            PERFORM 2000-COMPARE-ITEMS-PARA                             00003670
            PERFORM 3000-COUNT-STRAYS-PARA                              00003680
            PERFORM 4000-WRITE-TOTALS-PARA                              00003690
            PERFORM 4200-WRITE-DISPOSITIONS-PARA                        00003700
            CLOSE TRANS-FILE                                            00003710
            CLOSE PEXT-FILE                                             00003720
            CLOSE PREJ-FILE                                             00003730
            CLOSE POVF-FILE                                             00003740
            CLOSE HOLDQ-FILE                                            00003750
            CLOSE SEXT-FILE                                             00003760
            CLOSE SREJ-FILE                                             00003770
            CLOSE SOVF-FILE                                             00003780
            CLOSE SHOLD-FILE                                            00003790
            CLOSE REPORT-FILE                                           00003800
            PERFORM 9997-COMPARISON-ALERT-PARA                          00003810
            STOP RUN.                                                   00003820
                                                                        00003830
       1000-OPEN-FILES-PARA.                                            00003840
            OPEN INPUT TRANS-FILE                                       00003850
            MOVE WS-TRANS-STATUS TO WS-FILE-CHECK-STATUS                00003860
            MOVE 'TRANS-FILE OPEN' TO WS-FILE-CHECK-NAME                00003870
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003880
            OPEN INPUT PEXT-FILE                                        00003890
            MOVE WS-PEXT-STATUS TO WS-FILE-CHECK-STATUS                 00003900
            MOVE 'PEXT-FILE OPEN' TO WS-FILE-CHECK-NAME                 00003910
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003920
            OPEN INPUT PREJ-FILE                                        00003930
            MOVE WS-PREJ-STATUS TO WS-FILE-CHECK-STATUS                 00003940
            MOVE 'PREJ-FILE OPEN' TO WS-FILE-CHECK-NAME                 00003950
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003960
            OPEN INPUT POVF-FILE                                        00003970
            MOVE WS-POVF-STATUS TO WS-FILE-CHECK-STATUS                 00003980
            MOVE 'POVF-FILE OPEN' TO WS-FILE-CHECK-NAME                 00003990
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004000
            OPEN INPUT HOLDQ-FILE                                       00004010
            MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS                00004020
            MOVE 'HOLDQ-FILE OPEN' TO WS-FILE-CHECK-NAME                00004030
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004040
            OPEN INPUT SEXT-FILE                                        00004050
            MOVE WS-SEXT-STATUS TO WS-FILE-CHECK-STATUS                 00004060
            MOVE 'SEXT-FILE OPEN' TO WS-FILE-CHECK-NAME                 00004070
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004080
            OPEN INPUT SREJ-FILE                                        00004090
            MOVE WS-SREJ-STATUS TO WS-FILE-CHECK-STATUS                 00004100
            MOVE 'SREJ-FILE OPEN' TO WS-FILE-CHECK-NAME                 00004110
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004120
            OPEN INPUT SOVF-FILE                                        00004130
            MOVE WS-SOVF-STATUS TO WS-FILE-CHECK-STATUS                 00004140
            MOVE 'SOVF-FILE OPEN' TO WS-FILE-CHECK-NAME                 00004150
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004160
            OPEN INPUT SHOLD-FILE                                       00004170
            MOVE WS-SHOLD-STATUS TO WS-FILE-CHECK-STATUS                00004180
            MOVE 'SHOLD-FILE OPEN' TO WS-FILE-CHECK-NAME                00004190
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004200
            OPEN OUTPUT REPORT-FILE                                     00004210
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00004220
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00004230
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004240
            MOVE ZERO TO WS-TOT-COUNT                                   00004250
            PERFORM VARYING WS-DISP-SUB FROM 1 BY 1                     00004260
                UNTIL WS-DISP-SUB > 5                                   00004270
              MOVE ZERO TO WS-DISP-PROD-COUNT(WS-DISP-SUB)              00004280
              MOVE ZERO TO WS-DISP-SIM-COUNT(WS-DISP-SUB)               00004290
            END-PERFORM.                                                00004300
                                                                        00004310
       1100-READ-HEADER-PARA.                                           00004320
      *    THE HEADER'S BUSINESS DATE TITLES THE REPORT AND PICKS OUT   00004330
      *    TONIGHT'S ITEMS ON HOLDQ - NO HEADER, NOTHING TO COMPARE.    00004340
            READ TRANS-FILE                                             00004350
                AT END MOVE 'Y' TO WS-TRANS-EOF-SW                      00004360
            END-READ                                                    00004370
            IF WS-TRANS-EOF OR NOT TR-TYPE-HEADER                       00004380
              MOVE 'TRANSIN HEADER RECORD MISSING OR INVALID'           00004390
                  TO WS-CTL-ABEND-MSG                                   00004400
              PERFORM 9995-CONTROL-ABEND-PARA                           00004410
            END-IF                                                      00004420
            MOVE TR-HDR-RUN-DATE TO WS-HDR-RUN-DATE                     00004430
            READ TRANS-FILE                                             00004440
                AT END MOVE 'Y' TO WS-TRANS-EOF-SW                      00004450
            END-READ.                                                   00004460
                                                                        00004470
       1200-PRIME-INPUTS-PARA.                                          00004480
            PERFORM 8100-READ-PEXT-PARA                                 00004490
            PERFORM 8200-READ-PREJ-PARA                                 00004500
            PERFORM 8300-READ-POVF-PARA                                 00004510
            PERFORM 8400-READ-HOLDQ-PARA                                00004520
            PERFORM 8500-READ-SEXT-PARA                                 00004530
            PERFORM 8600-READ-SREJ-PARA                                 00004540
            PERFORM 8700-READ-SOVF-PARA                                 00004550
            PERFORM 8800-READ-SHOLD-PARA.                               00004560
                                                                        00004570
       1900-GET-TIMESTAMP-PARA.                                         00004580
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00004590
                                                                        00004600
       2000-COMPARE-ITEMS-PARA.                                         00004610
      *    WALK TRANSIN'S DETAILS AND REVERSALS IN ORDER. EVERY FILE IN 00004620
      *    THIS MERGE IS WRITTEN IN ASCENDING TR-TRAN-ID ORDER (SEE     00004630
      *    PGM1VER), SO ONE FORWARD PASS PAIRS EACH TRANSACTION WITH    00004640
      *    WHAT BOTH RUNS DID WITH IT.                                  00004650
            PERFORM UNTIL WS-TRANS-EOF OR TR-TYPE-TRAILER               00004660
              IF TR-TYPE-DETAIL OR TR-TYPE-REVERSAL                     00004670
                MOVE TR-TRAN-ID TO WS-CURRENT-TRAN-ID                   00004680
                MOVE TR-SOURCE-SYS TO WS-CURRENT-SOURCE                 00004690
                IF TR-TYPE-DETAIL                                       00004700
                  MOVE TR-CURRENCY-CODE TO WS-CURRENT-CURRENCY          00004710
                ELSE                                                    00004720
                  MOVE SPACES TO WS-CURRENT-CURRENCY                    00004730
                END-IF                                                  00004740
                PERFORM 2100-COMPARE-ONE-ITEM-PARA                      00004750
              END-IF                                                    00004760
              READ TRANS-FILE                                           00004770
                  AT END MOVE 'Y' TO WS-TRANS-EOF-SW                    00004780
              END-READ                                                  00004790
            END-PERFORM.                                                00004800
                                                                        00004810
       2100-COMPARE-ONE-ITEM-PARA.                                      00004820
            PERFORM 2200-FIND-PRODUCTION-PARA                           00004830
            PERFORM 2300-FIND-SIMULATION-PARA                           00004840
      *    A REVERSAL CARRIES NO CURRENCY OF ITS OWN - IT TAKES THE     00004850
      *    ONE ITS POSTED ROW WAS WRITTEN IN.                           00004860
            IF WS-CURRENT-CURRENCY = SPACES                             00004870
              IF WS-PROD-CURRENCY NOT = SPACES                          00004880
                MOVE WS-PROD-CURRENCY TO WS-CURRENT-CURRENCY            00004890
              ELSE                                                      00004900
                MOVE WS-SIM-CURRENCY TO WS-CURRENT-CURRENCY             00004910
              END-IF                                                    00004920
            END-IF                                                      00004930
            ADD 1 TO WS-DISP-PROD-COUNT(WS-PROD-DISP-SUB)               00004940
            ADD 1 TO WS-DISP-SIM-COUNT(WS-SIM-DISP-SUB)                 00004950
            MOVE 'N' TO WS-ITEM-CHANGED-SW                              00004960
            MOVE 'N' TO WS-SPLIT-CHANGED-SW                             00004970
            IF WS-PROD-SIDE-COUNT NOT = WS-SIM-SIDE-COUNT               00004980
              SET WS-SPLIT-CHANGED TO TRUE                              00004990
            END-IF                                                      00005000
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00005010
                UNTIL WS-SIDE-SUB > 4                                   00005020
              IF WS-PROD-SIDE(WS-SIDE-SUB) NOT =                        00005030
                  WS-SIM-SIDE(WS-SIDE-SUB)                              00005040
                SET WS-SPLIT-CHANGED TO TRUE                            00005050
              END-IF                                                    00005060
            END-PERFORM                                                 00005070
            IF WS-PROD-DISP NOT = WS-SIM-DISP                           00005080
              SET WS-ITEM-CHANGED TO TRUE                               00005090
              ADD 1 TO WS-DISP-CHANGED-COUNT                            00005100
            END-IF                                                      00005110
            IF WS-PROD-AMOUNT NOT = WS-SIM-AMOUNT                       00005120
              SET WS-ITEM-CHANGED TO TRUE                               00005130
              ADD 1 TO WS-AMOUNT-CHANGED-COUNT                          00005140
            END-IF                                                      00005150
            IF WS-SPLIT-CHANGED                                         00005160
              SET WS-ITEM-CHANGED TO TRUE                               00005170
              ADD 1 TO WS-SPLIT-CHANGED-COUNT                           00005180
            END-IF                                                      00005190
            IF WS-ITEM-CHANGED                                          00005200
              PERFORM 2400-LIST-CHANGES-PARA                            00005210
            END-IF                                                      00005220
            PERFORM 2500-ADD-TO-TOTALS-PARA.                            00005230
                                                                        00005240
       2200-FIND-PRODUCTION-PARA.                                       00005250
      *    WHAT PRODUCTION DID WITH THE CURRENT TRANSACTION. A ROW      00005260
      *    WHOSE ID SORTS BELOW IT BELONGS TO NO TRANSIN DETAIL AND IS  00005270
      *    COUNTED AS A STRAY AS IT IS SKIPPED.                         00005280
            MOVE SPACES TO WS-PROD-CURRENCY                             00005290
            MOVE ZERO TO WS-PROD-AMOUNT                                 00005300
            MOVE ZERO TO WS-PROD-SIDE-COUNT                             00005310
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00005320
                UNTIL WS-SIDE-SUB > 4                                   00005330
              MOVE ZERO TO WS-PROD-SIDE(WS-SIDE-SUB)                    00005340
            END-PERFORM                                                 00005350
            MOVE 5 TO WS-PROD-DISP-SUB                                  00005360
            MOVE 'NONE' TO WS-PROD-DISP                                 00005370
            PERFORM UNTIL WS-PEXT-EOF                                   00005380
                OR PX-TRAN-ID >= WS-CURRENT-TRAN-ID                     00005390
              ADD 1 TO WS-PROD-STRAY-COUNT                              00005400
              PERFORM 8100-READ-PEXT-PARA                               00005410
            END-PERFORM                                                 00005420
            PERFORM UNTIL WS-PEXT-EOF                                   00005430
                OR PX-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00005440
              MOVE 1 TO WS-PROD-DISP-SUB                                00005450
              MOVE 'POSTED' TO WS-PROD-DISP                             00005460
              MOVE PX-CURRENCY-CODE TO WS-PROD-CURRENCY                 00005470
              MOVE PX-AMOUNT TO WS-PROD-AMOUNT                          00005480
              MOVE PX-SIDE-COUNT TO WS-PROD-SIDE-COUNT                  00005490
              MOVE PX-AMOUNT-SIDE-1 TO WS-PROD-SIDE(1)                  00005500
              MOVE PX-AMOUNT-SIDE-2 TO WS-PROD-SIDE(2)                  00005510
              MOVE PX-AMOUNT-SIDE-3 TO WS-PROD-SIDE(3)                  00005520
              MOVE PX-AMOUNT-SIDE-4 TO WS-PROD-SIDE(4)                  00005530
              PERFORM 8100-READ-PEXT-PARA                               00005540
            END-PERFORM                                                 00005550
            PERFORM UNTIL WS-PREJ-EOF                                   00005560
                OR REJ-TRAN-ID >= WS-CURRENT-TRAN-ID                    00005570
              ADD 1 TO WS-PROD-STRAY-COUNT                              00005580
              PERFORM 8200-READ-PREJ-PARA                               00005590
            END-PERFORM                                                 00005600
            PERFORM UNTIL WS-PREJ-EOF                                   00005610
                OR REJ-TRAN-ID NOT = WS-CURRENT-TRAN-ID                 00005620
              MOVE 2 TO WS-PROD-DISP-SUB                                00005630
              MOVE SPACES TO WS-PROD-DISP                               00005640
              STRING 'REJECTED ' REJ-REASON-CODE                        00005650
                  DELIMITED BY SIZE INTO WS-PROD-DISP                   00005660
              END-STRING                                                00005670
              PERFORM 8200-READ-PREJ-PARA                               00005680
            END-PERFORM                                                 00005690
            PERFORM UNTIL WS-POVF-EOF                                   00005700
                OR PV-TRAN-ID >= WS-CURRENT-TRAN-ID                     00005710
              ADD 1 TO WS-PROD-STRAY-COUNT                              00005720
              PERFORM 8300-READ-POVF-PARA                               00005730
            END-PERFORM                                                 00005740
            PERFORM UNTIL WS-POVF-EOF                                   00005750
                OR PV-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00005760
              MOVE 3 TO WS-PROD-DISP-SUB                                00005770
              MOVE 'OVERFLOW' TO WS-PROD-DISP                           00005780
              PERFORM 8300-READ-POVF-PARA                               00005790
            END-PERFORM                                                 00005800
            PERFORM UNTIL WS-HOLDQ-EOF                                  00005810
                OR HQ-TRAN-ID >= WS-CURRENT-TRAN-ID                     00005820
              ADD 1 TO WS-PROD-STRAY-COUNT                              00005830
              PERFORM 8400-READ-HOLDQ-PARA                              00005840
            END-PERFORM                                                 00005850
            PERFORM UNTIL WS-HOLDQ-EOF                                  00005860
                OR HQ-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00005870
              MOVE 4 TO WS-PROD-DISP-SUB                                00005880
              MOVE 'HELD' TO WS-PROD-DISP                               00005890
              MOVE HQ-CURRENCY-CODE TO WS-PROD-CURRENCY                 00005900
              MOVE HQ-AMOUNT TO WS-PROD-AMOUNT                          00005910
              MOVE HQ-SIDE-COUNT TO WS-PROD-SIDE-COUNT                  00005920
              PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                   00005930
                  UNTIL WS-SIDE-SUB > 4                                 00005940
                MOVE HQ-AMOUNT-SIDE(WS-SIDE-SUB)                        00005950
                    TO WS-PROD-SIDE(WS-SIDE-SUB)                        00005960
              END-PERFORM                                               00005970
              PERFORM 8400-READ-HOLDQ-PARA                              00005980
            END-PERFORM.                                                00005990
                                                                        00006000
       2300-FIND-SIMULATION-PARA.                                       00006010
      *    SAME AGAIN FOR THE SIMULATION RUN'S OUTPUTS.                 00006020
            MOVE SPACES TO WS-SIM-CURRENCY                              00006030
            MOVE ZERO TO WS-SIM-AMOUNT                                  00006040
            MOVE ZERO TO WS-SIM-SIDE-COUNT                              00006050
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00006060
                UNTIL WS-SIDE-SUB > 4                                   00006070
              MOVE ZERO TO WS-SIM-SIDE(WS-SIDE-SUB)                     00006080
            END-PERFORM                                                 00006090
            MOVE 5 TO WS-SIM-DISP-SUB                                   00006100
            MOVE 'NONE' TO WS-SIM-DISP                                  00006110
            PERFORM UNTIL WS-SEXT-EOF                                   00006120
                OR SX-TRAN-ID >= WS-CURRENT-TRAN-ID                     00006130
              ADD 1 TO WS-SIM-STRAY-COUNT                               00006140
              PERFORM 8500-READ-SEXT-PARA                               00006150
            END-PERFORM                                                 00006160
            PERFORM UNTIL WS-SEXT-EOF                                   00006170
                OR SX-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00006180
              MOVE 1 TO WS-SIM-DISP-SUB                                 00006190
              MOVE 'POSTED' TO WS-SIM-DISP                              00006200
              MOVE SX-CURRENCY-CODE TO WS-SIM-CURRENCY                  00006210
              MOVE SX-AMOUNT TO WS-SIM-AMOUNT                           00006220
              MOVE SX-SIDE-COUNT TO WS-SIM-SIDE-COUNT                   00006230
              MOVE SX-AMOUNT-SIDE-1 TO WS-SIM-SIDE(1)                   00006240
              MOVE SX-AMOUNT-SIDE-2 TO WS-SIM-SIDE(2)                   00006250
              MOVE SX-AMOUNT-SIDE-3 TO WS-SIM-SIDE(3)                   00006260
              MOVE SX-AMOUNT-SIDE-4 TO WS-SIM-SIDE(4)                   00006270
              PERFORM 8500-READ-SEXT-PARA                               00006280
            END-PERFORM                                                 00006290
            PERFORM UNTIL WS-SREJ-EOF                                   00006300
                OR SJ-TRAN-ID >= WS-CURRENT-TRAN-ID                     00006310
              ADD 1 TO WS-SIM-STRAY-COUNT                               00006320
              PERFORM 8600-READ-SREJ-PARA                               00006330
            END-PERFORM                                                 00006340
            PERFORM UNTIL WS-SREJ-EOF                                   00006350
                OR SJ-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00006360
              MOVE 2 TO WS-SIM-DISP-SUB                                 00006370
              MOVE SPACES TO WS-SIM-DISP                                00006380
              STRING 'REJECTED ' SJ-REASON-CODE                         00006390
                  DELIMITED BY SIZE INTO WS-SIM-DISP                    00006400
              END-STRING                                                00006410
              PERFORM 8600-READ-SREJ-PARA                               00006420
            END-PERFORM                                                 00006430
            PERFORM UNTIL WS-SOVF-EOF                                   00006440
                OR SV-TRAN-ID >= WS-CURRENT-TRAN-ID                     00006450
              ADD 1 TO WS-SIM-STRAY-COUNT                               00006460
              PERFORM 8700-READ-SOVF-PARA                               00006470
            END-PERFORM                                                 00006480
            PERFORM UNTIL WS-SOVF-EOF                                   00006490
                OR SV-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00006500
              MOVE 3 TO WS-SIM-DISP-SUB                                 00006510
              MOVE 'OVERFLOW' TO WS-SIM-DISP                            00006520
              PERFORM 8700-READ-SOVF-PARA                               00006530
            END-PERFORM                                                 00006540
            PERFORM UNTIL WS-SHOLD-EOF                                  00006550
                OR SH-TRAN-ID >= WS-CURRENT-TRAN-ID                     00006560
              ADD 1 TO WS-SIM-STRAY-COUNT                               00006570
              PERFORM 8800-READ-SHOLD-PARA                              00006580
            END-PERFORM                                                 00006590
            PERFORM UNTIL WS-SHOLD-EOF                                  00006600
                OR SH-TRAN-ID NOT = WS-CURRENT-TRAN-ID                  00006610
              MOVE 4 TO WS-SIM-DISP-SUB                                 00006620
              MOVE 'HELD' TO WS-SIM-DISP                                00006630
              MOVE SH-CURRENCY-CODE TO WS-SIM-CURRENCY                  00006640
              MOVE SH-AMOUNT TO WS-SIM-AMOUNT                           00006650
              MOVE SH-SIDE-COUNT TO WS-SIM-SIDE-COUNT                   00006660
              PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                   00006670
                  UNTIL WS-SIDE-SUB > 4                                 00006680
                MOVE SH-AMOUNT-SIDE(WS-SIDE-SUB)                        00006690
                    TO WS-SIM-SIDE(WS-SIDE-SUB)                         00006700
              END-PERFORM                                               00006710
              PERFORM 8800-READ-SHOLD-PARA                              00006720
            END-PERFORM.                                                00006730
                                                                        00006740
       2400-LIST-CHANGES-PARA.                                          00006750
      *    ONE LINE PER THING THAT CHANGED - DISPOSITION, CONVERTED     00006760
      *    AMOUNT, SIDE COUNT, THEN EACH SIDE WHOSE AMOUNT MOVED.       00006770
            MOVE WS-CURRENT-TRAN-ID TO WS-RPT-TRAN-ID                   00006780
            MOVE WS-CURRENT-SOURCE TO WS-RPT-SOURCE                     00006790
            MOVE WS-CURRENT-CURRENCY TO WS-RPT-CURRENCY                 00006800
            IF WS-PROD-DISP NOT = WS-SIM-DISP                           00006810
              MOVE 'DISPOSN' TO WS-RPT-ITEM                             00006820
              MOVE WS-PROD-DISP TO WS-RPT-PROD                          00006830
              MOVE WS-SIM-DISP TO WS-RPT-SIM                            00006840
              PERFORM 2450-WRITE-CHANGE-LINE-PARA                       00006850
            END-IF                                                      00006860
            IF WS-PROD-AMOUNT NOT = WS-SIM-AMOUNT                       00006870
              MOVE 'AMOUNT' TO WS-RPT-ITEM                              00006880
              MOVE SPACES TO WS-RPT-PROD                                00006890
              MOVE SPACES TO WS-RPT-SIM                                 00006900
              MOVE WS-PROD-AMOUNT TO WS-RPT-PROD-EDIT                   00006910
              MOVE WS-SIM-AMOUNT TO WS-RPT-SIM-EDIT                     00006920
              PERFORM 2450-WRITE-CHANGE-LINE-PARA                       00006930
            END-IF                                                      00006940
            IF WS-PROD-SIDE-COUNT NOT = WS-SIM-SIDE-COUNT               00006950
              MOVE 'SIDES' TO WS-RPT-ITEM                               00006960
              MOVE SPACES TO WS-RPT-PROD                                00006970
              MOVE SPACES TO WS-RPT-SIM                                 00006980
              MOVE WS-PROD-SIDE-COUNT TO WS-RPT-PROD(1:1)               00006990
              MOVE WS-SIM-SIDE-COUNT TO WS-RPT-SIM(1:1)                 00007000
              PERFORM 2450-WRITE-CHANGE-LINE-PARA                       00007010
            END-IF                                                      00007020
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00007030
                UNTIL WS-SIDE-SUB > 4                                   00007040
              IF WS-PROD-SIDE(WS-SIDE-SUB) NOT =                        00007050
                  WS-SIM-SIDE(WS-SIDE-SUB)                              00007060
                MOVE SPACES TO WS-RPT-ITEM                              00007070
                STRING 'SIDE-' WS-SIDE-SUB                              00007080
                    DELIMITED BY SIZE INTO WS-RPT-ITEM                  00007090
                END-STRING                                              00007100
                MOVE SPACES TO WS-RPT-PROD                              00007110
                MOVE SPACES TO WS-RPT-SIM                               00007120
                MOVE WS-PROD-SIDE(WS-SIDE-SUB) TO WS-RPT-PROD-EDIT      00007130
                MOVE WS-SIM-SIDE(WS-SIDE-SUB) TO WS-RPT-SIM-EDIT        00007140
                PERFORM 2450-WRITE-CHANGE-LINE-PARA                     00007150
              END-IF                                                    00007160
            END-PERFORM.                                                00007170
                                                                        00007180
       2450-WRITE-CHANGE-LINE-PARA.                                     00007190
            MOVE WS-RPT-DETAIL TO RPT-RECORD                            00007200
            PERFORM 4900-WRITE-LINE-PARA.                               00007210
                                                                        00007220
       2500-ADD-TO-TOTALS-PARA.                                         00007230
      *    FIND (OR INSERT IN KEY ORDER) THE SOURCE/CURRENCY ENTRY AND  00007240
      *    ADD THIS TRANSACTION TO IT.                                  00007250
            MOVE WS-CURRENT-SOURCE TO WS-TOT-FIND-SOURCE                00007260
            MOVE WS-CURRENT-CURRENCY TO WS-TOT-FIND-CURRENCY            00007270
            MOVE ZERO TO WS-TOT-FIND-SUB                                00007280
            PERFORM VARYING WS-TOT-SUB FROM 1 BY 1                      00007290
                UNTIL WS-TOT-SUB > WS-TOT-COUNT                         00007300
                   OR WS-TOT-FIND-SUB > ZERO                            00007310
              IF WS-TOT-KEY(WS-TOT-SUB) NOT < WS-TOT-FIND-KEY           00007320
                MOVE WS-TOT-SUB TO WS-TOT-FIND-SUB                      00007330
              END-IF                                                    00007340
            END-PERFORM                                                 00007350
            IF WS-TOT-FIND-SUB = ZERO                                   00007360
              COMPUTE WS-TOT-FIND-SUB = WS-TOT-COUNT + 1                00007370
            END-IF                                                      00007380
            IF WS-TOT-FIND-SUB > WS-TOT-COUNT                           00007390
                OR WS-TOT-KEY(WS-TOT-FIND-SUB) NOT = WS-TOT-FIND-KEY    00007400
              IF WS-TOT-COUNT >= WS-TOT-MAX                             00007410
                MOVE 'MORE SOURCE/CURRENCY PAIRS THAN THE TABLE HOLDS'  00007420
                    TO WS-CTL-ABEND-MSG                                 00007430
                PERFORM 9995-CONTROL-ABEND-PARA                         00007440
              END-IF                                                    00007450
              PERFORM VARYING WS-TOT-SHIFT-SUB FROM WS-TOT-COUNT BY -1  00007460
                  UNTIL WS-TOT-SHIFT-SUB < WS-TOT-FIND-SUB              00007470
                MOVE WS-TOT-ENTRY(WS-TOT-SHIFT-SUB)                     00007480
                    TO WS-TOT-ENTRY(WS-TOT-SHIFT-SUB + 1)               00007490
              END-PERFORM                                               00007500
              ADD 1 TO WS-TOT-COUNT                                     00007510
              MOVE WS-TOT-FIND-KEY TO WS-TOT-KEY(WS-TOT-FIND-SUB)       00007520
              MOVE ZERO TO WS-TOT-ITEMS(WS-TOT-FIND-SUB)                00007530
              MOVE ZERO TO WS-TOT-CHANGED(WS-TOT-FIND-SUB)              00007540
              MOVE ZERO TO WS-TOT-PROD-POSTED(WS-TOT-FIND-SUB)          00007550
              MOVE ZERO TO WS-TOT-SIM-POSTED(WS-TOT-FIND-SUB)           00007560
            END-IF                                                      00007570
            ADD 1 TO WS-TOT-ITEMS(WS-TOT-FIND-SUB)                      00007580
            IF WS-ITEM-CHANGED                                          00007590
              ADD 1 TO WS-TOT-CHANGED(WS-TOT-FIND-SUB)                  00007600
            END-IF                                                      00007610
            IF WS-PROD-DISP-SUB = 1                                     00007620
              ADD WS-PROD-AMOUNT TO WS-TOT-PROD-POSTED(WS-TOT-FIND-SUB) 00007630
            END-IF                                                      00007640
            IF WS-SIM-DISP-SUB = 1                                      00007650
              ADD WS-SIM-AMOUNT TO WS-TOT-SIM-POSTED(WS-TOT-FIND-SUB)   00007660
            END-IF.                                                     00007670
                                                                        00007680
       3000-COUNT-STRAYS-PARA.                                          00007690
      *    ANY OUTPUT ROW STILL UNREAD AFTER THE LAST TRANSIN DETAIL    00007700
      *    BELONGS TO NO DETAIL AT ALL - COUNTED THE SAME WAY AS A      00007710
      *    MID-FILE STRAY.                                              00007720
            PERFORM UNTIL WS-PEXT-EOF                                   00007730
              ADD 1 TO WS-PROD-STRAY-COUNT                              00007740
              PERFORM 8100-READ-PEXT-PARA                               00007750
            END-PERFORM                                                 00007760
            PERFORM UNTIL WS-PREJ-EOF                                   00007770
              ADD 1 TO WS-PROD-STRAY-COUNT                              00007780
              PERFORM 8200-READ-PREJ-PARA                               00007790
            END-PERFORM                                                 00007800
            PERFORM UNTIL WS-POVF-EOF                                   00007810
              ADD 1 TO WS-PROD-STRAY-COUNT                              00007820
              PERFORM 8300-READ-POVF-PARA                               00007830
            END-PERFORM                                                 00007840
            PERFORM UNTIL WS-HOLDQ-EOF                                  00007850
              ADD 1 TO WS-PROD-STRAY-COUNT                              00007860
              PERFORM 8400-READ-HOLDQ-PARA                              00007870
            END-PERFORM                                                 00007880
            PERFORM UNTIL WS-SEXT-EOF                                   00007890
              ADD 1 TO WS-SIM-STRAY-COUNT                               00007900
              PERFORM 8500-READ-SEXT-PARA                               00007910
            END-PERFORM                                                 00007920
            PERFORM UNTIL WS-SREJ-EOF                                   00007930
              ADD 1 TO WS-SIM-STRAY-COUNT                               00007940
              PERFORM 8600-READ-SREJ-PARA                               00007950
            END-PERFORM                                                 00007960
            PERFORM UNTIL WS-SOVF-EOF                                   00007970
              ADD 1 TO WS-SIM-STRAY-COUNT                               00007980
              PERFORM 8700-READ-SOVF-PARA                               00007990
            END-PERFORM                                                 00008000
            PERFORM UNTIL WS-SHOLD-EOF                                  00008010
              ADD 1 TO WS-SIM-STRAY-COUNT                               00008020
              PERFORM 8800-READ-SHOLD-PARA                              00008030
            END-PERFORM.                                                00008040
                                                                        00008050
       4000-WRITE-TOTALS-PARA.                                          00008060
            IF WS-DISP-CHANGED-COUNT = ZERO                             00008070
                AND WS-AMOUNT-CHANGED-COUNT = ZERO                      00008080
                AND WS-SPLIT-CHANGED-COUNT = ZERO                       00008090
              MOVE WS-RPT-NO-CHANGE-LINE TO RPT-RECORD                  00008100
              PERFORM 4900-WRITE-LINE-PARA                              00008110
            END-IF                                                      00008120
            MOVE SPACES TO RPT-RECORD                                   00008130
            PERFORM 4900-WRITE-LINE-PARA                                00008140
            MOVE WS-RPT-TOT-TITLE TO RPT-RECORD                         00008150
            PERFORM 4900-WRITE-LINE-PARA                                00008160
            MOVE WS-RPT-TOT-HEADING TO RPT-RECORD                       00008170
            PERFORM 4900-WRITE-LINE-PARA                                00008180
            PERFORM VARYING WS-TOT-SUB FROM 1 BY 1                      00008190
                UNTIL WS-TOT-SUB > WS-TOT-COUNT                         00008200
              PERFORM 4100-WRITE-ONE-TOTAL-PARA                         00008210
            END-PERFORM                                                 00008220
            MOVE 'ALL ' TO WS-RPT-TOT-SOURCE                            00008230
            MOVE 'ALL' TO WS-RPT-TOT-CURRENCY                           00008240
            MOVE WS-GRAND-ITEMS TO WS-RPT-TOT-ITEMS                     00008250
            MOVE WS-GRAND-CHANGED TO WS-RPT-TOT-CHANGED                 00008260
            MOVE WS-GRAND-PROD-POSTED TO WS-RPT-TOT-PROD                00008270
            MOVE WS-GRAND-SIM-POSTED TO WS-RPT-TOT-SIM                  00008280
            COMPUTE WS-TOT-DIFF =                                       00008290
                WS-GRAND-SIM-POSTED - WS-GRAND-PROD-POSTED              00008300
            MOVE WS-TOT-DIFF TO WS-RPT-TOT-DIFF                         00008310
            MOVE WS-RPT-TOT-LINE TO RPT-RECORD                          00008320
            PERFORM 4900-WRITE-LINE-PARA.                               00008330
                                                                        00008340
       4100-WRITE-ONE-TOTAL-PARA.                                       00008350
      *    DIFFERENCE IS SIMULATION LESS PRODUCTION - POSITIVE MEANS    00008360
      *    THE PROPOSED TABLES WOULD HAVE POSTED MORE.                  00008370
            MOVE WS-TOT-SOURCE(WS-TOT-SUB) TO WS-RPT-TOT-SOURCE         00008380
            MOVE WS-TOT-CURRENCY(WS-TOT-SUB) TO WS-RPT-TOT-CURRENCY     00008390
            MOVE WS-TOT-ITEMS(WS-TOT-SUB) TO WS-RPT-TOT-ITEMS           00008400
            MOVE WS-TOT-CHANGED(WS-TOT-SUB) TO WS-RPT-TOT-CHANGED       00008410
            MOVE WS-TOT-PROD-POSTED(WS-TOT-SUB) TO WS-RPT-TOT-PROD      00008420
            MOVE WS-TOT-SIM-POSTED(WS-TOT-SUB) TO WS-RPT-TOT-SIM        00008430
            COMPUTE WS-TOT-DIFF = WS-TOT-SIM-POSTED(WS-TOT-SUB)         00008440
                - WS-TOT-PROD-POSTED(WS-TOT-SUB)                        00008450
            MOVE WS-TOT-DIFF TO WS-RPT-TOT-DIFF                         00008460
            MOVE WS-RPT-TOT-LINE TO RPT-RECORD                          00008470
            PERFORM 4900-WRITE-LINE-PARA                                00008480
            ADD WS-TOT-ITEMS(WS-TOT-SUB) TO WS-GRAND-ITEMS              00008490
            ADD WS-TOT-CHANGED(WS-TOT-SUB) TO WS-GRAND-CHANGED          00008500
            ADD WS-TOT-PROD-POSTED(WS-TOT-SUB) TO WS-GRAND-PROD-POSTED  00008510
            ADD WS-TOT-SIM-POSTED(WS-TOT-SUB) TO WS-GRAND-SIM-POSTED.   00008520
                                                                        00008530
       4200-WRITE-DISPOSITIONS-PARA.                                    00008540
      *    HOW MANY TRANSACTIONS EACH RUN DISPOSED OF EACH WAY, THEN    00008550
      *    WHAT CHANGED AND ANY STRAY ROWS.                             00008560
            MOVE SPACES TO RPT-RECORD                                   00008570
            PERFORM 4900-WRITE-LINE-PARA                                00008580
            MOVE WS-RPT-DISP-HEADING TO RPT-RECORD                      00008590
            PERFORM 4900-WRITE-LINE-PARA                                00008600
            PERFORM VARYING WS-DISP-SUB FROM 1 BY 1                     00008610
                UNTIL WS-DISP-SUB > 5                                   00008620
              MOVE WS-DISP-NAME(WS-DISP-SUB) TO WS-RPT-COUNT-LABEL      00008630
              MOVE WS-DISP-PROD-COUNT(WS-DISP-SUB) TO WS-RPT-COUNT-PROD 00008640
              MOVE WS-DISP-SIM-COUNT(WS-DISP-SUB) TO WS-RPT-COUNT-SIM   00008650
              MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                      00008660
              PERFORM 4900-WRITE-LINE-PARA                              00008670
            END-PERFORM                                                 00008680
            MOVE 'STRAY OUTPUT ROWS' TO WS-RPT-COUNT-LABEL              00008690
            MOVE WS-PROD-STRAY-COUNT TO WS-RPT-COUNT-PROD               00008700
            MOVE WS-SIM-STRAY-COUNT TO WS-RPT-COUNT-SIM                 00008710
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00008720
            PERFORM 4900-WRITE-LINE-PARA                                00008730
            MOVE SPACES TO RPT-RECORD                                   00008740
            PERFORM 4900-WRITE-LINE-PARA                                00008750
            MOVE 'DISPOSITION MOVED' TO WS-RPT-COUNT-LABEL              00008760
            MOVE WS-DISP-CHANGED-COUNT TO WS-RPT-COUNT-PROD             00008770
            MOVE SPACES TO WS-RPT-COUNT-LINE(32:9)                      00008780
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00008790
            PERFORM 4900-WRITE-LINE-PARA                                00008800
            MOVE 'AMOUNT CHANGED' TO WS-RPT-COUNT-LABEL                 00008810
            MOVE WS-AMOUNT-CHANGED-COUNT TO WS-RPT-COUNT-PROD           00008820
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00008830
            PERFORM 4900-WRITE-LINE-PARA                                00008840
            MOVE 'SPLIT CHANGED' TO WS-RPT-COUNT-LABEL                  00008850
            MOVE WS-SPLIT-CHANGED-COUNT TO WS-RPT-COUNT-PROD            00008860
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00008870
            PERFORM 4900-WRITE-LINE-PARA.                               00008880
                                                                        00008890
       4900-WRITE-LINE-PARA.                                            00008900
            WRITE RPT-RECORD                                            00008910
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00008920
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00008930
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00008940
                                                                        00008950
       8100-READ-PEXT-PARA.                                             00008960
      *    RELEASE ROWS ('A') ARE EARLIER NIGHTS' HELD ITEMS PRODUCTION 00008970
      *    POSTED FROM RELFILE, WHICH A SIMULATION RUN DOES NOT APPLY - 00008980
      *    SKIPPED AND COUNTED, SAME AS PGM1VER.                        00008990
            READ PEXT-FILE                                              00009000
                AT END MOVE 'Y' TO WS-PEXT-EOF-SW                       00009010
            END-READ                                                    00009020
            PERFORM UNTIL WS-PEXT-EOF OR PX-CHANGE-FLAG NOT = 'A'       00009030
              ADD 1 TO WS-PROD-RELEASES-SKIPPED                         00009040
              READ PEXT-FILE                                            00009050
                  AT END MOVE 'Y' TO WS-PEXT-EOF-SW                     00009060
              END-READ                                                  00009070
            END-PERFORM.                                                00009080
                                                                        00009090
       8200-READ-PREJ-PARA.                                             00009100
      *    DECLINED HELD ITEMS (R006) - SAME REASONING AS 8100.         00009110
            READ PREJ-FILE                                              00009120
                AT END MOVE 'Y' TO WS-PREJ-EOF-SW                       00009130
            END-READ                                                    00009140
            PERFORM UNTIL WS-PREJ-EOF OR NOT REJ-REASON-DECLINED        00009150
              ADD 1 TO WS-PROD-RELEASES-SKIPPED                         00009160
              READ PREJ-FILE                                            00009170
                  AT END MOVE 'Y' TO WS-PREJ-EOF-SW                     00009180
              END-READ                                                  00009190
            END-PERFORM.                                                00009200
                                                                        00009210
       8300-READ-POVF-PARA.                                             00009220
      *    BLANK-ID ROWS ARE PGM1'S INTERNAL SELF-TEST ENTRIES.         00009230
            READ POVF-FILE                                              00009240
                AT END MOVE 'Y' TO WS-POVF-EOF-SW                       00009250
            END-READ                                                    00009260
            PERFORM UNTIL WS-POVF-EOF OR PV-TRAN-ID NOT = SPACES        00009270
              READ POVF-FILE                                            00009280
                  AT END MOVE 'Y' TO WS-POVF-EOF-SW                     00009290
              END-READ                                                  00009300
            END-PERFORM.                                                00009310
                                                                        00009320
       8400-READ-HOLDQ-PARA.                                            00009330
      *    ONLY ITEMS THE NIGHTLY RUN HELD ON THE TRANSIN HEADER DATE   00009340
      *    BELONG TO THIS TRANSIN.                                      00009350
            READ HOLDQ-FILE NEXT RECORD                                 00009360
                AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                      00009370
            END-READ                                                    00009380
            PERFORM UNTIL WS-HOLDQ-EOF                                  00009390
                OR (HQ-HOLD-DATE = WS-HDR-RUN-DATE                      00009400
                    AND HQ-STREAM-NIGHTLY)                              00009410
              READ HOLDQ-FILE NEXT RECORD                               00009420
                  AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                    00009430
              END-READ                                                  00009440
            END-PERFORM.                                                00009450
                                                                        00009460
       8500-READ-SEXT-PARA.                                             00009470
      *    A SIMULATION RUN APPLIES NO RELFILE, SO HAS NO RELEASE ROWS. 00009480
            READ SEXT-FILE                                              00009490
                AT END MOVE 'Y' TO WS-SEXT-EOF-SW                       00009500
            END-READ.                                                   00009510
                                                                        00009520
       8600-READ-SREJ-PARA.                                             00009530
            READ SREJ-FILE                                              00009540
                AT END MOVE 'Y' TO WS-SREJ-EOF-SW                       00009550
            END-READ.                                                   00009560
                                                                        00009570
       8700-READ-SOVF-PARA.                                             00009580
            READ SOVF-FILE                                              00009590
                AT END MOVE 'Y' TO WS-SOVF-EOF-SW                       00009600
            END-READ                                                    00009610
            PERFORM UNTIL WS-SOVF-EOF OR SV-TRAN-ID NOT = SPACES        00009620
              READ SOVF-FILE                                            00009630
                  AT END MOVE 'Y' TO WS-SOVF-EOF-SW                     00009640
              END-READ                                                  00009650
            END-PERFORM.                                                00009660
                                                                        00009670
       8800-READ-SHOLD-PARA.                                            00009680
            READ SHOLD-FILE                                             00009690
                AT END MOVE 'Y' TO WS-SHOLD-EOF-SW                      00009700
            END-READ.                                                   00009710
                                                                        00009720
       9990-CHECK-FILE-STATUS-PARA.                                     00009730
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00009740
              DISPLAY 'PGM1WIF ABEND: ' WS-FILE-CHECK-NAME              00009750
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00009760
              MOVE 16 TO RETURN-CODE                                    00009770
              STOP RUN                                                  00009780
            END-IF.                                                     00009790
                                                                        00009800
       9995-CONTROL-ABEND-PARA.                                         00009810
            DISPLAY 'PGM1WIF ABEND: ' WS-CTL-ABEND-MSG                  00009820
            MOVE 20 TO RETURN-CODE                                      00009830
            STOP RUN.                                                   00009840
                                                                        00009850
       9997-COMPARISON-ALERT-PARA.                                      00009860
      *    RC 4 WHEN THE PROPOSED TABLES CHANGE ANYTHING (THE REPORT    00009870
      *    SAYS WHAT), RC 8 WHEN EITHER RUN HAS OUTPUT ROWS NO TRANSIN  00009880
      *    DETAIL OWNS - THE DDS ARE FROM DIFFERENT NIGHTS AND THE      00009890
      *    COMPARISON CANNOT BE TRUSTED.                                00009900
            DISPLAY 'PGM1WIF: BUSINESS DATE ' WS-HDR-RUN-DATE           00009910
                ' ITEMS=' WS-GRAND-ITEMS ' CHANGED=' WS-GRAND-CHANGED   00009920
            IF WS-PROD-RELEASES-SKIPPED > ZERO                          00009930
              DISPLAY 'PGM1WIF: ' WS-PROD-RELEASES-SKIPPED              00009940
                  ' PRODUCTION RELEASE/DECLINE ROW(S) NOT COMPARED'     00009950
            END-IF                                                      00009960
            IF WS-GRAND-CHANGED > ZERO                                  00009970
              MOVE 4 TO RETURN-CODE                                     00009980
            END-IF                                                      00009990
            IF WS-PROD-STRAY-COUNT > ZERO OR WS-SIM-STRAY-COUNT > ZERO  00010000
              DISPLAY 'PGM1 ALERT: WHAT-IF COMPARISON FOUND OUTPUT '    00010010
                  'ROWS NOT IN THIS TRANSIN - PRODUCTION='              00010020
                  WS-PROD-STRAY-COUNT ' SIMULATION=' WS-SIM-STRAY-COUNT 00010030
              MOVE 8 TO RETURN-CODE                                     00010040
            END-IF.                                                     00010050

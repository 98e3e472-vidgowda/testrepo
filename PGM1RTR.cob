       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1RTR.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - MONTHLY REJECT ROOT-CAUSE  *00000080
      *               TREND REPORT. FOR THE MONTH IN THE EXEC PARM     *00000090
      *               ('YYYYMM', DEFAULT THE MONTH BEFORE TODAY) AND   *00000100
      *               THE THREE BEFORE IT, TURNS THE REJECTS EACH      *00000110
      *               FEEDER OPENED ON REJMSTR INTO A RATE AGAINST THE *00000120
      *               COUNTS PGM1MRG MERGED FROM IT (SRCHIST), AND     *00000130
      *               FLAGS A FEEDER WHOSE RATE IS GETTING WORSE. FOR  *00000140
      *               THE MONTH ITSELF, BREAKS THE REJECTS DOWN BY     *00000150
      *               SOURCE, REASON CODE AND CURRENCY - ITEMS AND     *00000160
      *               VALUE OPENED, AND FROM CORRLOG THE ITEMS CLOSED, *00000170
      *               AVERAGE DAYS FROM OPEN TO CLOSE AND WRITE-OFF    *00000180
      *               VALUE. WRITES RTRRPT - SEE PGM1RTR.JCL.          *00000190
      ***************************************************************** 00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT REJMSTR-FILE ASSIGN TO REJMSTR                        00000240
               ORGANIZATION IS INDEXED                                  00000250
               ACCESS MODE IS DYNAMIC                                   00000260
               RECORD KEY IS RM-TRAN-ID                                 00000270
               FILE STATUS IS WS-REJMSTR-STATUS.                        00000280
           SELECT SRC-HIST-FILE ASSIGN TO SRCHIST                       00000290
               ORGANIZATION IS SEQUENTIAL                               00000300
               ACCESS MODE IS SEQUENTIAL                                00000310
               FILE STATUS IS WS-SRCHIST-STATUS.                        00000320
           SELECT CORR-LOG-FILE ASSIGN TO CORRLOG                       00000330
               ORGANIZATION IS SEQUENTIAL                               00000340
               ACCESS MODE IS SEQUENTIAL                                00000350
               FILE STATUS IS WS-CORRLOG-STATUS.                        00000360
           SELECT REPORT-FILE ASSIGN TO RTRRPT                          00000370
               ORGANIZATION IS SEQUENTIAL                               00000380
               ACCESS MODE IS SEQUENTIAL                                00000390
               FILE STATUS IS WS-REPORT-STATUS.                         00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
       FD  REJMSTR-FILE                                                 00000430
           RECORDING MODE IS F.                                         00000440
      *    THE PERSISTENT REJECT MASTER - READ FROM END TO END FOR THE  00000450
      *    REJECTS OPENED IN THE FOUR MONTHS, THEN BY KEY FOR THE       00000460
      *    REASON, CURRENCY AND OPEN DATE OF EACH CORRLOG CLOSURE.      00000470
      *    SEE REJMREC COPY.                                            00000480
           COPY REJMREC.                                                00000490
       FD  SRC-HIST-FILE                                                00000500
           RECORDING MODE IS F.                                         00000510
      *    EVERY SRCCTL RECORD PGM1MRG HAS EVER WRITTEN, SORTED WITH    00000520
      *    DUPLICATE RECORDS DROPPED (STEP010 OF PGM1RTR.JCL). SAME     00000530
      *    LAYOUT AS SRCCTL - SEE SRCCTL COPY.                          00000540
           COPY SRCCTL.                                                 00000550
       FD  CORR-LOG-FILE                                                00000560
           RECORDING MODE IS F.                                         00000570
      *    THE CUMULATIVE CORRECTION LOG - ONE ROW PER CORRIN ROW       00000580
      *    PGM1COR HAS EVER PROCESSED. SAME LAYOUT AS PGM1COR.COB'S     00000590
      *    CORR-LOG-RECORD - NOT PULLED INTO A COPYBOOK THERE, SO NOT   00000600
      *    HERE EITHER; KEEP THE TWO IN SYNC BY HAND.                   00000610
       01  CORR-LOG-RECORD.                                             00000620
           05  CLOG-TRAN-ID              PIC X(12).                     00000630
           05  CLOG-SOURCE-SYS          PIC X(04).                      00000640
           05  CLOG-ORIGINAL-STRING     PIC X(15).                      00000650
           05  CLOG-DISPOSITION         PIC X(01).                      00000660
               88  CLOG-DISP-CORRECTED  VALUE 'C'.                      00000670
               88  CLOG-DISP-WRITEOFF   VALUE 'W'.                      00000680
               88  CLOG-DISP-UNMATCHED  VALUE 'U'.                      00000690
           05  CLOG-CORRECTED-STRING    PIC X(15).                      00000700
           05  CLOG-ANALYST-ID          PIC X(08).                      00000710
           05  CLOG-TIMESTAMP           PIC X(21).                      00000720
       FD  REPORT-FILE                                                  00000730
           RECORDING MODE IS F.                                         00000740
      *    THE TREND REPORT, ONE 80-BYTE PRINT LINE PER RECORD, SAME    00000750
      *    CONVENTION AS SUMRPT/RAGRPT/MECRPT.                          00000760
       01  RPT-RECORD                  PIC X(80).                       00000770
       WORKING-STORAGE SECTION.                                         00000780
       01  WS-REJMSTR-STATUS           PIC XX.                          00000790
       01  WS-SRCHIST-STATUS           PIC XX.                          00000800
       01  WS-CORRLOG-STATUS           PIC XX.                          00000810
       01  WS-REPORT-STATUS            PIC XX.                          00000820
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000830
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000840
       01  WS-CTL-ABEND-MSG            PIC X(50).                       00000850
       01  WS-TIMESTAMP                PIC X(21).                       00000860
       01  WS-TODAY-PERIOD             PIC X(06).                       00000870
       01  WS-REJMSTR-EOF-SW           PIC X VALUE 'N'.                 00000880
           88  WS-REJMSTR-EOF          VALUE 'Y'.                       00000890
       01  WS-SRCHIST-EOF-SW           PIC X VALUE 'N'.                 00000900
           88  WS-SRCHIST-EOF          VALUE 'Y'.                       00000910
       01  WS-CORRLOG-EOF-SW           PIC X VALUE 'N'.                 00000920
           88  WS-CORRLOG-EOF          VALUE 'Y'.                       00000930
      *    THE REPORT MONTH, AND A WORK COPY STEPPED BACK ONE MONTH AT  00000940
      *    A TIME TO FILL THE WINDOW.                                   00000950
       01  WS-PERIOD-AREA.                                              00000960
           05  WS-PERIOD-YEAR          PIC 9(04).                       00000970
           05  WS-PERIOD-MONTH         PIC 9(02).                       00000980
       01  WS-PERIOD REDEFINES WS-PERIOD-AREA                           00000990
                                       PIC X(06).                       00001000
       01  WS-STEP-AREA.                                                00001010
           05  WS-STEP-YEAR            PIC 9(04).                       00001020
           05  WS-STEP-MONTH           PIC 9(02).                       00001030
       01  WS-STEP-PERIOD REDEFINES WS-STEP-AREA                        00001040
                                       PIC X(06).                       00001050
      *    THE FOUR-MONTH WINDOW - ENTRIES 1-3 ARE THE THREE PRIOR      00001060
      *    MONTHS, OLDEST FIRST, ENTRY 4 IS THE REPORT MONTH.           00001070
       01  WS-MON-TABLE.                                                00001080
           05  WS-MON-PERIOD           PIC X(06) OCCURS 4 TIMES.        00001090
       01  WS-MON-SUB                  PIC 9(01) VALUE ZERO.            00001100
       01  WS-MON-IDX                  PIC 9(01) VALUE ZERO.            00001110
       01  WS-FIND-PERIOD              PIC X(06) VALUE SPACES.          00001120
      *    ONE LINE PER FEEDER SEEN IN THE WINDOW, KEPT IN SOURCE       00001130
      *    ORDER AS IT IS BUILT (6000-FIND-FEEDER-PARA). THE RATE IS    00001140
      *    REJECTS OPENED AS A PERCENTAGE OF RECORDS MERGED, AND IS     00001150
      *    ONLY KNOWN FOR A MONTH WITH A MERGED COUNT ON SRCHIST.       00001160
       01  WS-FDR-TABLE.                                                00001170
           05  WS-FDR-ENTRY OCCURS 50 TIMES.                            00001180
               10  WS-FDR-SOURCE       PIC X(04).                       00001190
               10  WS-FDR-MONTH OCCURS 4 TIMES.                         00001200
                   15  WS-FDR-MERGED   PIC 9(09).                       00001210
                   15  WS-FDR-REJECTS  PIC 9(09).                       00001220
                   15  WS-FDR-RATE     PIC 9(04)V99.                    00001230
                   15  WS-FDR-RATE-SW  PIC X(01).                       00001240
                       88  WS-FDR-RATE-KNOWN VALUE 'Y'.                 00001250
               10  WS-FDR-PRIOR-RATE   PIC 9(04)V99.                    00001260
               10  WS-FDR-PRIOR-SW     PIC X(01).                       00001270
                   88  WS-FDR-PRIOR-KNOWN VALUE 'Y'.                    00001280
               10  WS-FDR-CORRECTED    PIC 9(07).                       00001290
               10  WS-FDR-WRITTEN-OFF  PIC 9(07).                       00001300
               10  WS-FDR-REFUSED      PIC 9(07).                       00001310
               10  WS-FDR-DAYS-TOTAL   PIC 9(09).                       00001320
               10  WS-FDR-DAYS-ROWS    PIC 9(07).                       00001330
               10  WS-FDR-FLAG         PIC X(10).                       00001340
       01  WS-FDR-COUNT                PIC 9(03) VALUE ZERO.            00001350
       01  WS-FDR-MAX                  PIC 9(03) VALUE 50.              00001360
       01  WS-FDR-SUB                  PIC 9(03) VALUE ZERO.            00001370
       01  WS-FDR-SHIFT                PIC 9(03) VALUE ZERO.            00001380
       01  WS-NEW-SOURCE               PIC X(04) VALUE SPACES.          00001390
      *    THE REPORT MONTH BY SOURCE, REASON CODE AND CURRENCY, KEPT   00001400
      *    IN KEY ORDER (6100-FIND-GROUP-PARA). VALUES ARE IN THE       00001410
      *    CURRENCY THE FEEDER SENT, SO THEY ARE NEVER ADDED ACROSS     00001420
      *    LINES. OPENED COUNTS COME FROM REJMSTR; CLOSED, DAYS AND     00001430
      *    WRITE-OFF FROM THE MONTH'S CORRLOG ROWS.                     00001440
       01  WS-GRP-TABLE.                                                00001450
           05  WS-GRP-ENTRY OCCURS 300 TIMES.                           00001460
               10  WS-GRP-KEY.                                          00001470
                   15  WS-GRP-SOURCE   PIC X(04).                       00001480
                   15  WS-GRP-REASON   PIC X(04).                       00001490
                   15  WS-GRP-CCY      PIC X(03).                       00001500
               10  WS-GRP-OPENED       PIC 9(07).                       00001510
               10  WS-GRP-OPEN-VALUE   PIC S9(11)V99.                   00001520
               10  WS-GRP-UNVALUED     PIC 9(07).                       00001530
               10  WS-GRP-CLOSED       PIC 9(07).                       00001540
               10  WS-GRP-DAYS-TOTAL   PIC 9(09).                       00001550
               10  WS-GRP-DAYS-ROWS    PIC 9(07).                       00001560
               10  WS-GRP-WO-COUNT     PIC 9(07).                       00001570
               10  WS-GRP-WO-VALUE     PIC S9(11)V99.                   00001580
       01  WS-GRP-COUNT                PIC 9(03) VALUE ZERO.            00001590
       01  WS-GRP-MAX                  PIC 9(03) VALUE 300.             00001600
       01  WS-GRP-SUB                  PIC 9(03) VALUE ZERO.            00001610
       01  WS-GRP-SHIFT                PIC 9(03) VALUE ZERO.            00001620
       01  WS-NEW-KEY.                                                  00001630
           05  WS-NEW-KEY-SOURCE       PIC X(04).                       00001640
           05  WS-NEW-KEY-REASON       PIC X(04).                       00001650
           05  WS-NEW-KEY-CCY          PIC X(03).                       00001660
       01  WS-SLOT-SW                  PIC X VALUE 'N'.                 00001670
           88  WS-SLOT-FOUND           VALUE 'Y'.                       00001680
      *    6300-VALUE-STRING-PARA - THE AMOUNT AN ORIGINAL TRANSIN      00001690
      *    STRING CARRIED, WHEN IT CARRIED ONE. A REVERSAL REJECT'S     00001700
      *    STRING IS ITS TARGET REFERENCE (R004/R005) AND AN R002       00001710
      *    STRING NEVER PARSED, SO NEITHER HAS A VALUE.                 00001720
       01  WS-VAL-STRING               PIC X(15) VALUE SPACES.          00001730
       01  WS-VAL-REASON               PIC X(04) VALUE SPACES.          00001740
       01  WS-VAL-AMOUNT               PIC S9(11)V99 VALUE ZERO.        00001750
       01  WS-VAL-SW                   PIC X VALUE 'N'.                 00001760
           88  WS-VAL-KNOWN            VALUE 'Y'.                       00001770
      *    6400-DAYS-OPEN-PARA - WHOLE DAYS FROM THE REJMSTR OPEN       00001780
      *    DATE TO THE CORRLOG CLOSE DATE. AN ITEM REOPENED AFTER IT    00001790
      *    WAS CLOSED CARRIES A LATER OPEN DATE, SO A NEGATIVE RESULT   00001800
      *    IS NOT COUNTED.                                              00001810
       01  WS-DAYS-FROM                PIC X(08) VALUE SPACES.          00001820
       01  WS-DAYS-FROM-NUM REDEFINES WS-DAYS-FROM                      00001830
                                       PIC 9(08).                       00001840
       01  WS-DAYS-TO                  PIC X(08) VALUE SPACES.          00001850
       01  WS-DAYS-TO-NUM REDEFINES WS-DAYS-TO                          00001860
                                       PIC 9(08).                       00001870
       01  WS-DAYS-OPEN                PIC S9(05) VALUE ZERO.           00001880
       01  WS-DAYS-SW                  PIC X VALUE 'N'.                 00001890
           88  WS-DAYS-KNOWN           VALUE 'Y'.                       00001900
       01  WS-ON-MASTER-SW             PIC X VALUE 'N'.                 00001910
           88  WS-ON-MASTER            VALUE 'Y'.                       00001920
       01  WS-PRIOR-MERGED             PIC 9(09) VALUE ZERO.            00001930
       01  WS-PRIOR-REJECTS            PIC 9(09) VALUE ZERO.            00001940
       01  WS-AVG-DAYS                 PIC 9(05)V9 VALUE ZERO.          00001950
       01  WS-AVG-EDIT                 PIC ZZZ9.9.                      00001960
       01  WS-RATE-EDIT                PIC ZZZ9.99.                     00001970
       01  WS-SRCHIST-READ             PIC 9(09) VALUE ZERO.            00001980
       01  WS-REJMSTR-READ             PIC 9(09) VALUE ZERO.            00001990
       01  WS-CORRLOG-READ             PIC 9(09) VALUE ZERO.            00002000
       01  WS-UNMATCHED-ROWS           PIC 9(07) VALUE ZERO.            00002010
       01  WS-NOT-ON-MASTER            PIC 9(07) VALUE ZERO.            00002020
       01  WS-WORSE-COUNT              PIC 9(03) VALUE ZERO.            00002030
       01  WS-TOT-OPENED               PIC 9(07) VALUE ZERO.            00002040
       01  WS-TOT-UNVALUED             PIC 9(07) VALUE ZERO.            00002050
       01  WS-TOT-CLOSED               PIC 9(07) VALUE ZERO.            00002060
       01  WS-TOT-WO-COUNT             PIC 9(07) VALUE ZERO.            00002070
       01  WS-RPT-TITLE.                                                00002080
           05  FILLER                   PIC X(37) VALUE                 00002090
               'PGM1 REJECT ROOT-CAUSE TREND - MONTH '.                 00002100
           05  WS-RPT-TITLE-PERIOD      PIC X(06).                      00002110
           05  FILLER                   PIC X(09) VALUE                 00002120
               ', RUN ON '.                                             00002130
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00002140
           05  FILLER                   PIC X(20) VALUE SPACES.         00002150
       01  WS-RPT-RATE-TITLE.                                           00002160
           05  FILLER                   PIC X(40) VALUE                 00002170
               'REJECT RATE BY FEEDER - REJECTS OPENED A'.              00002180
           05  FILLER                   PIC X(40) VALUE                 00002190
               'S A PCT OF RECORDS MERGED               '.              00002200
       01  WS-RPT-GRP-TITLE.                                            00002210
           05  FILLER                   PIC X(40) VALUE                 00002220
               'REJECTS BY FEEDER, REASON AND CURRENCY -'.              00002230
           05  FILLER                   PIC X(40) VALUE                 00002240
               ' OPENED (REJMSTR), CLOSED (CORRLOG)     '.              00002250
       01  WS-RPT-GRP-NOTE.                                             00002260
           05  FILLER                   PIC X(40) VALUE                 00002270
               'VALUES ARE IN THE FEED CURRENCY. R002, R'.              00002280
           05  FILLER                   PIC X(40) VALUE                 00002290
               '004 AND R005 ITEMS CARRY NO VALUE.      '.              00002300
       01  WS-RPT-CLG-TITLE.                                            00002310
           05  FILLER                   PIC X(40) VALUE                 00002320
               'CORRECTION LOG ACTIVITY IN THE MONTH BY '.              00002330
           05  FILLER                   PIC X(40) VALUE                 00002340
               'FEEDER (CORRLOG)                        '.              00002350
       01  WS-RPT-RATE-HEADING.                                         00002360
           05  WS-RPT-RH-SOURCE         PIC X(06).                      00002370
           05  WS-RPT-RH-COL OCCURS 5 TIMES.                            00002380
               10  WS-RPT-RH-GAP        PIC X(02).                      00002390
               10  WS-RPT-RH-LABEL      PIC X(06).                      00002400
           05  WS-RPT-RH-TAIL           PIC X(34).                      00002410
       01  WS-RPT-RATE-DETAIL.                                          00002420
           05  WS-RPT-RD-SOURCE         PIC X(04).                      00002430
           05  WS-RPT-RD-GAP-1          PIC X(02).                      00002440
           05  WS-RPT-RD-COL OCCURS 5 TIMES.                            00002450
               10  WS-RPT-RD-GAP        PIC X(01).                      00002460
               10  WS-RPT-RD-RATE       PIC X(07).                      00002470
           05  WS-RPT-RD-GAP-2          PIC X(02).                      00002480
           05  WS-RPT-RD-MERGED         PIC Z(08)9.                     00002490
           05  WS-RPT-RD-GAP-3          PIC X(02).                      00002500
           05  WS-RPT-RD-REJECTS        PIC Z(08)9.                     00002510
           05  WS-RPT-RD-GAP-4          PIC X(02).                      00002520
           05  WS-RPT-RD-FLAG           PIC X(10).                      00002530
       01  WS-RPT-GRP-HEADING.                                          00002540
           05  FILLER                   PIC X(40) VALUE                 00002550
               'SRCE  RSN   CCY  OPENED   OPENED VALUE C'.              00002560
           05  FILLER                   PIC X(40) VALUE                 00002570
               'LOSED AVG DY W/OFF   W/OFF VALUE        '.              00002580
       01  WS-RPT-GRP-DETAIL.                                           00002590
           05  WS-RPT-GRP-SOURCE        PIC X(04).                      00002600
           05  FILLER                   PIC X(02) VALUE SPACES.         00002610
           05  WS-RPT-GRP-REASON        PIC X(04).                      00002620
           05  FILLER                   PIC X(02) VALUE SPACES.         00002630
           05  WS-RPT-GRP-CCY           PIC X(03).                      00002640
           05  FILLER                   PIC X(01) VALUE SPACES.         00002650
           05  WS-RPT-GRP-OPENED        PIC Z(06)9.                     00002660
           05  FILLER                   PIC X(01) VALUE SPACES.         00002670
           05  WS-RPT-GRP-OPEN-VALUE    PIC -Z(09)9.99.                 00002680
           05  FILLER                   PIC X(01) VALUE SPACES.         00002690
           05  WS-RPT-GRP-CLOSED        PIC Z(05)9.                     00002700
           05  FILLER                   PIC X(01) VALUE SPACES.         00002710
           05  WS-RPT-GRP-AVG-DAYS      PIC X(06).                      00002720
           05  FILLER                   PIC X(01) VALUE SPACES.         00002730
           05  WS-RPT-GRP-WO-COUNT      PIC Z(04)9.                     00002740
           05  FILLER                   PIC X(01) VALUE SPACES.         00002750
           05  WS-RPT-GRP-WO-VALUE      PIC -Z(09)9.99.                 00002760
           05  FILLER                   PIC X(07) VALUE SPACES.         00002770
       01  WS-RPT-CLG-HEADING.                                          00002780
           05  FILLER                   PIC X(40) VALUE                 00002790
               'SOURCE  CORRECTED WRITTEN OFF    REFUSED'.              00002800
           05  FILLER                   PIC X(40) VALUE                 00002810
               '  AVG DY                                '.              00002820
       01  WS-RPT-CLG-DETAIL.                                           00002830
           05  WS-RPT-CLG-SOURCE        PIC X(04).                      00002840
           05  FILLER                   PIC X(04) VALUE SPACES.         00002850
           05  WS-RPT-CLG-CORRECTED     PIC Z(08)9.                     00002860
           05  FILLER                   PIC X(03) VALUE SPACES.         00002870
           05  WS-RPT-CLG-WRITTEN-OFF   PIC Z(08)9.                     00002880
           05  FILLER                   PIC X(02) VALUE SPACES.         00002890
           05  WS-RPT-CLG-REFUSED       PIC Z(08)9.                     00002900
           05  FILLER                   PIC X(02) VALUE SPACES.         00002910
           05  WS-RPT-CLG-AVG-DAYS      PIC X(06).                      00002920
           05  FILLER                   PIC X(32) VALUE SPACES.         00002930
       01  WS-RPT-COUNT-LINE.                                           00002940
           05  WS-RPT-COUNT-LABEL       PIC X(40).                      00002950
           05  WS-RPT-COUNT-VALUE       PIC Z(08)9.                     00002960
           05  FILLER                   PIC X(31) VALUE SPACES.         00002970
       01  WS-RPT-BLANK-LINE            PIC X(80) VALUE SPACES.         00002980
       LINKAGE SECTION.                                                 00002990
       01  LK-PARM-AREA.                                                00003000
           05  LK-PARM-LENGTH           PIC S9(4) COMP.                 00003010
           05  LK-PARM-PERIOD           PIC X(06).                      00003020
       PROCEDURE DIVISION USING LK-PARM-AREA.                           00003030
       0000-MAIN-PARA.                                                  00003040
            PERFORM 1900-GET-TIMESTAMP-PARA                             00003050
            MOVE WS-TIMESTAMP(1:6) TO WS-TODAY-PERIOD                   00003060
            PERFORM 1050-TAKE-PARM-PARA                                 00003070
            PERFORM 1060-SET-WINDOW-PARA                                00003080
            PERFORM 1000-OPEN-FILES-PARA                                00003090
            PERFORM 2000-READ-SRCHIST-PARA                              00003100
            PERFORM 3000-READ-REJMSTR-PARA                              00003110
            PERFORM 3500-READ-CORRLOG-PARA                              00003120
            PERFORM 5000-RATE-FEEDERS-PARA                              00003130
            PERFORM 4000-WRITE-REPORT-PARA                              00003140
            CLOSE REJMSTR-FILE                                          00003150
            CLOSE SRC-HIST-FILE                                         00003160
            CLOSE CORR-LOG-FILE                                         00003170
            CLOSE REPORT-FILE.                                          00003180
            DISPLAY 'PGM1RTR: SRCHIST READ ' WS-SRCHIST-READ            00003190
                ', REJMSTR READ ' WS-REJMSTR-READ                       00003200
                ', CORRLOG READ ' WS-CORRLOG-READ.                      00003210
            PERFORM 9997-TREND-ALERT-PARA.                              00003220
            STOP RUN.                                                   00003230
                                                                        00003240
       1000-OPEN-FILES-PARA.                                            00003250
            OPEN INPUT REJMSTR-FILE                                     00003260
            MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS              00003270
            MOVE 'REJMSTR-FILE OPEN' TO WS-FILE-CHECK-NAME              00003280
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003290
            OPEN INPUT SRC-HIST-FILE                                    00003300
            MOVE WS-SRCHIST-STATUS TO WS-FILE-CHECK-STATUS              00003310
            MOVE 'SRC-HIST-FILE OPEN' TO WS-FILE-CHECK-NAME             00003320
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003330
            OPEN INPUT CORR-LOG-FILE                                    00003340
            MOVE WS-CORRLOG-STATUS TO WS-FILE-CHECK-STATUS              00003350
            MOVE 'CORR-LOG-FILE OPEN' TO WS-FILE-CHECK-NAME             00003360
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003370
            OPEN OUTPUT REPORT-FILE                                     00003380
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00003390
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00003400
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00003410
                                                                        00003420
       1050-TAKE-PARM-PARA.                                             00003430
      *    THE REPORT MONTH FROM THE EXEC PARM - 'YYYYMM'. NO PARM      00003440
      *    REPORTS THE MONTH BEFORE THE CURRENT ONE, THE USUAL RUN IN   00003450
      *    THE FIRST DAYS OF A NEW MONTH - SAME RULE AS PGM1MEC.        00003460
            IF LK-PARM-LENGTH = ZERO                                    00003470
              MOVE WS-TODAY-PERIOD TO WS-PERIOD                         00003480
              IF WS-PERIOD-MONTH = 01                                   00003490
                MOVE 12 TO WS-PERIOD-MONTH                              00003500
                SUBTRACT 1 FROM WS-PERIOD-YEAR                          00003510
              ELSE                                                      00003520
                SUBTRACT 1 FROM WS-PERIOD-MONTH                         00003530
              END-IF                                                    00003540
            ELSE                                                        00003550
              IF LK-PARM-LENGTH NOT = 6                                 00003560
                MOVE 'PARM MUST BE YYYYMM' TO WS-CTL-ABEND-MSG          00003570
                PERFORM 9995-CONTROL-ABEND-PARA                         00003580
              END-IF                                                    00003590
              MOVE LK-PARM-PERIOD TO WS-PERIOD                          00003600
              IF WS-PERIOD IS NOT NUMERIC                               00003610
                MOVE 'PARM PERIOD IS NOT NUMERIC YYYYMM'                00003620
                    TO WS-CTL-ABEND-MSG                                 00003630
                PERFORM 9995-CONTROL-ABEND-PARA                         00003640
              END-IF                                                    00003650
              IF WS-PERIOD-MONTH < 01 OR WS-PERIOD-MONTH > 12           00003660
                MOVE 'PARM PERIOD MONTH IS NOT 01-12'                   00003670
                    TO WS-CTL-ABEND-MSG                                 00003680
                PERFORM 9995-CONTROL-ABEND-PARA                         00003690
              END-IF                                                    00003700
            END-IF                                                      00003710
            DISPLAY 'PGM1RTR: REPORTING MONTH ' WS-PERIOD.              00003720
                                                                        00003730
       1060-SET-WINDOW-PARA.                                            00003740
      *    THE REPORT MONTH AND THE THREE BEFORE IT, OLDEST FIRST.      00003750
            MOVE WS-PERIOD TO WS-STEP-PERIOD                            00003760
            MOVE WS-STEP-PERIOD TO WS-MON-PERIOD(4)                     00003770
            PERFORM VARYING WS-MON-IDX FROM 3 BY -1                     00003780
                UNTIL WS-MON-IDX < 1                                    00003790
              IF WS-STEP-MONTH = 01                                     00003800
                MOVE 12 TO WS-STEP-MONTH                                00003810
                SUBTRACT 1 FROM WS-STEP-YEAR                            00003820
              ELSE                                                      00003830
                SUBTRACT 1 FROM WS-STEP-MONTH                           00003840
              END-IF                                                    00003850
              MOVE WS-STEP-PERIOD TO WS-MON-PERIOD(WS-MON-IDX)          00003860
            END-PERFORM.                                                00003870
                                                                        00003880
       1900-GET-TIMESTAMP-PARA.                                         00003890
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00003900
                                                                        00003910
       2000-READ-SRCHIST-PARA.                                          00003920
      *    RECORDS MERGED PER FEEDER PER MONTH, BY THE WALL-CLOCK DATE  00003930
      *    PGM1MRG RAN ON - THE SAME CLOCK REJMSTR'S OPEN DATE COMES    00003940
      *    FROM, SO BOTH SIDES OF THE RATE CUT OVER AT THE SAME         00003950
      *    MIDNIGHT.                                                    00003960
            READ SRC-HIST-FILE                                          00003970
                AT END MOVE 'Y' TO WS-SRCHIST-EOF-SW                    00003980
            END-READ                                                    00003990
            PERFORM UNTIL WS-SRCHIST-EOF                                00004000
              ADD 1 TO WS-SRCHIST-READ                                  00004010
              MOVE SCT-RUN-DATE(1:6) TO WS-FIND-PERIOD                  00004020
              PERFORM 6200-FIND-MONTH-PARA                              00004030
              IF WS-MON-SUB > ZERO AND SCT-MERGED-COUNT IS NUMERIC      00004040
                MOVE SCT-SOURCE-SYS TO WS-NEW-SOURCE                    00004050
                PERFORM 6000-FIND-FEEDER-PARA                           00004060
                ADD SCT-MERGED-COUNT                                    00004070
                    TO WS-FDR-MERGED(WS-FDR-SUB, WS-MON-SUB)            00004080
              END-IF                                                    00004090
              READ SRC-HIST-FILE                                        00004100
                  AT END MOVE 'Y' TO WS-SRCHIST-EOF-SW                  00004110
              END-READ                                                  00004120
            END-PERFORM                                                 00004130
            IF WS-SRCHIST-STATUS NOT = '10'                             00004140
              MOVE WS-SRCHIST-STATUS TO WS-FILE-CHECK-STATUS            00004150
              MOVE 'SCT-RECORD READ' TO WS-FILE-CHECK-NAME              00004160
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004170
            END-IF.                                                     00004180
                                                                        00004190
       3000-READ-REJMSTR-PARA.                                          00004200
      *    EVERY REJECT OPENED IN THE WINDOW COUNTS TOWARDS ITS         00004210
      *    FEEDER'S RATE FOR THAT MONTH, WHATEVER ITS STATUS NOW. A     00004220
      *    REJECT OPENED IN THE REPORT MONTH ALSO GOES TO ITS SOURCE/   00004230
      *    REASON/CURRENCY LINE WITH THE VALUE IT CARRIED.              00004240
            READ REJMSTR-FILE NEXT RECORD                               00004250
                AT END MOVE 'Y' TO WS-REJMSTR-EOF-SW                    00004260
            END-READ                                                    00004270
            PERFORM UNTIL WS-REJMSTR-EOF                                00004280
              ADD 1 TO WS-REJMSTR-READ                                  00004290
              MOVE RM-OPEN-DATE(1:6) TO WS-FIND-PERIOD                  00004300
              PERFORM 6200-FIND-MONTH-PARA                              00004310
              IF WS-MON-SUB > ZERO                                      00004320
                PERFORM 3100-ADD-OPENED-PARA                            00004330
              END-IF                                                    00004340
              READ REJMSTR-FILE NEXT RECORD                             00004350
                  AT END MOVE 'Y' TO WS-REJMSTR-EOF-SW                  00004360
              END-READ                                                  00004370
            END-PERFORM                                                 00004380
            IF WS-REJMSTR-STATUS NOT = '10'                             00004390
              MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS            00004400
              MOVE 'RM-RECORD READ NEXT' TO WS-FILE-CHECK-NAME          00004410
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004420
            END-IF.                                                     00004430
                                                                        00004440
       3100-ADD-OPENED-PARA.                                            00004450
            MOVE RM-SOURCE-SYS TO WS-NEW-SOURCE                         00004460
            PERFORM 6000-FIND-FEEDER-PARA                               00004470
            ADD 1 TO WS-FDR-REJECTS(WS-FDR-SUB, WS-MON-SUB)             00004480
            IF WS-MON-SUB = 4                                           00004490
              MOVE RM-SOURCE-SYS TO WS-NEW-KEY-SOURCE                   00004500
              MOVE RM-REASON-CODE TO WS-NEW-KEY-REASON                  00004510
              MOVE RM-CURRENCY-CODE TO WS-NEW-KEY-CCY                   00004520
              PERFORM 6100-FIND-GROUP-PARA                              00004530
              ADD 1 TO WS-GRP-OPENED(WS-GRP-SUB)                        00004540
              MOVE RM-ORIGINAL-STRING TO WS-VAL-STRING                  00004550
              MOVE RM-REASON-CODE TO WS-VAL-REASON                      00004560
              PERFORM 6300-VALUE-STRING-PARA                            00004570
              IF WS-VAL-KNOWN                                           00004580
                ADD WS-VAL-AMOUNT TO WS-GRP-OPEN-VALUE(WS-GRP-SUB)      00004590
              ELSE                                                      00004600
                ADD 1 TO WS-GRP-UNVALUED(WS-GRP-SUB)                    00004610
              END-IF                                                    00004620
            END-IF.                                                     00004630
                                                                        00004640
       3500-READ-CORRLOG-PARA.                                          00004650
      *    THE REPORT MONTH'S CORRECTION-LOG ROWS, BY THE DATE PGM1COR  00004660
      *    LOGGED THEM. CORRLOG, NOT THE MASTER, IS THE RECORD OF       00004670
      *    WHAT WAS CLOSED WHEN - A CLOSED ITEM THAT IS REJECTED AGAIN  00004680
      *    IS REOPENED ON REJMSTR AND LOSES ITS CLOSE DATE THERE.       00004690
            READ CORR-LOG-FILE                                          00004700
                AT END MOVE 'Y' TO WS-CORRLOG-EOF-SW                    00004710
            END-READ                                                    00004720
            PERFORM UNTIL WS-CORRLOG-EOF                                00004730
              ADD 1 TO WS-CORRLOG-READ                                  00004740
              IF CLOG-TIMESTAMP(1:6) = WS-PERIOD                        00004750
                PERFORM 3600-ADD-LOG-ROW-PARA                           00004760
              END-IF                                                    00004770
              READ CORR-LOG-FILE                                        00004780
                  AT END MOVE 'Y' TO WS-CORRLOG-EOF-SW                  00004790
              END-READ                                                  00004800
            END-PERFORM                                                 00004810
            IF WS-CORRLOG-STATUS NOT = '10'                             00004820
              MOVE WS-CORRLOG-STATUS TO WS-FILE-CHECK-STATUS            00004830
              MOVE 'CORR-LOG-RECORD READ' TO WS-FILE-CHECK-NAME         00004840
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00004850
            END-IF.                                                     00004860
                                                                        00004870
       3600-ADD-LOG-ROW-PARA.                                           00004880
      *    A 'U' ROW WITH NO SOURCE MATCHED NO REJECT AT ALL; ONE WITH  00004890
      *    A SOURCE WAS A CORRECTION PGM1COR REFUSED (A REVERSAL, OR A  00004900
      *    CLOSED PERIOD) AND LEFT OPEN. A 'C' OR 'W' ROW CLOSED THE    00004910
      *    ITEM - ITS REASON, CURRENCY AND OPEN DATE COME FROM THE      00004920
      *    MASTER. AN ITEM NO LONGER ON THE MASTER IS SHOWN UNDER       00004930
      *    REASON '----'.                                               00004940
            IF CLOG-SOURCE-SYS = SPACES                                 00004950
              ADD 1 TO WS-UNMATCHED-ROWS                                00004960
            ELSE                                                        00004970
              MOVE CLOG-SOURCE-SYS TO WS-NEW-SOURCE                     00004980
              PERFORM 6000-FIND-FEEDER-PARA                             00004990
              IF CLOG-DISP-UNMATCHED                                    00005000
                ADD 1 TO WS-FDR-REFUSED(WS-FDR-SUB)                     00005010
              ELSE                                                      00005020
                PERFORM 3700-ADD-CLOSURE-PARA                           00005030
              END-IF                                                    00005040
            END-IF.                                                     00005050
                                                                        00005060
       3700-ADD-CLOSURE-PARA.                                           00005070
            MOVE CLOG-TRAN-ID TO RM-TRAN-ID                             00005080
            READ REJMSTR-FILE                                           00005090
                INVALID KEY                                             00005100
                    MOVE 'N' TO WS-ON-MASTER-SW                         00005110
                NOT INVALID KEY                                         00005120
                    MOVE 'Y' TO WS-ON-MASTER-SW                         00005130
            END-READ                                                    00005140
            IF WS-ON-MASTER                                             00005150
              MOVE RM-REASON-CODE TO WS-NEW-KEY-REASON                  00005160
              MOVE RM-CURRENCY-CODE TO WS-NEW-KEY-CCY                   00005170
              MOVE RM-OPEN-DATE TO WS-DAYS-FROM                         00005180
            ELSE                                                        00005190
              IF WS-REJMSTR-STATUS NOT = '23'                           00005200
                MOVE WS-REJMSTR-STATUS TO WS-FILE-CHECK-STATUS          00005210
                MOVE 'RM-RECORD READ' TO WS-FILE-CHECK-NAME             00005220
                PERFORM 9990-CHECK-FILE-STATUS-PARA                     00005230
              END-IF                                                    00005240
              ADD 1 TO WS-NOT-ON-MASTER                                 00005250
              MOVE '----' TO WS-NEW-KEY-REASON                          00005260
              MOVE '---' TO WS-NEW-KEY-CCY                              00005270
              MOVE SPACES TO WS-DAYS-FROM                               00005280
            END-IF                                                      00005290
            MOVE CLOG-SOURCE-SYS TO WS-NEW-KEY-SOURCE                   00005300
            PERFORM 6100-FIND-GROUP-PARA                                00005310
            ADD 1 TO WS-GRP-CLOSED(WS-GRP-SUB)                          00005320
            MOVE CLOG-TIMESTAMP(1:8) TO WS-DAYS-TO                      00005330
            PERFORM 6400-DAYS-OPEN-PARA                                 00005340
            IF WS-DAYS-KNOWN                                            00005350
              ADD WS-DAYS-OPEN TO WS-GRP-DAYS-TOTAL(WS-GRP-SUB)         00005360
              ADD 1 TO WS-GRP-DAYS-ROWS(WS-GRP-SUB)                     00005370
              ADD WS-DAYS-OPEN TO WS-FDR-DAYS-TOTAL(WS-FDR-SUB)         00005380
              ADD 1 TO WS-FDR-DAYS-ROWS(WS-FDR-SUB)                     00005390
            END-IF                                                      00005400
            IF CLOG-DISP-WRITEOFF                                       00005410
              ADD 1 TO WS-FDR-WRITTEN-OFF(WS-FDR-SUB)                   00005420
              ADD 1 TO WS-GRP-WO-COUNT(WS-GRP-SUB)                      00005430
              MOVE CLOG-ORIGINAL-STRING TO WS-VAL-STRING                00005440
              MOVE WS-NEW-KEY-REASON TO WS-VAL-REASON                   00005450
              PERFORM 6300-VALUE-STRING-PARA                            00005460
              IF WS-VAL-KNOWN                                           00005470
                ADD WS-VAL-AMOUNT TO WS-GRP-WO-VALUE(WS-GRP-SUB)        00005480
              END-IF                                                    00005490
            ELSE                                                        00005500
              ADD 1 TO WS-FDR-CORRECTED(WS-FDR-SUB)                     00005510
            END-IF.                                                     00005520
                                                                        00005530
       4000-WRITE-REPORT-PARA.                                          00005540
            MOVE WS-PERIOD TO WS-RPT-TITLE-PERIOD                       00005550
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-DATE                 00005560
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00005570
            PERFORM 4900-WRITE-LINE-PARA                                00005580
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00005590
            PERFORM 4900-WRITE-LINE-PARA                                00005600
            PERFORM 4100-WRITE-RATES-PARA                               00005610
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00005620
            PERFORM 4900-WRITE-LINE-PARA                                00005630
            PERFORM 4200-WRITE-REASONS-PARA                             00005640
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00005650
            PERFORM 4900-WRITE-LINE-PARA                                00005660
            PERFORM 4300-WRITE-CORRLOG-PARA.                            00005670
                                                                        00005680
       4100-WRITE-RATES-PARA.                                           00005690
      *    ONE LINE PER FEEDER - ITS REJECT RATE FOR EACH MONTH OF THE  00005700
      *    WINDOW AND FOR THE THREE PRIOR MONTHS TAKEN TOGETHER, THE    00005710
      *    REPORT MONTH'S MERGED AND REJECTED COUNTS, AND THE TREND.    00005720
            MOVE WS-RPT-RATE-TITLE TO RPT-RECORD                        00005730
            PERFORM 4900-WRITE-LINE-PARA                                00005740
            MOVE SPACES TO WS-RPT-RATE-HEADING                          00005750
            MOVE 'SOURCE' TO WS-RPT-RH-SOURCE                           00005760
            MOVE WS-MON-PERIOD(1) TO WS-RPT-RH-LABEL(1)                 00005770
            MOVE WS-MON-PERIOD(2) TO WS-RPT-RH-LABEL(2)                 00005780
            MOVE WS-MON-PERIOD(3) TO WS-RPT-RH-LABEL(3)                 00005790
            MOVE 'PRIOR3' TO WS-RPT-RH-LABEL(4)                         00005800
            MOVE WS-MON-PERIOD(4) TO WS-RPT-RH-LABEL(5)                 00005810
            MOVE '     MERGED    REJECTS  TREND' TO WS-RPT-RH-TAIL      00005820
            MOVE WS-RPT-RATE-HEADING TO RPT-RECORD                      00005830
            PERFORM 4900-WRITE-LINE-PARA                                00005840
            PERFORM VARYING WS-FDR-SUB FROM 1 BY 1                      00005850
                UNTIL WS-FDR-SUB > WS-FDR-COUNT                         00005860
              MOVE SPACES TO WS-RPT-RATE-DETAIL                         00005870
              MOVE WS-FDR-SOURCE(WS-FDR-SUB) TO WS-RPT-RD-SOURCE        00005880
              PERFORM VARYING WS-MON-IDX FROM 1 BY 1                    00005890
                  UNTIL WS-MON-IDX > 4                                  00005900
                MOVE WS-MON-IDX TO WS-MON-SUB                           00005910
                IF WS-MON-IDX = 4                                       00005920
                  MOVE 5 TO WS-MON-SUB                                  00005930
                END-IF                                                  00005940
                IF WS-FDR-RATE-KNOWN(WS-FDR-SUB, WS-MON-IDX)            00005950
                  MOVE WS-FDR-RATE(WS-FDR-SUB, WS-MON-IDX)              00005960
                      TO WS-RATE-EDIT                                   00005970
                  MOVE WS-RATE-EDIT TO WS-RPT-RD-RATE(WS-MON-SUB)       00005980
                ELSE                                                    00005990
                  MOVE '    N/A' TO WS-RPT-RD-RATE(WS-MON-SUB)          00006000
                END-IF                                                  00006010
              END-PERFORM                                               00006020
              IF WS-FDR-PRIOR-KNOWN(WS-FDR-SUB)                         00006030
                MOVE WS-FDR-PRIOR-RATE(WS-FDR-SUB) TO WS-RATE-EDIT      00006040
                MOVE WS-RATE-EDIT TO WS-RPT-RD-RATE(4)                  00006050
              ELSE                                                      00006060
                MOVE '    N/A' TO WS-RPT-RD-RATE(4)                     00006070
              END-IF                                                    00006080
              MOVE WS-FDR-MERGED(WS-FDR-SUB, 4) TO WS-RPT-RD-MERGED     00006090
              MOVE WS-FDR-REJECTS(WS-FDR-SUB, 4) TO WS-RPT-RD-REJECTS   00006100
              MOVE WS-FDR-FLAG(WS-FDR-SUB) TO WS-RPT-RD-FLAG            00006110
              MOVE WS-RPT-RATE-DETAIL TO RPT-RECORD                     00006120
              PERFORM 4900-WRITE-LINE-PARA                              00006130
            END-PERFORM.                                                00006140
                                                                        00006150
       4200-WRITE-REASONS-PARA.                                         00006160
      *    THE REPORT MONTH BY SOURCE, REASON CODE AND CURRENCY.        00006170
            MOVE WS-RPT-GRP-TITLE TO RPT-RECORD                         00006180
            PERFORM 4900-WRITE-LINE-PARA                                00006190
            MOVE WS-RPT-GRP-HEADING TO RPT-RECORD                       00006200
            PERFORM 4900-WRITE-LINE-PARA                                00006210
            PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                      00006220
                UNTIL WS-GRP-SUB > WS-GRP-COUNT                         00006230
              MOVE WS-GRP-SOURCE(WS-GRP-SUB) TO WS-RPT-GRP-SOURCE       00006240
              MOVE WS-GRP-REASON(WS-GRP-SUB) TO WS-RPT-GRP-REASON       00006250
              MOVE WS-GRP-CCY(WS-GRP-SUB) TO WS-RPT-GRP-CCY             00006260
              MOVE WS-GRP-OPENED(WS-GRP-SUB) TO WS-RPT-GRP-OPENED       00006270
              MOVE WS-GRP-OPEN-VALUE(WS-GRP-SUB)                        00006280
                  TO WS-RPT-GRP-OPEN-VALUE                              00006290
              MOVE WS-GRP-CLOSED(WS-GRP-SUB) TO WS-RPT-GRP-CLOSED       00006300
              IF WS-GRP-DAYS-ROWS(WS-GRP-SUB) > ZERO                    00006310
                COMPUTE WS-AVG-DAYS ROUNDED =                           00006320
                    WS-GRP-DAYS-TOTAL(WS-GRP-SUB)                       00006330
                    / WS-GRP-DAYS-ROWS(WS-GRP-SUB)                      00006340
                MOVE WS-AVG-DAYS TO WS-AVG-EDIT                         00006350
                MOVE WS-AVG-EDIT TO WS-RPT-GRP-AVG-DAYS                 00006360
              ELSE                                                      00006370
                MOVE '   N/A' TO WS-RPT-GRP-AVG-DAYS                    00006380
              END-IF                                                    00006390
              MOVE WS-GRP-WO-COUNT(WS-GRP-SUB) TO WS-RPT-GRP-WO-COUNT   00006400
              MOVE WS-GRP-WO-VALUE(WS-GRP-SUB) TO WS-RPT-GRP-WO-VALUE   00006410
              MOVE WS-RPT-GRP-DETAIL TO RPT-RECORD                      00006420
              PERFORM 4900-WRITE-LINE-PARA                              00006430
              ADD WS-GRP-OPENED(WS-GRP-SUB) TO WS-TOT-OPENED            00006440
              ADD WS-GRP-UNVALUED(WS-GRP-SUB) TO WS-TOT-UNVALUED        00006450
              ADD WS-GRP-CLOSED(WS-GRP-SUB) TO WS-TOT-CLOSED            00006460
              ADD WS-GRP-WO-COUNT(WS-GRP-SUB) TO WS-TOT-WO-COUNT        00006470
            END-PERFORM                                                 00006480
            MOVE 'TOTAL ITEMS OPENED IN THE MONTH' TO WS-RPT-COUNT-LABEL00006490
            MOVE WS-TOT-OPENED TO WS-RPT-COUNT-VALUE                    00006500
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00006510
            PERFORM 4900-WRITE-LINE-PARA                                00006520
            MOVE '  OF WHICH CARRIED NO VALUE' TO WS-RPT-COUNT-LABEL    00006530
            MOVE WS-TOT-UNVALUED TO WS-RPT-COUNT-VALUE                  00006540
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00006550
            PERFORM 4900-WRITE-LINE-PARA                                00006560
            MOVE 'TOTAL ITEMS CLOSED IN THE MONTH' TO WS-RPT-COUNT-LABEL00006570
            MOVE WS-TOT-CLOSED TO WS-RPT-COUNT-VALUE                    00006580
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00006590
            PERFORM 4900-WRITE-LINE-PARA                                00006600
            MOVE '  OF WHICH WRITTEN OFF' TO WS-RPT-COUNT-LABEL         00006610
            MOVE WS-TOT-WO-COUNT TO WS-RPT-COUNT-VALUE                  00006620
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00006630
            PERFORM 4900-WRITE-LINE-PARA                                00006640
            MOVE '  OF WHICH NO LONGER ON REJMSTR' TO WS-RPT-COUNT-LABEL00006650
            MOVE WS-NOT-ON-MASTER TO WS-RPT-COUNT-VALUE                 00006660
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00006670
            PERFORM 4900-WRITE-LINE-PARA                                00006680
            MOVE WS-RPT-GRP-NOTE TO RPT-RECORD                          00006690
            PERFORM 4900-WRITE-LINE-PARA.                               00006700
                                                                        00006710
       4300-WRITE-CORRLOG-PARA.                                         00006720
      *    THE MONTH'S CORRECTION-LOG ACTIVITY BY FEEDER, WITH THE      00006730
      *    AVERAGE DAYS ITS REJECTS TOOK TO CLOSE.                      00006740
            MOVE WS-RPT-CLG-TITLE TO RPT-RECORD                         00006750
            PERFORM 4900-WRITE-LINE-PARA                                00006760
            MOVE WS-RPT-CLG-HEADING TO RPT-RECORD                       00006770
            PERFORM 4900-WRITE-LINE-PARA                                00006780
            PERFORM VARYING WS-FDR-SUB FROM 1 BY 1                      00006790
                UNTIL WS-FDR-SUB > WS-FDR-COUNT                         00006800
              MOVE WS-FDR-SOURCE(WS-FDR-SUB) TO WS-RPT-CLG-SOURCE       00006810
              MOVE WS-FDR-CORRECTED(WS-FDR-SUB)                         00006820
                  TO WS-RPT-CLG-CORRECTED                               00006830
              MOVE WS-FDR-WRITTEN-OFF(WS-FDR-SUB)                       00006840
                  TO WS-RPT-CLG-WRITTEN-OFF                             00006850
              MOVE WS-FDR-REFUSED(WS-FDR-SUB) TO WS-RPT-CLG-REFUSED     00006860
              IF WS-FDR-DAYS-ROWS(WS-FDR-SUB) > ZERO                    00006870
                COMPUTE WS-AVG-DAYS ROUNDED =                           00006880
                    WS-FDR-DAYS-TOTAL(WS-FDR-SUB)                       00006890
                    / WS-FDR-DAYS-ROWS(WS-FDR-SUB)                      00006900
                MOVE WS-AVG-DAYS TO WS-AVG-EDIT                         00006910
                MOVE WS-AVG-EDIT TO WS-RPT-CLG-AVG-DAYS                 00006920
              ELSE                                                      00006930
                MOVE '   N/A' TO WS-RPT-CLG-AVG-DAYS                    00006940
              END-IF                                                    00006950
              MOVE WS-RPT-CLG-DETAIL TO RPT-RECORD                      00006960
              PERFORM 4900-WRITE-LINE-PARA                              00006970
            END-PERFORM                                                 00006980
            MOVE 'UNMATCHED ROWS (NO REJECT FOR TRAN-ID)'               00006990
                TO WS-RPT-COUNT-LABEL                                   00007000
            MOVE WS-UNMATCHED-ROWS TO WS-RPT-COUNT-VALUE                00007010
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00007020
            PERFORM 4900-WRITE-LINE-PARA.                               00007030
                                                                        00007040
       4900-WRITE-LINE-PARA.                                            00007050
            WRITE RPT-RECORD                                            00007060
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00007070
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00007080
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00007090
                                                                        00007100
       5000-RATE-FEEDERS-PARA.                                          00007110
      *    A FEEDER IS WORSENING WHEN ITS RATE THIS MONTH IS ABOVE ITS  00007120
      *    RATE FOR THE THREE PRIOR MONTHS TAKEN TOGETHER AND ABOVE     00007130
      *    LAST MONTH'S (WHEN LAST MONTH HAS ONE). A FEEDER WITH NO     00007140
      *    MERGED COUNT FOR THE PRIOR MONTHS HAS NO HISTORY TO JUDGE    00007150
      *    AGAINST YET; ONE WITH REJECTS BUT NO MERGED COUNT THIS       00007160
      *    MONTH HAS NO RATE AT ALL.                                    00007170
            PERFORM VARYING WS-FDR-SUB FROM 1 BY 1                      00007180
                UNTIL WS-FDR-SUB > WS-FDR-COUNT                         00007190
              MOVE ZERO TO WS-PRIOR-MERGED                              00007200
              MOVE ZERO TO WS-PRIOR-REJECTS                             00007210
              PERFORM VARYING WS-MON-IDX FROM 1 BY 1                    00007220
                  UNTIL WS-MON-IDX > 4                                  00007230
                IF WS-FDR-MERGED(WS-FDR-SUB, WS-MON-IDX) > ZERO         00007240
                  MOVE 'Y' TO WS-FDR-RATE-SW(WS-FDR-SUB, WS-MON-IDX)    00007250
                  COMPUTE WS-FDR-RATE(WS-FDR-SUB, WS-MON-IDX) ROUNDED = 00007260
                      WS-FDR-REJECTS(WS-FDR-SUB, WS-MON-IDX) * 100      00007270
                      / WS-FDR-MERGED(WS-FDR-SUB, WS-MON-IDX)           00007280
                      ON SIZE ERROR                                     00007290
                        MOVE 9999.99                                    00007300
                            TO WS-FDR-RATE(WS-FDR-SUB, WS-MON-IDX)      00007310
                  END-COMPUTE                                           00007320
                  IF WS-MON-IDX < 4                                     00007330
                    ADD WS-FDR-MERGED(WS-FDR-SUB, WS-MON-IDX)           00007340
                        TO WS-PRIOR-MERGED                              00007350
                    ADD WS-FDR-REJECTS(WS-FDR-SUB, WS-MON-IDX)          00007360
                        TO WS-PRIOR-REJECTS                             00007370
                  END-IF                                                00007380
                END-IF                                                  00007390
              END-PERFORM                                               00007400
              IF WS-PRIOR-MERGED > ZERO                                 00007410
                MOVE 'Y' TO WS-FDR-PRIOR-SW(WS-FDR-SUB)                 00007420
                COMPUTE WS-FDR-PRIOR-RATE(WS-FDR-SUB) ROUNDED =         00007430
                    WS-PRIOR-REJECTS * 100 / WS-PRIOR-MERGED            00007440
                    ON SIZE ERROR                                       00007450
                      MOVE 9999.99 TO WS-FDR-PRIOR-RATE(WS-FDR-SUB)     00007460
                END-COMPUTE                                             00007470
              END-IF                                                    00007480
              PERFORM 5100-SET-TREND-PARA                               00007490
            END-PERFORM.                                                00007500
                                                                        00007510
       5100-SET-TREND-PARA.                                             00007520
            IF NOT WS-FDR-RATE-KNOWN(WS-FDR-SUB, 4)                     00007530
              IF WS-FDR-REJECTS(WS-FDR-SUB, 4) > ZERO                   00007540
                MOVE 'NO MERGES' TO WS-FDR-FLAG(WS-FDR-SUB)             00007550
              END-IF                                                    00007560
            ELSE                                                        00007570
              IF NOT WS-FDR-PRIOR-KNOWN(WS-FDR-SUB)                     00007580
                MOVE 'NO HISTORY' TO WS-FDR-FLAG(WS-FDR-SUB)            00007590
              ELSE                                                      00007600
                IF WS-FDR-RATE(WS-FDR-SUB, 4)                           00007610
                       > WS-FDR-PRIOR-RATE(WS-FDR-SUB)                  00007620
                    AND (NOT WS-FDR-RATE-KNOWN(WS-FDR-SUB, 3)           00007630
                         OR WS-FDR-RATE(WS-FDR-SUB, 4)                  00007640
                            > WS-FDR-RATE(WS-FDR-SUB, 3))               00007650
                  MOVE 'WORSENING' TO WS-FDR-FLAG(WS-FDR-SUB)           00007660
                  ADD 1 TO WS-WORSE-COUNT                               00007670
                ELSE                                                    00007680
                  IF WS-FDR-RATE(WS-FDR-SUB, 4)                         00007690
                         < WS-FDR-PRIOR-RATE(WS-FDR-SUB)                00007700
                    MOVE 'IMPROVING' TO WS-FDR-FLAG(WS-FDR-SUB)         00007710
                  ELSE                                                  00007720
                    MOVE 'STEADY' TO WS-FDR-FLAG(WS-FDR-SUB)            00007730
                  END-IF                                                00007740
                END-IF                                                  00007750
              END-IF                                                    00007760
            END-IF.                                                     00007770
                                                                        00007780
       6000-FIND-FEEDER-PARA.                                           00007790
      *    POINTS WS-FDR-SUB AT THE LINE FOR WS-NEW-SOURCE, INSERTING   00007800
      *    IT IN SOURCE ORDER THE FIRST TIME - SAME TECHNIQUE AS        00007810
      *    PGM1MEC'S 2150-ADD-TO-SUMMARY-PARA.                          00007820
            MOVE 'N' TO WS-SLOT-SW                                      00007830
            PERFORM VARYING WS-FDR-SUB FROM 1 BY 1                      00007840
                UNTIL WS-FDR-SUB > WS-FDR-COUNT OR WS-SLOT-FOUND        00007850
              IF WS-FDR-SOURCE(WS-FDR-SUB) NOT < WS-NEW-SOURCE          00007860
                SET WS-SLOT-FOUND TO TRUE                               00007870
              END-IF                                                    00007880
            END-PERFORM                                                 00007890
            IF WS-SLOT-FOUND                                            00007900
              SUBTRACT 1 FROM WS-FDR-SUB                                00007910
              IF WS-FDR-SOURCE(WS-FDR-SUB) NOT = WS-NEW-SOURCE          00007920
                MOVE 'N' TO WS-SLOT-SW                                  00007930
              END-IF                                                    00007940
            END-IF                                                      00007950
            IF NOT WS-SLOT-FOUND                                        00007960
              IF WS-FDR-COUNT >= WS-FDR-MAX                             00007970
                MOVE 'MORE FEEDERS THAN THE TABLE HOLDS'                00007980
                    TO WS-CTL-ABEND-MSG                                 00007990
                PERFORM 9995-CONTROL-ABEND-PARA                         00008000
              END-IF                                                    00008010
              PERFORM VARYING WS-FDR-SHIFT FROM WS-FDR-COUNT BY -1      00008020
                  UNTIL WS-FDR-SHIFT < WS-FDR-SUB                       00008030
                MOVE WS-FDR-ENTRY(WS-FDR-SHIFT)                         00008040
                    TO WS-FDR-ENTRY(WS-FDR-SHIFT + 1)                   00008050
              END-PERFORM                                               00008060
              MOVE WS-NEW-SOURCE TO WS-FDR-SOURCE(WS-FDR-SUB)           00008070
              PERFORM VARYING WS-MON-IDX FROM 1 BY 1                    00008080
                  UNTIL WS-MON-IDX > 4                                  00008090
                MOVE ZERO TO WS-FDR-MERGED(WS-FDR-SUB, WS-MON-IDX)      00008100
                MOVE ZERO TO WS-FDR-REJECTS(WS-FDR-SUB, WS-MON-IDX)     00008110
                MOVE ZERO TO WS-FDR-RATE(WS-FDR-SUB, WS-MON-IDX)        00008120
                MOVE 'N' TO WS-FDR-RATE-SW(WS-FDR-SUB, WS-MON-IDX)      00008130
              END-PERFORM                                               00008140
              MOVE ZERO TO WS-FDR-PRIOR-RATE(WS-FDR-SUB)                00008150
              MOVE 'N' TO WS-FDR-PRIOR-SW(WS-FDR-SUB)                   00008160
              MOVE ZERO TO WS-FDR-CORRECTED(WS-FDR-SUB)                 00008170
              MOVE ZERO TO WS-FDR-WRITTEN-OFF(WS-FDR-SUB)               00008180
              MOVE ZERO TO WS-FDR-REFUSED(WS-FDR-SUB)                   00008190
              MOVE ZERO TO WS-FDR-DAYS-TOTAL(WS-FDR-SUB)                00008200
              MOVE ZERO TO WS-FDR-DAYS-ROWS(WS-FDR-SUB)                 00008210
              MOVE SPACES TO WS-FDR-FLAG(WS-FDR-SUB)                    00008220
              ADD 1 TO WS-FDR-COUNT                                     00008230
            END-IF.                                                     00008240
                                                                        00008250
       6100-FIND-GROUP-PARA.                                            00008260
      *    POINTS WS-GRP-SUB AT THE LINE FOR WS-NEW-KEY, INSERTING IT   00008270
      *    IN KEY ORDER THE FIRST TIME - SAME TECHNIQUE AS              00008280
      *    6000-FIND-FEEDER-PARA.                                       00008290
            MOVE 'N' TO WS-SLOT-SW                                      00008300
            PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                      00008310
                UNTIL WS-GRP-SUB > WS-GRP-COUNT OR WS-SLOT-FOUND        00008320
              IF WS-GRP-KEY(WS-GRP-SUB) NOT < WS-NEW-KEY                00008330
                SET WS-SLOT-FOUND TO TRUE                               00008340
              END-IF                                                    00008350
            END-PERFORM                                                 00008360
            IF WS-SLOT-FOUND                                            00008370
              SUBTRACT 1 FROM WS-GRP-SUB                                00008380
              IF WS-GRP-KEY(WS-GRP-SUB) NOT = WS-NEW-KEY                00008390
                MOVE 'N' TO WS-SLOT-SW                                  00008400
              END-IF                                                    00008410
            END-IF                                                      00008420
            IF NOT WS-SLOT-FOUND                                        00008430
              IF WS-GRP-COUNT >= WS-GRP-MAX                             00008440
                MOVE 'MORE REASON LINES THAN THE TABLE HOLDS'           00008450
                    TO WS-CTL-ABEND-MSG                                 00008460
                PERFORM 9995-CONTROL-ABEND-PARA                         00008470
              END-IF                                                    00008480
              PERFORM VARYING WS-GRP-SHIFT FROM WS-GRP-COUNT BY -1      00008490
                  UNTIL WS-GRP-SHIFT < WS-GRP-SUB                       00008500
                MOVE WS-GRP-ENTRY(WS-GRP-SHIFT)                         00008510
                    TO WS-GRP-ENTRY(WS-GRP-SHIFT + 1)                   00008520
              END-PERFORM                                               00008530
              MOVE WS-NEW-KEY TO WS-GRP-KEY(WS-GRP-SUB)                 00008540
              MOVE ZERO TO WS-GRP-OPENED(WS-GRP-SUB)                    00008550
              MOVE ZERO TO WS-GRP-OPEN-VALUE(WS-GRP-SUB)                00008560
              MOVE ZERO TO WS-GRP-UNVALUED(WS-GRP-SUB)                  00008570
              MOVE ZERO TO WS-GRP-CLOSED(WS-GRP-SUB)                    00008580
              MOVE ZERO TO WS-GRP-DAYS-TOTAL(WS-GRP-SUB)                00008590
              MOVE ZERO TO WS-GRP-DAYS-ROWS(WS-GRP-SUB)                 00008600
              MOVE ZERO TO WS-GRP-WO-COUNT(WS-GRP-SUB)                  00008610
              MOVE ZERO TO WS-GRP-WO-VALUE(WS-GRP-SUB)                  00008620
              ADD 1 TO WS-GRP-COUNT                                     00008630
            END-IF.                                                     00008640
                                                                        00008650
       6200-FIND-MONTH-PARA.                                            00008660
      *    WS-MON-SUB IS THE WINDOW ENTRY FOR WS-FIND-PERIOD, OR ZERO   00008670
      *    WHEN THE MONTH IS OUTSIDE THE WINDOW.                        00008680
            MOVE ZERO TO WS-MON-SUB                                     00008690
            PERFORM VARYING WS-MON-IDX FROM 1 BY 1                      00008700
                UNTIL WS-MON-IDX > 4 OR WS-MON-SUB > ZERO               00008710
              IF WS-MON-PERIOD(WS-MON-IDX) = WS-FIND-PERIOD             00008720
                MOVE WS-MON-IDX TO WS-MON-SUB                           00008730
              END-IF                                                    00008740
            END-PERFORM.                                                00008750
                                                                        00008760
       6300-VALUE-STRING-PARA.                                          00008770
            MOVE ZERO TO WS-VAL-AMOUNT                                  00008780
            MOVE 'N' TO WS-VAL-SW                                       00008790
            IF WS-VAL-REASON NOT = 'R004' AND WS-VAL-REASON NOT = 'R005'00008800
              IF FUNCTION TEST-NUMVAL-C(WS-VAL-STRING) = 0              00008810
                COMPUTE WS-VAL-AMOUNT ROUNDED =                         00008820
                    FUNCTION NUMVAL-C(WS-VAL-STRING)                    00008830
                MOVE 'Y' TO WS-VAL-SW                                   00008840
              END-IF                                                    00008850
            END-IF.                                                     00008860
                                                                        00008870
       6400-DAYS-OPEN-PARA.                                             00008880
            MOVE ZERO TO WS-DAYS-OPEN                                   00008890
            MOVE 'N' TO WS-DAYS-SW                                      00008900
            IF WS-DAYS-FROM IS NUMERIC AND WS-DAYS-TO IS NUMERIC        00008910
              COMPUTE WS-DAYS-OPEN =                                    00008920
                  FUNCTION INTEGER-OF-DATE(WS-DAYS-TO-NUM)              00008930
                  - FUNCTION INTEGER-OF-DATE(WS-DAYS-FROM-NUM)          00008940
              IF WS-DAYS-OPEN NOT < ZERO                                00008950
                MOVE 'Y' TO WS-DAYS-SW                                  00008960
              END-IF                                                    00008970
            END-IF.                                                     00008980
                                                                        00008990
       9990-CHECK-FILE-STATUS-PARA.                                     00009000
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00009010
              DISPLAY 'PGM1RTR ABEND: ' WS-FILE-CHECK-NAME              00009020
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00009030
              MOVE 16 TO RETURN-CODE                                    00009040
              STOP RUN                                                  00009050
            END-IF.                                                     00009060
                                                                        00009070
       9995-CONTROL-ABEND-PARA.                                         00009080
      *    A BAD PARM OR A TABLE OVERFLOW. NO REPORT IS WORTH READING   00009090
      *    WHEN THIS FIRES.                                             00009100
            DISPLAY 'PGM1RTR ABEND: ' WS-CTL-ABEND-MSG                  00009110
            MOVE 20 TO RETURN-CODE                                      00009120
            STOP RUN.                                                   00009130
                                                                        00009140
       9997-TREND-ALERT-PARA.                                           00009150
      *    SAME "PGM1 ALERT:" CONSOLE TAG AS PGM1'S OWN ALERTS - ONE    00009160
      *    LINE PER WORSENING FEEDER SO OPS KNOW WHICH FEEDER TEAMS TO  00009170
      *    TAKE RTRRPT TO. RC 4; NOTHING HAS FAILED.                    00009180
            IF WS-WORSE-COUNT > ZERO                                    00009190
              PERFORM VARYING WS-FDR-SUB FROM 1 BY 1                    00009200
                  UNTIL WS-FDR-SUB > WS-FDR-COUNT                       00009210
                IF WS-FDR-FLAG(WS-FDR-SUB) = 'WORSENING'                00009220
                  MOVE WS-FDR-RATE(WS-FDR-SUB, 4) TO WS-RATE-EDIT       00009230
                  DISPLAY 'PGM1 ALERT: FEEDER '                         00009240
                      WS-FDR-SOURCE(WS-FDR-SUB)                         00009250
                      ' REJECT RATE WORSENING IN ' WS-PERIOD            00009260
                      ' - ' WS-RATE-EDIT ' PCT - SEE RTRRPT'            00009270
                END-IF                                                  00009280
              END-PERFORM                                               00009290
              MOVE 4 TO RETURN-CODE                                     00009300
            END-IF.                                                     00009310

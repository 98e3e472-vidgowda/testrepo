       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1MEC.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - MONTH-END CLOSE. ROLLS UP  *00000080
      *               EVERY EXTROUT ROW POSTED IN THE PERIOD (YYYYMM)  *00000090
      *               INTO A PERIOD SUMMARY BY SOURCE SYSTEM, CURRENCY *00000100
      *               AND ALLOCATION SIDE, RECONCILES THE PERIOD'S     *00000110
      *               CONVERTED ROWS TO THE SUM OF ITS SUMHIST AMOUNT  *00000120
      *               TOTALS DAY BY DAY, AND - WHEN THEY AGREE - SETS  *00000130
      *               THE PERIOD LOCK (PERLOCK - SEE PLOKREC COPY) AND *00000140
      *               APPENDS THE SUMMARY TO PERSUM (SEE PSUMREC       *00000150
      *               COPY). THE PERIOD COMES FROM THE EXEC PARM       *00000160
      *               ('YYYYMM', DEFAULT THE MONTH BEFORE TODAY); PARM *00000170
      *               'YYYYMM,F' LOCKS THE PERIOD OVER A DIFFERENCE.   *00000180
      *               WRITES THE MECRPT REPORT. SEE PGM1MEC.JCL.       *00000190
      *  10/15/2026  VAR  ROLLS UP FROM PSTHIST BY PH-BUS-DATE, THE    *00000200
      *               DATE PGM1'S PERIOD LOCK TESTS, INSTEAD OF        *00000210
      *               EXTROUT BY ITS WALL-CLOCK RUN DATE, SO A CLOSED  *00000220
      *               PERIOD'S SUMMARY COVERS EXACTLY WHAT ITS LOCK    *00000230
      *               NOW REFUSES. THE SUMHIST RECONCILIATION IS BY    *00000240
      *               POSTING DAY OVER EVERY DAY THAT POSTED A ROW OF  *00000250
      *               THE PERIOD (OR FALLS IN IT). THE EXTROUT SORT    *00000260
      *               STEP IS GONE.                                    *00000270
      ***************************************************************** 00000280
       ENVIRONMENT DIVISION.                                            00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
           SELECT PERLOCK-FILE ASSIGN TO PERLOCK                        00000320
               ORGANIZATION IS SEQUENTIAL                               00000330
               ACCESS MODE IS SEQUENTIAL                                00000340
               FILE STATUS IS WS-PERLOCK-STATUS.                        00000350
           SELECT PSTHIST-FILE ASSIGN TO PSTHIST                        00000360
               ORGANIZATION IS INDEXED                                  00000370
               ACCESS MODE IS SEQUENTIAL                                00000380
               RECORD KEY IS PH-KEY                                     00000390
               FILE STATUS IS WS-PSTHIST-STATUS.                        00000400
           SELECT SUMHIST-FILE ASSIGN TO SUMHIST                        00000410
               ORGANIZATION IS SEQUENTIAL                               00000420
               ACCESS MODE IS SEQUENTIAL                                00000430
               FILE STATUS IS WS-SUMHIST-STATUS.                        00000440
           SELECT PERSUM-FILE ASSIGN TO PERSUM                          00000450
               ORGANIZATION IS SEQUENTIAL                               00000460
               ACCESS MODE IS SEQUENTIAL                                00000470
               FILE STATUS IS WS-PERSUM-STATUS.                         00000480
           SELECT REPORT-FILE ASSIGN TO MECRPT                          00000490
               ORGANIZATION IS SEQUENTIAL                               00000500
               ACCESS MODE IS SEQUENTIAL                                00000510
               FILE STATUS IS WS-REPORT-STATUS.                         00000520
       DATA DIVISION.                                                   00000530
       FILE SECTION.                                                    00000540
       FD  PERLOCK-FILE                                                 00000550
           RECORDING MODE IS F.                                         00000560
      *    THE PERIOD LOCK - READ FOR THE LATEST CLOSED PERIOD, THEN    00000570
      *    EXTENDED WITH THIS PERIOD'S RECORD ONCE IT IS CLOSED. SEE    00000580
      *    PLOKREC COPY.                                                00000590
           COPY PLOKREC.                                                00000600
       FD  PSTHIST-FILE                                                 00000610
           RECORDING MODE IS F.                                         00000620
      *    THE PERMANENT POSTING HISTORY - ONE ROW PER EXTROUT ROW PGM1 00000630
      *    HAS EVER WRITTEN, READ FROM END TO END TWICE. IT IS NEVER    00000640
      *    ROLLED OFF, AND A RESTART OR A RERUN THAT REPOSTS A ROW      00000650
      *    REPLACES IT UNDER THE SAME KEY, SO EVERY POSTED ROW COUNTS   00000660
      *    ONCE. PH-BUS-DATE IS THE DATE PGM1'S PERIOD LOCK TESTED THE  00000670
      *    ITEM AGAINST (SEE PSTHREC COPY); PH-EXT-RUN-DATE IS THE      00000680
      *    WALL-CLOCK DAY IT WAS POSTED ON, THE SAME CLOCK AS SUMHIST'S 00000690
      *    RUN DATE.                                                    00000700
           COPY PSTHREC.                                                00000710
       FD  SUMHIST-FILE                                                 00000720
           RECORDING MODE IS F.                                         00000730
      *    THE ROLLING CONTROL-TOTAL HISTORIES OF EVERY PGM1 RUN THAT   00000740
      *    POSTS (NIGHTLY, CORRECTION AND BOTH PARTITION SLICES),       00000750
      *    CONCATENATED. SAME LAYOUT AS PGM1.COB'S SUMHIST-RECORD -     00000760
      *    KEEP THE TWO IN SYNC BY HAND.                                00000770
       01  SUMHIST-RECORD.                                              00000780
           05  HIST-RUN-DATE            PIC X(08).                      00000790
           05  HIST-RECORDS-READ        PIC 9(09).                      00000800
           05  HIST-RECORDS-GOOD        PIC 9(09).                      00000810
           05  HIST-RECORDS-REJECTED    PIC 9(09).                      00000820
           05  HIST-AMOUNT-TOTAL        PIC S9(9)V99.                   00000830
       FD  PERSUM-FILE                                                  00000840
           RECORDING MODE IS F.                                         00000850
      *    THE PERIOD SUMMARY FOR GL, APPENDED ONLY WHEN THE PERIOD IS  00000860
      *    LOCKED. SEE PSUMREC COPY.                                    00000870
           COPY PSUMREC.                                                00000880
       FD  REPORT-FILE                                                  00000890
           RECORDING MODE IS F.                                         00000900
      *    THE CLOSE REPORT, ONE 80-BYTE PRINT LINE PER RECORD, SAME    00000910
      *    CONVENTION AS SUMRPT/RAGRPT/HLDRPT.                          00000920
       01  RPT-RECORD                  PIC X(80).                       00000930
       WORKING-STORAGE SECTION.                                         00000940
       01  WS-PERLOCK-STATUS           PIC XX.                          00000950
       01  WS-PSTHIST-STATUS           PIC XX.                          00000960
       01  WS-SUMHIST-STATUS           PIC XX.                          00000970
       01  WS-PERSUM-STATUS            PIC XX.                          00000980
       01  WS-REPORT-STATUS            PIC XX.                          00000990
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00001000
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00001010
       01  WS-CTL-ABEND-MSG            PIC X(50).                       00001020
       01  WS-TIMESTAMP                PIC X(21).                       00001030
       01  WS-TODAY-PERIOD             PIC X(06).                       00001040
      *    THE PERIOD BEING CLOSED, AND THE ONE THE LOCK EXPECTS NEXT   00001050
      *    (THE MONTH AFTER THE LATEST CLOSED PERIOD).                  00001060
       01  WS-PERIOD-AREA.                                              00001070
           05  WS-PERIOD-YEAR          PIC 9(04).                       00001080
           05  WS-PERIOD-MONTH         PIC 9(02).                       00001090
       01  WS-PERIOD REDEFINES WS-PERIOD-AREA                           00001100
                                       PIC X(06).                       00001110
       01  WS-NEXT-AREA.                                                00001120
           05  WS-NEXT-YEAR            PIC 9(04).                       00001130
           05  WS-NEXT-MONTH           PIC 9(02).                       00001140
       01  WS-NEXT-PERIOD REDEFINES WS-NEXT-AREA                        00001150
                                       PIC X(06).                       00001160
       01  WS-CLOSED-THRU-PERIOD       PIC X(06) VALUE SPACES.          00001170
       01  WS-FORCE-SW                 PIC X VALUE 'N'.                 00001180
           88  WS-FORCE-CLOSE          VALUE 'Y'.                       00001190
       01  WS-BALANCED-SW              PIC X VALUE 'N'.                 00001200
           88  WS-BALANCED             VALUE 'Y'.                       00001210
       01  WS-LOCK-SW                  PIC X VALUE 'N'.                 00001220
           88  WS-LOCK-PERIOD          VALUE 'Y'.                       00001230
       01  WS-PL-EOF-SW                PIC X VALUE 'N'.                 00001240
           88  WS-PL-EOF               VALUE 'Y'.                       00001250
       01  WS-PSTHIST-EOF-SW           PIC X VALUE 'N'.                 00001260
           88  WS-PSTHIST-EOF          VALUE 'Y'.                       00001270
       01  WS-SUMHIST-EOF-SW           PIC X VALUE 'N'.                 00001280
           88  WS-SUMHIST-EOF          VALUE 'Y'.                       00001290
      *    THE PERIOD SUMMARY, KEPT IN SOURCE/CURRENCY/SIDE ORDER AS IT 00001300
      *    IS BUILT (2150-ADD-TO-SUMMARY-PARA) SO THE REPORT AND PERSUM 00001310
      *    COME OUT SORTED. 500 LINES IS 100 SOURCE/CURRENCY PAIRS.     00001320
       01  WS-SUM-TABLE.                                                00001330
           05  WS-SUM-ENTRY OCCURS 500 TIMES.                           00001340
               10  WS-SUM-KEY.                                          00001350
                   15  WS-SUM-SOURCE   PIC X(04).                       00001360
                   15  WS-SUM-CCY      PIC X(03).                       00001370
                   15  WS-SUM-SIDE     PIC 9(01).                       00001380
               10  WS-SUM-ROWS         PIC 9(09).                       00001390
               10  WS-SUM-AMOUNT       PIC S9(11)V99.                   00001400
       01  WS-SUM-COUNT                PIC 9(03) VALUE ZERO.            00001410
       01  WS-SUM-MAX                  PIC 9(03) VALUE 500.             00001420
       01  WS-SUM-SUB                  PIC 9(03) VALUE ZERO.            00001430
       01  WS-SUM-SHIFT                PIC 9(03) VALUE ZERO.            00001440
       01  WS-NEW-KEY.                                                  00001450
           05  WS-NEW-SOURCE           PIC X(04).                       00001460
           05  WS-NEW-CCY              PIC X(03).                       00001470
           05  WS-NEW-SIDE             PIC 9(01).                       00001480
       01  WS-NEW-AMOUNT               PIC S9(11)V99 VALUE ZERO.        00001490
       01  WS-SLOT-SW                  PIC X VALUE 'N'.                 00001500
           88  WS-SLOT-FOUND           VALUE 'Y'.                       00001510
       01  WS-SIDE-SUB                 PIC 9(01) VALUE ZERO.            00001520
      *    THE DAY-BY-DAY RECONCILIATION - ONE LINE PER WALL-CLOCK DAY  00001530
      *    THAT POSTED A ROW DATED IN THE PERIOD, OR THAT FALLS IN THE  00001540
      *    PERIOD AND HAS A SUMHIST ENTRY, IN DATE ORDER. THE LAST      00001550
      *    NIGHTS OF A MONTH AND ITS LATE CORRECTIONS POST EARLY IN THE 00001560
      *    NEXT ONE, HENCE TWO MONTHS OF DAYS. A DAY MISSING FROM       00001570
      *    SUMHIST USUALLY MEANS MAX-HIST-ENTRIES IS SET TOO LOW.       00001580
       01  WS-DAY-TABLE.                                                00001590
           05  WS-DAY-ENTRY OCCURS 62 TIMES.                            00001600
               10  WS-DAY-DATE         PIC X(08).                       00001610
               10  WS-DAY-EXT-AMOUNT   PIC S9(11)V99.                   00001620
               10  WS-DAY-HIST-AMOUNT  PIC S9(11)V99.                   00001630
               10  WS-DAY-HIST-RUNS    PIC 9(03).                       00001640
       01  WS-DAY-COUNT                PIC 9(02) VALUE ZERO.            00001650
       01  WS-DAY-MAX                  PIC 9(02) VALUE 62.              00001660
       01  WS-DAY-SUB                  PIC 9(02) VALUE ZERO.            00001670
       01  WS-DAY-SHIFT                PIC 9(02) VALUE ZERO.            00001680
       01  WS-DAY-FOUND                PIC 9(02) VALUE ZERO.            00001690
       01  WS-DAY-KEY                  PIC X(08) VALUE SPACES.          00001700
       01  WS-DAY-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.        00001710
       01  WS-DAYS-OUT                 PIC 9(02) VALUE ZERO.            00001720
       01  WS-DAYS-NO-HIST             PIC 9(02) VALUE ZERO.            00001730
      *    CLOSE TOTALS. CONVERTED ROWS (PH-CHANGE-FLAG N/C/U) ARE      00001740
      *    WHAT PGM1'S SUMHIST AMOUNT TOTAL COUNTS; REVERSAL ('R') AND  00001750
      *    RELEASE ('A') ROWS ARE POSTED OUTSIDE IT AND SHOWN AS        00001760
      *    SEPARATE LINES. THE WS-POSTED- TOTALS ARE EVERY CONVERTED    00001770
      *    ROW POSTED ON THE RECONCILED DAYS, WHATEVER ITS PERIOD.      00001780
       01  WS-PSTHIST-READ             PIC 9(09) VALUE ZERO.            00001790
       01  WS-CONV-ROWS                PIC 9(09) VALUE ZERO.            00001800
       01  WS-CONV-AMOUNT              PIC S9(11)V99 VALUE ZERO.        00001810
       01  WS-REV-ROWS                 PIC 9(09) VALUE ZERO.            00001820
       01  WS-REV-AMOUNT               PIC S9(11)V99 VALUE ZERO.        00001830
       01  WS-REL-ROWS                 PIC 9(09) VALUE ZERO.            00001840
       01  WS-REL-AMOUNT               PIC S9(11)V99 VALUE ZERO.        00001850
       01  WS-ALL-ROWS                 PIC 9(09) VALUE ZERO.            00001860
       01  WS-ALL-AMOUNT               PIC S9(11)V99 VALUE ZERO.        00001870
       01  WS-POSTED-ROWS              PIC 9(09) VALUE ZERO.            00001880
       01  WS-POSTED-AMOUNT            PIC S9(11)V99 VALUE ZERO.        00001890
       01  WS-HIST-RUNS                PIC 9(09) VALUE ZERO.            00001900
       01  WS-HIST-AMOUNT              PIC S9(11)V99 VALUE ZERO.        00001910
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE ZERO.        00001920
       01  WS-DIFFERENCE-EDIT          PIC -9(11).99.                   00001930
       01  WS-PERSUM-COUNT             PIC 9(03) VALUE ZERO.            00001940
       01  WS-RPT-TITLE.                                                00001950
           05  FILLER                   PIC X(32) VALUE                 00001960
               'PGM1 MONTH-END CLOSE - PERIOD '.                        00001970
           05  WS-RPT-TITLE-PERIOD      PIC X(06).                      00001980
           05  FILLER                   PIC X(09) VALUE                 00001990
               ', RUN ON '.                                             00002000
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00002010
           05  FILLER                   PIC X(25) VALUE SPACES.         00002020
       01  WS-RPT-SUM-HEADING.                                          00002030
           05  FILLER                   PIC X(40) VALUE                 00002040
               'SOURCE  CCY  SIDE       ROWS            '.              00002050
           05  FILLER                   PIC X(40) VALUE                 00002060
               'AMOUNT                                  '.              00002070
       01  WS-RPT-SUM-DETAIL.                                           00002080
           05  WS-RPT-SUM-SOURCE        PIC X(04).                      00002090
           05  FILLER                   PIC X(04) VALUE SPACES.         00002100
           05  WS-RPT-SUM-CCY           PIC X(03).                      00002110
           05  FILLER                   PIC X(03) VALUE SPACES.         00002120
           05  WS-RPT-SUM-SIDE          PIC X(05).                      00002130
           05  WS-RPT-SUM-ROWS          PIC ZZZ,ZZZ,ZZ9.                00002140
           05  FILLER                   PIC X(02) VALUE SPACES.         00002150
           05  WS-RPT-SUM-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00002160
           05  FILLER                   PIC X(30) VALUE SPACES.         00002170
       01  WS-RPT-DAY-HEADING.                                          00002180
           05  FILLER                   PIC X(40) VALUE                 00002190
               'POSTED ON    PSTHIST CONVERTED      SUMH'.              00002200
           05  FILLER                   PIC X(40) VALUE                 00002210
               'IST TOTAL         DIFFERENCE  RUNS      '.              00002220
       01  WS-RPT-DAY-DETAIL.                                           00002230
           05  WS-RPT-DAY-DATE          PIC X(08).                      00002240
           05  FILLER                   PIC X(03) VALUE SPACES.         00002250
           05  WS-RPT-DAY-EXT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00002260
           05  FILLER                   PIC X(01) VALUE SPACES.         00002270
           05  WS-RPT-DAY-HIST          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00002280
           05  FILLER                   PIC X(01) VALUE SPACES.         00002290
           05  WS-RPT-DAY-DIFF          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00002300
           05  FILLER                   PIC X(02) VALUE SPACES.         00002310
           05  WS-RPT-DAY-RUNS          PIC ZZ9.                        00002320
           05  FILLER                   PIC X(08) VALUE SPACES.         00002330
       01  WS-RPT-TOTAL-LINE.                                           00002340
           05  WS-RPT-TOTAL-LABEL       PIC X(32).                      00002350
           05  WS-RPT-TOTAL-ROWS        PIC ZZZ,ZZZ,ZZ9.                00002360
           05  WS-RPT-TOTAL-ROWS-X REDEFINES WS-RPT-TOTAL-ROWS          00002370
                                        PIC X(11).                      00002380
           05  FILLER                   PIC X(02) VALUE SPACES.         00002390
           05  WS-RPT-TOTAL-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00002400
           05  FILLER                   PIC X(17) VALUE SPACES.         00002410
       01  WS-RPT-OUTCOME-LINE.                                         00002420
           05  FILLER                   PIC X(07) VALUE                 00002430
               'PERIOD '.                                               00002440
           05  WS-RPT-OUTCOME-PERIOD    PIC X(06).                      00002450
           05  FILLER                   PIC X(01) VALUE SPACES.         00002460
           05  WS-RPT-OUTCOME-TEXT      PIC X(66).                      00002470
       01  WS-RPT-BLANK-LINE            PIC X(80) VALUE SPACES.         00002480
       LINKAGE SECTION.                                                 00002490
       01  LK-PARM-AREA.                                                00002500
           05  LK-PARM-LENGTH           PIC S9(4) COMP.                 00002510
           05  LK-PARM-PERIOD           PIC X(06).                      00002520
           05  LK-PARM-COMMA            PIC X(01).                      00002530
           05  LK-PARM-FORCE            PIC X(01).                      00002540
       PROCEDURE DIVISION USING LK-PARM-AREA.                           00002550
       0000-MAIN-PARA.                                                  00002560
            PERFORM 1900-GET-TIMESTAMP-PARA                             00002570
            MOVE WS-TIMESTAMP(1:6) TO WS-TODAY-PERIOD                   00002580
            PERFORM 1050-TAKE-PARM-PARA                                 00002590
            PERFORM 1100-LOAD-PERIOD-LOCK-PARA                          00002600
            PERFORM 1200-CHECK-PERIOD-PARA                              00002610
            PERFORM 1000-OPEN-FILES-PARA                                00002620
            PERFORM 2000-ROLL-UP-PERIOD-PARA                            00002630
            PERFORM 3000-READ-SUMHIST-PARA                              00002640
            PERFORM 3200-TOTAL-POSTING-DAYS-PARA                        00002650
            PERFORM 3500-RECONCILE-PARA                                 00002660
            PERFORM 4000-WRITE-REPORT-PARA                              00002670
            IF WS-LOCK-PERIOD                                           00002680
              PERFORM 5000-SET-PERIOD-LOCK-PARA                         00002690
              PERFORM 5100-WRITE-PERIOD-SUMMARY-PARA                    00002700
            END-IF                                                      00002710
            PERFORM 4900-WRITE-OUTCOME-PARA                             00002720
            CLOSE REPORT-FILE.                                          00002730
            PERFORM 9997-CLOSE-ALERT-PARA.                              00002740
            STOP RUN.                                                   00002750
                                                                        00002760
       1000-OPEN-FILES-PARA.                                            00002770
            PERFORM 1010-OPEN-PSTHIST-PARA                              00002780
            OPEN INPUT SUMHIST-FILE                                     00002790
            MOVE WS-SUMHIST-STATUS TO WS-FILE-CHECK-STATUS              00002800
            MOVE 'SUMHIST-FILE OPEN' TO WS-FILE-CHECK-NAME              00002810
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002820
            OPEN OUTPUT REPORT-FILE                                     00002830
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00002840
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00002850
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002860
                                                                        00002870
       1010-OPEN-PSTHIST-PARA.                                          00002880
            MOVE 'N' TO WS-PSTHIST-EOF-SW                               00002890
            OPEN INPUT PSTHIST-FILE                                     00002900
            MOVE WS-PSTHIST-STATUS TO WS-FILE-CHECK-STATUS              00002910
            MOVE 'PSTHIST-FILE OPEN' TO WS-FILE-CHECK-NAME              00002920
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002930
                                                                        00002940
       1020-READ-PSTHIST-PARA.                                          00002950
            READ PSTHIST-FILE NEXT RECORD                               00002960
                AT END MOVE 'Y' TO WS-PSTHIST-EOF-SW                    00002970
            END-READ                                                    00002980
            IF NOT WS-PSTHIST-EOF                                       00002990
              MOVE WS-PSTHIST-STATUS TO WS-FILE-CHECK-STATUS            00003000
              MOVE 'PH-RECORD READ NEXT' TO WS-FILE-CHECK-NAME          00003010
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00003020
            END-IF.                                                     00003030
                                                                        00003040
       1050-TAKE-PARM-PARA.                                             00003050
      *    THE PERIOD TO CLOSE FROM THE EXEC PARM - 'YYYYMM', OR        00003060
      *    'YYYYMM,F' TO LOCK IT EVEN IF IT DOES NOT RECONCILE. NO PARM 00003070
      *    CLOSES THE MONTH BEFORE THE CURRENT ONE, THE USUAL RUN IN    00003080
      *    THE FIRST DAYS OF A NEW MONTH. ANYTHING ELSE IS REFUSED      00003090
      *    BEFORE A FILE IS TOUCHED.                                    00003100
            IF LK-PARM-LENGTH = ZERO                                    00003110
              MOVE WS-TODAY-PERIOD TO WS-PERIOD                         00003120
              IF WS-PERIOD-MONTH = 01                                   00003130
                MOVE 12 TO WS-PERIOD-MONTH                              00003140
                SUBTRACT 1 FROM WS-PERIOD-YEAR                          00003150
              ELSE                                                      00003160
                SUBTRACT 1 FROM WS-PERIOD-MONTH                         00003170
              END-IF                                                    00003180
            ELSE                                                        00003190
              IF LK-PARM-LENGTH < 6 OR LK-PARM-LENGTH = 7               00003200
                  OR LK-PARM-LENGTH > 8                                 00003210
                MOVE 'PARM MUST BE YYYYMM OR YYYYMM,F'                  00003220
                    TO WS-CTL-ABEND-MSG                                 00003230
                PERFORM 9995-CONTROL-ABEND-PARA                         00003240
              END-IF                                                    00003250
              MOVE LK-PARM-PERIOD TO WS-PERIOD                          00003260
              IF WS-PERIOD IS NOT NUMERIC                               00003270
                MOVE 'PARM PERIOD IS NOT NUMERIC YYYYMM'                00003280
                    TO WS-CTL-ABEND-MSG                                 00003290
                PERFORM 9995-CONTROL-ABEND-PARA                         00003300
              END-IF                                                    00003310
              IF WS-PERIOD-MONTH < 01 OR WS-PERIOD-MONTH > 12           00003320
                MOVE 'PARM PERIOD MONTH IS NOT 01-12'                   00003330
                    TO WS-CTL-ABEND-MSG                                 00003340
                PERFORM 9995-CONTROL-ABEND-PARA                         00003350
              END-IF                                                    00003360
              IF LK-PARM-LENGTH = 8                                     00003370
                IF LK-PARM-COMMA = ',' AND LK-PARM-FORCE = 'F'          00003380
                  SET WS-FORCE-CLOSE TO TRUE                            00003390
                ELSE                                                    00003400
                  MOVE 'PARM MUST BE YYYYMM OR YYYYMM,F'                00003410
                      TO WS-CTL-ABEND-MSG                               00003420
                  PERFORM 9995-CONTROL-ABEND-PARA                       00003430
                END-IF                                                  00003440
              END-IF                                                    00003450
            END-IF                                                      00003460
            DISPLAY 'PGM1MEC: CLOSING PERIOD ' WS-PERIOD.               00003470
                                                                        00003480
       1100-LOAD-PERIOD-LOCK-PARA.                                      00003490
      *    THE LATEST PERIOD ALREADY CLOSED - THE HIGHEST PERLOCK       00003500
      *    PERIOD STILL AT STATUS 'C', SAME RULE AS PGM1 AND PGM1COR.   00003510
            OPEN INPUT PERLOCK-FILE                                     00003520
            MOVE WS-PERLOCK-STATUS TO WS-FILE-CHECK-STATUS              00003530
            MOVE 'PERLOCK-FILE OPEN' TO WS-FILE-CHECK-NAME              00003540
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003550
            READ PERLOCK-FILE                                           00003560
                AT END MOVE 'Y' TO WS-PL-EOF-SW                         00003570
            END-READ                                                    00003580
            PERFORM UNTIL WS-PL-EOF                                     00003590
              IF PL-STATUS-CLOSED                                       00003600
                  AND PL-PERIOD > WS-CLOSED-THRU-PERIOD                 00003610
                MOVE PL-PERIOD TO WS-CLOSED-THRU-PERIOD                 00003620
              END-IF                                                    00003630
              READ PERLOCK-FILE                                         00003640
                  AT END MOVE 'Y' TO WS-PL-EOF-SW                       00003650
              END-READ                                                  00003660
            END-PERFORM                                                 00003670
            CLOSE PERLOCK-FILE.                                         00003680
                                                                        00003690
       1200-CHECK-PERIOD-PARA.                                          00003700
      *    A PERIOD CAN ONLY BE CLOSED ONCE IT HAS ENDED, ONLY ONCE, AND00003710
      *    ONLY IN ORDER - THE MONTH AFTER THE LATEST CLOSED PERIOD (A  00003720
      *    REOPENED PERIOD IS THAT MONTH AGAIN). THE VERY FIRST CLOSE   00003730
      *    MAY BE ANY PERIOD THAT HAS ENDED. A REFUSAL CHANGES NOTHING. 00003740
            IF WS-PERIOD NOT < WS-TODAY-PERIOD                          00003750
              MOVE 'PERIOD HAS NOT ENDED YET - NOTHING CLOSED'          00003760
                  TO WS-CTL-ABEND-MSG                                   00003770
              PERFORM 9995-CONTROL-ABEND-PARA                           00003780
            END-IF                                                      00003790
            IF WS-CLOSED-THRU-PERIOD NOT = SPACES                       00003800
              DISPLAY 'PGM1MEC: PERIODS CLOSED THROUGH '                00003810
                  WS-CLOSED-THRU-PERIOD                                 00003820
              IF WS-PERIOD NOT > WS-CLOSED-THRU-PERIOD                  00003830
                MOVE 'PERIOD IS ALREADY CLOSED - NOTHING CHANGED'       00003840
                    TO WS-CTL-ABEND-MSG                                 00003850
                PERFORM 9995-CONTROL-ABEND-PARA                         00003860
              END-IF                                                    00003870
              MOVE WS-CLOSED-THRU-PERIOD TO WS-NEXT-PERIOD              00003880
              IF WS-NEXT-MONTH = 12                                     00003890
                MOVE 01 TO WS-NEXT-MONTH                                00003900
                ADD 1 TO WS-NEXT-YEAR                                   00003910
              ELSE                                                      00003920
                ADD 1 TO WS-NEXT-MONTH                                  00003930
              END-IF                                                    00003940
              IF WS-PERIOD NOT = WS-NEXT-PERIOD                         00003950
                DISPLAY 'PGM1MEC: NEXT PERIOD TO CLOSE IS '             00003960
                    WS-NEXT-PERIOD                                      00003970
                MOVE 'PERIOD OUT OF SEQUENCE - NOTHING CLOSED'          00003980
                    TO WS-CTL-ABEND-MSG                                 00003990
                PERFORM 9995-CONTROL-ABEND-PARA                         00004000
              END-IF                                                    00004010
            END-IF.                                                     00004020
                                                                        00004030
       1900-GET-TIMESTAMP-PARA.                                         00004040
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00004050
                                                                        00004060
       2000-ROLL-UP-PERIOD-PARA.                                        00004070
      *    EVERY PSTHIST ROW WHOSE BUSINESS DATE FALLS IN THE PERIOD -  00004080
      *    THE DATE PGM1 AND PGM1COR TEST THE PERIOD LOCK ON, SO THE    00004090
      *    SUMMARY HOLDS EXACTLY WHAT THE LOCK WILL REFUSE ONCE IT IS   00004100
      *    SET. THE WALL-CLOCK DAY EACH ONE WAS POSTED ON GOES INTO THE 00004110
      *    DAY TABLE FOR THE RECONCILIATION.                            00004120
            PERFORM 1020-READ-PSTHIST-PARA                              00004130
            PERFORM UNTIL WS-PSTHIST-EOF                                00004140
              ADD 1 TO WS-PSTHIST-READ                                  00004150
              IF PH-BUS-DATE(1:6) = WS-PERIOD                           00004160
                PERFORM 2100-ADD-ROW-PARA                               00004170
              END-IF                                                    00004180
              PERFORM 1020-READ-PSTHIST-PARA                            00004190
            END-PERFORM                                                 00004200
            CLOSE PSTHIST-FILE.                                         00004210
                                                                        00004220
       2100-ADD-ROW-PARA.                                               00004230
            ADD 1 TO WS-ALL-ROWS                                        00004240
            ADD PH-AMOUNT TO WS-ALL-AMOUNT                              00004250
            EVALUATE PH-CHANGE-FLAG                                     00004260
              WHEN 'R'                                                  00004270
                ADD 1 TO WS-REV-ROWS                                    00004280
                ADD PH-AMOUNT TO WS-REV-AMOUNT                          00004290
              WHEN 'A'                                                  00004300
                ADD 1 TO WS-REL-ROWS                                    00004310
                ADD PH-AMOUNT TO WS-REL-AMOUNT                          00004320
              WHEN OTHER                                                00004330
                ADD 1 TO WS-CONV-ROWS                                   00004340
                ADD PH-AMOUNT TO WS-CONV-AMOUNT                         00004350
                MOVE PH-EXT-RUN-DATE TO WS-DAY-KEY                      00004360
                PERFORM 2250-FIND-DAY-PARA                              00004370
            END-EVALUATE                                                00004380
      *    SIDE 0 IS THE ROW'S OWN AMOUNT, SIDES 1-4 ITS SPLIT - ONLY   00004390
      *    THE SIDES PH-SIDE-COUNT SAYS CARRY MONEY.                    00004400
            MOVE PH-TRAN-ID(1:4) TO WS-NEW-SOURCE                       00004410
            MOVE PH-CURRENCY-CODE TO WS-NEW-CCY                         00004420
            MOVE ZERO TO WS-NEW-SIDE                                    00004430
            MOVE PH-AMOUNT TO WS-NEW-AMOUNT                             00004440
            PERFORM 2150-ADD-TO-SUMMARY-PARA                            00004450
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00004460
                UNTIL WS-SIDE-SUB > PH-SIDE-COUNT                       00004470
                   OR WS-SIDE-SUB > 4                                   00004480
              MOVE WS-SIDE-SUB TO WS-NEW-SIDE                           00004490
              MOVE PH-AMOUNT-SIDE(WS-SIDE-SUB) TO WS-NEW-AMOUNT         00004500
              PERFORM 2150-ADD-TO-SUMMARY-PARA                          00004510
            END-PERFORM.                                                00004520
                                                                        00004530
       2150-ADD-TO-SUMMARY-PARA.                                        00004540
      *    ADDS WS-NEW-AMOUNT TO THE SUMMARY LINE FOR WS-NEW-KEY,       00004550
      *    INSERTING THE LINE IN KEY ORDER THE FIRST TIME IT IS SEEN.   00004560
            MOVE 'N' TO WS-SLOT-SW                                      00004570
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1                      00004580
                UNTIL WS-SUM-SUB > WS-SUM-COUNT OR WS-SLOT-FOUND        00004590
              IF WS-SUM-KEY(WS-SUM-SUB) NOT < WS-NEW-KEY                00004600
                SET WS-SLOT-FOUND TO TRUE                               00004610
              END-IF                                                    00004620
            END-PERFORM                                                 00004630
            IF WS-SLOT-FOUND                                            00004640
              SUBTRACT 1 FROM WS-SUM-SUB                                00004650
              IF WS-SUM-KEY(WS-SUM-SUB) NOT = WS-NEW-KEY                00004660
                MOVE 'N' TO WS-SLOT-SW                                  00004670
              END-IF                                                    00004680
            END-IF                                                      00004690
            IF NOT WS-SLOT-FOUND                                        00004700
              IF WS-SUM-COUNT >= WS-SUM-MAX                             00004710
                MOVE 'MORE SUMMARY LINES THAN THE TABLE HOLDS'          00004720
                    TO WS-CTL-ABEND-MSG                                 00004730
                PERFORM 9995-CONTROL-ABEND-PARA                         00004740
              END-IF                                                    00004750
              PERFORM VARYING WS-SUM-SHIFT FROM WS-SUM-COUNT BY -1      00004760
                  UNTIL WS-SUM-SHIFT < WS-SUM-SUB                       00004770
                MOVE WS-SUM-ENTRY(WS-SUM-SHIFT)                         00004780
                    TO WS-SUM-ENTRY(WS-SUM-SHIFT + 1)                   00004790
              END-PERFORM                                               00004800
              MOVE WS-NEW-KEY TO WS-SUM-KEY(WS-SUM-SUB)                 00004810
              MOVE ZERO TO WS-SUM-ROWS(WS-SUM-SUB)                      00004820
              MOVE ZERO TO WS-SUM-AMOUNT(WS-SUM-SUB)                    00004830
              ADD 1 TO WS-SUM-COUNT                                     00004840
            END-IF                                                      00004850
            ADD 1 TO WS-SUM-ROWS(WS-SUM-SUB)                            00004860
            ADD WS-NEW-AMOUNT TO WS-SUM-AMOUNT(WS-SUM-SUB).             00004870
                                                                        00004880
       2250-FIND-DAY-PARA.                                              00004890
      *    POINTS WS-DAY-SUB AT THE DAY LINE FOR WS-DAY-KEY, INSERTING  00004900
      *    IT IN DATE ORDER THE FIRST TIME - SAME TECHNIQUE AS          00004910
      *    2150-ADD-TO-SUMMARY-PARA.                                    00004920
            MOVE 'N' TO WS-SLOT-SW                                      00004930
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                      00004940
                UNTIL WS-DAY-SUB > WS-DAY-COUNT OR WS-SLOT-FOUND        00004950
              IF WS-DAY-DATE(WS-DAY-SUB) NOT < WS-DAY-KEY               00004960
                SET WS-SLOT-FOUND TO TRUE                               00004970
              END-IF                                                    00004980
            END-PERFORM                                                 00004990
            IF WS-SLOT-FOUND                                            00005000
              SUBTRACT 1 FROM WS-DAY-SUB                                00005010
              IF WS-DAY-DATE(WS-DAY-SUB) NOT = WS-DAY-KEY               00005020
                MOVE 'N' TO WS-SLOT-SW                                  00005030
              END-IF                                                    00005040
            END-IF                                                      00005050
            IF NOT WS-SLOT-FOUND                                        00005060
              IF WS-DAY-COUNT >= WS-DAY-MAX                             00005070
                MOVE 'MORE POSTING DAYS THAN THE DAY TABLE HOLDS'       00005080
                    TO WS-CTL-ABEND-MSG                                 00005090
                PERFORM 9995-CONTROL-ABEND-PARA                         00005100
              END-IF                                                    00005110
              PERFORM VARYING WS-DAY-SHIFT FROM WS-DAY-COUNT BY -1      00005120
                  UNTIL WS-DAY-SHIFT < WS-DAY-SUB                       00005130
                MOVE WS-DAY-ENTRY(WS-DAY-SHIFT)                         00005140
                    TO WS-DAY-ENTRY(WS-DAY-SHIFT + 1)                   00005150
              END-PERFORM                                               00005160
              MOVE WS-DAY-KEY TO WS-DAY-DATE(WS-DAY-SUB)                00005170
              MOVE ZERO TO WS-DAY-EXT-AMOUNT(WS-DAY-SUB)                00005180
              MOVE ZERO TO WS-DAY-HIST-AMOUNT(WS-DAY-SUB)               00005190
              MOVE ZERO TO WS-DAY-HIST-RUNS(WS-DAY-SUB)                 00005200
              ADD 1 TO WS-DAY-COUNT                                     00005210
            END-IF.                                                     00005220
                                                                        00005230
       3000-READ-SUMHIST-PARA.                                          00005240
      *    EVERY SUMHIST ENTRY FOR A RUN ON A DAY IN THE DAY TABLE, OR  00005250
      *    ON ANY DAY IN THE PERIOD - A NIGHT WHOSE ROWS NEVER REACHED  00005260
      *    PSTHIST STILL SHOWS AS A DIFFERENCE. EACH POSTING RUN KEEPS  00005270
      *    ITS OWN ROLLING HISTORY AND ADDS ONE ENTRY PER RUN, SO NO    00005280
      *    ENTRY APPEARS TWICE ACROSS THE CONCATENATION.                00005290
            READ SUMHIST-FILE                                           00005300
                AT END MOVE 'Y' TO WS-SUMHIST-EOF-SW                    00005310
            END-READ                                                    00005320
            PERFORM UNTIL WS-SUMHIST-EOF                                00005330
              MOVE HIST-RUN-DATE TO WS-DAY-KEY                          00005340
              PERFORM 3100-LOOK-UP-DAY-PARA                             00005350
              IF WS-DAY-SUB = ZERO                                      00005360
                  AND HIST-RUN-DATE(1:6) = WS-PERIOD                    00005370
                PERFORM 2250-FIND-DAY-PARA                              00005380
              END-IF                                                    00005390
              IF WS-DAY-SUB > ZERO                                      00005400
                ADD 1 TO WS-HIST-RUNS                                   00005410
                ADD HIST-AMOUNT-TOTAL TO WS-HIST-AMOUNT                 00005420
                ADD HIST-AMOUNT-TOTAL TO WS-DAY-HIST-AMOUNT(WS-DAY-SUB) 00005430
                ADD 1 TO WS-DAY-HIST-RUNS(WS-DAY-SUB)                   00005440
              END-IF                                                    00005450
              READ SUMHIST-FILE                                         00005460
                  AT END MOVE 'Y' TO WS-SUMHIST-EOF-SW                  00005470
              END-READ                                                  00005480
            END-PERFORM                                                 00005490
            CLOSE SUMHIST-FILE.                                         00005500
                                                                        00005510
       3100-LOOK-UP-DAY-PARA.                                           00005520
      *    POINTS WS-DAY-SUB AT THE DAY LINE FOR WS-DAY-KEY, OR LEAVES  00005530
      *    IT ZERO - UNLIKE 2250-FIND-DAY-PARA IT NEVER ADDS A LINE.    00005540
            MOVE ZERO TO WS-DAY-FOUND                                   00005550
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                      00005560
                UNTIL WS-DAY-SUB > WS-DAY-COUNT OR WS-DAY-FOUND > ZERO  00005570
              IF WS-DAY-DATE(WS-DAY-SUB) = WS-DAY-KEY                   00005580
                MOVE WS-DAY-SUB TO WS-DAY-FOUND                         00005590
              END-IF                                                    00005600
            END-PERFORM                                                 00005610
            MOVE WS-DAY-FOUND TO WS-DAY-SUB.                            00005620
                                                                        00005630
       3200-TOTAL-POSTING-DAYS-PARA.                                    00005640
      *    SECOND PASS OF PSTHIST - EVERY CONVERTED ROW POSTED ON A DAY 00005650
      *    IN THE DAY TABLE, WHATEVER PERIOD IT IS DATED IN. SUMHIST    00005660
      *    ONLY KNOWS WHAT EACH RUN POSTED IN TOTAL, AND ONE RUN CAN    00005670
      *    POST ROWS OF TWO PERIODS (A CORRECTION RUN EARLY IN A MONTH),00005680
      *    SO THE RECONCILIATION IS OF WHOLE DAYS: IT PROVES PSTHIST    00005690
      *    HOLDS EVERYTHING THOSE RUNS POSTED, AND THE PERIOD'S ROWS    00005700
      *    ARE TAKEN FROM IT.                                           00005710
            PERFORM 1010-OPEN-PSTHIST-PARA                              00005720
            PERFORM 1020-READ-PSTHIST-PARA                              00005730
            PERFORM UNTIL WS-PSTHIST-EOF                                00005740
              IF PH-CHANGE-FLAG NOT = 'R' AND PH-CHANGE-FLAG NOT = 'A'  00005750
                MOVE PH-EXT-RUN-DATE TO WS-DAY-KEY                      00005760
                PERFORM 3100-LOOK-UP-DAY-PARA                           00005770
                IF WS-DAY-SUB > ZERO                                    00005780
                  ADD 1 TO WS-POSTED-ROWS                               00005790
                  ADD PH-AMOUNT TO WS-POSTED-AMOUNT                     00005800
                  ADD PH-AMOUNT TO WS-DAY-EXT-AMOUNT(WS-DAY-SUB)        00005810
                END-IF                                                  00005820
              END-IF                                                    00005830
              PERFORM 1020-READ-PSTHIST-PARA                            00005840
            END-PERFORM                                                 00005850
            CLOSE PSTHIST-FILE.                                         00005860
                                                                        00005870
       3500-RECONCILE-PARA.                                             00005880
      *    THE PERIOD BALANCES WHEN THE CONVERTED ROWS POSTED ON ITS    00005890
      *    DAYS ADD UP TO THOSE DAYS' SUMHIST AMOUNT TOTALS TO THE      00005900
      *    CENT. A PERIOD WITH NO ROWS DATED IN IT AT ALL NEVER         00005910
      *    BALANCES - IT IS ALMOST CERTAINLY THE WRONG PERIOD, OR ONE   00005920
      *    THAT ENDED BEFORE PSTHIST WAS DEFINED. ONLY A FORCED CLOSE   00005930
      *    LOCKS A PERIOD THAT DOES NOT BALANCE.                        00005940
            COMPUTE WS-DIFFERENCE = WS-POSTED-AMOUNT - WS-HIST-AMOUNT   00005950
            IF WS-DIFFERENCE = ZERO AND WS-ALL-ROWS > ZERO              00005960
              SET WS-BALANCED TO TRUE                                   00005970
            END-IF                                                      00005980
            IF WS-BALANCED OR WS-FORCE-CLOSE                            00005990
              SET WS-LOCK-PERIOD TO TRUE                                00006000
            END-IF.                                                     00006010
                                                                        00006020
       4000-WRITE-REPORT-PARA.                                          00006030
            MOVE WS-PERIOD TO WS-RPT-TITLE-PERIOD                       00006040
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-DATE                 00006050
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00006060
            PERFORM 4800-WRITE-LINE-PARA                                00006070
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00006080
            PERFORM 4800-WRITE-LINE-PARA                                00006090
            MOVE WS-RPT-SUM-HEADING TO RPT-RECORD                       00006100
            PERFORM 4800-WRITE-LINE-PARA                                00006110
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1                      00006120
                UNTIL WS-SUM-SUB > WS-SUM-COUNT                         00006130
              PERFORM 4100-WRITE-SUMMARY-LINE-PARA                      00006140
            END-PERFORM                                                 00006150
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00006160
            PERFORM 4800-WRITE-LINE-PARA                                00006170
            MOVE WS-RPT-DAY-HEADING TO RPT-RECORD                       00006180
            PERFORM 4800-WRITE-LINE-PARA                                00006190
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                      00006200
                UNTIL WS-DAY-SUB > WS-DAY-COUNT                         00006210
              PERFORM 4200-WRITE-DAY-LINE-PARA                          00006220
            END-PERFORM                                                 00006230
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00006240
            PERFORM 4800-WRITE-LINE-PARA                                00006250
            MOVE 'CONVERTED ROWS (N/C/U)' TO WS-RPT-TOTAL-LABEL         00006260
            MOVE WS-CONV-ROWS TO WS-RPT-TOTAL-ROWS                      00006270
            MOVE WS-CONV-AMOUNT TO WS-RPT-TOTAL-AMOUNT                  00006280
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006290
            MOVE 'REVERSAL ROWS (R)' TO WS-RPT-TOTAL-LABEL              00006300
            MOVE WS-REV-ROWS TO WS-RPT-TOTAL-ROWS                       00006310
            MOVE WS-REV-AMOUNT TO WS-RPT-TOTAL-AMOUNT                   00006320
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006330
            MOVE 'RELEASED HELD ROWS (A)' TO WS-RPT-TOTAL-LABEL         00006340
            MOVE WS-REL-ROWS TO WS-RPT-TOTAL-ROWS                       00006350
            MOVE WS-REL-AMOUNT TO WS-RPT-TOTAL-AMOUNT                   00006360
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006370
            MOVE 'ALL ROWS DATED IN PERIOD' TO WS-RPT-TOTAL-LABEL       00006380
            MOVE WS-ALL-ROWS TO WS-RPT-TOTAL-ROWS                       00006390
            MOVE WS-ALL-AMOUNT TO WS-RPT-TOTAL-AMOUNT                   00006400
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006410
            MOVE 'CONVERTED ROWS ON POSTING DAYS'                       00006420
                TO WS-RPT-TOTAL-LABEL                                   00006430
            MOVE WS-POSTED-ROWS TO WS-RPT-TOTAL-ROWS                    00006440
            MOVE WS-POSTED-AMOUNT TO WS-RPT-TOTAL-AMOUNT                00006450
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006460
            MOVE 'SUMHIST AMOUNT TOTALS (RUNS)' TO WS-RPT-TOTAL-LABEL   00006470
            MOVE WS-HIST-RUNS TO WS-RPT-TOTAL-ROWS                      00006480
            MOVE WS-HIST-AMOUNT TO WS-RPT-TOTAL-AMOUNT                  00006490
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006500
            MOVE 'DIFFERENCE (POSTED - SUMHIST)'                        00006510
                TO WS-RPT-TOTAL-LABEL                                   00006520
            MOVE SPACES TO WS-RPT-TOTAL-ROWS-X                          00006530
            MOVE WS-DIFFERENCE TO WS-RPT-TOTAL-AMOUNT                   00006540
            PERFORM 4300-WRITE-TOTAL-LINE-PARA                          00006550
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00006560
            PERFORM 4800-WRITE-LINE-PARA.                               00006570
                                                                        00006580
       4100-WRITE-SUMMARY-LINE-PARA.                                    00006590
            MOVE WS-SUM-SOURCE(WS-SUM-SUB) TO WS-RPT-SUM-SOURCE         00006600
            MOVE WS-SUM-CCY(WS-SUM-SUB) TO WS-RPT-SUM-CCY               00006610
            IF WS-SUM-SIDE(WS-SUM-SUB) = ZERO                           00006620
              MOVE 'TOTAL' TO WS-RPT-SUM-SIDE                           00006630
            ELSE                                                        00006640
              MOVE SPACES TO WS-RPT-SUM-SIDE                            00006650
              MOVE WS-SUM-SIDE(WS-SUM-SUB) TO WS-RPT-SUM-SIDE(2:1)      00006660
            END-IF                                                      00006670
            MOVE WS-SUM-ROWS(WS-SUM-SUB) TO WS-RPT-SUM-ROWS             00006680
            MOVE WS-SUM-AMOUNT(WS-SUM-SUB) TO WS-RPT-SUM-AMOUNT         00006690
            MOVE WS-RPT-SUM-DETAIL TO RPT-RECORD                        00006700
            PERFORM 4800-WRITE-LINE-PARA.                               00006710
                                                                        00006720
       4200-WRITE-DAY-LINE-PARA.                                        00006730
            COMPUTE WS-DAY-DIFFERENCE =                                 00006740
                WS-DAY-EXT-AMOUNT(WS-DAY-SUB)                           00006750
                - WS-DAY-HIST-AMOUNT(WS-DAY-SUB)                        00006760
            IF WS-DAY-DIFFERENCE NOT = ZERO                             00006770
              ADD 1 TO WS-DAYS-OUT                                      00006780
            END-IF                                                      00006790
            IF WS-DAY-HIST-RUNS(WS-DAY-SUB) = ZERO                      00006800
              ADD 1 TO WS-DAYS-NO-HIST                                  00006810
            END-IF                                                      00006820
            MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-RPT-DAY-DATE             00006830
            MOVE WS-DAY-EXT-AMOUNT(WS-DAY-SUB) TO WS-RPT-DAY-EXT        00006840
            MOVE WS-DAY-HIST-AMOUNT(WS-DAY-SUB) TO WS-RPT-DAY-HIST      00006850
            MOVE WS-DAY-DIFFERENCE TO WS-RPT-DAY-DIFF                   00006860
            MOVE WS-DAY-HIST-RUNS(WS-DAY-SUB) TO WS-RPT-DAY-RUNS        00006870
            MOVE WS-RPT-DAY-DETAIL TO RPT-RECORD                        00006880
            PERFORM 4800-WRITE-LINE-PARA.                               00006890
                                                                        00006900
       4300-WRITE-TOTAL-LINE-PARA.                                      00006910
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00006920
            PERFORM 4800-WRITE-LINE-PARA.                               00006930
                                                                        00006940
       4800-WRITE-LINE-PARA.                                            00006950
            WRITE RPT-RECORD                                            00006960
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00006970
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00006980
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00006990
                                                                        00007000
       4900-WRITE-OUTCOME-PARA.                                         00007010
            MOVE WS-PERIOD TO WS-RPT-OUTCOME-PERIOD                     00007020
            EVALUATE TRUE                                               00007030
              WHEN WS-BALANCED                                          00007040
                MOVE 'RECONCILED - CLOSED AND LOCKED'                   00007050
                    TO WS-RPT-OUTCOME-TEXT                              00007060
              WHEN WS-LOCK-PERIOD                                       00007070
                MOVE 'DID NOT RECONCILE - LOCKED ON FORCED CLOSE'       00007080
                    TO WS-RPT-OUTCOME-TEXT                              00007090
              WHEN OTHER                                                00007100
                MOVE 'DID NOT RECONCILE - NOT LOCKED, NOTHING WRITTEN'  00007110
                    TO WS-RPT-OUTCOME-TEXT                              00007120
            END-EVALUATE                                                00007130
            MOVE WS-RPT-OUTCOME-LINE TO RPT-RECORD                      00007140
            PERFORM 4800-WRITE-LINE-PARA.                               00007150
                                                                        00007160
       5000-SET-PERIOD-LOCK-PARA.                                       00007170
      *    APPENDS THE PERIOD'S LOCK RECORD - FROM HERE ON PGM1 AND     00007180
      *    PGM1COR REFUSE ANYTHING DATED IN IT UNLESS IT IS FLAGGED AS  00007190
      *    A PRIOR-PERIOD ADJUSTMENT.                                   00007200
            OPEN EXTEND PERLOCK-FILE                                    00007210
            MOVE WS-PERLOCK-STATUS TO WS-FILE-CHECK-STATUS              00007220
            MOVE 'PERLOCK-FILE EXTEND' TO WS-FILE-CHECK-NAME            00007230
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007240
            MOVE SPACES TO PL-RECORD                                    00007250
            MOVE WS-PERIOD TO PL-PERIOD                                 00007260
            SET PL-STATUS-CLOSED TO TRUE                                00007270
            MOVE WS-TIMESTAMP(1:8) TO PL-CLOSE-DATE                     00007280
            MOVE WS-TIMESTAMP(9:6) TO PL-CLOSE-TIME                     00007290
            MOVE WS-POSTED-AMOUNT TO PL-EXTR-TOTAL                      00007300
            MOVE WS-HIST-AMOUNT TO PL-SUMH-TOTAL                        00007310
            IF WS-BALANCED                                              00007320
              MOVE 'N' TO PL-FORCED-SW                                  00007330
            ELSE                                                        00007340
              SET PL-FORCED TO TRUE                                     00007350
            END-IF                                                      00007360
            WRITE PL-RECORD                                             00007370
            MOVE WS-PERLOCK-STATUS TO WS-FILE-CHECK-STATUS              00007380
            MOVE 'PL-RECORD WRITE' TO WS-FILE-CHECK-NAME                00007390
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007400
            CLOSE PERLOCK-FILE.                                         00007410
                                                                        00007420
       5100-WRITE-PERIOD-SUMMARY-PARA.                                  00007430
            OPEN OUTPUT PERSUM-FILE                                     00007440
            MOVE WS-PERSUM-STATUS TO WS-FILE-CHECK-STATUS               00007450
            MOVE 'PERSUM-FILE OPEN' TO WS-FILE-CHECK-NAME               00007460
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00007470
            PERFORM VARYING WS-SUM-SUB FROM 1 BY 1                      00007480
                UNTIL WS-SUM-SUB > WS-SUM-COUNT                         00007490
              MOVE SPACES TO PS-RECORD                                  00007500
              MOVE WS-PERIOD TO PS-PERIOD                               00007510
              MOVE WS-SUM-SOURCE(WS-SUM-SUB) TO PS-SOURCE-SYS           00007520
              MOVE WS-SUM-CCY(WS-SUM-SUB) TO PS-CURRENCY-CODE           00007530
              MOVE WS-SUM-SIDE(WS-SUM-SUB) TO PS-SIDE                   00007540
              MOVE WS-SUM-ROWS(WS-SUM-SUB) TO PS-ROW-COUNT              00007550
              MOVE WS-SUM-AMOUNT(WS-SUM-SUB) TO PS-AMOUNT               00007560
              MOVE WS-TIMESTAMP(1:8) TO PS-CLOSE-DATE                   00007570
              WRITE PS-RECORD                                           00007580
              MOVE WS-PERSUM-STATUS TO WS-FILE-CHECK-STATUS             00007590
              MOVE 'PS-RECORD WRITE' TO WS-FILE-CHECK-NAME              00007600
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00007610
              ADD 1 TO WS-PERSUM-COUNT                                  00007620
            END-PERFORM                                                 00007630
            CLOSE PERSUM-FILE                                           00007640
            DISPLAY 'PGM1MEC: ' WS-PERSUM-COUNT                         00007650
                ' PERIOD SUMMARY RECORD(S) WRITTEN TO PERSUM'.          00007660
                                                                        00007670
       9990-CHECK-FILE-STATUS-PARA.                                     00007680
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00007690
              DISPLAY 'PGM1MEC ABEND: ' WS-FILE-CHECK-NAME              00007700
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00007710
              MOVE 16 TO RETURN-CODE                                    00007720
              STOP RUN                                                  00007730
            END-IF.                                                     00007740
                                                                        00007750
       9995-CONTROL-ABEND-PARA.                                         00007760
      *    A CLOSE THAT MUST NOT GO AHEAD - A BAD PARM, A PERIOD THAT   00007770
      *    HAS NOT ENDED, IS ALREADY CLOSED OR IS OUT OF SEQUENCE, OR   00007780
      *    A TABLE OVERFLOW. NOTHING HAS BEEN WRITTEN TO PERLOCK OR     00007790
      *    PERSUM WHEN THIS FIRES.                                      00007800
            DISPLAY 'PGM1MEC ABEND: ' WS-CTL-ABEND-MSG                  00007810
            MOVE 20 TO RETURN-CODE                                      00007820
            STOP RUN.                                                   00007830
                                                                        00007840
       9997-CLOSE-ALERT-PARA.                                           00007850
      *    SAME "PGM1 ALERT:" CONSOLE TAG AS PGM1'S OWN ALERTS. A       00007860
      *    PERIOD THAT DID NOT RECONCILE STAYS OPEN (RC 8) UNTIL THE    00007870
      *    DIFFERENCE IS FOUND AND THE CLOSE RERUN, OR OPS FORCES IT;   00007880
      *    A FORCED CLOSE OVER A DIFFERENCE ENDS RC 4.                  00007890
            IF NOT WS-BALANCED                                          00007900
              MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT                  00007910
              DISPLAY 'PGM1 ALERT: MONTH-END CLOSE OF ' WS-PERIOD       00007920
                  ' DID NOT RECONCILE - DIFFERENCE ' WS-DIFFERENCE-EDIT 00007930
                  ', ' WS-DAYS-OUT ' DAY(S) OUT - SEE MECRPT'           00007940
              IF WS-DAYS-NO-HIST > ZERO                                 00007950
                DISPLAY 'PGM1 ALERT: ' WS-DAYS-NO-HIST                  00007960
                    ' POSTING DAY(S) HAVE NO SUMHIST ENTRY - CHECK THE' 00007970
                    ' MAX-HIST-ENTRIES CARD'                            00007980
              END-IF                                                    00007990
              IF WS-LOCK-PERIOD                                         00008000
                DISPLAY 'PGM1 ALERT: PERIOD ' WS-PERIOD                 00008010
                    ' LOCKED ANYWAY ON FORCED CLOSE'                    00008020
                MOVE 4 TO RETURN-CODE                                   00008030
              ELSE                                                      00008040
                DISPLAY 'PGM1 ALERT: PERIOD ' WS-PERIOD                 00008050
                    ' NOT LOCKED'                                       00008060
                MOVE 8 TO RETURN-CODE                                   00008070
              END-IF                                                    00008080
            END-IF.                                                     00008090

       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1HLD.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - NIGHTLY HELD-ITEMS REPORT  *00000080
      *               OVER THE LARGE-VALUE HOLD QUEUE (HOLDQ - SEE     *00000090
      *               HOLDREC COPY). LISTS EVERY ITEM STILL PENDING A  *00000100
      *               CONTROLLER DECISION WITH ITS AMOUNT, THRESHOLD   *00000110
      *               AND DAYS HELD, WRITES THE HLDRPT REPORT, AND     *00000120
      *               RAISES THE "PGM1 ALERT:" CONSOLE TAG WITH RC 8   *00000130
      *               ONCE ANY ITEM HAS WAITED PAST THE AGREED AGE -   *00000140
      *               A HELD ITEM IS MONEY THE GL HAS NOT SEEN YET.    *00000150
      ***************************************************************** 00000160
       ENVIRONMENT DIVISION.                                            00000170
       INPUT-OUTPUT SECTION.                                            00000180
       FILE-CONTROL.                                                    00000190
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ                            00000200
               ORGANIZATION IS INDEXED                                  00000210
               ACCESS MODE IS SEQUENTIAL                                00000220
               RECORD KEY IS HQ-KEY                                     00000230
               FILE STATUS IS WS-HOLDQ-STATUS.                          00000240
           SELECT REPORT-FILE ASSIGN TO HLDRPT                          00000250
               ORGANIZATION IS SEQUENTIAL                               00000260
               ACCESS MODE IS SEQUENTIAL                                00000270
               FILE STATUS IS WS-REPORT-STATUS.                         00000280
       DATA DIVISION.                                                   00000290
       FILE SECTION.                                                    00000300
       FD  HOLDQ-FILE                                                   00000310
           RECORDING MODE IS F.                                         00000320
      *    THE PERSISTENT LARGE-VALUE HOLD QUEUE, READ FRONT TO BACK    00000330
      *    IN KEY ORDER - SEE HOLDREC COPY.                             00000340
           COPY HOLDREC.                                                00000350
       FD  REPORT-FILE                                                  00000360
           RECORDING MODE IS F.                                         00000370
      *    THE HELD-ITEMS REPORT, ONE 80-BYTE PRINT LINE PER RECORD,    00000380
      *    SAME CONVENTION AS SUMRPT/FDRRPT/RAGRPT.                     00000390
       01  RPT-RECORD                  PIC X(80).                       00000400
       WORKING-STORAGE SECTION.                                         00000410
       01  WS-HOLDQ-STATUS             PIC XX.                          00000420
       01  WS-REPORT-STATUS            PIC XX.                          00000430
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000440
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000450
       01  WS-HOLDQ-EOF-SW             PIC X VALUE 'N'.                 00000460
           88  WS-HOLDQ-EOF            VALUE 'Y'.                       00000470
       01  WS-TIMESTAMP                PIC X(21).                       00000480
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.          00000490
       01  WS-RUN-DATE-NUM             PIC 9(08) VALUE ZERO.            00000500
       01  WS-HOLD-DATE-NUM            PIC 9(08) VALUE ZERO.            00000510
       01  WS-TODAY-INT                PIC 9(08) VALUE ZERO.            00000520
       01  WS-HOLD-INT                 PIC 9(08) VALUE ZERO.            00000530
       01  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.           00000540
      *    THE AGE AT WHICH A PENDING ITEM TRIPS THE RC 8 ALERT - THE   00000550
      *    CONTROLLERS WORK THE QUEUE DAILY, SO AN ITEM STILL WAITING   00000560
      *    AFTER A BUSINESS WEEK HAS BEEN OVERLOOKED, NOT DEFERRED.     00000570
       01  WS-ALERT-AGE-DAYS           PIC 9(03) VALUE 005.             00000580
       01  WS-PENDING-COUNT            PIC 9(09) VALUE ZERO.            00000590
       01  WS-PENDING-AMOUNT           PIC S9(11)V99 VALUE ZERO.        00000600
       01  WS-OVERAGE-COUNT            PIC 9(09) VALUE ZERO.            00000610
      *    STARTS AT -1 SO THE FIRST PENDING ITEM ALWAYS WINS THE       00000620
      *    COMPARE IN 2100 - SAME REASONING AS PGM1RAG.                 00000630
       01  WS-OLDEST-AGE               PIC S9(05) VALUE -1.             00000640
       01  WS-OLDEST-TRAN-ID           PIC X(12) VALUE SPACES.          00000650
       01  WS-RPT-TITLE.                                                00000660
           05  FILLER                   PIC X(38) VALUE                 00000670
               'PGM1 PENDING HELD ITEMS FOR RUN DATE '.                 00000680
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00000690
           05  FILLER                   PIC X(34) VALUE SPACES.         00000700
       01  WS-RPT-HEADING.                                              00000710
           05  FILLER                   PIC X(40) VALUE                 00000720
               'TRAN-ID      HELD ON  S SRC  CCY        '.              00000730
           05  FILLER                   PIC X(40) VALUE                 00000740
               '  AMOUNT      THRESHOLD   AGE           '.              00000750
       01  WS-RPT-DETAIL.                                               00000760
           05  WS-RPT-TRAN-ID           PIC X(12).                      00000770
           05  FILLER                   PIC X(01) VALUE SPACES.         00000780
           05  WS-RPT-HOLD-DATE         PIC X(08).                      00000790
           05  FILLER                   PIC X(01) VALUE SPACES.         00000800
           05  WS-RPT-STREAM            PIC X(01).                      00000810
           05  FILLER                   PIC X(01) VALUE SPACES.         00000820
           05  WS-RPT-SOURCE            PIC X(04).                      00000830
           05  FILLER                   PIC X(01) VALUE SPACES.         00000840
           05  WS-RPT-CURRENCY          PIC X(03).                      00000850
           05  FILLER                   PIC X(01) VALUE SPACES.         00000860
           05  WS-RPT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.            00000870
           05  FILLER                   PIC X(01) VALUE SPACES.         00000880
           05  WS-RPT-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.             00000890
           05  FILLER                   PIC X(01) VALUE SPACES.         00000900
           05  WS-RPT-AGE               PIC Z(04)9.                     00000910
           05  FILLER                   PIC X(10) VALUE SPACES.         00000920
       01  WS-RPT-TOTAL-LINE.                                           00000930
           05  FILLER                   PIC X(22) VALUE                 00000940
               'TOTAL PENDING ITEMS   '.                                00000950
           05  WS-RPT-TOTAL-COUNT       PIC Z(08)9.                     00000960
           05  FILLER                   PIC X(09) VALUE                 00000970
               '  AMOUNT '.                                             00000980
           05  WS-RPT-TOTAL-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00000990
           05  FILLER                   PIC X(22) VALUE SPACES.         00001000
       01  WS-RPT-OLDEST-LINE.                                          00001010
           05  FILLER                   PIC X(22) VALUE                 00001020
               'OLDEST PENDING ITEM   '.                                00001030
           05  WS-RPT-OLDEST-ID         PIC X(12).                      00001040
           05  FILLER                   PIC X(05) VALUE ' AGE '.        00001050
           05  WS-RPT-OLDEST-AGE        PIC Z(04)9.                     00001060
           05  FILLER                   PIC X(05) VALUE ' DAYS'.        00001070
           05  FILLER                   PIC X(31) VALUE SPACES.         00001080
       PROCEDURE DIVISION.                                              00001090
       0000-MAIN-PARA.                                                  00001100
            PERFORM 1000-OPEN-FILES-PARA                                00001110
            PERFORM 1900-GET-TIMESTAMP-PARA                             00001120
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE                       00001130
            MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM                         00001140
            COMPUTE WS-TODAY-INT =                                      00001150
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)               00001160
            MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE                       00001170
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00001180
            WRITE RPT-RECORD                                            00001190
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00001200
            WRITE RPT-RECORD                                            00001210
            PERFORM 2000-LIST-PENDING-ITEMS-PARA                        00001220
            PERFORM 4000-WRITE-TOTALS-PARA                              00001230
            CLOSE HOLDQ-FILE                                            00001240
            CLOSE REPORT-FILE.                                          00001250
            PERFORM 9997-OVERAGE-ALERT-PARA.                            00001260
            STOP RUN.                                                   00001270
                                                                        00001280
       1000-OPEN-FILES-PARA.                                            00001290
            OPEN INPUT HOLDQ-FILE                                       00001300
            MOVE WS-HOLDQ-STATUS TO WS-FILE-CHECK-STATUS                00001310
            MOVE 'HOLDQ-FILE OPEN' TO WS-FILE-CHECK-NAME                00001320
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001330
            OPEN OUTPUT REPORT-FILE                                     00001340
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00001350
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00001360
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001370
                                                                        00001380
       1900-GET-TIMESTAMP-PARA.                                         00001390
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001400
                                                                        00001410
       2000-LIST-PENDING-ITEMS-PARA.                                    00001420
      *    RELEASED AND DECLINED ITEMS STAY ON HOLDQ AS THE APPROVAL    00001430
      *    RECORD - ONLY THOSE STILL WAITING ON A DECISION ARE LISTED.  00001440
            READ HOLDQ-FILE                                             00001450
                AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                      00001460
            END-READ                                                    00001470
            PERFORM UNTIL WS-HOLDQ-EOF                                  00001480
              IF HQ-STATUS-PENDING                                      00001490
                PERFORM 2100-LIST-ONE-ITEM-PARA                         00001500
              END-IF                                                    00001510
              READ HOLDQ-FILE                                           00001520
                  AT END MOVE 'Y' TO WS-HOLDQ-EOF-SW                    00001530
              END-READ                                                  00001540
            END-PERFORM.                                                00001550
                                                                        00001560
       2100-LIST-ONE-ITEM-PARA.                                         00001570
      *    DAYS HELD = RUN DATE MINUS THE BUSINESS DATE OF THE RUN      00001580
      *    THAT PARKED THE ITEM. AN ITEM HELD TONIGHT AGES 0.           00001590
            ADD 1 TO WS-PENDING-COUNT                                   00001600
            ADD HQ-AMOUNT TO WS-PENDING-AMOUNT                          00001610
            MOVE HQ-HOLD-DATE TO WS-HOLD-DATE-NUM                       00001620
            COMPUTE WS-HOLD-INT =                                       00001630
                FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-NUM)              00001640
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-HOLD-INT            00001650
            IF WS-AGE-DAYS > WS-OLDEST-AGE                              00001660
              MOVE WS-AGE-DAYS TO WS-OLDEST-AGE                         00001670
              MOVE HQ-TRAN-ID TO WS-OLDEST-TRAN-ID                      00001680
            END-IF                                                      00001690
            IF WS-AGE-DAYS > WS-ALERT-AGE-DAYS                          00001700
              ADD 1 TO WS-OVERAGE-COUNT                                 00001710
            END-IF                                                      00001720
            MOVE HQ-TRAN-ID TO WS-RPT-TRAN-ID                           00001730
            MOVE HQ-HOLD-DATE TO WS-RPT-HOLD-DATE                       00001740
            MOVE HQ-HOLD-STREAM TO WS-RPT-STREAM                        00001750
            MOVE HQ-SOURCE-SYS TO WS-RPT-SOURCE                         00001760
            MOVE HQ-CURRENCY-CODE TO WS-RPT-CURRENCY                    00001770
            MOVE HQ-AMOUNT TO WS-RPT-AMOUNT                             00001780
            MOVE HQ-THRESHOLD TO WS-RPT-THRESHOLD                       00001790
            MOVE WS-AGE-DAYS TO WS-RPT-AGE                              00001800
            MOVE WS-RPT-DETAIL TO RPT-RECORD                            00001810
            WRITE RPT-RECORD.                                           00001820
                                                                        00001830
       4000-WRITE-TOTALS-PARA.                                          00001840
            MOVE WS-PENDING-COUNT TO WS-RPT-TOTAL-COUNT                 00001850
            MOVE WS-PENDING-AMOUNT TO WS-RPT-TOTAL-AMOUNT               00001860
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00001870
            WRITE RPT-RECORD                                            00001880
            IF WS-PENDING-COUNT > ZERO                                  00001890
              MOVE WS-OLDEST-TRAN-ID TO WS-RPT-OLDEST-ID                00001900
              MOVE WS-OLDEST-AGE TO WS-RPT-OLDEST-AGE                   00001910
              MOVE WS-RPT-OLDEST-LINE TO RPT-RECORD                     00001920
              WRITE RPT-RECORD                                          00001930
            END-IF                                                      00001940
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00001950
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00001960
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001970
                                                                        00001980
       9990-CHECK-FILE-STATUS-PARA.                                     00001990
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002000
              DISPLAY 'PGM1HLD ABEND: ' WS-FILE-CHECK-NAME              00002010
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002020
              MOVE 16 TO RETURN-CODE                                    00002030
              STOP RUN                                                  00002040
            END-IF.                                                     00002050
                                                                        00002060
       9997-OVERAGE-ALERT-PARA.                                         00002070
      *    SAME "PGM1 ALERT:" CONSOLE TAG AND RC 8 CONVENTION AS        00002080
      *    PGM1RAG - THE SCHEDULER TREATS RC 8 AS COMPLETE-WITH-        00002090
      *    WARNING, NOT A RESTART.                                      00002100
            IF WS-OVERAGE-COUNT > ZERO                                  00002110
              DISPLAY 'PGM1 ALERT: ' WS-OVERAGE-COUNT                   00002120
                  ' HELD ITEM(S) PENDING OVER ' WS-ALERT-AGE-DAYS       00002130
                  ' DAYS - SEE HLDRPT, THESE ARE UNPOSTED FUNDS'        00002140
              IF RETURN-CODE < 8                                        00002150
                MOVE 8 TO RETURN-CODE                                   00002160
              END-IF                                                    00002170
            END-IF.                                                     00002180

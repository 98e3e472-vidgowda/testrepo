       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1PPA.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - PRIOR-PERIOD ADJUSTMENT    *00000080
      *               REPORT. READS THE AUDITOUT OF A PGM1 RUN AND     *00000090
      *               LISTS EVERY ITEM DATED IN A PERIOD ALREADY       *00000100
      *               CLOSED (SEE PGM1MEC AND PLOKREC COPY) THAT WAS   *00000110
      *               LET THROUGH ON ITS PRIOR-PERIOD-ADJUSTMENT FLAG  *00000120
      *               - A CORRECTION CARRYING CORR-PPA-FLAG 'Y' OR A   *00000130
      *               RELEASE CARD CARRYING RL-PPA-FLAG 'Y' - WITH THE *00000140
      *               DATE IT BELONGS TO, THE BUSINESS DATE IT POSTED  *00000150
      *               UNDER AND ITS ORIGINAL AND CONVERTED AMOUNTS,    *00000160
      *               THEN TOTALS BY CLOSED PERIOD. WRITES THE PPARPT  *00000170
      *               REPORT.                                          *00000180
      ***************************************************************** 00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
           SELECT AUDIT-FILE ASSIGN TO AUDITIN                          00000230
               ORGANIZATION IS SEQUENTIAL                               00000240
               ACCESS MODE IS SEQUENTIAL                                00000250
               FILE STATUS IS WS-AUDIT-STATUS.                          00000260
           SELECT REPORT-FILE ASSIGN TO PPARPT                          00000270
               ORGANIZATION IS SEQUENTIAL                               00000280
               ACCESS MODE IS SEQUENTIAL                                00000290
               FILE STATUS IS WS-REPORT-STATUS.                         00000300
       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
       FD  AUDIT-FILE                                                   00000330
           RECORDING MODE IS F.                                         00000340
      *    THE RUN'S AUDITOUT, READ FRONT TO BACK. SAME LAYOUT AS       00000350
      *    PGM1.COB'S AUD-RECORD - NOT PULLED INTO A COPYBOOK THERE,    00000360
      *    SO NOT HERE EITHER (SAME AS PGM1INQ AND PGM1FXD); KEEP THEM  00000370
      *    IN SYNC BY HAND IF AUD-RECORD CHANGES.                       00000380
       01  AUD-RECORD.                                                  00000390
           05  AUD-TIMESTAMP            PIC X(21).                      00000400
           05  AUD-FIELD-NAME           PIC X(10).                      00000410
           05  AUD-OPERATION            PIC X(10).                      00000420
           05  AUD-BEFORE-VALUE         PIC X(15).                      00000430
           05  AUD-AFTER-VALUE          PIC X(15).                      00000440
           05  AUD-CHANGE-FLAG          PIC X(1).                       00000450
           05  AUD-TRAN-ID              PIC X(12).                      00000460
       FD  REPORT-FILE                                                  00000470
           RECORDING MODE IS F.                                         00000480
      *    THE ADJUSTMENT REPORT, ONE 80-BYTE PRINT LINE PER RECORD,    00000490
      *    SAME CONVENTION AS SUMRPT/RAGRPT/HLDRPT.                     00000500
       01  RPT-RECORD                  PIC X(80).                       00000510
       WORKING-STORAGE SECTION.                                         00000520
       01  WS-AUDIT-STATUS             PIC XX.                          00000530
       01  WS-REPORT-STATUS            PIC XX.                          00000540
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000550
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000560
       01  WS-AUDIT-EOF-SW             PIC X VALUE 'N'.                 00000570
           88  WS-AUDIT-EOF            VALUE 'Y'.                       00000580
       01  WS-TIMESTAMP                PIC X(21).                       00000590
      *    THE ADJUSTMENT BEING ASSEMBLED - PGM1 WRITES THE 'PPA-DATE'  00000600
      *    ENTRY THEN THE 'PPAAMT' ENTRY FOR THE SAME TRANSACTION. SEE  00000610
      *    PGM1'S 3420-AUDIT-PPA-PARA.                                  00000620
       01  WS-PEND-SW                  PIC X VALUE 'N'.                 00000630
           88  WS-PEND-ACTIVE          VALUE 'Y'.                       00000640
       01  WS-PEND-TRAN-ID             PIC X(12) VALUE SPACES.          00000650
       01  WS-PEND-CHANGE-FLAG         PIC X(01) VALUE SPACE.           00000660
       01  WS-PEND-ORIG-DATE           PIC X(08) VALUE SPACES.          00000670
       01  WS-PEND-POST-DATE           PIC X(08) VALUE SPACES.          00000680
       01  WS-PEND-CURRENCY            PIC X(03) VALUE SPACES.          00000690
       01  WS-PEND-ORIG-AMOUNT         PIC S9(09)V99 VALUE ZERO.        00000700
       01  WS-PEND-POST-AMOUNT         PIC S9(09)V99 VALUE ZERO.        00000710
      *    TOTALS BY THE CLOSED PERIOD EACH ADJUSTMENT BELONGS TO, KEPT 00000720
      *    IN PERIOD ORDER. 24 PERIODS IS TWO YEARS OF BACK-DATING IN   00000730
      *    ONE RUN; ANY BEYOND THAT FALL INTO THE LAST LINE'S GRAND     00000740
      *    TOTAL ONLY AND ARE COUNTED AS UNSORTED.                      00000750
       01  WS-PER-TABLE.                                                00000760
           05  WS-PER-ENTRY OCCURS 24 TIMES.                            00000770
               10  WS-PER-PERIOD       PIC X(06).                       00000780
               10  WS-PER-COUNT        PIC 9(09).                       00000790
               10  WS-PER-ORIG-AMOUNT  PIC S9(11)V99.                   00000800
               10  WS-PER-POST-AMOUNT  PIC S9(11)V99.                   00000810
       01  WS-PER-USED                 PIC 9(02) VALUE ZERO.            00000820
       01  WS-PER-MAX                  PIC 9(02) VALUE 24.              00000830
       01  WS-PER-SUB                  PIC 9(02) VALUE ZERO.            00000840
       01  WS-PER-SHIFT                PIC 9(02) VALUE ZERO.            00000850
       01  WS-PER-KEY                  PIC X(06) VALUE SPACES.          00000860
       01  WS-SLOT-SW                  PIC X VALUE 'N'.                 00000870
           88  WS-SLOT-FOUND           VALUE 'Y'.                       00000880
       01  WS-UNSORTED-COUNT           PIC 9(09) VALUE ZERO.            00000890
       01  WS-ITEM-COUNT               PIC 9(09) VALUE ZERO.            00000900
       01  WS-TOTAL-ORIG-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00000910
       01  WS-TOTAL-POST-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00000920
       01  WS-RPT-TITLE.                                                00000930
           05  FILLER                   PIC X(43) VALUE                 00000940
               'PGM1 PRIOR-PERIOD ADJUSTMENTS FOR RUN OF '.             00000950
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00000960
           05  FILLER                   PIC X(29) VALUE SPACES.         00000970
       01  WS-RPT-HEADING.                                              00000980
           05  FILLER                   PIC X(40) VALUE                 00000990
               'TRAN-ID      CCY BELONGS  POSTED    ORIG'.              00000991
           05  FILLER                   PIC X(40) VALUE                 00001010
               'INAL AMT    POSTED AMT  KIND            '.              00001011
       01  WS-RPT-DETAIL.                                               00001030
           05  WS-RPT-TRAN-ID           PIC X(12).                      00001040
           05  FILLER                   PIC X(01) VALUE SPACES.         00001050
           05  WS-RPT-CURRENCY          PIC X(03).                      00001060
           05  FILLER                   PIC X(01) VALUE SPACES.         00001070
           05  WS-RPT-ORIG-DATE         PIC X(08).                      00001080
           05  FILLER                   PIC X(01) VALUE SPACES.         00001090
           05  WS-RPT-POST-DATE         PIC X(08).                      00001100
           05  FILLER                   PIC X(01) VALUE SPACES.         00001110
           05  WS-RPT-ORIG-AMOUNT       PIC -(09)9.99.                  00001120
           05  FILLER                   PIC X(01) VALUE SPACES.         00001130
           05  WS-RPT-POST-AMOUNT       PIC -(09)9.99.                  00001140
           05  FILLER                   PIC X(02) VALUE SPACES.         00001150
           05  WS-RPT-KIND              PIC X(10).                      00001160
           05  FILLER                   PIC X(06) VALUE SPACES.         00001170
       01  WS-RPT-PERIOD-HEADING.                                       00001180
           05  FILLER                   PIC X(40) VALUE                 00001190
               'CLOSED PERIOD      ITEMS   ORIGINAL AMOU'.              00001200
           05  FILLER                   PIC X(40) VALUE                 00001210
               'NT         POSTED AMOUNT                '.              00001220
       01  WS-RPT-PERIOD-LINE.                                          00001230
           05  WS-RPT-PER-LABEL         PIC X(14).                      00001240
           05  WS-RPT-PER-COUNT         PIC Z(08)9.                     00001250
           05  FILLER                   PIC X(01) VALUE SPACES.         00001260
           05  WS-RPT-PER-ORIG          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00001270
           05  FILLER                   PIC X(02) VALUE SPACES.         00001280
           05  WS-RPT-PER-POST          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00001290
           05  FILLER                   PIC X(18) VALUE SPACES.         00001300
       01  WS-RPT-UNSORTED-LINE.                                        00001310
           05  FILLER                   PIC X(22) VALUE                 00001320
               'NOT IN PERIOD LINES   '.                                00001330
           05  WS-RPT-UNSORTED-COUNT    PIC Z(08)9.                     00001340
           05  FILLER                   PIC X(49) VALUE                 00001350
               '  MORE CLOSED PERIODS THAN THE TABLE HOLDS'.            00001360
       01  WS-RPT-BLANK-LINE            PIC X(80) VALUE SPACES.         00001370
       PROCEDURE DIVISION.                                              00001380
       0000-MAIN-PARA.                                                  00001390
            PERFORM 1000-OPEN-FILES-PARA                                00001400
            PERFORM 1900-GET-TIMESTAMP-PARA                             00001410
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-DATE                 00001420
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00001430
            WRITE RPT-RECORD                                            00001440
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00001450
            WRITE RPT-RECORD                                            00001460
            PERFORM 2000-SCAN-AUDIT-PARA                                00001470
            PERFORM 4000-WRITE-TOTALS-PARA                              00001480
            CLOSE AUDIT-FILE                                            00001490
            CLOSE REPORT-FILE.                                          00001500
            STOP RUN.                                                   00001510
                                                                        00001520
       1000-OPEN-FILES-PARA.                                            00001530
            OPEN INPUT AUDIT-FILE                                       00001540
            MOVE WS-AUDIT-STATUS TO WS-FILE-CHECK-STATUS                00001550
            MOVE 'AUDIT-FILE OPEN' TO WS-FILE-CHECK-NAME                00001560
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001570
            OPEN OUTPUT REPORT-FILE                                     00001580
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00001590
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00001600
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001610
                                                                        00001620
       1900-GET-TIMESTAMP-PARA.                                         00001630
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001640
                                                                        00001650
       2000-SCAN-AUDIT-PARA.                                            00001660
      *    EVERYTHING ELSE ON AUDITOUT IS PASSED OVER. A RUN WITH NO    00001670
      *    ADJUSTMENTS YIELDS A REPORT WITH ZERO TOTALS.                00001680
            READ AUDIT-FILE                                             00001690
                AT END MOVE 'Y' TO WS-AUDIT-EOF-SW                      00001700
            END-READ                                                    00001710
            PERFORM UNTIL WS-AUDIT-EOF                                  00001720
              EVALUATE TRUE                                             00001730
                WHEN AUD-FIELD-NAME = 'PPA-DATE'                        00001740
                    AND AUD-OPERATION = 'PPADJ'                         00001750
                  SET WS-PEND-ACTIVE TO TRUE                            00001760
                  MOVE AUD-TRAN-ID TO WS-PEND-TRAN-ID                   00001770
                  MOVE AUD-CHANGE-FLAG TO WS-PEND-CHANGE-FLAG           00001780
                  MOVE AUD-BEFORE-VALUE(1:8) TO WS-PEND-ORIG-DATE       00001790
                  MOVE AUD-AFTER-VALUE(1:8) TO WS-PEND-POST-DATE        00001800
                WHEN AUD-OPERATION = 'PPAAMT'                           00001810
                    AND WS-PEND-ACTIVE                                  00001820
                    AND AUD-TRAN-ID = WS-PEND-TRAN-ID                   00001830
                  MOVE AUD-FIELD-NAME(1:3) TO WS-PEND-CURRENCY          00001840
                  COMPUTE WS-PEND-ORIG-AMOUNT =                         00001850
                      FUNCTION NUMVAL(AUD-BEFORE-VALUE)                 00001860
                  COMPUTE WS-PEND-POST-AMOUNT =                         00001870
                      FUNCTION NUMVAL(AUD-AFTER-VALUE)                  00001880
                  PERFORM 2200-LIST-ITEM-PARA                           00001890
                WHEN OTHER                                              00001900
                  CONTINUE                                              00001910
              END-EVALUATE                                              00001920
              READ AUDIT-FILE                                           00001930
                  AT END MOVE 'Y' TO WS-AUDIT-EOF-SW                    00001940
              END-READ                                                  00001950
            END-PERFORM.                                                00001960
                                                                        00001970
       2200-LIST-ITEM-PARA.                                             00001980
      *    A RELEASED HOLD POSTS WITH CHANGE FLAG 'A'; EVERYTHING ELSE  00001990
      *    HERE CAME IN THROUGH THE CORRECTION UPLOAD.                  00002000
            ADD 1 TO WS-ITEM-COUNT                                      00002010
            ADD WS-PEND-ORIG-AMOUNT TO WS-TOTAL-ORIG-AMOUNT             00002020
            ADD WS-PEND-POST-AMOUNT TO WS-TOTAL-POST-AMOUNT             00002030
            MOVE WS-PEND-TRAN-ID TO WS-RPT-TRAN-ID                      00002040
            MOVE WS-PEND-CURRENCY TO WS-RPT-CURRENCY                    00002050
            MOVE WS-PEND-ORIG-DATE TO WS-RPT-ORIG-DATE                  00002060
            MOVE WS-PEND-POST-DATE TO WS-RPT-POST-DATE                  00002070
            MOVE WS-PEND-ORIG-AMOUNT TO WS-RPT-ORIG-AMOUNT              00002080
            MOVE WS-PEND-POST-AMOUNT TO WS-RPT-POST-AMOUNT              00002090
            IF WS-PEND-CHANGE-FLAG = 'A'                                00002100
              MOVE 'RELEASE' TO WS-RPT-KIND                             00002110
            ELSE                                                        00002120
              MOVE 'CORRECTION' TO WS-RPT-KIND                          00002130
            END-IF                                                      00002140
            MOVE WS-RPT-DETAIL TO RPT-RECORD                            00002150
            WRITE RPT-RECORD                                            00002160
            MOVE WS-PEND-ORIG-DATE(1:6) TO WS-PER-KEY                   00002170
            PERFORM 2300-ADD-TO-PERIOD-PARA                             00002180
            MOVE 'N' TO WS-PEND-SW.                                     00002190
                                                                        00002200
       2300-ADD-TO-PERIOD-PARA.                                         00002210
      *    FINDS THE PERIOD LINE FOR WS-PER-KEY, INSERTING IT IN PERIOD 00002220
      *    ORDER THE FIRST TIME IT IS SEEN.                             00002230
            MOVE 'N' TO WS-SLOT-SW                                      00002240
            PERFORM VARYING WS-PER-SUB FROM 1 BY 1                      00002250
                UNTIL WS-PER-SUB > WS-PER-USED OR WS-SLOT-FOUND         00002260
              IF WS-PER-PERIOD(WS-PER-SUB) NOT < WS-PER-KEY             00002270
                SET WS-SLOT-FOUND TO TRUE                               00002280
              END-IF                                                    00002290
            END-PERFORM                                                 00002300
            IF WS-SLOT-FOUND                                            00002310
              SUBTRACT 1 FROM WS-PER-SUB                                00002320
              IF WS-PER-PERIOD(WS-PER-SUB) NOT = WS-PER-KEY             00002330
                MOVE 'N' TO WS-SLOT-SW                                  00002340
              END-IF                                                    00002350
            END-IF                                                      00002360
            IF NOT WS-SLOT-FOUND AND WS-PER-USED >= WS-PER-MAX          00002370
              ADD 1 TO WS-UNSORTED-COUNT                                00002380
            ELSE                                                        00002390
              PERFORM 2350-POST-TO-PERIOD-PARA                          00002400
            END-IF.                                                     00002410
                                                                        00002420
       2350-POST-TO-PERIOD-PARA.                                        00002430
            IF NOT WS-SLOT-FOUND                                        00002440
              PERFORM VARYING WS-PER-SHIFT FROM WS-PER-USED BY -1       00002450
                  UNTIL WS-PER-SHIFT < WS-PER-SUB                       00002460
                MOVE WS-PER-ENTRY(WS-PER-SHIFT)                         00002470
                    TO WS-PER-ENTRY(WS-PER-SHIFT + 1)                   00002480
              END-PERFORM                                               00002490
              MOVE WS-PER-KEY TO WS-PER-PERIOD(WS-PER-SUB)              00002500
              MOVE ZERO TO WS-PER-COUNT(WS-PER-SUB)                     00002510
              MOVE ZERO TO WS-PER-ORIG-AMOUNT(WS-PER-SUB)               00002520
              MOVE ZERO TO WS-PER-POST-AMOUNT(WS-PER-SUB)               00002530
              ADD 1 TO WS-PER-USED                                      00002540
            END-IF                                                      00002550
            ADD 1 TO WS-PER-COUNT(WS-PER-SUB)                           00002560
            ADD WS-PEND-ORIG-AMOUNT TO WS-PER-ORIG-AMOUNT(WS-PER-SUB)   00002570
            ADD WS-PEND-POST-AMOUNT TO WS-PER-POST-AMOUNT(WS-PER-SUB).  00002580
                                                                        00002590
       4000-WRITE-TOTALS-PARA.                                          00002600
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00002610
            WRITE RPT-RECORD                                            00002620
            MOVE WS-RPT-PERIOD-HEADING TO RPT-RECORD                    00002630
            WRITE RPT-RECORD                                            00002640
            PERFORM VARYING WS-PER-SUB FROM 1 BY 1                      00002650
                UNTIL WS-PER-SUB > WS-PER-USED                          00002660
              MOVE SPACES TO WS-RPT-PER-LABEL                           00002670
              MOVE WS-PER-PERIOD(WS-PER-SUB) TO WS-RPT-PER-LABEL        00002680
              MOVE WS-PER-COUNT(WS-PER-SUB) TO WS-RPT-PER-COUNT         00002690
              MOVE WS-PER-ORIG-AMOUNT(WS-PER-SUB) TO WS-RPT-PER-ORIG    00002700
              MOVE WS-PER-POST-AMOUNT(WS-PER-SUB) TO WS-RPT-PER-POST    00002710
              MOVE WS-RPT-PERIOD-LINE TO RPT-RECORD                     00002720
              WRITE RPT-RECORD                                          00002730
            END-PERFORM                                                 00002740
            IF WS-UNSORTED-COUNT > ZERO                                 00002750
              MOVE WS-UNSORTED-COUNT TO WS-RPT-UNSORTED-COUNT           00002760
              MOVE WS-RPT-UNSORTED-LINE TO RPT-RECORD                   00002770
              WRITE RPT-RECORD                                          00002780
            END-IF                                                      00002790
            MOVE 'TOTAL' TO WS-RPT-PER-LABEL                            00002800
            MOVE WS-ITEM-COUNT TO WS-RPT-PER-COUNT                      00002810
            MOVE WS-TOTAL-ORIG-AMOUNT TO WS-RPT-PER-ORIG                00002820
            MOVE WS-TOTAL-POST-AMOUNT TO WS-RPT-PER-POST                00002830
            MOVE WS-RPT-PERIOD-LINE TO RPT-RECORD                       00002840
            WRITE RPT-RECORD                                            00002850
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00002860
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00002870
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002880
                                                                        00002890
       9990-CHECK-FILE-STATUS-PARA.                                     00002900
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002910
              DISPLAY 'PGM1PPA ABEND: ' WS-FILE-CHECK-NAME              00002920
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002930
              MOVE 16 TO RETURN-CODE                                    00002940
              STOP RUN                                                  00002950
            END-IF.                                                     00002960

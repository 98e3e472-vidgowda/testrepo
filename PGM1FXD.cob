       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1FXD.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - CORRECTION-RUN EXCHANGE-   *00000080
      *               RATE DIFFERENCE REPORT FOR TREASURY. READS THE   *00000090
      *               AUDITOUT OF A PGM1CORR CORRECTION RUN, WHERE     *00000100
      *               PGM1 CONVERTS EACH CORRECTED DETAIL AT THE RATE  *00000110
      *               IN FORCE ON ITS ORIGINAL BUSINESS DATE (FROM     *00000120
      *               RATEHIST - SEE RHSTREC COPY), AND LISTS FOR      *00000130
      *               EVERY CORRECTION THE ORIGINAL-DATE RATE,         *00000140
      *               TONIGHT'S RATE, THE RATE DIFFERENCE AND WHAT IT  *00000150
      *               MEANT IN BASE CURRENCY, FLAGGING ANY DETAIL THAT *00000160
      *               FELL BACK TO TONIGHT'S RATE FOR WANT OF HISTORY. *00000170
      *               WRITES THE FXDRPT REPORT.                        *00000180
      ***************************************************************** 00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
           SELECT AUDIT-FILE ASSIGN TO AUDITIN                          00000230
               ORGANIZATION IS SEQUENTIAL                               00000240
               ACCESS MODE IS SEQUENTIAL                                00000250
               FILE STATUS IS WS-AUDIT-STATUS.                          00000260
           SELECT REPORT-FILE ASSIGN TO FXDRPT                          00000270
               ORGANIZATION IS SEQUENTIAL                               00000280
               ACCESS MODE IS SEQUENTIAL                                00000290
               FILE STATUS IS WS-REPORT-STATUS.                         00000300
       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
       FD  AUDIT-FILE                                                   00000330
           RECORDING MODE IS F.                                         00000340
      *    THE CORRECTION RUN'S AUDITOUT, READ FRONT TO BACK. SAME      00000350
      *    LAYOUT AS PGM1.COB'S AUD-RECORD - NOT PULLED INTO A COPYBOOK 00000360
      *    THERE, SO NOT HERE EITHER (SAME AS PGM1INQ); KEEP THE THREE  00000370
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
      *    THE RATE-DIFFERENCE REPORT, ONE 80-BYTE PRINT LINE PER       00000490
      *    RECORD, SAME CONVENTION AS SUMRPT/RAGRPT/HLDRPT.             00000500
       01  RPT-RECORD                  PIC X(80).                       00000510
       WORKING-STORAGE SECTION.                                         00000520
       01  WS-AUDIT-STATUS             PIC XX.                          00000530
       01  WS-REPORT-STATUS            PIC XX.                          00000540
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000550
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000560
       01  WS-AUDIT-EOF-SW             PIC X VALUE 'N'.                 00000570
           88  WS-AUDIT-EOF            VALUE 'Y'.                       00000580
       01  WS-TIMESTAMP                PIC X(21).                       00000590
      *    THE CORRECTION BEING ASSEMBLED - PGM1 WRITES THE 'RATE-DATE' 00000600
      *    ENTRY, THEN THE 'ASOFRATE' ENTRY, THEN (UNLESS THE           00000610
      *    CONVERSION OVERFLOWED) THE 'WS-ORIG-AMT' ENTRY FOR THE SAME  00000620
      *    TRANSACTION. SEE PGM1'S 3080-LOOKUP-ASOF-RATE-PARA.          00000630
       01  WS-PEND-SW                  PIC X VALUE 'N'.                 00000640
           88  WS-PEND-ACTIVE          VALUE 'Y'.                       00000650
       01  WS-PEND-AMOUNT-SW           PIC X VALUE 'N'.                 00000660
           88  WS-PEND-HAS-AMOUNT      VALUE 'Y'.                       00000670
       01  WS-PEND-MISS-SW             PIC X VALUE 'N'.                 00000680
           88  WS-PEND-FALLBACK        VALUE 'Y'.                       00000690
       01  WS-PEND-TRAN-ID             PIC X(12) VALUE SPACES.          00000700
       01  WS-PEND-CURRENCY            PIC X(03) VALUE SPACES.          00000710
       01  WS-PEND-ORIG-DATE           PIC X(08) VALUE SPACES.          00000720
       01  WS-PEND-RATE-DATE           PIC X(08) VALUE SPACES.          00000730
       01  WS-PEND-ASOF-RATE           PIC 9(03)V9(06) VALUE ZERO.      00000740
       01  WS-PEND-CURR-RATE           PIC 9(03)V9(06) VALUE ZERO.      00000750
       01  WS-PEND-RATE-DIFF           PIC S9(03)V9(06) VALUE ZERO.     00000760
       01  WS-PEND-ORIG-AMOUNT         PIC S9(09)V99 VALUE ZERO.        00000770
       01  WS-PEND-AMOUNT-DIFF         PIC S9(11)V99 VALUE ZERO.        00000780
       01  WS-ITEM-COUNT               PIC 9(09) VALUE ZERO.            00000790
       01  WS-FALLBACK-COUNT           PIC 9(09) VALUE ZERO.            00000800
       01  WS-NET-AMOUNT-DIFF          PIC S9(11)V99 VALUE ZERO.        00000810
       01  WS-RPT-TITLE.                                                00000820
           05  FILLER                   PIC X(44) VALUE                 00000830
               'PGM1 CORRECTION RATE DIFFERENCES FOR RUN OF '.          00000840
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00000850
           05  FILLER                   PIC X(28) VALUE SPACES.         00000860
       01  WS-RPT-HEADING.                                              00000870
           05  FILLER                   PIC X(40) VALUE                 00000880
               'TRAN-ID      CCY ORIG DT  RATE DT  ORIG '.              00000890
           05  FILLER                   PIC X(40) VALUE                 00000900
               'RATE  CURR RATE  RATE DIFF  AMOUNT DIFF '.              00000910
       01  WS-RPT-DETAIL.                                               00000920
           05  WS-RPT-TRAN-ID           PIC X(12).                      00000930
           05  FILLER                   PIC X(01) VALUE SPACES.         00000940
           05  WS-RPT-CURRENCY          PIC X(03).                      00000950
           05  FILLER                   PIC X(01) VALUE SPACES.         00000960
           05  WS-RPT-ORIG-DATE         PIC X(08).                      00000970
           05  FILLER                   PIC X(01) VALUE SPACES.         00000980
           05  WS-RPT-RATE-DATE         PIC X(08).                      00000990
           05  WS-RPT-MISS-FLAG         PIC X(01).                      00001000
           05  WS-RPT-ASOF-RATE         PIC ZZ9.9(06).                  00001010
           05  FILLER                   PIC X(01) VALUE SPACES.         00001020
           05  WS-RPT-CURR-RATE         PIC ZZ9.9(06).                  00001030
           05  WS-RPT-RATE-DIFF         PIC -(03)9.9(06).               00001040
           05  WS-RPT-AMOUNT-DIFF       PIC -(09)9.99.                  00001050
           05  WS-RPT-AMOUNT-DIFF-X REDEFINES WS-RPT-AMOUNT-DIFF        00001060
                                        PIC X(13).                      00001070
       01  WS-RPT-TOTAL-LINE.                                           00001080
           05  FILLER                   PIC X(22) VALUE                 00001090
               'TOTAL CORRECTIONS     '.                                00001100
           05  WS-RPT-TOTAL-COUNT       PIC Z(08)9.                     00001110
           05  FILLER                   PIC X(13) VALUE                 00001120
               '  NET AMOUNT '.                                         00001130
           05  WS-RPT-TOTAL-AMOUNT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.         00001140
           05  FILLER                   PIC X(18) VALUE SPACES.         00001150
       01  WS-RPT-FALLBACK-LINE.                                        00001160
           05  FILLER                   PIC X(22) VALUE                 00001170
               'AT TONIGHT''S RATE (*) '.                               00001180
           05  WS-RPT-FALLBACK-COUNT    PIC Z(08)9.                     00001190
           05  FILLER                   PIC X(49) VALUE                 00001200
               '  NO RATE HISTORY FOR THE ORIGINAL DATE'.               00001210
       PROCEDURE DIVISION.                                              00001220
       0000-MAIN-PARA.                                                  00001230
            PERFORM 1000-OPEN-FILES-PARA                                00001240
            PERFORM 1900-GET-TIMESTAMP-PARA                             00001250
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-DATE                 00001260
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00001270
            WRITE RPT-RECORD                                            00001280
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00001290
            WRITE RPT-RECORD                                            00001300
            PERFORM 2000-SCAN-AUDIT-PARA                                00001310
            PERFORM 4000-WRITE-TOTALS-PARA                              00001320
            CLOSE AUDIT-FILE                                            00001330
            CLOSE REPORT-FILE.                                          00001340
            STOP RUN.                                                   00001350
                                                                        00001360
       1000-OPEN-FILES-PARA.                                            00001370
            OPEN INPUT AUDIT-FILE                                       00001380
            MOVE WS-AUDIT-STATUS TO WS-FILE-CHECK-STATUS                00001390
            MOVE 'AUDIT-FILE OPEN' TO WS-FILE-CHECK-NAME                00001400
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001410
            OPEN OUTPUT REPORT-FILE                                     00001420
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00001430
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00001440
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001450
                                                                        00001460
       1900-GET-TIMESTAMP-PARA.                                         00001470
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001480
                                                                        00001490
       2000-SCAN-AUDIT-PARA.                                            00001500
      *    EVERYTHING ELSE ON AUDITOUT (PARAMETER, RATE-CHANGE, SPLIT   00001510
      *    AND CONTROL ENTRIES) IS PASSED OVER. A NIGHTLY AUDITOUT HAS  00001520
      *    NO 'RATE-DATE' ENTRIES AND YIELDS AN EMPTY REPORT.           00001530
            READ AUDIT-FILE                                             00001540
                AT END MOVE 'Y' TO WS-AUDIT-EOF-SW                      00001550
            END-READ                                                    00001560
            PERFORM UNTIL WS-AUDIT-EOF                                  00001570
              EVALUATE TRUE                                             00001580
                WHEN AUD-FIELD-NAME = 'RATE-DATE'                       00001590
                    AND (AUD-OPERATION = 'ASOF'                         00001600
                      OR AUD-OPERATION = 'ASOFMISS')                    00001610
                  PERFORM 2100-START-ITEM-PARA                          00001620
                WHEN AUD-OPERATION = 'ASOFRATE'                         00001630
                    AND WS-PEND-ACTIVE                                  00001640
                    AND AUD-TRAN-ID = WS-PEND-TRAN-ID                   00001650
                  MOVE AUD-FIELD-NAME(1:3) TO WS-PEND-CURRENCY          00001660
                  COMPUTE WS-PEND-CURR-RATE =                           00001670
                      FUNCTION NUMVAL(AUD-BEFORE-VALUE)                 00001680
                  COMPUTE WS-PEND-ASOF-RATE =                           00001690
                      FUNCTION NUMVAL(AUD-AFTER-VALUE)                  00001700
                WHEN AUD-FIELD-NAME = 'WS-ORIG-AMT'                     00001710
                    AND WS-PEND-ACTIVE                                  00001720
                    AND AUD-TRAN-ID = WS-PEND-TRAN-ID                   00001730
                  COMPUTE WS-PEND-ORIG-AMOUNT =                         00001740
                      FUNCTION NUMVAL(AUD-AFTER-VALUE)                  00001750
                  SET WS-PEND-HAS-AMOUNT TO TRUE                        00001760
                  PERFORM 2200-LIST-ITEM-PARA                           00001770
                WHEN OTHER                                              00001780
                  CONTINUE                                              00001790
              END-EVALUATE                                              00001800
              READ AUDIT-FILE                                           00001810
                  AT END MOVE 'Y' TO WS-AUDIT-EOF-SW                    00001820
              END-READ                                                  00001830
            END-PERFORM                                                 00001840
            IF WS-PEND-ACTIVE                                           00001850
              PERFORM 2200-LIST-ITEM-PARA                               00001860
            END-IF.                                                     00001870
                                                                        00001880
       2100-START-ITEM-PARA.                                            00001890
      *    A CORRECTION STILL PENDING HERE NEVER GOT ITS AMOUNT ENTRY   00001900
      *    (THE CONVERSION OVERFLOWED TO OVFLOUT) - IT IS LISTED        00001910
      *    WITHOUT AN AMOUNT DIFFERENCE BEFORE THE NEXT ONE STARTS.     00001920
            IF WS-PEND-ACTIVE                                           00001930
              PERFORM 2200-LIST-ITEM-PARA                               00001940
            END-IF                                                      00001950
            SET WS-PEND-ACTIVE TO TRUE                                  00001960
            MOVE 'N' TO WS-PEND-AMOUNT-SW                               00001970
            MOVE 'N' TO WS-PEND-MISS-SW                                 00001980
            IF AUD-OPERATION = 'ASOFMISS'                               00001990
              SET WS-PEND-FALLBACK TO TRUE                              00002000
            END-IF                                                      00002010
            MOVE AUD-TRAN-ID TO WS-PEND-TRAN-ID                         00002020
            MOVE AUD-BEFORE-VALUE(1:8) TO WS-PEND-ORIG-DATE             00002030
            MOVE AUD-AFTER-VALUE(1:8) TO WS-PEND-RATE-DATE              00002040
            MOVE SPACES TO WS-PEND-CURRENCY                             00002050
            MOVE ZERO TO WS-PEND-ASOF-RATE                              00002060
            MOVE ZERO TO WS-PEND-CURR-RATE                              00002070
            MOVE ZERO TO WS-PEND-ORIG-AMOUNT.                           00002080
                                                                        00002090
       2200-LIST-ITEM-PARA.                                             00002100
      *    RATE DIFFERENCE IS ORIGINAL-DATE RATE LESS TONIGHT'S, SO A   00002110
      *    POSITIVE AMOUNT DIFFERENCE MEANS THE CORRECTION POSTED MORE  00002120
      *    BASE CURRENCY THAN TONIGHT'S RATE WOULD HAVE.                00002130
            ADD 1 TO WS-ITEM-COUNT                                      00002140
            IF WS-PEND-FALLBACK                                         00002150
              ADD 1 TO WS-FALLBACK-COUNT                                00002160
              MOVE '*' TO WS-RPT-MISS-FLAG                              00002170
            ELSE                                                        00002180
              MOVE SPACE TO WS-RPT-MISS-FLAG                            00002190
            END-IF                                                      00002200
            COMPUTE WS-PEND-RATE-DIFF =                                 00002210
                WS-PEND-ASOF-RATE - WS-PEND-CURR-RATE                   00002220
            MOVE WS-PEND-TRAN-ID TO WS-RPT-TRAN-ID                      00002230
            MOVE WS-PEND-CURRENCY TO WS-RPT-CURRENCY                    00002240
            MOVE WS-PEND-ORIG-DATE TO WS-RPT-ORIG-DATE                  00002250
            MOVE WS-PEND-RATE-DATE TO WS-RPT-RATE-DATE                  00002260
            MOVE WS-PEND-ASOF-RATE TO WS-RPT-ASOF-RATE                  00002270
            MOVE WS-PEND-CURR-RATE TO WS-RPT-CURR-RATE                  00002280
            MOVE WS-PEND-RATE-DIFF TO WS-RPT-RATE-DIFF                  00002290
            IF WS-PEND-HAS-AMOUNT                                       00002300
              COMPUTE WS-PEND-AMOUNT-DIFF ROUNDED =                     00002310
                  WS-PEND-ORIG-AMOUNT * WS-PEND-RATE-DIFF               00002320
              ADD WS-PEND-AMOUNT-DIFF TO WS-NET-AMOUNT-DIFF             00002330
              MOVE WS-PEND-AMOUNT-DIFF TO WS-RPT-AMOUNT-DIFF            00002340
            ELSE                                                        00002350
              MOVE SPACES TO WS-RPT-AMOUNT-DIFF-X                       00002360
            END-IF                                                      00002370
            MOVE WS-RPT-DETAIL TO RPT-RECORD                            00002380
            WRITE RPT-RECORD                                            00002390
            MOVE 'N' TO WS-PEND-SW.                                     00002400
                                                                        00002410
       4000-WRITE-TOTALS-PARA.                                          00002420
            MOVE WS-ITEM-COUNT TO WS-RPT-TOTAL-COUNT                    00002430
            MOVE WS-NET-AMOUNT-DIFF TO WS-RPT-TOTAL-AMOUNT              00002440
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00002450
            WRITE RPT-RECORD                                            00002460
            MOVE WS-FALLBACK-COUNT TO WS-RPT-FALLBACK-COUNT             00002470
            MOVE WS-RPT-FALLBACK-LINE TO RPT-RECORD                     00002480
            WRITE RPT-RECORD                                            00002490
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00002500
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00002510
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002520
                                                                        00002530
       9990-CHECK-FILE-STATUS-PARA.                                     00002540
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00002550
              DISPLAY 'PGM1FXD ABEND: ' WS-FILE-CHECK-NAME              00002560
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00002570
              MOVE 16 TO RETURN-CODE                                    00002580
              STOP RUN                                                  00002590
            END-IF.                                                     00002600

       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1RRH.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - NIGHTLY RUN HISTORY REPORT *00000080
      *               OVER THE RUN REGISTER (RUNREG - SEE RRGREC       *00000090
      *               COPY). FOR EACH OF THE LAST N BUSINESS DATES THE *00000100
      *               NIGHTLY STREAM RAN FOR (NEWEST FIRST), LISTS     *00000110
      *               WHETHER THE NIGHT COMPLETED, HOW MANY            *00000120
      *               SUBMISSIONS IT TOOK, AND FOR EACH OF THE EIGHT   *00000130
      *               REGISTERED STEPS ITS STATUS, RETURN CODE, NUMBER *00000140
      *               OF RUNS AND START/FINISH TIMES. N COMES FROM THE *00000150
      *               EXEC PARM (TWO DIGITS, DEFAULT 07). WRITES THE   *00000160
      *               RRHRPT REPORT.                                   *00000170
      ***************************************************************** 00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000220
               ORGANIZATION IS SEQUENTIAL                               00000230
               ACCESS MODE IS SEQUENTIAL                                00000240
               FILE STATUS IS WS-RUNREG-STATUS.                         00000250
           SELECT REPORT-FILE ASSIGN TO RRHRPT                          00000260
               ORGANIZATION IS SEQUENTIAL                               00000270
               ACCESS MODE IS SEQUENTIAL                                00000280
               FILE STATUS IS WS-REPORT-STATUS.                         00000290
       DATA DIVISION.                                                   00000300
       FILE SECTION.                                                    00000310
       FD  RUNREG-FILE                                                  00000320
           RECORDING MODE IS F.                                         00000330
      *    THE NIGHTLY RUN REGISTER, READ ONLY. SEE RRGREC COPY.        00000340
           COPY RRGREC.                                                 00000350
       FD  REPORT-FILE                                                  00000360
           RECORDING MODE IS F.                                         00000370
      *    THE RUN HISTORY REPORT, ONE 80-BYTE PRINT LINE PER RECORD,   00000380
      *    SAME CONVENTION AS SUMRPT/RAGRPT/HLDRPT.                     00000390
       01  RPT-RECORD                  PIC X(80).                       00000400
       WORKING-STORAGE SECTION.                                         00000410
       01  WS-RUNREG-STATUS            PIC XX.                          00000420
       01  WS-REPORT-STATUS            PIC XX.                          00000430
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000440
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00000450
       01  WS-TIMESTAMP                PIC X(21).                       00000460
      *    NIGHTS TO LIST - FROM THE EXEC PARM WHEN IT IS TWO DIGITS    00000470
      *    FROM 01 UP, OTHERWISE THE DEFAULT. THE REGISTER ONLY KEEPS   00000480
      *    RRG-RETAIN-DAYS OF HISTORY, SO A LARGER NUMBER JUST LISTS    00000490
      *    WHAT IS THERE.                                               00000500
       01  WS-DEFAULT-NIGHTS           PIC 9(02) VALUE 07.              00000510
       01  WS-NIGHTS-WANTED            PIC 9(02) VALUE ZERO.            00000520
       01  WS-NIGHT-COUNT              PIC 9(02) VALUE ZERO.            00000530
       01  WS-NIGHT-SUB                PIC 9(02) VALUE ZERO.            00000540
       01  WS-NIGHT-TABLE.                                              00000550
           05  WS-NIGHT-DATE           PIC X(08) OCCURS 99 TIMES.       00000560
       01  WS-PREV-DATE                PIC X(08) VALUE SPACES.          00000570
       01  WS-NEXT-DATE                PIC X(08) VALUE SPACES.          00000580
       01  WS-NIGHTS-DONE-SW           PIC X VALUE 'N'.                 00000590
           88  WS-NIGHTS-DONE          VALUE 'Y'.                       00000600
       01  WS-COMPLETE-COUNT           PIC 9(02) VALUE ZERO.            00000610
       01  WS-INCOMPLETE-COUNT         PIC 9(02) VALUE ZERO.            00000620
           COPY RRGTAB.                                                 00000630
       01  WS-RPT-TITLE.                                                00000640
           05  FILLER                   PIC X(24) VALUE                 00000650
               'PGM1 RUN HISTORY - LAST '.                              00000660
           05  WS-RPT-TITLE-NIGHTS      PIC Z9.                         00000670
           05  FILLER                   PIC X(15) VALUE                 00000680
               ' NIGHTS, AS OF '.                                       00000690
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00000700
           05  FILLER                   PIC X(31) VALUE SPACES.         00000710
       01  WS-RPT-NIGHT-LINE.                                           00000720
           05  FILLER                   PIC X(14) VALUE                 00000730
               'BUSINESS DATE '.                                        00000740
           05  WS-RPT-NIGHT-DATE        PIC X(08).                      00000750
           05  FILLER                   PIC X(08) VALUE                 00000760
               '  NIGHT '.                                              00000770
           05  WS-RPT-NIGHT-STATUS      PIC X(10).                      00000780
           05  FILLER                   PIC X(14) VALUE                 00000790
               '  SUBMISSIONS '.                                        00000800
           05  WS-RPT-NIGHT-RUNS        PIC ZZ9.                        00000810
           05  FILLER                   PIC X(23) VALUE SPACES.         00000820
       01  WS-RPT-HEADING.                                              00000830
           05  FILLER                   PIC X(40) VALUE                 00000840
               '  STEP      STATUS     RC RUNS  STARTED '.              00000850
           05  FILLER                   PIC X(40) VALUE                 00000860
               '         FINISHED                       '.              00000870
       01  WS-RPT-DETAIL.                                               00000880
           05  FILLER                   PIC X(02) VALUE SPACES.         00000890
           05  WS-RPT-STEP              PIC X(08).                      00000900
           05  FILLER                   PIC X(02) VALUE SPACES.         00000910
           05  WS-RPT-STATUS            PIC X(10).                      00000920
           05  WS-RPT-RC                PIC ZZ9.                        00000930
           05  WS-RPT-RC-X REDEFINES WS-RPT-RC                          00000940
                                        PIC X(03).                      00000950
           05  FILLER                   PIC X(02) VALUE SPACES.         00000960
           05  WS-RPT-RUNS              PIC ZZ9.                        00000970
           05  WS-RPT-RUNS-X REDEFINES WS-RPT-RUNS                      00000980
                                        PIC X(03).                      00000990
           05  FILLER                   PIC X(02) VALUE SPACES.         00001000
           05  WS-RPT-START-DATE        PIC X(08).                      00001010
           05  FILLER                   PIC X(01) VALUE SPACES.         00001020
           05  WS-RPT-START-TIME        PIC X(06).                      00001030
           05  FILLER                   PIC X(02) VALUE SPACES.         00001040
           05  WS-RPT-END-DATE          PIC X(08).                      00001050
           05  FILLER                   PIC X(01) VALUE SPACES.         00001060
           05  WS-RPT-END-TIME          PIC X(06).                      00001070
           05  FILLER                   PIC X(14) VALUE SPACES.         00001080
       01  WS-RPT-TOTAL-LINE.                                           00001090
           05  FILLER                   PIC X(14) VALUE                 00001100
               'NIGHTS LISTED '.                                        00001110
           05  WS-RPT-TOTAL-NIGHTS      PIC Z9.                         00001120
           05  FILLER                   PIC X(11) VALUE                 00001130
               '  COMPLETE '.                                           00001140
           05  WS-RPT-TOTAL-COMPLETE    PIC Z9.                         00001150
           05  FILLER                   PIC X(13) VALUE                 00001160
               '  INCOMPLETE '.                                         00001170
           05  WS-RPT-TOTAL-INCOMPLETE  PIC Z9.                         00001180
           05  FILLER                   PIC X(36) VALUE SPACES.         00001190
       LINKAGE SECTION.                                                 00001200
       01  LK-PARM-AREA.                                                00001210
           05  LK-PARM-LENGTH           PIC S9(4) COMP.                 00001220
           05  LK-PARM-NIGHTS           PIC X(02).                      00001230
       PROCEDURE DIVISION USING LK-PARM-AREA.                           00001240
       0000-MAIN-PARA.                                                  00001250
            MOVE WS-DEFAULT-NIGHTS TO WS-NIGHTS-WANTED                  00001260
            IF LK-PARM-LENGTH >= 2                                      00001270
              IF LK-PARM-NIGHTS IS NUMERIC                              00001280
                  AND LK-PARM-NIGHTS NOT = '00'                         00001290
                MOVE LK-PARM-NIGHTS TO WS-NIGHTS-WANTED                 00001300
              END-IF                                                    00001310
            END-IF                                                      00001320
            PERFORM 1000-OPEN-FILES-PARA                                00001330
            PERFORM 2000-LOAD-REGISTER-PARA                             00001340
            PERFORM 3000-PICK-NIGHTS-PARA                               00001350
            PERFORM 1900-GET-TIMESTAMP-PARA                             00001360
            MOVE WS-NIGHTS-WANTED TO WS-RPT-TITLE-NIGHTS                00001370
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-DATE                 00001380
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00001390
            WRITE RPT-RECORD                                            00001400
            PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1                    00001410
                UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT                     00001420
              PERFORM 4000-WRITE-NIGHT-PARA                             00001430
            END-PERFORM                                                 00001440
            PERFORM 4900-WRITE-TOTALS-PARA                              00001450
            CLOSE REPORT-FILE.                                          00001460
            STOP RUN.                                                   00001470
                                                                        00001480
       1000-OPEN-FILES-PARA.                                            00001490
            OPEN INPUT RUNREG-FILE                                      00001500
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001510
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001520
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001530
            OPEN OUTPUT REPORT-FILE                                     00001540
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00001550
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00001560
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001570
                                                                        00001580
       1900-GET-TIMESTAMP-PARA.                                         00001590
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00001600
                                                                        00001610
       2000-LOAD-REGISTER-PARA.                                         00001620
      *    THE WHOLE REGISTER INTO RRG-TABLE, AS THE REGISTERED STEPS   00001630
      *    HOLD IT - NO RETENTION CUT HERE, THE STEPS ALREADY APPLY IT. 00001640
            MOVE ZERO TO RRG-COUNT                                      00001650
            READ RUNREG-FILE                                            00001660
                AT END MOVE 'Y' TO RRG-EOF-SW                           00001670
            END-READ                                                    00001680
            PERFORM UNTIL RRG-EOF                                       00001690
              IF RRG-COUNT >= RRG-MAX                                   00001700
                DISPLAY 'PGM1RRH ABEND: RUNREG HOLDS MORE ENTRIES '     00001710
                    'THAN RRG-TABLE CAN HOLD'                           00001720
                MOVE 16 TO RETURN-CODE                                  00001730
                STOP RUN                                                00001740
              END-IF                                                    00001750
              ADD 1 TO RRG-COUNT                                        00001760
              MOVE RR-RECORD TO RRG-ENTRY(RRG-COUNT)                    00001770
              READ RUNREG-FILE                                          00001780
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00001790
              END-READ                                                  00001800
            END-PERFORM                                                 00001810
            CLOSE RUNREG-FILE.                                          00001820
                                                                        00001830
       3000-PICK-NIGHTS-PARA.                                           00001840
      *    THE NIGHTS ARE THE CYCLE RECORDS' BUSINESS DATES. THE FILE   00001850
      *    IS IN THE ORDER THE ENTRIES WERE FIRST WRITTEN, NOT DATE     00001860
      *    ORDER, SO EACH PASS TAKES THE HIGHEST CYCLE DATE BELOW THE   00001870
      *    ONE THE PASS BEFORE TOOK, UNTIL ENOUGH NIGHTS ARE PICKED OR  00001880
      *    THERE ARE NO MORE.                                           00001890
            MOVE ZERO TO WS-NIGHT-COUNT                                 00001900
            MOVE HIGH-VALUES TO WS-PREV-DATE                            00001910
            MOVE 'N' TO WS-NIGHTS-DONE-SW                               00001920
            PERFORM UNTIL WS-NIGHTS-DONE                                00001930
                OR WS-NIGHT-COUNT >= WS-NIGHTS-WANTED                   00001940
              MOVE SPACES TO WS-NEXT-DATE                               00001950
              PERFORM VARYING RRG-SUB FROM 1 BY 1                       00001960
                  UNTIL RRG-SUB > RRG-COUNT                             00001970
                IF RRG-PROGRAM(RRG-SUB) = 'CYCLE'                       00001980
                    AND RRG-BUS-DATE(RRG-SUB) < WS-PREV-DATE            00001990
                    AND RRG-BUS-DATE(RRG-SUB) > WS-NEXT-DATE            00002000
                  MOVE RRG-BUS-DATE(RRG-SUB) TO WS-NEXT-DATE            00002010
                END-IF                                                  00002020
              END-PERFORM                                               00002030
              IF WS-NEXT-DATE = SPACES                                  00002040
                SET WS-NIGHTS-DONE TO TRUE                              00002050
              ELSE                                                      00002060
                ADD 1 TO WS-NIGHT-COUNT                                 00002070
                MOVE WS-NEXT-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)      00002080
                MOVE WS-NEXT-DATE TO WS-PREV-DATE                       00002090
              END-IF                                                    00002100
            END-PERFORM.                                                00002110
                                                                        00002120
       4000-WRITE-NIGHT-PARA.                                           00002130
            MOVE WS-NIGHT-DATE(WS-NIGHT-SUB) TO RRG-FIND-DATE           00002140
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00002150
            PERFORM 6000-FIND-ENTRY-PARA                                00002160
            MOVE RRG-FIND-DATE TO WS-RPT-NIGHT-DATE                     00002170
            IF RRG-COMPLETE(RRG-FIND-SUB)                               00002180
              MOVE 'COMPLETE' TO WS-RPT-NIGHT-STATUS                    00002190
              ADD 1 TO WS-COMPLETE-COUNT                                00002200
            ELSE                                                        00002210
              MOVE 'INCOMPLETE' TO WS-RPT-NIGHT-STATUS                  00002220
              ADD 1 TO WS-INCOMPLETE-COUNT                              00002230
            END-IF                                                      00002240
            MOVE RRG-RUN-COUNT(RRG-FIND-SUB) TO WS-RPT-NIGHT-RUNS       00002250
            MOVE WS-RPT-NIGHT-LINE TO RPT-RECORD                        00002260
            WRITE RPT-RECORD                                            00002270
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00002280
            WRITE RPT-RECORD                                            00002290
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00002300
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00002310
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00002320
              PERFORM 6000-FIND-ENTRY-PARA                              00002330
              PERFORM 4100-WRITE-STEP-PARA                              00002340
            END-PERFORM.                                                00002350
                                                                        00002360
       4100-WRITE-STEP-PARA.                                            00002370
      *    A STEP WITH NO ENTRY NEVER STARTED THAT NIGHT (BYPASSED BY   00002380
      *    ITS COND TEST, OR THE JOB NEVER GOT THAT FAR). 'STARTED'     00002390
      *    WITH NO FINISH TIME MEANS IT ABENDED OUTRIGHT - OR IS        00002400
      *    RUNNING NOW.                                                 00002410
            MOVE RRG-FIND-PROGRAM TO WS-RPT-STEP                        00002420
            IF RRG-FIND-SUB = ZERO                                      00002430
              MOVE 'NOT RUN' TO WS-RPT-STATUS                           00002440
              MOVE SPACES TO WS-RPT-RC-X                                00002450
              MOVE SPACES TO WS-RPT-RUNS-X                              00002460
              MOVE SPACES TO WS-RPT-START-DATE                          00002470
              MOVE SPACES TO WS-RPT-START-TIME                          00002480
              MOVE SPACES TO WS-RPT-END-DATE                            00002490
              MOVE SPACES TO WS-RPT-END-TIME                            00002500
            ELSE                                                        00002510
              EVALUATE TRUE                                             00002520
                WHEN RRG-COMPLETE(RRG-FIND-SUB)                         00002530
                  MOVE 'COMPLETE' TO WS-RPT-STATUS                      00002540
                WHEN RRG-FAILED(RRG-FIND-SUB)                           00002550
                  MOVE 'FAILED' TO WS-RPT-STATUS                        00002560
                WHEN OTHER                                              00002570
                  MOVE 'STARTED' TO WS-RPT-STATUS                       00002580
              END-EVALUATE                                              00002590
              IF RRG-STARTED(RRG-FIND-SUB)                              00002600
                MOVE SPACES TO WS-RPT-RC-X                              00002610
              ELSE                                                      00002620
                MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO WS-RPT-RC         00002630
              END-IF                                                    00002640
              MOVE RRG-RUN-COUNT(RRG-FIND-SUB) TO WS-RPT-RUNS           00002650
              MOVE RRG-START-STAMP(RRG-FIND-SUB)(1:8)                   00002660
                  TO WS-RPT-START-DATE                                  00002670
              MOVE RRG-START-STAMP(RRG-FIND-SUB)(9:6)                   00002680
                  TO WS-RPT-START-TIME                                  00002690
              MOVE RRG-END-STAMP(RRG-FIND-SUB)(1:8)                     00002700
                  TO WS-RPT-END-DATE                                    00002710
              MOVE RRG-END-STAMP(RRG-FIND-SUB)(9:6)                     00002720
                  TO WS-RPT-END-TIME                                    00002730
            END-IF                                                      00002740
            MOVE WS-RPT-DETAIL TO RPT-RECORD                            00002750
            WRITE RPT-RECORD.                                           00002760
                                                                        00002770
       4900-WRITE-TOTALS-PARA.                                          00002780
            MOVE WS-NIGHT-COUNT TO WS-RPT-TOTAL-NIGHTS                  00002790
            MOVE WS-COMPLETE-COUNT TO WS-RPT-TOTAL-COMPLETE             00002800
            MOVE WS-INCOMPLETE-COUNT TO WS-RPT-TOTAL-INCOMPLETE         00002810
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00002820
            WRITE RPT-RECORD                                            00002830
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00002840
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00002850
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00002860
                                                                        00002870
       6000-FIND-ENTRY-PARA.                                            00002880
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00002890
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00002900
            MOVE ZERO TO RRG-FIND-SUB                                   00002910
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00002920
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00002930
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00002940
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00002950
                MOVE RRG-SUB TO RRG-FIND-SUB                            00002960
              END-IF                                                    00002970
            END-PERFORM.                                                00002980
                                                                        00002990
       9990-CHECK-FILE-STATUS-PARA.                                     00003000
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00003010
              DISPLAY 'PGM1RRH ABEND: ' WS-FILE-CHECK-NAME              00003020
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00003030
              MOVE 16 TO RETURN-CODE                                    00003040
              STOP RUN                                                  00003050
            END-IF.                                                     00003060

       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1JNL.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - TURNS ONE EXTROUT          *00000080
      *               GENERATION INTO A BALANCED GL JOURNAL (SEE       *00000090
      *               COPYLIB GLJRNREC). EVERY POSTING SIDE OF EVERY   *00000100
      *               ROW IS MAPPED TO A GL ACCOUNT AND COST CENTER    *00000110
      *               THROUGH THE OPS-MAINTAINED GLMAP TABLE (SEE      *00000120
      *               COPYLIB GLMAPREC) BY SOURCE SYSTEM, CURRENCY AND *00000130
      *               SIDE NUMBER. THE SIDES ARE DEBITED AND THE       *00000140
      *               OFFSETTING SIDE-0 CLEARING LINE IS CREDITED WITH *00000150
      *               THE WHOLE EXT-AMOUNT, SO EACH ROW NETS TO ZERO.  *00000160
      *               A ROW WITH ANY UNMAPPED SIDE, OR WHOSE SIDES DO  *00000170
      *               NOT SUM BACK TO EXT-AMOUNT, IS NOT JOURNALED -   *00000180
      *               IT IS LISTED ON JNLEXCP AND RAISES THE "PGM1     *00000190
      *               ALERT:" TAG WITH RC 4 SO IT IS WORKED, NOT LOST. *00000200
      *               THE JOURNAL IS BUILT IN THE GLJWORK WORK         *00000210
      *               DATASET; IF ITS DEBIT AND CREDIT TOTALS DO NOT   *00000220
      *               AGREE IT IS EMPTIED AND THE RUN ENDS RC 20, SO   *00000230
      *               PGM1JOB'S RELEASE STEP NEVER COPIES AN           *00000240
      *               UNBALANCED JOURNAL TO THE GL.                    *00000250
      *  10/15/2026  VAR  RUN REGISTER - EACH RUN NOW RECORDS ITS      *00000260
      *               START, FINISH AND RETURN CODE AGAINST TONIGHT'S  *00000270
      *               BUSINESS DATE ON RUNREG (SEE COPYLIB RRGREC). ON *00000280
      *               A RERUN OF A NIGHT IT ALREADY COMPLETED IT SKIPS *00000290
      *               ITSELF AND ENDS RC 8 RATHER THAN THE RC IT       *00000300
      *               RECORDED, SO PGM1JOB'S RELEASE STEP IS BYPASSED  *00000310
      *               AND THE SAME JOURNAL NEVER REACHES THE GL TWICE. *00000320
      ***************************************************************** 00000330
       ENVIRONMENT DIVISION.                                            00000340
       INPUT-OUTPUT SECTION.                                            00000350
       FILE-CONTROL.                                                    00000360
           SELECT EXTRACT-FILE ASSIGN TO EXTRIN                         00000370
               ORGANIZATION IS SEQUENTIAL                               00000380
               ACCESS MODE IS SEQUENTIAL                                00000390
               FILE STATUS IS WS-EXTRACT-STATUS.                        00000400
           SELECT GLMAP-FILE ASSIGN TO GLMAP                            00000410
               ORGANIZATION IS SEQUENTIAL                               00000420
               ACCESS MODE IS SEQUENTIAL                                00000430
               FILE STATUS IS WS-GLMAP-STATUS.                          00000440
           SELECT JOURNAL-FILE ASSIGN TO GLJWORK                        00000450
               ORGANIZATION IS SEQUENTIAL                               00000460
               ACCESS MODE IS SEQUENTIAL                                00000470
               FILE STATUS IS WS-JOURNAL-STATUS.                        00000480
           SELECT REPORT-FILE ASSIGN TO JNLEXCP                         00000490
               ORGANIZATION IS SEQUENTIAL                               00000500
               ACCESS MODE IS SEQUENTIAL                                00000510
               FILE STATUS IS WS-REPORT-STATUS.                         00000520
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000530
               ORGANIZATION IS SEQUENTIAL                               00000540
               ACCESS MODE IS SEQUENTIAL                                00000550
               FILE STATUS IS WS-RUNREG-STATUS.                         00000560
       DATA DIVISION.                                                   00000570
       FILE SECTION.                                                    00000580
       FD  EXTRACT-FILE                                                 00000590
           RECORDING MODE IS F.                                         00000600
      *    SAME LAYOUT AS PGM1.COB'S EXT-RECORD - NOT PULLED INTO A     00000610
      *    SHARED COPYBOOK BECAUSE PGM1.COB DOES NOT USE ONE FOR IT     00000620
      *    EITHER; KEEP THE TWO IN SYNC BY HAND IF EXT-RECORD CHANGES   00000630
      *    AGAIN. THE SOURCE SYSTEM IS NOT A FIELD OF ITS OWN - IT IS   00000640
      *    THE FIRST FOUR CHARACTERS OF EXT-TRAN-ID (TR-TID-SOURCE).    00000650
       01  EXT-RECORD.                                                  00000660
           05  EXT-AMOUNT               PIC S9(9)V99.                   00000670
           05  EXT-AMOUNT-SIDE-1        PIC S9(9)V99.                   00000680
           05  EXT-AMOUNT-SIDE-2        PIC S9(9)V99.                   00000690
           05  EXT-RUN-DATE             PIC X(8).                       00000700
           05  EXT-CHANGE-FLAG          PIC X(1).                       00000710
           05  EXT-TRAN-ID              PIC X(12).                      00000720
           05  EXT-CURRENCY-CODE        PIC X(3).                       00000730
           05  EXT-ORIGINAL-AMOUNT      PIC S9(9)V99.                   00000740
           05  EXT-AMOUNT-SIDE-3        PIC S9(9)V99.                   00000750
           05  EXT-AMOUNT-SIDE-4        PIC S9(9)V99.                   00000760
           05  EXT-SIDE-COUNT           PIC 9(1).                       00000770
       FD  GLMAP-FILE                                                   00000780
           RECORDING MODE IS F.                                         00000790
      *    OPS-MAINTAINED CHART-OF-ACCOUNTS MAPPING - SEE GLMAPREC.     00000800
           COPY GLMAPREC.                                               00000810
       FD  JOURNAL-FILE                                                 00000820
           RECORDING MODE IS F.                                         00000830
      *    THE JOURNAL BEING BUILT - A FLAT WORK DATASET REBUILT EVERY  00000840
      *    NIGHT, COPIED TO THE GL RELEASE GENERATION BY PGM1JOB ONLY   00000850
      *    WHEN THIS PROGRAM ENDS CLEANLY. SEE GLJRNREC.                00000860
           COPY GLJRNREC.                                               00000870
       FD  REPORT-FILE                                                  00000880
           RECORDING MODE IS F.                                         00000890
      *    THE EXCEPTION LIST, ONE 80-BYTE PRINT LINE PER RECORD, SAME  00000900
      *    CONVENTION AS SUMRPT/FDRRPT/RAGRPT.                          00000910
       01  RPT-RECORD                  PIC X(80).                       00000920
       FD  RUNREG-FILE                                                  00000930
           RECORDING MODE IS F.                                         00000940
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00000950
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00000960
      *    AND FINISH. SEE RRGREC COPY.                                 00000970
           COPY RRGREC.                                                 00000980
       WORKING-STORAGE SECTION.                                         00000990
       01  WS-EXTRACT-STATUS           PIC XX.                          00001000
       01  WS-GLMAP-STATUS             PIC XX.                          00001010
       01  WS-JOURNAL-STATUS           PIC XX.                          00001020
       01  WS-REPORT-STATUS            PIC XX.                          00001030
       01  WS-RUNREG-STATUS            PIC XX.                          00001040
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00001050
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00001060
       01  WS-CTL-ABEND-MSG            PIC X(50) VALUE SPACES.          00001070
       01  WS-TIMESTAMP                PIC X(21).                       00001080
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.          00001090
       01  WS-EXTRACT-EOF-SW           PIC X VALUE 'N'.                 00001100
           88  WS-EXTRACT-EOF          VALUE 'Y'.                       00001110
       01  WS-GLMAP-EOF-SW             PIC X VALUE 'N'.                 00001120
           88  WS-GLMAP-EOF            VALUE 'Y'.                       00001130
      *    THE MAPPING TABLE LOADED FROM GLMAP AT STARTUP - 200         00001140
      *    ENTRIES IS FIVE SIDES FOR FORTY SOURCE/CURRENCY PAIRS.       00001150
       01  WS-MAP-TABLE.                                                00001160
           05  WS-MAP-ENTRY OCCURS 200 TIMES.                           00001170
               10  WS-MAP-SOURCE        PIC X(04).                      00001180
               10  WS-MAP-CCY           PIC X(03).                      00001190
               10  WS-MAP-SIDE          PIC 9(01).                      00001200
               10  WS-MAP-ACCOUNT       PIC X(10).                      00001210
               10  WS-MAP-COST-CENTER   PIC X(06).                      00001220
       01  WS-MAP-COUNT                PIC 9(03) VALUE ZERO.            00001230
       01  WS-MAP-MAX                  PIC 9(03) VALUE 200.             00001240
       01  WS-MAP-SUB                  PIC 9(03) VALUE ZERO.            00001250
       01  WS-MAP-FOUND-SW             PIC X VALUE 'N'.                 00001260
           88  WS-MAP-FOUND            VALUE 'Y'.                       00001270
      *    THE ROW BEING JOURNALED - ITS SOURCE, ITS SIDES IN A         00001280
      *    SUBSCRIPTABLE FORM, AND THE ACCOUNT EACH SIDE RESOLVED TO    00001290
      *    (ENTRY 1 IS SIDE 0, THE CLEARING LINE; ENTRIES 2-5 ARE       00001300
      *    SIDES 1-4).                                                  00001310
       01  WS-ROW-SOURCE               PIC X(04) VALUE SPACES.          00001320
       01  WS-ROW-SIDE-AREA.                                            00001330
           05  WS-ROW-SIDE-AMOUNT OCCURS 4 TIMES PIC S9(9)V99.          00001340
       01  WS-ROW-MAP-AREA.                                             00001350
           05  WS-ROW-MAP OCCURS 5 TIMES.                               00001360
               10  WS-ROW-ACCOUNT       PIC X(10).                      00001370
               10  WS-ROW-COST-CENTER   PIC X(06).                      00001380
       01  WS-ROW-OK-SW                PIC X VALUE 'Y'.                 00001390
           88  WS-ROW-OK               VALUE 'Y'.                       00001400
       01  WS-SIDE-SUB                 PIC 9(01) VALUE ZERO.            00001410
       01  WS-LOOKUP-SIDE              PIC 9(01) VALUE ZERO.            00001420
       01  WS-LOOKUP-CCY               PIC X(03) VALUE SPACES.          00001430
       01  WS-SIDE-CHECK-TOTAL         PIC S9(9)V99 VALUE ZERO.         00001440
      *    ONE JOURNAL LINE ABOUT TO BE WRITTEN - THE SIGNED AMOUNT     00001450
      *    AND THE INDICATOR A POSITIVE AMOUNT TAKES; A NEGATIVE ONE    00001460
      *    FLIPS TO THE OTHER INDICATOR FOR ITS ABSOLUTE VALUE.         00001470
       01  WS-LINE-SIDE                PIC 9(01) VALUE ZERO.            00001480
       01  WS-LINE-AMOUNT              PIC S9(9)V99 VALUE ZERO.         00001490
       01  WS-LINE-IND                 PIC X(01) VALUE SPACES.          00001500
       01  WS-EXCEPT-SIDE              PIC 9(01) VALUE ZERO.            00001510
       01  WS-EXCEPT-REASON            PIC X(30) VALUE SPACES.          00001520
       01  WS-EXTRACT-COUNT            PIC 9(09) VALUE ZERO.            00001530
       01  WS-ROW-COUNT                PIC 9(09) VALUE ZERO.            00001540
       01  WS-LINE-COUNT               PIC 9(09) VALUE ZERO.            00001550
       01  WS-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.            00001560
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.         00001570
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.         00001580
       01  WS-TOTAL-EDIT               PIC Z(10)9.99.                   00001590
       01  WS-RPT-TITLE.                                                00001600
           05  FILLER                   PIC X(40) VALUE                 00001610
               'PGM1 GL JOURNAL EXCEPTIONS FOR RUN DATE '.              00001620
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00001630
           05  FILLER                   PIC X(32) VALUE SPACES.         00001640
       01  WS-RPT-HEADING.                                              00001650
           05  FILLER                   PIC X(50) VALUE                 00001660
               'TRAN-ID      SOURCE CCY SIDE REASON'.                   00001670
           05  FILLER                   PIC X(30) VALUE SPACES.         00001680
       01  WS-RPT-DETAIL.                                               00001690
           05  WS-RPT-TRAN-ID           PIC X(12).                      00001700
           05  FILLER                   PIC X(01) VALUE SPACES.         00001710
           05  WS-RPT-SOURCE            PIC X(04).                      00001720
           05  FILLER                   PIC X(03) VALUE SPACES.         00001730
           05  WS-RPT-CCY               PIC X(03).                      00001740
           05  FILLER                   PIC X(04) VALUE SPACES.         00001750
           05  WS-RPT-SIDE              PIC 9(01).                      00001760
           05  FILLER                   PIC X(01) VALUE SPACES.         00001770
           05  WS-RPT-REASON            PIC X(30).                      00001780
           05  FILLER                   PIC X(21) VALUE SPACES.         00001790
       01  WS-RPT-TOTAL-LINE.                                           00001800
           05  WS-RPT-TOTAL-LABEL       PIC X(30).                      00001810
           05  WS-RPT-TOTAL-VALUE       PIC Z(08)9.                     00001820
           05  FILLER                   PIC X(41) VALUE SPACES.         00001830
           COPY RRGTAB.                                                 00001840
       PROCEDURE DIVISION.                                              00001850
       0000-MAIN-PARA.                                                  00001860
            PERFORM 0100-REGISTER-START-PARA                            00001870
            PERFORM 1000-OPEN-FILES-PARA                                00001880
            PERFORM 1500-LOAD-GLMAP-PARA                                00001890
            PERFORM 2000-BUILD-JOURNAL-PARA                             00001900
            PERFORM 3000-WRITE-TRAILER-PARA                             00001910
            PERFORM 3100-PROVE-BALANCE-PARA                             00001920
            PERFORM 4000-WRITE-REPORT-TOTALS-PARA                       00001930
            CLOSE EXTRACT-FILE                                          00001940
            CLOSE JOURNAL-FILE                                          00001950
            CLOSE REPORT-FILE.                                          00001960
            PERFORM 9997-EXCEPTION-ALERT-PARA.                          00001970
            PERFORM 8900-REGISTER-FINISH-PARA.                          00001980
            STOP RUN.                                                   00001990
                                                                        00002000
       0100-REGISTER-START-PARA.                                        00002010
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00002020
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00002030
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00002040
      *    STEP. UNLIKE THE OTHER REGISTERED STEPS IT DOES NOT END WITH 00002050
      *    THE RETURN CODE IT FINISHED WITH (0 OR 4) BUT WITH RC 8: THE 00002060
      *    JOURNAL IT BUILT THAT NIGHT WAS RELEASED TO THE GL BY THE    00002070
      *    STEP AFTER IT, AND THAT STEP RUNS ON RC 0 OR 4, SO ENDING    00002080
      *    WITH EITHER WOULD RELEASE THE SAME JOURNAL A SECOND TIME.    00002090
      *    THE UNMAPPED-ROW ALERT IS NOT REPEATED EITHER - THAT NIGHT'S 00002100
      *    JNLEXCP ALREADY LISTS THE ROWS.                              00002110
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00002120
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00002130
            MOVE 'PGM1JNL' TO RRG-PROGRAM-NAME                          00002140
            PERFORM 0110-LOAD-REGISTER-PARA                             00002150
            IF RRG-CYCLE-DATE NOT = SPACES                              00002160
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00002170
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00002180
              PERFORM 0115-FIND-ENTRY-PARA                              00002190
              IF RRG-FIND-SUB > ZERO                                    00002200
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00002210
                  DISPLAY 'PGM1JNL: ALREADY COMPLETED FOR BUSINESS '    00002220
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00002230
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00002240
                      ' - STEP SKIPPED ON THIS RERUN, JOURNAL NOT '     00002250
                      'RELEASED AGAIN'                                  00002260
                  MOVE 8 TO RETURN-CODE                                 00002270
                  STOP RUN                                              00002280
                END-IF                                                  00002290
              ELSE                                                      00002300
                PERFORM 0125-ADD-ENTRY-PARA                             00002310
              END-IF                                                    00002320
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00002330
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00002340
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00002350
              MOVE FUNCTION CURRENT-DATE(1:14)                          00002360
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00002370
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00002380
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00002390
              PERFORM 0120-REWRITE-REGISTER-PARA                        00002400
              SET RRG-ACTIVE TO TRUE                                    00002410
            END-IF.                                                     00002420
                                                                        00002430
       0110-LOAD-REGISTER-PARA.                                         00002440
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00002450
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00002460
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00002470
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00002480
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00002490
                 - RRG-RETAIN-DAYS)                                     00002500
            MOVE ZERO TO RRG-COUNT                                      00002510
            MOVE SPACES TO RRG-CYCLE-DATE                               00002520
            OPEN INPUT RUNREG-FILE                                      00002530
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00002540
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00002550
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002560
            READ RUNREG-FILE                                            00002570
                AT END MOVE 'Y' TO RRG-EOF-SW                           00002580
            END-READ                                                    00002590
            PERFORM UNTIL RRG-EOF                                       00002600
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00002610
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00002620
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00002630
                PERFORM 0125-ADD-ENTRY-PARA                             00002640
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00002650
                IF RR-CYCLE-RECORD                                      00002660
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00002670
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00002680
                END-IF                                                  00002690
              END-IF                                                    00002700
              READ RUNREG-FILE                                          00002710
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00002720
              END-READ                                                  00002730
            END-PERFORM                                                 00002740
            CLOSE RUNREG-FILE.                                          00002750
                                                                        00002760
       0115-FIND-ENTRY-PARA.                                            00002770
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00002780
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00002790
            MOVE ZERO TO RRG-FIND-SUB                                   00002800
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00002810
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00002820
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00002830
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00002840
                MOVE RRG-SUB TO RRG-FIND-SUB                            00002850
              END-IF                                                    00002860
            END-PERFORM.                                                00002870
                                                                        00002880
       0120-REWRITE-REGISTER-PARA.                                      00002890
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00002900
            OPEN OUTPUT RUNREG-FILE                                     00002910
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00002920
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00002930
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00002940
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00002950
                UNTIL RRG-SUB > RRG-COUNT                               00002960
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00002970
              WRITE RR-RECORD                                           00002980
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00002990
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00003000
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00003010
            END-PERFORM                                                 00003020
            CLOSE RUNREG-FILE.                                          00003030
                                                                        00003040
       0125-ADD-ENTRY-PARA.                                             00003050
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00003060
      *    POINT RRG-FIND-SUB AT IT.                                    00003070
            IF RRG-COUNT >= RRG-MAX                                     00003080
              DISPLAY 'PGM1JNL ABEND: RUNREG HOLDS MORE ENTRIES THAN '  00003090
                  'RRG-TABLE CAN HOLD'                                  00003100
              MOVE 16 TO RETURN-CODE                                    00003110
              STOP RUN                                                  00003120
            END-IF                                                      00003130
            ADD 1 TO RRG-COUNT                                          00003140
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00003150
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00003160
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00003170
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00003180
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00003190
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00003200
                                                                        00003210
       0130-CHECK-CYCLE-DONE-PARA.                                      00003220
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00003230
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00003240
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00003250
      *    ONE.                                                         00003260
            MOVE ZERO TO RRG-DONE-COUNT                                 00003270
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00003280
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00003290
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00003300
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00003310
              PERFORM 0115-FIND-ENTRY-PARA                              00003320
              IF RRG-FIND-SUB > ZERO                                    00003330
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00003340
                  ADD 1 TO RRG-DONE-COUNT                               00003350
                END-IF                                                  00003360
              END-IF                                                    00003370
            END-PERFORM                                                 00003380
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00003390
            PERFORM 0115-FIND-ENTRY-PARA                                00003400
            IF RRG-FIND-SUB > ZERO                                      00003410
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00003420
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00003430
              MOVE FUNCTION CURRENT-DATE(1:14)                          00003440
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00003450
            END-IF.                                                     00003460
                                                                        00003470
       1000-OPEN-FILES-PARA.                                            00003480
            OPEN INPUT EXTRACT-FILE                                     00003490
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00003500
            MOVE 'EXTRACT-FILE OPEN' TO WS-FILE-CHECK-NAME              00003510
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003520
            OPEN OUTPUT JOURNAL-FILE                                    00003530
            MOVE WS-JOURNAL-STATUS TO WS-FILE-CHECK-STATUS              00003540
            MOVE 'JOURNAL-FILE OPEN' TO WS-FILE-CHECK-NAME              00003550
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003560
            OPEN OUTPUT REPORT-FILE                                     00003570
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00003580
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00003590
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00003600
                                                                        00003610
       1500-LOAD-GLMAP-PARA.                                            00003620
      *    LOADS THE MAPPING TABLE ONCE AT STARTUP AND REFUSES A        00003630
      *    TABLE THAT CANNOT MAP CLEANLY - A SIDE NUMBER OUTSIDE 0-4,   00003640
      *    A BLANK SOURCE, ACCOUNT OR COST CENTER, OR TWO ENTRIES FOR   00003650
      *    THE SAME (SOURCE, CURRENCY, SIDE) WOULD OTHERWISE POST       00003660
      *    MONEY TO AN ACCOUNT NOBODY CHOSE. AN EMPTY GLMAP IS NOT      00003670
      *    REFUSED - EVERY ROW SIMPLY LANDS ON THE EXCEPTION LIST.      00003680
            OPEN INPUT GLMAP-FILE                                       00003690
            MOVE WS-GLMAP-STATUS TO WS-FILE-CHECK-STATUS                00003700
            MOVE 'GLMAP-FILE OPEN' TO WS-FILE-CHECK-NAME                00003710
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00003720
            MOVE ZERO TO WS-MAP-COUNT                                   00003730
            READ GLMAP-FILE                                             00003740
                AT END MOVE 'Y' TO WS-GLMAP-EOF-SW                      00003750
            END-READ                                                    00003760
            PERFORM UNTIL WS-GLMAP-EOF                                  00003770
              PERFORM 1550-LOAD-ONE-MAP-PARA                            00003780
              READ GLMAP-FILE                                           00003790
                  AT END MOVE 'Y' TO WS-GLMAP-EOF-SW                    00003800
              END-READ                                                  00003810
            END-PERFORM                                                 00003820
            CLOSE GLMAP-FILE.                                           00003830
                                                                        00003840
       1550-LOAD-ONE-MAP-PARA.                                          00003850
            IF GLM-SIDE-NUMBER NOT NUMERIC OR GLM-SIDE-NUMBER > 4       00003860
              MOVE 'GLMAP ENTRY SIDE NUMBER NOT 0-4'                    00003870
                  TO WS-CTL-ABEND-MSG                                   00003880
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00003890
            END-IF                                                      00003900
            IF GLM-SOURCE-SYS = SPACES                                  00003910
                OR GLM-GL-ACCOUNT = SPACES                              00003920
                OR GLM-COST-CENTER = SPACES                             00003930
              MOVE 'GLMAP ENTRY SOURCE, ACCOUNT OR COST CENTER BLANK'   00003940
                  TO WS-CTL-ABEND-MSG                                   00003950
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00003960
            END-IF                                                      00003970
            PERFORM VARYING WS-MAP-SUB FROM 1 BY 1                      00003980
                UNTIL WS-MAP-SUB > WS-MAP-COUNT                         00003990
              IF WS-MAP-SOURCE(WS-MAP-SUB) = GLM-SOURCE-SYS             00004000
                  AND WS-MAP-CCY(WS-MAP-SUB) = GLM-CURRENCY-CODE        00004010
                  AND WS-MAP-SIDE(WS-MAP-SUB) = GLM-SIDE-NUMBER         00004020
                MOVE 'GLMAP HAS A DUPLICATE SOURCE/CURRENCY/SIDE'       00004030
                    TO WS-CTL-ABEND-MSG                                 00004040
                PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                   00004050
              END-IF                                                    00004060
            END-PERFORM                                                 00004070
            IF WS-MAP-COUNT >= WS-MAP-MAX                               00004080
              MOVE 'GLMAP HAS MORE ENTRIES THAN THE TABLE HOLDS'        00004090
                  TO WS-CTL-ABEND-MSG                                   00004100
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00004110
            END-IF                                                      00004120
            ADD 1 TO WS-MAP-COUNT                                       00004130
            MOVE GLM-SOURCE-SYS TO WS-MAP-SOURCE(WS-MAP-COUNT)          00004140
            MOVE GLM-CURRENCY-CODE TO WS-MAP-CCY(WS-MAP-COUNT)          00004150
            MOVE GLM-SIDE-NUMBER TO WS-MAP-SIDE(WS-MAP-COUNT)           00004160
            MOVE GLM-GL-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-COUNT)         00004170
            MOVE GLM-COST-CENTER TO WS-MAP-COST-CENTER(WS-MAP-COUNT).   00004180
                                                                        00004190
       1900-GET-TIMESTAMP-PARA.                                         00004200
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00004210
                                                                        00004220
       2000-BUILD-JOURNAL-PARA.                                         00004230
      *    THE BATCH HEADER CARRIES THE RUN DATE OFF THE FIRST EXTRIN   00004240
      *    ROW - ONE PGM1 RUN STAMPS THE SAME EXT-RUN-DATE ON EVERY     00004250
      *    ROW IT WRITES, SAME REASONING AS PGM1GLCK. AN EMPTY EXTRIN   00004260
      *    STILL GETS A HEADER (DATED TODAY) AND A ZERO TRAILER, SO     00004270
      *    THE GL LOAD ALWAYS SEES A COMPLETE, BALANCED BATCH.          00004280
            PERFORM 1900-GET-TIMESTAMP-PARA                             00004290
            READ EXTRACT-FILE                                           00004300
                AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                    00004310
            END-READ                                                    00004320
            IF WS-EXTRACT-EOF                                           00004330
              MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE                     00004340
            ELSE                                                        00004350
              MOVE EXT-RUN-DATE TO WS-RUN-DATE                          00004360
            END-IF                                                      00004370
            MOVE SPACES TO JRN-HEADER-RECORD                            00004380
            MOVE 'H' TO JRN-HDR-TYPE                                    00004390
            MOVE 'PGM1' TO JRN-HDR-BATCH-ID(1:4)                        00004400
            MOVE WS-RUN-DATE TO JRN-HDR-BATCH-ID(5:8)                   00004410
            MOVE WS-RUN-DATE TO JRN-HDR-RUN-DATE                        00004420
            MOVE WS-TIMESTAMP(1:14) TO JRN-HDR-CREATED                  00004430
            WRITE JRN-RECORD                                            00004440
            MOVE WS-JOURNAL-STATUS TO WS-FILE-CHECK-STATUS              00004450
            MOVE 'JRN-RECORD WRITE' TO WS-FILE-CHECK-NAME               00004460
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004470
            MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE                       00004480
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00004490
            WRITE RPT-RECORD                                            00004500
            MOVE WS-RPT-HEADING TO RPT-RECORD                           00004510
            WRITE RPT-RECORD                                            00004520
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00004530
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00004540
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004550
            PERFORM UNTIL WS-EXTRACT-EOF                                00004560
              PERFORM 2100-JOURNAL-ONE-ROW-PARA                         00004570
              READ EXTRACT-FILE                                         00004580
                  AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                  00004590
              END-READ                                                  00004600
            END-PERFORM.                                                00004610
                                                                        00004620
       2100-JOURNAL-ONE-ROW-PARA.                                       00004630
      *    A ROW IS JOURNALED WHOLE OR NOT AT ALL - ITS SIDES MUST SUM  00004640
      *    BACK TO EXT-AMOUNT (PGM1 RECONCILES THE SPLIT BEFORE IT      00004650
      *    WRITES, SO A MISMATCH HERE MEANS A DAMAGED GENERATION) AND   00004660
      *    EVERY SIDE IT CARRIES, PLUS THE SIDE-0 CLEARING LINE, MUST   00004670
      *    MAP. HALF A ROW WOULD UNBALANCE THE BATCH.                   00004680
            ADD 1 TO WS-EXTRACT-COUNT                                   00004690
            MOVE EXT-TRAN-ID(1:4) TO WS-ROW-SOURCE                      00004700
            MOVE EXT-AMOUNT-SIDE-1 TO WS-ROW-SIDE-AMOUNT(1)             00004710
            MOVE EXT-AMOUNT-SIDE-2 TO WS-ROW-SIDE-AMOUNT(2)             00004720
            MOVE EXT-AMOUNT-SIDE-3 TO WS-ROW-SIDE-AMOUNT(3)             00004730
            MOVE EXT-AMOUNT-SIDE-4 TO WS-ROW-SIDE-AMOUNT(4)             00004740
            MOVE 'Y' TO WS-ROW-OK-SW                                    00004750
            IF EXT-SIDE-COUNT NOT NUMERIC                               00004760
                OR EXT-SIDE-COUNT < 1 OR EXT-SIDE-COUNT > 4             00004770
              MOVE 'N' TO WS-ROW-OK-SW                                  00004780
              MOVE ZERO TO WS-EXCEPT-SIDE                               00004790
              MOVE 'EXT-SIDE-COUNT NOT 1-4' TO WS-EXCEPT-REASON         00004800
              PERFORM 2900-WRITE-EXCEPTION-PARA                         00004810
            ELSE                                                        00004820
              MOVE ZERO TO WS-SIDE-CHECK-TOTAL                          00004830
              PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                   00004840
                  UNTIL WS-SIDE-SUB > EXT-SIDE-COUNT                    00004850
                ADD WS-ROW-SIDE-AMOUNT(WS-SIDE-SUB)                     00004860
                    TO WS-SIDE-CHECK-TOTAL                              00004870
              END-PERFORM                                               00004880
              IF WS-SIDE-CHECK-TOTAL NOT = EXT-AMOUNT                   00004890
                MOVE 'N' TO WS-ROW-OK-SW                                00004900
                MOVE ZERO TO WS-EXCEPT-SIDE                             00004910
                MOVE 'SIDES DO NOT SUM TO EXT-AMOUNT'                   00004920
                    TO WS-EXCEPT-REASON                                 00004930
                PERFORM 2900-WRITE-EXCEPTION-PARA                       00004940
              END-IF                                                    00004950
            END-IF                                                      00004960
            IF WS-ROW-OK                                                00004970
              MOVE ZERO TO WS-LOOKUP-SIDE                               00004980
              PERFORM 2200-RESOLVE-SIDE-PARA                            00004990
              PERFORM VARYING WS-LOOKUP-SIDE FROM 1 BY 1                00005000
                  UNTIL WS-LOOKUP-SIDE > EXT-SIDE-COUNT                 00005010
                PERFORM 2200-RESOLVE-SIDE-PARA                          00005020
              END-PERFORM                                               00005030
            END-IF                                                      00005040
            IF WS-ROW-OK                                                00005050
              PERFORM 2300-WRITE-ROW-LINES-PARA                         00005060
            ELSE                                                        00005070
              ADD 1 TO WS-EXCEPTION-COUNT                               00005080
            END-IF.                                                     00005090
                                                                        00005100
       2200-RESOLVE-SIDE-PARA.                                          00005110
      *    EXACT (SOURCE, CURRENCY, SIDE) ENTRY FIRST, THEN THE         00005120
      *    SOURCE'S ANY-CURRENCY ENTRY FOR THE SAME SIDE. EACH          00005130
      *    UNMAPPED SIDE IS LISTED SEPARATELY SO OPS CAN ADD EVERY      00005140
      *    MISSING GLMAP ENTRY IN ONE PASS.                             00005150
            MOVE EXT-CURRENCY-CODE TO WS-LOOKUP-CCY                     00005160
            PERFORM 2210-SCAN-MAP-PARA                                  00005170
            IF NOT WS-MAP-FOUND                                         00005180
              MOVE SPACES TO WS-LOOKUP-CCY                              00005190
              PERFORM 2210-SCAN-MAP-PARA                                00005200
            END-IF                                                      00005210
            IF WS-MAP-FOUND                                             00005220
              MOVE WS-MAP-ACCOUNT(WS-MAP-SUB)                           00005230
                  TO WS-ROW-ACCOUNT(WS-LOOKUP-SIDE + 1)                 00005240
              MOVE WS-MAP-COST-CENTER(WS-MAP-SUB)                       00005250
                  TO WS-ROW-COST-CENTER(WS-LOOKUP-SIDE + 1)             00005260
            ELSE                                                        00005270
              MOVE 'N' TO WS-ROW-OK-SW                                  00005280
              MOVE WS-LOOKUP-SIDE TO WS-EXCEPT-SIDE                     00005290
              MOVE 'NO GLMAP ENTRY FOR THIS SIDE' TO WS-EXCEPT-REASON   00005300
              PERFORM 2900-WRITE-EXCEPTION-PARA                         00005310
            END-IF.                                                     00005320
                                                                        00005330
       2210-SCAN-MAP-PARA.                                              00005340
      *    LINEAR SCAN - THE TABLE IS SMALL. WS-MAP-SUB IS LEFT ON      00005350
      *    THE MATCHING ENTRY.                                          00005360
            MOVE 'N' TO WS-MAP-FOUND-SW                                 00005370
            PERFORM VARYING WS-MAP-SUB FROM 1 BY 1                      00005380
                UNTIL WS-MAP-SUB > WS-MAP-COUNT                         00005390
                    OR WS-MAP-FOUND                                     00005400
              IF WS-MAP-SOURCE(WS-MAP-SUB) = WS-ROW-SOURCE              00005410
                  AND WS-MAP-CCY(WS-MAP-SUB) = WS-LOOKUP-CCY            00005420
                  AND WS-MAP-SIDE(WS-MAP-SUB) = WS-LOOKUP-SIDE          00005430
                SET WS-MAP-FOUND TO TRUE                                00005440
              END-IF                                                    00005450
            END-PERFORM                                                 00005460
            IF WS-MAP-FOUND                                             00005470
              SUBTRACT 1 FROM WS-MAP-SUB                                00005480
            END-IF.                                                     00005490
                                                                        00005500
       2300-WRITE-ROW-LINES-PARA.                                       00005510
      *    ONE DEBIT PER ALLOCATION SIDE AND ONE CREDIT TO THE SIDE-0   00005520
      *    CLEARING ACCOUNT FOR THE WHOLE AMOUNT. ZERO LINES (A SIDE    00005530
      *    THAT TRUNCATED TO NOTHING ON A TINY AMOUNT) ARE NOT          00005540
      *    WRITTEN - THEY MOVE NO MONEY.                                00005550
            ADD 1 TO WS-ROW-COUNT                                       00005560
            PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                     00005570
                UNTIL WS-SIDE-SUB > EXT-SIDE-COUNT                      00005580
              MOVE WS-SIDE-SUB TO WS-LINE-SIDE                          00005590
              MOVE WS-ROW-SIDE-AMOUNT(WS-SIDE-SUB) TO WS-LINE-AMOUNT    00005600
              MOVE 'D' TO WS-LINE-IND                                   00005610
              PERFORM 2400-WRITE-ONE-LINE-PARA                          00005620
            END-PERFORM                                                 00005630
            MOVE ZERO TO WS-LINE-SIDE                                   00005640
            MOVE EXT-AMOUNT TO WS-LINE-AMOUNT                           00005650
            MOVE 'C' TO WS-LINE-IND                                     00005660
            PERFORM 2400-WRITE-ONE-LINE-PARA.                           00005670
                                                                        00005680
       2400-WRITE-ONE-LINE-PARA.                                        00005690
            IF WS-LINE-AMOUNT NOT = ZERO                                00005700
              MOVE SPACES TO JRN-RECORD                                 00005710
              MOVE 'D' TO JRN-RECORD-TYPE                               00005720
              MOVE EXT-TRAN-ID TO JRN-TRAN-ID                           00005730
              MOVE WS-ROW-SOURCE TO JRN-SOURCE-SYS                      00005740
              MOVE WS-LINE-SIDE TO JRN-SIDE-NUMBER                      00005750
              MOVE WS-ROW-ACCOUNT(WS-LINE-SIDE + 1) TO JRN-GL-ACCOUNT   00005760
              MOVE WS-ROW-COST-CENTER(WS-LINE-SIDE + 1)                 00005770
                  TO JRN-COST-CENTER                                    00005780
              MOVE EXT-CURRENCY-CODE TO JRN-CURRENCY-CODE               00005790
              IF WS-LINE-AMOUNT < ZERO                                  00005800
                COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT          00005810
                IF WS-LINE-IND = 'D'                                    00005820
                  MOVE 'C' TO WS-LINE-IND                               00005830
                ELSE                                                    00005840
                  MOVE 'D' TO WS-LINE-IND                               00005850
                END-IF                                                  00005860
              END-IF                                                    00005870
              MOVE WS-LINE-IND TO JRN-DR-CR-IND                         00005880
              MOVE WS-LINE-AMOUNT TO JRN-AMOUNT                         00005890
              IF JRN-DEBIT                                              00005900
                ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL                    00005910
              ELSE                                                      00005920
                ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL                   00005930
              END-IF                                                    00005940
              WRITE JRN-RECORD                                          00005950
              MOVE WS-JOURNAL-STATUS TO WS-FILE-CHECK-STATUS            00005960
              MOVE 'JRN-RECORD WRITE' TO WS-FILE-CHECK-NAME             00005970
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005980
              ADD 1 TO WS-LINE-COUNT                                    00005990
            END-IF.                                                     00006000
                                                                        00006010
       2900-WRITE-EXCEPTION-PARA.                                       00006020
            MOVE EXT-TRAN-ID TO WS-RPT-TRAN-ID                          00006030
            MOVE EXT-TRAN-ID(1:4) TO WS-RPT-SOURCE                      00006040
            MOVE EXT-CURRENCY-CODE TO WS-RPT-CCY                        00006050
            MOVE WS-EXCEPT-SIDE TO WS-RPT-SIDE                          00006060
            MOVE WS-EXCEPT-REASON TO WS-RPT-REASON                      00006070
            MOVE WS-RPT-DETAIL TO RPT-RECORD                            00006080
            WRITE RPT-RECORD                                            00006090
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00006100
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00006110
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00006120
                                                                        00006130
       3000-WRITE-TRAILER-PARA.                                         00006140
            MOVE SPACES TO JRN-TRAILER-RECORD                           00006150
            MOVE 'T' TO JRN-TRL-TYPE                                    00006160
            MOVE WS-LINE-COUNT TO JRN-TRL-LINE-COUNT                    00006170
            MOVE WS-DEBIT-TOTAL TO JRN-TRL-DEBIT-TOTAL                  00006180
            MOVE WS-CREDIT-TOTAL TO JRN-TRL-CREDIT-TOTAL                00006190
            MOVE WS-ROW-COUNT TO JRN-TRL-ROW-COUNT                      00006200
            WRITE JRN-RECORD                                            00006210
            MOVE WS-JOURNAL-STATUS TO WS-FILE-CHECK-STATUS              00006220
            MOVE 'JRN-RECORD WRITE' TO WS-FILE-CHECK-NAME               00006230
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00006240
                                                                        00006250
       3100-PROVE-BALANCE-PARA.                                         00006260
      *    THE TRAILER'S DEBIT AND CREDIT TOTALS MUST AGREE BEFORE THE  00006270
      *    JOURNAL MAY LEAVE THIS STEP. EVERY ROW IS BALANCED ON ITS    00006280
      *    OWN BY CONSTRUCTION, SO A DIFFERENCE HERE MEANS SOMETHING    00006290
      *    IS BADLY WRONG - THE WORK DATASET IS EMPTIED (OPEN OUTPUT    00006300
      *    WRITES NOTHING) SO NO PARTIAL JOURNAL IS LEFT LYING AROUND   00006310
      *    FOR A HAND RELEASE, AND THE RUN ENDS RC 20 SO THE RELEASE    00006320
      *    STEP IS BYPASSED.                                            00006330
            IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL                     00006340
              CLOSE JOURNAL-FILE                                        00006350
              OPEN OUTPUT JOURNAL-FILE                                  00006360
              CLOSE JOURNAL-FILE                                        00006370
              MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT                      00006380
              DISPLAY 'PGM1JNL DEBIT TOTAL  =' WS-TOTAL-EDIT            00006390
              MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT                     00006400
              DISPLAY 'PGM1JNL CREDIT TOTAL =' WS-TOTAL-EDIT            00006410
              MOVE 'GL JOURNAL DOES NOT BALANCE - NOT RELEASED'         00006420
                  TO WS-CTL-ABEND-MSG                                   00006430
              PERFORM 9995-CONTROL-TOTAL-ABEND-PARA                     00006440
            END-IF.                                                     00006450
                                                                        00006460
       4000-WRITE-REPORT-TOTALS-PARA.                                   00006470
            MOVE 'EXTROUT ROWS READ' TO WS-RPT-TOTAL-LABEL              00006480
            MOVE WS-EXTRACT-COUNT TO WS-RPT-TOTAL-VALUE                 00006490
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00006500
            WRITE RPT-RECORD                                            00006510
            MOVE 'ROWS JOURNALED' TO WS-RPT-TOTAL-LABEL                 00006520
            MOVE WS-ROW-COUNT TO WS-RPT-TOTAL-VALUE                     00006530
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00006540
            WRITE RPT-RECORD                                            00006550
            MOVE 'ROWS NOT JOURNALED' TO WS-RPT-TOTAL-LABEL             00006560
            MOVE WS-EXCEPTION-COUNT TO WS-RPT-TOTAL-VALUE               00006570
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00006580
            WRITE RPT-RECORD                                            00006590
            MOVE 'JOURNAL LINES WRITTEN' TO WS-RPT-TOTAL-LABEL          00006600
            MOVE WS-LINE-COUNT TO WS-RPT-TOTAL-VALUE                    00006610
            MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD                        00006620
            WRITE RPT-RECORD                                            00006630
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00006640
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00006650
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00006660
                                                                        00006670
       8900-REGISTER-FINISH-PARA.                                       00006680
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00006690
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00006700
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00006710
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00006720
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00006730
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00006740
            IF RRG-ACTIVE                                               00006750
              MOVE 'N' TO RRG-ACTIVE-SW                                 00006760
              IF RETURN-CODE < 16                                       00006770
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00006780
              ELSE                                                      00006790
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00006800
              END-IF                                                    00006810
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00006820
              MOVE FUNCTION CURRENT-DATE(1:14)                          00006830
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00006840
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00006850
              PERFORM 0120-REWRITE-REGISTER-PARA                        00006860
            END-IF.                                                     00006870
                                                                        00006880
       9990-CHECK-FILE-STATUS-PARA.                                     00006890
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00006900
              DISPLAY 'PGM1JNL ABEND: ' WS-FILE-CHECK-NAME              00006910
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00006920
              MOVE 16 TO RETURN-CODE                                    00006930
              PERFORM 8900-REGISTER-FINISH-PARA                         00006940
              STOP RUN                                                  00006950
            END-IF.                                                     00006960
                                                                        00006970
       9995-CONTROL-TOTAL-ABEND-PARA.                                   00006980
      *    A GLMAP TABLE THAT CANNOT MAP CLEANLY, OR A JOURNAL THAT     00006990
      *    DOES NOT BALANCE - NOTHING THIS RUN BUILT MAY BE RELEASED.   00007000
            DISPLAY 'PGM1JNL ABEND: ' WS-CTL-ABEND-MSG                  00007010
            MOVE 20 TO RETURN-CODE                                      00007020
            PERFORM 8900-REGISTER-FINISH-PARA                           00007030
            STOP RUN.                                                   00007040
                                                                        00007050
       9997-EXCEPTION-ALERT-PARA.                                       00007060
      *    SAME "PGM1 ALERT:" CONSOLE TAG AS THE REST OF THE STREAM.    00007070
      *    RC 4, NOT 8 - THE JOURNAL ITSELF IS STILL BALANCED AND IS    00007080
      *    RELEASED; THE LISTED ROWS NEED A GLMAP ENTRY AND A MANUAL    00007090
      *    POSTING, NOT A RERUN.                                        00007100
            IF WS-EXCEPTION-COUNT > ZERO                                00007110
              DISPLAY 'PGM1 ALERT: ' WS-EXCEPTION-COUNT                 00007120
                  ' EXTROUT ROW(S) NOT JOURNALED - SEE JNLEXCP, '       00007130
                  'ADD THE MISSING GLMAP ENTRIES'                       00007140
              IF RETURN-CODE < 4                                        00007150
                MOVE 4 TO RETURN-CODE                                   00007160
              END-IF                                                    00007170
            END-IF.                                                     00007180

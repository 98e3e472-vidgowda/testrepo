       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PGM1TBM.                                             00000020
       AUTHOR. VIDYAR.                                                  00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
      ***************************************************************** 00000060
      *  MODIFICATION HISTORY                                         * 00000070
      *  10/15/2026  VAR  INITIAL VERSION - CONTROLLED MAINTENANCE OF  *00000080
      *               THE OPS REFERENCE TABLES ALLOCTAB, HOLCAL,       *00000090
      *               PARMFILE AND FEEDREG. APPLIES THE ADD/CHANGE/    *00000100
      *               DELETE CARDS ON MNTIN (SEE MNTREC) AND PUTS      *00000110
      *               EVERY CHANGE THROUGH THE SAME EDITS PGM1,        *00000120
      *               PGM1MRG, PGM1FDR AND PGM1RNT APPLY WHEN THEY     *00000130
      *               LOAD THE TABLE, SO A BAD RULE, DATE, KEYWORD OR  *00000140
      *               FEEDER CARD IS TURNED BACK HERE INSTEAD OF       *00000150
      *               STOPPING THE NIGHT. ONE BAD CARD AND NOTHING IN  *00000160
      *               THE DECK IS APPLIED. EVERY APPLIED CHANGE IS     *00000170
      *               LOGGED BEFORE/AFTER WITH THE ANALYST AND TIME ON *00000180
      *               MNTLOG (SEE MLOGREC), AND MNTRPT LISTS THE DECK  *00000190
      *               AND THE CONTENTS OF ALL FOUR TABLES AS THEY NOW  *00000200
      *               STAND - SEE PGM1TBM.JCL.                         *00000210
      ***************************************************************** 00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT MAINT-IN-FILE ASSIGN TO MNTIN                         00000260
               ORGANIZATION IS SEQUENTIAL                               00000270
               ACCESS MODE IS SEQUENTIAL                                00000280
               FILE STATUS IS WS-MNTIN-STATUS.                          00000290
           SELECT ALLOC-FILE ASSIGN TO ALLOCTAB                         00000300
               ORGANIZATION IS SEQUENTIAL                               00000310
               ACCESS MODE IS SEQUENTIAL                                00000320
               FILE STATUS IS WS-ALLOC-STATUS.                          00000330
           SELECT HOLCAL-FILE ASSIGN TO HOLCAL                          00000340
               ORGANIZATION IS SEQUENTIAL                               00000350
               ACCESS MODE IS SEQUENTIAL                                00000360
               FILE STATUS IS WS-HOLCAL-STATUS.                         00000370
           SELECT PARM-FILE ASSIGN TO PARMFILE                          00000380
               ORGANIZATION IS SEQUENTIAL                               00000390
               ACCESS MODE IS SEQUENTIAL                                00000400
               FILE STATUS IS WS-PARM-STATUS.                           00000410
           SELECT FEEDREG-FILE ASSIGN TO FEEDREG                        00000420
               ORGANIZATION IS SEQUENTIAL                               00000430
               ACCESS MODE IS SEQUENTIAL                                00000440
               FILE STATUS IS WS-FEEDREG-STATUS.                        00000450
           SELECT MAINT-LOG-FILE ASSIGN TO MNTLOG                       00000460
               ORGANIZATION IS SEQUENTIAL                               00000470
               ACCESS MODE IS SEQUENTIAL                                00000480
               FILE STATUS IS WS-MNTLOG-STATUS.                         00000490
           SELECT REPORT-FILE ASSIGN TO MNTRPT                          00000500
               ORGANIZATION IS SEQUENTIAL                               00000510
               ACCESS MODE IS SEQUENTIAL                                00000520
               FILE STATUS IS WS-REPORT-STATUS.                         00000530
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
       FD  MAINT-IN-FILE                                                00000560
           RECORDING MODE IS F.                                         00000570
      *    THE MAINTENANCE DECK - ONE ADD/CHANGE/DELETE CARD PER        00000580
      *    CHANGE, APPLIED IN CARD ORDER. SEE MNTREC COPY.              00000590
           COPY MNTREC.                                                 00000600
       FD  ALLOC-FILE                                                   00000610
           RECORDING MODE IS F.                                         00000620
      *    THE TABLES BEING MAINTAINED ARE EACH READ WHOLE INTO         00000630
      *    STORAGE AND, WHEN THE DECK CHANGED THEM, WRITTEN BACK WHOLE  00000640
      *    ON THE SAME DD. THE RECORD IS EDITED AND BUILT IN THE        00000650
      *    LAYOUT COPIED INTO WORKING-STORAGE (ALLOCREC, PARMREC,       00000660
      *    FDRGREC), SO THE FILE RECORDS HERE ARE PLAIN CARD IMAGES.    00000670
       01  ALLOC-CARD                  PIC X(30).                       00000680
       FD  HOLCAL-FILE                                                  00000690
           RECORDING MODE IS F.                                         00000700
      *    ONE HOLIDAY PER RECORD, YYYYMMDD, KEPT IN DATE ORDER.        00000710
       01  HOLCAL-CARD                 PIC X(08).                       00000720
       FD  PARM-FILE                                                    00000730
           RECORDING MODE IS F.                                         00000740
       01  PARM-CARD                   PIC X(80).                       00000750
       FD  FEEDREG-FILE                                                 00000760
           RECORDING MODE IS F.                                         00000770
       01  FEEDREG-CARD                PIC X(80).                       00000780
       FD  MAINT-LOG-FILE                                               00000790
           RECORDING MODE IS F.                                         00000800
      *    THE CUMULATIVE CHANGE LOG - APPENDED, NEVER REBUILT. THE     00000810
      *    RECORD IS BUILT IN ML-RECORD (MLOGREC COPY, WORKING-         00000820
      *    STORAGE) AS EACH CHANGE IS ACCEPTED AND ONLY WRITTEN ONCE    00000830
      *    THE WHOLE DECK HAS BEEN APPLIED.                             00000840
       01  MAINT-LOG-CARD              PIC X(161).                      00000850
       FD  REPORT-FILE                                                  00000860
           RECORDING MODE IS F.                                         00000870
      *    THE MAINTENANCE REPORT, ONE 80-BYTE PRINT LINE PER RECORD,   00000880
      *    SAME CONVENTION AS SUMRPT/RAGRPT/MECRPT.                     00000890
       01  RPT-RECORD                  PIC X(80).                       00000900
       WORKING-STORAGE SECTION.                                         00000910
       01  WS-MNTIN-STATUS             PIC XX.                          00000920
       01  WS-ALLOC-STATUS             PIC XX.                          00000930
       01  WS-HOLCAL-STATUS            PIC XX.                          00000940
       01  WS-PARM-STATUS              PIC XX.                          00000950
       01  WS-FEEDREG-STATUS           PIC XX.                          00000960
       01  WS-MNTLOG-STATUS            PIC XX.                          00000970
       01  WS-REPORT-STATUS            PIC XX.                          00000980
       01  WS-FILE-CHECK-STATUS        PIC XX.                          00000990
       01  WS-FILE-CHECK-NAME          PIC X(20).                       00001000
       01  WS-CTL-ABEND-MSG            PIC X(50).                       00001010
       01  WS-TIMESTAMP                PIC X(21).                       00001020
       01  WS-MNTIN-EOF-SW             PIC X VALUE 'N'.                 00001030
           88  WS-MNTIN-EOF            VALUE 'Y'.                       00001040
       01  WS-ALLOC-EOF-SW             PIC X VALUE 'N'.                 00001050
           88  WS-ALLOC-EOF            VALUE 'Y'.                       00001060
       01  WS-HOLCAL-EOF-SW            PIC X VALUE 'N'.                 00001070
           88  WS-HOLCAL-EOF           VALUE 'Y'.                       00001080
       01  WS-PARM-EOF-SW              PIC X VALUE 'N'.                 00001090
           88  WS-PARM-EOF             VALUE 'Y'.                       00001100
      *    EDIT AREAS - EACH TABLE'S RECORD IS EDITED IN ITS OWN        00001110
      *    SHARED LAYOUT, UNDER THE SAME NAMES THE LOADING PROGRAMS     00001120
      *    EDIT IT UNDER.                                               00001130
           COPY ALLOCREC.                                               00001140
           COPY PARMREC.                                                00001150
           COPY FDRGREC.                                                00001160
           COPY FDRGTAB.                                                00001170
           COPY MLOGREC.                                                00001180
      *    ALLOCTAB IN STORAGE, IN FILE ORDER. WS-ALC-MAX IS PGM1'S     00001190
      *    WS-AR-MAX - KEEP THE TWO THE SAME.                           00001200
       01  WS-ALC-TABLE.                                                00001210
           05  WS-ALC-ENTRY            PIC X(30) OCCURS 20 TIMES.       00001220
       01  WS-ALC-COUNT                PIC 9(03) VALUE ZERO.            00001230
       01  WS-ALC-MAX                  PIC 9(03) VALUE 20.              00001240
       01  WS-ALC-SUB                  PIC 9(03) VALUE ZERO.            00001250
       01  WS-ALC-FOUND                PIC 9(03) VALUE ZERO.            00001260
       01  WS-ALC-CHANGED-SW           PIC X VALUE 'N'.                 00001270
           88  WS-ALC-CHANGED          VALUE 'Y'.                       00001280
       01  WS-PCT-SUM                  PIC 9(04) VALUE ZERO.            00001290
       01  WS-SIDE-SUB                 PIC 9(01) VALUE ZERO.            00001300
      *    HOLCAL IN STORAGE, IN DATE ORDER. WS-HOL-MAX IS PGM1'S       00001310
      *    WS-HOL-MAX - KEEP THE TWO THE SAME.                          00001320
       01  WS-HOL-TABLE.                                                00001330
           05  WS-HOL-ENTRY            PIC X(08) OCCURS 100 TIMES.      00001340
       01  WS-HOL-COUNT                PIC 9(03) VALUE ZERO.            00001350
       01  WS-HOL-MAX                  PIC 9(03) VALUE 100.             00001360
       01  WS-HOL-SUB                  PIC 9(03) VALUE ZERO.            00001370
       01  WS-HOL-FOUND                PIC 9(03) VALUE ZERO.            00001380
       01  WS-HOL-CHANGED-SW           PIC X VALUE 'N'.                 00001390
           88  WS-HOL-CHANGED          VALUE 'Y'.                       00001400
       01  WS-NEW-DATE                 PIC X(08) VALUE SPACES.          00001410
       01  WS-FIND-DATE                PIC X(08) VALUE SPACES.          00001420
      *    3250-EDIT-DATE-PARA - A HOLIDAY MUST BE A REAL CALENDAR      00001430
      *    DATE. PGM1 ONLY EVER COMPARES HOLCAL DATES, SO A MISTYPED    00001440
      *    ONE IS NEVER REFUSED THERE - THE HOLIDAY IS JUST MISSED.     00001450
       01  WS-CHK-DATE                 PIC X(08) VALUE SPACES.          00001460
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.                     00001470
           05  WS-CHK-YEAR             PIC 9(04).                       00001480
           05  WS-CHK-MONTH            PIC 9(02).                       00001490
           05  WS-CHK-DAY              PIC 9(02).                       00001500
       01  WS-MONTH-DAYS-VALUES.                                        00001510
           05  FILLER                  PIC X(24) VALUE                  00001520
               '312831303130313130313031'.                              00001530
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          00001540
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.       00001550
       01  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.            00001560
       01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.            00001570
       01  WS-LEAP-REM-4               PIC 9(04) VALUE ZERO.            00001580
       01  WS-LEAP-REM-100             PIC 9(04) VALUE ZERO.            00001590
       01  WS-LEAP-REM-400             PIC 9(04) VALUE ZERO.            00001600
      *    PARMFILE IN STORAGE, COMMENT CARDS AND ALL, IN CARD ORDER.   00001610
       01  WS-PRM-TABLE.                                                00001620
           05  WS-PRM-ENTRY            PIC X(80) OCCURS 100 TIMES.      00001630
       01  WS-PRM-COUNT                PIC 9(03) VALUE ZERO.            00001640
       01  WS-PRM-MAX                  PIC 9(03) VALUE 100.             00001650
       01  WS-PRM-SUB                  PIC 9(03) VALUE ZERO.            00001660
       01  WS-PRM-FOUND                PIC 9(03) VALUE ZERO.            00001670
       01  WS-PRM-CHANGED-SW           PIC X VALUE 'N'.                 00001680
           88  WS-PRM-CHANGED          VALUE 'Y'.                       00001690
      *    3350-EDIT-PARM-PARA - PGM1'S WS-PARM-NUM AND                 00001700
      *    WS-MAX-HIST-LIMIT, SO A VALUE IS JUDGED EXACTLY AS PGM1      00001710
      *    WILL JUDGE IT.                                               00001720
       01  WS-PARM-NUM                 PIC 9(09) VALUE ZERO.            00001730
       01  WS-MAX-HIST-LIMIT           PIC 9(02) VALUE 31.              00001740
      *    FEEDREG IN STORAGE, COMMENT CARDS AND ALL, IN CARD ORDER.    00001750
      *    A FEEDREG CHANGE IS MADE TO THE WORK COPY AND THE WHOLE      00001760
      *    REGISTRY RE-EDITED (0200) BEFORE IT REPLACES THE REAL ONE -  00001770
      *    THE LOAD EDITS JUDGE EACH CARD AGAINST THE CARDS BEFORE IT,  00001780
      *    SO ONE CHANGED CARD CAN MAKE ANOTHER ONE BAD.                00001790
       01  WS-FRC-TABLE.                                                00001800
           05  WS-FRC-ENTRY            PIC X(80) OCCURS 50 TIMES.       00001810
       01  WS-FRC-COUNT                PIC 9(03) VALUE ZERO.            00001820
       01  WS-FRC-MAX                  PIC 9(03) VALUE 50.              00001830
       01  WS-FRC-SUB                  PIC 9(03) VALUE ZERO.            00001840
       01  WS-FRC-FOUND                PIC 9(03) VALUE ZERO.            00001850
       01  WS-FRC-CHANGED-SW           PIC X VALUE 'N'.                 00001860
           88  WS-FRC-CHANGED          VALUE 'Y'.                       00001870
       01  WS-FRW-TABLE.                                                00001880
           05  WS-FRW-ENTRY            PIC X(80) OCCURS 50 TIMES.       00001890
       01  WS-FRW-COUNT                PIC 9(03) VALUE ZERO.            00001900
       01  WS-FRW-SUB                  PIC 9(03) VALUE ZERO.            00001910
       01  WS-FRW-INSERT               PIC 9(03) VALUE ZERO.            00001920
       01  WS-SHIFT-SUB                PIC 9(03) VALUE ZERO.            00001930
      *    THE TRANSACTION IN HAND - WS-EDIT-MSG COMES BACK FROM AN     00001940
      *    EDIT PARAGRAPH SPACES WHEN THE RECORD IS GOOD, AND           00001950
      *    WS-TXN-MSG SPACES WHEN THE WHOLE TRANSACTION IS.             00001960
       01  WS-EDIT-MSG                 PIC X(50) VALUE SPACES.          00001970
       01  WS-TXN-MSG                  PIC X(50) VALUE SPACES.          00001980
       01  WS-TXN-KEY                  PIC X(20) VALUE SPACES.          00001990
       01  WS-TXN-BEFORE               PIC X(55) VALUE SPACES.          00002000
       01  WS-TXN-AFTER                PIC X(55) VALUE SPACES.          00002010
      *    THE CHANGE-LOG RECORDS OF THE ACCEPTED TRANSACTIONS, HELD    00002020
      *    UNTIL THE WHOLE DECK IS KNOWN TO BE GOOD.                    00002030
       01  WS-LOG-TABLE.                                                00002040
           05  WS-LOG-ENTRY            PIC X(161) OCCURS 200 TIMES.     00002050
       01  WS-LOG-COUNT                PIC 9(03) VALUE ZERO.            00002060
       01  WS-LOG-MAX                  PIC 9(03) VALUE 200.             00002070
       01  WS-LOG-SUB                  PIC 9(03) VALUE ZERO.            00002080
       01  WS-LOG-WRITTEN              PIC 9(03) VALUE ZERO.            00002090
       01  WS-CARDS-READ               PIC 9(05) VALUE ZERO.            00002100
       01  WS-TXN-READ                 PIC 9(05) VALUE ZERO.            00002110
       01  WS-TXN-ACCEPTED             PIC 9(05) VALUE ZERO.            00002120
       01  WS-TXN-REJECTED             PIC 9(05) VALUE ZERO.            00002130
      *    ENTRIES ON FILE THAT FAIL THE LOAD EDITS, FOUND WHILE        00002140
      *    LISTING (6000) - A TABLE EDITED BY HAND OUTSIDE THIS         00002150
      *    PROGRAM, WHICH THE NEXT PROGRAM TO LOAD IT WILL REFUSE.      00002160
       01  WS-ALC-ERRORS               PIC 9(05) VALUE ZERO.            00002170
       01  WS-HOL-ERRORS               PIC 9(05) VALUE ZERO.            00002180
       01  WS-PRM-ERRORS               PIC 9(05) VALUE ZERO.            00002190
       01  WS-FRC-ERRORS               PIC 9(05) VALUE ZERO.            00002200
       01  WS-LIST-TABLE-ERRORS        PIC 9(05) VALUE ZERO.            00002210
       01  WS-RPT-TITLE.                                                00002220
           05  FILLER                   PIC X(42) VALUE                 00002230
               'PGM1 REFERENCE TABLE MAINTENANCE - RUN ON '.            00002240
           05  WS-RPT-TITLE-DATE        PIC X(08).                      00002250
           05  FILLER                   PIC X(04) VALUE                 00002260
               ' AT '.                                                  00002270
           05  WS-RPT-TITLE-TIME        PIC X(06).                      00002280
           05  FILLER                   PIC X(20) VALUE SPACES.         00002290
       01  WS-RPT-TXN-TITLE.                                            00002300
           05  FILLER                   PIC X(40) VALUE                 00002310
               'MAINTENANCE TRANSACTIONS (MNTIN) IN CARD'.              00002320
           05  FILLER                   PIC X(40) VALUE                 00002330
               ' ORDER                                  '.              00002340
       01  WS-RPT-TXN-HEADING.                                          00002350
           05  FILLER                   PIC X(40) VALUE                 00002360
               ' CARD TABLE    ACT ANALYST  KEY         '.              00002370
           05  FILLER                   PIC X(40) VALUE                 00002380
               '         RESULT                         '.              00002390
       01  WS-RPT-TXN-DETAIL.                                           00002400
           05  WS-RPT-TXN-CARD          PIC Z(04)9.                     00002410
           05  FILLER                   PIC X(01) VALUE SPACES.         00002420
           05  WS-RPT-TXN-TABLE         PIC X(08).                      00002430
           05  FILLER                   PIC X(01) VALUE SPACES.         00002440
           05  WS-RPT-TXN-ACTION        PIC X(01).                      00002450
           05  FILLER                   PIC X(03) VALUE SPACES.         00002460
           05  WS-RPT-TXN-ANALYST       PIC X(08).                      00002470
           05  FILLER                   PIC X(01) VALUE SPACES.         00002480
           05  WS-RPT-TXN-KEY           PIC X(20).                      00002490
           05  FILLER                   PIC X(01) VALUE SPACES.         00002500
           05  WS-RPT-TXN-RESULT        PIC X(08).                      00002510
           05  FILLER                   PIC X(23) VALUE SPACES.         00002520
       01  WS-RPT-IMAGE-LINE.                                           00002530
           05  FILLER                   PIC X(06) VALUE SPACES.         00002540
           05  WS-RPT-IMAGE-LABEL       PIC X(08).                      00002550
           05  WS-RPT-IMAGE             PIC X(55).                      00002560
           05  FILLER                   PIC X(11) VALUE SPACES.         00002570
       01  WS-RPT-MSG-LINE.                                             00002580
           05  FILLER                   PIC X(06) VALUE SPACES.         00002590
           05  WS-RPT-MSG-TAG           PIC X(04) VALUE '*** '.         00002600
           05  WS-RPT-MSG               PIC X(50).                      00002610
           05  FILLER                   PIC X(20) VALUE SPACES.         00002620
       01  WS-RPT-APPLIED-LINE.                                         00002630
           05  FILLER                   PIC X(40) VALUE                 00002640
               'EVERY TRANSACTION ACCEPTED - THE CHANGES'.              00002650
           05  FILLER                   PIC X(40) VALUE                 00002660
               ' ARE APPLIED AND LOGGED TO MNTLOG       '.              00002670
       01  WS-RPT-REFUSED-LINE.                                         00002680
           05  FILLER                   PIC X(40) VALUE                 00002690
               'NOTHING APPLIED - CORRECT THE REJECTED C'.              00002700
           05  FILLER                   PIC X(40) VALUE                 00002710
               'ARDS AND RERUN THE WHOLE DECK           '.              00002720
       01  WS-RPT-NO-TXN-LINE.                                          00002730
           05  FILLER                   PIC X(40) VALUE                 00002740
               'NO TRANSACTIONS ON MNTIN - LISTING ONLY '.              00002750
           05  FILLER                   PIC X(40) VALUE SPACES.         00002760
       01  WS-RPT-LIST-TITLE.                                           00002770
           05  WS-RPT-LIST-TABLE        PIC X(09).                      00002780
           05  FILLER                   PIC X(40) VALUE                 00002790
               '- CONTENTS AS NOW ON FILE. *** MARKS AN '.              00002800
           05  FILLER                   PIC X(31) VALUE                 00002810
               'ENTRY THAT FAILS THE LOAD EDITS'.                       00002820
       01  WS-RPT-ALC-HEADING.                                          00002830
           05  FILLER                   PIC X(40) VALUE                 00002840
               'SRCE CCY SIDES  PCT-1 PCT-2 PCT-3 PCT-4 '.              00002850
           05  FILLER                   PIC X(40) VALUE                 00002860
               '  (BLANK SOURCE/CCY MATCHES ANY)        '.              00002870
       01  WS-RPT-ALC-DETAIL.                                           00002880
           05  WS-RPT-ALC-SOURCE        PIC X(04).                      00002890
           05  FILLER                   PIC X(01) VALUE SPACES.         00002900
           05  WS-RPT-ALC-CCY           PIC X(03).                      00002910
           05  FILLER                   PIC X(03) VALUE SPACES.         00002920
           05  WS-RPT-ALC-SIDES         PIC X(01).                      00002930
           05  WS-RPT-ALC-COL OCCURS 4 TIMES.                           00002940
               10  FILLER               PIC X(04).                      00002950
               10  WS-RPT-ALC-PCT       PIC X(03).                      00002960
           05  FILLER                   PIC X(40) VALUE SPACES.         00002970
       01  WS-RPT-HOL-HEADING.                                          00002980
           05  FILLER                   PIC X(40) VALUE                 00002990
               'HOLIDAY                                 '.              00003000
           05  FILLER                   PIC X(40) VALUE SPACES.         00003010
       01  WS-RPT-HOL-DETAIL.                                           00003020
           05  WS-RPT-HOL-DATE          PIC X(08).                      00003030
           05  FILLER                   PIC X(72) VALUE SPACES.         00003040
       01  WS-RPT-PRM-HEADING.                                          00003050
           05  FILLER                   PIC X(40) VALUE                 00003060
               'KEYWORD             VALUE               '.              00003070
           05  FILLER                   PIC X(40) VALUE SPACES.         00003080
       01  WS-RPT-FRC-HEADING.                                          00003090
           05  FILLER                   PIC X(40) VALUE                 00003100
               'SRCE  INPUT DD  RETURN DD CCY  ACT  OPT '.              00003110
           05  FILLER                   PIC X(40) VALUE                 00003120
               ' DESCRIPTION                            '.              00003130
       01  WS-RPT-FRC-DETAIL.                                           00003140
           05  WS-RPT-FRC-SOURCE        PIC X(04).                      00003150
           05  FILLER                   PIC X(02) VALUE SPACES.         00003160
           05  WS-RPT-FRC-INPUT-DD      PIC X(08).                      00003170
           05  FILLER                   PIC X(02) VALUE SPACES.         00003180
           05  WS-RPT-FRC-RETURN-DD     PIC X(08).                      00003190
           05  FILLER                   PIC X(02) VALUE SPACES.         00003200
           05  WS-RPT-FRC-CCY           PIC X(03).                      00003210
           05  FILLER                   PIC X(03) VALUE SPACES.         00003220
           05  WS-RPT-FRC-ACTIVE        PIC X(01).                      00003230
           05  FILLER                   PIC X(04) VALUE SPACES.         00003240
           05  WS-RPT-FRC-OPTIONAL      PIC X(01).                      00003250
           05  FILLER                   PIC X(03) VALUE SPACES.         00003260
           05  WS-RPT-FRC-DESCRIPTION   PIC X(30).                      00003270
           05  FILLER                   PIC X(09) VALUE SPACES.         00003280
       01  WS-RPT-COUNT-LINE.                                           00003290
           05  WS-RPT-COUNT-LABEL       PIC X(40).                      00003300
           05  WS-RPT-COUNT-VALUE       PIC Z(08)9.                     00003310
           05  FILLER                   PIC X(31) VALUE SPACES.         00003320
       01  WS-RPT-BLANK-LINE            PIC X(80) VALUE SPACES.         00003330
       PROCEDURE DIVISION.                                              00003340
       0000-MAIN-PARA.                                                  00003350
            PERFORM 1900-GET-TIMESTAMP-PARA                             00003360
            PERFORM 1000-OPEN-FILES-PARA                                00003370
            PERFORM 2000-LOAD-TABLES-PARA                               00003380
            PERFORM 4000-WRITE-TITLE-PARA                               00003390
            PERFORM 3000-APPLY-TRANSACTIONS-PARA                        00003400
            CLOSE MAINT-IN-FILE                                         00003410
            IF WS-TXN-REJECTED = ZERO AND WS-TXN-ACCEPTED > ZERO        00003420
              PERFORM 5000-COMMIT-CHANGES-PARA                          00003430
            END-IF                                                      00003440
            PERFORM 4200-REPORT-OUTCOME-PARA                            00003450
            PERFORM 2000-LOAD-TABLES-PARA                               00003460
            PERFORM 6000-LIST-TABLES-PARA                               00003470
            CLOSE REPORT-FILE.                                          00003480
            DISPLAY 'PGM1TBM: TRANSACTIONS READ ' WS-TXN-READ           00003490
                ', ACCEPTED ' WS-TXN-ACCEPTED                           00003500
                ', REJECTED ' WS-TXN-REJECTED                           00003510
                ', CHANGES LOGGED ' WS-LOG-WRITTEN.                     00003520
            PERFORM 9997-MAINTENANCE-ALERT-PARA.                        00003530
            STOP RUN.                                                   00003540
                                                                        00003550
       0200-EDIT-FEEDER-REGISTRY-PARA.                                  00003560
      *    THE FEEDREG LOAD EDITS OVER THE WHOLE WORK COPY, CARD BY     00003570
      *    CARD IN ORDER, EXACTLY AS 0200-LOAD-FEEDER-REGISTRY-PARA     00003580
      *    IN PGM1MRG/PGM1FDR/PGM1RNT RUNS THEM - STOPPING AT THE       00003590
      *    FIRST BAD CARD, WITH WHAT IS WRONG IN WS-EDIT-MSG.           00003600
            MOVE SPACES TO WS-EDIT-MSG                                  00003610
            MOVE ZERO TO FRG-COUNT                                      00003620
            MOVE ZERO TO FRG-ACTIVE-COUNT                               00003630
            MOVE LOW-VALUES TO FRG-LAST-SOURCE                          00003640
            PERFORM VARYING WS-FRW-SUB FROM 1 BY 1                      00003650
                UNTIL WS-FRW-SUB > WS-FRW-COUNT                         00003660
                   OR WS-EDIT-MSG NOT = SPACES                          00003670
              MOVE WS-FRW-ENTRY(WS-FRW-SUB) TO FR-RECORD                00003680
              IF FR-RECORD(1:1) NOT = '*' AND FR-RECORD NOT = SPACES    00003690
                PERFORM 0210-EDIT-FEEDER-CARD-PARA                      00003700
                IF FRG-ERROR-MSG NOT = SPACES                           00003710
                  MOVE FRG-ERROR-MSG TO WS-EDIT-MSG                     00003720
                ELSE                                                    00003730
                  PERFORM 0205-ADD-FEEDER-PARA                          00003740
                END-IF                                                  00003750
              END-IF                                                    00003760
            END-PERFORM                                                 00003770
            IF WS-EDIT-MSG = SPACES AND FRG-ACTIVE-COUNT = ZERO         00003780
              MOVE 'FEEDREG HAS NO ACTIVE FEEDER' TO WS-EDIT-MSG        00003790
            END-IF.                                                     00003800
                                                                        00003810
       0205-ADD-FEEDER-PARA.                                            00003820
      *    A CARD THAT PASSED 0210 JOINS FRG-TABLE, SO THE CARDS        00003830
      *    AFTER IT ARE EDITED AGAINST IT.                              00003840
            ADD 1 TO FRG-COUNT                                          00003850
            MOVE FR-SOURCE-SYS TO FRG-SOURCE-SYS(FRG-COUNT)             00003860
            MOVE FR-DEFAULT-CURRENCY TO FRG-CURRENCY(FRG-COUNT)         00003870
            MOVE FR-ACTIVE-FLAG TO FRG-ACTIVE-FLAG(FRG-COUNT)           00003880
            MOVE FR-OPTIONAL-FLAG TO FRG-OPTIONAL-FLAG(FRG-COUNT)       00003890
            MOVE FRG-INPUT-FOUND TO FRG-INPUT-SLOT(FRG-COUNT)           00003900
            MOVE FRG-RETURN-FOUND TO FRG-RETURN-SLOT(FRG-COUNT)         00003910
            MOVE 'N' TO FRG-PRESENT-SW(FRG-COUNT)                       00003920
            MOVE ZERO TO FRG-FEED-COUNT(FRG-COUNT)                      00003930
            MOVE FR-SOURCE-SYS TO FRG-LAST-SOURCE                       00003940
            IF FR-ACTIVE                                                00003950
              ADD 1 TO FRG-ACTIVE-COUNT                                 00003960
            END-IF.                                                     00003970
                                                                        00003980
       0210-EDIT-FEEDER-CARD-PARA.                                      00003990
      *    LOAD EDITS FOR THE ONE CARD IN FR-RECORD AGAINST THE CARDS   00004000
      *    ALREADY IN FRG-TABLE - FRG-ERROR-MSG COMES BACK SPACES WHEN  00004010
      *    THE CARD IS GOOD, OTHERWISE IT SAYS WHAT IS WRONG. ON A GOOD 00004020
      *    CARD FRG-INPUT-FOUND/FRG-RETURN-FOUND HOLD ITS DD SLOTS.     00004030
      *    KEEP IN STEP WITH THE SAME PARAGRAPH IN EVERY PROGRAM THAT   00004040
      *    COPIES FDRGTAB.                                              00004050
            MOVE SPACES TO FRG-ERROR-MSG                                00004060
            MOVE ZERO TO FRG-INPUT-FOUND                                00004070
            MOVE ZERO TO FRG-RETURN-FOUND                               00004080
            PERFORM VARYING FRG-POOL-SUB FROM 1 BY 1                    00004090
                UNTIL FRG-POOL-SUB > FRG-MAX                            00004100
              IF FR-INPUT-DD = FRG-INPUT-DD-NAME(FRG-POOL-SUB)          00004110
                MOVE FRG-POOL-SUB TO FRG-INPUT-FOUND                    00004120
              END-IF                                                    00004130
              IF FR-RETURN-DD = FRG-RETURN-DD-NAME(FRG-POOL-SUB)        00004140
                MOVE FRG-POOL-SUB TO FRG-RETURN-FOUND                   00004150
              END-IF                                                    00004160
            END-PERFORM                                                 00004170
            MOVE ZERO TO FRG-SPACE-COUNT                                00004180
            INSPECT FR-DEFAULT-CURRENCY TALLYING FRG-SPACE-COUNT        00004190
                FOR ALL SPACE                                           00004200
            EVALUATE TRUE                                               00004210
              WHEN FRG-COUNT >= FRG-MAX                                 00004220
                MOVE 'FEEDREG HOLDS MORE FEEDERS THAN THE DD POOL'      00004230
                    TO FRG-ERROR-MSG                                    00004240
              WHEN FR-SOURCE-SYS = SPACES                               00004250
                MOVE 'FEEDREG SOURCE SYSTEM CODE IS BLANK'              00004260
                    TO FRG-ERROR-MSG                                    00004270
              WHEN FR-SOURCE-SYS = 'SYS0'                               00004280
                MOVE 'FEEDREG SOURCE SYSTEM SYS0 IS RESERVED'           00004290
                    TO FRG-ERROR-MSG                                    00004300
              WHEN FR-SOURCE-SYS NOT > FRG-LAST-SOURCE                  00004310
                MOVE 'FEEDREG CARDS NOT IN ASCENDING SOURCE ORDER'      00004320
                    TO FRG-ERROR-MSG                                    00004330
              WHEN NOT FR-ACTIVE AND NOT FR-RETIRED                     00004340
                MOVE 'FEEDREG ACTIVE FLAG IS NOT Y OR N'                00004350
                    TO FRG-ERROR-MSG                                    00004360
              WHEN NOT FR-OPTIONAL AND NOT FR-REQUIRED                  00004370
                MOVE 'FEEDREG OPTIONAL FLAG IS NOT Y OR N'              00004380
                    TO FRG-ERROR-MSG                                    00004390
              WHEN FRG-INPUT-FOUND = ZERO                               00004400
                MOVE 'FEEDREG INPUT DD IS NOT ONE OF SRC1IN-SRC6IN'     00004410
                    TO FRG-ERROR-MSG                                    00004420
              WHEN FRG-RETURN-FOUND = ZERO                              00004430
                MOVE 'FEEDREG RETURN DD IS NOT ONE OF RTN1OUT-RTN6OUT'  00004440
                    TO FRG-ERROR-MSG                                    00004450
              WHEN FR-DEFAULT-CURRENCY NOT = SPACES                     00004460
                  AND (FRG-SPACE-COUNT > ZERO                           00004470
                   OR FR-DEFAULT-CURRENCY IS NOT ALPHABETIC-UPPER)      00004480
                MOVE 'FEEDREG DEFAULT CURRENCY IS NOT 3 LETTERS'        00004490
                    TO FRG-ERROR-MSG                                    00004500
              WHEN OTHER                                                00004510
                PERFORM VARYING FRG-CHECK-SUB FROM 1 BY 1               00004520
                    UNTIL FRG-CHECK-SUB > FRG-COUNT                     00004530
                  IF FRG-INPUT-SLOT(FRG-CHECK-SUB) = FRG-INPUT-FOUND    00004540
                    MOVE 'FEEDREG INPUT DD NAMED ON TWO CARDS'          00004550
                        TO FRG-ERROR-MSG                                00004560
                  END-IF                                                00004570
                  IF FRG-RETURN-SLOT(FRG-CHECK-SUB) = FRG-RETURN-FOUND  00004580
                    MOVE 'FEEDREG RETURN DD NAMED ON TWO CARDS'         00004590
                        TO FRG-ERROR-MSG                                00004600
                  END-IF                                                00004610
                END-PERFORM                                             00004620
            END-EVALUATE.                                               00004630
                                                                        00004640
       1000-OPEN-FILES-PARA.                                            00004650
            OPEN INPUT MAINT-IN-FILE                                    00004660
            MOVE WS-MNTIN-STATUS TO WS-FILE-CHECK-STATUS                00004670
            MOVE 'MAINT-IN-FILE OPEN' TO WS-FILE-CHECK-NAME             00004680
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004690
            OPEN OUTPUT REPORT-FILE                                     00004700
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00004710
            MOVE 'REPORT-FILE OPEN' TO WS-FILE-CHECK-NAME               00004720
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00004730
                                                                        00004740
       1900-GET-TIMESTAMP-PARA.                                         00004750
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.                 00004760
                                                                        00004770
       2000-LOAD-TABLES-PARA.                                           00004780
      *    ALL FOUR TABLES, WHOLE, FROM THEIR DATASETS - BEFORE THE     00004790
      *    DECK IS APPLIED, AND AGAIN AFTERWARDS SO THE LISTING SHOWS   00004800
      *    WHAT IS ACTUALLY ON FILE.                                    00004810
            PERFORM 2100-LOAD-ALLOCTAB-PARA                             00004820
            PERFORM 2200-LOAD-HOLCAL-PARA                               00004830
            PERFORM 2300-LOAD-PARMFILE-PARA                             00004840
            PERFORM 2400-LOAD-FEEDREG-PARA.                             00004850
                                                                        00004860
       2100-LOAD-ALLOCTAB-PARA.                                         00004870
            MOVE ZERO TO WS-ALC-COUNT                                   00004880
            MOVE 'N' TO WS-ALLOC-EOF-SW                                 00004890
            OPEN INPUT ALLOC-FILE                                       00004900
            MOVE WS-ALLOC-STATUS TO WS-FILE-CHECK-STATUS                00004910
            MOVE 'ALLOC-FILE OPEN' TO WS-FILE-CHECK-NAME                00004920
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00004930
            READ ALLOC-FILE                                             00004940
                AT END MOVE 'Y' TO WS-ALLOC-EOF-SW                      00004950
            END-READ                                                    00004960
            PERFORM UNTIL WS-ALLOC-EOF                                  00004970
              IF WS-ALC-COUNT >= WS-ALC-MAX                             00004980
                MOVE 'ALLOCTAB HAS MORE RULES THAN THE TABLE HOLDS'     00004990
                    TO WS-CTL-ABEND-MSG                                 00005000
                PERFORM 9995-CONTROL-ABEND-PARA                         00005010
              END-IF                                                    00005020
              ADD 1 TO WS-ALC-COUNT                                     00005030
              MOVE ALLOC-CARD TO WS-ALC-ENTRY(WS-ALC-COUNT)             00005040
              READ ALLOC-FILE                                           00005050
                  AT END MOVE 'Y' TO WS-ALLOC-EOF-SW                    00005060
              END-READ                                                  00005070
            END-PERFORM                                                 00005080
            IF WS-ALLOC-STATUS NOT = '10'                               00005090
              MOVE WS-ALLOC-STATUS TO WS-FILE-CHECK-STATUS              00005100
              MOVE 'ALLOC-CARD READ' TO WS-FILE-CHECK-NAME              00005110
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005120
            END-IF                                                      00005130
            CLOSE ALLOC-FILE.                                           00005140
                                                                        00005150
       2200-LOAD-HOLCAL-PARA.                                           00005160
            MOVE ZERO TO WS-HOL-COUNT                                   00005170
            MOVE 'N' TO WS-HOLCAL-EOF-SW                                00005180
            OPEN INPUT HOLCAL-FILE                                      00005190
            MOVE WS-HOLCAL-STATUS TO WS-FILE-CHECK-STATUS               00005200
            MOVE 'HOLCAL-FILE OPEN' TO WS-FILE-CHECK-NAME               00005210
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005220
            READ HOLCAL-FILE                                            00005230
                AT END MOVE 'Y' TO WS-HOLCAL-EOF-SW                     00005240
            END-READ                                                    00005250
            PERFORM UNTIL WS-HOLCAL-EOF                                 00005260
              IF WS-HOL-COUNT >= WS-HOL-MAX                             00005270
                MOVE 'HOLCAL HAS MORE DATES THAN THE TABLE HOLDS'       00005280
                    TO WS-CTL-ABEND-MSG                                 00005290
                PERFORM 9995-CONTROL-ABEND-PARA                         00005300
              END-IF                                                    00005310
              ADD 1 TO WS-HOL-COUNT                                     00005320
              MOVE HOLCAL-CARD TO WS-HOL-ENTRY(WS-HOL-COUNT)            00005330
              READ HOLCAL-FILE                                          00005340
                  AT END MOVE 'Y' TO WS-HOLCAL-EOF-SW                   00005350
              END-READ                                                  00005360
            END-PERFORM                                                 00005370
            IF WS-HOLCAL-STATUS NOT = '10'                              00005380
              MOVE WS-HOLCAL-STATUS TO WS-FILE-CHECK-STATUS             00005390
              MOVE 'HOLCAL-CARD READ' TO WS-FILE-CHECK-NAME             00005400
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005410
            END-IF                                                      00005420
            CLOSE HOLCAL-FILE.                                          00005430
                                                                        00005440
       2300-LOAD-PARMFILE-PARA.                                         00005450
            MOVE ZERO TO WS-PRM-COUNT                                   00005460
            MOVE 'N' TO WS-PARM-EOF-SW                                  00005470
            OPEN INPUT PARM-FILE                                        00005480
            MOVE WS-PARM-STATUS TO WS-FILE-CHECK-STATUS                 00005490
            MOVE 'PARM-FILE OPEN' TO WS-FILE-CHECK-NAME                 00005500
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005510
            READ PARM-FILE                                              00005520
                AT END MOVE 'Y' TO WS-PARM-EOF-SW                       00005530
            END-READ                                                    00005540
            PERFORM UNTIL WS-PARM-EOF                                   00005550
              IF WS-PRM-COUNT >= WS-PRM-MAX                             00005560
                MOVE 'PARMFILE HAS MORE CARDS THAN THE TABLE HOLDS'     00005570
                    TO WS-CTL-ABEND-MSG                                 00005580
                PERFORM 9995-CONTROL-ABEND-PARA                         00005590
              END-IF                                                    00005600
              ADD 1 TO WS-PRM-COUNT                                     00005610
              MOVE PARM-CARD TO WS-PRM-ENTRY(WS-PRM-COUNT)              00005620
              READ PARM-FILE                                            00005630
                  AT END MOVE 'Y' TO WS-PARM-EOF-SW                     00005640
              END-READ                                                  00005650
            END-PERFORM                                                 00005660
            IF WS-PARM-STATUS NOT = '10'                                00005670
              MOVE WS-PARM-STATUS TO WS-FILE-CHECK-STATUS               00005680
              MOVE 'PARM-CARD READ' TO WS-FILE-CHECK-NAME               00005690
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005700
            END-IF                                                      00005710
            CLOSE PARM-FILE.                                            00005720
                                                                        00005730
       2400-LOAD-FEEDREG-PARA.                                          00005740
            MOVE ZERO TO WS-FRC-COUNT                                   00005750
            MOVE 'N' TO FRG-EOF-SW                                      00005760
            OPEN INPUT FEEDREG-FILE                                     00005770
            MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS              00005780
            MOVE 'FEEDREG-FILE OPEN' TO WS-FILE-CHECK-NAME              00005790
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00005800
            READ FEEDREG-FILE                                           00005810
                AT END MOVE 'Y' TO FRG-EOF-SW                           00005820
            END-READ                                                    00005830
            PERFORM UNTIL FRG-EOF                                       00005840
              IF WS-FRC-COUNT >= WS-FRC-MAX                             00005850
                MOVE 'FEEDREG HAS MORE CARDS THAN THE TABLE HOLDS'      00005860
                    TO WS-CTL-ABEND-MSG                                 00005870
                PERFORM 9995-CONTROL-ABEND-PARA                         00005880
              END-IF                                                    00005890
              ADD 1 TO WS-FRC-COUNT                                     00005900
              MOVE FEEDREG-CARD TO WS-FRC-ENTRY(WS-FRC-COUNT)           00005910
              READ FEEDREG-FILE                                         00005920
                  AT END MOVE 'Y' TO FRG-EOF-SW                         00005930
              END-READ                                                  00005940
            END-PERFORM                                                 00005950
            IF WS-FEEDREG-STATUS NOT = '10'                             00005960
              MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS            00005970
              MOVE 'FEEDREG-CARD READ' TO WS-FILE-CHECK-NAME            00005980
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00005990
            END-IF                                                      00006000
            CLOSE FEEDREG-FILE.                                         00006010
                                                                        00006020
       3000-APPLY-TRANSACTIONS-PARA.                                    00006030
      *    EACH CARD IS APPLIED TO THE TABLES IN STORAGE AS IT IS       00006040
      *    READ, SO A LATER CARD SEES THE EARLIER ONES' CHANGES. A      00006050
      *    REJECTED CARD CHANGES NOTHING, AND THE DECK CARRIES ON SO    00006060
      *    EVERY BAD CARD IS REPORTED IN ONE RUN - BUT ONE REJECT       00006070
      *    AND 0000 WRITES NOTHING BACK.                                00006080
            READ MAINT-IN-FILE                                          00006090
                AT END MOVE 'Y' TO WS-MNTIN-EOF-SW                      00006100
            END-READ                                                    00006110
            PERFORM UNTIL WS-MNTIN-EOF                                  00006120
              ADD 1 TO WS-CARDS-READ                                    00006130
              IF MNT-RECORD(1:1) NOT = '*' AND MNT-RECORD NOT = SPACES  00006140
                PERFORM 3050-APPLY-ONE-PARA                             00006150
              END-IF                                                    00006160
              READ MAINT-IN-FILE                                        00006170
                  AT END MOVE 'Y' TO WS-MNTIN-EOF-SW                    00006180
              END-READ                                                  00006190
            END-PERFORM                                                 00006200
            IF WS-MNTIN-STATUS NOT = '10'                               00006210
              MOVE WS-MNTIN-STATUS TO WS-FILE-CHECK-STATUS              00006220
              MOVE 'MNT-RECORD READ' TO WS-FILE-CHECK-NAME              00006230
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00006240
            END-IF.                                                     00006250
                                                                        00006260
       3050-APPLY-ONE-PARA.                                             00006270
            ADD 1 TO WS-TXN-READ                                        00006280
            IF WS-TXN-READ > WS-LOG-MAX                                 00006290
              MOVE 'MNTIN HOLDS MORE THAN 200 CHANGES - SPLIT THE DECK' 00006300
                  TO WS-CTL-ABEND-MSG                                   00006310
              PERFORM 9995-CONTROL-ABEND-PARA                           00006320
            END-IF                                                      00006330
            MOVE SPACES TO WS-TXN-MSG                                   00006340
            MOVE SPACES TO WS-TXN-KEY                                   00006350
            MOVE SPACES TO WS-TXN-BEFORE                                00006360
            MOVE SPACES TO WS-TXN-AFTER                                 00006370
            EVALUATE TRUE                                               00006380
              WHEN MNT-ANALYST-ID = SPACES                              00006390
                MOVE 'ANALYST ID IS BLANK' TO WS-TXN-MSG                00006400
              WHEN NOT MNT-ADD AND NOT MNT-CHANGE AND NOT MNT-DELETE    00006410
                MOVE 'ACTION IS NOT A, C OR D' TO WS-TXN-MSG            00006420
              WHEN MNT-FOR-ALLOCTAB                                     00006430
                PERFORM 3100-MAINTAIN-ALLOCTAB-PARA                     00006440
              WHEN MNT-FOR-HOLCAL                                       00006450
                PERFORM 3200-MAINTAIN-HOLCAL-PARA                       00006460
              WHEN MNT-FOR-PARMFILE                                     00006470
                PERFORM 3300-MAINTAIN-PARMFILE-PARA                     00006480
              WHEN MNT-FOR-FEEDREG                                      00006490
                PERFORM 3400-MAINTAIN-FEEDREG-PARA                      00006500
              WHEN OTHER                                                00006510
                MOVE 'TABLE IS NOT ALLOCTAB/HOLCAL/PARMFILE/FEEDREG'    00006520
                    TO WS-TXN-MSG                                       00006530
            END-EVALUATE                                                00006540
            IF WS-TXN-MSG = SPACES                                      00006550
              ADD 1 TO WS-TXN-ACCEPTED                                  00006560
              PERFORM 3900-QUEUE-LOG-PARA                               00006570
            ELSE                                                        00006580
              ADD 1 TO WS-TXN-REJECTED                                  00006590
            END-IF                                                      00006600
            PERFORM 4100-REPORT-TRANSACTION-PARA.                       00006610
                                                                        00006620
       3100-MAINTAIN-ALLOCTAB-PARA.                                     00006630
      *    KEYED BY SOURCE AND CURRENCY AS THEY STAND ON THE CARD -     00006640
      *    SPACES ARE PART OF THE KEY, SO THE ALL-SPACES DEFAULT RULE   00006650
      *    IS MAINTAINED LIKE ANY OTHER.                                00006660
            MOVE MNT-DATA(1:30) TO ALC-RECORD                           00006670
            MOVE SPACES TO ALC-RECORD(21:10)                            00006680
            MOVE ALC-RECORD(1:7) TO WS-TXN-KEY                          00006690
            PERFORM 3110-FIND-RULE-PARA                                 00006700
            EVALUATE TRUE                                               00006710
              WHEN MNT-ADD AND WS-ALC-FOUND > ZERO                      00006720
                MOVE 'ALLOCTAB ALREADY HAS A RULE FOR THIS KEY'         00006730
                    TO WS-TXN-MSG                                       00006740
              WHEN NOT MNT-ADD AND WS-ALC-FOUND = ZERO                  00006750
                MOVE 'ALLOCTAB HAS NO RULE FOR THIS KEY' TO WS-TXN-MSG  00006760
              WHEN MNT-DELETE                                           00006770
                MOVE WS-ALC-ENTRY(WS-ALC-FOUND) TO WS-TXN-BEFORE        00006780
                PERFORM VARYING WS-SHIFT-SUB FROM WS-ALC-FOUND BY 1     00006790
                    UNTIL WS-SHIFT-SUB >= WS-ALC-COUNT                  00006800
                  MOVE WS-ALC-ENTRY(WS-SHIFT-SUB + 1)                   00006810
                      TO WS-ALC-ENTRY(WS-SHIFT-SUB)                     00006820
                END-PERFORM                                             00006830
                SUBTRACT 1 FROM WS-ALC-COUNT                            00006840
                MOVE 'Y' TO WS-ALC-CHANGED-SW                           00006850
              WHEN OTHER                                                00006860
                PERFORM 3150-EDIT-RULE-PARA                             00006870
                IF WS-EDIT-MSG = SPACES AND MNT-ADD                     00006880
                    AND WS-ALC-COUNT >= WS-ALC-MAX                      00006890
                  MOVE 'ALLOCTAB HAS MORE RULES THAN THE TABLE HOLDS'   00006900
                      TO WS-EDIT-MSG                                    00006910
                END-IF                                                  00006920
                MOVE WS-EDIT-MSG TO WS-TXN-MSG                          00006930
                IF WS-TXN-MSG = SPACES                                  00006940
                  IF MNT-ADD                                            00006950
                    ADD 1 TO WS-ALC-COUNT                               00006960
                    MOVE WS-ALC-COUNT TO WS-ALC-FOUND                   00006970
                  ELSE                                                  00006980
                    MOVE WS-ALC-ENTRY(WS-ALC-FOUND) TO WS-TXN-BEFORE    00006990
                  END-IF                                                00007000
                  MOVE ALC-RECORD TO WS-ALC-ENTRY(WS-ALC-FOUND)         00007010
                  MOVE ALC-RECORD TO WS-TXN-AFTER                       00007020
                  MOVE 'Y' TO WS-ALC-CHANGED-SW                         00007030
                END-IF                                                  00007040
            END-EVALUATE.                                               00007050
                                                                        00007060
       3110-FIND-RULE-PARA.                                             00007070
            MOVE ZERO TO WS-ALC-FOUND                                   00007080
            PERFORM VARYING WS-ALC-SUB FROM 1 BY 1                      00007090
                UNTIL WS-ALC-SUB > WS-ALC-COUNT OR WS-ALC-FOUND > ZERO  00007100
              IF WS-ALC-ENTRY(WS-ALC-SUB)(1:7) = ALC-RECORD(1:7)        00007110
                MOVE WS-ALC-SUB TO WS-ALC-FOUND                         00007120
              END-IF                                                    00007130
            END-PERFORM.                                                00007140
                                                                        00007150
       3150-EDIT-RULE-PARA.                                             00007160
      *    PGM1 1650-LOAD-ONE-RULE-PARA'S EDITS ON THE RULE IN          00007170
      *    ALC-RECORD - SIDE COUNT 1-4 AND THAT MANY PERCENTS SUMMING   00007180
      *    TO 100. A NON-NUMERIC COUNT OR PERCENT IS CAUGHT FIRST SO    00007190
      *    THE SUM IS NEVER TAKEN OVER GARBAGE.                         00007200
            MOVE SPACES TO WS-EDIT-MSG                                  00007210
            EVALUATE TRUE                                               00007220
              WHEN ALC-SIDE-COUNT IS NOT NUMERIC                        00007230
                MOVE 'ALLOCTAB RULE SIDE COUNT NOT 1-4' TO WS-EDIT-MSG  00007240
              WHEN ALC-SIDE-COUNT < 1 OR ALC-SIDE-COUNT > 4             00007250
                MOVE 'ALLOCTAB RULE SIDE COUNT NOT 1-4' TO WS-EDIT-MSG  00007260
              WHEN OTHER                                                00007270
                MOVE ZERO TO WS-PCT-SUM                                 00007280
                PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                 00007290
                    UNTIL WS-SIDE-SUB > ALC-SIDE-COUNT                  00007300
                  IF ALC-SIDE-PCT(WS-SIDE-SUB) IS NOT NUMERIC           00007310
                    MOVE 'ALLOCTAB RULE PERCENT IS NOT NUMERIC'         00007320
                        TO WS-EDIT-MSG                                  00007330
                  ELSE                                                  00007340
                    ADD ALC-SIDE-PCT(WS-SIDE-SUB) TO WS-PCT-SUM         00007350
                  END-IF                                                00007360
                END-PERFORM                                             00007370
                IF WS-EDIT-MSG = SPACES AND WS-PCT-SUM NOT = 100        00007380
                  MOVE 'ALLOCTAB RULE PERCENTS DO NOT SUM TO 100'       00007390
                      TO WS-EDIT-MSG                                    00007400
                END-IF                                                  00007410
            END-EVALUATE.                                               00007420
                                                                        00007430
       3200-MAINTAIN-HOLCAL-PARA.                                       00007440
      *    A HOLIDAY IS ONLY A DATE, SO A CHANGE MOVES ONE - THE DATE   00007450
      *    ON FILE IN MNT-HOL-DATE, THE DATE IT MOVES TO IN             00007460
      *    MNT-HOL-NEW-DATE. THE CALENDAR IS KEPT IN DATE ORDER.        00007470
            MOVE MNT-HOL-DATE TO WS-TXN-KEY                             00007480
            MOVE MNT-HOL-DATE TO WS-NEW-DATE                            00007490
            MOVE MNT-HOL-DATE TO WS-FIND-DATE                           00007500
            PERFORM 3210-FIND-DATE-PARA                                 00007510
            EVALUATE TRUE                                               00007520
              WHEN MNT-ADD AND WS-HOL-FOUND > ZERO                      00007530
                MOVE 'HOLCAL ALREADY HAS THIS DATE' TO WS-TXN-MSG       00007540
              WHEN NOT MNT-ADD AND WS-HOL-FOUND = ZERO                  00007550
                MOVE 'HOLCAL DOES NOT HAVE THIS DATE' TO WS-TXN-MSG     00007560
              WHEN MNT-DELETE                                           00007570
                MOVE WS-HOL-ENTRY(WS-HOL-FOUND) TO WS-TXN-BEFORE        00007580
                PERFORM 3230-REMOVE-DATE-PARA                           00007590
                MOVE 'Y' TO WS-HOL-CHANGED-SW                           00007600
              WHEN OTHER                                                00007610
                IF MNT-CHANGE                                           00007620
                  MOVE WS-HOL-ENTRY(WS-HOL-FOUND) TO WS-TXN-BEFORE      00007630
                  MOVE MNT-HOL-NEW-DATE TO WS-NEW-DATE                  00007640
                END-IF                                                  00007650
                MOVE WS-NEW-DATE TO WS-CHK-DATE                         00007660
                PERFORM 3250-EDIT-DATE-PARA                             00007670
                MOVE WS-EDIT-MSG TO WS-TXN-MSG                          00007680
                IF WS-TXN-MSG = SPACES AND MNT-ADD                      00007690
                    AND WS-HOL-COUNT >= WS-HOL-MAX                      00007700
                  MOVE 'HOLCAL HAS MORE DATES THAN THE TABLE HOLDS'     00007710
                      TO WS-TXN-MSG                                     00007720
                END-IF                                                  00007730
                IF WS-TXN-MSG = SPACES AND MNT-CHANGE                   00007740
                  MOVE WS-NEW-DATE TO WS-FIND-DATE                      00007750
                  PERFORM 3210-FIND-DATE-PARA                           00007760
                  IF WS-HOL-FOUND > ZERO                                00007770
                    MOVE 'HOLCAL ALREADY HAS THE NEW DATE'              00007780
                        TO WS-TXN-MSG                                   00007790
                  ELSE                                                  00007800
                    MOVE MNT-HOL-DATE TO WS-FIND-DATE                   00007810
                    PERFORM 3210-FIND-DATE-PARA                         00007820
                    PERFORM 3230-REMOVE-DATE-PARA                       00007830
                  END-IF                                                00007840
                END-IF                                                  00007850
                IF WS-TXN-MSG = SPACES                                  00007860
                  PERFORM 3220-INSERT-DATE-PARA                         00007870
                  MOVE WS-NEW-DATE TO WS-TXN-AFTER                      00007880
                  MOVE 'Y' TO WS-HOL-CHANGED-SW                         00007890
                ELSE                                                    00007900
                  MOVE SPACES TO WS-TXN-BEFORE                          00007910
                END-IF                                                  00007920
            END-EVALUATE.                                               00007930
                                                                        00007940
       3210-FIND-DATE-PARA.                                             00007950
            MOVE ZERO TO WS-HOL-FOUND                                   00007960
            PERFORM VARYING WS-HOL-SUB FROM 1 BY 1                      00007970
                UNTIL WS-HOL-SUB > WS-HOL-COUNT OR WS-HOL-FOUND > ZERO  00007980
              IF WS-HOL-ENTRY(WS-HOL-SUB) = WS-FIND-DATE                00007990
                MOVE WS-HOL-SUB TO WS-HOL-FOUND                         00008000
              END-IF                                                    00008010
            END-PERFORM.                                                00008020
                                                                        00008030
       3220-INSERT-DATE-PARA.                                           00008040
      *    WS-NEW-DATE INTO ITS PLACE IN DATE ORDER - SAME SORTED       00008050
      *    INSERT AS PGM1MEC 2150.                                      00008060
            MOVE ZERO TO WS-HOL-FOUND                                   00008070
            PERFORM VARYING WS-HOL-SUB FROM 1 BY 1                      00008080
                UNTIL WS-HOL-SUB > WS-HOL-COUNT OR WS-HOL-FOUND > ZERO  00008090
              IF WS-HOL-ENTRY(WS-HOL-SUB) > WS-NEW-DATE                 00008100
                MOVE WS-HOL-SUB TO WS-HOL-FOUND                         00008110
              END-IF                                                    00008120
            END-PERFORM                                                 00008130
            IF WS-HOL-FOUND = ZERO                                      00008140
              COMPUTE WS-HOL-FOUND = WS-HOL-COUNT + 1                   00008150
            END-IF                                                      00008160
            PERFORM VARYING WS-SHIFT-SUB FROM WS-HOL-COUNT BY -1        00008170
                UNTIL WS-SHIFT-SUB < WS-HOL-FOUND                       00008180
              MOVE WS-HOL-ENTRY(WS-SHIFT-SUB)                           00008190
                  TO WS-HOL-ENTRY(WS-SHIFT-SUB + 1)                     00008200
            END-PERFORM                                                 00008210
            ADD 1 TO WS-HOL-COUNT                                       00008220
            MOVE WS-NEW-DATE TO WS-HOL-ENTRY(WS-HOL-FOUND).             00008230
                                                                        00008240
       3230-REMOVE-DATE-PARA.                                           00008250
      *    TAKES OUT THE ENTRY 3210 FOUND, CLOSING THE GAP.             00008260
            PERFORM VARYING WS-SHIFT-SUB FROM WS-HOL-FOUND BY 1         00008270
                UNTIL WS-SHIFT-SUB >= WS-HOL-COUNT                      00008280
              MOVE WS-HOL-ENTRY(WS-SHIFT-SUB + 1)                       00008290
                  TO WS-HOL-ENTRY(WS-SHIFT-SUB)                         00008300
            END-PERFORM                                                 00008310
            SUBTRACT 1 FROM WS-HOL-COUNT.                               00008320
                                                                        00008330
       3250-EDIT-DATE-PARA.                                             00008340
      *    WS-CHK-DATE MUST BE A REAL YYYYMMDD - MONTH 01-12 AND A DAY  00008350
      *    THE MONTH HAS, FEBRUARY 29 ONLY IN A LEAP YEAR.              00008360
            MOVE SPACES TO WS-EDIT-MSG                                  00008370
            IF WS-CHK-DATE IS NOT NUMERIC                               00008380
              MOVE 'HOLCAL DATE IS NOT NUMERIC YYYYMMDD' TO WS-EDIT-MSG 00008390
            ELSE                                                        00008400
              IF WS-CHK-MONTH < 01 OR WS-CHK-MONTH > 12                 00008410
                MOVE 'HOLCAL DATE MONTH IS NOT 01-12' TO WS-EDIT-MSG    00008420
              ELSE                                                      00008430
                MOVE WS-MONTH-DAYS(WS-CHK-MONTH) TO WS-LAST-DAY         00008440
                IF WS-CHK-MONTH = 02                                    00008450
                  DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT       00008460
                      REMAINDER WS-LEAP-REM-4                           00008470
                  DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT     00008480
                      REMAINDER WS-LEAP-REM-100                         00008490
                  DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT     00008500
                      REMAINDER WS-LEAP-REM-400                         00008510
                  IF WS-LEAP-REM-4 = ZERO                               00008520
                      AND (WS-LEAP-REM-100 NOT = ZERO                   00008530
                       OR WS-LEAP-REM-400 = ZERO)                       00008540
                    MOVE 29 TO WS-LAST-DAY                              00008550
                  END-IF                                                00008560
                END-IF                                                  00008570
                IF WS-CHK-DAY < 01 OR WS-CHK-DAY > WS-LAST-DAY          00008580
                  MOVE 'HOLCAL DATE DAY IS NOT IN THE MONTH'            00008590
                      TO WS-EDIT-MSG                                    00008600
                END-IF                                                  00008610
              END-IF                                                    00008620
            END-IF.                                                     00008630
                                                                        00008640
       3300-MAINTAIN-PARMFILE-PARA.                                     00008650
      *    KEYED BY PRM-KEYWORD. COMMENT CARDS ARE LEFT WHERE THEY      00008660
      *    ARE; AN ADDED KEYWORD GOES ON THE END OF THE DECK.           00008670
            MOVE SPACES TO PRM-RECORD                                   00008680
            MOVE MNT-DATA(1:35) TO PRM-RECORD(1:35)                     00008690
            MOVE PRM-KEYWORD TO WS-TXN-KEY                              00008700
            PERFORM 3310-FIND-KEYWORD-PARA                              00008710
            EVALUATE TRUE                                               00008720
              WHEN MNT-ADD AND WS-PRM-FOUND > ZERO                      00008730
                MOVE 'PARMFILE ALREADY HAS A CARD FOR THIS KEYWORD'     00008740
                    TO WS-TXN-MSG                                       00008750
              WHEN NOT MNT-ADD AND WS-PRM-FOUND = ZERO                  00008760
                MOVE 'PARMFILE HAS NO CARD FOR THIS KEYWORD'            00008770
                    TO WS-TXN-MSG                                       00008780
              WHEN MNT-DELETE                                           00008790
                MOVE WS-PRM-ENTRY(WS-PRM-FOUND)(1:35) TO WS-TXN-BEFORE  00008800
                PERFORM VARYING WS-SHIFT-SUB FROM WS-PRM-FOUND BY 1     00008810
                    UNTIL WS-SHIFT-SUB >= WS-PRM-COUNT                  00008820
                  MOVE WS-PRM-ENTRY(WS-SHIFT-SUB + 1)                   00008830
                      TO WS-PRM-ENTRY(WS-SHIFT-SUB)                     00008840
                END-PERFORM                                             00008850
                SUBTRACT 1 FROM WS-PRM-COUNT                            00008860
                MOVE 'Y' TO WS-PRM-CHANGED-SW                           00008870
              WHEN OTHER                                                00008880
                PERFORM 3350-EDIT-PARM-PARA                             00008890
                IF WS-EDIT-MSG = SPACES AND MNT-ADD                     00008900
                    AND WS-PRM-COUNT >= WS-PRM-MAX                      00008910
                  MOVE 'PARMFILE HAS MORE CARDS THAN THE TABLE HOLDS'   00008920
                      TO WS-EDIT-MSG                                    00008930
                END-IF                                                  00008940
                MOVE WS-EDIT-MSG TO WS-TXN-MSG                          00008950
                IF WS-TXN-MSG = SPACES                                  00008960
                  IF MNT-ADD                                            00008970
                    ADD 1 TO WS-PRM-COUNT                               00008980
                    MOVE WS-PRM-COUNT TO WS-PRM-FOUND                   00008990
                  ELSE                                                  00009000
                    MOVE WS-PRM-ENTRY(WS-PRM-FOUND)(1:35)               00009010
                        TO WS-TXN-BEFORE                                00009020
                  END-IF                                                00009030
                  MOVE PRM-RECORD TO WS-PRM-ENTRY(WS-PRM-FOUND)         00009040
                  MOVE PRM-RECORD(1:35) TO WS-TXN-AFTER                 00009050
                  MOVE 'Y' TO WS-PRM-CHANGED-SW                         00009060
                END-IF                                                  00009070
            END-EVALUATE.                                               00009080
                                                                        00009090
       3310-FIND-KEYWORD-PARA.                                          00009100
            MOVE ZERO TO WS-PRM-FOUND                                   00009110
            PERFORM VARYING WS-PRM-SUB FROM 1 BY 1                      00009120
                UNTIL WS-PRM-SUB > WS-PRM-COUNT OR WS-PRM-FOUND > ZERO  00009130
              IF WS-PRM-ENTRY(WS-PRM-SUB)(1:1) NOT = '*'                00009140
                  AND WS-PRM-ENTRY(WS-PRM-SUB)(1:20) = PRM-KEYWORD      00009150
                MOVE WS-PRM-SUB TO WS-PRM-FOUND                         00009160
              END-IF                                                    00009170
            END-PERFORM.                                                00009180
                                                                        00009190
       3350-EDIT-PARM-PARA.                                             00009200
      *    THE KEYWORD AND VALUE IN PRM-RECORD THROUGH THE EDITS OF     00009210
      *    BOTH 1550-APPLY-ONE-PARM-PARAS - PGM1'S FOR THE KEYWORDS     00009220
      *    PGM1 OWNS, PGM1MRG'S FOR ITS OWN - AND THE KEYWORD NOBODY    00009230
      *    OWNS THAT BOTH REFUSE. KEEP IN STEP WITH THEM.               00009240
            MOVE SPACES TO WS-EDIT-MSG                                  00009250
            EVALUATE PRM-KEYWORD                                        00009260
              WHEN 'SWING-THRESHOLD-PCT'                                00009270
                IF FUNCTION TEST-NUMVAL(PRM-VALUE) NOT = 0              00009280
                  MOVE 'PARMFILE SWING-THRESHOLD-PCT NOT NUMERIC'       00009290
                      TO WS-EDIT-MSG                                    00009300
                ELSE                                                    00009310
                  COMPUTE WS-PARM-NUM =                                 00009320
                      FUNCTION NUMVAL(PRM-VALUE)                        00009330
                  IF WS-PARM-NUM < 1 OR WS-PARM-NUM > 999               00009340
                    MOVE 'PARMFILE SWING-THRESHOLD-PCT OUTSIDE 1-999'   00009350
                        TO WS-EDIT-MSG                                  00009360
                  END-IF                                                00009370
                END-IF                                                  00009380
              WHEN 'MAX-HIST-ENTRIES'                                   00009390
                IF FUNCTION TEST-NUMVAL(PRM-VALUE) NOT = 0              00009400
                  MOVE 'PARMFILE MAX-HIST-ENTRIES NOT NUMERIC'          00009410
                      TO WS-EDIT-MSG                                    00009420
                ELSE                                                    00009430
                  COMPUTE WS-PARM-NUM =                                 00009440
                      FUNCTION NUMVAL(PRM-VALUE)                        00009450
                  IF WS-PARM-NUM < 1                                    00009460
                      OR WS-PARM-NUM > WS-MAX-HIST-LIMIT                00009470
                    MOVE 'PARMFILE MAX-HIST-ENTRIES OUTSIDE 1-31'       00009480
                        TO WS-EDIT-MSG                                  00009490
                  END-IF                                                00009500
                END-IF                                                  00009510
              WHEN 'DEFAULT-CURRENCY'                                   00009520
                IF PRM-VALUE(1:3) = SPACES                              00009530
                  MOVE 'PARMFILE DEFAULT-CURRENCY VALUE IS BLANK'       00009540
                      TO WS-EDIT-MSG                                    00009550
                END-IF                                                  00009560
              WHEN 'FP-OVERRIDE'                                        00009570
                CONTINUE                                                00009580
              WHEN OTHER                                                00009590
                MOVE 'PARMFILE KEYWORD NOT RECOGNIZED'                  00009600
                    TO WS-EDIT-MSG                                      00009610
            END-EVALUATE.                                               00009620
                                                                        00009630
       3400-MAINTAIN-FEEDREG-PARA.                                      00009640
      *    KEYED BY FR-SOURCE-SYS. THE CHANGE IS MADE TO THE WORK       00009650
      *    COPY - AN ADDED CARD IN ITS PLACE IN SOURCE ORDER, COMMENT   00009660
      *    CARDS LEFT WHERE THEY ARE - AND ONLY REPLACES THE REGISTRY   00009670
      *    IF THE WHOLE WORK COPY PASSES THE LOAD EDITS.                00009680
            MOVE SPACES TO FR-RECORD                                    00009690
            MOVE MNT-DATA(1:55) TO FR-RECORD(1:55)                      00009700
            MOVE FR-SOURCE-SYS TO WS-TXN-KEY                            00009710
            PERFORM 3410-FIND-SOURCE-PARA                               00009720
            MOVE WS-FRC-TABLE TO WS-FRW-TABLE                           00009730
            MOVE WS-FRC-COUNT TO WS-FRW-COUNT                           00009740
            EVALUATE TRUE                                               00009750
              WHEN MNT-ADD AND WS-FRC-FOUND > ZERO                      00009760
                MOVE 'FEEDREG ALREADY HAS A CARD FOR THIS SOURCE'       00009770
                    TO WS-TXN-MSG                                       00009780
              WHEN NOT MNT-ADD AND WS-FRC-FOUND = ZERO                  00009790
                MOVE 'FEEDREG HAS NO CARD FOR THIS SOURCE'              00009800
                    TO WS-TXN-MSG                                       00009810
              WHEN MNT-DELETE                                           00009820
                MOVE WS-FRC-ENTRY(WS-FRC-FOUND)(1:55) TO WS-TXN-BEFORE  00009830
                PERFORM VARYING WS-SHIFT-SUB FROM WS-FRC-FOUND BY 1     00009840
                    UNTIL WS-SHIFT-SUB >= WS-FRW-COUNT                  00009850
                  MOVE WS-FRW-ENTRY(WS-SHIFT-SUB + 1)                   00009860
                      TO WS-FRW-ENTRY(WS-SHIFT-SUB)                     00009870
                END-PERFORM                                             00009880
                SUBTRACT 1 FROM WS-FRW-COUNT                            00009890
              WHEN MNT-CHANGE                                           00009900
                MOVE WS-FRC-ENTRY(WS-FRC-FOUND)(1:55) TO WS-TXN-BEFORE  00009910
                MOVE FR-RECORD(1:55) TO WS-TXN-AFTER                    00009920
                MOVE FR-RECORD TO WS-FRW-ENTRY(WS-FRC-FOUND)            00009930
              WHEN WS-FRW-COUNT >= WS-FRC-MAX                           00009940
                MOVE 'FEEDREG HAS MORE CARDS THAN THE TABLE HOLDS'      00009950
                    TO WS-TXN-MSG                                       00009960
              WHEN OTHER                                                00009970
                MOVE FR-RECORD(1:55) TO WS-TXN-AFTER                    00009980
                PERFORM 3420-INSERT-CARD-PARA                           00009990
            END-EVALUATE                                                00010000
            IF WS-TXN-MSG = SPACES                                      00010010
              PERFORM 0200-EDIT-FEEDER-REGISTRY-PARA                    00010020
              MOVE WS-EDIT-MSG TO WS-TXN-MSG                            00010030
            END-IF                                                      00010040
            IF WS-TXN-MSG = SPACES                                      00010050
              MOVE WS-FRW-TABLE TO WS-FRC-TABLE                         00010060
              MOVE WS-FRW-COUNT TO WS-FRC-COUNT                         00010070
              MOVE 'Y' TO WS-FRC-CHANGED-SW                             00010080
            ELSE                                                        00010090
              MOVE SPACES TO WS-TXN-BEFORE                              00010100
              MOVE SPACES TO WS-TXN-AFTER                               00010110
            END-IF.                                                     00010120
                                                                        00010130
       3410-FIND-SOURCE-PARA.                                           00010140
            MOVE ZERO TO WS-FRC-FOUND                                   00010150
            PERFORM VARYING WS-FRC-SUB FROM 1 BY 1                      00010160
                UNTIL WS-FRC-SUB > WS-FRC-COUNT OR WS-FRC-FOUND > ZERO  00010170
              IF WS-FRC-ENTRY(WS-FRC-SUB)(1:1) NOT = '*'                00010180
                  AND WS-FRC-ENTRY(WS-FRC-SUB)(1:4) = FR-SOURCE-SYS     00010190
                MOVE WS-FRC-SUB TO WS-FRC-FOUND                         00010200
              END-IF                                                    00010210
            END-PERFORM.                                                00010220
                                                                        00010230
       3420-INSERT-CARD-PARA.                                           00010240
      *    FR-RECORD INTO THE WORK COPY AHEAD OF THE FIRST FEEDER CARD  00010250
      *    WITH A HIGHER SOURCE CODE, OR ON THE END.                    00010260
            MOVE ZERO TO WS-FRW-INSERT                                  00010270
            PERFORM VARYING WS-FRW-SUB FROM 1 BY 1                      00010280
                UNTIL WS-FRW-SUB > WS-FRW-COUNT OR WS-FRW-INSERT > ZERO 00010290
              IF WS-FRW-ENTRY(WS-FRW-SUB)(1:1) NOT = '*'                00010300
                  AND WS-FRW-ENTRY(WS-FRW-SUB) NOT = SPACES             00010310
                  AND WS-FRW-ENTRY(WS-FRW-SUB)(1:4) > FR-SOURCE-SYS     00010320
                MOVE WS-FRW-SUB TO WS-FRW-INSERT                        00010330
              END-IF                                                    00010340
            END-PERFORM                                                 00010350
            IF WS-FRW-INSERT = ZERO                                     00010360
              COMPUTE WS-FRW-INSERT = WS-FRW-COUNT + 1                  00010370
            END-IF                                                      00010380
            PERFORM VARYING WS-SHIFT-SUB FROM WS-FRW-COUNT BY -1        00010390
                UNTIL WS-SHIFT-SUB < WS-FRW-INSERT                      00010400
              MOVE WS-FRW-ENTRY(WS-SHIFT-SUB)                           00010410
                  TO WS-FRW-ENTRY(WS-SHIFT-SUB + 1)                     00010420
            END-PERFORM                                                 00010430
            ADD 1 TO WS-FRW-COUNT                                       00010440
            MOVE FR-RECORD TO WS-FRW-ENTRY(WS-FRW-INSERT).              00010450
                                                                        00010460
       3900-QUEUE-LOG-PARA.                                             00010470
      *    THE BEFORE/AFTER RECORD FOR AN ACCEPTED CHANGE - HELD IN     00010480
      *    WS-LOG-TABLE UNTIL 5500 KNOWS THE WHOLE DECK WENT IN.        00010490
            MOVE WS-TIMESTAMP(1:14) TO ML-TIMESTAMP                     00010500
            MOVE MNT-ANALYST-ID TO ML-ANALYST-ID                        00010510
            MOVE MNT-TABLE TO ML-TABLE                                  00010520
            MOVE MNT-ACTION TO ML-ACTION                                00010530
            MOVE WS-TXN-KEY TO ML-KEY                                   00010540
            MOVE WS-TXN-BEFORE TO ML-BEFORE-IMAGE                       00010550
            MOVE WS-TXN-AFTER TO ML-AFTER-IMAGE                         00010560
            ADD 1 TO WS-LOG-COUNT                                       00010570
            MOVE ML-RECORD TO WS-LOG-ENTRY(WS-LOG-COUNT).               00010580
                                                                        00010590
       4000-WRITE-TITLE-PARA.                                           00010600
            MOVE WS-TIMESTAMP(1:8) TO WS-RPT-TITLE-DATE                 00010610
            MOVE WS-TIMESTAMP(9:6) TO WS-RPT-TITLE-TIME                 00010620
            MOVE WS-RPT-TITLE TO RPT-RECORD                             00010630
            PERFORM 4900-WRITE-LINE-PARA                                00010640
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00010650
            PERFORM 4900-WRITE-LINE-PARA                                00010660
            MOVE WS-RPT-TXN-TITLE TO RPT-RECORD                         00010670
            PERFORM 4900-WRITE-LINE-PARA                                00010680
            MOVE WS-RPT-TXN-HEADING TO RPT-RECORD                       00010690
            PERFORM 4900-WRITE-LINE-PARA.                               00010700
                                                                        00010710
       4100-REPORT-TRANSACTION-PARA.                                    00010720
      *    ONE LINE PER TRANSACTION, THEN THE RECORD BEFORE AND AFTER   00010730
      *    FOR AN ACCEPTED ONE OR WHAT IS WRONG WITH A REJECTED ONE.    00010740
            MOVE WS-CARDS-READ TO WS-RPT-TXN-CARD                       00010750
            MOVE MNT-TABLE TO WS-RPT-TXN-TABLE                          00010760
            MOVE MNT-ACTION TO WS-RPT-TXN-ACTION                        00010770
            MOVE MNT-ANALYST-ID TO WS-RPT-TXN-ANALYST                   00010780
            MOVE WS-TXN-KEY TO WS-RPT-TXN-KEY                           00010790
            IF WS-TXN-MSG = SPACES                                      00010800
              MOVE 'ACCEPTED' TO WS-RPT-TXN-RESULT                      00010810
            ELSE                                                        00010820
              MOVE 'REJECTED' TO WS-RPT-TXN-RESULT                      00010830
            END-IF                                                      00010840
            MOVE WS-RPT-TXN-DETAIL TO RPT-RECORD                        00010850
            PERFORM 4900-WRITE-LINE-PARA                                00010860
            IF WS-TXN-MSG = SPACES                                      00010870
              IF WS-TXN-BEFORE NOT = SPACES                             00010880
                MOVE 'BEFORE: ' TO WS-RPT-IMAGE-LABEL                   00010890
                MOVE WS-TXN-BEFORE TO WS-RPT-IMAGE                      00010900
                MOVE WS-RPT-IMAGE-LINE TO RPT-RECORD                    00010910
                PERFORM 4900-WRITE-LINE-PARA                            00010920
              END-IF                                                    00010930
              IF WS-TXN-AFTER NOT = SPACES                              00010940
                MOVE 'AFTER:  ' TO WS-RPT-IMAGE-LABEL                   00010950
                MOVE WS-TXN-AFTER TO WS-RPT-IMAGE                       00010960
                MOVE WS-RPT-IMAGE-LINE TO RPT-RECORD                    00010970
                PERFORM 4900-WRITE-LINE-PARA                            00010980
              END-IF                                                    00010990
            ELSE                                                        00011000
              MOVE WS-TXN-MSG TO WS-RPT-MSG                             00011010
              MOVE WS-RPT-MSG-LINE TO RPT-RECORD                        00011020
              PERFORM 4900-WRITE-LINE-PARA                              00011030
            END-IF.                                                     00011040
                                                                        00011050
       4200-REPORT-OUTCOME-PARA.                                        00011060
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00011070
            PERFORM 4900-WRITE-LINE-PARA                                00011080
            MOVE 'TRANSACTIONS READ' TO WS-RPT-COUNT-LABEL              00011090
            MOVE WS-TXN-READ TO WS-RPT-COUNT-VALUE                      00011100
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00011110
            PERFORM 4900-WRITE-LINE-PARA                                00011120
            MOVE 'TRANSACTIONS ACCEPTED' TO WS-RPT-COUNT-LABEL          00011130
            MOVE WS-TXN-ACCEPTED TO WS-RPT-COUNT-VALUE                  00011140
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00011150
            PERFORM 4900-WRITE-LINE-PARA                                00011160
            MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-COUNT-LABEL          00011170
            MOVE WS-TXN-REJECTED TO WS-RPT-COUNT-VALUE                  00011180
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00011190
            PERFORM 4900-WRITE-LINE-PARA                                00011200
            EVALUATE TRUE                                               00011210
              WHEN WS-TXN-READ = ZERO                                   00011220
                MOVE WS-RPT-NO-TXN-LINE TO RPT-RECORD                   00011230
              WHEN WS-TXN-REJECTED > ZERO                               00011240
                MOVE WS-RPT-REFUSED-LINE TO RPT-RECORD                  00011250
              WHEN OTHER                                                00011260
                MOVE WS-RPT-APPLIED-LINE TO RPT-RECORD                  00011270
            END-EVALUATE                                                00011280
            PERFORM 4900-WRITE-LINE-PARA.                               00011290
                                                                        00011300
       4900-WRITE-LINE-PARA.                                            00011310
            WRITE RPT-RECORD                                            00011320
            MOVE WS-REPORT-STATUS TO WS-FILE-CHECK-STATUS               00011330
            MOVE 'RPT-RECORD WRITE' TO WS-FILE-CHECK-NAME               00011340
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00011350
                                                                        00011360
       5000-COMMIT-CHANGES-PARA.                                        00011370
      *    THE WHOLE DECK WENT IN - EACH CHANGED TABLE IS WRITTEN BACK  00011380
      *    WHOLE ON ITS OWN DD (DISP=OLD), THE SAME READ-THEN-REWRITE   00011390
      *    AS SUMHIST AND RUNREG, THEN THE CHANGES ARE LOGGED.          00011400
            IF WS-ALC-CHANGED                                           00011410
              PERFORM 5100-REWRITE-ALLOCTAB-PARA                        00011420
            END-IF                                                      00011430
            IF WS-HOL-CHANGED                                           00011440
              PERFORM 5200-REWRITE-HOLCAL-PARA                          00011450
            END-IF                                                      00011460
            IF WS-PRM-CHANGED                                           00011470
              PERFORM 5300-REWRITE-PARMFILE-PARA                        00011480
            END-IF                                                      00011490
            IF WS-FRC-CHANGED                                           00011500
              PERFORM 5400-REWRITE-FEEDREG-PARA                         00011510
            END-IF                                                      00011520
            PERFORM 5500-WRITE-LOG-PARA.                                00011530
                                                                        00011540
       5100-REWRITE-ALLOCTAB-PARA.                                      00011550
            OPEN OUTPUT ALLOC-FILE                                      00011560
            MOVE WS-ALLOC-STATUS TO WS-FILE-CHECK-STATUS                00011570
            MOVE 'ALLOC-FILE REWRITE' TO WS-FILE-CHECK-NAME             00011580
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00011590
            PERFORM VARYING WS-ALC-SUB FROM 1 BY 1                      00011600
                UNTIL WS-ALC-SUB > WS-ALC-COUNT                         00011610
              MOVE WS-ALC-ENTRY(WS-ALC-SUB) TO ALLOC-CARD               00011620
              WRITE ALLOC-CARD                                          00011630
              MOVE WS-ALLOC-STATUS TO WS-FILE-CHECK-STATUS              00011640
              MOVE 'ALLOC-CARD WRITE' TO WS-FILE-CHECK-NAME             00011650
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00011660
            END-PERFORM                                                 00011670
            CLOSE ALLOC-FILE.                                           00011680
                                                                        00011690
       5200-REWRITE-HOLCAL-PARA.                                        00011700
            OPEN OUTPUT HOLCAL-FILE                                     00011710
            MOVE WS-HOLCAL-STATUS TO WS-FILE-CHECK-STATUS               00011720
            MOVE 'HOLCAL-FILE REWRITE' TO WS-FILE-CHECK-NAME            00011730
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00011740
            PERFORM VARYING WS-HOL-SUB FROM 1 BY 1                      00011750
                UNTIL WS-HOL-SUB > WS-HOL-COUNT                         00011760
              MOVE WS-HOL-ENTRY(WS-HOL-SUB) TO HOLCAL-CARD              00011770
              WRITE HOLCAL-CARD                                         00011780
              MOVE WS-HOLCAL-STATUS TO WS-FILE-CHECK-STATUS             00011790
              MOVE 'HOLCAL-CARD WRITE' TO WS-FILE-CHECK-NAME            00011800
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00011810
            END-PERFORM                                                 00011820
            CLOSE HOLCAL-FILE.                                          00011830
                                                                        00011840
       5300-REWRITE-PARMFILE-PARA.                                      00011850
            OPEN OUTPUT PARM-FILE                                       00011860
            MOVE WS-PARM-STATUS TO WS-FILE-CHECK-STATUS                 00011870
            MOVE 'PARM-FILE REWRITE' TO WS-FILE-CHECK-NAME              00011880
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00011890
            PERFORM VARYING WS-PRM-SUB FROM 1 BY 1                      00011900
                UNTIL WS-PRM-SUB > WS-PRM-COUNT                         00011910
              MOVE WS-PRM-ENTRY(WS-PRM-SUB) TO PARM-CARD                00011920
              WRITE PARM-CARD                                           00011930
              MOVE WS-PARM-STATUS TO WS-FILE-CHECK-STATUS               00011940
              MOVE 'PARM-CARD WRITE' TO WS-FILE-CHECK-NAME              00011950
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00011960
            END-PERFORM                                                 00011970
            CLOSE PARM-FILE.                                            00011980
                                                                        00011990
       5400-REWRITE-FEEDREG-PARA.                                       00012000
            OPEN OUTPUT FEEDREG-FILE                                    00012010
            MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS              00012020
            MOVE 'FEEDREG-FILE REWRITE' TO WS-FILE-CHECK-NAME           00012030
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00012040
            PERFORM VARYING WS-FRC-SUB FROM 1 BY 1                      00012050
                UNTIL WS-FRC-SUB > WS-FRC-COUNT                         00012060
              MOVE WS-FRC-ENTRY(WS-FRC-SUB) TO FEEDREG-CARD             00012070
              WRITE FEEDREG-CARD                                        00012080
              MOVE WS-FEEDREG-STATUS TO WS-FILE-CHECK-STATUS            00012090
              MOVE 'FEEDREG-CARD WRITE' TO WS-FILE-CHECK-NAME           00012100
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00012110
            END-PERFORM                                                 00012120
            CLOSE FEEDREG-FILE.                                         00012130
                                                                        00012140
       5500-WRITE-LOG-PARA.                                             00012150
            OPEN EXTEND MAINT-LOG-FILE                                  00012160
            MOVE WS-MNTLOG-STATUS TO WS-FILE-CHECK-STATUS               00012170
            MOVE 'MAINT-LOG-FILE OPEN' TO WS-FILE-CHECK-NAME            00012180
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00012190
            PERFORM VARYING WS-LOG-SUB FROM 1 BY 1                      00012200
                UNTIL WS-LOG-SUB > WS-LOG-COUNT                         00012210
              MOVE WS-LOG-ENTRY(WS-LOG-SUB) TO MAINT-LOG-CARD           00012220
              WRITE MAINT-LOG-CARD                                      00012230
              MOVE WS-MNTLOG-STATUS TO WS-FILE-CHECK-STATUS             00012240
              MOVE 'MAINT-LOG-CARD WRITE' TO WS-FILE-CHECK-NAME         00012250
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00012260
              ADD 1 TO WS-LOG-WRITTEN                                   00012270
            END-PERFORM                                                 00012280
            CLOSE MAINT-LOG-FILE.                                       00012290
                                                                        00012300
       6000-LIST-TABLES-PARA.                                           00012310
      *    EVERY TABLE AS IT NOW STANDS ON FILE, EACH ENTRY PUT BACK    00012320
      *    THROUGH THE LOAD EDITS. AN ENTRY THAT FAILS THEM WAS NOT     00012330
      *    PUT THERE BY THIS PROGRAM - SOMEONE HAS EDITED THE DATASET   00012340
      *    BY HAND - AND THE NEXT PROGRAM TO LOAD IT WILL REFUSE IT.    00012350
            PERFORM 6100-LIST-ALLOCTAB-PARA                             00012360
            PERFORM 6200-LIST-HOLCAL-PARA                               00012370
            PERFORM 6300-LIST-PARMFILE-PARA                             00012380
            PERFORM 6400-LIST-FEEDREG-PARA.                             00012390
                                                                        00012400
       6100-LIST-ALLOCTAB-PARA.                                         00012410
            MOVE 'ALLOCTAB' TO WS-RPT-LIST-TABLE                        00012420
            PERFORM 6800-LIST-HEADING-PARA                              00012430
            MOVE WS-RPT-ALC-HEADING TO RPT-RECORD                       00012440
            PERFORM 4900-WRITE-LINE-PARA                                00012450
            PERFORM VARYING WS-ALC-SUB FROM 1 BY 1                      00012460
                UNTIL WS-ALC-SUB > WS-ALC-COUNT                         00012470
              MOVE WS-ALC-ENTRY(WS-ALC-SUB) TO ALC-RECORD               00012480
              MOVE SPACES TO WS-RPT-ALC-DETAIL                          00012490
              MOVE ALC-SOURCE-SYS TO WS-RPT-ALC-SOURCE                  00012500
              MOVE ALC-CURRENCY-CODE TO WS-RPT-ALC-CCY                  00012510
              MOVE ALC-RECORD(8:1) TO WS-RPT-ALC-SIDES                  00012520
              PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1                   00012530
                  UNTIL WS-SIDE-SUB > 4                                 00012540
                MOVE ALC-RECORD(WS-SIDE-SUB * 3 + 6:3)                  00012550
                    TO WS-RPT-ALC-PCT(WS-SIDE-SUB)                      00012560
              END-PERFORM                                               00012570
              MOVE WS-RPT-ALC-DETAIL TO RPT-RECORD                      00012580
              PERFORM 4900-WRITE-LINE-PARA                              00012590
              PERFORM 3150-EDIT-RULE-PARA                               00012600
              IF WS-EDIT-MSG NOT = SPACES                               00012610
                ADD 1 TO WS-ALC-ERRORS                                  00012620
                PERFORM 6900-LIST-ERROR-PARA                            00012630
              END-IF                                                    00012640
            END-PERFORM                                                 00012650
            MOVE WS-ALC-COUNT TO WS-RPT-COUNT-VALUE                     00012660
            MOVE WS-ALC-ERRORS TO WS-LIST-TABLE-ERRORS                  00012670
            PERFORM 6850-LIST-TOTALS-PARA.                              00012680
                                                                        00012690
       6200-LIST-HOLCAL-PARA.                                           00012700
            MOVE 'HOLCAL' TO WS-RPT-LIST-TABLE                          00012710
            PERFORM 6800-LIST-HEADING-PARA                              00012720
            MOVE WS-RPT-HOL-HEADING TO RPT-RECORD                       00012730
            PERFORM 4900-WRITE-LINE-PARA                                00012740
            PERFORM VARYING WS-HOL-SUB FROM 1 BY 1                      00012750
                UNTIL WS-HOL-SUB > WS-HOL-COUNT                         00012760
              MOVE WS-HOL-ENTRY(WS-HOL-SUB) TO WS-RPT-HOL-DATE          00012770
              MOVE WS-RPT-HOL-DETAIL TO RPT-RECORD                      00012780
              PERFORM 4900-WRITE-LINE-PARA                              00012790
              MOVE WS-HOL-ENTRY(WS-HOL-SUB) TO WS-CHK-DATE              00012800
              PERFORM 3250-EDIT-DATE-PARA                               00012810
              IF WS-EDIT-MSG NOT = SPACES                               00012820
                ADD 1 TO WS-HOL-ERRORS                                  00012830
                PERFORM 6900-LIST-ERROR-PARA                            00012840
              END-IF                                                    00012850
            END-PERFORM                                                 00012860
            MOVE WS-HOL-COUNT TO WS-RPT-COUNT-VALUE                     00012870
            MOVE WS-HOL-ERRORS TO WS-LIST-TABLE-ERRORS                  00012880
            PERFORM 6850-LIST-TOTALS-PARA.                              00012890
                                                                        00012900
       6300-LIST-PARMFILE-PARA.                                         00012910
      *    COMMENT CARDS ARE LISTED AS THEY STAND - THEY ARE OFTEN      00012920
      *    THE ONLY RECORD OF WHY A VALUE IS SET THE WAY IT IS.         00012930
            MOVE 'PARMFILE' TO WS-RPT-LIST-TABLE                        00012940
            PERFORM 6800-LIST-HEADING-PARA                              00012950
            MOVE WS-RPT-PRM-HEADING TO RPT-RECORD                       00012960
            PERFORM 4900-WRITE-LINE-PARA                                00012970
            PERFORM VARYING WS-PRM-SUB FROM 1 BY 1                      00012980
                UNTIL WS-PRM-SUB > WS-PRM-COUNT                         00012990
              MOVE WS-PRM-ENTRY(WS-PRM-SUB) TO PRM-RECORD               00013000
              MOVE PRM-RECORD TO RPT-RECORD                             00013010
              PERFORM 4900-WRITE-LINE-PARA                              00013020
              IF PRM-RECORD(1:1) NOT = '*' AND PRM-RECORD NOT = SPACES  00013030
                PERFORM 3350-EDIT-PARM-PARA                             00013040
                IF WS-EDIT-MSG NOT = SPACES                             00013050
                  ADD 1 TO WS-PRM-ERRORS                                00013060
                  PERFORM 6900-LIST-ERROR-PARA                          00013070
                END-IF                                                  00013080
              END-IF                                                    00013090
            END-PERFORM                                                 00013100
            MOVE WS-PRM-COUNT TO WS-RPT-COUNT-VALUE                     00013110
            MOVE WS-PRM-ERRORS TO WS-LIST-TABLE-ERRORS                  00013120
            PERFORM 6850-LIST-TOTALS-PARA.                              00013130
                                                                        00013140
       6400-LIST-FEEDREG-PARA.                                          00013150
      *    THE LOAD EDITS AS 0200 RUNS THEM, EXCEPT THAT A BAD CARD IS  00013160
      *    FLAGGED AND LEFT OUT OF FRG-TABLE INSTEAD OF STOPPING THE    00013170
      *    LISTING, SO EVERY CARD ON FILE IS SHOWN.                     00013180
            MOVE 'FEEDREG' TO WS-RPT-LIST-TABLE                         00013190
            PERFORM 6800-LIST-HEADING-PARA                              00013200
            MOVE WS-RPT-FRC-HEADING TO RPT-RECORD                       00013210
            PERFORM 4900-WRITE-LINE-PARA                                00013220
            MOVE ZERO TO FRG-COUNT                                      00013230
            MOVE ZERO TO FRG-ACTIVE-COUNT                               00013240
            MOVE LOW-VALUES TO FRG-LAST-SOURCE                          00013250
            PERFORM VARYING WS-FRC-SUB FROM 1 BY 1                      00013260
                UNTIL WS-FRC-SUB > WS-FRC-COUNT                         00013270
              MOVE WS-FRC-ENTRY(WS-FRC-SUB) TO FR-RECORD                00013280
              IF FR-RECORD(1:1) = '*' OR FR-RECORD = SPACES             00013290
                MOVE FR-RECORD TO RPT-RECORD                            00013300
                PERFORM 4900-WRITE-LINE-PARA                            00013310
              ELSE                                                      00013320
                MOVE FR-SOURCE-SYS TO WS-RPT-FRC-SOURCE                 00013330
                MOVE FR-INPUT-DD TO WS-RPT-FRC-INPUT-DD                 00013340
                MOVE FR-RETURN-DD TO WS-RPT-FRC-RETURN-DD               00013350
                MOVE FR-DEFAULT-CURRENCY TO WS-RPT-FRC-CCY              00013360
                MOVE FR-ACTIVE-FLAG TO WS-RPT-FRC-ACTIVE                00013370
                MOVE FR-OPTIONAL-FLAG TO WS-RPT-FRC-OPTIONAL            00013380
                MOVE FR-DESCRIPTION TO WS-RPT-FRC-DESCRIPTION           00013390
                MOVE WS-RPT-FRC-DETAIL TO RPT-RECORD                    00013400
                PERFORM 4900-WRITE-LINE-PARA                            00013410
                PERFORM 0210-EDIT-FEEDER-CARD-PARA                      00013420
                IF FRG-ERROR-MSG NOT = SPACES                           00013430
                  ADD 1 TO WS-FRC-ERRORS                                00013440
                  MOVE FRG-ERROR-MSG TO WS-EDIT-MSG                     00013450
                  PERFORM 6900-LIST-ERROR-PARA                          00013460
                ELSE                                                    00013470
                  PERFORM 0205-ADD-FEEDER-PARA                          00013480
                END-IF                                                  00013490
              END-IF                                                    00013500
            END-PERFORM                                                 00013510
            IF FRG-ACTIVE-COUNT = ZERO                                  00013520
              ADD 1 TO WS-FRC-ERRORS                                    00013530
              MOVE 'FEEDREG HAS NO ACTIVE FEEDER' TO WS-EDIT-MSG        00013540
              PERFORM 6900-LIST-ERROR-PARA                              00013550
            END-IF                                                      00013560
            MOVE WS-FRC-COUNT TO WS-RPT-COUNT-VALUE                     00013570
            MOVE WS-FRC-ERRORS TO WS-LIST-TABLE-ERRORS                  00013580
            PERFORM 6850-LIST-TOTALS-PARA.                              00013590
                                                                        00013600
       6800-LIST-HEADING-PARA.                                          00013610
            MOVE WS-RPT-BLANK-LINE TO RPT-RECORD                        00013620
            PERFORM 4900-WRITE-LINE-PARA                                00013630
            MOVE WS-RPT-LIST-TITLE TO RPT-RECORD                        00013640
            PERFORM 4900-WRITE-LINE-PARA.                               00013650
                                                                        00013660
       6850-LIST-TOTALS-PARA.                                           00013670
      *    RECORDS ON FILE ARRIVE IN WS-RPT-COUNT-VALUE, THE ENTRIES    00013680
      *    FAILING THE LOAD EDITS IN WS-LIST-TABLE-ERRORS.              00013690
            MOVE 'RECORDS ON FILE' TO WS-RPT-COUNT-LABEL                00013700
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00013710
            PERFORM 4900-WRITE-LINE-PARA                                00013720
            MOVE 'ENTRIES FAILING THE LOAD EDITS' TO WS-RPT-COUNT-LABEL 00013730
            MOVE WS-LIST-TABLE-ERRORS TO WS-RPT-COUNT-VALUE             00013740
            MOVE WS-RPT-COUNT-LINE TO RPT-RECORD                        00013750
            PERFORM 4900-WRITE-LINE-PARA.                               00013760
                                                                        00013770
       6900-LIST-ERROR-PARA.                                            00013780
            MOVE WS-EDIT-MSG TO WS-RPT-MSG                              00013790
            MOVE WS-RPT-MSG-LINE TO RPT-RECORD                          00013800
            PERFORM 4900-WRITE-LINE-PARA.                               00013810
                                                                        00013820
       9990-CHECK-FILE-STATUS-PARA.                                     00013830
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00013840
              DISPLAY 'PGM1TBM ABEND: ' WS-FILE-CHECK-NAME              00013850
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00013860
              MOVE 16 TO RETURN-CODE                                    00013870
              STOP RUN                                                  00013880
            END-IF.                                                     00013890
                                                                        00013900
       9995-CONTROL-ABEND-PARA.                                         00013910
      *    A TABLE ON FILE ALREADY LARGER THAN ITS LOADING PROGRAM      00013920
      *    TAKES, OR A DECK TOO BIG FOR ONE RUN. NOTHING HAS BEEN       00013930
      *    WRITTEN BACK WHEN THIS FIRES.                                00013940
            DISPLAY 'PGM1TBM ABEND: ' WS-CTL-ABEND-MSG                  00013950
            MOVE 20 TO RETURN-CODE                                      00013960
            STOP RUN.                                                   00013970
                                                                        00013980
       9997-MAINTENANCE-ALERT-PARA.                                     00013990
      *    SAME "PGM1 ALERT:" CONSOLE TAG AS PGM1'S OWN ALERTS. RC 8    00014000
      *    WHEN THE DECK WAS TURNED BACK, OR WHEN A TABLE ON FILE       00014010
      *    WOULD BE REFUSED BY THE PROGRAM THAT LOADS IT.               00014020
            IF WS-TXN-REJECTED > ZERO                                   00014030
              DISPLAY 'PGM1 ALERT: ' WS-TXN-REJECTED                    00014040
                  ' MNTIN TRANSACTION(S) REJECTED - NOTHING APPLIED'    00014050
                  ' - SEE MNTRPT'                                       00014060
              MOVE 8 TO RETURN-CODE                                     00014070
            END-IF                                                      00014080
            IF WS-ALC-ERRORS > ZERO                                     00014090
              DISPLAY 'PGM1 ALERT: ALLOCTAB ON FILE FAILS THE LOAD'     00014100
                  ' EDITS - PGM1 WILL REFUSE IT - SEE MNTRPT'           00014110
              MOVE 8 TO RETURN-CODE                                     00014120
            END-IF                                                      00014130
            IF WS-HOL-ERRORS > ZERO                                     00014140
              DISPLAY 'PGM1 ALERT: HOLCAL ON FILE HOLDS AN INVALID'     00014150
                  ' DATE - SEE MNTRPT'                                  00014160
              MOVE 8 TO RETURN-CODE                                     00014170
            END-IF                                                      00014180
            IF WS-PRM-ERRORS > ZERO                                     00014190
              DISPLAY 'PGM1 ALERT: PARMFILE ON FILE FAILS THE LOAD'     00014200
                  ' EDITS - PGM1/PGM1MRG WILL REFUSE IT - SEE MNTRPT'   00014210
              MOVE 8 TO RETURN-CODE                                     00014220
            END-IF                                                      00014230
            IF WS-FRC-ERRORS > ZERO                                     00014240
              DISPLAY 'PGM1 ALERT: FEEDREG ON FILE FAILS THE LOAD'      00014250
                  ' EDITS - PGM1MRG WILL REFUSE IT - SEE MNTRPT'        00014260
              MOVE 8 TO RETURN-CODE                                     00014270
            END-IF.                                                     00014280

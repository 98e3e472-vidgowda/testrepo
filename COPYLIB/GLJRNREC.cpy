      ***************************************************************** 00000010
      *  GLJRNREC - SHARED GL JOURNAL RECORD LAYOUT                   * 00000020
      *  THE BALANCED JOURNAL PGM1JNL BUILDS FROM ONE EXTROUT         * 00000030
      *  GENERATION FOR THE GL LOAD: A BATCH HEADER (BATCH ID AND     * 00000040
      *  RUN DATE), ONE DETAIL LINE PER POSTED SIDE OF EVERY MAPPED   * 00000050
      *  EXTROUT ROW - GL ACCOUNT, COST CENTER, DEBIT/CREDIT          * 00000060
      *  INDICATOR AND AN UNSIGNED BASE-CURRENCY AMOUNT - AND A       * 00000070
      *  TRAILER CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT     * 00000080
      *  TOTALS, WHICH MUST BE EQUAL. A NEGATIVE SIDE (A REVERSAL)    * 00000090
      *  POSTS TO THE OPPOSITE INDICATOR FOR ITS ABSOLUTE VALUE, SO   * 00000100
      *  AMOUNTS ARE NEVER SIGNED HERE. JRN-CURRENCY-CODE IS THE      * 00000110
      *  TRANSACTION'S ORIGINAL CURRENCY, CARRIED FOR REFERENCE ONLY -* 00000120
      *  EVERY AMOUNT IS ALREADY CONVERTED. PGM1JNL NEVER LEAVES AN   * 00000130
      *  UNBALANCED JOURNAL BEHIND, AND THE RELEASE STEP IN PGM1JOB   * 00000140
      *  ONLY COPIES A JOURNAL THAT PGM1JNL ENDED CLEANLY ON.         * 00000150
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000160
      *  WRITES A GL JOURNAL. THE LAYOUT IS PART OF THE INTERFACE     * 00000170
      *  CONTRACT WITH THE GL LOAD - CHANGES MUST BE COORDINATED WITH * 00000180
      *  IT.                                                          * 00000190
      ***************************************************************** 00000200
       01  JRN-RECORD.                                                  00000210
           05  JRN-RECORD-TYPE          PIC X(01).                      00000220
               88  JRN-TYPE-HEADER      VALUE 'H'.                      00000230
               88  JRN-TYPE-DETAIL      VALUE 'D'.                      00000240
               88  JRN-TYPE-TRAILER     VALUE 'T'.                      00000250
           05  JRN-TRAN-ID              PIC X(12).                      00000260
           05  JRN-SOURCE-SYS           PIC X(04).                      00000270
           05  JRN-SIDE-NUMBER          PIC 9(01).                      00000280
           05  JRN-GL-ACCOUNT           PIC X(10).                      00000290
           05  JRN-COST-CENTER          PIC X(06).                      00000300
           05  JRN-DR-CR-IND            PIC X(01).                      00000310
               88  JRN-DEBIT            VALUE 'D'.                      00000320
               88  JRN-CREDIT           VALUE 'C'.                      00000330
           05  JRN-AMOUNT               PIC 9(09)V99.                   00000340
           05  JRN-CURRENCY-CODE        PIC X(03).                      00000350
           05  FILLER                   PIC X(11).                      00000360
       01  JRN-HEADER-RECORD REDEFINES JRN-RECORD.                      00000370
           05  JRN-HDR-TYPE             PIC X(01).                      00000380
           05  JRN-HDR-BATCH-ID         PIC X(12).                      00000390
           05  JRN-HDR-RUN-DATE         PIC X(08).                      00000400
           05  JRN-HDR-CREATED          PIC X(14).                      00000410
           05  FILLER                   PIC X(25).                      00000420
       01  JRN-TRAILER-RECORD REDEFINES JRN-RECORD.                     00000430
           05  JRN-TRL-TYPE             PIC X(01).                      00000440
           05  JRN-TRL-LINE-COUNT       PIC 9(09).                      00000450
           05  JRN-TRL-DEBIT-TOTAL      PIC 9(11)V99.                   00000460
           05  JRN-TRL-CREDIT-TOTAL     PIC 9(11)V99.                   00000470
           05  JRN-TRL-ROW-COUNT        PIC 9(09).                      00000480
           05  FILLER                   PIC X(15).                      00000490

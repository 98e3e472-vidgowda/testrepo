      *  EVERY OTHER FEEDER'S IDENTIFIERS. (THE FEEDS CARRY NO NATIVE * 00000250
      *  KEY OF THEIR OWN, SO AN INSERT WITHIN A FEEDER STILL SHIFTS  * 00000260
      *  THAT FEEDER'S LATER IDS - THE BEST THE DATA SUPPORTS.)       * 00000270
      *  A REVERSAL RECORD ('R') CANCELS A DETAIL A FEEDER SENT ON AN * 00000271
      *  EARLIER NIGHT. IT NAMES THE ORIGINAL TRANSACTION BY ITS      * 00000272
      *  TR-TRAN-ID AND THE BUSINESS DATE (TR-HDR-RUN-DATE) OF THE    * 00000273
      *  TRANSIN IT ARRIVED IN - THE ORDINAL PART OF A TR-TRAN-ID     * 00000274
      *  REPEATS NIGHT AFTER NIGHT, SO THE ID ALONE DOES NOT NAME ONE * 00000275
      *  POSTING. ITS OWN TR-TRAN-ID IS ASSIGNED BY PGM1MRG LIKE ANY  * 00000276
      *  DETAIL'S. PGM1 LOOKS THE TARGET UP IN THE PSTHIST POSTING    * 00000277
      *  HISTORY (SEE PSTHREC COPY) AND POSTS THE NEGATED SIDES. A    * 00000278
      *  REVERSAL CARRIES NO AMOUNT: IT COUNTS IN THE HEADER/TRAILER  * 00000279
      *  COUNTS AND THE HASH TOTAL (DIGITS OF THE TR-AMOUNT-STR       * 00000280
      *  POSITIONS, AS FOR A DETAIL) BUT ADDS NOTHING TO THE TRAILER  * 00000281
      *  AMOUNT TOTAL.                                                * 00000282
      *  PGM1MRG SUPPLIES THE CENTURY OF TR-REV-TARGET-DATE FROM THE  * 00000283
      *  RUN DATE, AND LEAVES IT BLANK WHEN THE FEEDER'S YYMMDD IS    * 00000284
      *  NOT A REAL DATE - PGM1 REJECTS SUCH A REVERSAL R004.         * 00000285
      *  TR-PPA-FLAG 'Y' MARKS A DETAIL AS A PRIOR-PERIOD ADJUSTMENT: * 00000286
      *  PGM1 POSTS IT EVEN THOUGH ITS DATE FALLS IN A PERIOD         * 00000287
      *  MONTH-END CLOSE HAS LOCKED (SEE PLOKREC), AND AUDITS IT FOR  * 00000288
      *  THE PGM1PPA REPORT. AN UNFLAGGED DETAIL DATED IN A CLOSED    * 00000289
      *  PERIOD IS REJECTED R007. THE FEEDS CARRY NO SUCH FLAG -      * 00000290
      *  PGM1MRG ALWAYS LEAVES IT BLANK; ONLY PGM1COR SETS IT, FROM   * 00000291
      *  THE CORRECTION UPLOAD'S CORR-PPA-FLAG.                       * 00000292
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000293
      *  WRITES TRANSIN.                                              * 00000294
      ***************************************************************** 00000300
       01  TR-RECORD.                                                   00000310
           05  TR-RECORD-TYPE           PIC X(01).                      00000320
               88  TR-TYPE-HEADER       VALUE 'H'.                      00000330
               88  TR-TYPE-DETAIL       VALUE 'D'.                      00000340
               88  TR-TYPE-TRAILER      VALUE 'T'.                      00000350
               88  TR-TYPE-REVERSAL     VALUE 'R'.                      00000351
           05  TR-SOURCE-SYS            PIC X(04).                      00000360
           05  TR-AMOUNT-STR            PIC X(15).                      00000370
           05  TR-CURRENCY-CODE         PIC X(03).                      00000380
           05  TR-TRAN-ID.                                              00000390
               10  TR-TID-SOURCE        PIC X(04).                      00000400
               10  TR-TID-SEQ           PIC 9(08).                      00000410
           05  TR-PPA-FLAG              PIC X(01).                      00000411
               88  TR-PRIOR-PERIOD-ADJ  VALUE 'Y'.                      00000412
           05  FILLER                   PIC X(06).                      00000413
       01  TR-HEADER-RECORD REDEFINES TR-RECORD.                        00000430
           05  TR-HDR-TYPE              PIC X(01).                      00000440
           05  TR-HDR-RUN-DATE          PIC X(08).                      00000450
           05  TR-TRL-AMOUNT-TOTAL      PIC S9(09)V99.                  00000510
           05  TR-TRL-HASH-TOTAL        PIC 9(09).                      00000520
           05  FILLER                   PIC X(12).                      00000530
       01  TR-REVERSAL-RECORD REDEFINES TR-RECORD.                      00000531
           05  TR-REV-TYPE              PIC X(01).                      00000532
           05  TR-REV-TARGET-TRAN-ID.                                   00000533
               10  TR-REV-TARGET-SOURCE PIC X(04).                      00000534
               10  TR-REV-TARGET-SEQ    PIC X(08).                      00000535
           05  TR-REV-TARGET-DATE       PIC X(08).                      00000536
           05  FILLER                   PIC X(21).                      00000537

      ***************************************************************** 00000010
      *  PSTHREC - SHARED POSTING HISTORY (PSTHIST) RECORD LAYOUT     * 00000020
      *  ONE RECORD PER EXTROUT ROW PGM1 HAS EVER WRITTEN, HELD IN    * 00000030
      *  THE PSTHIST VSAM KSDS (DEFINED ONE TIME BY PGM1SETUP.JCL,    * 00000040
      *  SAME AS PRIOREXT/REJMSTR) AND NEVER ROLLED OFF. PRIOREXT     * 00000050
      *  ONLY KEEPS THE LAST AMOUNT PER TRANSACTION AND THE EXTROUT   * 00000060
      *  GDG SCRATCHES ITS OLDEST GENERATIONS, SO NEITHER CAN SAY     * 00000070
      *  WHAT WAS POSTED FOR A TRANSACTION ON A GIVEN NIGHT - THIS    * 00000080
      *  CAN. KEYED BY THE STABLE TRANSACTION IDENTIFIER PLUS THE     * 00000090
      *  BUSINESS DATE OF THE NIGHT THE TRANSACTION ARRIVED IN - THE  * 00000100
      *  RUN'S OWN TR-HDR-RUN-DATE, EXCEPT THAT A RELEASED HELD ITEM  * 00000110
      *  IS RECORDED UNDER THE NIGHT IT WAS HELD AND A CORRECTION     * 00000120
      *  UNDER THE NIGHT ITS REJECT WAS OPENED. THAT IS ALSO THE DATE * 00000130
      *  THE MONTH-END PERIOD LOCK TESTS, SO PGM1MEC ROLLS THIS FILE  * 00000140
      *  UP BY PH-BUS-DATE. THE KEY DATE IS NEEDED SINCE THE SAME     * 00000150
      *  TR-TRAN-ID RECURS EVERY NIGHT. A TRANSIN REVERSAL RECORD     * 00000160
      *  (SEE TRANREC COPY) IS CHECKED AGAINST THIS FILE: PGM1 POSTS  * 00000170
      *  THE NEGATION OF EXACTLY THE SIDES RECORDED HERE AND MARKS    * 00000180
      *  THE ENTRY REVERSED, NAMING THE REVERSAL THAT CANCELLED IT,   * 00000190
      *  SO IT CANNOT BE REVERSED TWICE. REVERSAL ROWS ARE RECORDED   * 00000200
      *  TOO (PH-CHANGE-FLAG 'R') BUT ARE NOT THEMSELVES REVERSIBLE.  * 00000210
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000220
      *  WRITES PSTHIST.                                              * 00000230
      ***************************************************************** 00000240
       01  PH-RECORD.                                                   00000250
           05  PH-KEY.                                                  00000260
               10  PH-TRAN-ID           PIC X(12).                      00000270
               10  PH-BUS-DATE          PIC X(08).                      00000280
           05  PH-EXT-RUN-DATE          PIC X(08).                      00000290
           05  PH-CHANGE-FLAG           PIC X(01).                      00000300
           05  PH-CURRENCY-CODE         PIC X(03).                      00000310
           05  PH-ORIGINAL-AMOUNT       PIC S9(09)V99.                  00000320
           05  PH-AMOUNT                PIC S9(09)V99.                  00000330
           05  PH-SIDE-COUNT            PIC 9(01).                      00000340
           05  PH-AMOUNT-SIDE           PIC S9(09)V99 OCCURS 4 TIMES.   00000350
           05  PH-REVERSED-SW           PIC X(01).                      00000360
               88  PH-REVERSED          VALUE 'Y'.                      00000370
               88  PH-NOT-REVERSED      VALUE 'N'.                      00000380
           05  PH-REV-TRAN-ID           PIC X(12).                      00000390
           05  PH-REV-BUS-DATE          PIC X(08).                      00000400

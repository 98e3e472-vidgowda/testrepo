      ***************************************************************** 00000010
      *  PLOKREC - SHARED PERIOD LOCK (PERLOCK) RECORD LAYOUT         * 00000020
      *  ONE RECORD PER ACCOUNTING PERIOD (CALENDAR MONTH, YYYYMM)    * 00000030
      *  THAT PGM1MEC'S MONTH-END CLOSE HAS CLOSED, APPENDED IN CLOSE * 00000040
      *  ORDER. THE HIGHEST PERIOD WITH STATUS 'C' IS THE LOCK: PGM1  * 00000050
      *  AND PGM1COR REFUSE TO POST ANY ITEM DATED IN THAT PERIOD OR  * 00000060
      *  EARLIER UNLESS IT CARRIES THE PRIOR-PERIOD-ADJUSTMENT FLAG   * 00000070
      *  (TR-PPA-FLAG ON TRANSIN, CORR-PPA-FLAG ON THE CORRECTION     * 00000080
      *  UPLOAD, RL-PPA-FLAG ON A RELFILE CARD). AN EMPTY PERLOCK     * 00000090
      *  MEANS NO PERIOD HAS BEEN CLOSED YET.                         * 00000100
      *  TO REOPEN THE LATEST CLOSED PERIOD OPS EDITS ITS PL-STATUS TO* 00000110
      *  'O'; THE NEXT PGM1MEC CLOSE OF THAT PERIOD APPENDS A FRESH   * 00000120
      *  'C' RECORD. PL-EXTR-TOTAL AND PL-SUMH-TOTAL ARE THE TWO      * 00000130
      *  SIDES OF THE CLOSE'S RECONCILIATION: THE CONVERTED PSTHIST   * 00000140
      *  ROWS POSTED ON EVERY DAY THAT POSTED A ROW DATED IN THE      * 00000150
      *  PERIOD, AGAINST THOSE DAYS' SUMHIST AMOUNT TOTALS. PL-FORCED * 00000160
      *  'Y' MEANS THE PERIOD WAS CLOSED OVER A DIFFERENCE ON OPS'    * 00000170
      *  INSTRUCTION (PGM1MEC PARM ',F').                             * 00000180
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000190
      *  WRITES PERLOCK.                                              * 00000200
      ***************************************************************** 00000210
       01  PL-RECORD.                                                   00000220
           05  PL-PERIOD                PIC X(06).                      00000230
           05  PL-STATUS                PIC X(01).                      00000240
               88  PL-STATUS-CLOSED     VALUE 'C'.                      00000250
               88  PL-STATUS-REOPENED   VALUE 'O'.                      00000260
           05  PL-CLOSE-DATE            PIC X(08).                      00000270
           05  PL-CLOSE-TIME            PIC X(06).                      00000280
           05  PL-EXTR-TOTAL            PIC S9(11)V99.                  00000290
           05  PL-SUMH-TOTAL            PIC S9(11)V99.                  00000300
           05  PL-FORCED-SW             PIC X(01).                      00000310
               88  PL-FORCED            VALUE 'Y'.                      00000320
           05  FILLER                   PIC X(12).                      00000330

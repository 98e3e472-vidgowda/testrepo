      ***************************************************************** 00000010
      *  PSUMREC - SHARED PERIOD SUMMARY (PERSUM) RECORD LAYOUT       * 00000020
      *  ONE RECORD PER SOURCE SYSTEM, CURRENCY AND ALLOCATION SIDE   * 00000030
      *  FOR EACH PERIOD PGM1MEC CLOSES, ROLLED UP FROM EVERY PSTHIST * 00000040
      *  ROW (SEE PSTHREC) DATED IN THAT MONTH - THE SAME DATE THE    * 00000050
      *  PERIOD LOCK TESTS - CONVERTED, REVERSAL AND RELEASE ROWS     * 00000060
      *  ALIKE, AND APPENDED ONLY ONCE THE PERIOD IS LOCKED. PS-SIDE  * 00000070
      *  1-4 CARRY THE ALLOCATION SIDES (PH-AMOUNT-SIDE 1-4); PS-SIDE * 00000080
      *  0 CARRIES THE ROWS' OWN AMOUNT - THE SAME CLEARING LINE      * 00000090
      *  PGM1JNL BALANCES THE SIDES AGAINST - SO FOR EACH SOURCE AND  * 00000100
      *  CURRENCY THE SIDE 1-4 AMOUNTS ADD UP TO THE SIDE 0 AMOUNT.   * 00000110
      *  PS-ROW-COUNT IS THE NUMBER OF POSTED ROWS THAT CONTRIBUTED   * 00000120
      *  TO THE LINE.                                                 * 00000130
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000140
      *  WRITES PERSUM.                                               * 00000150
      ***************************************************************** 00000160
       01  PS-RECORD.                                                   00000170
           05  PS-PERIOD                PIC X(06).                      00000180
           05  PS-SOURCE-SYS            PIC X(04).                      00000190
           05  PS-CURRENCY-CODE         PIC X(03).                      00000200
           05  PS-SIDE                  PIC 9(01).                      00000210
           05  PS-ROW-COUNT             PIC 9(09).                      00000220
           05  PS-AMOUNT                PIC S9(11)V99.                  00000230
           05  PS-CLOSE-DATE            PIC X(08).                      00000240
           05  FILLER                   PIC X(16).                      00000250

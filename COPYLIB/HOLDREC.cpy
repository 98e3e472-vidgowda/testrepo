      ***************************************************************** 00000010
      *  HOLDREC - SHARED LARGE-VALUE HOLD QUEUE (HOLDQ) LAYOUT       * 00000020
      *  ONE ITEM PER CONVERTED DETAIL PGM1 PARKED BECAUSE ITS        * 00000030
      *  AMOUNT EXCEEDED ITS HOLDTAB THRESHOLD (SEE HLDTREC), HELD IN * 00000040
      *  THE HOLDQ VSAM KSDS (DEFINED ONE TIME BY PGM1SETUP.JCL, SAME * 00000050
      *  AS PSTHIST) AND NEVER ROLLED OFF - A DECIDED ITEM KEEPS ITS  * 00000060
      *  DECISION, DATE AND ANALYST AS THE APPROVAL RECORD. KEYED BY  * 00000070
      *  THE STABLE TRANSACTION IDENTIFIER, THE BUSINESS DATE OF THE  * 00000080
      *  RUN THAT HELD IT AND THE STREAM THAT HELD IT ('N' NIGHTLY,   * 00000090
      *  'C' A PGM1CORR CORRECTION RUN, WHOSE HEADER CAN CARRY THE    * 00000100
      *  SAME DATE). THE ITEM CARRIES EVERYTHING NEEDED TO POST IT    * 00000110
      *  LATER WITHOUT RE-CONVERTING OR RE-SPLITTING: THE CONVERTED   * 00000120
      *  AMOUNT AND SIDES AS THEY STOOD THE NIGHT IT WAS HELD, PLUS   * 00000130
      *  THE FEEDER'S ORIGINAL STRING FOR REJOUT IF IT IS DECLINED.   * 00000140
      *  STATUS 'P' PENDING UNTIL A RELFILE CARD (SEE RELREC) MOVES   * 00000150
      *  IT TO 'A' RELEASED (POSTED TO EXTROUT) OR 'D' DECLINED       * 00000160
      *  (REJECTED R006). PGM1HLD AGES WHATEVER IS STILL PENDING.     * 00000170
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000180
      *  WRITES HOLDQ.                                                * 00000190
      ***************************************************************** 00000200
       01  HQ-RECORD.                                                   00000210
           05  HQ-KEY.                                                  00000220
               10  HQ-TRAN-ID           PIC X(12).                      00000230
               10  HQ-HOLD-DATE         PIC X(08).                      00000240
               10  HQ-HOLD-STREAM       PIC X(01).                      00000250
                   88  HQ-STREAM-NIGHTLY    VALUE 'N'.                  00000260
                   88  HQ-STREAM-CORRECTION VALUE 'C'.                  00000270
           05  HQ-STATUS                PIC X(01).                      00000280
               88  HQ-STATUS-PENDING    VALUE 'P'.                      00000290
               88  HQ-STATUS-RELEASED   VALUE 'A'.                      00000300
               88  HQ-STATUS-DECLINED   VALUE 'D'.                      00000310
           05  HQ-SOURCE-SYS            PIC X(04).                      00000320
           05  HQ-CURRENCY-CODE         PIC X(03).                      00000330
           05  HQ-ORIGINAL-STRING       PIC X(15).                      00000340
           05  HQ-ORIGINAL-AMOUNT       PIC S9(09)V99.                  00000350
           05  HQ-AMOUNT                PIC S9(09)V99.                  00000360
           05  HQ-THRESHOLD             PIC 9(09)V99.                   00000370
           05  HQ-SIDE-COUNT            PIC 9(01).                      00000380
           05  HQ-AMOUNT-SIDE           PIC S9(09)V99 OCCURS 4 TIMES.   00000390
           05  HQ-DECISION-DATE         PIC X(08).                      00000400
           05  HQ-ANALYST-ID            PIC X(08).                      00000410
           05  FILLER                   PIC X(12).                      00000420

      ***************************************************************** 00000010
      *  MNTREC - REFERENCE TABLE MAINTENANCE TRANSACTION CARD        * 00000020
      *  ONE 80-BYTE CARD PER CHANGE IN THE MNTIN DECK PGM1TBM        * 00000030
      *  APPLIES TO ALLOCTAB, HOLCAL, PARMFILE AND FEEDREG. A '*' IN  * 00000040
      *  COLUMN 1 IS A COMMENT CARD; BLANK CARDS ARE IGNORED.         * 00000050
      *    MNT-TABLE            'ALLOCTAB', 'HOLCAL', 'PARMFILE' OR   * 00000060
      *                         'FEEDREG'                             * 00000070
      *    MNT-ACTION           'A' ADD, 'C' CHANGE, 'D' DELETE       * 00000080
      *    MNT-ANALYST-ID       WHO IS MAKING THE CHANGE - REQUIRED,  * 00000090
      *                         CARRIED TO THE MNTLOG CHANGE LOG      * 00000100
      *    MNT-DATA             THE RECORD AS IT IS TO STAND, IN THE  * 00000110
      *                         TABLE'S OWN LAYOUT FROM COLUMN 18 -   * 00000120
      *                         ALLOCREC (30 BYTES), HOL-DATE (8),    * 00000130
      *                         PRM-KEYWORD/PRM-VALUE (35) OR FDRGREC * 00000140
      *                         THROUGH FR-DESCRIPTION (55)           * 00000150
      *  THE KEY IS TAKEN FROM MNT-DATA - SOURCE AND CURRENCY FOR     * 00000160
      *  ALLOCTAB, THE DATE FOR HOLCAL, THE KEYWORD FOR PARMFILE, THE * 00000170
      *  SOURCE SYSTEM FOR FEEDREG. A DELETE NEEDS ONLY THE KEY. A    * 00000180
      *  HOLCAL CHANGE MOVES A HOLIDAY: THE DATE ON FILE IN MNT-DATA  * 00000190
      *  AND THE DATE IT MOVES TO IN MNT-HOL-NEW-DATE.                * 00000200
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS    * 00000210
      *  MNTIN.                                                       * 00000220
      ***************************************************************** 00000230
       01  MNT-RECORD.                                                  00000240
           05  MNT-TABLE                PIC X(08).                      00000250
               88  MNT-FOR-ALLOCTAB     VALUE 'ALLOCTAB'.               00000260
               88  MNT-FOR-HOLCAL       VALUE 'HOLCAL'.                 00000270
               88  MNT-FOR-PARMFILE     VALUE 'PARMFILE'.               00000280
               88  MNT-FOR-FEEDREG      VALUE 'FEEDREG'.                00000290
           05  MNT-ACTION               PIC X(01).                      00000300
               88  MNT-ADD              VALUE 'A'.                      00000310
               88  MNT-CHANGE           VALUE 'C'.                      00000320
               88  MNT-DELETE           VALUE 'D'.                      00000330
           05  MNT-ANALYST-ID           PIC X(08).                      00000340
           05  MNT-DATA                 PIC X(63).                      00000350
           05  MNT-HOL-VIEW REDEFINES MNT-DATA.                         00000360
               10  MNT-HOL-DATE         PIC X(08).                      00000370
               10  MNT-HOL-NEW-DATE     PIC X(08).                      00000380
               10  FILLER               PIC X(47).                      00000390

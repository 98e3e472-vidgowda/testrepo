      ***************************************************************** 00000010
      *  MLOGREC - REFERENCE TABLE CHANGE LOG RECORD LAYOUT           * 00000020
      *  ONE RECORD PER CHANGE PGM1TBM HAS APPLIED TO ALLOCTAB,       * 00000030
      *  HOLCAL, PARMFILE OR FEEDREG, APPENDED TO THE MNTLOG DATASET  * 00000040
      *  AND NEVER REBUILT, SO IT IS THE AUDIT TRAIL OF WHO CHANGED   * 00000050
      *  WHICH TABLE ENTRY, WHEN, AND FROM WHAT TO WHAT.              * 00000060
      *    ML-TIMESTAMP         YYYYMMDDHHMMSS THE RUN STARTED        * 00000070
      *    ML-ANALYST-ID        MNT-ANALYST-ID FROM THE TRANSACTION   * 00000080
      *    ML-TABLE/ML-ACTION   AS ON THE TRANSACTION (SEE MNTREC)    * 00000090
      *    ML-KEY               THE ENTRY'S KEY - SOURCE AND CURRENCY,* 00000100
      *                         DATE, KEYWORD OR SOURCE SYSTEM        * 00000110
      *    ML-BEFORE-IMAGE      THE RECORD AS IT STOOD - SPACES ON    * 00000120
      *                         AN ADD                                * 00000130
      *    ML-AFTER-IMAGE       THE RECORD AS IT NOW STANDS -         * 00000140
      *                         SPACES ON A DELETE                    * 00000150
      *  NOTHING IS LOGGED FOR A RUN THAT APPLIED NOTHING.            * 00000160
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000170
      *  WRITES MNTLOG.                                               * 00000180
      ***************************************************************** 00000190
       01  ML-RECORD.                                                   00000200
           05  ML-TIMESTAMP             PIC X(14).                      00000210
           05  ML-ANALYST-ID            PIC X(08).                      00000220
           05  ML-TABLE                 PIC X(08).                      00000230
           05  ML-ACTION                PIC X(01).                      00000240
           05  ML-KEY                   PIC X(20).                      00000250
           05  ML-BEFORE-IMAGE          PIC X(55).                      00000260
           05  ML-AFTER-IMAGE           PIC X(55).                      00000270

      ***************************************************************** 00000010
      *  RHSTREC - SHARED EXCHANGE-RATE HISTORY (RATEHIST) LAYOUT     * 00000020
      *  ONE ENTRY PER CURRENCY PER RATE EFFECTIVE DATE, WRITTEN BY   * 00000030
      *  PGM1 FROM EVERY RATEFEED IT LOADS (SEE 1470-WRITE-RATE-      * 00000040
      *  HISTORY-PARA) AND NEVER ROLLED OFF, SO THE RATE IN FORCE ON  * 00000050
      *  ANY PAST BUSINESS DATE CAN BE RECOVERED. HELD IN THE         * 00000060
      *  RATEHIST VSAM KSDS (DEFINED ONE TIME BY PGM1SETUP.JCL, SAME  * 00000070
      *  AS PSTHIST), KEYED BY CURRENCY THEN EFFECTIVE DATE (YYYYMMDD)* 00000080
      *  SO A START ON CURRENCY + DATE READS ONE CURRENCY'S RATES IN  * 00000090
      *  DATE ORDER. RH-RATE IS ON THE SAME SCALE AS RTF-RATE (SEE    * 00000100
      *  RATEREC). A FEED RE-LOADED FOR THE SAME DATE REPLACES THE    * 00000110
      *  ENTRY, AND RH-LOAD-DATE RECORDS THE BUSINESS DATE OF THE RUN * 00000120
      *  THAT LAST STORED IT. A PGM1CORR CORRECTION RUN CONVERTS EACH * 00000130
      *  DETAIL AT THE RATE IN FORCE ON ITS ORIGINAL BUSINESS DATE    * 00000140
      *  FROM HERE - SEE PGM1'S 3080-LOOKUP-ASOF-RATE-PARA.           * 00000150
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000160
      *  WRITES RATEHIST.                                             * 00000170
      ***************************************************************** 00000180
       01  RH-RECORD.                                                   00000190
           05  RH-KEY.                                                  00000200
               10  RH-CURRENCY-CODE     PIC X(03).                      00000210
               10  RH-EFFECTIVE-DATE    PIC X(08).                      00000220
           05  RH-RATE                  PIC 9(03)V9(06).                00000230
           05  RH-LOAD-DATE             PIC X(08).                      00000240
           05  FILLER                   PIC X(12).                      00000250

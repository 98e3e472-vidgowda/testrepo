      ***************************************************************** 00000010
      *  GLMAPREC - SHARED GL CHART-OF-ACCOUNTS MAPPING RECORD LAYOUT * 00000020
      *  ONE RECORD PER (SOURCE SYSTEM, CURRENCY, SIDE NUMBER) IN THE * 00000030
      *  OPS-MAINTAINED GLMAP DATASET, NAMING THE GL ACCOUNT AND COST * 00000040
      *  CENTER THAT ONE POSTING SIDE OF AN EXTROUT ROW LANDS IN.     * 00000050
      *  SIDE NUMBERS 1-4 ARE THE EXT-AMOUNT-SIDE-N ALLOCATION SIDES  * 00000060
      *  (DEBITED WHEN POSITIVE); SIDE 0 IS THE OFFSETTING CLEARING   * 00000070
      *  LINE THAT TAKES THE WHOLE EXT-AMOUNT (CREDITED WHEN          * 00000080
      *  POSITIVE), SO EVERY ROW JOURNALS TO ZERO. SPACES IN          * 00000090
      *  GLM-CURRENCY-CODE MATCH ANY CURRENCY FOR THAT SOURCE AND     * 00000100
      *  SIDE - AN EXACT CURRENCY ENTRY WINS OVER THE WILDCARD. A ROW * 00000110
      *  ANY OF WHOSE SIDES HAS NO ENTRY IS NOT JOURNALED AT ALL - IT * 00000120
      *  GOES TO PGM1JNL'S EXCEPTION LIST INSTEAD.                    * 00000130
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000140
      *  WRITES GLMAP.                                                * 00000150
      ***************************************************************** 00000160
       01  GLM-RECORD.                                                  00000170
           05  GLM-SOURCE-SYS           PIC X(04).                      00000180
           05  GLM-CURRENCY-CODE        PIC X(03).                      00000190
           05  GLM-SIDE-NUMBER          PIC 9(01).                      00000200
           05  GLM-GL-ACCOUNT           PIC X(10).                      00000210
           05  GLM-COST-CENTER          PIC X(06).                      00000220
           05  FILLER                   PIC X(06).                      00000230

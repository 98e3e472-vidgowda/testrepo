      ***************************************************************** 00000010
      *  HLDTREC - SHARED LARGE-VALUE HOLD THRESHOLD RECORD LAYOUT    * 00000020
      *  ONE THRESHOLD PER RECORD IN THE OPS-MAINTAINED HOLDTAB       * 00000030
      *  DATASET, KEYED BY SOURCE SYSTEM AND CURRENCY CODE WITH THE   * 00000040
      *  SAME SPACES-MATCH-ANYTHING WILDCARDS AND FOUR-LEVEL FALLBACK * 00000050
      *  AS ALLOCTAB (SEE ALLOCREC). HT-THRESHOLD IS IN CONVERTED     * 00000060
      *  (POSTING) UNITS - A DETAIL WHOSE CONVERTED AMOUNT, EITHER    * 00000070
      *  SIGN, EXCEEDS IT IS PARKED IN THE HOLDQ APPROVAL QUEUE (SEE  * 00000080
      *  HOLDREC) INSTEAD OF GOING TO EXTROUT. A ZERO OR NON-NUMERIC  * 00000090
      *  THRESHOLD IS REFUSED AT LOAD TIME. NO MATCHING RECORD MEANS  * 00000100
      *  NO HOLD, SO AN EMPTY HOLDTAB POSTS EVERYTHING AS BEFORE.     * 00000110
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000120
      *  WRITES HOLDTAB.                                              * 00000130
      ***************************************************************** 00000140
       01  HT-RECORD.                                                   00000150
           05  HT-SOURCE-SYS            PIC X(04).                      00000160
           05  HT-CURRENCY-CODE         PIC X(03).                      00000170
           05  HT-THRESHOLD             PIC 9(09)V99.                   00000180
           05  FILLER                   PIC X(12).                      00000190

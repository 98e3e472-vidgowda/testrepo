      *  WHOSE RECORDS WENT MISSING BETWEEN MERGE AND CONVERSION IS   * 00000080
      *  FLAGGED BY NAME. REBUILT IN FULL EVERY NIGHT (OPEN OUTPUT    * 00000090
      *  AGAINST A PRE-ALLOCATED DATASET, SAME AS TRANSIN ITSELF).    * 00000100
      *  EACH RECORD IS ALSO APPENDED TO SRCHIST, THE NEVER-REBUILT   * 00000101
      *  HISTORY PGM1RTR READS FOR EACH FEEDER'S MONTHLY MERGED       * 00000102
      *  COUNTS.                                                      * 00000103
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000110
      *  WRITES SRCCTL.                                               * 00000120
      ***************************************************************** 00000130

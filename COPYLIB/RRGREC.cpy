      ***************************************************************** 00000010
      *  RRGREC - SHARED RUN REGISTER RECORD LAYOUT                   * 00000020
      *  ONE RECORD PER NIGHTLY STEP PER BUSINESS DATE, RECORDING WHEN* 00000030
      *  THE STEP STARTED, WHETHER IT FINISHED CLEANLY AND WITH WHAT  * 00000040
      *  RETURN CODE, SO A RERUN OF A NIGHT THAT BROKE PART WAY SKIPS * 00000050
      *  THE STEPS THAT ALREADY COMPLETED INSTEAD OF REPEATING THEM   * 00000060
      *  (PGM1MRG WOULD REFUSE THE SAME FEEDS AS DUPLICATES, PGM1 THE * 00000070
      *  SAME TRANSIN AS A REPEATED DAY). PLUS ONE RR-PROGRAM 'CYCLE' * 00000080
      *  RECORD PER NIGHT, WRITTEN BY PGM1GLCK AS THE FIRST STEP, THAT* 00000090
      *  NAMES THE BUSINESS DATE THE NIGHT IS RUNNING FOR - THE       * 00000100
      *  HIGHEST CYCLE DATE ON FILE IS TONIGHT'S, AND IT IS MARKED    * 00000110
      *  COMPLETE ONCE ALL EIGHT REGISTERED STEPS ARE (SEE RRGTAB).   * 00000120
      *  RR-STATUS: 'S'=STARTED (STILL RUNNING, OR ABENDED OUTRIGHT)  * 00000130
      *  'C'=COMPLETE (ANY RC BELOW 16) 'F'=FAILED (RC 16/20).        * 00000140
      *  RR-RUN-COUNT COUNTS THE STARTS, SO A RERUN SHOWS AS 2 OR     * 00000150
      *  MORE. SEQUENTIAL, READ IN FULL AND REWRITTEN IN FULL BY EACH * 00000160
      *  STEP (SAME PATTERN AS SUMHIST); ENTRIES OLDER THAN RRG-      * 00000170
      *  RETAIN-DAYS ARE DROPPED ON THE WAY THROUGH. OPS MAY EDIT A   * 00000180
      *  STEP'S RECORD BACK TO 'F' TO FORCE THAT STEP TO RUN AGAIN ON * 00000190
      *  A RERUN.                                                     * 00000200
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000210
      *  WRITES RUNREG.                                               * 00000220
      ***************************************************************** 00000230
       01  RR-RECORD.                                                   00000240
           05  RR-BUS-DATE              PIC X(08).                      00000250
           05  RR-PROGRAM               PIC X(08).                      00000260
               88  RR-CYCLE-RECORD      VALUE 'CYCLE'.                  00000270
           05  RR-STATUS                PIC X(01).                      00000280
               88  RR-STARTED           VALUE 'S'.                      00000290
               88  RR-COMPLETE          VALUE 'C'.                      00000300
               88  RR-FAILED            VALUE 'F'.                      00000310
           05  RR-RETURN-CODE           PIC 9(03).                      00000320
           05  RR-START-STAMP           PIC X(14).                      00000330
           05  RR-END-STAMP             PIC X(14).                      00000340
           05  RR-RUN-COUNT             PIC 9(03).                      00000350
           05  FILLER                   PIC X(09).                      00000360

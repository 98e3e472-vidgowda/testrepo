      ***************************************************************** 00000010
      *  RRGTAB - SHARED RUN REGISTER WORKING TABLE                   * 00000020
      *  THE WHOLE OF RUNREG (SEE RRGREC) HELD IN STORAGE WHILE A STEP* 00000030
      *  UPDATES ITS OWN ENTRY, PLUS THE WORK FIELDS THE REGISTER     * 00000040
      *  PARAGRAPHS SHARE. RRG-ENTRY MIRRORS RR-RECORD WITHOUT ITS    * 00000050
      *  TRAILING FILLER, SO A RECORD AND AN ENTRY MOVE ACROSS WHOLE. * 00000060
      *  RRG-MAX COVERS RRG-RETAIN-DAYS NIGHTS OF NINE RECORDS EACH   * 00000070
      *  (THE CYCLE RECORD AND THE EIGHT STEPS) WITH ROOM TO SPARE.   * 00000080
      *  RRG-STEP-NAMES LISTS THE EIGHT REGISTERED STEPS OF PGM1JOB IN* 00000090
      *  RUN ORDER - A NIGHT IS COMPLETE WHEN EVERY ONE OF THEM IS.   * 00000100
      *  COPY THIS INTO WORKING-STORAGE OF ANY PROGRAM THAT COPIES    * 00000110
      *  RRGREC.                                                      * 00000120
      ***************************************************************** 00000130
       01  RRG-TABLE.                                                   00000140
           05  RRG-ENTRY OCCURS 900 TIMES.                              00000150
               10  RRG-BUS-DATE         PIC X(08).                      00000160
               10  RRG-PROGRAM          PIC X(08).                      00000170
               10  RRG-STATUS           PIC X(01).                      00000180
                   88  RRG-STARTED      VALUE 'S'.                      00000190
                   88  RRG-COMPLETE     VALUE 'C'.                      00000200
                   88  RRG-FAILED       VALUE 'F'.                      00000210
               10  RRG-RETURN-CODE      PIC 9(03).                      00000220
               10  RRG-START-STAMP      PIC X(14).                      00000230
               10  RRG-END-STAMP        PIC X(14).                      00000240
               10  RRG-RUN-COUNT        PIC 9(03).                      00000250
       01  RRG-MAX                      PIC 9(03) VALUE 900.            00000260
       01  RRG-COUNT                    PIC 9(03) VALUE ZERO.           00000270
       01  RRG-RETAIN-DAYS              PIC 9(03) VALUE 090.            00000280
       01  RRG-STEP-NAMES.                                              00000290
           05  FILLER                   PIC X(08) VALUE 'PGM1GLCK'.     00000300
           05  FILLER                   PIC X(08) VALUE 'PGM1MRG '.     00000310
           05  FILLER                   PIC X(08) VALUE 'PGM1    '.     00000320
           05  FILLER                   PIC X(08) VALUE 'PGM1FDR '.     00000330
           05  FILLER                   PIC X(08) VALUE 'PGM1VER '.     00000340
           05  FILLER                   PIC X(08) VALUE 'PGM1RAG '.     00000350
           05  FILLER                   PIC X(08) VALUE 'PGM1RNT '.     00000360
           05  FILLER                   PIC X(08) VALUE 'PGM1JNL '.     00000365
       01  RRG-STEP-TABLE REDEFINES RRG-STEP-NAMES.                     00000370
           05  RRG-STEP-NAME            PIC X(08) OCCURS 8 TIMES.       00000380
       01  RRG-STEP-COUNT               PIC 9(01) VALUE 8.              00000390
       01  RRG-PROGRAM-NAME             PIC X(08) VALUE SPACES.         00000400
       01  RRG-CYCLE-DATE               PIC X(08) VALUE SPACES.         00000410
       01  RRG-FIND-DATE                PIC X(08) VALUE SPACES.         00000420
       01  RRG-FIND-PROGRAM             PIC X(08) VALUE SPACES.         00000430
       01  RRG-FIND-SUB                 PIC 9(03) VALUE ZERO.           00000440
       01  RRG-OWN-SUB                  PIC 9(03) VALUE ZERO.           00000450
       01  RRG-SUB                      PIC 9(03) VALUE ZERO.           00000460
       01  RRG-STEP-SUB                 PIC 9(01) VALUE ZERO.           00000470
       01  RRG-DONE-COUNT               PIC 9(01) VALUE ZERO.           00000480
       01  RRG-TODAY                    PIC X(08) VALUE SPACES.         00000490
       01  RRG-TODAY-NUM REDEFINES RRG-TODAY                            00000500
                                        PIC 9(08).                      00000510
       01  RRG-CUTOFF-DATE              PIC X(08) VALUE SPACES.         00000520
       01  RRG-CUTOFF-NUM REDEFINES RRG-CUTOFF-DATE                     00000530
                                        PIC 9(08).                      00000540
       01  RRG-EOF-SW                   PIC X VALUE 'N'.                00000550
           88  RRG-EOF                  VALUE 'Y'.                      00000560
       01  RRG-ACTIVE-SW                PIC X VALUE 'N'.                00000570
           88  RRG-ACTIVE               VALUE 'Y'.                      00000580

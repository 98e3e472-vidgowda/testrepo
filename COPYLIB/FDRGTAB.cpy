      ***************************************************************** 00000010
      *  FDRGTAB - SHARED FEEDER REGISTRY WORKING TABLE               * 00000020
      *  THE WHOLE OF FEEDREG (SEE FDRGREC) HELD IN STORAGE, IN CARD  * 00000030
      *  ORDER, PLUS THE WORK FIELDS THE REGISTRY PARAGRAPHS SHARE.   * 00000040
      *  FRG-INPUT-SLOT/FRG-RETURN-SLOT ARE THE POSITION OF THE       * 00000050
      *  CARD'S DD NAME IN FRG-INPUT-DD-NAMES/FRG-RETURN-DD-NAMES -   * 00000060
      *  THE POOL OF EXTRACT AND RETURN FILES PGM1MRG AND PGM1RNT ARE * 00000070
      *  COMPILED WITH. FRG-MAX IS THE SIZE OF THAT POOL; A SEVENTH   * 00000080
      *  FEEDER NEEDS A SEVENTH SELECT IN BOTH PROGRAMS AS WELL AS A  * 00000090
      *  LARGER TABLE HERE.                                           * 00000100
      *  FRG-PRESENT-SW AND FRG-FEED-COUNT BELONG TO THE PROGRAM      * 00000110
      *  USING THE TABLE - PGM1MRG MARKS A FEEDER WHOSE EXTRACT WAS   * 00000120
      *  THERE TONIGHT AND COUNTS WHAT IT MERGED, PGM1RNT ONE WHOSE   * 00000130
      *  RETURN FILE IS OPEN AND WHAT IT RETURNED.                    * 00000140
      *  COPY THIS INTO WORKING-STORAGE OF ANY PROGRAM THAT COPIES    * 00000150
      *  FDRGREC.                                                     * 00000160
      ***************************************************************** 00000170
       01  FRG-TABLE.                                                   00000180
           05  FRG-ENTRY OCCURS 6 TIMES.                                00000190
               10  FRG-SOURCE-SYS       PIC X(04).                      00000200
               10  FRG-CURRENCY         PIC X(03).                      00000210
               10  FRG-ACTIVE-FLAG      PIC X(01).                      00000220
                   88  FRG-ACTIVE       VALUE 'Y'.                      00000230
               10  FRG-OPTIONAL-FLAG    PIC X(01).                      00000240
                   88  FRG-OPTIONAL     VALUE 'Y'.                      00000250
               10  FRG-INPUT-SLOT       PIC 9(01).                      00000260
               10  FRG-RETURN-SLOT      PIC 9(01).                      00000270
               10  FRG-PRESENT-SW       PIC X(01).                      00000280
                   88  FRG-PRESENT      VALUE 'Y'.                      00000290
               10  FRG-FEED-COUNT       PIC 9(09).                      00000300
       01  FRG-MAX                      PIC 9(02) VALUE 6.              00000310
       01  FRG-COUNT                    PIC 9(02) VALUE ZERO.           00000320
       01  FRG-ACTIVE-COUNT             PIC 9(02) VALUE ZERO.           00000330
       01  FRG-INPUT-DD-NAMES.                                          00000340
           05  FILLER                   PIC X(08) VALUE 'SRC1IN'.       00000350
           05  FILLER                   PIC X(08) VALUE 'SRC2IN'.       00000360
           05  FILLER                   PIC X(08) VALUE 'SRC3IN'.       00000370
           05  FILLER                   PIC X(08) VALUE 'SRC4IN'.       00000380
           05  FILLER                   PIC X(08) VALUE 'SRC5IN'.       00000390
           05  FILLER                   PIC X(08) VALUE 'SRC6IN'.       00000400
       01  FRG-INPUT-DD-TABLE REDEFINES FRG-INPUT-DD-NAMES.             00000410
           05  FRG-INPUT-DD-NAME        PIC X(08) OCCURS 6 TIMES.       00000420
       01  FRG-RETURN-DD-NAMES.                                         00000430
           05  FILLER                   PIC X(08) VALUE 'RTN1OUT'.      00000440
           05  FILLER                   PIC X(08) VALUE 'RTN2OUT'.      00000450
           05  FILLER                   PIC X(08) VALUE 'RTN3OUT'.      00000460
           05  FILLER                   PIC X(08) VALUE 'RTN4OUT'.      00000470
           05  FILLER                   PIC X(08) VALUE 'RTN5OUT'.      00000480
           05  FILLER                   PIC X(08) VALUE 'RTN6OUT'.      00000490
       01  FRG-RETURN-DD-TABLE REDEFINES FRG-RETURN-DD-NAMES.           00000500
           05  FRG-RETURN-DD-NAME       PIC X(08) OCCURS 6 TIMES.       00000510
       01  FRG-SUB                      PIC 9(02) VALUE ZERO.           00000520
       01  FRG-CHECK-SUB                PIC 9(02) VALUE ZERO.           00000530
       01  FRG-POOL-SUB                 PIC 9(02) VALUE ZERO.           00000540
       01  FRG-FIND-SUB                 PIC 9(02) VALUE ZERO.           00000550
       01  FRG-FIND-CODE                PIC X(04) VALUE SPACES.         00000560
       01  FRG-INPUT-FOUND              PIC 9(01) VALUE ZERO.           00000570
       01  FRG-RETURN-FOUND             PIC 9(01) VALUE ZERO.           00000580
       01  FRG-SPACE-COUNT              PIC 9(02) VALUE ZERO.           00000590
       01  FRG-LAST-SOURCE              PIC X(04) VALUE LOW-VALUES.     00000600
       01  FRG-ERROR-MSG                PIC X(50) VALUE SPACES.         00000610
       01  FRG-EOF-SW                   PIC X VALUE 'N'.                00000620
           88  FRG-EOF                  VALUE 'Y'.                      00000630

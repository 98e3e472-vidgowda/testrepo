      ***************************************************************** 00000010
      *  FDRGREC - SHARED FEEDER REGISTRY CARD LAYOUT                 * 00000020
      *  ONE 80-BYTE CARD PER UPSTREAM FEEDER SYSTEM IN THE FEEDREG   * 00000030
      *  DATASET OPS MAINTAINS. A '*' IN COLUMN 1 IS A COMMENT CARD;  * 00000040
      *  BLANK CARDS ARE IGNORED. THE CARDS MUST BE IN ASCENDING      * 00000050
      *  FR-SOURCE-SYS ORDER - PGM1MRG MERGES THE FEEDERS IN CARD     * 00000060
      *  ORDER, AND TR-TRAN-ID (SOURCE CODE PLUS ORDINAL) MUST COME   * 00000070
      *  OUT OF THE MERGE ASCENDING.                                  * 00000080
      *    FR-SOURCE-SYS        CODE STAMPED ON TR-SOURCE-SYS AND     * 00000090
      *                         TR-TID-SOURCE ('SYS0' IS RESERVED FOR * 00000100
      *                         PGM1'S OWN SELF-TEST OVERFLOW ROWS)   * 00000110
      *    FR-INPUT-DD          DD NAME OF THE FEEDER'S DAILY EXTRACT * 00000120
      *                         IN PGM1MRG - ONE OF SRC1IN..SRC6IN    * 00000130
      *    FR-RETURN-DD         DD NAME OF ITS REJECT-RETURN FILE IN  * 00000140
      *                         PGM1RNT - ONE OF RTN1OUT..RTN6OUT     * 00000150
      *    FR-DEFAULT-CURRENCY  CURRENCY STAMPED ON ITS DETAILS -     * 00000160
      *                         BLANK TAKES THE PARMFILE DEFAULT-     * 00000170
      *                         CURRENCY CARD (OR 'USD')              * 00000180
      *    FR-ACTIVE-FLAG       'Y' MERGED AND RETURNED EVERY NIGHT,  * 00000190
      *                         'N' RETIRED OR NOT YET LIVE           * 00000200
      *    FR-OPTIONAL-FLAG     'Y' THE NIGHT PROCEEDS WITHOUT IT     * 00000210
      *                         WHEN ITS EXTRACT IS NOT THERE, 'N'    * 00000220
      *                         ITS ABSENCE STOPS THE MERGE RC 20     * 00000230
      *    FR-DESCRIPTION       FREE TEXT FOR THE LISTINGS            * 00000240
      *  NO TWO CARDS MAY NAME THE SAME DD. THE DATASETS THEMSELVES   * 00000250
      *  ARE NAMED ON THE DD CARDS, NOT HERE, SO ONBOARDING A FEEDER  * 00000260
      *  IS ONE CARD HERE PLUS ITS EXTRACT AND RETURN DD CARDS IN     * 00000270
      *  THE JOB STREAMS, AND RETIRING ONE IS FLIPPING                * 00000280
      *  FR-ACTIVE-FLAG TO 'N'.                                       * 00000290
      *  EVERY PROGRAM THAT READS FEEDREG APPLIES THE SAME LOAD EDITS * 00000300
      *  (SEE FDRGTAB) AND REFUSES A BAD REGISTRY RC 20.              * 00000310
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000320
      *  WRITES FEEDREG.                                              * 00000330
      ***************************************************************** 00000340
       01  FR-RECORD.                                                   00000350
           05  FR-SOURCE-SYS            PIC X(04).                      00000360
           05  FR-INPUT-DD              PIC X(08).                      00000370
           05  FR-RETURN-DD             PIC X(08).                      00000380
           05  FR-DEFAULT-CURRENCY      PIC X(03).                      00000390
           05  FR-ACTIVE-FLAG           PIC X(01).                      00000400
               88  FR-ACTIVE            VALUE 'Y'.                      00000410
               88  FR-RETIRED           VALUE 'N'.                      00000420
           05  FR-OPTIONAL-FLAG         PIC X(01).                      00000430
               88  FR-OPTIONAL          VALUE 'Y'.                      00000440
               88  FR-REQUIRED          VALUE 'N'.                      00000450
           05  FR-DESCRIPTION           PIC X(30).                      00000460
           05  FILLER                   PIC X(25).                      00000470

      ***************************************************************** 00000010
      *  RELREC - SHARED HOLD RELEASE/DECLINE (RELFILE) CARD LAYOUT   * 00000020
      *  ONE CARD PER HELD ITEM THE CONTROLLERS HAVE DECIDED, NAMING  * 00000030
      *  THE HOLDQ KEY EXACTLY AS PGM1HLD LISTS IT (TRAN-ID, HOLD     * 00000040
      *  DATE, STREAM). DELIVERED DAILY AND APPLIED BY THE NEXT       * 00000050
      *  NIGHTLY PGM1 RUN AFTER TRANSIN IS CONVERTED: 'A' RELEASES    * 00000060
      *  THE ITEM TO EXTROUT (EXT-CHANGE-FLAG 'A'), 'D' DECLINES IT   * 00000070
      *  TO REJOUT/REJMSTR WITH REASON R006. A CARD FOR AN ITEM NOT   * 00000080
      *  IN HOLDQ, ALREADY DECIDED THE OTHER WAY, OR WITH ANY OTHER   * 00000090
      *  DECISION CODE IS REFUSED WITH A WARNING AND CHANGES NOTHING. * 00000100
      *  A CARD FOR AN ITEM ALREADY DECIDED THE SAME WAY IS IGNORED,  * 00000110
      *  SO RE-READING YESTERDAY'S FILE IS HARMLESS.                  * 00000120
      *  A RELEASE OF AN ITEM WHOSE HOLD DATE FALLS IN A PERIOD       * 00000121
      *  MONTH-END CLOSE HAS LOCKED (SEE PLOKREC) IS REFUSED THE SAME * 00000122
      *  WAY UNLESS RL-PPA-FLAG IS 'Y', IN WHICH CASE IT IS POSTED AS * 00000123
      *  A PRIOR-PERIOD ADJUSTMENT. A DECLINE IS NEVER REFUSED FOR    * 00000124
      *  THE PERIOD - IT POSTS NOTHING.                               * 00000125
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000130
      *  WRITES RELFILE.                                              * 00000140
      ***************************************************************** 00000150
       01  RL-RECORD.                                                   00000160
           05  RL-KEY.                                                  00000170
               10  RL-TRAN-ID           PIC X(12).                      00000180
               10  RL-HOLD-DATE         PIC X(08).                      00000190
               10  RL-HOLD-STREAM       PIC X(01).                      00000200
           05  RL-DECISION              PIC X(01).                      00000210
               88  RL-DECISION-RELEASE  VALUE 'A'.                      00000220
               88  RL-DECISION-DECLINE  VALUE 'D'.                      00000230
           05  RL-ANALYST-ID            PIC X(08).                      00000240
           05  RL-PPA-FLAG              PIC X(01).                      00000241
               88  RL-PRIOR-PERIOD-ADJ  VALUE 'Y'.                      00000242
           05  FILLER                   PIC X(09).                      00000243

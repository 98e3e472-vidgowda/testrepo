      *    SWING-THRESHOLD-PCT  (PGM1)    RUN-OVER-RUN SWING PERCENT  * 00000110
      *    MAX-HIST-ENTRIES     (PGM1)    SUMHIST DEPTH, 1-31         * 00000120
      *    DEFAULT-CURRENCY     (PGM1MRG) CURRENCY STAMPED ON FEEDS   * 00000130
      *                         WHOSE FEEDREG CARD NAMES NONE         * 00000131
      *    FP-OVERRIDE          (PGM1MRG) 'Y' ACCEPTS A FEED WHOSE    * 00000132
      *                         FINGERPRINT IS ALREADY IN FPREG - FOR * 00000133
      *                         A CONFIRMED LEGITIMATE RE-SEND ONLY,  * 00000134
      *                         AND THE CARD MUST BE PULLED AGAIN THE * 00000135
      *                         MORNING AFTER OR EVERY FUTURE         * 00000136
      *                         DUPLICATE SAILS THROUGH TOO           * 00000137
      *  EVERY PROGRAM ECHOES THE VALUES IT RUNS WITH (SUMRPT AND     * 00000140
      *  AUDITOUT FOR PGM1, SYSOUT FOR PGM1MRG) SO EACH RUN IS        * 00000150
      *  SELF-DESCRIBING.                                             * 00000160

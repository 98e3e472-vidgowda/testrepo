      *  REJ-CURRENCY-CODE CARRIES TR-CURRENCY-CODE FORWARD SO A      * 00000110
      *  CURRENCY-CODE REJECT (SEE PGM1'S 3110-REJECT-CURRENCY-PARA)  * 00000120
      *  DOES NOT LOSE THE VALUE OPS NEEDS TO CORRECT.                * 00000130
      *  REJ-REASON-REVERSAL MARKS A REVERSAL RECORD'S OWN REJECT     * 00000131
      *  (R004 TARGET NOT POSTED, R005 TARGET ALREADY REVERSED) -     * 00000132
      *  ITS REJ-ORIGINAL-STRING IS THE FEED'S 'R' + ORDINAL + YYMMDD * 00000133
      *  TARGET REFERENCE, NOT AN AMOUNT, SO IT MUST NEVER BE         * 00000134
      *  RESUBMITTED AS A DETAIL.                                     * 00000135
      *  REJ-REASON-DECLINED (R006) IS A HELD LARGE-VALUE ITEM THE    * 00000136
      *  CONTROLLERS DECLINED (SEE HOLDREC). IT IS WRITTEN WHEN THE   * 00000137
      *  RELFILE CARD IS APPLIED, AFTER THE NIGHT'S OWN REJECTS, SO   * 00000138
      *  IT BREAKS THE ASCENDING ORDER ABOVE - PGM1CORR SORTS REJIN   * 00000139
      *  AHEAD OF PGM1COR FOR THAT REASON. IT MAY BE CORRECTED AND    * 00000140
      *  RESUBMITTED LIKE ANY AMOUNT REJECT.                          * 00000141
      *  REJ-REASON-CLOSED-PERIOD (R007) IS A DETAIL DATED IN A       * 00000142
      *  PERIOD MONTH-END CLOSE HAS LOCKED (SEE PLOKREC) THAT DID NOT * 00000143
      *  CARRY THE PRIOR-PERIOD-ADJUSTMENT FLAG. IT MAY BE            * 00000144
      *  RESUBMITTED THROUGH THE CORRECTION UPLOAD WITH CORR-PPA-FLAG * 00000145
      *  'Y' ONCE THE CONTROLLERS AGREE TO ADJUST THE CLOSED PERIOD.  * 00000146
      *  COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT READS OR * 00000148
      *  WRITES REJOUT.                                               * 00000150
      ***************************************************************** 00000160
       01  REJ-RECORD.                                                  00000170
           05  REJ-SOURCE-SYS          PIC X(04).                       00000190
           05  REJ-ORIGINAL-STRING     PIC X(15).                       00000200
           05  REJ-REASON-CODE         PIC X(04).                       00000210
               88  REJ-REASON-REVERSAL VALUE 'R004' 'R005'.             00000211
               88  REJ-REASON-DECLINED VALUE 'R006'.                    00000212
               88  REJ-REASON-CLOSED-PERIOD VALUE 'R007'.               00000213
           05  REJ-REASON-TEXT         PIC X(30).                       00000220
           05  REJ-CURRENCY-CODE       PIC X(03).                       00000230

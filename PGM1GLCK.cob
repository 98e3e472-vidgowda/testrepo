      *  08/21/2026  VAR  EXTRACT DDNAME SHORTENED TO EXTRIN - THE OLD  00000247
      *               9-CHARACTER NAME EXCEEDED THE 8-CHARACTER DDNAME  00000248
      *               LIMIT AND FAILED JCL CONVERSION.                  00000249
      *  10/15/2026  VAR  RUN REGISTER - AS THE FIRST STEP OF THE       00000250
      *               NIGHT THIS PROGRAM NOW OPENS TONIGHT'S            00000251
      *               RUNREG CYCLE (SEE COPYLIB RRGREC) FOR THE         00000252
      *               BUSINESS DATE BUSCTL EXPECTS, OR RESUMES A        00000253
      *               CYCLE A FAILED NIGHT LEFT INCOMPLETE, AND         00000254
      *               RECORDS ITS OWN START, FINISH AND RETURN          00000255
      *               CODE AGAINST IT - ON A RERUN OF A NIGHT IT        00000256
      *               ALREADY COMPLETED IT SKIPS ITSELF AND ENDS        00000257
      *               WITH THE RETURN CODE IT FINISHED WITH.            00000258
      ***************************************************************** 00000259
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
               ORGANIZATION IS SEQUENTIAL                               00000340
               ACCESS MODE IS SEQUENTIAL                                00000350
               FILE STATUS IS WS-GLACK-STATUS.                          00000360
           SELECT BUSCTL-FILE ASSIGN TO BUSCTL                          00000361
               ORGANIZATION IS SEQUENTIAL                               00000362
               ACCESS MODE IS SEQUENTIAL                                00000363
               FILE STATUS IS WS-BUSCTL-STATUS.                         00000364
           SELECT RUNREG-FILE ASSIGN TO RUNREG                          00000365
               ORGANIZATION IS SEQUENTIAL                               00000366
               ACCESS MODE IS SEQUENTIAL                                00000367
               FILE STATUS IS WS-RUNREG-STATUS.                         00000368
       DATA DIVISION.                                                   00000370
       FILE SECTION.                                                    00000380
       FD  EXTRACT-FILE                                                 00000390
       FD  GLACK-FILE                                                   00000540
           RECORDING MODE IS F.                                         00000550
           COPY GLACKREC.                                               00000560
       FD  BUSCTL-FILE                                                  00000561
           RECORDING MODE IS F.                                         00000562
      *    SAME LAYOUT AS PGM1.COB'S BCT-RECORD - KEEP THE TWO IN SYNC  00000563
      *    BY HAND. READ ONLY, FOR THE BUSINESS DATE TONIGHT'S CYCLE    00000564
      *    OPENS FOR; PGM1 ALONE ROLLS IT.                              00000565
       01  BCT-RECORD.                                                  00000566
           05  BCT-EXPECTED-DATE       PIC X(08).                       00000567
           05  BCT-CONTROL-SW          PIC X(01).                       00000568
           05  BCT-LAST-RUN-DATE       PIC X(08).                       00000569
       FD  RUNREG-FILE                                                  00000570
           RECORDING MODE IS F.                                         00000571
      *    NIGHTLY RUN REGISTER - READ AT START TO SKIP A STEP ALREADY  00000572
      *    COMPLETED FOR TONIGHT'S BUSINESS DATE, REWRITTEN AT START    00000573
      *    AND FINISH. SEE RRGREC COPY.                                 00000574
           COPY RRGREC.                                                 00000575
       WORKING-STORAGE SECTION.                                         00000577
       01  WS-EXTRACT-STATUS            PIC XX.                         00000580
       01  WS-GLACK-STATUS              PIC XX.                         00000590
       01  WS-BUSCTL-STATUS             PIC XX.                         00000591
       01  WS-RUNREG-STATUS             PIC XX.                         00000592
       01  WS-FILE-CHECK-STATUS         PIC XX.                         00000600
       01  WS-FILE-CHECK-NAME           PIC X(20).                      00000610
       01  WS-EXTRACT-EOF-SW            PIC X VALUE 'N'.                00000620
       01  WS-EXTRACT-RECORD-COUNT      PIC 9(9) VALUE ZERO.            00000710
       01  WS-ACK-RUN-DATE              PIC X(8) VALUE SPACES.          00000711
       01  WS-ACK-RECORD-COUNT          PIC 9(9) VALUE ZERO.            00000712
           COPY RRGTAB.                                                 00000713
       PROCEDURE DIVISION.                                              00000720
       0000-MAIN-PARA.                                                  00000730
            PERFORM 0100-REGISTER-START-PARA                            00000731
            PERFORM 1000-OPEN-FILES-PARA                                00000740
            PERFORM 2000-COUNT-EXTRACT-PARA                             00000750
            IF NOT WS-EXTRACT-EMPTY                                     00000760
            END-IF                                                      00000820
            CLOSE EXTRACT-FILE                                          00000830
            CLOSE GLACK-FILE.                                           00000840
            PERFORM 8900-REGISTER-FINISH-PARA.                          00000841
            STOP RUN.                                                   00000850
                                                                        00000860
       0100-REGISTER-START-PARA.                                        00000861
      *    RUN REGISTER (SEE COPYLIB RRGREC) - NOTE THIS STEP'S START   00000862
      *    AGAINST THE BUSINESS DATE TONIGHT'S CYCLE IS RUNNING FOR OR, 00000863
      *    ON A RERUN OF A NIGHT THIS STEP ALREADY FINISHED, SKIP THE   00000864
      *    STEP AND END WITH THE RETURN CODE IT FINISHED WITH, SO THE   00000865
      *    JOB'S COND TESTS AND ALERT STEPS SEE THE SAME NIGHT AGAIN.   00000866
      *    NO CYCLE ON FILE (RUNREG IS DD DUMMY OUTSIDE PGM1JOB) MEANS  00000867
      *    THE STEP RUNS UNREGISTERED, EXACTLY AS IT ALWAYS HAS.        00000868
            MOVE 'PGM1GLCK' TO RRG-PROGRAM-NAME                         00000869
            PERFORM 0110-LOAD-REGISTER-PARA                             00000870
            PERFORM 0105-OPEN-CYCLE-PARA                                00000871
            IF RRG-CYCLE-DATE NOT = SPACES                              00000872
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00000873
              MOVE RRG-PROGRAM-NAME TO RRG-FIND-PROGRAM                 00000874
              PERFORM 0115-FIND-ENTRY-PARA                              00000875
              IF RRG-FIND-SUB > ZERO                                    00000876
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00000877
                  DISPLAY 'PGM1GLCK: ALREADY COMPLETED FOR BUSINESS '   00000878
                      'DATE ' RRG-CYCLE-DATE ' RC='                     00000879
                      RRG-RETURN-CODE(RRG-FIND-SUB)                     00000880
                      ' - STEP SKIPPED ON THIS RERUN'                   00000881
                  MOVE RRG-RETURN-CODE(RRG-FIND-SUB) TO RETURN-CODE     00000882
                  STOP RUN                                              00000883
                END-IF                                                  00000884
              ELSE                                                      00000885
                PERFORM 0125-ADD-ENTRY-PARA                             00000886
              END-IF                                                    00000887
              MOVE RRG-FIND-SUB TO RRG-OWN-SUB                          00000888
              MOVE 'S' TO RRG-STATUS(RRG-OWN-SUB)                       00000889
              MOVE ZERO TO RRG-RETURN-CODE(RRG-OWN-SUB)                 00000890
              MOVE FUNCTION CURRENT-DATE(1:14)                          00000891
                  TO RRG-START-STAMP(RRG-OWN-SUB)                       00000892
              MOVE SPACES TO RRG-END-STAMP(RRG-OWN-SUB)                 00000893
              ADD 1 TO RRG-RUN-COUNT(RRG-OWN-SUB)                       00000894
              PERFORM 0120-REWRITE-REGISTER-PARA                        00000895
              SET RRG-ACTIVE TO TRUE                                    00000896
            END-IF.                                                     00000897
                                                                        00000898
       0105-OPEN-CYCLE-PARA.                                            00000899
      *    PGM1GLCK IS THE FIRST STEP OF THE NIGHT, SO IT DECIDES WHICH 00000900
      *    BUSINESS DATE THE NIGHT IS FOR. A CYCLE NOT YET COMPLETE IS  00000901
      *    A NIGHT BEING RERUN AND IS RESUMED AS IT STANDS; OTHERWISE A 00000902
      *    NEW CYCLE OPENS FOR THE DATE BUSCTL SAYS PGM1 EXPECTS NEXT   00000903
      *    (TODAY'S DATE WHILE BUSCTL IS STILL EMPTY, BEFORE THE FIRST  00000904
      *    RUN HAS STARTED ITS DATE CHAIN). THE CYCLE RECORD'S RUN      00000905
      *    COUNT COUNTS THE SUBMISSIONS IT TOOK TO FINISH THE NIGHT.    00000906
            IF RRG-CYCLE-DATE NOT = SPACES                              00000907
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00000908
              MOVE 'CYCLE' TO RRG-FIND-PROGRAM                          00000909
              PERFORM 0115-FIND-ENTRY-PARA                              00000910
              IF RRG-COMPLETE(RRG-FIND-SUB)                             00000911
                MOVE SPACES TO RRG-CYCLE-DATE                           00000912
              END-IF                                                    00000913
            END-IF                                                      00000914
            IF RRG-CYCLE-DATE = SPACES                                  00000915
              PERFORM 0107-READ-BUSCTL-PARA                             00000916
              MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                      00000917
              MOVE 'CYCLE' TO RRG-FIND-PROGRAM                          00000918
              PERFORM 0115-FIND-ENTRY-PARA                              00000919
              IF RRG-FIND-SUB = ZERO                                    00000920
                PERFORM 0125-ADD-ENTRY-PARA                             00000921
                MOVE 'S' TO RRG-STATUS(RRG-FIND-SUB)                    00000922
                MOVE FUNCTION CURRENT-DATE(1:14)                        00000923
                    TO RRG-START-STAMP(RRG-FIND-SUB)                    00000924
                MOVE 1 TO RRG-RUN-COUNT(RRG-FIND-SUB)                   00000925
              END-IF                                                    00000926
              DISPLAY 'PGM1GLCK: RUN REGISTER CYCLE OPENED FOR '        00000927
                  'BUSINESS DATE ' RRG-CYCLE-DATE                       00000928
            ELSE                                                        00000929
              ADD 1 TO RRG-RUN-COUNT(RRG-FIND-SUB)                      00000930
              DISPLAY 'PGM1GLCK: RUN REGISTER CYCLE FOR BUSINESS '      00000931
                  'DATE ' RRG-CYCLE-DATE ' NOT COMPLETE - RESUMING '    00000932
                  'IT, STEPS ALREADY COMPLETED WILL BE SKIPPED'         00000933
            END-IF                                                      00000934
            PERFORM 0120-REWRITE-REGISTER-PARA.                         00000935
                                                                        00000936
       0107-READ-BUSCTL-PARA.                                           00000937
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-CYCLE-DATE           00000938
            OPEN INPUT BUSCTL-FILE                                      00000939
            MOVE WS-BUSCTL-STATUS TO WS-FILE-CHECK-STATUS               00000940
            MOVE 'BUSCTL-FILE OPEN' TO WS-FILE-CHECK-NAME               00000941
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00000942
            READ BUSCTL-FILE                                            00000943
                AT END                                                  00000944
                  CONTINUE                                              00000945
                NOT AT END                                              00000946
                  IF BCT-EXPECTED-DATE NOT = SPACES                     00000947
                    MOVE BCT-EXPECTED-DATE TO RRG-CYCLE-DATE            00000948
                  END-IF                                                00000949
            END-READ                                                    00000950
            CLOSE BUSCTL-FILE.                                          00000951
                                                                        00000952
       0110-LOAD-REGISTER-PARA.                                         00000953
      *    READ RUNREG INTO RRG-TABLE, DROPPING ANY ENTRY OLDER THAN    00000954
      *    RRG-RETAIN-DAYS, AND PICK UP THE LATEST CYCLE DATE ON FILE.  00000955
            MOVE FUNCTION CURRENT-DATE(1:8) TO RRG-TODAY                00000956
            COMPUTE RRG-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER           00000957
                (FUNCTION INTEGER-OF-DATE(RRG-TODAY-NUM)                00000958
                 - RRG-RETAIN-DAYS)                                     00000959
            MOVE ZERO TO RRG-COUNT                                      00000960
            MOVE SPACES TO RRG-CYCLE-DATE                               00000961
            OPEN INPUT RUNREG-FILE                                      00000962
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00000963
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00000964
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00000965
            READ RUNREG-FILE                                            00000966
                AT END MOVE 'Y' TO RRG-EOF-SW                           00000967
            END-READ                                                    00000968
            PERFORM UNTIL RRG-EOF                                       00000969
              IF RR-BUS-DATE NOT < RRG-CUTOFF-DATE                      00000970
                MOVE RR-BUS-DATE TO RRG-FIND-DATE                       00000971
                MOVE RR-PROGRAM TO RRG-FIND-PROGRAM                     00000972
                PERFORM 0125-ADD-ENTRY-PARA                             00000973
                MOVE RR-RECORD TO RRG-ENTRY(RRG-FIND-SUB)               00000974
                IF RR-CYCLE-RECORD                                      00000975
                    AND RR-BUS-DATE > RRG-CYCLE-DATE                    00000976
                  MOVE RR-BUS-DATE TO RRG-CYCLE-DATE                    00000977
                END-IF                                                  00000978
              END-IF                                                    00000979
              READ RUNREG-FILE                                          00000980
                  AT END MOVE 'Y' TO RRG-EOF-SW                         00000981
              END-READ                                                  00000982
            END-PERFORM                                                 00000983
            CLOSE RUNREG-FILE.                                          00000984
                                                                        00000985
       0115-FIND-ENTRY-PARA.                                            00000986
      *    POINT RRG-FIND-SUB AT THE ENTRY FOR RRG-FIND-DATE AND        00000987
      *    RRG-FIND-PROGRAM - ZERO WHEN THERE IS NONE.                  00000988
            MOVE ZERO TO RRG-FIND-SUB                                   00000989
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00000990
                UNTIL RRG-SUB > RRG-COUNT OR RRG-FIND-SUB > ZERO        00000991
              IF RRG-BUS-DATE(RRG-SUB) = RRG-FIND-DATE                  00000992
                  AND RRG-PROGRAM(RRG-SUB) = RRG-FIND-PROGRAM           00000993
                MOVE RRG-SUB TO RRG-FIND-SUB                            00000994
              END-IF                                                    00000995
            END-PERFORM.                                                00000996
                                                                        00000997
       0120-REWRITE-REGISTER-PARA.                                      00000998
      *    REWRITTEN IN FULL EVERY TIME (OPEN OUTPUT), SAME AS SUMHIST. 00000999
            OPEN OUTPUT RUNREG-FILE                                     00001000
            MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS               00001001
            MOVE 'RUNREG-FILE OPEN' TO WS-FILE-CHECK-NAME               00001002
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001003
            PERFORM VARYING RRG-SUB FROM 1 BY 1                         00001004
                UNTIL RRG-SUB > RRG-COUNT                               00001005
              MOVE RRG-ENTRY(RRG-SUB) TO RR-RECORD                      00001006
              WRITE RR-RECORD                                           00001007
              MOVE WS-RUNREG-STATUS TO WS-FILE-CHECK-STATUS             00001008
              MOVE 'RUNREG-FILE WRITE' TO WS-FILE-CHECK-NAME            00001009
              PERFORM 9990-CHECK-FILE-STATUS-PARA                       00001010
            END-PERFORM                                                 00001011
            CLOSE RUNREG-FILE.                                          00001012
                                                                        00001013
       0125-ADD-ENTRY-PARA.                                             00001014
      *    APPEND A FRESH ENTRY FOR RRG-FIND-DATE/RRG-FIND-PROGRAM AND  00001015
      *    POINT RRG-FIND-SUB AT IT.                                    00001016
            IF RRG-COUNT >= RRG-MAX                                     00001017
              DISPLAY 'PGM1GLCK ABEND: RUNREG HOLDS MORE ENTRIES THAN ' 00001018
                  'RRG-TABLE CAN HOLD'                                  00001019
              MOVE 16 TO RETURN-CODE                                    00001020
              STOP RUN                                                  00001021
            END-IF                                                      00001022
            ADD 1 TO RRG-COUNT                                          00001023
            MOVE RRG-COUNT TO RRG-FIND-SUB                              00001024
            MOVE SPACES TO RRG-ENTRY(RRG-FIND-SUB)                      00001025
            MOVE RRG-FIND-DATE TO RRG-BUS-DATE(RRG-FIND-SUB)            00001026
            MOVE RRG-FIND-PROGRAM TO RRG-PROGRAM(RRG-FIND-SUB)          00001027
            MOVE ZERO TO RRG-RETURN-CODE(RRG-FIND-SUB)                  00001028
            MOVE ZERO TO RRG-RUN-COUNT(RRG-FIND-SUB).                   00001029
                                                                        00001030
       0130-CHECK-CYCLE-DONE-PARA.                                      00001031
      *    ONCE EVERY REGISTERED STEP HAS COMPLETED FOR THE CYCLE DATE  00001032
      *    THE CYCLE RECORD ITSELF IS MARKED COMPLETE, SO THE NEXT      00001033
      *    NIGHT'S PGM1GLCK OPENS A NEW CYCLE INSTEAD OF RESUMING THIS  00001034
      *    ONE.                                                         00001035
            MOVE ZERO TO RRG-DONE-COUNT                                 00001036
            MOVE RRG-CYCLE-DATE TO RRG-FIND-DATE                        00001037
            PERFORM VARYING RRG-STEP-SUB FROM 1 BY 1                    00001038
                UNTIL RRG-STEP-SUB > RRG-STEP-COUNT                     00001039
              MOVE RRG-STEP-NAME(RRG-STEP-SUB) TO RRG-FIND-PROGRAM      00001040
              PERFORM 0115-FIND-ENTRY-PARA                              00001041
              IF RRG-FIND-SUB > ZERO                                    00001042
                IF RRG-COMPLETE(RRG-FIND-SUB)                           00001043
                  ADD 1 TO RRG-DONE-COUNT                               00001044
                END-IF                                                  00001045
              END-IF                                                    00001046
            END-PERFORM                                                 00001047
            MOVE 'CYCLE' TO RRG-FIND-PROGRAM                            00001048
            PERFORM 0115-FIND-ENTRY-PARA                                00001049
            IF RRG-FIND-SUB > ZERO                                      00001050
                AND RRG-DONE-COUNT = RRG-STEP-COUNT                     00001051
              MOVE 'C' TO RRG-STATUS(RRG-FIND-SUB)                      00001052
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001053
                  TO RRG-END-STAMP(RRG-FIND-SUB)                        00001054
            END-IF.                                                     00001055
                                                                        00001056
       1000-OPEN-FILES-PARA.                                            00001057
            OPEN INPUT EXTRACT-FILE                                     00001058
            MOVE WS-EXTRACT-STATUS TO WS-FILE-CHECK-STATUS              00001059
            MOVE 'EXTRACT-FILE OPEN' TO WS-FILE-CHECK-NAME              00001060
            PERFORM 9990-CHECK-FILE-STATUS-PARA                         00001061
            OPEN INPUT GLACK-FILE                                       00001062
            MOVE WS-GLACK-STATUS TO WS-FILE-CHECK-STATUS                00001063
            MOVE 'GLACK-FILE OPEN' TO WS-FILE-CHECK-NAME                00001064
            PERFORM 9990-CHECK-FILE-STATUS-PARA.                        00001065
                                                                        00001066
       2000-COUNT-EXTRACT-PARA.                                         00001067
      *    COUNTS EVERY RECORD IN EXTRIN AND CAPTURES THE RUN DATE      00001068
      *    OFF THE FIRST ONE - ONE PGM1 RUN STAMPS THE SAME RUN DATE    00001069
      *    ON EVERY EXTROUT DETAIL IT WRITES, SO ANY ONE RECORD'S       00001070
      *    EXT-RUN-DATE SPEAKS FOR THE WHOLE GENERATION.                00001071
            READ EXTRACT-FILE                                           00001072
                AT END MOVE 'Y' TO WS-EXTRACT-EOF-SW                    00001073
            END-READ                                                    00001074
            IF WS-EXTRACT-EOF                                           00001075
              SET WS-EXTRACT-EMPTY TO TRUE                              00001076
            ELSE                                                        00001077
              MOVE EXT-RUN-DATE TO WS-EXTRACT-RUN-DATE                  00001080
              PERFORM UNTIL WS-EXTRACT-EOF                              00001090
                ADD 1 TO WS-EXTRACT-RECORD-COUNT                        00001100
              END-IF                                                    00001470
            END-IF.                                                     00001480
                                                                        00001490
       8900-REGISTER-FINISH-PARA.                                       00001491
      *    RECORD HOW THIS STEP ENDED ON THE RUN REGISTER - COMPLETE    00001492
      *    FOR ANY RETURN CODE BELOW 16 (AN RC 4/8/12 ALERT STILL MEANS 00001493
      *    THE STEP FINISHED ITS WORK), FAILED FOR AN RC 16/20 REFUSAL  00001494
      *    SO A RERUN RUNS IT AGAIN. ALSO REACHED FROM THE ABEND        00001495
      *    PARAGRAPHS, SO THE SWITCH IS DROPPED FIRST - A BAD STATUS ON 00001496
      *    RUNREG ITSELF MUST NOT LOOP BACK IN HERE.                    00001497
            IF RRG-ACTIVE                                               00001498
              MOVE 'N' TO RRG-ACTIVE-SW                                 00001499
              IF RETURN-CODE < 16                                       00001500
                MOVE 'C' TO RRG-STATUS(RRG-OWN-SUB)                     00001501
              ELSE                                                      00001502
                MOVE 'F' TO RRG-STATUS(RRG-OWN-SUB)                     00001503
              END-IF                                                    00001504
              MOVE RETURN-CODE TO RRG-RETURN-CODE(RRG-OWN-SUB)          00001505
              MOVE FUNCTION CURRENT-DATE(1:14)                          00001506
                  TO RRG-END-STAMP(RRG-OWN-SUB)                         00001507
              PERFORM 0130-CHECK-CYCLE-DONE-PARA                        00001508
              PERFORM 0120-REWRITE-REGISTER-PARA                        00001509
            END-IF.                                                     00001510
                                                                        00001511
       9990-CHECK-FILE-STATUS-PARA.                                     00001514
            IF WS-FILE-CHECK-STATUS NOT = '00'                          00001517
              DISPLAY 'PGM1GLCK ABEND: ' WS-FILE-CHECK-NAME             00001520
                  ' FAILED - STATUS=' WS-FILE-CHECK-STATUS              00001530
              MOVE 16 TO RETURN-CODE                                    00001540
              PERFORM 8900-REGISTER-FINISH-PARA                         00001541
              STOP RUN                                                  00001550
            END-IF.                                                     00001560

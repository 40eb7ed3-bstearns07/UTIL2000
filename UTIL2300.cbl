      *               an account settles once, on its own cycle night,  00022300
      *               instead of re-leveling on every later night of    00022400
      *               its anniversary month.                            00022500
      *  10-15-26  BS  Run control - before settling, check the cycle   00022562
      *                against tonight's CYCCAL calendar entry and      00022624
      *                UTIL2100's entry on the RUNCTL run-control file, 00022686
      *                hold the run (RC 12) if it already completed for 00022748
      *                the period and cycle, and record its start,      00022810
      *                finish, RC and counts there. ,OVERRIDE on the    00022872
      *                parm skips the checks.                           00022934
      ***************************************************************** 00023000
       ENVIRONMENT DIVISION.                                            00024000
       INPUT-OUTPUT SECTION.                                            00025000
               ORGANIZATION IS SEQUENTIAL                               00034000
               FILE STATUS IS WS-TRUREG-STATUS.                         00035000
                                                                        00036000
           SELECT CYCLE-CALENDAR   ASSIGN TO CYCCAL                     00036090
               ORGANIZATION IS SEQUENTIAL                               00036180
               FILE STATUS IS WS-CYCCAL-STATUS.                         00036270
                                                                        00036360
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL                     00036450
               ORGANIZATION IS INDEXED                                  00036540
               ACCESS MODE IS RANDOM                                    00036630
               RECORD KEY IS RU-KEY                                     00036720
               FILE STATUS IS WS-RUNCTL-STATUS.                         00036810
                                                                        00036900
       DATA DIVISION.                                                   00037000
       FILE SECTION.                                                    00038000
       FD  CUSTOMER-MASTER                                              00039000
           RECORD CONTAINS 132 CHARACTERS.                              00045000
       01  TRUREG-LINE              PIC X(132).                         00046000
                                                                        00047000
       FD  CYCLE-CALENDAR                                               00047111
           LABEL RECORDS ARE STANDARD.                                  00047222
       COPY CYCCAL.                                                     00047333
                                                                        00047444
       FD  RUN-CONTROL                                                  00047555
           LABEL RECORDS ARE STANDARD.                                  00047666
       COPY RUNCTL.                                                     00047777
                                                                        00047888
       WORKING-STORAGE SECTION.                                         00048000
                                                                        00049000
      ***************************************************************** 00050000
       01  WS-SELECT-CYCLE-N REDEFINES WS-SELECT-CYCLE-X                00083950
                                    PIC 9(02).                          00083960
                                                                        00083970
      ***************************************************************** 00083971
      * RUN CONTROL - THIS STEP'S ENTRY ON THE RUN-CONTROL FILE FOR THE 00083972
      * PERIOD AND CYCLE, AND THE STEPS (WS-RU-PRED) THAT MUST HAVE     00083973
      * FINISHED CLEAN FOR THE SAME PERIOD AND CYCLE BEFORE IT MAY RUN. 00083974
      * WS-RU-COUNT-AREA IS THE RUN'S COUNTS AS THEY GO TO THE          00083975
      * RUN-CONTROL RECORD. OVERRIDE ON THE PARM SKIPS THE CHECKS.      00083976
      ***************************************************************** 00083977
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00083978
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00083979
           88  CYCCAL-EOF                        VALUE 'Y'.             00083980
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00083981
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00083982
       01  WS-RU-PROGRAM            PIC X(08)    VALUE 'UTIL2300'.      00083983
       01  WS-RU-PRED-COUNT         PIC 9(4)  COMP  VALUE 1.            00083984
       01  WS-RU-PRED-VALUES.                                           00083985
           05  FILLER               PIC X(08)    VALUE 'UTIL2100'.      00083986
           05  FILLER               PIC X(08)    VALUE SPACES.          00083987
       01  WS-RU-PRED-TABLE REDEFINES WS-RU-PRED-VALUES.                00083988
           05  WS-RU-PRED           PIC X(08)    OCCURS 2 TIMES.        00083989
       01  WS-RU-SUB                PIC 9(4)  COMP  VALUE 0.            00083990
       01  WS-RU-PERIOD             PIC 9(06)    VALUE 0.               00083991
       01  WS-RU-NEW-STATUS         PIC X(01)    VALUE SPACE.           00083992
       01  WS-RU-HOLD-REASON        PIC X(30)    VALUE SPACES.          00083993
       01  WS-RU-OVERRIDE-SW        PIC X(01)    VALUE 'N'.             00083994
           88  RU-OVERRIDE-GIVEN                 VALUE 'Y'.             00083995
       01  WS-RU-FOUND-SW           PIC X(01)    VALUE 'N'.             00083996
           88  RU-RECORD-FOUND                   VALUE 'Y'.             00083997
       01  WS-CAL-FOUND-SW          PIC X(01)    VALUE 'N'.             00083998
           88  CAL-ENTRY-FOUND                   VALUE 'Y'.             00083999
       01  WS-CAL-BILL-DATE         PIC 9(08)    VALUE 0.               00084000
       01  WS-RU-DATE-8             PIC 9(08)    VALUE 0.               00084001
       01  WS-RU-TIME-8             PIC 9(08)    VALUE 0.               00084002
       01  WS-RU-COUNT-AREA.                                            00084003
           05  FILLER               PIC X(08)    VALUE 'SETTLED'.       00084004
           05  WS-RU-COUNT-1        PIC 9(07)    VALUE 0.               00084005
           05  FILLER               PIC X(08)    VALUE SPACES.          00084006
           05  WS-RU-COUNT-2        PIC 9(07)    VALUE 0.               00084007
           05  FILLER               PIC X(08)    VALUE SPACES.          00084008
           05  WS-RU-COUNT-3        PIC 9(07)    VALUE 0.               00084009
                                                                        00084010
      ***************************************************************** 00084120
      * LINKAGE SECTION - THE JCL EXEC PARM NAMES THE CYCLE TO SETTLE.  00084230
      ***************************************************************** 00084340
       LINKAGE SECTION.                                                 00084450
       01  LS-PARM-AREA.                                                00084560
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00084670
           05  LS-PARM-DATA             PIC X(80).                      00084780
                                                                        00084890
      ***************************************************************** 00085000
      * IT'S GO TIME!                                                   00086000
      ***************************************************************** 00087000
                                                                        00099000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00100000
                                                                        00100100
      * A TRAILING ,OVERRIDE (OR OVERRIDE ALONE ON A FULL RUN) FORCES   00100106
      * THE RUN PAST THE RUN-CONTROL CHECKS IN 050-CHECK-RUN-CONTROL.   00100112
      * IT IS TAKEN OFF HERE SO THE REST OF THE PARM EDITS AS BEFORE.   00100118
           IF LS-PARM-LEN = 8                                           00100124
               AND LS-PARM-DATA (1:8) = 'OVERRIDE'                      00100130
               SET RU-OVERRIDE-GIVEN TO TRUE                            00100136
               MOVE 0 TO LS-PARM-LEN                                    00100142
           END-IF.                                                      00100148
           IF LS-PARM-LEN > 9                                           00100154
               AND LS-PARM-DATA (LS-PARM-LEN - 8:9) = ',OVERRIDE'       00100160
               SET RU-OVERRIDE-GIVEN TO TRUE                            00100166
               SUBTRACT 9 FROM LS-PARM-LEN                              00100172
           END-IF.                                                      00100178
                                                                        00100184
      * ONLY AN EMPTY PARM (SETTLE EVERY CYCLE - A FULL MONTHLY RUN)    00100200
      * OR CYCLE=NN WITH NN 01-20 IS ACCEPTED. A MISKEYED PARM STOPS    00100300
      * THE RUN - FALLING THROUGH TO AN ALL-CYCLE SETTLEMENT WOULD      00100400
                       LS-PARM-DATA (1:16)                              00100994
                   DISPLAY 'UTIL2300 - USE NO PARM (ALL CYCLES) OR '    00100995
                       'CYCLE=NN (NN 01-20)'                            00100996
                   DISPLAY 'UTIL2300 - ADD ,OVERRIDE TO SKIP THE '      00100997
                       'RUN-CONTROL CHECKS'                             00100998
                   MOVE 8 TO RETURN-CODE                                00101011
                   STOP RUN                                             00101024
               END-IF                                                   00101037
           END-IF.                                                      00101050
           IF WS-SELECT-CYCLE > 0                                       00101063
               DISPLAY 'UTIL2300 - SETTLING CYCLE ' WS-SELECT-CYCLE     00101076
           ELSE                                                         00101089
               DISPLAY 'UTIL2300 - SETTLING ALL CYCLES'                 00101102
           END-IF.                                                      00101115
                                                                        00101128
           PERFORM 050-CHECK-RUN-CONTROL THRU 050-EXIT.                 00101142
           IF RETURN-CODE NOT = 0                                       00101284
               DISPLAY 'UTIL2300 - RUN HELD, RC = ' RETURN-CODE         00101426
               STOP RUN                                                 00101568
           END-IF.                                                      00101710
                                                                        00101852
           PERFORM 100-SETTLE-ACCOUNTS THRU 100-EXIT.                   00102000
                                                                        00103000
           DISPLAY 'UTIL2300 - ACCOUNTS SETTLED: ' WS-SETTLE-COUNT.     00104000
                                                                        00105000
           PERFORM 090-RECORD-FINISH THRU 090-EXIT.                     00105500
           STOP RUN.                                                    00106000
                                                                        00107000
      ***************************************************************** 00107004
      * RUN CONTROL - BEFORE ANYTHING IS TOUCHED, MAKE SURE THIS STEP   00107008
      * MAY RUN: THE CYCLE MUST BE THE ONE THE CALENDAR HAS BILLING     00107012
      * TONIGHT, THE STEP MUST NOT ALREADY HAVE COMPLETED FOR THE       00107016
      * PERIOD AND CYCLE, AND EVERY STEP IN WS-RU-PRED MUST HAVE        00107020
      * FINISHED CLEAN FOR THEM. A STEP THAT FAILS A CHECK IS HELD -    00107024
      * MARKED H WITH THE REASON, RC 12 - UNLESS THE PARM CARRIES       00107028
      * OVERRIDE. A FULL RUN (NO CYCLE) HAS NO CALENDAR NIGHT TO CHECK. 00107032
      * A STEP CLEARED TO RUN IS MARKED STARTED, AND 090-RECORD-FINISH  00107036
      * MARKS IT COMPLETE OR FAILED AT THE END.                         00107040
      ***************************************************************** 00107044
       050-CHECK-RUN-CONTROL.                                           00107048
           COMPUTE WS-RU-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.      00107052
           MOVE SPACES TO WS-RU-HOLD-REASON.                            00107056
                                                                        00107060
           OPEN I-O RUN-CONTROL.                                        00107064
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'        00107068
               OPEN OUTPUT RUN-CONTROL                                  00107072
               CLOSE RUN-CONTROL                                        00107076
               OPEN I-O RUN-CONTROL                                     00107080
           END-IF.                                                      00107084
           IF WS-RUNCTL-STATUS NOT = '00'                               00107088
               DISPLAY 'UTIL2300 - RUNCTL OPEN FAILED, STATUS = '       00107092
                   WS-RUNCTL-STATUS                                     00107096
               MOVE 16 TO RETURN-CODE                                   00107100
               GO TO 050-EXIT                                           00107104
           END-IF.                                                      00107108
                                                                        00107112
           IF RU-OVERRIDE-GIVEN                                         00107116
               DISPLAY 'UTIL2300 - OVERRIDE - RUN-CONTROL CHECKS '      00107120
                   'SKIPPED'                                            00107124
               GO TO 050-MARK-STARTED                                   00107128
           END-IF.                                                      00107132
                                                                        00107136
           PERFORM 065-READ-RUN-CONTROL.                                00107140
           IF RU-RECORD-FOUND AND RU-COMPLETE                           00107144
               DISPLAY 'UTIL2300 - ALREADY COMPLETE FOR PERIOD '        00107148
                   WS-RU-PERIOD ' CYCLE ' WS-SELECT-CYCLE               00107152
               CLOSE RUN-CONTROL                                        00107156
               MOVE 12 TO RETURN-CODE                                   00107160
               GO TO 050-EXIT                                           00107164
           END-IF.                                                      00107168
                                                                        00107172
           IF WS-SELECT-CYCLE > 0                                       00107176
               PERFORM 055-FIND-CALENDAR THRU 055-EXIT                  00107180
           END-IF.                                                      00107184
           PERFORM 060-CHECK-PREDECESSOR                                00107188
               VARYING WS-RU-SUB FROM 1 BY 1                            00107192
               UNTIL WS-RU-SUB > WS-RU-PRED-COUNT                       00107196
                  OR WS-RU-HOLD-REASON NOT = SPACES.                    00107200
                                                                        00107204
           IF WS-RU-HOLD-REASON NOT = SPACES                            00107208
               DISPLAY 'UTIL2300 - HELD - ' WS-RU-HOLD-REASON           00107212
               MOVE 'H' TO WS-RU-NEW-STATUS                             00107216
               PERFORM 070-MARK-RUN-CONTROL                             00107220
               CLOSE RUN-CONTROL                                        00107224
               MOVE 12 TO RETURN-CODE                                   00107228
               GO TO 050-EXIT                                           00107232
           END-IF.                                                      00107236
                                                                        00107240
       050-MARK-STARTED.                                                00107244
           MOVE 'S' TO WS-RU-NEW-STATUS.                                00107248
           PERFORM 070-MARK-RUN-CONTROL.                                00107252
           CLOSE RUN-CONTROL.                                           00107256
                                                                        00107260
       050-EXIT.                                                        00107264
           EXIT.                                                        00107268
                                                                        00107272
      ***************************************************************** 00107276
      * FIND THE CYCLE'S CALENDAR ENTRY FOR THE PERIOD AND HOLD THE RUN 00107280
      * IF THERE IS NONE OR ITS BILL DATE IS NOT TONIGHT.               00107284
      ***************************************************************** 00107288
       055-FIND-CALENDAR.                                               00107292
           OPEN INPUT CYCLE-CALENDAR.                                   00107296
           IF WS-CYCCAL-STATUS NOT = '00'                               00107300
               DISPLAY 'UTIL2300 - CYCCAL OPEN FAILED, STATUS = '       00107304
                   WS-CYCCAL-STATUS                                     00107308
               MOVE 'CYCLE CALENDAR NOT AVAILABLE'                      00107312
                   TO WS-RU-HOLD-REASON                                 00107316
               GO TO 055-EXIT                                           00107320
           END-IF.                                                      00107324
                                                                        00107328
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00107332
           PERFORM 056-READ-CAL-RTN.                                    00107336
           PERFORM 057-MATCH-CALENDAR                                   00107340
               UNTIL CYCCAL-EOF OR CAL-ENTRY-FOUND.                     00107344
           CLOSE CYCLE-CALENDAR.                                        00107348
                                                                        00107352
           IF NOT CAL-ENTRY-FOUND                                       00107356
               MOVE 'CYCLE NOT ON CALENDAR' TO WS-RU-HOLD-REASON        00107360
               GO TO 055-EXIT                                           00107364
           END-IF.                                                      00107368
           IF WS-CAL-BILL-DATE NOT = WS-RUN-DATE-8                      00107372
               DISPLAY 'UTIL2300 - CYCLE ' WS-SELECT-CYCLE              00107376
                   ' IS SCHEDULED FOR ' WS-CAL-BILL-DATE                00107380
               MOVE 'CYCLE NOT SCHEDULED TONIGHT'                       00107384
                   TO WS-RU-HOLD-REASON                                 00107388
           END-IF.                                                      00107392
                                                                        00107396
       055-EXIT.                                                        00107400
           EXIT.                                                        00107404
                                                                        00107408
      ***************************************************************** 00107412
      * READ THE NEXT CYCLE CALENDAR RECORD, SETTING THE EOF SWITCH     00107416
      * WHEN THE FILE IS EXHAUSTED.                                     00107420
      ***************************************************************** 00107424
       056-READ-CAL-RTN.                                                00107428
           READ CYCLE-CALENDAR                                          00107432
               AT END                                                   00107436
                   SET CYCCAL-EOF TO TRUE                               00107440
               NOT AT END                                               00107444
                   SET CYCCAL-NOT-EOF TO TRUE                           00107448
           END-READ.                                                    00107452
                                                                        00107456
      ***************************************************************** 00107460
      * KEEP THE BILL DATE IF THIS IS THE CYCLE'S ENTRY FOR THE PERIOD, 00107464
      * ELSE READ THE NEXT ONE.                                         00107468
      ***************************************************************** 00107472
       057-MATCH-CALENDAR.                                              00107476
           IF CY-PERIOD = WS-RU-PERIOD                                  00107480
               AND CY-CYCLE-CODE = WS-SELECT-CYCLE                      00107484
               MOVE CY-BILL-DATE TO WS-CAL-BILL-DATE                    00107488
               SET CAL-ENTRY-FOUND TO TRUE                              00107492
           ELSE                                                         00107496
               PERFORM 056-READ-CAL-RTN                                 00107500
           END-IF.                                                      00107504
                                                                        00107508
      ***************************************************************** 00107512
      * LOOK UP ONE PREDECESSOR STEP'S RUN-CONTROL ENTRY FOR THE SAME   00107516
      * PERIOD AND CYCLE - ANYTHING BUT COMPLETE HOLDS THIS STEP.       00107520
      ***************************************************************** 00107524
       060-CHECK-PREDECESSOR.                                           00107528
           MOVE WS-RU-PERIOD           TO RU-PERIOD.                    00107532
           MOVE WS-SELECT-CYCLE        TO RU-CYCLE-CODE.                00107536
           MOVE WS-RU-PRED (WS-RU-SUB) TO RU-PROGRAM.                   00107540
           READ RUN-CONTROL                                             00107544
               INVALID KEY                                              00107548
                   MOVE SPACE TO RU-STATUS                              00107552
           END-READ.                                                    00107556
           IF NOT RU-COMPLETE                                           00107560
               STRING WS-RU-PRED (WS-RU-SUB) ' NOT COMPLETE'            00107564
                   DELIMITED BY SIZE INTO WS-RU-HOLD-REASON             00107568
           END-IF.                                                      00107572
                                                                        00107576
      ***************************************************************** 00107580
      * READ THIS STEP'S OWN RUN-CONTROL ENTRY FOR THE PERIOD AND       00107584
      * CYCLE, NOTING WHETHER IT IS ON FILE YET.                        00107588
      ***************************************************************** 00107592
       065-READ-RUN-CONTROL.                                            00107596
           MOVE WS-RU-PERIOD    TO RU-PERIOD.                           00107600
           MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE.                       00107604
           MOVE WS-RU-PROGRAM   TO RU-PROGRAM.                          00107608
           SET RU-RECORD-FOUND TO TRUE.                                 00107612
           READ RUN-CONTROL                                             00107616
               INVALID KEY                                              00107620
                   MOVE 'N' TO WS-RU-FOUND-SW                           00107624
           END-READ.                                                    00107628
                                                                        00107632
      ***************************************************************** 00107636
      * MARK THIS STEP STARTED (S) OR HELD (H) ON ITS RUN-CONTROL       00107640
      * ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP RUNS FOR THE    00107644
      * PERIOD AND CYCLE. ONLY A STARTED RUN COUNTS AS A RUN.           00107648
      ***************************************************************** 00107652
       070-MARK-RUN-CONTROL.                                            00107656
           PERFORM 065-READ-RUN-CONTROL.                                00107660
           IF NOT RU-RECORD-FOUND                                       00107664
               MOVE WS-RU-PERIOD    TO RU-PERIOD                        00107668
               MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE                    00107672
               MOVE WS-RU-PROGRAM   TO RU-PROGRAM                       00107676
               MOVE 0               TO RU-RUN-COUNT                     00107680
           END-IF.                                                      00107684
                                                                        00107688
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00107692
           MOVE WS-RU-NEW-STATUS   TO RU-STATUS.                        00107696
           MOVE WS-RU-OVERRIDE-SW  TO RU-OVERRIDE-SW.                   00107700
           MOVE WS-RUN-DATE-8      TO RU-START-DATE.                    00107704
           MOVE WS-RU-TIME-8 (1:6) TO RU-START-TIME.                    00107708
           MOVE 0                  TO RU-END-DATE.                      00107712
           MOVE 0                  TO RU-END-TIME.                      00107716
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00107720
           MOVE WS-RU-HOLD-REASON  TO RU-HOLD-REASON.                   00107724
           IF RU-HELD                                                   00107728
               MOVE 12 TO RU-RETURN-CODE                                00107732
           ELSE                                                         00107736
               MOVE 0 TO RU-RETURN-CODE                                 00107740
               ADD 1 TO RU-RUN-COUNT                                    00107744
           END-IF.                                                      00107748
                                                                        00107752
           IF RU-RECORD-FOUND                                           00107756
               REWRITE RU-RUN-CONTROL-RECORD                            00107760
                   INVALID KEY                                          00107764
                       DISPLAY 'UTIL2300 - RUNCTL REWRITE FAILED, '     00107768
                           'STATUS = ' WS-RUNCTL-STATUS                 00107772
               END-REWRITE                                              00107776
           ELSE                                                         00107780
               WRITE RU-RUN-CONTROL-RECORD                              00107784
                   INVALID KEY                                          00107788
                       DISPLAY 'UTIL2300 - RUNCTL WRITE FAILED, '       00107792
                           'STATUS = ' WS-RUNCTL-STATUS                 00107796
               END-WRITE                                                00107800
           END-IF.                                                      00107804
                                                                        00107808
      ***************************************************************** 00107812
      * RECORD HOW THE RUN ENDED ON ITS RUN-CONTROL ENTRY - COMPLETE    00107816
      * (C) ON RC 0, FAILED (F) ON ANYTHING ELSE - WITH THE END DATE    00107820
      * AND TIME, THE RC AND THE RUN'S COUNTS. A FAILURE HERE IS ONLY   00107824
      * DISPLAYED; THE NEXT STEP WILL FIND THIS ONE NOT COMPLETE AND    00107828
      * HOLD.                                                           00107832
      ***************************************************************** 00107836
       090-RECORD-FINISH.                                               00107840
           MOVE WS-SETTLE-COUNT  TO WS-RU-COUNT-1.                      00107844
                                                                        00107848
           OPEN I-O RUN-CONTROL.                                        00107852
           IF WS-RUNCTL-STATUS NOT = '00'                               00107856
               DISPLAY 'UTIL2300 - RUNCTL OPEN FAILED, STATUS = '       00107860
                   WS-RUNCTL-STATUS ' - FINISH NOT RECORDED'            00107864
               GO TO 090-EXIT                                           00107868
           END-IF.                                                      00107872
                                                                        00107876
           PERFORM 065-READ-RUN-CONTROL.                                00107880
           IF NOT RU-RECORD-FOUND                                       00107884
               DISPLAY 'UTIL2300 - RUN-CONTROL ENTRY MISSING - '        00107888
                   'FINISH NOT RECORDED'                                00107892
               CLOSE RUN-CONTROL                                        00107896
               GO TO 090-EXIT                                           00107900
           END-IF.                                                      00107904
                                                                        00107908
           ACCEPT WS-RU-DATE-8 FROM DATE YYYYMMDD.                      00107912
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00107916
           MOVE WS-RU-DATE-8       TO RU-END-DATE.                      00107920
           MOVE WS-RU-TIME-8 (1:6) TO RU-END-TIME.                      00107924
           MOVE RETURN-CODE        TO RU-RETURN-CODE.                   00107928
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00107932
           IF RETURN-CODE = 0                                           00107936
               SET RU-COMPLETE TO TRUE                                  00107940
           ELSE                                                         00107944
               SET RU-FAILED TO TRUE                                    00107948
           END-IF.                                                      00107952
           REWRITE RU-RUN-CONTROL-RECORD                                00107956
               INVALID KEY                                              00107960
                   DISPLAY 'UTIL2300 - RUNCTL REWRITE FAILED, '         00107964
                       'STATUS = ' WS-RUNCTL-STATUS                     00107968
           END-REWRITE.                                                 00107972
           CLOSE RUN-CONTROL.                                           00107976
                                                                        00107980
       090-EXIT.                                                        00107984
           EXIT.                                                        00107988
                                                                        00107992
      ***************************************************************** 00108000
      * OPEN THE FILES, SWEEP THE MASTER FRONT TO BACK AND SETTLE       00109000
      * THE ACCOUNTS THAT ARE DUE.                                      00110000

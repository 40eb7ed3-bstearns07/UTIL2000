      *  9-02-26  BS  New program - annual deposit interest accrual,    00022000
      *               move-out settlement with refund-check extract     00023000
      *               and account close-out.                            00024000
      *  10-15-26  BS  Stamp the close date on the master at            00024250
      *                settlement so the UTIL2850 bad-debt write-off    00024500
      *                can age the leftover balance from it.            00024750
      *  10-15-26  BS  Run control - before the sweep, check the cycle  00024781
      *                against tonight's CYCCAL calendar entry and      00024812
      *                UTIL2000's entry on the RUNCTL run-control file, 00024843
      *                hold the run (RC 12) if it already completed for 00024874
      *                the period and cycle, and record its start,      00024905
      *                finish, RC and counts there. ,OVERRIDE on the    00024936
      *                parm skips the checks.                           00024967
      ***************************************************************** 00025000
       ENVIRONMENT DIVISION.                                            00026000
       INPUT-OUTPUT SECTION.                                            00027000
               ORGANIZATION IS SEQUENTIAL                               00040000
               FILE STATUS IS WS-FINREG-STATUS.                         00041000
                                                                        00042000
           SELECT CYCLE-CALENDAR   ASSIGN TO CYCCAL                     00042090
               ORGANIZATION IS SEQUENTIAL                               00042180
               FILE STATUS IS WS-CYCCAL-STATUS.                         00042270
                                                                        00042360
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL                     00042450
               ORGANIZATION IS INDEXED                                  00042540
               ACCESS MODE IS RANDOM                                    00042630
               RECORD KEY IS RU-KEY                                     00042720
               FILE STATUS IS WS-RUNCTL-STATUS.                         00042810
                                                                        00042900
       DATA DIVISION.                                                   00043000
       FILE SECTION.                                                    00044000
       FD  CUSTOMER-MASTER                                              00045000
           RECORD CONTAINS 132 CHARACTERS.                              00055000
       01  FINREG-LINE              PIC X(132).                         00056000
                                                                        00057000
       FD  CYCLE-CALENDAR                                               00057111
           LABEL RECORDS ARE STANDARD.                                  00057222
       COPY CYCCAL.                                                     00057333
                                                                        00057444
       FD  RUN-CONTROL                                                  00057555
           LABEL RECORDS ARE STANDARD.                                  00057666
       COPY RUNCTL.                                                     00057777
                                                                        00057888
       WORKING-STORAGE SECTION.                                         00058000
                                                                        00059000
      ***************************************************************** 00060000
       01  WS-SELECT-CYCLE-N REDEFINES WS-SELECT-CYCLE-X                00125000
                                    PIC 9(02).                          00126000
                                                                        00127000
      ***************************************************************** 00127024
      * RUN CONTROL - THIS STEP'S ENTRY ON THE RUN-CONTROL FILE FOR THE 00127048
      * PERIOD AND CYCLE, AND THE STEPS (WS-RU-PRED) THAT MUST HAVE     00127072
      * FINISHED CLEAN FOR THE SAME PERIOD AND CYCLE BEFORE IT MAY RUN. 00127096
      * WS-RU-COUNT-AREA IS THE RUN'S COUNTS AS THEY GO TO THE          00127120
      * RUN-CONTROL RECORD. OVERRIDE ON THE PARM SKIPS THE CHECKS.      00127144
      ***************************************************************** 00127168
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00127192
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00127216
           88  CYCCAL-EOF                        VALUE 'Y'.             00127240
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00127264
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00127288
       01  WS-RU-PROGRAM            PIC X(08)    VALUE 'UTIL2800'.      00127312
       01  WS-RU-PRED-COUNT         PIC 9(4)  COMP  VALUE 1.            00127336
       01  WS-RU-PRED-VALUES.                                           00127360
           05  FILLER               PIC X(08)    VALUE 'UTIL2000'.      00127384
           05  FILLER               PIC X(08)    VALUE SPACES.          00127408
       01  WS-RU-PRED-TABLE REDEFINES WS-RU-PRED-VALUES.                00127432
           05  WS-RU-PRED           PIC X(08)    OCCURS 2 TIMES.        00127456
       01  WS-RU-SUB                PIC 9(4)  COMP  VALUE 0.            00127480
       01  WS-RU-PERIOD             PIC 9(06)    VALUE 0.               00127504
       01  WS-RU-NEW-STATUS         PIC X(01)    VALUE SPACE.           00127528
       01  WS-RU-HOLD-REASON        PIC X(30)    VALUE SPACES.          00127552
       01  WS-RU-OVERRIDE-SW        PIC X(01)    VALUE 'N'.             00127576
           88  RU-OVERRIDE-GIVEN                 VALUE 'Y'.             00127600
       01  WS-RU-FOUND-SW           PIC X(01)    VALUE 'N'.             00127624
           88  RU-RECORD-FOUND                   VALUE 'Y'.             00127648
       01  WS-CAL-FOUND-SW          PIC X(01)    VALUE 'N'.             00127672
           88  CAL-ENTRY-FOUND                   VALUE 'Y'.             00127696
       01  WS-CAL-BILL-DATE         PIC 9(08)    VALUE 0.               00127720
       01  WS-RU-DATE-8             PIC 9(08)    VALUE 0.               00127744
       01  WS-RU-TIME-8             PIC 9(08)    VALUE 0.               00127768
       01  WS-RU-COUNT-AREA.                                            00127792
           05  FILLER               PIC X(08)    VALUE 'INTEREST'.      00127816
           05  WS-RU-COUNT-1        PIC 9(07)    VALUE 0.               00127840
           05  FILLER               PIC X(08)    VALUE 'SETTLED'.       00127864
           05  WS-RU-COUNT-2        PIC 9(07)    VALUE 0.               00127888
           05  FILLER               PIC X(08)    VALUE 'REFUNDS'.       00127912
           05  WS-RU-COUNT-3        PIC 9(07)    VALUE 0.               00127936
                                                                        00127960
      ***************************************************************** 00128000
      * LINKAGE SECTION - THE JCL EXEC PARM NAMES THE CYCLE TO WORK.    00129000
      ***************************************************************** 00130000
                                                                        00150000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00151000
                                                                        00152000
      * A TRAILING ,OVERRIDE (OR OVERRIDE ALONE ON A FULL RUN) FORCES   00152066
      * THE RUN PAST THE RUN-CONTROL CHECKS IN 050-CHECK-RUN-CONTROL.   00152132
      * IT IS TAKEN OFF HERE SO THE REST OF THE PARM EDITS AS BEFORE.   00152198
           IF LS-PARM-LEN = 8                                           00152264
               AND LS-PARM-DATA (1:8) = 'OVERRIDE'                      00152330
               SET RU-OVERRIDE-GIVEN TO TRUE                            00152396
               MOVE 0 TO LS-PARM-LEN                                    00152462
           END-IF.                                                      00152528
           IF LS-PARM-LEN > 9                                           00152594
               AND LS-PARM-DATA (LS-PARM-LEN - 8:9) = ',OVERRIDE'       00152660
               SET RU-OVERRIDE-GIVEN TO TRUE                            00152726
               SUBTRACT 9 FROM LS-PARM-LEN                              00152792
           END-IF.                                                      00152858
                                                                        00152924
      * ONLY AN EMPTY PARM (SWEEP EVERY CYCLE - A FULL MONTHLY RUN)     00153000
      * OR CYCLE=NN WITH NN 01-20 IS ACCEPTED. A MISKEYED PARM STOPS    00154000
      * THE RUN - AN ALL-CYCLE SWEEP UNDER NIGHTLY CYCLES WOULD         00155000
                       LS-PARM-DATA (1:16)                              00173000
                   DISPLAY 'UTIL2800 - USE NO PARM (ALL CYCLES) OR '    00174000
                       'CYCLE=NN (NN 01-20)'                            00175000
                   DISPLAY 'UTIL2800 - ADD ,OVERRIDE TO SKIP THE '      00175333
                       'RUN-CONTROL CHECKS'                             00175666
                   MOVE 8 TO RETURN-CODE                                00176000
                   STOP RUN                                             00177000
               END-IF                                                   00178000
               DISPLAY 'UTIL2800 - WORKING ALL CYCLES'                  00183000
           END-IF.                                                      00184000
                                                                        00185000
           PERFORM 050-CHECK-RUN-CONTROL THRU 050-EXIT.                 00185142
           IF RETURN-CODE NOT = 0                                       00185284
               DISPLAY 'UTIL2800 - RUN HELD, RC = ' RETURN-CODE         00185426
               STOP RUN                                                 00185568
           END-IF.                                                      00185710
                                                                        00185852
           PERFORM 100-SWEEP-MASTER THRU 100-EXIT.                      00186000
                                                                        00187000
           DISPLAY 'UTIL2800 - INTEREST ACCRUALS : ' WS-ACCRUE-COUNT.   00188000
           DISPLAY 'UTIL2800 - ACCOUNTS SETTLED  : ' WS-SETTLE-COUNT.   00189000
           DISPLAY 'UTIL2800 - REFUND CHECKS CUT : ' WS-REFUND-COUNT.   00190000
                                                                        00191000
           PERFORM 090-RECORD-FINISH THRU 090-EXIT.                     00191500
           STOP RUN.                                                    00192000
                                                                        00193000
      ***************************************************************** 00193003
      * RUN CONTROL - BEFORE ANYTHING IS TOUCHED, MAKE SURE THIS STEP   00193006
      * MAY RUN: THE CYCLE MUST BE THE ONE THE CALENDAR HAS BILLING     00193009
      * TONIGHT, THE STEP MUST NOT ALREADY HAVE COMPLETED FOR THE       00193012
      * PERIOD AND CYCLE, AND EVERY STEP IN WS-RU-PRED MUST HAVE        00193015
      * FINISHED CLEAN FOR THEM. A STEP THAT FAILS A CHECK IS HELD -    00193018
      * MARKED H WITH THE REASON, RC 12 - UNLESS THE PARM CARRIES       00193021
      * OVERRIDE. A FULL RUN (NO CYCLE) HAS NO CALENDAR NIGHT TO CHECK. 00193024
      * A STEP CLEARED TO RUN IS MARKED STARTED, AND 090-RECORD-FINISH  00193027
      * MARKS IT COMPLETE OR FAILED AT THE END.                         00193030
      ***************************************************************** 00193033
       050-CHECK-RUN-CONTROL.                                           00193036
           COMPUTE WS-RU-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.      00193039
           MOVE SPACES TO WS-RU-HOLD-REASON.                            00193042
                                                                        00193045
           OPEN I-O RUN-CONTROL.                                        00193048
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'        00193051
               OPEN OUTPUT RUN-CONTROL                                  00193054
               CLOSE RUN-CONTROL                                        00193057
               OPEN I-O RUN-CONTROL                                     00193060
           END-IF.                                                      00193063
           IF WS-RUNCTL-STATUS NOT = '00'                               00193066
               DISPLAY 'UTIL2800 - RUNCTL OPEN FAILED, STATUS = '       00193069
                   WS-RUNCTL-STATUS                                     00193072
               MOVE 16 TO RETURN-CODE                                   00193075
               GO TO 050-EXIT                                           00193078
           END-IF.                                                      00193081
                                                                        00193084
           IF RU-OVERRIDE-GIVEN                                         00193087
               DISPLAY 'UTIL2800 - OVERRIDE - RUN-CONTROL CHECKS '      00193090
                   'SKIPPED'                                            00193093
               GO TO 050-MARK-STARTED                                   00193096
           END-IF.                                                      00193099
                                                                        00193102
           PERFORM 065-READ-RUN-CONTROL.                                00193105
           IF RU-RECORD-FOUND AND RU-COMPLETE                           00193108
               DISPLAY 'UTIL2800 - ALREADY COMPLETE FOR PERIOD '        00193111
                   WS-RU-PERIOD ' CYCLE ' WS-SELECT-CYCLE               00193114
               CLOSE RUN-CONTROL                                        00193117
               MOVE 12 TO RETURN-CODE                                   00193120
               GO TO 050-EXIT                                           00193123
           END-IF.                                                      00193126
                                                                        00193129
           IF WS-SELECT-CYCLE > 0                                       00193132
               PERFORM 055-FIND-CALENDAR THRU 055-EXIT                  00193135
           END-IF.                                                      00193138
           PERFORM 060-CHECK-PREDECESSOR                                00193141
               VARYING WS-RU-SUB FROM 1 BY 1                            00193144
               UNTIL WS-RU-SUB > WS-RU-PRED-COUNT                       00193147
                  OR WS-RU-HOLD-REASON NOT = SPACES.                    00193150
                                                                        00193153
           IF WS-RU-HOLD-REASON NOT = SPACES                            00193156
               DISPLAY 'UTIL2800 - HELD - ' WS-RU-HOLD-REASON           00193159
               MOVE 'H' TO WS-RU-NEW-STATUS                             00193162
               PERFORM 070-MARK-RUN-CONTROL                             00193165
               CLOSE RUN-CONTROL                                        00193168
               MOVE 12 TO RETURN-CODE                                   00193171
               GO TO 050-EXIT                                           00193174
           END-IF.                                                      00193177
                                                                        00193180
       050-MARK-STARTED.                                                00193183
           MOVE 'S' TO WS-RU-NEW-STATUS.                                00193186
           PERFORM 070-MARK-RUN-CONTROL.                                00193189
           CLOSE RUN-CONTROL.                                           00193192
                                                                        00193195
       050-EXIT.                                                        00193198
           EXIT.                                                        00193201
                                                                        00193204
      ***************************************************************** 00193207
      * FIND THE CYCLE'S CALENDAR ENTRY FOR THE PERIOD AND HOLD THE RUN 00193210
      * IF THERE IS NONE OR ITS BILL DATE IS NOT TONIGHT.               00193213
      ***************************************************************** 00193216
       055-FIND-CALENDAR.                                               00193219
           OPEN INPUT CYCLE-CALENDAR.                                   00193222
           IF WS-CYCCAL-STATUS NOT = '00'                               00193225
               DISPLAY 'UTIL2800 - CYCCAL OPEN FAILED, STATUS = '       00193228
                   WS-CYCCAL-STATUS                                     00193231
               MOVE 'CYCLE CALENDAR NOT AVAILABLE'                      00193234
                   TO WS-RU-HOLD-REASON                                 00193237
               GO TO 055-EXIT                                           00193240
           END-IF.                                                      00193243
                                                                        00193246
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00193249
           PERFORM 056-READ-CAL-RTN.                                    00193252
           PERFORM 057-MATCH-CALENDAR                                   00193255
               UNTIL CYCCAL-EOF OR CAL-ENTRY-FOUND.                     00193258
           CLOSE CYCLE-CALENDAR.                                        00193261
                                                                        00193264
           IF NOT CAL-ENTRY-FOUND                                       00193267
               MOVE 'CYCLE NOT ON CALENDAR' TO WS-RU-HOLD-REASON        00193270
               GO TO 055-EXIT                                           00193273
           END-IF.                                                      00193276
           IF WS-CAL-BILL-DATE NOT = WS-RUN-DATE-8                      00193279
               DISPLAY 'UTIL2800 - CYCLE ' WS-SELECT-CYCLE              00193282
                   ' IS SCHEDULED FOR ' WS-CAL-BILL-DATE                00193285
               MOVE 'CYCLE NOT SCHEDULED TONIGHT'                       00193288
                   TO WS-RU-HOLD-REASON                                 00193291
           END-IF.                                                      00193294
                                                                        00193297
       055-EXIT.                                                        00193300
           EXIT.                                                        00193303
                                                                        00193306
      ***************************************************************** 00193309
      * READ THE NEXT CYCLE CALENDAR RECORD, SETTING THE EOF SWITCH     00193312
      * WHEN THE FILE IS EXHAUSTED.                                     00193315
      ***************************************************************** 00193318
       056-READ-CAL-RTN.                                                00193321
           READ CYCLE-CALENDAR                                          00193324
               AT END                                                   00193327
                   SET CYCCAL-EOF TO TRUE                               00193330
               NOT AT END                                               00193333
                   SET CYCCAL-NOT-EOF TO TRUE                           00193336
           END-READ.                                                    00193339
                                                                        00193342
      ***************************************************************** 00193345
      * KEEP THE BILL DATE IF THIS IS THE CYCLE'S ENTRY FOR THE PERIOD, 00193348
      * ELSE READ THE NEXT ONE.                                         00193351
      ***************************************************************** 00193354
       057-MATCH-CALENDAR.                                              00193357
           IF CY-PERIOD = WS-RU-PERIOD                                  00193360
               AND CY-CYCLE-CODE = WS-SELECT-CYCLE                      00193363
               MOVE CY-BILL-DATE TO WS-CAL-BILL-DATE                    00193366
               SET CAL-ENTRY-FOUND TO TRUE                              00193369
           ELSE                                                         00193372
               PERFORM 056-READ-CAL-RTN                                 00193375
           END-IF.                                                      00193378
                                                                        00193381
      ***************************************************************** 00193384
      * LOOK UP ONE PREDECESSOR STEP'S RUN-CONTROL ENTRY FOR THE SAME   00193387
      * PERIOD AND CYCLE - ANYTHING BUT COMPLETE HOLDS THIS STEP.       00193390
      ***************************************************************** 00193393
       060-CHECK-PREDECESSOR.                                           00193396
           MOVE WS-RU-PERIOD           TO RU-PERIOD.                    00193399
           MOVE WS-SELECT-CYCLE        TO RU-CYCLE-CODE.                00193402
           MOVE WS-RU-PRED (WS-RU-SUB) TO RU-PROGRAM.                   00193405
           READ RUN-CONTROL                                             00193408
               INVALID KEY                                              00193411
                   MOVE SPACE TO RU-STATUS                              00193414
           END-READ.                                                    00193417
           IF NOT RU-COMPLETE                                           00193420
               STRING WS-RU-PRED (WS-RU-SUB) ' NOT COMPLETE'            00193423
                   DELIMITED BY SIZE INTO WS-RU-HOLD-REASON             00193426
           END-IF.                                                      00193429
                                                                        00193432
      ***************************************************************** 00193435
      * READ THIS STEP'S OWN RUN-CONTROL ENTRY FOR THE PERIOD AND       00193438
      * CYCLE, NOTING WHETHER IT IS ON FILE YET.                        00193441
      ***************************************************************** 00193444
       065-READ-RUN-CONTROL.                                            00193447
           MOVE WS-RU-PERIOD    TO RU-PERIOD.                           00193450
           MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE.                       00193453
           MOVE WS-RU-PROGRAM   TO RU-PROGRAM.                          00193456
           SET RU-RECORD-FOUND TO TRUE.                                 00193459
           READ RUN-CONTROL                                             00193462
               INVALID KEY                                              00193465
                   MOVE 'N' TO WS-RU-FOUND-SW                           00193468
           END-READ.                                                    00193471
                                                                        00193474
      ***************************************************************** 00193477
      * MARK THIS STEP STARTED (S) OR HELD (H) ON ITS RUN-CONTROL       00193480
      * ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP RUNS FOR THE    00193483
      * PERIOD AND CYCLE. ONLY A STARTED RUN COUNTS AS A RUN.           00193486
      ***************************************************************** 00193489
       070-MARK-RUN-CONTROL.                                            00193492
           PERFORM 065-READ-RUN-CONTROL.                                00193495
           IF NOT RU-RECORD-FOUND                                       00193498
               MOVE WS-RU-PERIOD    TO RU-PERIOD                        00193501
               MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE                    00193504
               MOVE WS-RU-PROGRAM   TO RU-PROGRAM                       00193507
               MOVE 0               TO RU-RUN-COUNT                     00193510
           END-IF.                                                      00193513
                                                                        00193516
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00193519
           MOVE WS-RU-NEW-STATUS   TO RU-STATUS.                        00193522
           MOVE WS-RU-OVERRIDE-SW  TO RU-OVERRIDE-SW.                   00193525
           MOVE WS-RUN-DATE-8      TO RU-START-DATE.                    00193528
           MOVE WS-RU-TIME-8 (1:6) TO RU-START-TIME.                    00193531
           MOVE 0                  TO RU-END-DATE.                      00193534
           MOVE 0                  TO RU-END-TIME.                      00193537
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00193540
           MOVE WS-RU-HOLD-REASON  TO RU-HOLD-REASON.                   00193543
           IF RU-HELD                                                   00193546
               MOVE 12 TO RU-RETURN-CODE                                00193549
           ELSE                                                         00193552
               MOVE 0 TO RU-RETURN-CODE                                 00193555
               ADD 1 TO RU-RUN-COUNT                                    00193558
           END-IF.                                                      00193561
                                                                        00193564
           IF RU-RECORD-FOUND                                           00193567
               REWRITE RU-RUN-CONTROL-RECORD                            00193570
                   INVALID KEY                                          00193573
                       DISPLAY 'UTIL2800 - RUNCTL REWRITE FAILED, '     00193576
                           'STATUS = ' WS-RUNCTL-STATUS                 00193579
               END-REWRITE                                              00193582
           ELSE                                                         00193585
               WRITE RU-RUN-CONTROL-RECORD                              00193588
                   INVALID KEY                                          00193591
                       DISPLAY 'UTIL2800 - RUNCTL WRITE FAILED, '       00193594
                           'STATUS = ' WS-RUNCTL-STATUS                 00193597
               END-WRITE                                                00193600
           END-IF.                                                      00193603
                                                                        00193606
      ***************************************************************** 00193609
      * RECORD HOW THE RUN ENDED ON ITS RUN-CONTROL ENTRY - COMPLETE    00193612
      * (C) ON RC 0, FAILED (F) ON ANYTHING ELSE - WITH THE END DATE    00193615
      * AND TIME, THE RC AND THE RUN'S COUNTS. A FAILURE HERE IS ONLY   00193618
      * DISPLAYED; THE NEXT STEP WILL FIND THIS ONE NOT COMPLETE AND    00193621
      * HOLD.                                                           00193624
      ***************************************************************** 00193627
       090-RECORD-FINISH.                                               00193630
           MOVE WS-ACCRUE-COUNT  TO WS-RU-COUNT-1.                      00193633
           MOVE WS-SETTLE-COUNT  TO WS-RU-COUNT-2.                      00193636
           MOVE WS-REFUND-COUNT  TO WS-RU-COUNT-3.                      00193639
                                                                        00193642
           OPEN I-O RUN-CONTROL.                                        00193645
           IF WS-RUNCTL-STATUS NOT = '00'                               00193648
               DISPLAY 'UTIL2800 - RUNCTL OPEN FAILED, STATUS = '       00193651
                   WS-RUNCTL-STATUS ' - FINISH NOT RECORDED'            00193654
               GO TO 090-EXIT                                           00193657
           END-IF.                                                      00193660
                                                                        00193663
           PERFORM 065-READ-RUN-CONTROL.                                00193666
           IF NOT RU-RECORD-FOUND                                       00193669
               DISPLAY 'UTIL2800 - RUN-CONTROL ENTRY MISSING - '        00193672
                   'FINISH NOT RECORDED'                                00193675
               CLOSE RUN-CONTROL                                        00193678
               GO TO 090-EXIT                                           00193681
           END-IF.                                                      00193684
                                                                        00193687
           ACCEPT WS-RU-DATE-8 FROM DATE YYYYMMDD.                      00193690
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00193693
           MOVE WS-RU-DATE-8       TO RU-END-DATE.                      00193696
           MOVE WS-RU-TIME-8 (1:6) TO RU-END-TIME.                      00193699
           MOVE RETURN-CODE        TO RU-RETURN-CODE.                   00193702
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00193705
           IF RETURN-CODE = 0                                           00193708
               SET RU-COMPLETE TO TRUE                                  00193711
           ELSE                                                         00193714
               SET RU-FAILED TO TRUE                                    00193717
           END-IF.                                                      00193720
           REWRITE RU-RUN-CONTROL-RECORD                                00193723
               INVALID KEY                                              00193726
                   DISPLAY 'UTIL2800 - RUNCTL REWRITE FAILED, '         00193729
                       'STATUS = ' WS-RUNCTL-STATUS                     00193732
           END-REWRITE.                                                 00193735
           CLOSE RUN-CONTROL.                                           00193738
                                                                        00193741
       090-EXIT.                                                        00193744
           EXIT.                                                        00193747
                                                                        00193750
      ***************************************************************** 00194000
      * OPEN THE FILES AND SWEEP THE MASTER FRONT TO BACK.              00195000
      ***************************************************************** 00196000
           MOVE 0 TO CM-DEPOSIT-AMT.                                    00356000
           MOVE 0 TO CM-DEPOSIT-INT.                                    00357000
           MOVE 'C' TO CM-ACCT-STATUS.                                  00358000
           MOVE WS-RUN-DATE-8 TO CM-CLOSE-DATE.                         00358500
           ADD 1 TO WS-SETTLE-COUNT.                                    00359000
           PERFORM 170-REWRITE-CUST.                                    00360000
                                                                        00361000

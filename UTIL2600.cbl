      *  9-02-26  BS  New program - collections sweep with staged       00022000
      *               dunning notices, disconnect work-order extract    00023000
      *               and CM-COLL-STATUS stage tracking.                00024000
      *  10-15-26  BS  Leave what is still owed on an active deferred   00024200
      *                payment arrangement out of the stage and the     00024400
      *                notice - oldest bucket first - so a customer     00024600
      *                keeping the plan is not dunned for it.           00024800
      *  10-15-26  BS  Run control - before noticing, check the cycle   00024822
      *                against tonight's CYCCAL calendar entry and      00024844
      *                UTIL2100's entry on the RUNCTL run-control file  00024866
      *                (no dunning ahead of the aging roll), hold the   00024888
      *                run (RC 12) if it already completed for the      00024910
      *                period and cycle, and record its start, finish,  00024932
      *                RC and counts there. ,OVERRIDE on the parm skips 00024954
      *                the checks.                                      00024976
      ***************************************************************** 00025000
       ENVIRONMENT DIVISION.                                            00026000
       INPUT-OUTPUT SECTION.                                            00027000
               ORGANIZATION IS SEQUENTIAL                               00040000
               FILE STATUS IS WS-DISCWO-STATUS.                         00041000
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
           LABEL RECORDS ARE STANDARD.                                  00055000
       COPY DISCWO.                                                     00056000
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
      * LADDER IN ORDER.                                                00075000
      ***************************************************************** 00076000
       01  WS-NEW-STAGE             PIC X(01)    VALUE SPACE.           00077000
                                                                        00077062
      ***************************************************************** 00077124
      * COLLECTIBLE BUCKETS - THE PAST-DUE BUCKETS LESS WHAT IS STILL   00077186
      * OWED ON AN ACTIVE PAYMENT ARRANGEMENT, TAKEN OUT OLDEST FIRST   00077248
      * (THE PLAN COVERS THE OLDEST DEBT). WITH NO ACTIVE PLAN THEY     00077310
      * ARE THE BUCKETS AS THEY STAND, SO A BROKEN PLAN PUTS THE        00077372
      * ACCOUNT RIGHT BACK AT THE STAGE THE BUCKETS HAVE REACHED.       00077434
      ***************************************************************** 00077496
       01  WS-COLL-30               PIC S9(6)V99 VALUE 0.               00077558
       01  WS-COLL-60               PIC S9(6)V99 VALUE 0.               00077620
       01  WS-COLL-90               PIC S9(6)V99 VALUE 0.               00077682
       01  WS-ARR-HELD              PIC S9(7)V99 VALUE 0.               00077744
       01  WS-HOLD-SW               PIC X(01)    VALUE 'N'.             00077806
           88  STAGE-HELD-BY-PLAN                VALUE 'Y'.             00077868
           88  STAGE-NOT-HELD                    VALUE 'N'.             00077930
                                                                        00078000
      ***************************************************************** 00079000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00080000
       01  WS-WARN-COUNT            PIC 9(7)     VALUE 0.               00084000
       01  WS-ORDER-COUNT           PIC 9(7)     VALUE 0.               00085000
       01  WS-CURED-COUNT           PIC 9(7)     VALUE 0.               00086000
       01  WS-HELD-COUNT            PIC 9(7)     VALUE 0.               00086500
                                                                        00087000
      ***************************************************************** 00088000
      * EDITED FIELDS FOR THE NOTICE BODY                               00089000
       01  WS-SELECT-CYCLE-N REDEFINES WS-SELECT-CYCLE-X                00114000
                                    PIC 9(02).                          00115000
                                                                        00116000
      ***************************************************************** 00116024
      * RUN CONTROL - THIS STEP'S ENTRY ON THE RUN-CONTROL FILE FOR THE 00116048
      * PERIOD AND CYCLE, AND THE STEPS (WS-RU-PRED) THAT MUST HAVE     00116072
      * FINISHED CLEAN FOR THE SAME PERIOD AND CYCLE BEFORE IT MAY RUN. 00116096
      * WS-RU-COUNT-AREA IS THE RUN'S COUNTS AS THEY GO TO THE          00116120
      * RUN-CONTROL RECORD. OVERRIDE ON THE PARM SKIPS THE CHECKS.      00116144
      ***************************************************************** 00116168
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00116192
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00116216
           88  CYCCAL-EOF                        VALUE 'Y'.             00116240
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00116264
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00116288
       01  WS-RU-PROGRAM            PIC X(08)    VALUE 'UTIL2600'.      00116312
       01  WS-RU-PRED-COUNT         PIC 9(4)  COMP  VALUE 1.            00116336
       01  WS-RU-PRED-VALUES.                                           00116360
           05  FILLER               PIC X(08)    VALUE 'UTIL2100'.      00116384
           05  FILLER               PIC X(08)    VALUE SPACES.          00116408
       01  WS-RU-PRED-TABLE REDEFINES WS-RU-PRED-VALUES.                00116432
           05  WS-RU-PRED           PIC X(08)    OCCURS 2 TIMES.        00116456
       01  WS-RU-SUB                PIC 9(4)  COMP  VALUE 0.            00116480
       01  WS-RU-PERIOD             PIC 9(06)    VALUE 0.               00116504
       01  WS-RU-NEW-STATUS         PIC X(01)    VALUE SPACE.           00116528
       01  WS-RU-HOLD-REASON        PIC X(30)    VALUE SPACES.          00116552
       01  WS-RU-OVERRIDE-SW        PIC X(01)    VALUE 'N'.             00116576
           88  RU-OVERRIDE-GIVEN                 VALUE 'Y'.             00116600
       01  WS-RU-FOUND-SW           PIC X(01)    VALUE 'N'.             00116624
           88  RU-RECORD-FOUND                   VALUE 'Y'.             00116648
       01  WS-CAL-FOUND-SW          PIC X(01)    VALUE 'N'.             00116672
           88  CAL-ENTRY-FOUND                   VALUE 'Y'.             00116696
       01  WS-CAL-BILL-DATE         PIC 9(08)    VALUE 0.               00116720
       01  WS-RU-DATE-8             PIC 9(08)    VALUE 0.               00116744
       01  WS-RU-TIME-8             PIC 9(08)    VALUE 0.               00116768
       01  WS-RU-COUNT-AREA.                                            00116792
           05  FILLER               PIC X(08)    VALUE 'REMINDER'.      00116816
           05  WS-RU-COUNT-1        PIC 9(07)    VALUE 0.               00116840
           05  FILLER               PIC X(08)    VALUE 'FINAL'.         00116864
           05  WS-RU-COUNT-2        PIC 9(07)    VALUE 0.               00116888
           05  FILLER               PIC X(08)    VALUE 'WARNINGS'.      00116912
           05  WS-RU-COUNT-3        PIC 9(07)    VALUE 0.               00116936
                                                                        00116960
      ***************************************************************** 00117000
      * LINKAGE SECTION - THE JCL EXEC PARM NAMES THE CYCLE TO WORK.    00118000
      ***************************************************************** 00119000
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00141000
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   00142000
                                                                        00143000
      * A TRAILING ,OVERRIDE (OR OVERRIDE ALONE ON A FULL RUN) FORCES   00143066
      * THE RUN PAST THE RUN-CONTROL CHECKS IN 050-CHECK-RUN-CONTROL.   00143132
      * IT IS TAKEN OFF HERE SO THE REST OF THE PARM EDITS AS BEFORE.   00143198
           IF LS-PARM-LEN = 8                                           00143264
               AND LS-PARM-DATA (1:8) = 'OVERRIDE'                      00143330
               SET RU-OVERRIDE-GIVEN TO TRUE                            00143396
               MOVE 0 TO LS-PARM-LEN                                    00143462
           END-IF.                                                      00143528
           IF LS-PARM-LEN > 9                                           00143594
               AND LS-PARM-DATA (LS-PARM-LEN - 8:9) = ',OVERRIDE'       00143660
               SET RU-OVERRIDE-GIVEN TO TRUE                            00143726
               SUBTRACT 9 FROM LS-PARM-LEN                              00143792
           END-IF.                                                      00143858
                                                                        00143924
      * ONLY AN EMPTY PARM (WORK EVERY CYCLE - A FULL MONTHLY RUN)      00144000
      * OR CYCLE=NN WITH NN 01-20 IS ACCEPTED. A MISKEYED PARM STOPS    00145000
      * THE RUN - FALLING THROUGH TO AN ALL-CYCLE SWEEP WOULD NOTICE    00146000
                       LS-PARM-DATA (1:16)                              00164000
                   DISPLAY 'UTIL2600 - USE NO PARM (ALL CYCLES) OR '    00165000
                       'CYCLE=NN (NN 01-20)'                            00166000
                   DISPLAY 'UTIL2600 - ADD ,OVERRIDE TO SKIP THE '      00166333
                       'RUN-CONTROL CHECKS'                             00166666
                   MOVE 8 TO RETURN-CODE                                00167000
                   STOP RUN                                             00168000
               END-IF                                                   00169000
               DISPLAY 'UTIL2600 - WORKING ALL CYCLES'                  00174000
           END-IF.                                                      00175000
                                                                        00176000
           PERFORM 050-CHECK-RUN-CONTROL THRU 050-EXIT.                 00176142
           IF RETURN-CODE NOT = 0                                       00176284
               DISPLAY 'UTIL2600 - RUN HELD, RC = ' RETURN-CODE         00176426
               STOP RUN                                                 00176568
           END-IF.                                                      00176710
                                                                        00176852
           PERFORM 100-WORK-COLLECTIONS THRU 100-EXIT.                  00177000
                                                                        00178000
           DISPLAY 'UTIL2600 - REMINDERS PRINTED   : '                  00179000
               WS-ORDER-COUNT.                                          00186000
           DISPLAY 'UTIL2600 - ACCOUNTS CURED      : '                  00187000
               WS-CURED-COUNT.                                          00188000
           DISPLAY 'UTIL2600 - HELD BY ARRANGEMENT : '                  00188333
               WS-HELD-COUNT.                                           00188666
                                                                        00189000
           PERFORM 090-RECORD-FINISH THRU 090-EXIT.                     00189500
           STOP RUN.                                                    00190000
                                                                        00191000
      ***************************************************************** 00191003
      * RUN CONTROL - BEFORE ANYTHING IS TOUCHED, MAKE SURE THIS STEP   00191006
      * MAY RUN: THE CYCLE MUST BE THE ONE THE CALENDAR HAS BILLING     00191009
      * TONIGHT, THE STEP MUST NOT ALREADY HAVE COMPLETED FOR THE       00191012
      * PERIOD AND CYCLE, AND EVERY STEP IN WS-RU-PRED MUST HAVE        00191015
      * FINISHED CLEAN FOR THEM. A STEP THAT FAILS A CHECK IS HELD -    00191018
      * MARKED H WITH THE REASON, RC 12 - UNLESS THE PARM CARRIES       00191021
      * OVERRIDE. A FULL RUN (NO CYCLE) HAS NO CALENDAR NIGHT TO CHECK. 00191024
      * A STEP CLEARED TO RUN IS MARKED STARTED, AND 090-RECORD-FINISH  00191027
      * MARKS IT COMPLETE OR FAILED AT THE END.                         00191030
      ***************************************************************** 00191033
       050-CHECK-RUN-CONTROL.                                           00191036
           COMPUTE WS-RU-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.      00191039
           MOVE SPACES TO WS-RU-HOLD-REASON.                            00191042
                                                                        00191045
           OPEN I-O RUN-CONTROL.                                        00191048
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'        00191051
               OPEN OUTPUT RUN-CONTROL                                  00191054
               CLOSE RUN-CONTROL                                        00191057
               OPEN I-O RUN-CONTROL                                     00191060
           END-IF.                                                      00191063
           IF WS-RUNCTL-STATUS NOT = '00'                               00191066
               DISPLAY 'UTIL2600 - RUNCTL OPEN FAILED, STATUS = '       00191069
                   WS-RUNCTL-STATUS                                     00191072
               MOVE 16 TO RETURN-CODE                                   00191075
               GO TO 050-EXIT                                           00191078
           END-IF.                                                      00191081
                                                                        00191084
           IF RU-OVERRIDE-GIVEN                                         00191087
               DISPLAY 'UTIL2600 - OVERRIDE - RUN-CONTROL CHECKS '      00191090
                   'SKIPPED'                                            00191093
               GO TO 050-MARK-STARTED                                   00191096
           END-IF.                                                      00191099
                                                                        00191102
           PERFORM 065-READ-RUN-CONTROL.                                00191105
           IF RU-RECORD-FOUND AND RU-COMPLETE                           00191108
               DISPLAY 'UTIL2600 - ALREADY COMPLETE FOR PERIOD '        00191111
                   WS-RU-PERIOD ' CYCLE ' WS-SELECT-CYCLE               00191114
               CLOSE RUN-CONTROL                                        00191117
               MOVE 12 TO RETURN-CODE                                   00191120
               GO TO 050-EXIT                                           00191123
           END-IF.                                                      00191126
                                                                        00191129
           IF WS-SELECT-CYCLE > 0                                       00191132
               PERFORM 055-FIND-CALENDAR THRU 055-EXIT                  00191135
           END-IF.                                                      00191138
           PERFORM 060-CHECK-PREDECESSOR                                00191141
               VARYING WS-RU-SUB FROM 1 BY 1                            00191144
               UNTIL WS-RU-SUB > WS-RU-PRED-COUNT                       00191147
                  OR WS-RU-HOLD-REASON NOT = SPACES.                    00191150
                                                                        00191153
           IF WS-RU-HOLD-REASON NOT = SPACES                            00191156
               DISPLAY 'UTIL2600 - HELD - ' WS-RU-HOLD-REASON           00191159
               MOVE 'H' TO WS-RU-NEW-STATUS                             00191162
               PERFORM 070-MARK-RUN-CONTROL                             00191165
               CLOSE RUN-CONTROL                                        00191168
               MOVE 12 TO RETURN-CODE                                   00191171
               GO TO 050-EXIT                                           00191174
           END-IF.                                                      00191177
                                                                        00191180
       050-MARK-STARTED.                                                00191183
           MOVE 'S' TO WS-RU-NEW-STATUS.                                00191186
           PERFORM 070-MARK-RUN-CONTROL.                                00191189
           CLOSE RUN-CONTROL.                                           00191192
                                                                        00191195
       050-EXIT.                                                        00191198
           EXIT.                                                        00191201
                                                                        00191204
      ***************************************************************** 00191207
      * FIND THE CYCLE'S CALENDAR ENTRY FOR THE PERIOD AND HOLD THE RUN 00191210
      * IF THERE IS NONE OR ITS BILL DATE IS NOT TONIGHT.               00191213
      ***************************************************************** 00191216
       055-FIND-CALENDAR.                                               00191219
           OPEN INPUT CYCLE-CALENDAR.                                   00191222
           IF WS-CYCCAL-STATUS NOT = '00'                               00191225
               DISPLAY 'UTIL2600 - CYCCAL OPEN FAILED, STATUS = '       00191228
                   WS-CYCCAL-STATUS                                     00191231
               MOVE 'CYCLE CALENDAR NOT AVAILABLE'                      00191234
                   TO WS-RU-HOLD-REASON                                 00191237
               GO TO 055-EXIT                                           00191240
           END-IF.                                                      00191243
                                                                        00191246
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00191249
           PERFORM 056-READ-CAL-RTN.                                    00191252
           PERFORM 057-MATCH-CALENDAR                                   00191255
               UNTIL CYCCAL-EOF OR CAL-ENTRY-FOUND.                     00191258
           CLOSE CYCLE-CALENDAR.                                        00191261
                                                                        00191264
           IF NOT CAL-ENTRY-FOUND                                       00191267
               MOVE 'CYCLE NOT ON CALENDAR' TO WS-RU-HOLD-REASON        00191270
               GO TO 055-EXIT                                           00191273
           END-IF.                                                      00191276
           IF WS-CAL-BILL-DATE NOT = WS-RUN-DATE-8                      00191279
               DISPLAY 'UTIL2600 - CYCLE ' WS-SELECT-CYCLE              00191282
                   ' IS SCHEDULED FOR ' WS-CAL-BILL-DATE                00191285
               MOVE 'CYCLE NOT SCHEDULED TONIGHT'                       00191288
                   TO WS-RU-HOLD-REASON                                 00191291
           END-IF.                                                      00191294
                                                                        00191297
       055-EXIT.                                                        00191300
           EXIT.                                                        00191303
                                                                        00191306
      ***************************************************************** 00191309
      * READ THE NEXT CYCLE CALENDAR RECORD, SETTING THE EOF SWITCH     00191312
      * WHEN THE FILE IS EXHAUSTED.                                     00191315
      ***************************************************************** 00191318
       056-READ-CAL-RTN.                                                00191321
           READ CYCLE-CALENDAR                                          00191324
               AT END                                                   00191327
                   SET CYCCAL-EOF TO TRUE                               00191330
               NOT AT END                                               00191333
                   SET CYCCAL-NOT-EOF TO TRUE                           00191336
           END-READ.                                                    00191339
                                                                        00191342
      ***************************************************************** 00191345
      * KEEP THE BILL DATE IF THIS IS THE CYCLE'S ENTRY FOR THE PERIOD, 00191348
      * ELSE READ THE NEXT ONE.                                         00191351
      ***************************************************************** 00191354
       057-MATCH-CALENDAR.                                              00191357
           IF CY-PERIOD = WS-RU-PERIOD                                  00191360
               AND CY-CYCLE-CODE = WS-SELECT-CYCLE                      00191363
               MOVE CY-BILL-DATE TO WS-CAL-BILL-DATE                    00191366
               SET CAL-ENTRY-FOUND TO TRUE                              00191369
           ELSE                                                         00191372
               PERFORM 056-READ-CAL-RTN                                 00191375
           END-IF.                                                      00191378
                                                                        00191381
      ***************************************************************** 00191384
      * LOOK UP ONE PREDECESSOR STEP'S RUN-CONTROL ENTRY FOR THE SAME   00191387
      * PERIOD AND CYCLE - ANYTHING BUT COMPLETE HOLDS THIS STEP.       00191390
      ***************************************************************** 00191393
       060-CHECK-PREDECESSOR.                                           00191396
           MOVE WS-RU-PERIOD           TO RU-PERIOD.                    00191399
           MOVE WS-SELECT-CYCLE        TO RU-CYCLE-CODE.                00191402
           MOVE WS-RU-PRED (WS-RU-SUB) TO RU-PROGRAM.                   00191405
           READ RUN-CONTROL                                             00191408
               INVALID KEY                                              00191411
                   MOVE SPACE TO RU-STATUS                              00191414
           END-READ.                                                    00191417
           IF NOT RU-COMPLETE                                           00191420
               STRING WS-RU-PRED (WS-RU-SUB) ' NOT COMPLETE'            00191423
                   DELIMITED BY SIZE INTO WS-RU-HOLD-REASON             00191426
           END-IF.                                                      00191429
                                                                        00191432
      ***************************************************************** 00191435
      * READ THIS STEP'S OWN RUN-CONTROL ENTRY FOR THE PERIOD AND       00191438
      * CYCLE, NOTING WHETHER IT IS ON FILE YET.                        00191441
      ***************************************************************** 00191444
       065-READ-RUN-CONTROL.                                            00191447
           MOVE WS-RU-PERIOD    TO RU-PERIOD.                           00191450
           MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE.                       00191453
           MOVE WS-RU-PROGRAM   TO RU-PROGRAM.                          00191456
           SET RU-RECORD-FOUND TO TRUE.                                 00191459
           READ RUN-CONTROL                                             00191462
               INVALID KEY                                              00191465
                   MOVE 'N' TO WS-RU-FOUND-SW                           00191468
           END-READ.                                                    00191471
                                                                        00191474
      ***************************************************************** 00191477
      * MARK THIS STEP STARTED (S) OR HELD (H) ON ITS RUN-CONTROL       00191480
      * ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP RUNS FOR THE    00191483
      * PERIOD AND CYCLE. ONLY A STARTED RUN COUNTS AS A RUN.           00191486
      ***************************************************************** 00191489
       070-MARK-RUN-CONTROL.                                            00191492
           PERFORM 065-READ-RUN-CONTROL.                                00191495
           IF NOT RU-RECORD-FOUND                                       00191498
               MOVE WS-RU-PERIOD    TO RU-PERIOD                        00191501
               MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE                    00191504
               MOVE WS-RU-PROGRAM   TO RU-PROGRAM                       00191507
               MOVE 0               TO RU-RUN-COUNT                     00191510
           END-IF.                                                      00191513
                                                                        00191516
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00191519
           MOVE WS-RU-NEW-STATUS   TO RU-STATUS.                        00191522
           MOVE WS-RU-OVERRIDE-SW  TO RU-OVERRIDE-SW.                   00191525
           MOVE WS-RUN-DATE-8      TO RU-START-DATE.                    00191528
           MOVE WS-RU-TIME-8 (1:6) TO RU-START-TIME.                    00191531
           MOVE 0                  TO RU-END-DATE.                      00191534
           MOVE 0                  TO RU-END-TIME.                      00191537
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00191540
           MOVE WS-RU-HOLD-REASON  TO RU-HOLD-REASON.                   00191543
           IF RU-HELD                                                   00191546
               MOVE 12 TO RU-RETURN-CODE                                00191549
           ELSE                                                         00191552
               MOVE 0 TO RU-RETURN-CODE                                 00191555
               ADD 1 TO RU-RUN-COUNT                                    00191558
           END-IF.                                                      00191561
                                                                        00191564
           IF RU-RECORD-FOUND                                           00191567
               REWRITE RU-RUN-CONTROL-RECORD                            00191570
                   INVALID KEY                                          00191573
                       DISPLAY 'UTIL2600 - RUNCTL REWRITE FAILED, '     00191576
                           'STATUS = ' WS-RUNCTL-STATUS                 00191579
               END-REWRITE                                              00191582
           ELSE                                                         00191585
               WRITE RU-RUN-CONTROL-RECORD                              00191588
                   INVALID KEY                                          00191591
                       DISPLAY 'UTIL2600 - RUNCTL WRITE FAILED, '       00191594
                           'STATUS = ' WS-RUNCTL-STATUS                 00191597
               END-WRITE                                                00191600
           END-IF.                                                      00191603
                                                                        00191606
      ***************************************************************** 00191609
      * RECORD HOW THE RUN ENDED ON ITS RUN-CONTROL ENTRY - COMPLETE    00191612
      * (C) ON RC 0, FAILED (F) ON ANYTHING ELSE - WITH THE END DATE    00191615
      * AND TIME, THE RC AND THE RUN'S COUNTS. A FAILURE HERE IS ONLY   00191618
      * DISPLAYED; THE NEXT STEP WILL FIND THIS ONE NOT COMPLETE AND    00191621
      * HOLD.                                                           00191624
      ***************************************************************** 00191627
       090-RECORD-FINISH.                                               00191630
           MOVE WS-REMIND-COUNT  TO WS-RU-COUNT-1.                      00191633
           MOVE WS-FINAL-COUNT   TO WS-RU-COUNT-2.                      00191636
           MOVE WS-WARN-COUNT    TO WS-RU-COUNT-3.                      00191639
                                                                        00191642
           OPEN I-O RUN-CONTROL.                                        00191645
           IF WS-RUNCTL-STATUS NOT = '00'                               00191648
               DISPLAY 'UTIL2600 - RUNCTL OPEN FAILED, STATUS = '       00191651
                   WS-RUNCTL-STATUS ' - FINISH NOT RECORDED'            00191654
               GO TO 090-EXIT                                           00191657
           END-IF.                                                      00191660
                                                                        00191663
           PERFORM 065-READ-RUN-CONTROL.                                00191666
           IF NOT RU-RECORD-FOUND                                       00191669
               DISPLAY 'UTIL2600 - RUN-CONTROL ENTRY MISSING - '        00191672
                   'FINISH NOT RECORDED'                                00191675
               CLOSE RUN-CONTROL                                        00191678
               GO TO 090-EXIT                                           00191681
           END-IF.                                                      00191684
                                                                        00191687
           ACCEPT WS-RU-DATE-8 FROM DATE YYYYMMDD.                      00191690
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00191693
           MOVE WS-RU-DATE-8       TO RU-END-DATE.                      00191696
           MOVE WS-RU-TIME-8 (1:6) TO RU-END-TIME.                      00191699
           MOVE RETURN-CODE        TO RU-RETURN-CODE.                   00191702
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00191705
           IF RETURN-CODE = 0                                           00191708
               SET RU-COMPLETE TO TRUE                                  00191711
           ELSE                                                         00191714
               SET RU-FAILED TO TRUE                                    00191717
           END-IF.                                                      00191720
           REWRITE RU-RUN-CONTROL-RECORD                                00191723
               INVALID KEY                                              00191726
                   DISPLAY 'UTIL2600 - RUNCTL REWRITE FAILED, '         00191729
                       'STATUS = ' WS-RUNCTL-STATUS                     00191732
           END-REWRITE.                                                 00191735
           CLOSE RUN-CONTROL.                                           00191738
                                                                        00191741
       090-EXIT.                                                        00191744
           EXIT.                                                        00191747
                                                                        00191750
      ***************************************************************** 00192000
      * OPEN THE FILES, SWEEP THE MASTER FRONT TO BACK AND WORK         00193000
      * EVERY ACCOUNT'S COLLECTION STAGE.                               00194000
               GO TO 120-READ-NEXT                                      00266000
           END-IF.                                                      00267000
                                                                        00268000
           PERFORM 125-APPLY-ARRANGEMENT THRU 125-EXIT.                 00268333
                                                                        00268666
           EVALUATE TRUE                                                00269000
               WHEN WS-COLL-90 > 0                                      00270000
                   MOVE '3' TO WS-NEW-STAGE                             00271000
               WHEN WS-COLL-60 > 0                                      00272000
                   MOVE '2' TO WS-NEW-STAGE                             00273000
               WHEN WS-COLL-30 > 0                                      00274000
                   MOVE '1' TO WS-NEW-STAGE                             00275000
               WHEN OTHER                                               00276000
                   MOVE SPACE TO WS-NEW-STAGE                           00277000
           END-EVALUATE.                                                00278000
           IF STAGE-HELD-BY-PLAN                                        00278200
               AND (CM-AGE-30 > 0 OR CM-AGE-60 > 0 OR CM-AGE-90 > 0)    00278400
               ADD 1 TO WS-HELD-COUNT                                   00278600
           END-IF.                                                      00278800
                                                                        00279000
      * NOTHING PAST DUE - AN ACCOUNT STILL CARRYING A STAGE HAS        00280000
      * CURED AND COMES OUT OF COLLECTIONS. ONE THAT IS ONLY HELD BY    00280500
      * AN ARRANGEMENT HAS NOT CURED - IT KEEPS THE STAGE ALREADY       00281000
      * NOTICED, SO A BROKEN PLAN PICKS UP WHERE IT LEFT OFF.           00281500
           IF WS-NEW-STAGE = SPACE                                      00282000
               IF CM-COLL-STATUS NOT = SPACE                            00283000
                   AND STAGE-NOT-HELD                                   00283500
                   MOVE SPACE TO CM-COLL-STATUS                         00284000
                   ADD 1 TO WS-CURED-COUNT                              00285000
                   PERFORM 170-REWRITE-CUST                             00286000
                                                                        00306000
       120-EXIT.                                                        00307000
           EXIT.                                                        00308000
                                                                        00308019
      ***************************************************************** 00308038
      * LOAD THE COLLECTIBLE BUCKETS, TAKING WHAT IS STILL OWED ON AN   00308057
      * ACTIVE ARRANGEMENT OUT OF THE 90, THEN THE 60, THEN THE 30.     00308076
      ***************************************************************** 00308095
       125-APPLY-ARRANGEMENT.                                           00308114
           MOVE CM-AGE-30 TO WS-COLL-30.                                00308133
           MOVE CM-AGE-60 TO WS-COLL-60.                                00308152
           MOVE CM-AGE-90 TO WS-COLL-90.                                00308171
           SET STAGE-NOT-HELD TO TRUE.                                  00308190
           IF NOT CM-ARR-ACTIVE                                         00308209
               GO TO 125-EXIT                                           00308228
           END-IF.                                                      00308247
                                                                        00308266
           COMPUTE WS-ARR-HELD = CM-ARR-AMT - CM-ARR-PAID-AMT.          00308285
           IF WS-ARR-HELD NOT > 0                                       00308304
               GO TO 125-EXIT                                           00308323
           END-IF.                                                      00308342
           SET STAGE-HELD-BY-PLAN TO TRUE.                              00308361
                                                                        00308380
           IF WS-COLL-90 > 0                                            00308399
               IF WS-ARR-HELD NOT < WS-COLL-90                          00308418
                   SUBTRACT WS-COLL-90 FROM WS-ARR-HELD                 00308437
                   MOVE 0 TO WS-COLL-90                                 00308456
               ELSE                                                     00308475
                   SUBTRACT WS-ARR-HELD FROM WS-COLL-90                 00308494
                   MOVE 0 TO WS-ARR-HELD                                00308513
               END-IF                                                   00308532
           END-IF.                                                      00308551
           IF WS-COLL-60 > 0                                            00308570
               IF WS-ARR-HELD NOT < WS-COLL-60                          00308589
                   SUBTRACT WS-COLL-60 FROM WS-ARR-HELD                 00308608
                   MOVE 0 TO WS-COLL-60                                 00308627
               ELSE                                                     00308646
                   SUBTRACT WS-ARR-HELD FROM WS-COLL-60                 00308665
                   MOVE 0 TO WS-ARR-HELD                                00308684
               END-IF                                                   00308703
           END-IF.                                                      00308722
           IF WS-COLL-30 > 0                                            00308741
               IF WS-ARR-HELD NOT < WS-COLL-30                          00308760
                   SUBTRACT WS-COLL-30 FROM WS-ARR-HELD                 00308779
                   MOVE 0 TO WS-COLL-30                                 00308798
               ELSE                                                     00308817
                   SUBTRACT WS-ARR-HELD FROM WS-COLL-30                 00308836
                   MOVE 0 TO WS-ARR-HELD                                00308855
               END-IF                                                   00308874
           END-IF.                                                      00308893
                                                                        00308912
       125-EXIT.                                                        00308931
           EXIT.                                                        00308950
                                                                        00309000
      ***************************************************************** 00310000
      * PRINT ONE DUNNING NOTICE - ADDRESS BLOCK, THE PAST-DUE          00311000
      * POSITION AND THE STAGE WORDING - ON ITS OWN PAGE.               00312000
      ***************************************************************** 00313000
       130-PRINT-NOTICE.                                                00314000
           COMPUTE WS-PAST-DUE = WS-COLL-30 + WS-COLL-60 + WS-COLL-90.  00315000
                                                                        00316000
           IF (WS-REMIND-COUNT + WS-FINAL-COUNT + WS-WARN-COUNT) > 0    00317000
               MOVE SPACES TO DUN-LINE                                  00318000

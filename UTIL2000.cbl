      *               new meter master onto the statement work record   00080021
      *               so a multi-meter account's statement can show     00080022
      *               each meter's usage under the one combined bill.   00080023
      *  10-15-26  BS  Pass over accounts whose meter the field crews   00081685
      *                have disconnected (CM-SVC-STATUS) - no usage     00083347
      *                and no service fee bill until the reconnect is   00085009
      *                reported - and count them on the job log.        00086671
      *  10-15-26  BS  Net metering - net the received kWh against      00086822
      *                delivered before the tiers, bank a month's       00086973
      *                excess generation on the account and draw it     00087124
      *                down against later months, and cash out the      00087275
      *                leftover bank once a year at the avoided-cost    00087426
      *                rate as a credit on the account. Delivered,      00087577
      *                received, net and bank are carried to the        00087728
      *                run report, GL extract, audit log, statement     00087879
      *                work and usage history, and the cash-out         00088030
      *                credits to the checkpoint control totals.        00088181
      *  10-15-26  BS  Flag an active autopay account's statement work  00088219
      *                record for the UTIL2150 draft run and the draft  00088257
      *                notice on the printed statement.                 00088295
      *  10-15-26  BS  Stamp the GL, tax extract and audit records and  00088301
      *                the statement work record as billing-run entries 00088307
      *                (the UTIL2050 cancel/rebill run writes the       00088313
      *                reversing and corrected ones), and carry the     00088319
      *                billing period on the audit record.              00088325
      *  10-15-26  BS  Run control - before billing, check the cycle    00088326
      *                against tonight's CYCCAL calendar entry and the  00088327
      *                UTIL2010 and UTIL2300 entries on the RUNCTL      00088328
      *                run-control file, hold the run (RC 12) if it     00088329
      *                already completed for the period and cycle, and  00088330
      *                record its start, finish, RC and counts there    00088331
      *                (,OVERRIDE on the parm skips the checks; a       00088332
      *                restart skips the calendar night). Take each     00088333
      *                statement's due date from the calendar, falling  00088334
      *                back to bill date + 21 days.                     00088335
      ***************************************************************** 00089167
       ENVIRONMENT DIVISION.                                            00090000
       INPUT-OUTPUT SECTION.                                            00100000
       FILE-CONTROL.                                                    00110000
               RECORD KEY IS MM-METER-KEY                               00171510
               FILE STATUS IS WS-METERMST-STATUS.                       00171520
                                                                        00171470
           SELECT CYCLE-CALENDAR   ASSIGN TO CYCCAL                     00172245
               ORGANIZATION IS SEQUENTIAL                               00173020
               FILE STATUS IS WS-CYCCAL-STATUS.                         00173795
                                                                        00174570
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL                     00175345
               ORGANIZATION IS INDEXED                                  00176120
               ACCESS MODE IS RANDOM                                    00176895
               RECORD KEY IS RU-KEY                                     00177670
               FILE STATUS IS WS-RUNCTL-STATUS.                         00178445
                                                                        00179220
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD  CUSTOMER-MASTER                                              00200000
           LABEL RECORDS ARE STANDARD.                                  00230038
       COPY METERMST.                                                   00230039
                                                                        00230000
       FD  CYCLE-CALENDAR                                               00230111
           LABEL RECORDS ARE STANDARD.                                  00230222
       COPY CYCCAL.                                                     00230333
                                                                        00230444
       FD  RUN-CONTROL                                                  00230555
           LABEL RECORDS ARE STANDARD.                                  00230666
       COPY RUNCTL.                                                     00230777
                                                                        00230888
       WORKING-STORAGE SECTION.                                         00100000
                                                                        00110000
      ***************************************************************** 00120000
           88  CUST-INVALID                      VALUE 'N'.             00280300
       01  WS-EXCP-REASON           PIC X(40)    VALUE SPACES.          00280400
       01  WS-KWH-HIGH-MULTIPLE     PIC 9(2)     VALUE 3.               00280500
                                                                        00280504
      ***************************************************************** 00280508
      * NET METERING FIELDS - WS-KWH-USED IS WHAT IS LEFT TO PRICE      00280512
      * THROUGH THE TIERS AFTER THE RECEIVED KWH AND ANY BANKED KWH     00280516
      * ARE NETTED OFF; THE DELIVERED, RECEIVED AND NET FIGURES AND     00280520
      * THE BANK MOVEMENT ARE KEPT ALONGSIDE SO EVERY OUTPUT CAN SHOW   00280524
      * THEM. THE LEFTOVER BANK IS CASHED OUT IN THE ACCOUNT'S          00280528
      * ANNIVERSARY MONTH AT THE AVOIDED-COST RATE ($ PER KWH).         00280532
      ***************************************************************** 00280536
       01  WS-AVOIDED-COST-RATE     PIC V9(4)    VALUE .0320.           00280540
       01  WS-NEM-SW                PIC X(01)    VALUE 'N'.             00280544
           88  NEM-BILL                          VALUE 'Y'.             00280548
           88  NEM-NOT-BILL                      VALUE 'N'.             00280552
       01  WS-KWH-DELIVERED         PIC 9(5)     VALUE 0.               00280556
       01  WS-KWH-RECEIVED          PIC 9(5)     VALUE 0.               00280560
       01  WS-KWH-NET               PIC S9(5)    VALUE 0.               00280564
       01  WS-NEM-BANK-USED         PIC 9(7)     VALUE 0.               00280568
       01  WS-NEM-BANKED            PIC 9(7)     VALUE 0.               00280572
       01  WS-NEM-BANK-BAL          PIC 9(7)     VALUE 0.               00280576
       01  WS-NEM-CASHOUT-KWH       PIC 9(7)     VALUE 0.               00280580
       01  WS-NEM-CASHOUT-AMT       PIC 9(5)V99  VALUE 0.               00280584
       01  WS-NEM-LINE-COUNT        PIC 9(2)     VALUE 0.               00280588
       01  WS-KWH-NET-ED            PIC Z,ZZZ,ZZZ,ZZ9-.                 00280592
                                                                        00280600
       01  WS-VAREXCP-STATUS        PIC X(02)    VALUE '00'.            00280700
                                                                        00280800
       01  WS-TOT-BILL              PIC 9(8)V99  VALUE 0.               00292400
       01  WS-TOT-TAX               PIC 9(8)V99  VALUE 0.               00292450
       01  WS-TOT-CUST-COUNT        PIC 9(7)     VALUE 0.               00292500
       01  WS-DISC-SKIP-COUNT       PIC 9(7)     VALUE 0.               00292550
       01  WS-TOT-KWH-RECEIVED      PIC 9(8)     VALUE 0.               00292562
       01  WS-TOT-NEM-BANKED        PIC 9(8)     VALUE 0.               00292574
       01  WS-TOT-NEM-CASHOUT       PIC 9(7)V99  VALUE 0.               00292586
                                                                        00292600
       01  WS-TOT-KWH-ED            PIC Z,ZZZ,ZZZ,ZZ9.                  00292700
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99.                 00292800
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  00540000
       01  WS-MONEY-ED2             PIC $$,$$$,$$9.99.                  00550000
                                                                        00560000
      ***************************************************************** 00560152
      * RUN CONTROL - THIS STEP'S ENTRY ON THE RUN-CONTROL FILE FOR THE 00560304
      * PERIOD AND CYCLE, AND THE STEPS (WS-RU-PRED) THAT MUST HAVE     00560456
      * FINISHED CLEAN FOR THE SAME PERIOD AND CYCLE BEFORE IT MAY RUN. 00560608
      * WS-RU-COUNT-AREA IS THE RUN'S COUNTS AS THEY GO TO THE          00560760
      * RUN-CONTROL RECORD. OVERRIDE ON THE PARM SKIPS THE CHECKS.      00560912
      ***************************************************************** 00561064
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00561216
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00561368
           88  CYCCAL-EOF                        VALUE 'Y'.             00561520
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00561672
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00561824
       01  WS-RU-PROGRAM            PIC X(08)    VALUE 'UTIL2000'.      00561976
       01  WS-RU-PRED-COUNT         PIC 9(4)  COMP  VALUE 2.            00562128
       01  WS-RU-PRED-VALUES.                                           00562280
           05  FILLER               PIC X(08)    VALUE 'UTIL2010'.      00562432
           05  FILLER               PIC X(08)    VALUE 'UTIL2300'.      00562584
       01  WS-RU-PRED-TABLE REDEFINES WS-RU-PRED-VALUES.                00562736
           05  WS-RU-PRED           PIC X(08)    OCCURS 2 TIMES.        00562888
       01  WS-RU-SUB                PIC 9(4)  COMP  VALUE 0.            00563040
       01  WS-RU-PERIOD             PIC 9(06)    VALUE 0.               00563192
       01  WS-RU-NEW-STATUS         PIC X(01)    VALUE SPACE.           00563344
       01  WS-RU-HOLD-REASON        PIC X(30)    VALUE SPACES.          00563496
       01  WS-RU-OVERRIDE-SW        PIC X(01)    VALUE 'N'.             00563648
           88  RU-OVERRIDE-GIVEN                 VALUE 'Y'.             00563800
       01  WS-RU-FOUND-SW           PIC X(01)    VALUE 'N'.             00563952
           88  RU-RECORD-FOUND                   VALUE 'Y'.             00564104
       01  WS-CAL-FOUND-SW          PIC X(01)    VALUE 'N'.             00564256
           88  CAL-ENTRY-FOUND                   VALUE 'Y'.             00564408
       01  WS-CAL-BILL-DATE         PIC 9(08)    VALUE 0.               00564560
       01  WS-RU-DATE-8             PIC 9(08)    VALUE 0.               00564712
       01  WS-RU-TIME-8             PIC 9(08)    VALUE 0.               00564864
       01  WS-RU-COUNT-AREA.                                            00565016
           05  FILLER               PIC X(08)    VALUE 'BILLED'.        00565168
           05  WS-RU-COUNT-1        PIC 9(07)    VALUE 0.               00565320
           05  FILLER               PIC X(08)    VALUE 'DISCSKIP'.      00565472
           05  WS-RU-COUNT-2        PIC 9(07)    VALUE 0.               00565624
           05  FILLER               PIC X(08)    VALUE 'DUEDFLT'.       00565776
           05  WS-RU-COUNT-3        PIC 9(07)    VALUE 0.               00565928
                                                                        00566080
      ***************************************************************** 00566232
      * CYCLE CALENDAR TABLE - THE BILLING PERIOD'S ENTRIES, LOADED     00566384
      * ONCE AT STARTUP BY 190-LOAD-CALENDAR. WS-ACCT-DUE-DATE IS THE   00566536
      * DUE DATE PICKED FOR THE CURRENT STATEMENT; WS-DUE-DFLT-COUNT    00566688
      * COUNTS THE STATEMENTS LEFT ON BILL DATE + 21 FOR WANT OF A      00566840
      * CALENDAR DUE DATE.                                              00566992
      ***************************************************************** 00567144
       01  WS-CAL-TABLE-COUNT       PIC 9(4)  COMP  VALUE 0.            00567296
       01  WS-CAL-TABLE-AREA.                                           00567448
           05  WS-CAL-TABLE         OCCURS 1 TO 40 TIMES                00567600
                                     DEPENDING ON WS-CAL-TABLE-COUNT    00567752
                                     INDEXED BY WS-CAL-IDX.             00567904
               10  WS-CT-CYCLE      PIC 9(02).                          00568056
               10  WS-CT-BILL-DATE  PIC 9(08).                          00568208
               10  WS-CT-DUE-DATE   PIC 9(08).                          00568360
       01  WS-ACCT-DUE-DATE         PIC 9(8)     VALUE 0.               00568512
       01  WS-DUE-DFLT-COUNT        PIC 9(7)     VALUE 0.               00568664
                                                                        00568816
      ***************************************************************** 00569000
      * LINKAGE SECTION - THE JCL EXEC PARM TELLS US WHETHER THIS IS A  00569100
      * FRESH RUN OR A RESTART FROM THE LAST CHECKPOINT.                00569200
               (WS-RUN-YYYY * 100) + WS-RUN-MM.                         00703200
                                                                        00704000
           PERFORM 050-CHECK-RESTART THRU 050-EXIT.                     00704100
           PERFORM 190-LOAD-CALENDAR THRU 190-EXIT.                     00704101
           PERFORM 080-CHECK-RUN-CONTROL THRU 080-EXIT.                 00704102
           IF RETURN-CODE NOT = 0                                       00704103
               DISPLAY 'UTIL2000 - RUN HELD, RC = ' RETURN-CODE         00704104
               STOP RUN                                                 00704105
           END-IF.                                                      00704106
           PERFORM 150-LOAD-RATES THRU 150-EXIT.                        00704110
           PERFORM 155-LOAD-TAXES THRU 155-EXIT.                        00705000
           PERFORM 180-CALC-PERIOD-BOUNDS.                              00705100
      * BALANCING STEP CANNOT GREEN-LIGHT A RUN THAT NEVER HAPPENED.    00705500
           IF RETURN-CODE NOT = 0                                       00705600
               DISPLAY 'UTIL2000 - RUN ABORTED, RC = ' RETURN-CODE      00705700
               PERFORM 095-RECORD-FINISH THRU 095-EXIT                  00705750
               STOP RUN                                                 00705800
           END-IF.                                                      00710000
           PERFORM 700-ROUTE-SUMMARY THRU 700-EXIT.                     00711100
                                                                        00720000
                                                                        00730000
           IF WS-DUE-DFLT-COUNT > 0                                     00731666
               DISPLAY 'UTIL2000 - DUE DATES NOT ON CALENDAR, BILL '    00733332
                   'DATE + 21 USED: ' WS-DUE-DFLT-COUNT                 00734998
           END-IF.                                                      00736664
           PERFORM 095-RECORD-FINISH THRU 095-EXIT.                     00738330
           STOP RUN.                                                    00740000
                                                                        00750000
      ***************************************************************** 00751000
       050-CHECK-RESTART.                                               00757000
           SET FRESH-RUN TO TRUE.                                       00758000
                                                                        00758100
      * A TRAILING ,OVERRIDE (OR OVERRIDE ALONE ON A FULL RUN) FORCES   00758106
      * THE RUN PAST THE RUN-CONTROL CHECKS IN 080-CHECK-RUN-CONTROL.   00758112
      * IT IS TAKEN OFF HERE SO THE REST OF THE PARM EDITS AS BEFORE.   00758118
           IF LS-PARM-LEN = 8                                           00758124
               AND LS-PARM-DATA (1:8) = 'OVERRIDE'                      00758130
               SET RU-OVERRIDE-GIVEN TO TRUE                            00758136
               MOVE 0 TO LS-PARM-LEN                                    00758142
           END-IF.                                                      00758148
           IF LS-PARM-LEN > 9                                           00758154
               AND LS-PARM-DATA (LS-PARM-LEN - 8:9) = ',OVERRIDE'       00758160
               SET RU-OVERRIDE-GIVEN TO TRUE                            00758166
               SUBTRACT 9 FROM LS-PARM-LEN                              00758172
           END-IF.                                                      00758178
                                                                        00758184
      * THE ONLY PARM FORMS ACCEPTED ARE NO PARM (FULL FRESH RUN),      00758200
      * RESTART, CYCLE=NN AND RESTART,CYCLE=NN WITH NN 01-20. A         00758300
      * MISKEYED PARM STOPS THE RUN RATHER THAN FALLING THROUGH TO      00758400
                       LS-PARM-DATA (1:16)                              00759520
                   DISPLAY 'UTIL2000 - USE NO PARM, RESTART, '          00759530
                       'CYCLE=NN OR RESTART,CYCLE=NN (NN 01-20)'        00759540
                   DISPLAY 'UTIL2000 - ADD ,OVERRIDE TO SKIP THE '      00759541
                       'RUN-CONTROL CHECKS'                             00759542
                   MOVE 8 TO RETURN-CODE                                00759545
                   STOP RUN                                             00759550
           END-EVALUATE.                                                00759555
       050-EXIT.                                                        00761300
           EXIT.                                                        00761400
                                                                        00761500
      ***************************************************************** 00761501
      * RUN CONTROL - BEFORE ANYTHING IS TOUCHED, MAKE SURE THIS STEP   00761502
      * MAY RUN: THE CYCLE MUST BE THE ONE THE CALENDAR HAS BILLING     00761503
      * TONIGHT, THE STEP MUST NOT ALREADY HAVE COMPLETED FOR THE       00761504
      * PERIOD AND CYCLE, AND EVERY STEP IN WS-RU-PRED MUST HAVE        00761505
      * FINISHED CLEAN FOR THEM. A STEP THAT FAILS A CHECK IS HELD -    00761506
      * MARKED H WITH THE REASON, RC 12 - UNLESS THE PARM CARRIES       00761507
      * OVERRIDE. A FULL RUN (NO CYCLE) HAS NO CALENDAR NIGHT TO CHECK. 00761508
      * A STEP CLEARED TO RUN IS MARKED STARTED, AND 095-RECORD-FINISH  00761509
      * MARKS IT COMPLETE OR FAILED AT THE END.                         00761510
      ***************************************************************** 00761511
       080-CHECK-RUN-CONTROL.                                           00761512
           COMPUTE WS-RU-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.      00761513
           MOVE SPACES TO WS-RU-HOLD-REASON.                            00761514
                                                                        00761515
           OPEN I-O RUN-CONTROL.                                        00761516
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'        00761517
               OPEN OUTPUT RUN-CONTROL                                  00761518
               CLOSE RUN-CONTROL                                        00761519
               OPEN I-O RUN-CONTROL                                     00761520
           END-IF.                                                      00761521
           IF WS-RUNCTL-STATUS NOT = '00'                               00761522
               DISPLAY 'UTIL2000 - RUNCTL OPEN FAILED, STATUS = '       00761523
                   WS-RUNCTL-STATUS                                     00761524
               MOVE 16 TO RETURN-CODE                                   00761525
               GO TO 080-EXIT                                           00761526
           END-IF.                                                      00761527
                                                                        00761528
           IF RU-OVERRIDE-GIVEN                                         00761529
               DISPLAY 'UTIL2000 - OVERRIDE - RUN-CONTROL CHECKS '      00761530
                   'SKIPPED'                                            00761531
               GO TO 080-MARK-STARTED                                   00761532
           END-IF.                                                      00761533
                                                                        00761534
           PERFORM 086-READ-RUN-CONTROL.                                00761535
           IF RU-RECORD-FOUND AND RU-COMPLETE                           00761536
               DISPLAY 'UTIL2000 - ALREADY COMPLETE FOR PERIOD '        00761537
                   WS-RU-PERIOD ' CYCLE ' WS-SELECT-CYCLE               00761538
               CLOSE RUN-CONTROL                                        00761539
               MOVE 12 TO RETURN-CODE                                   00761540
               GO TO 080-EXIT                                           00761541
           END-IF.                                                      00761542
                                                                        00761543
      * A RESTART RESUMES A RUN THAT ALREADY PASSED THE CALENDAR        00761544
      * CHECK, POSSIBLY ON AN EARLIER NIGHT.                            00761545
           IF WS-SELECT-CYCLE > 0                                       00761546
               AND NOT RESTART-RUN                                      00761547
               PERFORM 082-FIND-CALENDAR THRU 082-EXIT                  00761548
           END-IF.                                                      00761549
           PERFORM 084-CHECK-PREDECESSOR                                00761550
               VARYING WS-RU-SUB FROM 1 BY 1                            00761551
               UNTIL WS-RU-SUB > WS-RU-PRED-COUNT                       00761552
                  OR WS-RU-HOLD-REASON NOT = SPACES.                    00761553
                                                                        00761554
           IF WS-RU-HOLD-REASON NOT = SPACES                            00761555
               DISPLAY 'UTIL2000 - HELD - ' WS-RU-HOLD-REASON           00761556
               MOVE 'H' TO WS-RU-NEW-STATUS                             00761557
               PERFORM 088-MARK-RUN-CONTROL                             00761558
               CLOSE RUN-CONTROL                                        00761559
               MOVE 12 TO RETURN-CODE                                   00761560
               GO TO 080-EXIT                                           00761561
           END-IF.                                                      00761562
                                                                        00761563
       080-MARK-STARTED.                                                00761564
           MOVE 'S' TO WS-RU-NEW-STATUS.                                00761565
           PERFORM 088-MARK-RUN-CONTROL.                                00761566
           CLOSE RUN-CONTROL.                                           00761567
                                                                        00761568
       080-EXIT.                                                        00761569
           EXIT.                                                        00761570
                                                                        00761571
      ***************************************************************** 00761572
      * FIND THE CYCLE'S ENTRY IN THE CALENDAR TABLE 190-LOAD-CALENDAR  00761573
      * BUILT FOR THE PERIOD AND HOLD THE RUN IF THERE IS NONE OR ITS   00761574
      * BILL DATE IS NOT TONIGHT.                                       00761575
      ***************************************************************** 00761576
       082-FIND-CALENDAR.                                               00761577
           IF WS-CYCCAL-STATUS NOT = '00'                               00761578
               MOVE 'CYCLE CALENDAR NOT AVAILABLE'                      00761579
                   TO WS-RU-HOLD-REASON                                 00761580
               GO TO 082-EXIT                                           00761581
           END-IF.                                                      00761582
                                                                        00761583
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00761584
           IF WS-CAL-TABLE-COUNT > 0                                    00761585
               SET WS-CAL-IDX TO 1                                      00761586
               SEARCH WS-CAL-TABLE                                      00761587
                   WHEN WS-CT-CYCLE (WS-CAL-IDX) = WS-SELECT-CYCLE      00761588
                       MOVE WS-CT-BILL-DATE (WS-CAL-IDX)                00761589
                           TO WS-CAL-BILL-DATE                          00761590
                       SET CAL-ENTRY-FOUND TO TRUE                      00761591
               END-SEARCH                                               00761592
           END-IF.                                                      00761593
                                                                        00761594
           IF NOT CAL-ENTRY-FOUND                                       00761595
               MOVE 'CYCLE NOT ON CALENDAR' TO WS-RU-HOLD-REASON        00761596
               GO TO 082-EXIT                                           00761597
           END-IF.                                                      00761598
           IF WS-CAL-BILL-DATE NOT = WS-RUN-DATE-8                      00761599
               DISPLAY 'UTIL2000 - CYCLE ' WS-SELECT-CYCLE              00761600
                   ' IS SCHEDULED FOR ' WS-CAL-BILL-DATE                00761601
               MOVE 'CYCLE NOT SCHEDULED TONIGHT'                       00761602
                   TO WS-RU-HOLD-REASON                                 00761603
           END-IF.                                                      00761604
                                                                        00761605
       082-EXIT.                                                        00761606
           EXIT.                                                        00761607
                                                                        00761608
      ***************************************************************** 00761609
      * LOOK UP ONE PREDECESSOR STEP'S RUN-CONTROL ENTRY FOR THE SAME   00761610
      * PERIOD AND CYCLE - ANYTHING BUT COMPLETE HOLDS THIS STEP.       00761611
      ***************************************************************** 00761612
       084-CHECK-PREDECESSOR.                                           00761613
           MOVE WS-RU-PERIOD           TO RU-PERIOD.                    00761614
           MOVE WS-SELECT-CYCLE        TO RU-CYCLE-CODE.                00761615
           MOVE WS-RU-PRED (WS-RU-SUB) TO RU-PROGRAM.                   00761616
           READ RUN-CONTROL                                             00761617
               INVALID KEY                                              00761618
                   MOVE SPACE TO RU-STATUS                              00761619
           END-READ.                                                    00761620
           IF NOT RU-COMPLETE                                           00761621
               STRING WS-RU-PRED (WS-RU-SUB) ' NOT COMPLETE'            00761622
                   DELIMITED BY SIZE INTO WS-RU-HOLD-REASON             00761623
           END-IF.                                                      00761624
                                                                        00761625
      ***************************************************************** 00761626
      * READ THIS STEP'S OWN RUN-CONTROL ENTRY FOR THE PERIOD AND       00761627
      * CYCLE, NOTING WHETHER IT IS ON FILE YET.                        00761628
      ***************************************************************** 00761629
       086-READ-RUN-CONTROL.                                            00761630
           MOVE WS-RU-PERIOD    TO RU-PERIOD.                           00761631
           MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE.                       00761632
           MOVE WS-RU-PROGRAM   TO RU-PROGRAM.                          00761633
           SET RU-RECORD-FOUND TO TRUE.                                 00761634
           READ RUN-CONTROL                                             00761635
               INVALID KEY                                              00761636
                   MOVE 'N' TO WS-RU-FOUND-SW                           00761637
           END-READ.                                                    00761638
                                                                        00761639
      ***************************************************************** 00761640
      * MARK THIS STEP STARTED (S) OR HELD (H) ON ITS RUN-CONTROL       00761641
      * ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP RUNS FOR THE    00761642
      * PERIOD AND CYCLE. ONLY A STARTED RUN COUNTS AS A RUN.           00761643
      ***************************************************************** 00761644
       088-MARK-RUN-CONTROL.                                            00761645
           PERFORM 086-READ-RUN-CONTROL.                                00761646
           IF NOT RU-RECORD-FOUND                                       00761647
               MOVE WS-RU-PERIOD    TO RU-PERIOD                        00761648
               MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE                    00761649
               MOVE WS-RU-PROGRAM   TO RU-PROGRAM                       00761650
               MOVE 0               TO RU-RUN-COUNT                     00761651
           END-IF.                                                      00761652
                                                                        00761653
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00761654
           MOVE WS-RU-NEW-STATUS   TO RU-STATUS.                        00761655
           MOVE WS-RU-OVERRIDE-SW  TO RU-OVERRIDE-SW.                   00761656
           MOVE WS-RUN-DATE-8      TO RU-START-DATE.                    00761657
           MOVE WS-RU-TIME-8 (1:6) TO RU-START-TIME.                    00761658
           MOVE 0                  TO RU-END-DATE.                      00761659
           MOVE 0                  TO RU-END-TIME.                      00761660
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00761661
           MOVE WS-RU-HOLD-REASON  TO RU-HOLD-REASON.                   00761662
           IF RU-HELD                                                   00761663
               MOVE 12 TO RU-RETURN-CODE                                00761664
           ELSE                                                         00761665
               MOVE 0 TO RU-RETURN-CODE                                 00761666
               ADD 1 TO RU-RUN-COUNT                                    00761667
           END-IF.                                                      00761668
                                                                        00761669
           IF RU-RECORD-FOUND                                           00761670
               REWRITE RU-RUN-CONTROL-RECORD                            00761671
                   INVALID KEY                                          00761672
                       DISPLAY 'UTIL2000 - RUNCTL REWRITE FAILED, '     00761673
                           'STATUS = ' WS-RUNCTL-STATUS                 00761674
               END-REWRITE                                              00761675
           ELSE                                                         00761676
               WRITE RU-RUN-CONTROL-RECORD                              00761677
                   INVALID KEY                                          00761678
                       DISPLAY 'UTIL2000 - RUNCTL WRITE FAILED, '       00761679
                           'STATUS = ' WS-RUNCTL-STATUS                 00761680
               END-WRITE                                                00761681
           END-IF.                                                      00761682
                                                                        00761683
      ***************************************************************** 00761684
      * RECORD HOW THE RUN ENDED ON ITS RUN-CONTROL ENTRY - COMPLETE    00761685
      * (C) ON RC 0, FAILED (F) ON ANYTHING ELSE - WITH THE END DATE    00761686
      * AND TIME, THE RC AND THE RUN'S COUNTS. A FAILURE HERE IS ONLY   00761687
      * DISPLAYED; THE NEXT STEP WILL FIND THIS ONE NOT COMPLETE AND    00761688
      * HOLD.                                                           00761689
      ***************************************************************** 00761690
       095-RECORD-FINISH.                                               00761691
           MOVE WS-TOT-CUST-COUNT TO WS-RU-COUNT-1.                     00761692
           MOVE WS-DISC-SKIP-COUNT TO WS-RU-COUNT-2.                    00761693
           MOVE WS-DUE-DFLT-COUNT TO WS-RU-COUNT-3.                     00761694
                                                                        00761695
           OPEN I-O RUN-CONTROL.                                        00761696
           IF WS-RUNCTL-STATUS NOT = '00'                               00761697
               DISPLAY 'UTIL2000 - RUNCTL OPEN FAILED, STATUS = '       00761698
                   WS-RUNCTL-STATUS ' - FINISH NOT RECORDED'            00761699
               GO TO 095-EXIT                                           00761700
           END-IF.                                                      00761701
                                                                        00761702
           PERFORM 086-READ-RUN-CONTROL.                                00761703
           IF NOT RU-RECORD-FOUND                                       00761704
               DISPLAY 'UTIL2000 - RUN-CONTROL ENTRY MISSING - '        00761705
                   'FINISH NOT RECORDED'                                00761706
               CLOSE RUN-CONTROL                                        00761707
               GO TO 095-EXIT                                           00761708
           END-IF.                                                      00761709
                                                                        00761710
           ACCEPT WS-RU-DATE-8 FROM DATE YYYYMMDD.                      00761711
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00761712
           MOVE WS-RU-DATE-8       TO RU-END-DATE.                      00761713
           MOVE WS-RU-TIME-8 (1:6) TO RU-END-TIME.                      00761714
           MOVE RETURN-CODE        TO RU-RETURN-CODE.                   00761715
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00761716
           IF RETURN-CODE = 0                                           00761717
               SET RU-COMPLETE TO TRUE                                  00761718
           ELSE                                                         00761719
               SET RU-FAILED TO TRUE                                    00761720
           END-IF.                                                      00761721
           REWRITE RU-RUN-CONTROL-RECORD                                00761722
               INVALID KEY                                              00761723
                   DISPLAY 'UTIL2000 - RUNCTL REWRITE FAILED, '         00761724
                       'STATUS = ' WS-RUNCTL-STATUS                     00761725
           END-REWRITE.                                                 00761726
           CLOSE RUN-CONTROL.                                           00761727
                                                                        00761728
       095-EXIT.                                                        00761729
           EXIT.                                                        00761730
                                                                        00761731
      ***************************************************************** 00761754
      * REMEMBER THE MOST RECENT CHECKPOINT RECORD READ AND ITS TOTALS, 00761777
      * THEN READ THE NEXT ONE. THE LAST RECORD ON THE FILE WINS.       00761800
      ***************************************************************** 00761900
       070-KEEP-CHKPT.                                                  00762000
           MOVE CK-TOT-SVC-FEE      TO WS-TOT-SVC-FEE.                  00762700
           MOVE CK-TOT-BILL         TO WS-TOT-BILL.                     00762800
           MOVE CK-TOT-TAX          TO WS-TOT-TAX.                      00762850
           MOVE CK-TOT-NEM-CASHOUT  TO WS-TOT-NEM-CASHOUT.              00762855
           MOVE CK-BILLING-PERIOD   TO WS-CKPT-PERIOD.                  00762860
           MOVE CK-CYCLE-CODE       TO WS-CKPT-CYCLE.                   00762870
           PERFORM 060-READ-CHKPT-RTN.                                  00762900
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-8) -             00722220
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-8) + 1.        00722230
                                                                        00722240
      * STATEMENTS FALL DUE 21 DAYS AFTER THE BILL DATE UNLESS THE      00722246
      * CYCLE CALENDAR GIVES THE CYCLE A DUE DATE (195-FIND-DUE-DATE).  00722252
           COMPUTE WS-DUE-DATE-INT =                                    00722260
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8) + 21.           00722270
           MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)              00722280
               TO WS-DUE-DATE-8.                                        00722290
                                                                        00722240
      ***************************************************************** 00722706
      * LOAD THE PERIOD'S ENTRIES FROM THE CYCLE CALENDAR ONE TIME AT   00723172
      * STARTUP - THE RUN-CONTROL CHECK FINDS TONIGHT'S CYCLE IN THE    00723638
      * TABLE AND 195-FIND-DUE-DATE TAKES EACH STATEMENT'S DUE DATE     00724104
      * FROM IT. A MISSING CALENDAR LEAVES EVERY STATEMENT ON THE BILL  00724570
      * DATE + 21 DAYS.                                                 00725036
      ***************************************************************** 00725502
       190-LOAD-CALENDAR.                                               00725968
           OPEN INPUT CYCLE-CALENDAR.                                   00726434
           IF WS-CYCCAL-STATUS NOT = '00'                               00726900
               DISPLAY 'UTIL2000 - CYCCAL OPEN FAILED, STATUS = '       00727366
                   WS-CYCCAL-STATUS                                     00727832
               GO TO 190-EXIT                                           00728298
           END-IF.                                                      00728764
                                                                        00729230
           PERFORM 191-READ-CAL-RTN.                                    00729696
           PERFORM 192-STORE-CAL UNTIL CYCCAL-EOF.                      00730162
                                                                        00730628
           CLOSE CYCLE-CALENDAR.                                        00731094
                                                                        00731560
       190-EXIT.                                                        00732026
           EXIT.                                                        00732492
                                                                        00732958
      ***************************************************************** 00733424
      * READ THE NEXT CYCLE CALENDAR RECORD, SETTING THE EOF SWITCH     00733890
      * WHEN THE FILE IS EXHAUSTED.                                     00734356
      ***************************************************************** 00734822
       191-READ-CAL-RTN.                                                00735288
           READ CYCLE-CALENDAR                                          00735754
               AT END                                                   00736220
                   SET CYCCAL-EOF TO TRUE                               00736686
               NOT AT END                                               00737152
                   SET CYCCAL-NOT-EOF TO TRUE                           00737618
           END-READ.                                                    00738084
                                                                        00738550
      ***************************************************************** 00739016
      * ADD ONE CALENDAR RECORD TO THE TABLE IF IT IS FOR THIS BILLING  00739482
      * PERIOD, THEN READ THE NEXT ONE.                                 00739948
      ***************************************************************** 00740414
       192-STORE-CAL.                                                   00740880
           IF CY-PERIOD = WS-BILLING-PERIOD                             00741346
               IF WS-CAL-TABLE-COUNT >= 40                              00741812
                   DISPLAY 'UTIL2000 - CYCLE CALENDAR HAS MORE THAN '   00742278
                       '40 ENTRIES FOR THE PERIOD, IGNORING THE REST'   00742744
                   SET CYCCAL-EOF TO TRUE                               00743210
               ELSE                                                     00743676
                   ADD 1 TO WS-CAL-TABLE-COUNT                          00744142
                   SET WS-CAL-IDX TO WS-CAL-TABLE-COUNT                 00744608
                   MOVE CY-CYCLE-CODE TO WS-CT-CYCLE (WS-CAL-IDX)       00745074
                   MOVE CY-BILL-DATE  TO WS-CT-BILL-DATE (WS-CAL-IDX)   00745540
                   MOVE CY-DUE-DATE   TO WS-CT-DUE-DATE (WS-CAL-IDX)    00746006
               END-IF                                                   00746472
           END-IF.                                                      00746938
           IF NOT CYCCAL-EOF                                            00747404
               PERFORM 191-READ-CAL-RTN                                 00747870
           END-IF.                                                      00748336
                                                                        00748802
      ***************************************************************** 00749268
      * PICK THE DUE DATE FOR THIS ACCOUNT'S STATEMENT - ITS CYCLE'S    00749734
      * DUE DATE ON THE CALENDAR FOR THE PERIOD, OR THE BILL DATE + 21  00750200
      * DAYS WHEN THE CALENDAR HAS NO ENTRY FOR THE CYCLE OR ITS DUE    00750666
      * DATE IS NOT AFTER TONIGHT (COUNTED FOR THE RUN-CONTROL RECORD). 00751132
      ***************************************************************** 00751598
       195-FIND-DUE-DATE.                                               00752064
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00752530
           IF WS-CAL-TABLE-COUNT > 0                                    00752996
               SET WS-CAL-IDX TO 1                                      00753462
               SEARCH WS-CAL-TABLE                                      00753928
                   WHEN WS-CT-CYCLE (WS-CAL-IDX) = CM-CYCLE-CODE        00754394
                       AND WS-CT-DUE-DATE (WS-CAL-IDX) > WS-RUN-DATE-8  00754860
                       MOVE WS-CT-DUE-DATE (WS-CAL-IDX)                 00755326
                           TO WS-ACCT-DUE-DATE                          00755792
                       SET CAL-ENTRY-FOUND TO TRUE                      00756258
               END-SEARCH                                               00756724
           END-IF.                                                      00757190
           IF NOT CAL-ENTRY-FOUND                                       00757656
               MOVE WS-DUE-DATE-8 TO WS-ACCT-DUE-DATE                   00758122
               ADD 1 TO WS-DUE-DFLT-COUNT                               00758588
           END-IF.                                                      00759054
                                                                        00759527
      ***************************************************************** 00760000
      * OPEN THE CUSTOMER MASTER AND BILL EVERY RECORD ON FILE,         00770000
      * NOT JUST THE THREE THAT USED TO BE HARDCODED HERE.              00780000
                                                                        00791000
           PERFORM 580-WRITE-FINAL-CHKPT.                               00791010
           PERFORM 900-WRITE-TOTALS.                                    00791050
           DISPLAY 'UTIL2000 - DISCONNECTED, NOT BILLED: '              00791053
               WS-DISC-SKIP-COUNT.                                      00791056
                                                                        00791060
           CLOSE CUSTOMER-MASTER.                                       00791100
           CLOSE REPORT-FILE.                                           00791110
           IF CM-ACCT-CLOSED                                            00797730
               GO TO 560-READ-NEXT                                      00797740
           END-IF.                                                      00797750
      * A METER THE CREWS HAVE PULLED DELIVERS NOTHING AND THE          00797756
      * ACCOUNT OWES NO SERVICE FEE FOR IT - NOTHING BILLS UNTIL        00797762
      * UTIL2610 POSTS THE RECONNECT.                                   00797768
           IF CM-SVC-OFF                                                00797774
               ADD 1 TO WS-DISC-SKIP-COUNT                              00797780
               GO TO 560-READ-NEXT                                      00797786
           END-IF.                                                      00797792
                                                                        00797800
           MOVE CM-NAME        TO WS-CUST-NAME.                         00798000
           MOVE CM-RATE-CLASS  TO WS-CUST-RATE-CLASS.                   00799150
               MOVE 'NON-NUMERIC KWH READING' TO WS-EXCP-REASON         00799350
           ELSE                                                         00799351
               IF CM-KWH-USED = 0                                       00799352
                   AND NOT (CM-NET-METERED                              00799353
                       AND CM-KWH-RECEIVED NUMERIC                      00799354
                       AND CM-KWH-RECEIVED > 0)                         00799355
                   SET CUST-INVALID TO TRUE                             00799369
                   MOVE 'ZERO OR MISSING KWH READING' TO WS-EXCP-REASON 00799383
               ELSE                                                     00799397
                   IF CM-AVG-KWH NUMERIC AND CM-AVG-KWH > 0             00799411
                       AND CM-KWH-USED >                                00799425
                           (CM-AVG-KWH * WS-KWH-HIGH-MULTIPLE)          00799439
                       SET CUST-INVALID TO TRUE                         00799453
                       MOVE 'KWH READING FAR ABOVE USAGE HISTORY'       00799467
                           TO WS-EXCP-REASON                            00799481
                   END-IF                                               00799495
               END-IF                                                   00799509
           END-IF.                                                      00799523
                                                                        00799537
           IF CM-SERVICE-FEE NOT NUMERIC                                00799551
               SET CUST-INVALID TO TRUE                                 00799565
               MOVE 'NON-NUMERIC SERVICE FEE' TO WS-EXCP-REASON         00799579
           END-IF.                                                      00799603
                                                                        00799607
      * A NET-METERED MONTH WITH NO DELIVERED KWH IS LEGITIMATE WHEN    00799621
      * THE RECEIVED REGISTER MOVED (THE PANELS CARRIED THE HOUSE),     00799635
      * BUT THE RECEIVED READ AND THE BANK MUST BE USABLE NUMBERS.      00799649
           IF CM-NET-METERED                                            00799663
               AND (CM-KWH-RECEIVED NOT NUMERIC                         00799677
               OR CM-NEM-BANK-KWH NOT NUMERIC)                          00799691
               SET CUST-INVALID TO TRUE                                 00799705
               MOVE 'NON-NUMERIC NET METERING FIELDS'                   00799719
                   TO WS-EXCP-REASON                                    00799733
           END-IF.                                                      00799747
                                                                        00799761
      * A ZERO SERVICE DATE MEANS "NOT APPLICABLE" (SEE CUSTMAS.CPY) SO 00799775
      * ONLY A NON-ZERO VALUE IS CHECKED FOR A REAL, NUMERIC CALENDAR   00799789
      * DATE BEFORE 220-CALC-PRORATION HANDS IT TO A DATE INTRINSIC.    00799803
           IF CM-SVC-START-DATE NOT = 0                                 00799817
               AND (CM-SVC-START-DATE NOT NUMERIC                       00799831
               OR FUNCTION TEST-DATE-YYYYMMDD (CM-SVC-START-DATE)       00799845
                   NOT = 0)                                             00799859
               SET CUST-INVALID TO TRUE                                 00799873
               MOVE 'INVALID SERVICE START DATE' TO WS-EXCP-REASON      00799887
           END-IF.                                                      00799901
                                                                        00799915
           IF CM-SVC-END-DATE NOT = 0                                   00799929
               AND (CM-SVC-END-DATE NOT NUMERIC                         00799943
               OR FUNCTION TEST-DATE-YYYYMMDD (CM-SVC-END-DATE)         00799957
                   NOT = 0)                                             00799971
               SET CUST-INVALID TO TRUE                                 00799985
               MOVE 'INVALID SERVICE END DATE' TO WS-EXCP-REASON        00799999
           END-IF.                                                      00800013
                                                                        00800027
           SET WS-RATE-IDX TO 1.                                        00800041
           SEARCH WS-RATE-TABLE                                         00800055
               AT END                                                   00800069
                   SET CUST-INVALID TO TRUE                             00800083
                   MOVE 'UNKNOWN RATE CLASS' TO WS-EXCP-REASON          00800097
               WHEN WS-RT-CLASS (WS-RATE-IDX) = CM-RATE-CLASS           00800111
                   CONTINUE                                             00800125
           END-SEARCH.                                                  00800139
                                                                        00800153
      ***************************************************************** 00800167
      * WRITE ONE LINE TO THE EXCEPTION REPORT FOR A REJECTED RECORD.   00800181
      ***************************************************************** 00800195
       260-WRITE-EXCEPTION.                                             00800209
           MOVE SPACES TO EXCP-LINE.                                    00800223
           STRING 'ACCT: ' CM-ACCT-NO                                   00800237
               '  CUST: ' WS-CUST-NAME                                  00800251
               '  REASON: ' WS-EXCP-REASON                              00800265
               DELIMITED BY SIZE INTO EXCP-LINE.                        00800279
           WRITE EXCP-LINE.                                             00800293
                                                                        00799350
      ***************************************************************** 00799360
      * EVERY WS-CKPT-INTERVAL CUSTOMERS (INTERVAL 1 - SEE THE FIELD    00799370
               MOVE WS-TOT-SVC-FEE      TO CK-TOT-SVC-FEE               00799500
               MOVE WS-TOT-BILL         TO CK-TOT-BILL                  00799510
               MOVE WS-TOT-TAX          TO CK-TOT-TAX                   00799511
               MOVE WS-TOT-NEM-CASHOUT  TO CK-TOT-NEM-CASHOUT           00799512
               MOVE WS-BILLING-PERIOD   TO CK-BILLING-PERIOD            00799513
               MOVE WS-SELECT-CYCLE     TO CK-CYCLE-CODE                00799514
               WRITE CK-CHECKPOINT-RECORD                               00799520
               MOVE 0 TO WS-CKPT-COUNTER                                00799530
           MOVE WS-TOT-SVC-FEE      TO CK-TOT-SVC-FEE.                  00799600
           MOVE WS-TOT-BILL         TO CK-TOT-BILL.                     00799601
           MOVE WS-TOT-TAX          TO CK-TOT-TAX.                      00799601
           MOVE WS-TOT-NEM-CASHOUT  TO CK-TOT-NEM-CASHOUT.              00799602
           MOVE WS-BILLING-PERIOD   TO CK-BILLING-PERIOD.               00799851
           MOVE WS-SELECT-CYCLE     TO CK-CYCLE-CODE.                   00800101
           WRITE CK-CHECKPOINT-RECORD.                                  00800349
                                                                        00799400
      ***************************************************************** 00799500
      * READ THE NEXT CUSTOMER-MASTER RECORD, SETTING THE EOF SWITCH    00799600
           PERFORM 100-INITIALIZE.                                      00880000
           PERFORM 210-FIND-RATE-CLASS.                                 00885000
           PERFORM 220-CALC-PRORATION THRU 220-EXIT.                    00886000
           PERFORM 230-APPLY-NET-METER THRU 230-EXIT.                   00886666
           IF RATE-CHANGE-IN-PERIOD                                     00887332
               PERFORM 240-CALC-SPLIT-BILL THRU 240-EXIT                00888000
           ELSE                                                         00889000
               PERFORM 200-CALC-TIERS                                   00890000
           MOVE WS-SERVICE-FEE     TO GL-SERVICE-FEE.                   00917200
           MOVE WS-TAX-TOTAL       TO GL-TAX-TOTAL.                     00917250
           MOVE WS-ACTUAL-BILL     TO GL-TOTAL-BILL.                    00917300
           MOVE WS-NEM-SW          TO GL-NEM-SW.                        00917320
           MOVE WS-KWH-DELIVERED   TO GL-KWH-DELIVERED.                 00917340
           MOVE WS-KWH-RECEIVED    TO GL-KWH-RECEIVED.                  00917360
           MOVE WS-KWH-NET         TO GL-KWH-NET.                       00917380
           MOVE WS-NEM-BANK-USED   TO GL-NEM-BANK-USED.                 00917400
           MOVE WS-NEM-BANKED      TO GL-NEM-BANKED.                    00917420
           MOVE WS-NEM-BANK-BAL    TO GL-NEM-BANK-KWH.                  00917440
           MOVE WS-NEM-CASHOUT-AMT TO GL-NEM-CASHOUT.                   00917460
           MOVE SPACE              TO GL-ENTRY-TYPE.                    00917473
           WRITE GL-EXTRACT-RECORD.                                     00917486
      ***************************************************************** 00917500
      * APPEND ONE AUDIT RECORD PER BILL CALCULATION SO A DISPUTED      00917600
      * BILL CAN BE RECONSTRUCTED FROM THE TIER SPLIT AND CHARGES THAT  00917700
           MOVE WS-SELECT-CYCLE    TO AUD-CYCLE-CODE.                   00919160
           MOVE WS-RATE-EFF-APPLIED TO AUD-RATE-EFF-DATE.               00919170
           MOVE WS-RATE-SPLIT-SW   TO AUD-RATE-SPLIT-SW.                00919180
           MOVE WS-NEM-SW          TO AUD-NEM-SW.                       00919183
           MOVE WS-KWH-DELIVERED   TO AUD-KWH-DELIVERED.                00919186
           MOVE WS-KWH-RECEIVED    TO AUD-KWH-RECEIVED.                 00919189
           MOVE WS-KWH-NET         TO AUD-KWH-NET.                      00919192
           MOVE WS-NEM-BANK-USED   TO AUD-NEM-BANK-USED.                00919195
           MOVE WS-NEM-BANKED      TO AUD-NEM-BANKED.                   00919198
           MOVE WS-NEM-BANK-BAL    TO AUD-NEM-BANK-KWH.                 00919201
           MOVE WS-NEM-CASHOUT-AMT TO AUD-NEM-CASHOUT-AMT.              00919202
           MOVE SPACE              TO AUD-ENTRY-TYPE.                   00919203
           MOVE WS-BILLING-PERIOD  TO AUD-BILL-PERIOD.                  00919204
           MOVE 0                  TO AUD-ORIG-RUN-DATE                 00919205
                                      AUD-ORIG-RUN-TIME                 00919206
                                      AUD-ORIG-TOTAL-BILL.              00919207
           MOVE SPACES             TO AUD-REASON-CODE.                  00919208
           WRITE AUD-AUDIT-RECORD.                                      00919209
      ***************************************************************** 00919210
      * READ THE NEXT METER MASTER RECORD IN KEY ORDER, SETTING THE     00919220
      * EOF SWITCH WHEN THE FILE IS EXHAUSTED.                          00919230
           MOVE WS-TIER3-CHARGE    TO SW-TIER3-CHARGE.                  00923100
           MOVE WS-SERVICE-FEE     TO SW-SERVICE-FEE.                   00923200
           MOVE WS-TOTAL-BILL      TO SW-TOTAL-BILL.                    00923300
           PERFORM 195-FIND-DUE-DATE.                                   00923336
           MOVE WS-ACCT-DUE-DATE   TO SW-DUE-DATE.                      00923372
           MOVE WS-TAX-TOTAL       TO SW-TAX-TOTAL.                     00923410
           MOVE WS-TAX-LINE-COUNT  TO SW-TAX-COUNT.                     00923420
           MOVE WS-BILL-TAX-AREA   TO SW-TAX-AREA.                      00923421
           MOVE WS-BUDGET-APPLIED-SW TO SW-BUDGET-SW.                   00923422
           MOVE WS-ACTUAL-BILL     TO SW-ACTUAL-TOTAL.                  00923430
           MOVE CM-READ-TYPE       TO SW-READ-TYPE.                     00923440
           MOVE WS-NEM-SW          TO SW-NEM-SW.                        00923441
           MOVE WS-KWH-DELIVERED   TO SW-KWH-DELIVERED.                 00923442
           MOVE WS-KWH-RECEIVED    TO SW-KWH-RECEIVED.                  00923443
           MOVE WS-KWH-NET         TO SW-KWH-NET.                       00923444
           MOVE WS-NEM-BANK-USED   TO SW-NEM-BANK-USED.                 00923445
           MOVE WS-NEM-BANKED      TO SW-NEM-BANKED.                    00923446
           MOVE WS-NEM-BANK-BAL    TO SW-NEM-BANK-KWH.                  00923447
           MOVE WS-NEM-CASHOUT-AMT TO SW-NEM-CASHOUT-AMT.               00923448
      * AN ACTIVE AUTOPAY ACCOUNT WITH SOMETHING TO PAY IS DRAFTED BY   00923453
      * UTIL2150 OFF THIS RECORD, AND ITS STATEMENT SAYS SO.            00923458
           IF CM-ACH-ACTIVE AND WS-TOTAL-BILL > 0                       00923463
               MOVE 'Y' TO SW-AUTOPAY-SW                                00923468
           ELSE                                                         00923473
               MOVE 'N' TO SW-AUTOPAY-SW                                00923478
           END-IF.                                                      00923483
           MOVE 'N'                TO SW-REBILL-SW.                     00923486
           MOVE 0                  TO SW-ORIG-BILL-DATE                 00923489
                                      SW-ORIG-BILLED-AMT.               00923492
           PERFORM 498-GATHER-METERS THRU 498-EXIT.                     00923495
           WRITE SW-STMT-RECORD.                                        00923500
      ***************************************************************** 00923510
      * APPEND ONE USAGE HISTORY RECORD FOR THIS BILL - THE SEASONAL    00923520
           MOVE WS-KWH-USED        TO UH-KWH.                           00923584
           MOVE WS-ACTUAL-BILL     TO UH-BILL-TOTAL.                    00923586
           MOVE WS-DAYS-SERVED     TO UH-DAYS-SERVED.                   00923588
           MOVE WS-NEM-SW          TO UH-NEM-SW.                        00923589
           MOVE WS-KWH-DELIVERED   TO UH-KWH-DELIVERED.                 00923590
           MOVE WS-KWH-RECEIVED    TO UH-KWH-RECEIVED.                  00923591
           MOVE WS-KWH-NET         TO UH-KWH-NET.                       00923592
           MOVE WS-NEM-BANK-BAL    TO UH-NEM-BANK-KWH.                  00923593
           WRITE UH-USAGE-RECORD.                                       00923594
      ***************************************************************** 00923595
      * COLLECT THE ACCOUNT'S PER-METER POSTINGS OFF THE METER          00923596
      * MASTER (UP TO THE FIVE THE STATEMENT CAN ITEMIZE) SO A          00923597
      * MULTI-METER COMMERCIAL ACCOUNT'S STATEMENT CAN SHOW EACH        00923598
      * METER'S USAGE UNDER THE ONE COMBINED BILL.                      00923600
      ***************************************************************** 00923602
           MOVE WS-TT-AUTHORITY (WS-TAX-IDX) TO TE-AUTHORITY-NAME.      00923744
           MOVE WS-PRETAX-BILL              TO TE-BASIS-AMT.            00923745
           MOVE WS-ONE-TAX-AMT              TO TE-TAX-AMT.              00923746
           MOVE SPACE                       TO TE-ENTRY-TYPE.           00923747
           WRITE TE-TAX-RECORD.                                         00923748
                                                                        00923823
       306-EXIT.                                                        00923898
           EXIT.                                                        00923973
                                                                        00924048
      ***************************************************************** 00924123
      * BUDGET (LEVEL) BILLING - AN ENROLLED ACCOUNT WITH A LEVEL       00924200
      * AMOUNT SET IS BILLED THAT AMOUNT INSTEAD OF THE COMPUTED        00924300
      * CHARGES. THE ACTUAL CHARGES ARE KEPT IN WS-ACTUAL-BILL FOR      00924400
           MOVE WS-TOTAL-BILL TO CM-PREV-BILL-TOTAL.                    00934600
           ADD WS-TOTAL-BILL TO CM-BALANCE-DUE.                         00934610
           ADD WS-TOTAL-BILL TO CM-AGE-CURRENT.                         00934620
      * A NET-METERING CASH-OUT IS A CREDIT ON THE ACCOUNT, TAKEN OFF   00934621
      * THE BALANCE AND THE CURRENT BUCKET THE SAME WAY A FEE IS ADDED. 00934622
           IF WS-NEM-CASHOUT-AMT > 0                                    00934623
               SUBTRACT WS-NEM-CASHOUT-AMT FROM CM-BALANCE-DUE          00934624
               SUBTRACT WS-NEM-CASHOUT-AMT FROM CM-AGE-CURRENT          00934625
           END-IF.                                                      00934626
      * ROLL THIS CYCLE'S READING INTO THE TWELVE-MONTH AVERAGE THE     00934630
      * HIGH-READ CHECK IN 250-VALIDATE-CUST COMPARES AGAINST, SO       00934640
      * THE AVERAGE NO LONGER GOES STALE. A FIRST READING SEEDS IT.     00934650
      * IT AVERAGES THE DELIVERED KWH (WHAT CM-KWH-USED CARRIES),       00934655
      * NOT THE NETTED KWH BILLED.                                      00934660
           IF CM-AVG-KWH NUMERIC AND CM-AVG-KWH > 0                     00934665
               COMPUTE CM-AVG-KWH ROUNDED =                             00934670
                   ((CM-AVG-KWH * 11) + WS-KWH-DELIVERED) / 12          00934675
           ELSE                                                         00934680
               MOVE WS-KWH-DELIVERED TO CM-AVG-KWH                      00934685
           END-IF.                                                      00934690
           REWRITE CM-CUSTOMER-RECORD                                   00934700
               INVALID KEY                                              00934800
                   DISPLAY 'UTIL2000 - REWRITE FAILED FOR ACCT '        00934900
                                                                        01149850
       220-EXIT.                                                        01149860
           EXIT.                                                        01149870
                                                                        01149871
      ***************************************************************** 01149872
      * NET METERING - NET THE RECEIVED KWH AGAINST DELIVERED BEFORE    01149873
      * THE TIERS ARE APPLIED. A MONTH THAT NETS NEGATIVE BILLS ZERO    01149874
      * KWH AND BANKS THE EXCESS ON THE ACCOUNT; A MONTH THAT NETS      01149875
      * POSITIVE DRAWS THE BANK DOWN FIRST AND BILLS WHAT IS LEFT. IN   01149876
      * THE ACCOUNT'S ANNIVERSARY MONTH THE LEFTOVER BANK IS CASHED     01149877
      * OUT AT THE AVOIDED-COST RATE (CREDITED IN 360-UPDATE-PREV-BILL) 01149878
      * AND THE BANK STARTS OVER. AN ACCOUNT NOT ON NET METERING        01149879
      * BILLS ITS DELIVERED KWH AS ALWAYS.                              01149880
      ***************************************************************** 01149881
       230-APPLY-NET-METER.                                             01149882
           MOVE WS-KWH-USED TO WS-KWH-DELIVERED.                        01149883
           MOVE 0 TO WS-KWH-RECEIVED WS-NEM-BANK-USED WS-NEM-BANKED.    01149884
           MOVE 0 TO WS-NEM-BANK-BAL WS-NEM-CASHOUT-KWH.                01149885
           MOVE 0 TO WS-NEM-CASHOUT-AMT WS-NEM-LINE-COUNT.              01149886
           MOVE WS-KWH-USED TO WS-KWH-NET.                              01149887
                                                                        01149888
           IF NOT CM-NET-METERED                                        01149889
               SET NEM-NOT-BILL TO TRUE                                 01149890
               GO TO 230-EXIT                                           01149891
           END-IF.                                                      01149892
                                                                        01149893
           SET NEM-BILL TO TRUE.                                        01149894
           MOVE 5 TO WS-NEM-LINE-COUNT.                                 01149895
           MOVE CM-KWH-RECEIVED TO WS-KWH-RECEIVED.                     01149896
           COMPUTE WS-KWH-NET = WS-KWH-DELIVERED - WS-KWH-RECEIVED.     01149897
                                                                        01149898
           IF WS-KWH-NET < 0                                            01149899
               COMPUTE WS-NEM-BANKED = 0 - WS-KWH-NET                   01149900
               ADD WS-NEM-BANKED TO CM-NEM-BANK-KWH                     01149901
               MOVE 0 TO WS-KWH-USED                                    01149902
           ELSE                                                         01149903
               IF CM-NEM-BANK-KWH < WS-KWH-NET                          01149904
                   MOVE CM-NEM-BANK-KWH TO WS-NEM-BANK-USED             01149905
               ELSE                                                     01149906
                   MOVE WS-KWH-NET TO WS-NEM-BANK-USED                  01149907
               END-IF                                                   01149908
               SUBTRACT WS-NEM-BANK-USED FROM CM-NEM-BANK-KWH           01149909
               COMPUTE WS-KWH-USED = WS-KWH-NET - WS-NEM-BANK-USED      01149910
           END-IF.                                                      01149911
                                                                        01149912
           IF CM-NEM-ANNIV-MM = WS-RUN-MM                               01149913
               AND CM-NEM-BANK-KWH > 0                                  01149914
               MOVE CM-NEM-BANK-KWH TO WS-NEM-CASHOUT-KWH               01149915
               COMPUTE WS-NEM-CASHOUT-AMT ROUNDED =                     01149916
                   WS-NEM-CASHOUT-KWH * WS-AVOIDED-COST-RATE            01149917
               MOVE 0 TO CM-NEM-BANK-KWH                                01149918
               ADD 1 TO WS-NEM-LINE-COUNT                               01149919
           END-IF.                                                      01149920
                                                                        01149921
           MOVE CM-NEM-BANK-KWH TO WS-NEM-BANK-BAL.                     01149922
                                                                        01149923
       230-EXIT.                                                        01149924
           EXIT.                                                        01149925
                                                                        01150016
      ***************************************************************** 01150107
      * A RATE CHANGE LANDED INSIDE THE BILLING PERIOD - SPLIT THE      01150198
      * USAGE DAY-WEIGHTED ACROSS THE OLD AND NEW SCHEDULES, THE SAME   01150289
      * WAY 220-CALC-PRORATION SPLITS DAYS FOR A MOVE-IN: EACH LEG      01150380
      * GETS ITS SHARE OF THE KWH AND ITS OWN VERSION'S TIER LIMITS     01150471
      * PRORATED TO ITS DAYS, AND THE TIER KWH AND CHARGES OF BOTH      01150562
      * LEGS ADD BACK TOGETHER INTO THE BILL. A CHANGE THAT MISSES      01150653
      * THE CUSTOMER'S SERVICE WINDOW COLLAPSES TO A NORMAL ONE-        01150744
      * SCHEDULE CALCULATION.                                           01150835
      ***************************************************************** 01150926
       240-CALC-SPLIT-BILL.                                             01151017
      * NOTHING SERVED THIS PERIOD - NOTHING TO SPLIT.                  01151108
           IF WS-DAYS-SERVED = 0                                        01151199
               PERFORM 200-CALC-TIERS                                   01151290
               PERFORM 300-CALC-CHARGES                                 01151381
               GO TO 240-EXIT                                           01151472
           END-IF.                                                      01151563
                                                                        01151654
      * CHANGE EFFECTIVE ON OR BEFORE THE CUSTOMER'S FIRST DAY -        01151745
      * THE WHOLE BILL PRICES UNDER THE NEW SCHEDULE.                   01151836
           IF WS-CHG-EFF-DATE <= WS-EFF-START-8                         01151927
               PERFORM 245-LOAD-NEW-VERSION                             01152018
               COMPUTE WS-TIER1-LIMIT ROUNDED =                         01152109
                   WS-T1-LIMIT-FULL * WS-PRORATE-PCT                    01152200
               COMPUTE WS-TIER2-LIMIT ROUNDED =                         01152291
                   WS-T2-LIMIT-FULL * WS-PRORATE-PCT                    01152382
               PERFORM 200-CALC-TIERS                                   01152473
               PERFORM 300-CALC-CHARGES                                 01152564
               GO TO 240-EXIT                                           01152655
           END-IF.                                                      01152746
                                                                        01152837
      * CHANGE EFFECTIVE AFTER THE CUSTOMER'S LAST DAY - THE WHOLE      01152928
      * BILL PRICES UNDER THE OLD SCHEDULE ALREADY IN THE WORK          01153019
      * FIELDS.                                                         01153110
           IF WS-CHG-EFF-DATE > WS-EFF-END-8                            01153201
               PERFORM 200-CALC-TIERS                                   01153292
               PERFORM 300-CALC-CHARGES                                 01153383
               GO TO 240-EXIT                                           01153474
           END-IF.                                                      01153565
                                                                        01153656
           MOVE 'Y' TO WS-RATE-SPLIT-SW.                                01153747
                                                                        01153838
      * DAY-WEIGHT THE USAGE ACROSS THE TWO SCHEDULES.                  01153929
           COMPUTE WS-DAYS-OLD =                                        01154020
               FUNCTION INTEGER-OF-DATE (WS-CHG-EFF-DATE) -             01154111
               FUNCTION INTEGER-OF-DATE (WS-EFF-START-8).               01154202
           COMPUTE WS-DAYS-NEW = WS-DAYS-SERVED - WS-DAYS-OLD.          01154293
           COMPUTE WS-KWH-OLD ROUNDED =                                 01154384
               WS-KWH-USED * WS-DAYS-OLD / WS-DAYS-SERVED.              01154475
           COMPUTE WS-KWH-NEW = WS-KWH-USED - WS-KWH-OLD.               01154566
           MOVE WS-KWH-USED TO WS-KWH-SAVE.                             01154657
                                                                        01154748
      * OLD-SCHEDULE LEG - THE RATES ARE ALREADY IN THE WORK FIELDS;    01154839
      * THE LIMITS PRORATE TO THE LEG'S SHARE OF THE PERIOD.            01154930
           COMPUTE WS-TIER1-LIMIT ROUNDED =                             01155021
               WS-T1-LIMIT-FULL * WS-DAYS-OLD / WS-DAYS-IN-PERIOD.      01155112
           COMPUTE WS-TIER2-LIMIT ROUNDED =                             01155203
               WS-T2-LIMIT-FULL * WS-DAYS-OLD / WS-DAYS-IN-PERIOD.      01155294
           MOVE WS-KWH-OLD TO WS-KWH-USED.                              01155385
           PERFORM 200-CALC-TIERS.                                      01155476
           PERFORM 300-CALC-CHARGES.                                    01155567
           MOVE WS-TIER1-KWH    TO WS-SPL-T1-KWH.                       01155658
           MOVE WS-TIER2-KWH    TO WS-SPL-T2-KWH.                       01155749
           MOVE WS-TIER3-KWH    TO WS-SPL-T3-KWH.                       01155840
           MOVE WS-TIER1-CHARGE TO WS-SPL-T1-CHG.                       01155931
           MOVE WS-TIER2-CHARGE TO WS-SPL-T2-CHG.                       01156022
           MOVE WS-TIER3-CHARGE TO WS-SPL-T3-CHG.                       01156113
                                                                        01156204
      * NEW-SCHEDULE LEG.                                               01156295
           PERFORM 245-LOAD-NEW-VERSION.                                01156386
           COMPUTE WS-TIER1-LIMIT ROUNDED =                             01156477
               WS-T1-LIMIT-FULL * WS-DAYS-NEW / WS-DAYS-IN-PERIOD.      01156568
           COMPUTE WS-TIER2-LIMIT ROUNDED =                             01156659
               WS-T2-LIMIT-FULL * WS-DAYS-NEW / WS-DAYS-IN-PERIOD.      01156750
           MOVE WS-KWH-NEW TO WS-KWH-USED.                              01156841
           PERFORM 200-CALC-TIERS.                                      01156932
           PERFORM 300-CALC-CHARGES.                                    01157023
                                                                        01157114
      * FOLD THE TWO LEGS BACK TOGETHER.                                01157205
           MOVE WS-KWH-SAVE TO WS-KWH-USED.                             01157296
           ADD WS-SPL-T1-KWH TO WS-TIER1-KWH.                           01157387
           ADD WS-SPL-T2-KWH TO WS-TIER2-KWH.                           01157478
           ADD WS-SPL-T3-KWH TO WS-TIER3-KWH.                           01157569
           ADD WS-SPL-T1-CHG TO WS-TIER1-CHARGE.                        01157660
           ADD WS-SPL-T2-CHG TO WS-TIER2-CHARGE.                        01157751
           ADD WS-SPL-T3-CHG TO WS-TIER3-CHARGE.                        01157842
           COMPUTE WS-SUBTOTAL =                                        01157933
               WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE.     01158024
           COMPUTE WS-TOTAL-BILL =                                      01158115
               WS-SUBTOTAL + WS-SERVICE-FEE.                            01158206
                                                                        01158297
       240-EXIT.                                                        01158388
           EXIT.                                                        01158479
                                                                        01158570
      ***************************************************************** 01158661
      * SWING THE WORK FIELDS OVER TO THE NEW RATE VERSION AND STAMP    01158752
      * IT AS THE VERSION APPLIED FOR THE AUDIT RECORD.                 01158843
      ***************************************************************** 01158934
       245-LOAD-NEW-VERSION.                                            01159025
           SET WS-RATE-IDX TO WS-CHG-SUB.                               01159116
           MOVE WS-RT-LIMIT (WS-RATE-IDX 1) TO WS-T1-LIMIT-FULL.        01159207
           MOVE WS-RT-LIMIT (WS-RATE-IDX 2) TO WS-T2-LIMIT-FULL.        01159298
           MOVE WS-RT-RATE  (WS-RATE-IDX 1) TO WS-RATE-TIER1.           01159389
           MOVE WS-RT-RATE  (WS-RATE-IDX 2) TO WS-RATE-TIER2.           01159480
           MOVE WS-RT-RATE  (WS-RATE-IDX 3) TO WS-RATE-TIER3.           01159571
           MOVE WS-CHG-EFF-DATE TO WS-RATE-EFF-APPLIED.                 01159662
                                                                        01159753
      ***************************************************************** 01159844
       200-CALC-TIERS.                                                  01160000
           *> If amount used is less than 500 kWh, all goes in tier 1   01170000
           IF WS-KWH-USED <= WS-TIER1-LIMIT                             01180000
      * to a new page first if the block will not fit on this one.      01531000
      ***************************************************************** 01540000
       400-PRINT-RESULTS.                                               01550000
           IF (WS-LINE-CNT + 13 + WS-TAX-LINE-COUNT                     01550666
               + WS-NEM-LINE-COUNT) > WS-LINES-PER-PAGE                 01551332
               PERFORM 420-WRITE-HEADERS                                01552000
           END-IF.                                                      01553000
                                                                        01554000
           STRING 'KWH USED       : ' WS-KWH-USED-ED                    01581000
               DELIMITED BY SIZE INTO RPT-LINE.                         01582000
           WRITE RPT-LINE.                                              01583000
                                                                        01587111
      * A NET-METERED ACCOUNT SHOWS HOW THE KWH BILLED ABOVE WAS        01591222
      * REACHED - DELIVERED LESS RECEIVED, THE BANK MOVEMENT AND ANY    01595333
      * ANNUAL CASH-OUT CREDIT.                                         01599444
           IF NEM-BILL                                                  01603555
               PERFORM 405-PRINT-NET-METER                              01607666
               ADD WS-NEM-LINE-COUNT TO WS-LINE-CNT                     01611777
           END-IF.                                                      01615888
                                                                        01620000
           MOVE WS-SERVICE-FEE TO WS-MONEY-ED.                          01630000
           MOVE SPACES TO RPT-LINE.                                     01631000
           ADD 11 TO WS-LINE-CNT.                                       01758000
                                                                        01759000
      ***************************************************************** 01759100
      * PRINT THE NET METERING LINES FOR THE BILL IN HAND.              01759101
      ***************************************************************** 01759102
       405-PRINT-NET-METER.                                             01759103
           MOVE WS-KWH-DELIVERED TO WS-KWH-USED-ED.                     01759104
           MOVE SPACES TO RPT-LINE.                                     01759105
           STRING 'KWH DELIVERED  : ' WS-KWH-USED-ED                    01759106
               DELIMITED BY SIZE INTO RPT-LINE.                         01759107
           WRITE RPT-LINE.                                              01759108
                                                                        01759109
           MOVE WS-KWH-RECEIVED TO WS-KWH-USED-ED.                      01759110
           MOVE SPACES TO RPT-LINE.                                     01759111
           STRING 'KWH RECEIVED   : ' WS-KWH-USED-ED                    01759112
               DELIMITED BY SIZE INTO RPT-LINE.                         01759113
           WRITE RPT-LINE.                                              01759114
                                                                        01759115
           MOVE WS-KWH-NET TO WS-KWH-NET-ED.                            01759116
           MOVE SPACES TO RPT-LINE.                                     01759117
           STRING 'NET KWH        : ' WS-KWH-NET-ED                     01759118
               DELIMITED BY SIZE INTO RPT-LINE.                         01759119
           WRITE RPT-LINE.                                              01759120
                                                                        01759121
           MOVE SPACES TO RPT-LINE.                                     01759122
           IF WS-NEM-BANKED > 0                                         01759123
               MOVE WS-NEM-BANKED TO WS-KWH-USED-ED                     01759124
               STRING 'KWH BANKED     : ' WS-KWH-USED-ED                01759125
                   DELIMITED BY SIZE INTO RPT-LINE                      01759126
           ELSE                                                         01759127
               MOVE WS-NEM-BANK-USED TO WS-KWH-USED-ED                  01759128
               STRING 'BANK APPLIED   : ' WS-KWH-USED-ED                01759129
                   DELIMITED BY SIZE INTO RPT-LINE                      01759130
           END-IF.                                                      01759131
           WRITE RPT-LINE.                                              01759132
                                                                        01759133
           MOVE WS-NEM-BANK-BAL TO WS-KWH-USED-ED.                      01759134
           MOVE SPACES TO RPT-LINE.                                     01759135
           STRING 'BANK BALANCE   : ' WS-KWH-USED-ED                    01759136
               DELIMITED BY SIZE INTO RPT-LINE.                         01759137
           WRITE RPT-LINE.                                              01759138
                                                                        01759139
           IF WS-NEM-CASHOUT-AMT > 0                                    01759140
               MOVE WS-NEM-CASHOUT-KWH TO WS-KWH-USED-ED                01759141
               MOVE WS-NEM-CASHOUT-AMT TO WS-MONEY-ED                   01759142
               MOVE SPACES TO RPT-LINE                                  01759143
               STRING 'BANK CASHED OUT: ' WS-KWH-USED-ED                01759144
                   ' KWH  CREDIT ' WS-MONEY-ED                          01759145
                   DELIMITED BY SIZE INTO RPT-LINE                      01759146
               WRITE RPT-LINE                                           01759147
           END-IF.                                                      01759148
                                                                        01759149
      ***************************************************************** 01759150
      * PRINT ONE ITEMIZED TAX / RIDER LINE ON THE RUN REPORT.          01759151
      ***************************************************************** 01759152
       410-PRINT-TAX-LINE.                                              01759153
           MOVE WS-BTX-AMT (WS-TAX-SUB) TO WS-MONEY-ED.                 01759154
           MOVE SPACES TO RPT-LINE.                                     01759155
           STRING 'TAX/RIDER ' WS-BTX-RIDER (WS-TAX-SUB)                01759160
               '  : ' WS-MONEY-ED                                       01759170
               DELIMITED BY SIZE INTO RPT-LINE.                         01759180
           ADD WS-ACTUAL-BILL   TO WS-TOT-BILL.                         01759950
           ADD WS-TAX-TOTAL     TO WS-TOT-TAX.                          01759955
           ADD 1                TO WS-TOT-CUST-COUNT.                   01759960
           ADD WS-KWH-RECEIVED  TO WS-TOT-KWH-RECEIVED.                 01759962
           ADD WS-NEM-BANKED    TO WS-TOT-NEM-BANKED.                   01759964
           ADD WS-NEM-CASHOUT-AMT TO WS-TOT-NEM-CASHOUT.                01759966
                                                                        01759970
      ***************************************************************** 01759980
      * WRITE THE THREE-LINE REPORT HEADING AND START A NEW PAGE.       01759990
           STRING 'TOTAL TAX/RIDERS   : ' WS-TOT-MONEY-ED               01766630
               DELIMITED BY SIZE INTO RPT-LINE.                         01766640
           WRITE RPT-LINE.                                              01766650
                                                                        01766652
      * NET METERING - KWH RECEIVED AND BANKED THIS RUN, AND THE        01766654
      * ANNUAL CASH-OUT CREDITS, WHICH ARE NOT IN THE DOLLARS BILLED.   01766656
      * THE KWH FIGURES COVER THIS EXECUTION ONLY; THE CASH-OUT RIDES   01766658
      * THE CHECKPOINT SO IT SURVIVES A RESTART.                        01766660
           MOVE WS-TOT-KWH-RECEIVED TO WS-TOT-KWH-ED.                   01766662
           MOVE SPACES TO RPT-LINE.                                     01766664
           STRING 'NEM KWH RECEIVED   : ' WS-TOT-KWH-ED                 01766666
               DELIMITED BY SIZE INTO RPT-LINE.                         01766668
           WRITE RPT-LINE.                                              01766670
                                                                        01766672
           MOVE WS-TOT-NEM-BANKED TO WS-TOT-KWH-ED.                     01766674
           MOVE SPACES TO RPT-LINE.                                     01766676
           STRING 'NEM KWH BANKED     : ' WS-TOT-KWH-ED                 01766678
               DELIMITED BY SIZE INTO RPT-LINE.                         01766680
           WRITE RPT-LINE.                                              01766682
                                                                        01766684
           MOVE WS-TOT-NEM-CASHOUT TO WS-TOT-MONEY-ED.                  01766686
           MOVE SPACES TO RPT-LINE.                                     01766688
           STRING 'NEM CASH-OUT CREDIT: ' WS-TOT-MONEY-ED               01766690
               DELIMITED BY SIZE INTO RPT-LINE.                         01766692
           WRITE RPT-LINE.                                              01766694
                                                                        01766700
           MOVE ALL '-' TO RPT-LINE.                                    01766800
           WRITE RPT-LINE.                                              01766900

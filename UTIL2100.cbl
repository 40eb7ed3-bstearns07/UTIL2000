      *               source (PSTTOT) so the ledger gets the payment    00018970
      *               side by interface and the UTIL3200 daily bank     00018980
      *               reconciliation has its legs to prove.             00018990
      *  10-15-26  BS  Accept REC collection-agency recoveries on       00018991
      *                accounts written off to bad debt - the cash      00018992
      *                credits the bad-debt reserve (new GLCASH         00018993
      *                reserve column) instead of A/R, and counts as    00018994
      *                deposit cash in the posting totals.              00018995
      *  10-15-26  BS  Credit payments to an active deferred payment    00018996
      *                arrangement (an NSF takes the credit back) and   00018997
      *                leave what is still owed on the arrangement out  00018998
      *                of the late fee.                                 00018999
      *  10-15-26  BS  Cut a reconnect work order (RCONWO) when a       00019165
      *                payment clears the 90-day bucket on an account   00019331
      *                whose meter the crews have disconnected, and     00019497
      *                mark the order issued on the master.             00019663
      *  10-15-26  BS  Run control - before posting, check the cycle    00019683
      *                against tonight's CYCCAL calendar entry, hold    00019703
      *                the run (RC 12) if it already completed for the  00019723
      *                period and cycle on the RUNCTL run-control file, 00019743
      *                and record its start, finish, RC and counts      00019763
      *                there for the steps that follow it. ,OVERRIDE on 00019783
      *                the parm skips the checks.                       00019803
      *  10-15-26  BS  Post an ordinary payment on an account already   00019811
      *                written off as a recovery, not as A/R cash.      00019819
      *  10-15-26  BS  Post an NSF on an account already written off    00019821
      *                as a returned recovery - taken back off the      00019823
      *                recovered total and the bad-debt reserve, no     00019825
      *                fee and nothing back on A/R.                     00019827
      ***************************************************************** 00019829
       ENVIRONMENT DIVISION.                                            00020000
       INPUT-OUTPUT SECTION.                                            00021000
       FILE-CONTROL.                                                    00022000
           SELECT POSTING-TOTALS   ASSIGN TO PSTTOT                     00043600
               ORGANIZATION IS SEQUENTIAL                               00043700
               FILE STATUS IS WS-PSTTOT-STATUS.                         00043800
                                                                        00043840
           SELECT RECONNECT-ORDERS ASSIGN TO RCONWO                     00043880
               ORGANIZATION IS SEQUENTIAL                               00043920
               FILE STATUS IS WS-RCONWO-STATUS.                         00043960
                                                                        00044000
           SELECT CYCLE-CALENDAR   ASSIGN TO CYCCAL                     00044090
               ORGANIZATION IS SEQUENTIAL                               00044180
               FILE STATUS IS WS-CYCCAL-STATUS.                         00044270
                                                                        00044360
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL                     00044450
               ORGANIZATION IS INDEXED                                  00044540
               ACCESS MODE IS RANDOM                                    00044630
               RECORD KEY IS RU-KEY                                     00044720
               FILE STATUS IS WS-RUNCTL-STATUS.                         00044810
                                                                        00044900
       DATA DIVISION.                                                   00045000
       FILE SECTION.                                                    00046000
       FD  PAYMENT-TRANS                                                00047000
       FD  POSTING-TOTALS                                               00068600
           LABEL RECORDS ARE STANDARD.                                  00068700
       COPY PSTTOTS.                                                    00068800
                                                                        00068840
       FD  RECONNECT-ORDERS                                             00068880
           LABEL RECORDS ARE STANDARD.                                  00068920
       COPY RCONWO.                                                     00068960
                                                                        00069000
       FD  CYCLE-CALENDAR                                               00069111
           LABEL RECORDS ARE STANDARD.                                  00069222
       COPY CYCCAL.                                                     00069333
                                                                        00069444
       FD  RUN-CONTROL                                                  00069555
           LABEL RECORDS ARE STANDARD.                                  00069666
       COPY RUNCTL.                                                     00069777
                                                                        00069888
       WORKING-STORAGE SECTION.                                         00070000
                                                                        00071000
      ***************************************************************** 00072000
       01  WS-AGEDTB-STATUS         PIC X(02)    VALUE '00'.            00087000
       01  WS-GLCASH-STATUS         PIC X(02)    VALUE '00'.            00087100
       01  WS-PSTTOT-STATUS         PIC X(02)    VALUE '00'.            00087200
       01  WS-RCONWO-STATUS         PIC X(02)    VALUE '00'.            00087250
                                                                        00087300
      ***************************************************************** 00087400
      * CASH / A-R SUMMARY TABLE - ONE ROW PER PAY SOURCE PER TRAN      00087500
               10  WS-CSH-COUNT     PIC 9(07).                          00087980
               10  WS-CSH-CASH      PIC S9(9)V99.                       00087990
               10  WS-CSH-AR        PIC S9(9)V99.                       00087991
               10  WS-CSH-RESERVE   PIC S9(9)V99.                       00087992
       01  WS-CASH-SUB              PIC 9(4)  COMP  VALUE 0.            00087993
       01  WS-CASH-AMT              PIC S9(9)V99 VALUE 0.               00087994
       01  WS-AR-AMT                PIC S9(9)V99 VALUE 0.               00087995
       01  WS-RESERVE-AMT           PIC S9(9)V99 VALUE 0.               00087996
       01  WS-CASH-TYPE             PIC X(03)    VALUE SPACES.          00087997
                                                                        00088000
      ***************************************************************** 00089000
      * PAYMENT VALIDATION / APPLICATION WORK FIELDS                    00090000
      ***************************************************************** 00102000
       01  WS-LATE-FEE-PCT          PIC V9(4)    VALUE .0150.           00103000
       01  WS-PAST-DUE              PIC S9(7)V99 VALUE 0.               00104000
      * PAST-DUE DOLLARS STILL OWED ON AN ACTIVE PAYMENT ARRANGEMENT -  00104250
      * HELD OUT OF THE LATE FEE WHILE THE CUSTOMER KEEPS THE PLAN.     00104500
       01  WS-ARR-HELD              PIC S9(7)V99 VALUE 0.               00104750
       01  WS-LATE-FEE              PIC S9(5)V99 VALUE 0.               00105000
                                                                        00106000
      ***************************************************************** 00107000
       01  WS-NSF-FEE-TOT           PIC 9(9)V99  VALUE 0.               00111300
       01  WS-ADJ-COUNT             PIC 9(7)     VALUE 0.               00111400
       01  WS-ADJ-AMT-TOT           PIC S9(9)V99 VALUE 0.               00111500
       01  WS-REC-COUNT             PIC 9(7)     VALUE 0.               00111666
       01  WS-REC-AMT-TOT           PIC 9(9)V99  VALUE 0.               00111832
       01  WS-RNS-COUNT             PIC 9(7)     VALUE 0.               00111860
       01  WS-RNS-AMT-TOT           PIC 9(9)V99  VALUE 0.               00111888
       01  WS-RCON-COUNT            PIC 9(7)     VALUE 0.               00111916
       01  WS-REJ-COUNT             PIC 9(7)     VALUE 0.               00112000
       01  WS-FEE-COUNT             PIC 9(7)     VALUE 0.               00113000
       01  WS-FEE-AMT-TOT           PIC 9(9)V99  VALUE 0.               00114000
       01  WS-SELECT-CYCLE-N REDEFINES WS-SELECT-CYCLE-X                00186900
                                    PIC 9(02).                          00186950
                                                                        00186970
      ***************************************************************** 00186971
      * RUN CONTROL - THIS STEP'S ENTRY ON THE RUN-CONTROL FILE FOR THE 00186972
      * PERIOD AND CYCLE, AND THE STEPS (WS-RU-PRED) THAT MUST HAVE     00186973
      * FINISHED CLEAN FOR THE SAME PERIOD AND CYCLE BEFORE IT MAY RUN. 00186974
      * UTIL2100 OPENS THE NIGHT - NOTHING RUNS AHEAD OF IT.            00186975
      * WS-RU-COUNT-AREA IS THE RUN'S COUNTS AS THEY GO TO THE          00186976
      * RUN-CONTROL RECORD. OVERRIDE ON THE PARM SKIPS THE CHECKS.      00186977
      ***************************************************************** 00186978
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00186979
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00186980
           88  CYCCAL-EOF                        VALUE 'Y'.             00186981
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00186982
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00186983
       01  WS-RU-PROGRAM            PIC X(08)    VALUE 'UTIL2100'.      00186984
       01  WS-RU-PRED-COUNT         PIC 9(4)  COMP  VALUE 0.            00186985
       01  WS-RU-PRED-VALUES.                                           00186986
           05  FILLER               PIC X(08)    VALUE SPACES.          00186987
           05  FILLER               PIC X(08)    VALUE SPACES.          00186988
       01  WS-RU-PRED-TABLE REDEFINES WS-RU-PRED-VALUES.                00186989
           05  WS-RU-PRED           PIC X(08)    OCCURS 2 TIMES.        00186990
       01  WS-RU-SUB                PIC 9(4)  COMP  VALUE 0.            00186991
       01  WS-RU-PERIOD             PIC 9(06)    VALUE 0.               00186992
       01  WS-RU-NEW-STATUS         PIC X(01)    VALUE SPACE.           00186993
       01  WS-RU-HOLD-REASON        PIC X(30)    VALUE SPACES.          00186994
       01  WS-RU-OVERRIDE-SW        PIC X(01)    VALUE 'N'.             00186995
           88  RU-OVERRIDE-GIVEN                 VALUE 'Y'.             00186996
       01  WS-RU-FOUND-SW           PIC X(01)    VALUE 'N'.             00186997
           88  RU-RECORD-FOUND                   VALUE 'Y'.             00186998
       01  WS-CAL-FOUND-SW          PIC X(01)    VALUE 'N'.             00186999
           88  CAL-ENTRY-FOUND                   VALUE 'Y'.             00187000
       01  WS-CAL-BILL-DATE         PIC 9(08)    VALUE 0.               00187001
       01  WS-RU-DATE-8             PIC 9(08)    VALUE 0.               00187002
       01  WS-RU-TIME-8             PIC 9(08)    VALUE 0.               00187003
       01  WS-RU-COUNT-AREA.                                            00187004
           05  FILLER               PIC X(08)    VALUE 'PAYMENTS'.      00187005
           05  WS-RU-COUNT-1        PIC 9(07)    VALUE 0.               00187006
           05  FILLER               PIC X(08)    VALUE 'REJECTS'.       00187007
           05  WS-RU-COUNT-2        PIC 9(07)    VALUE 0.               00187008
           05  FILLER               PIC X(08)    VALUE 'LATEFEES'.      00187009
           05  WS-RU-COUNT-3        PIC 9(07)    VALUE 0.               00187010
                                                                        00187011
      ***************************************************************** 00187120
      * LINKAGE SECTION - THE JCL EXEC PARM NAMES THE CYCLE TO AGE.     00187229
      ***************************************************************** 00187338
       LINKAGE SECTION.                                                 00187447
       01  LS-PARM-AREA.                                                00187556
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00187665
           05  LS-PARM-DATA             PIC X(80).                      00187774
                                                                        00187883
      ***************************************************************** 00188000
      * IT'S GO TIME!                                                   00189000
      ***************************************************************** 00190000
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00204000
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.                   00205000
                                                                        00205100
      * A TRAILING ,OVERRIDE (OR OVERRIDE ALONE ON A FULL RUN) FORCES   00205106
      * THE RUN PAST THE RUN-CONTROL CHECKS IN 050-CHECK-RUN-CONTROL.   00205112
      * IT IS TAKEN OFF HERE SO THE REST OF THE PARM EDITS AS BEFORE.   00205118
           IF LS-PARM-LEN = 8                                           00205124
               AND LS-PARM-DATA (1:8) = 'OVERRIDE'                      00205130
               SET RU-OVERRIDE-GIVEN TO TRUE                            00205136
               MOVE 0 TO LS-PARM-LEN                                    00205142
           END-IF.                                                      00205148
           IF LS-PARM-LEN > 9                                           00205154
               AND LS-PARM-DATA (LS-PARM-LEN - 8:9) = ',OVERRIDE'       00205160
               SET RU-OVERRIDE-GIVEN TO TRUE                            00205166
               SUBTRACT 9 FROM LS-PARM-LEN                              00205172
           END-IF.                                                      00205178
                                                                        00205184
      * ONLY AN EMPTY PARM (SWEEP EVERY CYCLE - A FULL MONTHLY RUN)     00205200
      * OR CYCLE=NN WITH NN 01-20 IS ACCEPTED. A MISKEYED PARM STOPS    00205300
      * THE RUN - FALLING THROUGH TO AN ALL-CYCLE SWEEP WOULD ROLL      00205400
                       LS-PARM-DATA (1:16)                              00205995
                   DISPLAY 'UTIL2100 - USE NO PARM (ALL CYCLES) OR '    00205996
                       'CYCLE=NN (NN 01-20)'                            00205997
                   DISPLAY 'UTIL2100 - ADD ,OVERRIDE TO SKIP THE '      00205998
                       'RUN-CONTROL CHECKS'                             00205999
                   MOVE 8 TO RETURN-CODE                                00206000
                   STOP RUN                                             00206001
               END-IF                                                   00206002
           END-IF.                                                      00206003
           IF WS-SELECT-CYCLE > 0                                       00206004
               DISPLAY 'UTIL2100 - AGING CYCLE ' WS-SELECT-CYCLE        00206005
           ELSE                                                         00206006
               DISPLAY 'UTIL2100 - AGING ALL CYCLES'                    00206007
           END-IF.                                                      00206008
                                                                        00206009
           PERFORM 050-CHECK-RUN-CONTROL THRU 050-EXIT.                 00206014
           IF RETURN-CODE NOT = 0                                       00206028
               DISPLAY 'UTIL2100 - RUN HELD, RC = ' RETURN-CODE         00206042
               STOP RUN                                                 00206056
           END-IF.                                                      00206070
                                                                        00206084
           PERFORM 100-POST-PAYMENTS THRU 100-EXIT.                     00206100
      * IF POSTING ABORTED, DO NOT ROLL THE BUCKETS - THE ROLL IS NOT   00206200
      * IDEMPOTENT, AND AGING PAST-DUE BALANCES WHOSE PAYMENTS ARE      00206300
           IF RETURN-CODE NOT = 0                                       00206600
               DISPLAY 'UTIL2100 - RUN ABORTED, BUCKETS NOT ROLLED, '   00206700
                   'RC = ' RETURN-CODE                                  00206800
               PERFORM 090-RECORD-FINISH THRU 090-EXIT                  00206850
               STOP RUN                                                 00206900
           END-IF.                                                      00207000
           PERFORM 500-AGE-ACCOUNTS THRU 500-EXIT.                      00207100
                                                                        00209000
           PERFORM 090-RECORD-FINISH THRU 090-EXIT.                     00209500
           STOP RUN.                                                    00210000
                                                                        00211000
      ***************************************************************** 00211003
      * RUN CONTROL - BEFORE ANYTHING IS TOUCHED, MAKE SURE THIS STEP   00211006
      * MAY RUN: THE CYCLE MUST BE THE ONE THE CALENDAR HAS BILLING     00211009
      * TONIGHT, THE STEP MUST NOT ALREADY HAVE COMPLETED FOR THE       00211012
      * PERIOD AND CYCLE, AND EVERY STEP IN WS-RU-PRED MUST HAVE        00211015
      * FINISHED CLEAN FOR THEM. A STEP THAT FAILS A CHECK IS HELD -    00211018
      * MARKED H WITH THE REASON, RC 12 - UNLESS THE PARM CARRIES       00211021
      * OVERRIDE. A FULL RUN (NO CYCLE) HAS NO CALENDAR NIGHT TO CHECK. 00211024
      * A STEP CLEARED TO RUN IS MARKED STARTED, AND 090-RECORD-FINISH  00211027
      * MARKS IT COMPLETE OR FAILED AT THE END.                         00211030
      ***************************************************************** 00211033
       050-CHECK-RUN-CONTROL.                                           00211036
           COMPUTE WS-RU-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.      00211039
           MOVE SPACES TO WS-RU-HOLD-REASON.                            00211042
                                                                        00211045
           OPEN I-O RUN-CONTROL.                                        00211048
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'        00211051
               OPEN OUTPUT RUN-CONTROL                                  00211054
               CLOSE RUN-CONTROL                                        00211057
               OPEN I-O RUN-CONTROL                                     00211060
           END-IF.                                                      00211063
           IF WS-RUNCTL-STATUS NOT = '00'                               00211066
               DISPLAY 'UTIL2100 - RUNCTL OPEN FAILED, STATUS = '       00211069
                   WS-RUNCTL-STATUS                                     00211072
               MOVE 16 TO RETURN-CODE                                   00211075
               GO TO 050-EXIT                                           00211078
           END-IF.                                                      00211081
                                                                        00211084
           IF RU-OVERRIDE-GIVEN                                         00211087
               DISPLAY 'UTIL2100 - OVERRIDE - RUN-CONTROL CHECKS '      00211090
                   'SKIPPED'                                            00211093
               GO TO 050-MARK-STARTED                                   00211096
           END-IF.                                                      00211099
                                                                        00211102
           PERFORM 065-READ-RUN-CONTROL.                                00211105
           IF RU-RECORD-FOUND AND RU-COMPLETE                           00211108
               DISPLAY 'UTIL2100 - ALREADY COMPLETE FOR PERIOD '        00211111
                   WS-RU-PERIOD ' CYCLE ' WS-SELECT-CYCLE               00211114
               CLOSE RUN-CONTROL                                        00211117
               MOVE 12 TO RETURN-CODE                                   00211120
               GO TO 050-EXIT                                           00211123
           END-IF.                                                      00211126
                                                                        00211129
           IF WS-SELECT-CYCLE > 0                                       00211132
               PERFORM 055-FIND-CALENDAR THRU 055-EXIT                  00211135
           END-IF.                                                      00211138
           PERFORM 060-CHECK-PREDECESSOR                                00211141
               VARYING WS-RU-SUB FROM 1 BY 1                            00211144
               UNTIL WS-RU-SUB > WS-RU-PRED-COUNT                       00211147
                  OR WS-RU-HOLD-REASON NOT = SPACES.                    00211150
                                                                        00211153
           IF WS-RU-HOLD-REASON NOT = SPACES                            00211156
               DISPLAY 'UTIL2100 - HELD - ' WS-RU-HOLD-REASON           00211159
               MOVE 'H' TO WS-RU-NEW-STATUS                             00211162
               PERFORM 070-MARK-RUN-CONTROL                             00211165
               CLOSE RUN-CONTROL                                        00211168
               MOVE 12 TO RETURN-CODE                                   00211171
               GO TO 050-EXIT                                           00211174
           END-IF.                                                      00211177
                                                                        00211180
       050-MARK-STARTED.                                                00211183
           MOVE 'S' TO WS-RU-NEW-STATUS.                                00211186
           PERFORM 070-MARK-RUN-CONTROL.                                00211189
           CLOSE RUN-CONTROL.                                           00211192
                                                                        00211195
       050-EXIT.                                                        00211198
           EXIT.                                                        00211201
                                                                        00211204
      ***************************************************************** 00211207
      * FIND THE CYCLE'S CALENDAR ENTRY FOR THE PERIOD AND HOLD THE RUN 00211210
      * IF THERE IS NONE OR ITS BILL DATE IS NOT TONIGHT.               00211213
      ***************************************************************** 00211216
       055-FIND-CALENDAR.                                               00211219
           OPEN INPUT CYCLE-CALENDAR.                                   00211222
           IF WS-CYCCAL-STATUS NOT = '00'                               00211225
               DISPLAY 'UTIL2100 - CYCCAL OPEN FAILED, STATUS = '       00211228
                   WS-CYCCAL-STATUS                                     00211231
               MOVE 'CYCLE CALENDAR NOT AVAILABLE'                      00211234
                   TO WS-RU-HOLD-REASON                                 00211237
               GO TO 055-EXIT                                           00211240
           END-IF.                                                      00211243
                                                                        00211246
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00211249
           PERFORM 056-READ-CAL-RTN.                                    00211252
           PERFORM 057-MATCH-CALENDAR                                   00211255
               UNTIL CYCCAL-EOF OR CAL-ENTRY-FOUND.                     00211258
           CLOSE CYCLE-CALENDAR.                                        00211261
                                                                        00211264
           IF NOT CAL-ENTRY-FOUND                                       00211267
               MOVE 'CYCLE NOT ON CALENDAR' TO WS-RU-HOLD-REASON        00211270
               GO TO 055-EXIT                                           00211273
           END-IF.                                                      00211276
           IF WS-CAL-BILL-DATE NOT = WS-RUN-DATE-8                      00211279
               DISPLAY 'UTIL2100 - CYCLE ' WS-SELECT-CYCLE              00211282
                   ' IS SCHEDULED FOR ' WS-CAL-BILL-DATE                00211285
               MOVE 'CYCLE NOT SCHEDULED TONIGHT'                       00211288
                   TO WS-RU-HOLD-REASON                                 00211291
           END-IF.                                                      00211294
                                                                        00211297
       055-EXIT.                                                        00211300
           EXIT.                                                        00211303
                                                                        00211306
      ***************************************************************** 00211309
      * READ THE NEXT CYCLE CALENDAR RECORD, SETTING THE EOF SWITCH     00211312
      * WHEN THE FILE IS EXHAUSTED.                                     00211315
      ***************************************************************** 00211318
       056-READ-CAL-RTN.                                                00211321
           READ CYCLE-CALENDAR                                          00211324
               AT END                                                   00211327
                   SET CYCCAL-EOF TO TRUE                               00211330
               NOT AT END                                               00211333
                   SET CYCCAL-NOT-EOF TO TRUE                           00211336
           END-READ.                                                    00211339
                                                                        00211342
      ***************************************************************** 00211345
      * KEEP THE BILL DATE IF THIS IS THE CYCLE'S ENTRY FOR THE PERIOD, 00211348
      * ELSE READ THE NEXT ONE.                                         00211351
      ***************************************************************** 00211354
       057-MATCH-CALENDAR.                                              00211357
           IF CY-PERIOD = WS-RU-PERIOD                                  00211360
               AND CY-CYCLE-CODE = WS-SELECT-CYCLE                      00211363
               MOVE CY-BILL-DATE TO WS-CAL-BILL-DATE                    00211366
               SET CAL-ENTRY-FOUND TO TRUE                              00211369
           ELSE                                                         00211372
               PERFORM 056-READ-CAL-RTN                                 00211375
           END-IF.                                                      00211378
                                                                        00211381
      ***************************************************************** 00211384
      * LOOK UP ONE PREDECESSOR STEP'S RUN-CONTROL ENTRY FOR THE SAME   00211387
      * PERIOD AND CYCLE - ANYTHING BUT COMPLETE HOLDS THIS STEP.       00211390
      ***************************************************************** 00211393
       060-CHECK-PREDECESSOR.                                           00211396
           MOVE WS-RU-PERIOD           TO RU-PERIOD.                    00211399
           MOVE WS-SELECT-CYCLE        TO RU-CYCLE-CODE.                00211402
           MOVE WS-RU-PRED (WS-RU-SUB) TO RU-PROGRAM.                   00211405
           READ RUN-CONTROL                                             00211408
               INVALID KEY                                              00211411
                   MOVE SPACE TO RU-STATUS                              00211414
           END-READ.                                                    00211417
           IF NOT RU-COMPLETE                                           00211420
               STRING WS-RU-PRED (WS-RU-SUB) ' NOT COMPLETE'            00211423
                   DELIMITED BY SIZE INTO WS-RU-HOLD-REASON             00211426
           END-IF.                                                      00211429
                                                                        00211432
      ***************************************************************** 00211435
      * READ THIS STEP'S OWN RUN-CONTROL ENTRY FOR THE PERIOD AND       00211438
      * CYCLE, NOTING WHETHER IT IS ON FILE YET.                        00211441
      ***************************************************************** 00211444
       065-READ-RUN-CONTROL.                                            00211447
           MOVE WS-RU-PERIOD    TO RU-PERIOD.                           00211450
           MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE.                       00211453
           MOVE WS-RU-PROGRAM   TO RU-PROGRAM.                          00211456
           SET RU-RECORD-FOUND TO TRUE.                                 00211459
           READ RUN-CONTROL                                             00211462
               INVALID KEY                                              00211465
                   MOVE 'N' TO WS-RU-FOUND-SW                           00211468
           END-READ.                                                    00211471
                                                                        00211474
      ***************************************************************** 00211477
      * MARK THIS STEP STARTED (S) OR HELD (H) ON ITS RUN-CONTROL       00211480
      * ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP RUNS FOR THE    00211483
      * PERIOD AND CYCLE. ONLY A STARTED RUN COUNTS AS A RUN.           00211486
      ***************************************************************** 00211489
       070-MARK-RUN-CONTROL.                                            00211492
           PERFORM 065-READ-RUN-CONTROL.                                00211495
           IF NOT RU-RECORD-FOUND                                       00211498
               MOVE WS-RU-PERIOD    TO RU-PERIOD                        00211501
               MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE                    00211504
               MOVE WS-RU-PROGRAM   TO RU-PROGRAM                       00211507
               MOVE 0               TO RU-RUN-COUNT                     00211510
           END-IF.                                                      00211513
                                                                        00211516
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00211519
           MOVE WS-RU-NEW-STATUS   TO RU-STATUS.                        00211522
           MOVE WS-RU-OVERRIDE-SW  TO RU-OVERRIDE-SW.                   00211525
           MOVE WS-RUN-DATE-8      TO RU-START-DATE.                    00211528
           MOVE WS-RU-TIME-8 (1:6) TO RU-START-TIME.                    00211531
           MOVE 0                  TO RU-END-DATE.                      00211534
           MOVE 0                  TO RU-END-TIME.                      00211537
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00211540
           MOVE WS-RU-HOLD-REASON  TO RU-HOLD-REASON.                   00211543
           IF RU-HELD                                                   00211546
               MOVE 12 TO RU-RETURN-CODE                                00211549
           ELSE                                                         00211552
               MOVE 0 TO RU-RETURN-CODE                                 00211555
               ADD 1 TO RU-RUN-COUNT                                    00211558
           END-IF.                                                      00211561
                                                                        00211564
           IF RU-RECORD-FOUND                                           00211567
               REWRITE RU-RUN-CONTROL-RECORD                            00211570
                   INVALID KEY                                          00211573
                       DISPLAY 'UTIL2100 - RUNCTL REWRITE FAILED, '     00211576
                           'STATUS = ' WS-RUNCTL-STATUS                 00211579
               END-REWRITE                                              00211582
           ELSE                                                         00211585
               WRITE RU-RUN-CONTROL-RECORD                              00211588
                   INVALID KEY                                          00211591
                       DISPLAY 'UTIL2100 - RUNCTL WRITE FAILED, '       00211594
                           'STATUS = ' WS-RUNCTL-STATUS                 00211597
               END-WRITE                                                00211600
           END-IF.                                                      00211603
                                                                        00211606
      ***************************************************************** 00211609
      * RECORD HOW THE RUN ENDED ON ITS RUN-CONTROL ENTRY - COMPLETE    00211612
      * (C) ON RC 0, FAILED (F) ON ANYTHING ELSE - WITH THE END DATE    00211615
      * AND TIME, THE RC AND THE RUN'S COUNTS. A FAILURE HERE IS ONLY   00211618
      * DISPLAYED; THE NEXT STEP WILL FIND THIS ONE NOT COMPLETE AND    00211621
      * HOLD.                                                           00211624
      ***************************************************************** 00211627
       090-RECORD-FINISH.                                               00211630
           MOVE WS-PAY-COUNT     TO WS-RU-COUNT-1.                      00211633
           MOVE WS-REJ-COUNT     TO WS-RU-COUNT-2.                      00211636
           MOVE WS-FEE-COUNT     TO WS-RU-COUNT-3.                      00211639
                                                                        00211642
           OPEN I-O RUN-CONTROL.                                        00211645
           IF WS-RUNCTL-STATUS NOT = '00'                               00211648
               DISPLAY 'UTIL2100 - RUNCTL OPEN FAILED, STATUS = '       00211651
                   WS-RUNCTL-STATUS ' - FINISH NOT RECORDED'            00211654
               GO TO 090-EXIT                                           00211657
           END-IF.                                                      00211660
                                                                        00211663
           PERFORM 065-READ-RUN-CONTROL.                                00211666
           IF NOT RU-RECORD-FOUND                                       00211669
               DISPLAY 'UTIL2100 - RUN-CONTROL ENTRY MISSING - '        00211672
                   'FINISH NOT RECORDED'                                00211675
               CLOSE RUN-CONTROL                                        00211678
               GO TO 090-EXIT                                           00211681
           END-IF.                                                      00211684
                                                                        00211687
           ACCEPT WS-RU-DATE-8 FROM DATE YYYYMMDD.                      00211690
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00211693
           MOVE WS-RU-DATE-8       TO RU-END-DATE.                      00211696
           MOVE WS-RU-TIME-8 (1:6) TO RU-END-TIME.                      00211699
           MOVE RETURN-CODE        TO RU-RETURN-CODE.                   00211702
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00211705
           IF RETURN-CODE = 0                                           00211708
               SET RU-COMPLETE TO TRUE                                  00211711
           ELSE                                                         00211714
               SET RU-FAILED TO TRUE                                    00211717
           END-IF.                                                      00211720
           REWRITE RU-RUN-CONTROL-RECORD                                00211723
               INVALID KEY                                              00211726
                   DISPLAY 'UTIL2100 - RUNCTL REWRITE FAILED, '         00211729
                       'STATUS = ' WS-RUNCTL-STATUS                     00211732
           END-REWRITE.                                                 00211735
           CLOSE RUN-CONTROL.                                           00211738
                                                                        00211741
       090-EXIT.                                                        00211744
           EXIT.                                                        00211747
                                                                        00211750
      ***************************************************************** 00212000
      * PHASE 1 - READ THE PAYMENT TRANSACTION FILE AND APPLY EACH      00213000
      * PAYMENT AGAINST THE CUSTOMER'S BALANCE AND AGING BUCKETS.       00214000
               MOVE 16 TO RETURN-CODE                                   00247990
               GO TO 100-EXIT                                           00247991
           END-IF.                                                      00247992
                                                                        00247993
           OPEN OUTPUT RECONNECT-ORDERS.                                00247994
           IF WS-RCONWO-STATUS NOT = '00'                               00247995
               DISPLAY 'UTIL2100 - RCONWO OPEN FAILED, STATUS = '       00247996
                   WS-RCONWO-STATUS                                     00247997
               CLOSE PAYMENT-TRANS CUSTOMER-MASTER POSTING-REGISTER     00247998
                   PAYMENT-REJECTS GL-CASH POSTING-TOTALS               00247999
               MOVE 16 TO RETURN-CODE                                   00248000
               GO TO 100-EXIT                                           00248001
           END-IF.                                                      00248002
                                                                        00248501
           PERFORM 110-READ-PAY-RTN.                                    00249000
           PERFORM 120-APPLY-PAYMENT THRU 120-EXIT                      00250000
               UNTIL PAYTRAN-EOF.                                       00250100
           CLOSE PAYMENT-REJECTS.                                       00257000
           CLOSE GL-CASH.                                               00257100
           CLOSE POSTING-TOTALS.                                        00257200
           CLOSE RECONNECT-ORDERS.                                      00257600
                                                                        00258000
       100-EXIT.                                                        00259000
           EXIT.                                                        00260000
               AND NOT PT-TYPE-PAYMENT                                  00298610
               AND NOT PT-TYPE-NSF                                      00298620
               AND NOT PT-TYPE-ADJ                                      00298630
               AND NOT PT-TYPE-RECOVERY                                 00298635
               SET PAY-INVALID TO TRUE                                  00298640
               MOVE 'TRAN TYPE NOT PAY, NSF, ADJ OR REC'                00298646
                   TO WS-REJ-REASON                                     00298652
           END-IF.                                                      00298660
           IF PAY-VALID AND PT-TYPE-ADJ                                 00298670
               AND NOT PT-ADJ-DEBIT AND NOT PT-ADJ-CREDIT               00298680
                   PERFORM 130-WRITE-PAY-REJECT                         00310000
               NOT INVALID KEY                                          00311000
                   EVALUATE TRUE                                        00311100
      * A RETURNED CHECK ON A WRITTEN-OFF ACCOUNT TAKES BACK A          00311112
      * RECOVERY - THE BALANCE IT PAID WAS ALREADY CHARGED OFF.         00311124
                       WHEN PT-TYPE-NSF                                 00311136
                           AND CM-WRITEOFF-DATE NUMERIC                 00311148
                           AND CM-WRITEOFF-DATE > 0                     00311160
                           PERFORM 147-REVERSE-RECOVERY                 00311172
                               THRU 147-EXIT                            00311184
                       WHEN PT-TYPE-NSF                                 00311200
                           PERFORM 142-POST-NSF                         00311300
                       WHEN PT-TYPE-ADJ                                 00311400
                           PERFORM 144-POST-ADJ                         00311500
                       WHEN PT-TYPE-RECOVERY                            00311533
                           PERFORM 146-POST-RECOVERY THRU 146-EXIT      00311566
      * THE BALANCE WENT TO ZERO AT THE WRITE-OFF, SO A PAYMENT         00311571
      * THAT COMES IN AFTER IT IS A RECOVERY, WHOEVER COLLECTED IT.     00311576
                       WHEN CM-WRITEOFF-DATE NUMERIC                    00311581
                           AND CM-WRITEOFF-DATE > 0                     00311586
                           PERFORM 146-POST-RECOVERY THRU 146-EXIT      00311591
                       WHEN OTHER                                       00311600
                           PERFORM 140-POST-ONE                         00311700
                   END-EVALUATE                                         00311800
           SUBTRACT PT-PAY-AMOUNT FROM CM-BALANCE-DUE.                  00352000
           MOVE PT-PAY-DATE TO CM-LAST-PAY-DATE.                        00353000
           MOVE PT-PAY-AMOUNT TO CM-LAST-PAY-AMT.                       00353100
      * A PAYMENT WHILE A PLAN IS RUNNING GOES TOWARD THE PLAN FIRST -  00353200
      * UTIL2650 JUDGES THE INSTALLMENTS KEPT OR MISSED OFF THIS.       00353300
           IF CM-ARR-ACTIVE                                             00353400
               ADD PT-PAY-AMOUNT TO CM-ARR-PAID-AMT                     00353500
               IF CM-ARR-PAID-AMT > CM-ARR-AMT                          00353600
                   MOVE CM-ARR-AMT TO CM-ARR-PAID-AMT                   00353700
               END-IF                                                   00353800
           END-IF.                                                      00353900
      * A PAYMENT THAT CLEARS THE 90-DAY BUCKET ON A METER THE CREWS    00354110
      * HAVE PULLED SENDS THEM BACK OUT - ONCE. THE ACCOUNT STAYS OFF   00354320
      * (ORDER ISSUED) UNTIL UTIL2610 POSTS THE CREW'S RECONNECT.       00354530
           IF CM-SVC-DISCONNECTED                                       00354740
               AND CM-AGE-90 NOT > 0                                    00354950
               PERFORM 148-WRITE-RECON-ORDER                            00355160
           END-IF.                                                      00355370
                                                                        00355580
           REWRITE CM-CUSTOMER-RECORD                                   00355790
               INVALID KEY                                              00356000
                   DISPLAY 'UTIL2100 - REWRITE FAILED FOR ACCT '        00357000
                       CM-ACCT-NO                                       00358000
           MOVE 'PAY' TO WS-CASH-TYPE.                                  00362200
           MOVE PT-PAY-AMOUNT TO WS-CASH-AMT.                           00362300
           COMPUTE WS-AR-AMT = 0 - PT-PAY-AMOUNT.                       00362400
           MOVE 0 TO WS-RESERVE-AMT.                                    00362450
           PERFORM 160-ADD-CASH-ROW THRU 160-EXIT.                      00362500
                                                                        00363000
           MOVE PT-PAY-AMOUNT TO WS-MONEY-ED.                           00364000
           ADD PT-PAY-AMOUNT  TO CM-BALANCE-DUE.                        00389210
           ADD WS-NSF-FEE-AMT TO CM-AGE-CURRENT.                        00389220
           ADD WS-NSF-FEE-AMT TO CM-BALANCE-DUE.                        00389230
           IF CM-ARR-ACTIVE                                             00389231
               IF PT-PAY-AMOUNT < CM-ARR-PAID-AMT                       00389232
                   SUBTRACT PT-PAY-AMOUNT FROM CM-ARR-PAID-AMT          00389233
               ELSE                                                     00389234
                   MOVE 0 TO CM-ARR-PAID-AMT                            00389235
               END-IF                                                   00389236
           END-IF.                                                      00389237
                                                                        00389240
           REWRITE CM-CUSTOMER-RECORD                                   00389250
               INVALID KEY                                              00389260
           MOVE 'NSF' TO WS-CASH-TYPE.                                  00389334
           COMPUTE WS-CASH-AMT = 0 - PT-PAY-AMOUNT.                     00389336
           COMPUTE WS-AR-AMT = PT-PAY-AMOUNT + WS-NSF-FEE-AMT.          00389338
           MOVE 0 TO WS-RESERVE-AMT.                                    00389339
           PERFORM 160-ADD-CASH-ROW THRU 160-EXIT.                      00389342
                                                                        00389345
           MOVE PT-PAY-AMOUNT TO WS-MONEY-ED.                           00389350
           MOVE CM-BALANCE-DUE TO WS-BAL-ED.                            00389360
           MOVE SPACES TO PSTREG-LINE.                                  00389370
           ELSE                                                         00389814
               COMPUTE WS-AR-AMT = 0 - PT-PAY-AMOUNT                    00389816
           END-IF.                                                      00389818
           MOVE 0 TO WS-RESERVE-AMT.                                    00389819
           PERFORM 160-ADD-CASH-ROW THRU 160-EXIT.                      00390318
                                                                        00389810
           MOVE PT-PAY-AMOUNT TO WS-MONEY-ED.                           00389820
           MOVE CM-BALANCE-DUE TO WS-BAL-ED.                            00389830
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00389910
           WRITE PSTREG-LINE.                                           00389920
                                                                        00389930
      ***************************************************************** 00389931
      * POST ONE RECOVERY ON AN ACCOUNT WRITTEN OFF TO BAD DEBT - AN    00389932
      * AGENCY REC, OR A PAYMENT SENT IN AFTER THE WRITE-OFF. THE       00389933
      * BALANCE WENT TO ZERO AT THE WRITE-OFF AND STAYS THERE - THE     00389934
      * CASH CREDITS THE BAD-DEBT RESERVE ON THE GL, AND THE MASTER     00389935
      * ONLY KEEPS A RUNNING TOTAL OF WHAT HAS COME BACK. A RECOVERY ON 00389936
      * AN ACCOUNT NOT WRITTEN OFF, OR ONE THAT WOULD TAKE BACK MORE    00389937
      * THAN WAS WRITTEN OFF, IS REJECTED FOR THE OFFICE TO SORT OUT.   00389938
      ***************************************************************** 00389939
       146-POST-RECOVERY.                                               00389940
           IF CM-WRITEOFF-DATE NOT NUMERIC OR CM-WRITEOFF-DATE = 0      00389941
               MOVE 'RECOVERY ON ACCOUNT NOT WRITTEN OFF'               00389942
                   TO WS-REJ-REASON                                     00389943
               PERFORM 130-WRITE-PAY-REJECT                             00389944
               GO TO 146-EXIT                                           00389945
           END-IF.                                                      00389946
           IF CM-RECOVERED-AMT NOT NUMERIC                              00389947
               MOVE 0 TO CM-RECOVERED-AMT                               00389948
           END-IF.                                                      00389949
           IF CM-RECOVERED-AMT + PT-PAY-AMOUNT > CM-WRITEOFF-AMT        00389950
               MOVE 'RECOVERY EXCEEDS AMOUNT WRITTEN OFF'               00389951
                   TO WS-REJ-REASON                                     00389952
               PERFORM 130-WRITE-PAY-REJECT                             00389953
               GO TO 146-EXIT                                           00389954
           END-IF.                                                      00389955
                                                                        00389956
           ADD PT-PAY-AMOUNT TO CM-RECOVERED-AMT.                       00389957
           MOVE PT-PAY-DATE TO CM-LAST-PAY-DATE.                        00389958
           MOVE PT-PAY-AMOUNT TO CM-LAST-PAY-AMT.                       00389959
                                                                        00389960
           REWRITE CM-CUSTOMER-RECORD                                   00389961
               INVALID KEY                                              00389962
                   DISPLAY 'UTIL2100 - REWRITE FAILED FOR ACCT '        00389963
                       CM-ACCT-NO                                       00389964
           END-REWRITE.                                                 00389965
                                                                        00389966
           ADD 1 TO WS-REC-COUNT.                                       00389967
           ADD PT-PAY-AMOUNT TO WS-REC-AMT-TOT.                         00389968
                                                                        00389969
           MOVE 'REC' TO WS-CASH-TYPE.                                  00389970
           MOVE PT-PAY-AMOUNT TO WS-CASH-AMT.                           00389971
           MOVE 0 TO WS-AR-AMT.                                         00389972
           COMPUTE WS-RESERVE-AMT = 0 - PT-PAY-AMOUNT.                  00389973
           PERFORM 160-ADD-CASH-ROW THRU 160-EXIT.                      00389974
                                                                        00389975
           MOVE PT-PAY-AMOUNT TO WS-MONEY-ED.                           00389976
           MOVE CM-RECOVERED-AMT TO WS-BAL-ED.                          00389977
           MOVE SPACES TO PSTREG-LINE.                                  00389978
           STRING 'ACCT: ' CM-ACCT-NO                                   00389979
               '  CUST: ' CM-NAME                                       00389980
               '  DATE: ' PT-PAY-DATE                                   00389981
               '  RECOVERED: ' WS-MONEY-ED                              00389982
               '  TOTAL RECOVERED: ' WS-BAL-ED                          00389983
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00389984
           WRITE PSTREG-LINE.                                           00389985
                                                                        00389986
       146-EXIT.                                                        00389987
           EXIT.                                                        00389988
                                                                        00389989
      ***************************************************************** 00389990
      * POST ONE NSF ON AN ACCOUNT WRITTEN OFF TO BAD DEBT - THE CHECK  00389991
      * WAS TAKEN AS A RECOVERY, SO THE RETURN COMES OFF THE RECOVERED  00389992
      * TOTAL AND BACK INTO THE BAD-DEBT RESERVE. THE ACCOUNT STAYS AT  00389993
      * ZERO: NO NSF FEE, NOTHING BACK ON A/R. A RETURN LARGER THAN     00389994
      * WHAT HAS BEEN RECOVERED IS REJECTED FOR THE OFFICE TO SORT OUT. 00389995
      ***************************************************************** 00389996
       147-REVERSE-RECOVERY.                                            00389997
           IF CM-RECOVERED-AMT NOT NUMERIC                              00389998
               MOVE 0 TO CM-RECOVERED-AMT                               00389999
           END-IF.                                                      00390000
           IF PT-PAY-AMOUNT > CM-RECOVERED-AMT                          00390001
               MOVE 'NSF EXCEEDS AMOUNT RECOVERED'                      00390002
                   TO WS-REJ-REASON                                     00390003
               PERFORM 130-WRITE-PAY-REJECT                             00390004
               GO TO 147-EXIT                                           00390005
           END-IF.                                                      00390006
                                                                        00390007
           SUBTRACT PT-PAY-AMOUNT FROM CM-RECOVERED-AMT.                00390008
                                                                        00390009
           REWRITE CM-CUSTOMER-RECORD                                   00390010
               INVALID KEY                                              00390011
                   DISPLAY 'UTIL2100 - REWRITE FAILED FOR ACCT '        00390012
                       CM-ACCT-NO                                       00390013
           END-REWRITE.                                                 00390014
                                                                        00390015
           ADD 1 TO WS-RNS-COUNT.                                       00390016
           ADD PT-PAY-AMOUNT TO WS-RNS-AMT-TOT.                         00390017
                                                                        00390018
           MOVE 'NSF' TO WS-CASH-TYPE.                                  00390019
           COMPUTE WS-CASH-AMT = 0 - PT-PAY-AMOUNT.                     00390020
           MOVE 0 TO WS-AR-AMT.                                         00390021
           MOVE PT-PAY-AMOUNT TO WS-RESERVE-AMT.                        00390022
           PERFORM 160-ADD-CASH-ROW THRU 160-EXIT.                      00390023
                                                                        00390024
           MOVE PT-PAY-AMOUNT TO WS-MONEY-ED.                           00390025
           MOVE CM-RECOVERED-AMT TO WS-BAL-ED.                          00390026
           MOVE SPACES TO PSTREG-LINE.                                  00390027
           STRING 'ACCT: ' CM-ACCT-NO                                   00390028
               '  CUST: ' CM-NAME                                       00390029
               '  DATE: ' PT-PAY-DATE                                   00390030
               '  RECOVERY RETURNED: ' WS-MONEY-ED                      00390031
               '  REASON: ' PT-REASON-CODE                              00390032
               '  TOTAL RECOVERED: ' WS-BAL-ED                          00390033
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00390034
           WRITE PSTREG-LINE.                                           00390035
                                                                        00390036
       147-EXIT.                                                        00390037
           EXIT.                                                        00390038
                                                                        00390039
      ***************************************************************** 00390040
      * CUT ONE RECONNECT WORK ORDER FOR THE ACCOUNT IN HAND AND MARK   00390041
      * THE ORDER ISSUED ON THE MASTER (THE CALLER REWRITES IT).        00390042
      ***************************************************************** 00390043
       148-WRITE-RECON-ORDER.                                           00390044
           MOVE 'P' TO CM-SVC-STATUS.                                   00390045
           MOVE CM-ACCT-NO         TO RW-ACCT-NO.                       00390046
           MOVE CM-NAME            TO RW-CUST-NAME.                     00390047
           MOVE CM-ADDR-LINE-1     TO RW-ADDR-LINE-1.                   00390048
           MOVE CM-ADDR-LINE-2     TO RW-ADDR-LINE-2.                   00390049
           MOVE CM-CITY            TO RW-CITY.                          00390050
           MOVE CM-STATE           TO RW-STATE.                         00390051
           MOVE CM-ZIP             TO RW-ZIP.                           00390052
           MOVE CM-ROUTE-CODE      TO RW-ROUTE-CODE.                    00390053
           MOVE CM-WALK-SEQ        TO RW-WALK-SEQ.                      00390054
           MOVE CM-BALANCE-DUE     TO RW-BALANCE-DUE.                   00390055
           MOVE PT-PAY-DATE        TO RW-PAY-DATE.                      00390056
           MOVE PT-PAY-AMOUNT      TO RW-PAY-AMT.                       00390057
           MOVE CM-SVC-STATUS-DATE TO RW-DISC-DATE.                     00390058
           MOVE WS-RUN-DATE-8      TO RW-ISSUE-DATE.                    00390059
           WRITE RW-WORK-ORDER-RECORD.                                  00390060
           ADD 1 TO WS-RCON-COUNT.                                      00390061
                                                                        00390062
      ***************************************************************** 00390063
      * ROLL THE TRANSACTION JUST POSTED INTO ITS SOURCE/TYPE CASH      00390064
      * SUMMARY ROW, OPENING A NEW ROW FOR A COMBINATION NOT SEEN       00390065
      * YET THIS RUN.                                                   00390066
      ***************************************************************** 00390067
       160-ADD-CASH-ROW.                                                00390068
           MOVE 0 TO WS-CASH-SUB.                                       00390069
           IF WS-CASH-TABLE-COUNT > 0                                   00390070
               SET WS-CASH-IDX TO 1                                     00390071
               SEARCH WS-CASH-TABLE                                     00390072
                   AT END                                               00390073
                       CONTINUE                                         00390074
                   WHEN WS-CSH-SOURCE (WS-CASH-IDX) = PT-PAY-SOURCE     00390075
                       AND WS-CSH-TYPE (WS-CASH-IDX) = WS-CASH-TYPE     00390076
                       SET WS-CASH-SUB TO WS-CASH-IDX                   00390077
               END-SEARCH                                               00390078
           END-IF.                                                      00390079
           IF WS-CASH-SUB = 0                                           00390080
               IF WS-CASH-TABLE-COUNT >= 10                             00390081
                   DISPLAY 'UTIL2100 - MORE THAN 10 SOURCE/TYPE '       00390082
                       'COMBINATIONS - GLCASH ROW DROPPED'              00390083
                   GO TO 160-EXIT                                       00390084
               END-IF                                                   00390085
               ADD 1 TO WS-CASH-TABLE-COUNT                             00390086
               MOVE WS-CASH-TABLE-COUNT TO WS-CASH-SUB                  00390087
               MOVE PT-PAY-SOURCE TO WS-CSH-SOURCE (WS-CASH-SUB)        00390088
               MOVE WS-CASH-TYPE  TO WS-CSH-TYPE (WS-CASH-SUB)          00390089
               MOVE 0 TO WS-CSH-COUNT (WS-CASH-SUB)                     00390090
               MOVE 0 TO WS-CSH-CASH (WS-CASH-SUB)                      00390091
               MOVE 0 TO WS-CSH-AR (WS-CASH-SUB)                        00390092
               MOVE 0 TO WS-CSH-RESERVE (WS-CASH-SUB)                   00390093
           END-IF.                                                      00390094
           ADD 1           TO WS-CSH-COUNT (WS-CASH-SUB).               00390095
           ADD WS-CASH-AMT TO WS-CSH-CASH (WS-CASH-SUB).                00390096
           ADD WS-AR-AMT   TO WS-CSH-AR (WS-CASH-SUB).                  00390097
           ADD WS-RESERVE-AMT TO WS-CSH-RESERVE (WS-CASH-SUB).          00390098
       160-EXIT.                                                        00390099
           EXIT.                                                        00390100
                                                                        00390101
      ***************************************************************** 00390102
      * AT END OF POSTING, TURN THE CASH SUMMARY ROWS INTO THE          00390103
      * GLCASH EXTRACT AND THE PER-SOURCE PSTTOT PAYMENT TOTALS THE     00390104
      * DAILY BANK RECONCILIATION PROVES AGAINST.                       00390105
      ***************************************************************** 00390106
       195-WRITE-CASH-EXTRACT.                                          00390107
           IF WS-CASH-TABLE-COUNT > 0                                   00390108
               PERFORM 196-WRITE-ONE-CASH                               00390109
                   VARYING WS-CASH-SUB FROM 1 BY 1                      00390110
                   UNTIL WS-CASH-SUB > WS-CASH-TABLE-COUNT              00390111
           END-IF.                                                      00390112
                                                                        00390113
      ***************************************************************** 00390114
      * WRITE ONE SOURCE/TYPE SUMMARY ROW - EVERY ROW GOES TO THE       00390115
      * GL EXTRACT, AND THE PAYMENT ROWS ALSO BECOME THE POSTING        00390116
      * TOTALS RECORD FOR THEIR SOURCE. A RECOVERY IS DEPOSITED CASH    00390117
      * TOO, SO ITS ROW GETS A POSTING TOTALS RECORD OF ITS OWN.        00390118
      ***************************************************************** 00390119
       196-WRITE-ONE-CASH.                                              00390120
           MOVE WS-RUN-DATE-8              TO GC-POST-DATE.             00390121
           MOVE WS-CSH-SOURCE (WS-CASH-SUB) TO GC-PAY-SOURCE.           00390122
           MOVE WS-CSH-TYPE (WS-CASH-SUB)  TO GC-TRAN-TYPE.             00390123
           MOVE WS-CSH-COUNT (WS-CASH-SUB) TO GC-TRAN-COUNT.            00390124
           MOVE WS-CSH-CASH (WS-CASH-SUB)  TO GC-CASH-AMT.              00390125
           MOVE WS-CSH-AR (WS-CASH-SUB)    TO GC-AR-AMT.                00390126
           MOVE WS-CSH-RESERVE (WS-CASH-SUB) TO GC-RESERVE-AMT.         00390150
           WRITE GC-CASH-RECORD.                                        00390200
                                                                        00390300
           IF WS-CSH-TYPE (WS-CASH-SUB) = 'PAY'                         00390400
               OR WS-CSH-TYPE (WS-CASH-SUB) = 'REC'                     00390450
               MOVE WS-RUN-DATE-8 TO PS-POST-DATE                       00390500
               MOVE WS-CSH-SOURCE (WS-CASH-SUB) TO PS-PAY-SOURCE        00390600
               MOVE WS-CSH-COUNT (WS-CASH-SUB) TO PS-PAY-COUNT          00390700
               WRITE PS-POSTTOT-RECORD                                  00390900
           END-IF.                                                      00390910
                                                                        00390920
      ***************************************************************** 00390960
      * WRITE THE POSTING RUN CONTROL TOTALS AT THE END OF THE          00391000
      * REGISTER.                                                       00392000
      ***************************************************************** 00393000
           STRING 'NET ADJ DOLLARS    : ' WS-TOT-MONEY-ED               00411890
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00411900
           WRITE PSTREG-LINE.                                           00411910
                                                                        00411911
           MOVE WS-REC-COUNT TO WS-COUNT-ED.                            00411912
           MOVE SPACES TO PSTREG-LINE.                                  00411913
           STRING 'RECOVERIES POSTED  : ' WS-COUNT-ED                   00411914
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00411915
           WRITE PSTREG-LINE.                                           00411916
                                                                        00411917
           MOVE WS-REC-AMT-TOT TO WS-TOT-MONEY-ED.                      00411918
           MOVE SPACES TO PSTREG-LINE.                                  00411919
           STRING 'RECOVERY DOLLARS   : ' WS-TOT-MONEY-ED               00411920
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00411921
           WRITE PSTREG-LINE.                                           00411922
                                                                        00411923
           MOVE WS-RNS-COUNT TO WS-COUNT-ED.                            00411924
           MOVE SPACES TO PSTREG-LINE.                                  00411925
           STRING 'RECOVERIES RETURNED: ' WS-COUNT-ED                   00411926
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00411927
           WRITE PSTREG-LINE.                                           00411928
                                                                        00411929
           MOVE WS-RNS-AMT-TOT TO WS-TOT-MONEY-ED.                      00411930
           MOVE SPACES TO PSTREG-LINE.                                  00411931
           STRING 'RECOVERY $ RETURNED: ' WS-TOT-MONEY-ED               00411932
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00411933
           WRITE PSTREG-LINE.                                           00411934
                                                                        00411935
           MOVE WS-RCON-COUNT TO WS-COUNT-ED.                           00411936
           MOVE SPACES TO PSTREG-LINE.                                  00411937
           STRING 'RECONNECTS ORDERED : ' WS-COUNT-ED                   00411938
               DELIMITED BY SIZE INTO PSTREG-LINE.                      00411939
           WRITE PSTREG-LINE.                                           00411940
                                                                        00411970
           MOVE WS-REJ-COUNT TO WS-COUNT-ED.                            00412000
           MOVE SPACES TO PSTREG-LINE.                                  00413000
           STRING 'PAYMENTS REJECTED  : ' WS-COUNT-ED                   00414000
                                                                        00486000
           MOVE 0 TO WS-LATE-FEE.                                       00487000
           COMPUTE WS-PAST-DUE = CM-AGE-30 + CM-AGE-60 + CM-AGE-90.     00488000
      * WHAT IS STILL OWED ON A PLAN THE CUSTOMER IS KEEPING CARRIES    00488125
      * NO LATE FEE. A BROKEN OR CANCELED PLAN HOLDS NOTHING BACK.      00488250
           MOVE 0 TO WS-ARR-HELD.                                       00488375
           IF CM-ARR-ACTIVE                                             00488500
               COMPUTE WS-ARR-HELD = CM-ARR-AMT - CM-ARR-PAID-AMT       00488625
               SUBTRACT WS-ARR-HELD FROM WS-PAST-DUE                    00488750
           END-IF.                                                      00488875
           IF WS-PAST-DUE > 0                                           00489000
               COMPUTE WS-LATE-FEE ROUNDED =                            00490000
                   WS-PAST-DUE * WS-LATE-FEE-PCT                        00491000

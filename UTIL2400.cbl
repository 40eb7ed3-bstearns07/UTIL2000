      *  Modification History:                                          00018000
      *  8-22-26  BS  New program - control totals vs GL extract vs     00019000
      *               audit log balancing with nonzero RC gate.         00020000
      *  10-15-26  BS  Balance the net-metering cash-out credits too -  00020250
      *                they are credited to the accounts outside the    00020500
      *                dollars billed, so they get their own leg.       00020750
      *  10-15-26  BS  Keep the UTIL2050 cancel/rebill records out of   00020800
      *                the billing-run legs and prove them in a leg of  00020850
      *                their own - the C and R GL records against the   00020900
      *                rebill audit records written since the run.      00020950
      ***************************************************************** 00021000
       ENVIRONMENT DIVISION.                                            00022000
       INPUT-OUTPUT SECTION.                                            00023000
       01  WS-CK-TOT-BILL           PIC 9(8)V99  VALUE 0.               00088000
       01  WS-CK-PERIOD             PIC 9(6)     VALUE 0.               00089000
       01  WS-CK-CYCLE              PIC 9(2)     VALUE 0.               00090000
       01  WS-CK-NEM-CASHOUT        PIC 9(7)V99  VALUE 0.               00090500
                                                                        00091000
      ***************************************************************** 00092000
      * GL EXTRACT AND AUDIT LOG RE-ADD ACCUMULATORS                    00093000
       01  WS-GL-DOLLARS            PIC 9(9)V99  VALUE 0.               00096000
       01  WS-AUD-COUNT             PIC 9(7)     VALUE 0.               00097000
       01  WS-AUD-DOLLARS           PIC 9(9)V99  VALUE 0.               00098000
       01  WS-GL-CASHOUT            PIC 9(9)V99  VALUE 0.               00098333
       01  WS-AUD-CASHOUT           PIC 9(9)V99  VALUE 0.               00098666
                                                                        00098684
      ***************************************************************** 00098702
      * CANCEL/REBILL LEG - THE GL EXTRACT IS RESET BY EVERY FRESH      00098720
      * BILLING RUN, SO EVERY C AND R RECORD ON IT WAS WRITTEN SINCE    00098738
      * THE RUN BEING BALANCED. THE AUDIT LOG IS PERMANENT, SO ONLY     00098756
      * THE REBILL RECORDS AFTER THE RUN'S LAST BILLING RECORD COUNT    00098774
      * (THE ACCUMULATORS RESTART ON EVERY BILLING RECORD OF THE RUN).  00098792
      * EACH REBILL WRITES ONE C GL RECORD FOR THE ORIGINAL BILL, ONE   00098810
      * R GL RECORD AND ONE R AUDIT RECORD CARRYING BOTH TOTALS.        00098828
      ***************************************************************** 00098846
       01  WS-GL-CXL-COUNT          PIC 9(7)     VALUE 0.               00098864
       01  WS-GL-CXL-DOLLARS        PIC 9(9)V99  VALUE 0.               00098882
       01  WS-GL-RBL-COUNT          PIC 9(7)     VALUE 0.               00098900
       01  WS-GL-RBL-DOLLARS        PIC 9(9)V99  VALUE 0.               00098918
       01  WS-AUD-RBL-COUNT         PIC 9(7)     VALUE 0.               00098936
       01  WS-AUD-RBL-DOLLARS       PIC 9(9)V99  VALUE 0.               00098954
       01  WS-AUD-RBL-ORIG          PIC 9(9)V99  VALUE 0.               00098972
                                                                        00099000
      ***************************************************************** 00100000
      * BALANCING VERDICT                                               00101000
      ***************************************************************** 00109000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00110000
       01  WS-MONEY-ED              PIC $$$,$$$,$$9.99.                 00111000
       01  WS-CASHOUT-ED            PIC $$$,$$$,$$9.99.                 00111500
                                                                        00112000
      ***************************************************************** 00113000
      * IT'S GO TIME!                                                   00114000
           MOVE CK-TOT-BILL       TO WS-CK-TOT-BILL.                    00178000
           MOVE CK-BILLING-PERIOD TO WS-CK-PERIOD.                      00179000
           MOVE CK-CYCLE-CODE     TO WS-CK-CYCLE.                       00180000
           MOVE CK-TOT-NEM-CASHOUT TO WS-CK-NEM-CASHOUT.                00180500
           PERFORM 110-READ-CHKPT-RTN.                                  00181000
                                                                        00182000
      ***************************************************************** 00183000
      * BALANCED.                                                       00228000
      ***************************************************************** 00229000
       220-ADD-ONE-GL.                                                  00230000
           IF GL-CANCEL-ENTRY                                           00230250
               ADD 1 TO WS-GL-CXL-COUNT                                 00230500
               ADD GL-TOTAL-BILL TO WS-GL-CXL-DOLLARS                   00230750
           END-IF.                                                      00231000
           IF GL-REBILL-ENTRY                                           00231250
               ADD 1 TO WS-GL-RBL-COUNT                                 00231500
               ADD GL-TOTAL-BILL TO WS-GL-RBL-DOLLARS                   00231750
           END-IF.                                                      00232000
           IF GL-BILLING-ENTRY                                          00232250
               AND GL-BILLING-PERIOD = WS-CK-PERIOD                     00232500
               AND GL-CYCLE-CODE = WS-CK-CYCLE                          00232750
               ADD 1 TO WS-GL-COUNT                                     00233000
               ADD GL-TOTAL-BILL TO WS-GL-DOLLARS                       00234000
               ADD GL-NEM-CASHOUT TO WS-GL-CASHOUT                      00234500
           END-IF.                                                      00235000
           PERFORM 210-READ-GL-RTN.                                     00236000
                                                                        00237000
      * BEING BALANCED.                                                 00273000
      ***************************************************************** 00274000
       320-ADD-ONE-AUD.                                                 00275000
           IF AUD-REBILL-ENTRY                                          00275400
               ADD 1 TO WS-AUD-RBL-COUNT                                00275800
               ADD AUD-TOTAL-BILL TO WS-AUD-RBL-DOLLARS                 00276200
               ADD AUD-ORIG-TOTAL-BILL TO WS-AUD-RBL-ORIG               00276600
           END-IF.                                                      00277000
           IF AUD-BILLING-ENTRY                                         00277400
               AND FUNCTION INTEGER (AUD-RUN-DATE / 100) = WS-CK-PERIOD 00277800
               AND AUD-CYCLE-CODE = WS-CK-CYCLE                         00278200
               ADD 1 TO WS-AUD-COUNT                                    00278600
               ADD AUD-TOTAL-BILL TO WS-AUD-DOLLARS                     00279000
               ADD AUD-NEM-CASHOUT-AMT TO WS-AUD-CASHOUT                00279400
               MOVE 0 TO WS-AUD-RBL-COUNT WS-AUD-RBL-DOLLARS            00279800
                   WS-AUD-RBL-ORIG                                      00280200
           END-IF.                                                      00280600
           PERFORM 310-READ-AUD-RTN.                                    00281000
                                                                        00282000
      ***************************************************************** 00283000
                                                                        00302000
           MOVE WS-CK-CUST-COUNT TO WS-COUNT-ED.                        00303000
           MOVE WS-CK-TOT-BILL   TO WS-MONEY-ED.                        00304000
           MOVE WS-CK-NEM-CASHOUT TO WS-CASHOUT-ED.                     00304666
           MOVE SPACES TO BAL-LINE.                                     00305332
           STRING 'CONTROL TOTALS : COUNT ' WS-COUNT-ED                 00305998
               '  DOLLARS ' WS-MONEY-ED                                 00306664
               '  NEM CASH-OUT ' WS-CASHOUT-ED                          00307330
               DELIMITED BY SIZE INTO BAL-LINE.                         00308000
           WRITE BAL-LINE.                                              00309000
                                                                        00310000
           MOVE WS-GL-COUNT   TO WS-COUNT-ED.                           00311000
           MOVE WS-GL-DOLLARS TO WS-MONEY-ED.                           00312000
           MOVE WS-GL-CASHOUT TO WS-CASHOUT-ED.                         00312666
           MOVE SPACES TO BAL-LINE.                                     00313332
           STRING 'GL EXTRACT     : COUNT ' WS-COUNT-ED                 00313998
               '  DOLLARS ' WS-MONEY-ED                                 00314664
               '  NEM CASH-OUT ' WS-CASHOUT-ED                          00315330
               DELIMITED BY SIZE INTO BAL-LINE.                         00316000
           WRITE BAL-LINE.                                              00317000
                                                                        00318000
           MOVE WS-AUD-COUNT   TO WS-COUNT-ED.                          00319000
           MOVE WS-AUD-DOLLARS TO WS-MONEY-ED.                          00320000
           MOVE WS-AUD-CASHOUT TO WS-CASHOUT-ED.                        00320666
           MOVE SPACES TO BAL-LINE.                                     00321332
           STRING 'AUDIT LOG      : COUNT ' WS-COUNT-ED                 00321998
               '  DOLLARS ' WS-MONEY-ED                                 00322664
               '  NEM CASH-OUT ' WS-CASHOUT-ED                          00323330
               DELIMITED BY SIZE INTO BAL-LINE.                         00324000
           WRITE BAL-LINE.                                              00325000
                                                                        00326000
           MOVE ALL '-' TO BAL-LINE.                                    00327000
           WRITE BAL-LINE.                                              00328000
                                                                        00329000
           MOVE WS-GL-CXL-COUNT   TO WS-COUNT-ED.                       00329045
           MOVE WS-GL-CXL-DOLLARS TO WS-MONEY-ED.                       00329090
           MOVE SPACES TO BAL-LINE.                                     00329135
           STRING 'GL CANCELS     : COUNT ' WS-COUNT-ED                 00329180
               '  DOLLARS ' WS-MONEY-ED                                 00329225
               DELIMITED BY SIZE INTO BAL-LINE.                         00329270
           WRITE BAL-LINE.                                              00329315
                                                                        00329360
           MOVE WS-AUD-RBL-COUNT TO WS-COUNT-ED.                        00329405
           MOVE WS-AUD-RBL-ORIG  TO WS-MONEY-ED.                        00329450
           MOVE SPACES TO BAL-LINE.                                     00329495
           STRING 'AUDIT REPLACED : COUNT ' WS-COUNT-ED                 00329540
               '  DOLLARS ' WS-MONEY-ED                                 00329585
               DELIMITED BY SIZE INTO BAL-LINE.                         00329630
           WRITE BAL-LINE.                                              00329675
                                                                        00329720
           MOVE WS-GL-RBL-COUNT   TO WS-COUNT-ED.                       00329765
           MOVE WS-GL-RBL-DOLLARS TO WS-MONEY-ED.                       00329810
           MOVE SPACES TO BAL-LINE.                                     00329855
           STRING 'GL REBILLS     : COUNT ' WS-COUNT-ED                 00329900
               '  DOLLARS ' WS-MONEY-ED                                 00329945
               DELIMITED BY SIZE INTO BAL-LINE.                         00329990
           WRITE BAL-LINE.                                              00330035
                                                                        00330080
           MOVE WS-AUD-RBL-COUNT   TO WS-COUNT-ED.                      00330125
           MOVE WS-AUD-RBL-DOLLARS TO WS-MONEY-ED.                      00330170
           MOVE SPACES TO BAL-LINE.                                     00330215
           STRING 'AUDIT REBILLS  : COUNT ' WS-COUNT-ED                 00330260
               '  DOLLARS ' WS-MONEY-ED                                 00330305
               DELIMITED BY SIZE INTO BAL-LINE.                         00330350
           WRITE BAL-LINE.                                              00330395
                                                                        00330440
           MOVE ALL '-' TO BAL-LINE.                                    00330485
           WRITE BAL-LINE.                                              00330530
                                                                        00330575
           IF WS-GL-CXL-COUNT NOT = WS-AUD-RBL-COUNT                    00330620
               OR WS-GL-RBL-COUNT NOT = WS-AUD-RBL-COUNT                00330665
               OR WS-GL-CXL-DOLLARS NOT = WS-AUD-RBL-ORIG               00330710
               OR WS-GL-RBL-DOLLARS NOT = WS-AUD-RBL-DOLLARS            00330755
               SET RUN-OUT-OF-BALANCE TO TRUE                           00330800
           END-IF.                                                      00330845
                                                                        00330890
           IF WS-GL-COUNT NOT = WS-CK-CUST-COUNT                        00330935
               OR WS-AUD-COUNT NOT = WS-CK-CUST-COUNT                   00331000
               OR WS-GL-DOLLARS NOT = WS-CK-TOT-BILL                    00332000
               OR WS-AUD-DOLLARS NOT = WS-CK-TOT-BILL                   00333000
               OR WS-GL-CASHOUT NOT = WS-CK-NEM-CASHOUT                 00333333
               OR WS-AUD-CASHOUT NOT = WS-CK-NEM-CASHOUT                00333666
               SET RUN-OUT-OF-BALANCE TO TRUE                           00334000
           END-IF.                                                      00335000
                                                                        00336000

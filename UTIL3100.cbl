      *  Modification History:                                          00022000
      *  9-02-26  BS  New program - consolidated account inquiry off    00023000
      *               the master, audit index/log and usage history.    00024000
      *  10-15-26  BS  Show the deferred payment arrangement - status,  00024250
      *                amount covered and paid, installments kept and   00024500
      *                the next due date.                               00024750
      *  10-15-26  BS  Flag a meter the field crews have disconnected,  00024833
      *                with the date and crew.                          00024916
      ***************************************************************** 00025000
       ENVIRONMENT DIVISION.                                            00026000
       INPUT-OUTPUT SECTION.                                            00027000
                                                                        00233000
      ***************************************************************** 00234000
      * THE TOP OF THE PANEL - NAME, ADDRESS, A/R POSITION, LAST        00235000
      * PAYMENT, BUDGET PLAN, DEPOSIT, COLLECTION STAGE AND ANY         00236000
      * PAYMENT ARRANGEMENT.                                            00236500
      ***************************************************************** 00237000
       200-SHOW-ACCOUNT.                                                00238000
           DISPLAY '=================================================='.00239000
           IF CM-ACCT-CLOSED                                            00246000
               DISPLAY '*** ACCOUNT CLOSED (FINAL BILL SETTLED) ***'    00247000
           END-IF.                                                      00248000
           IF CM-SVC-DISCONNECTED                                       00248111
               DISPLAY '*** METER DISCONNECTED ' CM-SVC-STATUS-DATE     00248222
                   ' CREW ' CM-SVC-CREW-ID ' ***'                       00248333
           END-IF.                                                      00248444
           IF CM-SVC-RECON-PENDING                                      00248555
               DISPLAY '*** METER DISCONNECTED ' CM-SVC-STATUS-DATE     00248666
                   ' - RECONNECT ORDERED ***'                           00248777
           END-IF.                                                      00248888
           DISPLAY '--------------------------------------------------'.00249000
                                                                        00250000
           MOVE CM-BALANCE-DUE TO WS-BAL-ED.                            00251000
               WHEN OTHER                                               00298000
                   CONTINUE                                             00299000
           END-EVALUATE.                                                00300000
                                                                        00300035
           IF NOT CM-ARR-NONE                                           00300070
               MOVE CM-ARR-AMT      TO WS-MONEY-ED                      00300105
               MOVE CM-ARR-PAID-AMT TO WS-MONEY-ED2                     00300140
               EVALUATE TRUE                                            00300175
                   WHEN CM-ARR-ACTIVE                                   00300210
                       DISPLAY 'ARRANGEMENT     : ACTIVE, SET '         00300245
                           CM-ARR-SET-DATE                              00300280
                   WHEN CM-ARR-COMPLETED                                00300315
                       DISPLAY 'ARRANGEMENT     : KEPT - PAID OFF'      00300350
                   WHEN CM-ARR-BROKEN                                   00300385
                       DISPLAY 'ARRANGEMENT     : BROKEN - BACK IN '    00300420
                           'COLLECTIONS'                                00300455
                   WHEN CM-ARR-CANCELED                                 00300490
                       DISPLAY 'ARRANGEMENT     : CANCELED'             00300525
                   WHEN OTHER                                           00300560
                       DISPLAY 'ARRANGEMENT     : STATUS '              00300595
                           CM-ARR-STATUS                                00300630
               END-EVALUATE                                             00300665
               DISPLAY '  COVERS ' WS-MONEY-ED '  PAID ' WS-MONEY-ED2   00300700
               MOVE CM-ARR-INST-AMT TO WS-MONEY-ED                      00300735
               DISPLAY '  INSTALLMENT ' WS-MONEY-ED                     00300770
                   '  KEPT ' CM-ARR-INST-MADE ' OF ' CM-ARR-INST-COUNT  00300805
               IF CM-ARR-ACTIVE                                         00300840
                   DISPLAY '  NEXT DUE ' CM-ARR-NEXT-DUE                00300875
               END-IF                                                   00300910
           END-IF.                                                      00300945
                                                                        00301000
      ***************************************************************** 00302000
      * FILL THE RECENT-BILLS WINDOW - ARCHIVED CALCULATIONS OFF THE    00303000

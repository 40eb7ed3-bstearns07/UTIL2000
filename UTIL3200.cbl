      *  Modification History:                                          00022000
      *  9-02-26  BS  New program - bank/register/extract three-way     00023000
      *               lockbox reconciliation with nonzero RC gate.      00024000
      *  10-15-26  BS  Count REC agency recoveries in the extract leg - 00024333
      *                they are deposited with the lockbox cash.        00024666
      *  10-15-26  BS  Prove ACH autopay drafts (source AD) register    00024732
      *                against extract, like the cashier window - the   00024798
      *                drafts settle through the bank's ACH, not the    00024864
      *                lockbox deposit.                                 00024930
      ***************************************************************** 00025000
       ENVIRONMENT DIVISION.                                            00026000
       INPUT-OUTPUT SECTION.                                            00027000
       01  WS-REG-CW-COUNT          PIC 9(7)     VALUE 0.               00091000
       01  WS-EXT-LB-AMT            PIC S9(9)V99 VALUE 0.               00092000
       01  WS-EXT-CW-AMT            PIC S9(9)V99 VALUE 0.               00093000
       01  WS-REG-AD-AMT            PIC 9(9)V99  VALUE 0.               00093250
       01  WS-REG-AD-COUNT          PIC 9(7)     VALUE 0.               00093500
       01  WS-EXT-AD-AMT            PIC S9(9)V99 VALUE 0.               00093750
                                                                        00094000
      ***************************************************************** 00095000
      * BALANCING VERDICT                                               00096000
               WHEN 'CW'                                                00220000
                   ADD PS-PAY-AMT   TO WS-REG-CW-AMT                    00221000
                   ADD PS-PAY-COUNT TO WS-REG-CW-COUNT                  00222000
               WHEN 'AD'                                                00222250
                   ADD PS-PAY-AMT   TO WS-REG-AD-AMT                    00222500
                   ADD PS-PAY-COUNT TO WS-REG-AD-COUNT                  00222750
               WHEN OTHER                                               00223000
                   DISPLAY 'UTIL3200 - UNKNOWN PAY SOURCE ON '          00224000
                       'PSTTOT: ' PS-PAY-SOURCE                         00225000
      ***************************************************************** 00261000
      * BANK ONE GLCASH PAYMENT ROW UNDER ITS SOURCE - NSF AND ADJ      00262000
      * ROWS ARE NOT DEPOSIT CASH AND STAY OUT OF THE COMPARISON.       00263000
      * AN AGENCY RECOVERY (REC) IS DEPOSITED LIKE ANY PAYMENT.         00263500
      ***************************************************************** 00264000
       320-ADD-ONE-CASH.                                                00265000
           IF GC-TRAN-TYPE = 'PAY' OR GC-TRAN-TYPE = 'REC'              00266000
               EVALUATE GC-PAY-SOURCE                                   00267000
                   WHEN 'LB'                                            00268000
                       ADD GC-CASH-AMT TO WS-EXT-LB-AMT                 00269000
                   WHEN 'CW'                                            00270000
                       ADD GC-CASH-AMT TO WS-EXT-CW-AMT                 00271000
                   WHEN 'AD'                                            00271333
                       ADD GC-CASH-AMT TO WS-EXT-AD-AMT                 00271666
                   WHEN OTHER                                           00272000
                       DISPLAY 'UTIL3200 - UNKNOWN PAY SOURCE ON '      00273000
                           'GLCASH: ' GC-PAY-SOURCE                     00274000
                   DELIMITED BY SIZE INTO RECON-LINE                    00357000
               WRITE RECON-LINE                                         00358000
           END-IF.                                                      00359000
                                                                        00359052
      * ACH AUTOPAY DRAFTS SETTLE THROUGH THE BANK'S ACH, NOT THE       00359104
      * LOCKBOX, SO THEY ARE PROVED REGISTER AGAINST EXTRACT THE SAME   00359156
      * WAY. THEIR RETURNS COME BACK AS NSF ROWS AND STAY OUT.          00359208
           MOVE WS-REG-AD-AMT TO WS-MONEY-ED.                           00359260
           MOVE WS-EXT-AD-AMT TO WS-MONEY-ED2.                          00359312
           MOVE SPACES TO RECON-LINE.                                   00359364
           STRING 'ACH AUTOPAY DRAFTS    : REGISTER ' WS-MONEY-ED       00359416
               '  EXTRACT ' WS-MONEY-ED2                                00359468
               DELIMITED BY SIZE INTO RECON-LINE.                       00359520
           WRITE RECON-LINE.                                            00359572
           IF WS-REG-AD-AMT NOT = WS-EXT-AD-AMT                         00359624
               SET DAY-OUT-OF-BALANCE TO TRUE                           00359676
               MOVE SPACES TO RECON-LINE                                00359728
               STRING '*** ACH DRAFT REGISTER AND EXTRACT DISAGREE'     00359780
                   DELIMITED BY SIZE INTO RECON-LINE                    00359832
               WRITE RECON-LINE                                         00359884
           END-IF.                                                      00359936
                                                                        00360000
           MOVE ALL '-' TO RECON-LINE.                                  00361000
           WRITE RECON-LINE.                                            00362000

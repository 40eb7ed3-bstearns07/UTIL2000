      *               UTIL3000 housekeeping run builds (AUDINDEX)       00025700
      *               instead of scanning years of history - the live   00025800
      *               audit log now carries only the open periods.      00025900
      *  10-15-26  BS  Reconstruct the net metering on a net-metered    00025920
      *                bill - delivered, received and net kWh, the      00025940
      *                bank applied or banked, the bank balance and     00025960
      *                any annual cash-out credit.                      00025980
      *  10-15-26  BS  Mark a UTIL2050 rebill and name the bill it      00025986
      *                replaced, so a reprint shows the correction.     00025992
      ***************************************************************** 00026000
       ENVIRONMENT DIVISION.                                            00027000
       INPUT-OUTPUT SECTION.                                            00028000
       01  WS-MATCH-COUNT           PIC 9(7)     VALUE 0.               00079000
       01  WS-TOT-KWH               PIC 9(6)     VALUE 0.               00080000
       01  WS-KWH-ED                PIC ZZZ,ZZ9.                        00081000
       01  WS-NET-KWH-ED            PIC ZZZ,ZZ9-.                       00081333
       01  WS-BANK-KWH-ED           PIC Z,ZZZ,ZZ9.                      00081666
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  00082000
       01  WS-MONEY-ED2             PIC $$,$$$,$$9.99.                  00083000
       01  WS-MONEY-ED3             PIC $$,$$$,$$9.99.                  00084000
               END-IF                                                   00281600
               WRITE RPRT-LINE                                          00281700
           END-IF.                                                      00281800
      * A REBILL WAS CALCULATED ON ITS OWN RUN DATE FOR AN EARLIER      00281892
      * PERIOD - NAME THE PERIOD AND THE BILL IT REPLACED.              00281984
           IF AUD-REBILL-ENTRY                                          00282076
               MOVE SPACES TO RPRT-LINE                                 00282168
               STRING 'REBILL OF PERIOD ' AUD-BILL-PERIOD               00282260
                   ' (RSN ' AUD-REASON-CODE ') - REPLACES '             00282352
                   AUD-ORIG-RUN-DATE ' AT ' AUD-ORIG-RUN-TIME           00282444
                   DELIMITED BY SIZE INTO RPRT-LINE                     00282536
               WRITE RPRT-LINE                                          00282628
           END-IF.                                                      00282720
           MOVE ALL '-' TO RPRT-LINE.                                   00282812
           WRITE RPRT-LINE.                                             00282904
                                                                        00283000
      * A NET-METERED BILL PRICED ONLY WHAT WAS LEFT AFTER THE          00283200
      * RECEIVED KWH AND THE BANK WERE NETTED OFF - SHOW HOW THE TIER   00283400
      * KWH BELOW WERE REACHED. A RECORD WRITTEN BEFORE NET METERING    00283600
      * (CONVERTED WITH AN N SWITCH) PRINTS NOTHING HERE.               00283800
           IF AUD-NEM-SW = 'Y'                                          00284000
               PERFORM 210-PRINT-NET-METER                              00284200
           END-IF.                                                      00284400
                                                                        00284600
           MOVE AUD-TIER1-KWH TO WS-KWH-ED.                             00284800
           MOVE AUD-TIER1-CHARGE TO WS-MONEY-ED.                        00285000
           MOVE SPACES TO RPRT-LINE.                                    00286000
           STRING 'TIER 1 KWH: ' WS-KWH-ED                              00287000
                   DELIMITED BY SIZE INTO RPRT-LINE                     00335000
               WRITE RPRT-LINE                                          00336000
           END-IF.                                                      00337000
                                                                        00337090
           IF AUD-NEM-SW = 'Y'                                          00337180
               AND AUD-NEM-CASHOUT-AMT > 0                              00337270
               MOVE AUD-NEM-CASHOUT-AMT TO WS-MONEY-ED                  00337360
               MOVE SPACES TO RPRT-LINE                                 00337450
               STRING 'NEM CASH-OUT   : ' WS-MONEY-ED                   00337540
                   ' CREDITED TO ACCOUNT'                               00337630
                   DELIMITED BY SIZE INTO RPRT-LINE                     00337720
               WRITE RPRT-LINE                                          00337810
           END-IF.                                                      00337900
                                                                        00338000
           MOVE ALL '=' TO RPRT-LINE.                                   00339000
           WRITE RPRT-LINE.                                             00340000
                                                                        00341000
      ***************************************************************** 00342000
      * PRINT THE NET METERING LINES OFF THE AUDIT RECORD.              00342047
      ***************************************************************** 00342094
       210-PRINT-NET-METER.                                             00342141
           MOVE AUD-KWH-DELIVERED TO WS-KWH-ED.                         00342188
           MOVE SPACES TO RPRT-LINE.                                    00342235
           STRING 'KWH DELIVERED  : ' WS-KWH-ED                         00342282
               DELIMITED BY SIZE INTO RPRT-LINE.                        00342329
           WRITE RPRT-LINE.                                             00342376
                                                                        00342423
           MOVE AUD-KWH-RECEIVED TO WS-KWH-ED.                          00342470
           MOVE SPACES TO RPRT-LINE.                                    00342517
           STRING 'KWH RECEIVED   : ' WS-KWH-ED                         00342564
               DELIMITED BY SIZE INTO RPRT-LINE.                        00342611
           WRITE RPRT-LINE.                                             00342658
                                                                        00342705
           MOVE AUD-KWH-NET TO WS-NET-KWH-ED.                           00342752
           MOVE SPACES TO RPRT-LINE.                                    00342799
           STRING 'NET KWH        : ' WS-NET-KWH-ED                     00342846
               DELIMITED BY SIZE INTO RPRT-LINE.                        00342893
           WRITE RPRT-LINE.                                             00342940
                                                                        00342987
           MOVE SPACES TO RPRT-LINE.                                    00343034
           IF AUD-NEM-BANKED > 0                                        00343081
               MOVE AUD-NEM-BANKED TO WS-BANK-KWH-ED                    00343128
               STRING 'KWH BANKED     : ' WS-BANK-KWH-ED                00343175
                   DELIMITED BY SIZE INTO RPRT-LINE                     00343222
           ELSE                                                         00343269
               MOVE AUD-NEM-BANK-USED TO WS-BANK-KWH-ED                 00343316
               STRING 'BANK APPLIED   : ' WS-BANK-KWH-ED                00343363
                   DELIMITED BY SIZE INTO RPRT-LINE                     00343410
           END-IF.                                                      00343457
           WRITE RPRT-LINE.                                             00343504
                                                                        00343551
           MOVE AUD-NEM-BANK-KWH TO WS-BANK-KWH-ED.                     00343598
           MOVE SPACES TO RPRT-LINE.                                    00343645
           STRING 'BANK BALANCE   : ' WS-BANK-KWH-ED                    00343692
               DELIMITED BY SIZE INTO RPRT-LINE.                        00343739
           WRITE RPRT-LINE.                                             00343786
                                                                        00343833
      ***************************************************************** 00343880
      * PRINT ONE SUMMARY LINE - RUN DATE/TIME, KWH AND DOLLARS -       00343927
      * FOR THE "WHAT HAVE YOU BILLED ME THIS YEAR" QUESTION.           00344000
      ***************************************************************** 00345000
       300-PRINT-SUMMARY-LINE.                                          00346000
               '  ' WS-MONEY-ED2                                        00358000
               '  ' WS-MONEY-ED3                                        00359000
               DELIMITED BY SIZE INTO RPRT-LINE.                        00360000
           IF AUD-REBILL-ENTRY                                          00361000
               MOVE 'REBILL' TO RPRT-LINE (74:6)                        00362000
           END-IF.                                                      00363000
           WRITE RPRT-LINE.                                             00364000

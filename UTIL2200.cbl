      *  9-02-26  BS  Itemize per-meter usage on a multi-meter          00020400
      *               account's statement so the customer can see       00020500
      *               each meter's share of the one combined bill.      00020600
      *  10-15-26  BS  Net-metered statements show the kWh delivered,   00020680
      *                received and net, the kWh banked or drawn from   00020760
      *                the bank, the bank balance, and any annual       00020840
      *                cash-out credited to the account.                00020920
      *  10-15-26  BS  Print "amount will be drafted on MM/DD - do not  00020940
      *                pay" in place of the remittance stub for an      00020960
      *                account on ACH autopay.                          00020980
      *  10-15-26  BS  Head a UTIL2050 corrected statement with the     00020986
      *                date and amount of the bill it replaces.         00020992
      ***************************************************************** 00021000
       ENVIRONMENT DIVISION.                                            00022000
       INPUT-OUTPUT SECTION.                                            00023000
               10  ST-METER-LINE        OCCURS 5 TIMES.                 00074600
                   15  ST-MTR-NO        PIC X(02).                      00074700
                   15  ST-MTR-KWH       PIC 9(05).                      00074800
           05  ST-NEM-SW                PIC X(01).                      00074822
           05  ST-KWH-DELIVERED         PIC 9(05).                      00074844
           05  ST-KWH-RECEIVED          PIC 9(05).                      00074866
           05  ST-KWH-NET               PIC S9(05).                     00074888
           05  ST-NEM-BANK-USED         PIC 9(07).                      00074910
           05  ST-NEM-BANKED            PIC 9(07).                      00074932
           05  ST-NEM-BANK-KWH          PIC 9(07).                      00074954
           05  ST-NEM-CASHOUT-AMT       PIC 9(5)V99.                    00074976
           05  ST-AUTOPAY-SW            PIC X(01).                      00074988
           05  ST-REBILL-SW             PIC X(01).                      00074991
           05  ST-ORIG-BILL-DATE        PIC 9(08).                      00074994
           05  ST-ORIG-BILLED-AMT       PIC 9(6)V99.                    00074997
                                                                        00075000
       FD  STMT-SORTED-FILE                                             00076000
           LABEL RECORDS ARE STANDARD.                                  00077000
               10  SS-METER-LINE        OCCURS 5 TIMES.                 00103600
                   15  SS-MTR-NO        PIC X(02).                      00103700
                   15  SS-MTR-KWH       PIC 9(05).                      00103800
           05  SS-NEM-SW                PIC X(01).                      00103822
           05  SS-KWH-DELIVERED         PIC 9(05).                      00103844
           05  SS-KWH-RECEIVED          PIC 9(05).                      00103866
           05  SS-KWH-NET               PIC S9(05).                     00103888
           05  SS-NEM-BANK-USED         PIC 9(07).                      00103910
           05  SS-NEM-BANKED            PIC 9(07).                      00103932
           05  SS-NEM-BANK-KWH          PIC 9(07).                      00103954
           05  SS-NEM-CASHOUT-AMT       PIC 9(5)V99.                    00103976
           05  SS-AUTOPAY-SW            PIC X(01).                      00103988
           05  SS-REBILL-SW             PIC X(01).                      00103991
           05  SS-ORIG-BILL-DATE        PIC 9(08).                      00103994
           05  SS-ORIG-BILLED-AMT       PIC 9(6)V99.                    00103997
                                                                        00104000
       FD  STATEMENT-PRINT                                              00105000
           LABEL RECORDS ARE STANDARD                                   00106000
      * EDITED / FORMATTED FIELDS FOR THE STATEMENT BODY                00129000
      ***************************************************************** 00130000
       01  WS-KWH-ED                PIC ZZ,ZZ9.                         00131000
       01  WS-NET-KWH-ED            PIC ZZ,ZZ9-.                        00131333
       01  WS-BANK-KWH-ED           PIC Z,ZZZ,ZZ9.                      00131666
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  00132000
       01  WS-PERIOD-ED             PIC X(07)    VALUE SPACES.          00133000
       01  WS-DUE-DATE-ED           PIC X(10)    VALUE SPACES.          00134000
           05  WS-DUE-YYYY          PIC 9(4).                           00139000
           05  WS-DUE-MM            PIC 9(2).                           00140000
           05  WS-DUE-DD            PIC 9(2).                           00141000
       01  WS-ORIG-DATE-ED          PIC X(10)    VALUE SPACES.          00141166
       01  WS-ORIG-X.                                                   00141332
           05  WS-ORIG-YYYY         PIC 9(4).                           00141498
           05  WS-ORIG-MM           PIC 9(2).                           00141664
           05  WS-ORIG-DD           PIC 9(2).                           00141830
                                                                        00142000
      ***************************************************************** 00143000
      * REMITTANCE STUB SCANLINE - FIXED COLUMNS SO THE LOCKBOX         00144000
               '   BILLING PERIOD: ' WS-PERIOD-ED                       00258000
               DELIMITED BY SIZE INTO STMT-LINE.                        00259000
           WRITE STMT-LINE.                                             00260000
           IF SS-REBILL-SW = 'Y'                                        00260500
               PERFORM 205-PRINT-REBILL-NOTICE                          00261000
           END-IF.                                                      00261500
           MOVE ALL '-' TO STMT-LINE.                                   00262000
           WRITE STMT-LINE.                                             00262500
                                                                        00263000
           MOVE SS-CUST-NAME TO STMT-LINE.                              00264000
           WRITE STMT-LINE.                                             00265000
                   VARYING WS-MTR-SUB FROM 1 BY 1                       00302910
                   UNTIL WS-MTR-SUB > SS-METER-COUNT                    00302920
           END-IF.                                                      00302930
                                                                        00302931
      * A NET-METERED ACCOUNT'S TIER KWH ARE WHAT WAS LEFT AFTER THE    00302932
      * ENERGY IT SENT BACK AND ITS BANKED KWH WERE NETTED OFF, SO      00302933
      * THE STATEMENT SHOWS THE WORKING.                                00302934
           IF SS-NEM-SW = 'Y'                                           00302935
               PERFORM 270-PRINT-NET-METER                              00302936
           END-IF.                                                      00302937
                                                                        00302940
           MOVE SS-SERVICE-FEE TO WS-MONEY-ED.                          00303000
           MOVE SPACES TO STMT-LINE.                                    00304000
               DELIMITED BY SIZE INTO STMT-LINE.                        00325000
           WRITE STMT-LINE.                                             00326000
           MOVE SPACES TO STMT-LINE.                                    00327000
      * AN AUTOPAY ACCOUNT IS DRAFTED ON THE DUE DATE, SO IT GETS THE   00327421
      * DRAFT NOTICE INSTEAD OF A STUB IT WOULD ONLY PAY TWICE WITH.    00327842
           IF SS-AUTOPAY-SW = 'Y'                                       00328263
               STRING 'AUTOPAY DRAFT DATE   : ' WS-DUE-DATE-ED          00328684
                   DELIMITED BY SIZE INTO STMT-LINE                     00329105
           ELSE                                                         00329526
               STRING 'PLEASE PAY BY        : ' WS-DUE-DATE-ED          00329947
                   DELIMITED BY SIZE INTO STMT-LINE                     00330368
           END-IF.                                                      00330789
           WRITE STMT-LINE.                                             00331210
           MOVE SPACES TO STMT-LINE.                                    00331631
           WRITE STMT-LINE.                                             00332052
                                                                        00332473
           IF SS-AUTOPAY-SW = 'Y'                                       00332894
               PERFORM 310-PRINT-DRAFT-NOTICE                           00333315
           ELSE                                                         00333736
               PERFORM 300-PRINT-REMIT-STUB                             00334157
           END-IF.                                                      00334578
                                                                        00335000
           ADD 1 TO WS-STMT-COUNT.                                      00336000
           PERFORM 110-READ-STMT-RTN.                                   00337000
                                                                        00338000
      ***************************************************************** 00338004
      * A CORRECTED STATEMENT NAMES THE BILL IT REPLACES. THE ORIGINAL  00338008
      * HAS BEEN CANCELLED OFF THE ACCOUNT, AND ANYTHING ALREADY PAID   00338012
      * AGAINST IT STAYS ON THE ACCOUNT AS A CREDIT.                    00338016
      ***************************************************************** 00338020
       205-PRINT-REBILL-NOTICE.                                         00338024
           MOVE SS-ORIG-BILL-DATE TO WS-ORIG-X.                         00338028
           MOVE SPACES TO WS-ORIG-DATE-ED.                              00338032
           STRING WS-ORIG-MM '/' WS-ORIG-DD '/' WS-ORIG-YYYY            00338036
               DELIMITED BY SIZE INTO WS-ORIG-DATE-ED.                  00338040
           MOVE SS-ORIG-BILLED-AMT TO WS-MONEY-ED.                      00338044
           MOVE SPACES TO STMT-LINE.                                    00338048
           STRING '*** CORRECTED STATEMENT - REPLACES THE BILL OF '     00338052
               WS-ORIG-DATE-ED ' FOR ' WS-MONEY-ED                      00338056
               DELIMITED BY SIZE INTO STMT-LINE.                        00338060
           WRITE STMT-LINE.                                             00338064
           MOVE SPACES TO STMT-LINE.                                    00338068
           STRING '    ANY PAYMENT MADE ON THAT BILL REMAINS CREDITED ' 00338072
               'TO YOUR ACCOUNT'                                        00338076
               DELIMITED BY SIZE INTO STMT-LINE.                        00338080
           WRITE STMT-LINE.                                             00338084
                                                                        00338088
      ***************************************************************** 00338092
      * PRINT THE NET METERING BLOCK - DELIVERED, RECEIVED AND NET      00338096
      * KWH, THE BANK MOVEMENT AND BALANCE, AND THE ANNUAL CASH-OUT     00338100
      * WHEN IT FELL ON THIS BILL. THE CASH-OUT IS CREDITED TO THE      00338104
      * ACCOUNT BALANCE, NOT TAKEN OFF THIS BILL'S AMOUNT DUE.          00338108
      ***************************************************************** 00338112
       270-PRINT-NET-METER.                                             00338116
           MOVE SPACES TO STMT-LINE.                                    00338120
           STRING 'NET METERING:'                                       00338124
               DELIMITED BY SIZE INTO STMT-LINE.                        00338127
           WRITE STMT-LINE.                                             00338130
                                                                        00338133
           MOVE SS-KWH-DELIVERED TO WS-KWH-ED.                          00338136
           MOVE SPACES TO STMT-LINE.                                    00338139
           STRING '  KWH DELIVERED TO YOU   : ' WS-KWH-ED               00338142
               DELIMITED BY SIZE INTO STMT-LINE.                        00338145
           WRITE STMT-LINE.                                             00338148
                                                                        00338151
           MOVE SS-KWH-RECEIVED TO WS-KWH-ED.                           00338154
           MOVE SPACES TO STMT-LINE.                                    00338157
           STRING '  KWH RECEIVED FROM YOU  : ' WS-KWH-ED               00338160
               DELIMITED BY SIZE INTO STMT-LINE.                        00338163
           WRITE STMT-LINE.                                             00338166
                                                                        00338169
           MOVE SS-KWH-NET TO WS-NET-KWH-ED.                            00338172
           MOVE SPACES TO STMT-LINE.                                    00338175
           STRING '  NET KWH                : ' WS-NET-KWH-ED           00338178
               DELIMITED BY SIZE INTO STMT-LINE.                        00338181
           WRITE STMT-LINE.                                             00338184
                                                                        00338187
           MOVE SPACES TO STMT-LINE.                                    00338190
           IF SS-NEM-BANKED > 0                                         00338193
               MOVE SS-NEM-BANKED TO WS-BANK-KWH-ED                     00338196
               STRING '  EXCESS KWH BANKED      : ' WS-BANK-KWH-ED      00338199
                   DELIMITED BY SIZE INTO STMT-LINE                     00338202
           ELSE                                                         00338205
               MOVE SS-NEM-BANK-USED TO WS-BANK-KWH-ED                  00338208
               STRING '  BANKED KWH APPLIED     : ' WS-BANK-KWH-ED      00338211
                   DELIMITED BY SIZE INTO STMT-LINE                     00338214
           END-IF.                                                      00338217
           WRITE STMT-LINE.                                             00338220
                                                                        00338223
           MOVE SS-NEM-BANK-KWH TO WS-BANK-KWH-ED.                      00338226
           MOVE SPACES TO STMT-LINE.                                    00338229
           STRING '  KWH BANK BALANCE       : ' WS-BANK-KWH-ED          00338232
               DELIMITED BY SIZE INTO STMT-LINE.                        00338235
           WRITE STMT-LINE.                                             00338238
                                                                        00338241
           IF SS-NEM-CASHOUT-AMT > 0                                    00338244
               MOVE SS-NEM-CASHOUT-AMT TO WS-MONEY-ED                   00338247
               MOVE SPACES TO STMT-LINE                                 00338250
               STRING '  ANNUAL BANK CASH-OUT   : ' WS-MONEY-ED         00338253
                   ' CREDITED TO YOUR ACCOUNT'                          00338256
                   DELIMITED BY SIZE INTO STMT-LINE                     00338259
               WRITE STMT-LINE                                          00338262
           END-IF.                                                      00338265
                                                                        00338268
      ***************************************************************** 00338271
      * PRINT ONE PER-METER USAGE LINE ON THE STATEMENT.                00338274
      ***************************************************************** 00338300
       260-PRINT-METER-LINE.                                            00338400
           MOVE SS-MTR-KWH (WS-MTR-SUB) TO WS-KWH-ED.                   00338500
                                                                        00380000
           MOVE ALL '=' TO STMT-LINE.                                   00381000
           WRITE STMT-LINE.                                             00382000
                                                                        00383000
      ***************************************************************** 00384000
      * PRINT THE AUTOPAY DRAFT NOTICE WHERE THE REMITTANCE STUB WOULD  00385000
      * GO - THE AMOUNT AND THE DATE IT WILL BE DRAFTED, AND NO         00386000
      * SCANLINE, SINCE NOTHING SHOULD COME BACK THROUGH THE LOCKBOX.   00387000
      ***************************************************************** 00388000
       310-PRINT-DRAFT-NOTICE.                                          00389000
           MOVE SPACES TO STMT-LINE.                                    00390000
           STRING '- - - - - - - - - - AUTOPAY CUSTOMER'                00391000
               ' - - - - - - - - - -'                                   00392000
               DELIMITED BY SIZE INTO STMT-LINE.                        00393000
           WRITE STMT-LINE.                                             00394000
                                                                        00395000
           MOVE SPACES TO STMT-LINE.                                    00396000
           STRING 'AMOUNT WILL BE DRAFTED ON ' WS-DUE-MM '/' WS-DUE-DD  00397000
               ' - DO NOT PAY'                                          00398000
               DELIMITED BY SIZE INTO STMT-LINE.                        00399000
           WRITE STMT-LINE.                                             00400000
                                                                        00401000
           MOVE SS-TOTAL-BILL TO WS-MONEY-ED.                           00402000
           MOVE SPACES TO STMT-LINE.                                    00403000
           STRING 'ACCOUNT: ' SS-ACCT-NO                                00404000
               '  DRAFT AMOUNT: ' WS-MONEY-ED                           00405000
               '  FROM YOUR BANK ACCOUNT ON FILE'                       00406000
               DELIMITED BY SIZE INTO STMT-LINE.                        00407000
           WRITE STMT-LINE.                                             00408000
                                                                        00409000
           MOVE ALL '=' TO STMT-LINE.                                   00410000
           WRITE STMT-LINE.                                             00411000

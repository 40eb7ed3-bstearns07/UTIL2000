       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2160.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: ACH autopay return run.                           00007000
      *                                                                 00008000
      *  Runs nightly ahead of the UTIL2100 payment posting against     00009000
      *  the bank's file of ACH entries it could not settle. A          00010000
      *  returned pre-note means the bank account on the enrollment     00011000
      *  is no good, so the account is dropped from autopay before      00012000
      *  it ever drafts. A returned draft is queued for tonight's       00013000
      *  posting as an NSF chargeback (pay source AD) - UTIL2100        00014000
      *  backs the draft out of A/R and the cash extract and assesses   00015000
      *  the NSF fee exactly as it does for a bounced check - and is    00016000
      *  counted against the enrollment. WS-MAX-RETURNS returns, or     00017000
      *  any one return saying the bank account is closed or does       00018000
      *  not exist, drops the account from autopay and it goes back     00019000
      *  to paying off the remittance stub. ACHRLST is the office       00020000
      *  listing of every return worked, with the rejects.              00021000
      *                                                                 00022000
      *  Modification History:                                          00023000
      *  10-15-26  BS  New program - ACH return intake, NSF chargeback  00024000
      *                and autopay drop.                                00025000
      ***************************************************************** 00026000
       ENVIRONMENT DIVISION.                                            00027000
       INPUT-OUTPUT SECTION.                                            00028000
       FILE-CONTROL.                                                    00029000
           SELECT ACH-RETURN-FILE  ASSIGN TO ACHRTN                     00030000
               ORGANIZATION IS SEQUENTIAL                               00031000
               FILE STATUS IS WS-ACHRTN-STATUS.                         00032000
                                                                        00033000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00034000
               ORGANIZATION IS INDEXED                                  00035000
               ACCESS MODE IS DYNAMIC                                   00036000
               RECORD KEY IS CM-ACCT-NO                                 00037000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00038000
                                                                        00039000
           SELECT ACH-PAY-FILE     ASSIGN TO ACHPAY                     00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-ACHPAY-STATUS.                         00042000
                                                                        00043000
           SELECT ACH-RTN-LISTING  ASSIGN TO ACHRLST                    00044000
               ORGANIZATION IS SEQUENTIAL                               00045000
               FILE STATUS IS WS-ACHRLST-STATUS.                        00046000
                                                                        00047000
       DATA DIVISION.                                                   00048000
       FILE SECTION.                                                    00049000
       FD  ACH-RETURN-FILE                                              00050000
           LABEL RECORDS ARE STANDARD.                                  00051000
       COPY ACHRTN.                                                     00052000
                                                                        00053000
       FD  CUSTOMER-MASTER                                              00054000
           LABEL RECORDS ARE STANDARD.                                  00055000
       COPY CUSTMAS.                                                    00056000
                                                                        00057000
       FD  ACH-PAY-FILE                                                 00058000
           LABEL RECORDS ARE STANDARD.                                  00059000
       COPY PAYTRAN.                                                    00060000
                                                                        00061000
       FD  ACH-RTN-LISTING                                              00062000
           LABEL RECORDS ARE STANDARD                                   00063000
           RECORD CONTAINS 132 CHARACTERS.                              00064000
       01  ACHRLST-LINE             PIC X(132).                         00065000
                                                                        00066000
       WORKING-STORAGE SECTION.                                         00067000
                                                                        00068000
      ***************************************************************** 00069000
      * FILE STATUS / SWITCHES                                          00070000
      ***************************************************************** 00071000
       01  WS-ACHRTN-STATUS         PIC X(02)    VALUE '00'.            00072000
       01  WS-ACHRTN-EOF-SW         PIC X(01)    VALUE 'N'.             00073000
           88  ACHRTN-EOF                        VALUE 'Y'.             00074000
           88  ACHRTN-NOT-EOF                    VALUE 'N'.             00075000
                                                                        00076000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00077000
       01  WS-ACHPAY-STATUS         PIC X(02)    VALUE '00'.            00078000
       01  WS-ACHRLST-STATUS        PIC X(02)    VALUE '00'.            00079000
                                                                        00080000
       01  WS-REJ-REASON            PIC X(40)    VALUE SPACES.          00081000
                                                                        00082000
      ***************************************************************** 00083000
      * DROP RULES - THIS MANY RETURNED DRAFTS TAKES AN ACCOUNT OFF     00084000
      * AUTOPAY. A RETURN CODE LISTED UNDER WS-FATAL-RETURN MEANS THE   00085000
      * BANK ACCOUNT ITSELF IS GONE, SO ONE IS ENOUGH.                  00086000
      ***************************************************************** 00087000
       01  WS-MAX-RETURNS           PIC 9(02)    VALUE 2.               00088000
       01  WS-RETURN-CODE           PIC X(03)    VALUE SPACES.          00089000
           88  WS-FATAL-RETURN                   VALUE 'R02' 'R03'      00090000
                                                       'R04'.           00091000
                                                                        00092000
      ***************************************************************** 00093000
      * RETURN WORK FIELDS                                              00094000
      ***************************************************************** 00095000
       01  WS-ACTION                PIC X(18)    VALUE SPACES.          00096000
                                                                        00097000
      ***************************************************************** 00098000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00099000
      ***************************************************************** 00100000
       01  WS-RTN-COUNT             PIC 9(7)     VALUE 0.               00101000
       01  WS-PRENOTE-COUNT         PIC 9(7)     VALUE 0.               00102000
       01  WS-DRAFT-COUNT           PIC 9(7)     VALUE 0.               00103000
       01  WS-DRAFT-AMT-TOT         PIC 9(9)V99  VALUE 0.               00104000
       01  WS-DROP-COUNT            PIC 9(7)     VALUE 0.               00105000
       01  WS-REJ-COUNT             PIC 9(7)     VALUE 0.               00106000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00107000
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99-.                 00108000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00109000
                                                                        00110000
      ***************************************************************** 00111000
      * RUN DATE FIELDS                                                 00112000
      ***************************************************************** 00113000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00114000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00115000
           05  WS-RUN-YYYY          PIC 9(4).                           00116000
           05  WS-RUN-MM            PIC 9(2).                           00117000
           05  WS-RUN-DD            PIC 9(2).                           00118000
                                                                        00119000
      ***************************************************************** 00120000
      * IT'S GO TIME!                                                   00121000
      ***************************************************************** 00122000
       PROCEDURE DIVISION.                                              00123000
                                                                        00124000
      ***************************************************************** 00125000
      * MAINLINE - WORK THE BANK'S RETURN FILE FRONT TO BACK.           00126000
      ***************************************************************** 00127000
       000-MAIN.                                                        00128000
           DISPLAY '*************************************'.             00129000
           DISPLAY '*** UTIL2160 - ACH RETURN RUN     ***'.             00130000
           DISPLAY '*************************************'.             00131000
           DISPLAY ' '.                                                 00132000
                                                                        00133000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00134000
                                                                        00135000
           PERFORM 100-WORK-RETURNS THRU 100-EXIT.                      00136000
                                                                        00137000
           DISPLAY 'UTIL2160 - RETURNS READ      : ' WS-RTN-COUNT.      00138000
           DISPLAY 'UTIL2160 - PRE-NOTES RETURNED: ' WS-PRENOTE-COUNT.  00139000
           DISPLAY 'UTIL2160 - DRAFTS RETURNED   : ' WS-DRAFT-COUNT.    00140000
           DISPLAY 'UTIL2160 - DRAFT AMOUNT      : ' WS-DRAFT-AMT-TOT.  00141000
           DISPLAY 'UTIL2160 - DROPPED           : ' WS-DROP-COUNT.     00142000
           DISPLAY 'UTIL2160 - REJECTED          : ' WS-REJ-COUNT.      00143000
                                                                        00144000
           STOP RUN.                                                    00145000
                                                                        00146000
      ***************************************************************** 00147000
      * OPEN THE FILES AND APPLY EVERY RETURN.                          00148000
      ***************************************************************** 00149000
       100-WORK-RETURNS.                                                00150000
           OPEN INPUT ACH-RETURN-FILE.                                  00151000
           IF WS-ACHRTN-STATUS NOT = '00'                               00152000
               DISPLAY 'UTIL2160 - ACHRTN OPEN FAILED, STATUS = '       00153000
                   WS-ACHRTN-STATUS                                     00154000
               MOVE 16 TO RETURN-CODE                                   00155000
               GO TO 100-EXIT                                           00156000
           END-IF.                                                      00157000
                                                                        00158000
           OPEN I-O CUSTOMER-MASTER.                                    00159000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00160000
               DISPLAY 'UTIL2160 - CUSTMAS OPEN FAILED, STATUS = '      00161000
                   WS-CUSTMAS-STATUS                                    00162000
               CLOSE ACH-RETURN-FILE                                    00163000
               MOVE 16 TO RETURN-CODE                                   00164000
               GO TO 100-EXIT                                           00165000
           END-IF.                                                      00166000
                                                                        00167000
      * THE PAYMENT FEED IS ADDED TO, NOT REPLACED - DRAFTS UTIL2150    00168000
      * HAS QUEUED SINCE THE LAST POSTING MUST STAY ON IT.              00169000
           OPEN EXTEND ACH-PAY-FILE.                                    00170000
           IF WS-ACHPAY-STATUS NOT = '00'                               00171000
               DISPLAY 'UTIL2160 - ACHPAY OPEN FAILED, STATUS = '       00172000
                   WS-ACHPAY-STATUS                                     00173000
               CLOSE ACH-RETURN-FILE CUSTOMER-MASTER                    00174000
               MOVE 16 TO RETURN-CODE                                   00175000
               GO TO 100-EXIT                                           00176000
           END-IF.                                                      00177000
                                                                        00178000
           OPEN OUTPUT ACH-RTN-LISTING.                                 00179000
           IF WS-ACHRLST-STATUS NOT = '00'                              00180000
               DISPLAY 'UTIL2160 - ACHRLST OPEN FAILED, STATUS = '      00181000
                   WS-ACHRLST-STATUS                                    00182000
               CLOSE ACH-RETURN-FILE CUSTOMER-MASTER ACH-PAY-FILE       00183000
               MOVE 16 TO RETURN-CODE                                   00184000
               GO TO 100-EXIT                                           00185000
           END-IF.                                                      00186000
                                                                        00187000
           MOVE SPACES TO ACHRLST-LINE.                                 00188000
           STRING 'UTIL2160 ACH AUTOPAY RETURN LISTING    RUN DATE: '   00189000
               WS-RUN-DATE-8                                            00190000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00191000
           WRITE ACHRLST-LINE.                                          00192000
           MOVE ALL '-' TO ACHRLST-LINE.                                00193000
           WRITE ACHRLST-LINE.                                          00194000
                                                                        00195000
           PERFORM 110-READ-RTN-RTN.                                    00196000
           PERFORM 120-APPLY-ONE THRU 120-EXIT                          00197000
               UNTIL ACHRTN-EOF.                                        00198000
                                                                        00199000
           PERFORM 190-WRITE-LST-TOTALS.                                00200000
                                                                        00201000
           CLOSE ACH-RETURN-FILE.                                       00202000
           CLOSE CUSTOMER-MASTER.                                       00203000
           CLOSE ACH-PAY-FILE.                                          00204000
           CLOSE ACH-RTN-LISTING.                                       00205000
                                                                        00206000
       100-EXIT.                                                        00207000
           EXIT.                                                        00208000
                                                                        00209000
      ***************************************************************** 00210000
      * READ THE NEXT BANK RETURN, SETTING THE EOF SWITCH WHEN THE      00211000
      * FILE IS EXHAUSTED.                                              00212000
      ***************************************************************** 00213000
       110-READ-RTN-RTN.                                                00214000
           READ ACH-RETURN-FILE                                         00215000
               AT END                                                   00216000
                   SET ACHRTN-EOF TO TRUE                               00217000
               NOT AT END                                               00218000
                   SET ACHRTN-NOT-EOF TO TRUE                           00219000
                   ADD 1 TO WS-RTN-COUNT                                00220000
           END-READ.                                                    00221000
                                                                        00222000
      ***************************************************************** 00223000
      * APPLY ONE RETURN. A ZERO AMOUNT IS A RETURNED PRE-NOTE AND      00224000
      * DROPS THE ENROLLMENT OUTRIGHT; ANYTHING ELSE IS A RETURNED      00225000
      * DRAFT.                                                          00226000
      ***************************************************************** 00227000
       120-APPLY-ONE.                                                   00228000
           MOVE SPACES TO WS-REJ-REASON.                                00229000
                                                                        00230000
           IF AR-AMOUNT NOT NUMERIC                                     00231000
               OR AR-RETURN-DATE NOT NUMERIC                            00232000
               MOVE 'AMOUNT OR RETURN DATE NOT NUMERIC'                 00233000
                   TO WS-REJ-REASON                                     00234000
               PERFORM 180-WRITE-REJECT                                 00235000
               GO TO 120-READ-NEXT                                      00236000
           END-IF.                                                      00237000
           IF AR-AMOUNT > 999999.99                                     00238000
               MOVE 'AMOUNT TOO LARGE TO POST' TO WS-REJ-REASON         00239000
               PERFORM 180-WRITE-REJECT                                 00240000
               GO TO 120-READ-NEXT                                      00241000
           END-IF.                                                      00242000
                                                                        00243000
           MOVE AR-ACCT-NO TO CM-ACCT-NO.                               00244000
           READ CUSTOMER-MASTER                                         00245000
               INVALID KEY                                              00246000
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON        00247000
                   PERFORM 180-WRITE-REJECT                             00248000
                   GO TO 120-READ-NEXT                                  00249000
           END-READ.                                                    00250000
                                                                        00251000
           MOVE AR-RETURN-CODE TO WS-RETURN-CODE.                       00252000
                                                                        00253000
           IF AR-AMOUNT = 0                                             00254000
               ADD 1 TO WS-PRENOTE-COUNT                                00255000
               MOVE 'PRE-NOTE RETURNED' TO WS-ACTION                    00256000
               PERFORM 150-DROP-AUTOPAY                                 00257000
               GO TO 120-READ-NEXT                                      00258000
           END-IF.                                                      00259000
                                                                        00260000
           PERFORM 130-CHARGE-BACK.                                     00261000
                                                                        00262000
           ADD 1 TO CM-ACH-RETURN-COUNT.                                00263000
           IF CM-ACH-RETURN-COUNT NOT < WS-MAX-RETURNS                  00264000
               OR WS-FATAL-RETURN                                       00265000
               MOVE 'RETURNED - DROPPED' TO WS-ACTION                   00266000
               PERFORM 150-DROP-AUTOPAY                                 00267000
           ELSE                                                         00268000
               PERFORM 170-REWRITE-CUST                                 00269000
               MOVE 'RETURNED' TO WS-ACTION                             00270000
               PERFORM 160-WRITE-RTN-LINE                               00271000
           END-IF.                                                      00272000
                                                                        00273000
       120-READ-NEXT.                                                   00274000
           PERFORM 110-READ-RTN-RTN.                                    00275000
                                                                        00276000
       120-EXIT.                                                        00277000
           EXIT.                                                        00278000
                                                                        00279000
      ***************************************************************** 00280000
      * QUEUE THE NSF CHARGEBACK FOR TONIGHT'S POSTING. THE ACH RETURN  00281000
      * CODE RIDES IN THE REASON CODE SO THE POSTING REGISTER SHOWS     00282000
      * WHY THE BANK SENT IT BACK.                                      00283000
      ***************************************************************** 00284000
       130-CHARGE-BACK.                                                 00285000
           MOVE SPACES TO PT-PAYMENT-RECORD.                            00286000
           MOVE AR-ACCT-NO TO PT-ACCT-NO.                               00287000
           MOVE AR-RETURN-DATE TO PT-PAY-DATE.                          00288000
           MOVE AR-AMOUNT TO PT-PAY-AMOUNT.                             00289000
           MOVE 'AD' TO PT-PAY-SOURCE.                                  00290000
           MOVE 'NSF' TO PT-TRAN-TYPE.                                  00291000
           MOVE AR-RETURN-CODE TO PT-REASON-CODE.                       00292000
           WRITE PT-PAYMENT-RECORD.                                     00293000
                                                                        00294000
           ADD 1 TO WS-DRAFT-COUNT.                                     00295000
           ADD AR-AMOUNT TO WS-DRAFT-AMT-TOT.                           00296000
                                                                        00297000
      ***************************************************************** 00298000
      * TAKE THE ACCOUNT OFF AUTOPAY. THE BANK DETAILS STAY ON THE      00299000
      * MASTER FOR THE OFFICE TO SEE UNTIL THE CUSTOMER RE-ENROLLS.     00300000
      ***************************************************************** 00301000
       150-DROP-AUTOPAY.                                                00302000
           MOVE 'D' TO CM-ACH-STATUS.                                   00303000
           MOVE WS-RUN-DATE-8 TO CM-ACH-STATUS-DATE.                    00304000
           PERFORM 170-REWRITE-CUST.                                    00305000
           ADD 1 TO WS-DROP-COUNT.                                      00306000
           PERFORM 160-WRITE-RTN-LINE.                                  00307000
                                                                        00308000
      ***************************************************************** 00309000
      * ONE RETURN LINE ON THE LISTING.                                 00310000
      ***************************************************************** 00311000
       160-WRITE-RTN-LINE.                                              00312000
           MOVE AR-AMOUNT TO WS-MONEY-ED.                               00313000
           MOVE SPACES TO ACHRLST-LINE.                                 00314000
           STRING 'ACCT: ' AR-ACCT-NO                                   00315000
               '  ' CM-NAME                                             00316000
               '  TRACE: ' AR-TRACE-NO                                  00317000
               '  AMOUNT: ' WS-MONEY-ED                                 00318000
               '  CODE: ' AR-RETURN-CODE                                00319000
               '  RETURNS: ' CM-ACH-RETURN-COUNT                        00320000
               '  ' WS-ACTION                                           00321000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00322000
           WRITE ACHRLST-LINE.                                          00323000
                                                                        00324000
      ***************************************************************** 00325000
      * REWRITE THE CURRENT CUSTOMER-MASTER RECORD.                     00326000
      ***************************************************************** 00327000
       170-REWRITE-CUST.                                                00328000
           REWRITE CM-CUSTOMER-RECORD                                   00329000
               INVALID KEY                                              00330000
                   DISPLAY 'UTIL2160 - REWRITE FAILED FOR ACCT '        00331000
                       CM-ACCT-NO ', STATUS = ' WS-CUSTMAS-STATUS       00332000
           END-REWRITE.                                                 00333000
                                                                        00334000
      ***************************************************************** 00335000
      * ONE REJECT LINE ON THE LISTING.                                 00336000
      ***************************************************************** 00337000
       180-WRITE-REJECT.                                                00338000
           ADD 1 TO WS-REJ-COUNT.                                       00339000
           MOVE SPACES TO ACHRLST-LINE.                                 00340000
           STRING 'ACCT: ' AR-ACCT-NO                                   00341000
               '  TRACE: ' AR-TRACE-NO                                  00342000
               '  CODE: ' AR-RETURN-CODE                                00343000
               '  *** REJECTED: ' WS-REJ-REASON                         00344000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00345000
           WRITE ACHRLST-LINE.                                          00346000
                                                                        00347000
      ***************************************************************** 00348000
      * CONTROL TOTALS AT THE FOOT OF THE LISTING.                      00349000
      ***************************************************************** 00350000
       190-WRITE-LST-TOTALS.                                            00351000
           MOVE SPACES TO ACHRLST-LINE.                                 00352000
           WRITE ACHRLST-LINE.                                          00353000
           MOVE ALL '=' TO ACHRLST-LINE.                                00354000
           WRITE ACHRLST-LINE.                                          00355000
                                                                        00356000
           MOVE WS-RTN-COUNT TO WS-COUNT-ED.                            00357000
           MOVE SPACES TO ACHRLST-LINE.                                 00358000
           STRING 'RETURNS READ       : ' WS-COUNT-ED                   00359000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00360000
           WRITE ACHRLST-LINE.                                          00361000
                                                                        00362000
           MOVE WS-PRENOTE-COUNT TO WS-COUNT-ED.                        00363000
           MOVE SPACES TO ACHRLST-LINE.                                 00364000
           STRING 'PRE-NOTES RETURNED : ' WS-COUNT-ED                   00365000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00366000
           WRITE ACHRLST-LINE.                                          00367000
                                                                        00368000
           MOVE WS-DRAFT-COUNT TO WS-COUNT-ED.                          00369000
           MOVE SPACES TO ACHRLST-LINE.                                 00370000
           STRING 'DRAFTS RETURNED    : ' WS-COUNT-ED                   00371000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00372000
           WRITE ACHRLST-LINE.                                          00373000
                                                                        00374000
           MOVE WS-DRAFT-AMT-TOT TO WS-TOT-MONEY-ED.                    00375000
           MOVE SPACES TO ACHRLST-LINE.                                 00376000
           STRING 'CHARGED BACK       : ' WS-TOT-MONEY-ED               00377000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00378000
           WRITE ACHRLST-LINE.                                          00379000
                                                                        00380000
           MOVE WS-DROP-COUNT TO WS-COUNT-ED.                           00381000
           MOVE SPACES TO ACHRLST-LINE.                                 00382000
           STRING 'DROPPED FROM ACH   : ' WS-COUNT-ED                   00383000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00384000
           WRITE ACHRLST-LINE.                                          00385000
                                                                        00386000
           MOVE WS-REJ-COUNT TO WS-COUNT-ED.                            00387000
           MOVE SPACES TO ACHRLST-LINE.                                 00388000
           STRING 'REJECTED           : ' WS-COUNT-ED                   00389000
               DELIMITED BY SIZE INTO ACHRLST-LINE.                     00390000
           WRITE ACHRLST-LINE.                                          00391000

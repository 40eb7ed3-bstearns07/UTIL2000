       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2650.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Deferred payment arrangement run.                 00007000
      *                                                                 00008000
      *  Runs nightly after the UTIL2100 payment posting. Applies the   00009000
      *  arrangements keyed at the desk that day (ARRTRAN - NEW sets    00010000
      *  up a plan on the master, CAN cancels one), then sweeps the     00011000
      *  customer master and works every active plan against the        00012000
      *  payments UTIL2100 has credited to it: an installment whose     00013000
      *  due date has passed with enough paid is counted kept and       00014000
      *  the next due date set a month on; one that passed short        00015000
      *  breaks the plan, which puts the account straight back on       00016000
      *  the normal late-fee and collections path at whatever stage     00017000
      *  its buckets have reached. A plan paid in full is closed        00018000
      *  out as kept. ARRLST is the office listing of every plan set    00019000
      *  up, canceled, kept, broken, paid off or coming due within      00020000
      *  the week, with the desk rejects.                               00021000
      *                                                                 00022000
      *  Modification History:                                          00023000
      *  10-15-26  BS  New program - arrangement set-up/cancel intake,  00024000
      *                daily kept/broken review and office listing.     00025000
      ***************************************************************** 00026000
       ENVIRONMENT DIVISION.                                            00027000
       INPUT-OUTPUT SECTION.                                            00028000
       FILE-CONTROL.                                                    00029000
           SELECT ARRANGE-TRANS    ASSIGN TO ARRTRAN                    00030000
               ORGANIZATION IS SEQUENTIAL                               00031000
               FILE STATUS IS WS-ARRTRAN-STATUS.                        00032000
                                                                        00033000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00034000
               ORGANIZATION IS INDEXED                                  00035000
               ACCESS MODE IS DYNAMIC                                   00036000
               RECORD KEY IS CM-ACCT-NO                                 00037000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00038000
                                                                        00039000
           SELECT ARRANGE-LISTING  ASSIGN TO ARRLST                     00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-ARRLST-STATUS.                         00042000
                                                                        00043000
       DATA DIVISION.                                                   00044000
       FILE SECTION.                                                    00045000
       FD  ARRANGE-TRANS                                                00046000
           LABEL RECORDS ARE STANDARD.                                  00047000
       COPY ARRTRAN.                                                    00048000
                                                                        00049000
       FD  CUSTOMER-MASTER                                              00050000
           LABEL RECORDS ARE STANDARD.                                  00051000
       COPY CUSTMAS.                                                    00052000
                                                                        00053000
       FD  ARRANGE-LISTING                                              00054000
           LABEL RECORDS ARE STANDARD                                   00055000
           RECORD CONTAINS 132 CHARACTERS.                              00056000
       01  ARRLST-LINE              PIC X(132).                         00057000
                                                                        00058000
       WORKING-STORAGE SECTION.                                         00059000
                                                                        00060000
      ***************************************************************** 00061000
      * FILE STATUS / SWITCHES                                          00062000
      ***************************************************************** 00063000
       01  WS-ARRTRAN-STATUS        PIC X(02)    VALUE '00'.            00064000
       01  WS-ARRTRAN-EOF-SW        PIC X(01)    VALUE 'N'.             00065000
           88  ARRTRAN-EOF                       VALUE 'Y'.             00066000
           88  ARRTRAN-NOT-EOF                   VALUE 'N'.             00067000
                                                                        00068000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00069000
       01  WS-CUSTMAS-EOF-SW        PIC X(01)    VALUE 'N'.             00070000
           88  CUSTMAS-EOF                       VALUE 'Y'.             00071000
           88  CUSTMAS-NOT-EOF                   VALUE 'N'.             00072000
                                                                        00073000
       01  WS-ARRLST-STATUS         PIC X(02)    VALUE '00'.            00074000
                                                                        00075000
       01  WS-REJ-REASON            PIC X(40)    VALUE SPACES.          00076000
                                                                        00077000
      ***************************************************************** 00078000
      * COMING-DUE WINDOW - AN ACTIVE PLAN WHOSE NEXT INSTALLMENT FALLS 00079000
      * DUE WITHIN THIS MANY DAYS, AND IS NOT YET COVERED, IS LISTED    00080000
      * SO THE DESK CAN CALL THE CUSTOMER AHEAD OF THE DUE DATE.        00081000
      ***************************************************************** 00082000
       01  WS-COMING-DUE-DAYS       PIC 9(02)    VALUE 7.               00083000
       01  WS-COMING-DUE-DATE       PIC 9(08)    VALUE 0.               00084000
                                                                        00085000
      ***************************************************************** 00086000
      * ARRANGEMENT WORK FIELDS                                         00087000
      ***************************************************************** 00088000
       01  WS-PAST-DUE              PIC S9(7)V99 VALUE 0.               00089000
       01  WS-INST-TOTAL            PIC 9(9)V99  VALUE 0.               00090000
       01  WS-REQUIRED-AMT          PIC 9(9)V99  VALUE 0.               00091000
       01  WS-SHORT-AMT             PIC 9(9)V99  VALUE 0.               00092000
       01  WS-ACTION                PIC X(10)    VALUE SPACES.          00093000
       01  WS-NEXT-DUE-8            PIC 9(8)     VALUE 0.               00094000
       01  WS-NEXT-DUE-X REDEFINES WS-NEXT-DUE-8.                       00095000
           05  WS-NEXT-DUE-YYYY     PIC 9(4).                           00096000
           05  WS-NEXT-DUE-MM       PIC 9(2).                           00097000
           05  WS-NEXT-DUE-DD       PIC 9(2).                           00098000
                                                                        00099000
      ***************************************************************** 00100000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00101000
      ***************************************************************** 00102000
       01  WS-TRAN-COUNT            PIC 9(7)     VALUE 0.               00103000
       01  WS-SETUP-COUNT           PIC 9(7)     VALUE 0.               00104000
       01  WS-CANCEL-COUNT          PIC 9(7)     VALUE 0.               00105000
       01  WS-REJ-COUNT             PIC 9(7)     VALUE 0.               00106000
       01  WS-ACTIVE-COUNT          PIC 9(7)     VALUE 0.               00107000
       01  WS-KEPT-COUNT            PIC 9(7)     VALUE 0.               00108000
       01  WS-BROKEN-COUNT          PIC 9(7)     VALUE 0.               00109000
       01  WS-PAIDOFF-COUNT         PIC 9(7)     VALUE 0.               00110000
       01  WS-COMING-COUNT          PIC 9(7)     VALUE 0.               00111000
       01  WS-BROKEN-AMT-TOT        PIC 9(9)V99  VALUE 0.               00112000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00113000
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99-.                 00114000
       01  WS-MONEY-ED2             PIC $$,$$$,$$9.99-.                 00115000
       01  WS-MONEY-ED3             PIC $$,$$$,$$9.99-.                 00116000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00117000
                                                                        00118000
      ***************************************************************** 00119000
      * RUN DATE FIELDS                                                 00120000
      ***************************************************************** 00121000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00122000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00123000
           05  WS-RUN-YYYY          PIC 9(4).                           00124000
           05  WS-RUN-MM            PIC 9(2).                           00125000
           05  WS-RUN-DD            PIC 9(2).                           00126000
                                                                        00127000
      ***************************************************************** 00128000
      * IT'S GO TIME!                                                   00129000
      ***************************************************************** 00130000
       PROCEDURE DIVISION.                                              00131000
                                                                        00132000
      ***************************************************************** 00133000
      * MAINLINE - APPLY THE DAY'S DESK TRANSACTIONS, THEN REVIEW       00134000
      * EVERY ACTIVE ARRANGEMENT ON THE MASTER.                         00135000
      ***************************************************************** 00136000
       000-MAIN.                                                        00137000
           DISPLAY '*************************************'.             00138000
           DISPLAY '*** UTIL2650 - ARRANGEMENTS RUN   ***'.             00139000
           DISPLAY '*************************************'.             00140000
           DISPLAY ' '.                                                 00141000
                                                                        00142000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00143000
           COMPUTE WS-COMING-DUE-DATE = FUNCTION DATE-OF-INTEGER        00144000
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8)                00145000
                + WS-COMING-DUE-DAYS).                                  00146000
                                                                        00147000
           PERFORM 100-WORK-ARRANGEMENTS THRU 100-EXIT.                 00148000
                                                                        00149000
           DISPLAY 'UTIL2650 - TRANSACTIONS READ : ' WS-TRAN-COUNT.     00150000
           DISPLAY 'UTIL2650 - PLANS SET UP      : ' WS-SETUP-COUNT.    00151000
           DISPLAY 'UTIL2650 - PLANS CANCELED    : ' WS-CANCEL-COUNT.   00152000
           DISPLAY 'UTIL2650 - REJECTED          : ' WS-REJ-COUNT.      00153000
           DISPLAY 'UTIL2650 - INSTALLMENTS KEPT : ' WS-KEPT-COUNT.     00154000
           DISPLAY 'UTIL2650 - PLANS BROKEN      : ' WS-BROKEN-COUNT.   00155000
           DISPLAY 'UTIL2650 - PLANS PAID OFF    : ' WS-PAIDOFF-COUNT.  00156000
           DISPLAY 'UTIL2650 - COMING DUE        : ' WS-COMING-COUNT.   00157000
                                                                        00158000
           STOP RUN.                                                    00159000
                                                                        00160000
      ***************************************************************** 00161000
      * OPEN THE FILES, APPLY THE DESK TRANSACTIONS, THEN SWEEP THE     00162000
      * MASTER FRONT TO BACK.                                           00163000
      ***************************************************************** 00164000
       100-WORK-ARRANGEMENTS.                                           00165000
           OPEN INPUT ARRANGE-TRANS.                                    00166000
           IF WS-ARRTRAN-STATUS NOT = '00'                              00167000
               DISPLAY 'UTIL2650 - ARRTRAN OPEN FAILED, STATUS = '      00168000
                   WS-ARRTRAN-STATUS                                    00169000
               MOVE 16 TO RETURN-CODE                                   00170000
               GO TO 100-EXIT                                           00171000
           END-IF.                                                      00172000
                                                                        00173000
           OPEN I-O CUSTOMER-MASTER.                                    00174000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00175000
               DISPLAY 'UTIL2650 - CUSTMAS OPEN FAILED, STATUS = '      00176000
                   WS-CUSTMAS-STATUS                                    00177000
               CLOSE ARRANGE-TRANS                                      00178000
               MOVE 16 TO RETURN-CODE                                   00179000
               GO TO 100-EXIT                                           00180000
           END-IF.                                                      00181000
                                                                        00182000
           OPEN OUTPUT ARRANGE-LISTING.                                 00183000
           IF WS-ARRLST-STATUS NOT = '00'                               00184000
               DISPLAY 'UTIL2650 - ARRLST OPEN FAILED, STATUS = '       00185000
                   WS-ARRLST-STATUS                                     00186000
               CLOSE ARRANGE-TRANS CUSTOMER-MASTER                      00187000
               MOVE 16 TO RETURN-CODE                                   00188000
               GO TO 100-EXIT                                           00189000
           END-IF.                                                      00190000
                                                                        00191000
           MOVE SPACES TO ARRLST-LINE.                                  00192000
           STRING 'UTIL2650 PAYMENT ARRANGEMENT LISTING   RUN DATE: '   00193000
               WS-RUN-DATE-8                                            00194000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00195000
           WRITE ARRLST-LINE.                                           00196000
           MOVE ALL '-' TO ARRLST-LINE.                                 00197000
           WRITE ARRLST-LINE.                                           00198000
                                                                        00199000
           PERFORM 110-READ-TRAN-RTN.                                   00200000
           PERFORM 120-APPLY-ONE THRU 120-EXIT                          00201000
               UNTIL ARRTRAN-EOF.                                       00202000
                                                                        00203000
           SET CUSTMAS-NOT-EOF TO TRUE.                                 00204000
           MOVE LOW-VALUES TO CM-ACCT-NO.                               00205000
           START CUSTOMER-MASTER KEY NOT LESS THAN CM-ACCT-NO           00206000
               INVALID KEY                                              00207000
                   SET CUSTMAS-EOF TO TRUE                              00208000
           END-START.                                                   00209000
                                                                        00210000
           IF NOT CUSTMAS-EOF                                           00211000
               PERFORM 210-READ-NEXT-CUST                               00212000
           END-IF.                                                      00213000
           PERFORM 220-REVIEW-ONE THRU 220-EXIT                         00214000
               UNTIL CUSTMAS-EOF.                                       00215000
                                                                        00216000
           PERFORM 190-WRITE-LST-TOTALS.                                00217000
                                                                        00218000
           CLOSE ARRANGE-TRANS.                                         00219000
           CLOSE CUSTOMER-MASTER.                                       00220000
           CLOSE ARRANGE-LISTING.                                       00221000
                                                                        00222000
       100-EXIT.                                                        00223000
           EXIT.                                                        00224000
                                                                        00225000
      ***************************************************************** 00226000
      * READ THE NEXT ARRANGEMENT TRANSACTION, SETTING THE EOF SWITCH   00227000
      * WHEN THE FILE IS EXHAUSTED.                                     00228000
      ***************************************************************** 00229000
       110-READ-TRAN-RTN.                                               00230000
           READ ARRANGE-TRANS                                           00231000
               AT END                                                   00232000
                   SET ARRTRAN-EOF TO TRUE                              00233000
               NOT AT END                                               00234000
                   SET ARRTRAN-NOT-EOF TO TRUE                          00235000
                   ADD 1 TO WS-TRAN-COUNT                               00236000
           END-READ.                                                    00237000
                                                                        00238000
      ***************************************************************** 00239000
      * ROUTE ONE DESK TRANSACTION TO ITS FUNCTION. THE ACCOUNT MUST    00240000
      * BE ON THE MASTER EITHER WAY.                                    00241000
      ***************************************************************** 00242000
       120-APPLY-ONE.                                                   00243000
           MOVE SPACES TO WS-REJ-REASON.                                00244000
                                                                        00245000
           MOVE PA-ACCT-NO TO CM-ACCT-NO.                               00246000
           READ CUSTOMER-MASTER                                         00247000
               INVALID KEY                                              00248000
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON        00249000
                   PERFORM 180-WRITE-REJECT                             00250000
                   GO TO 120-READ-NEXT                                  00251000
           END-READ.                                                    00252000
                                                                        00253000
           EVALUATE TRUE                                                00254000
               WHEN PA-FUNC-NEW                                         00255000
                   PERFORM 130-SET-UP THRU 130-EXIT                     00256000
               WHEN PA-FUNC-CAN                                         00257000
                   PERFORM 140-CANCEL THRU 140-EXIT                     00258000
               WHEN OTHER                                               00259000
                   MOVE 'FUNCTION NOT NEW OR CAN' TO WS-REJ-REASON      00260000
                   PERFORM 180-WRITE-REJECT                             00261000
           END-EVALUATE.                                                00262000
                                                                        00263000
       120-READ-NEXT.                                                   00264000
           PERFORM 110-READ-TRAN-RTN.                                   00265000
                                                                        00266000
       120-EXIT.                                                        00267000
           EXIT.                                                        00268000
                                                                        00269000
      ***************************************************************** 00270000
      * NEW - SET UP A PLAN. THE ACCOUNT MUST BE OPEN WITH NO PLAN      00271000
      * ALREADY RUNNING, THE PLAN MAY COVER NO MORE THAN WHAT IS PAST   00272000
      * DUE TODAY, AND THE INSTALLMENTS MUST ADD UP TO AT LEAST THE     00273000
      * AMOUNT COVERED.                                                 00274000
      ***************************************************************** 00275000
       130-SET-UP.                                                      00276000
           IF CM-ACCT-CLOSED                                            00277000
               MOVE 'ACCOUNT IS CLOSED' TO WS-REJ-REASON                00278000
               PERFORM 180-WRITE-REJECT                                 00279000
               GO TO 130-EXIT                                           00280000
           END-IF.                                                      00281000
           IF CM-ARR-ACTIVE                                             00282000
               MOVE 'ARRANGEMENT ALREADY ACTIVE' TO WS-REJ-REASON       00283000
               PERFORM 180-WRITE-REJECT                                 00284000
               GO TO 130-EXIT                                           00285000
           END-IF.                                                      00286000
           IF PA-ARR-AMT NOT NUMERIC                                    00287000
               OR PA-INST-AMT NOT NUMERIC                               00288000
               OR PA-INST-COUNT NOT NUMERIC                             00289000
               OR PA-FIRST-DUE NOT NUMERIC                              00290000
               MOVE 'AMOUNT, COUNT OR DUE DATE NOT NUMERIC'             00291000
                   TO WS-REJ-REASON                                     00292000
               PERFORM 180-WRITE-REJECT                                 00293000
               GO TO 130-EXIT                                           00294000
           END-IF.                                                      00295000
           IF PA-ARR-AMT = 0 OR PA-INST-AMT = 0                         00296000
               MOVE 'ARRANGED/INSTALLMENT AMOUNT IS ZERO'               00297000
                   TO WS-REJ-REASON                                     00298000
               PERFORM 180-WRITE-REJECT                                 00299000
               GO TO 130-EXIT                                           00300000
           END-IF.                                                      00301000
           IF PA-INST-COUNT = 0 OR PA-INST-COUNT > 12                   00302000
               MOVE 'INSTALLMENT COUNT MUST BE 01-12'                   00303000
                   TO WS-REJ-REASON                                     00304000
               PERFORM 180-WRITE-REJECT                                 00305000
               GO TO 130-EXIT                                           00306000
           END-IF.                                                      00307000
                                                                        00308000
           COMPUTE WS-PAST-DUE = CM-AGE-30 + CM-AGE-60 + CM-AGE-90.     00309000
           IF PA-ARR-AMT > WS-PAST-DUE                                  00310000
               MOVE 'AMOUNT EXCEEDS PAST-DUE BALANCE' TO WS-REJ-REASON  00311000
               PERFORM 180-WRITE-REJECT                                 00312000
               GO TO 130-EXIT                                           00313000
           END-IF.                                                      00314000
                                                                        00315000
           COMPUTE WS-INST-TOTAL = PA-INST-AMT * PA-INST-COUNT.         00316000
           IF WS-INST-TOTAL < PA-ARR-AMT                                00317000
               MOVE 'INSTALLMENTS DO NOT COVER THE AMOUNT'              00318000
                   TO WS-REJ-REASON                                     00319000
               PERFORM 180-WRITE-REJECT                                 00320000
               GO TO 130-EXIT                                           00321000
           END-IF.                                                      00322000
                                                                        00323000
           IF FUNCTION TEST-DATE-YYYYMMDD (PA-FIRST-DUE) NOT = 0        00324000
               OR PA-FIRST-DUE NOT > WS-RUN-DATE-8                      00325000
               MOVE 'FIRST DUE DATE INVALID OR NOT FUTURE'              00326000
                   TO WS-REJ-REASON                                     00327000
               PERFORM 180-WRITE-REJECT                                 00328000
               GO TO 130-EXIT                                           00329000
           END-IF.                                                      00330000
           IF PA-FIRST-DUE-DD > 28                                      00331000
               MOVE 'FIRST DUE DAY MUST BE 01-28' TO WS-REJ-REASON      00332000
               PERFORM 180-WRITE-REJECT                                 00333000
               GO TO 130-EXIT                                           00334000
           END-IF.                                                      00335000
                                                                        00336000
           MOVE 'A'             TO CM-ARR-STATUS.                       00337000
           MOVE WS-RUN-DATE-8   TO CM-ARR-SET-DATE.                     00338000
           MOVE PA-ARR-AMT      TO CM-ARR-AMT.                          00339000
           MOVE PA-INST-AMT     TO CM-ARR-INST-AMT.                     00340000
           MOVE PA-INST-COUNT   TO CM-ARR-INST-COUNT.                   00341000
           MOVE 0               TO CM-ARR-INST-MADE.                    00342000
           MOVE PA-FIRST-DUE    TO CM-ARR-NEXT-DUE.                     00343000
           MOVE 0               TO CM-ARR-PAID-AMT.                     00344000
           PERFORM 170-REWRITE-CUST.                                    00345000
                                                                        00346000
           ADD 1 TO WS-SETUP-COUNT.                                     00347000
           MOVE 'SET UP' TO WS-ACTION.                                  00348000
           PERFORM 160-WRITE-ARR-LINE.                                  00349000
                                                                        00350000
       130-EXIT.                                                        00351000
           EXIT.                                                        00352000
                                                                        00353000
      ***************************************************************** 00354000
      * CAN - THE OFFICE CALLS OFF THE ACCOUNT'S ACTIVE PLAN. THE       00355000
      * ARRANGED AMOUNT GOES BACK ON THE NORMAL PATH THE SAME AS A      00356000
      * BROKEN PLAN, BUT IS LISTED AS CANCELED.                         00357000
      ***************************************************************** 00358000
       140-CANCEL.                                                      00359000
           IF NOT CM-ARR-ACTIVE                                         00360000
               MOVE 'NO ACTIVE ARRANGEMENT TO CANCEL'                   00361000
                   TO WS-REJ-REASON                                     00362000
               PERFORM 180-WRITE-REJECT                                 00363000
               GO TO 140-EXIT                                           00364000
           END-IF.                                                      00365000
                                                                        00366000
           MOVE 'X' TO CM-ARR-STATUS.                                   00367000
           PERFORM 170-REWRITE-CUST.                                    00368000
                                                                        00369000
           ADD 1 TO WS-CANCEL-COUNT.                                    00370000
           MOVE 'CANCELED' TO WS-ACTION.                                00371000
           PERFORM 160-WRITE-ARR-LINE.                                  00372000
                                                                        00373000
       140-EXIT.                                                        00374000
           EXIT.                                                        00375000
                                                                        00376000
      ***************************************************************** 00377000
      * WRITE ONE ARRANGEMENT LINE TO THE LISTING - THE ACTION TAKEN    00378000
      * OR FOUND, WHAT THE PLAN COVERS, WHAT HAS BEEN PAID ON IT AND    00379000
      * WHERE IT STANDS.                                                00380000
      ***************************************************************** 00381000
       160-WRITE-ARR-LINE.                                              00382000
           MOVE CM-ARR-AMT      TO WS-MONEY-ED.                         00383000
           MOVE CM-ARR-PAID-AMT TO WS-MONEY-ED2.                        00384000
           MOVE CM-ARR-INST-AMT TO WS-MONEY-ED3.                        00385000
           MOVE SPACES TO ARRLST-LINE.                                  00386000
           STRING 'ACCT: ' CM-ACCT-NO                                   00387000
               '  ' CM-NAME                                             00388000
               '  ' WS-ACTION                                           00389000
               '  ARRANGED: ' WS-MONEY-ED                               00390000
               '  PAID: ' WS-MONEY-ED2                                  00391000
               '  INST: ' WS-MONEY-ED3                                  00392000
               ' ' CM-ARR-INST-MADE ' OF ' CM-ARR-INST-COUNT            00393000
               '  NEXT DUE: ' CM-ARR-NEXT-DUE                           00394000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00395000
           WRITE ARRLST-LINE.                                           00396000
                                                                        00397000
      ***************************************************************** 00398000
      * REWRITE THE MASTER RECORD IN HAND.                              00399000
      ***************************************************************** 00400000
       170-REWRITE-CUST.                                                00401000
           REWRITE CM-CUSTOMER-RECORD                                   00402000
               INVALID KEY                                              00403000
                   DISPLAY 'UTIL2650 - REWRITE FAILED FOR ACCT '        00404000
                       CM-ACCT-NO                                       00405000
           END-REWRITE.                                                 00406000
                                                                        00407000
      ***************************************************************** 00408000
      * WRITE ONE REJECTED DESK TRANSACTION TO THE LISTING.             00409000
      ***************************************************************** 00410000
       180-WRITE-REJECT.                                                00411000
           ADD 1 TO WS-REJ-COUNT.                                       00412000
           MOVE SPACES TO ARRLST-LINE.                                  00413000
           STRING 'ACCT: ' PA-ACCT-NO                                   00414000
               '  FUNC: ' PA-FUNC                                       00415000
               '  *** REJECTED: ' WS-REJ-REASON                         00416000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00417000
           WRITE ARRLST-LINE.                                           00418000
                                                                        00419000
      ***************************************************************** 00420000
      * READ THE NEXT CUSTOMER-MASTER RECORD IN KEY ORDER, SETTING      00421000
      * THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.                      00422000
      ***************************************************************** 00423000
       210-READ-NEXT-CUST.                                              00424000
           READ CUSTOMER-MASTER NEXT RECORD                             00425000
               AT END                                                   00426000
                   SET CUSTMAS-EOF TO TRUE                              00427000
               NOT AT END                                               00428000
                   SET CUSTMAS-NOT-EOF TO TRUE                          00429000
           END-READ.                                                    00430000
                                                                        00431000
      ***************************************************************** 00432000
      * REVIEW ONE ACTIVE PLAN. PAID IN FULL CLOSES IT OUT KEPT. AN     00433000
      * INSTALLMENT WHOSE DUE DATE HAS PASSED IS KEPT WHEN THE          00434000
      * PAYMENTS CREDITED TO THE PLAN COVER EVERY INSTALLMENT DUE SO    00435000
      * FAR, AND BREAKS THE PLAN WHEN THEY DO NOT. AN UNCOVERED         00436000
      * INSTALLMENT FALLING DUE INSIDE THE WINDOW IS LISTED AS COMING   00437000
      * DUE. AN ACCOUNT THAT CLOSED UNDER A PLAN IS SETTLED BY THE      00438000
      * MOVE-OUT RUN, SO ITS PLAN IS SIMPLY CANCELED.                   00439000
      ***************************************************************** 00440000
       220-REVIEW-ONE.                                                  00441000
           IF NOT CM-ARR-ACTIVE                                         00442000
               GO TO 220-READ-NEXT                                      00443000
           END-IF.                                                      00444000
           ADD 1 TO WS-ACTIVE-COUNT.                                    00445000
                                                                        00446000
           IF CM-ACCT-CLOSED                                            00447000
               MOVE 'X' TO CM-ARR-STATUS                                00448000
               PERFORM 170-REWRITE-CUST                                 00449000
               ADD 1 TO WS-CANCEL-COUNT                                 00450000
               MOVE 'CANCELED' TO WS-ACTION                             00451000
               PERFORM 160-WRITE-ARR-LINE                               00452000
               GO TO 220-READ-NEXT                                      00453000
           END-IF.                                                      00454000
                                                                        00455000
           IF CM-ARR-PAID-AMT NOT < CM-ARR-AMT                          00456000
               MOVE 'K' TO CM-ARR-STATUS                                00457000
               PERFORM 170-REWRITE-CUST                                 00458000
               ADD 1 TO WS-PAIDOFF-COUNT                                00459000
               MOVE 'PAID OFF' TO WS-ACTION                             00460000
               PERFORM 160-WRITE-ARR-LINE                               00461000
               GO TO 220-READ-NEXT                                      00462000
           END-IF.                                                      00463000
                                                                        00464000
      * WHAT MUST BE IN BY THE NEXT DUE DATE - EVERY INSTALLMENT        00465000
      * THROUGH THAT ONE, NEVER MORE THAN THE PLAN COVERS.              00466000
           COMPUTE WS-REQUIRED-AMT =                                    00467000
               (CM-ARR-INST-MADE + 1) * CM-ARR-INST-AMT.                00468000
           IF WS-REQUIRED-AMT > CM-ARR-AMT                              00469000
               MOVE CM-ARR-AMT TO WS-REQUIRED-AMT                       00470000
           END-IF.                                                      00471000
                                                                        00472000
           IF CM-ARR-NEXT-DUE < WS-RUN-DATE-8                           00473000
               IF CM-ARR-PAID-AMT NOT < WS-REQUIRED-AMT                 00474000
                   PERFORM 230-KEEP-INSTALLMENT                         00475000
               ELSE                                                     00476000
                   PERFORM 240-BREAK-PLAN                               00477000
               END-IF                                                   00478000
               GO TO 220-READ-NEXT                                      00479000
           END-IF.                                                      00480000
                                                                        00481000
           IF CM-ARR-NEXT-DUE NOT > WS-COMING-DUE-DATE                  00482000
               AND CM-ARR-PAID-AMT < WS-REQUIRED-AMT                    00483000
               ADD 1 TO WS-COMING-COUNT                                 00484000
               MOVE 'COMING DUE' TO WS-ACTION                           00485000
               PERFORM 160-WRITE-ARR-LINE                               00486000
           END-IF.                                                      00487000
                                                                        00488000
       220-READ-NEXT.                                                   00489000
           PERFORM 210-READ-NEXT-CUST.                                  00490000
                                                                        00491000
       220-EXIT.                                                        00492000
           EXIT.                                                        00493000
                                                                        00494000
      ***************************************************************** 00495000
      * COUNT ONE INSTALLMENT KEPT AND MOVE THE DUE DATE A MONTH ON     00496000
      * (THE DUE DAY IS 01-28, SO EVERY MONTH HAS IT). THE LAST         00497000
      * INSTALLMENT KEPT CLOSES THE PLAN OUT.                           00498000
      ***************************************************************** 00499000
       230-KEEP-INSTALLMENT.                                            00500000
           ADD 1 TO CM-ARR-INST-MADE.                                   00501000
           ADD 1 TO WS-KEPT-COUNT.                                      00502000
           IF CM-ARR-INST-MADE NOT < CM-ARR-INST-COUNT                  00503000
               MOVE 'K' TO CM-ARR-STATUS                                00504000
               ADD 1 TO WS-PAIDOFF-COUNT                                00505000
               MOVE 'PAID OFF' TO WS-ACTION                             00506000
           ELSE                                                         00507000
               MOVE CM-ARR-NEXT-DUE TO WS-NEXT-DUE-8                    00508000
               ADD 1 TO WS-NEXT-DUE-MM                                  00509000
               IF WS-NEXT-DUE-MM > 12                                   00510000
                   MOVE 1 TO WS-NEXT-DUE-MM                             00511000
                   ADD 1 TO WS-NEXT-DUE-YYYY                            00512000
               END-IF                                                   00513000
               MOVE WS-NEXT-DUE-8 TO CM-ARR-NEXT-DUE                    00514000
               MOVE 'KEPT' TO WS-ACTION                                 00515000
           END-IF.                                                      00516000
           PERFORM 170-REWRITE-CUST.                                    00517000
           PERFORM 160-WRITE-ARR-LINE.                                  00518000
                                                                        00519000
      ***************************************************************** 00520000
      * BREAK THE PLAN - THE INSTALLMENT WENT PAST DUE SHORT. FROM      00521000
      * HERE THE WHOLE PAST-DUE BALANCE COUNTS AGAIN, SO THE NEXT       00522000
      * COLLECTIONS RUN PUTS THE ACCOUNT AT THE STAGE ITS BUCKETS       00523000
      * HAVE REACHED AND THE NEXT AGING ROLL CHARGES THE FULL LATE      00524000
      * FEE.                                                            00525000
      ***************************************************************** 00526000
       240-BREAK-PLAN.                                                  00527000
           MOVE 'B' TO CM-ARR-STATUS.                                   00528000
           PERFORM 170-REWRITE-CUST.                                    00529000
           ADD 1 TO WS-BROKEN-COUNT.                                    00530000
           COMPUTE WS-SHORT-AMT = CM-ARR-AMT - CM-ARR-PAID-AMT.         00531000
           ADD WS-SHORT-AMT TO WS-BROKEN-AMT-TOT.                       00532000
           MOVE 'BROKEN' TO WS-ACTION.                                  00533000
           PERFORM 160-WRITE-ARR-LINE.                                  00534000
                                                                        00535000
      ***************************************************************** 00536000
      * WRITE THE RUN CONTROL TOTALS AT THE END OF THE LISTING.         00537000
      ***************************************************************** 00538000
       190-WRITE-LST-TOTALS.                                            00539000
           MOVE SPACES TO ARRLST-LINE.                                  00540000
           WRITE ARRLST-LINE.                                           00541000
           MOVE ALL '=' TO ARRLST-LINE.                                 00542000
           WRITE ARRLST-LINE.                                           00543000
                                                                        00544000
           MOVE WS-TRAN-COUNT TO WS-COUNT-ED.                           00545000
           MOVE SPACES TO ARRLST-LINE.                                  00546000
           STRING 'DESK TRANSACTIONS  : ' WS-COUNT-ED                   00547000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00548000
           WRITE ARRLST-LINE.                                           00549000
                                                                        00550000
           MOVE WS-SETUP-COUNT TO WS-COUNT-ED.                          00551000
           MOVE SPACES TO ARRLST-LINE.                                  00552000
           STRING 'PLANS SET UP       : ' WS-COUNT-ED                   00553000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00554000
           WRITE ARRLST-LINE.                                           00555000
                                                                        00556000
           MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.                         00557000
           MOVE SPACES TO ARRLST-LINE.                                  00558000
           STRING 'PLANS CANCELED     : ' WS-COUNT-ED                   00559000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00560000
           WRITE ARRLST-LINE.                                           00561000
                                                                        00562000
           MOVE WS-REJ-COUNT TO WS-COUNT-ED.                            00563000
           MOVE SPACES TO ARRLST-LINE.                                  00564000
           STRING 'REJECTED           : ' WS-COUNT-ED                   00565000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00566000
           WRITE ARRLST-LINE.                                           00567000
                                                                        00568000
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.                         00569000
           MOVE SPACES TO ARRLST-LINE.                                  00570000
           STRING 'ACTIVE PLANS       : ' WS-COUNT-ED                   00571000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00572000
           WRITE ARRLST-LINE.                                           00573000
                                                                        00574000
           MOVE WS-KEPT-COUNT TO WS-COUNT-ED.                           00575000
           MOVE SPACES TO ARRLST-LINE.                                  00576000
           STRING 'INSTALLMENTS KEPT  : ' WS-COUNT-ED                   00577000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00578000
           WRITE ARRLST-LINE.                                           00579000
                                                                        00580000
           MOVE WS-PAIDOFF-COUNT TO WS-COUNT-ED.                        00581000
           MOVE SPACES TO ARRLST-LINE.                                  00582000
           STRING 'PLANS PAID OFF     : ' WS-COUNT-ED                   00583000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00584000
           WRITE ARRLST-LINE.                                           00585000
                                                                        00586000
           MOVE WS-COMING-COUNT TO WS-COUNT-ED.                         00587000
           MOVE SPACES TO ARRLST-LINE.                                  00588000
           STRING 'COMING DUE         : ' WS-COUNT-ED                   00589000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00590000
           WRITE ARRLST-LINE.                                           00591000
                                                                        00592000
           MOVE WS-BROKEN-COUNT TO WS-COUNT-ED.                         00593000
           MOVE SPACES TO ARRLST-LINE.                                  00594000
           STRING 'PLANS BROKEN       : ' WS-COUNT-ED                   00595000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00596000
           WRITE ARRLST-LINE.                                           00597000
                                                                        00598000
           MOVE WS-BROKEN-AMT-TOT TO WS-TOT-MONEY-ED.                   00599000
           MOVE SPACES TO ARRLST-LINE.                                  00600000
           STRING 'BROKEN, UNPAID     : ' WS-TOT-MONEY-ED               00601000
               DELIMITED BY SIZE INTO ARRLST-LINE.                      00602000
           WRITE ARRLST-LINE.                                           00603000
           MOVE ALL '=' TO ARRLST-LINE.                                 00604000
           WRITE ARRLST-LINE.                                           00605000

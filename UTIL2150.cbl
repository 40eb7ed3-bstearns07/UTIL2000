       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2150.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: ACH autopay draft run.                            00007000
      *                                                                 00008000
      *  Runs in the billing stream right after UTIL2000 has written    00009000
      *  the statement work file. First sweeps the customer master      00010000
      *  for autopay enrollments: a newly enrolled account (status P)   00011000
      *  gets a zero-dollar pre-note entry on the bank file so the      00012000
      *  bank can validate the routing/account numbers, and an          00013000
      *  account whose pre-note went out at least WS-PRENOTE-DAYS ago   00014000
      *  without coming back on the return file (UTIL2160 drops it      00015000
      *  when it does) is made active. Then reads the statement work    00016000
      *  file and, for every bill flagged autopay, builds a debit       00017000
      *  entry for the amount due settling on the due date and a        00018000
      *  matching payment transaction (pay source AD) that UTIL2100     00019000
      *  posts to A/R and the cash extract like any other payment.      00020000
      *  ACHREG is the draft register with its control totals.          00021000
      *                                                                 00022000
      *  Modification History:                                          00023000
      *  10-15-26  BS  New program - autopay pre-notes, activation and  00024000
      *                draft file build.                                00025000
      ***************************************************************** 00026000
       ENVIRONMENT DIVISION.                                            00027000
       INPUT-OUTPUT SECTION.                                            00028000
       FILE-CONTROL.                                                    00029000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00030000
               ORGANIZATION IS INDEXED                                  00031000
               ACCESS MODE IS DYNAMIC                                   00032000
               RECORD KEY IS CM-ACCT-NO                                 00033000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00034000
                                                                        00035000
           SELECT STMT-WORK-FILE   ASSIGN TO STMWORK                    00036000
               ORGANIZATION IS SEQUENTIAL                               00037000
               FILE STATUS IS WS-STMWORK-STATUS.                        00038000
                                                                        00039000
           SELECT ACH-DEBIT-FILE   ASSIGN TO ACHDEBIT                   00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-ACHDEBIT-STATUS.                       00042000
                                                                        00043000
           SELECT ACH-PAY-FILE     ASSIGN TO ACHPAY                     00044000
               ORGANIZATION IS SEQUENTIAL                               00045000
               FILE STATUS IS WS-ACHPAY-STATUS.                         00046000
                                                                        00047000
           SELECT ACH-REGISTER     ASSIGN TO ACHREG                     00048000
               ORGANIZATION IS SEQUENTIAL                               00049000
               FILE STATUS IS WS-ACHREG-STATUS.                         00050000
                                                                        00051000
       DATA DIVISION.                                                   00052000
       FILE SECTION.                                                    00053000
       FD  CUSTOMER-MASTER                                              00054000
           LABEL RECORDS ARE STANDARD.                                  00055000
       COPY CUSTMAS.                                                    00056000
                                                                        00057000
       FD  STMT-WORK-FILE                                               00058000
           LABEL RECORDS ARE STANDARD.                                  00059000
       COPY STMTWRK.                                                    00060000
                                                                        00061000
       FD  ACH-DEBIT-FILE                                               00062000
           LABEL RECORDS ARE STANDARD.                                  00063000
       COPY ACHDEBT.                                                    00064000
                                                                        00065000
       FD  ACH-PAY-FILE                                                 00066000
           LABEL RECORDS ARE STANDARD.                                  00067000
       COPY PAYTRAN.                                                    00068000
                                                                        00069000
       FD  ACH-REGISTER                                                 00070000
           LABEL RECORDS ARE STANDARD                                   00071000
           RECORD CONTAINS 132 CHARACTERS.                              00072000
       01  ACHREG-LINE              PIC X(132).                         00073000
                                                                        00074000
       WORKING-STORAGE SECTION.                                         00075000
                                                                        00076000
      ***************************************************************** 00077000
      * FILE STATUS / SWITCHES                                          00078000
      ***************************************************************** 00079000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00080000
       01  WS-CUSTMAS-EOF-SW        PIC X(01)    VALUE 'N'.             00081000
           88  CUSTMAS-EOF                       VALUE 'Y'.             00082000
           88  CUSTMAS-NOT-EOF                   VALUE 'N'.             00083000
                                                                        00084000
       01  WS-STMWORK-STATUS        PIC X(02)    VALUE '00'.            00085000
       01  WS-STMWORK-EOF-SW        PIC X(01)    VALUE 'N'.             00086000
           88  STMWORK-EOF                       VALUE 'Y'.             00087000
           88  STMWORK-NOT-EOF                   VALUE 'N'.             00088000
                                                                        00089000
       01  WS-ACHDEBIT-STATUS       PIC X(02)    VALUE '00'.            00090000
       01  WS-ACHPAY-STATUS         PIC X(02)    VALUE '00'.            00091000
       01  WS-ACHREG-STATUS         PIC X(02)    VALUE '00'.            00092000
                                                                        00093000
       01  WS-EXC-REASON            PIC X(40)    VALUE SPACES.          00094000
                                                                        00095000
      ***************************************************************** 00096000
      * PRE-NOTE WAIT - THE BANK HAS THIS MANY CALENDAR DAYS TO RETURN  00097000
      * A BAD PRE-NOTE BEFORE THE ENROLLMENT IS TREATED AS GOOD AND     00098000
      * THE ACCOUNT STARTS DRAFTING.                                    00099000
      ***************************************************************** 00100000
       01  WS-PRENOTE-DAYS          PIC 9(02)    VALUE 10.              00101000
       01  WS-ACTIVATE-DATE         PIC 9(08)    VALUE 0.               00102000
                                                                        00103000
      ***************************************************************** 00104000
      * DRAFT WORK FIELDS                                               00105000
      ***************************************************************** 00106000
       01  WS-TRACE-NO              PIC 9(07)    VALUE 0.               00107000
       01  WS-ACTION                PIC X(10)    VALUE SPACES.          00108000
       01  WS-SETTLE-8              PIC 9(8)     VALUE 0.               00109000
       01  WS-SETTLE-X REDEFINES WS-SETTLE-8.                           00110000
           05  WS-SETTLE-YYYY       PIC 9(4).                           00111000
           05  WS-SETTLE-MM         PIC 9(2).                           00112000
           05  WS-SETTLE-DD         PIC 9(2).                           00113000
                                                                        00114000
      ***************************************************************** 00115000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00116000
      ***************************************************************** 00117000
       01  WS-PRENOTE-COUNT         PIC 9(7)     VALUE 0.               00118000
       01  WS-ACTIVATED-COUNT       PIC 9(7)     VALUE 0.               00119000
       01  WS-STMT-COUNT            PIC 9(7)     VALUE 0.               00120000
       01  WS-DRAFT-COUNT           PIC 9(7)     VALUE 0.               00121000
       01  WS-DRAFT-AMT-TOT         PIC 9(9)V99  VALUE 0.               00122000
       01  WS-EXC-COUNT             PIC 9(7)     VALUE 0.               00123000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00124000
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99-.                 00125000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00126000
                                                                        00127000
      ***************************************************************** 00128000
      * RUN DATE FIELDS                                                 00129000
      ***************************************************************** 00130000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00131000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00132000
           05  WS-RUN-YYYY          PIC 9(4).                           00133000
           05  WS-RUN-MM            PIC 9(2).                           00134000
           05  WS-RUN-DD            PIC 9(2).                           00135000
                                                                        00136000
      ***************************************************************** 00137000
      * IT'S GO TIME!                                                   00138000
      ***************************************************************** 00139000
       PROCEDURE DIVISION.                                              00140000
                                                                        00141000
      ***************************************************************** 00142000
      * MAINLINE - WORK THE ENROLLMENTS ON THE MASTER, THEN BUILD THE   00143000
      * DRAFTS FOR THE BILLS JUST PRODUCED.                             00144000
      ***************************************************************** 00145000
       000-MAIN.                                                        00146000
           DISPLAY '*************************************'.             00147000
           DISPLAY '*** UTIL2150 - ACH DRAFT RUN      ***'.             00148000
           DISPLAY '*************************************'.             00149000
           DISPLAY ' '.                                                 00150000
                                                                        00151000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00152000
                                                                        00153000
           PERFORM 100-BUILD-DRAFTS THRU 100-EXIT.                      00154000
                                                                        00155000
           DISPLAY 'UTIL2150 - PRE-NOTES SENT    : ' WS-PRENOTE-COUNT.  00156000
           DISPLAY 'UTIL2150 - ACCOUNTS ACTIVATED: '                    00157000
               WS-ACTIVATED-COUNT.                                      00158000
           DISPLAY 'UTIL2150 - STATEMENTS READ   : ' WS-STMT-COUNT.     00159000
           DISPLAY 'UTIL2150 - DRAFTS BUILT      : ' WS-DRAFT-COUNT.    00160000
           DISPLAY 'UTIL2150 - DRAFT AMOUNT      : ' WS-DRAFT-AMT-TOT.  00161000
           DISPLAY 'UTIL2150 - EXCEPTIONS        : ' WS-EXC-COUNT.      00162000
                                                                        00163000
           STOP RUN.                                                    00164000
                                                                        00165000
      ***************************************************************** 00166000
      * OPEN THE FILES, SWEEP THE MASTER FOR ENROLLMENTS, THEN READ     00167000
      * THE STATEMENT WORK FILE FRONT TO BACK.                          00168000
      ***************************************************************** 00169000
       100-BUILD-DRAFTS.                                                00170000
           OPEN I-O CUSTOMER-MASTER.                                    00171000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00172000
               DISPLAY 'UTIL2150 - CUSTMAS OPEN FAILED, STATUS = '      00173000
                   WS-CUSTMAS-STATUS                                    00174000
               MOVE 16 TO RETURN-CODE                                   00175000
               GO TO 100-EXIT                                           00176000
           END-IF.                                                      00177000
                                                                        00178000
           OPEN INPUT STMT-WORK-FILE.                                   00179000
           IF WS-STMWORK-STATUS NOT = '00'                              00180000
               DISPLAY 'UTIL2150 - STMWORK OPEN FAILED, STATUS = '      00181000
                   WS-STMWORK-STATUS                                    00182000
               CLOSE CUSTOMER-MASTER                                    00183000
               MOVE 16 TO RETURN-CODE                                   00184000
               GO TO 100-EXIT                                           00185000
           END-IF.                                                      00186000
                                                                        00187000
           OPEN OUTPUT ACH-DEBIT-FILE.                                  00188000
           IF WS-ACHDEBIT-STATUS NOT = '00'                             00189000
               DISPLAY 'UTIL2150 - ACHDEBIT OPEN FAILED, STATUS = '     00190000
                   WS-ACHDEBIT-STATUS                                   00191000
               CLOSE CUSTOMER-MASTER STMT-WORK-FILE                     00192000
               MOVE 16 TO RETURN-CODE                                   00193000
               GO TO 100-EXIT                                           00194000
           END-IF.                                                      00195000
                                                                        00196000
      * THE PAYMENT FEED IS ADDED TO, NOT REPLACED - ANY RETURNS        00197000
      * UTIL2160 HAS QUEUED FOR TONIGHT'S POSTING MUST STAY ON IT.      00198000
           OPEN EXTEND ACH-PAY-FILE.                                    00199000
           IF WS-ACHPAY-STATUS NOT = '00'                               00200000
               DISPLAY 'UTIL2150 - ACHPAY OPEN FAILED, STATUS = '       00201000
                   WS-ACHPAY-STATUS                                     00202000
               CLOSE CUSTOMER-MASTER STMT-WORK-FILE ACH-DEBIT-FILE      00203000
               MOVE 16 TO RETURN-CODE                                   00204000
               GO TO 100-EXIT                                           00205000
           END-IF.                                                      00206000
                                                                        00207000
           OPEN OUTPUT ACH-REGISTER.                                    00208000
           IF WS-ACHREG-STATUS NOT = '00'                               00209000
               DISPLAY 'UTIL2150 - ACHREG OPEN FAILED, STATUS = '       00210000
                   WS-ACHREG-STATUS                                     00211000
               CLOSE CUSTOMER-MASTER STMT-WORK-FILE ACH-DEBIT-FILE      00212000
                     ACH-PAY-FILE                                       00213000
               MOVE 16 TO RETURN-CODE                                   00214000
               GO TO 100-EXIT                                           00215000
           END-IF.                                                      00216000
                                                                        00217000
           COMPUTE WS-ACTIVATE-DATE = FUNCTION DATE-OF-INTEGER          00218000
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8)                00219000
                - WS-PRENOTE-DAYS).                                     00220000
                                                                        00221000
           MOVE SPACES TO ACHREG-LINE.                                  00222000
           STRING 'UTIL2150 ACH AUTOPAY DRAFT REGISTER    RUN DATE: '   00223000
               WS-RUN-DATE-8                                            00224000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00225000
           WRITE ACHREG-LINE.                                           00226000
           MOVE ALL '-' TO ACHREG-LINE.                                 00227000
           WRITE ACHREG-LINE.                                           00228000
                                                                        00229000
           SET CUSTMAS-NOT-EOF TO TRUE.                                 00230000
           MOVE LOW-VALUES TO CM-ACCT-NO.                               00231000
           START CUSTOMER-MASTER KEY NOT LESS THAN CM-ACCT-NO           00232000
               INVALID KEY                                              00233000
                   SET CUSTMAS-EOF TO TRUE                              00234000
           END-START.                                                   00235000
                                                                        00236000
           IF NOT CUSTMAS-EOF                                           00237000
               PERFORM 210-READ-NEXT-CUST                               00238000
           END-IF.                                                      00239000
           PERFORM 220-ENROLL-ONE THRU 220-EXIT                         00240000
               UNTIL CUSTMAS-EOF.                                       00241000
                                                                        00242000
           PERFORM 310-READ-STMT-RTN.                                   00243000
           PERFORM 320-DRAFT-ONE THRU 320-EXIT                          00244000
               UNTIL STMWORK-EOF.                                       00245000
                                                                        00246000
           PERFORM 190-WRITE-REG-TOTALS.                                00247000
                                                                        00248000
           CLOSE CUSTOMER-MASTER.                                       00249000
           CLOSE STMT-WORK-FILE.                                        00250000
           CLOSE ACH-DEBIT-FILE.                                        00251000
           CLOSE ACH-PAY-FILE.                                          00252000
           CLOSE ACH-REGISTER.                                          00253000
                                                                        00254000
       100-EXIT.                                                        00255000
           EXIT.                                                        00256000
                                                                        00257000
      ***************************************************************** 00258000
      * REWRITE THE CURRENT CUSTOMER-MASTER RECORD.                     00259000
      ***************************************************************** 00260000
       170-REWRITE-CUST.                                                00261000
           REWRITE CM-CUSTOMER-RECORD                                   00262000
               INVALID KEY                                              00263000
                   DISPLAY 'UTIL2150 - REWRITE FAILED FOR ACCT '        00264000
                       CM-ACCT-NO ', STATUS = ' WS-CUSTMAS-STATUS       00265000
           END-REWRITE.                                                 00266000
                                                                        00267000
      ***************************************************************** 00268000
      * ONE ENROLLMENT LINE ON THE REGISTER.                            00269000
      ***************************************************************** 00270000
       180-WRITE-ENROLL-LINE.                                           00271000
           MOVE SPACES TO ACHREG-LINE.                                  00272000
           STRING 'ACCT: ' CM-ACCT-NO                                   00273000
               '  ' CM-NAME                                             00274000
               '  ' WS-ACTION                                           00275000
               '  ROUTING: ' CM-ACH-ROUTING                             00276000
               '  ACCOUNT: ' CM-ACH-ACCT-NO                             00277000
               '  TYPE: ' CM-ACH-ACCT-TYPE                              00278000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00279000
           WRITE ACHREG-LINE.                                           00280000
                                                                        00281000
      ***************************************************************** 00282000
      * ONE EXCEPTION LINE ON THE REGISTER - A BILL FLAGGED AUTOPAY     00283000
      * THAT CANNOT BE DRAFTED. THE CUSTOMER WAS TOLD NOT TO PAY, SO    00284000
      * THE OFFICE MUST FOLLOW UP.                                      00285000
      ***************************************************************** 00286000
       185-WRITE-EXCEPTION.                                             00287000
           ADD 1 TO WS-EXC-COUNT.                                       00288000
           MOVE SW-TOTAL-BILL TO WS-MONEY-ED.                           00289000
           MOVE SPACES TO ACHREG-LINE.                                  00290000
           STRING 'ACCT: ' SW-ACCT-NO                                   00291000
               '  ' SW-CUST-NAME                                        00292000
               '  AMOUNT: ' WS-MONEY-ED                                 00293000
               '  *** NOT DRAFTED: ' WS-EXC-REASON                      00294000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00295000
           WRITE ACHREG-LINE.                                           00296000
                                                                        00297000
      ***************************************************************** 00298000
      * CONTROL TOTALS AT THE FOOT OF THE REGISTER. THE DRAFT COUNT     00299000
      * AND AMOUNT ARE THE BANK FILE'S BATCH CONTROL TOTALS.            00300000
      ***************************************************************** 00301000
       190-WRITE-REG-TOTALS.                                            00302000
           MOVE SPACES TO ACHREG-LINE.                                  00303000
           WRITE ACHREG-LINE.                                           00304000
           MOVE ALL '=' TO ACHREG-LINE.                                 00305000
           WRITE ACHREG-LINE.                                           00306000
                                                                        00307000
           MOVE WS-PRENOTE-COUNT TO WS-COUNT-ED.                        00308000
           MOVE SPACES TO ACHREG-LINE.                                  00309000
           STRING 'PRE-NOTES SENT     : ' WS-COUNT-ED                   00310000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00311000
           WRITE ACHREG-LINE.                                           00312000
                                                                        00313000
           MOVE WS-ACTIVATED-COUNT TO WS-COUNT-ED.                      00314000
           MOVE SPACES TO ACHREG-LINE.                                  00315000
           STRING 'ACCOUNTS ACTIVATED : ' WS-COUNT-ED                   00316000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00317000
           WRITE ACHREG-LINE.                                           00318000
                                                                        00319000
           MOVE WS-STMT-COUNT TO WS-COUNT-ED.                           00320000
           MOVE SPACES TO ACHREG-LINE.                                  00321000
           STRING 'STATEMENTS READ    : ' WS-COUNT-ED                   00322000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00323000
           WRITE ACHREG-LINE.                                           00324000
                                                                        00325000
           MOVE WS-DRAFT-COUNT TO WS-COUNT-ED.                          00326000
           MOVE SPACES TO ACHREG-LINE.                                  00327000
           STRING 'DRAFTS BUILT       : ' WS-COUNT-ED                   00328000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00329000
           WRITE ACHREG-LINE.                                           00330000
                                                                        00331000
           MOVE WS-DRAFT-AMT-TOT TO WS-TOT-MONEY-ED.                    00332000
           MOVE SPACES TO ACHREG-LINE.                                  00333000
           STRING 'DRAFT AMOUNT       : ' WS-TOT-MONEY-ED               00334000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00335000
           WRITE ACHREG-LINE.                                           00336000
                                                                        00337000
           MOVE WS-EXC-COUNT TO WS-COUNT-ED.                            00338000
           MOVE SPACES TO ACHREG-LINE.                                  00339000
           STRING 'NOT DRAFTED        : ' WS-COUNT-ED                   00340000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00341000
           WRITE ACHREG-LINE.                                           00342000
                                                                        00343000
      ***************************************************************** 00344000
      * READ THE NEXT CUSTOMER-MASTER RECORD IN KEY ORDER, SETTING      00345000
      * THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.                      00346000
      ***************************************************************** 00347000
       210-READ-NEXT-CUST.                                              00348000
           READ CUSTOMER-MASTER NEXT RECORD                             00349000
               AT END                                                   00350000
                   SET CUSTMAS-EOF TO TRUE                              00351000
               NOT AT END                                               00352000
                   SET CUSTMAS-NOT-EOF TO TRUE                          00353000
           END-READ.                                                    00354000
                                                                        00355000
      ***************************************************************** 00356000
      * WORK ONE ENROLLMENT. A NEW ENROLLMENT GOES OUT AS A ZERO-DOLLAR 00357000
      * PRE-NOTE; A PRE-NOTE THAT HAS SAT OUT THE WAIT WITHOUT BEING    00358000
      * RETURNED GOES ACTIVE AND DRAFTS FROM THE NEXT BILL ON.          00359000
      ***************************************************************** 00360000
       220-ENROLL-ONE.                                                  00361000
           IF CM-ACH-PRENOTE                                            00362000
               MOVE 0 TO AD-AMOUNT                                      00363000
               MOVE WS-RUN-DATE-8 TO AD-SETTLE-DATE                     00364000
               IF CM-ACH-SAVINGS                                        00365000
                   MOVE 38 TO AD-TRAN-CODE                              00366000
               ELSE                                                     00367000
                   MOVE 28 TO AD-TRAN-CODE                              00368000
               END-IF                                                   00369000
               PERFORM 230-WRITE-DEBIT                                  00370000
               MOVE 'S' TO CM-ACH-STATUS                                00371000
               MOVE WS-RUN-DATE-8 TO CM-ACH-STATUS-DATE                 00372000
               PERFORM 170-REWRITE-CUST                                 00373000
               ADD 1 TO WS-PRENOTE-COUNT                                00374000
               MOVE 'PRE-NOTE' TO WS-ACTION                             00375000
               PERFORM 180-WRITE-ENROLL-LINE                            00376000
               GO TO 220-READ-NEXT                                      00377000
           END-IF.                                                      00378000
                                                                        00379000
           IF CM-ACH-PRENOTE-SENT                                       00380000
               AND CM-ACH-STATUS-DATE NOT > WS-ACTIVATE-DATE            00381000
               MOVE 'A' TO CM-ACH-STATUS                                00382000
               MOVE WS-RUN-DATE-8 TO CM-ACH-STATUS-DATE                 00383000
               PERFORM 170-REWRITE-CUST                                 00384000
               ADD 1 TO WS-ACTIVATED-COUNT                              00385000
               MOVE 'ACTIVATED' TO WS-ACTION                            00386000
               PERFORM 180-WRITE-ENROLL-LINE                            00387000
           END-IF.                                                      00388000
                                                                        00389000
       220-READ-NEXT.                                                   00390000
           PERFORM 210-READ-NEXT-CUST.                                  00391000
                                                                        00392000
       220-EXIT.                                                        00393000
           EXIT.                                                        00394000
                                                                        00395000
      ***************************************************************** 00396000
      * FILL IN THE ACCOUNT SIDE OF A BANK ENTRY FROM THE MASTER AND    00397000
      * WRITE IT WITH THE NEXT TRACE NUMBER. THE CALLER HAS SET THE     00398000
      * TRANSACTION CODE, AMOUNT AND SETTLEMENT DATE.                   00399000
      ***************************************************************** 00400000
       230-WRITE-DEBIT.                                                 00401000
           ADD 1 TO WS-TRACE-NO.                                        00402000
           MOVE CM-ACH-ROUTING TO AD-ROUTING.                           00403000
           MOVE CM-ACH-ACCT-NO TO AD-BANK-ACCT-NO.                      00404000
           MOVE CM-ACCT-NO TO AD-ACCT-NO.                               00405000
           MOVE CM-NAME TO AD-CUST-NAME.                                00406000
           MOVE WS-TRACE-NO TO AD-TRACE-NO.                             00407000
           WRITE AD-DEBIT-RECORD.                                       00408000
                                                                        00409000
      ***************************************************************** 00410000
      * READ THE NEXT STATEMENT WORK RECORD, SETTING THE EOF SWITCH     00411000
      * WHEN THE FILE IS EXHAUSTED.                                     00412000
      ***************************************************************** 00413000
       310-READ-STMT-RTN.                                               00414000
           READ STMT-WORK-FILE                                          00415000
               AT END                                                   00416000
                   SET STMWORK-EOF TO TRUE                              00417000
               NOT AT END                                               00418000
                   SET STMWORK-NOT-EOF TO TRUE                          00419000
                   ADD 1 TO WS-STMT-COUNT                               00420000
           END-READ.                                                    00421000
                                                                        00422000
      ***************************************************************** 00423000
      * DRAFT ONE AUTOPAY BILL. THE ENROLLMENT IS CHECKED AGAIN ON THE  00424000
      * MASTER - IT MAY HAVE BEEN CANCELED OR DROPPED SINCE BILLING -   00425000
      * AND A DRAFT CANNOT SETTLE BEFORE TODAY. THE DEBIT ENTRY GOES    00426000
      * TO THE BANK AND THE MATCHING PAYMENT TO TONIGHT'S POSTING.      00427000
      ***************************************************************** 00428000
       320-DRAFT-ONE.                                                   00429000
           IF SW-AUTOPAY-SW NOT = 'Y'                                   00430000
               GO TO 320-READ-NEXT                                      00431000
           END-IF.                                                      00432000
                                                                        00433000
           MOVE SW-ACCT-NO TO CM-ACCT-NO.                               00434000
           READ CUSTOMER-MASTER                                         00435000
               INVALID KEY                                              00436000
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON        00437000
                   PERFORM 185-WRITE-EXCEPTION                          00438000
                   GO TO 320-READ-NEXT                                  00439000
           END-READ.                                                    00440000
                                                                        00441000
           IF NOT CM-ACH-ACTIVE                                         00442000
               MOVE 'AUTOPAY NO LONGER ACTIVE' TO WS-EXC-REASON         00443000
               PERFORM 185-WRITE-EXCEPTION                              00444000
               GO TO 320-READ-NEXT                                      00445000
           END-IF.                                                      00446000
                                                                        00447000
           IF SW-TOTAL-BILL = 0                                         00448000
               GO TO 320-READ-NEXT                                      00449000
           END-IF.                                                      00450000
                                                                        00451000
           MOVE SW-DUE-DATE TO WS-SETTLE-8.                             00452000
           IF WS-SETTLE-8 < WS-RUN-DATE-8                               00453000
               MOVE WS-RUN-DATE-8 TO WS-SETTLE-8                        00454000
           END-IF.                                                      00455000
                                                                        00456000
           MOVE SW-TOTAL-BILL TO AD-AMOUNT.                             00457000
           MOVE WS-SETTLE-8 TO AD-SETTLE-DATE.                          00458000
           IF CM-ACH-SAVINGS                                            00459000
               MOVE 37 TO AD-TRAN-CODE                                  00460000
           ELSE                                                         00461000
               MOVE 27 TO AD-TRAN-CODE                                  00462000
           END-IF.                                                      00463000
           PERFORM 230-WRITE-DEBIT.                                     00464000
                                                                        00465000
           MOVE SPACES TO PT-PAYMENT-RECORD.                            00466000
           MOVE SW-ACCT-NO TO PT-ACCT-NO.                               00467000
           MOVE WS-SETTLE-8 TO PT-PAY-DATE.                             00468000
           MOVE SW-TOTAL-BILL TO PT-PAY-AMOUNT.                         00469000
           MOVE 'AD' TO PT-PAY-SOURCE.                                  00470000
           MOVE 'PAY' TO PT-TRAN-TYPE.                                  00471000
           WRITE PT-PAYMENT-RECORD.                                     00472000
                                                                        00473000
           ADD 1 TO WS-DRAFT-COUNT.                                     00474000
           ADD SW-TOTAL-BILL TO WS-DRAFT-AMT-TOT.                       00475000
                                                                        00476000
           MOVE SW-TOTAL-BILL TO WS-MONEY-ED.                           00477000
           MOVE SPACES TO ACHREG-LINE.                                  00478000
           STRING 'ACCT: ' SW-ACCT-NO                                   00479000
               '  ' SW-CUST-NAME                                        00480000
               '  DRAFT     '                                           00481000
               '  AMOUNT: ' WS-MONEY-ED                                 00482000
               '  SETTLE: ' WS-SETTLE-MM '/' WS-SETTLE-DD '/'           00483000
               WS-SETTLE-YYYY                                           00484000
               '  TRACE: ' AD-TRACE-NO                                  00485000
               DELIMITED BY SIZE INTO ACHREG-LINE.                      00486000
           WRITE ACHREG-LINE.                                           00487000
                                                                        00488000
       320-READ-NEXT.                                                   00489000
           PERFORM 310-READ-STMT-RTN.                                   00490000
                                                                        00491000
       320-EXIT.                                                        00492000
           EXIT.                                                        00493000

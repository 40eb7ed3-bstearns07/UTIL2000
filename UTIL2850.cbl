       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2850.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Bad-debt write-off and collection-agency          00007000
      *               placement.                                        00008000
      *                                                                 00009000
      *  Runs monthly after the UTIL2800 move-out settlement. Sweeps    00010000
      *  the customer master for closed accounts whose leftover         00011000
      *  balance (what the deposit did not cover) is still unpaid a     00012000
      *  set number of days after the close date, writes each such      00013000
      *  balance off to bad debt - the A/R balance and aging buckets    00014000
      *  go to zero and a GLBDEBT record charges the bad-debt reserve   00015000
      *  - and places the debt with the outside collection agency on    00016000
      *  the AGYPLC placement file. WOFREG is the office listing of     00017000
      *  every account written off. What the agency later collects      00018000
      *  comes back through UTIL2100 as a REC recovery, which credits   00019000
      *  the reserve instead of A/R.                                    00020000
      *                                                                 00021000
      *  Modification History:                                          00022000
      *  10-15-26  BS  New program - closed-account bad-debt write-off  00023000
      *                with GL extract, agency placement file and       00024000
      *                write-off listing.                               00025000
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
           SELECT GL-BAD-DEBT      ASSIGN TO GLBDEBT                    00036000
               ORGANIZATION IS SEQUENTIAL                               00037000
               FILE STATUS IS WS-GLBDEBT-STATUS.                        00038000
                                                                        00039000
           SELECT AGENCY-PLACEMENT ASSIGN TO AGYPLC                     00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-AGYPLC-STATUS.                         00042000
                                                                        00043000
           SELECT WRITEOFF-REGISTER ASSIGN TO WOFREG                    00044000
               ORGANIZATION IS SEQUENTIAL                               00045000
               FILE STATUS IS WS-WOFREG-STATUS.                         00046000
                                                                        00047000
       DATA DIVISION.                                                   00048000
       FILE SECTION.                                                    00049000
       FD  CUSTOMER-MASTER                                              00050000
           LABEL RECORDS ARE STANDARD.                                  00051000
       COPY CUSTMAS.                                                    00052000
                                                                        00053000
       FD  GL-BAD-DEBT                                                  00054000
           LABEL RECORDS ARE STANDARD.                                  00055000
       COPY GLBDEBT.                                                    00056000
                                                                        00057000
       FD  AGENCY-PLACEMENT                                             00058000
           LABEL RECORDS ARE STANDARD.                                  00059000
       COPY AGYPLC.                                                     00060000
                                                                        00061000
       FD  WRITEOFF-REGISTER                                            00062000
           LABEL RECORDS ARE STANDARD                                   00063000
           RECORD CONTAINS 132 CHARACTERS.                              00064000
       01  WOFREG-LINE              PIC X(132).                         00065000
                                                                        00066000
       WORKING-STORAGE SECTION.                                         00067000
                                                                        00068000
      ***************************************************************** 00069000
      * FILE STATUS / SWITCHES                                          00070000
      ***************************************************************** 00071000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00072000
       01  WS-CUSTMAS-EOF-SW        PIC X(01)    VALUE 'N'.             00073000
           88  CUSTMAS-EOF                       VALUE 'Y'.             00074000
           88  CUSTMAS-NOT-EOF                   VALUE 'N'.             00075000
                                                                        00076000
       01  WS-GLBDEBT-STATUS        PIC X(02)    VALUE '00'.            00077000
       01  WS-AGYPLC-STATUS         PIC X(02)    VALUE '00'.            00078000
       01  WS-WOFREG-STATUS         PIC X(02)    VALUE '00'.            00079000
                                                                        00080000
      ***************************************************************** 00081000
      * WRITE-OFF THRESHOLD - A CLOSED BALANCE IS WRITTEN OFF ONCE IT   00082000
      * HAS GONE THIS MANY DAYS UNPAID PAST THE CLOSE DATE. DAYS=NNN    00083000
      * ON THE EXEC PARM OVERRIDES THE DEFAULT.                         00084000
      ***************************************************************** 00085000
       01  WS-WRITEOFF-DAYS         PIC 9(03)    VALUE 120.             00086000
       01  WS-DAYS-X                PIC X(03)    VALUE '000'.           00087000
       01  WS-DAYS-N REDEFINES WS-DAYS-X                                00088000
                                    PIC 9(03).                          00089000
                                                                        00090000
      ***************************************************************** 00091000
      * WRITE-OFF WORK FIELDS                                           00092000
      ***************************************************************** 00093000
       01  WS-CLOSE-DATE-8          PIC 9(8)     VALUE 0.               00094000
       01  WS-DAYS-UNPAID           PIC S9(7)    VALUE 0.               00095000
       01  WS-WRITEOFF-AMT          PIC S9(7)V99 VALUE 0.               00096000
                                                                        00097000
      ***************************************************************** 00098000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00099000
      ***************************************************************** 00100000
       01  WS-CLOSED-COUNT          PIC 9(7)     VALUE 0.               00101000
       01  WS-WOF-COUNT             PIC 9(7)     VALUE 0.               00102000
       01  WS-WOF-AMT-TOT           PIC 9(9)V99  VALUE 0.               00103000
       01  WS-NOT-DUE-COUNT         PIC 9(7)     VALUE 0.               00104000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00105000
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99-.                 00106000
       01  WS-DAYS-ED               PIC ZZZ,ZZ9.                        00107000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00108000
                                                                        00109000
      ***************************************************************** 00110000
      * RUN DATE FIELDS                                                 00111000
      ***************************************************************** 00112000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00113000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00114000
           05  WS-RUN-YYYY          PIC 9(4).                           00115000
           05  WS-RUN-MM            PIC 9(2).                           00116000
           05  WS-RUN-DD            PIC 9(2).                           00117000
                                                                        00118000
      ***************************************************************** 00119000
      * LINKAGE SECTION - THE JCL EXEC PARM MAY OVERRIDE THE DAYS.      00120000
      ***************************************************************** 00121000
       LINKAGE SECTION.                                                 00122000
       01  LS-PARM-AREA.                                                00123000
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00124000
           05  LS-PARM-DATA             PIC X(80).                      00125000
                                                                        00126000
      ***************************************************************** 00127000
      * IT'S GO TIME!                                                   00128000
      ***************************************************************** 00129000
       PROCEDURE DIVISION USING LS-PARM-AREA.                           00130000
                                                                        00131000
      ***************************************************************** 00132000
      * MAINLINE - SWEEP THE MASTER AND WRITE OFF THE CLOSED BALANCES   00133000
      * THAT HAVE GONE UNPAID PAST THE THRESHOLD.                       00134000
      ***************************************************************** 00135000
       000-MAIN.                                                        00136000
           DISPLAY '*************************************'.             00137000
           DISPLAY '*** UTIL2850 - BAD-DEBT WRITE-OFF ***'.             00138000
           DISPLAY '*************************************'.             00139000
           DISPLAY ' '.                                                 00140000
                                                                        00141000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00142000
                                                                        00143000
      * ONLY AN EMPTY PARM (THE DEFAULT THRESHOLD) OR DAYS=NNN WITH     00144000
      * NNN 030-999 IS ACCEPTED. A MISKEYED PARM STOPS THE RUN - A      00145000
      * WRITE-OFF CANNOT BE UN-DONE ONCE THE AGENCY HAS THE FILE.       00146000
           IF LS-PARM-LEN NOT = 0                                       00147000
               IF LS-PARM-LEN = 8                                       00148000
                   AND LS-PARM-DATA (1:5) = 'DAYS='                     00149000
                   MOVE LS-PARM-DATA (6:3) TO WS-DAYS-X                 00150000
                   IF WS-DAYS-X NUMERIC                                 00151000
                       AND WS-DAYS-N NOT < 30                           00152000
                       MOVE WS-DAYS-N TO WS-WRITEOFF-DAYS               00153000
                   ELSE                                                 00154000
                       DISPLAY 'UTIL2850 - DAYS MUST BE 030-999, NOT '  00155000
                           WS-DAYS-X                                    00156000
                       MOVE 8 TO RETURN-CODE                            00157000
                       STOP RUN                                         00158000
                   END-IF                                               00159000
               ELSE                                                     00160000
                   DISPLAY 'UTIL2850 - PARM NOT RECOGNIZED: '           00161000
                       LS-PARM-DATA (1:16)                              00162000
                   DISPLAY 'UTIL2850 - USE NO PARM (DEFAULT DAYS) OR '  00163000
                       'DAYS=NNN (NNN 030-999)'                         00164000
                   MOVE 8 TO RETURN-CODE                                00165000
                   STOP RUN                                             00166000
               END-IF                                                   00167000
           END-IF.                                                      00168000
           DISPLAY 'UTIL2850 - WRITING OFF CLOSED BALANCES UNPAID '     00169000
               WS-WRITEOFF-DAYS ' DAYS'.                                00170000
                                                                        00171000
           PERFORM 100-SWEEP-MASTER THRU 100-EXIT.                      00172000
                                                                        00173000
           DISPLAY 'UTIL2850 - CLOSED WITH BALANCE: ' WS-CLOSED-COUNT.  00174000
           DISPLAY 'UTIL2850 - WRITTEN OFF        : ' WS-WOF-COUNT.     00175000
           DISPLAY 'UTIL2850 - NOT YET DUE        : ' WS-NOT-DUE-COUNT. 00176000
                                                                        00177000
           STOP RUN.                                                    00178000
                                                                        00179000
      ***************************************************************** 00180000
      * OPEN THE FILES AND SWEEP THE MASTER FRONT TO BACK.              00181000
      ***************************************************************** 00182000
       100-SWEEP-MASTER.                                                00183000
           OPEN I-O CUSTOMER-MASTER.                                    00184000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00185000
               DISPLAY 'UTIL2850 - CUSTMAS OPEN FAILED, STATUS = '      00186000
                   WS-CUSTMAS-STATUS                                    00187000
               MOVE 16 TO RETURN-CODE                                   00188000
               GO TO 100-EXIT                                           00189000
           END-IF.                                                      00190000
                                                                        00191000
           OPEN OUTPUT GL-BAD-DEBT.                                     00192000
           IF WS-GLBDEBT-STATUS NOT = '00'                              00193000
               DISPLAY 'UTIL2850 - GLBDEBT OPEN FAILED, STATUS = '      00194000
                   WS-GLBDEBT-STATUS                                    00195000
               CLOSE CUSTOMER-MASTER                                    00196000
               MOVE 16 TO RETURN-CODE                                   00197000
               GO TO 100-EXIT                                           00198000
           END-IF.                                                      00199000
                                                                        00200000
           OPEN OUTPUT AGENCY-PLACEMENT.                                00201000
           IF WS-AGYPLC-STATUS NOT = '00'                               00202000
               DISPLAY 'UTIL2850 - AGYPLC OPEN FAILED, STATUS = '       00203000
                   WS-AGYPLC-STATUS                                     00204000
               CLOSE CUSTOMER-MASTER GL-BAD-DEBT                        00205000
               MOVE 16 TO RETURN-CODE                                   00206000
               GO TO 100-EXIT                                           00207000
           END-IF.                                                      00208000
                                                                        00209000
           OPEN OUTPUT WRITEOFF-REGISTER.                               00210000
           IF WS-WOFREG-STATUS NOT = '00'                               00211000
               DISPLAY 'UTIL2850 - WOFREG OPEN FAILED, STATUS = '       00212000
                   WS-WOFREG-STATUS                                     00213000
               CLOSE CUSTOMER-MASTER GL-BAD-DEBT AGENCY-PLACEMENT       00214000
               MOVE 16 TO RETURN-CODE                                   00215000
               GO TO 100-EXIT                                           00216000
           END-IF.                                                      00217000
                                                                        00218000
           SET CUSTMAS-NOT-EOF TO TRUE.                                 00219000
           MOVE LOW-VALUES TO CM-ACCT-NO.                               00220000
           START CUSTOMER-MASTER KEY NOT LESS THAN CM-ACCT-NO           00221000
               INVALID KEY                                              00222000
                   SET CUSTMAS-EOF TO TRUE                              00223000
           END-START.                                                   00224000
                                                                        00225000
           IF NOT CUSTMAS-EOF                                           00226000
               PERFORM 110-READ-NEXT-CUST                               00227000
           END-IF.                                                      00228000
           PERFORM 120-WORK-ONE THRU 120-EXIT                           00229000
               UNTIL CUSTMAS-EOF.                                       00230000
                                                                        00231000
           PERFORM 190-WRITE-REG-TOTALS.                                00232000
                                                                        00233000
           CLOSE CUSTOMER-MASTER.                                       00234000
           CLOSE GL-BAD-DEBT.                                           00235000
           CLOSE AGENCY-PLACEMENT.                                      00236000
           CLOSE WRITEOFF-REGISTER.                                     00237000
                                                                        00238000
       100-EXIT.                                                        00239000
           EXIT.                                                        00240000
                                                                        00241000
      ***************************************************************** 00242000
      * READ THE NEXT CUSTOMER-MASTER RECORD IN KEY ORDER, SETTING      00243000
      * THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.                      00244000
      ***************************************************************** 00245000
       110-READ-NEXT-CUST.                                              00246000
           READ CUSTOMER-MASTER NEXT RECORD                             00247000
               AT END                                                   00248000
                   SET CUSTMAS-EOF TO TRUE                              00249000
               NOT AT END                                               00250000
                   SET CUSTMAS-NOT-EOF TO TRUE                          00251000
           END-READ.                                                    00252000
                                                                        00253000
      ***************************************************************** 00254000
      * WORK ONE ACCOUNT - ONLY A CLOSED ACCOUNT STILL OWING, NOT       00255000
      * WRITTEN OFF ALREADY, AND PAST THE THRESHOLD SINCE IT CLOSED     00256000
      * IS WRITTEN OFF. A CREDIT BALANCE IS A REFUND, NOT BAD DEBT.     00257000
      ***************************************************************** 00258000
       120-WORK-ONE.                                                    00259000
           IF NOT CM-ACCT-CLOSED                                        00260000
               GO TO 120-READ-NEXT                                      00261000
           END-IF.                                                      00262000
           IF CM-BALANCE-DUE NOT > 0                                    00263000
               GO TO 120-READ-NEXT                                      00264000
           END-IF.                                                      00265000
           IF CM-WRITEOFF-DATE NUMERIC AND CM-WRITEOFF-DATE > 0         00266000
               GO TO 120-READ-NEXT                                      00267000
           END-IF.                                                      00268000
                                                                        00269000
           ADD 1 TO WS-CLOSED-COUNT.                                    00270000
                                                                        00271000
      * ACCOUNTS CLOSED BEFORE THE CLOSE DATE WAS CARRIED COUNT FROM    00272000
      * THEIR SERVICE END DATE INSTEAD. ONE WITH NEITHER IS LISTED      00273000
      * FOR THE OFFICE RATHER THAN GUESSED AT.                          00274000
           MOVE 0 TO WS-CLOSE-DATE-8.                                   00275000
           IF CM-CLOSE-DATE NUMERIC AND CM-CLOSE-DATE > 0               00276000
               MOVE CM-CLOSE-DATE TO WS-CLOSE-DATE-8                    00277000
           ELSE                                                         00278000
               IF CM-SVC-END-DATE NUMERIC AND CM-SVC-END-DATE > 0       00279000
                   MOVE CM-SVC-END-DATE TO WS-CLOSE-DATE-8              00280000
               END-IF                                                   00281000
           END-IF.                                                      00282000
           IF WS-CLOSE-DATE-8 = 0                                       00283000
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-CLOSE-DATE-8) NOT = 0 00284000
               PERFORM 150-WRITE-NO-DATE-LINE                           00285000
               GO TO 120-READ-NEXT                                      00286000
           END-IF.                                                      00287000
                                                                        00288000
           COMPUTE WS-DAYS-UNPAID =                                     00289000
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8)                 00290000
             - FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE-8).              00291000
           IF WS-DAYS-UNPAID < WS-WRITEOFF-DAYS                         00292000
               ADD 1 TO WS-NOT-DUE-COUNT                                00293000
               GO TO 120-READ-NEXT                                      00294000
           END-IF.                                                      00295000
                                                                        00296000
           PERFORM 140-WRITE-OFF-ONE.                                   00297000
                                                                        00298000
       120-READ-NEXT.                                                   00299000
           PERFORM 110-READ-NEXT-CUST.                                  00300000
                                                                        00301000
       120-EXIT.                                                        00302000
           EXIT.                                                        00303000
                                                                        00304000
      ***************************************************************** 00305000
      * WRITE ONE ACCOUNT OFF - GL ENTRY, AGENCY PLACEMENT AND LISTING  00306000
      * LINE, THEN THE BALANCE AND BUCKETS COME OFF THE MASTER AND      00307000
      * THE WRITE-OFF IS STAMPED SO IT IS NEVER TAKEN TWICE.            00308000
      ***************************************************************** 00309000
       140-WRITE-OFF-ONE.                                               00310000
           MOVE CM-BALANCE-DUE TO WS-WRITEOFF-AMT.                      00311000
                                                                        00312000
           MOVE WS-RUN-DATE-8   TO GB-POST-DATE.                        00313000
           MOVE CM-ACCT-NO      TO GB-ACCT-NO.                          00314000
           MOVE 'WOF'           TO GB-TRAN-TYPE.                        00315000
           MOVE CM-CYCLE-CODE   TO GB-CYCLE-CODE.                       00316000
           COMPUTE GB-AR-AMT = 0 - WS-WRITEOFF-AMT.                     00317000
           MOVE WS-WRITEOFF-AMT TO GB-RESERVE-AMT.                      00318000
           WRITE GB-BAD-DEBT-RECORD.                                    00319000
                                                                        00320000
           MOVE CM-ACCT-NO      TO AP-ACCT-NO.                          00321000
           MOVE CM-NAME         TO AP-CUST-NAME.                        00322000
           MOVE CM-ADDR-LINE-1  TO AP-ADDR-LINE-1.                      00323000
           MOVE CM-ADDR-LINE-2  TO AP-ADDR-LINE-2.                      00324000
           MOVE CM-CITY         TO AP-CITY.                             00325000
           MOVE CM-STATE        TO AP-STATE.                            00326000
           MOVE CM-ZIP          TO AP-ZIP.                              00327000
           MOVE WS-WRITEOFF-AMT TO AP-PLACED-AMT.                       00328000
           MOVE WS-CLOSE-DATE-8 TO AP-CLOSE-DATE.                       00329000
           MOVE CM-LAST-PAY-DATE TO AP-LAST-PAY-DATE.                   00330000
           MOVE CM-LAST-PAY-AMT TO AP-LAST-PAY-AMT.                     00331000
           MOVE WS-RUN-DATE-8   TO AP-PLACE-DATE.                       00332000
           WRITE AP-PLACEMENT-RECORD.                                   00333000
                                                                        00334000
           PERFORM 180-WRITE-WOF-LINE.                                  00335000
                                                                        00336000
           MOVE WS-WRITEOFF-AMT TO CM-WRITEOFF-AMT.                     00337000
           MOVE WS-RUN-DATE-8   TO CM-WRITEOFF-DATE.                    00338000
           MOVE 0 TO CM-RECOVERED-AMT.                                  00339000
           MOVE 0 TO CM-BALANCE-DUE.                                    00340000
           MOVE 0 TO CM-AGE-CURRENT CM-AGE-30                           00341000
                     CM-AGE-60 CM-AGE-90.                               00342000
           MOVE SPACE TO CM-COLL-STATUS.                                00343000
                                                                        00344000
           REWRITE CM-CUSTOMER-RECORD                                   00345000
               INVALID KEY                                              00346000
                   DISPLAY 'UTIL2850 - REWRITE FAILED FOR ACCT '        00347000
                       CM-ACCT-NO                                       00348000
           END-REWRITE.                                                 00349000
                                                                        00350000
           ADD 1 TO WS-WOF-COUNT.                                       00351000
           ADD WS-WRITEOFF-AMT TO WS-WOF-AMT-TOT.                       00352000
                                                                        00353000
      ***************************************************************** 00354000
      * LIST A CLOSED ACCOUNT WITH NO USABLE CLOSE OR SERVICE END       00355000
      * DATE - THE OFFICE SETS ONE BEFORE IT CAN BE WRITTEN OFF.        00356000
      ***************************************************************** 00357000
       150-WRITE-NO-DATE-LINE.                                          00358000
           MOVE CM-BALANCE-DUE TO WS-MONEY-ED.                          00359000
           MOVE SPACES TO WOFREG-LINE.                                  00360000
           STRING 'ACCT: ' CM-ACCT-NO                                   00361000
               '  CUST: ' CM-NAME                                       00362000
               '  BALANCE: ' WS-MONEY-ED                                00363000
               '  *** NO CLOSE DATE - NOT WRITTEN OFF'                  00364000
               DELIMITED BY SIZE INTO WOFREG-LINE.                      00365000
           WRITE WOFREG-LINE.                                           00366000
                                                                        00367000
      ***************************************************************** 00368000
      * WRITE ONE WRITE-OFF LINE TO THE LISTING.                        00369000
      ***************************************************************** 00370000
       180-WRITE-WOF-LINE.                                              00371000
           MOVE WS-WRITEOFF-AMT TO WS-MONEY-ED.                         00372000
           MOVE WS-DAYS-UNPAID  TO WS-DAYS-ED.                          00373000
           MOVE SPACES TO WOFREG-LINE.                                  00374000
           STRING 'ACCT: ' CM-ACCT-NO                                   00375000
               '  CUST: ' CM-NAME                                       00376000
               '  CLOSED: ' WS-CLOSE-DATE-8                             00377000
               '  DAYS UNPAID: ' WS-DAYS-ED                             00378000
               '  WRITTEN OFF / PLACED: ' WS-MONEY-ED                   00379000
               DELIMITED BY SIZE INTO WOFREG-LINE.                      00380000
           WRITE WOFREG-LINE.                                           00381000
                                                                        00382000
      ***************************************************************** 00383000
      * WRITE THE RUN CONTROL TOTALS AT THE END OF THE LISTING.         00384000
      ***************************************************************** 00385000
       190-WRITE-REG-TOTALS.                                            00386000
           MOVE SPACES TO WOFREG-LINE.                                  00387000
           WRITE WOFREG-LINE.                                           00388000
           MOVE ALL '=' TO WOFREG-LINE.                                 00389000
           WRITE WOFREG-LINE.                                           00390000
                                                                        00391000
           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.                         00392000
           MOVE SPACES TO WOFREG-LINE.                                  00393000
           STRING 'CLOSED WITH BALANCE: ' WS-COUNT-ED                   00394000
               DELIMITED BY SIZE INTO WOFREG-LINE.                      00395000
           WRITE WOFREG-LINE.                                           00396000
                                                                        00397000
           MOVE WS-NOT-DUE-COUNT TO WS-COUNT-ED.                        00398000
           MOVE SPACES TO WOFREG-LINE.                                  00399000
           STRING 'NOT YET DUE        : ' WS-COUNT-ED                   00400000
               DELIMITED BY SIZE INTO WOFREG-LINE.                      00401000
           WRITE WOFREG-LINE.                                           00402000
                                                                        00403000
           MOVE WS-WOF-COUNT TO WS-COUNT-ED.                            00404000
           MOVE SPACES TO WOFREG-LINE.                                  00405000
           STRING 'ACCOUNTS PLACED    : ' WS-COUNT-ED                   00406000
               DELIMITED BY SIZE INTO WOFREG-LINE.                      00407000
           WRITE WOFREG-LINE.                                           00408000
                                                                        00409000
           MOVE WS-WOF-AMT-TOT TO WS-TOT-MONEY-ED.                      00410000
           MOVE SPACES TO WOFREG-LINE.                                  00411000
           STRING 'DOLLARS WRITTEN OFF: ' WS-TOT-MONEY-ED               00412000
               DELIMITED BY SIZE INTO WOFREG-LINE.                      00413000
           WRITE WOFREG-LINE.                                           00414000
           MOVE ALL '=' TO WOFREG-LINE.                                 00415000
           WRITE WOFREG-LINE.                                           00416000

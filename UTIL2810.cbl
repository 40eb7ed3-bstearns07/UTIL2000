       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2810.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Deposit refund check reconciliation, stale-date   00007000
      *               voids and unclaimed-property escheat report.      00008000
      *                                                                 00009000
      *  Runs daily once the bank's paid-check file is in. Keeps the    00010000
      *  outstanding refund-check file (RFOUTST): the refund checks     00011000
      *  UTIL2800 wrote to RFNDCHK since the last run are added to      00012000
      *  it, each check the bank paid is matched back by account,       00013000
      *  amount and issue date and comes off, and a check still         00014000
      *  uncashed after the stale-date period is voided - the amount    00015000
      *  moves from cash to the unclaimed-property liability with a     00016000
      *  GLUNCL entry for both sides. RFRCRPT lists what cleared,       00017000
      *  what was voided, every check still outstanding and the         00018000
      *  voided checks held as unclaimed property. PARM='ESCHEAT'       00019000
      *  (once a year, ahead of the state filing) adds the escheat      00020000
      *  report: every held check whose owner has been out of           00021000
      *  contact past the dormancy period, with the owner's name,       00022000
      *  last known address, amount and date of last contact. Those     00023000
      *  checks are escheated - the liability is relieved against       00024000
      *  the remittance to the state - and drop off the file.           00025000
      *                                                                 00026000
      *  Modification History:                                          00027000
      *  10-15-26  BS  New program - refund check reconciliation        00028000
      *                against the bank paid-check file, stale-date     00029000
      *                voids to unclaimed property with GL extract,     00030000
      *                annual escheat report.                           00031000
      ***************************************************************** 00032000
       ENVIRONMENT DIVISION.                                            00033000
       INPUT-OUTPUT SECTION.                                            00034000
       FILE-CONTROL.                                                    00035000
           SELECT OLD-OUTSTANDING  ASSIGN TO RFOLD                      00036000
               ORGANIZATION IS SEQUENTIAL                               00037000
               FILE STATUS IS WS-RFOLD-STATUS.                          00038000
                                                                        00039000
           SELECT REFUND-CHECKS    ASSIGN TO RFNDCHK                    00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-RFNDCHK-STATUS.                        00042000
                                                                        00043000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00044000
               ORGANIZATION IS INDEXED                                  00045000
               ACCESS MODE IS DYNAMIC                                   00046000
               RECORD KEY IS CM-ACCT-NO                                 00047000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00048000
                                                                        00049000
           SELECT PAID-CHECKS      ASSIGN TO PAIDCHK                    00050000
               ORGANIZATION IS SEQUENTIAL                               00051000
               FILE STATUS IS WS-PAIDCHK-STATUS.                        00052000
                                                                        00053000
           SELECT GL-UNCLAIMED     ASSIGN TO GLUNCL                     00054000
               ORGANIZATION IS SEQUENTIAL                               00055000
               FILE STATUS IS WS-GLUNCL-STATUS.                         00056000
                                                                        00057000
           SELECT NEW-OUTSTANDING  ASSIGN TO RFNEW                      00058000
               ORGANIZATION IS SEQUENTIAL                               00059000
               FILE STATUS IS WS-RFNEW-STATUS.                          00060000
                                                                        00061000
           SELECT RECON-REPORT     ASSIGN TO RFRCRPT                    00062000
               ORGANIZATION IS SEQUENTIAL                               00063000
               FILE STATUS IS WS-RFRCRPT-STATUS.                        00064000
                                                                        00065000
           SELECT ESCHEAT-REPORT   ASSIGN TO ESCHRPT                    00066000
               ORGANIZATION IS SEQUENTIAL                               00067000
               FILE STATUS IS WS-ESCHRPT-STATUS.                        00068000
                                                                        00069000
       DATA DIVISION.                                                   00070000
       FILE SECTION.                                                    00071000
       FD  OLD-OUTSTANDING                                              00072000
           LABEL RECORDS ARE STANDARD.                                  00073000
       COPY RFOUTST.                                                    00074000
                                                                        00075000
       FD  REFUND-CHECKS                                                00076000
           LABEL RECORDS ARE STANDARD.                                  00077000
       COPY RFNDCHK.                                                    00078000
                                                                        00079000
       FD  CUSTOMER-MASTER                                              00080000
           LABEL RECORDS ARE STANDARD.                                  00081000
       COPY CUSTMAS.                                                    00082000
                                                                        00083000
       FD  PAID-CHECKS                                                  00084000
           LABEL RECORDS ARE STANDARD.                                  00085000
       COPY PAIDCHK.                                                    00086000
                                                                        00087000
       FD  GL-UNCLAIMED                                                 00088000
           LABEL RECORDS ARE STANDARD.                                  00089000
       COPY GLUNCL.                                                     00090000
                                                                        00091000
      * THE NEW GENERATION IS WRITTEN FROM THE OUTSTANDING TABLE,       00092000
      * WHOSE ENTRIES ARE LAID OUT LIKE RO-OUTSTAND-RECORD.             00093000
       FD  NEW-OUTSTANDING                                              00094000
           LABEL RECORDS ARE STANDARD.                                  00095000
       01  RN-OUTSTAND-RECORD       PIC X(127).                         00096000
                                                                        00097000
       FD  RECON-REPORT                                                 00098000
           LABEL RECORDS ARE STANDARD                                   00099000
           RECORD CONTAINS 132 CHARACTERS.                              00100000
       01  RFRC-LINE                PIC X(132).                         00101000
                                                                        00102000
       FD  ESCHEAT-REPORT                                               00103000
           LABEL RECORDS ARE STANDARD                                   00104000
           RECORD CONTAINS 132 CHARACTERS.                              00105000
       01  ESCH-LINE                PIC X(132).                         00106000
                                                                        00107000
       WORKING-STORAGE SECTION.                                         00108000
                                                                        00109000
      ***************************************************************** 00110000
      * FILE STATUS / SWITCHES                                          00111000
      ***************************************************************** 00112000
       01  WS-RFOLD-STATUS          PIC X(02)    VALUE '00'.            00113000
       01  WS-RFOLD-EOF-SW          PIC X(01)    VALUE 'N'.             00114000
           88  RFOLD-EOF                         VALUE 'Y'.             00115000
           88  RFOLD-NOT-EOF                     VALUE 'N'.             00116000
                                                                        00117000
       01  WS-RFNDCHK-STATUS        PIC X(02)    VALUE '00'.            00118000
       01  WS-RFNDCHK-EOF-SW        PIC X(01)    VALUE 'N'.             00119000
           88  RFNDCHK-EOF                       VALUE 'Y'.             00120000
           88  RFNDCHK-NOT-EOF                   VALUE 'N'.             00121000
                                                                        00122000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00123000
                                                                        00124000
       01  WS-PAIDCHK-STATUS        PIC X(02)    VALUE '00'.            00125000
       01  WS-PAIDCHK-EOF-SW        PIC X(01)    VALUE 'N'.             00126000
           88  PAIDCHK-EOF                       VALUE 'Y'.             00127000
           88  PAIDCHK-NOT-EOF                   VALUE 'N'.             00128000
                                                                        00129000
       01  WS-GLUNCL-STATUS         PIC X(02)    VALUE '00'.            00130000
       01  WS-RFNEW-STATUS          PIC X(02)    VALUE '00'.            00131000
       01  WS-RFRCRPT-STATUS        PIC X(02)    VALUE '00'.            00132000
       01  WS-ESCHRPT-STATUS        PIC X(02)    VALUE '00'.            00133000
                                                                        00134000
       01  WS-RUN-TYPE-SW           PIC X(01)    VALUE 'D'.             00135000
           88  DAILY-RUN                         VALUE 'D'.             00136000
           88  ESCHEAT-RUN                       VALUE 'E'.             00137000
                                                                        00138000
       01  WS-CHECK-FOUND-SW        PIC X(01)    VALUE 'N'.             00139000
           88  CHECK-FOUND                       VALUE 'Y'.             00140000
           88  CHECK-NOT-FOUND                   VALUE 'N'.             00141000
                                                                        00142000
      ***************************************************************** 00143000
      * STALE-DATE AND DORMANCY PERIODS - A REFUND CHECK NOT CASHED     00144000
      * THIS MANY DAYS AFTER ISSUE IS VOIDED (THE CHECK STOCK READS     00145000
      * VOID AFTER 180 DAYS), AND A VOIDED CHECK IS ESCHEATED ON THE    00146000
      * ANNUAL REPORT ONCE THE OWNER HAS BEEN OUT OF CONTACT FOR THE    00147000
      * STATE'S DORMANCY PERIOD FOR UTILITY DEPOSITS AND REFUNDS.       00148000
      ***************************************************************** 00149000
       01  WS-STALE-DAYS            PIC 9(03)    VALUE 180.             00150000
       01  WS-DORMANT-DAYS          PIC 9(03)    VALUE 365.             00151000
                                                                        00152000
      ***************************************************************** 00153000
      * OUTSTANDING REFUND CHECK TABLE - THE CURRENT RFOUTST            00154000
      * GENERATION PLUS THE NEW RFNDCHK CHECKS, LAID OUT LIKE           00155000
      * RO-OUTSTAND-RECORD. WHILE THE RUN IS WORKING, A CHECK MATCHED   00156000
      * TO THE PAID FILE IS MARKED P AND AN ESCHEATED ONE E; ONLY O     00157000
      * AND V ENTRIES GO TO THE NEW GENERATION.                         00158000
      ***************************************************************** 00159000
       01  WS-OC-SUB                PIC 9(4)  COMP  VALUE 0.            00160000
       01  WS-OC-COUNT              PIC 9(4)  COMP  VALUE 0.            00161000
       01  WS-OC-TABLE-AREA.                                            00162000
           05  WS-OC-ENTRY          OCCURS 1 TO 5000 TIMES              00163000
                                     DEPENDING ON WS-OC-COUNT           00164000
                                     INDEXED BY WS-OC-IDX.              00165000
               10  WS-OC-ACCT-NO    PIC X(06).                          00166000
               10  WS-OC-CUST-NAME  PIC X(12).                          00167000
               10  WS-OC-ADDR-LINE-1                                    00168000
                                    PIC X(25).                          00169000
               10  WS-OC-ADDR-LINE-2                                    00170000
                                    PIC X(25).                          00171000
               10  WS-OC-CITY       PIC X(15).                          00172000
               10  WS-OC-STATE      PIC X(02).                          00173000
               10  WS-OC-ZIP        PIC X(09).                          00174000
               10  WS-OC-REFUND-AMT PIC 9(6)V99.                        00175000
               10  WS-OC-ISSUE-DATE PIC 9(08).                          00176000
               10  WS-OC-LAST-CONTACT-DATE                              00177000
                                    PIC 9(08).                          00178000
               10  WS-OC-CHECK-STATUS                                   00179000
                                    PIC X(01).                          00180000
               10  WS-OC-VOID-DATE  PIC 9(08).                          00181000
                                                                        00182000
      ***************************************************************** 00183000
      * RECONCILIATION WORK FIELDS                                      00184000
      ***************************************************************** 00185000
       01  WS-CONTACT-DATE-8        PIC 9(8)     VALUE 0.               00186000
       01  WS-DAYS-OUT              PIC S9(7)    VALUE 0.               00187000
       01  WS-GL-TRAN-TYPE          PIC X(03)    VALUE SPACES.          00188000
       01  WS-GL-CASH-AMT           PIC S9(9)V99 VALUE 0.               00189000
       01  WS-GL-UNCL-AMT           PIC S9(9)V99 VALUE 0.               00190000
       01  WS-PAID-NOTE             PIC X(24)    VALUE SPACES.          00191000
       01  WS-SECTION-TITLE         PIC X(60)    VALUE SPACES.          00192000
       01  WS-SECTION-LINES         PIC 9(7)     VALUE 0.               00193000
                                                                        00194000
      ***************************************************************** 00195000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00196000
      ***************************************************************** 00197000
       01  WS-OLD-COUNT             PIC 9(7)     VALUE 0.               00198000
       01  WS-NEW-COUNT             PIC 9(7)     VALUE 0.               00199000
       01  WS-PAID-IN-COUNT         PIC 9(7)     VALUE 0.               00200000
       01  WS-PAID-COUNT            PIC 9(7)     VALUE 0.               00201000
       01  WS-PAID-AMT-TOT          PIC 9(9)V99  VALUE 0.               00202000
       01  WS-RVD-COUNT             PIC 9(7)     VALUE 0.               00203000
       01  WS-UNMATCHED-COUNT       PIC 9(7)     VALUE 0.               00204000
       01  WS-VOID-COUNT            PIC 9(7)     VALUE 0.               00205000
       01  WS-VOID-AMT-TOT          PIC 9(9)V99  VALUE 0.               00206000
       01  WS-OUTST-COUNT           PIC 9(7)     VALUE 0.               00207000
       01  WS-OUTST-AMT-TOT         PIC 9(9)V99  VALUE 0.               00208000
       01  WS-HELD-COUNT            PIC 9(7)     VALUE 0.               00209000
       01  WS-HELD-AMT-TOT          PIC 9(9)V99  VALUE 0.               00210000
       01  WS-ESCH-COUNT            PIC 9(7)     VALUE 0.               00211000
       01  WS-ESCH-AMT-TOT          PIC 9(9)V99  VALUE 0.               00212000
       01  WS-KEPT-COUNT            PIC 9(7)     VALUE 0.               00213000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00214000
       01  WS-DAYS-ED               PIC ZZZ,ZZ9.                        00215000
       01  WS-AMT-ED                PIC $$$$,$$9.99.                    00216000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00217000
                                                                        00218000
      ***************************************************************** 00219000
      * RUN DATE FIELDS                                                 00220000
      ***************************************************************** 00221000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00222000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00223000
           05  WS-RUN-YYYY          PIC 9(4).                           00224000
           05  WS-RUN-MM            PIC 9(2).                           00225000
           05  WS-RUN-DD            PIC 9(2).                           00226000
       01  WS-RUN-DATE-INT          PIC S9(9) COMP VALUE 0.             00227000
                                                                        00228000
      ***************************************************************** 00229000
      * LINKAGE SECTION - THE JCL EXEC PARM ASKS FOR THE ESCHEAT RUN.   00230000
      ***************************************************************** 00231000
       LINKAGE SECTION.                                                 00232000
       01  LS-PARM-AREA.                                                00233000
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00234000
           05  LS-PARM-DATA             PIC X(80).                      00235000
                                                                        00236000
      ***************************************************************** 00237000
      * IT'S GO TIME!                                                   00238000
      ***************************************************************** 00239000
       PROCEDURE DIVISION USING LS-PARM-AREA.                           00240000
                                                                        00241000
      ***************************************************************** 00242000
      * MAINLINE - LOAD THE OUTSTANDING FILE, ADD THE NEW REFUND        00243000
      * CHECKS, THEN RECONCILE AGAINST THE BANK AND WRITE THE NEXT      00244000
      * GENERATION.                                                     00245000
      ***************************************************************** 00246000
       000-MAIN.                                                        00247000
           DISPLAY '*************************************'.             00248000
           DISPLAY '*** UTIL2810 - REFUND CHECK RECON ***'.             00249000
           DISPLAY '*************************************'.             00250000
           DISPLAY ' '.                                                 00251000
                                                                        00252000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00253000
           COMPUTE WS-RUN-DATE-INT =                                    00254000
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8).                00255000
                                                                        00256000
      * ONLY AN EMPTY PARM (THE DAILY RECONCILIATION) OR ESCHEAT IS     00257000
      * ACCEPTED. A MISKEYED PARM STOPS THE RUN RATHER THAN GUESS       00258000
      * WHETHER CHECKS SHOULD GO TO THE STATE.                          00259000
           IF LS-PARM-LEN NOT = 0                                       00260000
               IF LS-PARM-LEN = 7                                       00261000
                   AND LS-PARM-DATA (1:7) = 'ESCHEAT'                   00262000
                   SET ESCHEAT-RUN TO TRUE                              00263000
               ELSE                                                     00264000
                   DISPLAY 'UTIL2810 - PARM NOT RECOGNIZED: '           00265000
                       LS-PARM-DATA (1:16)                              00266000
                   DISPLAY 'UTIL2810 - USE NO PARM (DAILY RECON) OR '   00267000
                       'ESCHEAT (ANNUAL ESCHEAT REPORT)'                00268000
                   MOVE 8 TO RETURN-CODE                                00269000
                   STOP RUN                                             00270000
               END-IF                                                   00271000
           END-IF.                                                      00272000
           IF ESCHEAT-RUN                                               00273000
               DISPLAY 'UTIL2810 - ESCHEAT RUN, DORMANT '               00274000
                   WS-DORMANT-DAYS ' DAYS'                              00275000
           END-IF.                                                      00276000
                                                                        00277000
           PERFORM 100-LOAD-OUTSTANDING THRU 100-EXIT.                  00278000
           IF RETURN-CODE = 0                                           00279000
               PERFORM 200-ADD-NEW-CHECKS THRU 200-EXIT                 00280000
           END-IF.                                                      00281000
           IF RETURN-CODE = 0                                           00282000
               PERFORM 300-RECONCILE THRU 300-EXIT                      00283000
           END-IF.                                                      00284000
                                                                        00285000
           DISPLAY 'UTIL2810 - OUTSTANDING FILE IN : ' WS-OLD-COUNT.    00286000
           DISPLAY 'UTIL2810 - NEW REFUND CHECKS   : ' WS-NEW-COUNT.    00287000
           DISPLAY 'UTIL2810 - PAID CHECKS MATCHED : ' WS-PAID-COUNT.   00288000
           DISPLAY 'UTIL2810 - PAID NOT MATCHED    : '                  00289000
               WS-UNMATCHED-COUNT.                                      00290000
           DISPLAY 'UTIL2810 - VOIDED STALE-DATED  : ' WS-VOID-COUNT.   00291000
           DISPLAY 'UTIL2810 - ESCHEATED           : ' WS-ESCH-COUNT.   00292000
           DISPLAY 'UTIL2810 - OUTSTANDING FILE OUT: ' WS-KEPT-COUNT.   00293000
                                                                        00294000
           STOP RUN.                                                    00295000
                                                                        00296000
      ***************************************************************** 00297000
      * LOAD THE CURRENT GENERATION OF THE OUTSTANDING REFUND CHECK     00298000
      * FILE INTO THE TABLE.                                            00299000
      ***************************************************************** 00300000
       100-LOAD-OUTSTANDING.                                            00301000
           OPEN INPUT OLD-OUTSTANDING.                                  00302000
           IF WS-RFOLD-STATUS NOT = '00'                                00303000
               DISPLAY 'UTIL2810 - RFOLD OPEN FAILED, STATUS = '        00304000
                   WS-RFOLD-STATUS                                      00305000
               MOVE 16 TO RETURN-CODE                                   00306000
               GO TO 100-EXIT                                           00307000
           END-IF.                                                      00308000
                                                                        00309000
           SET RFOLD-NOT-EOF TO TRUE.                                   00310000
           PERFORM 110-READ-OLD-RTN.                                    00311000
           PERFORM 120-STORE-OLD THRU 120-EXIT                          00312000
               UNTIL RFOLD-EOF.                                         00313000
                                                                        00314000
           CLOSE OLD-OUTSTANDING.                                       00315000
                                                                        00316000
       100-EXIT.                                                        00317000
           EXIT.                                                        00318000
                                                                        00319000
      ***************************************************************** 00320000
      * READ THE NEXT OUTSTANDING CHECK, SETTING THE EOF SWITCH WHEN    00321000
      * THE FILE IS EXHAUSTED.                                          00322000
      ***************************************************************** 00323000
       110-READ-OLD-RTN.                                                00324000
           READ OLD-OUTSTANDING                                         00325000
               AT END                                                   00326000
                   SET RFOLD-EOF TO TRUE                                00327000
           END-READ.                                                    00328000
                                                                        00329000
      ***************************************************************** 00330000
      * KEEP ONE OUTSTANDING CHECK, THEN READ THE NEXT. A FULL TABLE    00331000
      * STOPS THE RUN - WRITING THE NEXT GENERATION WITHOUT THE         00332000
      * CHECKS THAT DID NOT FIT WOULD LOSE THEM.                        00333000
      ***************************************************************** 00334000
       120-STORE-OLD.                                                   00335000
           IF WS-OC-COUNT >= 5000                                       00336000
               DISPLAY 'UTIL2810 - OUTSTANDING TABLE FULL AT 5000'      00337000
               MOVE 16 TO RETURN-CODE                                   00338000
               SET RFOLD-EOF TO TRUE                                    00339000
               GO TO 120-EXIT                                           00340000
           END-IF.                                                      00341000
                                                                        00342000
           ADD 1 TO WS-OC-COUNT.                                        00343000
           SET WS-OC-IDX TO WS-OC-COUNT.                                00344000
           MOVE RO-OUTSTAND-RECORD TO WS-OC-ENTRY (WS-OC-IDX).          00345000
           ADD 1 TO WS-OLD-COUNT.                                       00346000
                                                                        00347000
           PERFORM 110-READ-OLD-RTN.                                    00348000
                                                                        00349000
       120-EXIT.                                                        00350000
           EXIT.                                                        00351000
                                                                        00352000
      ***************************************************************** 00353000
      * ADD THE REFUND CHECKS UTIL2800 HAS WRITTEN SINCE THE LAST       00354000
      * RUN, EACH WITH ITS OWNER'S DATE OF LAST CONTACT OFF THE         00355000
      * CUSTOMER MASTER.                                                00356000
      ***************************************************************** 00357000
       200-ADD-NEW-CHECKS.                                              00358000
           OPEN INPUT REFUND-CHECKS.                                    00359000
           IF WS-RFNDCHK-STATUS NOT = '00'                              00360000
               DISPLAY 'UTIL2810 - RFNDCHK OPEN FAILED, STATUS = '      00361000
                   WS-RFNDCHK-STATUS                                    00362000
               MOVE 16 TO RETURN-CODE                                   00363000
               GO TO 200-EXIT                                           00364000
           END-IF.                                                      00365000
                                                                        00366000
           OPEN INPUT CUSTOMER-MASTER.                                  00367000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00368000
               DISPLAY 'UTIL2810 - CUSTMAS OPEN FAILED, STATUS = '      00369000
                   WS-CUSTMAS-STATUS                                    00370000
               CLOSE REFUND-CHECKS                                      00371000
               MOVE 16 TO RETURN-CODE                                   00372000
               GO TO 200-EXIT                                           00373000
           END-IF.                                                      00374000
                                                                        00375000
           SET RFNDCHK-NOT-EOF TO TRUE.                                 00376000
           PERFORM 210-READ-NEW-RTN.                                    00377000
           PERFORM 220-ADD-ONE-CHECK THRU 220-EXIT                      00378000
               UNTIL RFNDCHK-EOF.                                       00379000
                                                                        00380000
           CLOSE REFUND-CHECKS.                                         00381000
           CLOSE CUSTOMER-MASTER.                                       00382000
                                                                        00383000
       200-EXIT.                                                        00384000
           EXIT.                                                        00385000
                                                                        00386000
      ***************************************************************** 00387000
      * READ THE NEXT NEW REFUND CHECK, SETTING THE EOF SWITCH WHEN     00388000
      * THE FILE IS EXHAUSTED.                                          00389000
      ***************************************************************** 00390000
       210-READ-NEW-RTN.                                                00391000
           READ REFUND-CHECKS                                           00392000
               AT END                                                   00393000
                   SET RFNDCHK-EOF TO TRUE                              00394000
           END-READ.                                                    00395000
                                                                        00396000
      ***************************************************************** 00397000
      * ADD ONE NEW REFUND CHECK TO THE TABLE AS OUTSTANDING, THEN      00398000
      * READ THE NEXT.                                                  00399000
      ***************************************************************** 00400000
       220-ADD-ONE-CHECK.                                               00401000
           IF WS-OC-COUNT >= 5000                                       00402000
               DISPLAY 'UTIL2810 - OUTSTANDING TABLE FULL AT 5000'      00403000
               MOVE 16 TO RETURN-CODE                                   00404000
               SET RFNDCHK-EOF TO TRUE                                  00405000
               GO TO 220-EXIT                                           00406000
           END-IF.                                                      00407000
                                                                        00408000
           ADD 1 TO WS-OC-COUNT.                                        00409000
           SET WS-OC-IDX TO WS-OC-COUNT.                                00410000
           MOVE RF-ACCT-NO      TO WS-OC-ACCT-NO (WS-OC-IDX).           00411000
           MOVE RF-CUST-NAME    TO WS-OC-CUST-NAME (WS-OC-IDX).         00412000
           MOVE RF-ADDR-LINE-1  TO WS-OC-ADDR-LINE-1 (WS-OC-IDX).       00413000
           MOVE RF-ADDR-LINE-2  TO WS-OC-ADDR-LINE-2 (WS-OC-IDX).       00414000
           MOVE RF-CITY         TO WS-OC-CITY (WS-OC-IDX).              00415000
           MOVE RF-STATE        TO WS-OC-STATE (WS-OC-IDX).             00416000
           MOVE RF-ZIP          TO WS-OC-ZIP (WS-OC-IDX).               00417000
           MOVE RF-REFUND-AMT   TO WS-OC-REFUND-AMT (WS-OC-IDX).        00418000
           MOVE RF-ISSUE-DATE   TO WS-OC-ISSUE-DATE (WS-OC-IDX).        00419000
           MOVE 'O'             TO WS-OC-CHECK-STATUS (WS-OC-IDX).      00420000
           MOVE 0               TO WS-OC-VOID-DATE (WS-OC-IDX).         00421000
           PERFORM 230-SET-LAST-CONTACT.                                00422000
           ADD 1 TO WS-NEW-COUNT.                                       00423000
                                                                        00424000
           PERFORM 210-READ-NEW-RTN.                                    00425000
                                                                        00426000
       220-EXIT.                                                        00427000
           EXIT.                                                        00428000
                                                                        00429000
      ***************************************************************** 00430000
      * THE OWNER'S LAST CONTACT IS THE LATER OF THE ACCOUNT'S LAST     00431000
      * PAYMENT AND ITS SERVICE END (THE MOVE-OUT THEY ASKED FOR).      00432000
      * AN ACCOUNT GONE FROM THE MASTER, OR WITH NEITHER DATE, FALLS    00433000
      * BACK TO THE CHECK'S ISSUE DATE.                                 00434000
      ***************************************************************** 00435000
       230-SET-LAST-CONTACT.                                            00436000
           MOVE 0 TO WS-CONTACT-DATE-8.                                 00437000
           MOVE RF-ACCT-NO TO CM-ACCT-NO.                               00438000
           READ CUSTOMER-MASTER                                         00439000
               INVALID KEY                                              00440000
                   CONTINUE                                             00441000
               NOT INVALID KEY                                          00442000
                   IF CM-LAST-PAY-DATE NUMERIC                          00443000
                       AND CM-LAST-PAY-DATE > WS-CONTACT-DATE-8         00444000
                       MOVE CM-LAST-PAY-DATE TO WS-CONTACT-DATE-8       00445000
                   END-IF                                               00446000
                   IF CM-SVC-END-DATE NUMERIC                           00447000
                       AND CM-SVC-END-DATE > WS-CONTACT-DATE-8          00448000
                       MOVE CM-SVC-END-DATE TO WS-CONTACT-DATE-8        00449000
                   END-IF                                               00450000
           END-READ.                                                    00451000
           IF WS-CONTACT-DATE-8 = 0                                     00452000
               MOVE RF-ISSUE-DATE TO WS-CONTACT-DATE-8                  00453000
           END-IF.                                                      00454000
           MOVE WS-CONTACT-DATE-8                                       00455000
               TO WS-OC-LAST-CONTACT-DATE (WS-OC-IDX).                  00456000
                                                                        00457000
      ***************************************************************** 00458000
      * RECONCILE - MATCH THE BANK'S PAID CHECKS, VOID THE STALE-DATED  00459000
      * ONES, LIST WHAT IS STILL OUT, RUN THE ESCHEAT REPORT ON AN      00460000
      * ESCHEAT RUN, AND WRITE THE NEXT GENERATION OF THE FILE.         00461000
      ***************************************************************** 00462000
       300-RECONCILE.                                                   00463000
           OPEN INPUT PAID-CHECKS.                                      00464000
           IF WS-PAIDCHK-STATUS NOT = '00'                              00465000
               DISPLAY 'UTIL2810 - PAIDCHK OPEN FAILED, STATUS = '      00466000
                   WS-PAIDCHK-STATUS                                    00467000
               MOVE 16 TO RETURN-CODE                                   00468000
               GO TO 300-EXIT                                           00469000
           END-IF.                                                      00470000
                                                                        00471000
           OPEN OUTPUT GL-UNCLAIMED.                                    00472000
           IF WS-GLUNCL-STATUS NOT = '00'                               00473000
               DISPLAY 'UTIL2810 - GLUNCL OPEN FAILED, STATUS = '       00474000
                   WS-GLUNCL-STATUS                                     00475000
               CLOSE PAID-CHECKS                                        00476000
               MOVE 16 TO RETURN-CODE                                   00477000
               GO TO 300-EXIT                                           00478000
           END-IF.                                                      00479000
                                                                        00480000
           OPEN OUTPUT NEW-OUTSTANDING.                                 00481000
           IF WS-RFNEW-STATUS NOT = '00'                                00482000
               DISPLAY 'UTIL2810 - RFNEW OPEN FAILED, STATUS = '        00483000
                   WS-RFNEW-STATUS                                      00484000
               CLOSE PAID-CHECKS GL-UNCLAIMED                           00485000
               MOVE 16 TO RETURN-CODE                                   00486000
               GO TO 300-EXIT                                           00487000
           END-IF.                                                      00488000
                                                                        00489000
           OPEN OUTPUT RECON-REPORT.                                    00490000
           IF WS-RFRCRPT-STATUS NOT = '00'                              00491000
               DISPLAY 'UTIL2810 - RFRCRPT OPEN FAILED, STATUS = '      00492000
                   WS-RFRCRPT-STATUS                                    00493000
               CLOSE PAID-CHECKS GL-UNCLAIMED NEW-OUTSTANDING           00494000
               MOVE 16 TO RETURN-CODE                                   00495000
               GO TO 300-EXIT                                           00496000
           END-IF.                                                      00497000
                                                                        00498000
           IF ESCHEAT-RUN                                               00499000
               OPEN OUTPUT ESCHEAT-REPORT                               00500000
               IF WS-ESCHRPT-STATUS NOT = '00'                          00501000
                   DISPLAY 'UTIL2810 - ESCHRPT OPEN FAILED, STATUS = '  00502000
                       WS-ESCHRPT-STATUS                                00503000
                   CLOSE PAID-CHECKS GL-UNCLAIMED NEW-OUTSTANDING       00504000
                         RECON-REPORT                                   00505000
                   MOVE 16 TO RETURN-CODE                               00506000
                   GO TO 300-EXIT                                       00507000
               END-IF                                                   00508000
           END-IF.                                                      00509000
                                                                        00510000
           MOVE SPACES TO RFRC-LINE.                                    00511000
           STRING 'UTIL2810 REFUND CHECK RECONCILIATION - RUN DATE '    00512000
               WS-RUN-DATE-8                                            00513000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00514000
           WRITE RFRC-LINE.                                             00515000
                                                                        00516000
           MOVE 'CHECKS PAID BY THE BANK' TO WS-SECTION-TITLE.          00517000
           PERFORM 380-WRITE-SECTION-HDR.                               00518000
           SET PAIDCHK-NOT-EOF TO TRUE.                                 00519000
           PERFORM 310-READ-PAID-RTN.                                   00520000
           PERFORM 320-MATCH-ONE-PAID THRU 320-EXIT                     00521000
               UNTIL PAIDCHK-EOF.                                       00522000
           PERFORM 385-NONE-IF-EMPTY.                                   00523000
                                                                        00524000
           MOVE 'STALE-DATED CHECKS VOIDED TO UNCLAIMED PROPERTY'       00525000
               TO WS-SECTION-TITLE.                                     00526000
           PERFORM 380-WRITE-SECTION-HDR.                               00527000
           PERFORM 330-VOID-IF-STALE                                    00528000
               VARYING WS-OC-SUB FROM 1 BY 1                            00529000
               UNTIL WS-OC-SUB > WS-OC-COUNT.                           00530000
           PERFORM 385-NONE-IF-EMPTY.                                   00531000
                                                                        00532000
           MOVE 'REFUND CHECKS OUTSTANDING' TO WS-SECTION-TITLE.        00533000
           PERFORM 380-WRITE-SECTION-HDR.                               00534000
           PERFORM 340-LIST-OUTSTANDING                                 00535000
               VARYING WS-OC-SUB FROM 1 BY 1                            00536000
               UNTIL WS-OC-SUB > WS-OC-COUNT.                           00537000
           PERFORM 385-NONE-IF-EMPTY.                                   00538000
                                                                        00539000
           IF ESCHEAT-RUN                                               00540000
               PERFORM 400-ESCHEAT-REPORT                               00541000
           END-IF.                                                      00542000
                                                                        00543000
           MOVE 'UNCLAIMED PROPERTY HELD FOR ESCHEAT'                   00544000
               TO WS-SECTION-TITLE.                                     00545000
           PERFORM 380-WRITE-SECTION-HDR.                               00546000
           PERFORM 350-LIST-HELD                                        00547000
               VARYING WS-OC-SUB FROM 1 BY 1                            00548000
               UNTIL WS-OC-SUB > WS-OC-COUNT.                           00549000
           PERFORM 385-NONE-IF-EMPTY.                                   00550000
                                                                        00551000
           PERFORM 500-WRITE-ONE-CHECK                                  00552000
               VARYING WS-OC-SUB FROM 1 BY 1                            00553000
               UNTIL WS-OC-SUB > WS-OC-COUNT.                           00554000
                                                                        00555000
           PERFORM 390-WRITE-RPT-TOTALS.                                00556000
                                                                        00557000
           CLOSE PAID-CHECKS.                                           00558000
           CLOSE GL-UNCLAIMED.                                          00559000
           CLOSE NEW-OUTSTANDING.                                       00560000
           CLOSE RECON-REPORT.                                          00561000
           IF ESCHEAT-RUN                                               00562000
               CLOSE ESCHEAT-REPORT                                     00563000
           END-IF.                                                      00564000
                                                                        00565000
       300-EXIT.                                                        00566000
           EXIT.                                                        00567000
                                                                        00568000
      ***************************************************************** 00569000
      * READ THE NEXT PAID CHECK, SETTING THE EOF SWITCH WHEN THE       00570000
      * FILE IS EXHAUSTED.                                              00571000
      ***************************************************************** 00572000
       310-READ-PAID-RTN.                                               00573000
           READ PAID-CHECKS                                             00574000
               AT END                                                   00575000
                   SET PAIDCHK-EOF TO TRUE                              00576000
           END-READ.                                                    00577000
                                                                        00578000
      ***************************************************************** 00579000
      * MATCH ONE PAID CHECK TO ITS REFUND BY ACCOUNT, AMOUNT AND       00580000
      * ISSUE DATE. A MATCHED CHECK COMES OFF THE FILE. ONE ALREADY     00581000
      * VOIDED HAS HAD ITS VOID REVERSED OUT OF THE UNCLAIMED-PROPERTY  00582000
      * LIABILITY - THE BANK HONORED IT, SO THE CASH IS GONE. A PAID    00583000
      * CHECK WITH NO OUTSTANDING REFUND IS LISTED FOR ACCOUNTING.      00584000
      ***************************************************************** 00585000
       320-MATCH-ONE-PAID.                                              00586000
           ADD 1 TO WS-PAID-IN-COUNT.                                   00587000
           SET CHECK-NOT-FOUND TO TRUE.                                 00588000
           IF WS-OC-COUNT > 0                                           00589000
               SET WS-OC-IDX TO 1                                       00590000
               SEARCH WS-OC-ENTRY                                       00591000
                   AT END                                               00592000
                       CONTINUE                                         00593000
                   WHEN WS-OC-ACCT-NO (WS-OC-IDX) = PC-ACCT-NO          00594000
                       AND WS-OC-REFUND-AMT (WS-OC-IDX) = PC-CHECK-AMT  00595000
                       AND WS-OC-ISSUE-DATE (WS-OC-IDX) = PC-ISSUE-DATE 00596000
                       AND (WS-OC-CHECK-STATUS (WS-OC-IDX) = 'O'        00597000
                         OR WS-OC-CHECK-STATUS (WS-OC-IDX) = 'V')       00598000
                       SET CHECK-FOUND TO TRUE                          00599000
               END-SEARCH                                               00600000
           END-IF.                                                      00601000
                                                                        00602000
           IF CHECK-NOT-FOUND                                           00603000
               ADD 1 TO WS-UNMATCHED-COUNT                              00604000
               PERFORM 325-WRITE-UNMATCHED-LINE                         00605000
               GO TO 320-READ-NEXT                                      00606000
           END-IF.                                                      00607000
                                                                        00608000
           MOVE SPACES TO WS-PAID-NOTE.                                 00609000
           IF WS-OC-CHECK-STATUS (WS-OC-IDX) = 'V'                      00610000
               MOVE 'RVD' TO WS-GL-TRAN-TYPE                            00611000
               COMPUTE WS-GL-CASH-AMT =                                 00612000
                   0 - WS-OC-REFUND-AMT (WS-OC-IDX)                     00613000
               MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-GL-UNCL-AMT      00614000
               PERFORM 360-WRITE-GL                                     00615000
               ADD 1 TO WS-RVD-COUNT                                    00616000
               MOVE '*** PAID AFTER VOID' TO WS-PAID-NOTE               00617000
           END-IF.                                                      00618000
                                                                        00619000
           MOVE 'P' TO WS-OC-CHECK-STATUS (WS-OC-IDX).                  00620000
           ADD 1 TO WS-PAID-COUNT.                                      00621000
           ADD WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-PAID-AMT-TOT.         00622000
           PERFORM 322-WRITE-PAID-LINE.                                 00623000
                                                                        00624000
       320-READ-NEXT.                                                   00625000
           PERFORM 310-READ-PAID-RTN.                                   00626000
                                                                        00627000
       320-EXIT.                                                        00628000
           EXIT.                                                        00629000
                                                                        00630000
      ***************************************************************** 00631000
      * LIST ONE MATCHED PAID CHECK.                                    00632000
      ***************************************************************** 00633000
       322-WRITE-PAID-LINE.                                             00634000
           ADD 1 TO WS-SECTION-LINES.                                   00635000
           MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-AMT-ED.              00636000
           MOVE SPACES TO RFRC-LINE.                                    00637000
           STRING 'ACCT: ' WS-OC-ACCT-NO (WS-OC-IDX)                    00638000
               '  CUST: ' WS-OC-CUST-NAME (WS-OC-IDX)                   00639000
               '  ISSUED: ' WS-OC-ISSUE-DATE (WS-OC-IDX)                00640000
               '  AMOUNT: ' WS-AMT-ED                                   00641000
               '  PAID: ' PC-PAID-DATE                                  00642000
               '  CHECK: ' PC-CHECK-NO                                  00643000
               '  ' WS-PAID-NOTE                                        00644000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00645000
           WRITE RFRC-LINE.                                             00646000
                                                                        00647000
      ***************************************************************** 00648000
      * LIST ONE PAID CHECK THAT MATCHES NO OUTSTANDING REFUND.         00649000
      ***************************************************************** 00650000
       325-WRITE-UNMATCHED-LINE.                                        00651000
           ADD 1 TO WS-SECTION-LINES.                                   00652000
           MOVE PC-CHECK-AMT TO WS-AMT-ED.                              00653000
           MOVE SPACES TO RFRC-LINE.                                    00654000
           STRING 'ACCT: ' PC-ACCT-NO                                   00655000
               '  ISSUED: ' PC-ISSUE-DATE                               00656000
               '  AMOUNT: ' WS-AMT-ED                                   00657000
               '  PAID: ' PC-PAID-DATE                                  00658000
               '  CHECK: ' PC-CHECK-NO                                  00659000
               '  *** NO OUTSTANDING REFUND MATCHES'                    00660000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00661000
           WRITE RFRC-LINE.                                             00662000
                                                                        00663000
      ***************************************************************** 00664000
      * VOID ONE CHECK STILL OUTSTANDING PAST THE STALE DATE - CASH     00665000
      * IS DEBITED BACK AND THE UNCLAIMED-PROPERTY LIABILITY CREDITED.  00666000
      ***************************************************************** 00667000
       330-VOID-IF-STALE.                                               00668000
           SET WS-OC-IDX TO WS-OC-SUB.                                  00669000
           IF WS-OC-CHECK-STATUS (WS-OC-IDX) = 'O'                      00670000
               COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT                    00671000
                 - FUNCTION INTEGER-OF-DATE                             00672000
                       (WS-OC-ISSUE-DATE (WS-OC-IDX))                   00673000
               IF WS-DAYS-OUT NOT < WS-STALE-DAYS                       00674000
                   PERFORM 335-VOID-ONE                                 00675000
               END-IF                                                   00676000
           END-IF.                                                      00677000
                                                                        00678000
       335-VOID-ONE.                                                    00679000
           MOVE 'V'           TO WS-OC-CHECK-STATUS (WS-OC-IDX).        00680000
           MOVE WS-RUN-DATE-8 TO WS-OC-VOID-DATE (WS-OC-IDX).           00681000
                                                                        00682000
           MOVE 'VOD' TO WS-GL-TRAN-TYPE.                               00683000
           MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-GL-CASH-AMT.         00684000
           COMPUTE WS-GL-UNCL-AMT = 0 - WS-OC-REFUND-AMT (WS-OC-IDX).   00685000
           PERFORM 360-WRITE-GL.                                        00686000
                                                                        00687000
           ADD 1 TO WS-VOID-COUNT.                                      00688000
           ADD WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-VOID-AMT-TOT.         00689000
                                                                        00690000
           ADD 1 TO WS-SECTION-LINES.                                   00691000
           MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-AMT-ED.              00692000
           MOVE WS-DAYS-OUT TO WS-DAYS-ED.                              00693000
           MOVE SPACES TO RFRC-LINE.                                    00694000
           STRING 'ACCT: ' WS-OC-ACCT-NO (WS-OC-IDX)                    00695000
               '  CUST: ' WS-OC-CUST-NAME (WS-OC-IDX)                   00696000
               '  ISSUED: ' WS-OC-ISSUE-DATE (WS-OC-IDX)                00697000
               '  AMOUNT: ' WS-AMT-ED                                   00698000
               '  DAYS OUT: ' WS-DAYS-ED                                00699000
               '  VOIDED TO UNCLAIMED PROPERTY'                         00700000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00701000
           WRITE RFRC-LINE.                                             00702000
                                                                        00703000
      ***************************************************************** 00704000
      * LIST ONE CHECK STILL OUTSTANDING.                               00705000
      ***************************************************************** 00706000
       340-LIST-OUTSTANDING.                                            00707000
           SET WS-OC-IDX TO WS-OC-SUB.                                  00708000
           IF WS-OC-CHECK-STATUS (WS-OC-IDX) = 'O'                      00709000
               COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT                    00710000
                 - FUNCTION INTEGER-OF-DATE                             00711000
                       (WS-OC-ISSUE-DATE (WS-OC-IDX))                   00712000
               ADD 1 TO WS-OUTST-COUNT WS-SECTION-LINES                 00713000
               ADD WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-OUTST-AMT-TOT     00714000
               MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-AMT-ED           00715000
               MOVE WS-DAYS-OUT TO WS-DAYS-ED                           00716000
               MOVE SPACES TO RFRC-LINE                                 00717000
               STRING 'ACCT: ' WS-OC-ACCT-NO (WS-OC-IDX)                00718000
                   '  CUST: ' WS-OC-CUST-NAME (WS-OC-IDX)               00719000
                   '  ISSUED: ' WS-OC-ISSUE-DATE (WS-OC-IDX)            00720000
                   '  AMOUNT: ' WS-AMT-ED                               00721000
                   '  DAYS OUT: ' WS-DAYS-ED                            00722000
                   DELIMITED BY SIZE INTO RFRC-LINE                     00723000
               WRITE RFRC-LINE                                          00724000
           END-IF.                                                      00725000
                                                                        00726000
      ***************************************************************** 00727000
      * LIST ONE VOIDED CHECK HELD AS UNCLAIMED PROPERTY.               00728000
      ***************************************************************** 00729000
       350-LIST-HELD.                                                   00730000
           SET WS-OC-IDX TO WS-OC-SUB.                                  00731000
           IF WS-OC-CHECK-STATUS (WS-OC-IDX) = 'V'                      00732000
               ADD 1 TO WS-HELD-COUNT WS-SECTION-LINES                  00733000
               ADD WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-HELD-AMT-TOT      00734000
               MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-AMT-ED           00735000
               MOVE SPACES TO RFRC-LINE                                 00736000
               STRING 'ACCT: ' WS-OC-ACCT-NO (WS-OC-IDX)                00737000
                   '  CUST: ' WS-OC-CUST-NAME (WS-OC-IDX)               00738000
                   '  ISSUED: ' WS-OC-ISSUE-DATE (WS-OC-IDX)            00739000
                   '  AMOUNT: ' WS-AMT-ED                               00740000
                   '  VOIDED: ' WS-OC-VOID-DATE (WS-OC-IDX)             00741000
                   '  LAST CONTACT: '                                   00742000
                   WS-OC-LAST-CONTACT-DATE (WS-OC-IDX)                  00743000
                   DELIMITED BY SIZE INTO RFRC-LINE                     00744000
               WRITE RFRC-LINE                                          00745000
           END-IF.                                                      00746000
                                                                        00747000
      ***************************************************************** 00748000
      * WRITE ONE UNCLAIMED-PROPERTY GL ENTRY FOR THE CURRENT CHECK.    00749000
      ***************************************************************** 00750000
       360-WRITE-GL.                                                    00751000
           MOVE WS-RUN-DATE-8               TO GU-POST-DATE.            00752000
           MOVE WS-OC-ACCT-NO (WS-OC-IDX)   TO GU-ACCT-NO.              00753000
           MOVE WS-GL-TRAN-TYPE             TO GU-TRAN-TYPE.            00754000
           MOVE WS-GL-CASH-AMT              TO GU-CASH-AMT.             00755000
           MOVE WS-GL-UNCL-AMT              TO GU-UNCL-AMT.             00756000
           WRITE GU-UNCLAIMED-RECORD.                                   00757000
                                                                        00758000
      ***************************************************************** 00759000
      * START A REPORT SECTION - A BLANK LINE, THE TITLE AND A RULE.    00760000
      ***************************************************************** 00761000
       380-WRITE-SECTION-HDR.                                           00762000
           MOVE 0 TO WS-SECTION-LINES.                                  00763000
           MOVE SPACES TO RFRC-LINE.                                    00764000
           WRITE RFRC-LINE.                                             00765000
           MOVE WS-SECTION-TITLE TO RFRC-LINE.                          00766000
           WRITE RFRC-LINE.                                             00767000
           MOVE SPACES TO RFRC-LINE.                                    00768000
           MOVE ALL '-' TO RFRC-LINE (1:60).                            00769000
           WRITE RFRC-LINE.                                             00770000
                                                                        00771000
       385-NONE-IF-EMPTY.                                               00772000
           IF WS-SECTION-LINES = 0                                      00773000
               MOVE '  NONE' TO RFRC-LINE                               00774000
               WRITE RFRC-LINE                                          00775000
           END-IF.                                                      00776000
                                                                        00777000
      ***************************************************************** 00778000
      * WRITE THE RUN CONTROL TOTALS AT THE END OF THE REPORT.          00779000
      ***************************************************************** 00780000
       390-WRITE-RPT-TOTALS.                                            00781000
           MOVE SPACES TO RFRC-LINE.                                    00782000
           WRITE RFRC-LINE.                                             00783000
           MOVE ALL '=' TO RFRC-LINE.                                   00784000
           WRITE RFRC-LINE.                                             00785000
                                                                        00786000
           MOVE WS-OLD-COUNT TO WS-COUNT-ED.                            00787000
           MOVE SPACES TO RFRC-LINE.                                    00788000
           STRING 'OUTSTANDING FILE IN     : ' WS-COUNT-ED              00789000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00790000
           WRITE RFRC-LINE.                                             00791000
                                                                        00792000
           MOVE WS-NEW-COUNT TO WS-COUNT-ED.                            00793000
           MOVE SPACES TO RFRC-LINE.                                    00794000
           STRING 'NEW REFUND CHECKS       : ' WS-COUNT-ED              00795000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00796000
           WRITE RFRC-LINE.                                             00797000
                                                                        00798000
           MOVE WS-PAID-IN-COUNT TO WS-COUNT-ED.                        00799000
           MOVE SPACES TO RFRC-LINE.                                    00800000
           STRING 'PAID CHECKS FROM BANK   : ' WS-COUNT-ED              00801000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00802000
           WRITE RFRC-LINE.                                             00803000
                                                                        00804000
           MOVE WS-PAID-COUNT TO WS-COUNT-ED.                           00805000
           MOVE WS-PAID-AMT-TOT TO WS-TOT-MONEY-ED.                     00806000
           MOVE SPACES TO RFRC-LINE.                                    00807000
           STRING 'PAID AND CLEARED        : ' WS-COUNT-ED              00808000
               '   ' WS-TOT-MONEY-ED                                    00809000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00810000
           WRITE RFRC-LINE.                                             00811000
                                                                        00812000
           MOVE WS-RVD-COUNT TO WS-COUNT-ED.                            00813000
           MOVE SPACES TO RFRC-LINE.                                    00814000
           STRING '  PAID AFTER VOID       : ' WS-COUNT-ED              00815000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00816000
           WRITE RFRC-LINE.                                             00817000
                                                                        00818000
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED.                      00819000
           MOVE SPACES TO RFRC-LINE.                                    00820000
           STRING 'PAID, NOT MATCHED       : ' WS-COUNT-ED              00821000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00822000
           WRITE RFRC-LINE.                                             00823000
                                                                        00824000
           MOVE WS-VOID-COUNT TO WS-COUNT-ED.                           00825000
           MOVE WS-VOID-AMT-TOT TO WS-TOT-MONEY-ED.                     00826000
           MOVE SPACES TO RFRC-LINE.                                    00827000
           STRING 'VOIDED STALE-DATED      : ' WS-COUNT-ED              00828000
               '   ' WS-TOT-MONEY-ED                                    00829000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00830000
           WRITE RFRC-LINE.                                             00831000
                                                                        00832000
           MOVE WS-OUTST-COUNT TO WS-COUNT-ED.                          00833000
           MOVE WS-OUTST-AMT-TOT TO WS-TOT-MONEY-ED.                    00834000
           MOVE SPACES TO RFRC-LINE.                                    00835000
           STRING 'STILL OUTSTANDING       : ' WS-COUNT-ED              00836000
               '   ' WS-TOT-MONEY-ED                                    00837000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00838000
           WRITE RFRC-LINE.                                             00839000
                                                                        00840000
           IF ESCHEAT-RUN                                               00841000
               MOVE WS-ESCH-COUNT TO WS-COUNT-ED                        00842000
               MOVE WS-ESCH-AMT-TOT TO WS-TOT-MONEY-ED                  00843000
               MOVE SPACES TO RFRC-LINE                                 00844000
               STRING 'ESCHEATED TO THE STATE  : ' WS-COUNT-ED          00845000
                   '   ' WS-TOT-MONEY-ED                                00846000
                   DELIMITED BY SIZE INTO RFRC-LINE                     00847000
               WRITE RFRC-LINE                                          00848000
           END-IF.                                                      00849000
                                                                        00850000
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.                           00851000
           MOVE WS-HELD-AMT-TOT TO WS-TOT-MONEY-ED.                     00852000
           MOVE SPACES TO RFRC-LINE.                                    00853000
           STRING 'HELD AS UNCLAIMED       : ' WS-COUNT-ED              00854000
               '   ' WS-TOT-MONEY-ED                                    00855000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00856000
           WRITE RFRC-LINE.                                             00857000
                                                                        00858000
           MOVE WS-KEPT-COUNT TO WS-COUNT-ED.                           00859000
           MOVE SPACES TO RFRC-LINE.                                    00860000
           STRING 'OUTSTANDING FILE OUT    : ' WS-COUNT-ED              00861000
               DELIMITED BY SIZE INTO RFRC-LINE.                        00862000
           WRITE RFRC-LINE.                                             00863000
           MOVE ALL '=' TO RFRC-LINE.                                   00864000
           WRITE RFRC-LINE.                                             00865000
                                                                        00866000
      ***************************************************************** 00867000
      * ANNUAL ESCHEAT REPORT - EVERY VOIDED CHECK WHOSE OWNER HAS      00868000
      * BEEN OUT OF CONTACT FOR THE DORMANCY PERIOD, AS THE STATE       00869000
      * WANTS IT: OWNER NAME, LAST KNOWN ADDRESS, AMOUNT AND DATE OF    00870000
      * LAST CONTACT.                                                   00871000
      ***************************************************************** 00872000
       400-ESCHEAT-REPORT.                                              00873000
           MOVE SPACES TO ESCH-LINE.                                    00874000
           STRING 'UTIL2810 UNCLAIMED PROPERTY (ESCHEAT) REPORT - '     00875000
               'AS OF ' WS-RUN-DATE-8                                   00876000
               DELIMITED BY SIZE INTO ESCH-LINE.                        00877000
           WRITE ESCH-LINE.                                             00878000
           MOVE SPACES TO ESCH-LINE.                                    00879000
           STRING 'PROPERTY: UNCASHED UTILITY DEPOSIT REFUND CHECKS - ' 00880000
               'OWNER OUT OF CONTACT ' WS-DORMANT-DAYS ' DAYS OR MORE'  00881000
               DELIMITED BY SIZE INTO ESCH-LINE.                        00882000
           WRITE ESCH-LINE.                                             00883000
           MOVE SPACES TO ESCH-LINE.                                    00884000
           WRITE ESCH-LINE.                                             00885000
                                                                        00886000
           MOVE 'ACCT'               TO ESCH-LINE (1:4).                00887000
           MOVE 'OWNER NAME'         TO ESCH-LINE (9:10).               00888000
           MOVE 'LAST KNOWN ADDRESS' TO ESCH-LINE (23:18).              00889000
           MOVE 'CITY'               TO ESCH-LINE (77:4).               00890000
           MOVE 'ST'                 TO ESCH-LINE (93:2).               00891000
           MOVE 'ZIP'                TO ESCH-LINE (96:3).               00892000
           MOVE 'AMOUNT'             TO ESCH-LINE (112:6).              00893000
           MOVE 'LAST CONTACT'       TO ESCH-LINE (120:12).             00894000
           WRITE ESCH-LINE.                                             00895000
           MOVE ALL '-' TO ESCH-LINE (1:131).                           00896000
           WRITE ESCH-LINE.                                             00897000
                                                                        00898000
           PERFORM 410-ESCHEAT-ONE THRU 410-EXIT                        00899000
               VARYING WS-OC-SUB FROM 1 BY 1                            00900000
               UNTIL WS-OC-SUB > WS-OC-COUNT.                           00901000
                                                                        00902000
           MOVE SPACES TO ESCH-LINE.                                    00903000
           WRITE ESCH-LINE.                                             00904000
           MOVE ALL '=' TO ESCH-LINE.                                   00905000
           WRITE ESCH-LINE.                                             00906000
           MOVE WS-ESCH-COUNT TO WS-COUNT-ED.                           00907000
           MOVE SPACES TO ESCH-LINE.                                    00908000
           STRING 'OWNERS REPORTED : ' WS-COUNT-ED                      00909000
               DELIMITED BY SIZE INTO ESCH-LINE.                        00910000
           WRITE ESCH-LINE.                                             00911000
           MOVE WS-ESCH-AMT-TOT TO WS-TOT-MONEY-ED.                     00912000
           MOVE SPACES TO ESCH-LINE.                                    00913000
           STRING 'DOLLARS REPORTED: ' WS-TOT-MONEY-ED                  00914000
               DELIMITED BY SIZE INTO ESCH-LINE.                        00915000
           WRITE ESCH-LINE.                                             00916000
           MOVE ALL '=' TO ESCH-LINE.                                   00917000
           WRITE ESCH-LINE.                                             00918000
                                                                        00919000
      ***************************************************************** 00920000
      * REPORT ONE VOIDED CHECK PAST THE DORMANCY PERIOD AND ESCHEAT    00921000
      * IT - THE LIABILITY IS DEBITED AND CASH CREDITED FOR THE         00922000
      * REMITTANCE, AND THE CHECK DROPS OFF THE FILE.                   00923000
      ***************************************************************** 00924000
       410-ESCHEAT-ONE.                                                 00925000
           SET WS-OC-IDX TO WS-OC-SUB.                                  00926000
           IF WS-OC-CHECK-STATUS (WS-OC-IDX) NOT = 'V'                  00927000
               GO TO 410-EXIT                                           00928000
           END-IF.                                                      00929000
           COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT                        00930000
             - FUNCTION INTEGER-OF-DATE                                 00931000
                   (WS-OC-LAST-CONTACT-DATE (WS-OC-IDX)).               00932000
           IF WS-DAYS-OUT < WS-DORMANT-DAYS                             00933000
               GO TO 410-EXIT                                           00934000
           END-IF.                                                      00935000
                                                                        00936000
           MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-AMT-ED.              00937000
           MOVE SPACES TO ESCH-LINE.                                    00938000
           STRING WS-OC-ACCT-NO (WS-OC-IDX)                             00939000
               '  ' WS-OC-CUST-NAME (WS-OC-IDX)                         00940000
               '  ' WS-OC-ADDR-LINE-1 (WS-OC-IDX)                       00941000
               '  ' WS-OC-ADDR-LINE-2 (WS-OC-IDX)                       00942000
               '  ' WS-OC-CITY (WS-OC-IDX)                              00943000
               ' '  WS-OC-STATE (WS-OC-IDX)                             00944000
               ' '  WS-OC-ZIP (WS-OC-IDX)                               00945000
               '  ' WS-AMT-ED                                           00946000
               '  ' WS-OC-LAST-CONTACT-DATE (WS-OC-IDX)                 00947000
               DELIMITED BY SIZE INTO ESCH-LINE.                        00948000
           WRITE ESCH-LINE.                                             00949000
                                                                        00950000
           MOVE 'ESC' TO WS-GL-TRAN-TYPE.                               00951000
           COMPUTE WS-GL-CASH-AMT = 0 - WS-OC-REFUND-AMT (WS-OC-IDX).   00952000
           MOVE WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-GL-UNCL-AMT.         00953000
           PERFORM 360-WRITE-GL.                                        00954000
                                                                        00955000
           MOVE 'E' TO WS-OC-CHECK-STATUS (WS-OC-IDX).                  00956000
           ADD 1 TO WS-ESCH-COUNT.                                      00957000
           ADD WS-OC-REFUND-AMT (WS-OC-IDX) TO WS-ESCH-AMT-TOT.         00958000
                                                                        00959000
       410-EXIT.                                                        00960000
           EXIT.                                                        00961000
                                                                        00962000
      ***************************************************************** 00963000
      * WRITE ONE CHECK TO THE NEXT GENERATION - ONLY THOSE STILL       00964000
      * OUTSTANDING OR HELD AS UNCLAIMED PROPERTY CARRY FORWARD.        00965000
      ***************************************************************** 00966000
       500-WRITE-ONE-CHECK.                                             00967000
           SET WS-OC-IDX TO WS-OC-SUB.                                  00968000
           IF WS-OC-CHECK-STATUS (WS-OC-IDX) = 'O'                      00969000
               OR WS-OC-CHECK-STATUS (WS-OC-IDX) = 'V'                  00970000
               WRITE RN-OUTSTAND-RECORD FROM WS-OC-ENTRY (WS-OC-IDX)    00971000
               ADD 1 TO WS-KEPT-COUNT                                   00972000
           END-IF.                                                      00973000

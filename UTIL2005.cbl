       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2005.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Route book build for the meter-reading handhelds. 00007000
      *                                                                 00008000
      *  Runs once a month, ahead of the first cycle's read date, with  00009000
      *  no parm, and walks the customer master for every account on    00010000
      *  every cycle (CYCLE=NN: that cycle only) still on service,      00011000
      *  and books each of the account's meters off the meter master    00012000
      *  with the dial it last posted. An account not on the meter      00013000
      *  master yet books its single meter 01 off the customer          00014000
      *  master's own dial. Each meter carries the kWh expected this    00015000
      *  period - the account's same month last year off USAGEHST,      00016000
      *  else CM-AVG-KWH, split across a multi-meter account by each    00017000
      *  meter's share of the last kWh it posted - and the low and      00018000
      *  high read limits around it, as kWh and as dial positions.      00019000
      *  The book is sorted into cycle / CM-ROUTE-CODE / CM-WALK-SEQ    00020000
      *  order and written to ROUTEBK for the handheld download and     00021000
      *  for the UTIL2010 intake run to check the reads against; a      00022000
      *  printed copy by route goes to RBKLIST.                         00023000
      *                                                                 00024000
      *  Modification History:                                          00025000
      *  10-15-26  BS  New program - route book download with expected  00026000
      *                kWh and high/low read limits per meter.          00027000
      ***************************************************************** 00028000
       ENVIRONMENT DIVISION.                                            00029000
       INPUT-OUTPUT SECTION.                                            00030000
       FILE-CONTROL.                                                    00031000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00032000
               ORGANIZATION IS INDEXED                                  00033000
               ACCESS MODE IS DYNAMIC                                   00034000
               RECORD KEY IS CM-ACCT-NO                                 00035000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00036000
                                                                        00037000
           SELECT METER-MASTER     ASSIGN TO METERMST                   00038000
               ORGANIZATION IS INDEXED                                  00039000
               ACCESS MODE IS DYNAMIC                                   00040000
               RECORD KEY IS MM-METER-KEY                               00041000
               FILE STATUS IS WS-METERMST-STATUS.                       00042000
                                                                        00043000
           SELECT USAGE-HISTORY    ASSIGN TO USAGEHST                   00044000
               ORGANIZATION IS SEQUENTIAL                               00045000
               FILE STATUS IS WS-USAGEHST-STATUS.                       00046000
                                                                        00047000
           SELECT ROUTE-BOOK-WORK  ASSIGN TO RBWORK                     00048000
               ORGANIZATION IS SEQUENTIAL                               00049000
               FILE STATUS IS WS-RBWORK-STATUS.                         00050000
                                                                        00051000
           SELECT BOOK-SORT-FILE   ASSIGN TO SORTWK1.                   00052000
                                                                        00053000
           SELECT ROUTE-BOOK       ASSIGN TO ROUTEBK                    00054000
               ORGANIZATION IS SEQUENTIAL                               00055000
               FILE STATUS IS WS-ROUTEBK-STATUS.                        00056000
                                                                        00057000
           SELECT ROUTE-BOOK-LIST  ASSIGN TO RBKLIST                    00058000
               ORGANIZATION IS SEQUENTIAL                               00059000
               FILE STATUS IS WS-RBKLIST-STATUS.                        00060000
                                                                        00061000
       DATA DIVISION.                                                   00062000
       FILE SECTION.                                                    00063000
       FD  CUSTOMER-MASTER                                              00064000
           LABEL RECORDS ARE STANDARD.                                  00065000
       COPY CUSTMAS.                                                    00066000
                                                                        00067000
       FD  METER-MASTER                                                 00068000
           LABEL RECORDS ARE STANDARD.                                  00069000
       COPY METERMST.                                                   00070000
                                                                        00071000
       FD  USAGE-HISTORY                                                00072000
           LABEL RECORDS ARE STANDARD.                                  00073000
       COPY USAGEHST.                                                   00074000
                                                                        00075000
       FD  ROUTE-BOOK-WORK                                              00076000
           LABEL RECORDS ARE STANDARD.                                  00077000
       COPY ROUTEBK.                                                    00078000
                                                                        00079000
      * THE SD AND FD BELOW CARRY THE SAME LAYOUT AS ROUTEBK (SEE THAT  00080000
      * COPYBOOK, USED ABOVE FOR THE UNSORTED WORK FILE) UNDER THE      00081000
      * SB-/BK- PREFIXES FOR THE SORT'S WORK AREA AND THE SORTED BOOK   00082000
      * SO EACH RECORD AREA HAS ITS OWN NAME.                           00083000
       SD  BOOK-SORT-FILE.                                              00084000
       01  SB-ROUTE-BOOK-RECORD.                                        00085000
           05  SB-BOOK-PERIOD           PIC 9(06).                      00086000
           05  SB-CYCLE-CODE            PIC 9(02).                      00087000
           05  SB-ROUTE-CODE            PIC X(04).                      00088000
           05  SB-WALK-SEQ              PIC 9(04).                      00089000
           05  SB-ACCT-NO               PIC X(06).                      00090000
           05  SB-METER-NO              PIC X(02).                      00091000
           05  SB-CUST-NAME             PIC X(12).                      00092000
           05  SB-ADDR-LINE-1           PIC X(25).                      00093000
           05  SB-LAST-READ-DATE        PIC 9(08).                      00094000
           05  SB-LAST-DIAL             PIC 9(05).                      00095000
           05  SB-RCV-SW                PIC X(01).                      00096000
           05  SB-LAST-RCV-DIAL         PIC 9(05).                      00097000
           05  SB-LIMIT-SRC             PIC X(01).                      00098000
           05  SB-EXPECT-KWH            PIC 9(05).                      00099000
           05  SB-LOW-KWH               PIC 9(05).                      00100000
           05  SB-HIGH-KWH              PIC 9(05).                      00101000
           05  SB-LOW-DIAL              PIC 9(05).                      00102000
           05  SB-HIGH-DIAL             PIC 9(05).                      00103000
                                                                        00104000
       FD  ROUTE-BOOK                                                   00105000
           LABEL RECORDS ARE STANDARD.                                  00106000
       01  BK-ROUTE-BOOK-RECORD.                                        00107000
           05  BK-BOOK-PERIOD           PIC 9(06).                      00108000
           05  BK-CYCLE-CODE            PIC 9(02).                      00109000
           05  BK-ROUTE-CODE            PIC X(04).                      00110000
           05  BK-WALK-SEQ              PIC 9(04).                      00111000
           05  BK-ACCT-NO               PIC X(06).                      00112000
           05  BK-METER-NO              PIC X(02).                      00113000
           05  BK-CUST-NAME             PIC X(12).                      00114000
           05  BK-ADDR-LINE-1           PIC X(25).                      00115000
           05  BK-LAST-READ-DATE        PIC 9(08).                      00116000
           05  BK-LAST-DIAL             PIC 9(05).                      00117000
           05  BK-RCV-SW                PIC X(01).                      00118000
           05  BK-LAST-RCV-DIAL         PIC 9(05).                      00119000
           05  BK-LIMIT-SRC             PIC X(01).                      00120000
               88  BK-NO-LIMITS         VALUE 'N'.                      00121000
           05  BK-EXPECT-KWH            PIC 9(05).                      00122000
           05  BK-LOW-KWH               PIC 9(05).                      00123000
           05  BK-HIGH-KWH              PIC 9(05).                      00124000
           05  BK-LOW-DIAL              PIC 9(05).                      00125000
           05  BK-HIGH-DIAL             PIC 9(05).                      00126000
                                                                        00127000
       FD  ROUTE-BOOK-LIST                                              00128000
           LABEL RECORDS ARE STANDARD                                   00129000
           RECORD CONTAINS 132 CHARACTERS.                              00130000
       01  RBK-LINE                 PIC X(132).                         00131000
                                                                        00132000
       WORKING-STORAGE SECTION.                                         00133000
                                                                        00134000
      ***************************************************************** 00135000
      * FILE STATUS / SWITCHES                                          00136000
      ***************************************************************** 00137000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00138000
       01  WS-CUSTMAS-EOF-SW        PIC X(01)    VALUE 'N'.             00139000
           88  CUSTMAS-EOF                       VALUE 'Y'.             00140000
           88  CUSTMAS-NOT-EOF                   VALUE 'N'.             00141000
                                                                        00142000
       01  WS-METERMST-STATUS       PIC X(02)    VALUE '00'.            00143000
       01  WS-METERMST-AVAIL-SW     PIC X(01)    VALUE 'N'.             00144000
           88  METERMST-AVAILABLE                VALUE 'Y'.             00145000
           88  METERMST-UNAVAILABLE              VALUE 'N'.             00146000
       01  WS-MTRS-EOF-SW           PIC X(01)    VALUE 'N'.             00147000
           88  MTRS-EOF                          VALUE 'Y'.             00148000
           88  MTRS-NOT-EOF                      VALUE 'N'.             00149000
                                                                        00150000
       01  WS-USAGEHST-STATUS       PIC X(02)    VALUE '00'.            00151000
       01  WS-USAGEHST-EOF-SW       PIC X(01)    VALUE 'N'.             00152000
           88  USAGEHST-EOF                      VALUE 'Y'.             00153000
           88  USAGEHST-NOT-EOF                  VALUE 'N'.             00154000
                                                                        00155000
       01  WS-RBWORK-STATUS         PIC X(02)    VALUE '00'.            00156000
       01  WS-ROUTEBK-STATUS        PIC X(02)    VALUE '00'.            00157000
       01  WS-ROUTEBK-EOF-SW        PIC X(01)    VALUE 'N'.             00158000
           88  ROUTEBK-EOF                       VALUE 'Y'.             00159000
           88  ROUTEBK-NOT-EOF                   VALUE 'N'.             00160000
       01  WS-RBKLIST-STATUS        PIC X(02)    VALUE '00'.            00161000
                                                                        00162000
      ***************************************************************** 00163000
      * READ LIMITS - A READ WHOSE KWH FALLS BELOW THE LOW PERCENT OR   00164000
      * ABOVE THE HIGH PERCENT OF WHAT THE METER IS EXPECTED TO USE     00165000
      * IS HELD FOR A RE-READ. THE BAND IS NEVER NARROWER THAN THE      00166000
      * MINIMUM ON EITHER SIDE OF THE EXPECTED KWH, SO A SMALL METER    00167000
      * IS NOT SENT BACK FOR A FEW KWH EITHER WAY.                      00168000
      ***************************************************************** 00169000
       01  WS-LOW-LIMIT-PCT         PIC 9(3)     VALUE 40.              00170000
       01  WS-HIGH-LIMIT-PCT        PIC 9(3)     VALUE 250.             00171000
       01  WS-MIN-LIMIT-BAND        PIC 9(5)     VALUE 100.             00172000
       01  WS-DIAL-MODULUS          PIC 9(6)     VALUE 100000.          00173000
                                                                        00174000
      ***************************************************************** 00175000
      * THE ACCOUNT'S METERS OFF THE METER MASTER, HELD SO THE          00176000
      * ACCOUNT'S EXPECTED KWH CAN BE SPLIT BY EACH METER'S SHARE OF    00177000
      * THE KWH THEY LAST POSTED.                                       00178000
      ***************************************************************** 00179000
       01  WS-MTR-COUNT             PIC 9(4)  COMP  VALUE 0.            00180000
       01  WS-MTR-TABLE-AREA.                                           00181000
           05  WS-MTR-ENTRY         OCCURS 20 TIMES                     00182000
                                     INDEXED BY WS-MTR-IDX.             00183000
               10  WS-MT-METER-NO   PIC X(02).                          00184000
               10  WS-MT-LAST-READ  PIC 9(08).                          00185000
               10  WS-MT-LAST-DIAL  PIC 9(05).                          00186000
               10  WS-MT-KWH        PIC 9(05).                          00187000
               10  WS-MT-RCV-SW     PIC X(01).                          00188000
               10  WS-MT-RCV-DIAL   PIC 9(05).                          00189000
       01  WS-MTR-KWH-TOTAL         PIC 9(7)     VALUE 0.               00190000
                                                                        00191000
      ***************************************************************** 00192000
      * EXPECTED KWH AND LIMIT WORK FIELDS                              00193000
      ***************************************************************** 00194000
       01  WS-ACCT-EXPECT-KWH       PIC 9(05)    VALUE 0.               00195000
       01  WS-ACCT-LIMIT-SRC        PIC X(01)    VALUE 'N'.             00196000
       01  WS-METER-EXPECT-KWH      PIC 9(05)    VALUE 0.               00197000
       01  WS-LOW-KWH               PIC 9(06)    VALUE 0.               00198000
       01  WS-HIGH-KWH              PIC 9(06)    VALUE 0.               00199000
       01  WS-WORK-DIAL             PIC 9(06)    VALUE 0.               00200000
                                                                        00201000
      ***************************************************************** 00202000
      * SAME-MONTH-LAST-YEAR USAGE TABLE - LOADED ONCE FROM USAGEHST,   00203000
      * ONE ENTRY PER ACCOUNT THAT BILLED THE SAME CALENDAR MONTH A     00204000
      * YEAR AGO, THE SAME WAY UTIL2010 LOADS IT FOR ITS ESTIMATES.     00205000
      * A NET-METERED ACCOUNT KEEPS ITS DELIVERED KWH - THAT IS THE     00206000
      * REGISTER THE READER IS CHECKING, NOT THE NET BILLED.            00207000
      ***************************************************************** 00208000
       01  WS-HIST-TABLE-COUNT      PIC 9(4)  COMP  VALUE 0.            00209000
       01  WS-HIST-TABLE-AREA.                                          00210000
           05  WS-HIST-TABLE        OCCURS 1 TO 5000 TIMES              00211000
                                     DEPENDING ON WS-HIST-TABLE-COUNT   00212000
                                     INDEXED BY WS-HIST-IDX.            00213000
               10  WS-HT-ACCT-NO    PIC X(06).                          00214000
               10  WS-HT-KWH        PIC 9(05).                          00215000
       01  WS-LAST-YEAR-PERIOD      PIC 9(06)    VALUE 0.               00216000
                                                                        00217000
      ***************************************************************** 00218000
      * BOOK PERIOD - THE RUN MONTH, STAMPED ON EVERY RECORD SO THE     00219000
      * INTAKE RUN NEVER CHECKS READS AGAINST A STALE BOOK.             00220000
      ***************************************************************** 00221000
       01  WS-BOOK-PERIOD           PIC 9(06)    VALUE 0.               00222000
       01  WS-PERIOD-START-8        PIC 9(8)     VALUE 0.               00223000
                                                                        00224000
      ***************************************************************** 00225000
      * ROUTE BOOK LISTING CONTROL-BREAK FIELDS                         00226000
      ***************************************************************** 00227000
       01  WS-FIRST-REC-SW          PIC X(01)    VALUE 'Y'.             00228000
           88  WS-FIRST-REC                      VALUE 'Y'.             00229000
           88  WS-NOT-FIRST-REC                  VALUE 'N'.             00230000
       01  WS-CURR-CYCLE            PIC 9(02)    VALUE 0.               00231000
       01  WS-CURR-ROUTE            PIC X(04)    VALUE SPACES.          00232000
       01  WS-PAGE-NO               PIC 9(4)     VALUE 0.               00233000
       01  WS-PAGE-NO-ED            PIC ZZZ9.                           00234000
       01  WS-RTE-METERS            PIC 9(7)     VALUE 0.               00235000
       01  WS-RTE-NO-LIMITS         PIC 9(7)     VALUE 0.               00236000
       01  WS-EXPECT-ED             PIC ZZ,ZZ9.                         00237000
       01  WS-LOW-ED                PIC ZZ,ZZ9.                         00238000
       01  WS-HIGH-ED               PIC ZZ,ZZ9.                         00239000
       01  WS-PCT-ED                PIC ZZ9.                            00240000
       01  WS-PCT-ED2               PIC ZZ9.                            00241000
                                                                        00242000
      ***************************************************************** 00243000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00244000
      ***************************************************************** 00245000
       01  WS-ACCT-COUNT            PIC 9(7)     VALUE 0.               00246000
       01  WS-METER-COUNT           PIC 9(7)     VALUE 0.               00247000
       01  WS-HIST-LIMIT-COUNT      PIC 9(7)     VALUE 0.               00248000
       01  WS-AVG-LIMIT-COUNT       PIC 9(7)     VALUE 0.               00249000
       01  WS-NO-LIMIT-COUNT        PIC 9(7)     VALUE 0.               00250000
       01  WS-SKIP-COUNT            PIC 9(7)     VALUE 0.               00251000
       01  WS-MTR-OVER-COUNT        PIC 9(7)     VALUE 0.               00252000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00253000
                                                                        00254000
      ***************************************************************** 00255000
      * RUN DATE FIELDS                                                 00256000
      ***************************************************************** 00257000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00258000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00259000
           05  WS-RUN-YYYY          PIC 9(4).                           00260000
           05  WS-RUN-MM            PIC 9(2).                           00261000
           05  WS-RUN-DD            PIC 9(2).                           00262000
                                                                        00263000
      ***************************************************************** 00264000
      * CYCLE SELECTION - CYCLE=NN ON THE EXEC PARM BOOKS ONLY THAT     00265000
      * BILLING CYCLE'S ROUTES. ZERO MEANS BOOK EVERY CYCLE.            00266000
      ***************************************************************** 00267000
       01  WS-SELECT-CYCLE          PIC 9(02)    VALUE 0.               00268000
       01  WS-SELECT-CYCLE-X        PIC X(02)    VALUE '00'.            00269000
       01  WS-SELECT-CYCLE-N REDEFINES WS-SELECT-CYCLE-X                00270000
                                    PIC 9(02).                          00271000
                                                                        00272000
      ***************************************************************** 00273000
      * LINKAGE SECTION - THE JCL EXEC PARM NAMES THE CYCLE TO BOOK.    00274000
      ***************************************************************** 00275000
       LINKAGE SECTION.                                                 00276000
       01  LS-PARM-AREA.                                                00277000
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00278000
           05  LS-PARM-DATA             PIC X(80).                      00279000
                                                                        00280000
      ***************************************************************** 00281000
      * IT'S GO TIME!                                                   00282000
      ***************************************************************** 00283000
       PROCEDURE DIVISION USING LS-PARM-AREA.                           00284000
                                                                        00285000
      ***************************************************************** 00286000
      * MAINLINE - LOAD LAST YEAR'S USAGE, BOOK EVERY METER ON THE      00287000
      * CYCLE, SORT THE BOOK INTO WALK ORDER AND PRINT IT.              00288000
      ***************************************************************** 00289000
       000-MAIN.                                                        00290000
           DISPLAY '*************************************'.             00291000
           DISPLAY '*** UTIL2005 - ROUTE BOOK BUILD   ***'.             00292000
           DISPLAY '*************************************'.             00293000
           DISPLAY ' '.                                                 00294000
                                                                        00295000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00296000
                                                                        00297000
      * ONLY AN EMPTY PARM (BOOK EVERY CYCLE) OR CYCLE=NN WITH NN       00298000
      * 01-20 IS ACCEPTED - A MISKEYED PARM STOPS THE RUN RATHER        00299000
      * THAN SEND EVERY ROUTE TO THE HANDHELDS.                         00300000
           IF LS-PARM-LEN NOT = 0                                       00301000
               IF LS-PARM-LEN = 8                                       00302000
                   AND LS-PARM-DATA (1:6) = 'CYCLE='                    00303000
                   MOVE LS-PARM-DATA (7:2) TO WS-SELECT-CYCLE-X         00304000
                   IF WS-SELECT-CYCLE-X NUMERIC                         00305000
                       AND WS-SELECT-CYCLE-N > 0                        00306000
                       AND WS-SELECT-CYCLE-N < 21                       00307000
                       MOVE WS-SELECT-CYCLE-N TO WS-SELECT-CYCLE        00308000
                   ELSE                                                 00309000
                       DISPLAY 'UTIL2005 - CYCLE MUST BE 01-20, NOT '   00310000
                           WS-SELECT-CYCLE-X                            00311000
                       MOVE 8 TO RETURN-CODE                            00312000
                       STOP RUN                                         00313000
                   END-IF                                               00314000
               ELSE                                                     00315000
                   DISPLAY 'UTIL2005 - PARM NOT RECOGNIZED: '           00316000
                       LS-PARM-DATA (1:16)                              00317000
                   DISPLAY 'UTIL2005 - USE NO PARM (ALL CYCLES) OR '    00318000
                       'CYCLE=NN (NN 01-20)'                            00319000
                   MOVE 8 TO RETURN-CODE                                00320000
                   STOP RUN                                             00321000
               END-IF                                                   00322000
           END-IF.                                                      00323000
                                                                        00324000
           COMPUTE WS-BOOK-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.    00325000
           COMPUTE WS-PERIOD-START-8 =                                  00326000
               (WS-RUN-YYYY * 10000) + (WS-RUN-MM * 100) + 1.           00327000
                                                                        00328000
           PERFORM 170-LOAD-HISTORY THRU 170-EXIT.                      00329000
           PERFORM 100-BUILD-BOOK THRU 100-EXIT.                        00330000
           IF RETURN-CODE NOT = 0                                       00331000
               DISPLAY 'UTIL2005 - RUN ABORTED, RC = ' RETURN-CODE      00332000
               STOP RUN                                                 00333000
           END-IF.                                                      00334000
                                                                        00335000
           PERFORM 500-SORT-BOOK THRU 500-EXIT.                         00336000
           IF RETURN-CODE NOT = 0                                       00337000
               DISPLAY 'UTIL2005 - RUN ABORTED, RC = ' RETURN-CODE      00338000
               STOP RUN                                                 00339000
           END-IF.                                                      00340000
                                                                        00341000
           PERFORM 600-PRINT-BOOK THRU 600-EXIT.                        00342000
                                                                        00343000
           DISPLAY 'UTIL2005 - ACCOUNTS BOOKED   : ' WS-ACCT-COUNT.     00344000
           DISPLAY 'UTIL2005 - METERS BOOKED     : ' WS-METER-COUNT.    00345000
           DISPLAY 'UTIL2005 - NO READ LIMITS    : ' WS-NO-LIMIT-COUNT. 00346000
           DISPLAY 'UTIL2005 - ACCOUNTS SKIPPED  : ' WS-SKIP-COUNT.     00347000
                                                                        00348000
           STOP RUN.                                                    00349000
                                                                        00350000
      ***************************************************************** 00351000
      * LOAD THE SAME-MONTH-LAST-YEAR USAGE TABLE FROM THE HISTORY      00352000
      * FILE. A MISSING OR EMPTY FILE SIMPLY MEANS EVERY METER'S        00353000
      * LIMITS COME FROM THE ACCOUNT'S ROLLING AVERAGE.                 00354000
      ***************************************************************** 00355000
       170-LOAD-HISTORY.                                                00356000
           COMPUTE WS-LAST-YEAR-PERIOD =                                00357000
               ((WS-RUN-YYYY - 1) * 100) + WS-RUN-MM.                   00358000
                                                                        00359000
           OPEN INPUT USAGE-HISTORY.                                    00360000
           IF WS-USAGEHST-STATUS NOT = '00'                             00361000
               DISPLAY 'UTIL2005 - USAGEHST OPEN FAILED, STATUS = '     00362000
                   WS-USAGEHST-STATUS                                   00363000
               GO TO 170-EXIT                                           00364000
           END-IF.                                                      00365000
                                                                        00366000
           PERFORM 172-READ-HIST-RTN.                                   00367000
           PERFORM 171-STORE-HIST UNTIL USAGEHST-EOF.                   00368000
                                                                        00369000
           CLOSE USAGE-HISTORY.                                         00370000
                                                                        00371000
       170-EXIT.                                                        00372000
           EXIT.                                                        00373000
                                                                        00374000
      ***************************************************************** 00375000
      * KEEP ONE HISTORY RECORD IF IT IS THE SAME CALENDAR MONTH A      00376000
      * YEAR AGO, THEN READ THE NEXT ONE.                               00377000
      ***************************************************************** 00378000
       171-STORE-HIST.                                                  00379000
           IF UH-BILLING-PERIOD = WS-LAST-YEAR-PERIOD                   00380000
               IF WS-HIST-TABLE-COUNT >= 5000                           00381000
                   DISPLAY 'UTIL2005 - HISTORY TABLE FULL AT 5000, '    00382000
                       'IGNORING THE REST'                              00383000
                   SET USAGEHST-EOF TO TRUE                             00384000
               ELSE                                                     00385000
                   ADD 1 TO WS-HIST-TABLE-COUNT                         00386000
                   SET WS-HIST-IDX TO WS-HIST-TABLE-COUNT               00387000
                   MOVE UH-ACCT-NO TO WS-HT-ACCT-NO (WS-HIST-IDX)       00388000
                   IF UH-NEM-SW = 'Y'                                   00389000
                       MOVE UH-KWH-DELIVERED TO WS-HT-KWH (WS-HIST-IDX) 00390000
                   ELSE                                                 00391000
                       MOVE UH-KWH           TO WS-HT-KWH (WS-HIST-IDX) 00392000
                   END-IF                                               00393000
               END-IF                                                   00394000
           END-IF.                                                      00395000
           IF NOT USAGEHST-EOF                                          00396000
               PERFORM 172-READ-HIST-RTN                                00397000
           END-IF.                                                      00398000
                                                                        00399000
      ***************************************************************** 00400000
      * READ THE NEXT USAGE HISTORY RECORD, SETTING THE EOF SWITCH      00401000
      * WHEN THE FILE IS EXHAUSTED.                                     00402000
      ***************************************************************** 00403000
       172-READ-HIST-RTN.                                               00404000
           READ USAGE-HISTORY                                           00405000
               AT END                                                   00406000
                   SET USAGEHST-EOF TO TRUE                             00407000
               NOT AT END                                               00408000
                   SET USAGEHST-NOT-EOF TO TRUE                         00409000
           END-READ.                                                    00410000
                                                                        00411000
      ***************************************************************** 00412000
      * OPEN THE MASTERS AND THE WORK FILE AND BOOK EVERY ACCOUNT ON    00413000
      * THE CYCLE, FRONT TO BACK OF THE CUSTOMER MASTER.                00414000
      ***************************************************************** 00415000
       100-BUILD-BOOK.                                                  00416000
           OPEN INPUT CUSTOMER-MASTER.                                  00417000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00418000
               DISPLAY 'UTIL2005 - CUSTMAS OPEN FAILED, STATUS = '      00419000
                   WS-CUSTMAS-STATUS                                    00420000
               MOVE 16 TO RETURN-CODE                                   00421000
               GO TO 100-EXIT                                           00422000
           END-IF.                                                      00423000
                                                                        00424000
      * A SHOP THAT HAS NOT BUILT THE METER MASTER YET STILL GETS A     00425000
      * BOOK - EVERY ACCOUNT BOOKS ITS SINGLE METER 01.                 00426000
           OPEN INPUT METER-MASTER.                                     00427000
           IF WS-METERMST-STATUS = '00'                                 00428000
               SET METERMST-AVAILABLE TO TRUE                           00429000
           ELSE                                                         00430000
               DISPLAY 'UTIL2005 - METERMST NOT AVAILABLE, STATUS = '   00431000
                   WS-METERMST-STATUS ' - BOOKING METER 01 ONLY'        00432000
               SET METERMST-UNAVAILABLE TO TRUE                         00433000
           END-IF.                                                      00434000
                                                                        00435000
           OPEN OUTPUT ROUTE-BOOK-WORK.                                 00436000
           IF WS-RBWORK-STATUS NOT = '00'                               00437000
               DISPLAY 'UTIL2005 - RBWORK OPEN FAILED, STATUS = '       00438000
                   WS-RBWORK-STATUS                                     00439000
               CLOSE CUSTOMER-MASTER                                    00440000
               IF METERMST-AVAILABLE                                    00441000
                   CLOSE METER-MASTER                                   00442000
               END-IF                                                   00443000
               MOVE 16 TO RETURN-CODE                                   00444000
               GO TO 100-EXIT                                           00445000
           END-IF.                                                      00446000
                                                                        00447000
           SET CUSTMAS-NOT-EOF TO TRUE.                                 00448000
           MOVE LOW-VALUES TO CM-ACCT-NO.                               00449000
           START CUSTOMER-MASTER KEY NOT LESS THAN CM-ACCT-NO           00450000
               INVALID KEY                                              00451000
                   SET CUSTMAS-EOF TO TRUE                              00452000
           END-START.                                                   00453000
                                                                        00454000
           IF NOT CUSTMAS-EOF                                           00455000
               PERFORM 110-READ-NEXT-CUST                               00456000
           END-IF.                                                      00457000
           PERFORM 120-BOOK-ONE-ACCT THRU 120-EXIT                      00458000
               UNTIL CUSTMAS-EOF.                                       00459000
                                                                        00460000
           CLOSE CUSTOMER-MASTER.                                       00461000
           IF METERMST-AVAILABLE                                        00462000
               CLOSE METER-MASTER                                       00463000
           END-IF.                                                      00464000
           CLOSE ROUTE-BOOK-WORK.                                       00465000
                                                                        00466000
       100-EXIT.                                                        00467000
           EXIT.                                                        00468000
                                                                        00469000
      ***************************************************************** 00470000
      * READ THE NEXT CUSTOMER-MASTER RECORD IN KEY ORDER, SETTING      00471000
      * THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.                      00472000
      ***************************************************************** 00473000
       110-READ-NEXT-CUST.                                              00474000
           READ CUSTOMER-MASTER NEXT RECORD                             00475000
               AT END                                                   00476000
                   SET CUSTMAS-EOF TO TRUE                              00477000
               NOT AT END                                               00478000
                   SET CUSTMAS-NOT-EOF TO TRUE                          00479000
           END-READ.                                                    00480000
                                                                        00481000
      ***************************************************************** 00482000
      * BOOK EVERY METER ON ONE ACCOUNT IF THE ACCOUNT IS ON THE CYCLE  00483000
      * AND STILL HAS A METER TO READ.                                  00484000
      ***************************************************************** 00485000
       120-BOOK-ONE-ACCT.                                               00486000
           IF WS-SELECT-CYCLE > 0                                       00487000
               AND CM-CYCLE-CODE NOT = WS-SELECT-CYCLE                  00488000
               GO TO 120-READ-NEXT                                      00489000
           END-IF.                                                      00490000
                                                                        00491000
      * A CLOSED ACCOUNT, A DISCONNECTED ONE (OR ONE WAITING ON ITS     00492000
      * RECONNECT ORDER), AND ONE WHOSE SERVICE ENDED BEFORE THE        00493000
      * PERIOD STARTED HAVE NOTHING FOR THE READER TO READ - THE        00494000
      * SAME ACCOUNTS THE INTAKE RUN'S ESTIMATE SWEEP PASSES OVER.      00495000
           IF CM-ACCT-CLOSED OR CM-SVC-OFF                              00496000
               ADD 1 TO WS-SKIP-COUNT                                   00497000
               GO TO 120-READ-NEXT                                      00498000
           END-IF.                                                      00499000
           IF CM-SVC-END-DATE NUMERIC AND CM-SVC-END-DATE > 0           00500000
               AND CM-SVC-END-DATE < WS-PERIOD-START-8                  00501000
               ADD 1 TO WS-SKIP-COUNT                                   00502000
               GO TO 120-READ-NEXT                                      00503000
           END-IF.                                                      00504000
                                                                        00505000
           PERFORM 130-GATHER-METERS THRU 130-EXIT.                     00506000
           PERFORM 140-SET-EXPECTED.                                    00507000
                                                                        00508000
           ADD 1 TO WS-ACCT-COUNT.                                      00509000
           PERFORM 150-BOOK-ONE-METER                                   00510000
               VARYING WS-MTR-IDX FROM 1 BY 1                           00511000
               UNTIL WS-MTR-IDX > WS-MTR-COUNT.                         00512000
                                                                        00513000
       120-READ-NEXT.                                                   00514000
           PERFORM 110-READ-NEXT-CUST.                                  00515000
                                                                        00516000
       120-EXIT.                                                        00517000
           EXIT.                                                        00518000
                                                                        00519000
      ***************************************************************** 00520000
      * HOLD THE ACCOUNT'S METERS OFF THE METER MASTER, TOTALLING THE   00521000
      * KWH THEY LAST POSTED. AN ACCOUNT WITH NO METER MASTER RECORD    00522000
      * YET HAS ONLY ITS ORIGINAL METER 01, WHOSE DIAL AND LAST READ    00523000
      * STILL LIVE ON THE CUSTOMER MASTER.                              00524000
      ***************************************************************** 00525000
       130-GATHER-METERS.                                               00526000
           MOVE 0 TO WS-MTR-COUNT WS-MTR-KWH-TOTAL.                     00527000
           IF METERMST-UNAVAILABLE                                      00528000
               GO TO 130-SINGLE-METER                                   00529000
           END-IF.                                                      00530000
                                                                        00531000
           MOVE CM-ACCT-NO TO MM-ACCT-NO.                               00532000
           MOVE LOW-VALUES TO MM-METER-NO.                              00533000
           SET MTRS-NOT-EOF TO TRUE.                                    00534000
           START METER-MASTER KEY NOT LESS THAN MM-METER-KEY            00535000
               INVALID KEY                                              00536000
                   SET MTRS-EOF TO TRUE                                 00537000
           END-START.                                                   00538000
           IF NOT MTRS-EOF                                              00539000
               PERFORM 135-READ-METER-RTN                               00540000
               PERFORM 136-KEEP-METER UNTIL MTRS-EOF                    00541000
           END-IF.                                                      00542000
                                                                        00543000
       130-SINGLE-METER.                                                00544000
           IF WS-MTR-COUNT = 0                                          00545000
               MOVE 1 TO WS-MTR-COUNT                                   00546000
               SET WS-MTR-IDX TO 1                                      00547000
               MOVE '01' TO WS-MT-METER-NO (WS-MTR-IDX)                 00548000
               IF CM-LAST-READ-DATE NUMERIC                             00549000
                   MOVE CM-LAST-READ-DATE                               00550000
                       TO WS-MT-LAST-READ (WS-MTR-IDX)                  00551000
               ELSE                                                     00552000
                   MOVE 0 TO WS-MT-LAST-READ (WS-MTR-IDX)               00553000
               END-IF                                                   00554000
               MOVE CM-LAST-DIAL-READING TO WS-MT-LAST-DIAL (WS-MTR-IDX)00555000
               MOVE CM-KWH-USED TO WS-MT-KWH (WS-MTR-IDX)               00556000
               MOVE 'N' TO WS-MT-RCV-SW (WS-MTR-IDX)                    00557000
               MOVE 0 TO WS-MT-RCV-DIAL (WS-MTR-IDX)                    00558000
           END-IF.                                                      00559000
                                                                        00560000
       130-EXIT.                                                        00561000
           EXIT.                                                        00562000
                                                                        00563000
      ***************************************************************** 00564000
      * READ THE NEXT METER MASTER RECORD IN KEY ORDER, SETTING THE     00565000
      * EOF SWITCH WHEN THE FILE IS EXHAUSTED.                          00566000
      ***************************************************************** 00567000
       135-READ-METER-RTN.                                              00568000
           READ METER-MASTER NEXT RECORD                                00569000
               AT END                                                   00570000
                   SET MTRS-EOF TO TRUE                                 00571000
               NOT AT END                                               00572000
                   SET MTRS-NOT-EOF TO TRUE                             00573000
           END-READ.                                                    00574000
                                                                        00575000
      ***************************************************************** 00576000
      * HOLD ONE METER IF IT STILL BELONGS TO THE ACCOUNT IN HAND,      00577000
      * THEN READ THE NEXT ONE.                                         00578000
      ***************************************************************** 00579000
       136-KEEP-METER.                                                  00580000
           IF MM-ACCT-NO NOT = CM-ACCT-NO                               00581000
               SET MTRS-EOF TO TRUE                                     00582000
           ELSE                                                         00583000
               IF WS-MTR-COUNT < 20                                     00584000
                   ADD 1 TO WS-MTR-COUNT                                00585000
                   SET WS-MTR-IDX TO WS-MTR-COUNT                       00586000
                   MOVE MM-METER-NO TO WS-MT-METER-NO (WS-MTR-IDX)      00587000
                   MOVE MM-LAST-READ-DATE                               00588000
                       TO WS-MT-LAST-READ (WS-MTR-IDX)                  00589000
                   MOVE MM-LAST-DIAL-READING                            00590000
                       TO WS-MT-LAST-DIAL (WS-MTR-IDX)                  00591000
                   MOVE MM-KWH-USED TO WS-MT-KWH (WS-MTR-IDX)           00592000
                   MOVE MM-RCV-SW TO WS-MT-RCV-SW (WS-MTR-IDX)          00593000
                   MOVE MM-LAST-RCV-DIAL TO WS-MT-RCV-DIAL (WS-MTR-IDX) 00594000
                   ADD MM-KWH-USED TO WS-MTR-KWH-TOTAL                  00595000
               ELSE                                                     00596000
                   DISPLAY 'UTIL2005 - OVER 20 METERS, NOT BOOKED: '    00597000
                       'ACCT ' MM-ACCT-NO ' METER ' MM-METER-NO         00598000
                   ADD 1 TO WS-MTR-OVER-COUNT                           00599000
               END-IF                                                   00600000
               PERFORM 135-READ-METER-RTN                               00601000
           END-IF.                                                      00602000
                                                                        00603000
      ***************************************************************** 00604000
      * THE KWH THE ACCOUNT IS EXPECTED TO USE THIS PERIOD - SAME       00605000
      * MONTH LAST YEAR FIRST, THE ROLLING AVERAGE AS THE FALLBACK,     00606000
      * EXACTLY AS THE INTAKE RUN ESTIMATES A MISSED READ. WITH         00607000
      * NEITHER THERE IS NOTHING TO SET LIMITS FROM.                    00608000
      ***************************************************************** 00609000
       140-SET-EXPECTED.                                                00610000
           MOVE 0   TO WS-ACCT-EXPECT-KWH.                              00611000
           MOVE 'N' TO WS-ACCT-LIMIT-SRC.                               00612000
           IF WS-HIST-TABLE-COUNT > 0                                   00613000
               SET WS-HIST-IDX TO 1                                     00614000
               SEARCH WS-HIST-TABLE                                     00615000
                   AT END                                               00616000
                       CONTINUE                                         00617000
                   WHEN WS-HT-ACCT-NO (WS-HIST-IDX) = CM-ACCT-NO        00618000
                       MOVE WS-HT-KWH (WS-HIST-IDX)                     00619000
                           TO WS-ACCT-EXPECT-KWH                        00620000
               END-SEARCH                                               00621000
           END-IF.                                                      00622000
           IF WS-ACCT-EXPECT-KWH > 0                                    00623000
               MOVE 'H' TO WS-ACCT-LIMIT-SRC                            00624000
           ELSE                                                         00625000
               IF CM-AVG-KWH NUMERIC AND CM-AVG-KWH > 0                 00626000
                   MOVE CM-AVG-KWH TO WS-ACCT-EXPECT-KWH                00627000
                   MOVE 'A' TO WS-ACCT-LIMIT-SRC                        00628000
               END-IF                                                   00629000
           END-IF.                                                      00630000
                                                                        00631000
      ***************************************************************** 00632000
      * WRITE ONE METER'S BOOK RECORD. A MULTI-METER ACCOUNT'S          00633000
      * EXPECTED KWH IS SPLIT BY EACH METER'S SHARE OF THE KWH THE      00634000
      * METERS LAST POSTED - EVENLY WHEN THEY HAVE POSTED NOTHING.      00635000
      ***************************************************************** 00636000
       150-BOOK-ONE-METER.                                              00637000
           MOVE SPACES TO RB-ROUTE-BOOK-RECORD.                         00638000
           MOVE WS-BOOK-PERIOD   TO RB-BOOK-PERIOD.                     00639000
           MOVE CM-CYCLE-CODE    TO RB-CYCLE-CODE.                      00640000
           MOVE CM-ROUTE-CODE    TO RB-ROUTE-CODE.                      00641000
           MOVE CM-WALK-SEQ      TO RB-WALK-SEQ.                        00642000
           MOVE CM-ACCT-NO       TO RB-ACCT-NO.                         00643000
           MOVE CM-NAME          TO RB-CUST-NAME.                       00644000
           MOVE CM-ADDR-LINE-1   TO RB-ADDR-LINE-1.                     00645000
           MOVE WS-MT-METER-NO (WS-MTR-IDX)  TO RB-METER-NO.            00646000
           MOVE WS-MT-LAST-READ (WS-MTR-IDX) TO RB-LAST-READ-DATE.      00647000
           MOVE WS-MT-LAST-DIAL (WS-MTR-IDX) TO RB-LAST-DIAL.           00648000
           MOVE WS-MT-RCV-SW (WS-MTR-IDX)    TO RB-RCV-SW.              00649000
           MOVE WS-MT-RCV-DIAL (WS-MTR-IDX)  TO RB-LAST-RCV-DIAL.       00650000
           MOVE WS-ACCT-LIMIT-SRC TO RB-LIMIT-SRC.                      00651000
                                                                        00652000
           IF RB-NO-LIMITS                                              00653000
               MOVE 0 TO RB-EXPECT-KWH RB-LOW-KWH RB-HIGH-KWH           00654000
                         RB-LOW-DIAL RB-HIGH-DIAL                       00655000
               ADD 1 TO WS-NO-LIMIT-COUNT                               00656000
           ELSE                                                         00657000
               IF WS-MTR-COUNT = 1                                      00658000
                   MOVE WS-ACCT-EXPECT-KWH TO WS-METER-EXPECT-KWH       00659000
               ELSE                                                     00660000
                   IF WS-MTR-KWH-TOTAL > 0                              00661000
                       COMPUTE WS-METER-EXPECT-KWH ROUNDED =            00662000
                           (WS-ACCT-EXPECT-KWH                          00663000
                               * WS-MT-KWH (WS-MTR-IDX))                00664000
                           / WS-MTR-KWH-TOTAL                           00665000
                   ELSE                                                 00666000
                       COMPUTE WS-METER-EXPECT-KWH ROUNDED =            00667000
                           WS-ACCT-EXPECT-KWH / WS-MTR-COUNT            00668000
                   END-IF                                               00669000
               END-IF                                                   00670000
               PERFORM 155-SET-LIMITS                                   00671000
               IF RB-LIMIT-HISTORY                                      00672000
                   ADD 1 TO WS-HIST-LIMIT-COUNT                         00673000
               ELSE                                                     00674000
                   ADD 1 TO WS-AVG-LIMIT-COUNT                          00675000
               END-IF                                                   00676000
           END-IF.                                                      00677000
                                                                        00678000
           WRITE RB-ROUTE-BOOK-RECORD.                                  00679000
           ADD 1 TO WS-METER-COUNT.                                     00680000
                                                                        00681000
      ***************************************************************** 00682000
      * LOW AND HIGH LIMITS AROUND THE METER'S EXPECTED KWH, NEVER      00683000
      * CLOSER THAN THE MINIMUM BAND ON EITHER SIDE, AND THE DIAL       00684000
      * POSITIONS THEY WORK OUT TO FROM THE LAST DIAL - WRAPPED         00685000
      * THROUGH 99999 THE SAME WAY THE DIAL ITSELF ROLLS OVER.          00686000
      ***************************************************************** 00687000
       155-SET-LIMITS.                                                  00688000
           COMPUTE WS-LOW-KWH =                                         00689000
               (WS-METER-EXPECT-KWH * WS-LOW-LIMIT-PCT) / 100.          00690000
           COMPUTE WS-HIGH-KWH ROUNDED =                                00691000
               (WS-METER-EXPECT-KWH * WS-HIGH-LIMIT-PCT) / 100.         00692000
                                                                        00693000
           IF WS-METER-EXPECT-KWH < WS-MIN-LIMIT-BAND                   00694000
               MOVE 0 TO WS-LOW-KWH                                     00695000
           ELSE                                                         00696000
               IF WS-LOW-KWH > WS-METER-EXPECT-KWH - WS-MIN-LIMIT-BAND  00697000
                   COMPUTE WS-LOW-KWH =                                 00698000
                       WS-METER-EXPECT-KWH - WS-MIN-LIMIT-BAND          00699000
               END-IF                                                   00700000
           END-IF.                                                      00701000
           IF WS-HIGH-KWH < WS-METER-EXPECT-KWH + WS-MIN-LIMIT-BAND     00702000
               COMPUTE WS-HIGH-KWH =                                    00703000
                   WS-METER-EXPECT-KWH + WS-MIN-LIMIT-BAND              00704000
           END-IF.                                                      00705000
           IF WS-HIGH-KWH > 99999                                       00706000
               MOVE 99999 TO WS-HIGH-KWH                                00707000
           END-IF.                                                      00708000
                                                                        00709000
           MOVE WS-METER-EXPECT-KWH TO RB-EXPECT-KWH.                   00710000
           MOVE WS-LOW-KWH          TO RB-LOW-KWH.                      00711000
           MOVE WS-HIGH-KWH         TO RB-HIGH-KWH.                     00712000
                                                                        00713000
           COMPUTE WS-WORK-DIAL = RB-LAST-DIAL + WS-LOW-KWH.            00714000
           IF WS-WORK-DIAL >= WS-DIAL-MODULUS                           00715000
               SUBTRACT WS-DIAL-MODULUS FROM WS-WORK-DIAL               00716000
           END-IF.                                                      00717000
           MOVE WS-WORK-DIAL TO RB-LOW-DIAL.                            00718000
                                                                        00719000
           COMPUTE WS-WORK-DIAL = RB-LAST-DIAL + WS-HIGH-KWH.           00720000
           IF WS-WORK-DIAL >= WS-DIAL-MODULUS                           00721000
               SUBTRACT WS-DIAL-MODULUS FROM WS-WORK-DIAL               00722000
           END-IF.                                                      00723000
           MOVE WS-WORK-DIAL TO RB-HIGH-DIAL.                           00724000
                                                                        00725000
      ***************************************************************** 00726000
      * SORT THE BOOK INTO THE ORDER THE READERS WALK IT - CYCLE,       00727000
      * ROUTE, WALK SEQUENCE - STRAIGHT INTO THE DOWNLOAD FILE.         00728000
      ***************************************************************** 00729000
       500-SORT-BOOK.                                                   00730000
           SORT BOOK-SORT-FILE                                          00731000
               ON ASCENDING KEY SB-CYCLE-CODE SB-ROUTE-CODE             00732000
                                SB-WALK-SEQ SB-ACCT-NO SB-METER-NO      00733000
               USING ROUTE-BOOK-WORK                                    00734000
               GIVING ROUTE-BOOK.                                       00735000
           IF SORT-RETURN NOT = 0                                       00736000
               DISPLAY 'UTIL2005 - ROUTE BOOK SORT FAILED, RETURN '     00737000
                   'CODE = ' SORT-RETURN                                00738000
               MOVE 16 TO RETURN-CODE                                   00739000
           END-IF.                                                      00740000
                                                                        00741000
       500-EXIT.                                                        00742000
           EXIT.                                                        00743000
                                                                        00744000
      ***************************************************************** 00745000
      * PRINT THE SORTED BOOK, ONE PAGE PER ROUTE, WITH THE RUN         00746000
      * CONTROL TOTALS AT THE FOOT.                                     00747000
      ***************************************************************** 00748000
       600-PRINT-BOOK.                                                  00749000
           OPEN INPUT ROUTE-BOOK.                                       00750000
           IF WS-ROUTEBK-STATUS NOT = '00'                              00751000
               DISPLAY 'UTIL2005 - ROUTEBK OPEN FAILED, STATUS = '      00752000
                   WS-ROUTEBK-STATUS                                    00753000
               GO TO 600-EXIT                                           00754000
           END-IF.                                                      00755000
                                                                        00756000
           OPEN OUTPUT ROUTE-BOOK-LIST.                                 00757000
           IF WS-RBKLIST-STATUS NOT = '00'                              00758000
               DISPLAY 'UTIL2005 - RBKLIST OPEN FAILED, STATUS = '      00759000
                   WS-RBKLIST-STATUS                                    00760000
               CLOSE ROUTE-BOOK                                         00761000
               GO TO 600-EXIT                                           00762000
           END-IF.                                                      00763000
                                                                        00764000
           SET WS-FIRST-REC TO TRUE.                                    00765000
           PERFORM 610-READ-BOOK-RTN.                                   00766000
           PERFORM 620-PRINT-ONE-METER UNTIL ROUTEBK-EOF.               00767000
                                                                        00768000
           IF NOT WS-FIRST-REC                                          00769000
               PERFORM 630-WRITE-ROUTE-BREAK                            00770000
           END-IF.                                                      00771000
           PERFORM 690-PRINT-RUN-TOTALS.                                00772000
                                                                        00773000
           CLOSE ROUTE-BOOK.                                            00774000
           CLOSE ROUTE-BOOK-LIST.                                       00775000
                                                                        00776000
       600-EXIT.                                                        00777000
           EXIT.                                                        00778000
                                                                        00779000
      ***************************************************************** 00780000
      * READ THE NEXT SORTED BOOK RECORD, SETTING THE EOF SWITCH WHEN   00781000
      * THE FILE IS EXHAUSTED.                                          00782000
      ***************************************************************** 00783000
       610-READ-BOOK-RTN.                                               00784000
           READ ROUTE-BOOK                                              00785000
               AT END                                                   00786000
                   SET ROUTEBK-EOF TO TRUE                              00787000
               NOT AT END                                               00788000
                   SET ROUTEBK-NOT-EOF TO TRUE                          00789000
           END-READ.                                                    00790000
                                                                        00791000
      ***************************************************************** 00792000
      * ON A CHANGE OF CYCLE OR ROUTE, BREAK AND START A NEW PAGE,      00793000
      * THEN PRINT THE METER'S LINE.                                    00794000
      ***************************************************************** 00795000
       620-PRINT-ONE-METER.                                             00796000
           IF WS-FIRST-REC                                              00797000
               MOVE BK-CYCLE-CODE TO WS-CURR-CYCLE                      00798000
               MOVE BK-ROUTE-CODE TO WS-CURR-ROUTE                      00799000
               SET WS-NOT-FIRST-REC TO TRUE                             00800000
               PERFORM 640-WRITE-ROUTE-HDRS                             00801000
           ELSE                                                         00802000
               IF BK-CYCLE-CODE NOT = WS-CURR-CYCLE                     00803000
                   OR BK-ROUTE-CODE NOT = WS-CURR-ROUTE                 00804000
                   PERFORM 630-WRITE-ROUTE-BREAK                        00805000
                   MOVE BK-CYCLE-CODE TO WS-CURR-CYCLE                  00806000
                   MOVE BK-ROUTE-CODE TO WS-CURR-ROUTE                  00807000
                   PERFORM 640-WRITE-ROUTE-HDRS                         00808000
               END-IF                                                   00809000
           END-IF.                                                      00810000
                                                                        00811000
           ADD 1 TO WS-RTE-METERS.                                      00812000
           IF BK-NO-LIMITS                                              00813000
               ADD 1 TO WS-RTE-NO-LIMITS                                00814000
           END-IF.                                                      00815000
                                                                        00816000
           MOVE BK-EXPECT-KWH TO WS-EXPECT-ED.                          00817000
           MOVE BK-LOW-KWH    TO WS-LOW-ED.                             00818000
           MOVE BK-HIGH-KWH   TO WS-HIGH-ED.                            00819000
           MOVE SPACES TO RBK-LINE.                                     00820000
           STRING ' ' BK-WALK-SEQ                                       00821000
               '  ' BK-ACCT-NO                                          00822000
               '  ' BK-METER-NO                                         00823000
               '  ' BK-CUST-NAME                                        00824000
               '  ' BK-ADDR-LINE-1                                      00825000
               '  ' BK-LAST-READ-DATE                                   00826000
               '  ' BK-LAST-DIAL                                        00827000
               '  ' WS-EXPECT-ED                                        00828000
               '  ' WS-LOW-ED                                           00829000
               '  ' WS-HIGH-ED                                          00830000
               '  ' BK-LOW-DIAL                                         00831000
               '  ' BK-HIGH-DIAL                                        00832000
               '   ' BK-LIMIT-SRC                                       00833000
               DELIMITED BY SIZE INTO RBK-LINE.                         00834000
           WRITE RBK-LINE.                                              00835000
                                                                        00836000
           PERFORM 610-READ-BOOK-RTN.                                   00837000
                                                                        00838000
      ***************************************************************** 00839000
      * WRITE THE ROUTE'S METER COUNTS AT THE END OF ITS PAGE.          00840000
      ***************************************************************** 00841000
       630-WRITE-ROUTE-BREAK.                                           00842000
           MOVE ALL '-' TO RBK-LINE.                                    00843000
           WRITE RBK-LINE.                                              00844000
           MOVE WS-RTE-METERS TO WS-COUNT-ED.                           00845000
           MOVE SPACES TO RBK-LINE.                                     00846000
           STRING 'METERS ON ROUTE    : ' WS-COUNT-ED                   00847000
               DELIMITED BY SIZE INTO RBK-LINE.                         00848000
           WRITE RBK-LINE.                                              00849000
           MOVE WS-RTE-NO-LIMITS TO WS-COUNT-ED.                        00850000
           MOVE SPACES TO RBK-LINE.                                     00851000
           STRING 'WITHOUT READ LIMITS: ' WS-COUNT-ED                   00852000
               DELIMITED BY SIZE INTO RBK-LINE.                         00853000
           WRITE RBK-LINE.                                              00854000
                                                                        00855000
      ***************************************************************** 00856000
      * WRITE THE ROUTE HEADING (CYCLE AND ROUTE, PAGE BREAK BETWEEN    00857000
      * ROUTES) AND THE COLUMN HEADINGS.                                00858000
      ***************************************************************** 00859000
       640-WRITE-ROUTE-HDRS.                                            00860000
           ADD 1 TO WS-PAGE-NO.                                         00861000
           MOVE WS-PAGE-NO TO WS-PAGE-NO-ED.                            00862000
                                                                        00863000
           IF WS-PAGE-NO > 1                                            00864000
               MOVE SPACES TO RBK-LINE                                  00865000
               WRITE RBK-LINE AFTER ADVANCING PAGE                      00866000
           END-IF.                                                      00867000
                                                                        00868000
           MOVE 0 TO WS-RTE-METERS WS-RTE-NO-LIMITS.                    00869000
                                                                        00870000
           MOVE SPACES TO RBK-LINE.                                     00871000
           STRING 'UTIL2005 ROUTE BOOK - PERIOD ' WS-BOOK-PERIOD        00872000
               '  CYCLE ' WS-CURR-CYCLE                                 00873000
               '  ROUTE ' WS-CURR-ROUTE                                 00874000
               '  PAGE ' WS-PAGE-NO-ED                                  00875000
               DELIMITED BY SIZE INTO RBK-LINE.                         00876000
           WRITE RBK-LINE.                                              00877000
           MOVE SPACES TO RBK-LINE.                                     00878000
           WRITE RBK-LINE.                                              00879000
                                                                        00880000
           MOVE SPACES TO RBK-LINE.                                     00881000
           MOVE 'LAST RD   LAST EXPECTED     LOW    HIGH'               00882000
               TO RBK-LINE (61:39).                                     00883000
           MOVE 'LOW    HIGH  LIMIT'                                    00884000
               TO RBK-LINE (102:18).                                    00885000
           WRITE RBK-LINE.                                              00886000
           MOVE SPACES TO RBK-LINE.                                     00887000
           STRING ' WALK  ACCT   MTR  CUSTOMER      '                   00888000
               'SERVICE ADDRESS            DATE      DIAL'              00889000
               '      KWH     KWH     KWH  DIAL   DIAL   SRC'           00890000
               DELIMITED BY SIZE INTO RBK-LINE.                         00891000
           WRITE RBK-LINE.                                              00892000
           MOVE ALL '-' TO RBK-LINE.                                    00893000
           WRITE RBK-LINE.                                              00894000
                                                                        00895000
      ***************************************************************** 00896000
      * RUN CONTROL TOTALS AT THE FOOT OF THE LISTING.                  00897000
      ***************************************************************** 00898000
       690-PRINT-RUN-TOTALS.                                            00899000
           MOVE SPACES TO RBK-LINE.                                     00900000
           WRITE RBK-LINE.                                              00901000
           MOVE ALL '=' TO RBK-LINE.                                    00902000
           WRITE RBK-LINE.                                              00903000
                                                                        00904000
           MOVE WS-ACCT-COUNT TO WS-COUNT-ED.                           00905000
           MOVE SPACES TO RBK-LINE.                                     00906000
           STRING 'ACCOUNTS BOOKED         : ' WS-COUNT-ED              00907000
               DELIMITED BY SIZE INTO RBK-LINE.                         00908000
           WRITE RBK-LINE.                                              00909000
                                                                        00910000
           MOVE WS-METER-COUNT TO WS-COUNT-ED.                          00911000
           MOVE SPACES TO RBK-LINE.                                     00912000
           STRING 'METERS BOOKED           : ' WS-COUNT-ED              00913000
               DELIMITED BY SIZE INTO RBK-LINE.                         00914000
           WRITE RBK-LINE.                                              00915000
                                                                        00916000
           MOVE WS-HIST-LIMIT-COUNT TO WS-COUNT-ED.                     00917000
           MOVE SPACES TO RBK-LINE.                                     00918000
           STRING 'LIMITS FROM LAST YEAR  H: ' WS-COUNT-ED              00919000
               DELIMITED BY SIZE INTO RBK-LINE.                         00920000
           WRITE RBK-LINE.                                              00921000
                                                                        00922000
           MOVE WS-AVG-LIMIT-COUNT TO WS-COUNT-ED.                      00923000
           MOVE SPACES TO RBK-LINE.                                     00924000
           STRING 'LIMITS FROM AVERAGE    A: ' WS-COUNT-ED              00925000
               DELIMITED BY SIZE INTO RBK-LINE.                         00926000
           WRITE RBK-LINE.                                              00927000
                                                                        00928000
           MOVE WS-NO-LIMIT-COUNT TO WS-COUNT-ED.                       00929000
           MOVE SPACES TO RBK-LINE.                                     00930000
           STRING 'NO USAGE TO LIMIT FROM N: ' WS-COUNT-ED              00931000
               DELIMITED BY SIZE INTO RBK-LINE.                         00932000
           WRITE RBK-LINE.                                              00933000
                                                                        00934000
           MOVE WS-SKIP-COUNT TO WS-COUNT-ED.                           00935000
           MOVE SPACES TO RBK-LINE.                                     00936000
           STRING 'ACCOUNTS NOT TO BE READ : ' WS-COUNT-ED              00937000
               DELIMITED BY SIZE INTO RBK-LINE.                         00938000
           WRITE RBK-LINE.                                              00939000
                                                                        00940000
           MOVE WS-MTR-OVER-COUNT TO WS-COUNT-ED.                       00941000
           MOVE SPACES TO RBK-LINE.                                     00942000
           STRING 'METERS OVER 20 PER ACCT : ' WS-COUNT-ED              00943000
               DELIMITED BY SIZE INTO RBK-LINE.                         00944000
           WRITE RBK-LINE.                                              00945000
                                                                        00946000
           MOVE WS-LOW-LIMIT-PCT  TO WS-PCT-ED.                         00947000
           MOVE WS-HIGH-LIMIT-PCT TO WS-PCT-ED2.                        00948000
           MOVE WS-MIN-LIMIT-BAND TO WS-EXPECT-ED.                      00949000
           MOVE SPACES TO RBK-LINE.                                     00950000
           STRING 'READ LIMITS             : ' WS-PCT-ED                00951000
               '% TO ' WS-PCT-ED2 '% OF EXPECTED KWH, AT LEAST'         00952000
               WS-EXPECT-ED ' KWH EITHER SIDE'                          00953000
               DELIMITED BY SIZE INTO RBK-LINE.                         00954000
           WRITE RBK-LINE.                                              00955000
                                                                        00956000
           MOVE ALL '=' TO RBK-LINE.                                    00957000
           WRITE RBK-LINE.                                              00958000
                                                                        00959000

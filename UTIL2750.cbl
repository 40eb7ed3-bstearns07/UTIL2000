       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2750.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Rate case simulation off the usage history.       00007000
      *                                                                 00008000
      *  Prices a proposed rate schedule against what the customers     00009000
      *  actually used. PROPRATE carries the proposed version - one     00010000
      *  RATESCH-layout record per rate class being changed, with       00011000
      *  its new tier limits, rates and proposed effective date.        00012000
      *  Every usage history bill for those classes in the twelve       00013000
      *  months ending with the PERIOD=YYYYMM EXEC PARM (default:       00014000
      *  the run month) is repriced twice: under the current            00015000
      *  schedule version in force for that last month, the one         00016000
      *  the typical bills use, and under the proposed tiers.           00017000
      *  Both go through the same tier and charge paragraphs            00018000
      *  UTIL2000 bills with (they carry UTIL2000's names and           00019000
      *  must be kept in step with it), on the account's service        00020000
      *  fee from the customer master and with the tier limits          00021000
      *  and fee prorated for a partial month the way the bill          00022000
      *  was. RCSRPT shows revenue by rate class under current          00023000
      *  and proposed rates with the dollar and percent change,         00024000
      *  the bill-frequency distribution by kWh block, and a            00025000
      *  typical-bill table at standard usage levels. Charges are       00025500
      *  before tax and riders; nothing is updated.                     00026000
      *                                                                 00027000
      *  Modification History:                                          00028000
      *  10-15-26  BS  New program - rate case revenue, bill            00029000
      *                frequency and typical-bill simulation.           00030000
      *  10-15-26  BS  Price every month of history under the one       00030200
      *                current version the typical bills use, so a      00030400
      *                rate change inside the twelve months is not      00030600
      *                counted as part of the case.                     00030800
      ***************************************************************** 00031000
       ENVIRONMENT DIVISION.                                            00032000
       INPUT-OUTPUT SECTION.                                            00033000
       FILE-CONTROL.                                                    00034000
           SELECT PROPOSED-RATES   ASSIGN TO PROPRATE                   00035000
               ORGANIZATION IS SEQUENTIAL                               00036000
               FILE STATUS IS WS-PROPRATE-STATUS.                       00037000
                                                                        00038000
           SELECT RATE-SCHEDULE    ASSIGN TO RATESCH                    00039000
               ORGANIZATION IS SEQUENTIAL                               00040000
               FILE STATUS IS WS-RATESCH-STATUS.                        00041000
                                                                        00042000
           SELECT USAGE-HISTORY    ASSIGN TO USAGEHST                   00043000
               ORGANIZATION IS SEQUENTIAL                               00044000
               FILE STATUS IS WS-USAGEHST-STATUS.                       00045000
                                                                        00046000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00047000
               ORGANIZATION IS INDEXED                                  00048000
               ACCESS MODE IS DYNAMIC                                   00049000
               RECORD KEY IS CM-ACCT-NO                                 00050000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00051000
                                                                        00052000
           SELECT RATE-CASE-RPT    ASSIGN TO RCSRPT                     00053000
               ORGANIZATION IS SEQUENTIAL                               00054000
               FILE STATUS IS WS-RCSRPT-STATUS.                         00055000
                                                                        00056000
       DATA DIVISION.                                                   00057000
       FILE SECTION.                                                    00058000
      * THE PROPOSED SCHEDULE CARRIES THE SAME LAYOUT AS RATESCH UNDER  00059000
      * THE PR- PREFIX SO BOTH SCHEDULES CAN BE OPEN IN ONE PROGRAM.    00060000
       FD  PROPOSED-RATES                                               00061000
           LABEL RECORDS ARE STANDARD.                                  00062000
       01  PR-RATE-RECORD.                                              00063000
           05  PR-RATE-CLASS            PIC X(02).                      00064000
           05  PR-EFF-DATE              PIC 9(08).                      00065000
           05  PR-TIER-TABLE            OCCURS 3 TIMES.                 00066000
               10  PR-TIER-LIMIT        PIC 9(7).                       00067000
               10  PR-TIER-RATE         PIC V9(4).                      00068000
                                                                        00069000
       FD  RATE-SCHEDULE                                                00070000
           LABEL RECORDS ARE STANDARD.                                  00071000
       COPY RATESCH.                                                    00072000
                                                                        00073000
       FD  USAGE-HISTORY                                                00074000
           LABEL RECORDS ARE STANDARD.                                  00075000
       COPY USAGEHST.                                                   00076000
                                                                        00077000
       FD  CUSTOMER-MASTER                                              00078000
           LABEL RECORDS ARE STANDARD.                                  00079000
       COPY CUSTMAS.                                                    00080000
                                                                        00081000
       FD  RATE-CASE-RPT                                                00082000
           LABEL RECORDS ARE STANDARD                                   00083000
           RECORD CONTAINS 132 CHARACTERS.                              00084000
       01  RCS-LINE                 PIC X(132).                         00085000
                                                                        00086000
       WORKING-STORAGE SECTION.                                         00087000
                                                                        00088000
      ***************************************************************** 00089000
      * FILE STATUS / SWITCHES                                          00090000
      ***************************************************************** 00091000
       01  WS-PROPRATE-STATUS       PIC X(02)    VALUE '00'.            00092000
       01  WS-PROPRATE-EOF-SW       PIC X(01)    VALUE 'N'.             00093000
           88  PROPRATE-EOF                      VALUE 'Y'.             00094000
           88  PROPRATE-NOT-EOF                  VALUE 'N'.             00095000
                                                                        00096000
       01  WS-RATESCH-STATUS        PIC X(02)    VALUE '00'.            00097000
       01  WS-RATESCH-EOF-SW        PIC X(01)    VALUE 'N'.             00098000
           88  RATESCH-EOF                       VALUE 'Y'.             00099000
           88  RATESCH-NOT-EOF                   VALUE 'N'.             00100000
                                                                        00101000
       01  WS-USAGEHST-STATUS       PIC X(02)    VALUE '00'.            00102000
       01  WS-USAGEHST-EOF-SW       PIC X(01)    VALUE 'N'.             00103000
           88  USAGEHST-EOF                      VALUE 'Y'.             00104000
           88  USAGEHST-NOT-EOF                  VALUE 'N'.             00105000
                                                                        00106000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00107000
       01  WS-RCSRPT-STATUS         PIC X(02)    VALUE '00'.            00108000
                                                                        00109000
       01  WS-CLASS-FOUND-SW        PIC X(01)    VALUE 'N'.             00110000
           88  CLASS-FOUND                       VALUE 'Y'.             00111000
           88  CLASS-NOT-FOUND                   VALUE 'N'.             00112000
                                                                        00113000
      ***************************************************************** 00114000
      * PERIOD SELECTION - THE LAST MONTH OF THE TWELVE REPRICED AND    00115000
      * THE FIRST.                                                      00116000
      ***************************************************************** 00117000
       01  WS-THIS-PERIOD           PIC 9(06)    VALUE 0.               00118000
       01  WS-THIS-PERIOD-X REDEFINES WS-THIS-PERIOD.                   00119000
           05  WS-THIS-YYYY         PIC 9(4).                           00120000
           05  WS-THIS-MM           PIC 9(2).                           00121000
       01  WS-FIRST-PERIOD          PIC 9(06)    VALUE 0.               00122000
       01  WS-PARM-PERIOD-X         PIC X(06)    VALUE SPACES.          00123000
       01  WS-PARM-PERIOD-9 REDEFINES WS-PARM-PERIOD-X                  00124000
                                    PIC 9(06).                          00125000
                                                                        00126000
      ***************************************************************** 00127000
      * BILLING PERIOD BOUNDS FOR THE MONTH BEING REPRICED - SAME       00128000
      * FIELDS AS UTIL2000.                                             00129000
      ***************************************************************** 00130000
       01  WS-BILLING-PERIOD        PIC 9(06)    VALUE 0.               00131000
       01  WS-BILLING-PERIOD-X REDEFINES WS-BILLING-PERIOD.             00132000
           05  WS-PER-YYYY          PIC 9(4).                           00133000
           05  WS-PER-MM            PIC 9(2).                           00134000
       01  WS-PERIOD-START-8        PIC 9(8)     VALUE 0.               00135000
       01  WS-PERIOD-END-8          PIC 9(8)     VALUE 0.               00136000
       01  WS-PERIOD-END-INT        PIC S9(9) COMP VALUE 0.             00137000
       01  WS-NEXT-YYYY             PIC 9(4)     VALUE 0.               00138000
       01  WS-NEXT-MM               PIC 9(2)     VALUE 0.               00139000
       01  WS-NEXT-MONTH-1ST        PIC 9(8)     VALUE 0.               00140000
       01  WS-DAYS-IN-PERIOD        PIC S9(5)    VALUE 0.               00141000
       01  WS-PRORATE-PCT           PIC S9V9999  VALUE 1.0000.          00142000
                                                                        00143000
      ***************************************************************** 00144000
      * CURRENT "INPUT" FIELDS AND BILL WORK AREAS - SAME AS UTIL2000   00145000
      ***************************************************************** 00146000
       01  WS-KWH-USED              PIC 9(5)    VALUE 0.                00147000
       01  WS-SERVICE-FEE           PIC 9(3)V99 VALUE 0.                00148000
       01  WS-FULL-FEE              PIC 9(3)V99 VALUE 0.                00149000
       01  WS-CUST-RATE-CLASS       PIC X(02)   VALUE SPACES.           00150000
                                                                        00151000
       01  WS-TIER1-KWH             PIC 9(5)     VALUE 0.               00152000
       01  WS-TIER2-KWH             PIC 9(5)     VALUE 0.               00153000
       01  WS-TIER3-KWH             PIC 9(5)     VALUE 0.               00154000
       01  WS-TIER1-CHARGE          PIC 9(5)V99  VALUE 0.               00155000
       01  WS-TIER2-CHARGE          PIC 9(5)V99  VALUE 0.               00156000
       01  WS-TIER3-CHARGE          PIC 9(5)V99  VALUE 0.               00157000
       01  WS-SUBTOTAL              PIC 9(6)V99  VALUE 0.               00158000
       01  WS-TOTAL-BILL            PIC 9(6)V99  VALUE 0.               00159000
                                                                        00160000
      ***************************************************************** 00161000
      * CURRENT-CUSTOMER RATE VALUES, RESOLVED EACH BILL FROM THE       00162000
      * RATE SCHEDULE TABLE OR THE PROPOSED CLASS ENTRY.                00163000
      ***************************************************************** 00164000
       01  WS-RATE-TIER1            PIC V9(4)    VALUE 0.               00165000
       01  WS-RATE-TIER2            PIC V9(4)    VALUE 0.               00166000
       01  WS-RATE-TIER3            PIC V9(4)    VALUE 0.               00167000
       01  WS-TIER1-LIMIT           PIC 9(7)     VALUE 0.               00168000
       01  WS-TIER2-LIMIT           PIC 9(7)     VALUE 0.               00169000
                                                                        00170000
      ***************************************************************** 00171000
      * CURRENT RATE SCHEDULE TABLE - ONE ENTRY PER CLASS PER           00172000
      * EFFECTIVE-DATED VERSION. THE ONE IN FORCE FOR THE LAST MONTH    00173000
      * OF THE WINDOW IS COPIED TO EACH CLASS ENTRY BELOW.              00174000
      ***************************************************************** 00175000
       01  WS-RATE-TABLE-COUNT      PIC 9(4)  COMP  VALUE 0.            00176000
       01  WS-RATE-TABLE-AREA.                                          00177000
           05  WS-RATE-TABLE        OCCURS 1 TO 60 TIMES                00178000
                                     DEPENDING ON WS-RATE-TABLE-COUNT   00179000
                                     INDEXED BY WS-RATE-IDX.            00180000
               10  WS-RT-CLASS      PIC X(02).                          00181000
               10  WS-RT-EFF-DATE   PIC 9(08).                          00182000
               10  WS-RT-TIER       OCCURS 3 TIMES.                     00183000
                   15  WS-RT-LIMIT  PIC 9(7).                           00184000
                   15  WS-RT-RATE   PIC V9(4).                          00185000
                                                                        00186000
       01  WS-RATE-SUB              PIC 9(4)  COMP  VALUE 0.            00187000
       01  WS-BEST-SUB              PIC 9(4)  COMP  VALUE 0.            00188000
       01  WS-BEST-EFF-DATE         PIC 9(8)     VALUE 0.               00189000
       01  WS-FIRST-SUB             PIC 9(4)  COMP  VALUE 0.            00190000
       01  WS-FIRST-EFF-DATE        PIC 9(8)     VALUE 0.               00191000
                                                                        00192000
      ***************************************************************** 00193000
      * PROPOSED CLASS TABLE - ONE ENTRY PER RATE CLASS ON PROPRATE     00194000
      * CARRYING THE PROPOSED TIERS, THE CURRENT TIERS IT IS PRICED     00195000
      * AGAINST, AND THE TWELVE MONTHS' TOTALS AND BILL COUNTS BY       00196000
      * KWH BLOCK FOR THAT CLASS.                                       00197000
      ***************************************************************** 00197500
       01  WS-CL-COUNT              PIC 9(4)  COMP  VALUE 0.            00198000
       01  WS-CL-TABLE-AREA.                                            00199000
           05  WS-CL-ENTRY          OCCURS 1 TO 20 TIMES                00200000
                                     DEPENDING ON WS-CL-COUNT           00201000
                                     INDEXED BY WS-CL-IDX.              00202000
               10  WS-CL-CLASS      PIC X(02).                          00203000
               10  WS-CL-EFF-DATE   PIC 9(08).                          00204000
               10  WS-CL-TIER       OCCURS 3 TIMES.                     00205000
                   15  WS-CL-LIMIT  PIC 9(7).                           00206000
                   15  WS-CL-RATE   PIC V9(4).                          00207000
               10  WS-CL-CUR-TIER   OCCURS 3 TIMES.                     00207166
                   15  WS-CL-CUR-LIMIT                                  00207332
                                    PIC 9(7).                           00207498
                   15  WS-CL-CUR-RATE                                   00207664
                                    PIC V9(4).                          00207830
               10  WS-CL-BILLS      PIC 9(7).                           00208000
               10  WS-CL-KWH        PIC 9(11).                          00209000
               10  WS-CL-FEES       PIC 9(9)V99.                        00210000
               10  WS-CL-CUR-REV    PIC 9(9)V99.                        00211000
               10  WS-CL-PROP-REV   PIC 9(9)V99.                        00212000
               10  WS-CL-BLOCK-BILLS                                    00213000
                                    PIC 9(7)  OCCURS 8 TIMES.           00214000
                                                                        00215000
      ***************************************************************** 00216000
      * KWH BLOCKS FOR THE BILL-FREQUENCY DISTRIBUTION - A BILL FALLS   00217000
      * IN THE FIRST BLOCK WHOSE HIGH END IT DOES NOT EXCEED.           00218000
      ***************************************************************** 00219000
       01  WS-BLOCK-VALUES.                                             00220000
           05  FILLER               PIC 9(05)    VALUE 250.             00221000
           05  FILLER               PIC 9(05)    VALUE 500.             00222000
           05  FILLER               PIC 9(05)    VALUE 750.             00223000
           05  FILLER               PIC 9(05)    VALUE 1000.            00224000
           05  FILLER               PIC 9(05)    VALUE 1500.            00225000
           05  FILLER               PIC 9(05)    VALUE 2000.            00226000
           05  FILLER               PIC 9(05)    VALUE 3000.            00227000
           05  FILLER               PIC 9(05)    VALUE 99999.           00228000
       01  WS-BLOCK-TABLE REDEFINES WS-BLOCK-VALUES.                    00229000
           05  WS-BLOCK-HIGH        PIC 9(05)    OCCURS 8 TIMES         00230000
                                     INDEXED BY WS-BLK-IDX.             00231000
                                                                        00232000
       01  WS-BLOCK-LABELS.                                             00233000
           05  FILLER               PIC X(12)    VALUE '    0 -  250'.  00234000
           05  FILLER               PIC X(12)    VALUE '  251 -  500'.  00235000
           05  FILLER               PIC X(12)    VALUE '  501 -  750'.  00236000
           05  FILLER               PIC X(12)    VALUE '  751 - 1000'.  00237000
           05  FILLER               PIC X(12)    VALUE ' 1001 - 1500'.  00238000
           05  FILLER               PIC X(12)    VALUE ' 1501 - 2000'.  00239000
           05  FILLER               PIC X(12)    VALUE ' 2001 - 3000'.  00240000
           05  FILLER               PIC X(12)    VALUE ' OVER 3000  '.  00241000
       01  WS-BLOCK-LABEL-TABLE REDEFINES WS-BLOCK-LABELS.              00242000
           05  WS-BLOCK-LABEL       PIC X(12)    OCCURS 8 TIMES.        00243000
                                                                        00244000
       01  WS-BLK-SUB               PIC 9(4)  COMP  VALUE 0.            00245000
       01  WS-BLK-CUM               PIC 9(7)     VALUE 0.               00246000
                                                                        00247000
      ***************************************************************** 00248000
      * STANDARD USAGE LEVELS FOR THE TYPICAL-BILL TABLE.               00249000
      ***************************************************************** 00250000
       01  WS-TYPICAL-VALUES.                                           00251000
           05  FILLER               PIC 9(05)    VALUE 250.             00252000
           05  FILLER               PIC 9(05)    VALUE 500.             00253000
           05  FILLER               PIC 9(05)    VALUE 750.             00254000
           05  FILLER               PIC 9(05)    VALUE 1000.            00255000
           05  FILLER               PIC 9(05)    VALUE 1500.            00256000
           05  FILLER               PIC 9(05)    VALUE 2000.            00257000
           05  FILLER               PIC 9(05)    VALUE 3000.            00258000
       01  WS-TYPICAL-TABLE REDEFINES WS-TYPICAL-VALUES.                00259000
           05  WS-TYPICAL-KWH       PIC 9(05)    OCCURS 7 TIMES.        00260000
                                                                        00261000
       01  WS-TYP-SUB               PIC 9(4)  COMP  VALUE 0.            00262000
       01  WS-TYP-FEE               PIC 9(3)V99  VALUE 0.               00263000
       01  WS-TYP-CUR-BILL          PIC 9(6)V99  VALUE 0.               00264000
       01  WS-TYP-PROP-BILL         PIC 9(6)V99  VALUE 0.               00265000
                                                                        00266000
      ***************************************************************** 00267000
      * RUN CONTROL TOTALS, CHANGE WORK FIELDS AND EDITED FIELDS        00268000
      ***************************************************************** 00269000
       01  WS-HIST-READ             PIC 9(7)     VALUE 0.               00270000
       01  WS-HIST-PRICED           PIC 9(7)     VALUE 0.               00271000
       01  WS-NO-CUST-COUNT         PIC 9(7)     VALUE 0.               00272000
       01  WS-PROP-REJ-COUNT        PIC 9(7)     VALUE 0.               00273000
       01  WS-TOT-BILLS             PIC 9(7)     VALUE 0.               00274000
       01  WS-TOT-KWH               PIC 9(11)    VALUE 0.               00275000
       01  WS-TOT-CUR-REV           PIC 9(9)V99  VALUE 0.               00276000
       01  WS-TOT-PROP-REV          PIC 9(9)V99  VALUE 0.               00277000
       01  WS-REV-CHANGE            PIC S9(9)V99 VALUE 0.               00278000
       01  WS-PCT-CHANGE            PIC S9(5)V99 VALUE 0.               00279000
       01  WS-BLK-PCT               PIC 9(3)V99  VALUE 0.               00280000
       01  WS-CUM-PCT               PIC 9(3)V99  VALUE 0.               00281000
                                                                        00282000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00283000
       01  WS-KWH-ED                PIC ZZ,ZZ9.                         00284000
       01  WS-BIG-KWH-ED            PIC Z,ZZZ,ZZZ,ZZ9.                  00285000
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  00286000
       01  WS-MONEY-ED2             PIC $$,$$$,$$9.99.                  00287000
       01  WS-CHG-ED                PIC $$,$$$,$$9.99-.                 00288000
       01  WS-BIG-MONEY-ED          PIC $$$,$$$,$$9.99.                 00289000
       01  WS-BIG-MONEY-ED2         PIC $$$,$$$,$$9.99.                 00290000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00291000
       01  WS-PCT-ED                PIC -----9.99.                      00292000
       01  WS-BLK-PCT-ED            PIC ZZ9.99.                         00293000
       01  WS-CUM-PCT-ED            PIC ZZ9.99.                         00294000
                                                                        00295000
      ***************************************************************** 00296000
      * RUN DATE FIELDS                                                 00297000
      ***************************************************************** 00298000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00299000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00300000
           05  WS-RUN-YYYY          PIC 9(4).                           00301000
           05  WS-RUN-MM            PIC 9(2).                           00302000
           05  WS-RUN-DD            PIC 9(2).                           00303000
                                                                        00304000
      ***************************************************************** 00305000
      * LINKAGE SECTION - PERIOD=YYYYMM NAMES THE LAST MONTH OF THE     00306000
      * TWELVE REPRICED.                                                00307000
      ***************************************************************** 00308000
       LINKAGE SECTION.                                                 00309000
       01  LS-PARM-AREA.                                                00310000
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00311000
           05  LS-PARM-DATA             PIC X(80).                      00312000
                                                                        00313000
      ***************************************************************** 00314000
      * IT'S GO TIME!                                                   00315000
      ***************************************************************** 00316000
       PROCEDURE DIVISION USING LS-PARM-AREA.                           00317000
                                                                        00318000
      ***************************************************************** 00319000
      * MAINLINE - LOAD THE PROPOSED AND CURRENT SCHEDULES, REPRICE     00320000
      * THE TWELVE MONTHS OF HISTORY BOTH WAYS, THEN PRINT THE          00321000
      * REPORT.                                                         00322000
      ***************************************************************** 00323000
       000-MAIN.                                                        00324000
           DISPLAY '*************************************'.             00325000
           DISPLAY '*** UTIL2750 - RATE CASE SIM      ***'.             00326000
           DISPLAY '*************************************'.             00327000
           DISPLAY ' '.                                                 00328000
                                                                        00329000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00330000
           PERFORM 050-PICK-PERIODS.                                    00331000
           PERFORM 130-LOAD-PROPOSED THRU 130-EXIT.                     00332000
           PERFORM 150-LOAD-RATES THRU 150-EXIT.                        00333000
           IF RETURN-CODE NOT = 0                                       00334000
               DISPLAY 'UTIL2750 - RUN ABORTED, RC = ' RETURN-CODE      00335000
               STOP RUN                                                 00336000
           END-IF.                                                      00337000
                                                                        00338000
           PERFORM 400-REPRICE-HISTORY THRU 400-EXIT.                   00339000
           IF RETURN-CODE NOT = 0                                       00340000
               DISPLAY 'UTIL2750 - RUN ABORTED, RC = ' RETURN-CODE      00341000
               STOP RUN                                                 00342000
           END-IF.                                                      00343000
                                                                        00344000
           PERFORM 600-PRINT-REPORT THRU 600-EXIT.                      00345000
                                                                        00346000
           DISPLAY 'UTIL2750 - HISTORY READ      : ' WS-HIST-READ.      00347000
           DISPLAY 'UTIL2750 - BILLS REPRICED    : ' WS-HIST-PRICED.    00348000
           DISPLAY 'UTIL2750 - NO CUSTOMER MASTER: ' WS-NO-CUST-COUNT.  00349000
           DISPLAY 'UTIL2750 - PROPOSED REJECTED : ' WS-PROP-REJ-COUNT. 00350000
                                                                        00351000
           STOP RUN.                                                    00352000
                                                                        00353000
      ***************************************************************** 00354000
      * THE LAST MONTH REPRICED COMES FROM A PERIOD=YYYYMM PARM,        00355000
      * DEFAULTING TO THE RUN MONTH. THE FIRST IS ELEVEN MONTHS         00356000
      * EARLIER, SO THE WINDOW IS TWELVE BILLING MONTHS.                00357000
      ***************************************************************** 00358000
       050-PICK-PERIODS.                                                00359000
           COMPUTE WS-THIS-PERIOD =                                     00360000
               (WS-RUN-YYYY * 100) + WS-RUN-MM.                         00361000
           IF LS-PARM-LEN >= 13                                         00362000
               AND LS-PARM-DATA (1:7) = 'PERIOD='                       00363000
               MOVE LS-PARM-DATA (8:6) TO WS-PARM-PERIOD-X              00364000
               IF WS-PARM-PERIOD-9 NUMERIC                              00365000
                   MOVE WS-PARM-PERIOD-9 TO WS-THIS-PERIOD              00366000
               END-IF                                                   00367000
           END-IF.                                                      00368000
                                                                        00369000
           IF WS-THIS-MM = 12                                           00370000
               COMPUTE WS-FIRST-PERIOD = (WS-THIS-YYYY * 100) + 1       00371000
           ELSE                                                         00372000
               COMPUTE WS-FIRST-PERIOD =                                00373000
                   ((WS-THIS-YYYY - 1) * 100) + WS-THIS-MM + 1          00374000
           END-IF.                                                      00375000
                                                                        00376000
           DISPLAY 'UTIL2750 - REPRICING ' WS-FIRST-PERIOD              00377000
               ' THROUGH ' WS-THIS-PERIOD.                              00378000
                                                                        00379000
      ***************************************************************** 00380000
      * LOAD THE PROPOSED SCHEDULE INTO THE CLASS TABLE. A RECORD       00381000
      * THAT FAILS THE EDITS IS LEFT OUT AND NAMED ON THE JOB LOG. A    00382000
      * CLASS GIVEN TWICE KEEPS ITS LATEST EFFECTIVE DATE. WITHOUT A    00383000
      * SINGLE GOOD CLASS THERE IS NOTHING TO SIMULATE.                 00384000
      ***************************************************************** 00385000
       130-LOAD-PROPOSED.                                               00386000
           OPEN INPUT PROPOSED-RATES.                                   00387000
           IF WS-PROPRATE-STATUS NOT = '00'                             00388000
               DISPLAY 'UTIL2750 - PROPRATE OPEN FAILED, STATUS = '     00389000
                   WS-PROPRATE-STATUS                                   00390000
               MOVE 16 TO RETURN-CODE                                   00391000
               GO TO 130-EXIT                                           00392000
           END-IF.                                                      00393000
                                                                        00394000
           PERFORM 131-READ-PROP-RTN.                                   00395000
           PERFORM 132-STORE-PROPOSED THRU 132-EXIT                     00396000
               UNTIL PROPRATE-EOF.                                      00397000
                                                                        00398000
           CLOSE PROPOSED-RATES.                                        00399000
                                                                        00400000
           IF WS-CL-COUNT = 0                                           00401000
               DISPLAY 'UTIL2750 - NO USABLE PROPOSED RATE CLASSES'     00402000
               MOVE 16 TO RETURN-CODE                                   00403000
           END-IF.                                                      00404000
                                                                        00405000
       130-EXIT.                                                        00406000
           EXIT.                                                        00407000
                                                                        00408000
      ***************************************************************** 00409000
      * READ THE NEXT PROPOSED RATE RECORD, SETTING THE EOF SWITCH      00410000
      * WHEN THE FILE IS EXHAUSTED.                                     00411000
      ***************************************************************** 00412000
       131-READ-PROP-RTN.                                               00413000
           READ PROPOSED-RATES                                          00414000
               AT END                                                   00415000
                   SET PROPRATE-EOF TO TRUE                             00416000
               NOT AT END                                               00417000
                   SET PROPRATE-NOT-EOF TO TRUE                         00418000
           END-READ.                                                    00419000
                                                                        00420000
      ***************************************************************** 00421000
      * EDIT ONE PROPOSED RATE RECORD AND ADD ITS CLASS TO THE TABLE,   00422000
      * OR REPLACE AN EARLIER-DATED VERSION OF THE SAME CLASS.          00423000
      ***************************************************************** 00424000
       132-STORE-PROPOSED.                                              00425000
           IF PR-RATE-CLASS = SPACES                                    00426000
               OR PR-EFF-DATE NOT NUMERIC                               00427000
               OR PR-TIER-LIMIT (1) NOT NUMERIC                         00428000
               OR PR-TIER-LIMIT (2) NOT NUMERIC                         00429000
               OR PR-TIER-RATE (1) NOT NUMERIC                          00430000
               OR PR-TIER-RATE (2) NOT NUMERIC                          00431000
               OR PR-TIER-RATE (3) NOT NUMERIC                          00432000
               DISPLAY 'UTIL2750 - PROPOSED RATE FOR CLASS '            00433000
                   PR-RATE-CLASS ' REJECTED - NON-NUMERIC FIELDS'       00434000
               ADD 1 TO WS-PROP-REJ-COUNT                               00435000
               GO TO 132-READ-NEXT                                      00436000
           END-IF.                                                      00437000
                                                                        00438000
           SET WS-CL-IDX TO 1.                                          00439000
           SEARCH WS-CL-ENTRY                                           00440000
               AT END                                                   00441000
                   PERFORM 133-ADD-CLASS                                00442000
               WHEN WS-CL-CLASS (WS-CL-IDX) = PR-RATE-CLASS             00443000
                   IF PR-EFF-DATE > WS-CL-EFF-DATE (WS-CL-IDX)          00444000
                       PERFORM 135-MOVE-PROPOSED-TIERS                  00445000
                   END-IF                                               00446000
           END-SEARCH.                                                  00447000
                                                                        00448000
       132-READ-NEXT.                                                   00449000
           PERFORM 131-READ-PROP-RTN.                                   00450000
                                                                        00451000
       132-EXIT.                                                        00452000
           EXIT.                                                        00453000
                                                                        00454000
      ***************************************************************** 00455000
      * START A NEW PROPOSED CLASS ENTRY WITH ITS TOTALS ZEROED.        00456000
      ***************************************************************** 00457000
       133-ADD-CLASS.                                                   00458000
           IF WS-CL-COUNT >= 20                                         00459000
               DISPLAY 'UTIL2750 - MORE THAN 20 PROPOSED CLASSES, '     00460000
                   'CLASS ' PR-RATE-CLASS ' IGNORED'                    00461000
               ADD 1 TO WS-PROP-REJ-COUNT                               00462000
           ELSE                                                         00463000
               ADD 1 TO WS-CL-COUNT                                     00464000
               SET WS-CL-IDX TO WS-CL-COUNT                             00465000
               MOVE PR-RATE-CLASS TO WS-CL-CLASS (WS-CL-IDX)            00466000
               PERFORM 135-MOVE-PROPOSED-TIERS                          00467000
               MOVE 0 TO WS-CL-BILLS (WS-CL-IDX)                        00468000
               MOVE 0 TO WS-CL-KWH (WS-CL-IDX)                          00469000
               MOVE 0 TO WS-CL-FEES (WS-CL-IDX)                         00470000
               MOVE 0 TO WS-CL-CUR-REV (WS-CL-IDX)                      00471000
               MOVE 0 TO WS-CL-PROP-REV (WS-CL-IDX)                     00472000
               PERFORM 134-ZERO-BLOCK                                   00473000
                   VARYING WS-BLK-SUB FROM 1 BY 1                       00474000
                   UNTIL WS-BLK-SUB > 8                                 00475000
           END-IF.                                                      00476000
                                                                        00477000
      ***************************************************************** 00478000
      * ZERO ONE KWH BLOCK COUNT FOR THE NEW CLASS ENTRY.               00479000
      ***************************************************************** 00480000
       134-ZERO-BLOCK.                                                  00481000
           MOVE 0 TO WS-CL-BLOCK-BILLS (WS-CL-IDX WS-BLK-SUB).          00482000
                                                                        00483000
      ***************************************************************** 00484000
      * CARRY THE PROPOSED EFFECTIVE DATE, TIER LIMITS AND RATES INTO   00485000
      * THE CLASS ENTRY.                                                00486000
      ***************************************************************** 00487000
       135-MOVE-PROPOSED-TIERS.                                         00488000
           MOVE PR-EFF-DATE       TO WS-CL-EFF-DATE (WS-CL-IDX).        00489000
           MOVE PR-TIER-LIMIT (1) TO WS-CL-LIMIT (WS-CL-IDX 1).         00490000
           MOVE PR-TIER-LIMIT (2) TO WS-CL-LIMIT (WS-CL-IDX 2).         00491000
           MOVE 0                 TO WS-CL-LIMIT (WS-CL-IDX 3).         00492000
           MOVE PR-TIER-RATE (1)  TO WS-CL-RATE (WS-CL-IDX 1).          00493000
           MOVE PR-TIER-RATE (2)  TO WS-CL-RATE (WS-CL-IDX 2).          00494000
           MOVE PR-TIER-RATE (3)  TO WS-CL-RATE (WS-CL-IDX 3).          00495000
                                                                        00496000
      ***************************************************************** 00497000
      * LOAD THE CURRENT RATE SCHEDULE TABLE - EVERY EFFECTIVE-DATED    00498000
      * VERSION, THE SAME WAY UTIL2000 LOADS IT.                        00499000
      ***************************************************************** 00500000
       150-LOAD-RATES.                                                  00501000
           OPEN INPUT RATE-SCHEDULE.                                    00502000
           IF WS-RATESCH-STATUS NOT = '00'                              00503000
               DISPLAY 'UTIL2750 - RATESCH OPEN FAILED, STATUS = '      00504000
                   WS-RATESCH-STATUS                                    00505000
               MOVE 16 TO RETURN-CODE                                   00506000
               GO TO 150-EXIT                                           00507000
           END-IF.                                                      00508000
                                                                        00509000
           PERFORM 160-READ-RATE-RTN.                                   00510000
           PERFORM 170-STORE-RATE UNTIL RATESCH-EOF.                    00511000
                                                                        00512000
           CLOSE RATE-SCHEDULE.                                         00513000
                                                                        00514000
       150-EXIT.                                                        00515000
           EXIT.                                                        00516000
                                                                        00517000
      ***************************************************************** 00518000
      * ADD ONE RATE SCHEDULE RECORD TO THE IN-MEMORY TABLE, THEN READ  00519000
      * THE NEXT ONE.                                                   00520000
      ***************************************************************** 00521000
       170-STORE-RATE.                                                  00522000
           IF WS-RATE-TABLE-COUNT >= 60                                 00523000
               DISPLAY 'UTIL2750 - RATE SCHEDULE HAS MORE THAN 60 '     00524000
                   'VERSIONS, IGNORING THE REST'                        00525000
               SET RATESCH-EOF TO TRUE                                  00526000
           ELSE                                                         00527000
               ADD 1 TO WS-RATE-TABLE-COUNT                             00528000
               SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT                   00529000
               MOVE RS-RATE-RECORD TO WS-RATE-TABLE (WS-RATE-IDX)       00530000
               PERFORM 160-READ-RATE-RTN                                00531000
           END-IF.                                                      00532000
                                                                        00533000
      ***************************************************************** 00534000
      * READ THE NEXT RATE-SCHEDULE RECORD, SETTING THE EOF SWITCH      00535000
      * WHEN THE FILE IS EXHAUSTED.                                     00536000
      ***************************************************************** 00537000
       160-READ-RATE-RTN.                                               00538000
           READ RATE-SCHEDULE                                           00539000
               AT END                                                   00540000
                   SET RATESCH-EOF TO TRUE                              00541000
               NOT AT END                                               00542000
                   SET RATESCH-NOT-EOF TO TRUE                          00543000
           END-READ.                                                    00544000
                                                                        00545000
      ***************************************************************** 00546000
      * FIRST AND LAST DAY OF THE BILLING PERIOD IN WS-BILLING-PERIOD   00547000
      * AND ITS LENGTH IN DAYS, AS UTIL2000 WORKS THEM OUT.             00548000
      ***************************************************************** 00549000
       180-CALC-PERIOD-BOUNDS.                                          00550000
           COMPUTE WS-PERIOD-START-8 =                                  00551000
               (WS-PER-YYYY * 10000) + (WS-PER-MM * 100) + 1.           00552000
                                                                        00553000
           IF WS-PER-MM = 12                                            00554000
               MOVE WS-PER-YYYY TO WS-NEXT-YYYY                         00555000
               ADD 1 TO WS-NEXT-YYYY                                    00556000
               MOVE 1 TO WS-NEXT-MM                                     00557000
           ELSE                                                         00558000
               MOVE WS-PER-YYYY TO WS-NEXT-YYYY                         00559000
               COMPUTE WS-NEXT-MM = WS-PER-MM + 1                       00560000
           END-IF.                                                      00561000
                                                                        00562000
           COMPUTE WS-NEXT-MONTH-1ST =                                  00563000
               (WS-NEXT-YYYY * 10000) + (WS-NEXT-MM * 100) + 1.         00564000
           COMPUTE WS-PERIOD-END-INT =                                  00565000
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-1ST) - 1.        00566000
           MOVE FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT)            00567000
               TO WS-PERIOD-END-8.                                      00568000
                                                                        00569000
           COMPUTE WS-DAYS-IN-PERIOD =                                  00570000
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-8) -             00571000
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-8) + 1.        00572000
                                                                        00573000
      ***************************************************************** 00574000
      * ONE PASS DOWN THE USAGE HISTORY, REPRICING EVERY BILL IN THE    00575000
      * WINDOW FOR A CLASS ON THE PROPOSED SCHEDULE. THE CUSTOMER       00576000
      * MASTER IS READ ONLY FOR THE ACCOUNT'S SERVICE FEE. EACH         00577000
      * CLASS'S CURRENT TIERS ARE RESOLVED FIRST, ONCE, FROM THE        00577333
      * VERSION IN FORCE FOR THE LAST MONTH OF THE WINDOW.              00577666
      ***************************************************************** 00578000
       400-REPRICE-HISTORY.                                             00579000
           MOVE WS-THIS-PERIOD TO WS-BILLING-PERIOD.                    00579142
           PERFORM 180-CALC-PERIOD-BOUNDS.                              00579284
           PERFORM 405-SET-CURRENT-TIERS                                00579426
               VARYING WS-CL-IDX FROM 1 BY 1                            00579568
               UNTIL WS-CL-IDX > WS-CL-COUNT.                           00579710
                                                                        00579852
           OPEN INPUT USAGE-HISTORY.                                    00580000
           IF WS-USAGEHST-STATUS NOT = '00'                             00581000
               DISPLAY 'UTIL2750 - USAGEHST OPEN FAILED, STATUS = '     00582000
                   WS-USAGEHST-STATUS                                   00583000
               MOVE 16 TO RETURN-CODE                                   00584000
               GO TO 400-EXIT                                           00585000
           END-IF.                                                      00586000
                                                                        00587000
           OPEN INPUT CUSTOMER-MASTER.                                  00588000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00589000
               DISPLAY 'UTIL2750 - CUSTMAS OPEN FAILED, STATUS = '      00590000
                   WS-CUSTMAS-STATUS                                    00591000
               CLOSE USAGE-HISTORY                                      00592000
               MOVE 16 TO RETURN-CODE                                   00593000
               GO TO 400-EXIT                                           00594000
           END-IF.                                                      00595000
                                                                        00596000
           PERFORM 410-READ-HIST-RTN.                                   00597000
           PERFORM 420-REPRICE-ONE THRU 420-EXIT                        00598000
               UNTIL USAGEHST-EOF.                                      00599000
                                                                        00600000
           CLOSE USAGE-HISTORY.                                         00601000
           CLOSE CUSTOMER-MASTER.                                       00602000
                                                                        00603000
       400-EXIT.                                                        00604000
           EXIT.                                                        00605000
      ***************************************************************** 00605066
      * RESOLVE ONE CLASS'S CURRENT VERSION AND KEEP ITS TIERS ON THE   00605132
      * CLASS ENTRY. EVERY HISTORY MONTH AND EVERY TYPICAL BILL IS      00605198
      * PRICED ON THESE, SO A RATE CHANGE PART WAY THROUGH THE          00605264
      * WINDOW IS NOT COUNTED AS PART OF THE CASE.                      00605330
      ***************************************************************** 00605396
       405-SET-CURRENT-TIERS.                                           00605462
           MOVE WS-CL-CLASS (WS-CL-IDX) TO WS-CUST-RATE-CLASS.          00605528
           PERFORM 210-FIND-RATE-CLASS.                                 00605594
           MOVE WS-TIER1-LIMIT TO WS-CL-CUR-LIMIT (WS-CL-IDX 1).        00605660
           MOVE WS-TIER2-LIMIT TO WS-CL-CUR-LIMIT (WS-CL-IDX 2).        00605726
           MOVE WS-RATE-TIER1  TO WS-CL-CUR-RATE  (WS-CL-IDX 1).        00605792
           MOVE WS-RATE-TIER2  TO WS-CL-CUR-RATE  (WS-CL-IDX 2).        00605858
           MOVE WS-RATE-TIER3  TO WS-CL-CUR-RATE  (WS-CL-IDX 3).        00605924
                                                                        00606000
      ***************************************************************** 00607000
      * READ THE NEXT USAGE HISTORY RECORD, SETTING THE EOF SWITCH      00608000
      * WHEN THE FILE IS EXHAUSTED.                                     00609000
      ***************************************************************** 00610000
       410-READ-HIST-RTN.                                               00611000
           READ USAGE-HISTORY                                           00612000
               AT END                                                   00613000
                   SET USAGEHST-EOF TO TRUE                             00614000
               NOT AT END                                               00615000
                   SET USAGEHST-NOT-EOF TO TRUE                         00616000
                   ADD 1 TO WS-HIST-READ                                00617000
           END-READ.                                                    00618000
                                                                        00619000
      ***************************************************************** 00620000
      * REPRICE ONE HISTORY BILL UNDER THE CLASS'S CURRENT TIERS        00621000
      * AND UNDER THE PROPOSED TIERS, AND POST BOTH TO ITS CLASS        00622000
      * ALONG WITH THE BILL'S KWH BLOCK. THE KWH REPRICED               00623000
      * ARE THE KWH THE BILL WAS PRICED ON (NET OF ANY NET-METERING     00624000
      * BANK), AND A PARTIAL MONTH IS PRORATED ON THE DAYS SERVED       00625000
      * THE HISTORY RECORDS.                                            00626000
      ***************************************************************** 00627000
       420-REPRICE-ONE.                                                 00628000
           IF UH-BILLING-PERIOD < WS-FIRST-PERIOD                       00629000
               OR UH-BILLING-PERIOD > WS-THIS-PERIOD                    00630000
               GO TO 420-READ-NEXT                                      00631000
           END-IF.                                                      00632000
                                                                        00633000
           SET CLASS-NOT-FOUND TO TRUE.                                 00634000
           SET WS-CL-IDX TO 1.                                          00635000
           SEARCH WS-CL-ENTRY                                           00636000
               AT END                                                   00637000
                   CONTINUE                                             00638000
               WHEN WS-CL-CLASS (WS-CL-IDX) = UH-RATE-CLASS             00639000
                   SET CLASS-FOUND TO TRUE                              00640000
           END-SEARCH.                                                  00641000
           IF CLASS-NOT-FOUND                                           00642000
               GO TO 420-READ-NEXT                                      00643000
           END-IF.                                                      00644000
                                                                        00645000
           IF UH-KWH NOT NUMERIC                                        00646000
               DISPLAY 'UTIL2750 - NON-NUMERIC KWH ON HISTORY FOR '     00647000
                   UH-ACCT-NO ' PERIOD ' UH-BILLING-PERIOD              00648000
               GO TO 420-READ-NEXT                                      00649000
           END-IF.                                                      00650000
                                                                        00651000
           MOVE UH-BILLING-PERIOD TO WS-BILLING-PERIOD.                 00652000
           PERFORM 180-CALC-PERIOD-BOUNDS.                              00653000
           PERFORM 430-GET-SERVICE-FEE.                                 00654000
           PERFORM 435-SET-PRORATION.                                   00655000
                                                                        00657000
           PERFORM 100-INITIALIZE.                                      00658000
           PERFORM 455-LOAD-CURRENT-TIERS.                              00659000
           PERFORM 440-APPLY-PRORATION.                                 00660000
           MOVE UH-KWH TO WS-KWH-USED.                                  00661000
           PERFORM 200-CALC-TIERS.                                      00662000
           PERFORM 300-CALC-CHARGES.                                    00663000
           ADD WS-TOTAL-BILL TO WS-CL-CUR-REV (WS-CL-IDX).              00664000
                                                                        00665000
           PERFORM 100-INITIALIZE.                                      00666000
           PERFORM 450-LOAD-PROPOSED-TIERS.                             00667000
           PERFORM 440-APPLY-PRORATION.                                 00668000
           MOVE UH-KWH TO WS-KWH-USED.                                  00669000
           PERFORM 200-CALC-TIERS.                                      00670000
           PERFORM 300-CALC-CHARGES.                                    00671000
           ADD WS-TOTAL-BILL TO WS-CL-PROP-REV (WS-CL-IDX).             00672000
                                                                        00673000
           ADD 1           TO WS-CL-BILLS (WS-CL-IDX).                  00674000
           ADD UH-KWH      TO WS-CL-KWH (WS-CL-IDX).                    00675000
           ADD WS-FULL-FEE TO WS-CL-FEES (WS-CL-IDX).                   00676000
           PERFORM 460-POST-FREQUENCY.                                  00677000
           ADD 1 TO WS-HIST-PRICED.                                     00678000
                                                                        00679000
       420-READ-NEXT.                                                   00680000
           PERFORM 410-READ-HIST-RTN.                                   00681000
                                                                        00682000
       420-EXIT.                                                        00683000
           EXIT.                                                        00684000
                                                                        00685000
      ***************************************************************** 00686000
      * THE ACCOUNT'S SERVICE FEE AS IT STANDS ON THE CUSTOMER MASTER.  00687000
      * AN ACCOUNT SINCE PURGED FROM THE MASTER REPRICES ON ENERGY      00688000
      * CHARGES ALONE AND IS COUNTED FOR THE JOB LOG.                   00689000
      ***************************************************************** 00690000
       430-GET-SERVICE-FEE.                                             00691000
           MOVE 0 TO WS-FULL-FEE.                                       00692000
           MOVE UH-ACCT-NO TO CM-ACCT-NO.                               00693000
           READ CUSTOMER-MASTER                                         00694000
               INVALID KEY                                              00695000
                   ADD 1 TO WS-NO-CUST-COUNT                            00696000
               NOT INVALID KEY                                          00697000
                   IF CM-SERVICE-FEE NUMERIC                            00698000
                       MOVE CM-SERVICE-FEE TO WS-FULL-FEE               00699000
                   END-IF                                               00700000
           END-READ.                                                    00701000
                                                                        00702000
      ***************************************************************** 00703000
      * THE SHARE OF THE MONTH THE BILL COVERED. A FULL MONTH (OR A     00704000
      * HISTORY RECORD WITH NO USABLE DAY COUNT) IS LEFT AT 100         00705000
      * PERCENT SO ROUNDING DOES NOT NIBBLE AT THE COMMON CASE.         00706000
      ***************************************************************** 00707000
       435-SET-PRORATION.                                               00708000
           MOVE 1.0000 TO WS-PRORATE-PCT.                               00709000
           IF UH-DAYS-SERVED NUMERIC                                    00710000
               AND UH-DAYS-SERVED < WS-DAYS-IN-PERIOD                   00711000
               COMPUTE WS-PRORATE-PCT ROUNDED =                         00712000
                   UH-DAYS-SERVED / WS-DAYS-IN-PERIOD                   00713000
           END-IF.                                                      00714000
                                                                        00715000
      ***************************************************************** 00716000
      * PRORATE THE TIER LIMITS AND SERVICE FEE JUST RESOLVED FOR A     00717000
      * PARTIAL MONTH, AS UTIL2000'S 220-CALC-PRORATION DOES.           00718000
      ***************************************************************** 00719000
       440-APPLY-PRORATION.                                             00720000
           MOVE WS-FULL-FEE TO WS-SERVICE-FEE.                          00721000
           IF WS-PRORATE-PCT < 1                                        00722000
               COMPUTE WS-TIER1-LIMIT ROUNDED =                         00723000
                   WS-TIER1-LIMIT * WS-PRORATE-PCT                      00724000
               COMPUTE WS-TIER2-LIMIT ROUNDED =                         00725000
                   WS-TIER2-LIMIT * WS-PRORATE-PCT                      00726000
               COMPUTE WS-SERVICE-FEE ROUNDED =                         00727000
                   WS-SERVICE-FEE * WS-PRORATE-PCT                      00728000
           END-IF.                                                      00729000
                                                                        00730000
      ***************************************************************** 00731000
      * RESOLVE THE PROPOSED TIER LIMITS AND RATES FOR THE CLASS.       00732000
      ***************************************************************** 00733000
       450-LOAD-PROPOSED-TIERS.                                         00734000
           MOVE WS-CL-LIMIT (WS-CL-IDX 1) TO WS-TIER1-LIMIT.            00735000
           MOVE WS-CL-LIMIT (WS-CL-IDX 2) TO WS-TIER2-LIMIT.            00736000
           MOVE WS-CL-RATE  (WS-CL-IDX 1) TO WS-RATE-TIER1.             00737000
           MOVE WS-CL-RATE  (WS-CL-IDX 2) TO WS-RATE-TIER2.             00738000
           MOVE WS-CL-RATE  (WS-CL-IDX 3) TO WS-RATE-TIER3.             00739000
      ***************************************************************** 00739100
      * RESOLVE THE CURRENT TIER LIMITS AND RATES FOR THE CLASS.        00739200
      ***************************************************************** 00739300
       455-LOAD-CURRENT-TIERS.                                          00739400
           MOVE WS-CL-CUR-LIMIT (WS-CL-IDX 1) TO WS-TIER1-LIMIT.        00739500
           MOVE WS-CL-CUR-LIMIT (WS-CL-IDX 2) TO WS-TIER2-LIMIT.        00739600
           MOVE WS-CL-CUR-RATE  (WS-CL-IDX 1) TO WS-RATE-TIER1.         00739700
           MOVE WS-CL-CUR-RATE  (WS-CL-IDX 2) TO WS-RATE-TIER2.         00739800
           MOVE WS-CL-CUR-RATE  (WS-CL-IDX 3) TO WS-RATE-TIER3.         00739900
                                                                        00740000
      ***************************************************************** 00741000
      * COUNT THE BILL IN THE FIRST KWH BLOCK WHOSE HIGH END IT DOES    00742000
      * NOT EXCEED. THE LAST BLOCK IS OPEN-ENDED.                       00743000
      ***************************************************************** 00744000
       460-POST-FREQUENCY.                                              00745000
           SET WS-BLK-IDX TO 1.                                         00746000
           SEARCH WS-BLOCK-HIGH                                         00747000
               AT END                                                   00748000
                   SET WS-BLK-IDX TO 8                                  00749000
               WHEN UH-KWH <= WS-BLOCK-HIGH (WS-BLK-IDX)                00750000
                   CONTINUE                                             00751000
           END-SEARCH.                                                  00752000
           SET WS-BLK-SUB TO WS-BLK-IDX.                                00753000
           ADD 1 TO WS-CL-BLOCK-BILLS (WS-CL-IDX WS-BLK-SUB).           00754000
                                                                        00755000
      ***************************************************************** 00756000
      * PRINT THE RATE CASE REPORT - REVENUE BY CLASS, THEN THE BILL    00757000
      * FREQUENCY DISTRIBUTION, THEN THE TYPICAL-BILL TABLE.            00758000
      ***************************************************************** 00759000
       600-PRINT-REPORT.                                                00760000
           OPEN OUTPUT RATE-CASE-RPT.                                   00761000
           IF WS-RCSRPT-STATUS NOT = '00'                               00762000
               DISPLAY 'UTIL2750 - RCSRPT OPEN FAILED, STATUS = '       00763000
                   WS-RCSRPT-STATUS                                     00764000
               MOVE 16 TO RETURN-CODE                                   00765000
               GO TO 600-EXIT                                           00766000
           END-IF.                                                      00767000
                                                                        00768000
           MOVE SPACES TO RCS-LINE.                                     00769000
           STRING 'UTIL2750 RATE CASE SIMULATION   RUN DATE: '          00770000
               WS-RUN-DATE-8 '   HISTORY PERIODS ' WS-FIRST-PERIOD      00771000
               ' THROUGH ' WS-THIS-PERIOD                               00772000
               DELIMITED BY SIZE INTO RCS-LINE.                         00773000
           WRITE RCS-LINE.                                              00774000
           MOVE SPACES TO RCS-LINE.                                     00775000
           STRING 'REVENUE BY RATE CLASS - CURRENT VS PROPOSED '        00776000
               'RATES (BEFORE TAXES AND RIDERS)'                        00777000
               DELIMITED BY SIZE INTO RCS-LINE.                         00778000
           WRITE RCS-LINE.                                              00779000
           MOVE SPACES TO RCS-LINE.                                     00780000
           STRING 'CL  PROP EFF    BILLS      TOTAL KWH  '              00781000
               '     CURRENT REV      PROPOSED REV'                     00782000
               '   DOLLAR CHANGE     PCT CHG'                           00783000
               DELIMITED BY SIZE INTO RCS-LINE.                         00784000
           WRITE RCS-LINE.                                              00785000
           MOVE ALL '-' TO RCS-LINE.                                    00786000
           WRITE RCS-LINE.                                              00787000
                                                                        00788000
           PERFORM 610-PRINT-REVENUE-LINE                               00789000
               VARYING WS-CL-IDX FROM 1 BY 1                            00790000
               UNTIL WS-CL-IDX > WS-CL-COUNT.                           00791000
           PERFORM 620-PRINT-REVENUE-TOTAL.                             00792000
                                                                        00793000
           MOVE SPACES TO RCS-LINE.                                     00794000
           WRITE RCS-LINE.                                              00795000
           MOVE SPACES TO RCS-LINE.                                     00796000
           STRING 'BILL FREQUENCY DISTRIBUTION BY KWH BLOCK'            00797000
               DELIMITED BY SIZE INTO RCS-LINE.                         00798000
           WRITE RCS-LINE.                                              00799000
           PERFORM 630-PRINT-FREQ-CLASS                                 00800000
               VARYING WS-CL-IDX FROM 1 BY 1                            00801000
               UNTIL WS-CL-IDX > WS-CL-COUNT.                           00802000
                                                                        00803000
           MOVE SPACES TO RCS-LINE.                                     00804000
           WRITE RCS-LINE.                                              00805000
           MOVE SPACES TO RCS-LINE.                                     00806000
           STRING 'TYPICAL BILLS AT STANDARD USAGE LEVELS - FULL '      00807000
               'MONTH, CLASS AVERAGE SERVICE FEE, BEFORE TAXES'         00808000
               DELIMITED BY SIZE INTO RCS-LINE.                         00809000
           WRITE RCS-LINE.                                              00810000
           MOVE SPACES TO RCS-LINE.                                     00811000
           STRING 'CL     KWH   CURRENT BILL  PROPOSED BILL'            00812000
               '  DOLLAR CHANGE     PCT CHG'                            00813000
               DELIMITED BY SIZE INTO RCS-LINE.                         00814000
           WRITE RCS-LINE.                                              00815000
           MOVE ALL '-' TO RCS-LINE.                                    00816000
           WRITE RCS-LINE.                                              00817000
           PERFORM 640-PRINT-TYPICAL-CLASS                              00818000
               VARYING WS-CL-IDX FROM 1 BY 1                            00819000
               UNTIL WS-CL-IDX > WS-CL-COUNT.                           00820000
                                                                        00821000
           PERFORM 690-PRINT-RUN-TOTALS.                                00822000
                                                                        00823000
           CLOSE RATE-CASE-RPT.                                         00824000
                                                                        00825000
       600-EXIT.                                                        00826000
           EXIT.                                                        00827000
                                                                        00828000
      ***************************************************************** 00829000
      * PRINT ONE CLASS'S CURRENT AND PROPOSED REVENUE AND ROLL IT      00830000
      * INTO THE REPORT TOTAL.                                          00831000
      ***************************************************************** 00832000
       610-PRINT-REVENUE-LINE.                                          00833000
           COMPUTE WS-REV-CHANGE =                                      00834000
               WS-CL-PROP-REV (WS-CL-IDX) - WS-CL-CUR-REV (WS-CL-IDX).  00835000
           IF WS-CL-CUR-REV (WS-CL-IDX) > 0                             00836000
               COMPUTE WS-PCT-CHANGE ROUNDED =                          00837000
                   (WS-REV-CHANGE * 100) / WS-CL-CUR-REV (WS-CL-IDX)    00838000
           ELSE                                                         00839000
               MOVE 0 TO WS-PCT-CHANGE                                  00840000
           END-IF.                                                      00841000
                                                                        00842000
           MOVE WS-CL-BILLS (WS-CL-IDX)    TO WS-COUNT-ED.              00843000
           MOVE WS-CL-KWH (WS-CL-IDX)      TO WS-BIG-KWH-ED.            00844000
           MOVE WS-CL-CUR-REV (WS-CL-IDX)  TO WS-BIG-MONEY-ED.          00845000
           MOVE WS-CL-PROP-REV (WS-CL-IDX) TO WS-BIG-MONEY-ED2.         00846000
           MOVE WS-REV-CHANGE              TO WS-TOT-MONEY-ED.          00847000
           MOVE WS-PCT-CHANGE              TO WS-PCT-ED.                00848000
           MOVE SPACES TO RCS-LINE.                                     00849000
           STRING WS-CL-CLASS (WS-CL-IDX)                               00850000
               '  ' WS-CL-EFF-DATE (WS-CL-IDX)                          00851000
               '  ' WS-COUNT-ED                                         00852000
               '  ' WS-BIG-KWH-ED                                       00853000
               '    ' WS-BIG-MONEY-ED                                   00854000
               '    ' WS-BIG-MONEY-ED2                                  00855000
               '  ' WS-TOT-MONEY-ED                                     00856000
               '  ' WS-PCT-ED                                           00857000
               DELIMITED BY SIZE INTO RCS-LINE.                         00858000
           WRITE RCS-LINE.                                              00859000
                                                                        00860000
           ADD WS-CL-BILLS (WS-CL-IDX)    TO WS-TOT-BILLS.              00861000
           ADD WS-CL-KWH (WS-CL-IDX)      TO WS-TOT-KWH.                00862000
           ADD WS-CL-CUR-REV (WS-CL-IDX)  TO WS-TOT-CUR-REV.            00863000
           ADD WS-CL-PROP-REV (WS-CL-IDX) TO WS-TOT-PROP-REV.           00864000
                                                                        00865000
      ***************************************************************** 00866000
      * PRINT THE ALL-CLASSES REVENUE TOTAL LINE.                       00867000
      ***************************************************************** 00868000
       620-PRINT-REVENUE-TOTAL.                                         00869000
           COMPUTE WS-REV-CHANGE = WS-TOT-PROP-REV - WS-TOT-CUR-REV.    00870000
           IF WS-TOT-CUR-REV > 0                                        00871000
               COMPUTE WS-PCT-CHANGE ROUNDED =                          00872000
                   (WS-REV-CHANGE * 100) / WS-TOT-CUR-REV               00873000
           ELSE                                                         00874000
               MOVE 0 TO WS-PCT-CHANGE                                  00875000
           END-IF.                                                      00876000
                                                                        00877000
           MOVE WS-TOT-BILLS    TO WS-COUNT-ED.                         00878000
           MOVE WS-TOT-KWH      TO WS-BIG-KWH-ED.                       00879000
           MOVE WS-TOT-CUR-REV  TO WS-BIG-MONEY-ED.                     00880000
           MOVE WS-TOT-PROP-REV TO WS-BIG-MONEY-ED2.                    00881000
           MOVE WS-REV-CHANGE   TO WS-TOT-MONEY-ED.                     00882000
           MOVE WS-PCT-CHANGE   TO WS-PCT-ED.                           00883000
           MOVE ALL '-' TO RCS-LINE.                                    00884000
           WRITE RCS-LINE.                                              00885000
           MOVE SPACES TO RCS-LINE.                                     00886000
           STRING 'ALL CLASSES '                                        00887000
               '  ' WS-COUNT-ED                                         00888000
               '  ' WS-BIG-KWH-ED                                       00889000
               '    ' WS-BIG-MONEY-ED                                   00890000
               '    ' WS-BIG-MONEY-ED2                                  00891000
               '  ' WS-TOT-MONEY-ED                                     00892000
               '  ' WS-PCT-ED                                           00893000
               DELIMITED BY SIZE INTO RCS-LINE.                         00894000
           WRITE RCS-LINE.                                              00895000
                                                                        00896000
      ***************************************************************** 00897000
      * PRINT ONE CLASS'S BILL COUNTS BY KWH BLOCK WITH EACH BLOCK'S    00898000
      * SHARE OF THE CLASS'S BILLS AND THE RUNNING SHARE.               00899000
      ***************************************************************** 00900000
       630-PRINT-FREQ-CLASS.                                            00901000
           MOVE WS-CL-BILLS (WS-CL-IDX) TO WS-COUNT-ED.                 00902000
           MOVE SPACES TO RCS-LINE.                                     00903000
           WRITE RCS-LINE.                                              00904000
           MOVE SPACES TO RCS-LINE.                                     00905000
           STRING 'CLASS ' WS-CL-CLASS (WS-CL-IDX)                      00906000
               '   BILLS: ' WS-COUNT-ED                                 00907000
               DELIMITED BY SIZE INTO RCS-LINE.                         00908000
           WRITE RCS-LINE.                                              00909000
           MOVE SPACES TO RCS-LINE.                                     00910000
           STRING '    KWH BLOCK       BILLS   PCT OF BILLS'            00911000
               '   CUMULATIVE PCT'                                      00912000
               DELIMITED BY SIZE INTO RCS-LINE.                         00913000
           WRITE RCS-LINE.                                              00914000
           MOVE ALL '-' TO RCS-LINE.                                    00915000
           WRITE RCS-LINE.                                              00916000
                                                                        00917000
           MOVE 0 TO WS-BLK-CUM.                                        00918000
           PERFORM 635-PRINT-FREQ-LINE                                  00919000
               VARYING WS-BLK-SUB FROM 1 BY 1                           00920000
               UNTIL WS-BLK-SUB > 8.                                    00921000
                                                                        00922000
      ***************************************************************** 00923000
      * PRINT ONE KWH BLOCK LINE OF THE FREQUENCY DISTRIBUTION.         00924000
      ***************************************************************** 00925000
       635-PRINT-FREQ-LINE.                                             00926000
           ADD WS-CL-BLOCK-BILLS (WS-CL-IDX WS-BLK-SUB) TO WS-BLK-CUM.  00927000
           IF WS-CL-BILLS (WS-CL-IDX) > 0                               00928000
               COMPUTE WS-BLK-PCT ROUNDED =                             00929000
                   (WS-CL-BLOCK-BILLS (WS-CL-IDX WS-BLK-SUB) * 100)     00930000
                   / WS-CL-BILLS (WS-CL-IDX)                            00931000
               COMPUTE WS-CUM-PCT ROUNDED =                             00932000
                   (WS-BLK-CUM * 100) / WS-CL-BILLS (WS-CL-IDX)         00933000
           ELSE                                                         00934000
               MOVE 0 TO WS-BLK-PCT WS-CUM-PCT                          00935000
           END-IF.                                                      00936000
                                                                        00937000
           MOVE WS-CL-BLOCK-BILLS (WS-CL-IDX WS-BLK-SUB)                00938000
               TO WS-COUNT-ED.                                          00939000
           MOVE WS-BLK-PCT TO WS-BLK-PCT-ED.                            00940000
           MOVE WS-CUM-PCT TO WS-CUM-PCT-ED.                            00941000
           MOVE SPACES TO RCS-LINE.                                     00942000
           STRING '  ' WS-BLOCK-LABEL (WS-BLK-SUB)                      00943000
               '    ' WS-COUNT-ED                                       00944000
               '         ' WS-BLK-PCT-ED                                00945000
               '           ' WS-CUM-PCT-ED                              00946000
               DELIMITED BY SIZE INTO RCS-LINE.                         00947000
           WRITE RCS-LINE.                                              00948000
                                                                        00949000
      ***************************************************************** 00950000
      * PRINT ONE CLASS'S TYPICAL BILLS. THE CURRENT SIDE IS THE        00951000
      * CLASS'S CURRENT TIERS, THE SAME ONES THE HISTORY WAS            00952000
      * REPRICED ON; THE SERVICE FEE IS THE CLASS'S AVERAGE OVER        00953000
      * THE BILLS REPRICED.                                             00953500
      ***************************************************************** 00954000
       640-PRINT-TYPICAL-CLASS.                                         00955000
           IF WS-CL-BILLS (WS-CL-IDX) > 0                               00959000
               COMPUTE WS-TYP-FEE ROUNDED =                             00960000
                   WS-CL-FEES (WS-CL-IDX) / WS-CL-BILLS (WS-CL-IDX)     00961000
           ELSE                                                         00962000
               MOVE 0 TO WS-TYP-FEE                                     00963000
           END-IF.                                                      00964000
                                                                        00965000
           PERFORM 645-PRINT-TYPICAL-LINE                               00966000
               VARYING WS-TYP-SUB FROM 1 BY 1                           00967000
               UNTIL WS-TYP-SUB > 7.                                    00968000
                                                                        00969000
      ***************************************************************** 00970000
      * PRICE ONE STANDARD USAGE LEVEL BOTH WAYS AND PRINT THE LINE.    00971000
      ***************************************************************** 00972000
       645-PRINT-TYPICAL-LINE.                                          00973000
           PERFORM 100-INITIALIZE.                                      00974000
           PERFORM 455-LOAD-CURRENT-TIERS.                              00975000
           MOVE WS-TYP-FEE TO WS-SERVICE-FEE.                           00976000
           MOVE WS-TYPICAL-KWH (WS-TYP-SUB) TO WS-KWH-USED.             00977000
           PERFORM 200-CALC-TIERS.                                      00978000
           PERFORM 300-CALC-CHARGES.                                    00979000
           MOVE WS-TOTAL-BILL TO WS-TYP-CUR-BILL.                       00980000
                                                                        00981000
           PERFORM 100-INITIALIZE.                                      00982000
           PERFORM 450-LOAD-PROPOSED-TIERS.                             00983000
           MOVE WS-TYP-FEE TO WS-SERVICE-FEE.                           00984000
           MOVE WS-TYPICAL-KWH (WS-TYP-SUB) TO WS-KWH-USED.             00985000
           PERFORM 200-CALC-TIERS.                                      00986000
           PERFORM 300-CALC-CHARGES.                                    00987000
           MOVE WS-TOTAL-BILL TO WS-TYP-PROP-BILL.                      00988000
                                                                        00989000
           COMPUTE WS-REV-CHANGE = WS-TYP-PROP-BILL - WS-TYP-CUR-BILL.  00990000
           IF WS-TYP-CUR-BILL > 0                                       00991000
               COMPUTE WS-PCT-CHANGE ROUNDED =                          00992000
                   (WS-REV-CHANGE * 100) / WS-TYP-CUR-BILL              00993000
           ELSE                                                         00994000
               MOVE 0 TO WS-PCT-CHANGE                                  00995000
           END-IF.                                                      00996000
                                                                        00997000
           MOVE WS-TYPICAL-KWH (WS-TYP-SUB) TO WS-KWH-ED.               00998000
           MOVE WS-TYP-CUR-BILL  TO WS-MONEY-ED.                        00999000
           MOVE WS-TYP-PROP-BILL TO WS-MONEY-ED2.                       01000000
           MOVE WS-REV-CHANGE    TO WS-CHG-ED.                          01001000
           MOVE WS-PCT-CHANGE    TO WS-PCT-ED.                          01002000
           MOVE SPACES TO RCS-LINE.                                     01003000
           STRING WS-CL-CLASS (WS-CL-IDX)                               01004000
               '  ' WS-KWH-ED                                           01005000
               '  ' WS-MONEY-ED                                         01006000
               '  ' WS-MONEY-ED2                                        01007000
               '  ' WS-CHG-ED                                           01008000
               '  ' WS-PCT-ED                                           01009000
               DELIMITED BY SIZE INTO RCS-LINE.                         01010000
           WRITE RCS-LINE.                                              01011000
                                                                        01012000
      ***************************************************************** 01013000
      * RUN CONTROL TOTALS AT THE FOOT OF THE REPORT.                   01014000
      ***************************************************************** 01015000
       690-PRINT-RUN-TOTALS.                                            01016000
           MOVE SPACES TO RCS-LINE.                                     01017000
           WRITE RCS-LINE.                                              01018000
           MOVE ALL '=' TO RCS-LINE.                                    01019000
           WRITE RCS-LINE.                                              01020000
                                                                        01021000
           MOVE WS-HIST-READ TO WS-COUNT-ED.                            01022000
           MOVE SPACES TO RCS-LINE.                                     01023000
           STRING 'HISTORY RECORDS READ   : ' WS-COUNT-ED               01024000
               DELIMITED BY SIZE INTO RCS-LINE.                         01025000
           WRITE RCS-LINE.                                              01026000
                                                                        01027000
           MOVE WS-HIST-PRICED TO WS-COUNT-ED.                          01028000
           MOVE SPACES TO RCS-LINE.                                     01029000
           STRING 'BILLS REPRICED         : ' WS-COUNT-ED               01030000
               DELIMITED BY SIZE INTO RCS-LINE.                         01031000
           WRITE RCS-LINE.                                              01032000
                                                                        01033000
           MOVE WS-NO-CUST-COUNT TO WS-COUNT-ED.                        01034000
           MOVE SPACES TO RCS-LINE.                                     01035000
           STRING 'NO MASTER - FEE OMITTED: ' WS-COUNT-ED               01036000
               DELIMITED BY SIZE INTO RCS-LINE.                         01037000
           WRITE RCS-LINE.                                              01038000
                                                                        01039000
           MOVE WS-CL-COUNT TO WS-COUNT-ED.                             01040000
           MOVE SPACES TO RCS-LINE.                                     01041000
           STRING 'PROPOSED CLASSES       : ' WS-COUNT-ED               01042000
               DELIMITED BY SIZE INTO RCS-LINE.                         01043000
           WRITE RCS-LINE.                                              01044000
                                                                        01045000
           MOVE WS-PROP-REJ-COUNT TO WS-COUNT-ED.                       01046000
           MOVE SPACES TO RCS-LINE.                                     01047000
           STRING 'PROPOSED RECS REJECTED : ' WS-COUNT-ED               01048000
               DELIMITED BY SIZE INTO RCS-LINE.                         01049000
           WRITE RCS-LINE.                                              01050000
                                                                        01051000
           MOVE ALL '=' TO RCS-LINE.                                    01052000
           WRITE RCS-LINE.                                              01053000
                                                                        01054000
      ***************************************************************** 01055000
      * Zero tier kWh, charges, subtotal, total                         01056000
      ***************************************************************** 01057000
       100-INITIALIZE.                                                  01058000
           MOVE 0 TO WS-TIER1-KWH                                       01059000
                    WS-TIER2-KWH                                        01060000
                    WS-TIER3-KWH                                        01061000
                    WS-TIER1-CHARGE                                     01062000
                    WS-TIER2-CHARGE                                     01063000
                    WS-TIER3-CHARGE                                     01064000
                    WS-SUBTOTAL                                         01065000
                    WS-TOTAL-BILL.                                      01066000
                                                                        01067000
      ***************************************************************** 01068000
      * LOOK UP THE CLASS IN THE CURRENT RATE TABLE AND RESOLVE THE     01069000
      * TIER LIMITS/RATES OF THE VERSION IN FORCE AT THE START OF THE   01070000
      * BILLING PERIOD. A VERSION TAKING EFFECT PART WAY THROUGH A      01071000
      * MONTH IS NOT SPLIT HERE - THE MONTH PRICES WHOLE UNDER THE      01072000
      * VERSION IT STARTED ON. A CLASS WITH NO VERSION IN FORCE YET     01073000
      * USES ITS EARLIEST; UNKNOWN CLASSES FALL BACK TO TABLE ENTRY 1   01074000
      * AS IN UTIL2000.                                                 01075000
      ***************************************************************** 01076000
       210-FIND-RATE-CLASS.                                             01077000
           MOVE 0 TO WS-BEST-SUB.                                       01078000
           MOVE 0 TO WS-BEST-EFF-DATE.                                  01079000
           MOVE 0 TO WS-FIRST-SUB.                                      01080000
           MOVE 0 TO WS-FIRST-EFF-DATE.                                 01081000
                                                                        01082000
           PERFORM 212-SCAN-RATE-VERSION                                01083000
               VARYING WS-RATE-SUB FROM 1 BY 1                          01084000
               UNTIL WS-RATE-SUB > WS-RATE-TABLE-COUNT.                 01085000
                                                                        01086000
           IF WS-BEST-SUB = 0 AND WS-FIRST-SUB > 0                      01087000
               MOVE WS-FIRST-SUB TO WS-BEST-SUB                         01088000
               MOVE WS-FIRST-EFF-DATE TO WS-BEST-EFF-DATE               01089000
           END-IF.                                                      01090000
                                                                        01091000
           IF WS-BEST-SUB = 0                                           01092000
               DISPLAY 'UTIL2750 - UNKNOWN RATE CLASS '                 01093000
                   WS-CUST-RATE-CLASS ' - USING TABLE ENTRY 1'          01094000
               MOVE 1 TO WS-BEST-SUB                                    01095000
               MOVE WS-RT-EFF-DATE (1) TO WS-BEST-EFF-DATE              01096000
           END-IF.                                                      01097000
                                                                        01098000
           SET WS-RATE-IDX TO WS-BEST-SUB.                              01099000
           MOVE WS-RT-LIMIT (WS-RATE-IDX 1) TO WS-TIER1-LIMIT.          01100000
           MOVE WS-RT-LIMIT (WS-RATE-IDX 2) TO WS-TIER2-LIMIT.          01101000
           MOVE WS-RT-RATE  (WS-RATE-IDX 1) TO WS-RATE-TIER1.           01102000
           MOVE WS-RT-RATE  (WS-RATE-IDX 2) TO WS-RATE-TIER2.           01103000
           MOVE WS-RT-RATE  (WS-RATE-IDX 3) TO WS-RATE-TIER3.           01104000
                                                                        01105000
      ***************************************************************** 01106000
      * LOOK AT ONE RATE TABLE ENTRY FOR THE CLASS - THE LATEST         01107000
      * VERSION EFFECTIVE ON OR BEFORE THE PERIOD START IS THE ONE IN   01108000
      * FORCE; THE EARLIEST OF THE LATER ONES IS KEPT AS A FALLBACK.    01109000
      ***************************************************************** 01110000
       212-SCAN-RATE-VERSION.                                           01111000
           IF WS-RT-CLASS (WS-RATE-SUB) = WS-CUST-RATE-CLASS            01112000
               IF WS-RT-EFF-DATE (WS-RATE-SUB) <= WS-PERIOD-START-8     01113000
                   IF WS-BEST-SUB = 0                                   01114000
                       OR WS-RT-EFF-DATE (WS-RATE-SUB)                  01115000
                           > WS-BEST-EFF-DATE                           01116000
                       MOVE WS-RATE-SUB TO WS-BEST-SUB                  01117000
                       MOVE WS-RT-EFF-DATE (WS-RATE-SUB)                01118000
                           TO WS-BEST-EFF-DATE                          01119000
                   END-IF                                               01120000
               ELSE                                                     01121000
                   IF WS-FIRST-SUB = 0                                  01122000
                       OR WS-RT-EFF-DATE (WS-RATE-SUB)                  01123000
                           < WS-FIRST-EFF-DATE                          01124000
                       MOVE WS-RATE-SUB TO WS-FIRST-SUB                 01125000
                       MOVE WS-RT-EFF-DATE (WS-RATE-SUB)                01126000
                           TO WS-FIRST-EFF-DATE                         01127000
                   END-IF                                               01128000
               END-IF                                                   01129000
           END-IF.                                                      01130000
                                                                        01131000
      ***************************************************************** 01132000
      * SPREAD WS-KWH-USED ACROSS THE THREE TIERS.                      01133000
      ***************************************************************** 01134000
       200-CALC-TIERS.                                                  01135000
           IF WS-KWH-USED <= WS-TIER1-LIMIT                             01136000
               MOVE WS-KWH-USED TO WS-TIER1-KWH                         01137000
               MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH                      01138000
           ELSE                                                         01139000
               MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH                      01140000
               IF WS-KWH-USED <= (WS-TIER1-LIMIT + WS-TIER2-LIMIT)      01141000
                   COMPUTE WS-TIER2-KWH =                               01142000
                       WS-KWH-USED - WS-TIER1-LIMIT                     01143000
                   MOVE 0 TO WS-TIER3-KWH                               01144000
               ELSE                                                     01145000
                   MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH                  01146000
                   COMPUTE WS-TIER3-KWH =                               01147000
                       WS-KWH-USED - WS-TIER1-LIMIT - WS-TIER2-LIMIT    01148000
               END-IF                                                   01149000
           END-IF.                                                      01150000
                                                                        01151000
      ***************************************************************** 01152000
      * COMPUTE charges using ROUNDED and compute totals.               01153000
      ***************************************************************** 01154000
       300-CALC-CHARGES.                                                01155000
           COMPUTE WS-TIER1-CHARGE ROUNDED =                            01156000
               WS-TIER1-KWH * WS-RATE-TIER1.                            01157000
           COMPUTE WS-TIER2-CHARGE ROUNDED =                            01158000
               WS-TIER2-KWH * WS-RATE-TIER2.                            01159000
           COMPUTE WS-TIER3-CHARGE ROUNDED =                            01160000
               WS-TIER3-KWH * WS-RATE-TIER3.                            01161000
                                                                        01162000
           COMPUTE WS-SUBTOTAL =                                        01163000
               WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE.     01164000
           COMPUTE WS-TOTAL-BILL =                                      01165000
               WS-SUBTOTAL + WS-SERVICE-FEE.                            01166000

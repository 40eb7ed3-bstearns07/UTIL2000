       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2950.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Daily cycle run-status report.                    00007000
      *                                                                 00008000
      *  Run each morning for the operations desk. Reads the billing    00009000
      *  cycle calendar for the period and, for every cycle on it,      00010000
      *  looks up each nightly cycle step on the RUNCTL run-control     00011000
      *  file (UTIL2100, UTIL2600, UTIL2300, UTIL2010, UTIL2000 and     00012000
      *  UTIL2800) to show where the cycle stands: DONE when every      00013000
      *  step finished clean, HELD when a step was held by its          00014000
      *  run-control checks, ended with a nonzero RC or was never       00015000
      *  finished, or when the bill date has gone by without the        00016000
      *  cycle done, and PENDING otherwise. A step run for all          00017000
      *  cycles (cycle 00) counts for every cycle it has no record      00018000
      *  of its own for. Tonight's cycle is flagged. Below the cycle    00019000
      *  lines every run-control record for the period is listed -      00020000
      *  start and end, RC, run count, override and the step's own      00021000
      *  counts - with the hold reason, then the totals.                00022000
      *                                                                 00023000
      *  Modification History:                                          00024000
      *  10-15-26  BS  New program - cycle run-status report for the    00025000
      *                operations desk off CYCCAL and RUNCTL.           00026000
      ***************************************************************** 00027000
       ENVIRONMENT DIVISION.                                            00028000
       INPUT-OUTPUT SECTION.                                            00029000
       FILE-CONTROL.                                                    00030000
           SELECT CYCLE-CALENDAR   ASSIGN TO CYCCAL                     00031000
               ORGANIZATION IS SEQUENTIAL                               00032000
               FILE STATUS IS WS-CYCCAL-STATUS.                         00033000
                                                                        00034000
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL                     00035000
               ORGANIZATION IS INDEXED                                  00036000
               ACCESS MODE IS DYNAMIC                                   00037000
               RECORD KEY IS RU-KEY                                     00038000
               FILE STATUS IS WS-RUNCTL-STATUS.                         00039000
                                                                        00040000
           SELECT RUN-STATUS-RPT   ASSIGN TO RUNSTAT                    00041000
               ORGANIZATION IS SEQUENTIAL                               00042000
               FILE STATUS IS WS-RUNSTAT-STATUS.                        00043000
                                                                        00044000
       DATA DIVISION.                                                   00045000
       FILE SECTION.                                                    00046000
       FD  CYCLE-CALENDAR                                               00047000
           LABEL RECORDS ARE STANDARD.                                  00048000
       COPY CYCCAL.                                                     00049000
                                                                        00050000
       FD  RUN-CONTROL                                                  00051000
           LABEL RECORDS ARE STANDARD.                                  00052000
       COPY RUNCTL.                                                     00053000
                                                                        00054000
       FD  RUN-STATUS-RPT                                               00055000
           LABEL RECORDS ARE STANDARD                                   00056000
           RECORD CONTAINS 132 CHARACTERS.                              00057000
       01  RUNSTAT-LINE             PIC X(132).                         00058000
                                                                        00059000
       WORKING-STORAGE SECTION.                                         00060000
                                                                        00061000
      ***************************************************************** 00062000
      * FILE STATUS / SWITCHES                                          00063000
      ***************************************************************** 00064000
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00065000
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00066000
           88  CYCCAL-EOF                        VALUE 'Y'.             00067000
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00068000
                                                                        00069000
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00070000
       01  WS-RUNCTL-EOF-SW         PIC X(01)    VALUE 'N'.             00071000
           88  RUNCTL-EOF                        VALUE 'Y'.             00072000
           88  RUNCTL-NOT-EOF                    VALUE 'N'.             00073000
       01  WS-RUNCTL-EMPTY-SW       PIC X(01)    VALUE 'N'.             00074000
           88  RUNCTL-EMPTY                      VALUE 'Y'.             00075000
                                                                        00076000
       01  WS-RUNSTAT-STATUS        PIC X(02)    VALUE '00'.            00077000
                                                                        00078000
      ***************************************************************** 00079000
      * CYCLE STEPS IN NIGHTLY RUN ORDER - THE COLUMNS OF THE CYCLE     00080000
      * LINES. WS-STEP-STAT HOLDS EACH STEP'S RU-STATUS FOR THE CYCLE   00081000
      * IN HAND, OR A DASH WHEN THE STEP HAS NO RECORD FOR IT.          00082000
      ***************************************************************** 00083000
       01  WS-STEP-COUNT            PIC 9(02)    COMP VALUE 6.          00084000
       01  WS-STEP-VALUES.                                              00085000
           05  FILLER               PIC X(08)    VALUE 'UTIL2100'.      00086000
           05  FILLER               PIC X(08)    VALUE 'UTIL2600'.      00087000
           05  FILLER               PIC X(08)    VALUE 'UTIL2300'.      00088000
           05  FILLER               PIC X(08)    VALUE 'UTIL2010'.      00089000
           05  FILLER               PIC X(08)    VALUE 'UTIL2000'.      00090000
           05  FILLER               PIC X(08)    VALUE 'UTIL2800'.      00091000
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.                      00092000
           05  WS-STEP-PROGRAM      PIC X(08)    OCCURS 6 TIMES.        00093000
       01  WS-STEP-STAT-TABLE.                                          00094000
           05  WS-STEP-STAT         PIC X(01)    OCCURS 6 TIMES.        00095000
       01  WS-STEP-SUB              PIC 9(02)    COMP VALUE 0.          00096000
                                                                        00097000
      ***************************************************************** 00098000
      * CYCLE WORK FIELDS                                               00099000
      ***************************************************************** 00100000
       01  WS-RPT-PERIOD            PIC 9(06)    VALUE 0.               00101000
       01  WS-RPT-PERIOD-X REDEFINES WS-RPT-PERIOD                      00102000
                                    PIC X(06).                          00103000
       01  WS-TONIGHT-FLAG          PIC X(03)    VALUE SPACES.          00104000
       01  WS-CYCLE-STATE           PIC X(07)    VALUE SPACES.          00105000
       01  WS-CYCLE-NOTE            PIC X(40)    VALUE SPACES.          00106000
       01  WS-DONE-STEPS            PIC 9(02)    COMP VALUE 0.          00107000
       01  WS-HELD-STEPS            PIC 9(02)    COMP VALUE 0.          00108000
       01  WS-STATUS-WORD           PIC X(08)    VALUE SPACES.          00109000
       01  WS-RC-ED                 PIC ZZZ9.                           00110000
                                                                        00111000
      ***************************************************************** 00112000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00113000
      ***************************************************************** 00114000
       01  WS-CYCLE-COUNT           PIC 9(7)     VALUE 0.               00115000
       01  WS-DONE-COUNT            PIC 9(7)     VALUE 0.               00116000
       01  WS-PENDING-COUNT         PIC 9(7)     VALUE 0.               00117000
       01  WS-HELD-COUNT            PIC 9(7)     VALUE 0.               00118000
       01  WS-RECORD-COUNT          PIC 9(7)     VALUE 0.               00119000
       01  WS-REC-HELD-COUNT        PIC 9(7)     VALUE 0.               00120000
       01  WS-REC-FAILED-COUNT      PIC 9(7)     VALUE 0.               00121000
       01  WS-REC-STARTED-COUNT     PIC 9(7)     VALUE 0.               00122000
       01  WS-OVERRIDE-COUNT        PIC 9(7)     VALUE 0.               00123000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00124000
       01  WS-COUNT-ED2             PIC ZZZ,ZZ9.                        00125000
       01  WS-COUNT-ED3             PIC ZZZ,ZZ9.                        00126000
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
      * LINKAGE SECTION - THE JCL EXEC PARM MAY NAME ANOTHER PERIOD.    00138000
      ***************************************************************** 00139000
       LINKAGE SECTION.                                                 00140000
       01  LS-PARM-AREA.                                                00141000
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00142000
           05  LS-PARM-DATA             PIC X(80).                      00143000
                                                                        00144000
      ***************************************************************** 00145000
      * IT'S GO TIME!                                                   00146000
      ***************************************************************** 00147000
       PROCEDURE DIVISION USING LS-PARM-AREA.                           00148000
                                                                        00149000
      ***************************************************************** 00150000
      * MAINLINE - REPORT EVERY CALENDAR CYCLE OF THE PERIOD, THEN      00151000
      * EVERY RUN-CONTROL RECORD OF THE PERIOD.                         00152000
      ***************************************************************** 00153000
       000-MAIN.                                                        00154000
           DISPLAY '*************************************'.             00155000
           DISPLAY '*** UTIL2950 - CYCLE RUN STATUS   ***'.             00156000
           DISPLAY '*************************************'.             00157000
           DISPLAY ' '.                                                 00158000
                                                                        00159000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00160000
           COMPUTE WS-RPT-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.     00161000
                                                                        00162000
      * NO PARM REPORTS THE CURRENT PERIOD; PERIOD=YYYYMM REPORTS       00163000
      * ANOTHER, E.G. THE LAST ONE AFTER THE MONTH HAS TURNED.          00164000
           IF LS-PARM-LEN NOT = 0                                       00165000
               IF LS-PARM-LEN = 13                                      00166000
                   AND LS-PARM-DATA (1:7) = 'PERIOD='                   00167000
                   AND LS-PARM-DATA (8:6) NUMERIC                       00168000
                   AND LS-PARM-DATA (12:2) > '00'                       00169000
                   AND LS-PARM-DATA (12:2) < '13'                       00170000
                   MOVE LS-PARM-DATA (8:6) TO WS-RPT-PERIOD-X           00171000
               ELSE                                                     00172000
                   DISPLAY 'UTIL2950 - PARM NOT RECOGNIZED: '           00173000
                       LS-PARM-DATA (1:16)                              00174000
                   DISPLAY 'UTIL2950 - USE NO PARM (THIS PERIOD) OR '   00175000
                       'PERIOD=YYYYMM'                                  00176000
                   MOVE 8 TO RETURN-CODE                                00177000
                   STOP RUN                                             00178000
               END-IF                                                   00179000
           END-IF.                                                      00180000
                                                                        00181000
           DISPLAY 'UTIL2950 - PERIOD: ' WS-RPT-PERIOD.                 00182000
                                                                        00183000
           PERFORM 100-PRODUCE-REPORT THRU 100-EXIT.                    00184000
           IF RETURN-CODE NOT = 0                                       00185000
               DISPLAY 'UTIL2950 - RUN ABORTED, RC = ' RETURN-CODE      00186000
               STOP RUN                                                 00187000
           END-IF.                                                      00188000
                                                                        00189000
           DISPLAY 'UTIL2950 - CYCLES ON CALENDAR: ' WS-CYCLE-COUNT.    00190000
           DISPLAY 'UTIL2950 - CYCLES DONE       : ' WS-DONE-COUNT.     00191000
           DISPLAY 'UTIL2950 - CYCLES PENDING    : ' WS-PENDING-COUNT.  00192000
           DISPLAY 'UTIL2950 - CYCLES HELD       : ' WS-HELD-COUNT.     00193000
           DISPLAY 'UTIL2950 - RUN-CONTROL RECS  : ' WS-RECORD-COUNT.   00194000
                                                                        00195000
           STOP RUN.                                                    00196000
                                                                        00197000
      ***************************************************************** 00198000
      * OPEN THE FILES, WRITE THE CYCLE LINES OFF THE CALENDAR, THEN    00199000
      * THE RUN-CONTROL DETAIL AND THE TOTALS. A RUN-CONTROL FILE NOT   00200000
      * YET LOADED (NO STEP HAS RUN SINCE IT WAS DEFINED) REPORTS       00201000
      * EVERY CYCLE WITH NO STEPS RUN.                                  00202000
      ***************************************************************** 00203000
       100-PRODUCE-REPORT.                                              00204000
           OPEN INPUT CYCLE-CALENDAR.                                   00205000
           IF WS-CYCCAL-STATUS NOT = '00'                               00206000
               DISPLAY 'UTIL2950 - CYCCAL OPEN FAILED, STATUS = '       00207000
                   WS-CYCCAL-STATUS                                     00208000
               MOVE 16 TO RETURN-CODE                                   00209000
               GO TO 100-EXIT                                           00210000
           END-IF.                                                      00211000
                                                                        00212000
           OPEN INPUT RUN-CONTROL.                                      00213000
           IF WS-RUNCTL-STATUS = '35'                                   00214000
               SET RUNCTL-EMPTY TO TRUE                                 00215000
           ELSE                                                         00216000
               IF WS-RUNCTL-STATUS NOT = '00'                           00217000
                   DISPLAY 'UTIL2950 - RUNCTL OPEN FAILED, STATUS = '   00218000
                       WS-RUNCTL-STATUS                                 00219000
                   CLOSE CYCLE-CALENDAR                                 00220000
                   MOVE 16 TO RETURN-CODE                               00221000
                   GO TO 100-EXIT                                       00222000
               END-IF                                                   00223000
           END-IF.                                                      00224000
                                                                        00225000
           OPEN OUTPUT RUN-STATUS-RPT.                                  00226000
           IF WS-RUNSTAT-STATUS NOT = '00'                              00227000
               DISPLAY 'UTIL2950 - RUNSTAT OPEN FAILED, STATUS = '      00228000
                   WS-RUNSTAT-STATUS                                    00229000
               CLOSE CYCLE-CALENDAR                                     00230000
               IF NOT RUNCTL-EMPTY                                      00231000
                   CLOSE RUN-CONTROL                                    00232000
               END-IF                                                   00233000
               MOVE 16 TO RETURN-CODE                                   00234000
               GO TO 100-EXIT                                           00235000
           END-IF.                                                      00236000
                                                                        00237000
           MOVE SPACES TO RUNSTAT-LINE.                                 00238000
           STRING 'UTIL2950 CYCLE RUN STATUS REPORT   PERIOD: '         00239000
               WS-RPT-PERIOD                                            00240000
               '   RUN DATE: ' WS-RUN-DATE-8                            00241000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00242000
           WRITE RUNSTAT-LINE.                                          00243000
           MOVE ALL '-' TO RUNSTAT-LINE.                                00244000
           WRITE RUNSTAT-LINE.                                          00245000
           MOVE SPACES TO RUNSTAT-LINE.                                 00246000
           STRING '   CY  READ      BILL      DUE       '               00247000
               '2100 2600 2300 2010 2000 2800  STATE    NOTE'           00248000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00249000
           WRITE RUNSTAT-LINE.                                          00250000
           MOVE SPACES TO RUNSTAT-LINE.                                 00251000
           WRITE RUNSTAT-LINE.                                          00252000
                                                                        00253000
           PERFORM 110-READ-CAL-RTN.                                    00254000
           PERFORM 120-REPORT-CYCLE THRU 120-EXIT                       00255000
               UNTIL CYCCAL-EOF.                                        00256000
                                                                        00257000
           IF WS-CYCLE-COUNT = 0                                        00258000
               MOVE SPACES TO RUNSTAT-LINE                              00259000
               STRING '   NO CYCLES ON THE CALENDAR FOR PERIOD '        00260000
                   WS-RPT-PERIOD                                        00261000
                   DELIMITED BY SIZE INTO RUNSTAT-LINE                  00262000
               WRITE RUNSTAT-LINE                                       00263000
           END-IF.                                                      00264000
                                                                        00265000
           PERFORM 150-LIST-RUN-CONTROL THRU 150-EXIT.                  00266000
                                                                        00267000
           PERFORM 190-WRITE-RPT-TOTALS.                                00268000
                                                                        00269000
           CLOSE CYCLE-CALENDAR.                                        00270000
           IF NOT RUNCTL-EMPTY                                          00271000
               CLOSE RUN-CONTROL                                        00272000
           END-IF.                                                      00273000
           CLOSE RUN-STATUS-RPT.                                        00274000
                                                                        00275000
       100-EXIT.                                                        00276000
           EXIT.                                                        00277000
                                                                        00278000
      ***************************************************************** 00279000
      * READ THE NEXT CALENDAR ENTRY, SETTING THE EOF SWITCH WHEN THE   00280000
      * FILE IS EXHAUSTED.                                              00281000
      ***************************************************************** 00282000
       110-READ-CAL-RTN.                                                00283000
           READ CYCLE-CALENDAR                                          00284000
               AT END                                                   00285000
                   SET CYCCAL-EOF TO TRUE                               00286000
               NOT AT END                                               00287000
                   SET CYCCAL-NOT-EOF TO TRUE                           00288000
           END-READ.                                                    00289000
                                                                        00290000
      ***************************************************************** 00291000
      * ONE CALENDAR ENTRY OF THE PERIOD - PICK UP EACH STEP'S STATUS   00292000
      * FOR THE CYCLE, WORK OUT WHERE THE CYCLE STANDS AND WRITE ITS    00293000
      * LINE. ENTRIES FOR OTHER PERIODS ARE PASSED OVER.                00294000
      ***************************************************************** 00295000
       120-REPORT-CYCLE.                                                00296000
           IF CY-PERIOD NOT = WS-RPT-PERIOD                             00297000
               GO TO 120-READ-NEXT                                      00298000
           END-IF.                                                      00299000
                                                                        00300000
           ADD 1 TO WS-CYCLE-COUNT.                                     00301000
           MOVE 0 TO WS-DONE-STEPS.                                     00302000
           MOVE 0 TO WS-HELD-STEPS.                                     00303000
           MOVE SPACES TO WS-CYCLE-NOTE.                                00304000
           PERFORM 130-GET-STEP-STATUS                                  00305000
               VARYING WS-STEP-SUB FROM 1 BY 1                          00306000
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.                       00307000
                                                                        00308000
      * ANY STEP HELD, FAILED OR LEFT STARTED HOLDS THE CYCLE; SO DOES  00309000
      * A BILL DATE GONE BY WITH STEPS STILL TO RUN.                    00310000
           EVALUATE TRUE                                                00311000
               WHEN WS-DONE-STEPS = WS-STEP-COUNT                       00312000
                   MOVE 'DONE   ' TO WS-CYCLE-STATE                     00313000
                   ADD 1 TO WS-DONE-COUNT                               00314000
               WHEN WS-HELD-STEPS > 0                                   00315000
                   MOVE 'HELD   ' TO WS-CYCLE-STATE                     00316000
                   ADD 1 TO WS-HELD-COUNT                               00317000
               WHEN CY-BILL-DATE < WS-RUN-DATE-8                        00318000
                   MOVE 'HELD   ' TO WS-CYCLE-STATE                     00319000
                   MOVE 'NOT COMPLETE BY BILL DATE'                     00320000
                       TO WS-CYCLE-NOTE                                 00321000
                   ADD 1 TO WS-HELD-COUNT                               00322000
               WHEN OTHER                                               00323000
                   MOVE 'PENDING' TO WS-CYCLE-STATE                     00324000
                   ADD 1 TO WS-PENDING-COUNT                            00325000
           END-EVALUATE.                                                00326000
                                                                        00327000
           IF CY-BILL-DATE = WS-RUN-DATE-8                              00328000
               MOVE '>> ' TO WS-TONIGHT-FLAG                            00329000
           ELSE                                                         00330000
               MOVE SPACES TO WS-TONIGHT-FLAG                           00331000
           END-IF.                                                      00332000
                                                                        00333000
           MOVE SPACES TO RUNSTAT-LINE.                                 00334000
           STRING WS-TONIGHT-FLAG CY-CYCLE-CODE                         00335000
               '  ' CY-READ-DATE                                        00336000
               '  ' CY-BILL-DATE                                        00337000
               '  ' CY-DUE-DATE                                         00338000
               '   ' WS-STEP-STAT (1)                                   00339000
               '    ' WS-STEP-STAT (2)                                  00340000
               '    ' WS-STEP-STAT (3)                                  00341000
               '    ' WS-STEP-STAT (4)                                  00342000
               '    ' WS-STEP-STAT (5)                                  00343000
               '    ' WS-STEP-STAT (6)                                  00344000
               '    ' WS-CYCLE-STATE                                    00345000
               '  ' WS-CYCLE-NOTE                                       00346000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00347000
           WRITE RUNSTAT-LINE.                                          00348000
                                                                        00349000
       120-READ-NEXT.                                                   00350000
           PERFORM 110-READ-CAL-RTN.                                    00351000
                                                                        00352000
       120-EXIT.                                                        00353000
           EXIT.                                                        00354000
                                                                        00355000
      ***************************************************************** 00356000
      * LOOK UP ONE STEP FOR THE CYCLE IN HAND - ITS OWN CYCLE RECORD   00357000
      * FIRST, THEN A FULL RUN (CYCLE 00). THE FIRST HELD OR FAILED     00358000
      * STEP GIVES THE CYCLE ITS NOTE.                                  00359000
      ***************************************************************** 00360000
       130-GET-STEP-STATUS.                                             00361000
           MOVE '-' TO WS-STEP-STAT (WS-STEP-SUB).                      00362000
           IF RUNCTL-EMPTY                                              00363000
               GO TO 130-EXIT                                           00364000
           END-IF.                                                      00365000
                                                                        00366000
           MOVE WS-RPT-PERIOD TO RU-PERIOD.                             00367000
           MOVE CY-CYCLE-CODE TO RU-CYCLE-CODE.                         00368000
           MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO RU-PROGRAM.            00369000
           READ RUN-CONTROL                                             00370000
               INVALID KEY                                              00371000
                   MOVE 0 TO RU-CYCLE-CODE                              00372000
                   READ RUN-CONTROL                                     00373000
                       INVALID KEY                                      00374000
                           GO TO 130-EXIT                               00375000
                   END-READ                                             00376000
           END-READ.                                                    00377000
                                                                        00378000
           MOVE RU-STATUS TO WS-STEP-STAT (WS-STEP-SUB).                00379000
           IF RU-COMPLETE                                               00380000
               ADD 1 TO WS-DONE-STEPS                                   00381000
               GO TO 130-EXIT                                           00382000
           END-IF.                                                      00383000
                                                                        00384000
           IF RU-HELD OR RU-FAILED                                      00385000
               OR (RU-STARTED AND CY-BILL-DATE < WS-RUN-DATE-8)         00386000
               ADD 1 TO WS-HELD-STEPS                                   00387000
               IF WS-CYCLE-NOTE = SPACES                                00388000
                   EVALUATE TRUE                                        00389000
                       WHEN RU-HELD                                     00390000
                           MOVE RU-HOLD-REASON TO WS-CYCLE-NOTE         00391000
                       WHEN RU-FAILED                                   00392000
                           MOVE RU-RETURN-CODE TO WS-RC-ED              00393000
                           STRING RU-PROGRAM ' ENDED RC ' WS-RC-ED      00394000
                               DELIMITED BY SIZE INTO WS-CYCLE-NOTE     00395000
                       WHEN OTHER                                       00396000
                           STRING RU-PROGRAM ' STARTED, NOT FINISHED'   00397000
                               DELIMITED BY SIZE INTO WS-CYCLE-NOTE     00398000
                   END-EVALUATE                                         00399000
               END-IF                                                   00400000
           END-IF.                                                      00401000
                                                                        00402000
       130-EXIT.                                                        00403000
           EXIT.                                                        00404000
                                                                        00405000
      ***************************************************************** 00406000
      * LIST EVERY RUN-CONTROL RECORD OF THE PERIOD IN KEY ORDER -      00407000
      * CYCLE, THEN STEP.                                               00408000
      ***************************************************************** 00409000
       150-LIST-RUN-CONTROL.                                            00410000
           MOVE SPACES TO RUNSTAT-LINE.                                 00411000
           WRITE RUNSTAT-LINE.                                          00412000
           MOVE ALL '-' TO RUNSTAT-LINE.                                00413000
           WRITE RUNSTAT-LINE.                                          00414000
           MOVE SPACES TO RUNSTAT-LINE.                                 00415000
           STRING 'RUN-CONTROL RECORDS FOR PERIOD ' WS-RPT-PERIOD       00416000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00417000
           WRITE RUNSTAT-LINE.                                          00418000
           MOVE SPACES TO RUNSTAT-LINE.                                 00419000
           WRITE RUNSTAT-LINE.                                          00420000
                                                                        00421000
           IF RUNCTL-EMPTY                                              00422000
               GO TO 150-NONE                                           00423000
           END-IF.                                                      00424000
                                                                        00425000
           SET RUNCTL-NOT-EOF TO TRUE.                                  00426000
           MOVE WS-RPT-PERIOD TO RU-PERIOD.                             00427000
           MOVE 0 TO RU-CYCLE-CODE.                                     00428000
           MOVE LOW-VALUES TO RU-PROGRAM.                               00429000
           START RUN-CONTROL KEY NOT LESS THAN RU-KEY                   00430000
               INVALID KEY                                              00431000
                   SET RUNCTL-EOF TO TRUE                               00432000
           END-START.                                                   00433000
                                                                        00434000
           IF NOT RUNCTL-EOF                                            00435000
               PERFORM 160-READ-NEXT-RUNCTL                             00436000
           END-IF.                                                      00437000
           PERFORM 170-LIST-ONE                                         00438000
               UNTIL RUNCTL-EOF.                                        00439000
                                                                        00440000
       150-NONE.                                                        00441000
           IF WS-RECORD-COUNT = 0                                       00442000
               MOVE SPACES TO RUNSTAT-LINE                              00443000
               STRING '   NO STEPS HAVE RUN FOR PERIOD ' WS-RPT-PERIOD  00444000
                   DELIMITED BY SIZE INTO RUNSTAT-LINE                  00445000
               WRITE RUNSTAT-LINE                                       00446000
           END-IF.                                                      00447000
                                                                        00448000
       150-EXIT.                                                        00449000
           EXIT.                                                        00450000
                                                                        00451000
      ***************************************************************** 00452000
      * READ THE NEXT RUN-CONTROL RECORD, SETTING THE EOF SWITCH AT     00453000
      * THE END OF THE FILE OR OF THE PERIOD.                           00454000
      ***************************************************************** 00455000
       160-READ-NEXT-RUNCTL.                                            00456000
           READ RUN-CONTROL NEXT RECORD                                 00457000
               AT END                                                   00458000
                   SET RUNCTL-EOF TO TRUE                               00459000
           END-READ.                                                    00460000
                                                                        00461000
           IF NOT RUNCTL-EOF                                            00462000
               AND RU-PERIOD NOT = WS-RPT-PERIOD                        00463000
               SET RUNCTL-EOF TO TRUE                                   00464000
           END-IF.                                                      00465000
                                                                        00466000
      ***************************************************************** 00467000
      * TWO LINES PER RECORD - THE RUN ITSELF, THEN ITS COUNTS AND      00468000
      * ANY HOLD REASON.                                                00469000
      ***************************************************************** 00470000
       170-LIST-ONE.                                                    00471000
           ADD 1 TO WS-RECORD-COUNT.                                    00472000
           EVALUATE TRUE                                                00473000
               WHEN RU-COMPLETE                                         00474000
                   MOVE 'COMPLETE' TO WS-STATUS-WORD                    00475000
               WHEN RU-STARTED                                          00476000
                   MOVE 'STARTED ' TO WS-STATUS-WORD                    00477000
                   ADD 1 TO WS-REC-STARTED-COUNT                        00478000
               WHEN RU-FAILED                                           00479000
                   MOVE 'FAILED  ' TO WS-STATUS-WORD                    00480000
                   ADD 1 TO WS-REC-FAILED-COUNT                         00481000
               WHEN RU-HELD                                             00482000
                   MOVE 'HELD    ' TO WS-STATUS-WORD                    00483000
                   ADD 1 TO WS-REC-HELD-COUNT                           00484000
               WHEN OTHER                                               00485000
                   MOVE 'UNKNOWN ' TO WS-STATUS-WORD                    00486000
           END-EVALUATE.                                                00487000
           IF RU-OVERRIDE-SW = 'Y'                                      00488000
               ADD 1 TO WS-OVERRIDE-COUNT                               00489000
           END-IF.                                                      00490000
                                                                        00491000
           MOVE RU-RETURN-CODE TO WS-RC-ED.                             00492000
           MOVE SPACES TO RUNSTAT-LINE.                                 00493000
           STRING '   ' RU-PROGRAM                                      00494000
               '  CY ' RU-CYCLE-CODE                                    00495000
               '  ' WS-STATUS-WORD                                      00496000
               '  RUNS ' RU-RUN-COUNT                                   00497000
               '  OVERRIDE ' RU-OVERRIDE-SW                             00498000
               '  START ' RU-START-DATE ' ' RU-START-TIME               00499000
               '  END ' RU-END-DATE ' ' RU-END-TIME                     00500000
               '  RC ' WS-RC-ED                                         00501000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00502000
           WRITE RUNSTAT-LINE.                                          00503000
                                                                        00504000
           MOVE RU-COUNT (1) TO WS-COUNT-ED.                            00505000
           MOVE RU-COUNT (2) TO WS-COUNT-ED2.                           00506000
           MOVE RU-COUNT (3) TO WS-COUNT-ED3.                           00507000
           MOVE SPACES TO RUNSTAT-LINE.                                 00508000
           STRING '              ' RU-COUNT-NAME (1) ' ' WS-COUNT-ED    00509000
               '  ' RU-COUNT-NAME (2) ' ' WS-COUNT-ED2                  00510000
               '  ' RU-COUNT-NAME (3) ' ' WS-COUNT-ED3                  00511000
               '  ' RU-HOLD-REASON                                      00512000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00513000
           WRITE RUNSTAT-LINE.                                          00514000
                                                                        00515000
           PERFORM 160-READ-NEXT-RUNCTL.                                00516000
                                                                        00517000
      ***************************************************************** 00518000
      * WRITE THE RUN CONTROL TOTALS AT THE END OF THE REPORT.          00519000
      ***************************************************************** 00520000
       190-WRITE-RPT-TOTALS.                                            00521000
           MOVE SPACES TO RUNSTAT-LINE.                                 00522000
           WRITE RUNSTAT-LINE.                                          00523000
           MOVE ALL '=' TO RUNSTAT-LINE.                                00524000
           WRITE RUNSTAT-LINE.                                          00525000
                                                                        00526000
           MOVE WS-CYCLE-COUNT TO WS-COUNT-ED.                          00527000
           MOVE SPACES TO RUNSTAT-LINE.                                 00528000
           STRING 'CYCLES ON CALENDAR : ' WS-COUNT-ED                   00529000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00530000
           WRITE RUNSTAT-LINE.                                          00531000
                                                                        00532000
           MOVE WS-DONE-COUNT TO WS-COUNT-ED.                           00533000
           MOVE SPACES TO RUNSTAT-LINE.                                 00534000
           STRING 'CYCLES DONE        : ' WS-COUNT-ED                   00535000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00536000
           WRITE RUNSTAT-LINE.                                          00537000
                                                                        00538000
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.                        00539000
           MOVE SPACES TO RUNSTAT-LINE.                                 00540000
           STRING 'CYCLES PENDING     : ' WS-COUNT-ED                   00541000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00542000
           WRITE RUNSTAT-LINE.                                          00543000
                                                                        00544000
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.                           00545000
           MOVE SPACES TO RUNSTAT-LINE.                                 00546000
           STRING 'CYCLES HELD        : ' WS-COUNT-ED                   00547000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00548000
           WRITE RUNSTAT-LINE.                                          00549000
                                                                        00550000
           MOVE WS-RECORD-COUNT TO WS-COUNT-ED.                         00551000
           MOVE SPACES TO RUNSTAT-LINE.                                 00552000
           STRING 'STEP RUNS LISTED   : ' WS-COUNT-ED                   00553000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00554000
           WRITE RUNSTAT-LINE.                                          00555000
                                                                        00556000
           MOVE WS-REC-HELD-COUNT TO WS-COUNT-ED.                       00557000
           MOVE SPACES TO RUNSTAT-LINE.                                 00558000
           STRING 'STEPS HELD         : ' WS-COUNT-ED                   00559000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00560000
           WRITE RUNSTAT-LINE.                                          00561000
                                                                        00562000
           MOVE WS-REC-FAILED-COUNT TO WS-COUNT-ED.                     00563000
           MOVE SPACES TO RUNSTAT-LINE.                                 00564000
           STRING 'STEPS FAILED       : ' WS-COUNT-ED                   00565000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00566000
           WRITE RUNSTAT-LINE.                                          00567000
                                                                        00568000
           MOVE WS-REC-STARTED-COUNT TO WS-COUNT-ED.                    00569000
           MOVE SPACES TO RUNSTAT-LINE.                                 00570000
           STRING 'STEPS NOT FINISHED : ' WS-COUNT-ED                   00571000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00572000
           WRITE RUNSTAT-LINE.                                          00573000
                                                                        00574000
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-ED.                       00575000
           MOVE SPACES TO RUNSTAT-LINE.                                 00576000
           STRING 'STEPS OVERRIDDEN   : ' WS-COUNT-ED                   00577000
               DELIMITED BY SIZE INTO RUNSTAT-LINE.                     00578000
           WRITE RUNSTAT-LINE.                                          00579000

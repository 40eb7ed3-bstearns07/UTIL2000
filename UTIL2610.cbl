       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2610.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Field completion run - disconnect and reconnect   00007000
      *               work orders worked by the crews.                  00008000
      *                                                                 00009000
      *  Runs nightly ahead of the billing cycle. Reads the             00010000
      *  completion transactions keyed by the field office off the      00011000
      *  crew tickets (FLDCMP) and sets the meter service status on     00012000
      *  the customer master: a disconnect completed turns the          00013000
      *  account off, so UTIL2000 stops billing usage and the           00014000
      *  service fee on it; a reconnect completed turns it back on      00015000
      *  and assesses the reconnect fee into the current bucket, the    00016000
      *  same way UTIL2100 assesses the late and NSF fees. Both stamp   00017000
      *  the completion date and crew on the master. An order the       00018000
      *  crew could not complete leaves the master alone and is         00019000
      *  listed for re-dispatch. FCREG is the register of everything    00020000
      *  applied, re-dispatched or rejected, with run totals.           00021000
      *                                                                 00022000
      *  Modification History:                                          00023000
      *  10-15-26  BS  New program - disconnect/reconnect completion    00024000
      *                intake, service status and reconnect fee.        00025000
      ***************************************************************** 00026000
       ENVIRONMENT DIVISION.                                            00027000
       INPUT-OUTPUT SECTION.                                            00028000
       FILE-CONTROL.                                                    00029000
           SELECT COMPLETION-TRANS ASSIGN TO FLDCMP                     00030000
               ORGANIZATION IS SEQUENTIAL                               00031000
               FILE STATUS IS WS-FLDCMP-STATUS.                         00032000
                                                                        00033000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00034000
               ORGANIZATION IS INDEXED                                  00035000
               ACCESS MODE IS DYNAMIC                                   00036000
               RECORD KEY IS CM-ACCT-NO                                 00037000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00038000
                                                                        00039000
           SELECT COMPLETION-REG   ASSIGN TO FCREG                      00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-FCREG-STATUS.                          00042000
                                                                        00043000
       DATA DIVISION.                                                   00044000
       FILE SECTION.                                                    00045000
       FD  COMPLETION-TRANS                                             00046000
           LABEL RECORDS ARE STANDARD.                                  00047000
       COPY FLDCMP.                                                     00048000
                                                                        00049000
       FD  CUSTOMER-MASTER                                              00050000
           LABEL RECORDS ARE STANDARD.                                  00051000
       COPY CUSTMAS.                                                    00052000
                                                                        00053000
       FD  COMPLETION-REG                                               00054000
           LABEL RECORDS ARE STANDARD                                   00055000
           RECORD CONTAINS 132 CHARACTERS.                              00056000
       01  FCREG-LINE               PIC X(132).                         00057000
                                                                        00058000
       WORKING-STORAGE SECTION.                                         00059000
                                                                        00060000
      ***************************************************************** 00061000
      * FILE STATUS / SWITCHES                                          00062000
      ***************************************************************** 00063000
       01  WS-FLDCMP-STATUS         PIC X(02)    VALUE '00'.            00064000
       01  WS-FLDCMP-EOF-SW         PIC X(01)    VALUE 'N'.             00065000
           88  FLDCMP-EOF                        VALUE 'Y'.             00066000
           88  FLDCMP-NOT-EOF                    VALUE 'N'.             00067000
                                                                        00068000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00069000
       01  WS-FCREG-STATUS          PIC X(02)    VALUE '00'.            00070000
                                                                        00071000
       01  WS-VALID-SW              PIC X(01)    VALUE 'Y'.             00072000
           88  TRAN-VALID                        VALUE 'Y'.             00073000
           88  TRAN-INVALID                      VALUE 'N'.             00074000
                                                                        00075000
       01  WS-REJ-REASON            PIC X(40)    VALUE SPACES.          00076000
       01  WS-ACTION                PIC X(14)    VALUE SPACES.          00077000
                                                                        00078000
      ***************************************************************** 00079000
      * RECONNECT FEE - A FLAT CHARGE FOR THE TRUCK ROLL, ASSESSED      00080000
      * WHEN THE CREW REPORTS THE METER BACK ON.                        00081000
      ***************************************************************** 00082000
       01  WS-RECON-FEE-AMT         PIC 9(3)V99  VALUE 50.00.           00083000
                                                                        00084000
      ***************************************************************** 00085000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00086000
      ***************************************************************** 00087000
       01  WS-TRAN-COUNT            PIC 9(7)     VALUE 0.               00088000
       01  WS-DISC-COUNT            PIC 9(7)     VALUE 0.               00089000
       01  WS-UNABLE-COUNT          PIC 9(7)     VALUE 0.               00090000
       01  WS-RECON-COUNT           PIC 9(7)     VALUE 0.               00091000
       01  WS-REJ-COUNT             PIC 9(7)     VALUE 0.               00092000
       01  WS-RECON-FEE-TOT         PIC 9(7)V99  VALUE 0.               00093000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00094000
       01  WS-BAL-ED                PIC $$,$$$,$$9.99-.                 00095000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00096000
                                                                        00097000
      ***************************************************************** 00098000
      * RUN DATE FIELDS                                                 00099000
      ***************************************************************** 00100000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00101000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00102000
           05  WS-RUN-YYYY          PIC 9(4).                           00103000
           05  WS-RUN-MM            PIC 9(2).                           00104000
           05  WS-RUN-DD            PIC 9(2).                           00105000
                                                                        00106000
      ***************************************************************** 00107000
      * IT'S GO TIME!                                                   00108000
      ***************************************************************** 00109000
       PROCEDURE DIVISION.                                              00110000
                                                                        00111000
      ***************************************************************** 00112000
      * MAINLINE - APPLY THE DAY'S FIELD COMPLETIONS TO THE MASTER.     00113000
      ***************************************************************** 00114000
       000-MAIN.                                                        00115000
           DISPLAY '*************************************'.             00116000
           DISPLAY '*** UTIL2610 - FIELD COMPLETIONS  ***'.             00117000
           DISPLAY '*************************************'.             00118000
           DISPLAY ' '.                                                 00119000
                                                                        00120000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00121000
                                                                        00122000
           PERFORM 100-APPLY-COMPLETIONS THRU 100-EXIT.                 00123000
                                                                        00124000
           DISPLAY 'UTIL2610 - COMPLETIONS READ  : ' WS-TRAN-COUNT.     00125000
           DISPLAY 'UTIL2610 - DISCONNECTED      : ' WS-DISC-COUNT.     00126000
           DISPLAY 'UTIL2610 - RECONNECTED       : ' WS-RECON-COUNT.    00127000
           DISPLAY 'UTIL2610 - UNABLE TO COMPLETE: ' WS-UNABLE-COUNT.   00128000
           DISPLAY 'UTIL2610 - REJECTED          : ' WS-REJ-COUNT.      00129000
                                                                        00130000
           STOP RUN.                                                    00131000
                                                                        00132000
      ***************************************************************** 00133000
      * OPEN THE FILES AND APPLY EACH COMPLETION IN TURN.               00134000
      ***************************************************************** 00135000
       100-APPLY-COMPLETIONS.                                           00136000
           OPEN INPUT COMPLETION-TRANS.                                 00137000
           IF WS-FLDCMP-STATUS NOT = '00'                               00138000
               DISPLAY 'UTIL2610 - FLDCMP OPEN FAILED, STATUS = '       00139000
                   WS-FLDCMP-STATUS                                     00140000
               MOVE 16 TO RETURN-CODE                                   00141000
               GO TO 100-EXIT                                           00142000
           END-IF.                                                      00143000
                                                                        00144000
           OPEN I-O CUSTOMER-MASTER.                                    00145000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00146000
               DISPLAY 'UTIL2610 - CUSTMAS OPEN FAILED, STATUS = '      00147000
                   WS-CUSTMAS-STATUS                                    00148000
               CLOSE COMPLETION-TRANS                                   00149000
               MOVE 16 TO RETURN-CODE                                   00150000
               GO TO 100-EXIT                                           00151000
           END-IF.                                                      00152000
                                                                        00153000
           OPEN OUTPUT COMPLETION-REG.                                  00154000
           IF WS-FCREG-STATUS NOT = '00'                                00155000
               DISPLAY 'UTIL2610 - FCREG OPEN FAILED, STATUS = '        00156000
                   WS-FCREG-STATUS                                      00157000
               CLOSE COMPLETION-TRANS CUSTOMER-MASTER                   00158000
               MOVE 16 TO RETURN-CODE                                   00159000
               GO TO 100-EXIT                                           00160000
           END-IF.                                                      00161000
                                                                        00162000
           MOVE SPACES TO FCREG-LINE.                                   00163000
           STRING 'UTIL2610 FIELD COMPLETION REGISTER   RUN DATE: '     00164000
               WS-RUN-DATE-8                                            00165000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00166000
           WRITE FCREG-LINE.                                            00167000
           MOVE ALL '-' TO FCREG-LINE.                                  00168000
           WRITE FCREG-LINE.                                            00169000
                                                                        00170000
           PERFORM 110-READ-TRAN-RTN.                                   00171000
           PERFORM 120-APPLY-ONE THRU 120-EXIT                          00172000
               UNTIL FLDCMP-EOF.                                        00173000
                                                                        00174000
           PERFORM 190-WRITE-REG-TOTALS.                                00175000
                                                                        00176000
           CLOSE COMPLETION-TRANS.                                      00177000
           CLOSE CUSTOMER-MASTER.                                       00178000
           CLOSE COMPLETION-REG.                                        00179000
                                                                        00180000
       100-EXIT.                                                        00181000
           EXIT.                                                        00182000
                                                                        00183000
      ***************************************************************** 00184000
      * READ THE NEXT COMPLETION TRANSACTION, SETTING THE EOF SWITCH    00185000
      * WHEN THE FILE IS EXHAUSTED.                                     00186000
      ***************************************************************** 00187000
       110-READ-TRAN-RTN.                                               00188000
           READ COMPLETION-TRANS                                        00189000
               AT END                                                   00190000
                   SET FLDCMP-EOF TO TRUE                               00191000
               NOT AT END                                               00192000
                   SET FLDCMP-NOT-EOF TO TRUE                           00193000
                   ADD 1 TO WS-TRAN-COUNT                               00194000
           END-READ.                                                    00195000
                                                                        00196000
      ***************************************************************** 00197000
      * EDIT ONE COMPLETION AND APPLY IT. THE ACCOUNT MUST BE ON THE    00198000
      * MASTER AND OPEN, THE RESULT ONE OF D/U/R, THE DATE A REAL       00199000
      * DATE NO LATER THAN TODAY AND THE CREW IDENTIFIED.               00200000
      ***************************************************************** 00201000
       120-APPLY-ONE.                                                   00202000
           SET TRAN-VALID TO TRUE.                                      00203000
           MOVE SPACES TO WS-REJ-REASON.                                00204000
                                                                        00205000
           IF NOT FC-DISCONNECTED                                       00206000
               AND NOT FC-UNABLE                                        00207000
               AND NOT FC-RECONNECTED                                   00208000
               SET TRAN-INVALID TO TRUE                                 00209000
               MOVE 'RESULT NOT D, U OR R' TO WS-REJ-REASON             00210000
           END-IF.                                                      00211000
           IF TRAN-VALID                                                00212000
               AND (FC-COMPLETE-DATE NOT NUMERIC                        00213000
               OR FUNCTION TEST-DATE-YYYYMMDD (FC-COMPLETE-DATE)        00214000
                   NOT = 0                                              00215000
               OR FC-COMPLETE-DATE > WS-RUN-DATE-8)                     00216000
               SET TRAN-INVALID TO TRUE                                 00217000
               MOVE 'COMPLETION DATE INVALID OR FUTURE'                 00218000
                   TO WS-REJ-REASON                                     00219000
           END-IF.                                                      00220000
           IF TRAN-VALID AND FC-CREW-ID = SPACES                        00221000
               SET TRAN-INVALID TO TRUE                                 00222000
               MOVE 'MISSING CREW ID' TO WS-REJ-REASON                  00223000
           END-IF.                                                      00224000
                                                                        00225000
           IF TRAN-INVALID                                              00226000
               PERFORM 180-WRITE-REJECT                                 00227000
               GO TO 120-READ-NEXT                                      00228000
           END-IF.                                                      00229000
                                                                        00230000
           MOVE FC-ACCT-NO TO CM-ACCT-NO.                               00231000
           READ CUSTOMER-MASTER                                         00232000
               INVALID KEY                                              00233000
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON        00234000
                   PERFORM 180-WRITE-REJECT                             00235000
                   GO TO 120-READ-NEXT                                  00236000
           END-READ.                                                    00237000
           IF CM-ACCT-CLOSED                                            00238000
               MOVE 'ACCOUNT IS CLOSED' TO WS-REJ-REASON                00239000
               PERFORM 180-WRITE-REJECT                                 00240000
               GO TO 120-READ-NEXT                                      00241000
           END-IF.                                                      00242000
                                                                        00243000
           EVALUATE TRUE                                                00244000
               WHEN FC-DISCONNECTED                                     00245000
                   PERFORM 130-DISCONNECT THRU 130-EXIT                 00246000
               WHEN FC-UNABLE                                           00247000
                   PERFORM 140-UNABLE                                   00248000
               WHEN FC-RECONNECTED                                      00249000
                   PERFORM 150-RECONNECT THRU 150-EXIT                  00250000
           END-EVALUATE.                                                00251000
                                                                        00252000
       120-READ-NEXT.                                                   00253000
           PERFORM 110-READ-TRAN-RTN.                                   00254000
                                                                        00255000
       120-EXIT.                                                        00256000
           EXIT.                                                        00257000
                                                                        00258000
      ***************************************************************** 00259000
      * D - THE CREW PULLED THE METER. FROM HERE UTIL2000 STOPS         00260000
      * BILLING THE ACCOUNT UNTIL A RECONNECT IS REPORTED.              00261000
      ***************************************************************** 00262000
       130-DISCONNECT.                                                  00263000
           IF CM-SVC-OFF                                                00264000
               MOVE 'METER ALREADY DISCONNECTED' TO WS-REJ-REASON       00265000
               PERFORM 180-WRITE-REJECT                                 00266000
               GO TO 130-EXIT                                           00267000
           END-IF.                                                      00268000
           MOVE 'D' TO CM-SVC-STATUS.                                   00269000
           PERFORM 170-STAMP-AND-REWRITE.                               00270000
           ADD 1 TO WS-DISC-COUNT.                                      00271000
           MOVE 'DISCONNECTED' TO WS-ACTION.                            00272000
           PERFORM 160-WRITE-REG-LINE.                                  00273000
                                                                        00274000
       130-EXIT.                                                        00275000
           EXIT.                                                        00276000
                                                                        00277000
      ***************************************************************** 00278000
      * U - THE CREW COULD NOT WORK THE ORDER. THE MASTER IS LEFT AS    00279000
      * IT WAS - THE STATUS DATE STAYS ON THE LAST METER ACTUALLY       00280000
      * WORKED - AND THE ACCOUNT IS LISTED, WITH THE CREW'S REASON,     00281000
      * FOR THE FIELD OFFICE TO RE-DISPATCH.                            00282000
      ***************************************************************** 00283000
       140-UNABLE.                                                      00284000
           ADD 1 TO WS-UNABLE-COUNT.                                    00285000
           MOVE 'RE-DISPATCH' TO WS-ACTION.                             00286000
           PERFORM 160-WRITE-REG-LINE.                                  00287000
                                                                        00288000
      ***************************************************************** 00289000
      * R - THE CREW PUT THE METER BACK. THE ACCOUNT GOES BACK ON       00290000
      * SERVICE AND THE RECONNECT FEE IS A FRESH CHARGE IN THE          00291000
      * CURRENT BUCKET.                                                 00292000
      ***************************************************************** 00293000
       150-RECONNECT.                                                   00294000
           IF NOT CM-SVC-OFF                                            00295000
               MOVE 'METER IS NOT DISCONNECTED' TO WS-REJ-REASON        00296000
               PERFORM 180-WRITE-REJECT                                 00297000
               GO TO 150-EXIT                                           00298000
           END-IF.                                                      00299000
           MOVE SPACE TO CM-SVC-STATUS.                                 00300000
           ADD WS-RECON-FEE-AMT TO CM-AGE-CURRENT.                      00301000
           ADD WS-RECON-FEE-AMT TO CM-BALANCE-DUE.                      00302000
           PERFORM 170-STAMP-AND-REWRITE.                               00303000
           ADD 1 TO WS-RECON-COUNT.                                     00304000
           ADD WS-RECON-FEE-AMT TO WS-RECON-FEE-TOT.                    00305000
           MOVE 'RECONNECTED' TO WS-ACTION.                             00306000
           PERFORM 160-WRITE-REG-LINE.                                  00307000
                                                                        00308000
       150-EXIT.                                                        00309000
           EXIT.                                                        00310000
                                                                        00311000
      ***************************************************************** 00312000
      * WRITE ONE APPLIED COMPLETION TO THE REGISTER.                   00313000
      ***************************************************************** 00314000
       160-WRITE-REG-LINE.                                              00315000
           MOVE CM-BALANCE-DUE TO WS-BAL-ED.                            00316000
           MOVE SPACES TO FCREG-LINE.                                   00317000
           STRING 'ACCT: ' CM-ACCT-NO                                   00318000
               '  ' CM-NAME                                             00319000
               '  ' WS-ACTION                                           00320000
               '  DATE: ' FC-COMPLETE-DATE                              00321000
               '  CREW: ' FC-CREW-ID                                    00322000
               '  ' FC-REASON                                           00323000
               '  BALANCE: ' WS-BAL-ED                                  00324000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00325000
           WRITE FCREG-LINE.                                            00326000
                                                                        00327000
      ***************************************************************** 00328000
      * STAMP THE COMPLETION DATE AND CREW ON THE MASTER RECORD IN      00329000
      * HAND AND REWRITE IT.                                            00330000
      ***************************************************************** 00331000
       170-STAMP-AND-REWRITE.                                           00332000
           MOVE FC-COMPLETE-DATE TO CM-SVC-STATUS-DATE.                 00333000
           MOVE FC-CREW-ID       TO CM-SVC-CREW-ID.                     00334000
           REWRITE CM-CUSTOMER-RECORD                                   00335000
               INVALID KEY                                              00336000
                   DISPLAY 'UTIL2610 - REWRITE FAILED FOR ACCT '        00337000
                       CM-ACCT-NO                                       00338000
           END-REWRITE.                                                 00339000
                                                                        00340000
      ***************************************************************** 00341000
      * WRITE ONE REJECTED COMPLETION TO THE REGISTER.                  00342000
      ***************************************************************** 00343000
       180-WRITE-REJECT.                                                00344000
           ADD 1 TO WS-REJ-COUNT.                                       00345000
           MOVE SPACES TO FCREG-LINE.                                   00346000
           STRING 'ACCT: ' FC-ACCT-NO                                   00347000
               '  RESULT: ' FC-RESULT                                   00348000
               '  DATE: ' FC-COMPLETE-DATE                              00349000
               '  CREW: ' FC-CREW-ID                                    00350000
               '  *** REJECTED: ' WS-REJ-REASON                         00351000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00352000
           WRITE FCREG-LINE.                                            00353000
                                                                        00354000
      ***************************************************************** 00355000
      * WRITE THE RUN CONTROL TOTALS AT THE END OF THE REGISTER.        00356000
      ***************************************************************** 00357000
       190-WRITE-REG-TOTALS.                                            00358000
           MOVE SPACES TO FCREG-LINE.                                   00359000
           WRITE FCREG-LINE.                                            00360000
           MOVE ALL '=' TO FCREG-LINE.                                  00361000
           WRITE FCREG-LINE.                                            00362000
                                                                        00363000
           MOVE WS-TRAN-COUNT TO WS-COUNT-ED.                           00364000
           MOVE SPACES TO FCREG-LINE.                                   00365000
           STRING 'COMPLETIONS READ   : ' WS-COUNT-ED                   00366000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00367000
           WRITE FCREG-LINE.                                            00368000
                                                                        00369000
           MOVE WS-DISC-COUNT TO WS-COUNT-ED.                           00370000
           MOVE SPACES TO FCREG-LINE.                                   00371000
           STRING 'DISCONNECTED       : ' WS-COUNT-ED                   00372000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00373000
           WRITE FCREG-LINE.                                            00374000
                                                                        00375000
           MOVE WS-RECON-COUNT TO WS-COUNT-ED.                          00376000
           MOVE SPACES TO FCREG-LINE.                                   00377000
           STRING 'RECONNECTED        : ' WS-COUNT-ED                   00378000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00379000
           WRITE FCREG-LINE.                                            00380000
                                                                        00381000
           MOVE WS-RECON-FEE-TOT TO WS-TOT-MONEY-ED.                    00382000
           MOVE SPACES TO FCREG-LINE.                                   00383000
           STRING 'RECONNECT FEES     : ' WS-TOT-MONEY-ED               00384000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00385000
           WRITE FCREG-LINE.                                            00386000
                                                                        00387000
           MOVE WS-UNABLE-COUNT TO WS-COUNT-ED.                         00388000
           MOVE SPACES TO FCREG-LINE.                                   00389000
           STRING 'TO RE-DISPATCH     : ' WS-COUNT-ED                   00390000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00391000
           WRITE FCREG-LINE.                                            00392000
                                                                        00393000
           MOVE WS-REJ-COUNT TO WS-COUNT-ED.                            00394000
           MOVE SPACES TO FCREG-LINE.                                   00395000
           STRING 'REJECTED           : ' WS-COUNT-ED                   00396000
               DELIMITED BY SIZE INTO FCREG-LINE.                       00397000
           WRITE FCREG-LINE.                                            00398000
                                                                        00399000
           MOVE ALL '=' TO FCREG-LINE.                                  00400000
           WRITE FCREG-LINE.                                            00401000
                                                                        00402000

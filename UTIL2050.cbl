       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. UTIL2050.                                            00002000
      ***************************************************************** 00003000
      *  Programmer.: Ben Stearns                                       00004000
      *  Date.......: 10-15-26                                          00005000
      *  GitHub URL.: https://github.com/bstearns07/UTIL2000            00006000
      *  Description: Bill cancel/rebill run.                           00007000
      *                                                                 00008000
      *  Corrects a bill that went out wrong (a misread dial UTIL2010   00009000
      *  accepted, the wrong rate class, bad service dates) without     00010000
      *  a hand-figured ADJ. Each CRBTRAN transaction names the bill    00011000
      *  by its audit record key - account, AUD-RUN-DATE and            00012000
      *  AUD-RUN-TIME - found on the live audit log or, for a closed    00013000
      *  period, through the AUDINDEX archive index. The bill is        00014000
      *  reversed everywhere it landed: the billed amount comes off     00015000
      *  A/R oldest bucket first (the UTIL2100 ADJ credit rule), the    00016000
      *  budget-plan deferral and YTD back out, the net-metering bank   00017000
      *  is put back, and a C (cancel) GL extract record and C tax      00018000
      *  extract lines reverse the revenue and the tax. The period      00019000
      *  is then repriced - corrected kWh off the transaction, or       00020000
      *  the original kWh against the master as UTIL2020 has now        00021000
      *  corrected it - through the same effective-dated rate,          00022000
      *  proration, net-metering, tax and budget logic UTIL2000         00023000
      *  uses (the paragraphs below carry UTIL2000's names and must     00024000
      *  be kept in step with it). The corrected bill goes to A/R,      00025000
      *  an R (rebill) GL record and tax lines, an R audit record       00026000
      *  linked to the one it replaces, a corrected statement on        00027000
      *  STMWORK for UTIL2200, and the account's usage history month    00028000
      *  (USAGEOUT is the history with those months replaced - the      00029000
      *  job swaps it in). CRBREG is the cancel/rebill register of      00030000
      *  everything rebilled or rejected, with run totals.              00031000
      *                                                                 00032000
      *  Modification History:                                          00033000
      *  10-15-26  BS  New program - cancel/rebill keyed to the         00034000
      *                original bill's audit record.                    00035000
      *  10-15-26  BS  Reapply the budget plan on a rebill only when    00035200
      *                the original's month was backed out of it;       00035400
      *                reject a budget-billed original that cannot      00035600
      *                be backed out for hand adjustment.               00035800
      ***************************************************************** 00036000
       ENVIRONMENT DIVISION.                                            00037000
       INPUT-OUTPUT SECTION.                                            00038000
       FILE-CONTROL.                                                    00039000
           SELECT REBILL-TRANS     ASSIGN TO CRBTRAN                    00040000
               ORGANIZATION IS SEQUENTIAL                               00041000
               FILE STATUS IS WS-CRBTRAN-STATUS.                        00042000
                                                                        00043000
           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS                    00044000
               ORGANIZATION IS INDEXED                                  00045000
               ACCESS MODE IS DYNAMIC                                   00046000
               RECORD KEY IS CM-ACCT-NO                                 00047000
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00048000
                                                                        00049000
           SELECT RATE-SCHEDULE    ASSIGN TO RATESCH                    00050000
               ORGANIZATION IS SEQUENTIAL                               00051000
               FILE STATUS IS WS-RATESCH-STATUS.                        00052000
                                                                        00053000
           SELECT TAX-SCHEDULE     ASSIGN TO TAXSCH                     00054000
               ORGANIZATION IS SEQUENTIAL                               00055000
               FILE STATUS IS WS-TAXSCH-STATUS.                         00056000
                                                                        00057000
           SELECT AUDIT-LOG        ASSIGN TO AUDITLOG                   00058000
               ORGANIZATION IS SEQUENTIAL                               00059000
               FILE STATUS IS WS-AUDITLOG-STATUS.                       00060000
                                                                        00061000
           SELECT AUDIT-INDEX      ASSIGN TO AUDINDEX                   00062000
               ORGANIZATION IS INDEXED                                  00063000
               ACCESS MODE IS DYNAMIC                                   00064000
               RECORD KEY IS AX-AUDIT-KEY                               00065000
               FILE STATUS IS WS-AUDINDEX-STATUS.                       00066000
                                                                        00067000
           SELECT GL-EXTRACT       ASSIGN TO GLEXTR                     00068000
               ORGANIZATION IS SEQUENTIAL                               00069000
               FILE STATUS IS WS-GLEXTR-STATUS.                         00070000
                                                                        00071000
           SELECT TAX-EXTRACT      ASSIGN TO TAXEXTR                    00072000
               ORGANIZATION IS SEQUENTIAL                               00073000
               FILE STATUS IS WS-TAXEXTR-STATUS.                        00074000
                                                                        00075000
           SELECT USAGE-HISTORY    ASSIGN TO USAGEHST                   00076000
               ORGANIZATION IS SEQUENTIAL                               00077000
               FILE STATUS IS WS-USAGEHST-STATUS.                       00078000
                                                                        00079000
           SELECT USAGE-OUT        ASSIGN TO USAGEOUT                   00080000
               ORGANIZATION IS SEQUENTIAL                               00081000
               FILE STATUS IS WS-USAGEOUT-STATUS.                       00082000
                                                                        00083000
           SELECT STATEMENT-WORK   ASSIGN TO STMWORK                    00084000
               ORGANIZATION IS SEQUENTIAL                               00085000
               FILE STATUS IS WS-STMWORK-STATUS.                        00086000
                                                                        00087000
           SELECT REBILL-REG       ASSIGN TO CRBREG                     00088000
               ORGANIZATION IS SEQUENTIAL                               00089000
               FILE STATUS IS WS-CRBREG-STATUS.                         00090000
                                                                        00091000
       DATA DIVISION.                                                   00092000
       FILE SECTION.                                                    00093000
       FD  REBILL-TRANS                                                 00094000
           LABEL RECORDS ARE STANDARD.                                  00095000
       COPY CRBTRAN.                                                    00096000
                                                                        00097000
       FD  CUSTOMER-MASTER                                              00098000
           LABEL RECORDS ARE STANDARD.                                  00099000
       COPY CUSTMAS.                                                    00100000
                                                                        00101000
       FD  RATE-SCHEDULE                                                00102000
           LABEL RECORDS ARE STANDARD.                                  00103000
       COPY RATESCH.                                                    00104000
                                                                        00105000
       FD  TAX-SCHEDULE                                                 00106000
           LABEL RECORDS ARE STANDARD.                                  00107000
       COPY TAXSCH.                                                     00108000
                                                                        00109000
       FD  AUDIT-LOG                                                    00110000
           LABEL RECORDS ARE STANDARD.                                  00111000
       COPY AUDITREC.                                                   00112000
                                                                        00113000
       FD  AUDIT-INDEX                                                  00114000
           LABEL RECORDS ARE STANDARD.                                  00115000
       COPY AUDIXREC.                                                   00116000
                                                                        00117000
       FD  GL-EXTRACT                                                   00118000
           LABEL RECORDS ARE STANDARD.                                  00119000
       COPY GLEXTR.                                                     00120000
                                                                        00121000
       FD  TAX-EXTRACT                                                  00122000
           LABEL RECORDS ARE STANDARD.                                  00123000
       COPY TAXEXTR.                                                    00124000
                                                                        00125000
       FD  USAGE-HISTORY                                                00126000
           LABEL RECORDS ARE STANDARD.                                  00127000
       COPY USAGEHST.                                                   00128000
                                                                        00129000
       FD  USAGE-OUT                                                    00130000
           LABEL RECORDS ARE STANDARD                                   00131000
           RECORD CONTAINS 57 CHARACTERS.                               00132000
       01  UO-USAGE-RECORD          PIC X(57).                          00133000
                                                                        00134000
       FD  STATEMENT-WORK                                               00135000
           LABEL RECORDS ARE STANDARD.                                  00136000
       COPY STMTWRK.                                                    00137000
                                                                        00138000
       FD  REBILL-REG                                                   00139000
           LABEL RECORDS ARE STANDARD                                   00140000
           RECORD CONTAINS 132 CHARACTERS.                              00141000
       01  CRBREG-LINE              PIC X(132).                         00142000
                                                                        00143000
       WORKING-STORAGE SECTION.                                         00144000
                                                                        00145000
      ***************************************************************** 00146000
      * FILE STATUS / SWITCHES                                          00147000
      ***************************************************************** 00148000
       01  WS-CRBTRAN-STATUS        PIC X(02)    VALUE '00'.            00149000
       01  WS-CRBTRAN-EOF-SW        PIC X(01)    VALUE 'N'.             00150000
           88  CRBTRAN-EOF                       VALUE 'Y'.             00151000
           88  CRBTRAN-NOT-EOF                   VALUE 'N'.             00152000
                                                                        00153000
       01  WS-CUSTMAS-STATUS        PIC X(02)    VALUE '00'.            00154000
                                                                        00155000
       01  WS-RATESCH-STATUS        PIC X(02)    VALUE '00'.            00156000
       01  WS-RATESCH-EOF-SW        PIC X(01)    VALUE 'N'.             00157000
           88  RATESCH-EOF                       VALUE 'Y'.             00158000
           88  RATESCH-NOT-EOF                   VALUE 'N'.             00159000
                                                                        00160000
       01  WS-TAXSCH-STATUS         PIC X(02)    VALUE '00'.            00161000
       01  WS-TAXSCH-EOF-SW         PIC X(01)    VALUE 'N'.             00162000
           88  TAXSCH-EOF                        VALUE 'Y'.             00163000
           88  TAXSCH-NOT-EOF                    VALUE 'N'.             00164000
                                                                        00165000
       01  WS-AUDITLOG-STATUS       PIC X(02)    VALUE '00'.            00166000
       01  WS-AUDITLOG-EOF-SW       PIC X(01)    VALUE 'N'.             00167000
           88  AUDITLOG-EOF                      VALUE 'Y'.             00168000
           88  AUDITLOG-NOT-EOF                  VALUE 'N'.             00169000
                                                                        00170000
       01  WS-AUDINDEX-STATUS       PIC X(02)    VALUE '00'.            00171000
       01  WS-AUDINDEX-AVAIL-SW     PIC X(01)    VALUE 'N'.             00172000
           88  AUDINDEX-AVAILABLE                VALUE 'Y'.             00173000
           88  AUDINDEX-UNAVAILABLE              VALUE 'N'.             00174000
                                                                        00175000
       01  WS-GLEXTR-STATUS         PIC X(02)    VALUE '00'.            00176000
                                                                        00177000
       01  WS-TAXEXTR-STATUS        PIC X(02)    VALUE '00'.            00178000
       01  WS-TAXEXTR-EOF-SW        PIC X(01)    VALUE 'N'.             00179000
           88  TAXEXTR-EOF                       VALUE 'Y'.             00180000
           88  TAXEXTR-NOT-EOF                   VALUE 'N'.             00181000
                                                                        00182000
       01  WS-USAGEHST-STATUS       PIC X(02)    VALUE '00'.            00183000
       01  WS-USAGEHST-EOF-SW       PIC X(01)    VALUE 'N'.             00184000
           88  USAGEHST-EOF                      VALUE 'Y'.             00185000
           88  USAGEHST-NOT-EOF                  VALUE 'N'.             00186000
                                                                        00187000
       01  WS-USAGEOUT-STATUS       PIC X(02)    VALUE '00'.            00188000
       01  WS-STMWORK-STATUS        PIC X(02)    VALUE '00'.            00189000
       01  WS-CRBREG-STATUS         PIC X(02)    VALUE '00'.            00190000
                                                                        00191000
       01  WS-VALID-SW              PIC X(01)    VALUE 'Y'.             00192000
           88  TRAN-VALID                        VALUE 'Y'.             00193000
           88  TRAN-INVALID                      VALUE 'N'.             00194000
                                                                        00195000
       01  WS-REJ-REASON            PIC X(40)    VALUE SPACES.          00196000
       01  WS-REJ-ACCT              PIC X(06)    VALUE SPACES.          00197000
       01  WS-REJ-DATE              PIC X(08)    VALUE SPACES.          00198000
       01  WS-REJ-TIME              PIC X(08)    VALUE SPACES.          00199000
       01  WS-REJ-CODE              PIC X(03)    VALUE SPACES.          00200000
                                                                        00201000
      ***************************************************************** 00202000
      * CANCEL/REBILL TRANSACTION TABLE - THE DAY'S TRANSACTIONS ARE    00203000
      * LOADED FIRST SO THE AUDIT LOG AND TAX EXTRACT ARE EACH READ     00204000
      * ONLY ONCE TO FIND EVERY ORIGINAL BILL AND ITS TAX LINES. ONE    00205000
      * TRANSACTION PER ACCOUNT PER RUN - A SECOND ONE WAITS FOR THE    00206000
      * NEXT RUN, WHEN IT CAN KEY TO THIS RUN'S REBILL IF NEED BE.      00207000
      * WS-CB-ORIG-AUDIT HOLDS THE ORIGINAL BILL'S AUDIT RECORD AND     00208000
      * THE WS-CB-TX LINES ITS TAX LINES NETTED BY JURISDICTION AND     00209000
      * RIDER; THE WS-CB-NEW FIELDS CARRY THE CORRECTED BILL TO THE     00210000
      * USAGE HISTORY PASS AT THE END OF THE RUN.                       00211000
      ***************************************************************** 00212000
       01  WS-CRB-COUNT             PIC 9(4)  COMP  VALUE 0.            00213000
       01  WS-CRB-SUB               PIC 9(4)  COMP  VALUE 0.            00214000
       01  WS-CRB-SUB2              PIC 9(4)  COMP  VALUE 0.            00215000
       01  WS-CRB-TABLE-AREA.                                           00216000
           05  WS-CRB-ENTRY         OCCURS 1 TO 200 TIMES               00217000
                                     DEPENDING ON WS-CRB-COUNT.         00218000
               10  WS-CB-ACCT-NO    PIC X(06).                          00219000
               10  WS-CB-ORIG-DATE  PIC 9(08).                          00220000
               10  WS-CB-ORIG-TIME  PIC 9(08).                          00221000
               10  WS-CB-KWH-SW     PIC X(01).                          00222000
               10  WS-CB-KWH        PIC 9(05).                          00223000
               10  WS-CB-RCV-SW     PIC X(01).                          00224000
               10  WS-CB-RCV        PIC 9(05).                          00225000
               10  WS-CB-REASON     PIC X(03).                          00226000
               10  WS-CB-FOUND-SW   PIC X(01).                          00227000
               10  WS-CB-CXL-SW     PIC X(01).                          00228000
               10  WS-CB-ORIG-AUDIT PIC X(175).                         00229000
               10  WS-CB-PERIOD     PIC 9(06).                          00230000
               10  WS-CB-TAX-COUNT  PIC 9(02).                          00231000
               10  WS-CB-TAX-LINE   OCCURS 6 TIMES.                     00232000
                   15  WS-CB-TX-JURIS  PIC X(04).                       00233000
                   15  WS-CB-TX-RIDER  PIC X(03).                       00234000
                   15  WS-CB-TX-AUTH   PIC X(20).                       00235000
                   15  WS-CB-TX-BASIS  PIC S9(7)V99.                    00236000
                   15  WS-CB-TX-AMT    PIC S9(6)V99.                    00237000
               10  WS-CB-NEW-SW     PIC X(01).                          00238000
               10  WS-CB-NEW-CLASS  PIC X(02).                          00239000
               10  WS-CB-NEW-KWH    PIC 9(05).                          00240000
               10  WS-CB-NEW-BILL   PIC 9(6)V99.                        00241000
               10  WS-CB-NEW-DAYS   PIC 9(03).                          00242000
               10  WS-CB-NEW-NEM-SW PIC X(01).                          00243000
               10  WS-CB-NEW-DELIV  PIC 9(05).                          00244000
               10  WS-CB-NEW-RCV    PIC 9(05).                          00245000
               10  WS-CB-NEW-NET    PIC S9(05).                         00246000
               10  WS-CB-NEW-BANK   PIC 9(07).                          00247000
                                                                        00248000
       01  WS-TX-SUB                PIC 9(4)  COMP  VALUE 0.            00249000
       01  WS-TX-FOUND-SW           PIC X(01)    VALUE 'N'.             00250000
           88  TX-LINE-FOUND                     VALUE 'Y'.             00251000
           88  TX-LINE-NOT-FOUND                 VALUE 'N'.             00252000
       01  WS-TX-NEG-SW             PIC X(01)    VALUE 'N'.             00253000
       01  WS-CXL-TAX-SUM           PIC S9(7)V99 VALUE 0.               00254000
                                                                        00255000
      ***************************************************************** 00256000
      * THE ORIGINAL BILL'S AUDIT RECORD IN HAND - THE SAME 175-BYTE    00257000
      * LAYOUT AS AUDITREC.CPY UNDER THE OA- PREFIX, SINCE THE AUDIT    00258000
      * LOG'S OWN RECORD AREA IS BUSY WRITING THE REBILL RECORDS.       00259000
      ***************************************************************** 00260000
       01  WS-ORIG-AUDIT.                                               00261000
           05  OA-ACCT-NO               PIC X(06).                      00262000
           05  OA-RUN-DATE              PIC 9(08).                      00263000
           05  OA-RUN-TIME              PIC 9(08).                      00264000
           05  OA-TIER1-KWH             PIC 9(05).                      00265000
           05  OA-TIER2-KWH             PIC 9(05).                      00266000
           05  OA-TIER3-KWH             PIC 9(05).                      00267000
           05  OA-TIER1-CHARGE          PIC 9(05)V99.                   00268000
           05  OA-TIER2-CHARGE          PIC 9(05)V99.                   00269000
           05  OA-TIER3-CHARGE          PIC 9(05)V99.                   00270000
           05  OA-SERVICE-FEE           PIC 9(03)V99.                   00271000
           05  OA-TOTAL-BILL            PIC 9(06)V99.                   00272000
           05  OA-BILLED-AMOUNT         PIC 9(06)V99.                   00273000
           05  OA-TAX-TOTAL             PIC 9(05)V99.                   00274000
           05  OA-CYCLE-CODE            PIC 9(02).                      00275000
           05  OA-RATE-EFF-DATE         PIC 9(08).                      00276000
           05  OA-RATE-SPLIT-SW         PIC X(01).                      00277000
           05  OA-NEM-SW                PIC X(01).                      00278000
           05  OA-KWH-DELIVERED         PIC 9(05).                      00279000
           05  OA-KWH-RECEIVED          PIC 9(05).                      00280000
           05  OA-KWH-NET               PIC S9(05).                     00281000
           05  OA-NEM-BANK-USED         PIC 9(07).                      00282000
           05  OA-NEM-BANKED            PIC 9(07).                      00283000
           05  OA-NEM-BANK-KWH          PIC 9(07).                      00284000
           05  OA-NEM-CASHOUT-AMT       PIC 9(05)V99.                   00285000
           05  OA-ENTRY-TYPE            PIC X(01).                      00286000
           05  OA-BILL-PERIOD           PIC 9(06).                      00287000
           05  OA-ORIG-RUN-DATE         PIC 9(08).                      00288000
           05  OA-ORIG-RUN-TIME         PIC 9(08).                      00289000
           05  OA-ORIG-TOTAL-BILL       PIC 9(06)V99.                   00290000
           05  OA-REASON-CODE           PIC X(03).                      00291000
                                                                        00292000
      ***************************************************************** 00293000
      * REVERSAL WORK FIELDS - THE A/R CREDIT FOLLOWS THE UTIL2100      00294000
      * ADJ CREDIT RULE (OLDEST BUCKET FIRST, REMAINDER OFF CURRENT).   00295000
      ***************************************************************** 00296000
       01  WS-PAY-REMAIN            PIC S9(7)V99 VALUE 0.               00297000
       01  WS-BUCKET-AMT            PIC S9(6)V99 VALUE 0.               00298000
       01  WS-BANK-WORK             PIC S9(8)    VALUE 0.               00299000
       01  WS-CASHOUT-KWH-BACK      PIC 9(7)     VALUE 0.               00300000
       01  WS-YTD-WORK              PIC S9(8)V99 VALUE 0.               00301000
       01  WS-AVG-WORK              PIC S9(6)    VALUE 0.               00302000
       01  WS-ORIG-KWH              PIC 9(5)     VALUE 0.               00303000
       01  WS-RCV-TO-PRICE          PIC 9(5)     VALUE 0.               00304000
       01  WS-BILL-CHANGE           PIC S9(7)V99 VALUE 0.               00305000
                                                                        00306000
      ***************************************************************** 00307000
      * CURRENT-CUSTOMER RATE VALUES, RESOLVED EACH BILL FROM THE       00308000
      * RATE SCHEDULE TABLE - SAME FIELDS AS UTIL2000.                  00309000
      ***************************************************************** 00310000
       01  WS-RATE-TIER1            PIC V9(4)    VALUE 0.               00311000
       01  WS-RATE-TIER2            PIC V9(4)    VALUE 0.               00312000
       01  WS-RATE-TIER3            PIC V9(4)    VALUE 0.               00313000
       01  WS-TIER1-LIMIT           PIC 9(7)     VALUE 0.               00314000
       01  WS-TIER2-LIMIT           PIC 9(7)     VALUE 0.               00315000
                                                                        00316000
      ***************************************************************** 00317000
      * RATE SCHEDULE TABLE - ONE ENTRY PER CLASS PER EFFECTIVE-DATED   00318000
      * VERSION, SO AN OLDER PERIOD REPRICES UNDER THE VERSION THAT     00319000
      * WAS IN FORCE FOR IT.                                            00320000
      ***************************************************************** 00321000
       01  WS-RATE-TABLE-COUNT      PIC 9(4)  COMP  VALUE 0.            00322000
       01  WS-RATE-TABLE-AREA.                                          00323000
           05  WS-RATE-TABLE        OCCURS 1 TO 60 TIMES                00324000
                                     DEPENDING ON WS-RATE-TABLE-COUNT   00325000
                                     INDEXED BY WS-RATE-IDX.            00326000
               10  WS-RT-CLASS      PIC X(02).                          00327000
               10  WS-RT-EFF-DATE   PIC 9(08).                          00328000
               10  WS-RT-TIER       OCCURS 3 TIMES.                     00329000
                   15  WS-RT-LIMIT  PIC 9(7).                           00330000
                   15  WS-RT-RATE   PIC V9(4).                          00331000
                                                                        00332000
      ***************************************************************** 00333000
      * RATE VERSION SELECTION / MID-PERIOD RATE-CHANGE SPLIT FIELDS.   00334000
      ***************************************************************** 00335000
       01  WS-RATE-SUB              PIC 9(4)  COMP  VALUE 0.            00336000
       01  WS-BEST-SUB              PIC 9(4)  COMP  VALUE 0.            00337000
       01  WS-BEST-EFF-DATE         PIC 9(8)     VALUE 0.               00338000
       01  WS-CHG-SUB               PIC 9(4)  COMP  VALUE 0.            00339000
       01  WS-CHG-EFF-DATE          PIC 9(8)     VALUE 0.               00340000
       01  WS-RATE-CHG-SW           PIC X(01)    VALUE 'N'.             00341000
           88  RATE-CHANGE-IN-PERIOD             VALUE 'Y'.             00342000
           88  NO-RATE-CHANGE                    VALUE 'N'.             00343000
       01  WS-RATE-EFF-APPLIED      PIC 9(8)     VALUE 0.               00344000
       01  WS-RATE-SPLIT-SW         PIC X(01)    VALUE 'N'.             00345000
       01  WS-T1-LIMIT-FULL         PIC 9(7)     VALUE 0.               00346000
       01  WS-T2-LIMIT-FULL         PIC 9(7)     VALUE 0.               00347000
       01  WS-DAYS-OLD              PIC S9(5)    VALUE 0.               00348000
       01  WS-DAYS-NEW              PIC S9(5)    VALUE 0.               00349000
       01  WS-KWH-OLD               PIC 9(5)     VALUE 0.               00350000
       01  WS-KWH-NEW               PIC 9(5)     VALUE 0.               00351000
       01  WS-KWH-SAVE              PIC 9(5)     VALUE 0.               00352000
       01  WS-SPL-T1-KWH            PIC 9(5)     VALUE 0.               00353000
       01  WS-SPL-T2-KWH            PIC 9(5)     VALUE 0.               00354000
       01  WS-SPL-T3-KWH            PIC 9(5)     VALUE 0.               00355000
       01  WS-SPL-T1-CHG            PIC 9(5)V99  VALUE 0.               00356000
       01  WS-SPL-T2-CHG            PIC 9(5)V99  VALUE 0.               00357000
       01  WS-SPL-T3-CHG            PIC 9(5)V99  VALUE 0.               00358000
                                                                        00359000
      ***************************************************************** 00360000
      * TAX / RIDER SCHEDULE TABLE - SAME AS UTIL2000.                  00361000
      ***************************************************************** 00362000
       01  WS-TAX-TABLE-COUNT       PIC 9(4)  COMP  VALUE 0.            00363000
       01  WS-TAX-TABLE-AREA.                                           00364000
           05  WS-TAX-TABLE         OCCURS 1 TO 50 TIMES                00365000
                                     DEPENDING ON WS-TAX-TABLE-COUNT    00366000
                                     INDEXED BY WS-TAX-IDX.             00367000
               10  WS-TT-JURIS      PIC X(04).                          00368000
               10  WS-TT-RIDER      PIC X(03).                          00369000
               10  WS-TT-AUTHORITY  PIC X(20).                          00370000
               10  WS-TT-METHOD     PIC X(01).                          00371000
               10  WS-TT-FACTOR     PIC 9(2)V9(4).                      00372000
                                                                        00373000
      ***************************************************************** 00374000
      * NET METERING FIELDS - SEE UTIL2000. THE AVOIDED-COST RATE       00375000
      * MUST MATCH UTIL2000'S SO A CASH-OUT BACKS OUT TO THE SAME KWH.  00376000
      ***************************************************************** 00377000
       01  WS-AVOIDED-COST-RATE     PIC V9(4)    VALUE .0320.           00378000
       01  WS-NEM-SW                PIC X(01)    VALUE 'N'.             00379000
           88  NEM-BILL                          VALUE 'Y'.             00380000
           88  NEM-NOT-BILL                      VALUE 'N'.             00381000
       01  WS-KWH-DELIVERED         PIC 9(5)     VALUE 0.               00382000
       01  WS-KWH-RECEIVED          PIC 9(5)     VALUE 0.               00383000
       01  WS-KWH-NET               PIC S9(5)    VALUE 0.               00384000
       01  WS-NEM-BANK-USED         PIC 9(7)     VALUE 0.               00385000
       01  WS-NEM-BANKED            PIC 9(7)     VALUE 0.               00386000
       01  WS-NEM-BANK-BAL          PIC 9(7)     VALUE 0.               00387000
       01  WS-NEM-CASHOUT-KWH       PIC 9(7)     VALUE 0.               00388000
       01  WS-NEM-CASHOUT-AMT       PIC 9(5)V99  VALUE 0.               00389000
       01  WS-NEM-LINE-COUNT        PIC 9(2)     VALUE 0.               00390000
                                                                        00391000
      ***************************************************************** 00392000
      * BILLING PERIOD OF THE BILL BEING CORRECTED AND ITS CALENDAR     00393000
      * BOUNDS FOR THE PRORATION LOGIC.                                 00394000
      ***************************************************************** 00395000
       01  WS-BILLING-PERIOD        PIC 9(06)    VALUE 0.               00396000
       01  WS-BILLING-PERIOD-X REDEFINES WS-BILLING-PERIOD.             00397000
           05  WS-PER-YYYY          PIC 9(4).                           00398000
           05  WS-PER-MM            PIC 9(2).                           00399000
       01  WS-PERIOD-START-8        PIC 9(8)     VALUE 0.               00400000
       01  WS-PERIOD-END-8          PIC 9(8)     VALUE 0.               00401000
       01  WS-PERIOD-END-INT        PIC S9(9) COMP VALUE 0.             00402000
       01  WS-NEXT-YYYY             PIC 9(4)     VALUE 0.               00403000
       01  WS-NEXT-MM               PIC 9(2)     VALUE 0.               00404000
       01  WS-NEXT-MONTH-1ST        PIC 9(8)     VALUE 0.               00405000
       01  WS-EFF-START-8           PIC 9(8)     VALUE 0.               00406000
       01  WS-EFF-END-8             PIC 9(8)     VALUE 0.               00407000
       01  WS-DAYS-IN-PERIOD        PIC S9(5)    VALUE 0.               00408000
       01  WS-DAYS-SERVED           PIC S9(5)    VALUE 0.               00409000
       01  WS-PRORATE-PCT           PIC S9V9999  VALUE 1.0000.          00410000
       01  WS-DUE-DATE-INT          PIC S9(9) COMP VALUE 0.             00411000
       01  WS-DUE-DATE-8            PIC 9(8)     VALUE 0.               00412000
                                                                        00413000
      ***************************************************************** 00414000
      * RUN DATE FIELDS                                                 00415000
      ***************************************************************** 00416000
       01  WS-RUN-DATE-8            PIC 9(8)     VALUE 0.               00417000
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.                       00418000
           05  WS-RUN-YYYY          PIC 9(4).                           00419000
           05  WS-RUN-MM            PIC 9(2).                           00420000
           05  WS-RUN-DD            PIC 9(2).                           00421000
       01  WS-RUN-TIME-8            PIC 9(08)    VALUE 0.               00422000
                                                                        00423000
      ***************************************************************** 00424000
      * CURRENT "INPUT" FIELDS AND BILL WORK AREAS - SAME AS UTIL2000   00425000
      ***************************************************************** 00426000
       01  WS-CUST-NAME             PIC X(12)   VALUE SPACES.           00427000
       01  WS-KWH-USED              PIC 9(5)    VALUE 0.                00428000
       01  WS-SERVICE-FEE           PIC 9(3)V99 VALUE 0.                00429000
       01  WS-CUST-RATE-CLASS       PIC X(02)   VALUE SPACES.           00430000
                                                                        00431000
       01  WS-TIER1-KWH             PIC 9(5)     VALUE 0.               00432000
       01  WS-TIER2-KWH             PIC 9(5)     VALUE 0.               00433000
       01  WS-TIER3-KWH             PIC 9(5)     VALUE 0.               00434000
       01  WS-TIER1-CHARGE          PIC 9(5)V99  VALUE 0.               00435000
       01  WS-TIER2-CHARGE          PIC 9(5)V99  VALUE 0.               00436000
       01  WS-TIER3-CHARGE          PIC 9(5)V99  VALUE 0.               00437000
       01  WS-SUBTOTAL              PIC 9(6)V99  VALUE 0.               00438000
       01  WS-TOTAL-BILL            PIC 9(6)V99  VALUE 0.               00439000
       01  WS-ACTUAL-BILL           PIC 9(6)V99  VALUE 0.               00440000
       01  WS-BUDGET-APPLIED-SW     PIC X(01)    VALUE 'N'.             00441000
           88  BUDGET-APPLIED                    VALUE 'Y'.             00442000
           88  BUDGET-NOT-APPLIED                VALUE 'N'.             00443000
       01  WS-BUDGET-BACKED-SW      PIC X(01)    VALUE 'N'.             00443250
           88  BUDGET-BACKED-OUT                 VALUE 'Y'.             00443500
           88  BUDGET-NOT-BACKED-OUT             VALUE 'N'.             00443750
                                                                        00444000
       01  WS-PRETAX-BILL           PIC 9(6)V99  VALUE 0.               00445000
       01  WS-TAX-TOTAL             PIC 9(5)V99  VALUE 0.               00446000
       01  WS-ONE-TAX-AMT           PIC 9(5)V99  VALUE 0.               00447000
       01  WS-TAX-LINE-COUNT        PIC 9(2)     VALUE 0.               00448000
       01  WS-BILL-TAX-AREA.                                            00449000
           05  WS-BILL-TAX-LINE     OCCURS 6 TIMES.                     00450000
               10  WS-BTX-RIDER     PIC X(03).                          00451000
               10  WS-BTX-AMT       PIC 9(5)V99.                        00452000
                                                                        00453000
      ***************************************************************** 00454000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00455000
      ***************************************************************** 00456000
       01  WS-TRAN-COUNT            PIC 9(7)     VALUE 0.               00457000
       01  WS-REBILL-COUNT          PIC 9(7)     VALUE 0.               00458000
       01  WS-REJ-COUNT             PIC 9(7)     VALUE 0.               00459000
       01  WS-UH-REPLACED           PIC 9(7)     VALUE 0.               00460000
       01  WS-TOT-ORIG-BILLED       PIC 9(8)V99  VALUE 0.               00461000
       01  WS-TOT-NEW-BILLED        PIC 9(8)V99  VALUE 0.               00462000
       01  WS-TOT-REV-REVERSED      PIC 9(8)V99  VALUE 0.               00463000
       01  WS-TOT-REV-REBILLED      PIC 9(8)V99  VALUE 0.               00464000
       01  WS-TOT-TAX-REVERSED      PIC 9(8)V99  VALUE 0.               00465000
       01  WS-TOT-TAX-REBILLED      PIC 9(8)V99  VALUE 0.               00466000
       01  WS-TOT-NET-CHANGE        PIC S9(8)V99 VALUE 0.               00467000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00468000
       01  WS-KWH-ED                PIC ZZ,ZZ9.                         00469000
       01  WS-KWH-ED2               PIC ZZ,ZZ9.                         00470000
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  00471000
       01  WS-MONEY-ED2             PIC $$,$$$,$$9.99.                  00472000
       01  WS-CHG-ED                PIC $$,$$$,$$9.99-.                 00473000
       01  WS-TOT-MONEY-ED          PIC $$$,$$$,$$9.99-.                00474000
                                                                        00475000
      ***************************************************************** 00476000
      * IT'S GO TIME!                                                   00477000
      ***************************************************************** 00478000
       PROCEDURE DIVISION.                                              00479000
                                                                        00480000
      ***************************************************************** 00481000
      * MAINLINE - LOAD THE TRANSACTIONS, FIND EACH ORIGINAL BILL AND   00482000
      * ITS TAX LINES, CANCEL AND REBILL, THEN REWRITE THE USAGE        00483000
      * HISTORY WITH THE CORRECTED MONTHS.                              00484000
      ***************************************************************** 00485000
       000-MAIN.                                                        00486000
           DISPLAY '*************************************'.             00487000
           DISPLAY '*** UTIL2050 - CANCEL / REBILL    ***'.             00488000
           DISPLAY '*************************************'.             00489000
           DISPLAY ' '.                                                 00490000
                                                                        00491000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00492000
           ACCEPT WS-RUN-TIME-8 FROM TIME.                              00493000
                                                                        00494000
           PERFORM 150-LOAD-RATES THRU 150-EXIT.                        00495000
           PERFORM 155-LOAD-TAXES THRU 155-EXIT.                        00496000
           PERFORM 010-OPEN-FILES THRU 010-EXIT.                        00497000
      * A FILE THAT WILL NOT OPEN STOPS THE RUN BEFORE ANYTHING IS      00498000
      * UPDATED - NOTHING IS HALF-CANCELLED.                            00499000
           IF RETURN-CODE NOT = 0                                       00500000
               DISPLAY 'UTIL2050 - RUN ABORTED, RC = ' RETURN-CODE      00501000
               STOP RUN                                                 00502000
           END-IF.                                                      00503000
                                                                        00504000
           PERFORM 020-LOAD-TRANS THRU 020-EXIT.                        00505000
           PERFORM 030-FIND-ORIGINALS THRU 030-EXIT.                    00506000
           PERFORM 040-NET-ORIG-TAX THRU 040-EXIT.                      00507000
           PERFORM 050-OPEN-EXTENDS THRU 050-EXIT.                      00508000
           IF RETURN-CODE NOT = 0                                       00509000
               DISPLAY 'UTIL2050 - RUN ABORTED, RC = ' RETURN-CODE      00510000
               STOP RUN                                                 00511000
           END-IF.                                                      00512000
                                                                        00513000
           PERFORM 500-REBILL-ONE THRU 500-EXIT                         00514000
               VARYING WS-CRB-SUB FROM 1 BY 1                           00515000
               UNTIL WS-CRB-SUB > WS-CRB-COUNT.                         00516000
                                                                        00517000
           PERFORM 800-COPY-USAGE THRU 800-EXIT.                        00518000
           PERFORM 900-WRITE-REG-TOTALS.                                00519000
                                                                        00520000
           CLOSE CUSTOMER-MASTER AUDIT-LOG GL-EXTRACT TAX-EXTRACT.      00521000
           CLOSE USAGE-HISTORY USAGE-OUT STATEMENT-WORK REBILL-REG.     00522000
           IF AUDINDEX-AVAILABLE                                        00523000
               CLOSE AUDIT-INDEX                                        00524000
           END-IF.                                                      00525000
                                                                        00526000
           DISPLAY 'UTIL2050 - TRANSACTIONS READ : ' WS-TRAN-COUNT.     00527000
           DISPLAY 'UTIL2050 - BILLS REBILLED    : ' WS-REBILL-COUNT.   00528000
           DISPLAY 'UTIL2050 - REJECTED          : ' WS-REJ-COUNT.      00529000
           DISPLAY 'UTIL2050 - HISTORY REPLACED  : ' WS-UH-REPLACED.    00530000
                                                                        00531000
           STOP RUN.                                                    00532000
                                                                        00533000
      ***************************************************************** 00534000
      * OPEN EVERY FILE THE RUN NEEDS UP FRONT. THE AUDIT LOG AND TAX   00535000
      * EXTRACT OPEN INPUT HERE TO FIND THE ORIGINALS AND ARE OPENED    00536000
      * AGAIN FOR APPEND ONCE THEY HAVE BEEN READ. THE ARCHIVE INDEX    00537000
      * IS OPTIONAL - WITHOUT IT ONLY BILLS STILL ON THE LIVE LOG       00538000
      * CAN BE CORRECTED.                                               00539000
      ***************************************************************** 00540000
       010-OPEN-FILES.                                                  00541000
           OPEN INPUT REBILL-TRANS.                                     00542000
           IF WS-CRBTRAN-STATUS NOT = '00'                              00543000
               DISPLAY 'UTIL2050 - CRBTRAN OPEN FAILED, STATUS = '      00544000
                   WS-CRBTRAN-STATUS                                    00545000
               MOVE 16 TO RETURN-CODE                                   00546000
               GO TO 010-EXIT                                           00547000
           END-IF.                                                      00548000
                                                                        00549000
           OPEN I-O CUSTOMER-MASTER.                                    00550000
           IF WS-CUSTMAS-STATUS NOT = '00'                              00551000
               DISPLAY 'UTIL2050 - CUSTMAS OPEN FAILED, STATUS = '      00552000
                   WS-CUSTMAS-STATUS                                    00553000
               CLOSE REBILL-TRANS                                       00554000
               MOVE 16 TO RETURN-CODE                                   00555000
               GO TO 010-EXIT                                           00556000
           END-IF.                                                      00557000
                                                                        00558000
           OPEN INPUT AUDIT-LOG.                                        00559000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00560000
               DISPLAY 'UTIL2050 - AUDITLOG OPEN FAILED, STATUS = '     00561000
                   WS-AUDITLOG-STATUS                                   00562000
               CLOSE REBILL-TRANS CUSTOMER-MASTER                       00563000
               MOVE 16 TO RETURN-CODE                                   00564000
               GO TO 010-EXIT                                           00565000
           END-IF.                                                      00566000
                                                                        00567000
           OPEN INPUT TAX-EXTRACT.                                      00568000
           IF WS-TAXEXTR-STATUS NOT = '00'                              00569000
               DISPLAY 'UTIL2050 - TAXEXTR OPEN FAILED, STATUS = '      00570000
                   WS-TAXEXTR-STATUS                                    00571000
               CLOSE REBILL-TRANS CUSTOMER-MASTER AUDIT-LOG             00572000
               MOVE 16 TO RETURN-CODE                                   00573000
               GO TO 010-EXIT                                           00574000
           END-IF.                                                      00575000
                                                                        00576000
           OPEN INPUT USAGE-HISTORY.                                    00577000
           IF WS-USAGEHST-STATUS NOT = '00'                             00578000
               DISPLAY 'UTIL2050 - USAGEHST OPEN FAILED, STATUS = '     00579000
                   WS-USAGEHST-STATUS                                   00580000
               CLOSE REBILL-TRANS CUSTOMER-MASTER AUDIT-LOG             00581000
                   TAX-EXTRACT                                          00582000
               MOVE 16 TO RETURN-CODE                                   00583000
               GO TO 010-EXIT                                           00584000
           END-IF.                                                      00585000
                                                                        00586000
           OPEN OUTPUT USAGE-OUT.                                       00587000
           IF WS-USAGEOUT-STATUS NOT = '00'                             00588000
               DISPLAY 'UTIL2050 - USAGEOUT OPEN FAILED, STATUS = '     00589000
                   WS-USAGEOUT-STATUS                                   00590000
               CLOSE REBILL-TRANS CUSTOMER-MASTER AUDIT-LOG             00591000
                   TAX-EXTRACT USAGE-HISTORY                            00592000
               MOVE 16 TO RETURN-CODE                                   00593000
               GO TO 010-EXIT                                           00594000
           END-IF.                                                      00595000
                                                                        00596000
           OPEN OUTPUT STATEMENT-WORK.                                  00597000
           IF WS-STMWORK-STATUS NOT = '00'                              00598000
               DISPLAY 'UTIL2050 - STMWORK OPEN FAILED, STATUS = '      00599000
                   WS-STMWORK-STATUS                                    00600000
               CLOSE REBILL-TRANS CUSTOMER-MASTER AUDIT-LOG             00601000
                   TAX-EXTRACT USAGE-HISTORY USAGE-OUT                  00602000
               MOVE 16 TO RETURN-CODE                                   00603000
               GO TO 010-EXIT                                           00604000
           END-IF.                                                      00605000
                                                                        00606000
           OPEN OUTPUT REBILL-REG.                                      00607000
           IF WS-CRBREG-STATUS NOT = '00'                               00608000
               DISPLAY 'UTIL2050 - CRBREG OPEN FAILED, STATUS = '       00609000
                   WS-CRBREG-STATUS                                     00610000
               CLOSE REBILL-TRANS CUSTOMER-MASTER AUDIT-LOG             00611000
                   TAX-EXTRACT USAGE-HISTORY USAGE-OUT STATEMENT-WORK   00612000
               MOVE 16 TO RETURN-CODE                                   00613000
               GO TO 010-EXIT                                           00614000
           END-IF.                                                      00615000
                                                                        00616000
           OPEN INPUT AUDIT-INDEX.                                      00617000
           IF WS-AUDINDEX-STATUS = '00'                                 00618000
               SET AUDINDEX-AVAILABLE TO TRUE                           00619000
           ELSE                                                         00620000
               DISPLAY 'UTIL2050 - AUDINDEX NOT AVAILABLE, STATUS = '   00621000
                   WS-AUDINDEX-STATUS ' - LIVE AUDIT LOG ONLY'          00622000
               SET AUDINDEX-UNAVAILABLE TO TRUE                         00623000
           END-IF.                                                      00624000
                                                                        00625000
           MOVE SPACES TO CRBREG-LINE.                                  00626000
           STRING 'UTIL2050 CANCEL/REBILL REGISTER   RUN DATE: '        00627000
               WS-RUN-DATE-8 '   RUN TIME: ' WS-RUN-TIME-8              00628000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      00629000
           WRITE CRBREG-LINE.                                           00630000
           MOVE SPACES TO CRBREG-LINE.                                  00631000
           STRING 'ACCT   NAME         ORIGINAL BILL     RSN'           00632000
               '  KWH ORIG>NEW   ORIG BILLED'                           00633000
               '      NEW BILLED          CHANGE'                       00634000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      00635000
           WRITE CRBREG-LINE.                                           00636000
           MOVE ALL '-' TO CRBREG-LINE.                                 00637000
           WRITE CRBREG-LINE.                                           00638000
                                                                        00639000
       010-EXIT.                                                        00640000
           EXIT.                                                        00641000
                                                                        00642000
      ***************************************************************** 00643000
      * LOAD THE DAY'S CANCEL/REBILL TRANSACTIONS INTO THE TABLE,       00644000
      * REJECTING ANY THAT FAIL THE FORMAT EDITS.                       00645000
      ***************************************************************** 00646000
       020-LOAD-TRANS.                                                  00647000
           PERFORM 021-READ-TRAN-RTN.                                   00648000
           PERFORM 022-STORE-TRAN THRU 022-EXIT                         00649000
               UNTIL CRBTRAN-EOF.                                       00650000
           CLOSE REBILL-TRANS.                                          00651000
                                                                        00652000
       020-EXIT.                                                        00653000
           EXIT.                                                        00654000
                                                                        00655000
      ***************************************************************** 00656000
      * READ THE NEXT CANCEL/REBILL TRANSACTION, SETTING THE EOF        00657000
      * SWITCH WHEN THE FILE IS EXHAUSTED.                              00658000
      ***************************************************************** 00659000
       021-READ-TRAN-RTN.                                               00660000
           READ REBILL-TRANS                                            00661000
               AT END                                                   00662000
                   SET CRBTRAN-EOF TO TRUE                              00663000
               NOT AT END                                               00664000
                   SET CRBTRAN-NOT-EOF TO TRUE                          00665000
                   ADD 1 TO WS-TRAN-COUNT                               00666000
           END-READ.                                                    00667000
                                                                        00668000
      ***************************************************************** 00669000
      * EDIT ONE TRANSACTION AND ADD IT TO THE TABLE. THE ORIGINAL      00670000
      * RUN DATE MUST BE A REAL DATE AND THE RUN TIME NUMERIC, THE      00671000
      * CORRECTED KWH BLANK OR NUMERIC, THE REASON CODE KNOWN, AND      00672000
      * THE ACCOUNT NOT ALREADY ON AN EARLIER TRANSACTION.              00673000
      ***************************************************************** 00674000
       022-STORE-TRAN.                                                  00675000
           SET TRAN-VALID TO TRUE.                                      00676000
           MOVE SPACES TO WS-REJ-REASON.                                00677000
                                                                        00678000
           IF CR-ACCT-NO = SPACES                                       00679000
               SET TRAN-INVALID TO TRUE                                 00680000
               MOVE 'MISSING ACCOUNT NUMBER' TO WS-REJ-REASON           00681000
           END-IF.                                                      00682000
           IF TRAN-VALID                                                00683000
               AND (CR-ORIG-RUN-DATE NOT NUMERIC                        00684000
               OR FUNCTION TEST-DATE-YYYYMMDD (CR-ORIG-RUN-DATE)        00685000
                   NOT = 0                                              00686000
               OR CR-ORIG-RUN-TIME NOT NUMERIC)                         00687000
               SET TRAN-INVALID TO TRUE                                 00688000
               MOVE 'ORIGINAL RUN DATE/TIME INVALID'                    00689000
                   TO WS-REJ-REASON                                     00690000
           END-IF.                                                      00691000
           IF TRAN-VALID                                                00692000
               AND CR-KWH-USED-X NOT = SPACES                           00693000
               AND CR-KWH-USED NOT NUMERIC                              00694000
               SET TRAN-INVALID TO TRUE                                 00695000
               MOVE 'CORRECTED KWH NOT NUMERIC' TO WS-REJ-REASON        00696000
           END-IF.                                                      00697000
           IF TRAN-VALID                                                00698000
               AND CR-KWH-RECEIVED-X NOT = SPACES                       00699000
               AND CR-KWH-RECEIVED NOT NUMERIC                          00700000
               SET TRAN-INVALID TO TRUE                                 00701000
               MOVE 'CORRECTED RECEIVED KWH NOT NUMERIC'                00702000
                   TO WS-REJ-REASON                                     00703000
           END-IF.                                                      00704000
           IF TRAN-VALID AND NOT CR-REASON-VALID                        00705000
               SET TRAN-INVALID TO TRUE                                 00706000
               MOVE 'REASON CODE NOT MRD, RCL, SVD OR OTH'              00707000
                   TO WS-REJ-REASON                                     00708000
           END-IF.                                                      00709000
           IF TRAN-VALID                                                00710000
               PERFORM 023-CHECK-DUP-ACCT                               00711000
                   VARYING WS-CRB-SUB2 FROM 1 BY 1                      00712000
                   UNTIL WS-CRB-SUB2 > WS-CRB-COUNT                     00713000
           END-IF.                                                      00714000
           IF TRAN-VALID AND WS-CRB-COUNT >= 200                        00715000
               SET TRAN-INVALID TO TRUE                                 00716000
               MOVE 'MORE THAN 200 REBILLS - RESUBMIT NEXT RUN'         00717000
                   TO WS-REJ-REASON                                     00718000
           END-IF.                                                      00719000
                                                                        00720000
           IF TRAN-INVALID                                              00721000
               MOVE CR-ACCT-NO       TO WS-REJ-ACCT                     00722000
               MOVE CR-ORIG-RUN-DATE TO WS-REJ-DATE                     00723000
               MOVE CR-ORIG-RUN-TIME TO WS-REJ-TIME                     00724000
               MOVE CR-REASON-CODE   TO WS-REJ-CODE                     00725000
               PERFORM 595-WRITE-REJECT                                 00726000
               GO TO 022-READ-NEXT                                      00727000
           END-IF.                                                      00728000
                                                                        00729000
           ADD 1 TO WS-CRB-COUNT.                                       00730000
           MOVE CR-ACCT-NO       TO WS-CB-ACCT-NO (WS-CRB-COUNT).       00731000
           MOVE CR-ORIG-RUN-DATE TO WS-CB-ORIG-DATE (WS-CRB-COUNT).     00732000
           MOVE CR-ORIG-RUN-TIME TO WS-CB-ORIG-TIME (WS-CRB-COUNT).     00733000
           MOVE CR-REASON-CODE   TO WS-CB-REASON (WS-CRB-COUNT).        00734000
           IF CR-KWH-USED-X = SPACES                                    00735000
               MOVE 'N' TO WS-CB-KWH-SW (WS-CRB-COUNT)                  00736000
               MOVE 0   TO WS-CB-KWH (WS-CRB-COUNT)                     00737000
           ELSE                                                         00738000
               MOVE 'Y' TO WS-CB-KWH-SW (WS-CRB-COUNT)                  00739000
               MOVE CR-KWH-USED TO WS-CB-KWH (WS-CRB-COUNT)             00740000
           END-IF.                                                      00741000
           IF CR-KWH-RECEIVED-X = SPACES                                00742000
               MOVE 'N' TO WS-CB-RCV-SW (WS-CRB-COUNT)                  00743000
               MOVE 0   TO WS-CB-RCV (WS-CRB-COUNT)                     00744000
           ELSE                                                         00745000
               MOVE 'Y' TO WS-CB-RCV-SW (WS-CRB-COUNT)                  00746000
               MOVE CR-KWH-RECEIVED TO WS-CB-RCV (WS-CRB-COUNT)         00747000
           END-IF.                                                      00748000
           MOVE 'N'    TO WS-CB-FOUND-SW (WS-CRB-COUNT).                00749000
           MOVE 'N'    TO WS-CB-CXL-SW (WS-CRB-COUNT).                  00750000
           MOVE 'N'    TO WS-CB-NEW-SW (WS-CRB-COUNT).                  00751000
           MOVE SPACES TO WS-CB-ORIG-AUDIT (WS-CRB-COUNT).              00752000
           MOVE 0      TO WS-CB-PERIOD (WS-CRB-COUNT).                  00753000
           MOVE 0      TO WS-CB-TAX-COUNT (WS-CRB-COUNT).               00754000
                                                                        00755000
       022-READ-NEXT.                                                   00756000
           PERFORM 021-READ-TRAN-RTN.                                   00757000
                                                                        00758000
       022-EXIT.                                                        00759000
           EXIT.                                                        00760000
                                                                        00761000
      ***************************************************************** 00762000
      * REJECT THE TRANSACTION IN HAND IF AN EARLIER ONE IN THE         00763000
      * TABLE IS FOR THE SAME ACCOUNT.                                  00764000
      ***************************************************************** 00765000
       023-CHECK-DUP-ACCT.                                              00766000
           IF TRAN-VALID                                                00767000
               AND WS-CB-ACCT-NO (WS-CRB-SUB2) = CR-ACCT-NO             00768000
               SET TRAN-INVALID TO TRUE                                 00769000
               MOVE 'ACCOUNT ALREADY REBILLED THIS RUN'                 00770000
                   TO WS-REJ-REASON                                     00771000
           END-IF.                                                      00772000
                                                                        00773000
      ***************************************************************** 00774000
      * READ THE LIVE AUDIT LOG ONCE, PICKING UP THE ORIGINAL BILL      00775000
      * FOR EVERY TRANSACTION AND NOTING ANY BILL ALREADY REPLACED BY   00776000
      * AN EARLIER REBILL. BILLS NOT ON THE LIVE LOG ARE LOOKED UP      00777000
      * IN THE ARCHIVE INDEX.                                           00778000
      ***************************************************************** 00779000
       030-FIND-ORIGINALS.                                              00780000
           PERFORM 031-READ-AUDIT-RTN.                                  00781000
           PERFORM 032-MATCH-AUDIT THRU 032-EXIT                        00782000
               UNTIL AUDITLOG-EOF.                                      00783000
           CLOSE AUDIT-LOG.                                             00784000
                                                                        00785000
           IF AUDINDEX-AVAILABLE                                        00786000
               PERFORM 035-PROBE-ARCHIVE                                00787000
                   VARYING WS-CRB-SUB FROM 1 BY 1                       00788000
                   UNTIL WS-CRB-SUB > WS-CRB-COUNT                      00789000
           END-IF.                                                      00790000
                                                                        00791000
       030-EXIT.                                                        00792000
           EXIT.                                                        00793000
                                                                        00794000
      ***************************************************************** 00795000
      * READ THE NEXT AUDIT LOG RECORD, SETTING THE EOF SWITCH WHEN     00796000
      * THE FILE IS EXHAUSTED.                                          00797000
      ***************************************************************** 00798000
       031-READ-AUDIT-RTN.                                              00799000
           READ AUDIT-LOG                                               00800000
               AT END                                                   00801000
                   SET AUDITLOG-EOF TO TRUE                             00802000
               NOT AT END                                               00803000
                   SET AUDITLOG-NOT-EOF TO TRUE                         00804000
           END-READ.                                                    00805000
                                                                        00806000
      ***************************************************************** 00807000
      * CHECK ONE AUDIT RECORD AGAINST EVERY TRANSACTION.               00808000
      ***************************************************************** 00809000
       032-MATCH-AUDIT.                                                 00810000
           PERFORM 033-MATCH-ONE-TRAN                                   00811000
               VARYING WS-CRB-SUB FROM 1 BY 1                           00812000
               UNTIL WS-CRB-SUB > WS-CRB-COUNT.                         00813000
           PERFORM 031-READ-AUDIT-RTN.                                  00814000
                                                                        00815000
       032-EXIT.                                                        00816000
           EXIT.                                                        00817000
                                                                        00818000
      ***************************************************************** 00819000
      * THE AUDIT RECORD IN HAND IS EITHER THE BILL THE TRANSACTION     00820000
      * NAMES, OR A REBILL THAT ALREADY REPLACED THAT BILL.             00821000
      ***************************************************************** 00822000
       033-MATCH-ONE-TRAN.                                              00823000
           IF WS-CB-ACCT-NO (WS-CRB-SUB) = AUD-ACCT-NO                  00824000
               IF AUD-RUN-DATE = WS-CB-ORIG-DATE (WS-CRB-SUB)           00825000
                   AND AUD-RUN-TIME = WS-CB-ORIG-TIME (WS-CRB-SUB)      00826000
                   MOVE AUD-AUDIT-RECORD TO WS-ORIG-AUDIT               00827000
                   PERFORM 034-STORE-ORIG                               00828000
               END-IF                                                   00829000
               IF AUD-REBILL-ENTRY                                      00830000
                   AND AUD-ORIG-RUN-DATE = WS-CB-ORIG-DATE (WS-CRB-SUB) 00831000
                   AND AUD-ORIG-RUN-TIME = WS-CB-ORIG-TIME (WS-CRB-SUB) 00832000
                   MOVE 'Y' TO WS-CB-CXL-SW (WS-CRB-SUB)                00833000
               END-IF                                                   00834000
           END-IF.                                                      00835000
                                                                        00836000
      ***************************************************************** 00837000
      * KEEP THE ORIGINAL BILL IN WS-ORIG-AUDIT ON ITS TRANSACTION AND  00838000
      * WORK OUT THE PERIOD IT BILLED - A REBILL CARRIES ITS PERIOD,    00839000
      * A BILLING-RUN RECORD BILLED ITS RUN MONTH.                      00840000
      ***************************************************************** 00841000
       034-STORE-ORIG.                                                  00842000
           MOVE WS-ORIG-AUDIT TO WS-CB-ORIG-AUDIT (WS-CRB-SUB).         00843000
           MOVE 'Y' TO WS-CB-FOUND-SW (WS-CRB-SUB).                     00844000
           IF OA-BILL-PERIOD NUMERIC AND OA-BILL-PERIOD > 0             00845000
               MOVE OA-BILL-PERIOD TO WS-CB-PERIOD (WS-CRB-SUB)         00846000
           ELSE                                                         00847000
               COMPUTE WS-CB-PERIOD (WS-CRB-SUB) =                      00848000
                   FUNCTION INTEGER (OA-RUN-DATE / 100)                 00849000
           END-IF.                                                      00850000
                                                                        00851000
      ***************************************************************** 00852000
      * LOOK UP A BILL NOT FOUND ON THE LIVE LOG IN THE ARCHIVE INDEX   00853000
      * BY ITS KEY.                                                     00854000
      ***************************************************************** 00855000
       035-PROBE-ARCHIVE.                                               00856000
           IF WS-CB-FOUND-SW (WS-CRB-SUB) = 'N'                         00857000
               MOVE WS-CB-ACCT-NO (WS-CRB-SUB)   TO AX-ACCT-NO          00858000
               MOVE WS-CB-ORIG-DATE (WS-CRB-SUB) TO AX-RUN-DATE         00859000
               MOVE WS-CB-ORIG-TIME (WS-CRB-SUB) TO AX-RUN-TIME         00860000
               READ AUDIT-INDEX                                         00861000
                   INVALID KEY                                          00862000
                       CONTINUE                                         00863000
                   NOT INVALID KEY                                      00864000
                       MOVE AX-AUDIT-RECORD TO WS-ORIG-AUDIT            00865000
                       PERFORM 034-STORE-ORIG                           00866000
               END-READ                                                 00867000
           END-IF.                                                      00868000
                                                                        00869000
      ***************************************************************** 00870000
      * READ THE TAX EXTRACT ONCE AND NET THE TAX LINES OF EVERY        00871000
      * ORIGINAL BILL FOUND BY JURISDICTION AND RIDER - BILLING-RUN     00872000
      * AND REBILL LINES ADD, CANCEL LINES SUBTRACT - SO A BILL THAT    00873000
      * WAS ITSELF A REBILL NETS TO ITS OWN LINES.                      00874000
      ***************************************************************** 00875000
       040-NET-ORIG-TAX.                                                00876000
           PERFORM 041-READ-TAXEXTR-RTN.                                00877000
           PERFORM 042-NET-ONE-LINE THRU 042-EXIT                       00878000
               UNTIL TAXEXTR-EOF.                                       00879000
           CLOSE TAX-EXTRACT.                                           00880000
                                                                        00881000
       040-EXIT.                                                        00882000
           EXIT.                                                        00883000
                                                                        00884000
      ***************************************************************** 00885000
      * READ THE NEXT TAX EXTRACT RECORD, SETTING THE EOF SWITCH WHEN   00886000
      * THE FILE IS EXHAUSTED.                                          00887000
      ***************************************************************** 00888000
       041-READ-TAXEXTR-RTN.                                            00889000
           READ TAX-EXTRACT                                             00890000
               AT END                                                   00891000
                   SET TAXEXTR-EOF TO TRUE                              00892000
               NOT AT END                                               00893000
                   SET TAXEXTR-NOT-EOF TO TRUE                          00894000
           END-READ.                                                    00895000
                                                                        00896000
      ***************************************************************** 00897000
      * FOLD ONE TAX EXTRACT LINE INTO EVERY TRANSACTION WHOSE          00898000
      * ORIGINAL BILL IS FOR THAT ACCOUNT AND PERIOD.                   00899000
      ***************************************************************** 00900000
       042-NET-ONE-LINE.                                                00901000
           PERFORM 043-ADD-TO-TRAN                                      00902000
               VARYING WS-CRB-SUB FROM 1 BY 1                           00903000
               UNTIL WS-CRB-SUB > WS-CRB-COUNT.                         00904000
           PERFORM 041-READ-TAXEXTR-RTN.                                00905000
                                                                        00906000
       042-EXIT.                                                        00907000
           EXIT.                                                        00908000
                                                                        00909000
      ***************************************************************** 00910000
      * ADD (OR, FOR A CANCEL LINE, SUBTRACT) THE TAX LINE IN HAND TO   00911000
      * ITS JURISDICTION/RIDER LINE ON THE TRANSACTION. MORE THAN SIX   00912000
      * LINES ON ONE BILL WILL NOT NET TO THE AUDIT TAX TOTAL, AND      00913000
      * 520-PROVE-CANCEL-TAX SORTS IT OUT.                              00914000
      ***************************************************************** 00915000
       043-ADD-TO-TRAN.                                                 00916000
           IF WS-CB-FOUND-SW (WS-CRB-SUB) = 'N'                         00917000
               OR WS-CB-ACCT-NO (WS-CRB-SUB) NOT = TE-ACCT-NO           00918000
               OR WS-CB-PERIOD (WS-CRB-SUB) NOT = TE-BILLING-PERIOD     00919000
               GO TO 043-EXIT                                           00920000
           END-IF.                                                      00921000
                                                                        00922000
           SET TX-LINE-NOT-FOUND TO TRUE.                               00923000
           PERFORM 044-FIND-TAX-LINE                                    00924000
               VARYING WS-TX-SUB FROM 1 BY 1                            00925000
               UNTIL WS-TX-SUB > WS-CB-TAX-COUNT (WS-CRB-SUB)           00926000
                   OR TX-LINE-FOUND.                                    00927000
           IF TX-LINE-FOUND                                             00928000
               SUBTRACT 1 FROM WS-TX-SUB                                00929000
           ELSE                                                         00930000
               IF WS-CB-TAX-COUNT (WS-CRB-SUB) >= 6                     00931000
                   GO TO 043-EXIT                                       00932000
               END-IF                                                   00933000
               ADD 1 TO WS-CB-TAX-COUNT (WS-CRB-SUB)                    00934000
               MOVE WS-CB-TAX-COUNT (WS-CRB-SUB) TO WS-TX-SUB           00935000
               MOVE TE-JURIS-CODE                                       00936000
                   TO WS-CB-TX-JURIS (WS-CRB-SUB WS-TX-SUB)             00937000
               MOVE TE-RIDER-CODE                                       00938000
                   TO WS-CB-TX-RIDER (WS-CRB-SUB WS-TX-SUB)             00939000
               MOVE TE-AUTHORITY-NAME                                   00940000
                   TO WS-CB-TX-AUTH (WS-CRB-SUB WS-TX-SUB)              00941000
               MOVE 0 TO WS-CB-TX-BASIS (WS-CRB-SUB WS-TX-SUB)          00942000
               MOVE 0 TO WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB)            00943000
           END-IF.                                                      00944000
                                                                        00945000
           IF TE-CANCEL-ENTRY                                           00946000
               SUBTRACT TE-BASIS-AMT                                    00947000
                   FROM WS-CB-TX-BASIS (WS-CRB-SUB WS-TX-SUB)           00948000
               SUBTRACT TE-TAX-AMT                                      00949000
                   FROM WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB)             00950000
           ELSE                                                         00951000
               ADD TE-BASIS-AMT                                         00952000
                   TO WS-CB-TX-BASIS (WS-CRB-SUB WS-TX-SUB)             00953000
               ADD TE-TAX-AMT                                           00954000
                   TO WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB)               00955000
           END-IF.                                                      00956000
                                                                        00957000
       043-EXIT.                                                        00958000
           EXIT.                                                        00959000
                                                                        00960000
      ***************************************************************** 00961000
      * MATCH ONE OF THE TRANSACTION'S TAX LINES ON JURISDICTION AND    00962000
      * RIDER. THE VARYING LEAVES WS-TX-SUB ONE PAST A MATCH.           00963000
      ***************************************************************** 00964000
       044-FIND-TAX-LINE.                                               00965000
           IF WS-CB-TX-JURIS (WS-CRB-SUB WS-TX-SUB) = TE-JURIS-CODE     00966000
               AND WS-CB-TX-RIDER (WS-CRB-SUB WS-TX-SUB)                00967000
                   = TE-RIDER-CODE                                      00968000
               SET TX-LINE-FOUND TO TRUE                                00969000
           END-IF.                                                      00970000
                                                                        00971000
      ***************************************************************** 00972000
      * THE AUDIT LOG AND TAX EXTRACT HAVE BEEN READ - OPEN THEM, AND   00973000
      * THE GL EXTRACT, FOR APPEND.                                     00974000
      ***************************************************************** 00975000
       050-OPEN-EXTENDS.                                                00976000
           OPEN EXTEND AUDIT-LOG.                                       00977000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00978000
               DISPLAY 'UTIL2050 - AUDITLOG EXTEND FAILED, STATUS = '   00979000
                   WS-AUDITLOG-STATUS                                   00980000
               MOVE 16 TO RETURN-CODE                                   00981000
               GO TO 050-EXIT                                           00982000
           END-IF.                                                      00983000
                                                                        00984000
           OPEN EXTEND TAX-EXTRACT.                                     00985000
           IF WS-TAXEXTR-STATUS NOT = '00'                              00986000
               DISPLAY 'UTIL2050 - TAXEXTR EXTEND FAILED, STATUS = '    00987000
                   WS-TAXEXTR-STATUS                                    00988000
               CLOSE AUDIT-LOG                                          00989000
               MOVE 16 TO RETURN-CODE                                   00990000
               GO TO 050-EXIT                                           00991000
           END-IF.                                                      00992000
                                                                        00993000
           OPEN EXTEND GL-EXTRACT.                                      00994000
           IF WS-GLEXTR-STATUS NOT = '00'                               00995000
               DISPLAY 'UTIL2050 - GLEXTR EXTEND FAILED, STATUS = '     00996000
                   WS-GLEXTR-STATUS                                     00997000
               CLOSE AUDIT-LOG TAX-EXTRACT                              00998000
               MOVE 16 TO RETURN-CODE                                   00999000
               GO TO 050-EXIT                                           01000000
           END-IF.                                                      01001000
                                                                        01002000
       050-EXIT.                                                        01003000
           EXIT.                                                        01004000
                                                                        01005000
      ***************************************************************** 01006000
      * LOAD THE RATE SCHEDULE TABLE ONE TIME AT STARTUP - SAME AS      01007000
      * UTIL2000.                                                       01008000
      ***************************************************************** 01009000
       150-LOAD-RATES.                                                  01010000
           OPEN INPUT RATE-SCHEDULE.                                    01011000
           IF WS-RATESCH-STATUS NOT = '00'                              01012000
               DISPLAY 'UTIL2050 - RATESCH OPEN FAILED, STATUS = '      01013000
                   WS-RATESCH-STATUS                                    01014000
               MOVE 16 TO RETURN-CODE                                   01015000
               GO TO 150-EXIT                                           01016000
           END-IF.                                                      01017000
                                                                        01018000
           PERFORM 160-READ-RATE-RTN.                                   01019000
           PERFORM 170-STORE-RATE UNTIL RATESCH-EOF.                    01020000
                                                                        01021000
           CLOSE RATE-SCHEDULE.                                         01022000
                                                                        01023000
       150-EXIT.                                                        01024000
           EXIT.                                                        01025000
                                                                        01026000
      ***************************************************************** 01027000
      * ADD ONE RATE SCHEDULE RECORD TO THE IN-MEMORY TABLE, THEN READ  01028000
      * THE NEXT ONE.                                                   01029000
      ***************************************************************** 01030000
       170-STORE-RATE.                                                  01031000
           IF WS-RATE-TABLE-COUNT >= 60                                 01032000
               DISPLAY 'UTIL2050 - RATE SCHEDULE HAS MORE THAN 60 '     01033000
                   'VERSIONS, IGNORING THE REST'                        01034000
               SET RATESCH-EOF TO TRUE                                  01035000
           ELSE                                                         01036000
               ADD 1 TO WS-RATE-TABLE-COUNT                             01037000
               SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT                   01038000
               MOVE RS-RATE-RECORD TO WS-RATE-TABLE (WS-RATE-IDX)       01039000
               PERFORM 160-READ-RATE-RTN                                01040000
           END-IF.                                                      01041000
                                                                        01042000
      ***************************************************************** 01043000
      * READ THE NEXT RATE-SCHEDULE RECORD, SETTING THE EOF SWITCH      01044000
      * WHEN THE FILE IS EXHAUSTED.                                     01045000
      ***************************************************************** 01046000
       160-READ-RATE-RTN.                                               01047000
           READ RATE-SCHEDULE                                           01048000
               AT END                                                   01049000
                   SET RATESCH-EOF TO TRUE                              01050000
               NOT AT END                                               01051000
                   SET RATESCH-NOT-EOF TO TRUE                          01052000
           END-READ.                                                    01053000
                                                                        01054000
      ***************************************************************** 01055000
      * LOAD THE TAX / RIDER SCHEDULE TABLE ONE TIME AT STARTUP - SAME  01056000
      * AS UTIL2000. A MISSING OR EMPTY FILE MEANS NO TAXES.            01057000
      ***************************************************************** 01058000
       155-LOAD-TAXES.                                                  01059000
           OPEN INPUT TAX-SCHEDULE.                                     01060000
           IF WS-TAXSCH-STATUS NOT = '00'                               01061000
               DISPLAY 'UTIL2050 - TAXSCH OPEN FAILED, STATUS = '       01062000
                   WS-TAXSCH-STATUS                                     01063000
               GO TO 155-EXIT                                           01064000
           END-IF.                                                      01065000
                                                                        01066000
           PERFORM 156-READ-TAX-RTN.                                    01067000
           PERFORM 157-STORE-TAX UNTIL TAXSCH-EOF.                      01068000
                                                                        01069000
           CLOSE TAX-SCHEDULE.                                          01070000
                                                                        01071000
       155-EXIT.                                                        01072000
           EXIT.                                                        01073000
                                                                        01074000
      ***************************************************************** 01075000
      * ADD ONE TAX SCHEDULE RECORD TO THE IN-MEMORY TABLE, THEN READ   01076000
      * THE NEXT ONE.                                                   01077000
      ***************************************************************** 01078000
       157-STORE-TAX.                                                   01079000
           IF WS-TAX-TABLE-COUNT >= 50                                  01080000
               DISPLAY 'UTIL2050 - TAX SCHEDULE HAS MORE THAN 50 '      01081000
                   'ENTRIES, IGNORING THE REST'                         01082000
               SET TAXSCH-EOF TO TRUE                                   01083000
           ELSE                                                         01084000
               ADD 1 TO WS-TAX-TABLE-COUNT                              01085000
               SET WS-TAX-IDX TO WS-TAX-TABLE-COUNT                     01086000
               MOVE TS-TAX-RECORD TO WS-TAX-TABLE (WS-TAX-IDX)          01087000
               PERFORM 156-READ-TAX-RTN                                 01088000
           END-IF.                                                      01089000
                                                                        01090000
      ***************************************************************** 01091000
      * READ THE NEXT TAX-SCHEDULE RECORD, SETTING THE EOF SWITCH       01092000
      * WHEN THE FILE IS EXHAUSTED.                                     01093000
      ***************************************************************** 01094000
       156-READ-TAX-RTN.                                                01095000
           READ TAX-SCHEDULE                                            01096000
               AT END                                                   01097000
                   SET TAXSCH-EOF TO TRUE                               01098000
               NOT AT END                                               01099000
                   SET TAXSCH-NOT-EOF TO TRUE                           01100000
           END-READ.                                                    01101000
                                                                        01102000
      ***************************************************************** 01103000
      * WORK OUT THE FIRST AND LAST CALENDAR DATE OF THE BILLING        01104000
      * PERIOD BEING CORRECTED (UTIL2000 USES ITS RUN MONTH; HERE IT    01105000
      * IS THE ORIGINAL BILL'S PERIOD). THE CORRECTED STATEMENT FALLS   01106000
      * DUE 21 DAYS AFTER TODAY, THE SAME TERMS AS A REGULAR BILL.      01107000
      ***************************************************************** 01108000
       180-CALC-PERIOD-BOUNDS.                                          01109000
           COMPUTE WS-PERIOD-START-8 =                                  01110000
               (WS-PER-YYYY * 10000) + (WS-PER-MM * 100) + 1.           01111000
                                                                        01112000
           IF WS-PER-MM = 12                                            01113000
               MOVE WS-PER-YYYY TO WS-NEXT-YYYY                         01114000
               ADD 1 TO WS-NEXT-YYYY                                    01115000
               MOVE 1 TO WS-NEXT-MM                                     01116000
           ELSE                                                         01117000
               MOVE WS-PER-YYYY TO WS-NEXT-YYYY                         01118000
               COMPUTE WS-NEXT-MM = WS-PER-MM + 1                       01119000
           END-IF.                                                      01120000
                                                                        01121000
           COMPUTE WS-NEXT-MONTH-1ST =                                  01122000
               (WS-NEXT-YYYY * 10000) + (WS-NEXT-MM * 100) + 1.         01123000
           COMPUTE WS-PERIOD-END-INT =                                  01124000
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-1ST) - 1.        01125000
           MOVE FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT)            01126000
               TO WS-PERIOD-END-8.                                      01127000
                                                                        01128000
           COMPUTE WS-DAYS-IN-PERIOD =                                  01129000
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-8) -             01130000
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-8) + 1.        01131000
                                                                        01132000
           COMPUTE WS-DUE-DATE-INT =                                    01133000
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8) + 21.           01134000
           MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)              01135000
               TO WS-DUE-DATE-8.                                        01136000
                                                                        01137000
      ***************************************************************** 01138000
      * CANCEL AND REBILL ONE TRANSACTION. EVERY EDIT IS MADE BEFORE    01139000
      * ANYTHING IS TOUCHED, SO A REJECT LEAVES THE ACCOUNT AS IT WAS.  01140000
      ***************************************************************** 01141000
       500-REBILL-ONE.                                                  01142000
           MOVE WS-CB-ACCT-NO (WS-CRB-SUB)   TO WS-REJ-ACCT.            01143000
           MOVE WS-CB-ORIG-DATE (WS-CRB-SUB) TO WS-REJ-DATE.            01144000
           MOVE WS-CB-ORIG-TIME (WS-CRB-SUB) TO WS-REJ-TIME.            01145000
           MOVE WS-CB-REASON (WS-CRB-SUB)    TO WS-REJ-CODE.            01146000
                                                                        01147000
           IF WS-CB-FOUND-SW (WS-CRB-SUB) = 'N'                         01148000
               MOVE 'ORIGINAL BILL NOT ON AUDIT LOG OR ARCHIVE'         01149000
                   TO WS-REJ-REASON                                     01150000
               PERFORM 595-WRITE-REJECT                                 01151000
               GO TO 500-EXIT                                           01152000
           END-IF.                                                      01153000
           IF WS-CB-CXL-SW (WS-CRB-SUB) = 'Y'                           01154000
               MOVE 'BILL ALREADY CANCELLED AND REBILLED'               01155000
                   TO WS-REJ-REASON                                     01156000
               PERFORM 595-WRITE-REJECT                                 01157000
               GO TO 500-EXIT                                           01158000
           END-IF.                                                      01159000
                                                                        01160000
           MOVE WS-CB-ACCT-NO (WS-CRB-SUB) TO CM-ACCT-NO.               01161000
           READ CUSTOMER-MASTER                                         01162000
               INVALID KEY                                              01163000
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON        01164000
                   PERFORM 595-WRITE-REJECT                             01165000
                   GO TO 500-EXIT                                       01166000
           END-READ.                                                    01167000
           IF CM-ACCT-CLOSED                                            01168000
               MOVE 'ACCOUNT IS CLOSED - ADJUST BY HAND'                01169000
                   TO WS-REJ-REASON                                     01170000
               PERFORM 595-WRITE-REJECT                                 01171000
               GO TO 500-EXIT                                           01172000
           END-IF.                                                      01173000
           IF CM-SERVICE-FEE NOT NUMERIC                                01174000
               MOVE 'SERVICE FEE NOT NUMERIC ON MASTER'                 01175000
                   TO WS-REJ-REASON                                     01176000
               PERFORM 595-WRITE-REJECT                                 01177000
               GO TO 500-EXIT                                           01178000
           END-IF.                                                      01179000
                                                                        01180000
           MOVE WS-CB-ORIG-AUDIT (WS-CRB-SUB) TO WS-ORIG-AUDIT.         01181000
           MOVE WS-CB-PERIOD (WS-CRB-SUB) TO WS-BILLING-PERIOD.         01182000
           PERFORM 180-CALC-PERIOD-BOUNDS.                              01183000
                                                                        01184000
           PERFORM 520-PROVE-CANCEL-TAX THRU 520-EXIT.                  01185000
           IF TRAN-INVALID                                              01186000
               PERFORM 595-WRITE-REJECT                                 01187000
               GO TO 500-EXIT                                           01188000
           END-IF.                                                      01189000
                                                                        01190000
      * A BUDGET-BILLED ORIGINAL (BILLED AT THE LEVEL AMOUNT, NOT ITS   01190066
      * ACTUAL) CAN ONLY BE REVERSED IF 530 CAN BACK ITS MONTH OUT OF   01190132
      * THE PLAN AS IT STANDS TODAY. A TRUE-UP OR A DROP FROM THE PLAN  01190198
      * SINCE THE BILL LEAVES NOTHING TO BACK IT OUT OF.                01190264
           IF OA-BILLED-AMOUNT NOT = OA-TOTAL-BILL                      01190330
               AND NOT (CM-ON-BUDGET-PLAN                               01190396
                        AND CM-BUDGET-MONTHS > 0                        01190462
                        AND OA-BILLED-AMOUNT = CM-BUDGET-AMOUNT)        01190528
               MOVE 'BUDGET PLAN CHANGED - ADJUST BY HAND'              01190594
                   TO WS-REJ-REASON                                     01190660
               PERFORM 595-WRITE-REJECT                                 01190726
               GO TO 500-EXIT                                           01190792
           END-IF.                                                      01190858
                                                                        01190924
           PERFORM 530-REVERSE-ORIGINAL.                                01191000
           PERFORM 540-REPRICE.                                         01192000
           PERFORM 550-POST-REBILL.                                     01193000
           PERFORM 560-WRITE-CANCEL-GL.                                 01194000
           PERFORM 565-WRITE-CANCEL-TAX                                 01195000
               VARYING WS-TX-SUB FROM 1 BY 1                            01196000
               UNTIL WS-TX-SUB > WS-CB-TAX-COUNT (WS-CRB-SUB).          01197000
           PERFORM 570-WRITE-REBILL-GL.                                 01198000
           PERFORM 575-WRITE-REBILL-AUDIT.                              01199000
           PERFORM 580-WRITE-STMT-WORK.                                 01200000
           PERFORM 585-KEEP-USAGE.                                      01201000
           PERFORM 590-WRITE-REG-LINE.                                  01202000
                                                                        01203000
       500-EXIT.                                                        01204000
           EXIT.                                                        01205000
                                                                        01206000
      ***************************************************************** 01207000
      * THE CANCEL MUST REVERSE EXACTLY THE TAX THE ORIGINAL BILL       01208000
      * CHARGED. THE NETTED TAX EXTRACT LINES ARE USED WHEN THEY TIE    01209000
      * TO THE AUDIT RECORD'S TAX TOTAL; OTHERWISE (THE BILL'S LINES    01210000
      * WERE ARCHIVED OFF, OR THE ACCOUNT BILLED TWICE IN THE PERIOD)   01211000
      * THE LINES ARE RECOMPUTED FROM THE ORIGINAL PRE-TAX BILL AND     01212000
      * KWH. IF NEITHER TIES, THE TAX SCHEDULE HAS CHANGED SINCE THE    01213000
      * BILL AND THE CORRECTION HAS TO BE DONE BY HAND.                 01214000
      ***************************************************************** 01215000
       520-PROVE-CANCEL-TAX.                                            01216000
           SET TRAN-VALID TO TRUE.                                      01217000
           MOVE 0 TO WS-CXL-TAX-SUM.                                    01218000
           MOVE 'N' TO WS-TX-NEG-SW.                                    01219000
           PERFORM 521-SUM-CANCEL-TAX                                   01220000
               VARYING WS-TX-SUB FROM 1 BY 1                            01221000
               UNTIL WS-TX-SUB > WS-CB-TAX-COUNT (WS-CRB-SUB).          01222000
           IF WS-CXL-TAX-SUM = OA-TAX-TOTAL                             01223000
               AND WS-TX-NEG-SW = 'N'                                   01224000
               GO TO 520-EXIT                                           01225000
           END-IF.                                                      01226000
                                                                        01227000
           MOVE 0 TO WS-CB-TAX-COUNT (WS-CRB-SUB).                      01228000
           IF OA-TAX-TOTAL = 0                                          01229000
               GO TO 520-EXIT                                           01230000
           END-IF.                                                      01231000
                                                                        01232000
           COMPUTE WS-PRETAX-BILL = OA-TOTAL-BILL - OA-TAX-TOTAL.       01233000
           COMPUTE WS-KWH-USED =                                        01234000
               OA-TIER1-KWH + OA-TIER2-KWH + OA-TIER3-KWH.              01235000
           MOVE 0 TO WS-CXL-TAX-SUM.                                    01236000
           IF CM-JURIS-CODE NOT = SPACES                                01237000
               PERFORM 522-RECALC-ONE-TAX THRU 522-EXIT                 01238000
                   VARYING WS-TAX-IDX FROM 1 BY 1                       01239000
                   UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT                01240000
           END-IF.                                                      01241000
           IF WS-CXL-TAX-SUM NOT = OA-TAX-TOTAL                         01242000
               SET TRAN-INVALID TO TRUE                                 01243000
               MOVE 'TAX SCHEDULE CHANGED SINCE BILL - BY HAND'         01244000
                   TO WS-REJ-REASON                                     01245000
           END-IF.                                                      01246000
                                                                        01247000
       520-EXIT.                                                        01248000
           EXIT.                                                        01249000
                                                                        01250000
      ***************************************************************** 01251000
      * ADD ONE NETTED TAX LINE INTO THE CANCEL TAX TOTAL.              01252000
      ***************************************************************** 01253000
       521-SUM-CANCEL-TAX.                                              01254000
           ADD WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB) TO WS-CXL-TAX-SUM.   01255000
           IF WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB) < 0                   01256000
               OR WS-CB-TX-BASIS (WS-CRB-SUB WS-TX-SUB) < 0             01257000
               MOVE 'Y' TO WS-TX-NEG-SW                                 01258000
           END-IF.                                                      01259000
                                                                        01260000
      ***************************************************************** 01261000
      * RECOMPUTE ONE TAX SCHEDULE ENTRY AGAINST THE ORIGINAL BILL,     01262000
      * THE WAY 306-APPLY-ONE-TAX COMPUTED IT, INTO THE CANCEL LINES.   01263000
      ***************************************************************** 01264000
       522-RECALC-ONE-TAX.                                              01265000
           IF WS-TT-JURIS (WS-TAX-IDX) NOT = CM-JURIS-CODE              01266000
               GO TO 522-EXIT                                           01267000
           END-IF.                                                      01268000
                                                                        01269000
           IF WS-TT-METHOD (WS-TAX-IDX) = 'K'                           01270000
               COMPUTE WS-ONE-TAX-AMT ROUNDED =                         01271000
                   WS-KWH-USED * WS-TT-FACTOR (WS-TAX-IDX)              01272000
           ELSE                                                         01273000
               COMPUTE WS-ONE-TAX-AMT ROUNDED =                         01274000
                   WS-PRETAX-BILL *                                     01275000
                   (WS-TT-FACTOR (WS-TAX-IDX) / 100)                    01276000
           END-IF.                                                      01277000
                                                                        01278000
           IF WS-ONE-TAX-AMT = 0                                        01279000
               GO TO 522-EXIT                                           01280000
           END-IF.                                                      01281000
                                                                        01282000
           ADD WS-ONE-TAX-AMT TO WS-CXL-TAX-SUM.                        01283000
                                                                        01284000
           IF WS-CB-TAX-COUNT (WS-CRB-SUB) < 6                          01285000
               ADD 1 TO WS-CB-TAX-COUNT (WS-CRB-SUB)                    01286000
               MOVE WS-CB-TAX-COUNT (WS-CRB-SUB) TO WS-TX-SUB           01287000
               MOVE CM-JURIS-CODE                                       01288000
                   TO WS-CB-TX-JURIS (WS-CRB-SUB WS-TX-SUB)             01289000
               MOVE WS-TT-RIDER (WS-TAX-IDX)                            01290000
                   TO WS-CB-TX-RIDER (WS-CRB-SUB WS-TX-SUB)             01291000
               MOVE WS-TT-AUTHORITY (WS-TAX-IDX)                        01292000
                   TO WS-CB-TX-AUTH (WS-CRB-SUB WS-TX-SUB)              01293000
               MOVE WS-PRETAX-BILL                                      01294000
                   TO WS-CB-TX-BASIS (WS-CRB-SUB WS-TX-SUB)             01295000
               MOVE WS-ONE-TAX-AMT                                      01296000
                   TO WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB)               01297000
           ELSE                                                         01298000
      * A SEVENTH LINE CANNOT BE CARRIED - MAKE SURE IT DOES NOT TIE.   01299000
               ADD 0.01 TO WS-CXL-TAX-SUM                               01300000
           END-IF.                                                      01301000
                                                                        01302000
       522-EXIT.                                                        01303000
           EXIT.                                                        01304000
                                                                        01305000
      ***************************************************************** 01306000
      * REVERSE THE ORIGINAL BILL ON THE MASTER. THE BILLED AMOUNT      01306900
      * COMES OFF A/R AS A CREDIT, OLDEST BUCKET FIRST - THE UTIL2100   01307800
      * ADJ CREDIT RULE - AND ANY NET-METERING CASH-OUT THE BILL        01308700
      * CREDITED GOES BACK ON. A BUDGET-PLAN BILL (BILLED AT THE        01309600
      * LEVEL AMOUNT) BACKS ITS MONTH OUT OF THE DEFERRED BALANCE AND   01310500
      * THE ACTUAL YTD, AND WS-BUDGET-BACKED-SW TELLS 310 THAT THE      01311400
      * CORRECTED BILL TAKES THAT MONTH'S PLACE ON THE PLAN. A          01312300
      * NET-METERED BILL PUTS THE BANK BACK THE WAY IT FOUND IT -       01313200
      * WHAT IT BANKED COMES OUT, WHAT IT DREW AND ANY CASH-OUT         01314100
      * GOES BACK IN.                                                   01314550
      ***************************************************************** 01315000
       530-REVERSE-ORIGINAL.                                            01316000
           SET BUDGET-NOT-BACKED-OUT TO TRUE.                           01316500
           MOVE OA-BILLED-AMOUNT TO WS-PAY-REMAIN.                      01317000
           MOVE CM-AGE-90 TO WS-BUCKET-AMT.                             01318000
           PERFORM 535-RELIEVE-BUCKET.                                  01319000
           MOVE WS-BUCKET-AMT TO CM-AGE-90.                             01320000
           MOVE CM-AGE-60 TO WS-BUCKET-AMT.                             01321000
           PERFORM 535-RELIEVE-BUCKET.                                  01322000
           MOVE WS-BUCKET-AMT TO CM-AGE-60.                             01323000
           MOVE CM-AGE-30 TO WS-BUCKET-AMT.                             01324000
           PERFORM 535-RELIEVE-BUCKET.                                  01325000
           MOVE WS-BUCKET-AMT TO CM-AGE-30.                             01326000
           SUBTRACT WS-PAY-REMAIN FROM CM-AGE-CURRENT.                  01327000
           SUBTRACT OA-BILLED-AMOUNT FROM CM-BALANCE-DUE.               01328000
                                                                        01329000
           IF OA-NEM-CASHOUT-AMT > 0                                    01330000
               ADD OA-NEM-CASHOUT-AMT TO CM-BALANCE-DUE                 01331000
               ADD OA-NEM-CASHOUT-AMT TO CM-AGE-CURRENT                 01332000
           END-IF.                                                      01333000
                                                                        01334000
           IF CM-ON-BUDGET-PLAN                                         01335000
               AND CM-BUDGET-MONTHS > 0                                 01336000
               AND OA-BILLED-AMOUNT = CM-BUDGET-AMOUNT                  01337000
               COMPUTE CM-DEFERRED-BAL =                                01338000
                   CM-DEFERRED-BAL -                                    01339000
                   (OA-TOTAL-BILL - OA-BILLED-AMOUNT)                   01340000
               COMPUTE WS-YTD-WORK =                                    01341000
                   CM-BUDGET-ACTUAL-YTD - OA-TOTAL-BILL                 01342000
               IF WS-YTD-WORK < 0                                       01343000
                   MOVE 0 TO WS-YTD-WORK                                01344000
               END-IF                                                   01345000
               MOVE WS-YTD-WORK TO CM-BUDGET-ACTUAL-YTD                 01346000
               SUBTRACT 1 FROM CM-BUDGET-MONTHS                         01347000
               SET BUDGET-BACKED-OUT TO TRUE                            01347500
           END-IF.                                                      01348000
                                                                        01349000
           IF OA-NEM-SW = 'Y'                                           01350000
               COMPUTE WS-CASHOUT-KWH-BACK ROUNDED =                    01351000
                   OA-NEM-CASHOUT-AMT / WS-AVOIDED-COST-RATE            01352000
               COMPUTE WS-BANK-WORK =                                   01353000
                   CM-NEM-BANK-KWH - OA-NEM-BANKED                      01354000
                   + OA-NEM-BANK-USED + WS-CASHOUT-KWH-BACK             01355000
               IF WS-BANK-WORK < 0                                      01356000
                   MOVE 0 TO WS-BANK-WORK                               01357000
               END-IF                                                   01358000
               MOVE WS-BANK-WORK TO CM-NEM-BANK-KWH                     01359000
           END-IF.                                                      01360000
                                                                        01361000
      ***************************************************************** 01362000
      * TAKE AS MUCH OF THE REMAINING CREDIT AS THE BUCKET IN           01363000
      * WS-BUCKET-AMT WILL ABSORB - SAME AS UTIL2100.                   01364000
      ***************************************************************** 01365000
       535-RELIEVE-BUCKET.                                              01366000
           IF WS-BUCKET-AMT > 0 AND WS-PAY-REMAIN > 0                   01367000
               IF WS-PAY-REMAIN >= WS-BUCKET-AMT                        01368000
                   SUBTRACT WS-BUCKET-AMT FROM WS-PAY-REMAIN            01369000
                   MOVE 0 TO WS-BUCKET-AMT                              01370000
               ELSE                                                     01371000
                   SUBTRACT WS-PAY-REMAIN FROM WS-BUCKET-AMT            01372000
                   MOVE 0 TO WS-PAY-REMAIN                              01373000
               END-IF                                                   01374000
           END-IF.                                                      01375000
                                                                        01376000
      ***************************************************************** 01377000
      * REPRICE THE PERIOD. THE KWH ARE THE CORRECTED ONES OFF THE      01378000
      * TRANSACTION, OR THE ORIGINAL BILL'S DELIVERED KWH (ITS TIER     01379000
      * KWH ON A RECORD FROM BEFORE DELIVERED WAS CARRIED); THE RATE    01380000
      * CLASS, SERVICE FEE, SERVICE DATES AND JURISDICTION ARE THE      01381000
      * MASTER'S AS CORRECTED. FROM THERE THE BILL GOES THROUGH THE     01382000
      * SAME STEPS AS UTIL2000'S 600-RUN-BILL.                          01383000
      ***************************************************************** 01384000
       540-REPRICE.                                                     01385000
           IF OA-KWH-DELIVERED > 0                                      01386000
               MOVE OA-KWH-DELIVERED TO WS-ORIG-KWH                     01387000
           ELSE                                                         01388000
               COMPUTE WS-ORIG-KWH =                                    01389000
                   OA-TIER1-KWH + OA-TIER2-KWH + OA-TIER3-KWH           01390000
           END-IF.                                                      01391000
                                                                        01392000
           PERFORM 100-INITIALIZE.                                      01393000
           MOVE CM-NAME        TO WS-CUST-NAME.                         01394000
           MOVE CM-RATE-CLASS  TO WS-CUST-RATE-CLASS.                   01395000
           MOVE CM-SERVICE-FEE TO WS-SERVICE-FEE.                       01396000
           IF WS-CB-KWH-SW (WS-CRB-SUB) = 'Y'                           01397000
               MOVE WS-CB-KWH (WS-CRB-SUB) TO WS-KWH-USED               01398000
           ELSE                                                         01399000
               MOVE WS-ORIG-KWH TO WS-KWH-USED                          01400000
           END-IF.                                                      01401000
           IF WS-CB-RCV-SW (WS-CRB-SUB) = 'Y'                           01402000
               MOVE WS-CB-RCV (WS-CRB-SUB) TO WS-RCV-TO-PRICE           01403000
           ELSE                                                         01404000
               MOVE OA-KWH-RECEIVED TO WS-RCV-TO-PRICE                  01405000
           END-IF.                                                      01406000
                                                                        01407000
           PERFORM 210-FIND-RATE-CLASS.                                 01408000
           PERFORM 220-CALC-PRORATION THRU 220-EXIT.                    01409000
           PERFORM 230-APPLY-NET-METER THRU 230-EXIT.                   01410000
           IF RATE-CHANGE-IN-PERIOD                                     01411000
               PERFORM 240-CALC-SPLIT-BILL THRU 240-EXIT                01412000
           ELSE                                                         01413000
               PERFORM 200-CALC-TIERS                                   01414000
               PERFORM 300-CALC-CHARGES                                 01415000
           END-IF.                                                      01416000
           PERFORM 305-CALC-TAXES THRU 305-EXIT.                        01417000
           PERFORM 310-APPLY-BUDGET.                                    01418000
                                                                        01419000
      ***************************************************************** 01420000
      * POST THE CORRECTED BILL TO THE MASTER THE WAY UTIL2000'S        01421000
      * 360-UPDATE-PREV-BILL DOES - INTO THE BALANCE AND CURRENT        01422000
      * BUCKET, LESS ANY CASH-OUT. THE PRIOR-BILL TOTAL IS REPLACED     01423000
      * ONLY IF IT IS STILL THE BILL BEING CORRECTED, AND THE ROLLING   01424000
      * AVERAGE IS MOVED BY A TWELFTH OF THE KWH CORRECTION.            01425000
      ***************************************************************** 01426000
       550-POST-REBILL.                                                 01427000
           ADD WS-TOTAL-BILL TO CM-BALANCE-DUE.                         01428000
           ADD WS-TOTAL-BILL TO CM-AGE-CURRENT.                         01429000
           IF WS-NEM-CASHOUT-AMT > 0                                    01430000
               SUBTRACT WS-NEM-CASHOUT-AMT FROM CM-BALANCE-DUE          01431000
               SUBTRACT WS-NEM-CASHOUT-AMT FROM CM-AGE-CURRENT          01432000
           END-IF.                                                      01433000
                                                                        01434000
           IF CM-PREV-BILL-TOTAL = OA-BILLED-AMOUNT                     01435000
               MOVE WS-TOTAL-BILL TO CM-PREV-BILL-TOTAL                 01436000
           END-IF.                                                      01437000
                                                                        01438000
           IF CM-AVG-KWH NUMERIC AND CM-AVG-KWH > 0                     01439000
               COMPUTE WS-AVG-WORK ROUNDED =                            01440000
                   CM-AVG-KWH +                                         01441000
                   ((WS-KWH-DELIVERED - WS-ORIG-KWH) / 12)              01442000
               IF WS-AVG-WORK < 0                                       01443000
                   MOVE 0 TO WS-AVG-WORK                                01444000
               END-IF                                                   01445000
               MOVE WS-AVG-WORK TO CM-AVG-KWH                           01446000
           END-IF.                                                      01447000
                                                                        01448000
           REWRITE CM-CUSTOMER-RECORD                                   01449000
               INVALID KEY                                              01450000
                   DISPLAY 'UTIL2050 - REWRITE FAILED FOR ACCT '        01451000
                       CM-ACCT-NO                                       01452000
           END-REWRITE.                                                 01453000
                                                                        01454000
           ADD 1 TO WS-REBILL-COUNT.                                    01455000
           ADD OA-BILLED-AMOUNT TO WS-TOT-ORIG-BILLED.                  01456000
           ADD WS-TOTAL-BILL    TO WS-TOT-NEW-BILLED.                   01457000
           ADD OA-TOTAL-BILL    TO WS-TOT-REV-REVERSED.                 01458000
           ADD WS-ACTUAL-BILL   TO WS-TOT-REV-REBILLED.                 01459000
           ADD OA-TAX-TOTAL     TO WS-TOT-TAX-REVERSED.                 01460000
           ADD WS-TAX-TOTAL     TO WS-TOT-TAX-REBILLED.                 01461000
           COMPUTE WS-BILL-CHANGE = WS-TOTAL-BILL - OA-BILLED-AMOUNT.   01462000
           ADD WS-BILL-CHANGE   TO WS-TOT-NET-CHANGE.                   01463000
                                                                        01464000
      ***************************************************************** 01465000
      * WRITE THE C (CANCEL) GL EXTRACT RECORD - THE ORIGINAL BILL'S    01466000
      * REVENUE, TAX AND NET-METERING FIGURES OFF ITS AUDIT RECORD,     01467000
      * UNDER ITS OWN PERIOD AND CYCLE, FOR THE GL POSTING JOB TO       01468000
      * REVERSE.                                                        01469000
      ***************************************************************** 01470000
       560-WRITE-CANCEL-GL.                                             01471000
           MOVE OA-ACCT-NO         TO GL-ACCT-NO.                       01472000
           MOVE WS-BILLING-PERIOD  TO GL-BILLING-PERIOD.                01473000
           MOVE OA-CYCLE-CODE      TO GL-CYCLE-CODE.                    01474000
           MOVE OA-TIER1-CHARGE    TO GL-TIER1-REVENUE.                 01475000
           MOVE OA-TIER2-CHARGE    TO GL-TIER2-REVENUE.                 01476000
           MOVE OA-TIER3-CHARGE    TO GL-TIER3-REVENUE.                 01477000
           MOVE OA-SERVICE-FEE     TO GL-SERVICE-FEE.                   01478000
           MOVE OA-TAX-TOTAL       TO GL-TAX-TOTAL.                     01479000
           MOVE OA-TOTAL-BILL      TO GL-TOTAL-BILL.                    01480000
           MOVE OA-NEM-SW          TO GL-NEM-SW.                        01481000
           MOVE OA-KWH-DELIVERED   TO GL-KWH-DELIVERED.                 01482000
           MOVE OA-KWH-RECEIVED    TO GL-KWH-RECEIVED.                  01483000
           MOVE OA-KWH-NET         TO GL-KWH-NET.                       01484000
           MOVE OA-NEM-BANK-USED   TO GL-NEM-BANK-USED.                 01485000
           MOVE OA-NEM-BANKED      TO GL-NEM-BANKED.                    01486000
           MOVE OA-NEM-BANK-KWH    TO GL-NEM-BANK-KWH.                  01487000
           MOVE OA-NEM-CASHOUT-AMT TO GL-NEM-CASHOUT.                   01488000
           MOVE 'C'                TO GL-ENTRY-TYPE.                    01489000
           WRITE GL-EXTRACT-RECORD.                                     01490000
                                                                        01491000
      ***************************************************************** 01492000
      * WRITE ONE C (CANCEL) TAX EXTRACT LINE REVERSING ONE OF THE      01493000
      * ORIGINAL BILL'S TAX LINES.                                      01494000
      ***************************************************************** 01495000
       565-WRITE-CANCEL-TAX.                                            01496000
           MOVE OA-ACCT-NO         TO TE-ACCT-NO.                       01497000
           MOVE WS-BILLING-PERIOD  TO TE-BILLING-PERIOD.                01498000
           MOVE WS-CB-TX-JURIS (WS-CRB-SUB WS-TX-SUB)                   01499000
               TO TE-JURIS-CODE.                                        01500000
           MOVE WS-CB-TX-RIDER (WS-CRB-SUB WS-TX-SUB)                   01501000
               TO TE-RIDER-CODE.                                        01502000
           MOVE WS-CB-TX-AUTH (WS-CRB-SUB WS-TX-SUB)                    01503000
               TO TE-AUTHORITY-NAME.                                    01504000
           MOVE WS-CB-TX-BASIS (WS-CRB-SUB WS-TX-SUB)                   01505000
               TO TE-BASIS-AMT.                                         01506000
           MOVE WS-CB-TX-AMT (WS-CRB-SUB WS-TX-SUB)                     01507000
               TO TE-TAX-AMT.                                           01508000
           MOVE 'C'                TO TE-ENTRY-TYPE.                    01509000
           IF TE-TAX-AMT > 0                                            01510000
               WRITE TE-TAX-RECORD                                      01511000
           END-IF.                                                      01512000
                                                                        01513000
      ***************************************************************** 01514000
      * WRITE THE R (REBILL) GL EXTRACT RECORD FOR THE CORRECTED BILL,  01515000
      * UNDER THE ORIGINAL BILL'S PERIOD AND CYCLE.                     01516000
      ***************************************************************** 01517000
       570-WRITE-REBILL-GL.                                             01518000
           MOVE CM-ACCT-NO         TO GL-ACCT-NO.                       01519000
           MOVE WS-BILLING-PERIOD  TO GL-BILLING-PERIOD.                01520000
           MOVE OA-CYCLE-CODE      TO GL-CYCLE-CODE.                    01521000
           MOVE WS-TIER1-CHARGE    TO GL-TIER1-REVENUE.                 01522000
           MOVE WS-TIER2-CHARGE    TO GL-TIER2-REVENUE.                 01523000
           MOVE WS-TIER3-CHARGE    TO GL-TIER3-REVENUE.                 01524000
           MOVE WS-SERVICE-FEE     TO GL-SERVICE-FEE.                   01525000
           MOVE WS-TAX-TOTAL       TO GL-TAX-TOTAL.                     01526000
           MOVE WS-ACTUAL-BILL     TO GL-TOTAL-BILL.                    01527000
           MOVE WS-NEM-SW          TO GL-NEM-SW.                        01528000
           MOVE WS-KWH-DELIVERED   TO GL-KWH-DELIVERED.                 01529000
           MOVE WS-KWH-RECEIVED    TO GL-KWH-RECEIVED.                  01530000
           MOVE WS-KWH-NET         TO GL-KWH-NET.                       01531000
           MOVE WS-NEM-BANK-USED   TO GL-NEM-BANK-USED.                 01532000
           MOVE WS-NEM-BANKED      TO GL-NEM-BANKED.                    01533000
           MOVE WS-NEM-BANK-BAL    TO GL-NEM-BANK-KWH.                  01534000
           MOVE WS-NEM-CASHOUT-AMT TO GL-NEM-CASHOUT.                   01535000
           MOVE 'R'                TO GL-ENTRY-TYPE.                    01536000
           WRITE GL-EXTRACT-RECORD.                                     01537000
                                                                        01538000
      ***************************************************************** 01539000
      * APPEND THE R (REBILL) AUDIT RECORD FOR THE CORRECTED BILL,      01540000
      * LINKED TO THE AUDIT RECORD OF THE BILL IT REPLACES. IT IS       01541000
      * STAMPED WITH TODAY'S RUN DATE AND TIME (ITS OWN KEY) AND        01542000
      * CARRIES THE BILLING PERIOD IT WAS PRICED FOR.                   01543000
      ***************************************************************** 01544000
       575-WRITE-REBILL-AUDIT.                                          01545000
           MOVE CM-ACCT-NO         TO AUD-ACCT-NO.                      01546000
           MOVE WS-RUN-DATE-8      TO AUD-RUN-DATE.                     01547000
           MOVE WS-RUN-TIME-8      TO AUD-RUN-TIME.                     01548000
           MOVE WS-TIER1-KWH       TO AUD-TIER1-KWH.                    01549000
           MOVE WS-TIER2-KWH       TO AUD-TIER2-KWH.                    01550000
           MOVE WS-TIER3-KWH       TO AUD-TIER3-KWH.                    01551000
           MOVE WS-TIER1-CHARGE    TO AUD-TIER1-CHARGE.                 01552000
           MOVE WS-TIER2-CHARGE    TO AUD-TIER2-CHARGE.                 01553000
           MOVE WS-TIER3-CHARGE    TO AUD-TIER3-CHARGE.                 01554000
           MOVE WS-SERVICE-FEE     TO AUD-SERVICE-FEE.                  01555000
           MOVE WS-ACTUAL-BILL     TO AUD-TOTAL-BILL.                   01556000
           MOVE WS-TOTAL-BILL      TO AUD-BILLED-AMOUNT.                01557000
           MOVE WS-TAX-TOTAL       TO AUD-TAX-TOTAL.                    01558000
           MOVE OA-CYCLE-CODE      TO AUD-CYCLE-CODE.                   01559000
           MOVE WS-RATE-EFF-APPLIED TO AUD-RATE-EFF-DATE.               01560000
           MOVE WS-RATE-SPLIT-SW   TO AUD-RATE-SPLIT-SW.                01561000
           MOVE WS-NEM-SW          TO AUD-NEM-SW.                       01562000
           MOVE WS-KWH-DELIVERED   TO AUD-KWH-DELIVERED.                01563000
           MOVE WS-KWH-RECEIVED    TO AUD-KWH-RECEIVED.                 01564000
           MOVE WS-KWH-NET         TO AUD-KWH-NET.                      01565000
           MOVE WS-NEM-BANK-USED   TO AUD-NEM-BANK-USED.                01566000
           MOVE WS-NEM-BANKED      TO AUD-NEM-BANKED.                   01567000
           MOVE WS-NEM-BANK-BAL    TO AUD-NEM-BANK-KWH.                 01568000
           MOVE WS-NEM-CASHOUT-AMT TO AUD-NEM-CASHOUT-AMT.              01569000
           MOVE 'R'                TO AUD-ENTRY-TYPE.                   01570000
           MOVE WS-BILLING-PERIOD  TO AUD-BILL-PERIOD.                  01571000
           MOVE OA-RUN-DATE        TO AUD-ORIG-RUN-DATE.                01572000
           MOVE OA-RUN-TIME        TO AUD-ORIG-RUN-TIME.                01573000
           MOVE OA-TOTAL-BILL      TO AUD-ORIG-TOTAL-BILL.              01574000
           MOVE WS-CB-REASON (WS-CRB-SUB) TO AUD-REASON-CODE.           01575000
           WRITE AUD-AUDIT-RECORD.                                      01576000
                                                                        01577000
      ***************************************************************** 01578000
      * WRITE THE CORRECTED STATEMENT'S WORK RECORD FOR UTIL2200. IT    01579000
      * NAMES THE BILL IT REPLACES. THE METER BREAKDOWN IS LEFT OFF     01580000
      * (THE METER MASTER CARRIES ONLY THE LATEST POSTINGS), AND THE    01581000
      * STATEMENT ALWAYS CARRIES A REMITTANCE STUB - A CORRECTED BILL   01582000
      * IS NOT DRAFTED.                                                 01583000
      ***************************************************************** 01584000
       580-WRITE-STMT-WORK.                                             01585000
           MOVE CM-ROUTE-CODE      TO SW-ROUTE-CODE.                    01586000
           MOVE CM-WALK-SEQ        TO SW-WALK-SEQ.                      01587000
           MOVE CM-ACCT-NO         TO SW-ACCT-NO.                       01588000
           MOVE WS-CUST-NAME       TO SW-CUST-NAME.                     01589000
           MOVE CM-ADDR-LINE-1     TO SW-ADDR-LINE-1.                   01590000
           MOVE CM-ADDR-LINE-2     TO SW-ADDR-LINE-2.                   01591000
           MOVE CM-CITY            TO SW-CITY.                          01592000
           MOVE CM-STATE           TO SW-STATE.                         01593000
           MOVE CM-ZIP             TO SW-ZIP.                           01594000
           MOVE WS-BILLING-PERIOD  TO SW-BILLING-PERIOD.                01595000
           MOVE WS-TIER1-KWH       TO SW-TIER1-KWH.                     01596000
           MOVE WS-TIER2-KWH       TO SW-TIER2-KWH.                     01597000
           MOVE WS-TIER3-KWH       TO SW-TIER3-KWH.                     01598000
           MOVE WS-TIER1-CHARGE    TO SW-TIER1-CHARGE.                  01599000
           MOVE WS-TIER2-CHARGE    TO SW-TIER2-CHARGE.                  01600000
           MOVE WS-TIER3-CHARGE    TO SW-TIER3-CHARGE.                  01601000
           MOVE WS-SERVICE-FEE     TO SW-SERVICE-FEE.                   01602000
           MOVE WS-TOTAL-BILL      TO SW-TOTAL-BILL.                    01603000
           MOVE WS-DUE-DATE-8      TO SW-DUE-DATE.                      01604000
           MOVE WS-TAX-TOTAL       TO SW-TAX-TOTAL.                     01605000
           MOVE WS-TAX-LINE-COUNT  TO SW-TAX-COUNT.                     01606000
           MOVE WS-BILL-TAX-AREA   TO SW-TAX-AREA.                      01607000
           MOVE WS-BUDGET-APPLIED-SW TO SW-BUDGET-SW.                   01608000
           MOVE WS-ACTUAL-BILL     TO SW-ACTUAL-TOTAL.                  01609000
      * A CORRECTED READ IS AN ACTUAL READ; OTHERWISE WHAT KIND OF      01610000
      * READ THE ORIGINAL BILL WAS IS NOT KNOWN HERE, SO NO NOTE.       01611000
           IF WS-CB-KWH-SW (WS-CRB-SUB) = 'Y'                           01612000
               MOVE 'A'            TO SW-READ-TYPE                      01613000
           ELSE                                                         01614000
               MOVE SPACE          TO SW-READ-TYPE                      01615000
           END-IF.                                                      01616000
           MOVE 0                  TO SW-METER-COUNT.                   01617000
           MOVE SPACES             TO SW-METER-AREA.                    01618000
           MOVE WS-NEM-SW          TO SW-NEM-SW.                        01619000
           MOVE WS-KWH-DELIVERED   TO SW-KWH-DELIVERED.                 01620000
           MOVE WS-KWH-RECEIVED    TO SW-KWH-RECEIVED.                  01621000
           MOVE WS-KWH-NET         TO SW-KWH-NET.                       01622000
           MOVE WS-NEM-BANK-USED   TO SW-NEM-BANK-USED.                 01623000
           MOVE WS-NEM-BANKED      TO SW-NEM-BANKED.                    01624000
           MOVE WS-NEM-BANK-BAL    TO SW-NEM-BANK-KWH.                  01625000
           MOVE WS-NEM-CASHOUT-AMT TO SW-NEM-CASHOUT-AMT.               01626000
           MOVE 'N'                TO SW-AUTOPAY-SW.                    01627000
           MOVE 'Y'                TO SW-REBILL-SW.                     01628000
           MOVE OA-RUN-DATE        TO SW-ORIG-BILL-DATE.                01629000
           MOVE OA-BILLED-AMOUNT   TO SW-ORIG-BILLED-AMT.               01630000
           WRITE SW-STMT-RECORD.                                        01631000
                                                                        01632000
      ***************************************************************** 01633000
      * HOLD THE CORRECTED BILL'S USAGE FIGURES ON THE TRANSACTION FOR  01634000
      * THE USAGE HISTORY PASS AT THE END OF THE RUN.                   01635000
      ***************************************************************** 01636000
       585-KEEP-USAGE.                                                  01637000
           MOVE 'Y'                TO WS-CB-NEW-SW (WS-CRB-SUB).        01638000
           MOVE CM-RATE-CLASS      TO WS-CB-NEW-CLASS (WS-CRB-SUB).     01639000
           MOVE WS-KWH-USED        TO WS-CB-NEW-KWH (WS-CRB-SUB).       01640000
           MOVE WS-ACTUAL-BILL     TO WS-CB-NEW-BILL (WS-CRB-SUB).      01641000
           MOVE WS-DAYS-SERVED     TO WS-CB-NEW-DAYS (WS-CRB-SUB).      01642000
           MOVE WS-NEM-SW          TO WS-CB-NEW-NEM-SW (WS-CRB-SUB).    01643000
           MOVE WS-KWH-DELIVERED   TO WS-CB-NEW-DELIV (WS-CRB-SUB).     01644000
           MOVE WS-KWH-RECEIVED    TO WS-CB-NEW-RCV (WS-CRB-SUB).       01645000
           MOVE WS-KWH-NET         TO WS-CB-NEW-NET (WS-CRB-SUB).       01646000
           MOVE WS-NEM-BANK-BAL    TO WS-CB-NEW-BANK (WS-CRB-SUB).      01647000
                                                                        01648000
      ***************************************************************** 01649000
      * WRITE ONE CANCELLED-AND-REBILLED BILL TO THE REGISTER.          01650000
      ***************************************************************** 01651000
       590-WRITE-REG-LINE.                                              01652000
           MOVE WS-ORIG-KWH        TO WS-KWH-ED.                        01653000
           MOVE WS-KWH-DELIVERED   TO WS-KWH-ED2.                       01654000
           MOVE OA-BILLED-AMOUNT   TO WS-MONEY-ED.                      01655000
           MOVE WS-TOTAL-BILL      TO WS-MONEY-ED2.                     01656000
           MOVE WS-BILL-CHANGE     TO WS-CHG-ED.                        01657000
           MOVE SPACES TO CRBREG-LINE.                                  01658000
           STRING CM-ACCT-NO                                            01659000
               ' ' WS-CUST-NAME                                         01660000
               ' ' OA-RUN-DATE '-' OA-RUN-TIME                          01661000
               ' ' WS-CB-REASON (WS-CRB-SUB)                            01662000
               ' ' WS-KWH-ED '>' WS-KWH-ED2                             01663000
               ' ' WS-MONEY-ED                                          01664000
               '   ' WS-MONEY-ED2                                       01665000
               '  ' WS-CHG-ED                                           01666000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01667000
           WRITE CRBREG-LINE.                                           01668000
                                                                        01669000
      ***************************************************************** 01670000
      * WRITE ONE REJECTED TRANSACTION TO THE REGISTER.                 01671000
      ***************************************************************** 01672000
       595-WRITE-REJECT.                                                01673000
           ADD 1 TO WS-REJ-COUNT.                                       01674000
           MOVE SPACES TO CRBREG-LINE.                                  01675000
           STRING WS-REJ-ACCT                                           01676000
               '              ' WS-REJ-DATE '-' WS-REJ-TIME             01677000
               ' ' WS-REJ-CODE                                          01678000
               '  *** REJECTED: ' WS-REJ-REASON                         01679000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01680000
           WRITE CRBREG-LINE.                                           01681000
                                                                        01682000
      ***************************************************************** 01683000
      * COPY THE USAGE HISTORY TO USAGEOUT, REPLACING THE MONTH OF      01684000
      * EVERY BILL REBILLED WITH THE CORRECTED FIGURES. A MONTH         01685000
      * ALREADY TRIMMED OFF THE HISTORY IS SIMPLY NOT THERE TO FIX.     01686000
      ***************************************************************** 01687000
       800-COPY-USAGE.                                                  01688000
           PERFORM 801-READ-USAGE-RTN.                                  01689000
           PERFORM 810-COPY-ONE THRU 810-EXIT                           01690000
               UNTIL USAGEHST-EOF.                                      01691000
                                                                        01692000
       800-EXIT.                                                        01693000
           EXIT.                                                        01694000
                                                                        01695000
      ***************************************************************** 01696000
      * READ THE NEXT USAGE HISTORY RECORD, SETTING THE EOF SWITCH      01697000
      * WHEN THE FILE IS EXHAUSTED.                                     01698000
      ***************************************************************** 01699000
       801-READ-USAGE-RTN.                                              01700000
           READ USAGE-HISTORY                                           01701000
               AT END                                                   01702000
                   SET USAGEHST-EOF TO TRUE                             01703000
               NOT AT END                                               01704000
                   SET USAGEHST-NOT-EOF TO TRUE                         01705000
           END-READ.                                                    01706000
                                                                        01707000
      ***************************************************************** 01708000
      * COPY ONE HISTORY RECORD, CORRECTED IF IT IS A REBILLED MONTH.   01709000
      ***************************************************************** 01710000
       810-COPY-ONE.                                                    01711000
           PERFORM 820-FIX-ONE-MONTH                                    01712000
               VARYING WS-CRB-SUB FROM 1 BY 1                           01713000
               UNTIL WS-CRB-SUB > WS-CRB-COUNT.                         01714000
           WRITE UO-USAGE-RECORD FROM UH-USAGE-RECORD.                  01715000
           PERFORM 801-READ-USAGE-RTN.                                  01716000
                                                                        01717000
       810-EXIT.                                                        01718000
           EXIT.                                                        01719000
                                                                        01720000
      ***************************************************************** 01721000
      * PUT THE CORRECTED BILL'S FIGURES ON THE HISTORY RECORD IN       01722000
      * HAND IF IT IS THE MONTH THAT TRANSACTION REBILLED.              01723000
      ***************************************************************** 01724000
       820-FIX-ONE-MONTH.                                               01725000
           IF WS-CB-NEW-SW (WS-CRB-SUB) = 'Y'                           01726000
               AND WS-CB-ACCT-NO (WS-CRB-SUB) = UH-ACCT-NO              01727000
               AND WS-CB-PERIOD (WS-CRB-SUB) = UH-BILLING-PERIOD        01728000
               MOVE WS-CB-NEW-CLASS (WS-CRB-SUB)  TO UH-RATE-CLASS      01729000
               MOVE WS-CB-NEW-KWH (WS-CRB-SUB)    TO UH-KWH             01730000
               MOVE WS-CB-NEW-BILL (WS-CRB-SUB)   TO UH-BILL-TOTAL      01731000
               MOVE WS-CB-NEW-DAYS (WS-CRB-SUB)   TO UH-DAYS-SERVED     01732000
               MOVE WS-CB-NEW-NEM-SW (WS-CRB-SUB) TO UH-NEM-SW          01733000
               MOVE WS-CB-NEW-DELIV (WS-CRB-SUB)  TO UH-KWH-DELIVERED   01734000
               MOVE WS-CB-NEW-RCV (WS-CRB-SUB)    TO UH-KWH-RECEIVED    01735000
               MOVE WS-CB-NEW-NET (WS-CRB-SUB)    TO UH-KWH-NET         01736000
               MOVE WS-CB-NEW-BANK (WS-CRB-SUB)   TO UH-NEM-BANK-KWH    01737000
               ADD 1 TO WS-UH-REPLACED                                  01738000
           END-IF.                                                      01739000
                                                                        01740000
      ***************************************************************** 01741000
      * WRITE THE RUN CONTROL TOTALS AT THE END OF THE REGISTER. THE    01742000
      * REVENUE REVERSED AND REBILLED ARE THE C AND R GL EXTRACT        01743000
      * TOTALS UTIL2400 PROVES AGAINST THE REBILL AUDIT RECORDS.        01744000
      ***************************************************************** 01745000
       900-WRITE-REG-TOTALS.                                            01746000
           MOVE SPACES TO CRBREG-LINE.                                  01747000
           WRITE CRBREG-LINE.                                           01748000
           MOVE ALL '=' TO CRBREG-LINE.                                 01749000
           WRITE CRBREG-LINE.                                           01750000
                                                                        01751000
           MOVE WS-TRAN-COUNT TO WS-COUNT-ED.                           01752000
           MOVE SPACES TO CRBREG-LINE.                                  01753000
           STRING 'TRANSACTIONS READ  : ' WS-COUNT-ED                   01754000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01755000
           WRITE CRBREG-LINE.                                           01756000
                                                                        01757000
           MOVE WS-REBILL-COUNT TO WS-COUNT-ED.                         01758000
           MOVE SPACES TO CRBREG-LINE.                                  01759000
           STRING 'BILLS REBILLED     : ' WS-COUNT-ED                   01760000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01761000
           WRITE CRBREG-LINE.                                           01762000
                                                                        01763000
           MOVE WS-REJ-COUNT TO WS-COUNT-ED.                            01764000
           MOVE SPACES TO CRBREG-LINE.                                  01765000
           STRING 'REJECTED           : ' WS-COUNT-ED                   01766000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01767000
           WRITE CRBREG-LINE.                                           01768000
                                                                        01769000
           MOVE WS-UH-REPLACED TO WS-COUNT-ED.                          01770000
           MOVE SPACES TO CRBREG-LINE.                                  01771000
           STRING 'HISTORY REPLACED   : ' WS-COUNT-ED                   01772000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01773000
           WRITE CRBREG-LINE.                                           01774000
                                                                        01775000
           MOVE WS-TOT-ORIG-BILLED TO WS-TOT-MONEY-ED.                  01776000
           MOVE SPACES TO CRBREG-LINE.                                  01777000
           STRING 'ORIGINAL BILLED    : ' WS-TOT-MONEY-ED               01778000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01779000
           WRITE CRBREG-LINE.                                           01780000
                                                                        01781000
           MOVE WS-TOT-NEW-BILLED TO WS-TOT-MONEY-ED.                   01782000
           MOVE SPACES TO CRBREG-LINE.                                  01783000
           STRING 'CORRECTED BILLED   : ' WS-TOT-MONEY-ED               01784000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01785000
           WRITE CRBREG-LINE.                                           01786000
                                                                        01787000
           MOVE WS-TOT-NET-CHANGE TO WS-TOT-MONEY-ED.                   01788000
           MOVE SPACES TO CRBREG-LINE.                                  01789000
           STRING 'NET CHANGE TO A/R  : ' WS-TOT-MONEY-ED               01790000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01791000
           WRITE CRBREG-LINE.                                           01792000
                                                                        01793000
           MOVE WS-TOT-REV-REVERSED TO WS-TOT-MONEY-ED.                 01794000
           MOVE SPACES TO CRBREG-LINE.                                  01795000
           STRING 'REVENUE REVERSED   : ' WS-TOT-MONEY-ED               01796000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01797000
           WRITE CRBREG-LINE.                                           01798000
                                                                        01799000
           MOVE WS-TOT-REV-REBILLED TO WS-TOT-MONEY-ED.                 01800000
           MOVE SPACES TO CRBREG-LINE.                                  01801000
           STRING 'REVENUE REBILLED   : ' WS-TOT-MONEY-ED               01802000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01803000
           WRITE CRBREG-LINE.                                           01804000
                                                                        01805000
           MOVE WS-TOT-TAX-REVERSED TO WS-TOT-MONEY-ED.                 01806000
           MOVE SPACES TO CRBREG-LINE.                                  01807000
           STRING 'TAX REVERSED       : ' WS-TOT-MONEY-ED               01808000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01809000
           WRITE CRBREG-LINE.                                           01810000
                                                                        01811000
           MOVE WS-TOT-TAX-REBILLED TO WS-TOT-MONEY-ED.                 01812000
           MOVE SPACES TO CRBREG-LINE.                                  01813000
           STRING 'TAX REBILLED       : ' WS-TOT-MONEY-ED               01814000
               DELIMITED BY SIZE INTO CRBREG-LINE.                      01815000
           WRITE CRBREG-LINE.                                           01816000
                                                                        01817000
           MOVE ALL '=' TO CRBREG-LINE.                                 01818000
           WRITE CRBREG-LINE.                                           01819000
                                                                        01820000
      ***************************************************************** 01821000
      * THE PARAGRAPHS FROM HERE DOWN PRICE THE CORRECTED BILL. THEY    01822000
      * ARE UTIL2000'S, UNDER THE SAME NAMES, AND ANY CHANGE TO THE     01823000
      * BILLING LOGIC THERE MUST BE MADE HERE AS WELL.                  01824000
      ***************************************************************** 01825000
      ***************************************************************** 01826000
      * Zero tier kWh, charges, subtotal, total                         01827000
      ***************************************************************** 01828000
       100-INITIALIZE.                                                  01829000
           MOVE 0 TO WS-TIER1-KWH                                       01830000
                    WS-TIER2-KWH                                        01831000
                    WS-TIER3-KWH                                        01832000
                    WS-TIER1-CHARGE                                     01833000
                    WS-TIER2-CHARGE                                     01834000
                    WS-TIER3-CHARGE                                     01835000
                    WS-SUBTOTAL                                         01836000
                    WS-TOTAL-BILL.                                      01837000
                                                                        01838000
      ***************************************************************** 01839000
      * LOOK UP THE CUSTOMER'S RATE CLASS IN THE RATE TABLE AND         01840000
      * RESOLVE THE TIER LIMITS/RATES IN FORCE AT THE START OF THE      01841000
      * BILLING PERIOD, REMEMBERING A LATER VERSION TAKING EFFECT       01842000
      * INSIDE THE PERIOD FOR 240-CALC-SPLIT-BILL. UNKNOWN CLASSES      01843000
      * FALL BACK TO TABLE ENTRY 1.                                     01844000
      ***************************************************************** 01845000
       210-FIND-RATE-CLASS.                                             01846000
           MOVE 0 TO WS-BEST-SUB.                                       01847000
           MOVE 0 TO WS-BEST-EFF-DATE.                                  01848000
           MOVE 0 TO WS-CHG-SUB.                                        01849000
           MOVE 0 TO WS-CHG-EFF-DATE.                                   01850000
           SET NO-RATE-CHANGE TO TRUE.                                  01851000
           MOVE 'N' TO WS-RATE-SPLIT-SW.                                01852000
                                                                        01853000
           PERFORM 212-SCAN-RATE-VERSION                                01854000
               VARYING WS-RATE-SUB FROM 1 BY 1                          01855000
               UNTIL WS-RATE-SUB > WS-RATE-TABLE-COUNT.                 01856000
                                                                        01857000
           IF WS-BEST-SUB = 0 AND WS-CHG-SUB > 0                        01858000
               MOVE WS-CHG-SUB TO WS-BEST-SUB                           01859000
               MOVE WS-CHG-EFF-DATE TO WS-BEST-EFF-DATE                 01860000
               MOVE 0 TO WS-CHG-SUB                                     01861000
           END-IF.                                                      01862000
                                                                        01863000
           IF WS-BEST-SUB = 0                                           01864000
               DISPLAY 'UTIL2050 - UNKNOWN RATE CLASS '                 01865000
                   WS-CUST-RATE-CLASS ' - USING TABLE ENTRY 1'          01866000
               MOVE 1 TO WS-BEST-SUB                                    01867000
               MOVE WS-RT-EFF-DATE (1) TO WS-BEST-EFF-DATE              01868000
           END-IF.                                                      01869000
                                                                        01870000
           SET WS-RATE-IDX TO WS-BEST-SUB.                              01871000
           MOVE WS-RT-LIMIT (WS-RATE-IDX 1) TO WS-TIER1-LIMIT.          01872000
           MOVE WS-RT-LIMIT (WS-RATE-IDX 2) TO WS-TIER2-LIMIT.          01873000
           MOVE WS-RT-RATE  (WS-RATE-IDX 1) TO WS-RATE-TIER1.           01874000
           MOVE WS-RT-RATE  (WS-RATE-IDX 2) TO WS-RATE-TIER2.           01875000
           MOVE WS-RT-RATE  (WS-RATE-IDX 3) TO WS-RATE-TIER3.           01876000
           MOVE WS-TIER1-LIMIT TO WS-T1-LIMIT-FULL.                     01877000
           MOVE WS-TIER2-LIMIT TO WS-T2-LIMIT-FULL.                     01878000
           MOVE WS-BEST-EFF-DATE TO WS-RATE-EFF-APPLIED.                01879000
                                                                        01880000
           IF WS-CHG-SUB > 0                                            01881000
               SET RATE-CHANGE-IN-PERIOD TO TRUE                        01882000
           END-IF.                                                      01883000
                                                                        01884000
      ***************************************************************** 01885000
      * LOOK AT ONE RATE TABLE ENTRY FOR THE CUSTOMER'S CLASS.          01886000
      ***************************************************************** 01887000
       212-SCAN-RATE-VERSION.                                           01888000
           IF WS-RT-CLASS (WS-RATE-SUB) = WS-CUST-RATE-CLASS            01889000
               IF WS-RT-EFF-DATE (WS-RATE-SUB) <= WS-PERIOD-START-8     01890000
                   IF WS-BEST-SUB = 0                                   01891000
                       OR WS-RT-EFF-DATE (WS-RATE-SUB)                  01892000
                           > WS-BEST-EFF-DATE                           01893000
                       MOVE WS-RATE-SUB TO WS-BEST-SUB                  01894000
                       MOVE WS-RT-EFF-DATE (WS-RATE-SUB)                01895000
                           TO WS-BEST-EFF-DATE                          01896000
                   END-IF                                               01897000
               ELSE                                                     01898000
                   IF WS-RT-EFF-DATE (WS-RATE-SUB)                      01899000
                           <= WS-PERIOD-END-8                           01900000
                       AND (WS-CHG-SUB = 0                              01901000
                       OR WS-RT-EFF-DATE (WS-RATE-SUB)                  01902000
                           < WS-CHG-EFF-DATE)                           01903000
                       MOVE WS-RATE-SUB TO WS-CHG-SUB                   01904000
                       MOVE WS-RT-EFF-DATE (WS-RATE-SUB)                01905000
                           TO WS-CHG-EFF-DATE                           01906000
                   END-IF                                               01907000
               END-IF                                                   01908000
           END-IF.                                                      01909000
                                                                        01910000
      ***************************************************************** 01911000
      * PRORATE THE TIER LIMITS AND SERVICE FEE FOR A CUSTOMER NOT ON   01912000
      * SERVICE FOR THE WHOLE BILLING PERIOD.                           01913000
      ***************************************************************** 01914000
       220-CALC-PRORATION.                                              01915000
           MOVE WS-PERIOD-START-8 TO WS-EFF-START-8.                    01916000
           IF CM-SVC-START-DATE > 0                                     01917000
               AND CM-SVC-START-DATE > WS-PERIOD-START-8                01918000
               MOVE CM-SVC-START-DATE TO WS-EFF-START-8                 01919000
           END-IF.                                                      01920000
                                                                        01921000
           MOVE WS-PERIOD-END-8 TO WS-EFF-END-8.                        01922000
           IF CM-SVC-END-DATE > 0                                       01923000
               AND CM-SVC-END-DATE < WS-PERIOD-END-8                    01924000
               MOVE CM-SVC-END-DATE TO WS-EFF-END-8                     01925000
           END-IF.                                                      01926000
                                                                        01927000
           IF WS-EFF-START-8 <= WS-PERIOD-START-8                       01928000
               AND WS-EFF-END-8 >= WS-PERIOD-END-8                      01929000
               MOVE 1.0000 TO WS-PRORATE-PCT                            01930000
               MOVE WS-DAYS-IN-PERIOD TO WS-DAYS-SERVED                 01931000
               GO TO 220-EXIT                                           01932000
           END-IF.                                                      01933000
                                                                        01934000
           IF WS-EFF-START-8 > WS-EFF-END-8                             01935000
               MOVE 0 TO WS-PRORATE-PCT                                 01936000
               MOVE 0 TO WS-DAYS-SERVED                                 01937000
               MOVE 0 TO WS-TIER1-LIMIT WS-TIER2-LIMIT WS-SERVICE-FEE   01938000
               MOVE 0 TO WS-KWH-USED                                    01939000
               GO TO 220-EXIT                                           01940000
           END-IF.                                                      01941000
                                                                        01942000
           COMPUTE WS-DAYS-SERVED =                                     01943000
               FUNCTION INTEGER-OF-DATE (WS-EFF-END-8) -                01944000
               FUNCTION INTEGER-OF-DATE (WS-EFF-START-8) + 1.           01945000
                                                                        01946000
           COMPUTE WS-PRORATE-PCT ROUNDED =                             01947000
               WS-DAYS-SERVED / WS-DAYS-IN-PERIOD.                      01948000
                                                                        01949000
           COMPUTE WS-TIER1-LIMIT ROUNDED =                             01950000
               WS-TIER1-LIMIT * WS-PRORATE-PCT.                         01951000
           COMPUTE WS-TIER2-LIMIT ROUNDED =                             01952000
               WS-TIER2-LIMIT * WS-PRORATE-PCT.                         01953000
           COMPUTE WS-SERVICE-FEE ROUNDED =                             01954000
               WS-SERVICE-FEE * WS-PRORATE-PCT.                         01955000
                                                                        01956000
       220-EXIT.                                                        01957000
           EXIT.                                                        01958000
                                                                        01959000
      ***************************************************************** 01960000
      * NET METERING - AS UTIL2000, EXCEPT THAT THE RECEIVED KWH ARE    01961000
      * THE BILL'S OWN (WS-RCV-TO-PRICE, NOT THE MASTER'S LATEST        01962000
      * POSTING) AND THE ANNIVERSARY CASH-OUT IS TESTED AGAINST THE     01963000
      * MONTH BEING REBILLED. 530-REVERSE-ORIGINAL HAS ALREADY PUT THE  01964000
      * BANK BACK THE WAY THE ORIGINAL BILL FOUND IT.                   01965000
      ***************************************************************** 01966000
       230-APPLY-NET-METER.                                             01967000
           MOVE WS-KWH-USED TO WS-KWH-DELIVERED.                        01968000
           MOVE 0 TO WS-KWH-RECEIVED WS-NEM-BANK-USED WS-NEM-BANKED.    01969000
           MOVE 0 TO WS-NEM-BANK-BAL WS-NEM-CASHOUT-KWH.                01970000
           MOVE 0 TO WS-NEM-CASHOUT-AMT WS-NEM-LINE-COUNT.              01971000
           MOVE WS-KWH-USED TO WS-KWH-NET.                              01972000
                                                                        01973000
           IF NOT CM-NET-METERED                                        01974000
               SET NEM-NOT-BILL TO TRUE                                 01975000
               GO TO 230-EXIT                                           01976000
           END-IF.                                                      01977000
                                                                        01978000
           SET NEM-BILL TO TRUE.                                        01979000
           MOVE 5 TO WS-NEM-LINE-COUNT.                                 01980000
           MOVE WS-RCV-TO-PRICE TO WS-KWH-RECEIVED.                     01981000
           COMPUTE WS-KWH-NET = WS-KWH-DELIVERED - WS-KWH-RECEIVED.     01982000
                                                                        01983000
           IF WS-KWH-NET < 0                                            01984000
               COMPUTE WS-NEM-BANKED = 0 - WS-KWH-NET                   01985000
               ADD WS-NEM-BANKED TO CM-NEM-BANK-KWH                     01986000
               MOVE 0 TO WS-KWH-USED                                    01987000
           ELSE                                                         01988000
               IF CM-NEM-BANK-KWH < WS-KWH-NET                          01989000
                   MOVE CM-NEM-BANK-KWH TO WS-NEM-BANK-USED             01990000
               ELSE                                                     01991000
                   MOVE WS-KWH-NET TO WS-NEM-BANK-USED                  01992000
               END-IF                                                   01993000
               SUBTRACT WS-NEM-BANK-USED FROM CM-NEM-BANK-KWH           01994000
               COMPUTE WS-KWH-USED = WS-KWH-NET - WS-NEM-BANK-USED      01995000
           END-IF.                                                      01996000
                                                                        01997000
           IF CM-NEM-ANNIV-MM = WS-PER-MM                               01998000
               AND CM-NEM-BANK-KWH > 0                                  01999000
               MOVE CM-NEM-BANK-KWH TO WS-NEM-CASHOUT-KWH               02000000
               COMPUTE WS-NEM-CASHOUT-AMT ROUNDED =                     02001000
                   WS-NEM-CASHOUT-KWH * WS-AVOIDED-COST-RATE            02002000
               MOVE 0 TO CM-NEM-BANK-KWH                                02003000
               ADD 1 TO WS-NEM-LINE-COUNT                               02004000
           END-IF.                                                      02005000
                                                                        02006000
           MOVE CM-NEM-BANK-KWH TO WS-NEM-BANK-BAL.                     02007000
                                                                        02008000
       230-EXIT.                                                        02009000
           EXIT.                                                        02010000
                                                                        02011000
      ***************************************************************** 02012000
      * A RATE CHANGE LANDED INSIDE THE BILLING PERIOD - SPLIT THE      02013000
      * USAGE DAY-WEIGHTED ACROSS THE OLD AND NEW SCHEDULES.            02014000
      ***************************************************************** 02015000
       240-CALC-SPLIT-BILL.                                             02016000
           IF WS-DAYS-SERVED = 0                                        02017000
               PERFORM 200-CALC-TIERS                                   02018000
               PERFORM 300-CALC-CHARGES                                 02019000
               GO TO 240-EXIT                                           02020000
           END-IF.                                                      02021000
                                                                        02022000
           IF WS-CHG-EFF-DATE <= WS-EFF-START-8                         02023000
               PERFORM 245-LOAD-NEW-VERSION                             02024000
               COMPUTE WS-TIER1-LIMIT ROUNDED =                         02025000
                   WS-T1-LIMIT-FULL * WS-PRORATE-PCT                    02026000
               COMPUTE WS-TIER2-LIMIT ROUNDED =                         02027000
                   WS-T2-LIMIT-FULL * WS-PRORATE-PCT                    02028000
               PERFORM 200-CALC-TIERS                                   02029000
               PERFORM 300-CALC-CHARGES                                 02030000
               GO TO 240-EXIT                                           02031000
           END-IF.                                                      02032000
                                                                        02033000
           IF WS-CHG-EFF-DATE > WS-EFF-END-8                            02034000
               PERFORM 200-CALC-TIERS                                   02035000
               PERFORM 300-CALC-CHARGES                                 02036000
               GO TO 240-EXIT                                           02037000
           END-IF.                                                      02038000
                                                                        02039000
           MOVE 'Y' TO WS-RATE-SPLIT-SW.                                02040000
                                                                        02041000
           COMPUTE WS-DAYS-OLD =                                        02042000
               FUNCTION INTEGER-OF-DATE (WS-CHG-EFF-DATE) -             02043000
               FUNCTION INTEGER-OF-DATE (WS-EFF-START-8).               02044000
           COMPUTE WS-DAYS-NEW = WS-DAYS-SERVED - WS-DAYS-OLD.          02045000
           COMPUTE WS-KWH-OLD ROUNDED =                                 02046000
               WS-KWH-USED * WS-DAYS-OLD / WS-DAYS-SERVED.              02047000
           COMPUTE WS-KWH-NEW = WS-KWH-USED - WS-KWH-OLD.               02048000
           MOVE WS-KWH-USED TO WS-KWH-SAVE.                             02049000
                                                                        02050000
           COMPUTE WS-TIER1-LIMIT ROUNDED =                             02051000
               WS-T1-LIMIT-FULL * WS-DAYS-OLD / WS-DAYS-IN-PERIOD.      02052000
           COMPUTE WS-TIER2-LIMIT ROUNDED =                             02053000
               WS-T2-LIMIT-FULL * WS-DAYS-OLD / WS-DAYS-IN-PERIOD.      02054000
           MOVE WS-KWH-OLD TO WS-KWH-USED.                              02055000
           PERFORM 200-CALC-TIERS.                                      02056000
           PERFORM 300-CALC-CHARGES.                                    02057000
           MOVE WS-TIER1-KWH    TO WS-SPL-T1-KWH.                       02058000
           MOVE WS-TIER2-KWH    TO WS-SPL-T2-KWH.                       02059000
           MOVE WS-TIER3-KWH    TO WS-SPL-T3-KWH.                       02060000
           MOVE WS-TIER1-CHARGE TO WS-SPL-T1-CHG.                       02061000
           MOVE WS-TIER2-CHARGE TO WS-SPL-T2-CHG.                       02062000
           MOVE WS-TIER3-CHARGE TO WS-SPL-T3-CHG.                       02063000
                                                                        02064000
           PERFORM 245-LOAD-NEW-VERSION.                                02065000
           COMPUTE WS-TIER1-LIMIT ROUNDED =                             02066000
               WS-T1-LIMIT-FULL * WS-DAYS-NEW / WS-DAYS-IN-PERIOD.      02067000
           COMPUTE WS-TIER2-LIMIT ROUNDED =                             02068000
               WS-T2-LIMIT-FULL * WS-DAYS-NEW / WS-DAYS-IN-PERIOD.      02069000
           MOVE WS-KWH-NEW TO WS-KWH-USED.                              02070000
           PERFORM 200-CALC-TIERS.                                      02071000
           PERFORM 300-CALC-CHARGES.                                    02072000
                                                                        02073000
           MOVE WS-KWH-SAVE TO WS-KWH-USED.                             02074000
           ADD WS-SPL-T1-KWH TO WS-TIER1-KWH.                           02075000
           ADD WS-SPL-T2-KWH TO WS-TIER2-KWH.                           02076000
           ADD WS-SPL-T3-KWH TO WS-TIER3-KWH.                           02077000
           ADD WS-SPL-T1-CHG TO WS-TIER1-CHARGE.                        02078000
           ADD WS-SPL-T2-CHG TO WS-TIER2-CHARGE.                        02079000
           ADD WS-SPL-T3-CHG TO WS-TIER3-CHARGE.                        02080000
           COMPUTE WS-SUBTOTAL =                                        02081000
               WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE.     02082000
           COMPUTE WS-TOTAL-BILL =                                      02083000
               WS-SUBTOTAL + WS-SERVICE-FEE.                            02084000
                                                                        02085000
       240-EXIT.                                                        02086000
           EXIT.                                                        02087000
                                                                        02088000
      ***************************************************************** 02089000
      * SWING THE WORK FIELDS OVER TO THE NEW RATE VERSION AND STAMP    02090000
      * IT AS THE VERSION APPLIED FOR THE AUDIT RECORD.                 02091000
      ***************************************************************** 02092000
       245-LOAD-NEW-VERSION.                                            02093000
           SET WS-RATE-IDX TO WS-CHG-SUB.                               02094000
           MOVE WS-RT-LIMIT (WS-RATE-IDX 1) TO WS-T1-LIMIT-FULL.        02095000
           MOVE WS-RT-LIMIT (WS-RATE-IDX 2) TO WS-T2-LIMIT-FULL.        02096000
           MOVE WS-RT-RATE  (WS-RATE-IDX 1) TO WS-RATE-TIER1.           02097000
           MOVE WS-RT-RATE  (WS-RATE-IDX 2) TO WS-RATE-TIER2.           02098000
           MOVE WS-RT-RATE  (WS-RATE-IDX 3) TO WS-RATE-TIER3.           02099000
           MOVE WS-CHG-EFF-DATE TO WS-RATE-EFF-APPLIED.                 02100000
                                                                        02101000
      ***************************************************************** 02102000
      * SPREAD WS-KWH-USED ACROSS THE THREE TIERS.                      02103000
      ***************************************************************** 02104000
       200-CALC-TIERS.                                                  02105000
           IF WS-KWH-USED <= WS-TIER1-LIMIT                             02106000
               MOVE WS-KWH-USED TO WS-TIER1-KWH                         02107000
               MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH                      02108000
           ELSE                                                         02109000
               MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH                      02110000
               IF WS-KWH-USED <= (WS-TIER1-LIMIT + WS-TIER2-LIMIT)      02111000
                   COMPUTE WS-TIER2-KWH =                               02112000
                       WS-KWH-USED - WS-TIER1-LIMIT                     02113000
                   MOVE 0 TO WS-TIER3-KWH                               02114000
               ELSE                                                     02115000
                   MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH                  02116000
                   COMPUTE WS-TIER3-KWH =                               02117000
                       WS-KWH-USED - WS-TIER1-LIMIT - WS-TIER2-LIMIT    02118000
               END-IF                                                   02119000
           END-IF.                                                      02120000
                                                                        02121000
      ***************************************************************** 02122000
      * COMPUTE charges using ROUNDED and compute totals.               02123000
      ***************************************************************** 02124000
       300-CALC-CHARGES.                                                02125000
           COMPUTE WS-TIER1-CHARGE ROUNDED =                            02126000
               WS-TIER1-KWH * WS-RATE-TIER1.                            02127000
           COMPUTE WS-TIER2-CHARGE ROUNDED =                            02128000
               WS-TIER2-KWH * WS-RATE-TIER2.                            02129000
           COMPUTE WS-TIER3-CHARGE ROUNDED =                            02130000
               WS-TIER3-KWH * WS-RATE-TIER3.                            02131000
                                                                        02132000
           COMPUTE WS-SUBTOTAL =                                        02133000
               WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE.     02134000
           COMPUTE WS-TOTAL-BILL =                                      02135000
               WS-SUBTOTAL + WS-SERVICE-FEE.                            02136000
                                                                        02137000
      ***************************************************************** 02138000
      * TAX / RIDER LINES - EVERY TAX SCHEDULE ENTRY FOR THE            02139000
      * CUSTOMER'S JURISDICTION IS COMPUTED ON THE CORRECTED BILL AND   02140000
      * ADDED INTO ITS TOTAL.                                           02141000
      ***************************************************************** 02142000
       305-CALC-TAXES.                                                  02143000
           MOVE 0 TO WS-TAX-TOTAL.                                      02144000
           MOVE 0 TO WS-TAX-LINE-COUNT.                                 02145000
           MOVE WS-TOTAL-BILL TO WS-PRETAX-BILL.                        02146000
                                                                        02147000
           IF CM-JURIS-CODE = SPACES                                    02148000
               OR WS-TAX-TABLE-COUNT = 0                                02149000
               GO TO 305-EXIT                                           02150000
           END-IF.                                                      02151000
                                                                        02152000
           PERFORM 306-APPLY-ONE-TAX THRU 306-EXIT                      02153000
               VARYING WS-TAX-IDX FROM 1 BY 1                           02154000
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT.                   02155000
                                                                        02156000
           ADD WS-TAX-TOTAL TO WS-TOTAL-BILL.                           02157000
                                                                        02158000
       305-EXIT.                                                        02159000
           EXIT.                                                        02160000
                                                                        02161000
      ***************************************************************** 02162000
      * COMPUTE ONE TAX SCHEDULE ENTRY AGAINST THE BILL IN HAND IF      02163000
      * ITS JURISDICTION MATCHES THE CUSTOMER'S, AND WRITE IT TO THE    02164000
      * TAX EXTRACT AS AN R (REBILL) LINE.                              02165000
      ***************************************************************** 02166000
       306-APPLY-ONE-TAX.                                               02167000
           IF WS-TT-JURIS (WS-TAX-IDX) NOT = CM-JURIS-CODE              02168000
               GO TO 306-EXIT                                           02169000
           END-IF.                                                      02170000
                                                                        02171000
           IF WS-TT-METHOD (WS-TAX-IDX) = 'K'                           02172000
               COMPUTE WS-ONE-TAX-AMT ROUNDED =                         02173000
                   WS-KWH-USED * WS-TT-FACTOR (WS-TAX-IDX)              02174000
           ELSE                                                         02175000
               COMPUTE WS-ONE-TAX-AMT ROUNDED =                         02176000
                   WS-PRETAX-BILL *                                     02177000
                   (WS-TT-FACTOR (WS-TAX-IDX) / 100)                    02178000
           END-IF.                                                      02179000
                                                                        02180000
           IF WS-ONE-TAX-AMT = 0                                        02181000
               GO TO 306-EXIT                                           02182000
           END-IF.                                                      02183000
                                                                        02184000
           ADD WS-ONE-TAX-AMT TO WS-TAX-TOTAL.                          02185000
                                                                        02186000
           IF WS-TAX-LINE-COUNT < 6                                     02187000
               ADD 1 TO WS-TAX-LINE-COUNT                               02188000
               MOVE WS-TT-RIDER (WS-TAX-IDX)                            02189000
                   TO WS-BTX-RIDER (WS-TAX-LINE-COUNT)                  02190000
               MOVE WS-ONE-TAX-AMT                                      02191000
                   TO WS-BTX-AMT (WS-TAX-LINE-COUNT)                    02192000
           END-IF.                                                      02193000
                                                                        02194000
           MOVE CM-ACCT-NO                  TO TE-ACCT-NO.              02195000
           MOVE WS-BILLING-PERIOD           TO TE-BILLING-PERIOD.       02196000
           MOVE CM-JURIS-CODE               TO TE-JURIS-CODE.           02197000
           MOVE WS-TT-RIDER (WS-TAX-IDX)    TO TE-RIDER-CODE.           02198000
           MOVE WS-TT-AUTHORITY (WS-TAX-IDX) TO TE-AUTHORITY-NAME.      02199000
           MOVE WS-PRETAX-BILL              TO TE-BASIS-AMT.            02200000
           MOVE WS-ONE-TAX-AMT              TO TE-TAX-AMT.              02201000
           MOVE 'R'                         TO TE-ENTRY-TYPE.           02202000
           WRITE TE-TAX-RECORD.                                         02203000
                                                                        02204000
       306-EXIT.                                                        02205000
           EXIT.                                                        02206000
                                                                        02207000
      ***************************************************************** 02208000
      * BUDGET (LEVEL) BILLING - AS UTIL2000, BUT ONLY WHEN             02208666
      * 530-REVERSE-ORIGINAL BACKED THE ORIGINAL BILL'S MONTH OUT OF    02209332
      * THE PLAN; THE CORRECTED BILL THEN TAKES ITS PLACE IN THE        02209998
      * DEFERRAL AND THE YTD. AN ORIGINAL BILLED AT ITS ACTUAL (BEFORE  02210664
      * THE ACCOUNT WENT ON THE PLAN) IS REBILLED AT ITS ACTUAL TOO.    02211330
      ***************************************************************** 02212000
       310-APPLY-BUDGET.                                                02213000
           MOVE WS-TOTAL-BILL TO WS-ACTUAL-BILL.                        02214000
           SET BUDGET-NOT-APPLIED TO TRUE.                              02215000
                                                                        02216000
           IF CM-ON-BUDGET-PLAN                                         02217000
               AND CM-BUDGET-AMOUNT NUMERIC                             02218000
               AND CM-BUDGET-AMOUNT > 0                                 02219000
               AND BUDGET-BACKED-OUT                                    02219500
               SET BUDGET-APPLIED TO TRUE                               02220000
               COMPUTE CM-DEFERRED-BAL =                                02221000
                   CM-DEFERRED-BAL +                                    02222000
                   (WS-ACTUAL-BILL - CM-BUDGET-AMOUNT)                  02223000
               ADD WS-ACTUAL-BILL TO CM-BUDGET-ACTUAL-YTD               02224000
               ADD 1 TO CM-BUDGET-MONTHS                                02225000
               MOVE CM-BUDGET-AMOUNT TO WS-TOTAL-BILL                   02226000
           END-IF.                                                      02227000

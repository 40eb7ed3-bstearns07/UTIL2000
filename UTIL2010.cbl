      *               of its meters' postings for the period so the     00021960
      *               billing run still bills one bill per account.     00021970
      *               A read for a meter not on file creates it.        00021980
      *  10-15-26  BS  Net metering - a read can carry a second,        00021982
      *                received register's dials, edited and rolled     00021984
      *                over like the delivered dials against the        00021986
      *                meter's own last received dial, and posted to    00021988
      *                CM-KWH-RECEIVED as the sum of the account's      00021990
      *                meters for the period.                           00021992
      *  10-15-26  BS  Route book read limits - reads are checked       00021993
      *                against the high/low kWh limits on the UTIL2005  00021994
      *                route book; one outside them is held off the     00021995
      *                master and listed on RERDREQ for a re-read       00021996
      *                (read type V posts a verified re-read past the   00021997
      *                limits). RTECMP reports meters read, missed and  00021998
      *                out of limit by route and by reader ID.          00021999
      *  10-15-26  BS  Run control - before posting, check the cycle    00022000
      *                against tonight's CYCCAL calendar entry and      00022001
      *                UTIL2100's entry on the RUNCTL run-control file, 00022002
      *                hold the run (RC 12) if it already completed for 00022003
      *                the period and cycle, and record its start,      00022004
      *                finish, RC and counts there. ,OVERRIDE on the    00022005
      *                parm skips the checks.                           00022006
      ***************************************************************** 00022503
       ENVIRONMENT DIVISION.                                            00023000
       INPUT-OUTPUT SECTION.                                            00024000
       FILE-CONTROL.                                                    00025000
           SELECT EST-EXCEPTIONS   ASSIGN TO ESTEXCP                    00039900
               ORGANIZATION IS SEQUENTIAL                               00039910
               FILE STATUS IS WS-ESTEXCP-STATUS.                        00039920
                                                                        00039921
           SELECT ROUTE-BOOK       ASSIGN TO ROUTEBK                    00039922
               ORGANIZATION IS SEQUENTIAL                               00039923
               FILE STATUS IS WS-ROUTEBK-STATUS.                        00039924
                                                                        00039925
           SELECT REREAD-REQUESTS  ASSIGN TO RERDREQ                    00039926
               ORGANIZATION IS SEQUENTIAL                               00039927
               FILE STATUS IS WS-RERDREQ-STATUS.                        00039928
                                                                        00039929
           SELECT ROUTE-COMPLETION ASSIGN TO RTECMP                     00039930
               ORGANIZATION IS SEQUENTIAL                               00039931
               FILE STATUS IS WS-RTECMP-STATUS.                         00039932
                                                                        00039934
           SELECT CYCLE-CALENDAR   ASSIGN TO CYCCAL                     00039936
               ORGANIZATION IS SEQUENTIAL                               00039942
               FILE STATUS IS WS-CYCCAL-STATUS.                         00039948
                                                                        00039954
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL                     00039960
               ORGANIZATION IS INDEXED                                  00039966
               ACCESS MODE IS RANDOM                                    00039972
               RECORD KEY IS RU-KEY                                     00039978
               FILE STATUS IS WS-RUNCTL-STATUS.                         00039984
                                                                        00039990
       DATA DIVISION.                                                   00040000
       FILE SECTION.                                                    00041000
       FD  METER-TRANS                                                  00042000
           05  ER-READER-ID             PIC X(04).                      00054970
           05  ER-READ-TYPE             PIC X(01).                      00054980
           05  ER-METER-NO              PIC X(02).                      00054990
           05  ER-RCV-DIALS.                                            00055240
               10  ER-RCV-BEGIN-READ    PIC 9(05).                      00055490
               10  ER-RCV-END-READ      PIC 9(05).                      00055740
                                                                        00054990
       FD  EST-EXCEPTIONS                                               00054991
           LABEL RECORDS ARE STANDARD                                   00054992
           RECORD CONTAINS 101 CHARACTERS.                              00054993
       01  ESTEXCP-LINE             PIC X(101).                         00054994
                                                                        00054995
       FD  ROUTE-BOOK                                                   00054996
           LABEL RECORDS ARE STANDARD.                                  00054997
       COPY ROUTEBK.                                                    00054998
                                                                        00054999
       FD  REREAD-REQUESTS                                              00055000
           LABEL RECORDS ARE STANDARD                                   00055001
           RECORD CONTAINS 132 CHARACTERS.                              00055002
       01  RERDREQ-LINE             PIC X(132).                         00055003
                                                                        00055004
       FD  ROUTE-COMPLETION                                             00055005
           LABEL RECORDS ARE STANDARD                                   00055006
           RECORD CONTAINS 132 CHARACTERS.                              00055007
       01  RTECMP-LINE              PIC X(132).                         00055008
                                                                        00055098
       FD  CYCLE-CALENDAR                                               00055188
           LABEL RECORDS ARE STANDARD.                                  00055278
       COPY CYCCAL.                                                     00055368
                                                                        00055458
       FD  RUN-CONTROL                                                  00055548
           LABEL RECORDS ARE STANDARD.                                  00055638
       COPY RUNCTL.                                                     00055728
                                                                        00055818
       WORKING-STORAGE SECTION.                                         00055908
                                                                        00056000
      ***************************************************************** 00057000
      * FILE STATUS / SWITCHES                                          00058000
           88  USAGEHST-NOT-EOF                  VALUE 'N'.             00066400
       01  WS-ESTRDS-STATUS         PIC X(02)    VALUE '00'.            00066500
       01  WS-ESTEXCP-STATUS        PIC X(02)    VALUE '00'.            00066600
       01  WS-ROUTEBK-STATUS        PIC X(02)    VALUE '00'.            00066657
       01  WS-ROUTEBK-EOF-SW        PIC X(01)    VALUE 'N'.             00066714
           88  ROUTEBK-EOF                       VALUE 'Y'.             00066771
           88  ROUTEBK-NOT-EOF                   VALUE 'N'.             00066828
       01  WS-RERDREQ-STATUS        PIC X(02)    VALUE '00'.            00066885
       01  WS-RTECMP-STATUS         PIC X(02)    VALUE '00'.            00066942
                                                                        00067000
      ***************************************************************** 00068000
      * READING VALIDATION FIELDS                                       00069000
           88  READ-VALID                        VALUE 'Y'.             00072000
           88  READ-INVALID                      VALUE 'N'.             00073000
       01  WS-REJ-REASON            PIC X(40)    VALUE SPACES.          00074000
      * A TYPE V READ IS AN ACTUAL READ THE METER DEPARTMENT HAS        00074083
      * VERIFIED ON A RE-READ - IT POSTS AS TYPE A EVEN OUTSIDE THE     00074166
      * ROUTE BOOK LIMITS.                                              00074249
       01  WS-READ-VERIFIED-SW      PIC X(01)    VALUE 'N'.             00074332
           88  READ-VERIFIED                     VALUE 'Y'.             00074415
           88  READ-NOT-VERIFIED                 VALUE 'N'.             00074498
      * WHAT BECAME OF THE READ, FOR THE ROUTE COMPLETION REPORT.       00074581
       01  WS-READ-OUTCOME-SW       PIC X(01)    VALUE 'X'.             00074664
           88  READ-OUTCOME-POSTED               VALUE 'P'.             00074747
           88  READ-OUTCOME-REREAD               VALUE 'O'.             00074830
           88  READ-OUTCOME-REJECTED             VALUE 'X'.             00074913
                                                                        00075000
      ***************************************************************** 00076000
      * KWH DELTA WORK FIELDS - THE DIAL IS FIVE DIGITS, SO AN END      00077000
      ***************************************************************** 00080000
       01  WS-DIAL-MODULUS          PIC 9(6)     VALUE 100000.          00081000
       01  WS-KWH-DELTA             PIC 9(5)     VALUE 0.               00082000
                                                                        00082090
      ***************************************************************** 00082180
      * RECEIVED-REGISTER DELTA ON A NET-METERED METER - SAME FIVE-     00082270
      * DIGIT DIAL AND ROLLOVER AS THE DELIVERED SIDE. ZERO WHEN THE    00082360
      * READ CARRIES NO RECEIVED DIALS.                                 00082450
      ***************************************************************** 00082540
       01  WS-RCV-PRESENT-SW        PIC X(01)    VALUE 'N'.             00082630
           88  RCV-PRESENT                       VALUE 'Y'.             00082720
           88  RCV-NOT-PRESENT                   VALUE 'N'.             00082810
       01  WS-RCV-DELTA             PIC 9(5)     VALUE 0.               00082900
                                                                        00083000
      ***************************************************************** 00083100
      * ESTIMATE TRUE-UP WORK FIELD - THE ACTUAL READ'S DELTA LESS      00083200
       01  WS-LAST-YEAR-PERIOD      PIC 9(06)    VALUE 0.               00083940
       01  WS-EST-KWH               PIC 9(05)    VALUE 0.               00083950
       01  WS-EST-REASON            PIC X(40)    VALUE SPACES.          00083955
                                                                        00083956
      ***************************************************************** 00083957
      * ROUTE BOOK TABLE - THE UTIL2005 BOOK FOR THIS PERIOD (AND       00083958
      * CYCLE, ON A CYCLE RUN), ONE ENTRY PER METER WITH ITS READ       00083959
      * LIMITS AND WHAT BECAME OF ITS READ: P = POSTED, O = HELD FOR    00083960
      * A RE-READ, X = REJECTED, SPACE = NO READ CAME IN (MISSED). A    00083961
      * READ FOR A METER NOT ON THE BOOK IS NOT LIMIT-CHECKED.          00083962
      ***************************************************************** 00083963
       01  WS-BOOK-PERIOD           PIC 9(06)    VALUE 0.               00083964
       01  WS-BOOK-STALE-COUNT      PIC 9(7)     VALUE 0.               00083965
       01  WS-BOOK-SUB              PIC 9(4)  COMP  VALUE 0.            00083966
       01  WS-BOOK-COUNT            PIC 9(4)  COMP  VALUE 0.            00083967
       01  WS-BOOK-TABLE-AREA.                                          00083968
           05  WS-BOOK-ENTRY        OCCURS 1 TO 5000 TIMES              00083969
                                     DEPENDING ON WS-BOOK-COUNT         00083970
                                     INDEXED BY WS-BOOK-IDX.            00083971
               10  WS-BK-ACCT-NO    PIC X(06).                          00083972
               10  WS-BK-METER-NO   PIC X(02).                          00083973
               10  WS-BK-ROUTE-SUB  PIC 9(4)  COMP.                     00083974
               10  WS-BK-LIMIT-SRC  PIC X(01).                          00083975
               10  WS-BK-LOW-KWH    PIC 9(05).                          00083976
               10  WS-BK-HIGH-KWH   PIC 9(05).                          00083977
               10  WS-BK-STATUS     PIC X(01).                          00083978
       01  WS-LIMIT-SIDE            PIC X(04)    VALUE SPACES.          00083979
                                                                        00083980
      ***************************************************************** 00083981
      * ROUTE AND READER TOTALS FOR THE ROUTE COMPLETION REPORT. A      00083982
      * ROUTE'S READER IS THE FIRST READER ID SEEN ON IT THIS RUN -     00083983
      * ITS MISSED METERS ARE CHARGED TO THAT READER, OR TO NONE        00083984
      * WHEN NOTHING ON THE ROUTE CAME IN AT ALL.                       00083985
      ***************************************************************** 00083986
       01  WS-RTE-SUB               PIC 9(4)  COMP  VALUE 0.            00083987
       01  WS-RTE-COUNT             PIC 9(4)  COMP  VALUE 0.            00083988
       01  WS-RTE-TABLE-AREA.                                           00083989
           05  WS-RTE-ENTRY         OCCURS 1 TO 500 TIMES               00083990
                                     DEPENDING ON WS-RTE-COUNT          00083991
                                     INDEXED BY WS-RTE-IDX.             00083992
               10  WS-RE-CYCLE-CODE PIC 9(02).                          00083993
               10  WS-RE-ROUTE-CODE PIC X(04).                          00083994
               10  WS-RE-READER-ID  PIC X(04).                          00083995
               10  WS-RE-ON-BOOK    PIC 9(05).                          00083996
               10  WS-RE-POSTED     PIC 9(05).                          00083997
               10  WS-RE-REREAD     PIC 9(05).                          00083998
               10  WS-RE-REJECTED   PIC 9(05).                          00083999
               10  WS-RE-MISSED     PIC 9(05).                          00084000
                                                                        00084001
       01  WS-RDR-FOUND-SW          PIC X(01)    VALUE 'N'.             00084002
           88  RDR-FOUND                         VALUE 'Y'.             00084003
           88  RDR-NOT-FOUND                     VALUE 'N'.             00084004
       01  WS-FIND-READER-ID        PIC X(04)    VALUE SPACES.          00084005
       01  WS-RDR-COUNT             PIC 9(4)  COMP  VALUE 0.            00084006
       01  WS-RDR-TABLE-AREA.                                           00084007
           05  WS-RDR-ENTRY         OCCURS 1 TO 200 TIMES               00084008
                                     DEPENDING ON WS-RDR-COUNT          00084009
                                     INDEXED BY WS-RDR-IDX.             00084010
               10  WS-RD-READER-ID  PIC X(04).                          00084011
               10  WS-RD-READS-IN   PIC 9(05).                          00084012
               10  WS-RD-POSTED     PIC 9(05).                          00084013
               10  WS-RD-REREAD     PIC 9(05).                          00084014
               10  WS-RD-REJECTED   PIC 9(05).                          00084015
               10  WS-RD-MISSED     PIC 9(05).                          00084016
                                                                        00084017
       01  WS-TOT-ON-BOOK           PIC 9(7)     VALUE 0.               00084018
       01  WS-TOT-READS-IN          PIC 9(7)     VALUE 0.               00084019
       01  WS-TOT-POSTED            PIC 9(7)     VALUE 0.               00084020
       01  WS-TOT-REREAD            PIC 9(7)     VALUE 0.               00084021
       01  WS-TOT-REJECTED          PIC 9(7)     VALUE 0.               00084022
       01  WS-TOT-MISSED            PIC 9(7)     VALUE 0.               00084023
       01  WS-CNT-ED1               PIC ZZZ,ZZ9.                        00084024
       01  WS-CNT-ED2               PIC ZZZ,ZZ9.                        00084025
       01  WS-CNT-ED3               PIC ZZZ,ZZ9.                        00084026
       01  WS-CNT-ED4               PIC ZZZ,ZZ9.                        00084027
       01  WS-CNT-ED5               PIC ZZZ,ZZ9.                        00084028
       01  WS-KWH-ED                PIC ZZ,ZZ9.                         00084029
       01  WS-LOW-ED                PIC ZZ,ZZ9.                         00084030
       01  WS-HIGH-ED               PIC ZZ,ZZ9.                         00084031
                                                                        00084354
      ***************************************************************** 00084677
      * BILLING PERIOD BOUNDS - THE READ DATE MUST FALL INSIDE THE      00085000
      * PERIOD BEING BILLED (THE RUN MONTH), SAME BOUNDS AS THE         00086000
      * BILLING RUN'S PRORATION LOGIC USES.                             00087000
       01  WS-GEN-COUNT             PIC 9(7)     VALUE 0.               00102100
       01  WS-TRUEUP-COUNT          PIC 9(7)     VALUE 0.               00102200
       01  WS-EXCP-COUNT            PIC 9(7)     VALUE 0.               00102300
       01  WS-RCV-POSTED-COUNT      PIC 9(7)     VALUE 0.               00102650
       01  WS-REREAD-COUNT          PIC 9(7)     VALUE 0.               00102737
       01  WS-VERIFIED-COUNT        PIC 9(7)     VALUE 0.               00102824
       01  WS-OFF-BOOK-COUNT        PIC 9(7)     VALUE 0.               00102911
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00103000
                                                                        00104000
      ***************************************************************** 00105000
       01  WS-SELECT-CYCLE-N REDEFINES WS-SELECT-CYCLE-X                00113830
                                    PIC 9(02).                          00113840
                                                                        00113850
      ***************************************************************** 00113851
      * RUN CONTROL - THIS STEP'S ENTRY ON THE RUN-CONTROL FILE FOR THE 00113852
      * PERIOD AND CYCLE, AND THE STEPS (WS-RU-PRED) THAT MUST HAVE     00113853
      * FINISHED CLEAN FOR THE SAME PERIOD AND CYCLE BEFORE IT MAY RUN. 00113854
      * WS-RU-COUNT-AREA IS THE RUN'S COUNTS AS THEY GO TO THE          00113855
      * RUN-CONTROL RECORD. OVERRIDE ON THE PARM SKIPS THE CHECKS.      00113856
      ***************************************************************** 00113857
       01  WS-CYCCAL-STATUS         PIC X(02)    VALUE '00'.            00113858
       01  WS-CYCCAL-EOF-SW         PIC X(01)    VALUE 'N'.             00113859
           88  CYCCAL-EOF                        VALUE 'Y'.             00113860
           88  CYCCAL-NOT-EOF                    VALUE 'N'.             00113861
       01  WS-RUNCTL-STATUS         PIC X(02)    VALUE '00'.            00113862
       01  WS-RU-PROGRAM            PIC X(08)    VALUE 'UTIL2010'.      00113863
       01  WS-RU-PRED-COUNT         PIC 9(4)  COMP  VALUE 1.            00113864
       01  WS-RU-PRED-VALUES.                                           00113865
           05  FILLER               PIC X(08)    VALUE 'UTIL2100'.      00113866
           05  FILLER               PIC X(08)    VALUE SPACES.          00113867
       01  WS-RU-PRED-TABLE REDEFINES WS-RU-PRED-VALUES.                00113868
           05  WS-RU-PRED           PIC X(08)    OCCURS 2 TIMES.        00113869
       01  WS-RU-SUB                PIC 9(4)  COMP  VALUE 0.            00113870
       01  WS-RU-PERIOD             PIC 9(06)    VALUE 0.               00113871
       01  WS-RU-NEW-STATUS         PIC X(01)    VALUE SPACE.           00113872
       01  WS-RU-HOLD-REASON        PIC X(30)    VALUE SPACES.          00113873
       01  WS-RU-OVERRIDE-SW        PIC X(01)    VALUE 'N'.             00113874
           88  RU-OVERRIDE-GIVEN                 VALUE 'Y'.             00113875
       01  WS-RU-FOUND-SW           PIC X(01)    VALUE 'N'.             00113876
           88  RU-RECORD-FOUND                   VALUE 'Y'.             00113877
       01  WS-CAL-FOUND-SW          PIC X(01)    VALUE 'N'.             00113878
           88  CAL-ENTRY-FOUND                   VALUE 'Y'.             00113879
       01  WS-CAL-BILL-DATE         PIC 9(08)    VALUE 0.               00113880
       01  WS-RU-DATE-8             PIC 9(08)    VALUE 0.               00113881
       01  WS-RU-TIME-8             PIC 9(08)    VALUE 0.               00113882
       01  WS-RU-COUNT-AREA.                                            00113883
           05  FILLER               PIC X(08)    VALUE 'READS'.         00113884
           05  WS-RU-COUNT-1        PIC 9(07)    VALUE 0.               00113885
           05  FILLER               PIC X(08)    VALUE 'POSTED'.        00113886
           05  WS-RU-COUNT-2        PIC 9(07)    VALUE 0.               00113887
           05  FILLER               PIC X(08)    VALUE 'REJECTS'.       00113888
           05  WS-RU-COUNT-3        PIC 9(07)    VALUE 0.               00113889
                                                                        00113890
      ***************************************************************** 00113892
      * LINKAGE SECTION - THE JCL EXEC PARM NAMES THE CYCLE TO SWEEP.   00113894
      ***************************************************************** 00113896
       LINKAGE SECTION.                                                 00113898
       01  LS-PARM-AREA.                                                00113900
           05  LS-PARM-LEN              PIC S9(4) COMP.                 00113910
           05  LS-PARM-DATA             PIC X(80).                      00113920
                                                                        00128000
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     00129000
                                                                        00129100
      * A TRAILING ,OVERRIDE (OR OVERRIDE ALONE ON A FULL RUN) FORCES   00129106
      * THE RUN PAST THE RUN-CONTROL CHECKS IN 050-CHECK-RUN-CONTROL.   00129112
      * IT IS TAKEN OFF HERE SO THE REST OF THE PARM EDITS AS BEFORE.   00129118
           IF LS-PARM-LEN = 8                                           00129124
               AND LS-PARM-DATA (1:8) = 'OVERRIDE'                      00129130
               SET RU-OVERRIDE-GIVEN TO TRUE                            00129136
               MOVE 0 TO LS-PARM-LEN                                    00129142
           END-IF.                                                      00129148
           IF LS-PARM-LEN > 9                                           00129154
               AND LS-PARM-DATA (LS-PARM-LEN - 8:9) = ',OVERRIDE'       00129160
               SET RU-OVERRIDE-GIVEN TO TRUE                            00129166
               SUBTRACT 9 FROM LS-PARM-LEN                              00129172
           END-IF.                                                      00129178
                                                                        00129184
      * ONLY AN EMPTY PARM (SWEEP EVERY CYCLE - A FULL MONTHLY RUN)     00129200
      * OR CYCLE=NN WITH NN 01-20 IS ACCEPTED. A MISKEYED PARM STOPS    00129300
      * THE RUN - AN ALL-CYCLE SWEEP WOULD ESTIMATE EVERY ROUTE NOT     00129400
                       LS-PARM-DATA (1:16)                              00129760
                   DISPLAY 'UTIL2010 - USE NO PARM (ALL CYCLES) OR '    00129770
                       'CYCLE=NN (NN 01-20)'                            00129780
                   DISPLAY 'UTIL2010 - ADD ,OVERRIDE TO SKIP THE '      00129783
                       'RUN-CONTROL CHECKS'                             00129786
                   MOVE 8 TO RETURN-CODE                                00129790
                   STOP RUN                                             00129800
               END-IF                                                   00129810
           END-IF.                                                      00129820
                                                                        00129830
           PERFORM 050-CHECK-RUN-CONTROL THRU 050-EXIT.                 00129854
           IF RETURN-CODE NOT = 0                                       00129878
               DISPLAY 'UTIL2010 - RUN HELD, RC = ' RETURN-CODE         00129902
               STOP RUN                                                 00129926
           END-IF.                                                      00129950
                                                                        00129974
           PERFORM 180-CALC-PERIOD-BOUNDS.                              00130000
           PERFORM 100-POST-READINGS THRU 100-EXIT.                     00131000
           IF RETURN-CODE = 0                                           00131100
               PERFORM 300-ROUTE-COMPLETION THRU 300-EXIT               00131200
           END-IF.                                                      00131300
           IF RETURN-CODE = 0                                           00131475
               PERFORM 200-GEN-ESTIMATES THRU 200-EXIT                  00131650
           END-IF.                                                      00131825
                                                                        00132000
           DISPLAY 'UTIL2010 - READINGS IN   : ' WS-READ-COUNT.         00133000
           DISPLAY 'UTIL2010 - READINGS POSTED: ' WS-POSTED-COUNT.      00134000
           DISPLAY 'UTIL2010 - RECEIVED REGISTERS POSTED: '             00134333
               WS-RCV-POSTED-COUNT.                                     00134666
           DISPLAY 'UTIL2010 - ESTIMATED POSTED: ' WS-EST-COUNT.        00135000
           DISPLAY 'UTIL2010 - READINGS REJECTED: ' WS-REJ-COUNT.       00136000
           DISPLAY 'UTIL2010 - HELD FOR RE-READ : ' WS-REREAD-COUNT.    00136033
           DISPLAY 'UTIL2010 - VERIFIED RE-READS: ' WS-VERIFIED-COUNT.  00136066
           DISPLAY 'UTIL2010 - ESTIMATES GENERATED: ' WS-GEN-COUNT.     00136100
           DISPLAY 'UTIL2010 - ESTIMATES TRUED UP : ' WS-TRUEUP-COUNT.  00136200
           DISPLAY 'UTIL2010 - ESTIMATE EXCEPTIONS: ' WS-EXCP-COUNT.    00136300
                                                                        00137000
           PERFORM 090-RECORD-FINISH THRU 090-EXIT.                     00137500
           STOP RUN.                                                    00138000
                                                                        00139000
      ***************************************************************** 00139003
      * RUN CONTROL - BEFORE ANYTHING IS TOUCHED, MAKE SURE THIS STEP   00139006
      * MAY RUN: THE CYCLE MUST BE THE ONE THE CALENDAR HAS BILLING     00139009
      * TONIGHT, THE STEP MUST NOT ALREADY HAVE COMPLETED FOR THE       00139012
      * PERIOD AND CYCLE, AND EVERY STEP IN WS-RU-PRED MUST HAVE        00139015
      * FINISHED CLEAN FOR THEM. A STEP THAT FAILS A CHECK IS HELD -    00139018
      * MARKED H WITH THE REASON, RC 12 - UNLESS THE PARM CARRIES       00139021
      * OVERRIDE. A FULL RUN (NO CYCLE) HAS NO CALENDAR NIGHT TO CHECK. 00139024
      * A STEP CLEARED TO RUN IS MARKED STARTED, AND 090-RECORD-FINISH  00139027
      * MARKS IT COMPLETE OR FAILED AT THE END.                         00139030
      ***************************************************************** 00139033
       050-CHECK-RUN-CONTROL.                                           00139036
           COMPUTE WS-RU-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.      00139039
           MOVE SPACES TO WS-RU-HOLD-REASON.                            00139042
                                                                        00139045
           OPEN I-O RUN-CONTROL.                                        00139048
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'        00139051
               OPEN OUTPUT RUN-CONTROL                                  00139054
               CLOSE RUN-CONTROL                                        00139057
               OPEN I-O RUN-CONTROL                                     00139060
           END-IF.                                                      00139063
           IF WS-RUNCTL-STATUS NOT = '00'                               00139066
               DISPLAY 'UTIL2010 - RUNCTL OPEN FAILED, STATUS = '       00139069
                   WS-RUNCTL-STATUS                                     00139072
               MOVE 16 TO RETURN-CODE                                   00139075
               GO TO 050-EXIT                                           00139078
           END-IF.                                                      00139081
                                                                        00139084
           IF RU-OVERRIDE-GIVEN                                         00139087
               DISPLAY 'UTIL2010 - OVERRIDE - RUN-CONTROL CHECKS '      00139090
                   'SKIPPED'                                            00139093
               GO TO 050-MARK-STARTED                                   00139096
           END-IF.                                                      00139099
                                                                        00139102
           PERFORM 065-READ-RUN-CONTROL.                                00139105
           IF RU-RECORD-FOUND AND RU-COMPLETE                           00139108
               DISPLAY 'UTIL2010 - ALREADY COMPLETE FOR PERIOD '        00139111
                   WS-RU-PERIOD ' CYCLE ' WS-SELECT-CYCLE               00139114
               CLOSE RUN-CONTROL                                        00139117
               MOVE 12 TO RETURN-CODE                                   00139120
               GO TO 050-EXIT                                           00139123
           END-IF.                                                      00139126
                                                                        00139129
           IF WS-SELECT-CYCLE > 0                                       00139132
               PERFORM 055-FIND-CALENDAR THRU 055-EXIT                  00139135
           END-IF.                                                      00139138
           PERFORM 060-CHECK-PREDECESSOR                                00139141
               VARYING WS-RU-SUB FROM 1 BY 1                            00139144
               UNTIL WS-RU-SUB > WS-RU-PRED-COUNT                       00139147
                  OR WS-RU-HOLD-REASON NOT = SPACES.                    00139150
                                                                        00139153
           IF WS-RU-HOLD-REASON NOT = SPACES                            00139156
               DISPLAY 'UTIL2010 - HELD - ' WS-RU-HOLD-REASON           00139159
               MOVE 'H' TO WS-RU-NEW-STATUS                             00139162
               PERFORM 070-MARK-RUN-CONTROL                             00139165
               CLOSE RUN-CONTROL                                        00139168
               MOVE 12 TO RETURN-CODE                                   00139171
               GO TO 050-EXIT                                           00139174
           END-IF.                                                      00139177
                                                                        00139180
       050-MARK-STARTED.                                                00139183
           MOVE 'S' TO WS-RU-NEW-STATUS.                                00139186
           PERFORM 070-MARK-RUN-CONTROL.                                00139189
           CLOSE RUN-CONTROL.                                           00139192
                                                                        00139195
       050-EXIT.                                                        00139198
           EXIT.                                                        00139201
                                                                        00139204
      ***************************************************************** 00139207
      * FIND THE CYCLE'S CALENDAR ENTRY FOR THE PERIOD AND HOLD THE RUN 00139210
      * IF THERE IS NONE OR ITS BILL DATE IS NOT TONIGHT.               00139213
      ***************************************************************** 00139216
       055-FIND-CALENDAR.                                               00139219
           OPEN INPUT CYCLE-CALENDAR.                                   00139222
           IF WS-CYCCAL-STATUS NOT = '00'                               00139225
               DISPLAY 'UTIL2010 - CYCCAL OPEN FAILED, STATUS = '       00139228
                   WS-CYCCAL-STATUS                                     00139231
               MOVE 'CYCLE CALENDAR NOT AVAILABLE'                      00139234
                   TO WS-RU-HOLD-REASON                                 00139237
               GO TO 055-EXIT                                           00139240
           END-IF.                                                      00139243
                                                                        00139246
           MOVE 'N' TO WS-CAL-FOUND-SW.                                 00139249
           PERFORM 056-READ-CAL-RTN.                                    00139252
           PERFORM 057-MATCH-CALENDAR                                   00139255
               UNTIL CYCCAL-EOF OR CAL-ENTRY-FOUND.                     00139258
           CLOSE CYCLE-CALENDAR.                                        00139261
                                                                        00139264
           IF NOT CAL-ENTRY-FOUND                                       00139267
               MOVE 'CYCLE NOT ON CALENDAR' TO WS-RU-HOLD-REASON        00139270
               GO TO 055-EXIT                                           00139273
           END-IF.                                                      00139276
           IF WS-CAL-BILL-DATE NOT = WS-RUN-DATE-8                      00139279
               DISPLAY 'UTIL2010 - CYCLE ' WS-SELECT-CYCLE              00139282
                   ' IS SCHEDULED FOR ' WS-CAL-BILL-DATE                00139285
               MOVE 'CYCLE NOT SCHEDULED TONIGHT'                       00139288
                   TO WS-RU-HOLD-REASON                                 00139291
           END-IF.                                                      00139294
                                                                        00139297
       055-EXIT.                                                        00139300
           EXIT.                                                        00139303
                                                                        00139306
      ***************************************************************** 00139309
      * READ THE NEXT CYCLE CALENDAR RECORD, SETTING THE EOF SWITCH     00139312
      * WHEN THE FILE IS EXHAUSTED.                                     00139315
      ***************************************************************** 00139318
       056-READ-CAL-RTN.                                                00139321
           READ CYCLE-CALENDAR                                          00139324
               AT END                                                   00139327
                   SET CYCCAL-EOF TO TRUE                               00139330
               NOT AT END                                               00139333
                   SET CYCCAL-NOT-EOF TO TRUE                           00139336
           END-READ.                                                    00139339
                                                                        00139342
      ***************************************************************** 00139345
      * KEEP THE BILL DATE IF THIS IS THE CYCLE'S ENTRY FOR THE PERIOD, 00139348
      * ELSE READ THE NEXT ONE.                                         00139351
      ***************************************************************** 00139354
       057-MATCH-CALENDAR.                                              00139357
           IF CY-PERIOD = WS-RU-PERIOD                                  00139360
               AND CY-CYCLE-CODE = WS-SELECT-CYCLE                      00139363
               MOVE CY-BILL-DATE TO WS-CAL-BILL-DATE                    00139366
               SET CAL-ENTRY-FOUND TO TRUE                              00139369
           ELSE                                                         00139372
               PERFORM 056-READ-CAL-RTN                                 00139375
           END-IF.                                                      00139378
                                                                        00139381
      ***************************************************************** 00139384
      * LOOK UP ONE PREDECESSOR STEP'S RUN-CONTROL ENTRY FOR THE SAME   00139387
      * PERIOD AND CYCLE - ANYTHING BUT COMPLETE HOLDS THIS STEP.       00139390
      ***************************************************************** 00139393
       060-CHECK-PREDECESSOR.                                           00139396
           MOVE WS-RU-PERIOD           TO RU-PERIOD.                    00139399
           MOVE WS-SELECT-CYCLE        TO RU-CYCLE-CODE.                00139402
           MOVE WS-RU-PRED (WS-RU-SUB) TO RU-PROGRAM.                   00139405
           READ RUN-CONTROL                                             00139408
               INVALID KEY                                              00139411
                   MOVE SPACE TO RU-STATUS                              00139414
           END-READ.                                                    00139417
           IF NOT RU-COMPLETE                                           00139420
               STRING WS-RU-PRED (WS-RU-SUB) ' NOT COMPLETE'            00139423
                   DELIMITED BY SIZE INTO WS-RU-HOLD-REASON             00139426
           END-IF.                                                      00139429
                                                                        00139432
      ***************************************************************** 00139435
      * READ THIS STEP'S OWN RUN-CONTROL ENTRY FOR THE PERIOD AND       00139438
      * CYCLE, NOTING WHETHER IT IS ON FILE YET.                        00139441
      ***************************************************************** 00139444
       065-READ-RUN-CONTROL.                                            00139447
           MOVE WS-RU-PERIOD    TO RU-PERIOD.                           00139450
           MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE.                       00139453
           MOVE WS-RU-PROGRAM   TO RU-PROGRAM.                          00139456
           SET RU-RECORD-FOUND TO TRUE.                                 00139459
           READ RUN-CONTROL                                             00139462
               INVALID KEY                                              00139465
                   MOVE 'N' TO WS-RU-FOUND-SW                           00139468
           END-READ.                                                    00139471
                                                                        00139474
      ***************************************************************** 00139477
      * MARK THIS STEP STARTED (S) OR HELD (H) ON ITS RUN-CONTROL       00139480
      * ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP RUNS FOR THE    00139483
      * PERIOD AND CYCLE. ONLY A STARTED RUN COUNTS AS A RUN.           00139486
      ***************************************************************** 00139489
       070-MARK-RUN-CONTROL.                                            00139492
           PERFORM 065-READ-RUN-CONTROL.                                00139495
           IF NOT RU-RECORD-FOUND                                       00139498
               MOVE WS-RU-PERIOD    TO RU-PERIOD                        00139501
               MOVE WS-SELECT-CYCLE TO RU-CYCLE-CODE                    00139504
               MOVE WS-RU-PROGRAM   TO RU-PROGRAM                       00139507
               MOVE 0               TO RU-RUN-COUNT                     00139510
           END-IF.                                                      00139513
                                                                        00139516
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00139519
           MOVE WS-RU-NEW-STATUS   TO RU-STATUS.                        00139522
           MOVE WS-RU-OVERRIDE-SW  TO RU-OVERRIDE-SW.                   00139525
           MOVE WS-RUN-DATE-8      TO RU-START-DATE.                    00139528
           MOVE WS-RU-TIME-8 (1:6) TO RU-START-TIME.                    00139531
           MOVE 0                  TO RU-END-DATE.                      00139534
           MOVE 0                  TO RU-END-TIME.                      00139537
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00139540
           MOVE WS-RU-HOLD-REASON  TO RU-HOLD-REASON.                   00139543
           IF RU-HELD                                                   00139546
               MOVE 12 TO RU-RETURN-CODE                                00139549
           ELSE                                                         00139552
               MOVE 0 TO RU-RETURN-CODE                                 00139555
               ADD 1 TO RU-RUN-COUNT                                    00139558
           END-IF.                                                      00139561
                                                                        00139564
           IF RU-RECORD-FOUND                                           00139567
               REWRITE RU-RUN-CONTROL-RECORD                            00139570
                   INVALID KEY                                          00139573
                       DISPLAY 'UTIL2010 - RUNCTL REWRITE FAILED, '     00139576
                           'STATUS = ' WS-RUNCTL-STATUS                 00139579
               END-REWRITE                                              00139582
           ELSE                                                         00139585
               WRITE RU-RUN-CONTROL-RECORD                              00139588
                   INVALID KEY                                          00139591
                       DISPLAY 'UTIL2010 - RUNCTL WRITE FAILED, '       00139594
                           'STATUS = ' WS-RUNCTL-STATUS                 00139597
               END-WRITE                                                00139600
           END-IF.                                                      00139603
                                                                        00139606
      ***************************************************************** 00139609
      * RECORD HOW THE RUN ENDED ON ITS RUN-CONTROL ENTRY - COMPLETE    00139612
      * (C) ON RC 0, FAILED (F) ON ANYTHING ELSE - WITH THE END DATE    00139615
      * AND TIME, THE RC AND THE RUN'S COUNTS. A FAILURE HERE IS ONLY   00139618
      * DISPLAYED; THE NEXT STEP WILL FIND THIS ONE NOT COMPLETE AND    00139621
      * HOLD.                                                           00139624
      ***************************************************************** 00139627
       090-RECORD-FINISH.                                               00139630
           MOVE WS-READ-COUNT    TO WS-RU-COUNT-1.                      00139633
           MOVE WS-POSTED-COUNT  TO WS-RU-COUNT-2.                      00139636
           MOVE WS-REJ-COUNT     TO WS-RU-COUNT-3.                      00139639
                                                                        00139642
           OPEN I-O RUN-CONTROL.                                        00139645
           IF WS-RUNCTL-STATUS NOT = '00'                               00139648
               DISPLAY 'UTIL2010 - RUNCTL OPEN FAILED, STATUS = '       00139651
                   WS-RUNCTL-STATUS ' - FINISH NOT RECORDED'            00139654
               GO TO 090-EXIT                                           00139657
           END-IF.                                                      00139660
                                                                        00139663
           PERFORM 065-READ-RUN-CONTROL.                                00139666
           IF NOT RU-RECORD-FOUND                                       00139669
               DISPLAY 'UTIL2010 - RUN-CONTROL ENTRY MISSING - '        00139672
                   'FINISH NOT RECORDED'                                00139675
               CLOSE RUN-CONTROL                                        00139678
               GO TO 090-EXIT                                           00139681
           END-IF.                                                      00139684
                                                                        00139687
           ACCEPT WS-RU-DATE-8 FROM DATE YYYYMMDD.                      00139690
           ACCEPT WS-RU-TIME-8 FROM TIME.                               00139693
           MOVE WS-RU-DATE-8       TO RU-END-DATE.                      00139696
           MOVE WS-RU-TIME-8 (1:6) TO RU-END-TIME.                      00139699
           MOVE RETURN-CODE        TO RU-RETURN-CODE.                   00139702
           MOVE WS-RU-COUNT-AREA   TO RU-COUNT-AREA.                    00139705
           IF RETURN-CODE = 0                                           00139708
               SET RU-COMPLETE TO TRUE                                  00139711
           ELSE                                                         00139714
               SET RU-FAILED TO TRUE                                    00139717
           END-IF.                                                      00139720
           REWRITE RU-RUN-CONTROL-RECORD                                00139723
               INVALID KEY                                              00139726
                   DISPLAY 'UTIL2010 - RUNCTL REWRITE FAILED, '         00139729
                       'STATUS = ' WS-RUNCTL-STATUS                     00139732
           END-REWRITE.                                                 00139735
           CLOSE RUN-CONTROL.                                           00139738
                                                                        00139741
       090-EXIT.                                                        00139744
           EXIT.                                                        00139747
                                                                        00139750
      ***************************************************************** 00140000
      * WORK OUT THE FIRST AND LAST CALENDAR DATE OF THE BILLING        00141000
      * PERIOD (THE RUN MONTH) SO EACH READ DATE CAN BE CHECKED         00142000
                                                                        00164000
      ***************************************************************** 00165000
      * OPEN THE FILES AND POST EVERY READING ON THE TRANSACTION        00166000
      * FILE, REJECTING THE ONES THAT FAIL THEIR EDITS AND HOLDING      00166666
      * THE ONES OUTSIDE THE ROUTE BOOK LIMITS FOR A RE-READ.           00167332
      ***************************************************************** 00167998
       100-POST-READINGS.                                               00168664
           PERFORM 102-LOAD-ROUTE-BOOK THRU 102-EXIT.                   00169330
           OPEN INPUT METER-TRANS.                                      00170000
           IF WS-METERRD-STATUS NOT = '00'                              00171000
               DISPLAY 'UTIL2010 - METERRD OPEN FAILED, STATUS = '      00172000
               MOVE 16 TO RETURN-CODE                                   00189100
               GO TO 100-EXIT                                           00190000
           END-IF.                                                      00191000
                                                                        00191090
           OPEN OUTPUT REREAD-REQUESTS.                                 00191180
           IF WS-RERDREQ-STATUS NOT = '00'                              00191270
               DISPLAY 'UTIL2010 - RERDREQ OPEN FAILED, STATUS = '      00191360
                   WS-RERDREQ-STATUS                                    00191450
               CLOSE METER-TRANS CUSTOMER-MASTER METER-MASTER           00191540
                     METER-REJECTS                                      00191630
               MOVE 16 TO RETURN-CODE                                   00191720
               GO TO 100-EXIT                                           00191810
           END-IF.                                                      00191900
                                                                        00192000
           PERFORM 110-READ-METER-RTN.                                  00193000
           PERFORM 120-POST-ONE-READ THRU 120-EXIT                      00194000
           CLOSE CUSTOMER-MASTER.                                       00198000
           CLOSE METER-MASTER.                                          00198100
           CLOSE METER-REJECTS.                                         00199000
           CLOSE REREAD-REQUESTS.                                       00199029
                                                                        00199058
       100-EXIT.                                                        00199087
           EXIT.                                                        00199116
                                                                        00199145
      ***************************************************************** 00199174
      * LOAD THE ROUTE BOOK UTIL2005 BUILT FOR THIS PERIOD INTO THE     00199203
      * BOOK TABLE. ON A CYCLE RUN ONLY THAT CYCLE'S METERS ARE KEPT.   00199232
      * A BOOK LEFT OVER FROM ANOTHER PERIOD IS IGNORED, AND WITHOUT    00199261
      * A BOOK THE READS POST UNCHECKED AS THEY ALWAYS HAVE.            00199290
      ***************************************************************** 00199319
       102-LOAD-ROUTE-BOOK.                                             00199348
           COMPUTE WS-BOOK-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.    00199377
                                                                        00199406
           OPEN INPUT ROUTE-BOOK.                                       00199435
           IF WS-ROUTEBK-STATUS NOT = '00'                              00199464
               DISPLAY 'UTIL2010 - ROUTEBK NOT AVAILABLE, STATUS = '    00199493
                   WS-ROUTEBK-STATUS ' - READ LIMITS NOT CHECKED'       00199522
               GO TO 102-EXIT                                           00199551
           END-IF.                                                      00199580
                                                                        00199609
           PERFORM 103-READ-BOOK-RTN.                                   00199638
           PERFORM 104-STORE-BOOK UNTIL ROUTEBK-EOF.                    00199667
                                                                        00199696
           CLOSE ROUTE-BOOK.                                            00199725
                                                                        00199754
           IF WS-BOOK-STALE-COUNT > 0                                   00199783
               DISPLAY 'UTIL2010 - ROUTE BOOK RECORDS FOR ANOTHER '     00199812
                   'PERIOD IGNORED: ' WS-BOOK-STALE-COUNT               00199841
           END-IF.                                                      00199870
           IF WS-BOOK-COUNT = 0                                         00199899
               DISPLAY 'UTIL2010 - NO ROUTE BOOK FOR PERIOD '           00199928
                   WS-BOOK-PERIOD ' - READ LIMITS NOT CHECKED'          00199957
           END-IF.                                                      00199986
                                                                        00200015
       102-EXIT.                                                        00200044
           EXIT.                                                        00200073
                                                                        00200102
      ***************************************************************** 00200131
      * READ THE NEXT ROUTE BOOK RECORD, SETTING THE EOF SWITCH WHEN    00200160
      * THE FILE IS EXHAUSTED.                                          00200189
      ***************************************************************** 00200218
       103-READ-BOOK-RTN.                                               00200247
           READ ROUTE-BOOK                                              00200276
               AT END                                                   00200305
                   SET ROUTEBK-EOF TO TRUE                              00200334
               NOT AT END                                               00200363
                   SET ROUTEBK-NOT-EOF TO TRUE                          00200392
           END-READ.                                                    00200421
                                                                        00200450
      ***************************************************************** 00200479
      * KEEP ONE BOOK RECORD IF IT IS FOR THIS PERIOD AND (ON A CYCLE   00200508
      * RUN) THIS CYCLE, THEN READ THE NEXT ONE.                        00200537
      ***************************************************************** 00200566
       104-STORE-BOOK.                                                  00200595
           IF RB-BOOK-PERIOD NOT = WS-BOOK-PERIOD                       00200624
               ADD 1 TO WS-BOOK-STALE-COUNT                             00200653
           ELSE                                                         00200682
               IF WS-SELECT-CYCLE = 0                                   00200711
                   OR RB-CYCLE-CODE = WS-SELECT-CYCLE                   00200740
                   PERFORM 105-ADD-BOOK-ENTRY THRU 105-EXIT             00200769
               END-IF                                                   00200798
           END-IF.                                                      00200827
           IF NOT ROUTEBK-EOF                                           00200856
               PERFORM 103-READ-BOOK-RTN                                00200885
           END-IF.                                                      00200914
                                                                        00200943
      ***************************************************************** 00200972
      * ADD ONE METER TO THE BOOK TABLE UNDER ITS ROUTE'S ENTRY.        00201001
      ***************************************************************** 00201030
       105-ADD-BOOK-ENTRY.                                              00201059
           IF WS-BOOK-COUNT >= 5000                                     00201088
               DISPLAY 'UTIL2010 - ROUTE BOOK TABLE FULL AT 5000, '     00201117
                   'IGNORING THE REST'                                  00201146
               SET ROUTEBK-EOF TO TRUE                                  00201175
               GO TO 105-EXIT                                           00201204
           END-IF.                                                      00201233
                                                                        00201262
           PERFORM 106-FIND-ROUTE.                                      00201291
           IF WS-RTE-SUB = 0                                            00201320
               SET ROUTEBK-EOF TO TRUE                                  00201349
               GO TO 105-EXIT                                           00201378
           END-IF.                                                      00201407
                                                                        00201436
           ADD 1 TO WS-BOOK-COUNT.                                      00201465
           SET WS-BOOK-IDX TO WS-BOOK-COUNT.                            00201494
           MOVE RB-ACCT-NO   TO WS-BK-ACCT-NO (WS-BOOK-IDX).            00201523
           MOVE RB-METER-NO  TO WS-BK-METER-NO (WS-BOOK-IDX).           00201552
           MOVE WS-RTE-SUB   TO WS-BK-ROUTE-SUB (WS-BOOK-IDX).          00201581
           MOVE RB-LIMIT-SRC TO WS-BK-LIMIT-SRC (WS-BOOK-IDX).          00201610
           MOVE RB-LOW-KWH   TO WS-BK-LOW-KWH (WS-BOOK-IDX).            00201639
           MOVE RB-HIGH-KWH  TO WS-BK-HIGH-KWH (WS-BOOK-IDX).           00201668
           MOVE SPACE        TO WS-BK-STATUS (WS-BOOK-IDX).             00201697
                                                                        00201726
       105-EXIT.                                                        00201755
           EXIT.                                                        00201784
                                                                        00201813
      ***************************************************************** 00201842
      * FIND THE BOOK RECORD'S CYCLE/ROUTE IN THE ROUTE TABLE, ADDING   00201871
      * IT THE FIRST TIME IT IS SEEN. WS-RTE-SUB COMES BACK ZERO WHEN   00201900
      * THE TABLE IS FULL.                                              00201929
      ***************************************************************** 00201958
       106-FIND-ROUTE.                                                  00201987
           MOVE 0 TO WS-RTE-SUB.                                        00202016
           IF WS-RTE-COUNT > 0                                          00202045
               SET WS-RTE-IDX TO 1                                      00202074
               SEARCH WS-RTE-ENTRY                                      00202103
                   AT END                                               00202132
                       CONTINUE                                         00202161
                   WHEN WS-RE-CYCLE-CODE (WS-RTE-IDX) = RB-CYCLE-CODE   00202190
                       AND WS-RE-ROUTE-CODE (WS-RTE-IDX) = RB-ROUTE-CODE00202219
                       SET WS-RTE-SUB TO WS-RTE-IDX                     00202248
               END-SEARCH                                               00202277
           END-IF.                                                      00202306
                                                                        00202335
           IF WS-RTE-SUB = 0                                            00202364
               IF WS-RTE-COUNT < 500                                    00202393
                   ADD 1 TO WS-RTE-COUNT                                00202422
                   SET WS-RTE-IDX TO WS-RTE-COUNT                       00202451
                   MOVE RB-CYCLE-CODE TO WS-RE-CYCLE-CODE (WS-RTE-IDX)  00202480
                   MOVE RB-ROUTE-CODE TO WS-RE-ROUTE-CODE (WS-RTE-IDX)  00202509
                   MOVE SPACES TO WS-RE-READER-ID (WS-RTE-IDX)          00202538
                   MOVE 0 TO WS-RE-ON-BOOK (WS-RTE-IDX)                 00202567
                             WS-RE-POSTED (WS-RTE-IDX)                  00202596
                             WS-RE-REREAD (WS-RTE-IDX)                  00202625
                             WS-RE-REJECTED (WS-RTE-IDX)                00202654
                             WS-RE-MISSED (WS-RTE-IDX)                  00202683
                   MOVE WS-RTE-COUNT TO WS-RTE-SUB                      00202712
               ELSE                                                     00202741
                   DISPLAY 'UTIL2010 - ROUTE TABLE FULL AT 500, '       00202770
                       'IGNORING THE REST OF THE ROUTE BOOK'            00202799
               END-IF                                                   00202828
           END-IF.                                                      00202857
                                                                        00203000
      ***************************************************************** 00204000
      * READ THE NEXT METER TRANSACTION, SETTING THE EOF SWITCH WHEN    00205000
      ***************************************************************** 00217000
      * EDIT ONE READING AND POST IT. A READING THAT FAILS ANY EDIT     00218000
      * GOES TO THE METER DEPARTMENT REJECTS LISTING AND LEAVES THE     00219000
      * MASTER UNTOUCHED; ONE OUTSIDE THE ROUTE BOOK LIMITS GOES TO     00219642
      * THE RE-READ REQUEST LISTING, ALSO UNPOSTED. EITHER WAY THE      00220284
      * OUTCOME IS TALLIED FOR THE ROUTE COMPLETION REPORT.             00220926
      ***************************************************************** 00221568
       120-POST-ONE-READ.                                               00222210
           SET READ-VALID TO TRUE.                                      00222852
           SET READ-NOT-VERIFIED TO TRUE.                               00223494
           SET READ-OUTCOME-REJECTED TO TRUE.                           00224136
           MOVE SPACES TO WS-REJ-REASON.                                00224778
                                                                        00225420
           PERFORM 130-EDIT-FIELDS THRU 130-EXIT.                       00226062
           PERFORM 147-FIND-BOOK-ENTRY.                                 00226704
           IF READ-INVALID                                              00227346
               PERFORM 160-WRITE-MTR-REJECT                             00228000
               GO TO 120-READ-NEXT                                      00229000
           END-IF.                                                      00230000
               GO TO 120-READ-NEXT                                      00244000
           END-IF.                                                      00245000
                                                                        00246000
           PERFORM 148-CHECK-LIMITS THRU 148-EXIT.                      00246416
           IF READ-OUTCOME-REREAD                                       00246832
               GO TO 120-READ-NEXT                                      00247248
           END-IF.                                                      00247664
                                                                        00248080
           PERFORM 150-UPDATE-MASTER THRU 150-EXIT.                     00248496
           SET READ-OUTCOME-POSTED TO TRUE.                             00248912
                                                                        00249328
       120-READ-NEXT.                                                   00249744
           PERFORM 190-TALLY-READ.                                      00250160
           PERFORM 110-READ-METER-RTN.                                  00250576
                                                                        00251000
       120-EXIT.                                                        00252000
           EXIT.                                                        00253000
      ***************************************************************** 00255000
      * FIELD-LEVEL EDITS THAT NEED NOTHING FROM THE MASTER - NUMERIC   00256000
      * DIALS, A REAL CALENDAR READ DATE INSIDE THE BILLING PERIOD,     00257000
      * AND A RECOGNIZED ACTUAL/ESTIMATED FLAG. RECEIVED DIALS, WHEN    00257666
      * PRESENT, MUST BOTH BE NUMERIC. A VERIFIED RE-READ (TYPE V)      00257943
      * IS AN ACTUAL READ FROM HERE ON.                                 00258220
      ***************************************************************** 00258497
       130-EDIT-FIELDS.                                                 00258774
      * SPACES IN THE METER NUMBER IS THE OLD SINGLE-METER FEED AND     00259051
      * MEANS METER 01. SET AHEAD OF THE EDITS SO EVEN A REJECTED       00259328
      * READ CAN BE MATCHED TO ITS ROUTE BOOK ENTRY.                    00259605
           MOVE MR-METER-NO TO WS-METER-NO.                             00259882
           IF WS-METER-NO = SPACES                                      00260159
               MOVE '01' TO WS-METER-NO                                 00260436
           END-IF.                                                      00260713
           IF MR-BEGIN-READ NOT NUMERIC                                 00261000
               SET READ-INVALID TO TRUE                                 00262000
               MOVE 'NON-NUMERIC BEGIN DIAL READING' TO WS-REJ-REASON   00263000
               MOVE 'NON-NUMERIC END DIAL READING' TO WS-REJ-REASON     00269000
               GO TO 130-EXIT                                           00270000
           END-IF.                                                      00271000
                                                                        00271071
           IF MR-RCV-DIALS = SPACES                                     00271142
               SET RCV-NOT-PRESENT TO TRUE                              00271213
           ELSE                                                         00271284
               SET RCV-PRESENT TO TRUE                                  00271355
               IF MR-RCV-BEGIN-READ NOT NUMERIC                         00271426
                   OR MR-RCV-END-READ NOT NUMERIC                       00271497
                   SET READ-INVALID TO TRUE                             00271568
                   MOVE 'NON-NUMERIC RECEIVED DIAL READING'             00271639
                       TO WS-REJ-REASON                                 00271710
                   GO TO 130-EXIT                                       00271781
               END-IF                                                   00271852
           END-IF.                                                      00271923
                                                                        00272000
           IF MR-READ-DATE NOT NUMERIC                                  00273000
               OR FUNCTION TEST-DATE-YYYYMMDD (MR-READ-DATE) NOT = 0    00274000
               GO TO 130-EXIT                                           00284000
           END-IF.                                                      00285000
                                                                        00286000
           IF MR-READ-TYPE = 'V'                                        00286642
               SET READ-VERIFIED TO TRUE                                00287284
               MOVE 'A' TO MR-READ-TYPE                                 00287926
           END-IF.                                                      00288568
                                                                        00289210
           IF MR-READ-TYPE NOT = 'A' AND MR-READ-TYPE NOT = 'E'         00289852
               SET READ-INVALID TO TRUE                                 00290494
               MOVE 'READ TYPE NOT A (ACTUAL), E (EST) OR V'            00291136
                   TO WS-REJ-REASON                                     00291778
               GO TO 130-EXIT                                           00292420
           END-IF.                                                      00293062
                                                                        00293704
       130-EXIT.                                                        00294346
           EXIT.                                                        00295000
                                                                        00296000
      ***************************************************************** 00297000
      * OF SEQUENCE, AND THE BEGIN DIAL MUST PICK UP WHERE THAT         00300000
      * METER'S LAST POSTED READ ENDED. A METER NOT ON FILE YET IS A    00301000
      * NEW SET AND ACCEPTS ANY BEGIN DIAL - 150-UPDATE-MASTER WILL     00302000
      * CREATE ITS RECORD. RECEIVED DIALS ARE ONLY TAKEN FOR A NET-     00302200
      * METERED ACCOUNT; ONCE A METER HAS POSTED ITS RECEIVED           00302400
      * REGISTER, EVERY READ MUST CARRY IT AND ITS BEGIN DIAL MUST      00302600
      * PICK UP WHERE THE LAST RECEIVED READ ENDED.                     00302800
      ***************************************************************** 00303000
       140-EDIT-AGAINST-MASTER.                                         00304000
      * AN ACCOUNT ALREADY CARRYING A GENERATED ESTIMATE FOR THIS       00304010
               GO TO 140-EXIT                                           00304088
           END-IF.                                                      00304089
                                                                        00304090
           IF RCV-PRESENT AND NOT CM-NET-METERED                        00304124
               SET READ-INVALID TO TRUE                                 00304158
               MOVE 'RECEIVED DIALS ON NON-NET-METERED ACCT'            00304192
                   TO WS-REJ-REASON                                     00304226
               GO TO 140-EXIT                                           00304260
           END-IF.                                                      00304294
                                                                        00304328
           PERFORM 145-READ-METER.                                      00304362
           IF METER-NOT-FOUND                                           00304396
               GO TO 140-EXIT                                           00304430
           END-IF.                                                      00304464
                                                                        00304500
           IF MM-LAST-READ-DATE > 0                                     00305000
               AND MR-READ-DATE <= MM-LAST-READ-DATE                    00306000
                   TO WS-REJ-REASON                                     00317000
               GO TO 140-EXIT                                           00318000
           END-IF.                                                      00319000
                                                                        00319062
           IF MM-RCV-ON AND RCV-NOT-PRESENT                             00319124
               SET READ-INVALID TO TRUE                                 00319186
               MOVE 'NET METER READ MISSING RECEIVED DIALS'             00319248
                   TO WS-REJ-REASON                                     00319310
               GO TO 140-EXIT                                           00319372
           END-IF.                                                      00319434
                                                                        00319496
           IF MM-RCV-ON                                                 00319558
               AND MR-RCV-BEGIN-READ NOT = MM-LAST-RCV-DIAL             00319620
               SET READ-INVALID TO TRUE                                 00319682
               MOVE 'RECEIVED BEGIN DIAL DOES NOT MATCH LAST'           00319744
                   TO WS-REJ-REASON                                     00319806
               GO TO 140-EXIT                                           00319868
           END-IF.                                                      00319930
                                                                        00320000
       140-EXIT.                                                        00321000
           EXIT.                                                        00322000
           END-READ.                                                    00322950
                                                                        00323000
      ***************************************************************** 00324000
      * FIND THE READ'S METER ON THE ROUTE BOOK. WS-BOOK-SUB COMES      00324028
      * BACK ZERO FOR A METER NOT ON THE BOOK.                          00324056
      ***************************************************************** 00324084
       147-FIND-BOOK-ENTRY.                                             00324112
           MOVE 0 TO WS-BOOK-SUB.                                       00324140
           IF WS-BOOK-COUNT > 0                                         00324168
               SET WS-BOOK-IDX TO 1                                     00324196
               SEARCH WS-BOOK-ENTRY                                     00324224
                   AT END                                               00324252
                       CONTINUE                                         00324280
                   WHEN WS-BK-ACCT-NO (WS-BOOK-IDX) = MR-ACCT-NO        00324308
                       AND WS-BK-METER-NO (WS-BOOK-IDX) = WS-METER-NO   00324336
                       SET WS-BOOK-SUB TO WS-BOOK-IDX                   00324364
               END-SEARCH                                               00324392
           END-IF.                                                      00324420
                                                                        00324448
      ***************************************************************** 00324476
      * CHECK THE READ'S KWH AGAINST THE METER'S ROUTE BOOK LIMITS. A   00324504
      * READ BELOW THE LOW LIMIT OR ABOVE THE HIGH ONE IS HELD FOR A    00324532
      * RE-READ RATHER THAN BILLED - UNLESS IT IS ALREADY THE           00324560
      * VERIFIED RE-READ. A METER NOT ON THE BOOK, OR BOOKED WITH NO    00324588
      * USAGE TO SET LIMITS FROM, IS NOT CHECKED. THE RECEIVED          00324616
      * REGISTER IS NOT LIMIT-CHECKED.                                  00324644
      ***************************************************************** 00324672
       148-CHECK-LIMITS.                                                00324700
           IF WS-BOOK-SUB = 0                                           00324728
               ADD 1 TO WS-OFF-BOOK-COUNT                               00324756
               GO TO 148-EXIT                                           00324784
           END-IF.                                                      00324812
           IF WS-BK-LIMIT-SRC (WS-BOOK-SUB) = 'N'                       00324840
               GO TO 148-EXIT                                           00324868
           END-IF.                                                      00324896
                                                                        00324924
           PERFORM 149-CALC-KWH-DELTA.                                  00324952
           IF WS-KWH-DELTA < WS-BK-LOW-KWH (WS-BOOK-SUB)                00324980
               MOVE 'LOW' TO WS-LIMIT-SIDE                              00325008
           ELSE                                                         00325036
               IF WS-KWH-DELTA > WS-BK-HIGH-KWH (WS-BOOK-SUB)           00325064
                   MOVE 'HIGH' TO WS-LIMIT-SIDE                         00325092
               ELSE                                                     00325120
                   GO TO 148-EXIT                                       00325148
               END-IF                                                   00325176
           END-IF.                                                      00325204
                                                                        00325232
           IF READ-VERIFIED                                             00325260
               ADD 1 TO WS-VERIFIED-COUNT                               00325288
               GO TO 148-EXIT                                           00325316
           END-IF.                                                      00325344
                                                                        00325372
           SET READ-OUTCOME-REREAD TO TRUE.                             00325400
           PERFORM 165-WRITE-REREAD.                                    00325428
                                                                        00325456
       148-EXIT.                                                        00325484
           EXIT.                                                        00325512
                                                                        00325540
      ***************************************************************** 00325568
      * KWH DELTA OF THE DELIVERED DIALS, WRAPPING THE FIVE-DIGIT DIAL  00325596
      * ON A ROLLOVER.                                                  00325624
      ***************************************************************** 00325652
       149-CALC-KWH-DELTA.                                              00325680
           IF MR-END-READ >= MR-BEGIN-READ                              00325708
               COMPUTE WS-KWH-DELTA = MR-END-READ - MR-BEGIN-READ       00325736
           ELSE                                                         00325764
               COMPUTE WS-KWH-DELTA =                                   00325792
                   (WS-DIAL-MODULUS - MR-BEGIN-READ) + MR-END-READ      00325820
           END-IF.                                                      00325848
                                                                        00325876
      ***************************************************************** 00325904
      * COMPUTE THE KWH DELTA (WRAPPING THE FIVE-DIGIT DIAL ON A        00325932
      * ROLLOVER) AND POST IT TO THE MASTER RECORD. AN ACTUAL READ      00326000
      * ARRIVING AFTER GENERATED ESTIMATES SETTLES THE ESTIMATED KWH    00326100
      * ALREADY BILLED: THE DIAL STOOD STILL WHILE WE ESTIMATED, SO     00326200
      * DIFFERENCE BILLS ON THIS CYCLE. A FIELD-FLAGGED ESTIMATE        00326400
      * (TYPE E WITH DIALS) DID MOVE THE DIAL, SO IT POSTS AS READ      00326500
      * BUT STILL COUNTS TOWARD THE CONSECUTIVE-ESTIMATE LIMIT.         00326600
      * THE RECEIVED REGISTER'S DELTA POSTS AS READ - ESTIMATES ARE     00326950
      * DELIVERED KWH ONLY, SO THERE IS NOTHING ON THAT SIDE TO NET.    00327300
      ***************************************************************** 00327650
       150-UPDATE-MASTER.                                               00328000
           PERFORM 149-CALC-KWH-DELTA.                                  00329225
                                                                        00330450
           MOVE 0 TO WS-RCV-DELTA.                                      00330800
           IF RCV-PRESENT                                               00331150
               IF MR-RCV-END-READ >= MR-RCV-BEGIN-READ                  00331500
                   COMPUTE WS-RCV-DELTA =                               00331850
                       MR-RCV-END-READ - MR-RCV-BEGIN-READ              00332200
               ELSE                                                     00332550
                   COMPUTE WS-RCV-DELTA =                               00332900
                       (WS-DIAL-MODULUS - MR-RCV-BEGIN-READ)            00333250
                           + MR-RCV-END-READ                            00333600
               END-IF                                                   00333950
               ADD 1 TO WS-RCV-POSTED-COUNT                             00334300
           END-IF.                                                      00334650
                                                                        00335000
           PERFORM 155-POST-METER.                                      00334100
                                                                        00334200
           IF CM-LAST-READ-DATE NOT NUMERIC                             00335062
               MOVE 0 TO CM-LAST-READ-DATE                              00335064
           END-IF.                                                      00335066
           IF CM-KWH-RECEIVED NOT NUMERIC                               00335067
               MOVE 0 TO CM-KWH-RECEIVED                                00335068
           END-IF.                                                      00335069
                                                                        00335070
      * THE FIRST READ OF THE PERIOD SETS THE ACCOUNT TOTAL; A LATER    00335071
      * METER ON THE SAME ACCOUNT ADDS ITS DELTA IN, SO CM-KWH-USED     00335072
      * ENDS UP THE SUM OF THE ACCOUNT'S METERS FOR THE PERIOD. A       00335073
      * LATER METER'S DIAL ALSO STOOD STILL THROUGH ANY ESTIMATED       00335074
      * PERIODS, SO ANY ESTIMATE REMAINDER THE EARLIER METERS COULD     00335075
      * NOT ABSORB NETS AGAINST ITS DELTA TOO - THE ACCOUNT-LEVEL       00335076
      * ESTIMATE SETTLES AGAINST THE SUM OF THE ACCOUNT'S METER         00335077
      * DELTAS, EACH METER FLOORED AT ZERO.                             00335078
           IF CM-LAST-READ-DATE >= WS-PERIOD-START-8                    00335079
               ADD WS-RCV-DELTA TO CM-KWH-RECEIVED                      00335080
               IF CM-EST-KWH > 0                                        00335081
                   PERFORM 152-NET-ESTIMATE                             00335082
                   ADD WS-TRUE-KWH TO CM-KWH-USED                       00335083
               ELSE                                                     00335084
                   ADD WS-KWH-DELTA TO CM-KWH-USED                      00335085
               END-IF                                                   00335086
               IF MR-READ-TYPE = 'E'                                    00335087
                   MOVE 'E' TO CM-READ-TYPE                             00335088
               END-IF                                                   00335089
               GO TO 150-SET-DATES                                      00335090
           END-IF.                                                      00335091
                                                                        00335092
      * FIRST READ OF A NEW PERIOD. A REMAINDER LEFT OVER FROM A        00335096
      * COMPLETED SETTLING PERIOD IS AN OVER-ESTIMATE THE ZERO FLOOR    00335097
      * ALREADY ABSORBED - IT MUST NOT NET AGAINST A DELTA THAT NO      00335098
           IF CM-READ-TRUED-UP AND CM-EST-KWH > 0                       00335110
               MOVE 0 TO CM-EST-KWH                                     00335120
           END-IF.                                                      00335130
           MOVE WS-RCV-DELTA TO CM-KWH-RECEIVED.                        00335135
                                                                        00335140
      * ANY DIAL-BEARING READ SETTLES PENDING ESTIMATES - A FIELD-      00335150
      * FLAGGED ESTIMATE CARRIES DIALS TOO, AND FOR A KNOWN METER       00335160
                                                                        00349496
      ***************************************************************** 00349500
      * POST THE DELTA TO THE METER'S OWN MASTER RECORD - REWRITE AN    00349600
      * EXISTING METER, CREATE A NEW ONE ON ITS FIRST READ. A READ      00349616
      * CARRYING RECEIVED DIALS TURNS THE METER'S RECEIVED REGISTER     00349632
      * ON AND POSTS ITS DIAL AND DELTA.                                00349648
      ***************************************************************** 00349664
       155-POST-METER.                                                  00349680
           IF METER-FOUND                                               00349696
               MOVE WS-KWH-DELTA TO MM-KWH-USED                         00349712
               MOVE MR-READ-DATE TO MM-LAST-READ-DATE                   00349728
               MOVE MR-END-READ  TO MM-LAST-DIAL-READING                00349744
               MOVE MR-READ-TYPE TO MM-READ-TYPE                        00349760
               MOVE WS-RCV-DELTA TO MM-RCV-KWH                          00349776
               IF RCV-PRESENT                                           00349792
                   MOVE 'Y'             TO MM-RCV-SW                    00349808
                   MOVE MR-RCV-END-READ TO MM-LAST-RCV-DIAL             00349824
               END-IF                                                   00349840
               REWRITE MM-METER-RECORD                                  00349870
                   INVALID KEY                                          00349880
                       DISPLAY 'UTIL2010 - METER REWRITE FAILED, '      00349890
               MOVE MR-READ-DATE TO MM-LAST-READ-DATE                   00349960
               MOVE MR-END-READ  TO MM-LAST-DIAL-READING                00349970
               MOVE MR-READ-TYPE TO MM-READ-TYPE                        00349980
               MOVE WS-RCV-DELTA TO MM-RCV-KWH                          00349981
               IF RCV-PRESENT                                           00349982
                   MOVE 'Y'             TO MM-RCV-SW                    00349983
                   MOVE MR-RCV-END-READ TO MM-LAST-RCV-DIAL             00349984
               ELSE                                                     00349985
                   MOVE 'N'             TO MM-RCV-SW                    00349986
                   MOVE 0               TO MM-LAST-RCV-DIAL             00349987
               END-IF                                                   00349988
               WRITE MM-METER-RECORD                                    00349989
                   INVALID KEY                                          00349991
                       DISPLAY 'UTIL2010 - METER WRITE FAILED, '        00349992
                           'ACCT ' MR-ACCT-NO ' METER ' WS-METER-NO     00349993
               '  REASON: ' WS-REJ-REASON                               00360000
               DELIMITED BY SIZE INTO MTRREJ-LINE.                      00361000
           WRITE MTRREJ-LINE.                                           00362000
                                                                        00362009
      ***************************************************************** 00362018
      * WRITE ONE LINE TO THE METER DEPARTMENT RE-READ REQUEST          00362027
      * LISTING - THE METER, ITS ROUTE, THE READ AS KEYED AND THE       00362036
      * LIMITS IT FELL OUTSIDE.                                         00362045
      ***************************************************************** 00362054
       165-WRITE-REREAD.                                                00362063
           ADD 1 TO WS-REREAD-COUNT.                                    00362072
           SET WS-RTE-IDX TO WS-BK-ROUTE-SUB (WS-BOOK-SUB).             00362081
           MOVE WS-KWH-DELTA TO WS-KWH-ED.                              00362090
           MOVE WS-BK-LOW-KWH (WS-BOOK-SUB)  TO WS-LOW-ED.              00362099
           MOVE WS-BK-HIGH-KWH (WS-BOOK-SUB) TO WS-HIGH-ED.             00362108
           MOVE SPACES TO RERDREQ-LINE.                                 00362117
           STRING 'ACCT: ' MR-ACCT-NO                                   00362126
               '  MTR: ' WS-METER-NO                                    00362135
               '  ROUTE: ' WS-RE-ROUTE-CODE (WS-RTE-IDX)                00362144
               '  READER: ' MR-READER-ID                                00362153
               '  DATE: ' MR-READ-DATE                                  00362162
               '  DIALS: ' MR-BEGIN-READ '-' MR-END-READ                00362171
               '  KWH: ' WS-KWH-ED                                      00362180
               '  LIMITS: ' WS-LOW-ED ' -' WS-HIGH-ED                   00362189
               '  ' WS-LIMIT-SIDE                                       00362198
               DELIMITED BY SIZE INTO RERDREQ-LINE.                     00362207
           WRITE RERDREQ-LINE.                                          00362216
                                                                        00362225
      ***************************************************************** 00362234
      * TALLY THE READ'S OUTCOME UNDER ITS READER ID AND, FOR A METER   00362243
      * ON THE ROUTE BOOK, AGAINST ITS BOOK ENTRY.                      00362252
      ***************************************************************** 00362261
       190-TALLY-READ.                                                  00362270
           MOVE MR-READER-ID TO WS-FIND-READER-ID.                      00362279
           PERFORM 191-FIND-READER.                                     00362288
           IF RDR-FOUND                                                 00362297
               ADD 1 TO WS-RD-READS-IN (WS-RDR-IDX)                     00362306
               IF READ-OUTCOME-POSTED                                   00362315
                   ADD 1 TO WS-RD-POSTED (WS-RDR-IDX)                   00362324
               END-IF                                                   00362333
               IF READ-OUTCOME-REREAD                                   00362342
                   ADD 1 TO WS-RD-REREAD (WS-RDR-IDX)                   00362351
               END-IF                                                   00362360
               IF READ-OUTCOME-REJECTED                                 00362369
                   ADD 1 TO WS-RD-REJECTED (WS-RDR-IDX)                 00362378
               END-IF                                                   00362387
           END-IF.                                                      00362396
           IF WS-BOOK-SUB > 0                                           00362405
               PERFORM 192-MARK-BOOK-ENTRY                              00362414
           END-IF.                                                      00362423
                                                                        00362432
      ***************************************************************** 00362441
      * FIND WS-FIND-READER-ID IN THE READER TABLE, ADDING IT THE       00362450
      * FIRST TIME IT IS SEEN.                                          00362459
      ***************************************************************** 00362468
       191-FIND-READER.                                                 00362477
           SET RDR-NOT-FOUND TO TRUE.                                   00362486
           IF WS-RDR-COUNT > 0                                          00362495
               SET WS-RDR-IDX TO 1                                      00362504
               SEARCH WS-RDR-ENTRY                                      00362513
                   AT END                                               00362522
                       CONTINUE                                         00362531
                   WHEN WS-RD-READER-ID (WS-RDR-IDX) = WS-FIND-READER-ID00362540
                       SET RDR-FOUND TO TRUE                            00362549
               END-SEARCH                                               00362558
           END-IF.                                                      00362567
                                                                        00362576
           IF RDR-NOT-FOUND                                             00362585
               IF WS-RDR-COUNT < 200                                    00362594
                   ADD 1 TO WS-RDR-COUNT                                00362603
                   SET WS-RDR-IDX TO WS-RDR-COUNT                       00362612
                   MOVE WS-FIND-READER-ID                               00362618
                       TO WS-RD-READER-ID (WS-RDR-IDX)                  00362624
                   MOVE 0 TO WS-RD-READS-IN (WS-RDR-IDX)                00362630
                             WS-RD-POSTED (WS-RDR-IDX)                  00362639
                             WS-RD-REREAD (WS-RDR-IDX)                  00362648
                             WS-RD-REJECTED (WS-RDR-IDX)                00362657
                             WS-RD-MISSED (WS-RDR-IDX)                  00362666
                   SET RDR-FOUND TO TRUE                                00362675
               ELSE                                                     00362684
                   DISPLAY 'UTIL2010 - READER TABLE FULL AT 200, '      00362693
                       'NOT COUNTED: ' WS-FIND-READER-ID                00362702
               END-IF                                                   00362711
           END-IF.                                                      00362720
                                                                        00362729
      ***************************************************************** 00362738
      * RECORD WHAT BECAME OF A BOOKED METER'S READ. A POSTED READ      00362747
      * STANDS WHATEVER ELSE CAME IN FOR THE METER, AND A RE-READ       00362756
      * REQUEST OUTRANKS A REJECT. THE FIRST READER SEEN ON THE         00362765
      * ROUTE BECOMES THE ROUTE'S READER.                               00362774
      ***************************************************************** 00362783
       192-MARK-BOOK-ENTRY.                                             00362792
           SET WS-BOOK-IDX TO WS-BOOK-SUB.                              00362801
           SET WS-RTE-IDX TO WS-BK-ROUTE-SUB (WS-BOOK-IDX).             00362810
           IF WS-RE-READER-ID (WS-RTE-IDX) = SPACES                     00362819
               MOVE MR-READER-ID TO WS-RE-READER-ID (WS-RTE-IDX)        00362828
           END-IF.                                                      00362837
                                                                        00362846
           IF READ-OUTCOME-POSTED                                       00362855
               MOVE 'P' TO WS-BK-STATUS (WS-BOOK-IDX)                   00362864
           END-IF.                                                      00362873
           IF READ-OUTCOME-REREAD                                       00362882
               AND WS-BK-STATUS (WS-BOOK-IDX) NOT = 'P'                 00362891
               MOVE 'O' TO WS-BK-STATUS (WS-BOOK-IDX)                   00362900
           END-IF.                                                      00362909
           IF READ-OUTCOME-REJECTED                                     00362918
               AND WS-BK-STATUS (WS-BOOK-IDX) = SPACE                   00362927
               MOVE 'X' TO WS-BK-STATUS (WS-BOOK-IDX)                   00362936
           END-IF.                                                      00362945
                                                                        00363000
      ***************************************************************** 00364000
      * PHASE 2 - LOAD THE SAME-MONTH-LAST-YEAR USAGE TABLE, THEN       00365000
      * POST THE ESTIMATE. THE DIAL POSITION IS LEFT ALONE - THE        00550000
      * METER WAS NEVER READ - SO THE NEXT ACTUAL READ'S DELTA          00551000
      * COVERS THE ESTIMATED PERIODS AND 150-UPDATE-MASTER SETTLES      00552000
      * THE DIFFERENCE. NOTHING IS ESTIMATED ON THE RECEIVED SIDE -     00552600
      * THE NEXT ACTUAL RECEIVED READ SPANS THE MISSED PERIODS.         00553200
           MOVE WS-EST-KWH      TO CM-KWH-USED.                         00553800
           MOVE 0               TO CM-KWH-RECEIVED.                     00554400
           MOVE WS-PERIOD-END-8 TO CM-LAST-READ-DATE.                   00555000
           MOVE 'E' TO CM-READ-TYPE.                                    00556000
           ADD WS-EST-KWH TO CM-EST-KWH.                                00557000
           MOVE CM-LAST-DIAL-READING TO ER-END-READ.                    00604000
           MOVE 'AUTO'               TO ER-READER-ID.                   00605000
           MOVE 'E'                  TO ER-READ-TYPE.                   00606000
           MOVE SPACES               TO ER-RCV-DIALS.                   00607000
           WRITE ER-METER-RECORD.                                       00608000
                                                                        00609000
      ***************************************************************** 00610000
      * ROUTE COMPLETION REPORT - FOR EVERY ROUTE ON THE BOOK, HOW      00611000
      * MANY METERS WERE READ AND POSTED, HELD FOR A RE-READ,           00612000
      * REJECTED OR MISSED OUTRIGHT, THEN THE SAME BY READER ID.        00613000
      ***************************************************************** 00614000
       300-ROUTE-COMPLETION.                                            00615000
           OPEN OUTPUT ROUTE-COMPLETION.                                00616000
           IF WS-RTECMP-STATUS NOT = '00'                               00617000
               DISPLAY 'UTIL2010 - RTECMP OPEN FAILED, STATUS = '       00618000
                   WS-RTECMP-STATUS                                     00619000
               MOVE 16 TO RETURN-CODE                                   00620000
               GO TO 300-EXIT                                           00621000
           END-IF.                                                      00622000
                                                                        00623000
           PERFORM 310-COUNT-BOOK-ENTRY                                 00624000
               VARYING WS-BOOK-SUB FROM 1 BY 1                          00625000
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT.                       00626000
                                                                        00627000
           MOVE SPACES TO RTECMP-LINE.                                  00628000
           IF WS-SELECT-CYCLE = 0                                       00629000
               STRING 'UTIL2010 ROUTE COMPLETION - PERIOD '             00630000
                   WS-BOOK-PERIOD                                       00631000
                   DELIMITED BY SIZE INTO RTECMP-LINE                   00632000
           ELSE                                                         00633000
               STRING 'UTIL2010 ROUTE COMPLETION - PERIOD '             00634000
                   WS-BOOK-PERIOD '  CYCLE ' WS-SELECT-CYCLE            00635000
                   DELIMITED BY SIZE INTO RTECMP-LINE                   00636000
           END-IF.                                                      00637000
           WRITE RTECMP-LINE.                                           00638000
           MOVE SPACES TO RTECMP-LINE.                                  00639000
           WRITE RTECMP-LINE.                                           00640000
                                                                        00641000
           IF WS-BOOK-COUNT = 0                                         00642000
               MOVE 'NO ROUTE BOOK FOR THE PERIOD - READERS ONLY'       00643000
                   TO RTECMP-LINE                                       00644000
               WRITE RTECMP-LINE                                        00645000
               GO TO 300-READERS                                        00646000
           END-IF.                                                      00647000
                                                                        00648000
           MOVE SPACES TO RTECMP-LINE.                                  00648600
           STRING 'CY  ROUTE  READER ON BOOK      READ   '              00649200
               'RE-READ  REJECTED    MISSED'                            00649800
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00650400
           WRITE RTECMP-LINE.                                           00651000
           MOVE ALL '-' TO RTECMP-LINE (1:65).                          00652000
           WRITE RTECMP-LINE.                                           00653000
           PERFORM 320-PRINT-ROUTE-LINE                                 00654000
               VARYING WS-RTE-SUB FROM 1 BY 1                           00655000
               UNTIL WS-RTE-SUB > WS-RTE-COUNT.                         00656000
           MOVE SPACES TO RTECMP-LINE.                                  00657000
           MOVE ALL '-' TO RTECMP-LINE (1:65).                          00658000
           WRITE RTECMP-LINE.                                           00659000
           MOVE WS-TOT-ON-BOOK  TO WS-CNT-ED1.                          00660000
           MOVE WS-TOT-POSTED   TO WS-CNT-ED2.                          00661000
           MOVE WS-TOT-REREAD   TO WS-CNT-ED3.                          00662000
           MOVE WS-TOT-REJECTED TO WS-CNT-ED4.                          00663000
           MOVE WS-TOT-MISSED   TO WS-CNT-ED5.                          00664000
           MOVE SPACES TO RTECMP-LINE.                                  00665000
           STRING 'ALL ROUTES     '                                     00666000
               '   ' WS-CNT-ED1 '   ' WS-CNT-ED2 '   ' WS-CNT-ED3       00667000
               '   ' WS-CNT-ED4 '   ' WS-CNT-ED5                        00668000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00669000
           WRITE RTECMP-LINE.                                           00670000
                                                                        00671000
       300-READERS.                                                     00672000
           MOVE SPACES TO RTECMP-LINE.                                  00673000
           WRITE RTECMP-LINE.                                           00674000
           MOVE SPACES TO RTECMP-LINE.                                  00674600
           STRING 'READER  READS IN    POSTED   '                       00675200
               'RE-READ  REJECTED    MISSED'                            00675800
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00676400
           WRITE RTECMP-LINE.                                           00677000
           MOVE ALL '-' TO RTECMP-LINE (1:56).                          00678000
           WRITE RTECMP-LINE.                                           00679000
           MOVE 0 TO WS-TOT-POSTED WS-TOT-REREAD WS-TOT-REJECTED        00680000
                     WS-TOT-MISSED.                                     00681000
           PERFORM 330-PRINT-READER-LINE                                00682000
               VARYING WS-RDR-IDX FROM 1 BY 1                           00683000
               UNTIL WS-RDR-IDX > WS-RDR-COUNT.                         00684000
           MOVE SPACES TO RTECMP-LINE.                                  00685000
           MOVE ALL '-' TO RTECMP-LINE (1:56).                          00686000
           WRITE RTECMP-LINE.                                           00687000
           MOVE WS-TOT-READS-IN TO WS-CNT-ED1.                          00688000
           MOVE WS-TOT-POSTED   TO WS-CNT-ED2.                          00689000
           MOVE WS-TOT-REREAD   TO WS-CNT-ED3.                          00690000
           MOVE WS-TOT-REJECTED TO WS-CNT-ED4.                          00691000
           MOVE WS-TOT-MISSED   TO WS-CNT-ED5.                          00692000
           MOVE SPACES TO RTECMP-LINE.                                  00693000
           STRING 'ALL      '                                           00694000
               WS-CNT-ED1 '   ' WS-CNT-ED2 '   ' WS-CNT-ED3             00695000
               '   ' WS-CNT-ED4 '   ' WS-CNT-ED5                        00696000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00697000
           WRITE RTECMP-LINE.                                           00698000
                                                                        00699000
           MOVE SPACES TO RTECMP-LINE.                                  00700000
           WRITE RTECMP-LINE.                                           00701000
           MOVE ALL '=' TO RTECMP-LINE.                                 00702000
           WRITE RTECMP-LINE.                                           00703000
           MOVE WS-TOT-ON-BOOK TO WS-CNT-ED1.                           00704000
           MOVE SPACES TO RTECMP-LINE.                                  00705000
           STRING 'ROUTE BOOK METERS          : ' WS-CNT-ED1            00706000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00707000
           WRITE RTECMP-LINE.                                           00708000
           MOVE WS-OFF-BOOK-COUNT TO WS-CNT-ED1.                        00709000
           MOVE SPACES TO RTECMP-LINE.                                  00710000
           STRING 'READS NOT ON ROUTE BOOK    : ' WS-CNT-ED1            00711000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00712000
           WRITE RTECMP-LINE.                                           00713000
           MOVE WS-REREAD-COUNT TO WS-CNT-ED1.                          00714000
           MOVE SPACES TO RTECMP-LINE.                                  00715000
           STRING 'HELD FOR RE-READ           : ' WS-CNT-ED1            00716000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00717000
           WRITE RTECMP-LINE.                                           00718000
           MOVE WS-VERIFIED-COUNT TO WS-CNT-ED1.                        00719000
           MOVE SPACES TO RTECMP-LINE.                                  00720000
           STRING 'VERIFIED RE-READS POSTED   : ' WS-CNT-ED1            00721000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00722000
           WRITE RTECMP-LINE.                                           00723000
           MOVE WS-BOOK-STALE-COUNT TO WS-CNT-ED1.                      00724000
           MOVE SPACES TO RTECMP-LINE.                                  00725000
           STRING 'BOOK RECORDS, OTHER PERIOD : ' WS-CNT-ED1            00726000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00727000
           WRITE RTECMP-LINE.                                           00728000
           MOVE ALL '=' TO RTECMP-LINE.                                 00729000
           WRITE RTECMP-LINE.                                           00730000
                                                                        00731000
           CLOSE ROUTE-COMPLETION.                                      00732000
                                                                        00733000
       300-EXIT.                                                        00734000
           EXIT.                                                        00735000
                                                                        00736000
      ***************************************************************** 00737000
      * COUNT ONE BOOK ENTRY UNDER ITS ROUTE AND THE RUN TOTALS BY      00738000
      * WHAT BECAME OF ITS READ.                                        00739000
      ***************************************************************** 00740000
       310-COUNT-BOOK-ENTRY.                                            00741000
           SET WS-BOOK-IDX TO WS-BOOK-SUB.                              00742000
           SET WS-RTE-IDX TO WS-BK-ROUTE-SUB (WS-BOOK-IDX).             00743000
           ADD 1 TO WS-RE-ON-BOOK (WS-RTE-IDX) WS-TOT-ON-BOOK.          00744000
           EVALUATE WS-BK-STATUS (WS-BOOK-IDX)                          00745000
               WHEN 'P'                                                 00746000
                   ADD 1 TO WS-RE-POSTED (WS-RTE-IDX) WS-TOT-POSTED     00747000
               WHEN 'O'                                                 00748000
                   ADD 1 TO WS-RE-REREAD (WS-RTE-IDX) WS-TOT-REREAD     00749000
               WHEN 'X'                                                 00750000
                   ADD 1 TO WS-RE-REJECTED (WS-RTE-IDX)                 00751000
                            WS-TOT-REJECTED                             00752000
               WHEN OTHER                                               00753000
                   ADD 1 TO WS-RE-MISSED (WS-RTE-IDX) WS-TOT-MISSED     00754000
           END-EVALUATE.                                                00755000
                                                                        00756000
      ***************************************************************** 00757000
      * PRINT ONE ROUTE LINE AND CHARGE THE ROUTE'S MISSED METERS TO    00758000
      * ITS READER - NONE WHEN NO READ CAME IN FOR THE ROUTE.           00759000
      ***************************************************************** 00760000
       320-PRINT-ROUTE-LINE.                                            00761000
           SET WS-RTE-IDX TO WS-RTE-SUB.                                00762000
           IF WS-RE-READER-ID (WS-RTE-IDX) = SPACES                     00763000
               MOVE 'NONE' TO WS-RE-READER-ID (WS-RTE-IDX)              00764000
           END-IF.                                                      00765000
           IF WS-RE-MISSED (WS-RTE-IDX) > 0                             00766000
               MOVE WS-RE-READER-ID (WS-RTE-IDX) TO WS-FIND-READER-ID   00767000
               PERFORM 191-FIND-READER                                  00768000
               IF RDR-FOUND                                             00769000
                   ADD WS-RE-MISSED (WS-RTE-IDX)                        00770000
                       TO WS-RD-MISSED (WS-RDR-IDX)                     00771000
               END-IF                                                   00772000
           END-IF.                                                      00773000
                                                                        00774000
           MOVE WS-RE-ON-BOOK (WS-RTE-IDX)  TO WS-CNT-ED1.              00775000
           MOVE WS-RE-POSTED (WS-RTE-IDX)   TO WS-CNT-ED2.              00776000
           MOVE WS-RE-REREAD (WS-RTE-IDX)   TO WS-CNT-ED3.              00777000
           MOVE WS-RE-REJECTED (WS-RTE-IDX) TO WS-CNT-ED4.              00778000
           MOVE WS-RE-MISSED (WS-RTE-IDX)   TO WS-CNT-ED5.              00779000
           MOVE SPACES TO RTECMP-LINE.                                  00780000
           STRING WS-RE-CYCLE-CODE (WS-RTE-IDX)                         00781000
               '  ' WS-RE-ROUTE-CODE (WS-RTE-IDX)                       00782000
               '   ' WS-RE-READER-ID (WS-RTE-IDX)                       00783000
               '   ' WS-CNT-ED1 '   ' WS-CNT-ED2 '   ' WS-CNT-ED3       00784000
               '   ' WS-CNT-ED4 '   ' WS-CNT-ED5                        00785000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00786000
           WRITE RTECMP-LINE.                                           00787000
                                                                        00788000
      ***************************************************************** 00789000
      * PRINT ONE READER LINE, ADDING IT TO THE READER TOTALS.          00790000
      ***************************************************************** 00791000
       330-PRINT-READER-LINE.                                           00792000
           ADD WS-RD-READS-IN (WS-RDR-IDX) TO WS-TOT-READS-IN.          00793000
           ADD WS-RD-POSTED (WS-RDR-IDX)   TO WS-TOT-POSTED.            00794000
           ADD WS-RD-REREAD (WS-RDR-IDX)   TO WS-TOT-REREAD.            00795000
           ADD WS-RD-REJECTED (WS-RDR-IDX) TO WS-TOT-REJECTED.          00796000
           ADD WS-RD-MISSED (WS-RDR-IDX)   TO WS-TOT-MISSED.            00797000
           MOVE WS-RD-READS-IN (WS-RDR-IDX) TO WS-CNT-ED1.              00798000
           MOVE WS-RD-POSTED (WS-RDR-IDX)   TO WS-CNT-ED2.              00799000
           MOVE WS-RD-REREAD (WS-RDR-IDX)   TO WS-CNT-ED3.              00800000
           MOVE WS-RD-REJECTED (WS-RDR-IDX) TO WS-CNT-ED4.              00801000
           MOVE WS-RD-MISSED (WS-RDR-IDX)   TO WS-CNT-ED5.              00802000
           MOVE SPACES TO RTECMP-LINE.                                  00803000
           STRING WS-RD-READER-ID (WS-RDR-IDX)                          00804000
               '     ' WS-CNT-ED1 '   ' WS-CNT-ED2 '   ' WS-CNT-ED3     00805000
               '   ' WS-CNT-ED4 '   ' WS-CNT-ED5                        00806000
               DELIMITED BY SIZE INTO RTECMP-LINE.                      00807000
           WRITE RTECMP-LINE.                                           00808000

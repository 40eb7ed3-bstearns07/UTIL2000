      *               accepts a class with a version on file in any     00021910
      *               effective period, matching what billing will      00021920
      *               resolve.                                          00021930
      *  10-15-26  BS  Start the close/write-off fields and the         00021953
      *                payment arrangement fields empty on an ADD.      00021976
      *  10-15-26  BS  Start a new account in service (CM-SVC-STATUS    00021984
      *                space, no completion date or crew) on an ADD.    00021992
      *  10-15-26  BS  Maintain net-metering enrollment and the kWh     00021993
      *                bank cash-out month; a new account starts with   00021994
      *                an empty bank.                                   00021995
      *  10-15-26  BS  Enroll (E) or cancel (C) ACH autopay with the    00021996
      *                customer's bank routing/account - the routing    00021997
      *                number must pass its check digit - and start a   00021998
      *                new enrollment at pre-note pending.              00021999
      ***************************************************************** 00022000
       ENVIRONMENT DIVISION.                                            00023000
       INPUT-OUTPUT SECTION.                                            00024000
       01  WS-ACCT-FOUND-SW         PIC X(01)    VALUE 'N'.             00113000
           88  ACCT-FOUND                        VALUE 'Y'.             00114000
           88  ACCT-NOT-FOUND                    VALUE 'N'.             00115000
                                                                        00115058
      ***************************************************************** 00115116
      * ROUTING NUMBER CHECK-DIGIT FIELDS - THE NINE DIGITS WEIGHTED    00115174
      * 3-7-1 REPEATING MUST ADD TO A MULTIPLE OF TEN, WHICH CATCHES    00115232
      * A MISKEYED OR TRANSPOSED ROUTING NUMBER BEFORE THE BANK DOES.   00115290
      ***************************************************************** 00115348
       01  WS-ABA-ROUTING           PIC 9(09)    VALUE 0.               00115406
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.                      00115464
           05  WS-ABA-DIGIT         PIC 9(01)    OCCURS 9 TIMES.        00115522
       01  WS-ABA-WEIGHT-AREA       PIC X(09)    VALUE '371371371'.     00115580
       01  WS-ABA-WEIGHTS REDEFINES WS-ABA-WEIGHT-AREA.                 00115638
           05  WS-ABA-WEIGHT        PIC 9(01)    OCCURS 9 TIMES.        00115696
       01  WS-ABA-SUB               PIC 9(4)  COMP  VALUE 0.            00115754
       01  WS-ABA-SUM               PIC 9(4)     VALUE 0.               00115812
       01  WS-ABA-QUOT              PIC 9(4)     VALUE 0.               00115870
       01  WS-ABA-REM               PIC 9(4)     VALUE 0.               00115928
                                                                        00116000
      ***************************************************************** 00117000
      * BEFORE-IMAGE HOLD AREA FOR THE MAINTENANCE REGISTER             00118000
               PERFORM 180-WRITE-MNT-REJECT                             00335400
               GO TO 200-EXIT                                           00335500
           END-IF.                                                      00335600
                                                                        00335657
           PERFORM 560-EDIT-ACH THRU 560-EXIT.                          00335714
           IF TRAN-INVALID                                              00335771
               PERFORM 180-WRITE-MNT-REJECT                             00335828
               GO TO 200-EXIT                                           00335885
           END-IF.                                                      00335942
                                                                        00336000
           MOVE SPACES TO CM-CUSTOMER-RECORD.                           00337000
           MOVE MT-ACCT-NO        TO CM-ACCT-NO.                        00338000
               MOVE 0 TO CM-DEPOSIT-DATE                                00351070
           END-IF.                                                      00351080
           MOVE 0 TO CM-DEPOSIT-INT.                                    00351090
           MOVE 0 TO CM-CLOSE-DATE CM-WRITEOFF-DATE.                    00351091
           MOVE 0 TO CM-WRITEOFF-AMT CM-RECOVERED-AMT.                  00351092
           MOVE SPACE TO CM-ARR-STATUS.                                 00351093
           MOVE 0 TO CM-ARR-SET-DATE CM-ARR-AMT CM-ARR-INST-AMT.        00351094
           MOVE 0 TO CM-ARR-INST-COUNT CM-ARR-INST-MADE.                00351095
           MOVE 0 TO CM-ARR-NEXT-DUE CM-ARR-PAID-AMT.                   00351096
           MOVE SPACE TO CM-SVC-STATUS.                                 00351097
           MOVE 0 TO CM-SVC-STATUS-DATE.                                00351098
           MOVE SPACES TO CM-SVC-CREW-ID.                               00351099
           IF MT-NET-METER-SW = 'Y'                                     00351106
               MOVE 'Y' TO CM-NET-METER-SW                              00351113
           ELSE                                                         00351120
               MOVE 'N' TO CM-NET-METER-SW                              00351127
           END-IF.                                                      00351134
           MOVE 0 TO CM-KWH-RECEIVED CM-NEM-BANK-KWH.                   00351141
           IF MT-NEM-ANNIV-MM NUMERIC                                   00351148
               MOVE MT-NEM-ANNIV-MM TO CM-NEM-ANNIV-MM                  00351155
           ELSE                                                         00351162
               MOVE 0 TO CM-NEM-ANNIV-MM                                00351169
           END-IF.                                                      00351176
           PERFORM 575-CLEAR-ACH.                                       00351177
           IF MT-ACH-ENROLL                                             00351178
               PERFORM 570-SET-ACH-ENROLL                               00351179
           END-IF.                                                      00351180
           IF MT-BUDGET-PLAN-SW = 'Y'                                   00351183
               MOVE 'Y' TO CM-BUDGET-PLAN-SW                            00351200
           ELSE                                                         00351300
               MOVE 'N' TO CM-BUDGET-PLAN-SW                            00351400
               PERFORM 180-WRITE-MNT-REJECT                             00395400
               GO TO 300-EXIT                                           00395500
           END-IF.                                                      00395600
                                                                        00395657
           PERFORM 560-EDIT-ACH THRU 560-EXIT.                          00395714
           IF TRAN-INVALID                                              00395771
               PERFORM 180-WRITE-MNT-REJECT                             00395828
               GO TO 300-EXIT                                           00395885
           END-IF.                                                      00395942
                                                                        00396000
           IF MT-NAME NOT = SPACES                                      00397000
               MOVE MT-NAME TO CM-NAME                                  00398000
               AND MT-CYCLE-CODE < 21                                   00421960
               MOVE MT-CYCLE-CODE TO CM-CYCLE-CODE                      00421970
           END-IF.                                                      00421980
           IF MT-NET-METER-SW = 'Y' OR MT-NET-METER-SW = 'N'            00421981
               MOVE MT-NET-METER-SW TO CM-NET-METER-SW                  00421982
           END-IF.                                                      00421983
           IF MT-NEM-ANNIV-MM NUMERIC                                   00421984
               AND MT-NEM-ANNIV-MM > 0                                  00421985
               AND MT-NEM-ANNIV-MM < 13                                 00421986
               MOVE MT-NEM-ANNIV-MM TO CM-NEM-ANNIV-MM                  00421987
           END-IF.                                                      00421988
      * A NEW OR CHANGED BANK ACCOUNT HAS TO PRE-NOTE AGAIN BEFORE IT   00421989
      * IS DRAFTED, AND STARTS WITH A CLEAN RETURN COUNT.               00421990
           IF MT-ACH-ENROLL                                             00421991
               PERFORM 570-SET-ACH-ENROLL                               00421992
           END-IF.                                                      00421993
           IF MT-ACH-CANCEL                                             00421994
               PERFORM 575-CLEAR-ACH                                    00421995
               MOVE WS-RUN-DATE-8 TO CM-ACH-STATUS-DATE                 00421996
           END-IF.                                                      00421997
      * A DEPOSIT TAKEN AFTER THE ADD (OR CORRECTED) COMES IN ON A      00422086
      * CHG. THE DEPOSIT DATE IS STAMPED ONLY WHEN THE DEPOSIT IS       00422175
      * FIRST TAKEN SO THE INTEREST ANNIVERSARY DOES NOT MOVE.          00422264
           IF MT-DEPOSIT-AMT NUMERIC AND MT-DEPOSIT-AMT > 0             00422353
               MOVE MT-DEPOSIT-AMT TO CM-DEPOSIT-AMT                    00422442
               IF CM-DEPOSIT-DATE NOT NUMERIC                           00422531
                   OR CM-DEPOSIT-DATE = 0                               00422620
                   MOVE WS-RUN-DATE-8 TO CM-DEPOSIT-DATE                00422709
               END-IF                                                   00422798
           END-IF.                                                      00422887
                                                                        00421000
           REWRITE CM-CUSTOMER-RECORD                                   00422000
               INVALID KEY                                              00423000
           END-SEARCH.                                                  00536990
       540-EXIT.                                                        00536992
           EXIT.                                                        00536994
                                                                        00536995
      ***************************************************************** 00536996
      * A SUPPLIED AUTOPAY ACTION MUST BE E (ENROLL) OR C (CANCEL). AN  00536997
      * ENROLLMENT MUST CARRY A ROUTING NUMBER THAT PASSES ITS CHECK    00536998
      * DIGIT, A BANK ACCOUNT NUMBER, AND AN ACCOUNT TYPE OF C OR S     00536999
      * (SPACE MEANS CHECKING).                                         00537000
      ***************************************************************** 00537001
       560-EDIT-ACH.                                                    00537002
           IF MT-ACH-ACTION = SPACE OR MT-ACH-CANCEL                    00537003
               GO TO 560-EXIT                                           00537004
           END-IF.                                                      00537005
           IF NOT MT-ACH-ENROLL                                         00537006
               SET TRAN-INVALID TO TRUE                                 00537007
               MOVE 'AUTOPAY ACTION NOT E OR C' TO WS-REJ-REASON        00537008
               GO TO 560-EXIT                                           00537009
           END-IF.                                                      00537010
           IF MT-ACH-ROUTING NOT NUMERIC OR MT-ACH-ROUTING = 0          00537011
               SET TRAN-INVALID TO TRUE                                 00537012
               MOVE 'MISSING OR NON-NUMERIC ROUTING NUMBER'             00537013
                   TO WS-REJ-REASON                                     00537014
               GO TO 560-EXIT                                           00537015
           END-IF.                                                      00537016
           MOVE MT-ACH-ROUTING TO WS-ABA-ROUTING.                       00537017
           MOVE 0 TO WS-ABA-SUM.                                        00537018
           PERFORM 565-ADD-ABA-DIGIT                                    00537019
               VARYING WS-ABA-SUB FROM 1 BY 1                           00537020
               UNTIL WS-ABA-SUB > 9.                                    00537021
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT                   00537022
               REMAINDER WS-ABA-REM.                                    00537023
           IF WS-ABA-REM NOT = 0                                        00537024
               SET TRAN-INVALID TO TRUE                                 00537025
               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'                  00537026
                   TO WS-REJ-REASON                                     00537027
               GO TO 560-EXIT                                           00537028
           END-IF.                                                      00537029
           IF MT-ACH-ACCT-NO = SPACES                                   00537030
               SET TRAN-INVALID TO TRUE                                 00537031
               MOVE 'MISSING AUTOPAY BANK ACCOUNT NUMBER'               00537032
                   TO WS-REJ-REASON                                     00537033
               GO TO 560-EXIT                                           00537034
           END-IF.                                                      00537035
           IF MT-ACH-ACCT-TYPE NOT = SPACE                              00537036
               AND MT-ACH-ACCT-TYPE NOT = 'C'                           00537037
               AND MT-ACH-ACCT-TYPE NOT = 'S'                           00537038
               SET TRAN-INVALID TO TRUE                                 00537039
               MOVE 'AUTOPAY ACCOUNT TYPE NOT C OR S'                   00537040
                   TO WS-REJ-REASON                                     00537041
           END-IF.                                                      00537042
       560-EXIT.                                                        00537043
           EXIT.                                                        00537044
                                                                        00537045
      ***************************************************************** 00537046
      * ADD ONE ROUTING DIGIT, TIMES ITS WEIGHT, INTO THE CHECK SUM.    00537047
      ***************************************************************** 00537048
       565-ADD-ABA-DIGIT.                                               00537049
           COMPUTE WS-ABA-SUM = WS-ABA-SUM                              00537050
               + WS-ABA-DIGIT (WS-ABA-SUB) * WS-ABA-WEIGHT (WS-ABA-SUB).00537051
                                                                        00537052
      ***************************************************************** 00537053
      * ENROLL THE ACCOUNT IN AUTOPAY FROM THE TRANSACTION'S BANK       00537054
      * ACCOUNT. UTIL2150 SENDS THE PRE-NOTE ON ITS NEXT RUN.           00537055
      ***************************************************************** 00537056
       570-SET-ACH-ENROLL.                                              00537057
           SET CM-ACH-PRENOTE TO TRUE.                                  00537058
           MOVE WS-RUN-DATE-8   TO CM-ACH-STATUS-DATE.                  00537059
           MOVE MT-ACH-ROUTING  TO CM-ACH-ROUTING.                      00537060
           MOVE MT-ACH-ACCT-NO  TO CM-ACH-ACCT-NO.                      00537061
           IF MT-ACH-ACCT-TYPE = 'S'                                    00537062
               SET CM-ACH-SAVINGS TO TRUE                               00537063
           ELSE                                                         00537064
               SET CM-ACH-CHECKING TO TRUE                              00537065
           END-IF.                                                      00537066
           MOVE 0 TO CM-ACH-RETURN-COUNT.                               00537067
                                                                        00537068
      ***************************************************************** 00537069
      * TAKE THE ACCOUNT OFF AUTOPAY AND BLANK THE BANK ACCOUNT.        00537070
      ***************************************************************** 00537071
       575-CLEAR-ACH.                                                   00537072
           SET CM-ACH-NONE TO TRUE.                                     00537073
           MOVE 0 TO CM-ACH-STATUS-DATE CM-ACH-ROUTING.                 00537074
           MOVE SPACES TO CM-ACH-ACCT-NO CM-ACH-ACCT-TYPE.              00537075
           MOVE 0 TO CM-ACH-RETURN-COUNT.                               00537076
                                                                        00537382
      ***************************************************************** 00537688
      * WRITE THE BEFORE/AFTER RECORD IMAGES FOR ONE APPLIED            00537740
      * TRANSACTION TO THE MAINTENANCE REGISTER. AN ADD HAS NO          00537792
      * BEFORE IMAGE AND A DEL HAS NO AFTER IMAGE.                      00537844
      ***************************************************************** 00537896
       550-WRITE-REGISTER.                                              00537948
           MOVE SPACES TO MNTREG-LINE.                                  00538000
           STRING MT-FUNC ' ACCT: ' MT-ACCT-NO                          00539000
               DELIMITED BY SIZE INTO MNTREG-LINE.                      00540000

      *  Modification History:                                          00018000
      *  8-22-26  BS  New program - by-authority tax remittance         00019000
      *               report off the TAXEXTR detail file.               00020000
      *  10-15-26  BS  Net the UTIL2050 cancel lines - a C line         00020250
      *                reverses tax already reported on the bill it     00020500
      *                cancels, so it comes off the authority's total.  00020750
      ***************************************************************** 00021000
       ENVIRONMENT DIVISION.                                            00022000
       INPUT-OUTPUT SECTION.                                            00023000
               10  WS-AT-AUTHORITY  PIC X(20).                          00074000
               10  WS-AT-RIDER      PIC X(03).                          00075000
               10  WS-AT-LINES      PIC 9(7).                           00076000
               10  WS-AT-BASIS      PIC S9(9)V99.                       00077000
               10  WS-AT-TAX        PIC S9(9)V99.                       00078000
                                                                        00079000
      ***************************************************************** 00080000
      * RUN CONTROL TOTAL ACCUMULATORS                                  00081000
      ***************************************************************** 00082000
       01  WS-GRAND-LINES           PIC 9(7)     VALUE 0.               00083000
       01  WS-GRAND-TAX             PIC S9(9)V99 VALUE 0.               00084000
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.                        00085000
       01  WS-MONEY-ED              PIC $$$,$$$,$$9.99-.                00086000
                                                                        00087000
      ***************************************************************** 00088000
      * REPORT DETAIL LINE                                              00089000
           05  FILLER               PIC X(02)   VALUE SPACES.           00095000
           05  RMT-DET-LINES        PIC ZZZ,ZZ9.                        00096000
           05  FILLER               PIC X(02)   VALUE SPACES.           00097000
           05  RMT-DET-BASIS        PIC $$$,$$$,$$9.99-.                00098000
           05  FILLER               PIC X(02)   VALUE SPACES.           00099000
           05  RMT-DET-TAX          PIC $$$,$$$,$$9.99-.                00100000
           05  FILLER               PIC X(64)   VALUE SPACES.           00101000
                                                                        00102000
      ***************************************************************** 00103000
      * LINKAGE SECTION - PERIOD=YYYYMM SELECTS THE PERIOD TO REMIT.    00104000
           END-SEARCH.                                                  00202000
                                                                        00203000
           ADD 1           TO WS-AT-LINES (WS-AUTH-IDX).                00204000
           ADD 1           TO WS-GRAND-LINES.                           00204454
           IF TE-CANCEL-ENTRY                                           00204908
               SUBTRACT TE-BASIS-AMT FROM WS-AT-BASIS (WS-AUTH-IDX)     00205362
               SUBTRACT TE-TAX-AMT  FROM WS-AT-TAX (WS-AUTH-IDX)        00205816
               SUBTRACT TE-TAX-AMT  FROM WS-GRAND-TAX                   00206270
           ELSE                                                         00206724
               ADD TE-BASIS-AMT TO WS-AT-BASIS (WS-AUTH-IDX)            00207178
               ADD TE-TAX-AMT  TO WS-AT-TAX (WS-AUTH-IDX)               00207632
               ADD TE-TAX-AMT  TO WS-GRAND-TAX                          00208086
           END-IF.                                                      00208540
                                                                        00209000
       120-READ-NEXT.                                                   00210000
           PERFORM 110-READ-TAX-RTN.                                    00211000

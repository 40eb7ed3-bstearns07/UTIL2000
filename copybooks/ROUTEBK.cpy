      ***************************************************************** 00001000
      * ROUTEBK - ROUTE BOOK RECORD LAYOUT                              00002000
      * ONE RECORD PER METER TO BE READ, BUILT BY THE UTIL2005 ROUTE    00003000
      * BOOK RUN AHEAD OF EACH CYCLE'S READ DATE AND DOWNLOADED TO THE  00004000
      * HANDHELDS IN CYCLE / CM-ROUTE-CODE / CM-WALK-SEQ ORDER. THE     00005000
      * BOOK CARRIES THE METER'S LAST DIAL SO THE READER SEES WHERE     00006000
      * THE DIAL STOOD, AND THE EXPECTED KWH WITH ITS LOW AND HIGH      00007000
      * LIMITS - SAME MONTH LAST YEAR OFF USAGEHST, OR CM-AVG-KWH       00008000
      * WHEN THERE IS NO HISTORY - BOTH AS KWH AND AS THE DIAL          00009000
      * POSITIONS THEY WORK OUT TO (ROLLED THROUGH 99999 LIKE THE       00010000
      * DIAL ITSELF). UTIL2010 LOADS THE SAME BOOK AND HOLDS ANY READ   00011000
      * WHOSE KWH FALLS OUTSIDE THE LIMITS FOR A RE-READ.               00012000
      * RB-LIMIT-SRC: H = SAME MONTH LAST YEAR, A = ROLLING AVERAGE,    00013000
      * N = NOTHING TO GO ON - THE LIMITS ARE ZERO AND NOT CHECKED.     00014000
      * RB-BOOK-PERIOD IS THE YYYYMM BILLING PERIOD THE BOOK WAS        00015000
      * BUILT FOR; A BOOK LEFT OVER FROM ANOTHER PERIOD IS IGNORED.     00016000
      ***************************************************************** 00017000
       01  RB-ROUTE-BOOK-RECORD.                                        00018000
           05  RB-BOOK-PERIOD           PIC 9(06).                      00019000
           05  RB-CYCLE-CODE            PIC 9(02).                      00020000
           05  RB-ROUTE-CODE            PIC X(04).                      00021000
           05  RB-WALK-SEQ              PIC 9(04).                      00022000
           05  RB-ACCT-NO               PIC X(06).                      00023000
           05  RB-METER-NO              PIC X(02).                      00024000
           05  RB-CUST-NAME             PIC X(12).                      00025000
           05  RB-ADDR-LINE-1           PIC X(25).                      00026000
           05  RB-LAST-READ-DATE        PIC 9(08).                      00027000
           05  RB-LAST-DIAL             PIC 9(05).                      00028000
           05  RB-RCV-SW                PIC X(01).                      00029000
           05  RB-LAST-RCV-DIAL         PIC 9(05).                      00030000
           05  RB-LIMIT-SRC             PIC X(01).                      00031000
               88  RB-LIMIT-HISTORY     VALUE 'H'.                      00032000
               88  RB-LIMIT-AVERAGE     VALUE 'A'.                      00033000
               88  RB-NO-LIMITS         VALUE 'N'.                      00034000
           05  RB-EXPECT-KWH            PIC 9(05).                      00035000
           05  RB-LOW-KWH               PIC 9(05).                      00036000
           05  RB-HIGH-KWH              PIC 9(05).                      00037000
           05  RB-LOW-DIAL              PIC 9(05).                      00038000
           05  RB-HIGH-DIAL             PIC 9(05).                      00039000

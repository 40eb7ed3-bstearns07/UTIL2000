      ***************************************************************** 00001000
      * CYCCAL - BILLING CYCLE CALENDAR RECORD LAYOUT                   00002000
      * ONE RECORD PER CYCLE PER BILLING PERIOD, KEYED IN BY BILLING    00003000
      * OPERATIONS ONCE A YEAR FOR THE COMING TWELVE PERIODS (YYYYMM,   00004000
      * THE MONTH THE CYCLE BILLS IN). CY-READ-DATE IS THE DAY THE      00005000
      * CYCLE'S ROUTES ARE READ, CY-BILL-DATE THE NIGHT THE CYCLE'S     00006000
      * STEPS RUN (UTIL2100 THROUGH UTIL2800), AND CY-DUE-DATE THE      00007000
      * DUE DATE UTIL2000 PRINTS ON THE CYCLE'S STATEMENTS. EACH        00008000
      * CYCLE STEP CHECKS ITS CYCLE=NN AGAINST THE NIGHT'S ENTRY        00009000
      * BEFORE IT RUNS; UTIL2950 REPORTS THE PERIOD FROM IT.            00010000
      ***************************************************************** 00011000
       01  CY-CALENDAR-RECORD.                                          00012000
           05  CY-PERIOD                PIC 9(06).                      00013000
           05  CY-CYCLE-CODE            PIC 9(02).                      00014000
           05  CY-READ-DATE             PIC 9(08).                      00015000
           05  CY-BILL-DATE             PIC 9(08).                      00016000
           05  CY-DUE-DATE              PIC 9(08).                      00017000

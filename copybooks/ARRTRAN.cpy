      ***************************************************************** 00001000
      * ARRTRAN - DEFERRED PAYMENT ARRANGEMENT TRANSACTION LAYOUT       00002000
      * ONE RECORD PER ARRANGEMENT KEYED AT THE DESK, APPLIED TO THE    00003000
      * CUSTOMER MASTER BY THE UTIL2650 ARRANGEMENT RUN.                00004000
      * NEW SETS UP A PLAN: PA-ARR-AMT OF THE PAST-DUE BALANCE PAID     00005000
      * OFF IN PA-INST-COUNT (01-12) MONTHLY INSTALLMENTS OF            00006000
      * PA-INST-AMT, THE FIRST DUE ON PA-FIRST-DUE (A FUTURE DATE ON    00007000
      * DAY 01-28 SO EVERY LATER MONTH HAS THE SAME DUE DAY).           00008000
      * CAN CANCELS THE ACCOUNT'S ACTIVE PLAN - ONLY THE ACCOUNT        00009000
      * NUMBER IS NEEDED.                                               00010000
      ***************************************************************** 00011000
       01  PA-ARRANGE-RECORD.                                           00012000
           05  PA-FUNC                  PIC X(03).                      00013000
               88  PA-FUNC-NEW          VALUE 'NEW'.                    00014000
               88  PA-FUNC-CAN          VALUE 'CAN'.                    00015000
           05  PA-ACCT-NO               PIC X(06).                      00016000
           05  PA-ARR-AMT               PIC 9(7)V99.                    00017000
           05  PA-INST-AMT              PIC 9(6)V99.                    00018000
           05  PA-INST-COUNT            PIC 9(02).                      00019000
           05  PA-FIRST-DUE             PIC 9(08).                      00020000
           05  PA-FIRST-DUE-X REDEFINES PA-FIRST-DUE.                   00021000
               10  PA-FIRST-DUE-YYYYMM  PIC 9(06).                      00022000
               10  PA-FIRST-DUE-DD      PIC 9(02).                      00023000

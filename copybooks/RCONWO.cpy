      ***************************************************************** 00001000
      * RCONWO - RECONNECT WORK ORDER RECORD                            00002000
      * ONE RECORD PER DISCONNECTED ACCOUNT WHOSE 90-DAY BUCKET IS      00003000
      * CLEARED BY A PAYMENT, WRITTEN BY THE UTIL2100 POSTING RUN FOR   00004000
      * THE FIELD CREWS. SAME SHAPE AS THE DISCONNECT ORDER (DISCWO)    00005000
      * SO THE CREWS' ROUTING WORKS BOTH IN ROUTE/WALK ORDER. THE       00006000
      * PAYMENT THAT TRIGGERED THE ORDER RIDES ALONG SO THE CREW CAN    00007000
      * ANSWER THE CUSTOMER AT THE DOOR.                                00008000
      ***************************************************************** 00009000
       01  RW-WORK-ORDER-RECORD.                                        00010000
           05  RW-ACCT-NO               PIC X(06).                      00011000
           05  RW-CUST-NAME             PIC X(12).                      00012000
           05  RW-ADDR-LINE-1           PIC X(25).                      00013000
           05  RW-ADDR-LINE-2           PIC X(25).                      00014000
           05  RW-CITY                  PIC X(15).                      00015000
           05  RW-STATE                 PIC X(02).                      00016000
           05  RW-ZIP                   PIC X(09).                      00017000
           05  RW-ROUTE-CODE            PIC X(04).                      00018000
           05  RW-WALK-SEQ              PIC 9(04).                      00019000
           05  RW-BALANCE-DUE           PIC S9(7)V99.                   00020000
           05  RW-PAY-DATE              PIC 9(08).                      00021000
           05  RW-PAY-AMT               PIC 9(6)V99.                    00022000
           05  RW-DISC-DATE             PIC 9(08).                      00023000
           05  RW-ISSUE-DATE            PIC 9(08).                      00024000

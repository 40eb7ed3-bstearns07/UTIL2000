           05  AUD-CYCLE-CODE           PIC 9(02).                      00200000
           05  AUD-RATE-EFF-DATE        PIC 9(08).                      00210000
           05  AUD-RATE-SPLIT-SW        PIC X(01).                      00220000
      * NET-METERED BILLS (AUD-NEM-SW = Y) CARRY THE DELIVERED,         00221000
      * RECEIVED AND NET KWH, THE BANKED KWH APPLIED TO THIS BILL OR    00222000
      * ADDED TO THE BANK BY IT, THE BANK BALANCE AFTER THE BILL, AND   00223000
      * ANY ANNUAL CASH-OUT CREDIT, SO THE NETTING CAN BE DEFENDED.     00224000
      * THE TIER KWH ABOVE ARE WHAT WAS LEFT TO PRICE AFTER NETTING.    00225000
           05  AUD-NEM-SW               PIC X(01).                      00226000
           05  AUD-KWH-DELIVERED        PIC 9(05).                      00227000
           05  AUD-KWH-RECEIVED         PIC 9(05).                      00228000
           05  AUD-KWH-NET              PIC S9(05).                     00229000
           05  AUD-NEM-BANK-USED        PIC 9(07).                      00230000
           05  AUD-NEM-BANKED           PIC 9(07).                      00231000
           05  AUD-NEM-BANK-KWH         PIC 9(07).                      00232000
           05  AUD-NEM-CASHOUT-AMT      PIC 9(05)V99.                   00233000
      * CANCEL/REBILL - A BILLING-RUN RECORD CARRIES AUD-ENTRY-TYPE     00234000
      * SPACE. UTIL2050 WRITES AN R RECORD FOR EACH CORRECTED BILL,     00235000
      * PRICED FOR AUD-BILL-PERIOD AND LINKED BY AUD-ORIG-RUN-DATE/     00236000
      * AUD-ORIG-RUN-TIME TO THE AUDIT RECORD OF THE BILL IT REPLACES;  00237000
      * AUD-ORIG-TOTAL-BILL IS THAT BILL'S AUD-TOTAL-BILL (THE AMOUNT   00238000
      * REVERSED OFF REVENUE) AND AUD-REASON-CODE IS THE REBILL REASON. 00239000
           05  AUD-ENTRY-TYPE           PIC X(01).                      00240000
               88  AUD-BILLING-ENTRY            VALUE SPACE.            00241000
               88  AUD-REBILL-ENTRY             VALUE 'R'.              00242000
           05  AUD-BILL-PERIOD          PIC 9(06).                      00243000
           05  AUD-ORIG-RUN-DATE        PIC 9(08).                      00244000
           05  AUD-ORIG-RUN-TIME        PIC 9(08).                      00245000
           05  AUD-ORIG-TOTAL-BILL      PIC 9(06)V99.                   00246000
           05  AUD-REASON-CODE          PIC X(03).                      00247000

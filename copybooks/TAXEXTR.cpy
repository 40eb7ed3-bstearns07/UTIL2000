           05  TE-AUTHORITY-NAME        PIC X(20).                      00013000
           05  TE-BASIS-AMT             PIC 9(6)V99.                    00014000
           05  TE-TAX-AMT               PIC 9(5)V99.                    00015000
      * TE-ENTRY-TYPE - SPACE FOR A BILLING-RUN LINE; C FOR A LINE      00016000
      * REVERSED BY A UTIL2050 CANCEL (SUBTRACTED WHEN RE-ADDED);       00017000
      * R FOR A LINE ON THE CORRECTED BILL THAT REPLACES IT.            00018000
           05  TE-ENTRY-TYPE            PIC X(01).                      00019000
               88  TE-BILLING-ENTRY             VALUE SPACE.            00020000
               88  TE-CANCEL-ENTRY              VALUE 'C'.              00021000
               88  TE-REBILL-ENTRY              VALUE 'R'.              00022000

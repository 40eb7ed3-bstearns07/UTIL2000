           05  UH-KWH                   PIC 9(05).                      00015000
           05  UH-BILL-TOTAL            PIC 9(6)V99.                    00016000
           05  UH-DAYS-SERVED           PIC 9(03).                      00017000
      * UH-KWH IS THE KWH BILLED. A NET-METERED ACCOUNT (UH-NEM-SW      00018000
      * = Y) ALSO CARRIES THE DELIVERED, RECEIVED AND NET KWH AND THE   00019000
      * KWH BANK BALANCE AT THE CLOSE OF THE PERIOD.                    00020000
           05  UH-NEM-SW                PIC X(01).                      00021000
           05  UH-KWH-DELIVERED         PIC 9(05).                      00022000
           05  UH-KWH-RECEIVED          PIC 9(05).                      00023000
           05  UH-KWH-NET               PIC S9(05).                     00024000
           05  UH-NEM-BANK-KWH          PIC 9(07).                      00025000

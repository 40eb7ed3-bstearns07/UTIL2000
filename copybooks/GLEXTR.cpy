           05  GL-SERVICE-FEE           PIC 9(7)V99.                    00120000
           05  GL-TAX-TOTAL             PIC 9(7)V99.                    00125000
           05  GL-TOTAL-BILL            PIC 9(8)V99.                    00130000
      * NET METERING - GL-NEM-SW = Y ON A NET-METERED ACCOUNT, WITH     00131000
      * THE DELIVERED/RECEIVED/NET KWH AND THE KWH BANKED OR DRAWN      00132000
      * FROM THE BANK THIS BILL SO EXCESS GENERATION IS BOOKED.         00133000
      * GL-NEM-CASHOUT IS THE ANNUAL CASH-OUT CREDITED TO THE           00134000
      * ACCOUNT - NOT NETTED INTO GL-TOTAL-BILL.                        00135000
           05  GL-NEM-SW                PIC X(01).                      00136000
           05  GL-KWH-DELIVERED         PIC 9(05).                      00137000
           05  GL-KWH-RECEIVED          PIC 9(05).                      00138000
           05  GL-KWH-NET               PIC S9(05).                     00139000
           05  GL-NEM-BANK-USED         PIC 9(07).                      00140000
           05  GL-NEM-BANKED            PIC 9(07).                      00141000
           05  GL-NEM-BANK-KWH          PIC 9(07).                      00142000
           05  GL-NEM-CASHOUT           PIC 9(7)V99.                    00143000
      * GL-ENTRY-TYPE IS SPACE FOR A BILLING-RUN RECORD. UTIL2050       00144000
      * CANCEL/REBILL WRITES A C RECORD THAT REVERSES (CREDITS) THE     00145000
      * ORIGINAL BILL'S REVENUE AND TAX, AND AN R RECORD THAT BOOKS     00146000
      * THE CORRECTED BILL, BOTH UNDER THE ORIGINAL BILLING PERIOD.     00147000
           05  GL-ENTRY-TYPE            PIC X(01).                      00148000
               88  GL-BILLING-ENTRY             VALUE SPACE.            00149000
               88  GL-CANCEL-ENTRY              VALUE 'C'.              00150000
               88  GL-REBILL-ENTRY              VALUE 'R'.              00151000

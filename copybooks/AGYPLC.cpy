      ***************************************************************** 00001000
      * AGYPLC - COLLECTION AGENCY PLACEMENT RECORD                     00002000
      * ONE RECORD PER CLOSED ACCOUNT WRITTEN OFF TO BAD DEBT BY THE    00003000
      * UTIL2850 WRITE-OFF RUN, SENT TO THE OUTSIDE COLLECTION AGENCY.  00004000
      * CARRIES THE LAST MAILING ADDRESS ON FILE, THE AMOUNT PLACED,    00005000
      * AND THE CLOSE AND LAST-PAYMENT DATES THE AGENCY NEEDS TO        00006000
      * WORK THE DEBT. WHAT THE AGENCY COLLECTS COMES BACK ON THE       00007000
      * PAYMENT FEED AS TRAN TYPE REC (SEE PAYTRAN.CPY).                00008000
      ***************************************************************** 00009000
       01  AP-PLACEMENT-RECORD.                                         00010000
           05  AP-ACCT-NO               PIC X(06).                      00011000
           05  AP-CUST-NAME             PIC X(12).                      00012000
           05  AP-ADDR-LINE-1           PIC X(25).                      00013000
           05  AP-ADDR-LINE-2           PIC X(25).                      00014000
           05  AP-CITY                  PIC X(15).                      00015000
           05  AP-STATE                 PIC X(02).                      00016000
           05  AP-ZIP                   PIC X(09).                      00017000
           05  AP-PLACED-AMT            PIC 9(7)V99.                    00018000
           05  AP-CLOSE-DATE            PIC 9(08).                      00019000
           05  AP-LAST-PAY-DATE         PIC 9(08).                      00020000
           05  AP-LAST-PAY-AMT          PIC 9(6)V99.                    00021000
           05  AP-PLACE-DATE            PIC 9(08).                      00022000

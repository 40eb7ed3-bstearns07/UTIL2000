      ***************************************************************** 00001000
      * PAIDCHK - BANK PAID-CHECK RECORD LAYOUT                         00002000
      * THE BANK'S DAILY FILE OF CHECKS PAID ON THE DEPOSIT REFUND      00003000
      * CHECKING ACCOUNT - ONE RECORD PER CHECK CLEARED. THE CHECK      00004000
      * WRITER PRINTS THE ACCOUNT NUMBER AND ISSUE DATE IN THE          00005000
      * CHECK'S REFERENCE LINE, AND THE BANK RETURNS THEM WITH THE      00006000
      * PAID AMOUNT SO THE UTIL2810 RECONCILIATION CAN MATCH EACH       00007000
      * PAID CHECK TO ITS RFNDCHK REFUND. PC-CHECK-NO IS CARRIED FOR    00008000
      * THE LISTING ONLY.                                               00009000
      ***************************************************************** 00010000
       01  PC-PAID-CHECK-RECORD.                                        00011000
           05  PC-CHECK-NO              PIC 9(08).                      00012000
           05  PC-ACCT-NO               PIC X(06).                      00013000
           05  PC-ISSUE-DATE            PIC 9(08).                      00014000
           05  PC-CHECK-AMT             PIC 9(6)V99.                    00015000
           05  PC-PAID-DATE             PIC 9(08).                      00016000

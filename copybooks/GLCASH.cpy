      * NSF PLUS ITS FEE, SIGNED FOR ADJUSTMENTS). SPLITTING BY         00012000
      * SOURCE LETS LOCKBOX AND WINDOW CASH BOOK TO THEIR OWN           00013000
      * ACCOUNTS, AND IS WHAT THE UTIL3200 BANK RECONCILIATION          00014000
      * RE-ADDS. ACH AUTOPAY DRAFTS AND THEIR RETURNS COME THROUGH      00014400
      * UNDER SOURCE AD.                                                00014800
      * GC-RESERVE-AMT IS THE MOVEMENT IN THE BAD-DEBT RESERVE, SIGNED  00015200
      * THE SAME WAY AS GC-AR-AMT - AN AGENCY RECOVERY (TYPE REC) IS    00015400
      * CASH IN WITH A NEGATIVE (CREDIT) RESERVE AMOUNT AND ZERO A/R.   00015600
      * A CHECK RETURNED ON A WRITTEN-OFF ACCOUNT TAKES THE RECOVERY    00015800
      * BACK AS AN NSF ROW: CASH OUT, ZERO A/R, A POSITIVE (DEBIT)      00015866
      * RESERVE AMOUNT. ZERO ON EVERY OTHER TRAN TYPE.                  00015932
      ***************************************************************** 00016000
       01  GC-CASH-RECORD.                                              00017000
           05  GC-POST-DATE             PIC 9(08).                      00018000
           05  GC-TRAN-COUNT            PIC 9(07).                      00021000
           05  GC-CASH-AMT              PIC S9(9)V99.                   00022000
           05  GC-AR-AMT                PIC S9(9)V99.                   00023000
           05  GC-RESERVE-AMT           PIC S9(9)V99.                   00024000

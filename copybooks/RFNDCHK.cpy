      * ACCRUED INTEREST EXCEEDED THE FINAL BALANCE, WRITTEN BY THE     00004000
      * UTIL2800 FINAL-BILL SETTLEMENT RUN AND PICKED UP BY THE         00005000
      * ACCOUNTS-PAYABLE CHECK WRITER. CARRIES THE MAILING ADDRESS      00006000
      * AND THE DEPOSIT/INTEREST BREAKDOWN FOR THE CHECK STUB. THE      00006400
      * SAME RECORDS GO ON TO THE UTIL2810 REFUND CHECK                 00006800
      * RECONCILIATION, WHICH MATCHES THE BANK'S PAID CHECKS BACK BY    00007200
      * ACCOUNT, AMOUNT AND ISSUE DATE (SEE RFOUTST.CPY).               00007600
      ***************************************************************** 00008000
       01  RF-REFUND-RECORD.                                            00009000
           05  RF-ACCT-NO               PIC X(06).                      00010000

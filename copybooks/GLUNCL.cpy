      ***************************************************************** 00001000
      * GLUNCL - UNCLAIMED-PROPERTY GENERAL LEDGER RECORD               00002000
      * WRITTEN BY THE UTIL2810 REFUND CHECK RECONCILIATION, ONE        00003000
      * RECORD PER REFUND CHECK MOVED INTO OR OUT OF THE UNCLAIMED-     00004000
      * PROPERTY LIABILITY, AND PICKED UP BY THE GL POSTING JOB.        00005000
      * GU-CASH-AMT IS THE MOVEMENT IN CASH AND GU-UNCL-AMT THE         00006000
      * MOVEMENT IN THE UNCLAIMED-PROPERTY LIABILITY, POSITIVE FOR A    00007000
      * DEBIT AND NEGATIVE FOR A CREDIT, SIGNED THE SAME WAY AS THE     00008000
      * GLBDEBT COLUMNS. GU-TRAN-TYPE:                                  00009000
      *   VOD - STALE-DATED CHECK VOIDED: CASH DEBITED (THE CHECK       00010000
      *         WILL NEVER CLEAR), LIABILITY CREDITED.                  00011000
      *   RVD - A VOIDED CHECK THE BANK PAID ANYWAY: THE VOID IS        00012000
      *         REVERSED - LIABILITY DEBITED, CASH CREDITED.            00013000
      *   ESC - ESCHEATED ON THE ANNUAL STATE REPORT: LIABILITY         00014000
      *         DEBITED, CASH CREDITED FOR THE REMITTANCE.              00015000
      ***************************************************************** 00016000
       01  GU-UNCLAIMED-RECORD.                                         00017000
           05  GU-POST-DATE             PIC 9(08).                      00018000
           05  GU-ACCT-NO               PIC X(06).                      00019000
           05  GU-TRAN-TYPE             PIC X(03).                      00020000
           05  GU-CASH-AMT              PIC S9(9)V99.                   00021000
           05  GU-UNCL-AMT              PIC S9(9)V99.                   00022000

      ***************************************************************** 00001000
      * GLBDEBT - BAD-DEBT WRITE-OFF GENERAL LEDGER RECORD              00002000
      * WRITTEN BY THE UTIL2850 WRITE-OFF RUN, ONE RECORD PER CLOSED    00003000
      * ACCOUNT WHOSE LEFTOVER BALANCE IS WRITTEN OFF, AND PICKED UP    00004000
      * BY THE GL POSTING JOB SO THE WRITE-OFF BOOKS BY INTERFACE       00005000
      * INSTEAD OF BY JOURNAL VOUCHER. GB-AR-AMT IS THE MOVEMENT IN     00006000
      * THE A/R CONTROL ACCOUNT (NEGATIVE - THE BALANCE COMES OFF THE   00007000
      * BOOKS) AND GB-RESERVE-AMT THE CHARGE AGAINST THE BAD-DEBT       00008000
      * RESERVE (POSITIVE - A DEBIT), SIGNED THE SAME WAY AS THE        00009000
      * GLCASH A/R AND RESERVE COLUMNS. GB-TRAN-TYPE IS WOF.            00010000
      ***************************************************************** 00011000
       01  GB-BAD-DEBT-RECORD.                                          00012000
           05  GB-POST-DATE             PIC 9(08).                      00013000
           05  GB-ACCT-NO               PIC X(06).                      00014000
           05  GB-TRAN-TYPE             PIC X(03).                      00015000
           05  GB-CYCLE-CODE            PIC 9(02).                      00016000
           05  GB-AR-AMT                PIC S9(9)V99.                   00017000
           05  GB-RESERVE-AMT           PIC S9(9)V99.                   00018000

      ***************************************************************** 00001000
      * ACHDEBT - ACH AUTOPAY DEBIT ENTRY RECORD                        00002000
      * ONE RECORD PER ENTRY IN THE BANK DEBIT FILE WRITTEN BY THE      00003000
      * UTIL2150 DRAFT RUN AND TRANSMITTED TO THE BANK - A DRAFT OF     00004000
      * THE AMOUNT DUE ON EACH AUTOPAY ACCOUNT BILLED THAT NIGHT, TO    00005000
      * SETTLE ON THE BILL'S DUE DATE, AND A ZERO-DOLLAR PRE-NOTE FOR   00006000
      * EACH NEWLY ENROLLED BANK ACCOUNT. AD-TRAN-CODE IS THE ACH       00007000
      * TRANSACTION CODE: 27 CHECKING DEBIT, 28 CHECKING PRE-NOTE,      00008000
      * 37 SAVINGS DEBIT, 38 SAVINGS PRE-NOTE. AD-ACCT-NO AND           00009000
      * AD-TRACE-NO COME BACK ON A RETURN (ACHRTN.CPY) SO UTIL2160      00010000
      * CAN FIND THE ACCOUNT.                                           00011000
      ***************************************************************** 00012000
       01  AD-DEBIT-RECORD.                                             00013000
           05  AD-TRAN-CODE             PIC 9(02).                      00014000
           05  AD-ROUTING               PIC 9(09).                      00015000
           05  AD-BANK-ACCT-NO          PIC X(17).                      00016000
           05  AD-AMOUNT                PIC 9(8)V99.                    00017000
           05  AD-ACCT-NO               PIC X(06).                      00018000
           05  AD-CUST-NAME             PIC X(12).                      00019000
           05  AD-SETTLE-DATE           PIC 9(08).                      00020000
           05  AD-TRACE-NO              PIC 9(07).                      00021000

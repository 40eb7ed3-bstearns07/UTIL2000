      ***************************************************************** 00001000
      * ACHRTN - ACH AUTOPAY RETURN RECORD                              00002000
      * THE BANK'S FILE OF ACH ENTRIES IT COULD NOT SETTLE - ONE        00003000
      * RECORD PER RETURNED DRAFT OR PRE-NOTE, CARRYING THE ACCOUNT     00004000
      * AND TRACE NUMBER FROM THE ORIGINAL ENTRY (ACHDEBT.CPY), ITS     00005000
      * SETTLEMENT DATE AND AMOUNT (ZERO ON A PRE-NOTE), THE ACH        00006000
      * RETURN REASON CODE (R01 INSUFFICIENT FUNDS, R02 ACCOUNT         00007000
      * CLOSED, R03 NO ACCOUNT, R04 INVALID ACCOUNT NUMBER, ...) AND    00008000
      * THE DATE THE BANK RETURNED IT. READ BY THE UTIL2160 RETURN      00009000
      * RUN.                                                            00010000
      ***************************************************************** 00011000
       01  AR-RETURN-RECORD.                                            00012000
           05  AR-ACCT-NO               PIC X(06).                      00013000
           05  AR-TRACE-NO              PIC 9(07).                      00014000
           05  AR-SETTLE-DATE           PIC 9(08).                      00015000
           05  AR-AMOUNT                PIC 9(8)V99.                    00016000
           05  AR-RETURN-CODE           PIC X(03).                      00017000
           05  AR-RETURN-DATE           PIC 9(08).                      00018000

      ***************************************************************** 00001000
      * FLDCMP - FIELD WORK-ORDER COMPLETION TRANSACTION LAYOUT         00002000
      * ONE RECORD PER DISCONNECT OR RECONNECT ORDER WORKED BY THE      00003000
      * FIELD CREWS, KEYED BY THE FIELD OFFICE OFF THE CREW TICKETS     00004000
      * AND APPLIED TO THE CUSTOMER MASTER BY THE UTIL2610 RUN.         00005000
      * FC-RESULT D = METER DISCONNECTED, U = UNABLE TO COMPLETE (NO    00006000
      * ACCESS, DOG, CUSTOMER PAID AT THE DOOR - SEE FC-REASON),        00007000
      * R = METER RECONNECTED. FC-COMPLETE-DATE IS THE DAY THE CREW     00008000
      * WAS AT THE METER.                                               00009000
      ***************************************************************** 00010000
       01  FC-COMPLETION-RECORD.                                        00011000
           05  FC-ACCT-NO               PIC X(06).                      00012000
           05  FC-RESULT                PIC X(01).                      00013000
               88  FC-DISCONNECTED      VALUE 'D'.                      00014000
               88  FC-UNABLE            VALUE 'U'.                      00015000
               88  FC-RECONNECTED       VALUE 'R'.                      00016000
           05  FC-COMPLETE-DATE         PIC 9(08).                      00017000
           05  FC-CREW-ID               PIC X(04).                      00018000
           05  FC-REASON                PIC X(20).                      00019000

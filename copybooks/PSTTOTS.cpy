      * PSTTOTS - POSTING RUN CONTROL TOTALS RECORD                     00002000
      * THE MACHINE-READABLE TWIN OF THE TOTALS PRINTED AT THE FOOT     00003000
      * OF THE PSTREG POSTING REGISTER - ONE RECORD PER PAY SOURCE      00004000
      * (LB LOCKBOX, CW CASHIER WINDOW, AD ACH AUTOPAY DRAFT) PER       00004666
      * UTIL2100 RUN, CARRYING THE COUNT AND DOLLARS OF PAYMENTS        00005444
      * POSTED FROM THAT SOURCE.                                        00006222
      * THE UTIL3200 DAILY RECONCILIATION PROVES THE BANK'S LOCKBOX     00007000
      * DEPOSIT TOTAL AGAINST THIS RECORD AND AGAINST THE GLCASH        00008000
      * EXTRACT RE-ADD, THE SAME THREE-WAY PATTERN UTIL2400 USES ON     00009000

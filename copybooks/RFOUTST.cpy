      ***************************************************************** 00001000
      * RFOUTST - OUTSTANDING REFUND CHECK FILE RECORD LAYOUT           00002000
      * ONE RECORD PER DEPOSIT REFUND CHECK THAT HAS NOT CLEARED THE    00003000
      * BANK, KEPT BY THE UTIL2810 REFUND CHECK RECONCILIATION AS A     00004000
      * GENERATION DATA GROUP - EACH RUN READS THE CURRENT GENERATION   00005000
      * AND WRITES THE NEXT. CHECKS COME ON FROM THE UTIL2800 RFNDCHK   00006000
      * EXTRACT AND COME OFF WHEN THE BANK'S PAID-CHECK FILE SHOWS      00007000
      * THEM CASHED (MATCHED BY ACCOUNT, AMOUNT AND ISSUE DATE) OR      00008000
      * WHEN THEY ARE REPORTED TO THE STATE ON THE ANNUAL ESCHEAT RUN.  00009000
      * RO-CHECK-STATUS: O = OUTSTANDING, V = VOIDED STALE-DATED - THE  00010000
      * AMOUNT NOW SITS IN THE UNCLAIMED-PROPERTY LIABILITY UNTIL IT    00011000
      * IS ESCHEATED. RO-LAST-CONTACT-DATE IS THE OWNER'S LAST          00012000
      * CONTACT FOR THE ESCHEAT REPORT - THE LATER OF THE ACCOUNT'S     00013000
      * LAST PAYMENT AND ITS SERVICE END (MOVE-OUT) DATE, OR THE        00014000
      * ISSUE DATE WHEN THE MASTER HAS NEITHER.                         00015000
      ***************************************************************** 00016000
       01  RO-OUTSTAND-RECORD.                                          00017000
           05  RO-ACCT-NO               PIC X(06).                      00018000
           05  RO-CUST-NAME             PIC X(12).                      00019000
           05  RO-ADDR-LINE-1           PIC X(25).                      00020000
           05  RO-ADDR-LINE-2           PIC X(25).                      00021000
           05  RO-CITY                  PIC X(15).                      00022000
           05  RO-STATE                 PIC X(02).                      00023000
           05  RO-ZIP                   PIC X(09).                      00024000
           05  RO-REFUND-AMT            PIC 9(6)V99.                    00025000
           05  RO-ISSUE-DATE            PIC 9(08).                      00026000
           05  RO-LAST-CONTACT-DATE     PIC 9(08).                      00027000
           05  RO-CHECK-STATUS          PIC X(01).                      00028000
               88  RO-CHECK-OUTSTANDING VALUE 'O'.                      00029000
               88  RO-CHECK-VOIDED      VALUE 'V'.                      00030000
           05  RO-VOID-DATE             PIC 9(08).                      00031000

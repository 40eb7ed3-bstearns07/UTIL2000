      * ONE RECORD PER PAYMENT RECEIVED FROM THE LOCKBOX/CASHIERING     00003000
      * FEED, KEYED BY ACCOUNT. POSTED AGAINST CM-BALANCE-DUE AND THE   00004000
      * CM-AGE-* BUCKETS BY THE UTIL2100 PAYMENT POSTING RUN.           00005000
      * PT-PAY-SOURCE: LB = LOCKBOX, CW = CASHIER WINDOW, AD = ACH      00005500
      * AUTOPAY BANK DRAFT (DRAFTS WRITTEN BY UTIL2150, BANK RETURNS    00006000
      * WRITTEN AS NSF CHARGEBACKS BY UTIL2160).                        00006500
      * PT-TRAN-TYPE SAYS WHAT THE RECORD IS: PAY (OR SPACES, FOR THE   00007000
      * OLD FEED) IS A PAYMENT, NSF IS A RETURNED-CHECK CHARGEBACK      00008000
      * THAT BACKS THE ORIGINAL PAYMENT OUT AND ASSESSES THE NSF FEE,   00009000
      * '+' CHARGES THE ACCOUNT, '-' CREDITS IT). PT-REASON-CODE IS     00011000
      * THE OFFICE REASON SHOWN ON THE POSTING REGISTER - REQUIRED      00012000
      * ON AN ADJ, CARRIED AS GIVEN ON AN NSF.                          00013000
      * REC IS A COLLECTION-AGENCY RECOVERY ON AN ACCOUNT ALREADY       00013250
      * WRITTEN OFF TO BAD DEBT (UTIL2850) - THE CASH CREDITS THE       00013500
      * BAD-DEBT RESERVE, NOT A/R, SO THE ZERO BALANCE IS NOT TOUCHED.  00013750
      ***************************************************************** 00014000
       01  PT-PAYMENT-RECORD.                                           00015000
           05  PT-ACCT-NO               PIC X(06).                      00016000
               88  PT-TYPE-PAYMENT      VALUE 'PAY' '   '.              00021000
               88  PT-TYPE-NSF          VALUE 'NSF'.                    00022000
               88  PT-TYPE-ADJ          VALUE 'ADJ'.                    00023000
               88  PT-TYPE-RECOVERY     VALUE 'REC'.                    00023500
           05  PT-ADJ-SIGN              PIC X(01).                      00024000
               88  PT-ADJ-DEBIT         VALUE '+'.                      00025000
               88  PT-ADJ-CREDIT        VALUE '-'.                      00026000

      ***************************************************************** 00001000
      * CRBTRAN - CANCEL/REBILL TRANSACTION LAYOUT                      00002000
      * ONE RECORD PER BILL TO BE CANCELLED AND REBILLED, KEYED BY THE  00003000
      * BILLING OFFICE AND APPLIED BY THE UTIL2050 RUN. THE BILL IS     00004000
      * IDENTIFIED BY ITS AUDIT RECORD KEY - ACCOUNT, AUD-RUN-DATE AND  00005000
      * AUD-RUN-TIME (THE UTIL2500 REPRINT SHOWS ALL THREE). CR-KWH-    00006000
      * USED AND CR-KWH-RECEIVED ARE THE CORRECTED DELIVERED AND        00007000
      * RECEIVED KWH FOR A MISREAD DIAL; LEFT BLANK, THE KWH OF THE     00008000
      * ORIGINAL BILL ARE REPRICED AS THEY STAND (A RATE CLASS OR       00009000
      * SERVICE DATE CORRECTED ON THE MASTER FIRST BY UTIL2020).        00010000
      * CR-REASON-CODE IS CARRIED TO THE AUDIT RECORD AND REGISTER -    00011000
      * MRD = MISREAD, RCL = WRONG RATE CLASS, SVD = SERVICE DATES,     00012000
      * OTH = OTHER.                                                    00013000
      ***************************************************************** 00014000
       01  CR-REBILL-RECORD.                                            00015000
           05  CR-ACCT-NO               PIC X(06).                      00016000
           05  CR-ORIG-RUN-DATE         PIC 9(08).                      00017000
           05  CR-ORIG-RUN-TIME         PIC 9(08).                      00018000
           05  CR-KWH-USED-X            PIC X(05).                      00019000
           05  CR-KWH-USED REDEFINES CR-KWH-USED-X                      00020000
                                        PIC 9(05).                      00021000
           05  CR-KWH-RECEIVED-X        PIC X(05).                      00022000
           05  CR-KWH-RECEIVED REDEFINES CR-KWH-RECEIVED-X              00023000
                                        PIC 9(05).                      00024000
           05  CR-REASON-CODE           PIC X(03).                      00025000
               88  CR-REASON-VALID      VALUE 'MRD' 'RCL' 'SVD' 'OTH'.  00026000

      *  Modification History:                                          00018000
      *  8-22-26  BS  New program - seasonal usage report, account      00019000
      *               comparison listing and history trim.              00020000
      *  10-15-26  BS  Carry the net-metering fields the usage history  00020250
      *                record grew through the sort and the trimmed     00020500
      *                copy.                                            00020750
      ***************************************************************** 00021000
       ENVIRONMENT DIVISION.                                            00022000
       INPUT-OUTPUT SECTION.                                            00023000
           05  HW-KWH                   PIC 9(05).                      00064000
           05  HW-BILL-TOTAL            PIC 9(6)V99.                    00065000
           05  HW-DAYS-SERVED           PIC 9(03).                      00066000
           05  HW-NEM-SW                PIC X(01).                      00066166
           05  HW-KWH-DELIVERED         PIC 9(05).                      00066332
           05  HW-KWH-RECEIVED          PIC 9(05).                      00066498
           05  HW-KWH-NET               PIC S9(05).                     00066664
           05  HW-NEM-BANK-KWH          PIC 9(07).                      00066830
                                                                        00067000
      * THE SD AND FD BELOW CARRY THE SAME LAYOUT AS USAGEHST UNDER     00068000
      * THE HS-/HR- PREFIXES FOR THE SORT'S WORK AREA AND SORTED        00069000
           05  HS-KWH                   PIC 9(05).                      00077000
           05  HS-BILL-TOTAL            PIC 9(6)V99.                    00078000
           05  HS-DAYS-SERVED           PIC 9(03).                      00079000
           05  HS-NEM-SW                PIC X(01).                      00079166
           05  HS-KWH-DELIVERED         PIC 9(05).                      00079332
           05  HS-KWH-RECEIVED          PIC 9(05).                      00079498
           05  HS-KWH-NET               PIC S9(05).                     00079664
           05  HS-NEM-BANK-KWH          PIC 9(07).                      00079830
                                                                        00080000
       FD  HIST-SORTED-FILE                                             00081000
           LABEL RECORDS ARE STANDARD.                                  00082000
           05  HR-KWH                   PIC 9(05).                      00088000
           05  HR-BILL-TOTAL            PIC 9(6)V99.                    00089000
           05  HR-DAYS-SERVED           PIC 9(03).                      00090000
           05  HR-NEM-SW                PIC X(01).                      00090166
           05  HR-KWH-DELIVERED         PIC 9(05).                      00090332
           05  HR-KWH-RECEIVED          PIC 9(05).                      00090498
           05  HR-KWH-NET               PIC S9(05).                     00090664
           05  HR-NEM-BANK-KWH          PIC 9(07).                      00090830
                                                                        00091000
       FD  ACCT-COMPARE-RPT                                             00092000
           LABEL RECORDS ARE STANDARD                                   00093000
                                                                        00101000
       FD  HIST-TRIMMED                                                 00102000
           LABEL RECORDS ARE STANDARD.                                  00103000
       01  HT-USAGE-RECORD          PIC X(57).                          00104000
                                                                        00105000
       WORKING-STORAGE SECTION.                                         00106000
                                                                        00107000

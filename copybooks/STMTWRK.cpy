               10  SW-METER-LINE        OCCURS 5 TIMES.                 00047000
                   15  SW-MTR-NO        PIC X(02).                      00048000
                   15  SW-MTR-KWH       PIC 9(05).                      00049000
      * NET METERING DETAIL FOR THE STATEMENT (SW-NEM-SW = Y) - SEE     00050000
      * AUDITREC.CPY FOR THE MEANING OF EACH FIELD.                     00051000
           05  SW-NEM-SW                PIC X(01).                      00052000
           05  SW-KWH-DELIVERED         PIC 9(05).                      00053000
           05  SW-KWH-RECEIVED          PIC 9(05).                      00054000
           05  SW-KWH-NET               PIC S9(05).                     00055000
           05  SW-NEM-BANK-USED         PIC 9(07).                      00056000
           05  SW-NEM-BANKED            PIC 9(07).                      00057000
           05  SW-NEM-BANK-KWH          PIC 9(07).                      00058000
           05  SW-NEM-CASHOUT-AMT       PIC 9(5)V99.                    00059000
      * SW-AUTOPAY-SW = Y MEANS THE ACCOUNT IS ACTIVE ON AUTOPAY AND    00060000
      * THE AMOUNT DUE WILL BE DRAFTED ON SW-DUE-DATE BY UTIL2150 - THE 00061000
      * STATEMENT PRINTS A DRAFT NOTICE IN PLACE OF THE REMITTANCE STUB.00062000
           05  SW-AUTOPAY-SW            PIC X(01).                      00063000
      * SW-REBILL-SW = Y ON A CORRECTED STATEMENT FROM THE UTIL2050     00064000
      * CANCEL/REBILL RUN - THE STATEMENT NAMES THE BILL IT REPLACES    00065000
      * (ITS RUN DATE AND BILLED AMOUNT).                               00066000
           05  SW-REBILL-SW             PIC X(01).                      00067000
           05  SW-ORIG-BILL-DATE        PIC 9(08).                      00068000
           05  SW-ORIG-BILLED-AMT       PIC 9(6)V99.                    00069000

      * ZERO OR NON-NUMERIC MEANS NO DEPOSIT TAKEN (ON AN ADD) OR       00037000
      * LEAVE THE DEPOSIT ALONE (ON A CHG).                             00038000
           05  MT-DEPOSIT-AMT           PIC 9(5)V99.                    00039000
      * MT-NET-METER-SW ENROLLS (Y) OR DROPS (N) NET METERING. ON A     00040000
      * CHG, SPACE LEAVES IT ALONE, AS DOES A ZERO MT-NEM-ANNIV-MM      00041000
      * (THE MONTH THE KWH BANK IS CASHED OUT EACH YEAR).               00042000
           05  MT-NET-METER-SW          PIC X(01).                      00043000
           05  MT-NEM-ANNIV-MM          PIC 9(02).                      00044000
      * MT-ACH-ACTION E ENROLLS THE ACCOUNT IN AUTOPAY (OR REPLACES     00045000
      * ITS BANK ACCOUNT) FROM MT-ACH-ROUTING, MT-ACH-ACCT-NO AND       00046000
      * MT-ACH-ACCT-TYPE (C CHECKING - THE DEFAULT - OR S SAVINGS),     00047000
      * STARTING A NEW PRE-NOTE. C CANCELS AUTOPAY. SPACE LEAVES THE    00048000
      * ENROLLMENT ALONE.                                               00049000
           05  MT-ACH-ACTION            PIC X(01).                      00050000
               88  MT-ACH-ENROLL        VALUE 'E'.                      00051000
               88  MT-ACH-CANCEL        VALUE 'C'.                      00052000
           05  MT-ACH-ROUTING           PIC 9(09).                      00053000
           05  MT-ACH-ACCT-NO           PIC X(17).                      00054000
           05  MT-ACH-ACCT-TYPE         PIC X(01).                      00055000

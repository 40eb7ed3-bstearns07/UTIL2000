      * THE ACCOUNT-LEVEL TOTAL STILL LIVES IN CM-KWH-USED ON THE       00012000
      * CUSTOMER MASTER, AS THE SUM OF THE ACCOUNT'S METERS, SO THE     00013000
      * BILLING RUN BILLS ONE BILL PER ACCOUNT UNCHANGED.               00014000
      * ON A NET-METERED ACCOUNT MM-RCV-SW = Y ONCE THE METER HAS       00014166
      * POSTED A RECEIVED-REGISTER READ; MM-LAST-RCV-DIAL AND           00014332
      * MM-RCV-KWH ARE THAT REGISTER'S DIAL AND PERIOD KWH, EDITED AND  00014498
      * SUMMED INTO CM-KWH-RECEIVED THE SAME WAY AS THE DELIVERED       00014664
      * SIDE.                                                           00014830
      ***************************************************************** 00015000
       01  MM-METER-RECORD.                                             00016000
           05  MM-METER-KEY.                                            00017000
           05  MM-LAST-DIAL-READING     PIC 9(05).                      00021000
           05  MM-KWH-USED              PIC 9(05).                      00022000
           05  MM-READ-TYPE             PIC X(01).                      00023000
           05  MM-RCV-SW                PIC X(01).                      00024000
               88  MM-RCV-ON            VALUE 'Y'.                      00025000
           05  MM-LAST-RCV-DIAL         PIC 9(05).                      00026000
           05  MM-RCV-KWH               PIC 9(05).                      00027000

      * POSTED TO CM-KWH-USED ON THE CUSTOMER MASTER BY THE UTIL2010    00004000
      * METER-READING INTAKE RUN AHEAD OF THE BILLING RUN.              00005000
      * MR-READ-TYPE: A = ACTUAL READ, E = ESTIMATED READ.              00006000
      * V = ACTUAL READ VERIFIED ON A RE-READ - POSTS AS A, PAST THE    00006333
      * ROUTE BOOK LIMITS.                                              00006666
      * THE DIAL IS FIVE DIGITS - AN END READING BELOW THE BEGIN        00007000
      * READING MEANS THE DIAL ROLLED OVER THROUGH 99999.               00008000
      * MR-METER-NO NAMES WHICH OF THE ACCOUNT'S METERS WAS READ        00008100
      * FIELD-UNIT FEED'S COLUMNS DO NOT MOVE AND AN UNCONVERTED        00008400
      * RECORD READS AS SPACES, WHICH MEANS METER 01: THE SINGLE        00008500
      * METER EVERY ACCOUNT HAD BEFORE THE METER MASTER EXISTED.        00008600
      * MR-RCV-DIALS IS THE RECEIVED (EXPORT) REGISTER ON A NET-METERED 00008680
      * METER, APPENDED THE SAME WAY: BEGIN AND END DIALS, VALIDATED    00008760
      * AND ROLLED OVER LIKE THE DELIVERED DIALS. SPACES MEANS THE      00008840
      * METER HAS NO RECEIVED REGISTER.                                 00008920
      ***************************************************************** 00009000
       01  MR-METER-RECORD.                                             00010000
           05  MR-ACCT-NO               PIC X(06).                      00011000
           05  MR-READER-ID             PIC X(04).                      00015000
           05  MR-READ-TYPE             PIC X(01).                      00016000
           05  MR-METER-NO              PIC X(02).                      00017000
           05  MR-RCV-DIALS.                                            00018000
               10  MR-RCV-BEGIN-READ    PIC 9(05).                      00019000
               10  MR-RCV-END-READ      PIC 9(05).                      00020000

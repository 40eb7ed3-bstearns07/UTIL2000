      * UTIL2100 POSTING RUN STAMPS BOTH SO THE SERVICE-DESK INQUIRY    00099840
      * CAN ANSWER "WHEN AND HOW MUCH WAS MY LAST PAYMENT".             00099850
           05  CM-LAST-PAY-AMT          PIC 9(6)V99.                    00099860
      * CM-CLOSE-DATE IS THE DATE THE UTIL2800 MOVE-OUT SETTLEMENT      00099870
      * MARKED THE ACCOUNT CLOSED (ZERO ON ACCOUNTS CLOSED BEFORE IT    00099880
      * WAS CARRIED - THE SERVICE END DATE STANDS IN FOR THOSE). A      00099890
      * CLOSED BALANCE STILL UNPAID THE SET NUMBER OF DAYS AFTER IT     00099900
      * IS WRITTEN OFF TO BAD DEBT AND PLACED WITH THE COLLECTION       00099910
      * AGENCY BY UTIL2850, WHICH STAMPS CM-WRITEOFF-DATE AND THE       00099920
      * AMOUNT WRITTEN OFF IN CM-WRITEOFF-AMT. AGENCY RECOVERIES        00099930
      * (PAYTRAN TYPE REC) POSTED BY UTIL2100 ACCUMULATE IN             00099940
      * CM-RECOVERED-AMT AND NEVER TOUCH THE A/R BALANCE.               00099950
           05  CM-CLOSE-DATE            PIC 9(08).                      00099960
           05  CM-WRITEOFF-DATE         PIC 9(08).                      00099970
           05  CM-WRITEOFF-AMT          PIC 9(7)V99.                    00099980
           05  CM-RECOVERED-AMT         PIC 9(7)V99.                    00099990
      * CM-ARR-* CARRY THE ACCOUNT'S DEFERRED PAYMENT ARRANGEMENT,      00100000
      * SET UP AND CANCELED FROM THE DESK THROUGH ARRTRAN AND WORKED    00100010
      * DAILY BY UTIL2650. CM-ARR-AMT IS THE PAST-DUE AMOUNT THE PLAN   00100020
      * COVERS, PAID OFF IN CM-ARR-INST-COUNT INSTALLMENTS OF           00100030
      * CM-ARR-INST-AMT, ONE A MONTH STARTING ON CM-ARR-NEXT-DUE.       00100040
      * UTIL2100 CREDITS EVERY PAYMENT POSTED WHILE THE PLAN IS ACTIVE  00100050
      * TO CM-ARR-PAID-AMT (AND TAKES AN NSF BACK OUT); UTIL2650        00100060
      * COUNTS AN INSTALLMENT KEPT IN CM-ARR-INST-MADE WHEN ITS DUE     00100070
      * DATE PASSES WITH ENOUGH PAID, AND BREAKS THE PLAN WHEN IT       00100080
      * PASSES WITHOUT. WHILE THE PLAN IS ACTIVE THE AMOUNT STILL       00100090
      * OWED ON IT (CM-ARR-AMT LESS CM-ARR-PAID-AMT) IS LEFT OUT OF     00100100
      * THE UTIL2100 LATE FEE AND THE UTIL2600 COLLECTIONS STAGE.       00100110
      * CM-ARR-STATUS: SPACE = NO PLAN, A = ACTIVE, K = KEPT TO THE     00100120
      * END, B = BROKEN, X = CANCELED BY THE OFFICE.                    00100130
           05  CM-ARR-STATUS            PIC X(01).                      00100140
               88  CM-ARR-NONE          VALUE SPACE.                    00100150
               88  CM-ARR-ACTIVE        VALUE 'A'.                      00100160
               88  CM-ARR-COMPLETED     VALUE 'K'.                      00100170
               88  CM-ARR-BROKEN        VALUE 'B'.                      00100180
               88  CM-ARR-CANCELED      VALUE 'X'.                      00100190
           05  CM-ARR-SET-DATE          PIC 9(08).                      00100200
           05  CM-ARR-AMT               PIC 9(7)V99.                    00100210
           05  CM-ARR-INST-AMT          PIC 9(6)V99.                    00100220
           05  CM-ARR-INST-COUNT        PIC 9(02).                      00100230
           05  CM-ARR-INST-MADE         PIC 9(02).                      00100240
           05  CM-ARR-NEXT-DUE          PIC 9(08).                      00100250
           05  CM-ARR-PAID-AMT          PIC 9(7)V99.                    00100260
      * CM-SVC-STATUS IS WHETHER THE METER IS ACTUALLY LIVE, SET FROM   00100270
      * THE FIELD CREWS' COMPLETION TRANSACTIONS BY UTIL2610: SPACE =   00100280
      * IN SERVICE, D = DISCONNECTED, P = DISCONNECTED WITH A RECONNECT 00100290
      * ORDER ALREADY CUT (UTIL2100 CUTS IT WHEN A PAYMENT CLEARS THE   00100300
      * 90-DAY BUCKET). UTIL2000 DOES NOT BILL AN ACCOUNT WHOSE METER   00100310
      * IS OFF. CM-SVC-STATUS-DATE AND CM-SVC-CREW-ID ARE THE DATE AND  00100320
      * CREW OF THE LAST COMPLETION WORKED ON THE ACCOUNT.              00100330
           05  CM-SVC-STATUS            PIC X(01).                      00100340
               88  CM-SVC-ON            VALUE SPACE.                    00100350
               88  CM-SVC-DISCONNECTED  VALUE 'D'.                      00100360
               88  CM-SVC-RECON-PENDING VALUE 'P'.                      00100370
               88  CM-SVC-OFF           VALUE 'D' 'P'.                  00100380
           05  CM-SVC-STATUS-DATE       PIC 9(08).                      00100390
           05  CM-SVC-CREW-ID           PIC X(04).                      00100400
      * NET METERING (ROOFTOP SOLAR): CM-NET-METER-SW = Y MEANS THE     00100410
      * ACCOUNT'S METERS CARRY A SECOND, RECEIVED REGISTER FOR THE      00100420
      * KWH THE CUSTOMER PUSHED BACK ONTO THE GRID. UTIL2010 POSTS THE  00100430
      * PERIOD'S RECEIVED KWH TO CM-KWH-RECEIVED ALONGSIDE THE          00100440
      * DELIVERED KWH IN CM-KWH-USED. UTIL2000 NETS THE TWO BEFORE THE  00100450
      * TIERS; A MONTH THAT NETS NEGATIVE BANKS THE EXCESS IN           00100460
      * CM-NEM-BANK-KWH, WHICH IS DRAWN DOWN BY LATER MONTHS' NET       00100470
      * USAGE. IN THE CM-NEM-ANNIV-MM BILLING MONTH WHATEVER IS LEFT    00100480
      * IN THE BANK IS CASHED OUT AT THE AVOIDED-COST RATE AS A CREDIT  00100490
      * ON THE ACCOUNT AND THE BANK STARTS OVER AT ZERO.                00100500
           05  CM-NET-METER-SW          PIC X(01).                      00100510
               88  CM-NET-METERED       VALUE 'Y'.                      00100520
           05  CM-KWH-RECEIVED          PIC 9(05).                      00100530
           05  CM-NEM-BANK-KWH          PIC 9(07).                      00100540
           05  CM-NEM-ANNIV-MM          PIC 9(02).                      00100550
      * AUTOPAY (ACH BANK DRAFT): CM-ACH-ROUTING/CM-ACH-ACCT-NO/        00100560
      * CM-ACH-ACCT-TYPE (C = CHECKING, S = SAVINGS) ARE THE BANK       00100570
      * ACCOUNT THE BILL IS DRAFTED FROM, SET UP AND CANCELED THROUGH   00100580
      * UTIL2020. CM-ACH-STATUS: SPACE = NOT ENROLLED, P = ENROLLED     00100590
      * AND WAITING FOR ITS PRE-NOTE, S = PRE-NOTE SENT TO THE BANK,    00100600
      * A = ACTIVE (EACH BILL IS DRAFTED ON ITS DUE DATE), D = DROPPED  00100610
      * BY UTIL2160 FOR BANK RETURNS. UTIL2150 SENDS THE ZERO-DOLLAR    00100620
      * PRE-NOTE AND MAKES THE ACCOUNT ACTIVE ONCE THE PRE-NOTE HAS     00100630
      * STOOD WITHOUT A RETURN. CM-ACH-STATUS-DATE IS THE DATE OF THE   00100640
      * LAST STATUS CHANGE. CM-ACH-RETURN-COUNT COUNTS DRAFTS THE BANK  00100650
      * HAS RETURNED SINCE ENROLLMENT.                                  00100660
           05  CM-ACH-STATUS            PIC X(01).                      00100670
               88  CM-ACH-NONE          VALUE SPACE.                    00100680
               88  CM-ACH-PRENOTE       VALUE 'P'.                      00100690
               88  CM-ACH-PRENOTE-SENT  VALUE 'S'.                      00100700
               88  CM-ACH-ACTIVE        VALUE 'A'.                      00100710
               88  CM-ACH-DROPPED       VALUE 'D'.                      00100720
           05  CM-ACH-STATUS-DATE       PIC 9(08).                      00100730
           05  CM-ACH-ROUTING           PIC 9(09).                      00100740
           05  CM-ACH-ACCT-NO           PIC X(17).                      00100750
           05  CM-ACH-ACCT-TYPE         PIC X(01).                      00100760
               88  CM-ACH-CHECKING      VALUE 'C'.                      00100770
               88  CM-ACH-SAVINGS       VALUE 'S'.                      00100780
           05  CM-ACH-RETURN-COUNT      PIC 9(02).                      00100790

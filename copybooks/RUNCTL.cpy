      ***************************************************************** 00001000
      * RUNCTL - CYCLE RUN-CONTROL RECORD LAYOUT (VSAM KSDS)            00002000
      * ONE RECORD PER CYCLE STEP PER PERIOD AND CYCLE, KEYED BY        00003000
      * RU-KEY. A STEP WRITES ITS RECORD AS IT STARTS (S) AND           00004000
      * REWRITES IT WHEN IT ENDS - C WHEN IT FINISHED CLEAN (RC 0),     00005000
      * F WHEN IT ENDED WITH A NONZERO RC. A STEP REFUSED BY ITS        00006000
      * RUN-CONTROL CHECKS IS MARKED H (HELD) WITH THE REASON. A        00007000
      * STILL-S RECORD AFTER THE NIGHT MEANS THE STEP ABENDED.          00008000
      * RU-CYCLE-CODE 00 IS A FULL RUN OF ALL CYCLES. RU-OVERRIDE-SW    00009000
      * Y MEANS THE LAST RUN WAS FORCED PAST THE CHECKS BY THE          00010000
      * OVERRIDE PARM. RU-RUN-COUNT COUNTS THE TIMES THE STEP WAS       00011000
      * STARTED FOR THE PERIOD AND CYCLE (RESTARTS, RERUNS). THE        00012000
      * THREE COUNTS ARE THE STEP'S OWN RUN TOTALS, EACH WITH A         00013000
      * SHORT NAME FOR THE UTIL2950 RUN-STATUS REPORT.                  00014000
      ***************************************************************** 00015000
       01  RU-RUN-CONTROL-RECORD.                                       00016000
           05  RU-KEY.                                                  00017000
               10  RU-PERIOD            PIC 9(06).                      00018000
               10  RU-CYCLE-CODE        PIC 9(02).                      00019000
               10  RU-PROGRAM           PIC X(08).                      00020000
           05  RU-STATUS                PIC X(01).                      00021000
               88  RU-STARTED           VALUE 'S'.                      00022000
               88  RU-COMPLETE          VALUE 'C'.                      00023000
               88  RU-FAILED            VALUE 'F'.                      00024000
               88  RU-HELD              VALUE 'H'.                      00025000
           05  RU-OVERRIDE-SW           PIC X(01).                      00026000
           05  RU-RUN-COUNT             PIC 9(03).                      00027000
           05  RU-START-DATE            PIC 9(08).                      00028000
           05  RU-START-TIME            PIC 9(06).                      00029000
           05  RU-END-DATE              PIC 9(08).                      00030000
           05  RU-END-TIME              PIC 9(06).                      00031000
           05  RU-RETURN-CODE           PIC 9(04).                      00032000
           05  RU-COUNT-AREA.                                           00033000
               10  RU-COUNT-ENTRY       OCCURS 3 TIMES.                 00034000
                   15  RU-COUNT-NAME    PIC X(08).                      00035000
                   15  RU-COUNT         PIC 9(07).                      00036000
           05  RU-HOLD-REASON           PIC X(30).                      00037000

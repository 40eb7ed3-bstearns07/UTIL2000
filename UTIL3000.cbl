      *  9-02-26  BS  New program - periodic archive/purge of the       00025000
      *               audit log, GL extract and checkpoint file with    00026000
      *               a keyed index over the archived audit records.    00027000
      *  10-15-26  BS  Audit, GL extract and checkpoint records grew    00027250
      *                for net metering - archive and trimmed copies    00027500
      *                resized to match.                                00027750
      *  10-15-26  BS  Audit and GL extract records grew for the        00027812
      *                cancel/rebill entry type and link - archive and  00027874
      *                trimmed copies resized to match.                 00027936
      ***************************************************************** 00028000
       ENVIRONMENT DIVISION.                                            00029000
       INPUT-OUTPUT SECTION.                                            00030000
                                                                        00079000
       FD  AUDIT-ARCHIVE                                                00080000
           LABEL RECORDS ARE STANDARD                                   00081000
           RECORD CONTAINS 175 CHARACTERS.                              00082000
       01  AARCH-RECORD             PIC X(175).                         00083000
                                                                        00084000
       FD  AUDIT-TRIMMED                                                00085000
           LABEL RECORDS ARE STANDARD                                   00086000
           RECORD CONTAINS 175 CHARACTERS.                              00087000
       01  ATRIM-RECORD             PIC X(175).                         00088000
                                                                        00089000
       FD  AUDIT-INDEX                                                  00090000
           LABEL RECORDS ARE STANDARD.                                  00091000
                                                                        00097000
       FD  GL-ARCHIVE                                                   00098000
           LABEL RECORDS ARE STANDARD                                   00099000
           RECORD CONTAINS 116 CHARACTERS.                              00100000
       01  GARCH-RECORD             PIC X(116).                         00101000
                                                                        00102000
       FD  GL-TRIMMED                                                   00103000
           LABEL RECORDS ARE STANDARD                                   00104000
           RECORD CONTAINS 116 CHARACTERS.                              00105000
       01  GTRIM-RECORD             PIC X(116).                         00106000
                                                                        00107000
       FD  CHECKPOINT-FILE                                              00108000
           LABEL RECORDS ARE STANDARD.                                  00109000
                                                                        00111000
       FD  CHKPT-ARCHIVE                                                00112000
           LABEL RECORDS ARE STANDARD                                   00113000
           RECORD CONTAINS 94 CHARACTERS.                               00114000
       01  CARCH-RECORD             PIC X(94).                          00115000
                                                                        00116000
       FD  CHKPT-TRIMMED                                                00117000
           LABEL RECORDS ARE STANDARD                                   00118000
           RECORD CONTAINS 94 CHARACTERS.                               00119000
       01  CTRIM-RECORD             PIC X(94).                          00120000
                                                                        00121000
       WORKING-STORAGE SECTION.                                         00122000
                                                                        00123000
      * EVERY CHECKPOINT RECORD, THE FINAL ONE IS KEPT ANYWAY SO THE    00162000
      * UTIL2400 BALANCING STEP STILL FINDS ITS CONTROL TOTALS.         00163000
      ***************************************************************** 00164000
       01  WS-LAST-CK-RECORD        PIC X(94)    VALUE SPACES.          00165000
       01  WS-CK-KEPT-COUNT         PIC 9(7)     VALUE 0.               00166000
                                                                        00167000
      ***************************************************************** 00168000

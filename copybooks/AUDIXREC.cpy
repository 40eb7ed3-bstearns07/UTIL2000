      ***************************************************************** 00001000
      * AUDIXREC - KEYED AUDIT ARCHIVE RECORD                           00002000
      * THE SAME 175-BYTE CONTENT AS AUDITREC.CPY, RE-KEYED FOR DIRECT  00003000
      * ACCESS: THE FIRST 22 BYTES OF THE AUDIT RECORD (ACCOUNT, RUN    00004000
      * DATE, RUN TIME) ALREADY SIT TOGETHER AT THE FRONT, SO THEY      00005000
      * SERVE AS THE RECORD KEY AND THE REST RIDES ALONG UNTOUCHED -    00006000
               10  AX-ACCT-NO           PIC X(06).                      00017000
               10  AX-RUN-DATE          PIC 9(08).                      00018000
               10  AX-RUN-TIME          PIC 9(08).                      00019000
           05  AX-AUDIT-DETAIL          PIC X(153).                     00020000

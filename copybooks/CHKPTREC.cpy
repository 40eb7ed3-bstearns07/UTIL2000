           05  CK-TOT-TAX               PIC 9(8)V99.                    00145000
           05  CK-BILLING-PERIOD        PIC 9(06).                      00150000
           05  CK-CYCLE-CODE            PIC 9(02).                      00160000
           05  CK-TOT-NEM-CASHOUT       PIC 9(7)V99.                    00161000

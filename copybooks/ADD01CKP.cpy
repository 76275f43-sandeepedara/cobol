000100     05  CKPT-RECORDS-POSTED     PIC 9(07).
000102     05  CKPT-RECORDS-REJECTED   PIC 9(07).
000104     05  CKPT-BATCHES-SEEN       PIC 9(04).
000106     05  CKPT-REVERSALS-POSTED   PIC 9(07).
000108     05  CKPT-REVERSAL-TOTAL     PIC 9(09)V99.

000170*         SENDER PUT INTO THE BATCH.
000180*   "D" - DETAIL, ONE ITEM-CODE/QUANTITY PAIR. THE UNIT PRICE
000190*         IS NOT CARRIED - ADD01 LOOKS IT UP ON THE ITEM
000193*         MASTER (ITEMMST) AT EXTENSION TIME. THE DETAIL ALSO
000196*         CARRIES THE DEPARTMENT THE EXTENSION IS CHARGED TO,
000199*         CHECKED AGAINST THE DEPARTMENT MASTER (DEPTMST) AND
000202*         CARRIED THROUGH TO THE EXTENSION AND EXCEPTION FILES
000205*         FOR THE MONTHLY CHARGEBACK STATEMENT (ADD01CBK).
000210*   "T" - FILE TRAILER, DECLARING THE OVERALL DETAIL AND BATCH
000220*         COUNTS OF THE TRANSMISSION, WRITTEN AFTER THE LAST
000230*         BATCH OF THE TRANSMISSION.
000232*   "R" - REVERSAL, BACKING OUT AN EXTENSION ALREADY POSTED IN
000234*         AN EARLIER RUN. IT NAMES THE ORIGINAL BY THE RUN DATE
000236*         AND TRANSACTION ID IT POSTED UNDER (AS THEY PRINT ON
000238*         THAT NIGHT'S REGISTER) AND RIDES IN A BATCH LIKE A
000240*         DETAIL: IT COUNTS IN THE HEADER'S DETAIL COUNT AND ITS
000242*         ORIGINAL TRANSACTION ID IS ADDED INTO THE HASH TOTAL
000244*         IN PLACE OF AN ITEM CODE AND QUANTITY. ADD01 PROVES
000246*         THE ORIGINAL AGAINST THE POSTED HISTORY (ADD01HST)
000248*         AND WRITES THE CREDIT.
000249* A BATCH WHOSE ACTUALS DO NOT MATCH ITS HEADER IS REJECTED
000250* WHOLE BY ADD01 RATHER THAN PARTIALLY POSTED.
000260*----------------------------------------------------------------
000270 01  ADD01-TRAN-RECORD.
000300         88  TI-DETAIL-RECORD               VALUE "D".
000310         88  TI-FILE-TRAILER                VALUE "T".
000320         88  TI-XMIT-HEADER                 VALUE "X".
000325         88  TI-REVERSAL-RECORD             VALUE "R".
000330     05  TI-RECORD-DATA.
000340         10  TI-BATCH-ID         PIC 9(04).
000350         10  TI-RECORD-BODY      PIC X(15).
000360         10  TI-DETAIL-FIELDS REDEFINES TI-RECORD-BODY.
000370             15  TI-ITEM-CODE    PIC 9(05).
000380             15  TI-QUANTITY     PIC 9(02).
000390             15  TI-DEPARTMENT   PIC X(08).
000400         10  TI-HEADER-FIELDS REDEFINES TI-RECORD-BODY.
000410             15  TI-HDR-RECORD-COUNT
000420                                 PIC 9(05).
000430             15  TI-HDR-HASH-TOTAL
000440                                 PIC 9(07).
000445             15  FILLER          PIC X(03).
000450         10  TI-TRAILER-FIELDS REDEFINES TI-RECORD-BODY.
000460             15  TI-TRL-RECORD-COUNT
000470                                 PIC 9(07).
000480             15  TI-TRL-BATCH-COUNT
000490                                 PIC 9(04).
000500             15  FILLER          PIC X(04).
000502         10  TI-REVERSAL-FIELDS REDEFINES TI-RECORD-BODY.
000504             15  TI-REV-ORIG-TRAN-ID
000506                                 PIC 9(06).
000508             15  TI-REV-ORIG-RUN-DATE
000510                                 PIC 9(08).
000512             15  FILLER          PIC X(01).
000516     05  TI-XMIT-FIELDS REDEFINES TI-RECORD-DATA.
000520         10  TI-XMIT-SENDER      PIC X(03).
000530         10  TI-XMIT-CREATE-DATE PIC 9(08).
000540         10  TI-XMIT-SERIAL      PIC 9(04).
000541         10  FILLER              PIC X(04).

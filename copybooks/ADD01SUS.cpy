000050* EDITS, WITH THE FEED IT ARRIVED ON AND THE REASON IT WAS
000060* SUSPENDED. WRITTEN BY ADD01COL, WORKED OFF BY THE SUSPENSE
000070* REVIEW TRANSACTION (ADD01SWO), SO BOTH SHARE THIS LAYOUT.
000073* THE DEPARTMENT RIDES ALONG SO A RELEASED DETAIL GOES BACK IN
000076* CHARGED TO THE DEPARTMENT IT ARRIVED UNDER. A SUSPENDED
000077* REVERSAL CARRIES NO ITEM, QUANTITY OR DEPARTMENT AND IS KNOWN
000078* ONLY BY ITS REASON; IT CAN BE VOIDED BUT NEVER RELEASED.
000080*----------------------------------------------------------------
000090 01  ADD01-SUSP-RECORD.
000100     05  TS-FEED-NUMBER          PIC 9(01).
000110     05  TS-BATCH-ID             PIC 9(04).
000120     05  TS-ITEM-CODE            PIC 9(05).
000130     05  TS-QUANTITY             PIC 9(02).
000132     05  TS-REASON               PIC X(25).
000134         88  TS-SUSPENDED-REVERSAL          VALUE
000136             "INVALID REVERSAL" "DUPLICATE REVERSAL".
000141     05  TS-DEPARTMENT           PIC X(08).

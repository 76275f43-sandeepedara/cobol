000074* RESTARTED OR RERUN BATCH NO LONGER EXTENDS AT A PRICE KEYED
000075* AFTER THE FACT. EVERY CHANGE IS ALSO WRITTEN TO THE PRICE
000076* HISTORY FILE (SEE ITMPHIST).
000077*
000078* THE ITEM ALSO CARRIES ITS STOCK POSITION. THE ON-HAND
000079* QUANTITY IS RAISED BY THE RECEIPTS TRANSACTION (ITMRCPT) AS
000080* DELIVERIES ARRIVE AND DRAWN DOWN BY EVERY EXTENSION ADD01
000081* POSTS; ADD01 REJECTS A DETAIL THAT WOULD TAKE IT BELOW ZERO.
000082* THE REORDER POINT IS KEYED IN ITMMAINT - AN ITEM AT OR BELOW
000083* IT PRINTS ON THE NIGHTLY REORDER REPORT (ITMREORD).
000084*
000085* THE GL EXPENSE ACCOUNT IS THE LEDGER ACCOUNT THE ITEM'S
000086* EXTENSIONS ARE CHARGED TO ON THE POSTING STEP'S GL JOURNAL
000087* (SEE ADD01GLJ). A BLANK ACCOUNT HOLDS THE WHOLE POSTING.
000088*
000089* THE ITEM STATUS MARKS AN ITEM WITHDRAWN FROM USE. ITMMAINT
000090* WILL NOT DELETE AN ITEM THAT STILL CARRIES THIS YEAR'S
000091* ACTIVITY (ITEMACT) OR A PENDING PRICE - IT MARKS IT INACTIVE
000092* INSTEAD, AND ADD01 REJECTS NEW EXTENSIONS AGAINST IT AS "ITEM
000093* INACTIVE". A BLANK STATUS, AS ON AN ITEM SAVED BEFORE THE
000094* STATUS WAS CARRIED, IS ACTIVE. REPLACING THE ITEM IN ITMMAINT
000095* BRINGS IT BACK INTO USE.
000096*----------------------------------------------------------------
000097 01  ITEM-MASTER-RECORD.
000098     05  IM-ITEM-CODE            PIC 9(05).
000100     05  IM-DESCRIPTION          PIC X(30).
000110     05  IM-UNIT-PRICE           PIC 9(03)V99.
000120     05  IM-PRICE-EFFECTIVE      PIC 9(08).
000130     05  IM-NEW-UNIT-PRICE       PIC 9(03)V99.
000140     05  IM-NEW-PRICE-EFFECTIVE  PIC 9(08).
000150     05  IM-ON-HAND-QTY          PIC 9(07).
000160     05  IM-REORDER-POINT        PIC 9(07).
000170     05  IM-GL-ACCOUNT           PIC X(10).
000180     05  IM-ITEM-STATUS          PIC X(01).
000190         88  IM-ITEM-ACTIVE                 VALUE "A" SPACE.
000200         88  IM-ITEM-INACTIVE               VALUE "I".

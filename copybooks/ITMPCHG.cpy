000010*----------------------------------------------------------------
000020* ITMPCHG - ITEM PRICE CHANGE RECORD, ONE PER ITEM, THE INPUT TO
000030* THE BATCH PRICE CHANGE LOAD (ITMPRCHG). PURCHASING'S NEW PRICE
000040* LIST OR AN ACROSS-THE-BOARD INCREASE ARRIVES AS A FILE OF
000050* THESE IN ASCENDING ITEM CODE ORDER INSTEAD OF BEING KEYED
000060* THROUGH ITMMAINT ONE ITEM AT A TIME.
000070*
000080* THE CHANGE TYPE SAYS HOW TO READ THE CHANGE VALUE:
000090*   "P" - A NEW UNIT PRICE, DOLLARS AND CENTS (UP TO 999.99).
000100*   "%" - A SIGNED PERCENTAGE APPLIED TO THE PRICE IN EFFECT ON
000110*         THE EFFECTIVE DATE (+004.00 IS A 4% INCREASE).
000120* THE EFFECTIVE DATE FOLLOWS ITMMAINT: ZERO MEANS TODAY, TODAY
000130* OR EARLIER REPLACES THE CURRENT PRICE, A FUTURE DATE PARKS THE
000140* NEW PRICE IN THE PENDING SLOT (SEE ITEMMST).
000150*----------------------------------------------------------------
000160 01  ITEM-PRICE-CHANGE-RECORD.
000170     05  PCH-ITEM-CODE           PIC 9(05).
000180     05  PCH-CHANGE-TYPE         PIC X(01).
000190         88  PCH-NEW-PRICE                  VALUE "P".
000200         88  PCH-PERCENT-CHANGE             VALUE "%".
000210     05  PCH-CHANGE-VALUE        PIC X(06).
000220     05  PCH-NEW-PRICE-VALUE REDEFINES PCH-CHANGE-VALUE.
000230         10  PCH-NEW-UNIT-PRICE  PIC 9(03)V99.
000240         10  FILLER              PIC X(01).
000250     05  PCH-PERCENT-VALUE REDEFINES PCH-CHANGE-VALUE.
000260         10  PCH-PERCENT         PIC S9(03)V99
000270                                 SIGN IS LEADING SEPARATE.
000280     05  PCH-EFFECTIVE-DATE      PIC 9(08).

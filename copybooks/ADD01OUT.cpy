000080* MASTER AT EXTENSION TIME, RECORDED HERE SO THE REGISTER CAN
000090* SHOW WHAT THE EXTENSION WAS PRICED AT. PRICE AND EXTENSION
000092* CARRY DOLLARS AND CENTS - THE EXTENSION RUNS TO 99,999.99.
000094* THE DEPARTMENT IS THE ONE THE DETAIL ARRIVED CHARGED TO, SO
000096* THE POSTING STEP CAN ACCUMULATE THE MONTH'S CHARGEBACK.
000097*
000098* THE ENTRY TYPE SAYS WHETHER THE RECORD IS AN EXTENSION OR THE
000099* CREDIT REVERSAL OF ONE POSTED IN AN EARLIER RUN. A REVERSAL
000100* CARRIES THE ORIGINAL'S ITEM, QUANTITY, PRICE, EXTENSION AND
000101* DEPARTMENT AS POSITIVE FIGURES - EVERY READER SUBTRACTS THEM -
000102* AND NAMES THE ORIGINAL BY ITS RUN DATE AND TRANSACTION ID.
000103* BOTH ARE ZERO ON AN EXTENSION.
000106*----------------------------------------------------------------
000110 01  ADD01-OUT-RECORD.
000120     05  TO-TRAN-ID              PIC 9(06).
000130     05  TO-BATCH-ID             PIC 9(04).
000150     05  TO-QUANTITY             PIC 9(02).
000160     05  TO-UNIT-PRICE           PIC 9(03)V99.
000170     05  TO-RESULT               PIC 9(05)V99.
000171     05  TO-DEPARTMENT           PIC X(08).
000172     05  TO-ENTRY-TYPE           PIC X(01).
000173         88  TO-EXTENSION                   VALUE "E".
000174         88  TO-REVERSAL                    VALUE "R".
000175     05  TO-ORIG-RUN-DATE        PIC 9(08).
000176     05  TO-ORIG-TRAN-ID         PIC 9(06).

000010*----------------------------------------------------------------
000020* ADD01HST - POSTED TRANSACTION HISTORY, ONE RECORD FOR EVERY
000030* OUTPUT RECORD THE POSTING STEP (ADD01PST) HAS POSTED, KEYED BY
000040* THE RUN DATE AND THE TRANSACTION ID IT POSTED UNDER - THE PAIR
000050* THAT PRINTS ON THAT NIGHT'S REGISTER. ADD01'S OUTPUT FILE IS
000060* REBUILT EVERY RUN, SO THIS IS WHERE A REVERSAL (SEE ADD01TRN,
000070* TYPE "R") FINDS THE EXTENSION IT NAMES, DAYS OR MONTHS LATER.
000080* ADD01 CARRIES ITS TRANSACTION IDS ON FROM THE LAST ONE POSTED
000090* FOR THE RUN DATE, SO EVERY RUN THAT DAY POSTS UNDER IDS OF ITS
000093* OWN; THE POSTING STEP REFUSES ONLY A RUN WHOSE IDS ARE ALREADY
000096* HERE - THE SAME RUN POSTED TWICE.
000100*
000110* THE REVERSAL STATUS ON AN EXTENSION STARTS BLANK. ADD01 MARKS
000120* IT PENDING, WITH ITS OWN RUN DATE AND TRANSACTION ID, WHEN IT
000130* WRITES THE CREDIT, SO A SECOND REVERSAL OF THE SAME EXTENSION
000140* IS REFUSED; THE POSTING STEP MARKS IT REVERSED WHEN THE CREDIT
000150* ACTUALLY POSTS. A PENDING MARK LEFT BY AN EARLIER RUN DATE
000160* BELONGS TO A CREDIT THAT NEVER POSTED AND DOES NOT HOLD UP A
000170* NEW REVERSAL. A REVERSAL'S OWN RECORD NAMES THE ORIGINAL IN
000180* THE ORIGINAL FIELDS AND CAN ITSELF NEVER BE REVERSED.
000190*----------------------------------------------------------------
000200 01  ADD01-HISTORY-RECORD.
000210     05  TH-HISTORY-KEY.
000220         10  TH-RUN-DATE         PIC 9(08).
000230         10  TH-TRAN-ID          PIC 9(06).
000240     05  TH-ENTRY-TYPE           PIC X(01).
000250         88  TH-EXTENSION                   VALUE "E".
000260         88  TH-REVERSAL                    VALUE "R".
000270     05  TH-BATCH-ID             PIC 9(04).
000280     05  TH-ITEM-CODE            PIC 9(05).
000290     05  TH-QUANTITY             PIC 9(02).
000300     05  TH-UNIT-PRICE           PIC 9(03)V99.
000310     05  TH-RESULT               PIC 9(05)V99.
000320     05  TH-DEPARTMENT           PIC X(08).
000330     05  TH-ORIG-RUN-DATE        PIC 9(08).
000340     05  TH-ORIG-TRAN-ID         PIC 9(06).
000350     05  TH-REVERSAL-STATUS      PIC X(01).
000360         88  TH-NOT-REVERSED                VALUE SPACE.
000370         88  TH-REVERSAL-PENDING            VALUE "P".
000380         88  TH-REVERSAL-POSTED             VALUE "R".
000390     05  TH-REVERSED-RUN-DATE    PIC 9(08).
000400     05  TH-REVERSED-TRAN-ID     PIC 9(06).

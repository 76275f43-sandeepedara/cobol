000050* ITS CONTROL-RECORD CHECKS. SHARED WITH THE CORRECTION/
000060* RESUBMISSION TRANSACTION SO REJECTS CAN BE WORKED OFF THE
000070* FILE INSTEAD OF RE-KEYED FROM A PRINTOUT. THE BATCH-ID TIES
000076* A REJECT BACK TO THE BATCH IT ARRIVED UNDER, AND THE
000082* DEPARTMENT TO THE DEPARTMENT IT WAS TO BE CHARGED TO.
000084* A REJECTED REVERSAL CARRIES ENTRY TYPE "R" AND THE RUN DATE
000086* AND TRANSACTION ID OF THE ORIGINAL IT NAMED, SO IT CAN BE
000088* RESUBMITTED AS THE SAME REVERSAL; BOTH ARE ZERO ON A DETAIL.
000090*----------------------------------------------------------------
000100 01  ADD01-EXCEPT-RECORD.
000110     05  TE-TRAN-ID              PIC 9(06).
000130     05  TE-ITEM-CODE            PIC 9(05).
000140     05  TE-QUANTITY             PIC 9(02).
000150     05  TE-REASON               PIC X(25).
000151     05  TE-DEPARTMENT           PIC X(08).
000152     05  TE-ENTRY-TYPE           PIC X(01).
000153         88  TE-EXTENSION                   VALUE "E".
000154         88  TE-REVERSAL                    VALUE "R".
000155     05  TE-ORIG-RUN-DATE        PIC 9(08).
000156     05  TE-ORIG-TRAN-ID         PIC 9(06).

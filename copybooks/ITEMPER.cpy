000010*----------------------------------------------------------------
000020* ITEMPER - ITEM ACTIVITY PERIOD HISTORY, ONE RECORD PER ITEM
000030* PER CLOSED MONTH, KEYED BY THE PERIOD (YYYYMM) AND ITEM CODE.
000040* THE MONTH-END CLOSE (ITMCLOSE) WRITES A SNAPSHOT OF EVERY
000050* ITEMACT RECORD HERE BEFORE THE POSTING STEP CAN ROLL THE
000060* MONTH-TO-DATE BUCKETS OVER, SO "OCTOBER AS IT STOOD AT CLOSE"
000070* IS A LOOKUP RATHER THAN WHATEVER SOMEBODY HAPPENED TO PRINT.
000080* THE MONTH FIGURES ARE THE ITEM'S ACTIVITY IN THE PERIOD (ZERO
000090* WHEN IT HAD NONE) AND THE YEAR FIGURES STAND AS OF THE CLOSE.
000100* THE STATUS SAYS WHETHER THE MONTH FIGURES COULD BE TAKEN - AN
000110* ITEM WHOSE BUCKETS HAD ALREADY ROLLED PAST THE PERIOD BEFORE
000120* THE CLOSE RAN HAS NOTHING LEFT TO SNAPSHOT FOR IT.
000125* THE FIGURES ARE SIGNED, AS THE ITEMACT BUCKETS THEY COME FROM.
000130*----------------------------------------------------------------
000140 01  ITEM-PERIOD-RECORD.
000150     05  IP-RECORD-KEY.
000160         10  IP-PERIOD-MONTH     PIC 9(06).
000170         10  IP-ITEM-CODE        PIC 9(05).
000180     05  IP-CLOSE-DATE           PIC 9(08).
000190     05  IP-CLOSE-TIME           PIC 9(08).
000200     05  IP-ACTIVITY-MONTH       PIC 9(06).
000210     05  IP-MTD-QUANTITY         PIC S9(07).
000220     05  IP-MTD-EXTENSION        PIC S9(09)V99.
000230     05  IP-YTD-QUANTITY         PIC S9(09).
000240     05  IP-YTD-EXTENSION        PIC S9(11)V99.
000250     05  IP-SNAPSHOT-STATUS      PIC X(01).
000260         88  IP-SNAPSHOT-TAKEN              VALUE "T".
000270         88  IP-SNAPSHOT-ROLLED-PAST        VALUE "R".

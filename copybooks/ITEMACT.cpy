000070* THE ACTIVITY MONTH (YYYYMM) AND YEAR (YYYY) SAY WHICH PERIOD
000080* THE BUCKETS COVER - A POSTING INTO A NEW MONTH OR YEAR ZEROS
000090* THE BUCKET IT ROLLS PAST BEFORE ADDING.
000092* THE BUCKETS ARE SIGNED: A REVERSAL SUBTRACTS THE EXTENSION IT
000094* BACKS OUT, AND ONE BACKING OUT AN EARLIER MONTH'S EXTENSION
000096* CAN TAKE THE NEW MONTH'S BUCKETS BELOW ZERO.
000100*----------------------------------------------------------------
000110 01  ITEM-ACTIVITY-RECORD.
000120     05  IA-ITEM-CODE            PIC 9(05).
000130     05  IA-ACTIVITY-MONTH       PIC 9(06).
000140     05  IA-ACTIVITY-YEAR        PIC 9(04).
000150     05  IA-MTD-QUANTITY         PIC S9(07).
000160     05  IA-MTD-EXTENSION        PIC S9(09)V99.
000170     05  IA-YTD-QUANTITY         PIC S9(09).
000180     05  IA-YTD-EXTENSION        PIC S9(11)V99.

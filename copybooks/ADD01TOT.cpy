000040* INPUT, OUTPUT AND EXCEPTION FILES AND RE-ADDS THE EXTENSIONS,
000050* THEN PROVES THEM AGAINST THESE DECLARED FIGURES BEFORE THE
000060* DOWNSTREAM POSTING JOB IS ALLOWED TO RUN.
000062* THE RECORDS POSTED COUNT COVERS EVERY OUTPUT RECORD; THE
000064* REVERSALS AMONG THEM ARE ALSO COUNTED AND TOTALLED ON THEIR
000066* OWN. THE GRAND TOTAL IS THE EXTENSIONS ONLY, SO THE RUN'S NET
000068* CHARGE IS THE GRAND TOTAL LESS THE REVERSAL TOTAL.
000070*----------------------------------------------------------------
000080 01  ADD01-RUN-TOTALS-RECORD.
000090     05  RT-RUN-DATE             PIC 9(08).
000110     05  RT-RECORDS-POSTED       PIC 9(07).
000120     05  RT-RECORDS-REJECTED     PIC 9(07).
000130     05  RT-GRAND-TOTAL          PIC 9(09)V99.
000140     05  RT-REVERSALS-POSTED     PIC 9(07).
000150     05  RT-REVERSAL-TOTAL       PIC 9(09)V99.

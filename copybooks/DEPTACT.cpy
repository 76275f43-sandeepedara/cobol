000010*----------------------------------------------------------------
000020* DEPTACT - DEPARTMENT CHARGEBACK ACTIVITY, ONE RECORD PER
000030* MONTH, DEPARTMENT AND ITEM, KEYED IN THAT ORDER. THE POSTING
000040* STEP (ADD01PST) ADDS EVERY EXTENSION IT POSTS INTO THE RECORD
000050* FOR ITS RUN MONTH, ITS DEPARTMENT AND ITS ITEM, SO THE MONTHLY
000060* CHARGEBACK STATEMENT (ADD01CBK) CAN READ A DEPARTMENT'S MONTH
000070* STRAIGHT OFF THE FILE INSTEAD OF FINANCE RE-ADDING REGISTERS.
000080*
000090* EACH MONTH ALSO CARRIES ONE CONTROL RECORD, KEYED WITH A BLANK
000100* DEPARTMENT AND ITEM ZERO SO IT READS FIRST FOR THE MONTH. IT
000110* ACCUMULATES THE DECLARED FIGURES (ADD01TOT) OF EVERY RUN POSTED
000120* IN THE MONTH - THE FIGURE THE STATEMENT'S GRAND TOTAL MUST TIE
000130* BACK TO.
000132*
000134* A REVERSAL SUBTRACTS FROM THE QUANTITY AND EXTENSION OF ITS
000136* MONTH, DEPARTMENT AND ITEM (STILL COUNTING AS ONE POSTING),
000138* AND THE CONTROL RECORD ACCUMULATES EACH RUN'S NET DECLARED
000139* TOTAL, SO ALL THREE AMOUNTS ARE SIGNED.
000140*----------------------------------------------------------------
000150 01  DEPARTMENT-ACTIVITY-RECORD.
000160     05  DA-RECORD-KEY.
000170         10  DA-PERIOD-MONTH     PIC 9(06).
000180         10  DA-DEPARTMENT       PIC X(08).
000190         10  DA-ITEM-CODE        PIC 9(05).
000200     05  DA-ACTIVITY-DATA.
000210         10  DA-EXTENSION-COUNT  PIC 9(07).
000220         10  DA-QUANTITY         PIC S9(09).
000230         10  DA-EXTENSION        PIC S9(09)V99.
000240         10  FILLER              PIC X(03).
000250     05  DA-CONTROL-DATA REDEFINES DA-ACTIVITY-DATA.
000260         10  DA-RUNS-POSTED      PIC 9(04).
000270         10  DA-DECLARED-COUNT   PIC 9(07).
000280         10  DA-DECLARED-TOTAL   PIC S9(09)V99.
000290         10  DA-LAST-RUN-DATE    PIC 9(08).

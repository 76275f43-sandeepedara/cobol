000010*----------------------------------------------------------------
000020* ADD01GLJ - GENERAL LEDGER JOURNAL INTERFACE RECORD, WRITTEN BY
000030* THE POSTING STEP (ADD01PST) FOR EACH RUN IT POSTS SO THE
000040* NIGHT'S EXTENSIONS REACH THE LEDGER WITHOUT BEING RE-KEYED OFF
000050* THE POSTING SUMMARY. ONE ENTRY PER GL EXPENSE ACCOUNT (SEE
000060* IM-GL-ACCOUNT ON ITEMMST), SUMMARIZED FOR THE POSTING DATE,
000070* AND ONE OFFSETTING ENTRY TO THE STORES INVENTORY ACCOUNT, SO
000080* THE DEBITS AND CREDITS BALANCE. THE FILE ENDS WITH A CONTROL
000090* TRAILER CARRYING THE ENTRY COUNT AND THE DEBIT AND CREDIT
000100* TOTALS; THE TOTAL TIES TO THE RUN'S DECLARED GRAND TOTAL
000110* (ADD01TOT). A RUN THAT CANNOT BALANCE WRITES NO JOURNAL.
000120*----------------------------------------------------------------
000130 01  GL-JOURNAL-RECORD.
000140     05  GJ-RECORD-TYPE          PIC X(01).
000150         88  GJ-JOURNAL-ENTRY               VALUE "E".
000160         88  GJ-CONTROL-TRAILER             VALUE "T".
000170     05  GJ-POSTING-DATE         PIC 9(08).
000180     05  GJ-RECORD-DATA.
000190         10  GJ-GL-ACCOUNT       PIC X(10).
000200         10  GJ-DEBIT-CREDIT     PIC X(01).
000210             88  GJ-DEBIT                   VALUE "D".
000220             88  GJ-CREDIT                  VALUE "C".
000230         10  GJ-AMOUNT           PIC 9(09)V99.
000240         10  GJ-EXTENSION-COUNT  PIC 9(07).
000250         10  GJ-DESCRIPTION      PIC X(20).
000260     05  GJ-TRAILER-DATA REDEFINES GJ-RECORD-DATA.
000270         10  GJ-TRL-ENTRY-COUNT  PIC 9(07).
000280         10  GJ-TRL-DEBIT-TOTAL  PIC 9(09)V99.
000290         10  GJ-TRL-CREDIT-TOTAL PIC 9(09)V99.
000300         10  FILLER              PIC X(20).

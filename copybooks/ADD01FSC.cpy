000010*----------------------------------------------------------------
000020* ADD01FSC - FEED SCHEDULE RECORD, ONE PER UPSTREAM SENDER,
000030* KEYED BY THE SAME THREE-CHARACTER SENDER CODE THE SENDER PUTS
000040* ON ITS TRANSMISSION ID RECORD (SEE ADD01TRN, TYPE "X"). IT
000050* SAYS ON WHICH DAYS OF THE WEEK A TRANSMISSION IS EXPECTED
000060* FROM THE SENDER AND THE TIME OF DAY IT MUST BE ON HAND BY.
000070* THE PRE-COLLECTION FEED CHECK (ADD01CHK) HOLDS THE NIGHT'S
000080* COLLECTION WHEN AN EXPECTED SENDER HAS NOT SENT BY ITS CUTOFF,
000090* AND THE PUNCTUALITY REPORT (ADD01PUN) GRADES EACH SENDER'S
000100* WEEK AGAINST IT. MAINTAINED BY ADD01SCH.
000110*
000120* THE DAY FLAGS RUN MONDAY (1) THROUGH SUNDAY (7), "Y" WHERE A
000130* TRANSMISSION IS EXPECTED. THE CUTOFF IS HHMM, 24-HOUR CLOCK.
000140*----------------------------------------------------------------
000150 01  FEED-SCHEDULE-RECORD.
000160     05  FS-SENDER               PIC X(03).
000170     05  FS-SENDER-NAME          PIC X(30).
000180     05  FS-EXPECTED-DAYS.
000190         10  FS-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
000200             88  FS-EXPECTED-THAT-DAY       VALUE "Y".
000210     05  FS-CUTOFF-TIME          PIC 9(04).
000220     05  FS-LAST-CHANGED         PIC 9(08).

000504*                   (ADD01DSP) SO THE NEW LIFECYCLE INQUIRY
000506*                   (ADD01INQ) SHARES THE EXACT LAYOUT INSTEAD
000508*                   OF CARRYING ITS OWN COPY.
000509* 2026-10-15  RJM   REJECTS NOW CARRY THE DEPARTMENT THE DETAIL
000510*                   WAS CHARGED TO (SEE ADD01EXC). IT IS SHOWN
000511*                   WITH THE REJECT, A CORRECTION MAY CHANGE IT
000512*                   (BLANK KEEPS THE ORIGINAL), AND IT GOES BACK
000513*                   OUT ON THE RESUBMITTED DETAIL AND THE TRACE
000514*                   RECORD - A "DEPARTMENT NOT ON MASTER" REJECT
000515*                   IS WORKED HERE LIKE ANY OTHER.
000516* 2026-10-15  RJM   REVERSAL REJECTS (SEE ADD01EXC, ENTRY TYPE
000517*                   "R") SHOW THE EXTENSION THEY WERE TO CREDIT
000518*                   BACK. THERE IS NOTHING TO CORRECT ON ONE, SO
000519*                   A CORRECT RESENDS THE SAME REVERSAL UNDER THE
000520*                   SESSION'S BATCH-ID WITHOUT THE ITEM, QUANTITY
000521*                   AND DEPARTMENT PROMPTS. THE WORK FILE RECORD
000522*                   WIDENED WITH THE EXCEPTION RECORD.
000524*----------------------------------------------------------------
000526 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ADD01-EXCEPT-FILE ASSIGN TO "ADD01EXC"
000780*----------------------------------------------------------------
000790 FD  ADD01-EXCWORK-FILE
000800     RECORDING MODE IS F.
000810 01  ADD01-EXCW-RECORD           PIC X(65).
000820*----------------------------------------------------------------
000830* RESUBMISSION OUTPUT - CORRECTED DETAILS IN ADD01'S TRANSACTION
000840* FORMAT, ALL UNDER THE RESUBMISSION BATCH-ID THE OPERATOR
001240 01  WS-RESUB-BATCH-ID           PIC 9(04) VALUE ZEROS.
001250 01  WS-ENTRY-ITEM-CODE          PIC 9(05) VALUE ZEROS.
001260 01  WS-ENTRY-QUANTITY           PIC 9(02) VALUE ZEROS.
001265 01  WS-ENTRY-DEPARTMENT         PIC X(08) VALUE SPACES.
001270 01  ADD01FIX-COUNTS.
001280     05  WS-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
001290     05  WS-RESUB-COUNT          PIC 9(06) COMP VALUE ZERO.
002150*----------------------------------------------------------------
002160 2000-PROCESS-EXCEPTION.
002170     DISPLAY " ".
002174     IF TE-REVERSAL
002178         DISPLAY "TRAN " TE-TRAN-ID
002182             " BATCH=" TE-BATCH-ID
002186             " REVERSAL OF " TE-ORIG-RUN-DATE "/" TE-ORIG-TRAN-ID
002190             " REASON: " TE-REASON
002194     ELSE
002198         DISPLAY "TRAN " TE-TRAN-ID
002202             " BATCH=" TE-BATCH-ID
002206             " ITEM=" TE-ITEM-CODE
002210             " QTY=" TE-QUANTITY
002214             " DEPT=" TE-DEPARTMENT
002218             " REASON: " TE-REASON
002222     END-IF.
002230     DISPLAY "C - CORRECT AND RESUBMIT, V - VOID, S - SKIP: ".
002240     MOVE SPACE TO WS-ACTION-CHOICE.
002250     ACCEPT WS-ACTION-CHOICE.
002500 2000-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* 2100-CORRECT-AND-RESUBMIT - TAKE THE CORRECTED ITEM CODE,
002540* QUANTITY AND DEPARTMENT FROM THE OPERATOR, EDIT THEM THE WAY
002550* ITMMAINT EDITS ITS ENTRIES, WRITE THE CORRECTED DETAIL TO THE
002560* RESUBMISSION FILE UNDER THE SESSION'S BATCH-ID, AND TRACE THE
002570* DISPOSITION BACK TO THE ORIGINAL TRANSACTION-ID. A BAD ENTRY
002576* IS REFUSED AND THE REJECT LEFT ON HAND FOR ANOTHER TRY. A
002582* REVERSAL IS RESENT AS IT STANDS.
002590*----------------------------------------------------------------
002600 2100-CORRECT-AND-RESUBMIT.
002610     MOVE "N" TO WS-ENTRY-OK-SWITCH.
002611     IF TE-REVERSAL
002612         PERFORM 2150-RESEND-REVERSAL
002613             THRU 2150-EXIT
002614         GO TO 2100-EXIT
002615     END-IF.
002620     DISPLAY "CORRECTED ITEM CODE (00001-99999): ".
002630     ACCEPT WS-ENTRY-ITEM-CODE.
002640     IF WS-ENTRY-ITEM-CODE NOT NUMERIC
002730         DISPLAY "QUANTITY MUST BE 01-99"
002740         GO TO 2100-EXIT
002750     END-IF.
002751     DISPLAY "CORRECTED DEPARTMENT (BLANK=KEEP " TE-DEPARTMENT
002752         "): ".
002753     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
002754     ACCEPT WS-ENTRY-DEPARTMENT.
002755     IF WS-ENTRY-DEPARTMENT = SPACES
002756         OR WS-ENTRY-DEPARTMENT = LOW-VALUES
002757         MOVE TE-DEPARTMENT TO WS-ENTRY-DEPARTMENT
002758     END-IF.
002759     IF WS-ENTRY-DEPARTMENT = SPACES
002760         DISPLAY "DEPARTMENT MUST BE ENTERED"
002761         GO TO 2100-EXIT
002762     END-IF.
002763     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
002770     MOVE SPACES            TO ADD01-TRAN-RECORD.
002780     MOVE "D"               TO TI-RECORD-TYPE.
002790     MOVE WS-RESUB-BATCH-ID TO TI-BATCH-ID.
002800     MOVE WS-ENTRY-ITEM-CODE TO TI-ITEM-CODE.
002810     MOVE WS-ENTRY-QUANTITY  TO TI-QUANTITY.
002815     MOVE WS-ENTRY-DEPARTMENT TO TI-DEPARTMENT.
002820     WRITE ADD01-TRAN-RECORD.
002830     ADD 1 TO WS-RESUB-COUNT.
002840     MOVE "R" TO TD-DISPOSITION.
002880         WS-RESUB-BATCH-ID.
002890 2100-EXIT.
002900     EXIT.
002901*----------------------------------------------------------------
002902* 2150-RESEND-REVERSAL - WRITE THE REJECTED REVERSAL BACK OUT,
002903* NAMING THE SAME ORIGINAL, UNDER THE SESSION'S BATCH-ID. ONE
002904* THAT NEVER NAMED A USABLE ORIGINAL CANNOT BE RESENT - VOID IT
002905* AND HAVE THE SENDER KEY IT AGAIN.
002906*----------------------------------------------------------------
002907 2150-RESEND-REVERSAL.
002908     IF TE-ORIG-TRAN-ID NOT NUMERIC
002909         OR TE-ORIG-RUN-DATE NOT NUMERIC
002910         OR TE-ORIG-TRAN-ID = ZERO
002911         DISPLAY "REVERSAL NAMES NO ORIGINAL - VOID IT INSTEAD"
002912         GO TO 2150-EXIT
002913     END-IF.
002914     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
002915     MOVE TE-ITEM-CODE      TO WS-ENTRY-ITEM-CODE.
002916     MOVE TE-QUANTITY       TO WS-ENTRY-QUANTITY.
002917     MOVE TE-DEPARTMENT     TO WS-ENTRY-DEPARTMENT.
002918     MOVE SPACES            TO ADD01-TRAN-RECORD.
002919     MOVE "R"               TO TI-RECORD-TYPE.
002920     MOVE WS-RESUB-BATCH-ID TO TI-BATCH-ID.
002921     MOVE TE-ORIG-TRAN-ID   TO TI-REV-ORIG-TRAN-ID.
002922     MOVE TE-ORIG-RUN-DATE  TO TI-REV-ORIG-RUN-DATE.
002923     WRITE ADD01-TRAN-RECORD.
002924     ADD 1 TO WS-RESUB-COUNT.
002925     MOVE "R" TO TD-DISPOSITION.
002926     PERFORM 2300-WRITE-DISPOSITION
002927         THRU 2300-EXIT.
002928     DISPLAY "TRAN " TE-TRAN-ID " REVERSAL RESENT UNDER BATCH "
002929         WS-RESUB-BATCH-ID.
002930 2150-EXIT.
002932     EXIT.
002934*----------------------------------------------------------------
002936* 2200-VOID-EXCEPTION - THE DETAIL IS NOT COMING BACK. TRACE THE
002938* VOID AGAINST THE ORIGINAL TRANSACTION-ID SO NOBODY GOES
002940* LOOKING FOR IT IN A LATER RUN.
002950*----------------------------------------------------------------
002960 2200-VOID-EXCEPTION.
002970     MOVE ZEROS TO WS-ENTRY-ITEM-CODE.
002980     MOVE ZEROS TO WS-ENTRY-QUANTITY.
002985     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
002990     MOVE "V" TO TD-DISPOSITION.
003000     ADD 1 TO WS-VOID-COUNT.
003010     PERFORM 2300-WRITE-DISPOSITION
003130     MOVE WS-RESUB-BATCH-ID  TO TD-RESUB-BATCH-ID.
003140     MOVE WS-ENTRY-ITEM-CODE TO TD-ITEM-CODE.
003150     MOVE WS-ENTRY-QUANTITY  TO TD-QUANTITY.
003155     MOVE WS-ENTRY-DEPARTMENT TO TD-DEPARTMENT.
003160     MOVE TE-REASON          TO TD-ORIG-REASON.
003170     IF TD-VOIDED
003180         MOVE ZEROS TO TD-RESUB-BATCH-ID
003240     IF TD-VOIDED
003250         MOVE "VOIDED" TO ALP-OUTPUT-FIELDS
003260     ELSE
003263         IF TE-REVERSAL
003266             STRING "RESUB BATCH=" WS-RESUB-BATCH-ID
003269                 " REVERSES " TE-ORIG-RUN-DATE "/"
003272                 TE-ORIG-TRAN-ID
003275                 DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS
003278         ELSE
003281             STRING "RESUB BATCH=" WS-RESUB-BATCH-ID
003284                 " ITEM=" WS-ENTRY-ITEM-CODE
003287                 " QTY=" WS-ENTRY-QUANTITY
003290                 " DEPT=" WS-ENTRY-DEPARTMENT
003293                 DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS
003296         END-IF
003310     END-IF.
003320     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003330 2300-EXIT.

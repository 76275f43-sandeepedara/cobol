000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMRCPT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. THE ITEM MASTER NOW CARRIES
000110*                   AN ON-HAND QUANTITY (SEE ITEMMST) THAT ADD01
000120*                   DRAWS DOWN WITH EVERY EXTENSION IT POSTS.
000130*                   THIS IS THE OTHER SIDE OF THE LEDGER: THE
000140*                   STOREROOM KEYS EACH DELIVERY AS IT ARRIVES -
000150*                   ITEM, QUANTITY RECEIVED AND THE DELIVERY
000160*                   REFERENCE OFF THE PACKING SLIP - AND THE
000170*                   QUANTITY IS ADDED TO THE ITEM'S BALANCE.
000180*                   EVERY RECEIPT GOES TO THE SHARED AUDIT TRAIL
000190*                   SO A BALANCE CAN BE WALKED BACK TO THE
000200*                   DELIVERIES THAT MADE IT, AND THE SESSION IS
000210*                   REGISTERED ON THE RUN CONTROL FILE THE SAME
000220*                   WAY STRMAINT'S IS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS IM-ITEM-CODE
000310         FILE STATUS IS WS-ITEM-FILE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340*----------------------------------------------------------------
000350* ITEM MASTER - ONLY THE ON-HAND QUANTITY IS CHANGED HERE;
000360* ITMMAINT OWNS EVERYTHING ELSE ON THE RECORD.
000370*----------------------------------------------------------------
000380 FD  ITEM-MASTER-FILE.
000390 COPY ITEMMST.
000400 WORKING-STORAGE SECTION.
000410 01  WS-ITEM-FILE-STATUS         PIC X(02) VALUE "00".
000420     88  ITEM-FILE-OK                       VALUE "00".
000430     88  ITEM-FILE-NOT-FOUND                VALUE "23" "35".
000440 01  ITMRCPT-SWITCHES.
000450     05  WS-QUIT-SWITCH          PIC X(01) VALUE "N".
000460         88  OPERATOR-IS-DONE               VALUE "Y".
000470     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE "N".
000480         88  ITEM-MASTER-IS-OPEN            VALUE "Y".
000490 01  WS-ENTRY-ITEM-CODE          PIC 9(05) VALUE ZEROS.
000500 01  WS-ENTRY-QUANTITY           PIC 9(07) VALUE ZEROS.
000510 01  WS-ENTRY-REFERENCE          PIC X(12) VALUE SPACES.
000520 01  WS-QUANTITY-DISPLAY         PIC Z,ZZZ,ZZ9 VALUE ZEROS.
000530 01  ITMRCPT-COUNTS.
000540     05  WS-SAVE-COUNT           PIC 9(07) COMP VALUE ZERO.
000550     05  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
000560 COPY AUDITPRM.
000570 COPY RUNCTLP.
000580 PROCEDURE DIVISION.
000590*----------------------------------------------------------------
000600* PROGRAM-BEGIN - MAINLINE. OPEN THE ITEM MASTER, THEN TAKE
000610* RECEIPTS ONE AT A TIME UNTIL THE OPERATOR KEYS AN ITEM CODE
000620* OF ZERO.
000630*----------------------------------------------------------------
000640 PROGRAM-BEGIN.
000650     PERFORM 1000-INITIALIZE
000660         THRU 1000-EXIT.
000670     PERFORM 2000-TAKE-ONE-RECEIPT
000680         THRU 2000-EXIT
000690         UNTIL OPERATOR-IS-DONE.
000700     PERFORM 3000-END-RUN-CONTROL
000710         THRU 3000-EXIT.
000720     GO TO PROGRAM-DONE.
000730*----------------------------------------------------------------
000740* 1000-INITIALIZE - REGISTER THE SESSION AND OPEN THE ITEM
000750* MASTER. THERE IS NOTHING TO RECEIVE AGAINST WITHOUT IT, SO
000760* AN ITEM MASTER THAT WILL NOT OPEN ENDS THE SESSION AT ONCE.
000770*----------------------------------------------------------------
000780 1000-INITIALIZE.
000790     MOVE "S"       TO RCP-FUNCTION.
000800     MOVE "ITMRCPT" TO RCP-PROGRAM-ID.
000810     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
000820     OPEN I-O ITEM-MASTER-FILE.
000830     IF ITEM-FILE-OK
000840         MOVE "Y" TO WS-ITEM-OPEN-SWITCH
000850     ELSE
000860         DISPLAY "ITEM MASTER NOT AVAILABLE (STATUS "
000870             WS-ITEM-FILE-STATUS ") - NO RECEIPTS CAN BE TAKEN"
000880         ADD 1 TO WS-ERROR-COUNT
000890         MOVE "Y" TO WS-QUIT-SWITCH
000900     END-IF.
000910 1000-EXIT.
000920     EXIT.
000930*----------------------------------------------------------------
000940* 2000-TAKE-ONE-RECEIPT - PROMPT FOR THE ITEM, SHOW WHAT IS ON
000950* HAND NOW, TAKE THE QUANTITY RECEIVED AND THE DELIVERY
000960* REFERENCE, AND ADD THE QUANTITY TO THE BALANCE. A BAD ENTRY
000970* IS REFUSED AND COUNTED; NOTHING IS CHANGED FOR IT.
000980*----------------------------------------------------------------
000990 2000-TAKE-ONE-RECEIPT.
001000     DISPLAY " ".
001010     DISPLAY "ITMRCPT - STOCK RECEIPTS".
001020     DISPLAY "ITEM CODE RECEIVED (00000=END): ".
001030     ACCEPT WS-ENTRY-ITEM-CODE.
001040     IF WS-ENTRY-ITEM-CODE NOT NUMERIC
001050         DISPLAY "ITEM CODE MUST BE NUMERIC"
001060         ADD 1 TO WS-ERROR-COUNT
001070         GO TO 2000-EXIT
001080     END-IF.
001090     IF WS-ENTRY-ITEM-CODE = ZERO
001100         MOVE "Y" TO WS-QUIT-SWITCH
001110         GO TO 2000-EXIT
001120     END-IF.
001130     MOVE WS-ENTRY-ITEM-CODE TO IM-ITEM-CODE.
001140     READ ITEM-MASTER-FILE
001150         INVALID KEY
001160             DISPLAY "NO ITEM ON FILE FOR " WS-ENTRY-ITEM-CODE
001170             ADD 1 TO WS-ERROR-COUNT
001180             GO TO 2000-EXIT
001190     END-READ.
001200     IF IM-ON-HAND-QTY NOT NUMERIC
001210         MOVE ZERO TO IM-ON-HAND-QTY
001220     END-IF.
001230     MOVE IM-ON-HAND-QTY TO WS-QUANTITY-DISPLAY.
001240     DISPLAY "ITEM " IM-ITEM-CODE ": " IM-DESCRIPTION
001250         " ON HAND " WS-QUANTITY-DISPLAY.
001260     DISPLAY "QUANTITY RECEIVED (0000001-9999999): ".
001270     ACCEPT WS-ENTRY-QUANTITY.
001280     IF WS-ENTRY-QUANTITY NOT NUMERIC
001290         OR WS-ENTRY-QUANTITY = ZERO
001300         DISPLAY "QUANTITY MUST BE NUMERIC AND NOT ZERO"
001310         ADD 1 TO WS-ERROR-COUNT
001320         GO TO 2000-EXIT
001330     END-IF.
001340     DISPLAY "DELIVERY REFERENCE (UP TO 12 CHARACTERS): ".
001350     MOVE SPACES TO WS-ENTRY-REFERENCE.
001360     ACCEPT WS-ENTRY-REFERENCE.
001370     IF WS-ENTRY-REFERENCE = SPACES
001380         OR WS-ENTRY-REFERENCE = LOW-VALUES
001390         DISPLAY "DELIVERY REFERENCE MUST BE ENTERED"
001400         ADD 1 TO WS-ERROR-COUNT
001410         GO TO 2000-EXIT
001420     END-IF.
001430     ADD WS-ENTRY-QUANTITY TO IM-ON-HAND-QTY
001440         ON SIZE ERROR
001450             DISPLAY "RECEIPT WOULD OVERFLOW THE ON-HAND "
001460                 "QUANTITY - NOT SAVED"
001470             ADD 1 TO WS-ERROR-COUNT
001480             GO TO 2000-EXIT
001490     END-ADD.
001500     REWRITE ITEM-MASTER-RECORD
001510         INVALID KEY
001520             DISPLAY "ITEM " WS-ENTRY-ITEM-CODE
001530                 " COULD NOT BE UPDATED - NOT SAVED"
001540             ADD 1 TO WS-ERROR-COUNT
001550             GO TO 2000-EXIT
001560     END-REWRITE.
001570     PERFORM 2100-WRITE-AUDIT-RECORD
001580         THRU 2100-EXIT.
001590     MOVE IM-ON-HAND-QTY TO WS-QUANTITY-DISPLAY.
001600     DISPLAY "RECEIPT SAVED - ITEM " WS-ENTRY-ITEM-CODE
001610         " NOW ON HAND " WS-QUANTITY-DISPLAY.
001620     ADD 1 TO WS-SAVE-COUNT.
001630 2000-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------
001660* 2100-WRITE-AUDIT-RECORD - APPEND THE RECEIPT JUST SAVED TO THE
001670* SHARED AUDIT TRAIL: WHAT CAME IN, AGAINST WHICH DELIVERY, AND
001680* THE BALANCE IT LEFT.
001690*----------------------------------------------------------------
001700 2100-WRITE-AUDIT-RECORD.
001710     MOVE "ITMRCPT" TO ALP-PROGRAM-ID.
001720     MOVE SPACES TO ALP-INPUT-FIELDS.
001730     MOVE SPACES TO ALP-OUTPUT-FIELDS.
001740     STRING "ITEM=" WS-ENTRY-ITEM-CODE
001750         " RCVD=" WS-ENTRY-QUANTITY
001760         " REF=" WS-ENTRY-REFERENCE
001770         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
001780     STRING "ON HAND NOW=" IM-ON-HAND-QTY
001790         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
001800     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
001810 2100-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------
001840* 3000-END-RUN-CONTROL - GRADE THE SESSION, REGISTER ITS END ON
001850* THE SHARED RUN CONTROL FILE AND SET THE RETURN CODE: 0 CLEAN,
001860* 4 WHEN ANY ENTRY WAS REFUSED ALONG THE WAY, 8 WHEN THE ITEM
001870* MASTER COULD NOT BE OPENED AT ALL. THE RETURN CODE IS SET
001880* AFTER THE CALL SO THE CALLED PROGRAM CANNOT WIPE IT OUT.
001890*----------------------------------------------------------------
001900 3000-END-RUN-CONTROL.
001910     MOVE "E"       TO RCP-FUNCTION.
001920     MOVE "ITMRCPT" TO RCP-PROGRAM-ID.
001930     MOVE ZEROS          TO RCP-RECORDS-READ.
001940     MOVE WS-SAVE-COUNT  TO RCP-RECORDS-WRITTEN.
001950     MOVE WS-ERROR-COUNT TO RCP-RECORDS-REJECTED.
001960     IF NOT ITEM-MASTER-IS-OPEN
001970         MOVE "F" TO RCP-FINAL-STATUS
001980     ELSE
001990         IF WS-ERROR-COUNT > ZERO
002000             MOVE "E" TO RCP-FINAL-STATUS
002010         ELSE
002020             MOVE "C" TO RCP-FINAL-STATUS
002030         END-IF
002040     END-IF.
002050     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
002060     IF RCP-STATUS-FAILED
002070         MOVE 8 TO RETURN-CODE
002080     ELSE
002090         IF RCP-STATUS-EXCEPTIONS
002100             MOVE 4 TO RETURN-CODE
002110         ELSE
002120             MOVE 0 TO RETURN-CODE
002130         END-IF
002140     END-IF.
002150 3000-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* PROGRAM-DONE - CLOSE THE FILE AND END THE RUN.
002190*----------------------------------------------------------------
002200 PROGRAM-DONE.
002210     IF ITEM-MASTER-IS-OPEN
002220         CLOSE ITEM-MASTER-FILE
002230     END-IF.
002240     STOP RUN.

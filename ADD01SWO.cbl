000310*                   THE UNTOUCHED (SKIPPED) ENTRIES, VIA A WORK
000320*                   FILE THE WAY ADD01FIX REWRITES THE EXCEPTION
000330*                   FILE.
000332* 2026-10-15  RJM   SUSPENSE ENTRIES NOW CARRY THE DEPARTMENT THE
000334*                   DETAIL WAS CHARGED TO (SEE ADD01SUS). IT IS
000335*                   SHOWN WITH THE ENTRY, RELEASED AS-IS WITH IT,
000336*                   MAY BE CHANGED ON A CORRECTION (BLANK KEEPS
000337*                   THE ORIGINAL), AND BOTH THE ARRIVING AND THE
000338*                   RELEASED DEPARTMENT ARE TRACED.
000339* 2026-10-15  RJM   A SUSPENDED REVERSAL (AN INVALID OR DUPLICATE
000340*                   REVERSAL) CAN ONLY BE VOIDED OR SKIPPED. IT
000341*                   CARRIES NO ITEM OR DEPARTMENT, AND RELEASING
000342*                   OR CORRECTING IT WROTE A NEW CHARGE WHERE A
000343*                   CREDIT WAS MEANT. ITS SENDER MUST RESEND IT.
000344*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000620*----------------------------------------------------------------
000630 FD  ADD01-SUSWORK-FILE
000640     RECORDING MODE IS F.
000650 01  ADD01-SUSW-RECORD           PIC X(45).
000660*----------------------------------------------------------------
000670* RESUBMISSION OUTPUT - RELEASED DETAILS IN ADD01'S TRANSACTION
000680* FORMAT UNDER THEIR OWN BATCH-ID. THE COLLECTOR READS THIS
000930     05  SD-NEW-ITEM-CODE        PIC 9(05).
000940     05  SD-NEW-QUANTITY         PIC 9(02).
000950     05  SD-ORIG-REASON          PIC X(25).
000953     05  SD-DEPARTMENT           PIC X(08).
000956     05  SD-NEW-DEPARTMENT       PIC X(08).
000960 WORKING-STORAGE SECTION.
000970 01  ADD01SWO-SWITCHES.
000980     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001160 01  WS-ENTRY-BATCH-ID           PIC 9(04) VALUE ZEROS.
001170 01  WS-ENTRY-ITEM-CODE          PIC 9(05) VALUE ZEROS.
001180 01  WS-ENTRY-QUANTITY           PIC 9(02) VALUE ZEROS.
001185 01  WS-ENTRY-DEPARTMENT         PIC X(08) VALUE SPACES.
001190 01  ADD01SWO-COUNTS.
001200     05  WS-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
001210     05  WS-RELEASE-COUNT        PIC 9(06) COMP VALUE ZERO.
001910* A RELEASE/CORRECT/VOID/SKIP CHOICE AND ROUTE TO THE PARAGRAPH
001920* THAT SERVICES IT, THEN READ THE NEXT ENTRY. A RELEASE OR
001930* CORRECTION THAT FAILS ITS EDITS LEAVES THE ENTRY ON HAND SO
001940* IT IS PRESENTED AGAIN. A SUSPENDED REVERSAL IS OFFERED ONLY
001945* VOID OR SKIP.
001950*----------------------------------------------------------------
001960 2000-PROCESS-SUSPENSE.
001970     DISPLAY " ".
001990         " BATCH=" TS-BATCH-ID
002000         " ITEM=" TS-ITEM-CODE
002010         " QTY=" TS-QUANTITY
002015         " DEPT=" TS-DEPARTMENT
002020         " REASON: " TS-REASON.
002025     IF TS-SUSPENDED-REVERSAL
002026         DISPLAY "REVERSAL - VOID IT AND HAVE THE SENDER RESEND"
002027         DISPLAY "V - VOID, S - SKIP: "
002028     ELSE
002030         DISPLAY "R - RELEASE AS-IS, C - CORRECT AND RELEASE, "
002040             "V - VOID, S - SKIP: "
002045     END-IF.
002050     MOVE SPACE TO WS-ACTION-CHOICE.
002060     ACCEPT WS-ACTION-CHOICE.
002070     IF ACTION-RELEASE
002440* GENUINE SECOND ORDER). PUT IT BACK INTO THE NEXT RUN EXACTLY
002450* AS IT ARRIVED, UNDER ITS OWN BATCH-ID. AN ENTRY WHOSE FIELDS
002460* CANNOT PASS THE COLLECTOR'S OWN EDITS IS REFUSED - IT CAN
002470* ONLY GO BACK IN THROUGH THE CORRECT PATH. A SUSPENDED
002475* REVERSAL IS NEVER RELEASED - IT CAN ONLY BE VOIDED.
002480*----------------------------------------------------------------
002490 2100-RELEASE-AS-IS.
002500     MOVE "N" TO WS-ENTRY-OK-SWITCH.
002501     IF TS-SUSPENDED-REVERSAL
002502         DISPLAY "REVERSAL - VOID IT AND HAVE THE SENDER RESEND"
002503         GO TO 2100-EXIT
002505     END-IF.
002510     IF TS-BATCH-ID NOT NUMERIC OR TS-BATCH-ID = ZERO
002520         OR TS-ITEM-CODE NOT NUMERIC OR TS-ITEM-CODE = ZERO
002530         OR TS-QUANTITY NOT NUMERIC
002600     MOVE TS-BATCH-ID  TO WS-ENTRY-BATCH-ID.
002610     MOVE TS-ITEM-CODE TO WS-ENTRY-ITEM-CODE.
002620     MOVE TS-QUANTITY  TO WS-ENTRY-QUANTITY.
002625     MOVE TS-DEPARTMENT TO WS-ENTRY-DEPARTMENT.
002630     PERFORM 2400-WRITE-RELEASED-DETAIL
002640         THRU 2400-EXIT.
002650     ADD 1 TO WS-RELEASE-COUNT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 2200-CORRECT-AND-RELEASE - TAKE A CORRECTED BATCH-ID, ITEM
002750* CODE, QUANTITY AND DEPARTMENT FROM THE OPERATOR, EDIT THEM
002760* THE WAY ADD01FIX EDITS ITS CORRECTIONS, AND RELEASE THE
002770* CORRECTED DETAIL INTO THE NEXT RUN. A BAD ENTRY IS REFUSED
002780* AND THE SUSPENSE RECORD LEFT ON HAND FOR ANOTHER TRY. A
002783* SUSPENDED REVERSAL IS REFUSED OUTRIGHT - CORRECTING IT WOULD
002786* TURN THE CREDIT INTO A CHARGE.
002790*----------------------------------------------------------------
002800 2200-CORRECT-AND-RELEASE.
002810     MOVE "N" TO WS-ENTRY-OK-SWITCH.
002811     IF TS-SUSPENDED-REVERSAL
002812         DISPLAY "REVERSAL - VOID IT AND HAVE THE SENDER RESEND"
002813         GO TO 2200-EXIT
002815     END-IF.
002820     DISPLAY "CORRECTED BATCH-ID (0001-9999): ".
002830     MOVE ZEROS TO WS-ENTRY-BATCH-ID.
002840     ACCEPT WS-ENTRY-BATCH-ID.
003010         DISPLAY "QUANTITY MUST BE 01-99"
003020         GO TO 2200-EXIT
003030     END-IF.
003031     DISPLAY "CORRECTED DEPARTMENT (BLANK=KEEP " TS-DEPARTMENT
003032         "): ".
003033     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
003034     ACCEPT WS-ENTRY-DEPARTMENT.
003035     IF WS-ENTRY-DEPARTMENT = SPACES
003036         OR WS-ENTRY-DEPARTMENT = LOW-VALUES
003037         MOVE TS-DEPARTMENT TO WS-ENTRY-DEPARTMENT
003038     END-IF.
003039     IF WS-ENTRY-DEPARTMENT = SPACES
003040         DISPLAY "DEPARTMENT MUST BE ENTERED"
003041         GO TO 2200-EXIT
003042     END-IF.
003043     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
003050     PERFORM 2400-WRITE-RELEASED-DETAIL
003060         THRU 2400-EXIT.
003070     ADD 1 TO WS-CORRECT-COUNT.
003210     MOVE ZEROS TO WS-ENTRY-BATCH-ID.
003220     MOVE ZEROS TO WS-ENTRY-ITEM-CODE.
003230     MOVE ZEROS TO WS-ENTRY-QUANTITY.
003235     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
003240     MOVE "V" TO SD-DISPOSITION.
003250     ADD 1 TO WS-VOID-COUNT.
003260     PERFORM 2450-WRITE-DISPOSITION
003400     MOVE WS-ENTRY-BATCH-ID  TO TI-BATCH-ID.
003410     MOVE WS-ENTRY-ITEM-CODE TO TI-ITEM-CODE.
003420     MOVE WS-ENTRY-QUANTITY  TO TI-QUANTITY.
003425     MOVE WS-ENTRY-DEPARTMENT TO TI-DEPARTMENT.
003430     WRITE ADD01-TRAN-RECORD.
003440 2400-EXIT.
003450     EXIT.
003570     MOVE WS-ENTRY-ITEM-CODE TO SD-NEW-ITEM-CODE.
003580     MOVE WS-ENTRY-QUANTITY  TO SD-NEW-QUANTITY.
003590     MOVE TS-REASON          TO SD-ORIG-REASON.
003593     MOVE TS-DEPARTMENT      TO SD-DEPARTMENT.
003596     MOVE WS-ENTRY-DEPARTMENT TO SD-NEW-DEPARTMENT.
003600     WRITE ADD01-SDSP-RECORD.
003610     MOVE "ADD01SWO" TO ALP-PROGRAM-ID.
003620     STRING "FEED=" TS-FEED-NUMBER " BATCH=" TS-BATCH-ID
003630         " ITEM=" TS-ITEM-CODE " QTY=" TS-QUANTITY
003635         " DEPT=" TS-DEPARTMENT
003640         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
003650     IF SD-VOIDED
003660         MOVE "VOIDED" TO ALP-OUTPUT-FIELDS

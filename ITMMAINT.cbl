000210*                   PRICE, WHEN KEYED AND WHEN EFFECTIVE - SO AN
000211*                   AUDITOR CAN SEE WHAT ANY EXTENSION WAS
000212*                   PRICED AT. THE VIEW SHOWS BOTH SLOTS.
000213* 2026-10-15  RJM   THE ITEM NOW CARRIES AN ON-HAND QUANTITY AND
000214*                   A REORDER POINT (SEE ITEMMST). THE ADD
000215*                   FUNCTION TAKES THE REORDER POINT; A NEW ITEM
000216*                   STARTS WITH NOTHING ON HAND AND A REPLACED
000217*                   ONE KEEPS ITS BALANCE - STOCK IS ONLY EVER
000218*                   RAISED BY A RECEIPT (ITMRCPT) AND DRAWN DOWN
000219*                   BY ADD01. THE VIEW SHOWS BOTH FIGURES.
000220* 2026-10-15  RJM   THE ITEM NOW CARRIES THE GL EXPENSE ACCOUNT
000221*                   ITS EXTENSIONS ARE JOURNALLED TO (ITEMMST).
000222*                   THE ADD FUNCTION TAKES IT AND WILL NOT SAVE
000223*                   AN ITEM WITHOUT ONE - THE POSTING STEP HOLDS
000224*                   THE WHOLE NIGHT FOR AN ITEM WITH NO ACCOUNT.
000225*                   THE VIEW SHOWS IT.
000226* 2026-10-15  RJM   DELETE NO LONGER REMOVES AN ITEM THAT STILL
000227*                   CARRIES THIS YEAR'S ACTIVITY (ITEMACT) OR A
000228*                   PENDING PRICE - ITS YEAR-TO-DATE FIGURES AND
000229*                   ITS PRICE HISTORY WOULD BE LEFT WITH NO
000230*                   MASTER. SUCH AN ITEM IS MARKED INACTIVE
000231*                   INSTEAD (SEE ITEMMST) AND ADD01 REJECTS NEW
000232*                   EXTENSIONS AGAINST IT. REPLACING THE ITEM
000233*                   BRINGS IT BACK INTO USE. THE VIEW SHOWS THE
000234*                   STATUS.
000235* 2026-10-15  RJM   MARKING AN ITEM INACTIVE NOW SAYS SO ONLY
000236*                   WHEN THE MASTER REWRITE WORKS.
000237*----------------------------------------------------------------
000238 ENVIRONMENT DIVISION.
000239 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000241     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000242         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS IM-ITEM-CODE
000270         FILE STATUS IS WS-ITEM-FILE-STATUS.
000272     SELECT ITEM-PRICE-HISTORY-FILE ASSIGN TO "ITMPHIST"
000274         ORGANIZATION IS SEQUENTIAL
000276         FILE STATUS IS WS-PRICE-HIST-STATUS.
000277     SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMACT"
000278         ORGANIZATION IS INDEXED
000279         ACCESS MODE IS RANDOM
000280         RECORD KEY IS IA-ITEM-CODE
000281         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000285 DATA DIVISION.
000290 FILE SECTION.
000300 FD  ITEM-MASTER-FILE.
000310 COPY ITEMMST.
000320 FD  ITEM-PRICE-HISTORY-FILE
000322     RECORDING MODE IS F.
000324 COPY ITMPHIST.
000325*----------------------------------------------------------------
000326* THE ITEM ACTIVITY MASTER - SEE ITEMACT. READ ONLY, TO FIND
000327* WHETHER AN ITEM ASKED TO BE DELETED HAS ACTIVITY THIS YEAR.
000328*----------------------------------------------------------------
000329 FD  ITEM-ACTIVITY-FILE.
000330 COPY ITEMACT.
000333 WORKING-STORAGE SECTION.
000336 01  WS-ITEM-FILE-STATUS         PIC X(02) VALUE "00".
000340     88  ITEM-FILE-OK                       VALUE "00".
000350     88  ITEM-FILE-NOT-FOUND                VALUE "23" "35".
000352 01  WS-PRICE-HIST-STATUS        PIC X(02) VALUE "00".
000354     88  PRICE-HIST-OK                      VALUE "00".
000356     88  PRICE-HIST-NOT-FOUND               VALUE "23" "35".
000357 01  WS-ACTIVITY-FILE-STATUS     PIC X(02) VALUE "00".
000358     88  ACTIVITY-FILE-OK                   VALUE "00".
000359     88  ACTIVITY-FILE-NOT-CREATED          VALUE "35".
000360 01  ITMMAINT-SWITCHES.
000370     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
000380         88  MENU-ADD-ITEM                  VALUE "A".
000430         88  OPERATOR-IS-DONE               VALUE "Y".
000440     05  WS-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
000450         88  RECORD-WAS-FOUND               VALUE "Y".
000451     05  WS-ACTIVITY-OPEN-SWITCH PIC X(01) VALUE "N".
000452         88  ACTIVITY-IS-OPEN               VALUE "Y".
000453     05  WS-NO-ACTIVITY-FILE-SW  PIC X(01) VALUE "N".
000454         88  NO-ACTIVITY-FILE-YET           VALUE "Y".
000455     05  WS-WAS-INACTIVE-SWITCH  PIC X(01) VALUE "N".
000456         88  ITEM-WAS-INACTIVE              VALUE "Y".
000460 01  WS-ENTRY-ITEM-CODE          PIC 9(05) VALUE ZEROS.
000470 01  WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
000480 01  WS-ENTRY-PRICE              PIC 9(03)V99 VALUE ZEROS.
000484 01  WS-ENTRY-PRICE-CENTS        PIC 9(02) VALUE ZEROS.
000486 01  WS-PRICE-DISPLAY            PIC ZZ9.99 VALUE ZEROS.
000488 01  WS-ENTRY-EFFECTIVE          PIC 9(08) VALUE ZEROS.
000489 01  WS-ENTRY-REORDER-POINT      PIC 9(07) VALUE ZEROS.
000490 01  WS-ENTRY-GL-ACCOUNT         PIC X(10) VALUE SPACES.
000491 01  WS-QUANTITY-DISPLAY         PIC Z,ZZZ,ZZ9 VALUE ZEROS.
000492 01  WS-OLD-UNIT-PRICE           PIC 9(03)V99 VALUE ZEROS.
000493 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
000494 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZEROS.
000495 01  WS-CURRENT-YEAR             PIC 9(04) VALUE ZEROS.
000496 01  WS-DELETE-REFUSAL           PIC X(30) VALUE SPACES.
000498 PROCEDURE DIVISION.
000500*----------------------------------------------------------------
000510* PROGRAM-BEGIN - MAINLINE. OPEN THE ITEM MASTER, THEN DISPLAY
000520* THE MENU AND SERVICE OPERATOR CHOICES UNTIL THE OPERATOR ASKS
000610     GO TO PROGRAM-DONE.
000620*----------------------------------------------------------------
000630* 1000-INITIALIZE - OPEN THE ITEM MASTER, CREATING IT EMPTY THE
000633* VERY FIRST TIME IT IS EVER OPENED, AND THE ITEM ACTIVITY
000636* MASTER THE DELETE FUNCTION CHECKS. AN ACTIVITY FILE THE
000639* POSTING STEP HAS NEVER CREATED HOLDS NO ACTIVITY; ONE THAT
000642* WILL NOT OPEN FOR ANY OTHER REASON PROVES NOTHING, AND NO
000645* ITEM IS DELETED WHILE IT IS UNAVAILABLE.
000650*----------------------------------------------------------------
000660 1000-INITIALIZE.
000665     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
000667     DIVIDE WS-TODAYS-DATE BY 10000 GIVING WS-CURRENT-YEAR.
000670     OPEN I-O ITEM-MASTER-FILE.
000680     IF ITEM-FILE-NOT-FOUND
000690         OPEN OUTPUT ITEM-MASTER-FILE
000727         CLOSE ITEM-PRICE-HISTORY-FILE
000728         OPEN EXTEND ITEM-PRICE-HISTORY-FILE
000729     END-IF.
000730     OPEN INPUT ITEM-ACTIVITY-FILE.
000731     IF ACTIVITY-FILE-OK
000732         SET ACTIVITY-IS-OPEN TO TRUE
000733     ELSE
000734         IF ACTIVITY-FILE-NOT-CREATED
000735             SET NO-ACTIVITY-FILE-YET TO TRUE
000736         ELSE
000737             DISPLAY "WARNING: ITEM ACTIVITY NOT AVAILABLE "
000738                 "(STATUS " WS-ACTIVITY-FILE-STATUS
000739                 ") - ITEMS WILL BE MARKED INACTIVE, NOT DELETED"
000740         END-IF
000741     END-IF.
000744 1000-EXIT.
000747     EXIT.
000750*----------------------------------------------------------------
000760* 2000-PROCESS-MENU - DISPLAY THE MENU, READ THE OPERATOR'S
000770* CHOICE AND ROUTE TO THE PARAGRAPH THAT SERVICES IT.
001110     DISPLAY " ".
001120     DISPLAY "ITMMAINT - ITEM MASTER MAINTENANCE".
001130     DISPLAY "  A - ADD OR REPLACE AN ITEM".
001140     DISPLAY "  D - DELETE AN ITEM (INACTIVATE IF STILL IN USE)".
001150     DISPLAY "  V - VIEW AN ITEM".
001160     DISPLAY "  Q - QUIT".
001170     DISPLAY "ENTER CHOICE: ".
001180 2100-EXIT.
001190     EXIT.
001200*----------------------------------------------------------------
001210* 2200-ADD-ITEM-RECORD - PROMPT FOR AN ITEM CODE, DESCRIPTION,
001216* UNIT PRICE, REORDER POINT AND GL EXPENSE ACCOUNT AND WRITE
001222* THE ITEM. IF THE CODE IS ALREADY ON FILE, REPLACE IT RATHER
001228* THAN FAILING WITH A DUPLICATE-KEY ERROR - TO THE OPERATOR THIS
001234* IS ONE "ADD OR UPDATE" ACTION. THE ON-HAND QUANTITY IS NOT
001239* KEYED HERE. THE ITEM IS SAVED ACTIVE - WHICH IS ALSO HOW AN
001244* INACTIVE ITEM IS BROUGHT BACK INTO USE.
001250*----------------------------------------------------------------
001260 2200-ADD-ITEM-RECORD.
001270     DISPLAY "ITEM CODE (00001-99999): ".
001441     IF WS-ENTRY-EFFECTIVE = ZERO
001442         MOVE WS-TODAYS-DATE TO WS-ENTRY-EFFECTIVE
001443     END-IF.
001444     DISPLAY "REORDER POINT (0000000-9999999): ".
001445     ACCEPT WS-ENTRY-REORDER-POINT.
001446     IF WS-ENTRY-REORDER-POINT NOT NUMERIC
001447         DISPLAY "REORDER POINT MUST BE NUMERIC"
001448         GO TO 2200-EXIT
001449     END-IF.
001450     DISPLAY "GL EXPENSE ACCOUNT (UP TO 10 CHARACTERS): ".
001451     MOVE SPACES TO WS-ENTRY-GL-ACCOUNT.
001452     ACCEPT WS-ENTRY-GL-ACCOUNT.
001453     IF WS-ENTRY-GL-ACCOUNT = SPACES
001454         OR WS-ENTRY-GL-ACCOUNT = LOW-VALUES
001455         DISPLAY "GL EXPENSE ACCOUNT IS REQUIRED"
001457         GO TO 2200-EXIT
001459     END-IF.
001461     MOVE WS-ENTRY-ITEM-CODE TO IM-ITEM-CODE.
001463     MOVE "N" TO WS-RECORD-FOUND-SWITCH.
001465     MOVE "N" TO WS-WAS-INACTIVE-SWITCH.
001467     READ ITEM-MASTER-FILE
001470         INVALID KEY
001480             MOVE "N" TO WS-RECORD-FOUND-SWITCH
001490         NOT INVALID KEY
001500             SET RECORD-WAS-FOUND TO TRUE
001501     END-READ.
001502     IF RECORD-WAS-FOUND
001503         PERFORM 2250-ROLL-MATURED-PRICE
001504             THRU 2250-EXIT
001505         IF IM-ITEM-INACTIVE
001506             SET ITEM-WAS-INACTIVE TO TRUE
001507         END-IF
001508         MOVE IM-UNIT-PRICE TO WS-OLD-UNIT-PRICE
001509     ELSE
001510         MOVE ZERO TO WS-OLD-UNIT-PRICE
001511         MOVE ZERO TO IM-UNIT-PRICE
001512         MOVE ZERO TO IM-PRICE-EFFECTIVE
001513         MOVE ZERO TO IM-NEW-UNIT-PRICE
001514         MOVE ZERO TO IM-NEW-PRICE-EFFECTIVE
001515         MOVE ZERO TO IM-ON-HAND-QTY
001522     END-IF.
001523     MOVE WS-ENTRY-ITEM-CODE   TO IM-ITEM-CODE.
001530     MOVE WS-ENTRY-DESCRIPTION TO IM-DESCRIPTION.
001535     MOVE WS-ENTRY-REORDER-POINT TO IM-REORDER-POINT.
001537     MOVE WS-ENTRY-GL-ACCOUNT  TO IM-GL-ACCOUNT.
001538     SET IM-ITEM-ACTIVE TO TRUE.
001540     IF WS-ENTRY-EFFECTIVE > WS-TODAYS-DATE
001542         MOVE WS-ENTRY-PRICE     TO IM-NEW-UNIT-PRICE
001544         MOVE WS-ENTRY-EFFECTIVE TO IM-NEW-PRICE-EFFECTIVE
001595     MOVE WS-ENTRY-PRICE TO WS-PRICE-DISPLAY.
001600     DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " SAVED, PRICE "
001610         WS-PRICE-DISPLAY " EFFECTIVE " WS-ENTRY-EFFECTIVE.
001612     IF ITEM-WAS-INACTIVE
001614         DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " IS ACTIVE AGAIN"
001616     END-IF.
001620 2200-EXIT.
001630     EXIT.
001631*----------------------------------------------------------------
001663     WRITE ITEM-PRICE-HISTORY-RECORD.
001664 2270-EXIT.
001665     EXIT.
001666*----------------------------------------------------------------
001667* 2300-DELETE-ITEM-RECORD - PROMPT FOR AN ITEM CODE AND DELETE
001668* IT FROM THE MASTER. TRANSACTIONS STILL ARRIVING FOR A DELETED
001669* CODE WILL REJECT IN ADD01 AS "ITEM NOT ON MASTER". AN ITEM
001670* STILL IN USE - ACTIVITY THIS YEAR OR A PRICE WAITING TO TAKE
001671* EFFECT - IS NOT DELETED BUT MARKED INACTIVE, SO ITS FIGURES
001672* AND HISTORY KEEP THEIR MASTER; ADD01 REJECTS NEW EXTENSIONS
001675* AGAINST IT AS "ITEM INACTIVE".
001680*----------------------------------------------------------------
001690 2300-DELETE-ITEM-RECORD.
001700     DISPLAY "ITEM CODE TO DELETE: ".
001710     ACCEPT WS-ENTRY-ITEM-CODE.
001720     MOVE WS-ENTRY-ITEM-CODE TO IM-ITEM-CODE.
001722     READ ITEM-MASTER-FILE
001724         INVALID KEY
001726             DISPLAY "NO ITEM ON FILE FOR " WS-ENTRY-ITEM-CODE
001728             GO TO 2300-EXIT
001730     END-READ.
001732     PERFORM 2350-CHECK-ITEM-IN-USE
001734         THRU 2350-EXIT.
001736     IF WS-DELETE-REFUSAL = SPACES
001738         DELETE ITEM-MASTER-FILE
001740             INVALID KEY
001742                 DISPLAY "NO ITEM ON FILE FOR " WS-ENTRY-ITEM-CODE
001744             NOT INVALID KEY
001746                 DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " DELETED"
001748         END-DELETE
001750         GO TO 2300-EXIT
001752     END-IF.
001754     DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " NOT DELETED - "
001756         WS-DELETE-REFUSAL.
001758     IF IM-ITEM-INACTIVE
001760         DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " IS ALREADY INACTIVE"
001761         GO TO 2300-EXIT
001762     END-IF.
001763     SET IM-ITEM-INACTIVE TO TRUE.
001764     REWRITE ITEM-MASTER-RECORD
001765         INVALID KEY
001766             DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " NOT MARKED - "
001767                 "MASTER REWRITE FAILED (STATUS "
001768                 WS-ITEM-FILE-STATUS ")"
001769         NOT INVALID KEY
001770             DISPLAY "ITEM " WS-ENTRY-ITEM-CODE " MARKED INACTIVE"
001771     END-REWRITE.
001772 2300-EXIT.
001800     EXIT.
001801*----------------------------------------------------------------
001802* 2350-CHECK-ITEM-IN-USE - SAY WHY THE ITEM ON HAND CANNOT BE
001803* DELETED, OR LEAVE THE REASON BLANK IF IT CAN. A PENDING PRICE
001804* IS ONE WHOSE EFFECTIVE DATE IS STILL TO COME; ACTIVITY THIS
001805* YEAR IS AN ITEMACT RECORD FOR THE CURRENT YEAR WHOSE
001806* YEAR-TO-DATE QUANTITY OR EXTENSION IS NOT ZERO.
001807*----------------------------------------------------------------
001808 2350-CHECK-ITEM-IN-USE.
001809     MOVE SPACES TO WS-DELETE-REFUSAL.
001810     IF IM-NEW-PRICE-EFFECTIVE NUMERIC
001811         AND IM-NEW-PRICE-EFFECTIVE > WS-TODAYS-DATE
001812         MOVE "PENDING PRICE ON FILE" TO WS-DELETE-REFUSAL
001813         GO TO 2350-EXIT
001814     END-IF.
001815     IF NO-ACTIVITY-FILE-YET
001816         GO TO 2350-EXIT
001817     END-IF.
001818     IF NOT ACTIVITY-IS-OPEN
001819         MOVE "ITEM ACTIVITY UNAVAILABLE" TO WS-DELETE-REFUSAL
001820         GO TO 2350-EXIT
001821     END-IF.
001822     MOVE IM-ITEM-CODE TO IA-ITEM-CODE.
001823     READ ITEM-ACTIVITY-FILE
001824         INVALID KEY
001825             GO TO 2350-EXIT
001826     END-READ.
001827     IF IA-ACTIVITY-YEAR = WS-CURRENT-YEAR
001828         AND (IA-YTD-QUANTITY NOT = ZERO
001829           OR IA-YTD-EXTENSION NOT = ZERO)
001830         MOVE "ACTIVITY THIS YEAR" TO WS-DELETE-REFUSAL
001831     END-IF.
001832 2350-EXIT.
001833     EXIT.
001834*----------------------------------------------------------------
001835* 2400-VIEW-ITEM-RECORD - SHOW THE ITEM ON FILE FOR A CODE THE
001836* OPERATOR KEYS IN.
001840*----------------------------------------------------------------
001850 2400-VIEW-ITEM-RECORD.
001860     DISPLAY "ITEM CODE TO VIEW: ".
001947                 DISPLAY "  PENDING PRICE " WS-PRICE-DISPLAY
001948                     " EFFECTIVE " IM-NEW-PRICE-EFFECTIVE
001949             END-IF
001950             MOVE IM-ON-HAND-QTY TO WS-QUANTITY-DISPLAY
001951             DISPLAY "  ON HAND " WS-QUANTITY-DISPLAY
001952             MOVE IM-REORDER-POINT TO WS-QUANTITY-DISPLAY
001953             DISPLAY "  REORDER POINT " WS-QUANTITY-DISPLAY
001954             DISPLAY "  GL EXPENSE ACCOUNT " IM-GL-ACCOUNT
001955             IF IM-ITEM-INACTIVE
001956                 DISPLAY "  STATUS INACTIVE"
001957             ELSE
001958                 DISPLAY "  STATUS ACTIVE"
001959             END-IF
001962     END-READ.
001965 2400-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990* PROGRAM-DONE - CLOSE THE FILE AND END THE RUN.
002010 PROGRAM-DONE.
002020     CLOSE ITEM-MASTER-FILE.
002025     CLOSE ITEM-PRICE-HISTORY-FILE.
002026     IF ACTIVITY-IS-OPEN
002027         CLOSE ITEM-ACTIVITY-FILE
002028     END-IF.
002030     STOP RUN.

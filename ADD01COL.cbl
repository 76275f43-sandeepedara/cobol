000437*                   EARLIER FEEDS, AND A SAME-NIGHT REPEAT
000438*                   REFUSES THE RUN EXACTLY AS A REGISTERED ONE
000439*                   DOES.
000440* 2026-10-15  RJM   DETAILS NOW CARRY THE DEPARTMENT THEY ARE
000441*                   CHARGED TO (SEE ADD01TRN), SO THE FEED,
000442*                   RESUBMISSION AND SUSPENSE RECORDS WIDENED
000443*                   AND THE DEPARTMENT RIDES THROUGH THE HOLD
000444*                   TABLE TO THE CLEAN FILE AND SUSPENSE. THE
000445*                   DUPLICATE TEST NOW MATCHES THE DEPARTMENT AS
000446*                   WELL - THE SAME ITEM AND QUANTITY ORDERED BY
000447*                   TWO DEPARTMENTS IN ONE BATCH ARE TWO ORDERS,
000448*                   NOT A DUPLICATE.
000449* 2026-10-15  RJM   THE NEW PRE-COLLECTION FEED CHECK (ADD01CHK)
000450*                   PUTS A TRANSMISSION ON THE REGISTER MARKED
000451*                   ARRIVED THE FIRST TIME IT SEES THE FILE ON
000452*                   HAND (SEE ADD01XRG). ONLY A COLLECTED ENTRY
000453*                   NOW MAKES A TRANSMISSION A REPEAT; AN
000454*                   ARRIVED-ONLY ENTRY IS TAKEN IN AS FRESH AND
000455*                   REWRITTEN COLLECTED, KEEPING ITS ARRIVAL
000456*                   STAMP FOR THE PUNCTUALITY REPORT (ADD01PUN).
000457* 2026-10-15  RJM   REVERSAL RECORDS (TYPE "R", SEE ADD01TRN) ARE
000458*                   TAKEN IN AND PASSED THROUGH IN THEIR BATCH
000459*                   LIKE DETAILS. ONE WHOSE ORIGINAL RUN DATE OR
000460*                   TRANSACTION ID IS NOT NUMERIC GOES TO
000461*                   SUSPENSE AS AN INVALID REVERSAL. A REVERSAL
000462*                   ADDS ITS ORIGINAL TRANSACTION ID TO THE BATCH
000463*                   HASH, AND A SECOND REVERSAL OF THE SAME
000464*                   ORIGINAL IN A BATCH IS SUSPENDED AS A
000465*                   DUPLICATE.
000466* 2026-10-15  RJM   THE 2000-ENTRY HOLD TABLE AND ITS INSERTION
000467*                   SORT ARE RETIRED. A BUSY NIGHT FILLED THE
000468*                   TABLE AND FAILED THE COLLECTION, AND THE SORT
000469*                   AND THE DUPLICATE LOOK-BACK BOTH GREW WITH THE
000470*                   SQUARE OF THE VOLUME. THE FEEDS NOW GO
000471*                   STRAIGHT INTO A SORT ON BATCH-ID AND THE
000472*                   DUPLICATE KEY, SO EVERY COPY OF A TRANSACTION
000473*                   LANDS RIGHT BEHIND ITS FIRST ARRIVAL AND IS
000474*                   SUSPENDED IN ONE PASS. THE SURVIVORS ARE
000475*                   COUNTED AND HASHED ON THEIR WAY TO A WORK FILE
000476*                   (ADD01CWK), AND A SECOND SORT PUTS THEM BACK
000477*                   IN ARRIVAL ORDER WITHIN BATCH BEHIND THEIR
000478*                   HEADERS FOR THE CLEAN FILE. THERE IS NO LIMIT
000479*                   ON THE NIGHT'S VOLUME. A SORT THAT FAILS
000480*                   GRADES THE RUN FAILED AND LEAVES THE
000481*                   RESUBMISSION FILE AND THE REGISTER ALONE, THE
000482*                   WAY A FULL TABLE DID. DUPLICATES NOW REACH
000483*                   SUSPENSE IN BATCH AND ITEM ORDER.
000484* 2026-10-15  RJM   A SECOND REVERSAL OF THE SAME ORIGINAL IS NOW
000485*                   SUSPENDED AS A "DUPLICATE REVERSAL", SO THE
000486*                   SUSPENSE REVIEW KNOWS IT FOR A REVERSAL.
000487*----------------------------------------------------------------
000488 ENVIRONMENT DIVISION.
000489 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000491     SELECT FEED1-FILE ASSIGN TO "ADD01FD1"
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-FEED1-FILE-STATUS.
000494     SELECT FEED2-FILE ASSIGN TO "ADD01FD2"
000495         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FEED2-FILE-STATUS.
000510     SELECT FEED3-FILE ASSIGN TO "ADD01FD3"
000520         ORGANIZATION IS SEQUENTIAL
000606         ACCESS MODE IS DYNAMIC
000608         RECORD KEY IS XRG-KEY
000609         FILE STATUS IS WS-XREG-FILE-STATUS.
000610     SELECT COLLECT-WORK-FILE ASSIGN TO "ADD01CWK"
000611         ORGANIZATION IS SEQUENTIAL
000612         FILE STATUS IS WS-WORK-FILE-STATUS.
000613     SELECT FEED-SORT-FILE ASSIGN TO "SORTWK1".
000614     SELECT CLEAN-SORT-FILE ASSIGN TO "SORTWK2".
000617 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640* THE THREE UPSTREAM FEEDS - RAW DETAIL RECORDS IN THE SHARED
000670*----------------------------------------------------------------
000680 FD  FEED1-FILE
000690     RECORDING MODE IS F.
000700 01  FEED1-RECORD                PIC X(20).
000710 FD  FEED2-FILE
000720     RECORDING MODE IS F.
000730 01  FEED2-RECORD                PIC X(20).
000740 FD  FEED3-FILE
000750     RECORDING MODE IS F.
000760 01  FEED3-RECORD                PIC X(20).
000770*----------------------------------------------------------------
000780* THE RESUBMISSION FEED - RAW CORRECTED DETAILS FROM ADD01FIX,
000790* TAKEN IN AS FEED 4 AND EMPTIED AFTER A CLEAN COLLECTION.
000800*----------------------------------------------------------------
000810 FD  ADD01-RESUB-FILE
000820     RECORDING MODE IS F.
000830 01  RESUB-FEED-RECORD           PIC X(20).
000840*----------------------------------------------------------------
000850* THE CLEAN TRANSACTION FILE THIS COLLECTOR BUILDS FOR ADD01 -
000860* SEE ADD01TRN. THE RECORD AREA DOUBLES AS THE PARSE AREA FOR
001030*----------------------------------------------------------------
001040 FD  ADD01-XMIT-REG-FILE.
001045 COPY ADD01XRG.
001046*----------------------------------------------------------------
001047* COLLECTION WORK FILE - THE SURVIVING DETAILS AND REVERSALS, EACH
001048* IN ITS FINISHED CLEAN-FILE SHAPE, PLUS ONE BATCH HEADER PER
001049* BATCH CARRYING ARRIVAL SEQUENCE ZERO. ONLY EVER THE INPUT TO
001050* THE CLEAN SORT.
001051*----------------------------------------------------------------
001052 FD  COLLECT-WORK-FILE
001053     RECORDING MODE IS F.
001054 01  COLLECT-WORK-RECORD.
001055     05  CW-BATCH-ID             PIC 9(04).
001056     05  CW-ARRIVAL-SEQ          PIC 9(07).
001057     05  CW-TRAN-IMAGE           PIC X(20).
001058*----------------------------------------------------------------
001059* FEED SORT - EVERY DETAIL AND REVERSAL OFF EVERY FEED, BY
001060* BATCH-ID, THEN BY THE FIELDS A DUPLICATE MATCHES ON, THEN BY
001061* ARRIVAL, SO THE FIRST ARRIVAL OF A TRANSACTION COMES BACK
001062* AHEAD OF ITS COPIES. A REVERSAL CARRIES ZERO ITEM AND QUANTITY
001063* AND MATCHES ON THE ORIGINAL IT NAMES.
001064*----------------------------------------------------------------
001065 SD  FEED-SORT-FILE.
001066 01  FEED-SORT-RECORD.
001067     05  SF-BATCH-ID             PIC 9(04).
001068     05  SF-DUP-KEY.
001069         10  SF-RECORD-TYPE      PIC X(01).
001070         10  SF-ITEM-CODE        PIC 9(05).
001071         10  SF-QUANTITY         PIC 9(02).
001072         10  SF-DEPARTMENT       PIC X(08).
001073         10  SF-ORIG-TRAN-ID     PIC 9(06).
001074         10  SF-ORIG-RUN-DATE    PIC 9(08).
001075     05  SF-ARRIVAL-SEQ          PIC 9(07).
001076     05  SF-FEED-NUMBER          PIC 9(01).
001077*----------------------------------------------------------------
001078* CLEAN SORT - THE WORK FILE BACK INTO BATCH-ID ORDER, HEADER
001079* FIRST, THEN THE BATCH IN THE ORDER IT ARRIVED.
001080*----------------------------------------------------------------
001081 SD  CLEAN-SORT-FILE.
001082 01  CLEAN-SORT-RECORD.
001083     05  SC-BATCH-ID             PIC 9(04).
001084     05  SC-ARRIVAL-SEQ          PIC 9(07).
001085     05  SC-TRAN-IMAGE           PIC X(20).
001086 WORKING-STORAGE SECTION.
001087 01  ADD01COL-SWITCHES.
001088     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001089         88  END-OF-FEED                   VALUE "Y".
001090     05  WS-FEED1-FILE-STATUS    PIC X(02) VALUE "00".
001100         88  FEED1-FILE-OK                  VALUE "00".
001110     05  WS-FEED2-FILE-STATUS    PIC X(02) VALUE "00".
001160         88  RESUB-FILE-OK                  VALUE "00".
001170     05  WS-RESUB-SEEN-SWITCH    PIC X(01) VALUE "N".
001180         88  RESUB-FILE-ON-HAND            VALUE "Y".
001182     05  WS-SORT-FAILED-SWITCH   PIC X(01) VALUE "N".
001184         88  COLLECTION-SORT-FAILED        VALUE "Y".
001186     05  WS-WORK-FILE-STATUS     PIC X(02) VALUE "00".
001188         88  WORK-FILE-OK                   VALUE "00".
001190     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001192         88  SORT-END-OF-FILE              VALUE "Y".
001194     05  WS-BATCH-OPEN-SWITCH    PIC X(01) VALUE "N".
001196         88  BATCH-IN-PROGRESS             VALUE "Y".
001202     05  WS-XREG-FILE-STATUS     PIC X(02) VALUE "00".
001203         88  XREG-FILE-OK                   VALUE "00".
001204         88  XREG-FILE-NOT-FOUND            VALUE "23" "35".
001260     05  WS-BATCH-COUNT          PIC 9(4)  COMP VALUE ZERO.
001270     05  WS-BATCH-DETAIL-COUNT   PIC 9(5)  COMP VALUE ZERO.
001280     05  WS-BATCH-HASH-ACCUM     PIC 9(9)  COMP VALUE ZERO.
001290     05  WS-ARRIVAL-SEQ          PIC 9(7)  COMP VALUE ZERO.
001300 01  WS-PREV-BATCH-ID            PIC 9(04) VALUE ZEROS.
001310 01  WS-PREV-DUP-KEY             PIC X(30) VALUE SPACES.
001500 01  ADD01COL-SUBSCRIPTS.
001582     05  WS-XMIT-SUB             PIC 9(4)  COMP VALUE ZERO.
001584 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001586 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZEROS.
001601 COPY RUNCTLP.
001605 PROCEDURE DIVISION.
001610*----------------------------------------------------------------
001620* PROGRAM-BEGIN - MAINLINE. SORT EVERY FEED BY BATCH-ID, FLAG
001630* THE DUPLICATES OFF TO SUSPENSE ON THE WAY OUT, WRITE THE
001640* CLEAN CONTROLLED FILE AND REPORT WHAT HAPPENED.
001650*----------------------------------------------------------------
001660 PROGRAM-BEGIN.
001670     PERFORM 1000-INITIALIZE
001680         THRU 1000-EXIT.
001687     PERFORM 3000-SORT-FEEDS
001694         THRU 3000-EXIT.
001702     IF TRANSMISSION-REPEATED OR TRANSMISSION-UNIDENTIFIED
001704         DISPLAY "ADD01COL: COLLECTION REFUSED - NO CLEAN FILE "
001706             "BUILT, NOTHING REGISTERED, RESUBMISSIONS KEPT"
001709             THRU 6000-EXIT
001710         GO TO PROGRAM-DONE
001711     END-IF.
001750     PERFORM 5000-WRITE-CLEAN-FILE
001760         THRU 5000-EXIT.
001770     PERFORM 5500-CLEAR-RESUB-FILE
001860*----------------------------------------------------------------
001870* 1000-INITIALIZE - REGISTER THE START OF THE RUN AND OPEN THE
001880* TWO OUTPUT FILES FRESH. THE FEEDS OPEN ONE AT A TIME IN
001890* 2000-LOAD-ALL-FEEDS.
001900*----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     MOVE "S"        TO RCP-FUNCTION.
001970 1000-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000* 2000-LOAD-ALL-FEEDS - FEED SORT INPUT. LOAD THE THREE FEEDS
002010* AND THE RESUBMISSIONS IN FEED ORDER, SO WITHIN A BATCH THE
002020* FIRST ARRIVAL OF A PAIR IS THE ONE THAT SURVIVES A DUPLICATE.
002030*----------------------------------------------------------------
002040 2000-LOAD-ALL-FEEDS.
002050     MOVE 1 TO WS-CURRENT-FEED.
003170* 2200-TAKE-ONE-FEED-RECORD - COMMON INTAKE. THE FIRST RECORD OF
003182* AN UPSTREAM FEED MUST BE ITS TRANSMISSION ID - A FEED THAT
003184* OPENS WITH ANYTHING ELSE IS UNIDENTIFIED AND REFUSES THE RUN.
003187* AFTER THAT, CLEAN DETAILS AND REVERSALS ARE RELEASED TO THE
003190* FEED SORT, NUMBERED IN ARRIVAL ORDER; ANYTHING ELSE OFF A
003193* FEED - ANY OTHER RECORD TYPE, A
003196* REVERSAL WHOSE ORIGINAL IS NOT NUMERIC, OR A DETAIL WHOSE
003200* BATCH-ID, ITEM CODE OR QUANTITY IS NOT NUMERIC - GOES TO
003210* SUSPENSE FOR REVIEW RATHER THAN INTO THE SORT AND HASH
003215* ARITHMETIC. THE FEEDS SEND RAW DETAILS; THE COLLECTOR BUILDS
003262                 "RUN REFUSED"
003263         END-IF
003264     END-IF.
003267     IF NOT TI-DETAIL-RECORD AND NOT TI-REVERSAL-RECORD
003270         MOVE "NOT A DETAIL RECORD" TO TS-REASON
003280         PERFORM 2300-WRITE-SUSPENSE-RECORD
003290             THRU 2300-EXIT
003300         GO TO 2200-EXIT
003310     END-IF.
003311     IF TI-REVERSAL-RECORD
003312         IF TI-BATCH-ID NOT NUMERIC
003313             OR TI-REV-ORIG-TRAN-ID NOT NUMERIC
003314             OR TI-REV-ORIG-RUN-DATE NOT NUMERIC
003315             MOVE "INVALID REVERSAL" TO TS-REASON
003316             PERFORM 2300-WRITE-SUSPENSE-RECORD
003317                 THRU 2300-EXIT
003318             GO TO 2200-EXIT
003319         END-IF
003320     END-IF.
003321     IF TI-BATCH-ID NOT NUMERIC
003330         OR TI-ITEM-CODE NOT NUMERIC
003340         OR TI-QUANTITY NOT NUMERIC
003350         MOVE "INVALID - NOT NUMERIC" TO TS-REASON
003370             THRU 2300-EXIT
003380         GO TO 2200-EXIT
003390     END-IF.
003397     ADD 1 TO WS-ARRIVAL-SEQ.
003404     MOVE TI-BATCH-ID      TO SF-BATCH-ID.
003411     MOVE TI-RECORD-TYPE   TO SF-RECORD-TYPE.
003418     MOVE WS-ARRIVAL-SEQ   TO SF-ARRIVAL-SEQ.
003425     MOVE WS-CURRENT-FEED  TO SF-FEED-NUMBER.
003432     IF TI-REVERSAL-RECORD
003439         MOVE ZEROS  TO SF-ITEM-CODE
003446         MOVE ZEROS  TO SF-QUANTITY
003453         MOVE SPACES TO SF-DEPARTMENT
003460         MOVE TI-REV-ORIG-TRAN-ID  TO SF-ORIG-TRAN-ID
003467         MOVE TI-REV-ORIG-RUN-DATE TO SF-ORIG-RUN-DATE
003474     ELSE
003481         MOVE TI-ITEM-CODE  TO SF-ITEM-CODE
003488         MOVE TI-QUANTITY   TO SF-QUANTITY
003495         MOVE TI-DEPARTMENT TO SF-DEPARTMENT
003502         MOVE ZEROS TO SF-ORIG-TRAN-ID
003509         MOVE ZEROS TO SF-ORIG-RUN-DATE
003516     END-IF.
003523     RELEASE FEED-SORT-RECORD.
003530 2200-EXIT.
003531     EXIT.
003532*----------------------------------------------------------------
003533* 2250-TAKE-XMIT-HEADER - PROVE THE FEED'S TRANSMISSION ID
003534* AGAINST THE REGISTER AND AGAINST THE IDS ALREADY HELD OFF
003535* TONIGHT'S EARLIER FEEDS. AN ID ALREADY REGISTERED AS
003536* COLLECTED IS A FEED FILE LEFT IN PLACE FROM AN EARLIER RUN
003537* (ONE ONLY LOGGED AS ARRIVED BY THE FEED CHECK IS FRESH); AN
003538* ID ALREADY HELD IS THE SAME TRANSMISSION IN ON TWO FEEDS
003539* TONIGHT - EITHER WAY
003540* THE WHOLE RUN IS REFUSED. A FRESH ID IS HELD FOR REGISTRATION
003541* ONCE THE COLLECTION COMPLETES. AN UNREADABLE ID REFUSES THE
003542* RUN TOO - A TRANSMISSION THAT CANNOT BE IDENTIFIED CANNOT BE
003543* PROVED UNIQUE.
003544*----------------------------------------------------------------
003545 2250-TAKE-XMIT-HEADER.
003546     IF TI-XMIT-SENDER = SPACES
003547         OR TI-XMIT-CREATE-DATE NOT NUMERIC
003548         OR TI-XMIT-SERIAL NOT NUMERIC
003549         SET TRANSMISSION-UNIDENTIFIED TO TRUE
003550         DISPLAY "ADD01COL: FEED " WS-CURRENT-FEED
003551             " TRANSMISSION ID RECORD UNREADABLE - RUN REFUSED"
003552         GO TO 2250-EXIT
003553     END-IF.
003554     MOVE TI-XMIT-SENDER      TO XRG-SENDER.
003555     MOVE TI-XMIT-CREATE-DATE TO XRG-CREATE-DATE.
003556     MOVE TI-XMIT-SERIAL      TO XRG-SERIAL.
003557     MOVE "N" TO WS-XREG-FOUND-SWITCH.
003558     READ ADD01-XMIT-REG-FILE
003559         INVALID KEY
003560             MOVE "N" TO WS-XREG-FOUND-SWITCH
003561         NOT INVALID KEY
003562             IF XRG-COLLECTED
003563                 SET XMIT-ALREADY-TAKEN TO TRUE
003564             END-IF
003565     END-READ.
003566     IF XMIT-ALREADY-TAKEN
003567         SET TRANSMISSION-REPEATED TO TRUE
003568         DISPLAY "ADD01COL: FEED " WS-CURRENT-FEED
003569             " TRANSMISSION " TI-XMIT-SENDER "/"
003570             TI-XMIT-CREATE-DATE "/" TI-XMIT-SERIAL
003571             " ALREADY TAKEN IN ON " XRG-TAKEN-DATE
003572             " - RUN REFUSED"
003573         GO TO 2250-EXIT
003574     END-IF.
003575     MOVE "N" TO WS-PEND-MATCH-SWITCH.
003576     MOVE ZERO TO WS-XMIT-SUB.
003577     PERFORM 2260-MATCH-ONE-PENDING
003578         THRU 2260-EXIT
003579         UNTIL WS-XMIT-SUB >= WS-XMIT-COUNT
003580         OR XMIT-PENDING-MATCHED.
003581     IF XMIT-PENDING-MATCHED
003582         SET TRANSMISSION-REPEATED TO TRUE
003583         DISPLAY "ADD01COL: FEED " WS-CURRENT-FEED
003584             " TRANSMISSION " TI-XMIT-SENDER "/"
003590             TI-XMIT-CREATE-DATE "/" TI-XMIT-SERIAL
003591             " ALREADY IN TONIGHT ON FEED "
003592             WS-XE-FEED-NUMBER (WS-XMIT-SUB)
003617             = TI-XMIT-CREATE-DATE
003618         AND WS-XE-SERIAL (WS-XMIT-SUB) = TI-XMIT-SERIAL
003619         SET XMIT-PENDING-MATCHED TO TRUE
003620     END-IF.
003621 2260-EXIT.
003622     EXIT.
003623*----------------------------------------------------------------
003624* 2300-WRITE-SUSPENSE-RECORD - WRITE THE RECORD ON HAND (PARSED
003625* IN THE TRANSACTION RECORD AREA) TO SUSPENSE. TS-REASON IS
003626* ALREADY SET BY THE CALLER. A REVERSAL'S BODY IS NOT AN ITEM
003627* AND QUANTITY, SO IT GOES OUT WITH BOTH ZERO - IT CANNOT BE
003628* RELEASED AS A DETAIL AND MUST BE RESENT BY ITS SENDER.
003629*----------------------------------------------------------------
003630 2300-WRITE-SUSPENSE-RECORD.
003631     MOVE WS-CURRENT-FEED TO TS-FEED-NUMBER.
003632     MOVE TI-BATCH-ID     TO TS-BATCH-ID.
003633     MOVE TI-ITEM-CODE    TO TS-ITEM-CODE.
003634     MOVE TI-QUANTITY     TO TS-QUANTITY.
003635     MOVE TI-DEPARTMENT   TO TS-DEPARTMENT.
003636     IF TI-REVERSAL-RECORD
003637         MOVE ZEROS  TO TS-ITEM-CODE
003638         MOVE ZEROS  TO TS-QUANTITY
003639         MOVE SPACES TO TS-DEPARTMENT
003640     END-IF.
003641     WRITE ADD01-SUSP-RECORD.
003642     ADD 1 TO WS-SUSP-COUNT.
003643 2300-EXIT.
003644     EXIT.
003646*----------------------------------------------------------------
003654* 3000-SORT-FEEDS - SORT EVERY FEED RECORD BY BATCH-ID AND
003662* DUPLICATE KEY, ARRIVAL ORDER BREAKING TIES. THE INTAKE FEEDS
003670* THE SORT AND THE DUPLICATE PASS TAKES ITS OUTPUT.
003678*----------------------------------------------------------------
003686 3000-SORT-FEEDS.
003694     SORT FEED-SORT-FILE
003702         ON ASCENDING KEY SF-BATCH-ID
003710                          SF-DUP-KEY
003718                          SF-ARRIVAL-SEQ
003726         INPUT PROCEDURE IS 2000-LOAD-ALL-FEEDS
003734             THRU 2000-EXIT
003742         OUTPUT PROCEDURE IS 4000-FLAG-DUPLICATES
003750             THRU 4000-EXIT.
003758     IF SORT-RETURN NOT = ZERO
003766         SET COLLECTION-SORT-FAILED TO TRUE
003774         DISPLAY "ADD01COL: FEED SORT FAILED - CLEAN FILE NOT "
003782             "BUILT"
003790     END-IF.
003798 3000-EXIT.
003806     EXIT.
003814*----------------------------------------------------------------
003822* 4000-FLAG-DUPLICATES - FEED SORT OUTPUT. WITHIN EACH BATCH
003830* EVERY COPY OF A TRANSACTION COMES BACK RIGHT BEHIND ITS FIRST
003838* ARRIVAL: THE FIRST SURVIVES TO THE WORK FILE AND EVERY LATER
003846* ARRIVAL OF THE SAME ITEM, QUANTITY AND DEPARTMENT - USUALLY THE
003854* SAME TRANSACTION IN ON TWO FEEDS - GOES TO SUSPENSE FOR REVIEW.
003862* REVERSALS ARE MATCHED THE SAME WAY ON THE ORIGINAL THEY NAME.
003870* EACH BATCH'S HEADER FOLLOWS ITS LAST SURVIVOR. A REFUSED RUN
003878* TAKES NOTHING BACK FROM THE SORT.
003886*----------------------------------------------------------------
003894 4000-FLAG-DUPLICATES.
003902     IF TRANSMISSION-REPEATED OR TRANSMISSION-UNIDENTIFIED
003910         GO TO 4000-EXIT
003918     END-IF.
003926     OPEN OUTPUT COLLECT-WORK-FILE.
003934     IF NOT WORK-FILE-OK
003942         SET COLLECTION-SORT-FAILED TO TRUE
003950         DISPLAY "ADD01COL: WORK FILE NOT AVAILABLE (STATUS "
003958             WS-WORK-FILE-STATUS ") - CLEAN FILE NOT BUILT"
003966         GO TO 4000-EXIT
003974     END-IF.
003982     MOVE "N" TO WS-SORT-EOF-SWITCH.
003990     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
003998     PERFORM 4100-JUDGE-ONE-ENTRY
004006         THRU 4100-EXIT
004014         UNTIL SORT-END-OF-FILE.
004022     IF BATCH-IN-PROGRESS
004030         PERFORM 4400-WRITE-BATCH-HEADER
004038             THRU 4400-EXIT
004046     END-IF.
004054     CLOSE COLLECT-WORK-FILE.
004062 4000-EXIT.
004070     EXIT.
004079*----------------------------------------------------------------
004088* 4100-JUDGE-ONE-ENTRY - TAKE THE NEXT RECORD BACK FROM THE SORT.
004097* A NEW BATCH-ID CLOSES THE BATCH BEFORE IT WITH ITS HEADER. AN
004106* ENTRY MATCHING THE ONE BEFORE IT IN THE SAME BATCH IS A LATER
004115* COPY AND GOES TO SUSPENSE; ANY OTHER ENTRY SURVIVES.
004124*----------------------------------------------------------------
004133 4100-JUDGE-ONE-ENTRY.
004142     RETURN FEED-SORT-FILE
004151         AT END
004160             SET SORT-END-OF-FILE TO TRUE
004169             GO TO 4100-EXIT
004178     END-RETURN.
004187     IF BATCH-IN-PROGRESS
004196         AND SF-BATCH-ID NOT = WS-PREV-BATCH-ID
004205         PERFORM 4400-WRITE-BATCH-HEADER
004214             THRU 4400-EXIT
004223     END-IF.
004232     IF BATCH-IN-PROGRESS
004241         AND SF-DUP-KEY = WS-PREV-DUP-KEY
004250         PERFORM 4300-SUSPEND-DUPLICATE
004259             THRU 4300-EXIT
004268         GO TO 4100-EXIT
004277     END-IF.
004286     IF NOT BATCH-IN-PROGRESS
004295         MOVE "Y" TO WS-BATCH-OPEN-SWITCH
004304         MOVE SF-BATCH-ID TO WS-PREV-BATCH-ID
004313         MOVE ZERO TO WS-BATCH-DETAIL-COUNT
004322         MOVE ZERO TO WS-BATCH-HASH-ACCUM
004331     END-IF.
004340     MOVE SF-DUP-KEY TO WS-PREV-DUP-KEY.
004349     PERFORM 4200-HOLD-SURVIVOR
004358         THRU 4200-EXIT.
004367 4100-EXIT.
004376     EXIT.
004385*----------------------------------------------------------------
004394* 4200-HOLD-SURVIVOR - COUNT AND HASH THE SURVIVOR TOWARD ITS
004403* BATCH HEADER, BUILD ITS CLEAN-FILE RECORD AND WRITE IT TO THE
004412* WORK FILE UNDER ITS ARRIVAL SEQUENCE. A REVERSAL HASHES ON ITS
004421* ORIGINAL TRANSACTION ID, AS ADD01 PROVES IT.
004430*----------------------------------------------------------------
004439 4200-HOLD-SURVIVOR.
004448     ADD 1 TO WS-BATCH-DETAIL-COUNT.
004457     ADD SF-ITEM-CODE    TO WS-BATCH-HASH-ACCUM.
004466     ADD SF-QUANTITY     TO WS-BATCH-HASH-ACCUM.
004475     ADD SF-ORIG-TRAN-ID TO WS-BATCH-HASH-ACCUM.
004484     MOVE SPACES TO ADD01-TRAN-RECORD.
004493     MOVE SF-RECORD-TYPE TO TI-RECORD-TYPE.
004502     MOVE SF-BATCH-ID    TO TI-BATCH-ID.
004511     IF TI-REVERSAL-RECORD
004520         MOVE SF-ORIG-TRAN-ID  TO TI-REV-ORIG-TRAN-ID
004529         MOVE SF-ORIG-RUN-DATE TO TI-REV-ORIG-RUN-DATE
004538     ELSE
004547         MOVE SF-ITEM-CODE  TO TI-ITEM-CODE
004556         MOVE SF-QUANTITY   TO TI-QUANTITY
004565         MOVE SF-DEPARTMENT TO TI-DEPARTMENT
004574     END-IF.
004583     MOVE SF-BATCH-ID       TO CW-BATCH-ID.
004592     MOVE SF-ARRIVAL-SEQ    TO CW-ARRIVAL-SEQ.
004601     MOVE ADD01-TRAN-RECORD TO CW-TRAN-IMAGE.
004610     WRITE COLLECT-WORK-RECORD.
004619 4200-EXIT.
004628     EXIT.
004637*----------------------------------------------------------------
004646* 4300-SUSPEND-DUPLICATE - WRITE THE LATER COPY TO THE SUSPENSE
004655* FILE WITH THE FEED IT ARRIVED ON. A REVERSAL IS SUSPENDED
004658* UNDER A REASON OF ITS OWN SO THE SUSPENSE REVIEW WILL ONLY
004661* LET IT BE VOIDED.
004664*----------------------------------------------------------------
004673 4300-SUSPEND-DUPLICATE.
004682     MOVE SF-FEED-NUMBER         TO TS-FEED-NUMBER.
004691     MOVE SF-BATCH-ID            TO TS-BATCH-ID.
004700     MOVE SF-ITEM-CODE           TO TS-ITEM-CODE.
004709     MOVE SF-QUANTITY            TO TS-QUANTITY.
004718     MOVE SF-DEPARTMENT          TO TS-DEPARTMENT.
004720     IF SF-RECORD-TYPE = "R"
004722         MOVE "DUPLICATE REVERSAL" TO TS-REASON
004724     ELSE
004727         MOVE "DUPLICATE WITHIN BATCH" TO TS-REASON
004731     END-IF.
004736     WRITE ADD01-SUSP-RECORD.
004745     ADD 1 TO WS-SUSP-COUNT.
004754 4300-EXIT.
004763     EXIT.
004772*----------------------------------------------------------------
004781* 4400-WRITE-BATCH-HEADER - THE BATCH JUST ENDED IS COMPLETE.
004790* WRITE ITS HEADER, WITH THE SURVIVORS' COUNT AND HASH, TO THE
004799* WORK FILE UNDER ARRIVAL SEQUENCE ZERO SO THE CLEAN SORT PUTS
004808* IT AHEAD OF THE BATCH'S DETAILS.
004817*----------------------------------------------------------------
004826 4400-WRITE-BATCH-HEADER.
004835     MOVE SPACES TO ADD01-TRAN-RECORD.
004844     MOVE "H" TO TI-RECORD-TYPE.
004853     MOVE WS-PREV-BATCH-ID      TO TI-BATCH-ID.
004862     MOVE WS-BATCH-DETAIL-COUNT TO TI-HDR-RECORD-COUNT.
004871     MOVE WS-BATCH-HASH-ACCUM   TO TI-HDR-HASH-TOTAL.
004880     MOVE WS-PREV-BATCH-ID      TO CW-BATCH-ID.
004889     MOVE ZERO                  TO CW-ARRIVAL-SEQ.
004898     MOVE ADD01-TRAN-RECORD     TO CW-TRAN-IMAGE.
004907     WRITE COLLECT-WORK-RECORD.
004916     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
004925 4400-EXIT.
004934     EXIT.
004943*----------------------------------------------------------------
004952* 5000-WRITE-CLEAN-FILE - SORT THE WORK FILE BACK INTO BATCH-ID
004961* AND ARRIVAL ORDER AND WRITE IT OUT AS THE CLEAN FILE, THEN
004970* CLOSE THE TRANSMISSION WITH THE FILE TRAILER ADD01 VERIFIES.
004979* NOTHING IS WRITTEN AFTER A FAILED FEED SORT - WITH NO TRAILER,
004988* ADD01 WILL NOT TAKE A PARTIAL FILE.
004997*----------------------------------------------------------------
005006 5000-WRITE-CLEAN-FILE.
005015     IF COLLECTION-SORT-FAILED
005024         GO TO 5000-EXIT
005033     END-IF.
005042     SORT CLEAN-SORT-FILE
005051         ON ASCENDING KEY SC-BATCH-ID
005060                          SC-ARRIVAL-SEQ
005069         USING COLLECT-WORK-FILE
005078         OUTPUT PROCEDURE IS 5100-WRITE-SORTED-RECORDS
005087             THRU 5100-EXIT.
005096     IF SORT-RETURN NOT = ZERO
005105         SET COLLECTION-SORT-FAILED TO TRUE
005114         DISPLAY "ADD01COL: CLEAN SORT FAILED - CLEAN FILE "
005123             "INCOMPLETE"
005132         GO TO 5000-EXIT
005141     END-IF.
005150     MOVE SPACES TO ADD01-TRAN-RECORD.
005159     MOVE "T"    TO TI-RECORD-TYPE.
005168     MOVE ZEROS  TO TI-BATCH-ID.
005177     MOVE WS-WRITTEN-COUNT TO TI-TRL-RECORD-COUNT.
005186     MOVE WS-BATCH-COUNT   TO TI-TRL-BATCH-COUNT.
005195     WRITE ADD01-TRAN-RECORD.
005204 5000-EXIT.
005213     EXIT.
005222*----------------------------------------------------------------
005231* 5100-WRITE-SORTED-RECORDS - CLEAN SORT OUTPUT. WRITE EVERY
005240* RECORD AS IT COMES BACK - A HEADER, THEN ITS BATCH.
005249*----------------------------------------------------------------
005258 5100-WRITE-SORTED-RECORDS.
005267     MOVE "N" TO WS-SORT-EOF-SWITCH.
005276     PERFORM 5200-WRITE-ONE-RECORD
005285         THRU 5200-EXIT
005294         UNTIL SORT-END-OF-FILE.
005303 5100-EXIT.
005312     EXIT.
005321*----------------------------------------------------------------
005330* 5200-WRITE-ONE-RECORD - TAKE THE NEXT RECORD BACK FROM THE
005339* CLEAN SORT AND WRITE IT, COUNTING BATCHES AND DETAILS FOR THE
005348* FILE TRAILER.
005357*----------------------------------------------------------------
005366 5200-WRITE-ONE-RECORD.
005375     RETURN CLEAN-SORT-FILE
005384         AT END
005393             SET SORT-END-OF-FILE TO TRUE
005402             GO TO 5200-EXIT
005411     END-RETURN.
005420     MOVE SC-TRAN-IMAGE TO ADD01-TRAN-RECORD.
005429     WRITE ADD01-TRAN-RECORD.
005438     IF TI-BATCH-HEADER
005447         ADD 1 TO WS-BATCH-COUNT
005456     ELSE
005465         ADD 1 TO WS-WRITTEN-COUNT
005474     END-IF.
005483 5200-EXIT.
005492     EXIT.
005550*----------------------------------------------------------------
005560* 5500-CLEAR-RESUB-FILE - THE COLLECTED CORRECTIONS ARE SAFELY
005570* IN THE CLEAN FILE (OR IN SUSPENSE), SO EMPTY THE RESUBMISSION
005580* FILE - OTHERWISE EVERY PRIOR SESSION'S CORRECTIONS WOULD RIDE
005590* IN AGAIN TOMORROW AND POST TWICE. LEFT ALONE WHEN A SORT
005600* FAILED (THE RUN IS GRADED FAILED AND RERUN) OR WHEN
005610* THERE WAS NO RESUBMISSION FILE TO BEGIN WITH.
005620*----------------------------------------------------------------
005630 5500-CLEAR-RESUB-FILE.
005640     IF RESUB-FILE-ON-HAND AND NOT COLLECTION-SORT-FAILED
005650         OPEN OUTPUT ADD01-RESUB-FILE
005660         CLOSE ADD01-RESUB-FILE
005670     END-IF.
005671 5500-EXIT.
005672     EXIT.
005673*----------------------------------------------------------------
005674* 5600-REGISTER-TRANSMISSIONS - THE COLLECTION IS COMPLETE, SO
005675* PUT TONIGHT'S TRANSMISSION IDS ON THE REGISTER - FROM NOW ON
005676* THE SAME FILES COMING IN AGAIN ARE REPEATS. LEFT ALONE WHEN
005677* A SORT FAILED, FOR THE SAME REASON THE
005678* RESUBMISSION FILE IS: THE RUN IS GRADED FAILED AND RERUN, AND
005679* THE RERUN MUST NOT BE REFUSED AS A REPEAT OF ITSELF.
005680*----------------------------------------------------------------
005681 5600-REGISTER-TRANSMISSIONS.
005682     IF COLLECTION-SORT-FAILED
005683         GO TO 5600-EXIT
005684     END-IF.
005685     ACCEPT WS-CURRENT-TIME FROM TIME.
005686     MOVE ZERO TO WS-XMIT-SUB.
005687     PERFORM 5610-REGISTER-ONE-XMIT
005688         THRU 5610-EXIT
005689         UNTIL WS-XMIT-SUB >= WS-XMIT-COUNT.
005690 5600-EXIT.
005691     EXIT.
005692*----------------------------------------------------------------
005693* 5610-REGISTER-ONE-XMIT - REGISTER THE NEXT HELD TRANSMISSION
005694* ID AS COLLECTED. AN ENTRY THE FEED CHECK LOGGED AS ARRIVED IS
005695* REWRITTEN, KEEPING ITS ARRIVAL STAMP; A NEW ONE IS WRITTEN
005696* WITH NO ARRIVAL STAMP. A COLLECTED KEY SOMEHOW ALREADY THERE
005697* IS CALLED OUT AND REWRITTEN RATHER THAN LOST.
005698*----------------------------------------------------------------
005699 5610-REGISTER-ONE-XMIT.
005700     ADD 1 TO WS-XMIT-SUB.
005701     MOVE WS-XE-SENDER      (WS-XMIT-SUB) TO XRG-SENDER.
005702     MOVE WS-XE-CREATE-DATE (WS-XMIT-SUB) TO XRG-CREATE-DATE.
005703     MOVE WS-XE-SERIAL      (WS-XMIT-SUB) TO XRG-SERIAL.
005704     MOVE "N" TO WS-XREG-FOUND-SWITCH.
005705     READ ADD01-XMIT-REG-FILE
005706         INVALID KEY
005707             MOVE "N" TO WS-XREG-FOUND-SWITCH
005708         NOT INVALID KEY
005709             SET XMIT-ALREADY-TAKEN TO TRUE
005710     END-READ.
005711     IF NOT XMIT-ALREADY-TAKEN
005712         MOVE WS-XE-SENDER      (WS-XMIT-SUB) TO XRG-SENDER
005713         MOVE WS-XE-CREATE-DATE (WS-XMIT-SUB) TO XRG-CREATE-DATE
005714         MOVE WS-XE-SERIAL      (WS-XMIT-SUB) TO XRG-SERIAL
005715         MOVE ZEROS TO XRG-ARRIVED-DATE
005716         MOVE ZEROS TO XRG-ARRIVED-TIME
005717     END-IF.
005718     MOVE WS-TODAYS-DATE    TO XRG-TAKEN-DATE.
005719     MOVE WS-CURRENT-TIME   TO XRG-TAKEN-TIME.
005720     MOVE WS-XE-FEED-NUMBER (WS-XMIT-SUB) TO XRG-FEED-NUMBER.
005721     IF NOT XMIT-ALREADY-TAKEN
005722         MOVE "C" TO XRG-ENTRY-STATUS
005723         WRITE ADD01-XMIT-REG-RECORD
005724         GO TO 5610-EXIT
005725     END-IF.
005728     IF NOT XRG-ARRIVAL-ONLY
005729         DISPLAY "ADD01COL: REGISTER ALREADY HOLDS "
005730             XRG-SENDER "/" XRG-CREATE-DATE "/" XRG-SERIAL
005731             " - REWRITTEN"
005732     END-IF.
005733     MOVE "C" TO XRG-ENTRY-STATUS.
005734     REWRITE ADD01-XMIT-REG-RECORD.
005735 5610-EXIT.
005736     EXIT.
005737*----------------------------------------------------------------
005738* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND
005739* SET THE RETURN CODE: 0 CLEAN, 4 WHEN ANYTHING WENT TO
005740* SUSPENSE, 8 WHEN THE CLEAN FILE CANNOT BE TRUSTED - A SORT
005741* FAILED, A TRANSMISSION REPEATED OR A FEED COULD NOT
005742* BE IDENTIFIED. THE RETURN CODE IS SET AFTER THE
005750* CALL - A CALLED PROGRAM'S COMPLETION PASSES ITS OWN (ZERO)
005760* RETURN-CODE BACK AND WOULD WIPE OUT A GRADE SET BEFOREHAND.
005770*----------------------------------------------------------------
005810     MOVE WS-READ-COUNT    TO RCP-RECORDS-READ.
005820     MOVE WS-WRITTEN-COUNT TO RCP-RECORDS-WRITTEN.
005830     MOVE WS-SUSP-COUNT    TO RCP-RECORDS-REJECTED.
005836     IF COLLECTION-SORT-FAILED
005842         OR TRANSMISSION-REPEATED
005844         OR TRANSMISSION-UNIDENTIFIED
005850         MOVE "F" TO RCP-FINAL-STATUS

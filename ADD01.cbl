001484*                   ECHOES VERBATIM. BOTH NOW PASS THROUGH
001485*                   EDITED DISPLAY FIELDS THAT CARRY THE
001486*                   DECIMAL POINT.
001487* 2026-10-15  RJM   EVERY DETAIL NOW CARRIES THE DEPARTMENT IT IS
001488*                   CHARGED TO (SEE ADD01TRN). 2085-CHECK-
001489*                   DEPARTMENT PROVES IT AGAINST THE DEPARTMENT
001490*                   MASTER (DEPTMST) THE SAME WAY 2080 PROVES THE
001491*                   ITEM - A BLANK, UNKNOWN OR INACTIVE DEPARTMENT
001492*                   REJECTS THE DETAIL WITH ITS OWN REASON - AND
001493*                   THE DEPARTMENT RIDES THROUGH TO THE OUTPUT AND
001494*                   EXCEPTION RECORDS FOR THE MONTHLY CHARGEBACK.
001495* 2026-10-15  RJM   EVERY EXTENSION POSTED NOW DRAWS DOWN THE
001496*                   ITEM'S ON-HAND QUANTITY (SEE ITEMMST). THE
001497*                   DRAW IS TAKEN AS EACH DETAIL OF A BALANCED
001498*                   BATCH POSTS, SO TWO DETAILS FOR THE SAME
001499*                   ITEM DRAW IN TURN AND A REJECTED BATCH DRAWS
001500*                   NOTHING. A DETAIL THAT WOULD TAKE THE ITEM
001501*                   BELOW ZERO GOES TO THE EXCEPTION FILE AS A
001502*                   STOCK SHORTAGE INSTEAD OF POSTING. THE ITEM
001503*                   MASTER IS NOW OPENED I-O FOR THE PURPOSE.
001504* 2026-10-15  RJM   NEW REVERSAL RECORD (TYPE "R", SEE ADD01TRN)
001505*                   BACKS OUT AN EXTENSION POSTED IN AN EARLIER
001506*                   RUN. 2065-HOLD-REVERSAL PROVES THE ORIGINAL
001507*                   AGAINST THE POSTED HISTORY (ADD01HST) - IT
001508*                   MUST HAVE POSTED, BE AN EXTENSION AND NOT BE
001509*                   REVERSED ALREADY - AND TAKES THE ITEM,
001510*                   QUANTITY, PRICE, EXTENSION AND DEPARTMENT
001511*                   FROM IT. A BALANCED BATCH POSTS THE REVERSAL
001512*                   AS A CREDIT RECORD ON THE OUTPUT FILE, MARKS
001513*                   THE ORIGINAL REVERSAL-PENDING ON THE HISTORY
001514*                   AND RETURNS THE QUANTITY TO THE ITEM'S ON-HAND
001515*                   BALANCE. REVERSALS ARE COUNTED AND TOTALLED
001516*                   APART FROM THE GRAND TOTAL ON THE RUN TOTALS
001517*                   AND THE CHECKPOINT.
001518* 2026-10-15  RJM   A BATCH'S HELD DETAILS NOW SPILL TO A
001519*                   SEQUENTIAL HOLD FILE (ADD01HLD) INSTEAD OF A
001520*                   500-SLOT TABLE, SO A BATCH OF ANY SIZE IS
001521*                   VALIDATED AND POSTED INSTEAD OF BEING REJECTED
001522*                   WHOLE AS "BATCH EXCEEDS HOLD TABLE". THE BREAK
001523*                   READS THE HOLD FILE BACK TO POST OR REJECT THE
001524*                   BATCH JUST AS IT USED TO WALK THE TABLE, AND
001525*                   THE STOCK DRAW-DOWN IS STILL TAKEN AS EACH
001526*                   DETAIL POSTS. A HOLD FILE THAT CANNOT BE
001527*                   WRITTEN REJECTS THE BATCH WHOLE THE WAY THE
001528*                   TABLE OVERFLOW DID.
001529* 2026-10-15  RJM   AN ITEM ITMMAINT HAS MARKED INACTIVE (SEE
001530*                   ITEMMST) NOW REJECTS THE DETAIL AS "ITEM
001531*                   INACTIVE" INSTEAD OF EXTENDING AGAINST AN
001532*                   ITEM WITHDRAWN FROM USE.
001533* 2026-10-15  RJM   TRANSACTION IDS NOW CARRY ON FROM THE LAST ONE
001534*                   POSTED FOR THE RUN DATE INSTEAD OF STARTING
001535*                   AGAIN AT ONE, SO A SECOND RUN THE SAME DAY (A
001536*                   LATE FEED OR A RESUBMISSION) CAN POST AND A
001537*                   REVERSAL'S RUN DATE AND TRANSACTION ID STILL
001538*                   NAME ONE EXTENSION. THE AUDIT TEXT IS NOW
001539*                   CLEARED FOR EVERY RECORD, SO AN EXTENSION NO
001540*                   LONGER CARRIES THE TAIL OF A REVERSAL'S TEXT.
001541*----------------------------------------------------------------
001542 ENVIRONMENT DIVISION.
001543 INPUT-OUTPUT SECTION.
001544 FILE-CONTROL.
001545     SELECT ADD01-TRAN-FILE ASSIGN TO "ADD01IN"
001546         ORGANIZATION IS SEQUENTIAL.
001547     SELECT ADD01-OUT-FILE ASSIGN TO "ADD01OUT"
001548         ORGANIZATION IS SEQUENTIAL.
001549     SELECT ADD01-EXCEPT-FILE ASSIGN TO "ADD01EXC"
001550         ORGANIZATION IS SEQUENTIAL.
001560     SELECT ADD01-TOTALS-FILE ASSIGN TO "ADD01TOT"
001570         ORGANIZATION IS SEQUENTIAL.
001600         ACCESS MODE IS RANDOM
001610         RECORD KEY IS IM-ITEM-CODE
001620         FILE STATUS IS WS-ITEM-FILE-STATUS.
001621     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
001622         ORGANIZATION IS INDEXED
001623         ACCESS MODE IS RANDOM
001624         RECORD KEY IS DM-DEPARTMENT-CODE
001625         FILE STATUS IS WS-DEPT-FILE-STATUS.
001626     SELECT POSTED-HISTORY-FILE ASSIGN TO "ADD01HST"
001627         ORGANIZATION IS INDEXED
001628         ACCESS MODE IS DYNAMIC
001629         RECORD KEY IS TH-HISTORY-KEY
001630         FILE STATUS IS WS-HIST-FILE-STATUS.
001631     SELECT BATCH-HOLD-FILE ASSIGN TO "ADD01HLD"
001632         ORGANIZATION IS SEQUENTIAL
001633         FILE STATUS IS WS-HOLD-FILE-STATUS.
001636     SELECT ADD01-CHECKPOINT-FILE ASSIGN TO "ADD01CKP"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS CKPT-JOB-ID
001980     RECORDING MODE IS F.
001990 COPY ADD01TOT.
002000*----------------------------------------------------------------
002007* ITEM MASTER - THE PRICE BOOK AND STOCK POSITION. ITMMAINT
002014* OWNS THE PRICES; THIS PROGRAM ONLY DRAWS DOWN THE ON-HAND
002021* QUANTITY AS EXTENSIONS POST.
002030*----------------------------------------------------------------
002040 FD  ITEM-MASTER-FILE.
002050 COPY ITEMMST.
002051*----------------------------------------------------------------
002052* DEPARTMENT MASTER - THE DEPARTMENTS A DETAIL MAY BE CHARGED
002053* TO. READ-ONLY HERE; DEPMAINT OWNS THE UPDATES.
002054*----------------------------------------------------------------
002055 FD  DEPARTMENT-MASTER-FILE.
002056 COPY DEPTMST.
002057*----------------------------------------------------------------
002058* POSTED HISTORY - EVERY EXTENSION THE POSTING STEP HAS POSTED,
002059* BY RUN DATE AND TRANSACTION ID. A REVERSAL IS PROVED AGAINST
002060* IT HERE AND ITS ORIGINAL MARKED REVERSAL-PENDING; ADD01PST
002061* WRITES THE RECORDS AND CONFIRMS THE REVERSAL.
002062*----------------------------------------------------------------
002063 FD  POSTED-HISTORY-FILE.
002064 COPY ADD01HST.
002065*----------------------------------------------------------------
002066* BATCH HOLD FILE - THE CURRENT BATCH'S DETAILS AND REVERSALS,
002067* EDITED AND EXTENDED BUT NOT YET WRITTEN ANYWHERE. NOTHING POSTS
002068* UNTIL THE BATCH BALANCES AGAINST ITS HEADER AT THE BREAK; IF IT
002069* DOESN'T, EVERYTHING ON IT GOES TO THE EXCEPTION FILE INSTEAD.
002070* REBUILT FOR EVERY BATCH - IT IS A WORK FILE, NOT A RECORD.
002071*----------------------------------------------------------------
002072 FD  BATCH-HOLD-FILE
002073     RECORDING MODE IS F.
002074 01  BATCH-HOLD-RECORD.
002075     05  HD-TRAN-SEQ             PIC 9(06).
002076     05  HD-ITEM-CODE            PIC 9(05).
002077     05  HD-QUANTITY             PIC 99.
002078     05  HD-UNIT-PRICE           PIC 9(03)V99.
002079     05  HD-RESULT               PIC 9(05)V99.
002080     05  HD-REJECT-FLAG          PIC X(01).
002081     05  HD-REASON               PIC X(25).
002082     05  HD-DEPARTMENT           PIC X(08).
002083     05  HD-ENTRY-TYPE           PIC X(01).
002084     05  HD-ORIG-RUN-DATE        PIC 9(08).
002085     05  HD-ORIG-TRAN-ID         PIC 9(06).
002086*----------------------------------------------------------------
002087* CHECKPOINT RECORD - HOLDS THE SEQUENCE NUMBER OF THE LAST
002088* TRANSACTION OF THE LAST BATCH SUCCESSFULLY FINALIZED, PLUS
002090* THE RUNNING TOTALS AS OF THAT POINT, SO A RESTARTED RUN CAN
002100* SKIP BACK TO THAT POINT WITH ITS TRAILERS PICKING UP WHERE
002110* THEY LEFT OFF.
002170 01  THE-QUANTITY                PIC 99.
002180 01  THE-UNIT-PRICE              PIC 9(03)V99.
002190 01  THE-RESULT                  PIC 9(05)V99.
002195 01  THE-DEPARTMENT              PIC X(08).
002196 01  THE-ENTRY-TYPE              PIC X(01).
002197     88  THE-ENTRY-IS-REVERSAL             VALUE "R".
002198 01  THE-ORIG-RUN-DATE           PIC 9(08).
002199 01  THE-ORIG-TRAN-ID            PIC 9(06).
002200 01  ADD01-SWITCHES.
002210     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002220         88  END-OF-FILE                   VALUE "Y".
002300         88  ITEM-RECORD-NOT-FOUND          VALUE "23".
002310     05  WS-ITEM-AVAIL-SWITCH    PIC X(01) VALUE "Y".
002320         88  ITEM-MASTER-AVAILABLE         VALUE "Y".
002322     05  WS-DEPT-FILE-STATUS     PIC X(02) VALUE "00".
002324         88  DEPT-FILE-OK                   VALUE "00".
002326     05  WS-DEPT-AVAIL-SWITCH    PIC X(01) VALUE "Y".
002328         88  DEPT-MASTER-AVAILABLE         VALUE "Y".
002329     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
002330         88  HIST-FILE-OK                   VALUE "00".
002331         88  HIST-FILE-NOT-FOUND            VALUE "23" "35".
002332     05  WS-HIST-AVAIL-SWITCH    PIC X(01) VALUE "Y".
002333         88  POSTED-HISTORY-AVAILABLE      VALUE "Y".
002334     05  WS-HIST-SCAN-SWITCH     PIC X(01) VALUE "N".
002335         88  HIST-SCAN-DONE                VALUE "Y".
002336     05  WS-RESTARTING-SWITCH    PIC X(01) VALUE "N".
002340         88  THIS-IS-A-RESTART             VALUE "Y".
002350     05  WS-BATCH-OPEN-SWITCH    PIC X(01) VALUE "N".
002360         88  BATCH-IN-PROGRESS             VALUE "Y".
002370     05  WS-HEADER-SEEN-SWITCH   PIC X(01) VALUE "N".
002380         88  BATCH-HEADER-ON-HAND          VALUE "Y".
002384     05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE "00".
002388         88  HOLD-FILE-OK                   VALUE "00".
002392     05  WS-HOLD-OPEN-SWITCH     PIC X(01) VALUE "N".
002396         88  HOLD-FILE-OPEN                VALUE "Y".
002400     05  WS-HOLD-FAILED-SWITCH   PIC X(01) VALUE "N".
002404         88  BATCH-HOLD-FAILED             VALUE "Y".
002410     05  WS-TRAILER-SEEN-SWITCH  PIC X(01) VALUE "N".
002420         88  FILE-TRAILER-SEEN             VALUE "Y".
002430     05  WS-FILE-BALANCE-SWITCH  PIC X(01) VALUE "N".
002510     05  WS-BATCH-SUBTOTAL       PIC 9(09)V99 COMP VALUE ZERO.
002520     05  WS-GRAND-TOTAL          PIC 9(09)V99 COMP VALUE ZERO.
002530     05  WS-TRAN-SEQ             PIC 9(6)  COMP VALUE ZERO.
002535     05  WS-TRAN-ID-BASE         PIC 9(6)  COMP VALUE ZERO.
002540     05  WS-CKPT-TRAN-SEQ        PIC 9(6)  COMP VALUE ZERO.
002550     05  WS-POST-TRAN-SEQ        PIC 9(6)  COMP VALUE ZERO.
002560     05  WS-RESTART-POINT        PIC 9(6)  COMP VALUE ZERO.
002630     05  WS-FILE-BATCH-COUNT     PIC 9(4)  COMP VALUE ZERO.
002640     05  WS-POSTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
002650     05  WS-REJECTED-COUNT       PIC 9(7)  COMP VALUE ZERO.
002653     05  WS-BATCH-DETAIL-COUNT   PIC 9(7)  COMP VALUE ZERO.
002656     05  WS-BATCH-DETAIL-READ    PIC 9(7)  COMP VALUE ZERO.
002661     05  WS-REVERSAL-COUNT       PIC 9(7)  COMP VALUE ZERO.
002662     05  WS-REVERSAL-TOTAL       PIC 9(09)V99 COMP VALUE ZERO.
002663*----------------------------------------------------------------
002664* EDITED COPIES OF THE MONEY TOTALS FOR THE CONSOLE TRAILERS
002665* AND OF THE POSTING FIELDS FOR THE AUDIT LINE - THE COMP
002666* ACCUMULATORS AND V99 POSTING FIELDS CARRY CENTS THE RAW
002668*----------------------------------------------------------------
002670 01  WS-SUBTOTAL-DISPLAY         PIC Z(8)9.99 VALUE ZEROS.
002672 01  WS-GRAND-DISPLAY            PIC Z(8)9.99 VALUE ZEROS.
002673 01  WS-REVERSAL-DISPLAY         PIC Z(8)9.99 VALUE ZEROS.
002674 01  WS-POST-TRAN-DISPLAY        PIC 9(06) VALUE ZEROS.
002675 01  WS-PRICE-AUDIT-DISPLAY      PIC 9(03).99 VALUE ZEROS.
002676 01  WS-RESULT-AUDIT-DISPLAY     PIC 9(05).99 VALUE ZEROS.
002677 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
002850 COPY AUDITPRM.
002860 COPY RUNCTLP.
002870 PROCEDURE DIVISION.
003170         THRU 2900-EXIT.
003180     GO TO PROGRAM-DONE.
003190*----------------------------------------------------------------
003197* 1000-INITIALIZE - OPEN THE TRANSACTION, ITEM MASTER, DEPARTMENT
003201* MASTER, POSTED HISTORY AND CHECKPOINT FILES, FIND OUT WHERE THE
003205* LAST RUN LEFT OFF, THEN OPEN THE OUTPUT AND EXCEPTION FILES
003211* EXTEND (IF THIS IS A RESTART) OR OUTPUT (IF NOT) SO A RESTART
003220* NEVER TRUNCATES WHAT THE INTERRUPTED RUN ALREADY WROTE. PRIME
003230* THE READ AND, IF THIS IS A RESTART, SKIP AHEAD TO THE FIRST
003240* TRANSACTION NOT YET PROCESSED.
003270*----------------------------------------------------------------
003280 1000-INITIALIZE.
003285     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
003290     PERFORM 1010-START-RUN-CONTROL
003300         THRU 1010-EXIT.
003310     OPEN INPUT ADD01-TRAN-FILE.
003320     OPEN I-O ITEM-MASTER-FILE.
003330     IF NOT ITEM-FILE-OK
003340         MOVE "N" TO WS-ITEM-AVAIL-SWITCH
003350         DISPLAY "CONTROL WARNING: ITEM MASTER NOT AVAILABLE "
003360             "(STATUS " WS-ITEM-FILE-STATUS ") - EVERY DETAIL "
003370             "WILL REJECT"
003380     END-IF.
003381     OPEN INPUT DEPARTMENT-MASTER-FILE.
003382     IF NOT DEPT-FILE-OK
003383         MOVE "N" TO WS-DEPT-AVAIL-SWITCH
003384         DISPLAY "CONTROL WARNING: DEPARTMENT MASTER NOT "
003385             "AVAILABLE (STATUS " WS-DEPT-FILE-STATUS ") - "
003386             "EVERY DETAIL WILL REJECT"
003387     END-IF.
003388     PERFORM 1020-OPEN-POSTED-HISTORY
003390         THRU 1020-EXIT.
003392     PERFORM 1030-FIND-TRAN-ID-BASE
003394         THRU 1030-EXIT.
003396     PERFORM 1050-OPEN-CHECKPOINT-FILE
003400         THRU 1050-EXIT.
003410     PERFORM 1060-GET-RESTART-POINT
003420         THRU 1060-EXIT.
003630 1010-START-RUN-CONTROL.
003640     MOVE "S"     TO RCP-FUNCTION.
003650     MOVE "ADD01" TO RCP-PROGRAM-ID.
003651     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
003652 1010-EXIT.
003653     EXIT.
003654*----------------------------------------------------------------
003655* 1020-OPEN-POSTED-HISTORY - OPEN THE POSTED HISTORY FOR UPDATE,
003656* CREATING IT EMPTY THE FIRST TIME. A HISTORY THAT WILL NOT OPEN
003657* REJECTS EVERY REVERSAL BUT LEAVES THE EXTENSIONS ALONE.
003658*----------------------------------------------------------------
003659 1020-OPEN-POSTED-HISTORY.
003660     OPEN I-O POSTED-HISTORY-FILE.
003661     IF HIST-FILE-NOT-FOUND
003662         OPEN OUTPUT POSTED-HISTORY-FILE
003663         CLOSE POSTED-HISTORY-FILE
003664         OPEN I-O POSTED-HISTORY-FILE
003665     END-IF.
003666     IF NOT HIST-FILE-OK
003667         MOVE "N" TO WS-HIST-AVAIL-SWITCH
003668         DISPLAY "CONTROL WARNING: POSTED HISTORY NOT "
003669             "AVAILABLE (STATUS " WS-HIST-FILE-STATUS ") - "
003670             "EVERY REVERSAL WILL REJECT"
003671     END-IF.
003672 1020-EXIT.
003673     EXIT.
003674*----------------------------------------------------------------
003675* 1030-FIND-TRAN-ID-BASE - FIND THE LAST TRANSACTION ID ALREADY
003676* POSTED FOR TODAY'S RUN DATE. THE RUN'S TRANSACTION IDS CARRY ON
003677* FROM IT, SO A SECOND RUN THE SAME DAY NEVER REUSES AN ID THE
003678* HISTORY HOLDS. WS-TRAN-SEQ ITSELF STILL COUNTS THE RECORDS OF
003679* THIS RUN, SO THE CHECKPOINT AND RESTART ARE UNCHANGED. WITHOUT
003680* THE HISTORY THE IDS START AT ONE AS THEY ALWAYS DID.
003681*----------------------------------------------------------------
003682 1030-FIND-TRAN-ID-BASE.
003683     MOVE ZERO TO WS-TRAN-ID-BASE.
003684     IF NOT POSTED-HISTORY-AVAILABLE
003685         GO TO 1030-EXIT
003686     END-IF.
003687     MOVE WS-TODAYS-DATE TO TH-RUN-DATE.
003688     MOVE ZERO           TO TH-TRAN-ID.
003689     START POSTED-HISTORY-FILE KEY NOT < TH-HISTORY-KEY
003690         INVALID KEY
003691             GO TO 1030-EXIT
003692     END-START.
003693     MOVE "N" TO WS-HIST-SCAN-SWITCH.
003694     PERFORM 1035-READ-TODAYS-HISTORY
003695         THRU 1035-EXIT
003696         UNTIL HIST-SCAN-DONE.
003697 1030-EXIT.
003698     EXIT.
003699*----------------------------------------------------------------
003700* 1035-READ-TODAYS-HISTORY - READ THE NEXT HISTORY RECORD IN KEY
003701* ORDER AND TAKE ITS TRANSACTION ID WHILE IT IS STILL TODAY'S.
003702* THE FIRST RECORD OF A LATER RUN DATE, THE END OF THE FILE OR A
003703* BAD READ ENDS THE SCAN.
003704*----------------------------------------------------------------
003705 1035-READ-TODAYS-HISTORY.
003706     READ POSTED-HISTORY-FILE NEXT RECORD
003707         AT END
003708             SET HIST-SCAN-DONE TO TRUE
003709             GO TO 1035-EXIT
003710     END-READ.
003711     IF NOT HIST-FILE-OK
003712         OR TH-RUN-DATE NOT = WS-TODAYS-DATE
003713         SET HIST-SCAN-DONE TO TRUE
003714         GO TO 1035-EXIT
003715     END-IF.
003716     MOVE TH-TRAN-ID TO WS-TRAN-ID-BASE.
003717 1035-EXIT.
003718     EXIT.
003719*----------------------------------------------------------------
003720* 1050-OPEN-CHECKPOINT-FILE - OPEN THE CHECKPOINT FILE, CREATING
003721* IT WITH A ZERO RESTART POINT AND ZERO TOTALS THE FIRST TIME
003722* ADD01 EVER RUNS.
003730*----------------------------------------------------------------
003740 1050-OPEN-CHECKPOINT-FILE.
003750     OPEN I-O ADD01-CHECKPOINT-FILE.
003840         MOVE ZERO      TO CKPT-RECORDS-POSTED
003850         MOVE ZERO      TO CKPT-RECORDS-REJECTED
003860         MOVE ZERO      TO CKPT-BATCHES-SEEN
003863         MOVE ZERO      TO CKPT-REVERSALS-POSTED
003866         MOVE ZERO      TO CKPT-REVERSAL-TOTAL
003870         WRITE ADD01-CHECKPOINT-RECORD
003880         CLOSE ADD01-CHECKPOINT-FILE
003890         OPEN I-O ADD01-CHECKPOINT-FILE
004100             MOVE ZERO TO CKPT-RECORDS-POSTED
004110             MOVE ZERO TO CKPT-RECORDS-REJECTED
004120             MOVE ZERO TO CKPT-BATCHES-SEEN
004123             MOVE ZERO TO CKPT-REVERSALS-POSTED
004126             MOVE ZERO TO CKPT-REVERSAL-TOTAL
004130     END-READ.
004140     MOVE CKPT-LAST-TRAN-SEQ TO WS-RESTART-POINT.
004150     IF WS-RESTART-POINT > ZERO
004210         MOVE CKPT-RECORDS-POSTED   TO WS-POSTED-COUNT
004220         MOVE CKPT-RECORDS-REJECTED TO WS-REJECTED-COUNT
004230         MOVE CKPT-BATCHES-SEEN     TO WS-FILE-BATCH-COUNT
004233         MOVE CKPT-REVERSALS-POSTED TO WS-REVERSAL-COUNT
004236         MOVE CKPT-REVERSAL-TOTAL   TO WS-REVERSAL-TOTAL
004240     END-IF.
004250 1060-EXIT.
004260     EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 2000-PROCESS-RECORDS - ROUTE THE RECORD ON HAND BY ITS TYPE:
004630* BATCH HEADERS OPEN A NEW BATCH, DETAILS ARE EDITED, PRICED AND
004635* HELD ON THE BATCH HOLD FILE, REVERSALS ARE PROVED AGAINST THE
004640* POSTED HISTORY AND HELD THE SAME WAY, THE FILE TRAILER IS
004645* VERIFIED AGAINST THE RUNNING FILE TOTALS. ANYTHING ELSE GOES
004650* STRAIGHT TO THE EXCEPTION FILE. THEN READ THE NEXT RECORD.
004670*----------------------------------------------------------------
004680 2000-PROCESS-RECORDS.
004690     IF TI-BATCH-HEADER
004800                 PERFORM 2060-HOLD-DETAIL
004810                     THRU 2060-EXIT
004820             ELSE
004823                 IF TI-REVERSAL-RECORD
004826                     PERFORM 2050-CHECK-BATCH-BREAK
004829                         THRU 2050-EXIT
004832                     PERFORM 2065-HOLD-REVERSAL
004835                         THRU 2065-EXIT
004838                 ELSE
004841                     PERFORM 2030-REJECT-UNKNOWN-TYPE
004844                         THRU 2030-EXIT
004847                 END-IF
004850             END-IF
004860         END-IF
004870     END-IF.
005370* DETAIL NOR TRAILER GOES STRAIGHT TO THE EXCEPTION FILE.
005380*----------------------------------------------------------------
005390 2030-REJECT-UNKNOWN-TYPE.
005400     COMPUTE WS-POST-TRAN-SEQ = WS-TRAN-ID-BASE + WS-TRAN-SEQ.
005410     MOVE ZEROS       TO THE-ITEM-CODE.
005420     MOVE ZEROS       TO THE-QUANTITY.
005425     MOVE SPACES      TO THE-DEPARTMENT.
005426     MOVE "E"         TO THE-ENTRY-TYPE.
005427     MOVE ZEROS       TO THE-ORIG-RUN-DATE.
005428     MOVE ZEROS       TO THE-ORIG-TRAN-ID.
005430     MOVE "UNKNOWN RECORD TYPE"    TO WS-EXCEPT-REASON.
005440     PERFORM 2300-WRITE-EXCEPT-RECORD
005450         THRU 2300-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* 2060-HOLD-DETAIL - EDIT THE DETAIL ON HAND, PRICE IT OFF THE
005746* ITEM MASTER, PROVE ITS DEPARTMENT, EXTEND IT, THEN HOLD IT IN
005753* THE BATCH HOLD FILE UNTIL THE BREAK DECIDES WHETHER THE BATCH
005760* POSTS OR IS REJECTED WHOLE. THE ACTUAL COUNT AND HASH
005770* ACCUMULATE HERE FOR THE BREAK TO VERIFY.
005790*----------------------------------------------------------------
005800 2060-HOLD-DETAIL.
005810     MOVE TI-ITEM-CODE TO THE-ITEM-CODE.
005820     MOVE TI-QUANTITY  TO THE-QUANTITY.
005825     MOVE TI-DEPARTMENT TO THE-DEPARTMENT.
005830     MOVE ZERO         TO THE-UNIT-PRICE.
005832     MOVE "E"          TO THE-ENTRY-TYPE.
005834     MOVE ZEROS        TO THE-ORIG-RUN-DATE.
005836     MOVE ZEROS        TO THE-ORIG-TRAN-ID.
005840     PERFORM 2075-EDIT-TRANSACTION-FIELDS
005850         THRU 2075-EXIT.
005860     IF NOT TRANSACTION-REJECTED
005870         PERFORM 2080-LOOK-UP-ITEM
005880             THRU 2080-EXIT
005890     END-IF.
005892     IF NOT TRANSACTION-REJECTED
005894         PERFORM 2085-CHECK-DEPARTMENT
005896             THRU 2085-EXIT
005898     END-IF.
005900     IF NOT TRANSACTION-REJECTED
005910         PERFORM 2100-COMPUTE-EXTENSION
005920             THRU 2100-EXIT
005980     IF THE-QUANTITY NUMERIC
005990         ADD THE-QUANTITY TO WS-ACTUAL-HASH-ACCUM
006000     END-IF.
006001     PERFORM 2070-STORE-HELD-ENTRY
006002         THRU 2070-EXIT.
006003 2060-EXIT.
006004     EXIT.
006005*----------------------------------------------------------------
006006* 2065-HOLD-REVERSAL - EDIT THE REVERSAL ON HAND, PROVE THE
006007* ORIGINAL IT NAMES AGAINST THE POSTED HISTORY AND TAKE THE
006008* ORIGINAL'S FIGURES AS ITS OWN, THEN HOLD IT ON THE HOLD FILE
006009* LIKE A DETAIL. IT COUNTS TOWARD THE BATCH'S ACTUAL COUNT, AND
006010* THE ORIGINAL TRANSACTION ID IS ITS SHARE OF THE HASH.
006011*----------------------------------------------------------------
006012 2065-HOLD-REVERSAL.
006013     MOVE "N"          TO WS-REJECT-SWITCH.
006014     MOVE SPACES       TO WS-EXCEPT-REASON.
006015     MOVE "R"          TO THE-ENTRY-TYPE.
006016     MOVE ZEROS        TO THE-ITEM-CODE.
006017     MOVE ZEROS        TO THE-QUANTITY.
006018     MOVE ZERO         TO THE-UNIT-PRICE.
006019     MOVE ZERO         TO THE-RESULT.
006020     MOVE SPACES       TO THE-DEPARTMENT.
006021     COMPUTE WS-POST-TRAN-SEQ = WS-TRAN-ID-BASE + WS-TRAN-SEQ.
006022     IF TI-REV-ORIG-TRAN-ID NOT NUMERIC
006023         OR TI-REV-ORIG-RUN-DATE NOT NUMERIC
006024         OR TI-REV-ORIG-TRAN-ID = ZERO
006025         MOVE ZEROS TO THE-ORIG-TRAN-ID
006026         MOVE ZEROS TO THE-ORIG-RUN-DATE
006027         SET TRANSACTION-REJECTED TO TRUE
006028         MOVE "INVALID REVERSAL" TO WS-EXCEPT-REASON
006029     ELSE
006030         MOVE TI-REV-ORIG-TRAN-ID  TO THE-ORIG-TRAN-ID
006031         MOVE TI-REV-ORIG-RUN-DATE TO THE-ORIG-RUN-DATE
006032         PERFORM 2090-LOOK-UP-ORIGINAL
006033             THRU 2090-EXIT
006034     END-IF.
006035     ADD 1 TO WS-ACTUAL-COUNT.
006036     IF TI-REV-ORIG-TRAN-ID NUMERIC
006037         ADD TI-REV-ORIG-TRAN-ID TO WS-ACTUAL-HASH-ACCUM
006038     END-IF.
006039     PERFORM 2070-STORE-HELD-ENTRY
006040         THRU 2070-EXIT.
006041 2065-EXIT.
006042     EXIT.
006046*----------------------------------------------------------------
006050* 2070-STORE-HELD-ENTRY - HOLD THE EDITED DETAIL OR REVERSAL ON
006054* HAND ON THE BATCH HOLD FILE, OPENING IT FOR THE BATCH ON ITS
006058* FIRST ENTRY. THERE IS NO LIMIT TO HOW MANY A BATCH MAY HOLD. IF
006062* THE HOLD FILE CANNOT BE OPENED OR WRITTEN, THE ENTRY ON HAND
006066* AND EVERY ONE AFTER IT REJECTS AT ONCE AND THE WHOLE BATCH
006070* REJECTS AT THE BREAK.
006074*----------------------------------------------------------------
006078 2070-STORE-HELD-ENTRY.
006082     IF NOT HOLD-FILE-OPEN
006086         AND NOT BATCH-HOLD-FAILED
006090         OPEN OUTPUT BATCH-HOLD-FILE
006094         IF HOLD-FILE-OK
006098             MOVE "Y" TO WS-HOLD-OPEN-SWITCH
006102         ELSE
006106             SET BATCH-HOLD-FAILED TO TRUE
006110             DISPLAY "CONTROL WARNING: BATCH HOLD FILE NOT "
006114                 "AVAILABLE (STATUS " WS-HOLD-FILE-STATUS ") - "
006118                 "BATCH " WS-CURRENT-BATCH-ID " WILL REJECT"
006122         END-IF
006126     END-IF.
006130     IF HOLD-FILE-OPEN
006134         AND NOT BATCH-HOLD-FAILED
006138         COMPUTE HD-TRAN-SEQ = WS-TRAN-ID-BASE + WS-TRAN-SEQ
006142         MOVE THE-ITEM-CODE     TO HD-ITEM-CODE
006146         MOVE THE-QUANTITY      TO HD-QUANTITY
006150         MOVE THE-UNIT-PRICE    TO HD-UNIT-PRICE
006154         MOVE THE-RESULT        TO HD-RESULT
006158         MOVE WS-REJECT-SWITCH  TO HD-REJECT-FLAG
006162         MOVE WS-EXCEPT-REASON  TO HD-REASON
006166         MOVE THE-DEPARTMENT    TO HD-DEPARTMENT
006170         MOVE THE-ENTRY-TYPE    TO HD-ENTRY-TYPE
006174         MOVE THE-ORIG-RUN-DATE TO HD-ORIG-RUN-DATE
006178         MOVE THE-ORIG-TRAN-ID  TO HD-ORIG-TRAN-ID
006182         WRITE BATCH-HOLD-RECORD
006186         IF HOLD-FILE-OK
006190             ADD 1 TO WS-BATCH-DETAIL-COUNT
006194         ELSE
006198             SET BATCH-HOLD-FAILED TO TRUE
006202             DISPLAY "CONTROL WARNING: BATCH HOLD FILE WRITE "
006206                 "FAILED (STATUS " WS-HOLD-FILE-STATUS ") - "
006210                 "BATCH " WS-CURRENT-BATCH-ID " WILL REJECT"
006214         END-IF
006218     END-IF.
006222     IF BATCH-HOLD-FAILED
006226         COMPUTE WS-POST-TRAN-SEQ =
006228             WS-TRAN-ID-BASE + WS-TRAN-SEQ
006230         MOVE "BATCH HOLD FILE FAILED" TO WS-EXCEPT-REASON
006234         PERFORM 2300-WRITE-EXCEPT-RECORD
006238             THRU 2300-EXIT
006242     END-IF.
006246 2070-EXIT.
006250     EXIT.
006270*----------------------------------------------------------------
006280* 2075-EDIT-TRANSACTION-FIELDS - CHECK THE ITEM CODE IS NUMERIC
006290* AND THE QUANTITY IS NUMERIC AND WITHIN THE VALID RANGE OF
006525* OTHERWISE. AN ITEM CODE NOT ON FILE, OR A PRICE THAT ISN'T A
006530* USABLE NUMBER, REJECTS THE DETAIL - A MIS-KEYED ITEM CODE
006535* BECOMES A VISIBLE EXCEPTION INSTEAD OF A SILENTLY WRONG
006540* EXTENSION. SO DOES AN ITEM ITMMAINT HAS MARKED INACTIVE.
006550*----------------------------------------------------------------
006560 2080-LOOK-UP-ITEM.
006570     IF NOT ITEM-MASTER-AVAILABLE
006650             SET TRANSACTION-REJECTED TO TRUE
006660             MOVE "ITEM NOT ON MASTER" TO WS-EXCEPT-REASON
006670     END-READ.
006672     IF NOT TRANSACTION-REJECTED
006674         AND IM-ITEM-INACTIVE
006676         SET TRANSACTION-REJECTED TO TRUE
006678         MOVE "ITEM INACTIVE" TO WS-EXCEPT-REASON
006679     END-IF.
006680     IF NOT TRANSACTION-REJECTED
006685         MOVE ZERO TO THE-UNIT-PRICE
006690         IF IM-NEW-PRICE-EFFECTIVE NUMERIC
006750     END-IF.
006760 2080-EXIT.
006770     EXIT.
006771*----------------------------------------------------------------
006772* 2085-CHECK-DEPARTMENT - PROVE THE DEPARTMENT THE DETAIL IS
006773* CHARGED TO AGAINST THE DEPARTMENT MASTER. A BLANK DEPARTMENT,
006774* ONE NOT ON FILE OR ONE MARKED INACTIVE REJECTS THE DETAIL -
006775* AN EXTENSION NOBODY CAN BE CHARGED FOR DOES NOT POST.
006776*----------------------------------------------------------------
006777 2085-CHECK-DEPARTMENT.
006778     IF NOT DEPT-MASTER-AVAILABLE
006779         SET TRANSACTION-REJECTED TO TRUE
006780         MOVE "DEPT MASTER UNAVAILABLE" TO WS-EXCEPT-REASON
006781         GO TO 2085-EXIT
006782     END-IF.
006783     IF THE-DEPARTMENT = SPACES OR THE-DEPARTMENT = LOW-VALUES
006784         SET TRANSACTION-REJECTED TO TRUE
006785         MOVE "DEPARTMENT MISSING" TO WS-EXCEPT-REASON
006786         GO TO 2085-EXIT
006787     END-IF.
006788     MOVE THE-DEPARTMENT TO DM-DEPARTMENT-CODE.
006789     READ DEPARTMENT-MASTER-FILE
006790         INVALID KEY
006791             SET TRANSACTION-REJECTED TO TRUE
006792             MOVE "DEPARTMENT NOT ON MASTER" TO WS-EXCEPT-REASON
006793             GO TO 2085-EXIT
006794     END-READ.
006795     IF NOT DM-DEPARTMENT-ACTIVE
006796         SET TRANSACTION-REJECTED TO TRUE
006797         MOVE "DEPARTMENT INACTIVE" TO WS-EXCEPT-REASON
006798     END-IF.
006799 2085-EXIT.
006800     EXIT.
006801*----------------------------------------------------------------
006802* 2090-LOOK-UP-ORIGINAL - FIND THE EXTENSION THE REVERSAL NAMES
006803* ON THE POSTED HISTORY, PROVE IT MAY STILL BE REVERSED, AND
006804* TAKE ITS ITEM, QUANTITY, PRICE, EXTENSION AND DEPARTMENT AS
006805* THE REVERSAL'S OWN - THE CREDIT IS ALWAYS FOR EXACTLY WHAT
006806* POSTED, WHATEVER THE PRICE BOOK SAYS TODAY.
006807*----------------------------------------------------------------
006808 2090-LOOK-UP-ORIGINAL.
006809     IF NOT POSTED-HISTORY-AVAILABLE
006810         SET TRANSACTION-REJECTED TO TRUE
006811         MOVE "HISTORY UNAVAILABLE" TO WS-EXCEPT-REASON
006812         GO TO 2090-EXIT
006813     END-IF.
006814     PERFORM 2095-TEST-ORIGINAL
006815         THRU 2095-EXIT.
006816     IF NOT TRANSACTION-REJECTED
006817         MOVE TH-ITEM-CODE   TO THE-ITEM-CODE
006818         MOVE TH-QUANTITY    TO THE-QUANTITY
006819         MOVE TH-UNIT-PRICE  TO THE-UNIT-PRICE
006820         MOVE TH-RESULT      TO THE-RESULT
006821         MOVE TH-DEPARTMENT  TO THE-DEPARTMENT
006822     END-IF.
006823 2090-EXIT.
006824     EXIT.
006825*----------------------------------------------------------------
006826* 2095-TEST-ORIGINAL - READ THE ORIGINAL OF THE REVERSAL ON HAND
006827* (THE-ORIG-RUN-DATE/THE-ORIG-TRAN-ID) AND REJECT THE REVERSAL
006828* IF IT NEVER POSTED, IS ITSELF A REVERSAL, OR HAS ALREADY BEEN
006829* REVERSED. A PENDING MARK COUNTS AS REVERSED ONLY WHEN IT WAS
006830* LEFT TODAY BY ANOTHER TRANSACTION - THE SAME TRANSACTION
006831* COMING ROUND AGAIN ON A RESTART FINDS ITS OWN MARK, AND A MARK
006832* FROM AN EARLIER RUN DATE BELONGS TO A CREDIT THAT NEVER POSTED.
006833* USED AT HOLD TIME AND AGAIN AT POST TIME, SO A SECOND REVERSAL
006834* OF THE SAME ORIGINAL IN THE SAME BATCH IS CAUGHT TOO.
006835*----------------------------------------------------------------
006836 2095-TEST-ORIGINAL.
006837     MOVE THE-ORIG-RUN-DATE TO TH-RUN-DATE.
006838     MOVE THE-ORIG-TRAN-ID  TO TH-TRAN-ID.
006839     READ POSTED-HISTORY-FILE
006840         INVALID KEY
006841             SET TRANSACTION-REJECTED TO TRUE
006842             MOVE "ORIGINAL NOT POSTED" TO WS-EXCEPT-REASON
006843             GO TO 2095-EXIT
006844     END-READ.
006845     IF NOT TH-EXTENSION
006846         SET TRANSACTION-REJECTED TO TRUE
006847         MOVE "ORIGINAL IS A REVERSAL" TO WS-EXCEPT-REASON
006848         GO TO 2095-EXIT
006849     END-IF.
006850     IF TH-REVERSAL-POSTED
006851         SET TRANSACTION-REJECTED TO TRUE
006852         MOVE "ORIGINAL ALREADY REVERSED" TO WS-EXCEPT-REASON
006853         GO TO 2095-EXIT
006854     END-IF.
006855     IF TH-REVERSAL-PENDING
006856         AND TH-REVERSED-RUN-DATE = WS-TODAYS-DATE
006857         AND TH-REVERSED-TRAN-ID NOT = WS-POST-TRAN-SEQ
006858         SET TRANSACTION-REJECTED TO TRUE
006859         MOVE "ORIGINAL ALREADY REVERSED" TO WS-EXCEPT-REASON
006860     END-IF.
006861 2095-EXIT.
006862     EXIT.
006863*----------------------------------------------------------------
006864* 2100-COMPUTE-EXTENSION - MULTIPLY QUANTITY BY THE LOOKED-UP
006865* PRICE. THE-RESULT CARRIES UP TO 99,999.99, ENOUGH FOR THE
006866* LARGEST LEGITIMATE PRODUCT (99 X 999.99), BUT THE SIZE-ERROR
006867* GUARD STAYS SO A FUTURE WIDENING UPSTREAM CAN NEVER TRUNCATE
006868* AN EXTENSION AND WRITE IT AS IF IT WERE GOOD.
006869*----------------------------------------------------------------
006870 2100-COMPUTE-EXTENSION.
006871     MOVE "N" TO WS-REJECT-SWITCH.
006872     COMPUTE THE-RESULT = THE-QUANTITY * THE-UNIT-PRICE
006873         ON SIZE ERROR
006880             SET TRANSACTION-REJECTED TO TRUE
006890             MOVE "EXTENSION OVERFLOW" TO WS-EXCEPT-REASON
006900     END-COMPUTE.
006910 2100-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006937* 2200-WRITE-OUTPUT-RECORD - WRITE THE GOOD EXTENSION, OR THE
006944* CREDIT FOR A GOOD REVERSAL, TO THE OUTPUT FILE. THE POSTING
006951* FIELDS ARE LOADED BY THE CALLER.
006960*----------------------------------------------------------------
006970 2200-WRITE-OUTPUT-RECORD.
006980     MOVE WS-POST-TRAN-SEQ TO TO-TRAN-ID.
007010     MOVE THE-QUANTITY     TO TO-QUANTITY.
007020     MOVE THE-UNIT-PRICE   TO TO-UNIT-PRICE.
007030     MOVE THE-RESULT       TO TO-RESULT.
007035     MOVE THE-DEPARTMENT   TO TO-DEPARTMENT.
007036     MOVE THE-ENTRY-TYPE   TO TO-ENTRY-TYPE.
007037     MOVE THE-ORIG-RUN-DATE TO TO-ORIG-RUN-DATE.
007038     MOVE THE-ORIG-TRAN-ID TO TO-ORIG-TRAN-ID.
007040     WRITE ADD01-OUT-RECORD.
007050     ADD 1 TO WS-POSTED-COUNT.
007055     MOVE WS-POST-TRAN-SEQ TO WS-POST-TRAN-DISPLAY.
007058     MOVE SPACES TO ALP-INPUT-FIELDS.
007059     MOVE SPACES TO ALP-OUTPUT-FIELDS.
007060     STRING "TRAN=" WS-POST-TRAN-DISPLAY
007065         " ITEM=" THE-ITEM-CODE " QTY=" THE-QUANTITY
007067         " DEPT=" THE-DEPARTMENT
007070         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
007075     MOVE THE-UNIT-PRICE TO WS-PRICE-AUDIT-DISPLAY.
007078     MOVE THE-RESULT     TO WS-RESULT-AUDIT-DISPLAY.
007080     IF THE-ENTRY-IS-REVERSAL
007082         STRING "REVERSES " THE-ORIG-RUN-DATE "/"
007084             THE-ORIG-TRAN-ID " CREDIT=" WS-RESULT-AUDIT-DISPLAY
007086             DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS
007088     ELSE
007090         STRING "PRICE=" WS-PRICE-AUDIT-DISPLAY
007092             " RESULT=" WS-RESULT-AUDIT-DISPLAY
007094             DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS
007096     END-IF.
007100     PERFORM 2600-WRITE-AUDIT-RECORD
007110         THRU 2600-EXIT.
007120 2200-EXIT.
007220     MOVE THE-ITEM-CODE       TO TE-ITEM-CODE.
007230     MOVE THE-QUANTITY        TO TE-QUANTITY.
007240     MOVE WS-EXCEPT-REASON    TO TE-REASON.
007245     MOVE THE-DEPARTMENT      TO TE-DEPARTMENT.
007246     MOVE THE-ENTRY-TYPE      TO TE-ENTRY-TYPE.
007247     MOVE THE-ORIG-RUN-DATE   TO TE-ORIG-RUN-DATE.
007248     MOVE THE-ORIG-TRAN-ID    TO TE-ORIG-TRAN-ID.
007250     WRITE ADD01-EXCEPT-RECORD.
007260     ADD 1 TO WS-REJECTED-COUNT.
007265     MOVE WS-POST-TRAN-SEQ TO WS-POST-TRAN-DISPLAY.
007268     MOVE SPACES TO ALP-INPUT-FIELDS.
007269     MOVE SPACES TO ALP-OUTPUT-FIELDS.
007270     STRING "TRAN=" WS-POST-TRAN-DISPLAY
007275         " ITEM=" THE-ITEM-CODE " QTY=" THE-QUANTITY
007277         " DEPT=" THE-DEPARTMENT
007280         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
007290     MOVE WS-EXCEPT-REASON TO ALP-OUTPUT-FIELDS.
007300     PERFORM 2600-WRITE-AUDIT-RECORD
007370* THE HELD DETAILS AND PRINT THE SUBTOTAL TRAILER; IF NOT, THE
007380* WHOLE BATCH GOES TO THE EXCEPTION FILE AND NOTHING POSTS.
007390* EITHER WAY THE CHECKPOINT ADVANCES TO THIS BOUNDARY AND THE
007400* HOLD FILE RESETS FOR THE NEXT BATCH.
007410*----------------------------------------------------------------
007420 2400-FINALIZE-BATCH.
007430     MOVE "N" TO WS-BATCH-BALANCE-SWITCH.
007580             END-IF
007590         END-IF
007600     END-IF.
007610     IF BATCH-HOLD-FAILED
007620         SET BATCH-OUT-OF-BALANCE TO TRUE
007630         MOVE "BATCH HOLD FILE FAILED"
007640             TO WS-BATCH-REJECT-REASON
007650     END-IF.
007653     PERFORM 2440-REOPEN-HOLD-FILE
007656         THRU 2440-EXIT.
007660     IF BATCH-OUT-OF-BALANCE
007670         PERFORM 2450-REJECT-WHOLE-BATCH
007680             THRU 2450-EXIT
007690         DISPLAY "BATCH " WS-CURRENT-BATCH-ID " REJECTED - "
007700             WS-BATCH-REJECT-REASON
007710     ELSE
007730         PERFORM 2410-POST-ONE-DETAIL
007740             THRU 2410-EXIT
007750             UNTIL WS-BATCH-DETAIL-READ >= WS-BATCH-DETAIL-COUNT
007760         MOVE WS-BATCH-SUBTOTAL TO WS-SUBTOTAL-DISPLAY
007765         DISPLAY "BATCH " WS-CURRENT-BATCH-ID
007770             " SUBTOTAL: " WS-SUBTOTAL-DISPLAY
007780     END-IF.
007782     IF HOLD-FILE-OPEN
007784         CLOSE BATCH-HOLD-FILE
007786         MOVE "N" TO WS-HOLD-OPEN-SWITCH
007788     END-IF.
007790     ADD 1 TO WS-FILE-BATCH-COUNT.
007800     ADD WS-ACTUAL-COUNT TO WS-FILE-DETAIL-COUNT.
007810     MOVE ZERO TO WS-BATCH-SUBTOTAL.
007850     MOVE ZERO TO WS-DECLARED-COUNT.
007860     MOVE ZERO TO WS-DECLARED-HASH.
007870     MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
007875     MOVE ZERO TO WS-BATCH-DETAIL-READ.
007880     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
007890     MOVE "N" TO WS-HEADER-SEEN-SWITCH.
007900     MOVE "N" TO WS-HOLD-FAILED-SWITCH.
007910     PERFORM 2750-REWRITE-CHECKPOINT
007920         THRU 2750-EXIT.
007930 2400-EXIT.
007960* 2410-POST-ONE-DETAIL - POST THE NEXT HELD DETAIL OF A BATCH
007970* THAT BALANCED: GOOD ONES TO THE OUTPUT FILE AND INTO THE
007980* TOTALS, INDIVIDUALLY-REJECTED ONES TO THE EXCEPTION FILE WITH
007986* THEIR OWN REASONS. A GOOD REVERSAL POSTS AS A CREDIT INTO THE
007992* REVERSAL TOTALS, NOT THE BATCH SUBTOTAL OR GRAND TOTAL.
008000*----------------------------------------------------------------
008010 2410-POST-ONE-DETAIL.
008018     PERFORM 2445-READ-HELD-ENTRY
008026         THRU 2445-EXIT.
008034     IF WS-BATCH-DETAIL-READ > WS-BATCH-DETAIL-COUNT
008042         GO TO 2410-EXIT
008050     END-IF.
008058     MOVE HD-UNIT-PRICE TO THE-UNIT-PRICE.
008066     MOVE HD-RESULT     TO THE-RESULT.
008074     MOVE HD-REASON     TO WS-EXCEPT-REASON.
008082     IF HD-REJECT-FLAG = "N"
008091         IF THE-ENTRY-IS-REVERSAL
008092             PERFORM 2430-MARK-REVERSAL-PENDING
008093                 THRU 2430-EXIT
008094         ELSE
008095             PERFORM 2420-DRAW-DOWN-STOCK
008096                 THRU 2420-EXIT
008097         END-IF
008098     END-IF.
008099     IF HD-REJECT-FLAG = "Y"
008100         PERFORM 2300-WRITE-EXCEPT-RECORD
008110             THRU 2300-EXIT
008120     ELSE
008130         PERFORM 2200-WRITE-OUTPUT-RECORD
008140             THRU 2200-EXIT
008143         IF THE-ENTRY-IS-REVERSAL
008146             ADD 1 TO WS-REVERSAL-COUNT
008149             ADD THE-RESULT TO WS-REVERSAL-TOTAL
008152         ELSE
008153             ADD THE-RESULT TO WS-BATCH-SUBTOTAL
008154             ADD THE-RESULT TO WS-GRAND-TOTAL
008155         END-IF
008156     END-IF.
008157 2410-EXIT.
008158     EXIT.
008159*----------------------------------------------------------------
008160* 2420-DRAW-DOWN-STOCK - TAKE THE DETAIL'S QUANTITY OFF THE
008161* ITEM'S ON-HAND BALANCE. THE ITEM IS READ AGAIN HERE RATHER
008162* THAN TRUSTED FROM THE HOLD-TIME LOOKUP, SO AN EARLIER DETAIL
008163* OF THE SAME BATCH HAS ALREADY TAKEN ITS SHARE. A DETAIL THAT
008164* WOULD TAKE THE ITEM BELOW ZERO IS FLAGGED A STOCK SHORTAGE
008165* AND LEAVES THE BALANCE AS IT WAS.
008166*----------------------------------------------------------------
008167 2420-DRAW-DOWN-STOCK.
008168     MOVE THE-ITEM-CODE TO IM-ITEM-CODE.
008169     READ ITEM-MASTER-FILE
008170         INVALID KEY
008171             MOVE "Y" TO HD-REJECT-FLAG
008172             MOVE "ITEM NOT ON MASTER" TO WS-EXCEPT-REASON
008173             GO TO 2420-EXIT
008174     END-READ.
008175     IF IM-ON-HAND-QTY NOT NUMERIC
008176         MOVE ZERO TO IM-ON-HAND-QTY
008177     END-IF.
008178     IF IM-ON-HAND-QTY < THE-QUANTITY
008179         MOVE "Y" TO HD-REJECT-FLAG
008180         MOVE "STOCK SHORTAGE - ON HAND" TO WS-EXCEPT-REASON
008181         GO TO 2420-EXIT
008182     END-IF.
008183     SUBTRACT THE-QUANTITY FROM IM-ON-HAND-QTY.
008184     REWRITE ITEM-MASTER-RECORD
008185         INVALID KEY
008186             MOVE "Y" TO HD-REJECT-FLAG
008187             MOVE "STOCK NOT UPDATED" TO WS-EXCEPT-REASON
008188     END-REWRITE.
008189 2420-EXIT.
008190     EXIT.
008191*----------------------------------------------------------------
008192* 2430-MARK-REVERSAL-PENDING - PROVE THE ORIGINAL AGAIN (AN
008193* EARLIER REVERSAL OF IT IN THIS SAME BATCH MAY HAVE POSTED
008194* SINCE THE HOLD-TIME CHECK), THEN MARK IT REVERSAL-PENDING
008195* UNDER THIS RUN AND TRANSACTION SO NO LATER REVERSAL CAN TAKE
008196* IT, AND RETURN THE QUANTITY TO STOCK. THE POSTING STEP TURNS
008197* THE MARK INTO REVERSED WHEN THE CREDIT POSTS.
008198*----------------------------------------------------------------
008199 2430-MARK-REVERSAL-PENDING.
008200     MOVE "N" TO WS-REJECT-SWITCH.
008201     PERFORM 2095-TEST-ORIGINAL
008202         THRU 2095-EXIT.
008203     IF TRANSACTION-REJECTED
008204         MOVE "Y" TO HD-REJECT-FLAG
008205         GO TO 2430-EXIT
008206     END-IF.
008207     SET TH-REVERSAL-PENDING TO TRUE.
008208     MOVE WS-TODAYS-DATE   TO TH-REVERSED-RUN-DATE.
008209     MOVE WS-POST-TRAN-SEQ TO TH-REVERSED-TRAN-ID.
008210     REWRITE ADD01-HISTORY-RECORD
008211         INVALID KEY
008212             MOVE "Y" TO HD-REJECT-FLAG
008213             MOVE "HISTORY NOT UPDATED" TO WS-EXCEPT-REASON
008214             GO TO 2430-EXIT
008215     END-REWRITE.
008216     PERFORM 2435-RETURN-STOCK
008217         THRU 2435-EXIT.
008218 2430-EXIT.
008219     EXIT.
008220*----------------------------------------------------------------
008221* 2435-RETURN-STOCK - PUT THE REVERSED QUANTITY BACK ON THE ITEM'S
008222* ON-HAND BALANCE. THE CREDIT POSTS EVEN IF THE STOCK CANNOT BE
008223* RETURNED - THE MONEY MUST COME BACK EITHER WAY - SO A FAILURE
008224* HERE IS A CONSOLE WARNING FOR STORES TO ADJUST BY RECEIPT.
008225*----------------------------------------------------------------
008226 2435-RETURN-STOCK.
008227     MOVE WS-POST-TRAN-SEQ TO WS-POST-TRAN-DISPLAY.
008228     IF NOT ITEM-MASTER-AVAILABLE
008229         DISPLAY "CONTROL WARNING: TRAN " WS-POST-TRAN-DISPLAY
008230             " STOCK NOT RETURNED - ITEM MASTER UNAVAILABLE"
008231         GO TO 2435-EXIT
008232     END-IF.
008233     MOVE THE-ITEM-CODE TO IM-ITEM-CODE.
008234     READ ITEM-MASTER-FILE
008235         INVALID KEY
008236             DISPLAY "CONTROL WARNING: TRAN " WS-POST-TRAN-DISPLAY
008237                 " STOCK NOT RETURNED - ITEM " THE-ITEM-CODE
008238                 " NOT ON MASTER"
008239             GO TO 2435-EXIT
008240     END-READ.
008241     IF IM-ON-HAND-QTY NOT NUMERIC
008242         MOVE ZERO TO IM-ON-HAND-QTY
008243     END-IF.
008244     ADD THE-QUANTITY TO IM-ON-HAND-QTY
008245         ON SIZE ERROR
008246             DISPLAY "CONTROL WARNING: TRAN " WS-POST-TRAN-DISPLAY
008247                 " STOCK NOT RETURNED - ON HAND OVERFLOW"
008248             GO TO 2435-EXIT
008249     END-ADD.
008250     REWRITE ITEM-MASTER-RECORD
008251         INVALID KEY
008252             DISPLAY "CONTROL WARNING: TRAN " WS-POST-TRAN-DISPLAY
008253                 " STOCK NOT RETURNED - ITEM NOT REWRITTEN"
008254     END-REWRITE.
008255 2435-EXIT.
008256     EXIT.
008257*----------------------------------------------------------------
008258* 2440-REOPEN-HOLD-FILE - CLOSE THE BATCH HOLD FILE AND OPEN IT
008259* AGAIN FOR INPUT SO THE BREAK CAN READ BACK WHAT THE BATCH HELD.
008260* A HOLD FILE THAT CANNOT BE READ BACK LEAVES ITS DETAILS NEITHER
008261* POSTED NOR REJECTED, SO THE FILE IS GRADED OUT OF BALANCE.
008262*----------------------------------------------------------------
008263 2440-REOPEN-HOLD-FILE.
008264     MOVE ZERO TO WS-BATCH-DETAIL-READ.
008265     IF HOLD-FILE-OPEN
008266         CLOSE BATCH-HOLD-FILE
008267         MOVE "N" TO WS-HOLD-OPEN-SWITCH
008268     END-IF.
008269     IF WS-BATCH-DETAIL-COUNT = ZERO
008270         GO TO 2440-EXIT
008271     END-IF.
008272     OPEN INPUT BATCH-HOLD-FILE.
008273     IF HOLD-FILE-OK
008274         MOVE "Y" TO WS-HOLD-OPEN-SWITCH
008275     ELSE
008276         SET FILE-OUT-OF-BALANCE TO TRUE
008277         MOVE WS-BATCH-DETAIL-COUNT TO WS-BATCH-DETAIL-READ
008278         DISPLAY "CONTROL FAILURE: BATCH HOLD FILE NOT READABLE "
008279             "(STATUS " WS-HOLD-FILE-STATUS ") - BATCH "
008280             WS-CURRENT-BATCH-ID " NEITHER POSTED NOR REJECTED"
008281     END-IF.
008282 2440-EXIT.
008283     EXIT.
008284*----------------------------------------------------------------
008285* 2445-READ-HELD-ENTRY - READ THE NEXT HELD DETAIL OR REVERSAL
008286* BACK OFF THE HOLD FILE INTO THE POSTING FIELDS. A HOLD FILE
008287* THAT ENDS SHORT OF THE COUNT WRITTEN IS A CONTROL FAILURE, AND
008288* THE READ COUNT IS PUSHED PAST THE END TO STOP THE BREAK'S LOOP.
008289*----------------------------------------------------------------
008290 2445-READ-HELD-ENTRY.
008291     READ BATCH-HOLD-FILE
008292         AT END
008293             SET FILE-OUT-OF-BALANCE TO TRUE
008294             DISPLAY "CONTROL FAILURE: BATCH HOLD FILE ENDED "
008295                 "SHORT - BATCH " WS-CURRENT-BATCH-ID
008296                 " INCOMPLETE"
008297             COMPUTE WS-BATCH-DETAIL-READ =
008298                 WS-BATCH-DETAIL-COUNT + 1
008299             GO TO 2445-EXIT
008300     END-READ.
008301     ADD 1 TO WS-BATCH-DETAIL-READ.
008302     MOVE HD-TRAN-SEQ      TO WS-POST-TRAN-SEQ.
008303     MOVE HD-ITEM-CODE     TO THE-ITEM-CODE.
008304     MOVE HD-QUANTITY      TO THE-QUANTITY.
008305     MOVE HD-DEPARTMENT    TO THE-DEPARTMENT.
008306     MOVE HD-ENTRY-TYPE    TO THE-ENTRY-TYPE.
008307     MOVE HD-ORIG-RUN-DATE TO THE-ORIG-RUN-DATE.
008308     MOVE HD-ORIG-TRAN-ID  TO THE-ORIG-TRAN-ID.
008309 2445-EXIT.
008310     EXIT.
008311*----------------------------------------------------------------
008312* 2450-REJECT-WHOLE-BATCH - THE BATCH FAILED ITS CONTROL CHECKS.
008313* EVERY HELD DETAIL GOES TO THE EXCEPTION FILE UNDER THE BATCH
008314* REJECT REASON - NOTHING FROM THIS BATCH POSTS.
008315*----------------------------------------------------------------
008316 2450-REJECT-WHOLE-BATCH.
008317     PERFORM 2460-REJECT-ONE-DETAIL
008318         THRU 2460-EXIT
008319         UNTIL WS-BATCH-DETAIL-READ >= WS-BATCH-DETAIL-COUNT.
008320 2450-EXIT.
008321     EXIT.
008322*----------------------------------------------------------------
008330* 2460-REJECT-ONE-DETAIL - WRITE THE NEXT HELD DETAIL TO THE
008340* EXCEPTION FILE UNDER THE WHOLE-BATCH REJECT REASON.
008350*----------------------------------------------------------------
008360 2460-REJECT-ONE-DETAIL.
008368     PERFORM 2445-READ-HELD-ENTRY
008376         THRU 2445-EXIT.
008384     IF WS-BATCH-DETAIL-READ > WS-BATCH-DETAIL-COUNT
008392         GO TO 2460-EXIT
008400     END-IF.
008410     MOVE WS-BATCH-REJECT-REASON TO WS-EXCEPT-REASON.
008420     PERFORM 2300-WRITE-EXCEPT-RECORD
008430         THRU 2300-EXIT.
008730     MOVE WS-POSTED-COUNT     TO CKPT-RECORDS-POSTED.
008740     MOVE WS-REJECTED-COUNT   TO CKPT-RECORDS-REJECTED.
008750     MOVE WS-FILE-BATCH-COUNT TO CKPT-BATCHES-SEEN.
008753     MOVE WS-REVERSAL-COUNT   TO CKPT-REVERSALS-POSTED.
008756     MOVE WS-REVERSAL-TOTAL   TO CKPT-REVERSAL-TOTAL.
008760     REWRITE ADD01-CHECKPOINT-RECORD.
008770 2750-EXIT.
008780     EXIT.
008840     DISPLAY "GRAND TOTAL: " WS-GRAND-DISPLAY.
008850     DISPLAY "DETAILS READ: " WS-FILE-DETAIL-COUNT
008860         " IN " WS-FILE-BATCH-COUNT " BATCHES".
008862     MOVE WS-REVERSAL-TOTAL TO WS-REVERSAL-DISPLAY.
008864     DISPLAY "REVERSALS POSTED: " WS-REVERSAL-COUNT
008866         " TOTAL CREDIT: " WS-REVERSAL-DISPLAY.
008870 2500-EXIT.
008880     EXIT.
008890*----------------------------------------------------------------
008990     MOVE WS-POSTED-COUNT      TO RT-RECORDS-POSTED.
009000     MOVE WS-REJECTED-COUNT    TO RT-RECORDS-REJECTED.
009010     MOVE WS-GRAND-TOTAL       TO RT-GRAND-TOTAL.
009013     MOVE WS-REVERSAL-COUNT    TO RT-REVERSALS-POSTED.
009016     MOVE WS-REVERSAL-TOTAL    TO RT-REVERSAL-TOTAL.
009020     WRITE ADD01-RUN-TOTALS-RECORD.
009030     CLOSE ADD01-TOTALS-FILE.
009040 2550-EXIT.
009190     MOVE ZERO    TO CKPT-RECORDS-POSTED.
009200     MOVE ZERO    TO CKPT-RECORDS-REJECTED.
009210     MOVE ZERO    TO CKPT-BATCHES-SEEN.
009213     MOVE ZERO    TO CKPT-REVERSALS-POSTED.
009216     MOVE ZERO    TO CKPT-REVERSAL-TOTAL.
009220     REWRITE ADD01-CHECKPOINT-RECORD.
009230 2800-EXIT.
009240     EXIT.
009370     MOVE WS-POSTED-COUNT   TO RCP-RECORDS-WRITTEN.
009380     MOVE WS-REJECTED-COUNT TO RCP-RECORDS-REJECTED.
009390     IF FILE-OUT-OF-BALANCE OR NOT ITEM-MASTER-AVAILABLE
009395         OR NOT DEPT-MASTER-AVAILABLE
009400         MOVE "F" TO RCP-FINAL-STATUS
009410     ELSE
009420         IF WS-REJECTED-COUNT > ZERO
009670     IF ITEM-MASTER-AVAILABLE
009680         CLOSE ITEM-MASTER-FILE
009690     END-IF.
009692     IF DEPT-MASTER-AVAILABLE
009694         CLOSE DEPARTMENT-MASTER-FILE
009696     END-IF.
009697     IF POSTED-HISTORY-AVAILABLE
009698         CLOSE POSTED-HISTORY-FILE
009699     END-IF.
009700     CLOSE ADD01-CHECKPOINT-FILE.
009702     IF HOLD-FILE-OPEN
009704         CLOSE BATCH-HOLD-FILE
009706     END-IF.
009710     STOP RUN.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMPRCHG.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. ITMMAINT CHANGES PRICES ONE
000110*                   ITEM AT A TIME THROUGH ITS PROMPTS, SO A NEW
000120*                   PRICE LIST OR A 4% ACROSS-THE-BOARD INCREASE
000130*                   MEANT AN AFTERNOON OF KEYING. THIS BATCH
000140*                   LOAD READS A PRICE CHANGE FILE (SEE ITMPCHG)
000150*                   - A NEW PRICE OR A PERCENTAGE PER ITEM, WITH
000160*                   AN EFFECTIVE DATE - AND APPLIES EACH CHANGE
000170*                   BY ITMMAINT'S OWN RULES: A MATURED PENDING
000180*                   PRICE ROLLS FIRST, A FUTURE DATE GOES TO THE
000190*                   PENDING SLOT, A ZERO PRICE IS REFUSED, AND
000200*                   EVERY CHANGE IS APPENDED TO ITMPHIST. IT
000210*                   RUNS IN PROOF MODE FIRST - A BEFORE/AFTER
000220*                   LISTING AND A REJECT LIST (UNKNOWN ITEM,
000230*                   OUT-OF-RANGE PRICE, BAD OR OUT-OF-ORDER
000240*                   RECORD) WITH NOTHING CHANGED - AND RECORDS
000250*                   THE PROVEN FILE'S COUNT AND HASH ON A PROOF
000260*                   CONTROL FILE (ITMPCPF). COMMIT MODE IS
000270*                   REFUSED UNLESS TODAY'S PROOF OF THE SAME
000280*                   FILE IS ON HAND AND NOT YET COMMITTED, SO AN
000290*                   UNPROVEN, ALTERED OR TWICE-APPLIED PRICE
000292*                   FILE CANNOT REACH THE MASTER.
000294* 2026-10-15  RJM   A COMMIT NOW REFUSES TO START WHEN ITMPHIST
000296*                   WILL NOT OPEN, AND CHECKS EVERY MASTER
000297*                   REWRITE AND HISTORY WRITE. A CHANGE THE
000298*                   MASTER WOULD NOT TAKE, OR APPLIED WITHOUT ITS
000299*                   ITMPHIST ENTRY, GOES TO THE REJECT LIST SAYING
000300*                   WHICH, AND FAILS THE RUN - ADD01PVR AND
000303*                   ITMSWEEP REPLAY THE HISTORY AND NEED EVERY
000306*                   CHANGE ON IT.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PRICE-CHANGE-FILE ASSIGN TO "ITMPCHG"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000380     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS IM-ITEM-CODE
000420         FILE STATUS IS WS-ITEM-FILE-STATUS.
000430     SELECT ITEM-PRICE-HISTORY-FILE ASSIGN TO "ITMPHIST"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-PRICE-HIST-STATUS.
000460     SELECT PROOF-CONTROL-FILE ASSIGN TO "ITMPCPF"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PROOF-FILE-STATUS.
000490     SELECT REJECT-WORK-FILE ASSIGN TO "ITMPCRJ"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CHANGE-PRINT-FILE ASSIGN TO "ITMPCRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------
000560* THE PRICE CHANGES TO APPLY - SEE ITMPCHG. IN COMMIT MODE IT IS
000570* READ TWICE: ONCE TO PROVE IT IS THE FILE THAT WAS PROOFED,
000580* ONCE TO APPLY IT.
000590*----------------------------------------------------------------
000600 FD  PRICE-CHANGE-FILE
000610     RECORDING MODE IS F.
000620 COPY ITMPCHG.
000630*----------------------------------------------------------------
000640* THE ITEM MASTER - SEE ITEMMST. READ ONLY IN PROOF MODE.
000650*----------------------------------------------------------------
000660 FD  ITEM-MASTER-FILE.
000670 COPY ITEMMST.
000680*----------------------------------------------------------------
000690* PRICE CHANGE HISTORY - APPENDED HERE IN COMMIT MODE, THE SAME
000700* TRAIL ITMMAINT LEAVES. SEE ITMPHIST.
000710*----------------------------------------------------------------
000720 FD  ITEM-PRICE-HISTORY-FILE
000730     RECORDING MODE IS F.
000740 COPY ITMPHIST.
000750*----------------------------------------------------------------
000760* PROOF CONTROL - ONE RECORD REMEMBERING THE FILE LAST PROOFED:
000770* THE DATE, THE RECORD COUNT AND A HASH OF THE ITEM CODES,
000780* CHANGE VALUES AND EFFECTIVE DATES, AND WHETHER IT HAS SINCE
000790* BEEN COMMITTED. COMMIT MODE WILL ONLY APPLY A FILE THAT MATCHES
000800* A PROOF TAKEN TODAY AND NOT YET COMMITTED.
000810*----------------------------------------------------------------
000820 FD  PROOF-CONTROL-FILE
000830     RECORDING MODE IS F.
000840 01  PROOF-CONTROL-RECORD.
000850     05  PPF-PROOF-DATE          PIC 9(08).
000860     05  PPF-RECORD-COUNT        PIC 9(07).
000870     05  PPF-HASH-TOTAL          PIC S9(15).
000880     05  PPF-COMMITTED-SWITCH    PIC X(01).
000890         88  PPF-ALREADY-COMMITTED          VALUE "Y".
000900*----------------------------------------------------------------
000910* REJECT WORK FILE - EACH REJECTED CHANGE, HELD UNTIL THE
000920* BEFORE/AFTER LISTING IS DONE AND THEN PRINTED AS ITS OWN
000930* SECTION.
000940*----------------------------------------------------------------
000950 FD  REJECT-WORK-FILE
000960     RECORDING MODE IS F.
000970 01  REJECT-WORK-RECORD.
000980     05  RJW-CHANGE-RECORD       PIC X(20).
000990     05  RJW-REASON              PIC X(25).
001000*----------------------------------------------------------------
001010* THE LISTING - 80-COLUMN PRINT LINES.
001020*----------------------------------------------------------------
001030 FD  CHANGE-PRINT-FILE.
001040 01  CHANGE-PRINT-LINE           PIC X(80).
001050 WORKING-STORAGE SECTION.
001060 01  ITMPRCHG-SWITCHES.
001070     05  WS-CHG-EOF-SWITCH       PIC X(01) VALUE "N".
001080         88  CHANGE-END-OF-FILE            VALUE "Y".
001090     05  WS-REJ-EOF-SWITCH       PIC X(01) VALUE "N".
001100         88  REJECT-END-OF-FILE            VALUE "Y".
001110     05  WS-CHANGE-FILE-STATUS   PIC X(02) VALUE "00".
001120         88  CHANGE-FILE-OK                 VALUE "00".
001130         88  CHANGE-FILE-NOT-FOUND          VALUE "23" "35".
001140     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
001150         88  ITEM-FILE-OK                   VALUE "00".
001160         88  ITEM-FILE-NOT-FOUND            VALUE "23" "35".
001170     05  WS-PRICE-HIST-STATUS    PIC X(02) VALUE "00".
001180         88  PRICE-HIST-OK                  VALUE "00".
001190         88  PRICE-HIST-NOT-FOUND           VALUE "23" "35".
001200     05  WS-PROOF-FILE-STATUS    PIC X(02) VALUE "00".
001210         88  PROOF-FILE-OK                  VALUE "00".
001220         88  PROOF-FILE-NOT-FOUND           VALUE "23" "35".
001230     05  WS-RUN-MODE             PIC X(01) VALUE "P".
001240         88  PROOF-MODE                     VALUE "P".
001250         88  COMMIT-MODE                    VALUE "C".
001260     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE "N".
001270         88  FILES-ARE-OPEN                VALUE "Y".
001280     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001290         88  RUN-IS-REFUSED                VALUE "Y".
001300     05  WS-REJECT-SWITCH        PIC X(01) VALUE "N".
001310         88  CHANGE-IS-REJECTED            VALUE "Y".
001313     05  WS-UPDATE-FAILED-SW     PIC X(01) VALUE "N".
001316         88  UPDATE-HAS-FAILED             VALUE "Y".
001320 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
001330 01  WS-REJECT-REASON            PIC X(25) VALUE SPACES.
001340 01  ITMPRCHG-COUNTS.
001350     05  WS-READ-COUNT           PIC 9(7)  COMP VALUE ZERO.
001360     05  WS-APPLIED-COUNT        PIC 9(7)  COMP VALUE ZERO.
001370     05  WS-REJECTED-COUNT       PIC 9(7)  COMP VALUE ZERO.
001380     05  WS-HASH-ACCUM           PIC S9(15) COMP VALUE ZERO.
001390     05  WS-PREV-ITEM-CODE       PIC 9(05)      VALUE ZERO.
001400     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
001410     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
001420     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
001430 01  ITMPRCHG-PRICE-FIELDS.
001440     05  WS-ENTRY-EFFECTIVE      PIC 9(08) VALUE ZEROS.
001450     05  WS-OLD-UNIT-PRICE       PIC 9(03)V99 VALUE ZEROS.
001460     05  WS-BASE-PRICE           PIC 9(03)V99 VALUE ZEROS.
001470     05  WS-CALC-PRICE           PIC S9(05)V99 VALUE ZEROS.
001480     05  WS-ENTRY-PRICE          PIC 9(03)V99 VALUE ZEROS.
001490     05  WS-PERCENT-DISPLAY      PIC +ZZ9.99.
001500 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001510 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZEROS.
001520 01  PCR-HEADING-1.
001530     05  FILLER                  PIC X(33) VALUE
001540         "ITEM MASTER PRICE CHANGE LISTING".
001550     05  PH1-MODE-TEXT           PIC X(08).
001560     05  FILLER                  PIC X(09) VALUE " RUN DATE".
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  PH1-RUN-DATE            PIC 9(08).
001590     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001600     05  PH1-PAGE-NUMBER         PIC ZZZ9.
001610     05  FILLER                  PIC X(10) VALUE SPACES.
001620 01  PCR-HEADING-2.
001630     05  FILLER                  PIC X(40) VALUE
001640         " ITEM   DESCRIPTION         CHANGE    BE".
001650     05  FILLER                  PIC X(40) VALUE
001660         "FORE    AFTER  EFFECTIVE  SLOT".
001670 01  PCR-DETAIL-LINE.
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  PDL-ITEM-CODE           PIC 9(05).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  PDL-DESCRIPTION         PIC X(18).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  PDL-CHANGE-TEXT         PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  PDL-BEFORE-PRICE        PIC ZZ9.99.
001760     05  FILLER                  PIC X(03) VALUE SPACES.
001770     05  PDL-AFTER-PRICE         PIC ZZ9.99.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  PDL-EFFECTIVE           PIC 9(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  PDL-SLOT                PIC X(07).
001820     05  FILLER                  PIC X(08) VALUE SPACES.
001830 01  PCR-REJECT-HEADING.
001840     05  FILLER                  PIC X(80) VALUE
001850         " ITEM   TYPE  VALUE   EFFECTIVE  REASON".
001860 01  PCR-REJECT-LINE.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  PRL-ITEM-CODE           PIC X(05).
001890     05  FILLER                  PIC X(04) VALUE SPACES.
001900     05  PRL-CHANGE-TYPE         PIC X(01).
001910     05  FILLER                  PIC X(03) VALUE SPACES.
001920     05  PRL-CHANGE-VALUE        PIC X(06).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  PRL-EFFECTIVE           PIC X(08).
001950     05  FILLER                  PIC X(03) VALUE SPACES.
001960     05  PRL-REASON              PIC X(25).
001970     05  FILLER                  PIC X(22) VALUE SPACES.
001980 01  PCR-SECTION-LINE.
001990     05  FILLER                  PIC X(80) VALUE
002000         " REJECTED PRICE CHANGES".
002010 01  PCR-TOTAL-LINE-1.
002020     05  FILLER                  PIC X(25) VALUE
002030         " CHANGE RECORDS READ    ".
002040     05  PTL-READ-COUNT          PIC Z(5)9.
002050     05  FILLER                  PIC X(49) VALUE SPACES.
002060 01  PCR-TOTAL-LINE-2.
002070     05  FILLER                  PIC X(25) VALUE
002080         " CHANGES APPLIED        ".
002090     05  PTL-APPLIED-COUNT       PIC Z(5)9.
002100     05  FILLER                  PIC X(12) VALUE
002110         "   REJECTED ".
002120     05  PTL-REJECTED-COUNT      PIC Z(5)9.
002130     05  FILLER                  PIC X(31) VALUE SPACES.
002140 01  PCR-RESULT-LINE.
002150     05  FILLER                  PIC X(09) VALUE " RESULT: ".
002160     05  PRS-RESULT-TEXT         PIC X(45).
002170     05  FILLER                  PIC X(26) VALUE SPACES.
002180 01  WS-COLUMN-HEADING           PIC X(80) VALUE SPACES.
002190 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002200 COPY RUNCTLP.
002210 PROCEDURE DIVISION.
002220*----------------------------------------------------------------
002230* PROGRAM-BEGIN - MAINLINE. TAKE THE RUN MODE. A COMMIT RUN
002240* FIRST PROVES THE FILE AGAINST TODAY'S PROOF AND IS REFUSED IF
002250* IT DOES NOT MATCH. THEN EVERY CHANGE IS JUDGED AND LISTED -
002260* AND, IN COMMIT MODE ONLY, APPLIED - THE REJECTS ARE LISTED
002270* AFTER, AND THE PROOF CONTROL IS UPDATED FOR THE NEXT STEP.
002280*----------------------------------------------------------------
002290 PROGRAM-BEGIN.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-EXIT.
002320     IF COMMIT-MODE AND NOT RUN-IS-REFUSED
002330         PERFORM 1500-PROVE-AGAINST-PROOF
002340             THRU 1500-EXIT
002350     END-IF.
002360     IF RUN-IS-REFUSED
002370         PERFORM 4500-PRINT-REFUSAL
002380             THRU 4500-EXIT
002390     ELSE
002400         PERFORM 3000-PROCESS-ONE-CHANGE
002410             THRU 3000-EXIT
002420             UNTIL CHANGE-END-OF-FILE
002430         PERFORM 4000-PRINT-REJECT-SECTION
002440             THRU 4000-EXIT
002450         PERFORM 4300-PRINT-FINAL-TOTALS
002460             THRU 4300-EXIT
002470         PERFORM 5500-UPDATE-PROOF-CONTROL
002480             THRU 5500-EXIT
002490     END-IF.
002500     PERFORM 6000-END-RUN-CONTROL
002510         THRU 6000-EXIT.
002520     GO TO PROGRAM-DONE.
002530*----------------------------------------------------------------
002540* 1000-INITIALIZE - REGISTER THE START OF THE RUN, TAKE THE RUN
002550* MODE (BLANK MEANS PROOF), OPEN THE FILES FOR THAT MODE AND
002560* PRIME THE FIRST READ. THE MASTER IS ONLY OPENED FOR UPDATE,
002570* AND THE HISTORY ONLY FOR APPEND, IN COMMIT MODE.
002580*----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     MOVE "S"        TO RCP-FUNCTION.
002610     MOVE "ITMPRCHG" TO RCP-PROGRAM-ID.
002620     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
002630     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002640     DISPLAY "ITMPRCHG - BATCH ITEM PRICE CHANGE LOAD".
002650     DISPLAY "RUN MODE (P=PROOF, C=COMMIT, BLANK=PROOF): ".
002660     ACCEPT WS-RUN-MODE.
002670     IF WS-RUN-MODE = SPACE OR WS-RUN-MODE = LOW-VALUE
002680         MOVE "P" TO WS-RUN-MODE
002690     END-IF.
002700     MOVE WS-TODAYS-DATE TO PH1-RUN-DATE.
002710     MOVE PCR-HEADING-2  TO WS-COLUMN-HEADING.
002720     OPEN OUTPUT CHANGE-PRINT-FILE.
002730     IF PROOF-MODE
002740         MOVE " (PROOF)" TO PH1-MODE-TEXT
002750     ELSE
002760         IF COMMIT-MODE
002770             MOVE "(COMMIT)" TO PH1-MODE-TEXT
002780         ELSE
002790             MOVE SPACES TO PH1-MODE-TEXT
002800             MOVE "NOTHING DONE - RUN MODE MUST BE P OR C"
002810                 TO WS-REFUSAL-TEXT
002820             SET RUN-IS-REFUSED TO TRUE
002830             GO TO 1000-EXIT
002840         END-IF
002850     END-IF.
002860     OPEN INPUT PRICE-CHANGE-FILE.
002870     IF NOT CHANGE-FILE-OK
002880         MOVE "NOTHING DONE - NO PRICE CHANGE FILE ON HAND"
002890             TO WS-REFUSAL-TEXT
002900         SET RUN-IS-REFUSED TO TRUE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     IF COMMIT-MODE
002940         OPEN I-O ITEM-MASTER-FILE
002950     ELSE
002960         OPEN INPUT ITEM-MASTER-FILE
002970     END-IF.
002980     IF NOT ITEM-FILE-OK
002990         CLOSE PRICE-CHANGE-FILE
003000         MOVE "NOTHING DONE - ITEM MASTER UNAVAILABLE"
003010             TO WS-REFUSAL-TEXT
003020         SET RUN-IS-REFUSED TO TRUE
003030         GO TO 1000-EXIT
003040     END-IF.
003050     IF COMMIT-MODE
003060         PERFORM 1050-OPEN-PRICE-HISTORY
003070             THRU 1050-EXIT
003072     END-IF.
003074     IF RUN-IS-REFUSED
003076         GO TO 1000-EXIT
003080     END-IF.
003090     OPEN OUTPUT REJECT-WORK-FILE.
003100     SET FILES-ARE-OPEN TO TRUE.
003110     PERFORM 1100-READ-CHANGE-RECORD
003120         THRU 1100-EXIT.
003130 1000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 1050-OPEN-PRICE-HISTORY - OPEN THE PRICE HISTORY FOR APPEND,
003170* CREATING IT THE FIRST TIME - THE SAME PATTERN ITMMAINT USES.
003173* A HISTORY THAT STILL WILL NOT OPEN REFUSES THE COMMIT: A PRICE
003176* CHANGED WITH NO ITMPHIST ENTRY CANNOT BE REPLAYED LATER.
003180*----------------------------------------------------------------
003190 1050-OPEN-PRICE-HISTORY.
003200     OPEN EXTEND ITEM-PRICE-HISTORY-FILE.
003210     IF PRICE-HIST-NOT-FOUND
003220         OPEN OUTPUT ITEM-PRICE-HISTORY-FILE
003230         CLOSE ITEM-PRICE-HISTORY-FILE
003240         OPEN EXTEND ITEM-PRICE-HISTORY-FILE
003242     END-IF.
003244     IF NOT PRICE-HIST-OK
003246         DISPLAY "ITMPRCHG: ITMPHIST WILL NOT OPEN (STATUS "
003247             WS-PRICE-HIST-STATUS ")"
003248         CLOSE PRICE-CHANGE-FILE
003249         CLOSE ITEM-MASTER-FILE
003251         MOVE "NOTHING DONE - PRICE HISTORY UNAVAILABLE"
003253             TO WS-REFUSAL-TEXT
003255         SET RUN-IS-REFUSED TO TRUE
003257     END-IF.
003260 1050-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290* 1100-READ-CHANGE-RECORD - READ THE NEXT PRICE CHANGE, SETTING
003300* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
003310*----------------------------------------------------------------
003320 1100-READ-CHANGE-RECORD.
003330     READ PRICE-CHANGE-FILE
003340         AT END
003350             SET CHANGE-END-OF-FILE TO TRUE
003360     END-READ.
003370 1100-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400* 1500-PROVE-AGAINST-PROOF - COMMIT MODE ONLY. THE PROOF MUST BE
003410* ON FILE, TAKEN TODAY (THE EFFECTIVE DATES ARE JUDGED AGAINST
003420* TODAY) AND NOT ALREADY COMMITTED, AND A COUNTING PASS OVER THE
003430* FILE MUST REPRODUCE ITS RECORD COUNT AND HASH. THEN REWIND
003440* FOR THE REAL PASS.
003450*----------------------------------------------------------------
003460 1500-PROVE-AGAINST-PROOF.
003470     OPEN INPUT PROOF-CONTROL-FILE.
003480     IF NOT PROOF-FILE-OK
003490         MOVE "NOT COMMITTED - NO PROOF RUN ON FILE"
003500             TO WS-REFUSAL-TEXT
003510         SET RUN-IS-REFUSED TO TRUE
003520         GO TO 1500-EXIT
003530     END-IF.
003540     READ PROOF-CONTROL-FILE
003550         AT END
003560             MOVE "NOT COMMITTED - NO PROOF RUN ON FILE"
003570                 TO WS-REFUSAL-TEXT
003580             SET RUN-IS-REFUSED TO TRUE
003590     END-READ.
003600     CLOSE PROOF-CONTROL-FILE.
003610     IF RUN-IS-REFUSED
003620         GO TO 1500-EXIT
003630     END-IF.
003640     IF PPF-ALREADY-COMMITTED
003650         MOVE "NOT COMMITTED - PROOFED FILE ALREADY COMMITTED"
003660             TO WS-REFUSAL-TEXT
003670         SET RUN-IS-REFUSED TO TRUE
003680         GO TO 1500-EXIT
003690     END-IF.
003700     IF PPF-PROOF-DATE NOT = WS-TODAYS-DATE
003710         MOVE "NOT COMMITTED - PROOF WAS NOT RUN TODAY"
003720             TO WS-REFUSAL-TEXT
003730         SET RUN-IS-REFUSED TO TRUE
003740         GO TO 1500-EXIT
003750     END-IF.
003760     PERFORM 1600-COUNT-ONE-CHANGE
003770         THRU 1600-EXIT
003780         UNTIL CHANGE-END-OF-FILE.
003790     IF WS-READ-COUNT NOT = PPF-RECORD-COUNT
003800         OR WS-HASH-ACCUM NOT = PPF-HASH-TOTAL
003810         MOVE "NOT COMMITTED - FILE CHANGED SINCE THE PROOF"
003820             TO WS-REFUSAL-TEXT
003830         SET RUN-IS-REFUSED TO TRUE
003840         GO TO 1500-EXIT
003850     END-IF.
003860     MOVE ZERO TO WS-READ-COUNT.
003870     MOVE ZERO TO WS-HASH-ACCUM.
003880     CLOSE PRICE-CHANGE-FILE.
003890     OPEN INPUT PRICE-CHANGE-FILE.
003900     MOVE "N" TO WS-CHG-EOF-SWITCH.
003910     PERFORM 1100-READ-CHANGE-RECORD
003920         THRU 1100-EXIT.
003930 1500-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 1600-COUNT-ONE-CHANGE - COUNTING PASS. COUNT AND HASH THE
003970* RECORD ON HAND, THEN READ THE NEXT.
003980*----------------------------------------------------------------
003990 1600-COUNT-ONE-CHANGE.
004000     ADD 1 TO WS-READ-COUNT.
004010     PERFORM 1700-HASH-ONE-CHANGE
004020         THRU 1700-EXIT.
004030     PERFORM 1100-READ-CHANGE-RECORD
004040         THRU 1100-EXIT.
004050 1600-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 1700-HASH-ONE-CHANGE - FOLD THE RECORD'S ITEM CODE, CHANGE
004090* VALUE (IN CENTS) AND EFFECTIVE DATE INTO THE HASH, SO A
004100* CHANGED PRICE OR DATE SHOWS AS WELL AS AN ADDED OR DROPPED
004110* RECORD. FIELDS THAT ARE NOT NUMERIC ADD NOTHING - THEY ARE
004120* REJECTED EITHER WAY.
004130*----------------------------------------------------------------
004140 1700-HASH-ONE-CHANGE.
004150     IF PCH-ITEM-CODE NUMERIC
004160         ADD PCH-ITEM-CODE TO WS-HASH-ACCUM
004170     END-IF.
004180     IF PCH-EFFECTIVE-DATE NUMERIC
004190         ADD PCH-EFFECTIVE-DATE TO WS-HASH-ACCUM
004200     END-IF.
004210     IF PCH-NEW-PRICE
004220         AND PCH-NEW-UNIT-PRICE NUMERIC
004230         COMPUTE WS-HASH-ACCUM
004240             = WS-HASH-ACCUM + PCH-NEW-UNIT-PRICE * 100
004250     END-IF.
004260     IF PCH-PERCENT-CHANGE
004270         AND PCH-PERCENT NUMERIC
004280         COMPUTE WS-HASH-ACCUM
004290             = WS-HASH-ACCUM + PCH-PERCENT * 100
004300     END-IF.
004310 1700-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 3000-PROCESS-ONE-CHANGE - COUNT AND HASH THE CHANGE, JUDGE
004350* IT, AND EITHER LIST IT BEFORE/AFTER (APPLYING IT IN COMMIT
004360* MODE) OR HOLD IT FOR THE REJECT LIST. THEN READ THE NEXT.
004370*----------------------------------------------------------------
004380 3000-PROCESS-ONE-CHANGE.
004390     ADD 1 TO WS-READ-COUNT.
004400     PERFORM 1700-HASH-ONE-CHANGE
004410         THRU 1700-EXIT.
004420     MOVE "N" TO WS-REJECT-SWITCH.
004430     MOVE SPACES TO WS-REJECT-REASON.
004440     PERFORM 3100-EDIT-CHANGE-FIELDS
004450         THRU 3100-EXIT.
004460     IF NOT CHANGE-IS-REJECTED
004470         PERFORM 3200-LOOK-UP-ITEM
004480             THRU 3200-EXIT
004490     END-IF.
004500     IF NOT CHANGE-IS-REJECTED
004510         PERFORM 3300-COMPUTE-NEW-PRICE
004520             THRU 3300-EXIT
004530     END-IF.
004540     IF NOT CHANGE-IS-REJECTED
004550         AND COMMIT-MODE
004590         PERFORM 3400-APPLY-THE-CHANGE
004600             THRU 3400-EXIT
004615     END-IF.
004620     IF CHANGE-IS-REJECTED
004625         PERFORM 3700-HOLD-REJECT
004630             THRU 3700-EXIT
004635     ELSE
004640         PERFORM 3600-LIST-ONE-CHANGE
004645             THRU 3600-EXIT
004647         ADD 1 TO WS-APPLIED-COUNT
004650     END-IF.
004660     IF PCH-ITEM-CODE NUMERIC
004670         MOVE PCH-ITEM-CODE TO WS-PREV-ITEM-CODE
004680     END-IF.
004690     PERFORM 1100-READ-CHANGE-RECORD
004700         THRU 1100-EXIT.
004710 3000-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 3100-EDIT-CHANGE-FIELDS - THE ITEM CODE MUST BE NUMERIC, NOT
004750* ZERO, AND HIGHER THAN THE LAST ONE (THE FILE COMES IN ITEM
004760* ORDER - A REPEAT WOULD APPLY TWICE AND LIST AGAINST A STALE
004770* BEFORE PRICE); THE TYPE MUST BE P OR %; THE VALUE MUST BE
004780* NUMERIC FOR ITS TYPE; THE DATE MUST BE NUMERIC (ZERO MEANS
004790* TODAY, AS IN ITMMAINT).
004800*----------------------------------------------------------------
004810 3100-EDIT-CHANGE-FIELDS.
004820     IF PCH-ITEM-CODE NOT NUMERIC
004830         OR PCH-ITEM-CODE = ZERO
004840         MOVE "ITEM CODE INVALID" TO WS-REJECT-REASON
004850         SET CHANGE-IS-REJECTED TO TRUE
004860         GO TO 3100-EXIT
004870     END-IF.
004880     IF PCH-ITEM-CODE NOT > WS-PREV-ITEM-CODE
004890         MOVE "DUPLICATE OR OUT OF ORDER" TO WS-REJECT-REASON
004900         SET CHANGE-IS-REJECTED TO TRUE
004910         GO TO 3100-EXIT
004920     END-IF.
004930     IF NOT PCH-NEW-PRICE AND NOT PCH-PERCENT-CHANGE
004940         MOVE "CHANGE TYPE NOT P OR %" TO WS-REJECT-REASON
004950         SET CHANGE-IS-REJECTED TO TRUE
004960         GO TO 3100-EXIT
004970     END-IF.
004980     IF PCH-NEW-PRICE
004990         AND PCH-NEW-UNIT-PRICE NOT NUMERIC
005000         MOVE "NEW PRICE NOT NUMERIC" TO WS-REJECT-REASON
005010         SET CHANGE-IS-REJECTED TO TRUE
005020         GO TO 3100-EXIT
005030     END-IF.
005040     IF PCH-PERCENT-CHANGE
005050         AND PCH-PERCENT NOT NUMERIC
005060         MOVE "PERCENTAGE NOT NUMERIC" TO WS-REJECT-REASON
005070         SET CHANGE-IS-REJECTED TO TRUE
005080         GO TO 3100-EXIT
005090     END-IF.
005100     IF PCH-EFFECTIVE-DATE NOT NUMERIC
005110         MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
005120         SET CHANGE-IS-REJECTED TO TRUE
005130         GO TO 3100-EXIT
005140     END-IF.
005150     MOVE PCH-EFFECTIVE-DATE TO WS-ENTRY-EFFECTIVE.
005160     IF WS-ENTRY-EFFECTIVE = ZERO
005170         MOVE WS-TODAYS-DATE TO WS-ENTRY-EFFECTIVE
005180     END-IF.
005190 3100-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 3200-LOOK-UP-ITEM - THE ITEM MUST ALREADY BE ON THE MASTER - A
005230* PRICE LIST DOES NOT CREATE ITEMS. A MATURED PENDING PRICE IS
005240* ROLLED INTO THE CURRENT SLOT FIRST, AS ITMMAINT DOES, SO THE
005250* OLD PRICE IS THE ONE ACTUALLY IN EFFECT.
005260*----------------------------------------------------------------
005270 3200-LOOK-UP-ITEM.
005280     MOVE PCH-ITEM-CODE TO IM-ITEM-CODE.
005290     READ ITEM-MASTER-FILE
005300         INVALID KEY
005310             MOVE "ITEM NOT ON MASTER" TO WS-REJECT-REASON
005320             SET CHANGE-IS-REJECTED TO TRUE
005330             GO TO 3200-EXIT
005340     END-READ.
005350     PERFORM 3250-ROLL-MATURED-PRICE
005360         THRU 3250-EXIT.
005370     MOVE IM-UNIT-PRICE TO WS-OLD-UNIT-PRICE.
005380 3200-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 3250-ROLL-MATURED-PRICE - A PENDING PRICE WHOSE EFFECTIVE DATE
005420* HAS ARRIVED BECOMES THE CURRENT PRICE - THE SAME ROLL ITMMAINT
005430* MAKES BEFORE A NEW ENTRY APPLIES.
005440*----------------------------------------------------------------
005450 3250-ROLL-MATURED-PRICE.
005460     IF IM-NEW-PRICE-EFFECTIVE NUMERIC
005470         AND IM-NEW-PRICE-EFFECTIVE > ZERO
005480         AND IM-NEW-PRICE-EFFECTIVE <= WS-TODAYS-DATE
005490         AND IM-NEW-UNIT-PRICE NUMERIC
005500         MOVE IM-NEW-UNIT-PRICE      TO IM-UNIT-PRICE
005510         MOVE IM-NEW-PRICE-EFFECTIVE TO IM-PRICE-EFFECTIVE
005520         MOVE ZERO TO IM-NEW-UNIT-PRICE
005530         MOVE ZERO TO IM-NEW-PRICE-EFFECTIVE
005540     END-IF.
005550 3250-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* 3300-COMPUTE-NEW-PRICE - A "P" CHANGE NAMES THE NEW PRICE
005590* OUTRIGHT. A "%" CHANGE APPLIES TO THE PRICE IN EFFECT ON THE
005600* CHANGE'S EFFECTIVE DATE - THE PENDING PRICE IF ONE WILL HAVE
005610* TAKEN EFFECT BY THEN, OTHERWISE THE CURRENT ONE - ROUNDED TO
005620* THE CENT. A ZERO RESULT IS REFUSED, AS ITMMAINT REFUSES A
005630* ZERO PRICE, AND ANYTHING OUTSIDE 000.01-999.99 IS OUT OF
005640* RANGE.
005650*----------------------------------------------------------------
005660 3300-COMPUTE-NEW-PRICE.
005670     MOVE IM-UNIT-PRICE TO WS-BASE-PRICE.
005680     IF IM-NEW-PRICE-EFFECTIVE NUMERIC
005690         AND IM-NEW-PRICE-EFFECTIVE > ZERO
005700         AND IM-NEW-PRICE-EFFECTIVE <= WS-ENTRY-EFFECTIVE
005710         AND IM-NEW-UNIT-PRICE NUMERIC
005720         MOVE IM-NEW-UNIT-PRICE TO WS-BASE-PRICE
005730     END-IF.
005740     IF PCH-NEW-PRICE
005750         MOVE PCH-NEW-UNIT-PRICE TO WS-CALC-PRICE
005760     ELSE
005770         COMPUTE WS-CALC-PRICE ROUNDED
005780             = WS-BASE-PRICE + WS-BASE-PRICE * PCH-PERCENT / 100
005790             ON SIZE ERROR
005800                 MOVE "NEW PRICE OUT OF RANGE" TO WS-REJECT-REASON
005810                 SET CHANGE-IS-REJECTED TO TRUE
005820                 GO TO 3300-EXIT
005830         END-COMPUTE
005840     END-IF.
005850     IF WS-CALC-PRICE = ZERO
005860         MOVE "ZERO PRICE REFUSED" TO WS-REJECT-REASON
005870         SET CHANGE-IS-REJECTED TO TRUE
005880         GO TO 3300-EXIT
005890     END-IF.
005900     IF WS-CALC-PRICE < ZERO
005910         OR WS-CALC-PRICE > 999.99
005920         MOVE "NEW PRICE OUT OF RANGE" TO WS-REJECT-REASON
005930         SET CHANGE-IS-REJECTED TO TRUE
005940         GO TO 3300-EXIT
005950     END-IF.
005960     MOVE WS-CALC-PRICE TO WS-ENTRY-PRICE.
005970 3300-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* 3400-APPLY-THE-CHANGE - COMMIT MODE. PUT THE NEW PRICE IN THE
006010* SLOT ITMMAINT WOULD: A FUTURE DATE PARKS IT AS THE PENDING
006020* PRICE, TODAY OR EARLIER REPLACES THE CURRENT PRICE AND CLEARS
006030* ANY PENDING ONE. REWRITE THE ITEM AND APPEND THE HISTORY. A
006033* REWRITE THE MASTER REFUSES REJECTS THE CHANGE AND WRITES NO
006036* HISTORY; EITHER FAILURE FAILS THE RUN.
006040*----------------------------------------------------------------
006050 3400-APPLY-THE-CHANGE.
006060     IF WS-ENTRY-EFFECTIVE > WS-TODAYS-DATE
006070         MOVE WS-ENTRY-PRICE     TO IM-NEW-UNIT-PRICE
006080         MOVE WS-ENTRY-EFFECTIVE TO IM-NEW-PRICE-EFFECTIVE
006090     ELSE
006100         MOVE WS-ENTRY-PRICE     TO IM-UNIT-PRICE
006110         MOVE WS-ENTRY-EFFECTIVE TO IM-PRICE-EFFECTIVE
006120         MOVE ZERO               TO IM-NEW-UNIT-PRICE
006130         MOVE ZERO               TO IM-NEW-PRICE-EFFECTIVE
006140     END-IF.
006142     REWRITE ITEM-MASTER-RECORD
006144         INVALID KEY
006146             CONTINUE
006147     END-REWRITE.
006148     IF NOT ITEM-FILE-OK
006149         DISPLAY "ITMPRCHG: ITEM " PCH-ITEM-CODE
006150             " NOT REWRITTEN (STATUS " WS-ITEM-FILE-STATUS ")"
006151         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
006152         SET CHANGE-IS-REJECTED TO TRUE
006153         SET UPDATE-HAS-FAILED TO TRUE
006154         GO TO 3400-EXIT
006155     END-IF.
006160     PERFORM 3500-WRITE-PRICE-HISTORY
006170         THRU 3500-EXIT.
006180 3400-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 3500-WRITE-PRICE-HISTORY - APPEND THE CHANGE JUST SAVED TO THE
006212* PRICE HISTORY FILE, THE SAME RECORD ITMMAINT WRITES. THE
006214* MASTER ALREADY CARRIES THE CHANGE, SO ONE THAT CANNOT BE
006216* APPENDED IS LISTED AS A REJECT SAYING SO, FOR THE ENTRY TO BE
006220* MADE GOOD BY HAND.
006230*----------------------------------------------------------------
006240 3500-WRITE-PRICE-HISTORY.
006250     MOVE PCH-ITEM-CODE      TO PH-ITEM-CODE.
006260     MOVE WS-TODAYS-DATE     TO PH-CHANGE-DATE.
006270     ACCEPT WS-CURRENT-TIME FROM TIME.
006280     MOVE WS-CURRENT-TIME    TO PH-CHANGE-TIME.
006290     MOVE WS-OLD-UNIT-PRICE  TO PH-OLD-UNIT-PRICE.
006300     MOVE WS-ENTRY-PRICE     TO PH-NEW-UNIT-PRICE.
006310     MOVE WS-ENTRY-EFFECTIVE TO PH-EFFECTIVE-DATE.
006312     WRITE ITEM-PRICE-HISTORY-RECORD.
006314     IF NOT PRICE-HIST-OK
006316         DISPLAY "ITMPRCHG: ITEM " PCH-ITEM-CODE
006317             " CHANGED BUT NOT ON ITMPHIST (STATUS "
006318             WS-PRICE-HIST-STATUS ")"
006319         MOVE "APPLIED - NO HISTORY KEPT" TO WS-REJECT-REASON
006320         SET CHANGE-IS-REJECTED TO TRUE
006323         SET UPDATE-HAS-FAILED TO TRUE
006326     END-IF.
006330 3500-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 3600-LIST-ONE-CHANGE - PRINT THE CHANGE BEFORE AND AFTER: THE
006370* PRICE IT STARTS FROM, THE NEW PRICE, WHEN IT TAKES EFFECT AND
006380* WHICH SLOT IT LANDS IN.
006390*----------------------------------------------------------------
006400 3600-LIST-ONE-CHANGE.
006410     MOVE PCH-ITEM-CODE  TO PDL-ITEM-CODE.
006420     MOVE IM-DESCRIPTION TO PDL-DESCRIPTION.
006430     MOVE SPACES TO PDL-CHANGE-TEXT.
006440     IF PCH-NEW-PRICE
006450         MOVE "PRICE" TO PDL-CHANGE-TEXT
006460     ELSE
006470         MOVE PCH-PERCENT TO WS-PERCENT-DISPLAY
006480         STRING WS-PERCENT-DISPLAY "%"
006490             DELIMITED BY SIZE INTO PDL-CHANGE-TEXT
006500     END-IF.
006510     MOVE WS-BASE-PRICE      TO PDL-BEFORE-PRICE.
006520     MOVE WS-ENTRY-PRICE     TO PDL-AFTER-PRICE.
006530     MOVE WS-ENTRY-EFFECTIVE TO PDL-EFFECTIVE.
006540     IF WS-ENTRY-EFFECTIVE > WS-TODAYS-DATE
006550         MOVE "PENDING" TO PDL-SLOT
006560     ELSE
006570         MOVE "CURRENT" TO PDL-SLOT
006580     END-IF.
006590     MOVE PCR-DETAIL-LINE TO WS-PRINT-LINE.
006600     PERFORM 5000-PRINT-ONE-LINE
006610         THRU 5000-EXIT.
006620 3600-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650* 3700-HOLD-REJECT - PARK THE REJECTED CHANGE AND ITS REASON ON
006660* THE WORK FILE FOR THE REJECT SECTION.
006670*----------------------------------------------------------------
006680 3700-HOLD-REJECT.
006690     MOVE ITEM-PRICE-CHANGE-RECORD TO RJW-CHANGE-RECORD.
006700     MOVE WS-REJECT-REASON         TO RJW-REASON.
006710     WRITE REJECT-WORK-RECORD.
006720     ADD 1 TO WS-REJECTED-COUNT.
006730 3700-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 4000-PRINT-REJECT-SECTION - READ THE REJECTS BACK OFF THE WORK
006770* FILE AND LIST THEM UNDER THEIR OWN HEADING, WITH THE RECORD
006780* AS IT ARRIVED AND THE REASON.
006790*----------------------------------------------------------------
006800 4000-PRINT-REJECT-SECTION.
006810     CLOSE REJECT-WORK-FILE.
006820     IF WS-REJECTED-COUNT = ZERO
006830         GO TO 4000-EXIT
006840     END-IF.
006850     MOVE PCR-REJECT-HEADING TO WS-COLUMN-HEADING.
006860     MOVE SPACES TO WS-PRINT-LINE.
006870     PERFORM 5000-PRINT-ONE-LINE
006880         THRU 5000-EXIT.
006890     MOVE PCR-SECTION-LINE TO WS-PRINT-LINE.
006900     PERFORM 5000-PRINT-ONE-LINE
006910         THRU 5000-EXIT.
006920     MOVE PCR-REJECT-HEADING TO WS-PRINT-LINE.
006930     PERFORM 5000-PRINT-ONE-LINE
006940         THRU 5000-EXIT.
006950     OPEN INPUT REJECT-WORK-FILE.
006960     PERFORM 4100-PRINT-ONE-REJECT
006970         THRU 4100-EXIT
006980         UNTIL REJECT-END-OF-FILE.
006990     CLOSE REJECT-WORK-FILE.
007000 4000-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030* 4100-PRINT-ONE-REJECT - PRINT THE NEXT HELD REJECT.
007040*----------------------------------------------------------------
007050 4100-PRINT-ONE-REJECT.
007060     READ REJECT-WORK-FILE
007070         AT END
007080             SET REJECT-END-OF-FILE TO TRUE
007090             GO TO 4100-EXIT
007100     END-READ.
007110     MOVE RJW-CHANGE-RECORD TO ITEM-PRICE-CHANGE-RECORD.
007120     MOVE PCH-ITEM-CODE      TO PRL-ITEM-CODE.
007130     MOVE PCH-CHANGE-TYPE    TO PRL-CHANGE-TYPE.
007140     MOVE PCH-CHANGE-VALUE   TO PRL-CHANGE-VALUE.
007150     MOVE PCH-EFFECTIVE-DATE TO PRL-EFFECTIVE.
007160     MOVE RJW-REASON         TO PRL-REASON.
007170     MOVE PCR-REJECT-LINE    TO WS-PRINT-LINE.
007180     PERFORM 5000-PRINT-ONE-LINE
007190         THRU 5000-EXIT.
007200 4100-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230* 4300-PRINT-FINAL-TOTALS - THE COUNTS, AND WHAT THE RUN DID TO
007240* THE MASTER.
007250*----------------------------------------------------------------
007260 4300-PRINT-FINAL-TOTALS.
007270     MOVE SPACES TO WS-PRINT-LINE.
007280     PERFORM 5000-PRINT-ONE-LINE
007290         THRU 5000-EXIT.
007300     MOVE WS-READ-COUNT TO PTL-READ-COUNT.
007310     MOVE PCR-TOTAL-LINE-1 TO WS-PRINT-LINE.
007320     PERFORM 5000-PRINT-ONE-LINE
007330         THRU 5000-EXIT.
007340     MOVE WS-APPLIED-COUNT  TO PTL-APPLIED-COUNT.
007350     MOVE WS-REJECTED-COUNT TO PTL-REJECTED-COUNT.
007360     MOVE PCR-TOTAL-LINE-2 TO WS-PRINT-LINE.
007370     PERFORM 5000-PRINT-ONE-LINE
007380         THRU 5000-EXIT.
007390     IF COMMIT-MODE
007392         IF UPDATE-HAS-FAILED
007394             MOVE "COMMIT INCOMPLETE - SEE REJECTED CHANGES"
007396                 TO PRS-RESULT-TEXT
007398         ELSE
007400             MOVE "COMMITTED TO THE ITEM MASTER AND ITMPHIST"
007410                 TO PRS-RESULT-TEXT
007415         END-IF
007420     ELSE
007430         MOVE "PROOF ONLY - NOTHING CHANGED, COMMIT TO APPLY"
007440             TO PRS-RESULT-TEXT
007450     END-IF.
007460     MOVE PCR-RESULT-LINE TO WS-PRINT-LINE.
007470     PERFORM 5000-PRINT-ONE-LINE
007480         THRU 5000-EXIT.
007490 4300-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520* 4500-PRINT-REFUSAL - THE RUN WAS REFUSED BEFORE ANYTHING WAS
007530* JUDGED. SAY WHY ON THE CONSOLE AND ON THE LISTING.
007540*----------------------------------------------------------------
007550 4500-PRINT-REFUSAL.
007560     DISPLAY "ITMPRCHG: " WS-REFUSAL-TEXT.
007570     MOVE WS-REFUSAL-TEXT TO PRS-RESULT-TEXT.
007580     MOVE PCR-RESULT-LINE TO WS-PRINT-LINE.
007590     PERFORM 5000-PRINT-ONE-LINE
007600         THRU 5000-EXIT.
007610 4500-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
007650* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
007660*----------------------------------------------------------------
007670 5000-PRINT-ONE-LINE.
007680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007690         PERFORM 5100-START-NEW-PAGE
007700             THRU 5100-EXIT
007710     END-IF.
007720     WRITE CHANGE-PRINT-LINE FROM WS-PRINT-LINE
007730         AFTER ADVANCING 1 LINE.
007740     ADD 1 TO WS-LINE-COUNT.
007750 5000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE PAGE
007790* HEADING AND THE CURRENT SECTION'S COLUMN HEADING.
007800*----------------------------------------------------------------
007810 5100-START-NEW-PAGE.
007820     ADD 1 TO WS-PAGE-NUMBER.
007830     MOVE WS-PAGE-NUMBER TO PH1-PAGE-NUMBER.
007840     IF WS-PAGE-NUMBER = 1
007850         WRITE CHANGE-PRINT-LINE FROM PCR-HEADING-1
007860             AFTER ADVANCING 1 LINE
007870     ELSE
007880         WRITE CHANGE-PRINT-LINE FROM PCR-HEADING-1
007890             AFTER ADVANCING PAGE
007900     END-IF.
007910     WRITE CHANGE-PRINT-LINE FROM WS-COLUMN-HEADING
007920         AFTER ADVANCING 1 LINE.
007930     MOVE SPACES TO CHANGE-PRINT-LINE.
007940     WRITE CHANGE-PRINT-LINE
007950         AFTER ADVANCING 1 LINE.
007960     MOVE 3 TO WS-LINE-COUNT.
007970 5100-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000* 5500-UPDATE-PROOF-CONTROL - A PROOF RUN REMEMBERS THE FILE IT
008010* PROVED (DATE, COUNT AND HASH) SO A COMMIT CAN BE HELD TO IT. A
008020* COMMIT RUN MARKS THAT PROOF COMMITTED, SO THE SAME FILE CANNOT
008030* BE APPLIED A SECOND TIME - A 4% INCREASE RUN TWICE IS 8.16%.
008040*----------------------------------------------------------------
008050 5500-UPDATE-PROOF-CONTROL.
008060     OPEN OUTPUT PROOF-CONTROL-FILE.
008070     MOVE WS-TODAYS-DATE TO PPF-PROOF-DATE.
008080     MOVE WS-READ-COUNT  TO PPF-RECORD-COUNT.
008090     MOVE WS-HASH-ACCUM  TO PPF-HASH-TOTAL.
008100     IF COMMIT-MODE
008110         MOVE "Y" TO PPF-COMMITTED-SWITCH
008120     ELSE
008130         MOVE "N" TO PPF-COMMITTED-SWITCH
008140     END-IF.
008150     WRITE PROOF-CONTROL-RECORD.
008160     CLOSE PROOF-CONTROL-FILE.
008170 5500-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
008210* THE RETURN CODE: 0 CLEAN, 4 WHEN ANY CHANGE WAS REJECTED, 8
008220* WHEN THE RUN WAS REFUSED OR A MASTER REWRITE OR HISTORY WRITE
008225* FAILED. THE RETURN CODE IS SET AFTER THE CALL - A CALLED
008230* PROGRAM'S COMPLETION PASSES ITS OWN (ZERO) RETURN-CODE BACK AND
008240* WOULD WIPE OUT A GRADE SET BEFOREHAND.
008250*----------------------------------------------------------------
008260 6000-END-RUN-CONTROL.
008270     MOVE "E"        TO RCP-FUNCTION.
008280     MOVE "ITMPRCHG" TO RCP-PROGRAM-ID.
008290     MOVE WS-READ-COUNT     TO RCP-RECORDS-READ.
008300     IF COMMIT-MODE
008310         MOVE WS-APPLIED-COUNT TO RCP-RECORDS-WRITTEN
008320     ELSE
008330         MOVE ZEROS            TO RCP-RECORDS-WRITTEN
008340     END-IF.
008350     MOVE WS-REJECTED-COUNT TO RCP-RECORDS-REJECTED.
008360     IF RUN-IS-REFUSED
008365         OR UPDATE-HAS-FAILED
008370         MOVE "F" TO RCP-FINAL-STATUS
008380     ELSE
008390         IF WS-REJECTED-COUNT > ZERO
008400             MOVE "E" TO RCP-FINAL-STATUS
008410         ELSE
008420             MOVE "C" TO RCP-FINAL-STATUS
008430         END-IF
008440     END-IF.
008450     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
008460     IF RCP-STATUS-FAILED
008470         MOVE 8 TO RETURN-CODE
008480     ELSE
008490         IF RCP-STATUS-EXCEPTIONS
008500             MOVE 4 TO RETURN-CODE
008510         ELSE
008520             MOVE 0 TO RETURN-CODE
008530         END-IF
008540     END-IF.
008550 6000-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------
008580* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. A RUN REFUSED
008590* AT THE START MAY NEVER HAVE OPENED THEM.
008600*----------------------------------------------------------------
008610 PROGRAM-DONE.
008620     IF FILES-ARE-OPEN
008630         CLOSE PRICE-CHANGE-FILE
008640         CLOSE ITEM-MASTER-FILE
008650         IF COMMIT-MODE
008660             CLOSE ITEM-PRICE-HISTORY-FILE
008670         END-IF
008680     END-IF.
008690     CLOSE CHANGE-PRINT-FILE.
008700     STOP RUN.

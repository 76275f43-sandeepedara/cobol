000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMSWEEP.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. THE ITEM MASTER (ITEMMST),
000110*                   THE ITEM ACTIVITY MASTER (ITEMACT), THE PRICE
000120*                   HISTORY (ITMPHIST) AND THE FILES OF DETAILS
000130*                   STILL WAITING TO POST - THE COLLECTOR'S
000140*                   SUSPENSE (ADD01SUS) AND ADD01'S EXCEPTIONS
000150*                   (ADD01EXC) - ALL NAME ITEMS BY CODE, BUT
000160*                   NOTHING EVER CHECKED THEY STILL AGREED ONCE
000170*                   ITEMS CAME AND WENT. THIS WEEKLY SWEEP LISTS
000180*                   ACTIVITY WITH NO MASTER, MASTERS WHOSE PRICES
000190*                   ARE NOT THE PRICES THEIR HISTORY REPLAYS TO,
000200*                   AND SUSPENDED OR REJECTED DETAILS FOR ITEMS
000210*                   THAT ARE NO LONGER ON FILE OR NO LONGER
000220*                   ACTIVE AND SO CAN NEVER POST. NOTHING IS
000222*                   CHANGED - THE LISTING IS WORKED BY HAND.
000224* 2026-10-15  RJM   A FAILED PRICE HISTORY SORT NOW LEAVES THE
000226*                   HISTORY NOT CHECKED INSTEAD OF PRINTING ITS
000230*                   PART TOTALS AS A CLEAN SWEEP.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS IM-ITEM-CODE
000320         FILE STATUS IS WS-ITEM-FILE-STATUS.
000330     SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMACT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS IA-ITEM-CODE
000370         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000380     SELECT ITEM-PRICE-HISTORY-FILE ASSIGN TO "ITMPHIST"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRICE-HIST-STATUS.
000410     SELECT PRICE-SORT-FILE ASSIGN TO "SORTWK1".
000420     SELECT ADD01-SUSP-FILE ASSIGN TO "ADD01SUS"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-SUSP-FILE-STATUS.
000450     SELECT ADD01-EXCEPT-FILE ASSIGN TO "ADD01EXC"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-EXC-FILE-STATUS.
000480     SELECT SWEEP-PRINT-FILE ASSIGN TO "ITMSWRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000530* THE ITEM MASTER - SEE ITEMMST. LOOKED UP BY CODE FOR THE
000540* ACTIVITY AND PENDING DETAILS, AND WALKED IN ITEM CODE ORDER
000550* ALONGSIDE THE SORTED PRICE HISTORY. NOTHING ON IT IS CHANGED.
000560*----------------------------------------------------------------
000570 FD  ITEM-MASTER-FILE.
000580 COPY ITEMMST.
000590*----------------------------------------------------------------
000600* THE ITEM ACTIVITY MASTER - SEE ITEMACT. WALKED IN ITEM CODE
000610* ORDER.
000620*----------------------------------------------------------------
000630 FD  ITEM-ACTIVITY-FILE.
000640 COPY ITEMACT.
000650*----------------------------------------------------------------
000660* THE PRICE HISTORY AS ITMMAINT AND ITMPRCHG APPEND IT - SEE
000670* ITMPHIST. ONLY EVER THE INPUT TO THE PRICE SORT, SO IT IS
000680* DESCRIBED HERE AS A PLAIN RECORD.
000690*----------------------------------------------------------------
000700 FD  ITEM-PRICE-HISTORY-FILE.
000710 01  ITEM-PRICE-HISTORY-IMAGE    PIC X(39).
000720*----------------------------------------------------------------
000730* PRICE SORT - THE HISTORY BY ITEM, THEN BY THE DATE AND TIME
000740* EACH CHANGE WAS KEYED. TWO CHANGES KEYED IN THE SAME SECOND
000750* KEEP THE ORDER THEY WERE WRITTEN IN.
000760*----------------------------------------------------------------
000770 SD  PRICE-SORT-FILE.
000780 01  PRICE-SORT-RECORD.
000790     05  SP-ITEM-CODE            PIC 9(05).
000800     05  SP-CHANGE-DATE          PIC 9(08).
000810     05  SP-CHANGE-TIME          PIC 9(08).
000820     05  FILLER                  PIC X(18).
000830*----------------------------------------------------------------
000840* THE COLLECTOR'S SUSPENSE - SEE ADD01SUS.
000850*----------------------------------------------------------------
000860 FD  ADD01-SUSP-FILE.
000870 COPY ADD01SUS.
000880*----------------------------------------------------------------
000890* ADD01'S EXCEPTIONS - SEE ADD01EXC.
000900*----------------------------------------------------------------
000910 FD  ADD01-EXCEPT-FILE.
000920 COPY ADD01EXC.
000930*----------------------------------------------------------------
000940* THE SWEEP LISTING - 80-COLUMN PRINT LINES.
000950*----------------------------------------------------------------
000960 FD  SWEEP-PRINT-FILE.
000970 01  SWEEP-PRINT-LINE            PIC X(80).
000980 WORKING-STORAGE SECTION.
000990 01  ITMSWEEP-SWITCHES.
001000     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
001010         88  ITEM-FILE-OK                   VALUE "00".
001020     05  WS-ACTIVITY-FILE-STATUS PIC X(02) VALUE "00".
001030         88  ACTIVITY-FILE-OK               VALUE "00".
001040     05  WS-PRICE-HIST-STATUS    PIC X(02) VALUE "00".
001050         88  PRICE-HIST-OK                  VALUE "00".
001060     05  WS-SUSP-FILE-STATUS     PIC X(02) VALUE "00".
001070         88  SUSP-FILE-OK                   VALUE "00".
001080     05  WS-EXC-FILE-STATUS      PIC X(02) VALUE "00".
001090         88  EXC-FILE-OK                    VALUE "00".
001100     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
001110         88  ITEM-END-OF-FILE              VALUE "Y".
001120     05  WS-ACTIVITY-EOF-SWITCH  PIC X(01) VALUE "N".
001130         88  ACTIVITY-END-OF-FILE          VALUE "Y".
001140     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001150         88  SORT-END-OF-FILE              VALUE "Y".
001160     05  WS-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
001170         88  SUSP-END-OF-FILE              VALUE "Y".
001180     05  WS-EXC-EOF-SWITCH       PIC X(01) VALUE "N".
001190         88  EXC-END-OF-FILE               VALUE "Y".
001200     05  WS-ITEM-MASTER-SWITCH   PIC X(01) VALUE "N".
001210         88  ITEM-MASTER-IS-OPEN           VALUE "Y".
001220     05  WS-ACTIVITY-OPEN-SWITCH PIC X(01) VALUE "N".
001230         88  ACTIVITY-IS-OPEN              VALUE "Y".
001240     05  WS-SWEEP-REFUSED-SW     PIC X(01) VALUE "N".
001250         88  SWEEP-IS-REFUSED              VALUE "Y".
001260     05  WS-ACTIVITY-UNCHECKED-SW
001270                                 PIC X(01) VALUE "N".
001280         88  ACTIVITY-NOT-CHECKED          VALUE "Y".
001290     05  WS-HISTORY-UNCHECKED-SW PIC X(01) VALUE "N".
001300         88  HISTORY-NOT-CHECKED           VALUE "Y".
001310     05  WS-SUSP-UNCHECKED-SW    PIC X(01) VALUE "N".
001320         88  SUSPENSE-NOT-CHECKED          VALUE "Y".
001330     05  WS-EXC-UNCHECKED-SW     PIC X(01) VALUE "N".
001340         88  EXCEPTIONS-NOT-CHECKED        VALUE "Y".
001350 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
001360 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001370 01  WS-CURRENT-YEAR             PIC 9(04) VALUE ZEROS.
001380 01  WS-CHECK-ITEM-CODE          PIC 9(05) VALUE ZEROS.
001390 01  WS-PENDING-NOTE             PIC X(13) VALUE SPACES.
001400*----------------------------------------------------------------
001410* THE PRICE HISTORY RECORD AS IT COMES BACK FROM THE SORT.
001420*----------------------------------------------------------------
001430 COPY ITMPHIST.
001440*----------------------------------------------------------------
001450* THE PRICE SLOTS OF THE ITEM BEING CHECKED - AS ITS HISTORY
001460* REPLAYS TO, AND AS THE MASTER CARRIES THEM - EACH BROUGHT UP
001470* TO TODAY: A PENDING PRICE WHOSE DATE HAS ARRIVED IS CURRENT.
001480*----------------------------------------------------------------
001490 01  ITMSWEEP-PRICE-STATE.
001500     05  WS-PS-CURRENT-PRICE     PIC 9(03)V99 VALUE ZEROS.
001510     05  WS-PS-PENDING-PRICE     PIC 9(03)V99 VALUE ZEROS.
001520     05  WS-PS-PENDING-EFFECTIVE PIC 9(08) VALUE ZEROS.
001530     05  WS-MS-CURRENT-PRICE     PIC 9(03)V99 VALUE ZEROS.
001540     05  WS-MS-PENDING-PRICE     PIC 9(03)V99 VALUE ZEROS.
001550     05  WS-MS-PENDING-EFFECTIVE PIC 9(08) VALUE ZEROS.
001560 01  ITMSWEEP-COUNTS.
001570     05  WS-ACTIVITY-READ-COUNT  PIC 9(7)  COMP VALUE ZERO.
001580     05  WS-ORPHAN-ACTIVITY-COUNT
001590                                 PIC 9(7)  COMP VALUE ZERO.
001600     05  WS-ORPHAN-CURRENT-COUNT PIC 9(7)  COMP VALUE ZERO.
001610     05  WS-MASTER-READ-COUNT    PIC 9(7)  COMP VALUE ZERO.
001620     05  WS-HISTORY-ITEM-COUNT   PIC 9(7)  COMP VALUE ZERO.
001630     05  WS-NO-HISTORY-COUNT     PIC 9(7)  COMP VALUE ZERO.
001640     05  WS-PRICE-DIFF-COUNT     PIC 9(7)  COMP VALUE ZERO.
001650     05  WS-HISTORY-READ-COUNT   PIC 9(7)  COMP VALUE ZERO.
001660     05  WS-ORPHAN-HISTORY-COUNT PIC 9(7)  COMP VALUE ZERO.
001670     05  WS-SUSPENSE-READ-COUNT  PIC 9(7)  COMP VALUE ZERO.
001680     05  WS-EXCEPTION-READ-COUNT PIC 9(7)  COMP VALUE ZERO.
001690     05  WS-PENDING-MISSING-COUNT
001700                                 PIC 9(7)  COMP VALUE ZERO.
001710     05  WS-PENDING-INACTIVE-COUNT
001720                                 PIC 9(7)  COMP VALUE ZERO.
001730     05  WS-FINDING-COUNT        PIC 9(7)  COMP VALUE ZERO.
001740     05  WS-LISTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
001750     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
001760     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
001770     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
001780 01  WS-ACTIVITY-AUDIT-DISPLAY   PIC 9(07) VALUE ZEROS.
001790 01  WS-PRICE-AUDIT-DISPLAY      PIC 9(07) VALUE ZEROS.
001800 01  WS-PENDING-AUDIT-DISPLAY    PIC 9(07) VALUE ZEROS.
001810 01  SWP-HEADING-1.
001820     05  FILLER                  PIC X(21) VALUE
001830         "ITEM INTEGRITY SWEEP".
001840     05  FILLER                  PIC X(10) VALUE " RUN DATE ".
001850     05  RH1-RUN-DATE            PIC 9(08).
001860     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001870     05  RH1-PAGE-NUMBER         PIC ZZZ9.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  RH1-SECTION-TITLE       PIC X(28) VALUE SPACES.
001900 01  SWP-ACTIVITY-HEADING.
001910     05  FILLER                  PIC X(30) VALUE
001920         " ITEM    ACT-MO    YTD-QTY    ".
001930     05  FILLER                  PIC X(20) VALUE
001940         "YTD-EXTENSION   NOTE".
001950     05  FILLER                  PIC X(30) VALUE SPACES.
001960 01  SWP-PRICE-HEADING.
001970     05  FILLER                  PIC X(40) VALUE
001980         " ITEM   DESCRIPTION     MST-CUR HST-CUR ".
001990     05  FILLER                  PIC X(29) VALUE
002000         "MST-PND HST-PND PEND-EFF NOTE".
002010     05  FILLER                  PIC X(11) VALUE SPACES.
002020 01  SWP-PENDING-HEADING.
002030     05  FILLER                  PIC X(37) VALUE
002040         " SOURCE     BTCH  REF     ITEM  QTY  ".
002050     05  FILLER                  PIC X(14) VALUE
002060         "DEPT      NOTE".
002070     05  FILLER                  PIC X(29) VALUE SPACES.
002080 01  WS-COLUMN-HEADING           PIC X(80) VALUE SPACES.
002090 01  SWP-ACTIVITY-LINE.
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  SAL-ITEM-CODE           PIC 9(05).
002120     05  FILLER                  PIC X(03) VALUE SPACES.
002130     05  SAL-ACTIVITY-MONTH      PIC 9(06).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  SAL-YTD-QUANTITY        PIC Z(8)9-.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  SAL-YTD-EXTENSION       PIC Z(10)9.99-.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  SAL-NOTE                PIC X(18).
002200     05  FILLER                  PIC X(16) VALUE SPACES.
002210 01  SWP-PRICE-LINE.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  SPL-ITEM-CODE           PIC 9(05).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  SPL-DESCRIPTION         PIC X(16).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  SPL-MASTER-CURRENT      PIC ZZ9.99.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  SPL-HISTORY-CURRENT     PIC ZZ9.99.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  SPL-MASTER-PENDING      PIC ZZ9.99.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  SPL-HISTORY-PENDING     PIC ZZ9.99.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  SPL-PENDING-EFFECTIVE   PIC 9(08).
002360     05  SPL-PENDING-EFFECTIVE-X REDEFINES SPL-PENDING-EFFECTIVE
002370                                 PIC X(08).
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  SPL-NOTE                PIC X(15).
002400 01  SWP-PENDING-LINE.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  SXL-SOURCE              PIC X(09).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  SXL-BATCH-ID            PIC 9(04).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  SXL-REFERENCE           PIC X(06).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  SXL-ITEM-CODE           PIC 9(05).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  SXL-QUANTITY            PIC Z9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  SXL-DEPARTMENT          PIC X(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  SXL-NOTE                PIC X(13).
002550     05  FILLER                  PIC X(20) VALUE SPACES.
002560 01  SWP-ACTIVITY-TOTAL.
002570     05  FILLER                  PIC X(23) VALUE
002580         " ACTIVITY RECORDS READ ".
002590     05  SAT-READ-COUNT          PIC Z(5)9.
002600     05  FILLER                  PIC X(13) VALUE
002610         "   NO MASTER ".
002620     05  SAT-ORPHAN-COUNT        PIC Z(5)9.
002630     05  FILLER                  PIC X(13) VALUE
002640         "   THIS YEAR ".
002650     05  SAT-CURRENT-COUNT       PIC Z(5)9.
002660     05  FILLER                  PIC X(13) VALUE SPACES.
002670 01  SWP-PRICE-TOTAL-1.
002680     05  FILLER                  PIC X(14) VALUE
002690         " MASTERS READ ".
002700     05  SPT-MASTER-READ-COUNT   PIC Z(5)9.
002710     05  FILLER                  PIC X(10) VALUE
002720         "  HISTORY ".
002730     05  SPT-HISTORY-ITEM-COUNT  PIC Z(5)9.
002740     05  FILLER                  PIC X(09) VALUE
002750         "  DIFFER ".
002760     05  SPT-DIFF-COUNT          PIC Z(5)9.
002770     05  FILLER                  PIC X(13) VALUE
002780         "  NO HISTORY ".
002790     05  SPT-NO-HISTORY-COUNT    PIC Z(5)9.
002800     05  FILLER                  PIC X(10) VALUE SPACES.
002810 01  SWP-PRICE-TOTAL-2.
002820     05  FILLER                  PIC X(22) VALUE
002830         " HISTORY RECORDS READ ".
002840     05  SPT-HISTORY-READ-COUNT  PIC Z(5)9.
002850     05  FILLER                  PIC X(27) VALUE
002860         "   FOR ITEMS NOT ON MASTER ".
002870     05  SPT-ORPHAN-HISTORY-COUNT
002880                                 PIC Z(5)9.
002890     05  FILLER                  PIC X(19) VALUE SPACES.
002900 01  SWP-PENDING-TOTAL-1.
002910     05  FILLER                  PIC X(23) VALUE
002920         " SUSPENSE RECORDS READ ".
002930     05  SQT-SUSPENSE-READ-COUNT PIC Z(5)9.
002940     05  FILLER                  PIC X(26) VALUE
002950         "   EXCEPTION RECORDS READ ".
002960     05  SQT-EXCEPTION-READ-COUNT
002970                                 PIC Z(5)9.
002980     05  FILLER                  PIC X(19) VALUE SPACES.
002990 01  SWP-PENDING-TOTAL-2.
003000     05  FILLER                  PIC X(15) VALUE
003010         " NOT ON MASTER ".
003020     05  SQT-MISSING-COUNT       PIC Z(5)9.
003030     05  FILLER                  PIC X(12) VALUE
003040         "   INACTIVE ".
003050     05  SQT-INACTIVE-COUNT      PIC Z(5)9.
003060     05  FILLER                  PIC X(41) VALUE SPACES.
003070 01  SWP-RESULT-LINE.
003080     05  FILLER                  PIC X(09) VALUE " RESULT: ".
003090     05  PRL-RESULT-TEXT         PIC X(45).
003100     05  FILLER                  PIC X(26) VALUE SPACES.
003110 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
003120 COPY AUDITPRM.
003130 COPY RUNCTLP.
003140 PROCEDURE DIVISION.
003150*----------------------------------------------------------------
003160* PROGRAM-BEGIN - MAINLINE. WITH THE ITEM MASTER OPEN, SWEEP THE
003170* ACTIVITY MASTER, THE PRICE HISTORY AND THE PENDING DETAILS
003180* AGAINST IT, EACH ON ITS OWN PAGE. A SECTION WHOSE FILE CANNOT
003190* BE READ SAYS SO AND THE OTHERS STILL RUN; WITHOUT THE ITEM
003200* MASTER THERE IS NOTHING TO SWEEP AGAINST.
003210*----------------------------------------------------------------
003220 PROGRAM-BEGIN.
003230     PERFORM 1000-INITIALIZE
003240         THRU 1000-EXIT.
003250     IF SWEEP-IS-REFUSED
003260         PERFORM 4900-PRINT-REFUSAL
003270             THRU 4900-EXIT
003280     ELSE
003290         PERFORM 2000-CHECK-ACTIVITY
003300             THRU 2000-EXIT
003310         PERFORM 3000-CHECK-PRICE-HISTORY
003320             THRU 3000-EXIT
003330         PERFORM 4000-CHECK-PENDING-ITEMS
003340             THRU 4000-EXIT
003350         PERFORM 5600-WRITE-AUDIT-RECORD
003360             THRU 5600-EXIT
003370     END-IF.
003380     PERFORM 6000-END-RUN-CONTROL
003390         THRU 6000-EXIT.
003400     GO TO PROGRAM-DONE.
003410*----------------------------------------------------------------
003420* 1000-INITIALIZE - REGISTER THE START OF THE RUN, WORK OUT THE
003430* CURRENT YEAR, OPEN THE LISTING AND THE ITEM MASTER.
003440*----------------------------------------------------------------
003450 1000-INITIALIZE.
003460     MOVE "S"        TO RCP-FUNCTION.
003470     MOVE "ITMSWEEP" TO RCP-PROGRAM-ID.
003480     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
003490     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
003500     DIVIDE WS-TODAYS-DATE BY 10000 GIVING WS-CURRENT-YEAR.
003510     MOVE WS-TODAYS-DATE TO RH1-RUN-DATE.
003520     OPEN OUTPUT SWEEP-PRINT-FILE.
003530     OPEN INPUT ITEM-MASTER-FILE.
003540     IF NOT ITEM-FILE-OK
003550         MOVE "NOT SWEPT - ITEM MASTER UNAVAILABLE"
003560             TO WS-REFUSAL-TEXT
003570         SET SWEEP-IS-REFUSED TO TRUE
003580         GO TO 1000-EXIT
003590     END-IF.
003600     SET ITEM-MASTER-IS-OPEN TO TRUE.
003610 1000-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640* 1300-READ-ITEM-RECORD - READ THE NEXT ITEM IN ITEM CODE
003650* ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS
003660* EXHAUSTED.
003670*----------------------------------------------------------------
003680 1300-READ-ITEM-RECORD.
003690     READ ITEM-MASTER-FILE NEXT RECORD
003700         AT END
003710             SET ITEM-END-OF-FILE TO TRUE
003720     END-READ.
003730 1300-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 2000-CHECK-ACTIVITY - WALK THE ACTIVITY MASTER AND LOOK EACH
003770* RECORD'S ITEM UP ON THE ITEM MASTER.
003780*----------------------------------------------------------------
003790 2000-CHECK-ACTIVITY.
003800     MOVE "ACTIVITY WITHOUT A MASTER" TO RH1-SECTION-TITLE.
003810     MOVE SWP-ACTIVITY-HEADING TO WS-COLUMN-HEADING.
003820     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
003830     MOVE " ITEM ACTIVITY (ITEMACT) FOR ITEMS NOT ON THE ITEM MAST
003840-        "ER" TO WS-PRINT-LINE.
003850     PERFORM 5000-PRINT-ONE-LINE
003860         THRU 5000-EXIT.
003870     MOVE SPACES TO WS-PRINT-LINE.
003880     PERFORM 5000-PRINT-ONE-LINE
003890         THRU 5000-EXIT.
003900     OPEN INPUT ITEM-ACTIVITY-FILE.
003910     IF NOT ACTIVITY-FILE-OK
003920         SET ACTIVITY-NOT-CHECKED TO TRUE
003930         DISPLAY "CONTROL WARNING: ITEM ACTIVITY NOT AVAILABLE "
003940             "(STATUS " WS-ACTIVITY-FILE-STATUS ") - NOT SWEPT"
003950         MOVE "NOT CHECKED - ITEM ACTIVITY UNAVAILABLE"
003960             TO PRL-RESULT-TEXT
003970         PERFORM 4800-PRINT-RESULT
003980             THRU 4800-EXIT
003990         GO TO 2000-EXIT
004000     END-IF.
004010     SET ACTIVITY-IS-OPEN TO TRUE.
004020     MOVE ZEROS TO IA-ITEM-CODE.
004030     START ITEM-ACTIVITY-FILE KEY >= IA-ITEM-CODE
004040         INVALID KEY
004050             SET ACTIVITY-END-OF-FILE TO TRUE
004060     END-START.
004070     IF NOT ACTIVITY-END-OF-FILE
004080         PERFORM 2100-READ-ACTIVITY-RECORD
004090             THRU 2100-EXIT
004100     END-IF.
004110     PERFORM 2200-CHECK-ONE-ACTIVITY
004120         THRU 2200-EXIT
004130         UNTIL ACTIVITY-END-OF-FILE.
004140     PERFORM 2900-PRINT-ACTIVITY-TOTALS
004150         THRU 2900-EXIT.
004160 2000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* 2100-READ-ACTIVITY-RECORD - READ THE NEXT ACTIVITY RECORD IN
004200* ITEM CODE ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE
004210* IS EXHAUSTED.
004220*----------------------------------------------------------------
004230 2100-READ-ACTIVITY-RECORD.
004240     READ ITEM-ACTIVITY-FILE NEXT RECORD
004250         AT END
004260             SET ACTIVITY-END-OF-FILE TO TRUE
004270     END-READ.
004280 2100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 2200-CHECK-ONE-ACTIVITY - AN ACTIVITY RECORD WHOSE ITEM IS ON
004320* THE MASTER, ACTIVE OR NOT, IS ONLY COUNTED. ONE WITH NO MASTER
004330* IS LISTED, THEN READ THE NEXT.
004340*----------------------------------------------------------------
004350 2200-CHECK-ONE-ACTIVITY.
004360     ADD 1 TO WS-ACTIVITY-READ-COUNT.
004370     MOVE IA-ITEM-CODE TO IM-ITEM-CODE.
004380     READ ITEM-MASTER-FILE
004390         INVALID KEY
004400             PERFORM 2300-LIST-ORPHAN-ACTIVITY
004410                 THRU 2300-EXIT
004420     END-READ.
004430     PERFORM 2100-READ-ACTIVITY-RECORD
004440         THRU 2100-EXIT.
004450 2200-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 2300-LIST-ORPHAN-ACTIVITY - LIST ACTIVITY WITH NO MASTER. ONLY
004490* A RECORD STILL CARRYING THIS YEAR'S FIGURES IS A FINDING -
004500* ITMMAINT NO LONGER DELETES SUCH AN ITEM, SO ITS MASTER WAS
004510* LOST SOME OTHER WAY. A RECORD LEFT OVER FROM AN EARLIER YEAR
004520* BELONGS TO AN ITEM PROPERLY DELETED SINCE AND IS LISTED FOR
004530* INFORMATION.
004540*----------------------------------------------------------------
004550 2300-LIST-ORPHAN-ACTIVITY.
004560     ADD 1 TO WS-ORPHAN-ACTIVITY-COUNT.
004570     IF IA-ACTIVITY-YEAR = WS-CURRENT-YEAR
004580         AND (IA-YTD-QUANTITY NOT = ZERO
004590           OR IA-YTD-EXTENSION NOT = ZERO)
004600         ADD 1 TO WS-ORPHAN-CURRENT-COUNT
004610         ADD 1 TO WS-FINDING-COUNT
004620         MOVE "ACTIVITY THIS YEAR" TO SAL-NOTE
004630     ELSE
004640         MOVE "NONE THIS YEAR" TO SAL-NOTE
004650     END-IF.
004660     MOVE IA-ITEM-CODE      TO SAL-ITEM-CODE.
004670     MOVE IA-ACTIVITY-MONTH TO SAL-ACTIVITY-MONTH.
004680     MOVE IA-YTD-QUANTITY   TO SAL-YTD-QUANTITY.
004690     MOVE IA-YTD-EXTENSION  TO SAL-YTD-EXTENSION.
004700     ADD 1 TO WS-LISTED-COUNT.
004710     MOVE SWP-ACTIVITY-LINE TO WS-PRINT-LINE.
004720     PERFORM 5000-PRINT-ONE-LINE
004730         THRU 5000-EXIT.
004740 2300-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770* 2900-PRINT-ACTIVITY-TOTALS - HOW MANY ACTIVITY RECORDS WERE
004780* READ, HOW MANY HAVE NO MASTER AND HOW MANY OF THOSE CARRY THIS
004790* YEAR'S FIGURES, THEN THE RESULT.
004800*----------------------------------------------------------------
004810 2900-PRINT-ACTIVITY-TOTALS.
004820     IF WS-ORPHAN-ACTIVITY-COUNT = ZERO
004830         MOVE " EVERY ACTIVITY RECORD HAS A MASTER"
004840             TO WS-PRINT-LINE
004850         PERFORM 5000-PRINT-ONE-LINE
004860             THRU 5000-EXIT
004870     END-IF.
004880     MOVE SPACES TO WS-PRINT-LINE.
004890     PERFORM 5000-PRINT-ONE-LINE
004900         THRU 5000-EXIT.
004910     MOVE WS-ACTIVITY-READ-COUNT   TO SAT-READ-COUNT.
004920     MOVE WS-ORPHAN-ACTIVITY-COUNT TO SAT-ORPHAN-COUNT.
004930     MOVE WS-ORPHAN-CURRENT-COUNT  TO SAT-CURRENT-COUNT.
004940     MOVE SWP-ACTIVITY-TOTAL TO WS-PRINT-LINE.
004950     PERFORM 5000-PRINT-ONE-LINE
004960         THRU 5000-EXIT.
004970     MOVE SPACES TO WS-PRINT-LINE.
004980     PERFORM 5000-PRINT-ONE-LINE
004990         THRU 5000-EXIT.
005000     IF WS-ORPHAN-CURRENT-COUNT > ZERO
005010         MOVE "THIS YEAR'S ACTIVITY HAS NO MASTER - SEE LIST"
005020             TO PRL-RESULT-TEXT
005030     ELSE
005040         IF WS-ORPHAN-ACTIVITY-COUNT > ZERO
005050             MOVE "ONLY EARLIER YEARS' ACTIVITY LACKS A MASTER"
005060                 TO PRL-RESULT-TEXT
005070         ELSE
005080             MOVE "ACTIVITY AND ITEM MASTER AGREE"
005090                 TO PRL-RESULT-TEXT
005100         END-IF
005110     END-IF.
005120     PERFORM 4800-PRINT-RESULT
005130         THRU 4800-EXIT.
005140 2900-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* 3000-CHECK-PRICE-HISTORY - PUT THE PRICE HISTORY INTO ITEM AND
005180* CHANGE ORDER AND CHECK EACH MASTER'S PRICES AGAINST IT AS IT
005190* COMES BACK FROM THE SORT. IF THE SORT FAILS THE HISTORY IS
005195* REPORTED NOT CHECKED AND ITS TOTALS ARE NOT PRINTED.
005200*----------------------------------------------------------------
005210 3000-CHECK-PRICE-HISTORY.
005220     MOVE "PRICE HISTORY AGAINST MASTER" TO RH1-SECTION-TITLE.
005230     MOVE SWP-PRICE-HEADING TO WS-COLUMN-HEADING.
005240     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
005250     MOVE " ITEM MASTER PRICES NOT THE PRICES THE PRICE HISTORY (
005260-        "ITMPHIST) REPLAYS TO" TO WS-PRINT-LINE.
005270     PERFORM 5000-PRINT-ONE-LINE
005280         THRU 5000-EXIT.
005290     MOVE SPACES TO WS-PRINT-LINE.
005300     PERFORM 5000-PRINT-ONE-LINE
005310         THRU 5000-EXIT.
005320     OPEN INPUT ITEM-PRICE-HISTORY-FILE.
005330     IF NOT PRICE-HIST-OK
005340         SET HISTORY-NOT-CHECKED TO TRUE
005350         DISPLAY "CONTROL WARNING: PRICE HISTORY NOT AVAILABLE "
005360             "(STATUS " WS-PRICE-HIST-STATUS ") - NOT SWEPT"
005370         MOVE "NOT CHECKED - PRICE HISTORY UNAVAILABLE"
005380             TO PRL-RESULT-TEXT
005390         PERFORM 4800-PRINT-RESULT
005400             THRU 4800-EXIT
005410         GO TO 3000-EXIT
005420     END-IF.
005430     CLOSE ITEM-PRICE-HISTORY-FILE.
005440     SORT PRICE-SORT-FILE
005450         ON ASCENDING KEY SP-ITEM-CODE
005460                          SP-CHANGE-DATE
005470                          SP-CHANGE-TIME
005480         WITH DUPLICATES IN ORDER
005490         USING ITEM-PRICE-HISTORY-FILE
005500         OUTPUT PROCEDURE IS 3100-COMPARE-SORTED-HISTORY
005502             THRU 3100-EXIT.
005504     IF SORT-RETURN NOT = ZERO
005506         SET HISTORY-NOT-CHECKED TO TRUE
005507         DISPLAY "CONTROL WARNING: PRICE HISTORY SORT FAILED - "
005508             "NOT SWEPT"
005509         MOVE "NOT CHECKED - PRICE HISTORY SORT FAILED"
005510             TO PRL-RESULT-TEXT
005511         PERFORM 4800-PRINT-RESULT
005512             THRU 4800-EXIT
005513         GO TO 3000-EXIT
005514     END-IF.
005520     PERFORM 3900-PRINT-PRICE-TOTALS
005530         THRU 3900-EXIT.
005540 3000-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570* 3100-COMPARE-SORTED-HISTORY - SORT OUTPUT. WALK THE ITEM MASTER
005580* FROM THE FRONT IN STEP WITH THE SORTED HISTORY, THEN COUNT ANY
005590* HISTORY LEFT OVER BEYOND THE LAST MASTER.
005600*----------------------------------------------------------------
005610 3100-COMPARE-SORTED-HISTORY.
005620     PERFORM 3110-RETURN-HISTORY
005630         THRU 3110-EXIT.
005640     MOVE ZEROS TO IM-ITEM-CODE.
005650     START ITEM-MASTER-FILE KEY >= IM-ITEM-CODE
005660         INVALID KEY
005670             SET ITEM-END-OF-FILE TO TRUE
005680     END-START.
005690     IF NOT ITEM-END-OF-FILE
005700         PERFORM 1300-READ-ITEM-RECORD
005710             THRU 1300-EXIT
005720     END-IF.
005730     PERFORM 3200-CHECK-ONE-MASTER
005740         THRU 3200-EXIT
005750         UNTIL ITEM-END-OF-FILE.
005760     PERFORM 3150-PASS-ORPHAN-HISTORY
005770         THRU 3150-EXIT
005780         UNTIL SORT-END-OF-FILE.
005790 3100-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820* 3110-RETURN-HISTORY - TAKE THE NEXT PRICE CHANGE FROM THE SORT,
005830* SETTING THE END-OF-FILE SWITCH WHEN IT IS EXHAUSTED.
005840*----------------------------------------------------------------
005850 3110-RETURN-HISTORY.
005860     RETURN PRICE-SORT-FILE INTO ITEM-PRICE-HISTORY-RECORD
005870         AT END
005880             SET SORT-END-OF-FILE TO TRUE
005890         NOT AT END
005900             ADD 1 TO WS-HISTORY-READ-COUNT
005910     END-RETURN.
005920 3110-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 3150-PASS-ORPHAN-HISTORY - A CHANGE FOR AN ITEM NOT ON THE
005960* MASTER. AN ITEM DELETED WITH NOTHING PENDING AND NO ACTIVITY
005970* THIS YEAR KEEPS ITS HISTORY, SO THIS IS ONLY COUNTED.
005980*----------------------------------------------------------------
005990 3150-PASS-ORPHAN-HISTORY.
006000     ADD 1 TO WS-ORPHAN-HISTORY-COUNT.
006010     PERFORM 3110-RETURN-HISTORY
006020         THRU 3110-EXIT.
006030 3150-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060* 3200-CHECK-ONE-MASTER - PASS OVER THE HISTORY OF ITEMS NOT ON
006070* THE MASTER, THEN REPLAY THIS ITEM'S HISTORY AND COMPARE. A
006080* MASTER WITH NO HISTORY - PRICED BEFORE THE HISTORY WAS KEPT -
006090* HAS NOTHING TO BE COMPARED WITH AND IS ONLY COUNTED.
006100*----------------------------------------------------------------
006110 3200-CHECK-ONE-MASTER.
006120     ADD 1 TO WS-MASTER-READ-COUNT.
006130     PERFORM 3150-PASS-ORPHAN-HISTORY
006140         THRU 3150-EXIT
006150         UNTIL SORT-END-OF-FILE
006160         OR PH-ITEM-CODE NOT < IM-ITEM-CODE.
006170     IF SORT-END-OF-FILE
006180         OR PH-ITEM-CODE NOT = IM-ITEM-CODE
006190         ADD 1 TO WS-NO-HISTORY-COUNT
006200     ELSE
006210         ADD 1 TO WS-HISTORY-ITEM-COUNT
006220         PERFORM 3300-REPLAY-ITEM-HISTORY
006230             THRU 3300-EXIT
006240         PERFORM 3400-COMPARE-PRICES
006250             THRU 3400-EXIT
006260     END-IF.
006270     PERFORM 1300-READ-ITEM-RECORD
006280         THRU 1300-EXIT.
006290 3200-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320* 3300-REPLAY-ITEM-HISTORY - SET THE SLOTS UP AS THEY STOOD
006330* BEFORE THE ITEM'S FIRST CHANGE - THE PRICE THAT CHANGE
006340* REPLACED AND NOTHING PENDING - REPLAY EVERY CHANGE FOR THE
006350* ITEM, THEN ROLL A PENDING PRICE WHOSE DATE HAS ARRIVED INTO
006360* THE CURRENT SLOT.
006370*----------------------------------------------------------------
006380 3300-REPLAY-ITEM-HISTORY.
006390     MOVE PH-OLD-UNIT-PRICE TO WS-PS-CURRENT-PRICE.
006400     MOVE ZERO TO WS-PS-PENDING-PRICE.
006410     MOVE ZERO TO WS-PS-PENDING-EFFECTIVE.
006420     PERFORM 3310-REPLAY-ONE-CHANGE
006430         THRU 3310-EXIT
006440         UNTIL SORT-END-OF-FILE
006450         OR PH-ITEM-CODE NOT = IM-ITEM-CODE.
006460     IF WS-PS-PENDING-EFFECTIVE > ZERO
006470         AND WS-PS-PENDING-EFFECTIVE NOT > WS-TODAYS-DATE
006480         MOVE WS-PS-PENDING-PRICE TO WS-PS-CURRENT-PRICE
006490         MOVE ZERO TO WS-PS-PENDING-PRICE
006500         MOVE ZERO TO WS-PS-PENDING-EFFECTIVE
006510     END-IF.
006520 3300-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550* 3310-REPLAY-ONE-CHANGE - APPLY ONE HISTORY RECORD TO THE SLOTS
006560* THE WAY ITMMAINT AND ITMPRCHG APPLIED THE CHANGE: A PENDING
006570* PRICE THAT HAD MATURED BY THE DAY OF THE CHANGE BECOMES
006580* CURRENT FIRST, THEN A PRICE DATED AFTER THE DAY IT WAS KEYED
006590* GOES INTO THE PENDING SLOT AND ANY OTHER PRICE BECOMES CURRENT
006600* AND CLEARS THE PENDING SLOT.
006610*----------------------------------------------------------------
006620 3310-REPLAY-ONE-CHANGE.
006630     IF WS-PS-PENDING-EFFECTIVE > ZERO
006640         AND WS-PS-PENDING-EFFECTIVE NOT > PH-CHANGE-DATE
006650         MOVE WS-PS-PENDING-PRICE TO WS-PS-CURRENT-PRICE
006660         MOVE ZERO TO WS-PS-PENDING-PRICE
006670         MOVE ZERO TO WS-PS-PENDING-EFFECTIVE
006680     END-IF.
006690     IF PH-EFFECTIVE-DATE > PH-CHANGE-DATE
006700         MOVE PH-NEW-UNIT-PRICE TO WS-PS-PENDING-PRICE
006710         MOVE PH-EFFECTIVE-DATE TO WS-PS-PENDING-EFFECTIVE
006720     ELSE
006730         MOVE PH-NEW-UNIT-PRICE TO WS-PS-CURRENT-PRICE
006740         MOVE ZERO TO WS-PS-PENDING-PRICE
006750         MOVE ZERO TO WS-PS-PENDING-EFFECTIVE
006760     END-IF.
006770     PERFORM 3110-RETURN-HISTORY
006780         THRU 3110-EXIT.
006790 3310-EXIT.
006800     EXIT.
006810*----------------------------------------------------------------
006820* 3400-COMPARE-PRICES - BRING THE MASTER'S SLOTS UP TO TODAY THE
006830* SAME WAY AND COMPARE. A MASTER WHOSE CURRENT PRICE, PENDING
006840* PRICE AND PENDING DATE ALL MATCH ITS HISTORY AGREES AND IS
006850* ONLY COUNTED; ANY OTHER IS LISTED.
006860*----------------------------------------------------------------
006870 3400-COMPARE-PRICES.
006880     MOVE ZERO TO WS-MS-CURRENT-PRICE.
006890     MOVE ZERO TO WS-MS-PENDING-PRICE.
006900     MOVE ZERO TO WS-MS-PENDING-EFFECTIVE.
006910     IF IM-UNIT-PRICE NUMERIC
006920         MOVE IM-UNIT-PRICE TO WS-MS-CURRENT-PRICE
006930     END-IF.
006940     IF IM-NEW-PRICE-EFFECTIVE NUMERIC
006950         AND IM-NEW-PRICE-EFFECTIVE > ZERO
006960         AND IM-NEW-UNIT-PRICE NUMERIC
006970         IF IM-NEW-PRICE-EFFECTIVE > WS-TODAYS-DATE
006980             MOVE IM-NEW-UNIT-PRICE TO WS-MS-PENDING-PRICE
006990             MOVE IM-NEW-PRICE-EFFECTIVE
007000                 TO WS-MS-PENDING-EFFECTIVE
007010         ELSE
007020             MOVE IM-NEW-UNIT-PRICE TO WS-MS-CURRENT-PRICE
007030         END-IF
007040     END-IF.
007050     IF WS-MS-CURRENT-PRICE = WS-PS-CURRENT-PRICE
007060         AND WS-MS-PENDING-PRICE = WS-PS-PENDING-PRICE
007070         AND WS-MS-PENDING-EFFECTIVE = WS-PS-PENDING-EFFECTIVE
007080         GO TO 3400-EXIT
007090     END-IF.
007100     ADD 1 TO WS-PRICE-DIFF-COUNT.
007110     ADD 1 TO WS-FINDING-COUNT.
007120     IF WS-MS-CURRENT-PRICE NOT = WS-PS-CURRENT-PRICE
007130         MOVE "CURRENT DIFFERS" TO SPL-NOTE
007140     ELSE
007150         MOVE "PENDING DIFFERS" TO SPL-NOTE
007160     END-IF.
007170     MOVE IM-ITEM-CODE        TO SPL-ITEM-CODE.
007180     MOVE IM-DESCRIPTION      TO SPL-DESCRIPTION.
007190     MOVE WS-MS-CURRENT-PRICE TO SPL-MASTER-CURRENT.
007200     MOVE WS-PS-CURRENT-PRICE TO SPL-HISTORY-CURRENT.
007210     MOVE WS-MS-PENDING-PRICE TO SPL-MASTER-PENDING.
007220     MOVE WS-PS-PENDING-PRICE TO SPL-HISTORY-PENDING.
007230     IF WS-MS-PENDING-EFFECTIVE > ZERO
007240         MOVE WS-MS-PENDING-EFFECTIVE TO SPL-PENDING-EFFECTIVE
007250     ELSE
007260         IF WS-PS-PENDING-EFFECTIVE > ZERO
007270             MOVE WS-PS-PENDING-EFFECTIVE
007280                 TO SPL-PENDING-EFFECTIVE
007290         ELSE
007300             MOVE SPACES TO SPL-PENDING-EFFECTIVE-X
007310         END-IF
007320     END-IF.
007330     ADD 1 TO WS-LISTED-COUNT.
007340     MOVE SWP-PRICE-LINE TO WS-PRINT-LINE.
007350     PERFORM 5000-PRINT-ONE-LINE
007360         THRU 5000-EXIT.
007370 3400-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400* 3900-PRINT-PRICE-TOTALS - HOW MANY MASTERS WERE READ, HOW MANY
007410* HAVE HISTORY, HOW MANY DIFFER FROM IT AND HOW MANY HAVE NONE,
007420* THE HISTORY READ AND HOW MUCH OF IT HAS NO MASTER, THEN THE
007430* RESULT.
007440*----------------------------------------------------------------
007450 3900-PRINT-PRICE-TOTALS.
007460     IF WS-PRICE-DIFF-COUNT = ZERO
007470         MOVE " EVERY MASTER'S PRICES AGREE WITH ITS HISTORY"
007480             TO WS-PRINT-LINE
007490         PERFORM 5000-PRINT-ONE-LINE
007500             THRU 5000-EXIT
007510     END-IF.
007520     MOVE SPACES TO WS-PRINT-LINE.
007530     PERFORM 5000-PRINT-ONE-LINE
007540         THRU 5000-EXIT.
007550     MOVE WS-MASTER-READ-COUNT  TO SPT-MASTER-READ-COUNT.
007560     MOVE WS-HISTORY-ITEM-COUNT TO SPT-HISTORY-ITEM-COUNT.
007570     MOVE WS-PRICE-DIFF-COUNT   TO SPT-DIFF-COUNT.
007580     MOVE WS-NO-HISTORY-COUNT   TO SPT-NO-HISTORY-COUNT.
007590     MOVE SWP-PRICE-TOTAL-1 TO WS-PRINT-LINE.
007600     PERFORM 5000-PRINT-ONE-LINE
007610         THRU 5000-EXIT.
007620     MOVE WS-HISTORY-READ-COUNT   TO SPT-HISTORY-READ-COUNT.
007630     MOVE WS-ORPHAN-HISTORY-COUNT TO SPT-ORPHAN-HISTORY-COUNT.
007640     MOVE SWP-PRICE-TOTAL-2 TO WS-PRINT-LINE.
007650     PERFORM 5000-PRINT-ONE-LINE
007660         THRU 5000-EXIT.
007670     MOVE SPACES TO WS-PRINT-LINE.
007680     PERFORM 5000-PRINT-ONE-LINE
007690         THRU 5000-EXIT.
007700     IF WS-PRICE-DIFF-COUNT > ZERO
007710         MOVE "PRICES DIFFER FROM THE HISTORY - SEE LISTING"
007720             TO PRL-RESULT-TEXT
007730     ELSE
007740         MOVE "PRICES AGREE WITH THE HISTORY"
007750             TO PRL-RESULT-TEXT
007760     END-IF.
007770     PERFORM 4800-PRINT-RESULT
007780         THRU 4800-EXIT.
007790 3900-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 4000-CHECK-PENDING-ITEMS - READ THE SUSPENSE AND EXCEPTION
007830* FILES AND LOOK UP THE ITEM ON EVERY DETAIL STILL WAITING TO
007840* POST. EITHER FILE MAY BE MISSING WITHOUT STOPPING THE OTHER.
007850*----------------------------------------------------------------
007860 4000-CHECK-PENDING-ITEMS.
007870     MOVE "SUSPENSE AND EXCEPTION ITEMS" TO RH1-SECTION-TITLE.
007880     MOVE SWP-PENDING-HEADING TO WS-COLUMN-HEADING.
007890     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
007900     MOVE " SUSPENDED AND REJECTED DETAILS FOR ITEMS NOT ON FILE O
007910-        "R NOT ACTIVE" TO WS-PRINT-LINE.
007920     PERFORM 5000-PRINT-ONE-LINE
007930         THRU 5000-EXIT.
007940     MOVE SPACES TO WS-PRINT-LINE.
007950     PERFORM 5000-PRINT-ONE-LINE
007960         THRU 5000-EXIT.
007970     OPEN INPUT ADD01-SUSP-FILE.
007980     IF SUSP-FILE-OK
007990         PERFORM 4100-READ-SUSPENSE-RECORD
008000             THRU 4100-EXIT
008010         PERFORM 4200-CHECK-ONE-SUSPENSE
008020             THRU 4200-EXIT
008030             UNTIL SUSP-END-OF-FILE
008040         CLOSE ADD01-SUSP-FILE
008050     ELSE
008060         SET SUSPENSE-NOT-CHECKED TO TRUE
008070         DISPLAY "CONTROL WARNING: SUSPENSE FILE NOT AVAILABLE "
008080             "(STATUS " WS-SUSP-FILE-STATUS ") - NOT SWEPT"
008090     END-IF.
008100     OPEN INPUT ADD01-EXCEPT-FILE.
008110     IF EXC-FILE-OK
008120         PERFORM 4300-READ-EXCEPTION-RECORD
008130             THRU 4300-EXIT
008140         PERFORM 4350-CHECK-ONE-EXCEPTION
008150             THRU 4350-EXIT
008160             UNTIL EXC-END-OF-FILE
008170         CLOSE ADD01-EXCEPT-FILE
008180     ELSE
008190         SET EXCEPTIONS-NOT-CHECKED TO TRUE
008200         DISPLAY "CONTROL WARNING: EXCEPTION FILE NOT AVAILABLE "
008210             "(STATUS " WS-EXC-FILE-STATUS ") - NOT SWEPT"
008220     END-IF.
008230     IF SUSPENSE-NOT-CHECKED
008240         AND EXCEPTIONS-NOT-CHECKED
008250         MOVE "NOT CHECKED - NEITHER FILE AVAILABLE"
008260             TO PRL-RESULT-TEXT
008270         PERFORM 4800-PRINT-RESULT
008280             THRU 4800-EXIT
008290         GO TO 4000-EXIT
008300     END-IF.
008310     PERFORM 4700-PRINT-PENDING-TOTALS
008320         THRU 4700-EXIT.
008330 4000-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360* 4100-READ-SUSPENSE-RECORD - READ THE NEXT SUSPENDED DETAIL,
008370* SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
008380*----------------------------------------------------------------
008390 4100-READ-SUSPENSE-RECORD.
008400     READ ADD01-SUSP-FILE
008410         AT END
008420             SET SUSP-END-OF-FILE TO TRUE
008430     END-READ.
008440 4100-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470* 4200-CHECK-ONE-SUSPENSE - A SUSPENDED RECORD WITH NO USABLE
008480* ITEM CODE (AN UNRECOGNIZED RECORD TYPE, SAY) NAMES NO ITEM AND
008490* IS ONLY COUNTED. ANY OTHER IS LOOKED UP AND LISTED IF ITS
008500* ITEM COULD NOT POST, THEN READ THE NEXT.
008510*----------------------------------------------------------------
008520 4200-CHECK-ONE-SUSPENSE.
008530     ADD 1 TO WS-SUSPENSE-READ-COUNT.
008540     IF TS-ITEM-CODE NUMERIC
008550         AND TS-ITEM-CODE > ZERO
008560         MOVE TS-ITEM-CODE TO WS-CHECK-ITEM-CODE
008570         PERFORM 4400-CHECK-PENDING-ITEM
008580             THRU 4400-EXIT
008590         IF WS-PENDING-NOTE NOT = SPACES
008600             MOVE "SUSPENSE" TO SXL-SOURCE
008610             MOVE TS-BATCH-ID TO SXL-BATCH-ID
008620             MOVE SPACES TO SXL-REFERENCE
008630             STRING "FEED " TS-FEED-NUMBER
008640                 DELIMITED BY SIZE INTO SXL-REFERENCE
008650             MOVE TS-QUANTITY TO SXL-QUANTITY
008660             MOVE TS-DEPARTMENT TO SXL-DEPARTMENT
008670             PERFORM 4450-PRINT-PENDING-LINE
008680                 THRU 4450-EXIT
008690         END-IF
008700     END-IF.
008710     PERFORM 4100-READ-SUSPENSE-RECORD
008720         THRU 4100-EXIT.
008730 4200-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760* 4300-READ-EXCEPTION-RECORD - READ THE NEXT REJECTED DETAIL,
008770* SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
008780*----------------------------------------------------------------
008790 4300-READ-EXCEPTION-RECORD.
008800     READ ADD01-EXCEPT-FILE
008810         AT END
008820             SET EXC-END-OF-FILE TO TRUE
008830     END-READ.
008840 4300-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* 4350-CHECK-ONE-EXCEPTION - AS FOR A SUSPENDED RECORD. A
008880* REJECTED REVERSAL IS RESUBMITTED AGAINST THE EXTENSION IT
008890* NAMES, NOT AGAINST THE ITEM MASTER, AND IS ONLY COUNTED.
008900*----------------------------------------------------------------
008910 4350-CHECK-ONE-EXCEPTION.
008920     ADD 1 TO WS-EXCEPTION-READ-COUNT.
008930     IF NOT TE-REVERSAL
008940         AND TE-ITEM-CODE NUMERIC
008950         AND TE-ITEM-CODE > ZERO
008960         MOVE TE-ITEM-CODE TO WS-CHECK-ITEM-CODE
008970         PERFORM 4400-CHECK-PENDING-ITEM
008980             THRU 4400-EXIT
008990         IF WS-PENDING-NOTE NOT = SPACES
009000             MOVE "EXCEPTION" TO SXL-SOURCE
009010             MOVE TE-BATCH-ID TO SXL-BATCH-ID
009020             MOVE TE-TRAN-ID TO SXL-REFERENCE
009030             MOVE TE-QUANTITY TO SXL-QUANTITY
009040             MOVE TE-DEPARTMENT TO SXL-DEPARTMENT
009050             PERFORM 4450-PRINT-PENDING-LINE
009060                 THRU 4450-EXIT
009070         END-IF
009080     END-IF.
009090     PERFORM 4300-READ-EXCEPTION-RECORD
009100         THRU 4300-EXIT.
009110 4350-EXIT.
009120     EXIT.
009130*----------------------------------------------------------------
009140* 4400-CHECK-PENDING-ITEM - LOOK THE ITEM UP ON THE MASTER. ONE
009150* NOT ON FILE, OR MARKED INACTIVE, WOULD REJECT IN ADD01 AGAIN
009160* IF THE DETAIL WERE RELEASED OR RESUBMITTED AS IT STANDS, SO
009170* SAY WHICH; LEAVE THE NOTE BLANK FOR AN ITEM THAT CAN POST.
009180*----------------------------------------------------------------
009190 4400-CHECK-PENDING-ITEM.
009200     MOVE SPACES TO WS-PENDING-NOTE.
009210     MOVE WS-CHECK-ITEM-CODE TO IM-ITEM-CODE.
009220     READ ITEM-MASTER-FILE
009230         INVALID KEY
009240             MOVE "NOT ON MASTER" TO WS-PENDING-NOTE
009250             ADD 1 TO WS-PENDING-MISSING-COUNT
009260             ADD 1 TO WS-FINDING-COUNT
009270             GO TO 4400-EXIT
009280     END-READ.
009290     IF IM-ITEM-INACTIVE
009300         MOVE "ITEM INACTIVE" TO WS-PENDING-NOTE
009310         ADD 1 TO WS-PENDING-INACTIVE-COUNT
009320         ADD 1 TO WS-FINDING-COUNT
009330     END-IF.
009340 4400-EXIT.
009350     EXIT.
009360*----------------------------------------------------------------
009370* 4450-PRINT-PENDING-LINE - LIST THE DETAIL WITH WHY ITS ITEM
009380* CANNOT POST.
009390*----------------------------------------------------------------
009400 4450-PRINT-PENDING-LINE.
009410     MOVE WS-CHECK-ITEM-CODE TO SXL-ITEM-CODE.
009420     MOVE WS-PENDING-NOTE    TO SXL-NOTE.
009430     ADD 1 TO WS-LISTED-COUNT.
009440     MOVE SWP-PENDING-LINE TO WS-PRINT-LINE.
009450     PERFORM 5000-PRINT-ONE-LINE
009460         THRU 5000-EXIT.
009470 4450-EXIT.
009480     EXIT.
009490*----------------------------------------------------------------
009500* 4700-PRINT-PENDING-TOTALS - HOW MANY SUSPENDED AND REJECTED
009510* RECORDS WERE READ AND HOW MANY NAME AN ITEM NOT ON FILE OR
009520* INACTIVE, THEN THE RESULT.
009530*----------------------------------------------------------------
009540 4700-PRINT-PENDING-TOTALS.
009550     IF WS-PENDING-MISSING-COUNT = ZERO
009560         AND WS-PENDING-INACTIVE-COUNT = ZERO
009570         MOVE " EVERY PENDING ITEM IS ON FILE AND ACTIVE"
009580             TO WS-PRINT-LINE
009590         PERFORM 5000-PRINT-ONE-LINE
009600             THRU 5000-EXIT
009610     END-IF.
009620     MOVE SPACES TO WS-PRINT-LINE.
009630     PERFORM 5000-PRINT-ONE-LINE
009640         THRU 5000-EXIT.
009650     MOVE WS-SUSPENSE-READ-COUNT  TO SQT-SUSPENSE-READ-COUNT.
009660     MOVE WS-EXCEPTION-READ-COUNT TO SQT-EXCEPTION-READ-COUNT.
009670     MOVE SWP-PENDING-TOTAL-1 TO WS-PRINT-LINE.
009680     PERFORM 5000-PRINT-ONE-LINE
009690         THRU 5000-EXIT.
009700     MOVE WS-PENDING-MISSING-COUNT  TO SQT-MISSING-COUNT.
009710     MOVE WS-PENDING-INACTIVE-COUNT TO SQT-INACTIVE-COUNT.
009720     MOVE SWP-PENDING-TOTAL-2 TO WS-PRINT-LINE.
009730     PERFORM 5000-PRINT-ONE-LINE
009740         THRU 5000-EXIT.
009750     MOVE SPACES TO WS-PRINT-LINE.
009760     PERFORM 5000-PRINT-ONE-LINE
009770         THRU 5000-EXIT.
009780     IF WS-PENDING-MISSING-COUNT > ZERO
009790         OR WS-PENDING-INACTIVE-COUNT > ZERO
009800         MOVE "PENDING ITEMS CANNOT POST - SEE LISTING"
009810             TO PRL-RESULT-TEXT
009820     ELSE
009830         IF SUSPENSE-NOT-CHECKED
009840             MOVE "NO FINDINGS - SUSPENSE FILE NOT CHECKED"
009850                 TO PRL-RESULT-TEXT
009860         ELSE
009870             IF EXCEPTIONS-NOT-CHECKED
009880                 MOVE "NO FINDINGS - EXCEPTION FILE NOT CHECKED"
009890                     TO PRL-RESULT-TEXT
009900             ELSE
009910                 MOVE "EVERY PENDING ITEM CAN POST"
009920                     TO PRL-RESULT-TEXT
009930             END-IF
009940         END-IF
009950     END-IF.
009960     PERFORM 4800-PRINT-RESULT
009970         THRU 4800-EXIT.
009980 4700-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------
010010* 4800-PRINT-RESULT - PRINT THE RESULT LINE OF THE SECTION IN
010020* PROGRESS.
010030*----------------------------------------------------------------
010040 4800-PRINT-RESULT.
010050     MOVE SWP-RESULT-LINE TO WS-PRINT-LINE.
010060     PERFORM 5000-PRINT-ONE-LINE
010070         THRU 5000-EXIT.
010080 4800-EXIT.
010090     EXIT.
010100*----------------------------------------------------------------
010110* 4900-PRINT-REFUSAL - THE SWEEP COULD NOT BE RUN. SAY WHY ON
010120* THE CONSOLE AND ON THE LISTING, SO AN EMPTY LISTING IS NEVER
010130* TAKEN TO MEAN THE FILES AGREE.
010140*----------------------------------------------------------------
010150 4900-PRINT-REFUSAL.
010160     DISPLAY "ITMSWEEP: " WS-REFUSAL-TEXT.
010170     MOVE WS-REFUSAL-TEXT TO PRL-RESULT-TEXT.
010180     PERFORM 4800-PRINT-RESULT
010190         THRU 4800-EXIT.
010200 4900-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
010240* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
010250*----------------------------------------------------------------
010260 5000-PRINT-ONE-LINE.
010270     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010280         PERFORM 5100-START-NEW-PAGE
010290             THRU 5100-EXIT
010300     END-IF.
010310     WRITE SWEEP-PRINT-LINE FROM WS-PRINT-LINE
010320         AFTER ADVANCING 1 LINE.
010330     ADD 1 TO WS-LINE-COUNT.
010340 5000-EXIT.
010350     EXIT.
010360*----------------------------------------------------------------
010370* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
010380* PAGE HEADING AND THE COLUMN HEADINGS OF THE SECTION IN
010390* PROGRESS.
010400*----------------------------------------------------------------
010410 5100-START-NEW-PAGE.
010420     ADD 1 TO WS-PAGE-NUMBER.
010430     MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
010440     IF WS-PAGE-NUMBER = 1
010450         WRITE SWEEP-PRINT-LINE FROM SWP-HEADING-1
010460             AFTER ADVANCING 1 LINE
010470     ELSE
010480         WRITE SWEEP-PRINT-LINE FROM SWP-HEADING-1
010490             AFTER ADVANCING PAGE
010500     END-IF.
010510     WRITE SWEEP-PRINT-LINE FROM WS-COLUMN-HEADING
010520         AFTER ADVANCING 1 LINE.
010530     MOVE SPACES TO SWEEP-PRINT-LINE.
010540     WRITE SWEEP-PRINT-LINE
010550         AFTER ADVANCING 1 LINE.
010560     MOVE 3 TO WS-LINE-COUNT.
010570 5100-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------
010600* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
010610* APPEND A LINE RECORDING THE RUN AND WHAT IT FOUND.
010620*----------------------------------------------------------------
010630 5600-WRITE-AUDIT-RECORD.
010640     MOVE "ITMSWEEP" TO ALP-PROGRAM-ID.
010650     STRING "RUN DATE=" WS-TODAYS-DATE
010660         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
010670     MOVE WS-ORPHAN-CURRENT-COUNT TO WS-ACTIVITY-AUDIT-DISPLAY.
010680     MOVE WS-PRICE-DIFF-COUNT     TO WS-PRICE-AUDIT-DISPLAY.
010690     COMPUTE WS-PENDING-AUDIT-DISPLAY =
010700         WS-PENDING-MISSING-COUNT + WS-PENDING-INACTIVE-COUNT.
010710     STRING "ACT=" WS-ACTIVITY-AUDIT-DISPLAY
010720         " PRICE=" WS-PRICE-AUDIT-DISPLAY
010730         " PEND=" WS-PENDING-AUDIT-DISPLAY
010740         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
010750     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
010760 5600-EXIT.
010770     EXIT.
010780*----------------------------------------------------------------
010790* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
010800* THE RETURN CODE: 8 WHEN THE ITEM MASTER COULD NOT BE READ, 4
010810* WHEN THE SWEEP FOUND ANYTHING OR A FILE IT SWEEPS WAS MISSING,
010820* 0 CLEAN. LEFTOVERS OF PROPERLY DELETED ITEMS ARE LISTED OR
010830* COUNTED BUT DO NOT GRADE THE RUN. THE RETURN CODE IS SET AFTER
010840* THE CALL - A CALLED PROGRAM'S COMPLETION PASSES ITS OWN (ZERO)
010850* RETURN-CODE BACK AND WOULD WIPE OUT A GRADE SET BEFOREHAND.
010860*----------------------------------------------------------------
010870 6000-END-RUN-CONTROL.
010880     MOVE "E"        TO RCP-FUNCTION.
010890     MOVE "ITMSWEEP" TO RCP-PROGRAM-ID.
010900     COMPUTE RCP-RECORDS-READ =
010910         WS-ACTIVITY-READ-COUNT + WS-MASTER-READ-COUNT
010920         + WS-HISTORY-READ-COUNT + WS-SUSPENSE-READ-COUNT
010930         + WS-EXCEPTION-READ-COUNT.
010940     MOVE WS-LISTED-COUNT  TO RCP-RECORDS-WRITTEN.
010950     MOVE WS-FINDING-COUNT TO RCP-RECORDS-REJECTED.
010960     IF SWEEP-IS-REFUSED
010970         MOVE "F" TO RCP-FINAL-STATUS
010980     ELSE
010990         IF WS-FINDING-COUNT > ZERO
011000             OR ACTIVITY-NOT-CHECKED
011010             OR HISTORY-NOT-CHECKED
011020             OR SUSPENSE-NOT-CHECKED
011030             OR EXCEPTIONS-NOT-CHECKED
011040             MOVE "E" TO RCP-FINAL-STATUS
011050         ELSE
011060             MOVE "C" TO RCP-FINAL-STATUS
011070         END-IF
011080     END-IF.
011090     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
011100     IF RCP-STATUS-FAILED
011110         MOVE 8 TO RETURN-CODE
011120     ELSE
011130         IF RCP-STATUS-EXCEPTIONS
011140             MOVE 4 TO RETURN-CODE
011150         ELSE
011160             MOVE 0 TO RETURN-CODE
011170         END-IF
011180     END-IF.
011190 6000-EXIT.
011200     EXIT.
011210*----------------------------------------------------------------
011220* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. THE HISTORY,
011230* SUSPENSE AND EXCEPTION FILES ARE OPENED AND CLOSED WHERE THEY
011240* ARE USED; THE MASTERS MAY NEVER HAVE BEEN OPENED.
011250*----------------------------------------------------------------
011260 PROGRAM-DONE.
011270     IF ITEM-MASTER-IS-OPEN
011280         CLOSE ITEM-MASTER-FILE
011290     END-IF.
011300     IF ACTIVITY-IS-OPEN
011310         CLOSE ITEM-ACTIVITY-FILE
011320     END-IF.
011330     CLOSE SWEEP-PRINT-FILE.
011340     STOP RUN.

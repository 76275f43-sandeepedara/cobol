000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADD01PVR.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. ADD01OUT RECORDS THE PRICE
000110*                   EACH EXTENSION WAS PRICED AT AND ITMPHIST
000120*                   RECORDS EVERY PRICE AN ITEM HAS CARRIED, BUT
000130*                   NOTHING EVER COMPARED THE TWO. THIS NIGHTLY
000140*                   REPORT, RUN AFTER ADD01, REPLAYS THE PRICE
000150*                   HISTORY OF EVERY ITEM THE RUN EXTENDED AND
000160*                   RECHECKS EACH EXTENSION AGAINST THE PRICE
000170*                   IN EFFECT ON THE RUN DATE (A REVERSAL
000180*                   AGAINST THE ORIGINAL'S RUN DATE), LISTING
000190*                   ANY PRICED OR FOOTED DIFFERENTLY AND ANY
000200*                   THE HISTORY CANNOT VOUCH FOR. IT THEN WALKS
000210*                   THE ITEM MASTER AND SHOWS THE PROJECTED
000220*                   MONTHLY EFFECT OF EVERY PENDING PRICE,
000230*                   PRICED ON LAST MONTH'S QUANTITY FROM THE
000240*                   PERIOD HISTORY (ITEMPER) OR, WHEN THE MONTH
000242*                   IS NOT CLOSED YET, THE ACTIVITY MASTER.
000244* 2026-10-15  RJM   A FAILED PRICE HISTORY OR EXTENSION SORT, A
000246*                   SORTED HISTORY THAT WILL NOT OPEN AND A BAD
000250*                   READ OF IT NOW REFUSE THE RECHECK INSTEAD OF
000253*                   REPORTING ON WHAT LITTLE CAME BACK; A BAD
000256*                   READ NO LONGER LEAVES THE ITEM WALK LOOPING.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ADD01-TOTALS-FILE ASSIGN TO "ADD01TOT"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-TOTALS-FILE-STATUS.
000330     SELECT ADD01-OUT-FILE ASSIGN TO "ADD01OUT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-OUT-FILE-STATUS.
000360     SELECT ITEM-PRICE-HISTORY-FILE ASSIGN TO "ITMPHIST"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PRICE-HIST-STATUS.
000390     SELECT PRICE-HISTORY-WORK-FILE ASSIGN TO "ADD01PHW"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-HIST-WORK-STATUS.
000420     SELECT PRICE-SORT-FILE ASSIGN TO "SORTWK1".
000430     SELECT EXTENSION-SORT-FILE ASSIGN TO "SORTWK2".
000440     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS IM-ITEM-CODE
000480         FILE STATUS IS WS-ITEM-FILE-STATUS.
000490     SELECT ITEM-PERIOD-FILE ASSIGN TO "ITEMPER"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS IP-RECORD-KEY
000530         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000540     SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMACT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS IA-ITEM-CODE
000580         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000590     SELECT VARIANCE-PRINT-FILE ASSIGN TO "ADD01PVP"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640* ADD01'S RUN TOTALS - SEE ADD01TOT. READ ONLY FOR THE RUN DATE
000650* THE EXTENSIONS WERE PRICED ON.
000660*----------------------------------------------------------------
000670 FD  ADD01-TOTALS-FILE.
000680 COPY ADD01TOT.
000690*----------------------------------------------------------------
000700* ADD01'S OUTPUT FILE - SEE ADD01OUT. EVERY EXTENSION AND
000710* REVERSAL THE RUN WROTE IS RELEASED TO THE EXTENSION SORT.
000720*----------------------------------------------------------------
000730 FD  ADD01-OUT-FILE.
000740 COPY ADD01OUT.
000750*----------------------------------------------------------------
000760* THE PRICE HISTORY AS ITMMAINT AND ITMPRCHG APPEND IT - SEE
000770* ITMPHIST. ONLY EVER THE INPUT TO THE PRICE SORT, SO IT IS
000780* DESCRIBED HERE AS A PLAIN RECORD.
000790*----------------------------------------------------------------
000800 FD  ITEM-PRICE-HISTORY-FILE.
000810 01  ITEM-PRICE-HISTORY-IMAGE    PIC X(39).
000820*----------------------------------------------------------------
000830* THE PRICE HISTORY SORTED INTO ITEM CODE AND CHANGE ORDER,
000840* READ ALONGSIDE THE SORTED EXTENSIONS.
000850*----------------------------------------------------------------
000860 FD  PRICE-HISTORY-WORK-FILE.
000870 COPY ITMPHIST.
000880*----------------------------------------------------------------
000890* PRICE SORT - THE HISTORY BY ITEM, THEN BY THE DATE AND TIME
000900* EACH CHANGE WAS KEYED. TWO CHANGES KEYED IN THE SAME SECOND
000910* KEEP THE ORDER THEY WERE WRITTEN IN.
000920*----------------------------------------------------------------
000930 SD  PRICE-SORT-FILE.
000940 01  PRICE-SORT-RECORD.
000950     05  SP-ITEM-CODE            PIC 9(05).
000960     05  SP-CHANGE-DATE          PIC 9(08).
000970     05  SP-CHANGE-TIME          PIC 9(08).
000980     05  FILLER                  PIC X(18).
000990*----------------------------------------------------------------
001000* EXTENSION SORT - THE RUN'S OUTPUT BY ITEM, THEN BY THE DATE
001010* THE PRICE HAS TO BE FOUND FOR, SO EACH ITEM'S HISTORY IS
001020* REPLAYED FORWARD ONCE.
001030*----------------------------------------------------------------
001040 SD  EXTENSION-SORT-FILE.
001050 01  EXTENSION-SORT-RECORD.
001060     05  SX-ITEM-CODE            PIC 9(05).
001070     05  SX-PRICE-DATE           PIC 9(08).
001080     05  SX-TRAN-ID              PIC 9(06).
001090     05  SX-BATCH-ID             PIC 9(04).
001100     05  SX-QUANTITY             PIC 9(02).
001110     05  SX-UNIT-PRICE           PIC 9(03)V99.
001120     05  SX-RESULT               PIC 9(05)V99.
001130     05  SX-ENTRY-TYPE           PIC X(01).
001140         88  SX-REVERSAL                    VALUE "R".
001150*----------------------------------------------------------------
001160* THE ITEM MASTER - SEE ITEMMST. WALKED IN ITEM CODE ORDER FOR
001170* ITS PENDING PRICES; NOTHING ON IT IS CHANGED BY THE REPORT.
001180*----------------------------------------------------------------
001190 FD  ITEM-MASTER-FILE.
001200 COPY ITEMMST.
001210*----------------------------------------------------------------
001220* THE PERIOD HISTORY - SEE ITEMPER. LAST MONTH'S QUANTITY AS IT
001230* STOOD AT CLOSE.
001240*----------------------------------------------------------------
001250 FD  ITEM-PERIOD-FILE.
001260 COPY ITEMPER.
001270*----------------------------------------------------------------
001280* THE ITEM ACTIVITY MASTER - SEE ITEMACT. LAST MONTH'S QUANTITY
001290* WHEN THE MONTH HAS NOT BEEN CLOSED YET.
001300*----------------------------------------------------------------
001310 FD  ITEM-ACTIVITY-FILE.
001320 COPY ITEMACT.
001330*----------------------------------------------------------------
001340* THE VARIANCE REPORT - 80-COLUMN PRINT LINES.
001350*----------------------------------------------------------------
001360 FD  VARIANCE-PRINT-FILE.
001370 01  VARIANCE-PRINT-LINE         PIC X(80).
001380 WORKING-STORAGE SECTION.
001390 01  ADD01PVR-SWITCHES.
001400     05  WS-TOTALS-FILE-STATUS   PIC X(02) VALUE "00".
001410         88  TOTALS-FILE-OK                 VALUE "00".
001420     05  WS-OUT-FILE-STATUS      PIC X(02) VALUE "00".
001430         88  OUT-FILE-OK                    VALUE "00".
001440     05  WS-PRICE-HIST-STATUS    PIC X(02) VALUE "00".
001450         88  PRICE-HIST-OK                  VALUE "00".
001460     05  WS-HIST-WORK-STATUS     PIC X(02) VALUE "00".
001470         88  HIST-WORK-OK                   VALUE "00".
001475         88  HIST-WORK-AT-END               VALUE "10".
001480     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
001490         88  ITEM-FILE-OK                   VALUE "00".
001500         88  ITEM-FILE-NOT-FOUND            VALUE "23" "35".
001510     05  WS-PERIOD-FILE-STATUS   PIC X(02) VALUE "00".
001520         88  PERIOD-FILE-OK                 VALUE "00".
001530         88  PERIOD-FILE-NOT-FOUND          VALUE "23" "35".
001540     05  WS-ACTIVITY-FILE-STATUS PIC X(02) VALUE "00".
001550         88  ACTIVITY-FILE-OK               VALUE "00".
001560         88  ACTIVITY-FILE-NOT-FOUND        VALUE "23" "35".
001570     05  WS-OUT-EOF-SWITCH       PIC X(01) VALUE "N".
001580         88  OUT-END-OF-FILE               VALUE "Y".
001590     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
001600         88  SORT-END-OF-FILE              VALUE "Y".
001610     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
001620         88  HIST-END-OF-FILE              VALUE "Y".
001623     05  WS-HIST-WORK-OPEN-SW    PIC X(01) VALUE "N".
001626         88  HIST-WORK-IS-OPEN             VALUE "Y".
001630     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
001640         88  ITEM-END-OF-FILE              VALUE "Y".
001650     05  WS-HISTORY-AVAILABLE-SW PIC X(01) VALUE "N".
001660         88  HISTORY-IS-AVAILABLE          VALUE "Y".
001670     05  WS-ITEM-MASTER-SWITCH   PIC X(01) VALUE "N".
001680         88  ITEM-MASTER-IS-OPEN           VALUE "Y".
001690     05  WS-PERIOD-OPEN-SWITCH   PIC X(01) VALUE "N".
001700         88  PERIOD-IS-OPEN                VALUE "Y".
001710     05  WS-ACTIVITY-OPEN-SWITCH PIC X(01) VALUE "N".
001720         88  ACTIVITY-IS-OPEN              VALUE "Y".
001730     05  WS-CHECK-REFUSED-SW     PIC X(01) VALUE "N".
001740         88  CHECK-IS-REFUSED              VALUE "Y".
001750     05  WS-PENDING-REFUSED-SW   PIC X(01) VALUE "N".
001760         88  PENDING-IS-REFUSED            VALUE "Y".
001770     05  WS-ITEM-STARTED-SW      PIC X(01) VALUE "N".
001780         88  ITEM-IS-STARTED               VALUE "Y".
001790     05  WS-ITEM-HISTORY-SW      PIC X(01) VALUE "N".
001800         88  ITEM-HAS-HISTORY              VALUE "Y".
001810     05  WS-PRICE-KNOWN-SW       PIC X(01) VALUE "N".
001820         88  PRICE-IS-KNOWN                VALUE "Y".
001830     05  WS-PRICE-FOUND-SW       PIC X(01) VALUE "N".
001840         88  PRICE-WAS-FOUND               VALUE "Y".
001850     05  WS-QTY-FOUND-SW         PIC X(01) VALUE "N".
001860         88  QTY-WAS-FOUND                 VALUE "Y".
001870 01  WS-CHECK-REFUSAL-TEXT       PIC X(45) VALUE SPACES.
001880 01  WS-PENDING-REFUSAL-TEXT     PIC X(45) VALUE SPACES.
001890 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001900 01  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001910 01  ADD01PVR-PERIOD-FIELDS.
001920     05  WS-CURRENT-MONTH        PIC 9(06) VALUE ZEROS.
001930     05  WS-CURRENT-YEAR         PIC 9(04) VALUE ZEROS.
001940     05  WS-CURRENT-MM           PIC 9(02) VALUE ZEROS.
001950     05  WS-LAST-MONTH           PIC 9(06) VALUE ZEROS.
001960*----------------------------------------------------------------
001970* THE PRICE SLOTS OF THE ITEM BEING RECHECKED, AS THEY STOOD
001980* AFTER THE LAST HISTORY RECORD REPLAYED - A CURRENT PRICE AND
001990* A PENDING PRICE WITH ITS EFFECTIVE DATE, JUST AS ITEMMST
002000* CARRIES THEM.
002010*----------------------------------------------------------------
002020 01  ADD01PVR-PRICE-STATE.
002030     05  WS-PS-ITEM-CODE         PIC 9(05) VALUE ZEROS.
002040     05  WS-PS-CURRENT-PRICE     PIC 9(03)V99 VALUE ZEROS.
002050     05  WS-PS-PENDING-PRICE     PIC 9(03)V99 VALUE ZEROS.
002060     05  WS-PS-PENDING-EFFECTIVE PIC 9(08) VALUE ZEROS.
002070     05  WS-PS-PRICE-IN-EFFECT   PIC 9(03)V99 VALUE ZEROS.
002080 01  ADD01PVR-WORK-FIELDS.
002090     05  WS-EXPECTED-RESULT      PIC S9(07)V99 VALUE ZEROS.
002100     05  WS-EXT-DIFFERENCE       PIC S9(07)V99 VALUE ZEROS.
002110     05  WS-LAST-MONTH-QTY       PIC 9(07) VALUE ZEROS.
002120     05  WS-PRICE-CHANGE         PIC S9(03)V99 VALUE ZEROS.
002130     05  WS-MONTHLY-EFFECT       PIC S9(09)V99 VALUE ZEROS.
002140     05  WS-QTY-NOTE             PIC X(06) VALUE SPACES.
002150 01  ADD01PVR-COUNTS.
002160     05  WS-CHECKED-COUNT        PIC 9(7)  COMP VALUE ZERO.
002170     05  WS-AGREED-COUNT         PIC 9(7)  COMP VALUE ZERO.
002180     05  WS-VARIANCE-COUNT       PIC 9(7)  COMP VALUE ZERO.
002190     05  WS-UNVERIFIED-COUNT     PIC 9(7)  COMP VALUE ZERO.
002200     05  WS-ITEM-READ-COUNT      PIC 9(7)  COMP VALUE ZERO.
002210     05  WS-PENDING-COUNT        PIC 9(7)  COMP VALUE ZERO.
002220     05  WS-RAISING-COUNT        PIC 9(7)  COMP VALUE ZERO.
002230     05  WS-LOWERING-COUNT       PIC 9(7)  COMP VALUE ZERO.
002240     05  WS-LISTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
002250     05  WS-NET-DIFFERENCE       PIC S9(09)V99 COMP VALUE ZERO.
002260     05  WS-INCREASE-TOTAL       PIC 9(09)V99 COMP VALUE ZERO.
002270     05  WS-DECREASE-TOTAL       PIC 9(09)V99 COMP VALUE ZERO.
002280     05  WS-NET-EFFECT           PIC S9(09)V99 COMP VALUE ZERO.
002290     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
002300     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
002310     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
002320 01  WS-CHECKED-AUDIT-DISPLAY    PIC 9(07) VALUE ZEROS.
002330 01  WS-VARIANCE-AUDIT-DISPLAY   PIC 9(07) VALUE ZEROS.
002340 01  WS-UNVERIFIED-AUDIT-DISPLAY PIC 9(07) VALUE ZEROS.
002350 01  WS-PENDING-AUDIT-DISPLAY    PIC 9(07) VALUE ZEROS.
002360 01  PVR-HEADING-1.
002370     05  FILLER                  PIC X(21) VALUE
002380         "PRICE VARIANCE REPORT".
002390     05  FILLER                  PIC X(10) VALUE " RUN DATE ".
002400     05  RH1-RUN-DATE            PIC 9(08).
002410     05  FILLER                  PIC X(07) VALUE "  PAGE ".
002420     05  RH1-PAGE-NUMBER         PIC ZZZ9.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  RH1-SECTION-TITLE       PIC X(28) VALUE SPACES.
002450 01  PVR-CHECK-HEADING.
002460     05  FILLER                  PIC X(33) VALUE
002470         " TRAN   BTCH  ITEM  QTY PRICE-DT ".
002480     05  FILLER                  PIC X(31) VALUE
002490         "PRICED   HIST   EXT-DIFF   NOTE".
002500     05  FILLER                  PIC X(16) VALUE SPACES.
002510 01  PVR-PENDING-HEADING.
002520     05  FILLER                  PIC X(34) VALUE
002530         " ITEM   DESCRIPTION      EFF-DATE ".
002540     05  FILLER                  PIC X(46) VALUE
002550         "CURRENT     NEW  LAST-MO  MONTH EFFECT  NOTE".
002560 01  WS-COLUMN-HEADING           PIC X(80) VALUE SPACES.
002570 01  PVR-CHECK-SUBTITLE.
002580     05  FILLER                  PIC X(19) VALUE
002590         " EXTENSIONS OF THE ".
002600     05  PCS-RUN-DATE            PIC 9(08).
002610     05  FILLER                  PIC X(53) VALUE
002620         " RUN RECHECKED AGAINST THE PRICE HISTORY".
002630 01  PVR-PENDING-SUBTITLE.
002640     05  FILLER                  PIC X(44) VALUE
002650         " PENDING PRICES PRICED ON THE QUANTITY DRAWN".
002660     05  FILLER                  PIC X(10) VALUE
002670         " IN MONTH ".
002680     05  PPS-LAST-MONTH          PIC 9(06).
002690     05  FILLER                  PIC X(20) VALUE SPACES.
002700 01  PVR-VARIANCE-LINE.
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  VDL-TRAN-ID             PIC 9(06).
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  VDL-BATCH-ID            PIC 9(04).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  VDL-ITEM-CODE           PIC 9(05).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  VDL-QUANTITY            PIC Z9.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  VDL-PRICE-DATE          PIC 9(08).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  VDL-PRICED-AT           PIC ZZ9.99.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  VDL-HISTORY-PRICE       PIC ZZ9.99.
002850     05  VDL-HISTORY-PRICE-X REDEFINES VDL-HISTORY-PRICE
002860                                 PIC X(06).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  VDL-EXT-DIFFERENCE      PIC Z(5)9.99-.
002890     05  VDL-EXT-DIFFERENCE-X REDEFINES VDL-EXT-DIFFERENCE
002900                                 PIC X(10).
002910     05  VDL-CREDIT              PIC X(02).
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  VDL-NOTE                PIC X(19).
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950 01  PVR-PENDING-LINE.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  PDL-ITEM-CODE           PIC 9(05).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  PDL-DESCRIPTION         PIC X(16).
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  PDL-EFFECTIVE           PIC 9(08).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  PDL-CURRENT-PRICE       PIC ZZ9.99.
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  PDL-NEW-PRICE           PIC ZZ9.99.
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  PDL-LAST-MONTH-QTY      PIC Z(6)9.
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  PDL-MONTHLY-EFFECT      PIC Z(7)9.99-.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  PDL-NOTE                PIC X(06).
003120 01  PVR-CHECK-TOTAL-1.
003130     05  FILLER                  PIC X(20) VALUE
003140         " EXTENSIONS CHECKED ".
003150     05  PCT-CHECKED-COUNT       PIC Z(5)9.
003160     05  FILLER                  PIC X(10) VALUE
003170         "   AGREED ".
003180     05  PCT-AGREED-COUNT        PIC Z(5)9.
003190     05  FILLER                  PIC X(13) VALUE
003200         "   VARIANCES ".
003210     05  PCT-VARIANCE-COUNT      PIC Z(5)9.
003220     05  FILLER                  PIC X(13) VALUE
003230         "  UNVERIFIED ".
003240     05  PCT-UNVERIFIED-COUNT    PIC Z(5)9.
003250 01  PVR-CHECK-TOTAL-2.
003260     05  FILLER                  PIC X(30) VALUE
003270         " NET EXTENSION DIFFERENCE     ".
003280     05  PCT-NET-DIFFERENCE      PIC Z(8)9.99-.
003290     05  FILLER                  PIC X(37) VALUE SPACES.
003300 01  PVR-PENDING-TOTAL-1.
003310     05  FILLER                  PIC X(20) VALUE
003320         " ITEMS READ         ".
003330     05  PPT-ITEM-READ-COUNT     PIC Z(5)9.
003340     05  FILLER                  PIC X(11) VALUE
003350         "   PENDING ".
003360     05  PPT-PENDING-COUNT       PIC Z(5)9.
003370     05  FILLER                  PIC X(11) VALUE
003380         "   RAISING ".
003390     05  PPT-RAISING-COUNT       PIC Z(5)9.
003400     05  FILLER                  PIC X(12) VALUE
003410         "   LOWERING ".
003420     05  PPT-LOWERING-COUNT      PIC Z(5)9.
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440 01  PVR-PENDING-TOTAL-2.
003450     05  FILLER                  PIC X(30) VALUE
003460         " PROJECTED MONTHLY INCREASE   ".
003470     05  PPT-INCREASE-TOTAL      PIC Z(8)9.99.
003480     05  FILLER                  PIC X(38) VALUE SPACES.
003490 01  PVR-PENDING-TOTAL-3.
003500     05  FILLER                  PIC X(30) VALUE
003510         " PROJECTED MONTHLY DECREASE   ".
003520     05  PPT-DECREASE-TOTAL      PIC Z(8)9.99.
003530     05  FILLER                  PIC X(38) VALUE SPACES.
003540 01  PVR-PENDING-TOTAL-4.
003550     05  FILLER                  PIC X(30) VALUE
003560         " PROJECTED NET MONTHLY EFFECT ".
003570     05  PPT-NET-EFFECT          PIC Z(8)9.99-.
003580     05  FILLER                  PIC X(37) VALUE SPACES.
003590 01  PVR-RESULT-LINE.
003600     05  FILLER                  PIC X(09) VALUE " RESULT: ".
003610     05  PRL-RESULT-TEXT         PIC X(45).
003620     05  FILLER                  PIC X(26) VALUE SPACES.
003630 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
003640 COPY AUDITPRM.
003650 COPY RUNCTLP.
003660 PROCEDURE DIVISION.
003670*----------------------------------------------------------------
003680* PROGRAM-BEGIN - MAINLINE. RECHECK THE RUN'S EXTENSIONS
003690* AGAINST THE PRICE HISTORY, THEN PRICE THE PENDING PRICE
003700* CHANGES ON A NEW PAGE. EITHER HALF CAN BE REFUSED WITHOUT
003710* STOPPING THE OTHER; A REFUSED HALF PRINTS WHY AND THE RUN
003720* ENDS WITH RETURN-CODE 8.
003730*----------------------------------------------------------------
003740 PROGRAM-BEGIN.
003750     PERFORM 1000-INITIALIZE
003760         THRU 1000-EXIT.
003770     IF NOT CHECK-IS-REFUSED
003810         PERFORM 2000-CHECK-EXTENSIONS
003820             THRU 2000-EXIT
003825     END-IF.
003826     IF CHECK-IS-REFUSED
003827         PERFORM 4500-PRINT-CHECK-REFUSAL
003828             THRU 4500-EXIT
003829     ELSE
003830         PERFORM 4000-PRINT-CHECK-TOTALS
003840             THRU 4000-EXIT
003850     END-IF.
003860     PERFORM 1500-START-PENDING-SECTION
003870         THRU 1500-EXIT.
003880     IF PENDING-IS-REFUSED
003890         PERFORM 4600-PRINT-PENDING-REFUSAL
003900             THRU 4600-EXIT
003910     ELSE
003920         PERFORM 3000-CHECK-ONE-ITEM
003930             THRU 3000-EXIT
003940             UNTIL ITEM-END-OF-FILE
003950         PERFORM 4100-PRINT-PENDING-TOTALS
003960             THRU 4100-EXIT
003970     END-IF.
003980     PERFORM 5600-WRITE-AUDIT-RECORD
003990         THRU 5600-EXIT.
004000     PERFORM 6000-END-RUN-CONTROL
004010         THRU 6000-EXIT.
004020     GO TO PROGRAM-DONE.
004030*----------------------------------------------------------------
004040* 1000-INITIALIZE - REGISTER THE START OF THE RUN, WORK OUT
004050* LAST MONTH, OPEN THE REPORT AND PICK UP THE RUN DATE OFF
004060* ADD01'S RUN TOTALS. WITHOUT THE RUN TOTALS OR THE OUTPUT FILE
004070* THERE IS NOTHING TO RECHECK; WITHOUT THE PRICE HISTORY EVERY
004080* EXTENSION IS LISTED AS UNVERIFIED.
004090*----------------------------------------------------------------
004100 1000-INITIALIZE.
004110     MOVE "S"        TO RCP-FUNCTION.
004120     MOVE "ADD01PVR" TO RCP-PROGRAM-ID.
004130     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
004140     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
004150     DIVIDE WS-TODAYS-DATE BY 100 GIVING WS-CURRENT-MONTH.
004160     DIVIDE WS-CURRENT-MONTH BY 100 GIVING WS-CURRENT-YEAR
004170         REMAINDER WS-CURRENT-MM.
004180     IF WS-CURRENT-MM = 1
004190         COMPUTE WS-LAST-MONTH =
004200             (WS-CURRENT-YEAR - 1) * 100 + 12
004210     ELSE
004220         COMPUTE WS-LAST-MONTH = WS-CURRENT-MONTH - 1
004230     END-IF.
004240     MOVE WS-TODAYS-DATE TO RH1-RUN-DATE.
004250     MOVE "EXTENSION PRICE RECHECK" TO RH1-SECTION-TITLE.
004260     MOVE PVR-CHECK-HEADING TO WS-COLUMN-HEADING.
004270     OPEN OUTPUT VARIANCE-PRINT-FILE.
004280     OPEN INPUT ADD01-TOTALS-FILE.
004290     IF NOT TOTALS-FILE-OK
004300         MOVE "NOT CHECKED - RUN TOTALS UNAVAILABLE"
004310             TO WS-CHECK-REFUSAL-TEXT
004320         SET CHECK-IS-REFUSED TO TRUE
004330         GO TO 1000-EXIT
004340     END-IF.
004350     READ ADD01-TOTALS-FILE
004360         AT END
004370             MOVE "NOT CHECKED - RUN TOTALS EMPTY"
004380                 TO WS-CHECK-REFUSAL-TEXT
004390             SET CHECK-IS-REFUSED TO TRUE
004400     END-READ.
004410     CLOSE ADD01-TOTALS-FILE.
004420     IF CHECK-IS-REFUSED
004430         GO TO 1000-EXIT
004440     END-IF.
004450     MOVE RT-RUN-DATE TO WS-RUN-DATE.
004460     OPEN INPUT ADD01-OUT-FILE.
004470     IF NOT OUT-FILE-OK
004480         MOVE "NOT CHECKED - OUTPUT FILE UNAVAILABLE"
004490             TO WS-CHECK-REFUSAL-TEXT
004500         SET CHECK-IS-REFUSED TO TRUE
004510         GO TO 1000-EXIT
004520     END-IF.
004530     CLOSE ADD01-OUT-FILE.
004540     OPEN INPUT ITEM-PRICE-HISTORY-FILE.
004550     IF PRICE-HIST-OK
004560         CLOSE ITEM-PRICE-HISTORY-FILE
004570         SET HISTORY-IS-AVAILABLE TO TRUE
004580     ELSE
004590         DISPLAY "CONTROL WARNING: PRICE HISTORY NOT "
004600             "AVAILABLE (STATUS " WS-PRICE-HIST-STATUS
004610             ") - NO EXTENSION CAN BE VERIFIED"
004620     END-IF.
004630 1000-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660* 1300-READ-ITEM-RECORD - READ THE NEXT ITEM IN ITEM CODE
004670* ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS
004680* EXHAUSTED.
004690*----------------------------------------------------------------
004700 1300-READ-ITEM-RECORD.
004710     READ ITEM-MASTER-FILE NEXT RECORD
004720         AT END
004730             SET ITEM-END-OF-FILE TO TRUE
004740     END-READ.
004750 1300-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 1500-START-PENDING-SECTION - START THE PENDING PRICE HALF ON
004790* A NEW PAGE UNDER ITS OWN HEADINGS, OPEN THE ITEM MASTER AND
004800* THE FILES LAST MONTH'S QUANTITIES COME FROM, AND POSITION THE
004810* ITEM WALK AT THE FRONT. WITHOUT EITHER QUANTITY FILE THE
004820* PENDING PRICES ARE STILL LISTED, WITH NO EFFECT SHOWN.
004830*----------------------------------------------------------------
004840 1500-START-PENDING-SECTION.
004850     MOVE "PENDING PRICE IMPACT" TO RH1-SECTION-TITLE.
004860     MOVE PVR-PENDING-HEADING TO WS-COLUMN-HEADING.
004870     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
004880     OPEN INPUT ITEM-MASTER-FILE.
004890     IF NOT ITEM-FILE-OK
004900         MOVE "NOT PRICED - ITEM MASTER UNAVAILABLE"
004910             TO WS-PENDING-REFUSAL-TEXT
004920         SET PENDING-IS-REFUSED TO TRUE
004930         GO TO 1500-EXIT
004940     END-IF.
004950     SET ITEM-MASTER-IS-OPEN TO TRUE.
004960     OPEN INPUT ITEM-PERIOD-FILE.
004970     IF PERIOD-FILE-OK
004980         SET PERIOD-IS-OPEN TO TRUE
004990     END-IF.
005000     OPEN INPUT ITEM-ACTIVITY-FILE.
005010     IF ACTIVITY-FILE-OK
005020         SET ACTIVITY-IS-OPEN TO TRUE
005030     END-IF.
005040     IF NOT PERIOD-IS-OPEN
005050         AND NOT ACTIVITY-IS-OPEN
005060         DISPLAY "CONTROL WARNING: PERIOD HISTORY AND ITEM "
005070             "ACTIVITY NOT AVAILABLE - NO EFFECT WILL BE SHOWN"
005080     END-IF.
005090     MOVE WS-LAST-MONTH TO PPS-LAST-MONTH.
005100     MOVE PVR-PENDING-SUBTITLE TO WS-PRINT-LINE.
005110     PERFORM 5000-PRINT-ONE-LINE
005120         THRU 5000-EXIT.
005130     MOVE SPACES TO WS-PRINT-LINE.
005140     PERFORM 5000-PRINT-ONE-LINE
005150         THRU 5000-EXIT.
005160     MOVE ZEROS TO IM-ITEM-CODE.
005170     START ITEM-MASTER-FILE KEY >= IM-ITEM-CODE
005180         INVALID KEY
005190             SET ITEM-END-OF-FILE TO TRUE
005200     END-START.
005210     IF NOT ITEM-END-OF-FILE
005220         PERFORM 1300-READ-ITEM-RECORD
005230             THRU 1300-EXIT
005240     END-IF.
005250 1500-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 2000-CHECK-EXTENSIONS - PUT THE PRICE HISTORY INTO ITEM AND
005290* CHANGE ORDER, THEN SORT THE RUN'S OUTPUT BY ITEM AND PRICE
005300* DATE AND RECHECK IT AGAINST THE HISTORY AS IT COMES BACK.
005303* IF EITHER SORT FAILS, OR THE SORTED HISTORY CANNOT BE OPENED
005306* OR READ, THE RECHECK IS REFUSED.
005310*----------------------------------------------------------------
005320 2000-CHECK-EXTENSIONS.
005330     MOVE WS-RUN-DATE TO PCS-RUN-DATE.
005340     MOVE PVR-CHECK-SUBTITLE TO WS-PRINT-LINE.
005350     PERFORM 5000-PRINT-ONE-LINE
005360         THRU 5000-EXIT.
005370     MOVE SPACES TO WS-PRINT-LINE.
005380     PERFORM 5000-PRINT-ONE-LINE
005390         THRU 5000-EXIT.
005400     IF HISTORY-IS-AVAILABLE
005410         PERFORM 2050-SORT-PRICE-HISTORY
005420             THRU 2050-EXIT
005430     ELSE
005440         SET HIST-END-OF-FILE TO TRUE
005450     END-IF.
005455     IF NOT CHECK-IS-REFUSED
005460         PERFORM 2060-SORT-EXTENSIONS
005470             THRU 2060-EXIT
005480     END-IF.
005548     IF HIST-WORK-IS-OPEN
005550         CLOSE PRICE-HISTORY-WORK-FILE
005560     END-IF.
005570 2000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 2050-SORT-PRICE-HISTORY - SORT THE HISTORY TO THE WORK FILE
005610* AND READ THE FIRST CHANGE. A FAILED SORT OR A WORK FILE THAT
005615* WILL NOT OPEN REFUSES THE RECHECK.
005620*----------------------------------------------------------------
005630 2050-SORT-PRICE-HISTORY.
005640     SORT PRICE-SORT-FILE
005650         ON ASCENDING KEY SP-ITEM-CODE
005660                          SP-CHANGE-DATE
005670                          SP-CHANGE-TIME
005680         WITH DUPLICATES IN ORDER
005690         USING ITEM-PRICE-HISTORY-FILE
005691         GIVING PRICE-HISTORY-WORK-FILE.
005692     IF SORT-RETURN NOT = ZERO
005693         DISPLAY "ADD01PVR: PRICE HISTORY SORT FAILED - "
005694             "NOTHING CHECKED"
005695         MOVE "NOT CHECKED - PRICE HISTORY SORT FAILED"
005696             TO WS-CHECK-REFUSAL-TEXT
005697         SET CHECK-IS-REFUSED TO TRUE
005698         GO TO 2050-EXIT
005699     END-IF.
005700     OPEN INPUT PRICE-HISTORY-WORK-FILE.
005701     IF NOT HIST-WORK-OK
005702         DISPLAY "ADD01PVR: SORTED PRICE HISTORY WILL NOT OPEN "
005703             "(STATUS " WS-HIST-WORK-STATUS ")"
005704         MOVE "NOT CHECKED - SORTED HISTORY UNAVAILABLE"
005705             TO WS-CHECK-REFUSAL-TEXT
005706         SET CHECK-IS-REFUSED TO TRUE
005710         GO TO 2050-EXIT
005713     END-IF.
005716     SET HIST-WORK-IS-OPEN TO TRUE.
005720     PERFORM 2800-READ-HISTORY-WORK
005730         THRU 2800-EXIT.
005731 2050-EXIT.
005732     EXIT.
005733*----------------------------------------------------------------
005734* 2060-SORT-EXTENSIONS - SORT THE RUN'S OUTPUT BY ITEM AND PRICE
005735* DATE, RECHECKING EACH EXTENSION AS IT COMES BACK. A FAILED
005736* SORT REFUSES THE RECHECK.
005737*----------------------------------------------------------------
005738 2060-SORT-EXTENSIONS.
005739     SORT EXTENSION-SORT-FILE
005740         ON ASCENDING KEY SX-ITEM-CODE
005741                          SX-PRICE-DATE
005742                          SX-TRAN-ID
005743         INPUT PROCEDURE IS 2100-RELEASE-EXTENSIONS
005744             THRU 2100-EXIT
005745         OUTPUT PROCEDURE IS 2200-CHECK-SORTED-EXTENSIONS
005746             THRU 2200-EXIT.
005747     IF SORT-RETURN NOT = ZERO
005748         DISPLAY "ADD01PVR: EXTENSION SORT FAILED - RECHECK "
005749             "INCOMPLETE"
005750         MOVE "NOT CHECKED - EXTENSION SORT FAILED"
005751             TO WS-CHECK-REFUSAL-TEXT
005752         SET CHECK-IS-REFUSED TO TRUE
005753     END-IF.
005754 2060-EXIT.
005755     EXIT.
005760*----------------------------------------------------------------
005770* 2100-RELEASE-EXTENSIONS - SORT INPUT. RELEASE EVERY RECORD ON
005780* ADD01'S OUTPUT FILE WITH THE DATE ITS PRICE HAS TO BE FOUND
005790* FOR: THE RUN DATE FOR AN EXTENSION, AND FOR A REVERSAL THE
005800* RUN DATE OF THE EXTENSION IT CREDITS BACK, WHOSE PRICE IT
005810* CARRIES.
005820*----------------------------------------------------------------
005830 2100-RELEASE-EXTENSIONS.
005840     OPEN INPUT ADD01-OUT-FILE.
005850     PERFORM 2110-READ-OUT-RECORD
005860         THRU 2110-EXIT.
005870     PERFORM 2120-RELEASE-ONE-EXTENSION
005880         THRU 2120-EXIT
005890         UNTIL OUT-END-OF-FILE.
005900     CLOSE ADD01-OUT-FILE.
005910 2100-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 2110-READ-OUT-RECORD - READ THE NEXT OUTPUT RECORD, SETTING
005950* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
005960*----------------------------------------------------------------
005970 2110-READ-OUT-RECORD.
005980     READ ADD01-OUT-FILE
005990         AT END
006000             SET OUT-END-OF-FILE TO TRUE
006010     END-READ.
006020 2110-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 2120-RELEASE-ONE-EXTENSION - RELEASE THE RECORD ON HAND TO
006060* THE SORT AND READ THE NEXT.
006070*----------------------------------------------------------------
006080 2120-RELEASE-ONE-EXTENSION.
006090     MOVE TO-ITEM-CODE  TO SX-ITEM-CODE.
006100     MOVE TO-TRAN-ID    TO SX-TRAN-ID.
006110     MOVE TO-BATCH-ID   TO SX-BATCH-ID.
006120     MOVE TO-QUANTITY   TO SX-QUANTITY.
006130     MOVE TO-UNIT-PRICE TO SX-UNIT-PRICE.
006140     MOVE TO-RESULT     TO SX-RESULT.
006150     MOVE TO-ENTRY-TYPE TO SX-ENTRY-TYPE.
006160     IF TO-REVERSAL
006170         MOVE TO-ORIG-RUN-DATE TO SX-PRICE-DATE
006180     ELSE
006190         MOVE WS-RUN-DATE TO SX-PRICE-DATE
006200     END-IF.
006210     RELEASE EXTENSION-SORT-RECORD.
006220     ADD 1 TO WS-CHECKED-COUNT.
006230     PERFORM 2110-READ-OUT-RECORD
006240         THRU 2110-EXIT.
006250 2120-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 2200-CHECK-SORTED-EXTENSIONS - SORT OUTPUT. RECHECK EACH
006290* EXTENSION AS IT COMES BACK FROM THE SORT.
006300*----------------------------------------------------------------
006310 2200-CHECK-SORTED-EXTENSIONS.
006320     PERFORM 2210-RETURN-EXTENSION
006330         THRU 2210-EXIT.
006340     PERFORM 2300-CHECK-ONE-EXTENSION
006350         THRU 2300-EXIT
006360         UNTIL SORT-END-OF-FILE.
006370 2200-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400* 2210-RETURN-EXTENSION - TAKE THE NEXT EXTENSION FROM THE
006410* SORT, SETTING THE END-OF-FILE SWITCH WHEN IT IS EXHAUSTED.
006420*----------------------------------------------------------------
006430 2210-RETURN-EXTENSION.
006440     RETURN EXTENSION-SORT-FILE
006450         AT END
006460             SET SORT-END-OF-FILE TO TRUE
006470     END-RETURN.
006480 2210-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510* 2300-CHECK-ONE-EXTENSION - BRING THE ITEM'S PRICE SLOTS UP TO
006520* THE EXTENSION'S PRICE DATE BY REPLAYING EVERY CHANGE KEYED
006530* ON OR BEFORE IT, FIND THE PRICE THEN IN EFFECT AND GRADE THE
006540* EXTENSION AGAINST IT.
006550*----------------------------------------------------------------
006560 2300-CHECK-ONE-EXTENSION.
006570     IF NOT ITEM-IS-STARTED
006580         OR SX-ITEM-CODE NOT = WS-PS-ITEM-CODE
006590         PERFORM 2400-START-ITEM-PRICES
006600             THRU 2400-EXIT
006610     END-IF.
006620     PERFORM 2500-REPLAY-ONE-CHANGE
006630         THRU 2500-EXIT
006640         UNTIL HIST-END-OF-FILE
006650         OR PH-ITEM-CODE NOT = SX-ITEM-CODE
006660         OR PH-CHANGE-DATE > SX-PRICE-DATE.
006670     PERFORM 2600-FIND-PRICE-IN-EFFECT
006680         THRU 2600-EXIT.
006690     PERFORM 2700-GRADE-EXTENSION
006700         THRU 2700-EXIT.
006710     PERFORM 2210-RETURN-EXTENSION
006720         THRU 2210-EXIT.
006730 2300-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 2400-START-ITEM-PRICES - A NEW ITEM. PASS OVER THE HISTORY OF
006770* ITEMS THE RUN DID NOT EXTEND, THEN SET THE SLOTS UP AS THEY
006780* STOOD BEFORE THE ITEM'S FIRST CHANGE: THE PRICE THAT CHANGE
006790* REPLACED, IF IT REPLACED ONE, AND NOTHING PENDING.
006800*----------------------------------------------------------------
006810 2400-START-ITEM-PRICES.
006820     SET ITEM-IS-STARTED TO TRUE.
006830     MOVE SX-ITEM-CODE TO WS-PS-ITEM-CODE.
006840     MOVE "N" TO WS-ITEM-HISTORY-SW.
006850     MOVE "N" TO WS-PRICE-KNOWN-SW.
006860     MOVE ZERO TO WS-PS-CURRENT-PRICE.
006870     MOVE ZERO TO WS-PS-PENDING-PRICE.
006880     MOVE ZERO TO WS-PS-PENDING-EFFECTIVE.
006890     PERFORM 2800-READ-HISTORY-WORK
006900         THRU 2800-EXIT
006910         UNTIL HIST-END-OF-FILE
006920         OR PH-ITEM-CODE NOT < SX-ITEM-CODE.
006930     IF HIST-END-OF-FILE
006940         GO TO 2400-EXIT
006950     END-IF.
006960     IF PH-ITEM-CODE = SX-ITEM-CODE
006970         SET ITEM-HAS-HISTORY TO TRUE
006980         MOVE PH-OLD-UNIT-PRICE TO WS-PS-CURRENT-PRICE
006990         IF PH-OLD-UNIT-PRICE > ZERO
007000             SET PRICE-IS-KNOWN TO TRUE
007010         END-IF
007020     END-IF.
007030 2400-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060* 2500-REPLAY-ONE-CHANGE - APPLY ONE HISTORY RECORD TO THE
007070* SLOTS THE WAY ITMMAINT APPLIED THE CHANGE: A PENDING PRICE
007080* THAT HAD MATURED BY THE DAY OF THE CHANGE BECOMES CURRENT
007090* FIRST, THEN A PRICE DATED AFTER THE DAY IT WAS KEYED GOES
007100* INTO THE PENDING SLOT (REPLACING ANY PENDING PRICE) AND ANY
007110* OTHER PRICE BECOMES CURRENT AND CLEARS THE PENDING SLOT.
007120*----------------------------------------------------------------
007130 2500-REPLAY-ONE-CHANGE.
007140     IF WS-PS-PENDING-EFFECTIVE > ZERO
007150         AND WS-PS-PENDING-EFFECTIVE NOT > PH-CHANGE-DATE
007160         MOVE WS-PS-PENDING-PRICE TO WS-PS-CURRENT-PRICE
007170         MOVE ZERO TO WS-PS-PENDING-PRICE
007180         MOVE ZERO TO WS-PS-PENDING-EFFECTIVE
007190         SET PRICE-IS-KNOWN TO TRUE
007200     END-IF.
007210     IF PH-EFFECTIVE-DATE > PH-CHANGE-DATE
007220         MOVE PH-NEW-UNIT-PRICE TO WS-PS-PENDING-PRICE
007230         MOVE PH-EFFECTIVE-DATE TO WS-PS-PENDING-EFFECTIVE
007240     ELSE
007250         MOVE PH-NEW-UNIT-PRICE TO WS-PS-CURRENT-PRICE
007260         MOVE ZERO TO WS-PS-PENDING-PRICE
007270         MOVE ZERO TO WS-PS-PENDING-EFFECTIVE
007280         SET PRICE-IS-KNOWN TO TRUE
007290     END-IF.
007300     PERFORM 2800-READ-HISTORY-WORK
007310         THRU 2800-EXIT.
007320 2500-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------
007350* 2600-FIND-PRICE-IN-EFFECT - THE PRICE ADD01 WOULD HAVE PICKED
007360* ON THE PRICE DATE: THE PENDING PRICE ONCE ITS EFFECTIVE DATE
007370* HAS ARRIVED, OTHERWISE THE CURRENT PRICE.
007380*----------------------------------------------------------------
007390 2600-FIND-PRICE-IN-EFFECT.
007400     MOVE "N" TO WS-PRICE-FOUND-SW.
007410     MOVE ZERO TO WS-PS-PRICE-IN-EFFECT.
007420     IF WS-PS-PENDING-EFFECTIVE > ZERO
007430         AND WS-PS-PENDING-EFFECTIVE NOT > SX-PRICE-DATE
007440         MOVE WS-PS-PENDING-PRICE TO WS-PS-PRICE-IN-EFFECT
007450         SET PRICE-WAS-FOUND TO TRUE
007460     ELSE
007470         IF PRICE-IS-KNOWN
007480             MOVE WS-PS-CURRENT-PRICE TO WS-PS-PRICE-IN-EFFECT
007490             SET PRICE-WAS-FOUND TO TRUE
007500         END-IF
007510     END-IF.
007520 2600-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------
007550* 2700-GRADE-EXTENSION - AN EXTENSION AT THE HISTORY'S PRICE
007560* AND FOOTED TO IT AGREES AND IS ONLY COUNTED. ONE AT ANOTHER
007570* PRICE, OR WHOSE EXTENSION IS NOT QUANTITY TIMES PRICE, IS A
007580* VARIANCE; ONE THE HISTORY HAS NO PRICE FOR IS UNVERIFIED.
007590* BOTH ARE LISTED. THE DIFFERENCE IS WHAT WAS CHARGED LESS WHAT
007600* THE HISTORY'S PRICE CHARGES, AND A REVERSAL'S DIFFERENCE
007610* COUNTS AGAINST THE NET AS THE CREDIT IT IS.
007620*----------------------------------------------------------------
007630 2700-GRADE-EXTENSION.
007640     MOVE SPACES TO VDL-CREDIT.
007650     IF SX-REVERSAL
007660         MOVE "CR" TO VDL-CREDIT
007670     END-IF.
007680     IF NOT ITEM-HAS-HISTORY
007690         MOVE "NO PRICE HISTORY" TO VDL-NOTE
007700         ADD 1 TO WS-UNVERIFIED-COUNT
007710         PERFORM 2750-PRINT-VARIANCE-LINE
007720             THRU 2750-EXIT
007730         GO TO 2700-EXIT
007740     END-IF.
007750     IF NOT PRICE-WAS-FOUND
007760         MOVE "NO PRICE IN EFFECT" TO VDL-NOTE
007770         ADD 1 TO WS-UNVERIFIED-COUNT
007780         PERFORM 2750-PRINT-VARIANCE-LINE
007790             THRU 2750-EXIT
007800         GO TO 2700-EXIT
007810     END-IF.
007820     COMPUTE WS-EXPECTED-RESULT =
007830         SX-QUANTITY * WS-PS-PRICE-IN-EFFECT.
007840     COMPUTE WS-EXT-DIFFERENCE =
007850         SX-RESULT - WS-EXPECTED-RESULT.
007860     IF SX-UNIT-PRICE = WS-PS-PRICE-IN-EFFECT
007870         AND WS-EXT-DIFFERENCE = ZERO
007880         ADD 1 TO WS-AGREED-COUNT
007890         GO TO 2700-EXIT
007900     END-IF.
007910     ADD 1 TO WS-VARIANCE-COUNT.
007920     IF SX-UNIT-PRICE NOT = WS-PS-PRICE-IN-EFFECT
007930         MOVE "PRICE DIFFERS" TO VDL-NOTE
007940     ELSE
007950         MOVE "EXTENSION MISFOOTED" TO VDL-NOTE
007960     END-IF.
007970     IF SX-REVERSAL
007980         SUBTRACT WS-EXT-DIFFERENCE FROM WS-NET-DIFFERENCE
007990     ELSE
008000         ADD WS-EXT-DIFFERENCE TO WS-NET-DIFFERENCE
008010     END-IF.
008020     PERFORM 2750-PRINT-VARIANCE-LINE
008030         THRU 2750-EXIT.
008040 2700-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 2750-PRINT-VARIANCE-LINE - LIST THE EXTENSION WITH THE PRICE
008080* IT WAS CHARGED AT AND, WHEN THE HISTORY HAS ONE, THE PRICE IN
008090* EFFECT AND THE DIFFERENCE.
008100*----------------------------------------------------------------
008110 2750-PRINT-VARIANCE-LINE.
008120     MOVE SX-TRAN-ID    TO VDL-TRAN-ID.
008130     MOVE SX-BATCH-ID   TO VDL-BATCH-ID.
008140     MOVE SX-ITEM-CODE  TO VDL-ITEM-CODE.
008150     MOVE SX-QUANTITY   TO VDL-QUANTITY.
008160     MOVE SX-PRICE-DATE TO VDL-PRICE-DATE.
008170     MOVE SX-UNIT-PRICE TO VDL-PRICED-AT.
008180     IF PRICE-WAS-FOUND
008190         AND ITEM-HAS-HISTORY
008200         MOVE WS-PS-PRICE-IN-EFFECT TO VDL-HISTORY-PRICE
008210         MOVE WS-EXT-DIFFERENCE     TO VDL-EXT-DIFFERENCE
008220     ELSE
008230         MOVE SPACES TO VDL-HISTORY-PRICE-X
008240         MOVE SPACES TO VDL-EXT-DIFFERENCE-X
008250     END-IF.
008260     ADD 1 TO WS-LISTED-COUNT.
008270     MOVE PVR-VARIANCE-LINE TO WS-PRINT-LINE.
008280     PERFORM 5000-PRINT-ONE-LINE
008290         THRU 5000-EXIT.
008300 2750-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330* 2800-READ-HISTORY-WORK - READ THE NEXT SORTED PRICE CHANGE,
008340* SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
008343* ANY OTHER BAD READ ALSO ENDS THE HISTORY AND REFUSES THE
008346* RECHECK, SINCE WHAT IS LEFT OF IT CANNOT BE TRUSTED.
008350*----------------------------------------------------------------
008360 2800-READ-HISTORY-WORK.
008370     READ PRICE-HISTORY-WORK-FILE
008380         AT END
008390             SET HIST-END-OF-FILE TO TRUE
008392     END-READ.
008394     IF NOT HIST-WORK-OK
008396         AND NOT HIST-WORK-AT-END
008397         DISPLAY "ADD01PVR: SORTED PRICE HISTORY READ FAILED "
008398             "(STATUS " WS-HIST-WORK-STATUS ")"
008399         MOVE "NOT CHECKED - SORTED HISTORY READ FAILED"
008401             TO WS-CHECK-REFUSAL-TEXT
008403         SET CHECK-IS-REFUSED TO TRUE
008405         SET HIST-END-OF-FILE TO TRUE
008407     END-IF.
008410 2800-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440* 3000-CHECK-ONE-ITEM - PRICE THE ITEM'S PENDING PRICE, IF IT
008450* HAS ONE WHOSE EFFECTIVE DATE IS STILL TO COME, THEN READ THE
008460* NEXT. A PENDING PRICE ALREADY IN EFFECT IS WHAT ADD01 IS
008470* EXTENDING AT TODAY AND IS NOT PENDING ANY MORE.
008480*----------------------------------------------------------------
008490 3000-CHECK-ONE-ITEM.
008500     ADD 1 TO WS-ITEM-READ-COUNT.
008510     IF IM-NEW-PRICE-EFFECTIVE NUMERIC
008520         AND IM-NEW-PRICE-EFFECTIVE > WS-TODAYS-DATE
008530         AND IM-NEW-UNIT-PRICE NUMERIC
008540         PERFORM 3100-PRICE-PENDING-CHANGE
008550             THRU 3100-EXIT
008560     END-IF.
008570     PERFORM 1300-READ-ITEM-RECORD
008580         THRU 1300-EXIT.
008590 3000-EXIT.
008600     EXIT.
008610*----------------------------------------------------------------
008620* 3100-PRICE-PENDING-CHANGE - THE MONTHLY EFFECT OF THE PENDING
008630* PRICE IS THE CHANGE IN UNIT PRICE TIMES THE QUANTITY DRAWN
008640* LAST MONTH. A RISE IS AN INCREASE, A CUT A DECREASE.
008650*----------------------------------------------------------------
008660 3100-PRICE-PENDING-CHANGE.
008670     IF IM-UNIT-PRICE NOT NUMERIC
008680         MOVE ZERO TO IM-UNIT-PRICE
008690     END-IF.
008700     PERFORM 3200-FIND-LAST-MONTH-QTY
008710         THRU 3200-EXIT.
008720     COMPUTE WS-PRICE-CHANGE =
008730         IM-NEW-UNIT-PRICE - IM-UNIT-PRICE.
008740     COMPUTE WS-MONTHLY-EFFECT =
008750         WS-PRICE-CHANGE * WS-LAST-MONTH-QTY.
008760     ADD 1 TO WS-PENDING-COUNT.
008770     IF WS-PRICE-CHANGE > ZERO
008780         ADD 1 TO WS-RAISING-COUNT
008790     END-IF.
008800     IF WS-PRICE-CHANGE < ZERO
008810         ADD 1 TO WS-LOWERING-COUNT
008820     END-IF.
008830     IF WS-MONTHLY-EFFECT > ZERO
008840         ADD WS-MONTHLY-EFFECT TO WS-INCREASE-TOTAL
008850     END-IF.
008860     IF WS-MONTHLY-EFFECT < ZERO
008870         SUBTRACT WS-MONTHLY-EFFECT FROM WS-DECREASE-TOTAL
008880     END-IF.
008890     ADD WS-MONTHLY-EFFECT TO WS-NET-EFFECT.
008900     MOVE IM-ITEM-CODE           TO PDL-ITEM-CODE.
008910     MOVE IM-DESCRIPTION         TO PDL-DESCRIPTION.
008920     MOVE IM-NEW-PRICE-EFFECTIVE TO PDL-EFFECTIVE.
008930     MOVE IM-UNIT-PRICE          TO PDL-CURRENT-PRICE.
008940     MOVE IM-NEW-UNIT-PRICE      TO PDL-NEW-PRICE.
008950     MOVE WS-LAST-MONTH-QTY      TO PDL-LAST-MONTH-QTY.
008960     MOVE WS-MONTHLY-EFFECT      TO PDL-MONTHLY-EFFECT.
008970     MOVE WS-QTY-NOTE            TO PDL-NOTE.
008980     ADD 1 TO WS-LISTED-COUNT.
008990     MOVE PVR-PENDING-LINE TO WS-PRINT-LINE.
009000     PERFORM 5000-PRINT-ONE-LINE
009010         THRU 5000-EXIT.
009020 3100-EXIT.
009030     EXIT.
009040*----------------------------------------------------------------
009050* 3200-FIND-LAST-MONTH-QTY - LAST MONTH'S QUANTITY COMES FROM
009060* THE PERIOD HISTORY WHEN THE MONTH HAS BEEN CLOSED, OTHERWISE
009070* FROM THE ACTIVITY MASTER IF ITS BUCKETS STILL HOLD LAST
009080* MONTH. BUCKETS THAT ROLLED INTO THIS MONTH BEFORE LAST MONTH
009090* WAS CLOSED HAVE NOTHING LEFT TO GIVE AND ARE NOTED "ROLLED";
009100* A MONTH NETTED BELOW ZERO BY REVERSALS COUNTS AS NONE DRAWN.
009110*----------------------------------------------------------------
009120 3200-FIND-LAST-MONTH-QTY.
009130     MOVE ZERO TO WS-LAST-MONTH-QTY.
009140     MOVE SPACES TO WS-QTY-NOTE.
009150     MOVE "N" TO WS-QTY-FOUND-SW.
009160     IF NOT PERIOD-IS-OPEN
009170         AND NOT ACTIVITY-IS-OPEN
009180         MOVE "NO QTY" TO WS-QTY-NOTE
009190         GO TO 3200-EXIT
009200     END-IF.
009210     IF PERIOD-IS-OPEN
009220         MOVE WS-LAST-MONTH TO IP-PERIOD-MONTH
009230         MOVE IM-ITEM-CODE  TO IP-ITEM-CODE
009240         READ ITEM-PERIOD-FILE
009250             INVALID KEY
009260                 MOVE "N" TO WS-QTY-FOUND-SW
009270             NOT INVALID KEY
009280                 SET QTY-WAS-FOUND TO TRUE
009290         END-READ
009300     END-IF.
009310     IF QTY-WAS-FOUND
009320         IF IP-SNAPSHOT-ROLLED-PAST
009330             MOVE "ROLLED" TO WS-QTY-NOTE
009340         ELSE
009350             IF IP-MTD-QUANTITY > ZERO
009360                 MOVE IP-MTD-QUANTITY TO WS-LAST-MONTH-QTY
009370             END-IF
009380         END-IF
009390         GO TO 3200-EXIT
009400     END-IF.
009410     IF NOT ACTIVITY-IS-OPEN
009420         GO TO 3200-EXIT
009430     END-IF.
009440     MOVE IM-ITEM-CODE TO IA-ITEM-CODE.
009450     READ ITEM-ACTIVITY-FILE
009460         INVALID KEY
009470             GO TO 3200-EXIT
009480     END-READ.
009490     IF IA-ACTIVITY-MONTH = WS-LAST-MONTH
009500         IF IA-MTD-QUANTITY > ZERO
009510             MOVE IA-MTD-QUANTITY TO WS-LAST-MONTH-QTY
009520         END-IF
009530     ELSE
009540         IF IA-ACTIVITY-MONTH > WS-LAST-MONTH
009550             MOVE "ROLLED" TO WS-QTY-NOTE
009560         END-IF
009570     END-IF.
009580 3200-EXIT.
009590     EXIT.
009600*----------------------------------------------------------------
009610* 4000-PRINT-CHECK-TOTALS - HOW MANY EXTENSIONS WERE CHECKED,
009620* HOW MANY AGREED, HOW MANY DIFFERED AND HOW MANY THE HISTORY
009630* COULD NOT VOUCH FOR, THE NET DIFFERENCE, THEN THE RESULT.
009640*----------------------------------------------------------------
009650 4000-PRINT-CHECK-TOTALS.
009660     IF WS-VARIANCE-COUNT = ZERO
009670         AND WS-UNVERIFIED-COUNT = ZERO
009680         MOVE " NO EXTENSION WAS PRICED AT THE WRONG RATE"
009690             TO WS-PRINT-LINE
009700         PERFORM 5000-PRINT-ONE-LINE
009710             THRU 5000-EXIT
009720     END-IF.
009730     MOVE SPACES TO WS-PRINT-LINE.
009740     PERFORM 5000-PRINT-ONE-LINE
009750         THRU 5000-EXIT.
009760     MOVE WS-CHECKED-COUNT    TO PCT-CHECKED-COUNT.
009770     MOVE WS-AGREED-COUNT     TO PCT-AGREED-COUNT.
009780     MOVE WS-VARIANCE-COUNT   TO PCT-VARIANCE-COUNT.
009790     MOVE WS-UNVERIFIED-COUNT TO PCT-UNVERIFIED-COUNT.
009800     MOVE PVR-CHECK-TOTAL-1 TO WS-PRINT-LINE.
009810     PERFORM 5000-PRINT-ONE-LINE
009820         THRU 5000-EXIT.
009830     MOVE WS-NET-DIFFERENCE TO PCT-NET-DIFFERENCE.
009840     MOVE PVR-CHECK-TOTAL-2 TO WS-PRINT-LINE.
009850     PERFORM 5000-PRINT-ONE-LINE
009860         THRU 5000-EXIT.
009870     MOVE SPACES TO WS-PRINT-LINE.
009880     PERFORM 5000-PRINT-ONE-LINE
009890         THRU 5000-EXIT.
009900     IF NOT HISTORY-IS-AVAILABLE
009910         MOVE "PRICE HISTORY UNAVAILABLE - NOTHING VERIFIED"
009920             TO PRL-RESULT-TEXT
009930     ELSE
009940         IF WS-VARIANCE-COUNT > ZERO
009950             MOVE "VARIANCES FOUND - SEE LISTING"
009960                 TO PRL-RESULT-TEXT
009970         ELSE
009980             IF WS-UNVERIFIED-COUNT > ZERO
009990                 MOVE "NO VARIANCE - SOME EXTENSIONS UNVERIFIED"
010000                     TO PRL-RESULT-TEXT
010010             ELSE
010020                 MOVE "EVERY EXTENSION AGREES WITH THE HISTORY"
010030                     TO PRL-RESULT-TEXT
010040             END-IF
010050         END-IF
010060     END-IF.
010070     MOVE PVR-RESULT-LINE TO WS-PRINT-LINE.
010080     PERFORM 5000-PRINT-ONE-LINE
010090         THRU 5000-EXIT.
010100 4000-EXIT.
010110     EXIT.
010120*----------------------------------------------------------------
010130* 4100-PRINT-PENDING-TOTALS - HOW MANY ITEMS WERE READ, HOW
010140* MANY CARRY A PENDING PRICE AND WHICH WAY THEY GO, THE
010150* PROJECTED MONTHLY INCREASE, DECREASE AND NET, THEN THE RESULT.
010160*----------------------------------------------------------------
010170 4100-PRINT-PENDING-TOTALS.
010180     IF WS-PENDING-COUNT = ZERO
010190         MOVE " NO PRICE CHANGE IS PENDING" TO WS-PRINT-LINE
010200         PERFORM 5000-PRINT-ONE-LINE
010210             THRU 5000-EXIT
010220     END-IF.
010230     MOVE SPACES TO WS-PRINT-LINE.
010240     PERFORM 5000-PRINT-ONE-LINE
010250         THRU 5000-EXIT.
010260     MOVE WS-ITEM-READ-COUNT TO PPT-ITEM-READ-COUNT.
010270     MOVE WS-PENDING-COUNT   TO PPT-PENDING-COUNT.
010280     MOVE WS-RAISING-COUNT   TO PPT-RAISING-COUNT.
010290     MOVE WS-LOWERING-COUNT  TO PPT-LOWERING-COUNT.
010300     MOVE PVR-PENDING-TOTAL-1 TO WS-PRINT-LINE.
010310     PERFORM 5000-PRINT-ONE-LINE
010320         THRU 5000-EXIT.
010330     MOVE WS-INCREASE-TOTAL TO PPT-INCREASE-TOTAL.
010340     MOVE PVR-PENDING-TOTAL-2 TO WS-PRINT-LINE.
010350     PERFORM 5000-PRINT-ONE-LINE
010360         THRU 5000-EXIT.
010370     MOVE WS-DECREASE-TOTAL TO PPT-DECREASE-TOTAL.
010380     MOVE PVR-PENDING-TOTAL-3 TO WS-PRINT-LINE.
010390     PERFORM 5000-PRINT-ONE-LINE
010400         THRU 5000-EXIT.
010410     MOVE WS-NET-EFFECT TO PPT-NET-EFFECT.
010420     MOVE PVR-PENDING-TOTAL-4 TO WS-PRINT-LINE.
010430     PERFORM 5000-PRINT-ONE-LINE
010440         THRU 5000-EXIT.
010450     MOVE SPACES TO WS-PRINT-LINE.
010460     PERFORM 5000-PRINT-ONE-LINE
010470         THRU 5000-EXIT.
010480     IF NOT PERIOD-IS-OPEN
010490         AND NOT ACTIVITY-IS-OPEN
010500         MOVE "COMPLETE - NO QUANTITIES, NO EFFECT SHOWN"
010510             TO PRL-RESULT-TEXT
010520     ELSE
010530         MOVE "PENDING PRICE IMPACT COMPLETE"
010540             TO PRL-RESULT-TEXT
010550     END-IF.
010560     MOVE PVR-RESULT-LINE TO WS-PRINT-LINE.
010570     PERFORM 5000-PRINT-ONE-LINE
010580         THRU 5000-EXIT.
010590 4100-EXIT.
010600     EXIT.
010610*----------------------------------------------------------------
010620* 4500-PRINT-CHECK-REFUSAL - THE EXTENSIONS COULD NOT BE
010630* RECHECKED. SAY WHY ON THE CONSOLE AND ON THE REPORT, SO AN
010640* EMPTY LISTING IS NEVER TAKEN TO MEAN NOTHING WAS MISPRICED.
010650*----------------------------------------------------------------
010660 4500-PRINT-CHECK-REFUSAL.
010670     DISPLAY "ADD01PVR: EXTENSIONS " WS-CHECK-REFUSAL-TEXT.
010680     MOVE WS-CHECK-REFUSAL-TEXT TO PRL-RESULT-TEXT.
010690     MOVE PVR-RESULT-LINE TO WS-PRINT-LINE.
010700     PERFORM 5000-PRINT-ONE-LINE
010710         THRU 5000-EXIT.
010720 4500-EXIT.
010730     EXIT.
010740*----------------------------------------------------------------
010750* 4600-PRINT-PENDING-REFUSAL - THE PENDING PRICES COULD NOT BE
010760* PRICED. SAY WHY ON THE CONSOLE AND ON THE REPORT.
010770*----------------------------------------------------------------
010780 4600-PRINT-PENDING-REFUSAL.
010790     DISPLAY "ADD01PVR: PENDING PRICES "
010800         WS-PENDING-REFUSAL-TEXT.
010810     MOVE WS-PENDING-REFUSAL-TEXT TO PRL-RESULT-TEXT.
010820     MOVE PVR-RESULT-LINE TO WS-PRINT-LINE.
010830     PERFORM 5000-PRINT-ONE-LINE
010840         THRU 5000-EXIT.
010850 4600-EXIT.
010860     EXIT.
010870*----------------------------------------------------------------
010880* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
010890* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
010900*----------------------------------------------------------------
010910 5000-PRINT-ONE-LINE.
010920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010930         PERFORM 5100-START-NEW-PAGE
010940             THRU 5100-EXIT
010950     END-IF.
010960     WRITE VARIANCE-PRINT-LINE FROM WS-PRINT-LINE
010970         AFTER ADVANCING 1 LINE.
010980     ADD 1 TO WS-LINE-COUNT.
010990 5000-EXIT.
011000     EXIT.
011010*----------------------------------------------------------------
011020* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
011030* PAGE HEADING AND THE COLUMN HEADINGS OF THE HALF IN PROGRESS.
011040*----------------------------------------------------------------
011050 5100-START-NEW-PAGE.
011060     ADD 1 TO WS-PAGE-NUMBER.
011070     MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
011080     IF WS-PAGE-NUMBER = 1
011090         WRITE VARIANCE-PRINT-LINE FROM PVR-HEADING-1
011100             AFTER ADVANCING 1 LINE
011110     ELSE
011120         WRITE VARIANCE-PRINT-LINE FROM PVR-HEADING-1
011130             AFTER ADVANCING PAGE
011140     END-IF.
011150     WRITE VARIANCE-PRINT-LINE FROM WS-COLUMN-HEADING
011160         AFTER ADVANCING 1 LINE.
011170     MOVE SPACES TO VARIANCE-PRINT-LINE.
011180     WRITE VARIANCE-PRINT-LINE
011190         AFTER ADVANCING 1 LINE.
011200     MOVE 3 TO WS-LINE-COUNT.
011210 5100-EXIT.
011220     EXIT.
011230*----------------------------------------------------------------
011240* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
011250* APPEND A LINE RECORDING THE RUN AND WHAT IT FOUND.
011260*----------------------------------------------------------------
011270 5600-WRITE-AUDIT-RECORD.
011280     MOVE "ADD01PVR" TO ALP-PROGRAM-ID.
011290     STRING "RUN DATE=" WS-TODAYS-DATE
011300         " EXT RUN=" WS-RUN-DATE
011310         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
011320     MOVE WS-CHECKED-COUNT    TO WS-CHECKED-AUDIT-DISPLAY.
011330     MOVE WS-VARIANCE-COUNT   TO WS-VARIANCE-AUDIT-DISPLAY.
011340     MOVE WS-UNVERIFIED-COUNT TO WS-UNVERIFIED-AUDIT-DISPLAY.
011350     MOVE WS-PENDING-COUNT    TO WS-PENDING-AUDIT-DISPLAY.
011360     STRING "CHK=" WS-CHECKED-AUDIT-DISPLAY
011370         " VAR=" WS-VARIANCE-AUDIT-DISPLAY
011380         " UNV=" WS-UNVERIFIED-AUDIT-DISPLAY
011390         " PEND=" WS-PENDING-AUDIT-DISPLAY
011400         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
011410     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
011420 5600-EXIT.
011430     EXIT.
011440*----------------------------------------------------------------
011450* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
011460* THE RETURN CODE: 8 WHEN EITHER HALF WAS NOT PRODUCED, 4 WHEN
011470* AN EXTENSION DIFFERED FROM THE HISTORY OR A FILE THE REPORT
011480* LEANS ON WAS MISSING, 0 CLEAN. AN EXTENSION THE HISTORY
011490* CANNOT VOUCH FOR IS LISTED BUT DOES NOT GRADE THE RUN - ITEMS
011500* PRICED BEFORE THE HISTORY WAS KEPT HAVE NONE. THE RETURN CODE
011510* IS SET AFTER THE CALL - A CALLED PROGRAM'S COMPLETION PASSES
011520* ITS OWN (ZERO) RETURN-CODE BACK AND WOULD WIPE OUT A GRADE SET
011530* BEFOREHAND.
011540*----------------------------------------------------------------
011550 6000-END-RUN-CONTROL.
011560     MOVE "E"        TO RCP-FUNCTION.
011570     MOVE "ADD01PVR" TO RCP-PROGRAM-ID.
011580     COMPUTE RCP-RECORDS-READ =
011590         WS-CHECKED-COUNT + WS-ITEM-READ-COUNT.
011600     MOVE WS-LISTED-COUNT   TO RCP-RECORDS-WRITTEN.
011610     MOVE WS-VARIANCE-COUNT TO RCP-RECORDS-REJECTED.
011620     IF CHECK-IS-REFUSED
011630         OR PENDING-IS-REFUSED
011640         MOVE "F" TO RCP-FINAL-STATUS
011650     ELSE
011660         IF WS-VARIANCE-COUNT > ZERO
011670             OR NOT HISTORY-IS-AVAILABLE
011680             OR (NOT PERIOD-IS-OPEN AND NOT ACTIVITY-IS-OPEN)
011690             MOVE "E" TO RCP-FINAL-STATUS
011700         ELSE
011710             MOVE "C" TO RCP-FINAL-STATUS
011720         END-IF
011730     END-IF.
011740     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
011750     IF RCP-STATUS-FAILED
011760         MOVE 8 TO RETURN-CODE
011770     ELSE
011780         IF RCP-STATUS-EXCEPTIONS
011790             MOVE 4 TO RETURN-CODE
011800         ELSE
011810             MOVE 0 TO RETURN-CODE
011820         END-IF
011830     END-IF.
011840 6000-EXIT.
011850     EXIT.
011860*----------------------------------------------------------------
011870* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. THE RUN
011880* TOTALS, OUTPUT AND HISTORY FILES ARE OPENED AND CLOSED WHERE
011890* THEY ARE USED; THE MASTERS MAY NEVER HAVE BEEN OPENED.
011900*----------------------------------------------------------------
011910 PROGRAM-DONE.
011920     IF ITEM-MASTER-IS-OPEN
011930         CLOSE ITEM-MASTER-FILE
011940     END-IF.
011950     IF PERIOD-IS-OPEN
011960         CLOSE ITEM-PERIOD-FILE
011970     END-IF.
011980     IF ACTIVITY-IS-OPEN
011990         CLOSE ITEM-ACTIVITY-FILE
012000     END-IF.
012010     CLOSE VARIANCE-PRINT-FILE.
012020     STOP RUN.

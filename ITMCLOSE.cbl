000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMCLOSE.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. ADD01PST ROLLS THE ITEMACT
000110*                   MONTH-TO-DATE BUCKETS OVER ON ITS OWN THE
000120*                   FIRST TIME SOMETHING POSTS INTO A NEW MONTH,
000130*                   AND NOTHING EVER FROZE THE MONTH THAT JUST
000140*                   ENDED - ONCE THE ROLLOVER HAPPENED LAST
000150*                   MONTH'S FIGURES WERE GONE, AND "OCTOBER AS
000160*                   IT STOOD AT CLOSE" WAS WHATEVER SOMEBODY
000170*                   HAPPENED TO PRINT. THIS MONTH-END CLOSE
000180*                   TAKES THE PERIOD AND THE OPERATOR CLOSING
000190*                   IT, WRITES A DATED SNAPSHOT OF EVERY ITEMACT
000200*                   RECORD TO THE PERIOD HISTORY FILE (SEE
000210*                   ITEMPER), PRINTS THE MONTH-END ITEM
000220*                   STATEMENT WITH ITS SIGN-OFF BLOCK, AND ONLY
000230*                   THEN RECORDS THE PERIOD AS CLOSED ON THE
000240*                   CLOSE CONTROL FILE (SEE ITEMPCL), WHICH
000250*                   ADD01PST NOW CHECKS BEFORE IT POSTS - A LATE
000260*                   OR RERUN POSTING CANNOT GET INTO A CLOSED
000261*                   MONTH. PERIODS CLOSE IN ORDER, ONCE EACH.
000262* 2026-10-15  RJM   A REVERSAL POSTS A CREDIT BACK INTO THE
000263*                   ITEMACT BUCKETS, SO AN ITEM'S MONTH OR YEAR
000264*                   CAN NOW NET BELOW ZERO. THE RUN SUMS AND THE
000265*                   STATEMENT FIGURES CARRY THE SIGN.
000266* 2026-10-15  RJM   THE MONTH STILL IN PROGRESS CAN NO LONGER BE
000267*                   CLOSED - ONCE LOCKED IT COULD NEVER TAKE
000268*                   ANOTHER POSTING. THE PERIOD HISTORY OPEN AND
000269*                   EVERY SNAPSHOT WRITE, AND THE CLOSE CONTROL
000270*                   OPEN AND WRITE, ARE NOW CHECKED: A CLOSE
000271*                   WHOSE SNAPSHOT FAILED PART WAY DOES NOT LOCK
000272*                   THE PERIOD, AND "PERIOD CLOSED" PRINTS ONLY
000273*                   ONCE THE LOCK IS WRITTEN. EITHER FAILURE
000279*                   GRADES THE RUN FAILED.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMACT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS IA-ITEM-CODE
000360         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000370     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS IM-ITEM-CODE
000410         FILE STATUS IS WS-ITEM-FILE-STATUS.
000420     SELECT ITEM-PERIOD-FILE ASSIGN TO "ITEMPER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS IP-RECORD-KEY
000460         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000470     SELECT PERIOD-CLOSE-FILE ASSIGN TO "ITEMPCL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CLOSE-FILE-STATUS.
000500     SELECT STATEMENT-PRINT-FILE ASSIGN TO "ITMCLRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------------
000550* THE ITEM ACTIVITY MASTER - SEE ITEMACT. WALKED IN ITEM CODE
000560* ORDER; NOTHING ON IT IS CHANGED BY THE CLOSE.
000570*----------------------------------------------------------------
000580 FD  ITEM-ACTIVITY-FILE.
000590 COPY ITEMACT.
000600*----------------------------------------------------------------
000610* THE ITEM MASTER - SEE ITEMMST. READ ONLY FOR THE DESCRIPTION
000620* PRINTED ON THE STATEMENT.
000630*----------------------------------------------------------------
000640 FD  ITEM-MASTER-FILE.
000650 COPY ITEMMST.
000660*----------------------------------------------------------------
000670* THE PERIOD HISTORY - SEE ITEMPER. CREATED EMPTY THE FIRST
000680* TIME A PERIOD IS EVER CLOSED.
000690*----------------------------------------------------------------
000700 FD  ITEM-PERIOD-FILE.
000710 COPY ITEMPER.
000720*----------------------------------------------------------------
000730* THE CLOSE CONTROL - SEE ITEMPCL. ONE RECORD, REWRITTEN WHOLE
000740* AT THE END OF A COMPLETE CLOSE.
000750*----------------------------------------------------------------
000760 FD  PERIOD-CLOSE-FILE
000770     RECORDING MODE IS F.
000780 COPY ITEMPCL.
000790*----------------------------------------------------------------
000800* THE MONTH-END ITEM STATEMENT - 80-COLUMN PRINT LINES.
000810*----------------------------------------------------------------
000820 FD  STATEMENT-PRINT-FILE.
000830 01  STATEMENT-PRINT-LINE        PIC X(80).
000840 WORKING-STORAGE SECTION.
000850 01  ITMCLOSE-SWITCHES.
000860     05  WS-ACT-EOF-SWITCH       PIC X(01) VALUE "N".
000870         88  ACTIVITY-END-OF-FILE          VALUE "Y".
000880     05  WS-ACTIVITY-FILE-STATUS PIC X(02) VALUE "00".
000890         88  ACTIVITY-FILE-OK               VALUE "00".
000900         88  ACTIVITY-FILE-NOT-FOUND        VALUE "23" "35".
000910     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
000920         88  ITEM-FILE-OK                   VALUE "00".
000930         88  ITEM-FILE-NOT-FOUND            VALUE "23" "35".
000940     05  WS-PERIOD-FILE-STATUS   PIC X(02) VALUE "00".
000950         88  PERIOD-FILE-OK                 VALUE "00".
000960         88  PERIOD-FILE-NOT-FOUND          VALUE "23" "35".
000970     05  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE "00".
000980         88  CLOSE-FILE-OK                  VALUE "00".
000990         88  CLOSE-FILE-NOT-FOUND           VALUE "23" "35".
001000     05  WS-CONTROL-FOUND-SWITCH PIC X(01) VALUE "N".
001010         88  CLOSE-CONTROL-ON-HAND         VALUE "Y".
001020     05  WS-ITEM-MASTER-SWITCH   PIC X(01) VALUE "N".
001030         88  ITEM-MASTER-IS-OPEN           VALUE "Y".
001035     05  WS-ACTIVITY-OPEN-SWITCH PIC X(01) VALUE "N".
001037         88  ACTIVITY-IS-OPEN              VALUE "Y".
001040     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001042         88  CLOSE-IS-REFUSED              VALUE "Y".
001044     05  WS-FAILED-SWITCH        PIC X(01) VALUE "N".
001046         88  CLOSE-HAS-FAILED              VALUE "Y".
001050     05  WS-PERIOD-OPEN-SWITCH   PIC X(01) VALUE "N".
001055         88  PERIOD-IS-OPEN                VALUE "Y".
001060 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
001070 01  ITMCLOSE-PERIOD-FIELDS.
001080     05  WS-CLOSE-PERIOD         PIC 9(06) VALUE ZEROS.
001090     05  WS-CLOSE-YEAR           PIC 9(04) VALUE ZEROS.
001100     05  WS-CLOSE-MM             PIC 9(02) VALUE ZEROS.
001110     05  WS-CURRENT-MONTH        PIC 9(06) VALUE ZEROS.
001120     05  WS-EXPECTED-PERIOD      PIC 9(06) VALUE ZEROS.
001130     05  WS-EXPECTED-YEAR        PIC 9(04) VALUE ZEROS.
001140     05  WS-EXPECTED-MM          PIC 9(02) VALUE ZEROS.
001150     05  WS-CLOSED-BY            PIC X(08) VALUE SPACES.
001160 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001170 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZEROS.
001180 01  ITMCLOSE-COUNTS.
001190     05  WS-READ-COUNT           PIC 9(7)  COMP VALUE ZERO.
001200     05  WS-SNAPPED-COUNT        PIC 9(7)  COMP VALUE ZERO.
001210     05  WS-ROLLED-COUNT         PIC 9(7)  COMP VALUE ZERO.
001220     05  WS-MTD-QTY-SUM          PIC S9(09) COMP VALUE ZERO.
001230     05  WS-MTD-EXT-SUM          PIC S9(11)V99 COMP VALUE ZERO.
001240     05  WS-YTD-QTY-SUM          PIC S9(11) COMP VALUE ZERO.
001250     05  WS-YTD-EXT-SUM          PIC S9(13)V99 COMP VALUE ZERO.
001260     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
001270     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
001280     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
001290*----------------------------------------------------------------
001300* EDITED COPIES FOR THE AUDIT LINE - THE COMP ACCUMULATORS CARRY
001310* CENTS THE RAW DISPLAY WOULD HIDE.
001320*----------------------------------------------------------------
001330 01  WS-COUNT-AUDIT-DISPLAY      PIC 9(07) VALUE ZEROS.
001340 01  WS-MTD-AUDIT-DISPLAY        PIC 9(11).99- VALUE ZEROS.
001350 01  CLS-HEADING-1.
001360     05  FILLER                  PIC X(33) VALUE
001370         "ITEM ACTIVITY MONTH-END STATEMENT".
001380     05  FILLER                  PIC X(08) VALUE " PERIOD ".
001390     05  CH1-PERIOD              PIC 9(06).
001400     05  FILLER                  PIC X(09) VALUE "  CLOSED ".
001410     05  CH1-CLOSE-DATE          PIC 9(08).
001420     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001430     05  CH1-PAGE-NUMBER         PIC ZZZ9.
001440     05  FILLER                  PIC X(05) VALUE SPACES.
001450 01  CLS-HEADING-2.
001460     05  FILLER                  PIC X(26) VALUE
001470         " ITEM   DESCRIPTION       ".
001480     05  FILLER                  PIC X(25) VALUE
001490         "MTD-QTY MTD-EXTENSION    ".
001500     05  FILLER                  PIC X(29) VALUE
001510         "YTD-QTY   YTD-EXTENSION  NOTE".
001520 01  CLS-DETAIL-LINE.
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  CDL-ITEM-CODE           PIC 9(05).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  CDL-DESCRIPTION         PIC X(17).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  CDL-MTD-QTY             PIC Z(6)9-.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  CDL-MTD-EXT             PIC Z(8)9.99-.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  CDL-YTD-QTY             PIC Z(8)9-.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  CDL-YTD-EXT             PIC Z(10)9.99-.
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  CDL-NOTE                PIC X(04).
001680 01  CLS-TOTAL-LINE-1.
001690     05  FILLER                  PIC X(25) VALUE
001700         " ITEMS CLOSED           ".
001710     05  CTL-SNAPPED-COUNT       PIC Z(5)9.
001720     05  FILLER                  PIC X(22) VALUE
001730         "   ROLLED PAST PERIOD ".
001740     05  CTL-ROLLED-COUNT        PIC Z(5)9.
001750     05  FILLER                  PIC X(21) VALUE SPACES.
001760 01  CLS-TOTAL-LINE-2.
001770     05  FILLER                  PIC X(25) VALUE
001780         " MONTH QUANTITY         ".
001790     05  CTL-MTD-QTY             PIC Z(8)9-.
001800     05  FILLER                  PIC X(20) VALUE
001810         "   MONTH EXTENSION  ".
001820     05  CTL-MTD-EXT             PIC Z(10)9.99-.
001830     05  FILLER                  PIC X(10) VALUE SPACES.
001840 01  CLS-TOTAL-LINE-3.
001850     05  FILLER                  PIC X(25) VALUE
001860         " YEAR QUANTITY          ".
001870     05  CTL-YTD-QTY             PIC Z(10)9-.
001880     05  FILLER                  PIC X(18) VALUE
001890         "   YEAR EXTENSION ".
001900     05  CTL-YTD-EXT             PIC Z(12)9.99-.
001910     05  FILLER                  PIC X(08) VALUE SPACES.
001920 01  CLS-CLOSED-BY-LINE.
001930     05  FILLER                  PIC X(18) VALUE
001940         " PERIOD CLOSED BY ".
001950     05  CCL-CLOSED-BY           PIC X(08).
001960     05  FILLER                  PIC X(04) VALUE " ON ".
001970     05  CCL-CLOSE-DATE          PIC 9(08).
001980     05  FILLER                  PIC X(04) VALUE " AT ".
001990     05  CCL-CLOSE-TIME          PIC 9(08).
002000     05  FILLER                  PIC X(30) VALUE SPACES.
002010 01  CLS-RESULT-LINE.
002020     05  FILLER                  PIC X(09) VALUE " RESULT: ".
002030     05  CRL-RESULT-TEXT         PIC X(45).
002040     05  FILLER                  PIC X(26) VALUE SPACES.
002050 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002060 COPY AUDITPRM.
002070 COPY RUNCTLP.
002080 PROCEDURE DIVISION.
002090*----------------------------------------------------------------
002100* PROGRAM-BEGIN - MAINLINE. TAKE AND PROVE THE PERIOD TO CLOSE,
002110* SNAPSHOT EVERY ACTIVITY RECORD INTO THE PERIOD HISTORY WHILE
002120* PRINTING THE STATEMENT, PRINT THE TOTALS AND SIGN-OFF BLOCK,
002130* AND ONLY THEN LOCK THE PERIOD. A REFUSED CLOSE SNAPS NOTHING,
002132* LOCKS NOTHING AND ENDS WITH RETURN-CODE 8. SO DOES A CLOSE
002134* WHOSE SNAPSHOT COULD NOT BE WRITTEN IN FULL - THE PERIOD IS
002136* LEFT OPEN AND THE CLOSE CAN BE RERUN ONCE THE FILE IS FIXED -
002140* OR WHOSE LOCK COULD NOT BE WRITTEN. THE STATEMENT SAYS THE
002145* PERIOD IS CLOSED ONLY AFTER THE LOCK IS ON FILE.
002150*----------------------------------------------------------------
002160 PROGRAM-BEGIN.
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-EXIT.
002190     IF CLOSE-IS-REFUSED
002200         PERFORM 4500-PRINT-REFUSAL
002210             THRU 4500-EXIT
002220     ELSE
002230         PERFORM 2000-SNAPSHOT-ONE-ITEM
002240             THRU 2000-EXIT
002250             UNTIL ACTIVITY-END-OF-FILE
002255         IF NOT CLOSE-HAS-FAILED
002260             PERFORM 4000-PRINT-STATEMENT-TOTALS
002270                 THRU 4000-EXIT
002280             PERFORM 5500-LOCK-THE-PERIOD
002290                 THRU 5500-EXIT
002292         END-IF
002294         IF CLOSE-HAS-FAILED
002296             PERFORM 4500-PRINT-REFUSAL
002298                 THRU 4500-EXIT
002299         ELSE
002300             PERFORM 4600-PRINT-CLOSED-RESULT
002303                 THRU 4600-EXIT
002306             PERFORM 5600-WRITE-AUDIT-RECORD
002310                 THRU 5600-EXIT
002315         END-IF
002320     END-IF.
002330     PERFORM 6000-END-RUN-CONTROL
002340         THRU 6000-EXIT.
002350     GO TO PROGRAM-DONE.
002360*----------------------------------------------------------------
002370* 1000-INITIALIZE - REGISTER THE START OF THE RUN, TAKE THE
002380* PERIOD AND THE OPERATOR CLOSING IT, PICK UP THE LAST CLOSE,
002390* PROVE THE PERIOD MAY BE CLOSED, OPEN THE FILES AND POSITION
002400* THE ACTIVITY WALK AT THE FRONT.
002410*----------------------------------------------------------------
002420 1000-INITIALIZE.
002430     MOVE "S"        TO RCP-FUNCTION.
002440     MOVE "ITMCLOSE" TO RCP-PROGRAM-ID.
002450     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
002460     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002470     ACCEPT WS-CURRENT-TIME FROM TIME.
002480     DIVIDE WS-TODAYS-DATE BY 100 GIVING WS-CURRENT-MONTH.
002490     DISPLAY "ITMCLOSE - ITEM ACTIVITY MONTH-END CLOSE".
002500     DISPLAY "PERIOD TO CLOSE (YYYYMM): ".
002510     ACCEPT WS-CLOSE-PERIOD.
002520     DISPLAY "CLOSED BY (OPERATOR ID): ".
002530     ACCEPT WS-CLOSED-BY.
002540     IF WS-CLOSED-BY = LOW-VALUES
002550         MOVE SPACES TO WS-CLOSED-BY
002560     END-IF.
002570     MOVE WS-CLOSE-PERIOD TO CH1-PERIOD.
002580     MOVE WS-TODAYS-DATE  TO CH1-CLOSE-DATE.
002590     OPEN OUTPUT STATEMENT-PRINT-FILE.
002600     PERFORM 1050-READ-CLOSE-CONTROL
002610         THRU 1050-EXIT.
002620     PERFORM 1100-EDIT-CLOSE-PERIOD
002630         THRU 1100-EXIT.
002640     IF CLOSE-IS-REFUSED
002650         GO TO 1000-EXIT
002660     END-IF.
002670     OPEN INPUT ITEM-ACTIVITY-FILE.
002680     IF NOT ACTIVITY-FILE-OK
002690         MOVE "NOT CLOSED - ITEM ACTIVITY MASTER UNAVAILABLE"
002700             TO WS-REFUSAL-TEXT
002710         SET CLOSE-IS-REFUSED TO TRUE
002720         GO TO 1000-EXIT
002730     END-IF.
002735     SET ACTIVITY-IS-OPEN TO TRUE.
002740     OPEN INPUT ITEM-MASTER-FILE.
002750     IF ITEM-FILE-OK
002760         SET ITEM-MASTER-IS-OPEN TO TRUE
002770     END-IF.
002780     PERFORM 1200-OPEN-PERIOD-FILE
002782         THRU 1200-EXIT.
002784     IF CLOSE-IS-REFUSED
002786         GO TO 1000-EXIT
002790     END-IF.
002800     MOVE ZEROS TO IA-ITEM-CODE.
002810     START ITEM-ACTIVITY-FILE KEY >= IA-ITEM-CODE
002820         INVALID KEY
002830             SET ACTIVITY-END-OF-FILE TO TRUE
002840     END-START.
002850     IF NOT ACTIVITY-END-OF-FILE
002860         PERFORM 1300-READ-ACTIVITY-RECORD
002870             THRU 1300-EXIT
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 1050-READ-CLOSE-CONTROL - PICK UP THE LAST PERIOD CLOSED. NO
002930* CONTROL FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED.
002940*----------------------------------------------------------------
002950 1050-READ-CLOSE-CONTROL.
002960     OPEN INPUT PERIOD-CLOSE-FILE.
002970     IF NOT CLOSE-FILE-OK
002980         GO TO 1050-EXIT
002990     END-IF.
003000     READ PERIOD-CLOSE-FILE
003010         AT END
003020             CLOSE PERIOD-CLOSE-FILE
003030             GO TO 1050-EXIT
003040     END-READ.
003050     SET CLOSE-CONTROL-ON-HAND TO TRUE.
003060     CLOSE PERIOD-CLOSE-FILE.
003070 1050-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 1100-EDIT-CLOSE-PERIOD - THE PERIOD MUST BE A REAL YYYYMM,
003110* MUST HAVE ENDED - THE MONTH STILL IN PROGRESS IS NOT CLOSED,
003115* AS A CLOSED MONTH TAKES NO MORE POSTINGS - AND ONCE ANY HAS BEEN
003120* CLOSED MUST BE THE MONTH STRAIGHT AFTER IT - A CLOSED PERIOD
003130* IS NOT CLOSED AGAIN AND NONE IS SKIPPED. THE CLOSE IS SIGNED,
003140* SO THE OPERATOR ID IS REQUIRED.
003150*----------------------------------------------------------------
003160 1100-EDIT-CLOSE-PERIOD.
003170     IF WS-CLOSE-PERIOD NOT NUMERIC
003180         MOVE "NOT CLOSED - PERIOD IS NOT A VALID YYYYMM"
003190             TO WS-REFUSAL-TEXT
003200         SET CLOSE-IS-REFUSED TO TRUE
003210         GO TO 1100-EXIT
003220     END-IF.
003230     DIVIDE WS-CLOSE-PERIOD BY 100 GIVING WS-CLOSE-YEAR
003240         REMAINDER WS-CLOSE-MM.
003250     IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
003260         MOVE "NOT CLOSED - PERIOD IS NOT A VALID YYYYMM"
003270             TO WS-REFUSAL-TEXT
003280         SET CLOSE-IS-REFUSED TO TRUE
003290         GO TO 1100-EXIT
003300     END-IF.
003310     IF WS-CLOSE-PERIOD NOT < WS-CURRENT-MONTH
003320         MOVE "NOT CLOSED - PERIOD HAS NOT ENDED"
003330             TO WS-REFUSAL-TEXT
003340         SET CLOSE-IS-REFUSED TO TRUE
003350         GO TO 1100-EXIT
003360     END-IF.
003370     IF WS-CLOSED-BY = SPACES
003380         MOVE "NOT CLOSED - CLOSING OPERATOR ID REQUIRED"
003390             TO WS-REFUSAL-TEXT
003400         SET CLOSE-IS-REFUSED TO TRUE
003410         GO TO 1100-EXIT
003420     END-IF.
003430     IF NOT CLOSE-CONTROL-ON-HAND
003440         GO TO 1100-EXIT
003450     END-IF.
003460     IF WS-CLOSE-PERIOD NOT > PCL-LAST-CLOSED-MONTH
003470         MOVE "NOT CLOSED - PERIOD ALREADY CLOSED"
003480             TO WS-REFUSAL-TEXT
003490         SET CLOSE-IS-REFUSED TO TRUE
003500         GO TO 1100-EXIT
003510     END-IF.
003520     DIVIDE PCL-LAST-CLOSED-MONTH BY 100 GIVING WS-EXPECTED-YEAR
003530         REMAINDER WS-EXPECTED-MM.
003540     IF WS-EXPECTED-MM = 12
003550         ADD 1 TO WS-EXPECTED-YEAR
003560         MOVE 1 TO WS-EXPECTED-MM
003570     ELSE
003580         ADD 1 TO WS-EXPECTED-MM
003590     END-IF.
003600     COMPUTE WS-EXPECTED-PERIOD
003610         = WS-EXPECTED-YEAR * 100 + WS-EXPECTED-MM.
003620     IF WS-CLOSE-PERIOD NOT = WS-EXPECTED-PERIOD
003630         MOVE "NOT CLOSED - AN EARLIER PERIOD IS STILL OPEN"
003640             TO WS-REFUSAL-TEXT
003650         SET CLOSE-IS-REFUSED TO TRUE
003660     END-IF.
003670 1100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 1200-OPEN-PERIOD-FILE - OPEN THE PERIOD HISTORY, CREATING IT
003710* EMPTY THE FIRST TIME A PERIOD IS EVER CLOSED - THE SAME
003720* PATTERN ADD01PST USES FOR THE ACTIVITY MASTER. A HISTORY THAT
003725* STILL WILL NOT OPEN REFUSES THE CLOSE BEFORE ANYTHING IS
003727* SNAPPED.
003730*----------------------------------------------------------------
003740 1200-OPEN-PERIOD-FILE.
003750     OPEN I-O ITEM-PERIOD-FILE.
003760     IF PERIOD-FILE-NOT-FOUND
003770         OPEN OUTPUT ITEM-PERIOD-FILE
003780         CLOSE ITEM-PERIOD-FILE
003790         OPEN I-O ITEM-PERIOD-FILE
003792     END-IF.
003794     IF NOT PERIOD-FILE-OK
003796         DISPLAY "ITMCLOSE: PERIOD HISTORY WILL NOT OPEN (STATUS "
003797             WS-PERIOD-FILE-STATUS ")"
003798         MOVE "NOT CLOSED - PERIOD HISTORY UNAVAILABLE"
003799             TO WS-REFUSAL-TEXT
003801         SET CLOSE-IS-REFUSED TO TRUE
003803         GO TO 1200-EXIT
003805     END-IF.
003807     SET PERIOD-IS-OPEN TO TRUE.
003810 1200-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* 1300-READ-ACTIVITY-RECORD - READ THE NEXT ACTIVITY RECORD IN
003850* ITEM CODE ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE
003860* IS EXHAUSTED.
003870*----------------------------------------------------------------
003880 1300-READ-ACTIVITY-RECORD.
003890     READ ITEM-ACTIVITY-FILE NEXT RECORD
003900         AT END
003910             SET ACTIVITY-END-OF-FILE TO TRUE
003920     END-READ.
003930 1300-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 2000-SNAPSHOT-ONE-ITEM - TAKE THE ITEM'S FIGURES AS THEY STAND
003970* FOR THE PERIOD: BUCKETS LAST POSTED IN THE PERIOD ARE THE
003980* PERIOD'S; BUCKETS LAST POSTED EARLIER MEAN NO ACTIVITY THIS
003990* MONTH (AND NONE THIS YEAR IF THE YEAR HAS TURNED); BUCKETS
004000* ALREADY ROLLED PAST THE PERIOD HAVE LOST IT, AND THE ITEM IS
004010* RECORDED AND PRINTED AS SUCH RATHER THAN WITH MADE-UP
004020* FIGURES. WRITE THE SNAPSHOT, PRINT THE LINE, READ THE NEXT.
004023* A SNAPSHOT THAT CANNOT BE WRITTEN (OR REWRITTEN, ON A RERUN OF
004026* A CLOSE THAT DIED PART WAY) FAILS THE CLOSE AND ENDS THE WALK.
004030*----------------------------------------------------------------
004040 2000-SNAPSHOT-ONE-ITEM.
004050     ADD 1 TO WS-READ-COUNT.
004060     MOVE WS-CLOSE-PERIOD   TO IP-PERIOD-MONTH.
004070     MOVE IA-ITEM-CODE      TO IP-ITEM-CODE.
004080     MOVE WS-TODAYS-DATE    TO IP-CLOSE-DATE.
004090     MOVE WS-CURRENT-TIME   TO IP-CLOSE-TIME.
004100     MOVE IA-ACTIVITY-MONTH TO IP-ACTIVITY-MONTH.
004110     MOVE ZERO TO IP-MTD-QUANTITY.
004120     MOVE ZERO TO IP-MTD-EXTENSION.
004130     MOVE ZERO TO IP-YTD-QUANTITY.
004140     MOVE ZERO TO IP-YTD-EXTENSION.
004150     MOVE SPACES TO CDL-NOTE.
004160     IF IA-ACTIVITY-MONTH > WS-CLOSE-PERIOD
004170         SET IP-SNAPSHOT-ROLLED-PAST TO TRUE
004180         MOVE "ROLL" TO CDL-NOTE
004190         ADD 1 TO WS-ROLLED-COUNT
004200     ELSE
004210         SET IP-SNAPSHOT-TAKEN TO TRUE
004220         IF IA-ACTIVITY-MONTH = WS-CLOSE-PERIOD
004230             MOVE IA-MTD-QUANTITY  TO IP-MTD-QUANTITY
004240             MOVE IA-MTD-EXTENSION TO IP-MTD-EXTENSION
004250         END-IF
004260         IF IA-ACTIVITY-YEAR = WS-CLOSE-YEAR
004270             MOVE IA-YTD-QUANTITY  TO IP-YTD-QUANTITY
004280             MOVE IA-YTD-EXTENSION TO IP-YTD-EXTENSION
004290         END-IF
004300     END-IF.
004310     WRITE ITEM-PERIOD-RECORD
004320         INVALID KEY
004330             REWRITE ITEM-PERIOD-RECORD
004332     END-WRITE.
004334     IF NOT PERIOD-FILE-OK
004336         DISPLAY "ITMCLOSE: SNAPSHOT OF ITEM " IP-ITEM-CODE
004337             " NOT WRITTEN (STATUS " WS-PERIOD-FILE-STATUS ")"
004338         MOVE "NOT CLOSED - PERIOD HISTORY WRITE FAILED"
004339             TO WS-REFUSAL-TEXT
004341         SET CLOSE-HAS-FAILED TO TRUE
004343         SET ACTIVITY-END-OF-FILE TO TRUE
004345         GO TO 2000-EXIT
004347     END-IF.
004350     ADD 1 TO WS-SNAPPED-COUNT.
004360     ADD IP-MTD-QUANTITY  TO WS-MTD-QTY-SUM.
004370     ADD IP-MTD-EXTENSION TO WS-MTD-EXT-SUM.
004380     ADD IP-YTD-QUANTITY  TO WS-YTD-QTY-SUM.
004390     ADD IP-YTD-EXTENSION TO WS-YTD-EXT-SUM.
004400     PERFORM 2100-PRINT-ONE-ITEM
004410         THRU 2100-EXIT.
004420     PERFORM 1300-READ-ACTIVITY-RECORD
004430         THRU 1300-EXIT.
004440 2000-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470* 2100-PRINT-ONE-ITEM - PRINT THE SNAPSHOT JUST WRITTEN, WITH
004480* THE ITEM'S DESCRIPTION OFF THE ITEM MASTER WHEN IT IS THERE.
004490*----------------------------------------------------------------
004500 2100-PRINT-ONE-ITEM.
004510     MOVE SPACES TO CDL-DESCRIPTION.
004520     IF ITEM-MASTER-IS-OPEN
004530         MOVE IP-ITEM-CODE TO IM-ITEM-CODE
004540         READ ITEM-MASTER-FILE
004550             INVALID KEY
004560                 MOVE "(NOT ON MASTER)" TO CDL-DESCRIPTION
004570             NOT INVALID KEY
004580                 MOVE IM-DESCRIPTION TO CDL-DESCRIPTION
004590         END-READ
004600     END-IF.
004610     MOVE IP-ITEM-CODE     TO CDL-ITEM-CODE.
004620     MOVE IP-MTD-QUANTITY  TO CDL-MTD-QTY.
004630     MOVE IP-MTD-EXTENSION TO CDL-MTD-EXT.
004640     MOVE IP-YTD-QUANTITY  TO CDL-YTD-QTY.
004650     MOVE IP-YTD-EXTENSION TO CDL-YTD-EXT.
004660     MOVE CLS-DETAIL-LINE  TO WS-PRINT-LINE.
004670     PERFORM 5000-PRINT-ONE-LINE
004680         THRU 5000-EXIT.
004690 2100-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* 4000-PRINT-STATEMENT-TOTALS - THE PERIOD'S TOTALS, A NOTE FOR
004730* ANY ITEM THAT HAD ALREADY ROLLED PAST THE PERIOD, THEN THE
004740* SIGN-OFF BLOCK: WHO CLOSED IT AND WHEN, AND THE LINES
004750* ACCOUNTING SIGNS TO ACCEPT THE STATEMENT.
004760*----------------------------------------------------------------
004770 4000-PRINT-STATEMENT-TOTALS.
004780     MOVE SPACES TO WS-PRINT-LINE.
004790     PERFORM 5000-PRINT-ONE-LINE
004800         THRU 5000-EXIT.
004810     MOVE WS-SNAPPED-COUNT TO CTL-SNAPPED-COUNT.
004820     MOVE WS-ROLLED-COUNT  TO CTL-ROLLED-COUNT.
004830     MOVE CLS-TOTAL-LINE-1 TO WS-PRINT-LINE.
004840     PERFORM 5000-PRINT-ONE-LINE
004850         THRU 5000-EXIT.
004860     MOVE WS-MTD-QTY-SUM   TO CTL-MTD-QTY.
004870     MOVE WS-MTD-EXT-SUM   TO CTL-MTD-EXT.
004880     MOVE CLS-TOTAL-LINE-2 TO WS-PRINT-LINE.
004890     PERFORM 5000-PRINT-ONE-LINE
004900         THRU 5000-EXIT.
004910     MOVE WS-YTD-QTY-SUM   TO CTL-YTD-QTY.
004920     MOVE WS-YTD-EXT-SUM   TO CTL-YTD-EXT.
004930     MOVE CLS-TOTAL-LINE-3 TO WS-PRINT-LINE.
004940     PERFORM 5000-PRINT-ONE-LINE
004950         THRU 5000-EXIT.
004960     IF WS-ROLLED-COUNT > ZERO
004970         MOVE " ** ROLL - BUCKETS ROLLED PAST THE PERIOD BEFORE"
004980             TO WS-PRINT-LINE
004990         PERFORM 5000-PRINT-ONE-LINE
005000             THRU 5000-EXIT
005010         MOVE "    THE CLOSE RAN - NO MONTH FIGURES TO TAKE"
005020             TO WS-PRINT-LINE
005030         PERFORM 5000-PRINT-ONE-LINE
005040             THRU 5000-EXIT
005050     END-IF.
005060     MOVE SPACES TO WS-PRINT-LINE.
005070     PERFORM 5000-PRINT-ONE-LINE
005080         THRU 5000-EXIT.
005090     MOVE WS-CLOSED-BY    TO CCL-CLOSED-BY.
005100     MOVE WS-TODAYS-DATE  TO CCL-CLOSE-DATE.
005110     MOVE WS-CURRENT-TIME TO CCL-CLOSE-TIME.
005120     MOVE CLS-CLOSED-BY-LINE TO WS-PRINT-LINE.
005130     PERFORM 5000-PRINT-ONE-LINE
005140         THRU 5000-EXIT.
005150     MOVE SPACES TO WS-PRINT-LINE.
005160     PERFORM 5000-PRINT-ONE-LINE
005170         THRU 5000-EXIT.
005180     MOVE " PREPARED BY ____________________   DATE __________"
005190         TO WS-PRINT-LINE.
005200     PERFORM 5000-PRINT-ONE-LINE
005210         THRU 5000-EXIT.
005220     MOVE SPACES TO WS-PRINT-LINE.
005230     PERFORM 5000-PRINT-ONE-LINE
005240         THRU 5000-EXIT.
005250     MOVE " APPROVED BY ____________________   DATE __________"
005260         TO WS-PRINT-LINE.
005270     PERFORM 5000-PRINT-ONE-LINE
005280         THRU 5000-EXIT.
005290     MOVE SPACES TO WS-PRINT-LINE.
005300     PERFORM 5000-PRINT-ONE-LINE
005310         THRU 5000-EXIT.
005370 4000-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400* 4500-PRINT-REFUSAL - THE PERIOD COULD NOT BE CLOSED. SAY WHY
005410* ON THE CONSOLE AND ON THE STATEMENT, SO NOBODY FILES AN EMPTY
005420* STATEMENT AS THE MONTH-END.
005430*----------------------------------------------------------------
005440 4500-PRINT-REFUSAL.
005450     DISPLAY "ITMCLOSE: " WS-REFUSAL-TEXT.
005460     MOVE WS-REFUSAL-TEXT TO CRL-RESULT-TEXT.
005470     MOVE CLS-RESULT-LINE TO WS-PRINT-LINE.
005480     PERFORM 5000-PRINT-ONE-LINE
005490         THRU 5000-EXIT.
005500 4500-EXIT.
005502     EXIT.
005504*----------------------------------------------------------------
005506* 4600-PRINT-CLOSED-RESULT - THE LOCK IS ON FILE, SO THE
005507* STATEMENT CAN SAY THE PERIOD IS CLOSED.
005508*----------------------------------------------------------------
005509 4600-PRINT-CLOSED-RESULT.
005510     MOVE "PERIOD CLOSED - POSTING INTO IT IS NOW LOCKED"
005511         TO CRL-RESULT-TEXT.
005512     MOVE CLS-RESULT-LINE TO WS-PRINT-LINE.
005513     PERFORM 5000-PRINT-ONE-LINE
005514         THRU 5000-EXIT.
005515 4600-EXIT.
005516     EXIT.
005520*----------------------------------------------------------------
005530* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
005540* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
005550*----------------------------------------------------------------
005560 5000-PRINT-ONE-LINE.
005570     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005580         PERFORM 5100-START-NEW-PAGE
005590             THRU 5100-EXIT
005600     END-IF.
005610     WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE
005620         AFTER ADVANCING 1 LINE.
005630     ADD 1 TO WS-LINE-COUNT.
005640 5000-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
005680* PAGE AND COLUMN HEADINGS.
005690*----------------------------------------------------------------
005700 5100-START-NEW-PAGE.
005710     ADD 1 TO WS-PAGE-NUMBER.
005720     MOVE WS-PAGE-NUMBER TO CH1-PAGE-NUMBER.
005730     IF WS-PAGE-NUMBER = 1
005740         WRITE STATEMENT-PRINT-LINE FROM CLS-HEADING-1
005750             AFTER ADVANCING 1 LINE
005760     ELSE
005770         WRITE STATEMENT-PRINT-LINE FROM CLS-HEADING-1
005780             AFTER ADVANCING PAGE
005790     END-IF.
005800     WRITE STATEMENT-PRINT-LINE FROM CLS-HEADING-2
005810         AFTER ADVANCING 1 LINE.
005820     MOVE SPACES TO STATEMENT-PRINT-LINE.
005830     WRITE STATEMENT-PRINT-LINE
005840         AFTER ADVANCING 1 LINE.
005850     MOVE 3 TO WS-LINE-COUNT.
005860 5100-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890* 5500-LOCK-THE-PERIOD - THE SNAPSHOT IS COMPLETE, SO RECORD THE
005900* PERIOD AS CLOSED - FROM NOW ON ADD01PST REFUSES TO POST INTO
005910* IT. WRITTEN ONLY AFTER A COMPLETE SNAPSHOT, SO A CLOSE THAT
005920* DIES PART WAY LEAVES THE PERIOD OPEN AND CAN SIMPLY BE RERUN.
005923* A LOCK THAT CANNOT BE OPENED OR WRITTEN FAILS THE CLOSE - THE
005926* PERIOD IS NOT LOCKED, WHATEVER THE SNAPSHOT HOLDS.
005930*----------------------------------------------------------------
005940 5500-LOCK-THE-PERIOD.
005942     OPEN OUTPUT PERIOD-CLOSE-FILE.
005944     IF NOT CLOSE-FILE-OK
005946         DISPLAY "ITMCLOSE: CLOSE CONTROL WILL NOT OPEN (STATUS "
005947             WS-CLOSE-FILE-STATUS ")"
005948         MOVE "NOT CLOSED - CLOSE CONTROL NOT WRITTEN"
005949             TO WS-REFUSAL-TEXT
005950         SET CLOSE-HAS-FAILED TO TRUE
005953         GO TO 5500-EXIT
005956     END-IF.
005960     MOVE WS-CLOSE-PERIOD  TO PCL-LAST-CLOSED-MONTH.
005970     MOVE WS-TODAYS-DATE   TO PCL-CLOSE-DATE.
005980     MOVE WS-CURRENT-TIME  TO PCL-CLOSE-TIME.
005990     MOVE WS-CLOSED-BY     TO PCL-CLOSED-BY.
006000     MOVE WS-SNAPPED-COUNT TO PCL-ITEMS-SNAPPED.
006010     MOVE WS-MTD-EXT-SUM   TO PCL-MTD-EXTENSION.
006012     WRITE PERIOD-CLOSE-RECORD.
006014     IF NOT CLOSE-FILE-OK
006016         DISPLAY "ITMCLOSE: CLOSE CONTROL NOT WRITTEN (STATUS "
006017             WS-CLOSE-FILE-STATUS ")"
006018         MOVE "NOT CLOSED - CLOSE CONTROL NOT WRITTEN"
006019             TO WS-REFUSAL-TEXT
006021         SET CLOSE-HAS-FAILED TO TRUE
006023         CLOSE PERIOD-CLOSE-FILE
006025         GO TO 5500-EXIT
006027     END-IF.
006030     CLOSE PERIOD-CLOSE-FILE.
006040     DISPLAY "ITMCLOSE: PERIOD " WS-CLOSE-PERIOD " CLOSED BY "
006050         WS-CLOSED-BY.
006060 5500-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
006100* APPEND A LINE RECORDING THE PERIOD CLOSED, BY WHOM, AND WHAT
006110* THE SNAPSHOT HELD.
006120*----------------------------------------------------------------
006130 5600-WRITE-AUDIT-RECORD.
006140     MOVE "ITMCLOSE" TO ALP-PROGRAM-ID.
006150     STRING "PERIOD=" WS-CLOSE-PERIOD " BY=" WS-CLOSED-BY
006160         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
006170     MOVE WS-SNAPPED-COUNT TO WS-COUNT-AUDIT-DISPLAY.
006180     MOVE WS-MTD-EXT-SUM   TO WS-MTD-AUDIT-DISPLAY.
006190     STRING "ITEMS=" WS-COUNT-AUDIT-DISPLAY
006200         " MTD=" WS-MTD-AUDIT-DISPLAY
006210         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
006220     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006230 5600-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
006270* THE RETURN CODE: 0 CLOSED CLEAN, 4 CLOSED BUT SOME ITEM HAD
006280* ALREADY ROLLED PAST THE PERIOD, 8 NOT CLOSED - REFUSED, OR
006285* FAILED WRITING THE SNAPSHOT OR THE LOCK. THE RETURN CODE
006290* IS SET AFTER THE CALL - A CALLED PROGRAM'S COMPLETION PASSES
006300* ITS OWN (ZERO) RETURN-CODE BACK AND WOULD WIPE OUT A GRADE
006310* SET BEFOREHAND.
006320*----------------------------------------------------------------
006330 6000-END-RUN-CONTROL.
006340     MOVE "E"        TO RCP-FUNCTION.
006350     MOVE "ITMCLOSE" TO RCP-PROGRAM-ID.
006360     MOVE WS-READ-COUNT    TO RCP-RECORDS-READ.
006370     MOVE WS-SNAPPED-COUNT TO RCP-RECORDS-WRITTEN.
006380     MOVE WS-ROLLED-COUNT  TO RCP-RECORDS-REJECTED.
006390     IF CLOSE-IS-REFUSED
006395         OR CLOSE-HAS-FAILED
006400         MOVE "F" TO RCP-FINAL-STATUS
006410     ELSE
006420         IF WS-ROLLED-COUNT > ZERO
006430             MOVE "E" TO RCP-FINAL-STATUS
006440         ELSE
006450             MOVE "C" TO RCP-FINAL-STATUS
006460         END-IF
006470     END-IF.
006480     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
006490     IF RCP-STATUS-FAILED
006500         MOVE 8 TO RETURN-CODE
006510     ELSE
006520         IF RCP-STATUS-EXCEPTIONS
006530             MOVE 4 TO RETURN-CODE
006540         ELSE
006550             MOVE 0 TO RETURN-CODE
006560         END-IF
006570     END-IF.
006580 6000-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------
006610* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. A REFUSED
006620* CLOSE MAY HAVE STOPPED BEFORE THE MASTERS WERE OPENED.
006630*----------------------------------------------------------------
006640 PROGRAM-DONE.
006650     IF ACTIVITY-IS-OPEN
006660         CLOSE ITEM-ACTIVITY-FILE
006665     END-IF.
006670     IF PERIOD-IS-OPEN
006675         CLOSE ITEM-PERIOD-FILE
006680     END-IF.
006690     IF ITEM-MASTER-IS-OPEN
006700         CLOSE ITEM-MASTER-FILE
006710     END-IF.
006720     CLOSE STATEMENT-PRINT-FILE.
006730     STOP RUN.

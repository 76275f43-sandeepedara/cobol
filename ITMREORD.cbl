000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMREORD.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. THE ITEM MASTER NOW CARRIES
000110*                   AN ON-HAND QUANTITY AND A REORDER POINT (SEE
000120*                   ITEMMST), BUT NOTHING TOLD THE STOREROOM AN
000130*                   ITEM WAS RUNNING LOW - THEY FOUND OUT WHEN A
000140*                   DEPARTMENT'S EXTENSION REJECTED AS A STOCK
000150*                   SHORTAGE. THIS NIGHTLY REPORT WALKS THE ITEM
000160*                   MASTER AND LISTS EVERY ITEM AT OR BELOW ITS
000170*                   REORDER POINT WITH ITS MONTH-TO-DATE USAGE
000180*                   OFF THE ITEM ACTIVITY MASTER (ITEMACT), SO
000190*                   THE ORDER CAN BE SIZED TO WHAT IS ACTUALLY
000200*                   BEING DRAWN. ITEMS WITH NOTHING LEFT ARE
000210*                   FLAGGED OUT.
000212* 2026-10-15  RJM   A REVERSAL CAN LEAVE THE MONTH-TO-DATE
000214*                   QUANTITY ON ITEMACT BELOW ZERO; A MONTH THAT
000216*                   HAS NETTED BELOW ZERO SHOWS AS NO USAGE.
000217* 2026-10-15  RJM   AN ITEM MARKED INACTIVE IS NO LONGER LISTED -
000218*                   IT IS NOT TO BE REORDERED.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS IM-ITEM-CODE
000300         FILE STATUS IS WS-ITEM-FILE-STATUS.
000310     SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMACT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS IA-ITEM-CODE
000350         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000360     SELECT REORDER-PRINT-FILE ASSIGN TO "ITMRORPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400*----------------------------------------------------------------
000410* THE ITEM MASTER - SEE ITEMMST. WALKED IN ITEM CODE ORDER;
000420* NOTHING ON IT IS CHANGED BY THE REPORT.
000430*----------------------------------------------------------------
000440 FD  ITEM-MASTER-FILE.
000450 COPY ITEMMST.
000460*----------------------------------------------------------------
000470* THE ITEM ACTIVITY MASTER - SEE ITEMACT. READ ONLY FOR THE
000480* MONTH-TO-DATE QUANTITY OF AN ITEM BEING LISTED.
000490*----------------------------------------------------------------
000500 FD  ITEM-ACTIVITY-FILE.
000510 COPY ITEMACT.
000520*----------------------------------------------------------------
000530* THE REORDER REPORT - 80-COLUMN PRINT LINES.
000540*----------------------------------------------------------------
000550 FD  REORDER-PRINT-FILE.
000560 01  REORDER-PRINT-LINE          PIC X(80).
000570 WORKING-STORAGE SECTION.
000580 01  ITMREORD-SWITCHES.
000590     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
000600         88  ITEM-END-OF-FILE              VALUE "Y".
000610     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
000620         88  ITEM-FILE-OK                   VALUE "00".
000630         88  ITEM-FILE-NOT-FOUND            VALUE "23" "35".
000640     05  WS-ACTIVITY-FILE-STATUS PIC X(02) VALUE "00".
000650         88  ACTIVITY-FILE-OK               VALUE "00".
000660         88  ACTIVITY-FILE-NOT-FOUND        VALUE "23" "35".
000670     05  WS-ITEM-MASTER-SWITCH   PIC X(01) VALUE "N".
000680         88  ITEM-MASTER-IS-OPEN           VALUE "Y".
000690     05  WS-ACTIVITY-OPEN-SWITCH PIC X(01) VALUE "N".
000700         88  ACTIVITY-IS-OPEN              VALUE "Y".
000710     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
000720         88  REPORT-IS-REFUSED             VALUE "Y".
000730 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
000740 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
000750 01  WS-CURRENT-MONTH            PIC 9(06) VALUE ZEROS.
000760 01  WS-MTD-USAGE                PIC 9(07) VALUE ZEROS.
000770 01  ITMREORD-COUNTS.
000780     05  WS-READ-COUNT           PIC 9(7)  COMP VALUE ZERO.
000790     05  WS-LISTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
000800     05  WS-OUT-COUNT            PIC 9(7)  COMP VALUE ZERO.
000810     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
000820     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
000830     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
000840 01  WS-READ-AUDIT-DISPLAY       PIC 9(07) VALUE ZEROS.
000850 01  WS-LISTED-AUDIT-DISPLAY     PIC 9(07) VALUE ZEROS.
000860 01  WS-OUT-AUDIT-DISPLAY        PIC 9(07) VALUE ZEROS.
000870 01  ROR-HEADING-1.
000880     05  FILLER                  PIC X(19) VALUE
000890         "ITEM REORDER REPORT".
000900     05  FILLER                  PIC X(10) VALUE " RUN DATE ".
000910     05  RH1-RUN-DATE            PIC 9(08).
000920     05  FILLER                  PIC X(07) VALUE "  PAGE ".
000930     05  RH1-PAGE-NUMBER         PIC ZZZ9.
000940     05  FILLER                  PIC X(32) VALUE SPACES.
000950 01  ROR-HEADING-2.
000960     05  FILLER                  PIC X(29) VALUE
000970         " ITEM   DESCRIPTION".
000980     05  FILLER                  PIC X(31) VALUE
000990         "ON-HAND  REORDER  MTD-USE  NOTE".
001000     05  FILLER                  PIC X(20) VALUE SPACES.
001010 01  ROR-DETAIL-LINE.
001020     05  FILLER                  PIC X(01) VALUE SPACE.
001030     05  RDL-ITEM-CODE           PIC 9(05).
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  RDL-DESCRIPTION         PIC X(20).
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001070     05  RDL-ON-HAND             PIC Z(6)9.
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  RDL-REORDER-POINT       PIC Z(6)9.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  RDL-MTD-USAGE           PIC Z(6)9.
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  RDL-NOTE                PIC X(08).
001140     05  FILLER                  PIC X(16) VALUE SPACES.
001150 01  ROR-TOTAL-LINE.
001160     05  FILLER                  PIC X(25) VALUE
001170         " ITEMS READ             ".
001180     05  RTL-READ-COUNT          PIC Z(5)9.
001190     05  FILLER                  PIC X(22) VALUE
001200         "   TO REORDER         ".
001210     05  RTL-LISTED-COUNT        PIC Z(5)9.
001220     05  FILLER                  PIC X(08) VALUE
001230         "   OUT  ".
001240     05  RTL-OUT-COUNT           PIC Z(5)9.
001250     05  FILLER                  PIC X(07) VALUE SPACES.
001260 01  ROR-RESULT-LINE.
001270     05  FILLER                  PIC X(09) VALUE " RESULT: ".
001280     05  RRL-RESULT-TEXT         PIC X(45).
001290     05  FILLER                  PIC X(26) VALUE SPACES.
001300 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001310 COPY AUDITPRM.
001320 COPY RUNCTLP.
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------
001350* PROGRAM-BEGIN - MAINLINE. WALK THE ITEM MASTER LISTING EVERY
001360* ITEM AT OR BELOW ITS REORDER POINT, THEN PRINT THE TOTALS. A
001370* REFUSED RUN PRINTS WHY AND ENDS WITH RETURN-CODE 8.
001380*----------------------------------------------------------------
001390 PROGRAM-BEGIN.
001400     PERFORM 1000-INITIALIZE
001410         THRU 1000-EXIT.
001420     IF REPORT-IS-REFUSED
001430         PERFORM 4500-PRINT-REFUSAL
001440             THRU 4500-EXIT
001450     ELSE
001460         PERFORM 2000-CHECK-ONE-ITEM
001470             THRU 2000-EXIT
001480             UNTIL ITEM-END-OF-FILE
001490         PERFORM 4000-PRINT-REPORT-TOTALS
001500             THRU 4000-EXIT
001510         PERFORM 5600-WRITE-AUDIT-RECORD
001520             THRU 5600-EXIT
001530     END-IF.
001540     PERFORM 6000-END-RUN-CONTROL
001550         THRU 6000-EXIT.
001560     GO TO PROGRAM-DONE.
001570*----------------------------------------------------------------
001580* 1000-INITIALIZE - REGISTER THE START OF THE RUN, OPEN THE
001590* FILES AND POSITION THE ITEM WALK AT THE FRONT. THE REPORT IS
001600* NOTHING WITHOUT THE ITEM MASTER; WITHOUT THE ACTIVITY MASTER
001610* IT STILL LISTS THE ITEMS, WITH NO USAGE SHOWN.
001620*----------------------------------------------------------------
001630 1000-INITIALIZE.
001640     MOVE "S"        TO RCP-FUNCTION.
001650     MOVE "ITMREORD" TO RCP-PROGRAM-ID.
001660     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
001670     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
001680     DIVIDE WS-TODAYS-DATE BY 100 GIVING WS-CURRENT-MONTH.
001690     MOVE WS-TODAYS-DATE TO RH1-RUN-DATE.
001700     OPEN OUTPUT REORDER-PRINT-FILE.
001710     OPEN INPUT ITEM-MASTER-FILE.
001720     IF NOT ITEM-FILE-OK
001730         MOVE "NOT PRODUCED - ITEM MASTER UNAVAILABLE"
001740             TO WS-REFUSAL-TEXT
001750         SET REPORT-IS-REFUSED TO TRUE
001760         GO TO 1000-EXIT
001770     END-IF.
001780     SET ITEM-MASTER-IS-OPEN TO TRUE.
001790     OPEN INPUT ITEM-ACTIVITY-FILE.
001800     IF ACTIVITY-FILE-OK
001810         SET ACTIVITY-IS-OPEN TO TRUE
001820     ELSE
001830         DISPLAY "CONTROL WARNING: ITEM ACTIVITY MASTER NOT "
001840             "AVAILABLE (STATUS " WS-ACTIVITY-FILE-STATUS
001850             ") - NO USAGE WILL BE SHOWN"
001860     END-IF.
001870     MOVE ZEROS TO IM-ITEM-CODE.
001880     START ITEM-MASTER-FILE KEY >= IM-ITEM-CODE
001890         INVALID KEY
001900             SET ITEM-END-OF-FILE TO TRUE
001910     END-START.
001920     IF NOT ITEM-END-OF-FILE
001930         PERFORM 1300-READ-ITEM-RECORD
001940             THRU 1300-EXIT
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990* 1300-READ-ITEM-RECORD - READ THE NEXT ITEM IN ITEM CODE
002000* ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS
002010* EXHAUSTED.
002020*----------------------------------------------------------------
002030 1300-READ-ITEM-RECORD.
002040     READ ITEM-MASTER-FILE NEXT RECORD
002050         AT END
002060             SET ITEM-END-OF-FILE TO TRUE
002070     END-READ.
002080 1300-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110* 2000-CHECK-ONE-ITEM - LIST THE ITEM IF WHAT IS ON HAND HAS
002120* FALLEN TO ITS REORDER POINT OR BELOW, THEN READ THE NEXT. AN
002125* INACTIVE ITEM IS COUNTED BUT NEVER LISTED.
002130*----------------------------------------------------------------
002140 2000-CHECK-ONE-ITEM.
002150     ADD 1 TO WS-READ-COUNT.
002160     IF IM-ON-HAND-QTY NOT NUMERIC
002170         MOVE ZERO TO IM-ON-HAND-QTY
002180     END-IF.
002190     IF IM-REORDER-POINT NOT NUMERIC
002200         MOVE ZERO TO IM-REORDER-POINT
002210     END-IF.
002220     IF IM-ON-HAND-QTY NOT > IM-REORDER-POINT
002225         AND NOT IM-ITEM-INACTIVE
002230         PERFORM 2100-PRINT-ONE-ITEM
002240             THRU 2100-EXIT
002250     END-IF.
002260     PERFORM 1300-READ-ITEM-RECORD
002270         THRU 1300-EXIT.
002280 2000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 2100-PRINT-ONE-ITEM - PRINT THE ITEM WITH ITS USAGE SO FAR
002320* THIS MONTH. ACTIVITY LAST POSTED IN AN EARLIER MONTH MEANS
002326* NOTHING HAS BEEN DRAWN THIS MONTH YET, AND SO DOES A MONTH
002332* THAT REVERSALS HAVE NETTED BELOW ZERO.
002340*----------------------------------------------------------------
002350 2100-PRINT-ONE-ITEM.
002360     MOVE ZERO TO WS-MTD-USAGE.
002370     IF ACTIVITY-IS-OPEN
002380         MOVE IM-ITEM-CODE TO IA-ITEM-CODE
002390         READ ITEM-ACTIVITY-FILE
002400             INVALID KEY
002410                 MOVE ZERO TO WS-MTD-USAGE
002420             NOT INVALID KEY
002430                 IF IA-ACTIVITY-MONTH = WS-CURRENT-MONTH
002435                     IF IA-MTD-QUANTITY > ZERO
002440                         MOVE IA-MTD-QUANTITY TO WS-MTD-USAGE
002445                     END-IF
002450                 END-IF
002460         END-READ
002470     END-IF.
002480     MOVE IM-ITEM-CODE     TO RDL-ITEM-CODE.
002490     MOVE IM-DESCRIPTION   TO RDL-DESCRIPTION.
002500     MOVE IM-ON-HAND-QTY   TO RDL-ON-HAND.
002510     MOVE IM-REORDER-POINT TO RDL-REORDER-POINT.
002520     MOVE WS-MTD-USAGE     TO RDL-MTD-USAGE.
002530     IF IM-ON-HAND-QTY = ZERO
002540         MOVE "OUT" TO RDL-NOTE
002550         ADD 1 TO WS-OUT-COUNT
002560     ELSE
002570         MOVE SPACES TO RDL-NOTE
002580     END-IF.
002590     ADD 1 TO WS-LISTED-COUNT.
002600     MOVE ROR-DETAIL-LINE TO WS-PRINT-LINE.
002610     PERFORM 5000-PRINT-ONE-LINE
002620         THRU 5000-EXIT.
002630 2100-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660* 4000-PRINT-REPORT-TOTALS - HOW MANY ITEMS WERE LOOKED AT, HOW
002670* MANY NEED ORDERING AND HOW MANY HAVE RUN OUT, THEN THE RESULT.
002680*----------------------------------------------------------------
002690 4000-PRINT-REPORT-TOTALS.
002700     IF WS-LISTED-COUNT = ZERO
002710         MOVE " NO ITEM IS AT OR BELOW ITS REORDER POINT"
002720             TO WS-PRINT-LINE
002730         PERFORM 5000-PRINT-ONE-LINE
002740             THRU 5000-EXIT
002750     END-IF.
002760     MOVE SPACES TO WS-PRINT-LINE.
002770     PERFORM 5000-PRINT-ONE-LINE
002780         THRU 5000-EXIT.
002790     MOVE WS-READ-COUNT   TO RTL-READ-COUNT.
002800     MOVE WS-LISTED-COUNT TO RTL-LISTED-COUNT.
002810     MOVE WS-OUT-COUNT    TO RTL-OUT-COUNT.
002820     MOVE ROR-TOTAL-LINE  TO WS-PRINT-LINE.
002830     PERFORM 5000-PRINT-ONE-LINE
002840         THRU 5000-EXIT.
002850     MOVE SPACES TO WS-PRINT-LINE.
002860     PERFORM 5000-PRINT-ONE-LINE
002870         THRU 5000-EXIT.
002880     IF ACTIVITY-IS-OPEN
002890         MOVE "REORDER REPORT COMPLETE" TO RRL-RESULT-TEXT
002900     ELSE
002910         MOVE "COMPLETE - ACTIVITY UNAVAILABLE, NO USAGE"
002920             TO RRL-RESULT-TEXT
002930     END-IF.
002940     MOVE ROR-RESULT-LINE TO WS-PRINT-LINE.
002950     PERFORM 5000-PRINT-ONE-LINE
002960         THRU 5000-EXIT.
002970 4000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 4500-PRINT-REFUSAL - THE REPORT COULD NOT BE PRODUCED. SAY WHY
003010* ON THE CONSOLE AND ON THE REPORT, SO AN EMPTY REPORT IS NEVER
003020* TAKEN TO MEAN NOTHING NEEDS ORDERING.
003030*----------------------------------------------------------------
003040 4500-PRINT-REFUSAL.
003050     DISPLAY "ITMREORD: " WS-REFUSAL-TEXT.
003060     MOVE WS-REFUSAL-TEXT TO RRL-RESULT-TEXT.
003070     MOVE ROR-RESULT-LINE TO WS-PRINT-LINE.
003080     PERFORM 5000-PRINT-ONE-LINE
003090         THRU 5000-EXIT.
003100 4500-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
003140* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
003150*----------------------------------------------------------------
003160 5000-PRINT-ONE-LINE.
003170     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003180         PERFORM 5100-START-NEW-PAGE
003190             THRU 5100-EXIT
003200     END-IF.
003210     WRITE REORDER-PRINT-LINE FROM WS-PRINT-LINE
003220         AFTER ADVANCING 1 LINE.
003230     ADD 1 TO WS-LINE-COUNT.
003240 5000-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
003280* PAGE AND COLUMN HEADINGS.
003290*----------------------------------------------------------------
003300 5100-START-NEW-PAGE.
003310     ADD 1 TO WS-PAGE-NUMBER.
003320     MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
003330     IF WS-PAGE-NUMBER = 1
003340         WRITE REORDER-PRINT-LINE FROM ROR-HEADING-1
003350             AFTER ADVANCING 1 LINE
003360     ELSE
003370         WRITE REORDER-PRINT-LINE FROM ROR-HEADING-1
003380             AFTER ADVANCING PAGE
003390     END-IF.
003400     WRITE REORDER-PRINT-LINE FROM ROR-HEADING-2
003410         AFTER ADVANCING 1 LINE.
003420     MOVE SPACES TO REORDER-PRINT-LINE.
003430     WRITE REORDER-PRINT-LINE
003440         AFTER ADVANCING 1 LINE.
003450     MOVE 3 TO WS-LINE-COUNT.
003460 5100-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
003500* APPEND A LINE RECORDING THE RUN AND WHAT IT FOUND.
003510*----------------------------------------------------------------
003520 5600-WRITE-AUDIT-RECORD.
003530     MOVE "ITMREORD" TO ALP-PROGRAM-ID.
003540     STRING "RUN DATE=" WS-TODAYS-DATE
003550         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
003560     MOVE WS-READ-COUNT   TO WS-READ-AUDIT-DISPLAY.
003570     MOVE WS-LISTED-COUNT TO WS-LISTED-AUDIT-DISPLAY.
003580     MOVE WS-OUT-COUNT    TO WS-OUT-AUDIT-DISPLAY.
003590     STRING "READ=" WS-READ-AUDIT-DISPLAY
003600         " LISTED=" WS-LISTED-AUDIT-DISPLAY
003610         " OUT=" WS-OUT-AUDIT-DISPLAY
003620         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
003630     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003640 5600-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
003680* THE RETURN CODE: 0 CLEAN, 4 PRODUCED WITHOUT USAGE BECAUSE
003690* THE ACTIVITY MASTER WAS UNAVAILABLE, 8 NOT PRODUCED. THE
003700* RETURN CODE IS SET AFTER THE CALL - A CALLED PROGRAM'S
003710* COMPLETION PASSES ITS OWN (ZERO) RETURN-CODE BACK AND WOULD
003720* WIPE OUT A GRADE SET BEFOREHAND.
003730*----------------------------------------------------------------
003740 6000-END-RUN-CONTROL.
003750     MOVE "E"        TO RCP-FUNCTION.
003760     MOVE "ITMREORD" TO RCP-PROGRAM-ID.
003770     MOVE WS-READ-COUNT   TO RCP-RECORDS-READ.
003780     MOVE WS-LISTED-COUNT TO RCP-RECORDS-WRITTEN.
003790     MOVE ZEROS           TO RCP-RECORDS-REJECTED.
003800     IF REPORT-IS-REFUSED
003810         MOVE "F" TO RCP-FINAL-STATUS
003820     ELSE
003830         IF NOT ACTIVITY-IS-OPEN
003840             MOVE "E" TO RCP-FINAL-STATUS
003850         ELSE
003860             MOVE "C" TO RCP-FINAL-STATUS
003870         END-IF
003880     END-IF.
003890     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
003900     IF RCP-STATUS-FAILED
003910         MOVE 8 TO RETURN-CODE
003920     ELSE
003930         IF RCP-STATUS-EXCEPTIONS
003940             MOVE 4 TO RETURN-CODE
003950         ELSE
003960             MOVE 0 TO RETURN-CODE
003970         END-IF
003980     END-IF.
003990 6000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. A REFUSED RUN
004030* MAY HAVE STOPPED BEFORE THE MASTERS WERE OPENED.
004040*----------------------------------------------------------------
004050 PROGRAM-DONE.
004060     IF ITEM-MASTER-IS-OPEN
004070         CLOSE ITEM-MASTER-FILE
004080     END-IF.
004090     IF ACTIVITY-IS-OPEN
004100         CLOSE ITEM-ACTIVITY-FILE
004110     END-IF.
004120     CLOSE REORDER-PRINT-FILE.
004130     STOP RUN.

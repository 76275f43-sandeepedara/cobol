000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADD01CBK.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. FINANCE USED TO RE-ADD THE
000110*                   REGISTERS BY HAND EVERY MONTH TO CHARGE EACH
000120*                   DEPARTMENT BACK FOR WHAT IT DREW. EVERY
000130*                   EXTENSION NOW CARRIES ITS DEPARTMENT, AND
000140*                   ADD01PST ADDS IT INTO THE DEPARTMENT
000150*                   ACTIVITY FILE (SEE DEPTACT) UNDER THE MONTH,
000160*                   DEPARTMENT AND ITEM. THIS MONTHLY STATEMENT
000170*                   TAKES A MONTH AND A DEPARTMENT (BLANK = ALL),
000180*                   PRINTS EACH DEPARTMENT ON ITS OWN PAGE WITH
000190*                   ITS EXTENSIONS BY ITEM AND A DEPARTMENT
000200*                   TOTAL, THEN A GRAND TOTAL. AN ALL-DEPARTMENT
000210*                   STATEMENT IS TIED BACK TO THE DECLARED RUN
000220*                   TOTALS (ADD01TOT) OF EVERY RUN POSTED IN THE
000230*                   MONTH; OUT OF BALANCE ENDS WITH RETURN-CODE
000240*                   8 SO THE STATEMENT IS NOT SENT OUT.
000242* 2026-10-15  RJM   A REVERSAL CREDITS ITS DEPARTMENT BACK (SEE
000244*                   DEPTACT), SO A DEPARTMENT'S QUANTITY AND
000246*                   EXTENSION CAN NOW NET BELOW ZERO. THE TOTALS
000248*                   ARE SIGNED AND THE FIGURES PRINT WITH A
000250*                   TRAILING MINUS WHEN THEY DO.
000252* 2026-10-15  RJM   THE GRAND TOTAL LINE IS CUT BACK TO 80 BYTES
000254*                   TO FIT THE PRINT LINE.
000256*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DEPARTMENT-ACTIVITY-FILE ASSIGN TO "DEPTACT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS DA-RECORD-KEY
000330         FILE STATUS IS WS-DEPTACT-FILE-STATUS.
000340     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS DM-DEPARTMENT-CODE
000380         FILE STATUS IS WS-DEPT-FILE-STATUS.
000390     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS IM-ITEM-CODE
000430         FILE STATUS IS WS-ITEM-FILE-STATUS.
000440     SELECT STATEMENT-PRINT-FILE ASSIGN TO "ADD01CBS"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* THE DEPARTMENT CHARGEBACK ACTIVITY - SEE DEPTACT. WALKED IN
000500* KEY ORDER FROM THE FRONT OF THE MONTH, SO DEPARTMENTS COME OUT
000510* WHOLE AND THE ITEMS WITHIN EACH COME OUT ASCENDING.
000520*----------------------------------------------------------------
000530 FD  DEPARTMENT-ACTIVITY-FILE.
000540 COPY DEPTACT.
000550*----------------------------------------------------------------
000560* THE DEPARTMENT MASTER - SEE DEPTMST. READ ONLY FOR THE NAME
000570* PRINTED AT THE HEAD OF EACH DEPARTMENT.
000580*----------------------------------------------------------------
000590 FD  DEPARTMENT-MASTER-FILE.
000600 COPY DEPTMST.
000610*----------------------------------------------------------------
000620* THE ITEM MASTER - SEE ITEMMST. READ ONLY FOR THE DESCRIPTION
000630* PRINTED ON EACH ITEM LINE.
000640*----------------------------------------------------------------
000650 FD  ITEM-MASTER-FILE.
000660 COPY ITEMMST.
000670*----------------------------------------------------------------
000680* THE CHARGEBACK STATEMENT - 80-COLUMN PRINT LINES.
000690*----------------------------------------------------------------
000700 FD  STATEMENT-PRINT-FILE.
000710 01  STATEMENT-PRINT-LINE        PIC X(80).
000720 WORKING-STORAGE SECTION.
000730 01  ADD01CBK-SWITCHES.
000740     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000750         88  ACTIVITY-END-OF-FILE          VALUE "Y".
000760     05  WS-DEPTACT-FILE-STATUS  PIC X(02) VALUE "00".
000770         88  DEPTACT-FILE-OK                VALUE "00".
000780         88  DEPTACT-FILE-NOT-FOUND         VALUE "23" "35".
000790     05  WS-DEPT-FILE-STATUS     PIC X(02) VALUE "00".
000800         88  DEPT-FILE-OK                   VALUE "00".
000810     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
000820         88  ITEM-FILE-OK                   VALUE "00".
000830     05  WS-DEPTACT-OPEN-SWITCH  PIC X(01) VALUE "N".
000840         88  DEPTACT-IS-OPEN               VALUE "Y".
000850     05  WS-DEPT-MASTER-SWITCH   PIC X(01) VALUE "N".
000860         88  DEPT-MASTER-IS-OPEN           VALUE "Y".
000870     05  WS-ITEM-MASTER-SWITCH   PIC X(01) VALUE "N".
000880         88  ITEM-MASTER-IS-OPEN           VALUE "Y".
000890     05  WS-CONTROL-FOUND-SWITCH PIC X(01) VALUE "N".
000900         88  MONTH-CONTROL-ON-HAND         VALUE "Y".
000910     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
000920         88  STATEMENT-IS-REFUSED          VALUE "Y".
000930     05  WS-BALANCE-SWITCH       PIC X(01) VALUE "N".
000940         88  STATEMENT-OUT-OF-BALANCE      VALUE "Y".
000950 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
000960 01  ADD01CBK-SELECTION.
000970     05  WS-STATEMENT-MONTH      PIC 9(06) VALUE ZEROS.
000980     05  WS-STATEMENT-YEAR       PIC 9(04) VALUE ZEROS.
000990     05  WS-STATEMENT-MM         PIC 9(02) VALUE ZEROS.
001000     05  WS-SELECT-DEPARTMENT    PIC X(08) VALUE SPACES.
001010     05  WS-CURRENT-DEPARTMENT   PIC X(08) VALUE SPACES.
001020 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001030*----------------------------------------------------------------
001040* THE MONTH CONTROL FIGURES, HELD OFF THE CONTROL RECORD BEFORE
001050* THE WALK OVERLAYS THE RECORD AREA.
001060*----------------------------------------------------------------
001070 01  ADD01CBK-DECLARED.
001080     05  WS-DECLARED-RUNS        PIC 9(04) VALUE ZEROS.
001090     05  WS-DECLARED-COUNT       PIC 9(07) VALUE ZEROS.
001100     05  WS-DECLARED-TOTAL       PIC S9(09)V99 VALUE ZEROS.
001110 01  ADD01CBK-COUNTS.
001120     05  WS-READ-COUNT           PIC 9(7)  COMP VALUE ZERO.
001130     05  WS-DEPT-COUNT           PIC 9(7)  COMP VALUE ZERO.
001140     05  WS-DEPT-EXT-COUNT       PIC 9(7)  COMP VALUE ZERO.
001150     05  WS-DEPT-QTY-SUM         PIC S9(09) COMP VALUE ZERO.
001160     05  WS-DEPT-EXT-SUM         PIC S9(09)V99 COMP VALUE ZERO.
001170     05  WS-GRAND-EXT-COUNT      PIC 9(7)  COMP VALUE ZERO.
001180     05  WS-GRAND-QTY-SUM        PIC S9(09) COMP VALUE ZERO.
001190     05  WS-GRAND-EXT-SUM        PIC S9(11)V99 COMP VALUE ZERO.
001200     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
001210     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
001220     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
001230*----------------------------------------------------------------
001240* EDITED COPIES FOR THE AUDIT LINE - THE COMP ACCUMULATORS CARRY
001250* CENTS THE RAW DISPLAY WOULD HIDE.
001260*----------------------------------------------------------------
001270 01  WS-COUNT-AUDIT-DISPLAY      PIC 9(07) VALUE ZEROS.
001280 01  WS-TOTAL-AUDIT-DISPLAY      PIC 9(11).99- VALUE ZEROS.
001290 01  WS-TIED-AUDIT-FLAG          PIC X(01) VALUE SPACE.
001300 01  CBS-HEADING-1.
001310     05  FILLER                  PIC X(31) VALUE
001320         "DEPARTMENT CHARGEBACK STATEMENT".
001330     05  FILLER                  PIC X(07) VALUE " MONTH ".
001340     05  CH1-STATEMENT-MONTH     PIC 9(06).
001350     05  FILLER                  PIC X(06) VALUE "  RUN ".
001360     05  CH1-RUN-DATE            PIC 9(08).
001370     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001380     05  CH1-PAGE-NUMBER         PIC ZZZ9.
001390     05  FILLER                  PIC X(11) VALUE SPACES.
001400 01  CBS-HEADING-2.
001410     05  FILLER                  PIC X(40) VALUE
001420         " ITEM   DESCRIPTION".
001430     05  FILLER                  PIC X(40) VALUE
001440         "  COUNT   QUANTITY     EXTENSION".
001450 01  CBS-DEPARTMENT-LINE.
001460     05  FILLER                  PIC X(15) VALUE
001470         " ** DEPARTMENT ".
001480     05  CPL-DEPARTMENT          PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  CPL-DESCRIPTION         PIC X(30).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  CPL-NOTE                PIC X(16).
001530     05  FILLER                  PIC X(09) VALUE SPACES.
001540 01  CBS-DETAIL-LINE.
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  CDL-ITEM-CODE           PIC 9(05).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  CDL-DESCRIPTION         PIC X(30).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  CDL-EXT-COUNT           PIC Z(6)9.
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  CDL-QUANTITY            PIC Z(8)9-.
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  CDL-EXTENSION           PIC Z(8)9.99-.
001650     05  FILLER                  PIC X(07) VALUE SPACES.
001660 01  CBS-DEPT-TOTAL-LINE.
001670     05  FILLER                  PIC X(25) VALUE
001680         "    TOTAL FOR DEPARTMENT ".
001690     05  CTL-DEPARTMENT          PIC X(08).
001700     05  FILLER                  PIC X(07) VALUE SPACES.
001710     05  CTL-EXT-COUNT           PIC Z(6)9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  CTL-QUANTITY            PIC Z(8)9-.
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  CTL-EXTENSION           PIC Z(8)9.99-.
001760     05  FILLER                  PIC X(07) VALUE SPACES.
001770 01  CBS-GRAND-TOTAL-LINE.
001780     05  FILLER                  PIC X(25) VALUE
001790         " GRAND TOTAL".
001800     05  FILLER                  PIC X(08) VALUE SPACES.
001810     05  CGL-DEPT-COUNT          PIC ZZZ9.
001820     05  FILLER                  PIC X(03) VALUE " DP".
001830     05  CGL-EXT-COUNT           PIC Z(6)9.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  CGL-QUANTITY            PIC Z(8)9-.
001860     05  CGL-EXTENSION           PIC Z(9)9.99-.
001870     05  FILLER                  PIC X(07) VALUE SPACES.
001880 01  CBS-DECLARED-LINE.
001890     05  FILLER                  PIC X(25) VALUE
001900         " DECLARED BY ADD01TOT    ".
001910     05  FILLER                  PIC X(08) VALUE SPACES.
001920     05  CDC-RUN-COUNT           PIC ZZZ9.
001930     05  FILLER                  PIC X(03) VALUE " RN".
001940     05  CDC-EXT-COUNT           PIC Z(6)9.
001950     05  FILLER                  PIC X(11) VALUE SPACES.
001960     05  CDC-EXTENSION           PIC Z(10)9.99-.
001970     05  FILLER                  PIC X(07) VALUE SPACES.
001980 01  CBS-RESULT-LINE.
001990     05  FILLER                  PIC X(09) VALUE " RESULT: ".
002000     05  CRL-RESULT-TEXT         PIC X(45).
002010     05  FILLER                  PIC X(26) VALUE SPACES.
002020 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002030 COPY AUDITPRM.
002040 COPY RUNCTLP.
002050 PROCEDURE DIVISION.
002060*----------------------------------------------------------------
002070* PROGRAM-BEGIN - MAINLINE. TAKE THE MONTH AND DEPARTMENT, WALK
002080* THE MONTH'S CHARGEBACK ACTIVITY PRINTING EACH DEPARTMENT AND
002090* ITS TOTAL, THEN PRINT THE GRAND TOTAL AND TIE IT BACK. A
002100* REFUSED STATEMENT PRINTS ONLY THE REASON AND ENDS WITH
002110* RETURN-CODE 8.
002120*----------------------------------------------------------------
002130 PROGRAM-BEGIN.
002140     PERFORM 1000-INITIALIZE
002150         THRU 1000-EXIT.
002160     IF STATEMENT-IS-REFUSED
002170         PERFORM 4500-PRINT-REFUSAL
002180             THRU 4500-EXIT
002190     ELSE
002200         PERFORM 2000-PROCESS-ONE-RECORD
002210             THRU 2000-EXIT
002220             UNTIL ACTIVITY-END-OF-FILE
002230         PERFORM 4000-PRINT-STATEMENT-TOTALS
002240             THRU 4000-EXIT
002250         PERFORM 5600-WRITE-AUDIT-RECORD
002260             THRU 5600-EXIT
002270     END-IF.
002280     PERFORM 6000-END-RUN-CONTROL
002290         THRU 6000-EXIT.
002300     GO TO PROGRAM-DONE.
002310*----------------------------------------------------------------
002320* 1000-INITIALIZE - REGISTER THE START OF THE RUN, TAKE THE
002330* MONTH AND DEPARTMENT, OPEN THE FILES, PICK UP THE MONTH'S
002340* CONTROL FIGURES FOR AN ALL-DEPARTMENT STATEMENT, AND POSITION
002350* THE WALK AT THE FIRST RECORD WANTED.
002360*----------------------------------------------------------------
002370 1000-INITIALIZE.
002380     MOVE "S"        TO RCP-FUNCTION.
002390     MOVE "ADD01CBK" TO RCP-PROGRAM-ID.
002400     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
002410     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002420     DISPLAY "ADD01CBK - DEPARTMENT CHARGEBACK STATEMENT".
002430     DISPLAY "STATEMENT MONTH (YYYYMM): ".
002440     ACCEPT WS-STATEMENT-MONTH.
002450     DISPLAY "DEPARTMENT (BLANK=ALL): ".
002460     ACCEPT WS-SELECT-DEPARTMENT.
002470     IF WS-SELECT-DEPARTMENT = LOW-VALUES
002480         MOVE SPACES TO WS-SELECT-DEPARTMENT
002490     END-IF.
002500     MOVE WS-STATEMENT-MONTH TO CH1-STATEMENT-MONTH.
002510     MOVE WS-TODAYS-DATE     TO CH1-RUN-DATE.
002520     OPEN OUTPUT STATEMENT-PRINT-FILE.
002530     PERFORM 1050-EDIT-STATEMENT-MONTH
002540         THRU 1050-EXIT.
002550     IF STATEMENT-IS-REFUSED
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN INPUT DEPARTMENT-ACTIVITY-FILE.
002590     IF NOT DEPTACT-FILE-OK
002600         MOVE "NOT PRINTED - DEPARTMENT ACTIVITY UNAVAILABLE"
002610             TO WS-REFUSAL-TEXT
002620         SET STATEMENT-IS-REFUSED TO TRUE
002630         GO TO 1000-EXIT
002640     END-IF.
002650     SET DEPTACT-IS-OPEN TO TRUE.
002660     OPEN INPUT DEPARTMENT-MASTER-FILE.
002670     IF DEPT-FILE-OK
002680         SET DEPT-MASTER-IS-OPEN TO TRUE
002690     END-IF.
002700     OPEN INPUT ITEM-MASTER-FILE.
002710     IF ITEM-FILE-OK
002720         SET ITEM-MASTER-IS-OPEN TO TRUE
002730     END-IF.
002740     IF WS-SELECT-DEPARTMENT = SPACES
002750         PERFORM 1100-READ-MONTH-CONTROL
002760             THRU 1100-EXIT
002770     END-IF.
002780     MOVE WS-STATEMENT-MONTH   TO DA-PERIOD-MONTH.
002790     MOVE WS-SELECT-DEPARTMENT TO DA-DEPARTMENT.
002800     MOVE ZERO                 TO DA-ITEM-CODE.
002810     START DEPARTMENT-ACTIVITY-FILE KEY >= DA-RECORD-KEY
002820         INVALID KEY
002830             SET ACTIVITY-END-OF-FILE TO TRUE
002840     END-START.
002850     IF NOT ACTIVITY-END-OF-FILE
002860         PERFORM 1200-READ-ACTIVITY-RECORD
002870             THRU 1200-EXIT
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 1050-EDIT-STATEMENT-MONTH - THE MONTH MUST BE A REAL YYYYMM.
002930*----------------------------------------------------------------
002940 1050-EDIT-STATEMENT-MONTH.
002950     IF WS-STATEMENT-MONTH NOT NUMERIC
002960         MOVE "NOT PRINTED - MONTH IS NOT A VALID YYYYMM"
002970             TO WS-REFUSAL-TEXT
002980         SET STATEMENT-IS-REFUSED TO TRUE
002990         GO TO 1050-EXIT
003000     END-IF.
003010     DIVIDE WS-STATEMENT-MONTH BY 100 GIVING WS-STATEMENT-YEAR
003020         REMAINDER WS-STATEMENT-MM.
003030     IF WS-STATEMENT-MM < 1 OR WS-STATEMENT-MM > 12
003040         MOVE "NOT PRINTED - MONTH IS NOT A VALID YYYYMM"
003050             TO WS-REFUSAL-TEXT
003060         SET STATEMENT-IS-REFUSED TO TRUE
003070     END-IF.
003080 1050-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 1100-READ-MONTH-CONTROL - PICK UP THE FIGURES EVERY RUN POSTED
003120* IN THE MONTH DECLARED ON ITS ADD01TOT. THE CONTROL RECORD IS
003130* KEYED WITH A BLANK DEPARTMENT AND ITEM ZERO. NONE ON FILE
003140* MEANS NOTHING HAS POSTED INTO THE MONTH.
003150*----------------------------------------------------------------
003160 1100-READ-MONTH-CONTROL.
003170     MOVE WS-STATEMENT-MONTH TO DA-PERIOD-MONTH.
003180     MOVE SPACES             TO DA-DEPARTMENT.
003190     MOVE ZERO               TO DA-ITEM-CODE.
003200     READ DEPARTMENT-ACTIVITY-FILE
003210         INVALID KEY
003220             GO TO 1100-EXIT
003230     END-READ.
003240     SET MONTH-CONTROL-ON-HAND TO TRUE.
003250     MOVE DA-RUNS-POSTED    TO WS-DECLARED-RUNS.
003260     MOVE DA-DECLARED-COUNT TO WS-DECLARED-COUNT.
003270     MOVE DA-DECLARED-TOTAL TO WS-DECLARED-TOTAL.
003280 1100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310* 1200-READ-ACTIVITY-RECORD - READ THE NEXT CHARGEBACK RECORD IN
003320* KEY ORDER. THE WALK ENDS AT END OF FILE, AT THE FIRST RECORD
003330* OF A LATER MONTH, OR - FOR A SINGLE-DEPARTMENT STATEMENT - AT
003340* THE FIRST RECORD OF ANOTHER DEPARTMENT.
003350*----------------------------------------------------------------
003360 1200-READ-ACTIVITY-RECORD.
003370     READ DEPARTMENT-ACTIVITY-FILE NEXT RECORD
003380         AT END
003390             SET ACTIVITY-END-OF-FILE TO TRUE
003400             GO TO 1200-EXIT
003410     END-READ.
003420     IF DA-PERIOD-MONTH NOT = WS-STATEMENT-MONTH
003430         SET ACTIVITY-END-OF-FILE TO TRUE
003440         GO TO 1200-EXIT
003450     END-IF.
003460     IF WS-SELECT-DEPARTMENT NOT = SPACES
003470         AND DA-DEPARTMENT NOT = WS-SELECT-DEPARTMENT
003480         SET ACTIVITY-END-OF-FILE TO TRUE
003490     END-IF.
003500 1200-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530* 2000-PROCESS-ONE-RECORD - THE MONTH CONTROL RECORD IS NOT A
003540* CHARGE AND PASSES BY; ANY OTHER RECORD IS CHARGED. THEN READ
003550* THE NEXT RECORD.
003560*----------------------------------------------------------------
003570 2000-PROCESS-ONE-RECORD.
003580     IF DA-DEPARTMENT NOT = SPACES
003590         PERFORM 2050-CHARGE-ONE-ITEM
003600             THRU 2050-EXIT
003610     END-IF.
003620     PERFORM 1200-READ-ACTIVITY-RECORD
003630         THRU 1200-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* 2050-CHARGE-ONE-ITEM - A CHANGE OF DEPARTMENT CLOSES THE LAST
003680* ONE WITH ITS TOTAL AND OPENS THE NEW ONE ON A FRESH PAGE. THEN
003690* PRINT THE ITEM AND ADD IT INTO THE DEPARTMENT.
003700*----------------------------------------------------------------
003710 2050-CHARGE-ONE-ITEM.
003720     ADD 1 TO WS-READ-COUNT.
003730     IF DA-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
003740         IF WS-CURRENT-DEPARTMENT NOT = SPACES
003750             PERFORM 2300-PRINT-DEPARTMENT-TOTAL
003760                 THRU 2300-EXIT
003770         END-IF
003780         PERFORM 2100-START-DEPARTMENT
003790             THRU 2100-EXIT
003800     END-IF.
003810     PERFORM 2200-PRINT-ONE-ITEM
003820         THRU 2200-EXIT.
003830     ADD DA-EXTENSION-COUNT TO WS-DEPT-EXT-COUNT.
003840     ADD DA-QUANTITY        TO WS-DEPT-QTY-SUM.
003850     ADD DA-EXTENSION       TO WS-DEPT-EXT-SUM.
003860 2050-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890* 2100-START-DEPARTMENT - CLEAR THE DEPARTMENT TOTALS, BUILD THE
003900* DEPARTMENT LINE WITH ITS NAME OFF THE DEPARTMENT MASTER, AND
003910* FORCE A NEW PAGE - EACH DEPARTMENT'S STATEMENT GOES TO THAT
003920* DEPARTMENT, SO NONE SHARES A PAGE. THE DEPARTMENT LINE PRINTS
003930* UNDER THE HEADINGS OF EVERY PAGE OF THE DEPARTMENT.
003940*----------------------------------------------------------------
003950 2100-START-DEPARTMENT.
003960     MOVE DA-DEPARTMENT TO WS-CURRENT-DEPARTMENT.
003970     ADD 1 TO WS-DEPT-COUNT.
003980     MOVE ZERO TO WS-DEPT-EXT-COUNT.
003990     MOVE ZERO TO WS-DEPT-QTY-SUM.
004000     MOVE ZERO TO WS-DEPT-EXT-SUM.
004010     MOVE DA-DEPARTMENT TO CPL-DEPARTMENT.
004020     MOVE SPACES TO CPL-DESCRIPTION.
004030     MOVE SPACES TO CPL-NOTE.
004040     IF DEPT-MASTER-IS-OPEN
004050         MOVE DA-DEPARTMENT TO DM-DEPARTMENT-CODE
004060         READ DEPARTMENT-MASTER-FILE
004070             INVALID KEY
004080                 MOVE "(NOT ON MASTER)" TO CPL-NOTE
004090             NOT INVALID KEY
004100                 MOVE DM-DESCRIPTION TO CPL-DESCRIPTION
004110                 IF DM-DEPARTMENT-INACTIVE
004120                     MOVE "(INACTIVE)" TO CPL-NOTE
004130                 END-IF
004140         END-READ
004150     END-IF.
004160     MOVE 99 TO WS-LINE-COUNT.
004170 2100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2200-PRINT-ONE-ITEM - PRINT THE ITEM'S CHARGES FOR THE MONTH,
004210* WITH ITS DESCRIPTION OFF THE ITEM MASTER WHEN IT IS THERE.
004220*----------------------------------------------------------------
004230 2200-PRINT-ONE-ITEM.
004240     MOVE SPACES TO CDL-DESCRIPTION.
004250     IF ITEM-MASTER-IS-OPEN
004260         MOVE DA-ITEM-CODE TO IM-ITEM-CODE
004270         READ ITEM-MASTER-FILE
004280             INVALID KEY
004290                 MOVE "(NOT ON MASTER)" TO CDL-DESCRIPTION
004300             NOT INVALID KEY
004310                 MOVE IM-DESCRIPTION TO CDL-DESCRIPTION
004320         END-READ
004330     END-IF.
004340     MOVE DA-ITEM-CODE       TO CDL-ITEM-CODE.
004350     MOVE DA-EXTENSION-COUNT TO CDL-EXT-COUNT.
004360     MOVE DA-QUANTITY        TO CDL-QUANTITY.
004370     MOVE DA-EXTENSION       TO CDL-EXTENSION.
004380     MOVE CBS-DETAIL-LINE    TO WS-PRINT-LINE.
004390     PERFORM 5000-PRINT-ONE-LINE
004400         THRU 5000-EXIT.
004410 2200-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 2300-PRINT-DEPARTMENT-TOTAL - CLOSE THE DEPARTMENT WITH ITS
004450* TOTAL AND ADD IT INTO THE GRAND TOTAL.
004460*----------------------------------------------------------------
004470 2300-PRINT-DEPARTMENT-TOTAL.
004480     MOVE SPACES TO WS-PRINT-LINE.
004490     PERFORM 5000-PRINT-ONE-LINE
004500         THRU 5000-EXIT.
004510     MOVE WS-CURRENT-DEPARTMENT TO CTL-DEPARTMENT.
004520     MOVE WS-DEPT-EXT-COUNT     TO CTL-EXT-COUNT.
004530     MOVE WS-DEPT-QTY-SUM       TO CTL-QUANTITY.
004540     MOVE WS-DEPT-EXT-SUM       TO CTL-EXTENSION.
004550     MOVE CBS-DEPT-TOTAL-LINE   TO WS-PRINT-LINE.
004560     PERFORM 5000-PRINT-ONE-LINE
004570         THRU 5000-EXIT.
004580     ADD WS-DEPT-EXT-COUNT TO WS-GRAND-EXT-COUNT.
004590     ADD WS-DEPT-QTY-SUM   TO WS-GRAND-QTY-SUM.
004600     ADD WS-DEPT-EXT-SUM   TO WS-GRAND-EXT-SUM.
004610 2300-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640* 4000-PRINT-STATEMENT-TOTALS - CLOSE THE LAST DEPARTMENT, THEN
004650* ON A PAGE OF ITS OWN PRINT THE GRAND TOTAL. AN ALL-DEPARTMENT
004660* STATEMENT IS TIED TO THE MONTH'S DECLARED ADD01TOT FIGURES -
004670* BOTH THE EXTENSION COUNT AND THE AMOUNT MUST AGREE. A SINGLE
004680* DEPARTMENT IS A PART OF THE MONTH AND IS NOT TIED.
004690*----------------------------------------------------------------
004700 4000-PRINT-STATEMENT-TOTALS.
004710     IF WS-CURRENT-DEPARTMENT NOT = SPACES
004720         PERFORM 2300-PRINT-DEPARTMENT-TOTAL
004730             THRU 2300-EXIT
004740     END-IF.
004750     MOVE SPACES TO WS-CURRENT-DEPARTMENT.
004760     MOVE 99 TO WS-LINE-COUNT.
004770     IF WS-DEPT-COUNT = ZERO
004780         MOVE " ** NO CHARGEBACK ACTIVITY FOR THE MONTH"
004790             TO WS-PRINT-LINE
004800         PERFORM 5000-PRINT-ONE-LINE
004810             THRU 5000-EXIT
004820         MOVE SPACES TO WS-PRINT-LINE
004830         PERFORM 5000-PRINT-ONE-LINE
004840             THRU 5000-EXIT
004850     END-IF.
004860     MOVE WS-DEPT-COUNT      TO CGL-DEPT-COUNT.
004870     MOVE WS-GRAND-EXT-COUNT TO CGL-EXT-COUNT.
004880     MOVE WS-GRAND-QTY-SUM   TO CGL-QUANTITY.
004890     MOVE WS-GRAND-EXT-SUM   TO CGL-EXTENSION.
004900     MOVE CBS-GRAND-TOTAL-LINE TO WS-PRINT-LINE.
004910     PERFORM 5000-PRINT-ONE-LINE
004920         THRU 5000-EXIT.
004930     IF WS-SELECT-DEPARTMENT NOT = SPACES
004940         MOVE "SINGLE DEPARTMENT - NOT TIED TO ADD01TOT"
004950             TO CRL-RESULT-TEXT
004960         MOVE "-" TO WS-TIED-AUDIT-FLAG
004970     ELSE
004980         PERFORM 4100-TIE-TO-DECLARED
004990             THRU 4100-EXIT
005000     END-IF.
005010     MOVE SPACES TO WS-PRINT-LINE.
005020     PERFORM 5000-PRINT-ONE-LINE
005030         THRU 5000-EXIT.
005040     MOVE CBS-RESULT-LINE TO WS-PRINT-LINE.
005050     PERFORM 5000-PRINT-ONE-LINE
005060         THRU 5000-EXIT.
005070     DISPLAY "ADD01CBK: " CRL-RESULT-TEXT.
005080 4000-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* 4100-TIE-TO-DECLARED - PRINT THE MONTH'S DECLARED FIGURES
005120* UNDER THE GRAND TOTAL AND JUDGE THE STATEMENT AGAINST THEM.
005130*----------------------------------------------------------------
005140 4100-TIE-TO-DECLARED.
005150     MOVE WS-DECLARED-RUNS  TO CDC-RUN-COUNT.
005160     MOVE WS-DECLARED-COUNT TO CDC-EXT-COUNT.
005170     MOVE WS-DECLARED-TOTAL TO CDC-EXTENSION.
005180     MOVE CBS-DECLARED-LINE TO WS-PRINT-LINE.
005190     PERFORM 5000-PRINT-ONE-LINE
005200         THRU 5000-EXIT.
005210     IF WS-GRAND-EXT-SUM = WS-DECLARED-TOTAL
005220         AND WS-GRAND-EXT-COUNT = WS-DECLARED-COUNT
005230         MOVE "IN BALANCE WITH ADD01TOT" TO CRL-RESULT-TEXT
005240         MOVE "Y" TO WS-TIED-AUDIT-FLAG
005250     ELSE
005260         MOVE "OUT OF BALANCE WITH ADD01TOT - DO NOT SEND"
005270             TO CRL-RESULT-TEXT
005280         MOVE "N" TO WS-TIED-AUDIT-FLAG
005290         SET STATEMENT-OUT-OF-BALANCE TO TRUE
005300     END-IF.
005310 4100-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340* 4500-PRINT-REFUSAL - THE STATEMENT COULD NOT BE PRODUCED. SAY
005350* WHY ON THE CONSOLE AND ON THE STATEMENT, SO NOBODY SENDS AN
005360* EMPTY STATEMENT OUT AS THE MONTH'S CHARGEBACK.
005370*----------------------------------------------------------------
005380 4500-PRINT-REFUSAL.
005390     DISPLAY "ADD01CBK: " WS-REFUSAL-TEXT.
005400     MOVE WS-REFUSAL-TEXT TO CRL-RESULT-TEXT.
005410     MOVE CBS-RESULT-LINE TO WS-PRINT-LINE.
005420     PERFORM 5000-PRINT-ONE-LINE
005430         THRU 5000-EXIT.
005440 4500-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
005480* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
005490*----------------------------------------------------------------
005500 5000-PRINT-ONE-LINE.
005510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005520         PERFORM 5100-START-NEW-PAGE
005530             THRU 5100-EXIT
005540     END-IF.
005550     WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE
005560         AFTER ADVANCING 1 LINE.
005570     ADD 1 TO WS-LINE-COUNT.
005580 5000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
005620* PAGE AND COLUMN HEADINGS, AND THE DEPARTMENT LINE WHILE A
005630* DEPARTMENT IS BEING PRINTED.
005640*----------------------------------------------------------------
005650 5100-START-NEW-PAGE.
005660     ADD 1 TO WS-PAGE-NUMBER.
005670     MOVE WS-PAGE-NUMBER TO CH1-PAGE-NUMBER.
005680     IF WS-PAGE-NUMBER = 1
005690         WRITE STATEMENT-PRINT-LINE FROM CBS-HEADING-1
005700             AFTER ADVANCING 1 LINE
005710     ELSE
005720         WRITE STATEMENT-PRINT-LINE FROM CBS-HEADING-1
005730             AFTER ADVANCING PAGE
005740     END-IF.
005750     WRITE STATEMENT-PRINT-LINE FROM CBS-HEADING-2
005760         AFTER ADVANCING 1 LINE.
005770     MOVE SPACES TO STATEMENT-PRINT-LINE.
005780     WRITE STATEMENT-PRINT-LINE
005790         AFTER ADVANCING 1 LINE.
005800     MOVE 3 TO WS-LINE-COUNT.
005810     IF WS-CURRENT-DEPARTMENT NOT = SPACES
005820         WRITE STATEMENT-PRINT-LINE FROM CBS-DEPARTMENT-LINE
005830             AFTER ADVANCING 1 LINE
005840         ADD 1 TO WS-LINE-COUNT
005850     END-IF.
005860 5100-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
005900* APPEND A LINE RECORDING THE STATEMENT PRINTED, ITS GRAND
005910* TOTAL, AND WHETHER IT TIED (Y/N, OR - WHEN NOT TIED).
005920*----------------------------------------------------------------
005930 5600-WRITE-AUDIT-RECORD.
005940     MOVE "ADD01CBK" TO ALP-PROGRAM-ID.
005950     STRING "MONTH=" WS-STATEMENT-MONTH
005960         " DEPT=" WS-SELECT-DEPARTMENT
005970         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
005980     MOVE WS-GRAND-EXT-COUNT TO WS-COUNT-AUDIT-DISPLAY.
005990     MOVE WS-GRAND-EXT-SUM   TO WS-TOTAL-AUDIT-DISPLAY.
006000     STRING "EXTS=" WS-COUNT-AUDIT-DISPLAY
006010         " TOTAL=" WS-TOTAL-AUDIT-DISPLAY
006020         " TIED=" WS-TIED-AUDIT-FLAG
006030         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
006040     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006050 5600-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
006090* THE RETURN CODE: 0 PRINTED (AND TIED, WHEN TIED), 8 REFUSED OR
006100* OUT OF BALANCE. THE RETURN CODE IS SET AFTER THE CALL - A
006110* CALLED PROGRAM'S COMPLETION PASSES ITS OWN (ZERO) RETURN-CODE
006120* BACK AND WOULD WIPE OUT A GRADE SET BEFOREHAND.
006130*----------------------------------------------------------------
006140 6000-END-RUN-CONTROL.
006150     MOVE "E"        TO RCP-FUNCTION.
006160     MOVE "ADD01CBK" TO RCP-PROGRAM-ID.
006170     MOVE WS-READ-COUNT TO RCP-RECORDS-READ.
006180     MOVE WS-READ-COUNT TO RCP-RECORDS-WRITTEN.
006190     MOVE ZEROS         TO RCP-RECORDS-REJECTED.
006200     IF STATEMENT-IS-REFUSED
006210         OR STATEMENT-OUT-OF-BALANCE
006220         MOVE "F" TO RCP-FINAL-STATUS
006230     ELSE
006240         MOVE "C" TO RCP-FINAL-STATUS
006250     END-IF.
006260     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
006270     IF RCP-STATUS-FAILED
006280         MOVE 8 TO RETURN-CODE
006290     ELSE
006300         MOVE 0 TO RETURN-CODE
006310     END-IF.
006320 6000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN.
006360*----------------------------------------------------------------
006370 PROGRAM-DONE.
006380     IF DEPTACT-IS-OPEN
006390         CLOSE DEPARTMENT-ACTIVITY-FILE
006400     END-IF.
006410     IF DEPT-MASTER-IS-OPEN
006420         CLOSE DEPARTMENT-MASTER-FILE
006430     END-IF.
006440     IF ITEM-MASTER-IS-OPEN
006450         CLOSE ITEM-MASTER-FILE
006460     END-IF.
006470     CLOSE STATEMENT-PRINT-FILE.
006480     STOP RUN.

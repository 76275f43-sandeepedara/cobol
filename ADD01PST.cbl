000313*                   FOR A REPEATED TRANSMISSION. THE CONTROL
000314*                   RECORD IS WRITTEN ONLY AFTER A COMPLETE POST,
000315*                   SO A FAILED OR REFUSED RUN CAN BE RERUN.
000317* 2026-10-15  RJM   MONTH-END PERIOD LOCK. THE NEW MONTH-END CLOSE
000318*                   (ITMCLOSE) SNAPSHOTS ITEMACT AND RECORDS THE
000319*                   MONTH AS CLOSED ON THE CLOSE CONTROL FILE
000320*                   (SEE ITEMPCL). A RUN DATED IN A CLOSED MONTH
000321*                   - A LATE OR RERUN POSTING - IS NOW REFUSED,
000322*                   AND SO IS A RUN DATED PAST THE MONTH AFTER THE
000323*                   LAST CLOSE, WHICH WOULD ROLL THE BUCKETS OVER
000324*                   AND LOSE A MONTH NOBODY HAS CLOSED YET. BOTH
000325*                   POST NOTHING AND END WITH RETURN-CODE 8. NO
000326*                   CLOSE CONTROL RECORD MEANS NOTHING IS LOCKED.
000327* 2026-10-15  RJM   DEPARTMENT CHARGEBACK. EVERY EXTENSION NOW
000328*                   CARRIES THE DEPARTMENT IT IS CHARGED TO (SEE
000329*                   ADD01OUT), AND THE POST ALSO ADDS IT INTO THE
000330*                   DEPARTMENT ACTIVITY FILE (DEPTACT) UNDER THE
000331*                   RUN MONTH, DEPARTMENT AND ITEM. A COMPLETE
000332*                   POST THEN ADDS THE RUN'S DECLARED FIGURES
000333*                   (ADD01TOT) INTO THE MONTH'S CONTROL RECORD ON
000334*                   THE SAME FILE, SO THE MONTHLY CHARGEBACK
000335*                   STATEMENT (ADD01CBK) CAN TIE ITS GRAND TOTAL
000336*                   BACK TO WHAT THE RUNS DECLARED.
000337* 2026-10-15  RJM   GL JOURNAL INTERFACE. THE ACCOUNTANTS RE-KEYED
000338*                   THE NIGHT'S TOTALS INTO THE LEDGER OFF THIS
000339*                   SUMMARY. THE PROOF PASS NOW ALSO LOOKS EACH
000340*                   EXTENSION'S ITEM UP ON THE ITEM MASTER FOR ITS
000341*                   GL EXPENSE ACCOUNT AND SUMMARIZES THE RUN BY
000342*                   ACCOUNT; A COMPLETE POST WRITES THE GL
000343*                   JOURNAL (ADD01GLJ) - ONE DEBIT PER ACCOUNT,
000344*                   ONE CREDIT TO STORES INVENTORY, A CONTROL
000345*                   TRAILER - AND PRINTS A JOURNAL PROOF LISTING
000346*                   (ADD01GLP) ALONGSIDE. AN ITEM OFF THE MASTER
000347*                   OR WITHOUT AN ACCOUNT, OR A JOURNAL THAT DOES
000348*                   NOT BALANCE TO THE DECLARED GRAND TOTAL, POSTS
000349*                   NOTHING AND WRITES NO JOURNAL (RETURN-CODE 8),
000350*                   SO THE BUCKETS AND THE LEDGER NEVER PART
000351*                   COMPANY AND THE FIXED RUN CAN SIMPLY BE RERUN.
000352* 2026-10-15  RJM   REVERSALS. ADD01OUT NOW CARRIES REVERSAL
000353*                   RECORDS (TO-ENTRY-TYPE "R") THAT CREDIT BACK
000354*                   AN EXTENSION POSTED ON AN EARLIER RUN. THEY
000355*                   COME OFF THE ITEM AND DEPARTMENT BUCKETS AND
000356*                   THE GL ACCOUNTS INSTEAD OF ADDING TO THEM, THE
000357*                   STORES OFFSET IS THE RUN'S NET (A DEBIT WHEN
000358*                   THE REVERSALS OUTWEIGH THE EXTENSIONS), AND
000359*                   THE PROOF ALSO TIES THE REVERSAL COUNT AND
000360*                   TOTAL TO ADD01TOT. EVERY POSTED RECORD IS NOW
000361*                   KEPT ON THE POSTED HISTORY (ADD01HST) UNDER
000362*                   ITS RUN DATE AND TRANSACTION ID, AND A POSTED
000363*                   REVERSAL MARKS ITS ORIGINAL REVERSED THERE.
000364*                   THE PROOF REFUSES A RUN WHOSE TRANSACTION IDS
000365*                   ARE ALREADY ON THE HISTORY FOR ITS RUN DATE,
000366*                   OR WITH A REVERSAL WHOSE ORIGINAL IS NOT A
000367*                   POSTED, UNREVERSED EXTENSION THERE.
000368* 2026-10-15  RJM   A POSTED HISTORY RECORD NOT WRITTEN, OR AN
000369*                   ORIGINAL NOT MARKED REVERSED, WAS ONLY A
000370*                   CONSOLE WARNING - AND AN UNMARKED ORIGINAL
000371*                   WOULD TAKE A SECOND REVERSAL. THEY ARE NOW
000372*                   COUNTED, LISTED ON THE SUMMARY AND THE JOURNAL
000373*                   PROOF, AND FAIL THE RUN. THE GL JOURNAL OPEN
000374*                   AND WRITES ARE NOW CHECKED TOO: A JOURNAL THAT
000375*                   CANNOT BE WRITTEN IS EMPTIED AND FAILS THE
000376*                   RUN, AND THE PROOF SAYS "JOURNAL WRITTEN" ONLY
000377*                   ONCE IT HAS BEEN.
000378* 2026-10-15  RJM   A SECOND ADD01 RUN THE SAME DAY NOW POSTS -
000379*                   ITS TRANSACTION IDS CARRY ON FROM THE FIRST
000380*                   RUN'S. ONLY A RUN WHOSE IDS ARE ALREADY ON
000381*                   THE HISTORY, THE SAME RUN POSTED AGAIN, IS
000382*                   REFUSED.
000383*----------------------------------------------------------------
000384 ENVIRONMENT DIVISION.
000385 INPUT-OUTPUT SECTION.
000386 FILE-CONTROL.
000387     SELECT ADD01-OUT-FILE ASSIGN TO "ADD01OUT"
000388         ORGANIZATION IS SEQUENTIAL.
000389     SELECT ADD01-TOTALS-FILE ASSIGN TO "ADD01TOT"
000390         ORGANIZATION IS SEQUENTIAL
000391         FILE STATUS IS WS-TOTALS-FILE-STATUS.
000400     SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMACT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000442     SELECT POSTING-CONTROL-FILE ASSIGN TO "ADD01PCT"
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000447     SELECT PERIOD-CLOSE-FILE ASSIGN TO "ITEMPCL"
000448         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS IS WS-CLOSE-FILE-STATUS.
000450     SELECT DEPARTMENT-ACTIVITY-FILE ASSIGN TO "DEPTACT"
000451         ORGANIZATION IS INDEXED
000452         ACCESS MODE IS DYNAMIC
000453         RECORD KEY IS DA-RECORD-KEY
000454         FILE STATUS IS WS-DEPTACT-FILE-STATUS.
000455     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
000456         ORGANIZATION IS INDEXED
000457         ACCESS MODE IS RANDOM
000458         RECORD KEY IS IM-ITEM-CODE
000459         FILE STATUS IS WS-ITEM-FILE-STATUS.
000460     SELECT GL-JOURNAL-FILE ASSIGN TO "ADD01GLJ"
000461         ORGANIZATION IS SEQUENTIAL
000462         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000463     SELECT POSTED-HISTORY-FILE ASSIGN TO "ADD01HST"
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS RANDOM
000466         RECORD KEY IS TH-HISTORY-KEY
000467         FILE STATUS IS WS-HIST-FILE-STATUS.
000468     SELECT POSTING-PRINT-FILE ASSIGN TO "ADD01PSM"
000469         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT JOURNAL-PROOF-FILE ASSIGN TO "ADD01GLP"
000471         ORGANIZATION IS LINE SEQUENTIAL.
000472 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------
000500* THE RUN'S POSTED EXTENSIONS - READ TWICE: ONCE TO PROVE THE
000694     05  PC-RECORDS-POSTED       PIC 9(07).
000695     05  PC-GRAND-TOTAL          PIC 9(09)V99.
000696*----------------------------------------------------------------
000697* THE MONTH-END CLOSE CONTROL - SEE ITEMPCL. READ ONLY; THE
000698* CLOSE (ITMCLOSE) IS THE ONLY WRITER.
000699*----------------------------------------------------------------
000700 FD  PERIOD-CLOSE-FILE
000701     RECORDING MODE IS F.
000702 COPY ITEMPCL.
000703*----------------------------------------------------------------
000704* THE DEPARTMENT CHARGEBACK ACTIVITY - SEE DEPTACT. CREATED
000705* EMPTY THE FIRST TIME THIS STEP EVER RUNS.
000706*----------------------------------------------------------------
000707 FD  DEPARTMENT-ACTIVITY-FILE.
000708 COPY DEPTACT.
000709*----------------------------------------------------------------
000710* THE ITEM MASTER - SEE ITEMMST. READ ONLY, FOR EACH ITEM'S GL
000711* EXPENSE ACCOUNT.
000712*----------------------------------------------------------------
000713 FD  ITEM-MASTER-FILE.
000714 COPY ITEMMST.
000715*----------------------------------------------------------------
000716* THE GL JOURNAL INTERFACE - SEE ADD01GLJ. WRITTEN WHOLE BY A
000717* COMPLETE POST, EMPTIED BY A REFUSED ONE.
000718*----------------------------------------------------------------
000719 FD  GL-JOURNAL-FILE
000720     RECORDING MODE IS F.
000721 COPY ADD01GLJ.
000722*----------------------------------------------------------------
000723* THE POSTED HISTORY - SEE ADD01HST. CREATED EMPTY THE FIRST
000724* TIME THIS STEP EVER RUNS.
000725*----------------------------------------------------------------
000726 FD  POSTED-HISTORY-FILE.
000727 COPY ADD01HST.
000728*----------------------------------------------------------------
000729* THE POSTING SUMMARY - 80-COLUMN PRINT LINES.
000730*----------------------------------------------------------------
000731 FD  POSTING-PRINT-FILE.
000732 01  POSTING-PRINT-LINE          PIC X(80).
000733*----------------------------------------------------------------
000734* THE GL JOURNAL PROOF LISTING - 80-COLUMN PRINT LINES.
000735*----------------------------------------------------------------
000736 FD  JOURNAL-PROOF-FILE.
000737 01  JOURNAL-PROOF-LINE          PIC X(80).
000740 WORKING-STORAGE SECTION.
000750 01  ADD01PST-SWITCHES.
000760     05  WS-OUT-EOF-SWITCH       PIC X(01) VALUE "N".
000846         88  CONTROL-FILE-NOT-FOUND         VALUE "23" "35".
000848     05  WS-POSTED-ALREADY-SW    PIC X(01) VALUE "N".
000849         88  RUN-ALREADY-POSTED            VALUE "Y".
000851     05  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE "00".
000852         88  CLOSE-FILE-OK                  VALUE "00".
000853         88  CLOSE-FILE-NOT-FOUND           VALUE "23" "35".
000854     05  WS-PERIOD-LOCK-SWITCH   PIC X(01) VALUE "N".
000855         88  PERIOD-IS-LOCKED              VALUE "C" "P".
000856         88  PERIOD-ALREADY-CLOSED         VALUE "C".
000857         88  PRIOR-PERIOD-STILL-OPEN       VALUE "P".
000858     05  WS-DEPTACT-FILE-STATUS  PIC X(02) VALUE "00".
000859         88  DEPTACT-FILE-OK                VALUE "00".
000860         88  DEPTACT-FILE-NOT-FOUND         VALUE "23" "35".
000861     05  WS-DA-FOUND-SWITCH      PIC X(01) VALUE "N".
000862         88  DEPT-ACTIVITY-FOUND           VALUE "Y".
000864     05  WS-PROVEN-SWITCH        PIC X(01) VALUE "N".
000866         88  RUN-IS-PROVEN                 VALUE "Y".
000870     05  WS-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
000880         88  RECORD-WAS-FOUND              VALUE "Y".
000890     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
000900         88  ITEM-TABLE-OVERFLOWED         VALUE "Y".
000902     05  WS-ITEM-FOUND-SWITCH    PIC X(01) VALUE "N".
000904         88  ITEM-ALREADY-NOTED            VALUE "Y".
000905     05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE "00".
000906         88  ITEM-FILE-OK                   VALUE "00".
000907     05  WS-ITEM-MASTER-OPEN-SW  PIC X(01) VALUE "N".
000908         88  ITEM-MASTER-IS-OPEN           VALUE "Y".
000909     05  WS-ITEM-ON-MASTER-SW    PIC X(01) VALUE "N".
000910         88  ITEM-ON-MASTER                VALUE "Y".
000911     05  WS-ACCOUNT-SLOT-SW      PIC X(01) VALUE "N".
000912         88  ACCOUNT-SLOT-FOUND            VALUE "Y".
000913     05  WS-ACCOUNT-MATCH-SW     PIC X(01) VALUE "N".
000914         88  ACCOUNT-ALREADY-OPEN          VALUE "Y".
000915     05  WS-ACCOUNT-FULL-SW      PIC X(01) VALUE "N".
000916         88  ACCOUNT-TABLE-OVERFLOWED      VALUE "Y".
000917     05  WS-JOURNAL-REFUSED-SW   PIC X(01) VALUE "N".
000918         88  JOURNAL-IS-REFUSED            VALUE "Y".
000919     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
000920         88  HIST-FILE-OK                   VALUE "00".
000921         88  HIST-FILE-NOT-FOUND            VALUE "23" "35".
000922     05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE "N".
000923         88  HISTORY-IS-OPEN               VALUE "Y".
000924     05  WS-HISTORY-REFUSED-SW   PIC X(01) VALUE "N".
000925         88  HISTORY-IS-REFUSED            VALUE "Y".
000926     05  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE "00".
000927         88  JOURNAL-FILE-OK                VALUE "00".
000928     05  WS-JOURNAL-FAILED-SW    PIC X(01) VALUE "N".
000929         88  JOURNAL-WRITE-FAILED          VALUE "Y".
000930 01  WS-JOURNAL-REFUSAL-TEXT     PIC X(45) VALUE SPACES.
000931 01  WS-HISTORY-REFUSAL-TEXT     PIC X(45) VALUE SPACES.
000932 01  ADD01PST-COUNTS.
000933     05  WS-OUT-COUNT            PIC 9(7)  COMP VALUE ZERO.
000934     05  WS-RESULT-SUM           PIC 9(09)V99 COMP VALUE ZERO.
000935     05  WS-REVERSAL-COUNT       PIC 9(7)  COMP VALUE ZERO.
000936     05  WS-REVERSAL-SUM         PIC 9(09)V99 COMP VALUE ZERO.
000937     05  WS-NET-TOTAL            PIC S9(09)V99 COMP VALUE ZERO.
000938     05  WS-ON-HISTORY-COUNT     PIC 9(7)  COMP VALUE ZERO.
000939     05  WS-BAD-REVERSAL-COUNT   PIC 9(7)  COMP VALUE ZERO.
000940     05  WS-HISTORY-FAIL-COUNT   PIC 9(7)  COMP VALUE ZERO.
000941     05  WS-TRAN-DISPLAY         PIC 9(06)      VALUE ZEROS.
000942     05  WS-POSTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
000950     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
000960     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
000970     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
000980     05  WS-RUN-MONTH            PIC 9(06)      VALUE ZEROS.
000990     05  WS-RUN-YEAR             PIC 9(04)      VALUE ZEROS.
000992     05  WS-OPEN-PERIOD          PIC 9(06)      VALUE ZEROS.
000994     05  WS-OPEN-YEAR            PIC 9(04)      VALUE ZEROS.
000996     05  WS-OPEN-MM              PIC 9(02)      VALUE ZEROS.
001000*----------------------------------------------------------------
001010* TOUCHED-ITEM TABLE - EACH DISTINCT ITEM CODE POSTED THIS RUN,
001020* IN FIRST-TOUCH ORDER, SO THE SUMMARY CAN READ EACH ITEM'S
001110 01  ADD01PST-SUBSCRIPTS.
001120     05  WS-ITEM-SUB             PIC 9(4)  COMP VALUE ZERO.
001130     05  WS-SCAN-SUB             PIC 9(4)  COMP VALUE ZERO.
001131     05  WS-ACCT-SUB             PIC 9(4)  COMP VALUE ZERO.
001132     05  WS-SHIFT-SUB            PIC 9(4)  COMP VALUE ZERO.
001133*----------------------------------------------------------------
001134* GL ACCOUNT TABLE - THE RUN'S EXTENSIONS SUMMARIZED BY GL
001135* EXPENSE ACCOUNT, KEPT IN ACCOUNT ORDER AS THE PROOF PASS
001136* FINDS THEM. THE NET AMOUNT IS SIGNED SO AN ACCOUNT THAT NETS
001137* TO A CREDIT JOURNALS AS ONE. A RUN WITH MORE ACCOUNTS THAN
001138* THE TABLE HOLDS CANNOT BE JOURNALLED AND POSTS NOTHING.
001139*----------------------------------------------------------------
001140 01  ADD01PST-ACCOUNT-TABLE.
001141     05  WS-ACCOUNT-MAX          PIC 9(4)  COMP VALUE 500.
001142     05  WS-ACCOUNT-COUNT        PIC 9(4)  COMP VALUE ZERO.
001143     05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
001144         10  WS-ACCT-GL-ACCOUNT  PIC X(10).
001145         10  WS-ACCT-NET-AMOUNT  PIC S9(09)V99 COMP.
001146         10  WS-ACCT-EXTENSIONS  PIC 9(7)  COMP.
001147*----------------------------------------------------------------
001148* THE STORES INVENTORY ACCOUNT EVERY EXTENSION IS ISSUED OUT OF -
001149* THE OFFSETTING CREDIT FOR THE NIGHT'S EXPENSE DEBITS.
001150*----------------------------------------------------------------
001151 01  WS-GL-OFFSET-ACCOUNT        PIC X(10) VALUE "1400000000".
001152 01  ADD01PST-JOURNAL-COUNTS.
001153     05  WS-NO-ACCOUNT-COUNT     PIC 9(7)  COMP VALUE ZERO.
001154     05  WS-GL-ENTRY-COUNT       PIC 9(7)  COMP VALUE ZERO.
001155     05  WS-GL-DEBIT-TOTAL       PIC 9(09)V99 COMP VALUE ZERO.
001156     05  WS-GL-CREDIT-TOTAL      PIC 9(09)V99 COMP VALUE ZERO.
001157     05  WS-GL-LINE-COUNT        PIC 9(3)  COMP VALUE 99.
001159     05  WS-GL-PAGE-NUMBER       PIC 9(4)  COMP VALUE ZERO.
001161 01  PST-HEADING-1.
001163     05  FILLER                  PIC X(37) VALUE
001165         "ADD01 ITEM ACTIVITY POSTING SUMMARY".
001170     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001180     05  PH1-RUN-DATE            PIC 9(08).
001190     05  FILLER                  PIC X(06) VALUE SPACES.
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  PDL-ITEM-CODE           PIC 9(05).
001300     05  FILLER                  PIC X(03) VALUE SPACES.
001310     05  PDL-MTD-QTY             PIC Z(6)9-.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  PDL-MTD-EXT             PIC Z(8)9.99-.
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  PDL-YTD-QTY             PIC Z(8)9-.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  PDL-YTD-EXT             PIC Z(10)9.99-.
001380     05  FILLER                  PIC X(19) VALUE SPACES.
001390 01  PST-TOTAL-LINE-1.
001400     05  FILLER                  PIC X(25) VALUE
001410         " EXTENSIONS POSTED      ".
001480         " ITEMS UPDATED          ".
001490     05  PTL-ITEM-COUNT          PIC Z(5)9.
001500     05  FILLER                  PIC X(49) VALUE SPACES.
001501 01  PST-TOTAL-LINE-3.
001502     05  FILLER                  PIC X(25) VALUE
001503         " REVERSALS POSTED       ".
001504     05  PTL-REVERSAL-COUNT      PIC Z(5)9.
001505     05  FILLER                  PIC X(16) VALUE
001506         "   VALUE CREDIT ".
001507     05  PTL-REVERSAL-VALUE      PIC Z(8)9.99.
001508     05  FILLER                  PIC X(21) VALUE SPACES.
001510 01  PST-RESULT-LINE.
001520     05  FILLER                  PIC X(09) VALUE " RESULT: ".
001530     05  PRL-RESULT-TEXT         PIC X(45).
001532     05  FILLER                  PIC X(26) VALUE SPACES.
001534 01  PST-HISTORY-FAIL-LINE.
001536     05  FILLER                  PIC X(37) VALUE
001537         " ** POSTED HISTORY UPDATES FAILED    ".
001538     05  PHF-FAIL-COUNT          PIC Z(5)9.
001539     05  FILLER                  PIC X(37) VALUE
001540         " - REPAIR BEFORE THE NEXT REVERSAL".
001541 01  GLP-HEADING-1.
001542     05  FILLER                  PIC X(31) VALUE
001543         "ADD01 GL JOURNAL PROOF LISTING ".
001544     05  FILLER                  PIC X(13) VALUE "POSTING DATE ".
001545     05  GH1-POSTING-DATE        PIC 9(08).
001546     05  FILLER                  PIC X(06) VALUE SPACES.
001547     05  FILLER                  PIC X(05) VALUE "PAGE ".
001548     05  GH1-PAGE-NUMBER         PIC ZZZ9.
001549     05  FILLER                  PIC X(13) VALUE SPACES.
001550 01  GLP-HEADING-2.
001551     05  FILLER                  PIC X(29) VALUE
001552         " ACCOUNT     D/C       AMOUNT".
001553     05  FILLER                  PIC X(25) VALUE
001554         "      COUNT   DESCRIPTION".
001555     05  FILLER                  PIC X(26) VALUE SPACES.
001556 01  GLP-DETAIL-LINE.
001557     05  FILLER                  PIC X(01) VALUE SPACE.
001558     05  GDL-GL-ACCOUNT          PIC X(10).
001559     05  FILLER                  PIC X(03) VALUE SPACES.
001560     05  GDL-DEBIT-CREDIT        PIC X(01).
001561     05  FILLER                  PIC X(03) VALUE SPACES.
001562     05  GDL-AMOUNT              PIC Z(8)9.99.
001563     05  FILLER                  PIC X(04) VALUE SPACES.
001564     05  GDL-EXTENSION-COUNT     PIC Z(6)9.
001565     05  FILLER                  PIC X(03) VALUE SPACES.
001566     05  GDL-DESCRIPTION         PIC X(20).
001567     05  FILLER                  PIC X(16) VALUE SPACES.
001568 01  GLP-EXCEPTION-LINE.
001569     05  FILLER                  PIC X(09) VALUE " ** ITEM ".
001570     05  GXL-ITEM-CODE           PIC 9(05).
001571     05  FILLER                  PIC X(06) VALUE " TRAN ".
001572     05  GXL-TRAN-ID             PIC 9(06).
001573     05  FILLER                  PIC X(03) VALUE SPACES.
001574     05  GXL-REASON              PIC X(30).
001575     05  FILLER                  PIC X(21) VALUE SPACES.
001576 01  GLP-TOTAL-LINE-1.
001577     05  FILLER                  PIC X(17) VALUE
001578         " JOURNAL DEBITS  ".
001579     05  GTL-DEBIT-TOTAL         PIC Z(8)9.99.
001580     05  FILLER                  PIC X(11) VALUE
001581         "  CREDITS  ".
001582     05  GTL-CREDIT-TOTAL        PIC Z(8)9.99.
001583     05  FILLER                  PIC X(11) VALUE
001584         "  ENTRIES  ".
001585     05  GTL-ENTRY-COUNT         PIC Z(5)9.
001586     05  FILLER                  PIC X(11) VALUE SPACES.
001587 01  GLP-TOTAL-LINE-2.
001588     05  FILLER                  PIC X(28) VALUE
001589         " DECLARED RUN GRAND TOTAL   ".
001590     05  GTL-DECLARED-TOTAL      PIC Z(8)9.99.
001591     05  FILLER                  PIC X(40) VALUE SPACES.
001592 01  GLP-TOTAL-LINE-3.
001593     05  FILLER                  PIC X(28) VALUE
001594         " DECLARED REVERSAL TOTAL    ".
001595     05  GTL-REVERSAL-TOTAL      PIC Z(8)9.99.
001596     05  FILLER                  PIC X(40) VALUE SPACES.
001597 01  GLP-TOTAL-LINE-4.
001598     05  FILLER                  PIC X(28) VALUE
001599         " NET TO STORES OFFSET       ".
001600     05  GTL-NET-TOTAL           PIC Z(8)9.99-.
001601     05  FILLER                  PIC X(39) VALUE SPACES.
001602 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001603 COPY RUNCTLP.
001604 PROCEDURE DIVISION.
001605*----------------------------------------------------------------
001606* PROGRAM-BEGIN - MAINLINE. PROVE ADD01OUT AGAINST THE RUN'S
001607* DECLARED FIGURES, AND ONLY IF IT PROVES, POST EVERY RECORD
001608* INTO THE ACTIVITY MASTER, PRINT THE SUMMARY AND WRITE THE GL
001614* JOURNAL. A RUN THAT DOES NOT PROVE - OR CANNOT BE JOURNALLED -
001621* POSTS NOTHING, WRITES NO JOURNAL AND ENDS WITH RETURN-CODE 8.
001630*----------------------------------------------------------------
001640 PROGRAM-BEGIN.
001650     PERFORM 1000-INITIALIZE
001660         THRU 1000-EXIT.
001670     IF RUN-TOTALS-ON-HAND AND NOT RUN-ALREADY-POSTED
001675         AND NOT PERIOD-IS-LOCKED
001680         PERFORM 2000-VERIFY-ONE-RECORD
001690             THRU 2000-EXIT
001700             UNTIL OUT-END-OF-FILE
001710         PERFORM 2500-PROVE-THE-RUN
001720             THRU 2500-EXIT
001722         IF RUN-IS-PROVEN
001723             PERFORM 2550-PROVE-THE-HISTORY
001724                 THRU 2550-EXIT
001725         END-IF
001726         IF RUN-IS-PROVEN
001727             PERFORM 2600-PROVE-THE-JOURNAL
001728                 THRU 2600-EXIT
001729         END-IF
001730     END-IF.
001740     IF RUN-IS-PROVEN
001750         PERFORM 3000-REOPEN-OUTPUT-FILE
001780             THRU 3100-EXIT
001790             UNTIL OUT-END-OF-FILE
001800         PERFORM 4000-PRINT-POSTING-SUMMARY
001801             THRU 4000-EXIT
001802         PERFORM 4600-PRINT-JOURNAL-PROOF
001803             THRU 4600-EXIT
001804         PERFORM 5700-WRITE-GL-JOURNAL
001805             THRU 5700-EXIT
001806         PERFORM 4650-PRINT-JOURNAL-RESULT
001807             THRU 4650-EXIT
001808         PERFORM 5500-RECORD-POSTED-RUN
001809             THRU 5500-EXIT
001810         PERFORM 5600-UPDATE-MONTH-CONTROL
001811             THRU 5600-EXIT
001820     ELSE
001830         PERFORM 4500-PRINT-REFUSAL
001840             THRU 4500-EXIT
001843         PERFORM 4700-REFUSE-JOURNAL
001846             THRU 4700-EXIT
001850     END-IF.
001860     PERFORM 6000-END-RUN-CONTROL
001870         THRU 6000-EXIT.
002132         MOVE ZERO TO RT-RECORDS-POSTED
002134         MOVE ZERO TO RT-RECORDS-REJECTED
002136         MOVE ZERO TO RT-GRAND-TOTAL
002137         MOVE ZERO TO RT-REVERSALS-POSTED
002138         MOVE ZERO TO RT-REVERSAL-TOTAL
002140     END-IF.
002141     COMPUTE WS-NET-TOTAL = RT-GRAND-TOTAL - RT-REVERSAL-TOTAL.
002142     IF RUN-TOTALS-ON-HAND
002144         PERFORM 1070-CHECK-POSTED-ALREADY
002146             THRU 1070-EXIT
002148     END-IF.
002150     DIVIDE RT-RUN-DATE BY 100   GIVING WS-RUN-MONTH.
002160     DIVIDE RT-RUN-DATE BY 10000 GIVING WS-RUN-YEAR.
002162     IF RUN-TOTALS-ON-HAND AND NOT RUN-ALREADY-POSTED
002164         PERFORM 1080-CHECK-PERIOD-LOCK
002166             THRU 1080-EXIT
002168     END-IF.
002170     MOVE RT-RUN-DATE TO PH1-RUN-DATE.
002180     OPEN INPUT ADD01-OUT-FILE.
002190     PERFORM 1050-OPEN-ACTIVITY-FILE
002200         THRU 1050-EXIT.
002203     PERFORM 1060-OPEN-DEPT-ACTIVITY-FILE
002206         THRU 1060-EXIT.
002210     OPEN OUTPUT POSTING-PRINT-FILE.
002211     OPEN OUTPUT JOURNAL-PROOF-FILE.
002212     MOVE RT-RUN-DATE TO GH1-POSTING-DATE.
002213     OPEN INPUT ITEM-MASTER-FILE.
002214     IF ITEM-FILE-OK
002215         SET ITEM-MASTER-IS-OPEN TO TRUE
002216     END-IF.
002217     PERFORM 1090-OPEN-POSTED-HISTORY
002218         THRU 1090-EXIT.
002220     PERFORM 1100-READ-OUT-RECORD
002230         THRU 1100-EXIT.
002240 1000-EXIT.
002350         CLOSE ITEM-ACTIVITY-FILE
002360         OPEN I-O ITEM-ACTIVITY-FILE
002370     END-IF.
002371 1050-EXIT.
002372     EXIT.
002373*----------------------------------------------------------------
002374* 1060-OPEN-DEPT-ACTIVITY-FILE - OPEN THE DEPARTMENT CHARGEBACK
002375* ACTIVITY FILE, CREATING IT EMPTY THE FIRST TIME.
002376*----------------------------------------------------------------
002377 1060-OPEN-DEPT-ACTIVITY-FILE.
002378     OPEN I-O DEPARTMENT-ACTIVITY-FILE.
002379     IF DEPTACT-FILE-NOT-FOUND
002380         OPEN OUTPUT DEPARTMENT-ACTIVITY-FILE
002381         CLOSE DEPARTMENT-ACTIVITY-FILE
002382         OPEN I-O DEPARTMENT-ACTIVITY-FILE
002383     END-IF.
002384 1060-EXIT.
002385     EXIT.
002386*----------------------------------------------------------------
002387* 1070-CHECK-POSTED-ALREADY - PROVE THE DECLARED RUN AGAINST THE
002388* POSTING CONTROL RECORD. A RUN WHOSE DATE, COUNT AND TOTAL ALL
002389* MATCH THE RUN LAST POSTED HAS ALREADY BEEN POSTED - AN
002390* ACCIDENTAL SECOND EXECUTION - AND IS REFUSED. NO CONTROL FILE
002391* YET MEANS NOTHING HAS EVER POSTED, WHICH IS FINE.
002392*----------------------------------------------------------------
002393 1070-CHECK-POSTED-ALREADY.
002394     OPEN INPUT POSTING-CONTROL-FILE.
002395     IF NOT CONTROL-FILE-OK
002396         GO TO 1070-EXIT
002397     END-IF.
002398     READ POSTING-CONTROL-FILE
002399         AT END
002406             CLOSE POSTING-CONTROL-FILE
002407             GO TO 1070-EXIT
002408     END-READ.
002417     CLOSE POSTING-CONTROL-FILE.
002418 1070-EXIT.
002419     EXIT.
002420*----------------------------------------------------------------
002421* 1080-CHECK-PERIOD-LOCK - PROVE THE RUN'S MONTH AGAINST THE
002422* MONTH-END CLOSE. A RUN DATED IN OR BEFORE THE LAST CLOSED
002423* MONTH WOULD CHANGE FIGURES ALREADY SIGNED OFF; A RUN DATED
002424* PAST THE MONTH AFTER IT WOULD ROLL THE BUCKETS OVER AND LOSE
002425* A MONTH THAT HAS NOT BEEN CLOSED. BOTH ARE REFUSED. NO CLOSE
002426* CONTROL FILE YET MEANS NO MONTH HAS EVER BEEN CLOSED.
002427*----------------------------------------------------------------
002428 1080-CHECK-PERIOD-LOCK.
002429     OPEN INPUT PERIOD-CLOSE-FILE.
002430     IF NOT CLOSE-FILE-OK
002431         GO TO 1080-EXIT
002432     END-IF.
002433     READ PERIOD-CLOSE-FILE
002434         AT END
002435             CLOSE PERIOD-CLOSE-FILE
002436             GO TO 1080-EXIT
002437     END-READ.
002438     CLOSE PERIOD-CLOSE-FILE.
002439     IF WS-RUN-MONTH NOT > PCL-LAST-CLOSED-MONTH
002440         SET PERIOD-ALREADY-CLOSED TO TRUE
002441         DISPLAY "ADD01PST: RUN " RT-RUN-DATE " FALLS IN CLOSED "
002442             "PERIOD " PCL-LAST-CLOSED-MONTH " - NOTHING POSTED"
002443         GO TO 1080-EXIT
002444     END-IF.
002445     DIVIDE PCL-LAST-CLOSED-MONTH BY 100 GIVING WS-OPEN-YEAR
002446         REMAINDER WS-OPEN-MM.
002447     IF WS-OPEN-MM = 12
002448         ADD 1 TO WS-OPEN-YEAR
002449         MOVE 1 TO WS-OPEN-MM
002450     ELSE
002451         ADD 1 TO WS-OPEN-MM
002452     END-IF.
002453     COMPUTE WS-OPEN-PERIOD = WS-OPEN-YEAR * 100 + WS-OPEN-MM.
002454     IF WS-RUN-MONTH > WS-OPEN-PERIOD
002455         SET PRIOR-PERIOD-STILL-OPEN TO TRUE
002456         DISPLAY "ADD01PST: PERIOD " WS-OPEN-PERIOD " NOT YET "
002457             "CLOSED - RUN " RT-RUN-DATE " NOT POSTED"
002458     END-IF.
002459 1080-EXIT.
002460     EXIT.
002461*----------------------------------------------------------------
002462* 1090-OPEN-POSTED-HISTORY - OPEN THE POSTED HISTORY, CREATING
002463* IT EMPTY THE FIRST TIME. A HISTORY THAT CANNOT BE OPENED
002464* HOLDS THE RUN - NOTHING CAN POST WITHOUT BEING RECORDED THERE.
002465*----------------------------------------------------------------
002466 1090-OPEN-POSTED-HISTORY.
002467     OPEN I-O POSTED-HISTORY-FILE.
002468     IF HIST-FILE-NOT-FOUND
002469         OPEN OUTPUT POSTED-HISTORY-FILE
002470         CLOSE POSTED-HISTORY-FILE
002471         OPEN I-O POSTED-HISTORY-FILE
002472     END-IF.
002473     IF HIST-FILE-OK
002474         SET HISTORY-IS-OPEN TO TRUE
002475     END-IF.
002476 1090-EXIT.
002477     EXIT.
002478*----------------------------------------------------------------
002479* 1100-READ-OUT-RECORD - READ THE NEXT POSTED EXTENSION, SETTING
002480* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
002481*----------------------------------------------------------------
002482 1100-READ-OUT-RECORD.
002483     READ ADD01-OUT-FILE
002484         AT END
002485             SET OUT-END-OF-FILE TO TRUE
002486     END-READ.
002490 1100-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520* 2000-VERIFY-ONE-RECORD - FIRST PASS. COUNT THE RECORDS AND
002530* RE-ADD THE EXTENSIONS INDEPENDENTLY, THE SAME RE-ADD ADD01RCN
002540* MAKES, SO THE POST ONLY EVER RUNS AGAINST THE FILE THE RUN
002546* DECLARED. CLASSIFY EACH EXTENSION TO ITS GL ACCOUNT AS IT
002548* GOES, SO THE JOURNAL IS PROVEN BEFORE ANYTHING POSTS. A
002550* REVERSAL IS COUNTED AND ADDED APART FROM THE EXTENSIONS, AS
002552* ADD01TOT DECLARES IT, AND EACH RECORD IS CHECKED AGAINST THE
002554* POSTED HISTORY.
002560*----------------------------------------------------------------
002570 2000-VERIFY-ONE-RECORD.
002580     ADD 1 TO WS-OUT-COUNT.
002581     IF TO-REVERSAL
002582         ADD 1 TO WS-REVERSAL-COUNT
002583         ADD TO-RESULT TO WS-REVERSAL-SUM
002584     ELSE
002585         ADD TO-RESULT TO WS-RESULT-SUM
002586     END-IF.
002593     PERFORM 2100-CLASSIFY-EXTENSION
002596         THRU 2100-EXIT.
002597     PERFORM 2200-CHECK-HISTORY
002598         THRU 2200-EXIT.
002600     PERFORM 1100-READ-OUT-RECORD
002610         THRU 1100-EXIT.
002611 2000-EXIT.
002612     EXIT.
002613*----------------------------------------------------------------
002614* 2100-CLASSIFY-EXTENSION - LOOK THE EXTENSION'S ITEM UP FOR ITS
002615* GL EXPENSE ACCOUNT AND ADD THE EXTENSION INTO THAT ACCOUNT'S
002616* ENTRY. AN ITEM OFF THE MASTER OR WITH NO ACCOUNT IS LISTED ON
002617* THE PROOF AND COUNTED - ONE IS ENOUGH TO HOLD THE JOURNAL. A
002618* REVERSAL CREDITS ITS ORIGINAL'S ACCOUNT, SO IT GOES THE SAME
002619* WAY AND COMES OFF THE ACCOUNT INSTEAD.
002620*----------------------------------------------------------------
002621 2100-CLASSIFY-EXTENSION.
002622     IF NOT ITEM-MASTER-IS-OPEN
002623         GO TO 2100-EXIT
002624     END-IF.
002625     MOVE TO-ITEM-CODE TO IM-ITEM-CODE.
002626     MOVE "N" TO WS-ITEM-ON-MASTER-SW.
002627     READ ITEM-MASTER-FILE
002628         INVALID KEY
002629             MOVE "N" TO WS-ITEM-ON-MASTER-SW
002630         NOT INVALID KEY
002631             SET ITEM-ON-MASTER TO TRUE
002632     END-READ.
002633     IF NOT ITEM-ON-MASTER
002634         MOVE "NOT ON THE ITEM MASTER" TO GXL-REASON
002635         PERFORM 2190-LIST-UNCLASSIFIED
002636             THRU 2190-EXIT
002637         GO TO 2100-EXIT
002638     END-IF.
002639     IF IM-GL-ACCOUNT = SPACES OR IM-GL-ACCOUNT = LOW-VALUES
002640         MOVE "NO GL EXPENSE ACCOUNT" TO GXL-REASON
002641         PERFORM 2190-LIST-UNCLASSIFIED
002642             THRU 2190-EXIT
002643         GO TO 2100-EXIT
002644     END-IF.
002645     PERFORM 2150-ADD-TO-ACCOUNT
002646         THRU 2150-EXIT.
002647 2100-EXIT.
002648     EXIT.
002649*----------------------------------------------------------------
002650* 2150-ADD-TO-ACCOUNT - FIND THE ACCOUNT'S PLACE IN THE TABLE,
002651* OPENING A NEW ENTRY THERE IF IT IS NOT ALREADY IN IT, AND ADD
002652* THE EXTENSION INTO THE ENTRY.
002653*----------------------------------------------------------------
002654 2150-ADD-TO-ACCOUNT.
002655     MOVE "N" TO WS-ACCOUNT-SLOT-SW.
002656     MOVE "N" TO WS-ACCOUNT-MATCH-SW.
002657     MOVE ZERO TO WS-ACCT-SUB.
002658     PERFORM 2160-MATCH-ONE-ACCOUNT
002659         THRU 2160-EXIT
002660         UNTIL WS-ACCT-SUB >= WS-ACCOUNT-COUNT
002661         OR ACCOUNT-SLOT-FOUND.
002662     IF ACCOUNT-SLOT-FOUND
002663         IF WS-ACCT-GL-ACCOUNT (WS-ACCT-SUB) = IM-GL-ACCOUNT
002664             SET ACCOUNT-ALREADY-OPEN TO TRUE
002665         END-IF
002666     ELSE
002667         ADD 1 TO WS-ACCT-SUB
002668     END-IF.
002669     IF NOT ACCOUNT-ALREADY-OPEN
002670         PERFORM 2170-OPEN-ACCOUNT-ENTRY
002671             THRU 2170-EXIT
002672     END-IF.
002673     IF ACCOUNT-TABLE-OVERFLOWED
002674         GO TO 2150-EXIT
002675     END-IF.
002676     IF TO-REVERSAL
002677         SUBTRACT TO-RESULT FROM WS-ACCT-NET-AMOUNT (WS-ACCT-SUB)
002678     ELSE
002679         ADD TO-RESULT TO WS-ACCT-NET-AMOUNT (WS-ACCT-SUB)
002680     END-IF.
002681     ADD 1 TO WS-ACCT-EXTENSIONS (WS-ACCT-SUB).
002682 2150-EXIT.
002683     EXIT.
002684*----------------------------------------------------------------
002685* 2160-MATCH-ONE-ACCOUNT - STOP AT THE FIRST ENTRY WHOSE ACCOUNT
002686* IS NOT BELOW THE ONE ON HAND.
002687*----------------------------------------------------------------
002688 2160-MATCH-ONE-ACCOUNT.
002689     ADD 1 TO WS-ACCT-SUB.
002690     IF WS-ACCT-GL-ACCOUNT (WS-ACCT-SUB) >= IM-GL-ACCOUNT
002691         SET ACCOUNT-SLOT-FOUND TO TRUE
002692     END-IF.
002693 2160-EXIT.
002694     EXIT.
002695*----------------------------------------------------------------
002696* 2170-OPEN-ACCOUNT-ENTRY - MOVE THE ENTRIES FROM THE ACCOUNT'S
002697* PLACE DOWN ONE AND START A NEW, EMPTY ENTRY THERE. A FULL
002698* TABLE CANNOT TAKE ANOTHER ACCOUNT.
002699*----------------------------------------------------------------
002700 2170-OPEN-ACCOUNT-ENTRY.
002701     IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX
002702         SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
002703         GO TO 2170-EXIT
002704     END-IF.
002705     MOVE WS-ACCOUNT-COUNT TO WS-SHIFT-SUB.
002706     PERFORM 2180-SHIFT-ONE-ACCOUNT
002707         THRU 2180-EXIT
002708         UNTIL WS-SHIFT-SUB < WS-ACCT-SUB.
002709     ADD 1 TO WS-ACCOUNT-COUNT.
002710     MOVE IM-GL-ACCOUNT TO WS-ACCT-GL-ACCOUNT (WS-ACCT-SUB).
002711     MOVE ZERO TO WS-ACCT-NET-AMOUNT (WS-ACCT-SUB).
002712     MOVE ZERO TO WS-ACCT-EXTENSIONS (WS-ACCT-SUB).
002713 2170-EXIT.
002714     EXIT.
002715*----------------------------------------------------------------
002716* 2180-SHIFT-ONE-ACCOUNT - MOVE ONE ENTRY DOWN A PLACE, WORKING
002717* UP FROM THE BOTTOM OF THE TABLE.
002718*----------------------------------------------------------------
002719 2180-SHIFT-ONE-ACCOUNT.
002720     MOVE WS-ACCOUNT-ENTRY (WS-SHIFT-SUB)
002721         TO WS-ACCOUNT-ENTRY (WS-SHIFT-SUB + 1).
002722     SUBTRACT 1 FROM WS-SHIFT-SUB.
002723 2180-EXIT.
002724     EXIT.
002725*----------------------------------------------------------------
002726* 2190-LIST-UNCLASSIFIED - PRINT AN EXTENSION THAT CANNOT BE
002727* JOURNALLED ON THE PROOF LISTING AND COUNT IT.
002728*----------------------------------------------------------------
002729 2190-LIST-UNCLASSIFIED.
002730     ADD 1 TO WS-NO-ACCOUNT-COUNT.
002731     MOVE TO-ITEM-CODE TO GXL-ITEM-CODE.
002732     MOVE TO-TRAN-ID   TO GXL-TRAN-ID.
002733     MOVE GLP-EXCEPTION-LINE TO WS-PRINT-LINE.
002734     PERFORM 5200-PRINT-PROOF-LINE
002735         THRU 5200-EXIT.
002736 2190-EXIT.
002737     EXIT.
002738*----------------------------------------------------------------
002739* 2200-CHECK-HISTORY - THE RECORD'S RUN DATE AND TRANSACTION ID
002740* MUST NOT BE ON THE POSTED HISTORY ALREADY - ADD01 CARRIES ITS
002741* IDS ON FROM THE LAST ONE POSTED THAT DAY, SO ONE THAT IS MEANS
002742* THIS VERY RUN HAS ALREADY POSTED. A REVERSAL'S ORIGINAL MUST
002743* BE THERE, AS AN EXTENSION NOT ALREADY REVERSED.
002744*----------------------------------------------------------------
002745 2200-CHECK-HISTORY.
002746     IF NOT HISTORY-IS-OPEN
002747         GO TO 2200-EXIT
002748     END-IF.
002749     MOVE RT-RUN-DATE TO TH-RUN-DATE.
002750     MOVE TO-TRAN-ID  TO TH-TRAN-ID.
002751     READ POSTED-HISTORY-FILE
002752         INVALID KEY
002753             CONTINUE
002754         NOT INVALID KEY
002755             ADD 1 TO WS-ON-HISTORY-COUNT
002756     END-READ.
002757     IF TO-REVERSAL
002758         PERFORM 2250-CHECK-ORIGINAL
002759             THRU 2250-EXIT
002760     END-IF.
002761 2200-EXIT.
002762     EXIT.
002763*----------------------------------------------------------------
002764* 2250-CHECK-ORIGINAL - FIND THE REVERSAL'S ORIGINAL ON THE
002765* POSTED HISTORY. ONE MISSING, ITSELF A REVERSAL, OR ALREADY
002766* REVERSED BY A POSTED CREDIT IS NAMED ON THE CONSOLE AND
002767* COUNTED - ONE IS ENOUGH TO HOLD THE RUN.
002768*----------------------------------------------------------------
002769 2250-CHECK-ORIGINAL.
002770     MOVE TO-TRAN-ID TO WS-TRAN-DISPLAY.
002771     MOVE TO-ORIG-RUN-DATE TO TH-RUN-DATE.
002772     MOVE TO-ORIG-TRAN-ID  TO TH-TRAN-ID.
002773     READ POSTED-HISTORY-FILE
002774         INVALID KEY
002775             ADD 1 TO WS-BAD-REVERSAL-COUNT
002776             DISPLAY "ADD01PST: REVERSAL " WS-TRAN-DISPLAY
002777                 " - ORIGINAL " TO-ORIG-RUN-DATE "/"
002778                 TO-ORIG-TRAN-ID " NOT ON POSTED HISTORY"
002779             GO TO 2250-EXIT
002780     END-READ.
002781     IF NOT TH-EXTENSION
002782         ADD 1 TO WS-BAD-REVERSAL-COUNT
002783         DISPLAY "ADD01PST: REVERSAL " WS-TRAN-DISPLAY
002784             " - ORIGINAL " TO-ORIG-RUN-DATE "/"
002785             TO-ORIG-TRAN-ID " IS ITSELF A REVERSAL"
002786         GO TO 2250-EXIT
002787     END-IF.
002788     IF TH-REVERSAL-POSTED
002789         ADD 1 TO WS-BAD-REVERSAL-COUNT
002790         DISPLAY "ADD01PST: REVERSAL " WS-TRAN-DISPLAY
002791             " - ORIGINAL " TO-ORIG-RUN-DATE "/"
002792             TO-ORIG-TRAN-ID " ALREADY REVERSED"
002793     END-IF.
002794 2250-EXIT.
002795     EXIT.
002796*----------------------------------------------------------------
002797* 2500-PROVE-THE-RUN - THE RUN IS PROVEN WHEN THE ACTUAL COUNT
002798* AND RE-ADDED TOTAL BOTH MATCH THE DECLARED FIGURES. ANYTHING
002799* ELSE - A STALE ADD01OUT, A POSTING STEP RUN OUT OF ORDER -
002800* POSTS NOTHING.
002801*----------------------------------------------------------------
002802 2500-PROVE-THE-RUN.
002803     IF WS-OUT-COUNT = RT-RECORDS-POSTED
002804         AND WS-RESULT-SUM = RT-GRAND-TOTAL
002805         AND WS-REVERSAL-COUNT = RT-REVERSALS-POSTED
002806         AND WS-REVERSAL-SUM = RT-REVERSAL-TOTAL
002807         SET RUN-IS-PROVEN TO TRUE
002808     ELSE
002809         DISPLAY "ADD01PST: ADD01OUT DOES NOT MATCH THE "
002810             "DECLARED RUN TOTALS - NOTHING POSTED"
002811     END-IF.
002812 2500-EXIT.
002813     EXIT.
002814*----------------------------------------------------------------
002815* 2550-PROVE-THE-HISTORY - THE RUN PROVED; NOW PROVE IT AGAINST
002816* THE POSTED HISTORY. THE HISTORY MUST BE ON HAND, NONE OF THE
002817* RUN'S TRANSACTION IDS MAY ALREADY BE ON IT FOR THE RUN DATE
002818* (THAT IS THE SAME RUN POSTED AGAIN - ANOTHER RUN THE SAME DAY
002819* POSTS UNDER IDS OF ITS OWN), AND EVERY REVERSAL'S ORIGINAL
002820* MUST HAVE CHECKED OUT. ANY FAILURE POSTS NOTHING.
002821*----------------------------------------------------------------
002822 2550-PROVE-THE-HISTORY.
002823     IF NOT HISTORY-IS-OPEN
002824         MOVE "NOT POSTED - POSTED HISTORY UNAVAILABLE"
002825             TO WS-HISTORY-REFUSAL-TEXT
002826         SET HISTORY-IS-REFUSED TO TRUE
002827     ELSE
002828         IF WS-ON-HISTORY-COUNT > ZERO
002829             MOVE "NOT POSTED - RUN ALREADY ON HISTORY"
002830                 TO WS-HISTORY-REFUSAL-TEXT
002831             SET HISTORY-IS-REFUSED TO TRUE
002832         ELSE
002833             IF WS-BAD-REVERSAL-COUNT > ZERO
002834                 MOVE "NOT POSTED - REVERSAL ORIGINAL NOT VALID"
002835                     TO WS-HISTORY-REFUSAL-TEXT
002836                 SET HISTORY-IS-REFUSED TO TRUE
002837             END-IF
002838         END-IF
002839     END-IF.
002840     IF HISTORY-IS-REFUSED
002841         MOVE "N" TO WS-PROVEN-SWITCH
002842         DISPLAY "ADD01PST: " WS-HISTORY-REFUSAL-TEXT
002843     END-IF.
002844 2550-EXIT.
002845     EXIT.
002846*----------------------------------------------------------------
002847* 2600-PROVE-THE-JOURNAL - THE RUN PROVED; NOW PROVE ITS JOURNAL.
002848* EVERY EXTENSION MUST HAVE REACHED AN ACCOUNT, AND THE DEBITS
002849* MUST EQUAL THE CREDITS - THE STORES OFFSET BEING THE DECLARED
002850* NET (GRAND TOTAL LESS REVERSALS), SO A BALANCED JOURNAL ALSO
002851* TIES TO ADD01TOT. A JOURNAL THAT FAILS TAKES THE RUN WITH IT:
002852* NOTHING POSTS.
002853*----------------------------------------------------------------
002854 2600-PROVE-THE-JOURNAL.
002855     IF NOT ITEM-MASTER-IS-OPEN
002856         MOVE "NOT POSTED - ITEM MASTER UNAVAILABLE"
002857             TO WS-JOURNAL-REFUSAL-TEXT
002858         SET JOURNAL-IS-REFUSED TO TRUE
002859     ELSE
002860         IF WS-NO-ACCOUNT-COUNT > ZERO
002861             MOVE "NOT POSTED - ITEM WITH NO GL ACCOUNT"
002862                 TO WS-JOURNAL-REFUSAL-TEXT
002863             SET JOURNAL-IS-REFUSED TO TRUE
002864         ELSE
002865             IF ACCOUNT-TABLE-OVERFLOWED
002866                 MOVE "NOT POSTED - TOO MANY GL ACCOUNTS"
002867                     TO WS-JOURNAL-REFUSAL-TEXT
002868                 SET JOURNAL-IS-REFUSED TO TRUE
002869             ELSE
002870                 PERFORM 2620-BALANCE-THE-JOURNAL
002871                     THRU 2620-EXIT
002872             END-IF
002873         END-IF
002874     END-IF.
002875     IF JOURNAL-IS-REFUSED
002876         MOVE "N" TO WS-PROVEN-SWITCH
002877         DISPLAY "ADD01PST: " WS-JOURNAL-REFUSAL-TEXT
002878     END-IF.
002879 2600-EXIT.
002880     EXIT.
002881*----------------------------------------------------------------
002882* 2620-BALANCE-THE-JOURNAL - ADD UP THE ENTRIES THE JOURNAL WILL
002883* CARRY AND PROVE THE DEBITS EQUAL THE CREDITS. THE STORES
002884* OFFSET IS A CREDIT OF THE NET, OR A DEBIT WHEN THE NIGHT'S
002885* REVERSALS OUTWEIGH ITS EXTENSIONS.
002886*----------------------------------------------------------------
002887 2620-BALANCE-THE-JOURNAL.
002888     MOVE ZERO TO WS-GL-ENTRY-COUNT.
002889     MOVE ZERO TO WS-GL-DEBIT-TOTAL.
002890     MOVE ZERO TO WS-GL-CREDIT-TOTAL.
002891     MOVE ZERO TO WS-ACCT-SUB.
002892     PERFORM 2650-TOTAL-ONE-ACCOUNT
002893         THRU 2650-EXIT
002894         UNTIL WS-ACCT-SUB >= WS-ACCOUNT-COUNT.
002895     IF WS-NET-TOTAL > ZERO
002896         ADD 1 TO WS-GL-ENTRY-COUNT
002897         ADD WS-NET-TOTAL TO WS-GL-CREDIT-TOTAL
002898     END-IF.
002899     IF WS-NET-TOTAL < ZERO
002900         ADD 1 TO WS-GL-ENTRY-COUNT
002901         SUBTRACT WS-NET-TOTAL FROM WS-GL-DEBIT-TOTAL
002902     END-IF.
002903     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
002904         MOVE "NOT POSTED - GL JOURNAL DOES NOT BALANCE"
002905             TO WS-JOURNAL-REFUSAL-TEXT
002906         SET JOURNAL-IS-REFUSED TO TRUE
002907     END-IF.
002908 2620-EXIT.
002909     EXIT.
002910*----------------------------------------------------------------
002911* 2650-TOTAL-ONE-ACCOUNT - AN ACCOUNT NETTING TO A DEBIT ADDS TO
002912* THE DEBITS, ONE NETTING TO A CREDIT TO THE CREDITS; ONE NETTING
002913* TO NOTHING WRITES NO ENTRY.
002914*----------------------------------------------------------------
002915 2650-TOTAL-ONE-ACCOUNT.
002916     ADD 1 TO WS-ACCT-SUB.
002917     IF WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) > ZERO
002918         ADD 1 TO WS-GL-ENTRY-COUNT
002919         ADD WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) TO WS-GL-DEBIT-TOTAL
002920     END-IF.
002921     IF WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) < ZERO
002922         ADD 1 TO WS-GL-ENTRY-COUNT
002923         SUBTRACT WS-ACCT-NET-AMOUNT (WS-ACCT-SUB)
002924             FROM WS-GL-CREDIT-TOTAL
002925     END-IF.
002926 2650-EXIT.
002927     EXIT.
002928*----------------------------------------------------------------
002929* 3000-REOPEN-OUTPUT-FILE - REWIND FOR THE POSTING PASS.
002930*----------------------------------------------------------------
002931 3000-REOPEN-OUTPUT-FILE.
002932     CLOSE ADD01-OUT-FILE.
002933     OPEN INPUT ADD01-OUT-FILE.
002934     MOVE "N" TO WS-OUT-EOF-SWITCH.
002935     PERFORM 1100-READ-OUT-RECORD
002936         THRU 1100-EXIT.
002937 3000-EXIT.
002938     EXIT.
002939*----------------------------------------------------------------
002940* 3100-POST-ONE-RECORD - ROLL THE EXTENSION ON HAND INTO ITS
002941* ITEM'S ACTIVITY RECORD: FETCH OR CREATE THE RECORD, ROLL THE
002942* BUCKETS PAST A MONTH OR YEAR BOUNDARY, ADD THE QUANTITY AND
002946* EXTENSION, AND PUT IT BACK. CHARGE IT TO ITS DEPARTMENT,
002949* RECORD IT ON THE POSTED HISTORY, THEN READ THE NEXT
002952* EXTENSION. A REVERSAL TAKES ITS QUANTITY AND CREDIT BACK OFF
002955* THE SAME BUCKETS.
002960*----------------------------------------------------------------
002970 3100-POST-ONE-RECORD.
002980     MOVE TO-ITEM-CODE TO IA-ITEM-CODE.
003150         MOVE ZERO TO IA-YTD-QUANTITY
003160         MOVE ZERO TO IA-YTD-EXTENSION
003170     END-IF.
003174     IF TO-REVERSAL
003178         SUBTRACT TO-QUANTITY FROM IA-MTD-QUANTITY
003182         SUBTRACT TO-QUANTITY FROM IA-YTD-QUANTITY
003186         SUBTRACT TO-RESULT   FROM IA-MTD-EXTENSION
003190         SUBTRACT TO-RESULT   FROM IA-YTD-EXTENSION
003194     ELSE
003198         ADD TO-QUANTITY TO IA-MTD-QUANTITY
003202         ADD TO-QUANTITY TO IA-YTD-QUANTITY
003206         ADD TO-RESULT   TO IA-MTD-EXTENSION
003210         ADD TO-RESULT   TO IA-YTD-EXTENSION
003214     END-IF.
003220     IF RECORD-WAS-FOUND
003230         REWRITE ITEM-ACTIVITY-RECORD
003240     ELSE
003270     ADD 1 TO WS-POSTED-COUNT.
003280     PERFORM 3300-NOTE-TOUCHED-ITEM
003290         THRU 3300-EXIT.
003293     PERFORM 3400-POST-DEPT-ACTIVITY
003296         THRU 3400-EXIT.
003297     PERFORM 3500-WRITE-HISTORY
003298         THRU 3500-EXIT.
003300     PERFORM 1100-READ-OUT-RECORD
003310         THRU 1100-EXIT.
003320 3100-EXIT.
003855* NEXT REMEMBERED ITEM.
003860*----------------------------------------------------------------
003870 3310-MATCH-ONE-TOUCHED.
003871     ADD 1 TO WS-SCAN-SUB.
003872     IF WS-TOUCHED-ITEM-CODE (WS-SCAN-SUB) = TO-ITEM-CODE
003873         SET ITEM-ALREADY-NOTED TO TRUE
003874     END-IF.
003875 3310-EXIT.
003876     EXIT.
003877*----------------------------------------------------------------
003878* 3400-POST-DEPT-ACTIVITY - ADD THE EXTENSION ON HAND INTO THE
003879* CHARGEBACK RECORD FOR THE RUN MONTH, ITS DEPARTMENT AND ITS
003880* ITEM, CREATING THE RECORD THE FIRST TIME THE DEPARTMENT IS
003881* CHARGED FOR THE ITEM IN THE MONTH. A REVERSAL IS CHARGED BACK
003882* TO THE ORIGINAL'S DEPARTMENT; IT STILL COUNTS AS AN ENTRY.
003883*----------------------------------------------------------------
003884 3400-POST-DEPT-ACTIVITY.
003885     MOVE WS-RUN-MONTH  TO DA-PERIOD-MONTH.
003886     MOVE TO-DEPARTMENT TO DA-DEPARTMENT.
003887     MOVE TO-ITEM-CODE  TO DA-ITEM-CODE.
003888     MOVE "N" TO WS-DA-FOUND-SWITCH.
003889     READ DEPARTMENT-ACTIVITY-FILE
003890         INVALID KEY
003891             MOVE "N" TO WS-DA-FOUND-SWITCH
003892         NOT INVALID KEY
003893             SET DEPT-ACTIVITY-FOUND TO TRUE
003894     END-READ.
003895     IF NOT DEPT-ACTIVITY-FOUND
003896         MOVE SPACES TO DA-ACTIVITY-DATA
003897         MOVE ZERO TO DA-EXTENSION-COUNT
003898         MOVE ZERO TO DA-QUANTITY
003899         MOVE ZERO TO DA-EXTENSION
003900     END-IF.
003901     ADD 1           TO DA-EXTENSION-COUNT.
003902     IF TO-REVERSAL
003903         SUBTRACT TO-QUANTITY FROM DA-QUANTITY
003904         SUBTRACT TO-RESULT   FROM DA-EXTENSION
003905     ELSE
003906         ADD TO-QUANTITY TO DA-QUANTITY
003907         ADD TO-RESULT   TO DA-EXTENSION
003908     END-IF.
003909     IF DEPT-ACTIVITY-FOUND
003910         REWRITE DEPARTMENT-ACTIVITY-RECORD
003911     ELSE
003912         WRITE DEPARTMENT-ACTIVITY-RECORD
003913     END-IF.
003914 3400-EXIT.
003915     EXIT.
003916*----------------------------------------------------------------
003917* 3500-WRITE-HISTORY - RECORD THE POSTED RECORD ON THE POSTED
003918* HISTORY UNDER THE RUN DATE AND ITS TRANSACTION ID. A REVERSAL
003919* THEN MARKS ITS ORIGINAL REVERSED BY IT. THE PROOF HAS ALREADY
003920* CLEARED BOTH, BUT THE BUCKETS HAVE ALREADY MOVED, SO A FAILURE
003921* HERE CANNOT STOP THE POST. IT IS NAMED ON THE CONSOLE AND
003922* COUNTED, AND FAILS THE RUN SO THE HISTORY IS REPAIRED BEFORE
003923* ANOTHER REVERSAL IS TAKEN AGAINST IT.
003924*----------------------------------------------------------------
003925 3500-WRITE-HISTORY.
003926     MOVE TO-TRAN-ID       TO WS-TRAN-DISPLAY.
003927     MOVE RT-RUN-DATE      TO TH-RUN-DATE.
003928     MOVE TO-TRAN-ID       TO TH-TRAN-ID.
003929     MOVE TO-ENTRY-TYPE    TO TH-ENTRY-TYPE.
003930     MOVE TO-BATCH-ID      TO TH-BATCH-ID.
003931     MOVE TO-ITEM-CODE     TO TH-ITEM-CODE.
003932     MOVE TO-QUANTITY      TO TH-QUANTITY.
003933     MOVE TO-UNIT-PRICE    TO TH-UNIT-PRICE.
003934     MOVE TO-RESULT        TO TH-RESULT.
003935     MOVE TO-DEPARTMENT    TO TH-DEPARTMENT.
003936     MOVE TO-ORIG-RUN-DATE TO TH-ORIG-RUN-DATE.
003937     MOVE TO-ORIG-TRAN-ID  TO TH-ORIG-TRAN-ID.
003938     MOVE SPACE            TO TH-REVERSAL-STATUS.
003939     MOVE ZERO             TO TH-REVERSED-RUN-DATE.
003940     MOVE ZERO             TO TH-REVERSED-TRAN-ID.
003941     WRITE ADD01-HISTORY-RECORD
003942         INVALID KEY
003943             CONTINUE
003944     END-WRITE.
003945     IF NOT HIST-FILE-OK
003946         ADD 1 TO WS-HISTORY-FAIL-COUNT
003947         DISPLAY "ADD01PST: TRAN " WS-TRAN-DISPLAY
003948             " NOT WRITTEN TO POSTED HISTORY (STATUS "
003949             WS-HIST-FILE-STATUS ")"
003950     END-IF.
003951     IF TO-REVERSAL
003952         PERFORM 3550-CONFIRM-REVERSAL
003953             THRU 3550-EXIT
003954     END-IF.
003955 3500-EXIT.
003956     EXIT.
003957*----------------------------------------------------------------
003958* 3550-CONFIRM-REVERSAL - MARK THE REVERSAL'S ORIGINAL REVERSED,
003959* BY THIS RUN AND TRANSACTION, REPLACING THE PENDING MARK ADD01
003960* LEFT WHEN IT WROTE THE CREDIT. AN ORIGINAL THAT CANNOT BE READ
003961* OR REWRITTEN IS COUNTED AS A HISTORY FAILURE.
003962*----------------------------------------------------------------
003963 3550-CONFIRM-REVERSAL.
003964     MOVE TO-ORIG-RUN-DATE TO TH-RUN-DATE.
003965     MOVE TO-ORIG-TRAN-ID  TO TH-TRAN-ID.
003966     READ POSTED-HISTORY-FILE
003967         INVALID KEY
003968             CONTINUE
003969     END-READ.
003970     IF NOT HIST-FILE-OK
003971         ADD 1 TO WS-HISTORY-FAIL-COUNT
003972         DISPLAY "ADD01PST: REVERSAL " WS-TRAN-DISPLAY
003973             " ORIGINAL NOT MARKED REVERSED (STATUS "
003974             WS-HIST-FILE-STATUS ")"
003975         GO TO 3550-EXIT
003976     END-IF.
003977     SET TH-REVERSAL-POSTED TO TRUE.
003978     MOVE RT-RUN-DATE TO TH-REVERSED-RUN-DATE.
003979     MOVE TO-TRAN-ID  TO TH-REVERSED-TRAN-ID.
003980     REWRITE ADD01-HISTORY-RECORD
003981         INVALID KEY
003982             CONTINUE
003983     END-REWRITE.
003984     IF NOT HIST-FILE-OK
003985         ADD 1 TO WS-HISTORY-FAIL-COUNT
003986         DISPLAY "ADD01PST: REVERSAL " WS-TRAN-DISPLAY
003987             " ORIGINAL NOT MARKED REVERSED (STATUS "
003988             WS-HIST-FILE-STATUS ")"
003989     END-IF.
003990 3550-EXIT.
003991     EXIT.
003992*----------------------------------------------------------------
003993* 4000-PRINT-POSTING-SUMMARY - ONE LINE PER ITEM TOUCHED THIS
003994* RUN, READ BACK OFF THE MASTER SO THE FIGURES PRINTED ARE THE
003995* FIGURES ON FILE, THEN THE RUN'S TOTALS.
003996*----------------------------------------------------------------
003997 4000-PRINT-POSTING-SUMMARY.
003998     MOVE ZERO TO WS-ITEM-SUB.
003999     PERFORM 4100-PRINT-ONE-ITEM
004000         THRU 4100-EXIT
004001         UNTIL WS-ITEM-SUB >= WS-ITEM-COUNT.
004010     IF ITEM-TABLE-OVERFLOWED
004020         MOVE " ** SUMMARY TRUNCATED - ITEM TABLE FULL"
004030             TO WS-PRINT-LINE
004160     MOVE PST-TOTAL-LINE-2 TO WS-PRINT-LINE.
004170     PERFORM 5000-PRINT-ONE-LINE
004180         THRU 5000-EXIT.
004181     MOVE WS-REVERSAL-COUNT TO PTL-REVERSAL-COUNT.
004182     MOVE WS-REVERSAL-SUM   TO PTL-REVERSAL-VALUE.
004183     MOVE PST-TOTAL-LINE-3 TO WS-PRINT-LINE.
004184     PERFORM 5000-PRINT-ONE-LINE
004185         THRU 5000-EXIT.
004186     IF WS-HISTORY-FAIL-COUNT > ZERO
004187         MOVE WS-HISTORY-FAIL-COUNT TO PHF-FAIL-COUNT
004188         MOVE PST-HISTORY-FAIL-LINE TO WS-PRINT-LINE
004190         PERFORM 5000-PRINT-ONE-LINE
004192             THRU 5000-EXIT
004194     END-IF.
004196     MOVE "POSTED TO THE ITEM ACTIVITY MASTER"
004200         TO PRL-RESULT-TEXT.
004210     MOVE PST-RESULT-LINE TO WS-PRINT-LINE.
004220     PERFORM 5000-PRINT-ONE-LINE
004450 4100-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 4500-PRINT-REFUSAL - THE RUN DID NOT PROVE, WAS A REPEAT OF
004487* THE RUN ALREADY POSTED, FELL FOUL OF THE MONTH-END LOCK, OR
004494* COULD NOT BE JOURNALLED. SAY SO ON THE SUMMARY TOO, SO A
004501* MORNING READER SEES WHY THE BUCKETS DID NOT MOVE.
004510*----------------------------------------------------------------
004520 4500-PRINT-REFUSAL.
004522     IF RUN-ALREADY-POSTED
004524         MOVE "NOT POSTED - RUN ALREADY POSTED"
004526             TO PRL-RESULT-TEXT
004528     ELSE
004529         IF PERIOD-ALREADY-CLOSED
004530             MOVE "NOT POSTED - RUN DATE IN A CLOSED PERIOD"
004531                 TO PRL-RESULT-TEXT
004532         ELSE
004533             IF PRIOR-PERIOD-STILL-OPEN
004534                 MOVE "NOT POSTED - PRIOR PERIOD NOT YET CLOSED"
004535                     TO PRL-RESULT-TEXT
004536             ELSE
004537                 IF RUN-TOTALS-ON-HAND
004540                     MOVE "NOT POSTED - ADD01OUT OUT OF BALANCE"
004550                         TO PRL-RESULT-TEXT
004560                 ELSE
004570                     MOVE "NOT POSTED - NO RUN TOTALS RECORD"
004580                         TO PRL-RESULT-TEXT
004581                 END-IF
004582             END-IF
004583         END-IF
004584     END-IF.
004585     IF JOURNAL-IS-REFUSED
004586         MOVE WS-JOURNAL-REFUSAL-TEXT TO PRL-RESULT-TEXT
004587     END-IF.
004588     IF HISTORY-IS-REFUSED
004589         MOVE WS-HISTORY-REFUSAL-TEXT TO PRL-RESULT-TEXT
004590     END-IF.
004591     MOVE PST-RESULT-LINE TO WS-PRINT-LINE.
004592     PERFORM 5000-PRINT-ONE-LINE
004593         THRU 5000-EXIT.
004594 4500-EXIT.
004595     EXIT.
004596*----------------------------------------------------------------
004597* 4600-PRINT-JOURNAL-PROOF - LIST THE JOURNAL AS IT WILL BE
004598* WRITTEN: ONE LINE PER ACCOUNT, THE STORES OFFSET, THEN THE
004599* DEBIT AND CREDIT TOTALS AGAINST THE RUN'S DECLARED TOTALS.
004600* WHETHER IT WAS WRITTEN IS PRINTED BY 4650 ONCE IT HAS BEEN.
004601*----------------------------------------------------------------
004602 4600-PRINT-JOURNAL-PROOF.
004603     MOVE ZERO TO WS-ACCT-SUB.
004604     PERFORM 4610-PRINT-ONE-ACCOUNT
004605         THRU 4610-EXIT
004606         UNTIL WS-ACCT-SUB >= WS-ACCOUNT-COUNT.
004607     IF WS-NET-TOTAL NOT = ZERO
004608         MOVE WS-GL-OFFSET-ACCOUNT   TO GDL-GL-ACCOUNT
004609         IF WS-NET-TOTAL > ZERO
004610             MOVE "C"                TO GDL-DEBIT-CREDIT
004611         ELSE
004612             MOVE "D"                TO GDL-DEBIT-CREDIT
004613         END-IF
004614         MOVE WS-NET-TOTAL           TO GDL-AMOUNT
004615         MOVE RT-RECORDS-POSTED      TO GDL-EXTENSION-COUNT
004616         MOVE "STORES ISSUES OFFSET" TO GDL-DESCRIPTION
004617         MOVE GLP-DETAIL-LINE TO WS-PRINT-LINE
004618         PERFORM 5200-PRINT-PROOF-LINE
004619             THRU 5200-EXIT
004620     END-IF.
004621     MOVE SPACES TO WS-PRINT-LINE.
004622     PERFORM 5200-PRINT-PROOF-LINE
004623         THRU 5200-EXIT.
004624     MOVE WS-GL-DEBIT-TOTAL  TO GTL-DEBIT-TOTAL.
004625     MOVE WS-GL-CREDIT-TOTAL TO GTL-CREDIT-TOTAL.
004626     MOVE WS-GL-ENTRY-COUNT  TO GTL-ENTRY-COUNT.
004627     MOVE GLP-TOTAL-LINE-1 TO WS-PRINT-LINE.
004628     PERFORM 5200-PRINT-PROOF-LINE
004629         THRU 5200-EXIT.
004630     MOVE RT-GRAND-TOTAL TO GTL-DECLARED-TOTAL.
004631     MOVE GLP-TOTAL-LINE-2 TO WS-PRINT-LINE.
004632     PERFORM 5200-PRINT-PROOF-LINE
004633         THRU 5200-EXIT.
004634     MOVE RT-REVERSAL-TOTAL TO GTL-REVERSAL-TOTAL.
004635     MOVE GLP-TOTAL-LINE-3 TO WS-PRINT-LINE.
004636     PERFORM 5200-PRINT-PROOF-LINE
004637         THRU 5200-EXIT.
004638     MOVE WS-NET-TOTAL TO GTL-NET-TOTAL.
004639     MOVE GLP-TOTAL-LINE-4 TO WS-PRINT-LINE.
004640     PERFORM 5200-PRINT-PROOF-LINE
004641         THRU 5200-EXIT.
004642 4600-EXIT.
004643     EXIT.
004644*----------------------------------------------------------------
004645* 4650-PRINT-JOURNAL-RESULT - THE JOURNAL HAS BEEN WRITTEN, OR
004646* HAS FAILED; SAY WHICH AT THE FOOT OF THE PROOF, WITH ANY
004647* POSTED HISTORY UPDATES THAT FAILED DURING THE POST.
004648*----------------------------------------------------------------
004649 4650-PRINT-JOURNAL-RESULT.
004650     IF WS-HISTORY-FAIL-COUNT > ZERO
004651         MOVE WS-HISTORY-FAIL-COUNT TO PHF-FAIL-COUNT
004652         MOVE PST-HISTORY-FAIL-LINE TO WS-PRINT-LINE
004653         PERFORM 5200-PRINT-PROOF-LINE
004654             THRU 5200-EXIT
004655     END-IF.
004656     IF JOURNAL-WRITE-FAILED
004657         MOVE "JOURNAL NOT WRITTEN - GL JOURNAL FILE FAILED"
004658             TO PRL-RESULT-TEXT
004659     ELSE
004660         MOVE "JOURNAL WRITTEN - DEBITS EQUAL CREDITS"
004661             TO PRL-RESULT-TEXT
004662     END-IF.
004663     MOVE PST-RESULT-LINE TO WS-PRINT-LINE.
004664     PERFORM 5200-PRINT-PROOF-LINE
004665         THRU 5200-EXIT.
004666 4650-EXIT.
004667     EXIT.
004668*----------------------------------------------------------------
004669* 4610-PRINT-ONE-ACCOUNT - PRINT THE NEXT ACCOUNT'S ENTRY. AN
004670* ACCOUNT NETTING TO NOTHING HAS NO ENTRY AND IS NOT PRINTED.
004671*----------------------------------------------------------------
004672 4610-PRINT-ONE-ACCOUNT.
004673     ADD 1 TO WS-ACCT-SUB.
004674     IF WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) = ZERO
004675         GO TO 4610-EXIT
004676     END-IF.
004677     MOVE WS-ACCT-GL-ACCOUNT (WS-ACCT-SUB) TO GDL-GL-ACCOUNT.
004678     IF WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) > ZERO
004679         MOVE "D" TO GDL-DEBIT-CREDIT
004680     ELSE
004681         MOVE "C" TO GDL-DEBIT-CREDIT
004682     END-IF.
004683     MOVE WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) TO GDL-AMOUNT.
004684     MOVE WS-ACCT-EXTENSIONS (WS-ACCT-SUB)
004685         TO GDL-EXTENSION-COUNT.
004686     MOVE "ITEM EXTENSIONS" TO GDL-DESCRIPTION.
004687     MOVE GLP-DETAIL-LINE TO WS-PRINT-LINE.
004688     PERFORM 5200-PRINT-PROOF-LINE
004689         THRU 5200-EXIT.
004690 4610-EXIT.
004691     EXIT.
004692*----------------------------------------------------------------
004693* 4700-REFUSE-JOURNAL - NOTHING POSTED, SO NO JOURNAL GOES TO
004694* THE LEDGER. SAY WHY ON THE PROOF LISTING AND EMPTY THE
004695* JOURNAL FILE SO A JOURNAL LEFT FROM AN EARLIER NIGHT CANNOT BE
004696* PICKED UP AS TONIGHT'S. A REPEAT OF THE RUN ALREADY POSTED
004697* LEAVES THAT RUN'S JOURNAL WHERE IT IS.
004698*----------------------------------------------------------------
004699 4700-REFUSE-JOURNAL.
004700     IF JOURNAL-IS-REFUSED
004701         MOVE WS-JOURNAL-REFUSAL-TEXT TO PRL-RESULT-TEXT
004702     ELSE
004703         IF HISTORY-IS-REFUSED
004704             MOVE WS-HISTORY-REFUSAL-TEXT TO PRL-RESULT-TEXT
004705         ELSE
004706             MOVE "NO JOURNAL - RUN NOT POSTED" TO PRL-RESULT-TEXT
004707         END-IF
004708     END-IF.
004709     MOVE PST-RESULT-LINE TO WS-PRINT-LINE.
004710     PERFORM 5200-PRINT-PROOF-LINE
004711         THRU 5200-EXIT.
004712     IF NOT RUN-ALREADY-POSTED
004713         OPEN OUTPUT GL-JOURNAL-FILE
004714         CLOSE GL-JOURNAL-FILE
004715     END-IF.
004716 4700-EXIT.
004717     EXIT.
004718*----------------------------------------------------------------
004719* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
004720* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
004721*----------------------------------------------------------------
004722 5000-PRINT-ONE-LINE.
004723     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004724         PERFORM 5100-START-NEW-PAGE
004725             THRU 5100-EXIT
004730     END-IF.
004740     WRITE POSTING-PRINT-LINE FROM WS-PRINT-LINE
004750         AFTER ADVANCING 1 LINE.
004900         WRITE POSTING-PRINT-LINE FROM PST-HEADING-1
004910             AFTER ADVANCING PAGE
004920     END-IF.
004921     WRITE POSTING-PRINT-LINE FROM PST-HEADING-2
004922         AFTER ADVANCING 1 LINE.
004923     MOVE SPACES TO POSTING-PRINT-LINE.
004924     WRITE POSTING-PRINT-LINE
004925         AFTER ADVANCING 1 LINE.
004926     MOVE 3 TO WS-LINE-COUNT.
004927 5100-EXIT.
004928     EXIT.
004929*----------------------------------------------------------------
004930* 5200-PRINT-PROOF-LINE - WRITE THE LINE ON HAND TO THE JOURNAL
004931* PROOF LISTING, STARTING A NEW PAGE WHEN THE CURRENT ONE IS
004932* FULL.
004933*----------------------------------------------------------------
004934 5200-PRINT-PROOF-LINE.
004935     IF WS-GL-LINE-COUNT >= WS-LINES-PER-PAGE
004936         PERFORM 5300-START-PROOF-PAGE
004937             THRU 5300-EXIT
004938     END-IF.
004939     WRITE JOURNAL-PROOF-LINE FROM WS-PRINT-LINE
004940         AFTER ADVANCING 1 LINE.
004941     ADD 1 TO WS-GL-LINE-COUNT.
004942 5200-EXIT.
004943     EXIT.
004944*----------------------------------------------------------------
004945* 5300-START-PROOF-PAGE - ADVANCE THE PROOF LISTING TO A NEW
004946* PAGE AND PRINT ITS HEADINGS.
004947*----------------------------------------------------------------
004948 5300-START-PROOF-PAGE.
004949     ADD 1 TO WS-GL-PAGE-NUMBER.
004950     MOVE WS-GL-PAGE-NUMBER TO GH1-PAGE-NUMBER.
004951     IF WS-GL-PAGE-NUMBER = 1
004952         WRITE JOURNAL-PROOF-LINE FROM GLP-HEADING-1
004953             AFTER ADVANCING 1 LINE
004954     ELSE
004955         WRITE JOURNAL-PROOF-LINE FROM GLP-HEADING-1
004956             AFTER ADVANCING PAGE
004957     END-IF.
004958     WRITE JOURNAL-PROOF-LINE FROM GLP-HEADING-2
004959         AFTER ADVANCING 1 LINE.
004960     MOVE SPACES TO JOURNAL-PROOF-LINE.
004961     WRITE JOURNAL-PROOF-LINE
004962         AFTER ADVANCING 1 LINE.
004963     MOVE 3 TO WS-GL-LINE-COUNT.
004964 5300-EXIT.
004965     EXIT.
004966*----------------------------------------------------------------
004967* 5500-RECORD-POSTED-RUN - THE POST IS COMPLETE, SO REMEMBER THE
004968* DECLARED RUN ON THE POSTING CONTROL FILE - FROM NOW ON THE
004969* SAME DECLARED RUN COMING BACK IS A REPEAT AND IS REFUSED.
004970* WRITTEN ONLY AFTER A COMPLETE POST, SO A FAILED OR REFUSED
004971* RUN CAN BE RERUN.
004972*----------------------------------------------------------------
004973 5500-RECORD-POSTED-RUN.
004974     OPEN OUTPUT POSTING-CONTROL-FILE.
004975     MOVE RT-RUN-DATE       TO PC-RUN-DATE.
004976     MOVE RT-RECORDS-POSTED TO PC-RECORDS-POSTED.
004977     MOVE RT-GRAND-TOTAL    TO PC-GRAND-TOTAL.
004978     WRITE POSTING-CONTROL-RECORD.
004979     CLOSE POSTING-CONTROL-FILE.
004980 5500-EXIT.
004981     EXIT.
004982*----------------------------------------------------------------
004983* 5600-UPDATE-MONTH-CONTROL - ADD THE RUN'S DECLARED FIGURES
004984* INTO THE RUN MONTH'S CONTROL RECORD ON THE CHARGEBACK FILE
004985* (BLANK DEPARTMENT, ITEM ZERO). THE MONTHLY STATEMENT TIES ITS
004986* GRAND TOTAL TO THIS FIGURE, SO THE TOTAL ADDED IS THE RUN'S
004987* NET OF ITS REVERSALS. DONE ONLY AFTER A COMPLETE POST,
004988* ALONGSIDE THE POSTING CONTROL RECORD.
004989*----------------------------------------------------------------
004990 5600-UPDATE-MONTH-CONTROL.
004991     MOVE WS-RUN-MONTH TO DA-PERIOD-MONTH.
004992     MOVE SPACES       TO DA-DEPARTMENT.
004993     MOVE ZERO         TO DA-ITEM-CODE.
004994     MOVE "N" TO WS-DA-FOUND-SWITCH.
004995     READ DEPARTMENT-ACTIVITY-FILE
004996         INVALID KEY
004997             MOVE "N" TO WS-DA-FOUND-SWITCH
004998         NOT INVALID KEY
004999             SET DEPT-ACTIVITY-FOUND TO TRUE
005000     END-READ.
005001     IF NOT DEPT-ACTIVITY-FOUND
005002         MOVE ZERO TO DA-RUNS-POSTED
005003         MOVE ZERO TO DA-DECLARED-COUNT
005004         MOVE ZERO TO DA-DECLARED-TOTAL
005005     END-IF.
005006     ADD 1                 TO DA-RUNS-POSTED.
005007     ADD RT-RECORDS-POSTED TO DA-DECLARED-COUNT.
005008     ADD WS-NET-TOTAL      TO DA-DECLARED-TOTAL.
005009     MOVE RT-RUN-DATE      TO DA-LAST-RUN-DATE.
005010     IF DEPT-ACTIVITY-FOUND
005011         REWRITE DEPARTMENT-ACTIVITY-RECORD
005012     ELSE
005013         WRITE DEPARTMENT-ACTIVITY-RECORD
005014     END-IF.
005015 5600-EXIT.
005016     EXIT.
005017*----------------------------------------------------------------
005018* 5700-WRITE-GL-JOURNAL - WRITE THE PROVEN JOURNAL: AN ENTRY PER
005019* ACCOUNT, THE STORES OFFSET, AND THE CONTROL TRAILER. THE FILE
005020* IS WRITTEN WHOLE EACH POSTED RUN AND IS THE LEDGER'S FEED FOR
005021* THE POSTING DATE. A JOURNAL THAT WILL NOT OPEN, OR AN ENTRY
005022* THAT WILL NOT WRITE, FAILS THE RUN; A PART-WRITTEN JOURNAL IS
005023* EMPTIED SO THE LEDGER CANNOT TAKE IT IN SHORT. THE BUCKETS HAVE
005024* ALREADY MOVED, SO THE JOURNAL IS THEN REBUILT BY HAND FROM THE
005025* PROOF LISTING.
005026*----------------------------------------------------------------
005027 5700-WRITE-GL-JOURNAL.
005028     OPEN OUTPUT GL-JOURNAL-FILE.
005029     IF NOT JOURNAL-FILE-OK
005030         DISPLAY "ADD01PST: GL JOURNAL WILL NOT OPEN (STATUS "
005031             WS-JOURNAL-FILE-STATUS ") - NO JOURNAL WRITTEN"
005032         SET JOURNAL-WRITE-FAILED TO TRUE
005033         GO TO 5700-EXIT
005034     END-IF.
005035     MOVE ZERO TO WS-ACCT-SUB.
005036     PERFORM 5710-WRITE-ONE-ENTRY
005037         THRU 5710-EXIT
005038         UNTIL WS-ACCT-SUB >= WS-ACCOUNT-COUNT.
005039     IF WS-NET-TOTAL NOT = ZERO
005040         MOVE SPACES               TO GL-JOURNAL-RECORD
005041         SET GJ-JOURNAL-ENTRY      TO TRUE
005042         MOVE RT-RUN-DATE          TO GJ-POSTING-DATE
005043         MOVE WS-GL-OFFSET-ACCOUNT TO GJ-GL-ACCOUNT
005044         IF WS-NET-TOTAL > ZERO
005045             SET GJ-CREDIT         TO TRUE
005046         ELSE
005047             SET GJ-DEBIT          TO TRUE
005048         END-IF
005049         MOVE WS-NET-TOTAL         TO GJ-AMOUNT
005050         MOVE RT-RECORDS-POSTED    TO GJ-EXTENSION-COUNT
005051         MOVE "STORES ISSUES OFFSET" TO GJ-DESCRIPTION
005052         PERFORM 5720-WRITE-JOURNAL-RECORD
005053             THRU 5720-EXIT
005054     END-IF.
005055     MOVE SPACES             TO GL-JOURNAL-RECORD.
005056     SET GJ-CONTROL-TRAILER  TO TRUE.
005057     MOVE RT-RUN-DATE        TO GJ-POSTING-DATE.
005058     MOVE WS-GL-ENTRY-COUNT  TO GJ-TRL-ENTRY-COUNT.
005059     MOVE WS-GL-DEBIT-TOTAL  TO GJ-TRL-DEBIT-TOTAL.
005060     MOVE WS-GL-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
005061     PERFORM 5720-WRITE-JOURNAL-RECORD
005062         THRU 5720-EXIT.
005063     CLOSE GL-JOURNAL-FILE.
005064     IF JOURNAL-WRITE-FAILED
005065         OPEN OUTPUT GL-JOURNAL-FILE
005066         CLOSE GL-JOURNAL-FILE
005067     END-IF.
005068 5700-EXIT.
005069     EXIT.
005070*----------------------------------------------------------------
005071* 5710-WRITE-ONE-ENTRY - WRITE THE NEXT ACCOUNT'S ENTRY, DEBIT
005072* OR CREDIT AS IT NETS. AN ACCOUNT NETTING TO NOTHING IS SKIPPED.
005073*----------------------------------------------------------------
005074 5710-WRITE-ONE-ENTRY.
005075     ADD 1 TO WS-ACCT-SUB.
005076     IF WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) = ZERO
005077         GO TO 5710-EXIT
005078     END-IF.
005079     MOVE SPACES      TO GL-JOURNAL-RECORD.
005080     SET GJ-JOURNAL-ENTRY TO TRUE.
005081     MOVE RT-RUN-DATE TO GJ-POSTING-DATE.
005082     MOVE WS-ACCT-GL-ACCOUNT (WS-ACCT-SUB) TO GJ-GL-ACCOUNT.
005083     IF WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) > ZERO
005084         SET GJ-DEBIT TO TRUE
005085     ELSE
005086         SET GJ-CREDIT TO TRUE
005087     END-IF.
005088     MOVE WS-ACCT-NET-AMOUNT (WS-ACCT-SUB) TO GJ-AMOUNT.
005089     MOVE WS-ACCT-EXTENSIONS (WS-ACCT-SUB) TO GJ-EXTENSION-COUNT.
005090     MOVE "ITEM EXTENSIONS" TO GJ-DESCRIPTION.
005091     PERFORM 5720-WRITE-JOURNAL-RECORD
005092         THRU 5720-EXIT.
005093 5710-EXIT.
005094     EXIT.
005095*----------------------------------------------------------------
005096* 5720-WRITE-JOURNAL-RECORD - WRITE THE JOURNAL RECORD ON HAND.
005097* ONCE ONE WRITE HAS FAILED NOTHING MORE IS WRITTEN.
005098*----------------------------------------------------------------
005099 5720-WRITE-JOURNAL-RECORD.
005100     IF JOURNAL-WRITE-FAILED
005101         GO TO 5720-EXIT
005102     END-IF.
005103     WRITE GL-JOURNAL-RECORD.
005104     IF NOT JOURNAL-FILE-OK
005105         DISPLAY "ADD01PST: GL JOURNAL WRITE FAILED (STATUS "
005106             WS-JOURNAL-FILE-STATUS ") - NO JOURNAL WRITTEN"
005107         SET JOURNAL-WRITE-FAILED TO TRUE
005108     END-IF.
005109 5720-EXIT.
005110     EXIT.
005111*----------------------------------------------------------------
005112* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
005113* THE RETURN CODE: 0 POSTED CLEAN, 4 POSTED BUT THE SUMMARY WAS
005114* TRUNCATED, 8 NOTHING POSTED - OR POSTED, BUT THE GL JOURNAL OR
005115* A POSTED HISTORY UPDATE FAILED. THE RETURN CODE IS SET AFTER THE
005116* CALL - A CALLED PROGRAM'S COMPLETION PASSES ITS OWN (ZERO)
005117* RETURN-CODE BACK AND WOULD WIPE OUT A GRADE SET BEFOREHAND.
005118*----------------------------------------------------------------
005119 6000-END-RUN-CONTROL.
005120     MOVE "E"        TO RCP-FUNCTION.
005121     MOVE "ADD01PST" TO RCP-PROGRAM-ID.
005122     MOVE WS-OUT-COUNT    TO RCP-RECORDS-READ.
005123     MOVE WS-POSTED-COUNT TO RCP-RECORDS-WRITTEN.
005130     MOVE ZEROS           TO RCP-RECORDS-REJECTED.
005140     IF NOT RUN-IS-PROVEN
005142         OR JOURNAL-WRITE-FAILED
005144         OR WS-HISTORY-FAIL-COUNT > ZERO
005150         MOVE "F" TO RCP-FINAL-STATUS
005160     ELSE
005170         IF ITEM-TABLE-OVERFLOWED
005380 PROGRAM-DONE.
005390     CLOSE ADD01-OUT-FILE.
005400     CLOSE ITEM-ACTIVITY-FILE.
005405     CLOSE DEPARTMENT-ACTIVITY-FILE.
005410     CLOSE POSTING-PRINT-FILE.
005412     CLOSE JOURNAL-PROOF-FILE.
005414     IF ITEM-MASTER-IS-OPEN
005416         CLOSE ITEM-MASTER-FILE
005418     END-IF.
005419     IF HISTORY-IS-OPEN
005420         CLOSE POSTED-HISTORY-FILE
005421     END-IF.
005431     STOP RUN.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADD01CHK.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. THE COLLECTOR (ADD01COL)
000110*                   REFUSES A REPEATED TRANSMISSION BUT TAKES
000120*                   WHATEVER FEEDS ARE ON HAND WITHOUT ASKING
000130*                   WHETHER THEY ARE ALL THE FEEDS THAT SHOULD
000140*                   BE - A SENDER THAT SENT NOTHING LEFT A
000150*                   BALANCED NIGHT THAT WAS SHORT A WHOLE FEED.
000160*                   THIS CHECK RUNS AHEAD OF THE COLLECTOR. IT
000170*                   READS THE TRANSMISSION ID OFF EACH FEED ON
000180*                   HAND, LOGS ITS ARRIVAL ON THE REGISTER
000190*                   (ADD01XRG) THE FIRST TIME IT IS SEEN, AND
000200*                   COMPARES WHAT IS ON HAND AND ON THE REGISTER
000210*                   WITH THE FEED SCHEDULE (ADD01FSC) FOR
000220*                   TODAY. IT PRINTS EVERY SENDER'S STANDING -
000230*                   ON TIME, LATE, MISSING, NOT YET DUE,
000240*                   UNEXPECTED, REPEATED OR UNIDENTIFIED - AND
000250*                   ENDS WITH A RETURN CODE THE SCHEDULER HOLDS
000260*                   THE COLLECTOR ON: 8 WHEN A SCHEDULED FEED
000270*                   IS NOT ON HAND OR A FEED ON HAND WOULD BE
000280*                   REFUSED, 4 WHEN EVERYTHING EXPECTED IS THERE
000290*                   BUT SOMETHING CAME LATE OR UNASKED, 0 CLEAN.
000300*                   RUN IT AT EACH SENDER'S CUTOFF AS WELL AS
000310*                   BEFORE COLLECTION - THE ARRIVAL IT LOGS IS
000320*                   THE TIME IT FIRST SAW THE FILE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FEED1-FILE ASSIGN TO "ADD01FD1"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-FEED1-FILE-STATUS.
000400     SELECT FEED2-FILE ASSIGN TO "ADD01FD2"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-FEED2-FILE-STATUS.
000430     SELECT FEED3-FILE ASSIGN TO "ADD01FD3"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FEED3-FILE-STATUS.
000460     SELECT FEED-SCHEDULE-FILE ASSIGN TO "ADD01FSC"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS FS-SENDER
000500         FILE STATUS IS WS-SCHED-FILE-STATUS.
000510     SELECT ADD01-XMIT-REG-FILE ASSIGN TO "ADD01XRG"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS XRG-KEY
000550         FILE STATUS IS WS-XREG-FILE-STATUS.
000560     SELECT CHECK-PRINT-FILE ASSIGN TO "ADD01CKR"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------------
000610* THE THREE UPSTREAM FEEDS - ONLY THE FIRST RECORD, THE
000620* TRANSMISSION ID, IS READ. THE FILES ARE LEFT AS THEY ARE FOR
000630* THE COLLECTOR.
000640*----------------------------------------------------------------
000650 FD  FEED1-FILE
000660     RECORDING MODE IS F.
000670 01  FEED1-RECORD                PIC X(20).
000680 FD  FEED2-FILE
000690     RECORDING MODE IS F.
000700 01  FEED2-RECORD                PIC X(20).
000710 FD  FEED3-FILE
000720     RECORDING MODE IS F.
000730 01  FEED3-RECORD                PIC X(20).
000740*----------------------------------------------------------------
000750* THE FEED SCHEDULE - SEE ADD01FSC. READ ONLY HERE; ADD01SCH
000760* OWNS THE UPDATES.
000770*----------------------------------------------------------------
000780 FD  FEED-SCHEDULE-FILE.
000790 COPY ADD01FSC.
000800*----------------------------------------------------------------
000810* TRANSMISSION REGISTER - SEE ADD01XRG. A TRANSMISSION SEEN
000820* HERE FOR THE FIRST TIME IS WRITTEN MARKED ARRIVED.
000830*----------------------------------------------------------------
000840 FD  ADD01-XMIT-REG-FILE.
000850 COPY ADD01XRG.
000860*----------------------------------------------------------------
000870* THE FEED CHECK REPORT - 80-COLUMN PRINT LINES.
000880*----------------------------------------------------------------
000890 FD  CHECK-PRINT-FILE.
000900 01  CHECK-PRINT-LINE            PIC X(80).
000910 WORKING-STORAGE SECTION.
000920 01  ADD01CHK-SWITCHES.
000930     05  WS-FEED1-FILE-STATUS    PIC X(02) VALUE "00".
000940         88  FEED1-FILE-OK                  VALUE "00".
000950     05  WS-FEED2-FILE-STATUS    PIC X(02) VALUE "00".
000960         88  FEED2-FILE-OK                  VALUE "00".
000970     05  WS-FEED3-FILE-STATUS    PIC X(02) VALUE "00".
000980         88  FEED3-FILE-OK                  VALUE "00".
000990     05  WS-SCHED-FILE-STATUS    PIC X(02) VALUE "00".
001000         88  SCHED-FILE-OK                  VALUE "00".
001010         88  SCHED-FILE-NOT-FOUND           VALUE "23" "35".
001020     05  WS-XREG-FILE-STATUS     PIC X(02) VALUE "00".
001030         88  XREG-FILE-OK                   VALUE "00".
001040         88  XREG-FILE-NOT-FOUND            VALUE "23" "35".
001050     05  WS-SCHED-OPEN-SWITCH    PIC X(01) VALUE "N".
001060         88  SCHEDULE-IS-OPEN              VALUE "Y".
001070     05  WS-XREG-OPEN-SWITCH     PIC X(01) VALUE "N".
001080         88  REGISTER-IS-OPEN              VALUE "Y".
001090     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001100         88  CHECK-IS-REFUSED              VALUE "Y".
001110     05  WS-FEED-EMPTY-SWITCH    PIC X(01) VALUE "N".
001120         88  FEED-FILE-IS-EMPTY            VALUE "Y".
001130     05  WS-SCHED-EOF-SWITCH     PIC X(01) VALUE "N".
001140         88  SCHEDULE-END-OF-FILE          VALUE "Y".
001150     05  WS-SCHED-FOUND-SWITCH   PIC X(01) VALUE "N".
001160         88  SENDER-ON-SCHEDULE            VALUE "Y".
001170     05  WS-XREG-FOUND-SWITCH    PIC X(01) VALUE "N".
001180         88  XMIT-ON-REGISTER              VALUE "Y".
001190     05  WS-SEEN-MATCH-SWITCH    PIC X(01) VALUE "N".
001200         88  SENDER-ALREADY-SEEN           VALUE "Y".
001210 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
001220*----------------------------------------------------------------
001230* THE FEED RECORD ON HAND, PARSED IN THE SHARED TRANSACTION
001240* SHAPE - SEE ADD01TRN.
001250*----------------------------------------------------------------
001260 COPY ADD01TRN.
001270 01  ADD01CHK-RUN-FIELDS.
001280     05  WS-TODAYS-DATE          PIC 9(08) VALUE ZEROS.
001290     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZEROS.
001300     05  WS-CURRENT-HHMM         PIC 9(04) VALUE ZEROS.
001310     05  WS-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
001320     05  WS-CURRENT-FEED         PIC 9(01) VALUE ZERO.
001330     05  WS-ARRIVED-HHMM         PIC 9(04) VALUE ZEROS.
001340*----------------------------------------------------------------
001350* SENDERS WHOSE TRANSMISSION FOR TODAY IS ON HAND - THE
001360* SCHEDULE WALK DOES NOT REPORT THEM A SECOND TIME.
001370*----------------------------------------------------------------
001380 01  ADD01CHK-SEEN-TABLE.
001390     05  WS-SEEN-COUNT           PIC 9(1)  VALUE ZERO.
001400     05  WS-SEEN-SUB             PIC 9(1)  VALUE ZERO.
001410     05  WS-SEEN-SENDER          PIC X(03) OCCURS 3 TIMES.
001420 01  ADD01CHK-COUNTS.
001430     05  WS-FEEDS-EXAMINED       PIC 9(7)  COMP VALUE ZERO.
001440     05  WS-EXPECTED-COUNT       PIC 9(7)  COMP VALUE ZERO.
001450     05  WS-ON-TIME-COUNT        PIC 9(7)  COMP VALUE ZERO.
001460     05  WS-LATE-COUNT           PIC 9(7)  COMP VALUE ZERO.
001470     05  WS-MISSING-COUNT        PIC 9(7)  COMP VALUE ZERO.
001480     05  WS-NOT-DUE-COUNT        PIC 9(7)  COMP VALUE ZERO.
001490     05  WS-UNEXPECTED-COUNT     PIC 9(7)  COMP VALUE ZERO.
001500     05  WS-REFUSABLE-COUNT      PIC 9(7)  COMP VALUE ZERO.
001510     05  WS-HOLD-COUNT           PIC 9(7)  COMP VALUE ZERO.
001520     05  WS-WARN-COUNT           PIC 9(7)  COMP VALUE ZERO.
001530     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
001540     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
001550     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
001560 01  WS-EXPECTED-AUDIT-DISPLAY   PIC 9(02) VALUE ZEROS.
001570 01  WS-ON-TIME-AUDIT-DISPLAY    PIC 9(02) VALUE ZEROS.
001580 01  WS-HOLD-AUDIT-DISPLAY       PIC 9(02) VALUE ZEROS.
001590 01  WS-WARN-AUDIT-DISPLAY       PIC 9(02) VALUE ZEROS.
001600 01  CHK-HEADING-1.
001610     05  FILLER                  PIC X(25) VALUE
001620         "PRE-COLLECTION FEED CHECK".
001630     05  FILLER                  PIC X(06) VALUE " DATE ".
001640     05  CH1-RUN-DATE            PIC 9(08).
001650     05  FILLER                  PIC X(05) VALUE " DAY ".
001660     05  CH1-DAY-OF-WEEK         PIC 9(01).
001670     05  FILLER                  PIC X(06) VALUE " TIME ".
001680     05  CH1-RUN-TIME            PIC 9(04).
001690     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001700     05  CH1-PAGE-NUMBER         PIC ZZZ9.
001710     05  FILLER                  PIC X(14) VALUE SPACES.
001720 01  CHK-HEADING-2.
001730     05  FILLER                  PIC X(26) VALUE
001740         " SND  FD   XMIT-DTE SER.  ".
001750     05  FILLER                  PIC X(27) VALUE
001760         "ARRIVED  TIME  CUT.  STATUS".
001770     05  FILLER                  PIC X(27) VALUE SPACES.
001780 01  CHK-DETAIL-LINE.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  CKL-SENDER              PIC X(03).
001810     05  FILLER                  PIC X(03) VALUE SPACES.
001820     05  CKL-FEED-NUMBER         PIC X(01).
001830     05  FILLER                  PIC X(03) VALUE SPACES.
001840     05  CKL-CREATE-DATE         PIC X(08).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  CKL-SERIAL              PIC X(04).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  CKL-ARRIVED-DATE        PIC X(08).
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  CKL-ARRIVED-TIME        PIC X(04).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  CKL-CUTOFF              PIC X(04).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  CKL-STATUS              PIC X(30).
001950     05  FILLER                  PIC X(03) VALUE SPACES.
001960 01  CHK-TOTAL-LINE-1.
001970     05  FILLER                  PIC X(21) VALUE
001980         " EXPECTED TODAY      ".
001990     05  CTL-EXPECTED            PIC Z(5)9.
002000     05  FILLER                  PIC X(14) VALUE
002010         "   ON TIME    ".
002020     05  CTL-ON-TIME             PIC Z(5)9.
002030     05  FILLER                  PIC X(14) VALUE
002040         "   LATE       ".
002050     05  CTL-LATE                PIC Z(5)9.
002060     05  FILLER                  PIC X(13) VALUE SPACES.
002070 01  CHK-TOTAL-LINE-2.
002080     05  FILLER                  PIC X(21) VALUE
002090         " MISSING             ".
002100     05  CTL-MISSING             PIC Z(5)9.
002110     05  FILLER                  PIC X(14) VALUE
002120         "   NOT YET DUE".
002130     05  CTL-NOT-DUE             PIC Z(5)9.
002140     05  FILLER                  PIC X(14) VALUE
002150         "   UNEXPECTED ".
002160     05  CTL-UNEXPECTED          PIC Z(5)9.
002170     05  FILLER                  PIC X(13) VALUE SPACES.
002180 01  CHK-TOTAL-LINE-3.
002190     05  FILLER                  PIC X(21) VALUE
002200         " WOULD BE REFUSED    ".
002210     05  CTL-REFUSABLE           PIC Z(5)9.
002220     05  FILLER                  PIC X(53) VALUE SPACES.
002230 01  CHK-RESULT-LINE.
002240     05  FILLER                  PIC X(09) VALUE " RESULT: ".
002250     05  CRL-RESULT-TEXT         PIC X(45).
002260     05  FILLER                  PIC X(26) VALUE SPACES.
002270 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002280 COPY AUDITPRM.
002290 COPY RUNCTLP.
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------
002320* PROGRAM-BEGIN - MAINLINE. GRADE EVERY FEED ON HAND, THEN EVERY
002330* SENDER THE SCHEDULE EXPECTS TODAY THAT IS NOT ON HAND, PRINT
002340* THE TOTALS AND THE HOLD OR RELEASE, AND SET THE RETURN CODE.
002350* A REFUSED CHECK PRINTS WHY AND ENDS WITH RETURN-CODE 8 - NO
002360* CHECK MEANS NO RELEASE.
002370*----------------------------------------------------------------
002380 PROGRAM-BEGIN.
002390     PERFORM 1000-INITIALIZE
002400         THRU 1000-EXIT.
002410     IF CHECK-IS-REFUSED
002420         PERFORM 4500-PRINT-REFUSAL
002430             THRU 4500-EXIT
002440     ELSE
002450         PERFORM 2000-CHECK-FEEDS-ON-HAND
002460             THRU 2000-EXIT
002470         PERFORM 3000-CHECK-SCHEDULE
002480             THRU 3000-EXIT
002490         PERFORM 4000-PRINT-CHECK-TOTALS
002500             THRU 4000-EXIT
002510         PERFORM 5600-WRITE-AUDIT-RECORD
002520             THRU 5600-EXIT
002530     END-IF.
002540     PERFORM 6000-END-RUN-CONTROL
002550         THRU 6000-EXIT.
002560     GO TO PROGRAM-DONE.
002570*----------------------------------------------------------------
002580* 1000-INITIALIZE - REGISTER THE START OF THE RUN, TAKE THE DATE,
002590* TIME AND DAY OF THE WEEK (1 = MONDAY), AND OPEN THE SCHEDULE
002600* AND THE REGISTER. WITHOUT THE SCHEDULE THERE IS NOTHING TO
002610* CHECK AGAINST, AND WITHOUT THE REGISTER NO ARRIVAL CAN BE
002620* PROVED - EITHER WAY THE CHECK IS REFUSED.
002630*----------------------------------------------------------------
002640 1000-INITIALIZE.
002650     MOVE "S"        TO RCP-FUNCTION.
002660     MOVE "ADD01CHK" TO RCP-PROGRAM-ID.
002670     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
002680     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002690     ACCEPT WS-CURRENT-TIME FROM TIME.
002700     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
002710     DIVIDE WS-CURRENT-TIME BY 10000 GIVING WS-CURRENT-HHMM.
002720     MOVE WS-TODAYS-DATE  TO CH1-RUN-DATE.
002730     MOVE WS-DAY-OF-WEEK  TO CH1-DAY-OF-WEEK.
002740     MOVE WS-CURRENT-HHMM TO CH1-RUN-TIME.
002750     OPEN OUTPUT CHECK-PRINT-FILE.
002760     OPEN INPUT FEED-SCHEDULE-FILE.
002770     IF NOT SCHED-FILE-OK
002780         MOVE "NOT CHECKED - FEED SCHEDULE UNAVAILABLE"
002790             TO WS-REFUSAL-TEXT
002800         SET CHECK-IS-REFUSED TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF.
002830     SET SCHEDULE-IS-OPEN TO TRUE.
002840     OPEN I-O ADD01-XMIT-REG-FILE.
002850     IF XREG-FILE-NOT-FOUND
002860         OPEN OUTPUT ADD01-XMIT-REG-FILE
002870         CLOSE ADD01-XMIT-REG-FILE
002880         OPEN I-O ADD01-XMIT-REG-FILE
002890     END-IF.
002900     IF NOT XREG-FILE-OK
002910         MOVE "NOT CHECKED - TRANSMISSION REGISTER UNAVAILABLE"
002920             TO WS-REFUSAL-TEXT
002930         SET CHECK-IS-REFUSED TO TRUE
002940         GO TO 1000-EXIT
002950     END-IF.
002960     SET REGISTER-IS-OPEN TO TRUE.
002970 1000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 2000-CHECK-FEEDS-ON-HAND - TAKE THE FIRST RECORD OFF EACH FEED
003010* THAT IS ON HAND AND GRADE IT. A FEED NOT ON HAND IS NOT AN
003020* ERROR HERE - THE SCHEDULE WALK DECIDES WHETHER IT SHOULD HAVE
003030* BEEN.
003040*----------------------------------------------------------------
003050 2000-CHECK-FEEDS-ON-HAND.
003060     MOVE 1 TO WS-CURRENT-FEED.
003070     OPEN INPUT FEED1-FILE.
003080     IF FEED1-FILE-OK
003090         MOVE "N" TO WS-FEED-EMPTY-SWITCH
003100         READ FEED1-FILE
003110             AT END
003120                 SET FEED-FILE-IS-EMPTY TO TRUE
003130             NOT AT END
003140                 MOVE FEED1-RECORD TO ADD01-TRAN-RECORD
003150         END-READ
003160         PERFORM 2050-GRADE-AND-PRINT-FEED
003170             THRU 2050-EXIT
003180         CLOSE FEED1-FILE
003190     END-IF.
003200     MOVE 2 TO WS-CURRENT-FEED.
003210     OPEN INPUT FEED2-FILE.
003220     IF FEED2-FILE-OK
003230         MOVE "N" TO WS-FEED-EMPTY-SWITCH
003240         READ FEED2-FILE
003250             AT END
003260                 SET FEED-FILE-IS-EMPTY TO TRUE
003270             NOT AT END
003280                 MOVE FEED2-RECORD TO ADD01-TRAN-RECORD
003290         END-READ
003300         PERFORM 2050-GRADE-AND-PRINT-FEED
003310             THRU 2050-EXIT
003320         CLOSE FEED2-FILE
003330     END-IF.
003340     MOVE 3 TO WS-CURRENT-FEED.
003350     OPEN INPUT FEED3-FILE.
003360     IF FEED3-FILE-OK
003370         MOVE "N" TO WS-FEED-EMPTY-SWITCH
003380         READ FEED3-FILE
003390             AT END
003400                 SET FEED-FILE-IS-EMPTY TO TRUE
003410             NOT AT END
003420                 MOVE FEED3-RECORD TO ADD01-TRAN-RECORD
003430         END-READ
003440         PERFORM 2050-GRADE-AND-PRINT-FEED
003450             THRU 2050-EXIT
003460         CLOSE FEED3-FILE
003470     END-IF.
003480 2000-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 2050-GRADE-AND-PRINT-FEED - CLEAR THE REPORT LINE, GRADE THE
003520* FEED JUST OPENED AND PRINT WHAT WAS FOUND.
003530*----------------------------------------------------------------
003540 2050-GRADE-AND-PRINT-FEED.
003550     ADD 1 TO WS-FEEDS-EXAMINED.
003560     MOVE SPACES TO CKL-SENDER.
003570     MOVE WS-CURRENT-FEED TO CKL-FEED-NUMBER.
003580     MOVE SPACES TO CKL-CREATE-DATE.
003590     MOVE SPACES TO CKL-SERIAL.
003600     MOVE SPACES TO CKL-ARRIVED-DATE.
003610     MOVE SPACES TO CKL-ARRIVED-TIME.
003620     MOVE SPACES TO CKL-CUTOFF.
003630     MOVE SPACES TO CKL-STATUS.
003640     PERFORM 2100-EXAMINE-ONE-FEED
003650         THRU 2100-EXIT.
003660     MOVE CHK-DETAIL-LINE TO WS-PRINT-LINE.
003670     PERFORM 5000-PRINT-ONE-LINE
003680         THRU 5000-EXIT.
003690 2050-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* 2100-EXAMINE-ONE-FEED - THE FEED MUST OPEN WITH A READABLE
003730* TRANSMISSION ID, OR THE COLLECTOR WILL REFUSE THE NIGHT. A
003740* TRANSMISSION ALREADY COLLECTED IS A FILE LEFT IN PLACE AND
003750* WILL BE REFUSED TOO. OTHERWISE LOG ITS ARRIVAL AND GRADE IT
003760* AGAINST THE SENDER'S SCHEDULE: NOT ON THE SCHEDULE, NOT DUE
003770* TODAY OR DATED FOR ANOTHER DAY IS UNEXPECTED OR LATE; A
003780* TRANSMISSION FOR TODAY FIRST SEEN AFTER THE CUTOFF IS LATE.
003790*----------------------------------------------------------------
003800 2100-EXAMINE-ONE-FEED.
003810     IF FEED-FILE-IS-EMPTY
003820         MOVE "EMPTY FILE - NOTHING SENT" TO CKL-STATUS
003830         GO TO 2100-EXIT
003840     END-IF.
003850     IF NOT TI-XMIT-HEADER
003860         OR TI-XMIT-SENDER = SPACES
003870         OR TI-XMIT-CREATE-DATE NOT NUMERIC
003880         OR TI-XMIT-SERIAL NOT NUMERIC
003890         MOVE "UNIDENTIFIED - NO XMIT ID" TO CKL-STATUS
003900         ADD 1 TO WS-REFUSABLE-COUNT
003910         ADD 1 TO WS-HOLD-COUNT
003920         GO TO 2100-EXIT
003930     END-IF.
003940     MOVE TI-XMIT-SENDER      TO CKL-SENDER.
003950     MOVE TI-XMIT-CREATE-DATE TO CKL-CREATE-DATE.
003960     MOVE TI-XMIT-SERIAL      TO CKL-SERIAL.
003970     MOVE TI-XMIT-SENDER TO FS-SENDER.
003980     MOVE "N" TO WS-SCHED-FOUND-SWITCH.
003990     READ FEED-SCHEDULE-FILE
004000         INVALID KEY
004010             MOVE "N" TO WS-SCHED-FOUND-SWITCH
004020         NOT INVALID KEY
004030             SET SENDER-ON-SCHEDULE TO TRUE
004040             MOVE FS-CUTOFF-TIME TO CKL-CUTOFF
004050     END-READ.
004060     PERFORM 2150-LOG-ARRIVAL
004070         THRU 2150-EXIT.
004080     IF XMIT-ON-REGISTER AND XRG-COLLECTED
004090         MOVE "REPEAT - ALREADY COLLECTED" TO CKL-STATUS
004100         ADD 1 TO WS-REFUSABLE-COUNT
004110         ADD 1 TO WS-HOLD-COUNT
004120         GO TO 2100-EXIT
004130     END-IF.
004140     MOVE XRG-ARRIVED-DATE TO CKL-ARRIVED-DATE.
004150     DIVIDE XRG-ARRIVED-TIME BY 10000 GIVING WS-ARRIVED-HHMM.
004160     MOVE WS-ARRIVED-HHMM TO CKL-ARRIVED-TIME.
004170     IF NOT SENDER-ON-SCHEDULE
004180         MOVE "UNEXPECTED - NOT ON SCHEDULE" TO CKL-STATUS
004190         ADD 1 TO WS-UNEXPECTED-COUNT
004200         ADD 1 TO WS-WARN-COUNT
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF TI-XMIT-CREATE-DATE < WS-TODAYS-DATE
004240         MOVE "LATE - FOR AN EARLIER DAY" TO CKL-STATUS
004250         ADD 1 TO WS-LATE-COUNT
004260         ADD 1 TO WS-WARN-COUNT
004270         GO TO 2100-EXIT
004280     END-IF.
004290     IF TI-XMIT-CREATE-DATE > WS-TODAYS-DATE
004300         MOVE "UNEXPECTED - DATED AHEAD" TO CKL-STATUS
004310         ADD 1 TO WS-UNEXPECTED-COUNT
004320         ADD 1 TO WS-WARN-COUNT
004330         GO TO 2100-EXIT
004340     END-IF.
004350     IF NOT FS-EXPECTED-THAT-DAY (WS-DAY-OF-WEEK)
004360         MOVE "UNEXPECTED - NOT DUE TODAY" TO CKL-STATUS
004370         ADD 1 TO WS-UNEXPECTED-COUNT
004380         ADD 1 TO WS-WARN-COUNT
004390         GO TO 2100-EXIT
004400     END-IF.
004410     IF WS-SEEN-COUNT < 3
004420         ADD 1 TO WS-SEEN-COUNT
004430         MOVE TI-XMIT-SENDER TO WS-SEEN-SENDER (WS-SEEN-COUNT)
004440     END-IF.
004450     ADD 1 TO WS-EXPECTED-COUNT.
004460     IF XRG-ARRIVED-DATE > TI-XMIT-CREATE-DATE
004470         OR WS-ARRIVED-HHMM > FS-CUTOFF-TIME
004480         MOVE "LATE - ARRIVED AFTER CUTOFF" TO CKL-STATUS
004490         ADD 1 TO WS-LATE-COUNT
004500         ADD 1 TO WS-WARN-COUNT
004510     ELSE
004520         MOVE "ON TIME" TO CKL-STATUS
004530         ADD 1 TO WS-ON-TIME-COUNT
004540     END-IF.
004550 2100-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 2150-LOG-ARRIVAL - LOOK THE TRANSMISSION UP ON THE REGISTER.
004590* ONE NOT THERE IS BEING SEEN FOR THE FIRST TIME: WRITE IT
004600* MARKED ARRIVED, STAMPED WITH NOW. ONE ALREADY THERE KEEPS THE
004610* STAMP IT WAS FIRST SEEN WITH.
004620*----------------------------------------------------------------
004630 2150-LOG-ARRIVAL.
004640     MOVE TI-XMIT-SENDER      TO XRG-SENDER.
004650     MOVE TI-XMIT-CREATE-DATE TO XRG-CREATE-DATE.
004660     MOVE TI-XMIT-SERIAL      TO XRG-SERIAL.
004670     MOVE "N" TO WS-XREG-FOUND-SWITCH.
004680     READ ADD01-XMIT-REG-FILE
004690         INVALID KEY
004700             MOVE "N" TO WS-XREG-FOUND-SWITCH
004710         NOT INVALID KEY
004720             SET XMIT-ON-REGISTER TO TRUE
004730     END-READ.
004740     IF XMIT-ON-REGISTER
004750         GO TO 2150-EXIT
004760     END-IF.
004770     MOVE TI-XMIT-SENDER      TO XRG-SENDER.
004780     MOVE TI-XMIT-CREATE-DATE TO XRG-CREATE-DATE.
004790     MOVE TI-XMIT-SERIAL      TO XRG-SERIAL.
004800     MOVE ZEROS               TO XRG-TAKEN-DATE.
004810     MOVE ZEROS               TO XRG-TAKEN-TIME.
004820     MOVE WS-CURRENT-FEED     TO XRG-FEED-NUMBER.
004830     MOVE "A"                 TO XRG-ENTRY-STATUS.
004840     MOVE WS-TODAYS-DATE      TO XRG-ARRIVED-DATE.
004850     MOVE WS-CURRENT-TIME     TO XRG-ARRIVED-TIME.
004860     WRITE ADD01-XMIT-REG-RECORD.
004870 2150-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900* 3000-CHECK-SCHEDULE - WALK THE SCHEDULE IN SENDER ORDER AND
004910* ACCOUNT FOR EVERY SENDER EXPECTED TODAY WHOSE TRANSMISSION WAS
004920* NOT AMONG THE FEEDS ON HAND.
004930*----------------------------------------------------------------
004940 3000-CHECK-SCHEDULE.
004950     MOVE LOW-VALUES TO FS-SENDER.
004960     START FEED-SCHEDULE-FILE KEY >= FS-SENDER
004970         INVALID KEY
004980             SET SCHEDULE-END-OF-FILE TO TRUE
004990     END-START.
005000     IF NOT SCHEDULE-END-OF-FILE
005010         PERFORM 3050-READ-SCHEDULE-RECORD
005020             THRU 3050-EXIT
005030     END-IF.
005040     PERFORM 3100-CHECK-ONE-SENDER
005050         THRU 3100-EXIT
005060         UNTIL SCHEDULE-END-OF-FILE.
005070 3000-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 3050-READ-SCHEDULE-RECORD - READ THE NEXT SENDER IN SENDER
005110* ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS
005120* EXHAUSTED.
005130*----------------------------------------------------------------
005140 3050-READ-SCHEDULE-RECORD.
005150     READ FEED-SCHEDULE-FILE NEXT RECORD
005160         AT END
005170             SET SCHEDULE-END-OF-FILE TO TRUE
005180     END-READ.
005190 3050-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 3100-CHECK-ONE-SENDER - A SENDER DUE TODAY AND NOT ON HAND IS
005230* EITHER ALREADY ON THE REGISTER FOR TODAY (TAKEN IN BY AN
005240* EARLIER COLLECTION), MISSING (THE CUTOFF HAS PASSED) OR NOT YET
005250* DUE. A COLLECTION RUN NOW WOULD BE SHORT ITS FEED IN BOTH OF
005260* THE LAST TWO CASES, SO BOTH HOLD THE COLLECTOR.
005270*----------------------------------------------------------------
005280 3100-CHECK-ONE-SENDER.
005290     PERFORM 3110-GRADE-ONE-SENDER
005300         THRU 3110-EXIT.
005310     PERFORM 3050-READ-SCHEDULE-RECORD
005320         THRU 3050-EXIT.
005330 3100-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 3110-GRADE-ONE-SENDER - GRADE AND PRINT THE SCHEDULED SENDER IF
005370* IT IS DUE TODAY AND ITS FEED WAS NOT ALREADY GRADED ON HAND.
005380*----------------------------------------------------------------
005390 3110-GRADE-ONE-SENDER.
005400     IF NOT FS-EXPECTED-THAT-DAY (WS-DAY-OF-WEEK)
005410         GO TO 3110-EXIT
005420     END-IF.
005430     MOVE "N" TO WS-SEEN-MATCH-SWITCH.
005440     MOVE ZERO TO WS-SEEN-SUB.
005450     PERFORM 3150-MATCH-ONE-SEEN
005460         THRU 3150-EXIT
005470         UNTIL WS-SEEN-SUB >= WS-SEEN-COUNT
005480         OR SENDER-ALREADY-SEEN.
005490     IF SENDER-ALREADY-SEEN
005500         GO TO 3110-EXIT
005510     END-IF.
005520     ADD 1 TO WS-EXPECTED-COUNT.
005530     PERFORM 3200-LOOK-ON-REGISTER
005540         THRU 3200-EXIT.
005550     MOVE FS-SENDER      TO CKL-SENDER.
005560     MOVE SPACES         TO CKL-FEED-NUMBER.
005570     MOVE SPACES         TO CKL-CREATE-DATE.
005580     MOVE SPACES         TO CKL-SERIAL.
005590     MOVE SPACES         TO CKL-ARRIVED-DATE.
005600     MOVE SPACES         TO CKL-ARRIVED-TIME.
005610     MOVE FS-CUTOFF-TIME TO CKL-CUTOFF.
005620     IF XMIT-ON-REGISTER
005630         MOVE XRG-CREATE-DATE TO CKL-CREATE-DATE
005640         MOVE XRG-SERIAL      TO CKL-SERIAL
005650         MOVE "ALREADY COLLECTED TODAY" TO CKL-STATUS
005660         ADD 1 TO WS-ON-TIME-COUNT
005670     ELSE
005680         IF WS-CURRENT-HHMM > FS-CUTOFF-TIME
005690             MOVE "MISSING - NOTHING BY CUTOFF" TO CKL-STATUS
005700             ADD 1 TO WS-MISSING-COUNT
005710             ADD 1 TO WS-HOLD-COUNT
005720         ELSE
005730             MOVE "NOT YET DUE - NOT ON HAND" TO CKL-STATUS
005740             ADD 1 TO WS-NOT-DUE-COUNT
005750             ADD 1 TO WS-HOLD-COUNT
005760         END-IF
005770     END-IF.
005780     MOVE CHK-DETAIL-LINE TO WS-PRINT-LINE.
005790     PERFORM 5000-PRINT-ONE-LINE
005800         THRU 5000-EXIT.
005810 3110-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840* 3150-MATCH-ONE-SEEN - COMPARE THE SCHEDULED SENDER WITH THE NEXT
005850* SENDER WHOSE FEED FOR TODAY WAS ALREADY GRADED.
005860*----------------------------------------------------------------
005870 3150-MATCH-ONE-SEEN.
005880     ADD 1 TO WS-SEEN-SUB.
005890     IF WS-SEEN-SENDER (WS-SEEN-SUB) = FS-SENDER
005900         SET SENDER-ALREADY-SEEN TO TRUE
005910     END-IF.
005920 3150-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 3200-LOOK-ON-REGISTER - IS THERE A COLLECTED TRANSMISSION FROM
005960* THE SENDER DATED TODAY? THE REGISTER IS KEYED SENDER, DATE,
005970* SERIAL, SO THE FIRST ENTRY AT OR AFTER SENDER/TODAY/0000
005980* ANSWERS IT.
005990*----------------------------------------------------------------
006000 3200-LOOK-ON-REGISTER.
006010     MOVE "N" TO WS-XREG-FOUND-SWITCH.
006020     MOVE FS-SENDER      TO XRG-SENDER.
006030     MOVE WS-TODAYS-DATE TO XRG-CREATE-DATE.
006040     MOVE ZEROS          TO XRG-SERIAL.
006050     START ADD01-XMIT-REG-FILE KEY >= XRG-KEY
006060         INVALID KEY
006070             GO TO 3200-EXIT
006080     END-START.
006090     READ ADD01-XMIT-REG-FILE NEXT RECORD
006100         AT END
006110             GO TO 3200-EXIT
006120     END-READ.
006130     IF XRG-SENDER = FS-SENDER
006140         AND XRG-CREATE-DATE = WS-TODAYS-DATE
006150         AND XRG-COLLECTED
006160         SET XMIT-ON-REGISTER TO TRUE
006170     END-IF.
006180 3200-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 4000-PRINT-CHECK-TOTALS - THE COUNTS, THEN THE VERDICT THE
006220* RETURN CODE CARRIES: HOLD THE COLLECTOR, RELEASE IT WITH A
006230* WARNING, OR RELEASE IT CLEAN.
006240*----------------------------------------------------------------
006250 4000-PRINT-CHECK-TOTALS.
006260     IF WS-FEEDS-EXAMINED = ZERO AND WS-EXPECTED-COUNT = ZERO
006270         MOVE " NO FEED ON HAND AND NO SENDER DUE TODAY"
006280             TO WS-PRINT-LINE
006290         PERFORM 5000-PRINT-ONE-LINE
006300             THRU 5000-EXIT
006310     END-IF.
006320     MOVE SPACES TO WS-PRINT-LINE.
006330     PERFORM 5000-PRINT-ONE-LINE
006340         THRU 5000-EXIT.
006350     MOVE WS-EXPECTED-COUNT   TO CTL-EXPECTED.
006360     MOVE WS-ON-TIME-COUNT    TO CTL-ON-TIME.
006370     MOVE WS-LATE-COUNT       TO CTL-LATE.
006380     MOVE CHK-TOTAL-LINE-1    TO WS-PRINT-LINE.
006390     PERFORM 5000-PRINT-ONE-LINE
006400         THRU 5000-EXIT.
006410     MOVE WS-MISSING-COUNT    TO CTL-MISSING.
006420     MOVE WS-NOT-DUE-COUNT    TO CTL-NOT-DUE.
006430     MOVE WS-UNEXPECTED-COUNT TO CTL-UNEXPECTED.
006440     MOVE CHK-TOTAL-LINE-2    TO WS-PRINT-LINE.
006450     PERFORM 5000-PRINT-ONE-LINE
006460         THRU 5000-EXIT.
006470     MOVE WS-REFUSABLE-COUNT  TO CTL-REFUSABLE.
006480     MOVE CHK-TOTAL-LINE-3    TO WS-PRINT-LINE.
006490     PERFORM 5000-PRINT-ONE-LINE
006500         THRU 5000-EXIT.
006510     MOVE SPACES TO WS-PRINT-LINE.
006520     PERFORM 5000-PRINT-ONE-LINE
006530         THRU 5000-EXIT.
006540     IF WS-HOLD-COUNT > ZERO
006550         MOVE "HOLD ADD01COL - FEED MISSING OR UNUSABLE"
006560             TO CRL-RESULT-TEXT
006570     ELSE
006580         IF WS-WARN-COUNT > ZERO
006590             MOVE "RELEASE ADD01COL - LATE/UNEXPECTED ABOVE"
006600                 TO CRL-RESULT-TEXT
006610         ELSE
006620             MOVE "ALL FEEDS DUE ARE ON HAND - RELEASE ADD01COL"
006630                 TO CRL-RESULT-TEXT
006640         END-IF
006650     END-IF.
006660     MOVE CHK-RESULT-LINE TO WS-PRINT-LINE.
006670     PERFORM 5000-PRINT-ONE-LINE
006680         THRU 5000-EXIT.
006690     DISPLAY "ADD01CHK: " CRL-RESULT-TEXT.
006700 4000-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 4500-PRINT-REFUSAL - THE CHECK COULD NOT BE MADE. SAY WHY ON
006740* THE CONSOLE AND ON THE REPORT.
006750*----------------------------------------------------------------
006760 4500-PRINT-REFUSAL.
006770     DISPLAY "ADD01CHK: " WS-REFUSAL-TEXT.
006780     MOVE WS-REFUSAL-TEXT TO CRL-RESULT-TEXT.
006790     MOVE CHK-RESULT-LINE TO WS-PRINT-LINE.
006800     PERFORM 5000-PRINT-ONE-LINE
006810         THRU 5000-EXIT.
006820 4500-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
006860* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
006870*----------------------------------------------------------------
006880 5000-PRINT-ONE-LINE.
006890     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006900         PERFORM 5100-START-NEW-PAGE
006910             THRU 5100-EXIT
006920     END-IF.
006930     WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
006940         AFTER ADVANCING 1 LINE.
006950     ADD 1 TO WS-LINE-COUNT.
006960 5000-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
007000* PAGE AND COLUMN HEADINGS.
007010*----------------------------------------------------------------
007020 5100-START-NEW-PAGE.
007030     ADD 1 TO WS-PAGE-NUMBER.
007040     MOVE WS-PAGE-NUMBER TO CH1-PAGE-NUMBER.
007050     IF WS-PAGE-NUMBER = 1
007060         WRITE CHECK-PRINT-LINE FROM CHK-HEADING-1
007070             AFTER ADVANCING 1 LINE
007080     ELSE
007090         WRITE CHECK-PRINT-LINE FROM CHK-HEADING-1
007100             AFTER ADVANCING PAGE
007110     END-IF.
007120     WRITE CHECK-PRINT-LINE FROM CHK-HEADING-2
007130         AFTER ADVANCING 1 LINE.
007140     MOVE SPACES TO CHECK-PRINT-LINE.
007150     WRITE CHECK-PRINT-LINE
007160         AFTER ADVANCING 1 LINE.
007170     MOVE 3 TO WS-LINE-COUNT.
007180 5100-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
007220* APPEND A LINE RECORDING THE CHECK AND ITS VERDICT.
007230*----------------------------------------------------------------
007240 5600-WRITE-AUDIT-RECORD.
007250     MOVE "ADD01CHK" TO ALP-PROGRAM-ID.
007260     STRING "DATE=" WS-TODAYS-DATE " DAY=" WS-DAY-OF-WEEK
007270         " TIME=" WS-CURRENT-HHMM
007280         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
007290     MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-AUDIT-DISPLAY.
007300     MOVE WS-ON-TIME-COUNT  TO WS-ON-TIME-AUDIT-DISPLAY.
007310     MOVE WS-HOLD-COUNT     TO WS-HOLD-AUDIT-DISPLAY.
007320     MOVE WS-WARN-COUNT     TO WS-WARN-AUDIT-DISPLAY.
007330     STRING "DUE=" WS-EXPECTED-AUDIT-DISPLAY
007340         " OK=" WS-ON-TIME-AUDIT-DISPLAY
007350         " HOLD=" WS-HOLD-AUDIT-DISPLAY
007360         " WARN=" WS-WARN-AUDIT-DISPLAY
007370         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
007380     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007390 5600-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------
007420* 6000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END AND SET
007430* THE RETURN CODE THE SCHEDULER HOLDS ADD01COL ON: 8 HOLD (OR
007440* NO CHECK COULD BE MADE), 4 RELEASE WITH A WARNING, 0 CLEAN.
007450* THE RETURN CODE IS SET AFTER THE CALL - A CALLED PROGRAM'S
007460* COMPLETION PASSES ITS OWN (ZERO) RETURN-CODE BACK AND WOULD
007470* WIPE OUT A GRADE SET BEFOREHAND.
007480*----------------------------------------------------------------
007490 6000-END-RUN-CONTROL.
007500     MOVE "E"        TO RCP-FUNCTION.
007510     MOVE "ADD01CHK" TO RCP-PROGRAM-ID.
007520     MOVE WS-FEEDS-EXAMINED TO RCP-RECORDS-READ.
007530     MOVE WS-ON-TIME-COUNT  TO RCP-RECORDS-WRITTEN.
007540     COMPUTE RCP-RECORDS-REJECTED = WS-HOLD-COUNT + WS-WARN-COUNT.
007550     IF CHECK-IS-REFUSED OR WS-HOLD-COUNT > ZERO
007560         MOVE "F" TO RCP-FINAL-STATUS
007570     ELSE
007580         IF WS-WARN-COUNT > ZERO
007590             MOVE "E" TO RCP-FINAL-STATUS
007600         ELSE
007610             MOVE "C" TO RCP-FINAL-STATUS
007620         END-IF
007630     END-IF.
007640     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
007650     IF RCP-STATUS-FAILED
007660         MOVE 8 TO RETURN-CODE
007670     ELSE
007680         IF RCP-STATUS-EXCEPTIONS
007690             MOVE 4 TO RETURN-CODE
007700         ELSE
007710             MOVE 0 TO RETURN-CODE
007720         END-IF
007730     END-IF.
007740 6000-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. A REFUSED
007780* CHECK MAY HAVE STOPPED BEFORE THEY WERE OPENED.
007790*----------------------------------------------------------------
007800 PROGRAM-DONE.
007810     IF SCHEDULE-IS-OPEN
007820         CLOSE FEED-SCHEDULE-FILE
007830     END-IF.
007840     IF REGISTER-IS-OPEN
007850         CLOSE ADD01-XMIT-REG-FILE
007860     END-IF.
007870     CLOSE CHECK-PRINT-FILE.
007880     STOP RUN.

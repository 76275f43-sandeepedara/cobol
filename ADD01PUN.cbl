000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADD01PUN.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. WEEKLY SENDER PUNCTUALITY
000110*                   REPORT. TAKES A WEEK-ENDING DATE (BLANK =
000120*                   TODAY) AND, FOR EVERY SENDER ON THE FEED
000130*                   SCHEDULE (ADD01FSC), GRADES THE SEVEN DAYS
000140*                   ENDING THAT DATE OFF THE TRANSMISSION
000150*                   REGISTER (ADD01XRG): EACH DAY THE SENDER WAS
000160*                   EXPECTED IS ON TIME, LATE OR MISSING BY THE
000170*                   ARRIVAL STAMP THE PRE-COLLECTION CHECK
000180*                   (ADD01CHK) LOGGED AGAINST THE SENDER'S
000190*                   CUTOFF; A TRANSMISSION WITH NO ARRIVAL STAMP
000200*                   IS COUNTED RECEIVED BUT UNTIMED, AND ONE ON
000210*                   A DAY NOT EXPECTED IS COUNTED EXTRA. THE
000220*                   EXCEPTIONS ARE LISTED UNDER EACH SENDER
000230*                   AHEAD OF ITS TOTAL LINE. A WEEK WITH ANY
000232*                   LATE OR MISSING FEED ENDS WITH RETURN-CODE 4.
000234* 2026-10-15  RJM   A TRANSMISSION STAMPED BEFORE ITS CREATE DATE
000236*                   IS ON TIME; THE CUTOFF IS ONLY TESTED ON THE
000240*                   CREATE DATE ITSELF.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT FEED-SCHEDULE-FILE ASSIGN TO "ADD01FSC"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS FS-SENDER
000330         FILE STATUS IS WS-SCHED-FILE-STATUS.
000340     SELECT ADD01-XMIT-REG-FILE ASSIGN TO "ADD01XRG"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS XRG-KEY
000380         FILE STATUS IS WS-XREG-FILE-STATUS.
000390     SELECT PUNCTUALITY-PRINT-FILE ASSIGN TO "ADD01PUR"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------------
000440* THE FEED SCHEDULE - SEE ADD01FSC. WALKED IN SENDER ORDER.
000450*----------------------------------------------------------------
000460 FD  FEED-SCHEDULE-FILE.
000470 COPY ADD01FSC.
000480*----------------------------------------------------------------
000490* TRANSMISSION REGISTER - SEE ADD01XRG. KEYED SENDER, CREATE
000500* DATE, SERIAL, SO ONE SENDER'S DAY IS A SINGLE RUN OF KEYS.
000510*----------------------------------------------------------------
000520 FD  ADD01-XMIT-REG-FILE.
000530 COPY ADD01XRG.
000540*----------------------------------------------------------------
000550* THE PUNCTUALITY REPORT - 80-COLUMN PRINT LINES.
000560*----------------------------------------------------------------
000570 FD  PUNCTUALITY-PRINT-FILE.
000580 01  PUNCTUALITY-PRINT-LINE      PIC X(80).
000590 WORKING-STORAGE SECTION.
000600 01  ADD01PUN-SWITCHES.
000610     05  WS-SCHED-FILE-STATUS    PIC X(02) VALUE "00".
000620         88  SCHED-FILE-OK                  VALUE "00".
000630     05  WS-XREG-FILE-STATUS     PIC X(02) VALUE "00".
000640         88  XREG-FILE-OK                   VALUE "00".
000650     05  WS-SCHED-OPEN-SWITCH    PIC X(01) VALUE "N".
000660         88  SCHEDULE-IS-OPEN              VALUE "Y".
000670     05  WS-XREG-OPEN-SWITCH     PIC X(01) VALUE "N".
000680         88  REGISTER-IS-OPEN              VALUE "Y".
000690     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
000700         88  REPORT-IS-REFUSED             VALUE "Y".
000710     05  WS-SCHED-EOF-SWITCH     PIC X(01) VALUE "N".
000720         88  SCHEDULE-END-OF-FILE          VALUE "Y".
000730     05  WS-XREG-EOF-SWITCH      PIC X(01) VALUE "N".
000740         88  REGISTER-END-OF-DAY           VALUE "Y".
000750     05  WS-DAY-EXPECTED-SWITCH  PIC X(01) VALUE "N".
000760         88  SENDER-EXPECTED-THAT-DAY      VALUE "Y".
000770     05  WS-DAY-RECEIVED-SWITCH  PIC X(01) VALUE "N".
000780         88  DAY-ALREADY-RECEIVED          VALUE "Y".
000790 01  WS-REFUSAL-TEXT             PIC X(45) VALUE SPACES.
000800 01  ADD01PUN-RUN-FIELDS.
000810     05  WS-TODAYS-DATE          PIC 9(08) VALUE ZEROS.
000820     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZEROS.
000830     05  WS-CURRENT-HHMM         PIC 9(04) VALUE ZEROS.
000840     05  WS-ARRIVED-HHMM         PIC 9(04) VALUE ZEROS.
000850     05  WS-WEEK-ENDING-ENTRY    PIC X(08) VALUE SPACES.
000860     05  WS-WEEK-ENDING REDEFINES WS-WEEK-ENDING-ENTRY
000870                                 PIC 9(08).
000880*----------------------------------------------------------------
000890* DATE ARITHMETIC. THE WORK DATE IS STEPPED BACK ONE DAY AT A
000900* TIME FROM THE WEEK-ENDING DATE TO BUILD THE WEEK; THE DAY OF
000910* THE WEEK OF THE ENDING DATE COMES FROM ZELLER'S CONGRUENCE.
000920*----------------------------------------------------------------
000930 01  WS-WORK-DATE                PIC 9(08) VALUE ZEROS.
000940 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
000950     05  WS-WORK-YYYY            PIC 9(04).
000960     05  WS-WORK-MM              PIC 9(02).
000970     05  WS-WORK-DD              PIC 9(02).
000980 01  WS-WORK-DAY-OF-WEEK         PIC 9(01) VALUE ZERO.
000990 01  WS-MONTH-DAYS               PIC 9(02) VALUE ZEROS.
001000 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
001010     "312831303130313130313031".
001020 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001030     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001040 01  ADD01PUN-DATE-WORK.
001050     05  WS-LEAP-QUOTIENT        PIC 9(5)  COMP VALUE ZERO.
001060     05  WS-LEAP-REM-4           PIC 9(5)  COMP VALUE ZERO.
001070     05  WS-LEAP-REM-100         PIC 9(5)  COMP VALUE ZERO.
001080     05  WS-LEAP-REM-400         PIC 9(5)  COMP VALUE ZERO.
001090     05  WS-ZELLER-MONTH         PIC 9(5)  COMP VALUE ZERO.
001100     05  WS-ZELLER-YEAR          PIC 9(5)  COMP VALUE ZERO.
001110     05  WS-ZELLER-CENTURY       PIC 9(5)  COMP VALUE ZERO.
001120     05  WS-ZELLER-YEAR-OF-CENT  PIC 9(5)  COMP VALUE ZERO.
001130     05  WS-ZELLER-TERM-1        PIC 9(5)  COMP VALUE ZERO.
001140     05  WS-ZELLER-TERM-2        PIC 9(5)  COMP VALUE ZERO.
001150     05  WS-ZELLER-TERM-3        PIC 9(5)  COMP VALUE ZERO.
001160     05  WS-ZELLER-SUM           PIC 9(5)  COMP VALUE ZERO.
001170     05  WS-ZELLER-QUOTIENT      PIC 9(5)  COMP VALUE ZERO.
001180     05  WS-ZELLER-DAY           PIC 9(5)  COMP VALUE ZERO.
001190*----------------------------------------------------------------
001200* THE SEVEN DAYS OF THE WEEK BEING GRADED, OLDEST FIRST, EACH
001210* WITH ITS DAY OF THE WEEK (1 = MONDAY).
001220*----------------------------------------------------------------
001230 01  ADD01PUN-WEEK-TABLE.
001240     05  WS-DAY-SUB              PIC 9(1)  VALUE ZERO.
001250     05  WS-WEEK-DAY             OCCURS 7 TIMES.
001260         10  WK-DATE             PIC 9(08).
001270         10  WK-DAY-OF-WEEK      PIC 9(01).
001280 01  WS-DAY-NAME-VALUES          PIC X(21) VALUE
001290     "MONTUEWEDTHUFRISATSUN".
001300 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001310     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
001320 01  ADD01PUN-SENDER-COUNTS.
001330     05  WS-SND-EXPECTED         PIC 9(7)  COMP VALUE ZERO.
001340     05  WS-SND-RECEIVED         PIC 9(7)  COMP VALUE ZERO.
001350     05  WS-SND-ON-TIME          PIC 9(7)  COMP VALUE ZERO.
001360     05  WS-SND-LATE             PIC 9(7)  COMP VALUE ZERO.
001370     05  WS-SND-MISSING          PIC 9(7)  COMP VALUE ZERO.
001380     05  WS-SND-UNTIMED          PIC 9(7)  COMP VALUE ZERO.
001390     05  WS-SND-EXTRA            PIC 9(7)  COMP VALUE ZERO.
001400 01  ADD01PUN-TOTAL-COUNTS.
001410     05  WS-TOT-EXPECTED         PIC 9(7)  COMP VALUE ZERO.
001420     05  WS-TOT-RECEIVED         PIC 9(7)  COMP VALUE ZERO.
001430     05  WS-TOT-ON-TIME          PIC 9(7)  COMP VALUE ZERO.
001440     05  WS-TOT-LATE             PIC 9(7)  COMP VALUE ZERO.
001450     05  WS-TOT-MISSING          PIC 9(7)  COMP VALUE ZERO.
001460     05  WS-TOT-UNTIMED          PIC 9(7)  COMP VALUE ZERO.
001470     05  WS-TOT-EXTRA            PIC 9(7)  COMP VALUE ZERO.
001480 01  ADD01PUN-COUNTS.
001490     05  WS-SENDER-COUNT         PIC 9(7)  COMP VALUE ZERO.
001500     05  WS-XMITS-READ           PIC 9(7)  COMP VALUE ZERO.
001510     05  WS-ON-TIME-PERCENT      PIC 9(3)  COMP VALUE ZERO.
001520     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
001530     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
001540     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
001550 01  WS-EXPECTED-AUDIT-DISPLAY   PIC 9(04) VALUE ZEROS.
001560 01  WS-ON-TIME-AUDIT-DISPLAY    PIC 9(04) VALUE ZEROS.
001570 01  WS-LATE-AUDIT-DISPLAY       PIC 9(04) VALUE ZEROS.
001580 01  WS-MISSING-AUDIT-DISPLAY    PIC 9(04) VALUE ZEROS.
001590 01  PUN-HEADING-1.
001600     05  FILLER                  PIC X(27) VALUE
001610         "SENDER PUNCTUALITY - WEEK  ".
001620     05  PH1-WEEK-START          PIC 9(08).
001630     05  FILLER                  PIC X(04) VALUE " TO ".
001640     05  PH1-WEEK-ENDING         PIC 9(08).
001650     05  FILLER                  PIC X(06) VALUE "  RUN ".
001660     05  PH1-RUN-DATE            PIC 9(08).
001670     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001680     05  PH1-PAGE-NUMBER         PIC ZZZ9.
001690     05  FILLER                  PIC X(08) VALUE SPACES.
001700 01  PUN-HEADING-2.
001710     05  FILLER                  PIC X(25) VALUE
001720         " SND NAME                ".
001730     05  FILLER                  PIC X(40) VALUE
001740         "  DUE RCVD ONTM LATE MISS UNTM XTRA PCT%".
001750     05  FILLER                  PIC X(15) VALUE SPACES.
001760 01  PUN-HEADING-3.
001770     05  FILLER                  PIC X(29) VALUE
001780         "      XMIT-DTE DAY  SER.  ARR".
001790     05  FILLER                  PIC X(29) VALUE
001800         "IVED  TIME  CUT.  EXCEPTION  ".
001810     05  FILLER                  PIC X(22) VALUE SPACES.
001820 01  PUN-DETAIL-LINE.
001830     05  FILLER                  PIC X(06) VALUE SPACES.
001840     05  PDL-DATE                PIC 9(08).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  PDL-DAY-NAME            PIC X(03).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  PDL-SERIAL              PIC X(04).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  PDL-ARRIVED-DATE        PIC X(08).
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  PDL-ARRIVED-TIME        PIC X(04).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  PDL-CUTOFF              PIC 9(04).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  PDL-EXCEPTION           PIC X(30).
001970     05  FILLER                  PIC X(03) VALUE SPACES.
001980 01  PUN-SENDER-LINE.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  PSL-SENDER              PIC X(03).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  PSL-SENDER-NAME         PIC X(20).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  PSL-EXPECTED            PIC ZZ9.
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  PSL-RECEIVED            PIC ZZ9.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  PSL-ON-TIME             PIC ZZ9.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  PSL-LATE                PIC ZZ9.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  PSL-MISSING             PIC ZZ9.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  PSL-UNTIMED             PIC ZZ9.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  PSL-EXTRA               PIC ZZ9.
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  PSL-PERCENT             PIC ZZ9.
002190     05  FILLER                  PIC X(15) VALUE SPACES.
002200 01  PUN-RESULT-LINE.
002210     05  FILLER                  PIC X(09) VALUE " RESULT: ".
002220     05  PRL-RESULT-TEXT         PIC X(45).
002230     05  FILLER                  PIC X(26) VALUE SPACES.
002240 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002250 COPY AUDITPRM.
002260 COPY RUNCTLP.
002270 PROCEDURE DIVISION.
002280*----------------------------------------------------------------
002290* PROGRAM-BEGIN - MAINLINE. BUILD THE WEEK, GRADE EVERY SENDER ON
002300* THE SCHEDULE ACROSS IT, PRINT THE GRAND TOTALS AND SET THE
002310* RETURN CODE. A REFUSED REPORT PRINTS WHY AND ENDS WITH
002320* RETURN-CODE 8.
002330*----------------------------------------------------------------
002340 PROGRAM-BEGIN.
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-EXIT.
002370     IF REPORT-IS-REFUSED
002380         PERFORM 4500-PRINT-REFUSAL
002390             THRU 4500-EXIT
002400     ELSE
002410         PERFORM 2000-GRADE-ONE-SENDER
002420             THRU 2000-EXIT
002430             UNTIL SCHEDULE-END-OF-FILE
002440         PERFORM 4000-PRINT-REPORT-TOTALS
002450             THRU 4000-EXIT
002460         PERFORM 5600-WRITE-AUDIT-RECORD
002470             THRU 5600-EXIT
002480     END-IF.
002490     PERFORM 6000-END-RUN-CONTROL
002500         THRU 6000-EXIT.
002510     GO TO PROGRAM-DONE.
002520*----------------------------------------------------------------
002530* 1000-INITIALIZE - REGISTER THE START OF THE RUN, TAKE AND EDIT
002540* THE WEEK-ENDING DATE, BUILD THE WEEK, OPEN THE SCHEDULE AND
002550* THE REGISTER AND POSITION THE SCHEDULE AT ITS FIRST SENDER.
002560*----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     MOVE "S"        TO RCP-FUNCTION.
002590     MOVE "ADD01PUN" TO RCP-PROGRAM-ID.
002600     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
002610     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002620     ACCEPT WS-CURRENT-TIME FROM TIME.
002630     DIVIDE WS-CURRENT-TIME BY 10000 GIVING WS-CURRENT-HHMM.
002640     DISPLAY "ADD01PUN - WEEKLY SENDER PUNCTUALITY REPORT".
002650     DISPLAY "WEEK ENDING (YYYYMMDD, BLANK=TODAY): ".
002660     ACCEPT WS-WEEK-ENDING-ENTRY.
002670     IF WS-WEEK-ENDING-ENTRY = SPACES
002680         OR WS-WEEK-ENDING-ENTRY = LOW-VALUES
002690         MOVE WS-TODAYS-DATE TO WS-WEEK-ENDING
002700     END-IF.
002710     MOVE WS-TODAYS-DATE TO PH1-RUN-DATE.
002720     OPEN OUTPUT PUNCTUALITY-PRINT-FILE.
002730     PERFORM 1050-EDIT-WEEK-ENDING
002740         THRU 1050-EXIT.
002750     IF REPORT-IS-REFUSED
002760         GO TO 1000-EXIT
002770     END-IF.
002780     PERFORM 1100-BUILD-WEEK-TABLE
002790         THRU 1100-EXIT.
002800     MOVE WK-DATE (1) TO PH1-WEEK-START.
002810     MOVE WK-DATE (7) TO PH1-WEEK-ENDING.
002820     OPEN INPUT FEED-SCHEDULE-FILE.
002830     IF NOT SCHED-FILE-OK
002840         MOVE "NOT PRINTED - FEED SCHEDULE UNAVAILABLE"
002850             TO WS-REFUSAL-TEXT
002860         SET REPORT-IS-REFUSED TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF.
002890     SET SCHEDULE-IS-OPEN TO TRUE.
002900     OPEN INPUT ADD01-XMIT-REG-FILE.
002910     IF NOT XREG-FILE-OK
002920         MOVE "NOT PRINTED - TRANSMISSION REGISTER UNAVAILABLE"
002930             TO WS-REFUSAL-TEXT
002940         SET REPORT-IS-REFUSED TO TRUE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     SET REGISTER-IS-OPEN TO TRUE.
002980     MOVE LOW-VALUES TO FS-SENDER.
002990     START FEED-SCHEDULE-FILE KEY >= FS-SENDER
003000         INVALID KEY
003010             SET SCHEDULE-END-OF-FILE TO TRUE
003020     END-START.
003030     IF NOT SCHEDULE-END-OF-FILE
003040         PERFORM 1900-READ-SCHEDULE-RECORD
003050             THRU 1900-EXIT
003060     END-IF.
003070 1000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 1050-EDIT-WEEK-ENDING - THE WEEK-ENDING DATE MUST BE A REAL
003110* YYYYMMDD.
003120*----------------------------------------------------------------
003130 1050-EDIT-WEEK-ENDING.
003140     IF WS-WEEK-ENDING NOT NUMERIC
003150         MOVE "NOT PRINTED - WEEK ENDING IS NOT A VALID DATE"
003160             TO WS-REFUSAL-TEXT
003170         SET REPORT-IS-REFUSED TO TRUE
003180         GO TO 1050-EXIT
003190     END-IF.
003200     MOVE WS-WEEK-ENDING TO WS-WORK-DATE.
003210     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
003220         MOVE "NOT PRINTED - WEEK ENDING IS NOT A VALID DATE"
003230             TO WS-REFUSAL-TEXT
003240         SET REPORT-IS-REFUSED TO TRUE
003250         GO TO 1050-EXIT
003260     END-IF.
003270     PERFORM 1300-SET-MONTH-DAYS
003280         THRU 1300-EXIT.
003290     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-DAYS
003300         MOVE "NOT PRINTED - WEEK ENDING IS NOT A VALID DATE"
003310             TO WS-REFUSAL-TEXT
003320         SET REPORT-IS-REFUSED TO TRUE
003330     END-IF.
003340 1050-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* 1100-BUILD-WEEK-TABLE - THE WEEK-ENDING DATE FILLS THE LAST
003380* ENTRY; EACH EARLIER ENTRY IS ONE DAY BEFORE THE NEXT.
003390*----------------------------------------------------------------
003400 1100-BUILD-WEEK-TABLE.
003410     MOVE WS-WEEK-ENDING TO WS-WORK-DATE.
003420     PERFORM 1200-COMPUTE-DAY-OF-WEEK
003430         THRU 1200-EXIT.
003440     MOVE 7 TO WS-DAY-SUB.
003450     PERFORM 1150-FILL-ONE-DAY
003460         THRU 1150-EXIT
003470         UNTIL WS-DAY-SUB = ZERO.
003480 1100-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 1150-FILL-ONE-DAY - FILE THE WORK DATE IN THE CURRENT ENTRY AND
003520* STEP THE DATE AND ITS DAY OF THE WEEK BACK ONE DAY.
003530*----------------------------------------------------------------
003540 1150-FILL-ONE-DAY.
003550     MOVE WS-WORK-DATE        TO WK-DATE (WS-DAY-SUB).
003560     MOVE WS-WORK-DAY-OF-WEEK TO WK-DAY-OF-WEEK (WS-DAY-SUB).
003570     IF WS-WORK-DD > 1
003580         SUBTRACT 1 FROM WS-WORK-DD
003590     ELSE
003600         IF WS-WORK-MM = 1
003610             MOVE 12 TO WS-WORK-MM
003620             SUBTRACT 1 FROM WS-WORK-YYYY
003630         ELSE
003640             SUBTRACT 1 FROM WS-WORK-MM
003650         END-IF
003660         PERFORM 1300-SET-MONTH-DAYS
003670             THRU 1300-EXIT
003680         MOVE WS-MONTH-DAYS TO WS-WORK-DD
003690     END-IF.
003700     IF WS-WORK-DAY-OF-WEEK = 1
003710         MOVE 7 TO WS-WORK-DAY-OF-WEEK
003720     ELSE
003730         SUBTRACT 1 FROM WS-WORK-DAY-OF-WEEK
003740     END-IF.
003750     SUBTRACT 1 FROM WS-DAY-SUB.
003760 1150-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790* 1200-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE WORK
003800* DATE. JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
003810* YEAR BEFORE. THE CONGRUENCE GIVES 0 FOR SATURDAY; IT IS
003820* TURNED ROUND TO 1 FOR MONDAY THROUGH 7 FOR SUNDAY.
003830*----------------------------------------------------------------
003840 1200-COMPUTE-DAY-OF-WEEK.
003850     MOVE WS-WORK-MM   TO WS-ZELLER-MONTH.
003860     MOVE WS-WORK-YYYY TO WS-ZELLER-YEAR.
003870     IF WS-ZELLER-MONTH < 3
003880         ADD 12 TO WS-ZELLER-MONTH
003890         SUBTRACT 1 FROM WS-ZELLER-YEAR
003900     END-IF.
003910     DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-CENTURY
003920         REMAINDER WS-ZELLER-YEAR-OF-CENT.
003930     COMPUTE WS-ZELLER-TERM-1 = (13 * (WS-ZELLER-MONTH + 1)) / 5.
003940     DIVIDE WS-ZELLER-YEAR-OF-CENT BY 4 GIVING WS-ZELLER-TERM-2.
003950     DIVIDE WS-ZELLER-CENTURY BY 4 GIVING WS-ZELLER-TERM-3.
003960     COMPUTE WS-ZELLER-SUM = WS-WORK-DD + WS-ZELLER-TERM-1
003970         + WS-ZELLER-YEAR-OF-CENT + WS-ZELLER-TERM-2
003980         + WS-ZELLER-TERM-3 + (5 * WS-ZELLER-CENTURY).
003990     DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-QUOTIENT
004000         REMAINDER WS-ZELLER-DAY.
004010     ADD 5 TO WS-ZELLER-DAY.
004020     DIVIDE WS-ZELLER-DAY BY 7 GIVING WS-ZELLER-QUOTIENT
004030         REMAINDER WS-ZELLER-DAY.
004040     ADD 1 TO WS-ZELLER-DAY GIVING WS-WORK-DAY-OF-WEEK.
004050 1200-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 1300-SET-MONTH-DAYS - THE NUMBER OF DAYS IN THE WORK DATE'S
004090* MONTH. FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A
004100* CENTURY YEAR NOT DIVISIBLE BY 400.
004110*----------------------------------------------------------------
004120 1300-SET-MONTH-DAYS.
004130     MOVE WS-DAYS-IN-MONTH (WS-WORK-MM) TO WS-MONTH-DAYS.
004140     IF WS-WORK-MM NOT = 2
004150         GO TO 1300-EXIT
004160     END-IF.
004170     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
004180         REMAINDER WS-LEAP-REM-4.
004190     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
004200         REMAINDER WS-LEAP-REM-100.
004210     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
004220         REMAINDER WS-LEAP-REM-400.
004230     IF (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
004240         OR WS-LEAP-REM-400 = ZERO
004250         MOVE 29 TO WS-MONTH-DAYS
004260     END-IF.
004270 1300-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 1900-READ-SCHEDULE-RECORD - READ THE NEXT SENDER IN SENDER
004310* ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS
004320* EXHAUSTED.
004330*----------------------------------------------------------------
004340 1900-READ-SCHEDULE-RECORD.
004350     READ FEED-SCHEDULE-FILE NEXT RECORD
004360         AT END
004370             SET SCHEDULE-END-OF-FILE TO TRUE
004380     END-READ.
004390 1900-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 2000-GRADE-ONE-SENDER - GRADE THE SENDER ON HAND ACROSS THE
004430* SEVEN DAYS, PRINT ITS TOTAL LINE UNDER ITS EXCEPTIONS, ADD IT
004440* INTO THE GRAND TOTALS AND MOVE ON TO THE NEXT SENDER.
004450*----------------------------------------------------------------
004460 2000-GRADE-ONE-SENDER.
004470     ADD 1 TO WS-SENDER-COUNT.
004480     INITIALIZE ADD01PUN-SENDER-COUNTS.
004490     MOVE 1 TO WS-DAY-SUB.
004500     PERFORM 2100-GRADE-ONE-DAY
004510         THRU 2100-EXIT
004520         UNTIL WS-DAY-SUB > 7.
004530     MOVE FS-SENDER      TO PSL-SENDER.
004540     MOVE FS-SENDER-NAME TO PSL-SENDER-NAME.
004550     MOVE WS-SND-EXPECTED TO PSL-EXPECTED.
004560     MOVE WS-SND-RECEIVED TO PSL-RECEIVED.
004570     MOVE WS-SND-ON-TIME  TO PSL-ON-TIME.
004580     MOVE WS-SND-LATE     TO PSL-LATE.
004590     MOVE WS-SND-MISSING  TO PSL-MISSING.
004600     MOVE WS-SND-UNTIMED  TO PSL-UNTIMED.
004610     MOVE WS-SND-EXTRA    TO PSL-EXTRA.
004620     MOVE ZERO TO WS-ON-TIME-PERCENT.
004630     IF WS-SND-EXPECTED > ZERO
004640         COMPUTE WS-ON-TIME-PERCENT ROUNDED =
004650             (WS-SND-ON-TIME * 100) / WS-SND-EXPECTED
004660     END-IF.
004670     MOVE WS-ON-TIME-PERCENT TO PSL-PERCENT.
004680     MOVE PUN-SENDER-LINE TO WS-PRINT-LINE.
004690     PERFORM 5000-PRINT-ONE-LINE
004700         THRU 5000-EXIT.
004710     MOVE SPACES TO WS-PRINT-LINE.
004720     PERFORM 5000-PRINT-ONE-LINE
004730         THRU 5000-EXIT.
004740     ADD WS-SND-EXPECTED TO WS-TOT-EXPECTED.
004750     ADD WS-SND-RECEIVED TO WS-TOT-RECEIVED.
004760     ADD WS-SND-ON-TIME  TO WS-TOT-ON-TIME.
004770     ADD WS-SND-LATE     TO WS-TOT-LATE.
004780     ADD WS-SND-MISSING  TO WS-TOT-MISSING.
004790     ADD WS-SND-UNTIMED  TO WS-TOT-UNTIMED.
004800     ADD WS-SND-EXTRA    TO WS-TOT-EXTRA.
004810     PERFORM 1900-READ-SCHEDULE-RECORD
004820         THRU 1900-EXIT.
004830 2000-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 2100-GRADE-ONE-DAY - TAKE EVERY TRANSMISSION THE SENDER DATED
004870* THE DAY, THEN, IF THE DAY WAS EXPECTED AND NOTHING CAME, CALL
004880* IT MISSING. A DAY STILL AHEAD - AFTER TODAY, OR TODAY BEFORE
004890* THE CUTOFF WITH NOTHING YET - IS NOT GRADED.
004900*----------------------------------------------------------------
004910 2100-GRADE-ONE-DAY.
004920     MOVE "N" TO WS-DAY-EXPECTED-SWITCH.
004930     MOVE "N" TO WS-DAY-RECEIVED-SWITCH.
004940     IF FS-EXPECTED-THAT-DAY (WK-DAY-OF-WEEK (WS-DAY-SUB))
004950         SET SENDER-EXPECTED-THAT-DAY TO TRUE
004960     END-IF.
004970     PERFORM 2200-POSITION-REGISTER
004980         THRU 2200-EXIT.
004990     PERFORM 2300-TAKE-ONE-XMIT
005000         THRU 2300-EXIT
005010         UNTIL REGISTER-END-OF-DAY.
005020     IF SENDER-EXPECTED-THAT-DAY AND NOT DAY-ALREADY-RECEIVED
005030         IF WK-DATE (WS-DAY-SUB) < WS-TODAYS-DATE
005040             OR (WK-DATE (WS-DAY-SUB) = WS-TODAYS-DATE
005050                 AND WS-CURRENT-HHMM > FS-CUTOFF-TIME)
005060             ADD 1 TO WS-SND-EXPECTED
005070             ADD 1 TO WS-SND-MISSING
005080             PERFORM 2400-CLEAR-DETAIL-LINE
005090                 THRU 2400-EXIT
005100             MOVE "MISSING - NOTHING RECEIVED"
005110                 TO PDL-EXCEPTION
005120             MOVE PUN-DETAIL-LINE TO WS-PRINT-LINE
005130             PERFORM 5000-PRINT-ONE-LINE
005140                 THRU 5000-EXIT
005150         END-IF
005160     END-IF.
005170     ADD 1 TO WS-DAY-SUB.
005180 2100-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210* 2200-POSITION-REGISTER - START THE REGISTER AT THE SENDER'S
005220* FIRST POSSIBLE KEY FOR THE DAY AND READ THE FIRST ENTRY THERE.
005230*----------------------------------------------------------------
005240 2200-POSITION-REGISTER.
005250     MOVE "N" TO WS-XREG-EOF-SWITCH.
005260     MOVE FS-SENDER            TO XRG-SENDER.
005270     MOVE WK-DATE (WS-DAY-SUB) TO XRG-CREATE-DATE.
005280     MOVE ZEROS                TO XRG-SERIAL.
005290     START ADD01-XMIT-REG-FILE KEY >= XRG-KEY
005300         INVALID KEY
005310             SET REGISTER-END-OF-DAY TO TRUE
005320             GO TO 2200-EXIT
005330     END-START.
005340     PERFORM 2250-READ-REGISTER-RECORD
005350         THRU 2250-EXIT.
005360 2200-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 2250-READ-REGISTER-RECORD - READ THE NEXT REGISTER ENTRY. THE
005400* DAY ENDS AT THE END OF THE FILE OR AT THE FIRST ENTRY FOR
005410* ANOTHER SENDER OR ANOTHER DATE.
005420*----------------------------------------------------------------
005430 2250-READ-REGISTER-RECORD.
005440     READ ADD01-XMIT-REG-FILE NEXT RECORD
005450         AT END
005460             SET REGISTER-END-OF-DAY TO TRUE
005470             GO TO 2250-EXIT
005480     END-READ.
005490     IF XRG-SENDER NOT = FS-SENDER
005500         OR XRG-CREATE-DATE NOT = WK-DATE (WS-DAY-SUB)
005510         SET REGISTER-END-OF-DAY TO TRUE
005520     END-IF.
005530 2250-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* 2300-TAKE-ONE-XMIT - GRADE ONE TRANSMISSION FOR THE DAY. THE
005570* FIRST ON A DAY EXPECTED IS ON TIME, LATE OR UNTIMED BY ITS
005580* ARRIVAL STAMP; ANY OTHER IS EXTRA. IT IS LATE IF IT ARRIVED
005583* AFTER ITS CREATE DATE, OR ON IT AFTER THE CUTOFF; ONE THAT
005586* ARRIVED EARLIER IS ON TIME. ONLY EXCEPTIONS PRINT.
005590*----------------------------------------------------------------
005600 2300-TAKE-ONE-XMIT.
005610     ADD 1 TO WS-XMITS-READ.
005620     PERFORM 2400-CLEAR-DETAIL-LINE
005630         THRU 2400-EXIT.
005640     MOVE XRG-SERIAL TO PDL-SERIAL.
005650     IF XRG-ARRIVED-DATE NOT = ZERO
005660         MOVE XRG-ARRIVED-DATE TO PDL-ARRIVED-DATE
005670         DIVIDE XRG-ARRIVED-TIME BY 10000 GIVING WS-ARRIVED-HHMM
005680         MOVE WS-ARRIVED-HHMM TO PDL-ARRIVED-TIME
005690     END-IF.
005700     IF NOT SENDER-EXPECTED-THAT-DAY OR DAY-ALREADY-RECEIVED
005710         ADD 1 TO WS-SND-EXTRA
005720         MOVE "EXTRA - NOT EXPECTED" TO PDL-EXCEPTION
005730     ELSE
005740         SET DAY-ALREADY-RECEIVED TO TRUE
005750         ADD 1 TO WS-SND-EXPECTED
005760         ADD 1 TO WS-SND-RECEIVED
005770         IF XRG-ARRIVED-DATE = ZERO
005780             ADD 1 TO WS-SND-UNTIMED
005790             MOVE "UNTIMED - NO ARRIVAL STAMP" TO PDL-EXCEPTION
005800         ELSE
005810             IF XRG-ARRIVED-DATE > XRG-CREATE-DATE
005820                 OR (XRG-ARRIVED-DATE = XRG-CREATE-DATE
005825                     AND WS-ARRIVED-HHMM > FS-CUTOFF-TIME)
005830                 ADD 1 TO WS-SND-LATE
005840                 MOVE "LATE - ARRIVED AFTER CUTOFF"
005850                     TO PDL-EXCEPTION
005860             ELSE
005870                 ADD 1 TO WS-SND-ON-TIME
005880             END-IF
005890         END-IF
005900     END-IF.
005910     IF PDL-EXCEPTION NOT = SPACES
005920         MOVE PUN-DETAIL-LINE TO WS-PRINT-LINE
005930         PERFORM 5000-PRINT-ONE-LINE
005940             THRU 5000-EXIT
005950     END-IF.
005960     PERFORM 2250-READ-REGISTER-RECORD
005970         THRU 2250-EXIT.
005980 2300-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010* 2400-CLEAR-DETAIL-LINE - SET UP AN EXCEPTION LINE FOR THE DAY
006020* ON HAND WITH NOTHING YET AGAINST IT.
006030*----------------------------------------------------------------
006040 2400-CLEAR-DETAIL-LINE.
006050     MOVE WK-DATE (WS-DAY-SUB) TO PDL-DATE.
006060     MOVE WS-DAY-NAME (WK-DAY-OF-WEEK (WS-DAY-SUB))
006070         TO PDL-DAY-NAME.
006080     MOVE FS-CUTOFF-TIME TO PDL-CUTOFF.
006090     MOVE SPACES TO PDL-SERIAL.
006100     MOVE SPACES TO PDL-ARRIVED-DATE.
006110     MOVE SPACES TO PDL-ARRIVED-TIME.
006120     MOVE SPACES TO PDL-EXCEPTION.
006130 2400-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160* 4000-PRINT-REPORT-TOTALS - THE GRAND TOTAL LINE ACROSS EVERY
006170* SENDER, THEN THE RESULT.
006180*----------------------------------------------------------------
006190 4000-PRINT-REPORT-TOTALS.
006200     IF WS-SENDER-COUNT = ZERO
006210         MOVE " NO SENDERS ON THE FEED SCHEDULE" TO WS-PRINT-LINE
006220         PERFORM 5000-PRINT-ONE-LINE
006230             THRU 5000-EXIT
006240     END-IF.
006250     MOVE "ALL"         TO PSL-SENDER.
006260     MOVE "ALL SENDERS" TO PSL-SENDER-NAME.
006270     MOVE WS-TOT-EXPECTED TO PSL-EXPECTED.
006280     MOVE WS-TOT-RECEIVED TO PSL-RECEIVED.
006290     MOVE WS-TOT-ON-TIME  TO PSL-ON-TIME.
006300     MOVE WS-TOT-LATE     TO PSL-LATE.
006310     MOVE WS-TOT-MISSING  TO PSL-MISSING.
006320     MOVE WS-TOT-UNTIMED  TO PSL-UNTIMED.
006330     MOVE WS-TOT-EXTRA    TO PSL-EXTRA.
006340     MOVE ZERO TO WS-ON-TIME-PERCENT.
006350     IF WS-TOT-EXPECTED > ZERO
006360         COMPUTE WS-ON-TIME-PERCENT ROUNDED =
006370             (WS-TOT-ON-TIME * 100) / WS-TOT-EXPECTED
006380     END-IF.
006390     MOVE WS-ON-TIME-PERCENT TO PSL-PERCENT.
006400     MOVE PUN-SENDER-LINE TO WS-PRINT-LINE.
006410     PERFORM 5000-PRINT-ONE-LINE
006420         THRU 5000-EXIT.
006430     MOVE SPACES TO WS-PRINT-LINE.
006440     PERFORM 5000-PRINT-ONE-LINE
006450         THRU 5000-EXIT.
006460     IF WS-TOT-LATE > ZERO OR WS-TOT-MISSING > ZERO
006470         MOVE "LATE OR MISSING FEEDS IN THE WEEK"
006480             TO PRL-RESULT-TEXT
006490     ELSE
006500         MOVE "EVERY FEED DUE IN THE WEEK CAME ON TIME"
006510             TO PRL-RESULT-TEXT
006520     END-IF.
006530     MOVE PUN-RESULT-LINE TO WS-PRINT-LINE.
006540     PERFORM 5000-PRINT-ONE-LINE
006550         THRU 5000-EXIT.
006560 4000-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* 4500-PRINT-REFUSAL - THE REPORT COULD NOT BE PRODUCED. SAY WHY
006600* ON THE CONSOLE AND ON THE REPORT.
006610*----------------------------------------------------------------
006620 4500-PRINT-REFUSAL.
006630     DISPLAY "ADD01PUN: " WS-REFUSAL-TEXT.
006640     MOVE WS-REFUSAL-TEXT TO PRL-RESULT-TEXT.
006650     MOVE PUN-RESULT-LINE TO WS-PRINT-LINE.
006660     PERFORM 5000-PRINT-ONE-LINE
006670         THRU 5000-EXIT.
006680 4500-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW
006720* PAGE WITH ITS HEADINGS WHENEVER THE CURRENT PAGE IS FULL.
006730*----------------------------------------------------------------
006740 5000-PRINT-ONE-LINE.
006750     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006760         PERFORM 5100-START-NEW-PAGE
006770             THRU 5100-EXIT
006780     END-IF.
006790     WRITE PUNCTUALITY-PRINT-LINE FROM WS-PRINT-LINE
006800         AFTER ADVANCING 1 LINE.
006810     ADD 1 TO WS-LINE-COUNT.
006820 5000-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* 5100-START-NEW-PAGE - ADVANCE TO A NEW PAGE AND PRINT THE
006860* PAGE AND COLUMN HEADINGS.
006870*----------------------------------------------------------------
006880 5100-START-NEW-PAGE.
006890     ADD 1 TO WS-PAGE-NUMBER.
006900     MOVE WS-PAGE-NUMBER TO PH1-PAGE-NUMBER.
006910     IF WS-PAGE-NUMBER = 1
006920         WRITE PUNCTUALITY-PRINT-LINE FROM PUN-HEADING-1
006930             AFTER ADVANCING 1 LINE
006940     ELSE
006950         WRITE PUNCTUALITY-PRINT-LINE FROM PUN-HEADING-1
006960             AFTER ADVANCING PAGE
006970     END-IF.
006980     WRITE PUNCTUALITY-PRINT-LINE FROM PUN-HEADING-2
006990         AFTER ADVANCING 1 LINE.
007000     WRITE PUNCTUALITY-PRINT-LINE FROM PUN-HEADING-3
007010         AFTER ADVANCING 1 LINE.
007020     MOVE SPACES TO PUNCTUALITY-PRINT-LINE.
007030     WRITE PUNCTUALITY-PRINT-LINE
007040         AFTER ADVANCING 1 LINE.
007050     MOVE 4 TO WS-LINE-COUNT.
007060 5100-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 5600-WRITE-AUDIT-RECORD - CALL THE SHARED AUDITLOG UTILITY TO
007100* APPEND A LINE RECORDING THE WEEK REPORTED AND ITS TOTALS.
007110*----------------------------------------------------------------
007120 5600-WRITE-AUDIT-RECORD.
007130     MOVE "ADD01PUN" TO ALP-PROGRAM-ID.
007140     STRING "WEEK-ENDING=" WS-WEEK-ENDING
007150         DELIMITED BY SIZE INTO ALP-INPUT-FIELDS.
007160     MOVE WS-TOT-EXPECTED TO WS-EXPECTED-AUDIT-DISPLAY.
007170     MOVE WS-TOT-ON-TIME  TO WS-ON-TIME-AUDIT-DISPLAY.
007180     MOVE WS-TOT-LATE     TO WS-LATE-AUDIT-DISPLAY.
007190     MOVE WS-TOT-MISSING  TO WS-MISSING-AUDIT-DISPLAY.
007200     STRING "DUE=" WS-EXPECTED-AUDIT-DISPLAY
007210         " ONTIME=" WS-ON-TIME-AUDIT-DISPLAY
007220         " LATE=" WS-LATE-AUDIT-DISPLAY
007230         " MISS=" WS-MISSING-AUDIT-DISPLAY
007240         DELIMITED BY SIZE INTO ALP-OUTPUT-FIELDS.
007250     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007260 5600-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290* 6000-END-RUN-CONTROL - GRADE THE RUN AND REGISTER ITS END: 8
007300* WHEN THE REPORT WAS REFUSED, 4 WHEN THE WEEK HAD A LATE OR
007310* MISSING FEED, 0 OTHERWISE. THE RETURN CODE IS SET AFTER THE
007320* CALL - A CALLED PROGRAM'S COMPLETION PASSES ITS OWN (ZERO)
007330* RETURN-CODE BACK AND WOULD WIPE OUT A GRADE SET BEFOREHAND.
007340*----------------------------------------------------------------
007350 6000-END-RUN-CONTROL.
007360     MOVE "E"        TO RCP-FUNCTION.
007370     MOVE "ADD01PUN" TO RCP-PROGRAM-ID.
007380     MOVE WS-XMITS-READ  TO RCP-RECORDS-READ.
007390     MOVE WS-TOT-ON-TIME TO RCP-RECORDS-WRITTEN.
007400     COMPUTE RCP-RECORDS-REJECTED = WS-TOT-LATE + WS-TOT-MISSING.
007410     IF REPORT-IS-REFUSED
007420         MOVE "F" TO RCP-FINAL-STATUS
007430     ELSE
007440         IF WS-TOT-LATE > ZERO OR WS-TOT-MISSING > ZERO
007450             MOVE "E" TO RCP-FINAL-STATUS
007460         ELSE
007470             MOVE "C" TO RCP-FINAL-STATUS
007480         END-IF
007490     END-IF.
007500     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
007510     IF RCP-STATUS-FAILED
007520         MOVE 8 TO RETURN-CODE
007530     ELSE
007540         IF RCP-STATUS-EXCEPTIONS
007550             MOVE 4 TO RETURN-CODE
007560         ELSE
007570             MOVE 0 TO RETURN-CODE
007580         END-IF
007590     END-IF.
007600 6000-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630* PROGRAM-DONE - CLOSE THE FILES AND END THE RUN. A REFUSED
007640* REPORT MAY HAVE STOPPED BEFORE THEY WERE OPENED.
007650*----------------------------------------------------------------
007660 PROGRAM-DONE.
007670     IF SCHEDULE-IS-OPEN
007680         CLOSE FEED-SCHEDULE-FILE
007690     END-IF.
007700     IF REGISTER-IS-OPEN
007710         CLOSE ADD01-XMIT-REG-FILE
007720     END-IF.
007730     CLOSE PUNCTUALITY-PRINT-FILE.
007740     STOP RUN.

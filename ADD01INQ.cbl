000274*                   THE SAME EDIT EVERY OTHER KEYED ACCEPT IN
000275*                   THE CHAIN GETS. A NON-NUMERIC ENTRY REFUSES
000276*                   THE INQUIRY INSTEAD OF SEARCHING ON GARBAGE.
000277* 2026-10-15  RJM   REVERSALS. A REVERSAL RECORD ON THE OUTPUT OR
000278*                   EXCEPTION FILE NOW LISTS AS A REVERSAL, NAMING
000279*                   THE RUN AND TRANSACTION IT CREDITS BACK. A
000280*                   TRANSACTION SEARCH ENDS WITH THE POSTED
000281*                   HISTORY (ADD01HST): EVERY RUN THE ID POSTED
000282*                   UNDER AND, LAST, THE REVERSAL THAT TOOK IT
000283*                   BACK - PENDING UNTIL THE POSTING STEP POSTS
000284*                   THE CREDIT, POSTED AFTER.
000287*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000410     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000431     SELECT POSTED-HISTORY-FILE ASSIGN TO "ADD01HST"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS SEQUENTIAL
000434         RECORD KEY IS TH-HISTORY-KEY
000435         FILE STATUS IS WS-HIST-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F.
000700 COPY AUDITREC.
000701*----------------------------------------------------------------
000702* THE POSTED HISTORY - SEE ADD01HST. READ FRONT TO BACK; A
000703* TRANSACTION ID REPEATS ACROSS RUN DATES.
000704*----------------------------------------------------------------
000705 FD  POSTED-HISTORY-FILE.
000706 COPY ADD01HST.
000710 WORKING-STORAGE SECTION.
000720 01  ADD01INQ-SWITCHES.
000730     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000840     05  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE "00".
000850         88  AUDIT-FILE-OK                  VALUE "00".
000860         88  AUDIT-FILE-NOT-FOUND           VALUE "23" "35".
000862     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
000864         88  HIST-FILE-OK                   VALUE "00".
000866         88  HIST-FILE-NOT-FOUND            VALUE "23" "35".
000870     05  WS-SEARCH-MODE          PIC X(01) VALUE "T".
000880         88  SEARCH-BY-TRAN                VALUE "T".
000890         88  SEARCH-BY-BATCH               VALUE "B".
001020 01  WS-RESULT-DISPLAY           PIC ZZ,ZZ9.99 VALUE ZEROS.
001030 PROCEDURE DIVISION.
001040*----------------------------------------------------------------
001048* PROGRAM-BEGIN - MAINLINE. TAKE THE ID, THEN WALK THE FILES
001056* IN LIFECYCLE ORDER: POSTED, REJECTED, CORRECTION TRACE,
001064* RESUBMISSION OUTCOME, AUDIT TRAIL, AND FOR A TRANSACTION THE
001072* POSTED HISTORY WITH ANY REVERSAL LAST.
001080*----------------------------------------------------------------
001090 PROGRAM-BEGIN.
001100     PERFORM 1000-INITIALIZE
001210     END-IF.
001220     PERFORM 6000-SCAN-AUDIT-TRAIL
001230         THRU 6000-EXIT.
001232     IF SEARCH-BY-TRAN
001234         PERFORM 7000-SCAN-POSTED-HISTORY
001236             THRU 7000-EXIT
001238     END-IF.
001240     DISPLAY " ".
001250     IF WS-EVENT-COUNT = ZERO
001260         DISPLAY "NO TRACE FOUND - NOTHING ON ANY FILE FOR "
001570*----------------------------------------------------------------
001580* 2000-SCAN-OUTPUT-FILE - LIST THE TRANSACTION (OR EVERY
001590* TRANSACTION OF THE BATCH) AS POSTED, WITH THE PRICE THE
001596* EXTENSION WAS PRICED AT. A REVERSAL LISTS AS ONE, NAMING THE
001602* EXTENSION IT CREDITS BACK.
001610*----------------------------------------------------------------
001620 2000-SCAN-OUTPUT-FILE.
001630     OPEN INPUT ADD01-OUT-FILE.
001860             AND TO-BATCH-ID = WS-WANTED-BATCH-ID)
001870         MOVE TO-UNIT-PRICE TO WS-PRICE-DISPLAY
001880         MOVE TO-RESULT     TO WS-RESULT-DISPLAY
001884         IF TO-REVERSAL
001888             DISPLAY "  REVERSAL  TRAN " TO-TRAN-ID
001892                 " BATCH " TO-BATCH-ID
001896                 " REVERSES " TO-ORIG-RUN-DATE "/"
001900                 TO-ORIG-TRAN-ID
001904                 " ITEM " TO-ITEM-CODE
001908                 " QTY " TO-QUANTITY
001912                 " CREDIT " WS-RESULT-DISPLAY
001916         ELSE
001920             DISPLAY "  POSTED    TRAN " TO-TRAN-ID
001924                 " BATCH " TO-BATCH-ID
001928                 " ITEM " TO-ITEM-CODE
001932                 " QTY " TO-QUANTITY
001936                 " AT " WS-PRICE-DISPLAY
001940                 " EXT " WS-RESULT-DISPLAY
001944         END-IF
001950         ADD 1 TO WS-EVENT-COUNT
001960     END-IF.
001970 2100-EXIT.
002250     IF (SEARCH-BY-TRAN AND TE-TRAN-ID = WS-WANTED-TRAN-ID)
002260         OR (SEARCH-BY-BATCH
002270             AND TE-BATCH-ID = WS-WANTED-BATCH-ID)
002274         IF TE-REVERSAL
002278             DISPLAY "  REJECTED  REVERSAL TRAN " TE-TRAN-ID
002282                 " BATCH " TE-BATCH-ID
002286                 " OF " TE-ORIG-RUN-DATE "/" TE-ORIG-TRAN-ID
002290                 " - " TE-REASON
002294         ELSE
002298             DISPLAY "  REJECTED  TRAN " TE-TRAN-ID
002302                 " BATCH " TE-BATCH-ID
002306                 " ITEM " TE-ITEM-CODE
002310                 " QTY " TE-QUANTITY
002314                 " - " TE-REASON
002318         END-IF
002330         ADD 1 TO WS-EVENT-COUNT
002340     END-IF.
002350 3100-EXIT.
003960     END-IF.
003970 6100-EXIT.
003980     EXIT.
003981*----------------------------------------------------------------
003982* 7000-SCAN-POSTED-HISTORY - LIST EVERY RUN THE TRANSACTION ID
003983* POSTED UNDER, EACH FOLLOWED BY THE REVERSAL THAT TOOK IT BACK
003984* IF ONE HAS - THE LAST STEP IN THAT TRANSACTION'S HISTORY.
003985*----------------------------------------------------------------
003986 7000-SCAN-POSTED-HISTORY.
003987     OPEN INPUT POSTED-HISTORY-FILE.
003988     IF NOT HIST-FILE-OK
003989         GO TO 7000-EXIT
003990     END-IF.
003991     MOVE "N" TO WS-EOF-SWITCH.
003992     PERFORM 7100-JUDGE-ONE-HISTORY
003993         THRU 7100-EXIT
003994         UNTIL END-OF-FILE.
003995     CLOSE POSTED-HISTORY-FILE.
003996 7000-EXIT.
003997     EXIT.
003998*----------------------------------------------------------------
003999* 7100-JUDGE-ONE-HISTORY - READ THE NEXT HISTORY RECORD AND LIST
004000* IT, AND ITS REVERSAL, IF IT CARRIES THE TRANSACTION ID.
004001*----------------------------------------------------------------
004002 7100-JUDGE-ONE-HISTORY.
004003     READ POSTED-HISTORY-FILE NEXT RECORD
004004         AT END
004005             SET END-OF-FILE TO TRUE
004006             GO TO 7100-EXIT
004007     END-READ.
004008     IF TH-TRAN-ID NOT = WS-WANTED-TRAN-ID
004009         GO TO 7100-EXIT
004010     END-IF.
004011     MOVE TH-RESULT TO WS-RESULT-DISPLAY.
004012     IF TH-REVERSAL
004013         DISPLAY "  HISTORY   RUN " TH-RUN-DATE
004014             " TRAN " TH-TRAN-ID
004015             " REVERSAL OF " TH-ORIG-RUN-DATE "/" TH-ORIG-TRAN-ID
004016             " CREDIT " WS-RESULT-DISPLAY
004017     ELSE
004018         DISPLAY "  HISTORY   RUN " TH-RUN-DATE
004019             " TRAN " TH-TRAN-ID
004020             " BATCH " TH-BATCH-ID
004021             " ITEM " TH-ITEM-CODE
004022             " QTY " TH-QUANTITY
004023             " EXT " WS-RESULT-DISPLAY
004024     END-IF.
004025     ADD 1 TO WS-EVENT-COUNT.
004026     IF TH-REVERSAL-PENDING
004027         DISPLAY "  REVERSED  BY RUN " TH-REVERSED-RUN-DATE
004028             " TRAN " TH-REVERSED-TRAN-ID
004029             " (PENDING - CREDIT NOT YET POSTED)"
004030         ADD 1 TO WS-EVENT-COUNT
004031     END-IF.
004032     IF TH-REVERSAL-POSTED
004033         DISPLAY "  REVERSED  BY RUN " TH-REVERSED-RUN-DATE
004034             " TRAN " TH-REVERSED-TRAN-ID
004035             " (POSTED)"
004036         ADD 1 TO WS-EVENT-COUNT
004046     END-IF.
004056 7100-EXIT.
004066     EXIT.
004076*----------------------------------------------------------------
004086* PROGRAM-DONE - END THE RUN. EACH SCAN CLOSED ITS OWN FILE.
004096*----------------------------------------------------------------
004106 PROGRAM-DONE.
004116     STOP RUN.

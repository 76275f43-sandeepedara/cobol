000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADD01SCH.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. THE COLLECTOR REFUSES A
000110*                   REPEATED TRANSMISSION BUT NEVER NOTICED A
000120*                   SENDER THAT SIMPLY SENT NOTHING - THE NIGHT
000130*                   BALANCED AND WAS QUIETLY SHORT A WHOLE FEED.
000140*                   THE NEW FEED SCHEDULE (ADD01FSC) SAYS WHICH
000150*                   SENDERS ARE EXPECTED ON WHICH DAYS AND BY
000160*                   WHAT CUTOFF TIME, FOR THE PRE-COLLECTION
000170*                   CHECK (ADD01CHK) AND THE PUNCTUALITY REPORT
000180*                   (ADD01PUN). THIS MENU-DRIVEN PROGRAM LETS
000190*                   OPERATIONS ADD OR REPLACE A SENDER'S
000200*                   SCHEDULE, DELETE A RETIRED SENDER AND VIEW
000210*                   ONE - THE SAME SHAPE ITMMAINT AND DEPMAINT
000220*                   GIVE THEIR MASTERS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT FEED-SCHEDULE-FILE ASSIGN TO "ADD01FSC"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS FS-SENDER
000310         FILE STATUS IS WS-SCHED-FILE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  FEED-SCHEDULE-FILE.
000350 COPY ADD01FSC.
000360 WORKING-STORAGE SECTION.
000370 01  WS-SCHED-FILE-STATUS        PIC X(02) VALUE "00".
000380     88  SCHED-FILE-OK                      VALUE "00".
000390     88  SCHED-FILE-NOT-FOUND               VALUE "23" "35".
000400 01  ADD01SCH-SWITCHES.
000410     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
000420         88  MENU-ADD-SENDER                VALUE "A".
000430         88  MENU-DELETE-SENDER             VALUE "D".
000440         88  MENU-VIEW-SENDER               VALUE "V".
000450         88  MENU-QUIT                      VALUE "Q".
000460     05  WS-QUIT-SWITCH          PIC X(01) VALUE "N".
000470         88  OPERATOR-IS-DONE               VALUE "Y".
000480     05  WS-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
000490         88  RECORD-WAS-FOUND               VALUE "Y".
000500     05  WS-DAYS-BAD-SWITCH      PIC X(01) VALUE "N".
000510         88  DAY-FLAGS-ARE-BAD              VALUE "Y".
000520 01  WS-ENTRY-SENDER             PIC X(03) VALUE SPACES.
000530 01  WS-ENTRY-NAME               PIC X(30) VALUE SPACES.
000540 01  WS-ENTRY-DAYS.
000550     05  WS-ENTRY-DAY-FLAG       PIC X(01) OCCURS 7 TIMES.
000560 01  WS-ENTRY-CUTOFF             PIC 9(04) VALUE ZEROS.
000570 01  WS-CUTOFF-HOURS             PIC 9(02) VALUE ZEROS.
000580 01  WS-CUTOFF-MINUTES           PIC 9(02) VALUE ZEROS.
000590 01  WS-DAY-SUB                  PIC 9(01) COMP VALUE ZERO.
000600 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
000610 PROCEDURE DIVISION.
000620*----------------------------------------------------------------
000630* PROGRAM-BEGIN - MAINLINE. OPEN THE FEED SCHEDULE, THEN DISPLAY
000640* THE MENU AND SERVICE OPERATOR CHOICES UNTIL THE OPERATOR ASKS
000650* TO QUIT.
000660*----------------------------------------------------------------
000670 PROGRAM-BEGIN.
000680     PERFORM 1000-INITIALIZE
000690         THRU 1000-EXIT.
000700     PERFORM 2000-PROCESS-MENU
000710         THRU 2000-EXIT
000720         UNTIL OPERATOR-IS-DONE.
000730     GO TO PROGRAM-DONE.
000740*----------------------------------------------------------------
000750* 1000-INITIALIZE - OPEN THE FEED SCHEDULE, CREATING IT EMPTY
000760* THE VERY FIRST TIME IT IS EVER OPENED.
000770*----------------------------------------------------------------
000780 1000-INITIALIZE.
000790     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
000800     OPEN I-O FEED-SCHEDULE-FILE.
000810     IF SCHED-FILE-NOT-FOUND
000820         OPEN OUTPUT FEED-SCHEDULE-FILE
000830         CLOSE FEED-SCHEDULE-FILE
000840         OPEN I-O FEED-SCHEDULE-FILE
000850     END-IF.
000860 1000-EXIT.
000870     EXIT.
000880*----------------------------------------------------------------
000890* 2000-PROCESS-MENU - DISPLAY THE MENU, READ THE OPERATOR'S
000900* CHOICE AND ROUTE TO THE PARAGRAPH THAT SERVICES IT.
000910*----------------------------------------------------------------
000920 2000-PROCESS-MENU.
000930     PERFORM 2100-DISPLAY-MENU
000940         THRU 2100-EXIT.
000950     MOVE SPACE TO WS-MENU-CHOICE.
000960     ACCEPT WS-MENU-CHOICE.
000970     IF MENU-ADD-SENDER
000980         PERFORM 2200-ADD-SENDER-RECORD
000990             THRU 2200-EXIT
001000     ELSE
001010         IF MENU-DELETE-SENDER
001020             PERFORM 2300-DELETE-SENDER-RECORD
001030                 THRU 2300-EXIT
001040         ELSE
001050             IF MENU-VIEW-SENDER
001060                 PERFORM 2400-VIEW-SENDER-RECORD
001070                     THRU 2400-EXIT
001080             ELSE
001090                 IF MENU-QUIT
001100                     MOVE "Y" TO WS-QUIT-SWITCH
001110                 ELSE
001120                     DISPLAY "INVALID CHOICE - ENTER A, D, V OR Q"
001130                 END-IF
001140             END-IF
001150         END-IF
001160     END-IF.
001170 2000-EXIT.
001180     EXIT.
001190*----------------------------------------------------------------
001200* 2100-DISPLAY-MENU - SHOW THE OPERATOR WHAT THIS TRANSACTION
001210* CAN DO.
001220*----------------------------------------------------------------
001230 2100-DISPLAY-MENU.
001240     DISPLAY " ".
001250     DISPLAY "ADD01SCH - FEED SCHEDULE MAINTENANCE".
001260     DISPLAY "  A - ADD OR REPLACE A SENDER'S SCHEDULE".
001270     DISPLAY "  D - DELETE A SENDER".
001280     DISPLAY "  V - VIEW A SENDER'S SCHEDULE".
001290     DISPLAY "  Q - QUIT".
001300     DISPLAY "ENTER CHOICE: ".
001310 2100-EXIT.
001320     EXIT.
001330*----------------------------------------------------------------
001340* 2200-ADD-SENDER-RECORD - PROMPT FOR A SENDER CODE, NAME, THE
001350* DAYS A TRANSMISSION IS EXPECTED AND THE CUTOFF TIME, AND
001360* WRITE THE SCHEDULE. IF THE SENDER IS ALREADY ON FILE, REPLACE
001370* IT - TO THE OPERATOR THIS IS ONE "ADD OR UPDATE" ACTION.
001380*----------------------------------------------------------------
001390 2200-ADD-SENDER-RECORD.
001400     DISPLAY "SENDER CODE (3 CHARACTERS, AS ON ITS "
001410         "TRANSMISSION ID): ".
001420     MOVE SPACES TO WS-ENTRY-SENDER.
001430     ACCEPT WS-ENTRY-SENDER.
001440     IF WS-ENTRY-SENDER = SPACES
001450         OR WS-ENTRY-SENDER = LOW-VALUES
001460         DISPLAY "SENDER CODE MUST BE ENTERED"
001470         GO TO 2200-EXIT
001480     END-IF.
001490     DISPLAY "SENDER NAME (UP TO 30 CHARACTERS): ".
001500     MOVE SPACES TO WS-ENTRY-NAME.
001510     ACCEPT WS-ENTRY-NAME.
001520     IF WS-ENTRY-NAME = SPACES
001530         OR WS-ENTRY-NAME = LOW-VALUES
001540         DISPLAY "SENDER NAME MUST BE ENTERED"
001550         GO TO 2200-EXIT
001560     END-IF.
001570     DISPLAY "DAYS EXPECTED, MON-SUN, Y OR N EACH (YYYYYNN): ".
001580     MOVE SPACES TO WS-ENTRY-DAYS.
001590     ACCEPT WS-ENTRY-DAYS.
001600     MOVE "N" TO WS-DAYS-BAD-SWITCH.
001610     MOVE ZERO TO WS-DAY-SUB.
001620     PERFORM 2250-EDIT-ONE-DAY-FLAG
001630         THRU 2250-EXIT
001640         UNTIL WS-DAY-SUB >= 7.
001650     IF DAY-FLAGS-ARE-BAD
001660         DISPLAY "DAYS MUST BE SEVEN Y/N FLAGS, MONDAY FIRST"
001670         GO TO 2200-EXIT
001680     END-IF.
001690     DISPLAY "CUTOFF TIME (HHMM, 24-HOUR): ".
001700     ACCEPT WS-ENTRY-CUTOFF.
001710     IF WS-ENTRY-CUTOFF NOT NUMERIC
001720         DISPLAY "CUTOFF MUST BE NUMERIC HHMM"
001730         GO TO 2200-EXIT
001740     END-IF.
001750     DIVIDE WS-ENTRY-CUTOFF BY 100 GIVING WS-CUTOFF-HOURS
001760         REMAINDER WS-CUTOFF-MINUTES.
001770     IF WS-CUTOFF-HOURS > 23 OR WS-CUTOFF-MINUTES > 59
001780         DISPLAY "CUTOFF MUST BE A REAL TIME, 0000-2359"
001790         GO TO 2200-EXIT
001800     END-IF.
001810     MOVE WS-ENTRY-SENDER TO FS-SENDER.
001820     MOVE "N" TO WS-RECORD-FOUND-SWITCH.
001830     READ FEED-SCHEDULE-FILE
001840         INVALID KEY
001850             MOVE "N" TO WS-RECORD-FOUND-SWITCH
001860         NOT INVALID KEY
001870             SET RECORD-WAS-FOUND TO TRUE
001880     END-READ.
001890     MOVE WS-ENTRY-SENDER TO FS-SENDER.
001900     MOVE WS-ENTRY-NAME   TO FS-SENDER-NAME.
001910     MOVE WS-ENTRY-DAYS   TO FS-EXPECTED-DAYS.
001920     MOVE WS-ENTRY-CUTOFF TO FS-CUTOFF-TIME.
001930     MOVE WS-TODAYS-DATE  TO FS-LAST-CHANGED.
001940     IF RECORD-WAS-FOUND
001950         REWRITE FEED-SCHEDULE-RECORD
001960     ELSE
001970         WRITE FEED-SCHEDULE-RECORD
001980     END-IF.
001990     DISPLAY "SENDER " WS-ENTRY-SENDER " SAVED, DAYS "
002000         WS-ENTRY-DAYS " CUTOFF " WS-ENTRY-CUTOFF.
002010 2200-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 2250-EDIT-ONE-DAY-FLAG - EACH OF THE SEVEN DAY FLAGS MUST BE
002050* Y OR N.
002060*----------------------------------------------------------------
002070 2250-EDIT-ONE-DAY-FLAG.
002080     ADD 1 TO WS-DAY-SUB.
002090     IF WS-ENTRY-DAY-FLAG (WS-DAY-SUB) NOT = "Y"
002100         AND WS-ENTRY-DAY-FLAG (WS-DAY-SUB) NOT = "N"
002110         SET DAY-FLAGS-ARE-BAD TO TRUE
002120     END-IF.
002130 2250-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 2300-DELETE-SENDER-RECORD - PROMPT FOR A SENDER CODE AND
002170* DELETE ITS SCHEDULE. A TRANSMISSION STILL ARRIVING FROM A
002180* DELETED SENDER IS REPORTED UNEXPECTED BY THE FEED CHECK.
002190*----------------------------------------------------------------
002200 2300-DELETE-SENDER-RECORD.
002210     DISPLAY "SENDER CODE TO DELETE: ".
002220     MOVE SPACES TO WS-ENTRY-SENDER.
002230     ACCEPT WS-ENTRY-SENDER.
002240     MOVE WS-ENTRY-SENDER TO FS-SENDER.
002250     DELETE FEED-SCHEDULE-FILE
002260         INVALID KEY
002270             DISPLAY "NO SENDER ON FILE FOR " WS-ENTRY-SENDER
002280         NOT INVALID KEY
002290             DISPLAY "SENDER " WS-ENTRY-SENDER " DELETED"
002300     END-DELETE.
002310 2300-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340* 2400-VIEW-SENDER-RECORD - SHOW THE SCHEDULE ON FILE FOR A
002350* SENDER CODE THE OPERATOR KEYS IN.
002360*----------------------------------------------------------------
002370 2400-VIEW-SENDER-RECORD.
002380     DISPLAY "SENDER CODE TO VIEW: ".
002390     MOVE SPACES TO WS-ENTRY-SENDER.
002400     ACCEPT WS-ENTRY-SENDER.
002410     MOVE WS-ENTRY-SENDER TO FS-SENDER.
002420     READ FEED-SCHEDULE-FILE
002430         INVALID KEY
002440             DISPLAY "NO SENDER ON FILE FOR " WS-ENTRY-SENDER
002450         NOT INVALID KEY
002460             DISPLAY "SENDER " FS-SENDER ": " FS-SENDER-NAME
002470             DISPLAY "  DAYS (MON-SUN) " FS-EXPECTED-DAYS
002480                 " CUTOFF " FS-CUTOFF-TIME
002490                 " CHANGED " FS-LAST-CHANGED
002500     END-READ.
002510 2400-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540* PROGRAM-DONE - CLOSE THE FILE AND END THE RUN.
002550*----------------------------------------------------------------
002560 PROGRAM-DONE.
002570     CLOSE FEED-SCHEDULE-FILE.
002580     STOP RUN.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEPMAINT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RJM   INITIAL VERSION. EXTENSIONS ARE NOW CHARGED
000110*                   BACK TO THE DEPARTMENT THAT DREW THE STOCK,
000120*                   AND ADD01 AND STRUCTURE BOTH CHECK THE CODE
000130*                   AGAINST ONE SHARED DEPARTMENT MASTER
000140*                   (DEPTMST). THIS MENU-DRIVEN PROGRAM LETS
000150*                   OPERATIONS ADD OR REPLACE A DEPARTMENT, MARK
000160*                   ONE INACTIVE, AND VIEW ONE - THE SAME SHAPE
000170*                   ITMMAINT GIVES THE ITEM MASTER. THERE IS NO
000180*                   DELETE: A DEPARTMENT THAT HAS BEEN CHARGED
000190*                   MUST STILL PRINT UNDER ITS NAME ON OLD
000200*                   STATEMENTS, SO IT IS MARKED INACTIVE AND
000210*                   NEW CHARGES TO IT REJECT.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS DM-DEPARTMENT-CODE
000300         FILE STATUS IS WS-DEPT-FILE-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  DEPARTMENT-MASTER-FILE.
000340 COPY DEPTMST.
000350 WORKING-STORAGE SECTION.
000360 01  WS-DEPT-FILE-STATUS         PIC X(02) VALUE "00".
000370     88  DEPT-FILE-OK                       VALUE "00".
000380     88  DEPT-FILE-NOT-FOUND                VALUE "23" "35".
000390 01  DEPMAINT-SWITCHES.
000400     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACE.
000410         88  MENU-ADD-DEPARTMENT            VALUE "A".
000420         88  MENU-INACTIVATE-DEPARTMENT     VALUE "I".
000430         88  MENU-VIEW-DEPARTMENT           VALUE "V".
000440         88  MENU-QUIT                      VALUE "Q".
000450     05  WS-QUIT-SWITCH          PIC X(01) VALUE "N".
000460         88  OPERATOR-IS-DONE               VALUE "Y".
000470     05  WS-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
000480         88  RECORD-WAS-FOUND               VALUE "Y".
000490 01  WS-ENTRY-DEPARTMENT         PIC X(08) VALUE SPACES.
000500 01  WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
000510 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
000520 PROCEDURE DIVISION.
000530*----------------------------------------------------------------
000540* PROGRAM-BEGIN - MAINLINE. OPEN THE DEPARTMENT MASTER, THEN
000550* DISPLAY THE MENU AND SERVICE OPERATOR CHOICES UNTIL THE
000560* OPERATOR ASKS TO QUIT.
000570*----------------------------------------------------------------
000580 PROGRAM-BEGIN.
000590     PERFORM 1000-INITIALIZE
000600         THRU 1000-EXIT.
000610     PERFORM 2000-PROCESS-MENU
000620         THRU 2000-EXIT
000630         UNTIL OPERATOR-IS-DONE.
000640     GO TO PROGRAM-DONE.
000650*----------------------------------------------------------------
000660* 1000-INITIALIZE - OPEN THE DEPARTMENT MASTER, CREATING IT
000670* EMPTY THE VERY FIRST TIME IT IS EVER OPENED.
000680*----------------------------------------------------------------
000690 1000-INITIALIZE.
000700     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
000710     OPEN I-O DEPARTMENT-MASTER-FILE.
000720     IF DEPT-FILE-NOT-FOUND
000730         OPEN OUTPUT DEPARTMENT-MASTER-FILE
000740         CLOSE DEPARTMENT-MASTER-FILE
000750         OPEN I-O DEPARTMENT-MASTER-FILE
000760     END-IF.
000770 1000-EXIT.
000780     EXIT.
000790*----------------------------------------------------------------
000800* 2000-PROCESS-MENU - DISPLAY THE MENU, READ THE OPERATOR'S
000810* CHOICE AND ROUTE TO THE PARAGRAPH THAT SERVICES IT.
000820*----------------------------------------------------------------
000830 2000-PROCESS-MENU.
000840     PERFORM 2100-DISPLAY-MENU
000850         THRU 2100-EXIT.
000860     MOVE SPACE TO WS-MENU-CHOICE.
000870     ACCEPT WS-MENU-CHOICE.
000880     IF MENU-ADD-DEPARTMENT
000890         PERFORM 2200-ADD-DEPARTMENT-RECORD
000900             THRU 2200-EXIT
000910     ELSE
000920         IF MENU-INACTIVATE-DEPARTMENT
000930             PERFORM 2300-INACTIVATE-DEPARTMENT
000940                 THRU 2300-EXIT
000950         ELSE
000960             IF MENU-VIEW-DEPARTMENT
000970                 PERFORM 2400-VIEW-DEPARTMENT-RECORD
000980                     THRU 2400-EXIT
000990             ELSE
001000                 IF MENU-QUIT
001010                     MOVE "Y" TO WS-QUIT-SWITCH
001020                 ELSE
001030                     DISPLAY "INVALID CHOICE - ENTER A, I, V OR Q"
001040                 END-IF
001050             END-IF
001060         END-IF
001070     END-IF.
001080 2000-EXIT.
001090     EXIT.
001100*----------------------------------------------------------------
001110* 2100-DISPLAY-MENU - SHOW THE OPERATOR WHAT THIS TRANSACTION
001120* CAN DO.
001130*----------------------------------------------------------------
001140 2100-DISPLAY-MENU.
001150     DISPLAY " ".
001160     DISPLAY "DEPMAINT - DEPARTMENT MASTER MAINTENANCE".
001170     DISPLAY "  A - ADD OR REPLACE A DEPARTMENT".
001180     DISPLAY "  I - MARK A DEPARTMENT INACTIVE".
001190     DISPLAY "  V - VIEW A DEPARTMENT".
001200     DISPLAY "  Q - QUIT".
001210     DISPLAY "ENTER CHOICE: ".
001220 2100-EXIT.
001230     EXIT.
001240*----------------------------------------------------------------
001250* 2200-ADD-DEPARTMENT-RECORD - PROMPT FOR A DEPARTMENT CODE AND
001260* NAME AND WRITE THE DEPARTMENT, ACTIVE. IF THE CODE IS ALREADY
001270* ON FILE, REPLACE IT - WHICH IS ALSO HOW AN INACTIVE DEPARTMENT
001280* IS BROUGHT BACK INTO USE. "STRUCTUR" IS THE LEGACY SHARED SLIP
001290* SERIES AND IS NEVER A CHARGEABLE DEPARTMENT.
001300*----------------------------------------------------------------
001310 2200-ADD-DEPARTMENT-RECORD.
001320     DISPLAY "DEPARTMENT CODE (UP TO 8 CHARACTERS): ".
001330     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
001340     ACCEPT WS-ENTRY-DEPARTMENT.
001350     IF WS-ENTRY-DEPARTMENT = SPACES
001360         OR WS-ENTRY-DEPARTMENT = LOW-VALUES
001370         DISPLAY "DEPARTMENT CODE MUST BE ENTERED"
001380         GO TO 2200-EXIT
001390     END-IF.
001400     IF WS-ENTRY-DEPARTMENT = "STRUCTUR"
001410         DISPLAY "STRUCTUR IS RESERVED FOR THE SHARED SLIP SERIES"
001420         GO TO 2200-EXIT
001430     END-IF.
001440     DISPLAY "DEPARTMENT NAME (UP TO 30 CHARACTERS): ".
001450     MOVE SPACES TO WS-ENTRY-DESCRIPTION.
001460     ACCEPT WS-ENTRY-DESCRIPTION.
001470     IF WS-ENTRY-DESCRIPTION = SPACES
001480         OR WS-ENTRY-DESCRIPTION = LOW-VALUES
001490         DISPLAY "DEPARTMENT NAME MUST BE ENTERED"
001500         GO TO 2200-EXIT
001510     END-IF.
001520     MOVE WS-ENTRY-DEPARTMENT TO DM-DEPARTMENT-CODE.
001530     MOVE "N" TO WS-RECORD-FOUND-SWITCH.
001540     READ DEPARTMENT-MASTER-FILE
001550         INVALID KEY
001560             MOVE "N" TO WS-RECORD-FOUND-SWITCH
001570         NOT INVALID KEY
001580             SET RECORD-WAS-FOUND TO TRUE
001590     END-READ.
001600     MOVE WS-ENTRY-DEPARTMENT  TO DM-DEPARTMENT-CODE.
001610     MOVE WS-ENTRY-DESCRIPTION TO DM-DESCRIPTION.
001620     SET DM-DEPARTMENT-ACTIVE TO TRUE.
001630     MOVE WS-TODAYS-DATE       TO DM-LAST-CHANGED.
001640     IF RECORD-WAS-FOUND
001650         REWRITE DEPARTMENT-MASTER-RECORD
001660     ELSE
001670         WRITE DEPARTMENT-MASTER-RECORD
001680     END-IF.
001690     DISPLAY "DEPARTMENT " WS-ENTRY-DEPARTMENT " SAVED, ACTIVE".
001700 2200-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001730* 2300-INACTIVATE-DEPARTMENT - PROMPT FOR A DEPARTMENT CODE AND
001740* MARK IT INACTIVE. ITS HISTORY STAYS ON FILE UNDER ITS NAME;
001750* NEW DETAILS CHARGED TO IT REJECT IN ADD01 AS "DEPARTMENT
001760* INACTIVE" AND STRUCTURE REFUSES TO DRAW A SLIP FOR IT.
001770*----------------------------------------------------------------
001780 2300-INACTIVATE-DEPARTMENT.
001790     DISPLAY "DEPARTMENT CODE TO MARK INACTIVE: ".
001800     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
001810     ACCEPT WS-ENTRY-DEPARTMENT.
001820     MOVE WS-ENTRY-DEPARTMENT TO DM-DEPARTMENT-CODE.
001830     READ DEPARTMENT-MASTER-FILE
001840         INVALID KEY
001850             DISPLAY "NO DEPARTMENT ON FILE FOR "
001860                 WS-ENTRY-DEPARTMENT
001870             GO TO 2300-EXIT
001880     END-READ.
001890     IF DM-DEPARTMENT-INACTIVE
001900         DISPLAY "DEPARTMENT " WS-ENTRY-DEPARTMENT
001910             " IS ALREADY INACTIVE"
001920         GO TO 2300-EXIT
001930     END-IF.
001940     SET DM-DEPARTMENT-INACTIVE TO TRUE.
001950     MOVE WS-TODAYS-DATE TO DM-LAST-CHANGED.
001960     REWRITE DEPARTMENT-MASTER-RECORD.
001970     DISPLAY "DEPARTMENT " WS-ENTRY-DEPARTMENT " MARKED INACTIVE".
001980 2300-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010* 2400-VIEW-DEPARTMENT-RECORD - SHOW THE DEPARTMENT ON FILE FOR
002020* A CODE THE OPERATOR KEYS IN.
002030*----------------------------------------------------------------
002040 2400-VIEW-DEPARTMENT-RECORD.
002050     DISPLAY "DEPARTMENT CODE TO VIEW: ".
002060     MOVE SPACES TO WS-ENTRY-DEPARTMENT.
002070     ACCEPT WS-ENTRY-DEPARTMENT.
002080     MOVE WS-ENTRY-DEPARTMENT TO DM-DEPARTMENT-CODE.
002090     READ DEPARTMENT-MASTER-FILE
002100         INVALID KEY
002110             DISPLAY "NO DEPARTMENT ON FILE FOR "
002120                 WS-ENTRY-DEPARTMENT
002130         NOT INVALID KEY
002140             IF DM-DEPARTMENT-ACTIVE
002150                 DISPLAY "DEPARTMENT " DM-DEPARTMENT-CODE ": "
002160                     DM-DESCRIPTION " ACTIVE, CHANGED "
002170                     DM-LAST-CHANGED
002180             ELSE
002190                 DISPLAY "DEPARTMENT " DM-DEPARTMENT-CODE ": "
002200                     DM-DESCRIPTION " INACTIVE, CHANGED "
002210                     DM-LAST-CHANGED
002220             END-IF
002230     END-READ.
002240 2400-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* PROGRAM-DONE - CLOSE THE FILE AND END THE RUN.
002280*----------------------------------------------------------------
002290 PROGRAM-DONE.
002300     CLOSE DEPARTMENT-MASTER-FILE.
002310     STOP RUN.

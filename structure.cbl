000663*                   STRHIST) - A SLIP ISSUED IN ERROR IS VOIDED
000664*                   THROUGH STRMAINT, NEVER DELETED. A FRESH
000665*                   ISSUANCE WRITES ITS MARKS CLEARED.
000666* 2026-10-15  RJM   A KEYED DEPARTMENT MUST NOW BE ON THE SHARED
000667*                   DEPARTMENT MASTER (DEPTMST) AND ACTIVE, THE
000668*                   SAME LIST THE EXTENSION CHAIN CHARGES BACK
000669*                   AGAINST - A MISTYPED CODE USED TO OPEN A
000670*                   BRAND-NEW SLIP SERIES OF ITS OWN. AN UNKNOWN
000671*                   OR INACTIVE CODE (OR NO MASTER TO CHECK IT
000672*                   AGAINST) IS REFUSED: NO NUMBER IS DRAWN AND
000673*                   THE RUN ENDS FAILED WITH RETURN-CODE 8. A
000674*                   BLANK CODE STILL DRAWS FROM THE LEGACY
000675*                   "STRUCTUR" SERIES WITHOUT A LOOKUP.
000676*----------------------------------------------------------------
000677 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT STR-COUNTER-FILE ASSIGN TO "STRCTR"
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HIS-RECORD-KEY
000840         FILE STATUS IS WS-HIS-FILE-STATUS.
000841     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
000842         ORGANIZATION IS INDEXED
000843         ACCESS MODE IS RANDOM
000844         RECORD KEY IS DM-DEPARTMENT-CODE
000845         FILE STATUS IS WS-DEPT-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  STR-COUNTER-FILE.
000900 COPY STRMSG.
000910 FD  STR-HISTORY-FILE.
000920 COPY STRHIST.
000923 FD  DEPARTMENT-MASTER-FILE.
000926 COPY DEPTMST.
000930 WORKING-STORAGE SECTION.
000940 01  THE-WHOLE-MESSAGE.
000950     05  THE-NUMBER              PIC 9(2)  VALUE ZEROS.
001040 01  WS-HIS-FILE-STATUS          PIC X(02) VALUE "00".
001050     88  HIS-FILE-OK                        VALUE "00".
001060     88  HIS-FILE-NOT-FOUND                 VALUE "23" "35".
001063 01  WS-DEPT-FILE-STATUS         PIC X(02) VALUE "00".
001066     88  DEPT-FILE-OK                       VALUE "00".
001070 01  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
001080 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZEROS.
001085 01  WS-DEPARTMENT-CODE          PIC X(08) VALUE SPACES.
001150         88  MESSAGE-WAS-FOUND              VALUE "Y".
001160     05  WS-ROLLOVER-SWITCH      PIC X(01) VALUE "N".
001170         88  COUNTER-ROLLED-OVER            VALUE "Y".
001172     05  WS-DEPT-REFUSED-SWITCH  PIC X(01) VALUE "N".
001174         88  DEPARTMENT-REFUSED             VALUE "Y".
001176     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE "N".
001178         88  SLIP-FILES-ARE-OPEN            VALUE "Y".
001180*----------------------------------------------------------------
001190* MESSAGE PICK - THE BEST CANDIDATE SEEN SO FAR WHILE SCANNING
001200* THE BULLETIN FILE, AND THE SELECTED TEXT LINES HELD FOR
001390 PROGRAM-BEGIN.
001400     PERFORM 1000-INITIALIZE
001410         THRU 1000-EXIT.
001411     IF DEPARTMENT-REFUSED
001412         PERFORM 5000-END-RUN-CONTROL
001413             THRU 5000-EXIT
001414         GO TO PROGRAM-END
001415     END-IF.
001420     PERFORM 2000-GET-NEXT-NUMBER
001430         THRU 2000-EXIT.
001440     PERFORM 3000-GET-TODAYS-MESSAGE
001550     GO TO PROGRAM-END.
001560*----------------------------------------------------------------
001570* 1000-INITIALIZE - TAKE THE DEPARTMENT WHOSE SERIES THIS RUN
001575* DRAWS FROM (BLANK KEEPS THE LEGACY SHARED "STRUCTUR" SERIES)
001580* AND CHECK IT AGAINST THE DEPARTMENT MASTER. A REFUSED CODE
001585* LEAVES WITHOUT OPENING ANYTHING. OTHERWISE OPEN THE COUNTER
001590* AND MESSAGE FILES, CREATING EACH WITH A STANDING DEFAULT
001595* RECORD THE FIRST TIME THE JOB EVER RUNS.
001600*----------------------------------------------------------------
001610 1000-INITIALIZE.
001612     DISPLAY "DEPARTMENT CODE (BLANK=STRUCTUR): ".
001620     MOVE "S"        TO RCP-FUNCTION.
001630     MOVE "STRUCTUR" TO RCP-PROGRAM-ID.
001640     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
001641     PERFORM 1100-CHECK-DEPARTMENT
001642         THRU 1100-EXIT.
001643     IF DEPARTMENT-REFUSED
001644         GO TO 1000-EXIT
001645     END-IF.
001650     OPEN I-O STR-COUNTER-FILE.
001660     IF CTR-FILE-NOT-FOUND
001670         OPEN OUTPUT STR-COUNTER-FILE
001900         CLOSE STR-MESSAGE-FILE
001910         OPEN I-O STR-MESSAGE-FILE
001920     END-IF.
001925     SET SLIP-FILES-ARE-OPEN TO TRUE.
001930 1000-EXIT.
001931     EXIT.
001932*----------------------------------------------------------------
001933* 1100-CHECK-DEPARTMENT - THE LEGACY "STRUCTUR" SERIES NEEDS NO
001934* LOOKUP. ANY OTHER CODE MUST BE ON THE DEPARTMENT MASTER AND
001935* ACTIVE, OR THE RUN IS REFUSED - INCLUDING WHEN THE MASTER
001936* CANNOT BE OPENED, SINCE THE CODE CANNOT THEN BE PROVEN.
001937*----------------------------------------------------------------
001938 1100-CHECK-DEPARTMENT.
001939     IF WS-DEPARTMENT-CODE = "STRUCTUR"
001940         GO TO 1100-EXIT
001941     END-IF.
001942     OPEN INPUT DEPARTMENT-MASTER-FILE.
001943     IF NOT DEPT-FILE-OK
001944         DISPLAY "CONTROL WARNING - DEPARTMENT MASTER (DEPTMST) "
001945             "NOT AVAILABLE, STATUS " WS-DEPT-FILE-STATUS
001946         DISPLAY "DEPARTMENT " WS-DEPARTMENT-CODE
001947             " CANNOT BE VERIFIED - NO NUMBER DRAWN"
001948         SET DEPARTMENT-REFUSED TO TRUE
001949         GO TO 1100-EXIT
001950     END-IF.
001951     MOVE WS-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE.
001952     READ DEPARTMENT-MASTER-FILE
001953         INVALID KEY
001954             DISPLAY "DEPARTMENT " WS-DEPARTMENT-CODE
001955                 " IS NOT ON THE DEPARTMENT MASTER - NO NUMBER"
001956                 " DRAWN"
001957             SET DEPARTMENT-REFUSED TO TRUE
001958         NOT INVALID KEY
001959             IF NOT DM-DEPARTMENT-ACTIVE
001960                 DISPLAY "DEPARTMENT " WS-DEPARTMENT-CODE
001961                     " IS INACTIVE - NO NUMBER DRAWN"
001962                 SET DEPARTMENT-REFUSED TO TRUE
001963             END-IF
001964     END-READ.
001965     CLOSE DEPARTMENT-MASTER-FILE.
001966 1100-EXIT.
001967     EXIT.
001968*----------------------------------------------------------------
001969* 2000-GET-NEXT-NUMBER - READ THE CURRENT COUNT FOR THIS RUN'S
001970* DEPARTMENT, BUMP IT BY ONE AND REWRITE IT SO THE NEXT RUN FOR
001980* THE DEPARTMENT PICKS UP WHERE THIS ONE LEFT OFF.
001985* CTR-SEQ-NUMBER IS ONLY TWO DIGITS, SO THE
004060* 5000-END-RUN-CONTROL - GRADE THE RUN, REGISTER ITS END ON THE
004070* SHARED RUN CONTROL FILE AND SET THE RETURN CODE: 0 CLEAN, 4
004080* WHEN THE SEQUENCE COUNTER ROLLED OVER THIS RUN - WORTH A
004086* GLANCE, NOT A FAILURE - AND 8 WHEN THE DEPARTMENT WAS REFUSED
004092* AND NO NUMBER WAS DRAWN. THE RETURN CODE IS SET AFTER THE CALL
004100* - A CALLED PROGRAM'S COMPLETION PASSES ITS OWN (ZERO)
004110* RETURN-CODE BACK AND WOULD WIPE OUT A GRADE SET BEFOREHAND.
004120*----------------------------------------------------------------
004160     MOVE ZEROS TO RCP-RECORDS-READ.
004170     MOVE 1     TO RCP-RECORDS-WRITTEN.
004180     MOVE ZEROS TO RCP-RECORDS-REJECTED.
004184     IF DEPARTMENT-REFUSED
004188         MOVE ZEROS TO RCP-RECORDS-WRITTEN
004192         MOVE 1     TO RCP-RECORDS-REJECTED
004196         MOVE "F" TO RCP-FINAL-STATUS
004200     ELSE
004204         IF COUNTER-ROLLED-OVER
004208             MOVE "E" TO RCP-FINAL-STATUS
004212         ELSE
004216             MOVE "C" TO RCP-FINAL-STATUS
004220         END-IF
004230     END-IF.
004240     CALL "RUNCTLOG" USING RUN-CONTROL-PARMS.
004245     IF RCP-STATUS-FAILED
004250         MOVE 8 TO RETURN-CODE
004255     ELSE
004260         IF RCP-STATUS-EXCEPTIONS
004265             MOVE 4 TO RETURN-CODE
004270         ELSE
004275             MOVE 0 TO RETURN-CODE
004280         END-IF
004290     END-IF.
004300 5000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004326* PROGRAM-END - CLOSE THE FILES (A REFUSED RUN NEVER OPENED
004332* THEM) AND END THE RUN.
004340*----------------------------------------------------------------
004350 PROGRAM-END.
004356     IF SLIP-FILES-ARE-OPEN
004362         CLOSE STR-COUNTER-FILE
004368         CLOSE STR-MESSAGE-FILE
004374         CLOSE STR-HISTORY-FILE
004380     END-IF.
004390     STOP RUN.

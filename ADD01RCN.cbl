000236*                   REGISTERS LOOKS EXACTLY LIKE A STEP THAT
000237*                   NEVER RAN. THE RETURN CODE IS NOW SET AFTER
000238*                   THE END CALL, THE WAY THE OTHER CALLERS DO.
000239* 2026-10-15  RJM   REVERSALS (SEE ADD01TRN, TYPE "R") COUNT AS
000240*                   INPUT DETAILS, AS ADD01 COUNTS THEM. ON THE
000241*                   OUTPUT THEY ARE COUNTED AND RE-ADDED APART
000242*                   FROM THE EXTENSIONS AND PROVED ON THEIR OWN
000243*                   TWO LINES AGAINST THE DECLARED REVERSAL COUNT
000244*                   AND TOTAL.
000246*----------------------------------------------------------------
000248 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ADD01-TRAN-FILE ASSIGN TO "ADD01IN"
000380 DATA DIVISION.
000390 FILE SECTION.
000400*----------------------------------------------------------------
000406* THE RUN'S INPUT - COUNTED AGAIN HERE, DETAIL AND REVERSAL
000412* RECORDS ONLY.
000420*----------------------------------------------------------------
000430 FD  ADD01-TRAN-FILE
000440     RECORDING MODE IS F.
000860     05  WS-EXC-COUNT            PIC 9(7)  COMP VALUE ZERO.
000870     05  WS-OUT-PLUS-EXC         PIC 9(7)  COMP VALUE ZERO.
000880     05  WS-RESULT-SUM           PIC 9(09)V99 COMP VALUE ZERO.
000883     05  WS-REVERSAL-COUNT       PIC 9(7)  COMP VALUE ZERO.
000886     05  WS-REVERSAL-SUM         PIC 9(09)V99 COMP VALUE ZERO.
000890 01  RCN-HEADING-LINE.
000900     05  FILLER                  PIC X(34) VALUE
000910         " ADD01 RUN RECONCILIATION".
001066     05  RAL-VERDICT             PIC X(12).
001067     05  FILLER                  PIC X(03) VALUE SPACES.
001070 01  RCN-RESULT-LINE.
001075     05  FILLER                  PIC X(09) VALUE " RESULT: ".
001080     05  RRL-RESULT-TEXT         PIC X(40).
001090     05  FILLER                  PIC X(31) VALUE SPACES.
001100 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001560         MOVE ZERO TO RT-RECORDS-POSTED
001570         MOVE ZERO TO RT-RECORDS-REJECTED
001580         MOVE ZERO TO RT-GRAND-TOTAL
001583         MOVE ZERO TO RT-REVERSALS-POSTED
001586         MOVE ZERO TO RT-REVERSAL-TOTAL
001590         SET RUN-OUT-OF-BALANCE TO TRUE
001600     END-IF.
001610     PERFORM 1100-READ-TRAN-RECORD
001970 1300-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
001997* 2000-COUNT-INPUT-DETAILS - COUNT THE DETAIL AND REVERSAL
002004* RECORDS ON THE INPUT FILE. CONTROL RECORDS DON'T COUNT - THEY
002011* NEVER POST.
002020*----------------------------------------------------------------
002030 2000-COUNT-INPUT-DETAILS.
002040     IF TI-DETAIL-RECORD OR TI-REVERSAL-RECORD
002050         ADD 1 TO WS-IN-DETAIL-COUNT
002060     END-IF.
002070     PERFORM 1100-READ-TRAN-RECORD
002100     EXIT.
002110*----------------------------------------------------------------
002120* 2100-COUNT-OUTPUT-RECORDS - COUNT THE OUTPUT RECORDS AND
002126* RE-ADD THE EXTENSIONS INDEPENDENTLY OF THE RUN. REVERSALS
002132* ARE COUNTED IN WITH THE RECORDS BUT RE-ADDED ON THEIR OWN.
002140*----------------------------------------------------------------
002150 2100-COUNT-OUTPUT-RECORDS.
002160     ADD 1 TO WS-OUT-COUNT.
002162     IF TO-REVERSAL
002164         ADD 1 TO WS-REVERSAL-COUNT
002166         ADD TO-RESULT TO WS-REVERSAL-SUM
002168     ELSE
002170         ADD TO-RESULT TO WS-RESULT-SUM
002172     END-IF.
002180     PERFORM 1200-READ-OUT-RECORD
002190         THRU 1200-EXIT.
002200 2100-EXIT.
002740     MOVE WS-RESULT-SUM        TO RAL-ACTUAL.
002750     PERFORM 4100-PRINT-AMOUNT-COMPARISON
002760         THRU 4100-EXIT.
002761     MOVE "REVERSALS POSTED"    TO RCL-CAPTION.
002762     MOVE RT-REVERSALS-POSTED  TO RCL-DECLARED.
002763     MOVE WS-REVERSAL-COUNT    TO RCL-ACTUAL.
002764     PERFORM 4000-PRINT-COMPARISON
002765         THRU 4000-EXIT.
002766     MOVE "REVERSAL TOTAL"      TO RAL-CAPTION.
002767     MOVE RT-REVERSAL-TOTAL    TO RAL-DECLARED.
002768     MOVE WS-REVERSAL-SUM      TO RAL-ACTUAL.
002769     PERFORM 4100-PRINT-AMOUNT-COMPARISON
002770         THRU 4100-EXIT.
002775     MOVE SPACES TO WS-PRINT-LINE.
002780     PERFORM 5000-PRINT-ONE-LINE
002790         THRU 5000-EXIT.
002800     IF RUN-OUT-OF-BALANCE

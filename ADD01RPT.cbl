000229*                   99,999.99 AND THE SUBTOTALS AND GRAND TOTAL
000230*                   TO 999,999,999.99, MATCHING THE WIDENED
000231*                   ADD01OUT RECORD AND ADD01 ACCUMULATORS.
000232* 2026-10-15  RJM   REVERSALS (SEE ADD01OUT, ENTRY TYPE "R") PRINT
000233*                   IN THEIR BATCH AS A CREDIT LINE NAMING THE RUN
000234*                   AND TRANSACTION THEY REVERSE. THEY STAY OUT OF
000235*                   THE BATCH SUBTOTALS AND THE GRAND TOTAL AND
000236*                   ARE COUNTED AND TOTALLED ON THEIR OWN LINE,
000237*                   FOLLOWED BY THE RUN'S NET.
000238*----------------------------------------------------------------
000239 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ADD01-OUT-FILE ASSIGN TO "ADD01OUT"
000620     05  WS-GRAND-TOTAL          PIC 9(09)V99 COMP VALUE ZERO.
000630     05  WS-POSTED-COUNT         PIC 9(6)  COMP VALUE ZERO.
000640     05  WS-REJECT-COUNT         PIC 9(6)  COMP VALUE ZERO.
000642     05  WS-REVERSAL-COUNT       PIC 9(6)  COMP VALUE ZERO.
000644     05  WS-REVERSAL-TOTAL       PIC 9(09)V99 COMP VALUE ZERO.
000646     05  WS-NET-TOTAL            PIC S9(09)V99 COMP VALUE ZERO.
000650     05  WS-LINE-COUNT           PIC 9(3)  COMP VALUE 99.
000660     05  WS-PAGE-NUMBER          PIC 9(4)  COMP VALUE ZERO.
000670     05  WS-LINES-PER-PAGE       PIC 9(3)  COMP VALUE 55.
000700     05  WS-TD-YEAR              PIC X(04).
000710     05  WS-TD-MONTH             PIC X(02).
000720     05  WS-TD-DAY               PIC X(02).
000721*----------------------------------------------------------------
000722* THE NOTE PRINTED BESIDE A REVERSAL, NAMING THE EXTENSION IT
000723* CREDITS BACK BY ITS RUN DATE AND TRANSACTION ID.
000724*----------------------------------------------------------------
000725 01  WS-REVERSAL-NOTE.
000726     05  FILLER                  PIC X(09) VALUE "REVERSES ".
000727     05  WS-RN-ORIG-RUN-DATE     PIC 9(08) VALUE ZEROS.
000728     05  FILLER                  PIC X(01) VALUE "/".
000729     05  WS-RN-ORIG-TRAN-ID      PIC 9(06) VALUE ZEROS.
000730 01  RPT-HEADING-1.
000740     05  FILLER                  PIC X(40) VALUE
000750         "ADD01 DAILY EXTENSION REGISTER".
000980     05  RDL-PRICE               PIC ZZ9.99.
000990     05  FILLER                  PIC X(04) VALUE SPACES.
001000     05  RDL-RESULT              PIC ZZ,ZZ9.99.
001005     05  RDL-CREDIT              PIC X(02) VALUE SPACES.
001010     05  FILLER                  PIC X(01) VALUE SPACES.
001015     05  RDL-REVERSAL-NOTE       PIC X(24) VALUE SPACES.
001020 01  RPT-SUBTOTAL-LINE.
001030     05  FILLER                  PIC X(07) VALUE " BATCH ".
001040     05  RSL-BATCH-ID            PIC 9(04).
001340         " TRANSACTIONS REJECTED  ".
001350     05  RTL-REJECT-COUNT        PIC Z(5)9.
001360     05  FILLER                  PIC X(49) VALUE SPACES.
001361 01  RPT-TOTAL-LINE-3.
001362     05  FILLER                  PIC X(25) VALUE
001363         " REVERSALS POSTED       ".
001364     05  RTL-REVERSAL-COUNT      PIC Z(5)9.
001365     05  FILLER                  PIC X(14) VALUE "   CREDITED".
001366     05  FILLER                  PIC X(02) VALUE SPACES.
001367     05  RTL-REVERSAL-TOTAL      PIC Z(8)9.99.
001368     05  FILLER                  PIC X(21) VALUE SPACES.
001369 01  RPT-TOTAL-LINE-4.
001370     05  FILLER                  PIC X(25) VALUE
001371         " NET OF REVERSALS       ".
001372     05  FILLER                  PIC X(22) VALUE SPACES.
001373     05  RTL-NET-TOTAL           PIC Z(8)9.99-.
001374     05  FILLER                  PIC X(20) VALUE SPACES.
001377 01  RPT-SECTION-LINE.
001380     05  FILLER                  PIC X(80) VALUE
001390         " REJECTED TRANSACTIONS".
001392*----------------------------------------------------------------
002000*----------------------------------------------------------------
002010* 2000-PRINT-POSTED-DETAIL - BREAK ON THE BATCH-ID THE SAME WAY
002020* ADD01 DOES, PRINT ONE DETAIL LINE FOR THE EXTENSION ON HAND,
002025* ACCUMULATE THE TOTALS AND READ THE NEXT ONE. A REVERSAL
002030* PRINTS AS A CREDIT NAMING ITS ORIGINAL AND ADDS TO THE
002035* REVERSAL TOTALS INSTEAD.
002040*----------------------------------------------------------------
002050 2000-PRINT-POSTED-DETAIL.
002060     IF FIRST-RECORD-OF-RUN
002180     MOVE TO-QUANTITY      TO RDL-QTY.
002190     MOVE TO-UNIT-PRICE    TO RDL-PRICE.
002200     MOVE TO-RESULT        TO RDL-RESULT.
002201     IF TO-REVERSAL
002202         MOVE "CR"             TO RDL-CREDIT
002203         MOVE TO-ORIG-RUN-DATE TO WS-RN-ORIG-RUN-DATE
002204         MOVE TO-ORIG-TRAN-ID  TO WS-RN-ORIG-TRAN-ID
002205         MOVE WS-REVERSAL-NOTE TO RDL-REVERSAL-NOTE
002206     ELSE
002207         MOVE SPACES           TO RDL-CREDIT
002208         MOVE SPACES           TO RDL-REVERSAL-NOTE
002209     END-IF.
002210     MOVE RPT-DETAIL-LINE  TO WS-PRINT-LINE.
002220     PERFORM 5000-PRINT-ONE-LINE
002230         THRU 5000-EXIT.
002234     IF TO-REVERSAL
002238         ADD TO-RESULT TO WS-REVERSAL-TOTAL
002242         ADD 1 TO WS-REVERSAL-COUNT
002246     ELSE
002250         ADD TO-RESULT TO WS-BATCH-SUBTOTAL
002254         ADD TO-RESULT TO WS-GRAND-TOTAL
002258         ADD 1 TO WS-POSTED-COUNT
002262     END-IF.
002270     PERFORM 1100-READ-OUT-RECORD
002280         THRU 1100-EXIT.
002290 2000-EXIT.
003020     MOVE RPT-TOTAL-LINE-2 TO WS-PRINT-LINE.
003030     PERFORM 5000-PRINT-ONE-LINE
003040         THRU 5000-EXIT.
003041     MOVE WS-REVERSAL-COUNT TO RTL-REVERSAL-COUNT.
003042     MOVE WS-REVERSAL-TOTAL TO RTL-REVERSAL-TOTAL.
003043     MOVE RPT-TOTAL-LINE-3 TO WS-PRINT-LINE.
003044     PERFORM 5000-PRINT-ONE-LINE
003045         THRU 5000-EXIT.
003046     COMPUTE WS-NET-TOTAL = WS-GRAND-TOTAL - WS-REVERSAL-TOTAL.
003047     MOVE WS-NET-TOTAL TO RTL-NET-TOTAL.
003048     MOVE RPT-TOTAL-LINE-4 TO WS-PRINT-LINE.
003049     PERFORM 5000-PRINT-ONE-LINE
003050         THRU 5000-EXIT.
003055 4000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 5000-PRINT-ONE-LINE - WRITE THE LINE ON HAND, STARTING A NEW

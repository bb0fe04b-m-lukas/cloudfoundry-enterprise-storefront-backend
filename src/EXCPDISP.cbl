001700*                 RECOUNT REQUEST (OR NO DECISION) CARRIES THE   *
001800*                 EXCEPTION FORWARD WITH AN AGING COUNT, AND     *
001900*                 ITEMS OPEN THREE DAYS OR MORE ARE FLAGGED ON   *
002000*                 THE LISTING.  EVERY ACCEPTED COUNT THAT MOVES  *
002030*                 THE BOOK QUANTITY IS ALSO JOURNALLED, VALUED,  *
002060*                 ON THE STOCK ADJUSTMENT JOURNAL (ADJHIST).     *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ------------------------------------------------------      *
002478*                   STOCK ROW AND MOVES PM-QTY-ON-HAND (THE      *
002480*                   ALL-WAREHOUSE ROLLUP) BY THE SAME VARIANCE;  *
002482*                   AGING MATCHES ON PRODUCT PLUS WAREHOUSE.     *
002485*    2026-10-15 ML  APPEND EACH ACCEPTED WRITE-UP OR WRITE-DOWN, *
002488*                   VALUED AT LIST PRICE, TO THE STOCK           *
002491*                   ADJUSTMENT JOURNAL (ADJHIST) FOR THE GL      *
002494*                   EXTRACT.                                     *
002495*    2026-10-15 ML  WRITE EVERY ACCEPTED COUNT THAT MOVED THE    *
002496*                   STOCK ROW TO THE MOVEMENT LEDGER (STKMVLOG)  *
002497*                   AS AN ADJUSTMENT.                            *
002500******************************************************************
002600 PROGRAM-ID.  EXCPDISP.
002700 ENVIRONMENT DIVISION.
004900     SELECT REPORT-FILE ASSIGN TO "DISPRINT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RPT-FILE-STATUS.
005120     SELECT ADJUST-JOURNAL-FILE ASSIGN TO "ADJHIST"
005140         ORGANIZATION IS SEQUENTIAL
005160         FILE STATUS IS WS-SA-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EXCEPTION-FILE
007410 FD  STOCK-MASTER-FILE
007420     LABEL RECORDS ARE STANDARD.
007430     COPY STOCKREC.
007440 FD  ADJUST-JOURNAL-FILE
007450     LABEL RECORDS ARE STANDARD.
007460     COPY ADJHIST.
007500 FD  REPORT-FILE
007600     LABEL RECORDS ARE OMITTED
007700     RECORD CONTAINS 132 CHARACTERS.
011839 77  WS-CUR-WAREHOUSE            PIC X(02)   VALUE "01".
011842 77  WS-DEFAULT-WAREHOUSE        PIC X(02)   VALUE "01".
011845 77  WS-ROLLUP-DELTA             PIC S9(8)   VALUE 0.
011846******************************************************************
011847*    STOCK ADJUSTMENT JOURNAL - ONE VALUED ROW PER ACCEPTED      *
011848*    COUNT THAT MOVED THE BOOK QUANTITY                          *
011849******************************************************************
011850 77  WS-SA-FILE-STATUS           PIC X(02)   VALUE SPACES.
011851 77  WS-SA-OPEN-SW               PIC X(01)   VALUE 'N'.
011852     88  WS-SA-OPEN                          VALUE 'Y'.
011853     88  WS-SA-NOT-OPEN                      VALUE 'N'.
011854 77  WS-JOURNALLED-COUNT         PIC 9(7) COMP VALUE 0.
011855 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
011856 01  WS-EX-KEY.
011857     05  WS-EXK-PRODUCT-ID       PIC X(10).
011858     05  WS-EXK-WAREHOUSE-ID     PIC X(02).
011859 01  WS-CI-KEY.
011860     05  WS-CIK-PRODUCT-ID       PIC X(10).
011863     05  WS-CIK-WAREHOUSE-ID     PIC X(02).
011866******************************************************************
018760 01  WS-GATE-PARMS.
018772     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "EXCPDISP".
018784     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
018785******************************************************************
018786*    PARAMETERS PASSED TO THE STKMVLOG SUBPROGRAM - ONE LEDGER   *
018787*    ROW FOR EVERY CHANGE TO A STOCK ROW'S QUANTITY              *
018788******************************************************************
018789 01  WS-MOVE-PARMS.
018790     05  WS-MV-PRODUCT-ID        PIC X(10).
018791     05  WS-MV-WAREHOUSE-ID      PIC X(02).
018792     05  WS-MV-MOVE-TYPE         PIC X(01).
018793     05  WS-MV-QUANTITY          PIC S9(07).
018794     05  WS-MV-QTY-AFTER         PIC 9(07).
018795     05  WS-MV-SOURCE-PROGRAM    PIC X(08).
018796     05  WS-MV-REFERENCE         PIC X(12).
018800 PROCEDURE DIVISION.
018900******************************************************************
019000*    0000-MAINLINE                                               *
023070         GO TO 1000-EXIT
023080     END-IF
023090     SET WS-SM-OPEN TO TRUE.
023099     OPEN EXTEND ADJUST-JOURNAL-FILE.
023108     IF WS-SA-FILE-STATUS NOT = "00"
023117         DISPLAY "EXCPDISP: UNABLE TO OPEN ADJUST-JOURNAL, "
023126             "STATUS=" WS-SA-FILE-STATUS
023135         SET WS-EX-EOF-YES TO TRUE
023144         MOVE "0012" TO WS-RUN-RETURN-STATUS
023153         GO TO 1000-EXIT
023162     END-IF
023171     SET WS-SA-OPEN TO TRUE.
023180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023189     OPEN OUTPUT CARRY-OUT-FILE.
023200     IF WS-CO-FILE-STATUS NOT = "00"
023300         DISPLAY "EXCPDISP: UNABLE TO OPEN CARRY-OUT-FILE, "
023400             "STATUS=" WS-CO-FILE-STATUS
037988         END-IF
037990     END-IF
038000     REWRITE PM-PRODUCT-RECORD.
038020     IF WS-ROLLUP-DELTA NOT = 0
038040         PERFORM 2400-WRITE-ADJUSTMENT THRU 2400-EXIT
038050         PERFORM 2450-LOG-STOCK-MOVE THRU 2450-EXIT
038060     END-IF
038100     ADD 1 TO WS-ADJUSTED-COUNT.
038200     MOVE "WAREHOUSE COUNT TAKEN" TO DTL-DISPOSITION.
038300     PERFORM 2600-PRINT-DISPOSITION THRU 2600-EXIT.
038596     END-READ.
038598 2350-EXIT.
038599     EXIT.
038602******************************************************************
038605*    2400-WRITE-ADJUSTMENT - JOURNALS THE ACCEPTED VARIANCE,     *
038608*    VALUED AT THE PRODUCT'S LIST PRICE, SO THE GL EXTRACT CAN   *
038611*    POST THE WRITE-UP OR WRITE-DOWN                             *
038614******************************************************************
038617 2400-WRITE-ADJUSTMENT.
038620     MOVE SPACES TO SA-ADJUST-RECORD.
038623     MOVE WS-RUN-DATE TO SA-ADJUST-DATE.
038626     MOVE "EXCPDISP" TO SA-SOURCE-PROGRAM.
038629     MOVE EX-PRODUCT-ID TO SA-PRODUCT-ID.
038632     MOVE WS-CUR-WAREHOUSE TO SA-WAREHOUSE-ID.
038635     IF WS-ROLLUP-DELTA > 0
038638         SET SA-WRITE-UP TO TRUE
038641         MOVE WS-ROLLUP-DELTA TO SA-QUANTITY
038644     ELSE
038647         SET SA-WRITE-DOWN TO TRUE
038650         COMPUTE SA-QUANTITY = 0 - WS-ROLLUP-DELTA
038653     END-IF
038656     MOVE PM-PRICE TO SA-UNIT-VALUE.
038659     COMPUTE SA-AMOUNT = SA-QUANTITY * SA-UNIT-VALUE.
038662     MOVE DP-OPERATOR-ID TO SA-OPERATOR-ID.
038665     WRITE SA-ADJUST-RECORD.
038668     ADD 1 TO WS-JOURNALLED-COUNT.
038671 2400-EXIT.
038674     EXIT.
038675******************************************************************
038676*    2450-LOG-STOCK-MOVE - RECORDS THE ACCEPTED VARIANCE ON THE  *
038677*    MOVEMENT LEDGER AS AN ADJUSTMENT                            *
038678******************************************************************
038679 2450-LOG-STOCK-MOVE.
038680     MOVE SM-PRODUCT-ID TO WS-MV-PRODUCT-ID.
038681     MOVE SM-WAREHOUSE-ID TO WS-MV-WAREHOUSE-ID.
038682     MOVE "A" TO WS-MV-MOVE-TYPE.
038683     MOVE WS-ROLLUP-DELTA TO WS-MV-QUANTITY.
038684     MOVE SM-QTY-ON-HAND TO WS-MV-QTY-AFTER.
038685     MOVE "EXCPDISP" TO WS-MV-SOURCE-PROGRAM.
038686     MOVE "WH COUNT" TO WS-MV-REFERENCE.
038687     CALL "STKMVLOG" USING WS-MOVE-PARMS.
038688 2450-EXIT.
038689     EXIT.
038690******************************************************************
038700*    2500-CARRY-FORWARD - WRITES THE (AGED) EXCEPTION TO THE     *
038800*    NEW CARRY-FORWARD FILE FOR TOMORROW'S CYCLE                 *
038900******************************************************************
043800         " BOOK-KEPT=" WS-BOOK-KEPT-COUNT
043900         " CARRIED=" WS-CARRIED-COUNT
044000         " AGED=" WS-AGED-COUNT.
044003     DISPLAY "EXCPDISP: ADJUSTMENTS JOURNALLED="
044006         WS-JOURNALLED-COUNT.
044010     MOVE WS-EXCEPTION-COUNT TO WS-RUN-RECORDS-READ.
044020     COMPUTE WS-RUN-RECORDS-WRITTEN = WS-ADJUSTED-COUNT
044030         + WS-BOOK-KEPT-COUNT + WS-CARRIED-COUNT.
045510     IF WS-SM-OPEN
045520         CLOSE STOCK-MASTER-FILE
045530     END-IF
045540     IF WS-SA-OPEN
045550         CLOSE ADJUST-JOURNAL-FILE
045560     END-IF
045600     IF WS-RPT-FILE-STATUS = "00"
045700         CLOSE REPORT-FILE
045800     END-IF.

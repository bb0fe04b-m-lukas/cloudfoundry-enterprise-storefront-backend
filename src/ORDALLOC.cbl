002190*                   PER-WAREHOUSE STOCK FILE, BACKORDERING THE   *
002192*                   SHORTFALL PER LOCATION.  PM-QTY-ON-HAND IS   *
002194*                   KEPT AS THE ALL-WAREHOUSE ROLLUP.            *
002196*    2026-10-15 ML  WRITE EVERY STOCK ROW DECREMENT TO THE       *
002198*                   MOVEMENT LEDGER (STKMVLOG) AS A SHIPMENT.    *
002218*    2026-10-15 ML  SHIP RECORD WIDENED TO THE ORDER RECORD'S    *
002238*                   NEW LENGTH; BACKORDERS CARRY THE LINE'S      *
002258*                   PRICE SOURCE.                                *
002278******************************************************************
002300 PROGRAM-ID.  ORDALLOC.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005060     COPY STOCKREC.
005100 FD  SHIP-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  SH-SHIP-RECORD              PIC X(91).
005400 FD  BACKORDER-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BORDREC.
008074 01  WS-GATE-PARMS.
008076     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "ORDALLOC".
008078     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
008079******************************************************************
008080*    PARAMETERS PASSED TO THE STKMVLOG SUBPROGRAM - ONE LEDGER   *
008081*    ROW FOR EVERY CHANGE TO A STOCK ROW'S QUANTITY              *
008082******************************************************************
008083 01  WS-MOVE-PARMS.
008084     05  WS-MV-PRODUCT-ID        PIC X(10).
008085     05  WS-MV-WAREHOUSE-ID      PIC X(02).
008086     05  WS-MV-MOVE-TYPE         PIC X(01).
008087     05  WS-MV-QUANTITY          PIC S9(07).
008088     05  WS-MV-QTY-AFTER         PIC 9(07).
008089     05  WS-MV-SOURCE-PROGRAM    PIC X(08).
008090     05  WS-MV-REFERENCE         PIC X(12).
008100 PROCEDURE DIVISION.
008200******************************************************************
008300*    0000-MAINLINE                                               *
016300     IF WS-QTY-ALLOCATED > 0
016400         SUBTRACT WS-QTY-ALLOCATED FROM SM-QTY-ON-HAND
016410         REWRITE SM-STOCK-RECORD
016415         PERFORM 2090-LOG-STOCK-MOVE THRU 2090-EXIT
016420*        THE ROLLUP ON THE MASTER MOVES BY THE SAME AMOUNT,
016430*        FLOORED AT ZERO IF THE TWO EVER DISAGREE
016440         IF WS-QTY-ALLOCATED > PM-QTY-ON-HAND
017468     END-READ.
017470 2080-EXIT.
017472     EXIT.
017473******************************************************************
017474*    2090-LOG-STOCK-MOVE - RECORDS THE ALLOCATION ON THE         *
017475*    MOVEMENT LEDGER AS A SHIPMENT AGAINST THE ORDER NUMBER      *
017476******************************************************************
017477 2090-LOG-STOCK-MOVE.
017478     MOVE SM-PRODUCT-ID TO WS-MV-PRODUCT-ID.
017479     MOVE SM-WAREHOUSE-ID TO WS-MV-WAREHOUSE-ID.
017480     MOVE "S" TO WS-MV-MOVE-TYPE.
017481     COMPUTE WS-MV-QUANTITY = 0 - WS-QTY-ALLOCATED.
017482     MOVE SM-QTY-ON-HAND TO WS-MV-QTY-AFTER.
017483     MOVE "ORDALLOC" TO WS-MV-SOURCE-PROGRAM.
017484     MOVE OR-ORDER-NO TO WS-MV-REFERENCE.
017485     CALL "STKMVLOG" USING WS-MOVE-PARMS.
017486 2090-EXIT.
017487     EXIT.
017500******************************************************************
017600*    2100-WRITE-SHIP-LINE - WRITES THE SHIPPABLE PORTION OF THE  *
017700*    ORDER LINE, QUANTITY REDUCED TO WHAT WAS ALLOCATED          *
019400     MOVE OR-PRICE TO BO-PRICE.
019420     MOVE OR-CUSTOMER-ID TO BO-CUSTOMER-ID.
019440     MOVE OR-ORDER-NO TO BO-ORDER-NO.
019450     MOVE OR-PRICE-SOURCE TO BO-PRICE-SOURCE.
019460     MOVE WS-CUR-WAREHOUSE TO BO-WAREHOUSE-ID.
019500     WRITE BO-BACKORDER-RECORD.
019600 2200-EXIT.

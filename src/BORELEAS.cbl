002575*                   (BO-WAREHOUSE-ID) ON THE PER-WAREHOUSE       *
002580*                   STOCK FILE, KEEPING PM-QTY-ON-HAND AS THE    *
002585*                   ALL-WAREHOUSE ROLLUP.                        *
002590*    2026-10-15 ML  WRITE EVERY STOCK ROW DECREMENT TO THE       *
002595*                   MOVEMENT LEDGER (STKMVLOG) AS A SHIPMENT.    *
002596*    2026-10-15 ML  SHIP RECORD WIDENED TO THE ORDER RECORD'S    *
002597*                   NEW LENGTH; A RELEASED LINE KEEPS ITS PRICE  *
002598*                   SOURCE.                                      *
002600******************************************************************
002700 PROGRAM-ID.  BORELEAS.
002800 ENVIRONMENT DIVISION.
005430     COPY STOCKREC.
005500 FD  SHIP-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  SH-SHIP-RECORD              PIC X(91).
005800 FD  BACKORDER-OUT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  BN-BACKORDER-RECORD         PIC X(100).
010360 01  WS-GATE-PARMS.
010372     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "BORELEAS".
010384     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
010385******************************************************************
010386*    PARAMETERS PASSED TO THE STKMVLOG SUBPROGRAM - ONE LEDGER   *
010387*    ROW FOR EVERY CHANGE TO A STOCK ROW'S QUANTITY              *
010388******************************************************************
010389 01  WS-MOVE-PARMS.
010390     05  WS-MV-PRODUCT-ID        PIC X(10).
010391     05  WS-MV-WAREHOUSE-ID      PIC X(02).
010392     05  WS-MV-MOVE-TYPE         PIC X(01).
010393     05  WS-MV-QUANTITY          PIC S9(07).
010394     05  WS-MV-QTY-AFTER         PIC 9(07).
010395     05  WS-MV-SOURCE-PROGRAM    PIC X(08).
010396     05  WS-MV-REFERENCE         PIC X(12).
010400 PROCEDURE DIVISION.
010500******************************************************************
010600*    0000-MAINLINE                                               *
019700     IF WS-QTY-RELEASED > 0
019800         SUBTRACT WS-QTY-RELEASED FROM SM-QTY-ON-HAND
019810         REWRITE SM-STOCK-RECORD
019815         PERFORM 2090-LOG-STOCK-MOVE THRU 2090-EXIT
019820*        THE ROLLUP ON THE MASTER MOVES BY THE SAME AMOUNT,
019830*        FLOORED AT ZERO IF THE TWO EVER DISAGREE
019840         IF WS-QTY-RELEASED > PM-QTY-ON-HAND
020874     END-READ.
020876 2080-EXIT.
020878     EXIT.
020879******************************************************************
020880*    2090-LOG-STOCK-MOVE - RECORDS THE RELEASE ON THE MOVEMENT   *
020881*    LEDGER AS A SHIPMENT AGAINST THE ORIGINAL ORDER NUMBER      *
020882******************************************************************
020883 2090-LOG-STOCK-MOVE.
020884     MOVE SM-PRODUCT-ID TO WS-MV-PRODUCT-ID.
020885     MOVE SM-WAREHOUSE-ID TO WS-MV-WAREHOUSE-ID.
020886     MOVE "S" TO WS-MV-MOVE-TYPE.
020887     COMPUTE WS-MV-QUANTITY = 0 - WS-QTY-RELEASED.
020888     MOVE SM-QTY-ON-HAND TO WS-MV-QTY-AFTER.
020889     MOVE "BORELEAS" TO WS-MV-SOURCE-PROGRAM.
020890     MOVE BO-ORDER-NO TO WS-MV-REFERENCE.
020891     CALL "STKMVLOG" USING WS-MOVE-PARMS.
020892 2090-EXIT.
020893     EXIT.
020900******************************************************************
021000*    2100-WRITE-SHIP-LINE - APPENDS THE RELEASED PORTION TO THE  *
021100*    SHIP FILE WITH THE ORIGINAL CUSTOMER/ORDER-NUMBER STAMP SO  *
022000     MOVE BO-PRICE TO OR-PRICE.
022100     MOVE BO-CUSTOMER-ID TO OR-CUSTOMER-ID.
022200     MOVE BO-ORDER-NO TO OR-ORDER-NO.
022250     MOVE BO-PRICE-SOURCE TO OR-PRICE-SOURCE.
022300     WRITE SH-SHIP-RECORD FROM OR-ORDER-RECORD.
022400 2100-EXIT.
022500     EXIT.

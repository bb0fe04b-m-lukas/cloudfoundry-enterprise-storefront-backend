001800*    MODIFICATION HISTORY                                       *
001900*    ------------------------------------------------------      *
002000*    2026-09-02 ML  ORIGINAL VERSION - STOCK FILE CONVERSION.    *
002020*    2026-10-15 ML  WRITE EACH CONVERTED QUANTITY TO THE         *
002040*                   MOVEMENT LEDGER (STKMVLOG) AS AN OPENING     *
002060*                   LOAD SO THE LEDGER STARTS FROM THE SAME      *
002080*                   BALANCE AS THE STOCK FILE.                   *
002100******************************************************************
002200 PROGRAM-ID.  STKBUILD.
002300 ENVIRONMENT DIVISION.
006800     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
006900     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
007000     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
007007******************************************************************
007014*    PARAMETERS PASSED TO THE STKMVLOG SUBPROGRAM - ONE LEDGER   *
007021*    ROW FOR EVERY CHANGE TO A STOCK ROW'S QUANTITY              *
007028******************************************************************
007035 01  WS-MOVE-PARMS.
007042     05  WS-MV-PRODUCT-ID        PIC X(10).
007049     05  WS-MV-WAREHOUSE-ID      PIC X(02).
007056     05  WS-MV-MOVE-TYPE         PIC X(01).
007063     05  WS-MV-QUANTITY          PIC S9(07).
007070     05  WS-MV-QTY-AFTER         PIC 9(07).
007077     05  WS-MV-SOURCE-PROGRAM    PIC X(08).
007084     05  WS-MV-REFERENCE         PIC X(12).
007100 LINKAGE SECTION.
007200 01  LK-PARM-AREA.
007300     05  LK-PARM-LEN             PIC S9(4) COMP.
014400             GO TO 2000-READ-NEXT
014500     END-WRITE
014600     ADD 1 TO WS-BUILT-COUNT.
014620     IF SM-QTY-ON-HAND > 0
014640         PERFORM 2100-LOG-STOCK-MOVE THRU 2100-EXIT
014660     END-IF.
014700 2000-READ-NEXT.
014800     PERFORM 1100-READ-NEXT-MASTER THRU 1100-EXIT.
014900 2000-EXIT.
015000     EXIT.
015006******************************************************************
015012*    2100-LOG-STOCK-MOVE - RECORDS THE CONVERTED QUANTITY ON     *
015018*    THE MOVEMENT LEDGER AS THE ROW'S OPENING LOAD               *
015024******************************************************************
015030 2100-LOG-STOCK-MOVE.
015036     MOVE SM-PRODUCT-ID TO WS-MV-PRODUCT-ID.
015042     MOVE SM-WAREHOUSE-ID TO WS-MV-WAREHOUSE-ID.
015048     MOVE "L" TO WS-MV-MOVE-TYPE.
015054     MOVE SM-QTY-ON-HAND TO WS-MV-QUANTITY.
015060     MOVE SM-QTY-ON-HAND TO WS-MV-QTY-AFTER.
015066     MOVE "STKBUILD" TO WS-MV-SOURCE-PROGRAM.
015072     MOVE "CONVERSION" TO WS-MV-REFERENCE.
015078     CALL "STKMVLOG" USING WS-MOVE-PARMS.
015084 2100-EXIT.
015090     EXIT.
015100******************************************************************
015200*    3000-FINALIZE                                               *
015300******************************************************************

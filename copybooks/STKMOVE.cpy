000100******************************************************************
000200*    STKMOVE - STOCK MOVEMENT LEDGER RECORD LAYOUT               *
000300*    ------------------------------------------------------      *
000400*    ONE ROW FOR EVERY CHANGE TO SM-QTY-ON-HAND, WRITTEN BY THE  *
000500*    STKMVLOG SUBPROGRAM AS THE STOCK ROW IS WRITTEN OR          *
000600*    REWRITTEN - NEVER UPDATED IN PLACE.  KEYED ON PRODUCT,      *
000700*    WAREHOUSE AND DATE SO ONE PRODUCT/WAREHOUSE PAIR READS      *
000800*    BACK IN THE ORDER IT MOVED; THE TIME AND A PER-RUN          *
000900*    SEQUENCE KEEP TWO MOVES IN THE SAME DAY APART.  THE         *
001000*    QUANTITY IS THE SIGNED CHANGE AND THE QTY-AFTER IS WHAT     *
001100*    THE STOCK ROW HELD ONCE IT WAS APPLIED, SO THE MONTH-END    *
001200*    ROLL-FORWARD (STKROLL) CAN PROVE THE LEDGER AGAINST THE     *
001300*    STOCK FILE.                                                 *
001400******************************************************************
001500 01  SV-MOVE-RECORD.
001600     05  SV-MOVE-KEY.
001700         10  SV-PRODUCT-ID       PIC X(10).
001800         10  SV-WAREHOUSE-ID     PIC X(02).
001900         10  SV-MOVE-DATE        PIC 9(08).
002000         10  SV-MOVE-TIME        PIC 9(08).
002100         10  SV-SEQUENCE         PIC 9(04).
002200     05  SV-MOVE-TYPE            PIC X(01).
002300         88  SV-RECEIPT                  VALUE "R".
002400         88  SV-SHIPMENT                 VALUE "S".
002500         88  SV-ADJUSTMENT               VALUE "A".
002600         88  SV-RETURN                   VALUE "T".
002700         88  SV-OPENING-LOAD             VALUE "L".
002800     05  SV-QUANTITY             PIC S9(07).
002900     05  SV-QTY-AFTER            PIC 9(07).
003000     05  SV-SOURCE-PROGRAM       PIC X(08).
003100     05  SV-REFERENCE            PIC X(12).
003200     05  FILLER                  PIC X(13).

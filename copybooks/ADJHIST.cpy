000100******************************************************************
000200*    ADJHIST - STOCK ADJUSTMENT JOURNAL RECORD LAYOUT            *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER WAREHOUSE COUNT ACCEPTED IN EXCPDISP THAT       *
000500*    MOVED THE BOOK QUANTITY, APPENDED AS THE STOCK ROW IS       *
000600*    REWRITTEN - NEVER UPDATED IN PLACE.  AUDTLOG KEEPS ONLY     *
000700*    THE OLD AND NEW QUANTITY, SO THIS IS WHERE THE GL EXTRACT   *
000800*    (GLEXTR) FINDS THE VALUE OF EACH WRITE-UP OR WRITE-DOWN.    *
000900*    THE STOCK IS VALUED AT THE PRODUCT'S LIST PRICE ON THE DAY  *
001000*    (PM-PRICE) - THE MASTER HOLDS NO COST.  QUANTITY AND        *
001100*    AMOUNT ARE HELD UNSIGNED; THE DIRECTION SAYS WHICH WAY.     *
001200******************************************************************
001300 01  SA-ADJUST-RECORD.
001400     05  SA-ADJUST-DATE          PIC 9(08).
001500     05  SA-SOURCE-PROGRAM       PIC X(08).
001600     05  SA-PRODUCT-ID           PIC X(10).
001700     05  SA-WAREHOUSE-ID         PIC X(02).
001800     05  SA-DIRECTION            PIC X(01).
001900         88  SA-WRITE-UP                 VALUE "U".
002000         88  SA-WRITE-DOWN               VALUE "D".
002100     05  SA-QUANTITY             PIC 9(07).
002200     05  SA-UNIT-VALUE           PIC 9(5)V99.
002300     05  SA-AMOUNT               PIC 9(9)V99.
002400     05  SA-OPERATOR-ID          PIC X(08).
002500     05  FILLER                  PIC X(18).

000500*    AVAILABLE STOCK (ON HAND LESS BACKORDERED) HAS FALLEN TO    *
000600*    OR BELOW ITS REORDER LEVEL.  ONE ROW PER PRODUCT, IN        *
000700*    PM-BRAND SEQUENCE, FOR THE BUYING TEAM'S PURCHASING FEED.   *
000720*    PS-QTY-ON-ORDER IS WHAT OPEN PURCHASE ORDERS (POFILE) ARE   *
000740*    STILL DUE TO DELIVER; IT COUNTS TOWARD AVAILABLE STOCK SO A *
000760*    PRODUCT ALREADY ON ORDER IS NOT SUGGESTED TWICE.  PORAISE   *
000780*    RAISES PURCHASE ORDERS FROM THE ROWS THE BUYER APPROVES.    *
000800******************************************************************
000900 01  PS-SUGGEST-RECORD.
001000     05  PS-PRODUCT-ID           PIC X(10).
001400     05  PS-QTY-BACKORDERED      PIC 9(07).
001500     05  PS-REORDER-LEVEL        PIC 9(07).
001600     05  PS-SUGGESTED-QTY        PIC 9(07).
001650     05  PS-QTY-ON-ORDER         PIC 9(07).
001700     05  FILLER                  PIC X(05).

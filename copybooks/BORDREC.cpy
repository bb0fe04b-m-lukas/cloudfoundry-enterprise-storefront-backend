000800*    ORDERED/SHORT QUANTITY SPLIT.  BO-WAREHOUSE-ID NAMES THE    *
000810*    BUILDING THE SHORTAGE BELONGS TO, SO THE RELEASE RUN        *
000820*    (BORELEAS) DRAWS FROM THAT WAREHOUSE'S STOCK ROW.           *
000840*    BO-PRICE-SOURCE CARRIES THE ORDER LINE'S PRICE SOURCE SO A  *
000860*    RELEASED LINE IS INVOICED ON THE SAME BASIS.                *
000900******************************************************************
001000 01  BO-BACKORDER-RECORD.
001100     05  BO-PRODUCT-ID           PIC X(10).
001700     05  BO-CUSTOMER-ID          PIC X(10).
001800     05  BO-ORDER-NO             PIC 9(08).
001850     05  BO-WAREHOUSE-ID         PIC X(02).
001860     05  BO-PRICE-SOURCE         PIC X(01).
001900     05  FILLER                  PIC X(02).

000100******************************************************************
000200*    POLINE - PURCHASE-ORDER LINE RECORD LAYOUT                  *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER PRODUCT ORDERED FROM A SUPPLIER, KEYED ON THE   *
000500*    PURCHASE-ORDER NUMBER PLUS LINE NUMBER, WITH AN ALTERNATE   *
000600*    KEY ON PRODUCT PLUS DELIVERY WAREHOUSE SO A RECEIPT CAN     *
000700*    FIND THE OPEN LINES IT SATISFIES.  RAISED BY PORAISE FROM   *
000800*    BUYER-APPROVED SUGGESTIONS; WMSIMPRT ADDS EACH MATCHED      *
000900*    RECEIPT TO PO-QTY-RECEIVED, MOVING THE LINE FROM OPEN TO    *
001000*    PARTIAL TO CLOSED.  CLOSED LINES ARE KEPT, NEVER DELETED,   *
001100*    SO A SUPPLIER QUERY CAN LOOK BACK AT THEM.  FILLER AT THE   *
001200*    END IS RESERVED SLACK - SHRINK IT, DO NOT EXTEND THE        *
001300*    RECORD, WHEN ADDING A FIELD.                                *
001400******************************************************************
001500 01  PO-LINE-RECORD.
001600     05  PO-LINE-KEY.
001700         10  PO-NUMBER           PIC 9(07).
001800         10  PO-LINE-NO          PIC 9(03).
001900     05  PO-ITEM-KEY.
002000         10  PO-PRODUCT-ID       PIC X(10).
002100         10  PO-WAREHOUSE-ID     PIC X(02).
002200     05  PO-VENDOR-ID            PIC X(08).
002300     05  PO-BRAND                PIC X(20).
002400     05  PO-CURRENCY-CODE        PIC X(03).
002500     05  PO-ORDER-DATE           PIC 9(08).
002600     05  PO-EXPECTED-DATE        PIC 9(08).
002700     05  PO-QTY-ORDERED          PIC 9(07).
002800     05  PO-QTY-RECEIVED         PIC 9(07).
002900     05  PO-LAST-RECEIPT-DATE    PIC 9(08).
003000     05  PO-STATUS-CODE          PIC X(01).
003100         88  PO-STATUS-OPEN              VALUE "O".
003200         88  PO-STATUS-PARTIAL           VALUE "P".
003300         88  PO-STATUS-CLOSED            VALUE "C".
003400         88  PO-STATUS-OUTSTANDING       VALUES "O" "P".
003500     05  PO-BUYER-ID             PIC X(08).
003600     05  FILLER                  PIC X(20).

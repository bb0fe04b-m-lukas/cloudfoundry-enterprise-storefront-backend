000100******************************************************************
000200*    CONTRREC - CUSTOMER CONTRACT PRICE RECORD LAYOUT            *
000300*    ------------------------------------------------------      *
000400*    ONE NEGOTIATED PRICE PER CUSTOMER AND PRODUCT, KEYED ON     *
000500*    CUSTOMER-ID PLUS PRODUCT-ID.  THE CONTRACT PRICE APPLIES    *
000600*    TO ORDERS DATED CP-START-DATE THROUGH CP-END-DATE           *
000700*    INCLUSIVE, ON A LINE OF AT LEAST CP-MIN-QTY UNITS (ZERO     *
000800*    MEANS ANY QUANTITY).  ORDENTRY CHARGES THE LOWEST OF THE    *
000900*    CONTRACT, PROMOTIONAL AND BASE PRICE IN EFFECT FOR THE      *
001000*    ORDER.  A CANCELLED AGREEMENT IS MARKED, NEVER DELETED, SO  *
001100*    A PRICING DISPUTE CAN STILL LOOK BACK AT IT; A LATER ADD    *
001200*    FOR THE SAME CUSTOMER AND PRODUCT REPLACES IT.              *
001300*    CP-ACCOUNT-MGR NAMES THE ACCOUNT MANAGER WHO OWNS THE       *
001400*    AGREEMENT - THE EXPIRY WARNING (CONTEXP) IS GROUPED BY IT.  *
001500*    MAINTAINED BY CONTMNT.  FILLER AT THE END IS RESERVED       *
001600*    SLACK FOR FUTURE FIELDS - SHRINK IT, DO NOT EXTEND THE      *
001700*    RECORD, WHEN ADDING A FIELD.                                *
001800******************************************************************
001900 01  CP-CONTRACT-RECORD.
002000     05  CP-CONTRACT-KEY.
002100         10  CP-CUSTOMER-ID      PIC X(10).
002200         10  CP-PRODUCT-ID       PIC X(10).
002300     05  CP-CONTRACT-PRICE       PIC 9(5)V99.
002400     05  CP-START-DATE           PIC 9(08).
002500     05  CP-END-DATE             PIC 9(08).
002600     05  CP-MIN-QTY              PIC 9(05).
002700     05  CP-STATUS-CODE          PIC X(01).
002800         88  CP-STATUS-ACTIVE            VALUE "A".
002900         88  CP-STATUS-CANCELLED         VALUE "C".
003000     05  CP-ACCOUNT-MGR          PIC X(08).
003100     05  FILLER                  PIC X(23).

000700*    ONE SEARCH PER PRODUCT TO HONOR THE PROMO IN EFFECT -      *
000800*    AND PROMOTIONS START AND END WITHOUT ANYONE REPRICING      *
000900*    THE PRODUCT MASTER.                                         *
000920*    ORDENTRY, WHICH PRICES EACH ORDER AS OF ITS OWN ORDER DATE, *
000940*    INSTEAD LOADS EVERY ROW WITH ITS WINDOW IN                  *
000960*    WS-PROMO-START-DATE/WS-PROMO-END-DATE AND TESTS THE WINDOW  *
000980*    AT LOOKUP; THE OTHER LOADERS LEAVE THE DATES UNFILLED.      *
001000******************************************************************
001100 77  WS-PROMO-COUNT              PIC 9(5) COMP VALUE 0.
001200 01  WS-PROMO-TABLE.
001500                        INDEXED BY WS-PROMO-IDX.
001600         10  WS-PROMO-PRODUCT-ID PIC X(10).
001700         10  WS-PROMO-PRICE      PIC 9(5)V99.
001710         10  WS-PROMO-START-DATE PIC 9(08).
001720         10  WS-PROMO-END-DATE   PIC 9(08).

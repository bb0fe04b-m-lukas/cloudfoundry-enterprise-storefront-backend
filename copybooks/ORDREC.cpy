000700*    ITS VALIDATED ORDER HEADER.  THE ORDER NUMBER IS THE RUN    *
000800*    DATE IN JULIAN FORM (YYDDD) FOLLOWED BY A THREE-DIGIT       *
000900*    SEQUENCE ASSIGNED PER HEADER WITHIN THE RUN.                *
000920*    OR-PRICE IS THE UNIT PRICE ACTUALLY CHARGED AND             *
000940*    OR-PRICE-SOURCE SAYS WHERE IT CAME FROM - THE CUSTOMER'S    *
000960*    CONTRACT, A PROMOTION OR THE BASE PRICE.  RECORDS WRITTEN   *
000980*    BEFORE THE SOURCE WAS CARRIED HOLD A SPACE (BASE PRICE).    *
001000******************************************************************
001100 01  OR-ORDER-RECORD.
001200     05  OR-PRODUCT-ID           PIC X(10).
001600     05  OR-PRICE                PIC 9(5)V99.
001700     05  OR-CUSTOMER-ID          PIC X(10).
001800     05  OR-ORDER-NO             PIC 9(08).
001810     05  OR-PRICE-SOURCE         PIC X(01).
001820         88  OR-PRICE-CONTRACT           VALUE "C".
001830         88  OR-PRICE-PROMO              VALUE "P".
001840         88  OR-PRICE-BASE               VALUES "B" " ".

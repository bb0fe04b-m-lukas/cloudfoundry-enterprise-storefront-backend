000100******************************************************************
000200*    CONTRTRN - CONTRACT PRICE TRANSACTION RECORD LAYOUT         *
000300*    ------------------------------------------------------      *
000400*    ONE ADD/CHANGE/CANCEL REQUEST AGAINST THE CUSTOMER          *
000500*    CONTRACT PRICE MASTER (SEE CONTRREC), READ AND VALIDATED    *
000600*    BY CONTMNT BEFORE ANY WRITE.  AN ADD NEEDS EVERY TERM BUT   *
000700*    THE MINIMUM QUANTITY (BLANK = ANY QUANTITY).  ON A CHANGE,  *
000800*    A BLANK FIELD LEAVES THE AGREEMENT'S VALUE AS IT IS - KEY   *
000900*    ZEROS TO REMOVE A MINIMUM QUANTITY.  A CANCEL NEEDS ONLY    *
001000*    THE KEY AND THE OPERATOR.  PRICE, WINDOW, MINIMUM AND       *
001100*    STATUS CHANGES ARE LOGGED THROUGH AUDTLOG.                  *
001200******************************************************************
001300 01  CT-CONTRACT-TRAN.
001400     05  CT-TRAN-CODE            PIC X(06).
001500     05  CT-CUSTOMER-ID          PIC X(10).
001600     05  CT-PRODUCT-ID           PIC X(10).
001700     05  CT-CONTRACT-PRICE       PIC X(07).
001800     05  CT-CONTRACT-PRICE-N REDEFINES CT-CONTRACT-PRICE
001900                                 PIC 9(5)V99.
002000     05  CT-START-DATE           PIC X(08).
002100     05  CT-START-DATE-N REDEFINES CT-START-DATE
002200                                 PIC 9(08).
002300     05  CT-END-DATE             PIC X(08).
002400     05  CT-END-DATE-N REDEFINES CT-END-DATE
002500                                 PIC 9(08).
002600     05  CT-MIN-QTY              PIC X(05).
002700     05  CT-MIN-QTY-N REDEFINES CT-MIN-QTY
002800                                 PIC 9(05).
002900     05  CT-ACCOUNT-MGR          PIC X(08).
003000     05  CT-OPERATOR-ID          PIC X(08).
003100     05  FILLER                  PIC X(10).

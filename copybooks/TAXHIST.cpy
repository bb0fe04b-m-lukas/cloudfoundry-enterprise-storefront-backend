000100******************************************************************
000200*    TAXHIST - VAT JOURNAL RECORD LAYOUT                         *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER TAXED LINE, APPENDED BY ARPOST AS INVOICE       *
000500*    LINES ARE POSTED (TH-TAX-CHARGED) AND BY RETPROC AS CREDIT  *
000600*    MEMOS ARE POSTED (TH-TAX-CREDITED) - NEVER UPDATED IN       *
000700*    PLACE.  THE OPEN-ITEM FILE ONLY HOLDS EACH DOCUMENT'S TAX   *
000800*    TOTAL, SO THIS IS WHERE THE PERIOD-END VAT SUMMARY          *
000900*    (TAXRPT) FINDS THE NET AND TAX BY CODE AND RATE.            *
001000*    TH-DOCUMENT-NO IS THE ORDER NUMBER OF AN INVOICE OR THE     *
001100*    CREDIT NUMBER OF A CREDIT MEMO.  AMOUNTS ARE IN THE BASE    *
001200*    CURRENCY (EUR) AND HELD UNSIGNED; THE ENTRY TYPE SAYS       *
001300*    WHICH WAY THEY COUNT.                                       *
001330*    TH-PRICE-SOURCE IS THE INVOICE LINE'S PRICE SOURCE (SEE     *
001360*    ORDREC); CREDIT ROWS LEAVE IT BLANK.                        *
001400******************************************************************
001500 01  TH-TAX-RECORD.
001600     05  TH-POST-DATE            PIC 9(08).
001700     05  TH-SOURCE-PROGRAM       PIC X(08).
001800     05  TH-ENTRY-TYPE           PIC X(01).
001900         88  TH-TAX-CHARGED              VALUE "S".
002000         88  TH-TAX-CREDITED             VALUE "C".
002100     05  TH-CUSTOMER-ID          PIC X(10).
002200     05  TH-DOCUMENT-NO          PIC 9(08).
002300     05  TH-PRODUCT-ID           PIC X(10).
002400     05  TH-TAX-CODE             PIC X(01).
002500     05  TH-TAX-PCT              PIC 9(03)V99.
002600     05  TH-NET-AMOUNT           PIC 9(9)V99.
002700     05  TH-TAX-AMOUNT           PIC 9(9)V99.
002750     05  TH-PRICE-SOURCE         PIC X(01).
002800     05  FILLER                  PIC X(06).

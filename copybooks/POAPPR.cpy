000100******************************************************************
000200*    POAPPR - BUYER PURCHASE-APPROVAL RECORD LAYOUT              *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER SUGGESTED-PURCHASE ROW (SEE PORDSUG) THE        *
000500*    BUYER HAS APPROVED FOR ORDERING.  A BLANK APPROVED QUANTITY *
000600*    TAKES THE SUGGESTED QUANTITY AS IT STANDS; A ZERO DECLINES  *
000700*    THE SUGGESTION.  A BLANK WAREHOUSE DELIVERS TO THE          *
000800*    ORIGINAL BUILDING ("01").  READ BY PORAISE.                 *
000900******************************************************************
001000 01  PA-APPROVAL-RECORD.
001100     05  PA-PRODUCT-ID           PIC X(10).
001200     05  PA-APPROVED-QTY         PIC X(07).
001300     05  PA-APPROVED-QTY-N REDEFINES PA-APPROVED-QTY
001400                                 PIC 9(07).
001500     05  PA-WAREHOUSE-ID         PIC X(02).
001600     05  PA-BUYER-ID             PIC X(08).
001700     05  FILLER                  PIC X(13).

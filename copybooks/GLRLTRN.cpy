000100******************************************************************
000200*    GLRLTRN - GL POSTING-RULE MAINTENANCE TRANSACTION LAYOUT    *
000300*    ------------------------------------------------------      *
000400*    ONE ADD/CHANGE REQUEST AGAINST THE POSTING-RULE MASTER      *
000500*    (GLRULES), READ AND VALIDATED BY GLRLMNT BEFORE ANY WRITE.  *
000600*    ON A CHANGE, A BLANK FIELD LEAVES THE MASTER VALUE AS IT    *
000700*    IS.  ONLY THE ACTIVITIES THE GL EXTRACT POSTS ARE ACCEPTED: *
000800*      SALE  NET SALES INVOICED BY ARPOST    (DR AR, CR SALES)   *
000900*      SVAT  VAT CHARGED BY ARPOST           (DR AR, CR VAT)     *
001000*      RTRN  NET RETURNS CREDITED BY RETPROC (DR RETURNS, CR AR) *
001100*      RVAT  VAT CREDITED BY RETPROC         (DR VAT, CR AR)     *
001200*      CASH  CASH APPLIED BY ARCASH          (DR BANK, CR AR)    *
001300*      STKU  STOCK WRITE-UP IN EXCPDISP      (DR STOCK, CR GAIN) *
001400*      STKD  STOCK WRITE-DOWN IN EXCPDISP    (DR LOSS, CR STOCK) *
001500*    ACCOUNT CHANGES ARE LOGGED THROUGH AUDTLOG.                 *
001600******************************************************************
001700 01  GT-RULE-TRAN.
001800     05  GT-TRAN-CODE            PIC X(06).
001900     05  GT-ACTIVITY-CODE        PIC X(04).
002000         88  GT-ACTIVITY-KNOWN           VALUE "SALE" "SVAT"
002100                                               "RTRN" "RVAT"
002200                                               "CASH" "STKU"
002300                                               "STKD".
002400     05  GT-DESCRIPTION          PIC X(30).
002500     05  GT-DEBIT-ACCOUNT        PIC X(10).
002600     05  GT-CREDIT-ACCOUNT       PIC X(10).
002700     05  GT-OPERATOR-ID          PIC X(08).
002800     05  FILLER                  PIC X(12).

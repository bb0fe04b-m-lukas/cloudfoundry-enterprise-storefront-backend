000100******************************************************************
000200*    TAXRATE - EFFECTIVE-DATED VAT RATE MASTER RECORD            *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER TAX CODE PER RATE CHANGE.  THE RATE IS A        *
000500*    PERCENTAGE OF THE NET LINE AMOUNT (20.00 = 20 PER CENT).    *
000600*    ROWS ACCUMULATE - A CHARGE USES THE ROW WITH THE LATEST     *
000700*    EFFECTIVE DATE NOT AFTER ITS TAX POINT, SO A RATE CHANGE    *
000800*    NEEDS ONLY A TAXLOAD RUN, NOT A RECOMPILE.  THE PRODUCT     *
000900*    CARRIES THE CODE (PM-TAX-CODE, BLANK MEANS "S" STANDARD);   *
001000*    CODE "E" IS RESERVED FOR EXEMPT CUSTOMERS (CU-TAX-CODE)     *
001100*    AND ALWAYS CHARGES NOTHING.  LOADED AND VALIDATED BY        *
001200*    TAXLOAD FROM FINANCE'S RATE FEED.                           *
001300******************************************************************
001400 01  TX-RATE-RECORD.
001500     05  TX-TAX-CODE             PIC X(01).
001600     05  TX-EFFECTIVE-DATE       PIC 9(08).
001700     05  TX-RATE-PCT             PIC 9(03)V99.
001800     05  TX-DESCRIPTION          PIC X(20).
001900     05  FILLER                  PIC X(46).

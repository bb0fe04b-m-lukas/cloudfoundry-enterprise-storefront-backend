000200*    MAINTREC - PRODUCT MAINTENANCE TRANSACTION RECORD LAYOUT    *
000300*    ------------------------------------------------------      *
000400*    ONE ADD/CHANGE/RETIRE REQUEST AGAINST PRODUCT-MASTER, READ  *
000500*    AND VALIDATED BY CRUDPROD BEFORE ANY WRITE.  MT-TAX-CODE    *
000550*    MUST BE A CODE ON THE VAT RATE MASTER; BLANK ON AN ADD      *
000560*    MEANS "S", THE STANDARD RATE.                               *
000600******************************************************************
000700 01  MT-MAINT-TRAN.
000800     05  MT-TRAN-CODE            PIC X(06).
001300     05  MT-OPERATOR-ID          PIC X(08).
001310     05  MT-REORDER-LEVEL        PIC 9(07).
001320     05  MT-REORDER-QTY          PIC 9(07).
001330     05  MT-TAX-CODE             PIC X(01).
001400     05  FILLER                  PIC X(03).

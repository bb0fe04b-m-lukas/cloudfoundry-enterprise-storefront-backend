000500*    CUSTOMER-MASTER, READ AND VALIDATED BY CRUDCUST BEFORE ANY  *
000600*    WRITE.  THE CURRENCY CODE IS VALIDATED AGAINST THE          *
000700*    EFFECTIVE-DATED RATE MASTER, AND CREDIT-LIMIT AND STATUS    *
000800*    CHANGES ARE LOGGED THROUGH AUDTLOG.  CM-TAX-CODE IS "S"     *
000850*    (TAXABLE) OR "E" (VAT-EXEMPT); BLANK ON AN ADD MEANS "S".   *
000900******************************************************************
001000 01  CM-CUST-TRAN.
001100     05  CM-TRAN-CODE            PIC X(06).
001500     05  CM-CREDIT-LIMIT         PIC 9(7)V99.
001600     05  CM-OPERATOR-ID          PIC X(08).
001650     05  CM-WAREHOUSE-ID         PIC X(02).
001660     05  CM-TAX-CODE             PIC X(01).
001700     05  FILLER                  PIC X(11).

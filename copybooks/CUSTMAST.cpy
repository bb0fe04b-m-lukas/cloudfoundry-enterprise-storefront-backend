000600*    SUSPENDED AND OVER-CREDIT-LIMIT CUSTOMERS ARE REJECTED     *
000700*    AT ORDER CAPTURE.  CU-WAREHOUSE-ID NAMES THE BUILDING THE  *
000750*    CUSTOMER IS SERVED FROM - ORDALLOC ALLOCATES AGAINST THAT  *
000760*    WAREHOUSE'S STOCK ROW (SEE STOCKREC).  CU-LAST-STMT-DATE   *
000770*    IS SET BY THE MONTHLY STATEMENT RUN (ARSTMT) SO THE NEXT   *
000780*    STATEMENT LISTS ONLY PAYMENTS RECEIVED AFTER IT; A NEW     *
000790*    CUSTOMER CARRIES ZERO OR SPACES.  CU-TAX-CODE "E" MARKS A  *
000792*    VAT-EXEMPT CUSTOMER (NO TAX ON ANY LINE); BLANK OR "S"     *
000794*    MEANS THE PRODUCT'S OWN TAX CODE APPLIES (SEE TAXRATE).    *
000796*    FILLER AT THE END                                          *
000800*    IS RESERVED SLACK FOR FUTURE FIELDS - SHRINK IT, DO NOT    *
000900*    EXTEND THE RECORD, WHEN ADDING A FIELD.                     *
001000******************************************************************
001700         88  CU-STATUS-ACTIVE            VALUE "A".
001800         88  CU-STATUS-SUSPENDED         VALUE "S".
001850     05  CU-WAREHOUSE-ID         PIC X(02).
001860     05  CU-LAST-STMT-DATE       PIC 9(08).
001870     05  CU-TAX-CODE             PIC X(01).
001880         88  CU-TAX-STANDARD             VALUES "S" " ".
001890         88  CU-TAX-EXEMPT               VALUE "E".
001900     05  FILLER                  PIC X(16).

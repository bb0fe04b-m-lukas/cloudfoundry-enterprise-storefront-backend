000400*    ONE ENTRY PER CATALOG ITEM, KEYED ON PM-PRODUCT-ID.         *
000450*    PM-QTY-ON-HAND IS THE ALL-WAREHOUSE ROLLUP OF THE           *
000460*    PER-LOCATION STOCK FILE (SEE STOCKREC) - PICKABLE STOCK     *
000470*    LIVES ON THE STOCK ROWS, NOT HERE.  PM-TAX-CODE NAMES THE   *
000480*    VAT RATE ROW THE PRODUCT SELLS UNDER (SEE TAXRATE); BLANK   *
000490*    MEANS "S", THE STANDARD RATE.                               *
000500*    FILLER AT THE END IS RESERVED SLACK FOR FUTURE FIELDS -     *
000600*    SHRINK IT, DO NOT EXTEND THE RECORD, WHEN ADDING A FIELD.   *
000700******************************************************************
001250     05  PM-CURRENCY-CODE        PIC X(03).
001260     05  PM-REORDER-LEVEL        PIC 9(7) COMP-3.
001270     05  PM-REORDER-QTY          PIC 9(7) COMP-3.
001280     05  PM-TAX-CODE             PIC X(01).
001300     05  FILLER                  PIC X(16).

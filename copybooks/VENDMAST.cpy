000100******************************************************************
000200*    VENDMAST - VENDOR MASTER RECORD LAYOUT                      *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER BRAND, KEYED ON VM-BRAND, NAMING THE SUPPLIER   *
000500*    THE BUYING TEAM PURCHASES THAT BRAND FROM, THE SUPPLIER'S   *
000600*    QUOTED LEAD TIME IN CALENDAR DAYS (WHICH SETS A PURCHASE    *
000700*    ORDER'S EXPECTED DATE) AND THE CURRENCY IT INVOICES IN.     *
000800*    ONE SUPPLIER MAY CARRY SEVERAL BRANDS.  MAINTAINED BY       *
000900*    VENDMNT.  FILLER AT THE END IS RESERVED SLACK FOR FUTURE    *
001000*    FIELDS - SHRINK IT, DO NOT EXTEND THE RECORD, WHEN ADDING   *
001100*    A FIELD.                                                    *
001200******************************************************************
001300 01  VM-VENDOR-RECORD.
001400     05  VM-BRAND                PIC X(20).
001500     05  VM-VENDOR-ID            PIC X(08).
001600     05  VM-VENDOR-NAME          PIC X(30).
001700     05  VM-LEAD-TIME-DAYS       PIC 9(03).
001800     05  VM-CURRENCY-CODE        PIC X(03).
001900     05  FILLER                  PIC X(36).

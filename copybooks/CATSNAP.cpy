000100******************************************************************
000200*    CATSNAP - PUBLISHED CATALOG SNAPSHOT RECORD LAYOUT          *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER PRODUCT AS DEMO LAST PUBLISHED IT TO THE        *
000500*    STOREFRONT - THE PRICE AND CURRENCY ACTUALLY QUOTED (PROMO  *
000600*    AND CURRENCY OVERRIDE ALREADY APPLIED) AND THE AVAILABILITY *
000700*    BAND SHOWN.  WRITTEN BY DEMO IN PRODUCT-ID ORDER AS A NEW   *
000800*    GENERATION EACH RUN; THE NEXT RUN COMPARES THE CATALOG      *
000900*    AGAINST IT SO ONLY ADDED, CHANGED AND RETIRED PRODUCTS ARE  *
001000*    FED.  RETIRED PRODUCTS ARE DROPPED FROM THE SNAPSHOT ONCE   *
001100*    THEIR RETIREMENT HAS BEEN PUBLISHED.  CS-PUBLISHED-DATE IS  *
001200*    THE RUN THAT LAST SENT THE ROW AS IT STANDS.                *
001300******************************************************************
001400 01  CS-SNAPSHOT-RECORD.
001500     05  CS-PRODUCT-ID           PIC X(10).
001600     05  CS-NAME                 PIC X(30).
001700     05  CS-BRAND                PIC X(20).
001800     05  CS-PRICE                PIC 9(5)V99.
001900     05  CS-CURRENCY-CODE        PIC X(03).
002000     05  CS-AVAIL-STATUS         PIC X(01).
002100         88  CS-AVAIL-IN-STOCK               VALUE "I".
002200         88  CS-AVAIL-LOW                    VALUE "L".
002300         88  CS-AVAIL-OUT                    VALUE "O".
002400     05  CS-PUBLISHED-DATE       PIC 9(08).
002500     05  FILLER                  PIC X(21).

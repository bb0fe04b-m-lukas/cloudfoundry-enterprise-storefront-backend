000600*    THE QUANTITY WANTED).  THE HEADER IS VALIDATED AGAINST      *
000700*    CUSTOMER-MASTER AND EACH DETAIL AGAINST PRODUCT-MASTER BY   *
000800*    ORDENTRY BEFORE ACCEPTANCE.                                 *
000810*    ORDERS FED BACK FROM THE ORDER-SUSPENSE FILE BY ORDCORR     *
000820*    CARRY THE DATE THE ORDER WAS FIRST SUSPENDED (SO A SECOND   *
000830*    REJECTION KEEPS ITS AGE) AND, WHEN THE CREDIT TEAM FORCED   *
000840*    THE RELEASE, THE OVERRIDE FLAG AND THE APPROVING OPERATOR - *
000850*    THE CREDIT CHECK IS THEN SKIPPED FOR THAT ORDER.  ALL THREE *
000860*    FIELDS ARE BLANK ON ORDINARY INCOMING ORDERS.               *
000900******************************************************************
001000 01  OT-ORDER-TRAN.
001100     05  OT-RECORD-TYPE          PIC X(01).
001500     05  OT-HEADER-FIELDS REDEFINES OT-TRAN-BODY.
001600         10  OT-CUSTOMER-ID      PIC X(10).
001700         10  OT-ORDER-DATE       PIC 9(08).
001710         10  OT-ORIG-SUSPEND-DATE PIC X(08).
001720         10  OT-CREDIT-OVERRIDE-SW PIC X(01).
001730             88  OT-CREDIT-OVERRIDE          VALUE "Y".
001740         10  OT-OVERRIDE-OPERATOR PIC X(08).
001800         10  FILLER              PIC X(36).
001900     05  OT-DETAIL-FIELDS REDEFINES OT-TRAN-BODY.
002000         10  OT-NAME             PIC X(30).
002100         10  OT-BRAND            PIC X(20).

001700*    MODIFICATION HISTORY                                       *
001800*    ------------------------------------------------------      *
001900*    2026-09-02 ML  ORIGINAL VERSION - ORDER-STATUS EXTRACT.     *
001930*    2026-10-15 ML  SHIP RECORD MIRROR PICKS UP THE ORDER        *
001960*                   RECORD'S PRICE SOURCE.                       *
002000******************************************************************
002100 PROGRAM-ID.  ORDSTAT.
002200 ENVIRONMENT DIVISION.
005100     05  SR-PRICE                PIC 9(5)V99.
005200     05  SR-CUSTOMER-ID          PIC X(10).
005300     05  SR-ORDER-NO             PIC 9(08).
005350     05  SR-PRICE-SOURCE         PIC X(01).
005400 FD  BACKORDER-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BORDREC.

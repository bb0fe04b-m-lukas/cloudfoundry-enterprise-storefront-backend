000100******************************************************************
000200*    SUSPFIX - ORDER-SUSPENSE CORRECTION TRANSACTION LAYOUT      *
000300*    ------------------------------------------------------      *
000400*    ONE OPERATOR DECISION AGAINST ONE ORDER-SUSPENSE ENTRY,     *
000500*    NAMED BY ITS SUSPENSE-ID, READ BY ORDCORR IN SUSPENSE-ID    *
000600*    SEQUENCE.  TRANSACTION CODES:                               *
000700*      FIX    - RESUBMIT WITH CORRECTIONS.  ON A DETAIL ENTRY    *
000800*               THE NAME, BRAND AND QUANTITY REPLACE THE         *
000900*               ORIGINAL; ON A HEADER ENTRY THE CUSTOMER-ID AND  *
001000*               ORDER DATE DO.  A BLANK FIELD KEEPS THE VALUE    *
001100*               ON THE SUSPENDED IMAGE.                          *
001200*      FORCE  - RELEASE AN OVER-CREDIT ORDER ONCE THE CREDIT     *
001300*               TEAM HAS APPROVED THE OVERRIDE; ORDENTRY SKIPS   *
001400*               THE CREDIT CHECK FOR IT ON RESUBMISSION.         *
001500*      DELETE - DROP THE ENTRY (AND, ON A HEADER, THE DETAILS    *
001600*               SUSPENDED WITH IT) FROM SUSPENSE.                *
001700******************************************************************
001800 01  SF-FIX-TRAN.
001900     05  SF-TRAN-CODE            PIC X(06).
002000     05  SF-SUSPENSE-ID.
002100         10  SF-SUSPEND-DATE     PIC 9(08).
002200         10  SF-SUSPEND-SEQ      PIC 9(05).
002300     05  SF-NAME                 PIC X(30).
002400     05  SF-BRAND                PIC X(20).
002500     05  SF-QUANTITY             PIC X(05).
002600     05  SF-QUANTITY-N REDEFINES SF-QUANTITY
002700                                 PIC 9(05).
002800     05  SF-CUSTOMER-ID          PIC X(10).
002900     05  SF-ORDER-DATE           PIC X(08).
003000     05  SF-ORDER-DATE-N REDEFINES SF-ORDER-DATE
003100                                 PIC 9(08).
003200     05  SF-OPERATOR-ID          PIC X(08).

000100******************************************************************
000200*    GLJRNL - GENERAL-LEDGER JOURNAL LINE RECORD LAYOUT          *
000300*    ------------------------------------------------------      *
000400*    THE NIGHTLY HAND-OFF TO THE GENERAL LEDGER, WRITTEN BY      *
000500*    GLEXTR.  EVERY PIECE OF ACTIVITY BECOMES A DEBIT LINE AND   *
000600*    A CREDIT LINE FOR THE SAME AMOUNT ON THE ACCOUNTS ITS       *
000700*    POSTING RULE (SEE GLRULE) NAMES.  GJ-REF-PARTY IS THE       *
000800*    CUSTOMER (RECEIVABLES AND CASH) OR PRODUCT (STOCK), AND     *
000900*    GJ-REF-DOCUMENT THE ORDER, CREDIT OR WAREHOUSE IT CAME      *
001000*    FROM.  THE FILE ENDS WITH ONE CONTROL TRAILER (RECORD TYPE  *
001100*    "T") CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT       *
001200*    TOTALS, WHICH ARE ALWAYS EQUAL - GLEXTR WILL NOT RELEASE A  *
001300*    FILE THAT DOES NOT BALANCE.  AMOUNTS ARE IN THE BASE        *
001400*    CURRENCY (EUR) AND HELD UNSIGNED; GJ-DR-CR SAYS WHICH SIDE. *
001500******************************************************************
001600 01  GJ-JOURNAL-RECORD.
001700     05  GJ-RECORD-TYPE          PIC X(01).
001800         88  GJ-DETAIL-LINE              VALUE "D".
001900         88  GJ-CONTROL-TRAILER          VALUE "T".
002000     05  GJ-DETAIL-AREA.
002100         10  GJ-POST-DATE        PIC 9(08).
002200         10  GJ-ACCOUNT          PIC X(10).
002300         10  GJ-DR-CR            PIC X(01).
002400             88  GJ-DEBIT                VALUE "D".
002500             88  GJ-CREDIT               VALUE "C".
002600         10  GJ-AMOUNT           PIC 9(9)V99.
002700         10  GJ-ACTIVITY-CODE    PIC X(04).
002800         10  GJ-SOURCE-PROGRAM   PIC X(08).
002900         10  GJ-SOURCE-REF.
003000             15  GJ-REF-PARTY    PIC X(10).
003100             15  GJ-REF-DOCUMENT PIC X(10).
003200         10  FILLER              PIC X(17).
003300     05  GJ-TRAILER-AREA REDEFINES GJ-DETAIL-AREA.
003400         10  GJ-TRL-POST-DATE    PIC 9(08).
003500         10  GJ-TRL-LINE-COUNT   PIC 9(07).
003600         10  GJ-TRL-DEBIT-TOTAL  PIC 9(11)V99.
003700         10  GJ-TRL-CREDIT-TOTAL PIC 9(11)V99.
003800         10  FILLER              PIC X(38).

000100******************************************************************
000200*    SUSPREC - ORDER-SUSPENSE RECORD LAYOUT                      *
000300*    ------------------------------------------------------      *
000400*    ONE ENTRY PER ORDER TRANSACTION (HEADER OR DETAIL) THAT     *
000500*    ORDENTRY COULD NOT ACCEPT, APPENDED IN ARRIVAL ORDER SO THE *
000600*    FILE STAYS IN SU-SUSPENSE-ID SEQUENCE.  SU-TRAN-IMAGE IS    *
000700*    THE ORIGINAL OT-ORDER-TRAN RECORD, UNCHANGED, SO THE ORDER  *
000800*    NEVER HAS TO BE REKEYED.  SU-ORDER-SEQ TIES EVERY ENTRY     *
000900*    CUT FROM THE SAME ORDER TOGETHER (THE POSITION OF ITS       *
001000*    HEADER IN THAT DAY'S ORDENTRY RUN), AND SU-CUSTOMER-ID /    *
001100*    SU-ORDER-DATE CARRY THE HEADER THE ENTRY ARRIVED UNDER SO   *
001200*    ORDCORR CAN REBUILD A HEADER FOR A LONE DETAIL.             *
001300*    SU-ORIG-SUSPEND-DATE IS THE DATE THE ORDER FIRST FELL INTO  *
001400*    SUSPENSE - A RESUBMITTED ORDER THAT IS REJECTED AGAIN KEEPS *
001500*    ITS AGE.  ORDCORR WORKS THE FILE DOWN FROM OPERATOR FIX     *
001600*    TRANSACTIONS (SEE SUSPFIX).                                 *
001700******************************************************************
001800 01  SU-SUSPENSE-RECORD.
001900     05  SU-SUSPENSE-ID.
002000         10  SU-SUSPEND-DATE     PIC 9(08).
002100         10  SU-SUSPEND-SEQ      PIC 9(05).
002200     05  SU-REASON-CODE          PIC X(02).
002300         88  SU-REASON-BAD-DATE          VALUE "DT".
002400         88  SU-REASON-UNKNOWN-CUST      VALUE "UC".
002500         88  SU-REASON-CUST-SUSPENDED    VALUE "SC".
002600         88  SU-REASON-NO-HEADER         VALUE "NH".
002700         88  SU-REASON-HEADER-REJECTED   VALUE "HR".
002800         88  SU-REASON-OVER-CREDIT       VALUE "OC".
002900         88  SU-REASON-BAD-QUANTITY      VALUE "QN".
003000         88  SU-REASON-NO-CATALOG        VALUE "NM".
003100         88  SU-REASON-BAD-RECORD-TYPE   VALUE "RT".
003200         88  SU-REASON-HEADER-LEVEL      VALUES "DT" "UC" "SC".
003300     05  SU-ORDER-SEQ            PIC 9(05).
003400     05  SU-CUSTOMER-ID          PIC X(10).
003500     05  SU-ORDER-DATE           PIC 9(08).
003600     05  SU-ORIG-SUSPEND-DATE    PIC 9(08).
003700     05  SU-TRAN-IMAGE           PIC X(72).
003800     05  FILLER                  PIC X(12).

000100******************************************************************
000200*    VENDTRN - VENDOR MAINTENANCE TRANSACTION RECORD LAYOUT      *
000300*    ------------------------------------------------------      *
000400*    ONE ADD/CHANGE REQUEST AGAINST VENDOR-MASTER, READ AND      *
000500*    VALIDATED BY VENDMNT BEFORE ANY WRITE.  ON A CHANGE, A      *
000600*    BLANK FIELD LEAVES THE MASTER VALUE AS IT IS.  THE          *
000700*    CURRENCY CODE IS VALIDATED AGAINST THE EFFECTIVE-DATED      *
000800*    RATE MASTER, AND SUPPLIER, LEAD-TIME AND CURRENCY CHANGES   *
000900*    ARE LOGGED THROUGH AUDTLOG.                                 *
001000******************************************************************
001100 01  VT-VENDOR-TRAN.
001200     05  VT-TRAN-CODE            PIC X(06).
001300     05  VT-BRAND                PIC X(20).
001400     05  VT-VENDOR-ID            PIC X(08).
001500     05  VT-VENDOR-NAME          PIC X(30).
001600     05  VT-LEAD-TIME-DAYS       PIC X(03).
001700     05  VT-LEAD-TIME-DAYS-N REDEFINES VT-LEAD-TIME-DAYS
001800                                 PIC 9(03).
001900     05  VT-CURRENCY-CODE        PIC X(03).
002000     05  VT-OPERATOR-ID          PIC X(08).
002100     05  FILLER                  PIC X(22).

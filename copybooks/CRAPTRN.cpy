000100******************************************************************
000200*    CRAPTRN - CREDIT APPLICATION TRANSACTION RECORD LAYOUT      *
000300*    ------------------------------------------------------      *
000400*    ONE INSTRUCTION FROM THE CREDIT TEAM TO APPLY AN OPEN       *
000500*    CREDIT ITEM (A RETPROC CREDIT MEMO OR ARCASH ON-ACCOUNT     *
000600*    CASH - SEE ARITEM) AGAINST ONE OPEN INVOICE OF THE SAME     *
000700*    CUSTOMER.  A ZERO AMOUNT APPLIES AS MUCH AS BOTH ITEMS      *
000800*    ALLOW.  READ AND VALIDATED BY ARAPPLY BEFORE EITHER ITEM    *
000900*    IS TOUCHED.                                                 *
001000******************************************************************
001100 01  AP-APPLY-TRAN.
001200     05  AP-CUSTOMER-ID          PIC X(10).
001300     05  AP-CREDIT-NO            PIC 9(08).
001400     05  AP-INVOICE-NO           PIC 9(08).
001500     05  AP-AMOUNT               PIC 9(9)V99.
001600     05  AP-OPERATOR-ID          PIC X(08).
001700     05  FILLER                  PIC X(35).

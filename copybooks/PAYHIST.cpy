000100******************************************************************
000200*    PAYHIST - CUSTOMER PAYMENT HISTORY RECORD LAYOUT            *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER PAYMENT ARCASH ACCEPTS, APPENDED AS THE CASH    *
000500*    IS POSTED - NEVER UPDATED IN PLACE.  THE OPEN-ITEM FILE     *
000600*    ONLY KEEPS WHAT IS STILL OWED, SO THIS IS WHERE THE MONTHLY *
000700*    STATEMENT RUN (ARSTMT) FINDS THE PAYMENTS RECEIVED SINCE A  *
000800*    CUSTOMER'S LAST STATEMENT.  PH-ON-ACCOUNT-AMOUNT IS THE     *
000900*    PART OF THE PAYMENT LEFT AS AN ON-ACCOUNT CREDIT ITEM       *
001000*    (PH-CREDIT-NO ON THE OPEN-ITEM FILE), ZERO WHEN THE WHOLE   *
001100*    PAYMENT WENT TO THE ORDER THE PAYER QUOTED.                 *
001120*    PH-PAYMENT-DATE IS THE DATE THE CUSTOMER PAID;              *
001140*    PH-POST-DATE IS THE NIGHT ARCASH POSTED IT, WHICH IS WHAT   *
001160*    THE GL EXTRACT (GLEXTR) SELECTS ON.                         *
001200******************************************************************
001300 01  PH-PAYMENT-RECORD.
001400     05  PH-CUSTOMER-ID          PIC X(10).
001500     05  PH-PAYMENT-DATE         PIC 9(08).
001600     05  PH-ORDER-NO             PIC 9(08).
001700     05  PH-AMOUNT               PIC 9(9)V99.
001800     05  PH-ON-ACCOUNT-AMOUNT    PIC 9(9)V99.
001900     05  PH-CREDIT-NO            PIC 9(08).
002000     05  PH-OPERATOR-ID          PIC X(08).
002050     05  PH-POST-DATE            PIC 9(08).
002100     05  FILLER                  PIC X(08).

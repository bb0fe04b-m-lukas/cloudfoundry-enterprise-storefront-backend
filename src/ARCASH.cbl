000800*                 RECEIVABLES FILE.  READS THE PAYMENT FEED,     *
000900*                 MATCHES EACH PAYMENT TO ITS CUSTOMER/ORDER     *
001000*                 ITEM, REDUCES THE OPEN AMOUNT AND MARKS THE    *
001100*                 ITEM PAID WHEN IT REACHES ZERO.  THE PART OF   *
001200*                 A PAYMENT LARGER THAN THE OPEN AMOUNT, AND A   *
001300*                 PAYMENT FROM A KNOWN CUSTOMER WITH NO OPEN     *
001400*                 ITEM TO MATCH, IS POSTED BACK TO THE FILE AS   *
001500*                 AN ON-ACCOUNT CREDIT ITEM FOR ARAPPLY TO       *
001600*                 APPLY LATER.  UNUSABLE PAYMENTS GO TO A        *
001700*                 REJECTS FILE WITH A REASON, AS WMSIMPRT DOES.  *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------      *
002100*    2026-09-02 ML  ORIGINAL VERSION - CASH APPLICATION FEED.    *
002133*    2026-09-02 ML  CONSULT THE BATCH-WINDOW SEQUENCING          *
002166*                   GATE (RUNGATE) AT STARTUP.                   *
002172*    2026-10-15 ML  POST OVERPAYMENTS AND UNMATCHED PAYMENTS AS  *
002178*                   ON-ACCOUNT CREDIT ITEMS (TYPE "U") INSTEAD   *
002184*                   OF FLOORING OR REJECTING THEM; CHECK THE     *
002190*                   PAYER AGAINST THE CUSTOMER MASTER.           *
002193*    2026-10-15 ML  APPEND EVERY POSTED PAYMENT TO THE PAYMENT   *
002196*                   HISTORY FILE FOR THE MONTHLY STATEMENTS.     *
002197*    2026-10-15 ML  STAMP THE POSTING DATE ON EACH PAYMENT       *
002198*                   HISTORY ROW FOR THE NIGHTLY GL EXTRACT.      *
002200******************************************************************
002300 PROGRAM-ID.  ARCASH.
002400 ENVIRONMENT DIVISION.
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AR-ITEM-KEY
003400         FILE STATUS IS WS-AR-FILE-STATUS.
003410     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS DYNAMIC
003440         RECORD KEY IS CU-CUSTOMER-ID
003450         FILE STATUS IS WS-CU-FILE-STATUS.
003460     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
003470         ORGANIZATION IS SEQUENTIAL
003480         FILE STATUS IS WS-PH-FILE-STATUS.
003500     SELECT REJECT-FILE ASSIGN TO "CASHREJ"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RJ-FILE-STATUS.
004300 FD  AR-ITEM-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY ARITEM.
004520 FD  CUSTOMER-MASTER-FILE
004540     LABEL RECORDS ARE STANDARD.
004560     COPY CUSTMAST.
004570 FD  PAYMENT-HISTORY-FILE
004580     LABEL RECORDS ARE STANDARD.
004590     COPY PAYHIST.
004600 FD  REJECT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  RJ-REJECT-RECORD.
006700 77  WS-OVERPAY-COUNT            PIC 9(7) COMP VALUE 0.
006800 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
006900 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
006904******************************************************************
006908*    ON-ACCOUNT CREDIT POSTING - A CREDIT NUMBER IS PREFIX 9,    *
006912*    THE RUN DAY (YYDDD) AND A SEQUENCE, SO IT CAN NEVER MATCH   *
006916*    AN ORDER NUMBER ON THE SAME FILE.  THE SEQUENCE STARTS      *
006920*    OVER FOR EACH CREDIT AND STEPS PAST ANY NUMBER THE          *
006924*    CUSTOMER ALREADY HOLDS.                                     *
006928******************************************************************
006932 77  WS-CU-FILE-STATUS           PIC X(02)   VALUE SPACES.
006936 77  WS-CU-OPEN-SW               PIC X(01)   VALUE 'N'.
006940     88  WS-CU-OPEN                          VALUE 'Y'.
006944     88  WS-CU-NOT-OPEN                      VALUE 'N'.
006948 77  WS-CREDIT-POSTED-SW         PIC X(01)   VALUE 'N'.
006952     88  WS-CREDIT-POSTED                    VALUE 'Y'.
006956     88  WS-CREDIT-NOT-POSTED                VALUE 'N'.
006960 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006964 77  WS-ON-ACCOUNT-COUNT         PIC 9(7) COMP VALUE 0.
006968 77  WS-UNAPPLIED-AMOUNT         PIC 9(9)V99 VALUE 0.
006972 01  WS-CREDIT-NUMBER.
006976     05  WS-CRN-PREFIX           PIC 9(01)   VALUE 9.
006980     05  WS-CRN-DAY              PIC 9(05)   VALUE 0.
006984     05  WS-CRN-SEQ              PIC 9(02)   VALUE 0.
006985******************************************************************
006986*    PAYMENT HISTORY - ONE ROW PER POSTED PAYMENT, DATED THE DAY *
006987*    THE CASH WAS RECEIVED (THE RUN DATE WHEN THE FEED GIVES     *
006988*    NONE)                                                       *
006989******************************************************************
006990 77  WS-PH-FILE-STATUS           PIC X(02)   VALUE SPACES.
006991 77  WS-CASH-DATE                PIC 9(08)   VALUE 0.
006992 77  WS-ON-ACCOUNT-POSTED        PIC 9(9)V99 VALUE 0.
007000******************************************************************
007100*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
007200******************************************************************
009256         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
009270         GO TO 1000-EXIT
009284     END-IF
009289     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009294     ACCEPT WS-CRN-DAY FROM DAY.
009300     OPEN INPUT CASH-TRAN-FILE.
009400     IF WS-CA-FILE-STATUS NOT = "00"
009500         DISPLAY "ARCASH: UNABLE TO OPEN CASH-TRAN-FILE, "
010700         GO TO 1000-EXIT
010800     END-IF
010900     SET WS-AR-OPEN TO TRUE.
010910     OPEN INPUT CUSTOMER-MASTER-FILE.
010920     IF WS-CU-FILE-STATUS NOT = "00"
010930         DISPLAY "ARCASH: UNABLE TO OPEN CUSTOMER-MASTER, "
010940             "STATUS=" WS-CU-FILE-STATUS
010950         SET WS-EOF-YES TO TRUE
010960         MOVE "0012" TO WS-RUN-RETURN-STATUS
010970         GO TO 1000-EXIT
010980     END-IF
010990     SET WS-CU-OPEN TO TRUE.
010991     OPEN EXTEND PAYMENT-HISTORY-FILE.
010992     IF WS-PH-FILE-STATUS NOT = "00"
010993         DISPLAY "ARCASH: UNABLE TO OPEN PAYMENT-HISTORY-FILE, "
010994             "STATUS=" WS-PH-FILE-STATUS
010995         SET WS-EOF-YES TO TRUE
010996         MOVE "0012" TO WS-RUN-RETURN-STATUS
010997         GO TO 1000-EXIT
010998     END-IF
011000     OPEN OUTPUT REJECT-FILE.
011100     IF WS-RJ-FILE-STATUS NOT = "00"
011200         DISPLAY "ARCASH: UNABLE TO OPEN REJECT-FILE, STATUS="
013100******************************************************************
013200*    2000-APPLY-PAYMENT - VALIDATES ONE PAYMENT AGAINST ITS      *
013300*    OPEN ITEM, APPLIES OR REJECTS IT, AND READS AHEAD           *
013330*    A PAYMENT WITH NO OPEN ITEM BEHIND IT - NO SUCH ORDER, OR   *
013360*    AN ITEM ALREADY PAID - GOES WHOLE ON ACCOUNT.               *
013400******************************************************************
013500 2000-APPLY-PAYMENT.
013600     ADD 1 TO WS-PAYMENT-COUNT.
014400         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
014500         GO TO 2000-READ-NEXT
014600     END-IF
014610     IF CA-PAYMENT-DATE NUMERIC AND CA-PAYMENT-DATE > 0
014620         MOVE CA-PAYMENT-DATE TO WS-CASH-DATE
014630     ELSE
014640         MOVE WS-RUN-DATE TO WS-CASH-DATE
014650     END-IF
014660     MOVE 0 TO WS-ON-ACCOUNT-POSTED.
014700     MOVE CA-CUSTOMER-ID TO AR-CUSTOMER-ID.
014800     MOVE CA-ORDER-NO TO AR-ORDER-NO.
014900     READ AR-ITEM-FILE
015000         INVALID KEY
015100             GO TO 2000-UNMATCHED
015400     END-READ
015410     IF AR-TYPE-CREDIT
015420         MOVE "ORDER NUMBER IS A CREDIT ITEM" TO WS-REJECT-REASON
015430         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
015440         GO TO 2000-READ-NEXT
015450     END-IF
015460     IF AR-STATUS-PAID
015470         GO TO 2000-UNMATCHED
015480     END-IF
015500     PERFORM 2100-REDUCE-OPEN-ITEM THRU 2100-EXIT.
015600     REWRITE AR-ITEM-RECORD.
015700     ADD 1 TO WS-APPLIED-COUNT.
015704     IF WS-UNAPPLIED-AMOUNT > 0
015708         PERFORM 2200-POST-ON-ACCOUNT THRU 2200-EXIT
015712         IF WS-CREDIT-NOT-POSTED
015716             DISPLAY "ARCASH: WARNING - OVERPAYMENT ON ORDER "
015720                 CA-ORDER-NO " NOT POSTED ON ACCOUNT"
015724         END-IF
015728     END-IF
015730     PERFORM 2250-WRITE-HISTORY THRU 2250-EXIT.
015732     GO TO 2000-READ-NEXT.
015736 2000-UNMATCHED.
015740     PERFORM 2050-CHECK-PAYER THRU 2050-EXIT.
015744     IF WS-REJECT-REASON NOT = SPACES
015748         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
015752         GO TO 2000-READ-NEXT
015756     END-IF
015760     MOVE CA-AMOUNT TO WS-UNAPPLIED-AMOUNT.
015764     PERFORM 2200-POST-ON-ACCOUNT THRU 2200-EXIT.
015768     IF WS-CREDIT-NOT-POSTED
015772         MOVE "ON-ACCOUNT POSTING FAILED" TO WS-REJECT-REASON
015776         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
015780         GO TO 2000-READ-NEXT
015784     END-IF
015786     PERFORM 2250-WRITE-HISTORY THRU 2250-EXIT.
015788     ADD 1 TO WS-APPLIED-COUNT.
015800 2000-READ-NEXT.
015900     PERFORM 1100-READ-NEXT-PAYMENT THRU 1100-EXIT.
016000 2000-EXIT.
016100     EXIT.
016105******************************************************************
016110*    2050-CHECK-PAYER - CASH GOES ON ACCOUNT ONLY FOR A          *
016115*    CUSTOMER ON THE MASTER, AND ONLY IF THERE IS CASH           *
016120******************************************************************
016125 2050-CHECK-PAYER.
016130     MOVE SPACES TO WS-REJECT-REASON.
016135     IF CA-AMOUNT = 0
016140         MOVE "NO OPEN ITEM FOR PAYMENT" TO WS-REJECT-REASON
016145         GO TO 2050-EXIT
016150     END-IF
016155     MOVE CA-CUSTOMER-ID TO CU-CUSTOMER-ID.
016160     READ CUSTOMER-MASTER-FILE
016165         INVALID KEY
016170             MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
016175     END-READ.
016180 2050-EXIT.
016185     EXIT.
016200******************************************************************
016300*    2100-REDUCE-OPEN-ITEM - AN OVERPAYMENT CLEARS THE ITEM AND  *
016400*    LEAVES THE EXCESS IN WS-UNAPPLIED-AMOUNT FOR POSTING ON     *
016500*    ACCOUNT; AN ITEM PAID TO ZERO IS MARKED PAID BUT KEPT FOR   *
016550*    THE AGED LISTING'S HISTORY                                  *
016600******************************************************************
016700 2100-REDUCE-OPEN-ITEM.
016750     MOVE 0 TO WS-UNAPPLIED-AMOUNT.
016800     IF CA-AMOUNT > AR-OPEN-AMOUNT
016900         COMPUTE WS-UNAPPLIED-AMOUNT =
017000             CA-AMOUNT - AR-OPEN-AMOUNT
017100         MOVE 0 TO AR-OPEN-AMOUNT
017200         ADD 1 TO WS-OVERPAY-COUNT
017300     ELSE
017900     END-IF.
018000 2100-EXIT.
018100     EXIT.
018102******************************************************************
018104*    2200-POST-ON-ACCOUNT - OPENS AN ON-ACCOUNT CREDIT ITEM FOR  *
018106*    WS-UNAPPLIED-AMOUNT, DATED THE DAY THE CASH WAS RECEIVED    *
018108*    AND REFERENCING THE ORDER THE PAYER QUOTED                  *
018110******************************************************************
018112 2200-POST-ON-ACCOUNT.
018114     SET WS-CREDIT-NOT-POSTED TO TRUE.
018116     MOVE 0 TO WS-CRN-SEQ.
018118     PERFORM 2210-WRITE-CREDIT-ITEM THRU 2210-EXIT
018120         UNTIL WS-CREDIT-POSTED OR WS-CRN-SEQ = 99.
018122     IF WS-CREDIT-POSTED
018124         ADD 1 TO WS-ON-ACCOUNT-COUNT
018126     END-IF.
018128 2200-EXIT.
018130     EXIT.
018132******************************************************************
018134*    2210-WRITE-CREDIT-ITEM - TRIES THE NEXT CREDIT NUMBER       *
018136******************************************************************
018138 2210-WRITE-CREDIT-ITEM.
018140     ADD 1 TO WS-CRN-SEQ.
018142     MOVE SPACES TO AR-ITEM-RECORD.
018144     MOVE CA-CUSTOMER-ID TO AR-CUSTOMER-ID.
018146     MOVE WS-CREDIT-NUMBER TO AR-ORDER-NO.
018148     MOVE WS-CASH-DATE TO AR-INVOICE-DATE.
018158     MOVE WS-UNAPPLIED-AMOUNT TO AR-ORIG-AMOUNT.
018160     MOVE WS-UNAPPLIED-AMOUNT TO AR-OPEN-AMOUNT.
018162     SET AR-STATUS-OPEN TO TRUE.
018164     SET AR-TYPE-ON-ACCOUNT TO TRUE.
018166     MOVE CA-ORDER-NO TO AR-REF-ORDER-NO.
018168     WRITE AR-ITEM-RECORD
018170         INVALID KEY
018172             GO TO 2210-EXIT
018174     END-WRITE
018176     SET WS-CREDIT-POSTED TO TRUE.
018177     MOVE WS-UNAPPLIED-AMOUNT TO WS-ON-ACCOUNT-POSTED.
018178 2210-EXIT.
018180     EXIT.
018185******************************************************************
018190*    2250-WRITE-HISTORY - RECORDS THE POSTED PAYMENT, AND ANY    *
018195*    PART OF IT LEFT ON ACCOUNT, FOR THE STATEMENT RUN           *
018200******************************************************************
018205 2250-WRITE-HISTORY.
018210     MOVE SPACES TO PH-PAYMENT-RECORD.
018215     MOVE CA-CUSTOMER-ID TO PH-CUSTOMER-ID.
018220     MOVE WS-CASH-DATE TO PH-PAYMENT-DATE.
018225     MOVE CA-ORDER-NO TO PH-ORDER-NO.
018230     MOVE CA-AMOUNT TO PH-AMOUNT.
018235     MOVE WS-ON-ACCOUNT-POSTED TO PH-ON-ACCOUNT-AMOUNT.
018240     IF WS-ON-ACCOUNT-POSTED > 0
018245         MOVE WS-CREDIT-NUMBER TO PH-CREDIT-NO
018250     ELSE
018255         MOVE 0 TO PH-CREDIT-NO
018260     END-IF
018265     MOVE CA-OPERATOR-ID TO PH-OPERATOR-ID.
018267     MOVE WS-RUN-DATE TO PH-POST-DATE.
018270     WRITE PH-PAYMENT-RECORD.
018275 2250-EXIT.
018280     EXIT.
018285******************************************************************
018300*    2300-WRITE-REJECT                                           *
018400******************************************************************
018500 2300-WRITE-REJECT.
019700         " APPLIED=" WS-APPLIED-COUNT
019800         " ITEMS-PAID-OFF=" WS-PAID-OFF-COUNT
019900         " OVERPAID=" WS-OVERPAY-COUNT
019950         " ON-ACCOUNT=" WS-ON-ACCOUNT-COUNT
020000         " REJECTED=" WS-REJECT-COUNT.
020100     MOVE WS-PAYMENT-COUNT TO WS-RUN-RECORDS-READ.
020200     MOVE WS-APPLIED-COUNT TO WS-RUN-RECORDS-WRITTEN.
020800     IF WS-AR-OPEN
020900         CLOSE AR-ITEM-FILE
021000     END-IF
021020     IF WS-CU-OPEN
021040         CLOSE CUSTOMER-MASTER-FILE
021060     END-IF
021070     IF WS-PH-FILE-STATUS = "00"
021080         CLOSE PAYMENT-HISTORY-FILE
021090     END-IF
021100     IF WS-RJ-FILE-STATUS = "00"
021200         CLOSE REJECT-FILE
021300     END-IF.

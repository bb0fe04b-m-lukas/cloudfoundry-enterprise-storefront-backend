000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  ARAPPLY                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     CREDIT APPLICATION AGAINST THE OPEN-ITEM       *
000800*                 RECEIVABLES FILE.  EACH TRANSACTION FROM THE   *
000900*                 CREDIT TEAM NAMES AN OPEN CREDIT ITEM (A       *
001000*                 RETPROC CREDIT MEMO OR ARCASH ON-ACCOUNT       *
001100*                 CASH) AND AN OPEN INVOICE OF THE SAME          *
001200*                 CUSTOMER.  THE AMOUNT APPLIED - OR, WHEN THE   *
001300*                 TRANSACTION CARRIES ZERO, THE SMALLER OF THE   *
001400*                 TWO OPEN AMOUNTS - COMES OFF BOTH ITEMS, AND   *
001500*                 AN ITEM BROUGHT TO ZERO IS MARKED PAID.  EVERY *
001600*                 APPLICATION IS LOGGED THROUGH AUDTLOG AGAINST  *
001700*                 THE CUSTOMER, AS CRUDCUST LOGS ITS CHANGES.    *
001800*                 TRANSACTIONS THAT CANNOT BE APPLIED GO TO A    *
001900*                 REJECTS FILE WITH A REASON, AS ARCASH DOES.    *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ------------------------------------------------------      *
002300*    2026-10-15 ML  ORIGINAL VERSION - CREDIT APPLICATION.       *
002400******************************************************************
002500 PROGRAM-ID.  ARAPPLY.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CREDIT-APPLY-FILE ASSIGN TO "CRAPPLY"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-AP-FILE-STATUS.
003200     SELECT AR-ITEM-FILE ASSIGN TO "ARFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS AR-ITEM-KEY
003600         FILE STATUS IS WS-AR-FILE-STATUS.
003700     SELECT REJECT-FILE ASSIGN TO "CRAPREJ"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RJ-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CREDIT-APPLY-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY CRAPTRN.
004500 FD  AR-ITEM-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY ARITEM.
004800 FD  REJECT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  RJ-REJECT-RECORD.
005100     05  RJ-APPLY-DATA           PIC X(80).
005200     05  RJ-REJECT-REASON        PIC X(30).
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500*    SWITCHES AND COUNTERS                                       *
005600******************************************************************
005700 77  WS-AP-FILE-STATUS           PIC X(02)   VALUE SPACES.
005800 77  WS-AR-FILE-STATUS           PIC X(02)   VALUE SPACES.
005900 77  WS-RJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
006000 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
006100     88  WS-EOF-YES                          VALUE 'Y'.
006200     88  WS-EOF-NO                           VALUE 'N'.
006300 77  WS-AR-OPEN-SW               PIC X(01)   VALUE 'N'.
006400     88  WS-AR-OPEN                          VALUE 'Y'.
006500     88  WS-AR-NOT-OPEN                      VALUE 'N'.
006600 77  WS-TRAN-COUNT               PIC 9(7) COMP VALUE 0.
006700 77  WS-APPLIED-COUNT            PIC 9(7) COMP VALUE 0.
006800 77  WS-CREDIT-USED-COUNT        PIC 9(7) COMP VALUE 0.
006900 77  WS-INVOICE-PAID-COUNT       PIC 9(7) COMP VALUE 0.
007000 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
007100 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
007200******************************************************************
007300*    APPLICATION WORK AREAS - THE OPEN AMOUNTS OF THE TWO ITEMS  *
007400*    AS FOUND, AND THE AMOUNT SETTLED BETWEEN THEM               *
007500******************************************************************
007600 77  WS-CREDIT-OPEN              PIC 9(9)V99 VALUE 0.
007700 77  WS-INVOICE-OPEN             PIC 9(9)V99 VALUE 0.
007800 77  WS-APPLY-AMOUNT             PIC 9(9)V99 VALUE 0.
007900 77  WS-AMOUNT-EDIT              PIC Z(8)9.99.
008000 01  WS-APPLY-REF.
008100     05  WS-REF-CREDIT-NO        PIC 9(08).
008200     05  FILLER                  PIC X(04)   VALUE " TO ".
008300     05  WS-REF-INVOICE-NO       PIC 9(08).
008400******************************************************************
008500*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
008600******************************************************************
008700 01  WS-RUNSTAT-PARMS.
008800     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "ARAPPLY".
008900     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
009000     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
009100     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
009200     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
009300******************************************************************
009400*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM                 *
009500******************************************************************
009600 01  WS-AUDIT-PARMS.
009700     05  WS-AUD-PRODUCT-ID       PIC X(10).
009800     05  WS-AUD-FIELD-NAME       PIC X(10).
009900     05  WS-AUD-OLD-VALUE        PIC X(20).
010000     05  WS-AUD-NEW-VALUE        PIC X(20).
010100     05  WS-AUD-OPERATOR-ID      PIC X(08).
010200******************************************************************
010300*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
010400*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
010500******************************************************************
010600 01  WS-GATE-PARMS.
010700     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "ARAPPLY".
010800     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*    0000-MAINLINE                                               *
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     PERFORM 2000-APPLY-CREDIT THRU 2000-EXIT
011600         UNTIL WS-EOF-YES.
011700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011800     STOP RUN.
011900******************************************************************
012000*    1000-INITIALIZE                                             *
012100******************************************************************
012200 1000-INITIALIZE.
012300     CALL "RUNGATE" USING WS-GATE-PARMS.
012400     IF WS-GATE-RESULT NOT = "0000"
012500         SET WS-EOF-YES TO TRUE
012600         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
012700         GO TO 1000-EXIT
012800     END-IF
012900     OPEN INPUT CREDIT-APPLY-FILE.
013000     IF WS-AP-FILE-STATUS NOT = "00"
013100         DISPLAY "ARAPPLY: UNABLE TO OPEN CREDIT-APPLY-FILE, "
013200             "STATUS=" WS-AP-FILE-STATUS
013300         SET WS-EOF-YES TO TRUE
013400         MOVE "0012" TO WS-RUN-RETURN-STATUS
013500         GO TO 1000-EXIT
013600     END-IF
013700     OPEN I-O AR-ITEM-FILE.
013800     IF WS-AR-FILE-STATUS NOT = "00"
013900         DISPLAY "ARAPPLY: UNABLE TO OPEN AR-ITEM-FILE, STATUS="
014000             WS-AR-FILE-STATUS
014100         SET WS-EOF-YES TO TRUE
014200         MOVE "0012" TO WS-RUN-RETURN-STATUS
014300         GO TO 1000-EXIT
014400     END-IF
014500     SET WS-AR-OPEN TO TRUE.
014600     OPEN OUTPUT REJECT-FILE.
014700     IF WS-RJ-FILE-STATUS NOT = "00"
014800         DISPLAY "ARAPPLY: UNABLE TO OPEN REJECT-FILE, STATUS="
014900             WS-RJ-FILE-STATUS
015000         SET WS-EOF-YES TO TRUE
015100         MOVE "0012" TO WS-RUN-RETURN-STATUS
015200         GO TO 1000-EXIT
015300     END-IF
015400     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
015500 1000-EXIT.
015600     EXIT.
015700******************************************************************
015800*    1100-READ-NEXT-TRAN                                         *
015900******************************************************************
016000 1100-READ-NEXT-TRAN.
016100     READ CREDIT-APPLY-FILE
016200         AT END
016300             SET WS-EOF-YES TO TRUE
016400     END-READ.
016500 1100-EXIT.
016600     EXIT.
016700******************************************************************
016800*    2000-APPLY-CREDIT - VALIDATES BOTH ITEMS AND THE AMOUNT,    *
016900*    THEN TAKES THE AMOUNT OFF THE INVOICE AND THE CREDIT AND    *
017000*    LOGS THE APPLICATION, OR REJECTS IT; READS AHEAD            *
017100******************************************************************
017200 2000-APPLY-CREDIT.
017300     ADD 1 TO WS-TRAN-COUNT.
017400     MOVE SPACES TO WS-REJECT-REASON.
017500     IF AP-AMOUNT NOT NUMERIC
017600         MOVE "AMOUNT IS NOT NUMERIC" TO WS-REJECT-REASON
017700         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
017800         GO TO 2000-READ-NEXT
017900     END-IF
018000     IF AP-CREDIT-NO NOT NUMERIC OR AP-INVOICE-NO NOT NUMERIC
018100         MOVE "ITEM NUMBER IS NOT NUMERIC" TO WS-REJECT-REASON
018200         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
018300         GO TO 2000-READ-NEXT
018400     END-IF
018500     PERFORM 2100-CHECK-CREDIT-ITEM THRU 2100-EXIT.
018600     IF WS-REJECT-REASON NOT = SPACES
018700         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
018800         GO TO 2000-READ-NEXT
018900     END-IF
019000     PERFORM 2200-CHECK-INVOICE-ITEM THRU 2200-EXIT.
019100     IF WS-REJECT-REASON NOT = SPACES
019200         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
019300         GO TO 2000-READ-NEXT
019400     END-IF
019500     PERFORM 2300-SETTLE-AMOUNT THRU 2300-EXIT.
019600     IF WS-REJECT-REASON NOT = SPACES
019700         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
019800         GO TO 2000-READ-NEXT
019900     END-IF
020000     PERFORM 2400-REDUCE-INVOICE THRU 2400-EXIT.
020100     PERFORM 2500-REDUCE-CREDIT THRU 2500-EXIT.
020200     PERFORM 2600-LOG-APPLICATION THRU 2600-EXIT.
020300     ADD 1 TO WS-APPLIED-COUNT.
020400 2000-READ-NEXT.
020500     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
020600 2000-EXIT.
020700     EXIT.
020800******************************************************************
020900*    2100-CHECK-CREDIT-ITEM - THE CREDIT MUST BE ON FILE FOR     *
021000*    THE CUSTOMER, BE A CREDIT ITEM AND STILL HAVE MONEY ON IT   *
021100******************************************************************
021200 2100-CHECK-CREDIT-ITEM.
021300     MOVE AP-CUSTOMER-ID TO AR-CUSTOMER-ID.
021400     MOVE AP-CREDIT-NO TO AR-ORDER-NO.
021500     READ AR-ITEM-FILE
021600         INVALID KEY
021700             MOVE "CREDIT NOT ON FILE" TO WS-REJECT-REASON
021800             GO TO 2100-EXIT
021900     END-READ
022000     IF NOT AR-TYPE-CREDIT
022100         MOVE "CREDIT NO IS NOT A CREDIT ITEM" TO WS-REJECT-REASON
022200         GO TO 2100-EXIT
022300     END-IF
022400     IF NOT AR-STATUS-OPEN OR AR-OPEN-AMOUNT = 0
022500         MOVE "CREDIT ALREADY USED" TO WS-REJECT-REASON
022600         GO TO 2100-EXIT
022700     END-IF
022800     MOVE AR-OPEN-AMOUNT TO WS-CREDIT-OPEN.
022900 2100-EXIT.
023000     EXIT.
023100******************************************************************
023200*    2200-CHECK-INVOICE-ITEM - THE INVOICE MUST BE ON FILE FOR   *
023300*    THE SAME CUSTOMER, BE AN INVOICE AND STILL BE OPEN.  LEAVES *
023400*    THE INVOICE IN THE RECORD AREA FOR 2400.                    *
023500******************************************************************
023600 2200-CHECK-INVOICE-ITEM.
023700     MOVE AP-CUSTOMER-ID TO AR-CUSTOMER-ID.
023800     MOVE AP-INVOICE-NO TO AR-ORDER-NO.
023900     READ AR-ITEM-FILE
024000         INVALID KEY
024100             MOVE "INVOICE NOT ON FILE" TO WS-REJECT-REASON
024200             GO TO 2200-EXIT
024300     END-READ
024400     IF NOT AR-TYPE-INVOICE
024500         MOVE "INVOICE NO IS NOT AN INVOICE" TO WS-REJECT-REASON
024600         GO TO 2200-EXIT
024700     END-IF
024800     IF NOT AR-STATUS-OPEN OR AR-OPEN-AMOUNT = 0
024900         MOVE "INVOICE ALREADY PAID" TO WS-REJECT-REASON
025000         GO TO 2200-EXIT
025100     END-IF
025200     MOVE AR-OPEN-AMOUNT TO WS-INVOICE-OPEN.
025300 2200-EXIT.
025400     EXIT.
025500******************************************************************
025600*    2300-SETTLE-AMOUNT - A ZERO AMOUNT TAKES THE SMALLER OF THE *
025700*    TWO OPEN AMOUNTS; A STATED AMOUNT MAY NOT EXCEED EITHER     *
025800******************************************************************
025900 2300-SETTLE-AMOUNT.
026000     IF AP-AMOUNT = 0
026100         IF WS-CREDIT-OPEN < WS-INVOICE-OPEN
026200             MOVE WS-CREDIT-OPEN TO WS-APPLY-AMOUNT
026300         ELSE
026400             MOVE WS-INVOICE-OPEN TO WS-APPLY-AMOUNT
026500         END-IF
026600         GO TO 2300-EXIT
026700     END-IF
026800     IF AP-AMOUNT > WS-CREDIT-OPEN
026900         MOVE "AMOUNT EXCEEDS OPEN CREDIT" TO WS-REJECT-REASON
027000         GO TO 2300-EXIT
027100     END-IF
027200     IF AP-AMOUNT > WS-INVOICE-OPEN
027300         MOVE "AMOUNT EXCEEDS OPEN INVOICE" TO WS-REJECT-REASON
027400         GO TO 2300-EXIT
027500     END-IF
027600     MOVE AP-AMOUNT TO WS-APPLY-AMOUNT.
027700 2300-EXIT.
027800     EXIT.
027900******************************************************************
028000*    2400-REDUCE-INVOICE - THE INVOICE READ BY 2200 IS STILL IN  *
028100*    THE RECORD AREA                                             *
028200******************************************************************
028300 2400-REDUCE-INVOICE.
028400     SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT.
028500     IF AR-OPEN-AMOUNT = 0
028600         SET AR-STATUS-PAID TO TRUE
028700         ADD 1 TO WS-INVOICE-PAID-COUNT
028800     END-IF
028900     REWRITE AR-ITEM-RECORD.
029000 2400-EXIT.
029100     EXIT.
029200******************************************************************
029300*    2500-REDUCE-CREDIT - REREADS THE CREDIT AND TAKES THE SAME  *
029400*    AMOUNT OFF IT; A CREDIT USED UP IS MARKED PAID BUT KEPT     *
029500******************************************************************
029600 2500-REDUCE-CREDIT.
029700     MOVE AP-CUSTOMER-ID TO AR-CUSTOMER-ID.
029800     MOVE AP-CREDIT-NO TO AR-ORDER-NO.
029900     READ AR-ITEM-FILE
030000         INVALID KEY
030100             DISPLAY "ARAPPLY: WARNING - CREDIT " AP-CREDIT-NO
030200                 " FOR " AP-CUSTOMER-ID " LOST ON REREAD"
030300             GO TO 2500-EXIT
030400     END-READ
030500     SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT.
030600     IF AR-OPEN-AMOUNT = 0
030700         SET AR-STATUS-PAID TO TRUE
030800         ADD 1 TO WS-CREDIT-USED-COUNT
030900     END-IF
031000     REWRITE AR-ITEM-RECORD.
031100 2500-EXIT.
031200     EXIT.
031300******************************************************************
031400*    2600-LOG-APPLICATION - ONE AUDTLOG ENTRY PER APPLICATION,   *
031500*    KEYED ON THE CUSTOMER: CREDIT AND INVOICE AS THE OLD VALUE, *
031600*    THE AMOUNT APPLIED AS THE NEW                               *
031700******************************************************************
031800 2600-LOG-APPLICATION.
031900     MOVE AP-CUSTOMER-ID TO WS-AUD-PRODUCT-ID.
032000     MOVE "CRAPPLY" TO WS-AUD-FIELD-NAME.
032100     MOVE AP-CREDIT-NO TO WS-REF-CREDIT-NO.
032200     MOVE AP-INVOICE-NO TO WS-REF-INVOICE-NO.
032300     MOVE WS-APPLY-REF TO WS-AUD-OLD-VALUE.
032400     MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-EDIT.
032500     MOVE WS-AMOUNT-EDIT TO WS-AUD-NEW-VALUE.
032600     MOVE AP-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
032700     CALL "AUDTLOG" USING WS-AUDIT-PARMS.
032800 2600-EXIT.
032900     EXIT.
033000******************************************************************
033100*    2700-WRITE-REJECT                                           *
033200******************************************************************
033300 2700-WRITE-REJECT.
033400     MOVE AP-APPLY-TRAN TO RJ-APPLY-DATA.
033500     MOVE WS-REJECT-REASON TO RJ-REJECT-REASON.
033600     WRITE RJ-REJECT-RECORD.
033700     ADD 1 TO WS-REJECT-COUNT.
033800 2700-EXIT.
033900     EXIT.
034000******************************************************************
034100*    3000-FINALIZE                                               *
034200******************************************************************
034300 3000-FINALIZE.
034400     DISPLAY "ARAPPLY: TRANSACTIONS=" WS-TRAN-COUNT
034500         " APPLIED=" WS-APPLIED-COUNT
034600         " INVOICES-PAID-OFF=" WS-INVOICE-PAID-COUNT
034700         " CREDITS-USED-UP=" WS-CREDIT-USED-COUNT
034800         " REJECTED=" WS-REJECT-COUNT.
034900     MOVE WS-TRAN-COUNT TO WS-RUN-RECORDS-READ.
035000     MOVE WS-APPLIED-COUNT TO WS-RUN-RECORDS-WRITTEN.
035100     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
035200     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
035300     IF WS-AP-FILE-STATUS = "00" OR WS-AP-FILE-STATUS = "10"
035400         CLOSE CREDIT-APPLY-FILE
035500     END-IF
035600     IF WS-AR-OPEN
035700         CLOSE AR-ITEM-FILE
035800     END-IF
035900     IF WS-RJ-FILE-STATUS = "00"
036000         CLOSE REJECT-FILE
036100     END-IF.
036200 3000-EXIT.
036300     EXIT.

000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  CONTMNT                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     TRANSACTION-DRIVEN MAINTENANCE OF THE          *
000800*                 CUSTOMER CONTRACT PRICE MASTER - THE PRICES    *
000900*                 SALES HAS NEGOTIATED WITH LARGER ACCOUNTS,     *
001000*                 ONE PER CUSTOMER AND PRODUCT.  ACCEPTS         *
001100*                 ADD/CHANGE/CANCEL TRANSACTIONS AND VALIDATES   *
001200*                 EACH (KNOWN CUSTOMER, ACTIVE PRODUCT, POSITIVE *
001300*                 NUMERIC PRICE, A PLAUSIBLE DATE WINDOW AND A   *
001400*                 NUMERIC MINIMUM QUANTITY) BEFORE ANY WRITE.    *
001500*                 EVERY PRICE, WINDOW, MINIMUM-QUANTITY AND      *
001600*                 STATUS CHANGE CALLS AUDTLOG, AS PROMOMNT DOES  *
001700*                 FOR PROMOTIONS.  A CANCEL MARKS THE AGREEMENT  *
001800*                 CANCELLED RATHER THAN DELETING IT.             *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ------------------------------------------------------      *
002200*    2026-10-15 ML  ORIGINAL VERSION - CUSTOMER CONTRACT PRICE   *
002300*                   MAINTENANCE.                                 *
002400******************************************************************
002500 PROGRAM-ID.  CONTMNT.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CONTRACT-TRAN-FILE ASSIGN TO "CONTRTRN"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-CT-FILE-STATUS.
003200     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CP-CONTRACT-KEY
003600         FILE STATUS IS WS-CP-FILE-STATUS.
003700     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CU-CUSTOMER-ID
004100         FILE STATUS IS WS-CU-FILE-STATUS.
004200     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PM-PRODUCT-ID
004600         ALTERNATE RECORD KEY IS PM-BRAND
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-PM-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTRACT-TRAN-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CONTRTRN.
005400 FD  CONTRACT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CONTRREC.
005700 FD  CUSTOMER-MASTER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CUSTMAST.
006000 FD  PRODUCT-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY PRODMAST.
006300 WORKING-STORAGE SECTION.
006400******************************************************************
006500*    SWITCHES AND COUNTERS                                       *
006600******************************************************************
006700 77  WS-CT-FILE-STATUS           PIC X(02)   VALUE SPACES.
006800 77  WS-CP-FILE-STATUS           PIC X(02)   VALUE SPACES.
006900 77  WS-CU-FILE-STATUS           PIC X(02)   VALUE SPACES.
007000 77  WS-PM-FILE-STATUS           PIC X(02)   VALUE SPACES.
007100 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
007200     88  WS-EOF-YES                          VALUE 'Y'.
007300     88  WS-EOF-NO                           VALUE 'N'.
007400 77  WS-CP-OPEN-SW               PIC X(01)   VALUE 'N'.
007500     88  WS-CP-OPEN                          VALUE 'Y'.
007600     88  WS-CP-NOT-OPEN                      VALUE 'N'.
007700 77  WS-CU-OPEN-SW               PIC X(01)   VALUE 'N'.
007800     88  WS-CU-OPEN                          VALUE 'Y'.
007900     88  WS-CU-NOT-OPEN                      VALUE 'N'.
008000 77  WS-PM-OPEN-SW               PIC X(01)   VALUE 'N'.
008100     88  WS-PM-OPEN                          VALUE 'Y'.
008200     88  WS-PM-NOT-OPEN                      VALUE 'N'.
008300 77  WS-VALID-SW                 PIC X(01)   VALUE 'Y'.
008400     88  WS-TRAN-VALID                       VALUE 'Y'.
008500     88  WS-TRAN-INVALID                     VALUE 'N'.
008600 77  WS-CHANGED-SW               PIC X(01)   VALUE 'N'.
008700     88  WS-RECORD-CHANGED                   VALUE 'Y'.
008800     88  WS-RECORD-NOT-CHANGED               VALUE 'N'.
008900 77  WS-MATCH-SW                 PIC X(01)   VALUE 'N'.
009000     88  WS-CONTRACT-ON-FILE                 VALUE 'Y'.
009100     88  WS-CONTRACT-NOT-ON-FILE             VALUE 'N'.
009200 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
009300 77  WS-TRAN-COUNT               PIC 9(7) COMP VALUE 0.
009400 77  WS-ADD-COUNT                PIC 9(7) COMP VALUE 0.
009500 77  WS-REPLACE-COUNT            PIC 9(7) COMP VALUE 0.
009600 77  WS-CHANGE-COUNT             PIC 9(7) COMP VALUE 0.
009700 77  WS-CANCEL-COUNT             PIC 9(7) COMP VALUE 0.
009800 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
009900******************************************************************
010000*    CHANGE WORK AREAS - A CHANGE'S NEW WINDOW IS ASSEMBLED HERE *
010100*    FROM THE TRANSACTION AND THE AGREEMENT ON FILE, AND CHECKED *
010200*    BEFORE ANY TERM IS APPLIED                                  *
010300******************************************************************
010400 77  WS-NEW-START-DATE           PIC 9(08)   VALUE 0.
010500 77  WS-NEW-END-DATE             PIC 9(08)   VALUE 0.
010600******************************************************************
010700*    TERM-TO-TEXT WORK AREAS - USED ONLY TO GIVE AUDTLOG A       *
010800*    READABLE OLD/NEW VALUE FOR CONTRACT CHANGES                 *
010900******************************************************************
011000 77  WS-PRICE-EDIT               PIC Z(4)9.99.
011100 77  WS-QTY-EDIT                 PIC ZZZZ9.
011200 77  WS-OLD-TERM                 PIC X(10)   VALUE SPACES.
011300 77  WS-NEW-TERM                 PIC X(10)   VALUE SPACES.
011400 01  WS-AUD-TEXT.
011500     05  WS-AUD-TEXT-CUSTOMER    PIC X(10).
011600     05  WS-AUD-TEXT-TERM        PIC X(10).
011700******************************************************************
011800*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM - THE KEY       *
011900*    FIELD CARRIES THE PRODUCT-ID.  AN AGREEMENT BELONGS TO A    *
012000*    CUSTOMER AS WELL, SO THE OLD AND NEW VALUES EACH CARRY THE  *
012100*    CUSTOMER-ID IN THEIR FIRST TEN BYTES AND THE TERM IN THE    *
012200*    LAST TEN (SEE WS-AUD-TEXT).                                 *
012300******************************************************************
012400 01  WS-AUDIT-PARMS.
012500     05  WS-AUD-PRODUCT-ID       PIC X(10).
012600     05  WS-AUD-FIELD-NAME       PIC X(10).
012700     05  WS-AUD-OLD-VALUE        PIC X(20).
012800     05  WS-AUD-NEW-VALUE        PIC X(20).
012900     05  WS-AUD-OPERATOR-ID      PIC X(08).
013000******************************************************************
013100*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
013200******************************************************************
013300 01  WS-RUNSTAT-PARMS.
013400     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "CONTMNT".
013500     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
013600     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
013700     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
013800     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
013900******************************************************************
014000*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
014100*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
014200******************************************************************
014300 01  WS-GATE-PARMS.
014400     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "CONTMNT".
014500     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
014600 PROCEDURE DIVISION.
014700******************************************************************
014800*    0000-MAINLINE                                               *
014900******************************************************************
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
015300         UNTIL WS-EOF-YES.
015400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
015500     STOP RUN.
015600******************************************************************
015700*    1000-INITIALIZE                                             *
015800******************************************************************
015900 1000-INITIALIZE.
016000     CALL "RUNGATE" USING WS-GATE-PARMS.
016100     IF WS-GATE-RESULT NOT = "0000"
016200         SET WS-EOF-YES TO TRUE
016300         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
016400         GO TO 1000-EXIT
016500     END-IF
016600     OPEN INPUT CONTRACT-TRAN-FILE.
016700     IF WS-CT-FILE-STATUS NOT = "00"
016800         DISPLAY "CONTMNT: UNABLE TO OPEN CONTRACT-TRAN-FILE, "
016900             "STATUS=" WS-CT-FILE-STATUS
017000         SET WS-EOF-YES TO TRUE
017100         MOVE "0012" TO WS-RUN-RETURN-STATUS
017200         GO TO 1000-EXIT
017300     END-IF
017400     OPEN I-O CONTRACT-FILE.
017500     IF WS-CP-FILE-STATUS NOT = "00"
017600         DISPLAY "CONTMNT: UNABLE TO OPEN CONTRACT-FILE, "
017700             "STATUS=" WS-CP-FILE-STATUS
017800         SET WS-EOF-YES TO TRUE
017900         MOVE "0012" TO WS-RUN-RETURN-STATUS
018000         GO TO 1000-EXIT
018100     END-IF
018200     SET WS-CP-OPEN TO TRUE.
018300     OPEN INPUT CUSTOMER-MASTER-FILE.
018400     IF WS-CU-FILE-STATUS NOT = "00"
018500         DISPLAY "CONTMNT: UNABLE TO OPEN CUSTOMER-MASTER, "
018600             "STATUS=" WS-CU-FILE-STATUS
018700         SET WS-EOF-YES TO TRUE
018800         MOVE "0012" TO WS-RUN-RETURN-STATUS
018900         GO TO 1000-EXIT
019000     END-IF
019100     SET WS-CU-OPEN TO TRUE.
019200     OPEN INPUT PRODUCT-MASTER-FILE.
019300     IF WS-PM-FILE-STATUS NOT = "00"
019400         DISPLAY "CONTMNT: UNABLE TO OPEN PRODUCT-MASTER, "
019500             "STATUS=" WS-PM-FILE-STATUS
019600         SET WS-EOF-YES TO TRUE
019700         MOVE "0012" TO WS-RUN-RETURN-STATUS
019800         GO TO 1000-EXIT
019900     END-IF
020000     SET WS-PM-OPEN TO TRUE.
020100     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400******************************************************************
020500*    1100-READ-NEXT-TRAN                                         *
020600******************************************************************
020700 1100-READ-NEXT-TRAN.
020800     READ CONTRACT-TRAN-FILE
020900         AT END
021000             SET WS-EOF-YES TO TRUE
021100     END-READ.
021200 1100-EXIT.
021300     EXIT.
021400******************************************************************
021500*    2000-PROCESS-TRAN - VALIDATES, THEN ROUTES THE TRANSACTION  *
021600*    TO ITS ADD/CHANGE/CANCEL HANDLER                            *
021700******************************************************************
021800 2000-PROCESS-TRAN.
021900     ADD 1 TO WS-TRAN-COUNT.
022000     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
022100     IF WS-TRAN-INVALID
022200         DISPLAY "CONTMNT: REJECTED " CT-CUSTOMER-ID " / "
022300             CT-PRODUCT-ID " - " WS-REJECT-REASON
022400         ADD 1 TO WS-REJECT-COUNT
022500     ELSE
022600         EVALUATE CT-TRAN-CODE
022700             WHEN "ADD   "
022800                 PERFORM 2200-ADD-CONTRACT THRU 2200-EXIT
022900             WHEN "CHANGE"
023000                 PERFORM 2300-CHANGE-CONTRACT THRU 2300-EXIT
023100             WHEN "CANCEL"
023200                 PERFORM 2400-CANCEL-CONTRACT THRU 2400-EXIT
023300             WHEN OTHER
023400                 DISPLAY "CONTMNT: REJECTED " CT-CUSTOMER-ID
023500                     " / " CT-PRODUCT-ID
023600                     " - UNKNOWN TRANSACTION CODE " CT-TRAN-CODE
023700                 ADD 1 TO WS-REJECT-COUNT
023800         END-EVALUATE
023900     END-IF.
024000     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300******************************************************************
024400*    2100-VALIDATE-TRAN - FIELD-LEVEL VALIDATION COMMON TO ALL   *
024500*    TRANSACTION CODES.  AN ADD NEEDS A CUSTOMER ON THE MASTER,  *
024600*    AN ACTIVE PRODUCT, A PRICE, A WINDOW AND AN ACCOUNT         *
024700*    MANAGER; ANY TERM A TRANSACTION SUPPLIES MUST BE NUMERIC    *
024800*    WHERE IT SHOULD BE.                                         *
024900******************************************************************
025000 2100-VALIDATE-TRAN.
025100     SET WS-TRAN-VALID TO TRUE.
025200     IF CT-CUSTOMER-ID = SPACES
025300         SET WS-TRAN-INVALID TO TRUE
025400         MOVE "CUSTOMER-ID IS BLANK" TO WS-REJECT-REASON
025500         GO TO 2100-EXIT
025600     END-IF
025700     IF CT-PRODUCT-ID = SPACES
025800         SET WS-TRAN-INVALID TO TRUE
025900         MOVE "PRODUCT-ID IS BLANK" TO WS-REJECT-REASON
026000         GO TO 2100-EXIT
026100     END-IF
026200     IF CT-TRAN-CODE = "ADD   "
026300         PERFORM 2150-VALIDATE-ADD THRU 2150-EXIT
026400         IF WS-TRAN-INVALID
026500             GO TO 2100-EXIT
026600         END-IF
026700     END-IF
026800     IF CT-CONTRACT-PRICE NOT = SPACES
026900         IF CT-CONTRACT-PRICE NOT NUMERIC
027000             SET WS-TRAN-INVALID TO TRUE
027100             MOVE "CONTRACT PRICE NOT NUMERIC"
027200                 TO WS-REJECT-REASON
027300             GO TO 2100-EXIT
027400         END-IF
027500         IF CT-CONTRACT-PRICE-N = 0
027600             SET WS-TRAN-INVALID TO TRUE
027700             MOVE "CONTRACT PRICE IS ZERO" TO WS-REJECT-REASON
027800             GO TO 2100-EXIT
027900         END-IF
028000     END-IF
028100     IF (CT-START-DATE NOT = SPACES
028200         AND CT-START-DATE NOT NUMERIC)
028300        OR (CT-END-DATE NOT = SPACES
028400         AND CT-END-DATE NOT NUMERIC)
028500         SET WS-TRAN-INVALID TO TRUE
028600         MOVE "CONTRACT DATES NOT NUMERIC" TO WS-REJECT-REASON
028700         GO TO 2100-EXIT
028800     END-IF
028900     IF CT-MIN-QTY NOT = SPACES
029000        AND CT-MIN-QTY NOT NUMERIC
029100         SET WS-TRAN-INVALID TO TRUE
029200         MOVE "MINIMUM QUANTITY NOT NUMERIC"
029300             TO WS-REJECT-REASON
029400     END-IF.
029500 2100-EXIT.
029600     EXIT.
029700******************************************************************
029800*    2150-VALIDATE-ADD - THE CUSTOMER MUST BE ON THE MASTER AND  *
029900*    THE PRODUCT ON THE MASTER AND NOT RETIRED; PRICE, BOTH      *
030000*    DATES AND THE ACCOUNT MANAGER MUST ALL BE SUPPLIED          *
030100******************************************************************
030200 2150-VALIDATE-ADD.
030300     MOVE CT-CUSTOMER-ID TO CU-CUSTOMER-ID.
030400     READ CUSTOMER-MASTER-FILE
030500         INVALID KEY
030600             SET WS-TRAN-INVALID TO TRUE
030700             MOVE "CUSTOMER-ID NOT ON MASTER" TO WS-REJECT-REASON
030800             GO TO 2150-EXIT
030900     END-READ
031000     MOVE CT-PRODUCT-ID TO PM-PRODUCT-ID.
031100     READ PRODUCT-MASTER-FILE
031200         INVALID KEY
031300             SET WS-TRAN-INVALID TO TRUE
031400             MOVE "PRODUCT-ID NOT ON MASTER" TO WS-REJECT-REASON
031500             GO TO 2150-EXIT
031600     END-READ
031700     IF PM-STATUS-RETIRED
031800         SET WS-TRAN-INVALID TO TRUE
031900         MOVE "PRODUCT IS RETIRED" TO WS-REJECT-REASON
032000         GO TO 2150-EXIT
032100     END-IF
032200     IF CT-CONTRACT-PRICE = SPACES
032300         SET WS-TRAN-INVALID TO TRUE
032400         MOVE "CONTRACT PRICE IS BLANK" TO WS-REJECT-REASON
032500         GO TO 2150-EXIT
032600     END-IF
032700     IF CT-START-DATE = SPACES
032800        OR CT-END-DATE = SPACES
032900         SET WS-TRAN-INVALID TO TRUE
033000         MOVE "CONTRACT DATES ARE BLANK" TO WS-REJECT-REASON
033100         GO TO 2150-EXIT
033200     END-IF
033300     IF CT-ACCOUNT-MGR = SPACES
033400         SET WS-TRAN-INVALID TO TRUE
033500         MOVE "ACCOUNT MANAGER IS BLANK" TO WS-REJECT-REASON
033600     END-IF.
033700 2150-EXIT.
033800     EXIT.
033900******************************************************************
034000*    2200-ADD-CONTRACT - REJECTS A CUSTOMER/PRODUCT THAT ALREADY *
034100*    HAS AN ACTIVE AGREEMENT (A CHANGE IS THE WAY TO ALTER ONE), *
034200*    REPLACES A CANCELLED ONE, OTHERWISE WRITES THE NEW          *
034300*    AGREEMENT, AND LOGS THE PRICE                               *
034400******************************************************************
034500 2200-ADD-CONTRACT.
034600     IF CT-START-DATE-N > CT-END-DATE-N
034700         DISPLAY "CONTMNT: ADD REJECTED " CT-CUSTOMER-ID " / "
034800             CT-PRODUCT-ID " - START DATE AFTER END DATE"
034900         ADD 1 TO WS-REJECT-COUNT
035000         GO TO 2200-EXIT
035100     END-IF
035200     SET WS-CONTRACT-NOT-ON-FILE TO TRUE.
035300     MOVE "(NONE)" TO WS-OLD-TERM.
035400     MOVE CT-CUSTOMER-ID TO CP-CUSTOMER-ID.
035500     MOVE CT-PRODUCT-ID TO CP-PRODUCT-ID.
035600     READ CONTRACT-FILE
035700         INVALID KEY
035800             CONTINUE
035900         NOT INVALID KEY
036000             IF CP-STATUS-ACTIVE
036100                 DISPLAY "CONTMNT: ADD REJECTED " CT-CUSTOMER-ID
036200                     " / " CT-PRODUCT-ID
036300                     " - AGREEMENT ALREADY ACTIVE"
036400                 ADD 1 TO WS-REJECT-COUNT
036500                 GO TO 2200-EXIT
036600             END-IF
036700             SET WS-CONTRACT-ON-FILE TO TRUE
036800             MOVE CP-CONTRACT-PRICE TO WS-PRICE-EDIT
036900             MOVE WS-PRICE-EDIT TO WS-OLD-TERM
037000     END-READ
037100     MOVE SPACES TO CP-CONTRACT-RECORD.
037200     MOVE CT-CUSTOMER-ID TO CP-CUSTOMER-ID.
037300     MOVE CT-PRODUCT-ID TO CP-PRODUCT-ID.
037400     MOVE CT-CONTRACT-PRICE-N TO CP-CONTRACT-PRICE.
037500     MOVE CT-START-DATE-N TO CP-START-DATE.
037600     MOVE CT-END-DATE-N TO CP-END-DATE.
037700     MOVE 0 TO CP-MIN-QTY.
037800     IF CT-MIN-QTY NOT = SPACES
037900         MOVE CT-MIN-QTY-N TO CP-MIN-QTY
038000     END-IF
038100     SET CP-STATUS-ACTIVE TO TRUE.
038200     MOVE CT-ACCOUNT-MGR TO CP-ACCOUNT-MGR.
038300     IF WS-CONTRACT-NOT-ON-FILE
038400         WRITE CP-CONTRACT-RECORD
038500             INVALID KEY
038600                 DISPLAY "CONTMNT: ADD FAILED " CT-CUSTOMER-ID
038700                     " / " CT-PRODUCT-ID
038800                     " - STATUS=" WS-CP-FILE-STATUS
038900                 ADD 1 TO WS-REJECT-COUNT
039000                 GO TO 2200-EXIT
039100         END-WRITE
039200         ADD 1 TO WS-ADD-COUNT
039300     ELSE
039400         REWRITE CP-CONTRACT-RECORD
039500             INVALID KEY
039600                 DISPLAY "CONTMNT: ADD FAILED " CT-CUSTOMER-ID
039700                     " / " CT-PRODUCT-ID
039800                     " - STATUS=" WS-CP-FILE-STATUS
039900                 ADD 1 TO WS-REJECT-COUNT
040000                 GO TO 2200-EXIT
040100         END-REWRITE
040200         ADD 1 TO WS-REPLACE-COUNT
040300     END-IF
040400     MOVE "CTPRICE" TO WS-AUD-FIELD-NAME.
040500     MOVE CP-CONTRACT-PRICE TO WS-PRICE-EDIT.
040600     MOVE WS-PRICE-EDIT TO WS-NEW-TERM.
040700     PERFORM 2900-LOG-TERM THRU 2900-EXIT.
040800 2200-EXIT.
040900     EXIT.
041000******************************************************************
041100*    2300-CHANGE-CONTRACT - APPLIES A PRICE, WINDOW, MINIMUM     *
041200*    QUANTITY AND/OR ACCOUNT MANAGER CHANGE TO AN ACTIVE         *
041300*    AGREEMENT, CALLING AUDTLOG FOR EACH TERM THAT ACTUALLY      *
041400*    CHANGED                                                     *
041500******************************************************************
041600 2300-CHANGE-CONTRACT.
041700     MOVE CT-CUSTOMER-ID TO CP-CUSTOMER-ID.
041800     MOVE CT-PRODUCT-ID TO CP-PRODUCT-ID.
041900     READ CONTRACT-FILE
042000         INVALID KEY
042100             DISPLAY "CONTMNT: CHANGE REJECTED " CT-CUSTOMER-ID
042200                 " / " CT-PRODUCT-ID " - AGREEMENT NOT FOUND"
042300             ADD 1 TO WS-REJECT-COUNT
042400             GO TO 2300-EXIT
042500     END-READ
042600     IF CP-STATUS-CANCELLED
042700         DISPLAY "CONTMNT: CHANGE REJECTED " CT-CUSTOMER-ID
042800             " / " CT-PRODUCT-ID " - AGREEMENT IS CANCELLED"
042900         ADD 1 TO WS-REJECT-COUNT
043000         GO TO 2300-EXIT
043100     END-IF
043200     MOVE CP-START-DATE TO WS-NEW-START-DATE.
043300     MOVE CP-END-DATE TO WS-NEW-END-DATE.
043400     IF CT-START-DATE NOT = SPACES
043500         MOVE CT-START-DATE-N TO WS-NEW-START-DATE
043600     END-IF
043700     IF CT-END-DATE NOT = SPACES
043800         MOVE CT-END-DATE-N TO WS-NEW-END-DATE
043900     END-IF
044000     IF WS-NEW-START-DATE > WS-NEW-END-DATE
044100         DISPLAY "CONTMNT: CHANGE REJECTED " CT-CUSTOMER-ID
044200             " / " CT-PRODUCT-ID " - START DATE AFTER END DATE"
044300         ADD 1 TO WS-REJECT-COUNT
044400         GO TO 2300-EXIT
044500     END-IF
044600     SET WS-RECORD-NOT-CHANGED TO TRUE.
044700     IF CT-CONTRACT-PRICE NOT = SPACES
044800        AND CT-CONTRACT-PRICE-N NOT = CP-CONTRACT-PRICE
044900         MOVE "CTPRICE" TO WS-AUD-FIELD-NAME
045000         MOVE CP-CONTRACT-PRICE TO WS-PRICE-EDIT
045100         MOVE WS-PRICE-EDIT TO WS-OLD-TERM
045200         MOVE CT-CONTRACT-PRICE-N TO WS-PRICE-EDIT
045300         MOVE WS-PRICE-EDIT TO WS-NEW-TERM
045400         PERFORM 2900-LOG-TERM THRU 2900-EXIT
045500         MOVE CT-CONTRACT-PRICE-N TO CP-CONTRACT-PRICE
045600         SET WS-RECORD-CHANGED TO TRUE
045700     END-IF
045800     IF WS-NEW-START-DATE NOT = CP-START-DATE
045900         MOVE "CTSTART" TO WS-AUD-FIELD-NAME
046000         MOVE CP-START-DATE TO WS-OLD-TERM
046100         MOVE WS-NEW-START-DATE TO WS-NEW-TERM
046200         PERFORM 2900-LOG-TERM THRU 2900-EXIT
046300         MOVE WS-NEW-START-DATE TO CP-START-DATE
046400         SET WS-RECORD-CHANGED TO TRUE
046500     END-IF
046600     IF WS-NEW-END-DATE NOT = CP-END-DATE
046700         MOVE "CTEND" TO WS-AUD-FIELD-NAME
046800         MOVE CP-END-DATE TO WS-OLD-TERM
046900         MOVE WS-NEW-END-DATE TO WS-NEW-TERM
047000         PERFORM 2900-LOG-TERM THRU 2900-EXIT
047100         MOVE WS-NEW-END-DATE TO CP-END-DATE
047200         SET WS-RECORD-CHANGED TO TRUE
047300     END-IF
047400     IF CT-MIN-QTY NOT = SPACES
047500        AND CT-MIN-QTY-N NOT = CP-MIN-QTY
047600         MOVE "CTMINQTY" TO WS-AUD-FIELD-NAME
047700         MOVE CP-MIN-QTY TO WS-QTY-EDIT
047800         MOVE WS-QTY-EDIT TO WS-OLD-TERM
047900         MOVE CT-MIN-QTY-N TO WS-QTY-EDIT
048000         MOVE WS-QTY-EDIT TO WS-NEW-TERM
048100         PERFORM 2900-LOG-TERM THRU 2900-EXIT
048200         MOVE CT-MIN-QTY-N TO CP-MIN-QTY
048300         SET WS-RECORD-CHANGED TO TRUE
048400     END-IF
048500     IF CT-ACCOUNT-MGR NOT = SPACES
048600        AND CT-ACCOUNT-MGR NOT = CP-ACCOUNT-MGR
048700         MOVE "CTACCTMGR" TO WS-AUD-FIELD-NAME
048800         MOVE CP-ACCOUNT-MGR TO WS-OLD-TERM
048900         MOVE CT-ACCOUNT-MGR TO WS-NEW-TERM
049000         PERFORM 2900-LOG-TERM THRU 2900-EXIT
049100         MOVE CT-ACCOUNT-MGR TO CP-ACCOUNT-MGR
049200         SET WS-RECORD-CHANGED TO TRUE
049300     END-IF
049400     IF WS-RECORD-CHANGED
049500         REWRITE CP-CONTRACT-RECORD
049600         ADD 1 TO WS-CHANGE-COUNT
049700     END-IF.
049800 2300-EXIT.
049900     EXIT.
050000******************************************************************
050100*    2400-CANCEL-CONTRACT - MARKS AN ACTIVE AGREEMENT CANCELLED  *
050200*    AND LOGS THE CANCELLATION.  ORDENTRY STOPS HONORING IT ON   *
050300*    ITS NEXT RUN, WHATEVER ITS END DATE.                        *
050400******************************************************************
050500 2400-CANCEL-CONTRACT.
050600     MOVE CT-CUSTOMER-ID TO CP-CUSTOMER-ID.
050700     MOVE CT-PRODUCT-ID TO CP-PRODUCT-ID.
050800     READ CONTRACT-FILE
050900         INVALID KEY
051000             DISPLAY "CONTMNT: CANCEL REJECTED " CT-CUSTOMER-ID
051100                 " / " CT-PRODUCT-ID " - AGREEMENT NOT FOUND"
051200             ADD 1 TO WS-REJECT-COUNT
051300             GO TO 2400-EXIT
051400     END-READ
051500     IF CP-STATUS-CANCELLED
051600         DISPLAY "CONTMNT: CANCEL REJECTED " CT-CUSTOMER-ID
051700             " / " CT-PRODUCT-ID " - ALREADY CANCELLED"
051800         ADD 1 TO WS-REJECT-COUNT
051900         GO TO 2400-EXIT
052000     END-IF
052100     SET CP-STATUS-CANCELLED TO TRUE.
052200     REWRITE CP-CONTRACT-RECORD.
052300     MOVE "CTSTATUS" TO WS-AUD-FIELD-NAME.
052400     MOVE "ACTIVE" TO WS-OLD-TERM.
052500     MOVE "CANCELLED" TO WS-NEW-TERM.
052600     PERFORM 2900-LOG-TERM THRU 2900-EXIT.
052700     ADD 1 TO WS-CANCEL-COUNT.
052800 2400-EXIT.
052900     EXIT.
053000******************************************************************
053100*    2900-LOG-TERM - ONE AUDTLOG ROW FOR THE TERM NAMED IN       *
053200*    WS-AUD-FIELD-NAME, CHANGING FROM WS-OLD-TERM TO             *
053300*    WS-NEW-TERM, EACH PREFIXED WITH THE CUSTOMER-ID             *
053400******************************************************************
053500 2900-LOG-TERM.
053600     MOVE CT-PRODUCT-ID TO WS-AUD-PRODUCT-ID.
053700     MOVE CT-CUSTOMER-ID TO WS-AUD-TEXT-CUSTOMER.
053800     MOVE WS-OLD-TERM TO WS-AUD-TEXT-TERM.
053900     MOVE WS-AUD-TEXT TO WS-AUD-OLD-VALUE.
054000     MOVE WS-NEW-TERM TO WS-AUD-TEXT-TERM.
054100     MOVE WS-AUD-TEXT TO WS-AUD-NEW-VALUE.
054200     MOVE CT-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
054300     CALL "AUDTLOG" USING WS-AUDIT-PARMS.
054400 2900-EXIT.
054500     EXIT.
054600******************************************************************
054700*    3000-FINALIZE                                               *
054800******************************************************************
054900 3000-FINALIZE.
055000     DISPLAY "CONTMNT: ADDED=" WS-ADD-COUNT
055100         " REPLACED=" WS-REPLACE-COUNT
055200         " CHANGED=" WS-CHANGE-COUNT
055300         " CANCELLED=" WS-CANCEL-COUNT
055400         " REJECTED=" WS-REJECT-COUNT.
055500     MOVE WS-TRAN-COUNT TO WS-RUN-RECORDS-READ.
055600     COMPUTE WS-RUN-RECORDS-WRITTEN = WS-ADD-COUNT
055700         + WS-REPLACE-COUNT + WS-CHANGE-COUNT + WS-CANCEL-COUNT.
055800     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
055900     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
056000     IF WS-CT-FILE-STATUS = "00" OR WS-CT-FILE-STATUS = "10"
056100         CLOSE CONTRACT-TRAN-FILE
056200     END-IF
056300     IF WS-CP-OPEN
056400         CLOSE CONTRACT-FILE
056500     END-IF
056600     IF WS-CU-OPEN
056700         CLOSE CUSTOMER-MASTER-FILE
056800     END-IF
056900     IF WS-PM-OPEN
057000         CLOSE PRODUCT-MASTER-FILE
057100     END-IF.
057200 3000-EXIT.
057300     EXIT.

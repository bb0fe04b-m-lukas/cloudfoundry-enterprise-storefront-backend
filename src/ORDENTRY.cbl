001698*                   THROUGH FIVE SEPARATE CHECKS.                *
001699*    2026-09-02 ML  CONSULT THE BATCH-WINDOW SEQUENCING          *
001700*                   GATE (RUNGATE) AT STARTUP.                   *
001710*    2026-10-15 ML  EVERY REJECTED HEADER AND DETAIL IS NOW      *
001720*                   WRITTEN TO THE ORDER-SUSPENSE FILE WITH A    *
001730*                   REASON CODE AND THE ORIGINAL TRANSACTION     *
001740*                   IMAGE, FOR CORRECTION THROUGH ORDCORR.  A    *
001750*                   RESUBMITTED ORDER CARRYING THE CREDIT-       *
001760*                   OVERRIDE FLAG SKIPS THE CREDIT CHECK.        *
001762*    2026-10-15 ML  OPEN CREDIT ITEMS (CREDIT MEMOS AND ON-      *
001764*                   ACCOUNT CASH) NOW REDUCE THE CUSTOMER'S OPEN *
001766*                   BALANCE IN THE CREDIT CHECK.                 *
001770*    2026-10-15 ML  EACH LINE IS NOW PRICED AT THE LOWEST OF THE *
001774*                   BASE PRICE, THE PROMOTION AND THE CUSTOMER'S *
001778*                   CONTRACT PRICE (SEE CONTMNT) IN EFFECT ON    *
001782*                   THE ORDER DATE, AND THE ORDER RECORD CARRIES *
001786*                   WHICH OF THE THREE WAS CHARGED.              *
001790******************************************************************
001800 PROGRAM-ID.  ORDENTRY.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002693         ACCESS MODE IS SEQUENTIAL
002694         RECORD KEY IS AR-ITEM-KEY
002695         FILE STATUS IS WS-AR-FILE-STATUS.
002705     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
002715         ORGANIZATION IS INDEXED
002725         ACCESS MODE IS DYNAMIC
002735         RECORD KEY IS CP-CONTRACT-KEY
002745         FILE STATUS IS WS-CP-FILE-STATUS.
002755     SELECT ORDER-TRAN-FILE ASSIGN TO "ORDTRAN"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-OT-FILE-STATUS.
003000     SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-OR-FILE-STATUS.
003220     SELECT ORDER-SUSPENSE-FILE ASSIGN TO "ORDSUSP"
003240         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS WS-SU-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PRODUCT-MASTER-FILE
003792 FD  AR-ITEM-FILE
003794     LABEL RECORDS ARE STANDARD.
003796     COPY ARITEM.
003797 FD  CONTRACT-FILE
003798     LABEL RECORDS ARE STANDARD.
003799     COPY CONTRREC.
003800 FD  ORDER-TRAN-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY ORDTRAN.
004100 FD  ORDER-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY ORDREC.
004320 FD  ORDER-SUSPENSE-FILE
004340     LABEL RECORDS ARE STANDARD.
004360     COPY SUSPREC.
004400 WORKING-STORAGE SECTION.
004500******************************************************************
004600*    SWITCHES AND COUNTERS                                       *
006126 77  WS-CUR-CREDIT-LIMIT         PIC 9(7)V99 VALUE 0.
006127 77  WS-ORDER-TOTAL              PIC 9(11)V99 VALUE 0.
006128 77  WS-LINE-EXTENSION           PIC 9(10)V99 VALUE 0.
006129 77  WS-CUR-OPEN-BALANCE         PIC S9(11)V99 VALUE 0.
006130 77  WS-CUR-HEADROOM             PIC S9(11)V99 VALUE 0.
006131******************************************************************
006132*    OPEN-RECEIVABLES WORK AREAS - ONE BALANCE PER CUSTOMER,     *
006133*    SUMMED FROM THE OPEN-ITEM FILE AT STARTUP SO EACH HEADER    *
006134*    SEES WHAT ITS CUSTOMER ALREADY OWES                         *
006135*    - NET OF ANY OPEN CREDITS, SO A BALANCE CAN GO NEGATIVE     *
006136******************************************************************
006137 77  WS-AR-FILE-STATUS           PIC X(02)   VALUE SPACES.
006138 77  WS-AR-EOF-SW                PIC X(01)   VALUE 'N'.
006139     88  WS-AR-EOF-YES                       VALUE 'Y'.
006140     88  WS-AR-EOF-NO                        VALUE 'N'.
006141 77  WS-AR-SIGNED-AMOUNT         PIC S9(9)V99 VALUE 0.
006142 77  WS-ARBAL-COUNT              PIC 9(5) COMP VALUE 0.
006143 01  WS-ARBAL-TABLE.
006144     05  WS-ARBAL-ENTRY OCCURS 1 TO 2000 TIMES
006145                        DEPENDING ON WS-ARBAL-COUNT
006146                        INDEXED BY WS-ARBAL-IDX.
006147         10  WS-ARBAL-CUSTOMER-ID PIC X(10).
006148         10  WS-ARBAL-AMOUNT     PIC S9(11)V99.
006149******************************************************************
006150*    ORDER-NUMBER ASSIGNMENT - RUN DATE IN JULIAN FORM (YYDDD)   *
006151*    FOLLOWED BY A THREE-DIGIT SEQUENCE BUMPED PER VALID HEADER  *
006152******************************************************************
006153 01  WS-ORDER-NUMBER.
006154     05  WS-ORD-NO-DAY           PIC 9(05)   VALUE 0.
006155     05  WS-ORD-NO-SEQ           PIC 9(03)   VALUE 0.
006156******************************************************************
006157*    PROMOTIONAL PRICE WORK AREAS - THE TABLE HOLDS EVERY PROMO  *
006158*    WITH ITS WINDOW, SO A LINE IS PRICED AT THE PROMO IN EFFECT *
006159*    ON ITS OWN ORDER DATE - NOT JUST TONIGHT'S                  *
006160******************************************************************
006161 77  WS-PP-FILE-STATUS           PIC X(02)   VALUE SPACES.
006162 77  WS-PP-EOF-SW                PIC X(01)   VALUE 'N'.
006163     88  WS-PP-EOF-YES                       VALUE 'Y'.
006164     88  WS-PP-EOF-NO                        VALUE 'N'.
006165 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006166 COPY PROMOTAB.
006167 77  WS-PROMO-LOOKUP-ID          PIC X(10)   VALUE SPACES.
006168 77  WS-PROMO-FOUND-PRICE        PIC 9(5)V99 VALUE 0.
006171 77  WS-PROMO-LOOKUP-DATE        PIC 9(08)   VALUE 0.
006174 77  WS-PROMO-FOUND-SW           PIC X(01)   VALUE 'N'.
006177     88  WS-PROMO-FOUND                      VALUE 'Y'.
006180     88  WS-PROMO-NOT-FOUND                  VALUE 'N'.
006183******************************************************************
006186*    ORDER-SUSPENSE WORK AREAS - EVERY REJECT IS APPENDED TO THE *
006189*    SUSPENSE FILE UNDER A SUSPENSE-ID OF RUN DATE PLUS A RUN    *
006192*    SEQUENCE.  THE CURRENT HEADER'S CONTEXT (ITS POSITION IN    *
006195*    THE RUN, ORDER DATE, FIRST-SUSPENDED DATE AND CREDIT        *
006198*    OVERRIDE) IS KEPT SO A DETAIL'S ENTRY CAN BE TIED BACK TO   *
006201*    ITS ORDER.                                                  *
006204******************************************************************
006207 77  WS-SU-FILE-STATUS           PIC X(02)   VALUE SPACES.
006210 77  WS-SUSPEND-SEQ              PIC 9(05)   VALUE 0.
006213 77  WS-SUSPEND-COUNT            PIC 9(7) COMP VALUE 0.
006216 77  WS-SUSPEND-REASON           PIC X(02)   VALUE SPACES.
006219 77  WS-CUR-ORDER-SEQ            PIC 9(05)   VALUE 0.
006222 77  WS-CUR-ORDER-DATE           PIC 9(08)   VALUE 0.
006225 77  WS-CUR-ORIG-SUSP-DATE       PIC 9(08)   VALUE 0.
006228 77  WS-CUR-OVERRIDE-SW          PIC X(01)   VALUE 'N'.
006231     88  WS-CUR-CREDIT-OVERRIDE              VALUE 'Y'.
006234     88  WS-CUR-NO-OVERRIDE                  VALUE 'N'.
006237******************************************************************
006240*    LINE PRICING WORK AREAS - EACH LINE IS CHARGED THE LOWEST   *
006243*    OF THE BASE PRICE, THE PROMOTION AND THE CUSTOMER'S         *
006246*    CONTRACT PRICE IN EFFECT ON THE ORDER DATE, AND THE ORDER   *
006249*    RECORD CARRIES WHICH ONE WON.  NO CONTRACT FILE MEANS NO    *
006252*    CONTRACT PRICES - PROMO AND BASE PRICES STILL APPLY.        *
006255******************************************************************
006258 77  WS-CP-FILE-STATUS           PIC X(02)   VALUE SPACES.
006261 77  WS-CP-OPEN-SW               PIC X(01)   VALUE 'N'.
006264     88  WS-CP-OPEN                          VALUE 'Y'.
006267     88  WS-CP-NOT-OPEN                      VALUE 'N'.
006270 77  WS-LINE-PRICE               PIC 9(5)V99 VALUE 0.
006273 77  WS-LINE-PRICE-SOURCE        PIC X(01)   VALUE SPACES.
006276     88  WS-PRICED-AT-CONTRACT               VALUE "C".
006279     88  WS-PRICED-AT-PROMO                  VALUE "P".
006282     88  WS-PRICED-AT-BASE                   VALUE "B".
006285 77  WS-CONTRACT-LINE-COUNT      PIC 9(7) COMP VALUE 0.
006288 77  WS-PROMO-LINE-COUNT         PIC 9(7) COMP VALUE 0.
006291******************************************************************
006300*    IN-MEMORY PRODUCT CATALOG - LOADED ONCE AT STARTUP SO EACH  *
006400*    ORDER LINE CAN BE MATCHED BY NAME+BRAND WITHOUT RESCANNING  *
006500*    PRODUCT-MASTER                                              *
010155         MOVE "0012" TO WS-RUN-RETURN-STATUS
010160         GO TO 1000-EXIT
010170     END-IF
010171     OPEN INPUT CONTRACT-FILE.
010172     IF WS-CP-FILE-STATUS NOT = "00"
010173         DISPLAY "ORDENTRY: NO CONTRACT FILE (STATUS="
010174             WS-CP-FILE-STATUS "), NO CONTRACT PRICES APPLY"
010175     ELSE
010176         SET WS-CP-OPEN TO TRUE
010177     END-IF
010180     ACCEPT WS-ORD-NO-DAY FROM DAY.
010200     OPEN INPUT ORDER-TRAN-FILE.
010300     IF WS-OT-FILE-STATUS NOT = "00"
011350         MOVE "0012" TO WS-RUN-RETURN-STATUS
011400         GO TO 1000-EXIT
011500     END-IF
011509*    THE SUSPENSE FILE IS APPENDED TO - ENTRIES STAY ON IT UNTIL
011518*    ORDCORR RESUBMITS OR DELETES THEM
011527     OPEN EXTEND ORDER-SUSPENSE-FILE.
011536     IF WS-SU-FILE-STATUS NOT = "00"
011545         DISPLAY "ORDENTRY: UNABLE TO OPEN ORDER-SUSPENSE-FILE, "
011554             "STATUS=" WS-SU-FILE-STATUS
011563         SET WS-EOF-YES TO TRUE
011572         MOVE "0012" TO WS-RUN-RETURN-STATUS
011581         GO TO 1000-EXIT
011590     END-IF
011600     PERFORM 1300-READ-NEXT-ORDER-TRAN THRU 1300-EXIT.
011700 1000-EXIT.
011800     EXIT.
011802******************************************************************
011804*    1070-LOAD-PROMO-TABLE - FILLS WS-PROMO-TABLE FROM THE       *
011806*    PROMOTIONAL PRICE MASTER, WINDOW AND ALL, SO EACH LINE CAN  *
011808*    BE PRICED AS OF ITS ORDER DATE.  NO PROMO FILE MEANS NO     *
011810*    PROMOS - BASE PRICES APPLY.                                 *
011812******************************************************************
011814 1070-LOAD-PROMO-TABLE.
011816     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011860 1075-EXIT.
011862     EXIT.
011864******************************************************************
011866*    1080-APPLY-PROMO-ROW - KEEPS EVERY WELL-FORMED ROW WITH     *
011868*    ITS START/END WINDOW                                        *
011870******************************************************************
011872 1080-APPLY-PROMO-ROW.
011874     IF PP-START-DATE NOT NUMERIC
011876        OR PP-END-DATE NOT NUMERIC
011878        OR PP-PROMO-PRICE NOT NUMERIC
011884         GO TO 1080-READ-NEXT
011886     END-IF
011888     IF WS-PROMO-COUNT < 2000
011892         MOVE PP-PRODUCT-ID
011893             TO WS-PROMO-PRODUCT-ID(WS-PROMO-IDX)
011894         MOVE PP-PROMO-PRICE TO WS-PROMO-PRICE(WS-PROMO-IDX)
011902         MOVE PP-START-DATE
011910             TO WS-PROMO-START-DATE(WS-PROMO-IDX)
011918         MOVE PP-END-DATE TO WS-PROMO-END-DATE(WS-PROMO-IDX)
011926     ELSE
011934         DISPLAY "ORDENTRY: WARNING - PROMO TABLE FULL, "
011942             PP-PRODUCT-ID " SKIPPED"
011950     END-IF.
011958 1080-READ-NEXT.
011966     PERFORM 1075-READ-NEXT-PROMO THRU 1075-EXIT.
011974 1080-EXIT.
011982     EXIT.
011990******************************************************************
012000*    1100-READ-NEXT-MASTER                                       *
012100******************************************************************
012200 1100-READ-NEXT-MASTER.
012810******************************************************************
012820*    1180-LOOKUP-PROMO-PRICE - SEARCHES WS-PROMO-ENTRY FOR       *
012830*    WS-PROMO-LOOKUP-ID.  CALLER MOVES THE PRODUCT-ID TO         *
012840*    WS-PROMO-LOOKUP-ID AND THE PRICING DATE TO                  *
012850*    WS-PROMO-LOOKUP-DATE FIRST AND PICKS UP THE PRICE FROM      *
012855*    WS-PROMO-FOUND-PRICE IF A PROMO IS IN EFFECT ON THAT DATE.  *
012860******************************************************************
012862 1180-LOOKUP-PROMO-PRICE.
012864     SET WS-PROMO-NOT-FOUND TO TRUE.
012874     SEARCH WS-PROMO-ENTRY
012876         WHEN WS-PROMO-PRODUCT-ID(WS-PROMO-IDX)
012878              = WS-PROMO-LOOKUP-ID
012879             IF WS-PROMO-START-DATE(WS-PROMO-IDX)
012880                NOT > WS-PROMO-LOOKUP-DATE
012881                AND WS-PROMO-END-DATE(WS-PROMO-IDX)
012882                NOT < WS-PROMO-LOOKUP-DATE
012883                 MOVE WS-PROMO-PRICE(WS-PROMO-IDX)
012884                     TO WS-PROMO-FOUND-PRICE
012885                 SET WS-PROMO-FOUND TO TRUE
012886             END-IF
012887     END-SEARCH.
012888 1180-EXIT.
012890     EXIT.
012900******************************************************************
013000*    1200-LOAD-PRODUCT-TABLE - COPIES ONE PRODUCT-MASTER RECORD  *
013100*    INTO THE IN-MEMORY TABLE AT ITS BASE PRICE (PROMOTIONS AND  *
013150*    CONTRACTS ARE APPLIED PER LINE), AND READS AHEAD            *
013200******************************************************************
013300 1200-LOAD-PRODUCT-TABLE.
013400     ADD 1 TO WS-PRODUCT-COUNT.
013700     MOVE PM-NAME TO WS-TBL-NAME(WS-PROD-IDX).
013800     MOVE PM-BRAND TO WS-TBL-BRAND(WS-PROD-IDX).
013900     MOVE PM-PRICE TO WS-TBL-PRICE(WS-PROD-IDX).
013950     MOVE PM-STATUS-CODE TO WS-TBL-STATUS-CODE(WS-PROD-IDX).
014000     PERFORM 1100-READ-NEXT-MASTER THRU 1100-EXIT.
014100 1200-EXIT.
015230******************************************************************
015231*    1420-TALLY-AR-ITEM - ROLLS ONE OPEN ITEM INTO ITS           *
015232*    CUSTOMER'S BALANCE, CREATING THE ENTRY ON FIRST SIGHT,      *
015233*    AND READS AHEAD.  A CREDIT ITEM COUNTS AS A NEGATIVE.       *
015234******************************************************************
015235 1420-TALLY-AR-ITEM.
015236     IF NOT AR-STATUS-OPEN OR AR-OPEN-AMOUNT NOT NUMERIC
015237         GO TO 1420-READ-NEXT
015238     END-IF
015239     MOVE AR-OPEN-AMOUNT TO WS-AR-SIGNED-AMOUNT.
015240     IF AR-TYPE-CREDIT
015241         COMPUTE WS-AR-SIGNED-AMOUNT = 0 - AR-OPEN-AMOUNT
015242     END-IF
015243     SET WS-ARBAL-IDX TO 1.
015244     SEARCH WS-ARBAL-ENTRY
015245         AT END
015246             IF WS-ARBAL-COUNT < 2000
015247                 ADD 1 TO WS-ARBAL-COUNT
015248                 SET WS-ARBAL-IDX TO WS-ARBAL-COUNT
015249                 MOVE AR-CUSTOMER-ID
015250                     TO WS-ARBAL-CUSTOMER-ID(WS-ARBAL-IDX)
015251                 MOVE WS-AR-SIGNED-AMOUNT
015252                     TO WS-ARBAL-AMOUNT(WS-ARBAL-IDX)
015253             ELSE
015254                 DISPLAY "ORDENTRY: WARNING - BALANCE TABLE "
015255                     "FULL, " AR-CUSTOMER-ID " SKIPPED"
015256             END-IF
015257         WHEN WS-ARBAL-CUSTOMER-ID(WS-ARBAL-IDX)
015258              = AR-CUSTOMER-ID
015259             ADD WS-AR-SIGNED-AMOUNT
015260                 TO WS-ARBAL-AMOUNT(WS-ARBAL-IDX)
015261     END-SEARCH.
015262 1420-READ-NEXT.
015263     PERFORM 1410-READ-NEXT-AR-ITEM THRU 1410-EXIT.
015264 1420-EXIT.
015265     EXIT.
015266******************************************************************
015267*    1450-LOOKUP-OPEN-BALANCE - SETS WS-CUR-OPEN-BALANCE FOR     *
015268*    WS-CUR-CUSTOMER-ID (ZERO WHEN THE CUSTOMER OWES NOTHING)    *
015269******************************************************************
015270 1450-LOOKUP-OPEN-BALANCE.
015271     MOVE 0 TO WS-CUR-OPEN-BALANCE.
015272     IF WS-ARBAL-COUNT = 0
015273         GO TO 1450-EXIT
015274     END-IF
015275     SET WS-ARBAL-IDX TO 1.
015276     SEARCH WS-ARBAL-ENTRY
015277         WHEN WS-ARBAL-CUSTOMER-ID(WS-ARBAL-IDX)
015278              = WS-CUR-CUSTOMER-ID
015279             MOVE WS-ARBAL-AMOUNT(WS-ARBAL-IDX)
015280                 TO WS-CUR-OPEN-BALANCE
015281     END-SEARCH.
015282 1450-EXIT.
015283     EXIT.
015300******************************************************************
015400*    2000-PROCESS-ORDER-TRAN - ROUTES ONE TRANSACTION RECORD TO  *
015500*    ITS HEADER/DETAIL HANDLER, THEN READS AHEAD                 *
015860             DISPLAY "ORDENTRY: REJECTED - UNKNOWN RECORD TYPE "
015870                 OT-RECORD-TYPE
015880             ADD 1 TO WS-REJECTED-COUNT
015883             MOVE "RT" TO WS-SUSPEND-REASON
015886             PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
015890     END-EVALUATE
016600     PERFORM 1300-READ-NEXT-ORDER-TRAN THRU 1300-EXIT.
016700 2000-EXIT.
019000     MOVE OT-NAME TO OR-NAME.
019100     MOVE OT-BRAND TO OR-BRAND.
019200     MOVE OT-QUANTITY TO OR-QUANTITY.
019300     MOVE WS-LINE-PRICE TO OR-PRICE.
019305     MOVE WS-LINE-PRICE-SOURCE TO OR-PRICE-SOURCE.
019310     MOVE WS-CUR-CUSTOMER-ID TO OR-CUSTOMER-ID.
019320     MOVE WS-ORDER-NUMBER TO OR-ORDER-NO.
019400     WRITE OR-ORDER-RECORD.
019500     ADD 1 TO WS-ACCEPTED-COUNT.
019510     EVALUATE TRUE
019520         WHEN WS-PRICED-AT-CONTRACT
019530             ADD 1 TO WS-CONTRACT-LINE-COUNT
019540         WHEN WS-PRICED-AT-PROMO
019550             ADD 1 TO WS-PROMO-LINE-COUNT
019560     END-EVALUATE.
019600 2200-EXIT.
019700     EXIT.
019701******************************************************************
019715     END-IF
019716     MOVE 0 TO WS-ORDER-TOTAL.
019717     MOVE OT-CUSTOMER-ID TO WS-CUR-CUSTOMER-ID.
019720     PERFORM 2310-SET-ORDER-CONTEXT THRU 2310-EXIT.
019730     IF OT-ORDER-DATE NOT NUMERIC
019740         DISPLAY "ORDENTRY: ORDER REJECTED FOR " OT-CUSTOMER-ID
019750             " - ORDER DATE IS NOT NUMERIC"
019760         ADD 1 TO WS-REJECTED-COUNT
019770         MOVE "DT" TO WS-SUSPEND-REASON
019780         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
019790         GO TO 2300-EXIT
019800     END-IF
019810     MOVE OT-CUSTOMER-ID TO CU-CUSTOMER-ID.
019820     READ CUSTOMER-MASTER-FILE
019830         INVALID KEY
019840             DISPLAY "ORDENTRY: ORDER REJECTED - UNKNOWN "
019850                 "CUSTOMER " OT-CUSTOMER-ID
019860             ADD 1 TO WS-REJECTED-COUNT
019870             MOVE "UC" TO WS-SUSPEND-REASON
019880             PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
019890             GO TO 2300-EXIT
019900     END-READ
019910     IF NOT CU-STATUS-ACTIVE
019920         DISPLAY "ORDENTRY: ORDER REJECTED - CUSTOMER "
019930             OT-CUSTOMER-ID " IS SUSPENDED OR INACTIVE"
019940         ADD 1 TO WS-REJECTED-COUNT
019950         MOVE "SC" TO WS-SUSPEND-REASON
019960         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
019970         GO TO 2300-EXIT
019980     END-IF
019990     MOVE CU-CREDIT-LIMIT TO WS-CUR-CREDIT-LIMIT.
020000*    THE HEADROOM THIS ORDER MAY SPEND IS THE LIMIT LESS WHAT
020010*    THE CUSTOMER ALREADY OWES - A NEGATIVE HEADROOM REJECTS
020020*    EVERY DETAIL LINE THAT FOLLOWS
020030     PERFORM 1450-LOOKUP-OPEN-BALANCE THRU 1450-EXIT.
020040     COMPUTE WS-CUR-HEADROOM =
020050         WS-CUR-CREDIT-LIMIT - WS-CUR-OPEN-BALANCE.
020060     ADD 1 TO WS-ORD-NO-SEQ.
020070     IF WS-ORD-NO-SEQ = 0
020080         DISPLAY "ORDENTRY: WARNING - ORDER NUMBER SEQUENCE "
020090             "WRAPPED PAST 999, NUMBERS WILL REPEAT"
020100     END-IF
020110     ADD 1 TO WS-ORDER-COUNT.
020120     SET WS-ORDER-VALID TO TRUE.
020130 2300-EXIT.
020140     EXIT.
020150******************************************************************
020160*    2310-SET-ORDER-CONTEXT - NOTES THE NEW HEADER'S POSITION IN *
020170*    THE RUN, ITS ORDER DATE, THE DATE IT FIRST FELL INTO        *
020180*    SUSPENSE (TODAY FOR A FRESH ORDER) AND ANY CREDIT OVERRIDE  *
020190*    GRANTED BY THE CREDIT TEAM, SO EVERY SUSPENSE ENTRY CUT     *
020200*    FROM THIS ORDER CARRIES THE SAME CONTEXT                    *
020210******************************************************************
020220 2310-SET-ORDER-CONTEXT.
020230     ADD 1 TO WS-CUR-ORDER-SEQ.
020240     MOVE 0 TO WS-CUR-ORDER-DATE.
020250     IF OT-ORDER-DATE NUMERIC
020260         MOVE OT-ORDER-DATE TO WS-CUR-ORDER-DATE
020270     END-IF
020280     MOVE WS-RUN-DATE TO WS-CUR-ORIG-SUSP-DATE.
020290     IF OT-ORIG-SUSPEND-DATE NUMERIC
020300        AND OT-ORIG-SUSPEND-DATE NOT = "00000000"
020310         MOVE OT-ORIG-SUSPEND-DATE TO WS-CUR-ORIG-SUSP-DATE
020320     END-IF
020330     SET WS-CUR-NO-OVERRIDE TO TRUE.
020340     IF OT-CREDIT-OVERRIDE
020350         SET WS-CUR-CREDIT-OVERRIDE TO TRUE
020360         DISPLAY "ORDENTRY: CREDIT OVERRIDE BY "
020370             OT-OVERRIDE-OPERATOR " FOR " OT-CUSTOMER-ID
020380             " - CREDIT CHECK SKIPPED"
020390     END-IF.
020400 2310-EXIT.
020410     EXIT.
020420******************************************************************
020430*    2350-ROLL-ORDER-TO-BALANCE - ADDS THE FINISHED ORDER'S      *
020440*    ACCEPTED TOTAL INTO ITS CUSTOMER'S OPEN-BALANCE ENTRY,      *
020450*    CREATING THE ENTRY ON FIRST SIGHT                           *
020460******************************************************************
020470 2350-ROLL-ORDER-TO-BALANCE.
020480     SET WS-ARBAL-IDX TO 1.
020490     SEARCH WS-ARBAL-ENTRY
020500         AT END
020510             IF WS-ARBAL-COUNT < 2000
020520                 ADD 1 TO WS-ARBAL-COUNT
020530                 SET WS-ARBAL-IDX TO WS-ARBAL-COUNT
020540                 MOVE WS-CUR-CUSTOMER-ID
020550                     TO WS-ARBAL-CUSTOMER-ID(WS-ARBAL-IDX)
020560                 MOVE WS-ORDER-TOTAL
020570                     TO WS-ARBAL-AMOUNT(WS-ARBAL-IDX)
020580             ELSE
020590                 DISPLAY "ORDENTRY: WARNING - BALANCE TABLE "
020600                     "FULL, " WS-CUR-CUSTOMER-ID " NOT TRACKED"
020610             END-IF
020620         WHEN WS-ARBAL-CUSTOMER-ID(WS-ARBAL-IDX)
020630              = WS-CUR-CUSTOMER-ID
020640             ADD WS-ORDER-TOTAL
020650                 TO WS-ARBAL-AMOUNT(WS-ARBAL-IDX)
020660     END-SEARCH.
020670 2350-EXIT.
020680     EXIT.
020690******************************************************************
020700*    2400-PROCESS-ORDER-DETAIL - VALIDATES ONE DETAIL LINE       *
020710*    AGAINST THE CATALOG TABLE AND THE CURRENT ORDER'S CREDIT    *
020720*    HEADROOM.  A LINE THAT WOULD PUSH THE ORDER PAST THE        *
020730*    CUSTOMER'S CREDIT LIMIT REJECTS THE REST OF THE ORDER -     *
020740*    LINES ALREADY WRITTEN FOR IT STAND.                         *
020750******************************************************************
020760 2400-PROCESS-ORDER-DETAIL.
020770     IF NOT WS-ORDER-VALID
020780         EVALUATE TRUE
020790             WHEN WS-ORDER-NONE
020800                 DISPLAY "ORDENTRY: REJECTED - DETAIL WITH NO "
020810                     "ORDER HEADER"
020820             WHEN WS-ORDER-OVER-CREDIT
020830                 DISPLAY "ORDENTRY: REJECTED - ORDER FOR "
020840                     WS-CUR-CUSTOMER-ID " IS OVER CREDIT LIMIT"
020850             WHEN OTHER
020860                 DISPLAY "ORDENTRY: REJECTED - ORDER HEADER "
020870                     "WAS REJECTED"
020880         END-EVALUATE
020890         ADD 1 TO WS-REJECTED-COUNT
020900         EVALUATE TRUE
020910             WHEN WS-ORDER-NONE
020920                 MOVE "NH" TO WS-SUSPEND-REASON
020930             WHEN WS-ORDER-OVER-CREDIT
020940                 MOVE "OC" TO WS-SUSPEND-REASON
020950             WHEN OTHER
020960                 MOVE "HR" TO WS-SUSPEND-REASON
020970         END-EVALUATE
020980         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
020990         GO TO 2400-EXIT
021000     END-IF
021010     IF OT-QUANTITY NOT NUMERIC
021020         DISPLAY "ORDENTRY: REJECTED - QUANTITY NOT NUMERIC "
021030             "FOR " OT-NAME " / " OT-BRAND
021040         ADD 1 TO WS-REJECTED-COUNT
021050         MOVE "QN" TO WS-SUSPEND-REASON
021060         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
021070         GO TO 2400-EXIT
021080     END-IF
021090     PERFORM 2100-FIND-CATALOG-MATCH THRU 2100-EXIT.
021100     IF WS-MATCH-NOT-FOUND
021110         DISPLAY "ORDENTRY: REJECTED - NO CATALOG MATCH FOR "
021120             OT-NAME " / " OT-BRAND
021130         ADD 1 TO WS-REJECTED-COUNT
021140         MOVE "NM" TO WS-SUSPEND-REASON
021150         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
021160         GO TO 2400-EXIT
021170     END-IF
021175     PERFORM 2450-PRICE-ORDER-LINE THRU 2450-EXIT.
021180     COMPUTE WS-LINE-EXTENSION =
021190         OT-QUANTITY * WS-LINE-PRICE.
021200*    A CREDIT OVERRIDE GRANTED THROUGH ORDCORR RELEASES THE ORDER
021210*    WHATEVER ITS HEADROOM; THE VALUE STILL COUNTS AGAINST THE
021220*    CUSTOMER FOR LATER ORDERS IN THE RUN
021230     IF WS-CUR-NO-OVERRIDE
021240        AND WS-ORDER-TOTAL + WS-LINE-EXTENSION > WS-CUR-HEADROOM
021250         SET WS-ORDER-OVER-CREDIT TO TRUE
021260         DISPLAY "ORDENTRY: REJECTED - ORDER FOR "
021270             WS-CUR-CUSTOMER-ID " EXCEEDS CREDIT LIMIT"
021280         ADD 1 TO WS-REJECTED-COUNT
021290         MOVE "OC" TO WS-SUSPEND-REASON
021300         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
021310         GO TO 2400-EXIT
021320     END-IF
021330     ADD WS-LINE-EXTENSION TO WS-ORDER-TOTAL.
021340     PERFORM 2200-WRITE-ACCEPTED-ORDER THRU 2200-EXIT.
021350 2400-EXIT.
021360     EXIT.
021361******************************************************************
021362*    2450-PRICE-ORDER-LINE - STARTS FROM THE BASE PRICE, TAKES   *
021363*    THE PROMOTION IN EFFECT ON THE ORDER DATE IF IT IS NO       *
021364*    DEARER, THEN THE CUSTOMER'S CONTRACT PRICE IF THE           *
021365*    AGREEMENT IS ACTIVE, COVERS THE ORDER DATE, THE LINE MEETS  *
021366*    ITS MINIMUM QUANTITY AND IT IS NO DEARER STILL.  A TIE      *
021367*    GOES TO THE CONTRACT, THEN THE PROMOTION, SO THE INVOICE    *
021368*    SHOWS THE AGREEMENT BEING HONORED.                          *
021369******************************************************************
021370 2450-PRICE-ORDER-LINE.
021371     MOVE WS-TBL-PRICE(WS-PROD-IDX) TO WS-LINE-PRICE.
021372     SET WS-PRICED-AT-BASE TO TRUE.
021373     MOVE WS-TBL-PRODUCT-ID(WS-PROD-IDX) TO WS-PROMO-LOOKUP-ID.
021374     MOVE WS-CUR-ORDER-DATE TO WS-PROMO-LOOKUP-DATE.
021375     PERFORM 1180-LOOKUP-PROMO-PRICE THRU 1180-EXIT.
021376     IF WS-PROMO-FOUND
021377        AND WS-PROMO-FOUND-PRICE NOT > WS-LINE-PRICE
021378         MOVE WS-PROMO-FOUND-PRICE TO WS-LINE-PRICE
021379         SET WS-PRICED-AT-PROMO TO TRUE
021380     END-IF
021381     IF WS-CP-NOT-OPEN
021382         GO TO 2450-EXIT
021383     END-IF
021384     MOVE WS-CUR-CUSTOMER-ID TO CP-CUSTOMER-ID.
021385     MOVE WS-TBL-PRODUCT-ID(WS-PROD-IDX) TO CP-PRODUCT-ID.
021386     READ CONTRACT-FILE
021387         INVALID KEY
021388             GO TO 2450-EXIT
021389     END-READ
021390     IF CP-STATUS-ACTIVE
021391        AND CP-START-DATE NOT > WS-CUR-ORDER-DATE
021392        AND CP-END-DATE NOT < WS-CUR-ORDER-DATE
021393        AND OT-QUANTITY NOT < CP-MIN-QTY
021394        AND CP-CONTRACT-PRICE NOT > WS-LINE-PRICE
021395         MOVE CP-CONTRACT-PRICE TO WS-LINE-PRICE
021396         SET WS-PRICED-AT-CONTRACT TO TRUE
021397     END-IF.
021398 2450-EXIT.
021399     EXIT.
021400******************************************************************
021401*    2500-WRITE-SUSPENSE - APPENDS THE REJECTED TRANSACTION,     *
021402*    UNCHANGED, TO THE ORDER-SUSPENSE FILE WITH THE REASON CODE  *
021403*    IN WS-SUSPEND-REASON AND THE CURRENT ORDER'S CONTEXT        *
021410******************************************************************
021420 2500-WRITE-SUSPENSE.
021430     ADD 1 TO WS-SUSPEND-SEQ.
021440     MOVE SPACES TO SU-SUSPENSE-RECORD.
021450     MOVE WS-RUN-DATE TO SU-SUSPEND-DATE.
021460     MOVE WS-SUSPEND-SEQ TO SU-SUSPEND-SEQ.
021470     MOVE WS-SUSPEND-REASON TO SU-REASON-CODE.
021480     MOVE WS-CUR-ORDER-SEQ TO SU-ORDER-SEQ.
021490     MOVE WS-CUR-CUSTOMER-ID TO SU-CUSTOMER-ID.
021500     MOVE WS-CUR-ORDER-DATE TO SU-ORDER-DATE.
021510     IF WS-CUR-ORDER-SEQ = 0
021520         MOVE WS-RUN-DATE TO SU-ORIG-SUSPEND-DATE
021530     ELSE
021540         MOVE WS-CUR-ORIG-SUSP-DATE TO SU-ORIG-SUSPEND-DATE
021550     END-IF
021560     MOVE OT-ORDER-TRAN TO SU-TRAN-IMAGE.
021570     WRITE SU-SUSPENSE-RECORD.
021580     ADD 1 TO WS-SUSPEND-COUNT.
021590 2500-EXIT.
021600     EXIT.
021610******************************************************************
021620*    3000-FINALIZE - DISPLAYS THE ACCEPTED/REJECTED SUMMARY AND  *
021630*    CLOSES THE TRANSACTION AND ORDER FILES                      *
021640******************************************************************
021650 3000-FINALIZE.
021660     DISPLAY "ORDENTRY: ORDERS=" WS-ORDER-COUNT
021670         " ACCEPTED=" WS-ACCEPTED-COUNT
021680         " REJECTED=" WS-REJECTED-COUNT
021690         " SUSPENDED=" WS-SUSPEND-COUNT.
021692     DISPLAY "ORDENTRY: LINES AT CONTRACT PRICE="
021694         WS-CONTRACT-LINE-COUNT
021696         " AT PROMO PRICE=" WS-PROMO-LINE-COUNT.
021700     MOVE WS-TRAN-COUNT TO WS-RUN-RECORDS-READ.
021710     COMPUTE WS-RUN-RECORDS-WRITTEN =
021720         WS-ACCEPTED-COUNT + WS-ORDER-COUNT.
021730     MOVE WS-REJECTED-COUNT TO WS-RUN-RECORDS-REJECTED.
021740     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
021750     IF WS-OT-FILE-STATUS = "00" OR WS-OT-FILE-STATUS = "10"
021760         CLOSE ORDER-TRAN-FILE
021770     END-IF
021780     IF WS-CU-FILE-STATUS = "00"
021790         CLOSE CUSTOMER-MASTER-FILE
021800     END-IF
021802     IF WS-CP-OPEN
021804         CLOSE CONTRACT-FILE
021806     END-IF
021810     IF WS-OR-FILE-STATUS = "00"
021820         CLOSE ORDER-FILE
021830     END-IF
021840     IF WS-SU-FILE-STATUS = "00"
021850         CLOSE ORDER-SUSPENSE-FILE
021860     END-IF.
021870 3000-EXIT.
021880     EXIT.

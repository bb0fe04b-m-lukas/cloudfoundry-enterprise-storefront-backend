002100*                   THE SHIP FILE.                               *
002133*    2026-09-02 ML  CONSULT THE BATCH-WINDOW SEQUENCING          *
002166*                   GATE (RUNGATE) AT STARTUP.                   *
002170*    2026-10-15 ML  MARK NEW ITEMS AS INVOICES SO CREDIT ITEMS   *
002180*                   ON THE SAME FILE CAN BE TOLD APART.          *
002184*    2026-10-15 ML  POST EACH LINE GROSS OF VAT AT THE RATE IN   *
002188*                   EFFECT ON THE RUN DATE, CARRY THE ITEM'S TAX *
002192*                   IN AR-TAX-AMOUNT AND JOURNAL EVERY TAXED     *
002196*                   LINE TO TAXHIST FOR THE VAT RETURN.          *
002197*    2026-10-15 ML  VAT JOURNAL ROWS CARRY THE LINE'S PRICE      *
002198*                   SOURCE; CONTRACT AND PROMOTION LINES ARE     *
002199*                   COUNTED IN THE RUN SUMMARY.                  *
002200******************************************************************
002300 PROGRAM-ID.  ARPOST.
002400 ENVIRONMENT DIVISION.
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AR-ITEM-KEY
003400         FILE STATUS IS WS-AR-FILE-STATUS.
003405     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
003410         ORGANIZATION IS INDEXED
003415         ACCESS MODE IS DYNAMIC
003420         RECORD KEY IS PM-PRODUCT-ID
003425         ALTERNATE RECORD KEY IS PM-BRAND
003430             WITH DUPLICATES
003435         FILE STATUS IS WS-PM-FILE-STATUS.
003440     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003445         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS DYNAMIC
003455         RECORD KEY IS CU-CUSTOMER-ID
003460         FILE STATUS IS WS-CU-FILE-STATUS.
003465     SELECT TAX-RATE-FILE ASSIGN TO "TAXMAST"
003470         ORGANIZATION IS SEQUENTIAL
003475         FILE STATUS IS WS-TX-FILE-STATUS.
003480     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
003485         ORGANIZATION IS SEQUENTIAL
003490         FILE STATUS IS WS-TH-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SHIP-FILE
004000 FD  AR-ITEM-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY ARITEM.
004207 FD  PRODUCT-MASTER-FILE
004214     LABEL RECORDS ARE STANDARD.
004221     COPY PRODMAST.
004228 FD  CUSTOMER-MASTER-FILE
004235     LABEL RECORDS ARE STANDARD.
004242     COPY CUSTMAST.
004249 FD  TAX-RATE-FILE
004256     LABEL RECORDS ARE STANDARD.
004263     COPY TAXRATE.
004270 FD  TAX-HISTORY-FILE
004277     LABEL RECORDS ARE STANDARD.
004284     COPY TAXHIST.
004300 WORKING-STORAGE SECTION.
004400******************************************************************
004500*    SWITCHES AND COUNTERS                                       *
005600 77  WS-NEW-ITEM-COUNT           PIC 9(7) COMP VALUE 0.
005700 77  WS-ADDED-TO-COUNT           PIC 9(7) COMP VALUE 0.
005800 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
005830 77  WS-CONTRACT-LINE-COUNT      PIC 9(7) COMP VALUE 0.
005860 77  WS-PROMO-LINE-COUNT         PIC 9(7) COMP VALUE 0.
005900******************************************************************
006000*    POSTING WORK AREAS                                          *
006100******************************************************************
006200 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006300 77  WS-LINE-EXTENSION           PIC 9(10)V99 VALUE 0.
006305******************************************************************
006310*    VAT WORK AREAS                                              *
006315******************************************************************
006320 COPY TAXTAB.
006325 77  WS-PM-FILE-STATUS           PIC X(02)   VALUE SPACES.
006330 77  WS-CU-FILE-STATUS           PIC X(02)   VALUE SPACES.
006335 77  WS-TX-FILE-STATUS           PIC X(02)   VALUE SPACES.
006340 77  WS-TH-FILE-STATUS           PIC X(02)   VALUE SPACES.
006345 77  WS-TX-EOF-SW                PIC X(01)   VALUE 'N'.
006350     88  WS-TX-EOF-YES                       VALUE 'Y'.
006355     88  WS-TX-EOF-NO                        VALUE 'N'.
006360 77  WS-CUST-EXEMPT-SW           PIC X(01)   VALUE 'N'.
006365     88  WS-CUST-EXEMPT                      VALUE 'Y'.
006370     88  WS-CUST-NOT-EXEMPT                  VALUE 'N'.
006375 77  WS-PREV-CUSTOMER-ID         PIC X(10)   VALUE SPACES.
006380 77  WS-LINE-TAX                 PIC 9(10)V99 VALUE 0.
006385 77  WS-LINE-GROSS               PIC 9(10)V99 VALUE 0.
006390 77  WS-TAX-TOTAL                PIC 9(11)V99 VALUE 0.
006395 77  WS-TAX-TOTAL-DISP           PIC Z(10)9.99.
006400******************************************************************
006500*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
006600******************************************************************
008670         GO TO 1000-EXIT
008684     END-IF
008700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008720     PERFORM 1050-LOAD-TAX-TABLE THRU 1050-EXIT.
008740     IF WS-EOF-YES
008760         GO TO 1000-EXIT
008780     END-IF
008800     OPEN INPUT SHIP-FILE.
008900     IF WS-SH-FILE-STATUS NOT = "00"
009000         DISPLAY "ARPOST: UNABLE TO OPEN SHIP-FILE, STATUS="
010200         GO TO 1000-EXIT
010300     END-IF
010400     SET WS-AR-OPEN TO TRUE.
010404     OPEN INPUT PRODUCT-MASTER-FILE.
010408     IF WS-PM-FILE-STATUS NOT = "00"
010412         DISPLAY "ARPOST: UNABLE TO OPEN PRODUCT-MASTER-FILE, "
010416             "STATUS=" WS-PM-FILE-STATUS
010420         SET WS-EOF-YES TO TRUE
010424         MOVE "0012" TO WS-RUN-RETURN-STATUS
010428         GO TO 1000-EXIT
010432     END-IF
010436     OPEN INPUT CUSTOMER-MASTER-FILE.
010440     IF WS-CU-FILE-STATUS NOT = "00"
010444         DISPLAY "ARPOST: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
010448             "STATUS=" WS-CU-FILE-STATUS
010452         SET WS-EOF-YES TO TRUE
010456         MOVE "0012" TO WS-RUN-RETURN-STATUS
010460         GO TO 1000-EXIT
010464     END-IF
010468     OPEN EXTEND TAX-HISTORY-FILE.
010472     IF WS-TH-FILE-STATUS NOT = "00"
010476         DISPLAY "ARPOST: UNABLE TO OPEN TAX-HISTORY-FILE, "
010480             "STATUS=" WS-TH-FILE-STATUS
010484         SET WS-EOF-YES TO TRUE
010488         MOVE "0012" TO WS-RUN-RETURN-STATUS
010492         GO TO 1000-EXIT
010496     END-IF
010500     PERFORM 1100-READ-NEXT-SHIP-LINE THRU 1100-EXIT.
010600 1000-EXIT.
010700     EXIT.
010701******************************************************************
010702*    1050-LOAD-TAX-TABLE - KEEPS EVERY ROW OF THE EFFECTIVE-     *
010703*    DATED VAT RATE MASTER SO A LINE CAN BE TAXED AT THE RATE    *
010704*    IN EFFECT ON ITS OWN TAX POINT.                             *
010705*    A MISSING RATE MASTER STOPS THE RUN - NOTHING IS CHARGED    *
010706*    OR CREDITED WITHOUT TAX.                                    *
010707******************************************************************
010708 1050-LOAD-TAX-TABLE.
010709     OPEN INPUT TAX-RATE-FILE.
010710     IF WS-TX-FILE-STATUS NOT = "00"
010711         DISPLAY "ARPOST: UNABLE TO OPEN TAX-RATE-FILE, "
010712             "STATUS=" WS-TX-FILE-STATUS
010713         SET WS-EOF-YES TO TRUE
010714         MOVE "0012" TO WS-RUN-RETURN-STATUS
010715         GO TO 1050-EXIT
010716     END-IF
010717     PERFORM 1055-READ-NEXT-TAX-RATE THRU 1055-EXIT.
010718     PERFORM 1060-STORE-TAX-RATE THRU 1060-EXIT
010719         UNTIL WS-TX-EOF-YES.
010720     CLOSE TAX-RATE-FILE.
010721 1050-EXIT.
010722     EXIT.
010723******************************************************************
010724*    1055-READ-NEXT-TAX-RATE                                     *
010725******************************************************************
010726 1055-READ-NEXT-TAX-RATE.
010727     READ TAX-RATE-FILE
010728         AT END
010729             SET WS-TX-EOF-YES TO TRUE
010730     END-READ.
010731 1055-EXIT.
010732     EXIT.
010733******************************************************************
010734*    1060-STORE-TAX-RATE                                         *
010735******************************************************************
010736 1060-STORE-TAX-RATE.
010737     IF TX-EFFECTIVE-DATE NOT NUMERIC
010738        OR TX-RATE-PCT NOT NUMERIC
010739         GO TO 1060-READ-NEXT
010740     END-IF
010741     IF WS-TAX-COUNT >= 200
010742         DISPLAY "ARPOST: WARNING - TAX TABLE FULL, "
010743             TX-TAX-CODE " " TX-EFFECTIVE-DATE " SKIPPED"
010744         GO TO 1060-READ-NEXT
010745     END-IF
010746     ADD 1 TO WS-TAX-COUNT.
010747     MOVE TX-TAX-CODE TO WS-TAX-CODE(WS-TAX-COUNT).
010748     MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFF-DATE(WS-TAX-COUNT).
010749     MOVE TX-RATE-PCT TO WS-TAX-PCT(WS-TAX-COUNT).
010750 1060-READ-NEXT.
010751     PERFORM 1055-READ-NEXT-TAX-RATE THRU 1055-EXIT.
010752 1060-EXIT.
010753     EXIT.
010754******************************************************************
010755*    1180-LOOKUP-TAX-RATE - FINDS THE RATE FOR WS-TAX-LOOKUP-    *
010756*    CODE WITH THE LATEST EFFECTIVE DATE NOT AFTER WS-TAX-       *
010757*    LOOKUP-DATE                                                 *
010758******************************************************************
010759 1180-LOOKUP-TAX-RATE.
010760     SET WS-TAX-NOT-FOUND TO TRUE.
010761     MOVE 0 TO WS-TAX-LOOKUP-PCT.
010762     MOVE 0 TO WS-TAX-BEST-DATE.
010763     MOVE 1 TO WS-TAX-SUB.
010764     PERFORM 1185-TEST-TAX-ROW THRU 1185-EXIT
010765         UNTIL WS-TAX-SUB > WS-TAX-COUNT.
010766 1180-EXIT.
010767     EXIT.
010768******************************************************************
010769*    1185-TEST-TAX-ROW                                           *
010770******************************************************************
010771 1185-TEST-TAX-ROW.
010772     IF WS-TAX-CODE(WS-TAX-SUB) = WS-TAX-LOOKUP-CODE
010773        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT > WS-TAX-LOOKUP-DATE
010774        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT < WS-TAX-BEST-DATE
010775         MOVE WS-TAX-PCT(WS-TAX-SUB) TO WS-TAX-LOOKUP-PCT
010776         MOVE WS-TAX-EFF-DATE(WS-TAX-SUB) TO WS-TAX-BEST-DATE
010777         SET WS-TAX-FOUND TO TRUE
010778     END-IF
010779     ADD 1 TO WS-TAX-SUB.
010780 1185-EXIT.
010781     EXIT.
010800******************************************************************
010900*    1100-READ-NEXT-SHIP-LINE                                    *
011000******************************************************************
012900         GO TO 2000-READ-NEXT
013000     END-IF
013100     COMPUTE WS-LINE-EXTENSION = OR-QUANTITY * OR-PRICE.
013130     PERFORM 2050-COMPUTE-LINE-TAX THRU 2050-EXIT.
013160     COMPUTE WS-LINE-GROSS = WS-LINE-EXTENSION + WS-LINE-TAX.
013200     MOVE OR-CUSTOMER-ID TO AR-CUSTOMER-ID.
013300     MOVE OR-ORDER-NO TO AR-ORDER-NO.
013400     READ AR-ITEM-FILE
013600             PERFORM 2100-CREATE-OPEN-ITEM THRU 2100-EXIT
013700             GO TO 2000-READ-NEXT
013800     END-READ
013900     ADD WS-LINE-GROSS TO AR-ORIG-AMOUNT.
014000     ADD WS-LINE-GROSS TO AR-OPEN-AMOUNT.
014020     IF AR-TAX-AMOUNT NOT NUMERIC
014040         MOVE 0 TO AR-TAX-AMOUNT
014060     END-IF
014080     ADD WS-LINE-TAX TO AR-TAX-AMOUNT.
014100     SET AR-STATUS-OPEN TO TRUE.
014200     REWRITE AR-ITEM-RECORD.
014300     ADD 1 TO WS-ADDED-TO-COUNT.
014350     PERFORM 2200-WRITE-TAX-JOURNAL THRU 2200-EXIT.
014400 2000-READ-NEXT.
014500     PERFORM 1100-READ-NEXT-SHIP-LINE THRU 1100-EXIT.
014600 2000-EXIT.
014700     EXIT.
014702******************************************************************
014704*    2050-COMPUTE-LINE-TAX - VAT ON THE LINE EXTENSION.  AN      *
014706*    EXEMPT CUSTOMER PAYS NONE; OTHERWISE THE PRODUCT'S TAX      *
014708*    CODE (BLANK = STANDARD) IS RATED AS OF THE RUN DATE, THE    *
014710*    SAME TAX POINT ORDCONF PRINTS.  A CODE WITH NO RATE IN      *
014712*    EFFECT IS FLAGGED AND CHARGED AT ZERO.                      *
014714******************************************************************
014716 2050-COMPUTE-LINE-TAX.
014718     MOVE 0 TO WS-LINE-TAX.
014720     IF OR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
014722         MOVE OR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
014724         SET WS-CUST-NOT-EXEMPT TO TRUE
014726         MOVE OR-CUSTOMER-ID TO CU-CUSTOMER-ID
014728         READ CUSTOMER-MASTER-FILE
014730             INVALID KEY
014732                 CONTINUE
014734             NOT INVALID KEY
014736                 IF CU-TAX-EXEMPT
014738                     SET WS-CUST-EXEMPT TO TRUE
014740                 END-IF
014742         END-READ
014744     END-IF
014746     IF WS-CUST-EXEMPT
014748         MOVE "E" TO WS-TAX-LOOKUP-CODE
014750         MOVE 0 TO WS-TAX-LOOKUP-PCT
014752         GO TO 2050-EXIT
014754     END-IF
014756     MOVE "S" TO WS-TAX-LOOKUP-CODE.
014758     MOVE OR-PRODUCT-ID TO PM-PRODUCT-ID.
014760     READ PRODUCT-MASTER-FILE
014762         INVALID KEY
014764             CONTINUE
014766         NOT INVALID KEY
014768             IF PM-TAX-CODE NOT = SPACES
014770                 MOVE PM-TAX-CODE TO WS-TAX-LOOKUP-CODE
014772             END-IF
014774     END-READ.
014776     MOVE WS-RUN-DATE TO WS-TAX-LOOKUP-DATE.
014778     PERFORM 1180-LOOKUP-TAX-RATE THRU 1180-EXIT.
014780     IF WS-TAX-NOT-FOUND
014782         DISPLAY "ARPOST: WARNING - NO VAT RATE FOR CODE "
014784             WS-TAX-LOOKUP-CODE " ON " WS-TAX-LOOKUP-DATE
014786             ", ORDER " OR-ORDER-NO " PRODUCT " OR-PRODUCT-ID
014788     END-IF
014790     COMPUTE WS-LINE-TAX ROUNDED =
014792         WS-LINE-EXTENSION * WS-TAX-LOOKUP-PCT / 100.
014794 2050-EXIT.
014796     EXIT.
014800******************************************************************
014900*    2100-CREATE-OPEN-ITEM - FIRST SHIPPED LINE FOR AN ORDER     *
015000*    OPENS ITS ITEM, INVOICED AS OF THE RUN DATE                 *
015400     MOVE OR-CUSTOMER-ID TO AR-CUSTOMER-ID.
015500     MOVE OR-ORDER-NO TO AR-ORDER-NO.
015600     MOVE WS-RUN-DATE TO AR-INVOICE-DATE.
015700     MOVE WS-LINE-GROSS TO AR-ORIG-AMOUNT.
015800     MOVE WS-LINE-GROSS TO AR-OPEN-AMOUNT.
015850     MOVE WS-LINE-TAX TO AR-TAX-AMOUNT.
015900     SET AR-STATUS-OPEN TO TRUE.
015910     SET AR-TYPE-INVOICE TO TRUE.
015920     MOVE OR-ORDER-NO TO AR-REF-ORDER-NO.
016000     WRITE AR-ITEM-RECORD
016100         INVALID KEY
016200             DISPLAY "ARPOST: WRITE FAILED FOR ORDER "
016500             GO TO 2100-EXIT
016600     END-WRITE
016700     ADD 1 TO WS-NEW-ITEM-COUNT.
016750     PERFORM 2200-WRITE-TAX-JOURNAL THRU 2200-EXIT.
016800 2100-EXIT.
016900     EXIT.
016904******************************************************************
016908*    2200-WRITE-TAX-JOURNAL - ONE VAT JOURNAL ROW PER POSTED     *
016912*    LINE, EXEMPT AND ZERO-RATED LINES INCLUDED SO THE RETURN    *
016916*    SHOWS ALL TAXABLE SUPPLIES                                  *
016920******************************************************************
016924 2200-WRITE-TAX-JOURNAL.
016928     MOVE SPACES TO TH-TAX-RECORD.
016932     MOVE WS-RUN-DATE TO TH-POST-DATE.
016936     MOVE "ARPOST" TO TH-SOURCE-PROGRAM.
016940     SET TH-TAX-CHARGED TO TRUE.
016944     MOVE OR-CUSTOMER-ID TO TH-CUSTOMER-ID.
016948     MOVE OR-ORDER-NO TO TH-DOCUMENT-NO.
016952     MOVE OR-PRODUCT-ID TO TH-PRODUCT-ID.
016956     MOVE WS-TAX-LOOKUP-CODE TO TH-TAX-CODE.
016960     MOVE WS-TAX-LOOKUP-PCT TO TH-TAX-PCT.
016964     MOVE WS-LINE-EXTENSION TO TH-NET-AMOUNT.
016968     MOVE WS-LINE-TAX TO TH-TAX-AMOUNT.
016970     MOVE OR-PRICE-SOURCE TO TH-PRICE-SOURCE.
016972     WRITE TH-TAX-RECORD.
016976     ADD WS-LINE-TAX TO WS-TAX-TOTAL.
016977     EVALUATE TRUE
016978         WHEN OR-PRICE-CONTRACT
016979             ADD 1 TO WS-CONTRACT-LINE-COUNT
016980         WHEN OR-PRICE-PROMO
016981             ADD 1 TO WS-PROMO-LINE-COUNT
016982     END-EVALUATE.
016983 2200-EXIT.
016984     EXIT.
017000******************************************************************
017100*    3000-FINALIZE                                               *
017200******************************************************************
017500         " NEW-ITEMS=" WS-NEW-ITEM-COUNT
017600         " ADDED-TO-ITEMS=" WS-ADDED-TO-COUNT
017700         " REJECTED=" WS-REJECT-COUNT.
017707     DISPLAY "ARPOST: LINES AT CONTRACT PRICE="
017714         WS-CONTRACT-LINE-COUNT
017721         " AT PROMO PRICE=" WS-PROMO-LINE-COUNT.
017730     MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-DISP.
017760     DISPLAY "ARPOST: VAT CHARGED=" WS-TAX-TOTAL-DISP.
017800     MOVE WS-LINE-COUNT TO WS-RUN-RECORDS-READ.
017900     COMPUTE WS-RUN-RECORDS-WRITTEN =
018000         WS-NEW-ITEM-COUNT + WS-ADDED-TO-COUNT.
018500     END-IF
018600     IF WS-AR-OPEN
018700         CLOSE AR-ITEM-FILE
018800     END-IF
018810     IF WS-PM-FILE-STATUS = "00" OR WS-PM-FILE-STATUS = "23"
018820         CLOSE PRODUCT-MASTER-FILE
018830     END-IF
018840     IF WS-CU-FILE-STATUS = "00" OR WS-CU-FILE-STATUS = "23"
018850         CLOSE CUSTOMER-MASTER-FILE
018860     END-IF
018870     IF WS-TH-FILE-STATUS = "00"
018880         CLOSE TAX-HISTORY-FILE
018890     END-IF.
018900 3000-EXIT.
019000     EXIT.

002078*                   PM-QTY-ON-HAND AS THE ALL-WAREHOUSE ROLLUP.  *
002080*                   A RECEIPT FOR A NEW PRODUCT/WAREHOUSE PAIR   *
002082*                   CREATES ITS STOCK ROW.                       *
002085*    2026-10-15 ML  MATCH EACH RECEIPT TO THE OPEN PURCHASE-     *
002088*                   ORDER LINES FOR ITS PRODUCT AND WAREHOUSE,   *
002091*                   OLDEST FIRST, PART-FILLING OR CLOSING THEM.  *
002094*                   OVER-RECEIPTS AND RECEIPTS WITH NO OPEN PO   *
002097*                   ARE LISTED ON THE RECEIPT EXCEPTIONS REPORT. *
002117*    2026-10-15 ML  WRITE EVERY APPLIED STOCK ROW CHANGE TO THE  *
002137*                   MOVEMENT LEDGER (STKMVLOG) UNDER THE WMS     *
002157*                   MOVEMENT TYPE.                               *
002177******************************************************************
002200 PROGRAM-ID.  WMSIMPRT.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003600     SELECT REJECT-FILE ASSIGN TO "WMSREJCT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RJ-FILE-STATUS.
003809     SELECT PO-FILE ASSIGN TO "POFILE"
003818         ORGANIZATION IS INDEXED
003827         ACCESS MODE IS DYNAMIC
003836         RECORD KEY IS PO-LINE-KEY
003845         ALTERNATE RECORD KEY IS PO-ITEM-KEY
003854             WITH DUPLICATES
003863         FILE STATUS IS WS-PO-FILE-STATUS.
003872     SELECT EXCEPTION-FILE ASSIGN TO "RCPTEXCP"
003881         ORGANIZATION IS SEQUENTIAL
003890         FILE STATUS IS WS-RPT-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  WMS-MOVE-FILE
004900 01  RJ-REJECT-RECORD.
005000     05  RJ-MOVEMENT-DATA        PIC X(80).
005100     05  RJ-REJECT-REASON        PIC X(30).
005110 FD  PO-FILE
005120     LABEL RECORDS ARE STANDARD.
005130     COPY POLINE.
005140 FD  EXCEPTION-FILE
005150     LABEL RECORDS ARE OMITTED
005160     RECORD CONTAINS 132 CHARACTERS.
005170 01  RPT-LINE                    PIC X(132).
005200 WORKING-STORAGE SECTION.
005300******************************************************************
005400*    SWITCHES AND COUNTERS                                       *
006909     88  WS-SM-NOT-OPEN                      VALUE 'N'.
006911 77  WS-DELTA-APPLIED            PIC S9(7)   VALUE 0.
006912******************************************************************
006913*    RECEIPT-TO-PURCHASE-ORDER MATCHING - A RECEIPT FILLS THE    *
006914*    OUTSTANDING PO LINES FOR ITS PRODUCT AND WAREHOUSE IN THE   *
006915*    ORDER THEY WERE RAISED.  WHAT NO LINE WAS WAITING FOR IS    *
006916*    THE EXCESS THE EXCEPTIONS REPORT SHOWS.                     *
006917******************************************************************
006918 77  WS-PO-FILE-STATUS           PIC X(02)   VALUE SPACES.
006919 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
006920 77  WS-PO-OPEN-SW               PIC X(01)   VALUE 'N'.
006921     88  WS-PO-OPEN                          VALUE 'Y'.
006922     88  WS-PO-NOT-OPEN                      VALUE 'N'.
006923 77  WS-PO-SCAN-SW               PIC X(01)   VALUE 'N'.
006924     88  WS-PO-SCAN-DONE                     VALUE 'Y'.
006925     88  WS-PO-SCAN-MORE                     VALUE 'N'.
006926 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006927 77  WS-RECEIPT-LEFT             PIC 9(07)   VALUE 0.
006928 77  WS-RECEIPT-MATCHED          PIC 9(07)   VALUE 0.
006929 77  WS-LINE-OUTSTANDING         PIC 9(07)   VALUE 0.
006930 77  WS-MATCHED-PO-NUMBER        PIC 9(07)   VALUE 0.
006931 77  WS-EXCEPTION-TEXT           PIC X(30)   VALUE SPACES.
006932 77  WS-PO-LINE-UPDATE-COUNT     PIC 9(7) COMP VALUE 0.
006933 77  WS-NO-PO-COUNT              PIC 9(7) COMP VALUE 0.
006934 77  WS-OVER-RECEIPT-COUNT       PIC 9(7) COMP VALUE 0.
006935 77  WS-EXCESS-QTY-TOTAL         PIC 9(9)    VALUE 0.
006936 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
006937 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
006938 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
006939******************************************************************
006940*    RECEIPT EXCEPTIONS REPORT LINE LAYOUTS                      *
006941******************************************************************
006942 01  WS-HDG-LINE-1.
006943     05  FILLER                  PIC X(40)   VALUE SPACES.
006944     05  FILLER                  PIC X(37)
006945         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
006946     05  FILLER                  PIC X(10)   VALUE SPACES.
006947     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
006948     05  HDG1-PAGE-NO            PIC ZZZZ9.
006949     05  FILLER                  PIC X(30)   VALUE SPACES.
006950 01  WS-HDG-LINE-2.
006951     05  FILLER                  PIC X(45)   VALUE SPACES.
006952     05  FILLER                  PIC X(32)
006953         VALUE "WMS RECEIPT EXCEPTIONS".
006954     05  FILLER                  PIC X(55)   VALUE SPACES.
006955 01  WS-COL-HDG-LINE.
006956     05  FILLER                  PIC X(02)   VALUE SPACES.
006957     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
006958     05  FILLER                  PIC X(04)   VALUE "WH".
006959     05  FILLER                  PIC X(10)   VALUE " RECEIVED".
006960     05  FILLER                  PIC X(10)   VALUE "  MATCHED".
006961     05  FILLER                  PIC X(10)   VALUE "   EXCESS".
006962     05  FILLER                  PIC X(10)   VALUE "  PO-NO".
006963     05  FILLER                  PIC X(30)   VALUE "EXCEPTION".
006964     05  FILLER                  PIC X(44)   VALUE SPACES.
006965 01  WS-COL-RULE-LINE.
006966     05  FILLER                  PIC X(02)   VALUE SPACES.
006967     05  FILLER                  PIC X(12)   VALUE "----------".
006968     05  FILLER                  PIC X(04)   VALUE "--".
006969     05  FILLER                  PIC X(10)   VALUE " --------".
006970     05  FILLER                  PIC X(10)   VALUE " --------".
006971     05  FILLER                  PIC X(10)   VALUE " --------".
006972     05  FILLER                  PIC X(10)   VALUE "  -------".
006973     05  FILLER                  PIC X(30)
006974         VALUE "------------------------------".
006975     05  FILLER                  PIC X(44)   VALUE SPACES.
006976 01  WS-EXCEPTION-LINE.
006977     05  FILLER                  PIC X(02)   VALUE SPACES.
006978     05  XL-PRODUCT-ID           PIC X(10).
006979     05  FILLER                  PIC X(02)   VALUE SPACES.
006980     05  XL-WAREHOUSE-ID         PIC X(02).
006981     05  FILLER                  PIC X(03)   VALUE SPACES.
006982     05  XL-RECEIVED-QTY         PIC ZZZZZZ9.
006983     05  FILLER                  PIC X(03)   VALUE SPACES.
006984     05  XL-MATCHED-QTY          PIC ZZZZZZ9.
006985     05  FILLER                  PIC X(03)   VALUE SPACES.
006986     05  XL-EXCESS-QTY           PIC ZZZZZZ9.
006987     05  FILLER                  PIC X(03)   VALUE SPACES.
006988     05  XL-PO-NUMBER            PIC X(07).
006989     05  FILLER                  PIC X(02)   VALUE SPACES.
006990     05  XL-EXCEPTION            PIC X(30).
006991     05  FILLER                  PIC X(44)   VALUE SPACES.
006992 01  WS-EXCEPTION-TOTAL-LINE.
006993     05  FILLER                  PIC X(02)   VALUE SPACES.
006994     05  FILLER                  PIC X(22)
006995         VALUE "NO OPEN PO RECEIPTS: ".
006996     05  XT-NO-PO-COUNT          PIC ZZZZZZ9.
006997     05  FILLER                  PIC X(18)
006998         VALUE "   OVER-RECEIPTS: ".
006999     05  XT-OVER-RECEIPT-COUNT   PIC ZZZZZZ9.
007000     05  FILLER                  PIC X(18)
007001         VALUE "   EXCESS UNITS: ".
007002     05  XT-EXCESS-QTY           PIC ZZZZZZZZ9.
007003     05  FILLER                  PIC X(49)   VALUE SPACES.
007004******************************************************************
007005*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
007006******************************************************************
007007 01  WS-RUNSTAT-PARMS.
007008     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "WMSIMPRT".
007009     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
007010     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
007011     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
007012     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
007013******************************************************************
007014*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
007015*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
007016******************************************************************
007017 01  WS-GATE-PARMS.
007018     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "WMSIMPRT".
007019     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
007024******************************************************************
007029*    PARAMETERS PASSED TO THE STKMVLOG SUBPROGRAM - ONE LEDGER   *
007034*    ROW FOR EVERY CHANGE TO A STOCK ROW'S QUANTITY              *
007039******************************************************************
007044 01  WS-MOVE-PARMS.
007049     05  WS-MV-PRODUCT-ID        PIC X(10).
007054     05  WS-MV-WAREHOUSE-ID      PIC X(02).
007059     05  WS-MV-MOVE-TYPE         PIC X(01).
007064     05  WS-MV-QUANTITY          PIC S9(07).
007069     05  WS-MV-QTY-AFTER         PIC 9(07).
007074     05  WS-MV-SOURCE-PROGRAM    PIC X(08).
007079     05  WS-MV-REFERENCE         PIC X(12).
007084 PROCEDURE DIVISION.
007100******************************************************************
007200*    0000-MAINLINE                                               *
007300******************************************************************
010350         MOVE "0012" TO WS-RUN-RETURN-STATUS
010400         GO TO 1000-EXIT
010500     END-IF
010505     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010510     OPEN I-O PO-FILE.
010515     IF WS-PO-FILE-STATUS NOT = "00"
010520         DISPLAY "WMSIMPRT: PO-FILE NOT AVAILABLE (STATUS="
010525             WS-PO-FILE-STATUS "), RECEIPTS NOT MATCHED TO ORDERS"
010530     ELSE
010535         SET WS-PO-OPEN TO TRUE
010540     END-IF
010545     OPEN OUTPUT EXCEPTION-FILE.
010550     IF WS-RPT-FILE-STATUS NOT = "00"
010555         DISPLAY "WMSIMPRT: UNABLE TO OPEN EXCEPTION-FILE, "
010560             "STATUS=" WS-RPT-FILE-STATUS
010565         SET WS-EOF-YES TO TRUE
010570         MOVE "0012" TO WS-RUN-RETURN-STATUS
010575         GO TO 1000-EXIT
010580     END-IF
010600     PERFORM 1100-READ-NEXT-MOVEMENT THRU 1100-EXIT.
010700 1000-EXIT.
010800     EXIT.
015650     END-IF
015700     PERFORM 2100-APPLY-QUANTITY-DELTA THRU 2100-EXIT.
015710     REWRITE SM-STOCK-RECORD.
015712     IF WS-DELTA-APPLIED NOT = 0
015714         PERFORM 2250-LOG-STOCK-MOVE THRU 2250-EXIT
015716     END-IF
015720*    THE SAME DELTA THE WAREHOUSE ROW TOOK ROLLS UP TO THE
015730*    POOLED BOOK COUNT ON THE MASTER
015740     IF WS-DELTA-APPLIED > 0
015794     END-IF
015800     REWRITE PM-PRODUCT-RECORD.
015900     ADD 1 TO WS-APPLIED-COUNT.
015920     IF WM-TYPE-RECEIPT AND WS-PO-OPEN
015940         PERFORM 2400-MATCH-RECEIPT-TO-PO THRU 2400-EXIT
015960     END-IF.
016000 2000-READ-NEXT.
016100     PERFORM 1100-READ-NEXT-MOVEMENT THRU 1100-EXIT.
016200 2000-EXIT.
019600     END-IF.
019700 2200-EXIT.
019800     EXIT.
019805******************************************************************
019810*    2250-LOG-STOCK-MOVE - RECORDS THE CHANGE ACTUALLY APPLIED   *
019815*    (AFTER ANY FLOOR AT ZERO) ON THE MOVEMENT LEDGER UNDER THE  *
019820*    WMS MOVEMENT TYPE.  THE FEED CARRIES NO DOCUMENT NUMBER.    *
019825******************************************************************
019830 2250-LOG-STOCK-MOVE.
019835     MOVE SM-PRODUCT-ID TO WS-MV-PRODUCT-ID.
019840     MOVE SM-WAREHOUSE-ID TO WS-MV-WAREHOUSE-ID.
019845     MOVE WM-MOVEMENT-TYPE TO WS-MV-MOVE-TYPE.
019850     MOVE WS-DELTA-APPLIED TO WS-MV-QUANTITY.
019855     MOVE SM-QTY-ON-HAND TO WS-MV-QTY-AFTER.
019860     MOVE "WMSIMPRT" TO WS-MV-SOURCE-PROGRAM.
019865     MOVE "WMS FEED" TO WS-MV-REFERENCE.
019870     CALL "STKMVLOG" USING WS-MOVE-PARMS.
019875 2250-EXIT.
019880     EXIT.
019900******************************************************************
020000*    2300-WRITE-REJECT                                           *
020100******************************************************************
020600     ADD 1 TO WS-REJECT-COUNT.
020700 2300-EXIT.
020800     EXIT.
020801******************************************************************
020802*    2400-MATCH-RECEIPT-TO-PO - FILLS THE OUTSTANDING PO LINES   *
020803*    FOR THE RECEIPT'S PRODUCT AND WAREHOUSE, OLDEST FIRST,      *
020804*    UNTIL THE RECEIVED QUANTITY IS USED UP.  A RECEIPT NO LINE  *
020805*    WAS WAITING FOR, OR THE PART OF ONE LEFT OVER, IS LISTED    *
020806*    AS AN EXCEPTION - THE STOCK IS ALREADY BOOKED EITHER WAY.   *
020807******************************************************************
020808 2400-MATCH-RECEIPT-TO-PO.
020809     MOVE WM-QUANTITY TO WS-RECEIPT-LEFT.
020810     MOVE 0 TO WS-RECEIPT-MATCHED.
020811     MOVE 0 TO WS-MATCHED-PO-NUMBER.
020812     SET WS-PO-SCAN-MORE TO TRUE.
020813     MOVE WM-PRODUCT-ID TO PO-PRODUCT-ID.
020814     MOVE WM-WAREHOUSE-ID TO PO-WAREHOUSE-ID.
020815     START PO-FILE
020816         KEY IS EQUAL TO PO-ITEM-KEY
020817         INVALID KEY
020818             SET WS-PO-SCAN-DONE TO TRUE
020819     END-START.
020820     PERFORM 2410-FILL-PO-LINE THRU 2410-EXIT
020821         UNTIL WS-PO-SCAN-DONE OR WS-RECEIPT-LEFT = 0.
020822     IF WS-RECEIPT-MATCHED = 0
020823         MOVE "NO OPEN PURCHASE ORDER" TO WS-EXCEPTION-TEXT
020824         ADD 1 TO WS-NO-PO-COUNT
020825         PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
020826         GO TO 2400-EXIT
020827     END-IF
020828     IF WS-RECEIPT-LEFT > 0
020829         MOVE "OVER-RECEIPT" TO WS-EXCEPTION-TEXT
020830         ADD 1 TO WS-OVER-RECEIPT-COUNT
020831         PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
020832     END-IF.
020833 2400-EXIT.
020834     EXIT.
020835******************************************************************
020836*    2410-FILL-PO-LINE - READS THE NEXT PO LINE FOR THE ITEM AND *
020837*    APPLIES AS MUCH OF THE RECEIPT AS IT IS STILL WAITING FOR.  *
020838*    A LINE FILLED IN FULL IS CLOSED, OTHERWISE LEFT PARTIAL.    *
020839******************************************************************
020840 2410-FILL-PO-LINE.
020841     READ PO-FILE NEXT RECORD
020842         AT END
020843             SET WS-PO-SCAN-DONE TO TRUE
020844     END-READ.
020845     IF WS-PO-SCAN-DONE
020846         GO TO 2410-EXIT
020847     END-IF
020848     IF PO-PRODUCT-ID NOT = WM-PRODUCT-ID
020849        OR PO-WAREHOUSE-ID NOT = WM-WAREHOUSE-ID
020850         SET WS-PO-SCAN-DONE TO TRUE
020851         GO TO 2410-EXIT
020852     END-IF
020853     IF NOT PO-STATUS-OUTSTANDING
020854         GO TO 2410-EXIT
020855     END-IF
020856     COMPUTE WS-LINE-OUTSTANDING =
020857         PO-QTY-ORDERED - PO-QTY-RECEIVED.
020858     IF WS-RECEIPT-LEFT < WS-LINE-OUTSTANDING
020859         ADD WS-RECEIPT-LEFT TO PO-QTY-RECEIVED
020860         ADD WS-RECEIPT-LEFT TO WS-RECEIPT-MATCHED
020861         MOVE 0 TO WS-RECEIPT-LEFT
020862         SET PO-STATUS-PARTIAL TO TRUE
020863     ELSE
020864         ADD WS-LINE-OUTSTANDING TO PO-QTY-RECEIVED
020865         ADD WS-LINE-OUTSTANDING TO WS-RECEIPT-MATCHED
020866         SUBTRACT WS-LINE-OUTSTANDING FROM WS-RECEIPT-LEFT
020867         SET PO-STATUS-CLOSED TO TRUE
020868     END-IF
020869     MOVE WS-RUN-DATE TO PO-LAST-RECEIPT-DATE.
020870     REWRITE PO-LINE-RECORD
020871         INVALID KEY
020872             DISPLAY "WMSIMPRT: PO LINE REWRITE FAILED " PO-NUMBER
020873                 "/" PO-LINE-NO " - STATUS=" WS-PO-FILE-STATUS
020874     END-REWRITE
020875     IF WS-MATCHED-PO-NUMBER = 0
020876         MOVE PO-NUMBER TO WS-MATCHED-PO-NUMBER
020877     END-IF
020878     ADD 1 TO WS-PO-LINE-UPDATE-COUNT.
020879 2410-EXIT.
020880     EXIT.
020881******************************************************************
020882*    2500-PRINT-EXCEPTION - ONE LINE PER UNMATCHED OR OVER-      *
020883*    RECEIVED RECEIPT, NAMING THE FIRST PO IT DID FILL (IF ANY)  *
020884******************************************************************
020885 2500-PRINT-EXCEPTION.
020886     IF WS-LINE-CTR = 0 OR WS-LINE-CTR >= WS-LINES-PER-PAGE
020887         PERFORM 2510-PRINT-HEADINGS THRU 2510-EXIT
020888     END-IF
020889     MOVE WM-PRODUCT-ID TO XL-PRODUCT-ID.
020890     MOVE WM-WAREHOUSE-ID TO XL-WAREHOUSE-ID.
020891     MOVE WM-QUANTITY TO XL-RECEIVED-QTY.
020892     MOVE WS-RECEIPT-MATCHED TO XL-MATCHED-QTY.
020893     MOVE WS-RECEIPT-LEFT TO XL-EXCESS-QTY.
020894     IF WS-MATCHED-PO-NUMBER = 0
020895         MOVE SPACES TO XL-PO-NUMBER
020896     ELSE
020897         MOVE WS-MATCHED-PO-NUMBER TO XL-PO-NUMBER
020898     END-IF
020899     MOVE WS-EXCEPTION-TEXT TO XL-EXCEPTION.
020900     WRITE RPT-LINE FROM WS-EXCEPTION-LINE AFTER ADVANCING 1 LINE.
020901     ADD 1 TO WS-LINE-CTR.
020902     ADD WS-RECEIPT-LEFT TO WS-EXCESS-QTY-TOTAL.
020903 2500-EXIT.
020904     EXIT.
020905******************************************************************
020906*    2510-PRINT-HEADINGS                                         *
020907******************************************************************
020908 2510-PRINT-HEADINGS.
020909     ADD 1 TO WS-PAGE-CTR.
020910     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
020911     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
020912     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
020913     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
020914     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
020915     MOVE 0 TO WS-LINE-CTR.
020916 2510-EXIT.
020917     EXIT.
020918******************************************************************
021000*    3000-FINALIZE                                               *
021100******************************************************************
021200 3000-FINALIZE.
021400         " APPLIED=" WS-APPLIED-COUNT
021500         " REJECTED=" WS-REJECT-COUNT
021600         " FLOORED-AT-ZERO=" WS-FLOOR-COUNT.
021601     DISPLAY "WMSIMPRT: PO LINES FILLED=" WS-PO-LINE-UPDATE-COUNT
021602         " NO-OPEN-PO=" WS-NO-PO-COUNT
021603         " OVER-RECEIPTS=" WS-OVER-RECEIPT-COUNT.
021604     IF WS-RPT-FILE-STATUS = "00"
021605         IF WS-PAGE-CTR = 0
021606             PERFORM 2510-PRINT-HEADINGS THRU 2510-EXIT
021607         END-IF
021608         MOVE WS-NO-PO-COUNT TO XT-NO-PO-COUNT
021609         MOVE WS-OVER-RECEIPT-COUNT TO XT-OVER-RECEIPT-COUNT
021610         MOVE WS-EXCESS-QTY-TOTAL TO XT-EXCESS-QTY
021611         WRITE RPT-LINE FROM WS-EXCEPTION-TOTAL-LINE
021612             AFTER ADVANCING 2 LINES
021613     END-IF
021614     MOVE WS-MOVE-COUNT TO WS-RUN-RECORDS-READ.
021620     MOVE WS-APPLIED-COUNT TO WS-RUN-RECORDS-WRITTEN.
021630     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
021680     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
022230     END-IF
022300     IF WS-RJ-FILE-STATUS = "00"
022400         CLOSE REJECT-FILE
022500     END-IF
022510     IF WS-PO-OPEN
022520         CLOSE PO-FILE
022530     END-IF
022540     IF WS-RPT-FILE-STATUS = "00"
022550         CLOSE EXCEPTION-FILE
022560     END-IF.
022600 3000-EXIT.
022700     EXIT.

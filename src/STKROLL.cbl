000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  STKROLL                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     MONTH-END STOCK ROLL-FORWARD.  FOR EVERY       *
000800*                 WAREHOUSE ON THE STOCK FILE, PROVES THE        *
000900*                 MONTH'S MOVEMENT LEDGER (STKMOVE, WRITTEN      *
001000*                 THROUGH STKMVLOG) AGAINST THE STOCK FILE:      *
001100*                 OPENING + RECEIPTS - SHIPMENTS + ADJUSTMENTS   *
001200*                 + RETURNS MUST EQUAL THE CLOSING               *
001300*                 SM-QTY-ON-HAND.  A PRODUCT WHOSE LEDGER DOES   *
001400*                 NOT ROLL TO ITS STOCK ROW IS FLAGGED           *
001500*                 *MISMATCH*.  EACH WAREHOUSE STARTS A NEW PAGE  *
001600*                 AND ENDS WITH ITS TOTALS AND MISMATCH COUNT.   *
001700*                 THE MONTH IS THE RUN MONTH UNLESS THE PARM     *
001800*                 NAMES ONE (M=YYYYMM).  THE STOCK FILE HOLDS    *
001900*                 ONLY TODAY'S QUANTITY, SO THE CLOSING FOR AN   *
002000*                 EARLIER MONTH IS TODAY'S QUANTITY LESS THE     *
002100*                 MOVEMENTS LOGGED SINCE THAT MONTH ENDED.       *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ------------------------------------------------------      *
002500*    2026-10-15 ML  ORIGINAL VERSION - MONTHLY ROLL-FORWARD.     *
002600******************************************************************
002700 PROGRAM-ID.  STKROLL.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS SM-STOCK-KEY
003500         FILE STATUS IS WS-SM-FILE-STATUS.
003600     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SV-MOVE-KEY
004000         FILE STATUS IS WS-SV-FILE-STATUS.
004100     SELECT REPORT-FILE ASSIGN TO "ROLLPRT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RPT-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STOCK-MASTER-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY STOCKREC.
004900 FD  STOCK-MOVE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY STKMOVE.
005200 FD  REPORT-FILE
005300     LABEL RECORDS ARE OMITTED
005400     RECORD CONTAINS 132 CHARACTERS.
005500 01  RPT-LINE                    PIC X(132).
005600 WORKING-STORAGE SECTION.
005700******************************************************************
005800*    SWITCHES AND COUNTERS                                       *
005900******************************************************************
006000 77  WS-SM-FILE-STATUS           PIC X(02)   VALUE SPACES.
006100 77  WS-SV-FILE-STATUS           PIC X(02)   VALUE SPACES.
006200 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
006300 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
006400     88  WS-EOF-YES                          VALUE 'Y'.
006500     88  WS-EOF-NO                           VALUE 'N'.
006600 77  WS-SM-EOF-SW                PIC X(01)   VALUE 'N'.
006700     88  WS-SM-EOF-YES                       VALUE 'Y'.
006800     88  WS-SM-EOF-NO                        VALUE 'N'.
006900 77  WS-SM-OPEN-SW               PIC X(01)   VALUE 'N'.
007000     88  WS-SM-OPEN                          VALUE 'Y'.
007100     88  WS-SM-NOT-OPEN                      VALUE 'N'.
007200 77  WS-SV-OPEN-SW               PIC X(01)   VALUE 'N'.
007300     88  WS-SV-OPEN                          VALUE 'Y'.
007400     88  WS-SV-NOT-OPEN                      VALUE 'N'.
007500 77  WS-SV-DONE-SW               PIC X(01)   VALUE 'N'.
007600     88  WS-SV-DONE                          VALUE 'Y'.
007700     88  WS-SV-NOT-DONE                      VALUE 'N'.
007800 77  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
007900 77  WS-PRINTED-COUNT            PIC 9(7) COMP VALUE 0.
008000 77  WS-MISMATCH-COUNT           PIC 9(7) COMP VALUE 0.
008100 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
008200 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
008300 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
008400******************************************************************
008500*    REPORTING MONTH AS YYYYMM                                   *
008600******************************************************************
008700 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
008800 77  WS-ROLL-MONTH               PIC 9(06)   VALUE 0.
008900 77  WS-MOVE-MONTH               PIC 9(06)   VALUE 0.
009000 01  WS-MONTH-FMT-WORK.
009100     05  WS-MONTH-IN             PIC 9(06)   VALUE 0.
009200     05  WS-MONTH-IN-PARTS REDEFINES WS-MONTH-IN.
009300         10  WS-MI-YEAR          PIC 9(04).
009400         10  WS-MI-MONTH         PIC 9(02).
009500 01  WS-MONTH-FMT.
009600     05  WS-MF-YEAR              PIC 9(04).
009700     05  FILLER                  PIC X(01)   VALUE "-".
009800     05  WS-MF-MONTH             PIC 9(02).
009900******************************************************************
010000*    WAREHOUSE TABLE - ONE ENTRY PER BUILDING ON THE STOCK       *
010100*    FILE, KEPT IN WAREHOUSE ORDER AS ENTRIES ARE ADDED          *
010200******************************************************************
010300 77  WS-WH-COUNT                 PIC 9(3) COMP VALUE 0.
010400 77  WS-WH-SUB                   PIC 9(3) COMP VALUE 0.
010500 77  WS-INS-SUB                  PIC 9(3) COMP VALUE 0.
010600 77  WS-WH-FOUND-SW              PIC X(01)   VALUE 'N'.
010700     88  WS-WH-FOUND                         VALUE 'Y'.
010800     88  WS-WH-NOT-FOUND                     VALUE 'N'.
010900 01  WS-WH-TABLE.
011000     05  WS-WH-ENTRY OCCURS 20 TIMES.
011100         10  WS-WH-ID            PIC X(02).
011200 77  WS-CUR-WAREHOUSE            PIC X(02)   VALUE SPACES.
011300******************************************************************
011400*    ONE PRODUCT'S ROLL-FORWARD.  THE OPENING IS THE QUANTITY    *
011500*    AFTER THE LAST MOVEMENT BEFORE THE MONTH; A PRODUCT FIRST   *
011600*    MOVED IN OR AFTER THE MONTH OPENS AT WHAT ITS FIRST         *
011700*    MOVEMENT STARTED FROM, AND ONE NEVER MOVED OPENS AT ITS     *
011800*    CLOSING.  SHIPMENTS ARE HELD AS A POSITIVE QUANTITY.        *
011900******************************************************************
012000 77  WS-OPENING-SW               PIC X(01)   VALUE 'N'.
012100     88  WS-OPENING-KNOWN                    VALUE 'Y'.
012200     88  WS-OPENING-NOT-KNOWN                VALUE 'N'.
012300 77  WS-MONTH-MOVES              PIC 9(5) COMP VALUE 0.
012400 01  WS-ROLL-AMOUNTS.
012500     05  WS-RL-OPENING           PIC S9(9)   VALUE 0.
012600     05  WS-RL-RECEIPTS          PIC S9(9)   VALUE 0.
012700     05  WS-RL-SHIPMENTS         PIC S9(9)   VALUE 0.
012800     05  WS-RL-ADJUSTMENTS       PIC S9(9)   VALUE 0.
012900     05  WS-RL-RETURNS           PIC S9(9)   VALUE 0.
013000     05  WS-RL-LEDGER-CLOSE      PIC S9(9)   VALUE 0.
013100     05  WS-RL-STOCK-CLOSE       PIC S9(9)   VALUE 0.
013200 77  WS-LATER-MOVES              PIC S9(9)   VALUE 0.
013300******************************************************************
013400*    WAREHOUSE TOTALS - EVERY STOCK ROW IS ROLLED INTO THEM,     *
013500*    PRINTED OR NOT                                              *
013600******************************************************************
013700 01  WS-WH-TOTALS.
013800     05  WS-WT-OPENING           PIC S9(9)   VALUE 0.
013900     05  WS-WT-RECEIPTS          PIC S9(9)   VALUE 0.
014000     05  WS-WT-SHIPMENTS         PIC S9(9)   VALUE 0.
014100     05  WS-WT-ADJUSTMENTS       PIC S9(9)   VALUE 0.
014200     05  WS-WT-RETURNS           PIC S9(9)   VALUE 0.
014300     05  WS-WT-LEDGER-CLOSE      PIC S9(9)   VALUE 0.
014400     05  WS-WT-STOCK-CLOSE       PIC S9(9)   VALUE 0.
014500 77  WS-WT-PRODUCTS              PIC 9(7) COMP VALUE 0.
014600 77  WS-WT-MISMATCHES            PIC 9(7) COMP VALUE 0.
014700******************************************************************
014800*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM - READ IS       *
014900*    STOCK ROWS ROLLED, WRITTEN IS PRODUCT LINES PRINTED,        *
015000*    REJECTED IS ROWS FLAGGED *MISMATCH*                         *
015100******************************************************************
015200 01  WS-RUNSTAT-PARMS.
015300     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "STKROLL".
015400     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
015500     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
015600     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
015700     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
015800******************************************************************
015900*    REPORT LINE LAYOUTS                                         *
016000******************************************************************
016100 01  WS-HDG-LINE-1.
016200     05  FILLER                  PIC X(40)   VALUE SPACES.
016300     05  FILLER                  PIC X(37)
016400         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
016500     05  FILLER                  PIC X(10)   VALUE SPACES.
016600     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
016700     05  HDG1-PAGE-NO            PIC ZZZZ9.
016800     05  FILLER                  PIC X(30)   VALUE SPACES.
016900 01  WS-HDG-LINE-2.
017000     05  FILLER                  PIC X(45)   VALUE SPACES.
017100     05  FILLER                  PIC X(32)
017200         VALUE "MONTH-END STOCK ROLL-FORWARD".
017300     05  FILLER                  PIC X(55)   VALUE SPACES.
017400 01  WS-HDG-LINE-3.
017500     05  FILLER                  PIC X(05)   VALUE SPACES.
017600     05  FILLER                  PIC X(11)   VALUE "WAREHOUSE:".
017700     05  HDG3-WAREHOUSE          PIC X(02).
017800     05  FILLER                  PIC X(05)   VALUE SPACES.
017900     05  FILLER                  PIC X(07)   VALUE "MONTH:".
018000     05  HDG3-MONTH              PIC X(07).
018100     05  FILLER                  PIC X(95)   VALUE SPACES.
018200 01  WS-COL-HDG-LINE.
018300     05  FILLER                  PIC X(05)   VALUE SPACES.
018400     05  FILLER                  PIC X(10)   VALUE "PRODUCT".
018500     05  FILLER                  PIC X(12)
018600         VALUE "     OPENING".
018700     05  FILLER                  PIC X(12)
018800         VALUE "    RECEIPTS".
018900     05  FILLER                  PIC X(12)
019000         VALUE "   SHIPMENTS".
019100     05  FILLER                  PIC X(12)
019200         VALUE " ADJUSTMENTS".
019300     05  FILLER                  PIC X(12)
019400         VALUE "     RETURNS".
019500     05  FILLER                  PIC X(12)
019600         VALUE "  LEDGER END".
019700     05  FILLER                  PIC X(12)
019800         VALUE "  STOCK FILE".
019900     05  FILLER                  PIC X(33)   VALUE SPACES.
020000 01  WS-COL-RULE-LINE.
020100     05  FILLER                  PIC X(05)   VALUE SPACES.
020200     05  FILLER                  PIC X(10)
020300         VALUE "----------".
020400     05  FILLER                  PIC X(12)
020500         VALUE "  ----------".
020600     05  FILLER                  PIC X(12)
020700         VALUE "  ----------".
020800     05  FILLER                  PIC X(12)
020900         VALUE "  ----------".
021000     05  FILLER                  PIC X(12)
021100         VALUE "  ----------".
021200     05  FILLER                  PIC X(12)
021300         VALUE "  ----------".
021400     05  FILLER                  PIC X(12)
021500         VALUE "  ----------".
021600     05  FILLER                  PIC X(12)
021700         VALUE "  ----------".
021800     05  FILLER                  PIC X(33)   VALUE SPACES.
021900 01  WS-DETAIL-LINE.
022000     05  FILLER                  PIC X(05)   VALUE SPACES.
022100     05  DTL-PRODUCT-ID          PIC X(10).
022200     05  FILLER                  PIC X(02)   VALUE SPACES.
022300     05  DTL-OPENING             PIC Z(8)9-.
022400     05  FILLER                  PIC X(02)   VALUE SPACES.
022500     05  DTL-RECEIPTS            PIC Z(8)9-.
022600     05  FILLER                  PIC X(02)   VALUE SPACES.
022700     05  DTL-SHIPMENTS           PIC Z(8)9-.
022800     05  FILLER                  PIC X(02)   VALUE SPACES.
022900     05  DTL-ADJUSTMENTS         PIC Z(8)9-.
023000     05  FILLER                  PIC X(02)   VALUE SPACES.
023100     05  DTL-RETURNS             PIC Z(8)9-.
023200     05  FILLER                  PIC X(02)   VALUE SPACES.
023300     05  DTL-LEDGER-CLOSE        PIC Z(8)9-.
023400     05  FILLER                  PIC X(02)   VALUE SPACES.
023500     05  DTL-STOCK-CLOSE         PIC Z(8)9-.
023600     05  FILLER                  PIC X(02)   VALUE SPACES.
023700     05  DTL-FLAG                PIC X(10).
023800     05  FILLER                  PIC X(21)   VALUE SPACES.
023900 01  WS-TOTAL-LINE.
024000     05  FILLER                  PIC X(05)   VALUE SPACES.
024100     05  FILLER                  PIC X(10)   VALUE "TOTAL".
024200     05  FILLER                  PIC X(02)   VALUE SPACES.
024300     05  TOT-OPENING             PIC Z(8)9-.
024400     05  FILLER                  PIC X(02)   VALUE SPACES.
024500     05  TOT-RECEIPTS            PIC Z(8)9-.
024600     05  FILLER                  PIC X(02)   VALUE SPACES.
024700     05  TOT-SHIPMENTS           PIC Z(8)9-.
024800     05  FILLER                  PIC X(02)   VALUE SPACES.
024900     05  TOT-ADJUSTMENTS         PIC Z(8)9-.
025000     05  FILLER                  PIC X(02)   VALUE SPACES.
025100     05  TOT-RETURNS             PIC Z(8)9-.
025200     05  FILLER                  PIC X(02)   VALUE SPACES.
025300     05  TOT-LEDGER-CLOSE        PIC Z(8)9-.
025400     05  FILLER                  PIC X(02)   VALUE SPACES.
025500     05  TOT-STOCK-CLOSE         PIC Z(8)9-.
025600     05  FILLER                  PIC X(33)   VALUE SPACES.
025700 01  WS-COUNT-LINE.
025800     05  FILLER                  PIC X(05)   VALUE SPACES.
025900     05  FILLER                  PIC X(15)
026000         VALUE "STOCK ROWS:".
026100     05  CNT-PRODUCTS            PIC Z(6)9.
026200     05  FILLER                  PIC X(05)   VALUE SPACES.
026300     05  FILLER                  PIC X(15)
026400         VALUE "MISMATCHES:".
026500     05  CNT-MISMATCHES          PIC Z(6)9.
026600     05  FILLER                  PIC X(78)   VALUE SPACES.
026700 01  WS-NONE-LINE.
026800     05  FILLER                  PIC X(05)   VALUE SPACES.
026900     05  FILLER                  PIC X(40)
027000         VALUE "NO STOCK ROWS ON FILE".
027100     05  FILLER                  PIC X(87)   VALUE SPACES.
027200 LINKAGE SECTION.
027300 01  LK-PARM-AREA.
027400     05  LK-PARM-LEN             PIC S9(4) COMP.
027500     05  LK-PARM-TEXT            PIC X(08).
027600 PROCEDURE DIVISION USING LK-PARM-AREA.
027700******************************************************************
027800*    0000-MAINLINE - ONE PASS OF THE STOCK FILE PER WAREHOUSE    *
027900******************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     MOVE 1 TO WS-WH-SUB.
028300     PERFORM 2000-ROLL-WAREHOUSE THRU 2000-EXIT
028400         UNTIL WS-EOF-YES OR WS-WH-SUB > WS-WH-COUNT.
028500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
028600     STOP RUN.
028700******************************************************************
028800*    1000-INITIALIZE - A MISSING LEDGER STOPS THE RUN; THERE IS  *
028900*    NOTHING TO ROLL FORWARD WITHOUT IT                          *
029000******************************************************************
029100 1000-INITIALIZE.
029200     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
029300     IF WS-EOF-YES
029400         MOVE "0008" TO WS-RUN-RETURN-STATUS
029500         GO TO 1000-EXIT
029600     END-IF
029700     OPEN INPUT STOCK-MASTER-FILE.
029800     IF WS-SM-FILE-STATUS NOT = "00"
029900         DISPLAY "STKROLL: UNABLE TO OPEN STOCK-MASTER, "
030000             "STATUS=" WS-SM-FILE-STATUS
030100         SET WS-EOF-YES TO TRUE
030200         MOVE "0012" TO WS-RUN-RETURN-STATUS
030300         GO TO 1000-EXIT
030400     END-IF
030500     SET WS-SM-OPEN TO TRUE.
030600     OPEN INPUT STOCK-MOVE-FILE.
030700     IF WS-SV-FILE-STATUS NOT = "00"
030800         DISPLAY "STKROLL: UNABLE TO OPEN STOCK-MOVE-FILE, "
030900             "STATUS=" WS-SV-FILE-STATUS
031000         SET WS-EOF-YES TO TRUE
031100         MOVE "0012" TO WS-RUN-RETURN-STATUS
031200         GO TO 1000-EXIT
031300     END-IF
031400     SET WS-SV-OPEN TO TRUE.
031500     OPEN OUTPUT REPORT-FILE.
031600     IF WS-RPT-FILE-STATUS NOT = "00"
031700         DISPLAY "STKROLL: UNABLE TO OPEN REPORT-FILE, STATUS="
031800             WS-RPT-FILE-STATUS
031900         SET WS-EOF-YES TO TRUE
032000         MOVE "0012" TO WS-RUN-RETURN-STATUS
032100         GO TO 1000-EXIT
032200     END-IF
032300     PERFORM 1300-LOAD-WAREHOUSES THRU 1300-EXIT.
032400 1000-EXIT.
032500     EXIT.
032600******************************************************************
032700*    1100-READ-NEXT-STOCK                                        *
032800******************************************************************
032900 1100-READ-NEXT-STOCK.
033000     READ STOCK-MASTER-FILE NEXT RECORD
033100         AT END
033200             SET WS-SM-EOF-YES TO TRUE
033300     END-READ.
033400 1100-EXIT.
033500     EXIT.
033600******************************************************************
033700*    1200-PARSE-PARM - THE ROLL-FORWARD COVERS THE RUN MONTH     *
033800*    UNLESS THE PARM GIVES M=YYYYMM                              *
033900******************************************************************
034000 1200-PARSE-PARM.
034100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034200     COMPUTE WS-ROLL-MONTH = WS-RUN-DATE / 100.
034300     IF LK-PARM-LEN = 0 OR LK-PARM-TEXT = SPACES
034400         GO TO 1200-EXIT
034500     END-IF
034600     IF LK-PARM-LEN < 8
034700        OR LK-PARM-TEXT(1:2) NOT = "M="
034800        OR LK-PARM-TEXT(3:6) NOT NUMERIC
034900         GO TO 1200-BAD-PARM
035000     END-IF
035100     MOVE LK-PARM-TEXT(3:6) TO WS-ROLL-MONTH.
035200     MOVE WS-ROLL-MONTH TO WS-MONTH-IN.
035300     IF WS-MI-MONTH < 1 OR WS-MI-MONTH > 12
035400         GO TO 1200-BAD-PARM
035500     END-IF
035600     GO TO 1200-EXIT.
035700 1200-BAD-PARM.
035800     DISPLAY "STKROLL: PARM MUST BE M=<YYYYMM> "
035900         "OR BLANK FOR THE RUN MONTH".
036000     SET WS-EOF-YES TO TRUE.
036100 1200-EXIT.
036200     EXIT.
036300******************************************************************
036400*    1300-LOAD-WAREHOUSES - ONE PASS OF THE STOCK FILE TO LIST   *
036500*    THE BUILDINGS ON IT                                         *
036600******************************************************************
036700 1300-LOAD-WAREHOUSES.
036800     SET WS-SM-EOF-NO TO TRUE.
036900     PERFORM 1100-READ-NEXT-STOCK THRU 1100-EXIT.
037000     PERFORM 1310-NOTE-WAREHOUSE THRU 1310-EXIT
037100         UNTIL WS-SM-EOF-YES.
037200 1300-EXIT.
037300     EXIT.
037400******************************************************************
037500*    1310-NOTE-WAREHOUSE - ADDS THE ROW'S WAREHOUSE TO THE       *
037600*    TABLE IN ORDER IF IT IS NEW, AND READS AHEAD                *
037700******************************************************************
037800 1310-NOTE-WAREHOUSE.
037900     SET WS-WH-NOT-FOUND TO TRUE.
038000     MOVE 0 TO WS-INS-SUB.
038100     MOVE 1 TO WS-WH-SUB.
038200     PERFORM 1320-TEST-WAREHOUSE THRU 1320-EXIT
038300         UNTIL WS-WH-FOUND OR WS-INS-SUB > 0
038400            OR WS-WH-SUB > WS-WH-COUNT.
038500     IF WS-WH-FOUND
038600         GO TO 1310-READ-NEXT
038700     END-IF
038800     IF WS-WH-COUNT >= 20
038900         DISPLAY "STKROLL: WARNING - WAREHOUSE TABLE FULL, "
039000             "WAREHOUSE " SM-WAREHOUSE-ID " SKIPPED"
039100         GO TO 1310-READ-NEXT
039200     END-IF
039300*    A NEW BUILDING GOES IN FRONT OF THE FIRST ENTRY THAT SORTS
039400*    AFTER IT, OR ON THE END - SHUFFLE THE REST UP
039500     IF WS-INS-SUB = 0
039600         MOVE WS-WH-SUB TO WS-INS-SUB
039700     END-IF
039800     ADD 1 TO WS-WH-COUNT.
039900     MOVE WS-WH-COUNT TO WS-WH-SUB.
040000     PERFORM 1330-SHIFT-WAREHOUSE THRU 1330-EXIT
040100         UNTIL WS-WH-SUB NOT > WS-INS-SUB.
040200     MOVE SM-WAREHOUSE-ID TO WS-WH-ID(WS-WH-SUB).
040300 1310-READ-NEXT.
040400     PERFORM 1100-READ-NEXT-STOCK THRU 1100-EXIT.
040500 1310-EXIT.
040600     EXIT.
040700******************************************************************
040800*    1320-TEST-WAREHOUSE - STOPS ON A MATCH, OR ON THE FIRST     *
040900*    ENTRY THAT SORTS AFTER THE ROW (NOTED IN WS-INS-SUB)        *
041000******************************************************************
041100 1320-TEST-WAREHOUSE.
041200     IF WS-WH-ID(WS-WH-SUB) = SM-WAREHOUSE-ID
041300         SET WS-WH-FOUND TO TRUE
041400         GO TO 1320-EXIT
041500     END-IF
041600     IF WS-WH-ID(WS-WH-SUB) > SM-WAREHOUSE-ID
041700         MOVE WS-WH-SUB TO WS-INS-SUB
041800         GO TO 1320-EXIT
041900     END-IF
042000     ADD 1 TO WS-WH-SUB.
042100 1320-EXIT.
042200     EXIT.
042300******************************************************************
042400*    1330-SHIFT-WAREHOUSE - MOVES ONE ENTRY UP A SLOT            *
042500******************************************************************
042600 1330-SHIFT-WAREHOUSE.
042700     MOVE WS-WH-ENTRY(WS-WH-SUB - 1)
042800         TO WS-WH-ENTRY(WS-WH-SUB).
042900     SUBTRACT 1 FROM WS-WH-SUB.
043000 1330-EXIT.
043100     EXIT.
043200******************************************************************
043300*    2000-ROLL-WAREHOUSE - ONE WAREHOUSE: REPOSITIONS TO THE     *
043400*    TOP OF THE STOCK FILE, ROLLS EVERY ROW FOR THE BUILDING,    *
043500*    AND PRINTS ITS TOTALS                                       *
043600******************************************************************
043700 2000-ROLL-WAREHOUSE.
043800     MOVE WS-WH-ID(WS-WH-SUB) TO WS-CUR-WAREHOUSE.
043900     INITIALIZE WS-WH-TOTALS.
044000     MOVE 0 TO WS-WT-PRODUCTS WS-WT-MISMATCHES.
044100     MOVE 0 TO WS-LINE-CTR.
044200     PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT.
044300     SET WS-SM-EOF-NO TO TRUE.
044400     MOVE LOW-VALUES TO SM-STOCK-KEY.
044500     START STOCK-MASTER-FILE KEY IS NOT LESS THAN SM-STOCK-KEY
044600         INVALID KEY
044700             SET WS-SM-EOF-YES TO TRUE
044800     END-START
044900     IF WS-SM-EOF-NO
045000         PERFORM 1100-READ-NEXT-STOCK THRU 1100-EXIT
045100     END-IF
045200     PERFORM 2100-ROLL-STOCK-ROW THRU 2100-EXIT
045300         UNTIL WS-SM-EOF-YES.
045400     PERFORM 2500-PRINT-WAREHOUSE-TOTALS THRU 2500-EXIT.
045500     ADD 1 TO WS-WH-SUB.
045600 2000-EXIT.
045700     EXIT.
045800******************************************************************
045900*    2100-ROLL-STOCK-ROW - ROLLS ONE PRODUCT'S LEDGER FORWARD    *
046000*    TO ITS STOCK ROW, AND READS AHEAD.  ROWS FOR OTHER          *
046100*    BUILDINGS ARE PASSED OVER.  A ROW IS PRINTED WHEN IT MOVED  *
046200*    IN THE MONTH OR DOES NOT ROLL.                              *
046300******************************************************************
046400 2100-ROLL-STOCK-ROW.
046500     IF SM-WAREHOUSE-ID NOT = WS-CUR-WAREHOUSE
046600         GO TO 2100-READ-NEXT
046700     END-IF
046800     ADD 1 TO WS-READ-COUNT.
046900     ADD 1 TO WS-WT-PRODUCTS.
047000     INITIALIZE WS-ROLL-AMOUNTS.
047100     MOVE 0 TO WS-LATER-MOVES.
047200     MOVE 0 TO WS-MONTH-MOVES.
047300     SET WS-OPENING-NOT-KNOWN TO TRUE.
047400     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.
047500     COMPUTE WS-RL-STOCK-CLOSE =
047600         SM-QTY-ON-HAND - WS-LATER-MOVES.
047700     IF WS-OPENING-NOT-KNOWN
047800         MOVE WS-RL-STOCK-CLOSE TO WS-RL-OPENING
047900     END-IF
048000     COMPUTE WS-RL-LEDGER-CLOSE = WS-RL-OPENING
048100         + WS-RL-RECEIPTS - WS-RL-SHIPMENTS
048200         + WS-RL-ADJUSTMENTS + WS-RL-RETURNS.
048300     MOVE SPACES TO DTL-FLAG.
048400     IF WS-RL-LEDGER-CLOSE NOT = WS-RL-STOCK-CLOSE
048500         MOVE "*MISMATCH*" TO DTL-FLAG
048600         ADD 1 TO WS-WT-MISMATCHES
048700         ADD 1 TO WS-MISMATCH-COUNT
048800     END-IF
048900     ADD WS-RL-OPENING TO WS-WT-OPENING.
049000     ADD WS-RL-RECEIPTS TO WS-WT-RECEIPTS.
049100     ADD WS-RL-SHIPMENTS TO WS-WT-SHIPMENTS.
049200     ADD WS-RL-ADJUSTMENTS TO WS-WT-ADJUSTMENTS.
049300     ADD WS-RL-RETURNS TO WS-WT-RETURNS.
049400     ADD WS-RL-LEDGER-CLOSE TO WS-WT-LEDGER-CLOSE.
049500     ADD WS-RL-STOCK-CLOSE TO WS-WT-STOCK-CLOSE.
049600     IF WS-MONTH-MOVES > 0 OR DTL-FLAG NOT = SPACES
049700         PERFORM 2400-PRINT-PRODUCT-LINE THRU 2400-EXIT
049800     END-IF.
049900 2100-READ-NEXT.
050000     PERFORM 1100-READ-NEXT-STOCK THRU 1100-EXIT.
050100 2100-EXIT.
050200     EXIT.
050300******************************************************************
050400*    2200-READ-LEDGER - POSITIONS ON THE PRODUCT/WAREHOUSE'S     *
050500*    FIRST MOVEMENT AND READS THEM ALL IN DATE ORDER             *
050600******************************************************************
050700 2200-READ-LEDGER.
050800     MOVE SM-PRODUCT-ID TO SV-PRODUCT-ID.
050900     MOVE SM-WAREHOUSE-ID TO SV-WAREHOUSE-ID.
051000     MOVE 0 TO SV-MOVE-DATE SV-MOVE-TIME SV-SEQUENCE.
051100     SET WS-SV-NOT-DONE TO TRUE.
051200     START STOCK-MOVE-FILE KEY IS NOT LESS THAN SV-MOVE-KEY
051300         INVALID KEY
051400             SET WS-SV-DONE TO TRUE
051500     END-START
051600     PERFORM 2300-TAKE-MOVEMENT THRU 2300-EXIT
051700         UNTIL WS-SV-DONE.
051800 2200-EXIT.
051900     EXIT.
052000******************************************************************
052100*    2300-TAKE-MOVEMENT - READS THE NEXT MOVEMENT AND SORTS IT   *
052200*    BEFORE, INTO, OR AFTER THE MONTH.  THE LOAD WRITTEN BY THE  *
052300*    STOCK FILE CONVERSION COUNTS AS AN ADJUSTMENT.              *
052400******************************************************************
052500 2300-TAKE-MOVEMENT.
052600     READ STOCK-MOVE-FILE NEXT RECORD
052700         AT END
052800             SET WS-SV-DONE TO TRUE
052900             GO TO 2300-EXIT
053000     END-READ
053100     IF SV-PRODUCT-ID NOT = SM-PRODUCT-ID
053200        OR SV-WAREHOUSE-ID NOT = SM-WAREHOUSE-ID
053300         SET WS-SV-DONE TO TRUE
053400         GO TO 2300-EXIT
053500     END-IF
053600     COMPUTE WS-MOVE-MONTH = SV-MOVE-DATE / 100.
053700     IF WS-MOVE-MONTH < WS-ROLL-MONTH
053800         MOVE SV-QTY-AFTER TO WS-RL-OPENING
053900         SET WS-OPENING-KNOWN TO TRUE
054000         GO TO 2300-EXIT
054100     END-IF
054200     IF WS-OPENING-NOT-KNOWN
054300         COMPUTE WS-RL-OPENING = SV-QTY-AFTER - SV-QUANTITY
054400         SET WS-OPENING-KNOWN TO TRUE
054500     END-IF
054600     IF WS-MOVE-MONTH > WS-ROLL-MONTH
054700         ADD SV-QUANTITY TO WS-LATER-MOVES
054800         GO TO 2300-EXIT
054900     END-IF
055000     ADD 1 TO WS-MONTH-MOVES.
055100     EVALUATE TRUE
055200         WHEN SV-RECEIPT
055300             ADD SV-QUANTITY TO WS-RL-RECEIPTS
055400         WHEN SV-SHIPMENT
055500             SUBTRACT SV-QUANTITY FROM WS-RL-SHIPMENTS
055600         WHEN SV-RETURN
055700             ADD SV-QUANTITY TO WS-RL-RETURNS
055800         WHEN OTHER
055900             ADD SV-QUANTITY TO WS-RL-ADJUSTMENTS
056000     END-EVALUATE.
056100 2300-EXIT.
056200     EXIT.
056300******************************************************************
056400*    2400-PRINT-PRODUCT-LINE - ONE LINE PER PRINTED ROW,         *
056500*    BREAKING TO A NEW PAGE EVERY WS-LINES-PER-PAGE              *
056600******************************************************************
056700 2400-PRINT-PRODUCT-LINE.
056800     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
056900         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
057000     END-IF
057100     MOVE SM-PRODUCT-ID TO DTL-PRODUCT-ID.
057200     MOVE WS-RL-OPENING TO DTL-OPENING.
057300     MOVE WS-RL-RECEIPTS TO DTL-RECEIPTS.
057400     MOVE WS-RL-SHIPMENTS TO DTL-SHIPMENTS.
057500     MOVE WS-RL-ADJUSTMENTS TO DTL-ADJUSTMENTS.
057600     MOVE WS-RL-RETURNS TO DTL-RETURNS.
057700     MOVE WS-RL-LEDGER-CLOSE TO DTL-LEDGER-CLOSE.
057800     MOVE WS-RL-STOCK-CLOSE TO DTL-STOCK-CLOSE.
057900     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
058000     ADD 1 TO WS-LINE-CTR.
058100     ADD 1 TO WS-PRINTED-COUNT.
058200 2400-EXIT.
058300     EXIT.
058400******************************************************************
058500*    2500-PRINT-WAREHOUSE-TOTALS - THE BUILDING'S ROLL-FORWARD   *
058600*    OVER EVERY ROW, PRINTED OR NOT, AND ITS COUNTS              *
058700******************************************************************
058800 2500-PRINT-WAREHOUSE-TOTALS.
058900     MOVE WS-WT-OPENING TO TOT-OPENING.
059000     MOVE WS-WT-RECEIPTS TO TOT-RECEIPTS.
059100     MOVE WS-WT-SHIPMENTS TO TOT-SHIPMENTS.
059200     MOVE WS-WT-ADJUSTMENTS TO TOT-ADJUSTMENTS.
059300     MOVE WS-WT-RETURNS TO TOT-RETURNS.
059400     MOVE WS-WT-LEDGER-CLOSE TO TOT-LEDGER-CLOSE.
059500     MOVE WS-WT-STOCK-CLOSE TO TOT-STOCK-CLOSE.
059600     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
059700     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
059800     MOVE WS-WT-PRODUCTS TO CNT-PRODUCTS.
059900     MOVE WS-WT-MISMATCHES TO CNT-MISMATCHES.
060000     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 2 LINES.
060100 2500-EXIT.
060200     EXIT.
060300******************************************************************
060400*    2600-PRINT-HEADINGS                                         *
060500******************************************************************
060600 2600-PRINT-HEADINGS.
060700     ADD 1 TO WS-PAGE-CTR.
060800     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
060900     MOVE WS-CUR-WAREHOUSE TO HDG3-WAREHOUSE.
061000     MOVE WS-ROLL-MONTH TO WS-MONTH-IN.
061100     MOVE WS-MI-YEAR TO WS-MF-YEAR.
061200     MOVE WS-MI-MONTH TO WS-MF-MONTH.
061300     MOVE WS-MONTH-FMT TO HDG3-MONTH.
061400     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
061500     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
061600     WRITE RPT-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
061700     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
061800     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
061900     MOVE 0 TO WS-LINE-CTR.
062000 2600-EXIT.
062100     EXIT.
062200******************************************************************
062300*    3000-FINALIZE                                               *
062400******************************************************************
062500 3000-FINALIZE.
062600     IF WS-RPT-FILE-STATUS = "00"
062700         IF WS-WH-COUNT = 0
062800             PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
062900             WRITE RPT-LINE FROM WS-NONE-LINE
063000                 AFTER ADVANCING 1 LINE
063100         END-IF
063200         CLOSE REPORT-FILE
063300     END-IF
063400     DISPLAY "STKROLL: MONTH " WS-ROLL-MONTH
063500         " WAREHOUSES=" WS-WH-COUNT
063600         " STOCK ROWS=" WS-READ-COUNT
063700         " MISMATCHES=" WS-MISMATCH-COUNT.
063800     MOVE WS-READ-COUNT TO WS-RUN-RECORDS-READ.
063900     MOVE WS-PRINTED-COUNT TO WS-RUN-RECORDS-WRITTEN.
064000     MOVE WS-MISMATCH-COUNT TO WS-RUN-RECORDS-REJECTED.
064100     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
064200     IF WS-SM-OPEN
064300         CLOSE STOCK-MASTER-FILE
064400     END-IF
064500     IF WS-SV-OPEN
064600         CLOSE STOCK-MOVE-FILE
064700     END-IF.
064800 3000-EXIT.
064900     EXIT.

000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  REORDCLC                                       *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     PERIODIC REORDER-LEVEL RECALCULATION FOR THE   *
000800*                 BUYING TEAM.  SUMS EACH PRODUCT'S UNITS SOLD   *
000900*                 BY CALENDAR MONTH FROM SALES HISTORY OVER THE  *
001000*                 LAST NN COMPLETE MONTHS (THE RUN MONTH IS      *
001100*                 STILL OPEN AND IS LEFT OUT), AND FROM THE      *
001200*                 AVERAGE AND PEAK MONTH PROPOSES:               *
001300*                   REORDER LEVEL = PEAK-MONTH DEMAND OVER THE   *
001400*                     BRAND'S LEAD TIME, I.E. AVERAGE LEAD-TIME  *
001500*                     DEMAND PLUS (PEAK - AVERAGE) AS SAFETY     *
001600*                   REORDER QTY   = AVERAGE DEMAND OVER THE      *
001700*                     COVER PERIOD                               *
001800*                 THE LEAD TIME IS THE VENDOR MASTER'S FOR THE   *
001900*                 BRAND, OR THE PARM DEFAULT WHEN THE BRAND HAS  *
002000*                 NO VENDOR.  EVERY PRODUCT THAT SOLD IS LISTED  *
002100*                 ON THE BUYER REVIEW REPORT (ONE PAGE PER       *
002200*                 BRAND, AS REORDSUG), AND EVERY PROPOSAL THAT   *
002300*                 DIFFERS FROM THE MASTER IS WRITTEN AS A        *
002400*                 CRUDPROD CHANGE TRANSACTION - BUYERS PRUNE     *
002500*                 THAT FILE AND RUN IT THROUGH CRUDPROD, WHICH   *
002600*                 AUDITS WHAT IS APPLIED.  ACTIVE PRODUCTS WITH  *
002700*                 NO SALES IN THE WINDOW ARE LISTED SEPARATELY   *
002800*                 AS SLOW-MOVING / DEAD-STOCK CANDIDATES FOR     *
002900*                 RETIREMENT.  NOTHING IS UPDATED HERE.          *
003000*                 PARM NN,LLL,CCC = MONTHS OF HISTORY (01-24),   *
003100*                 DEFAULT LEAD TIME AND COVER PERIOD IN DAYS;    *
003200*                 BLANK MEANS 06,014,030.                        *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    ------------------------------------------------------      *
003600*    2026-10-15 ML  ORIGINAL VERSION - DEMAND-BASED REORDER      *
003700*                   LEVEL RECALCULATION.                         *
003800******************************************************************
003900 PROGRAM-ID.  REORDCLC.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-SL-FILE-STATUS.
004600     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PM-PRODUCT-ID
005000         ALTERNATE RECORD KEY IS PM-BRAND
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-PM-FILE-STATUS.
005300     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS VM-BRAND
005700         FILE STATUS IS WS-VM-FILE-STATUS.
005800     SELECT CHANGE-FILE ASSIGN TO "REOCLCHG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CH-FILE-STATUS.
006100     SELECT REPORT-FILE ASSIGN TO "REOCLPRT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RPT-FILE-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SALES-HISTORY-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY SALESHST.
006900 FD  PRODUCT-MASTER-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PRODMAST.
007200 FD  VENDOR-MASTER-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY VENDMAST.
007500 FD  CHANGE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY MAINTREC.
007800 FD  REPORT-FILE
007900     LABEL RECORDS ARE OMITTED
008000     RECORD CONTAINS 132 CHARACTERS.
008100 01  RPT-LINE                    PIC X(132).
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*    SWITCHES AND COUNTERS                                       *
008500******************************************************************
008600 77  WS-SL-FILE-STATUS           PIC X(02)   VALUE SPACES.
008700 77  WS-PM-FILE-STATUS           PIC X(02)   VALUE SPACES.
008800 77  WS-VM-FILE-STATUS           PIC X(02)   VALUE SPACES.
008900 77  WS-CH-FILE-STATUS           PIC X(02)   VALUE SPACES.
009000 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
009100 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
009200     88  WS-EOF-YES                          VALUE 'Y'.
009300     88  WS-EOF-NO                           VALUE 'N'.
009400 77  WS-SL-EOF-SW                PIC X(01)   VALUE 'N'.
009500     88  WS-SL-EOF-YES                       VALUE 'Y'.
009600     88  WS-SL-EOF-NO                        VALUE 'N'.
009700 77  WS-VM-OPEN-SW               PIC X(01)   VALUE 'N'.
009800     88  WS-VM-OPEN                          VALUE 'Y'.
009900     88  WS-VM-NOT-OPEN                      VALUE 'N'.
010000 77  WS-SALES-READ-COUNT         PIC 9(7) COMP VALUE 0.
010100 77  WS-SALES-USED-COUNT         PIC 9(7) COMP VALUE 0.
010200 77  WS-SALES-BAD-COUNT          PIC 9(7) COMP VALUE 0.
010300 77  WS-SCAN-COUNT               PIC 9(7) COMP VALUE 0.
010400 77  WS-REVIEWED-COUNT           PIC 9(7) COMP VALUE 0.
010500 77  WS-CHANGE-COUNT             PIC 9(7) COMP VALUE 0.
010600 77  WS-SKIP-RETIRED-COUNT       PIC 9(7) COMP VALUE 0.
010700 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
010800 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
010900 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
011000******************************************************************
011100*    RUN SETTINGS - FROM THE PARM, OR THE DEFAULTS BELOW         *
011200******************************************************************
011300 77  WS-WINDOW-MONTHS            PIC 9(02)   VALUE 06.
011400 77  WS-DEFAULT-LEAD-DAYS        PIC 9(03)   VALUE 014.
011500 77  WS-COVER-DAYS               PIC 9(03)   VALUE 030.
011600******************************************************************
011700*    DEMAND WINDOW - MONTHS ARE NUMBERED YEAR * 12 + MONTH - 1   *
011800*    SO A WINDOW THAT CROSSES A YEAR END SUBTRACTS DIRECTLY      *
011900******************************************************************
012000 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
012100 77  WS-FIRST-MONTH-NO           PIC 9(06)   VALUE 0.
012200 77  WS-LAST-MONTH-NO            PIC 9(06)   VALUE 0.
012300 77  WS-ROW-MONTH-NO             PIC 9(06)   VALUE 0.
012400 77  WS-MONTH-SUB                PIC 9(3) COMP VALUE 0.
012500 01  WS-YM-WORK.
012600     05  WS-YM-IN                PIC 9(06)   VALUE 0.
012700     05  WS-YM-IN-PARTS REDEFINES WS-YM-IN.
012800         10  WS-YM-YEAR          PIC 9(04).
012900         10  WS-YM-MONTH         PIC 9(02).
013000 01  WS-RUN-DATE-PARTS.
013100     05  WS-RD-YEAR              PIC 9(04).
013200     05  WS-RD-MONTH             PIC 9(02).
013300     05  WS-RD-DAY               PIC 9(02).
013400 01  WS-MONTH-FMT.
013500     05  WS-MF-YEAR              PIC 9(04).
013600     05  FILLER                  PIC X(01)   VALUE "-".
013700     05  WS-MF-MONTH             PIC 9(02).
013800 77  WS-FIRST-MONTH-FMT          PIC X(07)   VALUE SPACES.
013900 77  WS-LAST-MONTH-FMT           PIC X(07)   VALUE SPACES.
014000******************************************************************
014100*    IN-MEMORY DEMAND TABLE - ONE ENTRY PER PRODUCT SOLD IN THE  *
014200*    WINDOW, WITH ITS UNITS BUCKETED BY MONTH OF THE WINDOW.     *
014300*    SALES HISTORY HOLDS A ROW PER CUSTOMER PER POSTING RUN, SO  *
014400*    THE ROWS ARE SUMMED HERE BEFORE A MONTH'S DEMAND IS KNOWN.  *
014500******************************************************************
014600 77  WS-SD-COUNT                 PIC 9(5) COMP VALUE 0.
014700 01  WS-DEMAND-TABLE.
014800     05  WS-SD-ENTRY OCCURS 1 TO 10000 TIMES
014900                     DEPENDING ON WS-SD-COUNT
015000                     INDEXED BY WS-SD-IDX.
015100         10  WS-SD-PRODUCT-ID    PIC X(10).
015200         10  WS-SD-MONTH-UNITS   PIC 9(7) COMP-3
015300                                 OCCURS 24 TIMES.
015400******************************************************************
015500*    IN-MEMORY DEAD-STOCK TABLE - ACTIVE PRODUCTS WITH NO SALES  *
015600*    IN THE WINDOW, HELD IN SCAN (BRAND) ORDER UNTIL THE REVIEW  *
015700*    PAGES ARE DONE                                              *
015800******************************************************************
015900 77  WS-DS-COUNT                 PIC 9(5) COMP VALUE 0.
016000 77  WS-DS-SUB                   PIC 9(5) COMP VALUE 0.
016100 01  WS-DEAD-STOCK-TABLE.
016200     05  WS-DS-ENTRY OCCURS 1 TO 10000 TIMES
016300                     DEPENDING ON WS-DS-COUNT.
016400         10  WS-DS-PRODUCT-ID    PIC X(10).
016500         10  WS-DS-NAME          PIC X(30).
016600         10  WS-DS-BRAND         PIC X(20).
016700         10  WS-DS-ON-HAND       PIC 9(07).
016800         10  WS-DS-REORDER-LEVEL PIC 9(07).
016900         10  WS-DS-REORDER-QTY   PIC 9(07).
017000******************************************************************
017100*    PER-PRODUCT DEMAND BASIS AND PROPOSAL                       *
017200******************************************************************
017300 77  WS-TOTAL-UNITS              PIC 9(09)   VALUE 0.
017400 77  WS-PEAK-UNITS               PIC 9(07)   VALUE 0.
017500 77  WS-AVG-UNITS                PIC 9(07)   VALUE 0.
017600 77  WS-CUR-LEVEL                PIC 9(07)   VALUE 0.
017700 77  WS-CUR-QTY                  PIC 9(07)   VALUE 0.
017800 77  WS-NEW-LEVEL                PIC 9(07)   VALUE 0.
017900 77  WS-NEW-QTY                  PIC 9(07)   VALUE 0.
018000 77  WS-PROPOSAL-SW              PIC X(01)   VALUE 'N'.
018100     88  WS-PROPOSAL-CHANGES                 VALUE 'Y'.
018200     88  WS-PROPOSAL-SAME                    VALUE 'N'.
018300******************************************************************
018400*    BRAND CONTROL-BREAK STATE - ONE REPORT PAGE PER BRAND, AND  *
018500*    THE BRAND'S LEAD TIME LOOKED UP ONCE PER BRAND              *
018600******************************************************************
018700 77  WS-PREV-BRAND               PIC X(20)   VALUE SPACES.
018800 77  WS-FIRST-BRAND-SW           PIC X(01)   VALUE 'Y'.
018900     88  WS-FIRST-BRAND                      VALUE 'Y'.
019000     88  WS-NOT-FIRST-BRAND                  VALUE 'N'.
019100 77  WS-FIRST-REVIEW-SW          PIC X(01)   VALUE 'Y'.
019200     88  WS-FIRST-REVIEW                     VALUE 'Y'.
019300     88  WS-NOT-FIRST-REVIEW                 VALUE 'N'.
019400 77  WS-PAGE-BRAND               PIC X(20)   VALUE SPACES.
019500 77  WS-LEAD-DAYS                PIC 9(03)   VALUE 0.
019600 77  WS-LEAD-SOURCE              PIC X(07)   VALUE SPACES.
019700******************************************************************
019800*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM - PRODUCTS      *
019900*    SCANNED ARE READ, CHANGE TRANSACTIONS ARE WRITTEN, AND      *
020000*    UNUSABLE SALES HISTORY ROWS ARE REJECTED                    *
020100******************************************************************
020200 01  WS-RUNSTAT-PARMS.
020300     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "REORDCLC".
020400     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
020500     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
020600     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
020700     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
020800******************************************************************
020900*    REPORT LINE LAYOUTS                                         *
021000******************************************************************
021100 01  WS-HDG-LINE-1.
021200     05  FILLER                  PIC X(40)   VALUE SPACES.
021300     05  FILLER                  PIC X(37)
021400         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
021500     05  FILLER                  PIC X(10)   VALUE SPACES.
021600     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
021700     05  HDG1-PAGE-NO            PIC ZZZZ9.
021800     05  FILLER                  PIC X(30)   VALUE SPACES.
021900 01  WS-HDG-LINE-2.
022000     05  FILLER                  PIC X(45)   VALUE SPACES.
022100     05  HDG2-TITLE              PIC X(40)
022200         VALUE "REORDER LEVEL REVIEW".
022300     05  FILLER                  PIC X(47)   VALUE SPACES.
022400 01  WS-HDG-LINE-3.
022500     05  FILLER                  PIC X(05)   VALUE SPACES.
022600     05  FILLER                  PIC X(19)
022700         VALUE "DEMAND BASIS:      ".
022800     05  HDG3-MONTHS             PIC Z9.
022900     05  FILLER                  PIC X(08)   VALUE " MONTHS ".
023000     05  HDG3-FIRST-MONTH        PIC X(07).
023100     05  FILLER                  PIC X(04)   VALUE " TO ".
023200     05  HDG3-LAST-MONTH         PIC X(07).
023300     05  FILLER                  PIC X(17)
023400         VALUE "   COVER PERIOD: ".
023500     05  HDG3-COVER-DAYS         PIC ZZ9.
023600     05  FILLER                  PIC X(05)   VALUE " DAYS".
023700     05  FILLER                  PIC X(55)   VALUE SPACES.
023800 01  WS-HDG-LINE-4.
023900     05  FILLER                  PIC X(05)   VALUE SPACES.
024000     05  FILLER                  PIC X(06)   VALUE "BUYER:".
024100     05  FILLER                  PIC X(01)   VALUE SPACES.
024200     05  HDG4-BRAND              PIC X(20).
024300     05  FILLER                  PIC X(13)
024400         VALUE "  LEAD TIME: ".
024500     05  HDG4-LEAD-DAYS          PIC ZZ9.
024600     05  FILLER                  PIC X(07)   VALUE " DAYS (".
024700     05  HDG4-LEAD-SOURCE        PIC X(07).
024800     05  FILLER                  PIC X(01)   VALUE ")".
024900     05  FILLER                  PIC X(69)   VALUE SPACES.
025000 01  WS-COL-HDG-LINE.
025100     05  FILLER                  PIC X(05)   VALUE SPACES.
025200     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
025300     05  FILLER                  PIC X(30)   VALUE "NAME".
025400     05  FILLER                  PIC X(10)   VALUE "    UNITS".
025500     05  FILLER                  PIC X(10)   VALUE "   AVG/MO".
025600     05  FILLER                  PIC X(10)   VALUE "  PEAK/MO".
025700     05  FILLER                  PIC X(10)   VALUE "  CUR-LVL".
025800     05  FILLER                  PIC X(10)   VALUE "  NEW-LVL".
025900     05  FILLER                  PIC X(10)   VALUE "  CUR-QTY".
026000     05  FILLER                  PIC X(10)   VALUE "  NEW-QTY".
026100     05  FILLER                  PIC X(15)   VALUE SPACES.
026200 01  WS-COL-RULE-LINE.
026300     05  FILLER                  PIC X(05)   VALUE SPACES.
026400     05  FILLER                  PIC X(12)
026500         VALUE "----------".
026600     05  FILLER                  PIC X(30)
026700         VALUE "------------------------------".
026800     05  FILLER                  PIC X(10)   VALUE "  -------".
026900     05  FILLER                  PIC X(10)   VALUE "  -------".
027000     05  FILLER                  PIC X(10)   VALUE "  -------".
027100     05  FILLER                  PIC X(10)   VALUE "  -------".
027200     05  FILLER                  PIC X(10)   VALUE "  -------".
027300     05  FILLER                  PIC X(10)   VALUE "  -------".
027400     05  FILLER                  PIC X(10)   VALUE "  -------".
027500     05  FILLER                  PIC X(15)   VALUE SPACES.
027600 01  WS-DETAIL-LINE.
027700     05  FILLER                  PIC X(05)   VALUE SPACES.
027800     05  DTL-PRODUCT-ID          PIC X(10).
027900     05  FILLER                  PIC X(02)   VALUE SPACES.
028000     05  DTL-NAME                PIC X(30).
028100     05  FILLER                  PIC X(02)   VALUE SPACES.
028200     05  DTL-UNITS               PIC ZZZZZZZ9.
028300     05  FILLER                  PIC X(03)   VALUE SPACES.
028400     05  DTL-AVG-UNITS           PIC ZZZZZZ9.
028500     05  FILLER                  PIC X(03)   VALUE SPACES.
028600     05  DTL-PEAK-UNITS          PIC ZZZZZZ9.
028700     05  FILLER                  PIC X(03)   VALUE SPACES.
028800     05  DTL-CUR-LEVEL           PIC ZZZZZZ9.
028900     05  FILLER                  PIC X(03)   VALUE SPACES.
029000     05  DTL-NEW-LEVEL           PIC ZZZZZZ9.
029100     05  FILLER                  PIC X(03)   VALUE SPACES.
029200     05  DTL-CUR-QTY             PIC ZZZZZZ9.
029300     05  FILLER                  PIC X(03)   VALUE SPACES.
029400     05  DTL-NEW-QTY             PIC ZZZZZZ9.
029500     05  FILLER                  PIC X(02)   VALUE SPACES.
029600     05  DTL-CHANGE-FLAG         PIC X(08).
029700     05  FILLER                  PIC X(05)   VALUE SPACES.
029800 01  WS-DEAD-COL-HDG-LINE.
029900     05  FILLER                  PIC X(05)   VALUE SPACES.
030000     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
030100     05  FILLER                  PIC X(30)   VALUE "NAME".
030200     05  FILLER                  PIC X(22)   VALUE "BRAND".
030300     05  FILLER                  PIC X(10)   VALUE "  ON-HAND".
030400     05  FILLER                  PIC X(10)   VALUE "  CUR-LVL".
030500     05  FILLER                  PIC X(10)   VALUE "  CUR-QTY".
030600     05  FILLER                  PIC X(33)   VALUE SPACES.
030700 01  WS-DEAD-RULE-LINE.
030800     05  FILLER                  PIC X(05)   VALUE SPACES.
030900     05  FILLER                  PIC X(12)
031000         VALUE "----------".
031100     05  FILLER                  PIC X(30)
031200         VALUE "------------------------------".
031300     05  FILLER                  PIC X(22)
031400         VALUE "--------------------".
031500     05  FILLER                  PIC X(10)   VALUE "  -------".
031600     05  FILLER                  PIC X(10)   VALUE "  -------".
031700     05  FILLER                  PIC X(10)   VALUE "  -------".
031800     05  FILLER                  PIC X(33)   VALUE SPACES.
031900 01  WS-DEAD-DETAIL-LINE.
032000     05  FILLER                  PIC X(05)   VALUE SPACES.
032100     05  DDL-PRODUCT-ID          PIC X(10).
032200     05  FILLER                  PIC X(02)   VALUE SPACES.
032300     05  DDL-NAME                PIC X(30).
032400     05  DDL-BRAND               PIC X(20).
032500     05  FILLER                  PIC X(05)   VALUE SPACES.
032600     05  DDL-ON-HAND             PIC ZZZZZZ9.
032700     05  FILLER                  PIC X(03)   VALUE SPACES.
032800     05  DDL-CUR-LEVEL           PIC ZZZZZZ9.
032900     05  FILLER                  PIC X(03)   VALUE SPACES.
033000     05  DDL-CUR-QTY             PIC ZZZZZZ9.
033100     05  FILLER                  PIC X(33)   VALUE SPACES.
033200 01  WS-NONE-LINE.
033300     05  FILLER                  PIC X(05)   VALUE SPACES.
033400     05  NONE-TEXT               PIC X(50).
033500     05  FILLER                  PIC X(77)   VALUE SPACES.
033600 01  WS-TOTAL-LINE.
033700     05  FILLER                  PIC X(05)   VALUE SPACES.
033800     05  TOT-LABEL               PIC X(30).
033900     05  TOT-COUNT               PIC ZZZZZZ9.
034000     05  FILLER                  PIC X(90)   VALUE SPACES.
034100 LINKAGE SECTION.
034200 01  LK-PARM-AREA.
034300     05  LK-PARM-LEN             PIC S9(4) COMP.
034400     05  LK-PARM-TEXT            PIC X(10).
034500 PROCEDURE DIVISION USING LK-PARM-AREA.
034600******************************************************************
034700*    0000-MAINLINE                                               *
034800******************************************************************
034900 0000-MAINLINE.
035000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035100     PERFORM 2000-SCAN-PRODUCT THRU 2000-EXIT
035200         UNTIL WS-EOF-YES.
035300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
035400     STOP RUN.
035500******************************************************************
035600*    1000-INITIALIZE - SETS THE DEMAND WINDOW FROM THE PARM,     *
035700*    LOADS THE DEMAND TABLE, OPENS THE OUTPUTS AND STARTS THE    *
035800*    MASTER ON THE ALTERNATE BRAND KEY SO THE SCAN DELIVERS      *
035900*    PRODUCTS IN BRAND SEQUENCE                                  *
036000******************************************************************
036100 1000-INITIALIZE.
036200     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
036300     IF WS-EOF-YES
036400         MOVE "0008" TO WS-RUN-RETURN-STATUS
036500         GO TO 1000-EXIT
036600     END-IF
036700     PERFORM 1300-SET-WINDOW THRU 1300-EXIT.
036800     PERFORM 1400-LOAD-DEMAND-TABLE THRU 1400-EXIT.
036900     IF WS-EOF-YES
037000         GO TO 1000-EXIT
037100     END-IF
037200     OPEN INPUT PRODUCT-MASTER-FILE.
037300     IF WS-PM-FILE-STATUS NOT = "00"
037400         DISPLAY "REORDCLC: UNABLE TO OPEN PRODUCT-MASTER, "
037500             "STATUS=" WS-PM-FILE-STATUS
037600         SET WS-EOF-YES TO TRUE
037700         MOVE "0012" TO WS-RUN-RETURN-STATUS
037800         GO TO 1000-EXIT
037900     END-IF
038000     OPEN INPUT VENDOR-MASTER-FILE.
038100     IF WS-VM-FILE-STATUS NOT = "00"
038200         DISPLAY "REORDCLC: NO VENDOR MASTER (STATUS="
038300             WS-VM-FILE-STATUS "), DEFAULT LEAD TIME APPLIES"
038400     ELSE
038500         SET WS-VM-OPEN TO TRUE
038600     END-IF
038700     OPEN OUTPUT CHANGE-FILE.
038800     IF WS-CH-FILE-STATUS NOT = "00"
038900         DISPLAY "REORDCLC: UNABLE TO OPEN CHANGE-FILE, "
039000             "STATUS=" WS-CH-FILE-STATUS
039100         SET WS-EOF-YES TO TRUE
039200         MOVE "0012" TO WS-RUN-RETURN-STATUS
039300         GO TO 1000-EXIT
039400     END-IF
039500     OPEN OUTPUT REPORT-FILE.
039600     IF WS-RPT-FILE-STATUS NOT = "00"
039700         DISPLAY "REORDCLC: UNABLE TO OPEN REPORT-FILE, "
039800             "STATUS=" WS-RPT-FILE-STATUS
039900         SET WS-EOF-YES TO TRUE
040000         MOVE "0012" TO WS-RUN-RETURN-STATUS
040100         GO TO 1000-EXIT
040200     END-IF
040300     MOVE LOW-VALUES TO PM-BRAND.
040400     START PRODUCT-MASTER-FILE
040500         KEY IS GREATER THAN OR EQUAL TO PM-BRAND
040600         INVALID KEY
040700             SET WS-EOF-YES TO TRUE
040800     END-START.
040900     IF WS-EOF-NO
041000         PERFORM 1100-READ-NEXT-PRODUCT THRU 1100-EXIT
041100     END-IF.
041200 1000-EXIT.
041300     EXIT.
041400******************************************************************
041500*    1100-READ-NEXT-PRODUCT - READS THE NEXT RECORD IN           *
041600*    BRAND-KEY SEQUENCE                                          *
041700******************************************************************
041800 1100-READ-NEXT-PRODUCT.
041900     READ PRODUCT-MASTER-FILE NEXT RECORD
042000         AT END
042100             SET WS-EOF-YES TO TRUE
042200     END-READ.
042300 1100-EXIT.
042400     EXIT.
042500******************************************************************
042600*    1200-PARSE-PARM - NN,LLL,CCC: MONTHS OF HISTORY (01-24),    *
042700*    DEFAULT LEAD TIME AND COVER PERIOD IN DAYS.  BLANK KEEPS    *
042800*    THE DEFAULTS.                                               *
042900******************************************************************
043000 1200-PARSE-PARM.
043100     IF LK-PARM-LEN = 0 OR LK-PARM-TEXT = SPACES
043200         GO TO 1200-EXIT
043300     END-IF
043400     IF LK-PARM-LEN < 10
043500        OR LK-PARM-TEXT(1:2) NOT NUMERIC
043600        OR LK-PARM-TEXT(3:1) NOT = ","
043700        OR LK-PARM-TEXT(4:3) NOT NUMERIC
043800        OR LK-PARM-TEXT(7:1) NOT = ","
043900        OR LK-PARM-TEXT(8:3) NOT NUMERIC
044000         GO TO 1200-BAD-PARM
044100     END-IF
044200     MOVE LK-PARM-TEXT(1:2) TO WS-WINDOW-MONTHS.
044300     MOVE LK-PARM-TEXT(4:3) TO WS-DEFAULT-LEAD-DAYS.
044400     MOVE LK-PARM-TEXT(8:3) TO WS-COVER-DAYS.
044500     IF WS-WINDOW-MONTHS < 1 OR WS-WINDOW-MONTHS > 24
044600        OR WS-DEFAULT-LEAD-DAYS = 0
044700        OR WS-COVER-DAYS = 0
044800         GO TO 1200-BAD-PARM
044900     END-IF
045000     GO TO 1200-EXIT.
045100 1200-BAD-PARM.
045200     DISPLAY "REORDCLC: PARM MUST BE NN,LLL,CCC (MONTHS 01-24, "
045300         "LEAD DAYS, COVER DAYS) OR BLANK FOR 06,014,030".
045400     SET WS-EOF-YES TO TRUE.
045500 1200-EXIT.
045600     EXIT.
045700******************************************************************
045800*    1300-SET-WINDOW - THE WINDOW IS THE NN COMPLETE MONTHS      *
045900*    BEFORE THE RUN MONTH                                        *
046000******************************************************************
046100 1300-SET-WINDOW.
046200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
046300     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
046400     COMPUTE WS-LAST-MONTH-NO =
046500         WS-RD-YEAR * 12 + WS-RD-MONTH - 2.
046600     COMPUTE WS-FIRST-MONTH-NO =
046700         WS-LAST-MONTH-NO - WS-WINDOW-MONTHS + 1.
046800     MOVE WS-FIRST-MONTH-NO TO WS-ROW-MONTH-NO.
046900     PERFORM 1310-FORMAT-MONTH THRU 1310-EXIT.
047000     MOVE WS-MONTH-FMT TO WS-FIRST-MONTH-FMT.
047100     MOVE WS-LAST-MONTH-NO TO WS-ROW-MONTH-NO.
047200     PERFORM 1310-FORMAT-MONTH THRU 1310-EXIT.
047300     MOVE WS-MONTH-FMT TO WS-LAST-MONTH-FMT.
047400 1300-EXIT.
047500     EXIT.
047600******************************************************************
047700*    1310-FORMAT-MONTH - MONTH NUMBER IN WS-ROW-MONTH-NO TO      *
047800*    YYYY-MM IN WS-MONTH-FMT                                     *
047900******************************************************************
048000 1310-FORMAT-MONTH.
048100     DIVIDE WS-ROW-MONTH-NO BY 12
048200         GIVING WS-MF-YEAR REMAINDER WS-MF-MONTH.
048300     ADD 1 TO WS-MF-MONTH.
048400 1310-EXIT.
048500     EXIT.
048600******************************************************************
048700*    1400-LOAD-DEMAND-TABLE - SUMS THE SALES HISTORY ROWS THAT   *
048800*    FALL IN THE WINDOW BY PRODUCT AND MONTH.  WITHOUT SALES     *
048900*    HISTORY THERE IS NO DEMAND BASIS, SO THE RUN STOPS.         *
049000******************************************************************
049100 1400-LOAD-DEMAND-TABLE.
049200     OPEN INPUT SALES-HISTORY-FILE.
049300     IF WS-SL-FILE-STATUS NOT = "00"
049400         DISPLAY "REORDCLC: UNABLE TO OPEN SALES-HISTORY, "
049500             "STATUS=" WS-SL-FILE-STATUS
049600         SET WS-EOF-YES TO TRUE
049700         MOVE "0012" TO WS-RUN-RETURN-STATUS
049800         GO TO 1400-EXIT
049900     END-IF
050000     PERFORM 1420-READ-NEXT-SALE THRU 1420-EXIT.
050100     PERFORM 1440-TALLY-SALE THRU 1440-EXIT
050200         UNTIL WS-SL-EOF-YES
050300            OR WS-SD-COUNT = 10000.
050400     IF WS-SL-EOF-NO
050500         DISPLAY "REORDCLC: WARNING - MORE THAN 10000 DISTINCT "
050600             "PRODUCTS SOLD, TABLE TRUNCATED"
050700     END-IF
050800     CLOSE SALES-HISTORY-FILE.
050900 1400-EXIT.
051000     EXIT.
051100******************************************************************
051200*    1420-READ-NEXT-SALE                                         *
051300******************************************************************
051400 1420-READ-NEXT-SALE.
051500     READ SALES-HISTORY-FILE
051600         AT END
051700             SET WS-SL-EOF-YES TO TRUE
051800         NOT AT END
051900             ADD 1 TO WS-SALES-READ-COUNT
052000     END-READ.
052100 1420-EXIT.
052200     EXIT.
052300******************************************************************
052400*    1440-TALLY-SALE - ADDS ONE ROW'S UNITS INTO ITS PRODUCT'S   *
052500*    MONTH BUCKET, CREATING THE ENTRY ON FIRST SIGHT, THEN       *
052600*    READS AHEAD.  ROWS OUTSIDE THE WINDOW ARE PASSED OVER.      *
052700******************************************************************
052800 1440-TALLY-SALE.
052900     IF SL-YEAR-MONTH NOT NUMERIC
053000        OR SL-UNITS NOT NUMERIC
053100         ADD 1 TO WS-SALES-BAD-COUNT
053200         GO TO 1440-READ-NEXT
053300     END-IF
053400     MOVE SL-YEAR-MONTH TO WS-YM-IN.
053500     IF WS-YM-MONTH < 1 OR WS-YM-MONTH > 12
053600         ADD 1 TO WS-SALES-BAD-COUNT
053700         GO TO 1440-READ-NEXT
053800     END-IF
053900     COMPUTE WS-ROW-MONTH-NO =
054000         WS-YM-YEAR * 12 + WS-YM-MONTH - 1.
054100     IF WS-ROW-MONTH-NO < WS-FIRST-MONTH-NO
054200        OR WS-ROW-MONTH-NO > WS-LAST-MONTH-NO
054300         GO TO 1440-READ-NEXT
054400     END-IF
054500     SET WS-SD-IDX TO 1.
054600     SEARCH WS-SD-ENTRY
054700         AT END
054800             ADD 1 TO WS-SD-COUNT
054900             SET WS-SD-IDX TO WS-SD-COUNT
055000             MOVE SL-PRODUCT-ID TO WS-SD-PRODUCT-ID(WS-SD-IDX)
055100             MOVE 1 TO WS-MONTH-SUB
055200             PERFORM 1450-CLEAR-MONTH THRU 1450-EXIT
055300                 UNTIL WS-MONTH-SUB > 24
055400         WHEN WS-SD-PRODUCT-ID(WS-SD-IDX) = SL-PRODUCT-ID
055500             CONTINUE
055600     END-SEARCH.
055700     COMPUTE WS-MONTH-SUB =
055800         WS-ROW-MONTH-NO - WS-FIRST-MONTH-NO + 1.
055900     ADD SL-UNITS TO WS-SD-MONTH-UNITS(WS-SD-IDX, WS-MONTH-SUB).
056000     ADD 1 TO WS-SALES-USED-COUNT.
056100 1440-READ-NEXT.
056200     PERFORM 1420-READ-NEXT-SALE THRU 1420-EXIT.
056300 1440-EXIT.
056400     EXIT.
056500******************************************************************
056600*    1450-CLEAR-MONTH - ZEROES ONE MONTH BUCKET OF A NEW ENTRY   *
056700******************************************************************
056800 1450-CLEAR-MONTH.
056900     MOVE 0 TO WS-SD-MONTH-UNITS(WS-SD-IDX, WS-MONTH-SUB).
057000     ADD 1 TO WS-MONTH-SUB.
057100 1450-EXIT.
057200     EXIT.
057300******************************************************************
057400*    2000-SCAN-PRODUCT - PROPOSES NEW REORDER FIGURES FOR A      *
057500*    PRODUCT THAT SOLD IN THE WINDOW, OR HOLDS IT BACK FOR THE   *
057600*    DEAD-STOCK LIST, AND READS AHEAD.  RETIRED PRODUCTS ARE     *
057700*    SKIPPED.                                                    *
057800******************************************************************
057900 2000-SCAN-PRODUCT.
058000     ADD 1 TO WS-SCAN-COUNT.
058100     IF PM-STATUS-RETIRED
058200         ADD 1 TO WS-SKIP-RETIRED-COUNT
058300         GO TO 2000-READ-NEXT
058400     END-IF
058500*    A MASTER RECORD WRITTEN BEFORE THE REORDER FIELDS EXISTED
058600*    STILL CARRIES FILLER IN THOSE BYTES - TREAT IT AS ZERO
058700     MOVE 0 TO WS-CUR-LEVEL WS-CUR-QTY.
058800     IF PM-REORDER-LEVEL NUMERIC
058900         MOVE PM-REORDER-LEVEL TO WS-CUR-LEVEL
059000     END-IF
059100     IF PM-REORDER-QTY NUMERIC
059200         MOVE PM-REORDER-QTY TO WS-CUR-QTY
059300     END-IF
059400     IF WS-SD-COUNT = 0
059500         PERFORM 2500-HOLD-DEAD-STOCK THRU 2500-EXIT
059600         GO TO 2000-READ-NEXT
059700     END-IF
059800     SET WS-SD-IDX TO 1.
059900     SEARCH WS-SD-ENTRY
060000         AT END
060100             PERFORM 2500-HOLD-DEAD-STOCK THRU 2500-EXIT
060200             GO TO 2000-READ-NEXT
060300         WHEN WS-SD-PRODUCT-ID(WS-SD-IDX) = PM-PRODUCT-ID
060400             CONTINUE
060500     END-SEARCH.
060600     IF WS-FIRST-BRAND
060700        OR PM-BRAND NOT = WS-PREV-BRAND
060800         SET WS-NOT-FIRST-BRAND TO TRUE
060900         MOVE PM-BRAND TO WS-PREV-BRAND
061000         PERFORM 2100-GET-LEAD-TIME THRU 2100-EXIT
061100     END-IF
061200     PERFORM 2200-COMPUTE-PROPOSAL THRU 2200-EXIT.
061300     IF WS-PROPOSAL-CHANGES
061400         PERFORM 2300-WRITE-CHANGE THRU 2300-EXIT
061500     END-IF
061600     PERFORM 2400-PRINT-REVIEW-LINE THRU 2400-EXIT.
061700 2000-READ-NEXT.
061800     PERFORM 1100-READ-NEXT-PRODUCT THRU 1100-EXIT.
061900 2000-EXIT.
062000     EXIT.
062100******************************************************************
062200*    2100-GET-LEAD-TIME - THE BRAND'S QUOTED LEAD TIME FROM THE  *
062300*    VENDOR MASTER, OR THE DEFAULT WHEN THE BRAND HAS NO VENDOR  *
062400*    OR NO LEAD TIME ON FILE                                     *
062500******************************************************************
062600 2100-GET-LEAD-TIME.
062700     MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
062800     MOVE "DEFAULT" TO WS-LEAD-SOURCE.
062900     IF WS-VM-NOT-OPEN
063000         GO TO 2100-EXIT
063100     END-IF
063200     MOVE PM-BRAND TO VM-BRAND.
063300     READ VENDOR-MASTER-FILE
063400         INVALID KEY
063500             GO TO 2100-EXIT
063600     END-READ
063700     IF VM-LEAD-TIME-DAYS NUMERIC
063800        AND VM-LEAD-TIME-DAYS > 0
063900         MOVE VM-LEAD-TIME-DAYS TO WS-LEAD-DAYS
064000         MOVE "VENDOR" TO WS-LEAD-SOURCE
064100     END-IF.
064200 2100-EXIT.
064300     EXIT.
064400******************************************************************
064500*    2200-COMPUTE-PROPOSAL - TOTAL, AVERAGE AND PEAK MONTHLY     *
064600*    DEMAND OVER THE WINDOW, AND THE LEVEL AND QUANTITY THEY     *
064700*    IMPLY.  A PRODUCT THAT SOLD AT ALL IS NEVER PROPOSED A      *
064800*    ZERO LEVEL OR QUANTITY, WHICH WOULD DROP IT FROM REORDSUG.  *
064900******************************************************************
065000 2200-COMPUTE-PROPOSAL.
065100     MOVE 0 TO WS-TOTAL-UNITS WS-PEAK-UNITS.
065200     MOVE 1 TO WS-MONTH-SUB.
065300     PERFORM 2210-ADD-MONTH THRU 2210-EXIT
065400         UNTIL WS-MONTH-SUB > WS-WINDOW-MONTHS.
065500     COMPUTE WS-AVG-UNITS ROUNDED =
065600         WS-TOTAL-UNITS / WS-WINDOW-MONTHS.
065700     COMPUTE WS-NEW-LEVEL ROUNDED =
065800         WS-PEAK-UNITS * WS-LEAD-DAYS / 30.
065900     COMPUTE WS-NEW-QTY ROUNDED =
066000         WS-TOTAL-UNITS * WS-COVER-DAYS
066100         / (WS-WINDOW-MONTHS * 30).
066200     IF WS-NEW-LEVEL = 0
066300         MOVE 1 TO WS-NEW-LEVEL
066400     END-IF
066500     IF WS-NEW-QTY = 0
066600         MOVE 1 TO WS-NEW-QTY
066700     END-IF
066800     IF WS-NEW-LEVEL = WS-CUR-LEVEL
066900        AND WS-NEW-QTY = WS-CUR-QTY
067000         SET WS-PROPOSAL-SAME TO TRUE
067100     ELSE
067200         SET WS-PROPOSAL-CHANGES TO TRUE
067300     END-IF.
067400 2200-EXIT.
067500     EXIT.
067600******************************************************************
067700*    2210-ADD-MONTH - ROLLS ONE MONTH BUCKET INTO THE TOTAL AND  *
067800*    THE PEAK                                                    *
067900******************************************************************
068000 2210-ADD-MONTH.
068100     ADD WS-SD-MONTH-UNITS(WS-SD-IDX, WS-MONTH-SUB)
068200         TO WS-TOTAL-UNITS.
068300     IF WS-SD-MONTH-UNITS(WS-SD-IDX, WS-MONTH-SUB)
068400        > WS-PEAK-UNITS
068500         MOVE WS-SD-MONTH-UNITS(WS-SD-IDX, WS-MONTH-SUB)
068600             TO WS-PEAK-UNITS
068700     END-IF
068800     ADD 1 TO WS-MONTH-SUB.
068900 2210-EXIT.
069000     EXIT.
069100******************************************************************
069200*    2300-WRITE-CHANGE - ONE CRUDPROD CHANGE TRANSACTION WITH    *
069300*    BOTH PROPOSED FIGURES.  EVERY OTHER FIELD IS LEFT BLANK SO  *
069400*    CRUDPROD LEAVES IT ALONE; THE NAME IS FILLED ONLY SO THE    *
069500*    BUYER PRUNING THE FILE CAN SEE WHAT EACH LINE IS.           *
069600******************************************************************
069700 2300-WRITE-CHANGE.
069800     MOVE SPACES TO MT-MAINT-TRAN.
069900     MOVE "CHANGE" TO MT-TRAN-CODE.
070000     MOVE PM-PRODUCT-ID TO MT-PRODUCT-ID.
070100     MOVE PM-NAME TO MT-NAME.
070200     MOVE "REORDCLC" TO MT-OPERATOR-ID.
070300     MOVE WS-NEW-LEVEL TO MT-REORDER-LEVEL.
070400     MOVE WS-NEW-QTY TO MT-REORDER-QTY.
070500     WRITE MT-MAINT-TRAN.
070600     ADD 1 TO WS-CHANGE-COUNT.
070700 2300-EXIT.
070800     EXIT.
070900******************************************************************
071000*    2400-PRINT-REVIEW-LINE - BREAKS TO A FRESH PAGE WHEN THE    *
071100*    BRAND CHANGES SO EACH BUYER'S BRANDS START ON THEIR OWN     *
071200*    PAGE, THEN PRINTS CURRENT AGAINST PROPOSED WITH THE DEMAND  *
071300*    BEHIND IT                                                   *
071400******************************************************************
071500 2400-PRINT-REVIEW-LINE.
071600     IF WS-FIRST-REVIEW
071700        OR PM-BRAND NOT = WS-PAGE-BRAND
071800         SET WS-NOT-FIRST-REVIEW TO TRUE
071900         MOVE PM-BRAND TO WS-PAGE-BRAND
072000         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
072100     END-IF
072200     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
072300         PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
072400     END-IF
072500     MOVE PM-PRODUCT-ID TO DTL-PRODUCT-ID.
072600     MOVE PM-NAME TO DTL-NAME.
072700     MOVE WS-TOTAL-UNITS TO DTL-UNITS.
072800     MOVE WS-AVG-UNITS TO DTL-AVG-UNITS.
072900     MOVE WS-PEAK-UNITS TO DTL-PEAK-UNITS.
073000     MOVE WS-CUR-LEVEL TO DTL-CUR-LEVEL.
073100     MOVE WS-NEW-LEVEL TO DTL-NEW-LEVEL.
073200     MOVE WS-CUR-QTY TO DTL-CUR-QTY.
073300     MOVE WS-NEW-QTY TO DTL-NEW-QTY.
073400     IF WS-PROPOSAL-CHANGES
073500         MOVE "*CHANGE*" TO DTL-CHANGE-FLAG
073600     ELSE
073700         MOVE SPACES TO DTL-CHANGE-FLAG
073800     END-IF
073900     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
074000     ADD 1 TO WS-LINE-CTR.
074100     ADD 1 TO WS-REVIEWED-COUNT.
074200 2400-EXIT.
074300     EXIT.
074400******************************************************************
074500*    2500-HOLD-DEAD-STOCK - KEEPS AN UNSOLD PRODUCT FOR THE      *
074600*    DEAD-STOCK LIST PRINTED AFTER THE REVIEW PAGES              *
074700******************************************************************
074800 2500-HOLD-DEAD-STOCK.
074900     IF WS-DS-COUNT = 10000
075000         DISPLAY "REORDCLC: WARNING - DEAD-STOCK TABLE FULL, "
075100             PM-PRODUCT-ID " NOT LISTED"
075200         GO TO 2500-EXIT
075300     END-IF
075400     ADD 1 TO WS-DS-COUNT.
075500     MOVE PM-PRODUCT-ID TO WS-DS-PRODUCT-ID(WS-DS-COUNT).
075600     MOVE PM-NAME TO WS-DS-NAME(WS-DS-COUNT).
075700     MOVE PM-BRAND TO WS-DS-BRAND(WS-DS-COUNT).
075800     MOVE PM-QTY-ON-HAND TO WS-DS-ON-HAND(WS-DS-COUNT).
075900     MOVE WS-CUR-LEVEL TO WS-DS-REORDER-LEVEL(WS-DS-COUNT).
076000     MOVE WS-CUR-QTY TO WS-DS-REORDER-QTY(WS-DS-COUNT).
076100 2500-EXIT.
076200     EXIT.
076300******************************************************************
076400*    2600-PRINT-HEADINGS - FRESH REVIEW PAGE WITH THE DEMAND     *
076500*    BASIS, THE CURRENT BRAND AND ITS LEAD TIME                  *
076600******************************************************************
076700 2600-PRINT-HEADINGS.
076800     PERFORM 2650-PRINT-TOP-OF-PAGE THRU 2650-EXIT.
076900     MOVE WS-PAGE-BRAND TO HDG4-BRAND.
077000     MOVE WS-LEAD-DAYS TO HDG4-LEAD-DAYS.
077100     MOVE WS-LEAD-SOURCE TO HDG4-LEAD-SOURCE.
077200     WRITE RPT-LINE FROM WS-HDG-LINE-4 AFTER ADVANCING 1 LINE.
077300     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
077400     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
077500 2600-EXIT.
077600     EXIT.
077700******************************************************************
077800*    2650-PRINT-TOP-OF-PAGE - PAGE HEADING AND DEMAND BASIS      *
077900*    COMMON TO BOTH SECTIONS                                     *
078000******************************************************************
078100 2650-PRINT-TOP-OF-PAGE.
078200     ADD 1 TO WS-PAGE-CTR.
078300     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
078400     MOVE WS-WINDOW-MONTHS TO HDG3-MONTHS.
078500     MOVE WS-FIRST-MONTH-FMT TO HDG3-FIRST-MONTH.
078600     MOVE WS-LAST-MONTH-FMT TO HDG3-LAST-MONTH.
078700     MOVE WS-COVER-DAYS TO HDG3-COVER-DAYS.
078800     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
078900     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
079000     WRITE RPT-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
079100     MOVE 0 TO WS-LINE-CTR.
079200 2650-EXIT.
079300     EXIT.
079400******************************************************************
079500*    2700-PRINT-DEAD-HEADINGS - FRESH DEAD-STOCK PAGE            *
079600******************************************************************
079700 2700-PRINT-DEAD-HEADINGS.
079800     PERFORM 2650-PRINT-TOP-OF-PAGE THRU 2650-EXIT.
079900     WRITE RPT-LINE FROM WS-DEAD-COL-HDG-LINE
080000         AFTER ADVANCING 2 LINES.
080100     WRITE RPT-LINE FROM WS-DEAD-RULE-LINE
080200         AFTER ADVANCING 1 LINE.
080300 2700-EXIT.
080400     EXIT.
080500******************************************************************
080600*    2800-PRINT-DEAD-LINE - ONE RETIREMENT CANDIDATE             *
080700******************************************************************
080800 2800-PRINT-DEAD-LINE.
080900     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
081000         PERFORM 2700-PRINT-DEAD-HEADINGS THRU 2700-EXIT
081100     END-IF
081200     MOVE WS-DS-PRODUCT-ID(WS-DS-SUB) TO DDL-PRODUCT-ID.
081300     MOVE WS-DS-NAME(WS-DS-SUB) TO DDL-NAME.
081400     MOVE WS-DS-BRAND(WS-DS-SUB) TO DDL-BRAND.
081500     MOVE WS-DS-ON-HAND(WS-DS-SUB) TO DDL-ON-HAND.
081600     MOVE WS-DS-REORDER-LEVEL(WS-DS-SUB) TO DDL-CUR-LEVEL.
081700     MOVE WS-DS-REORDER-QTY(WS-DS-SUB) TO DDL-CUR-QTY.
081800     WRITE RPT-LINE FROM WS-DEAD-DETAIL-LINE
081900         AFTER ADVANCING 1 LINE.
082000     ADD 1 TO WS-LINE-CTR.
082100     ADD 1 TO WS-DS-SUB.
082200 2800-EXIT.
082300     EXIT.
082400******************************************************************
082500*    3000-FINALIZE - CLOSES THE REVIEW SECTION WITH ITS TOTALS,  *
082600*    PRINTS THE DEAD-STOCK SECTION, AND CLOSES THE FILES         *
082700******************************************************************
082800 3000-FINALIZE.
082900     IF WS-RPT-FILE-STATUS = "00"
083000         IF WS-FIRST-REVIEW
083100             PERFORM 2650-PRINT-TOP-OF-PAGE THRU 2650-EXIT
083200             MOVE "NO PRODUCT SOLD IN THE WINDOW" TO NONE-TEXT
083300             WRITE RPT-LINE FROM WS-NONE-LINE
083400                 AFTER ADVANCING 1 LINE
083500         END-IF
083600         MOVE "PRODUCTS REVIEWED:" TO TOT-LABEL
083700         MOVE WS-REVIEWED-COUNT TO TOT-COUNT
083800         WRITE RPT-LINE FROM WS-TOTAL-LINE
083900             AFTER ADVANCING 2 LINES
084000         MOVE "CHANGES PROPOSED:" TO TOT-LABEL
084100         MOVE WS-CHANGE-COUNT TO TOT-COUNT
084200         WRITE RPT-LINE FROM WS-TOTAL-LINE
084300             AFTER ADVANCING 1 LINE
084400         MOVE "SLOW-MOVING / DEAD STOCK - NO SALES"
084500             TO HDG2-TITLE
084600         PERFORM 2700-PRINT-DEAD-HEADINGS THRU 2700-EXIT
084700         IF WS-DS-COUNT = 0
084800             MOVE "EVERY ACTIVE PRODUCT SOLD IN THE WINDOW"
084900                 TO NONE-TEXT
085000             WRITE RPT-LINE FROM WS-NONE-LINE
085100                 AFTER ADVANCING 1 LINE
085200         END-IF
085300         MOVE 1 TO WS-DS-SUB
085400         PERFORM 2800-PRINT-DEAD-LINE THRU 2800-EXIT
085500             UNTIL WS-DS-SUB > WS-DS-COUNT
085600         MOVE "RETIREMENT CANDIDATES:" TO TOT-LABEL
085700         MOVE WS-DS-COUNT TO TOT-COUNT
085800         WRITE RPT-LINE FROM WS-TOTAL-LINE
085900             AFTER ADVANCING 2 LINES
086000         CLOSE REPORT-FILE
086100     END-IF
086200     DISPLAY "REORDCLC: WINDOW " WS-FIRST-MONTH-FMT " TO "
086300         WS-LAST-MONTH-FMT
086400         " SALES ROWS READ=" WS-SALES-READ-COUNT
086500         " USED=" WS-SALES-USED-COUNT
086600         " UNUSABLE=" WS-SALES-BAD-COUNT.
086700     DISPLAY "REORDCLC: SCANNED=" WS-SCAN-COUNT
086800         " REVIEWED=" WS-REVIEWED-COUNT
086900         " CHANGES=" WS-CHANGE-COUNT
087000         " NO-SALES=" WS-DS-COUNT
087100         " SKIPPED-RETIRED=" WS-SKIP-RETIRED-COUNT.
087200     MOVE WS-SCAN-COUNT TO WS-RUN-RECORDS-READ.
087300     MOVE WS-CHANGE-COUNT TO WS-RUN-RECORDS-WRITTEN.
087400     MOVE WS-SALES-BAD-COUNT TO WS-RUN-RECORDS-REJECTED.
087500     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
087600     IF WS-PM-FILE-STATUS = "00" OR WS-PM-FILE-STATUS = "10"
087700         CLOSE PRODUCT-MASTER-FILE
087800     END-IF
087900     IF WS-VM-OPEN
088000         CLOSE VENDOR-MASTER-FILE
088100     END-IF
088200     IF WS-CH-FILE-STATUS = "00"
088300         CLOSE CHANGE-FILE
088400     END-IF.
088500 3000-EXIT.
088600     EXIT.

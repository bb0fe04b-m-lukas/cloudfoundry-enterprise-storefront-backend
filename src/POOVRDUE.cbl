000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  POOVRDUE                                       *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     NIGHTLY OVERDUE PURCHASE-ORDER LISTING FOR     *
000800*                 THE BUYERS, IN THE ARAGERPT REPORT STYLE.      *
000900*                 EVERY PO LINE STILL WAITING FOR STOCK (OPEN    *
001000*                 OR PART-RECEIVED) WHOSE EXPECTED DATE HAS      *
001100*                 PASSED IS LISTED WITH THE QUANTITY STILL       *
001200*                 OUTSTANDING AND HOW MANY DAYS LATE IT IS, SO   *
001300*                 THE SUPPLIER CAN BE CHASED.  LATENESS USES     *
001400*                 ORDINARY ARITHMETIC OVER A DAYS-IN-MONTH       *
001500*                 TABLE, WITHOUT RELYING ON INTRINSIC FUNCTIONS. *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ------------------------------------------------------      *
001900*    2026-10-15 ML  ORIGINAL VERSION - OVERDUE PURCHASE-ORDER    *
002000*                   LISTING.                                     *
002100******************************************************************
002200 PROGRAM-ID.  POOVRDUE.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PO-FILE ASSIGN TO "POFILE"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS PO-LINE-KEY
003000         ALTERNATE RECORD KEY IS PO-ITEM-KEY
003100             WITH DUPLICATES
003200         FILE STATUS IS WS-PO-FILE-STATUS.
003300     SELECT REPORT-FILE ASSIGN TO "PODUEPRT"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-RPT-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PO-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY POLINE.
004100 FD  REPORT-FILE
004200     LABEL RECORDS ARE OMITTED
004300     RECORD CONTAINS 132 CHARACTERS.
004400 01  RPT-LINE                    PIC X(132).
004500 WORKING-STORAGE SECTION.
004600******************************************************************
004700*    SWITCHES AND COUNTERS                                       *
004800******************************************************************
004900 77  WS-PO-FILE-STATUS           PIC X(02)   VALUE SPACES.
005000 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
005100 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
005200     88  WS-EOF-YES                          VALUE 'Y'.
005300     88  WS-EOF-NO                           VALUE 'N'.
005400 77  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
005500 77  WS-LISTED-COUNT             PIC 9(7) COMP VALUE 0.
005600 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
005700 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
005800 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
005900 77  WS-QTY-OUTSTANDING          PIC 9(07)   VALUE 0.
006000 77  WS-TOTAL-OUTSTANDING        PIC 9(09)   VALUE 0.
006100******************************************************************
006200*    DATE ARITHMETIC WORK AREAS - A DATE IS TURNED INTO A DAY    *
006300*    COUNT SO TWO DATES SUBTRACT DIRECTLY                        *
006400******************************************************************
006500 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006600 77  WS-RUN-DAYS                 PIC 9(07)   VALUE 0.
006700 77  WS-EXPECTED-DAYS            PIC 9(07)   VALUE 0.
006800 77  WS-DAYS-LATE                PIC S9(05)  VALUE 0.
006900 01  WS-DATE-WORK.
007000     05  WS-DATE-IN              PIC 9(08)   VALUE 0.
007100     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
007200         10  WS-DW-YEAR          PIC 9(04).
007300         10  WS-DW-MONTH         PIC 9(02).
007400         10  WS-DW-DAY           PIC 9(02).
007500     05  WS-DAYS-OUT             PIC 9(07)   VALUE 0.
007600     05  WS-DW-LEAPS             PIC 9(05)   VALUE 0.
007700     05  WS-DW-Y1                PIC 9(05)   VALUE 0.
007800     05  WS-DW-Q4                PIC 9(05)   VALUE 0.
007900     05  WS-DW-Q100              PIC 9(05)   VALUE 0.
008000     05  WS-DW-Q400              PIC 9(05)   VALUE 0.
008100     05  WS-DW-QUOT              PIC 9(05)   VALUE 0.
008200     05  WS-DW-REM4              PIC 9(03)   VALUE 0.
008300     05  WS-DW-REM100            PIC 9(03)   VALUE 0.
008400     05  WS-DW-REM400            PIC 9(03)   VALUE 0.
008500 01  WS-MONTH-OFFSET-VALUES.
008600     05  FILLER                  PIC 9(03)   VALUE 000.
008700     05  FILLER                  PIC 9(03)   VALUE 031.
008800     05  FILLER                  PIC 9(03)   VALUE 059.
008900     05  FILLER                  PIC 9(03)   VALUE 090.
009000     05  FILLER                  PIC 9(03)   VALUE 120.
009100     05  FILLER                  PIC 9(03)   VALUE 151.
009200     05  FILLER                  PIC 9(03)   VALUE 181.
009300     05  FILLER                  PIC 9(03)   VALUE 212.
009400     05  FILLER                  PIC 9(03)   VALUE 243.
009500     05  FILLER                  PIC 9(03)   VALUE 273.
009600     05  FILLER                  PIC 9(03)   VALUE 304.
009700     05  FILLER                  PIC 9(03)   VALUE 334.
009800 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
009900     05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
010000******************************************************************
010100*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
010200******************************************************************
010300 01  WS-RUNSTAT-PARMS.
010400     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "POOVRDUE".
010500     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
010600     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
010700     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
010800     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
010900******************************************************************
011000*    REPORT LINE LAYOUTS                                         *
011100******************************************************************
011200 01  WS-HDG-LINE-1.
011300     05  FILLER                  PIC X(40)   VALUE SPACES.
011400     05  FILLER                  PIC X(37)
011500         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
011600     05  FILLER                  PIC X(10)   VALUE SPACES.
011700     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
011800     05  HDG1-PAGE-NO            PIC ZZZZ9.
011900     05  FILLER                  PIC X(30)   VALUE SPACES.
012000 01  WS-HDG-LINE-2.
012100     05  FILLER                  PIC X(45)   VALUE SPACES.
012200     05  FILLER                  PIC X(32)
012300         VALUE "OVERDUE PURCHASE ORDERS".
012400     05  FILLER                  PIC X(55)   VALUE SPACES.
012500 01  WS-COL-HDG-LINE.
012600     05  FILLER                  PIC X(02)   VALUE SPACES.
012700     05  FILLER                  PIC X(12)   VALUE "PO-NO/LINE".
012800     05  FILLER                  PIC X(10)   VALUE "VENDOR".
012900     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
013000     05  FILLER                  PIC X(04)   VALUE "WH".
013100     05  FILLER                  PIC X(10)   VALUE "  ORDERED".
013200     05  FILLER                  PIC X(10)   VALUE " RECEIVED".
013300     05  FILLER                  PIC X(10)   VALUE "  OUTSTND".
013400     05  FILLER                  PIC X(12)   VALUE "  EXPECTED".
013500     05  FILLER                  PIC X(10)   VALUE "DAYS LATE".
013600     05  FILLER                  PIC X(10)   VALUE "BUYER".
013700     05  FILLER                  PIC X(30)   VALUE SPACES.
013800 01  WS-COL-RULE-LINE.
013900     05  FILLER                  PIC X(02)   VALUE SPACES.
014000     05  FILLER                  PIC X(12)   VALUE "-----------".
014100     05  FILLER                  PIC X(10)   VALUE "--------".
014200     05  FILLER                  PIC X(12)   VALUE "----------".
014300     05  FILLER                  PIC X(04)   VALUE "--".
014400     05  FILLER                  PIC X(10)   VALUE " --------".
014500     05  FILLER                  PIC X(10)   VALUE " --------".
014600     05  FILLER                  PIC X(10)   VALUE " --------".
014700     05  FILLER                  PIC X(12)   VALUE "  ----------".
014800     05  FILLER                  PIC X(10)   VALUE "---------".
014900     05  FILLER                  PIC X(10)   VALUE "--------".
015000     05  FILLER                  PIC X(30)   VALUE SPACES.
015100 01  WS-DETAIL-LINE.
015200     05  FILLER                  PIC X(02)   VALUE SPACES.
015300     05  DTL-PO-NUMBER           PIC 9(07).
015400     05  FILLER                  PIC X(01)   VALUE "/".
015500     05  DTL-LINE-NO             PIC 9(03).
015600     05  FILLER                  PIC X(01)   VALUE SPACES.
015700     05  DTL-VENDOR-ID           PIC X(08).
015800     05  FILLER                  PIC X(02)   VALUE SPACES.
015900     05  DTL-PRODUCT-ID          PIC X(10).
016000     05  FILLER                  PIC X(02)   VALUE SPACES.
016100     05  DTL-WAREHOUSE-ID        PIC X(02).
016200     05  FILLER                  PIC X(03)   VALUE SPACES.
016300     05  DTL-QTY-ORDERED         PIC ZZZZZZ9.
016400     05  FILLER                  PIC X(03)   VALUE SPACES.
016500     05  DTL-QTY-RECEIVED        PIC ZZZZZZ9.
016600     05  FILLER                  PIC X(03)   VALUE SPACES.
016700     05  DTL-QTY-OUTSTANDING     PIC ZZZZZZ9.
016800     05  FILLER                  PIC X(02)   VALUE SPACES.
016900     05  DTL-EXPECTED-DATE       PIC X(10).
017000     05  FILLER                  PIC X(05)   VALUE SPACES.
017100     05  DTL-DAYS-LATE           PIC ZZZZ9.
017200     05  FILLER                  PIC X(02)   VALUE SPACES.
017300     05  DTL-BUYER-ID            PIC X(08).
017400     05  FILLER                  PIC X(32)   VALUE SPACES.
017500 01  WS-TOTAL-LINE.
017600     05  FILLER                  PIC X(02)   VALUE SPACES.
017700     05  FILLER                  PIC X(20)
017800         VALUE "LINES OVERDUE:      ".
017900     05  TOT-LINES               PIC ZZZZZZ9.
018000     05  FILLER                  PIC X(24)
018100         VALUE "   QUANTITY OUTSTANDING:".
018200     05  TOT-QTY-OUTSTANDING     PIC ZZZZZZZZ9.
018300     05  FILLER                  PIC X(70)   VALUE SPACES.
018400******************************************************************
018500*    DATE FORMAT WORK AREA                                       *
018600******************************************************************
018700 01  WS-FMT-DATE.
018800     05  WS-FMT-YEAR             PIC X(04).
018900     05  FILLER                  PIC X(01)   VALUE "-".
019000     05  WS-FMT-MONTH            PIC X(02).
019100     05  FILLER                  PIC X(01)   VALUE "-".
019200     05  WS-FMT-DAY              PIC X(02).
019300 01  WS-EXP-DATE-X.
019400     05  WS-EXP-DATE-CHAR        PIC X(08).
019500 PROCEDURE DIVISION.
019600******************************************************************
019700*    0000-MAINLINE                                               *
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-REPORT-PO-LINE THRU 2000-EXIT
020200         UNTIL WS-EOF-YES.
020300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
020400     STOP RUN.
020500******************************************************************
020600*    1000-INITIALIZE                                             *
020700******************************************************************
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021000     MOVE WS-RUN-DATE TO WS-DATE-IN.
021100     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
021200     MOVE WS-DAYS-OUT TO WS-RUN-DAYS.
021300     OPEN INPUT PO-FILE.
021400     IF WS-PO-FILE-STATUS NOT = "00"
021500         DISPLAY "POOVRDUE: UNABLE TO OPEN PO-FILE, "
021600             "STATUS=" WS-PO-FILE-STATUS
021700         SET WS-EOF-YES TO TRUE
021800         MOVE "0012" TO WS-RUN-RETURN-STATUS
021900         GO TO 1000-EXIT
022000     END-IF
022100     OPEN OUTPUT REPORT-FILE.
022200     IF WS-RPT-FILE-STATUS NOT = "00"
022300         DISPLAY "POOVRDUE: UNABLE TO OPEN REPORT-FILE, "
022400             "STATUS=" WS-RPT-FILE-STATUS
022500         SET WS-EOF-YES TO TRUE
022600         MOVE "0012" TO WS-RUN-RETURN-STATUS
022700         GO TO 1000-EXIT
022800     END-IF
022900     PERFORM 1100-READ-NEXT-PO-LINE THRU 1100-EXIT.
023000 1000-EXIT.
023100     EXIT.
023200******************************************************************
023300*    1100-READ-NEXT-PO-LINE                                      *
023400******************************************************************
023500 1100-READ-NEXT-PO-LINE.
023600     READ PO-FILE
023700         AT END
023800             SET WS-EOF-YES TO TRUE
023900         NOT AT END
024000             ADD 1 TO WS-READ-COUNT
024100     END-READ.
024200 1100-EXIT.
024300     EXIT.
024400******************************************************************
024500*    2000-REPORT-PO-LINE - LISTS THE LINE IF IT IS STILL WAITING *
024600*    FOR STOCK AND ITS EXPECTED DATE IS BEHIND THE RUN DATE, AND *
024700*    READS AHEAD                                                 *
024800******************************************************************
024900 2000-REPORT-PO-LINE.
025000     IF NOT PO-STATUS-OUTSTANDING
025100         GO TO 2000-READ-NEXT
025200     END-IF
025300     IF PO-EXPECTED-DATE NOT < WS-RUN-DATE
025400         GO TO 2000-READ-NEXT
025500     END-IF
025600     IF WS-LINE-CTR = 0 OR WS-LINE-CTR >= WS-LINES-PER-PAGE
025700         PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
025800     END-IF
025900     PERFORM 2200-BUILD-DETAIL THRU 2200-EXIT.
026000     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
026100     ADD 1 TO WS-LINE-CTR.
026200     ADD 1 TO WS-LISTED-COUNT.
026300 2000-READ-NEXT.
026400     PERFORM 1100-READ-NEXT-PO-LINE THRU 1100-EXIT.
026500 2000-EXIT.
026600     EXIT.
026700******************************************************************
026800*    2100-PRINT-HEADINGS                                         *
026900******************************************************************
027000 2100-PRINT-HEADINGS.
027100     ADD 1 TO WS-PAGE-CTR.
027200     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
027300     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
027400     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
027500     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
027600     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
027700     MOVE 0 TO WS-LINE-CTR.
027800 2100-EXIT.
027900     EXIT.
028000******************************************************************
028100*    2200-BUILD-DETAIL - OUTSTANDING QUANTITY AND DAYS LATE FOR  *
028200*    THE LINE, ROLLED INTO THE REPORT TOTAL                      *
028300******************************************************************
028400 2200-BUILD-DETAIL.
028500     MOVE PO-EXPECTED-DATE TO WS-DATE-IN.
028600     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
028700     MOVE WS-DAYS-OUT TO WS-EXPECTED-DAYS.
028800     COMPUTE WS-DAYS-LATE = WS-RUN-DAYS - WS-EXPECTED-DAYS.
028900     IF WS-DAYS-LATE < 0
029000         MOVE 0 TO WS-DAYS-LATE
029100     END-IF
029200     COMPUTE WS-QTY-OUTSTANDING =
029300         PO-QTY-ORDERED - PO-QTY-RECEIVED.
029400     ADD WS-QTY-OUTSTANDING TO WS-TOTAL-OUTSTANDING.
029500     MOVE PO-NUMBER TO DTL-PO-NUMBER.
029600     MOVE PO-LINE-NO TO DTL-LINE-NO.
029700     MOVE PO-VENDOR-ID TO DTL-VENDOR-ID.
029800     MOVE PO-PRODUCT-ID TO DTL-PRODUCT-ID.
029900     MOVE PO-WAREHOUSE-ID TO DTL-WAREHOUSE-ID.
030000     MOVE PO-QTY-ORDERED TO DTL-QTY-ORDERED.
030100     MOVE PO-QTY-RECEIVED TO DTL-QTY-RECEIVED.
030200     MOVE WS-QTY-OUTSTANDING TO DTL-QTY-OUTSTANDING.
030300     MOVE PO-EXPECTED-DATE TO WS-EXP-DATE-CHAR.
030400     MOVE WS-EXP-DATE-CHAR(1:4) TO WS-FMT-YEAR.
030500     MOVE WS-EXP-DATE-CHAR(5:2) TO WS-FMT-MONTH.
030600     MOVE WS-EXP-DATE-CHAR(7:2) TO WS-FMT-DAY.
030700     MOVE WS-FMT-DATE TO DTL-EXPECTED-DATE.
030800     MOVE WS-DAYS-LATE TO DTL-DAYS-LATE.
030900     MOVE PO-BUYER-ID TO DTL-BUYER-ID.
031000 2200-EXIT.
031100     EXIT.
031200******************************************************************
031300*    3000-FINALIZE - PRINTS THE TOTAL LINE                       *
031400******************************************************************
031500 3000-FINALIZE.
031600     IF WS-RPT-FILE-STATUS = "00"
031700         IF WS-PAGE-CTR = 0
031800             PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
031900         END-IF
032000         MOVE WS-LISTED-COUNT TO TOT-LINES
032100         MOVE WS-TOTAL-OUTSTANDING TO TOT-QTY-OUTSTANDING
032200         WRITE RPT-LINE FROM WS-TOTAL-LINE
032300             AFTER ADVANCING 2 LINES
032400         CLOSE REPORT-FILE
032500     END-IF
032600     DISPLAY "POOVRDUE: PO LINES READ=" WS-READ-COUNT
032700         " OVERDUE=" WS-LISTED-COUNT.
032800     MOVE WS-READ-COUNT TO WS-RUN-RECORDS-READ.
032900     MOVE WS-LISTED-COUNT TO WS-RUN-RECORDS-WRITTEN.
033000     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
033100     IF WS-PO-FILE-STATUS = "00" OR WS-PO-FILE-STATUS = "10"
033200         CLOSE PO-FILE
033300     END-IF.
033400 3000-EXIT.
033500     EXIT.
033600******************************************************************
033700*    8000-DATE-TO-DAYS - WS-DATE-IN (YYYYMMDD) TO A DAY COUNT    *
033800*    IN WS-DAYS-OUT                                              *
033900******************************************************************
034000 8000-DATE-TO-DAYS.
034100     COMPUTE WS-DW-Y1 = WS-DW-YEAR - 1.
034200     DIVIDE WS-DW-Y1 BY 4 GIVING WS-DW-Q4.
034300     DIVIDE WS-DW-Y1 BY 100 GIVING WS-DW-Q100.
034400     DIVIDE WS-DW-Y1 BY 400 GIVING WS-DW-Q400.
034500     COMPUTE WS-DW-LEAPS = WS-DW-Q4 - WS-DW-Q100 + WS-DW-Q400.
034600     COMPUTE WS-DAYS-OUT = WS-DW-Y1 * 365
034700         + WS-DW-LEAPS
034800         + WS-MONTH-OFFSET(WS-DW-MONTH)
034900         + WS-DW-DAY.
035000     IF WS-DW-MONTH > 2
035100         DIVIDE WS-DW-YEAR BY 4
035200             GIVING WS-DW-QUOT REMAINDER WS-DW-REM4
035300         DIVIDE WS-DW-YEAR BY 100
035400             GIVING WS-DW-QUOT REMAINDER WS-DW-REM100
035500         DIVIDE WS-DW-YEAR BY 400
035600             GIVING WS-DW-QUOT REMAINDER WS-DW-REM400
035700         IF (WS-DW-REM4 = 0 AND WS-DW-REM100 NOT = 0)
035800            OR WS-DW-REM400 = 0
035900             ADD 1 TO WS-DAYS-OUT
036000         END-IF
036100     END-IF.
036200 8000-EXIT.
036300     EXIT.

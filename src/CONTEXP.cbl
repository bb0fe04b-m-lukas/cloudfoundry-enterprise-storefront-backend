000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  CONTEXP                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     CUSTOMER CONTRACT EXPIRY WARNING, IN THE       *
000800*                 POOVRDUE REPORT STYLE.  EVERY ACTIVE PRICE     *
000900*                 AGREEMENT (SEE CONTRREC) THAT LAPSES WITHIN    *
001000*                 THE WARNING WINDOW - 30 DAYS UNLESS THE PARM   *
001100*                 GIVES D=NNN - IS LISTED UNDER ITS ACCOUNT      *
001200*                 MANAGER, SOONEST TO LAPSE FIRST, SO THE        *
001300*                 AGREEMENT CAN BE RENEWED BEFORE THE CUSTOMER   *
001400*                 FALLS BACK TO PROMO OR BASE PRICES.  EACH      *
001500*                 MANAGER STARTS A NEW PAGE.                     *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ------------------------------------------------------      *
001900*    2026-10-15 ML  ORIGINAL VERSION - CONTRACT EXPIRY WARNING.  *
002000******************************************************************
002100 PROGRAM-ID.  CONTEXP.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS CP-CONTRACT-KEY
002900         FILE STATUS IS WS-CP-FILE-STATUS.
003000     SELECT REPORT-FILE ASSIGN TO "CONTEXPR"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-RPT-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CONTRACT-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY CONTRREC.
003800 FD  REPORT-FILE
003900     LABEL RECORDS ARE OMITTED
004000     RECORD CONTAINS 132 CHARACTERS.
004100 01  RPT-LINE                    PIC X(132).
004200 WORKING-STORAGE SECTION.
004300******************************************************************
004400*    SWITCHES AND COUNTERS                                       *
004500******************************************************************
004600 77  WS-CP-FILE-STATUS           PIC X(02)   VALUE SPACES.
004700 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
004800 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
004900     88  WS-EOF-YES                          VALUE 'Y'.
005000     88  WS-EOF-NO                           VALUE 'N'.
005100 77  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
005200 77  WS-LISTED-COUNT             PIC 9(7) COMP VALUE 0.
005300 77  WS-SKIPPED-COUNT            PIC 9(7) COMP VALUE 0.
005400 77  WS-MGR-COUNT                PIC 9(7) COMP VALUE 0.
005500 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
005600 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
005700 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
005800 77  WS-WARN-DAYS                PIC 9(03)   VALUE 30.
005900 77  WS-CUR-MGR                  PIC X(08)   VALUE HIGH-VALUES.
006000******************************************************************
006100*    DATE ARITHMETIC WORK AREAS - A DATE IS TURNED INTO A DAY    *
006200*    COUNT SO TWO DATES SUBTRACT DIRECTLY                        *
006300******************************************************************
006400 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006500 77  WS-RUN-DAYS                 PIC 9(07)   VALUE 0.
006600 77  WS-END-DAYS                 PIC 9(07)   VALUE 0.
006700 77  WS-DAYS-LEFT                PIC S9(07)  VALUE 0.
006800 01  WS-DATE-WORK.
006900     05  WS-DATE-IN              PIC 9(08)   VALUE 0.
007000     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
007100         10  WS-DW-YEAR          PIC 9(04).
007200         10  WS-DW-MONTH         PIC 9(02).
007300         10  WS-DW-DAY           PIC 9(02).
007400     05  WS-DAYS-OUT             PIC 9(07)   VALUE 0.
007500     05  WS-DW-LEAPS             PIC 9(05)   VALUE 0.
007600     05  WS-DW-Y1                PIC 9(05)   VALUE 0.
007700     05  WS-DW-Q4                PIC 9(05)   VALUE 0.
007800     05  WS-DW-Q100              PIC 9(05)   VALUE 0.
007900     05  WS-DW-Q400              PIC 9(05)   VALUE 0.
008000     05  WS-DW-QUOT              PIC 9(05)   VALUE 0.
008100     05  WS-DW-REM4              PIC 9(03)   VALUE 0.
008200     05  WS-DW-REM100            PIC 9(03)   VALUE 0.
008300     05  WS-DW-REM400            PIC 9(03)   VALUE 0.
008400 01  WS-MONTH-OFFSET-VALUES.
008500     05  FILLER                  PIC 9(03)   VALUE 000.
008600     05  FILLER                  PIC 9(03)   VALUE 031.
008700     05  FILLER                  PIC 9(03)   VALUE 059.
008800     05  FILLER                  PIC 9(03)   VALUE 090.
008900     05  FILLER                  PIC 9(03)   VALUE 120.
009000     05  FILLER                  PIC 9(03)   VALUE 151.
009100     05  FILLER                  PIC 9(03)   VALUE 181.
009200     05  FILLER                  PIC 9(03)   VALUE 212.
009300     05  FILLER                  PIC 9(03)   VALUE 243.
009400     05  FILLER                  PIC 9(03)   VALUE 273.
009500     05  FILLER                  PIC 9(03)   VALUE 304.
009600     05  FILLER                  PIC 9(03)   VALUE 334.
009700 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
009800     05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
009900******************************************************************
010000*    EXPIRY TABLE - ONE ENTRY PER AGREEMENT IN THE WINDOW, KEPT  *
010100*    IN ACCOUNT MANAGER / END DATE / CUSTOMER / PRODUCT ORDER    *
010200*    AS ENTRIES ARE ADDED (THE FILE ITSELF IS IN CUSTOMER ORDER) *
010300******************************************************************
010400 77  WS-EXP-COUNT                PIC 9(4) COMP VALUE 0.
010500 77  WS-EXP-SUB                  PIC 9(4) COMP VALUE 0.
010600 77  WS-INS-SUB                  PIC 9(4) COMP VALUE 0.
010700 01  WS-NEW-SORT-KEY.
010800     05  WS-NEW-MGR              PIC X(08).
010900     05  WS-NEW-END-DATE         PIC 9(08).
011000     05  WS-NEW-CUSTOMER-ID      PIC X(10).
011100     05  WS-NEW-PRODUCT-ID       PIC X(10).
011200 01  WS-EXP-TABLE.
011300     05  WS-EXP-ENTRY OCCURS 2000 TIMES.
011400         10  WS-EXP-SORT-KEY.
011500             15  WS-EX-MGR           PIC X(08).
011600             15  WS-EX-END-DATE      PIC 9(08).
011700             15  WS-EX-CUSTOMER-ID   PIC X(10).
011800             15  WS-EX-PRODUCT-ID    PIC X(10).
011900         10  WS-EX-PRICE         PIC 9(5)V99.
012000         10  WS-EX-START-DATE    PIC 9(08).
012100         10  WS-EX-MIN-QTY       PIC 9(05).
012200         10  WS-EX-DAYS-LEFT     PIC 9(03).
012300******************************************************************
012400*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
012500******************************************************************
012600 01  WS-RUNSTAT-PARMS.
012700     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "CONTEXP".
012800     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
012900     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
013000     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
013100     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
013200******************************************************************
013300*    REPORT LINE LAYOUTS                                         *
013400******************************************************************
013500 01  WS-HDG-LINE-1.
013600     05  FILLER                  PIC X(40)   VALUE SPACES.
013700     05  FILLER                  PIC X(37)
013800         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
013900     05  FILLER                  PIC X(10)   VALUE SPACES.
014000     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
014100     05  HDG1-PAGE-NO            PIC ZZZZ9.
014200     05  FILLER                  PIC X(30)   VALUE SPACES.
014300 01  WS-HDG-LINE-2.
014400     05  FILLER                  PIC X(45)   VALUE SPACES.
014500     05  FILLER                  PIC X(32)
014600         VALUE "CUSTOMER CONTRACTS DUE TO LAPSE".
014700     05  FILLER                  PIC X(55)   VALUE SPACES.
014800 01  WS-HDG-LINE-3.
014900     05  FILLER                  PIC X(02)   VALUE SPACES.
015000     05  FILLER                  PIC X(17)
015100         VALUE "ACCOUNT MANAGER: ".
015200     05  HDG3-MGR                PIC X(08).
015300     05  FILLER                  PIC X(10)   VALUE SPACES.
015400     05  FILLER                  PIC X(16)
015500         VALUE "LAPSING WITHIN  ".
015600     05  HDG3-WARN-DAYS          PIC ZZ9.
015700     05  FILLER                  PIC X(14)
015800         VALUE " DAYS OF      ".
015900     05  HDG3-RUN-DATE           PIC X(10).
016000     05  FILLER                  PIC X(52)   VALUE SPACES.
016100 01  WS-COL-HDG-LINE.
016200     05  FILLER                  PIC X(02)   VALUE SPACES.
016300     05  FILLER                  PIC X(12)   VALUE "CUSTOMER-ID".
016400     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
016500     05  FILLER                  PIC X(12)   VALUE
016600         "   CONTRACT".
016700     05  FILLER                  PIC X(12)   VALUE "  STARTS".
016800     05  FILLER                  PIC X(12)   VALUE "  ENDS".
016900     05  FILLER                  PIC X(10)   VALUE "DAYS LEFT".
017000     05  FILLER                  PIC X(10)   VALUE "  MIN QTY".
017100     05  FILLER                  PIC X(50)   VALUE SPACES.
017200 01  WS-COL-RULE-LINE.
017300     05  FILLER                  PIC X(02)   VALUE SPACES.
017400     05  FILLER                  PIC X(12)   VALUE "----------".
017500     05  FILLER                  PIC X(12)   VALUE "----------".
017600     05  FILLER                  PIC X(12)   VALUE
017700         "  ----------".
017800     05  FILLER                  PIC X(12)   VALUE
017900         "  ----------".
018000     05  FILLER                  PIC X(12)   VALUE
018100         "  ----------".
018200     05  FILLER                  PIC X(10)   VALUE "---------".
018300     05  FILLER                  PIC X(10)   VALUE "  -------".
018400     05  FILLER                  PIC X(50)   VALUE SPACES.
018500 01  WS-DETAIL-LINE.
018600     05  FILLER                  PIC X(02)   VALUE SPACES.
018700     05  DTL-CUSTOMER-ID         PIC X(10).
018800     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  DTL-PRODUCT-ID          PIC X(10).
019000     05  FILLER                  PIC X(04)   VALUE SPACES.
019100     05  DTL-PRICE               PIC Z(4)9.99.
019200     05  FILLER                  PIC X(02)   VALUE SPACES.
019300     05  DTL-START-DATE          PIC X(10).
019400     05  FILLER                  PIC X(02)   VALUE SPACES.
019500     05  DTL-END-DATE            PIC X(10).
019600     05  FILLER                  PIC X(06)   VALUE SPACES.
019700     05  DTL-DAYS-LEFT           PIC ZZ9.
019800     05  FILLER                  PIC X(03)   VALUE SPACES.
019900     05  DTL-MIN-QTY             PIC X(07).
020000     05  FILLER                  PIC X(53)   VALUE SPACES.
020100 01  WS-MGR-TOTAL-LINE.
020200     05  FILLER                  PIC X(02)   VALUE SPACES.
020300     05  FILLER                  PIC X(30)
020400         VALUE "AGREEMENTS FOR THIS MANAGER:  ".
020500     05  MGR-TOT-COUNT           PIC ZZZZZZ9.
020600     05  FILLER                  PIC X(93)   VALUE SPACES.
020700 01  WS-TOTAL-LINE.
020800     05  FILLER                  PIC X(02)   VALUE SPACES.
020900     05  FILLER                  PIC X(30)
021000         VALUE "AGREEMENTS DUE TO LAPSE:      ".
021100     05  TOT-LINES               PIC ZZZZZZ9.
021200     05  FILLER                  PIC X(93)   VALUE SPACES.
021300 01  WS-NONE-LINE.
021400     05  FILLER                  PIC X(05)   VALUE SPACES.
021500     05  FILLER                  PIC X(40)
021600         VALUE "NO AGREEMENTS LAPSE IN THE WINDOW".
021700     05  FILLER                  PIC X(87)   VALUE SPACES.
021800******************************************************************
021900*    DATE FORMAT WORK AREA                                       *
022000******************************************************************
022100 01  WS-FMT-DATE.
022200     05  WS-FMT-YEAR             PIC X(04).
022300     05  FILLER                  PIC X(01)   VALUE "-".
022400     05  WS-FMT-MONTH            PIC X(02).
022500     05  FILLER                  PIC X(01)   VALUE "-".
022600     05  WS-FMT-DAY              PIC X(02).
022700 01  WS-FMT-DATE-X.
022800     05  WS-FMT-DATE-CHAR        PIC X(08).
022900 01  WS-FMT-DATE-N REDEFINES WS-FMT-DATE-X
023000                                 PIC 9(08).
023100 77  WS-QTY-EDIT                 PIC ZZZZ9.
023200 LINKAGE SECTION.
023300 01  LK-PARM-AREA.
023400     05  LK-PARM-LEN             PIC S9(4) COMP.
023500     05  LK-PARM-TEXT            PIC X(05).
023600 PROCEDURE DIVISION USING LK-PARM-AREA.
023700******************************************************************
023800*    0000-MAINLINE                                               *
023900******************************************************************
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     PERFORM 2000-SELECT-CONTRACT THRU 2000-EXIT
024300         UNTIL WS-EOF-YES.
024400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
024500     STOP RUN.
024600******************************************************************
024700*    1000-INITIALIZE                                             *
024800******************************************************************
024900 1000-INITIALIZE.
025000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025100     MOVE WS-RUN-DATE TO WS-DATE-IN.
025200     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
025300     MOVE WS-DAYS-OUT TO WS-RUN-DAYS.
025400     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
025500     IF WS-EOF-YES
025600         MOVE "0008" TO WS-RUN-RETURN-STATUS
025700         GO TO 1000-EXIT
025800     END-IF
025900     OPEN INPUT CONTRACT-FILE.
026000     IF WS-CP-FILE-STATUS NOT = "00"
026100         DISPLAY "CONTEXP: UNABLE TO OPEN CONTRACT-FILE, "
026200             "STATUS=" WS-CP-FILE-STATUS
026300         SET WS-EOF-YES TO TRUE
026400         MOVE "0012" TO WS-RUN-RETURN-STATUS
026500         GO TO 1000-EXIT
026600     END-IF
026700     OPEN OUTPUT REPORT-FILE.
026800     IF WS-RPT-FILE-STATUS NOT = "00"
026900         DISPLAY "CONTEXP: UNABLE TO OPEN REPORT-FILE, "
027000             "STATUS=" WS-RPT-FILE-STATUS
027100         SET WS-EOF-YES TO TRUE
027200         MOVE "0012" TO WS-RUN-RETURN-STATUS
027300         GO TO 1000-EXIT
027400     END-IF
027500     PERFORM 1100-READ-NEXT-CONTRACT THRU 1100-EXIT.
027600 1000-EXIT.
027700     EXIT.
027800******************************************************************
027900*    1100-READ-NEXT-CONTRACT                                     *
028000******************************************************************
028100 1100-READ-NEXT-CONTRACT.
028200     READ CONTRACT-FILE
028300         AT END
028400             SET WS-EOF-YES TO TRUE
028500         NOT AT END
028600             ADD 1 TO WS-READ-COUNT
028700     END-READ.
028800 1100-EXIT.
028900     EXIT.
029000******************************************************************
029100*    1200-PARSE-PARM - THE WARNING WINDOW IS 30 DAYS UNLESS THE  *
029200*    PARM GIVES D=NNN                                            *
029300******************************************************************
029400 1200-PARSE-PARM.
029500     IF LK-PARM-LEN = 0 OR LK-PARM-TEXT = SPACES
029600         GO TO 1200-EXIT
029700     END-IF
029800     IF LK-PARM-LEN < 5
029900        OR LK-PARM-TEXT(1:2) NOT = "D="
030000        OR LK-PARM-TEXT(3:3) NOT NUMERIC
030100         DISPLAY "CONTEXP: PARM MUST BE D=<NNN> (WARNING DAYS) "
030200             "OR BLANK FOR 30 DAYS"
030300         SET WS-EOF-YES TO TRUE
030400         GO TO 1200-EXIT
030500     END-IF
030600     MOVE LK-PARM-TEXT(3:3) TO WS-WARN-DAYS.
030700 1200-EXIT.
030800     EXIT.
030900******************************************************************
031000*    2000-SELECT-CONTRACT - TABLES THE AGREEMENT IF IT IS ACTIVE *
031100*    AND ENDS BETWEEN TODAY AND THE END OF THE WARNING WINDOW,   *
031200*    AND READS AHEAD.  AN AGREEMENT ALREADY LAPSED IS NOT        *
031300*    WARNED ABOUT AGAIN.                                         *
031400******************************************************************
031500 2000-SELECT-CONTRACT.
031600     IF NOT CP-STATUS-ACTIVE
031700         GO TO 2000-READ-NEXT
031800     END-IF
031900     IF CP-END-DATE NOT NUMERIC
032000         ADD 1 TO WS-SKIPPED-COUNT
032100         GO TO 2000-READ-NEXT
032200     END-IF
032300     IF CP-END-DATE < WS-RUN-DATE
032400         GO TO 2000-READ-NEXT
032500     END-IF
032600     MOVE CP-END-DATE TO WS-DATE-IN.
032700     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
032800     MOVE WS-DAYS-OUT TO WS-END-DAYS.
032900     COMPUTE WS-DAYS-LEFT = WS-END-DAYS - WS-RUN-DAYS.
033000     IF WS-DAYS-LEFT > WS-WARN-DAYS
033100         GO TO 2000-READ-NEXT
033200     END-IF
033300     IF WS-EXP-COUNT >= 2000
033400         DISPLAY "CONTEXP: WARNING - EXPIRY TABLE FULL, "
033500             CP-CUSTOMER-ID "/" CP-PRODUCT-ID " SKIPPED"
033600         ADD 1 TO WS-SKIPPED-COUNT
033700         GO TO 2000-READ-NEXT
033800     END-IF
033900     PERFORM 2100-INSERT-ENTRY THRU 2100-EXIT.
034000 2000-READ-NEXT.
034100     PERFORM 1100-READ-NEXT-CONTRACT THRU 1100-EXIT.
034200 2000-EXIT.
034300     EXIT.
034400******************************************************************
034500*    2100-INSERT-ENTRY - PUTS THE AGREEMENT IN FRONT OF THE      *
034600*    FIRST ENTRY THAT SORTS AFTER IT, OR ON THE END - SHUFFLING  *
034700*    THE REST UP                                                 *
034800******************************************************************
034900 2100-INSERT-ENTRY.
035000     MOVE CP-ACCOUNT-MGR TO WS-NEW-MGR.
035100     MOVE CP-END-DATE TO WS-NEW-END-DATE.
035200     MOVE CP-CUSTOMER-ID TO WS-NEW-CUSTOMER-ID.
035300     MOVE CP-PRODUCT-ID TO WS-NEW-PRODUCT-ID.
035400     MOVE 0 TO WS-INS-SUB.
035500     MOVE 1 TO WS-EXP-SUB.
035600     PERFORM 2110-TEST-ENTRY THRU 2110-EXIT
035700         UNTIL WS-INS-SUB > 0
035800            OR WS-EXP-SUB > WS-EXP-COUNT.
035900     IF WS-INS-SUB = 0
036000         MOVE WS-EXP-SUB TO WS-INS-SUB
036100     END-IF
036200     ADD 1 TO WS-EXP-COUNT.
036300     MOVE WS-EXP-COUNT TO WS-EXP-SUB.
036400     PERFORM 2120-SHIFT-ENTRY THRU 2120-EXIT
036500         UNTIL WS-EXP-SUB NOT > WS-INS-SUB.
036600     MOVE WS-NEW-SORT-KEY TO WS-EXP-SORT-KEY(WS-EXP-SUB).
036700     MOVE CP-CONTRACT-PRICE TO WS-EX-PRICE(WS-EXP-SUB).
036800     MOVE CP-START-DATE TO WS-EX-START-DATE(WS-EXP-SUB).
036900     MOVE CP-MIN-QTY TO WS-EX-MIN-QTY(WS-EXP-SUB).
037000     MOVE WS-DAYS-LEFT TO WS-EX-DAYS-LEFT(WS-EXP-SUB).
037100 2100-EXIT.
037200     EXIT.
037300******************************************************************
037400*    2110-TEST-ENTRY - STOPS ON THE FIRST ENTRY THAT SORTS AFTER *
037500*    THE NEW AGREEMENT (NOTED IN WS-INS-SUB)                     *
037600******************************************************************
037700 2110-TEST-ENTRY.
037800     IF WS-EXP-SORT-KEY(WS-EXP-SUB) > WS-NEW-SORT-KEY
037900         MOVE WS-EXP-SUB TO WS-INS-SUB
038000         GO TO 2110-EXIT
038100     END-IF
038200     ADD 1 TO WS-EXP-SUB.
038300 2110-EXIT.
038400     EXIT.
038500******************************************************************
038600*    2120-SHIFT-ENTRY - MOVES ONE ENTRY UP A SLOT                *
038700******************************************************************
038800 2120-SHIFT-ENTRY.
038900     MOVE WS-EXP-ENTRY(WS-EXP-SUB - 1)
039000         TO WS-EXP-ENTRY(WS-EXP-SUB).
039100     SUBTRACT 1 FROM WS-EXP-SUB.
039200 2120-EXIT.
039300     EXIT.
039400******************************************************************
039500*    2200-PRINT-HEADINGS                                         *
039600******************************************************************
039700 2200-PRINT-HEADINGS.
039800     ADD 1 TO WS-PAGE-CTR.
039900     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
040000     MOVE WS-CUR-MGR TO HDG3-MGR.
040100     MOVE WS-WARN-DAYS TO HDG3-WARN-DAYS.
040200     MOVE WS-RUN-DATE TO WS-FMT-DATE-N.
040300     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
040400     MOVE WS-FMT-DATE TO HDG3-RUN-DATE.
040500     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
040600     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
040700     WRITE RPT-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
040800     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
040900     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
041000     MOVE 0 TO WS-LINE-CTR.
041100 2200-EXIT.
041200     EXIT.
041300******************************************************************
041400*    2300-PRINT-ENTRY - ONE LINE PER AGREEMENT.  A CHANGE OF     *
041500*    ACCOUNT MANAGER CLOSES THE LAST MANAGER'S COUNT AND STARTS  *
041600*    A NEW PAGE.                                                 *
041700******************************************************************
041800 2300-PRINT-ENTRY.
041900     IF WS-EX-MGR(WS-EXP-SUB) NOT = WS-CUR-MGR
042000         IF WS-EXP-SUB > 1
042100             PERFORM 2400-PRINT-MGR-TOTAL THRU 2400-EXIT
042200         END-IF
042300         MOVE WS-EX-MGR(WS-EXP-SUB) TO WS-CUR-MGR
042400         MOVE 0 TO WS-MGR-COUNT
042500         PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
042600     END-IF
042700     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
042800         PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
042900     END-IF
043000     MOVE WS-EX-CUSTOMER-ID(WS-EXP-SUB) TO DTL-CUSTOMER-ID.
043100     MOVE WS-EX-PRODUCT-ID(WS-EXP-SUB) TO DTL-PRODUCT-ID.
043200     MOVE WS-EX-PRICE(WS-EXP-SUB) TO DTL-PRICE.
043300     MOVE WS-EX-START-DATE(WS-EXP-SUB) TO WS-FMT-DATE-N.
043400     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
043500     MOVE WS-FMT-DATE TO DTL-START-DATE.
043600     MOVE WS-EX-END-DATE(WS-EXP-SUB) TO WS-FMT-DATE-N.
043700     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
043800     MOVE WS-FMT-DATE TO DTL-END-DATE.
043900     MOVE WS-EX-DAYS-LEFT(WS-EXP-SUB) TO DTL-DAYS-LEFT.
044000     IF WS-EX-MIN-QTY(WS-EXP-SUB) = 0
044100         MOVE "    ANY" TO DTL-MIN-QTY
044200     ELSE
044300         MOVE WS-EX-MIN-QTY(WS-EXP-SUB) TO WS-QTY-EDIT
044400         MOVE WS-QTY-EDIT TO DTL-MIN-QTY(3:5)
044500         MOVE SPACES TO DTL-MIN-QTY(1:2)
044600     END-IF
044700     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
044800     ADD 1 TO WS-LINE-CTR.
044900     ADD 1 TO WS-MGR-COUNT.
045000     ADD 1 TO WS-LISTED-COUNT.
045100     ADD 1 TO WS-EXP-SUB.
045200 2300-EXIT.
045300     EXIT.
045400******************************************************************
045500*    2400-PRINT-MGR-TOTAL                                        *
045600******************************************************************
045700 2400-PRINT-MGR-TOTAL.
045800     MOVE WS-MGR-COUNT TO MGR-TOT-COUNT.
045900     WRITE RPT-LINE FROM WS-MGR-TOTAL-LINE
046000         AFTER ADVANCING 2 LINES.
046100 2400-EXIT.
046200     EXIT.
046300******************************************************************
046400*    3000-FINALIZE - PRINTS THE TABLE MANAGER BY MANAGER, THEN   *
046500*    THE TOTAL LINE                                              *
046600******************************************************************
046700 3000-FINALIZE.
046800     IF WS-RPT-FILE-STATUS = "00"
046900         IF WS-EXP-COUNT = 0
046950             MOVE "ALL" TO WS-CUR-MGR
047000             PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
047100             WRITE RPT-LINE FROM WS-NONE-LINE
047200                 AFTER ADVANCING 1 LINE
047300         END-IF
047400         MOVE 1 TO WS-EXP-SUB
047500         PERFORM 2300-PRINT-ENTRY THRU 2300-EXIT
047600             UNTIL WS-EXP-SUB > WS-EXP-COUNT
047700         IF WS-EXP-COUNT > 0
047800             PERFORM 2400-PRINT-MGR-TOTAL THRU 2400-EXIT
047900         END-IF
048000         MOVE WS-LISTED-COUNT TO TOT-LINES
048100         WRITE RPT-LINE FROM WS-TOTAL-LINE
048200             AFTER ADVANCING 2 LINES
048300         CLOSE REPORT-FILE
048400     END-IF
048500     DISPLAY "CONTEXP: WINDOW " WS-WARN-DAYS " DAYS"
048600         " AGREEMENTS READ=" WS-READ-COUNT
048700         " DUE TO LAPSE=" WS-LISTED-COUNT
048800         " SKIPPED=" WS-SKIPPED-COUNT.
048900     MOVE WS-READ-COUNT TO WS-RUN-RECORDS-READ.
049000     MOVE WS-LISTED-COUNT TO WS-RUN-RECORDS-WRITTEN.
049100     MOVE WS-SKIPPED-COUNT TO WS-RUN-RECORDS-REJECTED.
049200     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
049300     IF WS-CP-FILE-STATUS = "00" OR WS-CP-FILE-STATUS = "10"
049400         CLOSE CONTRACT-FILE
049500     END-IF.
049600 3000-EXIT.
049700     EXIT.
049800******************************************************************
049900*    8000-DATE-TO-DAYS - WS-DATE-IN (YYYYMMDD) TO A DAY COUNT    *
050000*    IN WS-DAYS-OUT                                              *
050100******************************************************************
050200 8000-DATE-TO-DAYS.
050300     COMPUTE WS-DW-Y1 = WS-DW-YEAR - 1.
050400     DIVIDE WS-DW-Y1 BY 4 GIVING WS-DW-Q4.
050500     DIVIDE WS-DW-Y1 BY 100 GIVING WS-DW-Q100.
050600     DIVIDE WS-DW-Y1 BY 400 GIVING WS-DW-Q400.
050700     COMPUTE WS-DW-LEAPS = WS-DW-Q4 - WS-DW-Q100 + WS-DW-Q400.
050800     COMPUTE WS-DAYS-OUT = WS-DW-Y1 * 365
050900         + WS-DW-LEAPS
051000         + WS-MONTH-OFFSET(WS-DW-MONTH)
051100         + WS-DW-DAY.
051200     IF WS-DW-MONTH > 2
051300         DIVIDE WS-DW-YEAR BY 4
051400             GIVING WS-DW-QUOT REMAINDER WS-DW-REM4
051500         DIVIDE WS-DW-YEAR BY 100
051600             GIVING WS-DW-QUOT REMAINDER WS-DW-REM100
051700         DIVIDE WS-DW-YEAR BY 400
051800             GIVING WS-DW-QUOT REMAINDER WS-DW-REM400
051900         IF (WS-DW-REM4 = 0 AND WS-DW-REM100 NOT = 0)
052000            OR WS-DW-REM400 = 0
052100             ADD 1 TO WS-DAYS-OUT
052200         END-IF
052300     END-IF.
052400 8000-EXIT.
052500     EXIT.
052600******************************************************************
052700*    8100-FORMAT-DATE - WS-FMT-DATE-N (YYYYMMDD) TO YYYY-MM-DD   *
052800*    IN WS-FMT-DATE                                              *
052900******************************************************************
053000 8100-FORMAT-DATE.
053100     MOVE WS-FMT-DATE-CHAR(1:4) TO WS-FMT-YEAR.
053200     MOVE WS-FMT-DATE-CHAR(5:2) TO WS-FMT-MONTH.
053300     MOVE WS-FMT-DATE-CHAR(7:2) TO WS-FMT-DAY.
053400 8100-EXIT.
053500     EXIT.

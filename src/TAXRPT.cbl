000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  TAXRPT                                         *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     PERIOD-END VAT SUMMARY FOR THE VAT RETURN.     *
000800*                 READS THE VAT JOURNAL (TAXHIST) WRITTEN BY     *
000900*                 ARPOST AND RETPROC AND, FOR EVERY TAX CODE     *
001000*                 AND RATE USED IN THE PERIOD, TOTALS THE        *
001100*                 TAXABLE SALES AND VAT CHARGED ON INVOICES, THE *
001200*                 SALES AND VAT CREDITED ON CREDIT MEMOS, AND    *
001300*                 THE NET VAT DUE, WITH A GRAND TOTAL.  A LINE   *
001400*                 IS REPORTED IN THE PERIOD IT WAS POSTED IN.    *
001500*                 THE PERIOD IS THE RUN MONTH UNLESS THE PARM    *
001600*                 NAMES ONE: P=YYYYMM FOR A SINGLE MONTH OR      *
001700*                 P=YYYYMM-YYYYMM FOR A RANGE (E.G. A QUARTER).  *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------      *
002100*    2026-10-15 ML  ORIGINAL VERSION - VAT SUMMARY BY RATE.      *
002200******************************************************************
002300 PROGRAM-ID.  TAXRPT.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-TH-FILE-STATUS.
003000     SELECT REPORT-FILE ASSIGN TO "TAXPRINT"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-RPT-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  TAX-HISTORY-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY TAXHIST.
003800 FD  REPORT-FILE
003900     LABEL RECORDS ARE OMITTED
004000     RECORD CONTAINS 132 CHARACTERS.
004100 01  RPT-LINE                    PIC X(132).
004200 WORKING-STORAGE SECTION.
004300******************************************************************
004400*    SWITCHES AND COUNTERS                                       *
004500******************************************************************
004600 77  WS-TH-FILE-STATUS           PIC X(02)   VALUE SPACES.
004700 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
004800 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
004900     88  WS-EOF-YES                          VALUE 'Y'.
005000     88  WS-EOF-NO                           VALUE 'N'.
005100 77  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
005200 77  WS-SELECTED-COUNT           PIC 9(7) COMP VALUE 0.
005300 77  WS-BAD-COUNT                PIC 9(7) COMP VALUE 0.
005400 77  WS-PRINTED-COUNT            PIC 9(7) COMP VALUE 0.
005500 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
005600******************************************************************
005700*    REPORTING PERIOD - FIRST AND LAST MONTH AS YYYYMM           *
005800******************************************************************
005900 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
006000 77  WS-FROM-MONTH               PIC 9(06)   VALUE 0.
006100 77  WS-TO-MONTH                 PIC 9(06)   VALUE 0.
006200 77  WS-POST-MONTH               PIC 9(06)   VALUE 0.
006300 01  WS-MONTH-FMT-WORK.
006400     05  WS-MONTH-IN             PIC 9(06)   VALUE 0.
006500     05  WS-MONTH-IN-PARTS REDEFINES WS-MONTH-IN.
006600         10  WS-MI-YEAR          PIC 9(04).
006700         10  WS-MI-MONTH         PIC 9(02).
006800 01  WS-MONTH-FMT.
006900     05  WS-MF-YEAR              PIC 9(04).
007000     05  FILLER                  PIC X(01)   VALUE "-".
007100     05  WS-MF-MONTH             PIC 9(02).
007200******************************************************************
007300*    RATE TABLE - ONE ENTRY PER TAX CODE AND PERCENTAGE SEEN IN  *
007400*    THE PERIOD, KEPT IN CODE/RATE ORDER AS ENTRIES ARE ADDED    *
007500******************************************************************
007600 77  WS-RATE-COUNT               PIC 9(3) COMP VALUE 0.
007700 77  WS-RATE-SUB                 PIC 9(3) COMP VALUE 0.
007800 77  WS-INS-SUB                  PIC 9(3) COMP VALUE 0.
007900 77  WS-RATE-FOUND-SW            PIC X(01)   VALUE 'N'.
008000     88  WS-RATE-FOUND                       VALUE 'Y'.
008100     88  WS-RATE-NOT-FOUND                   VALUE 'N'.
008200 01  WS-RATE-TABLE.
008300     05  WS-RATE-ENTRY OCCURS 50 TIMES.
008400         10  WS-RT-TAX-CODE      PIC X(01).
008500         10  WS-RT-TAX-PCT       PIC 9(03)V99.
008600         10  WS-RT-NET-CHARGED   PIC 9(11)V99.
008700         10  WS-RT-TAX-CHARGED   PIC 9(11)V99.
008800         10  WS-RT-NET-CREDITED  PIC 9(11)V99.
008900         10  WS-RT-TAX-CREDITED  PIC 9(11)V99.
009000 01  WS-GRAND-TOTALS.
009100     05  WS-GR-NET-CHARGED       PIC 9(11)V99 VALUE 0.
009200     05  WS-GR-TAX-CHARGED       PIC 9(11)V99 VALUE 0.
009300     05  WS-GR-NET-CREDITED      PIC 9(11)V99 VALUE 0.
009400     05  WS-GR-TAX-CREDITED      PIC 9(11)V99 VALUE 0.
009500 77  WS-NET-DUE                  PIC S9(11)V99 VALUE 0.
009600******************************************************************
009700*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
009800******************************************************************
009900 01  WS-RUNSTAT-PARMS.
010000     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "TAXRPT".
010100     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
010200     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
010300     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
010400     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
010500******************************************************************
010600*    REPORT LINE LAYOUTS                                         *
010700******************************************************************
010800 01  WS-HDG-LINE-1.
010900     05  FILLER                  PIC X(40)   VALUE SPACES.
011000     05  FILLER                  PIC X(37)
011100         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
011200     05  FILLER                  PIC X(10)   VALUE SPACES.
011300     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
011400     05  HDG1-PAGE-NO            PIC ZZZZ9.
011500     05  FILLER                  PIC X(30)   VALUE SPACES.
011600 01  WS-HDG-LINE-2.
011700     05  FILLER                  PIC X(45)   VALUE SPACES.
011800     05  FILLER                  PIC X(32)
011900         VALUE "VAT SUMMARY BY RATE".
012000     05  FILLER                  PIC X(55)   VALUE SPACES.
012100 01  WS-HDG-LINE-3.
012200     05  FILLER                  PIC X(05)   VALUE SPACES.
012300     05  FILLER                  PIC X(08)   VALUE "PERIOD:".
012400     05  HDG3-FROM-MONTH         PIC X(07).
012500     05  FILLER                  PIC X(04)   VALUE " TO ".
012600     05  HDG3-TO-MONTH           PIC X(07).
012700     05  FILLER                  PIC X(101)  VALUE SPACES.
012800 01  WS-COL-HDG-LINE.
012900     05  FILLER                  PIC X(05)   VALUE SPACES.
013000     05  FILLER                  PIC X(06)   VALUE "CODE".
013100     05  FILLER                  PIC X(10)   VALUE "    RATE %".
013200     05  FILLER                  PIC X(16)
013300         VALUE "   TAXABLE SALES".
013400     05  FILLER                  PIC X(16)
013500         VALUE "     VAT CHARGED".
013600     05  FILLER                  PIC X(16)
013700         VALUE "  SALES CREDITED".
013800     05  FILLER                  PIC X(16)
013900         VALUE "    VAT CREDITED".
014000     05  FILLER                  PIC X(16)
014100         VALUE "     NET VAT DUE".
014200     05  FILLER                  PIC X(31)   VALUE SPACES.
014300 01  WS-COL-RULE-LINE.
014400     05  FILLER                  PIC X(05)   VALUE SPACES.
014500     05  FILLER                  PIC X(06)
014600         VALUE "----".
014700     05  FILLER                  PIC X(10)
014800         VALUE "    ------".
014900     05  FILLER                  PIC X(16)
015000         VALUE "  --------------".
015100     05  FILLER                  PIC X(16)
015200         VALUE "  --------------".
015300     05  FILLER                  PIC X(16)
015400         VALUE "  --------------".
015500     05  FILLER                  PIC X(16)
015600         VALUE "  --------------".
015700     05  FILLER                  PIC X(16)
015800         VALUE "  --------------".
015900     05  FILLER                  PIC X(31)   VALUE SPACES.
016000 01  WS-DETAIL-LINE.
016100     05  FILLER                  PIC X(05)   VALUE SPACES.
016200     05  DTL-TAX-CODE            PIC X(01).
016300     05  FILLER                  PIC X(09)   VALUE SPACES.
016400     05  DTL-TAX-PCT             PIC ZZ9.99.
016500     05  FILLER                  PIC X(02)   VALUE SPACES.
016600     05  DTL-NET-CHARGED         PIC Z(9)9.99-.
016700     05  FILLER                  PIC X(02)   VALUE SPACES.
016800     05  DTL-TAX-CHARGED         PIC Z(9)9.99-.
016900     05  FILLER                  PIC X(02)   VALUE SPACES.
017000     05  DTL-NET-CREDITED        PIC Z(9)9.99-.
017100     05  FILLER                  PIC X(02)   VALUE SPACES.
017200     05  DTL-TAX-CREDITED        PIC Z(9)9.99-.
017300     05  FILLER                  PIC X(02)   VALUE SPACES.
017400     05  DTL-NET-DUE             PIC Z(9)9.99-.
017500     05  FILLER                  PIC X(31)   VALUE SPACES.
017600 01  WS-TOTAL-LINE.
017700     05  FILLER                  PIC X(05)   VALUE SPACES.
017800     05  TOT-LABEL               PIC X(16).
017900     05  FILLER                  PIC X(02)   VALUE SPACES.
018000     05  TOT-NET-CHARGED         PIC Z(9)9.99-.
018100     05  FILLER                  PIC X(02)   VALUE SPACES.
018200     05  TOT-TAX-CHARGED         PIC Z(9)9.99-.
018300     05  FILLER                  PIC X(02)   VALUE SPACES.
018400     05  TOT-NET-CREDITED        PIC Z(9)9.99-.
018500     05  FILLER                  PIC X(02)   VALUE SPACES.
018600     05  TOT-TAX-CREDITED        PIC Z(9)9.99-.
018700     05  FILLER                  PIC X(02)   VALUE SPACES.
018800     05  TOT-NET-DUE             PIC Z(9)9.99-.
018900     05  FILLER                  PIC X(31)   VALUE SPACES.
019000 01  WS-NONE-LINE.
019100     05  FILLER                  PIC X(05)   VALUE SPACES.
019200     05  FILLER                  PIC X(40)
019300         VALUE "NO VAT ACTIVITY POSTED IN THE PERIOD".
019400     05  FILLER                  PIC X(87)   VALUE SPACES.
019500 LINKAGE SECTION.
019600 01  LK-PARM-AREA.
019700     05  LK-PARM-LEN             PIC S9(4) COMP.
019800     05  LK-PARM-TEXT            PIC X(15).
019900 PROCEDURE DIVISION USING LK-PARM-AREA.
020000******************************************************************
020100*    0000-MAINLINE                                               *
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     PERFORM 2000-ACCUMULATE-ROW THRU 2000-EXIT
020600         UNTIL WS-EOF-YES.
020700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
020800     STOP RUN.
020900******************************************************************
021000*    1000-INITIALIZE                                             *
021100******************************************************************
021200 1000-INITIALIZE.
021300     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
021400     IF WS-EOF-YES
021500         MOVE "0008" TO WS-RUN-RETURN-STATUS
021600         GO TO 1000-EXIT
021700     END-IF
021800     OPEN INPUT TAX-HISTORY-FILE.
021900     IF WS-TH-FILE-STATUS NOT = "00"
022000         DISPLAY "TAXRPT: UNABLE TO OPEN TAX-HISTORY-FILE, "
022100             "STATUS=" WS-TH-FILE-STATUS
022200         SET WS-EOF-YES TO TRUE
022300         MOVE "0012" TO WS-RUN-RETURN-STATUS
022400         GO TO 1000-EXIT
022500     END-IF
022600     OPEN OUTPUT REPORT-FILE.
022700     IF WS-RPT-FILE-STATUS NOT = "00"
022800         DISPLAY "TAXRPT: UNABLE TO OPEN REPORT-FILE, STATUS="
022900             WS-RPT-FILE-STATUS
023000         SET WS-EOF-YES TO TRUE
023100         MOVE "0012" TO WS-RUN-RETURN-STATUS
023200         GO TO 1000-EXIT
023300     END-IF
023400     PERFORM 1100-READ-NEXT-ROW THRU 1100-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700******************************************************************
023800*    1100-READ-NEXT-ROW                                          *
023900******************************************************************
024000 1100-READ-NEXT-ROW.
024100     READ TAX-HISTORY-FILE
024200         AT END
024300             SET WS-EOF-YES TO TRUE
024400     END-READ.
024500     IF WS-EOF-NO
024600         ADD 1 TO WS-READ-COUNT
024700     END-IF.
024800 1100-EXIT.
024900     EXIT.
025000******************************************************************
025100*    1200-PARSE-PARM - THE SUMMARY COVERS THE RUN MONTH UNLESS   *
025200*    THE PARM GIVES P=YYYYMM OR P=YYYYMM-YYYYMM                  *
025300******************************************************************
025400 1200-PARSE-PARM.
025500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025600     COMPUTE WS-FROM-MONTH = WS-RUN-DATE / 100.
025700     MOVE WS-FROM-MONTH TO WS-TO-MONTH.
025800     IF LK-PARM-LEN = 0 OR LK-PARM-TEXT = SPACES
025900         GO TO 1200-EXIT
026000     END-IF
026100     IF LK-PARM-LEN < 8
026200        OR LK-PARM-TEXT(1:2) NOT = "P="
026300        OR LK-PARM-TEXT(3:6) NOT NUMERIC
026400         GO TO 1200-BAD-PARM
026500     END-IF
026600     MOVE LK-PARM-TEXT(3:6) TO WS-FROM-MONTH.
026700     MOVE WS-FROM-MONTH TO WS-TO-MONTH.
026800     IF LK-PARM-LEN >= 15 AND LK-PARM-TEXT(9:1) = "-"
026900         IF LK-PARM-TEXT(10:6) NOT NUMERIC
027000             GO TO 1200-BAD-PARM
027100         END-IF
027200         MOVE LK-PARM-TEXT(10:6) TO WS-TO-MONTH
027300     END-IF
027400     MOVE WS-FROM-MONTH TO WS-MONTH-IN.
027500     IF WS-MI-MONTH < 1 OR WS-MI-MONTH > 12
027600         GO TO 1200-BAD-PARM
027700     END-IF
027800     MOVE WS-TO-MONTH TO WS-MONTH-IN.
027900     IF WS-MI-MONTH < 1 OR WS-MI-MONTH > 12
028000        OR WS-TO-MONTH < WS-FROM-MONTH
028100         GO TO 1200-BAD-PARM
028200     END-IF
028300     GO TO 1200-EXIT.
028400 1200-BAD-PARM.
028500     DISPLAY "TAXRPT: PARM MUST BE P=<YYYYMM>, "
028600         "P=<YYYYMM>-<YYYYMM> OR BLANK FOR THE RUN MONTH".
028700     SET WS-EOF-YES TO TRUE.
028800 1200-EXIT.
028900     EXIT.
029000******************************************************************
029100*    2000-ACCUMULATE-ROW - ADDS ONE JOURNAL ROW POSTED IN THE    *
029200*    PERIOD TO ITS CODE/RATE ENTRY, AND READS AHEAD              *
029300******************************************************************
029400 2000-ACCUMULATE-ROW.
029500     IF TH-POST-DATE NOT NUMERIC
029600        OR TH-TAX-PCT NOT NUMERIC
029700        OR TH-NET-AMOUNT NOT NUMERIC
029800        OR TH-TAX-AMOUNT NOT NUMERIC
029900        OR NOT (TH-TAX-CHARGED OR TH-TAX-CREDITED)
030000         ADD 1 TO WS-BAD-COUNT
030100         GO TO 2000-READ-NEXT
030200     END-IF
030300     COMPUTE WS-POST-MONTH = TH-POST-DATE / 100.
030400     IF WS-POST-MONTH < WS-FROM-MONTH
030500        OR WS-POST-MONTH > WS-TO-MONTH
030600         GO TO 2000-READ-NEXT
030700     END-IF
030800     PERFORM 2100-FIND-RATE-ENTRY THRU 2100-EXIT.
030900     IF WS-RATE-NOT-FOUND
031000         ADD 1 TO WS-BAD-COUNT
031100         GO TO 2000-READ-NEXT
031200     END-IF
031300     ADD 1 TO WS-SELECTED-COUNT.
031400     IF TH-TAX-CHARGED
031500         ADD TH-NET-AMOUNT TO WS-RT-NET-CHARGED(WS-RATE-SUB)
031600         ADD TH-TAX-AMOUNT TO WS-RT-TAX-CHARGED(WS-RATE-SUB)
031700     ELSE
031800         ADD TH-NET-AMOUNT TO WS-RT-NET-CREDITED(WS-RATE-SUB)
031900         ADD TH-TAX-AMOUNT TO WS-RT-TAX-CREDITED(WS-RATE-SUB)
032000     END-IF.
032100 2000-READ-NEXT.
032200     PERFORM 1100-READ-NEXT-ROW THRU 1100-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500******************************************************************
032600*    2100-FIND-RATE-ENTRY - LEAVES WS-RATE-SUB ON THE ENTRY FOR  *
032700*    THE ROW'S CODE AND RATE, OPENING ONE IN ORDER IF THE PAIR   *
032800*    IS NEW.  A FULL TABLE LEAVES WS-RATE-NOT-FOUND SET.         *
032900******************************************************************
033000 2100-FIND-RATE-ENTRY.
033100     SET WS-RATE-NOT-FOUND TO TRUE.
033200     MOVE 0 TO WS-INS-SUB.
033300     MOVE 1 TO WS-RATE-SUB.
033400     PERFORM 2110-TEST-RATE-ENTRY THRU 2110-EXIT
033500         UNTIL WS-RATE-FOUND OR WS-INS-SUB > 0
033600            OR WS-RATE-SUB > WS-RATE-COUNT.
033700     IF WS-RATE-FOUND
033800         GO TO 2100-EXIT
033900     END-IF
034000     IF WS-RATE-COUNT >= 50
034100         DISPLAY "TAXRPT: WARNING - RATE TABLE FULL, CODE "
034200             TH-TAX-CODE " RATE " TH-TAX-PCT " SKIPPED"
034300         GO TO 2100-EXIT
034400     END-IF
034500*    A NEW PAIR GOES IN FRONT OF THE FIRST ENTRY THAT SORTS
034600*    AFTER IT, OR ON THE END - SHUFFLE THE REST UP
034700     IF WS-INS-SUB = 0
034800         MOVE WS-RATE-SUB TO WS-INS-SUB
034900     END-IF
035000     ADD 1 TO WS-RATE-COUNT.
035100     MOVE WS-RATE-COUNT TO WS-RATE-SUB.
035200     PERFORM 2120-SHIFT-RATE-ENTRY THRU 2120-EXIT
035300         UNTIL WS-RATE-SUB NOT > WS-INS-SUB.
035400     MOVE TH-TAX-CODE TO WS-RT-TAX-CODE(WS-RATE-SUB).
035500     MOVE TH-TAX-PCT TO WS-RT-TAX-PCT(WS-RATE-SUB).
035600     MOVE 0 TO WS-RT-NET-CHARGED(WS-RATE-SUB)
035700         WS-RT-TAX-CHARGED(WS-RATE-SUB)
035800         WS-RT-NET-CREDITED(WS-RATE-SUB)
035900         WS-RT-TAX-CREDITED(WS-RATE-SUB).
036000     SET WS-RATE-FOUND TO TRUE.
036100 2100-EXIT.
036200     EXIT.
036300******************************************************************
036400*    2110-TEST-RATE-ENTRY - STOPS ON A MATCH, OR ON THE FIRST    *
036500*    ENTRY THAT SORTS AFTER THE ROW (NOTED IN WS-INS-SUB)        *
036600******************************************************************
036700 2110-TEST-RATE-ENTRY.
036800     IF WS-RT-TAX-CODE(WS-RATE-SUB) = TH-TAX-CODE
036900        AND WS-RT-TAX-PCT(WS-RATE-SUB) = TH-TAX-PCT
037000         SET WS-RATE-FOUND TO TRUE
037100         GO TO 2110-EXIT
037200     END-IF
037300     IF WS-RT-TAX-CODE(WS-RATE-SUB) > TH-TAX-CODE
037400        OR (WS-RT-TAX-CODE(WS-RATE-SUB) = TH-TAX-CODE
037500            AND WS-RT-TAX-PCT(WS-RATE-SUB) > TH-TAX-PCT)
037600         MOVE WS-RATE-SUB TO WS-INS-SUB
037700         GO TO 2110-EXIT
037800     END-IF
037900     ADD 1 TO WS-RATE-SUB.
038000 2110-EXIT.
038100     EXIT.
038200******************************************************************
038300*    2120-SHIFT-RATE-ENTRY - MOVES ONE ENTRY UP A SLOT           *
038400******************************************************************
038500 2120-SHIFT-RATE-ENTRY.
038600     MOVE WS-RATE-ENTRY(WS-RATE-SUB - 1)
038700         TO WS-RATE-ENTRY(WS-RATE-SUB).
038800     SUBTRACT 1 FROM WS-RATE-SUB.
038900 2120-EXIT.
039000     EXIT.
039100******************************************************************
039200*    2200-PRINT-HEADINGS                                         *
039300******************************************************************
039400 2200-PRINT-HEADINGS.
039500     ADD 1 TO WS-PAGE-CTR.
039600     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
039700     MOVE WS-FROM-MONTH TO WS-MONTH-IN.
039800     MOVE WS-MI-YEAR TO WS-MF-YEAR.
039900     MOVE WS-MI-MONTH TO WS-MF-MONTH.
040000     MOVE WS-MONTH-FMT TO HDG3-FROM-MONTH.
040100     MOVE WS-TO-MONTH TO WS-MONTH-IN.
040200     MOVE WS-MI-YEAR TO WS-MF-YEAR.
040300     MOVE WS-MI-MONTH TO WS-MF-MONTH.
040400     MOVE WS-MONTH-FMT TO HDG3-TO-MONTH.
040500     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
040600     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
040700     WRITE RPT-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
040800     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
040900     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
041000 2200-EXIT.
041100     EXIT.
041200******************************************************************
041300*    2300-PRINT-RATE-LINE - ONE LINE PER CODE/RATE, ROLLED INTO  *
041400*    THE GRAND TOTALS                                            *
041500******************************************************************
041600 2300-PRINT-RATE-LINE.
041700     MOVE WS-RT-TAX-CODE(WS-RATE-SUB) TO DTL-TAX-CODE.
041800     MOVE WS-RT-TAX-PCT(WS-RATE-SUB) TO DTL-TAX-PCT.
041900     MOVE WS-RT-NET-CHARGED(WS-RATE-SUB) TO DTL-NET-CHARGED.
042000     MOVE WS-RT-TAX-CHARGED(WS-RATE-SUB) TO DTL-TAX-CHARGED.
042100     MOVE WS-RT-NET-CREDITED(WS-RATE-SUB) TO DTL-NET-CREDITED.
042200     MOVE WS-RT-TAX-CREDITED(WS-RATE-SUB) TO DTL-TAX-CREDITED.
042300     COMPUTE WS-NET-DUE = WS-RT-TAX-CHARGED(WS-RATE-SUB)
042400         - WS-RT-TAX-CREDITED(WS-RATE-SUB).
042500     MOVE WS-NET-DUE TO DTL-NET-DUE.
042600     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
042700     ADD 1 TO WS-PRINTED-COUNT.
042800     ADD WS-RT-NET-CHARGED(WS-RATE-SUB) TO WS-GR-NET-CHARGED.
042900     ADD WS-RT-TAX-CHARGED(WS-RATE-SUB) TO WS-GR-TAX-CHARGED.
043000     ADD WS-RT-NET-CREDITED(WS-RATE-SUB) TO WS-GR-NET-CREDITED.
043100     ADD WS-RT-TAX-CREDITED(WS-RATE-SUB) TO WS-GR-TAX-CREDITED.
043200     ADD 1 TO WS-RATE-SUB.
043300 2300-EXIT.
043400     EXIT.
043500******************************************************************
043600*    3000-FINALIZE - PRINTS THE SUMMARY (ONE PAGE - THE TABLE    *
043700*    HOLDS AT MOST 50 RATES) AND CLOSES UP                       *
043800******************************************************************
043900 3000-FINALIZE.
044000     IF WS-RPT-FILE-STATUS = "00"
044100         PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
044200         IF WS-RATE-COUNT = 0
044300             WRITE RPT-LINE FROM WS-NONE-LINE
044400                 AFTER ADVANCING 1 LINE
044500         END-IF
044600         MOVE 1 TO WS-RATE-SUB
044700         PERFORM 2300-PRINT-RATE-LINE THRU 2300-EXIT
044800             UNTIL WS-RATE-SUB > WS-RATE-COUNT
044900         MOVE "TOTAL" TO TOT-LABEL
045000         MOVE WS-GR-NET-CHARGED TO TOT-NET-CHARGED
045100         MOVE WS-GR-TAX-CHARGED TO TOT-TAX-CHARGED
045200         MOVE WS-GR-NET-CREDITED TO TOT-NET-CREDITED
045300         MOVE WS-GR-TAX-CREDITED TO TOT-TAX-CREDITED
045400         COMPUTE WS-NET-DUE =
045500             WS-GR-TAX-CHARGED - WS-GR-TAX-CREDITED
045600         MOVE WS-NET-DUE TO TOT-NET-DUE
045700         WRITE RPT-LINE FROM WS-TOTAL-LINE
045800             AFTER ADVANCING 2 LINES
045900         CLOSE REPORT-FILE
046000     END-IF
046100     DISPLAY "TAXRPT: PERIOD " WS-FROM-MONTH "-" WS-TO-MONTH
046200         " ROWS READ=" WS-READ-COUNT
046300         " IN PERIOD=" WS-SELECTED-COUNT
046400         " SKIPPED=" WS-BAD-COUNT
046500         " RATES=" WS-PRINTED-COUNT.
046600     MOVE WS-READ-COUNT TO WS-RUN-RECORDS-READ.
046700     MOVE WS-PRINTED-COUNT TO WS-RUN-RECORDS-WRITTEN.
046800     MOVE WS-BAD-COUNT TO WS-RUN-RECORDS-REJECTED.
046900     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
047000     IF WS-TH-FILE-STATUS = "00" OR WS-TH-FILE-STATUS = "10"
047100         CLOSE TAX-HISTORY-FILE
047200     END-IF.
047300 3000-EXIT.
047400     EXIT.

000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  GLEXTR                                         *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     NIGHTLY GENERAL-LEDGER EXTRACT.  TURNS THE     *
000800*                 NIGHT'S POSTED ACTIVITY INTO DOUBLE-ENTRY      *
000900*                 JOURNAL LINES FOR THE LEDGER: RECEIVABLES      *
001000*                 POSTED BY ARPOST AND RETURNS CREDITED BY       *
001100*                 RETPROC (FROM THE VAT JOURNAL, TAXHIST), CASH  *
001200*                 APPLIED BY ARCASH (FROM THE PAYMENT HISTORY,   *
001300*                 PAYHIST) AND STOCK WRITE-UPS AND WRITE-DOWNS   *
001400*                 ACCEPTED IN EXCPDISP (FROM THE STOCK           *
001500*                 ADJUSTMENT JOURNAL, ADJHIST).  EACH AMOUNT     *
001600*                 BECOMES A DEBIT AND A CREDIT LINE ON THE       *
001700*                 ACCOUNTS ITS POSTING RULE (GLRULES, MAINTAINED *
001800*                 BY GLRLMNT) NAMES.  LINES ARE BUILT ON A WORK  *
001900*                 FILE AND COPIED TO THE HAND-OFF FILE (GLJRNL), *
002000*                 WITH A CONTROL TRAILER, ONLY WHEN DEBITS EQUAL *
002100*                 CREDITS AND EVERY ACTIVITY ROW FOUND ITS RULE  *
002200*                 - OTHERWISE NOTHING IS RELEASED AND THE RUN    *
002300*                 ENDS 0012 SO OPSRPT FLAGS IT AND THE GATE      *
002400*                 ALLOWS THE RERUN.  A CONTROL LISTING (GLPRINT) *
002500*                 SHOWS DEBITS AND CREDITS BY ACCOUNT.  THE      *
002600*                 NIGHT EXTRACTED IS THE RUN DATE UNLESS THE     *
002700*                 PARM GIVES D=<YYYYMMDD>.                       *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ------------------------------------------------------      *
003100*    2026-10-15 ML  ORIGINAL VERSION - NIGHTLY GL JOURNAL        *
003200*                   EXTRACT.                                     *
003300******************************************************************
003400 PROGRAM-ID.  GLEXTR.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RULE-MASTER-FILE ASSIGN TO "GLRULES"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS GR-ACTIVITY-CODE
004200         FILE STATUS IS WS-GR-FILE-STATUS.
004300     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-TH-FILE-STATUS.
004600     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PH-FILE-STATUS.
004900     SELECT ADJUST-JOURNAL-FILE ASSIGN TO "ADJHIST"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SA-FILE-STATUS.
005200     SELECT GL-WORK-FILE ASSIGN TO "GLWORK"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-GW-FILE-STATUS.
005500     SELECT GL-RELEASE-FILE ASSIGN TO "GLJRNL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-GJ-FILE-STATUS.
005800     SELECT REPORT-FILE ASSIGN TO "GLPRINT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RULE-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY GLRULE.
006600 FD  TAX-HISTORY-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY TAXHIST.
006900 FD  PAY-HISTORY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PAYHIST.
007200 FD  ADJUST-JOURNAL-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY ADJHIST.
007500 FD  GL-WORK-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY GLJRNL.
007800 FD  GL-RELEASE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000*    SAME LAYOUT AS THE WORK FILE (GLJRNL) - LINES ARE COPIED
008100*    ACROSS UNCHANGED ONCE THE NIGHT BALANCES
008200 01  GL-RELEASE-RECORD           PIC X(80).
008300 FD  REPORT-FILE
008400     LABEL RECORDS ARE OMITTED
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  RPT-LINE                    PIC X(132).
008700 WORKING-STORAGE SECTION.
008800******************************************************************
008900*    SWITCHES AND COUNTERS                                       *
009000******************************************************************
009100 77  WS-GR-FILE-STATUS           PIC X(02)   VALUE SPACES.
009200 77  WS-TH-FILE-STATUS           PIC X(02)   VALUE SPACES.
009300 77  WS-PH-FILE-STATUS           PIC X(02)   VALUE SPACES.
009400 77  WS-SA-FILE-STATUS           PIC X(02)   VALUE SPACES.
009500 77  WS-GW-FILE-STATUS           PIC X(02)   VALUE SPACES.
009600 77  WS-GJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
009700 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
009800 77  WS-GR-EOF-SW                PIC X(01)   VALUE 'N'.
009900     88  WS-GR-EOF-YES                       VALUE 'Y'.
010000     88  WS-GR-EOF-NO                        VALUE 'N'.
010100 77  WS-TH-EOF-SW                PIC X(01)   VALUE 'N'.
010200     88  WS-TH-EOF-YES                       VALUE 'Y'.
010300     88  WS-TH-EOF-NO                        VALUE 'N'.
010400 77  WS-PH-EOF-SW                PIC X(01)   VALUE 'N'.
010500     88  WS-PH-EOF-YES                       VALUE 'Y'.
010600     88  WS-PH-EOF-NO                        VALUE 'N'.
010700 77  WS-SA-EOF-SW                PIC X(01)   VALUE 'N'.
010800     88  WS-SA-EOF-YES                       VALUE 'Y'.
010900     88  WS-SA-EOF-NO                        VALUE 'N'.
011000 77  WS-GW-EOF-SW                PIC X(01)   VALUE 'N'.
011100     88  WS-GW-EOF-YES                       VALUE 'Y'.
011200     88  WS-GW-EOF-NO                        VALUE 'N'.
011300 77  WS-GW-OPEN-SW               PIC X(01)   VALUE 'N'.
011400     88  WS-GW-OPEN                          VALUE 'Y'.
011500     88  WS-GW-NOT-OPEN                      VALUE 'N'.
011600 77  WS-ROW-SW                   PIC X(01)   VALUE 'Y'.
011700     88  WS-ROW-POSTED                       VALUE 'Y'.
011800     88  WS-ROW-REJECTED                     VALUE 'N'.
011900 77  WS-SELECTED-COUNT           PIC 9(7) COMP VALUE 0.
012000 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
012100 77  WS-LINE-COUNT               PIC 9(7) COMP VALUE 0.
012200 77  WS-RELEASED-COUNT           PIC 9(7) COMP VALUE 0.
012300 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
012400******************************************************************
012500*    THE NIGHT BEING EXTRACTED, AND WHY A FILE WAS WITHHELD      *
012600******************************************************************
012700 77  WS-EXTRACT-DATE             PIC 9(08)   VALUE 0.
012800 77  WS-WITHHOLD-REASON          PIC X(40)   VALUE SPACES.
012900 01  WS-DATE-FMT-WORK.
013000     05  WS-DATE-IN              PIC 9(08)   VALUE 0.
013100     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
013200         10  WS-DI-YEAR          PIC 9(04).
013300         10  WS-DI-MONTH         PIC 9(02).
013400         10  WS-DI-DAY           PIC 9(02).
013500 01  WS-DATE-FMT.
013600     05  WS-DF-YEAR              PIC 9(04).
013700     05  FILLER                  PIC X(01)   VALUE "-".
013800     05  WS-DF-MONTH             PIC 9(02).
013900     05  FILLER                  PIC X(01)   VALUE "-".
014000     05  WS-DF-DAY               PIC 9(02).
014100******************************************************************
014200*    POSTING-RULE TABLE - LOADED ONCE FROM GLRULES AT STARTUP    *
014300******************************************************************
014400 77  WS-RULE-COUNT               PIC 9(3) COMP VALUE 0.
014500 01  WS-RULE-TABLE.
014600     05  WS-RULE-ENTRY OCCURS 1 TO 50 TIMES
014700                       DEPENDING ON WS-RULE-COUNT
014800                       INDEXED BY WS-RULE-IDX.
014900         10  WS-RL-ACTIVITY-CODE PIC X(04).
015000         10  WS-RL-DEBIT-ACCOUNT PIC X(10).
015100         10  WS-RL-CREDIT-ACCOUNT
015200                                 PIC X(10).
015300******************************************************************
015400*    ONE PIECE OF ACTIVITY TO POST - SET BY THE EXTRACT          *
015500*    PARAGRAPHS BEFORE PERFORMING 2800-POST-ACTIVITY             *
015600******************************************************************
015700 01  WS-POST-AREA.
015800     05  WS-POST-ACTIVITY        PIC X(04).
015900     05  WS-POST-AMOUNT          PIC 9(9)V99.
016000     05  WS-POST-SOURCE          PIC X(08).
016100     05  WS-POST-PARTY           PIC X(10).
016200     05  WS-POST-DOCUMENT        PIC X(10).
016300 77  WS-DOC-NUMBER               PIC 9(08)   VALUE 0.
016400******************************************************************
016500*    CONTROL TOTALS - ADDED AS EACH LINE IS WRITTEN              *
016600******************************************************************
016700 77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE 0.
016800 77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
016900******************************************************************
017000*    ACCOUNT SUMMARY FOR THE CONTROL LISTING - ONE ENTRY PER     *
017100*    ACCOUNT TOUCHED, KEPT IN ACCOUNT ORDER AS ENTRIES ARE ADDED *
017200******************************************************************
017300 77  WS-ACCT-COUNT               PIC 9(3) COMP VALUE 0.
017400 77  WS-ACCT-SUB                 PIC 9(3) COMP VALUE 0.
017500 77  WS-INS-SUB                  PIC 9(3) COMP VALUE 0.
017600 77  WS-ACCT-FOUND-SW            PIC X(01)   VALUE 'N'.
017700     88  WS-ACCT-FOUND                       VALUE 'Y'.
017800     88  WS-ACCT-NOT-FOUND                   VALUE 'N'.
017900 01  WS-ACCT-TABLE.
018000     05  WS-ACCT-ENTRY OCCURS 50 TIMES.
018100         10  WS-AC-ACCOUNT       PIC X(10).
018200         10  WS-AC-DEBITS        PIC 9(11)V99.
018300         10  WS-AC-CREDITS       PIC 9(11)V99.
018400******************************************************************
018500*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
018600******************************************************************
018700 01  WS-RUNSTAT-PARMS.
018800     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "GLEXTR".
018900     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
019000     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
019100     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
019200     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
019300******************************************************************
019400*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
019500*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
019600******************************************************************
019700 01  WS-GATE-PARMS.
019800     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "GLEXTR".
019900     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
020000******************************************************************
020100*    REPORT LINE LAYOUTS                                         *
020200******************************************************************
020300 01  WS-HDG-LINE-1.
020400     05  FILLER                  PIC X(40)   VALUE SPACES.
020500     05  FILLER                  PIC X(37)
020600         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
020700     05  FILLER                  PIC X(10)   VALUE SPACES.
020800     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
020900     05  HDG1-PAGE-NO            PIC ZZZZ9.
021000     05  FILLER                  PIC X(30)   VALUE SPACES.
021100 01  WS-HDG-LINE-2.
021200     05  FILLER                  PIC X(45)   VALUE SPACES.
021300     05  FILLER                  PIC X(32)
021400         VALUE "GENERAL LEDGER EXTRACT CONTROL".
021500     05  FILLER                  PIC X(55)   VALUE SPACES.
021600 01  WS-HDG-LINE-3.
021700     05  FILLER                  PIC X(05)   VALUE SPACES.
021800     05  FILLER                  PIC X(15)
021900         VALUE "ACTIVITY DATE:".
022000     05  HDG3-DATE               PIC X(10).
022100     05  FILLER                  PIC X(102)  VALUE SPACES.
022200 01  WS-COL-HDG-LINE.
022300     05  FILLER                  PIC X(05)   VALUE SPACES.
022400     05  FILLER                  PIC X(12)   VALUE "ACCOUNT".
022500     05  FILLER                  PIC X(18)
022600         VALUE "            DEBITS".
022700     05  FILLER                  PIC X(18)
022800         VALUE "           CREDITS".
022900     05  FILLER                  PIC X(79)   VALUE SPACES.
023000 01  WS-COL-RULE-LINE.
023100     05  FILLER                  PIC X(05)   VALUE SPACES.
023200     05  FILLER                  PIC X(12)
023300         VALUE "----------".
023400     05  FILLER                  PIC X(18)
023500         VALUE "  ----------------".
023600     05  FILLER                  PIC X(18)
023700         VALUE "  ----------------".
023800     05  FILLER                  PIC X(79)   VALUE SPACES.
023900 01  WS-DETAIL-LINE.
024000     05  FILLER                  PIC X(05)   VALUE SPACES.
024100     05  DTL-ACCOUNT             PIC X(10).
024200     05  FILLER                  PIC X(04)   VALUE SPACES.
024300     05  DTL-DEBITS              PIC Z(11)9.99.
024400     05  FILLER                  PIC X(02)   VALUE SPACES.
024500     05  DTL-CREDITS             PIC Z(11)9.99.
024600     05  FILLER                  PIC X(81)   VALUE SPACES.
024700 01  WS-TOTAL-LINE.
024800     05  FILLER                  PIC X(05)   VALUE SPACES.
024900     05  FILLER                  PIC X(10)   VALUE "TOTAL".
025000     05  FILLER                  PIC X(04)   VALUE SPACES.
025100     05  TOT-DEBITS              PIC Z(11)9.99.
025200     05  FILLER                  PIC X(02)   VALUE SPACES.
025300     05  TOT-CREDITS             PIC Z(11)9.99.
025400     05  FILLER                  PIC X(81)   VALUE SPACES.
025500 01  WS-COUNT-LINE.
025600     05  FILLER                  PIC X(05)   VALUE SPACES.
025700     05  FILLER                  PIC X(20)
025800         VALUE "ACTIVITY ROWS:".
025900     05  CNT-SELECTED            PIC ZZZZZZ9.
026000     05  FILLER                  PIC X(05)   VALUE SPACES.
026100     05  FILLER                  PIC X(20)
026200         VALUE "WITHOUT A RULE:".
026300     05  CNT-REJECTED            PIC ZZZZZZ9.
026400     05  FILLER                  PIC X(05)   VALUE SPACES.
026500     05  FILLER                  PIC X(20)
026600         VALUE "JOURNAL LINES:".
026700     05  CNT-LINES               PIC ZZZZZZ9.
026800     05  FILLER                  PIC X(36)   VALUE SPACES.
026900 01  WS-STATUS-LINE.
027000     05  FILLER                  PIC X(05)   VALUE SPACES.
027100     05  STS-TEXT                PIC X(24).
027200     05  STS-REASON              PIC X(40).
027300     05  FILLER                  PIC X(63)   VALUE SPACES.
027400 01  WS-NONE-LINE.
027500     05  FILLER                  PIC X(05)   VALUE SPACES.
027600     05  FILLER                  PIC X(40)
027700         VALUE "NO LEDGER ACTIVITY POSTED FOR THE DATE".
027800     05  FILLER                  PIC X(87)   VALUE SPACES.
027900 LINKAGE SECTION.
028000 01  LK-PARM-AREA.
028100     05  LK-PARM-LEN             PIC S9(4) COMP.
028200     05  LK-PARM-TEXT            PIC X(10).
028300 PROCEDURE DIVISION USING LK-PARM-AREA.
028400******************************************************************
028500*    0000-MAINLINE                                               *
028600******************************************************************
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028900     PERFORM 2000-EXTRACT-TAX-ROW THRU 2000-EXIT
029000         UNTIL WS-TH-EOF-YES.
029100     PERFORM 2200-EXTRACT-PAYMENT THRU 2200-EXIT
029200         UNTIL WS-PH-EOF-YES.
029300     PERFORM 2400-EXTRACT-ADJUSTMENT THRU 2400-EXIT
029400         UNTIL WS-SA-EOF-YES.
029500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
029600     STOP RUN.
029700******************************************************************
029800*    1000-INITIALIZE - LOADS THE POSTING RULES AND OPENS THE     *
029900*    WORK FILE AND LISTING.  A MISSING ACTIVITY JOURNAL IS NOT   *
030000*    AN ERROR - THE POSTING PROGRAM HAS SIMPLY NEVER WRITTEN     *
030100*    ONE - AND THE RUN PROCEEDS AS IF IT WERE EMPTY.             *
030200******************************************************************
030300 1000-INITIALIZE.
030400     CALL "RUNGATE" USING WS-GATE-PARMS.
030500     IF WS-GATE-RESULT NOT = "0000"
030600         PERFORM 1090-ABANDON-RUN THRU 1090-EXIT
030700         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
030800         GO TO 1000-EXIT
030900     END-IF
031000     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
031100     IF WS-RUN-RETURN-STATUS NOT = "0000"
031200         GO TO 1000-EXIT
031300     END-IF
031400     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
031500     IF WS-RUN-RETURN-STATUS NOT = "0000"
031600         GO TO 1000-EXIT
031700     END-IF
031800     OPEN OUTPUT GL-WORK-FILE.
031900     IF WS-GW-FILE-STATUS NOT = "00"
032000         DISPLAY "GLEXTR: UNABLE TO OPEN GL-WORK-FILE, "
032100             "STATUS=" WS-GW-FILE-STATUS
032200         PERFORM 1090-ABANDON-RUN THRU 1090-EXIT
032300         GO TO 1000-EXIT
032400     END-IF
032500     SET WS-GW-OPEN TO TRUE.
032600     OPEN OUTPUT REPORT-FILE.
032700     IF WS-RPT-FILE-STATUS NOT = "00"
032800         DISPLAY "GLEXTR: UNABLE TO OPEN REPORT-FILE, "
032900             "STATUS=" WS-RPT-FILE-STATUS
033000         PERFORM 1090-ABANDON-RUN THRU 1090-EXIT
033100         GO TO 1000-EXIT
033200     END-IF
033300     OPEN INPUT TAX-HISTORY-FILE.
033400     IF WS-TH-FILE-STATUS NOT = "00"
033500         DISPLAY "GLEXTR: NO VAT JOURNAL (STATUS="
033600             WS-TH-FILE-STATUS "), NO INVOICES OR RETURNS"
033700         SET WS-TH-EOF-YES TO TRUE
033800     ELSE
033900         PERFORM 1300-READ-NEXT-TAX-ROW THRU 1300-EXIT
034000     END-IF
034100     OPEN INPUT PAY-HISTORY-FILE.
034200     IF WS-PH-FILE-STATUS NOT = "00"
034300         DISPLAY "GLEXTR: NO PAYMENT HISTORY (STATUS="
034400             WS-PH-FILE-STATUS "), NO CASH"
034500         SET WS-PH-EOF-YES TO TRUE
034600     ELSE
034700         PERFORM 1400-READ-NEXT-PAYMENT THRU 1400-EXIT
034800     END-IF
034900     OPEN INPUT ADJUST-JOURNAL-FILE.
035000     IF WS-SA-FILE-STATUS NOT = "00"
035100         DISPLAY "GLEXTR: NO STOCK ADJUSTMENT JOURNAL (STATUS="
035200             WS-SA-FILE-STATUS "), NO STOCK ADJUSTMENTS"
035300         SET WS-SA-EOF-YES TO TRUE
035400     ELSE
035500         PERFORM 1500-READ-NEXT-ADJUSTMENT THRU 1500-EXIT
035600     END-IF.
035700 1000-EXIT.
035800     EXIT.
035900******************************************************************
036000*    1090-ABANDON-RUN - STOPS EVERY EXTRACT LOOP BEFORE IT       *
036100*    STARTS AND MARKS THE RUN FAILED                             *
036200******************************************************************
036300 1090-ABANDON-RUN.
036400     SET WS-TH-EOF-YES TO TRUE.
036500     SET WS-PH-EOF-YES TO TRUE.
036600     SET WS-SA-EOF-YES TO TRUE.
036700     MOVE "0012" TO WS-RUN-RETURN-STATUS.
036800 1090-EXIT.
036900     EXIT.
037000******************************************************************
037100*    1100-LOAD-RULE-TABLE - READS EVERY POSTING RULE INTO        *
037200*    WS-RULE-TABLE.  NO RULE MASTER MEANS NO ACCOUNTS TO POST    *
037300*    TO, SO THE RUN STOPS.                                       *
037400******************************************************************
037500 1100-LOAD-RULE-TABLE.
037600     OPEN INPUT RULE-MASTER-FILE.
037700     IF WS-GR-FILE-STATUS NOT = "00"
037800         DISPLAY "GLEXTR: UNABLE TO OPEN RULE-MASTER, "
037900             "STATUS=" WS-GR-FILE-STATUS
038000         PERFORM 1090-ABANDON-RUN THRU 1090-EXIT
038100         GO TO 1100-EXIT
038200     END-IF
038300     PERFORM 1110-READ-NEXT-RULE THRU 1110-EXIT.
038400     PERFORM 1120-STORE-RULE THRU 1120-EXIT
038500         UNTIL WS-GR-EOF-YES.
038600     CLOSE RULE-MASTER-FILE.
038700 1100-EXIT.
038800     EXIT.
038900******************************************************************
039000*    1110-READ-NEXT-RULE                                         *
039100******************************************************************
039200 1110-READ-NEXT-RULE.
039300     READ RULE-MASTER-FILE NEXT RECORD
039400         AT END
039500             SET WS-GR-EOF-YES TO TRUE
039600     END-READ.
039700 1110-EXIT.
039800     EXIT.
039900******************************************************************
040000*    1120-STORE-RULE                                             *
040100******************************************************************
040200 1120-STORE-RULE.
040300     IF WS-RULE-COUNT >= 50
040400         DISPLAY "GLEXTR: WARNING - RULE TABLE FULL, "
040500             GR-ACTIVITY-CODE " SKIPPED"
040600         GO TO 1120-READ-NEXT
040700     END-IF
040800     ADD 1 TO WS-RULE-COUNT.
040900     MOVE GR-ACTIVITY-CODE TO WS-RL-ACTIVITY-CODE(WS-RULE-COUNT).
041000     MOVE GR-DEBIT-ACCOUNT TO WS-RL-DEBIT-ACCOUNT(WS-RULE-COUNT).
041100     MOVE GR-CREDIT-ACCOUNT
041200         TO WS-RL-CREDIT-ACCOUNT(WS-RULE-COUNT).
041300 1120-READ-NEXT.
041400     PERFORM 1110-READ-NEXT-RULE THRU 1110-EXIT.
041500 1120-EXIT.
041600     EXIT.
041700******************************************************************
041800*    1200-PARSE-PARM - THE EXTRACT COVERS ACTIVITY POSTED ON THE *
041900*    RUN DATE UNLESS THE PARM GIVES D=YYYYMMDD (TO REBUILD A     *
042000*    NIGHT WHOSE FILE WAS WITHHELD)                              *
042100******************************************************************
042200 1200-PARSE-PARM.
042300     ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
042400     IF LK-PARM-LEN = 0 OR LK-PARM-TEXT = SPACES
042500         GO TO 1200-EXIT
042600     END-IF
042700     IF LK-PARM-LEN < 10
042800        OR LK-PARM-TEXT(1:2) NOT = "D="
042900        OR LK-PARM-TEXT(3:8) NOT NUMERIC
043000         DISPLAY "GLEXTR: PARM MUST BE D=<YYYYMMDD> OR "
043100             "BLANK FOR TODAY"
043200         PERFORM 1090-ABANDON-RUN THRU 1090-EXIT
043300         GO TO 1200-EXIT
043400     END-IF
043500     MOVE LK-PARM-TEXT(3:8) TO WS-EXTRACT-DATE.
043600 1200-EXIT.
043700     EXIT.
043800******************************************************************
043900*    1300-READ-NEXT-TAX-ROW                                      *
044000******************************************************************
044100 1300-READ-NEXT-TAX-ROW.
044200     READ TAX-HISTORY-FILE
044300         AT END
044400             SET WS-TH-EOF-YES TO TRUE
044500     END-READ.
044600 1300-EXIT.
044700     EXIT.
044800******************************************************************
044900*    1400-READ-NEXT-PAYMENT                                      *
045000******************************************************************
045100 1400-READ-NEXT-PAYMENT.
045200     READ PAY-HISTORY-FILE
045300         AT END
045400             SET WS-PH-EOF-YES TO TRUE
045500     END-READ.
045600 1400-EXIT.
045700     EXIT.
045800******************************************************************
045900*    1500-READ-NEXT-ADJUSTMENT                                   *
046000******************************************************************
046100 1500-READ-NEXT-ADJUSTMENT.
046200     READ ADJUST-JOURNAL-FILE
046300         AT END
046400             SET WS-SA-EOF-YES TO TRUE
046500     END-READ.
046600 1500-EXIT.
046700     EXIT.
046800******************************************************************
046900*    2000-EXTRACT-TAX-ROW - ONE VAT JOURNAL ROW POSTED ON THE    *
047000*    EXTRACT DATE.  AN INVOICE LINE (ARPOST) POSTS ITS NET TO    *
047100*    SALES AND ITS VAT TO THE VAT ACCOUNT; A CREDIT-MEMO LINE    *
047200*    (RETPROC) REVERSES BOTH.  EVERY ROW CARRIES THE NET AND     *
047300*    TAX, SO THE GROSS RECEIVABLE IS THE SUM OF THE TWO.         *
047400******************************************************************
047500 2000-EXTRACT-TAX-ROW.
047600     IF TH-POST-DATE NOT NUMERIC
047700        OR TH-POST-DATE NOT = WS-EXTRACT-DATE
047800         GO TO 2000-READ-NEXT
047900     END-IF
048000     ADD 1 TO WS-SELECTED-COUNT.
048100     SET WS-ROW-POSTED TO TRUE.
048200     IF TH-NET-AMOUNT NOT NUMERIC
048300        OR TH-TAX-AMOUNT NOT NUMERIC
048400        OR NOT (TH-TAX-CHARGED OR TH-TAX-CREDITED)
048500         DISPLAY "GLEXTR: UNUSABLE VAT JOURNAL ROW FOR "
048600             TH-SOURCE-PROGRAM " DOCUMENT " TH-DOCUMENT-NO
048700         ADD 1 TO WS-REJECT-COUNT
048800         GO TO 2000-READ-NEXT
048900     END-IF
049000     MOVE TH-SOURCE-PROGRAM TO WS-POST-SOURCE.
049100     MOVE TH-CUSTOMER-ID TO WS-POST-PARTY.
049200     MOVE TH-DOCUMENT-NO TO WS-DOC-NUMBER.
049300     MOVE WS-DOC-NUMBER TO WS-POST-DOCUMENT.
049400     IF TH-TAX-CHARGED
049500         MOVE "SALE" TO WS-POST-ACTIVITY
049600     ELSE
049700         MOVE "RTRN" TO WS-POST-ACTIVITY
049800     END-IF
049900     MOVE TH-NET-AMOUNT TO WS-POST-AMOUNT.
050000     PERFORM 2800-POST-ACTIVITY THRU 2800-EXIT.
050100     IF TH-TAX-CHARGED
050200         MOVE "SVAT" TO WS-POST-ACTIVITY
050300     ELSE
050400         MOVE "RVAT" TO WS-POST-ACTIVITY
050500     END-IF
050600     MOVE TH-TAX-AMOUNT TO WS-POST-AMOUNT.
050700     PERFORM 2800-POST-ACTIVITY THRU 2800-EXIT.
050800     IF WS-ROW-REJECTED
050900         ADD 1 TO WS-REJECT-COUNT
051000     END-IF.
051100 2000-READ-NEXT.
051200     PERFORM 1300-READ-NEXT-TAX-ROW THRU 1300-EXIT.
051300 2000-EXIT.
051400     EXIT.
051500******************************************************************
051600*    2200-EXTRACT-PAYMENT - ONE PAYMENT ARCASH POSTED ON THE     *
051700*    EXTRACT DATE.  THE WHOLE PAYMENT LEAVES RECEIVABLES, THE    *
051800*    ON-ACCOUNT PART INCLUDED - IT SITS ON THE LEDGER AS A       *
051900*    CREDIT ITEM.  ROWS WRITTEN BEFORE THE POSTING DATE WAS      *
052000*    STAMPED CARRY NO DATE AND ARE NEVER SELECTED.               *
052100******************************************************************
052200 2200-EXTRACT-PAYMENT.
052300     IF PH-POST-DATE NOT NUMERIC
052400        OR PH-POST-DATE NOT = WS-EXTRACT-DATE
052500         GO TO 2200-READ-NEXT
052600     END-IF
052700     ADD 1 TO WS-SELECTED-COUNT.
052800     SET WS-ROW-POSTED TO TRUE.
052900     IF PH-AMOUNT NOT NUMERIC
053000         DISPLAY "GLEXTR: UNUSABLE PAYMENT ROW FOR "
053100             PH-CUSTOMER-ID " ORDER " PH-ORDER-NO
053200         ADD 1 TO WS-REJECT-COUNT
053300         GO TO 2200-READ-NEXT
053400     END-IF
053500     MOVE "CASH" TO WS-POST-ACTIVITY.
053600     MOVE PH-AMOUNT TO WS-POST-AMOUNT.
053700     MOVE "ARCASH" TO WS-POST-SOURCE.
053800     MOVE PH-CUSTOMER-ID TO WS-POST-PARTY.
053900     MOVE PH-ORDER-NO TO WS-DOC-NUMBER.
054000     MOVE WS-DOC-NUMBER TO WS-POST-DOCUMENT.
054100     PERFORM 2800-POST-ACTIVITY THRU 2800-EXIT.
054200     IF WS-ROW-REJECTED
054300         ADD 1 TO WS-REJECT-COUNT
054400     END-IF.
054500 2200-READ-NEXT.
054600     PERFORM 1400-READ-NEXT-PAYMENT THRU 1400-EXIT.
054700 2200-EXIT.
054800     EXIT.
054900******************************************************************
055000*    2400-EXTRACT-ADJUSTMENT - ONE STOCK WRITE-UP OR WRITE-DOWN  *
055100*    ACCEPTED IN EXCPDISP ON THE EXTRACT DATE                    *
055200******************************************************************
055300 2400-EXTRACT-ADJUSTMENT.
055400     IF SA-ADJUST-DATE NOT NUMERIC
055500        OR SA-ADJUST-DATE NOT = WS-EXTRACT-DATE
055600         GO TO 2400-READ-NEXT
055700     END-IF
055800     ADD 1 TO WS-SELECTED-COUNT.
055900     SET WS-ROW-POSTED TO TRUE.
056000     IF SA-AMOUNT NOT NUMERIC
056100        OR NOT (SA-WRITE-UP OR SA-WRITE-DOWN)
056200         DISPLAY "GLEXTR: UNUSABLE STOCK ADJUSTMENT ROW FOR "
056300             SA-PRODUCT-ID " WAREHOUSE " SA-WAREHOUSE-ID
056400         ADD 1 TO WS-REJECT-COUNT
056500         GO TO 2400-READ-NEXT
056600     END-IF
056700     IF SA-WRITE-UP
056800         MOVE "STKU" TO WS-POST-ACTIVITY
056900     ELSE
057000         MOVE "STKD" TO WS-POST-ACTIVITY
057100     END-IF
057200     MOVE SA-AMOUNT TO WS-POST-AMOUNT.
057300     MOVE SA-SOURCE-PROGRAM TO WS-POST-SOURCE.
057400     MOVE SA-PRODUCT-ID TO WS-POST-PARTY.
057500     MOVE SPACES TO WS-POST-DOCUMENT.
057600     MOVE "WH" TO WS-POST-DOCUMENT(1:2).
057700     MOVE SA-WAREHOUSE-ID TO WS-POST-DOCUMENT(3:2).
057800     PERFORM 2800-POST-ACTIVITY THRU 2800-EXIT.
057900     IF WS-ROW-REJECTED
058000         ADD 1 TO WS-REJECT-COUNT
058100     END-IF.
058200 2400-READ-NEXT.
058300     PERFORM 1500-READ-NEXT-ADJUSTMENT THRU 1500-EXIT.
058400 2400-EXIT.
058500     EXIT.
058600******************************************************************
058700*    2800-POST-ACTIVITY - LOOKS UP THE RULE FOR WS-POST-ACTIVITY *
058800*    AND WRITES THE DEBIT AND CREDIT LINES FOR WS-POST-AMOUNT.   *
058900*    A ZERO AMOUNT (E.G. THE VAT ON AN EXEMPT LINE) POSTS        *
059000*    NOTHING.  AN ACTIVITY WITH NO RULE MARKS THE ROW REJECTED.  *
059100******************************************************************
059200 2800-POST-ACTIVITY.
059300     IF WS-POST-AMOUNT = 0
059400         GO TO 2800-EXIT
059500     END-IF
059600     SET WS-RULE-IDX TO 1.
059700     SEARCH WS-RULE-ENTRY
059800         AT END
059900             DISPLAY "GLEXTR: NO POSTING RULE FOR ACTIVITY "
060000                 WS-POST-ACTIVITY " - " WS-POST-SOURCE " "
060100                 WS-POST-PARTY " " WS-POST-DOCUMENT
060200             SET WS-ROW-REJECTED TO TRUE
060300             GO TO 2800-EXIT
060400         WHEN WS-RL-ACTIVITY-CODE(WS-RULE-IDX) = WS-POST-ACTIVITY
060500             CONTINUE
060600     END-SEARCH.
060700     MOVE SPACES TO GJ-JOURNAL-RECORD.
060800     SET GJ-DETAIL-LINE TO TRUE.
060900     MOVE WS-EXTRACT-DATE TO GJ-POST-DATE.
061000     MOVE WS-POST-AMOUNT TO GJ-AMOUNT.
061100     MOVE WS-POST-ACTIVITY TO GJ-ACTIVITY-CODE.
061200     MOVE WS-POST-SOURCE TO GJ-SOURCE-PROGRAM.
061300     MOVE WS-POST-PARTY TO GJ-REF-PARTY.
061400     MOVE WS-POST-DOCUMENT TO GJ-REF-DOCUMENT.
061500     MOVE WS-RL-DEBIT-ACCOUNT(WS-RULE-IDX) TO GJ-ACCOUNT.
061600     SET GJ-DEBIT TO TRUE.
061700     PERFORM 2850-WRITE-WORK-LINE THRU 2850-EXIT.
061800     MOVE WS-RL-CREDIT-ACCOUNT(WS-RULE-IDX) TO GJ-ACCOUNT.
061900     SET GJ-CREDIT TO TRUE.
062000     PERFORM 2850-WRITE-WORK-LINE THRU 2850-EXIT.
062100 2800-EXIT.
062200     EXIT.
062300******************************************************************
062400*    2850-WRITE-WORK-LINE - WRITES ONE JOURNAL LINE TO THE WORK  *
062500*    FILE AND ADDS IT TO THE CONTROL TOTALS AND ITS ACCOUNT      *
062600******************************************************************
062700 2850-WRITE-WORK-LINE.
062800     WRITE GJ-JOURNAL-RECORD.
062900     IF WS-GW-FILE-STATUS NOT = "00"
063000         DISPLAY "GLEXTR: WORK FILE WRITE FAILED, STATUS="
063100             WS-GW-FILE-STATUS
063200         SET WS-ROW-REJECTED TO TRUE
063300         GO TO 2850-EXIT
063400     END-IF
063500     ADD 1 TO WS-LINE-COUNT.
063600     IF GJ-DEBIT
063700         ADD GJ-AMOUNT TO WS-DEBIT-TOTAL
063800     ELSE
063900         ADD GJ-AMOUNT TO WS-CREDIT-TOTAL
064000     END-IF
064100     PERFORM 2900-FIND-ACCOUNT-ENTRY THRU 2900-EXIT.
064200     IF WS-ACCT-FOUND
064300         IF GJ-DEBIT
064400             ADD GJ-AMOUNT TO WS-AC-DEBITS(WS-ACCT-SUB)
064500         ELSE
064600             ADD GJ-AMOUNT TO WS-AC-CREDITS(WS-ACCT-SUB)
064700         END-IF
064800     END-IF.
064900 2850-EXIT.
065000     EXIT.
065100******************************************************************
065200*    2900-FIND-ACCOUNT-ENTRY - LEAVES WS-ACCT-SUB ON THE ENTRY   *
065300*    FOR GJ-ACCOUNT, OPENING ONE IN ORDER IF THE ACCOUNT IS NEW. *
065400*    A FULL TABLE LEAVES WS-ACCT-NOT-FOUND SET - THE LISTING IS  *
065500*    THEN SHORT, BUT THE CONTROL TOTALS AND THE FILE ARE NOT.    *
065600******************************************************************
065700 2900-FIND-ACCOUNT-ENTRY.
065800     SET WS-ACCT-NOT-FOUND TO TRUE.
065900     MOVE 0 TO WS-INS-SUB.
066000     MOVE 1 TO WS-ACCT-SUB.
066100     PERFORM 2910-TEST-ACCOUNT-ENTRY THRU 2910-EXIT
066200         UNTIL WS-ACCT-FOUND OR WS-INS-SUB > 0
066300            OR WS-ACCT-SUB > WS-ACCT-COUNT.
066400     IF WS-ACCT-FOUND
066500         GO TO 2900-EXIT
066600     END-IF
066700     IF WS-ACCT-COUNT >= 50
066800         DISPLAY "GLEXTR: WARNING - ACCOUNT TABLE FULL, "
066900             GJ-ACCOUNT " NOT LISTED"
067000         GO TO 2900-EXIT
067100     END-IF
067200*    A NEW ACCOUNT GOES IN FRONT OF THE FIRST ENTRY THAT SORTS
067300*    AFTER IT, OR ON THE END - SHUFFLE THE REST UP
067400     IF WS-INS-SUB = 0
067500         MOVE WS-ACCT-SUB TO WS-INS-SUB
067600     END-IF
067700     ADD 1 TO WS-ACCT-COUNT.
067800     MOVE WS-ACCT-COUNT TO WS-ACCT-SUB.
067900     PERFORM 2920-SHIFT-ACCOUNT-ENTRY THRU 2920-EXIT
068000         UNTIL WS-ACCT-SUB NOT > WS-INS-SUB.
068100     MOVE GJ-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-SUB).
068200     MOVE 0 TO WS-AC-DEBITS(WS-ACCT-SUB)
068300         WS-AC-CREDITS(WS-ACCT-SUB).
068400     SET WS-ACCT-FOUND TO TRUE.
068500 2900-EXIT.
068600     EXIT.
068700******************************************************************
068800*    2910-TEST-ACCOUNT-ENTRY - STOPS ON A MATCH, OR ON THE FIRST *
068900*    ENTRY THAT SORTS AFTER THE ACCOUNT (NOTED IN WS-INS-SUB)    *
069000******************************************************************
069100 2910-TEST-ACCOUNT-ENTRY.
069200     IF WS-AC-ACCOUNT(WS-ACCT-SUB) = GJ-ACCOUNT
069300         SET WS-ACCT-FOUND TO TRUE
069400         GO TO 2910-EXIT
069500     END-IF
069600     IF WS-AC-ACCOUNT(WS-ACCT-SUB) > GJ-ACCOUNT
069700         MOVE WS-ACCT-SUB TO WS-INS-SUB
069800         GO TO 2910-EXIT
069900     END-IF
070000     ADD 1 TO WS-ACCT-SUB.
070100 2910-EXIT.
070200     EXIT.
070300******************************************************************
070400*    2920-SHIFT-ACCOUNT-ENTRY - MOVES ONE ENTRY UP A SLOT        *
070500******************************************************************
070600 2920-SHIFT-ACCOUNT-ENTRY.
070700     MOVE WS-ACCT-ENTRY(WS-ACCT-SUB - 1)
070800         TO WS-ACCT-ENTRY(WS-ACCT-SUB).
070900     SUBTRACT 1 FROM WS-ACCT-SUB.
071000 2920-EXIT.
071100     EXIT.
071200******************************************************************
071300*    3000-FINALIZE - DECIDES WHETHER THE NIGHT CAN BE RELEASED,  *
071400*    RELEASES IT, PRINTS THE CONTROL LISTING AND CLOSES UP       *
071500******************************************************************
071600 3000-FINALIZE.
071700     IF WS-GW-OPEN
071800         CLOSE GL-WORK-FILE
071900         SET WS-GW-NOT-OPEN TO TRUE
072000     END-IF
072100     IF WS-RUN-RETURN-STATUS = "0000"
072200         PERFORM 3100-CHECK-RELEASE THRU 3100-EXIT
072300     END-IF
072400     IF WS-RPT-FILE-STATUS = "00"
072500         PERFORM 3300-PRINT-CONTROL THRU 3300-EXIT
072600         CLOSE REPORT-FILE
072700     END-IF
072800     DISPLAY "GLEXTR: DATE=" WS-EXTRACT-DATE
072900         " ACTIVITY ROWS=" WS-SELECTED-COUNT
073000         " REJECTED=" WS-REJECT-COUNT
073100         " LINES=" WS-LINE-COUNT
073200         " RELEASED=" WS-RELEASED-COUNT.
073300     MOVE WS-SELECTED-COUNT TO WS-RUN-RECORDS-READ.
073400     MOVE WS-RELEASED-COUNT TO WS-RUN-RECORDS-WRITTEN.
073500     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
073600     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
073700     IF WS-TH-FILE-STATUS = "00" OR WS-TH-FILE-STATUS = "10"
073800         CLOSE TAX-HISTORY-FILE
073900     END-IF
074000     IF WS-PH-FILE-STATUS = "00" OR WS-PH-FILE-STATUS = "10"
074100         CLOSE PAY-HISTORY-FILE
074200     END-IF
074300     IF WS-SA-FILE-STATUS = "00" OR WS-SA-FILE-STATUS = "10"
074400         CLOSE ADJUST-JOURNAL-FILE
074500     END-IF.
074600 3000-EXIT.
074700     EXIT.
074800******************************************************************
074900*    3100-CHECK-RELEASE - THE NIGHT IS RELEASED ONLY WHEN EVERY  *
075000*    ACTIVITY ROW POSTED AND THE DEBITS EQUAL THE CREDITS;       *
075100*    OTHERWISE THE HAND-OFF FILE IS NOT WRITTEN AT ALL           *
075200******************************************************************
075300 3100-CHECK-RELEASE.
075400     IF WS-REJECT-COUNT > 0
075500         MOVE "ACTIVITY ROWS NOT POSTED"
075600             TO WS-WITHHOLD-REASON
075700         GO TO 3100-WITHHOLD
075800     END-IF
075900     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
076000         MOVE "DEBITS AND CREDITS DO NOT BALANCE"
076100             TO WS-WITHHOLD-REASON
076200         GO TO 3100-WITHHOLD
076300     END-IF
076400     PERFORM 3200-RELEASE-JOURNAL THRU 3200-EXIT.
076500     GO TO 3100-EXIT.
076600 3100-WITHHOLD.
076700     DISPLAY "GLEXTR: JOURNAL NOT RELEASED - "
076800         WS-WITHHOLD-REASON.
076900     MOVE "0012" TO WS-RUN-RETURN-STATUS.
077000 3100-EXIT.
077100     EXIT.
077200******************************************************************
077300*    3200-RELEASE-JOURNAL - COPIES THE WORK FILE TO THE HAND-OFF *
077400*    FILE AND CLOSES IT WITH THE CONTROL TRAILER                 *
077500******************************************************************
077600 3200-RELEASE-JOURNAL.
077700     OPEN INPUT GL-WORK-FILE.
077800     IF WS-GW-FILE-STATUS NOT = "00"
077900         MOVE "WORK FILE UNREADABLE" TO WS-WITHHOLD-REASON
078000         DISPLAY "GLEXTR: JOURNAL NOT RELEASED - "
078100             WS-WITHHOLD-REASON ", STATUS=" WS-GW-FILE-STATUS
078200         MOVE "0012" TO WS-RUN-RETURN-STATUS
078300         GO TO 3200-EXIT
078400     END-IF
078500     OPEN OUTPUT GL-RELEASE-FILE.
078600     IF WS-GJ-FILE-STATUS NOT = "00"
078700         MOVE "HAND-OFF FILE WILL NOT OPEN" TO WS-WITHHOLD-REASON
078800         DISPLAY "GLEXTR: JOURNAL NOT RELEASED - "
078900             WS-WITHHOLD-REASON ", STATUS=" WS-GJ-FILE-STATUS
079000         MOVE "0012" TO WS-RUN-RETURN-STATUS
079100         CLOSE GL-WORK-FILE
079200         GO TO 3200-EXIT
079300     END-IF
079400     PERFORM 3210-READ-NEXT-WORK-LINE THRU 3210-EXIT.
079500     PERFORM 3220-COPY-WORK-LINE THRU 3220-EXIT
079600         UNTIL WS-GW-EOF-YES.
079700     MOVE SPACES TO GJ-JOURNAL-RECORD.
079800     SET GJ-CONTROL-TRAILER TO TRUE.
079900     MOVE WS-EXTRACT-DATE TO GJ-TRL-POST-DATE.
080000     MOVE WS-RELEASED-COUNT TO GJ-TRL-LINE-COUNT.
080100     MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL.
080200     MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
080300     WRITE GL-RELEASE-RECORD FROM GJ-JOURNAL-RECORD.
080400     CLOSE GL-WORK-FILE.
080500     CLOSE GL-RELEASE-FILE.
080600 3200-EXIT.
080700     EXIT.
080800******************************************************************
080900*    3210-READ-NEXT-WORK-LINE                                    *
081000******************************************************************
081100 3210-READ-NEXT-WORK-LINE.
081200     READ GL-WORK-FILE
081300         AT END
081400             SET WS-GW-EOF-YES TO TRUE
081500     END-READ.
081600 3210-EXIT.
081700     EXIT.
081800******************************************************************
081900*    3220-COPY-WORK-LINE                                         *
082000******************************************************************
082100 3220-COPY-WORK-LINE.
082200     WRITE GL-RELEASE-RECORD FROM GJ-JOURNAL-RECORD.
082300     ADD 1 TO WS-RELEASED-COUNT.
082400     PERFORM 3210-READ-NEXT-WORK-LINE THRU 3210-EXIT.
082500 3220-EXIT.
082600     EXIT.
082700******************************************************************
082800*    3300-PRINT-CONTROL - ONE PAGE: DEBITS AND CREDITS BY        *
082900*    ACCOUNT, THE CONTROL TOTALS, AND WHETHER THE FILE WENT      *
083000******************************************************************
083100 3300-PRINT-CONTROL.
083200     ADD 1 TO WS-PAGE-CTR.
083300     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
083400     MOVE WS-EXTRACT-DATE TO WS-DATE-IN.
083500     MOVE WS-DI-YEAR TO WS-DF-YEAR.
083600     MOVE WS-DI-MONTH TO WS-DF-MONTH.
083700     MOVE WS-DI-DAY TO WS-DF-DAY.
083800     MOVE WS-DATE-FMT TO HDG3-DATE.
083900     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
084000     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
084100     WRITE RPT-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
084200     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
084300     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
084400     IF WS-ACCT-COUNT = 0
084500         WRITE RPT-LINE FROM WS-NONE-LINE
084600             AFTER ADVANCING 1 LINE
084700     END-IF
084800     MOVE 1 TO WS-ACCT-SUB.
084900     PERFORM 3310-PRINT-ACCOUNT-LINE THRU 3310-EXIT
085000         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
085100     MOVE WS-DEBIT-TOTAL TO TOT-DEBITS.
085200     MOVE WS-CREDIT-TOTAL TO TOT-CREDITS.
085300     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
085400     MOVE WS-SELECTED-COUNT TO CNT-SELECTED.
085500     MOVE WS-REJECT-COUNT TO CNT-REJECTED.
085600     MOVE WS-LINE-COUNT TO CNT-LINES.
085700     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 2 LINES.
085800     IF WS-RUN-RETURN-STATUS = "0000"
085900         MOVE "JOURNAL RELEASED TO GL" TO STS-TEXT
086000         MOVE SPACES TO STS-REASON
086100     ELSE
086200         MOVE "JOURNAL NOT RELEASED - " TO STS-TEXT
086300         MOVE WS-WITHHOLD-REASON TO STS-REASON
086400     END-IF
086500     WRITE RPT-LINE FROM WS-STATUS-LINE AFTER ADVANCING 2 LINES.
086600 3300-EXIT.
086700     EXIT.
086800******************************************************************
086900*    3310-PRINT-ACCOUNT-LINE                                     *
087000******************************************************************
087100 3310-PRINT-ACCOUNT-LINE.
087200     MOVE WS-AC-ACCOUNT(WS-ACCT-SUB) TO DTL-ACCOUNT.
087300     MOVE WS-AC-DEBITS(WS-ACCT-SUB) TO DTL-DEBITS.
087400     MOVE WS-AC-CREDITS(WS-ACCT-SUB) TO DTL-CREDITS.
087500     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
087600     ADD 1 TO WS-ACCT-SUB.
087700 3310-EXIT.
087800     EXIT.

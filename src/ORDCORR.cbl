000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  ORDCORR                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     ORDER-SUSPENSE CORRECTION RUN.  MERGES THE     *
000800*                 OPERATOR FIX TRANSACTIONS (SUSPFIX) WITH THE   *
000900*                 ORDER-SUSPENSE FILE ORDENTRY APPENDS ITS       *
001000*                 REJECTS TO, BOTH IN SUSPENSE-ID SEQUENCE.  A   *
001100*                 FIX CORRECTS THE SUSPENDED IMAGE, A FORCE      *
001200*                 RELEASES AN OVER-CREDIT ORDER ON THE CREDIT    *
001300*                 TEAM'S OVERRIDE, AND A DELETE DROPS THE ENTRY. *
001400*                 THE ENTRIES OF ONE ORDER ARE HANDLED TOGETHER: *
001500*                 CORRECTED LINES ARE WRITTEN, UNDER A HEADER,   *
001600*                 TO A RESUBMISSION FILE IN ORDTRAN LAYOUT THAT  *
001700*                 IS CONCATENATED AHEAD OF THE NEXT WINDOW'S     *
001800*                 ORDER TRANSACTIONS, SO THEY PASS THROUGH THE   *
001900*                 FULL ORDENTRY VALIDATION AGAIN.  EVERYTHING    *
002000*                 ELSE IS CARRIED TO A NEW SUSPENSE FILE WHICH   *
002100*                 REPLACES THE OLD ONE AFTER THE RUN (AS         *
002200*                 BORELEAS REPLACES THE BACKORDER FILE).  EVERY  *
002300*                 ENTRY IS PRINTED ON THE AGED SUSPENSE LISTING  *
002400*                 WITH ITS DISPOSITION AND ITS AGE SINCE IT      *
002500*                 FIRST FELL INTO SUSPENSE, AND EVERY OPERATOR   *
002600*                 DECISION IS LOGGED THROUGH AUDTLOG.            *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    ------------------------------------------------------      *
003000*    2026-10-15 ML  ORIGINAL VERSION - ORDER-SUSPENSE            *
003100*                   CORRECTION AND RESUBMISSION.                 *
003200******************************************************************
003300 PROGRAM-ID.  ORDCORR.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SUSPENSE-IN-FILE ASSIGN TO "ORDSUSP"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-SI-FILE-STATUS.
004000     SELECT FIX-TRAN-FILE ASSIGN TO "SUSPFIX"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SF-FILE-STATUS.
004300     SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-SO-FILE-STATUS.
004600     SELECT RESUBMIT-FILE ASSIGN TO "ORDRESUB"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RS-FILE-STATUS.
004900     SELECT REJECT-FILE ASSIGN TO "SUSPREJ"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RJ-FILE-STATUS.
005200     SELECT REPORT-FILE ASSIGN TO "SUSPRINT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RPT-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SUSPENSE-IN-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY SUSPREC.
006000 FD  FIX-TRAN-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY SUSPFIX.
006300 FD  SUSPENSE-OUT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  SO-SUSPENSE-RECORD          PIC X(130).
006600 FD  RESUBMIT-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  RS-RESUBMIT-RECORD          PIC X(72).
006900 FD  REJECT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  RJ-REJECT-RECORD.
007200     05  RJ-FIX-DATA             PIC X(100).
007300     05  RJ-REJECT-REASON        PIC X(30).
007400 FD  REPORT-FILE
007500     LABEL RECORDS ARE OMITTED
007600     RECORD CONTAINS 132 CHARACTERS.
007700 01  RPT-LINE                    PIC X(132).
007800 WORKING-STORAGE SECTION.
007900******************************************************************
008000*    SWITCHES AND COUNTERS                                       *
008100******************************************************************
008200 77  WS-SI-FILE-STATUS           PIC X(02)   VALUE SPACES.
008300 77  WS-SF-FILE-STATUS           PIC X(02)   VALUE SPACES.
008400 77  WS-SO-FILE-STATUS           PIC X(02)   VALUE SPACES.
008500 77  WS-RS-FILE-STATUS           PIC X(02)   VALUE SPACES.
008600 77  WS-RJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
008700 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
008800 77  WS-SI-EOF-SW                PIC X(01)   VALUE 'N'.
008900     88  WS-SI-EOF-YES                       VALUE 'Y'.
009000     88  WS-SI-EOF-NO                        VALUE 'N'.
009100 77  WS-SF-EOF-SW                PIC X(01)   VALUE 'N'.
009200     88  WS-SF-EOF-YES                       VALUE 'Y'.
009300     88  WS-SF-EOF-NO                        VALUE 'N'.
009400 77  WS-ENTRY-COUNT              PIC 9(7) COMP VALUE 0.
009500 77  WS-FIX-COUNT                PIC 9(7) COMP VALUE 0.
009600 77  WS-APPLIED-COUNT            PIC 9(7) COMP VALUE 0.
009700 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
009800 77  WS-RESUBMIT-COUNT           PIC 9(7) COMP VALUE 0.
009900 77  WS-ORDER-OUT-COUNT          PIC 9(7) COMP VALUE 0.
010000 77  WS-DELETE-COUNT             PIC 9(7) COMP VALUE 0.
010100 77  WS-CARRIED-COUNT            PIC 9(7) COMP VALUE 0.
010200 77  WS-AGED-COUNT               PIC 9(7) COMP VALUE 0.
010300 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
010400 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
010500 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
010600 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
010700******************************************************************
010800*    AGING - DAYS IN SUSPENSE BEFORE AN ENTRY IS FLAGGED ON THE  *
010900*    LISTING, AND THE BUCKETS THE CARRIED ENTRIES ARE TOTALLED   *
011000*    INTO                                                        *
011100******************************************************************
011200 77  WS-AGE-FLAG-DAYS            PIC 9(3)    VALUE 3.
011300 77  WS-CUR-AGE                  PIC 9(5)    VALUE 0.
011400 77  WS-AGE-0-2-COUNT            PIC 9(7) COMP VALUE 0.
011500 77  WS-AGE-3-7-COUNT            PIC 9(7) COMP VALUE 0.
011600 77  WS-AGE-8-30-COUNT           PIC 9(7) COMP VALUE 0.
011700 77  WS-AGE-OVER-30-COUNT        PIC 9(7) COMP VALUE 0.
011800******************************************************************
011900*    ORDER GROUP - EVERY SUSPENSE ENTRY CUT FROM ONE ORDER (SAME *
012000*    SUSPEND DATE AND ORDER SEQUENCE) IS HELD HERE SO THE ORDER  *
012100*    IS RESUBMITTED, HELD OR DELETED AS A WHOLE.  THE ENTRY'S    *
012200*    ACTION STARTS AS KEEP AND IS SET BY ITS OWN FIX             *
012300*    TRANSACTION OR BY ITS ORDER'S HEADER.                       *
012400******************************************************************
012500 77  WS-GRP-COUNT                PIC 9(3) COMP VALUE 0.
012600 77  WS-GRP-SUB                  PIC 9(3) COMP VALUE 0.
012700 77  WS-GRP-RESUB-COUNT          PIC 9(3) COMP VALUE 0.
012800 01  WS-GRP-KEY.
012900     05  WS-GRP-KEY-DATE         PIC 9(08).
013000     05  WS-GRP-KEY-ORDER-SEQ    PIC 9(05).
013100 01  WS-GROUP-TABLE.
013200     05  WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
013300                      DEPENDING ON WS-GRP-COUNT.
013400         10  WS-GRP-RECORD.
013500             15  WS-GRP-SUSPENSE-ID.
013600                 20  WS-GRP-SUSPEND-DATE PIC 9(08).
013700                 20  WS-GRP-SUSPEND-SEQ  PIC 9(05).
013800             15  WS-GRP-REASON-CODE  PIC X(02).
013900                 88  WS-GRP-REASON-OVER-CREDIT VALUE "OC".
014000                 88  WS-GRP-REASON-HEADER-REJ  VALUE "HR".
014100                 88  WS-GRP-REASON-BAD-TYPE    VALUE "RT".
014200             15  WS-GRP-ORDER-SEQ    PIC 9(05).
014300             15  WS-GRP-CUSTOMER-ID  PIC X(10).
014400             15  WS-GRP-ORDER-DATE   PIC 9(08).
014500             15  WS-GRP-ORIG-DATE    PIC 9(08).
014600             15  WS-GRP-TRAN-IMAGE   PIC X(72).
014700             15  FILLER              PIC X(12).
014800         10  WS-GRP-ACTION           PIC X(01).
014900             88  WS-GRP-KEEP                 VALUE "K".
015000             88  WS-GRP-RESUBMIT             VALUE "R".
015100             88  WS-GRP-DELETE               VALUE "D".
015200         10  WS-GRP-OWN-FIX-SW       PIC X(01).
015300             88  WS-GRP-OWN-FIX              VALUE "Y".
015400             88  WS-GRP-NO-OWN-FIX           VALUE "N".
015500******************************************************************
015600*    ORDER CONTEXT - THE HEADER THE GROUP'S ENTRIES ARRIVED      *
015700*    UNDER.  A FIX MAY SUPPLY A CORRECTED CUSTOMER OR ORDER      *
015800*    DATE; A FORCE MARKS THE WHOLE ORDER FOR CREDIT OVERRIDE.    *
015900*    WS-CTX-HDR-SUB POINTS AT THE ORDER'S OWN HEADER WHEN THE    *
016000*    HEADER ITSELF IS IN SUSPENSE (ZERO OTHERWISE).              *
016100******************************************************************
016200 77  WS-CTX-CUSTOMER-ID          PIC X(10)   VALUE SPACES.
016300 77  WS-CTX-ORDER-DATE           PIC 9(08)   VALUE 0.
016400 77  WS-CTX-ORIG-DATE            PIC 9(08)   VALUE 0.
016500 77  WS-CTX-HDR-SUB              PIC 9(3) COMP VALUE 0.
016600 77  WS-CTX-FORCE-SW             PIC X(01)   VALUE 'N'.
016700     88  WS-CTX-FORCED                       VALUE 'Y'.
016800     88  WS-CTX-NOT-FORCED                   VALUE 'N'.
016900 77  WS-CTX-FORCE-OPERATOR       PIC X(08)   VALUE SPACES.
017000******************************************************************
017100*    TRANSACTION IMAGE WORK AREA - A SUSPENDED IMAGE IS          *
017200*    CORRECTED, AND A RESUBMISSION HEADER BUILT, IN THE ORDTRAN  *
017300*    LAYOUT                                                      *
017400******************************************************************
017500 COPY ORDTRAN.
017600******************************************************************
017700*    DATE ARITHMETIC WORK AREAS - A DATE IS TURNED INTO A DAY    *
017800*    COUNT SO TWO DATES SUBTRACT DIRECTLY (AS IN ARAGERPT)       *
017900******************************************************************
018000 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
018100 77  WS-RUN-DAYS                 PIC 9(07)   VALUE 0.
018200 01  WS-DATE-WORK.
018300     05  WS-DATE-IN              PIC 9(08)   VALUE 0.
018400     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
018500         10  WS-DW-YEAR          PIC 9(04).
018600         10  WS-DW-MONTH         PIC 9(02).
018700         10  WS-DW-DAY           PIC 9(02).
018800     05  WS-DAYS-OUT             PIC 9(07)   VALUE 0.
018900     05  WS-DW-LEAPS             PIC 9(05)   VALUE 0.
019000     05  WS-DW-Y1                PIC 9(05)   VALUE 0.
019100     05  WS-DW-Q4                PIC 9(05)   VALUE 0.
019200     05  WS-DW-Q100              PIC 9(05)   VALUE 0.
019300     05  WS-DW-Q400              PIC 9(05)   VALUE 0.
019400     05  WS-DW-QUOT              PIC 9(05)   VALUE 0.
019500     05  WS-DW-REM4              PIC 9(03)   VALUE 0.
019600     05  WS-DW-REM100            PIC 9(03)   VALUE 0.
019700     05  WS-DW-REM400            PIC 9(03)   VALUE 0.
019800 01  WS-MONTH-OFFSET-VALUES.
019900     05  FILLER                  PIC 9(03)   VALUE 000.
020000     05  FILLER                  PIC 9(03)   VALUE 031.
020100     05  FILLER                  PIC 9(03)   VALUE 059.
020200     05  FILLER                  PIC 9(03)   VALUE 090.
020300     05  FILLER                  PIC 9(03)   VALUE 120.
020400     05  FILLER                  PIC 9(03)   VALUE 151.
020500     05  FILLER                  PIC 9(03)   VALUE 181.
020600     05  FILLER                  PIC 9(03)   VALUE 212.
020700     05  FILLER                  PIC 9(03)   VALUE 243.
020800     05  FILLER                  PIC 9(03)   VALUE 273.
020900     05  FILLER                  PIC 9(03)   VALUE 304.
021000     05  FILLER                  PIC 9(03)   VALUE 334.
021100 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
021200     05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
021300******************************************************************
021400*    SUSPENSE-ID IN READABLE FORM FOR THE AUDIT TRAIL            *
021500******************************************************************
021600 01  WS-SUSP-ID-EDIT.
021700     05  WS-SID-DATE             PIC 9(08).
021800     05  FILLER                  PIC X(01)   VALUE "-".
021900     05  WS-SID-SEQ              PIC 9(05).
022000******************************************************************
022100*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM                 *
022200******************************************************************
022300 01  WS-AUDIT-PARMS.
022400     05  WS-AUD-PRODUCT-ID       PIC X(10).
022500     05  WS-AUD-FIELD-NAME       PIC X(10).
022600     05  WS-AUD-OLD-VALUE        PIC X(20).
022700     05  WS-AUD-NEW-VALUE        PIC X(20).
022800     05  WS-AUD-OPERATOR-ID      PIC X(08).
022900******************************************************************
023000*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM - EVERY ENTRY   *
023100*    LANDS IN EXACTLY ONE OF RESUBMITTED/DELETED/CARRIED AND     *
023200*    EVERY FIX IS EITHER APPLIED OR REJECTED, SO READ (ENTRIES   *
023300*    PLUS FIXES) BALANCES TO WRITTEN PLUS REJECTED               *
023400******************************************************************
023500 01  WS-RUNSTAT-PARMS.
023600     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "ORDCORR".
023700     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
023800     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
023900     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
024000     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
024100******************************************************************
024200*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
024300*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
024400******************************************************************
024500 01  WS-GATE-PARMS.
024600     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "ORDCORR".
024700     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
024800******************************************************************
024900*    REPORT LINE LAYOUTS                                         *
025000******************************************************************
025100 01  WS-HDG-LINE-1.
025200     05  FILLER                  PIC X(40)   VALUE SPACES.
025300     05  FILLER                  PIC X(37)
025400         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
025500     05  FILLER                  PIC X(10)   VALUE SPACES.
025600     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
025700     05  HDG1-PAGE-NO            PIC ZZZZ9.
025800     05  FILLER                  PIC X(30)   VALUE SPACES.
025900 01  WS-HDG-LINE-2.
026000     05  FILLER                  PIC X(45)   VALUE SPACES.
026100     05  FILLER                  PIC X(40)
026200         VALUE "ORDER SUSPENSE AGED LISTING".
026300     05  FILLER                  PIC X(47)   VALUE SPACES.
026400 01  WS-COL-HDG-LINE.
026500     05  FILLER                  PIC X(02)   VALUE SPACES.
026600     05  FILLER                  PIC X(16)   VALUE "SUSPENSE-ID".
026700     05  FILLER                  PIC X(04)   VALUE "RS".
026800     05  FILLER                  PIC X(12)   VALUE "CUSTOMER".
026900     05  FILLER                  PIC X(03)   VALUE "T".
027000     05  FILLER                  PIC X(27)   VALUE "NAME".
027100     05  FILLER                  PIC X(17)   VALUE "BRAND".
027200     05  FILLER                  PIC X(07)   VALUE "QTY".
027300     05  FILLER                  PIC X(10)   VALUE "SUSPENDED".
027400     05  FILLER                  PIC X(06)   VALUE " AGE".
027500     05  FILLER                  PIC X(27)   VALUE "DISPOSITION".
027600     05  FILLER                  PIC X(01)   VALUE SPACES.
027700 01  WS-COL-RULE-LINE.
027800     05  FILLER                  PIC X(02)   VALUE SPACES.
027900     05  FILLER                  PIC X(16)
028000         VALUE "--------------".
028100     05  FILLER                  PIC X(04)   VALUE "--".
028200     05  FILLER                  PIC X(12)
028300         VALUE "----------".
028400     05  FILLER                  PIC X(03)   VALUE "-".
028500     05  FILLER                  PIC X(27)
028600         VALUE "--------------------------".
028700     05  FILLER                  PIC X(17)
028800         VALUE "----------------".
028900     05  FILLER                  PIC X(07)   VALUE "-----".
029000     05  FILLER                  PIC X(10)   VALUE "--------".
029100     05  FILLER                  PIC X(06)   VALUE "----".
029200     05  FILLER                  PIC X(27)
029300         VALUE "--------------------".
029400     05  FILLER                  PIC X(01)   VALUE SPACES.
029500 01  WS-DETAIL-LINE.
029600     05  FILLER                  PIC X(02)   VALUE SPACES.
029700     05  DTL-SUSP-DATE           PIC 9(08).
029800     05  FILLER                  PIC X(01)   VALUE "-".
029900     05  DTL-SUSP-SEQ            PIC 9(05).
030000     05  FILLER                  PIC X(02)   VALUE SPACES.
030100     05  DTL-REASON              PIC X(02).
030200     05  FILLER                  PIC X(02)   VALUE SPACES.
030300     05  DTL-CUSTOMER-ID         PIC X(10).
030400     05  FILLER                  PIC X(02)   VALUE SPACES.
030500     05  DTL-TYPE                PIC X(01).
030600     05  FILLER                  PIC X(02)   VALUE SPACES.
030700     05  DTL-NAME                PIC X(26).
030800     05  FILLER                  PIC X(01)   VALUE SPACES.
030900     05  DTL-BRAND               PIC X(16).
031000     05  FILLER                  PIC X(01)   VALUE SPACES.
031100     05  DTL-QTY                 PIC X(05).
031200     05  FILLER                  PIC X(02)   VALUE SPACES.
031300     05  DTL-FIRST-DATE          PIC 9(08).
031400     05  FILLER                  PIC X(02)   VALUE SPACES.
031500     05  DTL-AGE                 PIC ZZZ9.
031600     05  FILLER                  PIC X(02)   VALUE SPACES.
031700     05  DTL-DISPOSITION         PIC X(20).
031800     05  DTL-AGE-FLAG            PIC X(07).
031900     05  FILLER                  PIC X(01)   VALUE SPACES.
032000 01  WS-TOTAL-LINE-1.
032100     05  FILLER                  PIC X(02)   VALUE SPACES.
032200     05  FILLER                  PIC X(09)   VALUE "ENTRIES: ".
032300     05  TOT-ENTRIES             PIC ZZZZZZ9.
032400     05  FILLER                  PIC X(16)
032500         VALUE "   RESUBMITTED: ".
032600     05  TOT-RESUBMITTED         PIC ZZZZZZ9.
032700     05  FILLER                  PIC X(12)
032800         VALUE "   DELETED: ".
032900     05  TOT-DELETED             PIC ZZZZZZ9.
033000     05  FILLER                  PIC X(12)
033100         VALUE "   CARRIED: ".
033200     05  TOT-CARRIED             PIC ZZZZZZ9.
033300     05  FILLER                  PIC X(23)
033400         VALUE "   ORDERS RESUBMITTED: ".
033500     05  TOT-ORDERS              PIC ZZZZZZ9.
033600     05  FILLER                  PIC X(23)   VALUE SPACES.
033700 01  WS-TOTAL-LINE-2.
033800     05  FILLER                  PIC X(02)   VALUE SPACES.
033900     05  FILLER                  PIC X(27)
034000         VALUE "CARRIED BY AGE   0-2 DAYS: ".
034100     05  TOT-AGE-0-2             PIC ZZZZZZ9.
034200     05  FILLER                  PIC X(13)
034300         VALUE "   3-7 DAYS: ".
034400     05  TOT-AGE-3-7             PIC ZZZZZZ9.
034500     05  FILLER                  PIC X(14)
034600         VALUE "   8-30 DAYS: ".
034700     05  TOT-AGE-8-30            PIC ZZZZZZ9.
034800     05  FILLER                  PIC X(17)
034900         VALUE "   OVER 30 DAYS: ".
035000     05  TOT-AGE-OVER-30         PIC ZZZZZZ9.
035100     05  FILLER                  PIC X(31)   VALUE SPACES.
035200 01  WS-TOTAL-LINE-3.
035300     05  FILLER                  PIC X(02)   VALUE SPACES.
035400     05  FILLER                  PIC X(18)
035500         VALUE "FIX TRANSACTIONS: ".
035600     05  TOT-FIXES               PIC ZZZZZZ9.
035700     05  FILLER                  PIC X(12)
035800         VALUE "   APPLIED: ".
035900     05  TOT-APPLIED             PIC ZZZZZZ9.
036000     05  FILLER                  PIC X(13)
036100         VALUE "   REJECTED: ".
036200     05  TOT-REJECTED            PIC ZZZZZZ9.
036300     05  FILLER                  PIC X(66)   VALUE SPACES.
036400 PROCEDURE DIVISION.
036500******************************************************************
036600*    0000-MAINLINE - WORKS THE SUSPENSE FILE ONE ORDER AT A      *
036700*    TIME, THEN REJECTS ANY FIX LEFT OVER FOR AN ENTRY THAT IS   *
036800*    NOT IN SUSPENSE                                             *
036900******************************************************************
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037200     PERFORM 2000-PROCESS-ORDER-GROUP THRU 2000-EXIT
037300         UNTIL WS-SI-EOF-YES.
037400     PERFORM 2210-REJECT-UNMATCHED-FIX THRU 2210-EXIT
037500         UNTIL WS-SF-EOF-YES.
037600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
037700     STOP RUN.
037800******************************************************************
037900*    1000-INITIALIZE - A MISSING FIX FILE IS NOT AN ERROR; EVERY *
038000*    ENTRY IS CARRIED AND THE LISTING STILL PRINTS.  A MISSING   *
038100*    SUSPENSE FILE MEANS NOTHING IS IN SUSPENSE.                 *
038200******************************************************************
038300 1000-INITIALIZE.
038400     CALL "RUNGATE" USING WS-GATE-PARMS.
038500     IF WS-GATE-RESULT NOT = "0000"
038600         SET WS-SI-EOF-YES TO TRUE
038700         SET WS-SF-EOF-YES TO TRUE
038800         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
038900         GO TO 1000-EXIT
039000     END-IF
039100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039200     MOVE WS-RUN-DATE TO WS-DATE-IN.
039300     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
039400     MOVE WS-DAYS-OUT TO WS-RUN-DAYS.
039500     OPEN INPUT SUSPENSE-IN-FILE.
039600     IF WS-SI-FILE-STATUS NOT = "00"
039700         DISPLAY "ORDCORR: NO ORDER-SUSPENSE FILE (STATUS="
039800             WS-SI-FILE-STATUS "), NOTHING IN SUSPENSE"
039900         SET WS-SI-EOF-YES TO TRUE
040000     END-IF
040100     OPEN INPUT FIX-TRAN-FILE.
040200     IF WS-SF-FILE-STATUS NOT = "00"
040300         DISPLAY "ORDCORR: NO FIX FILE (STATUS="
040400             WS-SF-FILE-STATUS "), ALL ENTRIES CARRY FORWARD"
040500         SET WS-SF-EOF-YES TO TRUE
040600     END-IF
040700     OPEN OUTPUT SUSPENSE-OUT-FILE.
040800     IF WS-SO-FILE-STATUS NOT = "00"
040900         DISPLAY "ORDCORR: UNABLE TO OPEN SUSPENSE-OUT-FILE, "
041000             "STATUS=" WS-SO-FILE-STATUS
041100         SET WS-SI-EOF-YES TO TRUE
041200         SET WS-SF-EOF-YES TO TRUE
041300         MOVE "0012" TO WS-RUN-RETURN-STATUS
041400         GO TO 1000-EXIT
041500     END-IF
041600     OPEN OUTPUT RESUBMIT-FILE.
041700     IF WS-RS-FILE-STATUS NOT = "00"
041800         DISPLAY "ORDCORR: UNABLE TO OPEN RESUBMIT-FILE, "
041900             "STATUS=" WS-RS-FILE-STATUS
042000         SET WS-SI-EOF-YES TO TRUE
042100         SET WS-SF-EOF-YES TO TRUE
042200         MOVE "0012" TO WS-RUN-RETURN-STATUS
042300         GO TO 1000-EXIT
042400     END-IF
042500     OPEN OUTPUT REJECT-FILE.
042600     IF WS-RJ-FILE-STATUS NOT = "00"
042700         DISPLAY "ORDCORR: UNABLE TO OPEN REJECT-FILE, "
042800             "STATUS=" WS-RJ-FILE-STATUS
042900         SET WS-SI-EOF-YES TO TRUE
043000         SET WS-SF-EOF-YES TO TRUE
043100         MOVE "0012" TO WS-RUN-RETURN-STATUS
043200         GO TO 1000-EXIT
043300     END-IF
043400     OPEN OUTPUT REPORT-FILE.
043500     IF WS-RPT-FILE-STATUS NOT = "00"
043600         DISPLAY "ORDCORR: UNABLE TO OPEN REPORT-FILE, "
043700             "STATUS=" WS-RPT-FILE-STATUS
043800         SET WS-SI-EOF-YES TO TRUE
043900         SET WS-SF-EOF-YES TO TRUE
044000         MOVE "0012" TO WS-RUN-RETURN-STATUS
044100         GO TO 1000-EXIT
044200     END-IF
044300     IF WS-SI-EOF-NO
044400         PERFORM 1100-READ-NEXT-SUSPENSE THRU 1100-EXIT
044500     END-IF
044600     IF WS-SF-EOF-NO
044700         PERFORM 1200-READ-NEXT-FIX THRU 1200-EXIT
044800     END-IF.
044900 1000-EXIT.
045000     EXIT.
045100******************************************************************
045200*    1100-READ-NEXT-SUSPENSE                                     *
045300******************************************************************
045400 1100-READ-NEXT-SUSPENSE.
045500     READ SUSPENSE-IN-FILE
045600         AT END
045700             SET WS-SI-EOF-YES TO TRUE
045800     END-READ.
045900 1100-EXIT.
046000     EXIT.
046100******************************************************************
046200*    1200-READ-NEXT-FIX                                          *
046300******************************************************************
046400 1200-READ-NEXT-FIX.
046500     READ FIX-TRAN-FILE
046600         AT END
046700             SET WS-SF-EOF-YES TO TRUE
046800         NOT AT END
046900             ADD 1 TO WS-FIX-COUNT
047000     END-READ.
047100 1200-EXIT.
047200     EXIT.
047300******************************************************************
047400*    2000-PROCESS-ORDER-GROUP - LOADS THE SUSPENSE ENTRIES OF    *
047500*    ONE ORDER, MATCHES THEIR FIX TRANSACTIONS, SETTLES WHAT     *
047600*    HAPPENS TO THE ORDER AS A WHOLE, WRITES ANY RESUBMISSION,   *
047700*    AND DISPOSES OF EACH ENTRY ON THE LISTING                   *
047800******************************************************************
047900 2000-PROCESS-ORDER-GROUP.
048000     PERFORM 2100-LOAD-ORDER-GROUP THRU 2100-EXIT.
048100     MOVE 1 TO WS-GRP-SUB.
048200     PERFORM 2200-MATCH-ENTRY-FIXES THRU 2200-EXIT
048300         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
048400     MOVE 1 TO WS-GRP-SUB.
048500     PERFORM 2400-SETTLE-ENTRY-ACTION THRU 2400-EXIT
048600         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
048700     PERFORM 2500-WRITE-RESUBMISSION THRU 2500-EXIT.
048800     MOVE 1 TO WS-GRP-SUB.
048900     PERFORM 2600-DISPOSE-ENTRY THRU 2600-EXIT
049000         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
049100 2000-EXIT.
049200     EXIT.
049300******************************************************************
049400*    2100-LOAD-ORDER-GROUP - COLLECTS THE RUN OF ENTRIES THAT    *
049500*    SHARE THE CURRENT ENTRY'S SUSPEND DATE AND ORDER SEQUENCE,  *
049600*    AND TAKES THE ORDER CONTEXT FROM THE FIRST OF THEM          *
049700******************************************************************
049800 2100-LOAD-ORDER-GROUP.
049900     MOVE 0 TO WS-GRP-COUNT.
050000     MOVE 0 TO WS-CTX-HDR-SUB.
050100     MOVE SU-SUSPEND-DATE TO WS-GRP-KEY-DATE.
050200     MOVE SU-ORDER-SEQ TO WS-GRP-KEY-ORDER-SEQ.
050300     MOVE SU-CUSTOMER-ID TO WS-CTX-CUSTOMER-ID.
050400     MOVE SU-ORDER-DATE TO WS-CTX-ORDER-DATE.
050500     MOVE SU-ORIG-SUSPEND-DATE TO WS-CTX-ORIG-DATE.
050600     SET WS-CTX-NOT-FORCED TO TRUE.
050700     MOVE SPACES TO WS-CTX-FORCE-OPERATOR.
050800     PERFORM 2110-ADD-GROUP-ENTRY THRU 2110-EXIT
050900         UNTIL WS-SI-EOF-YES
051000            OR SU-SUSPEND-DATE NOT = WS-GRP-KEY-DATE
051100            OR SU-ORDER-SEQ NOT = WS-GRP-KEY-ORDER-SEQ
051200            OR WS-GRP-COUNT = 500.
051300     IF WS-SI-EOF-NO
051400        AND SU-SUSPEND-DATE = WS-GRP-KEY-DATE
051500        AND SU-ORDER-SEQ = WS-GRP-KEY-ORDER-SEQ
051600         DISPLAY "ORDCORR: WARNING - ORDER " WS-GRP-KEY
051700             " HAS MORE THAN 500 ENTRIES, HANDLED IN PARTS"
051800     END-IF.
051900 2100-EXIT.
052000     EXIT.
052100******************************************************************
052200*    2110-ADD-GROUP-ENTRY - ADDS ONE ENTRY TO THE GROUP, NOTING  *
052300*    WHERE THE ORDER'S OWN HEADER SITS, AND READS AHEAD          *
052400******************************************************************
052500 2110-ADD-GROUP-ENTRY.
052600     ADD 1 TO WS-ENTRY-COUNT.
052700     ADD 1 TO WS-GRP-COUNT.
052800     MOVE SU-SUSPENSE-RECORD TO WS-GRP-RECORD(WS-GRP-COUNT).
052900     SET WS-GRP-KEEP(WS-GRP-COUNT) TO TRUE.
053000     SET WS-GRP-NO-OWN-FIX(WS-GRP-COUNT) TO TRUE.
053100     IF SU-REASON-HEADER-LEVEL
053200         MOVE WS-GRP-COUNT TO WS-CTX-HDR-SUB
053300     END-IF
053400     PERFORM 1100-READ-NEXT-SUSPENSE THRU 1100-EXIT.
053500 2110-EXIT.
053600     EXIT.
053700******************************************************************
053800*    2200-MATCH-ENTRY-FIXES - ADVANCES THE FIX FILE TO THE       *
053900*    ENTRY IN HAND, REJECTING FIXES FOR IDS NOT IN SUSPENSE.     *
054000*    THE FIRST FIX FOR AN ENTRY WINS; ANY OTHERS ARE REJECTED.   *
054100******************************************************************
054200 2200-MATCH-ENTRY-FIXES.
054300     PERFORM 2210-REJECT-UNMATCHED-FIX THRU 2210-EXIT
054400         UNTIL WS-SF-EOF-YES
054500            OR SF-SUSPENSE-ID >= WS-GRP-SUSPENSE-ID(WS-GRP-SUB).
054600     IF WS-SF-EOF-NO
054700        AND SF-SUSPENSE-ID = WS-GRP-SUSPENSE-ID(WS-GRP-SUB)
054800         PERFORM 2300-APPLY-FIX THRU 2300-EXIT
054900         PERFORM 1200-READ-NEXT-FIX THRU 1200-EXIT
055000         PERFORM 2220-REJECT-DUPLICATE-FIX THRU 2220-EXIT
055100             UNTIL WS-SF-EOF-YES
055200                OR SF-SUSPENSE-ID
055300                   NOT = WS-GRP-SUSPENSE-ID(WS-GRP-SUB)
055400     END-IF
055500     ADD 1 TO WS-GRP-SUB.
055600 2200-EXIT.
055700     EXIT.
055800******************************************************************
055900*    2210-REJECT-UNMATCHED-FIX                                   *
056000******************************************************************
056100 2210-REJECT-UNMATCHED-FIX.
056200     MOVE "NO SUSPENSE ENTRY FOR ID" TO WS-REJECT-REASON.
056300     PERFORM 2700-WRITE-REJECT THRU 2700-EXIT.
056400     PERFORM 1200-READ-NEXT-FIX THRU 1200-EXIT.
056500 2210-EXIT.
056600     EXIT.
056700******************************************************************
056800*    2220-REJECT-DUPLICATE-FIX                                   *
056900******************************************************************
057000 2220-REJECT-DUPLICATE-FIX.
057100     MOVE "DUPLICATE FIX FOR ENTRY" TO WS-REJECT-REASON.
057200     PERFORM 2700-WRITE-REJECT THRU 2700-EXIT.
057300     PERFORM 1200-READ-NEXT-FIX THRU 1200-EXIT.
057400 2220-EXIT.
057500     EXIT.
057600******************************************************************
057700*    2300-APPLY-FIX - ROUTES THE FIX TO ITS HANDLER.  A VALID    *
057800*    FIX SETS THE ENTRY'S ACTION AND IS LOGGED THROUGH AUDTLOG;  *
057900*    AN INVALID ONE LEAVES THE ENTRY AS IT WAS.                  *
058000******************************************************************
058100 2300-APPLY-FIX.
058200     MOVE SPACES TO WS-REJECT-REASON.
058300     MOVE WS-GRP-TRAN-IMAGE(WS-GRP-SUB) TO OT-ORDER-TRAN.
058400     EVALUATE SF-TRAN-CODE
058500         WHEN "FIX   "
058600             PERFORM 2310-APPLY-CORRECTION THRU 2310-EXIT
058700         WHEN "FORCE "
058800             PERFORM 2320-APPLY-FORCE THRU 2320-EXIT
058900         WHEN "DELETE"
059000             PERFORM 2330-APPLY-DELETE THRU 2330-EXIT
059100         WHEN OTHER
059200             MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
059300     END-EVALUATE
059400     IF WS-REJECT-REASON NOT = SPACES
059500         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
059600         GO TO 2300-EXIT
059700     END-IF
059800     SET WS-GRP-OWN-FIX(WS-GRP-SUB) TO TRUE.
059900     ADD 1 TO WS-APPLIED-COUNT.
060000     MOVE WS-CTX-CUSTOMER-ID TO WS-AUD-PRODUCT-ID.
060100     MOVE WS-GRP-SUSPEND-DATE(WS-GRP-SUB) TO WS-SID-DATE.
060200     MOVE WS-GRP-SUSPEND-SEQ(WS-GRP-SUB) TO WS-SID-SEQ.
060300     MOVE WS-SUSP-ID-EDIT TO WS-AUD-OLD-VALUE.
060400     MOVE SF-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
060500     CALL "AUDTLOG" USING WS-AUDIT-PARMS.
060600 2300-EXIT.
060700     EXIT.
060800******************************************************************
060900*    2310-APPLY-CORRECTION - REPLACES THE FIELDS THE OPERATOR    *
061000*    KEYED ON THE SUSPENDED IMAGE.  A CUSTOMER OR ORDER DATE     *
061100*    ALSO RESETS THE ORDER CONTEXT, SO A LONE DETAIL CAN BE      *
061200*    GIVEN THE HEADER IT ARRIVED WITHOUT.                        *
061300******************************************************************
061400 2310-APPLY-CORRECTION.
061500     IF WS-GRP-REASON-BAD-TYPE(WS-GRP-SUB)
061600         MOVE "BAD RECORD TYPE - DELETE ONLY" TO WS-REJECT-REASON
061700         GO TO 2310-EXIT
061800     END-IF
061900     IF SF-QUANTITY NOT = SPACES
062000        AND SF-QUANTITY NOT NUMERIC
062100         MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
062200         GO TO 2310-EXIT
062300     END-IF
062400     IF SF-ORDER-DATE NOT = SPACES
062500        AND SF-ORDER-DATE NOT NUMERIC
062600         MOVE "ORDER DATE NOT NUMERIC" TO WS-REJECT-REASON
062700         GO TO 2310-EXIT
062800     END-IF
062900     IF OT-TYPE-HEADER
063000         IF SF-CUSTOMER-ID NOT = SPACES
063100             MOVE SF-CUSTOMER-ID TO OT-CUSTOMER-ID
063200         END-IF
063300         IF SF-ORDER-DATE NOT = SPACES
063400             MOVE SF-ORDER-DATE-N TO OT-ORDER-DATE
063500         END-IF
063600     ELSE
063700         IF SF-NAME NOT = SPACES
063800             MOVE SF-NAME TO OT-NAME
063900         END-IF
064000         IF SF-BRAND NOT = SPACES
064100             MOVE SF-BRAND TO OT-BRAND
064200         END-IF
064300         IF SF-QUANTITY NOT = SPACES
064400             MOVE SF-QUANTITY-N TO OT-QUANTITY
064500         END-IF
064600     END-IF
064700     IF SF-CUSTOMER-ID NOT = SPACES
064800         MOVE SF-CUSTOMER-ID TO WS-CTX-CUSTOMER-ID
064900     END-IF
065000     IF SF-ORDER-DATE NOT = SPACES
065100         MOVE SF-ORDER-DATE-N TO WS-CTX-ORDER-DATE
065200     END-IF
065300     MOVE OT-ORDER-TRAN TO WS-GRP-TRAN-IMAGE(WS-GRP-SUB).
065400     SET WS-GRP-RESUBMIT(WS-GRP-SUB) TO TRUE.
065500     MOVE "SUSPFIX" TO WS-AUD-FIELD-NAME.
065600     MOVE "RESUBMITTED" TO WS-AUD-NEW-VALUE.
065700 2310-EXIT.
065800     EXIT.
065900******************************************************************
066000*    2320-APPLY-FORCE - THE CREDIT TEAM HAS APPROVED AN OVER-    *
066100*    CREDIT ORDER.  THE WHOLE ORDER IS RELEASED WITH THE         *
066200*    OVERRIDE FLAG, SO ONE FORCE ON ANY OF ITS LINES IS ENOUGH.  *
066300******************************************************************
066400 2320-APPLY-FORCE.
066500     IF NOT WS-GRP-REASON-OVER-CREDIT(WS-GRP-SUB)
066600         MOVE "FORCE ONLY FOR OVER-CREDIT" TO WS-REJECT-REASON
066700         GO TO 2320-EXIT
066800     END-IF
066900     SET WS-GRP-RESUBMIT(WS-GRP-SUB) TO TRUE.
067000     SET WS-CTX-FORCED TO TRUE.
067100     MOVE SF-OPERATOR-ID TO WS-CTX-FORCE-OPERATOR.
067200     MOVE "SUSPFORCE" TO WS-AUD-FIELD-NAME.
067300     MOVE "FORCE RELEASED" TO WS-AUD-NEW-VALUE.
067400 2320-EXIT.
067500     EXIT.
067600******************************************************************
067700*    2330-APPLY-DELETE                                           *
067800******************************************************************
067900 2330-APPLY-DELETE.
068000     SET WS-GRP-DELETE(WS-GRP-SUB) TO TRUE.
068100     MOVE "SUSPDELETE" TO WS-AUD-FIELD-NAME.
068200     MOVE "DELETED" TO WS-AUD-NEW-VALUE.
068300 2330-EXIT.
068400     EXIT.
068500******************************************************************
068600*    2400-SETTLE-ENTRY-ACTION - WHILE THE ORDER'S OWN HEADER IS  *
068700*    IN SUSPENSE ITS DETAILS MOVE WITH IT: DELETED WITH IT,      *
068800*    RESUBMITTED WITH IT, OR HELD (CORRECTIONS KEPT) UNTIL IT    *
068900*    IS FIXED.  OTHERWISE A FORCED ORDER RELEASES EVERY LINE     *
069000*    THAT WAS STOPPED BY THE CREDIT CHECK.                       *
069100******************************************************************
069200 2400-SETTLE-ENTRY-ACTION.
069300     IF WS-GRP-SUB = WS-CTX-HDR-SUB
069400         GO TO 2400-NEXT
069500     END-IF
069600     IF WS-CTX-HDR-SUB > 0
069700         EVALUATE TRUE
069800             WHEN WS-GRP-DELETE(WS-CTX-HDR-SUB)
069900                 SET WS-GRP-DELETE(WS-GRP-SUB) TO TRUE
070000             WHEN WS-GRP-KEEP(WS-CTX-HDR-SUB)
070100                 IF WS-GRP-RESUBMIT(WS-GRP-SUB)
070200                     SET WS-GRP-KEEP(WS-GRP-SUB) TO TRUE
070300                 END-IF
070400             WHEN OTHER
070500                 IF WS-GRP-NO-OWN-FIX(WS-GRP-SUB)
070600                    AND WS-GRP-REASON-HEADER-REJ(WS-GRP-SUB)
070700                     SET WS-GRP-RESUBMIT(WS-GRP-SUB) TO TRUE
070800                 END-IF
070900         END-EVALUATE
071000         GO TO 2400-NEXT
071100     END-IF
071200     IF WS-CTX-FORCED
071300        AND WS-GRP-NO-OWN-FIX(WS-GRP-SUB)
071400        AND WS-GRP-REASON-OVER-CREDIT(WS-GRP-SUB)
071500         SET WS-GRP-RESUBMIT(WS-GRP-SUB) TO TRUE
071600     END-IF.
071700 2400-NEXT.
071800     ADD 1 TO WS-GRP-SUB.
071900 2400-EXIT.
072000     EXIT.
072100******************************************************************
072200*    2500-WRITE-RESUBMISSION - WRITES THE ORDER'S RESUBMITTED    *
072300*    LINES UNDER ONE HEADER: THE ORDER'S OWN (CORRECTED) HEADER  *
072400*    WHEN IT WAS IN SUSPENSE, OTHERWISE ONE REBUILT FROM THE     *
072500*    ORDER CONTEXT.  THE HEADER CARRIES THE FIRST-SUSPENDED DATE *
072600*    AND ANY CREDIT OVERRIDE.  AN ORDER WITH NO CUSTOMER OR      *
072700*    ORDER DATE TO REBUILD FROM IS HELD IN SUSPENSE.             *
072800******************************************************************
072900 2500-WRITE-RESUBMISSION.
073000     MOVE 0 TO WS-GRP-RESUB-COUNT.
073100     MOVE 1 TO WS-GRP-SUB.
073200     PERFORM 2510-COUNT-RESUBMIT THRU 2510-EXIT
073300         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
073400     IF WS-GRP-RESUB-COUNT = 0
073500         GO TO 2500-EXIT
073600     END-IF
073700     IF WS-CTX-HDR-SUB > 0
073800         MOVE WS-GRP-TRAN-IMAGE(WS-CTX-HDR-SUB) TO OT-ORDER-TRAN
073900     ELSE
074000         IF WS-CTX-CUSTOMER-ID = SPACES
074100            OR WS-CTX-ORDER-DATE = 0
074200             DISPLAY "ORDCORR: ORDER " WS-GRP-KEY
074300                 " HAS NO CUSTOMER OR ORDER DATE - "
074400                 "CORRECTIONS HELD IN SUSPENSE"
074500             MOVE 1 TO WS-GRP-SUB
074600             PERFORM 2520-HOLD-RESUBMIT THRU 2520-EXIT
074700                 UNTIL WS-GRP-SUB > WS-GRP-COUNT
074800             GO TO 2500-EXIT
074900         END-IF
075000         MOVE SPACES TO OT-ORDER-TRAN
075100         SET OT-TYPE-HEADER TO TRUE
075200         MOVE WS-CTX-CUSTOMER-ID TO OT-CUSTOMER-ID
075300         MOVE WS-CTX-ORDER-DATE TO OT-ORDER-DATE
075400     END-IF
075500     MOVE WS-CTX-ORIG-DATE TO OT-ORIG-SUSPEND-DATE.
075600     MOVE SPACES TO OT-CREDIT-OVERRIDE-SW.
075700     MOVE SPACES TO OT-OVERRIDE-OPERATOR.
075800     IF WS-CTX-FORCED
075900         SET OT-CREDIT-OVERRIDE TO TRUE
076000         MOVE WS-CTX-FORCE-OPERATOR TO OT-OVERRIDE-OPERATOR
076100     END-IF
076200     WRITE RS-RESUBMIT-RECORD FROM OT-ORDER-TRAN.
076300     ADD 1 TO WS-ORDER-OUT-COUNT.
076400     MOVE 1 TO WS-GRP-SUB.
076500     PERFORM 2530-WRITE-RESUBMIT-DETAIL THRU 2530-EXIT
076600         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
076700 2500-EXIT.
076800     EXIT.
076900******************************************************************
077000*    2510-COUNT-RESUBMIT                                         *
077100******************************************************************
077200 2510-COUNT-RESUBMIT.
077300     IF WS-GRP-RESUBMIT(WS-GRP-SUB)
077400         ADD 1 TO WS-GRP-RESUB-COUNT
077500     END-IF
077600     ADD 1 TO WS-GRP-SUB.
077700 2510-EXIT.
077800     EXIT.
077900******************************************************************
078000*    2520-HOLD-RESUBMIT - AN ENTRY THAT CANNOT BE RESUBMITTED    *
078100*    STAYS IN SUSPENSE WITH ITS CORRECTIONS                      *
078200******************************************************************
078300 2520-HOLD-RESUBMIT.
078400     IF WS-GRP-RESUBMIT(WS-GRP-SUB)
078500         SET WS-GRP-KEEP(WS-GRP-SUB) TO TRUE
078600     END-IF
078700     ADD 1 TO WS-GRP-SUB.
078800 2520-EXIT.
078900     EXIT.
079000******************************************************************
079100*    2530-WRITE-RESUBMIT-DETAIL                                  *
079200******************************************************************
079300 2530-WRITE-RESUBMIT-DETAIL.
079400     IF WS-GRP-RESUBMIT(WS-GRP-SUB)
079500        AND WS-GRP-SUB NOT = WS-CTX-HDR-SUB
079600         WRITE RS-RESUBMIT-RECORD
079700             FROM WS-GRP-TRAN-IMAGE(WS-GRP-SUB)
079800     END-IF
079900     ADD 1 TO WS-GRP-SUB.
080000 2530-EXIT.
080100     EXIT.
080200******************************************************************
080300*    2600-DISPOSE-ENTRY - COUNTS THE ENTRY UNDER ITS FINAL       *
080400*    ACTION, CARRIES A KEPT ENTRY (WITH ANY CORRECTIONS) TO THE  *
080500*    NEW SUSPENSE FILE, AND PRINTS IT ON THE LISTING             *
080600******************************************************************
080700 2600-DISPOSE-ENTRY.
080800     PERFORM 2650-AGE-ENTRY THRU 2650-EXIT.
080900     MOVE SPACES TO DTL-AGE-FLAG.
081000     EVALUATE TRUE
081100         WHEN WS-GRP-RESUBMIT(WS-GRP-SUB)
081200             ADD 1 TO WS-RESUBMIT-COUNT
081300             IF WS-CTX-FORCED
081400                 MOVE "FORCE RELEASED" TO DTL-DISPOSITION
081500             ELSE
081600                 MOVE "RESUBMITTED" TO DTL-DISPOSITION
081700             END-IF
081800         WHEN WS-GRP-DELETE(WS-GRP-SUB)
081900             ADD 1 TO WS-DELETE-COUNT
082000             MOVE "DELETED" TO DTL-DISPOSITION
082100         WHEN OTHER
082200             WRITE SO-SUSPENSE-RECORD
082300                 FROM WS-GRP-RECORD(WS-GRP-SUB)
082400             ADD 1 TO WS-CARRIED-COUNT
082500             PERFORM 2660-BUCKET-CARRIED-AGE THRU 2660-EXIT
082600             IF WS-GRP-OWN-FIX(WS-GRP-SUB)
082700                 MOVE "CARRIED - CORRECTED" TO DTL-DISPOSITION
082800             ELSE
082900                 MOVE "CARRIED" TO DTL-DISPOSITION
083000             END-IF
083100             IF WS-CUR-AGE >= WS-AGE-FLAG-DAYS
083200                 MOVE " *AGED*" TO DTL-AGE-FLAG
083300                 ADD 1 TO WS-AGED-COUNT
083400             END-IF
083500     END-EVALUATE
083600     PERFORM 2800-PRINT-ENTRY THRU 2800-EXIT.
083700     ADD 1 TO WS-GRP-SUB.
083800 2600-EXIT.
083900     EXIT.
084000******************************************************************
084100*    2650-AGE-ENTRY - DAYS SINCE THE ORDER FIRST FELL INTO       *
084200*    SUSPENSE.  AN UNUSABLE DATE AGES AS ZERO.                   *
084300******************************************************************
084400 2650-AGE-ENTRY.
084500     MOVE 0 TO WS-CUR-AGE.
084600     IF WS-GRP-ORIG-DATE(WS-GRP-SUB) NOT NUMERIC
084700         GO TO 2650-EXIT
084800     END-IF
084900     MOVE WS-GRP-ORIG-DATE(WS-GRP-SUB) TO WS-DATE-IN.
085000     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
085100         GO TO 2650-EXIT
085200     END-IF
085300     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
085400     IF WS-DAYS-OUT < WS-RUN-DAYS
085500         COMPUTE WS-CUR-AGE = WS-RUN-DAYS - WS-DAYS-OUT
085600     END-IF.
085700 2650-EXIT.
085800     EXIT.
085900******************************************************************
086000*    2660-BUCKET-CARRIED-AGE                                     *
086100******************************************************************
086200 2660-BUCKET-CARRIED-AGE.
086300     EVALUATE TRUE
086400         WHEN WS-CUR-AGE <= 2
086500             ADD 1 TO WS-AGE-0-2-COUNT
086600         WHEN WS-CUR-AGE <= 7
086700             ADD 1 TO WS-AGE-3-7-COUNT
086800         WHEN WS-CUR-AGE <= 30
086900             ADD 1 TO WS-AGE-8-30-COUNT
087000         WHEN OTHER
087100             ADD 1 TO WS-AGE-OVER-30-COUNT
087200     END-EVALUATE.
087300 2660-EXIT.
087400     EXIT.
087500******************************************************************
087600*    2700-WRITE-REJECT - A REJECTED FIX IS WRITTEN WITH ITS      *
087700*    REASON; THE ENTRY IT NAMED STAYS AS IT WAS                  *
087800******************************************************************
087900 2700-WRITE-REJECT.
088000     MOVE SF-FIX-TRAN TO RJ-FIX-DATA.
088100     MOVE WS-REJECT-REASON TO RJ-REJECT-REASON.
088200     WRITE RJ-REJECT-RECORD.
088300     ADD 1 TO WS-REJECT-COUNT.
088400 2700-EXIT.
088500     EXIT.
088600******************************************************************
088700*    2800-PRINT-ENTRY - ONE LISTING LINE PER SUSPENSE ENTRY.  A  *
088800*    HEADER ENTRY SHOWS ITS ORDER DATE IN THE BRAND COLUMN; AN   *
088900*    UNRECOGNISED RECORD SHOWS ITS RAW TEXT.                     *
089000******************************************************************
089100 2800-PRINT-ENTRY.
089200     IF WS-LINE-CTR = 0 OR WS-LINE-CTR >= WS-LINES-PER-PAGE
089300         PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT
089400     END-IF
089500     MOVE WS-GRP-TRAN-IMAGE(WS-GRP-SUB) TO OT-ORDER-TRAN.
089600     MOVE WS-GRP-SUSPEND-DATE(WS-GRP-SUB) TO DTL-SUSP-DATE.
089700     MOVE WS-GRP-SUSPEND-SEQ(WS-GRP-SUB) TO DTL-SUSP-SEQ.
089800     MOVE WS-GRP-REASON-CODE(WS-GRP-SUB) TO DTL-REASON.
089900     MOVE WS-CTX-CUSTOMER-ID TO DTL-CUSTOMER-ID.
090000     MOVE OT-RECORD-TYPE TO DTL-TYPE.
090100     MOVE SPACES TO DTL-NAME DTL-BRAND DTL-QTY.
090200     EVALUATE TRUE
090300         WHEN OT-TYPE-DETAIL
090400             MOVE OT-NAME TO DTL-NAME
090500             MOVE OT-BRAND TO DTL-BRAND
090600             MOVE OT-TRAN-BODY(51:5) TO DTL-QTY
090700         WHEN OT-TYPE-HEADER
090800             MOVE "ORDER HEADER, DATED" TO DTL-NAME
090900             MOVE OT-TRAN-BODY(11:8) TO DTL-BRAND
091000         WHEN OTHER
091100             MOVE OT-TRAN-BODY TO DTL-NAME
091200     END-EVALUATE
091300     MOVE WS-GRP-ORIG-DATE(WS-GRP-SUB) TO DTL-FIRST-DATE.
091400     MOVE WS-CUR-AGE TO DTL-AGE.
091500     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
091600     ADD 1 TO WS-LINE-CTR.
091700 2800-EXIT.
091800     EXIT.
091900******************************************************************
092000*    2900-PRINT-HEADINGS                                         *
092100******************************************************************
092200 2900-PRINT-HEADINGS.
092300     ADD 1 TO WS-PAGE-CTR.
092400     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
092500     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
092600     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
092700     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
092800     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
092900     MOVE 0 TO WS-LINE-CTR.
093000 2900-EXIT.
093100     EXIT.
093200******************************************************************
093300*    3000-FINALIZE - PRINTS THE RUN AND AGING TOTALS, POSTS THE  *
093400*    RUN STATISTICS AND CLOSES THE FILES                         *
093500******************************************************************
093600 3000-FINALIZE.
093700     IF WS-RPT-FILE-STATUS = "00"
093800         PERFORM 3100-PRINT-TOTALS THRU 3100-EXIT
093900     END-IF
094000     DISPLAY "ORDCORR: ENTRIES=" WS-ENTRY-COUNT
094100         " RESUBMITTED=" WS-RESUBMIT-COUNT
094200         " DELETED=" WS-DELETE-COUNT
094300         " CARRIED=" WS-CARRIED-COUNT
094400         " AGED=" WS-AGED-COUNT.
094500     DISPLAY "ORDCORR: FIXES=" WS-FIX-COUNT
094600         " APPLIED=" WS-APPLIED-COUNT
094700         " REJECTED=" WS-REJECT-COUNT
094800         " ORDERS RESUBMITTED=" WS-ORDER-OUT-COUNT.
094900     COMPUTE WS-RUN-RECORDS-READ =
095000         WS-ENTRY-COUNT + WS-FIX-COUNT.
095100     COMPUTE WS-RUN-RECORDS-WRITTEN =
095200         WS-RESUBMIT-COUNT + WS-DELETE-COUNT + WS-CARRIED-COUNT
095300         + WS-APPLIED-COUNT.
095400     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
095500     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
095600     IF WS-SI-FILE-STATUS = "00" OR WS-SI-FILE-STATUS = "10"
095700         CLOSE SUSPENSE-IN-FILE
095800     END-IF
095900     IF WS-SF-FILE-STATUS = "00" OR WS-SF-FILE-STATUS = "10"
096000         CLOSE FIX-TRAN-FILE
096100     END-IF
096200     IF WS-SO-FILE-STATUS = "00"
096300         CLOSE SUSPENSE-OUT-FILE
096400     END-IF
096500     IF WS-RS-FILE-STATUS = "00"
096600         CLOSE RESUBMIT-FILE
096700     END-IF
096800     IF WS-RJ-FILE-STATUS = "00"
096900         CLOSE REJECT-FILE
097000     END-IF
097100     IF WS-RPT-FILE-STATUS = "00"
097200         CLOSE REPORT-FILE
097300     END-IF.
097400 3000-EXIT.
097500     EXIT.
097600******************************************************************
097700*    3100-PRINT-TOTALS                                           *
097800******************************************************************
097900 3100-PRINT-TOTALS.
098000     IF WS-PAGE-CTR = 0
098100         PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT
098200     END-IF
098300     MOVE WS-ENTRY-COUNT TO TOT-ENTRIES.
098400     MOVE WS-RESUBMIT-COUNT TO TOT-RESUBMITTED.
098500     MOVE WS-DELETE-COUNT TO TOT-DELETED.
098600     MOVE WS-CARRIED-COUNT TO TOT-CARRIED.
098700     MOVE WS-ORDER-OUT-COUNT TO TOT-ORDERS.
098800     MOVE WS-AGE-0-2-COUNT TO TOT-AGE-0-2.
098900     MOVE WS-AGE-3-7-COUNT TO TOT-AGE-3-7.
099000     MOVE WS-AGE-8-30-COUNT TO TOT-AGE-8-30.
099100     MOVE WS-AGE-OVER-30-COUNT TO TOT-AGE-OVER-30.
099200     MOVE WS-FIX-COUNT TO TOT-FIXES.
099300     MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
099400     MOVE WS-REJECT-COUNT TO TOT-REJECTED.
099500     WRITE RPT-LINE FROM WS-TOTAL-LINE-1 AFTER ADVANCING 2 LINES.
099600     WRITE RPT-LINE FROM WS-TOTAL-LINE-2 AFTER ADVANCING 1 LINE.
099700     WRITE RPT-LINE FROM WS-TOTAL-LINE-3 AFTER ADVANCING 1 LINE.
099800 3100-EXIT.
099900     EXIT.
100000******************************************************************
100100*    8000-DATE-TO-DAYS - TURNS WS-DATE-IN (YYYYMMDD) INTO A DAY  *
100200*    COUNT IN WS-DAYS-OUT SO TWO DATES SUBTRACT DIRECTLY.        *
100300*    WHOLE YEARS CONTRIBUTE 365 DAYS PLUS THE LEAP DAYS BEFORE   *
100400*    THE YEAR; THE MONTH OFFSET TABLE SUPPLIES THE DAYS BEFORE   *
100500*    THE MONTH, PLUS ONE MORE PAST FEBRUARY IN A LEAP YEAR.      *
100600******************************************************************
100700 8000-DATE-TO-DAYS.
100800     COMPUTE WS-DW-Y1 = WS-DW-YEAR - 1.
100900     DIVIDE WS-DW-Y1 BY 4 GIVING WS-DW-Q4.
101000     DIVIDE WS-DW-Y1 BY 100 GIVING WS-DW-Q100.
101100     DIVIDE WS-DW-Y1 BY 400 GIVING WS-DW-Q400.
101200     COMPUTE WS-DW-LEAPS = WS-DW-Q4 - WS-DW-Q100 + WS-DW-Q400.
101300     COMPUTE WS-DAYS-OUT = WS-DW-Y1 * 365
101400         + WS-DW-LEAPS
101500         + WS-MONTH-OFFSET(WS-DW-MONTH)
101600         + WS-DW-DAY.
101700     IF WS-DW-MONTH > 2
101800         DIVIDE WS-DW-YEAR BY 4
101900             GIVING WS-DW-QUOT REMAINDER WS-DW-REM4
102000         DIVIDE WS-DW-YEAR BY 100
102100             GIVING WS-DW-QUOT REMAINDER WS-DW-REM100
102200         DIVIDE WS-DW-YEAR BY 400
102300             GIVING WS-DW-QUOT REMAINDER WS-DW-REM400
102400         IF (WS-DW-REM4 = 0 AND WS-DW-REM100 NOT = 0)
102500            OR WS-DW-REM400 = 0
102600             ADD 1 TO WS-DAYS-OUT
102700         END-IF
102800     END-IF.
102900 8000-EXIT.
103000     EXIT.

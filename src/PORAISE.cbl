000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  PORAISE                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     RAISES PURCHASE ORDERS FROM THE SUGGESTED-     *
000800*                 PURCHASE FILE REORDSUG WRITES.  ONLY THE ROWS  *
000900*                 THE BUYER HAS APPROVED (POAPPR) ARE ORDERED,   *
001000*                 AT THE APPROVED QUANTITY AND FOR THE           *
001100*                 APPROVED DELIVERY WAREHOUSE.  THE SUGGESTIONS  *
001200*                 ARRIVE IN BRAND SEQUENCE, SO EACH BRAND WITH   *
001300*                 AN APPROVED ROW BECOMES ONE PURCHASE ORDER TO  *
001400*                 THE SUPPLIER THE VENDOR MASTER NAMES FOR IT,   *
001500*                 DATED TODAY AND EXPECTED AFTER THE SUPPLIER'S  *
001600*                 LEAD TIME.  PO NUMBERS CONTINUE FROM THE       *
001700*                 HIGHEST ALREADY ON THE PURCHASE-ORDER FILE.    *
001800*                 EVERY ORDER RAISED IS PRINTED, ONE PER PAGE,   *
001900*                 FOR THE BUYER TO SEND.  AN APPROVED ROW WHOSE  *
002000*                 BRAND HAS NO VENDOR, AND AN APPROVAL WITH NO   *
002100*                 MATCHING SUGGESTION, GO TO A REJECTS FILE.     *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ------------------------------------------------------      *
002500*    2026-10-15 ML  ORIGINAL VERSION - PURCHASE ORDERS FROM      *
002600*                   APPROVED REPLENISHMENT SUGGESTIONS.          *
002700******************************************************************
002800 PROGRAM-ID.  PORAISE.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SUGGEST-FILE ASSIGN TO "PORDSUG"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-PS-FILE-STATUS.
003500     SELECT APPROVAL-FILE ASSIGN TO "POAPPR"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PA-FILE-STATUS.
003800     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS VM-BRAND
004200         FILE STATUS IS WS-VM-FILE-STATUS.
004300     SELECT PO-FILE ASSIGN TO "POFILE"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PO-LINE-KEY
004700         ALTERNATE RECORD KEY IS PO-ITEM-KEY
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-PO-FILE-STATUS.
005000     SELECT REJECT-FILE ASSIGN TO "POREJ"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RJ-FILE-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO "POPRINT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RPT-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SUGGEST-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY PORDSUG.
006100 FD  APPROVAL-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY POAPPR.
006400 FD  VENDOR-MASTER-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY VENDMAST.
006700 FD  PO-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY POLINE.
007000 FD  REJECT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RJ-REJECT-RECORD.
007300     05  RJ-REJECT-DATA          PIC X(100).
007400     05  RJ-REJECT-REASON        PIC X(30).
007500 FD  REPORT-FILE
007600     LABEL RECORDS ARE OMITTED
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  RPT-LINE                    PIC X(132).
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100*    SWITCHES AND COUNTERS                                       *
008200******************************************************************
008300 77  WS-PS-FILE-STATUS           PIC X(02)   VALUE SPACES.
008400 77  WS-PA-FILE-STATUS           PIC X(02)   VALUE SPACES.
008500 77  WS-VM-FILE-STATUS           PIC X(02)   VALUE SPACES.
008600 77  WS-PO-FILE-STATUS           PIC X(02)   VALUE SPACES.
008700 77  WS-RJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
008800 77  WS-RPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
008900 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
009000     88  WS-EOF-YES                          VALUE 'Y'.
009100     88  WS-EOF-NO                           VALUE 'N'.
009200 77  WS-PA-EOF-SW                PIC X(01)   VALUE 'N'.
009300     88  WS-PA-EOF-YES                       VALUE 'Y'.
009400     88  WS-PA-EOF-NO                        VALUE 'N'.
009500 77  WS-PO-EOF-SW                PIC X(01)   VALUE 'N'.
009600     88  WS-PO-EOF-YES                       VALUE 'Y'.
009700     88  WS-PO-EOF-NO                        VALUE 'N'.
009800 77  WS-VM-OPEN-SW               PIC X(01)   VALUE 'N'.
009900     88  WS-VM-OPEN                          VALUE 'Y'.
010000     88  WS-VM-NOT-OPEN                      VALUE 'N'.
010100 77  WS-PO-OPEN-SW               PIC X(01)   VALUE 'N'.
010200     88  WS-PO-OPEN                          VALUE 'Y'.
010300     88  WS-PO-NOT-OPEN                      VALUE 'N'.
010400 77  WS-SUGGEST-COUNT            PIC 9(7) COMP VALUE 0.
010500 77  WS-APPROVAL-COUNT           PIC 9(7) COMP VALUE 0.
010600 77  WS-UNAPPROVED-COUNT         PIC 9(7) COMP VALUE 0.
010700 77  WS-DECLINED-COUNT           PIC 9(7) COMP VALUE 0.
010800 77  WS-LINE-WRITTEN-COUNT       PIC 9(7) COMP VALUE 0.
010900 77  WS-PO-RAISED-COUNT          PIC 9(7) COMP VALUE 0.
011000 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
011100 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
011200 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
011300 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
011400 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
011500******************************************************************
011600*    BUYER APPROVAL TABLE - LOADED ONCE AT STARTUP SO EACH       *
011700*    SUGGESTION CAN BE CHECKED WITHOUT RESCANNING THE APPROVAL   *
011800*    FILE.  AN ENTRY IS MARKED USED WHEN ITS SUGGESTION IS SEEN; *
011900*    ANY LEFT UNUSED AT THE END ARE REJECTED.                    *
012000******************************************************************
012100 77  WS-APPR-COUNT               PIC 9(5) COMP VALUE 0.
012200 01  WS-APPROVAL-TABLE.
012300     05  WS-APPR-ENTRY OCCURS 1 TO 2000 TIMES
012400                       DEPENDING ON WS-APPR-COUNT
012500                       INDEXED BY WS-APPR-IDX.
012600         10  WS-APPR-RECORD.
012700             15  WS-APPR-PRODUCT-ID  PIC X(10).
012800             15  FILLER              PIC X(30).
012900         10  WS-APPR-USED-SW     PIC X(01).
013000             88  WS-APPR-USED                VALUE 'Y'.
013100             88  WS-APPR-NOT-USED            VALUE 'N'.
013200 77  WS-APPR-FOUND-SW            PIC X(01)   VALUE 'N'.
013300     88  WS-APPR-FOUND                       VALUE 'Y'.
013400     88  WS-APPR-NOT-FOUND                   VALUE 'N'.
013500 01  WS-APPROVAL-WORK.
013600     05  WS-AW-PRODUCT-ID        PIC X(10).
013700     05  WS-AW-APPROVED-QTY      PIC X(07).
013800     05  WS-AW-APPROVED-QTY-N REDEFINES WS-AW-APPROVED-QTY
013900                                 PIC 9(07).
014000     05  WS-AW-WAREHOUSE-ID      PIC X(02).
014100     05  WS-AW-BUYER-ID          PIC X(08).
014200     05  FILLER                  PIC X(13).
014300******************************************************************
014400*    PURCHASE-ORDER STATE - THE BRAND BEING ORDERED, ITS VENDOR, *
014500*    AND THE ORDER CURRENTLY OPEN FOR LINES.  AN ORDER IS ONLY   *
014600*    NUMBERED WHEN ITS FIRST APPROVED LINE IS WRITTEN.           *
014700******************************************************************
014800 77  WS-CUR-BRAND                PIC X(20)   VALUE SPACES.
014900 77  WS-FIRST-SUGGEST-SW         PIC X(01)   VALUE 'Y'.
015000     88  WS-FIRST-SUGGEST                    VALUE 'Y'.
015100     88  WS-NOT-FIRST-SUGGEST                VALUE 'N'.
015200 77  WS-VENDOR-FOUND-SW          PIC X(01)   VALUE 'N'.
015300     88  WS-VENDOR-FOUND                     VALUE 'Y'.
015400     88  WS-VENDOR-NOT-FOUND                 VALUE 'N'.
015500 77  WS-PO-STARTED-SW            PIC X(01)   VALUE 'N'.
015600     88  WS-PO-STARTED                       VALUE 'Y'.
015700     88  WS-PO-NOT-STARTED                   VALUE 'N'.
015800 77  WS-NEXT-PO-NUMBER           PIC 9(07)   VALUE 0.
015900 77  WS-PO-LINE-NO               PIC 9(03)   VALUE 0.
016000 77  WS-PO-TOTAL-QTY             PIC 9(09)   VALUE 0.
016100 77  WS-ORDER-QTY                PIC 9(07)   VALUE 0.
016200 77  WS-EXPECTED-DATE            PIC 9(08)   VALUE 0.
016300******************************************************************
016400*    DATE ARITHMETIC WORK AREAS - THE EXPECTED DATE IS THE RUN   *
016500*    DATE ADVANCED ONE CALENDAR DAY AT A TIME THROUGH THE        *
016600*    SUPPLIER'S LEAD TIME                                        *
016700******************************************************************
016800 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
016900 77  WS-MONTH-LENGTH             PIC 9(02)   VALUE 0.
017000 01  WS-DATE-WORK.
017100     05  WS-DATE-IN              PIC 9(08)   VALUE 0.
017200     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
017300         10  WS-DW-YEAR          PIC 9(04).
017400         10  WS-DW-MONTH         PIC 9(02).
017500         10  WS-DW-DAY           PIC 9(02).
017600     05  WS-DW-QUOT              PIC 9(05)   VALUE 0.
017700     05  WS-DW-REM4              PIC 9(03)   VALUE 0.
017800     05  WS-DW-REM100            PIC 9(03)   VALUE 0.
017900     05  WS-DW-REM400            PIC 9(03)   VALUE 0.
018000 01  WS-MONTH-LENGTH-VALUES.
018100     05  FILLER                  PIC 9(02)   VALUE 31.
018200     05  FILLER                  PIC 9(02)   VALUE 28.
018300     05  FILLER                  PIC 9(02)   VALUE 31.
018400     05  FILLER                  PIC 9(02)   VALUE 30.
018500     05  FILLER                  PIC 9(02)   VALUE 31.
018600     05  FILLER                  PIC 9(02)   VALUE 30.
018700     05  FILLER                  PIC 9(02)   VALUE 31.
018800     05  FILLER                  PIC 9(02)   VALUE 31.
018900     05  FILLER                  PIC 9(02)   VALUE 30.
019000     05  FILLER                  PIC 9(02)   VALUE 31.
019100     05  FILLER                  PIC 9(02)   VALUE 30.
019200     05  FILLER                  PIC 9(02)   VALUE 31.
019300 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
019400     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
019500******************************************************************
019600*    DATE FORMAT WORK AREA                                       *
019700******************************************************************
019800 01  WS-FMT-DATE.
019900     05  WS-FMT-YEAR             PIC X(04).
020000     05  FILLER                  PIC X(01)   VALUE "-".
020100     05  WS-FMT-MONTH            PIC X(02).
020200     05  FILLER                  PIC X(01)   VALUE "-".
020300     05  WS-FMT-DAY              PIC X(02).
020400 01  WS-FMT-DATE-IN.
020500     05  WS-FMT-DATE-CHAR        PIC X(08).
020600******************************************************************
020700*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
020800******************************************************************
020900 01  WS-RUNSTAT-PARMS.
021000     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "PORAISE".
021100     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
021200     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
021300     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
021400     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
021500******************************************************************
021600*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
021700*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
021800******************************************************************
021900 01  WS-GATE-PARMS.
022000     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "PORAISE".
022100     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
022200******************************************************************
022300*    REPORT LINE LAYOUTS                                         *
022400******************************************************************
022500 01  WS-HDG-LINE-1.
022600     05  FILLER                  PIC X(40)   VALUE SPACES.
022700     05  FILLER                  PIC X(37)
022800         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
022900     05  FILLER                  PIC X(10)   VALUE SPACES.
023000     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
023100     05  HDG1-PAGE-NO            PIC ZZZZ9.
023200     05  FILLER                  PIC X(30)   VALUE SPACES.
023300 01  WS-HDG-LINE-2.
023400     05  FILLER                  PIC X(45)   VALUE SPACES.
023500     05  FILLER                  PIC X(32)
023600         VALUE "PURCHASE ORDER".
023700     05  FILLER                  PIC X(55)   VALUE SPACES.
023800 01  WS-PO-HDR-LINE-1.
023900     05  FILLER                  PIC X(02)   VALUE SPACES.
024000     05  FILLER                  PIC X(11)   VALUE "PO NUMBER: ".
024100     05  PH1-PO-NUMBER           PIC 9(07).
024200     05  FILLER                  PIC X(15)
024300         VALUE "   ORDER DATE: ".
024400     05  PH1-ORDER-DATE          PIC X(10).
024500     05  FILLER                  PIC X(13)
024600         VALUE "   EXPECTED: ".
024700     05  PH1-EXPECTED-DATE       PIC X(10).
024800     05  FILLER                  PIC X(64)   VALUE SPACES.
024900 01  WS-PO-HDR-LINE-2.
025000     05  FILLER                  PIC X(02)   VALUE SPACES.
025100     05  FILLER                  PIC X(11)   VALUE "VENDOR:    ".
025200     05  PH2-VENDOR-ID           PIC X(08).
025300     05  FILLER                  PIC X(01)   VALUE SPACES.
025400     05  PH2-VENDOR-NAME         PIC X(30).
025500     05  FILLER                  PIC X(13)
025600         VALUE "   CURRENCY: ".
025700     05  PH2-CURRENCY-CODE       PIC X(03).
025800     05  FILLER                  PIC X(10)
025900         VALUE "   BRAND: ".
026000     05  PH2-BRAND               PIC X(20).
026100     05  FILLER                  PIC X(34)   VALUE SPACES.
026200 01  WS-COL-HDG-LINE.
026300     05  FILLER                  PIC X(02)   VALUE SPACES.
026400     05  FILLER                  PIC X(06)   VALUE "LINE".
026500     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
026600     05  FILLER                  PIC X(32)   VALUE "NAME".
026700     05  FILLER                  PIC X(04)   VALUE "WH".
026800     05  FILLER                  PIC X(09)   VALUE "    QTY".
026900     05  FILLER                  PIC X(08)   VALUE "BUYER".
027000     05  FILLER                  PIC X(59)   VALUE SPACES.
027100 01  WS-COL-RULE-LINE.
027200     05  FILLER                  PIC X(02)   VALUE SPACES.
027300     05  FILLER                  PIC X(06)   VALUE "----".
027400     05  FILLER                  PIC X(12)
027500         VALUE "----------".
027600     05  FILLER                  PIC X(32)
027700         VALUE "------------------------------".
027800     05  FILLER                  PIC X(04)   VALUE "--".
027900     05  FILLER                  PIC X(09)   VALUE "-------".
028000     05  FILLER                  PIC X(08)   VALUE "--------".
028100     05  FILLER                  PIC X(59)   VALUE SPACES.
028200 01  WS-DETAIL-LINE.
028300     05  FILLER                  PIC X(02)   VALUE SPACES.
028400     05  DTL-LINE-NO             PIC ZZ9.
028500     05  FILLER                  PIC X(03)   VALUE SPACES.
028600     05  DTL-PRODUCT-ID          PIC X(10).
028700     05  FILLER                  PIC X(02)   VALUE SPACES.
028800     05  DTL-NAME                PIC X(30).
028900     05  FILLER                  PIC X(02)   VALUE SPACES.
029000     05  DTL-WAREHOUSE-ID        PIC X(02).
029100     05  FILLER                  PIC X(02)   VALUE SPACES.
029200     05  DTL-QTY                 PIC ZZZZZZ9.
029300     05  FILLER                  PIC X(02)   VALUE SPACES.
029400     05  DTL-BUYER-ID            PIC X(08).
029500     05  FILLER                  PIC X(59)   VALUE SPACES.
029600 01  WS-PO-FOOTER-LINE.
029700     05  FILLER                  PIC X(02)   VALUE SPACES.
029800     05  FILLER                  PIC X(07)   VALUE "LINES: ".
029900     05  PF-LINES                PIC ZZ9.
030000     05  FILLER                  PIC X(19)
030100         VALUE "   TOTAL QUANTITY: ".
030200     05  PF-TOTAL-QTY            PIC ZZZZZZZZ9.
030300     05  FILLER                  PIC X(92)   VALUE SPACES.
030400 PROCEDURE DIVISION.
030500******************************************************************
030600*    0000-MAINLINE                                               *
030700******************************************************************
030800 0000-MAINLINE.
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031000     PERFORM 2000-RAISE-SUGGESTION THRU 2000-EXIT
031100         UNTIL WS-EOF-YES.
031200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
031300     STOP RUN.
031400******************************************************************
031500*    1000-INITIALIZE - OPENS THE FILES, LOADS THE BUYER'S        *
031600*    APPROVALS AND FINDS THE LAST PO NUMBER ALREADY ISSUED.      *
031700*    NO APPROVAL FILE MEANS NOTHING IS ORDERED TONIGHT.          *
031800******************************************************************
031900 1000-INITIALIZE.
032000     CALL "RUNGATE" USING WS-GATE-PARMS.
032100     IF WS-GATE-RESULT NOT = "0000"
032200         SET WS-EOF-YES TO TRUE
032300         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
032400         GO TO 1000-EXIT
032500     END-IF
032600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032700     OPEN OUTPUT REJECT-FILE.
032800     IF WS-RJ-FILE-STATUS NOT = "00"
032900         DISPLAY "PORAISE: UNABLE TO OPEN REJECT-FILE, "
033000             "STATUS=" WS-RJ-FILE-STATUS
033100         SET WS-EOF-YES TO TRUE
033200         MOVE "0012" TO WS-RUN-RETURN-STATUS
033300         GO TO 1000-EXIT
033400     END-IF
033500     PERFORM 1200-LOAD-APPROVAL-TABLE THRU 1200-EXIT.
033600     OPEN INPUT SUGGEST-FILE.
033700     IF WS-PS-FILE-STATUS NOT = "00"
033800         DISPLAY "PORAISE: UNABLE TO OPEN SUGGEST-FILE, "
033900             "STATUS=" WS-PS-FILE-STATUS
034000         SET WS-EOF-YES TO TRUE
034100         MOVE "0012" TO WS-RUN-RETURN-STATUS
034200         GO TO 1000-EXIT
034300     END-IF
034400     OPEN INPUT VENDOR-MASTER-FILE.
034500     IF WS-VM-FILE-STATUS NOT = "00"
034600         DISPLAY "PORAISE: UNABLE TO OPEN VENDOR-MASTER, "
034700             "STATUS=" WS-VM-FILE-STATUS
034800         SET WS-EOF-YES TO TRUE
034900         MOVE "0012" TO WS-RUN-RETURN-STATUS
035000         GO TO 1000-EXIT
035100     END-IF
035200     SET WS-VM-OPEN TO TRUE.
035300     OPEN I-O PO-FILE.
035400     IF WS-PO-FILE-STATUS NOT = "00"
035500         DISPLAY "PORAISE: UNABLE TO OPEN PO-FILE, "
035600             "STATUS=" WS-PO-FILE-STATUS
035700         SET WS-EOF-YES TO TRUE
035800         MOVE "0012" TO WS-RUN-RETURN-STATUS
035900         GO TO 1000-EXIT
036000     END-IF
036100     SET WS-PO-OPEN TO TRUE.
036200     OPEN OUTPUT REPORT-FILE.
036300     IF WS-RPT-FILE-STATUS NOT = "00"
036400         DISPLAY "PORAISE: UNABLE TO OPEN REPORT-FILE, "
036500             "STATUS=" WS-RPT-FILE-STATUS
036600         SET WS-EOF-YES TO TRUE
036700         MOVE "0012" TO WS-RUN-RETURN-STATUS
036800         GO TO 1000-EXIT
036900     END-IF
037000     PERFORM 1300-FIND-LAST-PO-NUMBER THRU 1300-EXIT.
037100     PERFORM 1100-READ-NEXT-SUGGESTION THRU 1100-EXIT.
037200 1000-EXIT.
037300     EXIT.
037400******************************************************************
037500*    1100-READ-NEXT-SUGGESTION                                   *
037600******************************************************************
037700 1100-READ-NEXT-SUGGESTION.
037800     READ SUGGEST-FILE
037900         AT END
038000             SET WS-EOF-YES TO TRUE
038100     END-READ.
038200 1100-EXIT.
038300     EXIT.
038400******************************************************************
038500*    1200-LOAD-APPROVAL-TABLE - ONE ENTRY PER APPROVED PRODUCT.  *
038600*    A SECOND APPROVAL FOR THE SAME PRODUCT IS REJECTED RATHER   *
038700*    THAN GUESSING WHICH ONE THE BUYER MEANT.                    *
038800******************************************************************
038900 1200-LOAD-APPROVAL-TABLE.
039000     OPEN INPUT APPROVAL-FILE.
039100     IF WS-PA-FILE-STATUS NOT = "00"
039200         DISPLAY "PORAISE: NO APPROVAL FILE (STATUS="
039300             WS-PA-FILE-STATUS "), NOTHING WILL BE ORDERED"
039400         SET WS-PA-EOF-YES TO TRUE
039500         GO TO 1200-EXIT
039600     END-IF
039700     PERFORM 1210-READ-NEXT-APPROVAL THRU 1210-EXIT.
039800     PERFORM 1220-TABLE-APPROVAL THRU 1220-EXIT
039900         UNTIL WS-PA-EOF-YES.
040000     CLOSE APPROVAL-FILE.
040100 1200-EXIT.
040200     EXIT.
040300******************************************************************
040400*    1210-READ-NEXT-APPROVAL                                     *
040500******************************************************************
040600 1210-READ-NEXT-APPROVAL.
040700     READ APPROVAL-FILE
040800         AT END
040900             SET WS-PA-EOF-YES TO TRUE
041000         NOT AT END
041100             ADD 1 TO WS-APPROVAL-COUNT
041200     END-READ.
041300 1210-EXIT.
041400     EXIT.
041500******************************************************************
041600*    1220-TABLE-APPROVAL - ADDS ONE APPROVAL TO THE TABLE AND    *
041700*    READS AHEAD                                                 *
041800******************************************************************
041900 1220-TABLE-APPROVAL.
042000     MOVE PA-PRODUCT-ID TO WS-AW-PRODUCT-ID.
042100     PERFORM 2150-FIND-APPROVAL THRU 2150-EXIT.
042200     IF WS-APPR-FOUND
042300         MOVE "DUPLICATE APPROVAL FOR PRODUCT" TO WS-REJECT-REASON
042400         MOVE PA-APPROVAL-RECORD TO RJ-REJECT-DATA
042500         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
042600         GO TO 1220-READ-NEXT
042700     END-IF
042800     IF WS-APPR-COUNT = 2000
042900         MOVE "APPROVAL TABLE FULL" TO WS-REJECT-REASON
043000         MOVE PA-APPROVAL-RECORD TO RJ-REJECT-DATA
043100         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
043200         GO TO 1220-READ-NEXT
043300     END-IF
043400     ADD 1 TO WS-APPR-COUNT.
043500     SET WS-APPR-IDX TO WS-APPR-COUNT.
043600     MOVE PA-APPROVAL-RECORD TO WS-APPR-RECORD(WS-APPR-IDX).
043700     SET WS-APPR-NOT-USED(WS-APPR-IDX) TO TRUE.
043800 1220-READ-NEXT.
043900     PERFORM 1210-READ-NEXT-APPROVAL THRU 1210-EXIT.
044000 1220-EXIT.
044100     EXIT.
044200******************************************************************
044300*    1300-FIND-LAST-PO-NUMBER - READS THE PURCHASE-ORDER FILE    *
044400*    THROUGH IN PO-NUMBER SEQUENCE; THE LAST ROW CARRIES THE     *
044500*    HIGHEST NUMBER ISSUED SO FAR                                *
044600******************************************************************
044700 1300-FIND-LAST-PO-NUMBER.
044800     MOVE 0 TO WS-NEXT-PO-NUMBER.
044900     MOVE LOW-VALUES TO PO-LINE-KEY.
045000     START PO-FILE
045100         KEY IS GREATER THAN OR EQUAL TO PO-LINE-KEY
045200         INVALID KEY
045300             SET WS-PO-EOF-YES TO TRUE
045400     END-START.
045500     PERFORM 1310-READ-NEXT-PO-LINE THRU 1310-EXIT
045600         UNTIL WS-PO-EOF-YES.
045700 1300-EXIT.
045800     EXIT.
045900******************************************************************
046000*    1310-READ-NEXT-PO-LINE                                      *
046100******************************************************************
046200 1310-READ-NEXT-PO-LINE.
046300     READ PO-FILE NEXT RECORD
046400         AT END
046500             SET WS-PO-EOF-YES TO TRUE
046600         NOT AT END
046700             MOVE PO-NUMBER TO WS-NEXT-PO-NUMBER
046800     END-READ.
046900 1310-EXIT.
047000     EXIT.
047100******************************************************************
047200*    2000-RAISE-SUGGESTION - ORDERS ONE SUGGESTION IF THE BUYER  *
047300*    APPROVED IT, STARTING A NEW PURCHASE ORDER WHEN THE BRAND   *
047400*    CHANGES, AND READS AHEAD                                    *
047500******************************************************************
047600 2000-RAISE-SUGGESTION.
047700     ADD 1 TO WS-SUGGEST-COUNT.
047800     MOVE PS-PRODUCT-ID TO WS-AW-PRODUCT-ID.
047900     PERFORM 2150-FIND-APPROVAL THRU 2150-EXIT.
048000     IF WS-APPR-NOT-FOUND
048100         ADD 1 TO WS-UNAPPROVED-COUNT
048200         GO TO 2000-READ-NEXT
048300     END-IF
048400     SET WS-APPR-USED(WS-APPR-IDX) TO TRUE.
048500     MOVE WS-APPR-RECORD(WS-APPR-IDX) TO WS-APPROVAL-WORK.
048600     IF WS-AW-APPROVED-QTY NOT = SPACES
048700        AND WS-AW-APPROVED-QTY NOT NUMERIC
048800         MOVE "APPROVED QTY NOT NUMERIC" TO WS-REJECT-REASON
048900         MOVE WS-APPROVAL-WORK TO RJ-REJECT-DATA
049000         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
049100         GO TO 2000-READ-NEXT
049200     END-IF
049300     IF WS-AW-APPROVED-QTY = SPACES
049400         MOVE PS-SUGGESTED-QTY TO WS-ORDER-QTY
049500     ELSE
049600         MOVE WS-AW-APPROVED-QTY-N TO WS-ORDER-QTY
049700     END-IF
049800     IF WS-ORDER-QTY = 0
049900         ADD 1 TO WS-DECLINED-COUNT
050000         GO TO 2000-READ-NEXT
050100     END-IF
050200     IF WS-FIRST-SUGGEST
050300        OR PS-BRAND NOT = WS-CUR-BRAND
050400         SET WS-NOT-FIRST-SUGGEST TO TRUE
050500         PERFORM 2100-CHANGE-BRAND THRU 2100-EXIT
050600     END-IF
050700     IF WS-VENDOR-NOT-FOUND
050800         MOVE "NO VENDOR FOR BRAND" TO WS-REJECT-REASON
050900         MOVE PS-SUGGEST-RECORD TO RJ-REJECT-DATA
051000         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
051100         GO TO 2000-READ-NEXT
051200     END-IF
051300     PERFORM 2200-WRITE-PO-LINE THRU 2200-EXIT.
051400 2000-READ-NEXT.
051500     PERFORM 1100-READ-NEXT-SUGGESTION THRU 1100-EXIT.
051600 2000-EXIT.
051700     EXIT.
051800******************************************************************
051900*    2100-CHANGE-BRAND - CLOSES OFF THE PREVIOUS BRAND'S ORDER   *
052000*    AND LOOKS UP THE NEW BRAND'S VENDOR AND EXPECTED DATE       *
052100******************************************************************
052200 2100-CHANGE-BRAND.
052300     IF WS-PO-STARTED
052400         PERFORM 2500-PRINT-PO-FOOTER THRU 2500-EXIT
052500     END-IF
052600     SET WS-PO-NOT-STARTED TO TRUE.
052700     MOVE PS-BRAND TO WS-CUR-BRAND.
052800     MOVE PS-BRAND TO VM-BRAND.
052900     SET WS-VENDOR-FOUND TO TRUE.
053000     READ VENDOR-MASTER-FILE
053100         INVALID KEY
053200             SET WS-VENDOR-NOT-FOUND TO TRUE
053300     END-READ.
053400     IF WS-VENDOR-FOUND
053500         PERFORM 8100-ADD-LEAD-TIME THRU 8100-EXIT
053600     END-IF.
053700 2100-EXIT.
053800     EXIT.
053900******************************************************************
054000*    2150-FIND-APPROVAL - SEARCHES THE APPROVAL TABLE FOR        *
054100*    WS-AW-PRODUCT-ID, LEAVING WS-APPR-IDX ON THE ENTRY FOUND    *
054200******************************************************************
054300 2150-FIND-APPROVAL.
054400     SET WS-APPR-NOT-FOUND TO TRUE.
054500     IF WS-APPR-COUNT = 0
054600         GO TO 2150-EXIT
054700     END-IF
054800     SET WS-APPR-IDX TO 1.
054900     SEARCH WS-APPR-ENTRY
055000         WHEN WS-APPR-PRODUCT-ID(WS-APPR-IDX) = WS-AW-PRODUCT-ID
055100             SET WS-APPR-FOUND TO TRUE
055200     END-SEARCH.
055300 2150-EXIT.
055400     EXIT.
055500******************************************************************
055600*    2200-WRITE-PO-LINE - ADDS THE APPROVED PRODUCT AS THE NEXT  *
055700*    LINE OF THE BRAND'S ORDER, NUMBERING A NEW ORDER ON ITS     *
055800*    FIRST LINE (OR WHEN ONE ORDER HAS RUN OUT OF LINE NUMBERS)  *
055900******************************************************************
056000 2200-WRITE-PO-LINE.
056100     IF WS-PO-NOT-STARTED OR WS-PO-LINE-NO = 999
056200         IF WS-PO-STARTED
056300             PERFORM 2500-PRINT-PO-FOOTER THRU 2500-EXIT
056400         END-IF
056500         PERFORM 2250-START-PURCHASE-ORDER THRU 2250-EXIT
056600     END-IF
056700     ADD 1 TO WS-PO-LINE-NO.
056800     MOVE SPACES TO PO-LINE-RECORD.
056900     MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER.
057000     MOVE WS-PO-LINE-NO TO PO-LINE-NO.
057100     MOVE PS-PRODUCT-ID TO PO-PRODUCT-ID.
057200     IF WS-AW-WAREHOUSE-ID = SPACES
057300         MOVE "01" TO PO-WAREHOUSE-ID
057400     ELSE
057500         MOVE WS-AW-WAREHOUSE-ID TO PO-WAREHOUSE-ID
057600     END-IF
057700     MOVE VM-VENDOR-ID TO PO-VENDOR-ID.
057800     MOVE PS-BRAND TO PO-BRAND.
057900     MOVE VM-CURRENCY-CODE TO PO-CURRENCY-CODE.
058000     MOVE WS-RUN-DATE TO PO-ORDER-DATE.
058100     MOVE WS-EXPECTED-DATE TO PO-EXPECTED-DATE.
058200     MOVE WS-ORDER-QTY TO PO-QTY-ORDERED.
058300     MOVE 0 TO PO-QTY-RECEIVED.
058400     MOVE 0 TO PO-LAST-RECEIPT-DATE.
058500     SET PO-STATUS-OPEN TO TRUE.
058600     MOVE WS-AW-BUYER-ID TO PO-BUYER-ID.
058700     WRITE PO-LINE-RECORD
058800         INVALID KEY
058900             DISPLAY "PORAISE: PO LINE WRITE FAILED " PO-NUMBER
059000                 "/" PO-LINE-NO " - STATUS=" WS-PO-FILE-STATUS
059100             SUBTRACT 1 FROM WS-PO-LINE-NO
059200             MOVE "PO LINE WRITE FAILED" TO WS-REJECT-REASON
059300             MOVE PS-SUGGEST-RECORD TO RJ-REJECT-DATA
059400             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
059500             GO TO 2200-EXIT
059600     END-WRITE
059700     ADD 1 TO WS-LINE-WRITTEN-COUNT.
059800     ADD WS-ORDER-QTY TO WS-PO-TOTAL-QTY.
059900     PERFORM 2300-PRINT-PO-LINE THRU 2300-EXIT.
060000 2200-EXIT.
060100     EXIT.
060200******************************************************************
060300*    2250-START-PURCHASE-ORDER - TAKES THE NEXT PO NUMBER AND    *
060400*    STARTS ITS PRINTED ORDER ON A FRESH PAGE                    *
060500******************************************************************
060600 2250-START-PURCHASE-ORDER.
060700     ADD 1 TO WS-NEXT-PO-NUMBER.
060800     ADD 1 TO WS-PO-RAISED-COUNT.
060900     MOVE 0 TO WS-PO-LINE-NO.
061000     MOVE 0 TO WS-PO-TOTAL-QTY.
061100     SET WS-PO-STARTED TO TRUE.
061200     PERFORM 2400-PRINT-PO-HEADINGS THRU 2400-EXIT.
061300 2250-EXIT.
061400     EXIT.
061500******************************************************************
061600*    2300-PRINT-PO-LINE                                          *
061700******************************************************************
061800 2300-PRINT-PO-LINE.
061900     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
062000         PERFORM 2400-PRINT-PO-HEADINGS THRU 2400-EXIT
062100     END-IF
062200     MOVE PO-LINE-NO TO DTL-LINE-NO.
062300     MOVE PO-PRODUCT-ID TO DTL-PRODUCT-ID.
062400     MOVE PS-NAME TO DTL-NAME.
062500     MOVE PO-WAREHOUSE-ID TO DTL-WAREHOUSE-ID.
062600     MOVE PO-QTY-ORDERED TO DTL-QTY.
062700     MOVE PO-BUYER-ID TO DTL-BUYER-ID.
062800     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
062900     ADD 1 TO WS-LINE-CTR.
063000 2300-EXIT.
063100     EXIT.
063200******************************************************************
063300*    2400-PRINT-PO-HEADINGS - FRESH PAGE CARRYING THE ORDER'S    *
063400*    NUMBER, DATES AND SUPPLIER                                  *
063500******************************************************************
063600 2400-PRINT-PO-HEADINGS.
063700     ADD 1 TO WS-PAGE-CTR.
063800     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
063900     MOVE WS-NEXT-PO-NUMBER TO PH1-PO-NUMBER.
064000     MOVE WS-RUN-DATE TO WS-FMT-DATE-CHAR.
064100     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
064200     MOVE WS-FMT-DATE TO PH1-ORDER-DATE.
064300     MOVE WS-EXPECTED-DATE TO WS-FMT-DATE-CHAR.
064400     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
064500     MOVE WS-FMT-DATE TO PH1-EXPECTED-DATE.
064600     MOVE VM-VENDOR-ID TO PH2-VENDOR-ID.
064700     MOVE VM-VENDOR-NAME TO PH2-VENDOR-NAME.
064800     MOVE VM-CURRENCY-CODE TO PH2-CURRENCY-CODE.
064900     MOVE WS-CUR-BRAND TO PH2-BRAND.
065000     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
065100     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
065200     WRITE RPT-LINE FROM WS-PO-HDR-LINE-1 AFTER ADVANCING 2 LINES.
065300     WRITE RPT-LINE FROM WS-PO-HDR-LINE-2 AFTER ADVANCING 1 LINE.
065400     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
065500     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
065600     MOVE 0 TO WS-LINE-CTR.
065700 2400-EXIT.
065800     EXIT.
065900******************************************************************
066000*    2500-PRINT-PO-FOOTER                                        *
066100******************************************************************
066200 2500-PRINT-PO-FOOTER.
066300     MOVE WS-PO-LINE-NO TO PF-LINES.
066400     MOVE WS-PO-TOTAL-QTY TO PF-TOTAL-QTY.
066500     WRITE RPT-LINE FROM WS-PO-FOOTER-LINE
066600         AFTER ADVANCING 2 LINES.
066700 2500-EXIT.
066800     EXIT.
066900******************************************************************
067000*    2600-WRITE-REJECT - CALLER MOVES THE REJECTED ROW TO        *
067100*    RJ-REJECT-DATA AND THE REASON TO WS-REJECT-REASON FIRST     *
067200******************************************************************
067300 2600-WRITE-REJECT.
067400     MOVE WS-REJECT-REASON TO RJ-REJECT-REASON.
067500     WRITE RJ-REJECT-RECORD.
067600     ADD 1 TO WS-REJECT-COUNT.
067700 2600-EXIT.
067800     EXIT.
067900******************************************************************
068000*    2700-REJECT-UNUSED-APPROVAL - AN APPROVAL FOR A PRODUCT     *
068100*    THAT WAS NOT ON TONIGHT'S SUGGESTION FILE IS NOT ORDERED    *
068200******************************************************************
068300 2700-REJECT-UNUSED-APPROVAL.
068400     IF WS-APPR-NOT-USED(WS-APPR-IDX)
068500         MOVE "NO SUGGESTION FOR PRODUCT" TO WS-REJECT-REASON
068600         MOVE WS-APPR-RECORD(WS-APPR-IDX) TO RJ-REJECT-DATA
068700         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
068800     END-IF
068900     SET WS-APPR-IDX UP BY 1.
069000 2700-EXIT.
069100     EXIT.
069200******************************************************************
069300*    3000-FINALIZE - CLOSES THE LAST ORDER, REJECTS UNUSED       *
069400*    APPROVALS, POSTS THE RUN STATISTICS AND CLOSES THE FILES    *
069500******************************************************************
069600 3000-FINALIZE.
069700     IF WS-PO-STARTED
069800         PERFORM 2500-PRINT-PO-FOOTER THRU 2500-EXIT
069900     END-IF
070000     IF WS-RJ-FILE-STATUS = "00" AND WS-APPR-COUNT > 0
070100         SET WS-APPR-IDX TO 1
070200         PERFORM 2700-REJECT-UNUSED-APPROVAL THRU 2700-EXIT
070300             UNTIL WS-APPR-IDX > WS-APPR-COUNT
070400     END-IF
070500     DISPLAY "PORAISE: SUGGESTIONS=" WS-SUGGEST-COUNT
070600         " APPROVALS=" WS-APPROVAL-COUNT
070700         " NOT-APPROVED=" WS-UNAPPROVED-COUNT
070800         " DECLINED=" WS-DECLINED-COUNT.
070900     DISPLAY "PORAISE: ORDERS RAISED=" WS-PO-RAISED-COUNT
071000         " LINES=" WS-LINE-WRITTEN-COUNT
071100         " REJECTED=" WS-REJECT-COUNT.
071200     COMPUTE WS-RUN-RECORDS-READ =
071300         WS-SUGGEST-COUNT + WS-APPROVAL-COUNT.
071400     MOVE WS-LINE-WRITTEN-COUNT TO WS-RUN-RECORDS-WRITTEN.
071500     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
071600     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
071700     IF WS-PS-FILE-STATUS = "00" OR WS-PS-FILE-STATUS = "10"
071800         CLOSE SUGGEST-FILE
071900     END-IF
072000     IF WS-VM-OPEN
072100         CLOSE VENDOR-MASTER-FILE
072200     END-IF
072300     IF WS-PO-OPEN
072400         CLOSE PO-FILE
072500     END-IF
072600     IF WS-RJ-FILE-STATUS = "00"
072700         CLOSE REJECT-FILE
072800     END-IF
072900     IF WS-RPT-FILE-STATUS = "00"
073000         CLOSE REPORT-FILE
073100     END-IF.
073200 3000-EXIT.
073300     EXIT.
073400******************************************************************
073500*    8100-ADD-LEAD-TIME - SETS WS-EXPECTED-DATE TO THE RUN DATE  *
073600*    PLUS THE VENDOR'S LEAD TIME IN CALENDAR DAYS                *
073700******************************************************************
073800 8100-ADD-LEAD-TIME.
073900     MOVE WS-RUN-DATE TO WS-DATE-IN.
074000     IF VM-LEAD-TIME-DAYS NUMERIC AND VM-LEAD-TIME-DAYS > 0
074100         PERFORM 8110-ADVANCE-ONE-DAY THRU 8110-EXIT
074200             VM-LEAD-TIME-DAYS TIMES
074300     END-IF
074400     MOVE WS-DATE-IN TO WS-EXPECTED-DATE.
074500 8100-EXIT.
074600     EXIT.
074700******************************************************************
074800*    8110-ADVANCE-ONE-DAY - MOVES WS-DATE-IN TO THE NEXT         *
074900*    CALENDAR DAY, ROLLING THE MONTH AND YEAR AND ALLOWING FOR   *
075000*    29 FEBRUARY IN A LEAP YEAR                                  *
075100******************************************************************
075200 8110-ADVANCE-ONE-DAY.
075300     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LENGTH.
075400     IF WS-DW-MONTH = 2
075500         DIVIDE WS-DW-YEAR BY 4
075600             GIVING WS-DW-QUOT REMAINDER WS-DW-REM4
075700         DIVIDE WS-DW-YEAR BY 100
075800             GIVING WS-DW-QUOT REMAINDER WS-DW-REM100
075900         DIVIDE WS-DW-YEAR BY 400
076000             GIVING WS-DW-QUOT REMAINDER WS-DW-REM400
076100         IF (WS-DW-REM4 = 0 AND WS-DW-REM100 NOT = 0)
076200            OR WS-DW-REM400 = 0
076300             MOVE 29 TO WS-MONTH-LENGTH
076400         END-IF
076500     END-IF
076600     ADD 1 TO WS-DW-DAY.
076700     IF WS-DW-DAY > WS-MONTH-LENGTH
076800         MOVE 1 TO WS-DW-DAY
076900         ADD 1 TO WS-DW-MONTH
077000         IF WS-DW-MONTH > 12
077100             MOVE 1 TO WS-DW-MONTH
077200             ADD 1 TO WS-DW-YEAR
077300         END-IF
077400     END-IF.
077500 8110-EXIT.
077600     EXIT.
077700******************************************************************
077800*    8200-FORMAT-DATE - WS-FMT-DATE-CHAR (YYYYMMDD) TO           *
077900*    WS-FMT-DATE (YYYY-MM-DD)                                    *
078000******************************************************************
078100 8200-FORMAT-DATE.
078200     MOVE WS-FMT-DATE-CHAR(1:4) TO WS-FMT-YEAR.
078300     MOVE WS-FMT-DATE-CHAR(5:2) TO WS-FMT-MONTH.
078400     MOVE WS-FMT-DATE-CHAR(7:2) TO WS-FMT-DAY.
078500 8200-EXIT.
078600     EXIT.

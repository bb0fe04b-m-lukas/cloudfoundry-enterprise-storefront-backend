002200*                   SUGGESTIONS.                                 *
002210*    2026-08-23 ML  WRITE END-OF-RUN STATISTICS TO THE SHARED    *
002220*                   RUN-CONTROL FILE (SEE RUNSTAT/OPSRPT).       *
002230*    2026-10-15 ML  COUNT STOCK STILL DUE ON OPEN PURCHASE       *
002240*                   ORDERS (POFILE) AS AVAILABLE, AND CARRY THE  *
002250*                   ON-ORDER QUANTITY ON THE SUGGESTION AND THE  *
002260*                   BUYER'S REPORT.                              *
002300******************************************************************
002400 PROGRAM-ID.  REORDSUG.
002500 ENVIRONMENT DIVISION.
004100     SELECT REPORT-FILE ASSIGN TO "REOPRINT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RPT-FILE-STATUS.
004310     SELECT PO-FILE ASSIGN TO "POFILE"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS SEQUENTIAL
004340         RECORD KEY IS PO-LINE-KEY
004350         ALTERNATE RECORD KEY IS PO-ITEM-KEY
004360             WITH DUPLICATES
004370         FILE STATUS IS WS-PO-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PRODUCT-MASTER-FILE
005600     LABEL RECORDS ARE OMITTED
005700     RECORD CONTAINS 132 CHARACTERS.
005800 01  RPT-LINE                    PIC X(132).
005820 FD  PO-FILE
005840     LABEL RECORDS ARE STANDARD.
005860     COPY POLINE.
005900 WORKING-STORAGE SECTION.
006000******************************************************************
006100*    SWITCHES AND COUNTERS                                       *
007000 77  WS-BO-EOF-SW                PIC X(01)   VALUE 'N'.
007100     88  WS-BO-EOF-YES                       VALUE 'Y'.
007200     88  WS-BO-EOF-NO                        VALUE 'N'.
007220 77  WS-PO-FILE-STATUS           PIC X(02)   VALUE SPACES.
007240 77  WS-PO-EOF-SW                PIC X(01)   VALUE 'N'.
007260     88  WS-PO-EOF-YES                       VALUE 'Y'.
007280     88  WS-PO-EOF-NO                        VALUE 'N'.
007300 77  WS-SCAN-COUNT               PIC 9(7) COMP VALUE 0.
007400 77  WS-SUGGEST-COUNT            PIC 9(7) COMP VALUE 0.
007500 77  WS-SKIP-RETIRED-COUNT       PIC 9(7) COMP VALUE 0.
008900 77  WS-QTY-BACKORDERED          PIC 9(7)    VALUE 0.
009000 77  WS-QTY-AVAILABLE            PIC S9(8)   VALUE 0.
009100 77  WS-SUGGESTED-QTY            PIC 9(7)    VALUE 0.
009105 77  WS-QTY-ON-ORDER             PIC 9(7)    VALUE 0.
009110******************************************************************
009120*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
009130******************************************************************
010100                     INDEXED BY WS-BO-IDX.
010200         10  WS-BO-PRODUCT-ID    PIC X(10).
010300         10  WS-BO-QTY           PIC 9(7).
010308******************************************************************
010316*    IN-MEMORY ON-ORDER TABLE - QUANTITY STILL DUE ON OPEN AND   *
010324*    PART-RECEIVED PURCHASE-ORDER LINES, SUMMED BY PRODUCT       *
010332******************************************************************
010340 77  WS-OO-COUNT                 PIC 9(5) COMP VALUE 0.
010348 01  WS-ON-ORDER-TABLE.
010356     05  WS-OO-ENTRY OCCURS 1 TO 10000 TIMES
010364                     DEPENDING ON WS-OO-COUNT
010372                     INDEXED BY WS-OO-IDX.
010380         10  WS-OO-PRODUCT-ID    PIC X(10).
010388         10  WS-OO-QTY           PIC 9(7).
010400******************************************************************
010500*    REPORT LINE LAYOUTS                                         *
010600******************************************************************
012900     05  FILLER                  PIC X(30)   VALUE "NAME".
013000     05  FILLER                  PIC X(10)   VALUE "ON-HAND".
013100     05  FILLER                  PIC X(10)   VALUE "BACKORD".
013150     05  FILLER                  PIC X(10)   VALUE "ON-ORDER".
013200     05  FILLER                  PIC X(12)   VALUE "REORDER-LVL".
013300     05  FILLER                  PIC X(12)   VALUE "SUGGEST-QTY".
013400     05  FILLER                  PIC X(31)   VALUE SPACES.
013500 01  WS-COL-RULE-LINE.
013600     05  FILLER                  PIC X(05)   VALUE SPACES.
013700     05  FILLER                  PIC X(12)
014200         VALUE "-------".
014300     05  FILLER                  PIC X(10)
014400         VALUE "-------".
014430     05  FILLER                  PIC X(10)
014460         VALUE "--------".
014500     05  FILLER                  PIC X(12)
014600         VALUE "-----------".
014700     05  FILLER                  PIC X(12)
014800         VALUE "-----------".
014900     05  FILLER                  PIC X(31)   VALUE SPACES.
015000 01  WS-DETAIL-LINE.
015100     05  FILLER                  PIC X(05)   VALUE SPACES.
015200     05  DTL-PRODUCT-ID          PIC X(10).
015500     05  DTL-ON-HAND             PIC ZZZZZZ9.
015600     05  FILLER                  PIC X(03)   VALUE SPACES.
015700     05  DTL-BACKORD             PIC ZZZZZZ9.
015730     05  FILLER                  PIC X(03)   VALUE SPACES.
015760     05  DTL-ON-ORDER            PIC ZZZZZZ9.
015800     05  FILLER                  PIC X(03)   VALUE SPACES.
015900     05  DTL-REORDER-LVL         PIC ZZZZZZ9.
016000     05  FILLER                  PIC X(05)   VALUE SPACES.
016100     05  DTL-SUGGEST-QTY         PIC ZZZZZZ9.
016200     05  FILLER                  PIC X(36)   VALUE SPACES.
016300 PROCEDURE DIVISION.
016400******************************************************************
016500*    0000-MAINLINE                                               *
017700******************************************************************
017800 1000-INITIALIZE.
017900     PERFORM 1200-LOAD-BACKORDER-TABLE THRU 1200-EXIT.
017950     PERFORM 1300-LOAD-ON-ORDER-TABLE THRU 1300-EXIT.
018000     OPEN INPUT PRODUCT-MASTER-FILE.
018100     IF WS-PM-FILE-STATUS NOT = "00"
018200         DISPLAY "REORDSUG: UNABLE TO OPEN PRODUCT-MASTER, "
027400     PERFORM 1220-READ-NEXT-BACKORDER THRU 1220-EXIT.
027500 1240-EXIT.
027600     EXIT.
027601******************************************************************
027602*    1300-LOAD-ON-ORDER-TABLE - SUMS THE QUANTITY STILL DUE ON   *
027603*    OUTSTANDING PURCHASE-ORDER LINES BY PRODUCT.  NO PURCHASE-  *
027604*    ORDER FILE MEANS NOTHING IS ON ORDER.                       *
027605******************************************************************
027606 1300-LOAD-ON-ORDER-TABLE.
027607     OPEN INPUT PO-FILE.
027608     IF WS-PO-FILE-STATUS NOT = "00"
027609         DISPLAY "REORDSUG: NO PURCHASE-ORDER FILE (STATUS="
027610             WS-PO-FILE-STATUS "), ASSUMING NOTHING ON ORDER"
027611         SET WS-PO-EOF-YES TO TRUE
027612         GO TO 1300-EXIT
027613     END-IF
027614     PERFORM 1320-READ-NEXT-PO-LINE THRU 1320-EXIT.
027615     PERFORM 1340-TALLY-PO-LINE THRU 1340-EXIT
027616         UNTIL WS-PO-EOF-YES
027617            OR WS-OO-COUNT = 10000.
027618     IF WS-PO-EOF-NO
027619         DISPLAY "REORDSUG: WARNING - MORE THAN 10000 DISTINCT "
027620             "PRODUCTS ON ORDER, TABLE TRUNCATED"
027621     END-IF
027622     CLOSE PO-FILE.
027623 1300-EXIT.
027624     EXIT.
027625******************************************************************
027626*    1320-READ-NEXT-PO-LINE                                      *
027627******************************************************************
027628 1320-READ-NEXT-PO-LINE.
027629     READ PO-FILE
027630         AT END
027631             SET WS-PO-EOF-YES TO TRUE
027632     END-READ.
027633 1320-EXIT.
027634     EXIT.
027635******************************************************************
027636*    1340-TALLY-PO-LINE - ADDS AN OUTSTANDING LINE'S UNRECEIVED  *
027637*    QUANTITY INTO ITS PRODUCT'S TABLE ENTRY, CREATING THE ENTRY *
027638*    ON FIRST SIGHT, THEN READS AHEAD                            *
027639******************************************************************
027640 1340-TALLY-PO-LINE.
027641     IF NOT PO-STATUS-OUTSTANDING
027642         GO TO 1340-READ-NEXT
027643     END-IF
027644     SET WS-OO-IDX TO 1.
027645     SEARCH WS-OO-ENTRY
027646         AT END
027647             ADD 1 TO WS-OO-COUNT
027648             SET WS-OO-IDX TO WS-OO-COUNT
027649             MOVE PO-PRODUCT-ID TO WS-OO-PRODUCT-ID(WS-OO-IDX)
027650             MOVE 0 TO WS-OO-QTY(WS-OO-IDX)
027651         WHEN WS-OO-PRODUCT-ID(WS-OO-IDX) = PO-PRODUCT-ID
027652             CONTINUE
027653     END-SEARCH.
027654     COMPUTE WS-OO-QTY(WS-OO-IDX) = WS-OO-QTY(WS-OO-IDX)
027655         + PO-QTY-ORDERED - PO-QTY-RECEIVED.
027656 1340-READ-NEXT.
027657     PERFORM 1320-READ-NEXT-PO-LINE THRU 1320-EXIT.
027658 1340-EXIT.
027659     EXIT.
027700******************************************************************
027800*    2000-SCAN-PRODUCT - EVALUATES ONE MASTER RECORD AGAINST     *
027900*    ITS REORDER LEVEL AND READS AHEAD                           *
028800         GO TO 2000-READ-NEXT
028900     END-IF
029000     PERFORM 2100-GET-BACKORDERED-QTY THRU 2100-EXIT.
029050     PERFORM 2150-GET-ON-ORDER-QTY THRU 2150-EXIT.
029100     COMPUTE WS-QTY-AVAILABLE =
029200         PM-QTY-ON-HAND - WS-QTY-BACKORDERED
029230         + WS-QTY-ON-ORDER.
029300     IF WS-QTY-AVAILABLE > PM-REORDER-LEVEL
029400         GO TO 2000-READ-NEXT
029500     END-IF
031400     END-SEARCH.
031500 2100-EXIT.
031600     EXIT.
031605******************************************************************
031610*    2150-GET-ON-ORDER-QTY - LOOKS THE CURRENT PRODUCT UP IN THE *
031615*    ON-ORDER TABLE; ZERO WHEN NOT PRESENT                       *
031620******************************************************************
031625 2150-GET-ON-ORDER-QTY.
031630     MOVE 0 TO WS-QTY-ON-ORDER.
031635     IF WS-OO-COUNT = 0
031640         GO TO 2150-EXIT
031645     END-IF
031650     SET WS-OO-IDX TO 1.
031655     SEARCH WS-OO-ENTRY
031660         WHEN WS-OO-PRODUCT-ID(WS-OO-IDX) = PM-PRODUCT-ID
031665             MOVE WS-OO-QTY(WS-OO-IDX) TO WS-QTY-ON-ORDER
031670     END-SEARCH.
031675 2150-EXIT.
031680     EXIT.
031700******************************************************************
031800*    2200-BUILD-SUGGESTION - WRITES THE SUGGESTED-PURCHASE       *
031900*    RECORD AND THE REPORT LINE.  THE SUGGESTED QUANTITY IS THE  *
033400     MOVE WS-QTY-BACKORDERED TO PS-QTY-BACKORDERED
033500     MOVE PM-REORDER-LEVEL TO PS-REORDER-LEVEL
033600     MOVE WS-SUGGESTED-QTY TO PS-SUGGESTED-QTY
033650     MOVE WS-QTY-ON-ORDER TO PS-QTY-ON-ORDER
033700     WRITE PS-SUGGEST-RECORD
033800     ADD 1 TO WS-SUGGEST-COUNT
033900     PERFORM 2300-PRINT-SUGGEST-LINE THRU 2300-EXIT.
035800     MOVE PM-NAME TO DTL-NAME
035900     MOVE PM-QTY-ON-HAND TO DTL-ON-HAND
036000     MOVE WS-QTY-BACKORDERED TO DTL-BACKORD
036050     MOVE WS-QTY-ON-ORDER TO DTL-ON-ORDER
036100     MOVE PM-REORDER-LEVEL TO DTL-REORDER-LVL
036200     MOVE WS-SUGGESTED-QTY TO DTL-SUGGEST-QTY
036300     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

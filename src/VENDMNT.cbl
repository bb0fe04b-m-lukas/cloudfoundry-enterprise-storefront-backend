000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  VENDMNT                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     TRANSACTION-DRIVEN MAINTENANCE OF THE VENDOR   *
000800*                 MASTER - WHICH SUPPLIER EACH BRAND IS BOUGHT   *
000900*                 FROM, ITS LEAD TIME AND ITS INVOICE CURRENCY.  *
001000*                 ACCEPTS ADD/CHANGE TRANSACTIONS, VALIDATES     *
001100*                 EACH (NON-BLANK SUPPLIER AND NAME, NUMERIC     *
001200*                 LEAD TIME, AND A CURRENCY CODE ON THE          *
001300*                 EFFECTIVE-DATED RATE MASTER) BEFORE ANY WRITE, *
001400*                 AND CALLS AUDTLOG WHENEVER A BRAND MOVES TO A  *
001500*                 DIFFERENT SUPPLIER OR A SUPPLIER'S LEAD TIME   *
001600*                 OR CURRENCY CHANGES, AS CRUDCUST DOES FOR      *
001700*                 CUSTOMER CREDIT TERMS.                         *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------      *
002100*    2026-10-15 ML  ORIGINAL VERSION - VENDOR MAINTENANCE FOR    *
002200*                   THE PURCHASE-ORDER SUBSYSTEM.                *
002300******************************************************************
002400 PROGRAM-ID.  VENDMNT.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT VEND-TRAN-FILE ASSIGN TO "VENDTRN"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-VT-FILE-STATUS.
003100     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS VM-BRAND
003500         FILE STATUS IS WS-VM-FILE-STATUS.
003600     SELECT RATE-MASTER-FILE ASSIGN TO "CURRMAST"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CR-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  VEND-TRAN-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY VENDTRN.
004400 FD  VENDOR-MASTER-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY VENDMAST.
004700 FD  RATE-MASTER-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CURRATE.
005000 WORKING-STORAGE SECTION.
005100******************************************************************
005200*    SWITCHES AND COUNTERS                                       *
005300******************************************************************
005400 77  WS-VT-FILE-STATUS           PIC X(02)   VALUE SPACES.
005500 77  WS-VM-FILE-STATUS           PIC X(02)   VALUE SPACES.
005600 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
005700     88  WS-EOF-YES                          VALUE 'Y'.
005800     88  WS-EOF-NO                           VALUE 'N'.
005900 77  WS-VM-OPEN-SW               PIC X(01)   VALUE 'N'.
006000     88  WS-VM-OPEN                          VALUE 'Y'.
006100     88  WS-VM-NOT-OPEN                      VALUE 'N'.
006200 77  WS-VALID-SW                 PIC X(01)   VALUE 'Y'.
006300     88  WS-TRAN-VALID                       VALUE 'Y'.
006400     88  WS-TRAN-INVALID                     VALUE 'N'.
006500 77  WS-CHANGED-SW               PIC X(01)   VALUE 'N'.
006600     88  WS-RECORD-CHANGED                   VALUE 'Y'.
006700     88  WS-RECORD-NOT-CHANGED               VALUE 'N'.
006800 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
006900 77  WS-ADD-COUNT                PIC 9(7) COMP VALUE 0.
007000 77  WS-CHANGE-COUNT             PIC 9(7) COMP VALUE 0.
007100 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
007200 77  WS-TRAN-COUNT               PIC 9(7) COMP VALUE 0.
007300******************************************************************
007400*    CURRENCY VALIDATION WORK AREAS - THE TABLE IS LOADED FROM   *
007500*    THE EFFECTIVE-DATED RATE MASTER AS OF THE RUN DATE, SO A    *
007600*    SUPPLIER CAN ONLY INVOICE IN A CURRENCY TREASURY PUBLISHES  *
007700******************************************************************
007800 COPY CURRTAB.
007900 77  WS-CR-FILE-STATUS           PIC X(02)   VALUE SPACES.
008000 77  WS-CR-EOF-SW                PIC X(01)   VALUE 'N'.
008100     88  WS-CR-EOF-YES                       VALUE 'Y'.
008200     88  WS-CR-EOF-NO                        VALUE 'N'.
008300 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
008400 77  WS-LOOKUP-CODE              PIC X(03)   VALUE SPACES.
008500 77  WS-LOOKUP-RATE              PIC 9(03)V9(06) VALUE 0.
008600 77  WS-LOOKUP-FOUND-SW          PIC X(01)   VALUE 'N'.
008700     88  WS-LOOKUP-FOUND                     VALUE 'Y'.
008800     88  WS-LOOKUP-NOT-FOUND                 VALUE 'N'.
008900******************************************************************
009000*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
009100******************************************************************
009200 01  WS-RUNSTAT-PARMS.
009300     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "VENDMNT".
009400     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
009500     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
009600     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
009700     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
009800******************************************************************
009900*    LEAD-TIME-TO-TEXT WORK AREA - USED ONLY TO GIVE AUDTLOG A   *
010000*    READABLE OLD/NEW VALUE FOR LEAD-TIME CHANGES                *
010100******************************************************************
010200 77  WS-LEAD-EDIT                PIC ZZ9.
010300******************************************************************
010400*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM - THE KEY       *
010500*    FIELD CARRIES THE SUPPLIER'S VENDOR-ID.  WHEN A BRAND MOVES *
010600*    TO A NEW SUPPLIER THE ROW IS KEYED ON THE NEW SUPPLIER,     *
010700*    WITH THE OLD SUPPLIER AS THE OLD VALUE AND THE BRAND AS     *
010800*    THE NEW VALUE.                                              *
010900******************************************************************
011000 01  WS-AUDIT-PARMS.
011100     05  WS-AUD-PRODUCT-ID       PIC X(10).
011200     05  WS-AUD-FIELD-NAME       PIC X(10).
011300     05  WS-AUD-OLD-VALUE        PIC X(20).
011400     05  WS-AUD-NEW-VALUE        PIC X(20).
011500     05  WS-AUD-OPERATOR-ID      PIC X(08).
011600******************************************************************
011700*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
011800*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
011900******************************************************************
012000 01  WS-GATE-PARMS.
012100     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "VENDMNT".
012200     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
012300 PROCEDURE DIVISION.
012400******************************************************************
012500*    0000-MAINLINE                                               *
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
013000         UNTIL WS-EOF-YES.
013100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013200     STOP RUN.
013300******************************************************************
013400*    1000-INITIALIZE                                             *
013500******************************************************************
013600 1000-INITIALIZE.
013700     CALL "RUNGATE" USING WS-GATE-PARMS.
013800     IF WS-GATE-RESULT NOT = "0000"
013900         SET WS-EOF-YES TO TRUE
014000         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
014100         GO TO 1000-EXIT
014200     END-IF
014300     PERFORM 1050-LOAD-CURRENCY-TABLE THRU 1050-EXIT.
014400     OPEN INPUT VEND-TRAN-FILE.
014500     IF WS-VT-FILE-STATUS NOT = "00"
014600         DISPLAY "VENDMNT: UNABLE TO OPEN VEND-TRAN-FILE, "
014700             "STATUS=" WS-VT-FILE-STATUS
014800         SET WS-EOF-YES TO TRUE
014900         MOVE "0012" TO WS-RUN-RETURN-STATUS
015000         GO TO 1000-EXIT
015100     END-IF
015200     OPEN I-O VENDOR-MASTER-FILE.
015300     IF WS-VM-FILE-STATUS NOT = "00"
015400         DISPLAY "VENDMNT: UNABLE TO OPEN VENDOR-MASTER, "
015500             "STATUS=" WS-VM-FILE-STATUS
015600         SET WS-EOF-YES TO TRUE
015700         MOVE "0012" TO WS-RUN-RETURN-STATUS
015800         GO TO 1000-EXIT
015900     END-IF
016000     SET WS-VM-OPEN TO TRUE.
016100     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
016200 1000-EXIT.
016300     EXIT.
016400******************************************************************
016500*    1050-LOAD-CURRENCY-TABLE - FILLS WS-CURRENCY-TABLE FROM     *
016600*    THE EFFECTIVE-DATED RATE MASTER WITH THE RATE IN EFFECT ON  *
016700*    THE RUN DATE.  AN UNAVAILABLE RATE MASTER LEAVES ONLY THE   *
016800*    BASE CURRENCY VALID.                                        *
016900******************************************************************
017000 1050-LOAD-CURRENCY-TABLE.
017100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017200     OPEN INPUT RATE-MASTER-FILE.
017300     IF WS-CR-FILE-STATUS NOT = "00"
017400         DISPLAY "VENDMNT: RATE MASTER UNAVAILABLE (STATUS="
017500             WS-CR-FILE-STATUS "), ONLY EUR ACCEPTED"
017600         SET WS-CR-EOF-YES TO TRUE
017700     ELSE
017800         PERFORM 1055-READ-NEXT-RATE THRU 1055-EXIT
017900         PERFORM 1060-APPLY-RATE-ROW THRU 1060-EXIT
018000             UNTIL WS-CR-EOF-YES
018100         CLOSE RATE-MASTER-FILE
018200     END-IF
018300*    THE BASE CURRENCY IS ALWAYS VALID EVEN WHEN TREASURY'S
018400*    FEED NEVER PUBLISHES IT
018500     MOVE "EUR" TO WS-LOOKUP-CODE.
018600     PERFORM 1170-LOOKUP-CURRENCY-RATE THRU 1170-EXIT.
018700     IF WS-LOOKUP-NOT-FOUND AND WS-CURR-COUNT < 50
018800         ADD 1 TO WS-CURR-COUNT
018900         SET WS-CURR-IDX TO WS-CURR-COUNT
019000         MOVE "EUR" TO WS-CURR-CODE(WS-CURR-IDX)
019100         MOVE 1 TO WS-CURR-RATE(WS-CURR-IDX)
019200         MOVE 0 TO WS-CURR-EFF-DATE(WS-CURR-IDX)
019300     END-IF.
019400 1050-EXIT.
019500     EXIT.
019600******************************************************************
019700*    1055-READ-NEXT-RATE                                         *
019800******************************************************************
019900 1055-READ-NEXT-RATE.
020000     READ RATE-MASTER-FILE
020100         AT END
020200             SET WS-CR-EOF-YES TO TRUE
020300     END-READ.
020400 1055-EXIT.
020500     EXIT.
020600******************************************************************
020700*    1060-APPLY-RATE-ROW - KEEPS, PER CURRENCY, THE ROW WITH     *
020800*    THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE            *
020900******************************************************************
021000 1060-APPLY-RATE-ROW.
021100     IF CR-EFFECTIVE-DATE NOT NUMERIC
021200        OR CR-RATE NOT NUMERIC
021300        OR CR-EFFECTIVE-DATE > WS-RUN-DATE
021400         GO TO 1060-READ-NEXT
021500     END-IF
021600     SET WS-CURR-IDX TO 1.
021700     SEARCH WS-CURR-ENTRY
021800         AT END
021900             IF WS-CURR-COUNT < 50
022000                 ADD 1 TO WS-CURR-COUNT
022100                 SET WS-CURR-IDX TO WS-CURR-COUNT
022200                 MOVE CR-CURRENCY-CODE
022300                     TO WS-CURR-CODE(WS-CURR-IDX)
022400                 MOVE CR-RATE TO WS-CURR-RATE(WS-CURR-IDX)
022500                 MOVE CR-EFFECTIVE-DATE
022600                     TO WS-CURR-EFF-DATE(WS-CURR-IDX)
022700             ELSE
022800                 DISPLAY "VENDMNT: WARNING - CURRENCY TABLE "
022900                     "FULL, " CR-CURRENCY-CODE " SKIPPED"
023000             END-IF
023100         WHEN WS-CURR-CODE(WS-CURR-IDX) = CR-CURRENCY-CODE
023200             IF CR-EFFECTIVE-DATE >=
023300                WS-CURR-EFF-DATE(WS-CURR-IDX)
023400                 MOVE CR-RATE TO WS-CURR-RATE(WS-CURR-IDX)
023500                 MOVE CR-EFFECTIVE-DATE
023600                     TO WS-CURR-EFF-DATE(WS-CURR-IDX)
023700             END-IF
023800     END-SEARCH.
023900 1060-READ-NEXT.
024000     PERFORM 1055-READ-NEXT-RATE THRU 1055-EXIT.
024100 1060-EXIT.
024200     EXIT.
024300******************************************************************
024400*    1100-READ-NEXT-TRAN                                         *
024500******************************************************************
024600 1100-READ-NEXT-TRAN.
024700     READ VEND-TRAN-FILE
024800         AT END
024900             SET WS-EOF-YES TO TRUE
025000     END-READ.
025100 1100-EXIT.
025200     EXIT.
025300******************************************************************
025400*    1170-LOOKUP-CURRENCY-RATE - SEARCHES WS-CURR-ENTRY FOR      *
025500*    WS-LOOKUP-CODE.  CALLER MOVES THE CODE TO WS-LOOKUP-CODE    *
025600*    FIRST AND TESTS WS-LOOKUP-FOUND.                            *
025700******************************************************************
025800 1170-LOOKUP-CURRENCY-RATE.
025900     SET WS-CURR-IDX TO 1.
026000     SET WS-LOOKUP-NOT-FOUND TO TRUE.
026100     SEARCH WS-CURR-ENTRY
026200         WHEN WS-CURR-CODE (WS-CURR-IDX) = WS-LOOKUP-CODE
026300             MOVE WS-CURR-RATE (WS-CURR-IDX) TO WS-LOOKUP-RATE
026400             SET WS-LOOKUP-FOUND TO TRUE
026500     END-SEARCH.
026600 1170-EXIT.
026700     EXIT.
026800******************************************************************
026900*    2000-PROCESS-TRAN - VALIDATES, THEN ROUTES THE TRANSACTION  *
027000*    TO ITS ADD/CHANGE HANDLER                                   *
027100******************************************************************
027200 2000-PROCESS-TRAN.
027300     ADD 1 TO WS-TRAN-COUNT.
027400     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
027500     IF WS-TRAN-INVALID
027600         DISPLAY "VENDMNT: REJECTED " VT-BRAND " - "
027700             WS-REJECT-REASON
027800         ADD 1 TO WS-REJECT-COUNT
027900     ELSE
028000         EVALUATE VT-TRAN-CODE
028100             WHEN "ADD   "
028200                 PERFORM 2200-ADD-VENDOR THRU 2200-EXIT
028300             WHEN "CHANGE"
028400                 PERFORM 2300-CHANGE-VENDOR THRU 2300-EXIT
028500             WHEN OTHER
028600                 DISPLAY "VENDMNT: REJECTED " VT-BRAND
028700                     " - UNKNOWN TRANSACTION CODE " VT-TRAN-CODE
028800                 ADD 1 TO WS-REJECT-COUNT
028900         END-EVALUATE
029000     END-IF.
029100     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400******************************************************************
029500*    2100-VALIDATE-TRAN - FIELD-LEVEL VALIDATION COMMON TO BOTH  *
029600*    TRANSACTION CODES.  THE LEAD TIME MUST BE NUMERIC AND THE   *
029700*    CURRENCY CODE ON THE RATE MASTER WHENEVER THE TRANSACTION   *
029800*    SUPPLIES THEM.                                              *
029900******************************************************************
030000 2100-VALIDATE-TRAN.
030100     SET WS-TRAN-VALID TO TRUE.
030200     IF VT-BRAND = SPACES
030300         SET WS-TRAN-INVALID TO TRUE
030400         MOVE "BRAND IS BLANK" TO WS-REJECT-REASON
030500         GO TO 2100-EXIT
030600     END-IF
030700     IF VT-TRAN-CODE = "ADD   "
030800         IF VT-VENDOR-ID = SPACES
030900             SET WS-TRAN-INVALID TO TRUE
031000             MOVE "VENDOR-ID IS BLANK" TO WS-REJECT-REASON
031100             GO TO 2100-EXIT
031200         END-IF
031300         IF VT-VENDOR-NAME = SPACES
031400             SET WS-TRAN-INVALID TO TRUE
031500             MOVE "VENDOR NAME IS BLANK" TO WS-REJECT-REASON
031600             GO TO 2100-EXIT
031700         END-IF
031800         IF VT-LEAD-TIME-DAYS = SPACES
031900             SET WS-TRAN-INVALID TO TRUE
032000             MOVE "LEAD TIME IS BLANK" TO WS-REJECT-REASON
032100             GO TO 2100-EXIT
032200         END-IF
032300         IF VT-CURRENCY-CODE = SPACES
032400             SET WS-TRAN-INVALID TO TRUE
032500             MOVE "CURRENCY CODE IS BLANK" TO WS-REJECT-REASON
032600             GO TO 2100-EXIT
032700         END-IF
032800     END-IF
032900     IF VT-LEAD-TIME-DAYS NOT = SPACES
033000        AND VT-LEAD-TIME-DAYS NOT NUMERIC
033100         SET WS-TRAN-INVALID TO TRUE
033200         MOVE "LEAD TIME NOT NUMERIC" TO WS-REJECT-REASON
033300         GO TO 2100-EXIT
033400     END-IF
033500     IF VT-CURRENCY-CODE NOT = SPACES
033600         MOVE VT-CURRENCY-CODE TO WS-LOOKUP-CODE
033700         PERFORM 1170-LOOKUP-CURRENCY-RATE THRU 1170-EXIT
033800         IF WS-LOOKUP-NOT-FOUND
033900             SET WS-TRAN-INVALID TO TRUE
034000             MOVE "CURRENCY NOT ON RATE MASTER"
034100                 TO WS-REJECT-REASON
034200         END-IF
034300     END-IF.
034400 2100-EXIT.
034500     EXIT.
034600******************************************************************
034700*    2200-ADD-VENDOR - REJECTS A BRAND ALREADY ASSIGNED TO A     *
034800*    SUPPLIER, OTHERWISE WRITES THE NEW VENDOR ROW               *
034900******************************************************************
035000 2200-ADD-VENDOR.
035100     MOVE VT-BRAND TO VM-BRAND.
035200     READ VENDOR-MASTER-FILE
035300         INVALID KEY
035400             CONTINUE
035500         NOT INVALID KEY
035600             DISPLAY "VENDMNT: ADD REJECTED " VT-BRAND
035700                 " - BRAND ALREADY HAS A VENDOR"
035800             ADD 1 TO WS-REJECT-COUNT
035900             GO TO 2200-EXIT
036000     END-READ
036100     MOVE SPACES TO VM-VENDOR-RECORD
036200     MOVE VT-BRAND TO VM-BRAND
036300     MOVE VT-VENDOR-ID TO VM-VENDOR-ID
036400     MOVE VT-VENDOR-NAME TO VM-VENDOR-NAME
036500     MOVE VT-LEAD-TIME-DAYS-N TO VM-LEAD-TIME-DAYS
036600     MOVE VT-CURRENCY-CODE TO VM-CURRENCY-CODE
036700     WRITE VM-VENDOR-RECORD
036800         INVALID KEY
036900             DISPLAY "VENDMNT: ADD FAILED " VT-BRAND
037000                 " - STATUS=" WS-VM-FILE-STATUS
037100             ADD 1 TO WS-REJECT-COUNT
037200             GO TO 2200-EXIT
037300     END-WRITE
037400     ADD 1 TO WS-ADD-COUNT.
037500 2200-EXIT.
037600     EXIT.
037700******************************************************************
037800*    2300-CHANGE-VENDOR - APPLIES A SUPPLIER, NAME, LEAD-TIME    *
037900*    AND/OR CURRENCY CHANGE, CALLING AUDTLOG FOR EACH TERM THAT  *
038000*    ACTUALLY CHANGED                                            *
038100******************************************************************
038200 2300-CHANGE-VENDOR.
038300     MOVE VT-BRAND TO VM-BRAND.
038400     READ VENDOR-MASTER-FILE
038500         INVALID KEY
038600             DISPLAY "VENDMNT: CHANGE REJECTED " VT-BRAND
038700                 " - BRAND NOT FOUND"
038800             ADD 1 TO WS-REJECT-COUNT
038900             GO TO 2300-EXIT
039000     END-READ
039100     SET WS-RECORD-NOT-CHANGED TO TRUE.
039200     MOVE VT-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
039300     IF VT-VENDOR-ID NOT = SPACES
039400        AND VT-VENDOR-ID NOT = VM-VENDOR-ID
039500         MOVE VT-VENDOR-ID TO WS-AUD-PRODUCT-ID
039600         MOVE "BRAND" TO WS-AUD-FIELD-NAME
039700         MOVE VM-VENDOR-ID TO WS-AUD-OLD-VALUE
039800         MOVE VM-BRAND TO WS-AUD-NEW-VALUE
039900         CALL "AUDTLOG" USING WS-AUDIT-PARMS
040000         MOVE VT-VENDOR-ID TO VM-VENDOR-ID
040100         SET WS-RECORD-CHANGED TO TRUE
040200     END-IF
040300     IF VT-VENDOR-NAME NOT = SPACES
040400        AND VT-VENDOR-NAME NOT = VM-VENDOR-NAME
040500         MOVE VT-VENDOR-NAME TO VM-VENDOR-NAME
040600         SET WS-RECORD-CHANGED TO TRUE
040700     END-IF
040800     IF VT-LEAD-TIME-DAYS NOT = SPACES
040900        AND VT-LEAD-TIME-DAYS-N NOT = VM-LEAD-TIME-DAYS
041000         MOVE VM-VENDOR-ID TO WS-AUD-PRODUCT-ID
041100         MOVE "LEADTIME" TO WS-AUD-FIELD-NAME
041200         MOVE VM-LEAD-TIME-DAYS TO WS-LEAD-EDIT
041300         MOVE WS-LEAD-EDIT TO WS-AUD-OLD-VALUE
041400         MOVE VT-LEAD-TIME-DAYS-N TO WS-LEAD-EDIT
041500         MOVE WS-LEAD-EDIT TO WS-AUD-NEW-VALUE
041600         CALL "AUDTLOG" USING WS-AUDIT-PARMS
041700         MOVE VT-LEAD-TIME-DAYS-N TO VM-LEAD-TIME-DAYS
041800         SET WS-RECORD-CHANGED TO TRUE
041900     END-IF
042000     IF VT-CURRENCY-CODE NOT = SPACES
042100        AND VT-CURRENCY-CODE NOT = VM-CURRENCY-CODE
042200         MOVE VM-VENDOR-ID TO WS-AUD-PRODUCT-ID
042300         MOVE "CURRENCY" TO WS-AUD-FIELD-NAME
042400         MOVE VM-CURRENCY-CODE TO WS-AUD-OLD-VALUE
042500         MOVE VT-CURRENCY-CODE TO WS-AUD-NEW-VALUE
042600         CALL "AUDTLOG" USING WS-AUDIT-PARMS
042700         MOVE VT-CURRENCY-CODE TO VM-CURRENCY-CODE
042800         SET WS-RECORD-CHANGED TO TRUE
042900     END-IF
043000     IF WS-RECORD-CHANGED
043100         REWRITE VM-VENDOR-RECORD
043200         ADD 1 TO WS-CHANGE-COUNT
043300     END-IF.
043400 2300-EXIT.
043500     EXIT.
043600******************************************************************
043700*    3000-FINALIZE                                               *
043800******************************************************************
043900 3000-FINALIZE.
044000     DISPLAY "VENDMNT: ADDED=" WS-ADD-COUNT
044100         " CHANGED=" WS-CHANGE-COUNT
044200         " REJECTED=" WS-REJECT-COUNT.
044300     MOVE WS-TRAN-COUNT TO WS-RUN-RECORDS-READ.
044400     COMPUTE WS-RUN-RECORDS-WRITTEN =
044500         WS-ADD-COUNT + WS-CHANGE-COUNT.
044600     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
044700     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
044800     IF WS-VT-FILE-STATUS = "00" OR WS-VT-FILE-STATUS = "10"
044900         CLOSE VEND-TRAN-FILE
045000     END-IF
045100     IF WS-VM-OPEN
045200         CLOSE VENDOR-MASTER-FILE
045300     END-IF.
045400 3000-EXIT.
045500     EXIT.

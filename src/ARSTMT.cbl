000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  ARSTMT                                         *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     MONTHLY CUSTOMER STATEMENT RUN OVER THE        *
000800*                 OPEN-ITEM RECEIVABLES FILE.  FOR EACH          *
000900*                 CUSTOMER ON CUSTMAST WITH OPEN ITEMS OR NEW    *
001000*                 PAYMENTS IT PRINTS A STATEMENT OF ACCOUNT -    *
001100*                 THE OPEN ITEMS (CREDITS AS NEGATIVES), THE     *
001200*                 PAYMENTS RECEIVED SINCE THE LAST STATEMENT     *
001300*                 (FROM THE PAYMENT HISTORY ARCASH KEEPS) AND    *
001400*                 THE AGED BALANCE - IN THE CUSTOMER'S OWN       *
001500*                 CU-CURRENCY-CODE, CONVERTED AT THE CURRMAST    *
001600*                 RATE IN EFFECT ON THE RUN DATE.  AN OPEN       *
001700*                 INVOICE PAST 60 DAYS DRAWS A PAYMENT REMINDER  *
001800*                 LETTER, PAST 90 DAYS A FINAL NOTICE.  AN       *
001900*                 ACTIVE CUSTOMER PAST THE CREDIT-HOLD AGE OR    *
002000*                 AMOUNT THRESHOLD IS SUSPENDED ON CUSTMAST WITH *
002100*                 THE SAME AUDTLOG TRAIL CRUDCUST WRITES, SO THE *
002200*                 NEXT ORDER IS STOPPED AT CAPTURE.  THRESHOLDS  *
002300*                 COME IN VIA PARM AS DDD,NNNNNNN - HOLD AGE IN  *
002400*                 DAYS (DEFAULT 090) AND OVERDUE AMOUNT IN BASE  *
002500*                 CURRENCY (DEFAULT 0000000, NO AMOUNT TEST).    *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ------------------------------------------------------      *
002900*    2026-10-15 ML  ORIGINAL VERSION - STATEMENTS, DUNNING       *
003000*                   LETTERS AND AUTOMATIC CREDIT HOLD.           *
003010*    2026-10-15 ML  PAYMENTS SELECTED BY POST DATE, NOT THE      *
003020*                   CUSTOMER'S PAYMENT DATE.  ONLY PAYMENTS      *
003030*                   POSTED AFTER THE EARLIEST STATEMENT DATE ON  *
003040*                   CUSTMAST ARE TABLED; A FULL TABLE STOPS THE  *
003050*                   RUN INSTEAD OF DROPPING PAYMENTS.            *
003100******************************************************************
003200 PROGRAM-ID.  ARSTMT.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CU-CUSTOMER-ID
004000         FILE STATUS IS WS-CU-FILE-STATUS.
004100     SELECT AR-ITEM-FILE ASSIGN TO "ARFILE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS AR-ITEM-KEY
004500         FILE STATUS IS WS-AR-FILE-STATUS.
004600     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PH-FILE-STATUS.
004900     SELECT RATE-MASTER-FILE ASSIGN TO "CURRMAST"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CR-FILE-STATUS.
005200     SELECT STATEMENT-FILE ASSIGN TO "STMTPRNT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-ST-FILE-STATUS.
005500     SELECT DUNNING-FILE ASSIGN TO "DUNPRINT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-DN-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CUSTOMER-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CUSTMAST.
006300 FD  AR-ITEM-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ARITEM.
006600 FD  PAYMENT-HISTORY-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY PAYHIST.
006900 FD  RATE-MASTER-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CURRATE.
007200 FD  STATEMENT-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  ST-LINE                     PIC X(132).
007600 FD  DUNNING-FILE
007700     LABEL RECORDS ARE OMITTED
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  DN-LINE                     PIC X(132).
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008200*    SWITCHES AND COUNTERS                                       *
008300******************************************************************
008400 77  WS-CU-FILE-STATUS           PIC X(02)   VALUE SPACES.
008500 77  WS-AR-FILE-STATUS           PIC X(02)   VALUE SPACES.
008600 77  WS-PH-FILE-STATUS           PIC X(02)   VALUE SPACES.
008700 77  WS-CR-FILE-STATUS           PIC X(02)   VALUE SPACES.
008800 77  WS-ST-FILE-STATUS           PIC X(02)   VALUE SPACES.
008900 77  WS-DN-FILE-STATUS           PIC X(02)   VALUE SPACES.
009000 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
009100     88  WS-EOF-YES                          VALUE 'Y'.
009200     88  WS-EOF-NO                           VALUE 'N'.
009300 77  WS-AR-EOF-SW                PIC X(01)   VALUE 'N'.
009400     88  WS-AR-EOF-YES                       VALUE 'Y'.
009500     88  WS-AR-EOF-NO                        VALUE 'N'.
009600 77  WS-PH-EOF-SW                PIC X(01)   VALUE 'N'.
009700     88  WS-PH-EOF-YES                       VALUE 'Y'.
009800     88  WS-PH-EOF-NO                        VALUE 'N'.
009900 77  WS-CR-EOF-SW                PIC X(01)   VALUE 'N'.
010000     88  WS-CR-EOF-YES                       VALUE 'Y'.
010100     88  WS-CR-EOF-NO                        VALUE 'N'.
010200 77  WS-CU-OPEN-SW               PIC X(01)   VALUE 'N'.
010300     88  WS-CU-OPEN                          VALUE 'Y'.
010400     88  WS-CU-NOT-OPEN                      VALUE 'N'.
010500 77  WS-AR-OPEN-SW               PIC X(01)   VALUE 'N'.
010600     88  WS-AR-OPEN                          VALUE 'Y'.
010700     88  WS-AR-NOT-OPEN                      VALUE 'N'.
010800 77  WS-HOLD-SW                  PIC X(01)   VALUE 'N'.
010900     88  WS-HOLD-PLACED                      VALUE 'Y'.
011000     88  WS-HOLD-NOT-PLACED                  VALUE 'N'.
011100 77  WS-DUNNING-LEVEL            PIC 9(01)   VALUE 0.
011200     88  WS-DUN-NONE                         VALUE 0.
011300     88  WS-DUN-REMINDER                     VALUE 1.
011400     88  WS-DUN-FINAL                        VALUE 2.
011500 77  WS-CUSTOMER-COUNT           PIC 9(7) COMP VALUE 0.
011600 77  WS-STMT-COUNT               PIC 9(7) COMP VALUE 0.
011700 77  WS-REMINDER-COUNT           PIC 9(7) COMP VALUE 0.
011800 77  WS-FINAL-COUNT              PIC 9(7) COMP VALUE 0.
011900 77  WS-HOLD-COUNT               PIC 9(7) COMP VALUE 0.
012000 77  WS-LINES-PER-PAGE           PIC 9(3) COMP VALUE 40.
012100 77  WS-LINE-CTR                 PIC 9(3) COMP VALUE 0.
012200 77  WS-PAGE-CTR                 PIC 9(5) COMP VALUE 0.
012300 77  WS-DN-PAGE-CTR              PIC 9(5) COMP VALUE 0.
012400******************************************************************
012500*    CREDIT-HOLD THRESHOLDS - PARM DDD,NNNNNNN.  A CUSTOMER IS   *
012600*    HELD WHEN AN OPEN INVOICE IS OLDER THAN WS-HOLD-DAYS, OR    *
012700*    WHEN WS-HOLD-AMOUNT IS NONZERO AND THE OVERDUE BALANCE      *
012800*    (BASE CURRENCY) EXCEEDS IT                                  *
012900******************************************************************
013000 77  WS-HOLD-DAYS                PIC 9(03)   VALUE 90.
013100 77  WS-HOLD-AMOUNT              PIC 9(07)   VALUE 0.
013200 77  WS-REMINDER-DAYS            PIC 9(03)   VALUE 60.
013300 77  WS-FINAL-DAYS               PIC 9(03)   VALUE 90.
013400******************************************************************
013500*    DATE ARITHMETIC WORK AREAS - A DATE IS TURNED INTO A DAY    *
013600*    COUNT SO TWO DATES SUBTRACT DIRECTLY (AS IN ARAGERPT)       *
013700******************************************************************
013800 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
013900 77  WS-RUN-DAYS                 PIC 9(07)   VALUE 0.
014000 77  WS-ITEM-DAYS                PIC 9(07)   VALUE 0.
014100 77  WS-AGE-DAYS                 PIC S9(05)  VALUE 0.
014200 77  WS-LAST-STMT-DATE           PIC 9(08)   VALUE 0.
014300 01  WS-DATE-WORK.
014400     05  WS-DATE-IN              PIC 9(08)   VALUE 0.
014500     05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
014600         10  WS-DW-YEAR          PIC 9(04).
014700         10  WS-DW-MONTH         PIC 9(02).
014800         10  WS-DW-DAY           PIC 9(02).
014900     05  WS-DAYS-OUT             PIC 9(07)   VALUE 0.
015000     05  WS-DW-LEAPS             PIC 9(05)   VALUE 0.
015100     05  WS-DW-Y1                PIC 9(05)   VALUE 0.
015200     05  WS-DW-Q4                PIC 9(05)   VALUE 0.
015300     05  WS-DW-Q100              PIC 9(05)   VALUE 0.
015400     05  WS-DW-Q400              PIC 9(05)   VALUE 0.
015500     05  WS-DW-QUOT              PIC 9(05)   VALUE 0.
015600     05  WS-DW-REM4              PIC 9(03)   VALUE 0.
015700     05  WS-DW-REM100            PIC 9(03)   VALUE 0.
015800     05  WS-DW-REM400            PIC 9(03)   VALUE 0.
015900 01  WS-MONTH-OFFSET-VALUES.
016000     05  FILLER                  PIC 9(03)   VALUE 000.
016100     05  FILLER                  PIC 9(03)   VALUE 031.
016200     05  FILLER                  PIC 9(03)   VALUE 059.
016300     05  FILLER                  PIC 9(03)   VALUE 090.
016400     05  FILLER                  PIC 9(03)   VALUE 120.
016500     05  FILLER                  PIC 9(03)   VALUE 151.
016600     05  FILLER                  PIC 9(03)   VALUE 181.
016700     05  FILLER                  PIC 9(03)   VALUE 212.
016800     05  FILLER                  PIC 9(03)   VALUE 243.
016900     05  FILLER                  PIC 9(03)   VALUE 273.
017000     05  FILLER                  PIC 9(03)   VALUE 304.
017100     05  FILLER                  PIC 9(03)   VALUE 334.
017200 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
017300     05  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
017400 01  WS-DATE-CHAR                PIC X(08).
017500 01  WS-FMT-DATE.
017600     05  WS-FMT-YEAR             PIC X(04).
017700     05  FILLER                  PIC X(01)   VALUE "-".
017800     05  WS-FMT-MONTH            PIC X(02).
017900     05  FILLER                  PIC X(01)   VALUE "-".
018000     05  WS-FMT-DAY              PIC X(02).
018100******************************************************************
018200*    CURRENCY CONVERSION WORK AREAS - OPEN-ITEM AMOUNTS ARE HELD *
018300*    IN THE BASE CURRENCY (EUR) AND PRINTED IN THE CUSTOMER'S    *
018400*    OWN CURRENCY; AN UNKNOWN CURRENCY PRINTS IN EUR             *
018500******************************************************************
018600 COPY CURRTAB.
018700 77  WS-LOOKUP-CODE              PIC X(03)   VALUE SPACES.
018800 77  WS-LOOKUP-RATE              PIC 9(03)V9(06) VALUE 0.
018900 77  WS-LOOKUP-FOUND-SW          PIC X(01)   VALUE 'N'.
019000     88  WS-LOOKUP-FOUND                     VALUE 'Y'.
019100     88  WS-LOOKUP-NOT-FOUND                 VALUE 'N'.
019200 77  WS-STMT-CURRENCY            PIC X(03)   VALUE SPACES.
019300 77  WS-STMT-RATE                PIC 9(03)V9(06) VALUE 1.
019400 77  WS-BASE-AMOUNT              PIC S9(9)V99 VALUE 0.
019500 77  WS-CONV-AMOUNT              PIC S9(11)V99 VALUE 0.
019600******************************************************************
019700*    ONE CUSTOMER'S OPEN ITEMS, AGED AND CONVERTED - LOADED      *
019800*    ONCE AND PRINTED ON BOTH THE STATEMENT AND THE LETTER       *
019900******************************************************************
020000 77  WS-ITM-COUNT                PIC 9(3) COMP VALUE 0.
020100 77  WS-ITM-SUB                  PIC 9(3) COMP VALUE 0.
020200 01  WS-ITEM-TABLE.
020300     05  WS-ITM-ENTRY OCCURS 1 TO 500 TIMES
020400                      DEPENDING ON WS-ITM-COUNT.
020500         10  WS-ITM-NO           PIC 9(08).
020600         10  WS-ITM-TYPE         PIC X(01).
020700         10  WS-ITM-DATE         PIC 9(08).
020800         10  WS-ITM-REF-ORDER    PIC 9(08).
020900         10  WS-ITM-AGE          PIC 9(05).
021000         10  WS-ITM-AMOUNT       PIC S9(11)V99.
021100******************************************************************
021200*    PAYMENT HISTORY TABLE - LOADED ONCE FROM PAYHIST; EACH      *
021300*    STATEMENT PICKS OUT ITS CUSTOMER'S ROWS POSTED AFTER THE    *
021400*    LAST STATEMENT DATE.  ROWS POSTED ON OR BEFORE THE EARLIEST *
021410*    STATEMENT DATE ON CUSTMAST (WS-PAY-CUTOFF-DATE) CAN NEVER   *
021420*    BE LISTED AGAIN AND ARE NOT TABLED.  WS-PAY-POST-DATE FALLS *
021430*    BACK TO THE PAYMENT DATE FOR ROWS WRITTEN BEFORE ARCASH     *
021440*    STAMPED PH-POST-DATE.                                       *
021500******************************************************************
021510 77  WS-PAY-CUTOFF-DATE          PIC 9(08)   VALUE 0.
021520 77  WS-CU-SCAN-EOF-SW           PIC X(01)   VALUE 'N'.
021530     88  WS-CU-SCAN-EOF-YES                  VALUE 'Y'.
021540     88  WS-CU-SCAN-EOF-NO                   VALUE 'N'.
021600 77  WS-PAY-COUNT                PIC 9(5) COMP VALUE 0.
021700 77  WS-PAY-SUB                  PIC 9(5) COMP VALUE 0.
021800 77  WS-PAY-SINCE-COUNT          PIC 9(5) COMP VALUE 0.
021900 01  WS-PAYMENT-TABLE.
022000     05  WS-PAY-ENTRY OCCURS 1 TO 10000 TIMES
022100                      DEPENDING ON WS-PAY-COUNT.
022200         10  WS-PAY-CUSTOMER-ID  PIC X(10).
022300         10  WS-PAY-DATE         PIC 9(08).
022350         10  WS-PAY-POST-DATE    PIC 9(08).
022400         10  WS-PAY-ORDER-NO     PIC 9(08).
022500         10  WS-PAY-AMOUNT       PIC 9(9)V99.
022600         10  WS-PAY-ON-ACCOUNT   PIC 9(9)V99.
022700******************************************************************
022800*    PER-CUSTOMER BALANCES - AGED BUCKETS IN THE STATEMENT       *
022900*    CURRENCY, AND THE BASE-CURRENCY FIGURES THE DUNNING AND     *
023000*    CREDIT-HOLD TESTS USE                                       *
023100******************************************************************
023200 01  WS-STMT-BUCKETS.
023300     05  WS-BKT-CURRENT          PIC S9(11)V99 VALUE 0.
023400     05  WS-BKT-30               PIC S9(11)V99 VALUE 0.
023500     05  WS-BKT-60               PIC S9(11)V99 VALUE 0.
023600     05  WS-BKT-90               PIC S9(11)V99 VALUE 0.
023700     05  WS-BKT-TOTAL            PIC S9(11)V99 VALUE 0.
023800     05  WS-DUN-TOTAL            PIC S9(11)V99 VALUE 0.
023900 77  WS-BASE-TOTAL               PIC S9(11)V99 VALUE 0.
024000 77  WS-BASE-OVERDUE             PIC S9(11)V99 VALUE 0.
024100 77  WS-OLDEST-AGE               PIC 9(05)   VALUE 0.
024200******************************************************************
024300*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
024400******************************************************************
024500 01  WS-RUNSTAT-PARMS.
024600     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "ARSTMT".
024700     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
024800     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
024900     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
025000     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
025100******************************************************************
025200*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM                 *
025300******************************************************************
025400 01  WS-AUDIT-PARMS.
025500     05  WS-AUD-PRODUCT-ID       PIC X(10).
025600     05  WS-AUD-FIELD-NAME       PIC X(10).
025700     05  WS-AUD-OLD-VALUE        PIC X(20).
025800     05  WS-AUD-NEW-VALUE        PIC X(20).
025900     05  WS-AUD-OPERATOR-ID      PIC X(08).
026000******************************************************************
026100*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
026200*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
026300******************************************************************
026400 01  WS-GATE-PARMS.
026500     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "ARSTMT".
026600     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
026700******************************************************************
026800*    PAGE HEADINGS - SHARED BY THE STATEMENT AND THE LETTERS     *
026900******************************************************************
027000 01  WS-HDG-LINE-1.
027100     05  FILLER                  PIC X(40)   VALUE SPACES.
027200     05  FILLER                  PIC X(37)
027300         VALUE "CLOUDFOUNDRY ENTERPRISE STOREFRONT".
027400     05  FILLER                  PIC X(10)   VALUE SPACES.
027500     05  HDG1-PAGE-LIT           PIC X(5)    VALUE "PAGE ".
027600     05  HDG1-PAGE-NO            PIC ZZZZ9.
027700     05  FILLER                  PIC X(30)   VALUE SPACES.
027800 01  WS-HDG-LINE-2.
027900     05  FILLER                  PIC X(45)   VALUE SPACES.
028000     05  HDG2-TITLE              PIC X(32).
028100     05  FILLER                  PIC X(55)   VALUE SPACES.
028200 01  WS-HDG-LINE-3.
028300     05  FILLER                  PIC X(05)   VALUE SPACES.
028400     05  FILLER                  PIC X(09)   VALUE "CUSTOMER:".
028500     05  FILLER                  PIC X(01)   VALUE SPACES.
028600     05  HDG3-CUSTOMER-ID        PIC X(10).
028700     05  FILLER                  PIC X(02)   VALUE SPACES.
028800     05  HDG3-CUSTOMER-NAME      PIC X(30).
028900     05  FILLER                  PIC X(03)   VALUE SPACES.
029000     05  FILLER                  PIC X(05)   VALUE "DATE:".
029100     05  FILLER                  PIC X(01)   VALUE SPACES.
029200     05  HDG3-DATE               PIC X(10).
029300     05  FILLER                  PIC X(03)   VALUE SPACES.
029400     05  FILLER                  PIC X(09)   VALUE "CURRENCY:".
029500     05  FILLER                  PIC X(01)   VALUE SPACES.
029600     05  HDG3-CURRENCY           PIC X(03).
029700     05  FILLER                  PIC X(40)   VALUE SPACES.
029800 01  WS-HOLD-LINE.
029900     05  FILLER                  PIC X(05)   VALUE SPACES.
030000     05  FILLER                  PIC X(32)
030100         VALUE "*** ACCOUNT ON CREDIT HOLD - ".
030200     05  FILLER                  PIC X(34)
030300         VALUE "PLEASE CONTACT OUR CREDIT TEAM ***".
030400     05  FILLER                  PIC X(61)   VALUE SPACES.
030500 01  WS-SECTION-LINE.
030600     05  FILLER                  PIC X(05)   VALUE SPACES.
030700     05  SEC-TITLE               PIC X(35).
030800     05  SEC-DATE                PIC X(10).
030900     05  FILLER                  PIC X(82)   VALUE SPACES.
031000******************************************************************
031100*    OPEN-ITEM SECTION LINES                                     *
031200******************************************************************
031300 01  WS-ITEM-HDG-LINE.
031400     05  FILLER                  PIC X(05)   VALUE SPACES.
031500     05  FILLER                  PIC X(12)   VALUE "DATE".
031600     05  FILLER                  PIC X(10)   VALUE "REFERENCE".
031700     05  FILLER                  PIC X(14)   VALUE "TYPE".
031800     05  FILLER                  PIC X(10)   VALUE "ORDER".
031900     05  FILLER                  PIC X(06)   VALUE "  AGE".
032000     05  FILLER                  PIC X(16)
032100         VALUE "          AMOUNT".
032200     05  FILLER                  PIC X(59)   VALUE SPACES.
032300 01  WS-ITEM-RULE-LINE.
032400     05  FILLER                  PIC X(05)   VALUE SPACES.
032500     05  FILLER                  PIC X(12)   VALUE "----------".
032600     05  FILLER                  PIC X(10)   VALUE "--------".
032700     05  FILLER                  PIC X(14)
032800         VALUE "------------".
032900     05  FILLER                  PIC X(10)   VALUE "--------".
033000     05  FILLER                  PIC X(06)   VALUE "-----".
033100     05  FILLER                  PIC X(16)
033200         VALUE "  --------------".
033300     05  FILLER                  PIC X(59)   VALUE SPACES.
033400 01  WS-ITEM-LINE.
033500     05  FILLER                  PIC X(05)   VALUE SPACES.
033600     05  ITM-DATE                PIC X(10).
033700     05  FILLER                  PIC X(02)   VALUE SPACES.
033800     05  ITM-NO                  PIC 9(08).
033900     05  FILLER                  PIC X(02)   VALUE SPACES.
034000     05  ITM-TYPE                PIC X(12).
034100     05  FILLER                  PIC X(02)   VALUE SPACES.
034200     05  ITM-REF-ORDER           PIC 9(08).
034300     05  FILLER                  PIC X(02)   VALUE SPACES.
034400     05  ITM-AGE                 PIC ZZZZ9.
034500     05  FILLER                  PIC X(03)   VALUE SPACES.
034600     05  ITM-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
034700     05  FILLER                  PIC X(56)   VALUE SPACES.
034800******************************************************************
034900*    PAYMENT SECTION LINES                                       *
035000******************************************************************
035100 01  WS-PAY-HDG-LINE.
035200     05  FILLER                  PIC X(05)   VALUE SPACES.
035300     05  FILLER                  PIC X(12)   VALUE "DATE".
035400     05  FILLER                  PIC X(12)   VALUE "YOUR ORDER".
035500     05  FILLER                  PIC X(18)
035600         VALUE "         RECEIVED".
035700     05  FILLER                  PIC X(18)
035800         VALUE "       ON ACCOUNT".
035900     05  FILLER                  PIC X(67)   VALUE SPACES.
036000 01  WS-PAY-LINE.
036100     05  FILLER                  PIC X(05)   VALUE SPACES.
036200     05  PAY-DATE                PIC X(10).
036300     05  FILLER                  PIC X(02)   VALUE SPACES.
036400     05  PAY-ORDER-NO            PIC 9(08).
036500     05  FILLER                  PIC X(03)   VALUE SPACES.
036600     05  PAY-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
036700     05  FILLER                  PIC X(02)   VALUE SPACES.
036800     05  PAY-ON-ACCOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
036900     05  FILLER                  PIC X(70)   VALUE SPACES.
037000 01  WS-NONE-LINE.
037100     05  FILLER                  PIC X(05)   VALUE SPACES.
037200     05  FILLER                  PIC X(30)
037300         VALUE "NONE".
037400     05  FILLER                  PIC X(97)   VALUE SPACES.
037500******************************************************************
037600*    AGED BALANCE LINES                                          *
037700******************************************************************
037800 01  WS-AGED-HDG-LINE.
037900     05  FILLER                  PIC X(05)   VALUE SPACES.
038000     05  FILLER                  PIC X(18)
038100         VALUE "          CURRENT".
038200     05  FILLER                  PIC X(18)
038300         VALUE "       31-60 DAYS".
038400     05  FILLER                  PIC X(18)
038500         VALUE "       61-90 DAYS".
038600     05  FILLER                  PIC X(18)
038700         VALUE "    OVER 90 DAYS".
038800     05  FILLER                  PIC X(18)
038900         VALUE "        TOTAL DUE".
039000     05  FILLER                  PIC X(37)   VALUE SPACES.
039100 01  WS-AGED-LINE.
039200     05  FILLER                  PIC X(05)   VALUE SPACES.
039300     05  AGD-CURRENT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
039400     05  FILLER                  PIC X(01)   VALUE SPACES.
039500     05  AGD-30                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
039600     05  FILLER                  PIC X(01)   VALUE SPACES.
039700     05  AGD-60                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
039800     05  FILLER                  PIC X(01)   VALUE SPACES.
039900     05  AGD-90                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
040000     05  FILLER                  PIC X(01)   VALUE SPACES.
040100     05  AGD-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99-.
040200     05  FILLER                  PIC X(37)   VALUE SPACES.
040300******************************************************************
040400*    DUNNING LETTER LINES                                        *
040500******************************************************************
040600 01  WS-LETTER-LINE.
040700     05  FILLER                  PIC X(05)   VALUE SPACES.
040800     05  LTR-TEXT                PIC X(90).
040900     05  FILLER                  PIC X(37)   VALUE SPACES.
041000 01  WS-DUN-TOTAL-LINE.
041100     05  FILLER                  PIC X(05)   VALUE SPACES.
041200     05  FILLER                  PIC X(49)
041300         VALUE "OVERDUE TOTAL:".
041400     05  DTOT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
041500     05  FILLER                  PIC X(61)   VALUE SPACES.
041600 LINKAGE SECTION.
041700 01  LK-PARM-AREA.
041800     05  LK-PARM-LEN             PIC S9(4) COMP.
041900     05  LK-PARM-TEXT            PIC X(11).
042000 PROCEDURE DIVISION USING LK-PARM-AREA.
042100******************************************************************
042200*    0000-MAINLINE                                               *
042300******************************************************************
042400 0000-MAINLINE.
042500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042600     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
042700         UNTIL WS-EOF-YES.
042800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
042900     STOP RUN.
043000******************************************************************
043100*    1000-INITIALIZE - CHECKS THE GATE AND THE PARM, LOADS THE   *
043200*    CURRENCY AND PAYMENT TABLES, AND OPENS THE MASTER, OPEN-    *
043300*    ITEM AND PRINT FILES                                        *
043400******************************************************************
043500 1000-INITIALIZE.
043600     CALL "RUNGATE" USING WS-GATE-PARMS.
043700     IF WS-GATE-RESULT NOT = "0000"
043800         SET WS-EOF-YES TO TRUE
043900         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
044000         GO TO 1000-EXIT
044100     END-IF
044200     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
044300     IF WS-EOF-YES
044400         GO TO 1000-EXIT
044500     END-IF
044600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
044700     MOVE WS-RUN-DATE TO WS-DATE-IN.
044800     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
044900     MOVE WS-DAYS-OUT TO WS-RUN-DAYS.
045000     PERFORM 1300-LOAD-CURRENCY-TABLE THRU 1300-EXIT.
045100     PERFORM 1400-LOAD-PAYMENT-TABLE THRU 1400-EXIT.
045110     IF WS-EOF-YES
045120         GO TO 1000-EXIT
045130     END-IF
045200     OPEN I-O CUSTOMER-MASTER-FILE.
045300     IF WS-CU-FILE-STATUS NOT = "00"
045400         DISPLAY "ARSTMT: UNABLE TO OPEN CUSTOMER-MASTER, "
045500             "STATUS=" WS-CU-FILE-STATUS
045600         SET WS-EOF-YES TO TRUE
045700         MOVE "0012" TO WS-RUN-RETURN-STATUS
045800         GO TO 1000-EXIT
045900     END-IF
046000     SET WS-CU-OPEN TO TRUE.
046100     OPEN INPUT AR-ITEM-FILE.
046200     IF WS-AR-FILE-STATUS NOT = "00"
046300         DISPLAY "ARSTMT: UNABLE TO OPEN AR-ITEM-FILE, STATUS="
046400             WS-AR-FILE-STATUS
046500         SET WS-EOF-YES TO TRUE
046600         MOVE "0012" TO WS-RUN-RETURN-STATUS
046700         GO TO 1000-EXIT
046800     END-IF
046900     SET WS-AR-OPEN TO TRUE.
047000     OPEN OUTPUT STATEMENT-FILE.
047100     IF WS-ST-FILE-STATUS NOT = "00"
047200         DISPLAY "ARSTMT: UNABLE TO OPEN STATEMENT-FILE, "
047300             "STATUS=" WS-ST-FILE-STATUS
047400         SET WS-EOF-YES TO TRUE
047500         MOVE "0012" TO WS-RUN-RETURN-STATUS
047600         GO TO 1000-EXIT
047700     END-IF
047800     OPEN OUTPUT DUNNING-FILE.
047900     IF WS-DN-FILE-STATUS NOT = "00"
048000         DISPLAY "ARSTMT: UNABLE TO OPEN DUNNING-FILE, STATUS="
048100             WS-DN-FILE-STATUS
048200         SET WS-EOF-YES TO TRUE
048300         MOVE "0012" TO WS-RUN-RETURN-STATUS
048400         GO TO 1000-EXIT
048500     END-IF
048600     PERFORM 1100-READ-NEXT-CUSTOMER THRU 1100-EXIT.
048700 1000-EXIT.
048800     EXIT.
048900******************************************************************
049000*    1100-READ-NEXT-CUSTOMER                                     *
049100******************************************************************
049200 1100-READ-NEXT-CUSTOMER.
049300     READ CUSTOMER-MASTER-FILE NEXT RECORD
049400         AT END
049500             SET WS-EOF-YES TO TRUE
049600     END-READ.
049700 1100-EXIT.
049800     EXIT.
049900******************************************************************
050000*    1200-PARSE-PARM - THE HOLD THRESHOLDS DEFAULT TO 90 DAYS    *
050100*    AND NO AMOUNT TEST UNLESS A DDD,NNNNNNN PARM SETS THEM      *
050200******************************************************************
050300 1200-PARSE-PARM.
050400     IF LK-PARM-LEN > 0 AND LK-PARM-TEXT NOT = SPACES
050500         IF LK-PARM-LEN < 11
050600            OR LK-PARM-TEXT(1:3) NOT NUMERIC
050700            OR LK-PARM-TEXT(4:1) NOT = ","
050800            OR LK-PARM-TEXT(5:7) NOT NUMERIC
050900             DISPLAY "ARSTMT: PARM MUST BE DDD,NNNNNNN (HOLD "
051000                 "DAYS, HOLD AMOUNT) OR BLANK FOR DEFAULTS"
051100             SET WS-EOF-YES TO TRUE
051200             MOVE "0012" TO WS-RUN-RETURN-STATUS
051300             GO TO 1200-EXIT
051400         END-IF
051500         MOVE LK-PARM-TEXT(1:3) TO WS-HOLD-DAYS
051600         MOVE LK-PARM-TEXT(5:7) TO WS-HOLD-AMOUNT
051700     END-IF
051800     DISPLAY "ARSTMT: CREDIT HOLD PAST " WS-HOLD-DAYS
051900         " DAYS OR OVERDUE OVER " WS-HOLD-AMOUNT
052000         " (0 = NO AMOUNT TEST)".
052100 1200-EXIT.
052200     EXIT.
052300******************************************************************
052400*    1300-LOAD-CURRENCY-TABLE - FILLS WS-CURRENCY-TABLE FROM     *
052500*    THE EFFECTIVE-DATED RATE MASTER WITH THE RATE IN EFFECT ON  *
052600*    THE RUN DATE, AS ORDCONF DOES.  AN UNAVAILABLE RATE MASTER  *
052700*    LEAVES ONLY THE BASE CURRENCY, SO STATEMENTS PRINT IN EUR.  *
052800******************************************************************
052900 1300-LOAD-CURRENCY-TABLE.
053000     OPEN INPUT RATE-MASTER-FILE.
053100     IF WS-CR-FILE-STATUS NOT = "00"
053200         DISPLAY "ARSTMT: RATE MASTER UNAVAILABLE (STATUS="
053300             WS-CR-FILE-STATUS "), STATEMENTS PRINT IN EUR"
053400         SET WS-CR-EOF-YES TO TRUE
053500     ELSE
053600         PERFORM 1310-READ-NEXT-RATE THRU 1310-EXIT
053700         PERFORM 1320-APPLY-RATE-ROW THRU 1320-EXIT
053800             UNTIL WS-CR-EOF-YES
053900         CLOSE RATE-MASTER-FILE
054000     END-IF
054100*    THE BASE CURRENCY CONVERTS AT PAR EVEN WHEN TREASURY'S
054200*    FEED NEVER PUBLISHES IT
054300     MOVE "EUR" TO WS-LOOKUP-CODE.
054400     PERFORM 1370-LOOKUP-CURRENCY-RATE THRU 1370-EXIT.
054500     IF WS-LOOKUP-NOT-FOUND AND WS-CURR-COUNT < 50
054600         ADD 1 TO WS-CURR-COUNT
054700         SET WS-CURR-IDX TO WS-CURR-COUNT
054800         MOVE "EUR" TO WS-CURR-CODE(WS-CURR-IDX)
054900         MOVE 1 TO WS-CURR-RATE(WS-CURR-IDX)
055000         MOVE 0 TO WS-CURR-EFF-DATE(WS-CURR-IDX)
055100     END-IF.
055200 1300-EXIT.
055300     EXIT.
055400******************************************************************
055500*    1310-READ-NEXT-RATE                                         *
055600******************************************************************
055700 1310-READ-NEXT-RATE.
055800     READ RATE-MASTER-FILE
055900         AT END
056000             SET WS-CR-EOF-YES TO TRUE
056100     END-READ.
056200 1310-EXIT.
056300     EXIT.
056400******************************************************************
056500*    1320-APPLY-RATE-ROW - KEEPS, PER CURRENCY, THE ROW WITH     *
056600*    THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE            *
056700******************************************************************
056800 1320-APPLY-RATE-ROW.
056900     IF CR-EFFECTIVE-DATE NOT NUMERIC
057000        OR CR-RATE NOT NUMERIC
057100        OR CR-EFFECTIVE-DATE > WS-RUN-DATE
057200         GO TO 1320-READ-NEXT
057300     END-IF
057400     SET WS-CURR-IDX TO 1.
057500     SEARCH WS-CURR-ENTRY
057600         AT END
057700             IF WS-CURR-COUNT < 50
057800                 ADD 1 TO WS-CURR-COUNT
057900                 SET WS-CURR-IDX TO WS-CURR-COUNT
058000                 MOVE CR-CURRENCY-CODE
058100                     TO WS-CURR-CODE(WS-CURR-IDX)
058200                 MOVE CR-RATE TO WS-CURR-RATE(WS-CURR-IDX)
058300                 MOVE CR-EFFECTIVE-DATE
058400                     TO WS-CURR-EFF-DATE(WS-CURR-IDX)
058500             ELSE
058600                 DISPLAY "ARSTMT: WARNING - CURRENCY TABLE "
058700                     "FULL, " CR-CURRENCY-CODE " SKIPPED"
058800             END-IF
058900         WHEN WS-CURR-CODE(WS-CURR-IDX) = CR-CURRENCY-CODE
059000             IF CR-EFFECTIVE-DATE >=
059100                WS-CURR-EFF-DATE(WS-CURR-IDX)
059200                 MOVE CR-RATE TO WS-CURR-RATE(WS-CURR-IDX)
059300                 MOVE CR-EFFECTIVE-DATE
059400                     TO WS-CURR-EFF-DATE(WS-CURR-IDX)
059500             END-IF
059600     END-SEARCH.
059700 1320-READ-NEXT.
059800     PERFORM 1310-READ-NEXT-RATE THRU 1310-EXIT.
059900 1320-EXIT.
060000     EXIT.
060100******************************************************************
060200*    1370-LOOKUP-CURRENCY-RATE - SEARCHES WS-CURR-ENTRY FOR      *
060300*    WS-LOOKUP-CODE.  CALLER MOVES THE CODE TO WS-LOOKUP-CODE    *
060400*    FIRST AND PICKS UP THE RATE FROM WS-LOOKUP-RATE IF FOUND.   *
060500******************************************************************
060600 1370-LOOKUP-CURRENCY-RATE.
060700     SET WS-CURR-IDX TO 1.
060800     SET WS-LOOKUP-NOT-FOUND TO TRUE.
060900     SEARCH WS-CURR-ENTRY
061000         WHEN WS-CURR-CODE (WS-CURR-IDX) = WS-LOOKUP-CODE
061100             MOVE WS-CURR-RATE (WS-CURR-IDX) TO WS-LOOKUP-RATE
061200             SET WS-LOOKUP-FOUND TO TRUE
061300     END-SEARCH.
061400 1370-EXIT.
061500     EXIT.
061600******************************************************************
061700*    1400-LOAD-PAYMENT-TABLE - READS THE PAYMENT HISTORY POSTED  *
061800*    AFTER THE CUTOFF INTO MEMORY.  NO HISTORY FILE MEANS NO     *
061900*    PAYMENTS TO LIST - THE STATEMENTS STILL PRINT.  A FULL      *
061910*    TABLE STOPS THE RUN, SINCE THE ROWS LOST WOULD BE THE       *
061920*    NEWEST PAYMENTS - THE ONES A STATEMENT SHOWS.               *
062000******************************************************************
062100 1400-LOAD-PAYMENT-TABLE.
062110     PERFORM 1430-FIND-PAY-CUTOFF THRU 1430-EXIT.
062200     OPEN INPUT PAYMENT-HISTORY-FILE.
062300     IF WS-PH-FILE-STATUS NOT = "00"
062400         DISPLAY "ARSTMT: NO PAYMENT HISTORY (STATUS="
062500             WS-PH-FILE-STATUS "), NO PAYMENTS LISTED"
062600         GO TO 1400-EXIT
062700     END-IF
062800     PERFORM 1410-READ-NEXT-PAYMENT THRU 1410-EXIT.
062900     PERFORM 1420-STORE-PAYMENT THRU 1420-EXIT
063000         UNTIL WS-PH-EOF-YES.
063100     CLOSE PAYMENT-HISTORY-FILE.
063200 1400-EXIT.
063300     EXIT.
063400******************************************************************
063500*    1410-READ-NEXT-PAYMENT                                      *
063600******************************************************************
063700 1410-READ-NEXT-PAYMENT.
063800     READ PAYMENT-HISTORY-FILE
063900         AT END
064000             SET WS-PH-EOF-YES TO TRUE
064100     END-READ.
064200 1410-EXIT.
064300     EXIT.
064400******************************************************************
064500*    1420-STORE-PAYMENT                                          *
064600******************************************************************
064700 1420-STORE-PAYMENT.
064800     IF PH-PAYMENT-DATE NOT NUMERIC OR PH-AMOUNT NOT NUMERIC
064900         GO TO 1420-READ-NEXT
065000     END-IF
065010     IF PH-POST-DATE NUMERIC AND PH-POST-DATE > 0
065020         IF PH-POST-DATE NOT > WS-PAY-CUTOFF-DATE
065030             GO TO 1420-READ-NEXT
065040         END-IF
065050     ELSE
065060         IF PH-PAYMENT-DATE NOT > WS-PAY-CUTOFF-DATE
065070             GO TO 1420-READ-NEXT
065080         END-IF
065090     END-IF
065100     IF WS-PAY-COUNT >= 10000
065200         DISPLAY "ARSTMT: PAYMENT TABLE FULL - OVER 10000 "
065300             "PAYMENTS POSTED AFTER " WS-PAY-CUTOFF-DATE
065310         DISPLAY "ARSTMT: RUN STOPPED, NO STATEMENTS PRINTED"
065320         SET WS-PH-EOF-YES TO TRUE
065330         SET WS-EOF-YES TO TRUE
065340         MOVE "0012" TO WS-RUN-RETURN-STATUS
065400         GO TO 1420-EXIT
065500     END-IF
065600     ADD 1 TO WS-PAY-COUNT.
065700     MOVE PH-CUSTOMER-ID TO WS-PAY-CUSTOMER-ID(WS-PAY-COUNT).
065800     MOVE PH-PAYMENT-DATE TO WS-PAY-DATE(WS-PAY-COUNT).
065810     IF PH-POST-DATE NUMERIC AND PH-POST-DATE > 0
065820         MOVE PH-POST-DATE TO WS-PAY-POST-DATE(WS-PAY-COUNT)
065830     ELSE
065840         MOVE PH-PAYMENT-DATE TO WS-PAY-POST-DATE(WS-PAY-COUNT)
065850     END-IF
065900     MOVE PH-ORDER-NO TO WS-PAY-ORDER-NO(WS-PAY-COUNT).
066000     MOVE PH-AMOUNT TO WS-PAY-AMOUNT(WS-PAY-COUNT).
066100     MOVE PH-ON-ACCOUNT-AMOUNT
066200         TO WS-PAY-ON-ACCOUNT(WS-PAY-COUNT).
066300 1420-READ-NEXT.
066400     PERFORM 1410-READ-NEXT-PAYMENT THRU 1410-EXIT.
066500 1420-EXIT.
066600     EXIT.
066602******************************************************************
066604*    1430-FIND-PAY-CUTOFF - THE EARLIEST LAST-STATEMENT DATE ON  *
066606*    CUSTMAST.  A CUSTOMER NEVER YET STATEMENTED HAD NO PAYMENT  *
066608*    POSTED BEFORE THE PREVIOUS RUN, OR THAT RUN WOULD HAVE      *
066610*    STATEMENTED IT, SO ONLY STAMPED DATES COUNT.  NO STAMPED    *
066612*    CUSTOMER (OR NO MASTER) LEAVES THE CUTOFF AT ZERO - THE     *
066614*    WHOLE HISTORY IS TABLED.                                    *
066616******************************************************************
066618 1430-FIND-PAY-CUTOFF.
066620     MOVE 99999999 TO WS-PAY-CUTOFF-DATE.
066622     OPEN INPUT CUSTOMER-MASTER-FILE.
066624     IF WS-CU-FILE-STATUS NOT = "00"
066626         MOVE 0 TO WS-PAY-CUTOFF-DATE
066628         GO TO 1430-EXIT
066630     END-IF
066632     PERFORM 1450-READ-CUSTOMER-DATE THRU 1450-EXIT.
066634     PERFORM 1440-CHECK-STMT-DATE THRU 1440-EXIT
066636         UNTIL WS-CU-SCAN-EOF-YES.
066638     CLOSE CUSTOMER-MASTER-FILE.
066640     IF WS-PAY-CUTOFF-DATE = 99999999
066642         MOVE 0 TO WS-PAY-CUTOFF-DATE
066644     END-IF
066646     DISPLAY "ARSTMT: PAYMENTS POSTED AFTER " WS-PAY-CUTOFF-DATE
066648         " LOADED FOR STATEMENTS".
066650 1430-EXIT.
066652     EXIT.
066654******************************************************************
066656*    1440-CHECK-STMT-DATE                                        *
066658******************************************************************
066660 1440-CHECK-STMT-DATE.
066662     IF CU-LAST-STMT-DATE NUMERIC
066664        AND CU-LAST-STMT-DATE > 0
066666        AND CU-LAST-STMT-DATE < WS-PAY-CUTOFF-DATE
066668         MOVE CU-LAST-STMT-DATE TO WS-PAY-CUTOFF-DATE
066670     END-IF
066672     PERFORM 1450-READ-CUSTOMER-DATE THRU 1450-EXIT.
066674 1440-EXIT.
066676     EXIT.
066678******************************************************************
066680*    1450-READ-CUSTOMER-DATE                                     *
066682******************************************************************
066684 1450-READ-CUSTOMER-DATE.
066686     READ CUSTOMER-MASTER-FILE NEXT RECORD
066688         AT END
066690             SET WS-CU-SCAN-EOF-YES TO TRUE
066692     END-READ.
066694 1450-EXIT.
066696     EXIT.
066700******************************************************************
066800*    2000-PROCESS-CUSTOMER - GATHERS ONE CUSTOMER'S OPEN ITEMS   *
066900*    AND NEW PAYMENTS; A CUSTOMER WITH NEITHER GETS NO           *
067000*    STATEMENT.  OTHERWISE APPLIES THE CREDIT-HOLD TEST, PRINTS  *
067100*    THE STATEMENT AND ANY DUNNING LETTER, STAMPS THE STATEMENT  *
067200*    DATE ON THE MASTER AND READS AHEAD                          *
067300******************************************************************
067400 2000-PROCESS-CUSTOMER.
067500     ADD 1 TO WS-CUSTOMER-COUNT.
067600     MOVE 0 TO WS-LAST-STMT-DATE.
067700     IF CU-LAST-STMT-DATE NUMERIC
067800         MOVE CU-LAST-STMT-DATE TO WS-LAST-STMT-DATE
067900     END-IF
068000     PERFORM 2050-SET-STMT-CURRENCY THRU 2050-EXIT.
068100     PERFORM 2100-LOAD-CUSTOMER-ITEMS THRU 2100-EXIT.
068200     PERFORM 2150-COUNT-NEW-PAYMENTS THRU 2150-EXIT.
068300     IF WS-ITM-COUNT = 0 AND WS-PAY-SINCE-COUNT = 0
068400         GO TO 2000-READ-NEXT
068500     END-IF
068600     PERFORM 2200-SET-DUNNING-LEVEL THRU 2200-EXIT.
068700     PERFORM 2250-CHECK-CREDIT-HOLD THRU 2250-EXIT.
068800     PERFORM 2300-PRINT-STATEMENT THRU 2300-EXIT.
068900     IF NOT WS-DUN-NONE
069000         PERFORM 2600-PRINT-DUNNING-LETTER THRU 2600-EXIT
069100     END-IF
069200     MOVE WS-RUN-DATE TO CU-LAST-STMT-DATE.
069300     REWRITE CU-CUSTOMER-RECORD
069400         INVALID KEY
069500             DISPLAY "ARSTMT: WARNING - REWRITE FAILED FOR "
069600                 CU-CUSTOMER-ID " - STATUS=" WS-CU-FILE-STATUS
069700     END-REWRITE
069800     ADD 1 TO WS-STMT-COUNT.
069900 2000-READ-NEXT.
070000     PERFORM 1100-READ-NEXT-CUSTOMER THRU 1100-EXIT.
070100 2000-EXIT.
070200     EXIT.
070300******************************************************************
070400*    2050-SET-STMT-CURRENCY - THE CUSTOMER'S OWN CURRENCY WHEN   *
070500*    ITS RATE IS KNOWN, OTHERWISE THE BASE CURRENCY AT PAR       *
070600******************************************************************
070700 2050-SET-STMT-CURRENCY.
070800     MOVE "EUR" TO WS-STMT-CURRENCY.
070900     MOVE 1 TO WS-STMT-RATE.
071000     IF CU-CURRENCY-CODE = SPACES
071100         GO TO 2050-EXIT
071200     END-IF
071300     MOVE CU-CURRENCY-CODE TO WS-LOOKUP-CODE.
071400     PERFORM 1370-LOOKUP-CURRENCY-RATE THRU 1370-EXIT.
071500     IF WS-LOOKUP-FOUND AND WS-LOOKUP-RATE > 0
071600         MOVE CU-CURRENCY-CODE TO WS-STMT-CURRENCY
071700         MOVE WS-LOOKUP-RATE TO WS-STMT-RATE
071800     ELSE
071900         DISPLAY "ARSTMT: NO RATE FOR " CU-CURRENCY-CODE
072000             " - " CU-CUSTOMER-ID " STATED IN EUR"
072100     END-IF.
072200 2050-EXIT.
072300     EXIT.
072400******************************************************************
072500*    2100-LOAD-CUSTOMER-ITEMS - POSITIONS ON THE CUSTOMER'S      *
072600*    FIRST OPEN-ITEM KEY AND TABLES EVERY OPEN ITEM, AGED AND    *
072700*    CONVERTED, ROLLING THE BUCKETS AS IT GOES                   *
072800******************************************************************
072900 2100-LOAD-CUSTOMER-ITEMS.
073000     MOVE 0 TO WS-ITM-COUNT.
073100     INITIALIZE WS-STMT-BUCKETS.
073200     MOVE 0 TO WS-BASE-TOTAL WS-BASE-OVERDUE WS-OLDEST-AGE.
073300     SET WS-AR-EOF-NO TO TRUE.
073400     MOVE CU-CUSTOMER-ID TO AR-CUSTOMER-ID.
073500     MOVE 0 TO AR-ORDER-NO.
073600     START AR-ITEM-FILE KEY IS NOT LESS THAN AR-ITEM-KEY
073700         INVALID KEY
073800             GO TO 2100-EXIT
073900     END-START
074000     PERFORM 2110-READ-NEXT-ITEM THRU 2110-EXIT.
074100     PERFORM 2120-TABLE-ITEM THRU 2120-EXIT
074200         UNTIL WS-AR-EOF-YES.
074300 2100-EXIT.
074400     EXIT.
074500******************************************************************
074600*    2110-READ-NEXT-ITEM - STOPS AT THE NEXT CUSTOMER'S ITEMS    *
074700******************************************************************
074800 2110-READ-NEXT-ITEM.
074900     READ AR-ITEM-FILE NEXT RECORD
075000         AT END
075100             SET WS-AR-EOF-YES TO TRUE
075200             GO TO 2110-EXIT
075300     END-READ
075400     IF AR-CUSTOMER-ID NOT = CU-CUSTOMER-ID
075500         SET WS-AR-EOF-YES TO TRUE
075600     END-IF.
075700 2110-EXIT.
075800     EXIT.
075900******************************************************************
076000*    2120-TABLE-ITEM - SKIPS PAID ITEMS; A CREDIT COUNTS AS A    *
076100*    NEGATIVE.  THE OLDEST OPEN INVOICE DRIVES DUNNING AND HOLD. *
076200******************************************************************
076300 2120-TABLE-ITEM.
076400     IF NOT AR-STATUS-OPEN OR AR-OPEN-AMOUNT NOT NUMERIC
076500        OR AR-OPEN-AMOUNT = 0
076600         GO TO 2120-READ-NEXT
076700     END-IF
076800     IF WS-ITM-COUNT >= 500
076900         DISPLAY "ARSTMT: WARNING - ITEM TABLE FULL, ITEM "
077000             AR-ORDER-NO " FOR " AR-CUSTOMER-ID " SKIPPED"
077100         GO TO 2120-READ-NEXT
077200     END-IF
077300     MOVE 0 TO WS-AGE-DAYS.
077400     IF AR-INVOICE-DATE NUMERIC AND AR-INVOICE-DATE > 0
077500         MOVE AR-INVOICE-DATE TO WS-DATE-IN
077600         PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
077700         MOVE WS-DAYS-OUT TO WS-ITEM-DAYS
077800         COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ITEM-DAYS
077900         IF WS-AGE-DAYS < 0
078000             MOVE 0 TO WS-AGE-DAYS
078100         END-IF
078200     END-IF
078300     MOVE AR-OPEN-AMOUNT TO WS-BASE-AMOUNT.
078400     IF AR-TYPE-CREDIT
078500         COMPUTE WS-BASE-AMOUNT = 0 - AR-OPEN-AMOUNT
078600     END-IF
078700     COMPUTE WS-CONV-AMOUNT ROUNDED =
078800         WS-BASE-AMOUNT * WS-STMT-RATE.
078900     ADD 1 TO WS-ITM-COUNT.
079000     MOVE AR-ORDER-NO TO WS-ITM-NO(WS-ITM-COUNT).
079100     MOVE AR-ITEM-TYPE TO WS-ITM-TYPE(WS-ITM-COUNT).
079200     MOVE AR-INVOICE-DATE TO WS-ITM-DATE(WS-ITM-COUNT).
079300     MOVE AR-REF-ORDER-NO TO WS-ITM-REF-ORDER(WS-ITM-COUNT).
079400     IF AR-REF-ORDER-NO NOT NUMERIC
079500         MOVE AR-ORDER-NO TO WS-ITM-REF-ORDER(WS-ITM-COUNT)
079600     END-IF
079700     MOVE WS-AGE-DAYS TO WS-ITM-AGE(WS-ITM-COUNT).
079800     MOVE WS-CONV-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT).
079900     ADD WS-CONV-AMOUNT TO WS-BKT-TOTAL.
080000     ADD WS-BASE-AMOUNT TO WS-BASE-TOTAL.
080100     EVALUATE TRUE
080200         WHEN WS-AGE-DAYS <= 30
080300             ADD WS-CONV-AMOUNT TO WS-BKT-CURRENT
080400         WHEN WS-AGE-DAYS <= 60
080500             ADD WS-CONV-AMOUNT TO WS-BKT-30
080600         WHEN WS-AGE-DAYS <= 90
080700             ADD WS-CONV-AMOUNT TO WS-BKT-60
080800         WHEN OTHER
080900             ADD WS-CONV-AMOUNT TO WS-BKT-90
081000     END-EVALUATE
081100*    CREDITS COUNT AGAINST THE OVERDUE BALANCE WHATEVER THEIR
081200*    AGE; INVOICES ONLY ONCE THEY ARE PAST 30 DAYS
081300     IF AR-TYPE-CREDIT OR WS-AGE-DAYS > 30
081400         ADD WS-BASE-AMOUNT TO WS-BASE-OVERDUE
081500     END-IF
081600     IF AR-TYPE-INVOICE AND WS-AGE-DAYS > WS-OLDEST-AGE
081700         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
081800     END-IF.
081900 2120-READ-NEXT.
082000     PERFORM 2110-READ-NEXT-ITEM THRU 2110-EXIT.
082100 2120-EXIT.
082200     EXIT.
082300******************************************************************
082400*    2150-COUNT-NEW-PAYMENTS - PAYMENTS FOR THE CUSTOMER POSTED  *
082500*    AFTER ITS LAST STATEMENT                                    *
082600******************************************************************
082700 2150-COUNT-NEW-PAYMENTS.
082800     MOVE 0 TO WS-PAY-SINCE-COUNT.
082900     MOVE 1 TO WS-PAY-SUB.
083000     PERFORM 2160-TALLY-PAYMENT THRU 2160-EXIT
083100         UNTIL WS-PAY-SUB > WS-PAY-COUNT.
083200 2150-EXIT.
083300     EXIT.
083400******************************************************************
083500*    2160-TALLY-PAYMENT                                          *
083600******************************************************************
083700 2160-TALLY-PAYMENT.
083800     IF WS-PAY-CUSTOMER-ID(WS-PAY-SUB) = CU-CUSTOMER-ID
083900        AND WS-PAY-POST-DATE(WS-PAY-SUB) > WS-LAST-STMT-DATE
084000         ADD 1 TO WS-PAY-SINCE-COUNT
084100     END-IF
084200     ADD 1 TO WS-PAY-SUB.
084300 2160-EXIT.
084400     EXIT.
084500******************************************************************
084600*    2200-SET-DUNNING-LEVEL - AN OPEN INVOICE PAST 60 DAYS DRAWS *
084700*    A REMINDER, PAST 90 DAYS A FINAL NOTICE - UNLESS CREDITS    *
084800*    ALREADY COVER WHAT IS OWED                                  *
084900******************************************************************
085000 2200-SET-DUNNING-LEVEL.
085100     SET WS-DUN-NONE TO TRUE.
085200     IF WS-BASE-TOTAL NOT > 0
085300         GO TO 2200-EXIT
085400     END-IF
085500     IF WS-OLDEST-AGE > WS-FINAL-DAYS
085600         SET WS-DUN-FINAL TO TRUE
085700     ELSE
085800         IF WS-OLDEST-AGE > WS-REMINDER-DAYS
085900             SET WS-DUN-REMINDER TO TRUE
086000         END-IF
086100     END-IF.
086200 2200-EXIT.
086300     EXIT.
086400******************************************************************
086500*    2250-CHECK-CREDIT-HOLD - SUSPENDS AN ACTIVE CUSTOMER PAST   *
086600*    THE AGE OR AMOUNT THRESHOLD AND LOGS THE STATUS CHANGE      *
086700*    THROUGH AUDTLOG AS CRUDCUST DOES.  THE MASTER IS REWRITTEN  *
086800*    BY 2000 WITH THE STATEMENT DATE.                            *
086900******************************************************************
087000 2250-CHECK-CREDIT-HOLD.
087100     SET WS-HOLD-NOT-PLACED TO TRUE.
087200     IF NOT CU-STATUS-ACTIVE OR WS-BASE-TOTAL NOT > 0
087300         GO TO 2250-EXIT
087400     END-IF
087500     IF WS-OLDEST-AGE > WS-HOLD-DAYS
087600         SET WS-HOLD-PLACED TO TRUE
087700     END-IF
087800     IF WS-HOLD-AMOUNT > 0
087900        AND WS-BASE-OVERDUE > WS-HOLD-AMOUNT
088000         SET WS-HOLD-PLACED TO TRUE
088100     END-IF
088200     IF WS-HOLD-NOT-PLACED
088300         GO TO 2250-EXIT
088400     END-IF
088500     MOVE CU-CUSTOMER-ID TO WS-AUD-PRODUCT-ID.
088600     MOVE "STATUS" TO WS-AUD-FIELD-NAME.
088700     MOVE CU-STATUS-CODE TO WS-AUD-OLD-VALUE.
088800     MOVE "S" TO WS-AUD-NEW-VALUE.
088900     MOVE "ARSTMT" TO WS-AUD-OPERATOR-ID.
089000     CALL "AUDTLOG" USING WS-AUDIT-PARMS.
089100     SET CU-STATUS-SUSPENDED TO TRUE.
089200     ADD 1 TO WS-HOLD-COUNT.
089300     DISPLAY "ARSTMT: CREDIT HOLD PLACED ON " CU-CUSTOMER-ID.
089400 2250-EXIT.
089500     EXIT.
089600******************************************************************
089700*    2300-PRINT-STATEMENT - HEADINGS, OPEN ITEMS, PAYMENTS SINCE *
089800*    THE LAST STATEMENT AND THE AGED BALANCE                     *
089900******************************************************************
090000 2300-PRINT-STATEMENT.
090100     PERFORM 2310-PRINT-STMT-HEADINGS THRU 2310-EXIT.
090200     MOVE "OPEN ITEMS" TO SEC-TITLE.
090300     MOVE SPACES TO SEC-DATE.
090400     WRITE ST-LINE FROM WS-SECTION-LINE AFTER ADVANCING 2 LINES.
090500     WRITE ST-LINE FROM WS-ITEM-HDG-LINE AFTER ADVANCING 1 LINE.
090600     WRITE ST-LINE FROM WS-ITEM-RULE-LINE
090700         AFTER ADVANCING 1 LINE.
090800     ADD 4 TO WS-LINE-CTR.
090900     IF WS-ITM-COUNT = 0
091000         WRITE ST-LINE FROM WS-NONE-LINE AFTER ADVANCING 1 LINE
091100         ADD 1 TO WS-LINE-CTR
091200     END-IF
091300     MOVE 1 TO WS-ITM-SUB.
091400     PERFORM 2320-PRINT-ITEM-LINE THRU 2320-EXIT
091500         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
091600     PERFORM 2390-CHECK-PAGE THRU 2390-EXIT.
091700     MOVE "PAYMENTS RECEIVED SINCE" TO SEC-TITLE.
091800     IF WS-LAST-STMT-DATE = 0
091900         MOVE "PAYMENTS RECEIVED" TO SEC-TITLE
092000         MOVE SPACES TO SEC-DATE
092100     ELSE
092200         MOVE WS-LAST-STMT-DATE TO WS-DATE-CHAR
092300         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
092400         MOVE WS-FMT-DATE TO SEC-DATE
092500     END-IF
092600     WRITE ST-LINE FROM WS-SECTION-LINE AFTER ADVANCING 2 LINES.
092700     WRITE ST-LINE FROM WS-PAY-HDG-LINE AFTER ADVANCING 1 LINE.
092800     ADD 3 TO WS-LINE-CTR.
092900     IF WS-PAY-SINCE-COUNT = 0
093000         WRITE ST-LINE FROM WS-NONE-LINE AFTER ADVANCING 1 LINE
093100         ADD 1 TO WS-LINE-CTR
093200     END-IF
093300     MOVE 1 TO WS-PAY-SUB.
093400     PERFORM 2330-PRINT-PAYMENT-LINE THRU 2330-EXIT
093500         UNTIL WS-PAY-SUB > WS-PAY-COUNT.
093600     PERFORM 2390-CHECK-PAGE THRU 2390-EXIT.
093700     MOVE "AGED BALANCE" TO SEC-TITLE.
093800     MOVE SPACES TO SEC-DATE.
093900     WRITE ST-LINE FROM WS-SECTION-LINE AFTER ADVANCING 2 LINES.
094000     WRITE ST-LINE FROM WS-AGED-HDG-LINE AFTER ADVANCING 1 LINE.
094100     MOVE WS-BKT-CURRENT TO AGD-CURRENT.
094200     MOVE WS-BKT-30 TO AGD-30.
094300     MOVE WS-BKT-60 TO AGD-60.
094400     MOVE WS-BKT-90 TO AGD-90.
094500     MOVE WS-BKT-TOTAL TO AGD-TOTAL.
094600     WRITE ST-LINE FROM WS-AGED-LINE AFTER ADVANCING 1 LINE.
094700     ADD 3 TO WS-LINE-CTR.
094800 2300-EXIT.
094900     EXIT.
095000******************************************************************
095100*    2310-PRINT-STMT-HEADINGS - A NEW PAGE OF THE STATEMENT,     *
095200*    WITH THE HOLD NOTICE FOR A SUSPENDED ACCOUNT                *
095300******************************************************************
095400 2310-PRINT-STMT-HEADINGS.
095500     ADD 1 TO WS-PAGE-CTR.
095600     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
095700     MOVE "STATEMENT OF ACCOUNT" TO HDG2-TITLE.
095800     PERFORM 2350-FILL-CUSTOMER-HEADING THRU 2350-EXIT.
095900     WRITE ST-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
096000     WRITE ST-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
096100     WRITE ST-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
096200     MOVE 4 TO WS-LINE-CTR.
096300     IF CU-STATUS-SUSPENDED
096400         WRITE ST-LINE FROM WS-HOLD-LINE
096500             AFTER ADVANCING 2 LINES
096600         ADD 2 TO WS-LINE-CTR
096700     END-IF.
096800 2310-EXIT.
096900     EXIT.
097000******************************************************************
097100*    2320-PRINT-ITEM-LINE                                        *
097200******************************************************************
097300 2320-PRINT-ITEM-LINE.
097400     PERFORM 2390-CHECK-PAGE THRU 2390-EXIT.
097500     PERFORM 2360-FILL-ITEM-LINE THRU 2360-EXIT.
097600     WRITE ST-LINE FROM WS-ITEM-LINE AFTER ADVANCING 1 LINE.
097700     ADD 1 TO WS-LINE-CTR.
097800     ADD 1 TO WS-ITM-SUB.
097900 2320-EXIT.
098000     EXIT.
098100******************************************************************
098200*    2330-PRINT-PAYMENT-LINE - ONLY THIS CUSTOMER'S PAYMENTS     *
098300*    POSTED AFTER THE LAST STATEMENT, CONVERTED LIKE THE ITEMS;  *
098310*    THE LINE SHOWS THE DATE THE CUSTOMER PAID                   *
098400******************************************************************
098500 2330-PRINT-PAYMENT-LINE.
098600     IF WS-PAY-CUSTOMER-ID(WS-PAY-SUB) NOT = CU-CUSTOMER-ID
098700        OR WS-PAY-POST-DATE(WS-PAY-SUB) NOT > WS-LAST-STMT-DATE
098800         GO TO 2330-NEXT
098900     END-IF
099000     PERFORM 2390-CHECK-PAGE THRU 2390-EXIT.
099100     MOVE WS-PAY-DATE(WS-PAY-SUB) TO WS-DATE-CHAR.
099200     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
099300     MOVE WS-FMT-DATE TO PAY-DATE.
099400     MOVE WS-PAY-ORDER-NO(WS-PAY-SUB) TO PAY-ORDER-NO.
099500     COMPUTE WS-CONV-AMOUNT ROUNDED =
099600         WS-PAY-AMOUNT(WS-PAY-SUB) * WS-STMT-RATE.
099700     MOVE WS-CONV-AMOUNT TO PAY-AMOUNT.
099800     COMPUTE WS-CONV-AMOUNT ROUNDED =
099900         WS-PAY-ON-ACCOUNT(WS-PAY-SUB) * WS-STMT-RATE.
100000     MOVE WS-CONV-AMOUNT TO PAY-ON-ACCOUNT.
100100     WRITE ST-LINE FROM WS-PAY-LINE AFTER ADVANCING 1 LINE.
100200     ADD 1 TO WS-LINE-CTR.
100300 2330-NEXT.
100400     ADD 1 TO WS-PAY-SUB.
100500 2330-EXIT.
100600     EXIT.
100700******************************************************************
100800*    2350-FILL-CUSTOMER-HEADING                                  *
100900******************************************************************
101000 2350-FILL-CUSTOMER-HEADING.
101100     MOVE CU-CUSTOMER-ID TO HDG3-CUSTOMER-ID.
101200     MOVE CU-NAME TO HDG3-CUSTOMER-NAME.
101300     MOVE WS-RUN-DATE TO WS-DATE-CHAR.
101400     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
101500     MOVE WS-FMT-DATE TO HDG3-DATE.
101600     MOVE WS-STMT-CURRENCY TO HDG3-CURRENCY.
101700 2350-EXIT.
101800     EXIT.
101900******************************************************************
102000*    2360-FILL-ITEM-LINE - ONE TABLED ITEM, FOR THE STATEMENT    *
102100*    OR THE LETTER                                               *
102200******************************************************************
102300 2360-FILL-ITEM-LINE.
102400     MOVE WS-ITM-DATE(WS-ITM-SUB) TO WS-DATE-CHAR.
102500     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
102600     MOVE WS-FMT-DATE TO ITM-DATE.
102700     MOVE WS-ITM-NO(WS-ITM-SUB) TO ITM-NO.
102800     EVALUATE WS-ITM-TYPE(WS-ITM-SUB)
102900         WHEN "C"
103000             MOVE "CREDIT MEMO" TO ITM-TYPE
103100         WHEN "U"
103200             MOVE "ON ACCOUNT" TO ITM-TYPE
103300         WHEN OTHER
103400             MOVE "INVOICE" TO ITM-TYPE
103500     END-EVALUATE
103600     MOVE WS-ITM-REF-ORDER(WS-ITM-SUB) TO ITM-REF-ORDER.
103700     MOVE WS-ITM-AGE(WS-ITM-SUB) TO ITM-AGE.
103800     MOVE WS-ITM-AMOUNT(WS-ITM-SUB) TO ITM-AMOUNT.
103900 2360-EXIT.
104000     EXIT.
104100******************************************************************
104200*    2390-CHECK-PAGE - CONTINUES THE STATEMENT ON A NEW PAGE     *
104300*    WHEN THIS ONE IS FULL                                       *
104400******************************************************************
104500 2390-CHECK-PAGE.
104600     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
104700         PERFORM 2310-PRINT-STMT-HEADINGS THRU 2310-EXIT
104800     END-IF.
104900 2390-EXIT.
105000     EXIT.
105100******************************************************************
105200*    2600-PRINT-DUNNING-LETTER - A REMINDER OR FINAL NOTICE      *
105300*    LISTING THE INVOICES PAST 60 DAYS AND THEIR TOTAL           *
105400******************************************************************
105500 2600-PRINT-DUNNING-LETTER.
105600     ADD 1 TO WS-DN-PAGE-CTR.
105700     MOVE WS-DN-PAGE-CTR TO HDG1-PAGE-NO.
105800     IF WS-DUN-FINAL
105900         MOVE "FINAL NOTICE" TO HDG2-TITLE
106000         ADD 1 TO WS-FINAL-COUNT
106100     ELSE
106200         MOVE "PAYMENT REMINDER" TO HDG2-TITLE
106300         ADD 1 TO WS-REMINDER-COUNT
106400     END-IF
106500     PERFORM 2350-FILL-CUSTOMER-HEADING THRU 2350-EXIT.
106600     WRITE DN-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
106700     WRITE DN-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
106800     WRITE DN-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
106900     MOVE SPACES TO LTR-TEXT.
107000     PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT.
107100     IF WS-DUN-FINAL
107200         MOVE "THE INVOICES BELOW ARE NOW MORE THAN 90 DAYS"
107300             TO LTR-TEXT
107400         PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
107500         MOVE "PAST THEIR INVOICE DATE DESPITE OUR REMINDER."
107600             TO LTR-TEXT
107700     ELSE
107800         MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE MORE"
107900             TO LTR-TEXT
108000         PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
108100         MOVE "THAN 60 DAYS PAST THEIR INVOICE DATE."
108200             TO LTR-TEXT
108300     END-IF
108400     PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT.
108500     EVALUATE TRUE
108600         WHEN CU-STATUS-SUSPENDED
108700             MOVE "YOUR ACCOUNT HAS BEEN PLACED ON CREDIT HOLD."
108800                 TO LTR-TEXT
108900             PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
109000             MOVE "NO FURTHER ORDERS WILL BE ACCEPTED UNTIL IT"
109100                 TO LTR-TEXT
109200             PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
109300             MOVE "IS PAID." TO LTR-TEXT
109400         WHEN WS-DUN-FINAL
109500             MOVE "UNLESS PAYMENT IS RECEIVED WITHIN 7 DAYS YOUR"
109600                 TO LTR-TEXT
109700             PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
109800             MOVE "ACCOUNT WILL BE PLACED ON CREDIT HOLD."
109900                 TO LTR-TEXT
110000         WHEN OTHER
110100             MOVE "PLEASE ARRANGE PAYMENT WITHIN 14 DAYS, OR"
110200                 TO LTR-TEXT
110300             PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
110400             MOVE "CONTACT OUR CREDIT TEAM IF YOU BELIEVE THIS"
110500                 TO LTR-TEXT
110600             PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT
110700             MOVE "IS IN ERROR." TO LTR-TEXT
110800     END-EVALUATE
110900     PERFORM 2620-WRITE-LETTER-LINE THRU 2620-EXIT.
111000     WRITE DN-LINE FROM WS-ITEM-HDG-LINE AFTER ADVANCING 2 LINES.
111100     WRITE DN-LINE FROM WS-ITEM-RULE-LINE
111200         AFTER ADVANCING 1 LINE.
111300     MOVE 0 TO WS-DUN-TOTAL.
111400     MOVE 1 TO WS-ITM-SUB.
111500     PERFORM 2610-PRINT-OVERDUE-ITEM THRU 2610-EXIT
111600         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
111700     MOVE WS-DUN-TOTAL TO DTOT-AMOUNT.
111800     WRITE DN-LINE FROM WS-DUN-TOTAL-LINE
111900         AFTER ADVANCING 2 LINES.
112000 2600-EXIT.
112100     EXIT.
112200******************************************************************
112300*    2610-PRINT-OVERDUE-ITEM - INVOICES PAST THE REMINDER AGE    *
112400******************************************************************
112500 2610-PRINT-OVERDUE-ITEM.
112600     IF WS-ITM-TYPE(WS-ITM-SUB) = "C"
112700        OR WS-ITM-TYPE(WS-ITM-SUB) = "U"
112800        OR WS-ITM-AGE(WS-ITM-SUB) NOT > WS-REMINDER-DAYS
112900         GO TO 2610-NEXT
113000     END-IF
113100     PERFORM 2360-FILL-ITEM-LINE THRU 2360-EXIT.
113200     WRITE DN-LINE FROM WS-ITEM-LINE AFTER ADVANCING 1 LINE.
113300     ADD WS-ITM-AMOUNT(WS-ITM-SUB) TO WS-DUN-TOTAL.
113400 2610-NEXT.
113500     ADD 1 TO WS-ITM-SUB.
113600 2610-EXIT.
113700     EXIT.
113800******************************************************************
113900*    2620-WRITE-LETTER-LINE - ONE LINE OF LETTER TEXT            *
114000******************************************************************
114100 2620-WRITE-LETTER-LINE.
114200     WRITE DN-LINE FROM WS-LETTER-LINE AFTER ADVANCING 1 LINE.
114300     MOVE SPACES TO LTR-TEXT.
114400 2620-EXIT.
114500     EXIT.
114600******************************************************************
114700*    3000-FINALIZE                                               *
114800******************************************************************
114900 3000-FINALIZE.
115000     DISPLAY "ARSTMT: CUSTOMERS=" WS-CUSTOMER-COUNT
115100         " STATEMENTS=" WS-STMT-COUNT
115200         " REMINDERS=" WS-REMINDER-COUNT
115300         " FINAL-NOTICES=" WS-FINAL-COUNT
115400         " CREDIT-HOLDS=" WS-HOLD-COUNT.
115500     MOVE WS-CUSTOMER-COUNT TO WS-RUN-RECORDS-READ.
115600     MOVE WS-STMT-COUNT TO WS-RUN-RECORDS-WRITTEN.
115700     MOVE 0 TO WS-RUN-RECORDS-REJECTED.
115800     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
115900     IF WS-CU-OPEN
116000         CLOSE CUSTOMER-MASTER-FILE
116100     END-IF
116200     IF WS-AR-OPEN
116300         CLOSE AR-ITEM-FILE
116400     END-IF
116500     IF WS-ST-FILE-STATUS = "00"
116600         CLOSE STATEMENT-FILE
116700     END-IF
116800     IF WS-DN-FILE-STATUS = "00"
116900         CLOSE DUNNING-FILE
117000     END-IF.
117100 3000-EXIT.
117200     EXIT.
117300******************************************************************
117400*    8000-DATE-TO-DAYS - TURNS WS-DATE-IN (YYYYMMDD) INTO A DAY  *
117500*    COUNT IN WS-DAYS-OUT SO TWO DATES SUBTRACT DIRECTLY.        *
117600*    WHOLE YEARS CONTRIBUTE 365 DAYS PLUS THE LEAP DAYS BEFORE   *
117700*    THE YEAR; THE MONTH OFFSET TABLE SUPPLIES THE DAYS BEFORE   *
117800*    THE MONTH, PLUS ONE MORE PAST FEBRUARY IN A LEAP YEAR.      *
117900******************************************************************
118000 8000-DATE-TO-DAYS.
118100     COMPUTE WS-DW-Y1 = WS-DW-YEAR - 1.
118200     DIVIDE WS-DW-Y1 BY 4 GIVING WS-DW-Q4.
118300     DIVIDE WS-DW-Y1 BY 100 GIVING WS-DW-Q100.
118400     DIVIDE WS-DW-Y1 BY 400 GIVING WS-DW-Q400.
118500     COMPUTE WS-DW-LEAPS = WS-DW-Q4 - WS-DW-Q100 + WS-DW-Q400.
118600     COMPUTE WS-DAYS-OUT = WS-DW-Y1 * 365
118700         + WS-DW-LEAPS
118800         + WS-MONTH-OFFSET(WS-DW-MONTH)
118900         + WS-DW-DAY.
119000     IF WS-DW-MONTH > 2
119100         DIVIDE WS-DW-YEAR BY 4
119200             GIVING WS-DW-QUOT REMAINDER WS-DW-REM4
119300         DIVIDE WS-DW-YEAR BY 100
119400             GIVING WS-DW-QUOT REMAINDER WS-DW-REM100
119500         DIVIDE WS-DW-YEAR BY 400
119600             GIVING WS-DW-QUOT REMAINDER WS-DW-REM400
119700         IF (WS-DW-REM4 = 0 AND WS-DW-REM100 NOT = 0)
119800            OR WS-DW-REM400 = 0
119900             ADD 1 TO WS-DAYS-OUT
120000         END-IF
120100     END-IF.
120200 8000-EXIT.
120300     EXIT.
120400******************************************************************
120500*    8100-FORMAT-DATE - WS-DATE-CHAR (YYYYMMDD) TO YYYY-MM-DD    *
120600******************************************************************
120700 8100-FORMAT-DATE.
120800     MOVE WS-DATE-CHAR(1:4) TO WS-FMT-YEAR.
120900     MOVE WS-DATE-CHAR(5:2) TO WS-FMT-MONTH.
121000     MOVE WS-DATE-CHAR(7:2) TO WS-FMT-DAY.
121100 8100-EXIT.
121200     EXIT.

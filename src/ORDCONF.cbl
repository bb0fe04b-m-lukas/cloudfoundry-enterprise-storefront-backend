002140*                   LITERALS.                                    *
002150*    2026-08-23 ML  WRITE END-OF-RUN STATISTICS TO THE SHARED    *
002160*                   RUN-CONTROL FILE (SEE RUNSTAT/OPSRPT).       *
002166*    2026-10-15 ML  VAT PER LINE FROM THE PRODUCT AND CUSTOMER   *
002172*                   TAX CODES AT THE RATE IN EFFECT ON THE RUN   *
002178*                   DATE (TAXMAST).  INVOICE SHOWS NET, VAT AND  *
002184*                   GROSS ORDER TOTALS.                          *
002188*    2026-10-15 ML  UNIT PRICE IS FLAGGED WITH ITS SOURCE -      *
002192*                   CONTRACT, PROMOTION OR BASE PRICE - AND      *
002196*                   EACH ORDER ENDS WITH THE KEY TO THE FLAGS.   *
002200******************************************************************
002300 PROGRAM-ID.  ORDCONF.
002400 ENVIRONMENT DIVISION.
003210     SELECT RATE-MASTER-FILE ASSIGN TO "CURRMAST"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-CR-FILE-STATUS.
003234     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
003238         ORGANIZATION IS INDEXED
003242         ACCESS MODE IS DYNAMIC
003246         RECORD KEY IS PM-PRODUCT-ID
003250         ALTERNATE RECORD KEY IS PM-BRAND
003254             WITH DUPLICATES
003258         FILE STATUS IS WS-PM-FILE-STATUS.
003262     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003266         ORGANIZATION IS INDEXED
003270         ACCESS MODE IS DYNAMIC
003274         RECORD KEY IS CU-CUSTOMER-ID
003278         FILE STATUS IS WS-CU-FILE-STATUS.
003282     SELECT TAX-RATE-FILE ASSIGN TO "TAXMAST"
003286         ORGANIZATION IS SEQUENTIAL
003290         FILE STATUS IS WS-TX-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ORDER-FILE
004110 FD  RATE-MASTER-FILE
004120     LABEL RECORDS ARE STANDARD.
004130     COPY CURRATE.
004136 FD  PRODUCT-MASTER-FILE
004142     LABEL RECORDS ARE STANDARD.
004148     COPY PRODMAST.
004154 FD  CUSTOMER-MASTER-FILE
004160     LABEL RECORDS ARE STANDARD.
004166     COPY CUSTMAST.
004172 FD  TAX-RATE-FILE
004178     LABEL RECORDS ARE STANDARD.
004184     COPY TAXRATE.
004200 WORKING-STORAGE SECTION.
004300******************************************************************
004400*    SWITCHES AND COUNTERS                                       *
007830     88  WS-CR-EOF-YES                       VALUE 'Y'.
007840     88  WS-CR-EOF-NO                        VALUE 'N'.
007850 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
007851******************************************************************
007852*    VAT WORK AREAS                                              *
007853******************************************************************
007854 COPY TAXTAB.
007855 77  WS-PM-FILE-STATUS           PIC X(02)   VALUE SPACES.
007856 77  WS-CU-FILE-STATUS           PIC X(02)   VALUE SPACES.
007857 77  WS-TX-FILE-STATUS           PIC X(02)   VALUE SPACES.
007858 77  WS-TX-EOF-SW                PIC X(01)   VALUE 'N'.
007859     88  WS-TX-EOF-YES                       VALUE 'Y'.
007860     88  WS-TX-EOF-NO                        VALUE 'N'.
007861 77  WS-CUST-EXEMPT-SW           PIC X(01)   VALUE 'N'.
007862     88  WS-CUST-EXEMPT                      VALUE 'Y'.
007863     88  WS-CUST-NOT-EXEMPT                  VALUE 'N'.
007864 77  WS-LINE-TAX                 PIC 9(10)V99 VALUE 0.
007865 77  WS-ORDER-NET                PIC 9(11)V99 VALUE 0.
007866 77  WS-ORDER-TAX                PIC 9(11)V99 VALUE 0.
007868******************************************************************
007869*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
007870******************************************************************
007871 01  WS-RUNSTAT-PARMS.
007872     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "ORDCONF".
007873     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
007874     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
007875     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
007876     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
007900******************************************************************
008000*    REPORT LINE LAYOUTS                                         *
011100     05  FILLER                  PIC X(12)   VALUE "UNIT PRICE".
011200     05  FILLER                  PIC X(15)   VALUE "EXTENSION".
011300     05  FILLER                  PIC X(05)   VALUE "CUR".
011320     05  FILLER                  PIC X(03)   VALUE "TX".
011340     05  FILLER                  PIC X(07)   VALUE "  RATE".
011360     05  FILLER                  PIC X(12)   VALUE
011380         "         VAT".
011400     05  FILLER                  PIC X(03)   VALUE SPACES.
011500 01  WS-COL-RULE-LINE.
011600     05  FILLER                  PIC X(05)   VALUE SPACES.
011700     05  FILLER                  PIC X(12)
012800         VALUE "---------------".
012900     05  FILLER                  PIC X(05)
013000         VALUE "---".
013020     05  FILLER                  PIC X(03)
013040         VALUE "--".
013060     05  FILLER                  PIC X(07)
013080         VALUE "------".
013100     05  FILLER                  PIC X(12)
013120         VALUE "------------".
013140     05  FILLER                  PIC X(03)   VALUE SPACES.
013200 01  WS-DETAIL-LINE.
013300     05  FILLER                  PIC X(05)   VALUE SPACES.
013400     05  DTL-PRODUCT-ID          PIC X(10).
013800     05  DTL-QTY                 PIC ZZZZ9.
013900     05  FILLER                  PIC X(03)   VALUE SPACES.
014000     05  DTL-PRICE               PIC Z(6)9.99.
014100     05  DTL-PRICE-SOURCE        PIC X(01).
014150     05  FILLER                  PIC X(01)   VALUE SPACES.
014200     05  DTL-EXTENSION           PIC Z(9)9.99.
014300     05  FILLER                  PIC X(02)   VALUE SPACES.
014400     05  DTL-CURRENCY            PIC X(03).
014420     05  FILLER                  PIC X(02)   VALUE SPACES.
014440     05  DTL-TAX-CODE            PIC X(01).
014460     05  FILLER                  PIC X(02)   VALUE SPACES.
014480     05  DTL-TAX-PCT             PIC ZZ9.99.
014500     05  FILLER                  PIC X(01)   VALUE SPACES.
014520     05  DTL-TAX-AMOUNT          PIC Z(8)9.99.
014540     05  FILLER                  PIC X(03)   VALUE SPACES.
014600 01  WS-TOTAL-LINE.
014700     05  FILLER                  PIC X(05)   VALUE SPACES.
014770     05  TOT-LABEL               PIC X(16)   VALUE
014840         "ORDER TOTAL:".
015000     05  TOT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
015100     05  FILLER                  PIC X(02)   VALUE SPACES.
015200     05  TOT-CURRENCY            PIC X(03).
015300     05  FILLER                  PIC X(90)   VALUE SPACES.
015310 01  WS-BASIS-LINE.
015320     05  FILLER                  PIC X(05)   VALUE SPACES.
015330     05  FILLER                  PIC X(30)   VALUE
015340         "PRICE BASIS:  C = CONTRACT   ".
015345     05  FILLER                  PIC X(30)   VALUE
015348         "P = PROMOTION   B = BASE PRICE".
015350     05  FILLER                  PIC X(67)   VALUE SPACES.
015400 LINKAGE SECTION.
015500 01  LK-PARM-AREA.
015600     05  LK-PARM-LEN             PIC S9(4) COMP.
017000******************************************************************
017100 1000-INITIALIZE.
017150     PERFORM 1050-LOAD-CURRENCY-TABLE THRU 1050-EXIT.
017152     PERFORM 1070-LOAD-TAX-TABLE THRU 1070-EXIT.
017154     IF WS-EOF-YES
017156         GO TO 1000-EXIT
017158     END-IF
017160     OPEN INPUT PRODUCT-MASTER-FILE.
017162     IF WS-PM-FILE-STATUS NOT = "00"
017164         DISPLAY "ORDCONF: UNABLE TO OPEN PRODUCT-MASTER-FILE, "
017166             "STATUS=" WS-PM-FILE-STATUS
017168         SET WS-EOF-YES TO TRUE
017170         MOVE "0012" TO WS-RUN-RETURN-STATUS
017172         GO TO 1000-EXIT
017174     END-IF
017176     OPEN INPUT CUSTOMER-MASTER-FILE.
017178     IF WS-CU-FILE-STATUS NOT = "00"
017180         DISPLAY "ORDCONF: UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
017182             "STATUS=" WS-CU-FILE-STATUS
017184         SET WS-EOF-YES TO TRUE
017186         MOVE "0012" TO WS-RUN-RETURN-STATUS
017188         GO TO 1000-EXIT
017190     END-IF
017200     OPEN INPUT ORDER-FILE.
017300     IF WS-OR-FILE-STATUS NOT = "00"
017400         DISPLAY "ORDCONF: UNABLE TO OPEN ORDER-FILE, STATUS="
018922     PERFORM 1055-READ-NEXT-RATE THRU 1055-EXIT.
018923 1060-EXIT.
018924     EXIT.
018926******************************************************************
018928*    1070-LOAD-TAX-TABLE - KEEPS EVERY ROW OF THE EFFECTIVE-     *
018930*    DATED VAT RATE MASTER SO A LINE CAN BE TAXED AT THE RATE    *
018932*    IN EFFECT ON ITS OWN TAX POINT.                             *
018934*    A MISSING RATE MASTER STOPS THE RUN - NOTHING IS CHARGED    *
018936*    OR CREDITED WITHOUT TAX.                                    *
018938******************************************************************
018940 1070-LOAD-TAX-TABLE.
018942     OPEN INPUT TAX-RATE-FILE.
018944     IF WS-TX-FILE-STATUS NOT = "00"
018946         DISPLAY "ORDCONF: UNABLE TO OPEN TAX-RATE-FILE, "
018948             "STATUS=" WS-TX-FILE-STATUS
018950         SET WS-EOF-YES TO TRUE
018952         MOVE "0012" TO WS-RUN-RETURN-STATUS
018954         GO TO 1070-EXIT
018956     END-IF
018958     PERFORM 1075-READ-NEXT-TAX-RATE THRU 1075-EXIT.
018960     PERFORM 1080-STORE-TAX-RATE THRU 1080-EXIT
018962         UNTIL WS-TX-EOF-YES.
018964     CLOSE TAX-RATE-FILE.
018966 1070-EXIT.
018968     EXIT.
018970******************************************************************
018972*    1075-READ-NEXT-TAX-RATE                                     *
018974******************************************************************
018976 1075-READ-NEXT-TAX-RATE.
018978     READ TAX-RATE-FILE
018980         AT END
018982             SET WS-TX-EOF-YES TO TRUE
018984     END-READ.
018986 1075-EXIT.
018988     EXIT.
018990******************************************************************
018992*    1080-STORE-TAX-RATE                                         *
018994******************************************************************
018996 1080-STORE-TAX-RATE.
018998     IF TX-EFFECTIVE-DATE NOT NUMERIC
019000        OR TX-RATE-PCT NOT NUMERIC
019002         GO TO 1080-READ-NEXT
019004     END-IF
019006     IF WS-TAX-COUNT >= 200
019008         DISPLAY "ORDCONF: WARNING - TAX TABLE FULL, "
019010             TX-TAX-CODE " " TX-EFFECTIVE-DATE " SKIPPED"
019012         GO TO 1080-READ-NEXT
019014     END-IF
019016     ADD 1 TO WS-TAX-COUNT.
019018     MOVE TX-TAX-CODE TO WS-TAX-CODE(WS-TAX-COUNT).
019020     MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFF-DATE(WS-TAX-COUNT).
019022     MOVE TX-RATE-PCT TO WS-TAX-PCT(WS-TAX-COUNT).
019024 1080-READ-NEXT.
019026     PERFORM 1075-READ-NEXT-TAX-RATE THRU 1075-EXIT.
019028 1080-EXIT.
019030     EXIT.
019032******************************************************************
019034*    1180-LOOKUP-TAX-RATE - FINDS THE RATE FOR WS-TAX-LOOKUP-    *
019036*    CODE WITH THE LATEST EFFECTIVE DATE NOT AFTER WS-TAX-       *
019038*    LOOKUP-DATE                                                 *
019040******************************************************************
019042 1180-LOOKUP-TAX-RATE.
019044     SET WS-TAX-NOT-FOUND TO TRUE.
019046     MOVE 0 TO WS-TAX-LOOKUP-PCT.
019048     MOVE 0 TO WS-TAX-BEST-DATE.
019050     MOVE 1 TO WS-TAX-SUB.
019052     PERFORM 1185-TEST-TAX-ROW THRU 1185-EXIT
019054         UNTIL WS-TAX-SUB > WS-TAX-COUNT.
019056 1180-EXIT.
019058     EXIT.
019060******************************************************************
019062*    1185-TEST-TAX-ROW                                           *
019064******************************************************************
019066 1185-TEST-TAX-ROW.
019068     IF WS-TAX-CODE(WS-TAX-SUB) = WS-TAX-LOOKUP-CODE
019070        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT > WS-TAX-LOOKUP-DATE
019072        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT < WS-TAX-BEST-DATE
019074         MOVE WS-TAX-PCT(WS-TAX-SUB) TO WS-TAX-LOOKUP-PCT
019076         MOVE WS-TAX-EFF-DATE(WS-TAX-SUB) TO WS-TAX-BEST-DATE
019078         SET WS-TAX-FOUND TO TRUE
019080     END-IF
019082     ADD 1 TO WS-TAX-SUB.
019084 1185-EXIT.
019086     EXIT.
019090******************************************************************
019092*    1100-READ-NEXT-ORDER                                        *
019100******************************************************************
019200 1100-READ-NEXT-ORDER.
019300     READ ORDER-FILE
022600         SET WS-NOT-FIRST-REC TO TRUE
022700         MOVE OR-ORDER-NO TO WS-PREV-ORDER-NO
022800         MOVE 0 TO WS-ORDER-TOTAL
022820         MOVE 0 TO WS-ORDER-NET
022840         MOVE 0 TO WS-ORDER-TAX
022860         PERFORM 2040-READ-CUSTOMER THRU 2040-EXIT
022900         ADD 1 TO WS-ORDER-COUNT
023000         PERFORM 2100-PRINT-HEADINGS THRU 2100-EXIT
023100     END-IF
023400     END-IF
023500     PERFORM 2050-CONVERT-PRICE THRU 2050-EXIT
023600     COMPUTE WS-LINE-EXTENSION = OR-QUANTITY * WS-CONV-PRICE
023700     ADD WS-LINE-EXTENSION TO WS-ORDER-NET
023720     PERFORM 2060-COMPUTE-LINE-TAX THRU 2060-EXIT
023740     ADD WS-LINE-TAX TO WS-ORDER-TAX
023760     COMPUTE WS-ORDER-TOTAL = WS-ORDER-NET + WS-ORDER-TAX
023800     MOVE OR-PRODUCT-ID TO DTL-PRODUCT-ID
023900     MOVE OR-NAME TO DTL-NAME
024000     MOVE OR-BRAND TO DTL-BRAND
024100     MOVE OR-QUANTITY TO DTL-QTY
024200     MOVE WS-CONV-PRICE TO DTL-PRICE
024210     IF OR-PRICE-SOURCE = SPACE
024220         MOVE "B" TO DTL-PRICE-SOURCE
024230     ELSE
024240         MOVE OR-PRICE-SOURCE TO DTL-PRICE-SOURCE
024250     END-IF
024300     MOVE WS-LINE-EXTENSION TO DTL-EXTENSION
024400     MOVE WS-TARGET-CODE TO DTL-CURRENCY
024420     MOVE WS-TAX-LOOKUP-CODE TO DTL-TAX-CODE
024440     MOVE WS-TAX-LOOKUP-PCT TO DTL-TAX-PCT
024460     MOVE WS-LINE-TAX TO DTL-TAX-AMOUNT
024500     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
024600     ADD 1 TO WS-LINE-CTR
024700     ADD 1 TO WS-LINE-COUNT
024800     PERFORM 1100-READ-NEXT-ORDER THRU 1100-EXIT.
024900 2000-EXIT.
025000     EXIT.
025004******************************************************************
025008*    2040-READ-CUSTOMER - NOTES WHETHER THE ORDER'S CUSTOMER IS  *
025012*    VAT-EXEMPT.  AN UNKNOWN CUSTOMER IS TAXED AT THE PRODUCT    *
025016*    RATES.                                                      *
025020******************************************************************
025024 2040-READ-CUSTOMER.
025028     SET WS-CUST-NOT-EXEMPT TO TRUE.
025032     MOVE OR-CUSTOMER-ID TO CU-CUSTOMER-ID.
025036     READ CUSTOMER-MASTER-FILE
025040         INVALID KEY
025044             DISPLAY "ORDCONF: WARNING - CUSTOMER "
025048                 OR-CUSTOMER-ID " NOT ON FILE, ORDER "
025052                 OR-ORDER-NO " TAXED AT PRODUCT RATES"
025056         NOT INVALID KEY
025060             IF CU-TAX-EXEMPT
025064                 SET WS-CUST-EXEMPT TO TRUE
025068             END-IF
025072     END-READ.
025076 2040-EXIT.
025080     EXIT.
025100******************************************************************
025200*    2050-CONVERT-PRICE - CONVERTS OR-PRICE FROM THE BASE        *
025300*    CURRENCY (EUR - ORDER PRICES ARE STAMPED FROM THE STORED    *
027900         OR-PRICE * WS-TARGET-RATE / WS-SOURCE-RATE.
028000 2050-EXIT.
028100     EXIT.
028102******************************************************************
028104*    2060-COMPUTE-LINE-TAX - VAT ON THE (CONVERTED) LINE         *
028106*    EXTENSION.  AN EXEMPT CUSTOMER PAYS NONE; OTHERWISE THE     *
028108*    PRODUCT'S TAX CODE (BLANK = STANDARD) IS RATED AS OF THE    *
028110*    RUN DATE.  A CODE WITH NO RATE IN EFFECT IS FLAGGED AND     *
028112*    CHARGED AT ZERO.                                            *
028114******************************************************************
028116 2060-COMPUTE-LINE-TAX.
028118     MOVE 0 TO WS-LINE-TAX.
028120     IF WS-CUST-EXEMPT
028122         MOVE "E" TO WS-TAX-LOOKUP-CODE
028124         MOVE 0 TO WS-TAX-LOOKUP-PCT
028126         GO TO 2060-EXIT
028128     END-IF
028130     MOVE "S" TO WS-TAX-LOOKUP-CODE.
028132     MOVE OR-PRODUCT-ID TO PM-PRODUCT-ID.
028134     READ PRODUCT-MASTER-FILE
028136         INVALID KEY
028138             CONTINUE
028140         NOT INVALID KEY
028142             IF PM-TAX-CODE NOT = SPACES
028144                 MOVE PM-TAX-CODE TO WS-TAX-LOOKUP-CODE
028146             END-IF
028148     END-READ.
028150     MOVE WS-RUN-DATE TO WS-TAX-LOOKUP-DATE.
028152     PERFORM 1180-LOOKUP-TAX-RATE THRU 1180-EXIT.
028154     IF WS-TAX-NOT-FOUND
028156         DISPLAY "ORDCONF: WARNING - NO VAT RATE FOR CODE "
028158             WS-TAX-LOOKUP-CODE " ON " WS-TAX-LOOKUP-DATE
028160             ", PRODUCT " OR-PRODUCT-ID
028162     END-IF
028164     COMPUTE WS-LINE-TAX ROUNDED =
028166         WS-LINE-EXTENSION * WS-TAX-LOOKUP-PCT / 100.
028168 2060-EXIT.
028170     EXIT.
028200******************************************************************
028300*    2100-PRINT-HEADINGS - FRESH PAGE WITH THE CURRENT ORDER'S   *
028400*    NUMBER AND CUSTOMER IN THE PAGE HEADING                     *
030000*    2300-PRINT-ORDER-TOTAL                                      *
030100******************************************************************
030200 2300-PRINT-ORDER-TOTAL.
030400     MOVE WS-TARGET-CODE TO TOT-CURRENCY.
030410     MOVE "NET TOTAL:" TO TOT-LABEL.
030420     MOVE WS-ORDER-NET TO TOT-AMOUNT.
030430     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
030440     MOVE "VAT TOTAL:" TO TOT-LABEL.
030450     MOVE WS-ORDER-TAX TO TOT-AMOUNT.
030460     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
030470     MOVE "ORDER TOTAL:" TO TOT-LABEL.
030480     MOVE WS-ORDER-TOTAL TO TOT-AMOUNT.
030490     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
030500     WRITE RPT-LINE FROM WS-BASIS-LINE AFTER ADVANCING 2 LINES.
030600 2300-EXIT.
030700     EXIT.
030800******************************************************************
032070     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
032100     IF WS-OR-FILE-STATUS = "00" OR WS-OR-FILE-STATUS = "10"
032200         CLOSE ORDER-FILE
032300     END-IF
032310     IF WS-PM-FILE-STATUS = "00" OR WS-PM-FILE-STATUS = "23"
032320         CLOSE PRODUCT-MASTER-FILE
032330     END-IF
032340     IF WS-CU-FILE-STATUS = "00" OR WS-CU-FILE-STATUS = "23"
032350         CLOSE CUSTOMER-MASTER-FILE
032360     END-IF.
032400 3000-EXIT.
032500     EXIT.

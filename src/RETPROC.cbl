001600*                 THE ORDCONF PAGE FORMAT AT THE PRICE THE       *
001700*                 ORDER WAS INVOICED AT.  BAD RETURNS GO TO A    *
001800*                 REJECTS FILE WITH A REASON.                    *
001820*                 EACH CREDIT MEMO IS ALSO POSTED TO THE OPEN-   *
001840*                 ITEM RECEIVABLES FILE AS A CREDIT ITEM SO THE  *
001860*                 CUSTOMER'S BALANCE COMES DOWN BY THE AMOUNT    *
001880*                 CREDITED.                                      *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ------------------------------------------------------      *
002375*                   WAREHOUSE ON THE PER-WAREHOUSE STOCK FILE,   *
002380*                   KEEPING PM-QTY-ON-HAND AS THE ALL-WAREHOUSE  *
002385*                   ROLLUP.                                      *
002388*    2026-10-15 ML  POST EACH CREDIT MEMO TO THE RECEIVABLES     *
002391*                   FILE AS AN OPEN CREDIT ITEM (TYPE "C") AND   *
002394*                   PRINT ITS CREDIT NUMBER ON THE MEMO.         *
002395*    2026-10-15 ML  REVERSE VAT WITH THE GOODS: THE CREDIT IS    *
002396*                   TAXED AT THE RATE IN EFFECT ON THE ORIGINAL  *
002397*                   INVOICE DATE, THE MEMO SHOWS NET, VAT AND    *
002398*                   GROSS, THE CREDIT ITEM CARRIES THE GROSS,    *
002399*                   AND THE REVERSAL IS JOURNALLED TO TAXHIST.   *
002419*    2026-10-15 ML  WRITE EVERY RESTOCK TO THE MOVEMENT LEDGER   *
002439*                   (STKMVLOG) AS A RETURN AGAINST THE ORDER.    *
002445*    2026-10-15 ML  SHIP RECORD MIRROR PICKS UP THE ORDER        *
002451*                   RECORD'S PRICE SOURCE.                       *
002459******************************************************************
002500 PROGRAM-ID.  RETPROC.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004500     SELECT REJECT-FILE ASSIGN TO "RETREJ"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RJ-FILE-STATUS.
004710     SELECT AR-ITEM-FILE ASSIGN TO "ARFILE"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS AR-ITEM-KEY
004750         FILE STATUS IS WS-AR-FILE-STATUS.
004757     SELECT TAX-RATE-FILE ASSIGN TO "TAXMAST"
004764         ORGANIZATION IS SEQUENTIAL
004771         FILE STATUS IS WS-TX-FILE-STATUS.
004778     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
004785         ORGANIZATION IS SEQUENTIAL
004792         FILE STATUS IS WS-TH-FILE-STATUS.
004800     SELECT REPORT-FILE ASSIGN TO "CRMPRINT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPT-FILE-STATUS.
006800     05  SR-PRICE                PIC 9(5)V99.
006900     05  SR-CUSTOMER-ID          PIC X(10).
007000     05  SR-ORDER-NO             PIC 9(08).
007050     05  SR-PRICE-SOURCE         PIC X(01).
007100 FD  PRODUCT-MASTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY PRODMAST.
007600 01  RJ-REJECT-RECORD.
007700     05  RJ-RETURN-DATA          PIC X(80).
007800     05  RJ-REJECT-REASON        PIC X(30).
007820 FD  AR-ITEM-FILE
007840     LABEL RECORDS ARE STANDARD.
007860     COPY ARITEM.
007865 FD  TAX-RATE-FILE
007870     LABEL RECORDS ARE STANDARD.
007875     COPY TAXRATE.
007880 FD  TAX-HISTORY-FILE
007885     LABEL RECORDS ARE STANDARD.
007890     COPY TAXHIST.
007900 FD  REPORT-FILE
008000     LABEL RECORDS ARE OMITTED
008100     RECORD CONTAINS 132 CHARACTERS.
014574     88  WS-SM-NOT-OPEN                      VALUE 'N'.
014576 77  WS-RET-WAREHOUSE            PIC X(02)   VALUE "01".
014578 77  WS-DEFAULT-WAREHOUSE        PIC X(02)   VALUE "01".
014579******************************************************************
014580*    RECEIVABLES CREDIT POSTING - A CREDIT NUMBER IS PREFIX 8,   *
014581*    THE RUN DAY (YYDDD) AND A SEQUENCE, SO IT CAN NEVER MATCH   *
014582*    AN ORDER NUMBER ON THE SAME FILE.  THE SEQUENCE STARTS      *
014583*    OVER FOR EACH MEMO AND STEPS PAST ANY NUMBER THE CUSTOMER   *
014584*    ALREADY HOLDS.                                              *
014585******************************************************************
014586 77  WS-AR-FILE-STATUS           PIC X(02)   VALUE SPACES.
014587 77  WS-AR-OPEN-SW               PIC X(01)   VALUE 'N'.
014588     88  WS-AR-OPEN                          VALUE 'Y'.
014589     88  WS-AR-NOT-OPEN                      VALUE 'N'.
014590 77  WS-CREDIT-POSTED-SW         PIC X(01)   VALUE 'N'.
014591     88  WS-CREDIT-POSTED                    VALUE 'Y'.
014592     88  WS-CREDIT-NOT-POSTED                VALUE 'N'.
014593 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
014594 77  WS-AR-CREDIT-COUNT          PIC 9(7) COMP VALUE 0.
014595 01  WS-CREDIT-NUMBER.
014596     05  WS-CRN-PREFIX           PIC 9(01)   VALUE 8.
014597     05  WS-CRN-DAY              PIC 9(05)   VALUE 0.
014598     05  WS-CRN-SEQ              PIC 9(02)   VALUE 0.
014603******************************************************************
014608*    VAT WORK AREAS - THE CREDIT REVERSES TAX AT THE RATE THE    *
014613*    ORIGINAL INVOICE WAS CHARGED AT                             *
014618******************************************************************
014623 COPY TAXTAB.
014628 77  WS-TX-FILE-STATUS           PIC X(02)   VALUE SPACES.
014633 77  WS-TH-FILE-STATUS           PIC X(02)   VALUE SPACES.
014638 77  WS-TX-EOF-SW                PIC X(01)   VALUE 'N'.
014643     88  WS-TX-EOF-YES                       VALUE 'Y'.
014648     88  WS-TX-EOF-NO                        VALUE 'N'.
014653 77  WS-CUST-EXEMPT-SW           PIC X(01)   VALUE 'N'.
014658     88  WS-CUST-EXEMPT                      VALUE 'Y'.
014663     88  WS-CUST-NOT-EXEMPT                  VALUE 'N'.
014668 77  WS-CREDIT-TAX               PIC 9(10)V99 VALUE 0.
014673 77  WS-CREDIT-GROSS             PIC 9(10)V99 VALUE 0.
014678 77  WS-TAX-TOTAL                PIC 9(11)V99 VALUE 0.
014683 77  WS-TAX-TOTAL-DISP           PIC Z(10)9.99.
014688******************************************************************
014700*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
014800******************************************************************
014900 01  WS-RUNSTAT-PARMS.
018700     05  FILLER                  PIC X(09)   VALUE "CUSTOMER:".
018800     05  FILLER                  PIC X(01)   VALUE SPACES.
018900     05  HDG3-CUSTOMER-ID        PIC X(10).
018930     05  FILLER                  PIC X(05)   VALUE SPACES.
018960     05  FILLER                  PIC X(10)   VALUE "CREDIT NO:".
018990     05  FILLER                  PIC X(01)   VALUE SPACES.
019020     05  HDG3-CREDIT-NO          PIC X(08).
019050     05  FILLER                  PIC X(56)   VALUE SPACES.
019100 01  WS-COL-HDG-LINE.
019200     05  FILLER                  PIC X(05)   VALUE SPACES.
019300     05  FILLER                  PIC X(12)   VALUE "PRODUCT-ID".
022800     05  FILLER                  PIC X(12)   VALUE SPACES.
022900 01  WS-TOTAL-LINE.
023000     05  FILLER                  PIC X(05)   VALUE SPACES.
023100     05  TOT-LABEL               PIC X(16)   VALUE
023200         "CREDIT TOTAL:".
023300     05  TOT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
023400     05  FILLER                  PIC X(95)   VALUE SPACES.
023401 01  WS-VAT-LINE.
023402     05  FILLER                  PIC X(05)   VALUE SPACES.
023403     05  FILLER                  PIC X(16)   VALUE
023404         "VAT CREDIT:".
023405     05  VAT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
023406     05  FILLER                  PIC X(05)   VALUE "  AT ".
023407     05  VAT-PCT                 PIC ZZ9.99.
023408     05  FILLER                  PIC X(08)   VALUE "%  CODE ".
023409     05  VAT-CODE                PIC X(01).
023410     05  FILLER                  PIC X(75)   VALUE SPACES.
023412******************************************************************
023424*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
023436*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
023460 01  WS-GATE-PARMS.
023472     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "RETPROC".
023484     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
023485******************************************************************
023486*    PARAMETERS PASSED TO THE STKMVLOG SUBPROGRAM - ONE LEDGER   *
023487*    ROW FOR EVERY CHANGE TO A STOCK ROW'S QUANTITY              *
023488******************************************************************
023489 01  WS-MOVE-PARMS.
023490     05  WS-MV-PRODUCT-ID        PIC X(10).
023491     05  WS-MV-WAREHOUSE-ID      PIC X(02).
023492     05  WS-MV-MOVE-TYPE         PIC X(01).
023493     05  WS-MV-QUANTITY          PIC S9(07).
023494     05  WS-MV-QTY-AFTER         PIC 9(07).
023495     05  WS-MV-SOURCE-PROGRAM    PIC X(08).
023496     05  WS-MV-REFERENCE         PIC X(12).
023500 PROCEDURE DIVISION.
023600******************************************************************
023700*    0000-MAINLINE                                               *
024956         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
024970         GO TO 1000-EXIT
024984     END-IF
024989     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024994     ACCEPT WS-CRN-DAY FROM DAY.
025000     OPEN INPUT ORDER-FILE.
025100     IF WS-OR-FILE-STATUS NOT = "00"
025200         DISPLAY "RETPROC: UNABLE TO OPEN ORDER-FILE, STATUS="
029072         GO TO 1000-EXIT
029074     END-IF
029076     SET WS-SM-OPEN TO TRUE.
029078     OPEN I-O AR-ITEM-FILE.
029080     IF WS-AR-FILE-STATUS NOT = "00"
029082         DISPLAY "RETPROC: UNABLE TO OPEN AR-ITEM-FILE, STATUS="
029084             WS-AR-FILE-STATUS
029086         SET WS-EOF-YES TO TRUE
029088         MOVE "0012" TO WS-RUN-RETURN-STATUS
029090         GO TO 1000-EXIT
029092     END-IF
029094     SET WS-AR-OPEN TO TRUE.
029101     PERFORM 1050-LOAD-TAX-TABLE THRU 1050-EXIT.
029108     IF WS-EOF-YES
029115         GO TO 1000-EXIT
029122     END-IF
029129     OPEN EXTEND TAX-HISTORY-FILE.
029136     IF WS-TH-FILE-STATUS NOT = "00"
029143         DISPLAY "RETPROC: UNABLE TO OPEN TAX-HISTORY-FILE, "
029150             "STATUS=" WS-TH-FILE-STATUS
029157         SET WS-EOF-YES TO TRUE
029164         MOVE "0012" TO WS-RUN-RETURN-STATUS
029171         GO TO 1000-EXIT
029178     END-IF
029185     OPEN OUTPUT REJECT-FILE.
029200     IF WS-RJ-FILE-STATUS NOT = "00"
029300         DISPLAY "RETPROC: UNABLE TO OPEN REJECT-FILE, STATUS="
029400             WS-RJ-FILE-STATUS
030700     PERFORM 1500-READ-NEXT-RETURN THRU 1500-EXIT.
030800 1000-EXIT.
030900     EXIT.
030901******************************************************************
030902*    1050-LOAD-TAX-TABLE - KEEPS EVERY ROW OF THE EFFECTIVE-     *
030903*    DATED VAT RATE MASTER SO A LINE CAN BE TAXED AT THE RATE    *
030904*    IN EFFECT ON ITS OWN TAX POINT.                             *
030905*    A MISSING RATE MASTER STOPS THE RUN - NOTHING IS CHARGED    *
030906*    OR CREDITED WITHOUT TAX.                                    *
030907******************************************************************
030908 1050-LOAD-TAX-TABLE.
030909     OPEN INPUT TAX-RATE-FILE.
030910     IF WS-TX-FILE-STATUS NOT = "00"
030911         DISPLAY "RETPROC: UNABLE TO OPEN TAX-RATE-FILE, "
030912             "STATUS=" WS-TX-FILE-STATUS
030913         SET WS-EOF-YES TO TRUE
030914         MOVE "0012" TO WS-RUN-RETURN-STATUS
030915         GO TO 1050-EXIT
030916     END-IF
030917     PERFORM 1055-READ-NEXT-TAX-RATE THRU 1055-EXIT.
030918     PERFORM 1060-STORE-TAX-RATE THRU 1060-EXIT
030919         UNTIL WS-TX-EOF-YES.
030920     CLOSE TAX-RATE-FILE.
030921 1050-EXIT.
030922     EXIT.
030923******************************************************************
030924*    1055-READ-NEXT-TAX-RATE                                     *
030925******************************************************************
030926 1055-READ-NEXT-TAX-RATE.
030927     READ TAX-RATE-FILE
030928         AT END
030929             SET WS-TX-EOF-YES TO TRUE
030930     END-READ.
030931 1055-EXIT.
030932     EXIT.
030933******************************************************************
030934*    1060-STORE-TAX-RATE                                         *
030935******************************************************************
030936 1060-STORE-TAX-RATE.
030937     IF TX-EFFECTIVE-DATE NOT NUMERIC
030938        OR TX-RATE-PCT NOT NUMERIC
030939         GO TO 1060-READ-NEXT
030940     END-IF
030941     IF WS-TAX-COUNT >= 200
030942         DISPLAY "RETPROC: WARNING - TAX TABLE FULL, "
030943             TX-TAX-CODE " " TX-EFFECTIVE-DATE " SKIPPED"
030944         GO TO 1060-READ-NEXT
030945     END-IF
030946     ADD 1 TO WS-TAX-COUNT.
030947     MOVE TX-TAX-CODE TO WS-TAX-CODE(WS-TAX-COUNT).
030948     MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFF-DATE(WS-TAX-COUNT).
030949     MOVE TX-RATE-PCT TO WS-TAX-PCT(WS-TAX-COUNT).
030950 1060-READ-NEXT.
030951     PERFORM 1055-READ-NEXT-TAX-RATE THRU 1055-EXIT.
030952 1060-EXIT.
030953     EXIT.
030954******************************************************************
030955*    1180-LOOKUP-TAX-RATE - FINDS THE RATE FOR WS-TAX-LOOKUP-    *
030956*    CODE WITH THE LATEST EFFECTIVE DATE NOT AFTER WS-TAX-       *
030957*    LOOKUP-DATE                                                 *
030958******************************************************************
030959 1180-LOOKUP-TAX-RATE.
030960     SET WS-TAX-NOT-FOUND TO TRUE.
030961     MOVE 0 TO WS-TAX-LOOKUP-PCT.
030962     MOVE 0 TO WS-TAX-BEST-DATE.
030963     MOVE 1 TO WS-TAX-SUB.
030964     PERFORM 1185-TEST-TAX-ROW THRU 1185-EXIT
030965         UNTIL WS-TAX-SUB > WS-TAX-COUNT.
030966 1180-EXIT.
030967     EXIT.
030968******************************************************************
030969*    1185-TEST-TAX-ROW                                           *
030970******************************************************************
030971 1185-TEST-TAX-ROW.
030972     IF WS-TAX-CODE(WS-TAX-SUB) = WS-TAX-LOOKUP-CODE
030973        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT > WS-TAX-LOOKUP-DATE
030974        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT < WS-TAX-BEST-DATE
030975         MOVE WS-TAX-PCT(WS-TAX-SUB) TO WS-TAX-LOOKUP-PCT
030976         MOVE WS-TAX-EFF-DATE(WS-TAX-SUB) TO WS-TAX-BEST-DATE
030977         SET WS-TAX-FOUND TO TRUE
030978     END-IF
030979     ADD 1 TO WS-TAX-SUB.
030980 1185-EXIT.
030981     EXIT.
031000******************************************************************
031100*    1100-READ-NEXT-ORDER                                        *
031200******************************************************************
042000         GO TO 2000-READ-NEXT
042100     END-IF
042200     ADD RT-QUANTITY TO WS-SHP-QTY-RETURNED(WS-SHP-IDX).
042220     COMPUTE WS-CREDIT-AMOUNT =
042240         RT-QUANTITY * WS-SHP-PRICE(WS-SHP-IDX).
042250     PERFORM 2400-COMPUTE-CREDIT-TAX THRU 2400-EXIT.
042260     PERFORM 2600-POST-CREDIT-ITEM THRU 2600-EXIT.
042270     IF WS-CREDIT-POSTED
042280         PERFORM 2650-WRITE-TAX-JOURNAL THRU 2650-EXIT
042290     END-IF
042300     PERFORM 2500-PRINT-CREDIT-MEMO THRU 2500-EXIT.
042400     ADD 1 TO WS-RESTOCKED-COUNT.
042500 2000-READ-NEXT.
048200     MOVE RT-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
048300     CALL "AUDTLOG" USING WS-AUDIT-PARMS.
048350     REWRITE SM-STOCK-RECORD.
048355     PERFORM 2390-LOG-STOCK-MOVE THRU 2390-EXIT.
048360*    THE ROLLUP ON THE MASTER MOVES BY THE SAME AMOUNT
048370     ADD RT-QUANTITY TO PM-QTY-ON-HAND.
048400     REWRITE PM-PRODUCT-RECORD.
048660******************************************************************
048670 2350-ASSIGN-WAREHOUSE.
048672     MOVE WS-DEFAULT-WAREHOUSE TO WS-RET-WAREHOUSE.
048673     SET WS-CUST-NOT-EXEMPT TO TRUE.
048674     MOVE WS-SHP-CUSTOMER-ID(WS-SHP-IDX) TO CU-CUSTOMER-ID.
048676     READ CUSTOMER-MASTER-FILE
048678         INVALID KEY
048680             GO TO 2350-EXIT
048682     END-READ
048683     IF CU-TAX-EXEMPT
048684         SET WS-CUST-EXEMPT TO TRUE
048685     END-IF
048686     IF CU-WAREHOUSE-ID NOT = SPACES
048687         MOVE CU-WAREHOUSE-ID TO WS-RET-WAREHOUSE
048688     END-IF.
048690 2350-EXIT.
048692     EXIT.
048784     END-READ.
048786 2380-EXIT.
048788     EXIT.
048789******************************************************************
048790*    2390-LOG-STOCK-MOVE - RECORDS THE RESTOCK ON THE MOVEMENT   *
048791*    LEDGER AS A RETURN AGAINST THE ORIGINAL ORDER NUMBER        *
048792******************************************************************
048793 2390-LOG-STOCK-MOVE.
048794     MOVE SM-PRODUCT-ID TO WS-MV-PRODUCT-ID.
048795     MOVE SM-WAREHOUSE-ID TO WS-MV-WAREHOUSE-ID.
048796     MOVE "T" TO WS-MV-MOVE-TYPE.
048797     MOVE RT-QUANTITY TO WS-MV-QUANTITY.
048798     MOVE SM-QTY-ON-HAND TO WS-MV-QTY-AFTER.
048799     MOVE "RETPROC" TO WS-MV-SOURCE-PROGRAM.
048800     MOVE RT-ORDER-NO TO WS-MV-REFERENCE.
048801     CALL "STKMVLOG" USING WS-MOVE-PARMS.
048802 2390-EXIT.
048803     EXIT.
048804******************************************************************
048805*    2400-COMPUTE-CREDIT-TAX - VAT ON THE NET CREDIT.  THE TAX   *
048806*    POINT IS THE DATE THE ORDER WAS INVOICED (ITS OPEN ITEM),   *
048812*    SO A RATE CHANGE BETWEEN SALE AND RETURN DOES NOT ALTER     *
048818*    WHAT IS GIVEN BACK; AN ORDER WITH NO ITEM ON FILE FALLS     *
048824*    BACK TO THE RUN DATE.  AN EXEMPT CUSTOMER (NOTED BY 2350)   *
048830*    GETS NONE BACK; OTHERWISE THE PRODUCT'S TAX CODE STILL IN   *
048836*    THE MASTER BUFFER FROM 2300 APPLIES (BLANK = STANDARD).     *
048842******************************************************************
048848 2400-COMPUTE-CREDIT-TAX.
048854     MOVE 0 TO WS-CREDIT-TAX.
048860     MOVE WS-RUN-DATE TO WS-TAX-LOOKUP-DATE.
048866     MOVE WS-SHP-CUSTOMER-ID(WS-SHP-IDX) TO AR-CUSTOMER-ID.
048872     MOVE RT-ORDER-NO TO AR-ORDER-NO.
048878     READ AR-ITEM-FILE
048884         INVALID KEY
048890             CONTINUE
048896         NOT INVALID KEY
048902             IF AR-INVOICE-DATE NUMERIC
048908                AND AR-INVOICE-DATE > 0
048914                 MOVE AR-INVOICE-DATE TO WS-TAX-LOOKUP-DATE
048920             END-IF
048926     END-READ.
048932     IF WS-CUST-EXEMPT
048938         MOVE "E" TO WS-TAX-LOOKUP-CODE
048944         MOVE 0 TO WS-TAX-LOOKUP-PCT
048950         GO TO 2400-GROSS
048956     END-IF
048962     MOVE "S" TO WS-TAX-LOOKUP-CODE.
048968     IF PM-TAX-CODE NOT = SPACES
048974         MOVE PM-TAX-CODE TO WS-TAX-LOOKUP-CODE
048980     END-IF
048986     PERFORM 1180-LOOKUP-TAX-RATE THRU 1180-EXIT.
048992     IF WS-TAX-NOT-FOUND
048998         DISPLAY "RETPROC: WARNING - NO VAT RATE FOR CODE "
049004             WS-TAX-LOOKUP-CODE " ON " WS-TAX-LOOKUP-DATE
049010             ", ORDER " RT-ORDER-NO " PRODUCT " RT-PRODUCT-ID
049016     END-IF
049022     COMPUTE WS-CREDIT-TAX ROUNDED =
049028         WS-CREDIT-AMOUNT * WS-TAX-LOOKUP-PCT / 100.
049034 2400-GROSS.
049040     COMPUTE WS-CREDIT-GROSS = WS-CREDIT-AMOUNT + WS-CREDIT-TAX.
049046 2400-EXIT.
049052     EXIT.
049058******************************************************************
049064*    2500-PRINT-CREDIT-MEMO - ONE PAGE PER RETURN IN THE         *
049070*    ORDCONF PAGE FORMAT, CREDITED AT THE INVOICED PRICE         *
049076******************************************************************
049100 2500-PRINT-CREDIT-MEMO.
049200     ADD 1 TO WS-PAGE-CTR.
049300     MOVE WS-PAGE-CTR TO HDG1-PAGE-NO.
049400     MOVE RT-ORDER-NO TO HDG3-ORDER-NO.
049500     MOVE WS-SHP-CUSTOMER-ID(WS-SHP-IDX) TO HDG3-CUSTOMER-ID.
049510     IF WS-CREDIT-POSTED
049520         MOVE WS-CREDIT-NUMBER TO HDG3-CREDIT-NO
049530     ELSE
049540         MOVE "UNPOSTED" TO HDG3-CREDIT-NO
049550     END-IF
049600     WRITE RPT-LINE FROM WS-HDG-LINE-1 AFTER ADVANCING PAGE.
049700     WRITE RPT-LINE FROM WS-HDG-LINE-2 AFTER ADVANCING 1 LINE.
049800     WRITE RPT-LINE FROM WS-HDG-LINE-3 AFTER ADVANCING 2 LINES.
049900     WRITE RPT-LINE FROM WS-COL-HDG-LINE AFTER ADVANCING 2 LINES.
050000     WRITE RPT-LINE FROM WS-COL-RULE-LINE AFTER ADVANCING 1 LINE.
050300     MOVE RT-PRODUCT-ID TO DTL-PRODUCT-ID.
050400     MOVE WS-SHP-NAME(WS-SHP-IDX) TO DTL-NAME.
050500     MOVE WS-SHP-BRAND(WS-SHP-IDX) TO DTL-BRAND.
050800     MOVE WS-CREDIT-AMOUNT TO DTL-CREDIT.
050900     MOVE RT-REASON-CODE TO DTL-REASON.
051000     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
051020     MOVE "NET CREDIT:" TO TOT-LABEL.
051040     MOVE WS-CREDIT-AMOUNT TO TOT-AMOUNT.
051060     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
051080     MOVE WS-CREDIT-TAX TO VAT-AMOUNT.
051100     MOVE WS-TAX-LOOKUP-PCT TO VAT-PCT.
051120     MOVE WS-TAX-LOOKUP-CODE TO VAT-CODE.
051140     WRITE RPT-LINE FROM WS-VAT-LINE AFTER ADVANCING 1 LINE.
051160     MOVE "CREDIT TOTAL:" TO TOT-LABEL.
051180     MOVE WS-CREDIT-GROSS TO TOT-AMOUNT.
051200     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
051300 2500-EXIT.
051400     EXIT.
051402******************************************************************
051404*    2600-POST-CREDIT-ITEM - OPENS A CREDIT ITEM ON THE          *
051406*    RECEIVABLES FILE FOR THE AMOUNT CREDITED, REFERENCING THE   *
051408*    ORDER THE GOODS CAME BACK FROM.  A MEMO THAT CANNOT BE      *
051410*    POSTED STILL PRINTS, MARKED UNPOSTED, FOR THE CREDIT TEAM   *
051412*    TO KEY BY HAND.                                             *
051414******************************************************************
051416 2600-POST-CREDIT-ITEM.
051418     SET WS-CREDIT-NOT-POSTED TO TRUE.
051420     MOVE 0 TO WS-CRN-SEQ.
051422     PERFORM 2610-WRITE-CREDIT-ITEM THRU 2610-EXIT
051424         UNTIL WS-CREDIT-POSTED OR WS-CRN-SEQ = 99.
051426     IF WS-CREDIT-NOT-POSTED
051428         DISPLAY "RETPROC: WARNING - CREDIT FOR ORDER "
051430             RT-ORDER-NO " NOT POSTED TO RECEIVABLES"
051432         GO TO 2600-EXIT
051434     END-IF
051436     ADD 1 TO WS-AR-CREDIT-COUNT.
051438 2600-EXIT.
051440     EXIT.
051442******************************************************************
051444*    2610-WRITE-CREDIT-ITEM - TRIES THE NEXT CREDIT NUMBER       *
051446******************************************************************
051448 2610-WRITE-CREDIT-ITEM.
051450     ADD 1 TO WS-CRN-SEQ.
051452     MOVE SPACES TO AR-ITEM-RECORD.
051454     MOVE WS-SHP-CUSTOMER-ID(WS-SHP-IDX) TO AR-CUSTOMER-ID.
051456     MOVE WS-CREDIT-NUMBER TO AR-ORDER-NO.
051458     MOVE WS-RUN-DATE TO AR-INVOICE-DATE.
051460     MOVE WS-CREDIT-GROSS TO AR-ORIG-AMOUNT.
051462     MOVE WS-CREDIT-GROSS TO AR-OPEN-AMOUNT.
051463     MOVE WS-CREDIT-TAX TO AR-TAX-AMOUNT.
051464     SET AR-STATUS-OPEN TO TRUE.
051466     SET AR-TYPE-CREDIT-MEMO TO TRUE.
051468     MOVE RT-ORDER-NO TO AR-REF-ORDER-NO.
051470     WRITE AR-ITEM-RECORD
051472         INVALID KEY
051474             GO TO 2610-EXIT
051476     END-WRITE
051478     SET WS-CREDIT-POSTED TO TRUE.
051480 2610-EXIT.
051482     EXIT.
051487******************************************************************
051492*    2650-WRITE-TAX-JOURNAL - RECORDS THE VAT GIVEN BACK ON A    *
051497*    POSTED CREDIT MEMO AGAINST ITS CREDIT NUMBER                *
051502******************************************************************
051507 2650-WRITE-TAX-JOURNAL.
051512     MOVE SPACES TO TH-TAX-RECORD.
051517     MOVE WS-RUN-DATE TO TH-POST-DATE.
051522     MOVE "RETPROC" TO TH-SOURCE-PROGRAM.
051527     SET TH-TAX-CREDITED TO TRUE.
051532     MOVE WS-SHP-CUSTOMER-ID(WS-SHP-IDX) TO TH-CUSTOMER-ID.
051537     MOVE WS-CREDIT-NUMBER TO TH-DOCUMENT-NO.
051542     MOVE RT-PRODUCT-ID TO TH-PRODUCT-ID.
051547     MOVE WS-TAX-LOOKUP-CODE TO TH-TAX-CODE.
051552     MOVE WS-TAX-LOOKUP-PCT TO TH-TAX-PCT.
051557     MOVE WS-CREDIT-AMOUNT TO TH-NET-AMOUNT.
051562     MOVE WS-CREDIT-TAX TO TH-TAX-AMOUNT.
051567     WRITE TH-TAX-RECORD.
051572     ADD WS-CREDIT-TAX TO WS-TAX-TOTAL.
051577 2650-EXIT.
051582     EXIT.
051587******************************************************************
051600*    2700-WRITE-REJECT                                           *
051700******************************************************************
051800 2700-WRITE-REJECT.
052800 3000-FINALIZE.
052900     DISPLAY "RETPROC: RETURNS=" WS-RETURN-COUNT
053000         " RESTOCKED=" WS-RESTOCKED-COUNT
053100         " REJECTED=" WS-REJECT-COUNT
053150         " CREDITS POSTED=" WS-AR-CREDIT-COUNT.
053160     MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-DISP.
053170     DISPLAY "RETPROC: VAT CREDITED=" WS-TAX-TOTAL-DISP.
053200     MOVE WS-RETURN-COUNT TO WS-RUN-RECORDS-READ.
053300     MOVE WS-RESTOCKED-COUNT TO WS-RUN-RECORDS-WRITTEN.
053400     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
054140     IF WS-SM-OPEN
054150         CLOSE STOCK-MASTER-FILE
054160     END-IF
054170     IF WS-AR-OPEN
054180         CLOSE AR-ITEM-FILE
054190     END-IF
054200     IF WS-RJ-FILE-STATUS = "00"
054300         CLOSE REJECT-FILE
054400     END-IF
054420     IF WS-TH-FILE-STATUS = "00"
054440         CLOSE TAX-HISTORY-FILE
054460     END-IF
054500     IF WS-RPT-FILE-STATUS = "00"
054600         CLOSE REPORT-FILE
054700     END-IF.

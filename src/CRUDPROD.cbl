001860*                   RUN-CONTROL FILE (SEE RUNSTAT/OPSRPT).       *
001873*    2026-09-02 ML  CONSULT THE BATCH-WINDOW SEQUENCING          *
001886*                   GATE (RUNGATE) AT STARTUP.                   *
001888*    2026-10-15 ML  CARRY THE PRODUCT'S VAT CODE (PM-TAX-CODE)   *
001890*                   ON ADD AND CHANGE, VALIDATED AGAINST THE     *
001892*                   VAT RATE MASTER (TAXMAST) AND AUDITED LIKE   *
001894*                   PRICE AND BRAND CHANGES.                     *
001900******************************************************************
002000 PROGRAM-ID.  CRUDPROD.
002100 ENVIRONMENT DIVISION.
003050         ALTERNATE RECORD KEY IS PM-BRAND
003060             WITH DUPLICATES
003100         FILE STATUS IS WS-PM-FILE-STATUS.
003120     SELECT TAX-RATE-FILE ASSIGN TO "TAXMAST"
003140         ORGANIZATION IS SEQUENTIAL
003160         FILE STATUS IS WS-TX-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  MAINT-TRAN-FILE
003700 FD  PRODUCT-MASTER-FILE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY PRODMAST.
003920 FD  TAX-RATE-FILE
003940     LABEL RECORDS ARE STANDARD.
003960     COPY TAXRATE.
004000 WORKING-STORAGE SECTION.
004100******************************************************************
004200*    SWITCHES AND COUNTERS                                       *
006300******************************************************************
006400 77  WS-PRICE-EDIT                PIC Z(4)9.99.
006410 77  WS-QTY-EDIT                  PIC Z(6)9.
006419******************************************************************
006428*    VAT CODE VALIDATION - A CODE IS ACCEPTED IF THE RATE        *
006437*    MASTER HAS EVER PUBLISHED A RATE FOR IT                     *
006446******************************************************************
006455 COPY TAXTAB.
006464 77  WS-TX-FILE-STATUS           PIC X(02)   VALUE SPACES.
006473 77  WS-TX-EOF-SW                PIC X(01)   VALUE 'N'.
006482     88  WS-TX-EOF-YES                       VALUE 'Y'.
006491     88  WS-TX-EOF-NO                        VALUE 'N'.
006500******************************************************************
006600*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM                 *
006700******************************************************************
008756         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
008770         GO TO 1000-EXIT
008784     END-IF
008792     PERFORM 1050-LOAD-TAX-TABLE THRU 1050-EXIT.
008800     OPEN INPUT MAINT-TRAN-FILE.
008900     IF WS-MT-FILE-STATUS NOT = "00"
009000         DISPLAY "CRUDPROD: UNABLE TO OPEN MAINT-TRAN-FILE, "
010200     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
010300 1000-EXIT.
010400     EXIT.
010401******************************************************************
010402*    1050-LOAD-TAX-TABLE - KEEPS EVERY ROW OF THE EFFECTIVE-     *
010403*    DATED VAT RATE MASTER FOR TAX-CODE VALIDATION.              *
010405*    AN UNAVAILABLE RATE MASTER LEAVES THE TABLE EMPTY, SO ANY   *
010406*    TRANSACTION NAMING A TAX CODE IS REJECTED.                  *
010407******************************************************************
010408 1050-LOAD-TAX-TABLE.
010409     OPEN INPUT TAX-RATE-FILE.
010410     IF WS-TX-FILE-STATUS NOT = "00"
010411         DISPLAY "CRUDPROD: VAT RATE MASTER UNAVAILABLE (STATUS="
010412             WS-TX-FILE-STATUS "), NO TAX CODES ACCEPTED"
010413         GO TO 1050-EXIT
010414     END-IF
010415     PERFORM 1055-READ-NEXT-TAX-RATE THRU 1055-EXIT.
010416     PERFORM 1060-STORE-TAX-RATE THRU 1060-EXIT
010417         UNTIL WS-TX-EOF-YES.
010418     CLOSE TAX-RATE-FILE.
010419 1050-EXIT.
010420     EXIT.
010421******************************************************************
010422*    1055-READ-NEXT-TAX-RATE                                     *
010423******************************************************************
010424 1055-READ-NEXT-TAX-RATE.
010425     READ TAX-RATE-FILE
010426         AT END
010427             SET WS-TX-EOF-YES TO TRUE
010428     END-READ.
010429 1055-EXIT.
010430     EXIT.
010431******************************************************************
010432*    1060-STORE-TAX-RATE                                         *
010433******************************************************************
010434 1060-STORE-TAX-RATE.
010435     IF TX-EFFECTIVE-DATE NOT NUMERIC
010436        OR TX-RATE-PCT NOT NUMERIC
010437         GO TO 1060-READ-NEXT
010438     END-IF
010439     IF WS-TAX-COUNT >= 200
010440         DISPLAY "CRUDPROD: WARNING - TAX TABLE FULL, "
010441             TX-TAX-CODE " " TX-EFFECTIVE-DATE " SKIPPED"
010442         GO TO 1060-READ-NEXT
010443     END-IF
010444     ADD 1 TO WS-TAX-COUNT.
010445     MOVE TX-TAX-CODE TO WS-TAX-CODE(WS-TAX-COUNT).
010446     MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFF-DATE(WS-TAX-COUNT).
010447     MOVE TX-RATE-PCT TO WS-TAX-PCT(WS-TAX-COUNT).
010448 1060-READ-NEXT.
010449     PERFORM 1055-READ-NEXT-TAX-RATE THRU 1055-EXIT.
010450 1060-EXIT.
010451     EXIT.
010452******************************************************************
010453*    1180-LOOKUP-TAX-RATE - FINDS THE RATE FOR WS-TAX-LOOKUP-    *
010454*    CODE WITH THE LATEST EFFECTIVE DATE NOT AFTER WS-TAX-       *
010455*    LOOKUP-DATE                                                 *
010456******************************************************************
010457 1180-LOOKUP-TAX-RATE.
010458     SET WS-TAX-NOT-FOUND TO TRUE.
010459     MOVE 0 TO WS-TAX-LOOKUP-PCT.
010460     MOVE 0 TO WS-TAX-BEST-DATE.
010461     MOVE 1 TO WS-TAX-SUB.
010462     PERFORM 1185-TEST-TAX-ROW THRU 1185-EXIT
010463         UNTIL WS-TAX-SUB > WS-TAX-COUNT.
010464 1180-EXIT.
010465     EXIT.
010466******************************************************************
010467*    1185-TEST-TAX-ROW                                           *
010468******************************************************************
010469 1185-TEST-TAX-ROW.
010470     IF WS-TAX-CODE(WS-TAX-SUB) = WS-TAX-LOOKUP-CODE
010471        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT > WS-TAX-LOOKUP-DATE
010472        AND WS-TAX-EFF-DATE(WS-TAX-SUB) NOT < WS-TAX-BEST-DATE
010473         MOVE WS-TAX-PCT(WS-TAX-SUB) TO WS-TAX-LOOKUP-PCT
010474         MOVE WS-TAX-EFF-DATE(WS-TAX-SUB) TO WS-TAX-BEST-DATE
010475         SET WS-TAX-FOUND TO TRUE
010476     END-IF
010477     ADD 1 TO WS-TAX-SUB.
010478 1185-EXIT.
010479     EXIT.
010500******************************************************************
010600*    1100-READ-NEXT-TRAN                                         *
010700******************************************************************
014000     EXIT.
014200******************************************************************
014300*    2100-VALIDATE-TRAN - FIELD-LEVEL VALIDATION COMMON TO ALL   *
014400*    TRANSACTION CODES.  A TAX CODE, WHEN GIVEN, MUST BE ON THE  *
014450*    VAT RATE MASTER.                                            *
014500******************************************************************
014600 2100-VALIDATE-TRAN.
014700     SET WS-TRAN-VALID TO TRUE.
015500                 MOVE "PRICE IS NOT NUMERIC" TO WS-REJECT-REASON
015600             END-IF
015700         END-IF
015800     END-IF
015809     IF WS-TRAN-VALID AND MT-TAX-CODE NOT = SPACES
015818         MOVE MT-TAX-CODE TO WS-TAX-LOOKUP-CODE
015827         MOVE 99999999 TO WS-TAX-LOOKUP-DATE
015836         PERFORM 1180-LOOKUP-TAX-RATE THRU 1180-EXIT
015845         IF WS-TAX-NOT-FOUND
015854             SET WS-TRAN-INVALID TO TRUE
015863             MOVE "TAX CODE NOT ON RATE MASTER"
015872                 TO WS-REJECT-REASON
015881         END-IF
015890     END-IF.
015900 2100-EXIT.
016000     EXIT.
016100******************************************************************
018056     ELSE
018058         MOVE 0 TO PM-REORDER-QTY
018060     END-IF
018061     IF MT-TAX-CODE = SPACES
018062         MOVE "S" TO PM-TAX-CODE
018063     ELSE
018064         MOVE MT-TAX-CODE TO PM-TAX-CODE
018065     END-IF
018070     SET PM-STATUS-ACTIVE TO TRUE
018100     WRITE PM-PRODUCT-RECORD
018200         INVALID KEY
018900 2200-EXIT.
019000     EXIT.
019100******************************************************************
019200*    2300-CHANGE-PRODUCT - APPLIES A BRAND, PRICE, REORDER OR    *
019250*    TAX-CODE CHANGE, CALLING AUDTLOG FOR EACH FIELD THAT        *
019300*    ACTUALLY CHANGED                                            *
019400******************************************************************
019500 2300-CHANGE-PRODUCT.
019600     MOVE MT-PRODUCT-ID TO PM-PRODUCT-ID.
022692         MOVE MT-REORDER-QTY TO PM-REORDER-QTY
022694         SET WS-RECORD-CHANGED TO TRUE
022696     END-IF
022704     IF MT-TAX-CODE NOT = SPACES
022712        AND MT-TAX-CODE NOT = PM-TAX-CODE
022720         MOVE MT-PRODUCT-ID TO WS-AUD-PRODUCT-ID
022728         MOVE "TAXCODE" TO WS-AUD-FIELD-NAME
022736         MOVE PM-TAX-CODE TO WS-AUD-OLD-VALUE
022744         MOVE MT-TAX-CODE TO WS-AUD-NEW-VALUE
022752         MOVE MT-OPERATOR-ID TO WS-AUD-OPERATOR-ID
022760         CALL "AUDTLOG" USING WS-AUDIT-PARMS
022768         MOVE MT-TAX-CODE TO PM-TAX-CODE
022776         SET WS-RECORD-CHANGED TO TRUE
022784     END-IF
022792     IF WS-RECORD-CHANGED
022800         REWRITE PM-PRODUCT-RECORD
022900         ADD 1 TO WS-CHANGE-COUNT
023000     END-IF.

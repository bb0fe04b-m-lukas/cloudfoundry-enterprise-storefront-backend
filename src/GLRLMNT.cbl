000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  GLRLMNT                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     TRANSACTION-DRIVEN MAINTENANCE OF THE GENERAL- *
000800*                 LEDGER POSTING-RULE MASTER - WHICH ACCOUNT THE *
000900*                 NIGHTLY GL EXTRACT (GLEXTR) DEBITS AND WHICH   *
001000*                 IT CREDITS FOR EACH KIND OF ACTIVITY.  ACCEPTS *
001100*                 ADD/CHANGE TRANSACTIONS, VALIDATES EACH (AN    *
001200*                 ACTIVITY THE EXTRACT POSTS, NON-BLANK AND      *
001300*                 DIFFERENT DEBIT AND CREDIT ACCOUNTS) BEFORE    *
001400*                 ANY WRITE, AND CALLS AUDTLOG WHENEVER AN       *
001500*                 ACCOUNT ON A RULE CHANGES, AS VENDMNT DOES FOR *
001600*                 SUPPLIER TERMS.                                *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    ------------------------------------------------------      *
002000*    2026-10-15 ML  ORIGINAL VERSION - GL POSTING-RULE           *
002100*                   MAINTENANCE.                                 *
002200******************************************************************
002300 PROGRAM-ID.  GLRLMNT.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RULE-TRAN-FILE ASSIGN TO "GLRLTRN"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-GT-FILE-STATUS.
003000     SELECT RULE-MASTER-FILE ASSIGN TO "GLRULES"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS GR-ACTIVITY-CODE
003400         FILE STATUS IS WS-GR-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RULE-TRAN-FILE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY GLRLTRN.
004000 FD  RULE-MASTER-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY GLRULE.
004300 WORKING-STORAGE SECTION.
004400******************************************************************
004500*    SWITCHES AND COUNTERS                                       *
004600******************************************************************
004700 77  WS-GT-FILE-STATUS           PIC X(02)   VALUE SPACES.
004800 77  WS-GR-FILE-STATUS           PIC X(02)   VALUE SPACES.
004900 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
005000     88  WS-EOF-YES                          VALUE 'Y'.
005100     88  WS-EOF-NO                           VALUE 'N'.
005200 77  WS-GR-OPEN-SW               PIC X(01)   VALUE 'N'.
005300     88  WS-GR-OPEN                          VALUE 'Y'.
005400     88  WS-GR-NOT-OPEN                      VALUE 'N'.
005500 77  WS-VALID-SW                 PIC X(01)   VALUE 'Y'.
005600     88  WS-TRAN-VALID                       VALUE 'Y'.
005700     88  WS-TRAN-INVALID                     VALUE 'N'.
005800 77  WS-CHANGED-SW               PIC X(01)   VALUE 'N'.
005900     88  WS-RECORD-CHANGED                   VALUE 'Y'.
006000     88  WS-RECORD-NOT-CHANGED               VALUE 'N'.
006100 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
006200 77  WS-ADD-COUNT                PIC 9(7) COMP VALUE 0.
006300 77  WS-CHANGE-COUNT             PIC 9(7) COMP VALUE 0.
006400 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
006500 77  WS-TRAN-COUNT               PIC 9(7) COMP VALUE 0.
006600******************************************************************
006700*    THE ACCOUNTS A CHANGE WOULD LEAVE ON THE RULE - A CHANGE    *
006800*    MAY NOT MAKE THE DEBIT AND CREDIT SIDES THE SAME ACCOUNT    *
006900******************************************************************
007000 77  WS-NEW-DEBIT-ACCOUNT        PIC X(10)   VALUE SPACES.
007100 77  WS-NEW-CREDIT-ACCOUNT       PIC X(10)   VALUE SPACES.
007200******************************************************************
007300*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
007400******************************************************************
007500 01  WS-RUNSTAT-PARMS.
007600     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "GLRLMNT".
007700     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
007800     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
007900     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
008000     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
008100******************************************************************
008200*    PARAMETERS PASSED TO THE AUDTLOG SUBPROGRAM - THE KEY       *
008300*    FIELD CARRIES THE ACTIVITY CODE OF THE RULE CHANGED         *
008400******************************************************************
008500 01  WS-AUDIT-PARMS.
008600     05  WS-AUD-PRODUCT-ID       PIC X(10).
008700     05  WS-AUD-FIELD-NAME       PIC X(10).
008800     05  WS-AUD-OLD-VALUE        PIC X(20).
008900     05  WS-AUD-NEW-VALUE        PIC X(20).
009000     05  WS-AUD-OPERATOR-ID      PIC X(08).
009100******************************************************************
009200*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
009300*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
009400******************************************************************
009500 01  WS-GATE-PARMS.
009600     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "GLRLMNT".
009700     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
009800 PROCEDURE DIVISION.
009900******************************************************************
010000*    0000-MAINLINE                                               *
010100******************************************************************
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
010500         UNTIL WS-EOF-YES.
010600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
010700     STOP RUN.
010800******************************************************************
010900*    1000-INITIALIZE                                             *
011000******************************************************************
011100 1000-INITIALIZE.
011200     CALL "RUNGATE" USING WS-GATE-PARMS.
011300     IF WS-GATE-RESULT NOT = "0000"
011400         SET WS-EOF-YES TO TRUE
011500         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
011600         GO TO 1000-EXIT
011700     END-IF
011800     OPEN INPUT RULE-TRAN-FILE.
011900     IF WS-GT-FILE-STATUS NOT = "00"
012000         DISPLAY "GLRLMNT: UNABLE TO OPEN RULE-TRAN-FILE, "
012100             "STATUS=" WS-GT-FILE-STATUS
012200         SET WS-EOF-YES TO TRUE
012300         MOVE "0012" TO WS-RUN-RETURN-STATUS
012400         GO TO 1000-EXIT
012500     END-IF
012600     OPEN I-O RULE-MASTER-FILE.
012700     IF WS-GR-FILE-STATUS NOT = "00"
012800         DISPLAY "GLRLMNT: UNABLE TO OPEN RULE-MASTER, "
012900             "STATUS=" WS-GR-FILE-STATUS
013000         SET WS-EOF-YES TO TRUE
013100         MOVE "0012" TO WS-RUN-RETURN-STATUS
013200         GO TO 1000-EXIT
013300     END-IF
013400     SET WS-GR-OPEN TO TRUE.
013500     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
013600 1000-EXIT.
013700     EXIT.
013800******************************************************************
013900*    1100-READ-NEXT-TRAN                                         *
014000******************************************************************
014100 1100-READ-NEXT-TRAN.
014200     READ RULE-TRAN-FILE
014300         AT END
014400             SET WS-EOF-YES TO TRUE
014500     END-READ.
014600 1100-EXIT.
014700     EXIT.
014800******************************************************************
014900*    2000-PROCESS-TRAN - VALIDATES, THEN ROUTES THE TRANSACTION  *
015000*    TO ITS ADD/CHANGE HANDLER                                   *
015100******************************************************************
015200 2000-PROCESS-TRAN.
015300     ADD 1 TO WS-TRAN-COUNT.
015400     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
015500     IF WS-TRAN-INVALID
015600         DISPLAY "GLRLMNT: REJECTED " GT-ACTIVITY-CODE " - "
015700             WS-REJECT-REASON
015800         ADD 1 TO WS-REJECT-COUNT
015900     ELSE
016000         EVALUATE GT-TRAN-CODE
016100             WHEN "ADD   "
016200                 PERFORM 2200-ADD-RULE THRU 2200-EXIT
016300             WHEN "CHANGE"
016400                 PERFORM 2300-CHANGE-RULE THRU 2300-EXIT
016500             WHEN OTHER
016600                 DISPLAY "GLRLMNT: REJECTED " GT-ACTIVITY-CODE
016700                     " - UNKNOWN TRANSACTION CODE " GT-TRAN-CODE
016800                 ADD 1 TO WS-REJECT-COUNT
016900         END-EVALUATE
017000     END-IF.
017100     PERFORM 1100-READ-NEXT-TRAN THRU 1100-EXIT.
017200 2000-EXIT.
017300     EXIT.
017400******************************************************************
017500*    2100-VALIDATE-TRAN - FIELD-LEVEL VALIDATION COMMON TO BOTH  *
017600*    TRANSACTION CODES.  THE ACTIVITY MUST BE ONE THE GL         *
017700*    EXTRACT POSTS, AND AN ADD MUST NAME BOTH ACCOUNTS.          *
017800******************************************************************
017900 2100-VALIDATE-TRAN.
018000     SET WS-TRAN-VALID TO TRUE.
018100     IF NOT GT-ACTIVITY-KNOWN
018200         SET WS-TRAN-INVALID TO TRUE
018300         MOVE "ACTIVITY CODE NOT RECOGNISED" TO WS-REJECT-REASON
018400         GO TO 2100-EXIT
018500     END-IF
018600     IF GT-TRAN-CODE = "ADD   "
018700         IF GT-DEBIT-ACCOUNT = SPACES
018800             SET WS-TRAN-INVALID TO TRUE
018900             MOVE "DEBIT ACCOUNT IS BLANK" TO WS-REJECT-REASON
019000             GO TO 2100-EXIT
019100         END-IF
019200         IF GT-CREDIT-ACCOUNT = SPACES
019300             SET WS-TRAN-INVALID TO TRUE
019400             MOVE "CREDIT ACCOUNT IS BLANK" TO WS-REJECT-REASON
019500             GO TO 2100-EXIT
019600         END-IF
019700         IF GT-DESCRIPTION = SPACES
019800             SET WS-TRAN-INVALID TO TRUE
019900             MOVE "DESCRIPTION IS BLANK" TO WS-REJECT-REASON
020000             GO TO 2100-EXIT
020100         END-IF
020200     END-IF
020300     IF GT-DEBIT-ACCOUNT NOT = SPACES
020400        AND GT-DEBIT-ACCOUNT = GT-CREDIT-ACCOUNT
020500         SET WS-TRAN-INVALID TO TRUE
020600         MOVE "DEBIT AND CREDIT ACCOUNT SAME" TO WS-REJECT-REASON
020700     END-IF.
020800 2100-EXIT.
020900     EXIT.
021000******************************************************************
021100*    2200-ADD-RULE - REJECTS AN ACTIVITY THAT ALREADY HAS A      *
021200*    RULE, OTHERWISE WRITES THE NEW RULE ROW                     *
021300******************************************************************
021400 2200-ADD-RULE.
021500     MOVE GT-ACTIVITY-CODE TO GR-ACTIVITY-CODE.
021600     READ RULE-MASTER-FILE
021700         INVALID KEY
021800             CONTINUE
021900         NOT INVALID KEY
022000             DISPLAY "GLRLMNT: ADD REJECTED " GT-ACTIVITY-CODE
022100                 " - ACTIVITY ALREADY HAS A RULE"
022200             ADD 1 TO WS-REJECT-COUNT
022300             GO TO 2200-EXIT
022400     END-READ
022500     MOVE SPACES TO GR-RULE-RECORD
022600     MOVE GT-ACTIVITY-CODE TO GR-ACTIVITY-CODE
022700     MOVE GT-DESCRIPTION TO GR-DESCRIPTION
022800     MOVE GT-DEBIT-ACCOUNT TO GR-DEBIT-ACCOUNT
022900     MOVE GT-CREDIT-ACCOUNT TO GR-CREDIT-ACCOUNT
023000     WRITE GR-RULE-RECORD
023100         INVALID KEY
023200             DISPLAY "GLRLMNT: ADD FAILED " GT-ACTIVITY-CODE
023300                 " - STATUS=" WS-GR-FILE-STATUS
023400             ADD 1 TO WS-REJECT-COUNT
023500             GO TO 2200-EXIT
023600     END-WRITE
023700     ADD 1 TO WS-ADD-COUNT.
023800 2200-EXIT.
023900     EXIT.
024000******************************************************************
024100*    2300-CHANGE-RULE - APPLIES A DESCRIPTION AND/OR ACCOUNT     *
024200*    CHANGE, CALLING AUDTLOG FOR EACH ACCOUNT THAT ACTUALLY      *
024300*    CHANGED                                                     *
024400******************************************************************
024500 2300-CHANGE-RULE.
024600     MOVE GT-ACTIVITY-CODE TO GR-ACTIVITY-CODE.
024700     READ RULE-MASTER-FILE
024800         INVALID KEY
024900             DISPLAY "GLRLMNT: CHANGE REJECTED " GT-ACTIVITY-CODE
025000                 " - NO RULE FOR ACTIVITY"
025100             ADD 1 TO WS-REJECT-COUNT
025200             GO TO 2300-EXIT
025300     END-READ
025400     MOVE GR-DEBIT-ACCOUNT TO WS-NEW-DEBIT-ACCOUNT.
025500     MOVE GR-CREDIT-ACCOUNT TO WS-NEW-CREDIT-ACCOUNT.
025600     IF GT-DEBIT-ACCOUNT NOT = SPACES
025700         MOVE GT-DEBIT-ACCOUNT TO WS-NEW-DEBIT-ACCOUNT
025800     END-IF
025900     IF GT-CREDIT-ACCOUNT NOT = SPACES
026000         MOVE GT-CREDIT-ACCOUNT TO WS-NEW-CREDIT-ACCOUNT
026100     END-IF
026200     IF WS-NEW-DEBIT-ACCOUNT = WS-NEW-CREDIT-ACCOUNT
026300         DISPLAY "GLRLMNT: CHANGE REJECTED " GT-ACTIVITY-CODE
026400             " - DEBIT AND CREDIT ACCOUNT SAME"
026500         ADD 1 TO WS-REJECT-COUNT
026600         GO TO 2300-EXIT
026700     END-IF
026800     SET WS-RECORD-NOT-CHANGED TO TRUE.
026900     MOVE GT-ACTIVITY-CODE TO WS-AUD-PRODUCT-ID.
027000     MOVE GT-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
027100     IF GT-DESCRIPTION NOT = SPACES
027200        AND GT-DESCRIPTION NOT = GR-DESCRIPTION
027300         MOVE GT-DESCRIPTION TO GR-DESCRIPTION
027400         SET WS-RECORD-CHANGED TO TRUE
027500     END-IF
027600     IF WS-NEW-DEBIT-ACCOUNT NOT = GR-DEBIT-ACCOUNT
027700         MOVE "DRACCOUNT" TO WS-AUD-FIELD-NAME
027800         MOVE GR-DEBIT-ACCOUNT TO WS-AUD-OLD-VALUE
027900         MOVE WS-NEW-DEBIT-ACCOUNT TO WS-AUD-NEW-VALUE
028000         CALL "AUDTLOG" USING WS-AUDIT-PARMS
028100         MOVE WS-NEW-DEBIT-ACCOUNT TO GR-DEBIT-ACCOUNT
028200         SET WS-RECORD-CHANGED TO TRUE
028300     END-IF
028400     IF WS-NEW-CREDIT-ACCOUNT NOT = GR-CREDIT-ACCOUNT
028500         MOVE "CRACCOUNT" TO WS-AUD-FIELD-NAME
028600         MOVE GR-CREDIT-ACCOUNT TO WS-AUD-OLD-VALUE
028700         MOVE WS-NEW-CREDIT-ACCOUNT TO WS-AUD-NEW-VALUE
028800         CALL "AUDTLOG" USING WS-AUDIT-PARMS
028900         MOVE WS-NEW-CREDIT-ACCOUNT TO GR-CREDIT-ACCOUNT
029000         SET WS-RECORD-CHANGED TO TRUE
029100     END-IF
029200     IF WS-RECORD-CHANGED
029300         REWRITE GR-RULE-RECORD
029400         ADD 1 TO WS-CHANGE-COUNT
029500     END-IF.
029600 2300-EXIT.
029700     EXIT.
029800******************************************************************
029900*    3000-FINALIZE                                               *
030000******************************************************************
030100 3000-FINALIZE.
030200     DISPLAY "GLRLMNT: ADDED=" WS-ADD-COUNT
030300         " CHANGED=" WS-CHANGE-COUNT
030400         " REJECTED=" WS-REJECT-COUNT.
030500     MOVE WS-TRAN-COUNT TO WS-RUN-RECORDS-READ.
030600     COMPUTE WS-RUN-RECORDS-WRITTEN =
030700         WS-ADD-COUNT + WS-CHANGE-COUNT.
030800     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
030900     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
031000     IF WS-GT-FILE-STATUS = "00" OR WS-GT-FILE-STATUS = "10"
031100         CLOSE RULE-TRAN-FILE
031200     END-IF
031300     IF WS-GR-OPEN
031400         CLOSE RULE-MASTER-FILE
031500     END-IF.
031600 3000-EXIT.
031700     EXIT.

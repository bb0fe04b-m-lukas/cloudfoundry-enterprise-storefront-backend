000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  TAXLOAD                                        *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     VALIDATES FINANCE'S VAT RATE FEED AND APPENDS  *
000800*                 THE ACCEPTED ROWS TO THE EFFECTIVE-DATED VAT   *
000900*                 RATE MASTER (TAXMAST), THE WAY CURRLOAD        *
001000*                 MAINTAINS THE CURRENCY RATE MASTER.  ROWS      *
001100*                 ACCUMULATE - CONSUMERS PICK THE RATE IN        *
001200*                 EFFECT ON THE TAX POINT, SO A RATE CHANGE OR   *
001300*                 A NEW TAX CODE TAKES EFFECT WITHOUT A          *
001400*                 RECOMPILE.  FEED ROWS WITH A BAD CODE, DATE    *
001500*                 OR RATE ARE REJECTED AND LISTED.  CODE "E" IS  *
001600*                 RESERVED FOR EXEMPT CUSTOMERS AND IS NEVER     *
001700*                 LOADED.                                        *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------      *
002100*    2026-10-15 ML  ORIGINAL VERSION - VAT RATE FEED LOAD.       *
002200******************************************************************
002300 PROGRAM-ID.  TAXLOAD.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TAX-FEED-FILE ASSIGN TO "TAXFEED"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-TF-FILE-STATUS.
003000     SELECT TAX-RATE-FILE ASSIGN TO "TAXMAST"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-TX-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  TAX-FEED-FILE
003600     LABEL RECORDS ARE STANDARD.
003700*    FINANCE PUBLISHES THE SAME SHAPE THE RATE MASTER KEEPS
003800 01  TF-RATE-RECORD.
003900     05  TF-TAX-CODE             PIC X(01).
004000     05  TF-EFFECTIVE-DATE       PIC 9(08).
004100     05  TF-EFF-DATE-PARTS REDEFINES TF-EFFECTIVE-DATE.
004200         10  TF-EFF-YEAR         PIC 9(04).
004300         10  TF-EFF-MONTH        PIC 9(02).
004400         10  TF-EFF-DAY          PIC 9(02).
004500     05  TF-RATE-PCT             PIC 9(03)V99.
004600     05  TF-DESCRIPTION          PIC X(20).
004700     05  FILLER                  PIC X(46).
004800 FD  TAX-RATE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY TAXRATE.
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    SWITCHES AND COUNTERS                                       *
005400******************************************************************
005500 77  WS-TF-FILE-STATUS           PIC X(02)   VALUE SPACES.
005600 77  WS-TX-FILE-STATUS           PIC X(02)   VALUE SPACES.
005700 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
005800     88  WS-EOF-YES                          VALUE 'Y'.
005900     88  WS-EOF-NO                           VALUE 'N'.
006000 77  WS-VALID-SW                 PIC X(01)   VALUE 'Y'.
006100     88  WS-RATE-VALID                       VALUE 'Y'.
006200     88  WS-RATE-INVALID                     VALUE 'N'.
006300 77  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
006400 77  WS-LOADED-COUNT             PIC 9(7) COMP VALUE 0.
006500 77  WS-REJECT-COUNT             PIC 9(7) COMP VALUE 0.
006600******************************************************************
006700*    PARAMETERS PASSED TO THE RUNSTAT SUBPROGRAM                 *
006800******************************************************************
006900 01  WS-RUNSTAT-PARMS.
007000     05  WS-RUN-PROGRAM-ID       PIC X(08)   VALUE "TAXLOAD".
007100     05  WS-RUN-RECORDS-READ     PIC 9(07)   VALUE 0.
007200     05  WS-RUN-RECORDS-WRITTEN  PIC 9(07)   VALUE 0.
007300     05  WS-RUN-RECORDS-REJECTED PIC 9(07)   VALUE 0.
007400     05  WS-RUN-RETURN-STATUS    PIC X(04)   VALUE "0000".
007500******************************************************************
007600*    PARAMETERS PASSED TO THE RUNGATE SUBPROGRAM - THE GATE      *
007700*    REFUSES OUT-OF-ORDER AND DUPLICATE RUNS                     *
007800******************************************************************
007900 01  WS-GATE-PARMS.
008000     05  WS-GATE-PROGRAM-ID      PIC X(08)   VALUE "TAXLOAD".
008100     05  WS-GATE-RESULT          PIC X(04)   VALUE SPACES.
008200 PROCEDURE DIVISION.
008300******************************************************************
008400*    0000-MAINLINE                                               *
008500******************************************************************
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008800     PERFORM 2000-LOAD-RATE-ROW THRU 2000-EXIT
008900         UNTIL WS-EOF-YES.
009000     PERFORM 3000-FINALIZE THRU 3000-EXIT.
009100     STOP RUN.
009200******************************************************************
009300*    1000-INITIALIZE - OPENS THE FEED AND OPENS THE RATE MASTER  *
009400*    FOR EXTEND SO PRIOR RATE CHANGES ARE PRESERVED              *
009500******************************************************************
009600 1000-INITIALIZE.
009700     CALL "RUNGATE" USING WS-GATE-PARMS.
009800     IF WS-GATE-RESULT NOT = "0000"
009900         SET WS-EOF-YES TO TRUE
010000         MOVE WS-GATE-RESULT TO WS-RUN-RETURN-STATUS
010100         GO TO 1000-EXIT
010200     END-IF
010300     OPEN INPUT TAX-FEED-FILE.
010400     IF WS-TF-FILE-STATUS NOT = "00"
010500         DISPLAY "TAXLOAD: UNABLE TO OPEN TAX-FEED-FILE, "
010600             "STATUS=" WS-TF-FILE-STATUS
010700         SET WS-EOF-YES TO TRUE
010800         MOVE "0012" TO WS-RUN-RETURN-STATUS
010900         GO TO 1000-EXIT
011000     END-IF
011100     OPEN EXTEND TAX-RATE-FILE.
011200     IF WS-TX-FILE-STATUS NOT = "00"
011300         DISPLAY "TAXLOAD: UNABLE TO OPEN TAX-RATE-FILE, "
011400             "STATUS=" WS-TX-FILE-STATUS
011500         SET WS-EOF-YES TO TRUE
011600         MOVE "0012" TO WS-RUN-RETURN-STATUS
011700         GO TO 1000-EXIT
011800     END-IF
011900     PERFORM 1100-READ-NEXT-FEED-ROW THRU 1100-EXIT.
012000 1000-EXIT.
012100     EXIT.
012200******************************************************************
012300*    1100-READ-NEXT-FEED-ROW                                     *
012400******************************************************************
012500 1100-READ-NEXT-FEED-ROW.
012600     READ TAX-FEED-FILE
012700         AT END
012800             SET WS-EOF-YES TO TRUE
012900     END-READ.
013000 1100-EXIT.
013100     EXIT.
013200******************************************************************
013300*    2000-LOAD-RATE-ROW - VALIDATES ONE FEED ROW, APPENDS IT TO  *
013400*    THE RATE MASTER OR LISTS THE REJECT, AND READS AHEAD        *
013500******************************************************************
013600 2000-LOAD-RATE-ROW.
013700     PERFORM 2100-VALIDATE-FEED-ROW THRU 2100-EXIT.
013800     IF WS-RATE-INVALID
013900         DISPLAY "TAXLOAD: REJECTED " TF-TAX-CODE " "
014000             TF-EFFECTIVE-DATE " - " WS-REJECT-REASON
014100         ADD 1 TO WS-REJECT-COUNT
014200     ELSE
014300         MOVE SPACES TO TX-RATE-RECORD
014400         MOVE TF-TAX-CODE TO TX-TAX-CODE
014500         MOVE TF-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
014600         MOVE TF-RATE-PCT TO TX-RATE-PCT
014700         MOVE TF-DESCRIPTION TO TX-DESCRIPTION
014800         WRITE TX-RATE-RECORD
014900         ADD 1 TO WS-LOADED-COUNT
015000     END-IF
015100     PERFORM 1100-READ-NEXT-FEED-ROW THRU 1100-EXIT.
015200 2000-EXIT.
015300     EXIT.
015400******************************************************************
015500*    2100-VALIDATE-FEED-ROW - A ROW NEEDS AN ALPHABETIC CODE     *
015600*    OTHER THAN THE RESERVED EXEMPT CODE, A PLAUSIBLE NUMERIC    *
015700*    EFFECTIVE DATE AND A NUMERIC RATE UNDER 100 PER CENT.  A    *
015800*    ZERO RATE IS ALLOWED - ZERO-RATED GOODS STILL REPORT.       *
015900******************************************************************
016000 2100-VALIDATE-FEED-ROW.
016100     SET WS-RATE-VALID TO TRUE.
016200     IF TF-TAX-CODE = SPACES
016300        OR TF-TAX-CODE NOT ALPHABETIC
016400         SET WS-RATE-INVALID TO TRUE
016500         MOVE "TAX CODE NOT ALPHABETIC" TO WS-REJECT-REASON
016600         GO TO 2100-EXIT
016700     END-IF
016800     IF TF-TAX-CODE = "E"
016900         SET WS-RATE-INVALID TO TRUE
017000         MOVE "CODE E RESERVED FOR EXEMPT" TO WS-REJECT-REASON
017100         GO TO 2100-EXIT
017200     END-IF
017300     IF TF-EFFECTIVE-DATE NOT NUMERIC
017400         SET WS-RATE-INVALID TO TRUE
017500         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
017600         GO TO 2100-EXIT
017700     END-IF
017800     IF TF-EFF-MONTH < 1 OR TF-EFF-MONTH > 12
017900        OR TF-EFF-DAY < 1 OR TF-EFF-DAY > 31
018000        OR TF-EFF-YEAR < 2000
018100         SET WS-RATE-INVALID TO TRUE
018200         MOVE "EFFECTIVE DATE IMPLAUSIBLE" TO WS-REJECT-REASON
018300         GO TO 2100-EXIT
018400     END-IF
018500     IF TF-RATE-PCT NOT NUMERIC
018600         SET WS-RATE-INVALID TO TRUE
018700         MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
018800         GO TO 2100-EXIT
018900     END-IF
019000     IF TF-RATE-PCT NOT < 100
019100         SET WS-RATE-INVALID TO TRUE
019200         MOVE "RATE NOT UNDER 100 PER CENT" TO WS-REJECT-REASON
019300     END-IF.
019400 2100-EXIT.
019500     EXIT.
019600******************************************************************
019700*    3000-FINALIZE                                               *
019800******************************************************************
019900 3000-FINALIZE.
020000     DISPLAY "TAXLOAD: LOADED=" WS-LOADED-COUNT
020100         " REJECTED=" WS-REJECT-COUNT.
020200     COMPUTE WS-RUN-RECORDS-READ =
020300         WS-LOADED-COUNT + WS-REJECT-COUNT.
020400     MOVE WS-LOADED-COUNT TO WS-RUN-RECORDS-WRITTEN.
020500     MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED.
020600     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
020700     IF WS-TF-FILE-STATUS = "00" OR WS-TF-FILE-STATUS = "10"
020800         CLOSE TAX-FEED-FILE
020900     END-IF
021000     IF WS-TX-FILE-STATUS = "00"
021100         CLOSE TAX-RATE-FILE
021200     END-IF.
021300 3000-EXIT.
021400     EXIT.

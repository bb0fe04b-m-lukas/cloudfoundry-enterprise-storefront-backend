000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID.  STKMVLOG                                       *
000400*    AUTHOR.      M. LUKAS, CATALOG SYSTEMS GROUP                *
000500*    INSTALLATION. CLOUDFOUNDRY ENTERPRISE STOREFRONT            *
000600*    DATE-WRITTEN. 2026-10-15                                    *
000700*    REMARKS.     CALLED SUBPROGRAM THAT WRITES ONE ROW TO THE   *
000800*                 STOCK MOVEMENT LEDGER FOR A SINGLE CHANGE TO   *
000900*                 SM-QTY-ON-HAND.  CALLED BY EVERY PROGRAM THAT  *
001000*                 WRITES OR REWRITES A STOCK ROW (ORDALLOC,      *
001100*                 BORELEAS, WMSIMPRT, RETPROC, EXCPDISP AND      *
001200*                 STKBUILD) RIGHT AFTER THE STOCK ROW IS         *
001300*                 WRITTEN, SO THE LEDGER CAN BE ROLLED FORWARD   *
001400*                 TO THE STOCK FILE AT MONTH END (STKROLL).      *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ------------------------------------------------------      *
001800*    2026-10-15 ML  ORIGINAL VERSION.                            *
001900******************************************************************
002000 PROGRAM-ID.  STKMVLOG.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS SV-MOVE-KEY
002800         FILE STATUS IS WS-SV-FILE-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  STOCK-MOVE-FILE
003200     LABEL RECORDS ARE STANDARD.
003300     COPY STKMOVE.
003400 WORKING-STORAGE SECTION.
003500******************************************************************
003600*    THE LEDGER IS OPENED ONCE, ON THE FIRST CALL, AND LEFT      *
003700*    OPEN FOR THE REST OF THE RUN UNIT THE SAME WAY AUDTLOG      *
003800*    KEEPS ITS LOG OPEN.  THE SEQUENCE COUNTS THE ROWS THIS RUN  *
003900*    HAS WRITTEN AND KEEPS THE KEY UNIQUE WHEN TWO MOVES LAND    *
004000*    IN THE SAME HUNDREDTH OF A SECOND.                          *
004100******************************************************************
004200 77  WS-SV-FILE-STATUS           PIC X(02)   VALUE SPACES.
004300 77  WS-FIRST-CALL-SW            PIC X(01)   VALUE 'Y'.
004400     88  WS-FIRST-CALL                       VALUE 'Y'.
004500     88  WS-NOT-FIRST-CALL                   VALUE 'N'.
004600 77  WS-LEDGER-OPEN-SW           PIC X(01)   VALUE 'N'.
004700     88  WS-LEDGER-OPEN                      VALUE 'Y'.
004800     88  WS-LEDGER-NOT-OPEN                  VALUE 'N'.
004900 77  WS-WRITTEN-SW               PIC X(01)   VALUE 'N'.
005000     88  WS-ROW-WRITTEN                      VALUE 'Y'.
005100     88  WS-ROW-NOT-WRITTEN                  VALUE 'N'.
005200 77  WS-RUN-SEQUENCE             PIC 9(04)   VALUE 0.
005300 77  WS-RETRY-COUNT              PIC 9(03) COMP VALUE 0.
005400 77  WS-CURR-DATE                PIC 9(08)   VALUE 0.
005500 77  WS-CURR-TIME                PIC 9(08)   VALUE 0.
005600 LINKAGE SECTION.
005700 01  LK-MOVE-PARMS.
005800     05  LK-PRODUCT-ID           PIC X(10).
005900     05  LK-WAREHOUSE-ID         PIC X(02).
006000     05  LK-MOVE-TYPE            PIC X(01).
006100     05  LK-QUANTITY             PIC S9(07).
006200     05  LK-QTY-AFTER            PIC 9(07).
006300     05  LK-SOURCE-PROGRAM       PIC X(08).
006400     05  LK-REFERENCE            PIC X(12).
006500 PROCEDURE DIVISION USING LK-MOVE-PARMS.
006600******************************************************************
006700*    0000-MAINLINE                                               *
006800******************************************************************
006900 0000-MAINLINE.
007000     IF WS-FIRST-CALL
007100         PERFORM 1000-OPEN-LEDGER THRU 1000-EXIT
007200         SET WS-NOT-FIRST-CALL TO TRUE
007300     END-IF
007400     IF WS-LEDGER-OPEN
007500         PERFORM 2000-WRITE-MOVEMENT THRU 2000-EXIT
007600     END-IF.
007700     GOBACK.
007800******************************************************************
007900*    1000-OPEN-LEDGER - OPENS THE MOVEMENT LEDGER I-O.  A        *
008000*    LEDGER THAT CANNOT BE OPENED IS REPORTED AND SKIPPED - THE  *
008100*    STOCK UPDATE IN THE CALLER STILL STANDS, AND THE MONTH-END  *
008200*    ROLL-FORWARD WILL SHOW THE GAP.                             *
008300******************************************************************
008400 1000-OPEN-LEDGER.
008500     OPEN I-O STOCK-MOVE-FILE.
008600     IF WS-SV-FILE-STATUS = "00"
008700         SET WS-LEDGER-OPEN TO TRUE
008800     ELSE
008900         DISPLAY "STKMVLOG: UNABLE TO OPEN STOCK-MOVE-FILE, "
009000             "STATUS=" WS-SV-FILE-STATUS
009100         SET WS-LEDGER-NOT-OPEN TO TRUE
009200     END-IF.
009300 1000-EXIT.
009400     EXIT.
009500******************************************************************
009600*    2000-WRITE-MOVEMENT - BUILDS THE ROW AND WRITES IT, TAKING  *
009700*    THE NEXT SEQUENCE NUMBER IF THE KEY IS ALREADY ON FILE      *
009800*    FROM AN EARLIER RUN IN THE SAME HUNDREDTH OF A SECOND.      *
009900******************************************************************
010000 2000-WRITE-MOVEMENT.
010100     MOVE SPACES TO SV-MOVE-RECORD.
010200     MOVE LK-PRODUCT-ID TO SV-PRODUCT-ID.
010300     MOVE LK-WAREHOUSE-ID TO SV-WAREHOUSE-ID.
010400     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
010500     ACCEPT WS-CURR-TIME FROM TIME.
010600     MOVE WS-CURR-DATE TO SV-MOVE-DATE.
010700     MOVE WS-CURR-TIME TO SV-MOVE-TIME.
010800     MOVE LK-MOVE-TYPE TO SV-MOVE-TYPE.
010900     MOVE LK-QUANTITY TO SV-QUANTITY.
011000     MOVE LK-QTY-AFTER TO SV-QTY-AFTER.
011100     MOVE LK-SOURCE-PROGRAM TO SV-SOURCE-PROGRAM.
011200     MOVE LK-REFERENCE TO SV-REFERENCE.
011300     MOVE 0 TO WS-RETRY-COUNT.
011400     SET WS-ROW-NOT-WRITTEN TO TRUE.
011500     PERFORM 2100-WRITE-ROW THRU 2100-EXIT
011600         UNTIL WS-ROW-WRITTEN
011700            OR WS-RETRY-COUNT > 100.
011800     IF WS-ROW-NOT-WRITTEN
011900         DISPLAY "STKMVLOG: MOVEMENT NOT LOGGED FOR "
012000             LK-PRODUCT-ID "/" LK-WAREHOUSE-ID
012100             " - STATUS=" WS-SV-FILE-STATUS
012200     END-IF.
012300 2000-EXIT.
012400     EXIT.
012500******************************************************************
012600*    2100-WRITE-ROW                                              *
012700******************************************************************
012800 2100-WRITE-ROW.
012900     ADD 1 TO WS-RUN-SEQUENCE.
013000     MOVE WS-RUN-SEQUENCE TO SV-SEQUENCE.
013100     WRITE SV-MOVE-RECORD
013200         INVALID KEY
013300             ADD 1 TO WS-RETRY-COUNT
013400             IF WS-SV-FILE-STATUS NOT = "22"
013500                 MOVE 999 TO WS-RETRY-COUNT
013600             END-IF
013700             GO TO 2100-EXIT
013800     END-WRITE
013900     SET WS-ROW-WRITTEN TO TRUE.
014000 2100-EXIT.
014100     EXIT.

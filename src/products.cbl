001698*                   BASE PM-PRICE IS LEFT UNTOUCHED.             *
001699*    2026-09-02 ML  CONSULT THE BATCH-WINDOW SEQUENCING          *
001700*                   GATE (RUNGATE) AT STARTUP.                   *
001701*    2026-10-15 ML  FEED ONLY WHAT CHANGED SINCE THE LAST RUN -  *
001702*                   ADDED, CHANGED AND RETIRED PRODUCTS AGAINST  *
001703*                   A SNAPSHOT OF WHAT WAS LAST PUBLISHED, EACH  *
001704*                   WITH AN AVAILABILITY BAND (STOCK ROLLUP LESS *
001705*                   OPEN BACKORDERS).  PARM FULL FORCES A        *
001706*                   COMPLETE REFRESH.  THE FEED AND SNAPSHOT ARE *
001707*                   WRITTEN ONLY AT CHECKPOINTS SO A RESTART     *
001708*                   NEVER PUBLISHES AN ENTRY TWICE.              *
001710******************************************************************
001800 PROGRAM-ID.  DEMO.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002680     SELECT PROMO-FILE ASSIGN TO "PROMOFIL"
002685         ORGANIZATION IS SEQUENTIAL
002690         FILE STATUS IS WS-PP-FILE-STATUS.
002691     SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
002692         ORGANIZATION IS INDEXED
002693         ACCESS MODE IS SEQUENTIAL
002694         RECORD KEY IS SM-STOCK-KEY
002695         FILE STATUS IS WS-SM-FILE-STATUS.
002696     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
002697         ORGANIZATION IS SEQUENTIAL
002698         FILE STATUS IS WS-BO-FILE-STATUS.
002699     SELECT OLD-SNAPSHOT-FILE ASSIGN TO "CATSNAP"
002700         ORGANIZATION IS SEQUENTIAL
002701         FILE STATUS IS WS-OS-FILE-STATUS.
002702     SELECT NEW-SNAPSHOT-FILE ASSIGN TO "CATSNEW"
002703         ORGANIZATION IS SEQUENTIAL
002704         FILE STATUS IS WS-NS-FILE-STATUS.
002705     SELECT FEED-FILE ASSIGN TO "CATDELTA"
002706         ORGANIZATION IS SEQUENTIAL
002707         FILE STATUS IS WS-FD-FILE-STATUS.
002710 DATA DIVISION.
002800 FILE SECTION.
002900 FD  PRODUCT-MASTER-FILE
003000     LABEL RECORDS ARE STANDARD.
003130 01  CHKPT-RECORD.
003140     05  CHKPT-LAST-KEY          PIC X(10).
003150     05  CHKPT-REC-COUNT         PIC 9(7).
003155     05  CHKPT-ENTRY-COUNT       PIC 9(7).
003160     05  CHKPT-FEED-TYPE         PIC X(01).
003165     05  FILLER                  PIC X(55).
003170 FD  RATE-MASTER-FILE
003180     LABEL RECORDS ARE STANDARD.
003190     COPY CURRATE.
003192 FD  PROMO-FILE
003194     LABEL RECORDS ARE STANDARD.
003196     COPY PROMOREC.
003197 FD  STOCK-MASTER-FILE
003198     LABEL RECORDS ARE STANDARD.
003199     COPY STOCKREC.
003200 FD  BACKORDER-FILE
003201     LABEL RECORDS ARE STANDARD.
003202     COPY BORDREC.
003203 FD  OLD-SNAPSHOT-FILE
003204     LABEL RECORDS ARE STANDARD.
003205     COPY CATSNAP.
003206 FD  NEW-SNAPSHOT-FILE
003207     LABEL RECORDS ARE STANDARD.
003208 01  NEW-SNAPSHOT-RECORD         PIC X(100).
003209 FD  FEED-FILE
003210     LABEL RECORDS ARE STANDARD.
003211 01  FEED-RECORD                 PIC X(256).
003220 WORKING-STORAGE SECTION.
003300******************************************************************
003400*    SWITCHES AND COUNTERS                                       *
003500******************************************************************
003700 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
003800     88  WS-EOF-YES                      VALUE 'Y'.
003900     88  WS-EOF-NO                       VALUE 'N'.
004300 77  WS-REC-COUNT            PIC 9(7) COMP VALUE 0.
004310******************************************************************
004320*    CHECKPOINT/RESTART WORK AREAS                         *
004445 77  WS-FILE-OPEN-SW          PIC X(01)   VALUE 'N'.
004446     88  WS-FILE-OPEN                     VALUE 'Y'.
004447     88  WS-FILE-NOT-OPEN                 VALUE 'N'.
004448 77  WS-RESUMED-SW            PIC X(01)   VALUE 'N'.
004449     88  WS-RESUMED-YES                   VALUE 'Y'.
004450     88  WS-RESUMED-NO                    VALUE 'N'.
004451 77  WS-COMMIT-KEY            PIC X(10)   VALUE SPACES.
004452 77  WS-COMMIT-SW             PIC X(01)   VALUE 'N'.
004453     88  WS-COMMIT-DUE                    VALUE 'Y'.
004454     88  WS-COMMIT-NOT-DUE                VALUE 'N'.
004400******************************************************************
004500*    JSON OUTPUT LINE BUILD AREA                                 *
004600******************************************************************
004700 77  WS-JSON-LINE            PIC X(256)  VALUE SPACES.
004800 77  WS-JSON-PTR             PIC 9(4) COMP VALUE 1.
004801******************************************************************
004802*    DELTA FEED WORK AREAS - THE PRODUCT MASTER AND THE PRIOR    *
004803*    SNAPSHOT ARE MATCHED ON PRODUCT-ID; AN EXHAUSTED FILE       *
004804*    HOLDS HIGH-VALUES IN ITS KEY SO THE OTHER SIDE DRAINS.      *
004805*    THE SNAPSHOT SIDE STARTS EXHAUSTED AND IS ONLY OPENED FOR   *
004806*    A DELTA RUN.                                                *
004807******************************************************************
004808 77  WS-FEED-TYPE-SW          PIC X(01)   VALUE 'D'.
004809     88  WS-FEED-DELTA                    VALUE 'D'.
004810     88  WS-FEED-FULL                     VALUE 'F'.
004811 77  WS-FEED-TYPE-TEXT        PIC X(05)   VALUE SPACES.
004812 77  WS-PM-KEY                PIC X(10)   VALUE HIGH-VALUES.
004813 77  WS-SNAP-KEY              PIC X(10)   VALUE HIGH-VALUES.
004814 77  WS-SNAP-EOF-SW           PIC X(01)   VALUE 'Y'.
004815     88  WS-SNAP-EOF-YES                  VALUE 'Y'.
004816     88  WS-SNAP-EOF-NO                   VALUE 'N'.
004817 77  WS-OS-FILE-STATUS        PIC X(02)   VALUE SPACES.
004818 77  WS-OS-OPEN-SW            PIC X(01)   VALUE 'N'.
004819     88  WS-OS-OPEN                       VALUE 'Y'.
004820     88  WS-OS-NOT-OPEN                   VALUE 'N'.
004821 77  WS-NS-FILE-STATUS        PIC X(02)   VALUE SPACES.
004822 77  WS-FD-FILE-STATUS        PIC X(02)   VALUE SPACES.
004823 77  WS-OUTPUT-OPEN-SW        PIC X(01)   VALUE 'N'.
004824     88  WS-OUTPUT-OPEN                   VALUE 'Y'.
004825     88  WS-OUTPUT-NOT-OPEN               VALUE 'N'.
004826 77  WS-ENTRY-COUNT           PIC 9(7) COMP VALUE 0.
004827 77  WS-ADDED-COUNT           PIC 9(7) COMP VALUE 0.
004828 77  WS-CHANGED-COUNT         PIC 9(7) COMP VALUE 0.
004829 77  WS-RETIRED-COUNT         PIC 9(7) COMP VALUE 0.
004830 77  WS-UNCHANGED-COUNT       PIC 9(7) COMP VALUE 0.
004831 77  WS-ENTRY-ACTION          PIC X(06)   VALUE SPACES.
004832 77  WS-ENTRY-ID              PIC X(10)   VALUE SPACES.
004833 77  WS-ENTRY-NAME            PIC X(30)   VALUE SPACES.
004834 77  WS-ENTRY-BRAND           PIC X(20)   VALUE SPACES.
004835 77  WS-AVAIL-TEXT            PIC X(12)   VALUE SPACES.
004836******************************************************************
004837*    VALUES PUBLISHED FOR THE CURRENT PRODUCT - SAME LAYOUT AS   *
004838*    THE SNAPSHOT RECORD (SEE CATSNAP) SO IT IS QUEUED AS IS     *
004839******************************************************************
004840 01  WS-PUB-VALUES.
004841     05  WS-PUB-PRODUCT-ID       PIC X(10).
004842     05  WS-PUB-NAME             PIC X(30).
004843     05  WS-PUB-BRAND            PIC X(20).
004844     05  WS-PUB-PRICE            PIC 9(5)V99.
004845     05  WS-PUB-CURRENCY-CODE    PIC X(03).
004846     05  WS-PUB-AVAIL-STATUS     PIC X(01).
004847         88  WS-PUB-IN-STOCK                 VALUE "I".
004848         88  WS-PUB-LOW                      VALUE "L".
004849         88  WS-PUB-OUT                      VALUE "O".
004850     05  WS-PUB-DATE             PIC 9(08).
004851     05  FILLER                  PIC X(21)   VALUE SPACES.
004852******************************************************************
004853*    COMMIT QUEUES - FEED ENTRIES AND SNAPSHOT ROWS ARE HELD     *
004854*    HERE UNTIL THE NEXT CHECKPOINT AND WRITTEN JUST AHEAD OF    *
004855*    IT, SO EVERYTHING ON THE FEED IS COVERED BY A COMMITTED     *
004856*    KEY AND A RESTART PICKS UP EXACTLY WHERE THE OUTPUT ENDS.   *
004857*    ONE MATCH STEP QUEUES AT MOST ONE OF EACH, AND A CHECKPOINT *
004858*    IS FORCED WHEN THE FEED QUEUE FILLS.                        *
004859******************************************************************
004860 77  WS-QUEUE-MAX             PIC 9(3) COMP VALUE 50.
004861 77  WS-DQ-COUNT              PIC 9(3) COMP VALUE 0.
004862 77  WS-SQ-COUNT              PIC 9(3) COMP VALUE 0.
004863 77  WS-QUEUE-SUB             PIC 9(3) COMP VALUE 0.
004864 01  WS-DELTA-QUEUE.
004865     05  WS-DQ-LINE              PIC X(256) OCCURS 50 TIMES.
004866 01  WS-SNAP-QUEUE.
004867     05  WS-SQ-RECORD            PIC X(100) OCCURS 50 TIMES.
004868******************************************************************
004869*    AVAILABILITY WORK AREAS - THE STOCK MASTER IS READ IN STEP  *
004870*    WITH THE PRODUCT MASTER (BOTH ARE IN PRODUCT-ID ORDER) AND  *
004871*    ITS WAREHOUSE ROWS SUMMED PER PRODUCT                       *
004872******************************************************************
004873 77  WS-SM-FILE-STATUS        PIC X(02)   VALUE SPACES.
004874 77  WS-SM-EOF-SW             PIC X(01)   VALUE 'N'.
004875     88  WS-SM-EOF-YES                    VALUE 'Y'.
004876     88  WS-SM-EOF-NO                     VALUE 'N'.
004877 77  WS-SM-OPEN-SW            PIC X(01)   VALUE 'N'.
004878     88  WS-SM-OPEN                       VALUE 'Y'.
004879     88  WS-SM-NOT-OPEN                   VALUE 'N'.
004880 77  WS-STOCK-ROLLUP          PIC 9(8)    VALUE 0.
004881 77  WS-QTY-BACKORDERED       PIC 9(7)    VALUE 0.
004882 77  WS-QTY-AVAILABLE         PIC S9(8)   VALUE 0.
004883 77  WS-LOW-LEVEL             PIC 9(7)    VALUE 0.
004884******************************************************************
004885*    IN-MEMORY BACKORDER TABLE - OPEN BACKORDER QUANTITY BY      *
004886*    PRODUCT, LOADED ONCE AT STARTUP                             *
004887******************************************************************
004888 77  WS-BO-FILE-STATUS        PIC X(02)   VALUE SPACES.
004889 77  WS-BO-EOF-SW             PIC X(01)   VALUE 'N'.
004890     88  WS-BO-EOF-YES                    VALUE 'Y'.
004891     88  WS-BO-EOF-NO                     VALUE 'N'.
004892 77  WS-BO-COUNT              PIC 9(5) COMP VALUE 0.
004893 01  WS-BACKORDER-TABLE.
004894     05  WS-BO-ENTRY OCCURS 1 TO 10000 TIMES
004895                     DEPENDING ON WS-BO-COUNT
004896                     INDEXED BY WS-BO-IDX.
004897         10  WS-BO-PRODUCT-ID    PIC X(10).
004898         10  WS-BO-QTY           PIC 9(7).
004900******************************************************************
005000*    GENERIC TRIM WORK AREAS - USED TO STRIP TRAILING BLANKS     *
005100*    FROM NAME/BRAND AND LEADING BLANKS FROM THE EDITED PRICE    *
006100******************************************************************
006200 0000-MAINLINE.
006300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006400     PERFORM 2000-BUILD-CATALOG-DELTA THRU 2000-EXIT
006500         UNTIL WS-EOF-YES AND WS-SNAP-EOF-YES.
006600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
006700     STOP RUN.
006800******************************************************************
006900*    1000-INITIALIZE - OPEN THE PRODUCT MASTER, LOAD THE         *
007000*    LOOKUP TABLES AND OPEN THE FEED                             *
007100******************************************************************
007200 1000-INITIALIZE.
007201     CALL "RUNGATE" USING WS-GATE-PARMS.
007230         IF LK-PARM-TEXT(1:7) = "RESTART"
007240             SET WS-RESTART-YES TO TRUE
007250         END-IF
007252         IF LK-PARM-TEXT(1:4) = "FULL"
007254             SET WS-FEED-FULL TO TRUE
007256         END-IF
007260     END-IF
007300     OPEN INPUT PRODUCT-MASTER-FILE.
007400     IF WS-PM-FILE-STATUS NOT = "00"
007800         GO TO 1000-EXIT
007900     END-IF
007905     SET WS-FILE-OPEN TO TRUE.
007935     PERFORM 1050-LOAD-CURRENCY-TABLE THRU 1050-EXIT
007937     PERFORM 1070-LOAD-PROMO-TABLE THRU 1070-EXIT
007938     PERFORM 1300-LOAD-BACKORDER-TABLE THRU 1300-EXIT
007940     PERFORM 1150-OPEN-CHECKPOINT-FILE THRU 1150-EXIT.
007990     PERFORM 1400-OPEN-STOCK-MASTER THRU 1400-EXIT.
008040     IF WS-FEED-DELTA
008090         PERFORM 1190-OPEN-OLD-SNAPSHOT THRU 1190-EXIT
008140     END-IF
008190     IF WS-RUN-RETURN-STATUS = "0000"
008240         PERFORM 1450-OPEN-FEED-FILES THRU 1450-EXIT
008290     END-IF.
008400 1000-EXIT.
008500     EXIT.
008510******************************************************************
008515*    1150-OPEN-CHECKPOINT-FILE - ON A NORMAL RUN, OPENS A FRESH  *
008520*    CHECKPOINT FILE AND PRIMES THE FIRST PRODUCT READ.  ON A    *
008525*    RESTART RUN, READS THE PRIOR CHECKPOINT FILE TO FIND THE    *
008530*    LAST COMMITTED KEY AND STARTS PRODUCT-MASTER-FILE JUST      *
008535*    PAST IT, SO A RESTART SKIPS THE WORK A PRIOR RUN ALREADY    *
008540*    COMMITTED RATHER THAN REREADING THE WHOLE CATALOG.  THE     *
008545*    FEED AND SNAPSHOT ARE ONLY WRITTEN AT A CHECKPOINT, SO THE  *
008550*    RESTART EXTENDS THE FAILED RUN'S OUTPUT FROM EXACTLY THAT   *
008555*    POINT (SEE 1450) AND THE FEED TYPE AND ENTRY COUNT CARRY    *
008560*    ON FROM THE CHECKPOINT.  THEN REOPENS THE CHECKPOINT FILE   *
008565*    FOR EXTEND SO FURTHER CHECKPOINTS ARE APPENDED.             *
008570******************************************************************
008580 1150-OPEN-CHECKPOINT-FILE.
008590     IF WS-RESTART-NO
008745         PERFORM 1100-READ-NEXT-PRODUCT THRU 1100-EXIT
008748         GO TO 1150-EXIT
008749     END-IF
008769     SET WS-RESUMED-YES TO TRUE
008800     DISPLAY "DEMO: RESTARTING - SKIPPING TO THE PRODUCT AFTER "
008810         "LAST COMMITTED KEY " WS-LAST-COMMITTED-KEY
008816     DISPLAY "DEMO: RESTART EXTENDS THE FEED AND SNAPSHOT "
008822         "WRITTEN UP TO THAT CHECKPOINT"
008830     MOVE WS-LAST-COMMITTED-KEY TO PM-PRODUCT-ID.
008831     START PRODUCT-MASTER-FILE KEY IS GREATER THAN PM-PRODUCT-ID
008832         INVALID KEY
008940         NOT AT END
008950             MOVE CHKPT-LAST-KEY TO WS-LAST-COMMITTED-KEY
008960             MOVE CHKPT-REC-COUNT TO WS-REC-COUNT
008963             MOVE CHKPT-ENTRY-COUNT TO WS-ENTRY-COUNT
008966             MOVE CHKPT-FEED-TYPE TO WS-FEED-TYPE-SW
008970     END-READ.
008980 1160-EXIT.
008990     EXIT.
009000     READ PRODUCT-MASTER-FILE NEXT RECORD
009100         AT END
009200             SET WS-EOF-YES TO TRUE
009220             MOVE HIGH-VALUES TO WS-PM-KEY
009240         NOT AT END
009260             MOVE PM-PRODUCT-ID TO WS-PM-KEY
009300     END-READ.
009400 1100-EXIT.
009500     EXIT.
011100     ADD 1 TO WS-LTRIM-POS.
011200 1260-EXIT.
011300     EXIT.
011310******************************************************************
011320*    1190-OPEN-OLD-SNAPSHOT - OPENS THE SNAPSHOT THE LAST RUN    *
011330*    PUBLISHED AND SKIPS THE PRODUCTS A RESTARTED RUN HAS        *
011340*    ALREADY COMMITTED.  WITH NO SNAPSHOT THERE IS NOTHING TO    *
011350*    COMPARE AGAINST, SO A FRESH RUN PUBLISHES IN FULL; A        *
011360*    RESTARTED DELTA CANNOT CONTINUE WITHOUT IT.                 *
011370******************************************************************
011380 1190-OPEN-OLD-SNAPSHOT.
011390     OPEN INPUT OLD-SNAPSHOT-FILE.
011400     IF WS-OS-FILE-STATUS NOT = "00"
011410         IF WS-RESUMED-YES
011420             DISPLAY "DEMO: UNABLE TO OPEN PRIOR SNAPSHOT, "
011430                 "STATUS=" WS-OS-FILE-STATUS
011440                 " - RESTARTED DELTA CANNOT CONTINUE"
011450             SET WS-EOF-YES TO TRUE
011460             MOVE "0012" TO WS-RUN-RETURN-STATUS
011470             GO TO 1190-EXIT
011480         END-IF
011490         DISPLAY "DEMO: NO PRIOR SNAPSHOT (STATUS="
011500             WS-OS-FILE-STATUS "), PUBLISHING A FULL REFRESH"
011510         SET WS-FEED-FULL TO TRUE
011520         GO TO 1190-EXIT
011530     END-IF
011540     SET WS-OS-OPEN TO TRUE.
011550     SET WS-SNAP-EOF-NO TO TRUE.
011560     PERFORM 1195-READ-NEXT-SNAPSHOT THRU 1195-EXIT.
011570     PERFORM 1195-READ-NEXT-SNAPSHOT THRU 1195-EXIT
011580         UNTIL WS-SNAP-KEY > WS-LAST-COMMITTED-KEY.
011590 1190-EXIT.
011600     EXIT.
011610******************************************************************
011620*    1195-READ-NEXT-SNAPSHOT                                     *
011630******************************************************************
011640 1195-READ-NEXT-SNAPSHOT.
011650     READ OLD-SNAPSHOT-FILE
011660         AT END
011670             SET WS-SNAP-EOF-YES TO TRUE
011680             MOVE HIGH-VALUES TO WS-SNAP-KEY
011690         NOT AT END
011700             MOVE CS-PRODUCT-ID TO WS-SNAP-KEY
011710     END-READ.
011720 1195-EXIT.
011730     EXIT.
011740******************************************************************
011750*    1300-LOAD-BACKORDER-TABLE - SUMS OPEN BACKORDER QUANTITIES  *
011760*    BY PRODUCT.  A MISSING OR EMPTY BACKORDER FILE IS NOT AN    *
011770*    ERROR - THE RUN PROCEEDS WITH NOTHING BACKORDERED.          *
011780******************************************************************
011790 1300-LOAD-BACKORDER-TABLE.
011800     OPEN INPUT BACKORDER-FILE.
011810     IF WS-BO-FILE-STATUS NOT = "00"
011820         DISPLAY "DEMO: NO BACKORDER FILE (STATUS="
011830             WS-BO-FILE-STATUS "), ASSUMING NO OPEN BACKORDERS"
011840         SET WS-BO-EOF-YES TO TRUE
011850         GO TO 1300-EXIT
011860     END-IF
011870     PERFORM 1320-READ-NEXT-BACKORDER THRU 1320-EXIT.
011880     PERFORM 1340-TALLY-BACKORDER THRU 1340-EXIT
011890         UNTIL WS-BO-EOF-YES
011900            OR WS-BO-COUNT = 10000.
011910     IF WS-BO-EOF-NO
011920         DISPLAY "DEMO: WARNING - MORE THAN 10000 "
011930             "BACKORDERED PRODUCTS, TABLE TRUNCATED"
011940     END-IF
011950     CLOSE BACKORDER-FILE.
011960 1300-EXIT.
011970     EXIT.
011980******************************************************************
011990*    1320-READ-NEXT-BACKORDER                                    *
012000******************************************************************
012010 1320-READ-NEXT-BACKORDER.
012020     READ BACKORDER-FILE
012030         AT END
012040             SET WS-BO-EOF-YES TO TRUE
012050     END-READ.
012060 1320-EXIT.
012070     EXIT.
012080******************************************************************
012090*    1340-TALLY-BACKORDER - ADDS ONE BACKORDER RECORD'S SHORT    *
012100*    QUANTITY INTO ITS PRODUCT'S TABLE ENTRY, CREATING THE       *
012110*    ENTRY ON FIRST SIGHT, THEN READS AHEAD                      *
012120******************************************************************
012130 1340-TALLY-BACKORDER.
012140     SET WS-BO-IDX TO 1.
012150     SEARCH WS-BO-ENTRY
012160         AT END
012170             ADD 1 TO WS-BO-COUNT
012180             SET WS-BO-IDX TO WS-BO-COUNT
012190             MOVE BO-PRODUCT-ID TO WS-BO-PRODUCT-ID(WS-BO-IDX)
012200             MOVE 0 TO WS-BO-QTY(WS-BO-IDX)
012210         WHEN WS-BO-PRODUCT-ID(WS-BO-IDX) = BO-PRODUCT-ID
012220             CONTINUE
012230     END-SEARCH.
012240     ADD BO-QTY-SHORT TO WS-BO-QTY(WS-BO-IDX).
012250     PERFORM 1320-READ-NEXT-BACKORDER THRU 1320-EXIT.
012260 1340-EXIT.
012270     EXIT.
012280******************************************************************
012290*    1400-OPEN-STOCK-MASTER - OPENS THE PER-WAREHOUSE STOCK      *
012300*    MASTER AND PRIMES ITS FIRST READ.  WITHOUT IT THE PRODUCT   *
012310*    MASTER'S OWN ALL-WAREHOUSE ROLLUP IS USED INSTEAD.          *
012320******************************************************************
012330 1400-OPEN-STOCK-MASTER.
012340     OPEN INPUT STOCK-MASTER-FILE.
012350     IF WS-SM-FILE-STATUS NOT = "00"
012360         DISPLAY "DEMO: NO STOCK MASTER (STATUS="
012370             WS-SM-FILE-STATUS "), USING PRODUCT MASTER ROLLUP"
012380         SET WS-SM-EOF-YES TO TRUE
012390         GO TO 1400-EXIT
012400     END-IF
012410     SET WS-SM-OPEN TO TRUE.
012420     PERFORM 1420-READ-NEXT-STOCK THRU 1420-EXIT.
012430 1400-EXIT.
012440     EXIT.
012450******************************************************************
012460*    1420-READ-NEXT-STOCK                                        *
012470******************************************************************
012480 1420-READ-NEXT-STOCK.
012490     READ STOCK-MASTER-FILE NEXT RECORD
012500         AT END
012510             SET WS-SM-EOF-YES TO TRUE
012520     END-READ.
012530 1420-EXIT.
012540     EXIT.
012550******************************************************************
012560*    1450-OPEN-FEED-FILES - A FRESH RUN CREATES THE FEED AND     *
012570*    THE NEW SNAPSHOT AND OPENS THE FEED'S JSON OBJECT; A        *
012580*    RESTART THAT PICKED UP A CHECKPOINT EXTENDS BOTH INSTEAD.   *
012590******************************************************************
012600 1450-OPEN-FEED-FILES.
012610     IF WS-RESUMED-YES
012620         OPEN EXTEND FEED-FILE
012630         OPEN EXTEND NEW-SNAPSHOT-FILE
012640     ELSE
012650         OPEN OUTPUT FEED-FILE
012660         OPEN OUTPUT NEW-SNAPSHOT-FILE
012670     END-IF
012680     IF WS-FD-FILE-STATUS NOT = "00"
012690        OR WS-NS-FILE-STATUS NOT = "00"
012700         DISPLAY "DEMO: UNABLE TO OPEN FEED/SNAPSHOT OUTPUT, "
012710             "STATUS=" WS-FD-FILE-STATUS "/" WS-NS-FILE-STATUS
012720         SET WS-EOF-YES TO TRUE
012730         SET WS-SNAP-EOF-YES TO TRUE
012740         MOVE "0012" TO WS-RUN-RETURN-STATUS
012750         GO TO 1450-EXIT
012760     END-IF
012770     SET WS-OUTPUT-OPEN TO TRUE.
012780     IF WS-FEED-FULL
012790         MOVE "FULL" TO WS-FEED-TYPE-TEXT
012800     ELSE
012810         MOVE "DELTA" TO WS-FEED-TYPE-TEXT
012820     END-IF
012830     IF WS-RESUMED-YES
012840         GO TO 1450-EXIT
012850     END-IF
012860     MOVE SPACES TO FEED-RECORD.
012870     STRING "{ ""feed"": """ DELIMITED BY SIZE
012880         WS-FEED-TYPE-TEXT DELIMITED BY SPACE
012890         """, ""runDate"": """ DELIMITED BY SIZE
012900         WS-RUN-DATE DELIMITED BY SIZE
012910         """, ""products"": [" DELIMITED BY SIZE
012920         INTO FEED-RECORD
012930     END-STRING
012940     WRITE FEED-RECORD.
012950 1450-EXIT.
012960     EXIT.
012970******************************************************************
012980*    2000-BUILD-CATALOG-DELTA - ONE MATCH STEP BETWEEN THE       *
012990*    PRODUCT MASTER AND THE PRIOR SNAPSHOT.  A SNAPSHOT ROW WITH *
013000*    NO MASTER RECORD IS PUBLISHED AS RETIRED.  A RETIRED        *
013010*    PRODUCT STILL ON THE SNAPSHOT IS PUBLISHED AS RETIRED AND   *
013020*    DROPPED.  AN ACTIVE PRODUCT IS PUBLISHED AS ADDED WHEN IT   *
013030*    IS NOT ON THE SNAPSHOT (EVERY ONE, ON A FULL REFRESH) OR AS *
013040*    CHANGED WHEN ANYTHING THE STOREFRONT SHOWS HAS MOVED, AND   *
013050*    IS CARRIED INTO THE NEW SNAPSHOT.  THEN READS AHEAD AND     *
013060*    CHECKPOINTS WHEN ONE IS DUE.                                *
013070******************************************************************
013080 2000-BUILD-CATALOG-DELTA.
013090     SET WS-COMMIT-NOT-DUE TO TRUE.
013100     IF WS-SNAP-KEY < WS-PM-KEY
013110         MOVE WS-SNAP-KEY TO WS-COMMIT-KEY
013120         PERFORM 2300-RETIRE-PRODUCT THRU 2300-EXIT
013130         PERFORM 1195-READ-NEXT-SNAPSHOT THRU 1195-EXIT
013140         GO TO 2000-CHECK-COMMIT
013150     END-IF
013160     ADD 1 TO WS-REC-COUNT.
013170     MOVE PM-PRODUCT-ID TO WS-COMMIT-KEY.
013180     IF PM-STATUS-RETIRED
013190         IF WS-SNAP-KEY = WS-PM-KEY
013200             PERFORM 2300-RETIRE-PRODUCT THRU 2300-EXIT
013210         END-IF
013220         GO TO 2000-READ-NEXT
013230     END-IF
013240     PERFORM 2020-BUILD-PUBLISHED-VALUES THRU 2020-EXIT.
013250     IF WS-SNAP-KEY NOT = WS-PM-KEY
013260         MOVE "ADD" TO WS-ENTRY-ACTION
013270         PERFORM 2200-PUBLISH-PRODUCT THRU 2200-EXIT
013280         ADD 1 TO WS-ADDED-COUNT
013290     ELSE
013300         IF WS-PUB-NAME NOT = CS-NAME
013310            OR WS-PUB-BRAND NOT = CS-BRAND
013320            OR WS-PUB-PRICE NOT = CS-PRICE
013330            OR WS-PUB-CURRENCY-CODE NOT = CS-CURRENCY-CODE
013340            OR WS-PUB-AVAIL-STATUS NOT = CS-AVAIL-STATUS
013350             MOVE "CHANGE" TO WS-ENTRY-ACTION
013360             PERFORM 2200-PUBLISH-PRODUCT THRU 2200-EXIT
013370             ADD 1 TO WS-CHANGED-COUNT
013380         ELSE
013390             MOVE CS-PUBLISHED-DATE TO WS-PUB-DATE
013400             ADD 1 TO WS-UNCHANGED-COUNT
013410         END-IF
013420     END-IF
013430     PERFORM 2400-QUEUE-SNAPSHOT THRU 2400-EXIT.
013440 2000-READ-NEXT.
013450     IF WS-SNAP-KEY = WS-PM-KEY
013460         PERFORM 1195-READ-NEXT-SNAPSHOT THRU 1195-EXIT
013470     END-IF
013480     PERFORM 1100-READ-NEXT-PRODUCT THRU 1100-EXIT.
013490     DIVIDE WS-REC-COUNT BY WS-CHKPT-INTERVAL
013500         GIVING WS-CHKPT-QUOTIENT
013510         REMAINDER WS-CHKPT-REMAINDER.
013520     IF WS-CHKPT-REMAINDER = 0
013530         SET WS-COMMIT-DUE TO TRUE
013540     END-IF.
013550 2000-CHECK-COMMIT.
013560     IF WS-DQ-COUNT NOT < WS-QUEUE-MAX
013570         SET WS-COMMIT-DUE TO TRUE
013580     END-IF
013590     IF WS-COMMIT-DUE
013600         PERFORM 2100-WRITE-CHECKPOINT THRU 2100-EXIT
013610     END-IF.
013620 2000-EXIT.
013630     EXIT.
013640******************************************************************
013650*    2020-BUILD-PUBLISHED-VALUES - WHAT THE STOREFRONT IS TO     *
013660*    SHOW FOR THE CURRENT PRODUCT: NAME, BRAND, THE QUOTED PRICE *
013670*    AND CURRENCY, AND THE AVAILABILITY BAND                     *
013680******************************************************************
013690 2020-BUILD-PUBLISHED-VALUES.
013700     MOVE PM-PRODUCT-ID TO WS-PUB-PRODUCT-ID.
013710     MOVE PM-NAME TO WS-PUB-NAME.
013720     MOVE PM-BRAND TO WS-PUB-BRAND.
015402*    THE PROMO IN EFFECT ON THE RUN DATE, WHEN ONE IS ON FILE,
015403*    IS THE PRICE THE FEED QUOTES - PM-PRICE ITSELF IS UNTOUCHED
015404     MOVE PM-PRICE TO WS-EFF-PRICE
015408         MOVE WS-PROMO-FOUND-PRICE TO WS-EFF-PRICE
015409     END-IF
015410     PERFORM 2050-CONVERT-PRICE THRU 2050-EXIT
015416     MOVE WS-CONV-PRICE TO WS-PUB-PRICE.
015422     MOVE WS-TARGET-CODE TO WS-PUB-CURRENCY-CODE.
015428     PERFORM 2060-GET-AVAILABILITY THRU 2060-EXIT.
015434     MOVE WS-RUN-DATE TO WS-PUB-DATE.
015440 2020-EXIT.
015446     EXIT.
015452******************************************************************
015458*    2060-GET-AVAILABILITY - ALL-WAREHOUSE STOCK LESS OPEN       *
015464*    BACKORDERS.  NOTHING LEFT IS OUT OF STOCK; AT OR BELOW THE  *
015470*    REORDER LEVEL IS LOW; ANYTHING ELSE IS IN STOCK.            *
015476******************************************************************
015482 2060-GET-AVAILABILITY.
015488     MOVE 0 TO WS-STOCK-ROLLUP WS-QTY-BACKORDERED.
015494     IF WS-SM-OPEN
015500         PERFORM 1420-READ-NEXT-STOCK THRU 1420-EXIT
015506             UNTIL WS-SM-EOF-YES
015512                OR SM-PRODUCT-ID NOT < PM-PRODUCT-ID
015518         PERFORM 2065-ADD-STOCK-ROW THRU 2065-EXIT
015524             UNTIL WS-SM-EOF-YES
015530                OR SM-PRODUCT-ID NOT = PM-PRODUCT-ID
015536     ELSE
015542         IF PM-QTY-ON-HAND NUMERIC
015548             MOVE PM-QTY-ON-HAND TO WS-STOCK-ROLLUP
015554         END-IF
015560     END-IF
015566     IF WS-BO-COUNT > 0
015572         SET WS-BO-IDX TO 1
015578         SEARCH WS-BO-ENTRY
015584             WHEN WS-BO-PRODUCT-ID(WS-BO-IDX) = PM-PRODUCT-ID
015590                 MOVE WS-BO-QTY(WS-BO-IDX) TO WS-QTY-BACKORDERED
015596         END-SEARCH
015602     END-IF
015608     COMPUTE WS-QTY-AVAILABLE =
015614         WS-STOCK-ROLLUP - WS-QTY-BACKORDERED.
015620     MOVE 0 TO WS-LOW-LEVEL.
015626     IF PM-REORDER-LEVEL NUMERIC
015632         MOVE PM-REORDER-LEVEL TO WS-LOW-LEVEL
015638     END-IF
015644     IF WS-QTY-AVAILABLE NOT > 0
015650         SET WS-PUB-OUT TO TRUE
015656     ELSE
015662         IF WS-QTY-AVAILABLE NOT > WS-LOW-LEVEL
015668             SET WS-PUB-LOW TO TRUE
015674         ELSE
015680             SET WS-PUB-IN-STOCK TO TRUE
015686         END-IF
015692     END-IF.
015698 2060-EXIT.
015704     EXIT.
015710******************************************************************
015716*    2065-ADD-STOCK-ROW - ADDS ONE WAREHOUSE ROW OF THE CURRENT  *
015722*    PRODUCT INTO THE ROLLUP AND READS AHEAD                     *
015728******************************************************************
015734 2065-ADD-STOCK-ROW.
015740     IF SM-QTY-ON-HAND NUMERIC
015746         ADD SM-QTY-ON-HAND TO WS-STOCK-ROLLUP
015752     END-IF
015758     PERFORM 1420-READ-NEXT-STOCK THRU 1420-EXIT.
015764 2065-EXIT.
015770     EXIT.
015776******************************************************************
015782*    2080-START-ENTRY - OPENS ONE FEED ENTRY IN WS-JSON-LINE     *
015788*    WITH THE ACTION, PRODUCT-ID, NAME AND BRAND FROM THE        *
015794*    WS-ENTRY FIELDS.  EVERY ENTRY BUT THE FEED'S FIRST IS       *
015800*    PRECEDED BY A COMMA.                                        *
015806******************************************************************
015812 2080-START-ENTRY.
015818     MOVE SPACES TO WS-JSON-LINE.
015824     MOVE 1 TO WS-JSON-PTR.
015830     IF WS-ENTRY-COUNT > 0
015836         STRING "," DELIMITED BY SIZE
015842             INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
015848         END-STRING
015854     END-IF
015860     STRING "{ ""action"": """ DELIMITED BY SIZE
015866         WS-ENTRY-ACTION DELIMITED BY SPACE
015872         INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
015878     END-STRING
015884*
015890     MOVE WS-ENTRY-ID TO WS-TRIM-WORK
015896     MOVE 10 TO WS-TRIM-LEN
015902     PERFORM 1250-TRIM-WORK-FIELD THRU 1250-EXIT
015908         UNTIL WS-TRIM-LEN = 0
015914            OR WS-TRIM-WORK(WS-TRIM-LEN:1) NOT = SPACE
015920     STRING """, ""id"": """ DELIMITED BY SIZE
015926         INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
015932     END-STRING
015938     IF WS-TRIM-LEN > 0
015944         STRING WS-TRIM-WORK(1:WS-TRIM-LEN) DELIMITED BY SIZE
015950             INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
015956         END-STRING
015962     END-IF
015968*
015974     MOVE WS-ENTRY-NAME TO WS-TRIM-WORK
015980     MOVE 30 TO WS-TRIM-LEN
015986     PERFORM 1250-TRIM-WORK-FIELD THRU 1250-EXIT
015992         UNTIL WS-TRIM-LEN = 0
015998            OR WS-TRIM-WORK(WS-TRIM-LEN:1) NOT = SPACE
016004     STRING """, ""name"": """ DELIMITED BY SIZE
016010         INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
016016     END-STRING
016022     IF WS-TRIM-LEN > 0
016028         STRING WS-TRIM-WORK(1:WS-TRIM-LEN) DELIMITED BY SIZE
016034             INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
016040         END-STRING
016046     END-IF
016052*
016058     MOVE WS-ENTRY-BRAND TO WS-TRIM-WORK
016064     MOVE 20 TO WS-TRIM-LEN
016070     PERFORM 1250-TRIM-WORK-FIELD THRU 1250-EXIT
016076         UNTIL WS-TRIM-LEN = 0
016082            OR WS-TRIM-WORK(WS-TRIM-LEN:1) NOT = SPACE
016088     STRING """, ""brand"": """ DELIMITED BY SIZE
016094         INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
016100     END-STRING
016106     IF WS-TRIM-LEN > 0
016112         STRING WS-TRIM-WORK(1:WS-TRIM-LEN) DELIMITED BY SIZE
016118             INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
016124         END-STRING
016130     END-IF.
016136 2080-EXIT.
016142     EXIT.
016148******************************************************************
016154*    2085-ADD-PRICE-AND-AVAIL - APPENDS THE QUOTED PRICE,        *
016160*    CURRENCY AND AVAILABILITY BAND OF AN ADDED OR CHANGED       *
016166*    PRODUCT                                                     *
016172******************************************************************
016178 2085-ADD-PRICE-AND-AVAIL.
016184     MOVE WS-PUB-PRICE TO WS-PRICE-EDIT
016190     MOVE 1 TO WS-LTRIM-POS
016196     PERFORM 1260-LTRIM-PRICE-EDIT THRU 1260-EXIT
016202         UNTIL WS-LTRIM-POS > 8
016208            OR WS-PRICE-EDIT(WS-LTRIM-POS:1) NOT = SPACE
016214     EVALUATE TRUE
016220         WHEN WS-PUB-OUT
016226             MOVE "OUT OF STOCK" TO WS-AVAIL-TEXT
016232         WHEN WS-PUB-LOW
016238             MOVE "LOW STOCK" TO WS-AVAIL-TEXT
016244         WHEN OTHER
016250             MOVE "IN STOCK" TO WS-AVAIL-TEXT
016256     END-EVALUATE
016262     STRING """, ""price"": """ DELIMITED BY SIZE
016268         WS-PRICE-EDIT(WS-LTRIM-POS:) DELIMITED BY SIZE
016274         """, ""currency"": """ DELIMITED BY SIZE
016280         WS-PUB-CURRENCY-CODE DELIMITED BY SIZE
016286         """, ""availability"": """ DELIMITED BY SIZE
016292         WS-AVAIL-TEXT DELIMITED BY "  "
016298         INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
016304     END-STRING.
016310 2085-EXIT.
016316     EXIT.
016322******************************************************************
016328*    2090-QUEUE-ENTRY - CLOSES THE ENTRY AND QUEUES IT FOR THE   *
016334*    NEXT CHECKPOINT                                             *
016340******************************************************************
016346 2090-QUEUE-ENTRY.
016352     STRING """ }" DELIMITED BY SIZE
016358         INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
016364     END-STRING
016370     ADD 1 TO WS-DQ-COUNT.
016376     MOVE WS-JSON-LINE TO WS-DQ-LINE(WS-DQ-COUNT).
016382     ADD 1 TO WS-ENTRY-COUNT.
016388 2090-EXIT.
016394     EXIT.
016400******************************************************************
016406*    2200-PUBLISH-PRODUCT - AN ADDED OR CHANGED ENTRY CARRYING   *
016412*    THE PUBLISHED VALUES; CALLER SETS WS-ENTRY-ACTION           *
016418******************************************************************
016424 2200-PUBLISH-PRODUCT.
016430     MOVE WS-PUB-PRODUCT-ID TO WS-ENTRY-ID.
016436     MOVE WS-PUB-NAME TO WS-ENTRY-NAME.
016442     MOVE WS-PUB-BRAND TO WS-ENTRY-BRAND.
016448     PERFORM 2080-START-ENTRY THRU 2080-EXIT.
016454     PERFORM 2085-ADD-PRICE-AND-AVAIL THRU 2085-EXIT.
016460     PERFORM 2090-QUEUE-ENTRY THRU 2090-EXIT.
016466 2200-EXIT.
016472     EXIT.
016478******************************************************************
016484*    2300-RETIRE-PRODUCT - A RETIRED ENTRY FOR THE CURRENT       *
016490*    SNAPSHOT ROW, NAMED AS IT WAS LAST PUBLISHED.  THE ROW IS   *
016496*    NOT CARRIED INTO THE NEW SNAPSHOT.                          *
016502******************************************************************
016508 2300-RETIRE-PRODUCT.
016514     MOVE "RETIRE" TO WS-ENTRY-ACTION.
016520     MOVE CS-PRODUCT-ID TO WS-ENTRY-ID.
016526     MOVE CS-NAME TO WS-ENTRY-NAME.
016532     MOVE CS-BRAND TO WS-ENTRY-BRAND.
016538     PERFORM 2080-START-ENTRY THRU 2080-EXIT.
016544     PERFORM 2090-QUEUE-ENTRY THRU 2090-EXIT.
016550     ADD 1 TO WS-RETIRED-COUNT.
016556 2300-EXIT.
016562     EXIT.
016568******************************************************************
016574*    2400-QUEUE-SNAPSHOT - QUEUES THE PUBLISHED VALUES AS THE    *
016580*    PRODUCT'S NEW SNAPSHOT ROW                                  *
016586******************************************************************
016592 2400-QUEUE-SNAPSHOT.
016598     ADD 1 TO WS-SQ-COUNT.
016604     MOVE WS-PUB-VALUES TO WS-SQ-RECORD(WS-SQ-COUNT).
016610 2400-EXIT.
016616     EXIT.
016701******************************************************************
016702*    2050-CONVERT-PRICE - CONVERTS WS-EFF-PRICE (THE BASE OR     *
016703*    PROMO PRICE, SET BY THE CALLER) FROM ITS STORED CURRENCY    *
016733 2050-EXIT.
016734     EXIT.
016710******************************************************************
016720*    2100-WRITE-CHECKPOINT - WRITES THE QUEUED FEED ENTRIES AND  *
016730*    SNAPSHOT ROWS, THEN COMMITS THE LAST KEY MATCHED, THE       *
016735*    RECORD AND ENTRY COUNTS AND THE FEED TYPE AS THE RESTART    *
016737*    POINT                                                       *
016740******************************************************************
016750 2100-WRITE-CHECKPOINT.
016755     PERFORM 2150-FLUSH-QUEUES THRU 2150-EXIT.
016760     MOVE SPACES TO CHKPT-RECORD.
016770     MOVE WS-COMMIT-KEY TO CHKPT-LAST-KEY.
016780     MOVE WS-REC-COUNT TO CHKPT-REC-COUNT.
016783     MOVE WS-ENTRY-COUNT TO CHKPT-ENTRY-COUNT.
016786     MOVE WS-FEED-TYPE-SW TO CHKPT-FEED-TYPE.
016790     WRITE CHKPT-RECORD.
016800 2100-EXIT.
016810     EXIT.
016811******************************************************************
016812*    2150-FLUSH-QUEUES - WRITES AND EMPTIES BOTH COMMIT QUEUES   *
016813******************************************************************
016814 2150-FLUSH-QUEUES.
016815     MOVE 1 TO WS-QUEUE-SUB.
016816     PERFORM 2160-WRITE-QUEUED-ENTRY THRU 2160-EXIT
016817         UNTIL WS-QUEUE-SUB > WS-DQ-COUNT.
016818     MOVE 1 TO WS-QUEUE-SUB.
016819     PERFORM 2170-WRITE-QUEUED-SNAPSHOT THRU 2170-EXIT
016820         UNTIL WS-QUEUE-SUB > WS-SQ-COUNT.
016821     MOVE 0 TO WS-DQ-COUNT WS-SQ-COUNT.
016822 2150-EXIT.
016823     EXIT.
016824******************************************************************
016825*    2160-WRITE-QUEUED-ENTRY                                     *
016826******************************************************************
016827 2160-WRITE-QUEUED-ENTRY.
016828     WRITE FEED-RECORD FROM WS-DQ-LINE(WS-QUEUE-SUB).
016829     ADD 1 TO WS-QUEUE-SUB.
016830 2160-EXIT.
016831     EXIT.
016832******************************************************************
016833*    2170-WRITE-QUEUED-SNAPSHOT                                  *
016834******************************************************************
016835 2170-WRITE-QUEUED-SNAPSHOT.
016836     WRITE NEW-SNAPSHOT-RECORD FROM WS-SQ-RECORD(WS-QUEUE-SUB).
016837     ADD 1 TO WS-QUEUE-SUB.
016838 2170-EXIT.
016839     EXIT.
016800******************************************************************
016900*    3000-FINALIZE - WRITES WHAT IS STILL QUEUED, CLOSES THE     *
017000*    FEED'S JSON OBJECT, AND CLOSES THE FILES                    *
017100******************************************************************
017200 3000-FINALIZE.
017207     IF WS-OUTPUT-OPEN
017214         PERFORM 2150-FLUSH-QUEUES THRU 2150-EXIT
017221         MOVE "] }" TO FEED-RECORD
017228         WRITE FEED-RECORD
017235         CLOSE FEED-FILE
017242         CLOSE NEW-SNAPSHOT-FILE
017249     END-IF
017256     IF WS-OS-OPEN
017263         CLOSE OLD-SNAPSHOT-FILE
017270     END-IF
017277     IF WS-SM-OPEN
017284         CLOSE STOCK-MASTER-FILE
017291     END-IF
017300     IF WS-FILE-OPEN
017710         CLOSE PRODUCT-MASTER-FILE
017720         CLOSE CHECKPOINT-FILE
017900     END-IF.
017901     DISPLAY "DEMO: FEED=" WS-FEED-TYPE-TEXT
017902         " PRODUCTS READ=" WS-REC-COUNT
017903         " ADDED=" WS-ADDED-COUNT
017904         " CHANGED=" WS-CHANGED-COUNT
017905         " RETIRED=" WS-RETIRED-COUNT
017906         " UNCHANGED=" WS-UNCHANGED-COUNT.
017910     MOVE WS-REC-COUNT TO WS-RUN-RECORDS-READ.
017920     MOVE WS-ENTRY-COUNT TO WS-RUN-RECORDS-WRITTEN.
017970     CALL "RUNSTAT" USING WS-RUNSTAT-PARMS.
018000 3000-EXIT.
018100     EXIT.

001200*                 CURRENT / 31-60 / 61-90 / OVER-90 COLUMN,      *
001300*                 WITH A TOTAL LINE PER CUSTOMER AND A GRAND     *
001400*                 TOTAL.  PAID ITEMS ARE KEPT ON THE FILE BUT    *
001500*                 NOT LISTED.  OPEN CREDIT ITEMS (CREDIT MEMOS   *
001510*                 AND ON-ACCOUNT CASH) ARE LISTED UNDER THEIR    *
001520*                 CREDIT NUMBER AS NEGATIVE AMOUNTS AND NET      *
001530*                 AGAINST THE TOTALS.  AGING USES ORDINARY       *
001600*                 ARITHMETIC OVER A DAYS-IN-MONTH TABLE, WITHOUT *
001700*                 RELYING ON INTRINSIC FUNCTIONS.                *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------      *
002100*    2026-09-02 ML  ORIGINAL VERSION - AGED RECEIVABLES          *
002200*                   LISTING.                                     *
002230*    2026-10-15 ML  LIST OPEN CREDIT ITEMS AS NEGATIVE AMOUNTS   *
002260*                   NETTED INTO THE CUSTOMER AND GRAND TOTALS.   *
002300******************************************************************
002400 PROGRAM-ID.  ARAGERPT.
002500 ENVIRONMENT DIVISION.
006500     88  WS-NOT-FIRST-REC                    VALUE 'N'.
006600******************************************************************
006700*    AGING BUCKETS - PER CUSTOMER AND GRAND                      *
006750*    SIGNED - AN OPEN CREDIT ITEM COUNTS AS A NEGATIVE AMOUNT    *
006800******************************************************************
006900 01  WS-CUST-BUCKETS.
007000     05  WS-CUST-CURRENT         PIC S9(11)V99 VALUE 0.
007100     05  WS-CUST-30              PIC S9(11)V99 VALUE 0.
007200     05  WS-CUST-60              PIC S9(11)V99 VALUE 0.
007300     05  WS-CUST-90              PIC S9(11)V99 VALUE 0.
007400 01  WS-GRAND-BUCKETS.
007500     05  WS-GRAND-CURRENT        PIC S9(11)V99 VALUE 0.
007600     05  WS-GRAND-30             PIC S9(11)V99 VALUE 0.
007700     05  WS-GRAND-60             PIC S9(11)V99 VALUE 0.
007800     05  WS-GRAND-90             PIC S9(11)V99 VALUE 0.
007850 77  WS-ITEM-AMOUNT              PIC S9(9)V99 VALUE 0.
007900******************************************************************
008000*    DATE ARITHMETIC WORK AREAS - A DATE IS TURNED INTO A DAY    *
008100*    COUNT SO TWO DATES SUBTRACT DIRECTLY                        *
016800     05  FILLER                  PIC X(02)   VALUE SPACES.
016900     05  DTL-INVOICE-DATE        PIC X(10).
017000     05  FILLER                  PIC X(02)   VALUE SPACES.
017100     05  DTL-CURRENT             PIC Z(8)9.99-.
017200     05  FILLER                  PIC X(01)   VALUE SPACES.
017300     05  DTL-30                  PIC Z(8)9.99-.
017400     05  FILLER                  PIC X(01)   VALUE SPACES.
017500     05  DTL-60                  PIC Z(8)9.99-.
017600     05  FILLER                  PIC X(01)   VALUE SPACES.
017700     05  DTL-90                  PIC Z(8)9.99-.
017800     05  FILLER                  PIC X(36)   VALUE SPACES.
017900 01  WS-TOTAL-LINE.
018000     05  FILLER                  PIC X(05)   VALUE SPACES.
018100     05  TOT-LABEL               PIC X(22).
018200     05  FILLER                  PIC X(12)   VALUE SPACES.
018300     05  TOT-CURRENT             PIC Z(8)9.99-.
018400     05  FILLER                  PIC X(01)   VALUE SPACES.
018500     05  TOT-30                  PIC Z(8)9.99-.
018600     05  FILLER                  PIC X(01)   VALUE SPACES.
018700     05  TOT-60                  PIC Z(8)9.99-.
018800     05  FILLER                  PIC X(01)   VALUE SPACES.
018900     05  TOT-90                  PIC Z(8)9.99-.
019000     05  FILLER                  PIC X(36)   VALUE SPACES.
019100******************************************************************
019200*    DATE FORMAT WORK AREA                                       *
019300******************************************************************
031200     MOVE WS-INV-DATE-CHAR(7:2) TO WS-FMT-DAY.
031300     MOVE WS-FMT-DATE TO DTL-INVOICE-DATE.
031400     MOVE 0 TO DTL-CURRENT DTL-30 DTL-60 DTL-90.
031420     MOVE AR-OPEN-AMOUNT TO WS-ITEM-AMOUNT.
031440     IF AR-TYPE-CREDIT
031460         COMPUTE WS-ITEM-AMOUNT = 0 - AR-OPEN-AMOUNT
031480     END-IF
031500     EVALUATE TRUE
031600         WHEN WS-AGE-DAYS <= 30
031700             MOVE WS-ITEM-AMOUNT TO DTL-CURRENT
031800             ADD WS-ITEM-AMOUNT TO WS-CUST-CURRENT
031900             ADD WS-ITEM-AMOUNT TO WS-GRAND-CURRENT
032000         WHEN WS-AGE-DAYS <= 60
032100             MOVE WS-ITEM-AMOUNT TO DTL-30
032200             ADD WS-ITEM-AMOUNT TO WS-CUST-30
032300             ADD WS-ITEM-AMOUNT TO WS-GRAND-30
032400         WHEN WS-AGE-DAYS <= 90
032500             MOVE WS-ITEM-AMOUNT TO DTL-60
032600             ADD WS-ITEM-AMOUNT TO WS-CUST-60
032700             ADD WS-ITEM-AMOUNT TO WS-GRAND-60
032800         WHEN OTHER
032900             MOVE WS-ITEM-AMOUNT TO DTL-90
033000             ADD WS-ITEM-AMOUNT TO WS-CUST-90
033100             ADD WS-ITEM-AMOUNT TO WS-GRAND-90
033200     END-EVALUATE.
033300 2200-EXIT.
033400     EXIT.

001600*                 MASTER HOLDS).  SCANNING/REPORTING PROGRAMS    *
001700*                 WHOSE OUTPUT IS LEGITIMATELY A SUBSET          *
001800*                 (STKRECON, REORDSUG, AUDTRPT, CRUDPROD,        *
001900*                 BRNDSRCH, DEMO) ARE LISTED BUT NOT             *
001905*                 BALANCE-CHECKED.                               *
001910*                 THE RUN-CONTROL FILE ACCUMULATES ACROSS        *
001920*                 NIGHTS, SO THE DASHBOARD SELECTS ONE RUN DATE  *
001930*                 - TODAY BY DEFAULT, OR D=<YYYYMMDD> VIA PARM   *
002388*                   AS A ONE-IN/ONE-OUT PROGRAM.                 *
002390*    2026-09-02 ML  BALANCE-CHECK HSKPURGE - KEPT PLUS ARCHIVED  *
002392*                   MUST EQUAL THE RECORDS READ.                 *
002393*    2026-10-15 ML  BALANCE-CHECK ORDCORR (ORDER-SUSPENSE        *
002394*                   CORRECTION) - EVERY ENTRY AND FIX READ IS    *
002395*                   DISPOSED OF, APPLIED OR REJECTED.            *
002396*    2026-10-15 ML  BALANCE-CHECK ARAPPLY (CREDIT APPLICATION)   *
002397*                   AS A ONE-IN/ONE-OUT PROGRAM.                 *
002398*    2026-10-15 ML  STOP BALANCE-CHECKING DEMO, WHICH NOW        *
002399*                   FEEDS ONLY THE PRODUCTS ADDED, CHANGED       *
002400*                   OR RETIRED SINCE ITS LAST SNAPSHOT.          *
002410******************************************************************
002500 PROGRAM-ID.  OPSRPT.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
006700     05  FILLER                  PIC X(08)   VALUE "ORDALLOC".
006800     05  FILLER                  PIC X(08)   VALUE "WMSIMPRT".
006900     05  FILLER                  PIC X(08)   VALUE "WMSEXPRT".
007100     05  FILLER                  PIC X(08)   VALUE "PRRPT01".
007200     05  FILLER                  PIC X(08)   VALUE "ORDCONF".
007300     05  FILLER                  PIC X(08)   VALUE "CURRLOAD".
007580     05  FILLER                  PIC X(08)   VALUE "ARCASH".
007590     05  FILLER                  PIC X(08)   VALUE "RETPROC".
007592     05  FILLER                  PIC X(08)   VALUE "HSKPURGE".
007594     05  FILLER                  PIC X(08)   VALUE "ORDCORR".
007597     05  FILLER                  PIC X(08)   VALUE "ARAPPLY".
007600 01  WS-BALANCE-LIST REDEFINES WS-BALANCE-LIST-VALUES.
007700     05  WS-BAL-ENTRY OCCURS 16 TIMES
007800                      INDEXED BY WS-BAL-IDX.
007900         10  WS-BAL-PROGRAM-ID   PIC X(08).
008000 77  WS-BALANCE-SW               PIC X(01)   VALUE 'N'.

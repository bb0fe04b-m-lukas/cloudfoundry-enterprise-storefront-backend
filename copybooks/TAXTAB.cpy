000100******************************************************************
000200*    TAXTAB - IN-MEMORY VAT RATE TABLE                           *
000300*    ------------------------------------------------------      *
000400*    EVERY ROW OF THE EFFECTIVE-DATED VAT RATE MASTER (SEE       *
000500*    TAXRATE), LOADED AT INITIALIZATION.  UNLIKE THE CURRENCY    *
000600*    TABLE ALL PUBLICATIONS ARE KEPT, BECAUSE A CREDIT MEMO      *
000700*    MUST REVERSE TAX AT THE RATE IN EFFECT ON THE ORIGINAL      *
000800*    INVOICE DATE, NOT THE RATE ON THE DAY THE GOODS CAME BACK.  *
000900*    THE CALLER MOVES THE CODE AND TAX-POINT DATE TO WS-TAX-     *
001000*    LOOKUP-CODE/-DATE; THE LOOKUP LEAVES THE PERCENTAGE IN      *
001100*    WS-TAX-LOOKUP-PCT AND SETS WS-TAX-FOUND.                    *
001200******************************************************************
001300 77  WS-TAX-COUNT                PIC 9(3) COMP VALUE 0.
001400 77  WS-TAX-SUB                  PIC 9(3) COMP VALUE 0.
001500 01  WS-TAX-RATE-TABLE.
001600     05  WS-TAX-ENTRY OCCURS 1 TO 200 TIMES
001700                      DEPENDING ON WS-TAX-COUNT.
001800         10  WS-TAX-CODE         PIC X(01).
001900         10  WS-TAX-EFF-DATE     PIC 9(08).
002000         10  WS-TAX-PCT          PIC 9(03)V99.
002100 77  WS-TAX-LOOKUP-CODE          PIC X(01)   VALUE SPACES.
002200 77  WS-TAX-LOOKUP-DATE          PIC 9(08)   VALUE 0.
002300 77  WS-TAX-LOOKUP-PCT           PIC 9(03)V99 VALUE 0.
002400 77  WS-TAX-BEST-DATE            PIC 9(08)   VALUE 0.
002500 77  WS-TAX-FOUND-SW             PIC X(01)   VALUE 'N'.
002600     88  WS-TAX-FOUND                        VALUE 'Y'.
002700     88  WS-TAX-NOT-FOUND                    VALUE 'N'.

000100******************************************************************
000200*    GLRULE - GENERAL-LEDGER POSTING-RULE RECORD LAYOUT          *
000300*    ------------------------------------------------------      *
000400*    ONE ROW PER KIND OF ACCOUNTING ACTIVITY, KEYED ON           *
000500*    GR-ACTIVITY-CODE, NAMING THE ACCOUNT THE NIGHTLY GL         *
000600*    EXTRACT (GLEXTR) DEBITS AND THE ACCOUNT IT CREDITS FOR      *
000700*    THAT ACTIVITY, SO A CHART-OF-ACCOUNTS CHANGE NEEDS ONLY A   *
000800*    GLRLMNT TRANSACTION, NOT A RECOMPILE.  THE ACTIVITY CODES   *
000900*    GLEXTR POSTS ARE LISTED IN GLRLTRN.  FILLER AT THE END IS   *
001000*    RESERVED SLACK FOR FUTURE FIELDS - SHRINK IT, DO NOT        *
001100*    EXTEND THE RECORD, WHEN ADDING A FIELD.                     *
001200******************************************************************
001300 01  GR-RULE-RECORD.
001400     05  GR-ACTIVITY-CODE        PIC X(04).
001500     05  GR-DESCRIPTION          PIC X(30).
001600     05  GR-DEBIT-ACCOUNT        PIC X(10).
001700     05  GR-CREDIT-ACCOUNT       PIC X(10).
001800     05  FILLER                  PIC X(26).

000800*    ALREADY OWES - NOT JUST THE ORDER IN FRONT OF IT.  AN ITEM  *
000900*    PAID DOWN TO ZERO IS MARKED PAID, NEVER DELETED, SO THE     *
001000*    AGED LISTING AND A CASH DISPUTE CAN BOTH LOOK BACK AT IT.   *
001010*    CREDIT ITEMS SIT ON THE SAME FILE AND REDUCE WHAT THE       *
001020*    CUSTOMER OWES: CREDIT MEMOS POSTED BY RETPROC (TYPE "C")    *
001030*    AND ON-ACCOUNT CASH POSTED BY ARCASH (TYPE "U").  A CREDIT  *
001040*    ITEM'S ORDER NUMBER IS A CREDIT NUMBER - PREFIX DIGIT 8     *
001050*    (CREDIT MEMO) OR 9 (ON ACCOUNT), YYDDD, TWO-DIGIT SEQUENCE  *
001060*    - SO IT NEVER COLLIDES WITH AN ORDER NUMBER; AR-REF-ORDER-  *
001070*    NO CARRIES THE ORDER IT CAME FROM.  ARAPPLY APPLIES AN OPEN *
001080*    CREDIT TO A CHOSEN INVOICE.  AMOUNTS ARE HELD UNSIGNED; THE *
001090*    ITEM TYPE SAYS WHICH WAY THEY COUNT.  ITEMS WRITTEN BEFORE  *
001095*    THE TYPE EXISTED CARRY A SPACE AND READ AS INVOICES.        *
001096*    AR-ORIG-AMOUNT INCLUDES VAT; AR-TAX-AMOUNT IS THE VAT PART  *
001097*    OF IT (CHARGED ON AN INVOICE, REVERSED ON A CREDIT MEMO).   *
001100******************************************************************
001200 01  AR-ITEM-RECORD.
001300     05  AR-ITEM-KEY.
001900     05  AR-STATUS-CODE          PIC X(01).
002000         88  AR-STATUS-OPEN              VALUE "O".
002100         88  AR-STATUS-PAID              VALUE "P".
002110     05  AR-ITEM-TYPE            PIC X(01).
002120         88  AR-TYPE-INVOICE             VALUES "I" " ".
002130         88  AR-TYPE-CREDIT-MEMO         VALUE "C".
002140         88  AR-TYPE-ON-ACCOUNT          VALUE "U".
002150         88  AR-TYPE-CREDIT              VALUES "C" "U".
002160     05  AR-REF-ORDER-NO         PIC 9(08).
002170     05  AR-TAX-AMOUNT           PIC 9(9)V99.
002200     05  FILLER                  PIC X(11).

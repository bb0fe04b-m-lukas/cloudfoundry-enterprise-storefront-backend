000700*    BUSINESS FINALLY KEEPS A RECORD OF WHAT ACTUALLY SOLD       *
000800*    INSTEAD OF THROWING THE SHIP FILE AWAY WITH THE PICK        *
000900*    TICKETS.  ROWS FOR THE SAME PRODUCT/CUSTOMER/MONTH          *
001000*    ACCUMULATE AND ARE SUMMED BY THEIR READERS (SEE SLSRPT01    *
001050*    AND THE REORDCLC REORDER-LEVEL RECALCULATION).              *
001100******************************************************************
001200 01  SL-SALES-RECORD.
001300     05  SL-PRODUCT-ID           PIC X(10).

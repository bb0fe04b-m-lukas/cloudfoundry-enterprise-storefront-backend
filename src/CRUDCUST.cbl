002370*    2026-09-02 ML  CARRY THE CUSTOMER'S ASSIGNED WAREHOUSE      *
002375*                   (CU-WAREHOUSE-ID) ON ADD AND CHANGE FOR      *
002380*                   PER-WAREHOUSE ALLOCATION (SEE ORDALLOC).     *
002384*    2026-10-15 ML  CARRY THE CUSTOMER'S VAT CODE (CU-TAX-CODE,  *
002388*                   "S" STANDARD OR "E" EXEMPT) ON ADD AND       *
002392*                   CHANGE; A CHANGE IS AUDITED LIKE THE CREDIT  *
002396*                   LIMIT.                                       *
002400******************************************************************
002500 PROGRAM-ID.  CRUDCUST.
002600 ENVIRONMENT DIVISION.
031900             MOVE "CURRENCY NOT ON RATE MASTER"
032000                 TO WS-REJECT-REASON
032100         END-IF
032200     END-IF
032210     IF CM-TAX-CODE NOT = SPACES
032220        AND CM-TAX-CODE NOT = "S"
032230        AND CM-TAX-CODE NOT = "E"
032240         SET WS-TRAN-INVALID TO TRUE
032250         MOVE "TAX CODE MUST BE S OR E" TO WS-REJECT-REASON
032260     END-IF.
032300 2100-EXIT.
032400     EXIT.
032500******************************************************************
034480     ELSE
034490         MOVE CM-WAREHOUSE-ID TO CU-WAREHOUSE-ID
034495     END-IF
034505     IF CM-TAX-CODE = SPACES
034515         MOVE "S" TO CU-TAX-CODE
034525     ELSE
034535         MOVE CM-TAX-CODE TO CU-TAX-CODE
034545     END-IF
034555     SET CU-STATUS-ACTIVE TO TRUE
034600     WRITE CU-CUSTOMER-RECORD
034700         INVALID KEY
034800             DISPLAY "CRUDCUST: ADD FAILED " CM-CUSTOMER-ID
035600******************************************************************
035700*    2300-CHANGE-CUSTOMER - APPLIES A NAME, CURRENCY AND/OR      *
035800*    CREDIT-LIMIT CHANGE, CALLING AUDTLOG FOR A CREDIT-LIMIT     *
035900*    OR VAT CODE THAT ACTUALLY CHANGED                           *
036000******************************************************************
036100 2300-CHANGE-CUSTOMER.
036200     MOVE CM-CUSTOMER-ID TO CU-CUSTOMER-ID.
039000         MOVE CM-CREDIT-LIMIT TO CU-CREDIT-LIMIT
039100         SET WS-RECORD-CHANGED TO TRUE
039200     END-IF
039208     IF CM-TAX-CODE NOT = SPACES
039216        AND CM-TAX-CODE NOT = CU-TAX-CODE
039224         MOVE CM-CUSTOMER-ID TO WS-AUD-PRODUCT-ID
039232         MOVE "TAXCODE" TO WS-AUD-FIELD-NAME
039240         MOVE CU-TAX-CODE TO WS-AUD-OLD-VALUE
039248         MOVE CM-TAX-CODE TO WS-AUD-NEW-VALUE
039256         MOVE CM-OPERATOR-ID TO WS-AUD-OPERATOR-ID
039264         CALL "AUDTLOG" USING WS-AUDIT-PARMS
039272         MOVE CM-TAX-CODE TO CU-TAX-CODE
039280         SET WS-RECORD-CHANGED TO TRUE
039288     END-IF
039300     IF WS-RECORD-CHANGED
039400         REWRITE CU-CUSTOMER-RECORD
039500         ADD 1 TO WS-CHANGE-COUNT

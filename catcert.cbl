002400*                   CODE 8 SO THE UPGRADE CHECKLIST CAN GATE ON *
002500*                   IT. EVERY CALL STATIC CROSSING IS STILL     *
002600*                   AUDITED TO CATAUDIT, AS EVERYWHERE ELSE.    *
002610*    10/15/26  JRM  THE VALIDATE_CAT_NAME CROSSING IS NOW       *
002620*                   AUDITED TOO, AS IN CAT-BATCH AND            *
002630*                   CAT-LOOKUP-SUB.                             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
022100     PERFORM 2250-COMPUTE-CATNAME-LENGTH THRU 2250-EXIT
022200     CALL STATIC "validate_cat_name" USING cat-name
022300         RETURNING WS-VALIDATE-STATUS
022310     MOVE "validate_cat_name"   TO WS-AUDIT-CALL-NAME
022320     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
022400     IF NOT WS-VALIDATE-OK
022500         MOVE "V" TO WS-FRESH-STATUS
022600         ADD 1 TO WS-FRESH-VALFAIL-COUNT

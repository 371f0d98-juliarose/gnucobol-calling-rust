002174*                   THE GREETING TEXT TO THE CALLER THROUGH THE  *
002175*                   NEW LK-GREETING PARAMETER SO IT IS NO LONGER *
002176*                   LOST TO THE JOB LOG.                         *
002177*    10/15/26  JRM  THE VALIDATE_CAT_NAME CROSSING IS NOW        *
002178*                   AUDITED TOO, AS IN CAT-BATCH AND             *
002179*                   CAT-CERT.                                    *
002180*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
014100     PERFORM 2250-COMPUTE-CATNAME-LENGTH THRU 2250-EXIT
014200     CALL STATIC "validate_cat_name" USING cat-name
014300         RETURNING WS-VALIDATE-STATUS
014310     MOVE "validate_cat_name"   TO WS-AUDIT-CALL-NAME
014320     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
014400     IF NOT WS-VALIDATE-OK
014500         PERFORM 3200-LOG-VALIDATE-EXCEPTION THRU 3200-EXIT
014600         SET LK-LOOKUP-VALFAIL TO TRUE

010687*                   REPORT. A RESTART LEG'S TIMES COVER ONLY    *
010688*                   THAT LEG; ITS MODE SAYS RESTART SO THE      *
010689*                   TREND READER KNOWS.                         *
010690*    10/15/26  JRM  PROCESSING CALENDAR (CATCAL, READ THROUGH    *
010691*                   CAT-CALSUB). A HEADER DATED THE LAST         *
010692*                   EXPECTED-TRANSMISSION DAY BEFORE THE RUN     *
010693*                   DATE IS NOW ACCEPTED AS WELL AS ONE DATED    *
010694*                   TODAY, SO A FRIDAY FILE RUN AFTER A MONDAY   *
010695*                   HOLIDAY IS NO LONGER REFUSED AS STALEDATE.   *
010696*                   A NIGHTLY OR PARTITION RUN STARTED ON A      *
010697*                   NON-PROCESSING DAY (WEEKEND OR HOLIDAY) ENDS *
010698*                   CLEANLY WITHOUT TOUCHING ANYTHING - ABOVE    *
010699*                   ALL WITHOUT ROLLING CATRSLT TO CATRSLTP -    *
010700*                   UNLESS IT IS THE RESTART OF AN INTERRUPTED   *
010701*                   RUN. WITH NO CALENDAR FILE THE OLD RULES     *
010702*                   APPLY UNCHANGED.                             *
010703*    10/15/26  JRM  THE VALIDATE_CAT_NAME CROSSING IS NOW        *
010704*                   AUDITED TO CATAUDIT LIKE THE OTHER TWO, SO   *
010705*                   CAT-LATENCY CAN TIME ALL THREE NATIVE CALLS  *
010706*                   FROM THE AUDIT TRAIL.                        *
010707*****************************************************************
010800 ENVIRONMENT DIVISION.
010900 CONFIGURATION SECTION.
011000 SOURCE-COMPUTER. IBM-370.
024330 77  WS-EOF-ACK-SW           PIC X(01)   VALUE "N".
024340     88  WS-EOF-ACK                  VALUE "Y".
024350 77  WS-ACK-SCAN-IDX         PIC 9(03).
024360*****************************************************************
024370*    PROCESSING-CALENDAR WORK FIELDS                            *
024380*****************************************************************
024385 77  WS-NONPROC-DAY-SW       PIC X(01)   VALUE "N".
024390     88  WS-NONPROC-DAY              VALUE "Y".
024395 COPY CATCALP.
024400*****************************************************************
024500*    RUN-CONTROL PARAMETER WORKING STORAGE                      *
024600*    PROGRAM DEFAULTS, OVERRIDDEN BY A CATPARM RECORD WHEN ONE  *
031200 PROCEDURE DIVISION.
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031500     IF NOT WS-RUN-ABORTED AND NOT WS-NONPROC-DAY
031600         PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
031700             UNTIL WS-EOF-LOOKUP OR WS-LIMIT-STOPPED
031800         PERFORM 9000-TERMINATE THRU 9000-EXIT
033100     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT
033200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
033300     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-RUN-DATE
033310     PERFORM 1005-CHECK-PROCESSING-DAY THRU 1005-EXIT
033320     IF WS-NONPROC-DAY
033330         MOVE ZERO TO RETURN-CODE
033340         GO TO 1000-EXIT
033350     END-IF
033400     OPEN EXTEND CAT-EXCEPTION-LOG
033500     IF NOT WS-EXCLOG-OK
033600         OPEN OUTPUT CAT-EXCEPTION-LOG
044500     CLOSE CAT-PARM-FILE.
044600 1010-EXIT.
044700     EXIT.
044701*****************************************************************
044703*    1005-CHECK-PROCESSING-DAY                                  *
044705*    ASKS THE PROCESSING CALENDAR WHETHER TODAY IS A BUSINESS   *
044707*    DAY. ON A WEEKEND OR HOLIDAY THERE IS NOTHING TO PROCESS,  *
044709*    SO A NIGHTLY OR PARTITION RUN ENDS HERE - NO RESULTS, NO   *
044711*    ROLL OF CATRSLT, NO ACKNOWLEDGMENT - UNLESS A CHECKPOINT   *
044713*    SAYS AN INTERRUPTED RUN IS WAITING TO BE FINISHED. A       *
044715*    REWORK RUN IS A DELIBERATE RETRY AND IS NEVER STOPPED. NO  *
044717*    CALENDAR FILE MEANS EVERY DAY IS A PROCESSING DAY.         *
044719*****************************************************************
044721 1005-CHECK-PROCESSING-DAY.
044723     IF WS-REWORK-MODE
044725         GO TO 1005-EXIT
044727     END-IF
044729     MOVE SPACES TO CATCALP-AREA
044731     SET CATCALP-DAY-INQUIRY TO TRUE
044733     MOVE WS-RUN-DATE TO CATCALP-IN-DATE
044735     CALL "CAT-CALSUB" USING CATCALP-AREA
044737     IF NOT CATCALP-OK OR CATCALP-BUSINESS-DAY
044739         GO TO 1005-EXIT
044741     END-IF
044743     PERFORM 1050-CHECK-FOR-CHECKPOINT THRU 1050-EXIT
044745     IF WS-IS-RESTART
044747         GO TO 1005-EXIT
044749     END-IF
044751     SET WS-NONPROC-DAY TO TRUE
044753     DISPLAY "CAT-BATCH: " WS-RUN-DATE
044755         " IS NOT A PROCESSING DAY (" CATCALP-DESCRIPTION
044757         ") - NOTHING RUN".
044759 1005-EXIT.
044761     EXIT.
044800*****************************************************************
044900*    1040-ROLL-PRIOR-GENERATION                                 *
045000*    A FRESH RUN IS ABOUT TO REWRITE CATRSLT, SO THE PRIOR      *
050400     END-IF
050410     MOVE CATLKUP-HDR-DATE TO WS-SAVED-TRANS-DATE
050500     IF CATLKUP-HDR-DATE NOT EQUAL WS-RUN-DATE
050510         PERFORM 1025-CHECK-PRIOR-XMIT-DATE THRU 1025-EXIT
050520     END-IF
050530     IF CATLKUP-HDR-DATE NOT EQUAL WS-RUN-DATE
050540         AND CATLKUP-HDR-DATE NOT EQUAL CATCALP-OUT-DATE
050600         MOVE "STALEDATE"          TO WS-INTEGRITY-TYPE
050700         MOVE "header date is neither today nor last business day"
050800             TO WS-INTEGRITY-MESSAGE
050900         PERFORM 3400-LOG-INTEGRITY-EXCEPTION THRU 3400-EXIT
051000         GO TO 1020-EXIT
051100     END-IF
053300     END-IF.
053400 1020-EXIT.
053500     EXIT.
053502*****************************************************************
053506*    1025-CHECK-PRIOR-XMIT-DATE                                 *
053510*    A HEADER NOT DATED TODAY MAY STILL BE THE TRANSMISSION OF  *
053514*    THE LAST EXPECTED BUSINESS DAY - FRIDAY'S FILE RUN ON THE  *
053518*    TUESDAY AFTER A MONDAY HOLIDAY. THE CALENDAR'S ANSWER IS   *
053522*    LEFT IN CATCALP-OUT-DATE FOR 1020 TO COMPARE; WITH NO      *
053526*    CALENDAR IT IS LEFT BLANK SO ONLY TODAY'S DATE PASSES.     *
053530*****************************************************************
053534 1025-CHECK-PRIOR-XMIT-DATE.
053538     MOVE SPACES TO CATCALP-AREA
053542     SET CATCALP-PRIOR-XMIT-DAY TO TRUE
053546     MOVE WS-RUN-DATE TO CATCALP-IN-DATE
053550     CALL "CAT-CALSUB" USING CATCALP-AREA
053554     IF NOT CATCALP-OK
053558         MOVE SPACES TO CATCALP-OUT-DATE
053562         GO TO 1025-EXIT
053566     END-IF
053570     IF CATLKUP-HDR-DATE EQUAL CATCALP-OUT-DATE
053574         DISPLAY "CAT-BATCH: HEADER DATE " CATLKUP-HDR-DATE
053578             " ACCEPTED AS THE LAST EXPECTED BUSINESS DAY"
053582     END-IF.
053586 1025-EXIT.
053590     EXIT.
053600*****************************************************************
053700*    1030-COUNT-ONE-LOOKUP-RECORD                               *
053800*    TALLIES ONE RECORD OF THE VALIDATION PRE-READ - DETAIL     *
072600             PERFORM 2250-COMPUTE-CATNAME-LENGTH THRU 2250-EXIT
072700             CALL STATIC "validate_cat_name" USING cat-name
072800                 RETURNING WS-VALIDATE-STATUS
072810             MOVE "validate_cat_name"   TO WS-AUDIT-CALL-NAME
072820             PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
072900             IF NOT WS-VALIDATE-OK
073000                 PERFORM 3200-LOG-VALIDATE-EXCEPTION
073100                     THRU 3200-EXIT

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-CALM.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. ONLINE MAINTENANCE OF THE *
001100*                   CATCAL PROCESSING CALENDAR - ADD, CHANGE,   *
001200*                   DELETE AND INQUIRE ONE DATE (DAY TYPE       *
001300*                   BUSINESS/HOLIDAY/WEEKEND, TRANSMISSION-     *
001400*                   EXPECTED FLAG, DESCRIPTION), AND GENERATE A *
001500*                   WHOLE YEAR OF WEEKDAY/WEEKEND DEFAULTS THAT *
001600*                   THE HOLIDAYS ARE THEN CHANGED ON. REACHED   *
001700*                   AS AN OPTION ON THE CAT-DRIVER MENU WITH    *
001800*                   THE SIGNED-ON OPERATOR (CATSIGN) PASSED ON  *
001900*                   THE CALL. INQUIRY NEEDS LEVEL 1; EVERY      *
002000*                   UPDATE CHANGES WHAT THE NIGHT RUNS DO, SO   *
002100*                   IT NEEDS THE OPERATIONS LEVEL 4. A REFUSED  *
002200*                   FUNCTION IS WRITTEN TO THE CATSECV          *
002300*                   VIOLATION LOG.                              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CAT-CALENDAR-FILE ASSIGN TO "CATCAL"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CATCAL-DATE
003500         FILE STATUS IS WS-CAL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CAT-CALENDAR-FILE
003900     RECORD CONTAINS 64 CHARACTERS.
004000 COPY CATCAL.
004100 WORKING-STORAGE SECTION.
004200*****************************************************************
004300*    SWITCHES AND STATUS BYTES                                  *
004400*****************************************************************
004500 77  WS-CAL-STATUS           PIC X(02).
004600     88  WS-CAL-OK                   VALUE "00".
004700 77  WS-DONE-SW              PIC X(01)   VALUE "N".
004800     88  WS-DONE                     VALUE "Y".
004900 77  WS-FUNCTION             PIC X(01).
005000     88  WS-FUNC-ADD                 VALUE "A".
005100     88  WS-FUNC-CHANGE              VALUE "C".
005200     88  WS-FUNC-DELETE              VALUE "D".
005300     88  WS-FUNC-INQUIRE             VALUE "I".
005400     88  WS-FUNC-GENERATE            VALUE "G".
005500     88  WS-FUNC-EXIT                VALUE "X".
005600 77  WS-RECORD-FOUND-SW      PIC X(01).
005700     88  WS-RECORD-FOUND             VALUE "Y".
005800     88  WS-RECORD-NOT-FOUND         VALUE "N".
005900 77  WS-DATE-VALID-SW        PIC X(01).
006000     88  WS-DATE-VALID               VALUE "Y".
006100     88  WS-DATE-NOT-VALID           VALUE "N".
006200 77  WS-LEAP-SW              PIC X(01)   VALUE "N".
006300     88  WS-IS-LEAP-YEAR             VALUE "Y".
006400*****************************************************************
006500*    WORK FIELDS                                                *
006600*****************************************************************
006700 01  WS-WORK-DATE.
006800     05  WS-WORK-YYYY            PIC 9(04).
006900     05  WS-WORK-MM              PIC 9(02).
007000     05  WS-WORK-DD              PIC 9(02).
007100 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
007200                                 PIC X(08).
007300 77  WS-WORK-YEAR            PIC X(04).
007400 77  WS-WORK-DAY-TYPE        PIC X(01).
007500 77  WS-GEN-ADDED            PIC 9(05)   VALUE ZERO.
007600 77  WS-GEN-KEPT             PIC 9(05)   VALUE ZERO.
007700 01  WS-MONTH-DAYS-DATA      PIC X(24)
007800     VALUE "312831303130313130313031".
007900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
008000     05  WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
008100 77  WS-DAYS-THIS-MONTH      PIC 9(02).
008200 77  WS-LEAP-WORK            PIC 9(04).
008300 77  WS-LEAP-REM             PIC 9(04).
008400*****************************************************************
008500*    DAY-OF-WEEK WORK FIELDS - ZELLER'S CONGRUENCE, GREGORIAN,  *
008600*    0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY        *
008700*****************************************************************
008800 77  WS-Z-YEAR               PIC 9(04).
008900 77  WS-Z-MONTH              PIC 9(02).
009000 77  WS-Z-CENTURY            PIC 9(02).
009100 77  WS-Z-YEAR-OF-CENT       PIC 9(02).
009200 77  WS-Z-TERM               PIC 9(05).
009300 77  WS-Z-SUM                PIC 9(06).
009400 77  WS-Z-QUOT               PIC 9(06).
009500 77  WS-DAY-OF-WEEK          PIC 9(01).
009600     88  WS-SATURDAY                 VALUE 0.
009700     88  WS-SUNDAY                   VALUE 1.
009800*****************************************************************
009900*    AUTHORITY CHECK WORK FIELDS                                *
010000*****************************************************************
010100 77  WS-REQUIRED-LEVEL       PIC 9(01).
010200 77  WS-AUTHORITY-SW         PIC X(01)   VALUE "Y".
010300     88  WS-AUTHORIZED               VALUE "Y".
010400     88  WS-NOT-AUTHORIZED           VALUE "N".
010500 COPY CATSECV.
010600 01  WS-CURRENT-DATE.
010700     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
010800 01  WS-CURRENT-TIME.
010900     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
011000 LINKAGE SECTION.
011100 COPY CATSIGN.
011200 PROCEDURE DIVISION USING CATSIGN-AREA.
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011500     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
011600         UNTIL WS-DONE
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT
011800     GOBACK.
011900*****************************************************************
012000*    1000-INITIALIZE                                            *
012100*    OPENS THE CALENDAR FOR UPDATE, CREATING IT ON ITS FIRST    *
012200*    USE.                                                       *
012300*****************************************************************
012400 1000-INITIALIZE.
012500     OPEN I-O CAT-CALENDAR-FILE
012600     IF NOT WS-CAL-OK
012700         OPEN OUTPUT CAT-CALENDAR-FILE
012800         CLOSE CAT-CALENDAR-FILE
012900         OPEN I-O CAT-CALENDAR-FILE
013000     END-IF.
013100 1000-EXIT.
013200     EXIT.
013300*****************************************************************
013400*    2000-PROCESS-ONE-FUNCTION                                  *
013500*    DISPLAYS THE FUNCTION MENU, ACCEPTS THE OPERATOR'S CHOICE, *
013600*    AND DISPATCHES TO THE CORRESPONDING MAINTENANCE ACTION.    *
013700*****************************************************************
013800 2000-PROCESS-ONE-FUNCTION.
013900     DISPLAY " "
014000     DISPLAY "CAT-CALM - PROCESSING CALENDAR MAINTENANCE"
014100     DISPLAY "  A. ADD      C. CHANGE"
014200     DISPLAY "  D. DELETE   I. INQUIRE"
014300     DISPLAY "  G. GENERATE YEAR"
014400     DISPLAY "  X. EXIT"
014500     DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING
014600     ACCEPT WS-FUNCTION FROM CONSOLE
014700     PERFORM 2050-CHECK-FUNCTION-AUTHORITY THRU 2050-EXIT
014800     IF WS-NOT-AUTHORIZED
014900         GO TO 2000-EXIT
015000     END-IF
015100     EVALUATE TRUE
015200         WHEN WS-FUNC-ADD
015300             PERFORM 2100-ADD-DATE THRU 2100-EXIT
015400         WHEN WS-FUNC-CHANGE
015500             PERFORM 2200-CHANGE-DATE THRU 2200-EXIT
015600         WHEN WS-FUNC-DELETE
015700             PERFORM 2300-DELETE-DATE THRU 2300-EXIT
015800         WHEN WS-FUNC-INQUIRE
015900             PERFORM 2400-INQUIRE-DATE THRU 2400-EXIT
016000         WHEN WS-FUNC-GENERATE
016100             PERFORM 3000-GENERATE-YEAR THRU 3000-EXIT
016200         WHEN WS-FUNC-EXIT
016300             SET WS-DONE TO TRUE
016400         WHEN OTHER
016500             DISPLAY "CAT-CALM: INVALID FUNCTION - TRY AGAIN"
016600     END-EVALUATE.
016700 2000-EXIT.
016800     EXIT.
016900*****************************************************************
017000*    2050-CHECK-FUNCTION-AUTHORITY                              *
017100*    SETS THE AUTHORITY LEVEL THE CHOSEN FUNCTION NEEDS AND     *
017200*    REFUSES IT WHEN THE SIGNED-ON OPERATOR'S LEVEL IS LOWER,   *
017300*    LOGGING THE REFUSAL TO CATSECV. EXIT AND AN INVALID        *
017400*    FUNCTION NEED NO AUTHORITY.                                *
017500*****************************************************************
017600 2050-CHECK-FUNCTION-AUTHORITY.
017700     SET WS-AUTHORIZED TO TRUE
017800     EVALUATE TRUE
017900         WHEN WS-FUNC-INQUIRE
018000             MOVE 1 TO WS-REQUIRED-LEVEL
018100         WHEN WS-FUNC-ADD
018200         WHEN WS-FUNC-CHANGE
018300         WHEN WS-FUNC-DELETE
018400         WHEN WS-FUNC-GENERATE
018500             MOVE 4 TO WS-REQUIRED-LEVEL
018600         WHEN OTHER
018700             GO TO 2050-EXIT
018800     END-EVALUATE
018900     IF CATSIGN-AUTH-LEVEL NOT < WS-REQUIRED-LEVEL
019000         GO TO 2050-EXIT
019100     END-IF
019200     SET WS-NOT-AUTHORIZED TO TRUE
019300     MOVE SPACES TO CATSECV-RECORD
019400     MOVE CATSIGN-OPER-ID TO CATSECV-OPER-ID
019500     MOVE "CAT-CALM" TO CATSECV-PROGRAM
019600     MOVE WS-FUNCTION TO CATSECV-FUNCTION
019700     MOVE WS-REQUIRED-LEVEL TO CATSECV-REQUIRED-LEVEL
019800     MOVE CATSIGN-AUTH-LEVEL TO CATSECV-OPER-LEVEL
019900     MOVE "FUNCTION REFUSED" TO CATSECV-REASON
020000     CALL "CAT-SECLOG" USING CATSECV-RECORD
020100     DISPLAY "CAT-CALM: FUNCTION " WS-FUNCTION
020200         " NOT AUTHORIZED FOR OPERATOR " CATSIGN-OPER-ID.
020300 2050-EXIT.
020400     EXIT.
020500*****************************************************************
020600*    2100-ADD-DATE                                              *
020700*    ADDS ONE CALENDAR DATE. THE DATE MUST BE A VALID YYYYMMDD  *
020800*    NOT ALREADY ON FILE.                                       *
020900*****************************************************************
021000 2100-ADD-DATE.
021100     PERFORM 2500-ACCEPT-DATE THRU 2500-EXIT
021200     IF WS-DATE-NOT-VALID
021300         GO TO 2100-EXIT
021400     END-IF
021500     PERFORM 2600-READ-DATE THRU 2600-EXIT
021600     IF WS-RECORD-FOUND
021700         DISPLAY "CAT-CALM: DATE ALREADY ON FILE - USE CHANGE"
021800         GO TO 2100-EXIT
021900     END-IF
022000     MOVE SPACES TO CATCAL-RECORD
022100     MOVE WS-WORK-DATE-X TO CATCAL-DATE
022200     PERFORM 2700-ACCEPT-DAY-FIELDS THRU 2700-EXIT
022300     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
022400     WRITE CATCAL-RECORD
022500         INVALID KEY
022600             DISPLAY "CAT-CALM: ADD FAILED - STATUS "
022700                 WS-CAL-STATUS
022800             GO TO 2100-EXIT
022900     END-WRITE
023000     DISPLAY "CAT-CALM: ADDED " CATCAL-DATE.
023100 2100-EXIT.
023200     EXIT.
023300*****************************************************************
023400*    2200-CHANGE-DATE                                           *
023500*    CHANGES AN EXISTING DATE - THE USUAL WAY A GENERATED       *
023600*    WEEKDAY IS TURNED INTO A HOLIDAY.                          *
023700*****************************************************************
023800 2200-CHANGE-DATE.
023900     PERFORM 2500-ACCEPT-DATE THRU 2500-EXIT
024000     IF WS-DATE-NOT-VALID
024100         GO TO 2200-EXIT
024200     END-IF
024300     PERFORM 2600-READ-DATE THRU 2600-EXIT
024400     IF WS-RECORD-NOT-FOUND
024500         DISPLAY "CAT-CALM: DATE NOT ON FILE - USE ADD"
024600         GO TO 2200-EXIT
024700     END-IF
024800     PERFORM 2900-DISPLAY-DATE THRU 2900-EXIT
024900     PERFORM 2700-ACCEPT-DAY-FIELDS THRU 2700-EXIT
025000     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
025100     REWRITE CATCAL-RECORD
025200         INVALID KEY
025300             DISPLAY "CAT-CALM: CHANGE FAILED - STATUS "
025400                 WS-CAL-STATUS
025500             GO TO 2200-EXIT
025600     END-REWRITE
025700     DISPLAY "CAT-CALM: CHANGED " CATCAL-DATE.
025800 2200-EXIT.
025900     EXIT.
026000*****************************************************************
026100*    2300-DELETE-DATE                                           *
026200*    DELETES ONE DATE. THE DATE THEN FALLS BACK TO ITS DAY-OF-  *
026300*    THE-WEEK DEFAULT IN CAT-CALSUB.                            *
026400*****************************************************************
026500 2300-DELETE-DATE.
026600     PERFORM 2500-ACCEPT-DATE THRU 2500-EXIT
026700     IF WS-DATE-NOT-VALID
026800         GO TO 2300-EXIT
026900     END-IF
027000     PERFORM 2600-READ-DATE THRU 2600-EXIT
027100     IF WS-RECORD-NOT-FOUND
027200         DISPLAY "CAT-CALM: DATE NOT ON FILE"
027300         GO TO 2300-EXIT
027400     END-IF
027500     PERFORM 2900-DISPLAY-DATE THRU 2900-EXIT
027600     DELETE CAT-CALENDAR-FILE
027700         INVALID KEY
027800             DISPLAY "CAT-CALM: DELETE FAILED - STATUS "
027900                 WS-CAL-STATUS
028000             GO TO 2300-EXIT
028100     END-DELETE
028200     DISPLAY "CAT-CALM: DELETED " WS-WORK-DATE-X.
028300 2300-EXIT.
028400     EXIT.
028500*****************************************************************
028600*    2400-INQUIRE-DATE                                          *
028700*****************************************************************
028800 2400-INQUIRE-DATE.
028900     PERFORM 2500-ACCEPT-DATE THRU 2500-EXIT
029000     IF WS-DATE-NOT-VALID
029100         GO TO 2400-EXIT
029200     END-IF
029300     PERFORM 2600-READ-DATE THRU 2600-EXIT
029400     IF WS-RECORD-NOT-FOUND
029500         DISPLAY "CAT-CALM: DATE NOT ON FILE - WEEKDAY/WEEKEND "
029600             "DEFAULT APPLIES"
029700     ELSE
029800         PERFORM 2900-DISPLAY-DATE THRU 2900-EXIT
029900     END-IF.
030000 2400-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    2500-ACCEPT-DATE                                           *
030400*    ACCEPTS A CALENDAR DATE AND EDITS IT AS YYYYMMDD, MONTH    *
030500*    LENGTHS AND LEAP FEBRUARIES INCLUDED.                      *
030600*****************************************************************
030700 2500-ACCEPT-DATE.
030800     SET WS-DATE-NOT-VALID TO TRUE
030900     MOVE SPACES TO WS-WORK-DATE-X
031000     DISPLAY "ENTER DATE (YYYYMMDD): " WITH NO ADVANCING
031100     ACCEPT WS-WORK-DATE-X FROM CONSOLE
031200     IF WS-WORK-DATE-X NOT NUMERIC
031300         DISPLAY "CAT-CALM: DATE IS NOT YYYYMMDD"
031400         GO TO 2500-EXIT
031500     END-IF
031600     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12 OR WS-WORK-DD < 1
031700         DISPLAY "CAT-CALM: DATE IS NOT A CALENDAR DATE"
031800         GO TO 2500-EXIT
031900     END-IF
032000     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH
032100     IF WS-WORK-MM EQUAL 2
032200         PERFORM 4200-CHECK-LEAP-YEAR THRU 4200-EXIT
032300         IF WS-IS-LEAP-YEAR
032400             MOVE 29 TO WS-DAYS-THIS-MONTH
032500         END-IF
032600     END-IF
032700     IF WS-WORK-DD > WS-DAYS-THIS-MONTH
032800         DISPLAY "CAT-CALM: DATE IS NOT A CALENDAR DATE"
032900         GO TO 2500-EXIT
033000     END-IF
033100     SET WS-DATE-VALID TO TRUE.
033200 2500-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    2600-READ-DATE                                             *
033600*    RANDOM READ OF THE CALENDAR FOR THE WORK DATE, SETTING THE *
033700*    FOUND/NOT-FOUND SWITCH FOR THE CALLING FUNCTION.           *
033800*****************************************************************
033900 2600-READ-DATE.
034000     MOVE WS-WORK-DATE-X TO CATCAL-DATE
034100     READ CAT-CALENDAR-FILE
034200         INVALID KEY
034300             SET WS-RECORD-NOT-FOUND TO TRUE
034400         NOT INVALID KEY
034500             SET WS-RECORD-FOUND TO TRUE
034600     END-READ.
034700 2600-EXIT.
034800     EXIT.
034900*****************************************************************
035000*    2700-ACCEPT-DAY-FIELDS                                     *
035100*    ACCEPTS THE DAY TYPE UNTIL IT IS B, H OR W, THEN THE       *
035200*    TRANSMISSION FLAG - ANYTHING BUT Y OR N TAKES THE DAY      *
035300*    TYPE'S USUAL VALUE, Y FOR A BUSINESS DAY AND N OTHERWISE - *
035400*    AND THE DESCRIPTION.                                       *
035500*****************************************************************
035600 2700-ACCEPT-DAY-FIELDS.
035700     DISPLAY "ENTER DAY TYPE (B=BUSINESS H=HOLIDAY W=WEEKEND): "
035800         WITH NO ADVANCING
035900     ACCEPT WS-WORK-DAY-TYPE FROM CONSOLE
036000     MOVE WS-WORK-DAY-TYPE TO CATCAL-DAY-TYPE
036100     IF NOT CATCAL-DAY-TYPE-VALID
036200         DISPLAY "CAT-CALM: DAY TYPE MUST BE B, H OR W"
036300         GO TO 2700-ACCEPT-DAY-FIELDS
036400     END-IF
036500     DISPLAY "ENTER TRANSMISSION EXPECTED (Y/N): "
036600         WITH NO ADVANCING
036700     ACCEPT CATCAL-XMIT-FLAG FROM CONSOLE
036800     IF NOT CATCAL-XMIT-EXPECTED AND NOT CATCAL-XMIT-NOT-EXPECTED
036900         IF CATCAL-BUSINESS-DAY
037000             MOVE "Y" TO CATCAL-XMIT-FLAG
037100         ELSE
037200             MOVE "N" TO CATCAL-XMIT-FLAG
037300         END-IF
037400     END-IF
037500     DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
037600     ACCEPT CATCAL-DESCRIPTION FROM CONSOLE.
037700 2700-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    2800-STAMP-MAINT-FIELDS                                    *
038100*****************************************************************
038200 2800-STAMP-MAINT-FIELDS.
038300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
038400     ACCEPT WS-CURRENT-TIME FROM TIME
038500     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATCAL-MAINT-DATE
038600     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATCAL-MAINT-TIME
038700     MOVE CATSIGN-OPER-ID TO CATCAL-MAINT-OPER.
038800 2800-EXIT.
038900     EXIT.
039000*****************************************************************
039100*    2900-DISPLAY-DATE                                          *
039200*****************************************************************
039300 2900-DISPLAY-DATE.
039400     DISPLAY "  DATE. . . . . " CATCAL-DATE
039500     DISPLAY "  DAY TYPE. . . " CATCAL-DAY-TYPE
039600     DISPLAY "  TRANSMISSION. " CATCAL-XMIT-FLAG
039700     DISPLAY "  DESCRIPTION . " CATCAL-DESCRIPTION
039800     DISPLAY "  LAST MAINT. . " CATCAL-MAINT-DATE " "
039900         CATCAL-MAINT-TIME " " CATCAL-MAINT-OPER.
040000 2900-EXIT.
040100     EXIT.
040200*****************************************************************
040300*    3000-GENERATE-YEAR                                         *
040400*    WRITES A RECORD FOR EVERY DATE OF THE CHOSEN YEAR THAT IS  *
040500*    NOT ALREADY ON FILE - MONDAY TO FRIDAY AS BUSINESS DAYS    *
040600*    WITH A TRANSMISSION, SATURDAY AND SUNDAY AS WEEKEND DAYS   *
040700*    WITHOUT ONE. DATES ALREADY ON FILE (HOLIDAYS KEYED AHEAD)  *
040800*    ARE LEFT AS THEY ARE. THE DAY OF THE WEEK IS WORKED OUT    *
040900*    ONCE FOR JANUARY 1 AND THEN STEPPED WITH THE DATE.         *
041000*****************************************************************
041100 3000-GENERATE-YEAR.
041200     MOVE ZERO TO WS-GEN-ADDED WS-GEN-KEPT
041300     DISPLAY "ENTER YEAR TO GENERATE (YYYY): " WITH NO ADVANCING
041400     ACCEPT WS-WORK-YEAR FROM CONSOLE
041500     IF WS-WORK-YEAR NOT NUMERIC
041600         DISPLAY "CAT-CALM: YEAR IS NOT YYYY - NOTHING GENERATED"
041700         GO TO 3000-EXIT
041800     END-IF
041900     MOVE WS-WORK-YEAR TO WS-WORK-YYYY
042000     MOVE 1 TO WS-WORK-MM
042100     MOVE 1 TO WS-WORK-DD
042200     PERFORM 3200-COMPUTE-DAY-OF-WEEK THRU 3200-EXIT
042300     PERFORM 3100-GENERATE-ONE-DATE THRU 3100-EXIT
042400         UNTIL WS-WORK-YYYY NOT EQUAL WS-WORK-YEAR
042500     DISPLAY "CAT-CALM: " WS-WORK-YEAR " GENERATED - "
042600         WS-GEN-ADDED " DATES ADDED, " WS-GEN-KEPT
042700         " ALREADY ON FILE".
042800 3000-EXIT.
042900     EXIT.
043000*****************************************************************
043100*    3100-GENERATE-ONE-DATE                                     *
043200*****************************************************************
043300 3100-GENERATE-ONE-DATE.
043400     PERFORM 2600-READ-DATE THRU 2600-EXIT
043500     IF WS-RECORD-FOUND
043600         ADD 1 TO WS-GEN-KEPT
043700         GO TO 3100-NEXT
043800     END-IF
043900     MOVE SPACES TO CATCAL-RECORD
044000     MOVE WS-WORK-DATE-X TO CATCAL-DATE
044100     IF WS-SATURDAY OR WS-SUNDAY
044200         MOVE "W" TO CATCAL-DAY-TYPE
044300         MOVE "N" TO CATCAL-XMIT-FLAG
044400         MOVE "WEEKEND" TO CATCAL-DESCRIPTION
044500     ELSE
044600         MOVE "B" TO CATCAL-DAY-TYPE
044700         MOVE "Y" TO CATCAL-XMIT-FLAG
044800         MOVE "BUSINESS DAY" TO CATCAL-DESCRIPTION
044900     END-IF
045000     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
045100     WRITE CATCAL-RECORD
045200         INVALID KEY
045300             DISPLAY "CAT-CALM: WRITE FAILED FOR " CATCAL-DATE
045400                 " - STATUS " WS-CAL-STATUS
045500             GO TO 3100-NEXT
045600     END-WRITE
045700     ADD 1 TO WS-GEN-ADDED.
045800 3100-NEXT.
045900     PERFORM 4100-ADVANCE-ONE-DAY THRU 4100-EXIT
046000     IF WS-DAY-OF-WEEK < 6
046100         ADD 1 TO WS-DAY-OF-WEEK
046200     ELSE
046300         MOVE ZERO TO WS-DAY-OF-WEEK
046400     END-IF.
046500 3100-EXIT.
046600     EXIT.
046700*****************************************************************
046800*    3200-COMPUTE-DAY-OF-WEEK                                   *
046900*    ZELLER'S CONGRUENCE. JANUARY AND FEBRUARY COUNT AS MONTHS  *
047000*    13 AND 14 OF THE YEAR BEFORE. EVERY DIVIDE GIVES AN        *
047100*    INTEGER FIELD SO EACH QUOTIENT IS TRUNCATED AS THE FORMULA *
047200*    REQUIRES.                                                  *
047300*****************************************************************
047400 3200-COMPUTE-DAY-OF-WEEK.
047500     MOVE WS-WORK-YYYY TO WS-Z-YEAR
047600     MOVE WS-WORK-MM TO WS-Z-MONTH
047700     IF WS-Z-MONTH < 3
047800         ADD 12 TO WS-Z-MONTH
047900         SUBTRACT 1 FROM WS-Z-YEAR
048000     END-IF
048100     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
048200         REMAINDER WS-Z-YEAR-OF-CENT
048300     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1)
048400     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM
048500     MOVE WS-WORK-DD TO WS-Z-SUM
048600     ADD WS-Z-TERM WS-Z-YEAR-OF-CENT TO WS-Z-SUM
048700     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-QUOT
048800     ADD WS-Z-QUOT TO WS-Z-SUM
048900     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-QUOT
049000     ADD WS-Z-QUOT TO WS-Z-SUM
049100     MULTIPLY WS-Z-CENTURY BY 5 GIVING WS-Z-QUOT
049200     ADD WS-Z-QUOT TO WS-Z-SUM
049300     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
049400         REMAINDER WS-DAY-OF-WEEK.
049500 3200-EXIT.
049600     EXIT.
049700*****************************************************************
049800*    4100-ADVANCE-ONE-DAY                                       *
049900*    STEPS THE WORK DATE ONE CALENDAR DAY FORWARD, MONTH ENDS   *
050000*    AND LEAP FEBRUARIES INCLUDED.                              *
050100*****************************************************************
050200 4100-ADVANCE-ONE-DAY.
050300     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH
050400     IF WS-WORK-MM EQUAL 2
050500         PERFORM 4200-CHECK-LEAP-YEAR THRU 4200-EXIT
050600         IF WS-IS-LEAP-YEAR
050700             MOVE 29 TO WS-DAYS-THIS-MONTH
050800         END-IF
050900     END-IF
051000     IF WS-WORK-DD < WS-DAYS-THIS-MONTH
051100         ADD 1 TO WS-WORK-DD
051200         GO TO 4100-EXIT
051300     END-IF
051400     MOVE 1 TO WS-WORK-DD
051500     IF WS-WORK-MM < 12
051600         ADD 1 TO WS-WORK-MM
051700     ELSE
051800         MOVE 1 TO WS-WORK-MM
051900         ADD 1 TO WS-WORK-YYYY
052000     END-IF.
052100 4100-EXIT.
052200     EXIT.
052300*****************************************************************
052400*    4200-CHECK-LEAP-YEAR                                       *
052500*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.     *
052600*****************************************************************
052700 4200-CHECK-LEAP-YEAR.
052800     MOVE "N" TO WS-LEAP-SW
052900     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-WORK
053000         REMAINDER WS-LEAP-REM
053100     IF WS-LEAP-REM NOT EQUAL ZERO
053200         GO TO 4200-EXIT
053300     END-IF
053400     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-WORK
053500         REMAINDER WS-LEAP-REM
053600     IF WS-LEAP-REM NOT EQUAL ZERO
053700         MOVE "Y" TO WS-LEAP-SW
053800         GO TO 4200-EXIT
053900     END-IF
054000     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-WORK
054100         REMAINDER WS-LEAP-REM
054200     IF WS-LEAP-REM EQUAL ZERO
054300         MOVE "Y" TO WS-LEAP-SW
054400     END-IF.
054500 4200-EXIT.
054600     EXIT.
054700*****************************************************************
054800*    9000-TERMINATE                                             *
054900*****************************************************************
055000 9000-TERMINATE.
055100     CLOSE CAT-CALENDAR-FILE.
055200 9000-EXIT.
055300     EXIT.

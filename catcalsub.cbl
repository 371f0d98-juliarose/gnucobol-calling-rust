000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-CALSUB.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. CALLABLE SUBROUTINE THAT  *
001100*                   ANSWERS PROCESSING-CALENDAR QUESTIONS FROM  *
001200*                   THE CATCAL FILE FOR THE NIGHTLY JOBS - THE  *
001300*                   DAY TYPE OF A DATE, THE LAST EXPECTED-      *
001400*                   TRANSMISSION DAY BEFORE IT, THE NEXT        *
001500*                   BUSINESS DAY AFTER IT, AND THE DATE N       *
001600*                   BUSINESS DAYS BACK - SO CAT-BATCH, CAT-     *
001700*                   APPLY, CAT-HSKP, CAT-MERGE AND CAT-DRIVER   *
001800*                   SHARE ONE SET OF CALENDAR RULES. A DATE NOT *
001900*                   ON THE CALENDAR FALLS BACK TO ITS DAY OF    *
002000*                   THE WEEK. THE CALLER IS TOLD WHEN THERE IS  *
002100*                   NO CALENDAR FILE AT ALL.                    *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CAT-CALENDAR-FILE ASSIGN TO "CATCAL"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS CATCAL-DATE
003300         FILE STATUS IS WS-CAL-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CAT-CALENDAR-FILE
003700     RECORD CONTAINS 64 CHARACTERS.
003800 COPY CATCAL.
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100*    SWITCHES AND STATUS BYTES                                  *
004200*****************************************************************
004300 77  WS-CAL-STATUS           PIC X(02).
004400     88  WS-CAL-OK                   VALUE "00".
004500 77  WS-CAL-OPEN-SW          PIC X(01)   VALUE "N".
004600     88  WS-CAL-OPEN                 VALUE "Y".
004700 77  WS-DAY-FOUND-SW         PIC X(01)   VALUE "N".
004800     88  WS-DAY-FOUND                VALUE "Y".
004900 77  WS-LEAP-SW              PIC X(01)   VALUE "N".
005000     88  WS-IS-LEAP-YEAR             VALUE "Y".
005100*****************************************************************
005200*    DATE WALK WORK FIELDS - THE WALK GIVES UP AFTER            *
005300*    WS-STEP-LIMIT CALENDAR DAYS SO A CALENDAR WITH NO          *
005400*    BUSINESS DAYS ON IT CAN NEVER LOOP                         *
005500*****************************************************************
005600 01  WS-WORK-DATE.
005700     05  WS-WORK-YYYY            PIC 9(04).
005800     05  WS-WORK-MM              PIC 9(02).
005900     05  WS-WORK-DD              PIC 9(02).
006000 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
006100                                 PIC X(08).
006200 77  WS-STEP-COUNT           PIC 9(04)   VALUE ZERO.
006300 77  WS-STEP-LIMIT           PIC 9(04)   VALUE 2000.
006400 77  WS-DAYS-COUNTED         PIC 9(03)   VALUE ZERO.
006500 01  WS-MONTH-DAYS-DATA      PIC X(24)
006600     VALUE "312831303130313130313031".
006700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
006800     05  WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
006850 77  WS-DAYS-THIS-MONTH      PIC 9(02).
006900 77  WS-LEAP-WORK            PIC 9(04).
007000 77  WS-LEAP-REM             PIC 9(04).
007100*****************************************************************
007200*    DAY-OF-WEEK WORK FIELDS - ZELLER'S CONGRUENCE, GREGORIAN,  *
007300*    0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY        *
007400*****************************************************************
007500 77  WS-Z-YEAR               PIC 9(04).
007600 77  WS-Z-MONTH              PIC 9(02).
007700 77  WS-Z-CENTURY            PIC 9(02).
007800 77  WS-Z-YEAR-OF-CENT       PIC 9(02).
007900 77  WS-Z-TERM               PIC 9(05).
008000 77  WS-Z-SUM                PIC 9(06).
008100 77  WS-Z-QUOT               PIC 9(06).
008200 77  WS-DAY-OF-WEEK          PIC 9(01).
008300     88  WS-SATURDAY                 VALUE 0.
008400     88  WS-SUNDAY                   VALUE 1.
008500 LINKAGE SECTION.
008600 COPY CATCALP.
008700 PROCEDURE DIVISION USING CATCALP-AREA.
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009000     IF CATCALP-OK
009100         PERFORM 2000-ANSWER-REQUEST THRU 2000-EXIT
009200     END-IF
009300     PERFORM 9000-TERMINATE THRU 9000-EXIT
009400     GOBACK.
009500*****************************************************************
009600*    1000-INITIALIZE                                            *
009700*    CLEARS THE ANSWER FIELDS, EDITS THE CALLER'S DATE, AND     *
009800*    OPENS THE CALENDAR. A DATE THAT IS NOT A VALID YYYYMMDD IS *
009900*    A BAD REQUEST; A CALENDAR THAT WILL NOT OPEN IS REPORTED   *
010000*    BACK AS NO CALENDAR.                                       *
010100*****************************************************************
010200 1000-INITIALIZE.
010300     MOVE "0" TO CATCALP-RESULT
010400     MOVE SPACES TO CATCALP-OUT-DATE CATCALP-DAY-TYPE
010500         CATCALP-XMIT-FLAG CATCALP-DESCRIPTION
010600     MOVE "N" TO WS-CAL-OPEN-SW
010700     IF CATCALP-IN-DATE NOT NUMERIC
010800         SET CATCALP-BAD-REQUEST TO TRUE
010900         GO TO 1000-EXIT
011000     END-IF
011100     MOVE CATCALP-IN-DATE TO WS-WORK-DATE-X
011200     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
011300         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
011400         SET CATCALP-BAD-REQUEST TO TRUE
011500         GO TO 1000-EXIT
011600     END-IF
011700     OPEN INPUT CAT-CALENDAR-FILE
011800     IF NOT WS-CAL-OK
011900         SET CATCALP-NO-CALENDAR TO TRUE
012000         GO TO 1000-EXIT
012100     END-IF
012200     SET WS-CAL-OPEN TO TRUE.
012300 1000-EXIT.
012400     EXIT.
012500*****************************************************************
012600*    2000-ANSWER-REQUEST                                        *
012700*    DISPATCHES ON THE CALLER'S FUNCTION. FOR EVERY FUNCTION    *
012800*    THE DAY TYPE, TRANSMISSION FLAG AND DESCRIPTION RETURNED   *
012900*    ARE THOSE OF THE OUT DATE.                                 *
013000*****************************************************************
013100 2000-ANSWER-REQUEST.
013200     MOVE ZERO TO WS-STEP-COUNT
013300     MOVE "N" TO WS-DAY-FOUND-SW
013400     EVALUATE TRUE
013500         WHEN CATCALP-DAY-INQUIRY
013600             PERFORM 3000-CLASSIFY-WORK-DATE THRU 3000-EXIT
013700         WHEN CATCALP-PRIOR-XMIT-DAY
013800             PERFORM 2100-STEP-BACK-TO-XMIT-DAY THRU 2100-EXIT
013900                 UNTIL WS-DAY-FOUND OR CATCALP-BAD-REQUEST
014000         WHEN CATCALP-NEXT-BUSINESS-DAY
014100             PERFORM 2200-STEP-TO-NEXT-BUSINESS-DAY
014200                 THRU 2200-EXIT
014300                 UNTIL WS-DAY-FOUND OR CATCALP-BAD-REQUEST
014400         WHEN CATCALP-BUSINESS-DAYS-BACK
014500             PERFORM 2300-COUNT-BUSINESS-DAYS-BACK
014600                 THRU 2300-EXIT
014700         WHEN OTHER
014800             SET CATCALP-BAD-REQUEST TO TRUE
014900     END-EVALUATE
015000     IF NOT CATCALP-BAD-REQUEST
015100         MOVE WS-WORK-DATE-X TO CATCALP-OUT-DATE
015200     END-IF.
015300 2000-EXIT.
015400     EXIT.
015500*****************************************************************
015600*    2100-STEP-BACK-TO-XMIT-DAY                                 *
015700*    ONE DAY BACK PER PASS UNTIL A DAY ON WHICH A TRANSMISSION  *
015800*    WAS EXPECTED IS REACHED.                                   *
015900*****************************************************************
016000 2100-STEP-BACK-TO-XMIT-DAY.
016100     PERFORM 4000-BACK-ONE-DAY THRU 4000-EXIT
016200     ADD 1 TO WS-STEP-COUNT
016300     IF WS-STEP-COUNT > WS-STEP-LIMIT
016400         SET CATCALP-BAD-REQUEST TO TRUE
016500         GO TO 2100-EXIT
016600     END-IF
016700     PERFORM 3000-CLASSIFY-WORK-DATE THRU 3000-EXIT
016800     IF CATCALP-XMIT-EXPECTED
016900         SET WS-DAY-FOUND TO TRUE
017000     END-IF.
017100 2100-EXIT.
017200     EXIT.
017300*****************************************************************
017400*    2200-STEP-TO-NEXT-BUSINESS-DAY                             *
017500*    ONE DAY FORWARD PER PASS UNTIL A PROCESSING DAY IS         *
017600*    REACHED.                                                   *
017700*****************************************************************
017800 2200-STEP-TO-NEXT-BUSINESS-DAY.
017900     PERFORM 4100-ADVANCE-ONE-DAY THRU 4100-EXIT
018000     ADD 1 TO WS-STEP-COUNT
018100     IF WS-STEP-COUNT > WS-STEP-LIMIT
018200         SET CATCALP-BAD-REQUEST TO TRUE
018300         GO TO 2200-EXIT
018400     END-IF
018500     PERFORM 3000-CLASSIFY-WORK-DATE THRU 3000-EXIT
018600     IF CATCALP-BUSINESS-DAY
018700         SET WS-DAY-FOUND TO TRUE
018800     END-IF.
018900 2200-EXIT.
019000     EXIT.
019100*****************************************************************
019200*    2300-COUNT-BUSINESS-DAYS-BACK                              *
019300*    WALKS BACK UNTIL THE CALLER'S COUNT OF PROCESSING DAYS     *
019400*    HAS BEEN PASSED. A COUNT OF ZERO ANSWERS THE DATE ITSELF.  *
019500*****************************************************************
019600 2300-COUNT-BUSINESS-DAYS-BACK.
019700     IF CATCALP-IN-DAYS NOT NUMERIC
019800         SET CATCALP-BAD-REQUEST TO TRUE
019900         GO TO 2300-EXIT
020000     END-IF
020100     MOVE ZERO TO WS-DAYS-COUNTED
020200     IF CATCALP-IN-DAYS EQUAL ZERO
020300         PERFORM 3000-CLASSIFY-WORK-DATE THRU 3000-EXIT
020400         GO TO 2300-EXIT
020500     END-IF
020600     PERFORM 2350-COUNT-ONE-DAY-BACK THRU 2350-EXIT
020700         UNTIL WS-DAYS-COUNTED NOT < CATCALP-IN-DAYS
020800         OR CATCALP-BAD-REQUEST.
020900 2300-EXIT.
021000     EXIT.
021100*****************************************************************
021200*    2350-COUNT-ONE-DAY-BACK                                    *
021300*****************************************************************
021400 2350-COUNT-ONE-DAY-BACK.
021500     PERFORM 4000-BACK-ONE-DAY THRU 4000-EXIT
021600     ADD 1 TO WS-STEP-COUNT
021700     IF WS-STEP-COUNT > WS-STEP-LIMIT
021800         SET CATCALP-BAD-REQUEST TO TRUE
021900         GO TO 2350-EXIT
022000     END-IF
022100     PERFORM 3000-CLASSIFY-WORK-DATE THRU 3000-EXIT
022200     IF CATCALP-BUSINESS-DAY
022300         ADD 1 TO WS-DAYS-COUNTED
022400     END-IF.
022500 2350-EXIT.
022600     EXIT.
022700*****************************************************************
022800*    3000-CLASSIFY-WORK-DATE                                    *
022900*    RANDOM READ OF THE CALENDAR FOR THE WORK DATE. A DATE NOT  *
023000*    ON FILE TAKES ITS DAY-OF-WEEK DEFAULT.                     *
023100*****************************************************************
023200 3000-CLASSIFY-WORK-DATE.
023300     MOVE WS-WORK-DATE-X TO CATCAL-DATE
023400     READ CAT-CALENDAR-FILE
023500         INVALID KEY
023600             PERFORM 3100-DEFAULT-DAY THRU 3100-EXIT
023700             GO TO 3000-EXIT
023800     END-READ
023900     MOVE CATCAL-DAY-TYPE TO CATCALP-DAY-TYPE
024000     MOVE CATCAL-XMIT-FLAG TO CATCALP-XMIT-FLAG
024100     MOVE CATCAL-DESCRIPTION TO CATCALP-DESCRIPTION.
024200 3000-EXIT.
024300     EXIT.
024400*****************************************************************
024500*    3100-DEFAULT-DAY                                           *
024600*    SATURDAY AND SUNDAY ARE WEEKEND DAYS WITH NO TRANSMISSION; *
024700*    MONDAY THROUGH FRIDAY ARE BUSINESS DAYS WITH ONE.          *
024800*****************************************************************
024900 3100-DEFAULT-DAY.
025000     PERFORM 3200-COMPUTE-DAY-OF-WEEK THRU 3200-EXIT
025100     MOVE "NOT ON CALENDAR" TO CATCALP-DESCRIPTION
025200     IF WS-SATURDAY OR WS-SUNDAY
025300         MOVE "W" TO CATCALP-DAY-TYPE
025400         MOVE "N" TO CATCALP-XMIT-FLAG
025500     ELSE
025600         MOVE "B" TO CATCALP-DAY-TYPE
025700         MOVE "Y" TO CATCALP-XMIT-FLAG
025800     END-IF.
025900 3100-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    3200-COMPUTE-DAY-OF-WEEK                                   *
026300*    ZELLER'S CONGRUENCE. JANUARY AND FEBRUARY COUNT AS MONTHS  *
026400*    13 AND 14 OF THE YEAR BEFORE. EVERY DIVIDE GIVES AN        *
026500*    INTEGER FIELD SO EACH QUOTIENT IS TRUNCATED AS THE FORMULA *
026600*    REQUIRES.                                                  *
026700*****************************************************************
026800 3200-COMPUTE-DAY-OF-WEEK.
026900     MOVE WS-WORK-YYYY TO WS-Z-YEAR
027000     MOVE WS-WORK-MM TO WS-Z-MONTH
027100     IF WS-Z-MONTH < 3
027200         ADD 12 TO WS-Z-MONTH
027300         SUBTRACT 1 FROM WS-Z-YEAR
027400     END-IF
027500     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
027600         REMAINDER WS-Z-YEAR-OF-CENT
027700     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1)
027800     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM
027900     MOVE WS-WORK-DD TO WS-Z-SUM
028000     ADD WS-Z-TERM WS-Z-YEAR-OF-CENT TO WS-Z-SUM
028100     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-QUOT
028200     ADD WS-Z-QUOT TO WS-Z-SUM
028300     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-QUOT
028400     ADD WS-Z-QUOT TO WS-Z-SUM
028500     MULTIPLY WS-Z-CENTURY BY 5 GIVING WS-Z-QUOT
028600     ADD WS-Z-QUOT TO WS-Z-SUM
028700     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
028800         REMAINDER WS-DAY-OF-WEEK.
028900 3200-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    4000-BACK-ONE-DAY                                          *
029300*    STEPS THE WORK DATE BACK ONE CALENDAR DAY, MONTH ENDS AND  *
029400*    LEAP FEBRUARIES INCLUDED.                                  *
029500*****************************************************************
029600 4000-BACK-ONE-DAY.
029700     IF WS-WORK-DD > 1
029800         SUBTRACT 1 FROM WS-WORK-DD
029900         GO TO 4000-EXIT
030000     END-IF
030100     IF WS-WORK-MM > 1
030200         SUBTRACT 1 FROM WS-WORK-MM
030300     ELSE
030400         MOVE 12 TO WS-WORK-MM
030500         SUBTRACT 1 FROM WS-WORK-YYYY
030600     END-IF
030700     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-WORK-DD
030800     IF WS-WORK-MM EQUAL 2
030900         PERFORM 4200-CHECK-LEAP-YEAR THRU 4200-EXIT
031000         IF WS-IS-LEAP-YEAR
031100             MOVE 29 TO WS-WORK-DD
031200         END-IF
031300     END-IF.
031400 4000-EXIT.
031500     EXIT.
031600*****************************************************************
031700*    4100-ADVANCE-ONE-DAY                                       *
031800*    STEPS THE WORK DATE ONE CALENDAR DAY FORWARD, MONTH ENDS   *
031900*    AND LEAP FEBRUARIES INCLUDED.                              *
032000*****************************************************************
032100 4100-ADVANCE-ONE-DAY.
032200     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH
032300     IF WS-WORK-MM EQUAL 2
032400         PERFORM 4200-CHECK-LEAP-YEAR THRU 4200-EXIT
032500         IF WS-IS-LEAP-YEAR
032600             MOVE 29 TO WS-DAYS-THIS-MONTH
032700         END-IF
032800     END-IF
032900     IF WS-WORK-DD < WS-DAYS-THIS-MONTH
033000         ADD 1 TO WS-WORK-DD
033100         GO TO 4100-EXIT
033200     END-IF
033300     MOVE 1 TO WS-WORK-DD
033400     IF WS-WORK-MM < 12
033500         ADD 1 TO WS-WORK-MM
033600     ELSE
033700         MOVE 1 TO WS-WORK-MM
033800         ADD 1 TO WS-WORK-YYYY
033900     END-IF.
034000 4100-EXIT.
034100     EXIT.
034200*****************************************************************
034300*    4200-CHECK-LEAP-YEAR                                       *
034400*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.     *
034500*****************************************************************
034600 4200-CHECK-LEAP-YEAR.
034700     MOVE "N" TO WS-LEAP-SW
034800     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-WORK
034900         REMAINDER WS-LEAP-REM
035000     IF WS-LEAP-REM NOT EQUAL ZERO
035100         GO TO 4200-EXIT
035200     END-IF
035300     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-WORK
035400         REMAINDER WS-LEAP-REM
035500     IF WS-LEAP-REM NOT EQUAL ZERO
035600         MOVE "Y" TO WS-LEAP-SW
035700         GO TO 4200-EXIT
035800     END-IF
035900     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-WORK
036000         REMAINDER WS-LEAP-REM
036100     IF WS-LEAP-REM EQUAL ZERO
036200         MOVE "Y" TO WS-LEAP-SW
036300     END-IF.
036400 4200-EXIT.
036500     EXIT.
036600*****************************************************************
036700*    9000-TERMINATE                                             *
036800*****************************************************************
036900 9000-TERMINATE.
037000     IF WS-CAL-OPEN
037100         CLOSE CAT-CALENDAR-FILE
037200     END-IF.
037300 9000-EXIT.
037400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-LATENCY.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. NATIVE-CALL LATENCY AND   *
001100*                   THROUGHPUT REPORT FROM THE CATAUDIT TRAIL,  *
001200*                   OVER AN OPERATOR DATE RANGE. THE CAT-HSKP   *
001300*                   ARCHIVES (CATAUDA + HOUSEKEEPING DATE) ARE  *
001400*                   READ AHEAD OF THE LIVE CATAUDIT SO A RANGE  *
001500*                   ALREADY PURGED IS STILL COVERED. EACH       *
001600*                   CROSSING IS TIMED AGAINST THE CROSSING      *
001700*                   BEFORE IT IN THE SAME PROGRAM'S STREAM THAT *
001800*                   NIGHT; THE REPORT CARRIES COUNT, AVERAGE,   *
001900*                   MAXIMUM AND 95TH PERCENTILE PER CALL NAME,  *
002000*                   PARTITION NIGHTS (CATRHIST MODE PART1-PART4 *
002100*                   OR MERGED) AGAINST UNPARTITIONED NIGHTS,    *
002200*                   THE SLOWEST KEYS PER CALL, AND THE          *
002300*                   CROSSINGS PER 15-MINUTE INTERVAL OF EACH    *
002400*                   NIGHT. REPORT ON CATLTRPT.                  *
002500*****************************************************************
002600*****************************************************************
002700*    HOW A CROSSING IS TIMED                                    *
002800*    EVERY PROGRAM WRITES ITS CATAUDIT RECORD AS SOON AS THE    *
002900*    NATIVE CALL RETURNS, SO THE TIME BETWEEN TWO SUCCESSIVE    *
003000*    RECORDS OF ONE STREAM IS THE TIME THE SECOND CALL TOOK     *
003100*    (PLUS THE LITTLE COBOL WORK BETWEEN THE TWO CALLS). A      *
003200*    STREAM IS THE RUN OF RECORDS IN ONE FILE FROM ONE PROGRAM  *
003300*    ON ONE DATE WITH THE CLOCK MOVING FORWARD - CAT-MERGE      *
003400*    FOLDS THE PARTITION TRAILS ONE AFTER ANOTHER, SO THE CLOCK *
003500*    GOING BACK MARKS THE NEXT PARTITION. THE FIRST CROSSING OF *
003600*    A STREAM, AND ANY CROSSING MORE THAN FIVE MINUTES AFTER    *
003700*    THE ONE BEFORE IT (A NEW RUN THE SAME NIGHT), HAS NOTHING  *
003800*    TO BE TIMED AGAINST AND IS ONLY COUNTED. TIMES ARE KEPT IN *
003900*    HUNDREDTHS OF A SECOND, THE RESOLUTION OF THE AUDIT STAMP, *
004000*    AND PRINTED IN MILLISECONDS.                               *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CAT-AUDIT-LOG ASSIGN TO "CATAUDIT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDITLOG-STATUS.
005100     SELECT CAT-AUDIT-ARCHIVE ASSIGN USING WS-AUDIT-ARC-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-ARC-STATUS.
005400     SELECT CAT-RUN-HISTORY ASSIGN TO "CATRHIST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RHIST-STATUS.
005700     SELECT SORT-CROSSING-WORK ASSIGN TO "CATLTWK1".
005800     SELECT CAT-LATENCY-REPORT ASSIGN TO "CATLTRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CAT-AUDIT-LOG
006400     RECORD CONTAINS 81 CHARACTERS.
006500 COPY CATAUDIT.
006600 FD  CAT-AUDIT-ARCHIVE
006700     RECORD CONTAINS 81 CHARACTERS.
006800 01  CATAUDA-RECORD              PIC X(81).
006900 FD  CAT-RUN-HISTORY
007000     RECORD CONTAINS 77 CHARACTERS.
007100 COPY CATRHIST.
007200 SD  SORT-CROSSING-WORK.
007300 01  SD-CROSS-RECORD.
007400     05  SD-CROSS-CALL           PIC 9(01).
007500     05  SD-CROSS-HUNDS          PIC 9(09).
007600     05  SD-CROSS-CLASS          PIC 9(01).
007700     05  SD-CROSS-DATE           PIC X(08).
007800     05  SD-CROSS-TIME           PIC X(08).
007900     05  SD-CROSS-PROGRAM        PIC X(14).
008000     05  SD-CROSS-KEY            PIC X(20).
008100 FD  CAT-LATENCY-REPORT
008200     RECORD CONTAINS 80 CHARACTERS.
008300 COPY CATCTRL.
008400 WORKING-STORAGE SECTION.
008500*****************************************************************
008600*    SWITCHES AND STATUS BYTES                                  *
008700*****************************************************************
008800 77  WS-AUDITLOG-STATUS      PIC X(02).
008900     88  WS-AUDITLOG-OK              VALUE "00".
009000 77  WS-AUDIT-ARC-STATUS     PIC X(02).
009100     88  WS-AUDIT-ARC-OK             VALUE "00".
009200 77  WS-RHIST-STATUS         PIC X(02).
009300     88  WS-RHIST-OK                 VALUE "00".
009400 77  WS-REPORT-STATUS        PIC X(02).
009500     88  WS-REPORT-OK                VALUE "00".
009600 77  WS-EOF-AUDIT-SW         PIC X(01)   VALUE "N".
009700     88  WS-EOF-AUDIT                VALUE "Y".
009800 77  WS-EOF-HIST-SW          PIC X(01)   VALUE "N".
009900     88  WS-EOF-HIST                 VALUE "Y".
010000 77  WS-EOF-SORT-SW          PIC X(01)   VALUE "N".
010100     88  WS-EOF-SORT                 VALUE "Y".
010200 77  WS-RUN-ABORT-SW         PIC X(01)   VALUE "N".
010300     88  WS-RUN-ABORTED              VALUE "Y".
010400 77  WS-STREAM-SW            PIC X(01)   VALUE "N".
010500     88  WS-IN-STREAM                VALUE "Y".
010600 77  WS-TIMED-SW             PIC X(01)   VALUE "N".
010700     88  WS-CROSSING-TIMED           VALUE "Y".
010800*****************************************************************
010900*    OPERATOR DATE RANGE, THE ARCHIVE SCAN DATE AND TODAY       *
011000*****************************************************************
011100 77  WS-FROM-DATE            PIC X(08).
011200 77  WS-TO-DATE              PIC X(08).
011300 77  WS-LOOK-DATE            PIC X(08).
011400 01  WS-CURRENT-DATE.
011500     05  WS-CURRENT-DATE-YYYYMMDD PIC 9(08).
011600 01  WS-SCAN-DATE.
011700     05  WS-SCAN-YYYY        PIC 9(04).
011800     05  WS-SCAN-MM          PIC 9(02).
011900     05  WS-SCAN-DD          PIC 9(02).
012000 01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE
012100                             PIC X(08).
012200 01  WS-AUDIT-ARC-NAME.
012300     05  FILLER                  PIC X(07)   VALUE "CATAUDA".
012400     05  WS-AUDIT-ARC-DATE       PIC X(08).
012500*****************************************************************
012600*    CALENDAR WORK FIELDS - DAYS PER MONTH, LEAP-YEAR CHECK     *
012700*****************************************************************
012800 01  WS-MONTH-DAYS-DATA      PIC X(24)
012900     VALUE "312831303130313130313031".
013000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
013100     05  WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
013200 77  WS-DAYS-THIS-MONTH      PIC 9(02).
013300 77  WS-LEAP-WORK            PIC 9(04).
013400 77  WS-LEAP-REM             PIC 9(04).
013500 77  WS-LEAP-SW              PIC X(01).
013600     88  WS-IS-LEAP-YEAR             VALUE "Y".
013700*****************************************************************
013800*    ONE CROSSING, AS READ FROM THE LIVE TRAIL OR AN ARCHIVE    *
013900*****************************************************************
014000 COPY CATAUDIT REPLACING LEADING ==CATAUDIT== BY ==WS-AUD==.
014100 01  WS-PARSE-TIME.
014200     05  WS-PT-HH            PIC 9(02).
014300     05  WS-PT-MM            PIC 9(02).
014400     05  WS-PT-SS            PIC 9(02).
014500     05  WS-PT-HS            PIC 9(02).
014600*****************************************************************
014700*    STREAM PAIRING FIELDS - THE CROSSING BEFORE THIS ONE       *
014800*****************************************************************
014900 77  WS-PREV-PROGRAM         PIC X(14).
015000 77  WS-PREV-DATE            PIC X(08).
015100 77  WS-PREV-HUNDS           PIC S9(09)  COMP.
015200 77  WS-CROSS-HUNDS          PIC S9(09)  COMP.
015300 77  WS-ELAPSED-HUNDS        PIC S9(09)  COMP.
015400 77  WS-GAP-LIMIT-HUNDS      PIC S9(09)  COMP VALUE 30000.
015500*****************************************************************
015600*    NIGHT TABLE - ONE ENTRY PER DATE IN THE RANGE, CARRYING    *
015700*    THE PARTITION/UNPARTITIONED CLASS FROM CATRHIST AND THE    *
015800*    CROSSINGS IN EACH OF THE 96 QUARTER-HOURS OF THE DAY.      *
015900*****************************************************************
016000 77  WS-NIGHT-MAX            PIC S9(04)  COMP VALUE 366.
016100 77  WS-NIGHT-COUNT          PIC S9(04)  COMP VALUE ZERO.
016200 77  WS-NIGHT-IDX            PIC S9(04)  COMP.
016300 77  WS-NIGHT-FOUND-IDX      PIC S9(04)  COMP VALUE ZERO.
016400 77  WS-NIGHT-LAST-IDX       PIC S9(04)  COMP VALUE ZERO.
016500 77  WS-SLOT-IDX             PIC S9(04)  COMP.
016600 01  WS-NIGHT-TABLE.
016700     05  WS-NIGHT-ENTRY      OCCURS 366 TIMES.
016800         10  WS-NT-DATE          PIC X(08).
016900         10  WS-NT-CLASS         PIC X(01).
017000             88  WS-NT-PARTITION         VALUE "P".
017100         10  WS-NT-CROSSINGS     PIC 9(09).
017200         10  WS-NT-SLOT-COUNT    OCCURS 96 TIMES PIC 9(07).
017300*****************************************************************
017400*    CALL-NAME STATISTICS - ROW PER CALL NAME; COLUMN 1 ALL     *
017500*    NIGHTS, 2 PARTITION NIGHTS, 3 UNPARTITIONED NIGHTS. THE    *
017600*    TARGET IS THE POSITION, COUNTING DOWN FROM THE SLOWEST,    *
017700*    OF THE 95TH-PERCENTILE CROSSING.                           *
017800*****************************************************************
017900 01  WS-CALL-LABEL-DATA.
018000     05  FILLER              PIC X(18)
018100         VALUE "GET_CAT_NAME".
018200     05  FILLER              PIC X(18)
018300         VALUE "VALIDATE_CAT_NAME".
018400     05  FILLER              PIC X(18)
018500         VALUE "GET_CAT_GREETING".
018600 01  WS-CALL-LABEL-TABLE REDEFINES WS-CALL-LABEL-DATA.
018700     05  WS-CALL-LABEL       OCCURS 3 TIMES PIC X(18).
018800 01  WS-CLASS-LABEL-DATA.
018900     05  FILLER              PIC X(18)   VALUE "  ALL NIGHTS".
019000     05  FILLER              PIC X(18)   VALUE "  PARTITION".
019100     05  FILLER              PIC X(18)   VALUE "  UNPARTITIONED".
019200 01  WS-CLASS-LABEL-TABLE REDEFINES WS-CLASS-LABEL-DATA.
019300     05  WS-CLASS-LABEL      OCCURS 3 TIMES PIC X(18).
019400 77  WS-CALL-IDX             PIC S9(04)  COMP.
019500 77  WS-STAT-IDX             PIC S9(04)  COMP.
019600 77  WS-CLASS-IDX            PIC S9(04)  COMP.
019700 77  WS-RANK-WORK            PIC 9(09).
019800 01  WS-CALL-STATS.
019900     05  WS-CALL-ENTRY       OCCURS 3 TIMES.
020000         10  WS-CS-ENTRY     OCCURS 3 TIMES.
020100             15  WS-CS-COUNT         PIC 9(09).
020200             15  WS-CS-SUM           PIC 9(15).
020300             15  WS-CS-MAX           PIC 9(09).
020400             15  WS-CS-P95           PIC 9(09).
020500             15  WS-CS-TARGET        PIC 9(09).
020600             15  WS-CS-POSITION      PIC 9(09).
020700*****************************************************************
020800*    SLOWEST CROSSINGS - THE FIRST TEN PER CALL NAME OFF THE    *
020900*    SORT, WHICH RETURNS EACH CALL NAME SLOWEST FIRST.          *
021000*****************************************************************
021100 77  WS-SLOW-MAX             PIC S9(04)  COMP VALUE 10.
021200 77  WS-SLOW-IDX             PIC S9(04)  COMP.
021300 01  WS-SLOW-TABLE.
021400     05  WS-SLOW-CALL        OCCURS 3 TIMES.
021500         10  WS-SLOW-COUNT       PIC S9(04)  COMP.
021600         10  WS-SLOW-ENTRY   OCCURS 10 TIMES.
021700             15  WS-SL-KEY           PIC X(20).
021800             15  WS-SL-DATE          PIC X(08).
021900             15  WS-SL-TIME          PIC X(08).
022000             15  WS-SL-PROGRAM       PIC X(14).
022100             15  WS-SL-HUNDS         PIC 9(09).
022200*****************************************************************
022300*    RUN COUNTERS                                               *
022400*****************************************************************
022500 77  WS-ARCHIVES-READ        PIC 9(09)   VALUE ZERO.
022600 77  WS-FILE-RECORDS         PIC 9(09)   VALUE ZERO.
022700 77  WS-IN-RANGE-COUNT       PIC 9(09)   VALUE ZERO.
022800 77  WS-TIMED-COUNT          PIC 9(09)   VALUE ZERO.
022900 77  WS-STREAM-START-COUNT   PIC 9(09)   VALUE ZERO.
023000 77  WS-GAP-COUNT            PIC 9(09)   VALUE ZERO.
023100 77  WS-OTHER-CALL-COUNT     PIC 9(09)   VALUE ZERO.
023200 77  WS-OUT-RANGE-COUNT      PIC 9(09)   VALUE ZERO.
023300 77  WS-BAD-TIME-COUNT       PIC 9(09)   VALUE ZERO.
023400 77  WS-PART-NIGHTS          PIC 9(09)   VALUE ZERO.
023500 77  WS-UNPART-NIGHTS        PIC 9(09)   VALUE ZERO.
023600*****************************************************************
023700*    REPORT EDIT FIELDS AND THE INTERVAL LINE                   *
023800*****************************************************************
023900 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
024000 77  WS-EDIT-AVG             PIC ZZZZZZ9.9.
024100 77  WS-EDIT-MAX             PIC ZZZZZZZZ9.
024200 77  WS-EDIT-P95             PIC ZZZZZZZZ9.
024300 77  WS-EDIT-RANK            PIC Z9.
024400 77  WS-AVG-MS               PIC 9(09)V9.
024500 77  WS-MS-WORK              PIC 9(10).
024600 77  WS-PRINT-LABEL          PIC X(18).
024700 77  WS-CELL-IDX             PIC S9(04)  COMP.
024800 01  WS-SLOT-LABEL.
024900     05  WS-SLOT-HH          PIC 9(02).
025000     05  FILLER              PIC X(01)   VALUE ":".
025100     05  WS-SLOT-MM          PIC 9(02).
025200 01  WS-SLOT-LINE.
025300     05  WS-SLOT-CELL        OCCURS 5 TIMES.
025400         10  WS-SC-LABEL         PIC X(05).
025500         10  FILLER              PIC X(01).
025600         10  WS-SC-COUNT         PIC ZZZZZZ9.
025700         10  FILLER              PIC X(02).
025800     05  FILLER              PIC X(05).
025900 PROCEDURE DIVISION.
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026200     IF NOT WS-RUN-ABORTED
026300         PERFORM 1500-LOAD-RUN-HISTORY THRU 1500-EXIT
026400         SORT SORT-CROSSING-WORK ON ASCENDING KEY SD-CROSS-CALL
026500                 DESCENDING KEY SD-CROSS-HUNDS
026600             INPUT PROCEDURE IS 2000-RELEASE-CROSSINGS
026700                 THRU 2000-EXIT
026800             OUTPUT PROCEDURE IS 4000-RANK-CROSSINGS
026900                 THRU 4000-EXIT
027000         PERFORM 5000-PRINT-CALL-SUMMARY THRU 5000-EXIT
027100         PERFORM 6000-PRINT-COMPARISON THRU 6000-EXIT
027200         PERFORM 7000-PRINT-SLOWEST THRU 7000-EXIT
027300         PERFORM 8000-PRINT-INTERVALS THRU 8000-EXIT
027400         PERFORM 9000-TERMINATE THRU 9000-EXIT
027500     END-IF
027600     GOBACK.
027700*****************************************************************
027800*    1000-INITIALIZE                                            *
027900*    ACCEPTS AND EDITS THE OPERATOR DATE RANGE (AT MOST A YEAR  *
028000*    OF NIGHTS), BUILDS THE NIGHT TABLE FOR IT, AND OPENS THE   *
028100*    REPORT.                                                    *
028200*****************************************************************
028300 1000-INITIALIZE.
028400     OPEN OUTPUT CAT-LATENCY-REPORT
028500     MOVE SPACES TO CATCTRL-LINE
028600     STRING "CAT-LATENCY NATIVE-CALL LATENCY REPORT"
028700         INTO CATCTRL-LINE
028800     WRITE CATCTRL-RECORD
028900     MOVE ALL "-" TO CATCTRL-LINE
029000     WRITE CATCTRL-RECORD
029100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029200     DISPLAY "ENTER FROM DATE (YYYYMMDD): " WITH NO ADVANCING
029300     ACCEPT WS-FROM-DATE FROM CONSOLE
029400     DISPLAY "ENTER TO DATE (YYYYMMDD): " WITH NO ADVANCING
029500     ACCEPT WS-TO-DATE FROM CONSOLE
029600     MOVE WS-FROM-DATE TO WS-SCAN-DATE-X
029700     IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
029800         OR WS-FROM-DATE > WS-TO-DATE
029900         OR WS-SCAN-MM < 1 OR WS-SCAN-MM > 12
030000         OR WS-SCAN-DD < 1 OR WS-SCAN-DD > 31
030100         DISPLAY "CAT-LATENCY: DATE RANGE IS NOT VALID - "
030200             "NOTHING REPORTED"
030300         MOVE SPACES TO CATCTRL-LINE
030400         STRING "INVALID DATE RANGE - NOTHING REPORTED" INTO
030500             CATCTRL-LINE
030600         WRITE CATCTRL-RECORD
030700         CLOSE CAT-LATENCY-REPORT
030800         SET WS-RUN-ABORTED TO TRUE
030900         MOVE 8 TO RETURN-CODE
031000         GO TO 1000-EXIT
031100     END-IF
031200     PERFORM 1100-ADD-ONE-NIGHT THRU 1100-EXIT
031300         UNTIL WS-SCAN-DATE-X > WS-TO-DATE
031400         OR WS-NIGHT-COUNT NOT < WS-NIGHT-MAX
031500     IF WS-SCAN-DATE-X NOT > WS-TO-DATE
031600         DISPLAY "CAT-LATENCY: DATE RANGE IS LONGER THAN 366 "
031700             "NIGHTS - NOTHING REPORTED"
031800         MOVE SPACES TO CATCTRL-LINE
031900         STRING "DATE RANGE LONGER THAN 366 NIGHTS - NOTHING "
032000             "REPORTED" DELIMITED BY SIZE INTO CATCTRL-LINE
032100         WRITE CATCTRL-RECORD
032200         CLOSE CAT-LATENCY-REPORT
032300         SET WS-RUN-ABORTED TO TRUE
032400         MOVE 8 TO RETURN-CODE
032500         GO TO 1000-EXIT
032600     END-IF
032700     PERFORM 1050-CLEAR-ONE-STAT THRU 1050-EXIT
032800         VARYING WS-CALL-IDX FROM 1 BY 1 UNTIL WS-CALL-IDX > 3
032900         AFTER WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 3
033000     MOVE SPACES TO CATCTRL-LINE
033100     STRING "RANGE " DELIMITED BY SIZE
033200         WS-FROM-DATE DELIMITED BY SIZE
033300         " THROUGH " DELIMITED BY SIZE
033400         WS-TO-DATE DELIMITED BY SIZE
033500         INTO CATCTRL-LINE
033600     WRITE CATCTRL-RECORD.
033700 1000-EXIT.
033800     EXIT.
033900 1050-CLEAR-ONE-STAT.
034000     MOVE ZERO TO WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX)
034100     MOVE ZERO TO WS-CS-SUM (WS-CALL-IDX, WS-STAT-IDX)
034200     MOVE ZERO TO WS-CS-MAX (WS-CALL-IDX, WS-STAT-IDX)
034300     MOVE ZERO TO WS-CS-P95 (WS-CALL-IDX, WS-STAT-IDX)
034400     MOVE ZERO TO WS-CS-TARGET (WS-CALL-IDX, WS-STAT-IDX)
034500     MOVE ZERO TO WS-CS-POSITION (WS-CALL-IDX, WS-STAT-IDX)
034600     MOVE ZERO TO WS-SLOW-COUNT (WS-CALL-IDX).
034700 1050-EXIT.
034800     EXIT.
034900*****************************************************************
035000*    1100-ADD-ONE-NIGHT                                         *
035100*    ONE NIGHT-TABLE ENTRY FOR THE SCAN DATE, UNPARTITIONED     *
035200*    UNTIL CATRHIST SAYS OTHERWISE, THEN THE NEXT DAY.          *
035300*****************************************************************
035400 1100-ADD-ONE-NIGHT.
035500     ADD 1 TO WS-NIGHT-COUNT
035600     MOVE WS-SCAN-DATE-X TO WS-NT-DATE (WS-NIGHT-COUNT)
035700     MOVE "U" TO WS-NT-CLASS (WS-NIGHT-COUNT)
035800     MOVE ZERO TO WS-NT-CROSSINGS (WS-NIGHT-COUNT)
035900     PERFORM 1150-CLEAR-ONE-SLOT THRU 1150-EXIT
036000         VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 96
036100     PERFORM 1200-ADVANCE-ONE-DAY THRU 1200-EXIT.
036200 1100-EXIT.
036300     EXIT.
036400 1150-CLEAR-ONE-SLOT.
036500     MOVE ZERO TO WS-NT-SLOT-COUNT (WS-NIGHT-COUNT, WS-SLOT-IDX).
036600 1150-EXIT.
036700     EXIT.
036800*****************************************************************
036900*    1200-ADVANCE-ONE-DAY                                       *
037000*    STEPS THE SCAN DATE ONE CALENDAR DAY, MONTH ENDS AND LEAP  *
037100*    FEBRUARIES INCLUDED.                                       *
037200*****************************************************************
037300 1200-ADVANCE-ONE-DAY.
037400     MOVE WS-MONTH-DAYS (WS-SCAN-MM) TO WS-DAYS-THIS-MONTH
037500     IF WS-SCAN-MM EQUAL 2
037600         PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
037700         IF WS-IS-LEAP-YEAR
037800             MOVE 29 TO WS-DAYS-THIS-MONTH
037900         END-IF
038000     END-IF
038100     IF WS-SCAN-DD < WS-DAYS-THIS-MONTH
038200         ADD 1 TO WS-SCAN-DD
038300         GO TO 1200-EXIT
038400     END-IF
038500     MOVE 1 TO WS-SCAN-DD
038600     IF WS-SCAN-MM < 12
038700         ADD 1 TO WS-SCAN-MM
038800     ELSE
038900         MOVE 1 TO WS-SCAN-MM
039000         ADD 1 TO WS-SCAN-YYYY
039100     END-IF.
039200 1200-EXIT.
039300     EXIT.
039400*****************************************************************
039500*    1250-CHECK-LEAP-YEAR                                       *
039600*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.     *
039700*****************************************************************
039800 1250-CHECK-LEAP-YEAR.
039900     MOVE "N" TO WS-LEAP-SW
040000     DIVIDE WS-SCAN-YYYY BY 4 GIVING WS-LEAP-WORK
040100         REMAINDER WS-LEAP-REM
040200     IF WS-LEAP-REM NOT EQUAL ZERO
040300         GO TO 1250-EXIT
040400     END-IF
040500     DIVIDE WS-SCAN-YYYY BY 100 GIVING WS-LEAP-WORK
040600         REMAINDER WS-LEAP-REM
040700     IF WS-LEAP-REM NOT EQUAL ZERO
040800         MOVE "Y" TO WS-LEAP-SW
040900         GO TO 1250-EXIT
041000     END-IF
041100     DIVIDE WS-SCAN-YYYY BY 400 GIVING WS-LEAP-WORK
041200         REMAINDER WS-LEAP-REM
041300     IF WS-LEAP-REM EQUAL ZERO
041400         MOVE "Y" TO WS-LEAP-SW
041500     END-IF.
041600 1250-EXIT.
041700     EXIT.
041800*****************************************************************
041900*    1500-LOAD-RUN-HISTORY                                      *
042000*    MARKS EVERY NIGHT IN THE RANGE THAT CATRHIST SHOWS AS A    *
042100*    PARTITION NIGHT (A PART1-PART4 OR MERGED RUN THAT DATE).   *
042200*    WITH NO HISTORY EVERY NIGHT COUNTS AS UNPARTITIONED.       *
042300*****************************************************************
042400 1500-LOAD-RUN-HISTORY.
042500     OPEN INPUT CAT-RUN-HISTORY
042600     IF NOT WS-RHIST-OK
042700         MOVE SPACES TO CATCTRL-LINE
042800         STRING "NO RUN HISTORY ON FILE - ALL NIGHTS SHOWN AS "
042900             "UNPARTITIONED" DELIMITED BY SIZE INTO CATCTRL-LINE
043000         WRITE CATCTRL-RECORD
043100         GO TO 1500-EXIT
043200     END-IF
043300     PERFORM 1550-MARK-ONE-RUN THRU 1550-EXIT
043400         UNTIL WS-EOF-HIST
043500     CLOSE CAT-RUN-HISTORY.
043600 1500-EXIT.
043700     EXIT.
043800 1550-MARK-ONE-RUN.
043900     READ CAT-RUN-HISTORY
044000         AT END
044100             SET WS-EOF-HIST TO TRUE
044200             GO TO 1550-EXIT
044300     END-READ
044400     IF CATRHIST-MODE (1:4) NOT EQUAL "PART"
044500         AND CATRHIST-MODE NOT EQUAL "MERGED"
044600         GO TO 1550-EXIT
044700     END-IF
044800     MOVE CATRHIST-RUN-DATE TO WS-LOOK-DATE
044900     PERFORM 1600-FIND-NIGHT THRU 1600-EXIT
045000     IF WS-NIGHT-FOUND-IDX > ZERO
045100         MOVE "P" TO WS-NT-CLASS (WS-NIGHT-FOUND-IDX)
045200     END-IF.
045300 1550-EXIT.
045400     EXIT.
045500*****************************************************************
045600*    1600-FIND-NIGHT                                            *
045700*    NIGHT-TABLE ENTRY FOR WS-LOOK-DATE, ZERO WHEN THE DATE IS  *
045800*    OUTSIDE THE RANGE. THE TRAIL COMES IN DATE ORDER, SO THE   *
045900*    LAST NIGHT FOUND IS TRIED FIRST.                           *
046000*****************************************************************
046100 1600-FIND-NIGHT.
046200     MOVE ZERO TO WS-NIGHT-FOUND-IDX
046300     IF WS-NIGHT-LAST-IDX > ZERO
046400         IF WS-NT-DATE (WS-NIGHT-LAST-IDX) EQUAL WS-LOOK-DATE
046500             MOVE WS-NIGHT-LAST-IDX TO WS-NIGHT-FOUND-IDX
046600             GO TO 1600-EXIT
046700         END-IF
046800     END-IF
046900     PERFORM 1650-TEST-ONE-NIGHT THRU 1650-EXIT
047000         VARYING WS-NIGHT-IDX FROM 1 BY 1
047100         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
047200         OR WS-NIGHT-FOUND-IDX > ZERO
047300     IF WS-NIGHT-FOUND-IDX > ZERO
047400         MOVE WS-NIGHT-FOUND-IDX TO WS-NIGHT-LAST-IDX
047500     END-IF.
047600 1600-EXIT.
047700     EXIT.
047800 1650-TEST-ONE-NIGHT.
047900     IF WS-NT-DATE (WS-NIGHT-IDX) EQUAL WS-LOOK-DATE
048000         MOVE WS-NIGHT-IDX TO WS-NIGHT-FOUND-IDX
048100     END-IF.
048200 1650-EXIT.
048300     EXIT.
048400*****************************************************************
048500*    2000-RELEASE-CROSSINGS                                     *
048600*    SORT INPUT PROCEDURE. AN ARCHIVE HOLDS ONLY RECORDS OLDER  *
048700*    THAN THE DAY IT WAS WRITTEN, SO EVERY ARCHIVE DATED FROM   *
048800*    THE START OF THE RANGE THROUGH TODAY IS TRIED, OLDEST      *
048900*    FIRST, AND THEN THE LIVE TRAIL.                            *
049000*****************************************************************
049100 2000-RELEASE-CROSSINGS.
049200     MOVE WS-FROM-DATE TO WS-SCAN-DATE-X
049300     PERFORM 2100-READ-ONE-ARCHIVE THRU 2100-EXIT
049400         UNTIL WS-SCAN-DATE-X > WS-CURRENT-DATE
049500     PERFORM 2200-READ-LIVE-AUDIT THRU 2200-EXIT.
049600 2000-EXIT.
049700     EXIT.
049800 2100-READ-ONE-ARCHIVE.
049900     MOVE WS-SCAN-DATE-X TO WS-AUDIT-ARC-DATE
050000     OPEN INPUT CAT-AUDIT-ARCHIVE
050100     IF WS-AUDIT-ARC-OK
050200         ADD 1 TO WS-ARCHIVES-READ
050300         MOVE ZERO TO WS-FILE-RECORDS
050400         MOVE "N" TO WS-STREAM-SW
050500         MOVE "N" TO WS-EOF-AUDIT-SW
050600         PERFORM 2150-READ-ARCHIVE-RECORD THRU 2150-EXIT
050700             UNTIL WS-EOF-AUDIT
050800         CLOSE CAT-AUDIT-ARCHIVE
050900         MOVE WS-FILE-RECORDS TO WS-EDIT-COUNT
051000         MOVE SPACES TO CATCTRL-LINE
051100         STRING "ARCHIVE " DELIMITED BY SIZE
051200             WS-AUDIT-ARC-NAME DELIMITED BY SIZE
051300             " RECORDS READ . . . . ." DELIMITED BY SIZE
051400             WS-EDIT-COUNT DELIMITED BY SIZE
051500             INTO CATCTRL-LINE
051600         WRITE CATCTRL-RECORD
051700     END-IF
051800     PERFORM 1200-ADVANCE-ONE-DAY THRU 1200-EXIT.
051900 2100-EXIT.
052000     EXIT.
052100 2150-READ-ARCHIVE-RECORD.
052200     READ CAT-AUDIT-ARCHIVE INTO WS-AUD-RECORD
052300         AT END
052400             SET WS-EOF-AUDIT TO TRUE
052500             GO TO 2150-EXIT
052600     END-READ
052700     ADD 1 TO WS-FILE-RECORDS
052800     PERFORM 2500-TIME-ONE-CROSSING THRU 2500-EXIT.
052900 2150-EXIT.
053000     EXIT.
053100 2200-READ-LIVE-AUDIT.
053200     OPEN INPUT CAT-AUDIT-LOG
053300     IF NOT WS-AUDITLOG-OK
053400         MOVE SPACES TO CATCTRL-LINE
053500         STRING "NO LIVE CATAUDIT ON FILE" INTO CATCTRL-LINE
053600         WRITE CATCTRL-RECORD
053700         GO TO 2200-EXIT
053800     END-IF
053900     MOVE ZERO TO WS-FILE-RECORDS
054000     MOVE "N" TO WS-STREAM-SW
054100     MOVE "N" TO WS-EOF-AUDIT-SW
054200     PERFORM 2250-READ-LIVE-RECORD THRU 2250-EXIT
054300         UNTIL WS-EOF-AUDIT
054400     CLOSE CAT-AUDIT-LOG
054500     MOVE WS-FILE-RECORDS TO WS-EDIT-COUNT
054600     MOVE SPACES TO CATCTRL-LINE
054700     STRING "LIVE CATAUDIT RECORDS READ . . . . . . . ."
054800         DELIMITED BY SIZE
054900         WS-EDIT-COUNT DELIMITED BY SIZE
055000         INTO CATCTRL-LINE
055100     WRITE CATCTRL-RECORD.
055200 2200-EXIT.
055300     EXIT.
055400 2250-READ-LIVE-RECORD.
055500     READ CAT-AUDIT-LOG INTO WS-AUD-RECORD
055600         AT END
055700             SET WS-EOF-AUDIT TO TRUE
055800             GO TO 2250-EXIT
055900     END-READ
056000     ADD 1 TO WS-FILE-RECORDS
056100     PERFORM 2500-TIME-ONE-CROSSING THRU 2500-EXIT.
056200 2250-EXIT.
056300     EXIT.
056400*****************************************************************
056500*    2500-TIME-ONE-CROSSING                                     *
056600*    COUNTS THE CROSSING IN ITS NIGHT AND QUARTER-HOUR, THEN    *
056700*    TIMES IT AGAINST THE CROSSING BEFORE IT WHEN BOTH BELONG   *
056800*    TO THE SAME STREAM. A RECORD OUTSIDE THE RANGE OR WITH AN  *
056900*    UNREADABLE TIME ENDS THE STREAM.                           *
057000*****************************************************************
057100 2500-TIME-ONE-CROSSING.
057200     IF WS-AUD-DATE < WS-FROM-DATE
057300         OR WS-AUD-DATE > WS-TO-DATE
057400         ADD 1 TO WS-OUT-RANGE-COUNT
057500         MOVE "N" TO WS-STREAM-SW
057600         GO TO 2500-EXIT
057700     END-IF
057800     MOVE WS-AUD-TIME TO WS-PARSE-TIME
057900     IF WS-AUD-TIME NOT NUMERIC
058000         OR WS-PT-HH > 23 OR WS-PT-MM > 59 OR WS-PT-SS > 59
058100         ADD 1 TO WS-BAD-TIME-COUNT
058200         MOVE "N" TO WS-STREAM-SW
058300         GO TO 2500-EXIT
058400     END-IF
058500     MOVE WS-AUD-DATE TO WS-LOOK-DATE
058600     PERFORM 1600-FIND-NIGHT THRU 1600-EXIT
058700     ADD 1 TO WS-IN-RANGE-COUNT
058800     ADD 1 TO WS-NT-CROSSINGS (WS-NIGHT-FOUND-IDX)
058900     COMPUTE WS-SLOT-IDX = WS-PT-HH * 4 + WS-PT-MM / 15 + 1
059000     ADD 1 TO WS-NT-SLOT-COUNT (WS-NIGHT-FOUND-IDX, WS-SLOT-IDX)
059100     COMPUTE WS-CROSS-HUNDS =
059200         ((WS-PT-HH * 60 + WS-PT-MM) * 60 + WS-PT-SS) * 100
059300             + WS-PT-HS
059400     MOVE "N" TO WS-TIMED-SW
059500     IF WS-IN-STREAM
059600         AND WS-AUD-PROGRAM EQUAL WS-PREV-PROGRAM
059700         AND WS-AUD-DATE EQUAL WS-PREV-DATE
059800         AND WS-CROSS-HUNDS NOT < WS-PREV-HUNDS
059900         COMPUTE WS-ELAPSED-HUNDS =
060000             WS-CROSS-HUNDS - WS-PREV-HUNDS
060100         MOVE "Y" TO WS-TIMED-SW
060200     END-IF
060300     MOVE WS-AUD-PROGRAM TO WS-PREV-PROGRAM
060400     MOVE WS-AUD-DATE TO WS-PREV-DATE
060500     MOVE WS-CROSS-HUNDS TO WS-PREV-HUNDS
060600     MOVE "Y" TO WS-STREAM-SW
060700     IF NOT WS-CROSSING-TIMED
060800         ADD 1 TO WS-STREAM-START-COUNT
060900         GO TO 2500-EXIT
061000     END-IF
061100     IF WS-ELAPSED-HUNDS > WS-GAP-LIMIT-HUNDS
061200         ADD 1 TO WS-GAP-COUNT
061300         GO TO 2500-EXIT
061400     END-IF
061500     EVALUATE WS-AUD-CALL-NAME
061600         WHEN "get_cat_name"
061700             MOVE 1 TO WS-CALL-IDX
061800         WHEN "validate_cat_name"
061900             MOVE 2 TO WS-CALL-IDX
062000         WHEN "get_cat_greeting"
062100             MOVE 3 TO WS-CALL-IDX
062200         WHEN OTHER
062300             ADD 1 TO WS-OTHER-CALL-COUNT
062400             GO TO 2500-EXIT
062500     END-EVALUATE
062600     PERFORM 2600-RECORD-ELAPSED THRU 2600-EXIT.
062700 2500-EXIT.
062800     EXIT.
062900*****************************************************************
063000*    2600-RECORD-ELAPSED                                        *
063100*    ADDS ONE TIMED CROSSING TO THE ALL-NIGHTS AND THE CLASS    *
063200*    STATISTICS AND RELEASES IT TO THE SORT FOR THE PERCENTILE  *
063300*    AND THE SLOWEST-KEY LIST.                                  *
063400*****************************************************************
063500 2600-RECORD-ELAPSED.
063600     ADD 1 TO WS-TIMED-COUNT
063700     IF WS-NT-PARTITION (WS-NIGHT-FOUND-IDX)
063800         MOVE 2 TO WS-CLASS-IDX
063900     ELSE
064000         MOVE 3 TO WS-CLASS-IDX
064100     END-IF
064200     MOVE 1 TO WS-STAT-IDX
064300     PERFORM 2650-ADD-TO-STATS THRU 2650-EXIT
064400     MOVE WS-CLASS-IDX TO WS-STAT-IDX
064500     PERFORM 2650-ADD-TO-STATS THRU 2650-EXIT
064600     MOVE WS-CALL-IDX TO SD-CROSS-CALL
064700     MOVE WS-ELAPSED-HUNDS TO SD-CROSS-HUNDS
064800     MOVE WS-CLASS-IDX TO SD-CROSS-CLASS
064900     MOVE WS-AUD-DATE TO SD-CROSS-DATE
065000     MOVE WS-AUD-TIME TO SD-CROSS-TIME
065100     MOVE WS-AUD-PROGRAM TO SD-CROSS-PROGRAM
065200     MOVE WS-AUD-KEY TO SD-CROSS-KEY
065300     RELEASE SD-CROSS-RECORD.
065400 2600-EXIT.
065500     EXIT.
065600 2650-ADD-TO-STATS.
065700     ADD 1 TO WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX)
065800     ADD WS-ELAPSED-HUNDS TO WS-CS-SUM (WS-CALL-IDX, WS-STAT-IDX)
065900     IF WS-ELAPSED-HUNDS > WS-CS-MAX (WS-CALL-IDX, WS-STAT-IDX)
066000         MOVE WS-ELAPSED-HUNDS
066100             TO WS-CS-MAX (WS-CALL-IDX, WS-STAT-IDX)
066200     END-IF.
066300 2650-EXIT.
066400     EXIT.
066500*****************************************************************
066600*    4000-RANK-CROSSINGS                                        *
066700*    SORT OUTPUT PROCEDURE. EACH CALL NAME COMES BACK SLOWEST   *
066800*    FIRST, SO THE 95TH PERCENTILE OF N CROSSINGS IS THE ONE AT *
066900*    POSITION N - CEILING(0.95 N) + 1, AND THE FIRST TEN ARE    *
067000*    THE SLOWEST KEYS. THE CLASS POSITIONS ARE COUNTED THE SAME *
067100*    WAY WITHIN THE ONE PASS.                                   *
067200*****************************************************************
067300 4000-RANK-CROSSINGS.
067400     PERFORM 4100-SET-ONE-TARGET THRU 4100-EXIT
067500         VARYING WS-CALL-IDX FROM 1 BY 1 UNTIL WS-CALL-IDX > 3
067600         AFTER WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 3
067700     MOVE "N" TO WS-EOF-SORT-SW
067800     PERFORM 4200-RETURN-CROSSING THRU 4200-EXIT
067900     PERFORM 4300-RANK-ONE-CROSSING THRU 4300-EXIT
068000         UNTIL WS-EOF-SORT.
068100 4000-EXIT.
068200     EXIT.
068300 4100-SET-ONE-TARGET.
068400     MOVE ZERO TO WS-CS-TARGET (WS-CALL-IDX, WS-STAT-IDX)
068500     IF WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX) EQUAL ZERO
068600         GO TO 4100-EXIT
068700     END-IF
068800     COMPUTE WS-RANK-WORK =
068900         (WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX) * 95 + 99) / 100
069000     COMPUTE WS-CS-TARGET (WS-CALL-IDX, WS-STAT-IDX) =
069100         WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX)
069200             - WS-RANK-WORK + 1.
069300 4100-EXIT.
069400     EXIT.
069500 4200-RETURN-CROSSING.
069600     RETURN SORT-CROSSING-WORK
069700         AT END
069800             SET WS-EOF-SORT TO TRUE
069900     END-RETURN.
070000 4200-EXIT.
070100     EXIT.
070200 4300-RANK-ONE-CROSSING.
070300     MOVE SD-CROSS-CALL TO WS-CALL-IDX
070400     MOVE 1 TO WS-STAT-IDX
070500     PERFORM 4350-COUNT-POSITION THRU 4350-EXIT
070600     MOVE SD-CROSS-CLASS TO WS-STAT-IDX
070700     PERFORM 4350-COUNT-POSITION THRU 4350-EXIT
070800     IF WS-SLOW-COUNT (WS-CALL-IDX) < WS-SLOW-MAX
070900         ADD 1 TO WS-SLOW-COUNT (WS-CALL-IDX)
071000         MOVE WS-SLOW-COUNT (WS-CALL-IDX) TO WS-SLOW-IDX
071100         MOVE SD-CROSS-KEY
071200             TO WS-SL-KEY (WS-CALL-IDX, WS-SLOW-IDX)
071300         MOVE SD-CROSS-DATE
071400             TO WS-SL-DATE (WS-CALL-IDX, WS-SLOW-IDX)
071500         MOVE SD-CROSS-TIME
071600             TO WS-SL-TIME (WS-CALL-IDX, WS-SLOW-IDX)
071700         MOVE SD-CROSS-PROGRAM
071800             TO WS-SL-PROGRAM (WS-CALL-IDX, WS-SLOW-IDX)
071900         MOVE SD-CROSS-HUNDS
072000             TO WS-SL-HUNDS (WS-CALL-IDX, WS-SLOW-IDX)
072100     END-IF
072200     PERFORM 4200-RETURN-CROSSING THRU 4200-EXIT.
072300 4300-EXIT.
072400     EXIT.
072500 4350-COUNT-POSITION.
072600     ADD 1 TO WS-CS-POSITION (WS-CALL-IDX, WS-STAT-IDX)
072700     IF WS-CS-POSITION (WS-CALL-IDX, WS-STAT-IDX)
072800         EQUAL WS-CS-TARGET (WS-CALL-IDX, WS-STAT-IDX)
072900         MOVE SD-CROSS-HUNDS
073000             TO WS-CS-P95 (WS-CALL-IDX, WS-STAT-IDX)
073100     END-IF.
073200 4350-EXIT.
073300     EXIT.
073400*****************************************************************
073500*    5000-PRINT-CALL-SUMMARY                                    *
073600*    COUNT, AVERAGE, MAXIMUM AND 95TH PERCENTILE PER CALL NAME  *
073700*    OVER EVERY NIGHT IN THE RANGE.                             *
073800*****************************************************************
073900 5000-PRINT-CALL-SUMMARY.
074000     MOVE ALL "-" TO CATCTRL-LINE
074100     WRITE CATCTRL-RECORD
074200     MOVE SPACES TO CATCTRL-LINE
074300     STRING "ELAPSED TIME PER CALL, ALL NIGHTS (MILLISECONDS)"
074400         INTO CATCTRL-LINE
074500     WRITE CATCTRL-RECORD
074600     PERFORM 5900-PRINT-STATS-HEADING THRU 5900-EXIT
074700     MOVE 1 TO WS-STAT-IDX
074800     PERFORM 5100-PRINT-ONE-CALL THRU 5100-EXIT
074900         VARYING WS-CALL-IDX FROM 1 BY 1 UNTIL WS-CALL-IDX > 3.
075000 5000-EXIT.
075100     EXIT.
075200 5100-PRINT-ONE-CALL.
075300     MOVE WS-CALL-LABEL (WS-CALL-IDX) TO WS-PRINT-LABEL
075400     PERFORM 5500-PRINT-STATS-LINE THRU 5500-EXIT.
075500 5100-EXIT.
075600     EXIT.
075700*****************************************************************
075800*    5500-PRINT-STATS-LINE                                      *
075900*    ONE STATISTICS LINE FOR WS-CALL-IDX / WS-STAT-IDX UNDER    *
076000*    THE LABEL IN WS-PRINT-LABEL. HUNDREDTHS TIMES TEN GIVES    *
076100*    MILLISECONDS.                                              *
076200*****************************************************************
076300 5500-PRINT-STATS-LINE.
076400     MOVE ZERO TO WS-AVG-MS
076500     IF WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX) > ZERO
076600         COMPUTE WS-AVG-MS ROUNDED =
076700             WS-CS-SUM (WS-CALL-IDX, WS-STAT-IDX) * 10
076800                 / WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX)
076900     END-IF
077000     MOVE WS-CS-COUNT (WS-CALL-IDX, WS-STAT-IDX)
077100         TO WS-EDIT-COUNT
077200     MOVE WS-AVG-MS TO WS-EDIT-AVG
077300     COMPUTE WS-MS-WORK = WS-CS-MAX (WS-CALL-IDX, WS-STAT-IDX)
077400         * 10
077500     MOVE WS-MS-WORK TO WS-EDIT-MAX
077600     COMPUTE WS-MS-WORK = WS-CS-P95 (WS-CALL-IDX, WS-STAT-IDX)
077700         * 10
077800     MOVE WS-MS-WORK TO WS-EDIT-P95
077900     MOVE SPACES TO CATCTRL-LINE
078000     STRING WS-PRINT-LABEL DELIMITED BY SIZE
078100         WS-EDIT-COUNT DELIMITED BY SIZE
078200         " " DELIMITED BY SIZE
078300         WS-EDIT-AVG DELIMITED BY SIZE
078400         " " DELIMITED BY SIZE
078500         WS-EDIT-MAX DELIMITED BY SIZE
078600         " " DELIMITED BY SIZE
078700         WS-EDIT-P95 DELIMITED BY SIZE
078800         INTO CATCTRL-LINE
078900     WRITE CATCTRL-RECORD.
079000 5500-EXIT.
079100     EXIT.
079200 5900-PRINT-STATS-HEADING.
079300     MOVE SPACES TO CATCTRL-LINE
079400     STRING "CALL NAME         " DELIMITED BY SIZE
079500         "    COUNT    AVG MS    MAX MS   95TH MS"
079600         DELIMITED BY SIZE
079700         INTO CATCTRL-LINE
079800     WRITE CATCTRL-RECORD.
079900 5900-EXIT.
080000     EXIT.
080100*****************************************************************
080200*    6000-PRINT-COMPARISON                                      *
080300*    THE SAME STATISTICS SPLIT BETWEEN PARTITION NIGHTS AND     *
080400*    UNPARTITIONED NIGHTS, WITH THE NUMBER OF EACH KIND OF      *
080500*    NIGHT THAT HAD ANY CROSSINGS.                              *
080600*****************************************************************
080700 6000-PRINT-COMPARISON.
080800     PERFORM 6050-COUNT-ONE-NIGHT THRU 6050-EXIT
080900         VARYING WS-NIGHT-IDX FROM 1 BY 1
081000         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
081100     MOVE ALL "-" TO CATCTRL-LINE
081200     WRITE CATCTRL-RECORD
081300     MOVE SPACES TO CATCTRL-LINE
081400     STRING "PARTITION NIGHTS AGAINST UNPARTITIONED NIGHTS"
081500         INTO CATCTRL-LINE
081600     WRITE CATCTRL-RECORD
081700     MOVE WS-PART-NIGHTS TO WS-EDIT-COUNT
081800     MOVE SPACES TO CATCTRL-LINE
081900     STRING "PARTITION NIGHTS WITH CROSSINGS. . . . . ."
082000         DELIMITED BY SIZE
082100         WS-EDIT-COUNT DELIMITED BY SIZE
082200         INTO CATCTRL-LINE
082300     WRITE CATCTRL-RECORD
082400     MOVE WS-UNPART-NIGHTS TO WS-EDIT-COUNT
082500     MOVE SPACES TO CATCTRL-LINE
082600     STRING "UNPARTITIONED NIGHTS WITH CROSSINGS. . . ."
082700         DELIMITED BY SIZE
082800         WS-EDIT-COUNT DELIMITED BY SIZE
082900         INTO CATCTRL-LINE
083000     WRITE CATCTRL-RECORD
083100     PERFORM 5900-PRINT-STATS-HEADING THRU 5900-EXIT
083200     PERFORM 6100-COMPARE-ONE-CALL THRU 6100-EXIT
083300         VARYING WS-CALL-IDX FROM 1 BY 1 UNTIL WS-CALL-IDX > 3.
083400 6000-EXIT.
083500     EXIT.
083600 6050-COUNT-ONE-NIGHT.
083700     IF WS-NT-CROSSINGS (WS-NIGHT-IDX) EQUAL ZERO
083800         GO TO 6050-EXIT
083900     END-IF
084000     IF WS-NT-PARTITION (WS-NIGHT-IDX)
084100         ADD 1 TO WS-PART-NIGHTS
084200     ELSE
084300         ADD 1 TO WS-UNPART-NIGHTS
084400     END-IF.
084500 6050-EXIT.
084600     EXIT.
084700 6100-COMPARE-ONE-CALL.
084800     MOVE SPACES TO CATCTRL-LINE
084900     STRING WS-CALL-LABEL (WS-CALL-IDX) INTO CATCTRL-LINE
085000     WRITE CATCTRL-RECORD
085100     MOVE 2 TO WS-STAT-IDX
085200     MOVE WS-CLASS-LABEL (2) TO WS-PRINT-LABEL
085300     PERFORM 5500-PRINT-STATS-LINE THRU 5500-EXIT
085400     MOVE 3 TO WS-STAT-IDX
085500     MOVE WS-CLASS-LABEL (3) TO WS-PRINT-LABEL
085600     PERFORM 5500-PRINT-STATS-LINE THRU 5500-EXIT.
085700 6100-EXIT.
085800     EXIT.
085900*****************************************************************
086000*    7000-PRINT-SLOWEST                                         *
086100*    THE TEN SLOWEST CROSSINGS OF EACH CALL NAME - KEY, WHEN,   *
086200*    WHICH PROGRAM, AND HOW LONG.                               *
086300*****************************************************************
086400 7000-PRINT-SLOWEST.
086500     MOVE ALL "-" TO CATCTRL-LINE
086600     WRITE CATCTRL-RECORD
086700     MOVE SPACES TO CATCTRL-LINE
086800     STRING "SLOWEST KEYS PER CALL (MILLISECONDS)"
086900         INTO CATCTRL-LINE
087000     WRITE CATCTRL-RECORD
087100     PERFORM 7100-PRINT-ONE-CALL THRU 7100-EXIT
087200         VARYING WS-CALL-IDX FROM 1 BY 1 UNTIL WS-CALL-IDX > 3.
087300 7000-EXIT.
087400     EXIT.
087500 7100-PRINT-ONE-CALL.
087600     MOVE SPACES TO CATCTRL-LINE
087700     STRING WS-CALL-LABEL (WS-CALL-IDX) INTO CATCTRL-LINE
087800     WRITE CATCTRL-RECORD
087900     IF WS-SLOW-COUNT (WS-CALL-IDX) EQUAL ZERO
088000         MOVE SPACES TO CATCTRL-LINE
088100         STRING "  NO TIMED CROSSINGS" INTO CATCTRL-LINE
088200         WRITE CATCTRL-RECORD
088300         GO TO 7100-EXIT
088400     END-IF
088500     PERFORM 7150-PRINT-ONE-SLOW THRU 7150-EXIT
088600         VARYING WS-SLOW-IDX FROM 1 BY 1
088700         UNTIL WS-SLOW-IDX > WS-SLOW-COUNT (WS-CALL-IDX).
088800 7100-EXIT.
088900     EXIT.
089000 7150-PRINT-ONE-SLOW.
089100     MOVE WS-SLOW-IDX TO WS-EDIT-RANK
089200     COMPUTE WS-MS-WORK =
089300         WS-SL-HUNDS (WS-CALL-IDX, WS-SLOW-IDX) * 10
089400     MOVE WS-MS-WORK TO WS-EDIT-MAX
089500     MOVE SPACES TO CATCTRL-LINE
089600     STRING "  " DELIMITED BY SIZE
089700         WS-EDIT-RANK DELIMITED BY SIZE
089800         " " DELIMITED BY SIZE
089900         WS-SL-KEY (WS-CALL-IDX, WS-SLOW-IDX) DELIMITED BY SIZE
090000         " " DELIMITED BY SIZE
090100         WS-SL-DATE (WS-CALL-IDX, WS-SLOW-IDX) DELIMITED BY SIZE
090200         " " DELIMITED BY SIZE
090300         WS-SL-TIME (WS-CALL-IDX, WS-SLOW-IDX) DELIMITED BY SIZE
090400         " " DELIMITED BY SIZE
090500         WS-SL-PROGRAM (WS-CALL-IDX, WS-SLOW-IDX)
090600             DELIMITED BY SIZE
090700         WS-EDIT-MAX DELIMITED BY SIZE
090800         INTO CATCTRL-LINE
090900     WRITE CATCTRL-RECORD.
091000 7150-EXIT.
091100     EXIT.
091200*****************************************************************
091300*    8000-PRINT-INTERVALS                                       *
091400*    FOR EACH NIGHT WITH CROSSINGS, ITS CLASS AND TOTAL, THEN   *
091500*    THE CROSSINGS IN EVERY QUARTER-HOUR THAT HAD ANY, FIVE TO  *
091600*    A LINE, LABELLED BY THE START OF THE QUARTER-HOUR.         *
091700*****************************************************************
091800 8000-PRINT-INTERVALS.
091900     MOVE ALL "-" TO CATCTRL-LINE
092000     WRITE CATCTRL-RECORD
092100     MOVE SPACES TO CATCTRL-LINE
092200     STRING "CALLS PER 15-MINUTE INTERVAL BY NIGHT"
092300         INTO CATCTRL-LINE
092400     WRITE CATCTRL-RECORD
092500     PERFORM 8100-PRINT-ONE-NIGHT THRU 8100-EXIT
092600         VARYING WS-NIGHT-IDX FROM 1 BY 1
092700         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
092800 8000-EXIT.
092900     EXIT.
093000 8100-PRINT-ONE-NIGHT.
093100     IF WS-NT-CROSSINGS (WS-NIGHT-IDX) EQUAL ZERO
093200         GO TO 8100-EXIT
093300     END-IF
093400     IF WS-NT-PARTITION (WS-NIGHT-IDX)
093500         MOVE WS-CLASS-LABEL (2) TO WS-PRINT-LABEL
093600     ELSE
093700         MOVE WS-CLASS-LABEL (3) TO WS-PRINT-LABEL
093800     END-IF
093900     MOVE WS-NT-CROSSINGS (WS-NIGHT-IDX) TO WS-EDIT-COUNT
094000     MOVE SPACES TO CATCTRL-LINE
094100     STRING "NIGHT " DELIMITED BY SIZE
094200         WS-NT-DATE (WS-NIGHT-IDX) DELIMITED BY SIZE
094300         WS-PRINT-LABEL DELIMITED BY SIZE
094400         " CROSSINGS" DELIMITED BY SIZE
094500         WS-EDIT-COUNT DELIMITED BY SIZE
094600         INTO CATCTRL-LINE
094700     WRITE CATCTRL-RECORD
094800     MOVE SPACES TO WS-SLOT-LINE
094900     MOVE ZERO TO WS-CELL-IDX
095000     PERFORM 8150-ADD-ONE-CELL THRU 8150-EXIT
095100         VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 96
095200     IF WS-CELL-IDX > ZERO
095300         MOVE WS-SLOT-LINE TO CATCTRL-LINE
095400         WRITE CATCTRL-RECORD
095500     END-IF.
095600 8100-EXIT.
095700     EXIT.
095800 8150-ADD-ONE-CELL.
095900     IF WS-NT-SLOT-COUNT (WS-NIGHT-IDX, WS-SLOT-IDX) EQUAL ZERO
096000         GO TO 8150-EXIT
096100     END-IF
096200     ADD 1 TO WS-CELL-IDX
096300     COMPUTE WS-SLOT-HH = (WS-SLOT-IDX - 1) / 4
096400     COMPUTE WS-SLOT-MM = (WS-SLOT-IDX - 1 - WS-SLOT-HH * 4) * 15
096500     MOVE WS-SLOT-LABEL TO WS-SC-LABEL (WS-CELL-IDX)
096600     MOVE WS-NT-SLOT-COUNT (WS-NIGHT-IDX, WS-SLOT-IDX)
096700         TO WS-SC-COUNT (WS-CELL-IDX)
096800     IF WS-CELL-IDX EQUAL 5
096900         MOVE WS-SLOT-LINE TO CATCTRL-LINE
097000         WRITE CATCTRL-RECORD
097100         MOVE SPACES TO WS-SLOT-LINE
097200         MOVE ZERO TO WS-CELL-IDX
097300     END-IF.
097400 8150-EXIT.
097500     EXIT.
097600*****************************************************************
097700*    9000-TERMINATE                                             *
097800*    SUMMARY BLOCK - HOW MANY CROSSINGS WERE SEEN, TIMED, AND   *
097900*    WHY THE REST WERE NOT - AND CLOSE.                         *
098000*****************************************************************
098100 9000-TERMINATE.
098200     MOVE ALL "-" TO CATCTRL-LINE
098300     WRITE CATCTRL-RECORD
098400     MOVE WS-ARCHIVES-READ TO WS-EDIT-COUNT
098500     MOVE SPACES TO CATCTRL-LINE
098600     STRING "ARCHIVES READ. . . . . . . . . . . . . . ."
098700         DELIMITED BY SIZE
098800         WS-EDIT-COUNT DELIMITED BY SIZE
098900         INTO CATCTRL-LINE
099000     WRITE CATCTRL-RECORD
099100     MOVE WS-IN-RANGE-COUNT TO WS-EDIT-COUNT
099200     MOVE SPACES TO CATCTRL-LINE
099300     STRING "CROSSINGS IN RANGE . . . . . . . . . . . ."
099400         DELIMITED BY SIZE
099500         WS-EDIT-COUNT DELIMITED BY SIZE
099600         INTO CATCTRL-LINE
099700     WRITE CATCTRL-RECORD
099800     MOVE WS-TIMED-COUNT TO WS-EDIT-COUNT
099900     MOVE SPACES TO CATCTRL-LINE
100000     STRING "CROSSINGS TIMED. . . . . . . . . . . . . ."
100100         DELIMITED BY SIZE
100200         WS-EDIT-COUNT DELIMITED BY SIZE
100300         INTO CATCTRL-LINE
100400     WRITE CATCTRL-RECORD
100500     MOVE WS-STREAM-START-COUNT TO WS-EDIT-COUNT
100600     MOVE SPACES TO CATCTRL-LINE
100700     STRING "FIRST OF A STREAM (NOT TIMED). . . . . . ."
100800         DELIMITED BY SIZE
100900         WS-EDIT-COUNT DELIMITED BY SIZE
101000         INTO CATCTRL-LINE
101100     WRITE CATCTRL-RECORD
101200     MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
101300     MOVE SPACES TO CATCTRL-LINE
101400     STRING "AFTER A GAP OVER 5 MINUTES (NOT TIMED) . ."
101500         DELIMITED BY SIZE
101600         WS-EDIT-COUNT DELIMITED BY SIZE
101700         INTO CATCTRL-LINE
101800     WRITE CATCTRL-RECORD
101900     MOVE WS-OTHER-CALL-COUNT TO WS-EDIT-COUNT
102000     MOVE SPACES TO CATCTRL-LINE
102100     STRING "OTHER CALL NAMES (NOT TIMED) . . . . . . ."
102200         DELIMITED BY SIZE
102300         WS-EDIT-COUNT DELIMITED BY SIZE
102400         INTO CATCTRL-LINE
102500     WRITE CATCTRL-RECORD
102600     MOVE WS-OUT-RANGE-COUNT TO WS-EDIT-COUNT
102700     MOVE SPACES TO CATCTRL-LINE
102800     STRING "RECORDS OUTSIDE THE RANGE. . . . . . . . ."
102900         DELIMITED BY SIZE
103000         WS-EDIT-COUNT DELIMITED BY SIZE
103100         INTO CATCTRL-LINE
103200     WRITE CATCTRL-RECORD
103300     MOVE WS-BAD-TIME-COUNT TO WS-EDIT-COUNT
103400     MOVE SPACES TO CATCTRL-LINE
103500     STRING "RECORDS WITH AN UNREADABLE TIME. . . . . ."
103600         DELIMITED BY SIZE
103700         WS-EDIT-COUNT DELIMITED BY SIZE
103800         INTO CATCTRL-LINE
103900     WRITE CATCTRL-RECORD
104000     CLOSE CAT-LATENCY-REPORT.
104100 9000-EXIT.
104200     EXIT.

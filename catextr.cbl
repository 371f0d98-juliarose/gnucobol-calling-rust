000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-EXTRACT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. NIGHTLY DELIMITED EXTRACT *
001100*                   FOR THE REPORTING WAREHOUSE, SO IT NO       *
001200*                   LONGER HAS TO SCRAPE THE PRINT IMAGES. ONE  *
001300*                   "|"-DELIMITED ROW PER CAT ON CAT-MASTER-    *
001400*                   FILE AFTER A COLUMN-HEADER ROW (CATWHEXT),  *
001500*                   JOINED ON KEY TO THE NIGHT'S CATRSLT,       *
001600*                   CATGREET AND CATPEND; A CONTROL FILE        *
001700*                   (CATWHCTL) WITH THE ROW COUNT AND A HASH    *
001800*                   TOTAL; AND A SUMMARY REPORT (CATWHRPT). ON  *
001900*                   A PARTITION NIGHT CATRSLT AND CATGREET ARE  *
002000*                   THE COMBINED FILES CAT-MERGE WRITES, SO THE *
002100*                   EXTRACT IS REFUSED UNTIL CAT-MERGE HAS RUN. *
002110*    10/15/26  JRM  CATRSLT, CATGREET AND CATPEND ARE SORTED    *
002120*                   WITH DUPLICATES IN ORDER, SO WHEN A KEY HAS *
002130*                   MORE THAN ONE ROW THE LAST ONE WRITTEN IS   *
002140*                   STILL THE ONE THE JOIN KEEPS.               *
002200*****************************************************************
002300*****************************************************************
002400*    EXTRACT COLUMNS, IN ORDER                                  *
002500*    CAT_KEY, CAT_NAME, OWNER_ID, MASTER_STATUS (A/I),          *
002600*    EFF_DATE, LAST_MAINT_DATE, LOOKUP_STATUS (F/N/V/T, EMPTY   *
002700*    WHEN THE KEY WAS NOT LOOKED UP THAT NIGHT), LOOKUP_NAME,   *
002800*    GREETING_PRODUCED (Y/N), PENDING_CHANGE (Y/N). TRAILING    *
002900*    SPACES ARE DROPPED FROM EVERY COLUMN, AND A "|" INSIDE A   *
003000*    NAME OR OWNER IS SENT AS A SPACE SO IT CANNOT BE TAKEN FOR *
003100*    A DELIMITER. THE HASH TOTAL ON CATWHCTL IS THE SUM OF THE  *
003200*    EFF_DATE COLUMN TAKEN AS A NUMBER OVER EVERY ROW.          *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS CATMST-KEY
004400         FILE STATUS IS WS-MASTER-STATUS.
004500     SELECT CAT-RESULTS-RAW-FILE ASSIGN TO "CATRSLT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RESULTS-RAW-STATUS.
004800     SELECT SORT-RESULTS-WORK ASSIGN TO "CATWXRWK".
004900     SELECT CAT-RESULTS-FILE ASSIGN TO "CATWXRSR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RESULTS-STATUS.
005200     SELECT CAT-GREETING-RAW-FILE ASSIGN TO "CATGREET"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GREET-RAW-STATUS.
005500     SELECT SORT-GREETING-WORK ASSIGN TO "CATWXGWK".
005600     SELECT CAT-GREETING-FILE ASSIGN TO "CATWXGSR"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GREET-STATUS.
005900     SELECT CAT-PENDING-RAW-FILE ASSIGN TO "CATPEND"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PENDING-RAW-STATUS.
006200     SELECT SORT-PENDING-WORK ASSIGN TO "CATWXPWK".
006300     SELECT CAT-PENDING-FILE ASSIGN TO "CATWXPSR"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PENDING-STATUS.
006600     SELECT CAT-RUN-HISTORY ASSIGN TO "CATRHIST"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RHIST-STATUS.
006900     SELECT CAT-WAREHOUSE-EXTRACT ASSIGN TO "CATWHEXT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-EXTRACT-STATUS.
007200     SELECT CAT-WAREHOUSE-CONTROL ASSIGN TO "CATWHCTL"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-CONTROL-STATUS.
007500     SELECT CAT-EXTRACT-REPORT ASSIGN TO "CATWHRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-REPORT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CAT-MASTER-FILE
008100     RECORD CONTAINS 163 CHARACTERS.
008200 COPY CATMST.
008300 FD  CAT-RESULTS-RAW-FILE
008400     RECORD CONTAINS 101 CHARACTERS.
008500 01  CAT-RESULTS-RAW-RECORD      PIC X(101).
008600 SD  SORT-RESULTS-WORK.
008700 01  SD-RESULTS-RECORD.
008800     05  SD-RESULTS-KEY          PIC X(20).
008900     05  FILLER                  PIC X(81).
009000 FD  CAT-RESULTS-FILE
009100     RECORD CONTAINS 101 CHARACTERS.
009200 COPY CATRSLT.
009300 FD  CAT-GREETING-RAW-FILE
009400     RECORD CONTAINS 260 CHARACTERS.
009500 01  CAT-GREETING-RAW-RECORD     PIC X(260).
009600 SD  SORT-GREETING-WORK.
009700 01  SD-GREETING-RECORD.
009800     05  SD-GREETING-KEY         PIC X(20).
009900     05  FILLER                  PIC X(240).
010000 FD  CAT-GREETING-FILE
010100     RECORD CONTAINS 260 CHARACTERS.
010200 COPY CATGREET.
010300 FD  CAT-PENDING-RAW-FILE
010400     RECORD CONTAINS 156 CHARACTERS.
010500 01  CAT-PENDING-RAW-RECORD      PIC X(156).
010600 SD  SORT-PENDING-WORK.
010700 01  SD-PENDING-RECORD.
010800     05  FILLER                  PIC X(01).
010900     05  SD-PENDING-KEY          PIC X(20).
011000     05  FILLER                  PIC X(135).
011100 FD  CAT-PENDING-FILE
011200     RECORD CONTAINS 156 CHARACTERS.
011300 COPY CATPEND.
011400 FD  CAT-RUN-HISTORY
011500     RECORD CONTAINS 77 CHARACTERS.
011600 COPY CATRHIST.
011700 FD  CAT-WAREHOUSE-EXTRACT
011800     RECORD CONTAINS 250 CHARACTERS.
011900 01  CATWHEXT-RECORD             PIC X(250).
012000 FD  CAT-WAREHOUSE-CONTROL
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  CATWHCTL-RECORD             PIC X(80).
012300 FD  CAT-EXTRACT-REPORT
012400     RECORD CONTAINS 80 CHARACTERS.
012500 COPY CATCTRL.
012600 WORKING-STORAGE SECTION.
012700*****************************************************************
012800*    SWITCHES AND STATUS BYTES                                  *
012900*****************************************************************
013000 77  WS-MASTER-STATUS        PIC X(02).
013100     88  WS-MASTER-OK                VALUE "00".
013200 77  WS-RESULTS-RAW-STATUS   PIC X(02).
013300     88  WS-RESULTS-RAW-OK           VALUE "00".
013400 77  WS-RESULTS-STATUS       PIC X(02).
013500     88  WS-RESULTS-OK               VALUE "00".
013600 77  WS-GREET-RAW-STATUS     PIC X(02).
013700     88  WS-GREET-RAW-OK             VALUE "00".
013800 77  WS-GREET-STATUS         PIC X(02).
013900     88  WS-GREET-OK                 VALUE "00".
014000 77  WS-PENDING-RAW-STATUS   PIC X(02).
014100     88  WS-PENDING-RAW-OK           VALUE "00".
014200 77  WS-PENDING-STATUS       PIC X(02).
014300     88  WS-PENDING-OK               VALUE "00".
014400 77  WS-RHIST-STATUS         PIC X(02).
014500     88  WS-RHIST-OK                 VALUE "00".
014600 77  WS-EXTRACT-STATUS       PIC X(02).
014700     88  WS-EXTRACT-OK               VALUE "00".
014800 77  WS-CONTROL-STATUS       PIC X(02).
014900     88  WS-CONTROL-OK               VALUE "00".
015000 77  WS-REPORT-STATUS        PIC X(02).
015100     88  WS-REPORT-OK                VALUE "00".
015200 77  WS-EOF-MASTER-SW        PIC X(01)   VALUE "N".
015300     88  WS-EOF-MASTER               VALUE "Y".
015400 77  WS-EOF-RESULTS-SW       PIC X(01)   VALUE "N".
015500     88  WS-EOF-RESULTS              VALUE "Y".
015600 77  WS-EOF-GREET-SW         PIC X(01)   VALUE "N".
015700     88  WS-EOF-GREET                VALUE "Y".
015800 77  WS-EOF-PENDING-SW       PIC X(01)   VALUE "N".
015900     88  WS-EOF-PENDING              VALUE "Y".
016000 77  WS-EOF-HIST-SW          PIC X(01)   VALUE "N".
016100     88  WS-EOF-HIST                 VALUE "Y".
016200 77  WS-RUN-ABORT-SW         PIC X(01)   VALUE "N".
016300     88  WS-RUN-ABORTED              VALUE "Y".
016400 77  WS-GREET-PRESENT-SW     PIC X(01)   VALUE "N".
016500     88  WS-GREET-PRESENT            VALUE "Y".
016600 77  WS-PENDING-PRESENT-SW   PIC X(01)   VALUE "N".
016700     88  WS-PENDING-PRESENT          VALUE "Y".
016800*****************************************************************
016900*    TODAY AND THE RUN THE RESULTS CAME FROM                    *
017000*****************************************************************
017100 01  WS-CURRENT-DATE.
017200     05  WS-CURRENT-DATE-YYYYMMDD PIC 9(08).
017300 77  WS-RESULTS-RUN-DATE     PIC X(08)   VALUE SPACES.
017400 77  WS-RESULTS-RUN-MODE     PIC X(08)   VALUE SPACES.
017500*****************************************************************
017600*    THE CURRENT MASTER KEY'S JOINED VALUES                     *
017700*****************************************************************
017800 77  WS-ROW-LOOKUP-STATUS    PIC X(01).
017900 77  WS-ROW-LOOKUP-NAME      PIC X(80).
018000 77  WS-ROW-GREETING-FLAG    PIC X(01).
018100 77  WS-ROW-PENDING-FLAG     PIC X(01).
018200*****************************************************************
018300*    DELIMITED ROW BUILD - ONE COLUMN AT A TIME IS TRIMMED OF   *
018400*    TRAILING SPACES AND APPENDED AT WS-EXT-PTR.                *
018500*****************************************************************
018600 77  WS-EXT-LINE             PIC X(250).
018700 77  WS-EXT-PTR              PIC S9(04)  COMP.
018800 77  WS-COL-TEXT             PIC X(80).
018900 77  WS-COL-LEN              PIC S9(04)  COMP.
019000 77  WS-COL-COUNT            PIC S9(04)  COMP.
019100 77  WS-DELIMITER            PIC X(01)   VALUE "|".
019200*****************************************************************
019300*    NAME WORK FIELD - THE NATIVE TERMINATOR AND ANYTHING AFTER *
019400*    IT BLANKED OUT, AS CAT-DELTA DOES.                         *
019500*****************************************************************
019600 77  WS-NRM-NAME             PIC X(80).
019700 77  WS-NRM-SCAN-IDX         PIC 9(03).
019800*****************************************************************
019900*    COUNTS, HASH TOTAL AND EDIT FIELDS                         *
020000*****************************************************************
020100 77  WS-ROW-COUNT            PIC 9(09)   VALUE ZERO.
020200 77  WS-WITH-RESULT-COUNT    PIC 9(09)   VALUE ZERO.
020300 77  WS-NO-RESULT-COUNT      PIC 9(09)   VALUE ZERO.
020400 77  WS-GREETING-COUNT       PIC 9(09)   VALUE ZERO.
020500 77  WS-PENDING-COUNT        PIC 9(09)   VALUE ZERO.
020600 77  WS-RESULT-ONLY-COUNT    PIC 9(09)   VALUE ZERO.
020700 77  WS-EFF-DATE-NUM         PIC 9(08).
020800 77  WS-HASH-TOTAL           PIC 9(15)   VALUE ZERO.
020900 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
021000 77  WS-EDIT-HASH            PIC ZZZZZZZZZZZZZZ9.
021100 77  WS-CTL-COUNT            PIC 9(09).
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500     IF NOT WS-RUN-ABORTED
021600         PERFORM 2000-EXTRACT-ONE-CAT THRU 2000-EXIT
021700             UNTIL WS-EOF-MASTER
021800         PERFORM 2900-COUNT-RESULT-ONLY THRU 2900-EXIT
021900             UNTIL WS-EOF-RESULTS
022000         PERFORM 9000-TERMINATE THRU 9000-EXIT
022100     END-IF
022200     GOBACK.
022300*****************************************************************
022400*    1000-INITIALIZE                                            *
022500*    CHECKS THE NIGHT'S RESULTS ARE COMPLETE, SORTS CATRSLT,    *
022600*    CATGREET AND CATPEND INTO KEY SEQUENCE (CAT-BATCH AND CAT- *
022700*    MERGE DO NOT GUARANTEE ANY ORDER), OPENS EVERYTHING AND    *
022800*    WRITES THE COLUMN-HEADER ROW. A MISSING CATGREET OR        *
022900*    CATPEND IS TAKEN AS EMPTY; A MISSING CATRSLT OR CATMST, OR *
023000*    AN UNMERGED PARTITION NIGHT, STOPS THE RUN WITH RC 8       *
023100*    BEFORE THE LAST GOOD EXTRACT IS OVERWRITTEN.               *
023200*****************************************************************
023300 1000-INITIALIZE.
023400     OPEN OUTPUT CAT-EXTRACT-REPORT
023500     MOVE SPACES TO CATCTRL-LINE
023600     STRING "CAT-EXTRACT WAREHOUSE EXTRACT REPORT" INTO
023700         CATCTRL-LINE
023800     WRITE CATCTRL-RECORD
023900     MOVE ALL "-" TO CATCTRL-LINE
024000     WRITE CATCTRL-RECORD
024100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
024200     PERFORM 1100-FIND-RESULTS-RUN THRU 1100-EXIT
024300     IF WS-RUN-ABORTED
024400         GO TO 1000-EXIT
024500     END-IF
024600     OPEN INPUT CAT-RESULTS-RAW-FILE
024700     IF NOT WS-RESULTS-RAW-OK
024800         DISPLAY "CAT-EXTRACT: CATRSLT COULD NOT BE OPENED - "
024900             "STATUS " WS-RESULTS-RAW-STATUS
025000         MOVE SPACES TO CATCTRL-LINE
025100         STRING "CATRSLT COULD NOT BE OPENED - NOTHING "
025200             "EXTRACTED" DELIMITED BY SIZE INTO CATCTRL-LINE
025300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
025400         GO TO 1000-EXIT
025500     END-IF
025600     CLOSE CAT-RESULTS-RAW-FILE
025700     OPEN INPUT CAT-MASTER-FILE
025800     IF NOT WS-MASTER-OK
025900         DISPLAY "CAT-EXTRACT: CATMST COULD NOT BE OPENED - "
026000             "STATUS " WS-MASTER-STATUS
026100         MOVE SPACES TO CATCTRL-LINE
026200         STRING "CATMST COULD NOT BE OPENED - NOTHING "
026300             "EXTRACTED" DELIMITED BY SIZE INTO CATCTRL-LINE
026400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
026500         GO TO 1000-EXIT
026600     END-IF
026700     SORT SORT-RESULTS-WORK ON ASCENDING KEY SD-RESULTS-KEY
026750         WITH DUPLICATES IN ORDER
026800         USING CAT-RESULTS-RAW-FILE
026900         GIVING CAT-RESULTS-FILE
027000     OPEN INPUT CAT-RESULTS-FILE
027100     OPEN INPUT CAT-GREETING-RAW-FILE
027200     IF WS-GREET-RAW-OK
027300         CLOSE CAT-GREETING-RAW-FILE
027400         SORT SORT-GREETING-WORK ON ASCENDING KEY SD-GREETING-KEY
027450             WITH DUPLICATES IN ORDER
027500             USING CAT-GREETING-RAW-FILE
027600             GIVING CAT-GREETING-FILE
027700         OPEN INPUT CAT-GREETING-FILE
027800         SET WS-GREET-PRESENT TO TRUE
027900     ELSE
028000         SET WS-EOF-GREET TO TRUE
028100     END-IF
028200     OPEN INPUT CAT-PENDING-RAW-FILE
028300     IF WS-PENDING-RAW-OK
028400         CLOSE CAT-PENDING-RAW-FILE
028500         SORT SORT-PENDING-WORK ON ASCENDING KEY SD-PENDING-KEY
028550             WITH DUPLICATES IN ORDER
028600             USING CAT-PENDING-RAW-FILE
028700             GIVING CAT-PENDING-FILE
028800         OPEN INPUT CAT-PENDING-FILE
028900         SET WS-PENDING-PRESENT TO TRUE
029000     ELSE
029100         SET WS-EOF-PENDING TO TRUE
029200     END-IF
029300     OPEN OUTPUT CAT-WAREHOUSE-EXTRACT
029400     PERFORM 1500-WRITE-HEADER-ROW THRU 1500-EXIT
029500     PERFORM 1600-READ-MASTER THRU 1600-EXIT
029600     PERFORM 1700-READ-RESULT THRU 1700-EXIT
029700     IF WS-GREET-PRESENT
029800         PERFORM 1750-READ-GREETING THRU 1750-EXIT
029900     END-IF
030000     IF WS-PENDING-PRESENT
030100         PERFORM 1800-READ-PENDING THRU 1800-EXIT
030200     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500*****************************************************************
030600*    1100-FIND-RESULTS-RUN                                      *
030700*    THE LAST RUN ON CATRHIST THAT WROTE CATRSLT (A REWORK RUN  *
030800*    WRITES CATRSLTR AND IS PASSED OVER). WHEN IT IS A          *
030900*    PARTITION LEG, CAT-MERGE HAS NOT YET COMBINED THE NIGHT    *
031000*    AND CATRSLT STILL HOLDS THE PRIOR NIGHT - THE RUN STOPS.   *
031100*****************************************************************
031200 1100-FIND-RESULTS-RUN.
031300     OPEN INPUT CAT-RUN-HISTORY
031400     IF NOT WS-RHIST-OK
031500         GO TO 1100-EXIT
031600     END-IF
031700     PERFORM 1150-READ-ONE-RUN THRU 1150-EXIT
031800         UNTIL WS-EOF-HIST
031900     CLOSE CAT-RUN-HISTORY
032000     IF WS-RESULTS-RUN-MODE (1:4) EQUAL "PART"
032100         DISPLAY "CAT-EXTRACT: PARTITION RUN OF "
032200             WS-RESULTS-RUN-DATE " NOT YET MERGED - "
032300             "RUN CAT-MERGE FIRST"
032400         MOVE SPACES TO CATCTRL-LINE
032500         STRING "PARTITION RUN OF " DELIMITED BY SIZE
032600             WS-RESULTS-RUN-DATE DELIMITED BY SIZE
032700             " NOT YET MERGED - NOTHING EXTRACTED"
032800             DELIMITED BY SIZE INTO CATCTRL-LINE
032900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
033000     END-IF.
033100 1100-EXIT.
033200     EXIT.
033300 1150-READ-ONE-RUN.
033400     READ CAT-RUN-HISTORY
033500         AT END
033600             SET WS-EOF-HIST TO TRUE
033700             GO TO 1150-EXIT
033800     END-READ
033900     IF CATRHIST-MODE EQUAL "REWORK"
034000         GO TO 1150-EXIT
034100     END-IF
034200     MOVE CATRHIST-RUN-DATE TO WS-RESULTS-RUN-DATE
034300     MOVE CATRHIST-MODE TO WS-RESULTS-RUN-MODE.
034400 1150-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    1500-WRITE-HEADER-ROW                                      *
034800*****************************************************************
034900 1500-WRITE-HEADER-ROW.
035000     MOVE SPACES TO WS-EXT-LINE
035100     MOVE 1 TO WS-EXT-PTR
035200     MOVE ZERO TO WS-COL-COUNT
035300     MOVE "CAT_KEY" TO WS-COL-TEXT
035400     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
035500     MOVE "CAT_NAME" TO WS-COL-TEXT
035600     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
035700     MOVE "OWNER_ID" TO WS-COL-TEXT
035800     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
035900     MOVE "MASTER_STATUS" TO WS-COL-TEXT
036000     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
036100     MOVE "EFF_DATE" TO WS-COL-TEXT
036200     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
036300     MOVE "LAST_MAINT_DATE" TO WS-COL-TEXT
036400     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
036500     MOVE "LOOKUP_STATUS" TO WS-COL-TEXT
036600     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
036700     MOVE "LOOKUP_NAME" TO WS-COL-TEXT
036800     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
036900     MOVE "GREETING_PRODUCED" TO WS-COL-TEXT
037000     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
037100     MOVE "PENDING_CHANGE" TO WS-COL-TEXT
037200     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
037300     MOVE WS-EXT-LINE TO CATWHEXT-RECORD
037400     WRITE CATWHEXT-RECORD.
037500 1500-EXIT.
037600     EXIT.
037700*****************************************************************
037800*    1600-1800 READ-AHEAD PARAGRAPHS                            *
037900*****************************************************************
038000 1600-READ-MASTER.
038100     READ CAT-MASTER-FILE
038200         AT END SET WS-EOF-MASTER TO TRUE
038300     END-READ.
038400 1600-EXIT.
038500     EXIT.
038600 1700-READ-RESULT.
038700     READ CAT-RESULTS-FILE
038800         AT END SET WS-EOF-RESULTS TO TRUE
038900     END-READ.
039000 1700-EXIT.
039100     EXIT.
039200 1750-READ-GREETING.
039300     READ CAT-GREETING-FILE
039400         AT END SET WS-EOF-GREET TO TRUE
039500     END-READ.
039600 1750-EXIT.
039700     EXIT.
039800 1800-READ-PENDING.
039900     READ CAT-PENDING-FILE
040000         AT END SET WS-EOF-PENDING TO TRUE
040100     END-READ.
040200 1800-EXIT.
040300     EXIT.
040400*****************************************************************
040500*    1900-ABORT-RUN                                             *
040600*    WRITES THE REASON ALREADY BUILT IN CATCTRL-LINE AND ENDS   *
040700*    THE RUN RC 8. CATWHEXT AND CATWHCTL ARE LEFT AS THEY ARE.  *
040800*****************************************************************
040900 1900-ABORT-RUN.
041000     WRITE CATCTRL-RECORD
041100     CLOSE CAT-EXTRACT-REPORT
041200     SET WS-RUN-ABORTED TO TRUE
041300     MOVE 8 TO RETURN-CODE.
041400 1900-EXIT.
041500     EXIT.
041600*****************************************************************
041700*    2000-EXTRACT-ONE-CAT                                       *
041800*    MATCHES THE THREE SORTED FILES UP TO THE CURRENT MASTER    *
041900*    KEY AND WRITES ITS ROW. WHERE A KEY WAS LOOKED UP MORE     *
042000*    THAN ONCE THE LAST RESULT IS THE ONE EXTRACTED.            *
042100*****************************************************************
042200 2000-EXTRACT-ONE-CAT.
042300     MOVE SPACES TO WS-ROW-LOOKUP-STATUS
042400     MOVE SPACES TO WS-ROW-LOOKUP-NAME
042500     MOVE "N" TO WS-ROW-GREETING-FLAG
042600     MOVE "N" TO WS-ROW-PENDING-FLAG
042700     PERFORM 2100-MATCH-RESULT THRU 2100-EXIT
042800         UNTIL WS-EOF-RESULTS
042900         OR CATRSLT-KEY > CATMST-KEY
043000     PERFORM 2200-MATCH-GREETING THRU 2200-EXIT
043100         UNTIL WS-EOF-GREET
043200         OR CATGREET-KEY > CATMST-KEY
043300     PERFORM 2300-MATCH-PENDING THRU 2300-EXIT
043400         UNTIL WS-EOF-PENDING
043500         OR CATPEND-KEY > CATMST-KEY
043600     PERFORM 3000-WRITE-CAT-ROW THRU 3000-EXIT
043700     PERFORM 1600-READ-MASTER THRU 1600-EXIT.
043800 2000-EXIT.
043900     EXIT.
044000 2100-MATCH-RESULT.
044100     IF CATRSLT-KEY < CATMST-KEY
044200         ADD 1 TO WS-RESULT-ONLY-COUNT
044300     ELSE
044400         MOVE CATRSLT-STATUS TO WS-ROW-LOOKUP-STATUS
044500         MOVE CATRSLT-NAME TO WS-NRM-NAME
044600         PERFORM 2500-NORMALIZE-ONE-NAME THRU 2500-EXIT
044700         MOVE WS-NRM-NAME TO WS-ROW-LOOKUP-NAME
044800     END-IF
044900     PERFORM 1700-READ-RESULT THRU 1700-EXIT.
045000 2100-EXIT.
045100     EXIT.
045200 2200-MATCH-GREETING.
045300     IF CATGREET-KEY EQUAL CATMST-KEY
045400         AND CATGREET-GREETING NOT EQUAL SPACES
045500         AND CATGREET-GREETING NOT EQUAL LOW-VALUES
045600         MOVE "Y" TO WS-ROW-GREETING-FLAG
045700     END-IF
045800     PERFORM 1750-READ-GREETING THRU 1750-EXIT.
045900 2200-EXIT.
046000     EXIT.
046100 2300-MATCH-PENDING.
046200     IF CATPEND-KEY EQUAL CATMST-KEY
046300         MOVE "Y" TO WS-ROW-PENDING-FLAG
046400     END-IF
046500     PERFORM 1800-READ-PENDING THRU 1800-EXIT.
046600 2300-EXIT.
046700     EXIT.
046800*****************************************************************
046900*    2500-NORMALIZE-ONE-NAME                                    *
047000*    BLANKS THE NATIVE LOW-VALUE TERMINATOR AND EVERYTHING      *
047100*    AFTER IT IN WS-NRM-NAME, SO ONLY THE NAME GOES TO THE      *
047200*    WAREHOUSE AND NOT THE BUFFER RESIDUE.                      *
047300*****************************************************************
047400 2500-NORMALIZE-ONE-NAME.
047500     PERFORM 2550-TEST-FOR-TERMINATOR THRU 2550-EXIT
047600         VARYING WS-NRM-SCAN-IDX FROM 1 BY 1
047700         UNTIL WS-NRM-SCAN-IDX > 80
047800            OR WS-NRM-NAME (WS-NRM-SCAN-IDX:1) EQUAL LOW-VALUE
047900     IF WS-NRM-SCAN-IDX NOT > 80
048000         MOVE SPACES TO WS-NRM-NAME (WS-NRM-SCAN-IDX:)
048100     END-IF.
048200 2500-EXIT.
048300     EXIT.
048400 2550-TEST-FOR-TERMINATOR.
048500     CONTINUE.
048600 2550-EXIT.
048700     EXIT.
048800*****************************************************************
048900*    2900-COUNT-RESULT-ONLY                                     *
049000*    RESULTS LEFT AFTER THE LAST MASTER KEY HAVE NO MASTER ROW  *
049100*    TO JOIN TO - COUNTED FOR THE REPORT, NOT EXTRACTED.        *
049200*****************************************************************
049300 2900-COUNT-RESULT-ONLY.
049400     ADD 1 TO WS-RESULT-ONLY-COUNT
049500     PERFORM 1700-READ-RESULT THRU 1700-EXIT.
049600 2900-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    3000-WRITE-CAT-ROW                                         *
050000*****************************************************************
050100 3000-WRITE-CAT-ROW.
050200     MOVE SPACES TO WS-EXT-LINE
050300     MOVE 1 TO WS-EXT-PTR
050400     MOVE ZERO TO WS-COL-COUNT
050500     MOVE CATMST-KEY TO WS-COL-TEXT
050600     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
050700     MOVE CATMST-NAME TO WS-COL-TEXT
050800     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
050900     MOVE CATMST-OWNER-ID TO WS-COL-TEXT
051000     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
051100     MOVE CATMST-STATUS TO WS-COL-TEXT
051200     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
051300     MOVE CATMST-EFF-DATE TO WS-COL-TEXT
051400     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
051500     MOVE CATMST-MAINT-DATE TO WS-COL-TEXT
051600     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
051700     MOVE WS-ROW-LOOKUP-STATUS TO WS-COL-TEXT
051800     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
051900     MOVE WS-ROW-LOOKUP-NAME TO WS-COL-TEXT
052000     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
052100     MOVE WS-ROW-GREETING-FLAG TO WS-COL-TEXT
052200     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
052300     MOVE WS-ROW-PENDING-FLAG TO WS-COL-TEXT
052400     PERFORM 3500-APPEND-COLUMN THRU 3500-EXIT
052500     MOVE WS-EXT-LINE TO CATWHEXT-RECORD
052600     WRITE CATWHEXT-RECORD
052700     ADD 1 TO WS-ROW-COUNT
052800     IF WS-ROW-LOOKUP-STATUS EQUAL SPACES
052900         ADD 1 TO WS-NO-RESULT-COUNT
053000     ELSE
053100         ADD 1 TO WS-WITH-RESULT-COUNT
053200     END-IF
053300     IF WS-ROW-GREETING-FLAG EQUAL "Y"
053400         ADD 1 TO WS-GREETING-COUNT
053500     END-IF
053600     IF WS-ROW-PENDING-FLAG EQUAL "Y"
053700         ADD 1 TO WS-PENDING-COUNT
053800     END-IF
053900     IF CATMST-EFF-DATE NUMERIC
054000         MOVE CATMST-EFF-DATE TO WS-EFF-DATE-NUM
054100         ADD WS-EFF-DATE-NUM TO WS-HASH-TOTAL
054200     END-IF.
054300 3000-EXIT.
054400     EXIT.
054500*****************************************************************
054600*    3500-APPEND-COLUMN                                         *
054700*    APPENDS WS-COL-TEXT, LESS TRAILING SPACES, TO WS-EXT-LINE, *
054800*    WITH A DELIMITER AHEAD OF EVERY COLUMN BUT THE FIRST.      *
054900*****************************************************************
055000 3500-APPEND-COLUMN.
055100     ADD 1 TO WS-COL-COUNT
055200     IF WS-COL-COUNT > 1
055300         STRING WS-DELIMITER DELIMITED BY SIZE
055400             INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
055500     END-IF
055600     INSPECT WS-COL-TEXT REPLACING ALL "|" BY SPACE
055700     PERFORM 3550-TEST-LAST-CHARACTER THRU 3550-EXIT
055800         VARYING WS-COL-LEN FROM 80 BY -1
055900         UNTIL WS-COL-LEN < 1
056000            OR WS-COL-TEXT (WS-COL-LEN:1) NOT EQUAL SPACE
056100     IF WS-COL-LEN > ZERO
056200         STRING WS-COL-TEXT (1:WS-COL-LEN) DELIMITED BY SIZE
056300             INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
056400     END-IF.
056500 3500-EXIT.
056600     EXIT.
056700 3550-TEST-LAST-CHARACTER.
056800     CONTINUE.
056900 3550-EXIT.
057000     EXIT.
057100*****************************************************************
057200*    9000-TERMINATE                                             *
057300*    CONTROL FILE, SUMMARY BLOCK AND CLOSE.                     *
057400*****************************************************************
057500 9000-TERMINATE.
057600     PERFORM 9100-WRITE-CONTROL-FILE THRU 9100-EXIT
057700     PERFORM 9500-WRITE-EXTRACT-REPORT THRU 9500-EXIT
057800     CLOSE CAT-MASTER-FILE
057900     CLOSE CAT-RESULTS-FILE
058000     IF WS-GREET-PRESENT
058100         CLOSE CAT-GREETING-FILE
058200     END-IF
058300     IF WS-PENDING-PRESENT
058400         CLOSE CAT-PENDING-FILE
058500     END-IF
058600     CLOSE CAT-WAREHOUSE-EXTRACT
058700     CLOSE CAT-EXTRACT-REPORT.
058800 9000-EXIT.
058900     EXIT.
059000*****************************************************************
059100*    9100-WRITE-CONTROL-FILE                                    *
059200*    A HEADER ROW AND ONE ROW: EXTRACT DATE, RESULTS RUN DATE,  *
059300*    ROW COUNT (DATA ROWS, NOT THE HEADER) AND HASH TOTAL.      *
059400*****************************************************************
059500 9100-WRITE-CONTROL-FILE.
059600     OPEN OUTPUT CAT-WAREHOUSE-CONTROL
059700     MOVE SPACES TO CATWHCTL-RECORD
059800     STRING "EXTRACT_DATE|RESULTS_RUN_DATE|ROW_COUNT|HASH_TOTAL"
059900         DELIMITED BY SIZE INTO CATWHCTL-RECORD
060000     WRITE CATWHCTL-RECORD
060100     MOVE WS-ROW-COUNT TO WS-CTL-COUNT
060200     MOVE SPACES TO CATWHCTL-RECORD
060300     STRING WS-CURRENT-DATE DELIMITED BY SIZE
060400         WS-DELIMITER DELIMITED BY SIZE
060500         WS-RESULTS-RUN-DATE DELIMITED BY SPACE
060600         WS-DELIMITER DELIMITED BY SIZE
060700         WS-CTL-COUNT DELIMITED BY SIZE
060800         WS-DELIMITER DELIMITED BY SIZE
060900         WS-HASH-TOTAL DELIMITED BY SIZE
061000         INTO CATWHCTL-RECORD
061100     WRITE CATWHCTL-RECORD
061200     CLOSE CAT-WAREHOUSE-CONTROL.
061300 9100-EXIT.
061400     EXIT.
061500*****************************************************************
061600*    9500-WRITE-EXTRACT-REPORT                                  *
061700*****************************************************************
061800 9500-WRITE-EXTRACT-REPORT.
061900     MOVE SPACES TO CATCTRL-LINE
062000     IF WS-RESULTS-RUN-DATE EQUAL SPACES
062100         STRING "RESULTS RUN. . . . . . . . NOT ON CATRHIST"
062200             DELIMITED BY SIZE INTO CATCTRL-LINE
062300     ELSE
062400         STRING "RESULTS RUN. . . . . . . . " DELIMITED BY SIZE
062500             WS-RESULTS-RUN-DATE DELIMITED BY SIZE
062600             " " DELIMITED BY SIZE
062700             WS-RESULTS-RUN-MODE DELIMITED BY SIZE
062800             INTO CATCTRL-LINE
062900     END-IF
063000     WRITE CATCTRL-RECORD
063100     MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
063200     MOVE SPACES TO CATCTRL-LINE
063300     STRING "ROWS EXTRACTED . . . . . ." DELIMITED BY SIZE
063400         WS-EDIT-COUNT DELIMITED BY SIZE
063500         INTO CATCTRL-LINE
063600     WRITE CATCTRL-RECORD
063700     MOVE WS-WITH-RESULT-COUNT TO WS-EDIT-COUNT
063800     MOVE SPACES TO CATCTRL-LINE
063900     STRING "ROWS WITH A RESULT . . . ." DELIMITED BY SIZE
064000         WS-EDIT-COUNT DELIMITED BY SIZE
064100         INTO CATCTRL-LINE
064200     WRITE CATCTRL-RECORD
064300     MOVE WS-NO-RESULT-COUNT TO WS-EDIT-COUNT
064400     MOVE SPACES TO CATCTRL-LINE
064500     STRING "ROWS NOT LOOKED UP . . . ." DELIMITED BY SIZE
064600         WS-EDIT-COUNT DELIMITED BY SIZE
064700         INTO CATCTRL-LINE
064800     WRITE CATCTRL-RECORD
064900     MOVE WS-GREETING-COUNT TO WS-EDIT-COUNT
065000     MOVE SPACES TO CATCTRL-LINE
065100     STRING "ROWS WITH A GREETING . . ." DELIMITED BY SIZE
065200         WS-EDIT-COUNT DELIMITED BY SIZE
065300         INTO CATCTRL-LINE
065400     WRITE CATCTRL-RECORD
065500     MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
065600     MOVE SPACES TO CATCTRL-LINE
065700     STRING "ROWS WITH A PENDING CHANGE" DELIMITED BY SIZE
065800         WS-EDIT-COUNT DELIMITED BY SIZE
065900         INTO CATCTRL-LINE
066000     WRITE CATCTRL-RECORD
066100     MOVE WS-RESULT-ONLY-COUNT TO WS-EDIT-COUNT
066200     MOVE SPACES TO CATCTRL-LINE
066300     STRING "RESULTS WITH NO MASTER . ." DELIMITED BY SIZE
066400         WS-EDIT-COUNT DELIMITED BY SIZE
066500         " (NOT EXTRACTED)" DELIMITED BY SIZE
066600         INTO CATCTRL-LINE
066700     WRITE CATCTRL-RECORD
066800     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH
066900     MOVE SPACES TO CATCTRL-LINE
067000     STRING "HASH TOTAL (EFF_DATE). . ." DELIMITED BY SIZE
067100         WS-EDIT-HASH DELIMITED BY SIZE
067200         INTO CATCTRL-LINE
067300     WRITE CATCTRL-RECORD
067400     IF NOT WS-GREET-PRESENT
067500         MOVE SPACES TO CATCTRL-LINE
067600         STRING "CATGREET NOT ON FILE - NO GREETINGS FLAGGED"
067700             DELIMITED BY SIZE INTO CATCTRL-LINE
067800         WRITE CATCTRL-RECORD
067900     END-IF
068000     IF NOT WS-PENDING-PRESENT
068100         MOVE SPACES TO CATCTRL-LINE
068200         STRING "CATPEND NOT ON FILE - NO PENDING CHANGES FLAGGED"
068300             DELIMITED BY SIZE INTO CATCTRL-LINE
068400         WRITE CATCTRL-RECORD
068500     END-IF.
068600 9500-EXIT.
068700     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-BACKOUT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. BACKS OUT ONE CAT-TRAN    *
001100*                   RUN. TAKES THE RUN ID CAT-TRAN PRINTED ON   *
001200*                   ITS REPORT AND PUTS CATMST, CATOXRF AND     *
001300*                   CATPEND BACK EXACTLY AS THEY WERE BEFORE    *
001400*                   THE RUN, FROM THE BEFORE-IMAGES THE RUN     *
001500*                   JOURNALED ON CATBIMG, UNDOING EACH KEY'S    *
001600*                   IMAGES IN REVERSE ORDER. A KEY MAINTAINED   *
001700*                   AGAIN SINCE THE RUN - A LATER CATMAUD       *
001800*                   RECORD, OR A MASTER NO LONGER MATCHING THE  *
001900*                   RUN'S AFTER-IMAGE - IS LEFT ALONE AND       *
002000*                   LISTED FOR MANUAL REVIEW. EVERY MASTER      *
002100*                   IMAGE PUT BACK WRITES A CATMAUD RECORD WITH *
002200*                   SOURCE B; THE CATBKRPT REPORT LISTS EVERY   *
002300*                   IMAGE UNDONE AND EVERY KEY FOR REVIEW. THE  *
002400*                   RUN IS MARKED BACKED OUT ON CATBIMG SO IT   *
002500*                   CANNOT BE BACKED OUT TWICE. AN UNKNOWN OR   *
002600*                   ALREADY BACKED-OUT RUN ID, OR AN IMAGE THAT *
002700*                   COULD NOT BE PUT BACK, ENDS WITH RETURN     *
002800*                   CODE 8.                                     *
002810*    10/15/26  JRM  EACH HOLD TAKEN OFF CATPEND IS JOURNALED ON *
002820*                   CATMAUD AS ACTION X OR Y FOR CAT-RECOVER.   *
002830*                   PENDING-FILE JOURNAL RECORDS ARE LEFT OUT   *
002840*                   OF THE MAINTAINED-AGAIN CHECK.              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CAT-BEFORE-IMAGES ASSIGN TO "CATBIMG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BIMG-STATUS.
003900     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CATMST-KEY
004300         FILE STATUS IS WS-MASTER-STATUS.
004400     SELECT CAT-OWNER-XREF ASSIGN TO "CATOXRF"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CATOXRF-XKEY
004800         FILE STATUS IS WS-XREF-STATUS.
004900     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PEND-STATUS.
005200     SELECT CAT-PENDING-RETAIN ASSIGN TO "CATPENDW"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RETAIN-STATUS.
005500     SELECT CAT-MAINT-AUDIT ASSIGN TO "CATMAUD"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MNTAUD-STATUS.
005800     SELECT CAT-LATER-AUDIT ASSIGN TO "CATBKWK"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-LATER-STATUS.
006100     SELECT SORT-AUDIT-WORK ASSIGN TO "CATBKSW1".
006200     SELECT SORT-IMAGE-WORK ASSIGN TO "CATBKSW2".
006300     SELECT CAT-BACKOUT-REPORT ASSIGN TO "CATBKRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CAT-BEFORE-IMAGES
006900     RECORD CONTAINS 385 CHARACTERS.
007000 COPY CATBIMG.
007100 FD  CAT-MASTER-FILE
007200     RECORD CONTAINS 163 CHARACTERS.
007300 COPY CATMST.
007400 FD  CAT-OWNER-XREF
007500     RECORD CONTAINS 131 CHARACTERS.
007600 COPY CATOXRF.
007700 FD  CAT-PENDING-FILE
007800     RECORD CONTAINS 156 CHARACTERS.
007900 COPY CATPEND.
008000 FD  CAT-PENDING-RETAIN
008100     RECORD CONTAINS 156 CHARACTERS.
008200 01  CATPENDW-RECORD             PIC X(156).
008300 FD  CAT-MAINT-AUDIT
008400     RECORD CONTAINS 165 CHARACTERS.
008500 COPY CATMAUD.
008600 FD  CAT-LATER-AUDIT
008700     RECORD CONTAINS 165 CHARACTERS.
008800 COPY CATMAUD REPLACING LEADING ==CATMAUD== BY ==CATLAUD==.
008900 SD  SORT-AUDIT-WORK.
009000 COPY CATMAUD REPLACING LEADING ==CATMAUD== BY ==SD-MAUD==.
009100 SD  SORT-IMAGE-WORK.
009200 COPY CATBIMG REPLACING LEADING ==CATBIMG== BY ==SD-BIMG==.
009300 FD  CAT-BACKOUT-REPORT
009400     RECORD CONTAINS 80 CHARACTERS.
009500 COPY CATCTRL.
009600 WORKING-STORAGE SECTION.
009700*****************************************************************
009800*    SWITCHES AND STATUS BYTES                                  *
009900*****************************************************************
010000 77  WS-BIMG-STATUS          PIC X(02).
010100     88  WS-BIMG-OK                  VALUE "00".
010200 77  WS-MASTER-STATUS        PIC X(02).
010300     88  WS-MASTER-OK                VALUE "00".
010400 77  WS-XREF-STATUS          PIC X(02).
010500     88  WS-XREF-OK                  VALUE "00".
010600 77  WS-PEND-STATUS          PIC X(02).
010700     88  WS-PEND-OK                  VALUE "00".
010800 77  WS-RETAIN-STATUS        PIC X(02).
010900     88  WS-RETAIN-OK                VALUE "00".
011000 77  WS-MNTAUD-STATUS        PIC X(02).
011100     88  WS-MNTAUD-OK                VALUE "00".
011200 77  WS-LATER-STATUS         PIC X(02).
011300     88  WS-LATER-OK                 VALUE "00".
011400 77  WS-REPORT-STATUS        PIC X(02).
011500     88  WS-REPORT-OK                VALUE "00".
011600 77  WS-EOF-BIMG-SW          PIC X(01)   VALUE "N".
011700     88  WS-EOF-BIMG                 VALUE "Y".
011800 77  WS-EOF-MNTAUD-SW        PIC X(01)   VALUE "N".
011900     88  WS-EOF-MNTAUD               VALUE "Y".
012000 77  WS-EOF-LATER-SW         PIC X(01)   VALUE "N".
012100     88  WS-EOF-LATER                VALUE "Y".
012200 77  WS-EOF-SORT-SW          PIC X(01)   VALUE "N".
012300     88  WS-EOF-SORT                 VALUE "Y".
012400 77  WS-EOF-PEND-SW          PIC X(01)   VALUE "N".
012500     88  WS-EOF-PEND                 VALUE "Y".
012600 77  WS-EOF-COPY-SW          PIC X(01)   VALUE "N".
012700     88  WS-EOF-COPY                 VALUE "Y".
012800 77  WS-RUN-ABORTED-SW       PIC X(01)   VALUE "N".
012900     88  WS-RUN-ABORTED              VALUE "Y".
013000 77  WS-RUN-FOUND-SW         PIC X(01)   VALUE "N".
013100     88  WS-RUN-FOUND                VALUE "Y".
013200 77  WS-ALREADY-BACKED-SW    PIC X(01)   VALUE "N".
013300     88  WS-ALREADY-BACKED-OUT       VALUE "Y".
013400 77  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
013500     88  WS-FILES-OPEN               VALUE "Y".
013600 77  WS-GROUP-OVERFLOW-SW    PIC X(01)   VALUE "N".
013700     88  WS-GROUP-OVERFLOW           VALUE "Y".
013800 77  WS-MASTER-SEEN-SW       PIC X(01)   VALUE "N".
013900     88  WS-MASTER-SEEN              VALUE "Y".
014000 77  WS-PEND-MATCH-SW        PIC X(01)   VALUE "N".
014100     88  WS-PEND-MATCHED             VALUE "Y".
014200 77  WS-RECORD-FOUND-SW      PIC X(01).
014300     88  WS-RECORD-FOUND             VALUE "Y".
014400     88  WS-RECORD-NOT-FOUND         VALUE "N".
014500*****************************************************************
014600*    RUN BEING BACKED OUT                                       *
014700*****************************************************************
014800 77  WS-RUN-ID               PIC X(14).
014900 77  WS-RUN-SOURCE           PIC X(09)   VALUE SPACES.
015000 77  WS-RUN-HDR-DATE         PIC X(08)   VALUE SPACES.
015100 77  WS-RUN-OPER             PIC X(08)   VALUE SPACES.
015200 77  WS-BACKED-DATE          PIC X(08)   VALUE SPACES.
015300 77  WS-BACKED-OPER          PIC X(08)   VALUE SPACES.
015400 01  WS-RUN-START-STAMP.
015500     05  WS-RUN-START-DATE   PIC X(08)   VALUE SPACES.
015600     05  WS-RUN-START-TIME   PIC X(08)   VALUE SPACES.
015700 01  WS-LAST-TOUCH-STAMP.
015800     05  WS-LAST-TOUCH-DATE  PIC X(08).
015900     05  WS-LAST-TOUCH-TIME  PIC X(08).
016000 01  WS-AUDIT-STAMP.
016100     05  WS-AUDIT-DATE       PIC X(08).
016200     05  WS-AUDIT-TIME       PIC X(08).
016300*****************************************************************
016400*    ONE KEY'S IMAGES, HIGHEST SEQUENCE FIRST, AND THE IMAGE    *
016500*    BEING UNDONE                                               *
016600*****************************************************************
016700 77  WS-GROUP-MAX            PIC S9(04)  COMP VALUE 200.
016800 77  WS-GROUP-COUNT          PIC S9(04)  COMP VALUE ZERO.
016900 77  WS-GRP-IDX              PIC S9(04)  COMP VALUE ZERO.
017000 77  WS-GROUP-KEY            PIC X(20).
017100 01  WS-GROUP-TABLE.
017200     05  WS-GRP-IMAGE        PIC X(385)  OCCURS 200 TIMES.
017300 COPY CATBIMG REPLACING LEADING ==CATBIMG== BY ==WS-IMG==.
017400*****************************************************************
017500*    CATPEND HOLDS TO TAKE OFF THE PENDING FILE                 *
017600*****************************************************************
017700 77  WS-PEND-MAX             PIC S9(04)  COMP VALUE 2000.
017800 77  WS-PEND-COUNT           PIC S9(04)  COMP VALUE ZERO.
017900 77  WS-PND-IDX              PIC S9(04)  COMP VALUE ZERO.
018000 01  WS-PENDING-TABLE.
018100     05  WS-PND-ENTRY        OCCURS 2000 TIMES.
018200         10  WS-PND-IMAGE    PIC X(156).
018300         10  WS-PND-DONE-SW  PIC X(01).
018400             88  WS-PND-DONE         VALUE "Y".
018500*****************************************************************
018600*    REPORT WORK FIELDS AND SUMMARY COUNTS                      *
018700*****************************************************************
018800 77  WS-REVIEW-REASON        PIC X(44).
018900 77  WS-RPT-FILE             PIC X(09).
019000 77  WS-RPT-ACTION           PIC X(08).
019100 77  WS-RPT-RESULT           PIC X(16).
019200 77  WS-RPT-KEY              PIC X(20).
019300 77  WS-AUDIT-ACTION         PIC X(01).
019400 77  WS-IMAGE-COUNT          PIC 9(09)   VALUE ZERO.
019500 77  WS-KEY-COUNT            PIC 9(09)   VALUE ZERO.
019600 77  WS-KEYS-RESTORED        PIC 9(09)   VALUE ZERO.
019700 77  WS-KEYS-REVIEW          PIC 9(09)   VALUE ZERO.
019800 77  WS-IMAGES-UNDONE        PIC 9(09)   VALUE ZERO.
019900 77  WS-IMAGES-FAILED        PIC 9(09)   VALUE ZERO.
020000 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
020100 01  WS-CURRENT-DATE.
020200     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
020300 01  WS-CURRENT-TIME.
020400     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
020500 LINKAGE SECTION.
020600 COPY CATSIGN.
020700 PROCEDURE DIVISION USING CATSIGN-AREA.
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021000     IF NOT WS-RUN-ABORTED
021100         PERFORM 2000-SELECT-LATER-AUDIT THRU 2000-EXIT
021200         PERFORM 3000-BACK-OUT-RUN THRU 3000-EXIT
021300         PERFORM 4000-REMOVE-HELD-PENDING THRU 4000-EXIT
021400         PERFORM 5000-MARK-RUN-BACKED-OUT THRU 5000-EXIT
021500     END-IF
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT
021700     GOBACK.
021800*****************************************************************
021900*    1000-INITIALIZE                                            *
022000*    TAKES THE RUN ID FROM THE CONSOLE, FINDS THE RUN ON        *
022100*    CATBIMG, AND OPENS THE FILES TO BE PUT BACK. AN UNKNOWN    *
022200*    RUN, A RUN ALREADY BACKED OUT, OR A MASTER OR CROSS-       *
022300*    REFERENCE THAT WILL NOT OPEN ENDS THE RUN WITH RETURN      *
022400*    CODE 8 BEFORE ANYTHING IS TOUCHED.                         *
022500*****************************************************************
022600 1000-INITIALIZE.
022700     OPEN OUTPUT CAT-BACKOUT-REPORT
022800     DISPLAY "ENTER CAT-TRAN RUN ID (YYYYMMDDHHMMSS): "
022900         WITH NO ADVANCING
023000     ACCEPT WS-RUN-ID FROM CONSOLE
023100     MOVE SPACES TO CATCTRL-LINE
023200     STRING "CAT-BACKOUT CAT-TRAN RUN BACKOUT REPORT - RUN ID "
023300         DELIMITED BY SIZE
023400         WS-RUN-ID DELIMITED BY SIZE
023500         INTO CATCTRL-LINE
023600     WRITE CATCTRL-RECORD
023700     MOVE ALL "-" TO CATCTRL-LINE
023800     WRITE CATCTRL-RECORD
023900     PERFORM 1100-FIND-RUN THRU 1100-EXIT
024000     IF NOT WS-RUN-FOUND
024100         MOVE SPACES TO CATCTRL-LINE
024200         STRING "RUN ID IS NOT ON CATBIMG - NOTHING BACKED OUT"
024300             DELIMITED BY SIZE
024400             INTO CATCTRL-LINE
024500         WRITE CATCTRL-RECORD
024600         DISPLAY "CAT-BACKOUT: RUN ID " WS-RUN-ID
024700             " IS NOT ON CATBIMG"
024800         SET WS-RUN-ABORTED TO TRUE
024900         MOVE 8 TO RETURN-CODE
025000         GO TO 1000-EXIT
025100     END-IF
025200     IF WS-ALREADY-BACKED-OUT
025300         MOVE SPACES TO CATCTRL-LINE
025400         STRING "RUN WAS ALREADY BACKED OUT ON " DELIMITED BY SIZE
025500             WS-BACKED-DATE DELIMITED BY SIZE
025600             " BY " DELIMITED BY SIZE
025700             WS-BACKED-OPER DELIMITED BY SIZE
025800             INTO CATCTRL-LINE
025900         WRITE CATCTRL-RECORD
026000         DISPLAY "CAT-BACKOUT: RUN ID " WS-RUN-ID
026100             " WAS ALREADY BACKED OUT"
026200         SET WS-RUN-ABORTED TO TRUE
026300         MOVE 8 TO RETURN-CODE
026400         GO TO 1000-EXIT
026500     END-IF
026600     PERFORM 1200-WRITE-RUN-DETAILS THRU 1200-EXIT
026700     OPEN I-O CAT-MASTER-FILE
026800     IF NOT WS-MASTER-OK
026900         MOVE SPACES TO CATCTRL-LINE
027000         STRING "CATMST COULD NOT BE OPENED - NOTHING BACKED OUT"
027100             DELIMITED BY SIZE
027200             INTO CATCTRL-LINE
027300         WRITE CATCTRL-RECORD
027400         SET WS-RUN-ABORTED TO TRUE
027500         MOVE 8 TO RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF
027800     OPEN I-O CAT-OWNER-XREF
027900     IF NOT WS-XREF-OK
028000         CLOSE CAT-MASTER-FILE
028100         MOVE SPACES TO CATCTRL-LINE
028200         STRING "CATOXRF COULD NOT BE OPENED - NOTHING BACKED OUT"
028300             DELIMITED BY SIZE
028400             INTO CATCTRL-LINE
028500         WRITE CATCTRL-RECORD
028600         SET WS-RUN-ABORTED TO TRUE
028700         MOVE 8 TO RETURN-CODE
028800         GO TO 1000-EXIT
028900     END-IF
029000     SET WS-FILES-OPEN TO TRUE.
029100 1000-EXIT.
029200     EXIT.
029300*****************************************************************
029400*    1100-FIND-RUN                                              *
029500*    ONE PASS OF CATBIMG FOR THE RUN-START RECORD (WHEN THE     *
029600*    RUN BEGAN, FROM WHOM, BY WHOM) AND ANY BACKED-OUT RECORD   *
029700*    FOR THE SAME RUN ID.                                       *
029800*****************************************************************
029900 1100-FIND-RUN.
030000     OPEN INPUT CAT-BEFORE-IMAGES
030100     IF NOT WS-BIMG-OK
030200         GO TO 1100-EXIT
030300     END-IF
030400     PERFORM 1150-CHECK-ONE-IMAGE THRU 1150-EXIT
030500         UNTIL WS-EOF-BIMG
030600     CLOSE CAT-BEFORE-IMAGES.
030700 1100-EXIT.
030800     EXIT.
030900 1150-CHECK-ONE-IMAGE.
031000     READ CAT-BEFORE-IMAGES
031100         AT END
031200             SET WS-EOF-BIMG TO TRUE
031300             GO TO 1150-EXIT
031400     END-READ
031500     IF CATBIMG-RUN-ID NOT EQUAL WS-RUN-ID
031600         GO TO 1150-EXIT
031700     END-IF
031800     EVALUATE TRUE
031900         WHEN CATBIMG-IS-RUN-START
032000             SET WS-RUN-FOUND TO TRUE
032100             MOVE CATBIMG-DATE TO WS-RUN-START-DATE
032200             MOVE CATBIMG-TIME TO WS-RUN-START-TIME
032300             MOVE CATBIMG-RUN-SOURCE TO WS-RUN-SOURCE
032400             MOVE CATBIMG-RUN-HDR-DATE TO WS-RUN-HDR-DATE
032500             MOVE CATBIMG-RUN-OPER TO WS-RUN-OPER
032600         WHEN CATBIMG-IS-BACKED-OUT
032700             SET WS-ALREADY-BACKED-OUT TO TRUE
032800             MOVE CATBIMG-DATE TO WS-BACKED-DATE
032900             MOVE CATBIMG-RUN-OPER TO WS-BACKED-OPER
033000         WHEN OTHER
033100             ADD 1 TO WS-IMAGE-COUNT
033200     END-EVALUATE.
033300 1150-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    1200-WRITE-RUN-DETAILS                                     *
033700*****************************************************************
033800 1200-WRITE-RUN-DETAILS.
033900     MOVE SPACES TO CATCTRL-LINE
034000     STRING "RUN STARTED. . . . . . . ." DELIMITED BY SIZE
034100         WS-RUN-START-DATE DELIMITED BY SIZE
034200         " " DELIMITED BY SIZE
034300         WS-RUN-START-TIME (1:6) DELIMITED BY SIZE
034400         INTO CATCTRL-LINE
034500     WRITE CATCTRL-RECORD
034600     MOVE SPACES TO CATCTRL-LINE
034700     STRING "SENDER / HEADER DATE . . ." DELIMITED BY SIZE
034800         WS-RUN-SOURCE DELIMITED BY SIZE
034900         " " DELIMITED BY SIZE
035000         WS-RUN-HDR-DATE DELIMITED BY SIZE
035100         INTO CATCTRL-LINE
035200     WRITE CATCTRL-RECORD
035300     MOVE SPACES TO CATCTRL-LINE
035400     STRING "RUN BY / BACKED OUT BY . ." DELIMITED BY SIZE
035500         WS-RUN-OPER DELIMITED BY SIZE
035600         " " DELIMITED BY SIZE
035700         CATSIGN-OPER-ID DELIMITED BY SIZE
035800         INTO CATCTRL-LINE
035900     WRITE CATCTRL-RECORD
036000     MOVE ALL "-" TO CATCTRL-LINE
036100     WRITE CATCTRL-RECORD
036200     MOVE SPACES TO CATCTRL-LINE
036300     STRING "FILE     ACTION  RESULT          CAT KEY"
036400         DELIMITED BY SIZE
036500         INTO CATCTRL-LINE
036600     WRITE CATCTRL-RECORD.
036700 1200-EXIT.
036800     EXIT.
036900*****************************************************************
037000*    2000-SELECT-LATER-AUDIT                                    *
037100*    SORTS EVERY CATMAUD RECORD WRITTEN SINCE THE RUN STARTED   *
037200*    INTO KEY ORDER ON THE CATBKWK WORK FILE. ONE OF THEM       *
037300*    STAMPED AFTER THE RUN'S LAST IMAGE FOR A KEY MEANS THE KEY *
037400*    WAS MAINTAINED AGAIN. A PENDING-FILE JOURNAL RECORD NEVER  *
037410*    TOUCHED THE MASTER AND IS LEFT OUT.                        *
037500*****************************************************************
037600 2000-SELECT-LATER-AUDIT.
037700     SORT SORT-AUDIT-WORK ON ASCENDING KEY SD-MAUD-KEY
037800             SD-MAUD-DATE SD-MAUD-TIME
037900         INPUT PROCEDURE IS 2100-RELEASE-LATER-AUDIT
038000             THRU 2100-EXIT
038100         GIVING CAT-LATER-AUDIT
038200     OPEN INPUT CAT-LATER-AUDIT
038300     IF NOT WS-LATER-OK
038400         SET WS-EOF-LATER TO TRUE
038500         GO TO 2000-EXIT
038600     END-IF
038700     PERFORM 2300-READ-LATER-AUDIT THRU 2300-EXIT.
038800 2000-EXIT.
038900     EXIT.
039000 2100-RELEASE-LATER-AUDIT.
039100     OPEN INPUT CAT-MAINT-AUDIT
039200     IF NOT WS-MNTAUD-OK
039300         GO TO 2100-EXIT
039400     END-IF
039500     PERFORM 2150-RELEASE-ONE-AUDIT THRU 2150-EXIT
039600         UNTIL WS-EOF-MNTAUD
039700     CLOSE CAT-MAINT-AUDIT.
039800 2100-EXIT.
039900     EXIT.
040000 2150-RELEASE-ONE-AUDIT.
040100     READ CAT-MAINT-AUDIT
040200         AT END
040300             SET WS-EOF-MNTAUD TO TRUE
040400             GO TO 2150-EXIT
040500     END-READ
040600     MOVE CATMAUD-DATE TO WS-AUDIT-DATE
040700     MOVE CATMAUD-TIME TO WS-AUDIT-TIME
040800     IF WS-AUDIT-STAMP < WS-RUN-START-STAMP
040900         GO TO 2150-EXIT
041000     END-IF
041010     IF NOT CATMAUD-ACT-MASTER
041020         GO TO 2150-EXIT
041030     END-IF
041100     RELEASE SD-MAUD-RECORD FROM CATMAUD-RECORD.
041200 2150-EXIT.
041300     EXIT.
041400 2300-READ-LATER-AUDIT.
041500     READ CAT-LATER-AUDIT
041600         AT END
041700             SET WS-EOF-LATER TO TRUE
041800     END-READ.
041900 2300-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    3000-BACK-OUT-RUN                                          *
042300*    SORTS THE RUN'S IMAGES INTO KEY ORDER, LATEST IMAGE FIRST  *
042400*    WITHIN A KEY, AND UNDOES THEM ONE KEY AT A TIME IN THE     *
042500*    OUTPUT PROCEDURE.                                          *
042600*****************************************************************
042700 3000-BACK-OUT-RUN.
042800     OPEN EXTEND CAT-MAINT-AUDIT
042900     IF NOT WS-MNTAUD-OK
043000         OPEN OUTPUT CAT-MAINT-AUDIT
043100     END-IF
043200     SORT SORT-IMAGE-WORK ON ASCENDING KEY SD-BIMG-KEY
043300             DESCENDING KEY SD-BIMG-SEQ
043400         INPUT PROCEDURE IS 3100-RELEASE-RUN-IMAGES
043500             THRU 3100-EXIT
043600         OUTPUT PROCEDURE IS 3300-UNDO-RUN-IMAGES
043700             THRU 3300-EXIT
043800     CLOSE CAT-MAINT-AUDIT.
043900 3000-EXIT.
044000     EXIT.
044100 3100-RELEASE-RUN-IMAGES.
044200     MOVE "N" TO WS-EOF-BIMG-SW
044300     OPEN INPUT CAT-BEFORE-IMAGES
044400     PERFORM 3150-RELEASE-ONE-IMAGE THRU 3150-EXIT
044500         UNTIL WS-EOF-BIMG
044600     CLOSE CAT-BEFORE-IMAGES.
044700 3100-EXIT.
044800     EXIT.
044900 3150-RELEASE-ONE-IMAGE.
045000     READ CAT-BEFORE-IMAGES
045100         AT END
045200             SET WS-EOF-BIMG TO TRUE
045300             GO TO 3150-EXIT
045400     END-READ
045500     IF CATBIMG-RUN-ID NOT EQUAL WS-RUN-ID
045600         GO TO 3150-EXIT
045700     END-IF
045800     IF CATBIMG-IS-MASTER OR CATBIMG-IS-XREF
045900         OR CATBIMG-IS-PENDING
046000         RELEASE SD-BIMG-RECORD FROM CATBIMG-RECORD
046100     END-IF.
046200 3150-EXIT.
046300     EXIT.
046400*****************************************************************
046500*    3300-UNDO-RUN-IMAGES                                       *
046600*    SORT OUTPUT PROCEDURE - ONE PASS PER KEY.                  *
046700*****************************************************************
046800 3300-UNDO-RUN-IMAGES.
046900     PERFORM 3350-RETURN-IMAGE THRU 3350-EXIT
047000     PERFORM 3400-UNDO-ONE-KEY THRU 3400-EXIT
047100         UNTIL WS-EOF-SORT.
047200 3300-EXIT.
047300     EXIT.
047400 3350-RETURN-IMAGE.
047500     RETURN SORT-IMAGE-WORK
047600         AT END
047700             SET WS-EOF-SORT TO TRUE
047800     END-RETURN.
047900 3350-EXIT.
048000     EXIT.
048100*****************************************************************
048200*    3400-UNDO-ONE-KEY                                          *
048300*    GATHERS EVERY IMAGE THE RUN LEFT FOR ONE KEY, DECIDES      *
048400*    WHETHER THE KEY HAS BEEN MAINTAINED AGAIN SINCE, AND       *
048500*    EITHER LISTS IT FOR REVIEW OR UNDOES ITS IMAGES LATEST     *
048600*    FIRST, SO THE FIRST BEFORE-IMAGE IS THE LAST PUT BACK.     *
048700*****************************************************************
048800 3400-UNDO-ONE-KEY.
048900     MOVE SD-BIMG-KEY TO WS-GROUP-KEY
049000     MOVE ZERO TO WS-GROUP-COUNT
049100     MOVE "N" TO WS-GROUP-OVERFLOW-SW
049200     PERFORM 3450-GATHER-ONE-IMAGE THRU 3450-EXIT
049300         UNTIL WS-EOF-SORT
049400         OR SD-BIMG-KEY NOT EQUAL WS-GROUP-KEY
049500     ADD 1 TO WS-KEY-COUNT
049600     PERFORM 3500-CHECK-KEY-FOR-REVIEW THRU 3500-EXIT
049700     IF WS-REVIEW-REASON NOT EQUAL SPACES
049800         ADD 1 TO WS-KEYS-REVIEW
049900         MOVE SPACES TO CATCTRL-LINE
050000         STRING "REVIEW   " DELIMITED BY SIZE
050100             WS-GROUP-KEY DELIMITED BY SIZE
050200             " " DELIMITED BY SIZE
050300             WS-REVIEW-REASON DELIMITED BY SIZE
050400             INTO CATCTRL-LINE
050500         WRITE CATCTRL-RECORD
050600         GO TO 3400-EXIT
050700     END-IF
050800     PERFORM 3600-UNDO-ONE-IMAGE THRU 3600-EXIT
050900         VARYING WS-GRP-IDX FROM 1 BY 1
051000         UNTIL WS-GRP-IDX > WS-GROUP-COUNT
051100     ADD 1 TO WS-KEYS-RESTORED.
051200 3400-EXIT.
051300     EXIT.
051400 3450-GATHER-ONE-IMAGE.
051500     IF WS-GROUP-COUNT < WS-GROUP-MAX
051600         ADD 1 TO WS-GROUP-COUNT
051700         MOVE SD-BIMG-RECORD TO WS-GRP-IMAGE (WS-GROUP-COUNT)
051800     ELSE
051900         SET WS-GROUP-OVERFLOW TO TRUE
052000     END-IF
052100     PERFORM 3350-RETURN-IMAGE THRU 3350-EXIT.
052200 3450-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    3500-CHECK-KEY-FOR-REVIEW                                  *
052600*    A KEY IS LEFT FOR MANUAL REVIEW WHEN CATMAUD HOLDS A       *
052700*    RECORD FOR IT STAMPED AFTER THE RUN'S LAST IMAGE OF IT, OR *
052800*    WHEN THE MASTER NO LONGER MATCHES THE RUN'S LAST MASTER    *
052900*    AFTER-IMAGE (A RESTORED OR COPIED-IN CATMST). THE LATER-   *
053000*    AUDIT WORK FILE IS IN KEY ORDER, SO IT IS MATCHED ALONG    *
053100*    WITH THE SORTED IMAGES.                                    *
053200*****************************************************************
053300 3500-CHECK-KEY-FOR-REVIEW.
053400     MOVE SPACES TO WS-REVIEW-REASON
053500     MOVE WS-GRP-IMAGE (1) TO WS-IMG-RECORD
053600     MOVE WS-IMG-DATE TO WS-LAST-TOUCH-DATE
053700     MOVE WS-IMG-TIME TO WS-LAST-TOUCH-TIME
053800     PERFORM 2300-READ-LATER-AUDIT THRU 2300-EXIT
053900         UNTIL WS-EOF-LATER
054000         OR CATLAUD-KEY NOT < WS-GROUP-KEY
054100     PERFORM 3550-CHECK-ONE-LATER-AUDIT THRU 3550-EXIT
054200         UNTIL WS-EOF-LATER
054300         OR CATLAUD-KEY NOT EQUAL WS-GROUP-KEY
054400     IF WS-REVIEW-REASON NOT EQUAL SPACES
054500         GO TO 3500-EXIT
054600     END-IF
054700     IF WS-GROUP-OVERFLOW
054800         MOVE "TOO MANY IMAGES FOR ONE KEY"
054900             TO WS-REVIEW-REASON
055000         GO TO 3500-EXIT
055100     END-IF
055200     MOVE "N" TO WS-MASTER-SEEN-SW
055300     PERFORM 3570-FIND-LAST-MASTER-IMAGE THRU 3570-EXIT
055400         VARYING WS-GRP-IDX FROM 1 BY 1
055500         UNTIL WS-GRP-IDX > WS-GROUP-COUNT
055600         OR WS-MASTER-SEEN
055700     IF NOT WS-MASTER-SEEN
055800         GO TO 3500-EXIT
055900     END-IF
056000     MOVE WS-GROUP-KEY TO CATMST-KEY
056100     READ CAT-MASTER-FILE
056200         INVALID KEY
056300             SET WS-RECORD-NOT-FOUND TO TRUE
056400         NOT INVALID KEY
056500             SET WS-RECORD-FOUND TO TRUE
056600     END-READ
056700     IF WS-IMG-ACT-DELETED
056800         IF WS-RECORD-FOUND
056900             MOVE "MASTER RE-ADDED SINCE THE RUN"
057000                 TO WS-REVIEW-REASON
057100         END-IF
057200         GO TO 3500-EXIT
057300     END-IF
057400     IF WS-RECORD-NOT-FOUND
057500         MOVE "MASTER DELETED SINCE THE RUN"
057600             TO WS-REVIEW-REASON
057700         GO TO 3500-EXIT
057800     END-IF
057900     IF CATMST-RECORD NOT EQUAL WS-IMG-AFTER
058000         MOVE "MASTER DIFFERS FROM RUN'S AFTER-IMAGE"
058100             TO WS-REVIEW-REASON
058200     END-IF.
058300 3500-EXIT.
058400     EXIT.
058500 3550-CHECK-ONE-LATER-AUDIT.
058600     MOVE CATLAUD-DATE TO WS-AUDIT-DATE
058700     MOVE CATLAUD-TIME TO WS-AUDIT-TIME
058800     IF WS-AUDIT-STAMP > WS-LAST-TOUCH-STAMP
058900         AND WS-REVIEW-REASON EQUAL SPACES
059000         STRING "MAINTAINED AGAIN " DELIMITED BY SIZE
059100             CATLAUD-DATE DELIMITED BY SIZE
059200             " " DELIMITED BY SIZE
059300             CATLAUD-TIME (1:6) DELIMITED BY SIZE
059400             " " DELIMITED BY SIZE
059500             CATLAUD-OPER-ID DELIMITED BY SIZE
059600             INTO WS-REVIEW-REASON
059700     END-IF
059800     PERFORM 2300-READ-LATER-AUDIT THRU 2300-EXIT.
059900 3550-EXIT.
060000     EXIT.
060100 3570-FIND-LAST-MASTER-IMAGE.
060200     MOVE WS-GRP-IMAGE (WS-GRP-IDX) TO WS-IMG-RECORD
060300     IF WS-IMG-IS-MASTER
060400         SET WS-MASTER-SEEN TO TRUE
060500     END-IF.
060600 3570-EXIT.
060700     EXIT.
060800*****************************************************************
060900*    3600-UNDO-ONE-IMAGE                                        *
061000*****************************************************************
061100 3600-UNDO-ONE-IMAGE.
061200     MOVE WS-GRP-IMAGE (WS-GRP-IDX) TO WS-IMG-RECORD
061300     MOVE WS-IMG-KEY TO WS-RPT-KEY
061400     EVALUATE TRUE
061500         WHEN WS-IMG-ACT-ADDED
061600             MOVE "ADD" TO WS-RPT-ACTION
061700         WHEN WS-IMG-ACT-CHANGED
061800             MOVE "CHANGE" TO WS-RPT-ACTION
061900         WHEN OTHER
062000             MOVE "DELETE" TO WS-RPT-ACTION
062100     END-EVALUATE
062200     MOVE "UNDONE" TO WS-RPT-RESULT
062300     EVALUATE TRUE
062400         WHEN WS-IMG-IS-MASTER
062500             MOVE "CATMST" TO WS-RPT-FILE
062600             PERFORM 3700-UNDO-MASTER-IMAGE THRU 3700-EXIT
062700         WHEN WS-IMG-IS-XREF
062800             MOVE "CATOXRF" TO WS-RPT-FILE
062900             PERFORM 3800-UNDO-XREF-IMAGE THRU 3800-EXIT
063000         WHEN WS-IMG-IS-PENDING
063100             MOVE "CATPEND" TO WS-RPT-FILE
063200             MOVE "HOLD" TO WS-RPT-ACTION
063300             PERFORM 3900-QUEUE-PENDING-HOLD THRU 3900-EXIT
063400             GO TO 3600-EXIT
063500     END-EVALUATE
063600     IF WS-RPT-RESULT EQUAL "UNDONE"
063700         ADD 1 TO WS-IMAGES-UNDONE
063800     ELSE
063900         ADD 1 TO WS-IMAGES-FAILED
064000     END-IF
064100     PERFORM 3950-WRITE-IMAGE-LINE THRU 3950-EXIT.
064200 3600-EXIT.
064300     EXIT.
064400*****************************************************************
064500*    3700-UNDO-MASTER-IMAGE                                     *
064600*    AN ADD IS UNDONE BY DELETING THE RECORD ADDED, A CHANGE BY *
064700*    REWRITING THE BEFORE-IMAGE, A DELETE BY WRITING THE        *
064800*    BEFORE-IMAGE BACK. THE IMAGE PUT BACK KEEPS ITS ORIGINAL   *
064900*    MAINTENANCE STAMP; THE CATMAUD RECORD CARRIES THE BACKOUT. *
065000*****************************************************************
065100 3700-UNDO-MASTER-IMAGE.
065200     EVALUATE TRUE
065300         WHEN WS-IMG-ACT-ADDED
065400             MOVE WS-IMG-AFTER TO CATMST-RECORD
065500             DELETE CAT-MASTER-FILE
065600                 INVALID KEY
065700                     MOVE "NOT ON FILE" TO WS-RPT-RESULT
065800                     GO TO 3700-EXIT
065900             END-DELETE
066000             MOVE "D" TO WS-AUDIT-ACTION
066100         WHEN WS-IMG-ACT-CHANGED
066200             MOVE WS-IMG-BEFORE TO CATMST-RECORD
066300             REWRITE CATMST-RECORD
066400                 INVALID KEY
066500                     MOVE "NOT ON FILE" TO WS-RPT-RESULT
066600                     GO TO 3700-EXIT
066700             END-REWRITE
066800             MOVE "C" TO WS-AUDIT-ACTION
066900         WHEN OTHER
067000             MOVE WS-IMG-BEFORE TO CATMST-RECORD
067100             WRITE CATMST-RECORD
067200                 INVALID KEY
067300                     MOVE "ALREADY ON FILE" TO WS-RPT-RESULT
067400                     GO TO 3700-EXIT
067500             END-WRITE
067600             MOVE "A" TO WS-AUDIT-ACTION
067700     END-EVALUATE
067800     PERFORM 3750-WRITE-MAINT-AUDIT THRU 3750-EXIT.
067900 3700-EXIT.
068000     EXIT.
068100*****************************************************************
068200*    3750-WRITE-MAINT-AUDIT                                     *
068300*    SAME CATMAUD RECORD CAT-TRAN WRITES, FOR THE IMAGE IN THE  *
068400*    MASTER RECORD AREA, STAMPED WITH THE OPERATOR RUNNING THE  *
068500*    BACKOUT AND SOURCE B.                                      *
068600*****************************************************************
068700 3750-WRITE-MAINT-AUDIT.
068800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
068900     ACCEPT WS-CURRENT-TIME FROM TIME
069000     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMAUD-DATE
069100     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMAUD-TIME
069200     MOVE WS-AUDIT-ACTION TO CATMAUD-ACTION
069300     MOVE CATMST-KEY TO CATMAUD-KEY
069400     MOVE CATMST-NAME TO CATMAUD-NAME
069500     MOVE CATMST-OWNER TO CATMAUD-OWNER
069600     MOVE CATMST-STATUS TO CATMAUD-STATUS
069700     MOVE CATMST-EFF-DATE TO CATMAUD-EFF-DATE
069800     MOVE CATSIGN-OPER-ID TO CATMAUD-OPER-ID
069900     SET CATMAUD-SRC-BACKOUT TO TRUE
070000     WRITE CATMAUD-RECORD.
070100 3750-EXIT.
070200     EXIT.
070300*****************************************************************
070400*    3800-UNDO-XREF-IMAGE                                       *
070500*    THE SAME THREE UNDOS AS THE MASTER, AGAINST CATOXRF.       *
070600*****************************************************************
070700 3800-UNDO-XREF-IMAGE.
070800     EVALUATE TRUE
070900         WHEN WS-IMG-ACT-ADDED
071000             MOVE WS-IMG-AFTER (1:131) TO CATOXRF-RECORD
071100             DELETE CAT-OWNER-XREF
071200                 INVALID KEY
071300                     MOVE "NOT ON FILE" TO WS-RPT-RESULT
071400             END-DELETE
071500         WHEN WS-IMG-ACT-CHANGED
071600             MOVE WS-IMG-BEFORE (1:131) TO CATOXRF-RECORD
071700             REWRITE CATOXRF-RECORD
071800                 INVALID KEY
071900                     MOVE "NOT ON FILE" TO WS-RPT-RESULT
072000             END-REWRITE
072100         WHEN OTHER
072200             MOVE WS-IMG-BEFORE (1:131) TO CATOXRF-RECORD
072300             WRITE CATOXRF-RECORD
072400                 INVALID KEY
072500                     MOVE "ALREADY ON FILE" TO WS-RPT-RESULT
072600             END-WRITE
072700     END-EVALUATE.
072800 3800-EXIT.
072900     EXIT.
073000*****************************************************************
073100*    3900-QUEUE-PENDING-HOLD                                    *
073200*    A HELD PENDING RECORD IS TAKEN OFF CATPEND IN ONE PASS     *
073300*    AFTER ALL KEYS ARE DONE (4000), SO IT IS ONLY QUEUED HERE. *
073400*****************************************************************
073500 3900-QUEUE-PENDING-HOLD.
073600     IF WS-PEND-COUNT NOT < WS-PEND-MAX
073700         MOVE "TABLE FULL" TO WS-RPT-RESULT
073800         ADD 1 TO WS-IMAGES-FAILED
073900         PERFORM 3950-WRITE-IMAGE-LINE THRU 3950-EXIT
074000         GO TO 3900-EXIT
074100     END-IF
074200     ADD 1 TO WS-PEND-COUNT
074300     MOVE WS-IMG-AFTER (1:156) TO WS-PND-IMAGE (WS-PEND-COUNT)
074400     MOVE "N" TO WS-PND-DONE-SW (WS-PEND-COUNT).
074500 3900-EXIT.
074600     EXIT.
074700 3950-WRITE-IMAGE-LINE.
074800     MOVE SPACES TO CATCTRL-LINE
074900     STRING WS-RPT-FILE DELIMITED BY SIZE
075000         WS-RPT-ACTION DELIMITED BY SIZE
075100         WS-RPT-RESULT DELIMITED BY SIZE
075200         WS-RPT-KEY DELIMITED BY SIZE
075300         INTO CATCTRL-LINE
075400     WRITE CATCTRL-RECORD.
075500 3950-EXIT.
075600     EXIT.
075700*****************************************************************
075800*    4000-REMOVE-HELD-PENDING                                   *
075900*    COPIES CATPEND TO THE CATPENDW WORK FILE LESS THE HOLDS    *
076000*    THE RUN ADDED, THEN COPIES IT BACK, AS CAT-APPLY DOES. A   *
076100*    HOLD NO LONGER ON CATPEND (ALREADY PROMOTED) IS REPORTED.  *
076110*    EACH HOLD TAKEN OFF IS JOURNALED ON CATMAUD AS AN X OR Y   *
076120*    WITH SOURCE B, SO CAT-RECOVER DOES NOT PUT IT BACK.        *
076200*****************************************************************
076300 4000-REMOVE-HELD-PENDING.
076400     IF WS-PEND-COUNT EQUAL ZERO
076500         GO TO 4000-EXIT
076600     END-IF
076700     OPEN INPUT CAT-PENDING-FILE
076800     IF WS-PEND-OK
076900         OPEN OUTPUT CAT-PENDING-RETAIN
076910         OPEN EXTEND CAT-MAINT-AUDIT
076920         IF NOT WS-MNTAUD-OK
076930             OPEN OUTPUT CAT-MAINT-AUDIT
076940         END-IF
077000         PERFORM 4100-COPY-ONE-PENDING THRU 4100-EXIT
077100             UNTIL WS-EOF-PEND
077200         CLOSE CAT-PENDING-FILE
077300         CLOSE CAT-PENDING-RETAIN
077310         CLOSE CAT-MAINT-AUDIT
077400         PERFORM 4300-REWRITE-PENDING-FILE THRU 4300-EXIT
077500     END-IF
077600     MOVE "CATPEND" TO WS-RPT-FILE
077700     MOVE "HOLD" TO WS-RPT-ACTION
077800     PERFORM 4500-REPORT-ONE-HOLD THRU 4500-EXIT
077900         VARYING WS-PND-IDX FROM 1 BY 1
078000         UNTIL WS-PND-IDX > WS-PEND-COUNT.
078100 4000-EXIT.
078200     EXIT.
078300 4100-COPY-ONE-PENDING.
078400     READ CAT-PENDING-FILE
078500         AT END
078600             SET WS-EOF-PEND TO TRUE
078700             GO TO 4100-EXIT
078800     END-READ
078900     MOVE "N" TO WS-PEND-MATCH-SW
079000     PERFORM 4150-MATCH-ONE-HOLD THRU 4150-EXIT
079100         VARYING WS-PND-IDX FROM 1 BY 1
079200         UNTIL WS-PND-IDX > WS-PEND-COUNT
079300         OR WS-PEND-MATCHED
079400     IF NOT WS-PEND-MATCHED
079500         MOVE CATPEND-RECORD TO CATPENDW-RECORD
079600         WRITE CATPENDW-RECORD
079610     ELSE
079620         PERFORM 4200-WRITE-PENDING-REMOVED THRU 4200-EXIT
079700     END-IF.
079800 4100-EXIT.
079900     EXIT.
080000 4150-MATCH-ONE-HOLD.
080100     IF NOT WS-PND-DONE (WS-PND-IDX)
080200         AND WS-PND-IMAGE (WS-PND-IDX) EQUAL CATPEND-RECORD
080300         SET WS-PND-DONE (WS-PND-IDX) TO TRUE
080400         SET WS-PEND-MATCHED TO TRUE
080500     END-IF.
080600 4150-EXIT.
080700     EXIT.
080701*****************************************************************
080704*    4200-WRITE-PENDING-REMOVED                                 *
080707*    JOURNALS THE HOLD JUST TAKEN OFF CATPEND - AN X FOR A      *
080710*    PENDING ADD, A Y FOR A PENDING CHANGE - CARRYING THE       *
080713*    CATPEND IMAGE AND THE OPERATOR RUNNING THE BACKOUT.        *
080716*****************************************************************
080719 4200-WRITE-PENDING-REMOVED.
080722     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
080725     ACCEPT WS-CURRENT-TIME FROM TIME
080728     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMAUD-DATE
080731     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMAUD-TIME
080734     IF CATPEND-ACT-ADD
080737         SET CATMAUD-ACT-PEND-ADD-REMOVED TO TRUE
080740     ELSE
080743         SET CATMAUD-ACT-PEND-CHG-REMOVED TO TRUE
080746     END-IF
080749     MOVE CATPEND-KEY TO CATMAUD-KEY
080752     MOVE CATPEND-NAME TO CATMAUD-NAME
080755     MOVE CATPEND-OWNER TO CATMAUD-OWNER
080758     MOVE CATPEND-STATUS TO CATMAUD-STATUS
080761     MOVE CATPEND-EFF-DATE TO CATMAUD-EFF-DATE
080764     MOVE CATSIGN-OPER-ID TO CATMAUD-OPER-ID
080767     SET CATMAUD-SRC-BACKOUT TO TRUE
080770     WRITE CATMAUD-RECORD.
080773 4200-EXIT.
080776     EXIT.
080800 4300-REWRITE-PENDING-FILE.
080900     OPEN INPUT CAT-PENDING-RETAIN
081000     IF NOT WS-RETAIN-OK
081100         GO TO 4300-EXIT
081200     END-IF
081300     OPEN OUTPUT CAT-PENDING-FILE
081400     PERFORM 4350-COPY-ONE-RETAINED THRU 4350-EXIT
081500         UNTIL WS-EOF-COPY
081600     CLOSE CAT-PENDING-FILE
081700     CLOSE CAT-PENDING-RETAIN.
081800 4300-EXIT.
081900     EXIT.
082000 4350-COPY-ONE-RETAINED.
082100     READ CAT-PENDING-RETAIN
082200         AT END
082300             SET WS-EOF-COPY TO TRUE
082400         NOT AT END
082500             MOVE CATPENDW-RECORD TO CATPEND-RECORD
082600             WRITE CATPEND-RECORD
082700     END-READ.
082800 4350-EXIT.
082900     EXIT.
083000 4500-REPORT-ONE-HOLD.
083100     MOVE WS-PND-IMAGE (WS-PND-IDX) TO CATPEND-RECORD
083200     MOVE CATPEND-KEY TO WS-RPT-KEY
083300     IF WS-PND-DONE (WS-PND-IDX)
083400         MOVE "UNDONE" TO WS-RPT-RESULT
083500         ADD 1 TO WS-IMAGES-UNDONE
083600     ELSE
083700         MOVE "NOT ON FILE" TO WS-RPT-RESULT
083800         ADD 1 TO WS-IMAGES-FAILED
083900     END-IF
084000     PERFORM 3950-WRITE-IMAGE-LINE THRU 3950-EXIT.
084100 4500-EXIT.
084200     EXIT.
084300*****************************************************************
084400*    5000-MARK-RUN-BACKED-OUT                                   *
084500*    APPENDS THE BACKED-OUT RECORD TO CATBIMG SO THE SAME RUN   *
084600*    CANNOT BE PUT BACK A SECOND TIME OVER LATER WORK.          *
084700*****************************************************************
084800 5000-MARK-RUN-BACKED-OUT.
084900     OPEN EXTEND CAT-BEFORE-IMAGES
085000     IF NOT WS-BIMG-OK
085100         OPEN OUTPUT CAT-BEFORE-IMAGES
085200     END-IF
085300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
085400     ACCEPT WS-CURRENT-TIME FROM TIME
085500     MOVE SPACES TO CATBIMG-RECORD
085600     MOVE WS-RUN-ID TO CATBIMG-RUN-ID
085700     MOVE ZERO TO CATBIMG-SEQ
085800     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATBIMG-DATE
085900     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATBIMG-TIME
086000     SET CATBIMG-IS-BACKED-OUT TO TRUE
086100     MOVE CATSIGN-OPER-ID TO CATBIMG-RUN-OPER
086200     WRITE CATBIMG-RECORD
086300     CLOSE CAT-BEFORE-IMAGES.
086400 5000-EXIT.
086500     EXIT.
086600*****************************************************************
086700*    9000-TERMINATE                                             *
086800*    SUMMARY BLOCK, CLOSE, AND RETURN CODE 8 WHEN THE RUN WAS   *
086900*    REFUSED OR AN IMAGE COULD NOT BE PUT BACK.                 *
087000*****************************************************************
087100 9000-TERMINATE.
087200     IF WS-FILES-OPEN
087300         CLOSE CAT-MASTER-FILE
087400         CLOSE CAT-OWNER-XREF
087500         CLOSE CAT-LATER-AUDIT
087600         PERFORM 9500-WRITE-SUMMARY-BLOCK THRU 9500-EXIT
087700     END-IF
087800     CLOSE CAT-BACKOUT-REPORT
087900     IF WS-RUN-ABORTED
088000         GO TO 9000-EXIT
088100     END-IF
088200     IF WS-IMAGES-FAILED > ZERO
088300         DISPLAY "CAT-BACKOUT: SOME IMAGES COULD NOT BE PUT BACK"
088400             " - SEE CATBKRPT"
088500         MOVE 8 TO RETURN-CODE
088600         GO TO 9000-EXIT
088700     END-IF
088800     IF WS-KEYS-REVIEW > ZERO
088900         DISPLAY "CAT-BACKOUT: " WS-KEYS-REVIEW
089000             " KEYS LEFT FOR MANUAL REVIEW - SEE CATBKRPT"
089100     END-IF.
089200 9000-EXIT.
089300     EXIT.
089400*****************************************************************
089500*    9500-WRITE-SUMMARY-BLOCK                                   *
089600*****************************************************************
089700 9500-WRITE-SUMMARY-BLOCK.
089800     MOVE ALL "-" TO CATCTRL-LINE
089900     WRITE CATCTRL-RECORD
090000     MOVE WS-IMAGE-COUNT TO WS-EDIT-COUNT
090100     MOVE SPACES TO CATCTRL-LINE
090200     STRING "IMAGES JOURNALED . . . . ." DELIMITED BY SIZE
090300         WS-EDIT-COUNT               DELIMITED BY SIZE
090400         INTO CATCTRL-LINE
090500     WRITE CATCTRL-RECORD
090600     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT
090700     MOVE SPACES TO CATCTRL-LINE
090800     STRING "KEYS TOUCHED BY THE RUN. ." DELIMITED BY SIZE
090900         WS-EDIT-COUNT               DELIMITED BY SIZE
091000         INTO CATCTRL-LINE
091100     WRITE CATCTRL-RECORD
091200     MOVE WS-KEYS-RESTORED TO WS-EDIT-COUNT
091300     MOVE SPACES TO CATCTRL-LINE
091400     STRING "KEYS PUT BACK. . . . . . ." DELIMITED BY SIZE
091500         WS-EDIT-COUNT               DELIMITED BY SIZE
091600         INTO CATCTRL-LINE
091700     WRITE CATCTRL-RECORD
091800     MOVE WS-KEYS-REVIEW TO WS-EDIT-COUNT
091900     MOVE SPACES TO CATCTRL-LINE
092000     STRING "KEYS FOR MANUAL REVIEW . ." DELIMITED BY SIZE
092100         WS-EDIT-COUNT               DELIMITED BY SIZE
092200         INTO CATCTRL-LINE
092300     WRITE CATCTRL-RECORD
092400     MOVE WS-IMAGES-UNDONE TO WS-EDIT-COUNT
092500     MOVE SPACES TO CATCTRL-LINE
092600     STRING "IMAGES UNDONE. . . . . . ." DELIMITED BY SIZE
092700         WS-EDIT-COUNT               DELIMITED BY SIZE
092800         INTO CATCTRL-LINE
092900     WRITE CATCTRL-RECORD
093000     MOVE WS-IMAGES-FAILED TO WS-EDIT-COUNT
093100     MOVE SPACES TO CATCTRL-LINE
093200     STRING "IMAGES NOT PUT BACK. . . ." DELIMITED BY SIZE
093300         WS-EDIT-COUNT               DELIMITED BY SIZE
093400         INTO CATCTRL-LINE
093500     WRITE CATCTRL-RECORD.
093600 9500-EXIT.
093700     EXIT.

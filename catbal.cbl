000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-BALANCE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. NIGHTLY MOVEMENT BALANCE  *
001100*                   OF CAT-MASTER-FILE. TAKES THE CLOSING       *
001200*                   COUNTS (TOTAL, ACTIVE, INACTIVE, AND THE    *
001300*                   CATPEND PENDING COUNT), THEN PROVES THE     *
001400*                   PRIOR RUN'S CLOSING TOTAL PLUS THE CATMAUD  *
001500*                   ADDS LESS THE CATMAUD DELETES WRITTEN SINCE *
001600*                   EQUALS TONIGHT'S CLOSING TOTAL. THE         *
001700*                   MOVEMENT IS SHOWN BY SOURCE FROM THE        *
001800*                   CATMAUD SOURCE BYTE - CAT-MAINT ONLINE,     *
001900*                   CAT-TRAN BATCH, CAT-APPLY PROMOTION. EVERY  *
002000*                   MASTER MUST HAVE EXACTLY ONE CATOXRF ENTRY  *
002100*                   UNDER ITS OWN OWNER AND EVERY CATOXRF ENTRY *
002200*                   A MASTER UNDER THAT OWNER; STRAYS ARE       *
002300*                   LISTED. EACH RUN APPENDS ITS COUNTS TO THE  *
002400*                   CATBHIST HISTORY, WHICH GIVES THE NEXT RUN  *
002500*                   ITS OPENING. OUT OF BALANCE ON EITHER PROOF *
002600*                   ENDS WITH RETURN CODE 8 SO THE RUN PLAN     *
002700*                   HALTS.                                      *
002710*    10/15/26  JRM  CAT-BACKOUT (CATMAUD SOURCE B) IS SHOWN AS  *
002720*                   ITS OWN ROW OF THE MOVEMENT BY SOURCE - AN  *
002730*                   UNDONE ADD COUNTS AS A DELETE, AN UNDONE    *
002740*                   DELETE AS AN ADD.                           *
002750*    10/15/26  JRM  THE PENDING-FILE JOURNAL RECORDS ON CATMAUD *
002760*                   (ACTIONS Q, H, X AND Y) ARE LEFT OUT OF THE *
002770*                   MOVEMENT TALLY - THEY NEVER TOUCH CATMST.   *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CATMST-KEY
003900         FILE STATUS IS WS-MASTER-STATUS.
004000     SELECT CAT-OWNER-XREF ASSIGN TO "CATOXRF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CATOXRF-XKEY
004400         FILE STATUS IS WS-XREF-STATUS.
004500     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PEND-STATUS.
004800     SELECT CAT-MAINT-AUDIT ASSIGN TO "CATMAUD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-MNTAUD-STATUS.
005100     SELECT CAT-BALANCE-HISTORY ASSIGN TO "CATBHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BHIST-STATUS.
005400     SELECT CAT-BALANCE-REPORT ASSIGN TO "CATBLRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CAT-MASTER-FILE
006000     RECORD CONTAINS 163 CHARACTERS.
006100 COPY CATMST.
006200 FD  CAT-OWNER-XREF
006300     RECORD CONTAINS 131 CHARACTERS.
006400 COPY CATOXRF.
006500 FD  CAT-PENDING-FILE
006600     RECORD CONTAINS 156 CHARACTERS.
006700 COPY CATPEND.
006800 FD  CAT-MAINT-AUDIT
006900     RECORD CONTAINS 165 CHARACTERS.
007000 COPY CATMAUD.
007100 FD  CAT-BALANCE-HISTORY
007200     RECORD CONTAINS 98 CHARACTERS.
007300 COPY CATBHIST.
007400 FD  CAT-BALANCE-REPORT
007500     RECORD CONTAINS 80 CHARACTERS.
007600 COPY CATCTRL.
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900*    SWITCHES AND STATUS BYTES                                  *
008000*****************************************************************
008100 77  WS-MASTER-STATUS        PIC X(02).
008200     88  WS-MASTER-OK                VALUE "00".
008300 77  WS-XREF-STATUS          PIC X(02).
008400     88  WS-XREF-OK                  VALUE "00".
008500 77  WS-PEND-STATUS          PIC X(02).
008600     88  WS-PEND-OK                  VALUE "00".
008700 77  WS-MNTAUD-STATUS        PIC X(02).
008800     88  WS-MNTAUD-OK                VALUE "00".
008900 77  WS-BHIST-STATUS         PIC X(02).
009000     88  WS-BHIST-OK                 VALUE "00".
009100 77  WS-REPORT-STATUS        PIC X(02).
009200     88  WS-REPORT-OK                VALUE "00".
009300 77  WS-EOF-MASTER-SW        PIC X(01)   VALUE "N".
009400     88  WS-EOF-MASTER               VALUE "Y".
009500 77  WS-EOF-XREF-SW          PIC X(01)   VALUE "N".
009600     88  WS-EOF-XREF                 VALUE "Y".
009700 77  WS-EOF-PEND-SW          PIC X(01)   VALUE "N".
009800     88  WS-EOF-PEND                 VALUE "Y".
009900 77  WS-EOF-MNTAUD-SW        PIC X(01)   VALUE "N".
010000     88  WS-EOF-MNTAUD               VALUE "Y".
010100 77  WS-EOF-BHIST-SW         PIC X(01)   VALUE "N".
010200     88  WS-EOF-BHIST                VALUE "Y".
010300 77  WS-RUN-ABORTED-SW       PIC X(01)   VALUE "N".
010400     88  WS-RUN-ABORTED              VALUE "Y".
010500 77  WS-XREF-OPEN-SW         PIC X(01)   VALUE "N".
010600     88  WS-XREF-OPEN                VALUE "Y".
010700 77  WS-PRIOR-CLOSING-SW     PIC X(01)   VALUE "N".
010800     88  WS-PRIOR-CLOSING-FOUND      VALUE "Y".
010900 77  WS-MOVEMENT-BAL-SW      PIC X(01)   VALUE "Y".
011000     88  WS-MOVEMENT-IN-BALANCE      VALUE "Y".
011100 77  WS-XREF-BAL-SW          PIC X(01)   VALUE "Y".
011200     88  WS-XREF-IN-BALANCE          VALUE "Y".
011300 77  WS-RECORD-FOUND-SW      PIC X(01).
011400     88  WS-RECORD-FOUND             VALUE "Y".
011500     88  WS-RECORD-NOT-FOUND         VALUE "N".
011600*****************************************************************
011700*    CLOSING COUNTS, PROOF FIELDS AND CROSS-REFERENCE COUNTS    *
011800*****************************************************************
011900 77  WS-TOTAL-COUNT          PIC 9(09)   VALUE ZERO.
012000 77  WS-ACTIVE-COUNT         PIC 9(09)   VALUE ZERO.
012100 77  WS-INACTIVE-COUNT       PIC 9(09)   VALUE ZERO.
012200 77  WS-OTHER-STATUS-COUNT   PIC 9(09)   VALUE ZERO.
012300 77  WS-PENDING-COUNT        PIC 9(09)   VALUE ZERO.
012400 77  WS-OPENING-COUNT        PIC 9(09)   VALUE ZERO.
012500 77  WS-ADD-TOTAL            PIC 9(09)   VALUE ZERO.
012600 77  WS-CHANGE-TOTAL         PIC 9(09)   VALUE ZERO.
012700 77  WS-DELETE-TOTAL         PIC 9(09)   VALUE ZERO.
012800 77  WS-EXPECTED-CLOSING     PIC S9(10)  VALUE ZERO.
012900 77  WS-DIFFERENCE           PIC S9(10)  VALUE ZERO.
013000 77  WS-XREF-READ-COUNT      PIC 9(09)   VALUE ZERO.
013100 77  WS-NO-ENTRY-COUNT       PIC 9(09)   VALUE ZERO.
013200 77  WS-NO-MASTER-COUNT      PIC 9(09)   VALUE ZERO.
013300 77  WS-WRONG-OWNER-COUNT    PIC 9(09)   VALUE ZERO.
013400 77  WS-STRAY-COUNT          PIC 9(09)   VALUE ZERO.
013500 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
013600 77  WS-EDIT-COUNT-2         PIC ZZZZZZZZ9.
013700 77  WS-EDIT-COUNT-3         PIC ZZZZZZZZ9.
013800 77  WS-EDIT-SIGNED          PIC -ZZZZZZZZ9.
013900 77  WS-SRC-IDX              PIC S9(04)  COMP VALUE ZERO.
014000 77  WS-STRAY-REASON         PIC X(24).
014100 77  WS-STRAY-KEY            PIC X(20).
014200 77  WS-STRAY-OWNER          PIC X(10).
014300 77  WS-SAVED-OWNER          PIC X(30).
014400*****************************************************************
014500*    MOVEMENT BY SOURCE - ONE ROW PER CATMAUD SOURCE BYTE, THE  *
014600*    LAST ROW FOR RECORDS WRITTEN BEFORE THE BYTE EXISTED.      *
014700*****************************************************************
014800 01  WS-SOURCE-NAMES.
014900     05  FILLER              PIC X(20)   VALUE "CAT-MAINT ONLINE".
015000     05  FILLER              PIC X(20)   VALUE "CAT-TRAN BATCH".
015100     05  FILLER              PIC X(20)
015200                             VALUE "CAT-APPLY PROMOTION".
015300     05  FILLER              PIC X(20)
015350                             VALUE "CAT-OWNCV CONVERT".
015370     05  FILLER              PIC X(20)   VALUE "CAT-BACKOUT".
015400     05  FILLER              PIC X(20)   VALUE "UNTAGGED".
015500 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
015600     05  WS-SRC-NAME         PIC X(20)   OCCURS 6 TIMES.
015700 77  WS-SOURCE-MAX           PIC S9(04)  COMP VALUE 6.
015800 01  WS-MOVEMENT-TABLE.
015900     05  WS-MOV-ENTRY        OCCURS 6 TIMES.
016000         10  WS-MOV-ADDS     PIC 9(09).
016100         10  WS-MOV-CHANGES  PIC 9(09).
016200         10  WS-MOV-DELETES  PIC 9(09).
016300*****************************************************************
016400*    OPENING AND CLOSING POINTS OF THE MOVEMENT WINDOW          *
016500*****************************************************************
016600 01  WS-OPENING-STAMP.
016700     05  WS-OPENING-DATE     PIC X(08)   VALUE LOW-VALUES.
016800     05  WS-OPENING-TIME     PIC X(08)   VALUE LOW-VALUES.
016900 01  WS-CLOSING-STAMP.
017000     05  WS-CLOSING-DATE     PIC X(08).
017100     05  WS-CLOSING-TIME     PIC X(08).
017200 01  WS-AUDIT-STAMP.
017300     05  WS-AUDIT-DATE       PIC X(08).
017400     05  WS-AUDIT-TIME       PIC X(08).
017500 01  WS-CURRENT-DATE.
017600     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
017700 01  WS-CURRENT-TIME.
017800     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018200     IF NOT WS-RUN-ABORTED
018300         PERFORM 2000-COUNT-MASTER-FILE THRU 2000-EXIT
018400         PERFORM 2500-COUNT-PENDING THRU 2500-EXIT
018500         PERFORM 3000-CHECK-XREF-FILE THRU 3000-EXIT
018600         PERFORM 4000-SCAN-MAINT-AUDIT THRU 4000-EXIT
018700         PERFORM 5000-PROVE-BALANCE THRU 5000-EXIT
018800         PERFORM 6000-WRITE-BALANCE-REPORT THRU 6000-EXIT
018900     END-IF
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT
019100     GOBACK.
019200*****************************************************************
019300*    1000-INITIALIZE                                            *
019400*    STAMPS THE CLOSING POINT, PICKS UP THE PRIOR RUN'S CLOSING *
019500*    FROM CATBHIST AS TONIGHT'S OPENING, AND OPENS THE MASTER   *
019600*    AND CROSS-REFERENCE FILES. NO MASTER FILE IS A RETURN CODE *
019700*    8 - THERE IS NOTHING TO BALANCE.                           *
019800*****************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020100     ACCEPT WS-CURRENT-TIME FROM TIME
020200     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-CLOSING-DATE
020300     MOVE WS-CURRENT-TIME-HHMMSSHH TO WS-CLOSING-TIME
020400     MOVE ZEROS TO WS-MOVEMENT-TABLE
020500     OPEN OUTPUT CAT-BALANCE-REPORT
020600     MOVE SPACES TO CATCTRL-LINE
020700     STRING "CAT-BALANCE MASTER FILE BALANCING REPORT - "
020800         DELIMITED BY SIZE
020900         WS-CLOSING-DATE DELIMITED BY SIZE
021000         " " DELIMITED BY SIZE
021100         WS-CLOSING-TIME (1:6) DELIMITED BY SIZE
021200         INTO CATCTRL-LINE
021300     WRITE CATCTRL-RECORD
021400     MOVE ALL "-" TO CATCTRL-LINE
021500     WRITE CATCTRL-RECORD
021600     PERFORM 1100-READ-BALANCE-HISTORY THRU 1100-EXIT
021700     OPEN INPUT CAT-MASTER-FILE
021800     IF NOT WS-MASTER-OK
021900         DISPLAY "CAT-BALANCE: CATMST COULD NOT BE OPENED - "
022000             "STATUS " WS-MASTER-STATUS
022100         MOVE SPACES TO CATCTRL-LINE
022200         STRING "CATMST COULD NOT BE OPENED - NOTHING BALANCED"
022300             DELIMITED BY SIZE
022400             INTO CATCTRL-LINE
022500         WRITE CATCTRL-RECORD
022600         SET WS-RUN-ABORTED TO TRUE
022700         MOVE 8 TO RETURN-CODE
022800         GO TO 1000-EXIT
022900     END-IF
023000     OPEN INPUT CAT-OWNER-XREF
023100     IF WS-XREF-OK
023200         SET WS-XREF-OPEN TO TRUE
023300     ELSE
023400         MOVE "N" TO WS-XREF-BAL-SW
023500     END-IF
023600     MOVE SPACES TO CATCTRL-LINE
023700     STRING "CROSS-REFERENCE STRAYS (CATOXRF)" DELIMITED BY SIZE
023800         INTO CATCTRL-LINE
023900     WRITE CATCTRL-RECORD
024000     MOVE SPACES TO CATCTRL-LINE
024100     STRING "REASON                  CAT KEY              OWNER"
024200         DELIMITED BY SIZE
024300         INTO CATCTRL-LINE
024400     WRITE CATCTRL-RECORD.
024500 1000-EXIT.
024600     EXIT.
024700*****************************************************************
024800*    1100-READ-BALANCE-HISTORY                                  *
024900*    THE LAST CATBHIST RECORD IS THE PRIOR CLOSING. NONE AT ALL *
025000*    MAKES THIS THE FIRST RUN - TONIGHT'S COUNTS BECOME THE     *
025100*    OPENING FOR THE NEXT ONE.                                  *
025200*****************************************************************
025300 1100-READ-BALANCE-HISTORY.
025400     OPEN INPUT CAT-BALANCE-HISTORY
025500     IF NOT WS-BHIST-OK
025600         GO TO 1100-EXIT
025700     END-IF
025800     PERFORM 1150-READ-ONE-HISTORY THRU 1150-EXIT
025900         UNTIL WS-EOF-BHIST
026000     CLOSE CAT-BALANCE-HISTORY.
026100 1100-EXIT.
026200     EXIT.
026300 1150-READ-ONE-HISTORY.
026400     READ CAT-BALANCE-HISTORY
026500         AT END
026600             SET WS-EOF-BHIST TO TRUE
026700             GO TO 1150-EXIT
026800     END-READ
026900     SET WS-PRIOR-CLOSING-FOUND TO TRUE
027000     MOVE CATBHIST-DATE TO WS-OPENING-DATE
027100     MOVE CATBHIST-TIME TO WS-OPENING-TIME
027200     MOVE CATBHIST-TOTAL TO WS-OPENING-COUNT.
027300 1150-EXIT.
027400     EXIT.
027500*****************************************************************
027600*    2000-COUNT-MASTER-FILE                                     *
027700*    ONE SEQUENTIAL PASS OF THE MASTER FOR THE CLOSING COUNTS;  *
027800*    EACH MASTER'S OWN CATOXRF ENTRY IS LOOKED FOR BY OWNER     *
027900*    PLUS KEY ON THE WAY PAST.                                  *
028000*****************************************************************
028100 2000-COUNT-MASTER-FILE.
028200     PERFORM 2100-COUNT-ONE-MASTER THRU 2100-EXIT
028300         UNTIL WS-EOF-MASTER.
028400 2000-EXIT.
028500     EXIT.
028600 2100-COUNT-ONE-MASTER.
028700     READ CAT-MASTER-FILE NEXT RECORD
028800         AT END
028900             SET WS-EOF-MASTER TO TRUE
029000             GO TO 2100-EXIT
029100     END-READ
029200     ADD 1 TO WS-TOTAL-COUNT
029300     EVALUATE TRUE
029400         WHEN CATMST-STAT-ACTIVE
029500             ADD 1 TO WS-ACTIVE-COUNT
029600         WHEN CATMST-STAT-INACTIVE
029700             ADD 1 TO WS-INACTIVE-COUNT
029800         WHEN OTHER
029900             ADD 1 TO WS-OTHER-STATUS-COUNT
030000     END-EVALUATE
030100     IF WS-XREF-OPEN
030200         PERFORM 2150-CHECK-MASTER-XREF THRU 2150-EXIT
030300     END-IF.
030400 2100-EXIT.
030500     EXIT.
030600 2150-CHECK-MASTER-XREF.
030700     MOVE CATMST-OWNER TO CATOXRF-OWNER
030800     MOVE CATMST-KEY TO CATOXRF-KEY
030900     READ CAT-OWNER-XREF
031000         INVALID KEY
031100             SET WS-RECORD-NOT-FOUND TO TRUE
031200         NOT INVALID KEY
031300             SET WS-RECORD-FOUND TO TRUE
031400     END-READ
031500     IF WS-RECORD-NOT-FOUND
031600         ADD 1 TO WS-NO-ENTRY-COUNT
031700         MOVE "MASTER HAS NO ENTRY" TO WS-STRAY-REASON
031800         MOVE CATMST-KEY TO WS-STRAY-KEY
031900         MOVE CATMST-OWNER-ID TO WS-STRAY-OWNER
032000         PERFORM 3900-WRITE-STRAY-LINE THRU 3900-EXIT
032100     END-IF.
032200 2150-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    2500-COUNT-PENDING                                         *
032600*****************************************************************
032700 2500-COUNT-PENDING.
032800     OPEN INPUT CAT-PENDING-FILE
032900     IF NOT WS-PEND-OK
033000         GO TO 2500-EXIT
033100     END-IF
033200     PERFORM 2550-COUNT-ONE-PENDING THRU 2550-EXIT
033300         UNTIL WS-EOF-PEND
033400     CLOSE CAT-PENDING-FILE.
033500 2500-EXIT.
033600     EXIT.
033700 2550-COUNT-ONE-PENDING.
033800     READ CAT-PENDING-FILE
033900         AT END
034000             SET WS-EOF-PEND TO TRUE
034100             GO TO 2550-EXIT
034200     END-READ
034300     ADD 1 TO WS-PENDING-COUNT.
034400 2550-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    3000-CHECK-XREF-FILE                                       *
034800*    ONE SEQUENTIAL PASS OF CATOXRF. EVERY ENTRY MUST POINT AT  *
034900*    A MASTER THAT IS STILL UNDER THE SAME OWNER. TOGETHER WITH *
035000*    2150 THIS PROVES EXACTLY ONE ENTRY PER MASTER - AN ENTRY   *
035100*    LEFT UNDER A FORMER OWNER SHOWS HERE AS WRONG OWNER.       *
035200*****************************************************************
035300 3000-CHECK-XREF-FILE.
035400     IF NOT WS-XREF-OPEN
035500         MOVE SPACES TO CATCTRL-LINE
035600         STRING "CATOXRF COULD NOT BE OPENED - NO ENTRY CHECKED"
035700             DELIMITED BY SIZE
035800             INTO CATCTRL-LINE
035900         WRITE CATCTRL-RECORD
036000         GO TO 3000-EXIT
036100     END-IF
036200     MOVE LOW-VALUES TO CATOXRF-XKEY
036300     START CAT-OWNER-XREF KEY NOT LESS THAN CATOXRF-XKEY
036400         INVALID KEY
036500             SET WS-EOF-XREF TO TRUE
036600     END-START
036700     PERFORM 3100-CHECK-ONE-XREF THRU 3100-EXIT
036800         UNTIL WS-EOF-XREF.
036900 3000-EXIT.
037000     EXIT.
037100 3100-CHECK-ONE-XREF.
037200     READ CAT-OWNER-XREF NEXT RECORD
037300         AT END
037400             SET WS-EOF-XREF TO TRUE
037500             GO TO 3100-EXIT
037600     END-READ
037700     ADD 1 TO WS-XREF-READ-COUNT
037800     MOVE CATOXRF-KEY TO CATMST-KEY
037900     READ CAT-MASTER-FILE
038000         INVALID KEY
038100             SET WS-RECORD-NOT-FOUND TO TRUE
038200         NOT INVALID KEY
038300             SET WS-RECORD-FOUND TO TRUE
038400     END-READ
038500     MOVE CATOXRF-KEY TO WS-STRAY-KEY
038600     MOVE CATOXRF-OWNER TO WS-SAVED-OWNER
038700     MOVE WS-SAVED-OWNER (1:10) TO WS-STRAY-OWNER
038800     IF WS-RECORD-NOT-FOUND
038900         ADD 1 TO WS-NO-MASTER-COUNT
039000         MOVE "ENTRY HAS NO MASTER" TO WS-STRAY-REASON
039100         PERFORM 3900-WRITE-STRAY-LINE THRU 3900-EXIT
039200         GO TO 3100-EXIT
039300     END-IF
039400     IF CATMST-OWNER NOT EQUAL WS-SAVED-OWNER
039500         ADD 1 TO WS-WRONG-OWNER-COUNT
039600         MOVE "ENTRY UNDER WRONG OWNER" TO WS-STRAY-REASON
039700         PERFORM 3900-WRITE-STRAY-LINE THRU 3900-EXIT
039800     END-IF.
039900 3100-EXIT.
040000     EXIT.
040100 3900-WRITE-STRAY-LINE.
040200     ADD 1 TO WS-STRAY-COUNT
040300     MOVE SPACES TO CATCTRL-LINE
040400     STRING WS-STRAY-REASON DELIMITED BY SIZE
040500         WS-STRAY-KEY DELIMITED BY SIZE
040600         " " DELIMITED BY SIZE
040700         WS-STRAY-OWNER DELIMITED BY SIZE
040800         INTO CATCTRL-LINE
040900     WRITE CATCTRL-RECORD.
041000 3900-EXIT.
041100     EXIT.
041200*****************************************************************
041300*    4000-SCAN-MAINT-AUDIT                                      *
041400*    TALLIES EVERY CATMAUD RECORD WRITTEN AFTER THE PRIOR       *
041500*    CLOSING AND NO LATER THAN TONIGHT'S, BY SOURCE AND ACTION. *
041600*    ON A FIRST RUN THERE IS NO OPENING AND NOTHING TO TALLY.   *
041610*    A PENDING-FILE JOURNAL RECORD NEVER MOVED THE MASTER AND   *
041620*    IS SKIPPED.                                                *
041700*****************************************************************
041800 4000-SCAN-MAINT-AUDIT.
041900     IF NOT WS-PRIOR-CLOSING-FOUND
042000         GO TO 4000-EXIT
042100     END-IF
042200     OPEN INPUT CAT-MAINT-AUDIT
042300     IF NOT WS-MNTAUD-OK
042400         GO TO 4000-EXIT
042500     END-IF
042600     PERFORM 4100-TALLY-ONE-AUDIT THRU 4100-EXIT
042700         UNTIL WS-EOF-MNTAUD
042800     CLOSE CAT-MAINT-AUDIT.
042900 4000-EXIT.
043000     EXIT.
043100 4100-TALLY-ONE-AUDIT.
043200     READ CAT-MAINT-AUDIT
043300         AT END
043400             SET WS-EOF-MNTAUD TO TRUE
043500             GO TO 4100-EXIT
043600     END-READ
043700     MOVE CATMAUD-DATE TO WS-AUDIT-DATE
043800     MOVE CATMAUD-TIME TO WS-AUDIT-TIME
043900     IF WS-AUDIT-STAMP NOT > WS-OPENING-STAMP
044000         OR WS-AUDIT-STAMP > WS-CLOSING-STAMP
044100         GO TO 4100-EXIT
044200     END-IF
044210     IF NOT CATMAUD-ACT-MASTER
044220         GO TO 4100-EXIT
044230     END-IF
044300     EVALUATE TRUE
044400         WHEN CATMAUD-SRC-MAINT
044500             MOVE 1 TO WS-SRC-IDX
044600         WHEN CATMAUD-SRC-TRAN
044700             MOVE 2 TO WS-SRC-IDX
044800         WHEN CATMAUD-SRC-APPLY
044900             MOVE 3 TO WS-SRC-IDX
045000         WHEN CATMAUD-SRC-CONVERSION
045100             MOVE 4 TO WS-SRC-IDX
045110         WHEN CATMAUD-SRC-BACKOUT
045120             MOVE 5 TO WS-SRC-IDX
045200         WHEN OTHER
045300             MOVE 6 TO WS-SRC-IDX
045400     END-EVALUATE
045500     EVALUATE TRUE
045600         WHEN CATMAUD-ACT-ADD
045700             ADD 1 TO WS-MOV-ADDS (WS-SRC-IDX)
045800             ADD 1 TO WS-ADD-TOTAL
045900         WHEN CATMAUD-ACT-CHANGE
046000             ADD 1 TO WS-MOV-CHANGES (WS-SRC-IDX)
046100             ADD 1 TO WS-CHANGE-TOTAL
046200         WHEN CATMAUD-ACT-DELETE
046300             ADD 1 TO WS-MOV-DELETES (WS-SRC-IDX)
046400             ADD 1 TO WS-DELETE-TOTAL
046500     END-EVALUATE.
046600 4100-EXIT.
046700     EXIT.
046800*****************************************************************
046900*    5000-PROVE-BALANCE                                         *
047000*    OPENING + ADDS - DELETES MUST EQUAL THE CLOSING TOTAL, AND *
047100*    THE CROSS-REFERENCE MUST HAVE NO STRAYS.                   *
047200*****************************************************************
047300 5000-PROVE-BALANCE.
047400     IF WS-STRAY-COUNT > ZERO
047500         MOVE "N" TO WS-XREF-BAL-SW
047600     END-IF
047700     IF NOT WS-PRIOR-CLOSING-FOUND
047800         GO TO 5000-EXIT
047900     END-IF
048000     COMPUTE WS-EXPECTED-CLOSING =
048100         WS-OPENING-COUNT + WS-ADD-TOTAL - WS-DELETE-TOTAL
048200     COMPUTE WS-DIFFERENCE =
048300         WS-TOTAL-COUNT - WS-EXPECTED-CLOSING
048400     IF WS-DIFFERENCE NOT EQUAL ZERO
048500         MOVE "N" TO WS-MOVEMENT-BAL-SW
048600     END-IF.
048700 5000-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    6000-WRITE-BALANCE-REPORT                                  *
049100*    THE STRAYS ARE ALREADY LISTED; THIS ADDS THE CROSS-        *
049200*    REFERENCE SUMMARY, THE CLOSING COUNTS, THE MOVEMENT BY     *
049300*    SOURCE AND THE PROOF.                                      *
049400*****************************************************************
049500 6000-WRITE-BALANCE-REPORT.
049600     PERFORM 6100-WRITE-XREF-SUMMARY THRU 6100-EXIT
049700     PERFORM 6200-WRITE-CLOSING-COUNTS THRU 6200-EXIT
049800     PERFORM 6300-WRITE-MOVEMENT THRU 6300-EXIT
049900     PERFORM 6400-WRITE-PROOF THRU 6400-EXIT.
050000 6000-EXIT.
050100     EXIT.
050200 6100-WRITE-XREF-SUMMARY.
050300     MOVE WS-XREF-READ-COUNT TO WS-EDIT-COUNT
050400     MOVE SPACES TO CATCTRL-LINE
050500     STRING "XREF ENTRIES READ. . . . ." DELIMITED BY SIZE
050600         WS-EDIT-COUNT               DELIMITED BY SIZE
050700         INTO CATCTRL-LINE
050800     WRITE CATCTRL-RECORD
050900     MOVE WS-NO-ENTRY-COUNT TO WS-EDIT-COUNT
051000     MOVE SPACES TO CATCTRL-LINE
051100     STRING "  MASTER HAS NO ENTRY. . ." DELIMITED BY SIZE
051200         WS-EDIT-COUNT               DELIMITED BY SIZE
051300         INTO CATCTRL-LINE
051400     WRITE CATCTRL-RECORD
051500     MOVE WS-NO-MASTER-COUNT TO WS-EDIT-COUNT
051600     MOVE SPACES TO CATCTRL-LINE
051700     STRING "  ENTRY HAS NO MASTER. . ." DELIMITED BY SIZE
051800         WS-EDIT-COUNT               DELIMITED BY SIZE
051900         INTO CATCTRL-LINE
052000     WRITE CATCTRL-RECORD
052100     MOVE WS-WRONG-OWNER-COUNT TO WS-EDIT-COUNT
052200     MOVE SPACES TO CATCTRL-LINE
052300     STRING "  ENTRY UNDER WRONG OWNER ." DELIMITED BY SIZE
052400         WS-EDIT-COUNT               DELIMITED BY SIZE
052500         INTO CATCTRL-LINE
052600     WRITE CATCTRL-RECORD
052700     MOVE SPACES TO CATCTRL-LINE
052800     IF WS-XREF-IN-BALANCE
052900         STRING "CROSS-REFERENCE IN BALANCE" DELIMITED BY SIZE
053000             INTO CATCTRL-LINE
053100     ELSE
053200         STRING "*** CROSS-REFERENCE OUT OF BALANCE ***"
053300             DELIMITED BY SIZE
053400             INTO CATCTRL-LINE
053500     END-IF
053600     WRITE CATCTRL-RECORD.
053700 6100-EXIT.
053800     EXIT.
053900 6200-WRITE-CLOSING-COUNTS.
054000     MOVE ALL "-" TO CATCTRL-LINE
054100     WRITE CATCTRL-RECORD
054200     MOVE SPACES TO CATCTRL-LINE
054300     STRING "CLOSING COUNTS" DELIMITED BY SIZE
054400         INTO CATCTRL-LINE
054500     WRITE CATCTRL-RECORD
054600     MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT
054700     MOVE SPACES TO CATCTRL-LINE
054800     STRING "TOTAL MASTERS. . . . . . ." DELIMITED BY SIZE
054900         WS-EDIT-COUNT               DELIMITED BY SIZE
055000         INTO CATCTRL-LINE
055100     WRITE CATCTRL-RECORD
055200     MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
055300     MOVE SPACES TO CATCTRL-LINE
055400     STRING "  ACTIVE . . . . . . . . ." DELIMITED BY SIZE
055500         WS-EDIT-COUNT               DELIMITED BY SIZE
055600         INTO CATCTRL-LINE
055700     WRITE CATCTRL-RECORD
055800     MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT
055900     MOVE SPACES TO CATCTRL-LINE
056000     STRING "  INACTIVE . . . . . . . ." DELIMITED BY SIZE
056100         WS-EDIT-COUNT               DELIMITED BY SIZE
056200         INTO CATCTRL-LINE
056300     WRITE CATCTRL-RECORD
056400     IF WS-OTHER-STATUS-COUNT > ZERO
056500         MOVE WS-OTHER-STATUS-COUNT TO WS-EDIT-COUNT
056600         MOVE SPACES TO CATCTRL-LINE
056700         STRING "  OTHER STATUS . . . . . ." DELIMITED BY SIZE
056800             WS-EDIT-COUNT               DELIMITED BY SIZE
056900             INTO CATCTRL-LINE
057000         WRITE CATCTRL-RECORD
057100     END-IF
057200     MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
057300     MOVE SPACES TO CATCTRL-LINE
057400     STRING "PENDING (CATPEND). . . . ." DELIMITED BY SIZE
057500         WS-EDIT-COUNT               DELIMITED BY SIZE
057600         INTO CATCTRL-LINE
057700     WRITE CATCTRL-RECORD.
057800 6200-EXIT.
057900     EXIT.
058000 6300-WRITE-MOVEMENT.
058100     MOVE ALL "-" TO CATCTRL-LINE
058200     WRITE CATCTRL-RECORD
058300     MOVE SPACES TO CATCTRL-LINE
058400     IF NOT WS-PRIOR-CLOSING-FOUND
058500         STRING "NO PRIOR CLOSING ON CATBHIST - TONIGHT'S COUNTS "
058600             "ARE THE OPENING" DELIMITED BY SIZE
058700             INTO CATCTRL-LINE
058800         WRITE CATCTRL-RECORD
058900         GO TO 6300-EXIT
059000     END-IF
059100     STRING "CATMAUD MOVEMENT SINCE " DELIMITED BY SIZE
059200         WS-OPENING-DATE DELIMITED BY SIZE
059300         " " DELIMITED BY SIZE
059400         WS-OPENING-TIME (1:6) DELIMITED BY SIZE
059500         INTO CATCTRL-LINE
059600     WRITE CATCTRL-RECORD
059700     MOVE SPACES TO CATCTRL-LINE
059800     STRING "SOURCE                   ADDS" DELIMITED BY SIZE
059850         "    CHANGES    DELETES"
059900         DELIMITED BY SIZE
060000         INTO CATCTRL-LINE
060100     WRITE CATCTRL-RECORD
060200     PERFORM 6350-WRITE-ONE-SOURCE THRU 6350-EXIT
060300         VARYING WS-SRC-IDX FROM 1 BY 1
060400         UNTIL WS-SRC-IDX > WS-SOURCE-MAX
060500     MOVE WS-ADD-TOTAL TO WS-EDIT-COUNT
060600     MOVE WS-CHANGE-TOTAL TO WS-EDIT-COUNT-2
060700     MOVE WS-DELETE-TOTAL TO WS-EDIT-COUNT-3
060800     MOVE SPACES TO CATCTRL-LINE
060900     STRING "TOTAL               " DELIMITED BY SIZE
061000         WS-EDIT-COUNT DELIMITED BY SIZE
061100         "  " DELIMITED BY SIZE
061200         WS-EDIT-COUNT-2 DELIMITED BY SIZE
061300         "  " DELIMITED BY SIZE
061400         WS-EDIT-COUNT-3 DELIMITED BY SIZE
061500         INTO CATCTRL-LINE
061600     WRITE CATCTRL-RECORD.
061700 6300-EXIT.
061800     EXIT.
061900 6350-WRITE-ONE-SOURCE.
062000     MOVE WS-MOV-ADDS (WS-SRC-IDX) TO WS-EDIT-COUNT
062100     MOVE WS-MOV-CHANGES (WS-SRC-IDX) TO WS-EDIT-COUNT-2
062200     MOVE WS-MOV-DELETES (WS-SRC-IDX) TO WS-EDIT-COUNT-3
062300     MOVE SPACES TO CATCTRL-LINE
062400     STRING WS-SRC-NAME (WS-SRC-IDX) DELIMITED BY SIZE
062500         WS-EDIT-COUNT DELIMITED BY SIZE
062600         "  " DELIMITED BY SIZE
062700         WS-EDIT-COUNT-2 DELIMITED BY SIZE
062800         "  " DELIMITED BY SIZE
062900         WS-EDIT-COUNT-3 DELIMITED BY SIZE
063000         INTO CATCTRL-LINE
063100     WRITE CATCTRL-RECORD.
063200 6350-EXIT.
063300     EXIT.
063400 6400-WRITE-PROOF.
063500     IF NOT WS-PRIOR-CLOSING-FOUND
063600         GO TO 6400-EXIT
063700     END-IF
063800     MOVE ALL "-" TO CATCTRL-LINE
063900     WRITE CATCTRL-RECORD
064000     MOVE WS-OPENING-COUNT TO WS-EDIT-COUNT
064100     MOVE SPACES TO CATCTRL-LINE
064200     STRING "OPENING TOTAL. . . . . . ." DELIMITED BY SIZE
064300         WS-EDIT-COUNT               DELIMITED BY SIZE
064400         INTO CATCTRL-LINE
064500     WRITE CATCTRL-RECORD
064600     MOVE WS-ADD-TOTAL TO WS-EDIT-COUNT
064700     MOVE SPACES TO CATCTRL-LINE
064800     STRING "  PLUS ADDS. . . . . . . ." DELIMITED BY SIZE
064900         WS-EDIT-COUNT               DELIMITED BY SIZE
065000         INTO CATCTRL-LINE
065100     WRITE CATCTRL-RECORD
065200     MOVE WS-DELETE-TOTAL TO WS-EDIT-COUNT
065300     MOVE SPACES TO CATCTRL-LINE
065400     STRING "  LESS DELETES . . . . . ." DELIMITED BY SIZE
065500         WS-EDIT-COUNT               DELIMITED BY SIZE
065600         INTO CATCTRL-LINE
065700     WRITE CATCTRL-RECORD
065800     MOVE WS-EXPECTED-CLOSING TO WS-EDIT-SIGNED
065900     MOVE SPACES TO CATCTRL-LINE
066000     STRING "EXPECTED CLOSING . . . . ." DELIMITED BY SIZE
066100         WS-EDIT-SIGNED              DELIMITED BY SIZE
066200         INTO CATCTRL-LINE
066300     WRITE CATCTRL-RECORD
066400     MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT
066500     MOVE SPACES TO CATCTRL-LINE
066600     STRING "ACTUAL CLOSING . . . . . ." DELIMITED BY SIZE
066700         WS-EDIT-COUNT               DELIMITED BY SIZE
066800         INTO CATCTRL-LINE
066900     WRITE CATCTRL-RECORD
067000     MOVE WS-DIFFERENCE TO WS-EDIT-SIGNED
067100     MOVE SPACES TO CATCTRL-LINE
067200     STRING "DIFFERENCE . . . . . . . ." DELIMITED BY SIZE
067300         WS-EDIT-SIGNED              DELIMITED BY SIZE
067400         INTO CATCTRL-LINE
067500     WRITE CATCTRL-RECORD
067600     MOVE SPACES TO CATCTRL-LINE
067700     IF WS-MOVEMENT-IN-BALANCE
067800         STRING "MASTER FILE MOVEMENT IN BALANCE"
067900             DELIMITED BY SIZE
068000             INTO CATCTRL-LINE
068100     ELSE
068200         STRING "*** MASTER FILE MOVEMENT OUT OF BALANCE ***"
068300             DELIMITED BY SIZE
068400             INTO CATCTRL-LINE
068500     END-IF
068600     WRITE CATCTRL-RECORD.
068700 6400-EXIT.
068800     EXIT.
068900*****************************************************************
069000*    9000-TERMINATE                                             *
069100*    APPENDS TONIGHT'S CLOSING TO CATBHIST (AN OUT-OF-BALANCE   *
069200*    NIGHT TOO - THE NEXT NIGHT PROVES FROM WHAT IS REALLY ON   *
069300*    FILE) AND SETS RETURN CODE 8 WHEN EITHER PROOF FAILED.     *
069400*****************************************************************
069500 9000-TERMINATE.
069600     IF WS-RUN-ABORTED
069700         CLOSE CAT-BALANCE-REPORT
069800         GO TO 9000-EXIT
069900     END-IF
070000     CLOSE CAT-MASTER-FILE
070100     IF WS-XREF-OPEN
070200         CLOSE CAT-OWNER-XREF
070300     END-IF
070400     OPEN EXTEND CAT-BALANCE-HISTORY
070500     IF NOT WS-BHIST-OK
070600         OPEN OUTPUT CAT-BALANCE-HISTORY
070700     END-IF
070800     MOVE SPACES TO CATBHIST-RECORD
070900     MOVE WS-CLOSING-DATE TO CATBHIST-DATE
071000     MOVE WS-CLOSING-TIME TO CATBHIST-TIME
071100     MOVE WS-TOTAL-COUNT TO CATBHIST-TOTAL
071200     MOVE WS-ACTIVE-COUNT TO CATBHIST-ACTIVE
071300     MOVE WS-INACTIVE-COUNT TO CATBHIST-INACTIVE
071400     MOVE WS-PENDING-COUNT TO CATBHIST-PENDING
071500     MOVE WS-OPENING-COUNT TO CATBHIST-OPENING
071600     MOVE WS-ADD-TOTAL TO CATBHIST-ADDS
071700     MOVE WS-CHANGE-TOTAL TO CATBHIST-CHANGES
071800     MOVE WS-DELETE-TOTAL TO CATBHIST-DELETES
071900     MOVE WS-STRAY-COUNT TO CATBHIST-XREF-STRAYS
072000     EVALUATE TRUE
072100         WHEN NOT WS-MOVEMENT-IN-BALANCE
072200         WHEN NOT WS-XREF-IN-BALANCE
072300             SET CATBHIST-OUT-OF-BALANCE TO TRUE
072400         WHEN NOT WS-PRIOR-CLOSING-FOUND
072500             SET CATBHIST-FIRST-RUN TO TRUE
072600         WHEN OTHER
072700             SET CATBHIST-IN-BALANCE TO TRUE
072800     END-EVALUATE
072900     WRITE CATBHIST-RECORD
073000     CLOSE CAT-BALANCE-HISTORY
073100     CLOSE CAT-BALANCE-REPORT
073200     IF CATBHIST-OUT-OF-BALANCE
073300         DISPLAY "CAT-BALANCE: *** OUT OF BALANCE *** - "
073400             "SEE CATBLRPT"
073500         MOVE 8 TO RETURN-CODE
073600     ELSE
073700         DISPLAY "CAT-BALANCE: " WS-TOTAL-COUNT
073800             " MASTERS - IN BALANCE"
073900     END-IF.
074000 9000-EXIT.
074100     EXIT.

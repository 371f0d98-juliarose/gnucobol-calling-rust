001799*                   THE DATE ARRIVES. AN INQUIRY SHOWS BOTH THE *
001800*                   LIVE IMAGE AND ANY PENDING IMAGE FOR THE    *
001801*                   KEY.                                        *
001803*    10/15/26  JRM  CATMST-OWNER NOW CARRIES A CATOWNR OWNER ID *
001804*                   INSTEAD OF FREE TEXT. AN ADD OR CHANGE IS   *
001805*                   REFUSED UNLESS THE OWNER ID KEYED IS ON THE *
001806*                   OWNER MASTER, AND THE INQUIRY SHOWS THE     *
001807*                   OWNER'S NAME ALONGSIDE THE ID. THE O        *
001808*                   FUNCTION NOW PROMPTS FOR THE OWNER ID.      *
001810*    10/15/26  JRM  OPERATOR AUTHORITY. CAT-DRIVER NOW PASSES   *
001811*                   THE SIGNED-ON OPERATOR (CATSIGN) ON THE     *
001812*                   CALL, SO THIS PROGRAM IS NO LONGER RUN      *
001813*                   STANDALONE. EACH FUNCTION IS CHECKED        *
001814*                   AGAINST THE OPERATOR'S AUTHORITY LEVEL -    *
001815*                   INQUIRIES 1, ADD/CHANGE 2, DELETE 3, XREF   *
001816*                   REBUILD 4 - AND A REFUSED FUNCTION IS       *
001817*                   WRITTEN TO THE CATSECV VIOLATION LOG. THE   *
001818*                   OPERATOR ID IS STAMPED ON THE CATMST        *
001819*                   MAINTENANCE STAMP, ON EVERY CATMAUD RECORD, *
001820*                   AND ON A HELD CATPEND RECORD.               *
001821*    10/15/26  JRM  EVERY CATMAUD RECORD IS STAMPED WITH SOURCE *
001822*                   M (CATMAUD GREW TO 165 BYTES) FOR THE       *
001823*                   CAT-BALANCE MOVEMENT REPORT.                *
001824*    10/15/26  JRM  EACH HELD PENDING ADD OR CHANGE IS          *
001825*                   JOURNALED ON CATMAUD AS ACTION Q OR H SO    *
001826*                   CAT-RECOVER CAN REBUILD CATPEND FORWARD     *
001827*                   FROM AN IMAGE COPY.                         *
001809*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
003260     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
003270         ORGANIZATION IS LINE SEQUENTIAL
003280         FILE STATUS IS WS-PEND-STATUS.
003281     SELECT CAT-OWNER-FILE ASSIGN TO "CATOWNR"
003282         ORGANIZATION IS INDEXED
003283         ACCESS MODE IS RANDOM
003284         RECORD KEY IS CATOWNR-ID
003285         FILE STATUS IS WS-OWNER-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CAT-MASTER-FILE
003600     RECORD CONTAINS 163 CHARACTERS.
003700 COPY CATMST.
003800 FD  CAT-MAINT-AUDIT
003900     RECORD CONTAINS 165 CHARACTERS.
004000 COPY CATMAUD.
004010 FD  CAT-OWNER-XREF
004020     RECORD CONTAINS 131 CHARACTERS.
004030 COPY CATOXRF.
004040 FD  CAT-PENDING-FILE
004050     RECORD CONTAINS 156 CHARACTERS.
004060 COPY CATPEND.
004061 FD  CAT-OWNER-FILE
004062     RECORD CONTAINS 131 CHARACTERS.
004063 COPY CATOWNR.
004100 WORKING-STORAGE SECTION.
004200*****************************************************************
004300*    SWITCHES AND STATUS BYTES                                  *
004870     88  WS-NOT-FUTURE               VALUE "N".
004880 77  WS-EOF-PEND-SW          PIC X(01)   VALUE "N".
004890     88  WS-EOF-PEND                 VALUE "Y".
004891 77  WS-OWNER-STATUS         PIC X(02).
004892     88  WS-OWNER-OK                 VALUE "00".
004893 77  WS-OWNER-OPEN-SW        PIC X(01)   VALUE "N".
004894     88  WS-OWNER-FILE-OPEN          VALUE "Y".
004895 77  WS-OWNER-FOUND-SW       PIC X(01)   VALUE "N".
004896     88  WS-OWNER-FOUND              VALUE "Y".
004897     88  WS-OWNER-NOT-FOUND          VALUE "N".
004900 77  WS-DONE-SW              PIC X(01)   VALUE "N".
005000     88  WS-DONE                     VALUE "Y".
005100 77  WS-FUNCTION             PIC X(01).
006441     88  WS-EOF-XREF                 VALUE "Y".
006442 77  WS-EOF-MASTER-SW        PIC X(01)   VALUE "N".
006443     88  WS-EOF-MASTER               VALUE "Y".
006450 01  WS-SAVE-MASTER          PIC X(163).
006451*****************************************************************
006452*    AUTHORITY CHECK WORK FIELDS                                *
006453*****************************************************************
006454 77  WS-REQUIRED-LEVEL       PIC 9(01).
006455 77  WS-AUTHORITY-SW         PIC X(01)   VALUE "Y".
006456     88  WS-AUTHORIZED               VALUE "Y".
006457     88  WS-NOT-AUTHORIZED           VALUE "N".
006458 COPY CATSECV.
006500 01  WS-CURRENT-DATE.
006600     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
006700 01  WS-CURRENT-TIME.
006800     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
006810 LINKAGE SECTION.
006820 COPY CATSIGN.
006900 PROCEDURE DIVISION USING CATSIGN-AREA.
007000 0000-MAINLINE.
007100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007200     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
009230         OPEN OUTPUT CAT-OWNER-XREF
009240         CLOSE CAT-OWNER-XREF
009250         OPEN I-O CAT-OWNER-XREF
009260     END-IF
009261     OPEN INPUT CAT-OWNER-FILE
009262     IF WS-OWNER-OK
009263         SET WS-OWNER-FILE-OPEN TO TRUE
009264     END-IF.
009300 1000-EXIT.
009400     EXIT.
009500*****************************************************************
010500     DISPLAY "  X. EXIT"
010600     DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING
010700     ACCEPT WS-FUNCTION FROM CONSOLE
010710     PERFORM 2050-CHECK-FUNCTION-AUTHORITY THRU 2050-EXIT
010720     IF WS-NOT-AUTHORIZED
010730         GO TO 2000-EXIT
010740     END-IF
010800     EVALUATE TRUE
010900         WHEN WS-FUNC-ADD
011000             PERFORM 2100-ADD-MASTER THRU 2100-EXIT
012100     END-EVALUATE.
012200 2000-EXIT.
012300     EXIT.
012301*****************************************************************
012302*    2050-CHECK-FUNCTION-AUTHORITY                              *
012303*    SETS THE AUTHORITY LEVEL THE CHOSEN FUNCTION NEEDS AND     *
012304*    REFUSES IT WHEN THE SIGNED-ON OPERATOR'S LEVEL IS LOWER,   *
012305*    LOGGING THE REFUSAL TO CATSECV. EXIT AND AN INVALID        *
012306*    FUNCTION NEED NO AUTHORITY.                                *
012307*****************************************************************
012308 2050-CHECK-FUNCTION-AUTHORITY.
012309     SET WS-AUTHORIZED TO TRUE
012310     EVALUATE TRUE
012311         WHEN WS-FUNC-INQUIRE
012312         WHEN WS-FUNC-OWNER-INQ
012313             MOVE 1 TO WS-REQUIRED-LEVEL
012314         WHEN WS-FUNC-ADD
012315         WHEN WS-FUNC-CHANGE
012316             MOVE 2 TO WS-REQUIRED-LEVEL
012317         WHEN WS-FUNC-DELETE
012318             MOVE 3 TO WS-REQUIRED-LEVEL
012319         WHEN WS-FUNC-XREF-REBUILD
012320             MOVE 4 TO WS-REQUIRED-LEVEL
012321         WHEN OTHER
012322             GO TO 2050-EXIT
012323     END-EVALUATE
012324     IF CATSIGN-AUTH-LEVEL NOT < WS-REQUIRED-LEVEL
012325         GO TO 2050-EXIT
012326     END-IF
012327     SET WS-NOT-AUTHORIZED TO TRUE
012328     MOVE SPACES TO CATSECV-RECORD
012329     MOVE CATSIGN-OPER-ID TO CATSECV-OPER-ID
012330     MOVE "CAT-MAINT" TO CATSECV-PROGRAM
012331     MOVE WS-FUNCTION TO CATSECV-FUNCTION
012332     MOVE WS-REQUIRED-LEVEL TO CATSECV-REQUIRED-LEVEL
012333     MOVE CATSIGN-AUTH-LEVEL TO CATSECV-OPER-LEVEL
012334     MOVE "FUNCTION REFUSED" TO CATSECV-REASON
012335     CALL "CAT-SECLOG" USING CATSECV-RECORD
012336     DISPLAY "CAT-MAINT: FUNCTION " WS-FUNCTION
012337         " NOT AUTHORIZED FOR OPERATOR " CATSIGN-OPER-ID.
012338 2050-EXIT.
012339     EXIT.
012400*****************************************************************
012500*    2100-ADD-MASTER                                            *
012600*    ADDS A NEW CAT TO THE MASTER. THE KEY MUST NOT ALREADY BE  *
013700     MOVE SPACES TO CATMST-RECORD
013800     MOVE WS-WORK-KEY TO CATMST-KEY
013900     PERFORM 2700-ACCEPT-MASTER-FIELDS THRU 2700-EXIT
013901     IF WS-OWNER-NOT-FOUND
013902         DISPLAY "CAT-MAINT: OWNER ID NOT ON OWNER MASTER - "
013903             "NOT ADDED"
013904         GO TO 2100-EXIT
013905     END-IF
013910     PERFORM 2850-CHECK-FUTURE-EFF-DATE THRU 2850-EXIT
013920     IF WS-FUTURE-DATED
013930         MOVE "A" TO WS-AUDIT-ACTION
016500     PERFORM 2900-DISPLAY-MASTER THRU 2900-EXIT
016550     MOVE CATMST-OWNER TO WS-OLD-OWNER
016600     PERFORM 2700-ACCEPT-MASTER-FIELDS THRU 2700-EXIT
016601     IF WS-OWNER-NOT-FOUND
016602         DISPLAY "CAT-MAINT: OWNER ID NOT ON OWNER MASTER - "
016603             "NOT CHANGED"
016604         GO TO 2200-EXIT
016605     END-IF
016610     PERFORM 2850-CHECK-FUTURE-EFF-DATE THRU 2850-EXIT
016620     IF WS-FUTURE-DATED
016630         MOVE "C" TO WS-AUDIT-ACTION
021860*    FOR AN INQUIRY.                                            *
021870*****************************************************************
021871 2450-INQUIRE-BY-OWNER.
021872     MOVE SPACES TO WS-WORK-OWNER
021873     DISPLAY "ENTER OWNER ID: " WITH NO ADVANCING
021873     ACCEPT WS-WORK-OWNER (1:10) FROM CONSOLE
021874     MOVE ZERO TO WS-OWNER-CAT-COUNT
021875     MOVE "N" TO WS-EOF-XREF-SW
021876     MOVE WS-WORK-OWNER TO CATOXRF-OWNER
024300*    2700-ACCEPT-MASTER-FIELDS                                  *
024400*    ACCEPTS THE OPERATOR-MAINTAINED FIELDS OF THE MASTER       *
024500*    RECORD. THE KEY AND THE LAST-MAINTAINED STAMP ARE SET BY   *
024600*    THE CALLING FUNCTION, NOT HERE. THE OWNER ID IS LOOKED UP  *
024610*    ON THE OWNER MASTER AND THE FOUND SWITCH LEFT FOR THE      *
024620*    CALLING FUNCTION TO REFUSE AN UNKNOWN OWNER.               *
024700*****************************************************************
024800 2700-ACCEPT-MASTER-FIELDS.
024900     DISPLAY "ENTER CAT NAME: " WITH NO ADVANCING
025000     ACCEPT CATMST-NAME FROM CONSOLE
025100     MOVE SPACES TO CATMST-OWNER
025110     DISPLAY "ENTER OWNER ID: " WITH NO ADVANCING
025200     ACCEPT CATMST-OWNER-ID FROM CONSOLE
025210     PERFORM 2750-READ-OWNER-MASTER THRU 2750-EXIT
025300     DISPLAY "ENTER STATUS (A/I): " WITH NO ADVANCING
025400     ACCEPT CATMST-STATUS FROM CONSOLE
025500     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING
025600     ACCEPT CATMST-EFF-DATE FROM CONSOLE.
025700 2700-EXIT.
025800     EXIT.
025810*****************************************************************
025820*    2750-READ-OWNER-MASTER                                     *
025830*    RANDOM READ OF THE OWNER MASTER FOR THE OWNER ID IN THE    *
025840*    CATMST RECORD AREA. A MISSING OWNER MASTER OR A BLANK ID   *
025850*    READS AS NOT FOUND.                                        *
025860*****************************************************************
025870 2750-READ-OWNER-MASTER.
025880     SET WS-OWNER-NOT-FOUND TO TRUE
025890     MOVE SPACES TO CATOWNR-NAME
025891     IF NOT WS-OWNER-FILE-OPEN OR CATMST-OWNER-ID EQUAL SPACES
025892         GO TO 2750-EXIT
025893     END-IF
025894     MOVE CATMST-OWNER-ID TO CATOWNR-ID
025895     READ CAT-OWNER-FILE
025896         INVALID KEY
025897             MOVE SPACES TO CATOWNR-NAME
025898         NOT INVALID KEY
025899             SET WS-OWNER-FOUND TO TRUE
025900     END-READ.
025901 2750-EXIT.
025902     EXIT.
025900*****************************************************************
026000*    2800-STAMP-MAINT-FIELDS                                    *
026100*****************************************************************
026300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026400     ACCEPT WS-CURRENT-TIME FROM TIME
026500     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMST-MAINT-DATE
026600     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMST-MAINT-TIME
026610     MOVE CATSIGN-OPER-ID TO CATMST-MAINT-OPER.
026700 2800-EXIT.
026800     EXIT.
026900*****************************************************************
027200 2900-DISPLAY-MASTER.
027300     DISPLAY "  KEY . . . . . " CATMST-KEY
027400     DISPLAY "  NAME. . . . . " CATMST-NAME
027410     PERFORM 2750-READ-OWNER-MASTER THRU 2750-EXIT
027500     DISPLAY "  OWNER . . . . " CATMST-OWNER-ID " "
027510         CATOWNR-NAME
027600     DISPLAY "  STATUS. . . . " CATMST-STATUS
027700     DISPLAY "  EFF DATE. . . " CATMST-EFF-DATE
027800     DISPLAY "  LAST MAINT. . " CATMST-MAINT-DATE " "
027900         CATMST-MAINT-TIME " " CATMST-MAINT-OPER.
028000 2900-EXIT.
028100     EXIT.
028110*****************************************************************
028590     ADD 1 TO WS-PENDING-COUNT
028600     DISPLAY "  PENDING " CATPEND-ACTION
028610         " EFF " CATPEND-EFF-DATE
028620         " KEYED " CATPEND-KEYED-DATE " " CATPEND-KEYED-OPER
028630     DISPLAY "    NAME. . . . " CATPEND-NAME
028640     DISPLAY "    OWNER . . . " CATPEND-OWNER (1:10)
028650     DISPLAY "    STATUS. . . " CATPEND-STATUS.
028660 2960-EXIT.
028670     EXIT.
028690*    3400-WRITE-PENDING-RECORD                                  *
028700*    APPENDS ONE PENDING-CHANGES RECORD BUILT FROM THE CATMST   *
028710*    IMAGE JUST ACCEPTED. WS-AUDIT-ACTION CARRIES THE HELD      *
028720*    ACTION. THE MASTER AUDIT RECORD IS NOT WRITTEN HERE - IT   *
028730*    IS WRITTEN BY CAT-APPLY AT PROMOTION TIME, WHEN THE CHANGE *
028740*    ACTUALLY REACHES THE MASTER. A Q (ADD) OR H (CHANGE)       *
028741*    CATMAUD RECORD JOURNALS THE QUEUED IMAGE SO CAT-RECOVER    *
028742*    CAN REBUILD THE PENDING FILE.                              *
028750*****************************************************************
028760 3400-WRITE-PENDING-RECORD.
028770     OPEN EXTEND CAT-PENDING-FILE
028860     MOVE CATMST-STATUS TO CATPEND-STATUS
028870     MOVE CATMST-EFF-DATE TO CATPEND-EFF-DATE
028880     MOVE WS-TODAY-DATE TO CATPEND-KEYED-DATE
028885     MOVE CATSIGN-OPER-ID TO CATPEND-KEYED-OPER
028890     WRITE CATPEND-RECORD
028900     CLOSE CAT-PENDING-FILE
028901     IF CATPEND-ACT-ADD
028902         MOVE "Q" TO WS-AUDIT-ACTION
028903     ELSE
028904         MOVE "H" TO WS-AUDIT-ACTION
028905     END-IF
028906     PERFORM 3000-WRITE-MAINT-AUDIT THRU 3000-EXIT.
028910 3400-EXIT.
028920     EXIT.
028930*****************************************************************
029600     MOVE CATMST-OWNER TO CATMAUD-OWNER
029700     MOVE CATMST-STATUS TO CATMAUD-STATUS
029800     MOVE CATMST-EFF-DATE TO CATMAUD-EFF-DATE
029850     MOVE CATSIGN-OPER-ID TO CATMAUD-OPER-ID
029875     SET CATMAUD-SRC-MAINT TO TRUE
029900     WRITE CATMAUD-RECORD.
030000 3000-EXIT.
030100     EXIT.
030660 9000-TERMINATE.
030670     CLOSE CAT-MASTER-FILE
030680     CLOSE CAT-MAINT-AUDIT
030690     CLOSE CAT-OWNER-XREF
030691     IF WS-OWNER-FILE-OPEN
030692         CLOSE CAT-OWNER-FILE
030693     END-IF.
030800 9000-EXIT.
030900     EXIT.

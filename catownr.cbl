000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-OWNR.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. ONLINE ADD/CHANGE/DELETE/ *
001100*                   INQUIRE MAINTENANCE FOR THE CAT-OWNER-FILE  *
001200*                   (CATOWNR) OWNER MASTER - OWNER ID, NAME,    *
001300*                   MAILING ADDRESS, PHONE, DO-NOT-MAIL FLAG,   *
001400*                   AND LAST-MAINTAINED STAMP. CATMST NOW       *
001500*                   CARRIES THE OWNER ID, SO AN OWNER MUST BE   *
001600*                   ON FILE HERE BEFORE A CAT CAN BE ADDED TO   *
001700*                   IT. AN OWNER THAT STILL HAS CATS LISTED     *
001800*                   UNDER IT ON THE CATOXRF CROSS-REFERENCE     *
001900*                   CANNOT BE DELETED. REACHED AS AN OPTION ON  *
002000*                   THE CAT-DRIVER MENU OR RUN STANDALONE.      *
002010*    10/15/26  JRM  OPERATOR AUTHORITY. CAT-DRIVER NOW PASSES   *
002020*                   THE SIGNED-ON OPERATOR (CATSIGN) ON THE     *
002030*                   CALL, SO THIS PROGRAM IS NO LONGER RUN      *
002040*                   STANDALONE. INQUIRY NEEDS LEVEL 1, ADD AND  *
002050*                   CHANGE LEVEL 2, DELETE LEVEL 3; A REFUSED   *
002060*                   FUNCTION IS WRITTEN TO THE CATSECV          *
002070*                   VIOLATION LOG.                              *
002080*    10/15/26  JRM  THE DELETE CHECK NOW ALSO READS CATPEND -   *
002082*                   AN OWNER NAMED ON A PENDING ADD OR CHANGE   *
002084*                   CANNOT BE DELETED, AS CAT-APPLY WOULD LATER *
002086*                   PROMOTE A CAT UNDER AN OWNER NOT ON FILE.   *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CAT-OWNER-FILE ASSIGN TO "CATOWNR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CATOWNR-ID
003200         FILE STATUS IS WS-OWNER-STATUS.
003300     SELECT CAT-OWNER-XREF ASSIGN TO "CATOXRF"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CATOXRF-XKEY
003700         FILE STATUS IS WS-XREF-STATUS.
003710     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-PEND-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CAT-OWNER-FILE
004100     RECORD CONTAINS 131 CHARACTERS.
004200 COPY CATOWNR.
004300 FD  CAT-OWNER-XREF
004400     RECORD CONTAINS 131 CHARACTERS.
004500 COPY CATOXRF.
004510 FD  CAT-PENDING-FILE
004520     RECORD CONTAINS 156 CHARACTERS.
004530 COPY CATPEND.
004600 WORKING-STORAGE SECTION.
004700*****************************************************************
004800*    SWITCHES AND STATUS BYTES                                  *
004900*****************************************************************
005000 77  WS-OWNER-STATUS         PIC X(02).
005100     88  WS-OWNER-OK                 VALUE "00".
005200 77  WS-XREF-STATUS          PIC X(02).
005300     88  WS-XREF-OK                  VALUE "00".
005310 77  WS-PEND-STATUS          PIC X(02).
005320     88  WS-PEND-OK                  VALUE "00".
005330 77  WS-EOF-PEND-SW          PIC X(01).
005340     88  WS-EOF-PEND                 VALUE "Y".
005400 77  WS-XREF-OPEN-SW         PIC X(01)   VALUE "N".
005500     88  WS-XREF-OPEN                VALUE "Y".
005600 77  WS-DONE-SW              PIC X(01)   VALUE "N".
005700     88  WS-DONE                     VALUE "Y".
005800 77  WS-FUNCTION             PIC X(01).
005900     88  WS-FUNC-ADD                 VALUE "A".
006000     88  WS-FUNC-CHANGE              VALUE "C".
006100     88  WS-FUNC-DELETE              VALUE "D".
006200     88  WS-FUNC-INQUIRE             VALUE "I".
006300     88  WS-FUNC-EXIT                VALUE "X".
006400 77  WS-RECORD-FOUND-SW      PIC X(01).
006500     88  WS-RECORD-FOUND             VALUE "Y".
006600     88  WS-RECORD-NOT-FOUND         VALUE "N".
006700 77  WS-HAS-CATS-SW          PIC X(01).
006800     88  WS-OWNER-HAS-CATS           VALUE "Y".
006900*****************************************************************
007000*    WORK FIELDS                                                *
007100*****************************************************************
007200 77  WS-WORK-OWNER-ID        PIC X(10).
007210*****************************************************************
007220*    AUTHORITY CHECK WORK FIELDS                                *
007230*****************************************************************
007240 77  WS-REQUIRED-LEVEL       PIC 9(01).
007250 77  WS-AUTHORITY-SW         PIC X(01)   VALUE "Y".
007260     88  WS-AUTHORIZED               VALUE "Y".
007270     88  WS-NOT-AUTHORIZED           VALUE "N".
007280 COPY CATSECV.
007300 01  WS-CURRENT-DATE.
007400     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
007500 01  WS-CURRENT-TIME.
007600     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
007610 LINKAGE SECTION.
007620 COPY CATSIGN.
007700 PROCEDURE DIVISION USING CATSIGN-AREA.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008000     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
008100         UNTIL WS-DONE
008200     PERFORM 9000-TERMINATE THRU 9000-EXIT
008300     GOBACK.
008400*****************************************************************
008500*    1000-INITIALIZE                                            *
008600*    OPENS THE OWNER MASTER FOR UPDATE, CREATING IT ON ITS      *
008700*    FIRST USE, AND THE CROSS-REFERENCE FOR THE DELETE CHECK. A *
008800*    MISSING CROSS-REFERENCE MEANS NO OWNER HAS CATS YET.       *
008900*****************************************************************
009000 1000-INITIALIZE.
009100     OPEN I-O CAT-OWNER-FILE
009200     IF NOT WS-OWNER-OK
009300         OPEN OUTPUT CAT-OWNER-FILE
009400         CLOSE CAT-OWNER-FILE
009500         OPEN I-O CAT-OWNER-FILE
009600     END-IF
009700     OPEN INPUT CAT-OWNER-XREF
009800     IF WS-XREF-OK
009900         SET WS-XREF-OPEN TO TRUE
010000     END-IF.
010100 1000-EXIT.
010200     EXIT.
010300*****************************************************************
010400*    2000-PROCESS-ONE-FUNCTION                                  *
010500*    DISPLAYS THE FUNCTION MENU, ACCEPTS THE OPERATOR'S CHOICE, *
010600*    AND DISPATCHES TO THE CORRESPONDING MAINTENANCE ACTION.    *
010700*****************************************************************
010800 2000-PROCESS-ONE-FUNCTION.
010900     DISPLAY " "
011000     DISPLAY "CAT-OWNR - OWNER MASTER MAINTENANCE"
011100     DISPLAY "  A. ADD      C. CHANGE"
011200     DISPLAY "  D. DELETE   I. INQUIRE"
011300     DISPLAY "  X. EXIT"
011400     DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING
011500     ACCEPT WS-FUNCTION FROM CONSOLE
011510     PERFORM 2050-CHECK-FUNCTION-AUTHORITY THRU 2050-EXIT
011520     IF WS-NOT-AUTHORIZED
011530         GO TO 2000-EXIT
011540     END-IF
011600     EVALUATE TRUE
011700         WHEN WS-FUNC-ADD
011800             PERFORM 2100-ADD-OWNER THRU 2100-EXIT
011900         WHEN WS-FUNC-CHANGE
012000             PERFORM 2200-CHANGE-OWNER THRU 2200-EXIT
012100         WHEN WS-FUNC-DELETE
012200             PERFORM 2300-DELETE-OWNER THRU 2300-EXIT
012300         WHEN WS-FUNC-INQUIRE
012400             PERFORM 2400-INQUIRE-OWNER THRU 2400-EXIT
012500         WHEN WS-FUNC-EXIT
012600             SET WS-DONE TO TRUE
012700         WHEN OTHER
012800             DISPLAY "CAT-OWNR: INVALID FUNCTION - TRY AGAIN"
012900     END-EVALUATE.
013000 2000-EXIT.
013100     EXIT.
013101*****************************************************************
013102*    2050-CHECK-FUNCTION-AUTHORITY                              *
013103*    SETS THE AUTHORITY LEVEL THE CHOSEN FUNCTION NEEDS AND     *
013104*    REFUSES IT WHEN THE SIGNED-ON OPERATOR'S LEVEL IS LOWER,   *
013105*    LOGGING THE REFUSAL TO CATSECV. EXIT AND AN INVALID        *
013106*    FUNCTION NEED NO AUTHORITY.                                *
013107*****************************************************************
013108 2050-CHECK-FUNCTION-AUTHORITY.
013109     SET WS-AUTHORIZED TO TRUE
013110     EVALUATE TRUE
013111         WHEN WS-FUNC-INQUIRE
013112             MOVE 1 TO WS-REQUIRED-LEVEL
013113         WHEN WS-FUNC-ADD
013114         WHEN WS-FUNC-CHANGE
013115             MOVE 2 TO WS-REQUIRED-LEVEL
013116         WHEN WS-FUNC-DELETE
013117             MOVE 3 TO WS-REQUIRED-LEVEL
013118         WHEN OTHER
013119             GO TO 2050-EXIT
013120     END-EVALUATE
013121     IF CATSIGN-AUTH-LEVEL NOT < WS-REQUIRED-LEVEL
013122         GO TO 2050-EXIT
013123     END-IF
013124     SET WS-NOT-AUTHORIZED TO TRUE
013125     MOVE SPACES TO CATSECV-RECORD
013126     MOVE CATSIGN-OPER-ID TO CATSECV-OPER-ID
013127     MOVE "CAT-OWNR" TO CATSECV-PROGRAM
013128     MOVE WS-FUNCTION TO CATSECV-FUNCTION
013129     MOVE WS-REQUIRED-LEVEL TO CATSECV-REQUIRED-LEVEL
013130     MOVE CATSIGN-AUTH-LEVEL TO CATSECV-OPER-LEVEL
013131     MOVE "FUNCTION REFUSED" TO CATSECV-REASON
013132     CALL "CAT-SECLOG" USING CATSECV-RECORD
013133     DISPLAY "CAT-OWNR: FUNCTION " WS-FUNCTION
013134         " NOT AUTHORIZED FOR OPERATOR " CATSIGN-OPER-ID.
013135 2050-EXIT.
013136     EXIT.
013200*****************************************************************
013300*    2100-ADD-OWNER                                             *
013400*    ADDS A NEW OWNER. THE OWNER ID MUST NOT BE BLANK OR        *
013500*    ALREADY ON FILE.                                           *
013600*****************************************************************
013700 2100-ADD-OWNER.
013800     PERFORM 2500-ACCEPT-OWNER-ID THRU 2500-EXIT
013900     IF WS-WORK-OWNER-ID EQUAL SPACES
014000         DISPLAY "CAT-OWNR: OWNER ID IS REQUIRED"
014100         GO TO 2100-EXIT
014200     END-IF
014300     PERFORM 2600-READ-OWNER-BY-ID THRU 2600-EXIT
014400     IF WS-RECORD-FOUND
014500         DISPLAY "CAT-OWNR: OWNER ALREADY ON FILE - USE CHANGE"
014600         GO TO 2100-EXIT
014700     END-IF
014800     MOVE SPACES TO CATOWNR-RECORD
014900     MOVE WS-WORK-OWNER-ID TO CATOWNR-ID
015000     PERFORM 2700-ACCEPT-OWNER-FIELDS THRU 2700-EXIT
015100     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
015200     WRITE CATOWNR-RECORD
015300         INVALID KEY
015400             DISPLAY "CAT-OWNR: ADD FAILED - STATUS "
015500                 WS-OWNER-STATUS
015600             GO TO 2100-EXIT
015700     END-WRITE
015800     DISPLAY "CAT-OWNR: ADDED " CATOWNR-ID.
015900 2100-EXIT.
016000     EXIT.
016100*****************************************************************
016200*    2200-CHANGE-OWNER                                          *
016300*    CHANGES AN EXISTING OWNER. THE CURRENT IMAGE IS DISPLAYED, *
016400*    REPLACEMENT FIELDS ARE ACCEPTED, AND THE NEW IMAGE IS      *
016500*    STAMPED AND REWRITTEN. THE OWNER ID ITSELF NEVER CHANGES - *
016600*    IT IS THE LINK EVERY CATMST RECORD CARRIES.                *
016700*****************************************************************
016800 2200-CHANGE-OWNER.
016900     PERFORM 2500-ACCEPT-OWNER-ID THRU 2500-EXIT
017000     PERFORM 2600-READ-OWNER-BY-ID THRU 2600-EXIT
017100     IF WS-RECORD-NOT-FOUND
017200         DISPLAY "CAT-OWNR: OWNER NOT ON FILE - USE ADD"
017300         GO TO 2200-EXIT
017400     END-IF
017500     PERFORM 2900-DISPLAY-OWNER THRU 2900-EXIT
017600     PERFORM 2700-ACCEPT-OWNER-FIELDS THRU 2700-EXIT
017700     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
017800     REWRITE CATOWNR-RECORD
017900         INVALID KEY
018000             DISPLAY "CAT-OWNR: CHANGE FAILED - STATUS "
018100                 WS-OWNER-STATUS
018200             GO TO 2200-EXIT
018300     END-REWRITE
018400     DISPLAY "CAT-OWNR: CHANGED " CATOWNR-ID.
018500 2200-EXIT.
018600     EXIT.
018700*****************************************************************
018800*    2300-DELETE-OWNER                                          *
018900*    DELETES AN OWNER THAT NO LONGER HAS ANY CAT LISTED UNDER   *
019000*    IT ON THE CROSS-REFERENCE OR ON A PENDING ADD OR CHANGE.   *
019100*    AN OWNER WITH CATS IS REFUSED - THE CATS MUST FIRST BE     *
019200*    MOVED TO ANOTHER OWNER OR DELETED IN CAT-MAINT, SO NO      *
019300*    CATMST RECORD IS LEFT POINTING AT AN OWNER ID THAT IS NOT  *
019350*    ON FILE.                                                   *
019400*****************************************************************
019500 2300-DELETE-OWNER.
019600     PERFORM 2500-ACCEPT-OWNER-ID THRU 2500-EXIT
019700     PERFORM 2600-READ-OWNER-BY-ID THRU 2600-EXIT
019800     IF WS-RECORD-NOT-FOUND
019900         DISPLAY "CAT-OWNR: OWNER NOT ON FILE"
020000         GO TO 2300-EXIT
020100     END-IF
020200     PERFORM 2900-DISPLAY-OWNER THRU 2900-EXIT
020300     PERFORM 3000-CHECK-OWNER-HAS-CATS THRU 3000-EXIT
020400     IF WS-OWNER-HAS-CATS
020500         DISPLAY "CAT-OWNR: OWNER STILL HAS CATS ON FILE OR "
020600             "PENDING - NOT DELETED"
020700         GO TO 2300-EXIT
020800     END-IF
020900     DELETE CAT-OWNER-FILE
021000         INVALID KEY
021100             DISPLAY "CAT-OWNR: DELETE FAILED - STATUS "
021200                 WS-OWNER-STATUS
021300             GO TO 2300-EXIT
021400     END-DELETE
021500     DISPLAY "CAT-OWNR: DELETED " WS-WORK-OWNER-ID.
021600 2300-EXIT.
021700     EXIT.
021800*****************************************************************
021900*    2400-INQUIRE-OWNER                                         *
022000*    DISPLAYS THE OWNER IMAGE FOR ONE OWNER ID. THE CATS HELD   *
022100*    BY AN OWNER ARE LISTED BY THE CAT-MAINT O FUNCTION.        *
022200*****************************************************************
022300 2400-INQUIRE-OWNER.
022400     PERFORM 2500-ACCEPT-OWNER-ID THRU 2500-EXIT
022500     PERFORM 2600-READ-OWNER-BY-ID THRU 2600-EXIT
022600     IF WS-RECORD-NOT-FOUND
022700         DISPLAY "CAT-OWNR: OWNER NOT ON FILE"
022800     ELSE
022900         PERFORM 2900-DISPLAY-OWNER THRU 2900-EXIT
023000     END-IF.
023100 2400-EXIT.
023200     EXIT.
023300*****************************************************************
023400*    2500-ACCEPT-OWNER-ID                                       *
023500*****************************************************************
023600 2500-ACCEPT-OWNER-ID.
023700     MOVE SPACES TO WS-WORK-OWNER-ID
023800     DISPLAY "ENTER OWNER ID: " WITH NO ADVANCING
023900     ACCEPT WS-WORK-OWNER-ID FROM CONSOLE.
024000 2500-EXIT.
024100     EXIT.
024200*****************************************************************
024300*    2600-READ-OWNER-BY-ID                                      *
024400*    RANDOM READ OF THE OWNER MASTER FOR WS-WORK-OWNER-ID,      *
024500*    SETTING THE FOUND/NOT-FOUND SWITCH FOR THE CALLING         *
024600*    FUNCTION.                                                  *
024700*****************************************************************
024800 2600-READ-OWNER-BY-ID.
024900     MOVE WS-WORK-OWNER-ID TO CATOWNR-ID
025000     READ CAT-OWNER-FILE
025100         INVALID KEY
025200             SET WS-RECORD-NOT-FOUND TO TRUE
025300         NOT INVALID KEY
025400             SET WS-RECORD-FOUND TO TRUE
025500     END-READ.
025600 2600-EXIT.
025700     EXIT.
025800*****************************************************************
025900*    2700-ACCEPT-OWNER-FIELDS                                   *
026000*    ACCEPTS THE OPERATOR-MAINTAINED FIELDS OF THE OWNER        *
026100*    RECORD. THE DO-NOT-MAIL FLAG IS Y OR N - ANYTHING BUT Y    *
026200*    IS STORED AS N.                                            *
026300*****************************************************************
026400 2700-ACCEPT-OWNER-FIELDS.
026500     DISPLAY "ENTER OWNER NAME: " WITH NO ADVANCING
026600     ACCEPT CATOWNR-NAME FROM CONSOLE
026700     DISPLAY "ENTER STREET: " WITH NO ADVANCING
026800     ACCEPT CATOWNR-STREET FROM CONSOLE
026900     DISPLAY "ENTER CITY: " WITH NO ADVANCING
027000     ACCEPT CATOWNR-CITY FROM CONSOLE
027100     DISPLAY "ENTER STATE: " WITH NO ADVANCING
027200     ACCEPT CATOWNR-STATE FROM CONSOLE
027300     DISPLAY "ENTER POSTAL CODE: " WITH NO ADVANCING
027400     ACCEPT CATOWNR-POSTAL-CODE FROM CONSOLE
027500     DISPLAY "ENTER PHONE: " WITH NO ADVANCING
027600     ACCEPT CATOWNR-PHONE FROM CONSOLE
027700     DISPLAY "ENTER DO-NOT-MAIL (Y/N): " WITH NO ADVANCING
027800     ACCEPT CATOWNR-NO-MAIL FROM CONSOLE
027900     IF NOT CATOWNR-DO-NOT-MAIL
028000         MOVE "N" TO CATOWNR-NO-MAIL
028100     END-IF.
028200 2700-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    2800-STAMP-MAINT-FIELDS                                    *
028600*****************************************************************
028700 2800-STAMP-MAINT-FIELDS.
028800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028900     ACCEPT WS-CURRENT-TIME FROM TIME
029000     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATOWNR-MAINT-DATE
029100     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATOWNR-MAINT-TIME.
029200 2800-EXIT.
029300     EXIT.
029400*****************************************************************
029500*    2900-DISPLAY-OWNER                                         *
029600*****************************************************************
029700 2900-DISPLAY-OWNER.
029800     DISPLAY "  OWNER ID. . . " CATOWNR-ID
029900     DISPLAY "  NAME. . . . . " CATOWNR-NAME
030000     DISPLAY "  STREET. . . . " CATOWNR-STREET
030100     DISPLAY "  CITY. . . . . " CATOWNR-CITY
030200     DISPLAY "  STATE . . . . " CATOWNR-STATE
030300     DISPLAY "  POSTAL CODE . " CATOWNR-POSTAL-CODE
030400     DISPLAY "  PHONE . . . . " CATOWNR-PHONE
030500     DISPLAY "  DO NOT MAIL . " CATOWNR-NO-MAIL
030600     DISPLAY "  LAST MAINT. . " CATOWNR-MAINT-DATE " "
030700         CATOWNR-MAINT-TIME.
030800 2900-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    3000-CHECK-OWNER-HAS-CATS                                  *
031200*    READS CATPEND FOR A PENDING ADD OR CHANGE NAMING THE       *
031300*    OWNER, THEN POSITIONS THE CROSS-REFERENCE AT OWNER ID /    *
031310*    LOW-VALUES AND READS ONE RECORD - IF IT IS STILL UNDER     *
031400*    THIS OWNER, THE OWNER HAS AT LEAST ONE CAT.                *
031500*****************************************************************
031600 3000-CHECK-OWNER-HAS-CATS.
031700     MOVE "N" TO WS-HAS-CATS-SW
031710     PERFORM 3100-CHECK-OWNER-PENDING THRU 3100-EXIT
031720     IF WS-OWNER-HAS-CATS
031730         GO TO 3000-EXIT
031740     END-IF
031800     IF NOT WS-XREF-OPEN
031900         GO TO 3000-EXIT
032000     END-IF
032100     MOVE SPACES TO CATOXRF-OWNER
032200     MOVE WS-WORK-OWNER-ID TO CATOXRF-OWNER
032300     MOVE LOW-VALUES TO CATOXRF-KEY
032400     START CAT-OWNER-XREF KEY NOT < CATOXRF-XKEY
032500         INVALID KEY
032600             GO TO 3000-EXIT
032700     END-START
032800     READ CAT-OWNER-XREF NEXT
032900         AT END
033000             GO TO 3000-EXIT
033100     END-READ
033200     IF CATOXRF-OWNER (1:10) EQUAL WS-WORK-OWNER-ID
033300         SET WS-OWNER-HAS-CATS TO TRUE
033400     END-IF.
033500 3000-EXIT.
033600     EXIT.
033603*****************************************************************
033606*    3100-CHECK-OWNER-PENDING                                   *
033609*    ONE PASS OF CATPEND, STOPPING AT THE FIRST ROW FOR THE     *
033612*    OWNER. A MISSING PENDING FILE HOLDS NOTHING FOR ANYONE.    *
033615*****************************************************************
033618 3100-CHECK-OWNER-PENDING.
033621     OPEN INPUT CAT-PENDING-FILE
033624     IF NOT WS-PEND-OK
033627         GO TO 3100-EXIT
033630     END-IF
033633     MOVE "N" TO WS-EOF-PEND-SW
033636     PERFORM 3150-CHECK-ONE-PENDING THRU 3150-EXIT
033639         UNTIL WS-EOF-PEND
033642         OR WS-OWNER-HAS-CATS
033645     CLOSE CAT-PENDING-FILE.
033648 3100-EXIT.
033651     EXIT.
033654 3150-CHECK-ONE-PENDING.
033657     READ CAT-PENDING-FILE
033660         AT END
033663             SET WS-EOF-PEND TO TRUE
033666             GO TO 3150-EXIT
033669     END-READ
033672     IF CATPEND-OWNER (1:10) EQUAL WS-WORK-OWNER-ID
033675         SET WS-OWNER-HAS-CATS TO TRUE
033678     END-IF.
033681 3150-EXIT.
033684     EXIT.
033700*****************************************************************
033800*    9000-TERMINATE                                             *
033900*****************************************************************
034000 9000-TERMINATE.
034100     CLOSE CAT-OWNER-FILE
034200     IF WS-XREF-OPEN
034300         CLOSE CAT-OWNER-XREF
034400     END-IF.
034500 9000-EXIT.
034600     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-SECM.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. ADD/CHANGE/DELETE/INQUIRE *
001100*                   MAINTENANCE FOR THE CAT-SECURITY-FILE       *
001200*                   (CATSEC) - ONE RECORD PER OPERATOR WHO MAY  *
001300*                   SIGN ON TO CAT-DRIVER, WITH PASSWORD,       *
001400*                   AUTHORITY LEVEL (1 INQUIRE, 2 ADD/CHANGE,   *
001500*                   3 DELETE, 4 OPERATIONS), AND REVOKED FLAG.  *
001600*                   RUN STANDALONE BY THE SECURITY              *
001700*                   ADMINISTRATOR - IT IS DELIBERATELY NOT ON   *
001800*                   THE CAT-DRIVER MENU, SO NO OPERATOR CAN     *
001900*                   RAISE THEIR OWN AUTHORITY. THE PASSWORD IS  *
002000*                   NEVER DISPLAYED. THE UNATTENDED RUN-PLAN    *
002100*                   SIGNS ON AS OPERATOR CATSCHED, WHICH MUST   *
002200*                   BE ADDED HERE WITH LEVEL 4 BEFORE A PLAN    *
002300*                   WILL RUN.                                   *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CAT-SECURITY-FILE ASSIGN TO "CATSEC"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CATSEC-OPER-ID
003500         FILE STATUS IS WS-SEC-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CAT-SECURITY-FILE
003900     RECORD CONTAINS 64 CHARACTERS.
004000 COPY CATSEC.
004100 WORKING-STORAGE SECTION.
004200*****************************************************************
004300*    SWITCHES AND STATUS BYTES                                  *
004400*****************************************************************
004500 77  WS-SEC-STATUS           PIC X(02).
004600     88  WS-SEC-OK                   VALUE "00".
004700 77  WS-DONE-SW              PIC X(01)   VALUE "N".
004800     88  WS-DONE                     VALUE "Y".
004900 77  WS-FUNCTION             PIC X(01).
005000     88  WS-FUNC-ADD                 VALUE "A".
005100     88  WS-FUNC-CHANGE              VALUE "C".
005200     88  WS-FUNC-DELETE              VALUE "D".
005300     88  WS-FUNC-INQUIRE             VALUE "I".
005400     88  WS-FUNC-EXIT                VALUE "X".
005500 77  WS-RECORD-FOUND-SW      PIC X(01).
005600     88  WS-RECORD-FOUND             VALUE "Y".
005700     88  WS-RECORD-NOT-FOUND         VALUE "N".
005800*****************************************************************
005900*    WORK FIELDS                                                *
006000*****************************************************************
006100 77  WS-WORK-OPER-ID         PIC X(08).
006200 77  WS-WORK-LEVEL           PIC X(01).
006300     88  WS-WORK-LEVEL-VALID         VALUE "1" THRU "4".
006400 01  WS-CURRENT-DATE.
006500     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
006600 01  WS-CURRENT-TIME.
006700     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
007000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007100     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
007200         UNTIL WS-DONE
007300     PERFORM 9000-TERMINATE THRU 9000-EXIT
007400     GOBACK.
007500*****************************************************************
007600*    1000-INITIALIZE                                            *
007700*    OPENS THE SECURITY FILE FOR UPDATE, CREATING IT ON ITS     *
007800*    FIRST USE.                                                 *
007900*****************************************************************
008000 1000-INITIALIZE.
008100     OPEN I-O CAT-SECURITY-FILE
008200     IF NOT WS-SEC-OK
008300         OPEN OUTPUT CAT-SECURITY-FILE
008400         CLOSE CAT-SECURITY-FILE
008500         OPEN I-O CAT-SECURITY-FILE
008600     END-IF.
008700 1000-EXIT.
008800     EXIT.
008900*****************************************************************
009000*    2000-PROCESS-ONE-FUNCTION                                  *
009100*    DISPLAYS THE FUNCTION MENU, ACCEPTS THE CHOICE, AND        *
009200*    DISPATCHES TO THE CORRESPONDING MAINTENANCE ACTION.        *
009300*****************************************************************
009400 2000-PROCESS-ONE-FUNCTION.
009500     DISPLAY " "
009600     DISPLAY "CAT-SECM - OPERATOR SECURITY MAINTENANCE"
009700     DISPLAY "  A. ADD      C. CHANGE"
009800     DISPLAY "  D. DELETE   I. INQUIRE"
009900     DISPLAY "  X. EXIT"
010000     DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING
010100     ACCEPT WS-FUNCTION FROM CONSOLE
010200     EVALUATE TRUE
010300         WHEN WS-FUNC-ADD
010400             PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
010500         WHEN WS-FUNC-CHANGE
010600             PERFORM 2200-CHANGE-OPERATOR THRU 2200-EXIT
010700         WHEN WS-FUNC-DELETE
010800             PERFORM 2300-DELETE-OPERATOR THRU 2300-EXIT
010900         WHEN WS-FUNC-INQUIRE
011000             PERFORM 2400-INQUIRE-OPERATOR THRU 2400-EXIT
011100         WHEN WS-FUNC-EXIT
011200             SET WS-DONE TO TRUE
011300         WHEN OTHER
011400             DISPLAY "CAT-SECM: INVALID FUNCTION - TRY AGAIN"
011500     END-EVALUATE.
011600 2000-EXIT.
011700     EXIT.
011800*****************************************************************
011900*    2100-ADD-OPERATOR                                          *
012000*    ADDS A NEW OPERATOR. THE ID MUST NOT BE BLANK OR ALREADY   *
012100*    ON FILE, AND THE AUTHORITY LEVEL MUST BE 1 THROUGH 4.      *
012200*****************************************************************
012300 2100-ADD-OPERATOR.
012400     PERFORM 2500-ACCEPT-OPER-ID THRU 2500-EXIT
012500     IF WS-WORK-OPER-ID EQUAL SPACES
012600         DISPLAY "CAT-SECM: OPERATOR ID IS REQUIRED"
012700         GO TO 2100-EXIT
012800     END-IF
012900     PERFORM 2600-READ-OPER-BY-ID THRU 2600-EXIT
013000     IF WS-RECORD-FOUND
013100         DISPLAY "CAT-SECM: OPERATOR ALREADY ON FILE - USE CHANGE"
013200         GO TO 2100-EXIT
013300     END-IF
013400     MOVE SPACES TO CATSEC-RECORD
013500     MOVE WS-WORK-OPER-ID TO CATSEC-OPER-ID
013600     PERFORM 2700-ACCEPT-OPER-FIELDS THRU 2700-EXIT
013700     IF NOT WS-WORK-LEVEL-VALID
013800         DISPLAY "CAT-SECM: AUTHORITY LEVEL MUST BE 1-4 - "
013900             "NOT ADDED"
014000         GO TO 2100-EXIT
014100     END-IF
014200     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
014300     WRITE CATSEC-RECORD
014400         INVALID KEY
014500             DISPLAY "CAT-SECM: ADD FAILED - STATUS "
014600                 WS-SEC-STATUS
014700             GO TO 2100-EXIT
014800     END-WRITE
014900     DISPLAY "CAT-SECM: ADDED " CATSEC-OPER-ID.
015000 2100-EXIT.
015100     EXIT.
015200*****************************************************************
015300*    2200-CHANGE-OPERATOR                                       *
015400*    CHANGES AN EXISTING OPERATOR - NAME, PASSWORD, LEVEL, AND  *
015500*    REVOKED FLAG. THE OPERATOR ID ITSELF NEVER CHANGES, SINCE  *
015600*    IT IS WHAT CATMAUD AND CATMST CARRY.                       *
015700*****************************************************************
015800 2200-CHANGE-OPERATOR.
015900     PERFORM 2500-ACCEPT-OPER-ID THRU 2500-EXIT
016000     PERFORM 2600-READ-OPER-BY-ID THRU 2600-EXIT
016100     IF WS-RECORD-NOT-FOUND
016200         DISPLAY "CAT-SECM: OPERATOR NOT ON FILE - USE ADD"
016300         GO TO 2200-EXIT
016400     END-IF
016500     PERFORM 2900-DISPLAY-OPERATOR THRU 2900-EXIT
016600     PERFORM 2700-ACCEPT-OPER-FIELDS THRU 2700-EXIT
016700     IF NOT WS-WORK-LEVEL-VALID
016800         DISPLAY "CAT-SECM: AUTHORITY LEVEL MUST BE 1-4 - "
016900             "NOT CHANGED"
017000         GO TO 2200-EXIT
017100     END-IF
017200     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
017300     REWRITE CATSEC-RECORD
017400         INVALID KEY
017500             DISPLAY "CAT-SECM: CHANGE FAILED - STATUS "
017600                 WS-SEC-STATUS
017700             GO TO 2200-EXIT
017800     END-REWRITE
017900     DISPLAY "CAT-SECM: CHANGED " CATSEC-OPER-ID.
018000 2200-EXIT.
018100     EXIT.
018200*****************************************************************
018300*    2300-DELETE-OPERATOR                                       *
018400*    DELETES AN OPERATOR. THE ID STAYS ON THE CATMAUD TRAIL AND *
018500*    THE CATMST STAMPS ALREADY WRITTEN - REVOKING, RATHER THAN  *
018600*    DELETING, KEEPS THE NAME ON FILE FOR THE AUDITORS.         *
018700*****************************************************************
018800 2300-DELETE-OPERATOR.
018900     PERFORM 2500-ACCEPT-OPER-ID THRU 2500-EXIT
019000     PERFORM 2600-READ-OPER-BY-ID THRU 2600-EXIT
019100     IF WS-RECORD-NOT-FOUND
019200         DISPLAY "CAT-SECM: OPERATOR NOT ON FILE"
019300         GO TO 2300-EXIT
019400     END-IF
019500     PERFORM 2900-DISPLAY-OPERATOR THRU 2900-EXIT
019600     DELETE CAT-SECURITY-FILE
019700         INVALID KEY
019800             DISPLAY "CAT-SECM: DELETE FAILED - STATUS "
019900                 WS-SEC-STATUS
020000             GO TO 2300-EXIT
020100     END-DELETE
020200     DISPLAY "CAT-SECM: DELETED " WS-WORK-OPER-ID.
020300 2300-EXIT.
020400     EXIT.
020500*****************************************************************
020600*    2400-INQUIRE-OPERATOR                                      *
020700*****************************************************************
020800 2400-INQUIRE-OPERATOR.
020900     PERFORM 2500-ACCEPT-OPER-ID THRU 2500-EXIT
021000     PERFORM 2600-READ-OPER-BY-ID THRU 2600-EXIT
021100     IF WS-RECORD-NOT-FOUND
021200         DISPLAY "CAT-SECM: OPERATOR NOT ON FILE"
021300     ELSE
021400         PERFORM 2900-DISPLAY-OPERATOR THRU 2900-EXIT
021500     END-IF.
021600 2400-EXIT.
021700     EXIT.
021800*****************************************************************
021900*    2500-ACCEPT-OPER-ID                                        *
022000*****************************************************************
022100 2500-ACCEPT-OPER-ID.
022200     MOVE SPACES TO WS-WORK-OPER-ID
022300     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
022400     ACCEPT WS-WORK-OPER-ID FROM CONSOLE.
022500 2500-EXIT.
022600     EXIT.
022700*****************************************************************
022800*    2600-READ-OPER-BY-ID                                       *
022900*****************************************************************
023000 2600-READ-OPER-BY-ID.
023100     MOVE WS-WORK-OPER-ID TO CATSEC-OPER-ID
023200     READ CAT-SECURITY-FILE
023300         INVALID KEY
023400             SET WS-RECORD-NOT-FOUND TO TRUE
023500         NOT INVALID KEY
023600             SET WS-RECORD-FOUND TO TRUE
023700     END-READ.
023800 2600-EXIT.
023900     EXIT.
024000*****************************************************************
024100*    2700-ACCEPT-OPER-FIELDS                                    *
024200*    ACCEPTS THE MAINTAINED FIELDS. THE LEVEL IS ACCEPTED AS A  *
024300*    CHARACTER AND LEFT IN WS-WORK-LEVEL FOR THE CALLER TO      *
024400*    REFUSE WHEN IT IS NOT 1-4. THE REVOKED FLAG IS Y OR N -    *
024500*    ANYTHING BUT Y IS STORED AS N.                             *
024600*****************************************************************
024700 2700-ACCEPT-OPER-FIELDS.
024800     DISPLAY "ENTER OPERATOR NAME: " WITH NO ADVANCING
024900     ACCEPT CATSEC-OPER-NAME FROM CONSOLE
025000     DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
025100     ACCEPT CATSEC-PASSWORD FROM CONSOLE
025200     MOVE SPACE TO WS-WORK-LEVEL
025300     DISPLAY "ENTER AUTHORITY LEVEL (1-4): " WITH NO ADVANCING
025400     ACCEPT WS-WORK-LEVEL FROM CONSOLE
025500     IF WS-WORK-LEVEL-VALID
025600         MOVE WS-WORK-LEVEL TO CATSEC-AUTH-LEVEL
025700     END-IF
025800     DISPLAY "ENTER REVOKED (Y/N): " WITH NO ADVANCING
025900     ACCEPT CATSEC-REVOKED FROM CONSOLE
026000     IF NOT CATSEC-IS-REVOKED
026100         MOVE "N" TO CATSEC-REVOKED
026200     END-IF.
026300 2700-EXIT.
026400     EXIT.
026500*****************************************************************
026600*    2800-STAMP-MAINT-FIELDS                                    *
026700*****************************************************************
026800 2800-STAMP-MAINT-FIELDS.
026900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
027000     ACCEPT WS-CURRENT-TIME FROM TIME
027100     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATSEC-MAINT-DATE
027200     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATSEC-MAINT-TIME.
027300 2800-EXIT.
027400     EXIT.
027500*****************************************************************
027600*    2900-DISPLAY-OPERATOR                                      *
027700*    THE PASSWORD IS NOT SHOWN.                                 *
027800*****************************************************************
027900 2900-DISPLAY-OPERATOR.
028000     DISPLAY "  OPERATOR ID . " CATSEC-OPER-ID
028100     DISPLAY "  NAME. . . . . " CATSEC-OPER-NAME
028200     DISPLAY "  AUTH LEVEL. . " CATSEC-AUTH-LEVEL
028300     DISPLAY "  REVOKED . . . " CATSEC-REVOKED
028400     DISPLAY "  LAST MAINT. . " CATSEC-MAINT-DATE " "
028500         CATSEC-MAINT-TIME.
028600 2900-EXIT.
028700     EXIT.
028800*****************************************************************
028900*    9000-TERMINATE                                             *
029000*****************************************************************
029100 9000-TERMINATE.
029200     CLOSE CAT-SECURITY-FILE.
029300 9000-EXIT.
029400     EXIT.

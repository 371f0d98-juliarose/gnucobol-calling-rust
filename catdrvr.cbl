004400*                   PARALLEL MODE - CAT-SPLIT CUTS CATLKUP INTO  *
004500*                   KEY-RANGE PARTITIONS AND CAT-MERGE COMBINES  *
004600*                   THE PARTITION RESULTS BACK INTO CATRSLT.     *
004700*    09/02/26  JRM  THE DIGITS RAN OUT - NEW OPTIONS ARE        *
004800*                   LETTERS. ADDED OPTION T, BATCH MASTER       *
004900*                   TRANSACTIONS (CAT-TRAN), AND OPTION M, THE  *
005000*                   CUSTOMER MAILING JOB (CAT-MAIL) BUILT ON    *
005100*                   THE CATGREET FEED.                          *
005200*    09/02/26  JRM  ADDED OPTION A, PENDING-CHANGES PROMOTION   *
005300*                   (CAT-APPLY) - THE NIGHTLY STEP, RUN AHEAD   *
005400*                   OF CAT-BATCH, THAT APPLIES FUTURE-DATED     *
005500*                   ADDS AND CHANGES WHOSE EFFECTIVE DATE HAS   *
005600*                   ARRIVED.                                    *
005700*    09/02/26  JRM  ADDED OPTION H, KEY HISTORY (CAT-HIST) -    *
005800*                   WALKS THE DATED CATRG GENERATIONS FOR A     *
005900*                   DATE RANGE AND REPORTS EVERY RUN WHERE A    *
006000*                   TRACKED KEY'S NAME OR STATUS CHANGED.       *
006100*    09/02/26  JRM  ADDED THE UNATTENDED RUN-PLAN MODE. WHEN A  *
006200*                   CATPLAN FILE IS SUPPLIED - ONE MENU STEP    *
006300*                   CODE PER RECORD - THE PLAN IS EXECUTED IN   *
006400*                   ORDER WITH NO ACCEPT FROM CONSOLE, THE      *
006500*                   RETURN CODE IS CHECKED AFTER EVERY STEP,    *
006600*                   AND A NONZERO STEP HALTS THE PLAN - THE     *
006700*                   REMAINING STEPS ARE SKIPPED AND THE STEP'S  *
006800*                   RETURN CODE IS SURFACED TO THE SCHEDULER.   *
006900*                   EVERY STEP'S START/END TIME AND OUTCOME IS  *
007000*                   WRITTEN TO THE CATNLOG NIGHT-RUN LOG. ONLY  *
007100*                   THE BATCH STEPS (8 2 0 3 5 6 T M A) MAY     *
007200*                   APPEAR IN A PLAN - THE CONSOLE-PROMPTING    *
007300*                   OPTIONS ARE REFUSED AS PLAN STEPS.          *
007400*    09/02/26  JRM  ADDED OPTION E, THE PRE-BATCH EDIT GATE     *
007500*                   (CAT-EDIT) THAT SPLITS CATLKUP INTO THE     *
007600*                   CATLKUPC CLEAN INPUT AND THE CATEDREJ       *
007700*                   REJECT FILE. E IS ALSO A LEGAL RUN-PLAN     *
007800*                   STEP, AHEAD OF THE BATCH STEP.              *
007900*    09/02/26  JRM  ADDED OPTION C, LIBRARY CERTIFICATION       *
008000*                   (CAT-CERT) - REPLAYS A DATED CATRG          *
008100*                   GENERATION THROUGH THE CURRENT NATIVE       *
008200*                   LIBRARY AHEAD OF AN UPGRADE GOING LIVE. IT  *
008300*                   PROMPTS FOR THE GENERATION DATE, SO IT IS   *
008400*                   NOT A LEGAL RUN-PLAN STEP.                  *
008500*    09/02/26  JRM  ADDED OPTION N, BATCH-WINDOW TREND          *
008600*                   (CAT-TREND) OVER THE CATRHIST RUN-          *
008700*                   STATISTICS HISTORY. IT PROMPTS FOR THE      *
008800*                   NIGHT COUNT, SO IT IS NOT A RUN-PLAN STEP.  *
008900*    10/15/26  JRM  ADDED OPTION O, OWNER MASTER MAINTENANCE    *
009000*                   (CAT-OWNR) - ONLINE ADD/CHANGE/DELETE/      *
009100*                   INQUIRE AGAINST THE NEW CATOWNR OWNER       *
009200*                   MASTER THAT CATMST NOW LINKS TO BY OWNER    *
009300*                   ID. IT IS ONLINE ONLY - NOT A RUN-PLAN STEP.*
009400*    10/15/26  JRM  OPERATOR SIGN-ON. THE MENU NOW STARTS WITH   *
009500*                   A SIGN-ON AGAINST THE CATSEC SECURITY FILE - *
009600*                   OPERATOR ID AND PASSWORD, THREE TRIES - AND  *
009700*                   EVERY OPTION IS CHECKED AGAINST THE          *
009800*                   OPERATOR'S AUTHORITY LEVEL: THE LOOKUP,      *
009900*                   INQUIRY AND REPORT OPTIONS (1 4 5 6 H N O)   *
010000*                   NEED LEVEL 1, THE OPERATIONS JOBS (2 3 7 8 0 *
010100*                   T M A E C) LEVEL 4. CAT-MAINT AND CAT-OWNR   *
010200*                   CHECK THEIR OWN ADD/CHANGE/DELETE FUNCTIONS. *
010300*                   A FAILED SIGN-ON OR REFUSED OPTION IS        *
010400*                   WRITTEN TO THE CATSECV VIOLATION LOG. THE    *
010500*                   SIGN-ON AREA (CATSIGN) IS PASSED ON THE CALL *
010600*                   TO CAT-MAINT, CAT-OWNR, CAT-TRAN AND CAT-    *
010700*                   APPLY SO THE OPERATOR IS STAMPED ON CATMST   *
010800*                   AND CATMAUD. A RUN PLAN SIGNS ON AS THE      *
010900*                   SCHEDULER ID CATSCHED WITH NO PASSWORD; A    *
011000*                   PLAN STEP ABOVE ITS LEVEL HALTS THE PLAN     *
011100*                   WITH RETURN CODE 8.                          *
011200*    10/15/26  JRM  PROCESSING CALENDAR. A RUN PLAN STARTED ON A *
011300*                   DAY THE CATCAL CALENDAR (READ THROUGH CAT-   *
011400*                   CALSUB) MARKS AS A WEEKEND OR HOLIDAY NOW    *
011500*                   LOGS THE SKIP TO CATNLOG AND ENDS WITH       *
011600*                   RETURN CODE 0 WITHOUT RUNNING A STEP, SO A   *
011700*                   SATURDAY NIGHT NO LONGER ROLLS CATRSLT OVER  *
011800*                   CATRSLTP. ADDED MENU OPTION K, CALENDAR      *
011900*                   MAINTENANCE (CAT-CALM) - LEVEL 1 TO REACH,   *
012000*                   CAT-CALM CHECKS ITS OWN UPDATE FUNCTIONS.    *
012100*    10/15/26  JRM  MULTI-SENDER INTAKE. ADDED OPTION I, INTAKE  *
012200*                   (CAT-INTAKE) - CHECKS AND REGISTERS EACH     *
012300*                   SENDER'S TRANSMISSION AND BUILDS THE         *
012400*                   COMBINED CATLKUP - AND OPTION S, SENDER ACKS *
012500*                   (CAT-ACKSPLIT) - SPLITS THE NIGHT'S CATACK   *
012600*                   INTO ONE ACKNOWLEDGMENT PER SENDER. BOTH ARE *
012700*                   LEVEL 4 AND LEGAL RUN-PLAN STEPS: I AHEAD OF *
012800*                   E/8/2, S AFTER 2 OR 0.                       *
012900*    10/15/26  JRM  ADDED OPTION B, MASTER-FILE BALANCING        *
013000*                   (CAT-BALANCE) - PROVES THE NIGHT'S CATMAUD   *
013100*                   MOVEMENT AGAINST THE MASTER COUNTS AND       *
013200*                   CHECKS CATOXRF. LEVEL 4 AND A LEGAL RUN-PLAN *
013300*                   STEP; AN OUT-OF-BALANCE NIGHT HALTS THE PLAN.*
013400*    10/15/26  JRM  ADDED OPTION U, CAT-TRAN BACKOUT             *
013500*                   (CAT-BACKOUT) - PUTS A CAT-TRAN RUN BACK OUT *
013600*                   FROM ITS CATBIMG BEFORE-IMAGES. LEVEL 4; IT  *
013700*                   PROMPTS FOR THE RUN ID, SO IT IS NOT A RUN-  *
013800*                   PLAN STEP.                                   *
013900*    10/15/26  JRM  ADDED OPTION L, NATIVE-CALL LATENCY          *
014000*                   REPORT (CAT-LATENCY) OVER THE CATAUDIT TRAIL *
014100*                   AND ITS CAT-HSKP ARCHIVES. LEVEL 1; IT       *
014200*                   PROMPTS FOR THE DATE RANGE, SO IT IS NOT A   *
014300*                   RUN-PLAN STEP.                               *
014400*    10/15/26  JRM  ADDED OPTION D, KEY DOSSIER (CAT-DOSSIER)    *
014500*                   AT LEVEL 1. FROM THE MENU IT ASKS FOR ONE    *
014600*                   KEY (BLANK = THE CATDKEYS LIST); AS A        *
014700*                   RUN-PLAN STEP IT ALWAYS RUNS THE CATDKEYS    *
014800*                   LIST.                                        *
014900*    10/15/26  JRM  ADDED OPTION W, NIGHTLY WAREHOUSE EXTRACT    *
015000*                   (CAT-EXTRACT), LEVEL 4 AND A LEGAL RUN-PLAN  *
015100*                   STEP - RUN IT AFTER CAT-BATCH, OR AFTER      *
015200*                   CAT-MERGE ON A PARTITION NIGHT.              *
015300*    10/15/26  JRM  ADDED OPTION Y, NIGHTLY IMAGE COPY           *
015400*                   (CAT-IMGCOPY) OF CATMST, CATOXRF AND         *
015500*                   CATPEND, LEVEL 4 AND A LEGAL RUN-PLAN STEP - *
015600*                   RUN IT AHEAD OF CAT-APPLY. ADDED OPTION R,   *
015700*                   FORWARD RECOVERY FROM AN IMAGE COPY          *
015800*                   (CAT-RECOVER), LEVEL 4; IT PROMPTS FOR THE   *
015900*                   COPY DATE, SO IT IS NOT A RUN-PLAN STEP.     *
016000*    10/15/26  JRM  RESEQUENCED. 8991-RUN-RECOVER MOVED BEHIND  *
016100*                   8990-RUN-OWNER-MAINT.                        *
016200*****************************************************************
016300 ENVIRONMENT DIVISION.
016400 CONFIGURATION SECTION.
016500 SOURCE-COMPUTER. IBM-370.
016600 OBJECT-COMPUTER. IBM-370.
016700 INPUT-OUTPUT SECTION.
016800 FILE-CONTROL.
016900     SELECT CAT-PLAN-FILE ASSIGN TO "CATPLAN"
017000         ORGANIZATION IS LINE SEQUENTIAL
017100         FILE STATUS IS WS-PLAN-STATUS.
017200     SELECT CAT-NIGHT-LOG ASSIGN TO "CATNLOG"
017300         ORGANIZATION IS LINE SEQUENTIAL
017400         FILE STATUS IS WS-NLOG-STATUS.
017500     SELECT CAT-SECURITY-FILE ASSIGN TO "CATSEC"
017600         ORGANIZATION IS INDEXED
017700         ACCESS MODE IS RANDOM
017800         RECORD KEY IS CATSEC-OPER-ID
017900         FILE STATUS IS WS-SEC-STATUS.
018000 DATA DIVISION.
018100 FILE SECTION.
018200 FD  CAT-PLAN-FILE
018300     RECORD CONTAINS 20 CHARACTERS.
018400 01  CATPLAN-RECORD.
018500     05  CATPLAN-STEP            PIC X(01).
018600     05  FILLER                  PIC X(19).
018700 FD  CAT-NIGHT-LOG
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  CATNLOG-RECORD.
019000     05  CATNLOG-LINE            PIC X(80).
019100 FD  CAT-SECURITY-FILE
019200     RECORD CONTAINS 64 CHARACTERS.
019300 COPY CATSEC.
019400 WORKING-STORAGE SECTION.
019500*****************************************************************
019600*    SWITCHES                                                   *
019700*****************************************************************
019800 77  WS-DONE-SW              PIC X(01)   VALUE "N".
019900     88  WS-DONE                     VALUE "Y".
020000 77  WS-MENU-OPTION          PIC X(01).
020100     88  WS-OPT-SINGLE-LOOKUP        VALUE "1".
020200     88  WS-OPT-BATCH-FILE           VALUE "2".
020300     88  WS-OPT-RECONCILE            VALUE "3".
020400     88  WS-OPT-MAINTAIN             VALUE "4".
020500     88  WS-OPT-DELTA                VALUE "5".
020600     88  WS-OPT-EXC-DIGEST           VALUE "6".
020700     88  WS-OPT-HOUSEKEEP            VALUE "7".
020800     88  WS-OPT-SPLIT                VALUE "8".
020900     88  WS-OPT-MERGE                VALUE "0".
021000     88  WS-OPT-TRAN                 VALUE "T".
021100     88  WS-OPT-MAIL                 VALUE "M".
021200     88  WS-OPT-APPLY                VALUE "A".
021300     88  WS-OPT-HISTORY              VALUE "H".
021400     88  WS-OPT-EDIT-GATE            VALUE "E".
021500     88  WS-OPT-CERTIFY              VALUE "C".
021600     88  WS-OPT-TREND                VALUE "N".
021700     88  WS-OPT-OWNER-MAINT          VALUE "O".
021800     88  WS-OPT-CALENDAR             VALUE "K".
021900     88  WS-OPT-INTAKE               VALUE "I".
022000     88  WS-OPT-ACK-SPLIT            VALUE "S".
022100     88  WS-OPT-BALANCE              VALUE "B".
022200     88  WS-OPT-BACKOUT              VALUE "U".
022300     88  WS-OPT-LATENCY              VALUE "L".
022400     88  WS-OPT-DOSSIER              VALUE "D".
022500     88  WS-OPT-EXTRACT              VALUE "W".
022600     88  WS-OPT-IMAGE-COPY           VALUE "Y".
022700     88  WS-OPT-RECOVER              VALUE "R".
022800     88  WS-OPT-QUIT                 VALUE "9".
022900*****************************************************************
023000*    RUN-PLAN MODE SWITCHES AND WORK FIELDS                     *
023100*****************************************************************
023200 77  WS-PLAN-STATUS          PIC X(02).
023300     88  WS-PLAN-OK                  VALUE "00".
023400 77  WS-NLOG-STATUS          PIC X(02).
023500     88  WS-NLOG-OK                  VALUE "00".
023600 77  WS-PLAN-MODE-SW         PIC X(01)   VALUE "N".
023700     88  WS-PLAN-MODE                VALUE "Y".
023800 77  WS-EOF-PLAN-SW          PIC X(01)   VALUE "N".
023900     88  WS-EOF-PLAN                 VALUE "Y".
024000 77  WS-PLAN-HALT-SW         PIC X(01)   VALUE "N".
024100     88  WS-PLAN-HALTED              VALUE "Y".
024200 77  WS-STEP-COUNT           PIC 9(04)   VALUE ZERO.
024300 77  WS-STEP-RC              PIC 9(04)   VALUE ZERO.
024400 77  WS-STEP-RC-EDIT         PIC ZZZ9.
024500 77  WS-STEP-NAME            PIC X(14).
024600 77  WS-STEP-START-TIME      PIC X(08).
024700 77  WS-STEP-END-TIME        PIC X(08).
024800 01  WS-CURRENT-DATE.
024900     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
025000 01  WS-CURRENT-TIME.
025100     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
025200*****************************************************************
025300*    SIGN-ON AND AUTHORITY WORK FIELDS                          *
025400*****************************************************************
025500 77  WS-SEC-STATUS           PIC X(02).
025600     88  WS-SEC-OK                   VALUE "00".
025700 77  WS-SIGNON-SW            PIC X(01)   VALUE "N".
025800     88  WS-SIGNED-ON                VALUE "Y".
025900 77  WS-SIGNON-TRIES         PIC 9(01)   VALUE ZERO.
026000 77  WS-SIGNON-MAX-TRIES     PIC 9(01)   VALUE 3.
026100 77  WS-SCHEDULER-OPER-ID    PIC X(08)   VALUE "CATSCHED".
026200 77  WS-ENTERED-OPER-ID      PIC X(08).
026300 77  WS-ENTERED-PASSWORD     PIC X(08).
026400 77  WS-SIGNON-REASON        PIC X(20).
026500 77  WS-REQUIRED-LEVEL       PIC 9(01).
026600 77  WS-AUTHORITY-SW         PIC X(01)   VALUE "Y".
026700     88  WS-AUTHORIZED               VALUE "Y".
026800     88  WS-NOT-AUTHORIZED           VALUE "N".
026900 COPY CATSIGN.
027000 COPY CATSECV.
027100*****************************************************************
027200*    PROCESSING-CALENDAR WORK FIELDS                            *
027300*****************************************************************
027400 77  WS-NONPROC-DAY-SW       PIC X(01)   VALUE "N".
027500     88  WS-NONPROC-DAY              VALUE "Y".
027600 COPY CATCALP.
027700*****************************************************************
027800*    CAT-LOOKUP-SUB LINKAGE WORK FIELDS                         *
027900*****************************************************************
028000 77  WS-CAT-KEY              PIC X(20).
028100 77  WS-CAT-NAME             PIC X(80).
028200 77  WS-GREETING             PIC X(160).
028300 77  WS-LOOKUP-STATUS        PIC S9(04) COMP.
028400     88  WS-LOOKUP-OK                VALUE ZERO.
028500     88  WS-LOOKUP-NULLPTR           VALUE 1.
028600     88  WS-LOOKUP-VALFAIL           VALUE 2.
028700     88  WS-LOOKUP-TRUNCATED         VALUE 3.
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     PERFORM 0100-CHECK-FOR-RUN-PLAN THRU 0100-EXIT
029100     IF WS-PLAN-MODE
029200         PERFORM 0300-SIGN-ON-SCHEDULER THRU 0300-EXIT
029300         PERFORM 9100-RUN-THE-PLAN THRU 9100-EXIT
029400     ELSE
029500         PERFORM 0200-SIGN-ON THRU 0200-EXIT
029600         IF NOT WS-SIGNED-ON
029700             DISPLAY "CAT-DRIVER: SIGN-ON REFUSED - SEE CATSECV"
029800             MOVE 8 TO RETURN-CODE
029900             SET WS-DONE TO TRUE
030000         END-IF
030100         PERFORM 1000-PROCESS-MENU THRU 1000-EXIT
030200             UNTIL WS-DONE
030300     END-IF
030400     STOP RUN.
030500*****************************************************************
030600*    0100-CHECK-FOR-RUN-PLAN                                    *
030700*    A SUPPLIED, NON-EMPTY CATPLAN FILE PUTS THE DRIVER IN      *
030800*    UNATTENDED RUN-PLAN MODE - NO MENU, NO ACCEPT FROM         *
030900*    CONSOLE. A MISSING OR EMPTY FILE LEAVES THE OPERATOR MENU  *
031000*    EXACTLY AS IT WAS. THE FIRST PLAN STEP IS LEFT PRIMED IN   *
031100*    THE RECORD AREA.                                           *
031200*****************************************************************
031300 0100-CHECK-FOR-RUN-PLAN.
031400     OPEN INPUT CAT-PLAN-FILE
031500     IF NOT WS-PLAN-OK
031600         GO TO 0100-EXIT
031700     END-IF
031800     READ CAT-PLAN-FILE
031900         AT END
032000             CLOSE CAT-PLAN-FILE
032100             GO TO 0100-EXIT
032200     END-READ
032300     SET WS-PLAN-MODE TO TRUE.
032400 0100-EXIT.
032500     EXIT.
032600*****************************************************************
032700*    0200-SIGN-ON                                               *
032800*    THE OPERATOR GETS THREE TRIES AT AN ID AND PASSWORD ON THE *
032900*    CATSEC SECURITY FILE. EVERY FAILED TRY IS LOGGED TO        *
033000*    CATSECV. A MISSING SECURITY FILE SIGNS NO ONE ON.          *
033100*****************************************************************
033200 0200-SIGN-ON.
033300     OPEN INPUT CAT-SECURITY-FILE
033400     IF NOT WS-SEC-OK
033500         DISPLAY "CAT-DRIVER: SECURITY FILE CATSEC NOT AVAILABLE"
033600         GO TO 0200-EXIT
033700     END-IF
033800     MOVE ZERO TO WS-SIGNON-TRIES
033900     PERFORM 0210-SIGN-ON-ATTEMPT THRU 0210-EXIT
034000         UNTIL WS-SIGNED-ON
034100            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
034200     CLOSE CAT-SECURITY-FILE.
034300 0200-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    0210-SIGN-ON-ATTEMPT                                       *
034700*    ONE TRY - ACCEPTS THE ID AND PASSWORD AND CHECKS THEM.     *
034800*****************************************************************
034900 0210-SIGN-ON-ATTEMPT.
035000     ADD 1 TO WS-SIGNON-TRIES
035100     MOVE SPACES TO WS-ENTERED-OPER-ID WS-ENTERED-PASSWORD
035200     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
035300     ACCEPT WS-ENTERED-OPER-ID FROM CONSOLE
035400     DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
035500     ACCEPT WS-ENTERED-PASSWORD FROM CONSOLE
035600     PERFORM 0250-VALIDATE-OPERATOR THRU 0250-EXIT
035700     IF WS-SIGNON-REASON EQUAL SPACES
035800         AND WS-ENTERED-PASSWORD NOT EQUAL CATSEC-PASSWORD
035900         MOVE "INVALID PASSWORD" TO WS-SIGNON-REASON
036000     END-IF
036100     IF WS-SIGNON-REASON NOT EQUAL SPACES
036200         PERFORM 0280-LOG-SIGNON-FAILURE THRU 0280-EXIT
036300         DISPLAY "CAT-DRIVER: SIGN-ON FAILED"
036400         GO TO 0210-EXIT
036500     END-IF
036600     PERFORM 0270-COMPLETE-SIGN-ON THRU 0270-EXIT
036700     DISPLAY "CAT-DRIVER: SIGNED ON " CATSEC-OPER-NAME
036800         " LEVEL " CATSIGN-AUTH-LEVEL.
036900 0210-EXIT.
037000     EXIT.
037100*****************************************************************
037200*    0250-VALIDATE-OPERATOR                                     *
037300*    READS THE SECURITY RECORD FOR WS-ENTERED-OPER-ID AND SETS  *
037400*    WS-SIGNON-REASON WHEN THE OPERATOR MAY NOT SIGN ON - NOT   *
037500*    ON FILE, REVOKED, OR WITHOUT A VALID LEVEL. SPACES MEANS   *
037600*    THE RECORD IS GOOD (THE PASSWORD IS THE CALLER'S CHECK).   *
037700*****************************************************************
037800 0250-VALIDATE-OPERATOR.
037900     MOVE SPACES TO WS-SIGNON-REASON
038000     MOVE WS-ENTERED-OPER-ID TO CATSEC-OPER-ID
038100     READ CAT-SECURITY-FILE
038200         INVALID KEY
038300             MOVE "UNKNOWN OPERATOR" TO WS-SIGNON-REASON
038400             GO TO 0250-EXIT
038500     END-READ
038600     IF CATSEC-IS-REVOKED
038700         MOVE "OPERATOR REVOKED" TO WS-SIGNON-REASON
038800         GO TO 0250-EXIT
038900     END-IF
039000     IF NOT CATSEC-LEVEL-VALID
039100         MOVE "NO AUTHORITY LEVEL" TO WS-SIGNON-REASON
039200     END-IF.
039300 0250-EXIT.
039400     EXIT.
039500*****************************************************************
039600*    0270-COMPLETE-SIGN-ON                                      *
039700*    BUILDS THE SIGN-ON AREA PASSED TO THE CALLED PROGRAMS.     *
039800*****************************************************************
039900 0270-COMPLETE-SIGN-ON.
040000     MOVE CATSEC-OPER-ID TO CATSIGN-OPER-ID
040100     MOVE CATSEC-AUTH-LEVEL TO CATSIGN-AUTH-LEVEL
040200     SET WS-SIGNED-ON TO TRUE.
040300 0270-EXIT.
040400     EXIT.
040500*****************************************************************
040600*    0280-LOG-SIGNON-FAILURE                                    *
040700*****************************************************************
040800 0280-LOG-SIGNON-FAILURE.
040900     MOVE SPACES TO CATSECV-RECORD
041000     MOVE WS-ENTERED-OPER-ID TO CATSECV-OPER-ID
041100     MOVE "CAT-DRIVER" TO CATSECV-PROGRAM
041200     MOVE 1 TO CATSECV-REQUIRED-LEVEL
041300     MOVE ZERO TO CATSECV-OPER-LEVEL
041400     MOVE WS-SIGNON-REASON TO CATSECV-REASON
041500     CALL "CAT-SECLOG" USING CATSECV-RECORD.
041600 0280-EXIT.
041700     EXIT.
041800*****************************************************************
041900*    0300-SIGN-ON-SCHEDULER                                     *
042000*    AN UNATTENDED RUN PLAN SIGNS ON AS THE SCHEDULER ID, WITH  *
042100*    NO PASSWORD - THERE IS NO ONE AT THE CONSOLE. THE ID MUST  *
042200*    STILL BE ON FILE, NOT REVOKED, AND CARRIES ITS OWN LEVEL.  *
042300*    A FAILURE IS LOGGED AND LEAVES THE PLAN UNSIGNED, WHICH    *
042400*    9100 REFUSES TO RUN.                                       *
042500*****************************************************************
042600 0300-SIGN-ON-SCHEDULER.
042700     MOVE WS-SCHEDULER-OPER-ID TO WS-ENTERED-OPER-ID
042800     OPEN INPUT CAT-SECURITY-FILE
042900     IF NOT WS-SEC-OK
043000         MOVE "NO SECURITY FILE" TO WS-SIGNON-REASON
043100         PERFORM 0280-LOG-SIGNON-FAILURE THRU 0280-EXIT
043200         GO TO 0300-EXIT
043300     END-IF
043400     PERFORM 0250-VALIDATE-OPERATOR THRU 0250-EXIT
043500     IF WS-SIGNON-REASON NOT EQUAL SPACES
043600         PERFORM 0280-LOG-SIGNON-FAILURE THRU 0280-EXIT
043700     ELSE
043800         PERFORM 0270-COMPLETE-SIGN-ON THRU 0270-EXIT
043900     END-IF
044000     CLOSE CAT-SECURITY-FILE.
044100 0300-EXIT.
044200     EXIT.
044300*****************************************************************
044400*    0400-CHECK-OPTION-AUTHORITY                                *
044500*    SETS THE AUTHORITY LEVEL THE OPTION IN WS-MENU-OPTION      *
044600*    NEEDS AND REFUSES IT WHEN THE SIGNED-ON OPERATOR'S LEVEL   *
044700*    IS LOWER, LOGGING THE REFUSAL TO CATSECV. QUIT AND AN      *
044800*    INVALID OPTION NEED NO AUTHORITY.                          *
044900*****************************************************************
045000 0400-CHECK-OPTION-AUTHORITY.
045100     SET WS-AUTHORIZED TO TRUE
045200     EVALUATE TRUE
045300         WHEN WS-OPT-SINGLE-LOOKUP
045400         WHEN WS-OPT-MAINTAIN
045500         WHEN WS-OPT-DELTA
045600         WHEN WS-OPT-EXC-DIGEST
045700         WHEN WS-OPT-HISTORY
045800         WHEN WS-OPT-TREND
045900         WHEN WS-OPT-OWNER-MAINT
046000         WHEN WS-OPT-CALENDAR
046100         WHEN WS-OPT-LATENCY
046200         WHEN WS-OPT-DOSSIER
046300             MOVE 1 TO WS-REQUIRED-LEVEL
046400         WHEN WS-OPT-BATCH-FILE
046500         WHEN WS-OPT-RECONCILE
046600         WHEN WS-OPT-HOUSEKEEP
046700         WHEN WS-OPT-SPLIT
046800         WHEN WS-OPT-MERGE
046900         WHEN WS-OPT-TRAN
047000         WHEN WS-OPT-MAIL
047100         WHEN WS-OPT-APPLY
047200         WHEN WS-OPT-EDIT-GATE
047300         WHEN WS-OPT-CERTIFY
047400         WHEN WS-OPT-INTAKE
047500         WHEN WS-OPT-ACK-SPLIT
047600         WHEN WS-OPT-BALANCE
047700         WHEN WS-OPT-BACKOUT
047800         WHEN WS-OPT-EXTRACT
047900         WHEN WS-OPT-IMAGE-COPY
048000         WHEN WS-OPT-RECOVER
048100             MOVE 4 TO WS-REQUIRED-LEVEL
048200         WHEN OTHER
048300             GO TO 0400-EXIT
048400     END-EVALUATE
048500     IF CATSIGN-AUTH-LEVEL NOT < WS-REQUIRED-LEVEL
048600         GO TO 0400-EXIT
048700     END-IF
048800     SET WS-NOT-AUTHORIZED TO TRUE
048900     MOVE SPACES TO CATSECV-RECORD
049000     MOVE CATSIGN-OPER-ID TO CATSECV-OPER-ID
049100     MOVE "CAT-DRIVER" TO CATSECV-PROGRAM
049200     MOVE WS-MENU-OPTION TO CATSECV-FUNCTION
049300     MOVE WS-REQUIRED-LEVEL TO CATSECV-REQUIRED-LEVEL
049400     MOVE CATSIGN-AUTH-LEVEL TO CATSECV-OPER-LEVEL
049500     MOVE "OPTION REFUSED" TO CATSECV-REASON
049600     CALL "CAT-SECLOG" USING CATSECV-RECORD
049700     DISPLAY "CAT-DRIVER: OPTION " WS-MENU-OPTION
049800         " NOT AUTHORIZED FOR OPERATOR " CATSIGN-OPER-ID.
049900 0400-EXIT.
050000     EXIT.
050100*****************************************************************
050200*    1000-PROCESS-MENU                                          *
050300*    DISPLAYS THE OPTION MENU, ACCEPTS THE OPERATOR'S CHOICE,    *
050400*    AND DISPATCHES TO THE CORRESPONDING CAT-NAME JOB.           *
050500*****************************************************************
050600 1000-PROCESS-MENU.
050700     DISPLAY " "
050800     DISPLAY "CAT-DRIVER - CAT-NAME JOB MENU - OPERATOR "
050900         CATSIGN-OPER-ID
051000     DISPLAY "  1. SINGLE LOOKUP  (CAT-LOOKUP-SUB)"
051100     DISPLAY "  2. BATCH FILE     (CAT-BATCH)"
051200     DISPLAY "  3. RECONCILE      (CAT-RECON)"
051300     DISPLAY "  4. MASTER MAINT   (CAT-MAINT)"
051400     DISPLAY "  5. RUN DELTA      (CAT-DELTA)"
051500     DISPLAY "  6. EXC DIGEST     (CAT-EXRPT)"
051600     DISPLAY "  7. LOG HOUSEKEEP  (CAT-HSKP)"
051700     DISPLAY "  8. SPLIT INPUT    (CAT-SPLIT)"
051800     DISPLAY "  0. MERGE RESULTS  (CAT-MERGE)"
051900     DISPLAY "  T. BATCH TRANS    (CAT-TRAN)"
052000     DISPLAY "  M. MAILING JOB    (CAT-MAIL)"
052100     DISPLAY "  A. APPLY PENDING  (CAT-APPLY)"
052200     DISPLAY "  H. KEY HISTORY    (CAT-HIST)"
052300     DISPLAY "  E. EDIT GATE      (CAT-EDIT)"
052400     DISPLAY "  C. CERTIFY LIB    (CAT-CERT)"
052500     DISPLAY "  N. NIGHT TREND    (CAT-TREND)"
052600     DISPLAY "  O. OWNER MAINT    (CAT-OWNR)"
052700     DISPLAY "  K. CALENDAR MAINT (CAT-CALM)"
052800     DISPLAY "  I. INTAKE         (CAT-INTAKE)"
052900     DISPLAY "  S. SENDER ACKS    (CAT-ACKSPLIT)"
053000     DISPLAY "  B. BALANCE MASTER (CAT-BALANCE)"
053100     DISPLAY "  U. BACK OUT TRAN  (CAT-BACKOUT)"
053200     DISPLAY "  L. CALL LATENCY   (CAT-LATENCY)"
053300     DISPLAY "  D. KEY DOSSIER    (CAT-DOSSIER)"
053400     DISPLAY "  W. WAREHOUSE FEED (CAT-EXTRACT)"
053500     DISPLAY "  Y. IMAGE COPY     (CAT-IMGCOPY)"
053600     DISPLAY "  R. RECOVER MASTER (CAT-RECOVER)"
053700     DISPLAY "  9. QUIT"
053800     DISPLAY "ENTER OPTION: " WITH NO ADVANCING
053900     ACCEPT WS-MENU-OPTION FROM CONSOLE
054000     PERFORM 0400-CHECK-OPTION-AUTHORITY THRU 0400-EXIT
054100     IF WS-NOT-AUTHORIZED
054200         GO TO 1000-EXIT
054300     END-IF
054400     EVALUATE TRUE
054500         WHEN WS-OPT-SINGLE-LOOKUP
054600             PERFORM 2000-RUN-SINGLE-LOOKUP THRU 2000-EXIT
054700         WHEN WS-OPT-BATCH-FILE
054800             PERFORM 3000-RUN-BATCH-FILE THRU 3000-EXIT
054900         WHEN WS-OPT-RECONCILE
055000             PERFORM 4000-RUN-RECONCILE THRU 4000-EXIT
055100         WHEN WS-OPT-MAINTAIN
055200             PERFORM 5000-RUN-MAINTENANCE THRU 5000-EXIT
055300         WHEN WS-OPT-DELTA
055400             PERFORM 6000-RUN-DELTA THRU 6000-EXIT
055500         WHEN WS-OPT-EXC-DIGEST
055600             PERFORM 7000-RUN-EXC-DIGEST THRU 7000-EXIT
055700         WHEN WS-OPT-HOUSEKEEP
055800             PERFORM 8000-RUN-HOUSEKEEPING THRU 8000-EXIT
055900         WHEN WS-OPT-SPLIT
056000             PERFORM 8500-RUN-SPLIT THRU 8500-EXIT
056100         WHEN WS-OPT-MERGE
056200             PERFORM 8600-RUN-MERGE THRU 8600-EXIT
056300         WHEN WS-OPT-TRAN
056400             PERFORM 8700-RUN-TRAN THRU 8700-EXIT
056500         WHEN WS-OPT-MAIL
056600             PERFORM 8800-RUN-MAIL THRU 8800-EXIT
056700         WHEN WS-OPT-APPLY
056800             PERFORM 8900-RUN-APPLY THRU 8900-EXIT
056900         WHEN WS-OPT-HISTORY
057000             PERFORM 8950-RUN-HISTORY THRU 8950-EXIT
057100         WHEN WS-OPT-EDIT-GATE
057200             PERFORM 8960-RUN-EDIT-GATE THRU 8960-EXIT
057300         WHEN WS-OPT-CERTIFY
057400             PERFORM 8970-RUN-CERTIFY THRU 8970-EXIT
057500         WHEN WS-OPT-TREND
057600             PERFORM 8980-RUN-TREND THRU 8980-EXIT
057700         WHEN WS-OPT-OWNER-MAINT
057800             PERFORM 8990-RUN-OWNER-MAINT THRU 8990-EXIT
057900         WHEN WS-OPT-CALENDAR
058000             PERFORM 8995-RUN-CALENDAR-MAINT THRU 8995-EXIT
058100         WHEN WS-OPT-INTAKE
058200             PERFORM 8996-RUN-INTAKE THRU 8996-EXIT
058300         WHEN WS-OPT-ACK-SPLIT
058400             PERFORM 8997-RUN-ACK-SPLIT THRU 8997-EXIT
058500         WHEN WS-OPT-BALANCE
058600             PERFORM 8998-RUN-BALANCE THRU 8998-EXIT
058700         WHEN WS-OPT-BACKOUT
058800             PERFORM 8999-RUN-BACKOUT THRU 8999-EXIT
058900         WHEN WS-OPT-LATENCY
059000             PERFORM 8985-RUN-LATENCY THRU 8985-EXIT
059100         WHEN WS-OPT-DOSSIER
059200             PERFORM 8986-RUN-DOSSIER THRU 8986-EXIT
059300         WHEN WS-OPT-EXTRACT
059400             PERFORM 8988-RUN-EXTRACT THRU 8988-EXIT
059500         WHEN WS-OPT-IMAGE-COPY
059600             PERFORM 8989-RUN-IMAGE-COPY THRU 8989-EXIT
059700         WHEN WS-OPT-RECOVER
059800             PERFORM 8991-RUN-RECOVER THRU 8991-EXIT
059900         WHEN WS-OPT-QUIT
060000             SET WS-DONE TO TRUE
060100         WHEN OTHER
060200             DISPLAY "CAT-DRIVER: INVALID OPTION - TRY AGAIN"
060300     END-EVALUATE.
060400 1000-EXIT.
060500     EXIT.
060600*****************************************************************
060700*    2000-RUN-SINGLE-LOOKUP                                     *
060800*    CALLS CAT-LOOKUP-SUB FOR ONE CAT-NAME AND DISPLAYS THE      *
060900*    OUTCOME. THE SUBROUTINE HANDLES ALL AUDIT/EXCEPTION         *
061000*    LOGGING AROUND THE NATIVE CALLS.                            *
061100*****************************************************************
061200 2000-RUN-SINGLE-LOOKUP.
061300     DISPLAY "ENTER CAT KEY: " WITH NO ADVANCING
061400     ACCEPT WS-CAT-KEY FROM CONSOLE
061500     CALL "CAT-LOOKUP-SUB" USING WS-CAT-KEY WS-CAT-NAME
061600         WS-GREETING WS-LOOKUP-STATUS
061700     IF WS-LOOKUP-OK
061800         DISPLAY "CAT-DRIVER: LOOKUP OK - " WS-CAT-NAME
061900         DISPLAY "CAT-DRIVER: GREETING - " WS-GREETING
062000     ELSE
062100         DISPLAY "CAT-DRIVER: LOOKUP DID NOT COMPLETE - "
062200             "SEE CATEXLOG"
062300     END-IF.
062400 2000-EXIT.
062500     EXIT.
062600*****************************************************************
062700*    3000-RUN-BATCH-FILE                                        *
062800*    CALLS CAT-BATCH TO DRIVE THE LOOKUP/RESULTS FILES FOR THE   *
062900*    WHOLE NIGHTLY LIST OF KEYS, THEN CANCELS IT SO THE NEXT     *
063000*    CALL REINITIALIZES ITS WORKING-STORAGE INSTEAD OF PICKING   *
063100*    UP WHERE THE LAST RUN LEFT ITS SWITCHES AND COUNTERS.       *
063200*****************************************************************
063300 3000-RUN-BATCH-FILE.
063400     CALL "CAT-BATCH"
063500     CANCEL "CAT-BATCH"
063600     DISPLAY "CAT-DRIVER: BATCH RUN COMPLETE - SEE CATCTRL".
063700 3000-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    4000-RUN-RECONCILE                                         *
064100*    CALLS CAT-RECON TO MATCH-MERGE THE RESULTS FILE AGAINST THE *
064200*    EXPECTED-VALUES CONTROL FILE, THEN CANCELS IT SO THE NEXT   *
064300*    CALL REINITIALIZES ITS WORKING-STORAGE INSTEAD OF PICKING   *
064400*    UP WHERE THE LAST RUN LEFT ITS SWITCHES AND COUNTERS.       *
064500*****************************************************************
064600 4000-RUN-RECONCILE.
064700     CALL "CAT-RECON"
064800     CANCEL "CAT-RECON"
064900     DISPLAY "CAT-DRIVER: RECONCILIATION COMPLETE - SEE CATRCEX".
065000 4000-EXIT.
065100     EXIT.
065200*****************************************************************
065300*    5000-RUN-MAINTENANCE                                       *
065400*    CALLS CAT-MAINT FOR ONLINE ADD/CHANGE/DELETE/INQUIRE       *
065500*    AGAINST CAT-MASTER-FILE, THEN CANCELS IT SO THE NEXT CALL  *
065600*    REINITIALIZES ITS WORKING-STORAGE.                         *
065700*****************************************************************
065800 5000-RUN-MAINTENANCE.
065900     CALL "CAT-MAINT" USING CATSIGN-AREA
066000     CANCEL "CAT-MAINT"
066100     DISPLAY "CAT-DRIVER: MAINTENANCE COMPLETE - SEE CATMAUD".
066200 5000-EXIT.
066300     EXIT.
066400*****************************************************************
066500*    6000-RUN-DELTA                                             *
066600*    CALLS CAT-DELTA TO MATCH-MERGE TONIGHT'S RESULTS AGAINST   *
066700*    THE PRIOR GENERATION, THEN CANCELS IT SO THE NEXT CALL     *
066800*    REINITIALIZES ITS WORKING-STORAGE.                         *
066900*****************************************************************
067000 6000-RUN-DELTA.
067100     CALL "CAT-DELTA"
067200     CANCEL "CAT-DELTA"
067300     DISPLAY "CAT-DRIVER: DELTA COMPLETE - SEE CATDLRPT".
067400 6000-EXIT.
067500     EXIT.
067600*****************************************************************
067700*    7000-RUN-EXC-DIGEST                                        *
067800*    CALLS CAT-EXRPT TO PRINT THE DAILY EXCEPTION DIGEST, THEN  *
067900*    CANCELS IT SO THE NEXT CALL REINITIALIZES ITS WORKING-     *
068000*    STORAGE.                                                   *
068100*****************************************************************
068200 7000-RUN-EXC-DIGEST.
068300     CALL "CAT-EXRPT"
068400     CANCEL "CAT-EXRPT"
068500     DISPLAY "CAT-DRIVER: DIGEST COMPLETE - SEE CATEXRPT".
068600 7000-EXIT.
068700     EXIT.
068800*****************************************************************
068900*    8000-RUN-HOUSEKEEPING                                      *
069000*    CALLS CAT-HSKP TO ARCHIVE AND PURGE THE AUDIT AND          *
069100*    EXCEPTION LOGS, THEN CANCELS IT SO THE NEXT CALL           *
069200*    REINITIALIZES ITS WORKING-STORAGE.                         *
069300*****************************************************************
069400 8000-RUN-HOUSEKEEPING.
069500     CALL "CAT-HSKP"
069600     CANCEL "CAT-HSKP"
069700     DISPLAY "CAT-DRIVER: HOUSEKEEPING COMPLETE - SEE CATHKRPT".
069800 8000-EXIT.
069900     EXIT.
070000*****************************************************************
070100*    8500-RUN-SPLIT                                             *
070200*    CALLS CAT-SPLIT TO CUT CATLKUP INTO KEY-RANGE PARTITIONS   *
070300*    FOR THE PARALLEL CAT-BATCH INSTANCES, THEN CANCELS IT.     *
070400*****************************************************************
070500 8500-RUN-SPLIT.
070600     CALL "CAT-SPLIT"
070700     CANCEL "CAT-SPLIT"
070800     DISPLAY "CAT-DRIVER: SPLIT COMPLETE - SEE CATLKP1-CATLKP4".
070900 8500-EXIT.
071000     EXIT.
071100*****************************************************************
071200*    8600-RUN-MERGE                                             *
071300*    CALLS CAT-MERGE TO COMBINE THE PARTITION RESULTS INTO ONE  *
071400*    CATRSLT AND THE COMBINED CONTROL REPORT, THEN CANCELS IT.  *
071500*****************************************************************
071600 8600-RUN-MERGE.
071700     CALL "CAT-MERGE"
071800     CANCEL "CAT-MERGE"
071900     DISPLAY "CAT-DRIVER: MERGE COMPLETE - SEE CATCTRL".
072000 8600-EXIT.
072100     EXIT.
072200*****************************************************************
072300*    8700-RUN-TRAN                                              *
072400*    CALLS CAT-TRAN TO APPLY THE CATTRAN BATCH TRANSACTION FILE *
072500*    TO CAT-MASTER-FILE, THEN CANCELS IT.                       *
072600*****************************************************************
072700 8700-RUN-TRAN.
072800     CALL "CAT-TRAN" USING CATSIGN-AREA
072900     CANCEL "CAT-TRAN"
073000     DISPLAY "CAT-DRIVER: TRANSACTIONS COMPLETE - SEE CATTRRPT".
073100 8700-EXIT.
073200     EXIT.
073300*****************************************************************
073400*    8800-RUN-MAIL                                              *
073500*    CALLS CAT-MAIL TO TURN THE CATGREET FEED INTO THE OWNER    *
073600*    LETTER FILE AND MAILING CONTROL REPORT, THEN CANCELS IT.   *
073700*****************************************************************
073800 8800-RUN-MAIL.
073900     CALL "CAT-MAIL"
074000     CANCEL "CAT-MAIL"
074100     DISPLAY "CAT-DRIVER: MAILING COMPLETE - SEE CATMLRPT".
074200 8800-EXIT.
074300     EXIT.
074400*****************************************************************
074500*    8900-RUN-APPLY                                             *
074600*    CALLS CAT-APPLY TO PROMOTE EVERY PENDING CHANGE WHOSE      *
074700*    EFFECTIVE DATE HAS ARRIVED, THEN CANCELS IT.               *
074800*****************************************************************
074900 8900-RUN-APPLY.
075000     CALL "CAT-APPLY" USING CATSIGN-AREA
075100     CANCEL "CAT-APPLY"
075200     DISPLAY "CAT-DRIVER: PROMOTION COMPLETE - SEE CATAPRPT".
075300 8900-EXIT.
075400     EXIT.
075500*****************************************************************
075600*    8950-RUN-HISTORY                                           *
075700*    CALLS CAT-HIST TO WALK THE DATED CATRG GENERATIONS FOR AN  *
075800*    OPERATOR DATE RANGE AND KEY LIST, THEN CANCELS IT.         *
075900*****************************************************************
076000 8950-RUN-HISTORY.
076100     CALL "CAT-HIST"
076200     CANCEL "CAT-HIST"
076300     DISPLAY "CAT-DRIVER: HISTORY COMPLETE - SEE CATHIRPT".
076400 8950-EXIT.
076500     EXIT.
076600*****************************************************************
076700*    8960-RUN-EDIT-GATE                                         *
076800*    CALLS CAT-EDIT TO SPLIT CATLKUP INTO THE CATLKUPC CLEAN    *
076900*    INPUT AND THE CATEDREJ REJECT FILE, THEN CANCELS IT.       *
077000*****************************************************************
077100 8960-RUN-EDIT-GATE.
077200     CALL "CAT-EDIT"
077300     CANCEL "CAT-EDIT"
077400     DISPLAY "CAT-DRIVER: EDIT GATE COMPLETE - SEE CATEDRPT".
077500 8960-EXIT.
077600     EXIT.
077700*****************************************************************
077800*    8970-RUN-CERTIFY                                           *
077900*    CALLS CAT-CERT TO REPLAY A DATED CATRG GENERATION THROUGH  *
078000*    THE CURRENT NATIVE LIBRARY, THEN CANCELS IT. A NONZERO     *
078100*    RETURN CODE MEANS THE LIBRARY'S ANSWERS MOVED.             *
078200*****************************************************************
078300 8970-RUN-CERTIFY.
078400     CALL "CAT-CERT"
078500     CANCEL "CAT-CERT"
078600     DISPLAY "CAT-DRIVER: CERTIFICATION COMPLETE - SEE CATCERPT".
078700 8970-EXIT.
078800     EXIT.
078900*****************************************************************
079000*    8980-RUN-TREND                                             *
079100*    CALLS CAT-TREND FOR THE BATCH-WINDOW TREND REPORT OVER     *
079200*    THE CATRHIST RUN HISTORY, THEN CANCELS IT.                 *
079300*****************************************************************
079400 8980-RUN-TREND.
079500     CALL "CAT-TREND"
079600     CANCEL "CAT-TREND"
079700     DISPLAY "CAT-DRIVER: TREND COMPLETE - SEE CATTDRPT".
079800 8980-EXIT.
079900     EXIT.
080000*****************************************************************
080100*    8985-RUN-LATENCY                                           *
080200*    CALLS CAT-LATENCY FOR THE NATIVE-CALL LATENCY REPORT OVER  *
080300*    AN OPERATOR DATE RANGE OF THE CATAUDIT TRAIL AND ITS       *
080400*    ARCHIVES, THEN CANCELS IT.                                 *
080500*****************************************************************
080600 8985-RUN-LATENCY.
080700     CALL "CAT-LATENCY"
080800     CANCEL "CAT-LATENCY"
080900     DISPLAY "CAT-DRIVER: LATENCY COMPLETE - SEE CATLTRPT".
081000 8985-EXIT.
081100     EXIT.
081200*****************************************************************
081300*    8986-RUN-DOSSIER                                           *
081400*    ASKS FOR THE CAT KEY WANTED AND RUNS ITS DOSSIER. A BLANK  *
081500*    KEY RUNS THE DOSSIERS FOR EVERY KEY ON THE CATDKEYS LIST.  *
081600*****************************************************************
081700 8986-RUN-DOSSIER.
081800     DISPLAY "ENTER CAT KEY (BLANK FOR THE CATDKEYS LIST): "
081900         WITH NO ADVANCING
082000     ACCEPT WS-CAT-KEY FROM CONSOLE
082100     PERFORM 8987-CALL-DOSSIER THRU 8987-EXIT.
082200 8986-EXIT.
082300     EXIT.
082400*****************************************************************
082500*    8987-CALL-DOSSIER                                          *
082600*    CALLS CAT-DOSSIER FOR THE KEY IN WS-CAT-KEY (SPACES FROM A *
082700*    RUN PLAN, SO THE CATDKEYS LIST), THEN CANCELS IT.          *
082800*****************************************************************
082900 8987-CALL-DOSSIER.
083000     CALL "CAT-DOSSIER" USING WS-CAT-KEY
083100     CANCEL "CAT-DOSSIER"
083200     DISPLAY "CAT-DRIVER: DOSSIER COMPLETE - SEE CATDSRPT".
083300 8987-EXIT.
083400     EXIT.
083500*****************************************************************
083600*    8988-RUN-EXTRACT                                           *
083700*    CALLS CAT-EXTRACT FOR THE NIGHTLY WAREHOUSE EXTRACT, THEN  *
083800*    CANCELS IT. AN UNMERGED PARTITION NIGHT OR A MISSING       *
083900*    CATRSLT OR CATMST COMES BACK WITH RETURN CODE 8.           *
084000*****************************************************************
084100 8988-RUN-EXTRACT.
084200     CALL "CAT-EXTRACT"
084300     CANCEL "CAT-EXTRACT"
084400     DISPLAY "CAT-DRIVER: EXTRACT COMPLETE - SEE CATWHRPT".
084500 8988-EXIT.
084600     EXIT.
084700*****************************************************************
084800*    8989-RUN-IMAGE-COPY                                        *
084900*    CALLS CAT-IMGCOPY FOR THE NIGHTLY IMAGE COPY OF CATMST,    *
085000*    CATOXRF AND CATPEND, THEN CANCELS IT. A CATMST THAT WILL   *
085100*    NOT OPEN COMES BACK WITH RETURN CODE 8.                    *
085200*****************************************************************
085300 8989-RUN-IMAGE-COPY.
085400     CALL "CAT-IMGCOPY"
085500     CANCEL "CAT-IMGCOPY"
085600     DISPLAY "CAT-DRIVER: IMAGE COPY COMPLETE - SEE CATICRPT".
085700 8989-EXIT.
085800     EXIT.
085900*****************************************************************
086000*    8990-RUN-OWNER-MAINT                                       *
086100*    CALLS CAT-OWNR FOR ONLINE ADD/CHANGE/DELETE/INQUIRE        *
086200*    AGAINST THE CATOWNR OWNER MASTER, THEN CANCELS IT.         *
086300*****************************************************************
086400 8990-RUN-OWNER-MAINT.
086500     CALL "CAT-OWNR" USING CATSIGN-AREA
086600     CANCEL "CAT-OWNR"
086700     DISPLAY "CAT-DRIVER: OWNER MAINTENANCE COMPLETE".
086800 8990-EXIT.
086900     EXIT.
087000*****************************************************************
087100*    8991-RUN-RECOVER                                           *
087200*    CALLS CAT-RECOVER, PASSING THE SIGNED-ON OPERATOR FOR ITS  *
087300*    REPORT, THEN CANCELS IT. IT PROMPTS FOR THE IMAGE COPY     *
087400*    DATE, SO IT IS NOT A RUN-PLAN STEP.                        *
087500*****************************************************************
087600 8991-RUN-RECOVER.
087700     CALL "CAT-RECOVER" USING CATSIGN-AREA
087800     CANCEL "CAT-RECOVER"
087900     DISPLAY "CAT-DRIVER: RECOVERY COMPLETE - SEE CATRCRPT".
088000 8991-EXIT.
088100     EXIT.
088200*****************************************************************
088300*    8995-RUN-CALENDAR-MAINT                                    *
088400*    CALLS CAT-CALM FOR ONLINE MAINTENANCE OF THE CATCAL        *
088500*    PROCESSING CALENDAR, THEN CANCELS IT.                      *
088600*****************************************************************
088700 8995-RUN-CALENDAR-MAINT.
088800     CALL "CAT-CALM" USING CATSIGN-AREA
088900     CANCEL "CAT-CALM"
089000     DISPLAY "CAT-DRIVER: CALENDAR MAINTENANCE COMPLETE".
089100 8995-EXIT.
089200     EXIT.
089300*****************************************************************
089400*    8996-RUN-INTAKE                                            *
089500*    CALLS CAT-INTAKE TO TAKE IN THE SENDERS' TRANSMISSIONS AND *
089600*    BUILD THE COMBINED CATLKUP, THEN CANCELS IT.               *
089700*****************************************************************
089800 8996-RUN-INTAKE.
089900     CALL "CAT-INTAKE"
090000     CANCEL "CAT-INTAKE"
090100     DISPLAY "CAT-DRIVER: INTAKE COMPLETE - SEE CATINRPT".
090200 8996-EXIT.
090300     EXIT.
090400*****************************************************************
090500*    8997-RUN-ACK-SPLIT                                         *
090600*    CALLS CAT-ACKSPLIT TO WRITE EACH SENDER ITS OWN CATACK,    *
090700*    THEN CANCELS IT.                                           *
090800*****************************************************************
090900 8997-RUN-ACK-SPLIT.
091000     CALL "CAT-ACKSPLIT"
091100     CANCEL "CAT-ACKSPLIT"
091200     DISPLAY "CAT-DRIVER: SENDER ACKS COMPLETE - SEE CATASRPT".
091300 8997-EXIT.
091400     EXIT.
091500*****************************************************************
091600*    8998-RUN-BALANCE                                           *
091700*    CALLS CAT-BALANCE TO PROVE THE NIGHT'S MASTER-FILE         *
091800*    MOVEMENT AND CROSS-REFERENCE, THEN CANCELS IT. AN OUT-OF-  *
091900*    BALANCE NIGHT COMES BACK WITH RETURN CODE 8.               *
092000*****************************************************************
092100 8998-RUN-BALANCE.
092200     CALL "CAT-BALANCE"
092300     CANCEL "CAT-BALANCE"
092400     DISPLAY "CAT-DRIVER: BALANCING COMPLETE - SEE CATBLRPT".
092500 8998-EXIT.
092600     EXIT.
092700*****************************************************************
092800*    8999-RUN-BACKOUT                                           *
092900*    CALLS CAT-BACKOUT, PASSING THE SIGNED-ON OPERATOR FOR ITS  *
093000*    CATMAUD RECORDS, THEN CANCELS IT. IT PROMPTS FOR THE RUN   *
093100*    ID, SO IT IS NOT A LEGAL RUN-PLAN STEP.                    *
093200*****************************************************************
093300 8999-RUN-BACKOUT.
093400     CALL "CAT-BACKOUT" USING CATSIGN-AREA
093500     CANCEL "CAT-BACKOUT"
093600     DISPLAY "CAT-DRIVER: BACKOUT COMPLETE - SEE CATBKRPT".
093700 8999-EXIT.
093800     EXIT.
093900*****************************************************************
094000*    9100-RUN-THE-PLAN                                          *
094100*    EXECUTES THE CATPLAN STEPS IN ORDER, LOGGING EVERY STEP'S  *
094200*    START/END TIME AND OUTCOME TO THE CATNLOG NIGHT-RUN LOG.   *
094300*    A STEP THAT COMES BACK NONZERO HALTS THE PLAN - THE        *
094400*    REMAINING STEPS ARE SKIPPED AND THE RETURN CODE IS LEFT    *
094500*    SET FOR THE SCHEDULER TO SEE AT STOP RUN. A PLAN STARTED   *
094600*    ON A NON-PROCESSING DAY LOGS THE SKIP AND RUNS NO STEP.    *
094700*****************************************************************
094800 9100-RUN-THE-PLAN.
094900     OPEN OUTPUT CAT-NIGHT-LOG
095000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
095100     MOVE SPACES TO CATNLOG-LINE
095200     STRING "CAT-DRIVER NIGHT-RUN LOG " DELIMITED BY SIZE
095300         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
095400         INTO CATNLOG-LINE
095500     WRITE CATNLOG-RECORD
095600     MOVE ALL "-" TO CATNLOG-LINE
095700     WRITE CATNLOG-RECORD
095800     IF NOT WS-SIGNED-ON
095900         MOVE SPACES TO CATNLOG-LINE
096000         STRING "PLAN REFUSED - SCHEDULER ID " DELIMITED BY SIZE
096100             WS-SCHEDULER-OPER-ID DELIMITED BY SIZE
096200             " NOT SIGNED ON - SEE CATSECV" DELIMITED BY SIZE
096300             INTO CATNLOG-LINE
096400         WRITE CATNLOG-RECORD
096500         DISPLAY "CAT-DRIVER: PLAN REFUSED - SEE CATNLOG"
096600         MOVE 8 TO RETURN-CODE
096700         CLOSE CAT-NIGHT-LOG
096800         CLOSE CAT-PLAN-FILE
096900         GO TO 9100-EXIT
097000     END-IF
097100     PERFORM 9050-CHECK-PROCESSING-DAY THRU 9050-EXIT
097200     IF WS-NONPROC-DAY
097300         MOVE SPACES TO CATNLOG-LINE
097400         STRING "PLAN SKIPPED - " DELIMITED BY SIZE
097500             WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
097600             " IS NOT A PROCESSING DAY (" DELIMITED BY SIZE
097700             CATCALP-DESCRIPTION DELIMITED BY "  "
097800             ")" DELIMITED BY SIZE
097900             INTO CATNLOG-LINE
098000         WRITE CATNLOG-RECORD
098100         DISPLAY "CAT-DRIVER: PLAN SKIPPED - SEE CATNLOG"
098200         MOVE ZERO TO RETURN-CODE
098300         CLOSE CAT-NIGHT-LOG
098400         CLOSE CAT-PLAN-FILE
098500         GO TO 9100-EXIT
098600     END-IF
098700     PERFORM 9200-RUN-ONE-STEP THRU 9200-EXIT
098800         UNTIL WS-EOF-PLAN OR WS-PLAN-HALTED
098900     IF WS-PLAN-HALTED
099000         MOVE SPACES TO CATNLOG-LINE
099100         STRING "PLAN HALTED - REMAINING STEPS SKIPPED"
099200             DELIMITED BY SIZE INTO CATNLOG-LINE
099300         WRITE CATNLOG-RECORD
099400         DISPLAY "CAT-DRIVER: PLAN HALTED - SEE CATNLOG"
099500     ELSE
099600         MOVE SPACES TO CATNLOG-LINE
099700         STRING "PLAN COMPLETE" DELIMITED BY SIZE
099800             INTO CATNLOG-LINE
099900         WRITE CATNLOG-RECORD
100000         DISPLAY "CAT-DRIVER: PLAN COMPLETE - SEE CATNLOG"
100100     END-IF
100200     CLOSE CAT-NIGHT-LOG
100300     CLOSE CAT-PLAN-FILE.
100400 9100-EXIT.
100500     EXIT.
100600*****************************************************************
100700*    9050-CHECK-PROCESSING-DAY                                  *
100800*    ASKS THE PROCESSING CALENDAR WHETHER TODAY IS A BUSINESS   *
100900*    DAY. NO CALENDAR FILE MEANS EVERY DAY IS ONE.              *
101000*****************************************************************
101100 9050-CHECK-PROCESSING-DAY.
101200     MOVE "N" TO WS-NONPROC-DAY-SW
101300     MOVE SPACES TO CATCALP-AREA
101400     SET CATCALP-DAY-INQUIRY TO TRUE
101500     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATCALP-IN-DATE
101600     CALL "CAT-CALSUB" USING CATCALP-AREA
101700     IF CATCALP-OK AND NOT CATCALP-BUSINESS-DAY
101800         SET WS-NONPROC-DAY TO TRUE
101900     END-IF.
102000 9050-EXIT.
102100     EXIT.
102200*****************************************************************
102300*    9200-RUN-ONE-STEP                                          *
102400*    DISPATCHES THE PLAN STEP ALREADY IN THE RECORD AREA        *
102500*    THROUGH THE SAME PARAGRAPHS THE MENU USES, WITH THE        *
102600*    RETURN CODE CLEARED BEFORE AND CHECKED AFTER. ONLY THE     *
102700*    BATCH STEPS ARE LEGAL IN A PLAN - A CONSOLE-PROMPTING OR   *
102800*    UNKNOWN STEP CODE HALTS THE PLAN WITH RETURN CODE 8. A     *
102900*    BLANK RECORD IS SKIPPED AS A SPACER.                       *
103000*****************************************************************
103100 9200-RUN-ONE-STEP.
103200     IF CATPLAN-STEP EQUAL SPACE
103300         GO TO 9200-NEXT
103400     END-IF
103500     MOVE CATPLAN-STEP TO WS-MENU-OPTION
103600     ADD 1 TO WS-STEP-COUNT
103700     ACCEPT WS-CURRENT-TIME FROM TIME
103800     MOVE WS-CURRENT-TIME-HHMMSSHH TO WS-STEP-START-TIME
103900     MOVE ZERO TO RETURN-CODE
104000     PERFORM 0400-CHECK-OPTION-AUTHORITY THRU 0400-EXIT
104100     EVALUATE TRUE
104200         WHEN WS-NOT-AUTHORIZED
104300             MOVE "NOT AUTHORIZED" TO WS-STEP-NAME
104400             MOVE 8 TO RETURN-CODE
104500         WHEN WS-OPT-SPLIT
104600             MOVE "CAT-SPLIT" TO WS-STEP-NAME
104700             PERFORM 8500-RUN-SPLIT THRU 8500-EXIT
104800         WHEN WS-OPT-BATCH-FILE
104900             MOVE "CAT-BATCH" TO WS-STEP-NAME
105000             PERFORM 3000-RUN-BATCH-FILE THRU 3000-EXIT
105100         WHEN WS-OPT-MERGE
105200             MOVE "CAT-MERGE" TO WS-STEP-NAME
105300             PERFORM 8600-RUN-MERGE THRU 8600-EXIT
105400         WHEN WS-OPT-RECONCILE
105500             MOVE "CAT-RECON" TO WS-STEP-NAME
105600             PERFORM 4000-RUN-RECONCILE THRU 4000-EXIT
105700         WHEN WS-OPT-DELTA
105800             MOVE "CAT-DELTA" TO WS-STEP-NAME
105900             PERFORM 6000-RUN-DELTA THRU 6000-EXIT
106000         WHEN WS-OPT-EXC-DIGEST
106100             MOVE "CAT-EXRPT" TO WS-STEP-NAME
106200             PERFORM 7000-RUN-EXC-DIGEST THRU 7000-EXIT
106300         WHEN WS-OPT-TRAN
106400             MOVE "CAT-TRAN" TO WS-STEP-NAME
106500             PERFORM 8700-RUN-TRAN THRU 8700-EXIT
106600         WHEN WS-OPT-MAIL
106700             MOVE "CAT-MAIL" TO WS-STEP-NAME
106800             PERFORM 8800-RUN-MAIL THRU 8800-EXIT
106900         WHEN WS-OPT-APPLY
107000             MOVE "CAT-APPLY" TO WS-STEP-NAME
107100             PERFORM 8900-RUN-APPLY THRU 8900-EXIT
107200         WHEN WS-OPT-EDIT-GATE
107300             MOVE "CAT-EDIT" TO WS-STEP-NAME
107400             PERFORM 8960-RUN-EDIT-GATE THRU 8960-EXIT
107500         WHEN WS-OPT-INTAKE
107600             MOVE "CAT-INTAKE" TO WS-STEP-NAME
107700             PERFORM 8996-RUN-INTAKE THRU 8996-EXIT
107800         WHEN WS-OPT-ACK-SPLIT
107900             MOVE "CAT-ACKSPLIT" TO WS-STEP-NAME
108000             PERFORM 8997-RUN-ACK-SPLIT THRU 8997-EXIT
108100         WHEN WS-OPT-BALANCE
108200             MOVE "CAT-BALANCE" TO WS-STEP-NAME
108300             PERFORM 8998-RUN-BALANCE THRU 8998-EXIT
108400         WHEN WS-OPT-DOSSIER
108500             MOVE "CAT-DOSSIER" TO WS-STEP-NAME
108600             MOVE SPACES TO WS-CAT-KEY
108700             PERFORM 8987-CALL-DOSSIER THRU 8987-EXIT
108800         WHEN WS-OPT-EXTRACT
108900             MOVE "CAT-EXTRACT" TO WS-STEP-NAME
109000             PERFORM 8988-RUN-EXTRACT THRU 8988-EXIT
109100         WHEN WS-OPT-IMAGE-COPY
109200             MOVE "CAT-IMGCOPY" TO WS-STEP-NAME
109300             PERFORM 8989-RUN-IMAGE-COPY THRU 8989-EXIT
109400         WHEN OTHER
109500             MOVE "INVALID STEP" TO WS-STEP-NAME
109600             MOVE 8 TO RETURN-CODE
109700     END-EVALUATE
109800     MOVE RETURN-CODE TO WS-STEP-RC
109900     ACCEPT WS-CURRENT-TIME FROM TIME
110000     MOVE WS-CURRENT-TIME-HHMMSSHH TO WS-STEP-END-TIME
110100     PERFORM 9300-LOG-ONE-STEP THRU 9300-EXIT
110200     IF WS-STEP-RC NOT EQUAL ZERO
110300         SET WS-PLAN-HALTED TO TRUE
110400         MOVE WS-STEP-RC TO RETURN-CODE
110500         GO TO 9200-EXIT
110600     END-IF.
110700 9200-NEXT.
110800     READ CAT-PLAN-FILE
110900         AT END SET WS-EOF-PLAN TO TRUE
111000     END-READ.
111100 9200-EXIT.
111200     EXIT.
111300*****************************************************************
111400*    9300-LOG-ONE-STEP                                          *
111500*    ONE NIGHT-LOG LINE PER STEP - CODE, PROGRAM, START AND END *
111600*    TIME, AND THE STEP RETURN CODE - SO THE MORNING SHIFT CAN  *
111700*    SEE AT A GLANCE WHERE A HALTED NIGHT STOPPED.              *
111800*****************************************************************
111900 9300-LOG-ONE-STEP.
112000     MOVE WS-STEP-RC TO WS-STEP-RC-EDIT
112100     MOVE SPACES TO CATNLOG-LINE
112200     STRING "STEP " DELIMITED BY SIZE
112300         CATPLAN-STEP DELIMITED BY SIZE
112400         " " DELIMITED BY SIZE
112500         WS-STEP-NAME DELIMITED BY SIZE
112600         " START " DELIMITED BY SIZE
112700         WS-STEP-START-TIME DELIMITED BY SIZE
112800         " END " DELIMITED BY SIZE
112900         WS-STEP-END-TIME DELIMITED BY SIZE
113000         " RC " DELIMITED BY SIZE
113100         WS-STEP-RC-EDIT DELIMITED BY SIZE
113200         INTO CATNLOG-LINE
113300     WRITE CATNLOG-RECORD.
113400 9300-EXIT.
113500     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-ACKSPLIT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. SPLITS THE NIGHT'S        *
001100*                   COMBINED CATACK (WRITTEN BY CAT-BATCH, OR   *
001200*                   CAT-MERGE ON A PARTITION NIGHT) INTO ONE    *
001300*                   CATACK-FORMAT FILE PER SENDER, USING THE    *
001400*                   CATXKEY MAP CAT-INTAKE WROTE. EACH SENDER'S *
001500*                   FILE CARRIES ONLY ITS OWN KEYS, AND ITS HDR *
001600*                   ECHOES THAT SENDER'S OWN TRANSMISSION DATE. *
001700*                   A KEY WITH NO ANSWER (REJECTED BY CAT-EDIT) *
001800*                   IS ACKNOWLEDGED WITH STATUS R. A REFUSED    *
001900*                   RUN SENDS THE REFUSAL TO EVERY SENDER. NO   *
002000*                   CATACK OR NO MAP ENDS WITH RETURN CODE 8    *
002100*                   AND NO SENDER FILE WRITTEN.                 *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CAT-ACK-FILE ASSIGN TO "CATACK"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-ACK-STATUS.
003200     SELECT CAT-KEY-MAP ASSIGN TO "CATXKEY"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MAP-STATUS.
003500     SELECT SORT-ACK-WORK ASSIGN TO "CATASWK1".
003600     SELECT SORT-MAP-WORK ASSIGN TO "CATASWK2".
003700     SELECT CAT-SORTED-ACKS ASSIGN TO "CATASACK"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SORTED-ACK-STATUS.
004000     SELECT CAT-SORTED-MAP ASSIGN TO "CATASMAP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SORTED-MAP-STATUS.
004300     SELECT CAT-SENDER-ACK ASSIGN USING WS-ACK-FILE-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SENDER-ACK-STATUS.
004600     SELECT CAT-ACKSPLIT-REPORT ASSIGN TO "CATASRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-REPORT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CAT-ACK-FILE
005200     RECORD CONTAINS 101 CHARACTERS.
005300 COPY CATACK.
005400 FD  CAT-KEY-MAP
005500     RECORD CONTAINS 38 CHARACTERS.
005600 COPY CATXKEY.
005700 SD  SORT-ACK-WORK.
005800 01  SD-ACK-RECORD.
005900     05  SD-ACK-KEY              PIC X(20).
006000     05  FILLER                  PIC X(81).
006100 SD  SORT-MAP-WORK.
006200 COPY CATXKEY REPLACING LEADING ==CATXKEY== BY ==SD-XKEY==.
006300 FD  CAT-SORTED-ACKS
006400     RECORD CONTAINS 101 CHARACTERS.
006500 COPY CATACK REPLACING LEADING ==CATACK== BY ==CATSACK==.
006600 FD  CAT-SORTED-MAP
006700     RECORD CONTAINS 38 CHARACTERS.
006800 COPY CATXKEY REPLACING LEADING ==CATXKEY== BY ==CATSMAP==.
006900 FD  CAT-SENDER-ACK
007000     RECORD CONTAINS 101 CHARACTERS.
007100 COPY CATACK REPLACING LEADING ==CATACK== BY ==CATOUT==.
007200 FD  CAT-ACKSPLIT-REPORT
007300     RECORD CONTAINS 80 CHARACTERS.
007400 COPY CATCTRL.
007500 WORKING-STORAGE SECTION.
007600*****************************************************************
007700*    SWITCHES AND STATUS BYTES                                  *
007800*****************************************************************
007900 77  WS-ACK-STATUS           PIC X(02).
008000     88  WS-ACK-OK                   VALUE "00".
008100 77  WS-MAP-STATUS           PIC X(02).
008200     88  WS-MAP-OK                   VALUE "00".
008300 77  WS-SORTED-ACK-STATUS    PIC X(02).
008400     88  WS-SORTED-ACK-OK            VALUE "00".
008500 77  WS-SORTED-MAP-STATUS    PIC X(02).
008600     88  WS-SORTED-MAP-OK            VALUE "00".
008700 77  WS-SENDER-ACK-STATUS    PIC X(02).
008800     88  WS-SENDER-ACK-OK            VALUE "00".
008900 77  WS-REPORT-STATUS        PIC X(02).
009000     88  WS-REPORT-OK                VALUE "00".
009100 77  WS-EOF-ACK-SW           PIC X(01)   VALUE "N".
009200     88  WS-EOF-ACK                  VALUE "Y".
009300 77  WS-EOF-MAP-SW           PIC X(01)   VALUE "N".
009400     88  WS-EOF-MAP                  VALUE "Y".
009500 77  WS-EOF-SORTED-ACK-SW    PIC X(01)   VALUE "N".
009600     88  WS-EOF-SORTED-ACK           VALUE "Y".
009700 77  WS-ACK-HDR-SEEN-SW      PIC X(01)   VALUE "N".
009800     88  WS-ACK-HDR-SEEN             VALUE "Y".
009900 77  WS-RUN-REFUSED-SW       PIC X(01)   VALUE "N".
010000     88  WS-RUN-REFUSED              VALUE "Y".
010100 77  WS-RUN-ABORTED-SW       PIC X(01)   VALUE "N".
010200     88  WS-RUN-ABORTED              VALUE "Y".
010300 77  WS-SENDER-OPEN-SW       PIC X(01)   VALUE "N".
010400     88  WS-SENDER-OPEN              VALUE "Y".
010500*****************************************************************
010600*    SPLIT WORK FIELDS AND SUMMARY COUNTS                       *
010700*****************************************************************
010800 77  WS-ACK-FILE-NAME        PIC X(08)   VALUE SPACES.
010900 77  WS-ACK-RUN-DATE         PIC X(08)   VALUE SPACES.
011000 77  WS-ACK-SOURCE           PIC X(09)   VALUE SPACES.
011100 77  WS-REFUSAL-TEXT         PIC X(80)   VALUE SPACES.
011200 77  WS-SENDER-SOURCE        PIC X(09).
011300 77  WS-SENDER-TRANS-DATE    PIC X(08).
011400 77  WS-SENDER-DETAILS       PIC 9(09)   VALUE ZERO.
011500 77  WS-SENDER-UNANSWERED    PIC 9(09)   VALUE ZERO.
011600 77  WS-SENDERS-WRITTEN      PIC 9(09)   VALUE ZERO.
011700 77  WS-TOTAL-DETAILS        PIC 9(09)   VALUE ZERO.
011800 77  WS-TOTAL-UNANSWERED     PIC 9(09)   VALUE ZERO.
011900 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
012000 77  WS-EDIT-COUNT-2         PIC ZZZZZZZZ9.
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012400     IF NOT WS-RUN-ABORTED
012500         PERFORM 2000-WRITE-SENDER-ACKS THRU 2000-EXIT
012600     END-IF
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT
012800     GOBACK.
012900*****************************************************************
013000*    1000-INITIALIZE                                            *
013100*    SORTS THE COMBINED ACKNOWLEDGMENT DETAILS INTO KEY ORDER   *
013200*    (PEELING OFF ITS HDR, TRL AND ANY REFUSAL DETAIL) AND THE  *
013300*    KEY MAP INTO SENDER ORDER - EACH SENDER'S H RECORD FIRST,  *
013400*    THEN ITS KEYS IN KEY ORDER.                                *
013500*****************************************************************
013600 1000-INITIALIZE.
013700     OPEN OUTPUT CAT-ACKSPLIT-REPORT
013800     MOVE SPACES TO CATCTRL-LINE
013900     STRING "CAT-ACKSPLIT PER-SENDER ACKNOWLEDGMENT REPORT"
014000         DELIMITED BY SIZE
014100         INTO CATCTRL-LINE
014200     WRITE CATCTRL-RECORD
014300     MOVE ALL "-" TO CATCTRL-LINE
014400     WRITE CATCTRL-RECORD
014500     SORT SORT-ACK-WORK ON ASCENDING KEY SD-ACK-KEY
014600         INPUT PROCEDURE IS 1200-RELEASE-ACK-DETAILS
014700             THRU 1200-EXIT
014800         GIVING CAT-SORTED-ACKS
014900     IF NOT WS-ACK-HDR-SEEN
015000         DISPLAY "CAT-ACKSPLIT: NO CATACK FROM TONIGHT'S RUN - "
015100             "NO SENDER ACKNOWLEDGMENTS WRITTEN"
015200         MOVE SPACES TO CATCTRL-LINE
015300         STRING "NO CATACK FOUND - NO SENDER ACKNOWLEDGMENTS "
015400             "WRITTEN" DELIMITED BY SIZE
015500             INTO CATCTRL-LINE
015600         WRITE CATCTRL-RECORD
015700         SET WS-RUN-ABORTED TO TRUE
015800         MOVE 8 TO RETURN-CODE
015900         GO TO 1000-EXIT
016000     END-IF
016100     OPEN INPUT CAT-KEY-MAP
016200     IF NOT WS-MAP-OK
016300         DISPLAY "CAT-ACKSPLIT: NO CATXKEY MAP FROM CAT-INTAKE - "
016400             "NO SENDER ACKNOWLEDGMENTS WRITTEN"
016500         MOVE SPACES TO CATCTRL-LINE
016600         STRING "NO CATXKEY MAP FOUND - NO SENDER "
016700             "ACKNOWLEDGMENTS WRITTEN" DELIMITED BY SIZE
016800             INTO CATCTRL-LINE
016900         WRITE CATCTRL-RECORD
017000         SET WS-RUN-ABORTED TO TRUE
017100         MOVE 8 TO RETURN-CODE
017200         GO TO 1000-EXIT
017300     END-IF
017400     CLOSE CAT-KEY-MAP
017500     SORT SORT-MAP-WORK ON ASCENDING KEY SD-XKEY-SOURCE
017600             SD-XKEY-REC-TYPE SD-XKEY-KEY
017700         USING CAT-KEY-MAP
017800         GIVING CAT-SORTED-MAP
017900     IF WS-RUN-REFUSED
018000         MOVE SPACES TO CATCTRL-LINE
018100         STRING "TONIGHT'S RUN WAS REFUSED - EVERY SENDER IS "
018200             "SENT THE REFUSAL" DELIMITED BY SIZE
018300             INTO CATCTRL-LINE
018400         WRITE CATCTRL-RECORD
018500     END-IF
018600     MOVE SPACES TO CATCTRL-LINE
018700     STRING "SOURCE    ACK FILE  TRANS DATE    DETAILS  NO RESULT"
018800         DELIMITED BY SIZE
018900         INTO CATCTRL-LINE
019000     WRITE CATCTRL-RECORD.
019100 1000-EXIT.
019200     EXIT.
019300*****************************************************************
019400*    1200-RELEASE-ACK-DETAILS                                   *
019500*    SORT INPUT PROCEDURE. KEEPS THE HDR RUN DATE AND SOURCE    *
019600*    FOR THE SENDER HEADERS; A STATUS-R DETAIL WITH NO KEY IS   *
019700*    THE REFUSAL OF THE WHOLE RUN AND IS KEPT ASIDE.            *
019800*****************************************************************
019900 1200-RELEASE-ACK-DETAILS.
020000     OPEN INPUT CAT-ACK-FILE
020100     IF NOT WS-ACK-OK
020200         GO TO 1200-EXIT
020300     END-IF
020400     PERFORM 1250-RELEASE-ONE-ACK THRU 1250-EXIT
020500         UNTIL WS-EOF-ACK
020600     CLOSE CAT-ACK-FILE.
020700 1200-EXIT.
020800     EXIT.
020900 1250-RELEASE-ONE-ACK.
021000     READ CAT-ACK-FILE
021100         AT END
021200             SET WS-EOF-ACK TO TRUE
021300             GO TO 1250-EXIT
021400     END-READ
021500     EVALUATE TRUE
021600         WHEN CATACK-IS-HEADER
021700             SET WS-ACK-HDR-SEEN TO TRUE
021800             MOVE CATACK-HDR-DATE TO WS-ACK-RUN-DATE
021900             MOVE CATACK-HDR-SOURCE TO WS-ACK-SOURCE
022000         WHEN CATACK-IS-TRAILER
022100             CONTINUE
022200         WHEN CATACK-STAT-REFUSED AND CATACK-KEY EQUAL SPACES
022300             SET WS-RUN-REFUSED TO TRUE
022400             MOVE CATACK-NAME TO WS-REFUSAL-TEXT
022500         WHEN OTHER
022600             MOVE CATACK-RECORD TO SD-ACK-RECORD
022700             RELEASE SD-ACK-RECORD
022800     END-EVALUATE.
022900 1250-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    2000-WRITE-SENDER-ACKS                                     *
023300*    ONE PASS OF THE SORTED MAP. EACH SENDER RECORD CLOSES THE  *
023400*    PREVIOUS SENDER'S FILE AND OPENS THE NEXT; EACH KEY RECORD *
023500*    WRITES ONE DETAIL TO THE SENDER'S FILE.                    *
023600*****************************************************************
023700 2000-WRITE-SENDER-ACKS.
023800     OPEN INPUT CAT-SORTED-MAP
023900     PERFORM 2100-PROCESS-ONE-MAP-RECORD THRU 2100-EXIT
024000         UNTIL WS-EOF-MAP
024100     IF WS-SENDER-OPEN
024200         PERFORM 2900-CLOSE-SENDER-ACK THRU 2900-EXIT
024300     END-IF
024400     CLOSE CAT-SORTED-MAP.
024500 2000-EXIT.
024600     EXIT.
024700 2100-PROCESS-ONE-MAP-RECORD.
024800     READ CAT-SORTED-MAP
024900         AT END
025000             SET WS-EOF-MAP TO TRUE
025100             GO TO 2100-EXIT
025200     END-READ
025300     IF CATSMAP-IS-SENDER
025400         IF WS-SENDER-OPEN
025500             PERFORM 2900-CLOSE-SENDER-ACK THRU 2900-EXIT
025600         END-IF
025700         PERFORM 2200-OPEN-SENDER-ACK THRU 2200-EXIT
025800         GO TO 2100-EXIT
025900     END-IF
026000     IF NOT WS-SENDER-OPEN OR WS-RUN-REFUSED
026100         GO TO 2100-EXIT
026200     END-IF
026300     IF CATSMAP-SOURCE NOT EQUAL WS-SENDER-SOURCE
026400         GO TO 2100-EXIT
026500     END-IF
026600     PERFORM 2300-ACK-ONE-KEY THRU 2300-EXIT.
026700 2100-EXIT.
026800     EXIT.
026900*****************************************************************
027000*    2200-OPEN-SENDER-ACK                                       *
027100*    OUR HDR AS CAT-BATCH WROTE IT, BUT ECHOING THIS SENDER'S   *
027200*    TRANSMISSION DATE. A REFUSED RUN WRITES THE REFUSAL        *
027300*    DETAIL AT ONCE; OTHERWISE THE SORTED ANSWERS ARE REOPENED  *
027400*    FROM THE TOP FOR THIS SENDER'S KEYS.                       *
027500*****************************************************************
027600 2200-OPEN-SENDER-ACK.
027700     MOVE CATSMAP-SOURCE TO WS-SENDER-SOURCE
027800     MOVE CATSMAP-TRANS-DATE TO WS-SENDER-TRANS-DATE
027900     MOVE CATSMAP-ACK-NAME TO WS-ACK-FILE-NAME
028000     MOVE ZERO TO WS-SENDER-DETAILS
028100     MOVE ZERO TO WS-SENDER-UNANSWERED
028200     OPEN OUTPUT CAT-SENDER-ACK
028300     IF NOT WS-SENDER-ACK-OK
028400         DISPLAY "CAT-ACKSPLIT: CANNOT OPEN " WS-ACK-FILE-NAME
028500             " FOR " WS-SENDER-SOURCE
028600         MOVE 8 TO RETURN-CODE
028700         GO TO 2200-EXIT
028800     END-IF
028900     SET WS-SENDER-OPEN TO TRUE
029000     MOVE SPACES TO CATOUT-RECORD
029100     MOVE "HDR" TO CATOUT-HDR-ID
029200     MOVE WS-ACK-RUN-DATE TO CATOUT-HDR-DATE
029300     MOVE WS-ACK-SOURCE TO CATOUT-HDR-SOURCE
029400     MOVE WS-SENDER-TRANS-DATE TO CATOUT-HDR-TRANS-DATE
029500     WRITE CATOUT-RECORD
029600     IF WS-RUN-REFUSED
029700         MOVE SPACES TO CATOUT-RECORD
029800         SET CATOUT-STAT-REFUSED TO TRUE
029900         MOVE WS-REFUSAL-TEXT TO CATOUT-NAME
030000         WRITE CATOUT-RECORD
030100         ADD 1 TO WS-SENDER-DETAILS
030200         GO TO 2200-EXIT
030300     END-IF
030400     OPEN INPUT CAT-SORTED-ACKS
030500     MOVE "N" TO WS-EOF-SORTED-ACK-SW
030600     PERFORM 2350-READ-NEXT-ANSWER THRU 2350-EXIT.
030700 2200-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    2300-ACK-ONE-KEY                                           *
031100*    MATCHES THE SENDER'S KEY AGAINST THE SORTED ANSWERS. THE   *
031200*    ANSWER IS NOT PASSED BY ON A MATCH, SO A KEY REPEATED IN   *
031300*    THE SENDER'S FILE GETS THE SAME ANSWER AGAIN.              *
031400*****************************************************************
031500 2300-ACK-ONE-KEY.
031600     PERFORM 2350-READ-NEXT-ANSWER THRU 2350-EXIT
031700         UNTIL CATSACK-KEY NOT < CATSMAP-KEY
031800     IF CATSACK-KEY EQUAL CATSMAP-KEY
031900         MOVE CATSACK-RECORD TO CATOUT-RECORD
032000     ELSE
032100         MOVE SPACES TO CATOUT-RECORD
032200         MOVE CATSMAP-KEY TO CATOUT-KEY
032300         SET CATOUT-STAT-REFUSED TO TRUE
032400         MOVE "NOT PROCESSED - NO RESULT FOR THIS KEY TONIGHT"
032500             TO CATOUT-NAME
032600         ADD 1 TO WS-SENDER-UNANSWERED
032700     END-IF
032800     WRITE CATOUT-RECORD
032900     ADD 1 TO WS-SENDER-DETAILS.
033000 2300-EXIT.
033100     EXIT.
033200 2350-READ-NEXT-ANSWER.
033300     READ CAT-SORTED-ACKS
033400         AT END
033500             SET WS-EOF-SORTED-ACK TO TRUE
033600             MOVE HIGH-VALUES TO CATSACK-KEY
033700     END-READ.
033800 2350-EXIT.
033900     EXIT.
034000*****************************************************************
034100*    2900-CLOSE-SENDER-ACK                                      *
034200*****************************************************************
034300 2900-CLOSE-SENDER-ACK.
034400     MOVE SPACES TO CATOUT-RECORD
034500     MOVE "TRL" TO CATOUT-TRL-ID
034600     MOVE WS-SENDER-DETAILS TO CATOUT-TRL-COUNT
034700     WRITE CATOUT-RECORD
034800     CLOSE CAT-SENDER-ACK
034900     IF NOT WS-RUN-REFUSED
035000         CLOSE CAT-SORTED-ACKS
035100     END-IF
035200     MOVE "N" TO WS-SENDER-OPEN-SW
035300     ADD 1 TO WS-SENDERS-WRITTEN
035400     ADD WS-SENDER-DETAILS TO WS-TOTAL-DETAILS
035500     ADD WS-SENDER-UNANSWERED TO WS-TOTAL-UNANSWERED
035600     MOVE WS-SENDER-DETAILS TO WS-EDIT-COUNT
035700     MOVE WS-SENDER-UNANSWERED TO WS-EDIT-COUNT-2
035800     MOVE SPACES TO CATCTRL-LINE
035900     STRING WS-SENDER-SOURCE DELIMITED BY SIZE
036000         " " DELIMITED BY SIZE
036100         WS-ACK-FILE-NAME DELIMITED BY SIZE
036200         "  " DELIMITED BY SIZE
036300         WS-SENDER-TRANS-DATE DELIMITED BY SIZE
036400         "  " DELIMITED BY SIZE
036500         WS-EDIT-COUNT DELIMITED BY SIZE
036600         "  " DELIMITED BY SIZE
036700         WS-EDIT-COUNT-2 DELIMITED BY SIZE
036800         INTO CATCTRL-LINE
036900     WRITE CATCTRL-RECORD.
037000 2900-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    9000-TERMINATE                                             *
037400*****************************************************************
037500 9000-TERMINATE.
037600     IF WS-RUN-ABORTED
037700         CLOSE CAT-ACKSPLIT-REPORT
037800         GO TO 9000-EXIT
037900     END-IF
038000     MOVE ALL "-" TO CATCTRL-LINE
038100     WRITE CATCTRL-RECORD
038200     MOVE WS-SENDERS-WRITTEN TO WS-EDIT-COUNT
038300     MOVE SPACES TO CATCTRL-LINE
038400     STRING "SENDERS ACKNOWLEDGED . . ." DELIMITED BY SIZE
038500         WS-EDIT-COUNT               DELIMITED BY SIZE
038600         INTO CATCTRL-LINE
038700     WRITE CATCTRL-RECORD
038800     MOVE WS-TOTAL-DETAILS TO WS-EDIT-COUNT
038900     MOVE SPACES TO CATCTRL-LINE
039000     STRING "DETAILS WRITTEN. . . . . ." DELIMITED BY SIZE
039100         WS-EDIT-COUNT               DELIMITED BY SIZE
039200         INTO CATCTRL-LINE
039300     WRITE CATCTRL-RECORD
039400     MOVE WS-TOTAL-UNANSWERED TO WS-EDIT-COUNT
039500     MOVE SPACES TO CATCTRL-LINE
039600     STRING "  WITH NO RESULT . . . . ." DELIMITED BY SIZE
039700         WS-EDIT-COUNT               DELIMITED BY SIZE
039800         INTO CATCTRL-LINE
039900     WRITE CATCTRL-RECORD
040000     CLOSE CAT-ACKSPLIT-REPORT
040100     DISPLAY "CAT-ACKSPLIT: " WS-SENDERS-WRITTEN
040200         " SENDER ACKNOWLEDGMENTS WRITTEN".
040300 9000-EXIT.
040400     EXIT.

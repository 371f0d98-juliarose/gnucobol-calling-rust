000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-INTAKE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. MULTI-SENDER INTAKE STEP  *
001100*                   AHEAD OF CAT-EDIT/CAT-SPLIT/CAT-BATCH. EACH *
001200*                   SENDER NAMED IN THE CATSNDR SENDER TABLE    *
001300*                   TRANSMITS ITS OWN CATLKUP-FORMAT FILE; EACH *
001400*                   ONE IS CHECKED ON ITS OWN WITH THE SAME     *
001500*                   HDR/TRL RULES CAT-BATCH APPLIES, PLUS A     *
001600*                   CHECK THAT THE HDR SOURCE IS THE SENDER'S.  *
001700*                   EVERY TRANSMISSION IS RECORDED IN THE       *
001800*                   INDEXED CATXREG REGISTRY (SOURCE, FILE      *
001900*                   DATE, COUNTS, ACCEPTED OR REFUSED, WHEN). A *
002000*                   SOURCE AND FILE DATE ALREADY ACCEPTED ON AN *
002100*                   EARLIER NIGHT IS REFUSED AS A DUPLICATE     *
002200*                   RESEND, AND AN EXPECTED SENDER WITH NO FILE *
002300*                   ON A TRANSMISSION DAY IS REGISTERED MISSING *
002400*                   - BOTH ARE REPORTED AND LOGGED TO CATEXLOG. *
002500*                   A REFUSED SENDER GETS ITS STATUS-R CATACK   *
002600*                   AT ONCE. THE ACCEPTED KEYS ARE SORTED INTO  *
002700*                   ONE COMBINED CATLKUP WITH ITS OWN HDR/TRL,  *
002800*                   AND THE CATXKEY MAP REMEMBERS WHICH SENDER  *
002900*                   EACH KEY CAME FROM FOR CAT-ACKSPLIT. A KEY  *
003000*                   SENT BY MORE THAN ONE SENDER IS LOOKED UP   *
003100*                   ONCE. NO TRANSMISSION ACCEPTED ENDS WITH    *
003200*                   RETURN CODE 8 SO THE RUN PLAN HALTS.        *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CAT-SENDER-TABLE ASSIGN TO "CATSNDR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SENDER-STATUS.
004300     SELECT CAT-XMIT-FILE ASSIGN USING WS-XMIT-FILE-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-XMIT-STATUS.
004600     SELECT SORT-KEY-WORK ASSIGN TO "CATINWRK".
004700     SELECT CAT-LOOKUP-FILE ASSIGN TO "CATLKUP"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-LOOKUP-STATUS.
005000     SELECT CAT-KEY-MAP ASSIGN TO "CATXKEY"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MAP-STATUS.
005300     SELECT CAT-XMIT-REGISTRY ASSIGN TO "CATXREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CATXREG-KEY
005700         FILE STATUS IS WS-REGISTRY-STATUS.
005800     SELECT CAT-SENDER-ACK ASSIGN USING WS-ACK-FILE-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ACK-STATUS.
006100     SELECT CAT-EXCEPTION-LOG ASSIGN TO "CATEXLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-EXCLOG-STATUS.
006400     SELECT CAT-INTAKE-REPORT ASSIGN TO "CATINRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REPORT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CAT-SENDER-TABLE
007000     RECORD CONTAINS 64 CHARACTERS.
007100 COPY CATSNDR.
007200 FD  CAT-XMIT-FILE
007300     RECORD CONTAINS 20 CHARACTERS.
007400 COPY CATLKUP.
007500 SD  SORT-KEY-WORK.
007600 01  SD-KEY-RECORD.
007700     05  SD-KEY                  PIC X(20).
007800     05  SD-SOURCE               PIC X(09).
007900 FD  CAT-LOOKUP-FILE
008000     RECORD CONTAINS 20 CHARACTERS.
008100 COPY CATLKUP REPLACING LEADING ==CATLKUP== BY ==CATCMB==.
008200 FD  CAT-KEY-MAP
008300     RECORD CONTAINS 38 CHARACTERS.
008400 COPY CATXKEY.
008500 FD  CAT-XMIT-REGISTRY
008600     RECORD CONTAINS 70 CHARACTERS.
008700 COPY CATXREG.
008800 FD  CAT-SENDER-ACK
008900     RECORD CONTAINS 101 CHARACTERS.
009000 COPY CATACK.
009100 FD  CAT-EXCEPTION-LOG
009200     RECORD CONTAINS 120 CHARACTERS.
009300 COPY CATEXLOG.
009400 FD  CAT-INTAKE-REPORT
009500     RECORD CONTAINS 80 CHARACTERS.
009600 COPY CATCTRL.
009700 WORKING-STORAGE SECTION.
009800*****************************************************************
009900*    SWITCHES AND STATUS BYTES                                  *
010000*****************************************************************
010100 77  WS-SENDER-STATUS        PIC X(02).
010200     88  WS-SENDER-OK                VALUE "00".
010300 77  WS-XMIT-STATUS          PIC X(02).
010400     88  WS-XMIT-OK                  VALUE "00".
010500 77  WS-LOOKUP-STATUS        PIC X(02).
010600     88  WS-LOOKUP-OK                VALUE "00".
010700 77  WS-MAP-STATUS           PIC X(02).
010800     88  WS-MAP-OK                   VALUE "00".
010900 77  WS-REGISTRY-STATUS      PIC X(02).
011000     88  WS-REGISTRY-OK              VALUE "00".
011100 77  WS-ACK-STATUS           PIC X(02).
011200     88  WS-ACK-OK                   VALUE "00".
011300 77  WS-EXCLOG-STATUS        PIC X(02).
011400     88  WS-EXCLOG-OK                VALUE "00".
011500 77  WS-REPORT-STATUS        PIC X(02).
011600     88  WS-REPORT-OK                VALUE "00".
011700 77  WS-EOF-SENDER-SW        PIC X(01)   VALUE "N".
011800     88  WS-EOF-SENDER               VALUE "Y".
011900 77  WS-EOF-XMIT-SW          PIC X(01)   VALUE "N".
012000     88  WS-EOF-XMIT                 VALUE "Y".
012100 77  WS-EOF-REGISTRY-SW      PIC X(01)   VALUE "N".
012200     88  WS-EOF-REGISTRY             VALUE "Y".
012300 77  WS-EOF-SORTED-SW        PIC X(01)   VALUE "N".
012400     88  WS-EOF-SORTED               VALUE "Y".
012500 77  WS-TRAILER-SEEN-SW      PIC X(01)   VALUE "N".
012600     88  WS-TRAILER-SEEN             VALUE "Y".
012700 77  WS-EXTRA-RECORD-SW      PIC X(01)   VALUE "N".
012800     88  WS-EXTRA-RECORD             VALUE "Y".
012900 77  WS-RUN-ABORTED-SW       PIC X(01)   VALUE "N".
013000     88  WS-RUN-ABORTED              VALUE "Y".
013100 77  WS-XMIT-DUE-SW          PIC X(01)   VALUE "Y".
013200     88  WS-XMIT-DUE                 VALUE "Y".
013300 77  WS-INTAKE-RERUN-SW      PIC X(01)   VALUE "N".
013400     88  WS-INTAKE-RERUN             VALUE "Y".
013500*****************************************************************
013600*    SENDER TABLE - LOADED FROM CATSNDR, ONE ENTRY PER SENDER,  *
013700*    CARRYING WHAT BECAME OF ITS TRANSMISSION TONIGHT:          *
013800*    A ACCEPTED, R REFUSED, D DUPLICATE, M MISSING, N NOT SENT. *
013900*****************************************************************
014000 01  WS-SENDER-TABLE.
014100     05  WS-SND-ENTRY            OCCURS 20 TIMES.
014200         10  WS-SND-SOURCE       PIC X(09).
014300         10  WS-SND-FILE-NAME    PIC X(08).
014400         10  WS-SND-ACK-NAME     PIC X(08).
014500         10  WS-SND-EXPECTED     PIC X(01).
014600             88  WS-SND-XMIT-REQUIRED    VALUE "Y".
014700         10  WS-SND-RESULT       PIC X(01).
014800             88  WS-SND-ACCEPTED         VALUE "A".
014900             88  WS-SND-REFUSED          VALUE "R".
015000             88  WS-SND-DUPLICATE        VALUE "D".
015100             88  WS-SND-MISSING          VALUE "M".
015200             88  WS-SND-NOT-SENT         VALUE "N".
015300         10  WS-SND-TRANS-DATE   PIC X(08).
015400         10  WS-SND-KEY-COUNT    PIC 9(09).
015500         10  WS-SND-REASON       PIC X(10).
015600 77  WS-SENDER-MAX           PIC S9(04)  COMP VALUE 20.
015700 77  WS-SENDER-COUNT         PIC S9(04)  COMP VALUE ZERO.
015800 77  WS-SND-IDX              PIC S9(04)  COMP VALUE ZERO.
015900*****************************************************************
016000*    TRANSMISSION WORK FIELDS AND SUMMARY COUNTS                *
016100*****************************************************************
016200 77  WS-XMIT-FILE-NAME       PIC X(08)   VALUE SPACES.
016300 77  WS-ACK-FILE-NAME        PIC X(08)   VALUE SPACES.
016400 77  WS-RUN-DATE             PIC X(08).
016500 77  WS-PRIOR-XMIT-DATE      PIC X(08).
016600 77  WS-XMIT-HDR-DATE        PIC X(08).
016700 77  WS-DETAIL-COUNT         PIC 9(09)   VALUE ZERO.
016800 77  WS-TRAILER-COUNT        PIC 9(09)   VALUE ZERO.
016900 77  WS-REFUSE-TYPE          PIC X(10).
017000 77  WS-REFUSE-MESSAGE       PIC X(60).
017100 77  WS-PREVIOUS-KEY         PIC X(20).
017200 77  WS-PREVIOUS-SOURCE      PIC X(09).
017300 77  WS-ACCEPTED-COUNT       PIC 9(09)   VALUE ZERO.
017400 77  WS-REFUSED-COUNT        PIC 9(09)   VALUE ZERO.
017500 77  WS-DUPLICATE-COUNT      PIC 9(09)   VALUE ZERO.
017600 77  WS-MISSING-COUNT        PIC 9(09)   VALUE ZERO.
017700 77  WS-KEYS-RECEIVED        PIC 9(09)   VALUE ZERO.
017800 77  WS-COMBINED-COUNT       PIC 9(09)   VALUE ZERO.
017900 77  WS-OVERLAP-COUNT        PIC 9(09)   VALUE ZERO.
018000 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
018100 77  WS-RESULT-TEXT          PIC X(09).
018200 01  WS-CURRENT-DATE.
018300     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
018400 01  WS-CURRENT-TIME.
018500     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
018600 COPY CATCALP.
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019000     IF NOT WS-RUN-ABORTED
019100         PERFORM 2000-BUILD-COMBINED-INPUT THRU 2000-EXIT
019200     END-IF
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT
019400     GOBACK.
019500*****************************************************************
019600*    1000-INITIALIZE                                            *
019700*    OPENS THE REPORT, LOADS THE SENDER TABLE, ASKS THE         *
019800*    CALENDAR WHETHER A TRANSMISSION IS DUE TODAY AND WHICH     *
019900*    EARLIER DAY A LATE FILE MAY STILL CARRY, AND OPENS THE     *
020000*    REGISTRY (CREATING IT ON FIRST USE) AND THE EXCEPTION LOG. *
020100*    NO SENDER TABLE MEANS NOTHING CAN BE TAKEN IN - THE RUN    *
020200*    ENDS WITH RETURN CODE 8 AND LAST NIGHT'S CATLKUP UNTOUCHED.*
020300*****************************************************************
020400 1000-INITIALIZE.
020500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020600     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-RUN-DATE
020700     OPEN OUTPUT CAT-INTAKE-REPORT
020800     MOVE SPACES TO CATCTRL-LINE
020900     STRING "CAT-INTAKE TRANSMISSION INTAKE REPORT - "
021000         DELIMITED BY SIZE
021100         WS-RUN-DATE DELIMITED BY SIZE
021200         INTO CATCTRL-LINE
021300     WRITE CATCTRL-RECORD
021400     MOVE ALL "-" TO CATCTRL-LINE
021500     WRITE CATCTRL-RECORD
021600     PERFORM 1100-LOAD-SENDER-TABLE THRU 1100-EXIT
021700     IF WS-SENDER-COUNT EQUAL ZERO
021800         DISPLAY "CAT-INTAKE: NO SENDER TABLE (CATSNDR) - "
021900             "NOTHING TAKEN IN"
022000         MOVE SPACES TO CATCTRL-LINE
022100         STRING "NO SENDER TABLE (CATSNDR) - NOTHING TAKEN IN"
022200             DELIMITED BY SIZE
022300             INTO CATCTRL-LINE
022400         WRITE CATCTRL-RECORD
022500         SET WS-RUN-ABORTED TO TRUE
022600         MOVE 8 TO RETURN-CODE
022700         GO TO 1000-EXIT
022800     END-IF
022900     PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT
023000     OPEN I-O CAT-XMIT-REGISTRY
023100     IF NOT WS-REGISTRY-OK
023200         OPEN OUTPUT CAT-XMIT-REGISTRY
023300         CLOSE CAT-XMIT-REGISTRY
023400         OPEN I-O CAT-XMIT-REGISTRY
023500     END-IF
023600     OPEN EXTEND CAT-EXCEPTION-LOG
023700     IF NOT WS-EXCLOG-OK
023800         OPEN OUTPUT CAT-EXCEPTION-LOG
023900     END-IF
024000     MOVE SPACES TO CATCTRL-LINE
024100     STRING "SOURCE    FILE DATE      KEYS  RESULT     REASON"
024200         DELIMITED BY SIZE
024300         INTO CATCTRL-LINE
024400     WRITE CATCTRL-RECORD.
024500 1000-EXIT.
024600     EXIT.
024700*****************************************************************
024800*    1100-LOAD-SENDER-TABLE                                     *
024900*    A BLANK SOURCE IS SKIPPED; ENTRIES PAST THE TABLE SIZE ARE *
025000*    IGNORED WITH A CONSOLE WARNING.                            *
025100*****************************************************************
025200 1100-LOAD-SENDER-TABLE.
025300     OPEN INPUT CAT-SENDER-TABLE
025400     IF NOT WS-SENDER-OK
025500         GO TO 1100-EXIT
025600     END-IF
025700     PERFORM 1150-LOAD-ONE-SENDER THRU 1150-EXIT
025800         UNTIL WS-EOF-SENDER
025900     CLOSE CAT-SENDER-TABLE.
026000 1100-EXIT.
026100     EXIT.
026200 1150-LOAD-ONE-SENDER.
026300     READ CAT-SENDER-TABLE
026400         AT END
026500             SET WS-EOF-SENDER TO TRUE
026600             GO TO 1150-EXIT
026700     END-READ
026800     IF CATSNDR-SOURCE EQUAL SPACES
026900         GO TO 1150-EXIT
027000     END-IF
027100     IF WS-SENDER-COUNT NOT < WS-SENDER-MAX
027200         DISPLAY "CAT-INTAKE: SENDER TABLE FULL - "
027300             CATSNDR-SOURCE " IGNORED"
027400         GO TO 1150-EXIT
027500     END-IF
027600     ADD 1 TO WS-SENDER-COUNT
027700     MOVE CATSNDR-SOURCE TO WS-SND-SOURCE (WS-SENDER-COUNT)
027800     MOVE CATSNDR-FILE-NAME
027900         TO WS-SND-FILE-NAME (WS-SENDER-COUNT)
028000     MOVE CATSNDR-ACK-NAME TO WS-SND-ACK-NAME (WS-SENDER-COUNT)
028100     MOVE CATSNDR-EXPECTED TO WS-SND-EXPECTED (WS-SENDER-COUNT)
028200     SET WS-SND-NOT-SENT (WS-SENDER-COUNT) TO TRUE
028300     MOVE SPACES TO WS-SND-TRANS-DATE (WS-SENDER-COUNT)
028400     MOVE ZERO TO WS-SND-KEY-COUNT (WS-SENDER-COUNT)
028500     MOVE SPACES TO WS-SND-REASON (WS-SENDER-COUNT).
028600 1150-EXIT.
028700     EXIT.
028800*****************************************************************
028900*    1200-CHECK-CALENDAR                                        *
029000*    A DAY THE CALENDAR SAYS NO TRANSMISSION IS EXPECTED REPORTS*
029100*    NO SENDER MISSING. A HDR DATED THE LAST EXPECTED           *
029200*    TRANSMISSION DAY IS AS GOOD AS ONE DATED TODAY, AS IN      *
029300*    CAT-BATCH; WITH NO CALENDAR ONLY TODAY'S DATE PASSES.      *
029400*****************************************************************
029500 1200-CHECK-CALENDAR.
029600     MOVE SPACES TO CATCALP-AREA
029700     SET CATCALP-DAY-INQUIRY TO TRUE
029800     MOVE WS-RUN-DATE TO CATCALP-IN-DATE
029900     CALL "CAT-CALSUB" USING CATCALP-AREA
030000     IF CATCALP-OK AND NOT CATCALP-XMIT-EXPECTED
030100         MOVE "N" TO WS-XMIT-DUE-SW
030200     END-IF
030300     MOVE WS-RUN-DATE TO WS-PRIOR-XMIT-DATE
030400     MOVE SPACES TO CATCALP-AREA
030500     SET CATCALP-PRIOR-XMIT-DAY TO TRUE
030600     MOVE WS-RUN-DATE TO CATCALP-IN-DATE
030700     CALL "CAT-CALSUB" USING CATCALP-AREA
030800     IF CATCALP-OK
030900         MOVE CATCALP-OUT-DATE TO WS-PRIOR-XMIT-DATE
031000     END-IF.
031100 1200-EXIT.
031200     EXIT.
031300*****************************************************************
031400*    2000-BUILD-COMBINED-INPUT                                  *
031500*    THE INPUT PROCEDURE TAKES IN EVERY SENDER'S TRANSMISSION   *
031600*    AND RELEASES THE KEYS OF THE ACCEPTED ONES; THE OUTPUT     *
031700*    PROCEDURE WRITES THE COMBINED CATLKUP AND THE CATXKEY MAP  *
031800*    IN KEY SEQUENCE.                                           *
031900*****************************************************************
032000 2000-BUILD-COMBINED-INPUT.
032100     SORT SORT-KEY-WORK ON ASCENDING KEY SD-KEY SD-SOURCE
032200         INPUT PROCEDURE IS 2100-TAKE-IN-ALL-SENDERS
032300             THRU 2100-EXIT
032400         OUTPUT PROCEDURE IS 2500-WRITE-COMBINED-INPUT
032500             THRU 2500-EXIT
032600     IF WS-ACCEPTED-COUNT EQUAL ZERO
032700         DISPLAY "CAT-INTAKE: NO TRANSMISSION ACCEPTED - "
032800             "COMBINED INPUT IS EMPTY"
032900         MOVE 8 TO RETURN-CODE
033000     END-IF.
033100 2000-EXIT.
033200     EXIT.
033300 2100-TAKE-IN-ALL-SENDERS.
033400     PERFORM 2200-TAKE-IN-ONE-SENDER THRU 2200-EXIT
033500         VARYING WS-SND-IDX FROM 1 BY 1
033600         UNTIL WS-SND-IDX > WS-SENDER-COUNT.
033700 2100-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    2200-TAKE-IN-ONE-SENDER                                    *
034100*    NO FILE AT ALL IS MISSING (WHEN THE SENDER IS EXPECTED AND *
034200*    A TRANSMISSION IS DUE) OR SIMPLY NOT SENT. A FILE PRESENT  *
034300*    IS CHECKED, TESTED AGAINST THE REGISTRY FOR A RESEND, AND  *
034400*    REGISTERED; ONLY AN ACCEPTED ONE HAS ITS KEYS RELEASED.    *
034500*****************************************************************
034600 2200-TAKE-IN-ONE-SENDER.
034700     MOVE WS-SND-FILE-NAME (WS-SND-IDX) TO WS-XMIT-FILE-NAME
034800     MOVE WS-SND-ACK-NAME (WS-SND-IDX) TO WS-ACK-FILE-NAME
034900     MOVE SPACES TO WS-REFUSE-TYPE
035000     MOVE SPACES TO WS-REFUSE-MESSAGE
035100     MOVE SPACES TO WS-XMIT-HDR-DATE
035200     MOVE ZERO TO WS-DETAIL-COUNT
035300     MOVE ZERO TO WS-TRAILER-COUNT
035400     MOVE "N" TO WS-EOF-XMIT-SW
035500     MOVE "N" TO WS-TRAILER-SEEN-SW
035600     MOVE "N" TO WS-EXTRA-RECORD-SW
035700     MOVE "N" TO WS-INTAKE-RERUN-SW
035800     OPEN INPUT CAT-XMIT-FILE
035900     IF NOT WS-XMIT-OK
036000         PERFORM 2250-NOTE-NO-TRANSMISSION THRU 2250-EXIT
036100         GO TO 2200-EXIT
036200     END-IF
036300     PERFORM 2300-VALIDATE-TRANSMISSION THRU 2300-EXIT
036400     CLOSE CAT-XMIT-FILE
036500     IF WS-REFUSE-TYPE EQUAL SPACES
036600         PERFORM 2400-CHECK-FOR-RESEND THRU 2400-EXIT
036700     END-IF
036800     MOVE WS-XMIT-HDR-DATE TO WS-SND-TRANS-DATE (WS-SND-IDX)
036900     MOVE WS-DETAIL-COUNT TO WS-SND-KEY-COUNT (WS-SND-IDX)
037000     MOVE WS-REFUSE-TYPE TO WS-SND-REASON (WS-SND-IDX)
037100     EVALUATE TRUE
037200         WHEN WS-REFUSE-TYPE EQUAL SPACES
037300             SET WS-SND-ACCEPTED (WS-SND-IDX) TO TRUE
037400             ADD 1 TO WS-ACCEPTED-COUNT
037500             IF WS-INTAKE-RERUN
037600                 MOVE "RERUN" TO WS-SND-REASON (WS-SND-IDX)
037700             END-IF
037800         WHEN WS-REFUSE-TYPE EQUAL "DUPRESEND"
037900             SET WS-SND-DUPLICATE (WS-SND-IDX) TO TRUE
038000             ADD 1 TO WS-DUPLICATE-COUNT
038100         WHEN OTHER
038200             SET WS-SND-REFUSED (WS-SND-IDX) TO TRUE
038300             ADD 1 TO WS-REFUSED-COUNT
038400     END-EVALUATE
038500     PERFORM 2600-REGISTER-TRANSMISSION THRU 2600-EXIT
038600     IF WS-SND-ACCEPTED (WS-SND-IDX)
038700         OPEN INPUT CAT-XMIT-FILE
038800         MOVE "N" TO WS-EOF-XMIT-SW
038900         PERFORM 2350-RELEASE-ONE-KEY THRU 2350-EXIT
039000             UNTIL WS-EOF-XMIT
039100         CLOSE CAT-XMIT-FILE
039200     ELSE
039300         PERFORM 2700-WRITE-REFUSAL-ACK THRU 2700-EXIT
039400         PERFORM 2800-LOG-INTAKE-EXCEPTION THRU 2800-EXIT
039500     END-IF
039600     PERFORM 2900-REPORT-ONE-SENDER THRU 2900-EXIT.
039700 2200-EXIT.
039800     EXIT.
039900*****************************************************************
040000*    2250-NOTE-NO-TRANSMISSION                                  *
040100*****************************************************************
040200 2250-NOTE-NO-TRANSMISSION.
040300     IF NOT WS-SND-XMIT-REQUIRED (WS-SND-IDX) OR NOT WS-XMIT-DUE
040400         PERFORM 2900-REPORT-ONE-SENDER THRU 2900-EXIT
040500         GO TO 2250-EXIT
040600     END-IF
040700     SET WS-SND-MISSING (WS-SND-IDX) TO TRUE
040800     ADD 1 TO WS-MISSING-COUNT
040900     MOVE WS-RUN-DATE TO WS-XMIT-HDR-DATE
041000     MOVE "XMITMISS" TO WS-REFUSE-TYPE
041100     MOVE "expected transmission was not received" TO
041200         WS-REFUSE-MESSAGE
041300     MOVE WS-REFUSE-TYPE TO WS-SND-REASON (WS-SND-IDX)
041400     PERFORM 2600-REGISTER-TRANSMISSION THRU 2600-EXIT
041500     PERFORM 2800-LOG-INTAKE-EXCEPTION THRU 2800-EXIT
041600     PERFORM 2900-REPORT-ONE-SENDER THRU 2900-EXIT
041700     DISPLAY "CAT-INTAKE: EXPECTED TRANSMISSION MISSING FROM "
041800         WS-SND-SOURCE (WS-SND-IDX).
041900 2250-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    2300-VALIDATE-TRANSMISSION                                 *
042300*    THE CAT-BATCH 1020 RULES APPLIED TO ONE SENDER'S FILE, IN  *
042400*    THE SAME ORDER, PLUS THE SOURCE CHECK. THE FIRST FAILURE   *
042500*    FOUND LEAVES ITS TYPE AND MESSAGE IN WS-REFUSE-TYPE AND    *
042600*    WS-REFUSE-MESSAGE; A CLEAN FILE LEAVES THEM BLANK.         *
042700*****************************************************************
042800 2300-VALIDATE-TRANSMISSION.
042900     READ CAT-XMIT-FILE
043000         AT END
043100             MOVE "HDRMISSING"     TO WS-REFUSE-TYPE
043200             MOVE "transmission is empty - no header record" TO
043300                 WS-REFUSE-MESSAGE
043400             GO TO 2300-EXIT
043500     END-READ
043600     IF NOT CATLKUP-IS-HEADER
043700         MOVE "HDRMISSING"         TO WS-REFUSE-TYPE
043800         MOVE "first record is not an HDR record" TO
043900             WS-REFUSE-MESSAGE
044000         GO TO 2300-EXIT
044100     END-IF
044200     MOVE CATLKUP-HDR-DATE TO WS-XMIT-HDR-DATE
044300     IF CATLKUP-HDR-SOURCE NOT EQUAL WS-SND-SOURCE (WS-SND-IDX)
044400         MOVE "WRONGSRC"           TO WS-REFUSE-TYPE
044500         MOVE "header source is not the sender in CATSNDR" TO
044600             WS-REFUSE-MESSAGE
044700         GO TO 2300-EXIT
044800     END-IF
044900     IF CATLKUP-HDR-DATE NOT EQUAL WS-RUN-DATE
045000         AND CATLKUP-HDR-DATE NOT EQUAL WS-PRIOR-XMIT-DATE
045100         MOVE "STALEDATE"          TO WS-REFUSE-TYPE
045200         MOVE "header date is neither today nor last business day"
045300             TO WS-REFUSE-MESSAGE
045400         GO TO 2300-EXIT
045500     END-IF
045600     PERFORM 2320-COUNT-ONE-RECORD THRU 2320-EXIT
045700         UNTIL WS-EOF-XMIT
045800     IF WS-EXTRA-RECORD
045900         MOVE "EXTRAREC"           TO WS-REFUSE-TYPE
046000         MOVE "records follow the TRL record - duplicated file" TO
046100             WS-REFUSE-MESSAGE
046200         GO TO 2300-EXIT
046300     END-IF
046400     IF NOT WS-TRAILER-SEEN
046500         MOVE "TRLMISSING"         TO WS-REFUSE-TYPE
046600         MOVE "transmission has no TRL record" TO
046700             WS-REFUSE-MESSAGE
046800         GO TO 2300-EXIT
046900     END-IF
047000     IF WS-TRAILER-COUNT NOT EQUAL WS-DETAIL-COUNT
047100         MOVE "OUTOFBAL"           TO WS-REFUSE-TYPE
047200         MOVE "trailer count does not match detail keys sent" TO
047300             WS-REFUSE-MESSAGE
047400     END-IF.
047500 2300-EXIT.
047600     EXIT.
047700 2320-COUNT-ONE-RECORD.
047800     READ CAT-XMIT-FILE
047900         AT END
048000             SET WS-EOF-XMIT TO TRUE
048100         NOT AT END
048200             EVALUATE TRUE
048300                 WHEN WS-TRAILER-SEEN
048400                     SET WS-EXTRA-RECORD TO TRUE
048500                 WHEN CATLKUP-IS-TRAILER
048600                     SET WS-TRAILER-SEEN TO TRUE
048700                     MOVE CATLKUP-TRL-COUNT TO WS-TRAILER-COUNT
048800                 WHEN OTHER
048900                     ADD 1 TO WS-DETAIL-COUNT
049000             END-EVALUATE
049100     END-READ.
049200 2320-EXIT.
049300     EXIT.
049400*****************************************************************
049500*    2350-RELEASE-ONE-KEY                                       *
049600*    SECOND PASS OF AN ACCEPTED FILE - EACH DETAIL KEY GOES TO  *
049700*    THE SORT TAGGED WITH ITS SENDER.                           *
049800*****************************************************************
049900 2350-RELEASE-ONE-KEY.
050000     READ CAT-XMIT-FILE
050100         AT END
050200             SET WS-EOF-XMIT TO TRUE
050300             GO TO 2350-EXIT
050400     END-READ
050500     IF CATLKUP-IS-HEADER OR CATLKUP-IS-TRAILER
050600         GO TO 2350-EXIT
050700     END-IF
050800     MOVE CATLKUP-KEY TO SD-KEY
050900     MOVE WS-SND-SOURCE (WS-SND-IDX) TO SD-SOURCE
051000     RELEASE SD-KEY-RECORD
051100     ADD 1 TO WS-KEYS-RECEIVED.
051200 2350-EXIT.
051300     EXIT.
051400*****************************************************************
051500*    2400-CHECK-FOR-RESEND                                      *
051600*    BROWSES THE REGISTRY ENTRIES FOR THIS SOURCE AND FILE      *
051700*    DATE. ONE ALREADY ACCEPTED ON AN EARLIER NIGHT MAKES THIS  *
051800*    A DUPLICATE RESEND. ONE ACCEPTED BY AN EARLIER INTAKE RUN  *
051900*    TONIGHT IS A RERUN OF THIS NIGHT'S INTAKE AND IS TAKEN IN  *
052000*    AGAIN. ENTRIES THAT WERE REFUSED DO NOT COUNT - A CORRECTED*
052100*    RESEND OF A REFUSED FILE IS WELCOME.                       *
052200*****************************************************************
052300 2400-CHECK-FOR-RESEND.
052400     MOVE WS-SND-SOURCE (WS-SND-IDX) TO CATXREG-SOURCE
052500     MOVE WS-XMIT-HDR-DATE TO CATXREG-FILE-DATE
052600     MOVE LOW-VALUES TO CATXREG-RECV-DATE
052700     MOVE LOW-VALUES TO CATXREG-RECV-TIME
052800     START CAT-XMIT-REGISTRY KEY NOT LESS THAN CATXREG-KEY
052900         INVALID KEY
053000             GO TO 2400-EXIT
053100     END-START
053200     MOVE "N" TO WS-EOF-REGISTRY-SW
053300     PERFORM 2450-CHECK-ONE-ENTRY THRU 2450-EXIT
053400         UNTIL WS-EOF-REGISTRY.
053500 2400-EXIT.
053600     EXIT.
053700 2450-CHECK-ONE-ENTRY.
053800     READ CAT-XMIT-REGISTRY NEXT RECORD
053900         AT END
054000             SET WS-EOF-REGISTRY TO TRUE
054100             GO TO 2450-EXIT
054200     END-READ
054300     IF CATXREG-SOURCE NOT EQUAL WS-SND-SOURCE (WS-SND-IDX)
054400         OR CATXREG-FILE-DATE NOT EQUAL WS-XMIT-HDR-DATE
054500         SET WS-EOF-REGISTRY TO TRUE
054600         GO TO 2450-EXIT
054700     END-IF
054800     IF NOT CATXREG-ACCEPTED
054900         GO TO 2450-EXIT
055000     END-IF
055100     SET WS-EOF-REGISTRY TO TRUE
055200     IF CATXREG-RECV-DATE EQUAL WS-RUN-DATE
055300         SET WS-INTAKE-RERUN TO TRUE
055400         GO TO 2450-EXIT
055500     END-IF
055600     MOVE "DUPRESEND"          TO WS-REFUSE-TYPE
055700     MOVE SPACES TO WS-REFUSE-MESSAGE
055800     STRING "file date already accepted on " DELIMITED BY SIZE
055900         CATXREG-RECV-DATE DELIMITED BY SIZE
056000         " - duplicate resend" DELIMITED BY SIZE
056100         INTO WS-REFUSE-MESSAGE.
056200 2450-EXIT.
056300     EXIT.
056400*****************************************************************
056500*    2500-WRITE-COMBINED-INPUT                                  *
056600*    SORT OUTPUT PROCEDURE. THE COMBINED CATLKUP GETS ITS OWN   *
056700*    HDR (TODAY, SOURCE INTAKE) AND A TRL THAT BALANCES, SO     *
056800*    CAT-EDIT, CAT-SPLIT AND CAT-BATCH READ IT UNCHANGED. THE   *
056900*    MAP GETS A SENDER RECORD PER ACCEPTED TRANSMISSION AND A   *
057000*    KEY RECORD PER KEY RECEIVED. A KEY ALREADY WRITTEN FOR     *
057100*    ANOTHER SENDER IS NOT WRITTEN AGAIN; A KEY REPEATED WITHIN *
057200*    ONE SENDER'S FILE IS PASSED ON FOR CAT-EDIT TO REJECT.     *
057300*****************************************************************
057400 2500-WRITE-COMBINED-INPUT.
057500     OPEN OUTPUT CAT-LOOKUP-FILE
057600     OPEN OUTPUT CAT-KEY-MAP
057700     MOVE SPACES TO CATCMB-RECORD
057800     MOVE "HDR" TO CATCMB-HDR-ID
057900     MOVE WS-RUN-DATE TO CATCMB-HDR-DATE
058000     MOVE "INTAKE" TO CATCMB-HDR-SOURCE
058100     WRITE CATCMB-RECORD
058200     PERFORM 2520-WRITE-ONE-SENDER-ENTRY THRU 2520-EXIT
058300         VARYING WS-SND-IDX FROM 1 BY 1
058400         UNTIL WS-SND-IDX > WS-SENDER-COUNT
058500     MOVE LOW-VALUES TO WS-PREVIOUS-KEY
058600     MOVE LOW-VALUES TO WS-PREVIOUS-SOURCE
058700     PERFORM 2550-WRITE-ONE-KEY THRU 2550-EXIT
058800         UNTIL WS-EOF-SORTED
058900     MOVE SPACES TO CATCMB-RECORD
059000     MOVE "TRL" TO CATCMB-TRL-ID
059100     MOVE WS-COMBINED-COUNT TO CATCMB-TRL-COUNT
059200     WRITE CATCMB-RECORD
059300     CLOSE CAT-KEY-MAP
059400     CLOSE CAT-LOOKUP-FILE.
059500 2500-EXIT.
059600     EXIT.
059700 2520-WRITE-ONE-SENDER-ENTRY.
059800     IF NOT WS-SND-ACCEPTED (WS-SND-IDX)
059900         GO TO 2520-EXIT
060000     END-IF
060100     MOVE SPACES TO CATXKEY-RECORD
060200     MOVE WS-SND-SOURCE (WS-SND-IDX) TO CATXKEY-SOURCE
060300     SET CATXKEY-IS-SENDER TO TRUE
060400     MOVE WS-SND-TRANS-DATE (WS-SND-IDX) TO CATXKEY-TRANS-DATE
060500     MOVE WS-SND-KEY-COUNT (WS-SND-IDX) TO CATXKEY-KEY-COUNT
060600     MOVE WS-SND-ACK-NAME (WS-SND-IDX) TO CATXKEY-ACK-NAME
060700     WRITE CATXKEY-RECORD.
060800 2520-EXIT.
060900     EXIT.
061000 2550-WRITE-ONE-KEY.
061100     RETURN SORT-KEY-WORK
061200         AT END
061300             SET WS-EOF-SORTED TO TRUE
061400             GO TO 2550-EXIT
061500     END-RETURN
061600     MOVE SPACES TO CATXKEY-RECORD
061700     MOVE SD-SOURCE TO CATXKEY-SOURCE
061800     SET CATXKEY-IS-KEY TO TRUE
061900     MOVE SD-KEY TO CATXKEY-KEY
062000     WRITE CATXKEY-RECORD
062100     IF SD-KEY EQUAL WS-PREVIOUS-KEY
062200         AND SD-SOURCE NOT EQUAL WS-PREVIOUS-SOURCE
062300         ADD 1 TO WS-OVERLAP-COUNT
062400     ELSE
062500         MOVE SPACES TO CATCMB-RECORD
062600         MOVE SD-KEY TO CATCMB-KEY
062700         WRITE CATCMB-RECORD
062800         ADD 1 TO WS-COMBINED-COUNT
062900     END-IF
063000     MOVE SD-KEY TO WS-PREVIOUS-KEY
063100     MOVE SD-SOURCE TO WS-PREVIOUS-SOURCE.
063200 2550-EXIT.
063300     EXIT.
063400*****************************************************************
063500*    2600-REGISTER-TRANSMISSION                                 *
063600*    ONE REGISTRY RECORD PER TRANSMISSION, STAMPED WITH THE     *
063700*    TIME IT WAS TAKEN IN.                                      *
063800*****************************************************************
063900 2600-REGISTER-TRANSMISSION.
064000     ACCEPT WS-CURRENT-TIME FROM TIME
064100     MOVE SPACES TO CATXREG-RECORD
064200     MOVE WS-SND-SOURCE (WS-SND-IDX) TO CATXREG-SOURCE
064300     MOVE WS-XMIT-HDR-DATE TO CATXREG-FILE-DATE
064400     MOVE WS-RUN-DATE TO CATXREG-RECV-DATE
064500     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATXREG-RECV-TIME
064600     MOVE WS-SND-FILE-NAME (WS-SND-IDX) TO CATXREG-FILE-NAME
064700     MOVE WS-DETAIL-COUNT TO CATXREG-DETAIL-COUNT
064800     MOVE WS-TRAILER-COUNT TO CATXREG-TRAILER-COUNT
064900     MOVE WS-SND-RESULT (WS-SND-IDX) TO CATXREG-STATUS
065000     MOVE WS-SND-REASON (WS-SND-IDX) TO CATXREG-REASON
065100     WRITE CATXREG-RECORD
065200         INVALID KEY
065300             DISPLAY "CAT-INTAKE: REGISTRY WRITE FAILED FOR "
065400                 CATXREG-SOURCE " STATUS " WS-REGISTRY-STATUS
065500     END-WRITE.
065600 2600-EXIT.
065700     EXIT.
065800*****************************************************************
065900*    2700-WRITE-REFUSAL-ACK                                     *
066000*    A REFUSED OR DUPLICATE TRANSMISSION IS ACKNOWLEDGED AT     *
066100*    ONCE THE WAY CAT-BATCH ACKNOWLEDGES A REFUSED RUN - ONE    *
066200*    STATUS-R DETAIL CARRYING THE REASON - SO THE SENDER LEARNS *
066300*    OF IT WITHOUT CALLING US.                                  *
066400*****************************************************************
066500 2700-WRITE-REFUSAL-ACK.
066600     IF WS-ACK-FILE-NAME EQUAL SPACES
066700         GO TO 2700-EXIT
066800     END-IF
066900     OPEN OUTPUT CAT-SENDER-ACK
067000     MOVE SPACES TO CATACK-RECORD
067100     MOVE "HDR" TO CATACK-HDR-ID
067200     MOVE WS-RUN-DATE TO CATACK-HDR-DATE
067300     MOVE "CAT-BATCH" TO CATACK-HDR-SOURCE
067400     MOVE WS-XMIT-HDR-DATE TO CATACK-HDR-TRANS-DATE
067500     WRITE CATACK-RECORD
067600     MOVE SPACES TO CATACK-RECORD
067700     SET CATACK-STAT-REFUSED TO TRUE
067800     STRING WS-REFUSE-TYPE DELIMITED BY SIZE
067900         " " DELIMITED BY SIZE
068000         WS-REFUSE-MESSAGE DELIMITED BY SIZE
068100         INTO CATACK-NAME
068200     WRITE CATACK-RECORD
068300     MOVE SPACES TO CATACK-RECORD
068400     MOVE "TRL" TO CATACK-TRL-ID
068500     MOVE 1 TO CATACK-TRL-COUNT
068600     WRITE CATACK-RECORD
068700     CLOSE CAT-SENDER-ACK.
068800 2700-EXIT.
068900     EXIT.
069000*****************************************************************
069100*    2800-LOG-INTAKE-EXCEPTION                                  *
069200*    REFUSALS, DUPLICATES AND MISSING TRANSMISSIONS GO TO       *
069300*    CATEXLOG SO THE CAT-EXRPT DIGEST CARRIES THEM. THE SOURCE  *
069400*    RIDES IN THE KEY FIELD - THERE IS NO LOOKUP KEY.           *
069500*****************************************************************
069600 2800-LOG-INTAKE-EXCEPTION.
069700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
069800     ACCEPT WS-CURRENT-TIME FROM TIME
069900     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATEXC-DATE
070000     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATEXC-TIME
070100     MOVE "CAT-INTAKE"            TO CATEXC-PROGRAM
070200     MOVE WS-SND-SOURCE (WS-SND-IDX) TO CATEXC-KEY
070300     MOVE WS-REFUSE-TYPE          TO CATEXC-TYPE
070400     MOVE WS-REFUSE-MESSAGE       TO CATEXC-MESSAGE
070500     WRITE CATEXC-RECORD.
070600 2800-EXIT.
070700     EXIT.
070800*****************************************************************
070900*    2900-REPORT-ONE-SENDER                                     *
071000*****************************************************************
071100 2900-REPORT-ONE-SENDER.
071200     EVALUATE TRUE
071300         WHEN WS-SND-ACCEPTED (WS-SND-IDX)
071400             MOVE "ACCEPTED" TO WS-RESULT-TEXT
071500         WHEN WS-SND-REFUSED (WS-SND-IDX)
071600             MOVE "REFUSED" TO WS-RESULT-TEXT
071700         WHEN WS-SND-DUPLICATE (WS-SND-IDX)
071800             MOVE "DUPLICATE" TO WS-RESULT-TEXT
071900         WHEN WS-SND-MISSING (WS-SND-IDX)
072000             MOVE "MISSING" TO WS-RESULT-TEXT
072100         WHEN OTHER
072200             MOVE "NOT SENT" TO WS-RESULT-TEXT
072300     END-EVALUATE
072400     MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
072500     MOVE SPACES TO CATCTRL-LINE
072600     STRING WS-SND-SOURCE (WS-SND-IDX) DELIMITED BY SIZE
072700         " " DELIMITED BY SIZE
072800         WS-XMIT-HDR-DATE DELIMITED BY SIZE
072900         "  " DELIMITED BY SIZE
073000         WS-EDIT-COUNT DELIMITED BY SIZE
073100         "  " DELIMITED BY SIZE
073200         WS-RESULT-TEXT DELIMITED BY SIZE
073300         "  " DELIMITED BY SIZE
073400         WS-SND-REASON (WS-SND-IDX) DELIMITED BY SIZE
073500         INTO CATCTRL-LINE
073600     WRITE CATCTRL-RECORD.
073700 2900-EXIT.
073800     EXIT.
073900*****************************************************************
074000*    9000-TERMINATE                                             *
074100*    WRITES THE INTAKE SUMMARY AND CLOSES UP.                   *
074200*****************************************************************
074300 9000-TERMINATE.
074400     IF WS-RUN-ABORTED
074500         CLOSE CAT-INTAKE-REPORT
074600         GO TO 9000-EXIT
074700     END-IF
074800     MOVE ALL "-" TO CATCTRL-LINE
074900     WRITE CATCTRL-RECORD
075000     MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
075100     MOVE SPACES TO CATCTRL-LINE
075200     STRING "TRANSMISSIONS ACCEPTED . ." DELIMITED BY SIZE
075300         WS-EDIT-COUNT               DELIMITED BY SIZE
075400         INTO CATCTRL-LINE
075500     WRITE CATCTRL-RECORD
075600     MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
075700     MOVE SPACES TO CATCTRL-LINE
075800     STRING "TRANSMISSIONS REFUSED. . ." DELIMITED BY SIZE
075900         WS-EDIT-COUNT               DELIMITED BY SIZE
076000         INTO CATCTRL-LINE
076100     WRITE CATCTRL-RECORD
076200     MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT
076300     MOVE SPACES TO CATCTRL-LINE
076400     STRING "DUPLICATE RESENDS. . . . ." DELIMITED BY SIZE
076500         WS-EDIT-COUNT               DELIMITED BY SIZE
076600         INTO CATCTRL-LINE
076700     WRITE CATCTRL-RECORD
076800     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
076900     MOVE SPACES TO CATCTRL-LINE
077000     STRING "EXPECTED BUT MISSING . . ." DELIMITED BY SIZE
077100         WS-EDIT-COUNT               DELIMITED BY SIZE
077200         INTO CATCTRL-LINE
077300     WRITE CATCTRL-RECORD
077400     MOVE WS-KEYS-RECEIVED TO WS-EDIT-COUNT
077500     MOVE SPACES TO CATCTRL-LINE
077600     STRING "KEYS RECEIVED. . . . . . ." DELIMITED BY SIZE
077700         WS-EDIT-COUNT               DELIMITED BY SIZE
077800         INTO CATCTRL-LINE
077900     WRITE CATCTRL-RECORD
078000     MOVE WS-OVERLAP-COUNT TO WS-EDIT-COUNT
078100     MOVE SPACES TO CATCTRL-LINE
078200     STRING "  SENT BY ANOTHER SENDER ." DELIMITED BY SIZE
078300         WS-EDIT-COUNT               DELIMITED BY SIZE
078400         INTO CATCTRL-LINE
078500     WRITE CATCTRL-RECORD
078600     MOVE WS-COMBINED-COUNT TO WS-EDIT-COUNT
078700     MOVE SPACES TO CATCTRL-LINE
078800     STRING "KEYS IN COMBINED CATLKUP ." DELIMITED BY SIZE
078900         WS-EDIT-COUNT               DELIMITED BY SIZE
079000         INTO CATCTRL-LINE
079100     WRITE CATCTRL-RECORD
079200     IF NOT WS-XMIT-DUE
079300         MOVE SPACES TO CATCTRL-LINE
079400         STRING "NO TRANSMISSION EXPECTED TODAY - NO SENDER "
079500             "CHECKED FOR A MISSING FILE" DELIMITED BY SIZE
079600             INTO CATCTRL-LINE
079700         WRITE CATCTRL-RECORD
079800     END-IF
079900     CLOSE CAT-XMIT-REGISTRY
080000     CLOSE CAT-EXCEPTION-LOG
080100     CLOSE CAT-INTAKE-REPORT
080200     DISPLAY "CAT-INTAKE: " WS-ACCEPTED-COUNT " ACCEPTED, "
080300         WS-REFUSED-COUNT " REFUSED, " WS-DUPLICATE-COUNT
080400         " DUPLICATE, " WS-MISSING-COUNT " MISSING".
080500 9000-EXIT.
080600     EXIT.

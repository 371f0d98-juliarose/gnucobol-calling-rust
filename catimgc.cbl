000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-IMGCOPY.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. NIGHTLY IMAGE COPY OF     *
001100*                   CAT-MASTER-FILE, THE CATOXRF OWNER CROSS-   *
001200*                   REFERENCE AND THE CATPEND PENDING-CHANGES   *
001300*                   FILE - ALL THREE UPDATED IN PLACE AND NEVER *
001400*                   BACKED UP UNTIL NOW. EACH IS UNLOADED IN    *
001500*                   FULL TO A DATED SEQUENTIAL BACKUP (CATMSTB, *
001600*                   CATOXRB, CATPNDB + TODAY'S DATE), AND A     *
001700*                   CATICHST HISTORY RECORD CARRIES THE COPY    *
001800*                   TIME, COUNTS AND KEY RANGES FOR CAT-RECOVER *
001900*                   TO RELOAD FROM. CONTROL REPORT ON CATICRPT. *
002000*                   RUN-PLAN STEP - RUN IT AHEAD OF CAT-APPLY,  *
002100*                   WHILE NOTHING ELSE IS UPDATING THE FILES.   *
002110*    10/15/26  JRM  A BACKUP THAT WILL NOT OPEN NOW ENDS THE    *
002120*                   RUN RC 8 BEFORE ANY HISTORY RECORD IS       *
002130*                   WRITTEN, INSTEAD OF LEAVING AN EMPTY BACKUP *
002140*                   BEHIND A GOOD-LOOKING CATICHST RECORD.      *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS CATMST-KEY
003300         FILE STATUS IS WS-MASTER-STATUS.
003400     SELECT CAT-OWNER-XREF ASSIGN TO "CATOXRF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CATOXRF-XKEY
003800         FILE STATUS IS WS-XREF-STATUS.
003900     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PEND-STATUS.
004200     SELECT CAT-MASTER-BACKUP ASSIGN USING WS-MST-BACKUP-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-MST-BACKUP-STATUS.
004500     SELECT CAT-XREF-BACKUP ASSIGN USING WS-XRF-BACKUP-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-XRF-BACKUP-STATUS.
004800     SELECT CAT-PEND-BACKUP ASSIGN USING WS-PND-BACKUP-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PND-BACKUP-STATUS.
005100     SELECT CAT-COPY-HISTORY ASSIGN TO "CATICHST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-COPY-HIST-STATUS.
005400     SELECT CAT-IMGCOPY-REPORT ASSIGN TO "CATICRPT"
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
006800 FD  CAT-MASTER-BACKUP
006900     RECORD CONTAINS 163 CHARACTERS.
007000 01  CATMSTB-RECORD              PIC X(163).
007100 FD  CAT-XREF-BACKUP
007200     RECORD CONTAINS 131 CHARACTERS.
007300 01  CATOXRB-RECORD              PIC X(131).
007400 FD  CAT-PEND-BACKUP
007500     RECORD CONTAINS 156 CHARACTERS.
007600 01  CATPNDB-RECORD              PIC X(156).
007700 FD  CAT-COPY-HISTORY
007800     RECORD CONTAINS 231 CHARACTERS.
007900 COPY CATICHST.
008000 FD  CAT-IMGCOPY-REPORT
008100     RECORD CONTAINS 80 CHARACTERS.
008200 COPY CATCTRL.
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
008500*    SWITCHES AND STATUS BYTES                                  *
008600*****************************************************************
008700 77  WS-MASTER-STATUS        PIC X(02).
008800     88  WS-MASTER-OK                VALUE "00".
008900 77  WS-XREF-STATUS          PIC X(02).
009000     88  WS-XREF-OK                  VALUE "00".
009100 77  WS-PEND-STATUS          PIC X(02).
009200     88  WS-PEND-OK                  VALUE "00".
009300 77  WS-MST-BACKUP-STATUS    PIC X(02).
009400     88  WS-MST-BACKUP-OK            VALUE "00".
009500 77  WS-XRF-BACKUP-STATUS    PIC X(02).
009600     88  WS-XRF-BACKUP-OK            VALUE "00".
009700 77  WS-PND-BACKUP-STATUS    PIC X(02).
009800     88  WS-PND-BACKUP-OK            VALUE "00".
009900 77  WS-COPY-HIST-STATUS     PIC X(02).
010000     88  WS-COPY-HIST-OK             VALUE "00".
010100 77  WS-REPORT-STATUS        PIC X(02).
010200     88  WS-REPORT-OK                VALUE "00".
010300 77  WS-EOF-MASTER-SW        PIC X(01)   VALUE "N".
010400     88  WS-EOF-MASTER               VALUE "Y".
010500 77  WS-EOF-XREF-SW          PIC X(01)   VALUE "N".
010600     88  WS-EOF-XREF                 VALUE "Y".
010700 77  WS-EOF-PEND-SW          PIC X(01)   VALUE "N".
010800     88  WS-EOF-PEND                 VALUE "Y".
010900 77  WS-RUN-ABORT-SW         PIC X(01)   VALUE "N".
011000     88  WS-RUN-ABORTED              VALUE "Y".
011100 77  WS-XREF-PRESENT-SW      PIC X(01)   VALUE "N".
011200     88  WS-XREF-PRESENT             VALUE "Y".
011300 77  WS-PEND-PRESENT-SW      PIC X(01)   VALUE "N".
011400     88  WS-PEND-PRESENT             VALUE "Y".
011500*****************************************************************
011600*    DATE, TIME AND THE DATED BACKUP NAMES                      *
011700*****************************************************************
011800 01  WS-CURRENT-DATE.
011900     05  WS-CURRENT-DATE-YYYYMMDD PIC 9(08).
012000 01  WS-CURRENT-TIME.
012100     05  WS-CURRENT-TIME-HHMMSSHH PIC 9(08).
012200 77  WS-START-TIME           PIC X(08).
012300 01  WS-MST-BACKUP-NAME.
012400     05  FILLER                  PIC X(07)   VALUE "CATMSTB".
012500     05  WS-MST-BACKUP-DATE      PIC X(08).
012600 01  WS-XRF-BACKUP-NAME.
012700     05  FILLER                  PIC X(07)   VALUE "CATOXRB".
012800     05  WS-XRF-BACKUP-DATE      PIC X(08).
012900 01  WS-PND-BACKUP-NAME.
013000     05  FILLER                  PIC X(07)   VALUE "CATPNDB".
013100     05  WS-PND-BACKUP-DATE      PIC X(08).
013200*****************************************************************
013300*    COPY COUNTS AND KEY RANGES - BUILT STRAIGHT INTO THE       *
013400*    HISTORY RECORD LAYOUT                                      *
013500*****************************************************************
013600 COPY CATICHST REPLACING LEADING ==CATICHST== BY ==WS-ICH==.
013700 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014100     IF NOT WS-RUN-ABORTED
014200         PERFORM 2000-COPY-MASTER THRU 2000-EXIT
014300         PERFORM 3000-COPY-XREF THRU 3000-EXIT
014400         PERFORM 4000-COPY-PENDING THRU 4000-EXIT
014500         PERFORM 9000-TERMINATE THRU 9000-EXIT
014600     END-IF
014700     GOBACK.
014800*****************************************************************
014900*    1000-INITIALIZE                                            *
015000*    STAMPS THE COPY POINT AND OPENS THE FILES. THE MASTER MUST *
015100*    OPEN - WITHOUT IT THERE IS NOTHING WORTH A HISTORY RECORD  *
015200*    AND THE RUN ENDS RC 8. A CATOXRF OR CATPEND NOT ON FILE IS *
015300*    COPIED AS AN EMPTY BACKUP. ALL THREE BACKUPS MUST OPEN,    *
015310*    OR THE RUN ENDS RC 8 THE SAME WAY.                         *
015400*****************************************************************
015500 1000-INITIALIZE.
015550     OPEN OUTPUT CAT-IMGCOPY-REPORT
015600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015650     ACCEPT WS-CURRENT-TIME FROM TIME
015700     MOVE WS-CURRENT-TIME TO WS-START-TIME
015750     MOVE SPACES TO CATCTRL-LINE
015800     STRING "CAT-IMGCOPY IMAGE COPY REPORT - " DELIMITED BY SIZE
015850         WS-CURRENT-DATE DELIMITED BY SIZE
015900         " " DELIMITED BY SIZE
015950         WS-START-TIME DELIMITED BY SIZE
016000         INTO CATCTRL-LINE
016050     WRITE CATCTRL-RECORD
016100     MOVE ALL "-" TO CATCTRL-LINE
016150     WRITE CATCTRL-RECORD
016200     MOVE SPACES TO WS-ICH-RECORD
016250     MOVE WS-CURRENT-DATE TO WS-ICH-COPY-DATE
016300     MOVE WS-START-TIME TO WS-ICH-START-TIME
016350     MOVE ZERO TO WS-ICH-MST-COUNT
016400     MOVE ZERO TO WS-ICH-XRF-COUNT
016450     MOVE ZERO TO WS-ICH-PND-COUNT
016500     MOVE WS-CURRENT-DATE TO WS-MST-BACKUP-DATE
016550     MOVE WS-CURRENT-DATE TO WS-XRF-BACKUP-DATE
016600     MOVE WS-CURRENT-DATE TO WS-PND-BACKUP-DATE
016650     OPEN INPUT CAT-MASTER-FILE
016700     IF NOT WS-MASTER-OK
016750         DISPLAY "CAT-IMGCOPY: CATMST COULD NOT BE OPENED - "
016800             "STATUS " WS-MASTER-STATUS
016850         MOVE SPACES TO CATCTRL-LINE
016900         STRING "CATMST COULD NOT BE OPENED - NO COPY TAKEN"
016950             DELIMITED BY SIZE INTO CATCTRL-LINE
017000         WRITE CATCTRL-RECORD
017050         CLOSE CAT-IMGCOPY-REPORT
017100         SET WS-RUN-ABORTED TO TRUE
017150         MOVE 8 TO RETURN-CODE
017200         GO TO 1000-EXIT
017250     END-IF
017300     OPEN INPUT CAT-OWNER-XREF
017350     IF WS-XREF-OK
017400         SET WS-XREF-PRESENT TO TRUE
017450     ELSE
017500         SET WS-EOF-XREF TO TRUE
017550     END-IF
017600     OPEN INPUT CAT-PENDING-FILE
017650     IF WS-PEND-OK
017700         SET WS-PEND-PRESENT TO TRUE
017750     ELSE
017800         SET WS-EOF-PEND TO TRUE
017850     END-IF
017900     OPEN OUTPUT CAT-MASTER-BACKUP
017950     OPEN OUTPUT CAT-XREF-BACKUP
018000     OPEN OUTPUT CAT-PEND-BACKUP
018050     IF NOT WS-MST-BACKUP-OK
018100         OR NOT WS-XRF-BACKUP-OK
018150         OR NOT WS-PND-BACKUP-OK
018200         DISPLAY "CAT-IMGCOPY: BACKUP COULD NOT BE OPENED - "
018250             "STATUS " WS-MST-BACKUP-STATUS " "
018300             WS-XRF-BACKUP-STATUS " " WS-PND-BACKUP-STATUS
018350         PERFORM 1100-CLOSE-ON-ABORT THRU 1100-EXIT
018400         MOVE SPACES TO CATCTRL-LINE
018450         STRING "BACKUP OPEN STATUS " DELIMITED BY SIZE
018500             WS-MST-BACKUP-STATUS DELIMITED BY SIZE
018550             " " DELIMITED BY SIZE
018600             WS-XRF-BACKUP-STATUS DELIMITED BY SIZE
018650             " " DELIMITED BY SIZE
018700             WS-PND-BACKUP-STATUS DELIMITED BY SIZE
018750             " - NO COPY TAKEN" DELIMITED BY SIZE
018800             INTO CATCTRL-LINE
018850         WRITE CATCTRL-RECORD
018900         CLOSE CAT-IMGCOPY-REPORT
018950         SET WS-RUN-ABORTED TO TRUE
019000         MOVE 8 TO RETURN-CODE
019050         GO TO 1000-EXIT
019100     END-IF.
019150 1000-EXIT.
019200     EXIT.
019250*****************************************************************
019300*    1100-CLOSE-ON-ABORT                                        *
019350*    A BACKUP WOULD NOT OPEN. CLOSES WHATEVER 1000-INITIALIZE   *
019400*    DID OPEN SO THE RUN ENDS WITH NO HISTORY RECORD WRITTEN.   *
019450*****************************************************************
019500 1100-CLOSE-ON-ABORT.
019550     CLOSE CAT-MASTER-FILE
019600     IF WS-XREF-PRESENT
019650         CLOSE CAT-OWNER-XREF
019700     END-IF
019750     IF WS-PEND-PRESENT
019800         CLOSE CAT-PENDING-FILE
019850     END-IF
019900     IF WS-MST-BACKUP-OK
019950         CLOSE CAT-MASTER-BACKUP
020000     END-IF
020050     IF WS-XRF-BACKUP-OK
020100         CLOSE CAT-XREF-BACKUP
020150     END-IF
020200     IF WS-PND-BACKUP-OK
020250         CLOSE CAT-PEND-BACKUP
020300     END-IF.
020350 1100-EXIT.
020400     EXIT.
020800*****************************************************************
020900*    2000-COPY-MASTER                                           *
021000*    UNLOADS CAT-MASTER-FILE IN KEY SEQUENCE, SO THE FIRST AND  *
021100*    LAST KEYS COPIED ARE THE RANGE.                            *
021200*****************************************************************
021300 2000-COPY-MASTER.
021400     PERFORM 2100-COPY-ONE-MASTER THRU 2100-EXIT
021500         UNTIL WS-EOF-MASTER
021600     CLOSE CAT-MASTER-FILE
021700     CLOSE CAT-MASTER-BACKUP.
021800 2000-EXIT.
021900     EXIT.
022000 2100-COPY-ONE-MASTER.
022100     READ CAT-MASTER-FILE
022200         AT END
022300             SET WS-EOF-MASTER TO TRUE
022400             GO TO 2100-EXIT
022500     END-READ
022600     WRITE CATMSTB-RECORD FROM CATMST-RECORD
022700     ADD 1 TO WS-ICH-MST-COUNT
022800     IF WS-ICH-MST-COUNT EQUAL 1
022900         MOVE CATMST-KEY TO WS-ICH-MST-LOW-KEY
023000     END-IF
023100     MOVE CATMST-KEY TO WS-ICH-MST-HIGH-KEY.
023200 2100-EXIT.
023300     EXIT.
023400*****************************************************************
023500*    3000-COPY-XREF                                             *
023600*    UNLOADS CATOXRF IN OWNER-PLUS-KEY SEQUENCE.                *
023700*****************************************************************
023800 3000-COPY-XREF.
023900     PERFORM 3100-COPY-ONE-XREF THRU 3100-EXIT
024000         UNTIL WS-EOF-XREF
024100     IF WS-XREF-PRESENT
024200         CLOSE CAT-OWNER-XREF
024300     END-IF
024400     CLOSE CAT-XREF-BACKUP.
024500 3000-EXIT.
024600     EXIT.
024700 3100-COPY-ONE-XREF.
024800     READ CAT-OWNER-XREF
024900         AT END
025000             SET WS-EOF-XREF TO TRUE
025100             GO TO 3100-EXIT
025200     END-READ
025300     WRITE CATOXRB-RECORD FROM CATOXRF-RECORD
025400     ADD 1 TO WS-ICH-XRF-COUNT
025500     IF WS-ICH-XRF-COUNT EQUAL 1
025600         MOVE CATOXRF-XKEY TO WS-ICH-XRF-LOW-KEY
025700     END-IF
025800     MOVE CATOXRF-XKEY TO WS-ICH-XRF-HIGH-KEY.
025900 3100-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    4000-COPY-PENDING                                          *
026300*    UNLOADS CATPEND IN FILE ORDER. IT IS NOT IN KEY ORDER, SO  *
026400*    THE RANGE IS THE LOWEST AND HIGHEST KEY SEEN.              *
026500*****************************************************************
026600 4000-COPY-PENDING.
026700     PERFORM 4100-COPY-ONE-PENDING THRU 4100-EXIT
026800         UNTIL WS-EOF-PEND
026900     IF WS-PEND-PRESENT
027000         CLOSE CAT-PENDING-FILE
027100     END-IF
027200     CLOSE CAT-PEND-BACKUP.
027300 4000-EXIT.
027400     EXIT.
027500 4100-COPY-ONE-PENDING.
027600     READ CAT-PENDING-FILE
027700         AT END
027800             SET WS-EOF-PEND TO TRUE
027900             GO TO 4100-EXIT
028000     END-READ
028100     WRITE CATPNDB-RECORD FROM CATPEND-RECORD
028200     ADD 1 TO WS-ICH-PND-COUNT
028300     IF WS-ICH-PND-COUNT EQUAL 1
028400         MOVE CATPEND-KEY TO WS-ICH-PND-LOW-KEY
028500         MOVE CATPEND-KEY TO WS-ICH-PND-HIGH-KEY
028600         GO TO 4100-EXIT
028700     END-IF
028800     IF CATPEND-KEY < WS-ICH-PND-LOW-KEY
028900         MOVE CATPEND-KEY TO WS-ICH-PND-LOW-KEY
029000     END-IF
029100     IF CATPEND-KEY > WS-ICH-PND-HIGH-KEY
029200         MOVE CATPEND-KEY TO WS-ICH-PND-HIGH-KEY
029300     END-IF.
029400 4100-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    9000-TERMINATE                                             *
029800*    RECORDS THE COMPLETED COPY ON CATICHST, THEN PRINTS THE    *
029900*    CONTROL BLOCK.                                             *
030000*****************************************************************
030100 9000-TERMINATE.
030200     ACCEPT WS-CURRENT-TIME FROM TIME
030300     MOVE WS-CURRENT-TIME TO WS-ICH-END-TIME
030400     OPEN EXTEND CAT-COPY-HISTORY
030500     IF NOT WS-COPY-HIST-OK
030600         OPEN OUTPUT CAT-COPY-HISTORY
030700     END-IF
030800     WRITE CATICHST-RECORD FROM WS-ICH-RECORD
030900     CLOSE CAT-COPY-HISTORY
031000     MOVE SPACES TO CATCTRL-LINE
031100     STRING "FILE      BACKUP            RECORDS  KEY RANGE"
031200         DELIMITED BY SIZE INTO CATCTRL-LINE
031300     WRITE CATCTRL-RECORD
031400     MOVE WS-ICH-MST-COUNT TO WS-EDIT-COUNT
031500     MOVE SPACES TO CATCTRL-LINE
031600     STRING "CATMST    " DELIMITED BY SIZE
031700         WS-MST-BACKUP-NAME DELIMITED BY SIZE
031800         " " DELIMITED BY SIZE
031900         WS-EDIT-COUNT DELIMITED BY SIZE
032000         "  " DELIMITED BY SIZE
032100         WS-ICH-MST-LOW-KEY DELIMITED BY SIZE
032200         INTO CATCTRL-LINE
032300     WRITE CATCTRL-RECORD
032400     MOVE SPACES TO CATCTRL-LINE
032500     STRING "TO " DELIMITED BY SIZE
032600         WS-ICH-MST-HIGH-KEY DELIMITED BY SIZE
032700         INTO CATCTRL-LINE (35:46)
032800     WRITE CATCTRL-RECORD
032900     MOVE WS-ICH-XRF-COUNT TO WS-EDIT-COUNT
033000     MOVE SPACES TO CATCTRL-LINE
033100     STRING "CATOXRF   " DELIMITED BY SIZE
033200         WS-XRF-BACKUP-NAME DELIMITED BY SIZE
033300         " " DELIMITED BY SIZE
033400         WS-EDIT-COUNT DELIMITED BY SIZE
033500         "  " DELIMITED BY SIZE
033600         WS-ICH-XRF-LOW-KEY (1:10) DELIMITED BY SIZE
033700         "/" DELIMITED BY SIZE
033800         WS-ICH-XRF-LOW-KEY (31:20) DELIMITED BY SIZE
033900         INTO CATCTRL-LINE
034000     WRITE CATCTRL-RECORD
034100     MOVE SPACES TO CATCTRL-LINE
034200     STRING "TO " DELIMITED BY SIZE
034300         WS-ICH-XRF-HIGH-KEY (1:10) DELIMITED BY SIZE
034400         "/" DELIMITED BY SIZE
034500         WS-ICH-XRF-HIGH-KEY (31:20) DELIMITED BY SIZE
034600         INTO CATCTRL-LINE (35:46)
034700     WRITE CATCTRL-RECORD
034800     MOVE WS-ICH-PND-COUNT TO WS-EDIT-COUNT
034900     MOVE SPACES TO CATCTRL-LINE
035000     STRING "CATPEND   " DELIMITED BY SIZE
035100         WS-PND-BACKUP-NAME DELIMITED BY SIZE
035200         " " DELIMITED BY SIZE
035300         WS-EDIT-COUNT DELIMITED BY SIZE
035400         "  " DELIMITED BY SIZE
035500         WS-ICH-PND-LOW-KEY DELIMITED BY SIZE
035600         INTO CATCTRL-LINE
035700     WRITE CATCTRL-RECORD
035800     MOVE SPACES TO CATCTRL-LINE
035900     STRING "TO " DELIMITED BY SIZE
036000         WS-ICH-PND-HIGH-KEY DELIMITED BY SIZE
036100         INTO CATCTRL-LINE (35:46)
036200     WRITE CATCTRL-RECORD
036300     IF NOT WS-XREF-PRESENT
036400         MOVE SPACES TO CATCTRL-LINE
036500         STRING "CATOXRF NOT ON FILE - EMPTY BACKUP WRITTEN"
036600             DELIMITED BY SIZE INTO CATCTRL-LINE
036700         WRITE CATCTRL-RECORD
036800     END-IF
036900     IF NOT WS-PEND-PRESENT
037000         MOVE SPACES TO CATCTRL-LINE
037100         STRING "CATPEND NOT ON FILE - EMPTY BACKUP WRITTEN"
037200             DELIMITED BY SIZE INTO CATCTRL-LINE
037300         WRITE CATCTRL-RECORD
037400     END-IF
037500     MOVE SPACES TO CATCTRL-LINE
037600     STRING "COPY COMPLETE AT " DELIMITED BY SIZE
037700         WS-ICH-END-TIME DELIMITED BY SIZE
037800         " - RECORDED ON CATICHST" DELIMITED BY SIZE
037900         INTO CATCTRL-LINE
038000     WRITE CATCTRL-RECORD
038100     CLOSE CAT-IMGCOPY-REPORT.
038200 9000-EXIT.
038300     EXIT.

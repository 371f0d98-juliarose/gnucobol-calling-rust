000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-RECOVER.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. FORWARD RECOVERY OF       *
001100*                   CAT-MASTER-FILE, CATOXRF AND CATPEND FROM A *
001200*                   CAT-IMGCOPY IMAGE COPY. TAKES THE COPY DATE *
001300*                   FROM THE CONSOLE, FINDS THE COPY ON         *
001400*                   CATICHST, RELOADS CATMST AND CATOXRF FROM   *
001500*                   THE DATED BACKUPS AND PROVES THE COUNTS,    *
001600*                   THEN REAPPLIES EVERY CATMAUD RECORD STAMPED *
001700*                   SINCE THE COPY STARTED, IN STAMP ORDER,     *
001800*                   KEEPING CATOXRF IN STEP AS CAT-MAINT DOES.  *
001900*                   CATPEND IS PUT BACK FROM ITS BACKUP LESS    *
002000*                   THE ROWS CAT-APPLY PROMOTED SINCE THE COPY. *
002100*                   NO CATMAUD RECORDS ARE WRITTEN - THE TRAIL  *
002200*                   ALREADY HOLDS EVERY CHANGE REAPPLIED. THE   *
002300*                   CATRCRPT REPORT LISTS EVERY RECORD AND      *
002400*                   WHETHER IT WAS REAPPLIED. NO COPY FOR THE   *
002500*                   DATE, A BACKUP THAT WILL NOT OPEN, A RELOAD *
002600*                   COUNT NOT AGREEING WITH CATICHST, OR ANY    *
002700*                   RECORD NOT REAPPLIED ENDS WITH RETURN CODE  *
002800*                   8.                                          *
002900*    10/15/26  JRM  CATPEND IS NOW RECOVERED FROM THE CATMAUD   *
003000*                   PENDING-FILE JOURNAL (Q/H QUEUED, X/Y TAKEN *
003100*                   OFF) RATHER THAN FROM THE PROMOTIONS ALONE, *
003200*                   SO ROWS KEYED, PROMOTED, DROPPED OR BACKED  *
003300*                   OUT SINCE THE COPY ALL COME OUT RIGHT. A    *
003400*                   RECORD STAMPED WHILE THE COPY WAS RUNNING   *
003500*                   THAT THE COPY ALREADY HOLDS - AN ADD WHOSE  *
003600*                   IMAGE IS ON THE RELOADED MASTER, A DELETE   *
003700*                   OF A KEY NOT ON IT, A PENDING ROW ALREADY   *
003800*                   QUEUED OR ALREADY GONE - IS LISTED AS IN    *
003900*                   COPY AND IS NOT A FAILURE. A FILE THAT WILL *
004000*                   NOT OPEN STOPS THE RUN WITH RETURN CODE 8.  *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CAT-COPY-HISTORY ASSIGN TO "CATICHST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-COPY-HIST-STATUS.
005100     SELECT CAT-MASTER-BACKUP ASSIGN USING WS-MST-BACKUP-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-MST-BACKUP-STATUS.
005400     SELECT CAT-XREF-BACKUP ASSIGN USING WS-XRF-BACKUP-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-XRF-BACKUP-STATUS.
005700     SELECT CAT-PEND-BACKUP ASSIGN USING WS-PND-BACKUP-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PND-BACKUP-STATUS.
006000     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CATMST-KEY
006400         FILE STATUS IS WS-MASTER-STATUS.
006500     SELECT CAT-OWNER-XREF ASSIGN TO "CATOXRF"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CATOXRF-XKEY
006900         FILE STATUS IS WS-XREF-STATUS.
007000     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PEND-STATUS.
007300     SELECT CAT-MAINT-AUDIT ASSIGN TO "CATMAUD"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-MNTAUD-STATUS.
007600     SELECT SORT-AUDIT-WORK ASSIGN TO "CATRCSW1".
007700     SELECT CAT-RECOVER-REPORT ASSIGN TO "CATRCRPT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-REPORT-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CAT-COPY-HISTORY
008300     RECORD CONTAINS 231 CHARACTERS.
008400 COPY CATICHST.
008500 FD  CAT-MASTER-BACKUP
008600     RECORD CONTAINS 163 CHARACTERS.
008700 01  CATMSTB-RECORD              PIC X(163).
008800 FD  CAT-XREF-BACKUP
008900     RECORD CONTAINS 131 CHARACTERS.
009000 01  CATOXRB-RECORD              PIC X(131).
009100 FD  CAT-PEND-BACKUP
009200     RECORD CONTAINS 156 CHARACTERS.
009300 01  CATPNDB-RECORD              PIC X(156).
009400 FD  CAT-MASTER-FILE
009500     RECORD CONTAINS 163 CHARACTERS.
009600 COPY CATMST.
009700 FD  CAT-OWNER-XREF
009800     RECORD CONTAINS 131 CHARACTERS.
009900 COPY CATOXRF.
010000 FD  CAT-PENDING-FILE
010100     RECORD CONTAINS 156 CHARACTERS.
010200 COPY CATPEND.
010300 FD  CAT-MAINT-AUDIT
010400     RECORD CONTAINS 165 CHARACTERS.
010500 COPY CATMAUD.
010600 SD  SORT-AUDIT-WORK.
010700 01  SD-RCV-RECORD.
010800     05  SD-RCV-AUDIT.
010900         10  SD-RCV-DATE         PIC X(08).
011000         10  SD-RCV-TIME         PIC X(08).
011100         10  FILLER              PIC X(149).
011200     05  SD-RCV-SEQ              PIC 9(09).
011300 FD  CAT-RECOVER-REPORT
011400     RECORD CONTAINS 80 CHARACTERS.
011500 COPY CATCTRL.
011600 WORKING-STORAGE SECTION.
011700*****************************************************************
011800*    SWITCHES AND STATUS BYTES                                  *
011900*****************************************************************
012000 77  WS-COPY-HIST-STATUS     PIC X(02).
012100     88  WS-COPY-HIST-OK             VALUE "00".
012200 77  WS-MST-BACKUP-STATUS    PIC X(02).
012300     88  WS-MST-BACKUP-OK            VALUE "00".
012400 77  WS-XRF-BACKUP-STATUS    PIC X(02).
012500     88  WS-XRF-BACKUP-OK            VALUE "00".
012600 77  WS-PND-BACKUP-STATUS    PIC X(02).
012700     88  WS-PND-BACKUP-OK            VALUE "00".
012800 77  WS-MASTER-STATUS        PIC X(02).
012900     88  WS-MASTER-OK                VALUE "00".
013000 77  WS-XREF-STATUS          PIC X(02).
013100     88  WS-XREF-OK                  VALUE "00".
013200 77  WS-PEND-STATUS          PIC X(02).
013300     88  WS-PEND-OK                  VALUE "00".
013400 77  WS-MNTAUD-STATUS        PIC X(02).
013500     88  WS-MNTAUD-OK                VALUE "00".
013600 77  WS-REPORT-STATUS        PIC X(02).
013700     88  WS-REPORT-OK                VALUE "00".
013800 77  WS-EOF-HIST-SW          PIC X(01)   VALUE "N".
013900     88  WS-EOF-HIST                 VALUE "Y".
014000 77  WS-EOF-BACKUP-SW        PIC X(01)   VALUE "N".
014100     88  WS-EOF-BACKUP               VALUE "Y".
014200 77  WS-EOF-MNTAUD-SW        PIC X(01)   VALUE "N".
014300     88  WS-EOF-MNTAUD               VALUE "Y".
014400 77  WS-EOF-SORT-SW          PIC X(01)   VALUE "N".
014500     88  WS-EOF-SORT                 VALUE "Y".
014600 77  WS-RUN-ABORTED-SW       PIC X(01)   VALUE "N".
014700     88  WS-RUN-ABORTED              VALUE "Y".
014800 77  WS-COPY-FOUND-SW        PIC X(01)   VALUE "N".
014900     88  WS-COPY-FOUND               VALUE "Y".
015000 77  WS-MNTAUD-MISSING-SW    PIC X(01)   VALUE "N".
015100     88  WS-MNTAUD-MISSING           VALUE "Y".
015200 77  WS-PEND-MATCH-SW        PIC X(01)   VALUE "N".
015300     88  WS-PEND-MATCHED             VALUE "Y".
015400 77  WS-IN-COPY-WINDOW-SW    PIC X(01)   VALUE "N".
015500     88  WS-IN-COPY-WINDOW           VALUE "Y".
015600 77  WS-RECORD-FOUND-SW      PIC X(01).
015700     88  WS-RECORD-FOUND             VALUE "Y".
015800     88  WS-RECORD-NOT-FOUND         VALUE "N".
015900*****************************************************************
016000*    IMAGE COPY BEING RECOVERED FROM                            *
016100*****************************************************************
016200 77  WS-COPY-DATE            PIC X(08).
016300 COPY CATICHST REPLACING LEADING ==CATICHST== BY ==WS-ICH==.
016400 01  WS-COPY-STAMP.
016500     05  WS-COPY-STAMP-DATE  PIC X(08).
016600     05  WS-COPY-STAMP-TIME  PIC X(08).
016700 01  WS-COPY-END-STAMP.
016800     05  WS-COPY-END-DATE    PIC X(08).
016900     05  WS-COPY-END-TIME    PIC X(08).
017000 01  WS-AUDIT-STAMP.
017100     05  WS-AUDIT-DATE       PIC X(08).
017200     05  WS-AUDIT-TIME       PIC X(08).
017300 01  WS-MST-BACKUP-NAME.
017400     05  FILLER                  PIC X(07)   VALUE "CATMSTB".
017500     05  WS-MST-BACKUP-DATE      PIC X(08).
017600 01  WS-XRF-BACKUP-NAME.
017700     05  FILLER                  PIC X(07)   VALUE "CATOXRB".
017800     05  WS-XRF-BACKUP-DATE      PIC X(08).
017900 01  WS-PND-BACKUP-NAME.
018000     05  FILLER                  PIC X(07)   VALUE "CATPNDB".
018100     05  WS-PND-BACKUP-DATE      PIC X(08).
018200 77  WS-OPEN-FAIL-FILE       PIC X(15).
018300 77  WS-OPEN-FAIL-STATUS     PIC X(02).
018400*****************************************************************
018500*    CATMAUD RECORD BEING REAPPLIED                             *
018600*****************************************************************
018700 COPY CATMAUD REPLACING LEADING ==CATMAUD== BY ==WS-AUD==.
018800 77  WS-OLD-OWNER            PIC X(30).
018900 77  WS-NOTAPPLY-REASON      PIC X(10).
019000     88  WS-ALREADY-IN-COPY          VALUE "IN COPY".
019100*****************************************************************
019200*    CATPEND AS IT IS BEING RECOVERED - THE CATPNDB BACKUP,     *
019300*    THEN EACH ROW THE JOURNAL QUEUED SINCE THE COPY, WITH EACH *
019400*    ROW THE JOURNAL TOOK OFF MARKED REMOVED. ONLY THE FIRST    *
019500*    140 BYTES (ACTION THROUGH EFFECTIVE DATE) ARE MATCHED.     *
019600*****************************************************************
019700 COPY CATPEND REPLACING LEADING ==CATPEND== BY ==WS-JPEND==.
019800 77  WS-PEND-MAX             PIC S9(04)  COMP VALUE 2000.
019900 77  WS-PEND-COUNT           PIC S9(04)  COMP VALUE ZERO.
020000 77  WS-PND-IDX              PIC S9(04)  COMP VALUE ZERO.
020100 77  WS-PND-FOUND-IDX        PIC S9(04)  COMP VALUE ZERO.
020200 01  WS-PENDING-TABLE.
020300     05  WS-PND-ENTRY        OCCURS 2000 TIMES.
020400         10  WS-PND-IMAGE    PIC X(156).
020500         10  WS-PND-REMOVED-SW
020600                             PIC X(01).
020700             88  WS-PND-REMOVED      VALUE "Y".
020800*****************************************************************
020900*    SUMMARY COUNTS                                             *
021000*****************************************************************
021100 77  WS-MST-RELOADED         PIC 9(09)   VALUE ZERO.
021200 77  WS-XRF-RELOADED         PIC 9(09)   VALUE ZERO.
021300 77  WS-PND-LOADED           PIC 9(09)   VALUE ZERO.
021400 77  WS-RELOAD-REJECTS       PIC 9(09)   VALUE ZERO.
021500 77  WS-AUDIT-SEQ            PIC 9(09)   VALUE ZERO.
021600 77  WS-AUDIT-SELECTED       PIC 9(09)   VALUE ZERO.
021700 77  WS-REAPPLIED-COUNT      PIC 9(09)   VALUE ZERO.
021800 77  WS-IN-COPY-COUNT        PIC 9(09)   VALUE ZERO.
021900 77  WS-NOTAPPLIED-COUNT     PIC 9(09)   VALUE ZERO.
022000 77  WS-PEND-OVERFLOW        PIC 9(09)   VALUE ZERO.
022100 77  WS-PEND-QUEUED          PIC 9(09)   VALUE ZERO.
022200 77  WS-PEND-REMOVED         PIC 9(09)   VALUE ZERO.
022300 77  WS-PEND-RESTORED        PIC 9(09)   VALUE ZERO.
022400 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
022500 77  WS-EDIT-COUNT-2         PIC ZZZZZZZZ9.
022600 LINKAGE SECTION.
022700 COPY CATSIGN.
022800 PROCEDURE DIVISION USING CATSIGN-AREA.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100     IF NOT WS-RUN-ABORTED
023200         PERFORM 2000-RELOAD-MASTER THRU 2000-EXIT
023300     END-IF
023400     IF NOT WS-RUN-ABORTED
023500         PERFORM 3000-RELOAD-XREF THRU 3000-EXIT
023600     END-IF
023700     IF NOT WS-RUN-ABORTED
023800         PERFORM 3500-LOAD-PENDING-BACKUP THRU 3500-EXIT
023900     END-IF
024000     IF NOT WS-RUN-ABORTED
024100         PERFORM 4000-REAPPLY-AUDIT THRU 4000-EXIT
024200     END-IF
024300     IF NOT WS-RUN-ABORTED
024400         PERFORM 5000-RESTORE-PENDING THRU 5000-EXIT
024500     END-IF
024600     IF NOT WS-RUN-ABORTED
024700         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
024800     END-IF
024900     CLOSE CAT-RECOVER-REPORT
025000     GOBACK.
025100*****************************************************************
025200*    1000-INITIALIZE                                            *
025300*    TAKES THE IMAGE COPY DATE FROM THE CONSOLE, FINDS THE COPY *
025400*    ON CATICHST AND OPENS ITS THREE BACKUPS. NO COPY FOR THE   *
025500*    DATE, OR A BACKUP THAT WILL NOT OPEN, ENDS THE RUN WITH    *
025600*    RETURN CODE 8 BEFORE CATMST OR CATOXRF IS TOUCHED.         *
025700*****************************************************************
025800 1000-INITIALIZE.
025900     OPEN OUTPUT CAT-RECOVER-REPORT
026000     DISPLAY "ENTER IMAGE COPY DATE (YYYYMMDD): "
026100         WITH NO ADVANCING
026200     ACCEPT WS-COPY-DATE FROM CONSOLE
026300     MOVE SPACES TO CATCTRL-LINE
026400     STRING "CAT-RECOVER FORWARD RECOVERY REPORT - IMAGE COPY "
026500         DELIMITED BY SIZE
026600         WS-COPY-DATE DELIMITED BY SIZE
026700         INTO CATCTRL-LINE
026800     WRITE CATCTRL-RECORD
026900     MOVE ALL "-" TO CATCTRL-LINE
027000     WRITE CATCTRL-RECORD
027100     PERFORM 1100-FIND-COPY THRU 1100-EXIT
027200     IF NOT WS-COPY-FOUND
027300         MOVE SPACES TO CATCTRL-LINE
027400         STRING "NO IMAGE COPY FOR THAT DATE ON CATICHST - "
027500             DELIMITED BY SIZE
027600             "NOTHING RECOVERED" DELIMITED BY SIZE
027700             INTO CATCTRL-LINE
027800         WRITE CATCTRL-RECORD
027900         DISPLAY "CAT-RECOVER: NO IMAGE COPY DATED "
028000             WS-COPY-DATE " ON CATICHST"
028100         SET WS-RUN-ABORTED TO TRUE
028200         MOVE 8 TO RETURN-CODE
028300         GO TO 1000-EXIT
028400     END-IF
028500     PERFORM 1200-WRITE-COPY-DETAILS THRU 1200-EXIT
028600     MOVE WS-COPY-DATE TO WS-MST-BACKUP-DATE
028700     MOVE WS-COPY-DATE TO WS-XRF-BACKUP-DATE
028800     MOVE WS-COPY-DATE TO WS-PND-BACKUP-DATE
028900     OPEN INPUT CAT-MASTER-BACKUP
029000     IF NOT WS-MST-BACKUP-OK
029100         MOVE SPACES TO CATCTRL-LINE
029200         STRING WS-MST-BACKUP-NAME DELIMITED BY SIZE
029300             " COULD NOT BE OPENED - NOTHING RECOVERED"
029400             DELIMITED BY SIZE
029500             INTO CATCTRL-LINE
029600         WRITE CATCTRL-RECORD
029700         SET WS-RUN-ABORTED TO TRUE
029800         MOVE 8 TO RETURN-CODE
029900         GO TO 1000-EXIT
030000     END-IF
030100     CLOSE CAT-MASTER-BACKUP
030200     OPEN INPUT CAT-XREF-BACKUP
030300     IF NOT WS-XRF-BACKUP-OK
030400         MOVE SPACES TO CATCTRL-LINE
030500         STRING WS-XRF-BACKUP-NAME DELIMITED BY SIZE
030600             " COULD NOT BE OPENED - NOTHING RECOVERED"
030700             DELIMITED BY SIZE
030800             INTO CATCTRL-LINE
030900         WRITE CATCTRL-RECORD
031000         SET WS-RUN-ABORTED TO TRUE
031100         MOVE 8 TO RETURN-CODE
031200         GO TO 1000-EXIT
031300     END-IF
031400     CLOSE CAT-XREF-BACKUP
031500     OPEN INPUT CAT-PEND-BACKUP
031600     IF NOT WS-PND-BACKUP-OK
031700         MOVE SPACES TO CATCTRL-LINE
031800         STRING WS-PND-BACKUP-NAME DELIMITED BY SIZE
031900             " COULD NOT BE OPENED - NOTHING RECOVERED"
032000             DELIMITED BY SIZE
032100             INTO CATCTRL-LINE
032200         WRITE CATCTRL-RECORD
032300         SET WS-RUN-ABORTED TO TRUE
032400         MOVE 8 TO RETURN-CODE
032500         GO TO 1000-EXIT
032600     END-IF
032700     CLOSE CAT-PEND-BACKUP.
032800 1000-EXIT.
032900     EXIT.
033000*****************************************************************
033100*    1100-FIND-COPY                                             *
033200*    ONE PASS OF CATICHST. A SECOND COPY THE SAME DAY REPLACES  *
033300*    THE FIRST'S BACKUPS, SO THE LAST RECORD FOR THE DATE WINS. *
033400*****************************************************************
033500 1100-FIND-COPY.
033600     OPEN INPUT CAT-COPY-HISTORY
033700     IF NOT WS-COPY-HIST-OK
033800         GO TO 1100-EXIT
033900     END-IF
034000     PERFORM 1150-CHECK-ONE-COPY THRU 1150-EXIT
034100         UNTIL WS-EOF-HIST
034200     CLOSE CAT-COPY-HISTORY.
034300 1100-EXIT.
034400     EXIT.
034500 1150-CHECK-ONE-COPY.
034600     READ CAT-COPY-HISTORY
034700         AT END
034800             SET WS-EOF-HIST TO TRUE
034900             GO TO 1150-EXIT
035000     END-READ
035100     IF CATICHST-COPY-DATE EQUAL WS-COPY-DATE
035200         MOVE CATICHST-RECORD TO WS-ICH-RECORD
035300         SET WS-COPY-FOUND TO TRUE
035400     END-IF.
035500 1150-EXIT.
035600     EXIT.
035700*****************************************************************
035800*    1200-WRITE-COPY-DETAILS                                    *
035900*    ALSO SETS THE TWO ENDS OF THE COPY WINDOW - REAPPLY STARTS *
036000*    AT THE COPY'S START; A RECORD STAMPED NO LATER THAN ITS    *
036100*    END MAY ALREADY BE ON THE BACKUPS.                         *
036200*****************************************************************
036300 1200-WRITE-COPY-DETAILS.
036400     MOVE WS-ICH-COPY-DATE TO WS-COPY-STAMP-DATE
036500     MOVE WS-ICH-START-TIME TO WS-COPY-STAMP-TIME
036600     MOVE WS-ICH-COPY-DATE TO WS-COPY-END-DATE
036700     MOVE WS-ICH-END-TIME TO WS-COPY-END-TIME
036800     MOVE SPACES TO CATCTRL-LINE
036900     STRING "COPY TAKEN . . . . . . . . " DELIMITED BY SIZE
037000         WS-ICH-COPY-DATE DELIMITED BY SIZE
037100         " " DELIMITED BY SIZE
037200         WS-ICH-START-TIME (1:6) DELIMITED BY SIZE
037300         " TO " DELIMITED BY SIZE
037400         WS-ICH-END-TIME (1:6) DELIMITED BY SIZE
037500         INTO CATCTRL-LINE
037600     WRITE CATCTRL-RECORD
037700     MOVE SPACES TO CATCTRL-LINE
037800     STRING "RECOVERED BY . . . . . . . " DELIMITED BY SIZE
037900         CATSIGN-OPER-ID DELIMITED BY SIZE
038000         INTO CATCTRL-LINE
038100     WRITE CATCTRL-RECORD
038200     MOVE ALL "-" TO CATCTRL-LINE
038300     WRITE CATCTRL-RECORD.
038400 1200-EXIT.
038500     EXIT.
038600*****************************************************************
038700*    2000-RELOAD-MASTER                                         *
038800*    EMPTIES CAT-MASTER-FILE AND LOADS IT FROM THE CATMSTB      *
038900*    BACKUP. THE BACKUP IS OPENED FIRST SO A BACKUP THAT WILL   *
039000*    NOT OPEN LEAVES CATMST AS IT WAS.                          *
039100*****************************************************************
039200 2000-RELOAD-MASTER.
039300     OPEN INPUT CAT-MASTER-BACKUP
039400     IF NOT WS-MST-BACKUP-OK
039500         MOVE WS-MST-BACKUP-NAME TO WS-OPEN-FAIL-FILE
039600         MOVE WS-MST-BACKUP-STATUS TO WS-OPEN-FAIL-STATUS
039700         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
039800         GO TO 2000-EXIT
039900     END-IF
040000     OPEN OUTPUT CAT-MASTER-FILE
040100     IF NOT WS-MASTER-OK
040200         CLOSE CAT-MASTER-BACKUP
040300         MOVE "CATMST" TO WS-OPEN-FAIL-FILE
040400         MOVE WS-MASTER-STATUS TO WS-OPEN-FAIL-STATUS
040500         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
040600         GO TO 2000-EXIT
040700     END-IF
040800     MOVE "N" TO WS-EOF-BACKUP-SW
040900     PERFORM 2100-RELOAD-ONE-MASTER THRU 2100-EXIT
041000         UNTIL WS-EOF-BACKUP
041100     CLOSE CAT-MASTER-BACKUP
041200     CLOSE CAT-MASTER-FILE.
041300 2000-EXIT.
041400     EXIT.
041500 2100-RELOAD-ONE-MASTER.
041600     READ CAT-MASTER-BACKUP
041700         AT END
041800             SET WS-EOF-BACKUP TO TRUE
041900             GO TO 2100-EXIT
042000     END-READ
042100     MOVE CATMSTB-RECORD TO CATMST-RECORD
042200     WRITE CATMST-RECORD
042300         INVALID KEY
042400             ADD 1 TO WS-RELOAD-REJECTS
042500             GO TO 2100-EXIT
042600     END-WRITE
042700     ADD 1 TO WS-MST-RELOADED.
042800 2100-EXIT.
042900     EXIT.
043000*****************************************************************
043100*    3000-RELOAD-XREF                                           *
043200*    EMPTIES CATOXRF AND LOADS IT FROM THE CATOXRB BACKUP.      *
043300*****************************************************************
043400 3000-RELOAD-XREF.
043500     OPEN INPUT CAT-XREF-BACKUP
043600     IF NOT WS-XRF-BACKUP-OK
043700         MOVE WS-XRF-BACKUP-NAME TO WS-OPEN-FAIL-FILE
043800         MOVE WS-XRF-BACKUP-STATUS TO WS-OPEN-FAIL-STATUS
043900         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
044000         GO TO 3000-EXIT
044100     END-IF
044200     OPEN OUTPUT CAT-OWNER-XREF
044300     IF NOT WS-XREF-OK
044400         CLOSE CAT-XREF-BACKUP
044500         MOVE "CATOXRF" TO WS-OPEN-FAIL-FILE
044600         MOVE WS-XREF-STATUS TO WS-OPEN-FAIL-STATUS
044700         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
044800         GO TO 3000-EXIT
044900     END-IF
045000     MOVE "N" TO WS-EOF-BACKUP-SW
045100     PERFORM 3100-RELOAD-ONE-XREF THRU 3100-EXIT
045200         UNTIL WS-EOF-BACKUP
045300     CLOSE CAT-XREF-BACKUP
045400     CLOSE CAT-OWNER-XREF.
045500 3000-EXIT.
045600     EXIT.
045700 3100-RELOAD-ONE-XREF.
045800     READ CAT-XREF-BACKUP
045900         AT END
046000             SET WS-EOF-BACKUP TO TRUE
046100             GO TO 3100-EXIT
046200     END-READ
046300     MOVE CATOXRB-RECORD TO CATOXRF-RECORD
046400     WRITE CATOXRF-RECORD
046500         INVALID KEY
046600             ADD 1 TO WS-RELOAD-REJECTS
046700             GO TO 3100-EXIT
046800     END-WRITE
046900     ADD 1 TO WS-XRF-RELOADED.
047000 3100-EXIT.
047100     EXIT.
047200*****************************************************************
047300*    3500-LOAD-PENDING-BACKUP                                   *
047400*    LOADS THE CATPNDB BACKUP INTO THE PENDING TABLE, WHERE THE *
047500*    JOURNAL REPLAY ADDS AND REMOVES ROWS BEFORE CATPEND IS     *
047600*    WRITTEN BACK. A BACKUP LARGER THAN THE TABLE IS COUNTED    *
047700*    AND GIVES RETURN CODE 8 - THE ROWS PAST IT ARE NOT PUT     *
047800*    BACK.                                                      *
047900*****************************************************************
048000 3500-LOAD-PENDING-BACKUP.
048100     OPEN INPUT CAT-PEND-BACKUP
048200     IF NOT WS-PND-BACKUP-OK
048300         MOVE WS-PND-BACKUP-NAME TO WS-OPEN-FAIL-FILE
048400         MOVE WS-PND-BACKUP-STATUS TO WS-OPEN-FAIL-STATUS
048500         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
048600         GO TO 3500-EXIT
048700     END-IF
048800     MOVE "N" TO WS-EOF-BACKUP-SW
048900     PERFORM 3550-LOAD-ONE-PENDING THRU 3550-EXIT
049000         UNTIL WS-EOF-BACKUP
049100     CLOSE CAT-PEND-BACKUP.
049200 3500-EXIT.
049300     EXIT.
049400 3550-LOAD-ONE-PENDING.
049500     READ CAT-PEND-BACKUP
049600         AT END
049700             SET WS-EOF-BACKUP TO TRUE
049800             GO TO 3550-EXIT
049900     END-READ
050000     IF WS-PEND-COUNT NOT < WS-PEND-MAX
050100         ADD 1 TO WS-PEND-OVERFLOW
050200         GO TO 3550-EXIT
050300     END-IF
050400     ADD 1 TO WS-PEND-COUNT
050500     MOVE CATPNDB-RECORD TO WS-PND-IMAGE (WS-PEND-COUNT)
050600     MOVE "N" TO WS-PND-REMOVED-SW (WS-PEND-COUNT)
050700     ADD 1 TO WS-PND-LOADED.
050800 3550-EXIT.
050900     EXIT.
051000*****************************************************************
051100*    4000-REAPPLY-AUDIT                                         *
051200*    SORTS EVERY CATMAUD RECORD STAMPED SINCE THE COPY STARTED  *
051300*    INTO STAMP ORDER - FILE ORDER BREAKING A TIE - AND         *
051400*    REAPPLIES THEM ONE BY ONE IN THE OUTPUT PROCEDURE.         *
051500*****************************************************************
051600 4000-REAPPLY-AUDIT.
051700     OPEN I-O CAT-MASTER-FILE
051800     IF NOT WS-MASTER-OK
051900         MOVE "CATMST" TO WS-OPEN-FAIL-FILE
052000         MOVE WS-MASTER-STATUS TO WS-OPEN-FAIL-STATUS
052100         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
052200         GO TO 4000-EXIT
052300     END-IF
052400     OPEN I-O CAT-OWNER-XREF
052500     IF NOT WS-XREF-OK
052600         CLOSE CAT-MASTER-FILE
052700         MOVE "CATOXRF" TO WS-OPEN-FAIL-FILE
052800         MOVE WS-XREF-STATUS TO WS-OPEN-FAIL-STATUS
052900         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
053000         GO TO 4000-EXIT
053100     END-IF
053200     MOVE SPACES TO CATCTRL-LINE
053300     STRING "DATE     TIME   ACT SRC CAT KEY              RESULT"
053400         DELIMITED BY SIZE
053500         INTO CATCTRL-LINE
053600     WRITE CATCTRL-RECORD
053700     SORT SORT-AUDIT-WORK ON ASCENDING KEY SD-RCV-DATE
053800             SD-RCV-TIME SD-RCV-SEQ
053900         INPUT PROCEDURE IS 4100-RELEASE-AUDIT
054000             THRU 4100-EXIT
054100         OUTPUT PROCEDURE IS 4300-REAPPLY-SORTED-AUDIT
054200             THRU 4300-EXIT
054300     CLOSE CAT-MASTER-FILE
054400     CLOSE CAT-OWNER-XREF.
054500 4000-EXIT.
054600     EXIT.
054700 4100-RELEASE-AUDIT.
054800     OPEN INPUT CAT-MAINT-AUDIT
054900     IF NOT WS-MNTAUD-OK
055000         SET WS-MNTAUD-MISSING TO TRUE
055100         GO TO 4100-EXIT
055200     END-IF
055300     PERFORM 4150-RELEASE-ONE-AUDIT THRU 4150-EXIT
055400         UNTIL WS-EOF-MNTAUD
055500     CLOSE CAT-MAINT-AUDIT.
055600 4100-EXIT.
055700     EXIT.
055800 4150-RELEASE-ONE-AUDIT.
055900     READ CAT-MAINT-AUDIT
056000         AT END
056100             SET WS-EOF-MNTAUD TO TRUE
056200             GO TO 4150-EXIT
056300     END-READ
056400     ADD 1 TO WS-AUDIT-SEQ
056500     MOVE CATMAUD-DATE TO WS-AUDIT-DATE
056600     MOVE CATMAUD-TIME TO WS-AUDIT-TIME
056700     IF WS-AUDIT-STAMP < WS-COPY-STAMP
056800         GO TO 4150-EXIT
056900     END-IF
057000     MOVE CATMAUD-RECORD TO SD-RCV-AUDIT
057100     MOVE WS-AUDIT-SEQ TO SD-RCV-SEQ
057200     RELEASE SD-RCV-RECORD
057300     ADD 1 TO WS-AUDIT-SELECTED.
057400 4150-EXIT.
057500     EXIT.
057600*****************************************************************
057700*    4300-REAPPLY-SORTED-AUDIT                                  *
057800*    SORT OUTPUT PROCEDURE - ONE CATMAUD RECORD AT A TIME.      *
057900*****************************************************************
058000 4300-REAPPLY-SORTED-AUDIT.
058100     PERFORM 4350-RETURN-AUDIT THRU 4350-EXIT
058200     PERFORM 4400-REAPPLY-ONE-AUDIT THRU 4400-EXIT
058300         UNTIL WS-EOF-SORT.
058400 4300-EXIT.
058500     EXIT.
058600 4350-RETURN-AUDIT.
058700     RETURN SORT-AUDIT-WORK
058800         AT END
058900             SET WS-EOF-SORT TO TRUE
059000     END-RETURN.
059100 4350-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    4400-REAPPLY-ONE-AUDIT                                     *
059500*    AN ADD, CHANGE OR DELETE IS REAPPLIED THE WAY CAT-MAINT    *
059600*    APPLIED IT; A PENDING-FILE JOURNAL RECORD IS REPLAYED      *
059700*    AGAINST THE PENDING TABLE. ONE THAT CANNOT TAKE AGAINST    *
059800*    THE RELOADED FILES - AN ADD WHOSE KEY IS ON FILE, A CHANGE *
059900*    OR DELETE WHOSE KEY IS NOT, A REMOVAL OF A ROW NOT PENDING *
060000*    - IS LISTED WITH ITS REASON AND SKIPPED, UNLESS IT WAS     *
060100*    STAMPED INSIDE THE COPY WINDOW AND THE COPY ALREADY HOLDS  *
060200*    ITS RESULT, WHEN IT IS LISTED AS IN COPY.                  *
060300*****************************************************************
060400 4400-REAPPLY-ONE-AUDIT.
060500     MOVE SD-RCV-AUDIT TO WS-AUD-RECORD
060600     MOVE SPACES TO WS-NOTAPPLY-REASON
060700     MOVE WS-AUD-DATE TO WS-AUDIT-DATE
060800     MOVE WS-AUD-TIME TO WS-AUDIT-TIME
060900     IF WS-AUDIT-STAMP NOT > WS-COPY-END-STAMP
061000         SET WS-IN-COPY-WINDOW TO TRUE
061100     ELSE
061200         MOVE "N" TO WS-IN-COPY-WINDOW-SW
061300     END-IF
061400     EVALUATE TRUE
061500         WHEN WS-AUD-ACT-ADD
061600             PERFORM 4500-REAPPLY-ADD THRU 4500-EXIT
061700         WHEN WS-AUD-ACT-CHANGE
061800             PERFORM 4600-REAPPLY-CHANGE THRU 4600-EXIT
061900         WHEN WS-AUD-ACT-DELETE
062000             PERFORM 4700-REAPPLY-DELETE THRU 4700-EXIT
062100         WHEN WS-AUD-ACT-PEND-QUEUED
062200             PERFORM 4900-REPLAY-PEND-QUEUED THRU 4900-EXIT
062300         WHEN WS-AUD-ACT-PEND-REMOVED
062400             PERFORM 4910-REPLAY-PEND-REMOVED THRU 4910-EXIT
062500         WHEN OTHER
062600             MOVE "BADACTION" TO WS-NOTAPPLY-REASON
062700     END-EVALUATE
062800     EVALUATE TRUE
062900         WHEN WS-NOTAPPLY-REASON EQUAL SPACES
063000             ADD 1 TO WS-REAPPLIED-COUNT
063100         WHEN WS-ALREADY-IN-COPY
063200             ADD 1 TO WS-IN-COPY-COUNT
063300         WHEN OTHER
063400             ADD 1 TO WS-NOTAPPLIED-COUNT
063500     END-EVALUATE
063600     PERFORM 4950-WRITE-AUDIT-LINE THRU 4950-EXIT
063700     PERFORM 4350-RETURN-AUDIT THRU 4350-EXIT.
063800 4400-EXIT.
063900     EXIT.
064000*****************************************************************
064100*    4500-REAPPLY-ADD                                           *
064200*    A KEY ALREADY ON FILE IS IN COPY WHEN THE ADD FELL INSIDE  *
064300*    THE COPY WINDOW AND THE MASTER CARRIES THE SAME IMAGE. THE *
064400*    MAINTENANCE STAMP IS LEFT OUT OF THE MATCH - IT WAS TAKEN  *
064500*    A MOMENT BEFORE THE CATMAUD STAMP.                         *
064600*****************************************************************
064700 4500-REAPPLY-ADD.
064800     PERFORM 4750-READ-MASTER-BY-KEY THRU 4750-EXIT
064900     IF WS-RECORD-FOUND
065000         IF WS-IN-COPY-WINDOW
065100             AND CATMST-NAME EQUAL WS-AUD-NAME
065200             AND CATMST-OWNER EQUAL WS-AUD-OWNER
065300             AND CATMST-STATUS EQUAL WS-AUD-STATUS
065400             AND CATMST-EFF-DATE EQUAL WS-AUD-EFF-DATE
065500             SET WS-ALREADY-IN-COPY TO TRUE
065600         ELSE
065700             MOVE "ONFILE" TO WS-NOTAPPLY-REASON
065800         END-IF
065900         GO TO 4500-EXIT
066000     END-IF
066100     PERFORM 4800-BUILD-MASTER-IMAGE THRU 4800-EXIT
066200     WRITE CATMST-RECORD
066300         INVALID KEY
066400             MOVE "ONFILE" TO WS-NOTAPPLY-REASON
066500             GO TO 4500-EXIT
066600     END-WRITE
066700     PERFORM 4850-WRITE-XREF-ENTRY THRU 4850-EXIT.
066800 4500-EXIT.
066900     EXIT.
067000*****************************************************************
067100*    4600-REAPPLY-CHANGE                                        *
067200*    AN OWNER CORRECTION TAKES THE OLD-OWNER CROSS-REFERENCE    *
067300*    ENTRY OFF BEFORE THE NEW ONE GOES ON.                      *
067400*****************************************************************
067500 4600-REAPPLY-CHANGE.
067600     PERFORM 4750-READ-MASTER-BY-KEY THRU 4750-EXIT
067700     IF WS-RECORD-NOT-FOUND
067800         MOVE "NOTFOUND" TO WS-NOTAPPLY-REASON
067900         GO TO 4600-EXIT
068000     END-IF
068100     MOVE CATMST-OWNER TO WS-OLD-OWNER
068200     PERFORM 4800-BUILD-MASTER-IMAGE THRU 4800-EXIT
068300     REWRITE CATMST-RECORD
068400         INVALID KEY
068500             MOVE "NOTFOUND" TO WS-NOTAPPLY-REASON
068600             GO TO 4600-EXIT
068700     END-REWRITE
068800     PERFORM 4870-DELETE-XREF-ENTRY THRU 4870-EXIT
068900     PERFORM 4850-WRITE-XREF-ENTRY THRU 4850-EXIT.
069000 4600-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    4700-REAPPLY-DELETE                                        *
069400*    A KEY NOT ON FILE IS IN COPY WHEN THE DELETE FELL INSIDE   *
069500*    THE COPY WINDOW - THE COPY READ IT AFTER IT WENT.          *
069600*****************************************************************
069700 4700-REAPPLY-DELETE.
069800     PERFORM 4750-READ-MASTER-BY-KEY THRU 4750-EXIT
069900     IF WS-RECORD-NOT-FOUND
070000         IF WS-IN-COPY-WINDOW
070100             SET WS-ALREADY-IN-COPY TO TRUE
070200         ELSE
070300             MOVE "NOTFOUND" TO WS-NOTAPPLY-REASON
070400         END-IF
070500         GO TO 4700-EXIT
070600     END-IF
070700     MOVE CATMST-OWNER TO WS-OLD-OWNER
070800     DELETE CAT-MASTER-FILE
070900         INVALID KEY
071000             MOVE "NOTFOUND" TO WS-NOTAPPLY-REASON
071100             GO TO 4700-EXIT
071200     END-DELETE
071300     PERFORM 4870-DELETE-XREF-ENTRY THRU 4870-EXIT.
071400 4700-EXIT.
071500     EXIT.
071600 4750-READ-MASTER-BY-KEY.
071700     MOVE WS-AUD-KEY TO CATMST-KEY
071800     READ CAT-MASTER-FILE
071900         INVALID KEY
072000             SET WS-RECORD-NOT-FOUND TO TRUE
072100         NOT INVALID KEY
072200             SET WS-RECORD-FOUND TO TRUE
072300     END-READ.
072400 4750-EXIT.
072500     EXIT.
072600*****************************************************************
072700*    4800-BUILD-MASTER-IMAGE                                    *
072800*    THE MASTER IMAGE CARRIED ON CATMAUD, STAMPED WITH THE      *
072900*    CATMAUD DATE, TIME AND OPERATOR - THE SAME MAINTENANCE     *
073000*    STAMP THE ORIGINAL UPDATE LEFT, TO WITHIN THE SECOND.      *
073100*****************************************************************
073200 4800-BUILD-MASTER-IMAGE.
073300     MOVE SPACES TO CATMST-RECORD
073400     MOVE WS-AUD-KEY TO CATMST-KEY
073500     MOVE WS-AUD-NAME TO CATMST-NAME
073600     MOVE WS-AUD-OWNER TO CATMST-OWNER
073700     MOVE WS-AUD-STATUS TO CATMST-STATUS
073800     MOVE WS-AUD-EFF-DATE TO CATMST-EFF-DATE
073900     MOVE WS-AUD-DATE TO CATMST-MAINT-DATE
074000     MOVE WS-AUD-TIME TO CATMST-MAINT-TIME
074100     MOVE WS-AUD-OPER-ID TO CATMST-MAINT-OPER.
074200 4800-EXIT.
074300     EXIT.
074400*****************************************************************
074500*    4850-WRITE-XREF-ENTRY                                      *
074600*    KEEPS THE OWNER CROSS-REFERENCE IN STEP, THE SAME WAY      *
074700*    CAT-MAINT AND CAT-APPLY DO.                                *
074800*****************************************************************
074900 4850-WRITE-XREF-ENTRY.
075000     MOVE CATMST-OWNER TO CATOXRF-OWNER
075100     MOVE CATMST-KEY TO CATOXRF-KEY
075200     MOVE CATMST-NAME TO CATOXRF-NAME
075300     MOVE CATMST-STATUS TO CATOXRF-STATUS
075400     WRITE CATOXRF-RECORD
075500         INVALID KEY
075600             REWRITE CATOXRF-RECORD
075700                 INVALID KEY
075800                     CONTINUE
075900             END-REWRITE
076000     END-WRITE.
076100 4850-EXIT.
076200     EXIT.
076300 4870-DELETE-XREF-ENTRY.
076400     MOVE WS-OLD-OWNER TO CATOXRF-OWNER
076500     MOVE WS-AUD-KEY TO CATOXRF-KEY
076600     DELETE CAT-OWNER-XREF
076700         INVALID KEY
076800             CONTINUE
076900     END-DELETE.
077000 4870-EXIT.
077100     EXIT.
077200*****************************************************************
077300*    4900-REPLAY-PEND-QUEUED                                    *
077400*    A Q OR H RECORD PUTS ITS ROW ON THE PENDING TABLE, KEYED   *
077500*    BY THE OPERATOR AND ON THE DATE THE JOURNAL CARRIES.       *
077600*    INSIDE THE COPY WINDOW A LIVE ROW WITH THE SAME IMAGE      *
077700*    MEANS THE BACKUP ALREADY HOLDS IT.                         *
077800*****************************************************************
077900 4900-REPLAY-PEND-QUEUED.
078000     PERFORM 4920-BUILD-PENDING-IMAGE THRU 4920-EXIT
078100     IF WS-IN-COPY-WINDOW
078200         PERFORM 4930-FIND-LIVE-PENDING THRU 4930-EXIT
078300         IF WS-PEND-MATCHED
078400             SET WS-ALREADY-IN-COPY TO TRUE
078500             GO TO 4900-EXIT
078600         END-IF
078700     END-IF
078800     IF WS-PEND-COUNT NOT < WS-PEND-MAX
078900         MOVE "TABLE FULL" TO WS-NOTAPPLY-REASON
079000         GO TO 4900-EXIT
079100     END-IF
079200     ADD 1 TO WS-PEND-COUNT
079300     MOVE WS-JPEND-RECORD TO WS-PND-IMAGE (WS-PEND-COUNT)
079400     MOVE "N" TO WS-PND-REMOVED-SW (WS-PEND-COUNT)
079500     ADD 1 TO WS-PEND-QUEUED.
079600 4900-EXIT.
079700     EXIT.
079800*****************************************************************
079900*    4910-REPLAY-PEND-REMOVED                                   *
080000*    AN X OR Y RECORD MARKS THE FIRST LIVE ROW WITH ITS IMAGE   *
080100*    REMOVED. NO SUCH ROW INSIDE THE COPY WINDOW MEANS IT WAS   *
080200*    ALREADY OFF THE BACKUP; OUTSIDE IT, THE ROW IS MISSING.    *
080300*****************************************************************
080400 4910-REPLAY-PEND-REMOVED.
080500     PERFORM 4920-BUILD-PENDING-IMAGE THRU 4920-EXIT
080600     PERFORM 4930-FIND-LIVE-PENDING THRU 4930-EXIT
080700     IF WS-PEND-MATCHED
080800         SET WS-PND-REMOVED (WS-PND-FOUND-IDX) TO TRUE
080900         ADD 1 TO WS-PEND-REMOVED
081000         GO TO 4910-EXIT
081100     END-IF
081200     IF WS-IN-COPY-WINDOW
081300         SET WS-ALREADY-IN-COPY TO TRUE
081400     ELSE
081500         MOVE "NOTPENDING" TO WS-NOTAPPLY-REASON
081600     END-IF.
081700 4910-EXIT.
081800     EXIT.
081900 4920-BUILD-PENDING-IMAGE.
082000     MOVE SPACES TO WS-JPEND-RECORD
082100     IF WS-AUD-ACT-PEND-ADD-QUEUED
082200         OR WS-AUD-ACT-PEND-ADD-REMOVED
082300         SET WS-JPEND-ACT-ADD TO TRUE
082400     ELSE
082500         SET WS-JPEND-ACT-CHANGE TO TRUE
082600     END-IF
082700     MOVE WS-AUD-KEY TO WS-JPEND-KEY
082800     MOVE WS-AUD-NAME TO WS-JPEND-NAME
082900     MOVE WS-AUD-OWNER TO WS-JPEND-OWNER
083000     MOVE WS-AUD-STATUS TO WS-JPEND-STATUS
083100     MOVE WS-AUD-EFF-DATE TO WS-JPEND-EFF-DATE
083200     MOVE WS-AUD-DATE TO WS-JPEND-KEYED-DATE
083300     MOVE WS-AUD-OPER-ID TO WS-JPEND-KEYED-OPER.
083400 4920-EXIT.
083500     EXIT.
083600 4930-FIND-LIVE-PENDING.
083700     MOVE "N" TO WS-PEND-MATCH-SW
083800     MOVE ZERO TO WS-PND-FOUND-IDX
083900     PERFORM 4935-MATCH-ONE-PENDING THRU 4935-EXIT
084000         VARYING WS-PND-IDX FROM 1 BY 1
084100         UNTIL WS-PND-IDX > WS-PEND-COUNT
084200         OR WS-PEND-MATCHED.
084300 4930-EXIT.
084400     EXIT.
084500 4935-MATCH-ONE-PENDING.
084600     IF NOT WS-PND-REMOVED (WS-PND-IDX)
084700         AND WS-PND-IMAGE (WS-PND-IDX) (1:140)
084800             EQUAL WS-JPEND-RECORD (1:140)
084900         MOVE WS-PND-IDX TO WS-PND-FOUND-IDX
085000         SET WS-PEND-MATCHED TO TRUE
085100     END-IF.
085200 4935-EXIT.
085300     EXIT.
085400 4950-WRITE-AUDIT-LINE.
085500     MOVE SPACES TO CATCTRL-LINE
085600     IF WS-NOTAPPLY-REASON EQUAL SPACES
085700         MOVE "REAPPLIED" TO WS-NOTAPPLY-REASON
085800     END-IF
085900     STRING WS-AUD-DATE DELIMITED BY SIZE
086000         " " DELIMITED BY SIZE
086100         WS-AUD-TIME (1:6) DELIMITED BY SIZE
086200         "  " DELIMITED BY SIZE
086300         WS-AUD-ACTION DELIMITED BY SIZE
086400         "   " DELIMITED BY SIZE
086500         WS-AUD-SOURCE DELIMITED BY SIZE
086600         "  " DELIMITED BY SIZE
086700         WS-AUD-KEY DELIMITED BY SIZE
086800         " " DELIMITED BY SIZE
086900         WS-NOTAPPLY-REASON DELIMITED BY SIZE
087000         INTO CATCTRL-LINE
087100     WRITE CATCTRL-RECORD.
087200 4950-EXIT.
087300     EXIT.
087400*****************************************************************
087500*    5000-RESTORE-PENDING                                       *
087600*    WRITES CATPEND FROM THE PENDING TABLE - THE BACKUP'S ROWS  *
087700*    AND THOSE QUEUED SINCE, LESS EVERY ROW TAKEN OFF SINCE.    *
087800*****************************************************************
087900 5000-RESTORE-PENDING.
088000     OPEN OUTPUT CAT-PENDING-FILE
088100     IF NOT WS-PEND-OK
088200         MOVE "CATPEND" TO WS-OPEN-FAIL-FILE
088300         MOVE WS-PEND-STATUS TO WS-OPEN-FAIL-STATUS
088400         PERFORM 7000-STOP-ON-OPEN-FAILURE THRU 7000-EXIT
088500         GO TO 5000-EXIT
088600     END-IF
088700     PERFORM 5100-RESTORE-ONE-PENDING THRU 5100-EXIT
088800         VARYING WS-PND-IDX FROM 1 BY 1
088900         UNTIL WS-PND-IDX > WS-PEND-COUNT
089000     CLOSE CAT-PENDING-FILE.
089100 5000-EXIT.
089200     EXIT.
089300 5100-RESTORE-ONE-PENDING.
089400     IF WS-PND-REMOVED (WS-PND-IDX)
089500         GO TO 5100-EXIT
089600     END-IF
089700     MOVE WS-PND-IMAGE (WS-PND-IDX) TO CATPEND-RECORD
089800     WRITE CATPEND-RECORD
089900     ADD 1 TO WS-PEND-RESTORED.
090000 5100-EXIT.
090100     EXIT.
090200*****************************************************************
090300*    7000-STOP-ON-OPEN-FAILURE                                  *
090400*    A FILE THE RECOVERY NEEDS WOULD NOT OPEN. THE CALLER SETS  *
090500*    ITS NAME AND STATUS; THE RUN STOPS WITH RETURN CODE 8.     *
090600*****************************************************************
090700 7000-STOP-ON-OPEN-FAILURE.
090800     MOVE SPACES TO CATCTRL-LINE
090900     STRING WS-OPEN-FAIL-FILE DELIMITED BY SPACE
091000         " COULD NOT BE OPENED - STATUS " DELIMITED BY SIZE
091100         WS-OPEN-FAIL-STATUS DELIMITED BY SIZE
091200         " - RECOVERY STOPPED" DELIMITED BY SIZE
091300         INTO CATCTRL-LINE
091400     WRITE CATCTRL-RECORD
091500     DISPLAY "CAT-RECOVER: " WS-OPEN-FAIL-FILE
091600         " WOULD NOT OPEN - STATUS " WS-OPEN-FAIL-STATUS
091700     SET WS-RUN-ABORTED TO TRUE
091800     MOVE 8 TO RETURN-CODE.
091900 7000-EXIT.
092000     EXIT.
092100*****************************************************************
092200*    8000-WRITE-SUMMARY                                         *
092300*    RELOAD COUNTS AGAINST THE COPY, THEN THE REAPPLY AND       *
092400*    CATPEND COUNTS. A COUNT NOT AGREEING, A RECORD NOT         *
092500*    REAPPLIED OR A PENDING TABLE TOO SMALL FOR THE BACKUP      *
092600*    GIVES RETURN CODE 8. A RECORD ALREADY IN THE COPY DOES     *
092700*    NOT.                                                       *
092800*****************************************************************
092900 8000-WRITE-SUMMARY.
093000     MOVE ALL "-" TO CATCTRL-LINE
093100     WRITE CATCTRL-RECORD
093200     IF WS-MNTAUD-MISSING
093300         MOVE SPACES TO CATCTRL-LINE
093400         STRING "CATMAUD NOT ON FILE - RELOADED TO THE COPY ONLY"
093500             DELIMITED BY SIZE
093600             INTO CATCTRL-LINE
093700         WRITE CATCTRL-RECORD
093800     END-IF
093900     MOVE WS-MST-RELOADED TO WS-EDIT-COUNT
094000     MOVE WS-ICH-MST-COUNT TO WS-EDIT-COUNT-2
094100     MOVE SPACES TO CATCTRL-LINE
094200     STRING "CATMST RELOADED / ON COPY " DELIMITED BY SIZE
094300         WS-EDIT-COUNT DELIMITED BY SIZE
094400         " " DELIMITED BY SIZE
094500         WS-EDIT-COUNT-2 DELIMITED BY SIZE
094600         INTO CATCTRL-LINE
094700     WRITE CATCTRL-RECORD
094800     MOVE WS-XRF-RELOADED TO WS-EDIT-COUNT
094900     MOVE WS-ICH-XRF-COUNT TO WS-EDIT-COUNT-2
095000     MOVE SPACES TO CATCTRL-LINE
095100     STRING "CATOXRF RELOADED / ON COPY" DELIMITED BY SIZE
095200         WS-EDIT-COUNT DELIMITED BY SIZE
095300         " " DELIMITED BY SIZE
095400         WS-EDIT-COUNT-2 DELIMITED BY SIZE
095500         INTO CATCTRL-LINE
095600     WRITE CATCTRL-RECORD
095700     MOVE WS-PND-LOADED TO WS-EDIT-COUNT
095800     MOVE WS-ICH-PND-COUNT TO WS-EDIT-COUNT-2
095900     MOVE SPACES TO CATCTRL-LINE
096000     STRING "CATPEND LOADED / ON COPY  " DELIMITED BY SIZE
096100         WS-EDIT-COUNT DELIMITED BY SIZE
096200         " " DELIMITED BY SIZE
096300         WS-EDIT-COUNT-2 DELIMITED BY SIZE
096400         INTO CATCTRL-LINE
096500     WRITE CATCTRL-RECORD
096600     IF WS-MST-RELOADED NOT EQUAL WS-ICH-MST-COUNT
096700         OR WS-XRF-RELOADED NOT EQUAL WS-ICH-XRF-COUNT
096800         OR WS-RELOAD-REJECTS NOT EQUAL ZERO
096900         MOVE SPACES TO CATCTRL-LINE
097000         STRING "*** RELOAD DOES NOT AGREE WITH CATICHST ***"
097100             DELIMITED BY SIZE
097200             INTO CATCTRL-LINE
097300         WRITE CATCTRL-RECORD
097400         MOVE 8 TO RETURN-CODE
097500     END-IF
097600     IF WS-PEND-OVERFLOW NOT EQUAL ZERO
097700         MOVE WS-PEND-OVERFLOW TO WS-EDIT-COUNT
097800         MOVE SPACES TO CATCTRL-LINE
097900         STRING "CATPNDB ROWS NOT LOADED (TABLE FULL) "
098000             DELIMITED BY SIZE
098100             WS-EDIT-COUNT DELIMITED BY SIZE
098200             INTO CATCTRL-LINE
098300         WRITE CATCTRL-RECORD
098400         MOVE 8 TO RETURN-CODE
098500     END-IF
098600     MOVE WS-AUDIT-SELECTED TO WS-EDIT-COUNT
098700     MOVE SPACES TO CATCTRL-LINE
098800     STRING "CATMAUD SINCE THE COPY . . " DELIMITED BY SIZE
098900         WS-EDIT-COUNT DELIMITED BY SIZE
099000         INTO CATCTRL-LINE
099100     WRITE CATCTRL-RECORD
099200     MOVE WS-REAPPLIED-COUNT TO WS-EDIT-COUNT
099300     MOVE SPACES TO CATCTRL-LINE
099400     STRING "REAPPLIED . . . . . . . . ." DELIMITED BY SIZE
099500         WS-EDIT-COUNT DELIMITED BY SIZE
099600         INTO CATCTRL-LINE
099700     WRITE CATCTRL-RECORD
099800     MOVE WS-IN-COPY-COUNT TO WS-EDIT-COUNT
099900     MOVE SPACES TO CATCTRL-LINE
100000     STRING "ALREADY IN THE COPY . . . ." DELIMITED BY SIZE
100100         WS-EDIT-COUNT DELIMITED BY SIZE
100200         INTO CATCTRL-LINE
100300     WRITE CATCTRL-RECORD
100400     MOVE WS-NOTAPPLIED-COUNT TO WS-EDIT-COUNT
100500     MOVE SPACES TO CATCTRL-LINE
100600     STRING "NOT REAPPLIED . . . . . . ." DELIMITED BY SIZE
100700         WS-EDIT-COUNT DELIMITED BY SIZE
100800         INTO CATCTRL-LINE
100900     WRITE CATCTRL-RECORD
101000     MOVE WS-PEND-QUEUED TO WS-EDIT-COUNT
101100     MOVE SPACES TO CATCTRL-LINE
101200     STRING "CATPEND ROWS QUEUED . . . ." DELIMITED BY SIZE
101300         WS-EDIT-COUNT DELIMITED BY SIZE
101400         INTO CATCTRL-LINE
101500     WRITE CATCTRL-RECORD
101600     MOVE WS-PEND-REMOVED TO WS-EDIT-COUNT
101700     MOVE SPACES TO CATCTRL-LINE
101800     STRING "CATPEND ROWS TAKEN OFF . . " DELIMITED BY SIZE
101900         WS-EDIT-COUNT DELIMITED BY SIZE
102000         INTO CATCTRL-LINE
102100     WRITE CATCTRL-RECORD
102200     MOVE WS-PEND-RESTORED TO WS-EDIT-COUNT
102300     MOVE SPACES TO CATCTRL-LINE
102400     STRING "CATPEND ROWS PUT BACK . . ." DELIMITED BY SIZE
102500         WS-EDIT-COUNT DELIMITED BY SIZE
102600         INTO CATCTRL-LINE
102700     WRITE CATCTRL-RECORD
102800     IF WS-NOTAPPLIED-COUNT NOT EQUAL ZERO
102900         MOVE 8 TO RETURN-CODE
103000     END-IF
103100     DISPLAY "CAT-RECOVER: " WS-REAPPLIED-COUNT " REAPPLIED, "
103200         WS-IN-COPY-COUNT " IN COPY, "
103300         WS-NOTAPPLIED-COUNT " NOT REAPPLIED".
103400 8000-EXIT.
103500     EXIT.

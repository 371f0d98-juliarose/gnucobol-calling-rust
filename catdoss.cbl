000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-DOSSIER.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. SINGLE-KEY DOSSIER - THE  *
001100*                   WHOLE STORY OF A CAT KEY FROM EVERY CAT     *
001200*                   FILE IN ONE DATE/TIME ORDER, SO A DISPUTE   *
001300*                   NO LONGER MEANS READING SIX REPORTS. FOR    *
001400*                   EACH KEY: THE LIVE CATMST IMAGE, CATPEND    *
001500*                   PENDING IMAGES, CATMAUD MAINTENANCE, THE    *
001600*                   RESULT IN EACH CATRG GENERATION, CATRSLT    *
001700*                   AND THE CACHES, CATEXLOG EXCEPTIONS,        *
001800*                   CATRCEX RECONCILIATION EXCEPTIONS, CATEDREJ *
001900*                   EDIT REJECTS AND CATAUDIT CROSSINGS. THE    *
002000*                   KEY COMES IN ON THE CALL FROM THE CAT-      *
002100*                   DRIVER MENU; A BLANK KEY MEANS A BATCH RUN  *
002200*                   OVER THE CATDKEYS KEY LIST. REPORT ON       *
002300*                   CATDSRPT.                                   *
002310*    10/15/26  JRM  THE CATMAUD PENDING-FILE JOURNAL RECORDS ARE*
002320*                   DESCRIBED - PEND-A/PEND-C WHEN QUEUED,      *
002330*                   UNPND-A/UNPND-C WHEN TAKEN OFF CATPEND.     *
002400*****************************************************************
002500*****************************************************************
002600*    WHERE EACH ENTRY TAKES ITS DATE AND TIME                   *
002700*    CATMST - ITS LAST-MAINTAINED STAMP. CATPEND - THE DATE IT  *
002800*    WAS KEYED. CATMAUD, CATEXLOG, CATRCEX, CATAUDIT - THEIR    *
002900*    OWN STAMPS. A CATRG GENERATION - ITS RUN DATE AND THE END  *
003000*    OF THAT NIGHT'S LAST RUN ON CATRHIST. CATRSLT AND THE      *
003100*    CACHES - THE END OF THE LAST RUN ON CATRHIST, AND CATEDREJ *
003200*    THE START OF IT, SINCE CAT-EDIT RUNS AHEAD OF CAT-BATCH.   *
003300*    THE GENERATIONS TRIED ARE THE RUN DATES ON CATRHIST; THE   *
003400*    CAT-HSKP ARCHIVES OF CATEXLOG AND CATAUDIT ARE TRIED FOR   *
003500*    EVERY DATE FROM THE FIRST RUN ON CATRHIST THROUGH TODAY.   *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CAT-DOSSIER-KEYS ASSIGN TO "CATDKEYS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-KEYS-STATUS.
004600     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CATMST-KEY
005000         FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PENDING-STATUS.
005400     SELECT CAT-MAINT-AUDIT ASSIGN TO "CATMAUD"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MNTAUD-STATUS.
005700     SELECT CAT-RUN-HISTORY ASSIGN TO "CATRHIST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RHIST-STATUS.
006000     SELECT CAT-RESULTS-GEN ASSIGN USING WS-GEN-FILE-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-GEN-STATUS.
006300     SELECT CAT-RESULTS-FILE ASSIGN TO "CATRSLT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RESULTS-STATUS.
006600     SELECT CAT-CACHE-FILE ASSIGN USING WS-CACHE-FILE-NAME
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CATCACH-KEY
007000         FILE STATUS IS WS-CACHE-STATUS.
007100     SELECT CAT-EXCEPTION-LOG ASSIGN USING WS-EXCLOG-FILE-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-EXCLOG-STATUS.
007400     SELECT CAT-RECON-EXCEPTIONS ASSIGN TO "CATRCEX"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RCEX-STATUS.
007700     SELECT CAT-EDIT-REJECTS ASSIGN TO "CATEDREJ"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-EDREJ-STATUS.
008000     SELECT CAT-AUDIT-LOG ASSIGN USING WS-AUDIT-FILE-NAME
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-AUDITLOG-STATUS.
008300     SELECT SORT-DOSSIER-WORK ASSIGN TO "CATDSWK1".
008400     SELECT CAT-DOSSIER-REPORT ASSIGN TO "CATDSRPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-REPORT-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CAT-DOSSIER-KEYS
009000     RECORD CONTAINS 20 CHARACTERS.
009100 01  CATDKEY-RECORD              PIC X(20).
009200 FD  CAT-MASTER-FILE
009300     RECORD CONTAINS 163 CHARACTERS.
009400 COPY CATMST.
009500 FD  CAT-PENDING-FILE
009600     RECORD CONTAINS 156 CHARACTERS.
009700 COPY CATPEND.
009800 FD  CAT-MAINT-AUDIT
009900     RECORD CONTAINS 165 CHARACTERS.
010000 COPY CATMAUD.
010100 FD  CAT-RUN-HISTORY
010200     RECORD CONTAINS 77 CHARACTERS.
010300 COPY CATRHIST.
010400 FD  CAT-RESULTS-GEN
010500     RECORD CONTAINS 101 CHARACTERS.
010600 COPY CATRSLT REPLACING LEADING ==CATRSLT== BY ==CATRGN==.
010700 FD  CAT-RESULTS-FILE
010800     RECORD CONTAINS 101 CHARACTERS.
010900 COPY CATRSLT.
011000 FD  CAT-CACHE-FILE
011100     RECORD CONTAINS 101 CHARACTERS.
011200 COPY CATCACH.
011300 FD  CAT-EXCEPTION-LOG
011400     RECORD CONTAINS 120 CHARACTERS.
011500 COPY CATEXLOG.
011600 FD  CAT-RECON-EXCEPTIONS
011700     RECORD CONTAINS 206 CHARACTERS.
011800 COPY CATRCEX.
011900 FD  CAT-EDIT-REJECTS
012000     RECORD CONTAINS 30 CHARACTERS.
012100 01  CATEDREJ-RECORD.
012200     05  CATEDREJ-KEY            PIC X(20).
012300     05  CATEDREJ-REASON         PIC X(10).
012400 FD  CAT-AUDIT-LOG
012500     RECORD CONTAINS 81 CHARACTERS.
012600 COPY CATAUDIT.
012700 SD  SORT-DOSSIER-WORK.
012800 01  SD-DOS-RECORD.
012900     05  SD-DOS-KEY-IDX          PIC 9(04).
013000     05  SD-DOS-DATE             PIC X(08).
013100     05  SD-DOS-TIME             PIC X(08).
013200     05  SD-DOS-SEQ              PIC 9(09).
013300     05  SD-DOS-SOURCE           PIC X(08).
013400     05  SD-DOS-TEXT             OCCURS 4 TIMES PIC X(53).
013500 FD  CAT-DOSSIER-REPORT
013600     RECORD CONTAINS 80 CHARACTERS.
013700 COPY CATCTRL.
013800 WORKING-STORAGE SECTION.
013900*****************************************************************
014000*    SWITCHES AND STATUS BYTES                                  *
014100*****************************************************************
014200 77  WS-KEYS-STATUS          PIC X(02).
014300     88  WS-KEYS-OK                  VALUE "00".
014400 77  WS-MASTER-STATUS        PIC X(02).
014500     88  WS-MASTER-OK                VALUE "00".
014600 77  WS-PENDING-STATUS       PIC X(02).
014700     88  WS-PENDING-OK               VALUE "00".
014800 77  WS-MNTAUD-STATUS        PIC X(02).
014900     88  WS-MNTAUD-OK                VALUE "00".
015000 77  WS-RHIST-STATUS         PIC X(02).
015100     88  WS-RHIST-OK                 VALUE "00".
015200 77  WS-GEN-STATUS           PIC X(02).
015300     88  WS-GEN-OK                   VALUE "00".
015400 77  WS-RESULTS-STATUS       PIC X(02).
015500     88  WS-RESULTS-OK               VALUE "00".
015600 77  WS-CACHE-STATUS         PIC X(02).
015700     88  WS-CACHE-OK                 VALUE "00".
015800 77  WS-EXCLOG-STATUS        PIC X(02).
015900     88  WS-EXCLOG-OK                VALUE "00".
016000 77  WS-RCEX-STATUS          PIC X(02).
016100     88  WS-RCEX-OK                  VALUE "00".
016200 77  WS-EDREJ-STATUS         PIC X(02).
016300     88  WS-EDREJ-OK                 VALUE "00".
016400 77  WS-AUDITLOG-STATUS      PIC X(02).
016500     88  WS-AUDITLOG-OK              VALUE "00".
016600 77  WS-REPORT-STATUS        PIC X(02).
016700     88  WS-REPORT-OK                VALUE "00".
016800 77  WS-EOF-KEYS-SW          PIC X(01)   VALUE "N".
016900     88  WS-EOF-KEYS                 VALUE "Y".
017000 77  WS-EOF-FILE-SW          PIC X(01)   VALUE "N".
017100     88  WS-EOF-FILE                 VALUE "Y".
017200 77  WS-EOF-HIST-SW          PIC X(01)   VALUE "N".
017300     88  WS-EOF-HIST                 VALUE "Y".
017400 77  WS-EOF-SORT-SW          PIC X(01)   VALUE "N".
017500     88  WS-EOF-SORT                 VALUE "Y".
017600 77  WS-RUN-ABORT-SW         PIC X(01)   VALUE "N".
017700     88  WS-RUN-ABORTED              VALUE "Y".
017800 77  WS-HAVE-HISTORY-SW      PIC X(01)   VALUE "N".
017900     88  WS-HAVE-HISTORY             VALUE "Y".
018000*****************************************************************
018100*    TODAY, THE ARCHIVE SCAN DATE AND THE DYNAMIC FILE NAMES    *
018200*****************************************************************
018300 01  WS-CURRENT-DATE.
018400     05  WS-CURRENT-DATE-YYYYMMDD PIC 9(08).
018500 01  WS-SCAN-DATE.
018600     05  WS-SCAN-YYYY        PIC 9(04).
018700     05  WS-SCAN-MM          PIC 9(02).
018800     05  WS-SCAN-DD          PIC 9(02).
018900 01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE
019000                             PIC X(08).
019100 01  WS-GEN-FILE-NAME.
019200     05  FILLER                  PIC X(05)   VALUE "CATRG".
019300     05  WS-GEN-FILE-DATE        PIC X(08).
019400 77  WS-CACHE-FILE-NAME      PIC X(08).
019500 77  WS-EXCLOG-FILE-NAME     PIC X(15).
019600 77  WS-AUDIT-FILE-NAME      PIC X(15).
019700 77  WS-CACHE-IDX            PIC S9(04)  COMP.
019800 77  WS-CACHE-DIGIT          PIC 9(01).
019900*****************************************************************
020000*    CALENDAR WORK FIELDS - DAYS PER MONTH, LEAP-YEAR CHECK     *
020100*****************************************************************
020200 01  WS-MONTH-DAYS-DATA      PIC X(24)
020300     VALUE "312831303130313130313031".
020400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
020500     05  WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
020600 77  WS-DAYS-THIS-MONTH      PIC 9(02).
020700 77  WS-LEAP-WORK            PIC 9(04).
020800 77  WS-LEAP-REM             PIC 9(04).
020900 77  WS-LEAP-SW              PIC X(01).
021000     88  WS-IS-LEAP-YEAR             VALUE "Y".
021100*****************************************************************
021200*    KEY TABLE - THE FIRST 100 KEYS SUPPLIED GET A DOSSIER;     *
021300*    FURTHER KEYS ARE COUNTED AND NOTED ON THE REPORT.          *
021400*****************************************************************
021500 77  WS-KEY-ENTRY-MAX        PIC S9(04)  COMP VALUE 100.
021600 77  WS-KEY-ENTRY-COUNT      PIC S9(04)  COMP VALUE ZERO.
021700 77  WS-KEY-IDX              PIC S9(04)  COMP.
021800 77  WS-KEY-FOUND-IDX        PIC S9(04)  COMP.
021900 77  WS-UNTRACKED-COUNT      PIC 9(09)   VALUE ZERO.
022000 77  WS-MATCH-KEY            PIC X(20).
022100 77  WS-NEW-KEY              PIC X(20).
022200 01  WS-KEY-TABLE.
022300     05  WS-KEY-ENTRY        OCCURS 100 TIMES.
022400         10  WS-KT-KEY           PIC X(20).
022500         10  WS-KT-MASTER-SW     PIC X(01).
022600             88  WS-KT-ON-MASTER         VALUE "Y".
022700*****************************************************************
022800*    RUN HISTORY - THE GENERATION DATES AND THE LAST RUN. THE   *
022900*    HISTORY IS ROLLED THROUGH THE TABLE SO THE MOST RECENT     *
023000*    400 RUN DATES SURVIVE.                                     *
023100*****************************************************************
023200 77  WS-GEN-ENTRY-MAX        PIC S9(04)  COMP VALUE 400.
023300 77  WS-GEN-ENTRY-COUNT      PIC S9(04)  COMP VALUE ZERO.
023400 77  WS-GEN-IDX              PIC S9(04)  COMP.
023500 77  WS-SHIFT-IDX            PIC S9(04)  COMP.
023600 01  WS-GEN-TABLE.
023700     05  WS-GEN-ENTRY        OCCURS 400 TIMES.
023800         10  WS-GT-RUN-DATE      PIC X(08).
023900         10  WS-GT-END-TIME      PIC X(08).
024000 77  WS-FIRST-RUN-DATE       PIC X(08)   VALUE SPACES.
024100 77  WS-LAST-RUN-DATE        PIC X(08)   VALUE SPACES.
024200 77  WS-LAST-RUN-START       PIC X(08)   VALUE SPACES.
024300 77  WS-LAST-RUN-END         PIC X(08)   VALUE SPACES.
024400*****************************************************************
024500*    ONE DOSSIER ENTRY BEING BUILT, AND ITS DESCRIPTION FIELDS  *
024600*****************************************************************
024700 01  WS-ENTRY.
024800     05  WS-ENT-DATE         PIC X(08).
024900     05  WS-ENT-TIME         PIC X(08).
025000     05  WS-ENT-SOURCE       PIC X(08).
025100     05  WS-ENT-TEXT         OCCURS 4 TIMES PIC X(53).
025200 77  WS-ENTRY-SEQ            PIC 9(09)   VALUE ZERO.
025300 77  WS-TEXT-IDX             PIC S9(04)  COMP.
025400 77  WS-STATUS-CODE          PIC X(01).
025500 77  WS-STATUS-DESC          PIC X(16).
025600 77  WS-ACTION-DESC          PIC X(07).
025700 77  WS-SOURCE-DESC          PIC X(10).
025800*****************************************************************
025900*    RUN COUNTERS AND REPORT EDIT FIELDS                        *
026000*****************************************************************
026100 77  WS-ENTRIES-LISTED       PIC 9(09)   VALUE ZERO.
026200 77  WS-KEY-ENTRIES          PIC 9(09)   VALUE ZERO.
026300 77  WS-GENS-READ-COUNT      PIC 9(09)   VALUE ZERO.
026400 77  WS-GENS-MISSING-COUNT   PIC 9(09)   VALUE ZERO.
026500 77  WS-ARCHIVES-READ        PIC 9(09)   VALUE ZERO.
026600 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
026700 LINKAGE SECTION.
026800 01  LK-DOSSIER-KEY          PIC X(20).
026900 PROCEDURE DIVISION USING LK-DOSSIER-KEY.
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027200     IF NOT WS-RUN-ABORTED
027300         SORT SORT-DOSSIER-WORK ON ASCENDING KEY SD-DOS-KEY-IDX
027400                 SD-DOS-DATE SD-DOS-TIME SD-DOS-SEQ
027500             INPUT PROCEDURE IS 2000-GATHER-ENTRIES
027600                 THRU 2000-EXIT
027700             OUTPUT PROCEDURE IS 5000-PRINT-DOSSIERS
027800                 THRU 5000-EXIT
027900         PERFORM 9000-TERMINATE THRU 9000-EXIT
028000     END-IF
028100     GOBACK.
028200*****************************************************************
028300*    1000-INITIALIZE                                            *
028400*    OPENS THE REPORT, LOADS THE KEY TABLE (THE CALLER'S KEY,   *
028500*    OR THE CATDKEYS LIST WHEN THE KEY IS BLANK) AND THE RUN    *
028600*    HISTORY. NO KEYS AT ALL IS AN EMPTY REPORT, NOT A FAILURE, *
028700*    SO A RUN PLAN WITH NOTHING TO ASK ABOUT CARRIES ON.        *
028800*****************************************************************
028900 1000-INITIALIZE.
029000     OPEN OUTPUT CAT-DOSSIER-REPORT
029100     MOVE SPACES TO CATCTRL-LINE
029200     STRING "CAT-DOSSIER KEY DOSSIER REPORT" INTO CATCTRL-LINE
029300     WRITE CATCTRL-RECORD
029400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029500     PERFORM 1200-LOAD-KEY-TABLE THRU 1200-EXIT
029600     IF WS-KEY-ENTRY-COUNT EQUAL ZERO
029700         DISPLAY "CAT-DOSSIER: NO KEYS SUPPLIED - NOTHING "
029800             "REPORTED"
029900         MOVE ALL "-" TO CATCTRL-LINE
030000         WRITE CATCTRL-RECORD
030100         MOVE SPACES TO CATCTRL-LINE
030200         STRING "NO KEYS SUPPLIED - NOTHING REPORTED" INTO
030300             CATCTRL-LINE
030400         WRITE CATCTRL-RECORD
030500         CLOSE CAT-DOSSIER-REPORT
030600         SET WS-RUN-ABORTED TO TRUE
030700         GO TO 1000-EXIT
030800     END-IF
030900     PERFORM 1300-LOAD-RUN-HISTORY THRU 1300-EXIT.
031000 1000-EXIT.
031100     EXIT.
031200*****************************************************************
031300*    1200-LOAD-KEY-TABLE                                        *
031400*****************************************************************
031500 1200-LOAD-KEY-TABLE.
031600     IF LK-DOSSIER-KEY NOT EQUAL SPACES
031700         MOVE LK-DOSSIER-KEY TO WS-NEW-KEY
031800         PERFORM 1250-ADD-ONE-KEY THRU 1250-EXIT
031900         GO TO 1200-EXIT
032000     END-IF
032100     OPEN INPUT CAT-DOSSIER-KEYS
032200     IF NOT WS-KEYS-OK
032300         GO TO 1200-EXIT
032400     END-IF
032500     PERFORM 1230-READ-ONE-KEY THRU 1230-EXIT
032600         UNTIL WS-EOF-KEYS
032700     CLOSE CAT-DOSSIER-KEYS.
032800 1200-EXIT.
032900     EXIT.
033000 1230-READ-ONE-KEY.
033100     READ CAT-DOSSIER-KEYS
033200         AT END
033300             SET WS-EOF-KEYS TO TRUE
033400             GO TO 1230-EXIT
033500     END-READ
033600     IF CATDKEY-RECORD EQUAL SPACES
033700         GO TO 1230-EXIT
033800     END-IF
033900     MOVE CATDKEY-RECORD TO WS-NEW-KEY
034000     PERFORM 1250-ADD-ONE-KEY THRU 1250-EXIT.
034100 1230-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    1250-ADD-ONE-KEY                                           *
034500*    A KEY LISTED TWICE GETS ONE DOSSIER.                       *
034600*****************************************************************
034700 1250-ADD-ONE-KEY.
034800     MOVE WS-NEW-KEY TO WS-MATCH-KEY
034900     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
035000     IF WS-KEY-FOUND-IDX > ZERO
035100         GO TO 1250-EXIT
035200     END-IF
035300     IF WS-KEY-ENTRY-COUNT >= WS-KEY-ENTRY-MAX
035400         ADD 1 TO WS-UNTRACKED-COUNT
035500         GO TO 1250-EXIT
035600     END-IF
035700     ADD 1 TO WS-KEY-ENTRY-COUNT
035800     MOVE WS-NEW-KEY TO WS-KT-KEY (WS-KEY-ENTRY-COUNT)
035900     MOVE "N" TO WS-KT-MASTER-SW (WS-KEY-ENTRY-COUNT).
036000 1250-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    1300-LOAD-RUN-HISTORY                                      *
036400*    ONE GENERATION-TABLE ENTRY PER RUN DATE, CARRYING THE END  *
036500*    OF THE LAST RUN THAT DATE; ALSO THE FIRST RUN DATE (WHERE  *
036600*    THE ARCHIVE SCAN STARTS) AND THE LAST RUN'S STAMPS.        *
036700*****************************************************************
036800 1300-LOAD-RUN-HISTORY.
036900     OPEN INPUT CAT-RUN-HISTORY
037000     IF NOT WS-RHIST-OK
037100         GO TO 1300-EXIT
037200     END-IF
037300     PERFORM 1350-LOAD-ONE-RUN THRU 1350-EXIT
037400         UNTIL WS-EOF-HIST
037500     CLOSE CAT-RUN-HISTORY.
037600 1300-EXIT.
037700     EXIT.
037800 1350-LOAD-ONE-RUN.
037900     READ CAT-RUN-HISTORY
038000         AT END
038100             SET WS-EOF-HIST TO TRUE
038200             GO TO 1350-EXIT
038300     END-READ
038400     IF CATRHIST-RUN-DATE NOT NUMERIC
038500         GO TO 1350-EXIT
038600     END-IF
038700     SET WS-HAVE-HISTORY TO TRUE
038800     IF WS-FIRST-RUN-DATE EQUAL SPACES
038900         MOVE CATRHIST-RUN-DATE TO WS-FIRST-RUN-DATE
039000     END-IF
039100     MOVE CATRHIST-RUN-DATE TO WS-LAST-RUN-DATE
039200     MOVE CATRHIST-START-TIME TO WS-LAST-RUN-START
039300     MOVE CATRHIST-END-TIME TO WS-LAST-RUN-END
039400     IF WS-GEN-ENTRY-COUNT > ZERO
039500         IF WS-GT-RUN-DATE (WS-GEN-ENTRY-COUNT)
039600             EQUAL CATRHIST-RUN-DATE
039700             MOVE CATRHIST-END-TIME
039800                 TO WS-GT-END-TIME (WS-GEN-ENTRY-COUNT)
039900             GO TO 1350-EXIT
040000         END-IF
040100     END-IF
040200     IF WS-GEN-ENTRY-COUNT >= WS-GEN-ENTRY-MAX
040300         PERFORM 1370-SHIFT-ONE-GEN THRU 1370-EXIT
040400             VARYING WS-SHIFT-IDX FROM 2 BY 1
040500             UNTIL WS-SHIFT-IDX > WS-GEN-ENTRY-COUNT
040600         SUBTRACT 1 FROM WS-GEN-ENTRY-COUNT
040700     END-IF
040800     ADD 1 TO WS-GEN-ENTRY-COUNT
040900     MOVE CATRHIST-RUN-DATE
041000         TO WS-GT-RUN-DATE (WS-GEN-ENTRY-COUNT)
041100     MOVE CATRHIST-END-TIME
041200         TO WS-GT-END-TIME (WS-GEN-ENTRY-COUNT).
041300 1350-EXIT.
041400     EXIT.
041500 1370-SHIFT-ONE-GEN.
041600     MOVE WS-GEN-ENTRY (WS-SHIFT-IDX)
041700         TO WS-GEN-ENTRY (WS-SHIFT-IDX - 1).
041800 1370-EXIT.
041900     EXIT.
042000*****************************************************************
042100*    2000-GATHER-ENTRIES                                        *
042200*    SORT INPUT PROCEDURE - ONE PASS OVER EACH FILE FOR ALL THE *
042300*    KEYS AT ONCE, RELEASING AN ENTRY FOR EVERY RECORD OF A     *
042400*    KEY IN THE TABLE.                                          *
042500*****************************************************************
042600 2000-GATHER-ENTRIES.
042700     PERFORM 2100-GATHER-MASTER THRU 2100-EXIT
042800     PERFORM 2200-GATHER-PENDING THRU 2200-EXIT
042900     PERFORM 2300-GATHER-MAINT-AUDIT THRU 2300-EXIT
043000     PERFORM 2400-GATHER-ONE-GENERATION THRU 2400-EXIT
043100         VARYING WS-GEN-IDX FROM 1 BY 1
043200         UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
043300     PERFORM 2500-GATHER-CURRENT-RESULTS THRU 2500-EXIT
043400     PERFORM 2600-GATHER-ONE-CACHE THRU 2600-EXIT
043500         VARYING WS-CACHE-IDX FROM 0 BY 1
043600         UNTIL WS-CACHE-IDX > 4
043700     MOVE "CATEXLOG" TO WS-EXCLOG-FILE-NAME
043800     PERFORM 2700-GATHER-EXCEPTIONS THRU 2700-EXIT
043900     PERFORM 2750-GATHER-RECON-EXCEPTIONS THRU 2750-EXIT
044000     PERFORM 2800-GATHER-EDIT-REJECTS THRU 2800-EXIT
044100     MOVE "CATAUDIT" TO WS-AUDIT-FILE-NAME
044200     PERFORM 2850-GATHER-CROSSINGS THRU 2850-EXIT
044300     IF WS-HAVE-HISTORY
044400         MOVE WS-FIRST-RUN-DATE TO WS-SCAN-DATE-X
044500         PERFORM 2900-GATHER-ONE-ARCHIVE-DATE THRU 2900-EXIT
044600             UNTIL WS-SCAN-DATE-X > WS-CURRENT-DATE
044700     END-IF.
044800 2000-EXIT.
044900     EXIT.
045000*****************************************************************
045100*    2100-GATHER-MASTER                                         *
045200*    THE LIVE MASTER IMAGE OF EACH KEY, BY RANDOM READ.         *
045300*****************************************************************
045400 2100-GATHER-MASTER.
045500     OPEN INPUT CAT-MASTER-FILE
045600     IF NOT WS-MASTER-OK
045700         GO TO 2100-EXIT
045800     END-IF
045900     PERFORM 2150-READ-ONE-MASTER THRU 2150-EXIT
046000         VARYING WS-KEY-IDX FROM 1 BY 1
046100         UNTIL WS-KEY-IDX > WS-KEY-ENTRY-COUNT
046200     CLOSE CAT-MASTER-FILE.
046300 2100-EXIT.
046400     EXIT.
046500 2150-READ-ONE-MASTER.
046600     MOVE WS-KT-KEY (WS-KEY-IDX) TO CATMST-KEY
046700     READ CAT-MASTER-FILE
046800         INVALID KEY
046900             GO TO 2150-EXIT
047000     END-READ
047100     MOVE "Y" TO WS-KT-MASTER-SW (WS-KEY-IDX)
047200     MOVE WS-KEY-IDX TO WS-KEY-FOUND-IDX
047300     MOVE SPACES TO WS-ENTRY
047400     MOVE CATMST-MAINT-DATE TO WS-ENT-DATE
047500     MOVE CATMST-MAINT-TIME TO WS-ENT-TIME
047600     MOVE "CATMST" TO WS-ENT-SOURCE
047700     STRING "LIVE MASTER  STATUS " DELIMITED BY SIZE
047800         CATMST-STATUS DELIMITED BY SIZE
047900         "  EFF " DELIMITED BY SIZE
048000         CATMST-EFF-DATE DELIMITED BY SIZE
048100         "  BY " DELIMITED BY SIZE
048200         CATMST-MAINT-OPER DELIMITED BY SIZE
048300         INTO WS-ENT-TEXT (1)
048400     STRING "NAME  " DELIMITED BY SIZE
048500         CATMST-NAME (1:47) DELIMITED BY SIZE
048600         INTO WS-ENT-TEXT (2)
048700     STRING "      " DELIMITED BY SIZE
048800         CATMST-NAME (48:33) DELIMITED BY SIZE
048900         INTO WS-ENT-TEXT (3)
049000     STRING "OWNER " DELIMITED BY SIZE
049100         CATMST-OWNER DELIMITED BY SIZE
049200         INTO WS-ENT-TEXT (4)
049300     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
049400 2150-EXIT.
049500     EXIT.
049600*****************************************************************
049700*    2200-GATHER-PENDING                                        *
049800*    EVERY CATPEND IMAGE WAITING FOR A KEY.                     *
049900*****************************************************************
050000 2200-GATHER-PENDING.
050100     OPEN INPUT CAT-PENDING-FILE
050200     IF NOT WS-PENDING-OK
050300         GO TO 2200-EXIT
050400     END-IF
050500     MOVE "N" TO WS-EOF-FILE-SW
050600     PERFORM 2250-READ-ONE-PENDING THRU 2250-EXIT
050700         UNTIL WS-EOF-FILE
050800     CLOSE CAT-PENDING-FILE.
050900 2200-EXIT.
051000     EXIT.
051100 2250-READ-ONE-PENDING.
051200     READ CAT-PENDING-FILE
051300         AT END
051400             SET WS-EOF-FILE TO TRUE
051500             GO TO 2250-EXIT
051600     END-READ
051700     MOVE CATPEND-KEY TO WS-MATCH-KEY
051800     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
051900     IF WS-KEY-FOUND-IDX EQUAL ZERO
052000         GO TO 2250-EXIT
052100     END-IF
052200     IF CATPEND-ACT-ADD
052300         MOVE "ADD" TO WS-ACTION-DESC
052400     ELSE
052500         MOVE "CHANGE" TO WS-ACTION-DESC
052600     END-IF
052700     MOVE SPACES TO WS-ENTRY
052800     MOVE CATPEND-KEYED-DATE TO WS-ENT-DATE
052900     MOVE "CATPEND" TO WS-ENT-SOURCE
053000     STRING "PENDING " DELIMITED BY SIZE
053100         WS-ACTION-DESC DELIMITED BY SIZE
053200         " STATUS " DELIMITED BY SIZE
053300         CATPEND-STATUS DELIMITED BY SIZE
053400         "  EFF " DELIMITED BY SIZE
053500         CATPEND-EFF-DATE DELIMITED BY SIZE
053600         "  BY " DELIMITED BY SIZE
053700         CATPEND-KEYED-OPER DELIMITED BY SIZE
053800         INTO WS-ENT-TEXT (1)
053900     STRING "NAME  " DELIMITED BY SIZE
054000         CATPEND-NAME (1:47) DELIMITED BY SIZE
054100         INTO WS-ENT-TEXT (2)
054200     STRING "      " DELIMITED BY SIZE
054300         CATPEND-NAME (48:33) DELIMITED BY SIZE
054400         INTO WS-ENT-TEXT (3)
054500     STRING "OWNER " DELIMITED BY SIZE
054600         CATPEND-OWNER DELIMITED BY SIZE
054700         INTO WS-ENT-TEXT (4)
054800     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
054900 2250-EXIT.
055000     EXIT.
055100*****************************************************************
055200*    2300-GATHER-MAINT-AUDIT                                    *
055300*    EVERY CATMAUD MAINTENANCE RECORD, WITH WHO WROTE IT. A     *
055310*    PENDING-FILE JOURNAL RECORD SHOWS AS PEND-A OR PEND-C WHEN *
055320*    THE ADD OR CHANGE WAS QUEUED, UNPND-A OR UNPND-C WHEN IT   *
055330*    CAME OFF CATPEND.                                          *
055400*****************************************************************
055500 2300-GATHER-MAINT-AUDIT.
055600     OPEN INPUT CAT-MAINT-AUDIT
055700     IF NOT WS-MNTAUD-OK
055800         GO TO 2300-EXIT
055900     END-IF
056000     MOVE "N" TO WS-EOF-FILE-SW
056100     PERFORM 2350-READ-ONE-MAINT-AUDIT THRU 2350-EXIT
056200         UNTIL WS-EOF-FILE
056300     CLOSE CAT-MAINT-AUDIT.
056400 2300-EXIT.
056500     EXIT.
056600 2350-READ-ONE-MAINT-AUDIT.
056700     READ CAT-MAINT-AUDIT
056800         AT END
056900             SET WS-EOF-FILE TO TRUE
057000             GO TO 2350-EXIT
057100     END-READ
057200     MOVE CATMAUD-KEY TO WS-MATCH-KEY
057300     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
057400     IF WS-KEY-FOUND-IDX EQUAL ZERO
057500         GO TO 2350-EXIT
057600     END-IF
057700     EVALUATE TRUE
057800         WHEN CATMAUD-ACT-ADD
057900             MOVE "ADD" TO WS-ACTION-DESC
058000         WHEN CATMAUD-ACT-CHANGE
058100             MOVE "CHANGE" TO WS-ACTION-DESC
058200         WHEN CATMAUD-ACT-DELETE
058300             MOVE "DELETE" TO WS-ACTION-DESC
058310         WHEN CATMAUD-ACT-PEND-ADD-QUEUED
058320             MOVE "PEND-A" TO WS-ACTION-DESC
058330         WHEN CATMAUD-ACT-PEND-CHG-QUEUED
058340             MOVE "PEND-C" TO WS-ACTION-DESC
058350         WHEN CATMAUD-ACT-PEND-ADD-REMOVED
058360             MOVE "UNPND-A" TO WS-ACTION-DESC
058370         WHEN CATMAUD-ACT-PEND-CHG-REMOVED
058380             MOVE "UNPND-C" TO WS-ACTION-DESC
058400         WHEN OTHER
058500             MOVE CATMAUD-ACTION TO WS-ACTION-DESC
058600     END-EVALUATE
058700     EVALUATE TRUE
058800         WHEN CATMAUD-SRC-MAINT
058900             MOVE "ONLINE" TO WS-SOURCE-DESC
059000         WHEN CATMAUD-SRC-TRAN
059100             MOVE "BATCH" TO WS-SOURCE-DESC
059200         WHEN CATMAUD-SRC-APPLY
059300             MOVE "PROMOTION" TO WS-SOURCE-DESC
059400         WHEN CATMAUD-SRC-CONVERSION
059500             MOVE "CONVERSION" TO WS-SOURCE-DESC
059600         WHEN CATMAUD-SRC-BACKOUT
059700             MOVE "BACKOUT" TO WS-SOURCE-DESC
059800         WHEN OTHER
059900             MOVE "UNTAGGED" TO WS-SOURCE-DESC
060000     END-EVALUATE
060100     MOVE SPACES TO WS-ENTRY
060200     MOVE CATMAUD-DATE TO WS-ENT-DATE
060300     MOVE CATMAUD-TIME TO WS-ENT-TIME
060400     MOVE "CATMAUD" TO WS-ENT-SOURCE
060500     STRING "MAINT " DELIMITED BY SIZE
060600         WS-ACTION-DESC DELIMITED BY SIZE
060700         " " DELIMITED BY SIZE
060800         WS-SOURCE-DESC DELIMITED BY SIZE
060900         " BY " DELIMITED BY SIZE
061000         CATMAUD-OPER-ID DELIMITED BY SIZE
061100         " STATUS " DELIMITED BY SIZE
061200         CATMAUD-STATUS DELIMITED BY SIZE
061300         INTO WS-ENT-TEXT (1)
061400     STRING "NAME  " DELIMITED BY SIZE
061500         CATMAUD-NAME (1:47) DELIMITED BY SIZE
061600         INTO WS-ENT-TEXT (2)
061700     STRING "      " DELIMITED BY SIZE
061800         CATMAUD-NAME (48:33) DELIMITED BY SIZE
061900         INTO WS-ENT-TEXT (3)
062000     STRING "OWNER " DELIMITED BY SIZE
062100         CATMAUD-OWNER (1:10) DELIMITED BY SIZE
062200         "  EFF " DELIMITED BY SIZE
062300         CATMAUD-EFF-DATE DELIMITED BY SIZE
062400         INTO WS-ENT-TEXT (4)
062500     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
062600 2350-EXIT.
062700     EXIT.
062800*****************************************************************
062900*    2400-GATHER-ONE-GENERATION                                 *
063000*    THE KEY'S RESULT IN ONE DATED CATRG GENERATION. A RUN DATE *
063100*    WHOSE GENERATION IS GONE IS COUNTED, NOT REPORTED.         *
063200*****************************************************************
063300 2400-GATHER-ONE-GENERATION.
063400     MOVE WS-GT-RUN-DATE (WS-GEN-IDX) TO WS-GEN-FILE-DATE
063500     OPEN INPUT CAT-RESULTS-GEN
063600     IF NOT WS-GEN-OK
063700         ADD 1 TO WS-GENS-MISSING-COUNT
063800         GO TO 2400-EXIT
063900     END-IF
064000     ADD 1 TO WS-GENS-READ-COUNT
064100     MOVE "N" TO WS-EOF-FILE-SW
064200     PERFORM 2450-READ-ONE-GEN-RECORD THRU 2450-EXIT
064300         UNTIL WS-EOF-FILE
064400     CLOSE CAT-RESULTS-GEN.
064500 2400-EXIT.
064600     EXIT.
064700 2450-READ-ONE-GEN-RECORD.
064800     READ CAT-RESULTS-GEN
064900         AT END
065000             SET WS-EOF-FILE TO TRUE
065100             GO TO 2450-EXIT
065200     END-READ
065300     MOVE CATRGN-KEY TO WS-MATCH-KEY
065400     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
065500     IF WS-KEY-FOUND-IDX EQUAL ZERO
065600         GO TO 2450-EXIT
065700     END-IF
065800     MOVE SPACES TO WS-ENTRY
065900     MOVE WS-GT-RUN-DATE (WS-GEN-IDX) TO WS-ENT-DATE
066000     MOVE WS-GT-END-TIME (WS-GEN-IDX) TO WS-ENT-TIME
066100     MOVE "CATRG" TO WS-ENT-SOURCE
066200     MOVE CATRGN-STATUS TO WS-STATUS-CODE
066300     PERFORM 3100-DESCRIBE-STATUS THRU 3100-EXIT
066400     STRING "GENERATION RESULT " DELIMITED BY SIZE
066500         WS-STATUS-DESC DELIMITED BY SIZE
066600         INTO WS-ENT-TEXT (1)
066700     STRING "NAME  " DELIMITED BY SIZE
066800         CATRGN-NAME (1:47) DELIMITED BY SIZE
066900         INTO WS-ENT-TEXT (2)
067000     STRING "      " DELIMITED BY SIZE
067100         CATRGN-NAME (48:33) DELIMITED BY SIZE
067200         INTO WS-ENT-TEXT (3)
067300     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
067400 2450-EXIT.
067500     EXIT.
067600*****************************************************************
067700*    2500-GATHER-CURRENT-RESULTS                                *
067800*    THE KEY'S RESULT IN THE CURRENT CATRSLT - ON A PARTITION   *
067900*    NIGHT, THE COMBINED FILE CAT-MERGE WROTE.                  *
068000*****************************************************************
068100 2500-GATHER-CURRENT-RESULTS.
068200     OPEN INPUT CAT-RESULTS-FILE
068300     IF NOT WS-RESULTS-OK
068400         GO TO 2500-EXIT
068500     END-IF
068600     MOVE "N" TO WS-EOF-FILE-SW
068700     PERFORM 2550-READ-ONE-RESULT THRU 2550-EXIT
068800         UNTIL WS-EOF-FILE
068900     CLOSE CAT-RESULTS-FILE.
069000 2500-EXIT.
069100     EXIT.
069200 2550-READ-ONE-RESULT.
069300     READ CAT-RESULTS-FILE
069400         AT END
069500             SET WS-EOF-FILE TO TRUE
069600             GO TO 2550-EXIT
069700     END-READ
069800     MOVE CATRSLT-KEY TO WS-MATCH-KEY
069900     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
070000     IF WS-KEY-FOUND-IDX EQUAL ZERO
070100         GO TO 2550-EXIT
070200     END-IF
070300     MOVE SPACES TO WS-ENTRY
070400     PERFORM 3200-STAMP-LAST-RUN-END THRU 3200-EXIT
070500     MOVE "CATRSLT" TO WS-ENT-SOURCE
070600     MOVE CATRSLT-STATUS TO WS-STATUS-CODE
070700     PERFORM 3100-DESCRIBE-STATUS THRU 3100-EXIT
070800     STRING "CURRENT RESULT " DELIMITED BY SIZE
070900         WS-STATUS-DESC DELIMITED BY SIZE
071000         INTO WS-ENT-TEXT (1)
071100     STRING "NAME  " DELIMITED BY SIZE
071200         CATRSLT-NAME (1:47) DELIMITED BY SIZE
071300         INTO WS-ENT-TEXT (2)
071400     STRING "      " DELIMITED BY SIZE
071500         CATRSLT-NAME (48:33) DELIMITED BY SIZE
071600         INTO WS-ENT-TEXT (3)
071700     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
071800 2550-EXIT.
071900     EXIT.
072000*****************************************************************
072100*    2600-GATHER-ONE-CACHE                                      *
072200*    THE KEY'S ENTRY IN THE SHARED CATCACH (PASS 0) AND IN EACH *
072300*    PARTITION CACHE CATCCH01-04 (PASSES 1-4), BY RANDOM READ.  *
072400*****************************************************************
072500 2600-GATHER-ONE-CACHE.
072600     IF WS-CACHE-IDX EQUAL ZERO
072700         MOVE "CATCACH" TO WS-CACHE-FILE-NAME
072800     ELSE
072900         MOVE "CATCCH0" TO WS-CACHE-FILE-NAME
073000         MOVE WS-CACHE-IDX TO WS-CACHE-DIGIT
073100         MOVE WS-CACHE-DIGIT TO WS-CACHE-FILE-NAME (8:1)
073200     END-IF
073300     OPEN INPUT CAT-CACHE-FILE
073400     IF NOT WS-CACHE-OK
073500         GO TO 2600-EXIT
073600     END-IF
073700     PERFORM 2650-READ-ONE-CACHED THRU 2650-EXIT
073800         VARYING WS-KEY-IDX FROM 1 BY 1
073900         UNTIL WS-KEY-IDX > WS-KEY-ENTRY-COUNT
074000     CLOSE CAT-CACHE-FILE.
074100 2600-EXIT.
074200     EXIT.
074300 2650-READ-ONE-CACHED.
074400     MOVE WS-KT-KEY (WS-KEY-IDX) TO CATCACH-KEY
074500     READ CAT-CACHE-FILE
074600         INVALID KEY
074700             GO TO 2650-EXIT
074800     END-READ
074900     MOVE WS-KEY-IDX TO WS-KEY-FOUND-IDX
075000     MOVE SPACES TO WS-ENTRY
075100     PERFORM 3200-STAMP-LAST-RUN-END THRU 3200-EXIT
075200     MOVE WS-CACHE-FILE-NAME TO WS-ENT-SOURCE
075300     MOVE CATCACH-STATUS TO WS-STATUS-CODE
075400     PERFORM 3100-DESCRIBE-STATUS THRU 3100-EXIT
075500     STRING "CACHED RESULT " DELIMITED BY SIZE
075600         WS-STATUS-DESC DELIMITED BY SIZE
075700         INTO WS-ENT-TEXT (1)
075800     STRING "NAME  " DELIMITED BY SIZE
075900         CATCACH-NAME (1:47) DELIMITED BY SIZE
076000         INTO WS-ENT-TEXT (2)
076100     STRING "      " DELIMITED BY SIZE
076200         CATCACH-NAME (48:33) DELIMITED BY SIZE
076300         INTO WS-ENT-TEXT (3)
076400     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
076500 2650-EXIT.
076600     EXIT.
076700*****************************************************************
076800*    2700-GATHER-EXCEPTIONS                                     *
076900*    EVERY EXCEPTION FOR A KEY IN THE EXCEPTION LOG NAMED IN    *
077000*    WS-EXCLOG-FILE-NAME - THE LIVE CATEXLOG OR AN ARCHIVE.     *
077100*****************************************************************
077200 2700-GATHER-EXCEPTIONS.
077300     OPEN INPUT CAT-EXCEPTION-LOG
077400     IF NOT WS-EXCLOG-OK
077500         GO TO 2700-EXIT
077600     END-IF
077700     IF WS-EXCLOG-FILE-NAME NOT EQUAL "CATEXLOG"
077800         ADD 1 TO WS-ARCHIVES-READ
077900     END-IF
078000     MOVE "N" TO WS-EOF-FILE-SW
078100     PERFORM 2720-READ-ONE-EXCEPTION THRU 2720-EXIT
078200         UNTIL WS-EOF-FILE
078300     CLOSE CAT-EXCEPTION-LOG.
078400 2700-EXIT.
078500     EXIT.
078600 2720-READ-ONE-EXCEPTION.
078700     READ CAT-EXCEPTION-LOG
078800         AT END
078900             SET WS-EOF-FILE TO TRUE
079000             GO TO 2720-EXIT
079100     END-READ
079200     MOVE CATEXC-KEY TO WS-MATCH-KEY
079300     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
079400     IF WS-KEY-FOUND-IDX EQUAL ZERO
079500         GO TO 2720-EXIT
079600     END-IF
079700     MOVE SPACES TO WS-ENTRY
079800     MOVE CATEXC-DATE TO WS-ENT-DATE
079900     MOVE CATEXC-TIME TO WS-ENT-TIME
080000     MOVE "CATEXLOG" TO WS-ENT-SOURCE
080100     STRING "EXCEPTION " DELIMITED BY SIZE
080200         CATEXC-TYPE DELIMITED BY SIZE
080300         " FROM " DELIMITED BY SIZE
080400         CATEXC-PROGRAM DELIMITED BY SIZE
080500         INTO WS-ENT-TEXT (1)
080600     MOVE CATEXC-MESSAGE (1:53) TO WS-ENT-TEXT (2)
080700     MOVE CATEXC-MESSAGE (54:7) TO WS-ENT-TEXT (3)
080800     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
080900 2720-EXIT.
081000     EXIT.
081100*****************************************************************
081200*    2750-GATHER-RECON-EXCEPTIONS                               *
081300*    EVERY CAT-RECON EXCEPTION FOR A KEY, BOTH NAMES SHOWN.     *
081400*****************************************************************
081500 2750-GATHER-RECON-EXCEPTIONS.
081600     OPEN INPUT CAT-RECON-EXCEPTIONS
081700     IF NOT WS-RCEX-OK
081800         GO TO 2750-EXIT
081900     END-IF
082000     MOVE "N" TO WS-EOF-FILE-SW
082100     PERFORM 2770-READ-ONE-RECON-EXC THRU 2770-EXIT
082200         UNTIL WS-EOF-FILE
082300     CLOSE CAT-RECON-EXCEPTIONS.
082400 2750-EXIT.
082500     EXIT.
082600 2770-READ-ONE-RECON-EXC.
082700     READ CAT-RECON-EXCEPTIONS
082800         AT END
082900             SET WS-EOF-FILE TO TRUE
083000             GO TO 2770-EXIT
083100     END-READ
083200     MOVE CATRCEX-KEY TO WS-MATCH-KEY
083300     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
083400     IF WS-KEY-FOUND-IDX EQUAL ZERO
083500         GO TO 2770-EXIT
083600     END-IF
083700     MOVE SPACES TO WS-ENTRY
083800     MOVE CATRCEX-DATE TO WS-ENT-DATE
083900     MOVE CATRCEX-TIME TO WS-ENT-TIME
084000     MOVE "CATRCEX" TO WS-ENT-SOURCE
084100     STRING "RECONCILIATION " DELIMITED BY SIZE
084200         CATRCEX-TYPE DELIMITED BY SIZE
084300         INTO WS-ENT-TEXT (1)
084400     STRING "EXPECTED " DELIMITED BY SIZE
084500         CATRCEX-EXPECTED-NAME (1:44) DELIMITED BY SIZE
084600         INTO WS-ENT-TEXT (2)
084700     STRING "ACTUAL   " DELIMITED BY SIZE
084800         CATRCEX-ACTUAL-NAME (1:44) DELIMITED BY SIZE
084900         INTO WS-ENT-TEXT (3)
085000     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
085100 2770-EXIT.
085200     EXIT.
085300*****************************************************************
085400*    2800-GATHER-EDIT-REJECTS                                   *
085500*    THE KEY'S REJECT IN THE LAST CAT-EDIT RUN, IF ANY.         *
085600*****************************************************************
085700 2800-GATHER-EDIT-REJECTS.
085800     OPEN INPUT CAT-EDIT-REJECTS
085900     IF NOT WS-EDREJ-OK
086000         GO TO 2800-EXIT
086100     END-IF
086200     MOVE "N" TO WS-EOF-FILE-SW
086300     PERFORM 2820-READ-ONE-REJECT THRU 2820-EXIT
086400         UNTIL WS-EOF-FILE
086500     CLOSE CAT-EDIT-REJECTS.
086600 2800-EXIT.
086700     EXIT.
086800 2820-READ-ONE-REJECT.
086900     READ CAT-EDIT-REJECTS
087000         AT END
087100             SET WS-EOF-FILE TO TRUE
087200             GO TO 2820-EXIT
087300     END-READ
087400     MOVE CATEDREJ-KEY TO WS-MATCH-KEY
087500     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
087600     IF WS-KEY-FOUND-IDX EQUAL ZERO
087700         GO TO 2820-EXIT
087800     END-IF
087900     MOVE SPACES TO WS-ENTRY
088000     IF WS-HAVE-HISTORY
088100         MOVE WS-LAST-RUN-DATE TO WS-ENT-DATE
088200         MOVE WS-LAST-RUN-START TO WS-ENT-TIME
088300     ELSE
088400         MOVE WS-CURRENT-DATE TO WS-ENT-DATE
088500     END-IF
088600     MOVE "CATEDREJ" TO WS-ENT-SOURCE
088700     STRING "EDIT REJECT " DELIMITED BY SIZE
088800         CATEDREJ-REASON DELIMITED BY SIZE
088900         INTO WS-ENT-TEXT (1)
089000     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
089100 2820-EXIT.
089200     EXIT.
089300*****************************************************************
089400*    2850-GATHER-CROSSINGS                                      *
089500*    EVERY CALL STATIC CROSSING FOR A KEY IN THE AUDIT TRAIL    *
089600*    NAMED IN WS-AUDIT-FILE-NAME - THE LIVE CATAUDIT OR AN      *
089700*    ARCHIVE.                                                   *
089800*****************************************************************
089900 2850-GATHER-CROSSINGS.
090000     OPEN INPUT CAT-AUDIT-LOG
090100     IF NOT WS-AUDITLOG-OK
090200         GO TO 2850-EXIT
090300     END-IF
090400     IF WS-AUDIT-FILE-NAME NOT EQUAL "CATAUDIT"
090500         ADD 1 TO WS-ARCHIVES-READ
090600     END-IF
090700     MOVE "N" TO WS-EOF-FILE-SW
090800     PERFORM 2870-READ-ONE-CROSSING THRU 2870-EXIT
090900         UNTIL WS-EOF-FILE
091000     CLOSE CAT-AUDIT-LOG.
091100 2850-EXIT.
091200     EXIT.
091300 2870-READ-ONE-CROSSING.
091400     READ CAT-AUDIT-LOG
091500         AT END
091600             SET WS-EOF-FILE TO TRUE
091700             GO TO 2870-EXIT
091800     END-READ
091900     MOVE CATAUDIT-KEY TO WS-MATCH-KEY
092000     PERFORM 2950-MATCH-KEY THRU 2950-EXIT
092100     IF WS-KEY-FOUND-IDX EQUAL ZERO
092200         GO TO 2870-EXIT
092300     END-IF
092400     MOVE SPACES TO WS-ENTRY
092500     MOVE CATAUDIT-DATE TO WS-ENT-DATE
092600     MOVE CATAUDIT-TIME TO WS-ENT-TIME
092700     MOVE "CATAUDIT" TO WS-ENT-SOURCE
092800     STRING "CROSSING " DELIMITED BY SIZE
092900         CATAUDIT-CALL-NAME DELIMITED BY SIZE
093000         " FROM " DELIMITED BY SIZE
093100         CATAUDIT-PROGRAM DELIMITED BY SIZE
093200         INTO WS-ENT-TEXT (1)
093300     STRING "NAME LENGTH " DELIMITED BY SIZE
093400         CATAUDIT-CATNAME-LEN DELIMITED BY SIZE
093500         INTO WS-ENT-TEXT (2)
093600     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
093700 2870-EXIT.
093800     EXIT.
093900*****************************************************************
094000*    2900-GATHER-ONE-ARCHIVE-DATE                               *
094100*    THE CAT-HSKP ARCHIVES OF BOTH LOGS FOR THE SCAN DATE, THEN *
094200*    THE NEXT DAY.                                              *
094300*****************************************************************
094400 2900-GATHER-ONE-ARCHIVE-DATE.
094500     MOVE SPACES TO WS-EXCLOG-FILE-NAME
094600     STRING "CATEXLA" DELIMITED BY SIZE
094700         WS-SCAN-DATE-X DELIMITED BY SIZE
094800         INTO WS-EXCLOG-FILE-NAME
094900     PERFORM 2700-GATHER-EXCEPTIONS THRU 2700-EXIT
095000     MOVE SPACES TO WS-AUDIT-FILE-NAME
095100     STRING "CATAUDA" DELIMITED BY SIZE
095200         WS-SCAN-DATE-X DELIMITED BY SIZE
095300         INTO WS-AUDIT-FILE-NAME
095400     PERFORM 2850-GATHER-CROSSINGS THRU 2850-EXIT
095500     PERFORM 2980-ADVANCE-ONE-DAY THRU 2980-EXIT.
095600 2900-EXIT.
095700     EXIT.
095800*****************************************************************
095900*    2950-MATCH-KEY                                             *
096000*    KEY-TABLE ENTRY FOR WS-MATCH-KEY, ZERO WHEN NOT TRACKED.   *
096100*****************************************************************
096200 2950-MATCH-KEY.
096300     MOVE ZERO TO WS-KEY-FOUND-IDX
096400     PERFORM 2960-TEST-ONE-KEY THRU 2960-EXIT
096500         VARYING WS-KEY-IDX FROM 1 BY 1
096600         UNTIL WS-KEY-IDX > WS-KEY-ENTRY-COUNT
096700         OR WS-KEY-FOUND-IDX > ZERO.
096800 2950-EXIT.
096900     EXIT.
097000 2960-TEST-ONE-KEY.
097100     IF WS-KT-KEY (WS-KEY-IDX) EQUAL WS-MATCH-KEY
097200         MOVE WS-KEY-IDX TO WS-KEY-FOUND-IDX
097300     END-IF.
097400 2960-EXIT.
097500     EXIT.
097600*****************************************************************
097700*    2980-ADVANCE-ONE-DAY                                       *
097800*    STEPS THE SCAN DATE ONE CALENDAR DAY, MONTH ENDS AND LEAP  *
097900*    FEBRUARIES INCLUDED.                                       *
098000*****************************************************************
098100 2980-ADVANCE-ONE-DAY.
098200     MOVE WS-MONTH-DAYS (WS-SCAN-MM) TO WS-DAYS-THIS-MONTH
098300     IF WS-SCAN-MM EQUAL 2
098400         PERFORM 2990-CHECK-LEAP-YEAR THRU 2990-EXIT
098500         IF WS-IS-LEAP-YEAR
098600             MOVE 29 TO WS-DAYS-THIS-MONTH
098700         END-IF
098800     END-IF
098900     IF WS-SCAN-DD < WS-DAYS-THIS-MONTH
099000         ADD 1 TO WS-SCAN-DD
099100         GO TO 2980-EXIT
099200     END-IF
099300     MOVE 1 TO WS-SCAN-DD
099400     IF WS-SCAN-MM < 12
099500         ADD 1 TO WS-SCAN-MM
099600     ELSE
099700         MOVE 1 TO WS-SCAN-MM
099800         ADD 1 TO WS-SCAN-YYYY
099900     END-IF.
100000 2980-EXIT.
100100     EXIT.
100200*****************************************************************
100300*    2990-CHECK-LEAP-YEAR                                       *
100400*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.     *
100500*****************************************************************
100600 2990-CHECK-LEAP-YEAR.
100700     MOVE "N" TO WS-LEAP-SW
100800     DIVIDE WS-SCAN-YYYY BY 4 GIVING WS-LEAP-WORK
100900         REMAINDER WS-LEAP-REM
101000     IF WS-LEAP-REM NOT EQUAL ZERO
101100         GO TO 2990-EXIT
101200     END-IF
101300     DIVIDE WS-SCAN-YYYY BY 100 GIVING WS-LEAP-WORK
101400         REMAINDER WS-LEAP-REM
101500     IF WS-LEAP-REM NOT EQUAL ZERO
101600         MOVE "Y" TO WS-LEAP-SW
101700         GO TO 2990-EXIT
101800     END-IF
101900     DIVIDE WS-SCAN-YYYY BY 400 GIVING WS-LEAP-WORK
102000         REMAINDER WS-LEAP-REM
102100     IF WS-LEAP-REM EQUAL ZERO
102200         MOVE "Y" TO WS-LEAP-SW
102300     END-IF.
102400 2990-EXIT.
102500     EXIT.
102600*****************************************************************
102700*    3000-RELEASE-ENTRY                                         *
102800*    HANDS THE ENTRY BUILT IN WS-ENTRY TO THE SORT UNDER THE    *
102900*    MATCHED KEY. THE SEQUENCE NUMBER KEEPS ENTRIES WITH THE    *
103000*    SAME STAMP IN THE ORDER THEY WERE GATHERED.                *
103100*****************************************************************
103200 3000-RELEASE-ENTRY.
103300     ADD 1 TO WS-ENTRY-SEQ
103400     MOVE WS-KEY-FOUND-IDX TO SD-DOS-KEY-IDX
103500     MOVE WS-ENT-DATE TO SD-DOS-DATE
103600     MOVE WS-ENT-TIME TO SD-DOS-TIME
103700     MOVE WS-ENTRY-SEQ TO SD-DOS-SEQ
103800     MOVE WS-ENT-SOURCE TO SD-DOS-SOURCE
103900     MOVE WS-ENT-TEXT (1) TO SD-DOS-TEXT (1)
104000     MOVE WS-ENT-TEXT (2) TO SD-DOS-TEXT (2)
104100     MOVE WS-ENT-TEXT (3) TO SD-DOS-TEXT (3)
104200     MOVE WS-ENT-TEXT (4) TO SD-DOS-TEXT (4)
104300     RELEASE SD-DOS-RECORD.
104400 3000-EXIT.
104500     EXIT.
104600*****************************************************************
104700*    3100-DESCRIBE-STATUS                                       *
104800*    LOOKUP STATUS BYTE TO ITS REPORT WORDING.                  *
104900*****************************************************************
105000 3100-DESCRIBE-STATUS.
105100     EVALUATE WS-STATUS-CODE
105200         WHEN "F"
105300             MOVE "FOUND" TO WS-STATUS-DESC
105400         WHEN "N"
105500             MOVE "NULL POINTER" TO WS-STATUS-DESC
105600         WHEN "V"
105700             MOVE "VALIDATE FAILED" TO WS-STATUS-DESC
105800         WHEN "T"
105900             MOVE "TRUNCATED" TO WS-STATUS-DESC
106000         WHEN OTHER
106100             MOVE SPACES TO WS-STATUS-DESC
106200             STRING "STATUS " DELIMITED BY SIZE
106300                 WS-STATUS-CODE DELIMITED BY SIZE
106400                 INTO WS-STATUS-DESC
106500     END-EVALUATE.
106600 3100-EXIT.
106700     EXIT.
106800*****************************************************************
106900*    3200-STAMP-LAST-RUN-END                                    *
107000*    CATRSLT AND THE CACHES CARRY NO STAMP OF THEIR OWN - THEY  *
107100*    ARE DATED BY THE END OF THE LAST RUN ON CATRHIST, OR TODAY *
107200*    WHEN THERE IS NO RUN HISTORY.                              *
107300*****************************************************************
107400 3200-STAMP-LAST-RUN-END.
107500     IF WS-HAVE-HISTORY
107600         MOVE WS-LAST-RUN-DATE TO WS-ENT-DATE
107700         MOVE WS-LAST-RUN-END TO WS-ENT-TIME
107800     ELSE
107900         MOVE WS-CURRENT-DATE TO WS-ENT-DATE
108000     END-IF.
108100 3200-EXIT.
108200     EXIT.
108300*****************************************************************
108400*    5000-PRINT-DOSSIERS                                        *
108500*    SORT OUTPUT PROCEDURE - ONE DOSSIER PER KEY IN THE ORDER   *
108600*    THE KEYS WERE SUPPLIED, ENTRIES IN DATE/TIME ORDER.        *
108700*****************************************************************
108800 5000-PRINT-DOSSIERS.
108900     PERFORM 5050-RETURN-ENTRY THRU 5050-EXIT
109000     PERFORM 5100-PRINT-ONE-DOSSIER THRU 5100-EXIT
109100         VARYING WS-KEY-IDX FROM 1 BY 1
109200         UNTIL WS-KEY-IDX > WS-KEY-ENTRY-COUNT.
109300 5000-EXIT.
109400     EXIT.
109500 5050-RETURN-ENTRY.
109600     RETURN SORT-DOSSIER-WORK
109700         AT END
109800             SET WS-EOF-SORT TO TRUE
109900     END-RETURN.
110000 5050-EXIT.
110100     EXIT.
110200 5100-PRINT-ONE-DOSSIER.
110300     MOVE ALL "=" TO CATCTRL-LINE
110400     WRITE CATCTRL-RECORD
110500     MOVE SPACES TO CATCTRL-LINE
110600     STRING "DOSSIER FOR KEY " DELIMITED BY SIZE
110700         WS-KT-KEY (WS-KEY-IDX) DELIMITED BY SIZE
110800         INTO CATCTRL-LINE
110900     WRITE CATCTRL-RECORD
111000     IF NOT WS-KT-ON-MASTER (WS-KEY-IDX)
111100         MOVE SPACES TO CATCTRL-LINE
111200         STRING "NO LIVE MASTER RECORD ON CATMST" INTO
111300             CATCTRL-LINE
111400         WRITE CATCTRL-RECORD
111500     END-IF
111600     MOVE SPACES TO CATCTRL-LINE
111700     STRING "DATE     TIME     SOURCE   DETAIL" INTO
111800         CATCTRL-LINE
111900     WRITE CATCTRL-RECORD
112000     MOVE ALL "-" TO CATCTRL-LINE
112100     WRITE CATCTRL-RECORD
112200     MOVE ZERO TO WS-KEY-ENTRIES
112300     PERFORM 5200-PRINT-ONE-ENTRY THRU 5200-EXIT
112400         UNTIL WS-EOF-SORT
112500         OR SD-DOS-KEY-IDX NOT EQUAL WS-KEY-IDX
112600     IF WS-KEY-ENTRIES EQUAL ZERO
112700         MOVE SPACES TO CATCTRL-LINE
112800         STRING "NO ENTRIES FOUND FOR THIS KEY" INTO
112900             CATCTRL-LINE
113000         WRITE CATCTRL-RECORD
113100     END-IF
113200     MOVE WS-KEY-ENTRIES TO WS-EDIT-COUNT
113300     MOVE SPACES TO CATCTRL-LINE
113400     STRING "ENTRIES. . . . . . . . . ." DELIMITED BY SIZE
113500         WS-EDIT-COUNT DELIMITED BY SIZE
113600         INTO CATCTRL-LINE
113700     WRITE CATCTRL-RECORD.
113800 5100-EXIT.
113900     EXIT.
114000*****************************************************************
114100*    5200-PRINT-ONE-ENTRY                                       *
114200*    THE FIRST DETAIL LINE BESIDE THE STAMP AND SOURCE, ANY     *
114300*    FURTHER NON-BLANK DETAIL LINES INDENTED UNDER IT.          *
114400*****************************************************************
114500 5200-PRINT-ONE-ENTRY.
114600     ADD 1 TO WS-KEY-ENTRIES
114700     ADD 1 TO WS-ENTRIES-LISTED
114800     MOVE SPACES TO CATCTRL-LINE
114900     STRING SD-DOS-DATE DELIMITED BY SIZE
115000         " " DELIMITED BY SIZE
115100         SD-DOS-TIME DELIMITED BY SIZE
115200         " " DELIMITED BY SIZE
115300         SD-DOS-SOURCE DELIMITED BY SIZE
115400         " " DELIMITED BY SIZE
115500         SD-DOS-TEXT (1) DELIMITED BY SIZE
115600         INTO CATCTRL-LINE
115700     WRITE CATCTRL-RECORD
115800     PERFORM 5250-PRINT-ONE-DETAIL THRU 5250-EXIT
115900         VARYING WS-TEXT-IDX FROM 2 BY 1 UNTIL WS-TEXT-IDX > 4
116000     PERFORM 5050-RETURN-ENTRY THRU 5050-EXIT.
116100 5200-EXIT.
116200     EXIT.
116300 5250-PRINT-ONE-DETAIL.
116400     IF SD-DOS-TEXT (WS-TEXT-IDX) EQUAL SPACES
116500         GO TO 5250-EXIT
116600     END-IF
116700     MOVE SPACES TO CATCTRL-LINE
116800     MOVE SD-DOS-TEXT (WS-TEXT-IDX) TO CATCTRL-LINE (28:53)
116900     WRITE CATCTRL-RECORD.
117000 5250-EXIT.
117100     EXIT.
117200*****************************************************************
117300*    9000-TERMINATE                                             *
117400*    SUMMARY BLOCK AND CLOSE.                                   *
117500*****************************************************************
117600 9000-TERMINATE.
117700     MOVE ALL "=" TO CATCTRL-LINE
117800     WRITE CATCTRL-RECORD
117900     MOVE WS-KEY-ENTRY-COUNT TO WS-EDIT-COUNT
118000     MOVE SPACES TO CATCTRL-LINE
118100     STRING "KEYS REPORTED. . . . . . ." DELIMITED BY SIZE
118200         WS-EDIT-COUNT DELIMITED BY SIZE
118300         INTO CATCTRL-LINE
118400     WRITE CATCTRL-RECORD
118500     IF WS-UNTRACKED-COUNT > ZERO
118600         MOVE WS-UNTRACKED-COUNT TO WS-EDIT-COUNT
118700         MOVE SPACES TO CATCTRL-LINE
118800         STRING "KEYS OVER THE 100 LIMIT. ." DELIMITED BY SIZE
118900             WS-EDIT-COUNT DELIMITED BY SIZE
119000             " (NOT REPORTED)" DELIMITED BY SIZE
119100             INTO CATCTRL-LINE
119200         WRITE CATCTRL-RECORD
119300     END-IF
119400     MOVE WS-ENTRIES-LISTED TO WS-EDIT-COUNT
119500     MOVE SPACES TO CATCTRL-LINE
119600     STRING "ENTRIES LISTED . . . . . ." DELIMITED BY SIZE
119700         WS-EDIT-COUNT DELIMITED BY SIZE
119800         INTO CATCTRL-LINE
119900     WRITE CATCTRL-RECORD
120000     MOVE WS-GENS-READ-COUNT TO WS-EDIT-COUNT
120100     MOVE SPACES TO CATCTRL-LINE
120200     STRING "GENERATIONS READ . . . . ." DELIMITED BY SIZE
120300         WS-EDIT-COUNT DELIMITED BY SIZE
120400         INTO CATCTRL-LINE
120500     WRITE CATCTRL-RECORD
120600     MOVE WS-GENS-MISSING-COUNT TO WS-EDIT-COUNT
120700     MOVE SPACES TO CATCTRL-LINE
120800     STRING "GENERATIONS NOT ON FILE. ." DELIMITED BY SIZE
120900         WS-EDIT-COUNT DELIMITED BY SIZE
121000         INTO CATCTRL-LINE
121100     WRITE CATCTRL-RECORD
121200     MOVE WS-ARCHIVES-READ TO WS-EDIT-COUNT
121300     MOVE SPACES TO CATCTRL-LINE
121400     STRING "LOG ARCHIVES READ. . . . ." DELIMITED BY SIZE
121500         WS-EDIT-COUNT DELIMITED BY SIZE
121600         INTO CATCTRL-LINE
121700     WRITE CATCTRL-RECORD
121800     IF NOT WS-HAVE-HISTORY
121900         MOVE SPACES TO CATCTRL-LINE
122000         STRING "NO RUN HISTORY - GENERATIONS AND ARCHIVES NOT "
122100             "SEARCHED" DELIMITED BY SIZE INTO CATCTRL-LINE
122200         WRITE CATCTRL-RECORD
122300     END-IF
122400     CLOSE CAT-DOSSIER-REPORT.
122500 9000-EXIT.
122600     EXIT.

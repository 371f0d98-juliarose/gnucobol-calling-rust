000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-OWNCV.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. ONE-TIME CONVERSION OF    *
001100*                   THE FREE-TEXT CATMST-OWNER TO THE CATOWNR   *
001200*                   OWNER ID. EVERY DISTINCT OWNER TEXT FOUND   *
001300*                   ON THE MASTER OR THE PENDING-CHANGES FILE   *
001400*                   IS GIVEN A NEW OWNER ID AND A SKELETON      *
001500*                   OWNER MASTER RECORD (NAME ONLY - THE        *
001600*                   ADDRESS IS KEYED LATER IN CAT-OWNR, AND     *
001700*                   CAT-MAIL LISTS THE OWNER AS HAVING NO       *
001800*                   USABLE ADDRESS UNTIL IT IS). EACH MASTER    *
001900*                   RECORD IS REWRITTEN WITH THE ID, A CATMAUD  *
002000*                   CHANGE RECORD IS WRITTEN, AND THE CATOXRF   *
002100*                   ENTRY IS MOVED UNDER THE ID. A RECORD THAT  *
002200*                   ALREADY CARRIES AN OWNER ID ON FILE IS LEFT *
002300*                   ALONE, SO A RERUN IS HARMLESS. THE CATOCRPT *
002400*                   REPORT LISTS EVERY OWNER ID ASSIGNED.       *
002500*    10/15/26  JRM  RUN OUTSIDE CAT-DRIVER WITH NO SIGN-ON, SO  *
002600*                   THE CATMST STAMP AND CATMAUD OPERATOR FIELD *
002700*                   CARRY CATOWNCV AS THE OPERATOR ID.          *
002800*    10/15/26  JRM  EVERY CATMAUD RECORD IS STAMPED WITH SOURCE *
002900*                   V (CATMAUD GREW TO 165 BYTES) FOR THE       *
003000*                   CAT-BALANCE MOVEMENT REPORT.                *
003100*    10/15/26  JRM  RELOADS THE OLD-LAYOUT FILES FIRST. CATMST  *
003200*                   GREW FROM 155 TO 163 BYTES (MAINT           *
003300*                   OPERATOR), CATMAUD FROM 156 TO 165          *
003400*                   (OPERATOR, SOURCE) AND CATPEND FROM 148 TO  *
003500*                   156 (KEYED-BY OPERATOR), THE NEW FIELDS ALL *
003600*                   AT THE END. CUT-OVER ORDER - (1) STOP ALL   *
003700*                   UPDATING; (2) RENAME THE OLD CATMST,        *
003800*                   CATMAUD AND CATPEND TO CATMSTO, CATMAUDO    *
003900*                   AND CATPENDO; (3) RUN CAT-OWNCV, WHICH      *
004000*                   BUILDS EACH NEW FILE FROM ITS OLD-LAYOUT    *
004100*                   COPY (NEW FIELDS BLANK) AND THEN CONVERTS   *
004200*                   THE OWNERS; (4) CHECK THE RELOAD COUNTS ON  *
004300*                   CATOCRPT BEFORE RELEASING THE NEW PROGRAMS. *
004400*                   A FILE IS ONLY RELOADED WHEN THE NEW-LAYOUT *
004500*                   FILE IS NOT YET ON FILE, SO A RERUN NEVER   *
004600*                   RELOADS OVER CONVERTED RECORDS.             *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CAT-MASTER-FILE ASSIGN TO "CATMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CATMST-KEY
005800         FILE STATUS IS WS-MASTER-STATUS.
005900     SELECT CAT-OWNER-FILE ASSIGN TO "CATOWNR"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CATOWNR-ID
006300         FILE STATUS IS WS-OWNER-STATUS.
006400     SELECT CAT-OWNER-XREF ASSIGN TO "CATOXRF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CATOXRF-XKEY
006800         FILE STATUS IS WS-XREF-STATUS.
006900     SELECT CAT-MAINT-AUDIT ASSIGN TO "CATMAUD"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-MNTAUD-STATUS.
007200     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PEND-STATUS.
007500     SELECT CAT-PENDING-RETAIN ASSIGN TO "CATPENDW"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RETAIN-STATUS.
007800     SELECT CAT-CONVERT-REPORT ASSIGN TO "CATOCRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-REPORT-STATUS.
008100     SELECT CAT-OLD-MASTER ASSIGN TO "CATMSTO"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS CATMSTO-KEY
008500         FILE STATUS IS WS-OLD-STATUS.
008600     SELECT CAT-OLD-MAINT-AUDIT ASSIGN TO "CATMAUDO"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-OLD-STATUS.
008900     SELECT CAT-OLD-PENDING ASSIGN TO "CATPENDO"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-OLD-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CAT-MASTER-FILE
009500     RECORD CONTAINS 163 CHARACTERS.
009600 COPY CATMST.
009700 FD  CAT-OWNER-FILE
009800     RECORD CONTAINS 131 CHARACTERS.
009900 COPY CATOWNR.
010000 FD  CAT-OWNER-XREF
010100     RECORD CONTAINS 131 CHARACTERS.
010200 COPY CATOXRF.
010300 FD  CAT-MAINT-AUDIT
010400     RECORD CONTAINS 165 CHARACTERS.
010500 COPY CATMAUD.
010600 FD  CAT-PENDING-FILE
010700     RECORD CONTAINS 156 CHARACTERS.
010800 COPY CATPEND.
010900 FD  CAT-PENDING-RETAIN
011000     RECORD CONTAINS 156 CHARACTERS.
011100 01  CATPENDW-RECORD             PIC X(156).
011200 FD  CAT-CONVERT-REPORT
011300     RECORD CONTAINS 80 CHARACTERS.
011400 COPY CATCTRL.
011500 FD  CAT-OLD-MASTER
011600     RECORD CONTAINS 155 CHARACTERS.
011700 01  CATMSTO-RECORD.
011800     05  CATMSTO-KEY             PIC X(20).
011900     05  FILLER                  PIC X(135).
012000 FD  CAT-OLD-MAINT-AUDIT
012100     RECORD CONTAINS 156 CHARACTERS.
012200 01  CATMAUDO-RECORD             PIC X(156).
012300 FD  CAT-OLD-PENDING
012400     RECORD CONTAINS 148 CHARACTERS.
012500 01  CATPENDO-RECORD             PIC X(148).
012600 WORKING-STORAGE SECTION.
012700*****************************************************************
012800*    SWITCHES AND STATUS BYTES                                  *
012900*****************************************************************
013000 77  WS-MASTER-STATUS        PIC X(02).
013100     88  WS-MASTER-OK                VALUE "00".
013200 77  WS-OWNER-STATUS         PIC X(02).
013300     88  WS-OWNER-OK                 VALUE "00".
013400 77  WS-XREF-STATUS          PIC X(02).
013500     88  WS-XREF-OK                  VALUE "00".
013600 77  WS-MNTAUD-STATUS        PIC X(02).
013700     88  WS-MNTAUD-OK                VALUE "00".
013800 77  WS-PEND-STATUS          PIC X(02).
013900     88  WS-PEND-OK                  VALUE "00".
014000 77  WS-RETAIN-STATUS        PIC X(02).
014100     88  WS-RETAIN-OK                VALUE "00".
014200 77  WS-REPORT-STATUS        PIC X(02).
014300     88  WS-REPORT-OK                VALUE "00".
014400 77  WS-OLD-STATUS           PIC X(02).
014500     88  WS-OLD-OK                   VALUE "00".
014600 77  WS-EOF-OLD-SW           PIC X(01)   VALUE "N".
014700     88  WS-EOF-OLD                  VALUE "Y".
014800 77  WS-EOF-MASTER-SW        PIC X(01)   VALUE "N".
014900     88  WS-EOF-MASTER               VALUE "Y".
015000 77  WS-EOF-PEND-SW          PIC X(01)   VALUE "N".
015100     88  WS-EOF-PEND                 VALUE "Y".
015200 77  WS-EOF-COPY-SW          PIC X(01)   VALUE "N".
015300     88  WS-EOF-COPY                 VALUE "Y".
015400 77  WS-PEND-PRESENT-SW      PIC X(01)   VALUE "N".
015500     88  WS-PEND-PRESENT             VALUE "Y".
015600 77  WS-ID-FREE-SW           PIC X(01)   VALUE "N".
015700     88  WS-ID-FREE                  VALUE "Y".
015800*****************************************************************
015900*    CONVERSION TABLE - ONE ENTRY PER DISTINCT OWNER TEXT       *
016000*    ALREADY GIVEN AN ID, SO EVERY CAT OF THE SAME OWNER LANDS  *
016100*    UNDER THE SAME ID. A FULL TABLE LEAVES FURTHER OWNERS      *
016200*    UNCONVERTED AND LISTED - A RERUN PICKS THEM UP.            *
016300*****************************************************************
016400 77  WS-CNV-ENTRY-MAX        PIC S9(04)  COMP VALUE 2000.
016500 77  WS-CNV-ENTRY-COUNT      PIC S9(04)  COMP VALUE ZERO.
016600 77  WS-CNV-IDX              PIC S9(04)  COMP.
016700 77  WS-CNV-FOUND-IDX        PIC S9(04)  COMP.
016800 01  WS-CNV-TABLE.
016900     05  WS-CNV-ENTRY        OCCURS 2000 TIMES.
017000         10  WS-CNV-OLD-OWNER    PIC X(30).
017100         10  WS-CNV-OWNER-ID     PIC X(10).
017200*****************************************************************
017300*    WORK FIELDS AND COUNTS                                     *
017400*****************************************************************
017500 77  WS-OLD-OWNER            PIC X(30).
017600 77  WS-NEW-OWNER-ID         PIC X(10).
017700 77  WS-NEXT-OWNER-NUM       PIC 9(07)   VALUE ZERO.
017800 01  WS-GEN-OWNER-ID.
017900     05  FILLER              PIC X(03)   VALUE "OWN".
018000     05  WS-GEN-OWNER-NUM    PIC 9(07).
018100 77  WS-MASTER-READ-COUNT    PIC 9(09)   VALUE ZERO.
018200 77  WS-MASTER-CONV-COUNT    PIC 9(09)   VALUE ZERO.
018300 77  WS-ALREADY-COUNT        PIC 9(09)   VALUE ZERO.
018400 77  WS-NO-OWNER-COUNT       PIC 9(09)   VALUE ZERO.
018500 77  WS-PEND-CONV-COUNT      PIC 9(09)   VALUE ZERO.
018600 77  WS-OWNERS-ADDED-COUNT   PIC 9(09)   VALUE ZERO.
018700 77  WS-UNCONVERTED-COUNT    PIC 9(09)   VALUE ZERO.
018800 77  WS-MST-RELOAD-COUNT     PIC 9(09)   VALUE ZERO.
018900 77  WS-AUD-RELOAD-COUNT     PIC 9(09)   VALUE ZERO.
019000 77  WS-PND-RELOAD-COUNT     PIC 9(09)   VALUE ZERO.
019100 77  WS-RELOAD-REJECT-COUNT  PIC 9(09)   VALUE ZERO.
019200 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
019300 01  WS-CURRENT-DATE.
019400     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
019500 01  WS-CURRENT-TIME.
019600     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020000     PERFORM 2000-CONVERT-ONE-MASTER THRU 2000-EXIT
020100         UNTIL WS-EOF-MASTER
020200     PERFORM 3000-CONVERT-PENDING-FILE THRU 3000-EXIT
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT
020400     GOBACK.
020500*****************************************************************
020600*    1000-INITIALIZE                                            *
020700*    RELOADS ANY OLD-LAYOUT FILE NOT YET IN THE NEW LAYOUT,     *
020800*    THEN OPENS THE MASTER, THE OWNER MASTER (CREATED ON FIRST  *
020900*    USE), THE CROSS-REFERENCE, THE AUDIT TRAIL, AND THE        *
021000*    REPORT, AND POSITIONS THE MASTER AT ITS FIRST KEY.         *
021100*****************************************************************
021200 1000-INITIALIZE.
021300     OPEN OUTPUT CAT-CONVERT-REPORT
021400     MOVE SPACES TO CATCTRL-LINE
021500     STRING "CAT-OWNCV OWNER ID CONVERSION REPORT" INTO
021600         CATCTRL-LINE
021700     WRITE CATCTRL-RECORD
021800     MOVE ALL "-" TO CATCTRL-LINE
021900     WRITE CATCTRL-RECORD
022000     PERFORM 1100-RELOAD-OLD-MASTER THRU 1100-EXIT
022100     PERFORM 1200-RELOAD-OLD-AUDIT THRU 1200-EXIT
022200     PERFORM 1300-RELOAD-OLD-PENDING THRU 1300-EXIT
022300     OPEN I-O CAT-MASTER-FILE
022400     IF NOT WS-MASTER-OK
022500         OPEN OUTPUT CAT-MASTER-FILE
022600         CLOSE CAT-MASTER-FILE
022700         OPEN I-O CAT-MASTER-FILE
022800     END-IF
022900     OPEN I-O CAT-OWNER-FILE
023000     IF NOT WS-OWNER-OK
023100         OPEN OUTPUT CAT-OWNER-FILE
023200         CLOSE CAT-OWNER-FILE
023300         OPEN I-O CAT-OWNER-FILE
023400     END-IF
023500     OPEN I-O CAT-OWNER-XREF
023600     IF NOT WS-XREF-OK
023700         OPEN OUTPUT CAT-OWNER-XREF
023800         CLOSE CAT-OWNER-XREF
023900         OPEN I-O CAT-OWNER-XREF
024000     END-IF
024100     OPEN EXTEND CAT-MAINT-AUDIT
024200     IF NOT WS-MNTAUD-OK
024300         OPEN OUTPUT CAT-MAINT-AUDIT
024400     END-IF
024500     MOVE LOW-VALUES TO CATMST-KEY
024600     START CAT-MASTER-FILE KEY NOT < CATMST-KEY
024700         INVALID KEY
024800             SET WS-EOF-MASTER TO TRUE
024900     END-START.
025000 1000-EXIT.
025100     EXIT.
025200*****************************************************************
025300*    1100-RELOAD-OLD-MASTER                                     *
025400*    WHEN CATMST IS NOT YET ON FILE AND THE OLD-LAYOUT CATMSTO  *
025500*    IS, CATMST IS BUILT FROM IT IN KEY SEQUENCE. THE 8-BYTE    *
025600*    MAINTENANCE OPERATOR ADDED AT THE END IS LEFT BLANK.       *
025700*****************************************************************
025800 1100-RELOAD-OLD-MASTER.
025900     OPEN INPUT CAT-MASTER-FILE
026000     IF WS-MASTER-OK
026100         CLOSE CAT-MASTER-FILE
026200         GO TO 1100-EXIT
026300     END-IF
026400     OPEN INPUT CAT-OLD-MASTER
026500     IF NOT WS-OLD-OK
026600         GO TO 1100-EXIT
026700     END-IF
026800     OPEN OUTPUT CAT-MASTER-FILE
026900     IF NOT WS-MASTER-OK
027000         DISPLAY "CAT-OWNCV: CATMST COULD NOT BE CREATED - "
027100             "STATUS " WS-MASTER-STATUS
027200         CLOSE CAT-OLD-MASTER
027300         MOVE 8 TO RETURN-CODE
027400         GO TO 1100-EXIT
027500     END-IF
027600     MOVE "N" TO WS-EOF-OLD-SW
027700     PERFORM 1150-RELOAD-ONE-MASTER THRU 1150-EXIT
027800         UNTIL WS-EOF-OLD
027900     CLOSE CAT-OLD-MASTER
028000     CLOSE CAT-MASTER-FILE.
028100 1100-EXIT.
028200     EXIT.
028300 1150-RELOAD-ONE-MASTER.
028400     READ CAT-OLD-MASTER
028500         AT END
028600             SET WS-EOF-OLD TO TRUE
028700             GO TO 1150-EXIT
028800     END-READ
028900     MOVE CATMSTO-RECORD TO CATMST-RECORD
029000     WRITE CATMST-RECORD
029100         INVALID KEY
029200             ADD 1 TO WS-RELOAD-REJECT-COUNT
029300             GO TO 1150-EXIT
029400     END-WRITE
029500     ADD 1 TO WS-MST-RELOAD-COUNT.
029600 1150-EXIT.
029700     EXIT.
029800*****************************************************************
029900*    1200-RELOAD-OLD-AUDIT                                      *
030000*    WHEN CATMAUD IS NOT YET ON FILE AND THE OLD-LAYOUT         *
030100*    CATMAUDO IS, CATMAUD IS BUILT FROM IT IN FILE ORDER. THE   *
030200*    OPERATOR AND SOURCE ADDED AT THE END ARE LEFT BLANK, WHICH *
030300*    CAT-BALANCE SHOWS AS UNTAGGED.                             *
030400*****************************************************************
030500 1200-RELOAD-OLD-AUDIT.
030600     OPEN INPUT CAT-MAINT-AUDIT
030700     IF WS-MNTAUD-OK
030800         CLOSE CAT-MAINT-AUDIT
030900         GO TO 1200-EXIT
031000     END-IF
031100     OPEN INPUT CAT-OLD-MAINT-AUDIT
031200     IF NOT WS-OLD-OK
031300         GO TO 1200-EXIT
031400     END-IF
031500     OPEN OUTPUT CAT-MAINT-AUDIT
031600     MOVE "N" TO WS-EOF-OLD-SW
031700     PERFORM 1250-RELOAD-ONE-AUDIT THRU 1250-EXIT
031800         UNTIL WS-EOF-OLD
031900     CLOSE CAT-OLD-MAINT-AUDIT
032000     CLOSE CAT-MAINT-AUDIT.
032100 1200-EXIT.
032200     EXIT.
032300 1250-RELOAD-ONE-AUDIT.
032400     READ CAT-OLD-MAINT-AUDIT
032500         AT END
032600             SET WS-EOF-OLD TO TRUE
032700             GO TO 1250-EXIT
032800     END-READ
032900     MOVE CATMAUDO-RECORD TO CATMAUD-RECORD
033000     WRITE CATMAUD-RECORD
033100     ADD 1 TO WS-AUD-RELOAD-COUNT.
033200 1250-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    1300-RELOAD-OLD-PENDING                                    *
033600*    WHEN CATPEND IS NOT YET ON FILE AND THE OLD-LAYOUT         *
033700*    CATPENDO IS, CATPEND IS BUILT FROM IT IN FILE ORDER WITH   *
033800*    THE KEYED-BY OPERATOR ADDED AT THE END LEFT BLANK.         *
033900*****************************************************************
034000 1300-RELOAD-OLD-PENDING.
034100     OPEN INPUT CAT-PENDING-FILE
034200     IF WS-PEND-OK
034300         CLOSE CAT-PENDING-FILE
034400         GO TO 1300-EXIT
034500     END-IF
034600     OPEN INPUT CAT-OLD-PENDING
034700     IF NOT WS-OLD-OK
034800         GO TO 1300-EXIT
034900     END-IF
035000     OPEN OUTPUT CAT-PENDING-FILE
035100     MOVE "N" TO WS-EOF-OLD-SW
035200     PERFORM 1350-RELOAD-ONE-PENDING THRU 1350-EXIT
035300         UNTIL WS-EOF-OLD
035400     CLOSE CAT-OLD-PENDING
035500     CLOSE CAT-PENDING-FILE.
035600 1300-EXIT.
035700     EXIT.
035800 1350-RELOAD-ONE-PENDING.
035900     READ CAT-OLD-PENDING
036000         AT END
036100             SET WS-EOF-OLD TO TRUE
036200             GO TO 1350-EXIT
036300     END-READ
036400     MOVE CATPENDO-RECORD TO CATPEND-RECORD
036500     WRITE CATPEND-RECORD
036600     ADD 1 TO WS-PND-RELOAD-COUNT.
036700 1350-EXIT.
036800     EXIT.
036900*****************************************************************
037000*    2000-CONVERT-ONE-MASTER                                    *
037100*    READS THE NEXT MASTER RECORD. A BLANK OWNER OR ONE THAT    *
037200*    ALREADY CARRIES AN OWNER ID ON FILE IS COUNTED AND LEFT.   *
037300*    OTHERWISE THE TEXT IS RESOLVED TO AN OWNER ID, THE RECORD  *
037400*    IS STAMPED AND REWRITTEN, AND THE AUDIT TRAIL AND CROSS-   *
037500*    REFERENCE FOLLOW.                                          *
037600*****************************************************************
037700 2000-CONVERT-ONE-MASTER.
037800     READ CAT-MASTER-FILE NEXT
037900         AT END
038000             SET WS-EOF-MASTER TO TRUE
038100             GO TO 2000-EXIT
038200     END-READ
038300     ADD 1 TO WS-MASTER-READ-COUNT
038400     IF CATMST-OWNER EQUAL SPACES
038500         ADD 1 TO WS-NO-OWNER-COUNT
038600         GO TO 2000-EXIT
038700     END-IF
038800     MOVE CATMST-OWNER TO WS-OLD-OWNER
038900     PERFORM 2500-RESOLVE-OWNER-ID THRU 2500-EXIT
039000     IF WS-NEW-OWNER-ID EQUAL SPACES
039100         ADD 1 TO WS-UNCONVERTED-COUNT
039200         MOVE SPACES TO CATCTRL-LINE
039300         STRING "NOT CONVERTED - TABLE FULL " DELIMITED BY SIZE
039400             CATMST-KEY DELIMITED BY SIZE
039500             INTO CATCTRL-LINE
039600         WRITE CATCTRL-RECORD
039700         GO TO 2000-EXIT
039800     END-IF
039900     IF WS-NEW-OWNER-ID EQUAL WS-OLD-OWNER
040000         ADD 1 TO WS-ALREADY-COUNT
040100         GO TO 2000-EXIT
040200     END-IF
040300     MOVE SPACES TO CATMST-OWNER
040400     MOVE WS-NEW-OWNER-ID TO CATMST-OWNER-ID
040500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
040600     ACCEPT WS-CURRENT-TIME FROM TIME
040700     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMST-MAINT-DATE
040800     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMST-MAINT-TIME
040900     MOVE "CATOWNCV" TO CATMST-MAINT-OPER
041000     REWRITE CATMST-RECORD
041100         INVALID KEY
041200             ADD 1 TO WS-UNCONVERTED-COUNT
041300             GO TO 2000-EXIT
041400     END-REWRITE
041500     ADD 1 TO WS-MASTER-CONV-COUNT
041600     PERFORM 2800-WRITE-MAINT-AUDIT THRU 2800-EXIT
041700     PERFORM 2900-REPLACE-XREF-ENTRY THRU 2900-EXIT.
041800 2000-EXIT.
041900     EXIT.
042000*****************************************************************
042100*    2500-RESOLVE-OWNER-ID                                      *
042200*    TURNS THE OWNER TEXT IN WS-OLD-OWNER INTO AN OWNER ID IN   *
042300*    WS-NEW-OWNER-ID. TEXT THAT IS ALREADY AN OWNER ID ON FILE  *
042400*    COMES BACK UNCHANGED (WS-NEW-OWNER-ID EQUAL TO THE OLD     *
042500*    TEXT). TEXT ALREADY CONVERTED THIS RUN REUSES ITS ID.      *
042600*    ANYTHING ELSE GETS A NEW ID AND A SKELETON OWNER RECORD.   *
042700*    A FULL TABLE RETURNS SPACES.                               *
042800*****************************************************************
042900 2500-RESOLVE-OWNER-ID.
043000     MOVE SPACES TO WS-NEW-OWNER-ID
043100     IF WS-OLD-OWNER (11:20) EQUAL SPACES
043200         MOVE WS-OLD-OWNER (1:10) TO CATOWNR-ID
043300         READ CAT-OWNER-FILE
043400             INVALID KEY
043500                 CONTINUE
043600             NOT INVALID KEY
043700                 MOVE WS-OLD-OWNER (1:10) TO WS-NEW-OWNER-ID
043800         END-READ
043900         IF WS-NEW-OWNER-ID NOT EQUAL SPACES
044000             GO TO 2500-EXIT
044100         END-IF
044200     END-IF
044300     MOVE ZERO TO WS-CNV-FOUND-IDX
044400     PERFORM 2550-MATCH-ONE-CNV-ENTRY THRU 2550-EXIT
044500         VARYING WS-CNV-IDX FROM 1 BY 1
044600         UNTIL WS-CNV-IDX > WS-CNV-ENTRY-COUNT
044700            OR WS-CNV-FOUND-IDX > ZERO
044800     IF WS-CNV-FOUND-IDX > ZERO
044900         MOVE WS-CNV-OWNER-ID (WS-CNV-FOUND-IDX)
045000             TO WS-NEW-OWNER-ID
045100         GO TO 2500-EXIT
045200     END-IF
045300     IF WS-CNV-ENTRY-COUNT >= WS-CNV-ENTRY-MAX
045400         GO TO 2500-EXIT
045500     END-IF
045600     PERFORM 2600-ADD-SKELETON-OWNER THRU 2600-EXIT
045700     ADD 1 TO WS-CNV-ENTRY-COUNT
045800     MOVE WS-OLD-OWNER TO WS-CNV-OLD-OWNER (WS-CNV-ENTRY-COUNT)
045900     MOVE WS-NEW-OWNER-ID TO WS-CNV-OWNER-ID (WS-CNV-ENTRY-COUNT).
046000 2500-EXIT.
046100     EXIT.
046200 2550-MATCH-ONE-CNV-ENTRY.
046300     IF WS-CNV-OLD-OWNER (WS-CNV-IDX) EQUAL WS-OLD-OWNER
046400         MOVE WS-CNV-IDX TO WS-CNV-FOUND-IDX
046500     END-IF.
046600 2550-EXIT.
046700     EXIT.
046800*****************************************************************
046900*    2600-ADD-SKELETON-OWNER                                    *
047000*    FINDS THE NEXT FREE OWNER ID (OWN + SEVEN DIGITS) AND      *
047100*    WRITES AN OWNER MASTER RECORD CARRYING ONLY THE NAME,      *
047200*    WHICH IS LISTED ON THE REPORT FOR THE ADDRESS TO BE KEYED. *
047300*****************************************************************
047400 2600-ADD-SKELETON-OWNER.
047500     MOVE "N" TO WS-ID-FREE-SW
047600     PERFORM 2650-TRY-NEXT-OWNER-ID THRU 2650-EXIT
047700         UNTIL WS-ID-FREE
047800     MOVE SPACES TO CATOWNR-RECORD
047900     MOVE WS-GEN-OWNER-ID TO CATOWNR-ID
048000     MOVE WS-OLD-OWNER TO CATOWNR-NAME
048100     MOVE "N" TO CATOWNR-NO-MAIL
048200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
048300     ACCEPT WS-CURRENT-TIME FROM TIME
048400     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATOWNR-MAINT-DATE
048500     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATOWNR-MAINT-TIME
048600     WRITE CATOWNR-RECORD
048700         INVALID KEY
048800             CONTINUE
048900     END-WRITE
049000     MOVE WS-GEN-OWNER-ID TO WS-NEW-OWNER-ID
049100     ADD 1 TO WS-OWNERS-ADDED-COUNT
049200     MOVE SPACES TO CATCTRL-LINE
049300     STRING "OWNER ID " DELIMITED BY SIZE
049400         WS-NEW-OWNER-ID DELIMITED BY SIZE
049500         " ASSIGNED TO " DELIMITED BY SIZE
049600         WS-OLD-OWNER DELIMITED BY SIZE
049700         INTO CATCTRL-LINE
049800     WRITE CATCTRL-RECORD.
049900 2600-EXIT.
050000     EXIT.
050100 2650-TRY-NEXT-OWNER-ID.
050200     ADD 1 TO WS-NEXT-OWNER-NUM
050300     MOVE WS-NEXT-OWNER-NUM TO WS-GEN-OWNER-NUM
050400     MOVE WS-GEN-OWNER-ID TO CATOWNR-ID
050500     READ CAT-OWNER-FILE
050600         INVALID KEY
050700             SET WS-ID-FREE TO TRUE
050800     END-READ.
050900 2650-EXIT.
051000     EXIT.
051100*****************************************************************
051200*    2800-WRITE-MAINT-AUDIT                                     *
051300*    ONE CHANGE RECORD PER CONVERTED MASTER RECORD, SO THE      *
051400*    TRAIL STILL RECONSTRUCTS EVERY IMAGE THE MASTER HELD.      *
051500*****************************************************************
051600 2800-WRITE-MAINT-AUDIT.
051700     MOVE CATMST-MAINT-DATE TO CATMAUD-DATE
051800     MOVE CATMST-MAINT-TIME TO CATMAUD-TIME
051900     MOVE "C" TO CATMAUD-ACTION
052000     MOVE CATMST-KEY TO CATMAUD-KEY
052100     MOVE CATMST-NAME TO CATMAUD-NAME
052200     MOVE CATMST-OWNER TO CATMAUD-OWNER
052300     MOVE CATMST-STATUS TO CATMAUD-STATUS
052400     MOVE CATMST-EFF-DATE TO CATMAUD-EFF-DATE
052500     MOVE CATMST-MAINT-OPER TO CATMAUD-OPER-ID
052600     SET CATMAUD-SRC-CONVERSION TO TRUE
052700     WRITE CATMAUD-RECORD.
052800 2800-EXIT.
052900     EXIT.
053000*****************************************************************
053100*    2900-REPLACE-XREF-ENTRY                                    *
053200*    THE ENTRY UNDER THE OLD OWNER TEXT IS DELETED AND THE NEW  *
053300*    ONE WRITTEN UNDER THE OWNER ID.                            *
053400*****************************************************************
053500 2900-REPLACE-XREF-ENTRY.
053600     MOVE WS-OLD-OWNER TO CATOXRF-OWNER
053700     MOVE CATMST-KEY TO CATOXRF-KEY
053800     DELETE CAT-OWNER-XREF
053900         INVALID KEY
054000             CONTINUE
054100     END-DELETE
054200     MOVE CATMST-OWNER TO CATOXRF-OWNER
054300     MOVE CATMST-KEY TO CATOXRF-KEY
054400     MOVE CATMST-NAME TO CATOXRF-NAME
054500     MOVE CATMST-STATUS TO CATOXRF-STATUS
054600     WRITE CATOXRF-RECORD
054700         INVALID KEY
054800             REWRITE CATOXRF-RECORD
054900                 INVALID KEY
055000                     CONTINUE
055100             END-REWRITE
055200     END-WRITE.
055300 2900-EXIT.
055400     EXIT.
055500*****************************************************************
055600*    3000-CONVERT-PENDING-FILE                                  *
055700*    COPIES THE PENDING-CHANGES FILE TO THE CATPENDW WORK FILE  *
055800*    WITH EACH OWNER TEXT RESOLVED TO ITS ID, THEN COPIES THE   *
055900*    WORK FILE BACK OVER CATPEND, AS CAT-APPLY DOES. A MISSING  *
056000*    PENDING FILE HAS NOTHING TO CONVERT.                       *
056100*****************************************************************
056200 3000-CONVERT-PENDING-FILE.
056300     OPEN INPUT CAT-PENDING-FILE
056400     IF NOT WS-PEND-OK
056500         GO TO 3000-EXIT
056600     END-IF
056700     SET WS-PEND-PRESENT TO TRUE
056800     OPEN OUTPUT CAT-PENDING-RETAIN
056900     PERFORM 3100-CONVERT-ONE-PENDING THRU 3100-EXIT
057000         UNTIL WS-EOF-PEND
057100     CLOSE CAT-PENDING-FILE
057200     CLOSE CAT-PENDING-RETAIN
057300     MOVE "N" TO WS-EOF-COPY-SW
057400     OPEN INPUT CAT-PENDING-RETAIN
057500     OPEN OUTPUT CAT-PENDING-FILE
057600     PERFORM 3200-COPY-ONE-RETAINED THRU 3200-EXIT
057700         UNTIL WS-EOF-COPY
057800     CLOSE CAT-PENDING-FILE
057900     CLOSE CAT-PENDING-RETAIN.
058000 3000-EXIT.
058100     EXIT.
058200 3100-CONVERT-ONE-PENDING.
058300     READ CAT-PENDING-FILE
058400         AT END
058500             SET WS-EOF-PEND TO TRUE
058600             GO TO 3100-EXIT
058700     END-READ
058800     IF CATPEND-OWNER NOT EQUAL SPACES
058900         MOVE CATPEND-OWNER TO WS-OLD-OWNER
059000         PERFORM 2500-RESOLVE-OWNER-ID THRU 2500-EXIT
059100         IF WS-NEW-OWNER-ID EQUAL SPACES
059200             ADD 1 TO WS-UNCONVERTED-COUNT
059300         ELSE
059400             IF WS-NEW-OWNER-ID NOT EQUAL WS-OLD-OWNER
059500                 MOVE WS-NEW-OWNER-ID TO CATPEND-OWNER
059600                 ADD 1 TO WS-PEND-CONV-COUNT
059700             END-IF
059800         END-IF
059900     END-IF
060000     MOVE CATPEND-RECORD TO CATPENDW-RECORD
060100     WRITE CATPENDW-RECORD.
060200 3100-EXIT.
060300     EXIT.
060400 3200-COPY-ONE-RETAINED.
060500     READ CAT-PENDING-RETAIN
060600         AT END
060700             SET WS-EOF-COPY TO TRUE
060800         NOT AT END
060900             MOVE CATPENDW-RECORD TO CATPEND-RECORD
061000             WRITE CATPEND-RECORD
061100     END-READ.
061200 3200-EXIT.
061300     EXIT.
061400*****************************************************************
061500*    9000-TERMINATE                                             *
061600*****************************************************************
061700 9000-TERMINATE.
061800     CLOSE CAT-MASTER-FILE
061900     CLOSE CAT-OWNER-FILE
062000     CLOSE CAT-OWNER-XREF
062100     CLOSE CAT-MAINT-AUDIT
062200     PERFORM 9500-WRITE-SUMMARY-BLOCK THRU 9500-EXIT
062300     CLOSE CAT-CONVERT-REPORT.
062400 9000-EXIT.
062500     EXIT.
062600*****************************************************************
062700*    9500-WRITE-SUMMARY-BLOCK                                   *
062800*****************************************************************
062900 9500-WRITE-SUMMARY-BLOCK.
063000     MOVE ALL "-" TO CATCTRL-LINE
063100     WRITE CATCTRL-RECORD
063200     MOVE WS-MST-RELOAD-COUNT TO WS-EDIT-COUNT
063300     MOVE SPACES TO CATCTRL-LINE
063400     STRING "CATMSTO RELOADED . . . . ." DELIMITED BY SIZE
063500         WS-EDIT-COUNT               DELIMITED BY SIZE
063600         INTO CATCTRL-LINE
063700     WRITE CATCTRL-RECORD
063800     MOVE WS-AUD-RELOAD-COUNT TO WS-EDIT-COUNT
063900     MOVE SPACES TO CATCTRL-LINE
064000     STRING "CATMAUDO RELOADED. . . . ." DELIMITED BY SIZE
064100         WS-EDIT-COUNT               DELIMITED BY SIZE
064200         INTO CATCTRL-LINE
064300     WRITE CATCTRL-RECORD
064400     MOVE WS-PND-RELOAD-COUNT TO WS-EDIT-COUNT
064500     MOVE SPACES TO CATCTRL-LINE
064600     STRING "CATPENDO RELOADED. . . . ." DELIMITED BY SIZE
064700         WS-EDIT-COUNT               DELIMITED BY SIZE
064800         INTO CATCTRL-LINE
064900     WRITE CATCTRL-RECORD
065000     MOVE WS-RELOAD-REJECT-COUNT TO WS-EDIT-COUNT
065100     MOVE SPACES TO CATCTRL-LINE
065200     STRING "RELOAD DUPLICATE KEYS. . ." DELIMITED BY SIZE
065300         WS-EDIT-COUNT               DELIMITED BY SIZE
065400         INTO CATCTRL-LINE
065500     WRITE CATCTRL-RECORD
065600     MOVE WS-MASTER-READ-COUNT TO WS-EDIT-COUNT
065700     MOVE SPACES TO CATCTRL-LINE
065800     STRING "MASTER RECORDS READ. . . ." DELIMITED BY SIZE
065900         WS-EDIT-COUNT               DELIMITED BY SIZE
066000         INTO CATCTRL-LINE
066100     WRITE CATCTRL-RECORD
066200     MOVE WS-MASTER-CONV-COUNT TO WS-EDIT-COUNT
066300     MOVE SPACES TO CATCTRL-LINE
066400     STRING "MASTER RECORDS CONVERTED ." DELIMITED BY SIZE
066500         WS-EDIT-COUNT               DELIMITED BY SIZE
066600         INTO CATCTRL-LINE
066700     WRITE CATCTRL-RECORD
066800     MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT
066900     MOVE SPACES TO CATCTRL-LINE
067000     STRING "ALREADY CARRYING AN ID . ." DELIMITED BY SIZE
067100         WS-EDIT-COUNT               DELIMITED BY SIZE
067200         INTO CATCTRL-LINE
067300     WRITE CATCTRL-RECORD
067400     MOVE WS-NO-OWNER-COUNT TO WS-EDIT-COUNT
067500     MOVE SPACES TO CATCTRL-LINE
067600     STRING "BLANK OWNER - LEFT AS IS ." DELIMITED BY SIZE
067700         WS-EDIT-COUNT               DELIMITED BY SIZE
067800         INTO CATCTRL-LINE
067900     WRITE CATCTRL-RECORD
068000     MOVE WS-PEND-CONV-COUNT TO WS-EDIT-COUNT
068100     MOVE SPACES TO CATCTRL-LINE
068200     STRING "PENDING RECORDS CONVERTED." DELIMITED BY SIZE
068300         WS-EDIT-COUNT               DELIMITED BY SIZE
068400         INTO CATCTRL-LINE
068500     WRITE CATCTRL-RECORD
068600     MOVE WS-OWNERS-ADDED-COUNT TO WS-EDIT-COUNT
068700     MOVE SPACES TO CATCTRL-LINE
068800     STRING "OWNER IDS ASSIGNED . . . ." DELIMITED BY SIZE
068900         WS-EDIT-COUNT               DELIMITED BY SIZE
069000         INTO CATCTRL-LINE
069100     WRITE CATCTRL-RECORD
069200     MOVE WS-UNCONVERTED-COUNT TO WS-EDIT-COUNT
069300     MOVE SPACES TO CATCTRL-LINE
069400     STRING "NOT CONVERTED. . . . . . ." DELIMITED BY SIZE
069500         WS-EDIT-COUNT               DELIMITED BY SIZE
069600         INTO CATCTRL-LINE
069700     WRITE CATCTRL-RECORD.
069800 9500-EXIT.
069900     EXIT.

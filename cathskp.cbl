001900*                   ARE THE ONLY ABEND-FORENSICS TRAIL WE HAVE. *
002000*                   A HOUSEKEEPING REPORT SHOWS EXAMINED /      *
002100*                   ARCHIVED / RETAINED COUNTS PER FILE.        *
002110*    10/15/26  JRM  THE CUTOFF MAY NOW BE KEYED AS A NUMBER OF  *
002120*                   BUSINESS DAYS BACK (BNNN) INSTEAD OF A      *
002130*                   DATE. THE DATE IS COUNTED BACK FROM TODAY   *
002140*                   OVER THE CATCAL PROCESSING CALENDAR BY      *
002150*                   CAT-CALSUB, SO WEEKENDS AND HOLIDAYS DO NOT *
002160*                   EAT INTO THE RETENTION PERIOD. WITHOUT A    *
002170*                   CALENDAR FILE A BNNN CUTOFF IS REFUSED AND  *
002180*                   NOTHING IS PURGED.                          *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
009700*    OPERATOR CUTOFF AND COUNTERS                               *
009800*****************************************************************
009900 77  WS-CUTOFF-DATE          PIC X(08).
009910 01  WS-CUTOFF-ENTRY         PIC X(08).
009920 01  WS-CUTOFF-BACK-ENTRY REDEFINES WS-CUTOFF-ENTRY.
009930     05  WS-CUTOFF-BACK-CODE     PIC X(01).
009940         88  WS-CUTOFF-IS-DAYS-BACK      VALUE "B".
009950     05  WS-CUTOFF-BACK-DAYS     PIC X(03).
009960     05  WS-CUTOFF-BACK-REST     PIC X(04).
010000 77  WS-EXAMINED-COUNT       PIC 9(09)   VALUE ZERO.
010100 77  WS-ARCHIVED-COUNT       PIC 9(09)   VALUE ZERO.
010200 77  WS-RETAINED-COUNT       PIC 9(09)   VALUE ZERO.
011300 01  WS-EXC-ARC-NAME.
011400     05  FILLER                  PIC X(07)   VALUE "CATEXLA".
011500     05  WS-EXC-ARC-DATE         PIC X(08).
011510 COPY CATCALP.
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012400     GOBACK.
012500*****************************************************************
012600*    1000-INITIALIZE                                            *
012700*    ACCEPTS AND EDITS THE OPERATOR CUTOFF - A DATE, OR BNNN    *
012710*    FOR NNN BUSINESS DAYS BACK FROM TODAY - STAMPS THE         *
012800*    DATED ARCHIVE NAMES WITH THE RUN DATE, AND OPENS THE       *
012900*    HOUSEKEEPING REPORT.                                       *
013000*****************************************************************
013800     WRITE CATCTRL-RECORD
013900     MOVE ALL "-" TO CATCTRL-LINE
014000     WRITE CATCTRL-RECORD
014100     DISPLAY "ENTER CUTOFF DATE (YYYYMMDD) OR BUSINESS DAYS "
014110         "BACK (BNNN): " WITH NO ADVANCING
014200     MOVE SPACES TO WS-CUTOFF-ENTRY
014210     ACCEPT WS-CUTOFF-ENTRY FROM CONSOLE
014220     IF WS-CUTOFF-IS-DAYS-BACK
014230         PERFORM 1100-COUNT-BUSINESS-DAYS-BACK THRU 1100-EXIT
014240         IF WS-HSKP-RC NOT EQUAL ZERO
014250             GO TO 1000-EXIT
014260         END-IF
014270     ELSE
014280         MOVE WS-CUTOFF-ENTRY TO WS-CUTOFF-DATE
014290     END-IF
014300     IF WS-CUTOFF-DATE NOT NUMERIC
014400         DISPLAY "CAT-HSKP: CUTOFF DATE IS NOT YYYYMMDD - "
014500             "NOTHING PURGED"
015700     WRITE CATCTRL-RECORD.
015800 1000-EXIT.
015900     EXIT.
015901*****************************************************************
015902*    1100-COUNT-BUSINESS-DAYS-BACK                              *
015903*    TURNS A BNNN CUTOFF INTO A DATE BY COUNTING NNN PROCESSING *
015904*    DAYS BACK FROM TODAY ON THE CALENDAR. A BADLY KEYED COUNT  *
015905*    OR A MISSING CALENDAR PURGES NOTHING, RETURN CODE 8.       *
015906*****************************************************************
015907 1100-COUNT-BUSINESS-DAYS-BACK.
015908     IF WS-CUTOFF-BACK-DAYS NOT NUMERIC
015909         OR WS-CUTOFF-BACK-REST NOT EQUAL SPACES
015910         DISPLAY "CAT-HSKP: BUSINESS DAYS BACK IS NOT BNNN - "
015911             "NOTHING PURGED"
015912         MOVE SPACES TO CATCTRL-LINE
015913         STRING "INVALID BUSINESS DAYS BACK - NOTHING PURGED"
015914             INTO CATCTRL-LINE
015915         WRITE CATCTRL-RECORD
015916         MOVE 8 TO WS-HSKP-RC
015917         GO TO 1100-EXIT
015918     END-IF
015919     MOVE SPACES TO CATCALP-AREA
015920     SET CATCALP-BUSINESS-DAYS-BACK TO TRUE
015921     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATCALP-IN-DATE
015922     MOVE WS-CUTOFF-BACK-DAYS TO CATCALP-IN-DAYS
015923     CALL "CAT-CALSUB" USING CATCALP-AREA
015924     IF NOT CATCALP-OK
015925         DISPLAY "CAT-HSKP: NO PROCESSING CALENDAR TO COUNT "
015926             "BUSINESS DAYS ON - NOTHING PURGED"
015927         MOVE SPACES TO CATCTRL-LINE
015928         STRING "NO PROCESSING CALENDAR (CATCAL) - NOTHING PURGED"
015929             INTO CATCTRL-LINE
015930         WRITE CATCTRL-RECORD
015931         MOVE 8 TO WS-HSKP-RC
015932         GO TO 1100-EXIT
015933     END-IF
015934     MOVE CATCALP-OUT-DATE TO WS-CUTOFF-DATE
015935     MOVE SPACES TO CATCTRL-LINE
015936     STRING "CUTOFF KEYED AS " DELIMITED BY SIZE
015937         WS-CUTOFF-BACK-DAYS DELIMITED BY SIZE
015938         " BUSINESS DAYS BACK" DELIMITED BY SIZE
015939         INTO CATCTRL-LINE
015940     WRITE CATCTRL-RECORD.
015941 1100-EXIT.
015942     EXIT.
016000*****************************************************************
016100*    2000-HOUSEKEEP-AUDIT-LOG                                   *
016200*    SPLITS CATAUDIT INTO THE DATED ARCHIVE (OLDER THAN THE     *

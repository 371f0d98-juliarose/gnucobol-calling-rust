002100*                   SILENTLY DROPPED. THE REPORT CARRIES LETTERS *
002200*                   PRODUCED, GREETINGS INCLUDED, AND GREETINGS  *
002300*                   SKIPPED.                                     *
002310*    10/15/26  JRM  THE OWNER ON CATMST IS NOW A CATOWNR OWNER   *
002320*                   ID. EACH LETTER OPENS WITH THE OWNER'S NAME  *
002330*                   AND MAILING ADDRESS BLOCK FROM THE OWNER     *
002340*                   MASTER. AN OWNER NOT ON THE OWNER MASTER,    *
002350*                   WITH NO USABLE ADDRESS (STREET, CITY, STATE, *
002360*                   OR POSTAL CODE BLANK), OR FLAGGED DO-NOT-    *
002370*                   MAIL GETS NO LETTER - THE OWNER IS LISTED    *
002380*                   ONCE ON THE CONTROL REPORT WITH THE REASON,  *
002390*                   AND ITS GREETINGS ARE COUNTED AS WITHHELD.   *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004300     SELECT CAT-LETTER-FILE ASSIGN TO "CATMAILF"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LETTER-STATUS.
004510     SELECT CAT-OWNER-FILE ASSIGN TO "CATOWNR"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS CATOWNR-ID
004550         FILE STATUS IS WS-OWNER-STATUS.
004600     SELECT CAT-MAIL-REPORT ASSIGN TO "CATMLRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-REPORT-STATUS.
005200     RECORD CONTAINS 260 CHARACTERS.
005300 COPY CATGREET.
005400 FD  CAT-MASTER-FILE
005500     RECORD CONTAINS 163 CHARACTERS.
005600 COPY CATMST.
005700 SD  SORT-MAIL-WORK.
005800 01  SD-MAIL-RECORD.
007000 FD  CAT-LETTER-FILE
007100     RECORD CONTAINS 160 CHARACTERS.
007200 01  CATLTR-LINE                 PIC X(160).
007210 FD  CAT-OWNER-FILE
007220     RECORD CONTAINS 131 CHARACTERS.
007230 COPY CATOWNR.
007300 FD  CAT-MAIL-REPORT
007400     RECORD CONTAINS 80 CHARACTERS.
007500 COPY CATCTRL.
009600     88  WS-RECORD-NOT-FOUND         VALUE "N".
009700 77  WS-LETTER-OPEN-SW       PIC X(01)   VALUE "N".
009800     88  WS-LETTER-OPEN              VALUE "Y".
009810 77  WS-OWNER-STATUS         PIC X(02).
009820     88  WS-OWNER-OK                 VALUE "00".
009830 77  WS-OWNER-OPEN-SW        PIC X(01)   VALUE "N".
009840     88  WS-OWNER-FILE-OPEN          VALUE "Y".
009850 77  WS-OWNER-SKIP-SW        PIC X(01)   VALUE "N".
009860     88  WS-OWNER-SKIPPED            VALUE "Y".
009900*****************************************************************
010000*    CONTROL-BREAK HOLD AND SUMMARY COUNTS                      *
010100*****************************************************************
010300 77  WS-LETTER-COUNT         PIC 9(09)   VALUE ZERO.
010400 77  WS-INCLUDED-COUNT       PIC 9(09)   VALUE ZERO.
010500 77  WS-SKIPPED-COUNT        PIC 9(09)   VALUE ZERO.
010510 77  WS-OWNER-SKIP-COUNT     PIC 9(09)   VALUE ZERO.
010520 77  WS-WITHHELD-COUNT       PIC 9(09)   VALUE ZERO.
010530 77  WS-OWNER-SKIP-REASON    PIC X(20).
010600 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
010700*****************************************************************
010800*    GREETING NORMALIZE WORK FIELDS - THE RAW GREETING CARRIES  *
013800         INPUT PROCEDURE IS 1200-JOIN-GREETINGS THRU 1200-EXIT
013900         GIVING CAT-MAIL-SORTED
014000     CLOSE CAT-MASTER-FILE
014010     OPEN INPUT CAT-OWNER-FILE
014020     IF WS-OWNER-OK
014030         SET WS-OWNER-FILE-OPEN TO TRUE
014040     END-IF
014100     OPEN INPUT CAT-MAIL-SORTED
014200     OPEN OUTPUT CAT-LETTER-FILE
014300     PERFORM 2100-READ-SORTED-RECORD THRU 2100-EXIT
018800     MOVE CATGREET-KEY TO SD-MAIL-KEY
018900     MOVE CATGREET-NAME TO SD-MAIL-NAME
019000     MOVE CATGREET-GREETING TO SD-MAIL-GREETING
019100     RELEASE SD-MAIL-RECORD.
019300 1250-EXIT.
019400     EXIT.
019500*****************************************************************
021800     EXIT.
021900*****************************************************************
022000*    3000-START-NEW-LETTER                                      *
022100*    OPENS THE LETTER FOR THE OWNER OF THE CURRENT RECORD,      *
022110*    HEADED BY THE OWNER'S NAME AND ADDRESS BLOCK FROM THE      *
022120*    OWNER MASTER. AN OWNER THAT CANNOT BE MAILED IS LISTED ON  *
022130*    THE REPORT INSTEAD AND NO LETTER IS OPENED.                *
022200*****************************************************************
022300 3000-START-NEW-LETTER.
022400     MOVE CATMLS-OWNER TO WS-HOLD-OWNER
022410     PERFORM 3050-CHECK-OWNER-MAILABLE THRU 3050-EXIT
022420     IF WS-OWNER-SKIPPED
022430         PERFORM 3450-LIST-SKIPPED-OWNER THRU 3450-EXIT
022440         GO TO 3000-EXIT
022450     END-IF
022500     MOVE ALL "=" TO CATLTR-LINE
022600     WRITE CATLTR-LINE
022700     MOVE SPACES TO CATLTR-LINE
022800     STRING "TO: " DELIMITED BY SIZE
022900         CATOWNR-NAME DELIMITED BY SIZE
023000         INTO CATLTR-LINE
023100     WRITE CATLTR-LINE
023110     MOVE SPACES TO CATLTR-LINE
023120     STRING "    " DELIMITED BY SIZE
023130         CATOWNR-STREET DELIMITED BY SIZE
023140         INTO CATLTR-LINE
023150     WRITE CATLTR-LINE
023160     MOVE SPACES TO CATLTR-LINE
023170     STRING "    " DELIMITED BY SIZE
023180         CATOWNR-CITY DELIMITED BY "  "
023190         ", " DELIMITED BY SIZE
023191         CATOWNR-STATE DELIMITED BY SIZE
023192         "  " DELIMITED BY SIZE
023193         CATOWNR-POSTAL-CODE DELIMITED BY SIZE
023194         INTO CATLTR-LINE
023195     WRITE CATLTR-LINE
023200     MOVE SPACES TO CATLTR-LINE
023300     WRITE CATLTR-LINE
023400     SET WS-LETTER-OPEN TO TRUE
023500     ADD 1 TO WS-LETTER-COUNT.
023600 3000-EXIT.
023700     EXIT.
023710*****************************************************************
023720*    3050-CHECK-OWNER-MAILABLE                                  *
023730*    READS THE OWNER MASTER FOR THE LETTER'S OWNER ID AND SETS  *
023740*    THE SKIP SWITCH, WITH ITS REASON, WHEN THE OWNER IS NOT ON *
023750*    FILE, HAS NO USABLE ADDRESS, OR IS FLAGGED DO-NOT-MAIL.    *
023760*****************************************************************
023770 3050-CHECK-OWNER-MAILABLE.
023780     MOVE "N" TO WS-OWNER-SKIP-SW
023790     MOVE SPACES TO WS-OWNER-SKIP-REASON
023800     MOVE SPACES TO CATOWNR-RECORD
023810     IF NOT WS-OWNER-FILE-OPEN
023820         MOVE "NOT ON OWNER MASTER" TO WS-OWNER-SKIP-REASON
023830         SET WS-OWNER-SKIPPED TO TRUE
023840         GO TO 3050-EXIT
023850     END-IF
023860     MOVE CATMLS-OWNER TO CATOWNR-ID
023870     READ CAT-OWNER-FILE
023880         INVALID KEY
023890             MOVE "NOT ON OWNER MASTER" TO WS-OWNER-SKIP-REASON
023900             SET WS-OWNER-SKIPPED TO TRUE
023910             GO TO 3050-EXIT
023920     END-READ
023930     IF CATOWNR-DO-NOT-MAIL
023940         MOVE "FLAGGED DO-NOT-MAIL" TO WS-OWNER-SKIP-REASON
023950         SET WS-OWNER-SKIPPED TO TRUE
023960         GO TO 3050-EXIT
023970     END-IF
023980     IF CATOWNR-STREET EQUAL SPACES
023990         OR CATOWNR-CITY EQUAL SPACES
024000         OR CATOWNR-STATE EQUAL SPACES
024010         OR CATOWNR-POSTAL-CODE EQUAL SPACES
024020         MOVE "NO USABLE ADDRESS" TO WS-OWNER-SKIP-REASON
024030         SET WS-OWNER-SKIPPED TO TRUE
024040     END-IF.
024050 3050-EXIT.
024060     EXIT.
023800*****************************************************************
023900*    3100-FINISH-LETTER                                         *
024000*    CLOSES THE OPEN LETTER WITH ITS SIGN-OFF LINE. SAFE TO     *
025900*    VALUE TERMINATOR SO BUFFER RESIDUE NEVER REACHES A LETTER. *
026000*****************************************************************
026100 3200-WRITE-GREETING-LINE.
026110     IF WS-OWNER-SKIPPED
026120         ADD 1 TO WS-WITHHELD-COUNT
026130         GO TO 3200-EXIT
026140     END-IF
026200     MOVE CATMLS-GREETING TO WS-NRM-GREETING
026300     PERFORM 3250-TEST-FOR-TERMINATOR THRU 3250-EXIT
026400         VARYING WS-NRM-SCAN-IDX FROM 1 BY 1
027200     STRING "  " DELIMITED BY SIZE
027300         WS-NRM-GREETING DELIMITED BY SIZE
027400         INTO CATLTR-LINE
027500     WRITE CATLTR-LINE
027510     ADD 1 TO WS-INCLUDED-COUNT.
027600 3200-EXIT.
027700     EXIT.
027800 3250-TEST-FOR-TERMINATOR.
030100     WRITE CATCTRL-RECORD.
030200 3400-EXIT.
030300     EXIT.
030310*****************************************************************
030320*    3450-LIST-SKIPPED-OWNER                                    *
030330*    AN OWNER THAT GETS NO LETTER - LISTED ONCE ON THE CONTROL  *
030340*    REPORT WITH ITS NAME AND THE REASON, SO THE OWNER MASTER   *
030350*    CAN BE CORRECTED BEFORE THE NEXT MAILING.                  *
030360*****************************************************************
030370 3450-LIST-SKIPPED-OWNER.
030380     ADD 1 TO WS-OWNER-SKIP-COUNT
030390     MOVE SPACES TO CATCTRL-LINE
030400     STRING "OWNER " DELIMITED BY SIZE
030410         CATMLS-OWNER (1:10) DELIMITED BY SIZE
030420         " " DELIMITED BY SIZE
030430         CATOWNR-NAME DELIMITED BY SIZE
030440         " " DELIMITED BY SIZE
030450         WS-OWNER-SKIP-REASON DELIMITED BY SIZE
030460         INTO CATCTRL-LINE
030470     WRITE CATCTRL-RECORD.
030480 3450-EXIT.
030490     EXIT.
030400*****************************************************************
030500*    9000-TERMINATE                                             *
030600*    CLOSES THE LAST OPEN LETTER, WRITES THE SUMMARY COUNTS,    *
031000     PERFORM 3100-FINISH-LETTER THRU 3100-EXIT
031100     CLOSE CAT-MAIL-SORTED
031200     CLOSE CAT-LETTER-FILE
031210     IF WS-OWNER-FILE-OPEN
031220         CLOSE CAT-OWNER-FILE
031230     END-IF
031300     PERFORM 9500-WRITE-SUMMARY-BLOCK THRU 9500-EXIT
031400     CLOSE CAT-MAIL-REPORT.
031500 9000-EXIT.
033700     STRING "GREETINGS SKIPPED. . . . ." DELIMITED BY SIZE
033800         WS-EDIT-COUNT               DELIMITED BY SIZE
033900         INTO CATCTRL-LINE
034000     WRITE CATCTRL-RECORD
034010     MOVE WS-OWNER-SKIP-COUNT TO WS-EDIT-COUNT
034020     MOVE SPACES TO CATCTRL-LINE
034030     STRING "OWNERS NOT MAILED. . . . ." DELIMITED BY SIZE
034040         WS-EDIT-COUNT               DELIMITED BY SIZE
034050         INTO CATCTRL-LINE
034060     WRITE CATCTRL-RECORD
034070     MOVE WS-WITHHELD-COUNT TO WS-EDIT-COUNT
034080     MOVE SPACES TO CATCTRL-LINE
034090     STRING "GREETINGS WITHHELD . . . ." DELIMITED BY SIZE
034100         WS-EDIT-COUNT               DELIMITED BY SIZE
034110         INTO CATCTRL-LINE
034120     WRITE CATCTRL-RECORD.
034130 9500-EXIT.
034200     EXIT.

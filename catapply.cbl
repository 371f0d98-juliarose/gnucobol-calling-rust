002000*                   REPORT SHOWS WHAT WAS PROMOTED, WHAT COULD  *
002100*                   NOT BE APPLIED (DUPLICATE ADD, CHANGE ON A  *
002200*                   MISSING KEY), AND WHAT IS STILL PENDING.    *
002210*    10/15/26  JRM  CAT-DRIVER NOW PASSES THE SIGNED-ON         *
002220*                   OPERATOR (CATSIGN) ON THE CALL. A PROMOTED  *
002230*                   CHANGE IS STAMPED ON CATMST AND CATMAUD     *
002240*                   WITH THE OPERATOR WHO KEYED IT, CARRIED ON  *
002250*                   THE PENDING RECORD - OR, FOR A PENDING      *
002260*                   RECORD KEYED BEFORE THE OPERATOR WAS        *
002270*                   CARRIED, WITH THE OPERATOR RUNNING THE      *
002280*                   PROMOTION.                                  *
002281*    10/15/26  JRM  PROCESSING CALENDAR (CATCAL, READ THROUGH   *
002282*                   CAT-CALSUB). NO NIGHT RUN HAPPENS ON A      *
002283*                   WEEKEND OR HOLIDAY, SO A CHANGE EFFECTIVE   *
002284*                   ON ONE OF THE NON-BUSINESS DAYS BEFORE THE  *
002285*                   NEXT PROCESSING DAY IS NOW PROMOTED TONIGHT *
002286*                   INSTEAD OF WAITING FOR A RUN THAT WILL NOT  *
002287*                   COME UNTIL AFTER IT WAS DUE. ONLY A CHANGE  *
002288*                   DUE ON OR AFTER THE NEXT PROCESSING DAY IS  *
002289*                   RETAINED. WITH NO CALENDAR FILE THE OLD     *
002290*                   RUN-DATE RULE APPLIES UNCHANGED.            *
002291*    10/15/26  JRM  EVERY CATMAUD RECORD IS STAMPED WITH SOURCE *
002292*                   P (CATMAUD GREW TO 165 BYTES) FOR THE       *
002293*                   CAT-BALANCE MOVEMENT REPORT.                *
002294*    10/15/26  JRM  EVERY DUE PENDING RECORD TAKEN OFF THE      *
002295*                   PENDING FILE, PROMOTED OR NOT APPLIED, IS   *
002296*                   JOURNALED ON CATMAUD AS ACTION X OR Y FOR   *
002297*                   CAT-RECOVER.                                *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CAT-PENDING-FILE
005500     RECORD CONTAINS 156 CHARACTERS.
005600 COPY CATPEND.
005700 FD  CAT-PENDING-RETAIN
005800     RECORD CONTAINS 156 CHARACTERS.
005900 01  CATPENDW-RECORD             PIC X(156).
006000 FD  CAT-MASTER-FILE
006100     RECORD CONTAINS 163 CHARACTERS.
006200 COPY CATMST.
006300 FD  CAT-MAINT-AUDIT
006400     RECORD CONTAINS 165 CHARACTERS.
006500 COPY CATMAUD.
006600 FD  CAT-OWNER-XREF
006700     RECORD CONTAINS 131 CHARACTERS.
009600*    APPLY WORK FIELDS AND SUMMARY COUNTS                       *
009700*****************************************************************
009800 77  WS-RUN-DATE             PIC X(08).
009810 77  WS-RETAIN-FROM-DATE     PIC X(08)   VALUE "00000000".
009900 77  WS-OLD-OWNER            PIC X(30).
010000 77  WS-NOTAPPLY-REASON      PIC X(10).
010100 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO.
010700     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
010800 01  WS-CURRENT-TIME.
010900     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
010905 COPY CATCALP.
010910 LINKAGE SECTION.
010920 COPY CATSIGN.
011000 PROCEDURE DIVISION USING CATSIGN-AREA.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300     PERFORM 2000-PROCESS-ONE-PENDING THRU 2000-EXIT
013200     WRITE CATCTRL-RECORD
013300     MOVE ALL "-" TO CATCTRL-LINE
013400     WRITE CATCTRL-RECORD
013410     PERFORM 1050-SET-RETAIN-FROM-DATE THRU 1050-EXIT
013500     OPEN INPUT CAT-PENDING-FILE
013600     IF NOT WS-PEND-OK
013700         SET WS-EOF-PEND TO TRUE
016100     PERFORM 1100-READ-PENDING-RECORD THRU 1100-EXIT.
016200 1000-EXIT.
016300     EXIT.
016302*****************************************************************
016305*    1050-SET-RETAIN-FROM-DATE                                  *
016308*    ASKS THE PROCESSING CALENDAR FOR THE NEXT PROCESSING DAY   *
016311*    AFTER TONIGHT. EVERY CHANGE DUE BEFORE IT - TODAY, THE     *
016314*    PAST, OR A SKIPPED WEEKEND OR HOLIDAY IN BETWEEN - IS      *
016317*    PROMOTED TONIGHT; ONLY ONE DUE ON OR AFTER IT IS RETAINED. *
016320*    WITH NO CALENDAR THE RETAIN-FROM DATE STAYS ZEROES AND THE *
016323*    RUN DATE ALONE DECIDES.                                    *
016326*****************************************************************
016329 1050-SET-RETAIN-FROM-DATE.
016332     MOVE SPACES TO CATCALP-AREA
016335     SET CATCALP-NEXT-BUSINESS-DAY TO TRUE
016338     MOVE WS-RUN-DATE TO CATCALP-IN-DATE
016341     CALL "CAT-CALSUB" USING CATCALP-AREA
016344     IF NOT CATCALP-OK
016347         GO TO 1050-EXIT
016350     END-IF
016353     MOVE CATCALP-OUT-DATE TO WS-RETAIN-FROM-DATE
016356     MOVE SPACES TO CATCTRL-LINE
016359     STRING "NEXT PROCESSING DAY " DELIMITED BY SIZE
016362         WS-RETAIN-FROM-DATE DELIMITED BY SIZE
016365         " - CHANGES DUE BEFORE IT ARE PROMOTED"
016368         DELIMITED BY SIZE INTO CATCTRL-LINE
016371     WRITE CATCTRL-RECORD.
016374 1050-EXIT.
016377     EXIT.
016400*****************************************************************
016500*    1100-READ-PENDING-RECORD                                   *
016600*****************************************************************
017400*    2000-PROCESS-ONE-PENDING                                   *
017500*    A RECORD WHOSE EFFECTIVE DATE HAS ARRIVED IS PROMOTED TO   *
017600*    THE MASTER; ONE STILL AHEAD OF ITS DATE IS RETAINED FOR A  *
017700*    LATER NIGHT. EITHER WAY THE OUTCOME IS PRINTED. A DATE     *
017710*    AHEAD OF TONIGHT BUT BEFORE THE NEXT PROCESSING DAY FALLS  *
017720*    ON A SKIPPED NON-BUSINESS DAY AND IS PROMOTED NOW.         *
017800*****************************************************************
017900 2000-PROCESS-ONE-PENDING.
018000     ADD 1 TO WS-READ-COUNT
018100     IF CATPEND-EFF-DATE NUMERIC
018200         AND CATPEND-EFF-DATE > WS-RUN-DATE
018210         AND CATPEND-EFF-DATE NOT < WS-RETAIN-FROM-DATE
018300         PERFORM 3200-RETAIN-PENDING THRU 3200-EXIT
018400     ELSE
018500         PERFORM 2100-PROMOTE-PENDING THRU 2100-EXIT
019200*    APPLIES ONE DUE PENDING RECORD TO THE MASTER. A PROMOTION  *
019300*    THAT CANNOT TAKE - AN ADD WHOSE KEY ARRIVED ON FILE SINCE  *
019400*    IT WAS HELD, A CHANGE WHOSE KEY IS GONE - IS PRINTED WITH  *
019500*    ITS REASON AND DROPPED, NEVER RETAINED FOREVER. EITHER WAY *
019510*    THE RECORD LEAVES THE PENDING FILE, AND AN X OR Y CATMAUD  *
019520*    RECORD JOURNALS ITS REMOVAL.                               *
019600*****************************************************************
019700 2100-PROMOTE-PENDING.
019800     MOVE SPACES TO WS-NOTAPPLY-REASON
021000     ELSE
021100         ADD 1 TO WS-NOTAPPLIED-COUNT
021200         PERFORM 3100-PRINT-OUTCOME-LINE THRU 3100-EXIT
021300     END-IF
021310     PERFORM 3050-WRITE-PENDING-REMOVED THRU 3050-EXIT.
021400 2100-EXIT.
021500     EXIT.
021600*****************************************************************
028800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028900     ACCEPT WS-CURRENT-TIME FROM TIME
029000     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMST-MAINT-DATE
029100     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMST-MAINT-TIME
029110     IF CATPEND-KEYED-OPER EQUAL SPACES
029120         MOVE CATSIGN-OPER-ID TO CATMST-MAINT-OPER
029130     ELSE
029140         MOVE CATPEND-KEYED-OPER TO CATMST-MAINT-OPER
029150     END-IF.
029200 2800-EXIT.
029300     EXIT.
029400*****************************************************************
030600     MOVE CATMST-OWNER TO CATMAUD-OWNER
030700     MOVE CATMST-STATUS TO CATMAUD-STATUS
030800     MOVE CATMST-EFF-DATE TO CATMAUD-EFF-DATE
030850     MOVE CATMST-MAINT-OPER TO CATMAUD-OPER-ID
030875     SET CATMAUD-SRC-APPLY TO TRUE
030900     WRITE CATMAUD-RECORD.
031000 3000-EXIT.
031100     EXIT.
031101*****************************************************************
031104*    3050-WRITE-PENDING-REMOVED                                 *
031107*    JOURNALS THE DUE PENDING RECORD JUST TAKEN OFF THE PENDING *
031109*    FILE - AN X FOR A PENDING ADD, A Y FOR A PENDING CHANGE -  *
031111*    CARRYING THE CATPEND IMAGE, SO CAT-RECOVER DOES NOT PUT IT *
031113*    BACK. IT IS WRITTEN WHETHER THE RECORD WAS PROMOTED OR NOT *
031115*    APPLIED, AND IS STAMPED WITH THE OPERATOR RUNNING THE      *
031117*    STEP.                                                      *
031122*****************************************************************
031125 3050-WRITE-PENDING-REMOVED.
031128     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
031131     ACCEPT WS-CURRENT-TIME FROM TIME
031134     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMAUD-DATE
031137     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMAUD-TIME
031140     IF CATPEND-ACT-ADD
031143         SET CATMAUD-ACT-PEND-ADD-REMOVED TO TRUE
031146     ELSE
031149         SET CATMAUD-ACT-PEND-CHG-REMOVED TO TRUE
031152     END-IF
031155     MOVE CATPEND-KEY TO CATMAUD-KEY
031158     MOVE CATPEND-NAME TO CATMAUD-NAME
031161     MOVE CATPEND-OWNER TO CATMAUD-OWNER
031164     MOVE CATPEND-STATUS TO CATMAUD-STATUS
031167     MOVE CATPEND-EFF-DATE TO CATMAUD-EFF-DATE
031170     MOVE CATSIGN-OPER-ID TO CATMAUD-OPER-ID
031173     SET CATMAUD-SRC-APPLY TO TRUE
031176     WRITE CATMAUD-RECORD.
031179 3050-EXIT.
031182     EXIT.
031200*****************************************************************
031300*    3100-PRINT-OUTCOME-LINE                                    *
031400*    ONE LINE PER DUE PENDING RECORD - PROMOTED, OR NOT APPLIED *

002854*                   CHANGES FILE FOR THE NIGHTLY CAT-APPLY       *
002855*                   PROMOTION STEP, AND COUNTED AS HELD ON THE   *
002856*                   REPORT. DELETES ARE STILL IMMEDIATE.         *
002857*    10/15/26  JRM  THE TRANSACTION OWNER FIELD NOW CARRIES A    *
002858*                   CATOWNR OWNER ID. AN ADD OR CHANGE WHOSE     *
002859*                   OWNER ID IS NOT ON THE OWNER MASTER IS       *
002860*                   REJECTED WITH REASON NOOWNER.                *
002861*    10/15/26  JRM  CAT-DRIVER NOW PASSES THE SIGNED-ON          *
002862*                   OPERATOR (CATSIGN) ON THE CALL. THE OPERATOR *
002863*                   WHO RAN THE STEP IS STAMPED ON THE CATMST    *
002864*                   MAINTENANCE STAMP, ON EVERY CATMAUD RECORD,  *
002865*                   AND ON EVERY CATPEND RECORD HELD. RUNNING    *
002866*                   THE STEP NEEDS OPERATIONS AUTHORITY, WHICH   *
002867*                   CAT-DRIVER CHECKS BEFORE THE CALL.           *
002868*    10/15/26  JRM  EVERY CATMAUD RECORD IS STAMPED WITH SOURCE  *
002869*                   T (CATMAUD GREW TO 165 BYTES) FOR THE        *
002870*                   CAT-BALANCE MOVEMENT REPORT.                 *
002871*    10/15/26  JRM  EACH RUN IS GIVEN A RUN ID (THE DATE AND     *
002872*                   TIME IT STARTED), PRINTED ON THE REPORT, AND *
002873*                   APPENDS THE BEFORE AND AFTER IMAGE OF EVERY  *
002874*                   CATMST, CATOXRF AND CATPEND RECORD IT TOUCHES*
002875*                   TO THE CATBIMG JOURNAL, SO CAT-BACKOUT CAN   *
002876*                   PUT A BAD RUN BACK OUT. THE CROSS-REFERENCE  *
002877*                   ENTRY IS NOW READ AHEAD OF EVERY WRITE AND   *
002878*                   DELETE TO CAPTURE ITS IMAGE.                 *
002879*    10/15/26  JRM  A HELD PENDING ADD OR CHANGE IS JOURNALED ON *
002880*                   CATMAUD AS ACTION Q OR H FOR CAT-RECOVER.    *
002881*                   THE CROSS-REFERENCE KEY IS RESET FROM THE    *
002882*                   MASTER AFTER THE READ-AHEAD IN 3600, SO THE  *
002883*                   ENTRY WRITTEN NEVER DEPENDS ON WHAT THE READ *
002884*                   LEFT IN THE RECORD AREA.                     *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004660     SELECT CAT-PENDING-FILE ASSIGN TO "CATPEND"
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-PEND-STATUS.
004681     SELECT CAT-OWNER-FILE ASSIGN TO "CATOWNR"
004682         ORGANIZATION IS INDEXED
004683         ACCESS MODE IS RANDOM
004684         RECORD KEY IS CATOWNR-ID
004685         FILE STATUS IS WS-OWNER-STATUS.
004700     SELECT CAT-TRAN-REJECTS ASSIGN TO "CATTRREJ"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REJECT-STATUS.
005300     SELECT CAT-EXCEPTION-LOG ASSIGN TO "CATEXLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-EXCLOG-STATUS.
005510     SELECT CAT-BEFORE-IMAGES ASSIGN TO "CATBIMG"
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS WS-BIMG-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CAT-TRAN-FILE
005900     RECORD CONTAINS 140 CHARACTERS.
006000 COPY CATTRAN.
006100 FD  CAT-MASTER-FILE
006200     RECORD CONTAINS 163 CHARACTERS.
006300 COPY CATMST.
006400 FD  CAT-MAINT-AUDIT
006500     RECORD CONTAINS 165 CHARACTERS.
006600 COPY CATMAUD.
006610 FD  CAT-OWNER-XREF
006620     RECORD CONTAINS 131 CHARACTERS.
006630 COPY CATOXRF.
006640 FD  CAT-PENDING-FILE
006650     RECORD CONTAINS 156 CHARACTERS.
006660 COPY CATPEND.
006661 FD  CAT-OWNER-FILE
006662     RECORD CONTAINS 131 CHARACTERS.
006663 COPY CATOWNR.
006700 FD  CAT-TRAN-REJECTS
006800     RECORD CONTAINS 140 CHARACTERS.
006900 COPY CATTRAN REPLACING LEADING ==CATTRAN== BY ==CATTREJ==.
007300 FD  CAT-EXCEPTION-LOG
007400     RECORD CONTAINS 120 CHARACTERS.
007500 COPY CATEXLOG.
007510 FD  CAT-BEFORE-IMAGES
007520     RECORD CONTAINS 385 CHARACTERS.
007530 COPY CATBIMG.
007600 WORKING-STORAGE SECTION.
007700*****************************************************************
007800*    SWITCHES AND STATUS BYTES                                  *
008550 77  WS-FUTURE-SW            PIC X(01)   VALUE "N".
008560     88  WS-FUTURE-DATED             VALUE "Y".
008570     88  WS-NOT-FUTURE               VALUE "N".
008571 77  WS-OWNER-STATUS         PIC X(02).
008572     88  WS-OWNER-OK                 VALUE "00".
008573 77  WS-OWNER-OPEN-SW        PIC X(01)   VALUE "N".
008574     88  WS-OWNER-FILE-OPEN          VALUE "Y".
008600 77  WS-REJECT-STATUS        PIC X(02).
008700     88  WS-REJECT-OK                VALUE "00".
008800 77  WS-REPORT-STATUS        PIC X(02).
008900     88  WS-REPORT-OK                VALUE "00".
009000 77  WS-EXCLOG-STATUS        PIC X(02).
009100     88  WS-EXCLOG-OK                VALUE "00".
009110 77  WS-BIMG-STATUS          PIC X(02).
009120     88  WS-BIMG-OK                  VALUE "00".
009200 77  WS-EOF-TRAN-SW          PIC X(01)   VALUE "N".
009300     88  WS-EOF-TRAN                 VALUE "Y".
009400 77  WS-RECORD-FOUND-SW      PIC X(01).
012300 77  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
012400 77  WS-AUDIT-ACTION         PIC X(01).
012410 77  WS-OLD-OWNER            PIC X(30).
012500 01  WS-SAVE-MASTER          PIC X(163).
012510*****************************************************************
012520*    BEFORE-IMAGE JOURNAL WORK FIELDS - THE RUN ID IS THE DATE  *
012530*    AND TIME THE RUN STARTED APPLYING.                         *
012540*****************************************************************
012550 77  WS-RUN-ID               PIC X(14).
012560 77  WS-BIMG-SEQ             PIC 9(07)   VALUE ZERO.
012570 77  WS-BIMG-TYPE            PIC X(01).
012580 77  WS-BIMG-ACTION          PIC X(01).
012590 01  WS-BIMG-BEFORE          PIC X(163).
012595 01  WS-BIMG-AFTER           PIC X(163).
012600 01  WS-CURRENT-DATE.
012700     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
012800 01  WS-CURRENT-TIME.
012900     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
012910 LINKAGE SECTION.
012920 COPY CATSIGN.
013000 PROCEDURE DIVISION USING CATSIGN-AREA.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013300     IF NOT WS-RUN-ABORTED
017440         CLOSE CAT-OWNER-XREF
017450         OPEN I-O CAT-OWNER-XREF
017460     END-IF
017470     OPEN INPUT CAT-OWNER-FILE
017480     IF WS-OWNER-OK
017490         SET WS-OWNER-FILE-OPEN TO TRUE
017495     END-IF
017500     OPEN OUTPUT CAT-TRAN-REJECTS
017600     PERFORM 1300-WRITE-REJECT-HEADER THRU 1300-EXIT
017700     OPEN OUTPUT CAT-TRAN-REPORT
018000     WRITE CATCTRL-RECORD
018100     MOVE ALL "-" TO CATCTRL-LINE
018200     WRITE CATCTRL-RECORD
018210     PERFORM 1400-START-BEFORE-IMAGES THRU 1400-EXIT
018300     PERFORM 1100-READ-TRAN-RECORD THRU 1100-EXIT.
018400 1000-EXIT.
018500     EXIT.
028800     WRITE CATTREJ-RECORD.
028900 1300-EXIT.
029000     EXIT.
029001*****************************************************************
029002*    1400-START-BEFORE-IMAGES                                   *
029003*    GIVES THE RUN ITS RUN ID, APPENDS THE RUN-START RECORD TO  *
029004*    THE CATBIMG JOURNAL, AND PRINTS THE RUN ID - IT IS WHAT    *
029005*    CAT-BACKOUT ASKS FOR TO PUT THIS RUN BACK OUT.             *
029006*****************************************************************
029007 1400-START-BEFORE-IMAGES.
029008     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029009     ACCEPT WS-CURRENT-TIME FROM TIME
029010     MOVE WS-CURRENT-DATE TO WS-RUN-ID (1:8)
029011     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID (9:6)
029012     OPEN EXTEND CAT-BEFORE-IMAGES
029013     IF NOT WS-BIMG-OK
029014         OPEN OUTPUT CAT-BEFORE-IMAGES
029015     END-IF
029016     ADD 1 TO WS-BIMG-SEQ
029017     MOVE SPACES TO CATBIMG-RECORD
029018     MOVE WS-RUN-ID TO CATBIMG-RUN-ID
029019     MOVE WS-BIMG-SEQ TO CATBIMG-SEQ
029020     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATBIMG-DATE
029021     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATBIMG-TIME
029022     SET CATBIMG-IS-RUN-START TO TRUE
029023     MOVE WS-SAVED-HDR-SOURCE TO CATBIMG-RUN-SOURCE
029024     MOVE WS-SAVED-HDR-DATE TO CATBIMG-RUN-HDR-DATE
029025     MOVE CATSIGN-OPER-ID TO CATBIMG-RUN-OPER
029026     WRITE CATBIMG-RECORD
029027     MOVE SPACES TO CATCTRL-LINE
029028     STRING "RUN ID . . . . . . . . . ." DELIMITED BY SIZE
029029         WS-RUN-ID                   DELIMITED BY SIZE
029030         INTO CATCTRL-LINE
029031     WRITE CATCTRL-RECORD
029032     DISPLAY "CAT-TRAN: RUN ID " WS-RUN-ID.
029033 1400-EXIT.
029034     EXIT.
029100*****************************************************************
029200*    2000-APPLY-ONE-TRAN                                        *
029300*    EDITS THE CURRENT TRANSACTION, APPLIES A CLEAN ONE TO THE  *
031900*****************************************************************
032000*    2050-EDIT-TRAN-FIELDS                                      *
032100*    FIELD EDITS THAT NEED NO MASTER READ - THE ACTION CODE,    *
032200*    THE STATUS CODE, THE EFFECTIVE DATE, AND THE OWNER ID      *
032210*    (WHICH MUST BE ON THE OWNER MASTER). A DELETE CARRIES NO   *
032300*    REPLACEMENT FIELDS, SO ONLY ITS ACTION IS EDITED.          *
032400*****************************************************************
032500 2050-EDIT-TRAN-FIELDS.
032600     MOVE SPACES TO WS-REJECT-REASON
033900     END-IF
034000     IF CATTRAN-EFF-DATE NOT NUMERIC
034100         MOVE "BADDATE" TO WS-REJECT-REASON
034110         GO TO 2050-EXIT
034200     END-IF
034210     IF NOT WS-OWNER-FILE-OPEN OR CATTRAN-OWNER-ID EQUAL SPACES
034220         MOVE "NOOWNER" TO WS-REJECT-REASON
034230         GO TO 2050-EXIT
034240     END-IF
034250     MOVE CATTRAN-OWNER-ID TO CATOWNR-ID
034260     READ CAT-OWNER-FILE
034270         INVALID KEY
034280             MOVE "NOOWNER" TO WS-REJECT-REASON
034290     END-READ.
034300 2050-EXIT.
034400     EXIT.
034410*****************************************************************
036400     END-WRITE
036500     MOVE "A" TO WS-AUDIT-ACTION
036600     PERFORM 3000-WRITE-MAINT-AUDIT THRU 3000-EXIT
036601     MOVE "M" TO WS-BIMG-TYPE
036602     MOVE "A" TO WS-BIMG-ACTION
036603     MOVE SPACES TO WS-BIMG-BEFORE
036604     MOVE CATMST-RECORD TO WS-BIMG-AFTER
036605     PERFORM 3950-WRITE-BEFORE-IMAGE THRU 3950-EXIT
036610     PERFORM 3600-WRITE-XREF-ENTRY THRU 3600-EXIT
036700     ADD 1 TO WS-APPLIED-COUNT.
036800 2100-EXIT.
037900         GO TO 2200-EXIT
038000     END-IF
038010     MOVE CATMST-OWNER TO WS-OLD-OWNER
038020     MOVE CATMST-RECORD TO WS-SAVE-MASTER
038100     PERFORM 2700-MOVE-TRAN-FIELDS THRU 2700-EXIT
038200     PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
038300     REWRITE CATMST-RECORD
038700     END-REWRITE
038800     MOVE "C" TO WS-AUDIT-ACTION
038900     PERFORM 3000-WRITE-MAINT-AUDIT THRU 3000-EXIT
038901     MOVE "M" TO WS-BIMG-TYPE
038902     MOVE "C" TO WS-BIMG-ACTION
038903     MOVE WS-SAVE-MASTER TO WS-BIMG-BEFORE
038904     MOVE CATMST-RECORD TO WS-BIMG-AFTER
038905     PERFORM 3950-WRITE-BEFORE-IMAGE THRU 3950-EXIT
038910     PERFORM 3700-REPLACE-XREF-ENTRY THRU 3700-EXIT
039000     ADD 1 TO WS-APPLIED-COUNT.
039100 2200-EXIT.
041100     MOVE WS-SAVE-MASTER TO CATMST-RECORD
041200     MOVE "D" TO WS-AUDIT-ACTION
041300     PERFORM 3000-WRITE-MAINT-AUDIT THRU 3000-EXIT
041301     MOVE "M" TO WS-BIMG-TYPE
041302     MOVE "D" TO WS-BIMG-ACTION
041303     MOVE WS-SAVE-MASTER TO WS-BIMG-BEFORE
041304     MOVE SPACES TO WS-BIMG-AFTER
041305     PERFORM 3950-WRITE-BEFORE-IMAGE THRU 3950-EXIT
041310     PERFORM 3800-DELETE-XREF-ENTRY THRU 3800-EXIT
041400     ADD 1 TO WS-APPLIED-COUNT.
041500 2300-EXIT.
044700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
044800     ACCEPT WS-CURRENT-TIME FROM TIME
044900     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMST-MAINT-DATE
045000     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMST-MAINT-TIME
045050     MOVE CATSIGN-OPER-ID TO CATMST-MAINT-OPER.
045100 2800-EXIT.
045200     EXIT.
045300*****************************************************************
046700     MOVE CATMST-OWNER TO CATMAUD-OWNER
046800     MOVE CATMST-STATUS TO CATMAUD-STATUS
046900     MOVE CATMST-EFF-DATE TO CATMAUD-EFF-DATE
046950     MOVE CATSIGN-OPER-ID TO CATMAUD-OPER-ID
046975     SET CATMAUD-SRC-TRAN TO TRUE
047000     WRITE CATMAUD-RECORD.
047100 3000-EXIT.
047200     EXIT.
051030*    WRITES THE OWNER CROSS-REFERENCE ENTRY FOR THE CATMST      *
051040*    IMAGE IN THE RECORD AREA, SAME AS CAT-MAINT. AN ENTRY      *
051050*    ALREADY ON FILE IS REWRITTEN IN PLACE.                     *
051055*    THE ENTRY'S BEFORE AND AFTER IMAGES GO TO CATBIMG.         *
051060*****************************************************************
051070 3600-WRITE-XREF-ENTRY.
051080     MOVE CATMST-OWNER TO CATOXRF-OWNER
051090     MOVE CATMST-KEY TO CATOXRF-KEY
051091     READ CAT-OWNER-XREF
051092         INVALID KEY
051093             MOVE "A" TO WS-BIMG-ACTION
051094             MOVE SPACES TO WS-BIMG-BEFORE
051095         NOT INVALID KEY
051096             MOVE "C" TO WS-BIMG-ACTION
051097             MOVE CATOXRF-RECORD TO WS-BIMG-BEFORE
051098     END-READ
051099     MOVE CATMST-OWNER TO CATOXRF-OWNER
051100     MOVE CATMST-KEY TO CATOXRF-KEY
051101     MOVE CATMST-NAME TO CATOXRF-NAME
051110     MOVE CATMST-STATUS TO CATOXRF-STATUS
051120     WRITE CATOXRF-RECORD
051130         INVALID KEY
051150                 INVALID KEY
051160                     CONTINUE
051170             END-REWRITE
051180     END-WRITE
051181     MOVE "X" TO WS-BIMG-TYPE
051182     MOVE CATOXRF-RECORD TO WS-BIMG-AFTER
051183     PERFORM 3950-WRITE-BEFORE-IMAGE THRU 3950-EXIT.
051190 3600-EXIT.
051200     EXIT.
051210*****************************************************************
051270 3700-REPLACE-XREF-ENTRY.
051280     MOVE WS-OLD-OWNER TO CATOXRF-OWNER
051290     MOVE CATMST-KEY TO CATOXRF-KEY
051300     PERFORM 3920-DELETE-XREF-ENTRY THRU 3920-EXIT
051340     PERFORM 3600-WRITE-XREF-ENTRY THRU 3600-EXIT.
051350 3700-EXIT.
051360     EXIT.
051420 3800-DELETE-XREF-ENTRY.
051430     MOVE CATMST-OWNER TO CATOXRF-OWNER
051440     MOVE CATMST-KEY TO CATOXRF-KEY
051450     PERFORM 3920-DELETE-XREF-ENTRY THRU 3920-EXIT.
051490 3800-EXIT.
051500     EXIT.
051510*****************************************************************
051514*    3900-HOLD-PENDING-TRAN                                     *
051518*    APPENDS THE FUTURE-DATED TRANSACTION TO THE PENDING-       *
051522*    CHANGES FILE FOR THE NIGHTLY CAT-APPLY PROMOTION AND       *
051526*    PRINTS IT AS HELD. THE MASTER AUDIT RECORD IS WRITTEN BY   *
051530*    CAT-APPLY AT PROMOTION TIME, NOT HERE - ONLY THE Q OR H    *
051534*    CATMAUD RECORD THAT JOURNALS THE QUEUED IMAGE.             *
051538*****************************************************************
051542 3900-HOLD-PENDING-TRAN.
051546     OPEN EXTEND CAT-PENDING-FILE
051550     IF NOT WS-PEND-OK
051554         OPEN OUTPUT CAT-PENDING-FILE
051558     END-IF
051562     MOVE SPACES TO CATPEND-RECORD
051566     MOVE CATTRAN-ACTION TO CATPEND-ACTION
051570     MOVE CATTRAN-KEY TO CATPEND-KEY
051574     MOVE CATTRAN-NAME TO CATPEND-NAME
051578     MOVE CATTRAN-OWNER TO CATPEND-OWNER
051582     MOVE CATTRAN-STATUS TO CATPEND-STATUS
051586     MOVE CATTRAN-EFF-DATE TO CATPEND-EFF-DATE
051590     MOVE WS-RUN-DATE TO CATPEND-KEYED-DATE
051594     MOVE CATSIGN-OPER-ID TO CATPEND-KEYED-OPER
051598     WRITE CATPEND-RECORD
051602     PERFORM 3910-WRITE-PENDING-AUDIT THRU 3910-EXIT
051606     MOVE "P" TO WS-BIMG-TYPE
051610     MOVE "A" TO WS-BIMG-ACTION
051614     MOVE SPACES TO WS-BIMG-BEFORE
051618     MOVE CATPEND-RECORD TO WS-BIMG-AFTER
051622     PERFORM 3950-WRITE-BEFORE-IMAGE THRU 3950-EXIT
051626     CLOSE CAT-PENDING-FILE
051630     ADD 1 TO WS-HELD-COUNT
051634     MOVE SPACES TO CATCTRL-LINE
051638     STRING "HELD     " DELIMITED BY SIZE
051642         CATTRAN-ACTION DELIMITED BY SIZE
051646         " " DELIMITED BY SIZE
051650         CATTRAN-KEY DELIMITED BY SIZE
051654         " UNTIL " DELIMITED BY SIZE
051658         CATTRAN-EFF-DATE DELIMITED BY SIZE
051662         INTO CATCTRL-LINE
051666     WRITE CATCTRL-RECORD.
051670 3900-EXIT.
051674     EXIT.
051678*****************************************************************
051682*    3910-WRITE-PENDING-AUDIT                                   *
051686*    JOURNALS THE PENDING RECORD JUST QUEUED ON CATMAUD - A Q   *
051690*    FOR A HELD ADD, AN H FOR A HELD CHANGE - CARRYING THE      *
051694*    CATPEND IMAGE, SO CAT-RECOVER CAN REBUILD THE PENDING FILE *
051698*    FORWARD FROM AN IMAGE COPY.                                *
051702*****************************************************************
051706 3910-WRITE-PENDING-AUDIT.
051710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
051714     ACCEPT WS-CURRENT-TIME FROM TIME
051718     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATMAUD-DATE
051722     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATMAUD-TIME
051726     IF CATPEND-ACT-ADD
051730         SET CATMAUD-ACT-PEND-ADD-QUEUED TO TRUE
051734     ELSE
051738         SET CATMAUD-ACT-PEND-CHG-QUEUED TO TRUE
051742     END-IF
051746     MOVE CATPEND-KEY TO CATMAUD-KEY
051750     MOVE CATPEND-NAME TO CATMAUD-NAME
051754     MOVE CATPEND-OWNER TO CATMAUD-OWNER
051758     MOVE CATPEND-STATUS TO CATMAUD-STATUS
051762     MOVE CATPEND-EFF-DATE TO CATMAUD-EFF-DATE
051766     MOVE CATPEND-KEYED-OPER TO CATMAUD-OPER-ID
051770     SET CATMAUD-SRC-TRAN TO TRUE
051774     WRITE CATMAUD-RECORD.
051778 3910-EXIT.
051782     EXIT.
051841*****************************************************************
051842*    3920-DELETE-XREF-ENTRY                                     *
051843*    DELETES THE CROSS-REFERENCE ENTRY WHOSE KEY IS IN THE      *
051844*    RECORD AREA, JOURNALING THE IMAGE REMOVED. AN ENTRY NOT ON *
051845*    FILE IS NOT AN ERROR - THERE IS NOTHING TO REMOVE.         *
051846*****************************************************************
051847 3920-DELETE-XREF-ENTRY.
051848     READ CAT-OWNER-XREF
051849         INVALID KEY
051850             GO TO 3920-EXIT
051851     END-READ
051852     MOVE CATOXRF-RECORD TO WS-BIMG-BEFORE
051853     DELETE CAT-OWNER-XREF
051854         INVALID KEY
051855             GO TO 3920-EXIT
051856     END-DELETE
051857     MOVE "X" TO WS-BIMG-TYPE
051858     MOVE "D" TO WS-BIMG-ACTION
051859     MOVE SPACES TO WS-BIMG-AFTER
051860     PERFORM 3950-WRITE-BEFORE-IMAGE THRU 3950-EXIT.
051861 3920-EXIT.
051862     EXIT.
051863*****************************************************************
051864*    3950-WRITE-BEFORE-IMAGE                                    *
051865*    APPENDS ONE RECORD TO THE CATBIMG JOURNAL FOR THE CURRENT  *
051866*    TRANSACTION'S KEY. THE CALLER SETS THE RECORD TYPE, THE    *
051867*    ACTION AND THE TWO IMAGES. IT IS ALWAYS CALLED AFTER THE   *
051868*    CATMAUD RECORD FOR THE SAME ACTION, SO ITS STAMP IS NEVER  *
051869*    EARLIER THAN THE RUN'S OWN AUDIT TRAIL FOR THE KEY.        *
051870*****************************************************************
051871 3950-WRITE-BEFORE-IMAGE.
051872     ADD 1 TO WS-BIMG-SEQ
051873     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
051874     ACCEPT WS-CURRENT-TIME FROM TIME
051875     MOVE SPACES TO CATBIMG-RECORD
051876     MOVE WS-RUN-ID TO CATBIMG-RUN-ID
051877     MOVE WS-BIMG-SEQ TO CATBIMG-SEQ
051878     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATBIMG-DATE
051879     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATBIMG-TIME
051880     MOVE WS-BIMG-TYPE TO CATBIMG-REC-TYPE
051881     MOVE WS-BIMG-ACTION TO CATBIMG-ACTION
051882     MOVE CATTRAN-KEY TO CATBIMG-KEY
051883     MOVE WS-BIMG-BEFORE TO CATBIMG-BEFORE
051884     MOVE WS-BIMG-AFTER TO CATBIMG-AFTER
051885     WRITE CATBIMG-RECORD.
051886 3950-EXIT.
051887     EXIT.
051100*****************************************************************
051200*    9000-TERMINATE                                             *
051300*    BALANCES THE REJECT FILE WITH ITS TRL COUNT, WRITES THE    *
052200     CLOSE CAT-TRAN-FILE
052300     CLOSE CAT-MASTER-FILE
052310     CLOSE CAT-OWNER-XREF
052320     IF WS-OWNER-FILE-OPEN
052330         CLOSE CAT-OWNER-FILE
052340     END-IF
052400     CLOSE CAT-MAINT-AUDIT
052500     CLOSE CAT-TRAN-REJECTS
052600     CLOSE CAT-TRAN-REPORT
052700     CLOSE CAT-EXCEPTION-LOG
052710     CLOSE CAT-BEFORE-IMAGES.
052800 9000-EXIT.
052900     EXIT.
053000*****************************************************************

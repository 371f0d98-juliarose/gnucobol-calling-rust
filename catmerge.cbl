004192*                   LATEST CATAUDIT TIMES SEEN WHILE FOLDING    *
004193*                   THE PARTITION AUDIT TRAILS - THE COMBINED   *
004194*                   NIGHT'S ENTRY ON THE CAT-TREND REPORT.      *
004195*    10/15/26  JRM  ON A NON-PROCESSING DAY BY THE CATCAL       *
004196*                   PROCESSING CALENDAR THE MERGE ENDS CLEANLY  *
004197*                   WITHOUT COMBINING - THE PARTITION FILES     *
004198*                   STILL HOLD THE LAST BUSINESS DAY'S ANSWERS, *
004199*                   AND RE-MERGING THEM WOULD ROLL THAT DAY'S   *
004200*                   CATRSLT OVER CATRSLTP A SECOND TIME.        *
004201*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
018690     88  WS-RHIST-OK                 VALUE "00".
018691 77  WS-FIRST-AUDIT-TIME     PIC X(08)   VALUE SPACES.
018692 77  WS-LAST-AUDIT-TIME      PIC X(08)   VALUE SPACES.
018693 77  WS-NONPROC-DAY-SW       PIC X(01)   VALUE "N".
018694     88  WS-NONPROC-DAY              VALUE "Y".
018695 COPY CATCALP.
018700 01  WS-CURRENT-DATE.
018800     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
018900 01  WS-PART-RSLT-NAME.
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021300     IF NOT WS-MISSING-PARTITION AND NOT WS-NONPROC-DAY
021400         PERFORM 2000-COMBINE-ALL-PARTITIONS THRU 2000-EXIT
021500         PERFORM 9000-TERMINATE THRU 9000-EXIT
021600     END-IF
022300*    EMPTY - A CLEAN INSTANCE EMPTIES ITS CHECKPOINT AT END OF  *
022400*    JOB, SO A LEFTOVER CHECKPOINT RECORD MARKS AN ABENDED OR   *
022500*    EXCEPTION-LIMITED PARTITION AND THE MERGE REFUSES TO RUN.  *
022510*    NOTHING AT ALL IS DONE ON A NON-PROCESSING DAY.            *
022600*****************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
022900     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-RUN-DATE
022910     MOVE SPACES TO CATCALP-AREA
022920     SET CATCALP-DAY-INQUIRY TO TRUE
022930     MOVE WS-RUN-DATE TO CATCALP-IN-DATE
022940     CALL "CAT-CALSUB" USING CATCALP-AREA
022950     IF CATCALP-OK AND NOT CATCALP-BUSINESS-DAY
022960         SET WS-NONPROC-DAY TO TRUE
022970         DISPLAY "CAT-MERGE: " WS-RUN-DATE
022980             " IS NOT A PROCESSING DAY (" CATCALP-DESCRIPTION
022990             ") - NOTHING COMBINED"
022991         GO TO 1000-EXIT
022992     END-IF
023000     PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
023100     PERFORM 1200-VERIFY-ONE-PARTITION THRU 1200-EXIT
023200         VARYING WS-PART-IDX FROM 1 BY 1

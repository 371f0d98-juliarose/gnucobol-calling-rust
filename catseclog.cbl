000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAT-SECLOG.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------------------------------------------     *
001000*    10/15/26  JRM  ORIGINAL VERSION. CALLABLE SUBROUTINE THAT  *
001100*                   APPENDS ONE RECORD TO THE CATSECV SECURITY- *
001200*                   VIOLATION LOG. CAT-DRIVER, CAT-MAINT, AND   *
001300*                   CAT-OWNR CALL IT FOR EVERY REFUSED SIGN-ON  *
001400*                   AND EVERY OPTION OR FUNCTION REFUSED FOR    *
001500*                   WANT OF AUTHORITY, SO THE LOG IS KEPT IN    *
001600*                   ONE PLACE. THE CALLER FILLS THE RECORD; THE *
001700*                   DATE AND TIME ARE STAMPED HERE.             *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CAT-SECURITY-LOG ASSIGN TO "CATSECV"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-SECLOG-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  CAT-SECURITY-LOG
003100     RECORD CONTAINS 57 CHARACTERS.
003200 01  CATSECV-LOG-RECORD          PIC X(57).
003300 WORKING-STORAGE SECTION.
003400 77  WS-SECLOG-STATUS        PIC X(02).
003500     88  WS-SECLOG-OK                VALUE "00".
003600 01  WS-CURRENT-DATE.
003700     05  WS-CURRENT-DATE-YYYYMMDD    PIC 9(08).
003800 01  WS-CURRENT-TIME.
003900     05  WS-CURRENT-TIME-HHMMSSHH    PIC 9(08).
004000 LINKAGE SECTION.
004100 COPY CATSECV.
004200 PROCEDURE DIVISION USING CATSECV-RECORD.
004300 0000-MAINLINE.
004400     PERFORM 1000-WRITE-VIOLATION THRU 1000-EXIT
004500     GOBACK.
004600*****************************************************************
004700*    1000-WRITE-VIOLATION                                       *
004800*    OPENS THE LOG FOR EXTEND, CREATING IT ON ITS FIRST USE,    *
004900*    STAMPS AND WRITES THE CALLER'S RECORD, AND CLOSES THE LOG  *
005000*    AGAIN SO NOTHING IS LEFT OPEN BETWEEN CALLS.               *
005100*****************************************************************
005200 1000-WRITE-VIOLATION.
005300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005400     ACCEPT WS-CURRENT-TIME FROM TIME
005500     MOVE WS-CURRENT-DATE-YYYYMMDD TO CATSECV-DATE
005600     MOVE WS-CURRENT-TIME-HHMMSSHH TO CATSECV-TIME
005700     OPEN EXTEND CAT-SECURITY-LOG
005800     IF NOT WS-SECLOG-OK
005900         OPEN OUTPUT CAT-SECURITY-LOG
006000     END-IF
006100     MOVE CATSECV-RECORD TO CATSECV-LOG-RECORD
006200     WRITE CATSECV-LOG-RECORD
006300     CLOSE CAT-SECURITY-LOG.
006400 1000-EXIT.
006500     EXIT.

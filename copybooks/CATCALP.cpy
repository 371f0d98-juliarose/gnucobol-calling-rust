000100*****************************************************************
000200*    CATCALP.CPY                                                *
000300*    CAT-CALSUB PARAMETER AREA - PASSED ON THE CALL BY EVERY    *
000400*    PROGRAM THAT ASKS THE PROCESSING CALENDAR A QUESTION. THE  *
000500*    CALLER SETS THE FUNCTION, THE DATE AND (FOR B) THE DAY     *
000600*    COUNT; CAT-CALSUB RETURNS THE ANSWER AND A RESULT CODE:    *
000700*        D  DAY INQUIRY - DAY TYPE, TRANSMISSION FLAG AND       *
000800*           DESCRIPTION OF THE DATE ITSELF                      *
000900*        P  PRIOR TRANSMISSION DAY - THE LAST EXPECTED-         *
001000*           TRANSMISSION DAY BEFORE THE DATE                    *
001100*        N  NEXT BUSINESS DAY - THE FIRST PROCESSING DAY AFTER  *
001200*           THE DATE                                            *
001300*        B  BUSINESS DAYS BACK - THE DATE THE GIVEN NUMBER OF   *
001400*           PROCESSING DAYS BEFORE THE DATE                     *
001500*    RESULT 1 MEANS NO CALENDAR FILE COULD BE OPENED; THE       *
001600*    CALLER THEN KEEPS ITS OWN PLAIN-DATE RULE.                 *
001700*****************************************************************
001800 01  CATCALP-AREA.
001900     05  CATCALP-FUNCTION        PIC X(01).
002000         88  CATCALP-DAY-INQUIRY         VALUE "D".
002100         88  CATCALP-PRIOR-XMIT-DAY      VALUE "P".
002200         88  CATCALP-NEXT-BUSINESS-DAY   VALUE "N".
002300         88  CATCALP-BUSINESS-DAYS-BACK  VALUE "B".
002400     05  CATCALP-IN-DATE         PIC X(08).
002500     05  CATCALP-IN-DAYS         PIC 9(03).
002600     05  CATCALP-OUT-DATE        PIC X(08).
002700     05  CATCALP-DAY-TYPE        PIC X(01).
002800         88  CATCALP-BUSINESS-DAY        VALUE "B".
002900         88  CATCALP-HOLIDAY             VALUE "H".
003000         88  CATCALP-WEEKEND             VALUE "W".
003100     05  CATCALP-XMIT-FLAG       PIC X(01).
003200         88  CATCALP-XMIT-EXPECTED       VALUE "Y".
003300     05  CATCALP-DESCRIPTION     PIC X(30).
003400     05  CATCALP-RESULT          PIC X(01).
003500         88  CATCALP-OK                  VALUE "0".
003600         88  CATCALP-NO-CALENDAR         VALUE "1".
003700         88  CATCALP-BAD-REQUEST         VALUE "2".

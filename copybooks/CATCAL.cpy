000100*****************************************************************
000200*    CATCAL.CPY                                                 *
000300*    CAT-CALENDAR-FILE RECORD LAYOUT - THE PROCESSING CALENDAR, *
000400*    ONE RECORD PER CALENDAR DATE, INDEXED BY DATE. THE DAY     *
000500*    TYPE SAYS WHETHER THE NIGHTLY JOBS RUN THAT DAY:           *
000600*        B  BUSINESS DAY - A PROCESSING DAY                     *
000700*        H  HOLIDAY      - NOT A PROCESSING DAY                 *
000800*        W  WEEKEND      - NOT A PROCESSING DAY                 *
000900*    THE TRANSMISSION FLAG SAYS WHETHER THE SENDING SYSTEMS     *
001000*    ARE EXPECTED TO SEND A CATLKUP FILE DATED THAT DAY. A DATE *
001100*    NOT ON FILE IS TAKEN AS A WEEKDAY BUSINESS DAY WITH A      *
001200*    TRANSMISSION, OR A SATURDAY/SUNDAY WEEKEND WITHOUT ONE.    *
001300*    MAINTAINED WITH CAT-CALM; READ THROUGH CAT-CALSUB.         *
001400*****************************************************************
001500 01  CATCAL-RECORD.
001600     05  CATCAL-DATE             PIC X(08).
001700     05  CATCAL-DAY-TYPE         PIC X(01).
001800         88  CATCAL-BUSINESS-DAY         VALUE "B".
001900         88  CATCAL-HOLIDAY              VALUE "H".
002000         88  CATCAL-WEEKEND              VALUE "W".
002100         88  CATCAL-DAY-TYPE-VALID       VALUE "B" "H" "W".
002200     05  CATCAL-XMIT-FLAG        PIC X(01).
002300         88  CATCAL-XMIT-EXPECTED        VALUE "Y".
002400         88  CATCAL-XMIT-NOT-EXPECTED    VALUE "N".
002500     05  CATCAL-DESCRIPTION      PIC X(30).
002600     05  CATCAL-MAINT-DATE       PIC X(08).
002700     05  CATCAL-MAINT-TIME       PIC X(08).
002800     05  CATCAL-MAINT-OPER       PIC X(08).

000100*****************************************************************
000200*    CATICHST.CPY                                               *
000300*    IMAGE-COPY HISTORY RECORD LAYOUT - ONE RECORD APPENDED PER *
000400*    COMPLETE CAT-IMGCOPY RUN. THE COPY DATE NAMES THE THREE    *
000500*    DATED BACKUPS (CATMSTB, CATOXRB AND CATPNDB + DATE); THE   *
000600*    START TIME IS THE POINT CAT-RECOVER REAPPLIES CATMAUD      *
000700*    FROM. EACH FILE'S RECORD COUNT AND LOW AND HIGH KEY ARE    *
000800*    CARRIED SO A RELOAD CAN BE PROVED AGAINST THE COPY. A      *
000900*    SECOND COPY ON THE SAME DATE REPLACES THE FIRST'S BACKUPS, *
001000*    SO THE LAST RECORD FOR A DATE IS THE ONE THAT COUNTS.      *
001100*****************************************************************
001200 01  CATICHST-RECORD.
001300     05  CATICHST-COPY-DATE      PIC X(08).
001400     05  CATICHST-START-TIME     PIC X(08).
001500     05  CATICHST-END-TIME       PIC X(08).
001600     05  CATICHST-MST-COUNT      PIC 9(09).
001700     05  CATICHST-MST-LOW-KEY    PIC X(20).
001800     05  CATICHST-MST-HIGH-KEY   PIC X(20).
001900     05  CATICHST-XRF-COUNT      PIC 9(09).
002000     05  CATICHST-XRF-LOW-KEY    PIC X(50).
002100     05  CATICHST-XRF-HIGH-KEY   PIC X(50).
002200     05  CATICHST-PND-COUNT      PIC 9(09).
002300     05  CATICHST-PND-LOW-KEY    PIC X(20).
002400     05  CATICHST-PND-HIGH-KEY   PIC X(20).

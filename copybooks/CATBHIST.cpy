000100*****************************************************************
000200*    CATBHIST.CPY                                               *
000300*    MASTER BALANCE HISTORY RECORD LAYOUT - ONE RECORD APPENDED *
000400*    PER CAT-BALANCE RUN CARRYING THAT RUN'S CLOSING COUNTS OF  *
000500*    CAT-MASTER-FILE (TOTAL, ACTIVE, INACTIVE) AND CATPEND, THE *
000600*    OPENING IT STARTED FROM (THE PRIOR RUN'S CLOSING TOTAL),   *
000700*    THE CATMAUD ADDS, CHANGES AND DELETES SINCE THAT PRIOR     *
000800*    RUN, THE CATOXRF STRAY COUNT AND THE RESULT:               *
000900*        B  IN BALANCE                                          *
001000*        O  OUT OF BALANCE (MOVEMENT OR CROSS-REFERENCE)        *
001100*        F  FIRST RUN - NO OPENING TO PROVE AGAINST             *
001200*    THE DATE AND TIME ARE WHEN THE COUNTS WERE TAKEN; THE NEXT *
001300*    RUN PROVES ITS MOVEMENT FROM THAT POINT ON.                *
001400*****************************************************************
001500 01  CATBHIST-RECORD.
001600     05  CATBHIST-DATE           PIC X(08).
001700     05  CATBHIST-TIME           PIC X(08).
001800     05  CATBHIST-TOTAL          PIC 9(09).
001900     05  CATBHIST-ACTIVE         PIC 9(09).
002000     05  CATBHIST-INACTIVE       PIC 9(09).
002100     05  CATBHIST-PENDING        PIC 9(09).
002200     05  CATBHIST-OPENING        PIC 9(09).
002300     05  CATBHIST-ADDS           PIC 9(09).
002400     05  CATBHIST-CHANGES        PIC 9(09).
002500     05  CATBHIST-DELETES        PIC 9(09).
002600     05  CATBHIST-XREF-STRAYS    PIC 9(09).
002700     05  CATBHIST-RESULT         PIC X(01).
002800         88  CATBHIST-IN-BALANCE         VALUE "B".
002900         88  CATBHIST-OUT-OF-BALANCE     VALUE "O".
003000         88  CATBHIST-FIRST-RUN          VALUE "F".

000100*****************************************************************
000200*    CATXKEY.CPY                                                *
000300*    KEY-TO-SENDER MAP RECORD LAYOUT - WRITTEN BY CAT-INTAKE    *
000400*    ALONGSIDE THE COMBINED CATLKUP SO CAT-ACKSPLIT CAN SEND    *
000500*    EACH SENDER THE ANSWERS TO ITS OWN KEYS. ONE SENDER RECORD *
000600*    (TYPE H) PER ACCEPTED TRANSMISSION CARRIES ITS FILE DATE,  *
000700*    KEY COUNT AND ACKNOWLEDGMENT DATASET; ONE KEY RECORD (TYPE *
000800*    K) PER DETAIL KEY RECEIVED NAMES THE SENDER IT CAME FROM.  *
000900*    A KEY SENT BY TWO SENDERS IS LOOKED UP ONCE BUT HAS A KEY  *
001000*    RECORD FOR EACH.                                           *
001100*****************************************************************
001200 01  CATXKEY-RECORD.
001300     05  CATXKEY-SOURCE          PIC X(09).
001400     05  CATXKEY-REC-TYPE        PIC X(01).
001500         88  CATXKEY-IS-SENDER           VALUE "H".
001600         88  CATXKEY-IS-KEY              VALUE "K".
001700     05  CATXKEY-DATA.
001800         10  CATXKEY-KEY         PIC X(20).
001900         10  FILLER              PIC X(08).
002000     05  CATXKEY-SENDER REDEFINES CATXKEY-DATA.
002100         10  CATXKEY-TRANS-DATE  PIC X(08).
002200         10  CATXKEY-KEY-COUNT   PIC 9(09).
002300         10  CATXKEY-ACK-NAME    PIC X(08).
002400         10  FILLER              PIC X(03).

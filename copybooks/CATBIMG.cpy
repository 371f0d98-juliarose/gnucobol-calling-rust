000100*****************************************************************
000200*    CATBIMG.CPY                                                *
000300*    CAT-TRAN BEFORE-IMAGE JOURNAL RECORD LAYOUT. EVERY CAT-    *
000400*    TRAN RUN IS GIVEN A RUN ID (THE DATE AND TIME IT STARTED)  *
000500*    AND APPENDS ONE RECORD PER RECORD IT TOUCHES, SO CAT-      *
000600*    BACKOUT CAN PUT THE FILES BACK EXACTLY AS THEY WERE:       *
000700*        R  RUN START - SENDER SOURCE, HEADER DATE, OPERATOR    *
000800*        M  CATMST     - BEFORE AND AFTER IMAGES                *
000900*        X  CATOXRF    - BEFORE AND AFTER IMAGES                *
001000*        P  CATPEND    - THE PENDING RECORD HELD (AFTER IMAGE)  *
001100*        B  BACKED OUT - WRITTEN BY CAT-BACKOUT, OPERATOR       *
001200*    THE ACTION IS WHAT THE RUN DID TO THE RECORD - A ADDED (NO *
001300*    BEFORE IMAGE), C CHANGED, D DELETED (NO AFTER IMAGE). THE  *
001400*    SEQUENCE NUMBER ORDERS THE RECORDS WITHIN A RUN, AND THE   *
001500*    DATE AND TIME ARE STAMPED AFTER THE CATMAUD RECORD FOR THE *
001600*    SAME ACTION, SO A LATER CATMAUD RECORD FOR THE KEY MEANS   *
001700*    IT WAS MAINTAINED AGAIN AFTER THE RUN. IMAGES SHORTER THAN *
001800*    A MASTER RECORD ARE LEFT-JUSTIFIED AND SPACE-FILLED.       *
001900*****************************************************************
002000 01  CATBIMG-RECORD.
002100     05  CATBIMG-RUN-ID          PIC X(14).
002200     05  CATBIMG-SEQ             PIC 9(07).
002300     05  CATBIMG-DATE            PIC X(08).
002400     05  CATBIMG-TIME            PIC X(08).
002500     05  CATBIMG-REC-TYPE        PIC X(01).
002600         88  CATBIMG-IS-RUN-START        VALUE "R".
002700         88  CATBIMG-IS-MASTER           VALUE "M".
002800         88  CATBIMG-IS-XREF             VALUE "X".
002900         88  CATBIMG-IS-PENDING          VALUE "P".
003000         88  CATBIMG-IS-BACKED-OUT       VALUE "B".
003100     05  CATBIMG-ACTION          PIC X(01).
003200         88  CATBIMG-ACT-ADDED           VALUE "A".
003300         88  CATBIMG-ACT-CHANGED         VALUE "C".
003400         88  CATBIMG-ACT-DELETED         VALUE "D".
003500     05  CATBIMG-KEY             PIC X(20).
003600     05  CATBIMG-IMAGES.
003700         10  CATBIMG-BEFORE      PIC X(163).
003800         10  CATBIMG-AFTER       PIC X(163).
003900     05  CATBIMG-RUN-INFO REDEFINES CATBIMG-IMAGES.
004000         10  CATBIMG-RUN-SOURCE  PIC X(09).
004100         10  CATBIMG-RUN-HDR-DATE PIC X(08).
004200         10  CATBIMG-RUN-OPER    PIC X(08).
004300         10  FILLER              PIC X(301).

000500*    THE MASTER IMAGE AS IT STOOD AFTER THE ACTION (THE IMAGE   *
000600*    BEING REMOVED, FOR A DELETE), SO EVERY CHANGE TO THE       *
000700*    SYSTEM OF RECORD CAN BE RECONSTRUCTED FROM THE TRAIL.      *
000710*    THE OWNER FIELD CARRIES THE CATOWNR OWNER ID. THE OPERATOR *
000720*    FIELD CARRIES THE CATSEC OPERATOR ID SIGNED ON TO CAT-     *
000730*    DRIVER WHEN THE ACTION WAS TAKEN.                          *
000740*    THE SOURCE BYTE SAYS WHICH PROGRAM APPLIED THE ACTION, FOR *
000750*    THE CAT-BALANCE MOVEMENT REPORT: M CAT-MAINT ONLINE, T     *
000760*    CAT-TRAN BATCH, P CAT-APPLY PROMOTION, V CAT-OWNCV         *
000770*    CONVERSION. RECORDS WRITTEN BEFORE IT WAS ADDED CARRY A    *
000780*    SPACE.                                                     *
000790*    SOURCE B IS CAT-BACKOUT PUTTING BACK A CAT-TRAN RUN FROM   *
000795*    ITS CATBIMG BEFORE-IMAGES.                                 *
000796*    THE PENDING-CHANGES FILE IS JOURNALED HERE AS WELL, SO IT  *
000797*    CAN BE RECOVERED: Q OR H WHEN A PENDING ADD OR CHANGE IS   *
000798*    QUEUED ON CATPEND, X OR Y WHEN ONE IS TAKEN OFF (PROMOTED, *
000799*    DROPPED, OR BACKED OUT). THESE RECORDS CARRY THE CATPEND   *
000800*    IMAGE AND NEVER TOUCHED THE MASTER - A CONSUMER OF MASTER  *
000801*    MOVEMENT TESTS CATMAUD-ACT-MASTER AND SKIPS THE REST.      *
000802*****************************************************************
000900 01  CATMAUD-RECORD.
001000     05  CATMAUD-DATE            PIC X(08).
001100     05  CATMAUD-TIME            PIC X(08).
001300         88  CATMAUD-ACT-ADD             VALUE "A".
001400         88  CATMAUD-ACT-CHANGE          VALUE "C".
001500         88  CATMAUD-ACT-DELETE          VALUE "D".
001510         88  CATMAUD-ACT-PEND-ADD-QUEUED VALUE "Q".
001520         88  CATMAUD-ACT-PEND-CHG-QUEUED VALUE "H".
001530         88  CATMAUD-ACT-PEND-ADD-REMOVED
001540                                         VALUE "X".
001550         88  CATMAUD-ACT-PEND-CHG-REMOVED
001560                                         VALUE "Y".
001570         88  CATMAUD-ACT-PEND-QUEUED     VALUE "Q" "H".
001580         88  CATMAUD-ACT-PEND-REMOVED    VALUE "X" "Y".
001590         88  CATMAUD-ACT-MASTER          VALUE "A" "C" "D".
001600     05  CATMAUD-KEY             PIC X(20).
001700     05  CATMAUD-NAME            PIC X(80).
001800     05  CATMAUD-OWNER           PIC X(30).
001900     05  CATMAUD-STATUS          PIC X(01).
002000     05  CATMAUD-EFF-DATE        PIC X(08).
002100     05  CATMAUD-OPER-ID         PIC X(08).
002200     05  CATMAUD-SOURCE          PIC X(01).
002300         88  CATMAUD-SRC-MAINT           VALUE "M".
002400         88  CATMAUD-SRC-TRAN            VALUE "T".
002500         88  CATMAUD-SRC-APPLY           VALUE "P".
002600         88  CATMAUD-SRC-CONVERSION      VALUE "V".
002700         88  CATMAUD-SRC-BACKOUT         VALUE "B".

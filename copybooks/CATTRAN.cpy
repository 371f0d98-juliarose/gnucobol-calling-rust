000800*    THE HDR AND TRL REUSE THE DETAIL LAYOUT THROUGH REDEFINES -*
000900*    AN ACTION/KEY COMBINATION BEGINNING "HDR" OR "TRL" IS NOT  *
001000*    SUPPORTED.                                                 *
001010*    THE OWNER FIELD CARRIES A CATOWNR OWNER ID.                *
001100*****************************************************************
001200 01  CATTRAN-RECORD.
001300     05  CATTRAN-DETAIL.
001700             88  CATTRAN-ACT-DELETE      VALUE "D".
001800         10  CATTRAN-KEY         PIC X(20).
001900         10  CATTRAN-NAME        PIC X(80).
002000         10  CATTRAN-OWNER.
002010             15  CATTRAN-OWNER-ID    PIC X(10).
002020             15  FILLER              PIC X(20).
002100         10  CATTRAN-STATUS      PIC X(01).
002200         10  CATTRAN-EFF-DATE    PIC X(08).
002300     05  CATTRAN-HDR REDEFINES CATTRAN-DETAIL.

000700*    PROMOTED BY THE NIGHTLY CAT-APPLY STEP, WHICH WRITES THE   *
000800*    USUAL CATMAUD AUDIT RECORD AT PROMOTION TIME. THE KEYED    *
000900*    DATE RECORDS WHEN THE CHANGE WAS CAPTURED.                 *
000910*    THE OWNER FIELD CARRIES THE CATOWNR OWNER ID. THE KEYED-BY *
000920*    OPERATOR IS CARRIED THROUGH TO THE CATMAUD RECORD AND THE  *
000930*    CATMST STAMP AT PROMOTION TIME.                            *
001000*****************************************************************
001100 01  CATPEND-RECORD.
001200     05  CATPEND-ACTION          PIC X(01).
001800     05  CATPEND-STATUS          PIC X(01).
001900     05  CATPEND-EFF-DATE        PIC X(08).
002000     05  CATPEND-KEYED-DATE      PIC X(08).
002100     05  CATPEND-KEYED-OPER      PIC X(08).

002500*                   STRUCTURALLY BAD INPUT FILE IS REFUSED WITH *
002600*                   RETURN CODE 8 BEFORE ANYTHING IS WRITTEN,   *
002700*                   AS CAT-SPLIT DOES.                          *
002710*    10/15/26  JRM  CATMST GREW FROM 155 TO 163 BYTES (MAINT    *
002720*                   OPERATOR) - FD RECORD LENGTH UPDATED.       *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
006500     RECORD CONTAINS 20 CHARACTERS.
006600 01  CAT-SORTED-RECORD           PIC X(20).
006700 FD  CAT-MASTER-FILE
006800     RECORD CONTAINS 163 CHARACTERS.
006900 COPY CATMST.
007000 FD  CAT-CLEAN-FILE
007100     RECORD CONTAINS 20 CHARACTERS.

004300*                   BUFFER RESIDUE, SO EVERY FOUND KEY SHORTER   *
004400*                   THAN 80 BYTES WAS REPORTED MISMATCH AGAINST  *
004500*                   THE SPACE-PADDED OPERATOR-KEYED MASTER NAME. *
004510*    10/15/26  JRM  CATMST GREW FROM 155 TO 163 BYTES (MAINT     *
004520*                   OPERATOR) - FD RECORD LENGTH UPDATED.        *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
008100     RECORD CONTAINS 101 CHARACTERS.
008200 COPY CATRSLT.
008300 FD  CAT-MASTER-FILE
008400     RECORD CONTAINS 163 CHARACTERS.
008500 COPY CATMST.
008600 FD  CAT-RECON-EXCEPTIONS
008700     RECORD CONTAINS 206 CHARACTERS.

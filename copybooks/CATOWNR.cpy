000100*****************************************************************
000200*    CATOWNR.CPY                                                *
000300*    CAT-OWNER-FILE RECORD LAYOUT - THE OWNER MASTER. ONE       *
000400*    RECORD PER OWNER, INDEXED BY THE 10-BYTE OWNER ID THAT     *
000500*    CATMST-OWNER-ID CARRIES. HOLDS THE MAILING ADDRESS CAT-    *
000600*    MAIL PRINTS ON EACH LETTER, THE DO-NOT-MAIL FLAG, AND THE  *
000700*    LAST-MAINTAINED STAMP. MAINTAINED ONLINE BY CAT-OWNR.      *
000800*****************************************************************
000900 01  CATOWNR-RECORD.
001000     05  CATOWNR-ID              PIC X(10).
001100     05  CATOWNR-NAME            PIC X(30).
001200     05  CATOWNR-STREET          PIC X(30).
001300     05  CATOWNR-CITY            PIC X(20).
001400     05  CATOWNR-STATE           PIC X(02).
001500     05  CATOWNR-POSTAL-CODE     PIC X(10).
001600     05  CATOWNR-PHONE           PIC X(12).
001700     05  CATOWNR-NO-MAIL         PIC X(01).
001800         88  CATOWNR-DO-NOT-MAIL         VALUE "Y".
001900         88  CATOWNR-MAIL-OK             VALUE "N" " ".
002000     05  CATOWNR-MAINT-DATE      PIC X(08).
002100     05  CATOWNR-MAINT-TIME      PIC X(08).

000400*    CAT. INDEXED BY THE SAME 20-BYTE KEY THAT DRIVES           *
000500*    GET_CAT_NAME. MAINTAINED ONLINE BY CAT-MAINT AND READ IN   *
000600*    KEY SEQUENCE BY CAT-RECON AS THE EXPECTED-VALUES SIDE OF   *
000700*    THE RECONCILIATION PASS. THE OWNER FIELD CARRIES THE       *
000710*    OWNER ID OF THE CAT-OWNER-FILE (CATOWNR) RECORD, LEFT-     *
000720*    JUSTIFIED AND SPACE-FILLED IN THE ORIGINAL 30-BYTE SLOT.   *
000730*    THE MAINTENANCE STAMP CARRIES THE SIGNED-ON OPERATOR ID    *
000740*    ALONGSIDE THE DATE AND TIME OF THE LAST CHANGE.            *
000800*****************************************************************
000900 01  CATMST-RECORD.
001000     05  CATMST-KEY              PIC X(20).
001100     05  CATMST-NAME             PIC X(80).
001200     05  CATMST-OWNER.
001210         10  CATMST-OWNER-ID     PIC X(10).
001220         10  FILLER              PIC X(20).
001300     05  CATMST-STATUS           PIC X(01).
001400         88  CATMST-STAT-ACTIVE          VALUE "A".
001500         88  CATMST-STAT-INACTIVE        VALUE "I".
001600     05  CATMST-EFF-DATE         PIC X(08).
001700     05  CATMST-MAINT-DATE       PIC X(08).
001800     05  CATMST-MAINT-TIME       PIC X(08).
001900     05  CATMST-MAINT-OPER       PIC X(08).

000100*****************************************************************
000200*    CATSEC.CPY                                                 *
000300*    CAT-SECURITY-FILE RECORD LAYOUT - ONE RECORD PER OPERATOR  *
000400*    ALLOWED TO SIGN ON TO CAT-DRIVER, INDEXED BY OPERATOR ID.  *
000500*    THE AUTHORITY LEVEL IS CUMULATIVE - EACH LEVEL CARRIES     *
000600*    EVERY FUNCTION OF THE LEVELS BELOW IT:                     *
000700*        1  INQUIRE ONLY (LOOKUPS, INQUIRIES, REPORTS)          *
000800*        2  ADD/CHANGE (CAT-MAINT, CAT-OWNR)                    *
000900*        3  DELETE (CAT-MAINT, CAT-OWNR)                        *
001000*        4  OPERATIONS (THE BATCH JOBS - HOUSEKEEPING,          *
001100*           CERTIFICATION, CAT-TRAN - AND THE XREF REBUILD)     *
001200*    A REVOKED OPERATOR IS REFUSED AT SIGN-ON. MAINTAINED BY    *
001300*    THE SECURITY ADMINISTRATOR WITH CAT-SECM.                  *
001400*****************************************************************
001500 01  CATSEC-RECORD.
001600     05  CATSEC-OPER-ID          PIC X(08).
001700     05  CATSEC-OPER-NAME        PIC X(30).
001800     05  CATSEC-PASSWORD         PIC X(08).
001900     05  CATSEC-AUTH-LEVEL       PIC 9(01).
002000         88  CATSEC-LEVEL-VALID          VALUE 1 THRU 4.
002100     05  CATSEC-REVOKED          PIC X(01).
002200         88  CATSEC-IS-REVOKED           VALUE "Y".
002300         88  CATSEC-IS-ACTIVE            VALUE "N" " ".
002400     05  CATSEC-MAINT-DATE       PIC X(08).
002500     05  CATSEC-MAINT-TIME       PIC X(08).

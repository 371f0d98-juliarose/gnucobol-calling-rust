000100*****************************************************************
000200*    CATSIGN.CPY                                                *
000300*    SIGN-ON AREA - THE OPERATOR SIGNED ON TO CAT-DRIVER AND    *
000400*    THE AUTHORITY LEVEL (SEE CATSEC.CPY). BUILT BY CAT-DRIVER  *
000500*    AT SIGN-ON AND PASSED ON THE CALL TO EVERY PROGRAM THAT    *
000600*    STAMPS THE OPERATOR ON CATMST/CATMAUD OR CHECKS AUTHORITY  *
000700*    FUNCTION BY FUNCTION.                                      *
000800*****************************************************************
000900 01  CATSIGN-AREA.
001000     05  CATSIGN-OPER-ID         PIC X(08).
001100     05  CATSIGN-AUTH-LEVEL      PIC 9(01).
001200         88  CATSIGN-CAN-INQUIRE         VALUE 1 THRU 4.
001300         88  CATSIGN-CAN-UPDATE          VALUE 2 THRU 4.
001400         88  CATSIGN-CAN-DELETE          VALUE 3 THRU 4.
001500         88  CATSIGN-CAN-OPERATE         VALUE 4.

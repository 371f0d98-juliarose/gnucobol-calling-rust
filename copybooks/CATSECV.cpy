000100*****************************************************************
000200*    CATSECV.CPY                                                *
000300*    SECURITY-VIOLATION LOG RECORD LAYOUT - ONE RECORD PER      *
000400*    REFUSED ATTEMPT: A FAILED SIGN-ON, OR AN OPTION OR         *
000500*    FUNCTION ABOVE THE SIGNED-ON OPERATOR'S AUTHORITY. THE     *
000600*    CALLER FILLS IN EVERYTHING BUT THE DATE AND TIME, WHICH    *
000700*    CAT-SECLOG STAMPS AS IT APPENDS THE RECORD TO CATSECV.     *
000800*****************************************************************
000900 01  CATSECV-RECORD.
001000     05  CATSECV-DATE            PIC X(08).
001100     05  CATSECV-TIME            PIC X(08).
001200     05  CATSECV-OPER-ID         PIC X(08).
001300     05  CATSECV-PROGRAM         PIC X(10).
001400     05  CATSECV-FUNCTION        PIC X(01).
001500     05  CATSECV-REQUIRED-LEVEL  PIC 9(01).
001600     05  CATSECV-OPER-LEVEL      PIC 9(01).
001700     05  CATSECV-REASON          PIC X(20).

000100*****************************************************************
000200*    CATXREG.CPY                                                *
000300*    TRANSMISSION-REGISTRY RECORD LAYOUT - ONE RECORD PER       *
000400*    TRANSMISSION CAT-INTAKE HAS SEEN, INDEXED BY SOURCE, THE   *
000500*    FILE DATE ON THE SENDER'S HDR, AND THE DATE AND TIME IT    *
000600*    WAS TAKEN IN. THE STATUS RECORDS WHAT BECAME OF IT:        *
000700*        A  ACCEPTED  - KEYS WENT INTO THE COMBINED INPUT       *
000800*        R  REFUSED   - FAILED THE HDR/TRL CHECKS (REASON SAYS  *
000900*                       WHICH)                                  *
001000*        D  DUPLICATE - THIS SOURCE AND FILE DATE WAS ALREADY   *
001100*                       ACCEPTED ON AN EARLIER NIGHT            *
001200*        M  MISSING   - AN EXPECTED SENDER SENT NOTHING; THE    *
001300*                       FILE DATE IS THE INTAKE DATE            *
001400*    THE COUNTS ARE THE DETAIL KEYS FOUND AND THE COUNT THE     *
001500*    SENDER'S TRL CLAIMED.                                      *
001600*****************************************************************
001700 01  CATXREG-RECORD.
001800     05  CATXREG-KEY.
001900         10  CATXREG-SOURCE      PIC X(09).
002000         10  CATXREG-FILE-DATE   PIC X(08).
002100         10  CATXREG-RECV-DATE   PIC X(08).
002200         10  CATXREG-RECV-TIME   PIC X(08).
002300     05  CATXREG-FILE-NAME       PIC X(08).
002400     05  CATXREG-DETAIL-COUNT    PIC 9(09).
002500     05  CATXREG-TRAILER-COUNT   PIC 9(09).
002600     05  CATXREG-STATUS          PIC X(01).
002700         88  CATXREG-ACCEPTED            VALUE "A".
002800         88  CATXREG-REFUSED             VALUE "R".
002900         88  CATXREG-DUPLICATE           VALUE "D".
003000         88  CATXREG-MISSING             VALUE "M".
003100     05  CATXREG-REASON          PIC X(10).

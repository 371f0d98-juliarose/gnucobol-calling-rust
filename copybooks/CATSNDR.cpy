000100*****************************************************************
000200*    CATSNDR.CPY                                                *
000300*    SENDER-TABLE RECORD LAYOUT - ONE RECORD PER SENDING SYSTEM *
000400*    ALLOWED TO TRANSMIT LOOKUP KEYS, READ BY CAT-INTAKE. THE   *
000500*    SOURCE MUST MATCH THE CATLKUP-HDR-SOURCE THE SENDER STAMPS *
000600*    ON ITS TRANSMISSION. THE FILE NAME IS THE DATASET ITS      *
000700*    NIGHTLY TRANSMISSION LANDS IN, AND THE ACK NAME IS THE     *
000800*    DATASET ITS OWN CATACK-FORMAT ACKNOWLEDGMENT IS WRITTEN    *
000900*    TO. AN EXPECTED SENDER THAT HAS NOT TRANSMITTED ON A DAY   *
001000*    THE CALENDAR EXPECTS A TRANSMISSION IS REPORTED MISSING.   *
001100*****************************************************************
001200 01  CATSNDR-RECORD.
001300     05  CATSNDR-SOURCE          PIC X(09).
001400     05  CATSNDR-FILE-NAME       PIC X(08).
001500     05  CATSNDR-ACK-NAME        PIC X(08).
001600     05  CATSNDR-EXPECTED        PIC X(01).
001700         88  CATSNDR-XMIT-REQUIRED       VALUE "Y".
001800     05  CATSNDR-DESCRIPTION     PIC X(30).
001900     05  FILLER                  PIC X(08).

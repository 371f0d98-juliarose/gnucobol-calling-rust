000700*    AN OWNER CORRECTION ON A CHANGE DELETES THE OLD-OWNER      *
000800*    ENTRY BEFORE WRITING THE NEW ONE, SO A CAT IS NEVER LEFT   *
000900*    LISTED UNDER AN OWNER IT NO LONGER BELONGS TO.             *
000910*    THE OWNER PORTION OF THE KEY IS THE CATOWNR OWNER ID.      *
001000*****************************************************************
001100 01  CATOXRF-RECORD.
001200     05  CATOXRF-XKEY.

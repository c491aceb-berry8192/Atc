000100******************************************************************
000200*    PERRLG  -  PERIOD REOPEN LOG RECORD                          *
000300*                                                                 *
000400*    ONE RECORD PER RUN LET INTO A CLOSED PERIOD BY THE           *
000500*    REOPEN-PERIOD PARMFILE CARD, APPENDED TO THE PERROPN LOG     *
000600*    BY THE PERCHK PROCEDURE COPYBOOK.  PRINTED BY PERCLS01       *
000700*    WHEN IT RESTATES THE PERIOD AT THE NEXT CLOSE.               *
000800*                                                                 *
000900*    HISTORY                                                      *
001000*    DATE       INIT  DESCRIPTION                                 *
001100*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001200******************************************************************
001300 01  PRL-REOPEN-RECORD.
001400     05  PRL-PERIOD                  PIC 9(06).
001500     05  PRL-PROGRAM-ID              PIC X(08).
001600     05  PRL-RUN-MODE                PIC X(08).
001700     05  PRL-EFFECTIVE-DATE          PIC 9(08).
001800     05  PRL-BUSINESS-DATE           PIC 9(08).
001900     05  PRL-RUN-NUMBER              PIC 9(06).
002000     05  PRL-EVENT-TIME              PIC 9(06).
002100     05  PRL-REASON                  PIC X(20).

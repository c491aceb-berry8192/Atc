000100******************************************************************
000200*    PERCTL  -  PERIOD-CONTROL RECORD                             *
000300*                                                                 *
000400*    ONE RECORD PER CLOSED ACCOUNTING MONTH, KEYED ON THE         *
000500*    PERIOD (YYYYMM).  WRITTEN BY THE PERCLS01 MONTH-END CLOSE    *
000600*    WHEN IT SIGNS THE PERIOD OFF.  A PERIOD WITH NO RECORD IS    *
000700*    OPEN.  MAIN, UNSTRING_SAMPLE03, DLYRPT01 AND REJRCY01 READ   *
000800*    IT (PERCHK PROCEDURE COPYBOOK) BEFORE A REPROCESS OR         *
000900*    SUPPLEMENTAL RUN AND REFUSE A DATE IN A CLOSED PERIOD        *
001000*    UNLESS THE REOPEN-PERIOD PARMFILE CARD NAMES IT.  A RUN      *
001100*    ALLOWED IN BY THE CARD SETS THE PERIOD TO REOPENED ('R'),    *
001200*    WHICH THE NEXT PERCLS01 CLOSE RESTATES AND CLOSES AGAIN.     *
001300*                                                                 *
001400*    HISTORY                                                      *
001500*    DATE       INIT  DESCRIPTION                                 *
001600*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001700******************************************************************
001800 01  PCT-CONTROL-RECORD.
001900     05  PCT-PERIOD                  PIC 9(06).
002000     05  PCT-STATUS                  PIC X(01).
002100         88  PCT-CLOSED                         VALUE 'C'.
002200         88  PCT-REOPENED                       VALUE 'R'.
002300         88  PCT-PERIOD-LOCKED                  VALUE 'C' 'R'.
002400     05  PCT-MONTH-END-DATE          PIC 9(08).
002500     05  PCT-CLOSED-DATE             PIC 9(08).
002600     05  PCT-CLOSED-RUN              PIC 9(06).
002700     05  PCT-CLOSE-COUNT             PIC 9(03).
002800     05  PCT-REOPEN-COUNT            PIC 9(03).
002900     05  PCT-LAST-REOPEN-DATE        PIC 9(08).
003000     05  PCT-LAST-REOPEN-PGM         PIC X(08).
003100     05  PCT-RESTATED-DATE           PIC 9(08).
003200     05  FILLER                      PIC X(21).

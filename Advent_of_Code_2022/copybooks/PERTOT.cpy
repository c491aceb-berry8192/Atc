000100******************************************************************
000200*    PERTOT  -  PERIOD-TOTALS RECORD                              *
000300*                                                                 *
000400*    MONTH-TO-DATE AND YEAR-TO-DATE FIGURES FOR ONE CLOSED        *
000500*    PERIOD, KEYED ON PERIOD + LEVEL + KEY VALUE.  WRITTEN BY     *
000600*    THE PERCLS01 MONTH-END CLOSE -                               *
000700*        LEVEL 'M'  AN RPTHIST MEASURE - KEY IS THE SOURCE        *
000800*                   PROGRAM (8) FOLLOWED BY THE MEASURE KEY (20)  *
000900*        LEVEL 'G'  AN ELF GROUP - KEY IS THE ELFMST GROUP CODE   *
001000*        LEVEL 'E'  AN ELF - KEY IS THE ELF ID, POINTS FROM       *
001100*                   ELFHIST                                       *
001200*    THE YTD FIGURE IS THE SUM OF THE MTD FIGURES OF EVERY        *
001300*    CLOSED PERIOD OF THE YEAR UP TO THIS ONE; A KEY WITH NO      *
001400*    ACTIVITY THIS MONTH BUT SOME EARLIER IN THE YEAR CARRIES     *
001500*    A ZERO MTD SO ITS YTD STILL APPEARS.  PTT-MTD-ROWS IS THE    *
001600*    NUMBER OF HISTORY ROWS BEHIND THE MTD FIGURE.                *
001700*                                                                 *
001800*    HISTORY                                                      *
001900*    DATE       INIT  DESCRIPTION                                 *
002000*    10/15/26   JRB   ORIGINAL LAYOUT                             *
002100******************************************************************
002200 01  PTT-TOTALS-RECORD.
002300     05  PTT-KEY.
002400         10  PTT-PERIOD              PIC 9(06).
002500         10  PTT-LEVEL               PIC X(01).
002600             88  PTT-ELF-LEVEL                  VALUE 'E'.
002700             88  PTT-GROUP-LEVEL                VALUE 'G'.
002800             88  PTT-MEASURE-LEVEL              VALUE 'M'.
002900         10  PTT-KEY-VALUE           PIC X(28).
003000     05  PTT-DESCRIPTION             PIC X(25).
003100     05  PTT-MTD-VALUE               PIC 9(11).
003200     05  PTT-YTD-VALUE               PIC 9(11).
003300     05  PTT-MTD-ROWS                PIC 9(05).
003400     05  PTT-POSTED-DATE             PIC 9(08).
003500     05  FILLER                      PIC X(05).

000100******************************************************************
000200*    BUSCAL  -  BUSINESS CALENDAR RECORD                          *
000300*                                                                 *
000400*    ONE RECORD PER CALENDAR DATE, KEYED ON THE DATE.  SAYS       *
000500*    WHETHER THE DESK WORKS THAT DAY, WHY NOT WHEN IT DOES NOT    *
000600*    (WEEKEND, HOLIDAY, SHUTDOWN), AND MARKS THE LAST WORKING     *
000700*    DAY OF EACH MONTH AS THE MONTH-END (QUARTER-END IN MARCH,    *
000800*    JUNE, SEPTEMBER AND DECEMBER).  MAINTAINED BY CALMNT01 FROM  *
000900*    THE CALTRAN CARD FILE - A YEAR IS GENERATED WITH WEEKENDS    *
001000*    NON-WORKING, THEN HOLIDAYS ARE CARDED IN; THE PERIOD-END     *
001100*    MARKERS ARE RESET BY CALMNT01 WHENEVER A MONTH CHANGES.      *
001200*    LISTED A YEAR AHEAD BY CALLST01.  READ BY DATADV01 TO ROLL   *
001300*    TO THE NEXT WORKING DAY, BY NSTDRV01 TO REFUSE A STREAM ON   *
001400*    A NON-WORKING DAY, AND BY ELFLDR01 AND TRNDRP01 TO COUNT     *
001500*    BUSINESS DAYS.  BCL-DAY-OF-WEEK IS 1 = MONDAY THRU 7 =       *
001600*    SUNDAY.                                                      *
001700*                                                                 *
001800*    HISTORY                                                      *
001900*    DATE       INIT  DESCRIPTION                                 *
002000*    10/15/26   JRB   ORIGINAL LAYOUT                             *
002100******************************************************************
002200 01  BCL-CALENDAR-RECORD.
002300     05  BCL-CAL-DATE                PIC 9(08).
002400     05  BCL-CAL-DATE-X REDEFINES BCL-CAL-DATE.
002500         10  BCL-CAL-YEAR            PIC 9(04).
002600         10  BCL-CAL-MONTH           PIC 9(02).
002700         10  BCL-CAL-DAY             PIC 9(02).
002800     05  BCL-DAY-OF-WEEK             PIC 9(01).
002900     05  BCL-WORK-FLAG               PIC X(01).
003000         88  BCL-WORKING-DAY                    VALUE 'W'.
003100         88  BCL-NON-WORKING-DAY                VALUE 'N'.
003200     05  BCL-REASON                  PIC X(20).
003300     05  BCL-PERIOD-END              PIC X(01).
003400         88  BCL-MONTH-END                      VALUE 'M' 'Q'.
003500         88  BCL-QUARTER-END                    VALUE 'Q'.
003600         88  BCL-NOT-PERIOD-END                 VALUE SPACE.
003700     05  BCL-LAST-CHANGE-DATE        PIC 9(08).
003800     05  FILLER                      PIC X(11).

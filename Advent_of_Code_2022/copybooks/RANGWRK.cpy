001100*    08/08/26   JRB   ORIGINAL LAYOUT (FIXED OCCURS 4, X(03))     *
001200*    08/08/26   JRB   WIDENED FIELDS, CONVERTED WORK-ITEM TO      *
001300*                     OCCURS DEPENDING ON FOR MULTI-RANGE RECORDS *
001310*    10/15/26   JRB   RAISED WORK-ITEM TO 24 OCCURRENCES SO A     *
001320*                     SHIFT-ROSTER RECORD (ELF ID, START AND END  *
001330*                     PER RANGE) CAN STILL CARRY EIGHT RANGES     *
001400******************************************************************
001500 01  TEST-WORK-AREA.
001600     05  WORK-STR                    PIC X(80).
001800     05  WORK-ITEM-COUNT             PIC 9(02) COMP.
001900     05  WORK-ITEM-TBL.
002000         10  WORK-ITEM               PIC X(07)
002100                                      OCCURS 2 TO 24 TIMES
002200                                      DEPENDING ON WORK-ITEM-COUNT.
002250*
002260 01  ANS                             PIC 9(07).

000100******************************************************************
000200*    ITMCAT  -  ITEM CATALOG MASTER RECORD                        *
000300*                                                                 *
000400*    ONE RECORD PER RUCKSACK ITEM TYPE, KEYED ON THE ITEM LETTER  *
000500*    AS IT APPEARS IN THE RUCKIN ITEM STRING (LOWER AND UPPER     *
000600*    CASE ARE DIFFERENT ITEMS).  MAINTAINED BY ITMMNT01 FROM THE  *
000700*    ITMTRAN TRANSACTION FILE AND READ BY ITMANL01.  AN ITEM IS   *
000800*    NEVER DELETED - DEACTIVATION SETS THE STATUS BYTE TO 'I'.    *
000900*                                                                 *
001000*    HISTORY                                                      *
001100*    DATE       INIT  DESCRIPTION                                 *
001200*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001300******************************************************************
001400 01  ICM-ITEM-RECORD.
001500     05  ICM-ITEM-CODE               PIC X(01).
001600     05  ICM-DESCRIPTION             PIC X(25).
001700     05  ICM-CATEGORY                PIC X(08).
001800     05  ICM-HANDLING-CLASS          PIC X(02).
001900     05  ICM-STATUS                  PIC X(01).
002000         88  ICM-ACTIVE                         VALUE 'A'.
002100         88  ICM-INACTIVE                       VALUE 'I'.

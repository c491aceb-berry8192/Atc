000100******************************************************************
000200*    SNDCTL  -  COMBFEED SENDER HEADER / TRAILER CONTROL RECORDS  *
000300*                                                                 *
000400*    THE SENDER'S COMBINED DAILY FEED OPENS WITH A SENDER HEADER  *
000500*    (RECORD TYPE 'H' - SENDER ID, FILE SEQUENCE NUMBER AND       *
000600*    CREATION DATE) AND CLOSES WITH A SENDER TRAILER (RECORD      *
000700*    TYPE 'T' - DETAIL RECORD COUNTS BY TYPE, THE TOTAL DETAIL    *
000800*    COUNT, AND THE ITEM-PRIORITY HASH TOTAL OF THE 'R' RECORDS,  *
000900*    THE SAME HASH THE RUCKIN TRAILER CARRIES).  FEDSPL01 MOVES   *
001000*    THE 81-BYTE COMBFEED RECORD INTO THESE WORK AREAS AND        *
001100*    REFUSES THE DELIVERY WHEN EITHER IS MISSING OR DOES NOT      *
001200*    AGREE WITH THE FILE.                                         *
001300*                                                                 *
001400*    HISTORY                                                      *
001500*    DATE       INIT  DESCRIPTION                                 *
001600*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001700******************************************************************
001800 01  SCT-HEADER-RECORD.
001900     05  SCT-HDR-TYPE                PIC X(01).
002000         88  SCT-VALID-HEADER-TYPE              VALUE 'H'.
002100     05  SCT-HDR-SENDER-ID           PIC X(08).
002200     05  SCT-HDR-FILE-SEQ            PIC 9(06).
002300     05  SCT-HDR-CREATE-DATE         PIC 9(08).
002400     05  FILLER                      PIC X(58).
002500*
002600 01  SCT-TRAILER-RECORD.
002700     05  SCT-TRL-TYPE                PIC X(01).
002800         88  SCT-VALID-TRAILER-TYPE             VALUE 'T'.
002900     05  SCT-TRL-RUCK-COUNT          PIC 9(09).
003000     05  SCT-TRL-RANGE-COUNT         PIC 9(09).
003100     05  SCT-TRL-TOTAL-COUNT         PIC 9(09).
003200     05  SCT-TRL-HASH-TOTAL          PIC 9(09).
003300     05  FILLER                      PIC X(44).

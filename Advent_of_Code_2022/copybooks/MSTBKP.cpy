000100******************************************************************
000200*    MSTBKP  -  MASTER FILE BACKUP (UNLOAD) RECORDS               *
000300*                                                                 *
000400*    SEQUENTIAL BACKUP OF ONE INDEXED MASTER (ELFMST OR BINMST)   *
000500*    CUT BY MSTRCV01.  A HEADER RECORD (TAG 'HDR') NAMES THE      *
000600*    MASTER AND THE BUSINESS DATE AND RUN OF THE UNLOAD, AND FOR  *
000700*    ELFMST THE NUMBER OF ELFAUDT CHANGE-AUDIT ROWS ALREADY       *
000800*    REFLECTED IN IT (THE ROLL-FORWARD STARTING POINT).  ONE      *
000900*    DETAIL RECORD (TAG 'DTL') CARRIES EACH MASTER RECORD IMAGE   *
001000*    IN KEY ORDER.  THE TRAILER (TAG 'TRL') CARRIES THE DETAIL    *
001100*    COUNT AND THE HASH TOTAL OF THE MASTER KEYS.  THE FILE IS    *
001200*    80 BYTES; THE PROGRAM MOVES IT INTO THESE WORK AREAS.        *
001300*                                                                 *
001400*    HISTORY                                                      *
001500*    DATE       INIT  DESCRIPTION                                 *
001600*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001700******************************************************************
001800 01  MBK-HEADER-RECORD.
001900     05  MBK-HDR-TAG                 PIC X(03).
002000         88  MBK-VALID-HEADER-TAG               VALUE 'HDR'.
002100     05  MBK-HDR-MASTER-ID           PIC X(08).
002200     05  MBK-HDR-BACKUP-DATE         PIC 9(08).
002300     05  MBK-HDR-BACKUP-RUN          PIC 9(06).
002400     05  MBK-HDR-AUDIT-COUNT         PIC 9(09).
002500     05  FILLER                      PIC X(46).
002600*
002700 01  MBK-DETAIL-RECORD.
002800     05  MBK-DTL-TAG                 PIC X(03).
002900         88  MBK-VALID-DETAIL-TAG               VALUE 'DTL'.
003000     05  MBK-DTL-IMAGE               PIC X(60).
003100     05  FILLER                      PIC X(17).
003200*
003300 01  MBK-TRAILER-RECORD.
003400     05  MBK-TRL-TAG                 PIC X(03).
003500         88  MBK-VALID-TRAILER-TAG              VALUE 'TRL'.
003600     05  MBK-TRL-RECORD-COUNT        PIC 9(09).
003700     05  MBK-TRL-HASH-TOTAL          PIC 9(15).
003800     05  FILLER                      PIC X(53).

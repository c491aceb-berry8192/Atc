000100******************************************************************
000200*    RANGRST  -  SHIFT-ROSTER STRETCH EXTRACT RECORD              *
000300*                                                                 *
000400*    ONE RECORD PER RANGE ON EVERY WELL-FORMED ROSTER RECORD      *
000500*    OF RANGEIN, WRITTEN BY UNSTRING_SAMPLE03 TO RANGERST         *
000600*    BEFORE ANY PAIR IS CHECKED - A ONE-RANGE RECORD, OR A        *
000700*    RANGE WHOSE PAIRS ALL WENT TO RANGEEXC, STILL APPEARS.       *
000800*    READ BY RSTCNF01.  FEED ID, RUN START TIME, INPUT LINE       *
000900*    NUMBER AND RANGE NUMBER IDENTIFY THE STRETCH; A RESTARTED    *
001000*    RUN REUSES ITS START TIME AND MAY WRITE THE SAME KEY         *
001100*    TWICE.  ELF STATUS IS THE ELFMST OUTCOME - 'Y' ACTIVE,       *
001200*    'I' INACTIVE, 'U' NOT ON MASTER, 'B' NOT CHECKED (ELFMST     *
001250*    NOT AVAILABLE).                                              *
001300*                                                                 *
001400*    HISTORY                                                      *
001500*    DATE       INIT  DESCRIPTION                                 *
001600*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001700******************************************************************
001800 01  RRS-ROSTER-RECORD.
001900     05  RRS-FEED-ID                 PIC X(08).
001950     05  RRS-RUN-START-TIME          PIC 9(08).
002000     05  RRS-LINE-NO                 PIC 9(06).
002100     05  RRS-RANGE-NO                PIC 9(02).
002200     05  RRS-ELF-ID                  PIC 9(05).
002300     05  RRS-ELF-STATUS              PIC X(01).
002400         88  RRS-ELF-ACTIVE                     VALUE 'Y'.
002500         88  RRS-ELF-INACTIVE                   VALUE 'I'.
002600         88  RRS-ELF-UNKNOWN                    VALUE 'U'.
002700         88  RRS-ELF-NOT-CHECKED                VALUE 'B'.
002800     05  RRS-RANGE-START             PIC 9(07).
002900     05  RRS-RANGE-END               PIC 9(07).
003000     05  RRS-BUSINESS-DATE           PIC 9(08).
003100     05  RRS-RUN-NUMBER              PIC 9(06).
003200     05  RRS-REPROCESS-FLAG          PIC X(01).
003300         88  RRS-REPROCESSED                    VALUE 'R'.
003400     05  FILLER                      PIC X(01).

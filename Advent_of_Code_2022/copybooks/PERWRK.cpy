000100******************************************************************
000200*    PERWRK  -  CLOSED-PERIOD CHECK WORK AREA                     *
000300*                                                                 *
000400*    WORKING STORAGE FOR THE PERCHK PROCEDURE COPYBOOK.  THE      *
000500*    HOST MOVES THE DATE BEING PROCESSED, ITS PROGRAM ID, RUN     *
000600*    MODE, BUSINESS DATE, RUN NUMBER AND THE REASON THE DATE      *
000700*    IS BEING TOUCHED INTO THESE FIELDS BEFORE PERFORMING         *
000800*    6500-CHECK-CLOSED-PERIOD.                                    *
000900*                                                                 *
001000*    HISTORY                                                      *
001100*    DATE       INIT  DESCRIPTION                                 *
001200*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001300******************************************************************
001400 01  PRD-FILE-STATUSES.
001500     05  PRD-PERCTL-STATUS           PIC X(02).
001600     05  PRD-PERROPN-STATUS          PIC X(02).
001700*
001800 01  PRD-CHECK-AREA.
001900     05  PRD-CHECK-DATE              PIC 9(08)  VALUE 0.
002000     05  PRD-CHECK-DATE-R REDEFINES PRD-CHECK-DATE.
002100         10  PRD-CHECK-PERIOD        PIC 9(06).
002200         10  FILLER                  PIC 9(02).
002300     05  PRD-PROGRAM-ID              PIC X(08)  VALUE SPACES.
002400     05  PRD-RUN-MODE                PIC X(08)  VALUE SPACES.
002500     05  PRD-BUSINESS-DATE           PIC 9(08)  VALUE 0.
002600     05  PRD-RUN-NUMBER              PIC 9(06)  VALUE 0.
002700     05  PRD-REASON                  PIC X(20)  VALUE SPACES.
002800     05  PRD-TIME-NOW                PIC 9(08)  VALUE 0.

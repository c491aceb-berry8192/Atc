000100******************************************************************
000200*    SLAHST  -  BATCH-WINDOW TIMING HISTORY RECORD                *
000300*                                                                 *
000400*    ONE RECORD PER NIGHT-STREAM STEP PER BUSINESS DAY, PLUS A    *
000500*    STEP 00 RECORD FOR THE STREAM AS A WHOLE, WRITTEN BY         *
000600*    SLARPT01.  THE NSTSTAT STEP-STATUS FILE IS STARTED AFRESH    *
000700*    EVERY STREAM; THIS FILE IS THE ROLLING RECORD SLARPT01       *
000800*    READS FOR EACH STEP'S AVERAGE AND WORST ELAPSED TIME.  A     *
000900*    RERUN FOR THE SAME BUSINESS DAY REPLACES THAT DAY'S ROWS.    *
001000*                                                                 *
001100*    HISTORY                                                      *
001200*    DATE       INIT  DESCRIPTION                                 *
001300*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001400******************************************************************
001500 01  SLH-HISTORY-RECORD.
001600     05  SLH-BUSINESS-DATE           PIC 9(08).
001700     05  SLH-STEP-NO                 PIC 9(02).
001800     05  SLH-STEP-NAME               PIC X(18).
001900     05  SLH-OUTCOME                 PIC X(04).
002000     05  SLH-ELAPSED-SECS            PIC 9(06).
002100     05  SLH-RECORDS-READ            PIC 9(09).
002200     05  SLH-TARGET-SECS             PIC 9(06).
002300     05  SLH-BREACH-FLAG             PIC X(01).
002400         88  SLH-BREACHED                       VALUE 'Y'.

001640*            ARCHIVE-RETAIN-DAYS=1-9999 (ARCPRG01)                *
001660*            REPROCESS-DATE=YYYYMMDD    (MAIN, UNSTRING_SAMPLE03, *
001680*                                        DLYRPT01, BALRPT01)      *
001685*            MISPLACE-TOP-N=1-52        (ITMANL01)                *
001686*            PAY-PERIOD-START=YYYYMMDD  (PAYINT01)                *
001687*            PAY-PERIOD-END=YYYYMMDD    (PAYINT01)                *
001688*            RECEIPT-MONTH=YYYYMM       (FEDHST01)                *
001689*            RECOVER-TO-DATE=YYYYMMDD   (MSTRCV01)                *
001690*            RECOVER-TO-RUN=0-999999    (MSTRCV01)                *
001691*            SLA-STEP-01 ... SLA-STEP-09=0-999  (SLARPT01)        *
001692*            SLA-STREAM-MINUTES=0-999   (SLARPT01)                *
001693*            SLA-FINISH-BY=HHMMSS       (SLARPT01)                *
001694*            SLA-HISTORY-DAYS=1-99      (SLARPT01)                *
001695*            REOPEN-PERIOD=YYYYMM       (MAIN, UNSTRING_SAMPLE03, *
001696*                                        DLYRPT01, REJRCY01)      *
001697*            CLOSE-PERIOD=YYYYMM        (PERCLS01)                *
001700*    A '*' IN COLUMN 1 IS A COMMENT CARD; BLANK CARDS ARE         *
001800*    IGNORED; ANY OTHER MALFORMED CARD IS A HARD STOP.            *
001900*                                                                 *
002292*                     BACK-DATE REPROCESSING OF A CORRECTED       *
002294*                     FEED - ZERO (THE DEFAULT) MEANS A NORMAL    *
002296*                     CURRENT-DATE RUN                            *
002297*    10/15/26   JRB   ADDED MISPLACE-TOP-N, PAY-PERIOD-START/END, *
002298*                     RECEIPT-MONTH, RECOVER-TO-DATE/RUN, THE     *
002299*                     SLA CARDS, REOPEN-PERIOD AND CLOSE-PERIOD   *
002300******************************************************************
002400 01  PRM-PARM-STATUS                 PIC X(02).
002500*
003300     05  PRM-I                       PIC 9(02)  COMP  VALUE 0.
003400     05  PRM-DIGIT-COUNT             PIC 9(02)  COMP  VALUE 0.
003500     05  PRM-ERROR-TEXT              PIC X(40).
003550     05  PRM-SLA-STEP-NO             PIC 9(02)  VALUE 0.
003600*
003700 01  PRM-PARAMETER-VALUES.
003800     05  PRM-MAIN-CKPT-INTV          PIC 9(04)  VALUE 50.
004600     05  PRM-REPROCESS-DATE          PIC 9(08)  VALUE 0.
004700         88  PRM-REPROCESSING
004800             VALUE 1 THRU 99999999.
004900     05  PRM-MISPLACE-TOP-N          PIC 9(02)  VALUE 10.
005000     05  PRM-PAY-PERIOD-START        PIC 9(08)  VALUE 0.
005100     05  PRM-PAY-PERIOD-END          PIC 9(08)  VALUE 0.
005200     05  PRM-RECEIPT-MONTH           PIC 9(06)  VALUE 0.
005300     05  PRM-RECOVER-TO-DATE         PIC 9(08)  VALUE 0.
005400         88  PRM-ROLL-FORWARD
005500             VALUE 1 THRU 99999999.
005600     05  PRM-RECOVER-TO-RUN          PIC 9(06)  VALUE 0.
005700     05  PRM-SLA-STEP-MINUTES        PIC 9(03)  VALUE 0
005710                                     OCCURS 9 TIMES.
005800     05  PRM-SLA-STREAM-MINUTES      PIC 9(03)  VALUE 0.
005900     05  PRM-SLA-FINISH-BY           PIC 9(06)  VALUE 060000.
006000     05  PRM-SLA-HISTORY-DAYS        PIC 9(02)  VALUE 7.
006100     05  PRM-REOPEN-PERIOD           PIC 9(06)  VALUE 0.
006200     05  PRM-CLOSE-PERIOD            PIC 9(06)  VALUE 0.

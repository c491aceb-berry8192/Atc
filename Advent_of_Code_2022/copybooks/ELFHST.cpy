001100*    HISTORY                                                      *
001200*    DATE       INIT  DESCRIPTION                                 *
001300*    09/02/26   JRB   ORIGINAL LAYOUT                             *
001310*    10/15/26   JRB   ADDED ESH-REPROCESS-FLAG ('R' ON ROWS       *
001320*                     WRITTEN BY A REPROCESS RUN) FOR THE         *
001330*                     PAYINT01 PAYROLL INTERFACE                  *
001400******************************************************************
001500 01  ESH-HISTORY-RECORD.
001600     05  ESH-BUSINESS-DATE           PIC 9(08).
001900     05  ESH-ELF-NAME                PIC X(25).
002000     05  ESH-LINE-COUNT              PIC 9(06).
002100     05  ESH-TOTAL-POINTS            PIC 9(09).
002200     05  ESH-REPROCESS-FLAG          PIC X(01).

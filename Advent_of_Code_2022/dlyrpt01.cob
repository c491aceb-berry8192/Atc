001999*                     ONLY ROWS CARRYING THE 'R' REPROCESS      *
001999*                     MARKER, AND REPLACE (NOT DUPLICATE) THAT  *
001999*                     DAY'S MEASURES ON THE RPTHIST HISTORY     *
001999*    10/15/26   JRB   A REPROCESS-DATE IN A PERIOD CLOSED BY    *
001999*                     PERCLS01 IS REFUSED (RC 8) UNLESS A       *
001999*                     REOPEN-PERIOD CARD NAMES THE PERIOD; A    *
001999*                     REOPEN IS LOGGED TO PERROPN (PERCHK       *
001999*                     COPYBOOK)                                 *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. DLYRPT01.
004199         ORGANIZATION IS LINE SEQUENTIAL
004201         FILE STATUS IS PRM-PARM-STATUS.
004200*
004203     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
004204         ORGANIZATION IS INDEXED
004205         ACCESS MODE IS RANDOM
004206         RECORD KEY IS PCT-PERIOD
004207         FILE STATUS IS PRD-PERCTL-STATUS.
004208*
004209     SELECT REOPEN-LOG-FILE ASSIGN TO PERROPN
004210         ORGANIZATION IS LINE SEQUENTIAL
004211         FILE STATUS IS PRD-PERROPN-STATUS.
004212*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MAIN-LOG-FILE.
006458 FD  PARAMETER-FILE.
006459 01  PRM-PARM-CARD                   PIC X(80).
006460*
006462 FD  PERIOD-CONTROL-FILE.
006463 COPY PERCTL.
006464*
006465 FD  REOPEN-LOG-FILE.
006466 COPY PERRLG.
006467*
006500 WORKING-STORAGE SECTION.
006600 01  RPT-FILE-STATUSES.
006700     05  RPT-MAINLOG-STATUS          PIC X(02).
008040 01  RPT-RANGE-NONE-COUNT            PIC 9(09)  VALUE 0.
008050*
008060 COPY PARMWRK.
008070*
008080 COPY PERWRK.
008100*
008200 PROCEDURE DIVISION.
008300 0000-MAINLINE.
009588             MOVE 16 TO RETURN-CODE
009590             STOP RUN
009592     END-READ.
009593     MOVE 'DLYRPT01' TO PRD-PROGRAM-ID.
009594     MOVE RCT-BUSINESS-DATE TO RPT-BUS-DATE.
009595     MOVE RCT-BUSINESS-DATE TO PRD-BUSINESS-DATE.
009596     MOVE RCT-RUN-NUMBER TO RPT-RUN-NO.
009597     MOVE RCT-RUN-NUMBER TO PRD-RUN-NUMBER.
009598     CLOSE RUN-CONTROL-FILE.
009599     MOVE 'DLYRPT01' TO PRM-MSG-PREFIX.
009601     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
009602     MOVE 'REPROCESS-DATE' TO PRD-REASON.
009603     IF PRM-REPROCESSING
009604         MOVE PRM-REPROCESS-DATE TO PRD-CHECK-DATE
009605         MOVE PRM-REPROCESS-DATE TO RPT-BUS-DATE
009606         PERFORM 6500-CHECK-CLOSED-PERIOD THRU 6500-EXIT
009607         DISPLAY 'DLYRPT01 REPROCESS MODE - REPORTING PRIOR '
009609             'DATE ' PRM-REPROCESS-DATE
009611     END-IF.
019600 8800-EXIT.
019610     EXIT.
019620*
019621*****************************************************************
019622*    6500-6600  -  CLOSED-PERIOD CHECK (SHARED PROCEDURE         *
019623*    COPYBOOK)                                                   *
019624*****************************************************************
019625 COPY PERCHK.
019626*
019630*****************************************************************
019640*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
019650*    PROCEDURE COPYBOOK)                                         *

002599*                     CONTINUE FROM THE EXISTING RUCKOUT, AND   *
002599*                     ELFSUM IS PRELOADED SO THE REWRITTEN      *
002599*                     PER-ELF TOTALS COVER THE WHOLE DAY        *
002599*    10/15/26   JRB   STAMP EVERY RUCKMTCH ROW WITH THE         *
002599*                     EFFECTIVE BUSINESS DATE AND REPROCESS     *
002599*                     MARKER FOR THE ITMANL01 MISPLACED-ITEM    *
002599*                     ANALYSIS                                  *
002599*    10/15/26   JRB   CARRY THE REPROCESS MARKER ONTO THE       *
002599*                     ELFHIST ROWS FOR THE PAYINT01 PAYROLL     *
002599*                     INTERFACE                                 *
002599*    10/15/26   JRB   A REPROCESS-DATE OR SCORESUP RUN FOR A    *
002599*                     DATE IN A PERIOD CLOSED BY PERCLS01 IS    *
002599*                     REFUSED (RC 8) UNLESS A REOPEN-PERIOD     *
002599*                     CARD NAMES THE PERIOD; A REOPEN IS        *
002599*                     LOGGED TO PERROPN (PERCHK COPYBOOK)       *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. Main.
006436         ORGANIZATION IS LINE SEQUENTIAL
006438         FILE STATUS IS PRM-PARM-STATUS.
006440*
006441     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
006442         ORGANIZATION IS INDEXED
006443         ACCESS MODE IS RANDOM
006444         RECORD KEY IS PCT-PERIOD
006445         FILE STATUS IS PRD-PERCTL-STATUS.
006446*
006447     SELECT REOPEN-LOG-FILE ASSIGN TO PERROPN
006448         ORGANIZATION IS LINE SEQUENTIAL
006449         FILE STATUS IS PRD-PERROPN-STATUS.
006450*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RUCKSACK-FILE.
010300     05  MTC-PRIORITY                PIC 9(03).
010400     05  MTC-SP4                     PIC X(02)  VALUE SPACES.
010500     05  MTC-STATUS                  PIC X(10).
010510     05  MTC-SP5                     PIC X(02)  VALUE SPACES.
010520     05  MTC-BUSINESS-DATE           PIC 9(08).
010530     05  MTC-REPROCESS-FLAG          PIC X(01).
010600*
010700 FD  BADGE-FILE.
010800 01  BADGE-RECORD.
012624 FD  PARAMETER-FILE.
012626 01  PRM-PARM-CARD                   PIC X(80).
012630*
012631 FD  PERIOD-CONTROL-FILE.
012632 COPY PERCTL.
012633*
012634 FD  REOPEN-LOG-FILE.
012635 COPY PERRLG.
012636*
012700 WORKING-STORAGE SECTION.
012800 01  MAIN-RUN-MODE                   PIC X(08).
012900 01  MAIN-CKPT-ID                    PIC X(08).
017620 COPY FEEDCTL.
017630*
017640 COPY PARMWRK.
017650*
017660 COPY PERWRK.
017700*
017800 PROCEDURE DIVISION.
017900*
019663         DISPLAY 'MAIN     REPROCESS MODE - CORRECTING PRIOR '
019664             'DATE ' PRM-REPROCESS-DATE
019665     END-IF.
019666     IF PRM-REPROCESSING OR MAIN-SUPPLEMENTAL
019667         MOVE MAIN-EFFECTIVE-DATE TO PRD-CHECK-DATE
019668         MOVE 'MAIN' TO PRD-PROGRAM-ID
019669         IF MAIN-RUN-MODE = SPACES
019670             MOVE 'SCORE' TO PRD-RUN-MODE
019671         ELSE
019672             MOVE MAIN-RUN-MODE TO PRD-RUN-MODE
019673         END-IF
019674         MOVE MAIN-BUSINESS-DATE TO PRD-BUSINESS-DATE
019675         MOVE MAIN-RUN-NUMBER TO PRD-RUN-NUMBER
019676         MOVE 'REPROCESS-DATE' TO PRD-REASON
019677         IF MAIN-SUPPLEMENTAL
019678             MOVE 'SUPPLEMENTAL FEED' TO PRD-REASON
019679         END-IF
019680         PERFORM 6500-CHECK-CLOSED-PERIOD THRU 6500-EXIT
019681     END-IF.
019660     PERFORM 8500-WRITE-BEGIN-JOURNAL THRU 8500-EXIT.
019700 1000-EXIT.
019800     EXIT.
037500         ELSE
037600             MOVE 'OK' TO MTC-STATUS
037700         END-IF
037710         MOVE MAIN-EFFECTIVE-DATE TO MTC-BUSINESS-DATE
037720         MOVE MAIN-REPRO-FLAG TO MTC-REPROCESS-FLAG
037800         WRITE MISMATCH-RECORD
037810         ADD 1 TO MAIN-RECORDS-WRITTEN
037900         MOVE 'MISMATCH' TO CMN-RECORD-TYPE
052570     MOVE 0 TO CHK-PARTIAL-COUNT.
052580     MOVE 0 TO CHK-ADJACENT-COUNT.
052590     MOVE 0 TO CHK-NONE-COUNT.
052595     MOVE 0 TO CHK-RUN-START-TIME.
052600     OPEN OUTPUT CHECKPOINT-FILE.
052610     IF MAIN-CKPT-STATUS NOT = '00'
052620         DISPLAY 'MAIN     MAINCKPT OPEN FAILED - STATUS = '
053570     MOVE 0 TO CHK-PARTIAL-COUNT.
053580     MOVE 0 TO CHK-ADJACENT-COUNT.
053590     MOVE 0 TO CHK-NONE-COUNT.
053595     MOVE 0 TO CHK-RUN-START-TIME.
053600     OPEN OUTPUT CHECKPOINT-FILE.
053610     IF MAIN-CKPT-STATUS NOT = '00'
053620         DISPLAY 'MAIN     MAINCKPT OPEN FAILED - STATUS = '
076350         MOVE MAIN-ELF-TBL-NAME (MAIN-E) TO ESH-ELF-NAME
076360         MOVE MAIN-ELF-TBL-LINES (MAIN-E) TO ESH-LINE-COUNT
076370         MOVE MAIN-ELF-TBL-POINTS (MAIN-E) TO ESH-TOTAL-POINTS
076375         MOVE MAIN-REPRO-FLAG TO ESH-REPROCESS-FLAG
076380         WRITE ESH-HISTORY-RECORD
076400     END-PERFORM.
076500     CLOSE ELF-SUMMARY-FILE ELF-HISTORY-FILE.
083800 8800-EXIT.
083900     EXIT.
084000*
084010*****************************************************************
084020*    6500-6600  -  CLOSED-PERIOD CHECK (SHARED PROCEDURE         *
084030*    COPYBOOK)                                                   *
084040*****************************************************************
084050 COPY PERCHK.
084060*
084100*****************************************************************
084200*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
084300*    PROCEDURE COPYBOOK)                                         *

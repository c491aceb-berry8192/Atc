000100******************************************************************
000200*    PERCHK  -  CLOSED-PERIOD CHECK (PROCEDURE CODE)              *
000300*                                                                 *
000400*    COPIED INTO THE PROCEDURE DIVISION OF EVERY PROGRAM THAT     *
000500*    CAN REBUILD A PRIOR DAY'S FIGURES - A REPROCESS-DATE RUN     *
000600*    OR A SUPPLEMENTAL FEED.  ONCE PERCLS01 HAS CLOSED A MONTH    *
000700*    THOSE FIGURES HAVE GONE TO MANAGEMENT, SO A DATE IN A        *
000800*    CLOSED PERIOD IS REFUSED WITH RETURN CODE 8 UNLESS THE       *
000900*    PARMFILE CARRIES A REOPEN-PERIOD CARD FOR THAT MONTH.  A     *
001000*    RUN LET IN BY THE CARD MARKS THE PERIOD REOPENED ON THE      *
001100*    PERCTL RECORD AND IS LOGGED TO PERROPN, AND THE NEXT         *
001200*    PERCLS01 CLOSE RESTATES THE PERIOD TOTALS.  THE CARD IS      *
001300*    NEEDED FOR EVERY RUN INTO THE PERIOD UNTIL IT IS CLOSED      *
001400*    AGAIN.  THE HOST PROGRAM MUST:                               *
001500*      - SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL (INDEXED,    *
001600*        RANDOM, RECORD KEY PCT-PERIOD, FILE STATUS               *
001700*        PRD-PERCTL-STATUS) WITH AN FD THAT COPIES PERCTL         *
001800*      - SELECT REOPEN-LOG-FILE ASSIGN TO PERROPN (LINE           *
001900*        SEQUENTIAL, FILE STATUS PRD-PERROPN-STATUS) WITH AN      *
002000*        FD THAT COPIES PERRLG                                    *
002100*      - COPY PERWRK IN WORKING-STORAGE AND COPY PARMPRC          *
002200*      - READ THE PARMFILE, FILL THE PRD- CHECK FIELDS AND        *
002300*        PERFORM 6500-CHECK-CLOSED-PERIOD THRU 6500-EXIT          *
002400*        BEFORE ANY OUTPUT IS OPENED                              *
002500*    NO PERCTL FILE MEANS NO PERIOD HAS BEEN CLOSED YET.          *
002600*                                                                 *
002700*    HISTORY                                                      *
002800*    DATE       INIT  DESCRIPTION                                 *
002900*    10/15/26   JRB   ORIGINAL                                    *
003000******************************************************************
003100 6500-CHECK-CLOSED-PERIOD.
003200     OPEN I-O PERIOD-CONTROL-FILE.
003300     IF PRD-PERCTL-STATUS = '35'
003400         GO TO 6500-EXIT
003500     END-IF.
003600     IF PRD-PERCTL-STATUS NOT = '00'
003700         DISPLAY PRM-MSG-PREFIX ' PERCTL OPEN FAILED, STATUS '
003800             PRD-PERCTL-STATUS
003900         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004100     END-IF.
004200     MOVE PRD-CHECK-PERIOD TO PCT-PERIOD.
004300     READ PERIOD-CONTROL-FILE
004400         INVALID KEY
004500             MOVE SPACE TO PCT-STATUS
004600     END-READ.
004700     IF NOT PCT-PERIOD-LOCKED
004800         CLOSE PERIOD-CONTROL-FILE
004900         GO TO 6500-EXIT
005000     END-IF.
005100     IF PRM-REOPEN-PERIOD NOT = PRD-CHECK-PERIOD
005200         DISPLAY PRM-MSG-PREFIX ' *** ' PRD-REASON ' FOR '
005300             PRD-CHECK-DATE ' REFUSED - PERIOD '
005400             PRD-CHECK-PERIOD ' IS CLOSED ***'
005500         DISPLAY PRM-MSG-PREFIX ' A REOPEN-PERIOD='
005600             PRD-CHECK-PERIOD ' PARMFILE CARD IS NEEDED'
005700         CLOSE PERIOD-CONTROL-FILE
005800         MOVE 8 TO RETURN-CODE
005900         STOP RUN
006000     END-IF.
006100     PERFORM 6600-LOG-REOPEN THRU 6600-EXIT.
006200     MOVE 'R' TO PCT-STATUS.
006300     ADD 1 TO PCT-REOPEN-COUNT.
006400     MOVE PRD-BUSINESS-DATE TO PCT-LAST-REOPEN-DATE.
006500     MOVE PRD-PROGRAM-ID TO PCT-LAST-REOPEN-PGM.
006600     REWRITE PCT-CONTROL-RECORD.
006700     IF PRD-PERCTL-STATUS NOT = '00'
006800         DISPLAY PRM-MSG-PREFIX ' PERCTL REWRITE FAILED, STATUS '
006900             PRD-PERCTL-STATUS
007000         MOVE 12 TO RETURN-CODE
007100         STOP RUN
007200     END-IF.
007300     CLOSE PERIOD-CONTROL-FILE.
007400     DISPLAY PRM-MSG-PREFIX ' PERIOD ' PRD-CHECK-PERIOD
007500         ' REOPENED FOR ' PRD-REASON ' ' PRD-CHECK-DATE
007600         ' - TOTALS WILL BE RESTATED AT THE NEXT CLOSE'.
007700 6500-EXIT.
007800     EXIT.
007900*
008000 6600-LOG-REOPEN.
008100     OPEN EXTEND REOPEN-LOG-FILE.
008200     IF PRD-PERROPN-STATUS NOT = '00'
008300         OPEN OUTPUT REOPEN-LOG-FILE
008400     END-IF.
008500     IF PRD-PERROPN-STATUS NOT = '00'
008600         DISPLAY PRM-MSG-PREFIX ' PERROPN OPEN FAILED, STATUS '
008700             PRD-PERROPN-STATUS
008800         MOVE 16 TO RETURN-CODE
008900         STOP RUN
009000     END-IF.
009100     ACCEPT PRD-TIME-NOW FROM TIME.
009200     INITIALIZE PRL-REOPEN-RECORD.
009300     MOVE PRD-CHECK-PERIOD TO PRL-PERIOD.
009400     MOVE PRD-PROGRAM-ID TO PRL-PROGRAM-ID.
009500     MOVE PRD-RUN-MODE TO PRL-RUN-MODE.
009600     MOVE PRD-CHECK-DATE TO PRL-EFFECTIVE-DATE.
009700     MOVE PRD-BUSINESS-DATE TO PRL-BUSINESS-DATE.
009800     MOVE PRD-RUN-NUMBER TO PRL-RUN-NUMBER.
009900     MOVE PRD-TIME-NOW (1:6) TO PRL-EVENT-TIME.
010000     MOVE PRD-REASON TO PRL-REASON.
010100     WRITE PRL-REOPEN-RECORD.
010200     IF PRD-PERROPN-STATUS NOT = '00'
010300         DISPLAY PRM-MSG-PREFIX ' PERROPN WRITE FAILED, STATUS '
010400             PRD-PERROPN-STATUS
010500         MOVE 12 TO RETURN-CODE
010600         STOP RUN
010700     END-IF.
010800     CLOSE REOPEN-LOG-FILE.
010900 6600-EXIT.
011000     EXIT.

003200*    MODIFICATION HISTORY.                                     *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    09/02/26   JRB   ORIGINAL                                  *
003410*    10/15/26   JRB   REFUSE (RC 8) TO CUT A SUPPLEMENTAL FEED  *
003420*                     FOR A DATE IN A PERIOD CLOSED BY PERCLS01 *
003430*                     UNLESS A REOPEN-PERIOD CARD NAMES THE     *
003440*                     PERIOD; A REOPEN IS LOGGED TO PERROPN     *
003450*                     (PERCHK COPYBOOK)                         *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. REJRCY01.
006600     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS PRM-PARM-STATUS.
006810*
006820     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
006830         ORGANIZATION IS INDEXED
006840         ACCESS MODE IS RANDOM
006850         RECORD KEY IS PCT-PERIOD
006860         FILE STATUS IS PRD-PERCTL-STATUS.
006870*
006880     SELECT REOPEN-LOG-FILE ASSIGN TO PERROPN
006890         ORGANIZATION IS LINE SEQUENTIAL
006895         FILE STATUS IS PRD-PERROPN-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
009600*
009700 FD  PARAMETER-FILE.
009800 01  PRM-PARM-CARD                   PIC X(80).
009810*
009820 FD  PERIOD-CONTROL-FILE.
009830 COPY PERCTL.
009840*
009850 FD  REOPEN-LOG-FILE.
009860 COPY PERRLG.
009900*
010000 WORKING-STORAGE SECTION.
010100 01  RCY-FILE-STATUSES.
014600 COPY FEEDCTL.
014700*
014800 COPY PARMWRK.
014810*
014820 COPY PERWRK.
014900*
015000 PROCEDURE DIVISION.
015100*
020700         DISPLAY 'REJRCY01 REPROCESS MODE - CUTTING FEEDS FOR '
020800             'PRIOR DATE ' PRM-REPROCESS-DATE
020900     END-IF.
020910     MOVE RCY-EFFECTIVE-DATE TO PRD-CHECK-DATE.
020920     MOVE 'REJRCY01' TO PRD-PROGRAM-ID.
020930     MOVE SPACES TO PRD-RUN-MODE.
020940     MOVE RCY-BUS-DATE TO PRD-BUSINESS-DATE.
020950     MOVE RCY-RUN-NO TO PRD-RUN-NUMBER.
020960     MOVE 'SUPPLEMENTAL FEED' TO PRD-REASON.
020970     PERFORM 6500-CHECK-CLOSED-PERIOD THRU 6500-EXIT.
021000     OPEN INPUT REJECT-FILE.
021100     IF RCY-FEEDREJ-STATUS NOT = '00'
021200         DISPLAY 'REJRCY01 FEEDREJ OPEN FAILED - STATUS = '
041500 3500-EXIT.
041600     EXIT.
041700*
041710*****************************************************************
041720*    6500-6600  -  CLOSED-PERIOD CHECK (SHARED PROCEDURE         *
041730*    COPYBOOK)                                                   *
041740*****************************************************************
041750 COPY PERCHK.
041760*
041800*****************************************************************
041900*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
042000*    PROCEDURE COPYBOOK)                                         *

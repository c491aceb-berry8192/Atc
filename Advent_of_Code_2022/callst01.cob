000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  CALLST01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    BUSINESS CALENDAR YEAR-AHEAD LISTING.  PRINTS EVERY DATE   *
001100*    OF THE 365 DAYS STARTING AT THE CURRENT RUNCTL BUSINESS    *
001200*    DATE FROM THE BUSCAL CALENDAR - DAY OF THE WEEK, WORKING   *
001300*    OR NOT, THE REASON AND ANY MONTH-END / QUARTER-END         *
001400*    MARKER - WITH A WORKING-DAY COUNT AT EACH MONTH BREAK, SO  *
001500*    THE DESK CAN CHECK THE HOLIDAYS ARE CARDED BEFORE DATADV01 *
001600*    ROLLS ONTO THEM.  A DATE MISSING FROM THE CALENDAR IS      *
001700*    PRINTED AS '** NOT ON CALENDAR **' AND A MONTH WITH NO     *
001800*    MONTH-END MARKER IS FLAGGED; EITHER ENDS THE RUN WITH      *
001900*    RC 4.  OUTPUT IS CALRPT.                                   *
002000*                                                               *
002100*    MODIFICATION HISTORY.                                     *
002200*    DATE       INIT  DESCRIPTION                              *
002300*    10/15/26   JRB   ORIGINAL                                  *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CALLST01.
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-Z.
003100 OBJECT-COMPUTER. IBM-Z.
003200*
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS BCL-CAL-DATE
003900         FILE STATUS IS CLS-BUSCAL-STATUS.
004000*
004100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CLS-RUNCTL-STATUS.
004400*
004500     SELECT CALENDAR-REPORT-FILE ASSIGN TO CALRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS CLS-CALRPT-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CALENDAR-FILE.
005200 COPY BUSCAL.
005300*
005400 FD  RUN-CONTROL-FILE.
005500 COPY RUNCTL.
005600*
005700 FD  CALENDAR-REPORT-FILE.
005800 01  CALENDAR-REPORT-LINE            PIC X(120).
005900*
006000 WORKING-STORAGE SECTION.
006100 01  CLS-FILE-STATUSES.
006200     05  CLS-BUSCAL-STATUS           PIC X(02).
006300     05  CLS-RUNCTL-STATUS           PIC X(02).
006400     05  CLS-CALRPT-STATUS           PIC X(02).
006500*
006600 01  CLS-SWITCHES.
006700     05  CLS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
006800         88  CLS-DATE-FOUND                     VALUE 'Y'.
006900     05  CLS-MONTH-END-SWITCH        PIC X(01)  VALUE 'N'.
007000         88  CLS-MONTH-END-SEEN                 VALUE 'Y'.
007100*
007200 01  CLS-BUS-DATE                    PIC 9(08)  VALUE 0.
007300 01  CLS-RUN-NO                      PIC 9(06)  VALUE 0.
007400 01  CLS-DAY-INT                     PIC 9(08)  VALUE 0.
007500 01  CLS-LAST-INT                    PIC 9(08)  VALUE 0.
007600 01  CLS-DATE                        PIC 9(08)  VALUE 0.
007700 01  CLS-DATE-X REDEFINES CLS-DATE.
007800     05  CLS-DATE-MONTH              PIC X(06).
007900     05  FILLER                      PIC X(02).
008000 01  CLS-CUR-MONTH                   PIC X(06)  VALUE SPACES.
008100 01  CLS-QUOTIENT                    PIC 9(08)  VALUE 0.
008200 01  CLS-DOW                         PIC 9(01)  VALUE 0.
008300*
008400 01  CLS-DATE-COUNT                  PIC 9(09)  VALUE 0.
008500 01  CLS-WORKING-COUNT               PIC 9(09)  VALUE 0.
008600 01  CLS-NON-WORKING-COUNT           PIC 9(09)  VALUE 0.
008700 01  CLS-MISSING-COUNT               PIC 9(09)  VALUE 0.
008800 01  CLS-UNMARKED-MONTHS             PIC 9(09)  VALUE 0.
008900 01  CLS-MONTH-WORKING               PIC 9(02)  VALUE 0.
009000 01  CLS-MONTH-NON-WORKING           PIC 9(02)  VALUE 0.
009100*
009200 01  CLS-DAY-NAME-LIST.
009300     05  FILLER                      PIC X(03)  VALUE 'MON'.
009400     05  FILLER                      PIC X(03)  VALUE 'TUE'.
009500     05  FILLER                      PIC X(03)  VALUE 'WED'.
009600     05  FILLER                      PIC X(03)  VALUE 'THU'.
009700     05  FILLER                      PIC X(03)  VALUE 'FRI'.
009800     05  FILLER                      PIC X(03)  VALUE 'SAT'.
009900     05  FILLER                      PIC X(03)  VALUE 'SUN'.
010000 01  CLS-DAY-NAME-TABLE REDEFINES CLS-DAY-NAME-LIST.
010100     05  CLS-DAY-NAME                PIC X(03)  OCCURS 7 TIMES.
010200*
010300 01  CLS-HEADER-LINE.
010400     05  FILLER                      PIC X(41)
010500         VALUE 'CALLST01 BUSINESS CALENDAR - YEAR AHEAD -'.
010600     05  FILLER                      PIC X(06)  VALUE ' FROM '.
010700     05  CLS-HDR-DATE                PIC 9(08).
010800     05  FILLER                      PIC X(05)  VALUE ' RUN '.
010900     05  CLS-HDR-RUN                 PIC 9(06).
011000     05  FILLER                      PIC X(54)  VALUE SPACES.
011100*
011200 01  CLS-COLUMN-LINE.
011300     05  FILLER                      PIC X(10)
011350         VALUE 'DATE      '.
011400     05  FILLER                      PIC X(05)  VALUE 'DAY  '.
011500     05  FILLER                      PIC X(13)
011600         VALUE 'STATUS       '.
011700     05  FILLER                      PIC X(22)
011800         VALUE 'REASON                '.
011900     05  FILLER                      PIC X(13)
012000         VALUE 'PERIOD END   '.
012100     05  FILLER                      PIC X(57)  VALUE SPACES.
012200*
012300 01  CLS-DETAIL-LINE.
012400     05  CLS-DET-DATE                PIC 9(08).
012500     05  FILLER                      PIC X(02)  VALUE SPACES.
012600     05  CLS-DET-DAY                 PIC X(03).
012700     05  FILLER                      PIC X(02)  VALUE SPACES.
012800     05  CLS-DET-STATUS              PIC X(11).
012900     05  FILLER                      PIC X(02)  VALUE SPACES.
013000     05  CLS-DET-REASON              PIC X(20).
013100     05  FILLER                      PIC X(02)  VALUE SPACES.
013200     05  CLS-DET-PERIOD              PIC X(11).
013300     05  FILLER                      PIC X(59)  VALUE SPACES.
013400*
013500 01  CLS-MONTH-LINE.
013600     05  FILLER                      PIC X(08)  VALUE '  MONTH '.
013700     05  CLS-MTH-MONTH               PIC X(06).
013800     05  FILLER                      PIC X(16)
013900         VALUE '  WORKING DAYS  '.
014000     05  CLS-MTH-WORKING             PIC Z9.
014100     05  FILLER                      PIC X(16)
014200         VALUE '  NON-WORKING  '.
014300     05  CLS-MTH-NON-WORKING         PIC Z9.
014400     05  FILLER                      PIC X(02)  VALUE SPACES.
014500     05  CLS-MTH-FLAG                PIC X(30).
014600     05  FILLER                      PIC X(38)  VALUE SPACES.
014700*
014800 01  CLS-TOTAL-LINE.
014900     05  FILLER                      PIC X(02)  VALUE SPACES.
015000     05  CLS-TOT-TEXT                PIC X(42).
015100     05  CLS-TOT-VALUE               PIC 9(09).
015200     05  FILLER                      PIC X(67)  VALUE SPACES.
015300*
015400 PROCEDURE DIVISION.
015500*
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-LIST-YEAR THRU 2000-EXIT.
015900     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
016000     CLOSE CALENDAR-FILE CALENDAR-REPORT-FILE.
016100     IF CLS-MISSING-COUNT > 0 OR CLS-UNMARKED-MONTHS > 0
016200         DISPLAY 'CALLST01 CALENDAR INCOMPLETE - SEE CALRPT - '
016300             'RUN CALMNT01'
016400         MOVE 4 TO RETURN-CODE
016500     END-IF.
016600     DISPLAY 'CALLST01 LISTING COMPLETE - WORKING DAYS = '
016700         CLS-WORKING-COUNT.
016800     STOP RUN.
016900*
017000*****************************************************************
017100*    1000-INITIALIZE  -  RUN CONTROL AND FILE OPENS.  THE        *
017200*    LISTING RUNS 365 DAYS FROM THE RUNCTL BUSINESS DATE.        *
017300*****************************************************************
017400 1000-INITIALIZE.
017500     OPEN INPUT RUN-CONTROL-FILE.
017600     IF CLS-RUNCTL-STATUS NOT = '00'
017700         DISPLAY 'CALLST01 RUNCTL OPEN FAILED - STATUS = '
017800             CLS-RUNCTL-STATUS
017900         DISPLAY 'CALLST01 RUN DATADV01 TO SET THE BUSINESS DATE'
018000         MOVE 16 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     READ RUN-CONTROL-FILE
018400         AT END
018500             DISPLAY 'CALLST01 RUNCTL IS EMPTY - RUN DATADV01'
018600             MOVE 16 TO RETURN-CODE
018700             STOP RUN
018800     END-READ.
018900     MOVE RCT-BUSINESS-DATE TO CLS-BUS-DATE.
019000     MOVE RCT-RUN-NUMBER TO CLS-RUN-NO.
019100     CLOSE RUN-CONTROL-FILE.
019200     COMPUTE CLS-DAY-INT =
019300         FUNCTION INTEGER-OF-DATE (CLS-BUS-DATE).
019400     IF CLS-DAY-INT = 0
019500         DISPLAY 'CALLST01 RUNCTL DATE ' CLS-BUS-DATE
019600             ' IS NOT A VALID CALENDAR DATE'
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     COMPUTE CLS-LAST-INT = CLS-DAY-INT + 364.
020100     OPEN INPUT CALENDAR-FILE.
020200     IF CLS-BUSCAL-STATUS NOT = '00'
020300         DISPLAY 'CALLST01 BUSCAL OPEN FAILED - STATUS = '
020400             CLS-BUSCAL-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     OPEN OUTPUT CALENDAR-REPORT-FILE.
020900     IF CLS-CALRPT-STATUS NOT = '00'
021000         DISPLAY 'CALLST01 CALRPT OPEN FAILED - STATUS = '
021100             CLS-CALRPT-STATUS
021200         CLOSE CALENDAR-FILE
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     MOVE CLS-BUS-DATE TO CLS-HDR-DATE.
021700     MOVE CLS-RUN-NO TO CLS-HDR-RUN.
021800     MOVE CLS-HEADER-LINE TO CALENDAR-REPORT-LINE.
021900     WRITE CALENDAR-REPORT-LINE.
022000     MOVE SPACES TO CALENDAR-REPORT-LINE.
022100     WRITE CALENDAR-REPORT-LINE.
022200     MOVE CLS-COLUMN-LINE TO CALENDAR-REPORT-LINE.
022300     WRITE CALENDAR-REPORT-LINE.
022400 1000-EXIT.
022500     EXIT.
022600*
022700*****************************************************************
022800*    2000-LIST-YEAR  -  ONE LINE PER DATE, WITH A MONTH LINE AT  *
022900*    EACH CHANGE OF MONTH AND AFTER THE LAST DATE.  THE FIRST    *
023000*    AND LAST MONTHS ARE PARTIAL, SO A MISSING MONTH-END IS      *
023100*    ONLY FLAGGED WHERE THE MONTH'S LAST DAY WAS LISTED.         *
023200*****************************************************************
023300 2000-LIST-YEAR.
023400     PERFORM UNTIL CLS-DAY-INT > CLS-LAST-INT
023500         PERFORM 2100-LIST-ONE-DATE THRU 2100-EXIT
023600         ADD 1 TO CLS-DAY-INT
023700     END-PERFORM.
023800     PERFORM 2200-MONTH-BREAK THRU 2200-EXIT.
023900 2000-EXIT.
024000     EXIT.
024100*
024200 2100-LIST-ONE-DATE.
024300     COMPUTE CLS-DATE = FUNCTION DATE-OF-INTEGER (CLS-DAY-INT).
024400     IF CLS-DATE-MONTH NOT = CLS-CUR-MONTH
024500         IF CLS-CUR-MONTH NOT = SPACES
024600             PERFORM 2200-MONTH-BREAK THRU 2200-EXIT
024700         END-IF
024800         MOVE CLS-DATE-MONTH TO CLS-CUR-MONTH
024900     END-IF.
025000     ADD 1 TO CLS-DATE-COUNT.
025100     DIVIDE CLS-DAY-INT BY 7 GIVING CLS-QUOTIENT
025200         REMAINDER CLS-DOW.
025300     IF CLS-DOW = 0
025400         MOVE 7 TO CLS-DOW
025500     END-IF.
025600     MOVE CLS-DATE TO CLS-DET-DATE.
025700     MOVE CLS-DAY-NAME (CLS-DOW) TO CLS-DET-DAY.
025800     MOVE SPACES TO CLS-DET-PERIOD.
025900     MOVE CLS-DATE TO BCL-CAL-DATE.
026000     MOVE 'Y' TO CLS-FOUND-SWITCH.
026100     READ CALENDAR-FILE
026200         INVALID KEY
026300             MOVE 'N' TO CLS-FOUND-SWITCH
026400     END-READ.
026500     IF NOT CLS-DATE-FOUND
026600         ADD 1 TO CLS-MISSING-COUNT
026700         MOVE '** MISSING' TO CLS-DET-STATUS
026800         MOVE '** NOT ON CALENDAR **' TO CLS-DET-REASON
026900         GO TO 2100-WRITE
027000     END-IF.
027100     MOVE BCL-REASON TO CLS-DET-REASON.
027200     IF BCL-WORKING-DAY
027300         ADD 1 TO CLS-WORKING-COUNT
027400         ADD 1 TO CLS-MONTH-WORKING
027500         MOVE 'WORKING' TO CLS-DET-STATUS
027600     ELSE
027700         ADD 1 TO CLS-NON-WORKING-COUNT
027800         ADD 1 TO CLS-MONTH-NON-WORKING
027900         MOVE 'NON-WORKING' TO CLS-DET-STATUS
028000     END-IF.
028100     IF BCL-QUARTER-END
028200         MOVE 'QUARTER-END' TO CLS-DET-PERIOD
028300         MOVE 'Y' TO CLS-MONTH-END-SWITCH
028400     ELSE
028500         IF BCL-MONTH-END
028600             MOVE 'MONTH-END' TO CLS-DET-PERIOD
028700             MOVE 'Y' TO CLS-MONTH-END-SWITCH
028800         END-IF
028900     END-IF.
029000 2100-WRITE.
029100     MOVE CLS-DETAIL-LINE TO CALENDAR-REPORT-LINE.
029200     WRITE CALENDAR-REPORT-LINE.
029300 2100-EXIT.
029400     EXIT.
029500*
029600*****************************************************************
029700*    2200-MONTH-BREAK  -  WORKING-DAY COUNT FOR THE MONTH JUST   *
029800*    LISTED.  CLS-DATE STILL HOLDS THE FIRST DATE OF THE NEXT    *
029900*    MONTH AT A BREAK; AFTER THE LAST DATE IT IS THE LAST DATE   *
030000*    LISTED, SO A TRAILING PARTIAL MONTH IS NOT FLAGGED.         *
030100*****************************************************************
030200 2200-MONTH-BREAK.
030300     MOVE CLS-CUR-MONTH TO CLS-MTH-MONTH.
030400     MOVE CLS-MONTH-WORKING TO CLS-MTH-WORKING.
030500     MOVE CLS-MONTH-NON-WORKING TO CLS-MTH-NON-WORKING.
030600     MOVE SPACES TO CLS-MTH-FLAG.
030700     IF NOT CLS-MONTH-END-SEEN
030800         AND CLS-DATE-MONTH NOT = CLS-CUR-MONTH
030900         ADD 1 TO CLS-UNMARKED-MONTHS
031000         MOVE '** NO MONTH-END MARKED **' TO CLS-MTH-FLAG
031100     END-IF.
031200     MOVE CLS-MONTH-LINE TO CALENDAR-REPORT-LINE.
031300     WRITE CALENDAR-REPORT-LINE.
031400     MOVE SPACES TO CALENDAR-REPORT-LINE.
031500     WRITE CALENDAR-REPORT-LINE.
031600     MOVE 0 TO CLS-MONTH-WORKING.
031700     MOVE 0 TO CLS-MONTH-NON-WORKING.
031800     MOVE 'N' TO CLS-MONTH-END-SWITCH.
031900 2200-EXIT.
032000     EXIT.
032100*
032200*****************************************************************
032300*    3000-WRITE-TOTALS                                           *
032400*****************************************************************
032500 3000-WRITE-TOTALS.
032600     MOVE 'DATES LISTED' TO CLS-TOT-TEXT.
032700     MOVE CLS-DATE-COUNT TO CLS-TOT-VALUE.
032800     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
032900     MOVE 'WORKING DAYS' TO CLS-TOT-TEXT.
033000     MOVE CLS-WORKING-COUNT TO CLS-TOT-VALUE.
033100     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
033200     MOVE 'NON-WORKING DAYS' TO CLS-TOT-TEXT.
033300     MOVE CLS-NON-WORKING-COUNT TO CLS-TOT-VALUE.
033400     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
033500     MOVE 'DATES NOT ON CALENDAR' TO CLS-TOT-TEXT.
033600     MOVE CLS-MISSING-COUNT TO CLS-TOT-VALUE.
033700     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
033800     MOVE 'MONTHS WITH NO MONTH-END MARKED' TO CLS-TOT-TEXT.
033900     MOVE CLS-UNMARKED-MONTHS TO CLS-TOT-VALUE.
034000     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
034100 3000-EXIT.
034200     EXIT.
034300*
034400 3900-WRITE-TOTAL.
034500     MOVE CLS-TOTAL-LINE TO CALENDAR-REPORT-LINE.
034600     WRITE CALENDAR-REPORT-LINE.
034700 3900-EXIT.
034800     EXIT.

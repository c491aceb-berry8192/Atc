000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  CALMNT01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    BUSINESS CALENDAR MAINTENANCE.  APPLIES THE CALTRAN CARDS  *
001100*    TO THE INDEXED BUSINESS CALENDAR (BUSCAL), SAME PATTERN    *
001200*    AS BINMNT01 AND ELFMNT01 -                                 *
001300*        G  YYYY        GENERATE EVERY DATE OF THE YEAR, MON-   *
001400*                       FRI WORKING, SAT/SUN NON-WORKING.  A    *
001500*                       DATE ALREADY ON FILE IS LEFT ALONE, SO  *
001600*                       A RE-RUN NEVER UNDOES A CARDED HOLIDAY  *
001700*        N  YYYYMMDD    MARK THE DATE NON-WORKING - THE REASON  *
001800*                       (HOLIDAY NAME, SHUTDOWN) IS REQUIRED    *
001900*        W  YYYYMMDD    MARK THE DATE WORKING (E.G. A SATURDAY  *
002000*                       STOCKTAKE); REASON DEFAULTS TO          *
002100*                       'WORKING DAY'                           *
002200*    A DATE MUST BE GENERATED BEFORE IT CAN BE CARDED.  AFTER   *
002300*    THE CARDS ARE APPLIED THE MONTH-END / QUARTER-END MARKER   *
002400*    OF EVERY MONTH TOUCHED IS RESET TO THAT MONTH'S LAST       *
002500*    WORKING DAY, SO A HOLIDAY CARDED ON THE LAST DAY OF A      *
002600*    MONTH MOVES THE MONTH-END BACK WITH IT.  REJECTED CARDS    *
002700*    ARE REPORTED ON THE CONSOLE AND COUNTED; THE RUN ENDS      *
002800*    WITH RETURN CODE 8 WHEN ANY CARD WAS REJECTED.             *
002900*                                                               *
003000*    MODIFICATION HISTORY.                                     *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    10/15/26   JRB   ORIGINAL                                  *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CALMNT01.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-Z.
004000 OBJECT-COMPUTER. IBM-Z.
004100*
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT TRANSACTION-FILE ASSIGN TO CALTRAN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CMT-CALTRAN-STATUS.
004700*
004800     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS BCL-CAL-DATE
005200         FILE STATUS IS CMT-BUSCAL-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  TRANSACTION-FILE.
005700 01  TRANSACTION-RECORD.
005800     05  TRN-ACTION                  PIC X(01).
005900         88  TRN-GENERATE                       VALUE 'G'.
006000         88  TRN-NON-WORKING                    VALUE 'N'.
006100         88  TRN-WORKING                        VALUE 'W'.
006200     05  TRN-CAL-DATE                PIC X(08).
006300     05  TRN-CAL-DATE-N REDEFINES TRN-CAL-DATE
006400                                     PIC 9(08).
006500     05  TRN-REASON                  PIC X(20).
006600     05  FILLER                      PIC X(51).
006700*
006800 FD  CALENDAR-FILE.
006900 COPY BUSCAL.
007000*
007100 WORKING-STORAGE SECTION.
007200 01  CMT-FILE-STATUSES.
007300     05  CMT-CALTRAN-STATUS          PIC X(02).
007400     05  CMT-BUSCAL-STATUS           PIC X(02).
007500*
007600 01  CMT-SWITCHES.
007700     05  CMT-EOF-SWITCH              PIC X(01)  VALUE 'N'.
007800         88  CMT-EOF                            VALUE 'Y'.
007900     05  CMT-MONTH-EOF-SWITCH        PIC X(01)  VALUE 'N'.
008000         88  CMT-MONTH-EOF                      VALUE 'Y'.
008100*
008200 01  CMT-TRAN-COUNT                  PIC 9(06)  VALUE 0.
008300 01  CMT-YEAR-COUNT                  PIC 9(06)  VALUE 0.
008400 01  CMT-DATES-ADDED                 PIC 9(06)  VALUE 0.
008500 01  CMT-DATES-KEPT                  PIC 9(06)  VALUE 0.
008600 01  CMT-NON-WORKING-COUNT           PIC 9(06)  VALUE 0.
008700 01  CMT-WORKING-COUNT               PIC 9(06)  VALUE 0.
008800 01  CMT-MONTHS-MARKED               PIC 9(06)  VALUE 0.
008900 01  CMT-REJECT-COUNT                PIC 9(06)  VALUE 0.
009000*
009100 01  CMT-TODAY                       PIC 9(08)  VALUE 0.
009200 01  CMT-YEAR                        PIC 9(04)  VALUE 0.
009300 01  CMT-DAY-INT                     PIC 9(08)  VALUE 0.
009400 01  CMT-LAST-INT                    PIC 9(08)  VALUE 0.
009500 01  CMT-WORK-DATE                   PIC 9(08)  VALUE 0.
009600 01  CMT-QUOTIENT                    PIC 9(08)  VALUE 0.
009700 01  CMT-REMAINDER                   PIC 9(01)  VALUE 0.
009750 01  CMT-MM                          PIC 9(02)  VALUE 0.
009800 01  CMT-MONTH                       PIC 9(06)  VALUE 0.
009850 01  CMT-MONTH-X REDEFINES CMT-MONTH PIC X(06).
009900 01  CMT-MONTH-FIRST                 PIC 9(08)  VALUE 0.
010000 01  CMT-MONTH-LAST-WORKING          PIC 9(08)  VALUE 0.
010100*
010200*****************************************************************
010300*    MONTHS TOUCHED BY THIS RUN'S CARDS.  THEIR PERIOD-END       *
010400*    MARKERS ARE RESET ONCE, AFTER ALL THE CARDS ARE APPLIED.    *
010500*    A MONTH ARRIVING WITH THE TABLE FULL IS RESET AT ONCE.      *
010600*****************************************************************
010700 01  CMT-MONTH-TABLE-AREA.
010800     05  CMT-MONTH-COUNT             PIC 9(03)  COMP  VALUE 0.
010900     05  CMT-M                       PIC 9(03)  COMP  VALUE 0.
011000     05  CMT-MONTH-ENTRY             PIC 9(06)  OCCURS 120 TIMES.
011100*
011200 PROCEDURE DIVISION.
011300*
011400 0000-MAINLINE.
011500     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
011600     READ TRANSACTION-FILE
011700         AT END MOVE 'Y' TO CMT-EOF-SWITCH
011800     END-READ.
011900     PERFORM UNTIL CMT-EOF
012000         ADD 1 TO CMT-TRAN-COUNT
012100         PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
012200         READ TRANSACTION-FILE
012300             AT END MOVE 'Y' TO CMT-EOF-SWITCH
012400         END-READ
012500     END-PERFORM.
012600     PERFORM VARYING CMT-M FROM 1 BY 1
012700         UNTIL CMT-M > CMT-MONTH-COUNT
012800         MOVE CMT-MONTH-ENTRY (CMT-M) TO CMT-MONTH
012900         PERFORM 3000-MARK-PERIOD-END THRU 3000-EXIT
013000     END-PERFORM.
013100     CLOSE TRANSACTION-FILE CALENDAR-FILE.
013200     DISPLAY 'CALMNT01 TRANSACTIONS READ   = ' CMT-TRAN-COUNT.
013300     DISPLAY 'CALMNT01 YEARS GENERATED     = ' CMT-YEAR-COUNT.
013400     DISPLAY 'CALMNT01 DATES ADDED         = ' CMT-DATES-ADDED.
013500     DISPLAY 'CALMNT01 DATES ALREADY ON    = ' CMT-DATES-KEPT.
013600     DISPLAY 'CALMNT01 MARKED NON-WORKING  = '
013700         CMT-NON-WORKING-COUNT.
013800     DISPLAY 'CALMNT01 MARKED WORKING      = ' CMT-WORKING-COUNT.
013900     DISPLAY 'CALMNT01 MONTH-ENDS RESET    = ' CMT-MONTHS-MARKED.
014000     DISPLAY 'CALMNT01 REJECTED            = ' CMT-REJECT-COUNT.
014100     IF CMT-REJECT-COUNT > 0
014200         MOVE 8 TO RETURN-CODE
014300     END-IF.
014400     STOP RUN.
014500*
014600*****************************************************************
014700*    1000-OPEN-FILES  -  OPEN THE CARDS AND THE CALENDAR.  A     *
014800*    BRAND-NEW CALENDAR (STATUS 35 ON OPEN I-O) IS CREATED       *
014900*    EMPTY FIRST, SAME PATTERN AS BINMNT01.                      *
015000*****************************************************************
015100 1000-OPEN-FILES.
015200     ACCEPT CMT-TODAY FROM DATE YYYYMMDD.
015300     OPEN INPUT TRANSACTION-FILE.
015400     IF CMT-CALTRAN-STATUS NOT = '00'
015500         DISPLAY 'CALMNT01 CALTRAN OPEN FAILED - STATUS = '
015600             CMT-CALTRAN-STATUS
015700         MOVE 16 TO RETURN-CODE
015800         STOP RUN
015900     END-IF.
016000     OPEN I-O CALENDAR-FILE.
016100     IF CMT-BUSCAL-STATUS = '35'
016200         OPEN OUTPUT CALENDAR-FILE
016300         CLOSE CALENDAR-FILE
016400         OPEN I-O CALENDAR-FILE
016500     END-IF.
016600     IF CMT-BUSCAL-STATUS NOT = '00'
016700         DISPLAY 'CALMNT01 BUSCAL OPEN FAILED - STATUS = '
016800             CMT-BUSCAL-STATUS
016900         CLOSE TRANSACTION-FILE
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500*
017600*****************************************************************
017700*    2000-APPLY-ONE-TRAN  -  ROUTE ONE CARD BY ACTION CODE       *
017800*****************************************************************
017900 2000-APPLY-ONE-TRAN.
018000     EVALUATE TRUE
018100         WHEN TRN-GENERATE
018200             PERFORM 2100-GENERATE-YEAR THRU 2100-EXIT
018300         WHEN TRN-NON-WORKING
018400         WHEN TRN-WORKING
018500             PERFORM 2200-SET-ONE-DATE THRU 2200-EXIT
018600         WHEN OTHER
018700             ADD 1 TO CMT-REJECT-COUNT
018800             DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
018900                 ' REJECTED - UNKNOWN ACTION ' TRN-ACTION
019000     END-EVALUATE.
019100 2000-EXIT.
019200     EXIT.
019300*
019400*****************************************************************
019500*    2100-GENERATE-YEAR  -  ONE ROW PER DATE, JANUARY 1 THRU     *
019600*    DECEMBER 31.  THE DAY OF THE WEEK COMES FROM THE DAY        *
019700*    INTEGER - DAY 1 (JANUARY 1, 1601) WAS A MONDAY.             *
019800*****************************************************************
019900 2100-GENERATE-YEAR.
020000     IF TRN-CAL-DATE (1:4) NOT NUMERIC
020100         OR TRN-CAL-DATE (1:4) < '1601'
020200         ADD 1 TO CMT-REJECT-COUNT
020300         DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
020400             ' REJECTED - YEAR ' TRN-CAL-DATE (1:4)
020500             ' NOT VALID'
020600         GO TO 2100-EXIT
020700     END-IF.
020800     MOVE TRN-CAL-DATE (1:4) TO CMT-YEAR.
020900     ADD 1 TO CMT-YEAR-COUNT.
021000     COMPUTE CMT-WORK-DATE = CMT-YEAR * 10000 + 1231.
021100     COMPUTE CMT-LAST-INT =
021200         FUNCTION INTEGER-OF-DATE (CMT-WORK-DATE).
021300     COMPUTE CMT-WORK-DATE = CMT-YEAR * 10000 + 0101.
021400     COMPUTE CMT-DAY-INT =
021500         FUNCTION INTEGER-OF-DATE (CMT-WORK-DATE).
021600     PERFORM UNTIL CMT-DAY-INT > CMT-LAST-INT
021700         PERFORM 2150-GENERATE-ONE-DATE THRU 2150-EXIT
021800         ADD 1 TO CMT-DAY-INT
021900     END-PERFORM.
022000     PERFORM VARYING CMT-MM FROM 1 BY 1
022100         UNTIL CMT-MM > 12
022200         COMPUTE CMT-MONTH = CMT-YEAR * 100 + CMT-MM
022300         PERFORM 2900-NOTE-MONTH THRU 2900-EXIT
022400     END-PERFORM.
022500 2100-EXIT.
022600     EXIT.
022700*
022800 2150-GENERATE-ONE-DATE.
022900     INITIALIZE BCL-CALENDAR-RECORD.
023000     COMPUTE BCL-CAL-DATE =
023100         FUNCTION DATE-OF-INTEGER (CMT-DAY-INT).
023200     DIVIDE CMT-DAY-INT BY 7 GIVING CMT-QUOTIENT
023300         REMAINDER CMT-REMAINDER.
023400     IF CMT-REMAINDER = 0
023500         MOVE 7 TO BCL-DAY-OF-WEEK
023600     ELSE
023700         MOVE CMT-REMAINDER TO BCL-DAY-OF-WEEK
023800     END-IF.
023900     EVALUATE BCL-DAY-OF-WEEK
024000         WHEN 6
024100             MOVE 'N' TO BCL-WORK-FLAG
024200             MOVE 'SATURDAY' TO BCL-REASON
024300         WHEN 7
024400             MOVE 'N' TO BCL-WORK-FLAG
024500             MOVE 'SUNDAY' TO BCL-REASON
024600         WHEN OTHER
024700             MOVE 'W' TO BCL-WORK-FLAG
024800             MOVE 'WORKING DAY' TO BCL-REASON
024900     END-EVALUATE.
025000     MOVE SPACE TO BCL-PERIOD-END.
025100     MOVE CMT-TODAY TO BCL-LAST-CHANGE-DATE.
025200     WRITE BCL-CALENDAR-RECORD
025300         INVALID KEY
025400             ADD 1 TO CMT-DATES-KEPT
025500         NOT INVALID KEY
025600             ADD 1 TO CMT-DATES-ADDED
025700     END-WRITE.
025800 2150-EXIT.
025900     EXIT.
026000*
026100*****************************************************************
026200*    2200-SET-ONE-DATE  -  AN N OR W CARD.  THE DATE MUST BE A   *
026300*    REAL CALENDAR DATE ALREADY GENERATED ON THE FILE.           *
026400*****************************************************************
026500 2200-SET-ONE-DATE.
026600     IF TRN-CAL-DATE NOT NUMERIC
026700         ADD 1 TO CMT-REJECT-COUNT
026800         DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
026900             ' REJECTED - DATE ' TRN-CAL-DATE ' NOT NUMERIC'
027000         GO TO 2200-EXIT
027100     END-IF.
027200     COMPUTE CMT-DAY-INT =
027300         FUNCTION INTEGER-OF-DATE (TRN-CAL-DATE-N).
027400     IF CMT-DAY-INT = 0
027500         ADD 1 TO CMT-REJECT-COUNT
027600         DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
027700             ' REJECTED - ' TRN-CAL-DATE
027800             ' IS NOT A VALID CALENDAR DATE'
027900         GO TO 2200-EXIT
028000     END-IF.
028100     IF TRN-NON-WORKING
028200         AND TRN-REASON = SPACES
028300         ADD 1 TO CMT-REJECT-COUNT
028400         DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
028500             ' REJECTED - NON-WORKING DATE ' TRN-CAL-DATE
028600             ' NEEDS A REASON'
028700         GO TO 2200-EXIT
028800     END-IF.
028900     MOVE TRN-CAL-DATE-N TO BCL-CAL-DATE.
029000     READ CALENDAR-FILE
029100         INVALID KEY
029200             ADD 1 TO CMT-REJECT-COUNT
029300             DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
029400                 ' REJECTED - ' TRN-CAL-DATE
029500                 ' NOT ON CALENDAR - GENERATE THE YEAR FIRST'
029600             GO TO 2200-EXIT
029700     END-READ.
029800     IF TRN-NON-WORKING
029900         MOVE 'N' TO BCL-WORK-FLAG
030000         MOVE TRN-REASON TO BCL-REASON
030100     ELSE
030200         MOVE 'W' TO BCL-WORK-FLAG
030300         IF TRN-REASON = SPACES
030400             MOVE 'WORKING DAY' TO BCL-REASON
030500         ELSE
030600             MOVE TRN-REASON TO BCL-REASON
030700         END-IF
030800     END-IF.
030900     MOVE CMT-TODAY TO BCL-LAST-CHANGE-DATE.
031000     REWRITE BCL-CALENDAR-RECORD
031100         INVALID KEY
031200             ADD 1 TO CMT-REJECT-COUNT
031300             DISPLAY 'CALMNT01 TRAN ' CMT-TRAN-COUNT
031400                 ' REJECTED - REWRITE FAILED FOR ' TRN-CAL-DATE
031500             GO TO 2200-EXIT
031600     END-REWRITE.
031700     IF TRN-NON-WORKING
031800         ADD 1 TO CMT-NON-WORKING-COUNT
031900     ELSE
032000         ADD 1 TO CMT-WORKING-COUNT
032100     END-IF.
032200     MOVE TRN-CAL-DATE (1:6) TO CMT-MONTH-X.
032300     PERFORM 2900-NOTE-MONTH THRU 2900-EXIT.
032400 2200-EXIT.
032500     EXIT.
032600*
032700*****************************************************************
032800*    2900-NOTE-MONTH  -  REMEMBER CMT-MONTH FOR THE PERIOD-END   *
032900*    PASS, ONCE                                                  *
033000*****************************************************************
033100 2900-NOTE-MONTH.
033200     PERFORM VARYING CMT-M FROM 1 BY 1
033300         UNTIL CMT-M > CMT-MONTH-COUNT
033400             OR CMT-MONTH-ENTRY (CMT-M) = CMT-MONTH
033500         CONTINUE
033600     END-PERFORM.
033700     IF CMT-M <= CMT-MONTH-COUNT
033800         GO TO 2900-EXIT
033900     END-IF.
034000     IF CMT-MONTH-COUNT >= 120
034100         PERFORM 3000-MARK-PERIOD-END THRU 3000-EXIT
034200         GO TO 2900-EXIT
034300     END-IF.
034400     ADD 1 TO CMT-MONTH-COUNT.
034500     MOVE CMT-MONTH TO CMT-MONTH-ENTRY (CMT-MONTH-COUNT).
034600 2900-EXIT.
034700     EXIT.
034800*
034900*****************************************************************
035000*    3000-MARK-PERIOD-END  -  CLEAR EVERY MARKER IN CMT-MONTH,   *
035100*    FIND ITS LAST WORKING DAY, THEN MARK THAT DAY 'M' (OR 'Q'   *
035200*    FOR A QUARTER-END MONTH).  A MONTH WITH NO WORKING DAY      *
035300*    GETS NO MARKER AND A CONSOLE WARNING.                       *
035400*****************************************************************
035500 3000-MARK-PERIOD-END.
035600     COMPUTE CMT-MONTH-FIRST = CMT-MONTH * 100 + 1.
035700     MOVE 0 TO CMT-MONTH-LAST-WORKING.
035800     MOVE 'N' TO CMT-MONTH-EOF-SWITCH.
035900     MOVE CMT-MONTH-FIRST TO BCL-CAL-DATE.
036000     START CALENDAR-FILE KEY IS NOT LESS THAN BCL-CAL-DATE
036100         INVALID KEY
036200             MOVE 'Y' TO CMT-MONTH-EOF-SWITCH
036300     END-START.
036400     IF NOT CMT-MONTH-EOF
036500         READ CALENDAR-FILE NEXT RECORD
036600             AT END MOVE 'Y' TO CMT-MONTH-EOF-SWITCH
036700         END-READ
036800     END-IF.
036900     PERFORM UNTIL CMT-MONTH-EOF
037000         IF BCL-CAL-DATE (1:6) NOT = CMT-MONTH-X
037100             MOVE 'Y' TO CMT-MONTH-EOF-SWITCH
037200         ELSE
037300             PERFORM 3100-CLEAR-ONE-MARKER THRU 3100-EXIT
037400             READ CALENDAR-FILE NEXT RECORD
037500                 AT END MOVE 'Y' TO CMT-MONTH-EOF-SWITCH
037600             END-READ
037700         END-IF
037800     END-PERFORM.
037900     IF CMT-MONTH-LAST-WORKING = 0
038000         DISPLAY 'CALMNT01 WARNING - MONTH ' CMT-MONTH
038100             ' HAS NO WORKING DAY ON FILE - NO MONTH-END MARKED'
038200         GO TO 3000-EXIT
038300     END-IF.
038400     MOVE CMT-MONTH-LAST-WORKING TO BCL-CAL-DATE.
038500     READ CALENDAR-FILE
038600         INVALID KEY
038700             GO TO 3000-EXIT
038800     END-READ.
038900     IF BCL-CAL-MONTH = 03 OR 06 OR 09 OR 12
039000         MOVE 'Q' TO BCL-PERIOD-END
039100     ELSE
039200         MOVE 'M' TO BCL-PERIOD-END
039300     END-IF.
039400     REWRITE BCL-CALENDAR-RECORD
039500         INVALID KEY
039600             DISPLAY 'CALMNT01 WARNING - MONTH-END REWRITE '
039700                 'FAILED FOR ' CMT-MONTH-LAST-WORKING
039800             GO TO 3000-EXIT
039900     END-REWRITE.
040000     ADD 1 TO CMT-MONTHS-MARKED.
040100 3000-EXIT.
040200     EXIT.
040300*
040400 3100-CLEAR-ONE-MARKER.
040500     IF BCL-WORKING-DAY
040600         MOVE BCL-CAL-DATE TO CMT-MONTH-LAST-WORKING
040700     END-IF.
040800     IF BCL-NOT-PERIOD-END
040900         GO TO 3100-EXIT
041000     END-IF.
041100     MOVE SPACE TO BCL-PERIOD-END.
041200     REWRITE BCL-CALENDAR-RECORD
041300         INVALID KEY
041400             DISPLAY 'CALMNT01 WARNING - MARKER CLEAR FAILED '
041500                 'FOR ' BCL-CAL-DATE
041600     END-REWRITE.
041700 3100-EXIT.
041800     EXIT.

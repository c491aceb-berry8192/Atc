000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  PERCLS01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    MONTH-END PERIOD CLOSE.  RUN AFTER THE NIGHT STREAM ON    *
001100*    THE BUSINESS DAY BUSCAL MARKS AS THE MONTH-END, OR FOR    *
001200*    AN EARLIER MONTH LEFT OPEN WITH THE CLOSE-PERIOD          *
001300*    PARMFILE CARD.  TOTALS THE MONTH'S RPTHIST MEASURES AND   *
001400*    ELFHIST POINTS - PER MEASURE, PER ELF AND PER ELFMST      *
001500*    GROUP - ONTO THE PERTOT PERIOD-TOTALS FILE WITH           *
001600*    MONTH-TO-DATE AND YEAR-TO-DATE FIGURES, PRINTS THE        *
001700*    PERIOD STATEMENT FOR SIGN-OFF ON PERRPT AND MARKS THE     *
001800*    MONTH CLOSED ON THE PERCTL PERIOD-CONTROL FILE.  FROM     *
001900*    THEN ON MAIN, UNSTRING_SAMPLE03, DLYRPT01 AND REJRCY01    *
002000*    REFUSE A REPROCESS OR SUPPLEMENTAL RUN FOR A DATE IN THE  *
002100*    MONTH UNLESS A REOPEN-PERIOD CARD NAMES IT, AND LOG       *
002200*    EVERY SUCH REOPEN TO PERROPN (PERCHK PROCEDURE            *
002300*    COPYBOOK).                                                *
002400*                                                              *
002500*    EVERY CLOSE FIRST RESTATES EACH REOPENED PERIOD FROM ITS  *
002600*    HISTORY, PRINTING THE REOPEN LOG AND EVERY MONTH-TO-DATE  *
002700*    FIGURE THAT CHANGED, THEN RE-ROLLS THE YEAR-TO-DATE       *
002800*    FIGURES OF EVERY YEAR TOUCHED AND CLOSES THOSE PERIODS    *
002900*    AGAIN.  THE YEAR-TO-DATE FIGURE IS THE SUM OVER THE       *
003000*    CLOSED MONTHS OF THE YEAR.  A REOPENED PERIOD WHOSE FIRST *
003100*    DAY IS OLDER THAN THE BUSINESS DATE LESS THE              *
003200*    ARCHIVE-RETAIN-DAYS CARD (THE ARCPRG01 CUTOFF) HAS LOST   *
003300*    SOME OR ALL OF ITS HISTORY AND CANNOT BE RESTATED; ITS    *
003400*    TOTALS STAND AS LAST CLOSED, IT IS CLOSED AGAIN AND IT    *
003500*    IS FLAGGED ON THE REPORT.  THE PERCTL RECORDS ARE UPDATED *
003600*    LAST, SO A RUN THAT STOPS PART WAY CAN SIMPLY BE RERUN.   *
003700*                                                              *
003800*    RETURN CODES - 0 CLOSED; 4 CLOSED WITH A WARNING (A       *
003900*    PERIOD NOT RESTATED, NO ELFMST, A TABLE FULL); 8 NOT A    *
004000*    MONTH-END, A BAD CLOSE-PERIOD CARD OR THE PERIOD IS       *
004100*    ALREADY CLOSED; 12 A PERTOT OR PERCTL WRITE FAILED; 16    *
004200*    AN OPEN FAILED - INCLUDING RPTHIST OR ELFHIST, WHICH      *
004300*    STOPS THE RUN BEFORE ANY PERIOD IS RESTATED OR CLOSED.    *
004400*                                                               *
004500*    MODIFICATION HISTORY.                                     *
004600*    DATE       INIT  DESCRIPTION                              *
004700*    10/15/26   JRB   ORIGINAL                                  *
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. PERCLS01.
005100*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-Z.
005500 OBJECT-COMPUTER. IBM-Z.
005600*
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PCL-RUNCTL-STATUS.
006200*
006300     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS BCL-CAL-DATE
006700         FILE STATUS IS PCL-BUSCAL-STATUS.
006800*
006900     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PCT-PERIOD
007300         FILE STATUS IS PCL-PERCTL-STATUS.
007400*
007500     SELECT PERIOD-TOTALS-FILE ASSIGN TO PERTOT
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS PTT-KEY
007900         FILE STATUS IS PCL-PERTOT-STATUS.
008000*
008100     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS ELM-ELF-ID
008500         FILE STATUS IS PCL-ELFMST-STATUS.
008600*
008700     SELECT REPORT-HISTORY-FILE ASSIGN TO RPTHIST
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS PCL-RPTHIST-STATUS.
009000*
009100     SELECT ELF-HISTORY-FILE ASSIGN TO ELFHIST
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS PCL-ELFHIST-STATUS.
009400*
009500     SELECT REOPEN-LOG-FILE ASSIGN TO PERROPN
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS PCL-PERROPN-STATUS.
009800*
009900     SELECT PERIOD-REPORT-FILE ASSIGN TO PERRPT
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS PCL-PERRPT-STATUS.
010200*
010300     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS PRM-PARM-STATUS.
010600*
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  RUN-CONTROL-FILE.
011000 COPY RUNCTL.
011100*
011200 FD  CALENDAR-FILE.
011300 COPY BUSCAL.
011400*
011500 FD  PERIOD-CONTROL-FILE.
011600 COPY PERCTL.
011700*
011800 FD  PERIOD-TOTALS-FILE.
011900 COPY PERTOT.
012000*
012100 FD  ELF-MASTER-FILE.
012200 COPY ELFMST.
012300*
012400 FD  REPORT-HISTORY-FILE.
012500 COPY RPTHIST.
012600*
012700 FD  ELF-HISTORY-FILE.
012800 COPY ELFHST.
012900*
013000 FD  REOPEN-LOG-FILE.
013100 COPY PERRLG.
013200*
013300 FD  PERIOD-REPORT-FILE.
013400 01  PCL-REPORT-LINE                 PIC X(120).
013500*
013600 FD  PARAMETER-FILE.
013700 01  PRM-PARM-CARD                   PIC X(80).
013800*
013900 WORKING-STORAGE SECTION.
014000 01  PCL-FILE-STATUSES.
014100     05  PCL-RUNCTL-STATUS           PIC X(02).
014200     05  PCL-BUSCAL-STATUS           PIC X(02).
014300     05  PCL-PERCTL-STATUS           PIC X(02).
014400     05  PCL-PERTOT-STATUS           PIC X(02).
014500     05  PCL-ELFMST-STATUS           PIC X(02).
014600     05  PCL-RPTHIST-STATUS          PIC X(02).
014700     05  PCL-ELFHIST-STATUS          PIC X(02).
014800     05  PCL-PERROPN-STATUS          PIC X(02).
014900     05  PCL-PERRPT-STATUS           PIC X(02).
015000*
015100 01  PCL-SWITCHES.
015200     05  PCL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
015300         88  PCL-EOF                            VALUE 'Y'.
015400     05  PCL-ELFMST-SWITCH           PIC X(01)  VALUE 'N'.
015500         88  PCL-ELFMST-OPEN                    VALUE 'Y'.
015600     05  PCL-PRD-FULL-SWITCH         PIC X(01)  VALUE 'N'.
015700         88  PCL-PRD-FULL-WARNED                VALUE 'Y'.
015800     05  PCL-ACC-FULL-SWITCH         PIC X(01)  VALUE 'N'.
015900         88  PCL-ACC-FULL-WARNED                VALUE 'Y'.
016000     05  PCL-YTD-FULL-SWITCH         PIC X(01)  VALUE 'N'.
016100         88  PCL-YTD-FULL-WARNED                VALUE 'Y'.
016200*
016300 01  PCL-BUS-DATE                    PIC 9(08)  VALUE 0.
016400 01  PCL-BUS-DATE-R REDEFINES PCL-BUS-DATE.
016500     05  PCL-BUS-PERIOD              PIC 9(06).
016600     05  FILLER                      PIC 9(02).
016700 01  PCL-RUN-NO                      PIC 9(06)  VALUE 0.
016800 01  PCL-RUN-RC                      PIC 9(04)  VALUE 0.
016900 01  PCL-CLOSE-PERIOD                PIC 9(06)  VALUE 0.
017000 01  PCL-MONTH-END-DATE              PIC 9(08)  VALUE 0.
017100 01  PCL-CLOSE-NUMBER                PIC 9(03)  VALUE 0.
017200 01  PCL-RPTHIST-USED-COUNT          PIC 9(09)  VALUE 0.
017300 01  PCL-ELFHIST-USED-COUNT          PIC 9(09)  VALUE 0.
017400 01  PCL-NO-GROUP-COUNT              PIC 9(09)  VALUE 0.
017500 01  PCL-REOPEN-ROW-COUNT            PIC 9(09)  VALUE 0.
017600 01  PCL-RESTATED-PRD-COUNT          PIC 9(09)  VALUE 0.
017700 01  PCL-UNRESTATED-PRD-COUNT        PIC 9(09)  VALUE 0.
017800 01  PCL-RESTATED-VALUE-COUNT        PIC 9(09)  VALUE 0.
017900 01  PCL-PERTOT-WRITE-COUNT          PIC 9(09)  VALUE 0.
018000 01  PCL-PERTOT-REWRITE-COUNT        PIC 9(09)  VALUE 0.
018100*
018200*    ARCPRG01 HAS PURGED HISTORY OLDER THAN THIS DAY NUMBER
018300 01  PCL-CUTOFF-INT                  PIC S9(08) VALUE 0.
018400*
018500*    PERIOD ARITHMETIC - A YYYYMM PERIOD AND THE YYYYMMDD DATE OF
018600*    A HISTORY ROW, EACH WITH ITS PARTS
018700*
018800 01  PCL-PERIOD-WORK.
018900     05  PCL-WORK-PERIOD             PIC 9(06)  VALUE 0.
019000     05  PCL-WORK-PERIOD-R REDEFINES PCL-WORK-PERIOD.
019100         10  PCL-WORK-YEAR           PIC 9(04).
019200         10  PCL-WORK-MONTH          PIC 9(02).
019300     05  PCL-ROW-DATE                PIC 9(08)  VALUE 0.
019400     05  PCL-ROW-DATE-R REDEFINES PCL-ROW-DATE.
019500         10  PCL-ROW-PERIOD          PIC 9(06).
019600         10  FILLER                  PIC 9(02).
019700     05  PCL-WORK-DATE               PIC 9(08)  VALUE 0.
019800     05  PCL-WORK-INT                PIC 9(08)  VALUE 0.
019900     05  PCL-MONTH-NO                PIC 9(02)  VALUE 0.
020000     05  PCL-GROUP-CODE              PIC X(08)  VALUE SPACES.
020100     05  PCL-OLD-VALUE               PIC 9(11)  VALUE 0.
020200     05  PCL-NEW-VALUE               PIC 9(11)  VALUE 0.
020300     05  PCL-NEW-ROWS                PIC 9(05)  VALUE 0.
020400     05  PCL-PRINT-LEVEL             PIC X(01)  VALUE SPACE.
020500     05  PCL-LEVEL-COUNT             PIC 9(09)  VALUE 0.
020600     05  PCL-LEVEL-MTD               PIC 9(11)  VALUE 0.
020700     05  PCL-LEVEL-YTD               PIC 9(11)  VALUE 0.
020800     05  PCL-GROUP-MTD               PIC 9(11)  VALUE 0.
020900     05  PCL-ELF-MTD                 PIC 9(11)  VALUE 0.
021000*
021100 01  PCL-CLOCK-WORK.
021200     05  PCL-HHMMSS                  PIC 9(06)  VALUE 0.
021300     05  PCL-HHMMSS-PARTS REDEFINES PCL-HHMMSS.
021400         10  PCL-HMS-HH              PIC 9(02).
021500         10  PCL-HMS-MM              PIC 9(02).
021600         10  PCL-HMS-SS              PIC 9(02).
021700 01  PCL-CLOCK-TEXT.
021800     05  PCL-CLK-HH                  PIC 9(02).
021900     05  FILLER                      PIC X(01)  VALUE ':'.
022000     05  PCL-CLK-MM                  PIC 9(02).
022100     05  FILLER                      PIC X(01)  VALUE ':'.
022200     05  PCL-CLK-SS                  PIC 9(02).
022300*
022400*    THE PERIODS THIS RUN CLOSES - EVERY REOPENED PERIOD, THEN THE
022500*    PERIOD BEING CLOSED.  ON-FILE MEANS THE PERIOD WAS CLOSED
022600*    BEFORE, SO ITS TOTALS ARE BEING RESTATED.
022700*
022800 01  PCL-PERIOD-TABLE-AREA.
022900     05  PCL-PRD-COUNT               PIC 9(02)  COMP  VALUE 0.
023000     05  PCL-P                       PIC 9(02)  COMP  VALUE 0.
023100     05  PCL-PRD-ENTRY               OCCURS 24 TIMES.
023200         10  PCL-PRD-PERIOD          PIC 9(06).
023300         10  PCL-PRD-ON-FILE-SW      PIC X(01).
023400             88  PCL-PRD-ON-FILE                VALUE 'Y'.
023500         10  PCL-PRD-LAST-CLOSED     PIC 9(08).
023600         10  PCL-PRD-HIST-ROWS       PIC 9(09).
023700         10  PCL-PRD-CHANGES         PIC 9(09).
023800         10  PCL-PRD-RESTATE-SW      PIC X(01).
023900             88  PCL-PRD-NOT-RESTATED           VALUE 'N'.
024000*
024100*    THE YEARS WHOSE YEAR-TO-DATE FIGURES ARE RE-ROLLED
024200*
024300 01  PCL-YEAR-TABLE-AREA.
024400     05  PCL-YEAR-COUNT              PIC 9(02)  COMP  VALUE 0.
024500     05  PCL-YR                      PIC 9(02)  COMP  VALUE 0.
024600     05  PCL-YEAR-ENTRY              PIC 9(04)  OCCURS 24 TIMES.
024700*
024800*    LEVEL + KEY VALUE LOOKED UP IN THE TWO TOTAL TABLES
024900*
025000 01  PCL-LOOKUP-KEY.
025100     05  PCL-LKP-LEVEL               PIC X(01).
025200     05  PCL-LKP-KEY-VALUE           PIC X(28).
025300 01  PCL-LKP-DESC                    PIC X(25).
025400*
025500*    ONE PERIOD'S MONTH-TO-DATE FIGURES, BUILT FROM HISTORY
025600*
025700 01  PCL-ACC-TABLE-AREA.
025800     05  PCL-ACC-COUNT               PIC 9(04)  COMP  VALUE 0.
025900     05  PCL-A                       PIC 9(04)  COMP  VALUE 0.
026000     05  PCL-ACC-ENTRY               OCCURS 3000 TIMES.
026100         10  PCL-ACC-KEY.
026200             15  PCL-ACC-LEVEL       PIC X(01).
026300             15  PCL-ACC-KEY-VALUE   PIC X(28).
026400         10  PCL-ACC-DESC            PIC X(25).
026500         10  PCL-ACC-VALUE           PIC 9(11).
026600         10  PCL-ACC-ROWS            PIC 9(05).
026700         10  PCL-ACC-POSTED-SW       PIC X(01).
026800             88  PCL-ACC-POSTED                 VALUE 'Y'.
026900*
027000*    ONE YEAR'S RUNNING YEAR-TO-DATE FIGURES, MONTH BY MONTH
027100*
027200 01  PCL-YTD-TABLE-AREA.
027300     05  PCL-YTD-COUNT               PIC 9(04)  COMP  VALUE 0.
027400     05  PCL-Y                       PIC 9(04)  COMP  VALUE 0.
027500     05  PCL-YTD-ENTRY               OCCURS 3000 TIMES.
027600         10  PCL-YTD-KEY.
027700             15  PCL-YTD-LEVEL       PIC X(01).
027800             15  PCL-YTD-KEY-VALUE   PIC X(28).
027900         10  PCL-YTD-DESC            PIC X(25).
028000         10  PCL-YTD-VALUE           PIC 9(11).
028100         10  PCL-YTD-SEEN-SW         PIC X(01).
028200             88  PCL-YTD-SEEN                   VALUE 'Y'.
028300*
028400 COPY PARMWRK.
028500*
028600 01  PCL-HEADER-LINE.
028700     05  FILLER                      PIC X(36)
028800         VALUE 'PERCLS01 PERIOD CLOSE STATEMENT   - '.
028900     05  FILLER                      PIC X(05)  VALUE 'DATE '.
029000     05  PCL-HDR-DATE                PIC 9(08).
029100     05  FILLER                      PIC X(05)  VALUE ' RUN '.
029200     05  PCL-HDR-RUN                 PIC 9(06).
029300     05  FILLER                      PIC X(60)  VALUE SPACES.
029400*
029500 01  PCL-SECTION-LINE.
029600     05  FILLER                      PIC X(02)  VALUE SPACES.
029700     05  PCL-SEC-TEXT                PIC X(50).
029800     05  PCL-SEC-VALUE               PIC X(08).
029900     05  FILLER                      PIC X(60)  VALUE SPACES.
030000*
030100 01  PCL-REOPEN-LINE.
030200     05  FILLER                      PIC X(02)  VALUE SPACES.
030300     05  FILLER                      PIC X(12)
030400         VALUE 'REOPENED BY '.
030500     05  PCL-ROL-PROGRAM             PIC X(08).
030600     05  FILLER                      PIC X(06)  VALUE ' MODE '.
030700     05  PCL-ROL-MODE                PIC X(08).
030800     05  FILLER                      PIC X(05)  VALUE ' FOR '.
030900     05  PCL-ROL-REASON              PIC X(20).
031000     05  FILLER                      PIC X(01)  VALUE SPACE.
031100     05  PCL-ROL-EFF-DATE            PIC 9(08).
031200     05  FILLER                      PIC X(04)  VALUE ' ON '.
031300     05  PCL-ROL-BUS-DATE            PIC 9(08).
031400     05  FILLER                      PIC X(05)  VALUE ' RUN '.
031500     05  PCL-ROL-RUN                 PIC 9(06).
031600     05  FILLER                      PIC X(04)  VALUE ' AT '.
031700     05  PCL-ROL-TIME                PIC X(08).
031800     05  FILLER                      PIC X(15)  VALUE SPACES.
031900*
032000 01  PCL-RESTATE-COLUMN-LINE.
032100     05  FILLER                      PIC X(34)
032200         VALUE ' L   KEY'.
032300     05  FILLER                      PIC X(26)
032400         VALUE 'DESCRIPTION'.
032500     05  FILLER                      PIC X(26)
032600         VALUE '    OLD MTD      NEW MTD'.
032700     05  FILLER                      PIC X(34)
032800         VALUE '    DIFFERENCE'.
032900*
033000 01  PCL-RESTATE-LINE.
033100     05  FILLER                      PIC X(01)  VALUE SPACE.
033200     05  PCL-RSL-LEVEL               PIC X(01).
033300     05  FILLER                      PIC X(03)  VALUE SPACES.
033400     05  PCL-RSL-KEY                 PIC X(29).
033500     05  PCL-RSL-DESC                PIC X(25).
033600     05  FILLER                      PIC X(01)  VALUE SPACE.
033700     05  PCL-RSL-OLD                 PIC Z(10)9.
033800     05  FILLER                      PIC X(02)  VALUE SPACES.
033900     05  PCL-RSL-NEW                 PIC Z(10)9.
034000     05  FILLER                      PIC X(02)  VALUE SPACES.
034100     05  PCL-RSL-DIFF                PIC -(11)9.
034200     05  FILLER                      PIC X(22)  VALUE SPACES.
034300*
034400 01  PCL-STATEMENT-COLUMN-LINE.
034500     05  FILLER                      PIC X(31)
034600         VALUE ' KEY'.
034700     05  FILLER                      PIC X(25)
034800         VALUE 'DESCRIPTION'.
034900     05  FILLER                      PIC X(28)
035000         VALUE 'MONTH-TO-DATE  YEAR-TO-DATE'.
035100     05  FILLER                      PIC X(36)
035200         VALUE ' ROWS'.
035300*
035400 01  PCL-STATEMENT-LINE.
035500     05  FILLER                      PIC X(01)  VALUE SPACE.
035600     05  PCL-STL-KEY                 PIC X(29).
035700     05  FILLER                      PIC X(01)  VALUE SPACE.
035800     05  PCL-STL-DESC                PIC X(25).
035900     05  FILLER                      PIC X(02)  VALUE SPACES.
036000     05  PCL-STL-MTD                 PIC Z(10)9.
036100     05  FILLER                      PIC X(03)  VALUE SPACES.
036200     05  PCL-STL-YTD                 PIC Z(10)9.
036300     05  FILLER                      PIC X(02)  VALUE SPACES.
036400     05  PCL-STL-ROWS                PIC ZZZZ9.
036500     05  FILLER                      PIC X(30)  VALUE SPACES.
036600*
036700 01  PCL-CLOSED-LINE.
036800     05  FILLER                      PIC X(02)  VALUE SPACES.
036900     05  FILLER                      PIC X(07)  VALUE 'PERIOD '.
037000     05  PCL-CLD-PERIOD              PIC 9(06).
037100     05  FILLER                      PIC X(23)
037200         VALUE ' CLOSED BY PERCLS01 ON '.
037300     05  PCL-CLD-DATE                PIC 9(08).
037400     05  FILLER                      PIC X(05)  VALUE ' RUN '.
037500     05  PCL-CLD-RUN                 PIC 9(06).
037600     05  FILLER                      PIC X(16)
037700         VALUE ' - CLOSE NUMBER '.
037800     05  PCL-CLD-CLOSE-NO            PIC ZZ9.
037900     05  FILLER                      PIC X(44)  VALUE SPACES.
038000*
038100 01  PCL-SIGNATURE-LINE.
038200     05  FILLER                      PIC X(02)  VALUE SPACES.
038300     05  PCL-SIG-ROLE                PIC X(13).
038400     05  FILLER                      PIC X(30)
038500         VALUE ALL '_'.
038600     05  FILLER                      PIC X(08)  VALUE '   DATE '.
038700     05  FILLER                      PIC X(10)
038800         VALUE ALL '_'.
038900     05  FILLER                      PIC X(57)  VALUE SPACES.
039000*
039100 01  PCL-TOTAL-LINE.
039200     05  FILLER                      PIC X(02)  VALUE SPACES.
039300     05  PCL-TOT-TEXT                PIC X(42).
039400     05  PCL-TOT-VALUE               PIC 9(09).
039500     05  FILLER                      PIC X(67)  VALUE SPACES.
039600*
039700 PROCEDURE DIVISION.
039800*
039900 0000-MAINLINE.
040000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040100     PERFORM 1200-SELECT-PERIOD THRU 1200-EXIT.
040200     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
040300     PERFORM 1400-LIST-PERIODS THRU 1400-EXIT.
040400     PERFORM VARYING PCL-P FROM 1 BY 1
040500         UNTIL PCL-P > PCL-PRD-COUNT
040600         PERFORM 2000-TOTAL-ONE-PERIOD THRU 2000-EXIT
040700     END-PERFORM.
040800     PERFORM 4000-ROLL-YEAR-TO-DATE THRU 4000-EXIT.
040900     PERFORM 4500-MARK-PERIODS-CLOSED THRU 4500-EXIT.
041000     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT.
041100     PERFORM 5800-PRINT-TOTALS THRU 5800-EXIT.
041200     CLOSE PERIOD-CONTROL-FILE.
041300     CLOSE PERIOD-TOTALS-FILE.
041400     IF PCL-ELFMST-OPEN
041500         CLOSE ELF-MASTER-FILE
041600     END-IF.
041700     CLOSE PERIOD-REPORT-FILE.
041800     DISPLAY 'PERCLS01 PERIOD ' PCL-CLOSE-PERIOD ' CLOSED - '
041900         PCL-RESTATED-PRD-COUNT ' REOPENED PERIOD(S) RESTATED'.
042000     DISPLAY 'PERCLS01 PERIOD CLOSE COMPLETE - RC = ' PCL-RUN-RC.
042100     MOVE PCL-RUN-RC TO RETURN-CODE.
042200     STOP RUN.
042300*
042400*****************************************************************
042500*    1000-INITIALIZE  -  RUN CONTROL AND PARAMETERS              *
042600*****************************************************************
042700 1000-INITIALIZE.
042800     OPEN INPUT RUN-CONTROL-FILE.
042900     IF PCL-RUNCTL-STATUS NOT = '00'
043000         DISPLAY 'PERCLS01 RUNCTL OPEN FAILED - STATUS = '
043100             PCL-RUNCTL-STATUS
043200         DISPLAY 'PERCLS01 RUN DATADV01 TO SET THE BUSINESS DATE'
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     READ RUN-CONTROL-FILE
043700         AT END
043800             DISPLAY 'PERCLS01 RUNCTL IS EMPTY - RUN DATADV01'
043900             MOVE 16 TO RETURN-CODE
044000             STOP RUN
044100     END-READ.
044200     MOVE RCT-BUSINESS-DATE TO PCL-BUS-DATE.
044300     MOVE RCT-RUN-NUMBER TO PCL-RUN-NO.
044400     CLOSE RUN-CONTROL-FILE.
044500     MOVE 'PERCLS01' TO PRM-MSG-PREFIX.
044600     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
044700     COMPUTE PCL-CUTOFF-INT =
044800         FUNCTION INTEGER-OF-DATE (PCL-BUS-DATE)
044900         - PRM-ARCH-RETAIN-DAYS.
045000 1000-EXIT.
045100     EXIT.
045200*
045300*****************************************************************
045400*    1200-SELECT-PERIOD  -  WITH NO CLOSE-PERIOD CARD THE        *
045500*    PERIOD IS THE BUSINESS MONTH, AND THE BUSINESS DATE MUST    *
045600*    BE ITS MONTH-END ON THE BUSCAL CALENDAR.  THE CARD CLOSES   *
045700*    AN EARLIER MONTH THAT WAS MISSED; ITS MONTH-END DATE IS     *
045800*    TAKEN AS THE LAST DAY OF THE MONTH.  A MONTH WHOSE HISTORY  *
045900*    ARCPRG01 HAS BEGUN TO PURGE CANNOT BE CLOSED FOR THE FIRST  *
046000*    TIME.                                                       *
046100*****************************************************************
046200 1200-SELECT-PERIOD.
046300     IF PRM-CLOSE-PERIOD NOT = 0
046400         IF PRM-CLOSE-PERIOD NOT < PCL-BUS-PERIOD
046500             DISPLAY 'PERCLS01 CLOSE-PERIOD ' PRM-CLOSE-PERIOD
046600                 ' IS NOT BEFORE THE BUSINESS MONTH '
046700                 PCL-BUS-PERIOD
046800             GO TO 1200-REFUSE
046900         END-IF
047000         MOVE PRM-CLOSE-PERIOD TO PCL-CLOSE-PERIOD
047100         MOVE PRM-CLOSE-PERIOD TO PCL-WORK-PERIOD
047200         COMPUTE PCL-WORK-DATE = PCL-WORK-PERIOD * 100 + 1
047300         IF FUNCTION INTEGER-OF-DATE (PCL-WORK-DATE)
047400             < PCL-CUTOFF-INT
047500             DISPLAY 'PERCLS01 CLOSE-PERIOD ' PRM-CLOSE-PERIOD
047600                 ' IS OLDER THAN THE ARCHIVE CUTOFF - '
047700                 'ITS HISTORY IS PURGED'
047800             GO TO 1200-REFUSE
047900         END-IF
048000         IF PCL-WORK-MONTH = 12
048100             ADD 1 TO PCL-WORK-YEAR
048200             MOVE 1 TO PCL-WORK-MONTH
048300         ELSE
048400             ADD 1 TO PCL-WORK-MONTH
048500         END-IF
048600         COMPUTE PCL-WORK-DATE = PCL-WORK-PERIOD * 100 + 1
048700         COMPUTE PCL-WORK-INT =
048800             FUNCTION INTEGER-OF-DATE (PCL-WORK-DATE) - 1
048900         COMPUTE PCL-MONTH-END-DATE =
049000             FUNCTION DATE-OF-INTEGER (PCL-WORK-INT)
049100         DISPLAY 'PERCLS01 CLOSE-PERIOD CARD - CLOSING PERIOD '
049200             PCL-CLOSE-PERIOD ' OUT OF CYCLE'
049300         GO TO 1200-EXIT
049400     END-IF.
049500     OPEN INPUT CALENDAR-FILE.
049600     IF PCL-BUSCAL-STATUS NOT = '00'
049700         DISPLAY 'PERCLS01 BUSCAL OPEN FAILED - STATUS = '
049800             PCL-BUSCAL-STATUS
049900         MOVE 16 TO RETURN-CODE
050000         STOP RUN
050100     END-IF.
050200     MOVE PCL-BUS-DATE TO BCL-CAL-DATE.
050300     READ CALENDAR-FILE
050400         INVALID KEY
050500             DISPLAY 'PERCLS01 ' PCL-BUS-DATE
050600                 ' IS NOT ON THE BUSINESS CALENDAR'
050700             CLOSE CALENDAR-FILE
050800             GO TO 1200-REFUSE
050900     END-READ.
051000     CLOSE CALENDAR-FILE.
051100     IF NOT BCL-MONTH-END
051200         DISPLAY 'PERCLS01 ' PCL-BUS-DATE
051300             ' IS NOT A MONTH-END ON THE BUSINESS CALENDAR'
051400         GO TO 1200-REFUSE
051500     END-IF.
051600     MOVE PCL-BUS-PERIOD TO PCL-CLOSE-PERIOD.
051700     MOVE PCL-BUS-DATE TO PCL-MONTH-END-DATE.
051800     GO TO 1200-EXIT.
051900 1200-REFUSE.
052000     DISPLAY 'PERCLS01 *** PERIOD NOT CLOSED - RUN ON THE '
052100         'MONTH-END OR GIVE A CLOSE-PERIOD CARD ***'.
052200     MOVE 8 TO RETURN-CODE.
052300     STOP RUN.
052400 1200-EXIT.
052500     EXIT.
052600*
052700*****************************************************************
052800*    1300-OPEN-FILES  -  PERCTL AND PERTOT ARE CREATED EMPTY     *
052900*    THE FIRST TIME (STATUS 35 ON OPEN I-O).  A PERIOD ALREADY   *
053000*    CLOSED AND NOT REOPENED SINCE IS REFUSED.  RPTHIST AND      *
053100*    ELFHIST MUST BOTH OPEN BEFORE ANYTHING IS POSTED - A        *
053200*    PERIOD TOTALLED WITHOUT ONE OF THEM WOULD BE CLOSED OR      *
053300*    RESTATED SHORT.  WITHOUT THE ELF MASTER EVERY ELF IS        *
053400*    TOTALLED UNDER GROUP UNASSIGNED.                            *
053500*****************************************************************
053600 1300-OPEN-FILES.
053700     OPEN I-O PERIOD-CONTROL-FILE.
053800     IF PCL-PERCTL-STATUS = '35'
053900         OPEN OUTPUT PERIOD-CONTROL-FILE
054000         CLOSE PERIOD-CONTROL-FILE
054100         OPEN I-O PERIOD-CONTROL-FILE
054200     END-IF.
054300     IF PCL-PERCTL-STATUS NOT = '00'
054400         DISPLAY 'PERCLS01 PERCTL OPEN FAILED - STATUS = '
054500             PCL-PERCTL-STATUS
054600         MOVE 16 TO RETURN-CODE
054700         STOP RUN
054800     END-IF.
054900     MOVE PCL-CLOSE-PERIOD TO PCT-PERIOD.
055000     READ PERIOD-CONTROL-FILE
055100         INVALID KEY
055200             MOVE SPACE TO PCT-STATUS
055300     END-READ.
055400     IF PCT-CLOSED
055500         DISPLAY 'PERCLS01 *** PERIOD ' PCL-CLOSE-PERIOD
055600             ' WAS ALREADY CLOSED ON ' PCT-CLOSED-DATE
055700             ' RUN ' PCT-CLOSED-RUN ' ***'
055800         CLOSE PERIOD-CONTROL-FILE
055900         MOVE 8 TO RETURN-CODE
056000         STOP RUN
056100     END-IF.
056200     OPEN I-O PERIOD-TOTALS-FILE.
056300     IF PCL-PERTOT-STATUS = '35'
056400         OPEN OUTPUT PERIOD-TOTALS-FILE
056500         CLOSE PERIOD-TOTALS-FILE
056600         OPEN I-O PERIOD-TOTALS-FILE
056700     END-IF.
056800     IF PCL-PERTOT-STATUS NOT = '00'
056900         DISPLAY 'PERCLS01 PERTOT OPEN FAILED - STATUS = '
057000             PCL-PERTOT-STATUS
057100         CLOSE PERIOD-CONTROL-FILE
057200         MOVE 16 TO RETURN-CODE
057300         STOP RUN
057400     END-IF.
057500     OPEN INPUT REPORT-HISTORY-FILE.
057600     IF PCL-RPTHIST-STATUS NOT = '00'
057700         DISPLAY 'PERCLS01 RPTHIST OPEN FAILED - STATUS = '
057800             PCL-RPTHIST-STATUS
057900         CLOSE PERIOD-CONTROL-FILE PERIOD-TOTALS-FILE
058000         MOVE 16 TO RETURN-CODE
058100         STOP RUN
058200     END-IF.
058300     CLOSE REPORT-HISTORY-FILE.
058400     OPEN INPUT ELF-HISTORY-FILE.
058500     IF PCL-ELFHIST-STATUS NOT = '00'
058600         DISPLAY 'PERCLS01 ELFHIST OPEN FAILED - STATUS = '
058700             PCL-ELFHIST-STATUS
058800         CLOSE PERIOD-CONTROL-FILE PERIOD-TOTALS-FILE
058900         MOVE 16 TO RETURN-CODE
059000         STOP RUN
059100     END-IF.
059200     CLOSE ELF-HISTORY-FILE.
059300     OPEN INPUT ELF-MASTER-FILE.
059400     IF PCL-ELFMST-STATUS = '00'
059500         MOVE 'Y' TO PCL-ELFMST-SWITCH
059600     ELSE
059700         DISPLAY 'PERCLS01 ELFMST OPEN FAILED - STATUS = '
059800             PCL-ELFMST-STATUS ' - ELVES TOTALLED AS UNASSIGNED'
059900         MOVE 4 TO PCL-RUN-RC
060000     END-IF.
060100     OPEN OUTPUT PERIOD-REPORT-FILE.
060200     IF PCL-PERRPT-STATUS NOT = '00'
060300         DISPLAY 'PERCLS01 PERRPT OPEN FAILED - STATUS = '
060400             PCL-PERRPT-STATUS
060500         MOVE 16 TO RETURN-CODE
060600         STOP RUN
060700     END-IF.
060800     MOVE PCL-BUS-DATE TO PCL-HDR-DATE.
060900     MOVE PCL-RUN-NO TO PCL-HDR-RUN.
061000     MOVE PCL-HEADER-LINE TO PCL-REPORT-LINE.
061100     WRITE PCL-REPORT-LINE.
061200 1300-EXIT.
061300     EXIT.
061400*
061500*****************************************************************
061600*    1400-LIST-PERIODS  -  EVERY REOPENED PERIOD ON PERCTL IS    *
061700*    RESTATED AT THIS CLOSE, THEN THE PERIOD BEING CLOSED        *
061800*    (ITSELF A RESTATEMENT WHEN IT WAS CLOSED AND REOPENED       *
061900*    BEFORE).                                                    *
062000*****************************************************************
062100 1400-LIST-PERIODS.
062200     MOVE 0 TO PCT-PERIOD.
062300     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PCT-PERIOD
062400         INVALID KEY
062500             GO TO 1400-CLOSE-PERIOD
062600     END-START.
062700     MOVE 'N' TO PCL-EOF-SWITCH.
062800     READ PERIOD-CONTROL-FILE NEXT RECORD
062900         AT END MOVE 'Y' TO PCL-EOF-SWITCH
063000     END-READ.
063100     PERFORM UNTIL PCL-EOF
063200         IF PCT-REOPENED
063300             AND PCT-PERIOD NOT = PCL-CLOSE-PERIOD
063400             PERFORM 1450-ADD-PERIOD THRU 1450-EXIT
063500         END-IF
063600         READ PERIOD-CONTROL-FILE NEXT RECORD
063700             AT END MOVE 'Y' TO PCL-EOF-SWITCH
063800         END-READ
063900     END-PERFORM.
064000 1400-CLOSE-PERIOD.
064100     ADD 1 TO PCL-PRD-COUNT.
064200     MOVE PCL-CLOSE-PERIOD TO PCL-PRD-PERIOD (PCL-PRD-COUNT).
064300     MOVE 'N' TO PCL-PRD-ON-FILE-SW (PCL-PRD-COUNT).
064400     MOVE 0 TO PCL-PRD-LAST-CLOSED (PCL-PRD-COUNT).
064500     MOVE 0 TO PCL-PRD-HIST-ROWS (PCL-PRD-COUNT).
064600     MOVE 0 TO PCL-PRD-CHANGES (PCL-PRD-COUNT).
064700     MOVE 'Y' TO PCL-PRD-RESTATE-SW (PCL-PRD-COUNT).
064800     MOVE PCL-CLOSE-PERIOD TO PCT-PERIOD.
064900     READ PERIOD-CONTROL-FILE
065000         INVALID KEY
065100             GO TO 1400-EXIT
065200     END-READ.
065300     MOVE 'Y' TO PCL-PRD-ON-FILE-SW (PCL-PRD-COUNT).
065400     MOVE PCT-CLOSED-DATE TO PCL-PRD-LAST-CLOSED (PCL-PRD-COUNT).
065500 1400-EXIT.
065600     EXIT.
065700*
065800 1450-ADD-PERIOD.
065900     IF PCL-PRD-COUNT > 22
066000         IF NOT PCL-PRD-FULL-WARNED
066100             DISPLAY 'PERCLS01 PERIOD TABLE FULL - REOPENED '
066200                 'PERIOD ' PCT-PERIOD
066300                 ' AND LATER LEFT FOR THE NEXT CLOSE'
066400             MOVE 'Y' TO PCL-PRD-FULL-SWITCH
066500             MOVE 4 TO PCL-RUN-RC
066600         END-IF
066700         GO TO 1450-EXIT
066800     END-IF.
066900     ADD 1 TO PCL-PRD-COUNT.
067000     MOVE PCT-PERIOD TO PCL-PRD-PERIOD (PCL-PRD-COUNT).
067100     MOVE 'Y' TO PCL-PRD-ON-FILE-SW (PCL-PRD-COUNT).
067200     MOVE PCT-CLOSED-DATE TO PCL-PRD-LAST-CLOSED (PCL-PRD-COUNT).
067300     MOVE 0 TO PCL-PRD-HIST-ROWS (PCL-PRD-COUNT).
067400     MOVE 0 TO PCL-PRD-CHANGES (PCL-PRD-COUNT).
067500     MOVE 'Y' TO PCL-PRD-RESTATE-SW (PCL-PRD-COUNT).
067600 1450-EXIT.
067700     EXIT.
067800*
067900*****************************************************************
068000*    2000-TOTAL-ONE-PERIOD  -  REBUILD ONE PERIOD'S              *
068100*    MONTH-TO-DATE FIGURES FROM HISTORY AND POST THEM TO         *
068200*    PERTOT.  A RESTATED PERIOD PRINTS ITS REOPEN LOG AND EVERY  *
068300*    FIGURE THAT CHANGED.  A REOPENED PERIOD STARTING BEFORE     *
068400*    THE ARCHIVE CUTOFF, OR WITH NO HISTORY AT ALL, IS LEFT AS   *
068500*    IT STANDS (2050).                                           *
068600*****************************************************************
068700 2000-TOTAL-ONE-PERIOD.
068800     MOVE PCL-PRD-PERIOD (PCL-P) TO PCL-WORK-PERIOD.
068900     MOVE SPACES TO PCL-REPORT-LINE.
069000     WRITE PCL-REPORT-LINE.
069100     IF PCL-PRD-ON-FILE (PCL-P)
069200         MOVE 'RESTATEMENT OF REOPENED PERIOD' TO PCL-SEC-TEXT
069300     ELSE
069400         MOVE 'MONTH-END CLOSE OF PERIOD' TO PCL-SEC-TEXT
069500     END-IF.
069600     MOVE PCL-WORK-PERIOD TO PCL-SEC-VALUE.
069700     MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE.
069800     WRITE PCL-REPORT-LINE.
069900     IF PCL-PRD-ON-FILE (PCL-P)
070000         PERFORM 2100-PRINT-REOPEN-LOG THRU 2100-EXIT
070100         COMPUTE PCL-WORK-DATE = PCL-WORK-PERIOD * 100 + 1
070200         IF FUNCTION INTEGER-OF-DATE (PCL-WORK-DATE)
070300             < PCL-CUTOFF-INT
070400             DISPLAY 'PERCLS01 *** PERIOD ' PCL-WORK-PERIOD
070500                 ' HISTORY PURGED BY ARCPRG01 - NOT RESTATED ***'
070600             MOVE '*** HISTORY PURGED - TOTALS NOT RESTATED'
070700                 TO PCL-SEC-TEXT
070800             PERFORM 2050-NOT-RESTATED THRU 2050-EXIT
070900             GO TO 2000-EXIT
071000         END-IF
071100     END-IF.
071200     PERFORM 2200-ACCUMULATE-HISTORY THRU 2200-EXIT.
071300     IF PCL-PRD-ON-FILE (PCL-P)
071400         AND PCL-PRD-HIST-ROWS (PCL-P) = 0
071500         DISPLAY 'PERCLS01 *** NO HISTORY LEFT FOR PERIOD '
071600             PCL-WORK-PERIOD ' - NOT RESTATED ***'
071700         MOVE '*** NO HISTORY ON FILE - TOTALS NOT RESTATED'
071800             TO PCL-SEC-TEXT
071900         PERFORM 2050-NOT-RESTATED THRU 2050-EXIT
072000         GO TO 2000-EXIT
072100     END-IF.
072200     IF PCL-PRD-ON-FILE (PCL-P)
072300         MOVE PCL-RESTATE-COLUMN-LINE TO PCL-REPORT-LINE
072400         WRITE PCL-REPORT-LINE
072500     END-IF.
072600     PERFORM 3000-POST-PERIOD THRU 3000-EXIT.
072700     IF PCL-PRD-ON-FILE (PCL-P)
072800         ADD 1 TO PCL-RESTATED-PRD-COUNT
072900         MOVE 'MONTH-TO-DATE FIGURES RESTATED' TO PCL-TOT-TEXT
073000         MOVE PCL-PRD-CHANGES (PCL-P) TO PCL-TOT-VALUE
073100         PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT
073200     END-IF.
073300     MOVE 'HISTORY ROWS TOTALLED' TO PCL-TOT-TEXT.
073400     MOVE PCL-PRD-HIST-ROWS (PCL-P) TO PCL-TOT-VALUE.
073500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
073600 2000-EXIT.
073700     EXIT.
073800*
073900*****************************************************************
074000*    2050-NOT-RESTATED  -  THE PERIOD'S PERTOT FIGURES STAND AS  *
074100*    LAST CLOSED.  IT IS STILL CLOSED AGAIN BY 4600, WITHOUT A   *
074200*    NEW RESTATED DATE, AND THE RUN ENDS WITH RETURN CODE 4.     *
074300*****************************************************************
074400 2050-NOT-RESTATED.
074500     MOVE 'N' TO PCL-PRD-RESTATE-SW (PCL-P).
074600     ADD 1 TO PCL-UNRESTATED-PRD-COUNT.
074700     MOVE 4 TO PCL-RUN-RC.
074800     MOVE SPACES TO PCL-SEC-VALUE.
074900     MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE.
075000     WRITE PCL-REPORT-LINE.
075100 2050-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500*    2100-PRINT-REOPEN-LOG  -  THE PERROPN ENTRIES FOR THE       *
075600*    PERIOD SINCE IT WAS LAST CLOSED                             *
075700*****************************************************************
075800 2100-PRINT-REOPEN-LOG.
075900     OPEN INPUT REOPEN-LOG-FILE.
076000     IF PCL-PERROPN-STATUS NOT = '00'
076100         MOVE 'NO PERROPN REOPEN LOG ON FILE' TO PCL-SEC-TEXT
076200         MOVE SPACES TO PCL-SEC-VALUE
076300         MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE
076400         WRITE PCL-REPORT-LINE
076500         GO TO 2100-EXIT
076600     END-IF.
076700     MOVE 'N' TO PCL-EOF-SWITCH.
076800     READ REOPEN-LOG-FILE
076900         AT END MOVE 'Y' TO PCL-EOF-SWITCH
077000     END-READ.
077100     PERFORM UNTIL PCL-EOF
077200         IF PRL-PERIOD = PCL-WORK-PERIOD
077300             AND PRL-BUSINESS-DATE
077400                 NOT < PCL-PRD-LAST-CLOSED (PCL-P)
077500             MOVE PRL-PROGRAM-ID TO PCL-ROL-PROGRAM
077600             MOVE PRL-RUN-MODE TO PCL-ROL-MODE
077700             MOVE PRL-REASON TO PCL-ROL-REASON
077800             MOVE PRL-EFFECTIVE-DATE TO PCL-ROL-EFF-DATE
077900             MOVE PRL-BUSINESS-DATE TO PCL-ROL-BUS-DATE
078000             MOVE PRL-RUN-NUMBER TO PCL-ROL-RUN
078100             MOVE PRL-EVENT-TIME TO PCL-HHMMSS
078200             PERFORM 8400-FORMAT-TIME THRU 8400-EXIT
078300             MOVE PCL-CLOCK-TEXT TO PCL-ROL-TIME
078400             MOVE PCL-REOPEN-LINE TO PCL-REPORT-LINE
078500             WRITE PCL-REPORT-LINE
078600             ADD 1 TO PCL-REOPEN-ROW-COUNT
078700         END-IF
078800         READ REOPEN-LOG-FILE
078900             AT END MOVE 'Y' TO PCL-EOF-SWITCH
079000         END-READ
079100     END-PERFORM.
079200     CLOSE REOPEN-LOG-FILE.
079300 2100-EXIT.
079400     EXIT.
079500*
079600*****************************************************************
079700*    2200-ACCUMULATE-HISTORY  -  TOTAL THE PERIOD'S RPTHIST AND  *
079800*    ELFHIST ROWS.  A REPROCESS RUN HAS ALREADY REPLACED ITS     *
079900*    DATE'S ROWS, SO EVERY ROW IN THE MONTH COUNTS.  BOTH FILES  *
080000*    OPENED IN 1300, SO A FAILURE HERE STOPS THE RUN (8950).     *
080100*****************************************************************
080200 2200-ACCUMULATE-HISTORY.
080300     MOVE 0 TO PCL-ACC-COUNT.
080400     OPEN INPUT REPORT-HISTORY-FILE.
080500     IF PCL-RPTHIST-STATUS NOT = '00'
080600         DISPLAY 'PERCLS01 RPTHIST OPEN FAILED - STATUS = '
080700             PCL-RPTHIST-STATUS
080800         PERFORM 8950-HISTORY-FAILED THRU 8950-EXIT
080900     END-IF.
081000     MOVE 'N' TO PCL-EOF-SWITCH.
081100     READ REPORT-HISTORY-FILE
081200         AT END MOVE 'Y' TO PCL-EOF-SWITCH
081300     END-READ.
081400     PERFORM UNTIL PCL-EOF
081500         PERFORM 2300-ADD-MEASURE-ROW THRU 2300-EXIT
081600         READ REPORT-HISTORY-FILE
081700             AT END MOVE 'Y' TO PCL-EOF-SWITCH
081800         END-READ
081900     END-PERFORM.
082000     CLOSE REPORT-HISTORY-FILE.
082100     OPEN INPUT ELF-HISTORY-FILE.
082200     IF PCL-ELFHIST-STATUS NOT = '00'
082300         DISPLAY 'PERCLS01 ELFHIST OPEN FAILED - STATUS = '
082400             PCL-ELFHIST-STATUS
082500         PERFORM 8950-HISTORY-FAILED THRU 8950-EXIT
082600     END-IF.
082700     MOVE 'N' TO PCL-EOF-SWITCH.
082800     READ ELF-HISTORY-FILE
082900         AT END MOVE 'Y' TO PCL-EOF-SWITCH
083000     END-READ.
083100     PERFORM UNTIL PCL-EOF
083200         PERFORM 2400-ADD-ELF-ROW THRU 2400-EXIT
083300         READ ELF-HISTORY-FILE
083400             AT END MOVE 'Y' TO PCL-EOF-SWITCH
083500         END-READ
083600     END-PERFORM.
083700     CLOSE ELF-HISTORY-FILE.
083800 2200-EXIT.
083900     EXIT.
084000*
084100 2300-ADD-MEASURE-ROW.
084200     MOVE HST-BUSINESS-DATE TO PCL-ROW-DATE.
084300     IF PCL-ROW-PERIOD NOT = PCL-WORK-PERIOD
084400         GO TO 2300-EXIT
084500     END-IF.
084600     ADD 1 TO PCL-PRD-HIST-ROWS (PCL-P).
084700     ADD 1 TO PCL-RPTHIST-USED-COUNT.
084800     MOVE 'M' TO PCL-LKP-LEVEL.
084900     MOVE SPACES TO PCL-LKP-KEY-VALUE.
085000     MOVE HST-SOURCE-PROGRAM TO PCL-LKP-KEY-VALUE (1:8).
085100     MOVE HST-MEASURE-KEY TO PCL-LKP-KEY-VALUE (9:20).
085200     MOVE HST-MEASURE-KEY TO PCL-LKP-DESC.
085300     PERFORM 8100-FIND-ACC-ENTRY THRU 8100-EXIT.
085400     IF PCL-A > 0
085500         ADD HST-MEASURE-VALUE TO PCL-ACC-VALUE (PCL-A)
085600         ADD 1 TO PCL-ACC-ROWS (PCL-A)
085700     END-IF.
085800 2300-EXIT.
085900     EXIT.
086000*
086100 2400-ADD-ELF-ROW.
086200     MOVE ESH-BUSINESS-DATE TO PCL-ROW-DATE.
086300     IF PCL-ROW-PERIOD NOT = PCL-WORK-PERIOD
086400         GO TO 2400-EXIT
086500     END-IF.
086600     ADD 1 TO PCL-PRD-HIST-ROWS (PCL-P).
086700     ADD 1 TO PCL-ELFHIST-USED-COUNT.
086800     MOVE 'E' TO PCL-LKP-LEVEL.
086900     MOVE ESH-ELF-ID TO PCL-LKP-KEY-VALUE.
087000     MOVE ESH-ELF-NAME TO PCL-LKP-DESC.
087100     PERFORM 8100-FIND-ACC-ENTRY THRU 8100-EXIT.
087200     IF PCL-A > 0
087300         ADD ESH-TOTAL-POINTS TO PCL-ACC-VALUE (PCL-A)
087400         ADD 1 TO PCL-ACC-ROWS (PCL-A)
087500     END-IF.
087600     MOVE 'UNASSIGNED' TO PCL-GROUP-CODE.
087700     IF PCL-ELFMST-OPEN
087800         MOVE ESH-ELF-ID TO ELM-ELF-ID
087900         READ ELF-MASTER-FILE
088000             INVALID KEY
088100                 MOVE SPACES TO ELM-GROUP-CODE
088200         END-READ
088300         IF ELM-GROUP-CODE NOT = SPACES
088400             MOVE ELM-GROUP-CODE TO PCL-GROUP-CODE
088500         END-IF
088600     END-IF.
088700     IF PCL-GROUP-CODE = 'UNASSIGNED'
088800         ADD 1 TO PCL-NO-GROUP-COUNT
088900     END-IF.
089000     MOVE 'G' TO PCL-LKP-LEVEL.
089100     MOVE PCL-GROUP-CODE TO PCL-LKP-KEY-VALUE.
089200     MOVE 'ELF GROUP' TO PCL-LKP-DESC.
089300     PERFORM 8100-FIND-ACC-ENTRY THRU 8100-EXIT.
089400     IF PCL-A > 0
089500         ADD ESH-TOTAL-POINTS TO PCL-ACC-VALUE (PCL-A)
089600         ADD 1 TO PCL-ACC-ROWS (PCL-A)
089700     END-IF.
089800 2400-EXIT.
089900     EXIT.
090000*
090100*****************************************************************
090200*    3000-POST-PERIOD  -  BRING THE PERIOD'S PERTOT RECORDS      *
090300*    INTO LINE WITH THE NEW FIGURES: A KEY ALREADY ON FILE IS    *
090400*    REWRITTEN (TO ZERO WHEN IT HAS NO HISTORY NOW), A NEW KEY   *
090500*    IS WRITTEN.  YEAR-TO-DATE IS LEFT FOR                       *
090600*    4000-ROLL-YEAR-TO-DATE.                                     *
090700*****************************************************************
090800 3000-POST-PERIOD.
090900     MOVE PCL-WORK-PERIOD TO PTT-PERIOD.
091000     MOVE LOW-VALUES TO PTT-LEVEL.
091100     MOVE LOW-VALUES TO PTT-KEY-VALUE.
091200     START PERIOD-TOTALS-FILE KEY IS NOT LESS THAN PTT-KEY
091300         INVALID KEY
091400             GO TO 3000-WRITE-NEW
091500     END-START.
091600     MOVE 'N' TO PCL-EOF-SWITCH.
091700     READ PERIOD-TOTALS-FILE NEXT RECORD
091800         AT END MOVE 'Y' TO PCL-EOF-SWITCH
091900     END-READ.
092000     PERFORM UNTIL PCL-EOF
092100         IF PTT-PERIOD NOT = PCL-WORK-PERIOD
092200             MOVE 'Y' TO PCL-EOF-SWITCH
092300         ELSE
092400             PERFORM 3100-POST-ON-FILE-TOTAL THRU 3100-EXIT
092500             READ PERIOD-TOTALS-FILE NEXT RECORD
092600                 AT END MOVE 'Y' TO PCL-EOF-SWITCH
092700             END-READ
092800         END-IF
092900     END-PERFORM.
093000 3000-WRITE-NEW.
093100     PERFORM VARYING PCL-A FROM 1 BY 1
093200         UNTIL PCL-A > PCL-ACC-COUNT
093300         IF NOT PCL-ACC-POSTED (PCL-A)
093400             PERFORM 3200-WRITE-NEW-TOTAL THRU 3200-EXIT
093500         END-IF
093600     END-PERFORM.
093700 3000-EXIT.
093800     EXIT.
093900*
094000 3100-POST-ON-FILE-TOTAL.
094100     MOVE PTT-LEVEL TO PCL-LKP-LEVEL.
094200     MOVE PTT-KEY-VALUE TO PCL-LKP-KEY-VALUE.
094300     PERFORM 8150-LOCATE-ACC-ENTRY THRU 8150-EXIT.
094400     MOVE PTT-MTD-VALUE TO PCL-OLD-VALUE.
094500     IF PCL-A = 0
094600         MOVE 0 TO PCL-NEW-VALUE
094700         MOVE 0 TO PCL-NEW-ROWS
094800     ELSE
094900         MOVE 'Y' TO PCL-ACC-POSTED-SW (PCL-A)
095000         MOVE PCL-ACC-VALUE (PCL-A) TO PCL-NEW-VALUE
095100         MOVE PCL-ACC-ROWS (PCL-A) TO PCL-NEW-ROWS
095200         MOVE PCL-ACC-DESC (PCL-A) TO PTT-DESCRIPTION
095300     END-IF.
095400     IF PCL-NEW-VALUE = PCL-OLD-VALUE
095500         AND PCL-NEW-ROWS = PTT-MTD-ROWS
095600         GO TO 3100-EXIT
095700     END-IF.
095800     IF PCL-NEW-VALUE NOT = PCL-OLD-VALUE
095900         AND PCL-PRD-ON-FILE (PCL-P)
096000         PERFORM 3300-PRINT-RESTATEMENT THRU 3300-EXIT
096100     END-IF.
096200     MOVE PCL-NEW-VALUE TO PTT-MTD-VALUE.
096300     MOVE PCL-NEW-ROWS TO PTT-MTD-ROWS.
096400     MOVE PCL-BUS-DATE TO PTT-POSTED-DATE.
096500     REWRITE PTT-TOTALS-RECORD.
096600     IF PCL-PERTOT-STATUS NOT = '00'
096700         PERFORM 8900-PERTOT-FAILED THRU 8900-EXIT
096800     END-IF.
096900     ADD 1 TO PCL-PERTOT-REWRITE-COUNT.
097000 3100-EXIT.
097100     EXIT.
097200*
097300 3200-WRITE-NEW-TOTAL.
097400     INITIALIZE PTT-TOTALS-RECORD.
097500     MOVE PCL-WORK-PERIOD TO PTT-PERIOD.
097600     MOVE PCL-ACC-LEVEL (PCL-A) TO PTT-LEVEL.
097700     MOVE PCL-ACC-KEY-VALUE (PCL-A) TO PTT-KEY-VALUE.
097800     MOVE PCL-ACC-DESC (PCL-A) TO PTT-DESCRIPTION.
097900     MOVE PCL-ACC-VALUE (PCL-A) TO PTT-MTD-VALUE.
098000     MOVE 0 TO PTT-YTD-VALUE.
098100     MOVE PCL-ACC-ROWS (PCL-A) TO PTT-MTD-ROWS.
098200     MOVE PCL-BUS-DATE TO PTT-POSTED-DATE.
098300     IF PCL-PRD-ON-FILE (PCL-P)
098400         MOVE 0 TO PCL-OLD-VALUE
098500         MOVE PCL-ACC-VALUE (PCL-A) TO PCL-NEW-VALUE
098600         PERFORM 3300-PRINT-RESTATEMENT THRU 3300-EXIT
098700     END-IF.
098800     WRITE PTT-TOTALS-RECORD.
098900     IF PCL-PERTOT-STATUS NOT = '00'
099000         PERFORM 8900-PERTOT-FAILED THRU 8900-EXIT
099100     END-IF.
099200     ADD 1 TO PCL-PERTOT-WRITE-COUNT.
099300 3200-EXIT.
099400     EXIT.
099500*
099600 3300-PRINT-RESTATEMENT.
099700     MOVE PTT-LEVEL TO PCL-RSL-LEVEL.
099800     PERFORM 8300-FORMAT-KEY THRU 8300-EXIT.
099900     MOVE PCL-STL-KEY TO PCL-RSL-KEY.
100000     MOVE PTT-DESCRIPTION TO PCL-RSL-DESC.
100100     MOVE PCL-OLD-VALUE TO PCL-RSL-OLD.
100200     MOVE PCL-NEW-VALUE TO PCL-RSL-NEW.
100300     COMPUTE PCL-RSL-DIFF = PCL-NEW-VALUE - PCL-OLD-VALUE.
100400     MOVE PCL-RESTATE-LINE TO PCL-REPORT-LINE.
100500     WRITE PCL-REPORT-LINE.
100600     ADD 1 TO PCL-PRD-CHANGES (PCL-P).
100700     ADD 1 TO PCL-RESTATED-VALUE-COUNT.
100800 3300-EXIT.
100900     EXIT.
101000*
101100*****************************************************************
101200*    4000-ROLL-YEAR-TO-DATE  -  FOR EVERY YEAR THIS RUN          *
101300*    TOUCHED, RUN THROUGH ITS CLOSED MONTHS IN ORDER, CARRYING   *
101400*    EACH KEY'S RUNNING TOTAL ONTO THAT MONTH'S PERTOT           *
101500*    RECORD.  A KEY WITH A YEAR-TO-DATE FIGURE BUT NOTHING IN    *
101600*    THE MONTH GETS A RECORD WITH A ZERO MONTH-TO-DATE.          *
101700*****************************************************************
101800 4000-ROLL-YEAR-TO-DATE.
101900     MOVE 0 TO PCL-YEAR-COUNT.
102000     PERFORM VARYING PCL-P FROM 1 BY 1
102100         UNTIL PCL-P > PCL-PRD-COUNT
102200         MOVE PCL-PRD-PERIOD (PCL-P) TO PCL-WORK-PERIOD
102300         PERFORM VARYING PCL-YR FROM 1 BY 1
102400             UNTIL PCL-YR > PCL-YEAR-COUNT
102500                 OR PCL-YEAR-ENTRY (PCL-YR) = PCL-WORK-YEAR
102600             CONTINUE
102700         END-PERFORM
102800         IF PCL-YR > PCL-YEAR-COUNT
102900             ADD 1 TO PCL-YEAR-COUNT
103000             MOVE PCL-WORK-YEAR TO PCL-YEAR-ENTRY (PCL-YEAR-COUNT)
103100         END-IF
103200     END-PERFORM.
103300     PERFORM VARYING PCL-YR FROM 1 BY 1
103400         UNTIL PCL-YR > PCL-YEAR-COUNT
103500         MOVE 0 TO PCL-YTD-COUNT
103600         PERFORM VARYING PCL-MONTH-NO FROM 1 BY 1
103700             UNTIL PCL-MONTH-NO > 12
103800             PERFORM 4100-ROLL-ONE-MONTH THRU 4100-EXIT
103900         END-PERFORM
104000     END-PERFORM.
104100 4000-EXIT.
104200     EXIT.
104300*
104400 4100-ROLL-ONE-MONTH.
104500     MOVE PCL-YEAR-ENTRY (PCL-YR) TO PCL-WORK-YEAR.
104600     MOVE PCL-MONTH-NO TO PCL-WORK-MONTH.
104700     IF PCL-WORK-PERIOD NOT = PCL-CLOSE-PERIOD
104800         MOVE PCL-WORK-PERIOD TO PCT-PERIOD
104900         READ PERIOD-CONTROL-FILE
105000             INVALID KEY
105100                 GO TO 4100-EXIT
105200         END-READ
105300         IF NOT PCT-PERIOD-LOCKED
105400             GO TO 4100-EXIT
105500         END-IF
105600     END-IF.
105700     PERFORM VARYING PCL-Y FROM 1 BY 1
105800         UNTIL PCL-Y > PCL-YTD-COUNT
105900         MOVE 'N' TO PCL-YTD-SEEN-SW (PCL-Y)
106000     END-PERFORM.
106100     MOVE PCL-WORK-PERIOD TO PTT-PERIOD.
106200     MOVE LOW-VALUES TO PTT-LEVEL.
106300     MOVE LOW-VALUES TO PTT-KEY-VALUE.
106400     START PERIOD-TOTALS-FILE KEY IS NOT LESS THAN PTT-KEY
106500         INVALID KEY
106600             GO TO 4100-CARRY-FORWARD
106700     END-START.
106800     MOVE 'N' TO PCL-EOF-SWITCH.
106900     READ PERIOD-TOTALS-FILE NEXT RECORD
107000         AT END MOVE 'Y' TO PCL-EOF-SWITCH
107100     END-READ.
107200     PERFORM UNTIL PCL-EOF
107300         IF PTT-PERIOD NOT = PCL-WORK-PERIOD
107400             MOVE 'Y' TO PCL-EOF-SWITCH
107500         ELSE
107600             PERFORM 4200-ROLL-ONE-TOTAL THRU 4200-EXIT
107700             READ PERIOD-TOTALS-FILE NEXT RECORD
107800                 AT END MOVE 'Y' TO PCL-EOF-SWITCH
107900             END-READ
108000         END-IF
108100     END-PERFORM.
108200 4100-CARRY-FORWARD.
108300     PERFORM VARYING PCL-Y FROM 1 BY 1
108400         UNTIL PCL-Y > PCL-YTD-COUNT
108500         IF NOT PCL-YTD-SEEN (PCL-Y)
108600             AND PCL-YTD-VALUE (PCL-Y) > 0
108700             PERFORM 4300-WRITE-CARRY-FORWARD THRU 4300-EXIT
108800         END-IF
108900     END-PERFORM.
109000 4100-EXIT.
109100     EXIT.
109200*
109300 4200-ROLL-ONE-TOTAL.
109400     MOVE PTT-LEVEL TO PCL-LKP-LEVEL.
109500     MOVE PTT-KEY-VALUE TO PCL-LKP-KEY-VALUE.
109600     MOVE PTT-DESCRIPTION TO PCL-LKP-DESC.
109700     PERFORM 8200-FIND-YTD-ENTRY THRU 8200-EXIT.
109800     IF PCL-Y = 0
109900         GO TO 4200-EXIT
110000     END-IF.
110100     ADD PTT-MTD-VALUE TO PCL-YTD-VALUE (PCL-Y).
110200     MOVE 'Y' TO PCL-YTD-SEEN-SW (PCL-Y).
110300     IF PTT-YTD-VALUE = PCL-YTD-VALUE (PCL-Y)
110400         GO TO 4200-EXIT
110500     END-IF.
110600     MOVE PCL-YTD-VALUE (PCL-Y) TO PTT-YTD-VALUE.
110700     MOVE PCL-BUS-DATE TO PTT-POSTED-DATE.
110800     REWRITE PTT-TOTALS-RECORD.
110900     IF PCL-PERTOT-STATUS NOT = '00'
111000         PERFORM 8900-PERTOT-FAILED THRU 8900-EXIT
111100     END-IF.
111200     ADD 1 TO PCL-PERTOT-REWRITE-COUNT.
111300 4200-EXIT.
111400     EXIT.
111500*
111600 4300-WRITE-CARRY-FORWARD.
111700     INITIALIZE PTT-TOTALS-RECORD.
111800     MOVE PCL-WORK-PERIOD TO PTT-PERIOD.
111900     MOVE PCL-YTD-LEVEL (PCL-Y) TO PTT-LEVEL.
112000     MOVE PCL-YTD-KEY-VALUE (PCL-Y) TO PTT-KEY-VALUE.
112100     MOVE PCL-YTD-DESC (PCL-Y) TO PTT-DESCRIPTION.
112200     MOVE 0 TO PTT-MTD-VALUE.
112300     MOVE PCL-YTD-VALUE (PCL-Y) TO PTT-YTD-VALUE.
112400     MOVE 0 TO PTT-MTD-ROWS.
112500     MOVE PCL-BUS-DATE TO PTT-POSTED-DATE.
112600     WRITE PTT-TOTALS-RECORD.
112700     IF PCL-PERTOT-STATUS NOT = '00'
112800         PERFORM 8900-PERTOT-FAILED THRU 8900-EXIT
112900     END-IF.
113000     MOVE 'Y' TO PCL-YTD-SEEN-SW (PCL-Y).
113100     ADD 1 TO PCL-PERTOT-WRITE-COUNT.
113200 4300-EXIT.
113300     EXIT.
113400*
113500*****************************************************************
113600*    4500-MARK-PERIODS-CLOSED  -  DONE LAST, ONCE EVERY TOTAL    *
113700*    IS POSTED.  A RESTATED PERIOD KEEPS ITS MONTH-END DATE AND  *
113800*    GAINS A CLOSE; A FIRST CLOSE WRITES THE PERIOD'S CONTROL    *
113900*    RECORD.                                                     *
114000*****************************************************************
114100 4500-MARK-PERIODS-CLOSED.
114200     PERFORM VARYING PCL-P FROM 1 BY 1
114300         UNTIL PCL-P > PCL-PRD-COUNT
114400         PERFORM 4600-MARK-ONE-PERIOD THRU 4600-EXIT
114500     END-PERFORM.
114600 4500-EXIT.
114700     EXIT.
114800*
114900 4600-MARK-ONE-PERIOD.
115000     MOVE PCL-PRD-PERIOD (PCL-P) TO PCT-PERIOD.
115100     IF PCL-PRD-ON-FILE (PCL-P)
115200         READ PERIOD-CONTROL-FILE
115300             INVALID KEY
115400                 MOVE 'N' TO PCL-PRD-ON-FILE-SW (PCL-P)
115500         END-READ
115600     END-IF.
115700     IF NOT PCL-PRD-ON-FILE (PCL-P)
115800         INITIALIZE PCT-CONTROL-RECORD
115900         MOVE PCL-PRD-PERIOD (PCL-P) TO PCT-PERIOD
116000         MOVE PCL-MONTH-END-DATE TO PCT-MONTH-END-DATE
116100     END-IF.
116200     MOVE 'C' TO PCT-STATUS.
116300     MOVE PCL-BUS-DATE TO PCT-CLOSED-DATE.
116400     MOVE PCL-RUN-NO TO PCT-CLOSED-RUN.
116500     ADD 1 TO PCT-CLOSE-COUNT.
116600     IF PCL-PRD-ON-FILE (PCL-P)
116700         AND NOT PCL-PRD-NOT-RESTATED (PCL-P)
116800         MOVE PCL-BUS-DATE TO PCT-RESTATED-DATE
116900     END-IF.
117000     IF PCL-PRD-ON-FILE (PCL-P)
117100         REWRITE PCT-CONTROL-RECORD
117200     ELSE
117300         WRITE PCT-CONTROL-RECORD
117400     END-IF.
117500     IF PCL-PERCTL-STATUS NOT = '00'
117600         DISPLAY 'PERCLS01 PERCTL WRITE FAILED - PERIOD '
117700             PCT-PERIOD ' STATUS = ' PCL-PERCTL-STATUS
117800         CLOSE PERIOD-REPORT-FILE
117900         MOVE 12 TO RETURN-CODE
118000         STOP RUN
118100     END-IF.
118200     IF PCT-PERIOD = PCL-CLOSE-PERIOD
118300         MOVE PCT-CLOSE-COUNT TO PCL-CLOSE-NUMBER
118400     END-IF.
118500     DISPLAY 'PERCLS01 PERIOD ' PCT-PERIOD ' MARKED CLOSED'.
118600 4600-EXIT.
118700     EXIT.
118800*
118900*****************************************************************
119000*    5000-PRINT-STATEMENT  -  THE CLOSED PERIOD'S MEASURES,      *
119100*    GROUPS AND ELVES WITH MONTH-TO-DATE AND YEAR-TO-DATE        *
119200*    FIGURES, THEN THE SIGN-OFF BLOCK.  THE GROUP AND ELF POINT  *
119300*    TOTALS COME FROM THE SAME ELFHIST ROWS AND MUST AGREE.      *
119400*****************************************************************
119500 5000-PRINT-STATEMENT.
119600     MOVE SPACES TO PCL-REPORT-LINE.
119700     WRITE PCL-REPORT-LINE.
119800     MOVE 'PERIOD STATEMENT FOR' TO PCL-SEC-TEXT.
119900     MOVE PCL-CLOSE-PERIOD TO PCL-SEC-VALUE.
120000     MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE.
120100     WRITE PCL-REPORT-LINE.
120200     MOVE 'MONTH-END DATE' TO PCL-SEC-TEXT.
120300     MOVE PCL-MONTH-END-DATE TO PCL-SEC-VALUE.
120400     MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE.
120500     WRITE PCL-REPORT-LINE.
120600     MOVE 'MEASURES (RPTHIST)' TO PCL-SEC-TEXT.
120700     MOVE 'M' TO PCL-PRINT-LEVEL.
120800     PERFORM 5100-PRINT-LEVEL THRU 5100-EXIT.
120900     MOVE 'ELF GROUPS (ELFHIST POINTS)' TO PCL-SEC-TEXT.
121000     MOVE 'G' TO PCL-PRINT-LEVEL.
121100     PERFORM 5100-PRINT-LEVEL THRU 5100-EXIT.
121200     MOVE PCL-LEVEL-MTD TO PCL-GROUP-MTD.
121300     MOVE 'TOTAL GROUP POINTS' TO PCL-STL-KEY.
121400     PERFORM 5200-PRINT-LEVEL-TOTAL THRU 5200-EXIT.
121500     MOVE 'ELVES (ELFHIST POINTS)' TO PCL-SEC-TEXT.
121600     MOVE 'E' TO PCL-PRINT-LEVEL.
121700     PERFORM 5100-PRINT-LEVEL THRU 5100-EXIT.
121800     MOVE PCL-LEVEL-MTD TO PCL-ELF-MTD.
121900     MOVE 'TOTAL ELF POINTS' TO PCL-STL-KEY.
122000     PERFORM 5200-PRINT-LEVEL-TOTAL THRU 5200-EXIT.
122100     IF PCL-GROUP-MTD NOT = PCL-ELF-MTD
122200         MOVE '*** GROUP AND ELF POINT TOTALS DO NOT AGREE ***'
122300             TO PCL-SEC-TEXT
122400         MOVE SPACES TO PCL-SEC-VALUE
122500         MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE
122600         WRITE PCL-REPORT-LINE
122700         MOVE 4 TO PCL-RUN-RC
122800     END-IF.
122900     MOVE SPACES TO PCL-REPORT-LINE.
123000     WRITE PCL-REPORT-LINE.
123100     MOVE PCL-CLOSE-PERIOD TO PCL-CLD-PERIOD.
123200     MOVE PCL-BUS-DATE TO PCL-CLD-DATE.
123300     MOVE PCL-RUN-NO TO PCL-CLD-RUN.
123400     MOVE PCL-CLOSE-NUMBER TO PCL-CLD-CLOSE-NO.
123500     MOVE PCL-CLOSED-LINE TO PCL-REPORT-LINE.
123600     WRITE PCL-REPORT-LINE.
123700     MOVE SPACES TO PCL-REPORT-LINE.
123800     WRITE PCL-REPORT-LINE.
123900     MOVE 'PREPARED BY' TO PCL-SIG-ROLE.
124000     MOVE PCL-SIGNATURE-LINE TO PCL-REPORT-LINE.
124100     WRITE PCL-REPORT-LINE.
124200     MOVE SPACES TO PCL-REPORT-LINE.
124300     WRITE PCL-REPORT-LINE.
124400     MOVE 'APPROVED BY' TO PCL-SIG-ROLE.
124500     MOVE PCL-SIGNATURE-LINE TO PCL-REPORT-LINE.
124600     WRITE PCL-REPORT-LINE.
124700 5000-EXIT.
124800     EXIT.
124900*
125000 5100-PRINT-LEVEL.
125100     MOVE 0 TO PCL-LEVEL-COUNT.
125200     MOVE 0 TO PCL-LEVEL-MTD.
125300     MOVE 0 TO PCL-LEVEL-YTD.
125400     MOVE SPACES TO PCL-REPORT-LINE.
125500     WRITE PCL-REPORT-LINE.
125600     MOVE SPACES TO PCL-SEC-VALUE.
125700     MOVE PCL-SECTION-LINE TO PCL-REPORT-LINE.
125800     WRITE PCL-REPORT-LINE.
125900     MOVE PCL-STATEMENT-COLUMN-LINE TO PCL-REPORT-LINE.
126000     WRITE PCL-REPORT-LINE.
126100     MOVE PCL-CLOSE-PERIOD TO PTT-PERIOD.
126200     MOVE PCL-PRINT-LEVEL TO PTT-LEVEL.
126300     MOVE LOW-VALUES TO PTT-KEY-VALUE.
126400     START PERIOD-TOTALS-FILE KEY IS NOT LESS THAN PTT-KEY
126500         INVALID KEY
126600             GO TO 5100-EXIT
126700     END-START.
126800     MOVE 'N' TO PCL-EOF-SWITCH.
126900     READ PERIOD-TOTALS-FILE NEXT RECORD
127000         AT END MOVE 'Y' TO PCL-EOF-SWITCH
127100     END-READ.
127200     PERFORM UNTIL PCL-EOF
127300         IF PTT-PERIOD NOT = PCL-CLOSE-PERIOD
127400             OR PTT-LEVEL NOT = PCL-PRINT-LEVEL
127500             MOVE 'Y' TO PCL-EOF-SWITCH
127600         ELSE
127700             PERFORM 8300-FORMAT-KEY THRU 8300-EXIT
127800             MOVE PTT-DESCRIPTION TO PCL-STL-DESC
127900             MOVE PTT-MTD-VALUE TO PCL-STL-MTD
128000             MOVE PTT-YTD-VALUE TO PCL-STL-YTD
128100             MOVE PTT-MTD-ROWS TO PCL-STL-ROWS
128200             MOVE PCL-STATEMENT-LINE TO PCL-REPORT-LINE
128300             WRITE PCL-REPORT-LINE
128400             ADD 1 TO PCL-LEVEL-COUNT
128500             ADD PTT-MTD-VALUE TO PCL-LEVEL-MTD
128600             ADD PTT-YTD-VALUE TO PCL-LEVEL-YTD
128700             READ PERIOD-TOTALS-FILE NEXT RECORD
128800                 AT END MOVE 'Y' TO PCL-EOF-SWITCH
128900             END-READ
129000         END-IF
129100     END-PERFORM.
129200 5100-EXIT.
129300     EXIT.
129400*
129500 5200-PRINT-LEVEL-TOTAL.
129600     MOVE SPACES TO PCL-STL-DESC.
129700     MOVE PCL-LEVEL-MTD TO PCL-STL-MTD.
129800     MOVE PCL-LEVEL-YTD TO PCL-STL-YTD.
129900     MOVE 0 TO PCL-STL-ROWS.
130000     MOVE PCL-STATEMENT-LINE TO PCL-REPORT-LINE.
130100     WRITE PCL-REPORT-LINE.
130200 5200-EXIT.
130300     EXIT.
130400*
130500*****************************************************************
130600*    5800-PRINT-TOTALS  -  RUN CONTROL TOTALS                    *
130700*****************************************************************
130800 5800-PRINT-TOTALS.
130900     MOVE SPACES TO PCL-REPORT-LINE.
131000     WRITE PCL-REPORT-LINE.
131100     MOVE 'REOPENED PERIODS RESTATED' TO PCL-TOT-TEXT.
131200     MOVE PCL-RESTATED-PRD-COUNT TO PCL-TOT-VALUE.
131300     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
131400     MOVE 'REOPENED PERIODS NOT RESTATED (NO HISTORY)'
131500         TO PCL-TOT-TEXT.
131600     MOVE PCL-UNRESTATED-PRD-COUNT TO PCL-TOT-VALUE.
131700     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
131800     MOVE 'MONTH-TO-DATE FIGURES RESTATED' TO PCL-TOT-TEXT.
131900     MOVE PCL-RESTATED-VALUE-COUNT TO PCL-TOT-VALUE.
132000     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
132100     MOVE 'REOPEN LOG ENTRIES PRINTED' TO PCL-TOT-TEXT.
132200     MOVE PCL-REOPEN-ROW-COUNT TO PCL-TOT-VALUE.
132300     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
132400     MOVE 'RPTHIST ROWS TOTALLED' TO PCL-TOT-TEXT.
132500     MOVE PCL-RPTHIST-USED-COUNT TO PCL-TOT-VALUE.
132600     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
132700     MOVE 'ELFHIST ROWS TOTALLED' TO PCL-TOT-TEXT.
132800     MOVE PCL-ELFHIST-USED-COUNT TO PCL-TOT-VALUE.
132900     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
133000     MOVE 'ELFHIST ROWS WITH NO ELFMST GROUP' TO PCL-TOT-TEXT.
133100     MOVE PCL-NO-GROUP-COUNT TO PCL-TOT-VALUE.
133200     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
133300     MOVE 'PERTOT RECORDS WRITTEN' TO PCL-TOT-TEXT.
133400     MOVE PCL-PERTOT-WRITE-COUNT TO PCL-TOT-VALUE.
133500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
133600     MOVE 'PERTOT RECORDS REWRITTEN' TO PCL-TOT-TEXT.
133700     MOVE PCL-PERTOT-REWRITE-COUNT TO PCL-TOT-VALUE.
133800     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
133900 5800-EXIT.
134000     EXIT.
134100*
134200 5900-WRITE-TOTAL.
134300     MOVE PCL-TOTAL-LINE TO PCL-REPORT-LINE.
134400     WRITE PCL-REPORT-LINE.
134500 5900-EXIT.
134600     EXIT.
134700*
134800*****************************************************************
134900*    8100-8200  -  TOTAL TABLE LOOKUPS.  8100 ADDS A MISSING KEY *
135000*    (PCL-A IS ZERO WHEN THE TABLE IS FULL); 8150 ONLY LOOKS.    *
135100*****************************************************************
135200 8100-FIND-ACC-ENTRY.
135300     PERFORM 8150-LOCATE-ACC-ENTRY THRU 8150-EXIT.
135400     IF PCL-A > 0
135500         MOVE PCL-LKP-DESC TO PCL-ACC-DESC (PCL-A)
135600         GO TO 8100-EXIT
135700     END-IF.
135800     IF PCL-ACC-COUNT NOT < 3000
135900         IF NOT PCL-ACC-FULL-WARNED
136000             DISPLAY 'PERCLS01 PERIOD TOTAL TABLE FULL - FURTHER '
136100                 'KEYS NOT TOTALLED'
136200             MOVE 'Y' TO PCL-ACC-FULL-SWITCH
136300             MOVE 4 TO PCL-RUN-RC
136400         END-IF
136500         GO TO 8100-EXIT
136600     END-IF.
136700     ADD 1 TO PCL-ACC-COUNT.
136800     MOVE PCL-ACC-COUNT TO PCL-A.
136900     MOVE PCL-LOOKUP-KEY TO PCL-ACC-KEY (PCL-A).
137000     MOVE PCL-LKP-DESC TO PCL-ACC-DESC (PCL-A).
137100     MOVE 0 TO PCL-ACC-VALUE (PCL-A).
137200     MOVE 0 TO PCL-ACC-ROWS (PCL-A).
137300     MOVE 'N' TO PCL-ACC-POSTED-SW (PCL-A).
137400 8100-EXIT.
137500     EXIT.
137600*
137700 8150-LOCATE-ACC-ENTRY.
137800     PERFORM VARYING PCL-A FROM 1 BY 1
137900         UNTIL PCL-A > PCL-ACC-COUNT
138000             OR PCL-ACC-KEY (PCL-A) = PCL-LOOKUP-KEY
138100         CONTINUE
138200     END-PERFORM.
138300     IF PCL-A > PCL-ACC-COUNT
138400         MOVE 0 TO PCL-A
138500     END-IF.
138600 8150-EXIT.
138700     EXIT.
138800*
138900 8200-FIND-YTD-ENTRY.
139000     PERFORM VARYING PCL-Y FROM 1 BY 1
139100         UNTIL PCL-Y > PCL-YTD-COUNT
139200             OR PCL-YTD-KEY (PCL-Y) = PCL-LOOKUP-KEY
139300         CONTINUE
139400     END-PERFORM.
139500     IF PCL-Y NOT > PCL-YTD-COUNT
139600         IF PCL-LKP-DESC NOT = SPACES
139700             MOVE PCL-LKP-DESC TO PCL-YTD-DESC (PCL-Y)
139800         END-IF
139900         GO TO 8200-EXIT
140000     END-IF.
140100     IF PCL-YTD-COUNT NOT < 3000
140200         IF NOT PCL-YTD-FULL-WARNED
140300             DISPLAY 'PERCLS01 YEAR-TO-DATE TABLE FULL - FURTHER '
140400                 'KEYS NOT ROLLED'
140500             MOVE 'Y' TO PCL-YTD-FULL-SWITCH
140600             MOVE 4 TO PCL-RUN-RC
140700         END-IF
140800         MOVE 0 TO PCL-Y
140900         GO TO 8200-EXIT
141000     END-IF.
141100     ADD 1 TO PCL-YTD-COUNT.
141200     MOVE PCL-YTD-COUNT TO PCL-Y.
141300     MOVE PCL-LOOKUP-KEY TO PCL-YTD-KEY (PCL-Y).
141400     MOVE PCL-LKP-DESC TO PCL-YTD-DESC (PCL-Y).
141500     MOVE 0 TO PCL-YTD-VALUE (PCL-Y).
141600     MOVE 'N' TO PCL-YTD-SEEN-SW (PCL-Y).
141700 8200-EXIT.
141800     EXIT.
141900*
142000*****************************************************************
142100*    8300-FORMAT-KEY  -  A MEASURE KEY PRINTS AS PROGRAM AND     *
142200*    MEASURE NAME; ANY OTHER KEY PRINTS AS IT STANDS             *
142300*****************************************************************
142400 8300-FORMAT-KEY.
142500     MOVE SPACES TO PCL-STL-KEY.
142600     IF PTT-MEASURE-LEVEL
142700         MOVE PTT-KEY-VALUE (1:8) TO PCL-STL-KEY (1:8)
142800         MOVE PTT-KEY-VALUE (9:20) TO PCL-STL-KEY (10:20)
142900     ELSE
143000         MOVE PTT-KEY-VALUE TO PCL-STL-KEY
143100     END-IF.
143200 8300-EXIT.
143300     EXIT.
143400*
143500 8400-FORMAT-TIME.
143600     MOVE PCL-HMS-HH TO PCL-CLK-HH.
143700     MOVE PCL-HMS-MM TO PCL-CLK-MM.
143800     MOVE PCL-HMS-SS TO PCL-CLK-SS.
143900 8400-EXIT.
144000     EXIT.
144100*
144200*****************************************************************
144300*    8900-PERTOT-FAILED  -  A PERTOT WRITE OR REWRITE FAILED.    *
144400*    NOTHING HAS BEEN MARKED CLOSED YET, SO THE CLOSE CAN BE     *
144500*    RERUN ONCE THE FILE IS FIXED.                               *
144600*****************************************************************
144700 8900-PERTOT-FAILED.
144800     DISPLAY 'PERCLS01 PERTOT WRITE FAILED - KEY = ' PTT-KEY
144900         ' STATUS = ' PCL-PERTOT-STATUS.
145000     CLOSE PERIOD-REPORT-FILE.
145100     MOVE 12 TO RETURN-CODE.
145200     STOP RUN.
145300 8900-EXIT.
145400     EXIT.
145500*
145600*****************************************************************
145700*    8950-HISTORY-FAILED  -  RPTHIST OR ELFHIST WOULD NOT OPEN   *
145800*    PART WAY THROUGH.  PERCTL IS UPDATED LAST, SO NO PERIOD HAS *
145900*    BEEN CLOSED AND A RERUN REBUILDS ANY PERTOT FIGURES         *
146000*    ALREADY POSTED.                                             *
146100*****************************************************************
146200 8950-HISTORY-FAILED.
146300     DISPLAY 'PERCLS01 *** NO PERIOD CLOSED - RERUN WHEN THE '
146400         'HISTORY FILES ARE AVAILABLE ***'.
146500     CLOSE PERIOD-CONTROL-FILE PERIOD-TOTALS-FILE
146600           PERIOD-REPORT-FILE.
146700     MOVE 16 TO RETURN-CODE.
146800     STOP RUN.
146900 8950-EXIT.
147000     EXIT.
147100*
147200*****************************************************************
147300*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
147400*    PROCEDURE COPYBOOK)                                         *
147500*****************************************************************
147600 COPY PARMPRC.

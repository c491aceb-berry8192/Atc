000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  SLARPT01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    BATCH-WINDOW TIMING AND SLA REPORT.  RUN IN THE MORNING   *
001100*    AFTER THE NSTDRV01 NIGHT STREAM.  FROM THE NSTSTAT        *
001200*    STEP-STATUS FILE IT TAKES EACH STEP'S ELAPSED TIME (ITS   *
001300*    OWN FINISH TIME LESS THE RECORD BEFORE IT - THE STEP 00   *
001400*    'STRT' RECORD FOR THE FIRST STEP OF A START OR RESUME)    *
001500*    AND THE ELAPSED TIME OF THE WHOLE STREAM, FROM THE FIRST  *
001600*    'STRT' TO THE LAST STEP, INCLUDING ANY WAIT BEFORE A      *
001700*    RESUME.  TIMES PAST MIDNIGHT ARE WRAPPED.  FROM THE       *
001800*    RUNJRNL JOURNAL IT PAIRS EACH BEGIN EVENT WITH ITS END    *
001900*    BY PROGRAM, MODE, BUSINESS DATE AND RUN NUMBER AND        *
002000*    SHOWS THE PROGRAM'S OWN ELAPSED TIME AND RECORDS READ     *
002100*    PER MINUTE.  THE RECORDS READ BY THE JOURNALLING STEPS    *
002200*    (MAIN SCORE, MAIN RECON, UNSTRING_SAMPLE03, DLYRPT01)     *
002300*    ARE CARRIED ONTO THEIR STEP LINES.                        *
002400*                                                               *
002500*    EACH STEP IS COMPARED WITH ITS SLA-STEP-NN TARGET, THE    *
002600*    STREAM WITH SLA-STREAM-MINUTES, AND THE STREAM'S FINISH   *
002700*    WITH THE SLA-FINISH-BY TIME OF DAY (ALL PARMFILE CARDS;   *
002800*    A ZERO TARGET IS NOT CHECKED).  THE NIGHT'S FIGURES ARE   *
002900*    KEPT ON THE SLAHIST ROLLING HISTORY (A RERUN REPLACES THE *
003000*    DAY) AND EACH LINE SHOWS THE AVERAGE AND WORST ELAPSED    *
003100*    TIME OVER THE LAST SLA-HISTORY-DAYS CALENDAR DAYS.        *
003200*                                                               *
003300*    RETURN CODES - 0 WITHIN SLA; 4 A TARGET OR THE FINISH-BY  *
003400*    TIME WAS BREACHED OR THE STREAM DID NOT COMPLETE; 12 A    *
003500*    WRITE TO SLAHIST FAILED; 16 AN OPEN FAILED.               *
003600*                                                               *
003700*    MODIFICATION HISTORY.                                     *
003800*    DATE       INIT  DESCRIPTION                              *
003900*    10/15/26   JRB   ORIGINAL                                  *
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. SLARPT01.
004300*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-Z.
004700 OBJECT-COMPUTER. IBM-Z.
004800*
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT STEP-STATUS-FILE ASSIGN TO NSTSTAT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS SLA-NSTSTAT-STATUS.
005400*
005500     SELECT RUN-JOURNAL-FILE ASSIGN TO RUNJRNL
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS SLA-JRNL-STATUS.
005800*
005900     SELECT HISTORY-FILE ASSIGN TO SLAHIST
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS SLA-SLAHIST-STATUS.
006200*
006300     SELECT HISTORY-WORK-FILE ASSIGN TO SLAHISTW
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS SLA-HISTW-STATUS.
006600*
006700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS SLA-RUNCTL-STATUS.
007000*
007100     SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS SLA-SLARPT-STATUS.
007400*
007500     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS PRM-PARM-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008200*    NSTSTAT - NSTDRV01'S STEP-STATUS RECORD
008300*
008400 FD  STEP-STATUS-FILE.
008500 01  NSS-STATUS-RECORD.
008600     05  NSS-STEP-NO                 PIC 9(02).
008700     05  FILLER                      PIC X(01).
008800     05  NSS-STEP-NAME               PIC X(18).
008900     05  FILLER                      PIC X(01).
009000     05  NSS-OUTCOME                 PIC X(04).
009100     05  FILLER                      PIC X(01).
009200     05  NSS-RC                      PIC 9(04).
009300     05  FILLER                      PIC X(01).
009400     05  NSS-DATE                    PIC 9(08).
009500     05  FILLER                      PIC X(01).
009600     05  NSS-RUN                     PIC 9(06).
009700     05  FILLER                      PIC X(01).
009800     05  NSS-TIME                    PIC 9(06).
009900*
010000 FD  RUN-JOURNAL-FILE.
010100 COPY RUNJRNL.
010200*
010300 FD  HISTORY-FILE.
010400 COPY SLAHST.
010500*
010600 FD  HISTORY-WORK-FILE.
010700 01  SHW-RECORD                      PIC X(54).
010800*
010900 FD  RUN-CONTROL-FILE.
011000 COPY RUNCTL.
011100*
011200 FD  SLA-REPORT-FILE.
011300 01  SLA-REPORT-LINE                 PIC X(120).
011400*
011500 FD  PARAMETER-FILE.
011600 01  PRM-PARM-CARD                   PIC X(80).
011700*
011800 WORKING-STORAGE SECTION.
011900 01  SLA-FILE-STATUSES.
012000     05  SLA-NSTSTAT-STATUS          PIC X(02).
012100     05  SLA-JRNL-STATUS             PIC X(02).
012200     05  SLA-SLAHIST-STATUS          PIC X(02).
012300     05  SLA-HISTW-STATUS            PIC X(02).
012400     05  SLA-RUNCTL-STATUS           PIC X(02).
012500     05  SLA-SLARPT-STATUS           PIC X(02).
012600*
012700 01  SLA-SWITCHES.
012800     05  SLA-EOF-SWITCH              PIC X(01)  VALUE 'N'.
012900         88  SLA-EOF                            VALUE 'Y'.
013000     05  SLA-START-SWITCH            PIC X(01)  VALUE 'N'.
013100         88  SLA-START-KNOWN                    VALUE 'Y'.
013200     05  SLA-PREV-SWITCH             PIC X(01)  VALUE 'N'.
013300         88  SLA-PREV-KNOWN                     VALUE 'Y'.
013400     05  SLA-COMPLETE-SWITCH         PIC X(01)  VALUE 'N'.
013500         88  SLA-STREAM-COMPLETE                VALUE 'Y'.
013600     05  SLA-STREAM-BREACH-SWITCH    PIC X(01)  VALUE 'N'.
013700         88  SLA-STREAM-OVER-TARGET             VALUE 'Y'.
013800     05  SLA-LATE-SWITCH             PIC X(01)  VALUE 'N'.
013900         88  SLA-FINISHED-LATE                  VALUE 'Y'.
014000     05  SLA-JOURNAL-SWITCH          PIC X(01)  VALUE 'N'.
014100         88  SLA-JOURNAL-READ                   VALUE 'Y'.
014200     05  SLA-RUN-FULL-SWITCH         PIC X(01)  VALUE 'N'.
014300         88  SLA-RUN-FULL-WARNED                VALUE 'Y'.
014400*
014500 01  SLA-BUS-DATE                    PIC 9(08)  VALUE 0.
014600 01  SLA-RUN-NO                      PIC 9(06)  VALUE 0.
014700 01  SLA-STREAM-DATE                 PIC 9(08)  VALUE 0.
014800 01  SLA-START-DATE                  PIC 9(08)  VALUE 0.
014900 01  SLA-RUN-RC                      PIC 9(04)  VALUE 0.
015000 01  SLA-STATUS-ROW-COUNT            PIC 9(09)  VALUE 0.
015100 01  SLA-JRNL-ROW-COUNT              PIC 9(09)  VALUE 0.
015200 01  SLA-HIST-WRITE-COUNT            PIC 9(09)  VALUE 0.
015300 01  SLA-BREACH-COUNT                PIC 9(09)  VALUE 0.
015400 01  SLA-UNPAIRED-COUNT              PIC 9(09)  VALUE 0.
015500*
015600*    TIME ARITHMETIC - EVERY TIME OF DAY IS TAKEN TO SECONDS
015700*    PAST MIDNIGHT; AN INTERVAL THAT CROSSES MIDNIGHT COMES OUT
015800*    NEGATIVE AND HAS A DAY ADDED BACK.
015900*
016000 01  SLA-TIME-WORK.
016100     05  SLA-HHMMSS                  PIC 9(06)  VALUE 0.
016200     05  SLA-HHMMSS-PARTS REDEFINES SLA-HHMMSS.
016300         10  SLA-HMS-HH              PIC 9(02).
016400         10  SLA-HMS-MM              PIC 9(02).
016500         10  SLA-HMS-SS              PIC 9(02).
016600     05  SLA-SECONDS                 PIC 9(06)  VALUE 0.
016700     05  SLA-FROM-SECS               PIC 9(06)  VALUE 0.
016800     05  SLA-DIFF-SECS               PIC S9(06) VALUE 0.
016900     05  SLA-PREV-SECS               PIC 9(06)  VALUE 0.
017000     05  SLA-START-TIME              PIC 9(06)  VALUE 0.
017100     05  SLA-START-SECS              PIC 9(06)  VALUE 0.
017200     05  SLA-FINISH-TIME             PIC 9(06)  VALUE 0.
017300     05  SLA-ALLOWED-SECS            PIC 9(06)  VALUE 0.
017400     05  SLA-STREAM-SECS             PIC 9(06)  VALUE 0.
017500     05  SLA-STREAM-TARGET-SECS      PIC 9(06)  VALUE 0.
017600     05  SLA-STREAM-READ             PIC 9(09)  VALUE 0.
017700     05  SLA-DUR-SECS                PIC 9(06)  VALUE 0.
017800     05  SLA-DUR-REMAINDER           PIC 9(06)  VALUE 0.
017900     05  SLA-RATE-SECS               PIC 9(06)  VALUE 0.
018000     05  SLA-RATE-READ               PIC 9(09)  VALUE 0.
018100     05  SLA-RATE                    PIC 9(09)  VALUE 0.
018200     05  SLA-STREAM-INT              PIC 9(08)  VALUE 0.
018300     05  SLA-CUTOFF-INT              PIC 9(08)  VALUE 0.
018400*
018500 01  SLA-CLOCK-TEXT.
018600     05  SLA-CLK-HH                  PIC 9(02).
018700     05  FILLER                      PIC X(01)  VALUE ':'.
018800     05  SLA-CLK-MM                  PIC 9(02).
018900     05  FILLER                      PIC X(01)  VALUE ':'.
019000     05  SLA-CLK-SS                  PIC 9(02).
019100*
019200*    ONE ENTRY PER NIGHT-STREAM STEP, IN NSTDRV01 STEP ORDER.  A
019300*    STEP RUN TWICE (FAILED, THEN RESUMED) CARRIES THE LATEST
019400*    OUTCOME AND THE ELAPSED TIME OF BOTH ATTEMPTS.
019500*
019600 01  SLA-STEP-TABLE-AREA.
019700     05  SLA-S                       PIC 9(02)  COMP  VALUE 0.
019800     05  SLA-STEP-ENTRY              OCCURS 9 TIMES.
019900         10  SLA-STP-NAME            PIC X(18).
020000         10  SLA-STP-OUTCOME         PIC X(04).
020100         10  SLA-STP-RC              PIC 9(04).
020200         10  SLA-STP-ATTEMPTS        PIC 9(02).
020300         10  SLA-STP-SECS            PIC 9(06).
020400         10  SLA-STP-READ            PIC 9(09).
020500         10  SLA-STP-TARGET-SECS     PIC 9(06).
020600         10  SLA-STP-UNTIMED-SW      PIC X(01).
020700             88  SLA-STP-UNTIMED                VALUE 'Y'.
020800         10  SLA-STP-BREACH-SW       PIC X(01).
020900             88  SLA-STP-BREACHED               VALUE 'Y'.
021000*
021100*    HISTORY ACCUMULATORS - ENTRY 1 IS THE WHOLE STREAM (STEP
021200*    00), ENTRIES 2-10 ARE STEPS 1-9.
021300*
021400 01  SLA-HISTORY-AREA.
021500     05  SLA-H                       PIC 9(02)  COMP  VALUE 0.
021600     05  SLA-HST-ENTRY               OCCURS 10 TIMES.
021700         10  SLA-HST-DAYS            PIC 9(03).
021800         10  SLA-HST-TOTAL-SECS      PIC 9(09).
021900         10  SLA-HST-WORST-SECS      PIC 9(06).
022000*
022100*    BEGIN/END PAIRS FROM RUNJRNL FOR THE STREAM'S BUSINESS DATE
022200*
022300 01  SLA-RUN-TABLE-AREA.
022400     05  SLA-RUN-COUNT               PIC 9(04)  COMP  VALUE 0.
022500     05  SLA-R                       PIC 9(04)  COMP  VALUE 0.
022600     05  SLA-RUN-ENTRY               OCCURS 200 TIMES.
022700         10  SLA-RUN-PROGRAM         PIC X(08).
022800         10  SLA-RUN-MODE            PIC X(08).
022900         10  SLA-RUN-NUMBER          PIC 9(06).
023000         10  SLA-RUN-BEGIN-TIME      PIC 9(06).
023100         10  SLA-RUN-END-TIME        PIC 9(06).
023200         10  SLA-RUN-SECS            PIC 9(06).
023300         10  SLA-RUN-READ            PIC 9(09).
023400         10  SLA-RUN-WRITTEN         PIC 9(09).
023500         10  SLA-RUN-END-RC          PIC 9(04).
023600         10  SLA-RUN-STATE           PIC X(01).
023700             88  SLA-RUN-BEGUN                  VALUE 'B'.
023800             88  SLA-RUN-ENDED                  VALUE 'E'.
023900             88  SLA-RUN-END-ONLY               VALUE 'X'.
024000*
024100*    THE STREAM STEPS THAT WRITE THE RUNJRNL JOURNAL, BY THEIR
024200*    NSTDRV01 STEP NUMBER, JOURNAL PROGRAM-ID AND RUN MODE
024300*
024400 01  SLA-STEP-MAP-LIST.
024500     05  FILLER                      PIC X(18)
024600         VALUE '03MAIN    SCORE   '.
024700     05  FILLER                      PIC X(18)
024800         VALUE '04MAIN    RECON   '.
024900     05  FILLER                      PIC X(18)
025000         VALUE '05UNSTRSMPBATCH   '.
025100     05  FILLER                      PIC X(18)
025200         VALUE '06DLYRPT01REPORT  '.
025300 01  SLA-STEP-MAP-TABLE REDEFINES SLA-STEP-MAP-LIST.
025400     05  SLA-MAP-ENTRY               OCCURS 4 TIMES.
025500         10  SLA-MAP-STEP-NO         PIC 9(02).
025600         10  SLA-MAP-PROGRAM         PIC X(08).
025700         10  SLA-MAP-MODE            PIC X(08).
025800 01  SLA-M                           PIC 9(02)  COMP  VALUE 0.
025900*
026000 COPY PARMWRK.
026100*
026200 01  SLA-HEADER-LINE.
026300     05  FILLER                      PIC X(36)
026400         VALUE 'SLARPT01 BATCH-WINDOW SLA REPORT  - '.
026500     05  FILLER                      PIC X(05)  VALUE 'DATE '.
026600     05  SLA-HDR-DATE                PIC 9(08).
026700     05  FILLER                      PIC X(05)  VALUE ' RUN '.
026800     05  SLA-HDR-RUN                 PIC 9(06).
026900     05  FILLER                      PIC X(60)  VALUE SPACES.
027000*
027100 01  SLA-SECTION-LINE.
027200     05  FILLER                      PIC X(02)  VALUE SPACES.
027300     05  SLA-SEC-TEXT                PIC X(50).
027400     05  SLA-SEC-DATE                PIC X(08).
027500     05  FILLER                      PIC X(60)  VALUE SPACES.
027600*
027700 01  SLA-STEP-COLUMN-LINE.
027800     05  FILLER                      PIC X(24)
027900         VALUE ' NO  STEP'.
028000     05  FILLER                      PIC X(11)
028100         VALUE 'OUTC   RC'.
028200     05  FILLER                      PIC X(20)
028300         VALUE '  ELAPSED    TARGET'.
028400     05  FILLER                      PIC X(22)
028500         VALUE '       READ   PER MIN'.
028600     05  FILLER                      PIC X(24)
028700         VALUE '      AVG     WORST DAYS'.
028800     05  FILLER                      PIC X(19)
028900         VALUE '  STATUS'.
029000*
029100 01  SLA-STEP-LINE.
029200     05  FILLER                      PIC X(01)  VALUE SPACE.
029300     05  SLA-STL-STEP                PIC X(02).
029400     05  FILLER                      PIC X(02)  VALUE SPACES.
029500     05  SLA-STL-NAME                PIC X(18).
029600     05  FILLER                      PIC X(01)  VALUE SPACE.
029700     05  SLA-STL-OUTCOME             PIC X(04).
029800     05  FILLER                      PIC X(01)  VALUE SPACE.
029900     05  SLA-STL-RC                  PIC ZZZ9.
030000     05  FILLER                      PIC X(02)  VALUE SPACES.
030100     05  SLA-STL-ELAPSED             PIC X(08).
030200     05  FILLER                      PIC X(02)  VALUE SPACES.
030300     05  SLA-STL-TARGET              PIC X(08).
030400     05  FILLER                      PIC X(02)  VALUE SPACES.
030500     05  SLA-STL-READ                PIC Z(08)9.
030600     05  FILLER                      PIC X(01)  VALUE SPACE.
030700     05  SLA-STL-RATE                PIC Z(08)9.
030800     05  FILLER                      PIC X(02)  VALUE SPACES.
030900     05  SLA-STL-AVG                 PIC X(08).
031000     05  FILLER                      PIC X(02)  VALUE SPACES.
031100     05  SLA-STL-WORST               PIC X(08).
031200     05  FILLER                      PIC X(01)  VALUE SPACE.
031300     05  SLA-STL-DAYS                PIC ZZ9.
031400     05  FILLER                      PIC X(02)  VALUE SPACES.
031500     05  SLA-STL-STATUS              PIC X(16).
031600     05  FILLER                      PIC X(12)  VALUE SPACES.
031700*
031800 01  SLA-FINISH-LINE.
031900     05  FILLER                      PIC X(02)  VALUE SPACES.
032000     05  FILLER                      PIC X(16)
032100         VALUE 'STREAM STARTED  '.
032200     05  SLA-FIN-START               PIC X(08).
032300     05  FILLER                      PIC X(13)
032400         VALUE '   FINISHED  '.
032500     05  SLA-FIN-FINISH              PIC X(08).
032600     05  FILLER                      PIC X(19)
032700         VALUE '   MUST FINISH BY  '.
032800     05  SLA-FIN-DEADLINE            PIC X(08).
032900     05  FILLER                      PIC X(03)  VALUE SPACES.
033000     05  SLA-FIN-STATUS              PIC X(30).
033100     05  FILLER                      PIC X(13)  VALUE SPACES.
033200*
033300 01  SLA-RUN-COLUMN-LINE.
033400     05  FILLER                      PIC X(27)
033500         VALUE ' PROGRAM  MODE     RUN NO'.
033600     05  FILLER                      PIC X(30)
033700         VALUE 'BEGIN     END       ELAPSED'.
033800     05  FILLER                      PIC X(30)
033900         VALUE '      READ   WRITTEN   PER MIN'.
034000     05  FILLER                      PIC X(33)
034100         VALUE '   RC  NOTE'.
034200*
034300 01  SLA-RUN-LINE.
034400     05  FILLER                      PIC X(01)  VALUE SPACE.
034500     05  SLA-RNL-PROGRAM             PIC X(08).
034600     05  FILLER                      PIC X(01)  VALUE SPACE.
034700     05  SLA-RNL-MODE                PIC X(08).
034800     05  FILLER                      PIC X(01)  VALUE SPACE.
034900     05  SLA-RNL-RUN                 PIC 9(06).
035000     05  FILLER                      PIC X(02)  VALUE SPACES.
035100     05  SLA-RNL-BEGIN               PIC X(08).
035200     05  FILLER                      PIC X(02)  VALUE SPACES.
035300     05  SLA-RNL-END                 PIC X(08).
035400     05  FILLER                      PIC X(02)  VALUE SPACES.
035500     05  SLA-RNL-ELAPSED             PIC X(08).
035600     05  FILLER                      PIC X(02)  VALUE SPACES.
035700     05  SLA-RNL-READ                PIC Z(08)9.
035800     05  FILLER                      PIC X(01)  VALUE SPACE.
035900     05  SLA-RNL-WRITTEN             PIC Z(08)9.
036000     05  FILLER                      PIC X(01)  VALUE SPACE.
036100     05  SLA-RNL-RATE                PIC Z(08)9.
036200     05  FILLER                      PIC X(01)  VALUE SPACE.
036300     05  SLA-RNL-RC                  PIC ZZZ9.
036400     05  FILLER                      PIC X(02)  VALUE SPACES.
036500     05  SLA-RNL-NOTE                PIC X(20).
036600     05  FILLER                      PIC X(07)  VALUE SPACES.
036700*
036800 01  SLA-TOTAL-LINE.
036900     05  FILLER                      PIC X(02)  VALUE SPACES.
037000     05  SLA-TOT-TEXT                PIC X(42).
037100     05  SLA-TOT-VALUE               PIC 9(09).
037200     05  FILLER                      PIC X(67)  VALUE SPACES.
037300*
037400 PROCEDURE DIVISION.
037500*
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037800     PERFORM 2000-LOAD-STEP-STATUS THRU 2000-EXIT.
037900     PERFORM 3000-LOAD-JOURNAL THRU 3000-EXIT.
038000     PERFORM 3500-EVALUATE-SLA THRU 3500-EXIT.
038100     PERFORM 4000-UPDATE-HISTORY THRU 4000-EXIT.
038200     PERFORM 4500-READ-HISTORY THRU 4500-EXIT.
038300     PERFORM 5000-PRINT-STEPS THRU 5000-EXIT.
038400     PERFORM 5300-PRINT-JOURNAL THRU 5300-EXIT.
038500     PERFORM 5800-PRINT-TOTALS THRU 5800-EXIT.
038600     CLOSE SLA-REPORT-FILE.
038700     IF SLA-BREACH-COUNT > 0 AND SLA-RUN-RC < 4
038800         MOVE 4 TO SLA-RUN-RC
038900     END-IF.
039000     IF SLA-BREACH-COUNT > 0
039100         DISPLAY 'SLARPT01 *** ' SLA-BREACH-COUNT
039200             ' SLA BREACH(ES) - SEE SLARPT ***'
039300     ELSE
039400         DISPLAY 'SLARPT01 NIGHT STREAM WITHIN SLA'
039500     END-IF.
039600     DISPLAY 'SLARPT01 BATCH-WINDOW SLA REPORT COMPLETE - RC = '
039700         SLA-RUN-RC.
039800     MOVE SLA-RUN-RC TO RETURN-CODE.
039900     STOP RUN.
040000*
040100*****************************************************************
040200*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS AND THE REPORT  *
040300*****************************************************************
040400 1000-INITIALIZE.
040500     OPEN INPUT RUN-CONTROL-FILE.
040600     IF SLA-RUNCTL-STATUS NOT = '00'
040700         DISPLAY 'SLARPT01 RUNCTL OPEN FAILED - STATUS = '
040800             SLA-RUNCTL-STATUS
040900         DISPLAY 'SLARPT01 RUN DATADV01 TO SET THE BUSINESS DATE'
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300     READ RUN-CONTROL-FILE
041400         AT END
041500             DISPLAY 'SLARPT01 RUNCTL IS EMPTY - RUN DATADV01'
041600             MOVE 16 TO RETURN-CODE
041700             STOP RUN
041800     END-READ.
041900     MOVE RCT-BUSINESS-DATE TO SLA-BUS-DATE.
042000     MOVE RCT-RUN-NUMBER TO SLA-RUN-NO.
042100     CLOSE RUN-CONTROL-FILE.
042200     MOVE 'SLARPT01' TO PRM-MSG-PREFIX.
042300     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
042400     OPEN OUTPUT SLA-REPORT-FILE.
042500     IF SLA-SLARPT-STATUS NOT = '00'
042600         DISPLAY 'SLARPT01 SLARPT OPEN FAILED - STATUS = '
042700             SLA-SLARPT-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100     PERFORM VARYING SLA-S FROM 1 BY 1 UNTIL SLA-S > 9
043200         MOVE SPACES TO SLA-STP-NAME (SLA-S)
043300         MOVE SPACES TO SLA-STP-OUTCOME (SLA-S)
043400         MOVE 0 TO SLA-STP-RC (SLA-S)
043500         MOVE 0 TO SLA-STP-ATTEMPTS (SLA-S)
043600         MOVE 0 TO SLA-STP-SECS (SLA-S)
043700         MOVE 0 TO SLA-STP-READ (SLA-S)
043800         MOVE 0 TO SLA-STP-TARGET-SECS (SLA-S)
043900         MOVE 'N' TO SLA-STP-UNTIMED-SW (SLA-S)
044000         MOVE 'N' TO SLA-STP-BREACH-SW (SLA-S)
044100     END-PERFORM.
044200     PERFORM VARYING SLA-H FROM 1 BY 1 UNTIL SLA-H > 10
044300         MOVE 0 TO SLA-HST-DAYS (SLA-H)
044400         MOVE 0 TO SLA-HST-TOTAL-SECS (SLA-H)
044500         MOVE 0 TO SLA-HST-WORST-SECS (SLA-H)
044600     END-PERFORM.
044700     MOVE SLA-BUS-DATE TO SLA-HDR-DATE.
044800     MOVE SLA-RUN-NO TO SLA-HDR-RUN.
044900     MOVE SLA-HEADER-LINE TO SLA-REPORT-LINE.
045000     WRITE SLA-REPORT-LINE.
045100 1000-EXIT.
045200     EXIT.
045300*
045400*****************************************************************
045500*    2000-LOAD-STEP-STATUS  -  TIME EVERY STEP FROM THE NSTSTAT  *
045600*    RECORD BEFORE IT.  THE STREAM'S BUSINESS DATE IS THE ONE    *
045700*    ON ITS LAST STEP RECORD (STEP 1 ROLLS THE DATE, SO THE      *
045800*    'STRT' RECORD STILL CARRIES THE DAY BEFORE).                *
045900*****************************************************************
046000 2000-LOAD-STEP-STATUS.
046100     OPEN INPUT STEP-STATUS-FILE.
046200     IF SLA-NSTSTAT-STATUS NOT = '00'
046300         DISPLAY 'SLARPT01 NSTSTAT OPEN FAILED - STATUS = '
046400             SLA-NSTSTAT-STATUS
046500         CLOSE SLA-REPORT-FILE
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     MOVE 'N' TO SLA-EOF-SWITCH.
047000     READ STEP-STATUS-FILE
047100         AT END MOVE 'Y' TO SLA-EOF-SWITCH
047200     END-READ.
047300     PERFORM UNTIL SLA-EOF
047400         PERFORM 2100-POST-STATUS-RECORD THRU 2100-EXIT
047500         READ STEP-STATUS-FILE
047600             AT END MOVE 'Y' TO SLA-EOF-SWITCH
047700         END-READ
047800     END-PERFORM.
047900     CLOSE STEP-STATUS-FILE.
048000     IF SLA-STREAM-DATE = 0
048100         IF SLA-START-DATE > 0
048200             MOVE SLA-START-DATE TO SLA-STREAM-DATE
048300         ELSE
048400             MOVE SLA-BUS-DATE TO SLA-STREAM-DATE
048500         END-IF
048600     END-IF.
048700     MOVE 'Y' TO SLA-COMPLETE-SWITCH.
048800     PERFORM VARYING SLA-S FROM 1 BY 1 UNTIL SLA-S > 9
048900         IF SLA-STP-OUTCOME (SLA-S) NOT = 'DONE'
049000             MOVE 'N' TO SLA-COMPLETE-SWITCH
049100         END-IF
049200     END-PERFORM.
049300 2000-EXIT.
049400     EXIT.
049500*
049600*****************************************************************
049700*    2100-POST-STATUS-RECORD  -  THE FIRST 'STRT' RECORD STARTS  *
049800*    THE STREAM CLOCK; A LATER ONE (A RESUME) KEEPS IT RUNNING   *
049900*    THROUGH THE WAIT.  A STEP WITH NO RECORD BEFORE IT (A FILE  *
050000*    WRITTEN BEFORE THE 'STRT' RECORD EXISTED) IS SHOWN UNTIMED. *
050100*****************************************************************
050200 2100-POST-STATUS-RECORD.
050300     ADD 1 TO SLA-STATUS-ROW-COUNT.
050400     MOVE NSS-TIME TO SLA-HHMMSS.
050500     PERFORM 8400-TIME-TO-SECONDS THRU 8400-EXIT.
050600     IF NSS-STEP-NO = 0
050700         IF SLA-START-KNOWN
050800             MOVE SLA-PREV-SECS TO SLA-FROM-SECS
050900             PERFORM 8700-ELAPSED-SECONDS THRU 8700-EXIT
051000             ADD SLA-DIFF-SECS TO SLA-STREAM-SECS
051100         ELSE
051200             MOVE 'Y' TO SLA-START-SWITCH
051300             MOVE NSS-TIME TO SLA-START-TIME
051400             MOVE SLA-SECONDS TO SLA-START-SECS
051500             MOVE NSS-DATE TO SLA-START-DATE
051600         END-IF
051700         MOVE SLA-SECONDS TO SLA-PREV-SECS
051800         MOVE 'Y' TO SLA-PREV-SWITCH
051900         GO TO 2100-EXIT
052000     END-IF.
052100     IF NSS-STEP-NO < 1 OR NSS-STEP-NO > 9
052200         GO TO 2100-EXIT
052300     END-IF.
052400     MOVE NSS-STEP-NO TO SLA-S.
052500     MOVE NSS-STEP-NAME TO SLA-STP-NAME (SLA-S).
052600     MOVE NSS-OUTCOME TO SLA-STP-OUTCOME (SLA-S).
052700     MOVE NSS-RC TO SLA-STP-RC (SLA-S).
052800     ADD 1 TO SLA-STP-ATTEMPTS (SLA-S).
052900     IF SLA-PREV-KNOWN
053000         MOVE SLA-PREV-SECS TO SLA-FROM-SECS
053100         PERFORM 8700-ELAPSED-SECONDS THRU 8700-EXIT
053200         ADD SLA-DIFF-SECS TO SLA-STP-SECS (SLA-S)
053300         IF SLA-START-KNOWN
053400             ADD SLA-DIFF-SECS TO SLA-STREAM-SECS
053500         END-IF
053600     ELSE
053700         MOVE 'Y' TO SLA-STP-UNTIMED-SW (SLA-S)
053800     END-IF.
053900     MOVE SLA-SECONDS TO SLA-PREV-SECS.
054000     MOVE 'Y' TO SLA-PREV-SWITCH.
054100     MOVE NSS-TIME TO SLA-FINISH-TIME.
054200     MOVE NSS-DATE TO SLA-STREAM-DATE.
054300 2100-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*    3000-LOAD-JOURNAL  -  PAIR THE STREAM DATE'S BEGIN AND END  *
054800*    EVENTS.  WITHOUT THE JOURNAL THE REPORT STILL TIMES THE     *
054900*    STEPS; ONLY THE RECORD COUNTS AND RATES ARE MISSING.        *
055000*****************************************************************
055100 3000-LOAD-JOURNAL.
055200     OPEN INPUT RUN-JOURNAL-FILE.
055300     IF SLA-JRNL-STATUS NOT = '00'
055400         DISPLAY 'SLARPT01 RUNJRNL NOT AVAILABLE - STATUS = '
055500             SLA-JRNL-STATUS ' - NO RECORD RATES'
055600         GO TO 3000-EXIT
055700     END-IF.
055800     MOVE 'Y' TO SLA-JOURNAL-SWITCH.
055900     MOVE 'N' TO SLA-EOF-SWITCH.
056000     READ RUN-JOURNAL-FILE
056100         AT END MOVE 'Y' TO SLA-EOF-SWITCH
056200     END-READ.
056300     PERFORM UNTIL SLA-EOF
056400         ADD 1 TO SLA-JRNL-ROW-COUNT
056500         IF JRN-BUSINESS-DATE = SLA-STREAM-DATE
056600             PERFORM 3100-POST-JOURNAL-EVENT THRU 3100-EXIT
056700         END-IF
056800         READ RUN-JOURNAL-FILE
056900             AT END MOVE 'Y' TO SLA-EOF-SWITCH
057000         END-READ
057100     END-PERFORM.
057200     CLOSE RUN-JOURNAL-FILE.
057300     PERFORM 3300-MAP-STEP-RECORDS THRU 3300-EXIT.
057400 3000-EXIT.
057500     EXIT.
057600*
057700*****************************************************************
057800*    3100-POST-JOURNAL-EVENT  -  A BEGIN OPENS A NEW PAIR; AN    *
057900*    END CLOSES THE LATEST OPEN PAIR FOR THE SAME PROGRAM, MODE  *
058000*    AND RUN NUMBER, OR STANDS ALONE IF THERE IS NONE.           *
058100*****************************************************************
058200 3100-POST-JOURNAL-EVENT.
058300     IF JRN-END-EVENT
058400         PERFORM VARYING SLA-R FROM SLA-RUN-COUNT BY -1
058500             UNTIL SLA-R < 1
058600                 OR (SLA-RUN-BEGUN (SLA-R)
058700                 AND SLA-RUN-PROGRAM (SLA-R) = JRN-PROGRAM-ID
058800                 AND SLA-RUN-MODE (SLA-R) = JRN-RUN-MODE
058900                 AND SLA-RUN-NUMBER (SLA-R) = JRN-RUN-NUMBER)
059000             CONTINUE
059100         END-PERFORM
059200         IF SLA-R >= 1
059300             PERFORM 3200-CLOSE-PAIR THRU 3200-EXIT
059400             GO TO 3100-EXIT
059500         END-IF
059600     END-IF.
059700     IF SLA-RUN-COUNT >= 200
059800         IF NOT SLA-RUN-FULL-WARNED
059900             DISPLAY 'SLARPT01 RUN TABLE FULL AT 200 - LATER '
060000                 'JOURNAL EVENTS NOT PAIRED'
060100             MOVE 'Y' TO SLA-RUN-FULL-SWITCH
060200         END-IF
060300         GO TO 3100-EXIT
060400     END-IF.
060500     ADD 1 TO SLA-RUN-COUNT.
060600     MOVE SLA-RUN-COUNT TO SLA-R.
060700     MOVE JRN-PROGRAM-ID TO SLA-RUN-PROGRAM (SLA-R).
060800     MOVE JRN-RUN-MODE TO SLA-RUN-MODE (SLA-R).
060900     MOVE JRN-RUN-NUMBER TO SLA-RUN-NUMBER (SLA-R).
061000     MOVE 0 TO SLA-RUN-BEGIN-TIME (SLA-R).
061100     MOVE 0 TO SLA-RUN-END-TIME (SLA-R).
061200     MOVE 0 TO SLA-RUN-SECS (SLA-R).
061300     MOVE 0 TO SLA-RUN-READ (SLA-R).
061400     MOVE 0 TO SLA-RUN-WRITTEN (SLA-R).
061500     MOVE 0 TO SLA-RUN-END-RC (SLA-R).
061600     IF JRN-BEGIN-EVENT
061700         MOVE JRN-EVENT-TIME TO SLA-RUN-BEGIN-TIME (SLA-R)
061800         MOVE 'B' TO SLA-RUN-STATE (SLA-R)
061900     ELSE
062000         MOVE 'X' TO SLA-RUN-STATE (SLA-R)
062100         MOVE JRN-EVENT-TIME TO SLA-RUN-END-TIME (SLA-R)
062200         MOVE JRN-RECORDS-READ TO SLA-RUN-READ (SLA-R)
062300         MOVE JRN-RECORDS-WRITTEN TO SLA-RUN-WRITTEN (SLA-R)
062400         MOVE JRN-RETURN-CODE TO SLA-RUN-END-RC (SLA-R)
062500     END-IF.
062600 3100-EXIT.
062700     EXIT.
062800*
062900 3200-CLOSE-PAIR.
063000     MOVE 'E' TO SLA-RUN-STATE (SLA-R).
063100     MOVE JRN-EVENT-TIME TO SLA-RUN-END-TIME (SLA-R).
063200     MOVE JRN-RECORDS-READ TO SLA-RUN-READ (SLA-R).
063300     MOVE JRN-RECORDS-WRITTEN TO SLA-RUN-WRITTEN (SLA-R).
063400     MOVE JRN-RETURN-CODE TO SLA-RUN-END-RC (SLA-R).
063500     MOVE SLA-RUN-BEGIN-TIME (SLA-R) TO SLA-HHMMSS.
063600     PERFORM 8400-TIME-TO-SECONDS THRU 8400-EXIT.
063700     MOVE SLA-SECONDS TO SLA-FROM-SECS.
063800     MOVE JRN-EVENT-TIME TO SLA-HHMMSS.
063900     PERFORM 8400-TIME-TO-SECONDS THRU 8400-EXIT.
064000     PERFORM 8700-ELAPSED-SECONDS THRU 8700-EXIT.
064100     MOVE SLA-DIFF-SECS TO SLA-RUN-SECS (SLA-R).
064200 3200-EXIT.
064300     EXIT.
064400*
064500*****************************************************************
064600*    3300-MAP-STEP-RECORDS  -  CARRY THE RECORDS READ BY EACH    *
064700*    JOURNALLING STEP ONTO ITS STEP LINE                         *
064800*****************************************************************
064900 3300-MAP-STEP-RECORDS.
065000     PERFORM VARYING SLA-M FROM 1 BY 1 UNTIL SLA-M > 4
065100         MOVE SLA-MAP-STEP-NO (SLA-M) TO SLA-S
065200         PERFORM VARYING SLA-R FROM 1 BY 1
065300             UNTIL SLA-R > SLA-RUN-COUNT
065400             IF SLA-RUN-PROGRAM (SLA-R) = SLA-MAP-PROGRAM (SLA-M)
065500                 AND SLA-RUN-MODE (SLA-R) = SLA-MAP-MODE (SLA-M)
065600                 AND NOT SLA-RUN-BEGUN (SLA-R)
065700                 ADD SLA-RUN-READ (SLA-R) TO SLA-STP-READ (SLA-S)
065800                 ADD SLA-RUN-READ (SLA-R) TO SLA-STREAM-READ
065900             END-IF
066000         END-PERFORM
066100     END-PERFORM.
066200 3300-EXIT.
066300     EXIT.
066400*
066500*****************************************************************
066600*    3500-EVALUATE-SLA  -  STEP TARGETS, THE STREAM TARGET AND   *
066700*    THE MUST-FINISH-BY TIME.  THE FINISH-BY TIME IS MEASURED    *
066800*    FROM THE STREAM START, SO A STREAM STARTED BEFORE MIDNIGHT  *
066900*    AND DUE BY MORNING IS JUDGED CORRECTLY.  A STREAM STARTED   *
067000*    AFTER ITS FINISH-BY TIME BUT BEFORE NOON HAS ALREADY MISSED *
067050*    IT AND IS LATE.  A STREAM THAT DID NOT COMPLETE ALL NINE    *
067100*    STEPS IS ITSELF A BREACH.                                   *
067150*****************************************************************
067200 3500-EVALUATE-SLA.
067300     PERFORM VARYING SLA-S FROM 1 BY 1 UNTIL SLA-S > 9
067400         COMPUTE SLA-STP-TARGET-SECS (SLA-S) =
067500             PRM-SLA-STEP-MINUTES (SLA-S) * 60
067600         IF SLA-STP-TARGET-SECS (SLA-S) > 0
067700             AND SLA-STP-ATTEMPTS (SLA-S) > 0
067800             AND NOT SLA-STP-UNTIMED (SLA-S)
067900             AND SLA-STP-SECS (SLA-S) >
068000                 SLA-STP-TARGET-SECS (SLA-S)
068100             MOVE 'Y' TO SLA-STP-BREACH-SW (SLA-S)
068200             ADD 1 TO SLA-BREACH-COUNT
068300         END-IF
068400     END-PERFORM.
068500     COMPUTE SLA-STREAM-TARGET-SECS = PRM-SLA-STREAM-MINUTES * 60.
068600     IF SLA-STREAM-TARGET-SECS > 0
068700         AND SLA-START-KNOWN
068800         AND SLA-STREAM-SECS > SLA-STREAM-TARGET-SECS
068900         MOVE 'Y' TO SLA-STREAM-BREACH-SWITCH
069000         ADD 1 TO SLA-BREACH-COUNT
069100     END-IF.
069200     IF NOT SLA-STREAM-COMPLETE
069300         ADD 1 TO SLA-BREACH-COUNT
069400     END-IF.
069500     IF NOT SLA-START-KNOWN
069600         GO TO 3500-EXIT
069700     END-IF.
069800     MOVE SLA-START-SECS TO SLA-FROM-SECS.
069900     MOVE PRM-SLA-FINISH-BY TO SLA-HHMMSS.
070000     PERFORM 8400-TIME-TO-SECONDS THRU 8400-EXIT.
070100     PERFORM 8700-ELAPSED-SECONDS THRU 8700-EXIT.
070200     MOVE SLA-DIFF-SECS TO SLA-ALLOWED-SECS.
070210     IF SLA-START-SECS > SLA-SECONDS
070220         AND SLA-START-SECS < 43200
070230         MOVE 'Y' TO SLA-LATE-SWITCH
070240         ADD 1 TO SLA-BREACH-COUNT
070250         GO TO 3500-EXIT
070260     END-IF.
070300     IF SLA-STREAM-COMPLETE
070400         AND SLA-STREAM-SECS > SLA-ALLOWED-SECS
070500         MOVE 'Y' TO SLA-LATE-SWITCH
070600         ADD 1 TO SLA-BREACH-COUNT
070700     END-IF.
070800 3500-EXIT.
070900     EXIT.
071000*
071100*****************************************************************
071200*    4000-UPDATE-HISTORY  -  REPLACE THE STREAM DATE'S ROWS ON   *
071300*    THE SLAHIST ROLLING HISTORY WITH TONIGHT'S FIGURES          *
071400*****************************************************************
071500 4000-UPDATE-HISTORY.
071600     PERFORM 4100-PURGE-HISTORY-DATE THRU 4100-EXIT.
071700     OPEN EXTEND HISTORY-FILE.
071800     IF SLA-SLAHIST-STATUS NOT = '00'
071900         OPEN OUTPUT HISTORY-FILE
072000     END-IF.
072100     IF SLA-SLAHIST-STATUS NOT = '00'
072200         DISPLAY 'SLARPT01 SLAHIST OPEN FAILED - STATUS = '
072300             SLA-SLAHIST-STATUS
072400         CLOSE SLA-REPORT-FILE
072500         MOVE 16 TO RETURN-CODE
072600         STOP RUN
072700     END-IF.
072800     PERFORM VARYING SLA-S FROM 1 BY 1 UNTIL SLA-S > 9
072900         IF SLA-STP-ATTEMPTS (SLA-S) > 0
073000             AND NOT SLA-STP-UNTIMED (SLA-S)
073100             INITIALIZE SLH-HISTORY-RECORD
073200             MOVE SLA-STREAM-DATE TO SLH-BUSINESS-DATE
073300             MOVE SLA-S TO SLH-STEP-NO
073400             MOVE SLA-STP-NAME (SLA-S) TO SLH-STEP-NAME
073500             MOVE SLA-STP-OUTCOME (SLA-S) TO SLH-OUTCOME
073600             MOVE SLA-STP-SECS (SLA-S) TO SLH-ELAPSED-SECS
073700             MOVE SLA-STP-READ (SLA-S) TO SLH-RECORDS-READ
073800             MOVE SLA-STP-TARGET-SECS (SLA-S) TO SLH-TARGET-SECS
073900             MOVE SLA-STP-BREACH-SW (SLA-S) TO SLH-BREACH-FLAG
074000             PERFORM 4200-WRITE-HISTORY-ROW THRU 4200-EXIT
074100         END-IF
074200     END-PERFORM.
074300     IF SLA-START-KNOWN
074400         INITIALIZE SLH-HISTORY-RECORD
074500         MOVE SLA-STREAM-DATE TO SLH-BUSINESS-DATE
074600         MOVE 0 TO SLH-STEP-NO
074700         MOVE 'WHOLE STREAM' TO SLH-STEP-NAME
074800         IF SLA-STREAM-COMPLETE
074900             MOVE 'DONE' TO SLH-OUTCOME
075000         ELSE
075100             MOVE 'FAIL' TO SLH-OUTCOME
075200         END-IF
075300         MOVE SLA-STREAM-SECS TO SLH-ELAPSED-SECS
075400         MOVE SLA-STREAM-READ TO SLH-RECORDS-READ
075500         MOVE SLA-STREAM-TARGET-SECS TO SLH-TARGET-SECS
075600         IF SLA-STREAM-OVER-TARGET OR SLA-FINISHED-LATE
075700             MOVE 'Y' TO SLH-BREACH-FLAG
075800         ELSE
075900             MOVE 'N' TO SLH-BREACH-FLAG
076000         END-IF
076100         PERFORM 4200-WRITE-HISTORY-ROW THRU 4200-EXIT
076200     END-IF.
076300     CLOSE HISTORY-FILE.
076400 4000-EXIT.
076500     EXIT.
076600*
076700*****************************************************************
076800*    4100-PURGE-HISTORY-DATE  -  A RERUN FOR THE SAME BUSINESS   *
076900*    DATE REPLACES ITS ROWS INSTEAD OF COUNTING THE NIGHT TWICE  *
077000*    IN THE AVERAGES.  EVERY OTHER DATE'S ROWS ARE CARRIED       *
077100*    THROUGH THE SLAHISTW WORK FILE UNCHANGED.                   *
077200*****************************************************************
077300 4100-PURGE-HISTORY-DATE.
077400     OPEN INPUT HISTORY-FILE.
077500     IF SLA-SLAHIST-STATUS NOT = '00'
077600         GO TO 4100-EXIT
077700     END-IF.
077800     OPEN OUTPUT HISTORY-WORK-FILE.
077900     IF SLA-HISTW-STATUS NOT = '00'
078000         DISPLAY 'SLARPT01 SLAHISTW OPEN FAILED - STATUS = '
078100             SLA-HISTW-STATUS
078200         CLOSE HISTORY-FILE SLA-REPORT-FILE
078300         MOVE 16 TO RETURN-CODE
078400         STOP RUN
078500     END-IF.
078600     MOVE 'N' TO SLA-EOF-SWITCH.
078700     READ HISTORY-FILE
078800         AT END MOVE 'Y' TO SLA-EOF-SWITCH
078900     END-READ.
079000     PERFORM UNTIL SLA-EOF
079100         IF SLH-BUSINESS-DATE NOT = SLA-STREAM-DATE
079200             MOVE SLH-HISTORY-RECORD TO SHW-RECORD
079300             WRITE SHW-RECORD
079400         END-IF
079500         READ HISTORY-FILE
079600             AT END MOVE 'Y' TO SLA-EOF-SWITCH
079700         END-READ
079800     END-PERFORM.
079900     CLOSE HISTORY-FILE HISTORY-WORK-FILE.
080000     OPEN INPUT HISTORY-WORK-FILE.
080100     OPEN OUTPUT HISTORY-FILE.
080200     MOVE 'N' TO SLA-EOF-SWITCH.
080300     READ HISTORY-WORK-FILE
080400         AT END MOVE 'Y' TO SLA-EOF-SWITCH
080500     END-READ.
080600     PERFORM UNTIL SLA-EOF
080700         MOVE SHW-RECORD TO SLH-HISTORY-RECORD
080800         WRITE SLH-HISTORY-RECORD
080900         READ HISTORY-WORK-FILE
081000             AT END MOVE 'Y' TO SLA-EOF-SWITCH
081100         END-READ
081200     END-PERFORM.
081300     CLOSE HISTORY-WORK-FILE HISTORY-FILE.
081400     MOVE 'N' TO SLA-EOF-SWITCH.
081500 4100-EXIT.
081600     EXIT.
081700*
081800 4200-WRITE-HISTORY-ROW.
081900     WRITE SLH-HISTORY-RECORD.
082000     IF SLA-SLAHIST-STATUS NOT = '00'
082100         DISPLAY 'SLARPT01 SLAHIST WRITE FAILED - STATUS = '
082200             SLA-SLAHIST-STATUS
082300         MOVE 12 TO SLA-RUN-RC
082400         GO TO 4200-EXIT
082500     END-IF.
082600     ADD 1 TO SLA-HIST-WRITE-COUNT.
082700 4200-EXIT.
082800     EXIT.
082900*
083000*****************************************************************
083100*    4500-READ-HISTORY  -  AVERAGE AND WORST ELAPSED TIME PER    *
083200*    STEP OVER THE LAST SLA-HISTORY-DAYS CALENDAR DAYS UP TO AND *
083300*    INCLUDING THE STREAM DATE                                   *
083400*****************************************************************
083500 4500-READ-HISTORY.
083600     COMPUTE SLA-STREAM-INT =
083700         FUNCTION INTEGER-OF-DATE (SLA-STREAM-DATE).
083800     COMPUTE SLA-CUTOFF-INT =
083900         SLA-STREAM-INT - PRM-SLA-HISTORY-DAYS + 1.
084000     OPEN INPUT HISTORY-FILE.
084100     IF SLA-SLAHIST-STATUS NOT = '00'
084200         GO TO 4500-EXIT
084300     END-IF.
084400     MOVE 'N' TO SLA-EOF-SWITCH.
084500     READ HISTORY-FILE
084600         AT END MOVE 'Y' TO SLA-EOF-SWITCH
084700     END-READ.
084800     PERFORM UNTIL SLA-EOF
084900         IF SLH-BUSINESS-DATE <= SLA-STREAM-DATE
085000             AND FUNCTION INTEGER-OF-DATE (SLH-BUSINESS-DATE)
085100                 >= SLA-CUTOFF-INT
085200             AND SLH-STEP-NO <= 9
085300             COMPUTE SLA-H = SLH-STEP-NO + 1
085400             ADD 1 TO SLA-HST-DAYS (SLA-H)
085500             ADD SLH-ELAPSED-SECS TO SLA-HST-TOTAL-SECS (SLA-H)
085600             IF SLH-ELAPSED-SECS > SLA-HST-WORST-SECS (SLA-H)
085700                 MOVE SLH-ELAPSED-SECS
085800                     TO SLA-HST-WORST-SECS (SLA-H)
085900             END-IF
086000         END-IF
086100         READ HISTORY-FILE
086200             AT END MOVE 'Y' TO SLA-EOF-SWITCH
086300         END-READ
086400     END-PERFORM.
086500     CLOSE HISTORY-FILE.
086600 4500-EXIT.
086700     EXIT.
086800*
086900*****************************************************************
087000*    5000-PRINT-STEPS  -  ONE LINE PER STEP, THE WHOLE-STREAM    *
087100*    LINE AND THE FINISH-BY LINE                                 *
087200*****************************************************************
087300 5000-PRINT-STEPS.
087400     MOVE SPACES TO SLA-REPORT-LINE.
087500     WRITE SLA-REPORT-LINE.
087600     MOVE 'NIGHT-STREAM STEPS FOR BUSINESS DATE' TO SLA-SEC-TEXT.
087700     MOVE SLA-STREAM-DATE TO SLA-SEC-DATE.
087800     MOVE SLA-SECTION-LINE TO SLA-REPORT-LINE.
087900     WRITE SLA-REPORT-LINE.
088000     MOVE SLA-STEP-COLUMN-LINE TO SLA-REPORT-LINE.
088100     WRITE SLA-REPORT-LINE.
088200     PERFORM VARYING SLA-S FROM 1 BY 1 UNTIL SLA-S > 9
088300         PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT
088400     END-PERFORM.
088500     PERFORM 5200-PRINT-STREAM THRU 5200-EXIT.
088600 5000-EXIT.
088700     EXIT.
088800*
088900 5100-PRINT-ONE-STEP.
089000     MOVE SLA-S TO SLA-STL-STEP.
089100     IF SLA-STP-ATTEMPTS (SLA-S) = 0
089200         MOVE SPACES TO SLA-STL-NAME
089300         MOVE SPACES TO SLA-STL-OUTCOME
089400         MOVE 0 TO SLA-STL-RC
089500         MOVE SPACES TO SLA-STL-ELAPSED
089600         MOVE 0 TO SLA-STL-READ
089700         MOVE 0 TO SLA-STL-RATE
089800         MOVE 'NOT RUN' TO SLA-STL-STATUS
089900     ELSE
090000         MOVE SLA-STP-NAME (SLA-S) TO SLA-STL-NAME
090100         MOVE SLA-STP-OUTCOME (SLA-S) TO SLA-STL-OUTCOME
090200         MOVE SLA-STP-RC (SLA-S) TO SLA-STL-RC
090300         MOVE SLA-STP-READ (SLA-S) TO SLA-STL-READ
090400         MOVE SLA-STP-SECS (SLA-S) TO SLA-DUR-SECS
090500         PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT
090600         MOVE SLA-CLOCK-TEXT TO SLA-STL-ELAPSED
090700         MOVE SLA-STP-READ (SLA-S) TO SLA-RATE-READ
090800         MOVE SLA-STP-SECS (SLA-S) TO SLA-RATE-SECS
090900         PERFORM 8800-RECORDS-PER-MINUTE THRU 8800-EXIT
091000         MOVE SLA-RATE TO SLA-STL-RATE
091100         EVALUATE TRUE
091200             WHEN SLA-STP-OUTCOME (SLA-S) = 'FAIL'
091300                 MOVE 'FAILED' TO SLA-STL-STATUS
091400             WHEN SLA-STP-UNTIMED (SLA-S)
091500                 MOVE 'NO START TIME' TO SLA-STL-STATUS
091600                 MOVE '   N/A  ' TO SLA-STL-ELAPSED
091700                 MOVE 0 TO SLA-STL-RATE
091800             WHEN SLA-STP-BREACHED (SLA-S)
091900                 MOVE '*** OVER TARGET' TO SLA-STL-STATUS
092000             WHEN OTHER
092100                 MOVE 'OK' TO SLA-STL-STATUS
092200         END-EVALUATE
092300     END-IF.
092400     IF SLA-STP-TARGET-SECS (SLA-S) = 0
092500         MOVE '  NONE  ' TO SLA-STL-TARGET
092600     ELSE
092700         MOVE SLA-STP-TARGET-SECS (SLA-S) TO SLA-DUR-SECS
092800         PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT
092900         MOVE SLA-CLOCK-TEXT TO SLA-STL-TARGET
093000     END-IF.
093100     COMPUTE SLA-H = SLA-S + 1.
093200     PERFORM 5150-FORMAT-HISTORY THRU 5150-EXIT.
093300     MOVE SLA-STEP-LINE TO SLA-REPORT-LINE.
093400     WRITE SLA-REPORT-LINE.
093500 5100-EXIT.
093600     EXIT.
093700*
093800 5150-FORMAT-HISTORY.
093900     MOVE SLA-HST-DAYS (SLA-H) TO SLA-STL-DAYS.
094000     IF SLA-HST-DAYS (SLA-H) = 0
094100         MOVE SPACES TO SLA-STL-AVG
094200         MOVE SPACES TO SLA-STL-WORST
094300         GO TO 5150-EXIT
094400     END-IF.
094500     COMPUTE SLA-DUR-SECS =
094600         SLA-HST-TOTAL-SECS (SLA-H) / SLA-HST-DAYS (SLA-H).
094700     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
094800     MOVE SLA-CLOCK-TEXT TO SLA-STL-AVG.
094900     MOVE SLA-HST-WORST-SECS (SLA-H) TO SLA-DUR-SECS.
095000     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
095100     MOVE SLA-CLOCK-TEXT TO SLA-STL-WORST.
095200 5150-EXIT.
095300     EXIT.
095400*
095500 5200-PRINT-STREAM.
095600     MOVE SPACES TO SLA-REPORT-LINE.
095700     WRITE SLA-REPORT-LINE.
095800     MOVE '00' TO SLA-STL-STEP.
095900     MOVE 'WHOLE STREAM' TO SLA-STL-NAME.
096000     MOVE 0 TO SLA-STL-RC.
096100     MOVE SLA-STREAM-READ TO SLA-STL-READ.
096200     IF SLA-STREAM-COMPLETE
096300         MOVE 'DONE' TO SLA-STL-OUTCOME
096400     ELSE
096500         MOVE 'FAIL' TO SLA-STL-OUTCOME
096600     END-IF.
096700     IF SLA-START-KNOWN
096800         MOVE SLA-STREAM-SECS TO SLA-DUR-SECS
096900         PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT
097000         MOVE SLA-CLOCK-TEXT TO SLA-STL-ELAPSED
097100         MOVE SLA-STREAM-READ TO SLA-RATE-READ
097200         MOVE SLA-STREAM-SECS TO SLA-RATE-SECS
097300         PERFORM 8800-RECORDS-PER-MINUTE THRU 8800-EXIT
097400         MOVE SLA-RATE TO SLA-STL-RATE
097500     ELSE
097600         MOVE '   N/A  ' TO SLA-STL-ELAPSED
097700         MOVE 0 TO SLA-STL-RATE
097800     END-IF.
097900     IF SLA-STREAM-TARGET-SECS = 0
098000         MOVE '  NONE  ' TO SLA-STL-TARGET
098100     ELSE
098200         MOVE SLA-STREAM-TARGET-SECS TO SLA-DUR-SECS
098300         PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT
098400         MOVE SLA-CLOCK-TEXT TO SLA-STL-TARGET
098500     END-IF.
098600     EVALUATE TRUE
098700         WHEN NOT SLA-STREAM-COMPLETE
098800             MOVE '*** INCOMPLETE' TO SLA-STL-STATUS
098900         WHEN NOT SLA-START-KNOWN
099000             MOVE 'NO START TIME' TO SLA-STL-STATUS
099100         WHEN SLA-STREAM-OVER-TARGET
099200             MOVE '*** OVER TARGET' TO SLA-STL-STATUS
099300         WHEN OTHER
099400             MOVE 'OK' TO SLA-STL-STATUS
099500     END-EVALUATE.
099600     MOVE 1 TO SLA-H.
099700     PERFORM 5150-FORMAT-HISTORY THRU 5150-EXIT.
099800     MOVE SLA-STEP-LINE TO SLA-REPORT-LINE.
099900     WRITE SLA-REPORT-LINE.
100000     MOVE SLA-START-TIME TO SLA-HHMMSS.
100100     PERFORM 8600-FORMAT-TIME THRU 8600-EXIT.
100200     MOVE SLA-CLOCK-TEXT TO SLA-FIN-START.
100300     MOVE SLA-FINISH-TIME TO SLA-HHMMSS.
100400     PERFORM 8600-FORMAT-TIME THRU 8600-EXIT.
100500     MOVE SLA-CLOCK-TEXT TO SLA-FIN-FINISH.
100600     MOVE PRM-SLA-FINISH-BY TO SLA-HHMMSS.
100700     PERFORM 8600-FORMAT-TIME THRU 8600-EXIT.
100800     MOVE SLA-CLOCK-TEXT TO SLA-FIN-DEADLINE.
100900     EVALUATE TRUE
101000         WHEN NOT SLA-START-KNOWN
101100             MOVE SPACES TO SLA-FIN-START
101200             MOVE 'NO START TIME - NOT CHECKED' TO SLA-FIN-STATUS
101300         WHEN NOT SLA-STREAM-COMPLETE
101400             MOVE '*** STREAM DID NOT FINISH' TO SLA-FIN-STATUS
101500         WHEN SLA-FINISHED-LATE
101600             MOVE '*** FINISHED LATE' TO SLA-FIN-STATUS
101700         WHEN OTHER
101800             MOVE 'ON TIME' TO SLA-FIN-STATUS
101900     END-EVALUATE.
102000     MOVE SLA-FINISH-LINE TO SLA-REPORT-LINE.
102100     WRITE SLA-REPORT-LINE.
102200 5200-EXIT.
102300     EXIT.
102400*
102500*****************************************************************
102600*    5300-PRINT-JOURNAL  -  EVERY JOURNALLED RUN OF THE STREAM   *
102700*    DATE, STREAM STEP OR NOT, WITH ITS OWN ELAPSED TIME AND     *
102800*    RECORDS READ PER MINUTE                                     *
102900*****************************************************************
103000 5300-PRINT-JOURNAL.
103100     MOVE SPACES TO SLA-REPORT-LINE.
103200     WRITE SLA-REPORT-LINE.
103300     MOVE 'JOURNALLED RUNS FOR BUSINESS DATE' TO SLA-SEC-TEXT.
103400     MOVE SLA-STREAM-DATE TO SLA-SEC-DATE.
103500     MOVE SLA-SECTION-LINE TO SLA-REPORT-LINE.
103600     WRITE SLA-REPORT-LINE.
103700     IF NOT SLA-JOURNAL-READ
103800         MOVE '  RUN JOURNAL RUNJRNL COULD NOT BE OPENED'
103900             TO SLA-REPORT-LINE
104000         WRITE SLA-REPORT-LINE
104100         GO TO 5300-EXIT
104200     END-IF.
104300     MOVE SLA-RUN-COLUMN-LINE TO SLA-REPORT-LINE.
104400     WRITE SLA-REPORT-LINE.
104500     PERFORM VARYING SLA-R FROM 1 BY 1 UNTIL SLA-R > SLA-RUN-COUNT
104600         PERFORM 5400-PRINT-ONE-RUN THRU 5400-EXIT
104700     END-PERFORM.
104800 5300-EXIT.
104900     EXIT.
105000*
105100 5400-PRINT-ONE-RUN.
105200     MOVE SLA-RUN-PROGRAM (SLA-R) TO SLA-RNL-PROGRAM.
105300     MOVE SLA-RUN-MODE (SLA-R) TO SLA-RNL-MODE.
105400     MOVE SLA-RUN-NUMBER (SLA-R) TO SLA-RNL-RUN.
105500     MOVE SLA-RUN-READ (SLA-R) TO SLA-RNL-READ.
105600     MOVE SLA-RUN-WRITTEN (SLA-R) TO SLA-RNL-WRITTEN.
105700     MOVE SLA-RUN-END-RC (SLA-R) TO SLA-RNL-RC.
105800     MOVE SPACES TO SLA-RNL-BEGIN.
105900     MOVE SPACES TO SLA-RNL-END.
106000     MOVE SPACES TO SLA-RNL-ELAPSED.
106100     MOVE 0 TO SLA-RNL-RATE.
106200     MOVE SPACES TO SLA-RNL-NOTE.
106300     IF NOT SLA-RUN-END-ONLY (SLA-R)
106400         MOVE SLA-RUN-BEGIN-TIME (SLA-R) TO SLA-HHMMSS
106500         PERFORM 8600-FORMAT-TIME THRU 8600-EXIT
106600         MOVE SLA-CLOCK-TEXT TO SLA-RNL-BEGIN
106700     END-IF.
106800     IF NOT SLA-RUN-BEGUN (SLA-R)
106900         MOVE SLA-RUN-END-TIME (SLA-R) TO SLA-HHMMSS
107000         PERFORM 8600-FORMAT-TIME THRU 8600-EXIT
107100         MOVE SLA-CLOCK-TEXT TO SLA-RNL-END
107200     END-IF.
107300     EVALUATE TRUE
107400         WHEN SLA-RUN-BEGUN (SLA-R)
107500             MOVE '*** NO END EVENT' TO SLA-RNL-NOTE
107600             ADD 1 TO SLA-UNPAIRED-COUNT
107700         WHEN SLA-RUN-END-ONLY (SLA-R)
107800             MOVE '*** NO BEGIN EVENT' TO SLA-RNL-NOTE
107900             ADD 1 TO SLA-UNPAIRED-COUNT
108000         WHEN OTHER
108100             MOVE SLA-RUN-SECS (SLA-R) TO SLA-DUR-SECS
108200             PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT
108300             MOVE SLA-CLOCK-TEXT TO SLA-RNL-ELAPSED
108400             MOVE SLA-RUN-READ (SLA-R) TO SLA-RATE-READ
108500             MOVE SLA-RUN-SECS (SLA-R) TO SLA-RATE-SECS
108600             PERFORM 8800-RECORDS-PER-MINUTE THRU 8800-EXIT
108700             MOVE SLA-RATE TO SLA-RNL-RATE
108800     END-EVALUATE.
108900     MOVE SLA-RUN-LINE TO SLA-REPORT-LINE.
109000     WRITE SLA-REPORT-LINE.
109100 5400-EXIT.
109200     EXIT.
109300*
109400*****************************************************************
109500*    5800-PRINT-TOTALS                                           *
109600*****************************************************************
109700 5800-PRINT-TOTALS.
109800     MOVE SPACES TO SLA-REPORT-LINE.
109900     WRITE SLA-REPORT-LINE.
110000     MOVE 'STEP-STATUS RECORDS READ' TO SLA-TOT-TEXT.
110100     MOVE SLA-STATUS-ROW-COUNT TO SLA-TOT-VALUE.
110200     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
110300     MOVE 'JOURNAL EVENTS READ' TO SLA-TOT-TEXT.
110400     MOVE SLA-JRNL-ROW-COUNT TO SLA-TOT-VALUE.
110500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
110600     MOVE 'JOURNALLED RUNS FOR THE DATE' TO SLA-TOT-TEXT.
110700     MOVE SLA-RUN-COUNT TO SLA-TOT-VALUE.
110800     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
110900     MOVE 'RUNS WITHOUT A BEGIN/END PAIR' TO SLA-TOT-TEXT.
111000     MOVE SLA-UNPAIRED-COUNT TO SLA-TOT-VALUE.
111100     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
111200     MOVE 'HISTORY DAYS AVERAGED (SLA-HISTORY-DAYS)'
111300         TO SLA-TOT-TEXT.
111400     MOVE PRM-SLA-HISTORY-DAYS TO SLA-TOT-VALUE.
111500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
111600     MOVE 'SLAHIST ROWS WRITTEN' TO SLA-TOT-TEXT.
111700     MOVE SLA-HIST-WRITE-COUNT TO SLA-TOT-VALUE.
111800     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
111900     MOVE 'SLA BREACHES' TO SLA-TOT-TEXT.
112000     MOVE SLA-BREACH-COUNT TO SLA-TOT-VALUE.
112100     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
112200 5800-EXIT.
112300     EXIT.
112400*
112500 5900-WRITE-TOTAL.
112600     MOVE SLA-TOTAL-LINE TO SLA-REPORT-LINE.
112700     WRITE SLA-REPORT-LINE.
112800 5900-EXIT.
112900     EXIT.
113000*
113100*****************************************************************
113200*    8400-8800  -  TIME ARITHMETIC                               *
113300*****************************************************************
113400 8400-TIME-TO-SECONDS.
113500     COMPUTE SLA-SECONDS = SLA-HMS-HH * 3600
113600         + SLA-HMS-MM * 60 + SLA-HMS-SS.
113700 8400-EXIT.
113800     EXIT.
113900*
114000 8500-FORMAT-DURATION.
114100     DIVIDE SLA-DUR-SECS BY 3600 GIVING SLA-CLK-HH
114200         REMAINDER SLA-DUR-REMAINDER.
114300     DIVIDE SLA-DUR-REMAINDER BY 60 GIVING SLA-CLK-MM
114400         REMAINDER SLA-CLK-SS.
114500 8500-EXIT.
114600     EXIT.
114700*
114800 8600-FORMAT-TIME.
114900     MOVE SLA-HMS-HH TO SLA-CLK-HH.
115000     MOVE SLA-HMS-MM TO SLA-CLK-MM.
115100     MOVE SLA-HMS-SS TO SLA-CLK-SS.
115200 8600-EXIT.
115300     EXIT.
115400*
115500*    8700 - SECONDS FROM SLA-FROM-SECS TO SLA-SECONDS, ACROSS
115600*    MIDNIGHT IF NEED BE
115700*
115800 8700-ELAPSED-SECONDS.
115900     COMPUTE SLA-DIFF-SECS = SLA-SECONDS - SLA-FROM-SECS.
116000     IF SLA-DIFF-SECS < 0
116100         ADD 86400 TO SLA-DIFF-SECS
116200     END-IF.
116300 8700-EXIT.
116400     EXIT.
116500*
116600*    8800 - RECORDS READ PER MINUTE; A RUN INSIDE ONE SECOND IS
116700*    TAKEN AS ONE SECOND
116800*
116900 8800-RECORDS-PER-MINUTE.
117000     IF SLA-RATE-SECS = 0
117100         MOVE 1 TO SLA-RATE-SECS
117200     END-IF.
117300     COMPUTE SLA-RATE = SLA-RATE-READ * 60 / SLA-RATE-SECS.
117400 8800-EXIT.
117500     EXIT.
117600*
117700*****************************************************************
117800*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED     *
117900*    PROCEDURE COPYBOOK)                                         *
118000*****************************************************************
118100 COPY PARMPRC.

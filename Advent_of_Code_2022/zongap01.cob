000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  ZONGAP01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - SHIFT/BIN RANGE DESK            *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    ZONE COVERAGE-GAP REPORT.  THE COMPANION OF THE RNGHOT01   *
001100*    HOT-SPOT REPORT - WHERE RNGHOT01 SHOWS THE BINS TOO MANY   *
001200*    SHIFT RANGES LAND ON, THIS SHOWS THE BINS NO RANGE LANDS   *
001300*    ON AT ALL.  LOADS EVERY ACTIVE ZONE FROM THE BINMST BIN/   *
001400*    ZONE MASTER AND EVERY DISTINCT RANGE WORKED THAT DAY -     *
001410*    EACH RANGE OF A ROSTER RECORD FROM ITS RANGERST ROW, SO A  *
001420*    ONE-RANGE RECORD OR A PAIR REJECTED TO RANGEEXC FOR ITS    *
001430*    ELF STILL COUNTS, AND BOTH SIDES OF EACH PAIR OF A PLAIN   *
001440*    RECORD (NO ROSTER ELF IDS) FROM RANGEAUD, WHICH IS THE     *
001450*    ONLY TRAIL SUCH A RECORD LEAVES - THEN WALKS EACH          *
001600*    ZONE FROM BZM-BIN-START THRU BZM-BIN-END AND PRINTS EVERY  *
001700*    STRETCH OF BINS NO RANGE TOUCHED, THE ZONE'S UNCOVERED     *
001800*    BIN COUNT AND ITS PERCENT COVERED.  A ZONE WITH NO         *
001900*    COVERAGE IS FLAGGED, AND WHEN NONE OF THE ZONES HELD BY    *
002000*    ITS OWNER WAS TOUCHED THE ZONE IS FLAGGED AS AN OWNER      *
002100*    WITH NO COVERAGE FOR THE DAY AND THE RUN ENDS WITH RC 4.   *
002200*    THE BUSINESS DATE IS THE RUNCTL DATE; WHEN THE             *
002300*    REPROCESS-DATE CARD IS SET THE REPORT IS FOR THAT PRIOR    *
002400*    DATE AND ONLY THE 'R' REPROCESSED ROWS ARE SELECTED, SAME  *
002500*    RULE AS DLYRPT01.                                          *
002600*                                                               *
002700*    MODIFICATION HISTORY.                                     *
002800*    DATE       INIT  DESCRIPTION                              *
002900*    10/15/26   JRB   ORIGINAL                                  *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. ZONGAP01.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-Z.
003700 OBJECT-COMPUTER. IBM-Z.
003800*
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AUDIT-FILE ASSIGN TO RANGEAUD
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS GAP-RANGAUD-STATUS.
004400*
004410     SELECT ROSTER-EXTRACT-FILE ASSIGN TO RANGERST
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS GAP-RNGRST-STATUS.
004440*
004500     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS GAP-RUNCTL-STATUS.
004800*
004900     SELECT GAP-REPORT-FILE ASSIGN TO GAPRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS GAP-GAPRPT-STATUS.
005200*
005300     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS PRM-PARM-STATUS.
005600*
005700     SELECT BIN-MASTER-FILE ASSIGN TO BINMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS BZM-ZONE-ID
006100         FILE STATUS IS GAP-BINMST-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  AUDIT-FILE.
006600 COPY RANGAUD.
006700*
006710 FD  ROSTER-EXTRACT-FILE.
006720 COPY RANGRST.
006730*
006800 FD  RUN-CONTROL-FILE.
006900 COPY RUNCTL.
007000*
007100 FD  GAP-REPORT-FILE.
007200 01  GAP-REPORT-LINE                 PIC X(120).
007300*
007400 FD  PARAMETER-FILE.
007500 01  PRM-PARM-CARD                   PIC X(80).
007600*
007700 FD  BIN-MASTER-FILE.
007800 COPY BINZON.
007900*
008000 WORKING-STORAGE SECTION.
008100 01  GAP-FILE-STATUSES.
008200     05  GAP-RANGAUD-STATUS          PIC X(02).
008250     05  GAP-RNGRST-STATUS           PIC X(02).
008300     05  GAP-RUNCTL-STATUS           PIC X(02).
008400     05  GAP-GAPRPT-STATUS           PIC X(02).
008500     05  GAP-BINMST-STATUS           PIC X(02).
008600*
008700 01  GAP-SWITCHES.
008800     05  GAP-EOF-SWITCH              PIC X(01)  VALUE 'N'.
008900         88  GAP-EOF                            VALUE 'Y'.
009000     05  GAP-TBL-FULL-SWITCH         PIC X(01)  VALUE 'N'.
009100         88  GAP-TBL-FULL-WARNED                VALUE 'Y'.
009200     05  GAP-ZONE-EOF-SWITCH         PIC X(01)  VALUE 'N'.
009300         88  GAP-ZONE-EOF                       VALUE 'Y'.
009400     05  GAP-PRINT-SWITCH            PIC X(01)  VALUE 'N'.
009500         88  GAP-PRINT-STRETCHES                VALUE 'Y'.
009510     05  GAP-COVERED-SWITCH          PIC X(01)  VALUE 'N'.
009520         88  GAP-CURSOR-COVERED                 VALUE 'Y'.
009600*
009700 01  GAP-BUS-DATE                    PIC 9(08)  VALUE 0.
009800 01  GAP-RUN-NO                      PIC 9(06)  VALUE 0.
009900*
010000 COPY PARMWRK.
010100*
010200 01  GAP-ROW-COUNT                   PIC 9(09)  VALUE 0.
010300 01  GAP-DATE-ROW-COUNT              PIC 9(09)  VALUE 0.
010310 01  GAP-ROSTER-PAIR-COUNT           PIC 9(09)  VALUE 0.
010320 01  GAP-RST-ROW-COUNT               PIC 9(09)  VALUE 0.
010330 01  GAP-RST-DATE-COUNT              PIC 9(09)  VALUE 0.
010400 01  GAP-BAD-RANGE-COUNT             PIC 9(09)  VALUE 0.
010500 01  GAP-STRETCH-COUNT               PIC 9(09)  VALUE 0.
010600 01  GAP-TOTAL-BINS                  PIC 9(09)  VALUE 0.
010700 01  GAP-TOTAL-UNCOVERED             PIC 9(09)  VALUE 0.
010800 01  GAP-ZONES-NOT-COVERED           PIC 9(09)  VALUE 0.
010900 01  GAP-ZONES-OWNER-FLAGGED         PIC 9(09)  VALUE 0.
011000*
011100 01  GAP-CURSOR                      PIC 9(08)  VALUE 0.
011200 01  GAP-REACH                       PIC 9(08)  VALUE 0.
011300 01  GAP-NEXT-START                  PIC 9(08)  VALUE 0.
011400 01  GAP-STRETCH-END                 PIC 9(08)  VALUE 0.
011500 01  GAP-STRETCH-BINS                PIC 9(08)  VALUE 0.
011600 01  GAP-ZONE-BINS                   PIC 9(08)  VALUE 0.
011700 01  GAP-ZONE-UNCOVERED              PIC 9(08)  VALUE 0.
011800 01  GAP-OWNER-COVERED               PIC 9(09)  VALUE 0.
011900 01  GAP-PCT                         PIC 9(03)V99 VALUE 0.
012000*
012100 01  GAP-RANGE-TABLE-AREA.
012200     05  GAP-RANGE-COUNT             PIC 9(04)  COMP  VALUE 0.
012300     05  GAP-R                       PIC 9(04)  COMP  VALUE 0.
012400     05  GAP-RANGE-ENTRY             OCCURS 5000 TIMES.
012500         10  GAP-RANGE-START         PIC 9(07).
012600         10  GAP-RANGE-END           PIC 9(07).
012700*
012800 01  GAP-NEW-START                   PIC 9(07)  VALUE 0.
012900 01  GAP-NEW-END                     PIC 9(07)  VALUE 0.
013000*
013100 01  GAP-ZONE-TABLE-AREA.
013200     05  GAP-ZONE-COUNT              PIC 9(03)  COMP  VALUE 0.
013300     05  GAP-Z                       PIC 9(03)  COMP  VALUE 0.
013400     05  GAP-O                       PIC 9(03)  COMP  VALUE 0.
013500     05  GAP-ZONE-ENTRY              OCCURS 100 TIMES.
013600         10  GAP-ZONE-ID             PIC 9(04).
013700         10  GAP-ZONE-START          PIC 9(07).
013800         10  GAP-ZONE-END            PIC 9(07).
013900         10  GAP-ZONE-NAME           PIC X(20).
014000         10  GAP-ZONE-OWNER          PIC X(20).
014100         10  GAP-ZONE-UNCOV          PIC 9(08).
014200         10  GAP-ZONE-OWNER-SW       PIC X(01).
014300             88  GAP-ZONE-OWNER-UNCOVERED       VALUE 'Y'.
014400*
014500 01  GAP-HEADER-LINE.
014600     05  FILLER                      PIC X(36)
014700         VALUE 'ZONGAP01 ZONE COVERAGE-GAP REPORT - '.
014800     05  FILLER                      PIC X(05)  VALUE 'DATE '.
014900     05  GAP-HDR-DATE                PIC 9(08).
015000     05  FILLER                      PIC X(05)  VALUE ' RUN '.
015100     05  GAP-HDR-RUN                 PIC 9(06).
015200     05  FILLER                      PIC X(60)  VALUE SPACES.
015300*
015400 01  GAP-COLUMN-LINE.
015500     05  FILLER                      PIC X(06)  VALUE 'ZONE  '.
015600     05  FILLER                      PIC X(21)
015700         VALUE 'ZONE NAME            '.
015800     05  FILLER                      PIC X(21)
015900         VALUE 'OWNER                '.
016000     05  FILLER                      PIC X(09)  VALUE 'BIN FROM '.
016100     05  FILLER                      PIC X(09)  VALUE 'BIN THRU '.
016200     05  FILLER                      PIC X(10)
016250         VALUE 'ZONE BINS '.
016300     05  FILLER                      PIC X(10)
016350         VALUE 'UNCOVERED '.
016400     05  FILLER                      PIC X(08)  VALUE 'PCT COV '.
016500     05  FILLER                      PIC X(26)  VALUE 'FLAG'.
016600*
016700 01  GAP-ZONE-LINE.
016800     05  GAP-DET-ZONE                PIC 9(04).
016900     05  FILLER                      PIC X(02)  VALUE SPACES.
017000     05  GAP-DET-NAME                PIC X(20).
017100     05  FILLER                      PIC X(01)  VALUE SPACES.
017200     05  GAP-DET-OWNER               PIC X(20).
017300     05  FILLER                      PIC X(01)  VALUE SPACES.
017400     05  GAP-DET-START               PIC 9(07).
017500     05  FILLER                      PIC X(02)  VALUE SPACES.
017600     05  GAP-DET-END                 PIC 9(07).
017700     05  FILLER                      PIC X(02)  VALUE SPACES.
017800     05  GAP-DET-BINS                PIC 9(08).
017900     05  FILLER                      PIC X(02)  VALUE SPACES.
018000     05  GAP-DET-UNCOV               PIC 9(08).
018100     05  FILLER                      PIC X(02)  VALUE SPACES.
018200     05  GAP-DET-PCT                 PIC ZZ9.99.
018300     05  FILLER                      PIC X(02)  VALUE SPACES.
018400     05  GAP-DET-FLAG                PIC X(24).
018500     05  FILLER                      PIC X(02)  VALUE SPACES.
018600*
018700 01  GAP-STRETCH-LINE.
018800     05  FILLER                      PIC X(08)  VALUE SPACES.
018900     05  FILLER                      PIC X(15)
019000         VALUE 'UNCOVERED BINS '.
019100     05  GAP-STR-FROM                PIC 9(07).
019200     05  FILLER                      PIC X(06)  VALUE ' THRU '.
019300     05  GAP-STR-THRU                PIC 9(07).
019400     05  FILLER                      PIC X(02)  VALUE SPACES.
019500     05  FILLER                      PIC X(06)  VALUE 'COUNT '.
019600     05  GAP-STR-BINS                PIC 9(08).
019700     05  FILLER                      PIC X(61)  VALUE SPACES.
019800*
019900 01  GAP-TOTAL-LINE.
020000     05  FILLER                      PIC X(02)  VALUE SPACES.
020100     05  GAP-TOT-TEXT                PIC X(42).
020200     05  GAP-TOT-VALUE               PIC 9(09).
020300     05  FILLER                      PIC X(67)  VALUE SPACES.
020400*
020500 PROCEDURE DIVISION.
020600*
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 1100-LOAD-ZONE-TABLE THRU 1100-EXIT.
021000     PERFORM 2000-LOAD-DAY-RANGES THRU 2000-EXIT.
021100     PERFORM 3000-MEASURE-ZONES THRU 3000-EXIT.
021200     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
021300     CLOSE GAP-REPORT-FILE.
021400     IF GAP-ZONES-OWNER-FLAGGED > 0
021500         DISPLAY 'ZONGAP01 ZONE OWNER(S) WITH NO COVERAGE '
021600             'FOR THE DAY - SEE GAPRPT'
021700         MOVE 4 TO RETURN-CODE
021800     END-IF.
021900     DISPLAY 'ZONGAP01 COVERAGE-GAP REPORT COMPLETE - UNCOVERED '
022000         'BINS = ' GAP-TOTAL-UNCOVERED.
022100     STOP RUN.
022200*
022300*****************************************************************
022400*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS AND FILE OPENS. *
022500*    A REPROCESS RUN REPORTS THE REPROCESS DATE INSTEAD OF THE   *
022600*    CURRENT RUNCTL DATE.                                        *
022700*****************************************************************
022800 1000-INITIALIZE.
022900     OPEN INPUT RUN-CONTROL-FILE.
023000     IF GAP-RUNCTL-STATUS NOT = '00'
023100         DISPLAY 'ZONGAP01 RUNCTL OPEN FAILED - STATUS = '
023200             GAP-RUNCTL-STATUS
023300         DISPLAY 'ZONGAP01 RUN DATADV01 TO SET THE BUSINESS DATE'
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     READ RUN-CONTROL-FILE
023800         AT END
023900             DISPLAY 'ZONGAP01 RUNCTL IS EMPTY - RUN DATADV01'
024000             MOVE 16 TO RETURN-CODE
024100             STOP RUN
024200     END-READ.
024300     MOVE RCT-BUSINESS-DATE TO GAP-BUS-DATE.
024400     MOVE RCT-RUN-NUMBER TO GAP-RUN-NO.
024500     CLOSE RUN-CONTROL-FILE.
024600     MOVE 'ZONGAP01' TO PRM-MSG-PREFIX.
024700     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
024800     IF PRM-REPROCESSING
024900         MOVE PRM-REPROCESS-DATE TO GAP-BUS-DATE
025000         DISPLAY 'ZONGAP01 REPROCESS MODE - REPORTING PRIOR '
025100             'DATE ' PRM-REPROCESS-DATE
025200     END-IF.
025300     OPEN INPUT AUDIT-FILE.
025400     IF GAP-RANGAUD-STATUS NOT = '00'
025500         DISPLAY 'ZONGAP01 RANGEAUD OPEN FAILED - STATUS = '
025600             GAP-RANGAUD-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
025910     OPEN INPUT ROSTER-EXTRACT-FILE.
025920     IF GAP-RNGRST-STATUS NOT = '00'
025930         DISPLAY 'ZONGAP01 RANGERST OPEN FAILED - STATUS = '
025940             GAP-RNGRST-STATUS
025950         CLOSE AUDIT-FILE
025960         MOVE 16 TO RETURN-CODE
025970         STOP RUN
025980     END-IF.
026000     OPEN OUTPUT GAP-REPORT-FILE.
026100     IF GAP-GAPRPT-STATUS NOT = '00'
026200         DISPLAY 'ZONGAP01 GAPRPT OPEN FAILED - STATUS = '
026300             GAP-GAPRPT-STATUS
026400         CLOSE AUDIT-FILE ROSTER-EXTRACT-FILE
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800 1000-EXIT.
026900     EXIT.
027000*
027100*****************************************************************
027200*    1100-LOAD-ZONE-TABLE  -  READ THE BINMST BIN/ZONE MASTER    *
027300*    INTO THE ZONE TABLE.  ONLY ACTIVE ZONES ARE LOADED.  UNLIKE *
027400*    RNGHOT01 THE ZONES ARE THE WHOLE REPORT, SO A MISSING       *
027500*    MASTER IS A HARD STOP.                                      *
027600*****************************************************************
027700 1100-LOAD-ZONE-TABLE.
027800     MOVE 0 TO GAP-ZONE-COUNT.
027900     OPEN INPUT BIN-MASTER-FILE.
028000     IF GAP-BINMST-STATUS NOT = '00'
028100         DISPLAY 'ZONGAP01 BINMST OPEN FAILED - STATUS = '
028200             GAP-BINMST-STATUS
028300         CLOSE AUDIT-FILE ROSTER-EXTRACT-FILE GAP-REPORT-FILE
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     MOVE 'N' TO GAP-ZONE-EOF-SWITCH.
028800     READ BIN-MASTER-FILE
028900         AT END MOVE 'Y' TO GAP-ZONE-EOF-SWITCH
029000     END-READ.
029100     PERFORM UNTIL GAP-ZONE-EOF
029200         IF BZM-ACTIVE
029300             IF GAP-ZONE-COUNT >= 100
029400                 DISPLAY 'ZONGAP01 ZONE TABLE FULL - FURTHER '
029500                     'ZONES IGNORED'
029600                 MOVE 'Y' TO GAP-ZONE-EOF-SWITCH
029700             ELSE
029800                 ADD 1 TO GAP-ZONE-COUNT
029900                 MOVE GAP-ZONE-COUNT TO GAP-Z
030000                 MOVE BZM-ZONE-ID TO GAP-ZONE-ID (GAP-Z)
030100                 MOVE BZM-BIN-START TO GAP-ZONE-START (GAP-Z)
030200                 MOVE BZM-BIN-END TO GAP-ZONE-END (GAP-Z)
030300                 MOVE BZM-ZONE-NAME TO GAP-ZONE-NAME (GAP-Z)
030400                 MOVE BZM-ZONE-OWNER TO GAP-ZONE-OWNER (GAP-Z)
030500                 MOVE 0 TO GAP-ZONE-UNCOV (GAP-Z)
030600                 MOVE 'N' TO GAP-ZONE-OWNER-SW (GAP-Z)
030700             END-IF
030800         END-IF
030900         IF NOT GAP-ZONE-EOF
031000             READ BIN-MASTER-FILE
031100                 AT END MOVE 'Y' TO GAP-ZONE-EOF-SWITCH
031200             END-READ
031300         END-IF
031400     END-PERFORM.
031500     CLOSE BIN-MASTER-FILE.
031600 1100-EXIT.
031700     EXIT.
031800*
031900*****************************************************************
032000*    2000-LOAD-DAY-RANGES  -  THE RANGE OF EVERY RANGERST ROW    *
032100*    FOR THE BUSINESS DATE, AND BOTH RANGES OF EVERY RANGEAUD    *
032110*    ROW FOR THE DATE FROM A PLAIN RECORD, GO INTO THE RANGE     *
032120*    TABLE.  A ROSTER RECORD'S AUDIT ROWS ARE PASSED OVER - ITS  *
032130*    RANGES ARE ALL ON RANGERST.  A RANGE SEEN IN SEVERAL PAIRS  *
032200*    OR REWRITTEN BY A RESTARTED RUN IS HELD ONCE.               *
032300*****************************************************************
032400 2000-LOAD-DAY-RANGES.
032500     READ AUDIT-FILE
032600         AT END MOVE 'Y' TO GAP-EOF-SWITCH
032700     END-READ.
032800     PERFORM UNTIL GAP-EOF
032900         ADD 1 TO GAP-ROW-COUNT
033000         PERFORM 2100-TAKE-ONE-ROW THRU 2100-EXIT
033100         READ AUDIT-FILE
033200             AT END MOVE 'Y' TO GAP-EOF-SWITCH
033300         END-READ
033400     END-PERFORM.
033500     CLOSE AUDIT-FILE.
033505     MOVE 'N' TO GAP-EOF-SWITCH.
033510     READ ROSTER-EXTRACT-FILE
033515         AT END MOVE 'Y' TO GAP-EOF-SWITCH
033520     END-READ.
033525     PERFORM UNTIL GAP-EOF
033530         ADD 1 TO GAP-RST-ROW-COUNT
033535         PERFORM 2300-TAKE-ROSTER-ROW THRU 2300-EXIT
033540         READ ROSTER-EXTRACT-FILE
033545             AT END MOVE 'Y' TO GAP-EOF-SWITCH
033550         END-READ
033555     END-PERFORM.
033560     CLOSE ROSTER-EXTRACT-FILE.
033600 2000-EXIT.
033700     EXIT.
033800*
033900 2100-TAKE-ONE-ROW.
034000     IF AUD-BUSINESS-DATE NOT = GAP-BUS-DATE
034100         GO TO 2100-EXIT
034200     END-IF.
034300     IF PRM-REPROCESSING
034400         AND NOT AUD-REPROCESSED
034500         GO TO 2100-EXIT
034600     END-IF.
034700     ADD 1 TO GAP-DATE-ROW-COUNT.
034710     IF AUD-ELF-A-ID NOT = 0
034720         OR AUD-ELF-B-ID NOT = 0
034730         ADD 1 TO GAP-ROSTER-PAIR-COUNT
034740         GO TO 2100-EXIT
034750     END-IF.
034800     MOVE AUD-RANGE-A-START TO GAP-NEW-START.
034900     MOVE AUD-RANGE-A-END TO GAP-NEW-END.
035000     PERFORM 2200-ADD-ONE-RANGE THRU 2200-EXIT.
035100     MOVE AUD-RANGE-B-START TO GAP-NEW-START.
035200     MOVE AUD-RANGE-B-END TO GAP-NEW-END.
035300     PERFORM 2200-ADD-ONE-RANGE THRU 2200-EXIT.
035400 2100-EXIT.
035500     EXIT.
035600*
035700 2200-ADD-ONE-RANGE.
035800     IF GAP-NEW-END < GAP-NEW-START
035900         ADD 1 TO GAP-BAD-RANGE-COUNT
036000         GO TO 2200-EXIT
036100     END-IF.
036200     PERFORM VARYING GAP-R FROM 1 BY 1
036300         UNTIL GAP-R > GAP-RANGE-COUNT
036400             OR (GAP-RANGE-START (GAP-R) = GAP-NEW-START
036500             AND GAP-RANGE-END (GAP-R) = GAP-NEW-END)
036600         CONTINUE
036700     END-PERFORM.
036800     IF GAP-R <= GAP-RANGE-COUNT
036900         GO TO 2200-EXIT
037000     END-IF.
037100     IF GAP-RANGE-COUNT >= 5000
037200         IF NOT GAP-TBL-FULL-WARNED
037300             DISPLAY 'ZONGAP01 RANGE TABLE FULL - FURTHER '
037400                 'RANGES NOT COUNTED AS COVERAGE'
037500             MOVE 'Y' TO GAP-TBL-FULL-SWITCH
037600         END-IF
037700         GO TO 2200-EXIT
037800     END-IF.
037900     ADD 1 TO GAP-RANGE-COUNT.
038000     MOVE GAP-NEW-START TO GAP-RANGE-START (GAP-RANGE-COUNT).
038100     MOVE GAP-NEW-END TO GAP-RANGE-END (GAP-RANGE-COUNT).
038200 2200-EXIT.
038300     EXIT.
038310*
038320 2300-TAKE-ROSTER-ROW.
038330     IF RRS-BUSINESS-DATE NOT = GAP-BUS-DATE
038340         GO TO 2300-EXIT
038350     END-IF.
038360     IF PRM-REPROCESSING
038370         AND NOT RRS-REPROCESSED
038380         GO TO 2300-EXIT
038390     END-IF.
038400     ADD 1 TO GAP-RST-DATE-COUNT.
038410     MOVE RRS-RANGE-START TO GAP-NEW-START.
038420     MOVE RRS-RANGE-END TO GAP-NEW-END.
038430     PERFORM 2200-ADD-ONE-RANGE THRU 2200-EXIT.
038440 2300-EXIT.
038450     EXIT.
038460*
038500*****************************************************************
038600*    3000-MEASURE-ZONES  -  FIRST PASS: THE UNCOVERED BIN COUNT  *
038700*    OF EVERY ZONE, THEN, PER ZONE, WHETHER ANY ZONE HELD BY THE *
038800*    SAME OWNER HAD A SINGLE COVERED BIN.                        *
038900*****************************************************************
039000 3000-MEASURE-ZONES.
039100     MOVE 'N' TO GAP-PRINT-SWITCH.
039200     PERFORM VARYING GAP-Z FROM 1 BY 1
039300         UNTIL GAP-Z > GAP-ZONE-COUNT
039400         PERFORM 3100-WALK-ZONE THRU 3100-EXIT
039500         MOVE GAP-ZONE-UNCOVERED TO GAP-ZONE-UNCOV (GAP-Z)
039600     END-PERFORM.
039700     PERFORM VARYING GAP-Z FROM 1 BY 1
039800         UNTIL GAP-Z > GAP-ZONE-COUNT
039900         PERFORM 3300-CHECK-OWNER THRU 3300-EXIT
040000     END-PERFORM.
040100 3000-EXIT.
040200     EXIT.
040300*
040400*****************************************************************
040500*    3100-WALK-ZONE  -  WALK ZONE GAP-Z FROM ITS FIRST BIN.  AT  *
040600*    EACH STEP THE CURSOR IS EITHER INSIDE SOME RANGE (JUMP PAST *
040700*    THE FURTHEST END REACHED FROM HERE) OR NOT (THE STRETCH UP  *
040800*    TO THE NEXT RANGE START, OR TO THE ZONE END, IS UNCOVERED). *
040900*    STRETCHES ARE PRINTED ONLY ON THE REPORT PASS.              *
041000*****************************************************************
041100 3100-WALK-ZONE.
041200     MOVE 0 TO GAP-ZONE-UNCOVERED.
041300     MOVE GAP-ZONE-START (GAP-Z) TO GAP-CURSOR.
041400     PERFORM UNTIL GAP-CURSOR > GAP-ZONE-END (GAP-Z)
041500         PERFORM 3200-STEP-CURSOR THRU 3200-EXIT
041600     END-PERFORM.
041700 3100-EXIT.
041800     EXIT.
041900*
042000 3200-STEP-CURSOR.
042100     MOVE 0 TO GAP-REACH.
042150     MOVE 'N' TO GAP-COVERED-SWITCH.
042200     MOVE 0 TO GAP-NEXT-START.
042300     PERFORM VARYING GAP-R FROM 1 BY 1
042400         UNTIL GAP-R > GAP-RANGE-COUNT
042500         IF GAP-RANGE-START (GAP-R) <= GAP-CURSOR
042600             AND GAP-RANGE-END (GAP-R) >= GAP-CURSOR
042700             AND GAP-RANGE-END (GAP-R) >= GAP-REACH
042800             MOVE GAP-RANGE-END (GAP-R) TO GAP-REACH
042850             MOVE 'Y' TO GAP-COVERED-SWITCH
042900         END-IF
043000         IF GAP-RANGE-START (GAP-R) > GAP-CURSOR
043100             AND GAP-RANGE-START (GAP-R) <= GAP-ZONE-END (GAP-Z)
043200             AND (GAP-NEXT-START = 0
043300             OR GAP-RANGE-START (GAP-R) < GAP-NEXT-START)
043400             MOVE GAP-RANGE-START (GAP-R) TO GAP-NEXT-START
043500         END-IF
043600     END-PERFORM.
043700     IF GAP-CURSOR-COVERED
043900         COMPUTE GAP-CURSOR = GAP-REACH + 1
044000         GO TO 3200-EXIT
044100     END-IF.
044200     IF GAP-NEXT-START = 0
044300         MOVE GAP-ZONE-END (GAP-Z) TO GAP-STRETCH-END
044400     ELSE
044500         COMPUTE GAP-STRETCH-END = GAP-NEXT-START - 1
044600     END-IF.
044700     COMPUTE GAP-STRETCH-BINS = GAP-STRETCH-END - GAP-CURSOR + 1.
044800     ADD GAP-STRETCH-BINS TO GAP-ZONE-UNCOVERED.
044900     IF GAP-PRINT-STRETCHES
045000         ADD 1 TO GAP-STRETCH-COUNT
045100         MOVE GAP-CURSOR TO GAP-STR-FROM
045200         MOVE GAP-STRETCH-END TO GAP-STR-THRU
045300         MOVE GAP-STRETCH-BINS TO GAP-STR-BINS
045400         MOVE GAP-STRETCH-LINE TO GAP-REPORT-LINE
045500         WRITE GAP-REPORT-LINE
045600     END-IF.
045700     COMPUTE GAP-CURSOR = GAP-STRETCH-END + 1.
045800 3200-EXIT.
045900     EXIT.
046000*
046100 3300-CHECK-OWNER.
046200     MOVE 0 TO GAP-OWNER-COVERED.
046300     PERFORM VARYING GAP-O FROM 1 BY 1
046400         UNTIL GAP-O > GAP-ZONE-COUNT
046500         IF GAP-ZONE-OWNER (GAP-O) = GAP-ZONE-OWNER (GAP-Z)
046600             COMPUTE GAP-OWNER-COVERED = GAP-OWNER-COVERED
046700                 + GAP-ZONE-END (GAP-O) - GAP-ZONE-START (GAP-O)
046800                 + 1 - GAP-ZONE-UNCOV (GAP-O)
046900         END-IF
047000     END-PERFORM.
047100     IF GAP-OWNER-COVERED = 0
047200         MOVE 'Y' TO GAP-ZONE-OWNER-SW (GAP-Z)
047300     END-IF.
047400 3300-EXIT.
047500     EXIT.
047600*
047700*****************************************************************
047800*    4000-WRITE-REPORT  -  TOTALS, THEN EACH ZONE'S LINE FOLLOWED*
047900*    BY ITS UNCOVERED STRETCHES (SECOND WALK, PRINTING).         *
048000*****************************************************************
048100 4000-WRITE-REPORT.
048200     MOVE GAP-BUS-DATE TO GAP-HDR-DATE.
048300     MOVE GAP-RUN-NO TO GAP-HDR-RUN.
048400     MOVE GAP-HEADER-LINE TO GAP-REPORT-LINE.
048500     WRITE GAP-REPORT-LINE.
048600     MOVE SPACES TO GAP-REPORT-LINE.
048700     WRITE GAP-REPORT-LINE.
048800     MOVE GAP-COLUMN-LINE TO GAP-REPORT-LINE.
048900     WRITE GAP-REPORT-LINE.
049000     MOVE 'Y' TO GAP-PRINT-SWITCH.
049100     PERFORM VARYING GAP-Z FROM 1 BY 1
049200         UNTIL GAP-Z > GAP-ZONE-COUNT
049300         PERFORM 4100-PRINT-ONE-ZONE THRU 4100-EXIT
049400     END-PERFORM.
049500     MOVE SPACES TO GAP-REPORT-LINE.
049600     WRITE GAP-REPORT-LINE.
049700     MOVE 'AUDIT ROWS READ' TO GAP-TOT-TEXT.
049800     MOVE GAP-ROW-COUNT TO GAP-TOT-VALUE.
049900     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050000     MOVE 'AUDIT ROWS FOR THE DATE' TO GAP-TOT-TEXT.
050100     MOVE GAP-DATE-ROW-COUNT TO GAP-TOT-VALUE.
050200     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050210     MOVE 'ROSTER AUDIT ROWS SKIPPED - ON RANGERST'
050220         TO GAP-TOT-TEXT.
050230     MOVE GAP-ROSTER-PAIR-COUNT TO GAP-TOT-VALUE.
050240     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050250     MOVE 'ROSTER ROWS READ' TO GAP-TOT-TEXT.
050260     MOVE GAP-RST-ROW-COUNT TO GAP-TOT-VALUE.
050270     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050280     MOVE 'ROSTER ROWS FOR THE DATE' TO GAP-TOT-TEXT.
050290     MOVE GAP-RST-DATE-COUNT TO GAP-TOT-VALUE.
050295     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050300     MOVE 'DISTINCT RANGES' TO GAP-TOT-TEXT.
050400     MOVE GAP-RANGE-COUNT TO GAP-TOT-VALUE.
050500     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050600     MOVE 'RANGES IGNORED - END BEFORE START' TO GAP-TOT-TEXT.
050700     MOVE GAP-BAD-RANGE-COUNT TO GAP-TOT-VALUE.
050800     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
050900     MOVE 'ACTIVE ZONES' TO GAP-TOT-TEXT.
051000     MOVE GAP-ZONE-COUNT TO GAP-TOT-VALUE.
051100     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
051200     MOVE 'BINS IN ACTIVE ZONES' TO GAP-TOT-TEXT.
051300     MOVE GAP-TOTAL-BINS TO GAP-TOT-VALUE.
051400     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
051500     MOVE 'UNCOVERED BINS' TO GAP-TOT-TEXT.
051600     MOVE GAP-TOTAL-UNCOVERED TO GAP-TOT-VALUE.
051700     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
051800     MOVE 'UNCOVERED STRETCHES' TO GAP-TOT-TEXT.
051900     MOVE GAP-STRETCH-COUNT TO GAP-TOT-VALUE.
052000     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
052100     MOVE 'ZONES WITH NO COVERAGE' TO GAP-TOT-TEXT.
052200     MOVE GAP-ZONES-NOT-COVERED TO GAP-TOT-VALUE.
052300     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
052400     MOVE 'ZONES WHOSE OWNER HAD NO COVERAGE' TO GAP-TOT-TEXT.
052500     MOVE GAP-ZONES-OWNER-FLAGGED TO GAP-TOT-VALUE.
052600     PERFORM 4900-WRITE-TOTAL THRU 4900-EXIT.
052700 4000-EXIT.
052800     EXIT.
052900*
053000 4100-PRINT-ONE-ZONE.
053100     COMPUTE GAP-ZONE-BINS =
053200         GAP-ZONE-END (GAP-Z) - GAP-ZONE-START (GAP-Z) + 1.
053300     ADD GAP-ZONE-BINS TO GAP-TOTAL-BINS.
053400     ADD GAP-ZONE-UNCOV (GAP-Z) TO GAP-TOTAL-UNCOVERED.
053500     MOVE GAP-ZONE-ID (GAP-Z) TO GAP-DET-ZONE.
053600     MOVE GAP-ZONE-NAME (GAP-Z) TO GAP-DET-NAME.
053700     MOVE GAP-ZONE-OWNER (GAP-Z) TO GAP-DET-OWNER.
053800     MOVE GAP-ZONE-START (GAP-Z) TO GAP-DET-START.
053900     MOVE GAP-ZONE-END (GAP-Z) TO GAP-DET-END.
054000     MOVE GAP-ZONE-BINS TO GAP-DET-BINS.
054100     MOVE GAP-ZONE-UNCOV (GAP-Z) TO GAP-DET-UNCOV.
054200     COMPUTE GAP-PCT ROUNDED =
054300         (GAP-ZONE-BINS - GAP-ZONE-UNCOV (GAP-Z)) * 100
054400         / GAP-ZONE-BINS.
054500     MOVE GAP-PCT TO GAP-DET-PCT.
054600     MOVE SPACES TO GAP-DET-FLAG.
054700     IF GAP-ZONE-UNCOV (GAP-Z) = GAP-ZONE-BINS
054800         ADD 1 TO GAP-ZONES-NOT-COVERED
054900         MOVE 'ZONE NOT COVERED' TO GAP-DET-FLAG
055000     END-IF.
055100     IF GAP-ZONE-OWNER-UNCOVERED (GAP-Z)
055200         ADD 1 TO GAP-ZONES-OWNER-FLAGGED
055300         MOVE '** OWNER NOT COVERED **' TO GAP-DET-FLAG
055400     END-IF.
055500     MOVE SPACES TO GAP-REPORT-LINE.
055600     WRITE GAP-REPORT-LINE.
055700     MOVE GAP-ZONE-LINE TO GAP-REPORT-LINE.
055800     WRITE GAP-REPORT-LINE.
055900     PERFORM 3100-WALK-ZONE THRU 3100-EXIT.
056000 4100-EXIT.
056100     EXIT.
056200*
056300 4900-WRITE-TOTAL.
056400     MOVE GAP-TOTAL-LINE TO GAP-REPORT-LINE.
056500     WRITE GAP-REPORT-LINE.
056600 4900-EXIT.
056700     EXIT.
056800*
056900*****************************************************************
057000*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
057100*    PROCEDURE COPYBOOK)                                         *
057200*****************************************************************
057300 COPY PARMPRC.

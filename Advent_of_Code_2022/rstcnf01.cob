000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  RSTCNF01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - SHIFT/BIN RANGE DESK            *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    SHIFT-ROSTER CONFLICT REPORT.  READS THE RANGERST ROSTER   *
001100*    EXTRACT WRITTEN BY UNSTRING_SAMPLE03 - ONE ROW FOR EVERY   *
001200*    RANGE OF EVERY WELL-FORMED ROSTER RECORD, WRITTEN BEFORE   *
001300*    ANY PAIR IS CHECKED - AND BUILDS ONE ENTRY PER DISTINCT    *
001400*    ROSTERED STRETCH (FEED ID + RUN START TIME + INPUT LINE    *
001450*    + RANGE NUMBER).  A ONE-RANGE RECORD, OR A RANGE WHOSE     *
001500*    PAIRS WERE ALL REJECTED TO RANGEEXC, IS STILL CHECKED.     *
001600*    A ROW REPEATING THE KEY OF ONE ALREADY LOADED IS A         *
001700*    RESTART REWRITE (A RESUMED RUN KEEPS ITS START TIME) AND   *
001800*    IS SKIPPED; THE SAME STRETCH ON TWO DIFFERENT INPUT LINES, *
001900*    OR FROM TWO RUNS, IS TWO BOOKINGS.  EVERY STRETCH IS       *
002000*    THEN COMPARED WITH EVERY OTHER, ACROSS THE WHOLE DAY AND   *
002100*    NOT ONLY WITHIN ONE INPUT LINE -                           *
002200*        DOUBLE-BOOKED  THE SAME ELF HOLDS TWO STRETCHES THAT   *
002300*                       SHARE AT LEAST ONE BIN                  *
002400*        COLLISION      TWO DIFFERENT ELVES HOLD STRETCHES THAT *
002500*                       SHARE AT LEAST ONE BIN                  *
002600*    ADJACENT STRETCHES SHARE NO BIN AND ARE NOT CONFLICTS.     *
002610*    ONLY ROWS FOR THE BUSINESS DATE (THE RUNCTL DATE) ARE      *
002620*    LOADED; WHEN THE REPROCESS-DATE CARD IS SET THE REPORT IS  *
002630*    FOR THAT PRIOR DATE AND ONLY THE 'R' REPROCESSED ROWS ARE  *
002640*    SELECTED, SAME RULE AS DLYRPT01, SO A DAY'S ORIGINAL ROWS  *
002650*    ARE NEVER SET AGAINST ITS OWN REPROCESSED ONES.            *
002700*    THE REPORT (RSTRPT) IS GROUPED BY THE ELF MASTER GROUP     *
002800*    CODE; A COLLISION BETWEEN TWO GROUPS PRINTS UNDER BOTH     *
002900*    SO EACH GROUP'S PLANNER SEES IT.  AN ELF NOT ON THE        *
003000*    MASTER PRINTS UNDER GROUP 'UNKNOWN'.  RANGES ON RECORDS    *
003100*    WITHOUT ROSTER ELF IDS ARE NOT EXTRACTED AND TAKE NO       *
003200*    PART.                                                      *
003300*    RETURN CODE 4 WHEN ANY CONFLICT IS FOUND.                  *
003400*                                                               *
003500*    MODIFICATION HISTORY.                                     *
003600*    DATE       INIT  DESCRIPTION                              *
003700*    10/15/26   JRB   ORIGINAL                                  *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. RSTCNF01.
004100*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-Z.
004500 OBJECT-COMPUTER. IBM-Z.
004600*
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ROSTER-EXTRACT-FILE ASSIGN TO RANGERST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RST-RNGRST-STATUS.
005200*
005300     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ELM-ELF-ID
005700         FILE STATUS IS RST-ELFMST-STATUS.
005800*
005900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RST-RUNCTL-STATUS.
006200*
006300     SELECT ROSTER-REPORT-FILE ASSIGN TO RSTRPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RST-RSTRPT-STATUS.
006600*
006610     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
006620         ORGANIZATION IS LINE SEQUENTIAL
006630         FILE STATUS IS PRM-PARM-STATUS.
006640*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ROSTER-EXTRACT-FILE.
007000 COPY RANGRST.
007100*
007200 FD  ELF-MASTER-FILE.
007300 COPY ELFMST.
007400*
007500 FD  RUN-CONTROL-FILE.
007600 COPY RUNCTL.
007700*
007800 FD  ROSTER-REPORT-FILE.
007900 01  ROSTER-REPORT-LINE              PIC X(120).
008000*
008010 FD  PARAMETER-FILE.
008020 01  PRM-PARM-CARD                   PIC X(80).
008030*
008100 WORKING-STORAGE SECTION.
008200 01  RST-FILE-STATUSES.
008300     05  RST-RNGRST-STATUS           PIC X(02).
008400     05  RST-ELFMST-STATUS           PIC X(02).
008500     05  RST-RUNCTL-STATUS           PIC X(02).
008600     05  RST-RSTRPT-STATUS           PIC X(02).
008700*
008800 01  RST-SWITCHES.
008900     05  RST-EOF-SWITCH              PIC X(01)  VALUE 'N'.
009000         88  RST-EOF                            VALUE 'Y'.
009100     05  RST-STR-FULL-SWITCH         PIC X(01)  VALUE 'N'.
009200         88  RST-STR-FULL-WARNED                VALUE 'Y'.
009300     05  RST-CNF-FULL-SWITCH         PIC X(01)  VALUE 'N'.
009400         88  RST-CNF-FULL-WARNED                VALUE 'Y'.
009500     05  RST-GRP-FULL-SWITCH         PIC X(01)  VALUE 'N'.
009600         88  RST-GRP-FULL-WARNED                VALUE 'Y'.
009700*
009800 01  RST-BUS-DATE                    PIC 9(08)  VALUE 0.
009900 01  RST-RUN-NO                      PIC 9(06)  VALUE 0.
010000*
010010 COPY PARMWRK.
010020*
010100 01  RST-ROW-COUNT                   PIC 9(09)  VALUE 0.
010150 01  RST-DATE-ROW-COUNT              PIC 9(09)  VALUE 0.
010200 01  RST-DUP-ROWS                    PIC 9(09)  VALUE 0.
010300 01  RST-DOUBLE-COUNT                PIC 9(09)  VALUE 0.
010400 01  RST-COLLIDE-COUNT               PIC 9(09)  VALUE 0.
010500*
010600 01  RST-GROUP-KEY                   PIC X(08)  VALUE SPACES.
010700*
010800 01  RST-STRETCH-TABLE-AREA.
010900     05  RST-STR-COUNT               PIC 9(04)  COMP  VALUE 0.
011000     05  RST-S                       PIC 9(04)  COMP  VALUE 0.
011100     05  RST-T                       PIC 9(04)  COMP  VALUE 0.
011200     05  RST-T-START                 PIC 9(04)  COMP  VALUE 0.
011300     05  RST-STR-ENTRY               OCCURS 2000 TIMES.
011400         10  RST-STR-FEED-ID         PIC X(08).
011450         10  RST-STR-RUN-START       PIC 9(08).
011500         10  RST-STR-LINE-NO         PIC 9(06).
011600         10  RST-STR-RANGE-NO        PIC 9(02).
011700         10  RST-STR-ELF-ID          PIC 9(05).
011800         10  RST-STR-ELF-NAME        PIC X(25).
011900         10  RST-STR-GROUP           PIC X(08).
012000         10  RST-STR-START           PIC 9(07).
012100         10  RST-STR-END             PIC 9(07).
012200*
012300 01  RST-CONFLICT-TABLE-AREA.
012400     05  RST-CNF-COUNT               PIC 9(04)  COMP  VALUE 0.
012500     05  RST-C                       PIC 9(04)  COMP  VALUE 0.
012600     05  RST-CNF-ENTRY               OCCURS 2000 TIMES.
012700         10  RST-CNF-TYPE            PIC X(13).
012800         10  RST-CNF-SUB-1           PIC 9(04)  COMP.
012900         10  RST-CNF-SUB-2           PIC 9(04)  COMP.
013000         10  RST-CNF-LO-BIN          PIC 9(07).
013100         10  RST-CNF-HI-BIN          PIC 9(07).
013200*
013300 01  RST-GROUP-TABLE-AREA.
013400     05  RST-GRP-COUNT               PIC 9(03)  COMP  VALUE 0.
013500     05  RST-G                       PIC 9(03)  COMP  VALUE 0.
013600     05  RST-R                       PIC 9(03)  COMP  VALUE 0.
013700     05  RST-MIN-SUB                 PIC 9(03)  COMP  VALUE 0.
013800     05  RST-GRP-ENTRY               OCCURS 100 TIMES.
013900         10  RST-GRP-CODE            PIC X(08).
014000         10  RST-GRP-CONFLICTS       PIC 9(05).
014100         10  RST-GRP-PRINTED         PIC X(01).
014200*
014300 01  RST-HEADER-LINE.
014400     05  FILLER                      PIC X(36)
014500         VALUE 'RSTCNF01 SHIFT-ROSTER CONFLICTS -   '.
014600     05  FILLER                      PIC X(05)  VALUE 'DATE '.
014700     05  RST-HDR-DATE                PIC 9(08).
014800     05  FILLER                      PIC X(05)  VALUE ' RUN '.
014900     05  RST-HDR-RUN                 PIC 9(06).
015000     05  FILLER                      PIC X(60)  VALUE SPACES.
015100*
015200 01  RST-GROUP-LINE.
015300     05  FILLER                      PIC X(06)  VALUE 'GROUP '.
015400     05  RST-GHD-CODE                PIC X(08).
015500     05  FILLER                      PIC X(04)  VALUE ' -  '.
015600     05  RST-GHD-COUNT               PIC ZZZZ9.
015700     05  FILLER                      PIC X(10)
015800         VALUE ' CONFLICTS'.
015900     05  FILLER                      PIC X(87)  VALUE SPACES.
016000*
016100 01  RST-COLUMN-LINE.
016200     05  FILLER                      PIC X(15)
016300         VALUE 'CONFLICT       '.
016400     05  FILLER                      PIC X(06)  VALUE 'ELF   '.
016500     05  FILLER                      PIC X(17)
016600         VALUE 'NAME             '.
016700     05  FILLER                      PIC X(17)
016800         VALUE 'STRETCH          '.
016900     05  FILLER                      PIC X(06)  VALUE 'ELF   '.
017000     05  FILLER                      PIC X(17)
017100         VALUE 'NAME             '.
017200     05  FILLER                      PIC X(17)
017300         VALUE 'STRETCH          '.
017400     05  FILLER                      PIC X(17)
017500         VALUE 'COMMON BINS      '.
017600     05  FILLER                      PIC X(08)  VALUE 'OTHER GP'.
017700*
017800 01  RST-DETAIL-LINE.
017900     05  RST-DET-TYPE                PIC X(13).
018000     05  FILLER                      PIC X(02)  VALUE SPACES.
018100     05  RST-DET-ELF-1               PIC 9(05).
018200     05  FILLER                      PIC X(01)  VALUE SPACES.
018300     05  RST-DET-NAME-1              PIC X(15).
018400     05  FILLER                      PIC X(02)  VALUE SPACES.
018500     05  RST-DET-START-1             PIC 9(07).
018600     05  FILLER                      PIC X(01)  VALUE '-'.
018700     05  RST-DET-END-1               PIC 9(07).
018800     05  FILLER                      PIC X(02)  VALUE SPACES.
018900     05  RST-DET-ELF-2               PIC 9(05).
019000     05  FILLER                      PIC X(01)  VALUE SPACES.
019100     05  RST-DET-NAME-2              PIC X(15).
019200     05  FILLER                      PIC X(02)  VALUE SPACES.
019300     05  RST-DET-START-2             PIC 9(07).
019400     05  FILLER                      PIC X(01)  VALUE '-'.
019500     05  RST-DET-END-2               PIC 9(07).
019600     05  FILLER                      PIC X(02)  VALUE SPACES.
019700     05  RST-DET-LO-BIN              PIC 9(07).
019800     05  FILLER                      PIC X(01)  VALUE '-'.
019900     05  RST-DET-HI-BIN              PIC 9(07).
020000     05  FILLER                      PIC X(02)  VALUE SPACES.
020100     05  RST-DET-OTHER-GROUP         PIC X(08).
020200*
020300 01  RST-TOTAL-LINE.
020400     05  FILLER                      PIC X(02)  VALUE SPACES.
020500     05  RST-TOT-TEXT                PIC X(42).
020600     05  RST-TOT-VALUE               PIC 9(09).
020700     05  FILLER                      PIC X(67)  VALUE SPACES.
020800*
020900 PROCEDURE DIVISION.
021000*
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-LOAD-STRETCHES THRU 2000-EXIT.
021400     PERFORM 3000-FIND-CONFLICTS THRU 3000-EXIT.
021500     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
021600     CLOSE ELF-MASTER-FILE ROSTER-REPORT-FILE.
021700     DISPLAY 'RSTCNF01 ROSTER CONFLICT REPORT COMPLETE - '
021800         'DOUBLE-BOOKED = ' RST-DOUBLE-COUNT
021900         ' COLLISIONS = ' RST-COLLIDE-COUNT.
022000     IF RST-CNF-COUNT > 0
022100         MOVE 4 TO RETURN-CODE
022200     END-IF.
022300     STOP RUN.
022400*
022500*****************************************************************
022600*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS AND FILE OPENS. *
022610*    A REPROCESS RUN REPORTS THE REPROCESS DATE INSTEAD OF THE   *
022620*    CURRENT RUNCTL DATE.                                        *
022700*****************************************************************
022800 1000-INITIALIZE.
022900     OPEN INPUT RUN-CONTROL-FILE.
023000     IF RST-RUNCTL-STATUS NOT = '00'
023100         DISPLAY 'RSTCNF01 RUNCTL OPEN FAILED - STATUS = '
023200             RST-RUNCTL-STATUS
023300         DISPLAY 'RSTCNF01 RUN DATADV01 TO SET THE BUSINESS DATE'
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     READ RUN-CONTROL-FILE
023800         AT END
023900             DISPLAY 'RSTCNF01 RUNCTL IS EMPTY - RUN DATADV01'
024000             MOVE 16 TO RETURN-CODE
024100             STOP RUN
024200     END-READ.
024300     MOVE RCT-BUSINESS-DATE TO RST-BUS-DATE.
024400     MOVE RCT-RUN-NUMBER TO RST-RUN-NO.
024500     CLOSE RUN-CONTROL-FILE.
024510     MOVE 'RSTCNF01' TO PRM-MSG-PREFIX.
024520     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
024530     IF PRM-REPROCESSING
024540         MOVE PRM-REPROCESS-DATE TO RST-BUS-DATE
024550         DISPLAY 'RSTCNF01 REPROCESS MODE - REPORTING PRIOR '
024560             'DATE ' PRM-REPROCESS-DATE
024570     END-IF.
024600     OPEN INPUT ROSTER-EXTRACT-FILE.
024700     IF RST-RNGRST-STATUS NOT = '00'
024800         DISPLAY 'RSTCNF01 RANGERST OPEN FAILED - STATUS = '
024900             RST-RNGRST-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     OPEN INPUT ELF-MASTER-FILE.
025400     IF RST-ELFMST-STATUS NOT = '00'
025500         DISPLAY 'RSTCNF01 ELFMST OPEN FAILED - STATUS = '
025600             RST-ELFMST-STATUS
025700         CLOSE ROSTER-EXTRACT-FILE
025800         MOVE 16 TO RETURN-CODE
025900         STOP RUN
026000     END-IF.
026100     OPEN OUTPUT ROSTER-REPORT-FILE.
026200     IF RST-RSTRPT-STATUS NOT = '00'
026300         DISPLAY 'RSTCNF01 RSTRPT OPEN FAILED - STATUS = '
026400             RST-RSTRPT-STATUS
026500         CLOSE ROSTER-EXTRACT-FILE ELF-MASTER-FILE
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900 1000-EXIT.
027000     EXIT.
027100*
027200*****************************************************************
027300*    2000-LOAD-STRETCHES  -  ONE EXTRACT ROW PER ROSTERED        *
027350*    RANGE.  A ROW FOR ANY OTHER DATE, OR ON A REPROCESS RUN A   *
027360*    ROW NOT MARKED 'R', IS PASSED OVER.                         *
027400*    ANY OTHER ROW IS POSTED UNLESS ITS FEED ID, RUN START TIME, *
027500*    INPUT LINE AND RANGE NUMBER ARE ALREADY IN THE TABLE, WHICH *
027600*    ONLY HAPPENS WHEN A RESTARTED RUN REWROTE THE ROWS AFTER    *
027700*    ITS LAST CHECKPOINT.                                        *
027800*****************************************************************
027900 2000-LOAD-STRETCHES.
028000     READ ROSTER-EXTRACT-FILE
028100         AT END MOVE 'Y' TO RST-EOF-SWITCH
028200     END-READ.
028300     PERFORM UNTIL RST-EOF
028400         ADD 1 TO RST-ROW-COUNT
028500         PERFORM 2100-POST-STRETCH THRU 2100-EXIT
028600         READ ROSTER-EXTRACT-FILE
028700             AT END MOVE 'Y' TO RST-EOF-SWITCH
028800         END-READ
028900     END-PERFORM.
029000     CLOSE ROSTER-EXTRACT-FILE.
029100 2000-EXIT.
029200     EXIT.
029300*
029400 2100-POST-STRETCH.
029410     IF RRS-BUSINESS-DATE NOT = RST-BUS-DATE
029420         GO TO 2100-EXIT
029430     END-IF.
029440     IF PRM-REPROCESSING
029450         AND NOT RRS-REPROCESSED
029460         GO TO 2100-EXIT
029470     END-IF.
029480     ADD 1 TO RST-DATE-ROW-COUNT.
029500     PERFORM VARYING RST-S FROM 1 BY 1
029600         UNTIL RST-S > RST-STR-COUNT
029700             OR (RST-STR-LINE-NO (RST-S) = RRS-LINE-NO
029800             AND RST-STR-RANGE-NO (RST-S) = RRS-RANGE-NO
029900             AND RST-STR-FEED-ID (RST-S) = RRS-FEED-ID
029950             AND RST-STR-RUN-START (RST-S) = RRS-RUN-START-TIME)
030000         CONTINUE
030100     END-PERFORM.
030200     IF RST-S <= RST-STR-COUNT
030300         ADD 1 TO RST-DUP-ROWS
030400         GO TO 2100-EXIT
030500     END-IF.
030600     IF RST-STR-COUNT >= 2000
030700         IF NOT RST-STR-FULL-WARNED
030800             DISPLAY 'RSTCNF01 STRETCH TABLE FULL - FURTHER '
030900                 'STRETCHES NOT CHECKED'
031000             MOVE 'Y' TO RST-STR-FULL-SWITCH
031100         END-IF
031200         GO TO 2100-EXIT
031300     END-IF.
031400     ADD 1 TO RST-STR-COUNT.
031500     MOVE RRS-FEED-ID TO RST-STR-FEED-ID (RST-S).
031550     MOVE RRS-RUN-START-TIME TO RST-STR-RUN-START (RST-S).
031600     MOVE RRS-LINE-NO TO RST-STR-LINE-NO (RST-S).
031700     MOVE RRS-RANGE-NO TO RST-STR-RANGE-NO (RST-S).
031800     MOVE RRS-ELF-ID TO RST-STR-ELF-ID (RST-S).
031900     MOVE RRS-RANGE-START TO RST-STR-START (RST-S).
032000     MOVE RRS-RANGE-END TO RST-STR-END (RST-S).
032100     PERFORM 2200-LOOKUP-ELF THRU 2200-EXIT.
032200 2100-EXIT.
032300     EXIT.
032400*
032500*****************************************************************
032600*    2200-LOOKUP-ELF  -  NAME AND GROUP CODE FROM THE MASTER.    *
032700*    AN ELF NOT ON THE MASTER - ALREADY FLAGGED TO RANGEEXC BY   *
032800*    UNSTRING_SAMPLE03 WHEN IT SHARED A RECORD WITH ANOTHER      *
032900*    RANGE - PRINTS UNDER GROUP 'UNKNOWN'.                       *
033000*****************************************************************
033100 2200-LOOKUP-ELF.
033200     MOVE RRS-ELF-ID TO ELM-ELF-ID.
033300     READ ELF-MASTER-FILE
033400         INVALID KEY
033500             MOVE SPACES TO RST-STR-ELF-NAME (RST-S)
033600             MOVE 'UNKNOWN' TO RST-STR-GROUP (RST-S)
033700         NOT INVALID KEY
033800             MOVE ELM-ELF-NAME TO RST-STR-ELF-NAME (RST-S)
033900             IF ELM-GROUP-CODE = SPACES
034000                 MOVE 'UNKNOWN' TO RST-STR-GROUP (RST-S)
034100             ELSE
034200                 MOVE ELM-GROUP-CODE TO RST-STR-GROUP (RST-S)
034300             END-IF
034400     END-READ.
034500 2200-EXIT.
034600     EXIT.
034700*
034800*****************************************************************
034900*    3000-FIND-CONFLICTS  -  COMPARE EVERY STRETCH WITH EVERY    *
035000*    LATER ONE.  TWO STRETCHES CONFLICT WHEN THE LATER START IS  *
035100*    NOT PAST THE EARLIER END.  EACH CONFLICT IS ALSO POSTED TO  *
035200*    THE GROUP TABLE UNDER BOTH ELVES' GROUPS.                   *
035300*****************************************************************
035400 3000-FIND-CONFLICTS.
035500     PERFORM VARYING RST-S FROM 1 BY 1
035600         UNTIL RST-S >= RST-STR-COUNT
035700         COMPUTE RST-T-START = RST-S + 1
035800         PERFORM VARYING RST-T FROM RST-T-START BY 1
035900             UNTIL RST-T > RST-STR-COUNT
036000             IF RST-STR-START (RST-S) <= RST-STR-END (RST-T)
036100                 AND RST-STR-START (RST-T) <= RST-STR-END (RST-S)
036200                 PERFORM 3100-POST-CONFLICT THRU 3100-EXIT
036300             END-IF
036400         END-PERFORM
036500     END-PERFORM.
036600 3000-EXIT.
036700     EXIT.
036800*
036900 3100-POST-CONFLICT.
037000     IF RST-CNF-COUNT >= 2000
037100         IF NOT RST-CNF-FULL-WARNED
037200             DISPLAY 'RSTCNF01 CONFLICT TABLE FULL - FURTHER '
037300                 'CONFLICTS NOT LISTED'
037400             MOVE 'Y' TO RST-CNF-FULL-SWITCH
037500         END-IF
037600         GO TO 3100-EXIT
037700     END-IF.
037800     ADD 1 TO RST-CNF-COUNT.
037900     MOVE RST-CNF-COUNT TO RST-C.
038000     MOVE RST-S TO RST-CNF-SUB-1 (RST-C).
038100     MOVE RST-T TO RST-CNF-SUB-2 (RST-C).
038200     IF RST-STR-ELF-ID (RST-S) = RST-STR-ELF-ID (RST-T)
038300         MOVE 'DOUBLE-BOOKED' TO RST-CNF-TYPE (RST-C)
038400         ADD 1 TO RST-DOUBLE-COUNT
038500     ELSE
038600         MOVE 'COLLISION' TO RST-CNF-TYPE (RST-C)
038700         ADD 1 TO RST-COLLIDE-COUNT
038800     END-IF.
038900     IF RST-STR-START (RST-S) >= RST-STR-START (RST-T)
039000         MOVE RST-STR-START (RST-S) TO RST-CNF-LO-BIN (RST-C)
039100     ELSE
039200         MOVE RST-STR-START (RST-T) TO RST-CNF-LO-BIN (RST-C)
039300     END-IF.
039400     IF RST-STR-END (RST-S) <= RST-STR-END (RST-T)
039500         MOVE RST-STR-END (RST-S) TO RST-CNF-HI-BIN (RST-C)
039600     ELSE
039700         MOVE RST-STR-END (RST-T) TO RST-CNF-HI-BIN (RST-C)
039800     END-IF.
039900     MOVE RST-STR-GROUP (RST-S) TO RST-GROUP-KEY.
040000     PERFORM 3200-POST-GROUP THRU 3200-EXIT.
040100     IF RST-STR-GROUP (RST-T) NOT = RST-STR-GROUP (RST-S)
040200         MOVE RST-STR-GROUP (RST-T) TO RST-GROUP-KEY
040300         PERFORM 3200-POST-GROUP THRU 3200-EXIT
040400     END-IF.
040500 3100-EXIT.
040600     EXIT.
040700*
040800 3200-POST-GROUP.
040900     PERFORM VARYING RST-G FROM 1 BY 1
041000         UNTIL RST-G > RST-GRP-COUNT
041100             OR RST-GRP-CODE (RST-G) = RST-GROUP-KEY
041200         CONTINUE
041300     END-PERFORM.
041400     IF RST-G > RST-GRP-COUNT
041500         IF RST-GRP-COUNT >= 100
041600             IF NOT RST-GRP-FULL-WARNED
041700                 DISPLAY 'RSTCNF01 GROUP TABLE FULL - FURTHER '
041800                     'GROUPS NOT LISTED'
041900                 MOVE 'Y' TO RST-GRP-FULL-SWITCH
042000             END-IF
042100             GO TO 3200-EXIT
042200         END-IF
042300         ADD 1 TO RST-GRP-COUNT
042400         MOVE RST-GROUP-KEY TO RST-GRP-CODE (RST-G)
042500         MOVE 0 TO RST-GRP-CONFLICTS (RST-G)
042600         MOVE 'N' TO RST-GRP-PRINTED (RST-G)
042700     END-IF.
042800     ADD 1 TO RST-GRP-CONFLICTS (RST-G).
042900 3200-EXIT.
043000     EXIT.
043100*
043200*****************************************************************
043300*    4000-WRITE-REPORT  -  TOTALS, THEN ONE BLOCK PER GROUP IN   *
043400*    GROUP-CODE ORDER.  EACH PASS PICKS THE LOWEST GROUP CODE    *
043500*    NOT YET PRINTED.                                            *
043600*****************************************************************
043700 4000-WRITE-REPORT.
043800     MOVE RST-BUS-DATE TO RST-HDR-DATE.
043900     MOVE RST-RUN-NO TO RST-HDR-RUN.
044000     MOVE RST-HEADER-LINE TO ROSTER-REPORT-LINE.
044100     WRITE ROSTER-REPORT-LINE.
044200     MOVE SPACES TO ROSTER-REPORT-LINE.
044300     WRITE ROSTER-REPORT-LINE.
044400     MOVE 'ROSTER EXTRACT ROWS READ' TO RST-TOT-TEXT.
044500     MOVE RST-ROW-COUNT TO RST-TOT-VALUE.
044600     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
044700     WRITE ROSTER-REPORT-LINE.
044710     MOVE 'ROSTER EXTRACT ROWS FOR THE DATE' TO RST-TOT-TEXT.
044720     MOVE RST-DATE-ROW-COUNT TO RST-TOT-VALUE.
044730     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
044740     WRITE ROSTER-REPORT-LINE.
044800     MOVE 'RESTART DUPLICATE ROWS SKIPPED' TO RST-TOT-TEXT.
044900     MOVE RST-DUP-ROWS TO RST-TOT-VALUE.
045000     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
045100     WRITE ROSTER-REPORT-LINE.
045200     MOVE 'DISTINCT ROSTERED STRETCHES' TO RST-TOT-TEXT.
045300     MOVE RST-STR-COUNT TO RST-TOT-VALUE.
045400     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
045500     WRITE ROSTER-REPORT-LINE.
045600     MOVE 'DOUBLE-BOOKED ELF CONFLICTS' TO RST-TOT-TEXT.
045700     MOVE RST-DOUBLE-COUNT TO RST-TOT-VALUE.
045800     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
045900     WRITE ROSTER-REPORT-LINE.
046000     MOVE 'COLLISIONS BETWEEN ELVES' TO RST-TOT-TEXT.
046100     MOVE RST-COLLIDE-COUNT TO RST-TOT-VALUE.
046200     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
046300     WRITE ROSTER-REPORT-LINE.
046400     MOVE 'GROUPS AFFECTED' TO RST-TOT-TEXT.
046500     MOVE RST-GRP-COUNT TO RST-TOT-VALUE.
046600     MOVE RST-TOTAL-LINE TO ROSTER-REPORT-LINE.
046700     WRITE ROSTER-REPORT-LINE.
046800     IF RST-CNF-COUNT = 0
046900         MOVE SPACES TO ROSTER-REPORT-LINE
047000         WRITE ROSTER-REPORT-LINE
047100         MOVE 'NO ROSTER CONFLICTS FOUND' TO ROSTER-REPORT-LINE
047200         WRITE ROSTER-REPORT-LINE
047300         GO TO 4000-EXIT
047400     END-IF.
047500     PERFORM VARYING RST-R FROM 1 BY 1
047600         UNTIL RST-R > RST-GRP-COUNT
047700         PERFORM 4100-PRINT-NEXT-GROUP THRU 4100-EXIT
047800     END-PERFORM.
047900 4000-EXIT.
048000     EXIT.
048100*
048200 4100-PRINT-NEXT-GROUP.
048300     MOVE 0 TO RST-MIN-SUB.
048400     PERFORM VARYING RST-G FROM 1 BY 1
048500         UNTIL RST-G > RST-GRP-COUNT
048600         IF RST-GRP-PRINTED (RST-G) = 'N'
048700             IF RST-MIN-SUB = 0
048800                 MOVE RST-G TO RST-MIN-SUB
048900             ELSE
049000                 IF RST-GRP-CODE (RST-G) <
049100                     RST-GRP-CODE (RST-MIN-SUB)
049200                     MOVE RST-G TO RST-MIN-SUB
049300                 END-IF
049400             END-IF
049500         END-IF
049600     END-PERFORM.
049700     IF RST-MIN-SUB = 0
049800         GO TO 4100-EXIT
049900     END-IF.
050000     MOVE 'Y' TO RST-GRP-PRINTED (RST-MIN-SUB).
050100     MOVE RST-GRP-CODE (RST-MIN-SUB) TO RST-GROUP-KEY.
050200     MOVE SPACES TO ROSTER-REPORT-LINE.
050300     WRITE ROSTER-REPORT-LINE.
050400     MOVE RST-GROUP-KEY TO RST-GHD-CODE.
050500     MOVE RST-GRP-CONFLICTS (RST-MIN-SUB) TO RST-GHD-COUNT.
050600     MOVE RST-GROUP-LINE TO ROSTER-REPORT-LINE.
050700     WRITE ROSTER-REPORT-LINE.
050800     MOVE RST-COLUMN-LINE TO ROSTER-REPORT-LINE.
050900     WRITE ROSTER-REPORT-LINE.
051000     PERFORM VARYING RST-C FROM 1 BY 1
051100         UNTIL RST-C > RST-CNF-COUNT
051200         MOVE RST-CNF-SUB-1 (RST-C) TO RST-S
051300         MOVE RST-CNF-SUB-2 (RST-C) TO RST-T
051400         IF RST-STR-GROUP (RST-S) = RST-GROUP-KEY
051500             OR RST-STR-GROUP (RST-T) = RST-GROUP-KEY
051600             PERFORM 4200-PRINT-CONFLICT THRU 4200-EXIT
051700         END-IF
051800     END-PERFORM.
051900 4100-EXIT.
052000     EXIT.
052100*
052200*****************************************************************
052300*    4200-PRINT-CONFLICT  -  THE ELF BELONGING TO THE GROUP      *
052400*    BEING PRINTED IS SHOWN FIRST; THE LAST COLUMN NAMES THE     *
052500*    OTHER ELF'S GROUP SO CROSS-GROUP COLLISIONS STAND OUT.      *
052600*****************************************************************
052700 4200-PRINT-CONFLICT.
052800     IF RST-STR-GROUP (RST-S) NOT = RST-GROUP-KEY
052900         MOVE RST-CNF-SUB-2 (RST-C) TO RST-S
053000         MOVE RST-CNF-SUB-1 (RST-C) TO RST-T
053100     END-IF.
053200     MOVE RST-CNF-TYPE (RST-C) TO RST-DET-TYPE.
053300     MOVE RST-STR-ELF-ID (RST-S) TO RST-DET-ELF-1.
053400     MOVE RST-STR-ELF-NAME (RST-S) TO RST-DET-NAME-1.
053500     MOVE RST-STR-START (RST-S) TO RST-DET-START-1.
053600     MOVE RST-STR-END (RST-S) TO RST-DET-END-1.
053700     MOVE RST-STR-ELF-ID (RST-T) TO RST-DET-ELF-2.
053800     MOVE RST-STR-ELF-NAME (RST-T) TO RST-DET-NAME-2.
053900     MOVE RST-STR-START (RST-T) TO RST-DET-START-2.
054000     MOVE RST-STR-END (RST-T) TO RST-DET-END-2.
054100     MOVE RST-CNF-LO-BIN (RST-C) TO RST-DET-LO-BIN.
054200     MOVE RST-CNF-HI-BIN (RST-C) TO RST-DET-HI-BIN.
054300     MOVE RST-STR-GROUP (RST-T) TO RST-DET-OTHER-GROUP.
054400     MOVE RST-DETAIL-LINE TO ROSTER-REPORT-LINE.
054500     WRITE ROSTER-REPORT-LINE.
054600 4200-EXIT.
054700     EXIT.
054800*
054900*****************************************************************
055000*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
055100*    PROCEDURE COPYBOOK)                                         *
055200*****************************************************************
055300 COPY PARMPRC.

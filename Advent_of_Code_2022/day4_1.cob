002605*                     OF LETTING A FAT-FINGERED RANGE FLOOD     *
002606*                     THE RANGEAUD MATRIX; A MISSING BINMST     *
002607*                     BYPASSES THE CHECK WITH A WARNING         *
002608*    10/15/26   JRB   SHIFT-ROSTER FORMAT - EACH RANGE ON A     *
002609*                     RANGEIN RECORD MAY LEAD WITH THE ASSIGNED *
002610*                     ELF ID (NNNNN:START-END).  EVERY ELF IS   *
002611*                     CHECKED AGAINST THE ELFMST ELF MASTER;    *
002612*                     A PAIR WITH AN UNKNOWN OR INACTIVE ELF    *
002613*                     GOES TO RANGEEXC AND THE ELF IDS ARE      *
002614*                     CARRIED ONTO EVERY RANGEAUD ROW.  EVERY   *
002615*                     ROSTERED RANGE IS ALSO WRITTEN TO THE     *
002616*                     RANGERST EXTRACT FOR THE RSTCNF01         *
002617*                     ROSTER-CONFLICT REPORT.  ELFMST IS OPENED *
002618*                     AT THE FIRST ROSTER RECORD; IF IT IS NOT  *
002619*                     AVAILABLE THE ELF CHECK IS BYPASSED WITH  *
002620*                     A WARNING AND RETURN CODE 4               *
002621*    10/15/26   JRB   A REPROCESS-DATE OR SUPPL RUN FOR A DATE  *
002622*                     IN A PERIOD CLOSED BY PERCLS01 IS         *
002623*                     REFUSED (RC 8) UNLESS A REOPEN-PERIOD     *
002624*                     CARD NAMES THE PERIOD; A REOPEN IS        *
002625*                     LOGGED TO PERROPN (PERCHK COPYBOOK)       *
002626*    10/15/26   JRB   EVERY RANGERST AND RANGEEXC ROW CARRIES   *
002627*                     THE RUN START TIME, KEPT IN THE           *
002628*                     CHECKPOINT FOR A RESUMED RUN, SO TWO      *
002629*                     SUPPL RUNS ON ONE DATE NO LONGER WRITE    *
002630*                     MATCHING ROSTER OR EXCEPTION KEYS         *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. UNSTRING_SAMPLE03.
005198         ORGANIZATION IS LINE SEQUENTIAL
005199         FILE STATUS IS WORK-RNGEXC-STATUS.
005200*
005210     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
005215         ORGANIZATION IS INDEXED
005220         ACCESS MODE IS RANDOM
005225         RECORD KEY IS ELM-ELF-ID
005230         FILE STATUS IS WORK-ELFMST-STATUS.
005235*
005240     SELECT ROSTER-EXTRACT-FILE ASSIGN TO RANGERST
005245         ORGANIZATION IS LINE SEQUENTIAL
005250         FILE STATUS IS WORK-RNGRST-STATUS.
005255*
005260     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
005265         ORGANIZATION IS INDEXED
005270         ACCESS MODE IS RANDOM
005275         RECORD KEY IS PCT-PERIOD
005280         FILE STATUS IS PRD-PERCTL-STATUS.
005285*
005290     SELECT REOPEN-LOG-FILE ASSIGN TO PERROPN
005292         ORGANIZATION IS LINE SEQUENTIAL
005294         FILE STATUS IS PRD-PERROPN-STATUS.
005296*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RANGE-FILE.
006601     05  REX-RANGE-B-END             PIC 9(07).
006602     05  REX-SP8                     PIC X(02)  VALUE SPACES.
006603     05  REX-REASON                  PIC X(40).
006604     05  REX-SP9                     PIC X(02)  VALUE SPACES.
006605     05  REX-ELF-A-ID                PIC 9(05).
006606     05  REX-SP10                    PIC X(01)  VALUE SPACES.
006607     05  REX-ELF-B-ID                PIC 9(05).
006608     05  REX-SP11                    PIC X(01)  VALUE SPACES.
006609     05  REX-RUN-START-TIME          PIC 9(08).
006600*
006610 FD  ELF-MASTER-FILE.
006620 COPY ELFMST.
006630*
006640 FD  ROSTER-EXTRACT-FILE.
006650 COPY RANGRST.
006660*
006670 FD  PERIOD-CONTROL-FILE.
006675 COPY PERCTL.
006680*
006685 FD  REOPEN-LOG-FILE.
006690 COPY PERRLG.
006695*
006700 WORKING-STORAGE SECTION.
006800 COPY RANGWRK.
006900*
007620     05  WORK-JRNL-STATUS            PIC X(02).
007630     05  WORK-BINMST-STATUS          PIC X(02).
007640     05  WORK-RNGEXC-STATUS          PIC X(02).
007650     05  WORK-ELFMST-STATUS          PIC X(02).
007660     05  WORK-RNGRST-STATUS          PIC X(02).
007700*
007800 01  WORK-SWITCHES.
007900     05  WORK-EOF-SWITCH             PIC X(01) VALUE 'N'.
008260         88  WORK-DOMAIN-OK                     VALUE 'Y'.
008270     05  WORK-SUPPL-SWITCH           PIC X(01) VALUE 'N'.
008280         88  WORK-SUPPLEMENTAL                  VALUE 'Y'.
008282     05  WORK-ROSTER-SWITCH          PIC X(01) VALUE 'N'.
008284         88  WORK-ROSTER-LINE                   VALUE 'Y'.
008286     05  WORK-ELF-OK-SWITCH          PIC X(01) VALUE 'Y'.
008288         88  WORK-ELF-OK                        VALUE 'Y'.
008290     05  WORK-ELFMST-OPEN-SWITCH     PIC X(01) VALUE ' '.
008292         88  WORK-ELFMST-NOT-TRIED              VALUE ' '.
008294         88  WORK-ELFMST-OPEN                   VALUE 'Y'.
008296         88  WORK-ELFMST-BYPASSED               VALUE 'N'.
008300*
008310 01  WORK-BUSINESS-DATE              PIC 9(08) VALUE 0.
008320 01  WORK-RUN-NUMBER                 PIC 9(06) VALUE 0.
008322 01  WORK-RANGEIN-FEED-ID            PIC X(08) VALUE 'RANGFEED'.
008324 01  WORK-RUN-RC                     PIC 9(04) VALUE 0.
008326 01  WORK-TIME-NOW                   PIC 9(08) VALUE 0.
008327 01  WORK-RUN-START-TIME             PIC 9(08) VALUE 0.
008328 01  WORK-AUD-WRITTEN                PIC 9(09) VALUE 0.
008330*
008400 01  WORK-LINE-NO                    PIC 9(06) VALUE 0.
010120 COPY FEEDCTL.
010130*
010140 COPY PARMWRK.
010150*
010160 COPY PERWRK.
010165*
010170 01  WORK-ROSTER-REJ-COUNT           PIC 9(09) VALUE 0.
010171 01  WORK-EXC-REASON                 PIC X(40) VALUE SPACES.
010172 01  WORK-RST-WRITTEN                PIC 9(09) VALUE 0.
010173*
010174*    SHIFT-ROSTER WORK AREA.  A ROSTER RECORD CARRIES THREE
010175*    VALUES PER RANGE (ELF ID, START, END), A PLAIN RECORD TWO.
010176*    EACH RANGE'S ELF IS LOOKED UP ONCE PER RECORD AND THE
010177*    OUTCOME HELD HERE FOR EVERY PAIR THAT RANGE TAKES PART IN -
010178*    'Y' VALID, 'U' NOT ON MASTER, 'I' INACTIVE, 'B' NOT
010179*    CHECKED (ELFMST NOT AVAILABLE), SPACE NONE.
010180 01  WORK-COLON-COUNT                PIC 9(02) VALUE 0.
010181 01  WORK-ITEMS-PER-RANGE            PIC 9(01) VALUE 2.
010182 01  WORK-SUB-ELF                    PIC 9(02) VALUE 0.
010183 01  WORK-ROSTER-TABLE-AREA.
010184     05  WORK-R                      PIC 9(02) COMP VALUE 0.
010185     05  WORK-ROSTER-ENTRY           OCCURS 12 TIMES.
010186         10  WORK-RANGE-ELF-ID       PIC 9(05).
010187         10  WORK-RANGE-ELF-STAT     PIC X(01).
010188 01  WORK-ELF-A-ID                   PIC 9(05) VALUE 0.
010189 01  WORK-ELF-B-ID                   PIC 9(05) VALUE 0.
010200*
010300 PROCEDURE DIVISION.
010400*
011527         DISPLAY 'RANGE03  REPROCESS MODE - CORRECTING PRIOR '
011529             'DATE ' PRM-REPROCESS-DATE
011531     END-IF.
011532     IF PRM-REPROCESSING OR WORK-SUPPLEMENTAL
011533         MOVE WORK-EFFECTIVE-DATE TO PRD-CHECK-DATE
011534         MOVE 'UNSTRSMP' TO PRD-PROGRAM-ID
011535         MOVE WORK-RUN-MODE TO PRD-RUN-MODE
011536         MOVE WORK-BUSINESS-DATE TO PRD-BUSINESS-DATE
011537         MOVE WORK-RUN-NUMBER TO PRD-RUN-NUMBER
011538         MOVE 'REPROCESS-DATE' TO PRD-REASON
011539         IF WORK-SUPPLEMENTAL
011540             MOVE 'SUPPLEMENTAL FEED' TO PRD-REASON
011541         END-IF
011542         PERFORM 6500-CHECK-CLOSED-PERIOD THRU 6500-EXIT
011543     END-IF.
011518     PERFORM 1080-LOAD-ZONE-TABLE THRU 1080-EXIT.
011520     PERFORM 8500-WRITE-BEGIN-JOURNAL THRU 8500-EXIT.
011600 1000-EXIT.
012600         OPEN EXTEND AUDIT-FILE
012700         OPEN EXTEND COMMON-LOG-FILE
012710         OPEN EXTEND RANGE-EXCEPTION-FILE
012720         OPEN EXTEND ROSTER-EXTRACT-FILE
012800     ELSE
012900         OPEN OUTPUT AUDIT-FILE
013000         OPEN OUTPUT COMMON-LOG-FILE
013010         OPEN OUTPUT RANGE-EXCEPTION-FILE
013020         OPEN OUTPUT ROSTER-EXTRACT-FILE
013100     END-IF.
013110     IF WORK-RANGAUD-STATUS NOT = '00'
013120         DISPLAY 'RANGE03  RANGEAUD OPEN FAILED - STATUS = '
013130             WORK-RANGAUD-STATUS
013135         CLOSE RANGE-FILE AUDIT-FILE COMMON-LOG-FILE
013136               RANGE-EXCEPTION-FILE ROSTER-EXTRACT-FILE
013138         MOVE 12 TO WORK-RUN-RC
013140         GO TO 2000-EXIT
013150     END-IF.
013152     IF WORK-RNGRST-STATUS NOT = '00'
013153         DISPLAY 'RANGE03  RANGERST OPEN FAILED - STATUS = '
013154             WORK-RNGRST-STATUS
013155         CLOSE RANGE-FILE AUDIT-FILE COMMON-LOG-FILE
013156               RANGE-EXCEPTION-FILE ROSTER-EXTRACT-FILE
013157         MOVE 12 TO WORK-RUN-RC
013158         GO TO 2000-EXIT
013159     END-IF.
013160     IF WORK-RANGLOG-STATUS NOT = '00'
013170         DISPLAY 'RANGE03  RANGELOG OPEN FAILED - STATUS = '
013180             WORK-RANGLOG-STATUS
013185         CLOSE RANGE-FILE AUDIT-FILE COMMON-LOG-FILE
013186               RANGE-EXCEPTION-FILE ROSTER-EXTRACT-FILE
013188         MOVE 12 TO WORK-RUN-RC
013190         GO TO 2000-EXIT
013195     END-IF.
013197         DISPLAY 'RANGE03  RANGEEXC OPEN FAILED - STATUS = '
013198             WORK-RNGEXC-STATUS
013201         CLOSE RANGE-FILE AUDIT-FILE COMMON-LOG-FILE
013202               RANGE-EXCEPTION-FILE ROSTER-EXTRACT-FILE
013203         MOVE 12 TO WORK-RUN-RC
013204         GO TO 2000-EXIT
013205     END-IF.
015010     PERFORM 1250-VERIFY-FEED-TRAILER THRU 1250-EXIT.
015100     PERFORM 9100-RESET-CHECKPOINT THRU 9100-EXIT.
015200     CLOSE RANGE-FILE AUDIT-FILE COMMON-LOG-FILE
015210           RANGE-EXCEPTION-FILE ROSTER-EXTRACT-FILE.
015220     IF WORK-ELFMST-OPEN
015230         CLOSE ELF-MASTER-FILE
015240     END-IF.
015300     DISPLAY "[ANS : " ANS "]" UPON CONSOLE.
015310     DISPLAY 'RANGE03  FULL-CONTAIN PAIRS = ' WORK-FULL-COUNT.
015320     DISPLAY 'RANGE03  PARTIAL PAIRS      = ' WORK-PARTIAL-COUNT.
015350     DISPLAY 'RANGE03  NO-OVERLAP PAIRS   = ' WORK-NONE-COUNT.
015360     DISPLAY 'RANGE03  DOMAIN REJECTS     = '
015370         WORK-DOMAIN-REJ-COUNT.
015380     DISPLAY 'RANGE03  ROSTER REJECTS     = '
015390         WORK-ROSTER-REJ-COUNT.
015392     DISPLAY 'RANGE03  ROSTER STRETCHES   = '
015394         WORK-RST-WRITTEN.
015400 2000-EXIT.
015500     EXIT.
015600*
015700 2100-PROCESS-ONE-RECORD.
015800     MOVE ZERO TO WORK-RESULT.
015900     MOVE 24 TO WORK-ITEM-COUNT.
015910     MOVE 0 TO WORK-COLON-COUNT.
015920     INSPECT WORK-STR TALLYING WORK-COLON-COUNT FOR ALL ':'.
015930     IF WORK-COLON-COUNT > 0
015940         MOVE 'Y' TO WORK-ROSTER-SWITCH
015950         MOVE 3 TO WORK-ITEMS-PER-RANGE
015960     ELSE
015970         MOVE 'N' TO WORK-ROSTER-SWITCH
015980         MOVE 2 TO WORK-ITEMS-PER-RANGE
015990     END-IF.
016000     UNSTRING WORK-STR DELIMITED BY "," OR "-" OR ":"
016100         INTO WORK-ITEM (1)  WORK-ITEM (2)  WORK-ITEM (3)
016200              WORK-ITEM (4)  WORK-ITEM (5)  WORK-ITEM (6)
016300              WORK-ITEM (7)  WORK-ITEM (8)  WORK-ITEM (9)
016400              WORK-ITEM (10) WORK-ITEM (11) WORK-ITEM (12)
016500              WORK-ITEM (13) WORK-ITEM (14) WORK-ITEM (15)
016600              WORK-ITEM (16) WORK-ITEM (17) WORK-ITEM (18)
016610              WORK-ITEM (19) WORK-ITEM (20) WORK-ITEM (21)
016620              WORK-ITEM (22) WORK-ITEM (23) WORK-ITEM (24)
016700         TALLYING IN WORK-RESULT
016710         ON OVERFLOW
016720             DISPLAY 'RANGE03  LINE ' WORK-LINE-NO
016730                 ' TRUNCATED - MORE THAN 24 RANGE VALUES'
016800     END-UNSTRING.
016810     IF WORK-RESULT < 2
016820         DISPLAY 'RANGE03  LINE ' WORK-LINE-NO
016840         MOVE 2 TO WORK-ITEM-COUNT
016850         GO TO 2100-EXIT
016860     END-IF.
016862*    A ROSTER RECORD MUST GIVE EVERY RANGE AN ELF ID - ONE
016864*    COLON AND THREE VALUES PER RANGE - OR THE WHOLE RECORD
016866*    IS REJECTED, SINCE THE VALUES CANNOT BE PAIRED SAFELY.
016868     IF WORK-ROSTER-LINE
016870         AND WORK-RESULT NOT = WORK-COLON-COUNT * 3
016872         MOVE 2 TO WORK-ITEM-COUNT
016874         MOVE 0 TO WORK-PAIR-I
016876         MOVE 0 TO WORK-PAIR-J
016878         MOVE 0 TO WORK-RANGE-A-START WORK-RANGE-A-END
016880                   WORK-RANGE-B-START WORK-RANGE-B-END
016882                   WORK-ELF-A-ID WORK-ELF-B-ID
016884         MOVE 'ROSTER RECORD MALFORMED - ELF ID MISSING'
016886             TO WORK-EXC-REASON
016888         PERFORM 2260-WRITE-RANGE-EXCEPTION THRU 2260-EXIT
016890         ADD 1 TO WORK-ROSTER-REJ-COUNT
016892         GO TO 2100-EXIT
016894     END-IF.
016900     MOVE WORK-RESULT TO WORK-ITEM-COUNT.
017000     COMPUTE WORK-PAIR-COUNT =
017010         WORK-ITEM-COUNT / WORK-ITEMS-PER-RANGE.
017020     PERFORM 2150-LOOKUP-RANGE-ELVES THRU 2150-EXIT.
017030     PERFORM 2160-WRITE-ROSTER-EXTRACT THRU 2160-EXIT.
017100     PERFORM VARYING WORK-PAIR-I FROM 1 BY 1
017200         UNTIL WORK-PAIR-I >= WORK-PAIR-COUNT
017300         COMPUTE WORK-SUB-A-START =
017310             (WORK-PAIR-I * WORK-ITEMS-PER-RANGE) - 1
017400         COMPUTE WORK-SUB-A-END =
017410             WORK-PAIR-I * WORK-ITEMS-PER-RANGE
017500         COMPUTE WORK-RANGE-A-START =
017600             FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-A-START))
017700         COMPUTE WORK-RANGE-A-END =
017800             FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-A-END))
017810         MOVE WORK-RANGE-ELF-ID (WORK-PAIR-I) TO WORK-ELF-A-ID
017900         COMPUTE WORK-PAIR-J-START = WORK-PAIR-I + 1
018000         PERFORM VARYING WORK-PAIR-J FROM WORK-PAIR-J-START BY 1
018100             UNTIL WORK-PAIR-J > WORK-PAIR-COUNT
018200             COMPUTE WORK-SUB-B-START =
018210                 (WORK-PAIR-J * WORK-ITEMS-PER-RANGE) - 1
018300             COMPUTE WORK-SUB-B-END =
018310                 WORK-PAIR-J * WORK-ITEMS-PER-RANGE
018400             COMPUTE WORK-RANGE-B-START =
018500                 FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-B-START))
018600             COMPUTE WORK-RANGE-B-END =
018700                 FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-B-END))
018710             MOVE WORK-RANGE-ELF-ID (WORK-PAIR-J)
018720                 TO WORK-ELF-B-ID
018800             PERFORM 2200-CHECK-OVERLAP THRU 2200-EXIT
018900         END-PERFORM
019000     END-PERFORM.
019100 2100-EXIT.
019200     EXIT.
019300*
019301*****************************************************************
019302*    2140-OPEN-ELF-MASTER  -  ELFMST IS OPENED AT THE FIRST      *
019303*    ROSTER RECORD, SO A PLAIN RANGE FEED NEVER NEEDS IT.  A     *
019304*    MISSING OR UNREADABLE MASTER IS NOT A HARD STOP - THE       *
019305*    ELF CHECK IS BYPASSED WITH A CONSOLE WARNING AND RETURN     *
019306*    CODE 4, THE SAME WAY A MISSING BINMST BYPASSES THE DOMAIN   *
019307*    CHECK.  EVERY RANGE IS THEN CARRIED WITH ELF STATUS 'B'.    *
019308*****************************************************************
019309 2140-OPEN-ELF-MASTER.
019310     OPEN INPUT ELF-MASTER-FILE.
019311     IF WORK-ELFMST-STATUS = '00'
019312         MOVE 'Y' TO WORK-ELFMST-OPEN-SWITCH
019313         GO TO 2140-EXIT
019314     END-IF.
019315     MOVE 'N' TO WORK-ELFMST-OPEN-SWITCH.
019316     DISPLAY 'RANGE03  ELFMST NOT AVAILABLE - STATUS = '
019317         WORK-ELFMST-STATUS ' - ROSTER ELF VALIDATION BYPASSED'.
019318     IF WORK-RUN-RC < 4
019319         MOVE 4 TO WORK-RUN-RC
019320     END-IF.
019321 2140-EXIT.
019322     EXIT.
019323*
019324*****************************************************************
019325*    2150-LOOKUP-RANGE-ELVES  -  ON A ROSTER RECORD, READ THE    *
019326*    ELFMST ELF MASTER ONCE FOR EACH RANGE'S ASSIGNED ELF THE    *
019327*    SAME WAY MAIN VALIDATES A RUCKIN ELF ID, AND HOLD THE       *
019328*    OUTCOME FOR EVERY PAIR THAT RANGE TAKES PART IN.  A PLAIN   *
019329*    RECORD CARRIES NO ELVES - IDS ARE ZERO AND NOT CHECKED.     *
019330*****************************************************************
019331 2150-LOOKUP-RANGE-ELVES.
019332     IF WORK-ROSTER-LINE AND WORK-ELFMST-NOT-TRIED
019333         PERFORM 2140-OPEN-ELF-MASTER THRU 2140-EXIT
019334     END-IF.
019335     PERFORM VARYING WORK-R FROM 1 BY 1
019336         UNTIL WORK-R > WORK-PAIR-COUNT
019337         IF WORK-ROSTER-LINE
019338             COMPUTE WORK-SUB-ELF = (WORK-R * 3) - 2
019339             COMPUTE WORK-RANGE-ELF-ID (WORK-R) =
019340                 FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-ELF))
019341             MOVE 'B' TO WORK-RANGE-ELF-STAT (WORK-R)
019342             IF WORK-ELFMST-OPEN
019343                 MOVE WORK-RANGE-ELF-ID (WORK-R) TO ELM-ELF-ID
019344                 READ ELF-MASTER-FILE
019345                     INVALID KEY
019346                         MOVE 'U' TO WORK-RANGE-ELF-STAT (WORK-R)
019347                     NOT INVALID KEY
019348                         IF ELM-ACTIVE
019349                             MOVE 'Y'
019350                                 TO WORK-RANGE-ELF-STAT (WORK-R)
019351                         ELSE
019352                             MOVE 'I'
019353                                 TO WORK-RANGE-ELF-STAT (WORK-R)
019354                         END-IF
019355                 END-READ
019356             END-IF
019357         ELSE
019358             MOVE 0 TO WORK-RANGE-ELF-ID (WORK-R)
019359             MOVE SPACE TO WORK-RANGE-ELF-STAT (WORK-R)
019360         END-IF
019361     END-PERFORM.
019362 2150-EXIT.
019363     EXIT.
019364*
019365*****************************************************************
019366*    2160-WRITE-ROSTER-EXTRACT  -  ONE RANGERST ROW PER RANGE   *
019367*    OF A ROSTER RECORD, WRITTEN BEFORE ANY PAIR IS CHECKED SO  *
019368*    EVERY RANGE REACHES THE RSTCNF01 CONFLICT CHECK.  FEED ID, *
019369*    RUN START TIME (KEPT ACROSS A RESTART) AND LINE NUMBER LET *
019370*    RSTCNF01 TELL A RESTART REWRITE FROM A REPEATED STRETCH.   *
019371*****************************************************************
019372 2160-WRITE-ROSTER-EXTRACT.
019373     IF NOT WORK-ROSTER-LINE
019374         GO TO 2160-EXIT
019375     END-IF.
019376     PERFORM VARYING WORK-R FROM 1 BY 1
019377         UNTIL WORK-R > WORK-PAIR-COUNT
019378         INITIALIZE RRS-ROSTER-RECORD
019379         MOVE WORK-RANGEIN-FEED-ID TO RRS-FEED-ID
019380         MOVE WORK-LINE-NO TO RRS-LINE-NO
019381         MOVE WORK-RUN-START-TIME TO RRS-RUN-START-TIME
019382         MOVE WORK-R TO RRS-RANGE-NO
019383         MOVE WORK-RANGE-ELF-ID (WORK-R) TO RRS-ELF-ID
019384         MOVE WORK-RANGE-ELF-STAT (WORK-R) TO RRS-ELF-STATUS
019385         COMPUTE WORK-SUB-A-START = (WORK-R * 3) - 1
019386         COMPUTE WORK-SUB-A-END = WORK-R * 3
019387         COMPUTE RRS-RANGE-START =
019388             FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-A-START))
019389         COMPUTE RRS-RANGE-END =
019390             FUNCTION NUMVAL (WORK-ITEM (WORK-SUB-A-END))
019391         MOVE WORK-EFFECTIVE-DATE TO RRS-BUSINESS-DATE
019392         MOVE WORK-RUN-NUMBER TO RRS-RUN-NUMBER
019393         MOVE WORK-REPRO-FLAG TO RRS-REPROCESS-FLAG
019394         WRITE RRS-ROSTER-RECORD
019395         ADD 1 TO WORK-RST-WRITTEN
019396     END-PERFORM.
019397 2160-EXIT.
019398     EXIT.
019399*
019400 2200-CHECK-OVERLAP.
019410     PERFORM 2250-CHECK-PAIR-DOMAIN THRU 2250-EXIT.
019420     IF NOT WORK-DOMAIN-OK
019422         MOVE 'RANGE ENDPOINT OUTSIDE DEFINED BINS'
019424             TO WORK-EXC-REASON
019430         PERFORM 2260-WRITE-RANGE-EXCEPTION THRU 2260-EXIT
019432         ADD 1 TO WORK-DOMAIN-REJ-COUNT
019440         GO TO 2200-EXIT
019450     END-IF.
019460     PERFORM 2280-CHECK-PAIR-ELVES THRU 2280-EXIT.
019465     IF NOT WORK-ELF-OK
019470         PERFORM 2260-WRITE-RANGE-EXCEPTION THRU 2260-EXIT
019475         ADD 1 TO WORK-ROSTER-REJ-COUNT
019480         GO TO 2200-EXIT
019485     END-IF.
019500     ADD 1 TO WORK-SEQUENCE-NO.
019600     MOVE WORK-SEQUENCE-NO TO AUD-SEQUENCE-NO.
019700     MOVE WORK-STR TO AUD-WORK-STR.
020310     MOVE WORK-EFFECTIVE-DATE TO AUD-BUSINESS-DATE.
020320     MOVE WORK-RUN-NUMBER TO AUD-RUN-NUMBER.
020330     MOVE WORK-REPRO-FLAG TO AUD-REPROCESS-FLAG.
020340     MOVE WORK-ELF-A-ID TO AUD-ELF-A-ID.
020350     MOVE WORK-ELF-B-ID TO AUD-ELF-B-ID.
020400     EVALUATE TRUE
020500         WHEN (WORK-RANGE-A-START <= WORK-RANGE-B-START
020600             AND WORK-RANGE-B-END <= WORK-RANGE-A-END)
022084 2260-WRITE-RANGE-EXCEPTION.
022086     INITIALIZE REX-EXCEPTION-RECORD.
022088     MOVE WORK-LINE-NO TO REX-LINE-NO.
022089     MOVE WORK-RUN-START-TIME TO REX-RUN-START-TIME.
022090     MOVE WORK-STR TO REX-WORK-STR.
022092     MOVE WORK-PAIR-I TO REX-RANGE-A-NO.
022094     MOVE WORK-RANGE-A-START TO REX-RANGE-A-START.
022096     MOVE WORK-RANGE-A-END TO REX-RANGE-A-END.
022097     MOVE WORK-ELF-A-ID TO REX-ELF-A-ID.
022098     MOVE WORK-PAIR-J TO REX-RANGE-B-NO.
022101     MOVE WORK-RANGE-B-START TO REX-RANGE-B-START.
022102     MOVE WORK-RANGE-B-END TO REX-RANGE-B-END.
022103     MOVE WORK-ELF-B-ID TO REX-ELF-B-ID.
022104     MOVE WORK-EXC-REASON TO REX-REASON.
022105     WRITE REX-EXCEPTION-RECORD.
022107 2260-EXIT.
022108     EXIT.
022109*
022122 2270-EXIT.
022123     EXIT.
022124*
022161*****************************************************************
022162*    2280-CHECK-PAIR-ELVES  -  BOTH RANGES OF A ROSTER PAIR      *
022163*    MUST BE ASSIGNED TO AN ACTIVE ELF ON THE MASTER.  THE       *
022164*    REJECT REASONS MATCH MAIN'S RUCKERR WORDING.                *
022165*****************************************************************
022166 2280-CHECK-PAIR-ELVES.
022167     MOVE 'Y' TO WORK-ELF-OK-SWITCH.
022168     IF NOT WORK-ROSTER-LINE
022169         GO TO 2280-EXIT
022170     END-IF.
022171     IF WORK-RANGE-ELF-STAT (WORK-PAIR-I) = 'U'
022172         OR WORK-RANGE-ELF-STAT (WORK-PAIR-J) = 'U'
022173         MOVE 'N' TO WORK-ELF-OK-SWITCH
022174         MOVE 'ELF ID NOT ON MASTER' TO WORK-EXC-REASON
022175         GO TO 2280-EXIT
022176     END-IF.
022177     IF WORK-RANGE-ELF-STAT (WORK-PAIR-I) = 'I'
022178         OR WORK-RANGE-ELF-STAT (WORK-PAIR-J) = 'I'
022179         MOVE 'N' TO WORK-ELF-OK-SWITCH
022180         MOVE 'ELF ID INACTIVE ON MASTER' TO WORK-EXC-REASON
022181     END-IF.
022182 2280-EXIT.
022183     EXIT.
022184*
022126*****************************************************************
022128*    2500-SCAN-EXISTING-AUDIT  -  A SUPPLEMENTAL RUN APPENDS     *
022131*    TO THE DAY'S EXISTING RANGEAUD, SO THE AUDIT SEQUENCE       *
022400*****************************************************************
022500 1500-CHECK-RESTART.
022600     MOVE 'N' TO WORK-RESUME-SWITCH.
022650     ACCEPT WORK-RUN-START-TIME FROM TIME.
022700     MOVE 0 TO WORK-RESUME-LINE-NO.
022800     OPEN INPUT CHECKPOINT-FILE.
022900     IF WORK-RANGCKP-STATUS = '00'
023766                     MOVE CHK-ADJACENT-COUNT
023768                         TO WORK-ADJACENT-COUNT
023770                     MOVE CHK-NONE-COUNT TO WORK-NONE-COUNT
023780                     IF CHK-RUN-START-TIME NUMERIC
023782                         MOVE CHK-RUN-START-TIME
023784                             TO WORK-RUN-START-TIME
023786                     END-IF
023900                     DISPLAY WORK-CKPT-ID
024000                         ' RESTART AFTER LINE '
024100                         CHK-LAST-LINE-NO
025254     MOVE WORK-PARTIAL-COUNT TO CHK-PARTIAL-COUNT.
025256     MOVE WORK-ADJACENT-COUNT TO CHK-ADJACENT-COUNT.
025258     MOVE WORK-NONE-COUNT TO CHK-NONE-COUNT.
025260     MOVE WORK-RUN-START-TIME TO CHK-RUN-START-TIME.
025300     OPEN OUTPUT CHECKPOINT-FILE.
025310     IF WORK-RANGCKP-STATUS NOT = '00'
025320         DISPLAY 'RANGE03  RANGECKPT OPEN FAILED - STATUS = '
026254     MOVE 0 TO CHK-PARTIAL-COUNT.
026256     MOVE 0 TO CHK-ADJACENT-COUNT.
026258     MOVE 0 TO CHK-NONE-COUNT.
026260     MOVE 0 TO CHK-RUN-START-TIME.
026300     OPEN OUTPUT CHECKPOINT-FILE.
026310     IF WORK-RANGCKP-STATUS NOT = '00'
026320         DISPLAY 'RANGE03  RANGECKPT OPEN FAILED - STATUS = '
031700     DISPLAY 'RANGE03  FEED CONTROL-TOTAL CHECK FAILED - RUN '
031800         'ABANDONED, TOTALS NOT RELEASED'.
031900     CLOSE RANGE-FILE AUDIT-FILE COMMON-LOG-FILE
031910           RANGE-EXCEPTION-FILE ROSTER-EXTRACT-FILE.
031920     IF WORK-ELFMST-OPEN
031930         CLOSE ELF-MASTER-FILE
031940     END-IF.
031950     MOVE 16 TO WORK-RUN-RC.
031960     PERFORM 8600-WRITE-END-JOURNAL THRU 8600-EXIT.
032000     MOVE WORK-RUN-RC TO RETURN-CODE.
037400 8800-EXIT.
037500     EXIT.
037600*
037610*****************************************************************
037620*    6500-6600  -  CLOSED-PERIOD CHECK (SHARED PROCEDURE         *
037630*    COPYBOOK)                                                   *
037640*****************************************************************
037650 COPY PERCHK.
037660*
037700*****************************************************************
037800*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
037900*    PROCEDURE COPYBOOK)                                         *

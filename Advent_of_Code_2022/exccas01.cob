000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  EXCCAS01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    EXCEPTION CASE FILE.  MAIN'S RUCKERR AND RUCKGEXC AND      *
001100*    UNSTRING_SAMPLE03'S RANGEEXC ARE REWRITTEN EVERY DAY, SO   *
001200*    AN EXCEPTION NOBODY WORKED USED TO SIMPLY DISAPPEAR.  THIS *
001300*    NIGHTLY STEP CARRIES EVERY ONE OF THEM ONTO THE PERMANENT  *
001400*    INDEXED EXCCAS CASE FILE, IN THIS ORDER -                  *
001500*                                                               *
001600*    1. RESOLUTION CARDS.  EACH EXCRES CARD ANNOTATES ('A') OR  *
001700*       CLOSES ('C') ONE CASE BY CASE NUMBER, WITH THE DESK     *
001800*       MEMBER'S INITIALS AND A NOTE.  EVERY CARD AND ITS       *
001900*       OUTCOME IS PRINTED ON THE EXCRPT REGISTER.  CARDS ARE   *
002000*       APPLIED FIRST, SO A CASE CLOSED TODAY WHOSE EXCEPTION   *
002100*       COMES BACK TONIGHT OPENS A FRESH CASE.                  *
002200*                                                               *
002300*    2. LOAD.  EVERY ROW OF THE THREE EXCEPTION FILES BECOMES A *
002400*       CASE KEYED ON ITS SOURCE FILE AND KEY - THE ELF ID FOR  *
002500*       AN UNKNOWN OR INACTIVE ELF, OTHERWISE THE GROUP NUMBER  *
002600*       (RUCKGEXC) OR AUDIT LINE NUMBER, QUALIFIED BY THE       *
002700*       BUSINESS DATE (AND, FOR A RANGEEXC LINE, THE RUN START  *
002710*       TIME, SINCE A SECOND SUPPL RUN NUMBERS ITS LINES FROM   *
002720*       ONE AGAIN).  A ROW WHOSE KEY ALREADY HAS AN OPEN        *
002800*       CASE IS COUNTED AGAINST THAT CASE (ONE MORE DAY SEEN)   *
002900*       INSTEAD OF OPENING ANOTHER, SO RERUNNING THE STEP FOR   *
003000*       THE SAME DAY CHANGES NOTHING.  THE OWNING DESK IS THE   *
003100*       ELF'S ELFMST GROUP CODE, OR FOR A RANGE LINE THE BINMST *
003200*       OWNER OF THE ZONE ITS RANGES FALL IN; WITH NEITHER THE  *
003300*       CASE IS OWNED BY 'UNASSIGNED'.                          *
003400*                                                               *
003500*    3. AGING.  EVERY OPEN CASE IS AGED IN BUSINESS DAYS FROM   *
003600*       THE DAY IT OPENED (BUSCAL CALENDAR - CALENDAR DAYS IF   *
003700*       BUSCAL CANNOT BE OPENED), CASES OPEN OVER 5 DAYS ARE    *
003800*       LISTED, AND THE OPEN CASES ARE SUMMARISED BY OWNER IN   *
003900*       0-1, 2-5 AND OVER-5 DAY BUCKETS.                        *
004000*                                                               *
004100*    A REPROCESS-DATE CARD DATES THE LOADED ROWS WITH THE       *
004200*    REPROCESSED DAY, AS MAIN AND UNSTRING_SAMPLE03 DID WHEN    *
004300*    THEY WROTE THEM.  A MISSING EXCEPTION FILE IS TAKEN AS NO  *
004400*    EXCEPTIONS FROM THAT SOURCE.                               *
004500*                                                               *
004600*    RETURN CODES - 0 CLEAN; 4 A RESOLUTION CARD WAS REJECTED   *
004700*    OR A CASE HAS BEEN OPEN OVER 5 BUSINESS DAYS; 12 A WRITE   *
004800*    TO THE CASE FILE FAILED; 16 AN OPEN FAILED.                *
004900*                                                               *
005000*    MODIFICATION HISTORY.                                     *
005100*    DATE       INIT  DESCRIPTION                              *
005200*    10/15/26   JRB   ORIGINAL                                  *
005300*****************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. EXCCAS01.
005600*
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER. IBM-Z.
006000 OBJECT-COMPUTER. IBM-Z.
006100*
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT EXCEPTION-FILE ASSIGN TO RUCKERR
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CAS-RUCKERR-STATUS.
006700*
006800     SELECT GROUP-EXCEPTION-FILE ASSIGN TO RUCKGEXC
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CAS-GEXC-STATUS.
007100*
007200     SELECT RANGE-EXCEPTION-FILE ASSIGN TO RANGEEXC
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CAS-RNGEXC-STATUS.
007500*
007600     SELECT CASE-FILE ASSIGN TO EXCCAS
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS ECS-CASE-NO
008000         FILE STATUS IS CAS-EXCCAS-STATUS.
008100*
008200     SELECT RESOLUTION-FILE ASSIGN TO EXCRES
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS CAS-EXCRES-STATUS.
008500*
008600     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS ELM-ELF-ID
009000         FILE STATUS IS CAS-ELFMST-STATUS.
009100*
009200     SELECT BIN-MASTER-FILE ASSIGN TO BINMST
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS BZM-ZONE-ID
009600         FILE STATUS IS CAS-BINMST-STATUS.
009700*
009800     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS BCL-CAL-DATE
010200         FILE STATUS IS CAS-BUSCAL-STATUS.
010300*
010400     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS CAS-RUNCTL-STATUS.
010700*
010800     SELECT CASE-REPORT-FILE ASSIGN TO EXCRPT
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS CAS-EXCRPT-STATUS.
011100*
011200     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS PRM-PARM-STATUS.
011500*
011600 DATA DIVISION.
011700 FILE SECTION.
011800*
011900*    RUCKERR - MAIN'S LINE-LEVEL EXCEPTIONS.  THE ITEM STRING IS
012000*    THE WHOLE RUCKIN LINE, WHICH LEADS WITH THE OWNING ELF'S ID.
012100*
012200 FD  EXCEPTION-FILE.
012300 01  EXCEPTION-RECORD.
012400     05  EXC-LINE-NO                 PIC 9(06).
012500     05  EXC-SP1                     PIC X(02).
012600     05  EXC-ITEM-STRING             PIC X(80).
012700     05  EXC-ITEM-ELF REDEFINES EXC-ITEM-STRING.
012800         10  EXC-ITEM-ELF-ID         PIC X(05).
012900         10  FILLER                  PIC X(75).
013000     05  EXC-SP2                     PIC X(02).
013100     05  EXC-CHAR-POSITION           PIC 9(03).
013200     05  EXC-SP3                     PIC X(02).
013300     05  EXC-BAD-CHARACTER           PIC X(01).
013400     05  EXC-SP4                     PIC X(02).
013500     05  EXC-REASON                  PIC X(40).
013600*
013700*    RUCKGEXC - MAIN'S RECON-MODE BADGE GROUP EXCEPTIONS
013800*
013900 FD  GROUP-EXCEPTION-FILE.
014000 01  GROUP-EXCEPTION-RECORD.
014100     05  GEX-GROUP-NO                PIC 9(06).
014200     05  GEX-SP1                     PIC X(02).
014300     05  GEX-ELF-ID-1                PIC 9(05).
014400     05  GEX-SP2                     PIC X(01).
014500     05  GEX-GROUP-1                 PIC X(08).
014600     05  GEX-SP3                     PIC X(02).
014700     05  GEX-ELF-ID-2                PIC 9(05).
014800     05  GEX-SP4                     PIC X(01).
014900     05  GEX-GROUP-2                 PIC X(08).
015000     05  GEX-SP5                     PIC X(02).
015100     05  GEX-ELF-ID-3                PIC 9(05).
015200     05  GEX-SP6                     PIC X(01).
015300     05  GEX-GROUP-3                 PIC X(08).
015400     05  GEX-SP7                     PIC X(02).
015500     05  GEX-REASON                  PIC X(30).
015600*
015700*    RANGEEXC - UNSTRING_SAMPLE03'S REJECTED RANGE PAIRS
015800*
015900 FD  RANGE-EXCEPTION-FILE.
016000 01  REX-EXCEPTION-RECORD.
016100     05  REX-LINE-NO                 PIC 9(06).
016200     05  REX-SP1                     PIC X(02).
016300     05  REX-WORK-STR                PIC X(80).
016400     05  REX-SP2                     PIC X(02).
016500     05  REX-RANGE-A-NO              PIC 9(02).
016600     05  REX-SP3                     PIC X(01).
016700     05  REX-RANGE-A-START           PIC 9(07).
016800     05  REX-SP4                     PIC X(01).
016900     05  REX-RANGE-A-END             PIC 9(07).
017000     05  REX-SP5                     PIC X(02).
017100     05  REX-RANGE-B-NO              PIC 9(02).
017200     05  REX-SP6                     PIC X(01).
017300     05  REX-RANGE-B-START           PIC 9(07).
017400     05  REX-SP7                     PIC X(01).
017500     05  REX-RANGE-B-END             PIC 9(07).
017600     05  REX-SP8                     PIC X(02).
017700     05  REX-REASON                  PIC X(40).
017800     05  REX-SP9                     PIC X(02).
017900     05  REX-ELF-A-ID                PIC 9(05).
018000     05  REX-SP10                    PIC X(01).
018100     05  REX-ELF-B-ID                PIC 9(05).
018110     05  REX-SP11                    PIC X(01).
018120     05  REX-RUN-START-TIME          PIC 9(08).
018200*
018300 FD  CASE-FILE.
018400 COPY EXCCAS.
018500*
018600*    EXCRES RESOLUTION CARD -
018700*        COL 1      ACTION  A = ANNOTATE, C = CLOSE
018800*        COL 3-9    CASE NUMBER
018900*        COL 11-13  INITIALS OF THE DESK MEMBER
019000*        COL 15-54  NOTE / RESOLUTION TEXT
019100*
019200 FD  RESOLUTION-FILE.
019300 01  RES-CARD-RECORD.
019400     05  RES-ACTION                  PIC X(01).
019500         88  RES-ANNOTATE                       VALUE 'A'.
019600         88  RES-CLOSE                          VALUE 'C'.
019700     05  FILLER                      PIC X(01).
019800     05  RES-CASE-NO                 PIC X(07).
019900     05  RES-CASE-NO-N REDEFINES RES-CASE-NO
020000                                     PIC 9(07).
020100     05  FILLER                      PIC X(01).
020200     05  RES-BY                      PIC X(03).
020300     05  FILLER                      PIC X(01).
020400     05  RES-TEXT                    PIC X(40).
020500     05  FILLER                      PIC X(26).
020600*
020700 FD  ELF-MASTER-FILE.
020800 COPY ELFMST.
020900*
021000 FD  BIN-MASTER-FILE.
021100 COPY BINZON.
021200*
021300 FD  CALENDAR-FILE.
021400 COPY BUSCAL.
021500*
021600 FD  RUN-CONTROL-FILE.
021700 COPY RUNCTL.
021800*
021900 FD  CASE-REPORT-FILE.
022000 01  CAS-REPORT-LINE                 PIC X(120).
022100*
022200 FD  PARAMETER-FILE.
022300 01  PRM-PARM-CARD                   PIC X(80).
022400*
022500 WORKING-STORAGE SECTION.
022600 01  CAS-FILE-STATUSES.
022700     05  CAS-RUCKERR-STATUS          PIC X(02).
022800     05  CAS-GEXC-STATUS             PIC X(02).
022900     05  CAS-RNGEXC-STATUS           PIC X(02).
023000     05  CAS-EXCCAS-STATUS           PIC X(02).
023100     05  CAS-EXCRES-STATUS           PIC X(02).
023200     05  CAS-ELFMST-STATUS           PIC X(02).
023300     05  CAS-BINMST-STATUS           PIC X(02).
023400     05  CAS-BUSCAL-STATUS           PIC X(02).
023500     05  CAS-RUNCTL-STATUS           PIC X(02).
023600     05  CAS-EXCRPT-STATUS           PIC X(02).
023700*
023800 01  CAS-SWITCHES.
023900     05  CAS-EOF-SWITCH              PIC X(01)  VALUE 'N'.
024000         88  CAS-EOF                            VALUE 'Y'.
024100     05  CAS-ZONE-EOF-SWITCH         PIC X(01)  VALUE 'N'.
024200         88  CAS-ZONE-EOF                       VALUE 'Y'.
024300     05  CAS-CALENDAR-SWITCH         PIC X(01)  VALUE 'N'.
024400         88  CAS-CALENDAR-OPEN                  VALUE 'Y'.
024500     05  CAS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
024600         88  CAS-FOUND                          VALUE 'Y'.
024700     05  CAS-OPEN-FULL-SWITCH        PIC X(01)  VALUE 'N'.
024800         88  CAS-OPEN-FULL-WARNED               VALUE 'Y'.
024900     05  CAS-OWN-FULL-SWITCH         PIC X(01)  VALUE 'N'.
025000         88  CAS-OWN-FULL-WARNED                VALUE 'Y'.
025100*
025200 01  CAS-BUS-DATE                    PIC 9(08)  VALUE 0.
025300 01  CAS-RUN-NO                      PIC 9(06)  VALUE 0.
025400 01  CAS-EFFECTIVE-DATE              PIC 9(08)  VALUE 0.
025500 01  CAS-RUN-RC                      PIC 9(04)  VALUE 0.
025600 01  CAS-HIGH-CASE-NO                PIC 9(07)  VALUE 0.
025700 01  CAS-DEFAULT-OWNER               PIC X(20)
025800         VALUE 'UNASSIGNED'.
025900*
026000*    THE CASE BEING RAISED - FILLED BY THE 3000-3300 LOADERS AND
026100*    HANDED TO 3500-RAISE-CASE
026200*
026300 01  CAS-NEW-MATCH-KEY.
026400     05  CAS-NEW-SOURCE              PIC X(08).
026500     05  CAS-NEW-KEY-TYPE            PIC X(01).
026600     05  CAS-NEW-KEY-DATE            PIC 9(08).
026700     05  CAS-NEW-KEY-NUMBER          PIC 9(06).
026750     05  CAS-NEW-KEY-RUN-START       PIC 9(08).
026800 01  CAS-NEW-REASON                  PIC X(40)  VALUE SPACES.
026900 01  CAS-NEW-OWNER                   PIC X(20)  VALUE SPACES.
027000 01  CAS-NEW-DETAIL                  PIC X(40)  VALUE SPACES.
027100*
027200*    ELF AND BIN LOOKUPS FOR THE OWNING DESK
027300*
027400 01  CAS-LOOKUP-ELF                  PIC 9(05)  VALUE 0.
027500 01  CAS-ELF-STAT                    PIC X(01)  VALUE SPACE.
027600     88  CAS-ELF-ACTIVE                         VALUE 'Y'.
027700     88  CAS-ELF-INACTIVE                       VALUE 'I'.
027800     88  CAS-ELF-UNKNOWN                        VALUE 'U'.
027900 01  CAS-ELF-GROUP                   PIC X(08)  VALUE SPACES.
028000 01  CAS-BIN-VALUE                   PIC 9(07)  VALUE 0.
028100*
028200*    BUSINESS-DAY AGE OF A CASE
028300*
028400 01  CAS-AGE                         PIC 9(03)  VALUE 0.
028500 01  CAS-FROM-INT                    PIC 9(08)  VALUE 0.
028600 01  CAS-TO-INT                      PIC 9(08)  VALUE 0.
028700 01  CAS-WALK-INT                    PIC 9(08)  VALUE 0.
028800*
028900 01  CAS-RUCKERR-READ                PIC 9(09)  VALUE 0.
029000 01  CAS-GEXC-READ                   PIC 9(09)  VALUE 0.
029100 01  CAS-RNGEXC-READ                 PIC 9(09)  VALUE 0.
029200 01  CAS-OPENED-COUNT                PIC 9(09)  VALUE 0.
029300 01  CAS-REPEAT-COUNT                PIC 9(09)  VALUE 0.
029400 01  CAS-SAME-DAY-COUNT              PIC 9(09)  VALUE 0.
029500 01  CAS-CARD-COUNT                  PIC 9(09)  VALUE 0.
029600 01  CAS-CLOSED-COUNT                PIC 9(09)  VALUE 0.
029700 01  CAS-ANNOTATED-COUNT             PIC 9(09)  VALUE 0.
029800 01  CAS-REJECT-COUNT                PIC 9(09)  VALUE 0.
029900 01  CAS-OPEN-CASE-COUNT             PIC 9(09)  VALUE 0.
030000 01  CAS-OVER-5-COUNT                PIC 9(09)  VALUE 0.
030100 01  CAS-BUCKET-1                    PIC 9(06)  VALUE 0.
030200 01  CAS-BUCKET-2                    PIC 9(06)  VALUE 0.
030300 01  CAS-BUCKET-3                    PIC 9(06)  VALUE 0.
030400*
030500*    EVERY OPEN CASE ON FILE, FOR THE REPEAT TEST ON LOAD
030600*
030700 01  CAS-OPEN-TABLE-AREA.
030800     05  CAS-OPEN-COUNT              PIC 9(04)  COMP  VALUE 0.
030900     05  CAS-O                       PIC 9(04)  COMP  VALUE 0.
031000     05  CAS-OPEN-ENTRY              OCCURS 5000 TIMES.
031100         10  CAS-OPEN-MATCH-KEY      PIC X(31).
031200         10  CAS-OPEN-CASE-NO        PIC 9(07).
031300*
031400*    OPEN CASES BY OWNING DESK FOR THE AGING SUMMARY
031500*
031600 01  CAS-OWNER-TABLE-AREA.
031700     05  CAS-OWNER-COUNT             PIC 9(03)  COMP  VALUE 0.
031800     05  CAS-W                       PIC 9(03)  COMP  VALUE 0.
031900     05  CAS-OWNER-ENTRY             OCCURS 200 TIMES.
032000         10  CAS-OWN-NAME            PIC X(20).
032100         10  CAS-OWN-BUCKET-1        PIC 9(06).
032200         10  CAS-OWN-BUCKET-2        PIC 9(06).
032300         10  CAS-OWN-BUCKET-3        PIC 9(06).
032400*
032500*    ACTIVE BINMST ZONES FOR THE RANGE-LINE OWNER
032600*
032700 01  CAS-ZONE-TABLE-AREA.
032800     05  CAS-ZONE-COUNT              PIC 9(03)  COMP  VALUE 0.
032900     05  CAS-Z                       PIC 9(03)  COMP  VALUE 0.
033000     05  CAS-ZONE-ENTRY              OCCURS 100 TIMES.
033100         10  CAS-ZONE-START          PIC 9(07).
033200         10  CAS-ZONE-END            PIC 9(07).
033300         10  CAS-ZONE-OWNER          PIC X(20).
033400*
033500 COPY PARMWRK.
033600*
033700 01  CAS-KEY-TEXT.
033800     05  CAS-KTX-LABEL               PIC X(06).
033900     05  CAS-KTX-NUMBER              PIC 9(06).
034000     05  FILLER                      PIC X(01)  VALUE SPACE.
034100     05  CAS-KTX-DATE                PIC X(08).
034200*
034300 01  CAS-HEADER-LINE.
034400     05  FILLER                      PIC X(36)
034500         VALUE 'EXCCAS01 EXCEPTION CASE FILE      - '.
034600     05  FILLER                      PIC X(05)  VALUE 'DATE '.
034700     05  CAS-HDR-DATE                PIC 9(08).
034800     05  FILLER                      PIC X(05)  VALUE ' RUN '.
034900     05  CAS-HDR-RUN                 PIC 9(06).
035000     05  FILLER                      PIC X(60)  VALUE SPACES.
035100*
035200 01  CAS-CARD-COLUMN-LINE.
035300     05  FILLER                      PIC X(05)  VALUE 'ACT  '.
035400     05  FILLER                      PIC X(09)  VALUE 'CASE     '.
035500     05  FILLER                      PIC X(05)  VALUE 'BY   '.
035600     05  FILLER                      PIC X(42)  VALUE 'NOTE'.
035700     05  FILLER                      PIC X(59)  VALUE 'OUTCOME'.
035800*
035900 01  CAS-CARD-LINE.
036000     05  FILLER                      PIC X(01)  VALUE SPACE.
036100     05  CAS-CRD-ACTION              PIC X(01).
036200     05  FILLER                      PIC X(03)  VALUE SPACES.
036300     05  CAS-CRD-CASE                PIC X(07).
036400     05  FILLER                      PIC X(02)  VALUE SPACES.
036500     05  CAS-CRD-BY                  PIC X(03).
036600     05  FILLER                      PIC X(02)  VALUE SPACES.
036700     05  CAS-CRD-TEXT                PIC X(40).
036800     05  FILLER                      PIC X(02)  VALUE SPACES.
036900     05  CAS-CRD-OUTCOME             PIC X(40).
037000     05  FILLER                      PIC X(19)  VALUE SPACES.
037100*
037200 01  CAS-LOAD-COLUMN-LINE.
037300     05  FILLER                      PIC X(09)  VALUE 'CASE     '.
037400     05  FILLER                      PIC X(08)  VALUE 'ACTION  '.
037500     05  FILLER                      PIC X(10)
037600         VALUE 'SOURCE    '.
037700     05  FILLER                      PIC X(23)  VALUE 'KEY'.
037800     05  FILLER                      PIC X(42)  VALUE 'REASON'.
037900     05  FILLER                      PIC X(22)  VALUE 'OWNER'.
038000     05  FILLER                      PIC X(06)  VALUE '  DAYS'.
038100*
038200 01  CAS-LOAD-LINE.
038300     05  CAS-LDL-CASE                PIC 9(07).
038400     05  FILLER                      PIC X(02)  VALUE SPACES.
038500     05  CAS-LDL-ACTION              PIC X(06).
038600     05  FILLER                      PIC X(02)  VALUE SPACES.
038700     05  CAS-LDL-SOURCE              PIC X(08).
038800     05  FILLER                      PIC X(02)  VALUE SPACES.
038900     05  CAS-LDL-KEY                 PIC X(21).
039000     05  FILLER                      PIC X(02)  VALUE SPACES.
039100     05  CAS-LDL-REASON              PIC X(40).
039200     05  FILLER                      PIC X(02)  VALUE SPACES.
039300     05  CAS-LDL-OWNER               PIC X(20).
039400     05  FILLER                      PIC X(02)  VALUE SPACES.
039500     05  CAS-LDL-DAYS                PIC 9(05).
039600     05  FILLER                      PIC X(01)  VALUE SPACE.
039700*
039800 01  CAS-AGED-COLUMN-LINE.
039900     05  FILLER                      PIC X(09)  VALUE 'CASE     '.
040000     05  FILLER                      PIC X(05)  VALUE 'AGE  '.
040100     05  FILLER                      PIC X(10)
040200         VALUE 'OPENED    '.
040300     05  FILLER                      PIC X(10)
040400         VALUE 'SOURCE    '.
040500     05  FILLER                      PIC X(23)  VALUE 'KEY'.
040600     05  FILLER                      PIC X(22)  VALUE 'OWNER'.
040700     05  FILLER                      PIC X(41)  VALUE 'REASON'.
040800*
040900 01  CAS-AGED-LINE.
041000     05  CAS-AGL-CASE                PIC 9(07).
041100     05  FILLER                      PIC X(02)  VALUE SPACES.
041200     05  CAS-AGL-AGE                 PIC 9(03).
041300     05  FILLER                      PIC X(02)  VALUE SPACES.
041400     05  CAS-AGL-OPENED              PIC 9(08).
041500     05  FILLER                      PIC X(02)  VALUE SPACES.
041600     05  CAS-AGL-SOURCE              PIC X(08).
041700     05  FILLER                      PIC X(02)  VALUE SPACES.
041800     05  CAS-AGL-KEY                 PIC X(21).
041900     05  FILLER                      PIC X(02)  VALUE SPACES.
042000     05  CAS-AGL-OWNER               PIC X(20).
042100     05  FILLER                      PIC X(02)  VALUE SPACES.
042200     05  CAS-AGL-REASON              PIC X(40).
042300     05  FILLER                      PIC X(01)  VALUE SPACE.
042400*
042500 01  CAS-OWNER-COLUMN-LINE.
042600     05  FILLER                      PIC X(20)  VALUE 'OWNER'.
042700     05  FILLER                      PIC X(08)  VALUE '     0-1'.
042800     05  FILLER                      PIC X(08)  VALUE '     2-5'.
042900     05  FILLER                      PIC X(08)  VALUE '  OVER 5'.
043000     05  FILLER                      PIC X(08)  VALUE '   TOTAL'.
043100     05  FILLER                      PIC X(68)  VALUE SPACES.
043200*
043300 01  CAS-OWNER-LINE.
043400     05  CAS-OWL-NAME                PIC X(20).
043500     05  FILLER                      PIC X(02)  VALUE SPACES.
043600     05  CAS-OWL-BUCKET-1            PIC 9(06).
043700     05  FILLER                      PIC X(02)  VALUE SPACES.
043800     05  CAS-OWL-BUCKET-2            PIC 9(06).
043900     05  FILLER                      PIC X(02)  VALUE SPACES.
044000     05  CAS-OWL-BUCKET-3            PIC 9(06).
044100     05  FILLER                      PIC X(02)  VALUE SPACES.
044200     05  CAS-OWL-TOTAL               PIC 9(06).
044300     05  FILLER                      PIC X(68)  VALUE SPACES.
044400*
044500 01  CAS-TOTAL-LINE.
044600     05  FILLER                      PIC X(02)  VALUE SPACES.
044700     05  CAS-TOT-TEXT                PIC X(42).
044800     05  CAS-TOT-VALUE               PIC 9(09).
044900     05  FILLER                      PIC X(67)  VALUE SPACES.
045000*
045100 PROCEDURE DIVISION.
045200*
045300 0000-MAINLINE.
045400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045500     PERFORM 2000-APPLY-RESOLUTIONS THRU 2000-EXIT.
045600     PERFORM 2500-LOAD-OPEN-CASES THRU 2500-EXIT.
045700     PERFORM 3000-LOAD-RUCKERR THRU 3000-EXIT.
045800     PERFORM 3100-LOAD-RUCKGEXC THRU 3100-EXIT.
045900     PERFORM 3200-LOAD-RANGEEXC THRU 3200-EXIT.
046000     PERFORM 4000-AGE-OPEN-CASES THRU 4000-EXIT.
046100     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
046200     CLOSE CASE-FILE ELF-MASTER-FILE CASE-REPORT-FILE.
046300     IF CAS-CALENDAR-OPEN
046400         CLOSE CALENDAR-FILE
046500     END-IF.
046600     IF CAS-RUN-RC < 4
046700         AND (CAS-REJECT-COUNT > 0 OR CAS-OVER-5-COUNT > 0)
046800         MOVE 4 TO CAS-RUN-RC
046900     END-IF.
047000     DISPLAY 'EXCCAS01 CASES OPENED         = ' CAS-OPENED-COUNT.
047100     DISPLAY 'EXCCAS01 OPEN CASES ON FILE   = '
047200         CAS-OPEN-CASE-COUNT.
047300     DISPLAY 'EXCCAS01 OPEN OVER 5 DAYS     = ' CAS-OVER-5-COUNT.
047400     DISPLAY 'EXCCAS01 EXCEPTION CASE FILE COMPLETE - RC = '
047500         CAS-RUN-RC.
047600     MOVE CAS-RUN-RC TO RETURN-CODE.
047700     STOP RUN.
047800*
047900*****************************************************************
048000*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS AND FILE OPENS. *
048100*    THE EXCCAS CASE FILE IS CREATED EMPTY ON THE FIRST RUN      *
048200*    (STATUS 35 ON OPEN I-O), SAME AS ELFMNT01.  THE CALENDAR    *
048300*    AND THE ZONE MASTER ARE OPTIONAL; THE ELF MASTER IS NOT.    *
048400*****************************************************************
048500 1000-INITIALIZE.
048600     OPEN INPUT RUN-CONTROL-FILE.
048700     IF CAS-RUNCTL-STATUS NOT = '00'
048800         DISPLAY 'EXCCAS01 RUNCTL OPEN FAILED - STATUS = '
048900             CAS-RUNCTL-STATUS
049000         DISPLAY 'EXCCAS01 RUN DATADV01 TO SET THE BUSINESS DATE'
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400     READ RUN-CONTROL-FILE
049500         AT END
049600             DISPLAY 'EXCCAS01 RUNCTL IS EMPTY - RUN DATADV01'
049700             MOVE 16 TO RETURN-CODE
049800             STOP RUN
049900     END-READ.
050000     MOVE RCT-BUSINESS-DATE TO CAS-BUS-DATE.
050100     MOVE RCT-RUN-NUMBER TO CAS-RUN-NO.
050200     CLOSE RUN-CONTROL-FILE.
050300     MOVE 'EXCCAS01' TO PRM-MSG-PREFIX.
050400     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
050500     IF PRM-REPROCESSING
050600         MOVE PRM-REPROCESS-DATE TO CAS-EFFECTIVE-DATE
050700         DISPLAY 'EXCCAS01 REPROCESS RUN - EXCEPTIONS DATED '
050800             CAS-EFFECTIVE-DATE
050900     ELSE
051000         MOVE CAS-BUS-DATE TO CAS-EFFECTIVE-DATE
051100     END-IF.
051200     OPEN INPUT ELF-MASTER-FILE.
051300     IF CAS-ELFMST-STATUS NOT = '00'
051400         DISPLAY 'EXCCAS01 ELFMST OPEN FAILED - STATUS = '
051500             CAS-ELFMST-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     OPEN I-O CASE-FILE.
052000     IF CAS-EXCCAS-STATUS = '35'
052100         OPEN OUTPUT CASE-FILE
052200         CLOSE CASE-FILE
052300         OPEN I-O CASE-FILE
052400     END-IF.
052500     IF CAS-EXCCAS-STATUS NOT = '00'
052600         DISPLAY 'EXCCAS01 EXCCAS OPEN FAILED - STATUS = '
052700             CAS-EXCCAS-STATUS
052800         CLOSE ELF-MASTER-FILE
052900         MOVE 16 TO RETURN-CODE
053000         STOP RUN
053100     END-IF.
053200     OPEN OUTPUT CASE-REPORT-FILE.
053300     IF CAS-EXCRPT-STATUS NOT = '00'
053400         DISPLAY 'EXCCAS01 EXCRPT OPEN FAILED - STATUS = '
053500             CAS-EXCRPT-STATUS
053600         CLOSE ELF-MASTER-FILE CASE-FILE
053700         MOVE 16 TO RETURN-CODE
053800         STOP RUN
053900     END-IF.
054000     OPEN INPUT CALENDAR-FILE.
054100     IF CAS-BUSCAL-STATUS = '00'
054200         MOVE 'Y' TO CAS-CALENDAR-SWITCH
054300     ELSE
054400         DISPLAY 'EXCCAS01 BUSCAL NOT AVAILABLE - STATUS = '
054500             CAS-BUSCAL-STATUS ' - CASES AGED IN CALENDAR DAYS'
054600     END-IF.
054700     PERFORM 1100-LOAD-ZONE-TABLE THRU 1100-EXIT.
054800     MOVE CAS-BUS-DATE TO CAS-HDR-DATE.
054900     MOVE CAS-RUN-NO TO CAS-HDR-RUN.
055000     MOVE CAS-HEADER-LINE TO CAS-REPORT-LINE.
055100     WRITE CAS-REPORT-LINE.
055200 1000-EXIT.
055300     EXIT.
055400*
055500*****************************************************************
055600*    1100-LOAD-ZONE-TABLE  -  THE ACTIVE BINMST ZONES, FOR THE   *
055700*    OWNER OF A REJECTED RANGE LINE.  WITHOUT THE ZONE MASTER    *
055800*    RANGE-LINE CASES ARE OWNED BY 'UNASSIGNED'.                 *
055900*****************************************************************
056000 1100-LOAD-ZONE-TABLE.
056100     MOVE 0 TO CAS-ZONE-COUNT.
056200     OPEN INPUT BIN-MASTER-FILE.
056300     IF CAS-BINMST-STATUS NOT = '00'
056400         DISPLAY 'EXCCAS01 BINMST NOT AVAILABLE - STATUS = '
056500             CAS-BINMST-STATUS ' - RANGE CASES UNASSIGNED'
056600         GO TO 1100-EXIT
056700     END-IF.
056800     MOVE 'N' TO CAS-ZONE-EOF-SWITCH.
056900     READ BIN-MASTER-FILE
057000         AT END MOVE 'Y' TO CAS-ZONE-EOF-SWITCH
057100     END-READ.
057200     PERFORM UNTIL CAS-ZONE-EOF
057300         IF BZM-ACTIVE
057400             IF CAS-ZONE-COUNT >= 100
057500                 DISPLAY 'EXCCAS01 ZONE TABLE FULL - FURTHER '
057600                     'ZONES IGNORED'
057700                 MOVE 'Y' TO CAS-ZONE-EOF-SWITCH
057800             ELSE
057900                 ADD 1 TO CAS-ZONE-COUNT
058000                 MOVE CAS-ZONE-COUNT TO CAS-Z
058100                 MOVE BZM-BIN-START TO CAS-ZONE-START (CAS-Z)
058200                 MOVE BZM-BIN-END TO CAS-ZONE-END (CAS-Z)
058300                 MOVE BZM-ZONE-OWNER TO CAS-ZONE-OWNER (CAS-Z)
058400             END-IF
058500         END-IF
058600         IF NOT CAS-ZONE-EOF
058700             READ BIN-MASTER-FILE
058800                 AT END MOVE 'Y' TO CAS-ZONE-EOF-SWITCH
058900             END-READ
059000         END-IF
059100     END-PERFORM.
059200     CLOSE BIN-MASTER-FILE.
059300 1100-EXIT.
059400     EXIT.
059500*
059600*****************************************************************
059700*    2000-APPLY-RESOLUTIONS  -  ONE EXCRES CARD AT A TIME.  NO   *
059800*    EXCRES FILE MEANS NO CARDS TONIGHT.                         *
059900*****************************************************************
060000 2000-APPLY-RESOLUTIONS.
060100     MOVE SPACES TO CAS-REPORT-LINE.
060200     WRITE CAS-REPORT-LINE.
060300     MOVE 'RESOLUTION CARDS' TO CAS-REPORT-LINE.
060400     WRITE CAS-REPORT-LINE.
060500     OPEN INPUT RESOLUTION-FILE.
060600     IF CAS-EXCRES-STATUS NOT = '00'
060700         DISPLAY 'EXCCAS01 NO EXCRES RESOLUTION CARDS - STATUS = '
060800             CAS-EXCRES-STATUS
060900         MOVE '  NO RESOLUTION CARDS THIS RUN' TO CAS-REPORT-LINE
061000         WRITE CAS-REPORT-LINE
061100         GO TO 2000-EXIT
061200     END-IF.
061300     MOVE CAS-CARD-COLUMN-LINE TO CAS-REPORT-LINE.
061400     WRITE CAS-REPORT-LINE.
061500     MOVE 'N' TO CAS-EOF-SWITCH.
061600     READ RESOLUTION-FILE
061700         AT END MOVE 'Y' TO CAS-EOF-SWITCH
061800     END-READ.
061900     PERFORM UNTIL CAS-EOF
062000         ADD 1 TO CAS-CARD-COUNT
062100         PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
062200         MOVE CAS-CARD-LINE TO CAS-REPORT-LINE
062300         WRITE CAS-REPORT-LINE
062400         READ RESOLUTION-FILE
062500             AT END MOVE 'Y' TO CAS-EOF-SWITCH
062600         END-READ
062700     END-PERFORM.
062800     CLOSE RESOLUTION-FILE.
062900 2000-EXIT.
063000     EXIT.
063100*
063200*****************************************************************
063300*    2100-APPLY-ONE-CARD  -  THE CASE MUST EXIST AND THE CARD    *
063400*    MUST CARRY INITIALS AND A NOTE.  A CLOSED CASE MAY STILL BE *
063500*    ANNOTATED BUT NOT CLOSED AGAIN.  THE NOTE REPLACES THE      *
063600*    CASE'S LATEST NOTE; A CLOSE ALSO STAMPS WHO AND WHEN.       *
063700*****************************************************************
063800 2100-APPLY-ONE-CARD.
063900     MOVE RES-ACTION TO CAS-CRD-ACTION.
064000     MOVE RES-CASE-NO TO CAS-CRD-CASE.
064100     MOVE RES-BY TO CAS-CRD-BY.
064200     MOVE RES-TEXT TO CAS-CRD-TEXT.
064300     IF NOT RES-ANNOTATE AND NOT RES-CLOSE
064400         MOVE 'REJECTED - ACTION MUST BE A OR C'
064500             TO CAS-CRD-OUTCOME
064600         ADD 1 TO CAS-REJECT-COUNT
064700         GO TO 2100-EXIT
064800     END-IF.
064900     IF RES-CASE-NO NOT NUMERIC
065000         MOVE 'REJECTED - CASE NUMBER NOT NUMERIC'
065100             TO CAS-CRD-OUTCOME
065200         ADD 1 TO CAS-REJECT-COUNT
065300         GO TO 2100-EXIT
065400     END-IF.
065500     IF RES-BY = SPACES OR RES-TEXT = SPACES
065600         MOVE 'REJECTED - INITIALS AND NOTE REQUIRED'
065700             TO CAS-CRD-OUTCOME
065800         ADD 1 TO CAS-REJECT-COUNT
065900         GO TO 2100-EXIT
066000     END-IF.
066100     MOVE RES-CASE-NO-N TO ECS-CASE-NO.
066200     READ CASE-FILE
066300         INVALID KEY
066400             MOVE 'REJECTED - CASE NOT ON FILE' TO CAS-CRD-OUTCOME
066500             ADD 1 TO CAS-REJECT-COUNT
066600             GO TO 2100-EXIT
066700     END-READ.
066800     IF RES-CLOSE AND ECS-CLOSED
066900         MOVE 'REJECTED - CASE ALREADY CLOSED' TO CAS-CRD-OUTCOME
067000         ADD 1 TO CAS-REJECT-COUNT
067100         GO TO 2100-EXIT
067200     END-IF.
067300     ADD 1 TO ECS-NOTE-COUNT.
067400     MOVE CAS-BUS-DATE TO ECS-NOTE-DATE.
067500     MOVE RES-BY TO ECS-NOTE-BY.
067600     MOVE RES-TEXT TO ECS-NOTE-TEXT.
067700     IF RES-CLOSE
067800         MOVE 'C' TO ECS-STATUS
067900         MOVE CAS-BUS-DATE TO ECS-CLOSED-DATE
068000         MOVE RES-BY TO ECS-CLOSED-BY
068100     END-IF.
068200     REWRITE ECS-CASE-RECORD
068300         INVALID KEY
068400             DISPLAY 'EXCCAS01 EXCCAS REWRITE FAILED - CASE '
068500                 ECS-CASE-NO ' STATUS = ' CAS-EXCCAS-STATUS
068600             MOVE 'REJECTED - CASE FILE REWRITE FAILED'
068700                 TO CAS-CRD-OUTCOME
068800             MOVE 12 TO CAS-RUN-RC
068900             GO TO 2100-EXIT
069000     END-REWRITE.
069100     IF RES-CLOSE
069200         MOVE 'CLOSED' TO CAS-CRD-OUTCOME
069300         ADD 1 TO CAS-CLOSED-COUNT
069400     ELSE
069500         MOVE 'ANNOTATED' TO CAS-CRD-OUTCOME
069600         ADD 1 TO CAS-ANNOTATED-COUNT
069700     END-IF.
069800 2100-EXIT.
069900     EXIT.
070000*
070100*****************************************************************
070200*    2500-LOAD-OPEN-CASES  -  ONE PASS OF THE CASE FILE IN CASE  *
070300*    NUMBER ORDER: EVERY OPEN CASE'S MATCH KEY GOES INTO THE     *
070400*    TABLE FOR THE REPEAT TEST, AND THE LAST CASE NUMBER READ IS *
070500*    THE HIGH-WATER MARK FOR NUMBERING NEW CASES.                *
070600*****************************************************************
070700 2500-LOAD-OPEN-CASES.
070800     MOVE 0 TO CAS-OPEN-COUNT.
070900     MOVE 0 TO ECS-CASE-NO.
071000     START CASE-FILE KEY IS NOT LESS THAN ECS-CASE-NO
071100         INVALID KEY
071200             GO TO 2500-EXIT
071300     END-START.
071400     MOVE 'N' TO CAS-EOF-SWITCH.
071500     READ CASE-FILE NEXT RECORD
071600         AT END MOVE 'Y' TO CAS-EOF-SWITCH
071700     END-READ.
071800     PERFORM UNTIL CAS-EOF
071900         MOVE ECS-CASE-NO TO CAS-HIGH-CASE-NO
072000         IF ECS-OPEN
072100             PERFORM 2550-HOLD-OPEN-CASE THRU 2550-EXIT
072200         END-IF
072300         READ CASE-FILE NEXT RECORD
072400             AT END MOVE 'Y' TO CAS-EOF-SWITCH
072500         END-READ
072600     END-PERFORM.
072700 2500-EXIT.
072800     EXIT.
072900*
073000 2550-HOLD-OPEN-CASE.
073100     IF CAS-OPEN-COUNT >= 5000
073200         IF NOT CAS-OPEN-FULL-WARNED
073300             DISPLAY 'EXCCAS01 OPEN-CASE TABLE FULL - REPEATS ON '
073400                 'LATER CASES WILL OPEN NEW CASES'
073500             MOVE 'Y' TO CAS-OPEN-FULL-SWITCH
073600         END-IF
073700         GO TO 2550-EXIT
073800     END-IF.
073900     ADD 1 TO CAS-OPEN-COUNT.
074000     MOVE ECS-MATCH-KEY TO CAS-OPEN-MATCH-KEY (CAS-OPEN-COUNT).
074100     MOVE ECS-CASE-NO TO CAS-OPEN-CASE-NO (CAS-OPEN-COUNT).
074200 2550-EXIT.
074300     EXIT.
074400*
074500*****************************************************************
074600*    3000-LOAD-RUCKERR  -  AN UNKNOWN OR INACTIVE ELF IS A CASE  *
074700*    ON THE ELF ID, WHICHEVER LINE IT TURNS UP ON.  ANY OTHER    *
074800*    REJECTED LINE (BAD CHARACTER, TOTAL OVERFLOW) IS A CASE ON  *
074900*    THE LINE NUMBER FOR THE DAY.  EITHER WAY THE DESK IS THE    *
075000*    GROUP OF THE ELF THE LINE BELONGS TO.                       *
075100*****************************************************************
075200 3000-LOAD-RUCKERR.
075300     MOVE SPACES TO CAS-REPORT-LINE.
075400     WRITE CAS-REPORT-LINE.
075500     MOVE 'CASES OPENED OR SEEN AGAIN THIS RUN'
075600         TO CAS-REPORT-LINE.
075700     WRITE CAS-REPORT-LINE.
075800     MOVE CAS-LOAD-COLUMN-LINE TO CAS-REPORT-LINE.
075900     WRITE CAS-REPORT-LINE.
076000     OPEN INPUT EXCEPTION-FILE.
076100     IF CAS-RUCKERR-STATUS NOT = '00'
076200         DISPLAY 'EXCCAS01 RUCKERR NOT AVAILABLE - STATUS = '
076300             CAS-RUCKERR-STATUS ' - NO CASES LOADED FROM IT'
076400         GO TO 3000-EXIT
076500     END-IF.
076600     MOVE 'N' TO CAS-EOF-SWITCH.
076700     READ EXCEPTION-FILE
076800         AT END MOVE 'Y' TO CAS-EOF-SWITCH
076900     END-READ.
077000     PERFORM UNTIL CAS-EOF
077100         ADD 1 TO CAS-RUCKERR-READ
077200         PERFORM 3050-RUCKERR-CASE THRU 3050-EXIT
077300         READ EXCEPTION-FILE
077400             AT END MOVE 'Y' TO CAS-EOF-SWITCH
077500         END-READ
077600     END-PERFORM.
077700     CLOSE EXCEPTION-FILE.
077800 3000-EXIT.
077900     EXIT.
078000*
078100 3050-RUCKERR-CASE.
078200     MOVE 'RUCKERR' TO CAS-NEW-SOURCE.
078300     MOVE EXC-REASON TO CAS-NEW-REASON.
078400     MOVE EXC-ITEM-STRING TO CAS-NEW-DETAIL.
078500     MOVE CAS-DEFAULT-OWNER TO CAS-NEW-OWNER.
078600     MOVE 0 TO CAS-LOOKUP-ELF.
078700     IF EXC-ITEM-ELF-ID NUMERIC
078800         MOVE EXC-ITEM-ELF-ID TO CAS-LOOKUP-ELF
078900         PERFORM 3600-LOOKUP-ELF THRU 3600-EXIT
079000         IF NOT CAS-ELF-UNKNOWN
079100             MOVE CAS-ELF-GROUP TO CAS-NEW-OWNER
079200         END-IF
079300     END-IF.
079400     IF (EXC-REASON = 'ELF ID NOT ON MASTER'
079500         OR EXC-REASON = 'ELF ID INACTIVE ON MASTER')
079600         AND EXC-ITEM-ELF-ID NUMERIC
079700         MOVE 'E' TO CAS-NEW-KEY-TYPE
079800         MOVE 0 TO CAS-NEW-KEY-DATE
079900         MOVE CAS-LOOKUP-ELF TO CAS-NEW-KEY-NUMBER
079950         MOVE 0 TO CAS-NEW-KEY-RUN-START
080000     ELSE
080100         MOVE 'L' TO CAS-NEW-KEY-TYPE
080200         MOVE CAS-EFFECTIVE-DATE TO CAS-NEW-KEY-DATE
080300         MOVE EXC-LINE-NO TO CAS-NEW-KEY-NUMBER
080350         MOVE 0 TO CAS-NEW-KEY-RUN-START
080400     END-IF.
080500     PERFORM 3500-RAISE-CASE THRU 3500-EXIT.
080600 3050-EXIT.
080700     EXIT.
080800*
080900*****************************************************************
081000*    3100-LOAD-RUCKGEXC  -  A BADGE GROUP WHOSE MEMBERS DO NOT   *
081100*    MATCH IS A CASE ON THE GROUP NUMBER FOR THE DAY, OWNED BY   *
081200*    THE FIRST MEMBER'S GROUP CODE THAT IS ON THE MASTER (THE    *
081300*    '*' CODES MARK A MEMBER UNKNOWN OR INACTIVE).               *
081400*****************************************************************
081500 3100-LOAD-RUCKGEXC.
081600     OPEN INPUT GROUP-EXCEPTION-FILE.
081700     IF CAS-GEXC-STATUS NOT = '00'
081800         DISPLAY 'EXCCAS01 RUCKGEXC NOT AVAILABLE - STATUS = '
081900             CAS-GEXC-STATUS ' - NO CASES LOADED FROM IT'
082000         GO TO 3100-EXIT
082100     END-IF.
082200     MOVE 'N' TO CAS-EOF-SWITCH.
082300     READ GROUP-EXCEPTION-FILE
082400         AT END MOVE 'Y' TO CAS-EOF-SWITCH
082500     END-READ.
082600     PERFORM UNTIL CAS-EOF
082700         ADD 1 TO CAS-GEXC-READ
082800         PERFORM 3150-RUCKGEXC-CASE THRU 3150-EXIT
082900         READ GROUP-EXCEPTION-FILE
083000             AT END MOVE 'Y' TO CAS-EOF-SWITCH
083100         END-READ
083200     END-PERFORM.
083300     CLOSE GROUP-EXCEPTION-FILE.
083400 3100-EXIT.
083500     EXIT.
083600*
083700 3150-RUCKGEXC-CASE.
083800     MOVE 'RUCKGEXC' TO CAS-NEW-SOURCE.
083900     MOVE 'G' TO CAS-NEW-KEY-TYPE.
084000     MOVE CAS-EFFECTIVE-DATE TO CAS-NEW-KEY-DATE.
084100     MOVE GEX-GROUP-NO TO CAS-NEW-KEY-NUMBER.
084150     MOVE 0 TO CAS-NEW-KEY-RUN-START.
084200     MOVE GEX-REASON TO CAS-NEW-REASON.
084300     MOVE GROUP-EXCEPTION-RECORD (9:) TO CAS-NEW-DETAIL.
084400     MOVE CAS-DEFAULT-OWNER TO CAS-NEW-OWNER.
084500     EVALUATE TRUE
084600         WHEN GEX-GROUP-1 NOT = SPACES
084700             AND GEX-GROUP-1 (1:1) NOT = '*'
084800             MOVE GEX-GROUP-1 TO CAS-NEW-OWNER
084900         WHEN GEX-GROUP-2 NOT = SPACES
085000             AND GEX-GROUP-2 (1:1) NOT = '*'
085100             MOVE GEX-GROUP-2 TO CAS-NEW-OWNER
085200         WHEN GEX-GROUP-3 NOT = SPACES
085300             AND GEX-GROUP-3 (1:1) NOT = '*'
085400             MOVE GEX-GROUP-3 TO CAS-NEW-OWNER
085500     END-EVALUATE.
085600     PERFORM 3500-RAISE-CASE THRU 3500-EXIT.
085700 3150-EXIT.
085800     EXIT.
085900*
086000*****************************************************************
086100*    3200-LOAD-RANGEEXC  -  A ROSTER PAIR REJECTED FOR AN       *
086200*    UNKNOWN OR INACTIVE ELF IS A CASE ON EACH OFFENDING ELF ID. *
086300*    ANY OTHER REJECTED PAIR (ENDPOINT OUTSIDE EVERY ZONE,       *
086400*    MALFORMED ROSTER) IS A CASE ON THE AUDIT LINE NUMBER FOR    *
086500*    THE DAY, OWNED BY THE ZONE OWNER OF THE FIRST ENDPOINT      *
086600*    THAT DOES FALL IN AN ACTIVE ZONE.                           *
086700*****************************************************************
086800 3200-LOAD-RANGEEXC.
086900     OPEN INPUT RANGE-EXCEPTION-FILE.
087000     IF CAS-RNGEXC-STATUS NOT = '00'
087100         DISPLAY 'EXCCAS01 RANGEEXC NOT AVAILABLE - STATUS = '
087200             CAS-RNGEXC-STATUS ' - NO CASES LOADED FROM IT'
087300         GO TO 3200-EXIT
087400     END-IF.
087500     MOVE 'N' TO CAS-EOF-SWITCH.
087600     READ RANGE-EXCEPTION-FILE
087700         AT END MOVE 'Y' TO CAS-EOF-SWITCH
087800     END-READ.
087900     PERFORM UNTIL CAS-EOF
088000         ADD 1 TO CAS-RNGEXC-READ
088100         PERFORM 3250-RANGEEXC-CASE THRU 3250-EXIT
088200         READ RANGE-EXCEPTION-FILE
088300             AT END MOVE 'Y' TO CAS-EOF-SWITCH
088400         END-READ
088500     END-PERFORM.
088600     CLOSE RANGE-EXCEPTION-FILE.
088700 3200-EXIT.
088800     EXIT.
088900*
089000 3250-RANGEEXC-CASE.
089100     MOVE 'RANGEEXC' TO CAS-NEW-SOURCE.
089200     MOVE REX-REASON TO CAS-NEW-REASON.
089300     MOVE REX-WORK-STR TO CAS-NEW-DETAIL.
089400     IF REX-REASON = 'ELF ID NOT ON MASTER'
089500         OR REX-REASON = 'ELF ID INACTIVE ON MASTER'
089600         MOVE REX-ELF-A-ID TO CAS-LOOKUP-ELF
089700         PERFORM 3270-RANGE-ELF-CASE THRU 3270-EXIT
089800         IF REX-ELF-B-ID NOT = REX-ELF-A-ID
089900             MOVE REX-ELF-B-ID TO CAS-LOOKUP-ELF
090000             PERFORM 3270-RANGE-ELF-CASE THRU 3270-EXIT
090100         END-IF
090200         GO TO 3250-EXIT
090300     END-IF.
090400     MOVE 'L' TO CAS-NEW-KEY-TYPE.
090500     MOVE CAS-EFFECTIVE-DATE TO CAS-NEW-KEY-DATE.
090600     MOVE REX-LINE-NO TO CAS-NEW-KEY-NUMBER.
090650     MOVE REX-RUN-START-TIME TO CAS-NEW-KEY-RUN-START.
090700     MOVE CAS-DEFAULT-OWNER TO CAS-NEW-OWNER.
090800     MOVE REX-RANGE-A-START TO CAS-BIN-VALUE.
090900     PERFORM 3700-ZONE-OWNER THRU 3700-EXIT.
091000     IF CAS-Z = 0
091100         MOVE REX-RANGE-A-END TO CAS-BIN-VALUE
091200         PERFORM 3700-ZONE-OWNER THRU 3700-EXIT
091300     END-IF.
091400     IF CAS-Z = 0
091500         MOVE REX-RANGE-B-START TO CAS-BIN-VALUE
091600         PERFORM 3700-ZONE-OWNER THRU 3700-EXIT
091700     END-IF.
091800     IF CAS-Z = 0
091900         MOVE REX-RANGE-B-END TO CAS-BIN-VALUE
092000         PERFORM 3700-ZONE-OWNER THRU 3700-EXIT
092100     END-IF.
092200     PERFORM 3500-RAISE-CASE THRU 3500-EXIT.
092300 3250-EXIT.
092400     EXIT.
092500*
092600*    ONLY THE ELF THE REASON IS ABOUT IS RAISED - THE OTHER SIDE
092700*    OF THE PAIR MAY BE A PERFECTLY GOOD ELF.
092800*
092900 3270-RANGE-ELF-CASE.
093000     IF CAS-LOOKUP-ELF = 0
093100         GO TO 3270-EXIT
093200     END-IF.
093300     PERFORM 3600-LOOKUP-ELF THRU 3600-EXIT.
093400     IF REX-REASON = 'ELF ID NOT ON MASTER'
093500         AND NOT CAS-ELF-UNKNOWN
093600         GO TO 3270-EXIT
093700     END-IF.
093800     IF REX-REASON = 'ELF ID INACTIVE ON MASTER'
093900         AND NOT CAS-ELF-INACTIVE
094000         GO TO 3270-EXIT
094100     END-IF.
094200     MOVE 'E' TO CAS-NEW-KEY-TYPE.
094300     MOVE 0 TO CAS-NEW-KEY-DATE.
094400     MOVE CAS-LOOKUP-ELF TO CAS-NEW-KEY-NUMBER.
094450     MOVE 0 TO CAS-NEW-KEY-RUN-START.
094500     IF CAS-ELF-UNKNOWN
094600         MOVE CAS-DEFAULT-OWNER TO CAS-NEW-OWNER
094700     ELSE
094800         MOVE CAS-ELF-GROUP TO CAS-NEW-OWNER
094900     END-IF.
095000     PERFORM 3500-RAISE-CASE THRU 3500-EXIT.
095100 3270-EXIT.
095200     EXIT.
095300*
095400*****************************************************************
095500*    3500-RAISE-CASE  -  AN OPEN CASE ON THE SAME MATCH KEY     *
095600*    TAKES THE ROW: THE FIRST ROW OF A NEW BUSINESS DAY ADDS A   *
095700*    DAY SEEN AND IS PRINTED AS A REPEAT, FURTHER ROWS THE SAME  *
095800*    DAY ARE ONLY COUNTED.  OTHERWISE THE NEXT CASE NUMBER IS    *
095900*    OPENED.                                                     *
096000*****************************************************************
096100 3500-RAISE-CASE.
096200     MOVE 'N' TO CAS-FOUND-SWITCH.
096300     PERFORM VARYING CAS-O FROM 1 BY 1
096400         UNTIL CAS-O > CAS-OPEN-COUNT OR CAS-FOUND
096500         IF CAS-OPEN-MATCH-KEY (CAS-O) = CAS-NEW-MATCH-KEY
096600             MOVE 'Y' TO CAS-FOUND-SWITCH
096700             MOVE CAS-OPEN-CASE-NO (CAS-O) TO ECS-CASE-NO
096800         END-IF
096900     END-PERFORM.
097000     IF CAS-FOUND
097100         PERFORM 3550-COUNT-REPEAT THRU 3550-EXIT
097200     ELSE
097300         PERFORM 3560-OPEN-NEW-CASE THRU 3560-EXIT
097400     END-IF.
097500 3500-EXIT.
097600     EXIT.
097700*
097800 3550-COUNT-REPEAT.
097900     READ CASE-FILE
098000         INVALID KEY
098100             DISPLAY 'EXCCAS01 OPEN CASE ' ECS-CASE-NO
098200                 ' NOT FOUND ON EXCCAS - STATUS = '
098300                 CAS-EXCCAS-STATUS
098400             MOVE 12 TO CAS-RUN-RC
098500             GO TO 3550-EXIT
098600     END-READ.
098700     IF ECS-LAST-SEEN-DATE >= CAS-EFFECTIVE-DATE
098800         ADD 1 TO CAS-SAME-DAY-COUNT
098900         GO TO 3550-EXIT
099000     END-IF.
099100     MOVE CAS-EFFECTIVE-DATE TO ECS-LAST-SEEN-DATE.
099200     ADD 1 TO ECS-DAYS-SEEN.
099300     REWRITE ECS-CASE-RECORD
099400         INVALID KEY
099500             DISPLAY 'EXCCAS01 EXCCAS REWRITE FAILED - CASE '
099600                 ECS-CASE-NO ' STATUS = ' CAS-EXCCAS-STATUS
099700             MOVE 12 TO CAS-RUN-RC
099800             GO TO 3550-EXIT
099900     END-REWRITE.
100000     ADD 1 TO CAS-REPEAT-COUNT.
100100     MOVE 'REPEAT' TO CAS-LDL-ACTION.
100200     PERFORM 3590-PRINT-LOAD-LINE THRU 3590-EXIT.
100300 3550-EXIT.
100400     EXIT.
100500*
100600 3560-OPEN-NEW-CASE.
100700     INITIALIZE ECS-CASE-RECORD.
100800     ADD 1 TO CAS-HIGH-CASE-NO.
100900     MOVE CAS-HIGH-CASE-NO TO ECS-CASE-NO.
101000     MOVE CAS-NEW-MATCH-KEY TO ECS-MATCH-KEY.
101100     MOVE CAS-NEW-REASON TO ECS-REASON.
101200     MOVE CAS-NEW-OWNER TO ECS-OWNER.
101300     MOVE 'O' TO ECS-STATUS.
101400     MOVE CAS-EFFECTIVE-DATE TO ECS-OPENED-DATE.
101500     MOVE CAS-RUN-NO TO ECS-OPENED-RUN.
101600     MOVE CAS-EFFECTIVE-DATE TO ECS-LAST-SEEN-DATE.
101700     MOVE 1 TO ECS-DAYS-SEEN.
101800     MOVE CAS-NEW-DETAIL TO ECS-DETAIL.
101900     WRITE ECS-CASE-RECORD
102000         INVALID KEY
102100             DISPLAY 'EXCCAS01 EXCCAS WRITE FAILED - CASE '
102200                 ECS-CASE-NO ' STATUS = ' CAS-EXCCAS-STATUS
102300             MOVE 12 TO CAS-RUN-RC
102400             GO TO 3560-EXIT
102500     END-WRITE.
102600     ADD 1 TO CAS-OPENED-COUNT.
102700     PERFORM 2550-HOLD-OPEN-CASE THRU 2550-EXIT.
102800     MOVE 'NEW' TO CAS-LDL-ACTION.
102900     PERFORM 3590-PRINT-LOAD-LINE THRU 3590-EXIT.
103000 3560-EXIT.
103100     EXIT.
103200*
103300 3590-PRINT-LOAD-LINE.
103400     PERFORM 3800-FORMAT-KEY THRU 3800-EXIT.
103500     MOVE ECS-CASE-NO TO CAS-LDL-CASE.
103600     MOVE ECS-SOURCE TO CAS-LDL-SOURCE.
103700     MOVE CAS-KEY-TEXT TO CAS-LDL-KEY.
103800     MOVE ECS-REASON TO CAS-LDL-REASON.
103900     MOVE ECS-OWNER TO CAS-LDL-OWNER.
104000     MOVE ECS-DAYS-SEEN TO CAS-LDL-DAYS.
104100     MOVE CAS-LOAD-LINE TO CAS-REPORT-LINE.
104200     WRITE CAS-REPORT-LINE.
104300 3590-EXIT.
104400     EXIT.
104500*
104600*****************************************************************
104700*    3600-LOOKUP-ELF  -  CAS-LOOKUP-ELF ON THE ELF MASTER.  AN   *
104800*    INACTIVE ELF STILL BELONGS TO ITS GROUP'S DESK.             *
104900*****************************************************************
105000 3600-LOOKUP-ELF.
105100     MOVE SPACES TO CAS-ELF-GROUP.
105200     MOVE CAS-LOOKUP-ELF TO ELM-ELF-ID.
105300     READ ELF-MASTER-FILE
105400         INVALID KEY
105500             MOVE 'U' TO CAS-ELF-STAT
105600         NOT INVALID KEY
105700             MOVE ELM-GROUP-CODE TO CAS-ELF-GROUP
105800             IF ELM-ACTIVE
105900                 MOVE 'Y' TO CAS-ELF-STAT
106000             ELSE
106100                 MOVE 'I' TO CAS-ELF-STAT
106200             END-IF
106300     END-READ.
106400     IF CAS-ELF-GROUP = SPACES
106500         MOVE 'U' TO CAS-ELF-STAT
106600     END-IF.
106700 3600-EXIT.
106800     EXIT.
106900*
107000*****************************************************************
107100*    3700-ZONE-OWNER  -  CAS-BIN-VALUE'S ACTIVE ZONE.  CAS-Z IS  *
107200*    LEFT ZERO WHEN NO ZONE HOLDS THE BIN.                       *
107300*****************************************************************
107400 3700-ZONE-OWNER.
107500     PERFORM VARYING CAS-Z FROM 1 BY 1
107600         UNTIL CAS-Z > CAS-ZONE-COUNT
107700             OR (CAS-BIN-VALUE >= CAS-ZONE-START (CAS-Z)
107800             AND CAS-BIN-VALUE <= CAS-ZONE-END (CAS-Z))
107900         CONTINUE
108000     END-PERFORM.
108100     IF CAS-Z > CAS-ZONE-COUNT
108200         MOVE 0 TO CAS-Z
108300     ELSE
108400         MOVE CAS-ZONE-OWNER (CAS-Z) TO CAS-NEW-OWNER
108500     END-IF.
108600 3700-EXIT.
108700     EXIT.
108800*
108900 3800-FORMAT-KEY.
109000     MOVE ECS-KEY-NUMBER TO CAS-KTX-NUMBER.
109100     MOVE SPACES TO CAS-KTX-DATE.
109200     EVALUATE TRUE
109300         WHEN ECS-ELF-KEY
109400             MOVE 'ELF' TO CAS-KTX-LABEL
109500         WHEN ECS-GROUP-KEY
109600             MOVE 'GROUP' TO CAS-KTX-LABEL
109700             MOVE ECS-KEY-DATE TO CAS-KTX-DATE
109800         WHEN OTHER
109900             MOVE 'LINE' TO CAS-KTX-LABEL
110000             MOVE ECS-KEY-DATE TO CAS-KTX-DATE
110100     END-EVALUATE.
110200 3800-EXIT.
110300     EXIT.
110400*
110500*****************************************************************
110600*    4000-AGE-OPEN-CASES  -  A SECOND PASS OF THE CASE FILE.     *
110700*    EVERY OPEN CASE IS AGED AND BUCKETED UNDER ITS OWNER; ONE   *
110800*    OPEN OVER 5 BUSINESS DAYS IS LISTED AS IT IS FOUND.  THE    *
110900*    OWNER SUMMARY FOLLOWS THE LIST.                             *
111000*****************************************************************
111100 4000-AGE-OPEN-CASES.
111200     MOVE SPACES TO CAS-REPORT-LINE.
111300     WRITE CAS-REPORT-LINE.
111400     MOVE 'CASES OPEN OVER 5 BUSINESS DAYS' TO CAS-REPORT-LINE.
111500     WRITE CAS-REPORT-LINE.
111600     MOVE CAS-AGED-COLUMN-LINE TO CAS-REPORT-LINE.
111700     WRITE CAS-REPORT-LINE.
111800     MOVE 0 TO ECS-CASE-NO.
111900     START CASE-FILE KEY IS NOT LESS THAN ECS-CASE-NO
112000         INVALID KEY
112100             MOVE 'Y' TO CAS-EOF-SWITCH
112200         NOT INVALID KEY
112300             MOVE 'N' TO CAS-EOF-SWITCH
112400     END-START.
112500     IF NOT CAS-EOF
112600         READ CASE-FILE NEXT RECORD
112700             AT END MOVE 'Y' TO CAS-EOF-SWITCH
112800         END-READ
112900     END-IF.
113000     PERFORM UNTIL CAS-EOF
113100         IF ECS-OPEN
113200             PERFORM 4100-AGE-ONE-CASE THRU 4100-EXIT
113300         END-IF
113400         READ CASE-FILE NEXT RECORD
113500             AT END MOVE 'Y' TO CAS-EOF-SWITCH
113600         END-READ
113700     END-PERFORM.
113800     IF CAS-OVER-5-COUNT = 0
113900         MOVE '  NONE' TO CAS-REPORT-LINE
114000         WRITE CAS-REPORT-LINE
114100     END-IF.
114200     PERFORM 4300-WRITE-OWNER-SUMMARY THRU 4300-EXIT.
114300 4000-EXIT.
114400     EXIT.
114500*
114600 4100-AGE-ONE-CASE.
114700     ADD 1 TO CAS-OPEN-CASE-COUNT.
114800     PERFORM 4150-COUNT-AGE THRU 4150-EXIT.
114900     PERFORM 4200-FIND-OWNER THRU 4200-EXIT.
115000     EVALUATE TRUE
115100         WHEN CAS-AGE <= 1
115200             IF CAS-W > 0
115300                 ADD 1 TO CAS-OWN-BUCKET-1 (CAS-W)
115400             END-IF
115500             ADD 1 TO CAS-BUCKET-1
115600         WHEN CAS-AGE <= 5
115700             IF CAS-W > 0
115800                 ADD 1 TO CAS-OWN-BUCKET-2 (CAS-W)
115900             END-IF
116000             ADD 1 TO CAS-BUCKET-2
116100         WHEN OTHER
116200             IF CAS-W > 0
116300                 ADD 1 TO CAS-OWN-BUCKET-3 (CAS-W)
116400             END-IF
116500             ADD 1 TO CAS-BUCKET-3
116600             ADD 1 TO CAS-OVER-5-COUNT
116700             PERFORM 3800-FORMAT-KEY THRU 3800-EXIT
116800             MOVE ECS-CASE-NO TO CAS-AGL-CASE
116900             MOVE CAS-AGE TO CAS-AGL-AGE
117000             MOVE ECS-OPENED-DATE TO CAS-AGL-OPENED
117100             MOVE ECS-SOURCE TO CAS-AGL-SOURCE
117200             MOVE CAS-KEY-TEXT TO CAS-AGL-KEY
117300             MOVE ECS-OWNER TO CAS-AGL-OWNER
117400             MOVE ECS-REASON TO CAS-AGL-REASON
117500             MOVE CAS-AGED-LINE TO CAS-REPORT-LINE
117600             WRITE CAS-REPORT-LINE
117700     END-EVALUATE.
117800 4100-EXIT.
117900     EXIT.
118000*
118100*****************************************************************
118200*    4150-COUNT-AGE  -  WORKING DAYS AFTER THE DAY THE CASE      *
118300*    OPENED, UP TO AND INCLUDING THE BUSINESS DATE.  A DATE NOT  *
118400*    ON THE CALENDAR COUNTS AS WORKING.  WITHOUT THE CALENDAR    *
118500*    THE AGE IS IN CALENDAR DAYS.  THE AGE STOPS AT 999.         *
118600*****************************************************************
118700 4150-COUNT-AGE.
118800     MOVE 0 TO CAS-AGE.
118900     IF ECS-OPENED-DATE = 0 OR ECS-OPENED-DATE >= CAS-BUS-DATE
119000         GO TO 4150-EXIT
119100     END-IF.
119200     COMPUTE CAS-FROM-INT =
119300         FUNCTION INTEGER-OF-DATE (ECS-OPENED-DATE) + 1.
119400     COMPUTE CAS-TO-INT = FUNCTION INTEGER-OF-DATE (CAS-BUS-DATE).
119500     IF NOT CAS-CALENDAR-OPEN
119600         IF CAS-TO-INT - CAS-FROM-INT + 1 > 999
119700             MOVE 999 TO CAS-AGE
119800         ELSE
119900             COMPUTE CAS-AGE = CAS-TO-INT - CAS-FROM-INT + 1
120000         END-IF
120100         GO TO 4150-EXIT
120200     END-IF.
120300     PERFORM VARYING CAS-WALK-INT FROM CAS-FROM-INT BY 1
120400         UNTIL CAS-WALK-INT > CAS-TO-INT OR CAS-AGE >= 999
120500         COMPUTE BCL-CAL-DATE =
120600             FUNCTION DATE-OF-INTEGER (CAS-WALK-INT)
120700         READ CALENDAR-FILE
120800             INVALID KEY
120900                 MOVE 'W' TO BCL-WORK-FLAG
121000         END-READ
121100         IF BCL-WORKING-DAY
121200             ADD 1 TO CAS-AGE
121300         END-IF
121400     END-PERFORM.
121500 4150-EXIT.
121600     EXIT.
121700*
121800*****************************************************************
121900*    4200-FIND-OWNER  -  CAS-W IS THE CASE OWNER'S SLOT IN THE   *
122000*    OWNER TABLE, ADDED ON FIRST SIGHT.  ZERO WHEN THE TABLE IS  *
122100*    FULL; THE CASE IS THEN ONLY IN THE ALL-OWNERS TOTALS.       *
122200*****************************************************************
122300 4200-FIND-OWNER.
122400     PERFORM VARYING CAS-W FROM 1 BY 1
122500         UNTIL CAS-W > CAS-OWNER-COUNT
122600             OR CAS-OWN-NAME (CAS-W) = ECS-OWNER
122700         CONTINUE
122800     END-PERFORM.
122900     IF CAS-W <= CAS-OWNER-COUNT
123000         GO TO 4200-EXIT
123100     END-IF.
123200     IF CAS-OWNER-COUNT >= 200
123300         IF NOT CAS-OWN-FULL-WARNED
123400             DISPLAY 'EXCCAS01 OWNER TABLE FULL - FURTHER OWNERS '
123500                 'IN THE ALL-OWNERS LINE ONLY'
123600             MOVE 'Y' TO CAS-OWN-FULL-SWITCH
123700         END-IF
123800         MOVE 0 TO CAS-W
123900         GO TO 4200-EXIT
124000     END-IF.
124100     ADD 1 TO CAS-OWNER-COUNT.
124200     MOVE CAS-OWNER-COUNT TO CAS-W.
124300     MOVE ECS-OWNER TO CAS-OWN-NAME (CAS-W).
124400     MOVE 0 TO CAS-OWN-BUCKET-1 (CAS-W).
124500     MOVE 0 TO CAS-OWN-BUCKET-2 (CAS-W).
124600     MOVE 0 TO CAS-OWN-BUCKET-3 (CAS-W).
124700 4200-EXIT.
124800     EXIT.
124900*
125000 4300-WRITE-OWNER-SUMMARY.
125100     MOVE SPACES TO CAS-REPORT-LINE.
125200     WRITE CAS-REPORT-LINE.
125300     MOVE 'OPEN CASES BY OWNER - AGE IN BUSINESS DAYS'
125400         TO CAS-REPORT-LINE.
125500     WRITE CAS-REPORT-LINE.
125600     MOVE CAS-OWNER-COLUMN-LINE TO CAS-REPORT-LINE.
125700     WRITE CAS-REPORT-LINE.
125800     PERFORM VARYING CAS-W FROM 1 BY 1
125900         UNTIL CAS-W > CAS-OWNER-COUNT
126000         MOVE CAS-OWN-NAME (CAS-W) TO CAS-OWL-NAME
126100         MOVE CAS-OWN-BUCKET-1 (CAS-W) TO CAS-OWL-BUCKET-1
126200         MOVE CAS-OWN-BUCKET-2 (CAS-W) TO CAS-OWL-BUCKET-2
126300         MOVE CAS-OWN-BUCKET-3 (CAS-W) TO CAS-OWL-BUCKET-3
126400         COMPUTE CAS-OWL-TOTAL = CAS-OWN-BUCKET-1 (CAS-W)
126500             + CAS-OWN-BUCKET-2 (CAS-W) + CAS-OWN-BUCKET-3 (CAS-W)
126600         MOVE CAS-OWNER-LINE TO CAS-REPORT-LINE
126700         WRITE CAS-REPORT-LINE
126800     END-PERFORM.
126900     MOVE 'ALL OWNERS' TO CAS-OWL-NAME.
127000     MOVE CAS-BUCKET-1 TO CAS-OWL-BUCKET-1.
127100     MOVE CAS-BUCKET-2 TO CAS-OWL-BUCKET-2.
127200     MOVE CAS-BUCKET-3 TO CAS-OWL-BUCKET-3.
127300     COMPUTE CAS-OWL-TOTAL =
127400         CAS-BUCKET-1 + CAS-BUCKET-2 + CAS-BUCKET-3.
127500     MOVE CAS-OWNER-LINE TO CAS-REPORT-LINE.
127600     WRITE CAS-REPORT-LINE.
127700 4300-EXIT.
127800     EXIT.
127900*
128000 5000-WRITE-TOTALS.
128100     MOVE SPACES TO CAS-REPORT-LINE.
128200     WRITE CAS-REPORT-LINE.
128300     MOVE 'RUCKERR ROWS READ' TO CAS-TOT-TEXT.
128400     MOVE CAS-RUCKERR-READ TO CAS-TOT-VALUE.
128500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
128600     MOVE 'RUCKGEXC ROWS READ' TO CAS-TOT-TEXT.
128700     MOVE CAS-GEXC-READ TO CAS-TOT-VALUE.
128800     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
128900     MOVE 'RANGEEXC ROWS READ' TO CAS-TOT-TEXT.
129000     MOVE CAS-RNGEXC-READ TO CAS-TOT-VALUE.
129100     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
129200     MOVE 'NEW CASES OPENED' TO CAS-TOT-TEXT.
129300     MOVE CAS-OPENED-COUNT TO CAS-TOT-VALUE.
129400     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
129500     MOVE 'OPEN CASES SEEN AGAIN ON A NEW DAY' TO CAS-TOT-TEXT.
129600     MOVE CAS-REPEAT-COUNT TO CAS-TOT-VALUE.
129700     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
129800     MOVE 'ROWS ON A CASE ALREADY SEEN THAT DAY' TO CAS-TOT-TEXT.
129900     MOVE CAS-SAME-DAY-COUNT TO CAS-TOT-VALUE.
130000     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
130100     MOVE 'RESOLUTION CARDS READ' TO CAS-TOT-TEXT.
130200     MOVE CAS-CARD-COUNT TO CAS-TOT-VALUE.
130300     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
130400     MOVE 'CASES CLOSED' TO CAS-TOT-TEXT.
130500     MOVE CAS-CLOSED-COUNT TO CAS-TOT-VALUE.
130600     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
130700     MOVE 'CASES ANNOTATED' TO CAS-TOT-TEXT.
130800     MOVE CAS-ANNOTATED-COUNT TO CAS-TOT-VALUE.
130900     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
131000     MOVE 'RESOLUTION CARDS REJECTED' TO CAS-TOT-TEXT.
131100     MOVE CAS-REJECT-COUNT TO CAS-TOT-VALUE.
131200     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
131300     MOVE 'OPEN CASES ON FILE' TO CAS-TOT-TEXT.
131400     MOVE CAS-OPEN-CASE-COUNT TO CAS-TOT-VALUE.
131500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
131600     MOVE 'OPEN OVER 5 BUSINESS DAYS' TO CAS-TOT-TEXT.
131700     MOVE CAS-OVER-5-COUNT TO CAS-TOT-VALUE.
131800     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
131900 5000-EXIT.
132000     EXIT.
132100*
132200 5900-WRITE-TOTAL.
132300     MOVE CAS-TOTAL-LINE TO CAS-REPORT-LINE.
132400     WRITE CAS-REPORT-LINE.
132500 5900-EXIT.
132600     EXIT.
132700*
132800*****************************************************************
132900*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
133000*    PROCEDURE COPYBOOK)                                         *
133100*****************************************************************
133200 COPY PARMPRC.

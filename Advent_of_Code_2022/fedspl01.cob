002000*    THAT MAIN AND UNSTRING_SAMPLE03 VERIFY, AND THE IN/OUT/   *
002100*    REJECT COUNTS ARE PRINTED SO RECEIPT CAN BE PROVED TO     *
002200*    THE SENDER BEFORE EITHER PROGRAM RUNS.                    *
002210*                                                               *
002220*    SENDER CONTROL.  COMBFEED MUST OPEN WITH A SENDER HEADER  *
002230*    ('H' - SENDER ID, FILE SEQUENCE NUMBER, CREATION DATE)    *
002240*    AND CLOSE WITH A SENDER TRAILER ('T' - R, G AND TOTAL     *
002250*    DETAIL COUNTS AND THE R-RECORD PRIORITY HASH), SEE        *
002260*    SNDCTL.  THE WHOLE FILE IS PROVED AGAINST ITS TRAILER AND *
002270*    AGAINST THE RECEIPT REGISTER (FEEDRCV) BEFORE RUCKIN OR   *
002280*    RANGEIN IS OPENED: A TRUNCATED OR MISMATCHED FILE, A      *
002290*    SEQUENCE NUMBER ALREADY RECEIVED, OR ONE THAT IS NOT THE  *
002291*    NEXT AFTER THE SENDER'S HIGHEST IS REFUSED WITH RC 16 AND *
002292*    YESTERDAY'S SPLIT FEEDS ARE LEFT UNTOUCHED.  EACH         *
002293*    DELIVERY SPLIT IS REGISTERED ON FEEDRCV WITH ITS COUNTS   *
002294*    AND THE BUSINESS DATE IT WAS SPLIT INTO; FEDHST01 PRINTS  *
002295*    THE RECEIPT HISTORY.                                      *
002300*                                                               *
002400*    MODIFICATION HISTORY.                                     *
002500*    DATE       INIT  DESCRIPTION                              *
002600*    08/22/26   JRB   ORIGINAL                                  *
002610*    10/15/26   JRB   REQUIRE SENDER HDR/TRL ON COMBFEED, REFUSE *
002620*                     DUPLICATE OR OUT-OF-SEQUENCE FILES BEFORE *
002630*                     THE SPLIT, REGISTER EACH RECEIPT (FEEDRCV) *
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. FEDSPL01.
005400     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS SPL-RUNCTL-STATUS.
005610*
005620     SELECT RECEIPT-REGISTER-FILE ASSIGN TO FEEDRCV
005630         ORGANIZATION IS INDEXED
005640         ACCESS MODE IS DYNAMIC
005650         RECORD KEY IS RCR-KEY
005660         FILE STATUS IS SPL-FEEDRCV-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006200     05  CMB-RECORD-TYPE             PIC X(01).
006300         88  CMB-RUCKSACK-TYPE                  VALUE 'R'.
006400         88  CMB-RANGE-TYPE                     VALUE 'G'.
006410         88  CMB-SENDER-HEADER-TYPE             VALUE 'H'.
006420         88  CMB-SENDER-TRAILER-TYPE            VALUE 'T'.
006500     05  CMB-RECORD-BODY             PIC X(80).
006600*
006700 FD  RUCKSACK-FILE.
007800*
007900 FD  RUN-CONTROL-FILE.
008000 COPY RUNCTL.
008010*
008020 FD  RECEIPT-REGISTER-FILE.
008030 COPY FEEDRCV.
008100*
008200 WORKING-STORAGE SECTION.
008300 01  SPL-FILE-STATUSES.
008600     05  SPL-RANGEIN-STATUS          PIC X(02).
008700     05  SPL-FEEDREJ-STATUS          PIC X(02).
008800     05  SPL-RUNCTL-STATUS           PIC X(02).
008810     05  SPL-FEEDRCV-STATUS          PIC X(02).
008900*
009000 01  SPL-SWITCHES.
009100     05  SPL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
009200         88  SPL-EOF                            VALUE 'Y'.
009210     05  SPL-TRAILER-SWITCH          PIC X(01)  VALUE 'N'.
009220         88  SPL-TRAILER-SEEN                   VALUE 'Y'.
009230     05  SPL-RCV-EOF-SWITCH          PIC X(01)  VALUE 'N'.
009240         88  SPL-RCV-EOF                        VALUE 'Y'.
009300*
009400 01  SPL-BUS-DATE                    PIC 9(08)  VALUE 0.
009500 01  SPL-RUN-NO                      PIC 9(06)  VALUE 0.
010000 01  SPL-REJ-UNKNOWN-COUNT           PIC 9(09)  VALUE 0.
010100 01  SPL-REJ-EMPTY-COUNT             PIC 9(09)  VALUE 0.
010200 01  SPL-RUCK-HASH                   PIC 9(09)  VALUE 0.
010210*
010220 01  SPL-SND-RUCK-COUNT              PIC 9(09)  VALUE 0.
010230 01  SPL-SND-RANGE-COUNT             PIC 9(09)  VALUE 0.
010240 01  SPL-SND-TOTAL-COUNT             PIC 9(09)  VALUE 0.
010250 01  SPL-SND-HASH                    PIC 9(09)  VALUE 0.
010260 01  SPL-SENDER-ID                   PIC X(08)  VALUE SPACES.
010270 01  SPL-FILE-SEQ                    PIC 9(06)  VALUE 0.
010280 01  SPL-CREATE-DATE                 PIC 9(08)  VALUE 0.
010290 01  SPL-HIGH-SEQ                    PIC 9(06)  VALUE 0.
010291 01  SPL-EXPECTED-SEQ                PIC 9(06)  VALUE 0.
010292 01  SPL-REFUSE-REASON               PIC X(50)  VALUE SPACES.
010293 01  SPL-REFUSE-DETAIL               PIC X(40)  VALUE SPACES.
010294 01  SPL-TIME-NOW                    PIC 9(08)  VALUE 0.
010300*
010400 01  SPL-LINE-POINTS                 PIC 9(09)  VALUE 0.
010500 01  SPL-I                           PIC 9(03)  VALUE 0.
010800 01  SPL-CURRENT-CHAR                PIC X(01).
010900*
011000 COPY FEEDCTL.
011010 COPY SNDCTL.
011100*
011200 PROCEDURE DIVISION.
011300*
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-SPLIT-FEED THRU 2000-EXIT.
011700     PERFORM 3000-WRITE-TRAILERS THRU 3000-EXIT.
011710     PERFORM 3500-REGISTER-RECEIPT THRU 3500-EXIT.
011800     CLOSE COMBINED-FILE RUCKSACK-FILE RANGE-FILE REJECT-FILE
011810           RECEIPT-REGISTER-FILE.
011820     DISPLAY 'FEDSPL01 SENDER ' SPL-SENDER-ID ' FILE SEQ '
011830         SPL-FILE-SEQ ' CREATED ' SPL-CREATE-DATE.
011900     DISPLAY 'FEDSPL01 COMBINED RECORDS READ  = ' SPL-READ-COUNT.
012000     DISPLAY 'FEDSPL01 ROUTED TO RUCKIN       = '
012100         SPL-RUCK-OUT-COUNT.
012600     DISPLAY 'FEDSPL01 REJECTED EMPTY BODY    = '
012700         SPL-REJ-EMPTY-COUNT.
012800     IF SPL-REJ-UNKNOWN-COUNT > 0 OR SPL-REJ-EMPTY-COUNT > 0
012900         IF RETURN-CODE < 4
012910             MOVE 4 TO RETURN-CODE
012920         END-IF
013000     END-IF.
013100     STOP RUN.
013200*
013300*****************************************************************
013400*    1000-INITIALIZE  -  RUN CONTROL, FILE OPENS AND THE HDR     *
013500*    CONTROL RECORD ON EACH OUTPUT FEED.  THE DELIVERY IS        *
013510*    PROVED (1500) BEFORE ANY OUTPUT FILE IS OPENED, THEN        *
013520*    COMBFEED IS REOPENED FOR THE SPLIT ITSELF.                  *
013600*****************************************************************
013700 1000-INITIALIZE.
013800     OPEN INPUT RUN-CONTROL-FILE.
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016103     OPEN I-O RECEIPT-REGISTER-FILE.
016106     IF SPL-FEEDRCV-STATUS = '35'
016109         OPEN OUTPUT RECEIPT-REGISTER-FILE
016112         CLOSE RECEIPT-REGISTER-FILE
016115         OPEN I-O RECEIPT-REGISTER-FILE
016118     END-IF.
016121     IF SPL-FEEDRCV-STATUS NOT = '00'
016124         DISPLAY 'FEDSPL01 FEEDRCV OPEN FAILED - STATUS = '
016127             SPL-FEEDRCV-STATUS
016130         CLOSE COMBINED-FILE
016133         MOVE 16 TO RETURN-CODE
016136         STOP RUN
016139     END-IF.
016142     PERFORM 1500-PROVE-DELIVERY THRU 1500-EXIT.
016145     IF SPL-REFUSE-REASON NOT = SPACES
016148         PERFORM 1900-REFUSE-DELIVERY THRU 1900-EXIT
016151     END-IF.
016154     CLOSE COMBINED-FILE.
016157     OPEN INPUT COMBINED-FILE.
016160     IF SPL-COMBFD-STATUS NOT = '00'
016163         DISPLAY 'FEDSPL01 COMBFEED REOPEN FAILED - STATUS = '
016166             SPL-COMBFD-STATUS
016169         CLOSE RECEIPT-REGISTER-FILE
016172         MOVE 16 TO RETURN-CODE
016175         STOP RUN
016178     END-IF.
016200     OPEN OUTPUT RUCKSACK-FILE.
016300     OPEN OUTPUT RANGE-FILE.
016400     OPEN OUTPUT REJECT-FILE.
016800         DISPLAY 'FEDSPL01 OUTPUT OPEN FAILED - RUCKIN='
016900             SPL-RUCKIN-STATUS ' RANGEIN=' SPL-RANGEIN-STATUS
017000             ' FEEDREJ=' SPL-FEEDREJ-STATUS
017100         CLOSE COMBINED-FILE RECEIPT-REGISTER-FILE
017200         MOVE 16 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
018700 1000-EXIT.
018800     EXIT.
018900*
018901*****************************************************************
018902*    1500-PROVE-DELIVERY  -  READ THE WHOLE OF COMBFEED ONCE     *
018903*    BEFORE ANYTHING IS WRITTEN.  THE FIRST RECORD MUST BE THE   *
018904*    SENDER HEADER AND THE LAST THE SENDER TRAILER, WITH NO      *
018905*    SECOND HEADER OR TRAILER BETWEEN; THE R, G AND TOTAL DETAIL *
018906*    COUNTS AND THE R-RECORD PRIORITY HASH MUST AGREE WITH THE   *
018907*    TRAILER; AND THE FILE SEQUENCE NUMBER MUST BE NEW FOR THE   *
018908*    SENDER AND ONE ABOVE THE SENDER'S HIGHEST ON FEEDRCV (THE   *
018909*    FIRST DELIVERY FROM A SENDER SETS THE STARTING NUMBER).     *
018910*    ANY FAILURE LEAVES ITS REASON IN SPL-REFUSE-REASON.         *
018911*****************************************************************
018912 1500-PROVE-DELIVERY.
018913     MOVE SPACES TO SPL-REFUSE-REASON SPL-REFUSE-DETAIL.
018914     READ COMBINED-FILE
018915         AT END
018916             MOVE 'COMBFEED IS EMPTY - NO SENDER HDR'
018917                 TO SPL-REFUSE-REASON
018918             GO TO 1500-EXIT
018919     END-READ.
018920     MOVE COMBINED-RECORD TO SCT-HEADER-RECORD.
018921     IF NOT SCT-VALID-HEADER-TYPE
018922         MOVE 'FIRST RECORD IS NOT THE SENDER HDR'
018923             TO SPL-REFUSE-REASON
018924         GO TO 1500-EXIT
018925     END-IF.
018926     IF SCT-HDR-SENDER-ID = SPACES
018927         OR SCT-HDR-FILE-SEQ NOT NUMERIC
018928         OR SCT-HDR-FILE-SEQ = 0
018929         OR SCT-HDR-CREATE-DATE NOT NUMERIC
018930         MOVE 'SENDER HDR MALFORMED - ID/SEQ/DATE'
018931             TO SPL-REFUSE-REASON
018932         GO TO 1500-EXIT
018933     END-IF.
018934     MOVE SCT-HDR-SENDER-ID TO SPL-SENDER-ID.
018935     MOVE SCT-HDR-FILE-SEQ TO SPL-FILE-SEQ.
018936     MOVE SCT-HDR-CREATE-DATE TO SPL-CREATE-DATE.
018937     MOVE 'N' TO SPL-EOF-SWITCH SPL-TRAILER-SWITCH.
018938     MOVE 0 TO SPL-RUCK-HASH.
018939     READ COMBINED-FILE
018940         AT END MOVE 'Y' TO SPL-EOF-SWITCH
018941     END-READ.
018942     PERFORM UNTIL SPL-EOF OR SPL-REFUSE-REASON NOT = SPACES
018943         PERFORM 1600-PROVE-ONE-RECORD THRU 1600-EXIT
018944         READ COMBINED-FILE
018945             AT END MOVE 'Y' TO SPL-EOF-SWITCH
018946         END-READ
018947     END-PERFORM.
018948     MOVE SPL-RUCK-HASH TO SPL-SND-HASH.
018949     MOVE 0 TO SPL-RUCK-HASH.
018950     MOVE 'N' TO SPL-EOF-SWITCH.
018951     IF SPL-REFUSE-REASON NOT = SPACES
018952         GO TO 1500-EXIT
018953     END-IF.
018954     IF NOT SPL-TRAILER-SEEN
018955         MOVE 'SENDER TRL MISSING - FILE TRUNCATED'
018956             TO SPL-REFUSE-REASON
018957         GO TO 1500-EXIT
018958     END-IF.
018959     PERFORM 1700-CHECK-TRAILER THRU 1700-EXIT.
018960     IF SPL-REFUSE-REASON NOT = SPACES
018961         GO TO 1500-EXIT
018962     END-IF.
018963     PERFORM 1800-CHECK-SEQUENCE THRU 1800-EXIT.
018964 1500-EXIT.
018965     EXIT.
018966*
018967 1600-PROVE-ONE-RECORD.
018968     IF SPL-TRAILER-SEEN
018969         MOVE 'RECORDS FOUND AFTER THE SENDER TRL'
018970             TO SPL-REFUSE-REASON
018971         GO TO 1600-EXIT
018972     END-IF.
018973     EVALUATE TRUE
018974         WHEN CMB-SENDER-TRAILER-TYPE
018975             MOVE COMBINED-RECORD TO SCT-TRAILER-RECORD
018976             MOVE 'Y' TO SPL-TRAILER-SWITCH
018977         WHEN CMB-SENDER-HEADER-TYPE
018978             MOVE 'SECOND SENDER HDR INSIDE THE FILE'
018979                 TO SPL-REFUSE-REASON
018980         WHEN CMB-RUCKSACK-TYPE
018981             ADD 1 TO SPL-SND-TOTAL-COUNT
018982             ADD 1 TO SPL-SND-RUCK-COUNT
018983             PERFORM 2200-HASH-RUCKSACK-LINE THRU 2200-EXIT
018984         WHEN CMB-RANGE-TYPE
018985             ADD 1 TO SPL-SND-TOTAL-COUNT
018986             ADD 1 TO SPL-SND-RANGE-COUNT
018987         WHEN OTHER
018988             ADD 1 TO SPL-SND-TOTAL-COUNT
018989     END-EVALUATE.
018990 1600-EXIT.
018991     EXIT.
018992*
018993 1700-CHECK-TRAILER.
018994     IF SCT-TRL-RUCK-COUNT NOT NUMERIC
018995         OR SCT-TRL-RANGE-COUNT NOT NUMERIC
018996         OR SCT-TRL-TOTAL-COUNT NOT NUMERIC
018997         OR SCT-TRL-HASH-TOTAL NOT NUMERIC
018998         MOVE 'SENDER TRL MALFORMED - COUNTS NOT NUMERIC'
018999             TO SPL-REFUSE-REASON
019000         GO TO 1700-EXIT
019001     END-IF.
019002     IF SCT-TRL-TOTAL-COUNT NOT = SPL-SND-TOTAL-COUNT
019003         MOVE 'SENDER TRL TOTAL COUNT DOES NOT MATCH'
019004             TO SPL-REFUSE-REASON
019005         STRING 'TRL=' SCT-TRL-TOTAL-COUNT
019006                ' FILE=' SPL-SND-TOTAL-COUNT
019007             DELIMITED BY SIZE INTO SPL-REFUSE-DETAIL
019008         GO TO 1700-EXIT
019009     END-IF.
019010     IF SCT-TRL-RUCK-COUNT NOT = SPL-SND-RUCK-COUNT
019011         MOVE 'SENDER TRL R-RECORD COUNT DOES NOT MATCH'
019012             TO SPL-REFUSE-REASON
019013         STRING 'TRL=' SCT-TRL-RUCK-COUNT
019014                ' FILE=' SPL-SND-RUCK-COUNT
019015             DELIMITED BY SIZE INTO SPL-REFUSE-DETAIL
019016         GO TO 1700-EXIT
019017     END-IF.
019018     IF SCT-TRL-RANGE-COUNT NOT = SPL-SND-RANGE-COUNT
019019         MOVE 'SENDER TRL G-RECORD COUNT DOES NOT MATCH'
019020             TO SPL-REFUSE-REASON
019021         STRING 'TRL=' SCT-TRL-RANGE-COUNT
019022                ' FILE=' SPL-SND-RANGE-COUNT
019023             DELIMITED BY SIZE INTO SPL-REFUSE-DETAIL
019024         GO TO 1700-EXIT
019025     END-IF.
019026     IF SCT-TRL-HASH-TOTAL NOT = SPL-SND-HASH
019027         MOVE 'SENDER TRL HASH TOTAL DOES NOT MATCH'
019028             TO SPL-REFUSE-REASON
019029         STRING 'TRL=' SCT-TRL-HASH-TOTAL
019030                ' FILE=' SPL-SND-HASH
019031             DELIMITED BY SIZE INTO SPL-REFUSE-DETAIL
019032     END-IF.
019033 1700-EXIT.
019034     EXIT.
019035*
019036 1800-CHECK-SEQUENCE.
019037     MOVE SPL-SENDER-ID TO RCR-SENDER-ID.
019038     MOVE SPL-FILE-SEQ TO RCR-FILE-SEQ.
019039     READ RECEIPT-REGISTER-FILE
019040         INVALID KEY CONTINUE
019041     END-READ.
019042     IF SPL-FEEDRCV-STATUS = '00'
019043         MOVE 'FILE SEQUENCE ALREADY RECEIVED'
019044             TO SPL-REFUSE-REASON
019045         STRING 'SPLIT INTO ' RCR-BUSINESS-DATE
019046                ' RUN ' RCR-RUN-NUMBER
019047             DELIMITED BY SIZE INTO SPL-REFUSE-DETAIL
019048         GO TO 1800-EXIT
019049     END-IF.
019050     MOVE 0 TO SPL-HIGH-SEQ.
019051     MOVE SPL-SENDER-ID TO RCR-SENDER-ID.
019052     MOVE 0 TO RCR-FILE-SEQ.
019053     MOVE 'N' TO SPL-RCV-EOF-SWITCH.
019054     START RECEIPT-REGISTER-FILE
019055         KEY IS NOT LESS THAN RCR-KEY
019056         INVALID KEY MOVE 'Y' TO SPL-RCV-EOF-SWITCH
019057     END-START.
019058     IF NOT SPL-RCV-EOF
019059         READ RECEIPT-REGISTER-FILE NEXT RECORD
019060             AT END MOVE 'Y' TO SPL-RCV-EOF-SWITCH
019061         END-READ
019062     END-IF.
019063     PERFORM UNTIL SPL-RCV-EOF
019064             OR RCR-SENDER-ID NOT = SPL-SENDER-ID
019065         MOVE RCR-FILE-SEQ TO SPL-HIGH-SEQ
019066         READ RECEIPT-REGISTER-FILE NEXT RECORD
019067             AT END MOVE 'Y' TO SPL-RCV-EOF-SWITCH
019068         END-READ
019069     END-PERFORM.
019070     IF SPL-HIGH-SEQ = 0
019071         GO TO 1800-EXIT
019072     END-IF.
019073     COMPUTE SPL-EXPECTED-SEQ = SPL-HIGH-SEQ + 1.
019074     IF SPL-FILE-SEQ NOT = SPL-EXPECTED-SEQ
019075         MOVE 'FILE OUT OF SEQUENCE'
019076             TO SPL-REFUSE-REASON
019077         STRING 'EXPECTED ' SPL-EXPECTED-SEQ
019078                ' LAST RECEIVED ' SPL-HIGH-SEQ
019079             DELIMITED BY SIZE INTO SPL-REFUSE-DETAIL
019080     END-IF.
019081 1800-EXIT.
019082     EXIT.
019083*
019084*****************************************************************
019085*    1900-REFUSE-DELIVERY  -  NOTHING HAS BEEN OPENED FOR OUTPUT,*
019086*    SO RUCKIN, RANGEIN AND FEEDREJ STILL HOLD THE LAST GOOD     *
019087*    SPLIT.  THE STREAM STOPS UNTIL THE SENDER RESENDS.          *
019088*****************************************************************
019089 1900-REFUSE-DELIVERY.
019090     DISPLAY 'FEDSPL01 *** COMBFEED DELIVERY REFUSED ***'.
019091     DISPLAY 'FEDSPL01 REASON  - ' SPL-REFUSE-REASON.
019092     IF SPL-REFUSE-DETAIL NOT = SPACES
019093         DISPLAY 'FEDSPL01 DETAIL  - ' SPL-REFUSE-DETAIL
019094     END-IF.
019095     DISPLAY 'FEDSPL01 SENDER  - ' SPL-SENDER-ID
019096         ' FILE SEQ ' SPL-FILE-SEQ ' CREATED ' SPL-CREATE-DATE.
019097     DISPLAY 'FEDSPL01 RUCKIN/RANGEIN NOT OVERWRITTEN - '
019098         'OBTAIN A CORRECTED FILE FROM THE SENDER'.
019099     CLOSE COMBINED-FILE RECEIPT-REGISTER-FILE.
019100     MOVE 16 TO RETURN-CODE.
019101     STOP RUN.
019102 1900-EXIT.
019103     EXIT.
019104*
019196*****************************************************************
019197*    2000-SPLIT-FEED  -  ROUTE EACH RECORD BY ITS PREFIX.  THE   *
019198*    SENDER HDR AND TRL WERE PROVED IN 1500 AND ARE NOT ROUTED.  *
019200*****************************************************************
019300 2000-SPLIT-FEED.
019400     READ COMBINED-FILE
019500         AT END MOVE 'Y' TO SPL-EOF-SWITCH
019600     END-READ.
019700     PERFORM UNTIL SPL-EOF
019710         IF NOT CMB-SENDER-HEADER-TYPE
019720             AND NOT CMB-SENDER-TRAILER-TYPE
019800             ADD 1 TO SPL-READ-COUNT
019900             PERFORM 2100-ROUTE-ONE-RECORD THRU 2100-EXIT
019910         END-IF
020000         READ COMBINED-FILE
020100             AT END MOVE 'Y' TO SPL-EOF-SWITCH
020200         END-READ
028200     WRITE RANGE-RECORD.
028300 3000-EXIT.
028400     EXIT.
028500*
028600*****************************************************************
028700*    3500-REGISTER-RECEIPT  -  ONE FEEDRCV ROW PER DELIVERY      *
028800*    SPLIT, CARRYING THE SENDER'S CONTROL VALUES AND THE         *
028900*    BUSINESS DATE AND RUN IT WAS SPLIT INTO.                    *
029000*****************************************************************
029100 3500-REGISTER-RECEIPT.
029200     ACCEPT SPL-TIME-NOW FROM TIME.
029300     MOVE SPL-SENDER-ID TO RCR-SENDER-ID.
029400     MOVE SPL-FILE-SEQ TO RCR-FILE-SEQ.
029500     MOVE SPL-CREATE-DATE TO RCR-CREATE-DATE.
029600     MOVE SPL-BUS-DATE TO RCR-BUSINESS-DATE.
029700     MOVE SPL-RUN-NO TO RCR-RUN-NUMBER.
029800     MOVE SPL-TIME-NOW (1:6) TO RCR-RECEIPT-TIME.
029900     MOVE SPL-RUCK-OUT-COUNT TO RCR-RUCK-COUNT.
030000     MOVE SPL-RANGE-OUT-COUNT TO RCR-RANGE-COUNT.
030100     MOVE SPL-READ-COUNT TO RCR-TOTAL-COUNT.
030200     COMPUTE RCR-REJECT-COUNT =
030300         SPL-REJ-UNKNOWN-COUNT + SPL-REJ-EMPTY-COUNT.
030400     MOVE SPL-RUCK-HASH TO RCR-HASH-TOTAL.
030500     WRITE RCR-RECEIPT-RECORD
030600         INVALID KEY
030700             DISPLAY 'FEDSPL01 FEEDRCV WRITE FAILED - STATUS = '
030800                 SPL-FEEDRCV-STATUS
030900             DISPLAY 'FEDSPL01 FEEDS WERE SPLIT BUT THE RECEIPT '
031000                 'IS NOT REGISTERED'
031100             MOVE 12 TO RETURN-CODE
031200     END-WRITE.
031300 3500-EXIT.
031400     EXIT.

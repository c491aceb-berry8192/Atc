000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  PAYINT01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    OUTBOUND INCENTIVE / PAYROLL INTERFACE.  REPLACES THE      *
001100*    HAND KEYING OF INCENTIVE POINTS FROM THE ELFLDR01          *
001200*    LEADERBOARD.  EACH RUN DOES TWO THINGS, IN THIS ORDER -    *
001300*                                                               *
001400*    1. ACKNOWLEDGEMENT RECONCILIATION.  THE PAYACK RETURN      *
001500*       FILE FROM PAYROLL (WHEN PRESENT) IS MATCHED LINE BY     *
001600*       LINE AGAINST THE PAYSNT SENT-LINE REGISTER ON BATCH     *
001700*       NUMBER AND ELF ID.  EVERY BATCH ON THE PAYCTL CONTROL   *
001800*       FILE THAT IS NOT YET FULLY ACKNOWLEDGED IS THEN         *
001900*       REVIEWED: ITS REJECTED, POINTS-DIFFERENT AND STILL      *
002000*       UNACKNOWLEDGED LINES ARE LISTED ON PAYRPT AND ITS       *
002100*       COUNTS ARE REFRESHED.  A BATCH IS MARKED COMPLETE       *
002200*       ONCE PAYROLL HAS ANSWERED FOR EVERY LINE.               *
002300*                                                               *
002400*    2. BATCH CUT.  WHEN THE PAY-PERIOD-START AND               *
002500*       PAY-PERIOD-END PARMFILE CARDS ARE PRESENT, THE ELFHIST  *
002600*       ROWS FOR THE PERIOD ARE TOTALLED PER ELF AND WRITTEN    *
002700*       TO THE FIXED-FORMAT PAYOUT EXTRACT BETWEEN A HDR        *
002800*       (INTERFACE BATCH NUMBER AND PERIOD) AND A TRL (DETAIL   *
002900*       RECORD COUNT AND POINTS HASH TOTAL).  ELVES INACTIVE    *
003000*       OR MISSING ON ELFMST ARE NOT PAID.  AN 'R' REPROCESS    *
003100*       ROW FOR AN ELF AND DATE ALREADY SEEN IS A DUPLICATE     *
003200*       AND IS SKIPPED.  A PERIOD THAT OVERLAPS ANY PERIOD      *
003300*       ALREADY ON PAYCTL IS REFUSED, SO NO DAY IS EVER PAID    *
003400*       TWICE.  WITHOUT THE CARDS THE RUN RECONCILES ONLY.      *
003500*                                                               *
003600*    RETURN CODES - 0 ALL BATCHES FULLY ACKNOWLEDGED AND CLEAN; *
003700*    4 A BATCH IS STILL AWAITING ACKNOWLEDGEMENT (INCLUDING     *
003800*    ONE CUT THIS RUN), PAYROLL REJECTED OR ALTERED A LINE, THE *
003900*    ACK FILE HAD UNMATCHED LINES, OR THE PERIOD HAD NOTHING    *
004000*    PAYABLE; 8 THE REQUESTED PERIOD WAS REFUSED; 12 A WRITE TO *
004100*    THE CONTROL FILES FAILED - A BATCH BEING CUT IS BACKED     *
004110*    OUT OF PAYSNT AND PAYOUT IS LEFT EMPTY; 16 AN OPEN FAILED. *
004200*                                                               *
004300*    MODIFICATION HISTORY.                                     *
004400*    DATE       INIT  DESCRIPTION                              *
004500*    10/15/26   JRB   ORIGINAL                                  *
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. PAYINT01.
004900*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-Z.
005300 OBJECT-COMPUTER. IBM-Z.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ELF-HISTORY-FILE ASSIGN TO ELFHIST
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS PAY-ELFHST-STATUS.
006000*
006100     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS ELM-ELF-ID
006500         FILE STATUS IS PAY-ELFMST-STATUS.
006600*
006700     SELECT PAY-CONTROL-FILE ASSIGN TO PAYCTL
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PYC-BATCH-NUMBER
007100         FILE STATUS IS PAY-PAYCTL-STATUS.
007200*
007300     SELECT PAY-SENT-FILE ASSIGN TO PAYSNT
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS PSN-KEY
007700         FILE STATUS IS PAY-PAYSNT-STATUS.
007800*
007900     SELECT PAY-EXTRACT-FILE ASSIGN TO PAYOUT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS PAY-PAYOUT-STATUS.
008200*
008300     SELECT PAY-ACK-FILE ASSIGN TO PAYACK
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS PAY-PAYACK-STATUS.
008600*
008700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS PAY-RUNCTL-STATUS.
009000*
009100     SELECT PAY-REPORT-FILE ASSIGN TO PAYRPT
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS PAY-PAYRPT-STATUS.
009400*
009500     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS PRM-PARM-STATUS.
009800*
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  ELF-HISTORY-FILE.
010200 COPY ELFHST.
010300*
010400 FD  ELF-MASTER-FILE.
010500 COPY ELFMST.
010600*
010700 FD  PAY-CONTROL-FILE.
010800 COPY PAYCTL.
010900*
011000 FD  PAY-SENT-FILE.
011100 COPY PAYSNT.
011200*
011300*    PAYOUT EXTRACT - ONE HDR, ONE DTL PER PAID ELF, ONE TRL
011400*
011500 FD  PAY-EXTRACT-FILE.
011600 01  PXH-HEADER-RECORD.
011700     05  PXH-TAG                     PIC X(03).
011800     05  PXH-INTERFACE-ID            PIC X(08).
011900     05  PXH-BATCH-NUMBER            PIC 9(06).
012000     05  PXH-PERIOD-START            PIC 9(08).
012100     05  PXH-PERIOD-END              PIC 9(08).
012200     05  PXH-CREATE-DATE             PIC 9(08).
012300     05  FILLER                      PIC X(39).
012400 01  PXD-DETAIL-RECORD.
012500     05  PXD-TAG                     PIC X(03).
012600     05  PXD-BATCH-NUMBER            PIC 9(06).
012700     05  PXD-ELF-ID                  PIC 9(05).
012800     05  PXD-ELF-NAME                PIC X(25).
012900     05  PXD-GROUP-CODE              PIC X(08).
013000     05  PXD-DAYS-WORKED             PIC 9(03).
013100     05  PXD-LINE-COUNT              PIC 9(07).
013200     05  PXD-POINTS                  PIC 9(11).
013300     05  FILLER                      PIC X(12).
013400 01  PXT-TRAILER-RECORD.
013500     05  PXT-TAG                     PIC X(03).
013600     05  PXT-BATCH-NUMBER            PIC 9(06).
013700     05  PXT-RECORD-COUNT            PIC 9(09).
013800     05  PXT-POINTS-HASH             PIC 9(12).
013900     05  FILLER                      PIC X(50).
014000*
014100*    PAYACK RETURN FILE FROM PAYROLL - ONE 'ACK' LINE PER ELF
014200*    LINE RECEIVED.  PAYROLL'S OWN HDR/TRL LINES ARE PASSED OVER.
014300*
014400 FD  PAY-ACK-FILE.
014500 01  PAK-ACK-RECORD.
014600     05  PAK-TAG                     PIC X(03).
014700         88  PAK-ACK-LINE                       VALUE 'ACK'.
014800         88  PAK-CONTROL-LINE                   VALUE 'HDR'
014900                                                      'TRL'.
015000     05  PAK-BATCH-NUMBER            PIC 9(06).
015100     05  PAK-ELF-ID                  PIC 9(05).
015200     05  PAK-RESULT                  PIC X(01).
015300         88  PAK-ACCEPTED                       VALUE 'A'.
015400         88  PAK-REJECTED                       VALUE 'R'.
015500     05  PAK-POINTS                  PIC 9(11).
015600     05  PAK-REASON                  PIC X(30).
015700     05  FILLER                      PIC X(24).
015800*
015900 FD  RUN-CONTROL-FILE.
016000 COPY RUNCTL.
016100*
016200 FD  PAY-REPORT-FILE.
016300 01  PAY-REPORT-LINE                 PIC X(120).
016400*
016500 FD  PARAMETER-FILE.
016600 01  PRM-PARM-CARD                   PIC X(80).
016700*
016800 WORKING-STORAGE SECTION.
016900 01  PAY-FILE-STATUSES.
017000     05  PAY-ELFHST-STATUS           PIC X(02).
017100     05  PAY-ELFMST-STATUS           PIC X(02).
017200     05  PAY-PAYCTL-STATUS           PIC X(02).
017300     05  PAY-PAYSNT-STATUS           PIC X(02).
017400     05  PAY-PAYOUT-STATUS           PIC X(02).
017500     05  PAY-PAYACK-STATUS           PIC X(02).
017600     05  PAY-RUNCTL-STATUS           PIC X(02).
017700     05  PAY-PAYRPT-STATUS           PIC X(02).
017800*
017900 01  PAY-SWITCHES.
018000     05  PAY-EOF-SWITCH              PIC X(01)  VALUE 'N'.
018100         88  PAY-EOF                            VALUE 'Y'.
018200     05  PAY-CTL-EOF-SWITCH          PIC X(01)  VALUE 'N'.
018300         88  PAY-CTL-EOF                        VALUE 'Y'.
018400     05  PAY-SNT-EOF-SWITCH          PIC X(01)  VALUE 'N'.
018500         88  PAY-SNT-EOF                        VALUE 'Y'.
018600     05  PAY-CUT-SWITCH              PIC X(01)  VALUE 'N'.
018700         88  PAY-CUT-REQUESTED                  VALUE 'Y'.
018800     05  PAY-DUP-SWITCH              PIC X(01)  VALUE 'N'.
018900         88  PAY-DUPLICATE-ROW                  VALUE 'Y'.
019000     05  PAY-ELF-FULL-SWITCH         PIC X(01)  VALUE 'N'.
019100         88  PAY-ELF-FULL-WARNED                VALUE 'Y'.
019200     05  PAY-SEEN-FULL-SWITCH        PIC X(01)  VALUE 'N'.
019300         88  PAY-SEEN-FULL-WARNED               VALUE 'Y'.
019400*
019500 01  PAY-BUS-DATE                    PIC 9(08)  VALUE 0.
019600 01  PAY-RUN-NO                      PIC 9(06)  VALUE 0.
019700 01  PAY-RUN-RC                      PIC 9(04)  VALUE 0.
019800 01  PAY-PERIOD-START                PIC 9(08)  VALUE 0.
019900 01  PAY-PERIOD-END                  PIC 9(08)  VALUE 0.
020000 01  PAY-HIGH-BATCH                  PIC 9(06)  VALUE 0.
020100 01  PAY-NEW-BATCH                   PIC 9(06)  VALUE 0.
020200 01  PAY-OVERLAP-BATCH               PIC 9(06)  VALUE 0.
020300*
020400 01  PAY-ACK-READ-COUNT              PIC 9(09)  VALUE 0.
020500 01  PAY-ACK-APPLIED-COUNT           PIC 9(09)  VALUE 0.
020600 01  PAY-ACK-EXCEPTION-COUNT         PIC 9(09)  VALUE 0.
020700 01  PAY-BATCHES-REVIEWED            PIC 9(09)  VALUE 0.
020800 01  PAY-BATCHES-COMPLETED           PIC 9(09)  VALUE 0.
020900 01  PAY-BATCHES-OUTSTANDING         PIC 9(09)  VALUE 0.
021000 01  PAY-LINE-EXCEPTION-COUNT        PIC 9(09)  VALUE 0.
021100*
021200 01  PAY-BATCH-ACCEPTED              PIC 9(09)  VALUE 0.
021300 01  PAY-BATCH-REJECTED              PIC 9(09)  VALUE 0.
021400 01  PAY-BATCH-UNACKED               PIC 9(09)  VALUE 0.
021500*
021600 01  PAY-HIST-ROW-COUNT              PIC 9(09)  VALUE 0.
021700 01  PAY-PERIOD-ROW-COUNT            PIC 9(09)  VALUE 0.
021800 01  PAY-DUP-ROW-COUNT               PIC 9(09)  VALUE 0.
021900 01  PAY-INACTIVE-ROW-COUNT          PIC 9(09)  VALUE 0.
022000 01  PAY-UNKNOWN-ROW-COUNT           PIC 9(09)  VALUE 0.
022100 01  PAY-SENT-COUNT                  PIC 9(09)  VALUE 0.
022200 01  PAY-POINTS-HASH                 PIC 9(12)  VALUE 0.
022300*
022400*    ONE ENTRY PER ELF IN THE PERIOD.  PAY-ELF-TBL-STAT IS THE
022500*    ELFMST LOOKUP RESULT - 'Y' ACTIVE (PAID), 'I' INACTIVE,
022600*    'U' NOT ON THE MASTER.
022700*
022800 01  PAY-ELF-TABLE-AREA.
022900     05  PAY-ELF-COUNT               PIC 9(04)  COMP  VALUE 0.
023000     05  PAY-E                       PIC 9(04)  COMP  VALUE 0.
023100     05  PAY-ELF-ENTRY               OCCURS 500 TIMES.
023200         10  PAY-ELF-TBL-ID          PIC 9(05).
023300         10  PAY-ELF-TBL-NAME        PIC X(25).
023400         10  PAY-ELF-TBL-GROUP       PIC X(08).
023500         10  PAY-ELF-TBL-STAT        PIC X(01).
023600         10  PAY-ELF-TBL-DAYS        PIC 9(03).
023700         10  PAY-ELF-TBL-LINES       PIC 9(07).
023800         10  PAY-ELF-TBL-POINTS      PIC 9(11).
023900*
024000*    ELF / DATE PAIRS ALREADY TAKEN FROM ELFHIST THIS PERIOD, FOR
024100*    THE 'R' REPROCESS DUPLICATE TEST
024200*
024300 01  PAY-SEEN-TABLE-AREA.
024400     05  PAY-SEEN-COUNT              PIC 9(04)  COMP  VALUE 0.
024500     05  PAY-S                       PIC 9(04)  COMP  VALUE 0.
024600     05  PAY-SEEN-ENTRY              OCCURS 9999 TIMES.
024700         10  PAY-SEEN-ELF-ID         PIC 9(05).
024800         10  PAY-SEEN-DATE           PIC 9(08).
024900*
025000 COPY PARMWRK.
025100*
025200 01  PAY-HEADER-LINE.
025300     05  FILLER                      PIC X(36)
025400         VALUE 'PAYINT01 PAYROLL INTERFACE        - '.
025500     05  FILLER                      PIC X(05)  VALUE 'DATE '.
025600     05  PAY-HDR-DATE                PIC 9(08).
025700     05  FILLER                      PIC X(05)  VALUE ' RUN '.
025800     05  PAY-HDR-RUN                 PIC 9(06).
025900     05  FILLER                      PIC X(60)  VALUE SPACES.
026000*
026100 01  PAY-EXC-COLUMN-LINE.
026200     05  FILLER                      PIC X(08)  VALUE 'BATCH   '.
026300     05  FILLER                      PIC X(07)  VALUE 'ELF ID '.
026400     05  FILLER                      PIC X(13)
026500         VALUE 'POINTS SENT  '.
026600     05  FILLER                      PIC X(13)
026700         VALUE 'POINTS ACKED '.
026800     05  FILLER                      PIC X(42)
026900         VALUE 'CONDITION'.
027000     05  FILLER                      PIC X(37)
027100         VALUE 'PAYROLL REASON'.
027200*
027300 01  PAY-EXC-DETAIL-LINE.
027400     05  PAY-EXC-BATCH               PIC 9(06).
027500     05  FILLER                      PIC X(02)  VALUE SPACES.
027600     05  PAY-EXC-ELF-ID              PIC 9(05).
027700     05  FILLER                      PIC X(02)  VALUE SPACES.
027800     05  PAY-EXC-POINTS-SENT         PIC 9(11).
027900     05  FILLER                      PIC X(02)  VALUE SPACES.
028000     05  PAY-EXC-POINTS-ACKED        PIC 9(11).
028100     05  FILLER                      PIC X(02)  VALUE SPACES.
028200     05  PAY-EXC-TEXT                PIC X(40).
028300     05  FILLER                      PIC X(02)  VALUE SPACES.
028400     05  PAY-EXC-REASON              PIC X(30).
028500     05  FILLER                      PIC X(07)  VALUE SPACES.
028600*
028700 01  PAY-BATCH-LINE.
028800     05  FILLER                      PIC X(06)  VALUE 'BATCH '.
028900     05  PAY-BLN-BATCH               PIC 9(06).
029000     05  FILLER                      PIC X(08)  VALUE ' PERIOD '.
029100     05  PAY-BLN-START               PIC 9(08).
029200     05  FILLER                      PIC X(01)  VALUE '-'.
029300     05  PAY-BLN-END                 PIC 9(08).
029400     05  FILLER                      PIC X(06)  VALUE ' SENT '.
029500     05  PAY-BLN-SENT                PIC 9(06).
029600     05  FILLER                      PIC X(05)  VALUE ' ACC '.
029700     05  PAY-BLN-ACCEPTED            PIC 9(06).
029800     05  FILLER                      PIC X(05)  VALUE ' REJ '.
029900     05  PAY-BLN-REJECTED            PIC 9(06).
030000     05  FILLER                      PIC X(07)  VALUE ' UNACK '.
030100     05  PAY-BLN-UNACKED             PIC 9(06).
030200     05  FILLER                      PIC X(01)  VALUE SPACE.
030300     05  PAY-BLN-VERDICT             PIC X(30).
030400     05  FILLER                      PIC X(05)  VALUE SPACES.
030500*
030600 01  PAY-TOTAL-LINE.
030700     05  FILLER                      PIC X(02)  VALUE SPACES.
030800     05  PAY-TOT-TEXT                PIC X(42).
030900     05  PAY-TOT-VALUE               PIC 9(12).
031000     05  FILLER                      PIC X(64)  VALUE SPACES.
031100*
031200 PROCEDURE DIVISION.
031300*
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031600     PERFORM 2000-RECONCILE-ACKS THRU 2000-EXIT.
031700     PERFORM 3000-REVIEW-BATCHES THRU 3000-EXIT.
031800     PERFORM 4000-CUT-BATCH THRU 4000-EXIT.
031900     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
032000     CLOSE ELF-MASTER-FILE PAY-CONTROL-FILE PAY-SENT-FILE
032100           PAY-REPORT-FILE.
032200     IF PAY-RUN-RC < 4
032300         AND (PAY-BATCHES-OUTSTANDING > 0
032400             OR PAY-LINE-EXCEPTION-COUNT > 0
032500             OR PAY-ACK-EXCEPTION-COUNT > 0)
032600         MOVE 4 TO PAY-RUN-RC
032700     END-IF.
032800     DISPLAY 'PAYINT01 BATCHES STILL OUTSTANDING = '
032900         PAY-BATCHES-OUTSTANDING.
033000     DISPLAY 'PAYINT01 PAYROLL INTERFACE COMPLETE - RC = '
033100         PAY-RUN-RC.
033200     MOVE PAY-RUN-RC TO RETURN-CODE.
033300     STOP RUN.
033400*
033500*****************************************************************
033600*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS AND FILE OPENS. *
033700*    THE PAYCTL AND PAYSNT CONTROL FILES ARE CREATED EMPTY ON    *
033800*    THE FIRST RUN (STATUS 35 ON OPEN I-O), SAME AS ELFMNT01.    *
033900*****************************************************************
034000 1000-INITIALIZE.
034100     OPEN INPUT RUN-CONTROL-FILE.
034200     IF PAY-RUNCTL-STATUS NOT = '00'
034300         DISPLAY 'PAYINT01 RUNCTL OPEN FAILED - STATUS = '
034400             PAY-RUNCTL-STATUS
034500         DISPLAY 'PAYINT01 RUN DATADV01 TO SET THE BUSINESS DATE'
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     READ RUN-CONTROL-FILE
035000         AT END
035100             DISPLAY 'PAYINT01 RUNCTL IS EMPTY - RUN DATADV01'
035200             MOVE 16 TO RETURN-CODE
035300             STOP RUN
035400     END-READ.
035500     MOVE RCT-BUSINESS-DATE TO PAY-BUS-DATE.
035600     MOVE RCT-RUN-NUMBER TO PAY-RUN-NO.
035700     CLOSE RUN-CONTROL-FILE.
035800     MOVE 'PAYINT01' TO PRM-MSG-PREFIX.
035900     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
036000     MOVE PRM-PAY-PERIOD-START TO PAY-PERIOD-START.
036100     MOVE PRM-PAY-PERIOD-END TO PAY-PERIOD-END.
036200     IF PAY-PERIOD-START > 0 OR PAY-PERIOD-END > 0
036300         MOVE 'Y' TO PAY-CUT-SWITCH
036400     END-IF.
036500     OPEN INPUT ELF-MASTER-FILE.
036600     IF PAY-ELFMST-STATUS NOT = '00'
036700         DISPLAY 'PAYINT01 ELFMST OPEN FAILED - STATUS = '
036800             PAY-ELFMST-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200     OPEN I-O PAY-CONTROL-FILE.
037300     IF PAY-PAYCTL-STATUS = '35'
037400         OPEN OUTPUT PAY-CONTROL-FILE
037500         CLOSE PAY-CONTROL-FILE
037600         OPEN I-O PAY-CONTROL-FILE
037700     END-IF.
037800     IF PAY-PAYCTL-STATUS NOT = '00'
037900         DISPLAY 'PAYINT01 PAYCTL OPEN FAILED - STATUS = '
038000             PAY-PAYCTL-STATUS
038100         CLOSE ELF-MASTER-FILE
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     OPEN I-O PAY-SENT-FILE.
038600     IF PAY-PAYSNT-STATUS = '35'
038700         OPEN OUTPUT PAY-SENT-FILE
038800         CLOSE PAY-SENT-FILE
038900         OPEN I-O PAY-SENT-FILE
039000     END-IF.
039100     IF PAY-PAYSNT-STATUS NOT = '00'
039200         DISPLAY 'PAYINT01 PAYSNT OPEN FAILED - STATUS = '
039300             PAY-PAYSNT-STATUS
039400         CLOSE ELF-MASTER-FILE PAY-CONTROL-FILE
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     OPEN OUTPUT PAY-REPORT-FILE.
039900     IF PAY-PAYRPT-STATUS NOT = '00'
040000         DISPLAY 'PAYINT01 PAYRPT OPEN FAILED - STATUS = '
040100             PAY-PAYRPT-STATUS
040200         CLOSE ELF-MASTER-FILE PAY-CONTROL-FILE PAY-SENT-FILE
040300         MOVE 16 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600     MOVE PAY-BUS-DATE TO PAY-HDR-DATE.
040700     MOVE PAY-RUN-NO TO PAY-HDR-RUN.
040800     MOVE PAY-HEADER-LINE TO PAY-REPORT-LINE.
040900     WRITE PAY-REPORT-LINE.
041000     MOVE SPACES TO PAY-REPORT-LINE.
041100     WRITE PAY-REPORT-LINE.
041200 1000-EXIT.
041300     EXIT.
041400*
041500*****************************************************************
041600*    2000-RECONCILE-ACKS  -  APPLY THE PAYROLL ACKNOWLEDGEMENT   *
041700*    FILE TO THE SENT-LINE REGISTER.  NO PAYACK FILE SIMPLY      *
041800*    MEANS PAYROLL HAS NOT ANSWERED YET.                         *
041900*****************************************************************
042000 2000-RECONCILE-ACKS.
042100     MOVE 'ACKNOWLEDGEMENT FILE EXCEPTIONS' TO PAY-REPORT-LINE.
042200     WRITE PAY-REPORT-LINE.
042300     OPEN INPUT PAY-ACK-FILE.
042400     IF PAY-PAYACK-STATUS NOT = '00'
042500         DISPLAY 'PAYINT01 NO PAYACK FILE - STATUS = '
042600             PAY-PAYACK-STATUS ' - NO ACKNOWLEDGEMENTS APPLIED'
042700         MOVE '  NO PAYACK FILE PRESENTED THIS RUN'
042800             TO PAY-REPORT-LINE
042900         WRITE PAY-REPORT-LINE
043000         GO TO 2000-EXIT
043100     END-IF.
043200     MOVE PAY-EXC-COLUMN-LINE TO PAY-REPORT-LINE.
043300     WRITE PAY-REPORT-LINE.
043400     MOVE 'N' TO PAY-EOF-SWITCH.
043500     READ PAY-ACK-FILE
043600         AT END MOVE 'Y' TO PAY-EOF-SWITCH
043700     END-READ.
043800     PERFORM UNTIL PAY-EOF
043900         PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
044000         READ PAY-ACK-FILE
044100             AT END MOVE 'Y' TO PAY-EOF-SWITCH
044200         END-READ
044300     END-PERFORM.
044400     CLOSE PAY-ACK-FILE.
044500     DISPLAY 'PAYINT01 ACK LINES READ = ' PAY-ACK-READ-COUNT
044600         ' APPLIED = ' PAY-ACK-APPLIED-COUNT
044700         ' EXCEPTIONS = ' PAY-ACK-EXCEPTION-COUNT.
044800 2000-EXIT.
044900     EXIT.
045000*
045100 2100-APPLY-ONE-ACK.
045200     IF PAK-CONTROL-LINE
045300         GO TO 2100-EXIT
045400     END-IF.
045500     ADD 1 TO PAY-ACK-READ-COUNT.
045600     MOVE SPACES TO PAY-EXC-REASON.
045700     IF NOT PAK-ACK-LINE
045800         OR PAK-BATCH-NUMBER NOT NUMERIC
045900         OR PAK-ELF-ID NOT NUMERIC
046000         OR NOT (PAK-ACCEPTED OR PAK-REJECTED)
046100         MOVE 0 TO PAY-EXC-BATCH PAY-EXC-ELF-ID
046200                   PAY-EXC-POINTS-SENT PAY-EXC-POINTS-ACKED
046300         MOVE 'MALFORMED ACK LINE' TO PAY-EXC-TEXT
046400         MOVE PAK-ACK-RECORD (1:30) TO PAY-EXC-REASON
046500         PERFORM 2900-PRINT-ACK-EXCEPTION THRU 2900-EXIT
046600         GO TO 2100-EXIT
046700     END-IF.
046800     MOVE PAK-BATCH-NUMBER TO PAY-EXC-BATCH.
046900     MOVE PAK-ELF-ID TO PAY-EXC-ELF-ID.
047000     MOVE 0 TO PAY-EXC-POINTS-SENT.
047100     IF PAK-POINTS NUMERIC
047200         MOVE PAK-POINTS TO PAY-EXC-POINTS-ACKED
047300     ELSE
047400         MOVE 0 TO PAY-EXC-POINTS-ACKED
047500     END-IF.
047600     MOVE PAK-BATCH-NUMBER TO PSN-BATCH-NUMBER.
047700     MOVE PAK-ELF-ID TO PSN-ELF-ID.
047800     READ PAY-SENT-FILE
047900         INVALID KEY
048000             MOVE 'ACK FOR A LINE NEVER SENT' TO PAY-EXC-TEXT
048100             PERFORM 2900-PRINT-ACK-EXCEPTION THRU 2900-EXIT
048200             GO TO 2100-EXIT
048300     END-READ.
048400     MOVE PSN-POINTS TO PAY-EXC-POINTS-SENT.
048500     IF NOT PSN-UNACKNOWLEDGED
048600         MOVE 'DUPLICATE ACK - LINE ALREADY ANSWERED'
048700             TO PAY-EXC-TEXT
048800         PERFORM 2900-PRINT-ACK-EXCEPTION THRU 2900-EXIT
048900         GO TO 2100-EXIT
049000     END-IF.
049100     MOVE PAY-EXC-POINTS-ACKED TO PSN-ACK-POINTS.
049200     MOVE PAK-REASON TO PSN-ACK-REASON.
049300     MOVE PAY-BUS-DATE TO PSN-ACK-DATE.
049400     EVALUATE TRUE
049500         WHEN PAK-REJECTED
049600             MOVE 'R' TO PSN-ACK-STATUS
049700         WHEN PSN-ACK-POINTS = PSN-POINTS
049800             MOVE 'A' TO PSN-ACK-STATUS
049900         WHEN OTHER
050000             MOVE 'X' TO PSN-ACK-STATUS
050100     END-EVALUATE.
050200     REWRITE PSN-SENT-RECORD
050300         INVALID KEY
050400             DISPLAY 'PAYINT01 PAYSNT REWRITE FAILED FOR BATCH '
050500                 PSN-BATCH-NUMBER ' ELF ' PSN-ELF-ID
050600                 ' - STATUS = ' PAY-PAYSNT-STATUS
050700             MOVE 12 TO PAY-RUN-RC
050800             GO TO 2100-EXIT
050900     END-REWRITE.
051000     ADD 1 TO PAY-ACK-APPLIED-COUNT.
051100 2100-EXIT.
051200     EXIT.
051300*
051400 2900-PRINT-ACK-EXCEPTION.
051500     ADD 1 TO PAY-ACK-EXCEPTION-COUNT.
051600     MOVE PAY-EXC-DETAIL-LINE TO PAY-REPORT-LINE.
051700     WRITE PAY-REPORT-LINE.
051800 2900-EXIT.
051900     EXIT.
052000*
052100*****************************************************************
052200*    3000-REVIEW-BATCHES  -  READ EVERY PAYCTL BATCH IN KEY      *
052300*    ORDER.  EACH BATCH STILL OUTSTANDING HAS ITS SENT LINES     *
052400*    RE-COUNTED AND ITS EXCEPTIONS LISTED; THE SAME PASS FINDS   *
052500*    THE HIGHEST BATCH NUMBER ISSUED AND ANY EARLIER BATCH       *
052600*    WHOSE PERIOD OVERLAPS THE ONE REQUESTED THIS RUN.           *
052700*****************************************************************
052800 3000-REVIEW-BATCHES.
052900     MOVE SPACES TO PAY-REPORT-LINE.
053000     WRITE PAY-REPORT-LINE.
053100     MOVE 'OUTSTANDING BATCH REVIEW' TO PAY-REPORT-LINE.
053200     WRITE PAY-REPORT-LINE.
053300     MOVE 0 TO PYC-BATCH-NUMBER.
053400     START PAY-CONTROL-FILE
053500         KEY IS NOT LESS THAN PYC-BATCH-NUMBER
053600         INVALID KEY
053700             MOVE '  NO BATCHES ON PAYCTL' TO PAY-REPORT-LINE
053800             WRITE PAY-REPORT-LINE
053900             GO TO 3000-EXIT
054000     END-START.
054100     MOVE 'N' TO PAY-CTL-EOF-SWITCH.
054200     READ PAY-CONTROL-FILE NEXT RECORD
054300         AT END MOVE 'Y' TO PAY-CTL-EOF-SWITCH
054400     END-READ.
054500     PERFORM UNTIL PAY-CTL-EOF
054600         IF PYC-BATCH-NUMBER > PAY-HIGH-BATCH
054700             MOVE PYC-BATCH-NUMBER TO PAY-HIGH-BATCH
054800         END-IF
054900         IF PAY-CUT-REQUESTED
055000             AND PAY-OVERLAP-BATCH = 0
055100             AND PYC-PERIOD-START NOT > PAY-PERIOD-END
055200             AND PYC-PERIOD-END NOT < PAY-PERIOD-START
055300             MOVE PYC-BATCH-NUMBER TO PAY-OVERLAP-BATCH
055400         END-IF
055500         IF PYC-ACK-OUTSTANDING
055600             PERFORM 3100-REVIEW-ONE-BATCH THRU 3100-EXIT
055700         END-IF
055800         READ PAY-CONTROL-FILE NEXT RECORD
055900             AT END MOVE 'Y' TO PAY-CTL-EOF-SWITCH
056000         END-READ
056100     END-PERFORM.
056200 3000-EXIT.
056300     EXIT.
056400*
056500 3100-REVIEW-ONE-BATCH.
056600     ADD 1 TO PAY-BATCHES-REVIEWED.
056700     MOVE 0 TO PAY-BATCH-ACCEPTED PAY-BATCH-REJECTED
056800               PAY-BATCH-UNACKED.
056900     MOVE PAY-EXC-COLUMN-LINE TO PAY-REPORT-LINE.
057000     WRITE PAY-REPORT-LINE.
057100     MOVE PYC-BATCH-NUMBER TO PSN-BATCH-NUMBER.
057200     MOVE 0 TO PSN-ELF-ID.
057300     MOVE 'N' TO PAY-SNT-EOF-SWITCH.
057400     START PAY-SENT-FILE
057500         KEY IS NOT LESS THAN PSN-KEY
057600         INVALID KEY MOVE 'Y' TO PAY-SNT-EOF-SWITCH
057700     END-START.
057800     IF NOT PAY-SNT-EOF
057900         READ PAY-SENT-FILE NEXT RECORD
058000             AT END MOVE 'Y' TO PAY-SNT-EOF-SWITCH
058100         END-READ
058200     END-IF.
058300     PERFORM UNTIL PAY-SNT-EOF
058400             OR PSN-BATCH-NUMBER NOT = PYC-BATCH-NUMBER
058500         PERFORM 3200-CHECK-ONE-LINE THRU 3200-EXIT
058600         READ PAY-SENT-FILE NEXT RECORD
058700             AT END MOVE 'Y' TO PAY-SNT-EOF-SWITCH
058800         END-READ
058900     END-PERFORM.
059000     MOVE PAY-BATCH-ACCEPTED TO PYC-ACCEPTED-COUNT.
059100     MOVE PAY-BATCH-REJECTED TO PYC-REJECTED-COUNT.
059200     MOVE PAY-BATCH-UNACKED TO PYC-UNACKED-COUNT.
059300     IF PAY-BATCH-UNACKED = 0
059400         MOVE 'C' TO PYC-ACK-STATUS
059500         MOVE PAY-BUS-DATE TO PYC-ACK-DATE
059600         ADD 1 TO PAY-BATCHES-COMPLETED
059700         MOVE 'FULLY ACKNOWLEDGED - CLOSED' TO PAY-BLN-VERDICT
059800     ELSE
059900         ADD 1 TO PAY-BATCHES-OUTSTANDING
060000         MOVE 'AWAITING ACKNOWLEDGEMENT' TO PAY-BLN-VERDICT
060100     END-IF.
060200     REWRITE PYC-CONTROL-RECORD
060300         INVALID KEY
060400             DISPLAY 'PAYINT01 PAYCTL REWRITE FAILED FOR BATCH '
060500                 PYC-BATCH-NUMBER ' - STATUS = ' PAY-PAYCTL-STATUS
060600             MOVE 12 TO PAY-RUN-RC
060700     END-REWRITE.
060800     PERFORM 3900-PRINT-BATCH-LINE THRU 3900-EXIT.
060900     MOVE SPACES TO PAY-REPORT-LINE.
061000     WRITE PAY-REPORT-LINE.
061100 3100-EXIT.
061200     EXIT.
061300*
061400 3200-CHECK-ONE-LINE.
061500     MOVE PSN-BATCH-NUMBER TO PAY-EXC-BATCH.
061600     MOVE PSN-ELF-ID TO PAY-EXC-ELF-ID.
061700     MOVE PSN-POINTS TO PAY-EXC-POINTS-SENT.
061800     MOVE PSN-ACK-POINTS TO PAY-EXC-POINTS-ACKED.
061900     MOVE PSN-ACK-REASON TO PAY-EXC-REASON.
062000     EVALUATE TRUE
062100         WHEN PSN-ACCEPTED
062200             ADD 1 TO PAY-BATCH-ACCEPTED
062300             GO TO 3200-EXIT
062400         WHEN PSN-REJECTED
062500             ADD 1 TO PAY-BATCH-REJECTED
062600             MOVE 'REJECTED BY PAYROLL' TO PAY-EXC-TEXT
062700         WHEN PSN-POINTS-DIFFER
062800             ADD 1 TO PAY-BATCH-REJECTED
062900             MOVE 'ACCEPTED FOR POINTS OTHER THAN SENT'
063000                 TO PAY-EXC-TEXT
063100         WHEN OTHER
063200             ADD 1 TO PAY-BATCH-UNACKED
063300             MOVE 0 TO PAY-EXC-POINTS-ACKED
063400             MOVE 'NOT YET ACKNOWLEDGED' TO PAY-EXC-TEXT
063500     END-EVALUATE.
063600     ADD 1 TO PAY-LINE-EXCEPTION-COUNT.
063700     MOVE PAY-EXC-DETAIL-LINE TO PAY-REPORT-LINE.
063800     WRITE PAY-REPORT-LINE.
063900 3200-EXIT.
064000     EXIT.
064100*
064200 3900-PRINT-BATCH-LINE.
064300     MOVE PYC-BATCH-NUMBER TO PAY-BLN-BATCH.
064400     MOVE PYC-PERIOD-START TO PAY-BLN-START.
064500     MOVE PYC-PERIOD-END TO PAY-BLN-END.
064600     MOVE PYC-RECORD-COUNT TO PAY-BLN-SENT.
064700     MOVE PYC-ACCEPTED-COUNT TO PAY-BLN-ACCEPTED.
064800     MOVE PYC-REJECTED-COUNT TO PAY-BLN-REJECTED.
064900     MOVE PYC-UNACKED-COUNT TO PAY-BLN-UNACKED.
065000     MOVE PAY-BATCH-LINE TO PAY-REPORT-LINE.
065100     WRITE PAY-REPORT-LINE.
065200 3900-EXIT.
065300     EXIT.
065400*
065500*****************************************************************
065600*    4000-CUT-BATCH  -  EDIT THE REQUESTED PAY PERIOD, TOTAL THE *
065700*    PERIOD'S ELFHIST ROWS PER ELF AND SEND THE BATCH.  THE      *
065800*    PERIOD MUST BE COMPLETE (BOTH CARDS), IN ORDER, NOT BEYOND  *
065900*    THE CURRENT BUSINESS DATE AND CLEAR OF EVERY PERIOD ALREADY *
066000*    SENT.                                                       *
066100*****************************************************************
066200 4000-CUT-BATCH.
066300     MOVE SPACES TO PAY-REPORT-LINE.
066400     WRITE PAY-REPORT-LINE.
066500     MOVE 'BATCH CUT' TO PAY-REPORT-LINE.
066600     WRITE PAY-REPORT-LINE.
066700     IF NOT PAY-CUT-REQUESTED
066800         DISPLAY 'PAYINT01 NO PAY PERIOD CARDS - '
066900             'RECONCILIATION ONLY'
067000         MOVE '  NO PAY PERIOD REQUESTED - RECONCILIATION ONLY'
067100             TO PAY-REPORT-LINE
067200         WRITE PAY-REPORT-LINE
067300         GO TO 4000-EXIT
067400     END-IF.
067500     IF PAY-PERIOD-START = 0
067600         OR PAY-PERIOD-END = 0
067700         OR PAY-PERIOD-START > PAY-PERIOD-END
067800         OR PAY-PERIOD-END > PAY-BUS-DATE
067900         DISPLAY 'PAYINT01 PAY PERIOD ' PAY-PERIOD-START '-'
068000             PAY-PERIOD-END ' REFUSED - PERIOD INCOMPLETE, '
068100             'REVERSED OR BEYOND BUSINESS DATE ' PAY-BUS-DATE
068200         MOVE '  PAY PERIOD REFUSED - INCOMPLETE, REVERSED OR '
068300             TO PAY-REPORT-LINE
068400         MOVE 'BEYOND THE BUSINESS DATE' TO PAY-REPORT-LINE (50:)
068500         WRITE PAY-REPORT-LINE
068600         MOVE 8 TO PAY-RUN-RC
068700         GO TO 4000-EXIT
068800     END-IF.
068900     IF PAY-OVERLAP-BATCH > 0
069000         DISPLAY 'PAYINT01 PAY PERIOD ' PAY-PERIOD-START '-'
069100             PAY-PERIOD-END ' REFUSED - OVERLAPS BATCH '
069200             PAY-OVERLAP-BATCH ' ALREADY SENT'
069300         MOVE '  PAY PERIOD REFUSED - OVERLAPS A PERIOD ALREADY '
069400             TO PAY-REPORT-LINE
069500         MOVE 'SENT IN BATCH' TO PAY-REPORT-LINE (51:)
069600         MOVE PAY-OVERLAP-BATCH TO PAY-REPORT-LINE (65:6)
069700         WRITE PAY-REPORT-LINE
069800         MOVE 8 TO PAY-RUN-RC
069900         GO TO 4000-EXIT
070000     END-IF.
070100     PERFORM 4100-LOAD-HISTORY THRU 4100-EXIT.
070200     IF PAY-RUN-RC >= 8
070300         GO TO 4000-EXIT
070400     END-IF.
070500     PERFORM VARYING PAY-E FROM 1 BY 1
070600         UNTIL PAY-E > PAY-ELF-COUNT
070700         IF PAY-ELF-TBL-STAT (PAY-E) = 'Y'
070800             ADD 1 TO PAY-SENT-COUNT
070900         END-IF
071000     END-PERFORM.
071100     IF PAY-SENT-COUNT = 0
071200         DISPLAY 'PAYINT01 NO PAYABLE ELFHIST ROWS IN PERIOD '
071300             PAY-PERIOD-START '-' PAY-PERIOD-END
071400             ' - NOTHING SENT'
071500         MOVE '  NO PAYABLE HISTORY IN THE PERIOD - NOTHING SENT'
071600             TO PAY-REPORT-LINE
071700         WRITE PAY-REPORT-LINE
071800         IF PAY-RUN-RC < 4
071900             MOVE 4 TO PAY-RUN-RC
072000         END-IF
072100         GO TO 4000-EXIT
072200     END-IF.
072300     COMPUTE PAY-NEW-BATCH = PAY-HIGH-BATCH + 1.
072400     PERFORM 4500-WRITE-EXTRACT THRU 4500-EXIT.
072500 4000-EXIT.
072600     EXIT.
072700*
072800*****************************************************************
072900*    4100-LOAD-HISTORY  -  TOTAL THE PERIOD'S ELFHIST ROWS PER   *
073000*    ELF.  EACH ELF IS LOOKED UP ON ELFMST ONCE, THE FIRST TIME  *
073100*    IT IS SEEN.                                                 *
073200*****************************************************************
073300 4100-LOAD-HISTORY.
073400     OPEN INPUT ELF-HISTORY-FILE.
073500     IF PAY-ELFHST-STATUS NOT = '00'
073600         DISPLAY 'PAYINT01 ELFHIST OPEN FAILED - STATUS = '
073700             PAY-ELFHST-STATUS
073800         MOVE 16 TO PAY-RUN-RC
073900         GO TO 4100-EXIT
074000     END-IF.
074100     MOVE 'N' TO PAY-EOF-SWITCH.
074200     READ ELF-HISTORY-FILE
074300         AT END MOVE 'Y' TO PAY-EOF-SWITCH
074400     END-READ.
074500     PERFORM UNTIL PAY-EOF
074600         ADD 1 TO PAY-HIST-ROW-COUNT
074700         PERFORM 4200-POST-ONE-ROW THRU 4200-EXIT
074800         READ ELF-HISTORY-FILE
074900             AT END MOVE 'Y' TO PAY-EOF-SWITCH
075000         END-READ
075100     END-PERFORM.
075200     CLOSE ELF-HISTORY-FILE.
075300 4100-EXIT.
075400     EXIT.
075500*
075600 4200-POST-ONE-ROW.
075700     IF ESH-BUSINESS-DATE < PAY-PERIOD-START
075800         OR ESH-BUSINESS-DATE > PAY-PERIOD-END
075900         GO TO 4200-EXIT
076000     END-IF.
076100     ADD 1 TO PAY-PERIOD-ROW-COUNT.
076200     PERFORM 4300-CHECK-DUPLICATE THRU 4300-EXIT.
076300     IF PAY-DUPLICATE-ROW
076400         ADD 1 TO PAY-DUP-ROW-COUNT
076500         GO TO 4200-EXIT
076600     END-IF.
076700     PERFORM VARYING PAY-E FROM 1 BY 1
076800         UNTIL PAY-E > PAY-ELF-COUNT
076900             OR PAY-ELF-TBL-ID (PAY-E) = ESH-ELF-ID
077000         CONTINUE
077100     END-PERFORM.
077200     IF PAY-E > PAY-ELF-COUNT
077300         IF PAY-ELF-COUNT >= 500
077400             IF NOT PAY-ELF-FULL-WARNED
077500                 DISPLAY 'PAYINT01 ELF TABLE FULL - BATCH '
077600                     'NOT SENT'
077700                 MOVE 'Y' TO PAY-ELF-FULL-SWITCH
077800                 MOVE 8 TO PAY-RUN-RC
077900             END-IF
078000             GO TO 4200-EXIT
078100         END-IF
078200         ADD 1 TO PAY-ELF-COUNT
078300         MOVE ESH-ELF-ID TO PAY-ELF-TBL-ID (PAY-E)
078400         MOVE ESH-ELF-NAME TO PAY-ELF-TBL-NAME (PAY-E)
078500         MOVE 0 TO PAY-ELF-TBL-DAYS (PAY-E)
078600         MOVE 0 TO PAY-ELF-TBL-LINES (PAY-E)
078700         MOVE 0 TO PAY-ELF-TBL-POINTS (PAY-E)
078800         PERFORM 4400-LOOKUP-ELF THRU 4400-EXIT
078900     END-IF.
079000     EVALUATE PAY-ELF-TBL-STAT (PAY-E)
079100         WHEN 'I'
079200             ADD 1 TO PAY-INACTIVE-ROW-COUNT
079300         WHEN 'U'
079400             ADD 1 TO PAY-UNKNOWN-ROW-COUNT
079500         WHEN OTHER
079600             ADD 1 TO PAY-ELF-TBL-DAYS (PAY-E)
079700             ADD ESH-LINE-COUNT TO PAY-ELF-TBL-LINES (PAY-E)
079800             ADD ESH-TOTAL-POINTS TO PAY-ELF-TBL-POINTS (PAY-E)
079900     END-EVALUATE.
080000 4200-EXIT.
080100     EXIT.
080200*
080300*****************************************************************
080400*    4300-CHECK-DUPLICATE  -  MAIN REPLACES A DAY'S ELFHIST ROWS *
080500*    ON A REPROCESS, SO AN 'R' ROW NORMALLY STANDS ALONE.  AN    *
080600*    'R' ROW FOR AN ELF AND DATE ALREADY TAKEN IS A DUPLICATE    *
080700*    AND IS NOT PAID AGAIN.                                      *
080800*****************************************************************
080900 4300-CHECK-DUPLICATE.
081000     MOVE 'N' TO PAY-DUP-SWITCH.
081100     IF ESH-REPROCESS-FLAG = 'R'
081200         PERFORM VARYING PAY-S FROM 1 BY 1
081300             UNTIL PAY-S > PAY-SEEN-COUNT
081400                 OR PAY-DUPLICATE-ROW
081500             IF PAY-SEEN-ELF-ID (PAY-S) = ESH-ELF-ID
081600                 AND PAY-SEEN-DATE (PAY-S) = ESH-BUSINESS-DATE
081700                 MOVE 'Y' TO PAY-DUP-SWITCH
081800             END-IF
081900         END-PERFORM
082000     END-IF.
082100     IF PAY-DUPLICATE-ROW
082200         GO TO 4300-EXIT
082300     END-IF.
082400     IF PAY-SEEN-COUNT >= 9999
082500         IF NOT PAY-SEEN-FULL-WARNED
082600             DISPLAY 'PAYINT01 ELF/DATE TABLE FULL - LATER '
082700                 'REPROCESS ROWS NOT CHECKED FOR DUPLICATES'
082800             MOVE 'Y' TO PAY-SEEN-FULL-SWITCH
082900         END-IF
083000         GO TO 4300-EXIT
083100     END-IF.
083200     ADD 1 TO PAY-SEEN-COUNT.
083300     MOVE ESH-ELF-ID TO PAY-SEEN-ELF-ID (PAY-SEEN-COUNT).
083400     MOVE ESH-BUSINESS-DATE TO PAY-SEEN-DATE (PAY-SEEN-COUNT).
083500 4300-EXIT.
083600     EXIT.
083700*
083800 4400-LOOKUP-ELF.
083900     MOVE ESH-ELF-ID TO ELM-ELF-ID.
084000     READ ELF-MASTER-FILE
084100         INVALID KEY
084200             MOVE 'U' TO PAY-ELF-TBL-STAT (PAY-E)
084300             MOVE SPACES TO PAY-ELF-TBL-GROUP (PAY-E)
084400         NOT INVALID KEY
084500             MOVE ELM-GROUP-CODE TO PAY-ELF-TBL-GROUP (PAY-E)
084600             IF ELM-ACTIVE
084700                 MOVE 'Y' TO PAY-ELF-TBL-STAT (PAY-E)
084800             ELSE
084900                 MOVE 'I' TO PAY-ELF-TBL-STAT (PAY-E)
085000             END-IF
085100     END-READ.
085200 4400-EXIT.
085300     EXIT.
085400*
085500*****************************************************************
085600*    4500-WRITE-EXTRACT  -  HDR, ONE DTL PER PAID ELF, TRL; A    *
085700*    PAYSNT LINE FOR EVERY DTL; THEN THE PAYCTL BATCH RECORD     *
085800*    THAT LOCKS THE PERIOD.                                      *
085900*****************************************************************
086000 4500-WRITE-EXTRACT.
086100     OPEN OUTPUT PAY-EXTRACT-FILE.
086200     IF PAY-PAYOUT-STATUS NOT = '00'
086300         DISPLAY 'PAYINT01 PAYOUT OPEN FAILED - STATUS = '
086400             PAY-PAYOUT-STATUS
086500         MOVE 16 TO PAY-RUN-RC
086600         GO TO 4500-EXIT
086700     END-IF.
086800     MOVE SPACES TO PXH-HEADER-RECORD.
086900     MOVE 'HDR' TO PXH-TAG.
087000     MOVE 'ELFINCNT' TO PXH-INTERFACE-ID.
087100     MOVE PAY-NEW-BATCH TO PXH-BATCH-NUMBER.
087200     MOVE PAY-PERIOD-START TO PXH-PERIOD-START.
087300     MOVE PAY-PERIOD-END TO PXH-PERIOD-END.
087400     MOVE PAY-BUS-DATE TO PXH-CREATE-DATE.
087500     WRITE PXH-HEADER-RECORD.
087600     MOVE 0 TO PAY-SENT-COUNT.
087700     MOVE 0 TO PAY-POINTS-HASH.
087800     PERFORM VARYING PAY-E FROM 1 BY 1
087900         UNTIL PAY-E > PAY-ELF-COUNT
088000         IF PAY-ELF-TBL-STAT (PAY-E) = 'Y'
088100             PERFORM 4600-WRITE-ONE-ELF THRU 4600-EXIT
088200         END-IF
088300     END-PERFORM.
088310     IF PAY-RUN-RC = 12
088320         CLOSE PAY-EXTRACT-FILE
088330         PERFORM 4700-VOID-BATCH THRU 4700-EXIT
088340         GO TO 4500-EXIT
088350     END-IF.
088400     MOVE SPACES TO PXT-TRAILER-RECORD.
088500     MOVE 'TRL' TO PXT-TAG.
088600     MOVE PAY-NEW-BATCH TO PXT-BATCH-NUMBER.
088700     MOVE PAY-SENT-COUNT TO PXT-RECORD-COUNT.
088800     MOVE PAY-POINTS-HASH TO PXT-POINTS-HASH.
088900     WRITE PXT-TRAILER-RECORD.
089000     CLOSE PAY-EXTRACT-FILE.
089100     INITIALIZE PYC-CONTROL-RECORD.
089200     MOVE PAY-NEW-BATCH TO PYC-BATCH-NUMBER.
089300     MOVE PAY-PERIOD-START TO PYC-PERIOD-START.
089400     MOVE PAY-PERIOD-END TO PYC-PERIOD-END.
089500     MOVE PAY-BUS-DATE TO PYC-SENT-DATE.
089600     MOVE PAY-RUN-NO TO PYC-SENT-RUN.
089700     MOVE PAY-SENT-COUNT TO PYC-RECORD-COUNT.
089800     MOVE PAY-POINTS-HASH TO PYC-POINTS-HASH.
089900     MOVE 'O' TO PYC-ACK-STATUS.
090000     MOVE PAY-SENT-COUNT TO PYC-UNACKED-COUNT.
090100     WRITE PYC-CONTROL-RECORD
090200         INVALID KEY
090300             DISPLAY 'PAYINT01 PAYCTL WRITE FAILED FOR BATCH '
090400                 PYC-BATCH-NUMBER ' - STATUS = ' PAY-PAYCTL-STATUS
090500             MOVE 12 TO PAY-RUN-RC
090550             PERFORM 4700-VOID-BATCH THRU 4700-EXIT
090600             GO TO 4500-EXIT
090700     END-WRITE.
090800     ADD 1 TO PAY-BATCHES-OUTSTANDING.
090900     DISPLAY 'PAYINT01 BATCH ' PAY-NEW-BATCH ' SENT - PERIOD '
091000         PAY-PERIOD-START '-' PAY-PERIOD-END ' LINES = '
091100         PAY-SENT-COUNT ' POINTS = ' PAY-POINTS-HASH.
091200     MOVE 'AWAITING ACKNOWLEDGEMENT' TO PAY-BLN-VERDICT.
091300     PERFORM 3900-PRINT-BATCH-LINE THRU 3900-EXIT.
091400 4500-EXIT.
091500     EXIT.
091600*
091700 4600-WRITE-ONE-ELF.
091800     MOVE SPACES TO PXD-DETAIL-RECORD.
091900     MOVE 'DTL' TO PXD-TAG.
092000     MOVE PAY-NEW-BATCH TO PXD-BATCH-NUMBER.
092100     MOVE PAY-ELF-TBL-ID (PAY-E) TO PXD-ELF-ID.
092200     MOVE PAY-ELF-TBL-NAME (PAY-E) TO PXD-ELF-NAME.
092300     MOVE PAY-ELF-TBL-GROUP (PAY-E) TO PXD-GROUP-CODE.
092400     MOVE PAY-ELF-TBL-DAYS (PAY-E) TO PXD-DAYS-WORKED.
092500     MOVE PAY-ELF-TBL-LINES (PAY-E) TO PXD-LINE-COUNT.
092600     MOVE PAY-ELF-TBL-POINTS (PAY-E) TO PXD-POINTS.
092700     WRITE PXD-DETAIL-RECORD.
092800     ADD 1 TO PAY-SENT-COUNT.
092900     ADD PAY-ELF-TBL-POINTS (PAY-E) TO PAY-POINTS-HASH.
093000     INITIALIZE PSN-SENT-RECORD.
093100     MOVE PAY-NEW-BATCH TO PSN-BATCH-NUMBER.
093200     MOVE PAY-ELF-TBL-ID (PAY-E) TO PSN-ELF-ID.
093300     MOVE PAY-ELF-TBL-NAME (PAY-E) TO PSN-ELF-NAME.
093400     MOVE PAY-ELF-TBL-GROUP (PAY-E) TO PSN-GROUP-CODE.
093500     MOVE PAY-ELF-TBL-DAYS (PAY-E) TO PSN-DAYS-WORKED.
093600     MOVE PAY-ELF-TBL-LINES (PAY-E) TO PSN-LINE-COUNT.
093700     MOVE PAY-ELF-TBL-POINTS (PAY-E) TO PSN-POINTS.
093800     MOVE SPACE TO PSN-ACK-STATUS.
093900     WRITE PSN-SENT-RECORD
094000         INVALID KEY
094100             DISPLAY 'PAYINT01 PAYSNT WRITE FAILED FOR BATCH '
094200                 PSN-BATCH-NUMBER ' ELF ' PSN-ELF-ID
094300                 ' - STATUS = ' PAY-PAYSNT-STATUS
094400             MOVE 12 TO PAY-RUN-RC
094500     END-WRITE.
094600 4600-EXIT.
094700     EXIT.
094800*
094802*****************************************************************
094804*    4700-VOID-BATCH  -  A PAYSNT OR PAYCTL WRITE FAILED, SO THE *
094806*    BATCH IS NOT ON RECORD AND MUST NOT REACH PAYROLL.  PAYOUT  *
094808*    IS REOPENED EMPTY AND THE PAYSNT LINES ALREADY WRITTEN FOR  *
094810*    THE BATCH ARE REMOVED, SO THE NEXT RUN CAN CUT THE SAME     *
094812*    PERIOD AGAIN UNDER THE SAME BATCH NUMBER.                   *
094814*****************************************************************
094816 4700-VOID-BATCH.
094818     OPEN OUTPUT PAY-EXTRACT-FILE.
094820     CLOSE PAY-EXTRACT-FILE.
094822     DISPLAY 'PAYINT01 BATCH ' PAY-NEW-BATCH ' NOT SENT - PAYOUT '
094824         'HAS BEEN EMPTIED AND MUST NOT BE TRANSMITTED'.
094826     MOVE '  BATCH NOT SENT - CONTROL FILE WRITE FAILED, PAYOUT '
094828         TO PAY-REPORT-LINE.
094830     MOVE 'EMPTIED' TO PAY-REPORT-LINE (54:).
094832     WRITE PAY-REPORT-LINE.
094833     MOVE 0 TO PAY-SENT-COUNT PAY-POINTS-HASH.
094834     MOVE PAY-NEW-BATCH TO PSN-BATCH-NUMBER.
094836     MOVE 0 TO PSN-ELF-ID.
094838     MOVE 'N' TO PAY-SNT-EOF-SWITCH.
094840     START PAY-SENT-FILE
094842         KEY IS NOT LESS THAN PSN-KEY
094844         INVALID KEY MOVE 'Y' TO PAY-SNT-EOF-SWITCH
094846     END-START.
094848     IF NOT PAY-SNT-EOF
094850         READ PAY-SENT-FILE NEXT RECORD
094852             AT END MOVE 'Y' TO PAY-SNT-EOF-SWITCH
094854         END-READ
094856     END-IF.
094858     PERFORM UNTIL PAY-SNT-EOF
094860             OR PSN-BATCH-NUMBER NOT = PAY-NEW-BATCH
094862         DELETE PAY-SENT-FILE RECORD
094864             INVALID KEY
094866                 DISPLAY 'PAYINT01 PAYSNT DELETE FAILED - '
094868                     'BATCH ' PSN-BATCH-NUMBER ' ELF ' PSN-ELF-ID
094870                     ' - STATUS = ' PAY-PAYSNT-STATUS
094872         END-DELETE
094874         READ PAY-SENT-FILE NEXT RECORD
094876             AT END MOVE 'Y' TO PAY-SNT-EOF-SWITCH
094878         END-READ
094880     END-PERFORM.
094882 4700-EXIT.
094884     EXIT.
094886*
094900*****************************************************************
095000*    5000-WRITE-TOTALS  -  RUN TOTALS AT THE FOOT OF PAYRPT      *
095100*****************************************************************
095200 5000-WRITE-TOTALS.
095300     MOVE SPACES TO PAY-REPORT-LINE.
095400     WRITE PAY-REPORT-LINE.
095500     MOVE 'ACK LINES READ' TO PAY-TOT-TEXT.
095600     MOVE PAY-ACK-READ-COUNT TO PAY-TOT-VALUE.
095700     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
095800     MOVE 'ACK LINES APPLIED' TO PAY-TOT-TEXT.
095900     MOVE PAY-ACK-APPLIED-COUNT TO PAY-TOT-VALUE.
096000     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
096100     MOVE 'ACK FILE EXCEPTIONS' TO PAY-TOT-TEXT.
096200     MOVE PAY-ACK-EXCEPTION-COUNT TO PAY-TOT-VALUE.
096300     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
096400     MOVE 'BATCHES REVIEWED' TO PAY-TOT-TEXT.
096500     MOVE PAY-BATCHES-REVIEWED TO PAY-TOT-VALUE.
096600     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
096700     MOVE 'BATCHES CLOSED THIS RUN' TO PAY-TOT-TEXT.
096800     MOVE PAY-BATCHES-COMPLETED TO PAY-TOT-VALUE.
096900     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
097000     MOVE 'BATCHES STILL AWAITING ACKNOWLEDGEMENT'
097050         TO PAY-TOT-TEXT.
097100     MOVE PAY-BATCHES-OUTSTANDING TO PAY-TOT-VALUE.
097200     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
097300     MOVE 'SENT LINES REJECTED / ALTERED / UNACKED'
097350         TO PAY-TOT-TEXT.
097400     MOVE PAY-LINE-EXCEPTION-COUNT TO PAY-TOT-VALUE.
097500     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
097600     IF NOT PAY-CUT-REQUESTED
097700         GO TO 5000-EXIT
097800     END-IF.
097900     MOVE 'ELFHIST ROWS READ' TO PAY-TOT-TEXT.
098000     MOVE PAY-HIST-ROW-COUNT TO PAY-TOT-VALUE.
098100     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
098200     MOVE 'ELFHIST ROWS IN PAY PERIOD' TO PAY-TOT-TEXT.
098300     MOVE PAY-PERIOD-ROW-COUNT TO PAY-TOT-VALUE.
098400     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
098500     MOVE 'REPROCESS DUPLICATE ROWS SKIPPED' TO PAY-TOT-TEXT.
098600     MOVE PAY-DUP-ROW-COUNT TO PAY-TOT-VALUE.
098700     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
098800     MOVE 'INACTIVE-ELF ROWS SKIPPED' TO PAY-TOT-TEXT.
098900     MOVE PAY-INACTIVE-ROW-COUNT TO PAY-TOT-VALUE.
099000     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
099100     MOVE 'ROWS FOR ELVES NOT ON MASTER SKIPPED' TO PAY-TOT-TEXT.
099200     MOVE PAY-UNKNOWN-ROW-COUNT TO PAY-TOT-VALUE.
099300     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
099400     MOVE 'ELF LINES SENT' TO PAY-TOT-TEXT.
099500     MOVE PAY-SENT-COUNT TO PAY-TOT-VALUE.
099600     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
099700     MOVE 'POINTS HASH TOTAL SENT' TO PAY-TOT-TEXT.
099800     MOVE PAY-POINTS-HASH TO PAY-TOT-VALUE.
099900     PERFORM 5900-WRITE-TOTAL THRU 5900-EXIT.
100000 5000-EXIT.
100100     EXIT.
100200*
100300 5900-WRITE-TOTAL.
100400     MOVE PAY-TOTAL-LINE TO PAY-REPORT-LINE.
100500     WRITE PAY-REPORT-LINE.
100600 5900-EXIT.
100700     EXIT.
100800*
100900*****************************************************************
101000*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
101100*    PROCEDURE COPYBOOK)                                         *
101200*****************************************************************
101300 COPY PARMPRC.

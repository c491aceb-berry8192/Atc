000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  FEDHST01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    COMBFEED RECEIPT HISTORY.  LISTS EVERY DELIVERY ON THE    *
001100*    FEEDRCV RECEIPT REGISTER THAT FEDSPL01 SPLIT INTO A       *
001200*    BUSINESS DATE OF THE REPORT MONTH, BY SENDER AND FILE     *
001300*    SEQUENCE NUMBER, WITH THE SENDER'S CREATION DATE, THE     *
001400*    DATE AND RUN IT WAS SPLIT INTO, THE R, G AND TOTAL        *
001500*    DETAIL COUNTS, REJECTS AND THE PRIORITY HASH - THE        *
001600*    FIGURES WE HOLD THE SENDER TO AT MONTH END.  A SEQUENCE   *
001700*    NUMBER THAT DOES NOT FOLLOW THE SENDER'S PREVIOUS ONE ON  *
001800*    THE REGISTER IS FLAGGED AS A GAP; A FILE CREATED ON A     *
001900*    DIFFERENT DAY FROM THE ONE IT WAS SPLIT INTO IS FLAGGED   *
002000*    AS NOT SAME DAY.  EACH SENDER IS SUBTOTALLED.             *
002100*    THE MONTH IS THE RECEIPT-MONTH CARD (YYYYMM), OR THE      *
002200*    MONTH OF THE CURRENT BUSINESS DATE WHEN IT IS NOT SET.    *
002300*    ENDS WITH RETURN CODE 4 WHEN A GAP IS LISTED OR NOTHING   *
002400*    WAS RECEIVED IN THE MONTH.                                *
002500*                                                               *
002600*    MODIFICATION HISTORY.                                     *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    10/15/26   JRB   ORIGINAL                                  *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. FEDHST01.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-Z.
003600 OBJECT-COMPUTER. IBM-Z.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RECEIPT-REGISTER-FILE ASSIGN TO FEEDRCV
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS RCR-KEY
004400         FILE STATUS IS FHS-FEEDRCV-STATUS.
004500*
004600     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FHS-RUNCTL-STATUS.
004900*
005000     SELECT HISTORY-REPORT-FILE ASSIGN TO FEDHRPT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FHS-FEDHRPT-STATUS.
005300*
005400     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS PRM-PARM-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RECEIPT-REGISTER-FILE.
006100 COPY FEEDRCV.
006200*
006300 FD  RUN-CONTROL-FILE.
006400 COPY RUNCTL.
006500*
006600 FD  HISTORY-REPORT-FILE.
006700 01  HISTORY-REPORT-LINE             PIC X(120).
006800*
006900 FD  PARAMETER-FILE.
007000 01  PRM-PARM-CARD                   PIC X(80).
007100*
007200 WORKING-STORAGE SECTION.
007300 01  FHS-FILE-STATUSES.
007400     05  FHS-FEEDRCV-STATUS          PIC X(02).
007500     05  FHS-RUNCTL-STATUS           PIC X(02).
007600     05  FHS-FEDHRPT-STATUS          PIC X(02).
007700*
007800 01  FHS-SWITCHES.
007900     05  FHS-RCV-EOF-SWITCH          PIC X(01)  VALUE 'N'.
008000         88  FHS-RCV-EOF                        VALUE 'Y'.
008100     05  FHS-REGISTER-SWITCH         PIC X(01)  VALUE 'Y'.
008200         88  FHS-REGISTER-PRESENT               VALUE 'Y'.
008300*
008400 01  FHS-BUS-DATE                    PIC 9(08)  VALUE 0.
008500 01  FHS-RUN-NO                      PIC 9(06)  VALUE 0.
008600 01  FHS-REPORT-MONTH                PIC 9(06)  VALUE 0.
008700 01  FHS-ROW-MONTH                   PIC 9(06)  VALUE 0.
008800*
008900 01  FHS-PREV-SENDER                 PIC X(08)  VALUE SPACES.
009000 01  FHS-PREV-SEQ                    PIC 9(06)  VALUE 0.
009100 01  FHS-EXPECTED-SEQ                PIC 9(06)  VALUE 0.
009200*
009300 01  FHS-SND-DELIVERIES              PIC 9(09)  VALUE 0.
009400 01  FHS-SND-FIRST-SEQ               PIC 9(06)  VALUE 0.
009500 01  FHS-SND-LAST-SEQ                PIC 9(06)  VALUE 0.
009600 01  FHS-SND-GAPS                    PIC 9(09)  VALUE 0.
009700 01  FHS-SND-RECORDS                 PIC 9(09)  VALUE 0.
009800 01  FHS-SND-REJECTS                 PIC 9(09)  VALUE 0.
009900*
010000 01  FHS-REGISTER-ROWS               PIC 9(09)  VALUE 0.
010100 01  FHS-MONTH-DELIVERIES            PIC 9(09)  VALUE 0.
010200 01  FHS-MONTH-SENDERS               PIC 9(09)  VALUE 0.
010300 01  FHS-MONTH-RUCK                  PIC 9(09)  VALUE 0.
010400 01  FHS-MONTH-RANGE                 PIC 9(09)  VALUE 0.
010500 01  FHS-MONTH-RECORDS               PIC 9(09)  VALUE 0.
010600 01  FHS-MONTH-REJECTS               PIC 9(09)  VALUE 0.
010700 01  FHS-MONTH-GAPS                  PIC 9(09)  VALUE 0.
010800 01  FHS-MONTH-NOT-SAME-DAY          PIC 9(09)  VALUE 0.
010900*
011000 COPY PARMWRK.
011100*
011200 01  FHS-HEADER-LINE.
011300     05  FILLER                      PIC X(36)
011400         VALUE 'FEDHST01 COMBFEED RECEIPT HISTORY -'.
011500     05  FILLER                      PIC X(07)  VALUE ' MONTH '.
011600     05  FHS-HDR-MONTH               PIC 9(06).
011700     05  FILLER                      PIC X(06)  VALUE ' DATE '.
011800     05  FHS-HDR-DATE                PIC 9(08).
011900     05  FILLER                      PIC X(05)  VALUE ' RUN '.
012000     05  FHS-HDR-RUN                 PIC 9(06).
012100     05  FILLER                      PIC X(46)  VALUE SPACES.
012200*
012300 01  FHS-COLUMN-LINE.
012400     05  FILLER                      PIC X(40)
012500         VALUE '  SENDER      SEQ CREATED  SPLIT TO    R'.
012600     05  FILLER                      PIC X(40)
012700         VALUE 'UN   TIME    R-RECS    G-RECS     TOTAL '.
012800     05  FILLER                      PIC X(40)
012900         VALUE '  REJECTS      HASH NOTE                '.
013000*
013100 01  FHS-DETAIL-LINE.
013200     05  FILLER                      PIC X(02)  VALUE SPACES.
013300     05  FHS-DTL-SENDER              PIC X(08).
013400     05  FILLER                      PIC X(01)  VALUE SPACES.
013500     05  FHS-DTL-SEQ                 PIC 9(06).
013600     05  FILLER                      PIC X(01)  VALUE SPACES.
013700     05  FHS-DTL-CREATED             PIC 9(08).
013800     05  FILLER                      PIC X(01)  VALUE SPACES.
013900     05  FHS-DTL-SPLIT-DATE          PIC 9(08).
014000     05  FILLER                      PIC X(01)  VALUE SPACES.
014100     05  FHS-DTL-RUN                 PIC 9(06).
014200     05  FILLER                      PIC X(01)  VALUE SPACES.
014300     05  FHS-DTL-TIME                PIC 9(06).
014400     05  FILLER                      PIC X(01)  VALUE SPACES.
014500     05  FHS-DTL-RUCK                PIC 9(09).
014600     05  FILLER                      PIC X(01)  VALUE SPACES.
014700     05  FHS-DTL-RANGE               PIC 9(09).
014800     05  FILLER                      PIC X(01)  VALUE SPACES.
014900     05  FHS-DTL-TOTAL               PIC 9(09).
015000     05  FILLER                      PIC X(01)  VALUE SPACES.
015100     05  FHS-DTL-REJECTS             PIC 9(09).
015200     05  FILLER                      PIC X(01)  VALUE SPACES.
015300     05  FHS-DTL-HASH                PIC 9(09).
015400     05  FILLER                      PIC X(01)  VALUE SPACES.
015500     05  FHS-DTL-NOTE                PIC X(20).
015600*
015700 01  FHS-SENDER-LINE.
015800     05  FILLER                      PIC X(04)  VALUE SPACES.
015900     05  FILLER                      PIC X(07)  VALUE 'SENDER '.
016000     05  FHS-SUB-SENDER              PIC X(08).
016100     05  FILLER                      PIC X(12)
016200         VALUE ' DELIVERIES '.
016300     05  FHS-SUB-DELIVERIES          PIC 9(09).
016400     05  FILLER                      PIC X(06)  VALUE ' SEQS '.
016500     05  FHS-SUB-FIRST-SEQ           PIC 9(06).
016600     05  FILLER                      PIC X(01)  VALUE '-'.
016700     05  FHS-SUB-LAST-SEQ            PIC 9(06).
016800     05  FILLER                      PIC X(06)  VALUE ' GAPS '.
016900     05  FHS-SUB-GAPS                PIC 9(09).
017000     05  FILLER                      PIC X(09)  VALUE ' RECORDS '.
017100     05  FHS-SUB-RECORDS             PIC 9(09).
017200     05  FILLER                      PIC X(09)  VALUE ' REJECTS '.
017300     05  FHS-SUB-REJECTS             PIC 9(09).
017400     05  FILLER                      PIC X(10)  VALUE SPACES.
017500*
017600 01  FHS-TOTAL-LINE.
017700     05  FILLER                      PIC X(02)  VALUE SPACES.
017800     05  FHS-TOT-TEXT                PIC X(42).
017900     05  FHS-TOT-VALUE               PIC 9(09).
018000     05  FILLER                      PIC X(67)  VALUE SPACES.
018100*
018200 PROCEDURE DIVISION.
018300*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-LIST-RECEIPTS THRU 2000-EXIT.
018700     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
018800     CLOSE HISTORY-REPORT-FILE.
018900     DISPLAY 'FEDHST01 MONTH ' FHS-REPORT-MONTH
019000         ' DELIVERIES = ' FHS-MONTH-DELIVERIES
019100         ' GAPS = ' FHS-MONTH-GAPS.
019200     IF FHS-MONTH-GAPS > 0 OR FHS-MONTH-DELIVERIES = 0
019300         MOVE 4 TO RETURN-CODE
019400     END-IF.
019500     STOP RUN.
019600*
019700*****************************************************************
019800*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS, FILE OPENS     *
019900*****************************************************************
020000 1000-INITIALIZE.
020100     OPEN INPUT RUN-CONTROL-FILE.
020200     IF FHS-RUNCTL-STATUS NOT = '00'
020300         DISPLAY 'FEDHST01 RUNCTL OPEN FAILED - STATUS = '
020400             FHS-RUNCTL-STATUS
020500         DISPLAY 'FEDHST01 RUN DATADV01 TO SET THE BUSINESS DATE'
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     READ RUN-CONTROL-FILE
021000         AT END
021100             DISPLAY 'FEDHST01 RUNCTL IS EMPTY - RUN DATADV01'
021200             MOVE 16 TO RETURN-CODE
021300             STOP RUN
021400     END-READ.
021500     MOVE RCT-BUSINESS-DATE TO FHS-BUS-DATE.
021600     MOVE RCT-RUN-NUMBER TO FHS-RUN-NO.
021700     CLOSE RUN-CONTROL-FILE.
021800     MOVE 'FEDHST01' TO PRM-MSG-PREFIX.
021900     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
022000     IF PRM-RECEIPT-MONTH > 0
022100         MOVE PRM-RECEIPT-MONTH TO FHS-REPORT-MONTH
022200     ELSE
022300         MOVE FHS-BUS-DATE (1:6) TO FHS-REPORT-MONTH
022400     END-IF.
022500     OPEN INPUT RECEIPT-REGISTER-FILE.
022600     IF FHS-FEEDRCV-STATUS = '35'
022700         DISPLAY 'FEDHST01 FEEDRCV NOT YET CREATED - NO '
022800             'DELIVERIES HAVE BEEN REGISTERED'
022900         MOVE 'N' TO FHS-REGISTER-SWITCH
023000     ELSE
023100         IF FHS-FEEDRCV-STATUS NOT = '00'
023200             DISPLAY 'FEDHST01 FEEDRCV OPEN FAILED - STATUS = '
023300                 FHS-FEEDRCV-STATUS
023400             MOVE 16 TO RETURN-CODE
023500             STOP RUN
023600         END-IF
023700     END-IF.
023800     OPEN OUTPUT HISTORY-REPORT-FILE.
023900     IF FHS-FEDHRPT-STATUS NOT = '00'
024000         DISPLAY 'FEDHST01 FEDHRPT OPEN FAILED - STATUS = '
024100             FHS-FEDHRPT-STATUS
024200         IF FHS-REGISTER-PRESENT
024300             CLOSE RECEIPT-REGISTER-FILE
024400         END-IF
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     MOVE FHS-REPORT-MONTH TO FHS-HDR-MONTH.
024900     MOVE FHS-BUS-DATE TO FHS-HDR-DATE.
025000     MOVE FHS-RUN-NO TO FHS-HDR-RUN.
025100     MOVE FHS-HEADER-LINE TO HISTORY-REPORT-LINE.
025200     WRITE HISTORY-REPORT-LINE.
025300     MOVE SPACES TO HISTORY-REPORT-LINE.
025400     WRITE HISTORY-REPORT-LINE.
025500     MOVE FHS-COLUMN-LINE TO HISTORY-REPORT-LINE.
025600     WRITE HISTORY-REPORT-LINE.
025700 1000-EXIT.
025800     EXIT.
025900*
026000*****************************************************************
026100*    2000-LIST-RECEIPTS  -  THE REGISTER IS READ IN KEY ORDER    *
026200*    (SENDER, FILE SEQUENCE) SO EACH SENDER'S DELIVERIES COME    *
026300*    TOGETHER AND A GAP IS SEEN AGAINST THE PREVIOUS ROW EVEN    *
026400*    WHEN THAT ROW FELL IN AN EARLIER MONTH.                     *
026500*****************************************************************
026600 2000-LIST-RECEIPTS.
026700     IF NOT FHS-REGISTER-PRESENT
026800         GO TO 2000-EXIT
026900     END-IF.
027000     READ RECEIPT-REGISTER-FILE NEXT RECORD
027100         AT END MOVE 'Y' TO FHS-RCV-EOF-SWITCH
027200     END-READ.
027300     PERFORM UNTIL FHS-RCV-EOF
027400         ADD 1 TO FHS-REGISTER-ROWS
027500         IF RCR-SENDER-ID NOT = FHS-PREV-SENDER
027600             PERFORM 2300-SENDER-SUBTOTAL THRU 2300-EXIT
027700             MOVE RCR-SENDER-ID TO FHS-PREV-SENDER
027800             MOVE 0 TO FHS-PREV-SEQ
027900         END-IF
028000         PERFORM 2100-CHECK-ONE-RECEIPT THRU 2100-EXIT
028100         MOVE RCR-FILE-SEQ TO FHS-PREV-SEQ
028200         READ RECEIPT-REGISTER-FILE NEXT RECORD
028300             AT END MOVE 'Y' TO FHS-RCV-EOF-SWITCH
028400         END-READ
028500     END-PERFORM.
028600     PERFORM 2300-SENDER-SUBTOTAL THRU 2300-EXIT.
028700     CLOSE RECEIPT-REGISTER-FILE.
028800 2000-EXIT.
028900     EXIT.
029000*
029100 2100-CHECK-ONE-RECEIPT.
029200     MOVE RCR-BUSINESS-DATE (1:6) TO FHS-ROW-MONTH.
029300     IF FHS-ROW-MONTH NOT = FHS-REPORT-MONTH
029400         GO TO 2100-EXIT
029500     END-IF.
029600     MOVE SPACES TO FHS-DTL-NOTE.
029700     IF FHS-PREV-SEQ > 0
029800         COMPUTE FHS-EXPECTED-SEQ = FHS-PREV-SEQ + 1
029900         IF RCR-FILE-SEQ NOT = FHS-EXPECTED-SEQ
030000             MOVE 'GAP IN SEQUENCE' TO FHS-DTL-NOTE
030100             ADD 1 TO FHS-SND-GAPS
030200             ADD 1 TO FHS-MONTH-GAPS
030300         END-IF
030400     END-IF.
030500     IF RCR-CREATE-DATE NOT = RCR-BUSINESS-DATE
030600         ADD 1 TO FHS-MONTH-NOT-SAME-DAY
030700         IF FHS-DTL-NOTE = SPACES
030800             MOVE 'NOT SAME DAY' TO FHS-DTL-NOTE
030900         END-IF
031000     END-IF.
031100     IF FHS-SND-DELIVERIES = 0
031200         MOVE RCR-FILE-SEQ TO FHS-SND-FIRST-SEQ
031300     END-IF.
031400     MOVE RCR-FILE-SEQ TO FHS-SND-LAST-SEQ.
031500     ADD 1 TO FHS-SND-DELIVERIES.
031600     ADD RCR-TOTAL-COUNT TO FHS-SND-RECORDS.
031700     ADD RCR-REJECT-COUNT TO FHS-SND-REJECTS.
031800     ADD 1 TO FHS-MONTH-DELIVERIES.
031900     ADD RCR-RUCK-COUNT TO FHS-MONTH-RUCK.
032000     ADD RCR-RANGE-COUNT TO FHS-MONTH-RANGE.
032100     ADD RCR-TOTAL-COUNT TO FHS-MONTH-RECORDS.
032200     ADD RCR-REJECT-COUNT TO FHS-MONTH-REJECTS.
032300     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
032400 2100-EXIT.
032500     EXIT.
032600*
032700 2200-WRITE-DETAIL.
032800     MOVE RCR-SENDER-ID TO FHS-DTL-SENDER.
032900     MOVE RCR-FILE-SEQ TO FHS-DTL-SEQ.
033000     MOVE RCR-CREATE-DATE TO FHS-DTL-CREATED.
033100     MOVE RCR-BUSINESS-DATE TO FHS-DTL-SPLIT-DATE.
033200     MOVE RCR-RUN-NUMBER TO FHS-DTL-RUN.
033300     MOVE RCR-RECEIPT-TIME TO FHS-DTL-TIME.
033400     MOVE RCR-RUCK-COUNT TO FHS-DTL-RUCK.
033500     MOVE RCR-RANGE-COUNT TO FHS-DTL-RANGE.
033600     MOVE RCR-TOTAL-COUNT TO FHS-DTL-TOTAL.
033700     MOVE RCR-REJECT-COUNT TO FHS-DTL-REJECTS.
033800     MOVE RCR-HASH-TOTAL TO FHS-DTL-HASH.
033900     MOVE FHS-DETAIL-LINE TO HISTORY-REPORT-LINE.
034000     WRITE HISTORY-REPORT-LINE.
034100 2200-EXIT.
034200     EXIT.
034300*
034400*****************************************************************
034500*    2300-SENDER-SUBTOTAL  -  ONE LINE PER SENDER WITH ANY       *
034600*    DELIVERY IN THE MONTH, THEN RESET FOR THE NEXT SENDER       *
034700*****************************************************************
034800 2300-SENDER-SUBTOTAL.
034900     IF FHS-SND-DELIVERIES = 0
035000         GO TO 2300-EXIT
035100     END-IF.
035200     ADD 1 TO FHS-MONTH-SENDERS.
035300     MOVE FHS-PREV-SENDER TO FHS-SUB-SENDER.
035400     MOVE FHS-SND-DELIVERIES TO FHS-SUB-DELIVERIES.
035500     MOVE FHS-SND-FIRST-SEQ TO FHS-SUB-FIRST-SEQ.
035600     MOVE FHS-SND-LAST-SEQ TO FHS-SUB-LAST-SEQ.
035700     MOVE FHS-SND-GAPS TO FHS-SUB-GAPS.
035800     MOVE FHS-SND-RECORDS TO FHS-SUB-RECORDS.
035900     MOVE FHS-SND-REJECTS TO FHS-SUB-REJECTS.
036000     MOVE FHS-SENDER-LINE TO HISTORY-REPORT-LINE.
036100     WRITE HISTORY-REPORT-LINE.
036200     MOVE SPACES TO HISTORY-REPORT-LINE.
036300     WRITE HISTORY-REPORT-LINE.
036400     MOVE 0 TO FHS-SND-DELIVERIES FHS-SND-FIRST-SEQ
036500               FHS-SND-LAST-SEQ FHS-SND-GAPS
036600               FHS-SND-RECORDS FHS-SND-REJECTS.
036700 2300-EXIT.
036750     EXIT.
036800*
036900*****************************************************************
037000*    3000-WRITE-TOTALS  -  MONTH TOTALS FOR THE SENDER MEETING   *
037100*****************************************************************
037200 3000-WRITE-TOTALS.
037300     MOVE SPACES TO HISTORY-REPORT-LINE.
037400     WRITE HISTORY-REPORT-LINE.
037500     IF FHS-MONTH-DELIVERIES = 0
037600         MOVE '  NO DELIVERIES REGISTERED FOR THE MONTH'
037700             TO HISTORY-REPORT-LINE
037800         WRITE HISTORY-REPORT-LINE
037900     END-IF.
038000     MOVE 'REGISTER ROWS READ (ALL MONTHS)'
038100         TO FHS-TOT-TEXT.
038200     MOVE FHS-REGISTER-ROWS TO FHS-TOT-VALUE.
038300     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
038400     MOVE 'SENDERS DELIVERING IN THE MONTH' TO FHS-TOT-TEXT.
038500     MOVE FHS-MONTH-SENDERS TO FHS-TOT-VALUE.
038600     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
038700     MOVE 'DELIVERIES SPLIT IN THE MONTH' TO FHS-TOT-TEXT.
038800     MOVE FHS-MONTH-DELIVERIES TO FHS-TOT-VALUE.
038900     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
039000     MOVE 'R RECORDS ROUTED TO RUCKIN' TO FHS-TOT-TEXT.
039100     MOVE FHS-MONTH-RUCK TO FHS-TOT-VALUE.
039200     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
039300     MOVE 'G RECORDS ROUTED TO RANGEIN' TO FHS-TOT-TEXT.
039400     MOVE FHS-MONTH-RANGE TO FHS-TOT-VALUE.
039500     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
039600     MOVE 'DETAIL RECORDS RECEIVED' TO FHS-TOT-TEXT.
039700     MOVE FHS-MONTH-RECORDS TO FHS-TOT-VALUE.
039800     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
039900     MOVE 'DETAIL RECORDS REJECTED TO FEEDREJ' TO FHS-TOT-TEXT.
040000     MOVE FHS-MONTH-REJECTS TO FHS-TOT-VALUE.
040100     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
040200     MOVE 'SEQUENCE GAPS' TO FHS-TOT-TEXT.
040300     MOVE FHS-MONTH-GAPS TO FHS-TOT-VALUE.
040400     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
040500     MOVE 'FILES NOT SPLIT ON THEIR CREATION DATE'
040600         TO FHS-TOT-TEXT.
040700     MOVE FHS-MONTH-NOT-SAME-DAY TO FHS-TOT-VALUE.
040800     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
040900 3000-EXIT.
041000     EXIT.
041100*
041200 3100-WRITE-TOTAL-LINE.
041300     MOVE FHS-TOTAL-LINE TO HISTORY-REPORT-LINE.
041400     WRITE HISTORY-REPORT-LINE.
041500 3100-EXIT.
041600     EXIT.
041700*
041800 COPY PARMPRC.

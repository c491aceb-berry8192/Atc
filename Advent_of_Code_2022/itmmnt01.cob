000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  ITMMNT01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    ITEM CATALOG MASTER MAINTENANCE.  APPLIES ADD / CHANGE /   *
001100*    DEACTIVATE TRANSACTIONS FROM THE ITMTRAN CARD FILE TO THE  *
001200*    INDEXED ITEM CATALOG (ITEMCAT), SAME PATTERN AS ELFMNT01   *
001300*    AND BINMNT01.  THE KEY IS THE SINGLE ITEM LETTER USED IN   *
001400*    THE RUCKIN ITEM STRING - A LETTER IN EITHER CASE, EACH     *
001500*    CASE BEING A DIFFERENT ITEM.  AN ADD MUST CARRY A          *
001600*    DESCRIPTION AND A STOCK CATEGORY; ON A CHANGE A BLANK CARD *
001700*    FIELD KEEPS THE MASTER VALUE.  ITEMS ARE NEVER PHYSICALLY  *
001800*    DELETED - A 'D' TRANSACTION SETS THE STATUS BYTE TO        *
001900*    INACTIVE.  EVERY TRANSACTION PRINTS A LINE ON THE ITMMREG  *
002000*    MAINTENANCE REGISTER; THE RUN ENDS WITH RETURN CODE 8      *
002100*    WHEN ANY TRANSACTION WAS REJECTED.                         *
002200*                                                               *
002300*    MODIFICATION HISTORY.                                     *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    10/15/26   JRB   ORIGINAL                                  *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. ITMMNT01.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-Z.
003300 OBJECT-COMPUTER. IBM-Z.
003400*
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TRANSACTION-FILE ASSIGN TO ITMTRAN
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS IMT-ITMTRAN-STATUS.
004000*
004100     SELECT ITEM-CATALOG-FILE ASSIGN TO ITEMCAT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ICM-ITEM-CODE
004500         FILE STATUS IS IMT-ITEMCAT-STATUS.
004600*
004700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS IMT-RUNCTL-STATUS.
005000*
005100     SELECT REGISTER-FILE ASSIGN TO ITMMREG
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS IMT-ITMMREG-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  TRANSACTION-FILE.
005800 01  TRANSACTION-RECORD.
005900     05  TRN-ACTION                  PIC X(01).
006000         88  TRN-ADD                            VALUE 'A'.
006100         88  TRN-CHANGE                         VALUE 'C'.
006200         88  TRN-DEACTIVATE                     VALUE 'D'.
006300     05  TRN-ITEM-CODE               PIC X(01).
006400     05  TRN-DESCRIPTION             PIC X(25).
006500     05  TRN-CATEGORY                PIC X(08).
006600     05  TRN-HANDLING-CLASS          PIC X(02).
006700     05  FILLER                      PIC X(43).
006800*
006900 FD  ITEM-CATALOG-FILE.
007000 COPY ITMCAT.
007100*
007200 FD  RUN-CONTROL-FILE.
007300 COPY RUNCTL.
007400*
007500 FD  REGISTER-FILE.
007600 01  REGISTER-RECORD                 PIC X(120).
007700*
007800 WORKING-STORAGE SECTION.
007900 01  IMT-FILE-STATUSES.
008000     05  IMT-ITMTRAN-STATUS          PIC X(02).
008100     05  IMT-ITEMCAT-STATUS          PIC X(02).
008200     05  IMT-RUNCTL-STATUS           PIC X(02).
008300     05  IMT-ITMMREG-STATUS          PIC X(02).
008400*
008500 01  IMT-SWITCHES.
008600     05  IMT-EOF-SWITCH              PIC X(01)  VALUE 'N'.
008700         88  IMT-EOF                            VALUE 'Y'.
008800     05  IMT-EDIT-SWITCH             PIC X(01)  VALUE 'Y'.
008900         88  IMT-EDIT-OK                        VALUE 'Y'.
009000*
009100 01  IMT-TRAN-COUNT                  PIC 9(06)  VALUE 0.
009200 01  IMT-ADD-COUNT                   PIC 9(06)  VALUE 0.
009300 01  IMT-CHANGE-COUNT                PIC 9(06)  VALUE 0.
009400 01  IMT-DEACT-COUNT                 PIC 9(06)  VALUE 0.
009500 01  IMT-REJECT-COUNT                PIC 9(06)  VALUE 0.
009600*
009700 01  IMT-BUS-DATE                    PIC 9(08)  VALUE 0.
009800 01  IMT-RUN-NO                      PIC 9(06)  VALUE 0.
009900*
010000 01  IMT-HEADER-LINE.
010100     05  FILLER                      PIC X(36)
010200         VALUE 'ITMMNT01 ITEM CATALOG MAINTENANCE - '.
010300     05  FILLER                      PIC X(05)  VALUE 'DATE '.
010400     05  IMT-HDR-DATE                PIC 9(08).
010500     05  FILLER                      PIC X(05)  VALUE ' RUN '.
010600     05  IMT-HDR-RUN                 PIC 9(06).
010700     05  FILLER                      PIC X(60)  VALUE SPACES.
010800*
010900 01  IMT-REGISTER-LINE.
011000     05  IMT-REG-TRAN-NO             PIC 9(06).
011100     05  FILLER                      PIC X(02)  VALUE SPACES.
011200     05  IMT-REG-ACTION              PIC X(01).
011300     05  FILLER                      PIC X(02)  VALUE SPACES.
011400     05  IMT-REG-ITEM-CODE           PIC X(01).
011500     05  FILLER                      PIC X(02)  VALUE SPACES.
011600     05  IMT-REG-DESCRIPTION         PIC X(25).
011700     05  FILLER                      PIC X(02)  VALUE SPACES.
011800     05  IMT-REG-CATEGORY            PIC X(08).
011900     05  FILLER                      PIC X(02)  VALUE SPACES.
012000     05  IMT-REG-HANDLING-CLASS      PIC X(02).
012100     05  FILLER                      PIC X(02)  VALUE SPACES.
012200     05  IMT-REG-STATUS              PIC X(08).
012300     05  FILLER                      PIC X(02)  VALUE SPACES.
012400     05  IMT-REG-REASON              PIC X(40).
012500     05  FILLER                      PIC X(15)  VALUE SPACES.
012600*
012700 01  IMT-TOTAL-LINE.
012800     05  FILLER                      PIC X(02)  VALUE SPACES.
012900     05  IMT-TOT-TEXT                PIC X(30).
013000     05  IMT-TOT-VALUE               PIC 9(06).
013100     05  FILLER                      PIC X(82)  VALUE SPACES.
013200*
013300 PROCEDURE DIVISION.
013400*
013500 0000-MAINLINE.
013600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
013700     READ TRANSACTION-FILE
013800         AT END MOVE 'Y' TO IMT-EOF-SWITCH
013900     END-READ.
014000     PERFORM UNTIL IMT-EOF
014100         ADD 1 TO IMT-TRAN-COUNT
014200         PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
014300         READ TRANSACTION-FILE
014400             AT END MOVE 'Y' TO IMT-EOF-SWITCH
014500         END-READ
014600     END-PERFORM.
014700     PERFORM 3000-WRITE-REGISTER-TOTALS THRU 3000-EXIT.
014800     CLOSE TRANSACTION-FILE ITEM-CATALOG-FILE REGISTER-FILE.
014900     DISPLAY 'ITMMNT01 TRANSACTIONS READ   = ' IMT-TRAN-COUNT.
015000     DISPLAY 'ITMMNT01 ADDS APPLIED        = ' IMT-ADD-COUNT.
015100     DISPLAY 'ITMMNT01 CHANGES APPLIED     = ' IMT-CHANGE-COUNT.
015200     DISPLAY 'ITMMNT01 DEACTIVATIONS       = ' IMT-DEACT-COUNT.
015300     DISPLAY 'ITMMNT01 REJECTED            = ' IMT-REJECT-COUNT.
015400     IF IMT-REJECT-COUNT > 0
015500         MOVE 8 TO RETURN-CODE
015600     END-IF.
015700     STOP RUN.
015800*
015900*****************************************************************
016000*    1000-OPEN-FILES  -  READ THE RUN-CONTROL RECORD, THEN OPEN  *
016100*    THE TRANSACTION CARDS, THE CATALOG AND THE MAINTENANCE      *
016200*    REGISTER.  A BRAND-NEW CATALOG (STATUS 35 ON OPEN I-O) IS   *
016300*    CREATED EMPTY FIRST, SAME PATTERN AS ELFMNT01.              *
016400*****************************************************************
016500 1000-OPEN-FILES.
016600     OPEN INPUT RUN-CONTROL-FILE.
016700     IF IMT-RUNCTL-STATUS NOT = '00'
016800         DISPLAY 'ITMMNT01 RUNCTL OPEN FAILED - STATUS = '
016900             IMT-RUNCTL-STATUS
017000         DISPLAY 'ITMMNT01 RUN DATADV01 TO SET THE BUSINESS DATE'
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     READ RUN-CONTROL-FILE
017500         AT END
017600             DISPLAY 'ITMMNT01 RUNCTL IS EMPTY - RUN DATADV01'
017700             MOVE 16 TO RETURN-CODE
017800             STOP RUN
017900     END-READ.
018000     MOVE RCT-BUSINESS-DATE TO IMT-BUS-DATE.
018100     MOVE RCT-RUN-NUMBER TO IMT-RUN-NO.
018200     CLOSE RUN-CONTROL-FILE.
018300     OPEN INPUT TRANSACTION-FILE.
018400     IF IMT-ITMTRAN-STATUS NOT = '00'
018500         DISPLAY 'ITMMNT01 ITMTRAN OPEN FAILED - STATUS = '
018600             IMT-ITMTRAN-STATUS
018700         MOVE 16 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000     OPEN I-O ITEM-CATALOG-FILE.
019100     IF IMT-ITEMCAT-STATUS = '35'
019200         OPEN OUTPUT ITEM-CATALOG-FILE
019300         CLOSE ITEM-CATALOG-FILE
019400         OPEN I-O ITEM-CATALOG-FILE
019500     END-IF.
019600     IF IMT-ITEMCAT-STATUS NOT = '00'
019700         DISPLAY 'ITMMNT01 ITEMCAT OPEN FAILED - STATUS = '
019800             IMT-ITEMCAT-STATUS
019900         CLOSE TRANSACTION-FILE
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     OPEN OUTPUT REGISTER-FILE.
020400     IF IMT-ITMMREG-STATUS NOT = '00'
020500         DISPLAY 'ITMMNT01 ITMMREG OPEN FAILED - STATUS = '
020600             IMT-ITMMREG-STATUS
020700         CLOSE TRANSACTION-FILE ITEM-CATALOG-FILE
020800         MOVE 16 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100     MOVE IMT-BUS-DATE TO IMT-HDR-DATE.
021200     MOVE IMT-RUN-NO TO IMT-HDR-RUN.
021300     MOVE IMT-HEADER-LINE TO REGISTER-RECORD.
021400     WRITE REGISTER-RECORD.
021500     MOVE SPACES TO REGISTER-RECORD.
021600     WRITE REGISTER-RECORD.
021700 1000-EXIT.
021800     EXIT.
021900*
022000*****************************************************************
022100*    2000-APPLY-ONE-TRAN  -  EDIT THE ITEM LETTER, THEN ROUTE    *
022200*    ONE CARD BY ACTION CODE                                     *
022300*****************************************************************
022400 2000-APPLY-ONE-TRAN.
022500     IF TRN-ITEM-CODE NOT ALPHABETIC
022600         OR TRN-ITEM-CODE = SPACE
022700         ADD 1 TO IMT-REJECT-COUNT
022800         DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
022900             ' REJECTED - ITEM CODE IS NOT A LETTER'
023000         MOVE 'ITEM CODE IS NOT A LETTER' TO IMT-REG-REASON
023100         PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
023200         GO TO 2000-EXIT
023300     END-IF.
023400     EVALUATE TRUE
023500         WHEN TRN-ADD
023600             PERFORM 2100-ADD-ITEM THRU 2100-EXIT
023700         WHEN TRN-CHANGE
023800             PERFORM 2200-CHANGE-ITEM THRU 2200-EXIT
023900         WHEN TRN-DEACTIVATE
024000             PERFORM 2300-DEACTIVATE-ITEM THRU 2300-EXIT
024100         WHEN OTHER
024200             ADD 1 TO IMT-REJECT-COUNT
024300             DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
024400                 ' REJECTED - UNKNOWN ACTION ' TRN-ACTION
024500             MOVE 'UNKNOWN ACTION CODE' TO IMT-REG-REASON
024600             PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
024700     END-EVALUATE.
024800 2000-EXIT.
024900     EXIT.
025000*
025100 2100-ADD-ITEM.
025200     IF TRN-DESCRIPTION = SPACES
025300         OR TRN-CATEGORY = SPACES
025400         ADD 1 TO IMT-REJECT-COUNT
025500         DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
025600             ' REJECTED - DESCRIPTION AND CATEGORY REQUIRED'
025700         MOVE 'DESCRIPTION AND CATEGORY REQUIRED'
025800             TO IMT-REG-REASON
025900         PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
026000         GO TO 2100-EXIT
026100     END-IF.
026200     MOVE TRN-ITEM-CODE TO ICM-ITEM-CODE.
026300     MOVE TRN-DESCRIPTION TO ICM-DESCRIPTION.
026400     MOVE TRN-CATEGORY TO ICM-CATEGORY.
026500     MOVE TRN-HANDLING-CLASS TO ICM-HANDLING-CLASS.
026600     MOVE 'A' TO ICM-STATUS.
026700     WRITE ICM-ITEM-RECORD
026800         INVALID KEY
026900             ADD 1 TO IMT-REJECT-COUNT
027000             DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
027100                 ' REJECTED - ITEM ' TRN-ITEM-CODE
027200                 ' ALREADY ON CATALOG'
027300             MOVE 'ITEM ALREADY ON CATALOG' TO IMT-REG-REASON
027400             PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
027500         NOT INVALID KEY
027600             ADD 1 TO IMT-ADD-COUNT
027700             PERFORM 2500-REGISTER-APPLIED THRU 2500-EXIT
027800     END-WRITE.
027900 2100-EXIT.
028000     EXIT.
028100*
028200 2200-CHANGE-ITEM.
028300     MOVE TRN-ITEM-CODE TO ICM-ITEM-CODE.
028400     READ ITEM-CATALOG-FILE
028500         INVALID KEY
028600             ADD 1 TO IMT-REJECT-COUNT
028700             DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
028800                 ' REJECTED - ITEM ' TRN-ITEM-CODE
028900                 ' NOT ON CATALOG'
029000             MOVE 'ITEM NOT ON CATALOG' TO IMT-REG-REASON
029100             PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
029200             GO TO 2200-EXIT
029300     END-READ.
029400     IF TRN-DESCRIPTION NOT = SPACES
029500         MOVE TRN-DESCRIPTION TO ICM-DESCRIPTION
029600     END-IF.
029700     IF TRN-CATEGORY NOT = SPACES
029800         MOVE TRN-CATEGORY TO ICM-CATEGORY
029900     END-IF.
030000     IF TRN-HANDLING-CLASS NOT = SPACES
030100         MOVE TRN-HANDLING-CLASS TO ICM-HANDLING-CLASS
030200     END-IF.
030300     REWRITE ICM-ITEM-RECORD
030400         INVALID KEY
030500             ADD 1 TO IMT-REJECT-COUNT
030600             DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
030700                 ' REJECTED - REWRITE FAILED FOR ' TRN-ITEM-CODE
030800             MOVE 'REWRITE FAILED' TO IMT-REG-REASON
030900             PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
031000         NOT INVALID KEY
031100             ADD 1 TO IMT-CHANGE-COUNT
031200             PERFORM 2500-REGISTER-APPLIED THRU 2500-EXIT
031300     END-REWRITE.
031400 2200-EXIT.
031500     EXIT.
031600*
031700 2300-DEACTIVATE-ITEM.
031800     MOVE TRN-ITEM-CODE TO ICM-ITEM-CODE.
031900     READ ITEM-CATALOG-FILE
032000         INVALID KEY
032100             ADD 1 TO IMT-REJECT-COUNT
032200             DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
032300                 ' REJECTED - ITEM ' TRN-ITEM-CODE
032400                 ' NOT ON CATALOG'
032500             MOVE 'ITEM NOT ON CATALOG' TO IMT-REG-REASON
032600             PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
032700             GO TO 2300-EXIT
032800     END-READ.
032900     MOVE 'I' TO ICM-STATUS.
033000     REWRITE ICM-ITEM-RECORD
033100         INVALID KEY
033200             ADD 1 TO IMT-REJECT-COUNT
033300             DISPLAY 'ITMMNT01 TRAN ' IMT-TRAN-COUNT
033400                 ' REJECTED - REWRITE FAILED FOR ' TRN-ITEM-CODE
033500             MOVE 'REWRITE FAILED' TO IMT-REG-REASON
033600             PERFORM 2600-REGISTER-REJECTED THRU 2600-EXIT
033700         NOT INVALID KEY
033800             ADD 1 TO IMT-DEACT-COUNT
033900             PERFORM 2500-REGISTER-APPLIED THRU 2500-EXIT
034000     END-REWRITE.
034100 2300-EXIT.
034200     EXIT.
034300*
034400*****************************************************************
034500*    2500/2600  -  MAINTENANCE REGISTER.  EVERY TRANSACTION      *
034600*    PRINTS ONE LINE; AN APPLIED LINE SHOWS THE CATALOG ENTRY    *
034700*    AS IT NOW STANDS.                                           *
034800*****************************************************************
034900 2500-REGISTER-APPLIED.
035000     INITIALIZE IMT-REGISTER-LINE.
035100     MOVE IMT-TRAN-COUNT TO IMT-REG-TRAN-NO.
035200     MOVE TRN-ACTION TO IMT-REG-ACTION.
035300     MOVE ICM-ITEM-CODE TO IMT-REG-ITEM-CODE.
035400     MOVE ICM-DESCRIPTION TO IMT-REG-DESCRIPTION.
035500     MOVE ICM-CATEGORY TO IMT-REG-CATEGORY.
035600     MOVE ICM-HANDLING-CLASS TO IMT-REG-HANDLING-CLASS.
035700     MOVE 'APPLIED' TO IMT-REG-STATUS.
035800     MOVE SPACES TO IMT-REG-REASON.
035900     MOVE IMT-REGISTER-LINE TO REGISTER-RECORD.
036000     WRITE REGISTER-RECORD.
036100 2500-EXIT.
036200     EXIT.
036300*
036400 2600-REGISTER-REJECTED.
036500     MOVE IMT-TRAN-COUNT TO IMT-REG-TRAN-NO.
036600     MOVE TRN-ACTION TO IMT-REG-ACTION.
036700     MOVE TRN-ITEM-CODE TO IMT-REG-ITEM-CODE.
036800     MOVE TRN-DESCRIPTION TO IMT-REG-DESCRIPTION.
036900     MOVE TRN-CATEGORY TO IMT-REG-CATEGORY.
037000     MOVE TRN-HANDLING-CLASS TO IMT-REG-HANDLING-CLASS.
037100     MOVE 'REJECTED' TO IMT-REG-STATUS.
037200     MOVE IMT-REGISTER-LINE TO REGISTER-RECORD.
037300     WRITE REGISTER-RECORD.
037400 2600-EXIT.
037500     EXIT.
037600*
037700*****************************************************************
037800*    3000-WRITE-REGISTER-TOTALS  -  COUNT BLOCK AT THE FOOT      *
037900*    OF THE REGISTER, MATCHING THE CONSOLE COUNTS                *
038000*****************************************************************
038100 3000-WRITE-REGISTER-TOTALS.
038200     MOVE SPACES TO REGISTER-RECORD.
038300     WRITE REGISTER-RECORD.
038400     MOVE 'TRANSACTIONS READ' TO IMT-TOT-TEXT.
038500     MOVE IMT-TRAN-COUNT TO IMT-TOT-VALUE.
038600     MOVE IMT-TOTAL-LINE TO REGISTER-RECORD.
038700     WRITE REGISTER-RECORD.
038800     MOVE 'ADDS APPLIED' TO IMT-TOT-TEXT.
038900     MOVE IMT-ADD-COUNT TO IMT-TOT-VALUE.
039000     MOVE IMT-TOTAL-LINE TO REGISTER-RECORD.
039100     WRITE REGISTER-RECORD.
039200     MOVE 'CHANGES APPLIED' TO IMT-TOT-TEXT.
039300     MOVE IMT-CHANGE-COUNT TO IMT-TOT-VALUE.
039400     MOVE IMT-TOTAL-LINE TO REGISTER-RECORD.
039500     WRITE REGISTER-RECORD.
039600     MOVE 'DEACTIVATIONS APPLIED' TO IMT-TOT-TEXT.
039700     MOVE IMT-DEACT-COUNT TO IMT-TOT-VALUE.
039800     MOVE IMT-TOTAL-LINE TO REGISTER-RECORD.
039900     WRITE REGISTER-RECORD.
040000     MOVE 'TRANSACTIONS REJECTED' TO IMT-TOT-TEXT.
040100     MOVE IMT-REJECT-COUNT TO IMT-TOT-VALUE.
040200     MOVE IMT-TOTAL-LINE TO REGISTER-RECORD.
040300     WRITE REGISTER-RECORD.
040400 3000-EXIT.
040500     EXIT.

000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  MSTRCV01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    MASTER FILE BACKUP AND RECOVERY FOR THE INDEXED ELF       *
001100*    MASTER (ELFMST) AND BIN/ZONE MASTER (BINMST), WHICH       *
001200*    ELFMNT01 AND BINMNT01 REWRITE IN PLACE.  THE FUNCTION     *
001300*    AND MASTER ARE THE COMMAND-LINE ARGUMENT:                 *
001400*        UNLOAD ELFMST / UNLOAD BINMST                         *
001500*            COPY THE MASTER IN KEY ORDER TO THE SEQUENTIAL    *
001600*            BACKUP (MSTBKUP - THE DD IS EXPECTED TO POINT AT  *
001700*            A DATED DATASET) WITH A HDR NAMING THE MASTER,    *
001800*            BUSINESS DATE AND RUN AND A COUNT/HASH TRL (SEE   *
001900*            MSTBKP), THEN READ THE BACKUP BACK AND PROVE IT.  *
002000*            AN ELFMST BACKUP ALSO RECORDS HOW MANY ELFAUDT    *
002100*            CHANGE-AUDIT ROWS IT ALREADY REFLECTS.            *
002200*        RELOAD ELFMST / RELOAD BINMST                         *
002300*            PROVE THE CHOSEN BACKUP (HDR FOR THIS MASTER,     *
002400*            KEYS ASCENDING, COUNT AND HASH AGREE WITH THE     *
002500*            TRL) BEFORE THE MASTER IS TOUCHED, RECREATE THE   *
002600*            MASTER FROM IT, AND READ THE MASTER BACK TO PROVE *
002700*            THE COUNT AND HASH.                               *
002800*    ROLL-FORWARD.  WHEN THE RECOVER-TO-DATE CARD IS SET ON AN *
002900*    ELFMST RELOAD, THE RESTORED MASTER IS ROLLED FORWARD BY   *
003000*    RE-APPLYING THE EAU-AFTER-IMAGE OF EVERY ELFAUDT ROW      *
003100*    WRITTEN AFTER THE BACKUP, UP TO AND INCLUDING THAT        *
003200*    BUSINESS DATE (AND RECOVER-TO-RUN, WHEN SET), SO THE      *
003300*    MASTER CAN BE REBUILT TO THE EXACT STATE A GIVEN RUN      *
003400*    SCORED AGAINST.  EACH CHANGE RE-APPLIED IS PRINTED; A     *
003500*    CHANGE WHOSE BEFORE IMAGE DOES NOT MATCH THE RESTORED     *
003600*    RECORD IS APPLIED AND FLAGGED.  BINMST HAS NO CHANGE      *
003700*    AUDIT, SO IT CAN ONLY BE RESTORED TO A BACKUP.            *
003800*    THE RECOVERY REPORT IS MSTRPT.  RETURN CODES: 16 WHEN THE *
003900*    RUN CANNOT START OR A BACKUP OFFERED FOR RELOAD FAILS ITS *
004000*    PROOF (THE MASTER IS NOT TOUCHED), 12 WHEN A NEWLY        *
004100*    UNLOADED BACKUP OR A RELOADED MASTER DOES NOT PROVE, 4    *
004110*    WHEN A ROLL-FORWARD CHANGE WAS FLAGGED.                   *
004200*                                                               *
004300*    MODIFICATION HISTORY.                                     *
004400*    DATE       INIT  DESCRIPTION                              *
004500*    10/15/26   JRB   ORIGINAL                                  *
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. MSTRCV01.
004900*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-Z.
005300 OBJECT-COMPUTER. IBM-Z.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ELM-ELF-ID
006100         FILE STATUS IS MRC-ELFMST-STATUS.
006200*
006300     SELECT BIN-MASTER-FILE ASSIGN TO BINMST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS BZM-ZONE-ID
006700         FILE STATUS IS MRC-BINMST-STATUS.
006800*
006900     SELECT BACKUP-FILE ASSIGN TO MSTBKUP
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS MRC-MSTBKUP-STATUS.
007200*
007300     SELECT CHANGE-AUDIT-FILE ASSIGN TO ELFAUDT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS MRC-ELFAUDT-STATUS.
007600*
007700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS MRC-RUNCTL-STATUS.
008000*
008100     SELECT RECOVERY-REPORT-FILE ASSIGN TO MSTRPT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS MRC-MSTRPT-STATUS.
008400*
008500     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS PRM-PARM-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  ELF-MASTER-FILE.
009200 COPY ELFMST.
009300*
009400 FD  BIN-MASTER-FILE.
009500 COPY BINZON.
009600*
009700 FD  BACKUP-FILE.
009800 01  BACKUP-RECORD                   PIC X(80).
009900*
010000 FD  CHANGE-AUDIT-FILE.
010100 COPY ELFAUD.
010200*
010300 FD  RUN-CONTROL-FILE.
010400 COPY RUNCTL.
010500*
010600 FD  RECOVERY-REPORT-FILE.
010700 01  RECOVERY-REPORT-LINE            PIC X(120).
010800*
010900 FD  PARAMETER-FILE.
011000 01  PRM-PARM-CARD                   PIC X(80).
011100*
011200 WORKING-STORAGE SECTION.
011300 01  MRC-FILE-STATUSES.
011400     05  MRC-ELFMST-STATUS           PIC X(02).
011500     05  MRC-BINMST-STATUS           PIC X(02).
011600     05  MRC-MSTBKUP-STATUS          PIC X(02).
011700     05  MRC-ELFAUDT-STATUS          PIC X(02).
011800     05  MRC-RUNCTL-STATUS           PIC X(02).
011900     05  MRC-MSTRPT-STATUS           PIC X(02).
012000*
012100 01  MRC-SWITCHES.
012200     05  MRC-MST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
012300         88  MRC-MST-EOF                        VALUE 'Y'.
012400     05  MRC-BKP-EOF-SWITCH          PIC X(01)  VALUE 'N'.
012500         88  MRC-BKP-EOF                        VALUE 'Y'.
012600     05  MRC-AUD-EOF-SWITCH          PIC X(01)  VALUE 'N'.
012700         88  MRC-AUD-EOF                        VALUE 'Y'.
012800     05  MRC-TRAILER-SWITCH          PIC X(01)  VALUE 'N'.
012900         88  MRC-TRAILER-SEEN                   VALUE 'Y'.
013000     05  MRC-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
013100         88  MRC-RECORD-FOUND                   VALUE 'Y'.
013200*
013300 01  MRC-COMMAND-ARG                 PIC X(40)  VALUE SPACES.
013400 01  MRC-FUNCTION                    PIC X(08)  VALUE SPACES.
013500     88  MRC-UNLOAD                             VALUE 'UNLOAD'.
013600     88  MRC-RELOAD                             VALUE 'RELOAD'.
013700 01  MRC-MASTER-ID                   PIC X(08)  VALUE SPACES.
013800     88  MRC-ELF-MASTER                         VALUE 'ELFMST'.
013900     88  MRC-BIN-MASTER                         VALUE 'BINMST'.
014000*
014100 01  MRC-BUS-DATE                    PIC 9(08)  VALUE 0.
014200 01  MRC-RUN-NO                      PIC 9(06)  VALUE 0.
014300 01  MRC-RUN-RC                      PIC 9(02)  VALUE 0.
014400 01  MRC-ROLL-SWITCH                 PIC X(01)  VALUE 'N'.
014500     88  MRC-ROLLING-FORWARD                    VALUE 'Y'.
014600*
014700 01  MRC-IMAGE                       PIC X(60)  VALUE SPACES.
014800 01  MRC-KEY                         PIC 9(05)  VALUE 0.
014900 01  MRC-PREV-KEY                    PIC 9(05)  VALUE 0.
015000*
015100 01  MRC-MST-COUNT                   PIC 9(09)  VALUE 0.
015200 01  MRC-MST-HASH                    PIC 9(15)  VALUE 0.
015300 01  MRC-BKP-COUNT                   PIC 9(09)  VALUE 0.
015400 01  MRC-BKP-HASH                    PIC 9(15)  VALUE 0.
015500 01  MRC-AUDIT-ROWS                  PIC 9(09)  VALUE 0.
015600*
015700 01  MRC-PROOF-REASON                PIC X(50)  VALUE SPACES.
015800 01  MRC-ABEND-TEXT                  PIC X(60)  VALUE SPACES.
015900*
016000 01  MRC-SAVE-HEADER                 PIC X(80)  VALUE SPACES.
016100 01  MRC-SAVE-TRAILER                PIC X(80)  VALUE SPACES.
016200*
016300 01  MRC-AUDIT-ROW-NO                PIC 9(09)  VALUE 0.
016400 01  MRC-AUD-SKIPPED                 PIC 9(09)  VALUE 0.
016500 01  MRC-AUD-APPLIED                 PIC 9(09)  VALUE 0.
016600 01  MRC-AUD-BEYOND                  PIC 9(09)  VALUE 0.
016700 01  MRC-AUD-FLAGGED                 PIC 9(09)  VALUE 0.
016800 01  MRC-AUD-ADDED                   PIC 9(09)  VALUE 0.
016900 01  MRC-EXPECTED-COUNT              PIC 9(09)  VALUE 0.
017000*
017100 01  MRC-AUDIT-IMAGE.
017200     05  MRC-AUD-ELF-ID              PIC 9(05).
017300     05  MRC-AUD-ELF-NAME            PIC X(25).
017400     05  MRC-AUD-GROUP-CODE          PIC X(08).
017500     05  MRC-AUD-STATUS              PIC X(01).
017600*
017700 COPY MSTBKP.
017800*
017900 COPY PARMWRK.
018000*
018100 01  MRC-HEADER-LINE.
018200     05  FILLER                      PIC X(39)
018300         VALUE 'MSTRCV01 MASTER BACKUP AND RECOVERY - '.
018400     05  FILLER                      PIC X(05)  VALUE 'DATE '.
018500     05  MRC-HDR-DATE                PIC 9(08).
018600     05  FILLER                      PIC X(05)  VALUE ' RUN '.
018700     05  MRC-HDR-RUN                 PIC 9(06).
018800     05  FILLER                      PIC X(57)  VALUE SPACES.
018900*
019000 01  MRC-FUNCTION-LINE.
019100     05  FILLER                      PIC X(12)
019200         VALUE '  FUNCTION  '.
019300     05  MRC-FNC-FUNCTION            PIC X(08).
019400     05  FILLER                      PIC X(01)  VALUE SPACES.
019500     05  MRC-FNC-MASTER              PIC X(08).
019600     05  FILLER                      PIC X(91)  VALUE SPACES.
019700*
019800 01  MRC-BACKUP-LINE.
019900     05  FILLER                      PIC X(18)
020000         VALUE '  BACKUP OF       '.
020100     05  MRC-BKL-MASTER              PIC X(08).
020200     05  FILLER                      PIC X(08)  VALUE ' TAKEN '.
020300     05  MRC-BKL-DATE                PIC 9(08).
020400     05  FILLER                      PIC X(05)  VALUE ' RUN '.
020500     05  MRC-BKL-RUN                 PIC 9(06).
020600     05  FILLER                      PIC X(15)
020700         VALUE ' ELFAUDT ROWS '.
020800     05  MRC-BKL-AUDIT               PIC 9(09).
020900     05  FILLER                      PIC X(43)  VALUE SPACES.
021000*
021100 01  MRC-CHANGE-COLUMN-LINE.
021200     05  FILLER                      PIC X(40)
021300         VALUE '  BUS-DATE    RUN  TRAN A ELF-ID NAME   '.
021400     05  FILLER                      PIC X(40)
021500         VALUE '                   GROUP    S NOTE      '.
021600     05  FILLER                      PIC X(40)  VALUE SPACES.
021700*
021800 01  MRC-CHANGE-LINE.
021900     05  FILLER                      PIC X(02)  VALUE SPACES.
022000     05  MRC-CHG-DATE                PIC 9(08).
022100     05  FILLER                      PIC X(01)  VALUE SPACES.
022200     05  MRC-CHG-RUN                 PIC 9(06).
022300     05  FILLER                      PIC X(01)  VALUE SPACES.
022400     05  MRC-CHG-TRAN                PIC 9(06).
022500     05  FILLER                      PIC X(01)  VALUE SPACES.
022600     05  MRC-CHG-ACTION              PIC X(01).
022700     05  FILLER                      PIC X(01)  VALUE SPACES.
022800     05  MRC-CHG-ELF-ID              PIC 9(05).
022900     05  FILLER                      PIC X(02)  VALUE SPACES.
023000     05  MRC-CHG-NAME                PIC X(25).
023100     05  FILLER                      PIC X(01)  VALUE SPACES.
023200     05  MRC-CHG-GROUP               PIC X(08).
023300     05  FILLER                      PIC X(01)  VALUE SPACES.
023400     05  MRC-CHG-STATUS              PIC X(01).
023500     05  FILLER                      PIC X(01)  VALUE SPACES.
023600     05  MRC-CHG-NOTE                PIC X(40).
023700     05  FILLER                      PIC X(09)  VALUE SPACES.
023800*
023900 01  MRC-TOTAL-LINE.
024000     05  FILLER                      PIC X(02)  VALUE SPACES.
024100     05  MRC-TOT-TEXT                PIC X(42).
024200     05  MRC-TOT-VALUE               PIC 9(15).
024300     05  FILLER                      PIC X(61)  VALUE SPACES.
024400*
024500 01  MRC-VERDICT-LINE.
024600     05  FILLER                      PIC X(02)  VALUE SPACES.
024700     05  MRC-VERDICT-TEXT            PIC X(118).
024800*
024900 PROCEDURE DIVISION.
025000*
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025300     IF MRC-UNLOAD
025400         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
025500     ELSE
025600         PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
025700     END-IF.
025800     CLOSE RECOVERY-REPORT-FILE.
025900     DISPLAY 'MSTRCV01 ' MRC-FUNCTION ' ' MRC-MASTER-ID
026000         ' ENDED - RC ' MRC-RUN-RC.
026100     MOVE MRC-RUN-RC TO RETURN-CODE.
026200     STOP RUN.
026300*
026400*****************************************************************
026500*    1000-INITIALIZE  -  RUN CONTROL, FUNCTION ARGUMENT,         *
026600*    PARAMETERS AND THE REPORT OPEN                              *
026700*****************************************************************
026800 1000-INITIALIZE.
026900     OPEN INPUT RUN-CONTROL-FILE.
027000     IF MRC-RUNCTL-STATUS NOT = '00'
027100         DISPLAY 'MSTRCV01 RUNCTL OPEN FAILED - STATUS = '
027200             MRC-RUNCTL-STATUS
027300         DISPLAY 'MSTRCV01 RUN DATADV01 TO SET THE BUSINESS DATE'
027400         MOVE 16 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     READ RUN-CONTROL-FILE
027800         AT END
027900             DISPLAY 'MSTRCV01 RUNCTL IS EMPTY - RUN DATADV01'
028000             MOVE 16 TO RETURN-CODE
028100             STOP RUN
028200     END-READ.
028300     MOVE RCT-BUSINESS-DATE TO MRC-BUS-DATE.
028400     MOVE RCT-RUN-NUMBER TO MRC-RUN-NO.
028500     CLOSE RUN-CONTROL-FILE.
028600     ACCEPT MRC-COMMAND-ARG FROM COMMAND-LINE.
028700     UNSTRING MRC-COMMAND-ARG DELIMITED BY ALL SPACE
028800         INTO MRC-FUNCTION MRC-MASTER-ID.
028900     IF NOT (MRC-UNLOAD OR MRC-RELOAD)
029000         OR NOT (MRC-ELF-MASTER OR MRC-BIN-MASTER)
029100         DISPLAY 'MSTRCV01 ARGUMENT MUST BE UNLOAD OR RELOAD '
029200             'FOLLOWED BY ELFMST OR BINMST - GOT ' MRC-COMMAND-ARG
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     MOVE 'MSTRCV01' TO PRM-MSG-PREFIX.
029700     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
029800     IF PRM-ROLL-FORWARD
029900         IF MRC-RELOAD AND MRC-ELF-MASTER
030000             MOVE 'Y' TO MRC-ROLL-SWITCH
030100         ELSE
030200             DISPLAY 'MSTRCV01 RECOVER-TO-DATE IGNORED - ONLY AN '
030300                 'ELFMST RELOAD CAN BE ROLLED FORWARD'
030400         END-IF
030500     END-IF.
030600     OPEN OUTPUT RECOVERY-REPORT-FILE.
030700     IF MRC-MSTRPT-STATUS NOT = '00'
030800         DISPLAY 'MSTRCV01 MSTRPT OPEN FAILED - STATUS = '
030900             MRC-MSTRPT-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     MOVE MRC-BUS-DATE TO MRC-HDR-DATE.
031400     MOVE MRC-RUN-NO TO MRC-HDR-RUN.
031500     MOVE MRC-HEADER-LINE TO RECOVERY-REPORT-LINE.
031600     WRITE RECOVERY-REPORT-LINE.
031700     MOVE SPACES TO RECOVERY-REPORT-LINE.
031800     WRITE RECOVERY-REPORT-LINE.
031900     MOVE MRC-FUNCTION TO MRC-FNC-FUNCTION.
032000     MOVE MRC-MASTER-ID TO MRC-FNC-MASTER.
032100     MOVE MRC-FUNCTION-LINE TO RECOVERY-REPORT-LINE.
032200     WRITE RECOVERY-REPORT-LINE.
032300     IF MRC-ROLLING-FORWARD
032400         MOVE SPACES TO MRC-VERDICT-TEXT
032500         STRING 'ROLL FORWARD REQUESTED TO BUSINESS DATE '
032600                PRM-RECOVER-TO-DATE ' RUN ' PRM-RECOVER-TO-RUN
032700                ' (RUN 000000 = EVERY RUN OF THE DATE)'
032800             DELIMITED BY SIZE INTO MRC-VERDICT-TEXT
032900         PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT
033000     END-IF.
033100     MOVE SPACES TO RECOVERY-REPORT-LINE.
033200     WRITE RECOVERY-REPORT-LINE.
033300 1000-EXIT.
033400     EXIT.
033500*
033600*****************************************************************
033700*    2000-UNLOAD-MASTER  -  COPY THE MASTER IN KEY ORDER TO THE  *
033800*    BACKUP BETWEEN A HDR AND A COUNT/HASH TRL, THEN PROVE THE   *
033900*    BACKUP BY READING IT BACK (4000).                           *
034000*****************************************************************
034100 2000-UNLOAD-MASTER.
034200     MOVE 0 TO MRC-AUDIT-ROWS.
034300     IF MRC-ELF-MASTER
034400         PERFORM 2100-COUNT-AUDIT-ROWS THRU 2100-EXIT
034500     END-IF.
034600     PERFORM 6000-OPEN-MASTER-INPUT THRU 6000-EXIT.
034700     OPEN OUTPUT BACKUP-FILE.
034800     IF MRC-MSTBKUP-STATUS NOT = '00'
034900         MOVE 'MSTBKUP OPEN FOR OUTPUT FAILED' TO MRC-ABEND-TEXT
035000         PERFORM 6900-CLOSE-MASTER THRU 6900-EXIT
035100         PERFORM 9900-ABEND THRU 9900-EXIT
035200     END-IF.
035300     MOVE SPACES TO MBK-HEADER-RECORD.
035400     MOVE 'HDR' TO MBK-HDR-TAG.
035500     MOVE MRC-MASTER-ID TO MBK-HDR-MASTER-ID.
035600     MOVE MRC-BUS-DATE TO MBK-HDR-BACKUP-DATE.
035700     MOVE MRC-RUN-NO TO MBK-HDR-BACKUP-RUN.
035800     MOVE MRC-AUDIT-ROWS TO MBK-HDR-AUDIT-COUNT.
035900     MOVE MBK-HEADER-RECORD TO BACKUP-RECORD.
036000     WRITE BACKUP-RECORD.
036100     MOVE 0 TO MRC-MST-COUNT MRC-MST-HASH.
036200     PERFORM 6100-READ-MASTER-NEXT THRU 6100-EXIT.
036300     PERFORM UNTIL MRC-MST-EOF
036400         ADD 1 TO MRC-MST-COUNT
036500         ADD MRC-KEY TO MRC-MST-HASH
036600         MOVE SPACES TO MBK-DETAIL-RECORD
036700         MOVE 'DTL' TO MBK-DTL-TAG
036800         MOVE MRC-IMAGE TO MBK-DTL-IMAGE
036900         MOVE MBK-DETAIL-RECORD TO BACKUP-RECORD
037000         WRITE BACKUP-RECORD
037100         PERFORM 6100-READ-MASTER-NEXT THRU 6100-EXIT
037200     END-PERFORM.
037300     MOVE SPACES TO MBK-TRAILER-RECORD.
037400     MOVE 'TRL' TO MBK-TRL-TAG.
037500     MOVE MRC-MST-COUNT TO MBK-TRL-RECORD-COUNT.
037600     MOVE MRC-MST-HASH TO MBK-TRL-HASH-TOTAL.
037700     MOVE MBK-TRAILER-RECORD TO BACKUP-RECORD.
037800     WRITE BACKUP-RECORD.
037900     CLOSE BACKUP-FILE.
038000     PERFORM 6900-CLOSE-MASTER THRU 6900-EXIT.
038100     MOVE 'MASTER RECORDS UNLOADED' TO MRC-TOT-TEXT.
038200     MOVE MRC-MST-COUNT TO MRC-TOT-VALUE.
038300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
038400     MOVE 'MASTER KEY HASH TOTAL' TO MRC-TOT-TEXT.
038500     MOVE MRC-MST-HASH TO MRC-TOT-VALUE.
038600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
038700     PERFORM 4000-PROVE-BACKUP THRU 4000-EXIT.
038800     IF MRC-PROOF-REASON = SPACES
038900         AND (MRC-BKP-COUNT NOT = MRC-MST-COUNT
039000              OR MRC-BKP-HASH NOT = MRC-MST-HASH)
039100         MOVE 'BACKUP COUNTS DO NOT MATCH THE MASTER READ'
039200             TO MRC-PROOF-REASON
039300     END-IF.
039400     MOVE SPACES TO MRC-VERDICT-TEXT.
039500     IF MRC-PROOF-REASON = SPACES
039600         MOVE 'BACKUP WRITTEN AND PROVED - COUNT AND HASH AGREE'
039700             TO MRC-VERDICT-TEXT
039800     ELSE
039900         STRING '*** BACKUP NOT PROVED - ' MRC-PROOF-REASON
040000             DELIMITED BY SIZE INTO MRC-VERDICT-TEXT
040100         MOVE 12 TO MRC-RUN-RC
040200     END-IF.
040300     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
040400 2000-EXIT.
040500     EXIT.
040600*
040700*****************************************************************
040800*    2100-COUNT-AUDIT-ROWS  -  THE ELFAUDT ROWS ALREADY ON FILE  *
040900*    ARE ALREADY IN THE MASTER BEING UNLOADED; THE COUNT IS THE  *
041000*    ROLL-FORWARD STARTING POINT.  NO ELFAUDT YET MEANS ZERO.    *
041100*****************************************************************
041200 2100-COUNT-AUDIT-ROWS.
041300     OPEN INPUT CHANGE-AUDIT-FILE.
041400     IF MRC-ELFAUDT-STATUS NOT = '00'
041500         GO TO 2100-EXIT
041600     END-IF.
041700     MOVE 'N' TO MRC-AUD-EOF-SWITCH.
041800     READ CHANGE-AUDIT-FILE
041900         AT END MOVE 'Y' TO MRC-AUD-EOF-SWITCH
042000     END-READ.
042100     PERFORM UNTIL MRC-AUD-EOF
042200         ADD 1 TO MRC-AUDIT-ROWS
042300         READ CHANGE-AUDIT-FILE
042400             AT END MOVE 'Y' TO MRC-AUD-EOF-SWITCH
042500         END-READ
042600     END-PERFORM.
042700     CLOSE CHANGE-AUDIT-FILE.
042800 2100-EXIT.
042900     EXIT.
043000*
043100*****************************************************************
043200*    3000-RELOAD-MASTER  -  PROVE THE BACKUP FIRST; ONLY THEN    *
043300*    RECREATE THE MASTER FROM IT, READ THE MASTER BACK TO PROVE  *
043400*    THE RELOAD, AND ROLL AN ELFMST FORWARD WHEN REQUESTED.      *
043500*****************************************************************
043600 3000-RELOAD-MASTER.
043700     PERFORM 4000-PROVE-BACKUP THRU 4000-EXIT.
043800     IF MRC-PROOF-REASON NOT = SPACES
043900         MOVE SPACES TO MRC-ABEND-TEXT
044000         STRING 'BACKUP REFUSED - ' MRC-PROOF-REASON
044100             DELIMITED BY SIZE INTO MRC-ABEND-TEXT
044200         PERFORM 9900-ABEND THRU 9900-EXIT
044300     END-IF.
044400     IF MRC-ROLLING-FORWARD
044500         IF PRM-RECOVER-TO-DATE < MBK-HDR-BACKUP-DATE
044600             OR (PRM-RECOVER-TO-DATE = MBK-HDR-BACKUP-DATE
044700                 AND PRM-RECOVER-TO-RUN > 0
044800                 AND PRM-RECOVER-TO-RUN < MBK-HDR-BACKUP-RUN)
044900             MOVE 'RECOVERY POINT IS EARLIER THAN THE BACKUP'
045000                 TO MRC-ABEND-TEXT
045100             PERFORM 9900-ABEND THRU 9900-EXIT
045200         END-IF
045300     END-IF.
045400     OPEN INPUT BACKUP-FILE.
045500     IF MRC-MSTBKUP-STATUS NOT = '00'
045600         MOVE 'MSTBKUP REOPEN FAILED' TO MRC-ABEND-TEXT
045700         PERFORM 9900-ABEND THRU 9900-EXIT
045800     END-IF.
045900     PERFORM 6200-OPEN-MASTER-OUTPUT THRU 6200-EXIT.
046000     MOVE 'N' TO MRC-BKP-EOF-SWITCH.
046100     PERFORM 4900-READ-BACKUP THRU 4900-EXIT.
046200     PERFORM 4900-READ-BACKUP THRU 4900-EXIT.
046300     PERFORM UNTIL MRC-BKP-EOF
046400             OR BACKUP-RECORD (1:3) NOT = 'DTL'
046500         MOVE BACKUP-RECORD TO MBK-DETAIL-RECORD
046600         MOVE MBK-DTL-IMAGE TO MRC-IMAGE
046700         PERFORM 6300-WRITE-MASTER THRU 6300-EXIT
046800         PERFORM 4900-READ-BACKUP THRU 4900-EXIT
046900     END-PERFORM.
047000     CLOSE BACKUP-FILE.
047100     PERFORM 6900-CLOSE-MASTER THRU 6900-EXIT.
047200     PERFORM 3100-PROVE-MASTER THRU 3100-EXIT.
047300     MOVE 'MASTER RECORDS AFTER RELOAD' TO MRC-TOT-TEXT.
047400     MOVE MRC-MST-COUNT TO MRC-TOT-VALUE.
047500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
047600     MOVE 'MASTER KEY HASH AFTER RELOAD' TO MRC-TOT-TEXT.
047700     MOVE MRC-MST-HASH TO MRC-TOT-VALUE.
047800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
047900     MOVE SPACES TO MRC-VERDICT-TEXT.
048000     IF MRC-MST-COUNT = MRC-BKP-COUNT
048100         AND MRC-MST-HASH = MRC-BKP-HASH
048200         MOVE 'RELOAD PROVED - MASTER AGREES WITH THE BACKUP TRL'
048300             TO MRC-VERDICT-TEXT
048400         PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT
048500     ELSE
048600         MOVE '*** RELOAD NOT PROVED - MASTER DOES NOT AGREE WITH'
048700             TO MRC-VERDICT-TEXT
048800         MOVE ' THE BACKUP TRL - DO NOT RELEASE THE MASTER'
048900             TO MRC-VERDICT-TEXT (52:)
049000         PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT
049100         MOVE 12 TO MRC-RUN-RC
049200         GO TO 3000-EXIT
049300     END-IF.
049400     IF MRC-ROLLING-FORWARD
049500         PERFORM 5000-ROLL-FORWARD THRU 5000-EXIT
049600     END-IF.
049700 3000-EXIT.
049800     EXIT.
049900*
050000*****************************************************************
050100*    3100-PROVE-MASTER  -  READ THE MASTER BACK IN KEY ORDER     *
050200*    AND RECOMPUTE ITS COUNT AND KEY HASH                        *
050300*****************************************************************
050400 3100-PROVE-MASTER.
050500     MOVE 0 TO MRC-MST-COUNT MRC-MST-HASH.
050600     PERFORM 6000-OPEN-MASTER-INPUT THRU 6000-EXIT.
050700     PERFORM 6100-READ-MASTER-NEXT THRU 6100-EXIT.
050800     PERFORM UNTIL MRC-MST-EOF
050900         ADD 1 TO MRC-MST-COUNT
051000         ADD MRC-KEY TO MRC-MST-HASH
051100         PERFORM 6100-READ-MASTER-NEXT THRU 6100-EXIT
051200     END-PERFORM.
051300     PERFORM 6900-CLOSE-MASTER THRU 6900-EXIT.
051400 3100-EXIT.
051500     EXIT.
051600*
051700*****************************************************************
051800*    4000-PROVE-BACKUP  -  READ THE WHOLE BACKUP: A HDR FOR THIS *
051900*    MASTER FIRST, DTL RECORDS WITH NUMERIC KEYS IN STRICTLY     *
052000*    ASCENDING ORDER, THEN ONE TRL WHOSE COUNT AND HASH AGREE,   *
052100*    AND NOTHING AFTER IT.  ANY FAILURE LEAVES ITS REASON IN     *
052200*    MRC-PROOF-REASON.  THE HDR AND TRL ARE KEPT FOR THE REPORT  *
052300*    AND THE ROLL-FORWARD.                                       *
052400*****************************************************************
052500 4000-PROVE-BACKUP.
052600     MOVE SPACES TO MRC-PROOF-REASON.
052700     MOVE 0 TO MRC-BKP-COUNT MRC-BKP-HASH MRC-PREV-KEY.
052800     MOVE 'N' TO MRC-TRAILER-SWITCH MRC-BKP-EOF-SWITCH.
052900     OPEN INPUT BACKUP-FILE.
053000     IF MRC-MSTBKUP-STATUS NOT = '00'
053100         MOVE 'MSTBKUP COULD NOT BE OPENED' TO MRC-PROOF-REASON
053200         GO TO 4000-EXIT
053300     END-IF.
053400     PERFORM 4900-READ-BACKUP THRU 4900-EXIT.
053500     IF MRC-BKP-EOF
053600         MOVE 'BACKUP IS EMPTY' TO MRC-PROOF-REASON
053700         GO TO 4000-CLOSE
053800     END-IF.
053900     MOVE BACKUP-RECORD TO MBK-HEADER-RECORD.
054000     IF NOT MBK-VALID-HEADER-TAG
054100         MOVE 'FIRST RECORD IS NOT THE BACKUP HDR'
054200             TO MRC-PROOF-REASON
054300         GO TO 4000-CLOSE
054400     END-IF.
054500     IF MBK-HDR-MASTER-ID NOT = MRC-MASTER-ID
054600         MOVE 'BACKUP IS OF A DIFFERENT MASTER'
054700             TO MRC-PROOF-REASON
054800         GO TO 4000-CLOSE
054900     END-IF.
055000     MOVE BACKUP-RECORD TO MRC-SAVE-HEADER.
055100     MOVE MBK-HDR-MASTER-ID TO MRC-BKL-MASTER.
055200     MOVE MBK-HDR-BACKUP-DATE TO MRC-BKL-DATE.
055300     MOVE MBK-HDR-BACKUP-RUN TO MRC-BKL-RUN.
055400     MOVE MBK-HDR-AUDIT-COUNT TO MRC-BKL-AUDIT.
055500     MOVE MRC-BACKUP-LINE TO RECOVERY-REPORT-LINE.
055600     WRITE RECOVERY-REPORT-LINE.
055700     PERFORM 4900-READ-BACKUP THRU 4900-EXIT.
055800     PERFORM UNTIL MRC-BKP-EOF
055900             OR MRC-PROOF-REASON NOT = SPACES
056000         PERFORM 4100-PROVE-ONE-RECORD THRU 4100-EXIT
056100         PERFORM 4900-READ-BACKUP THRU 4900-EXIT
056200     END-PERFORM.
056300     IF MRC-PROOF-REASON NOT = SPACES
056400         GO TO 4000-CLOSE
056500     END-IF.
056600     IF NOT MRC-TRAILER-SEEN
056700         MOVE 'BACKUP TRL MISSING - BACKUP TRUNCATED'
056800             TO MRC-PROOF-REASON
056900         GO TO 4000-CLOSE
057000     END-IF.
057100     MOVE MRC-SAVE-TRAILER TO MBK-TRAILER-RECORD.
057200     IF MBK-TRL-RECORD-COUNT NOT = MRC-BKP-COUNT
057300         MOVE 'BACKUP TRL COUNT DOES NOT MATCH THE DTL RECORDS'
057400             TO MRC-PROOF-REASON
057500         GO TO 4000-CLOSE
057600     END-IF.
057700     IF MBK-TRL-HASH-TOTAL NOT = MRC-BKP-HASH
057800         MOVE 'BACKUP TRL HASH DOES NOT MATCH THE DTL RECORDS'
057900             TO MRC-PROOF-REASON
058000     END-IF.
058100 4000-CLOSE.
058200     CLOSE BACKUP-FILE.
058300     MOVE MRC-SAVE-HEADER TO MBK-HEADER-RECORD.
058400     MOVE 'BACKUP DTL RECORDS READ' TO MRC-TOT-TEXT.
058500     MOVE MRC-BKP-COUNT TO MRC-TOT-VALUE.
058600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
058700     MOVE 'BACKUP KEY HASH TOTAL' TO MRC-TOT-TEXT.
058800     MOVE MRC-BKP-HASH TO MRC-TOT-VALUE.
058900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
059000 4000-EXIT.
059100     EXIT.
059200*
059300 4100-PROVE-ONE-RECORD.
059400     IF MRC-TRAILER-SEEN
059500         MOVE 'RECORDS FOUND AFTER THE BACKUP TRL'
059600             TO MRC-PROOF-REASON
059700         GO TO 4100-EXIT
059800     END-IF.
059900     IF BACKUP-RECORD (1:3) = 'TRL'
060000         MOVE BACKUP-RECORD TO MRC-SAVE-TRAILER
060100         MOVE BACKUP-RECORD TO MBK-TRAILER-RECORD
060200         IF MBK-TRL-RECORD-COUNT NOT NUMERIC
060300             OR MBK-TRL-HASH-TOTAL NOT NUMERIC
060400             MOVE 'BACKUP TRL MALFORMED' TO MRC-PROOF-REASON
060500         END-IF
060600         MOVE 'Y' TO MRC-TRAILER-SWITCH
060700         GO TO 4100-EXIT
060800     END-IF.
060900     MOVE BACKUP-RECORD TO MBK-DETAIL-RECORD.
061000     IF NOT MBK-VALID-DETAIL-TAG
061100         MOVE 'UNKNOWN RECORD TAG IN THE BACKUP'
061200             TO MRC-PROOF-REASON
061300         GO TO 4100-EXIT
061400     END-IF.
061500     MOVE MBK-DTL-IMAGE TO MRC-IMAGE.
061600     PERFORM 6400-EXTRACT-KEY THRU 6400-EXIT.
061700     IF MRC-PROOF-REASON NOT = SPACES
061800         GO TO 4100-EXIT
061900     END-IF.
062000     IF MRC-BKP-COUNT > 0 AND MRC-KEY NOT > MRC-PREV-KEY
062100         MOVE 'BACKUP KEYS NOT IN ASCENDING ORDER'
062200             TO MRC-PROOF-REASON
062300         GO TO 4100-EXIT
062400     END-IF.
062500     MOVE MRC-KEY TO MRC-PREV-KEY.
062600     ADD 1 TO MRC-BKP-COUNT.
062700     ADD MRC-KEY TO MRC-BKP-HASH.
062800 4100-EXIT.
062900     EXIT.
063000*
063100 4900-READ-BACKUP.
063200     READ BACKUP-FILE
063300         AT END MOVE 'Y' TO MRC-BKP-EOF-SWITCH
063400     END-READ.
063500 4900-EXIT.
063600     EXIT.
063700*
063800*****************************************************************
063900*    5000-ROLL-FORWARD  -  RE-APPLY THE ELFAUDT AFTER IMAGES     *
064000*    WRITTEN SINCE THE BACKUP.  THE FIRST MBK-HDR-AUDIT-COUNT    *
064100*    ROWS ARE ALREADY IN THE BACKUP AND ARE SKIPPED; ROWS PAST   *
064200*    THE RECOVERY POINT ARE COUNTED BUT NOT APPLIED.  THE AUDIT  *
064300*    FILE IS APPEND-ONLY, SO ROWS ARE IN THE ORDER APPLIED.      *
064400*****************************************************************
064500 5000-ROLL-FORWARD.
064600     MOVE SPACES TO RECOVERY-REPORT-LINE.
064700     WRITE RECOVERY-REPORT-LINE.
064800     MOVE 'ROLL-FORWARD FROM ELFAUDT' TO RECOVERY-REPORT-LINE.
064900     WRITE RECOVERY-REPORT-LINE.
065000     OPEN INPUT CHANGE-AUDIT-FILE.
065100     IF MRC-ELFAUDT-STATUS NOT = '00'
065200         MOVE '*** ELFAUDT COULD NOT BE OPENED - MASTER LEFT AT '
065300             TO MRC-VERDICT-TEXT
065400         MOVE 'THE BACKUP POINT' TO MRC-VERDICT-TEXT (51:)
065500         PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT
065600         MOVE 12 TO MRC-RUN-RC
065700         GO TO 5000-EXIT
065800     END-IF.
065900     OPEN I-O ELF-MASTER-FILE.
066000     IF MRC-ELFMST-STATUS NOT = '00'
066100         MOVE '*** ELFMST COULD NOT BE OPENED FOR THE ROLL-'
066200             TO MRC-VERDICT-TEXT
066250         MOVE 'FORWARD' TO MRC-VERDICT-TEXT (46:)
066300         PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT
066400         CLOSE CHANGE-AUDIT-FILE
066500         MOVE 12 TO MRC-RUN-RC
066600         GO TO 5000-EXIT
066700     END-IF.
066800     MOVE MRC-CHANGE-COLUMN-LINE TO RECOVERY-REPORT-LINE.
066900     WRITE RECOVERY-REPORT-LINE.
067000     MOVE 0 TO MRC-AUDIT-ROW-NO.
067100     MOVE 'N' TO MRC-AUD-EOF-SWITCH.
067200     READ CHANGE-AUDIT-FILE
067300         AT END MOVE 'Y' TO MRC-AUD-EOF-SWITCH
067400     END-READ.
067500     PERFORM UNTIL MRC-AUD-EOF
067600         ADD 1 TO MRC-AUDIT-ROW-NO
067700         EVALUATE TRUE
067800             WHEN MRC-AUDIT-ROW-NO NOT > MBK-HDR-AUDIT-COUNT
067900                 ADD 1 TO MRC-AUD-SKIPPED
068000             WHEN EAU-BUSINESS-DATE > PRM-RECOVER-TO-DATE
068100                 ADD 1 TO MRC-AUD-BEYOND
068200             WHEN EAU-BUSINESS-DATE = PRM-RECOVER-TO-DATE
068300                 AND PRM-RECOVER-TO-RUN > 0
068400                 AND EAU-RUN-NUMBER > PRM-RECOVER-TO-RUN
068500                 ADD 1 TO MRC-AUD-BEYOND
068600             WHEN OTHER
068700                 PERFORM 5100-APPLY-ONE-CHANGE THRU 5100-EXIT
068800         END-EVALUATE
068900         READ CHANGE-AUDIT-FILE
069000             AT END MOVE 'Y' TO MRC-AUD-EOF-SWITCH
069100         END-READ
069200     END-PERFORM.
069300     CLOSE CHANGE-AUDIT-FILE ELF-MASTER-FILE.
069400     COMPUTE MRC-EXPECTED-COUNT = MRC-BKP-COUNT + MRC-AUD-ADDED.
069500     PERFORM 3100-PROVE-MASTER THRU 3100-EXIT.
069600     MOVE SPACES TO RECOVERY-REPORT-LINE.
069700     WRITE RECOVERY-REPORT-LINE.
069800     MOVE 'ELFAUDT ROWS ALREADY IN THE BACKUP' TO MRC-TOT-TEXT.
069900     MOVE MRC-AUD-SKIPPED TO MRC-TOT-VALUE.
070000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
070100     MOVE 'ELFAUDT CHANGES RE-APPLIED' TO MRC-TOT-TEXT.
070200     MOVE MRC-AUD-APPLIED TO MRC-TOT-VALUE.
070300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
070400     MOVE 'RE-APPLIED CHANGES FLAGGED' TO MRC-TOT-TEXT.
070500     MOVE MRC-AUD-FLAGGED TO MRC-TOT-VALUE.
070600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
070700     MOVE 'ELFAUDT ROWS PAST THE RECOVERY POINT' TO MRC-TOT-TEXT.
070800     MOVE MRC-AUD-BEYOND TO MRC-TOT-VALUE.
070900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
071000     MOVE 'MASTER RECORDS AFTER ROLL-FORWARD' TO MRC-TOT-TEXT.
071100     MOVE MRC-MST-COUNT TO MRC-TOT-VALUE.
071200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
071300     MOVE SPACES TO MRC-VERDICT-TEXT.
071400     IF MRC-MST-COUNT NOT = MRC-EXPECTED-COUNT
071500         MOVE '*** ROLL-FORWARD NOT PROVED - MASTER COUNT IS NOT '
071600             TO MRC-VERDICT-TEXT
071700         MOVE 'BACKUP COUNT PLUS ELVES ADDED'
071750             TO MRC-VERDICT-TEXT (52:)
071800         MOVE 12 TO MRC-RUN-RC
071900     ELSE
072000         IF MRC-AUD-FLAGGED > 0
072100             MOVE 'ROLL-FORWARD COMPLETE - FLAGGED CHANGES REVIEW'
072200                 TO MRC-VERDICT-TEXT
072300             IF MRC-RUN-RC < 4
072400                 MOVE 4 TO MRC-RUN-RC
072500             END-IF
072600         ELSE
072700             MOVE 'ROLL-FORWARD COMPLETE AND PROVED'
072750                 TO MRC-VERDICT-TEXT
072800         END-IF
072900     END-IF.
073000     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
073100 5000-EXIT.
073200     EXIT.
073300*
073400*****************************************************************
073500*    5100-APPLY-ONE-CHANGE  -  THE AFTER IMAGE REPLACES THE      *
073600*    RESTORED RECORD (OR IS ADDED).  AN ADD FOR AN ELF ALREADY   *
073700*    ON FILE, A CHANGE FOR A MISSING ELF, OR A BEFORE IMAGE      *
073800*    THAT DOES NOT MATCH THE RECORD BEING REPLACED IS FLAGGED.   *
073900*****************************************************************
074000 5100-APPLY-ONE-CHANGE.
074100     MOVE SPACES TO MRC-CHG-NOTE.
074200     MOVE EAU-AFTER-IMAGE TO MRC-AUDIT-IMAGE.
074300     MOVE MRC-AUD-ELF-ID TO ELM-ELF-ID.
074400     MOVE 'Y' TO MRC-FOUND-SWITCH.
074500     READ ELF-MASTER-FILE
074600         INVALID KEY MOVE 'N' TO MRC-FOUND-SWITCH
074700     END-READ.
074800     IF MRC-RECORD-FOUND
074900         IF EAU-ACTION = 'A'
075000             MOVE 'ADD FOR AN ELF ALREADY ON MASTER'
075050                 TO MRC-CHG-NOTE
075100         ELSE
075200             IF ELM-MASTER-RECORD NOT = EAU-BEFORE-IMAGE
075300                 MOVE 'BEFORE IMAGE DID NOT MATCH MASTER'
075400                     TO MRC-CHG-NOTE
075500             END-IF
075600         END-IF
075700         MOVE EAU-AFTER-IMAGE TO ELM-MASTER-RECORD
075800         REWRITE ELM-MASTER-RECORD
075900             INVALID KEY
076000                 MOVE 'REWRITE FAILED - NOT APPLIED'
076050                     TO MRC-CHG-NOTE
076100         END-REWRITE
076200     ELSE
076300         IF EAU-ACTION NOT = 'A'
076400             MOVE 'ELF MISSING - ADDED FROM AFTER IMAGE'
076500                 TO MRC-CHG-NOTE
076600         END-IF
076700         MOVE EAU-AFTER-IMAGE TO ELM-MASTER-RECORD
076800         WRITE ELM-MASTER-RECORD
076900             INVALID KEY
077000                 MOVE 'WRITE FAILED - NOT APPLIED' TO MRC-CHG-NOTE
077100             NOT INVALID KEY
077200                 ADD 1 TO MRC-AUD-ADDED
077300         END-WRITE
077400     END-IF.
077500     ADD 1 TO MRC-AUD-APPLIED.
077600     IF MRC-CHG-NOTE NOT = SPACES
077700         ADD 1 TO MRC-AUD-FLAGGED
077800     END-IF.
077900     MOVE EAU-BUSINESS-DATE TO MRC-CHG-DATE.
078000     MOVE EAU-RUN-NUMBER TO MRC-CHG-RUN.
078100     MOVE EAU-TRAN-NUMBER TO MRC-CHG-TRAN.
078200     MOVE EAU-ACTION TO MRC-CHG-ACTION.
078300     MOVE MRC-AUD-ELF-ID TO MRC-CHG-ELF-ID.
078400     MOVE MRC-AUD-ELF-NAME TO MRC-CHG-NAME.
078500     MOVE MRC-AUD-GROUP-CODE TO MRC-CHG-GROUP.
078600     MOVE MRC-AUD-STATUS TO MRC-CHG-STATUS.
078700     MOVE MRC-CHANGE-LINE TO RECOVERY-REPORT-LINE.
078800     WRITE RECOVERY-REPORT-LINE.
078900 5100-EXIT.
079000     EXIT.
079100*
079200*****************************************************************
079300*    6000-6900  -  MASTER ACCESS.  THE TWO MASTERS ARE HANDLED   *
079400*    THROUGH ONE SET OF PARAGRAPHS; MRC-IMAGE AND MRC-KEY CARRY  *
079500*    THE RECORD AND ITS KEY WHICHEVER MASTER IS IN HAND.         *
079600*****************************************************************
079700 6000-OPEN-MASTER-INPUT.
079800     MOVE 'N' TO MRC-MST-EOF-SWITCH.
079900     IF MRC-ELF-MASTER
080000         OPEN INPUT ELF-MASTER-FILE
080100         IF MRC-ELFMST-STATUS NOT = '00'
080200             MOVE 'ELFMST OPEN FOR INPUT FAILED' TO MRC-ABEND-TEXT
080300             PERFORM 9900-ABEND THRU 9900-EXIT
080400         END-IF
080500     ELSE
080600         OPEN INPUT BIN-MASTER-FILE
080700         IF MRC-BINMST-STATUS NOT = '00'
080800             MOVE 'BINMST OPEN FOR INPUT FAILED' TO MRC-ABEND-TEXT
080900             PERFORM 9900-ABEND THRU 9900-EXIT
081000         END-IF
081100     END-IF.
081200 6000-EXIT.
081300     EXIT.
081400*
081500 6100-READ-MASTER-NEXT.
081600     MOVE SPACES TO MRC-IMAGE.
081700     IF MRC-ELF-MASTER
081800         READ ELF-MASTER-FILE NEXT RECORD
081900             AT END MOVE 'Y' TO MRC-MST-EOF-SWITCH
082000             NOT AT END
082100                 MOVE ELM-MASTER-RECORD TO MRC-IMAGE
082200                 MOVE ELM-ELF-ID TO MRC-KEY
082300         END-READ
082400     ELSE
082500         READ BIN-MASTER-FILE NEXT RECORD
082600             AT END MOVE 'Y' TO MRC-MST-EOF-SWITCH
082700             NOT AT END
082800                 MOVE BZM-ZONE-RECORD TO MRC-IMAGE
082900                 MOVE BZM-ZONE-ID TO MRC-KEY
083000         END-READ
083100     END-IF.
083200 6100-EXIT.
083300     EXIT.
083400*
083500 6200-OPEN-MASTER-OUTPUT.
083600     IF MRC-ELF-MASTER
083700         OPEN OUTPUT ELF-MASTER-FILE
083800         IF MRC-ELFMST-STATUS NOT = '00'
083900             CLOSE BACKUP-FILE
084000             MOVE 'ELFMST OPEN FOR OUTPUT FAILED'
084050                 TO MRC-ABEND-TEXT
084100             PERFORM 9900-ABEND THRU 9900-EXIT
084200         END-IF
084300     ELSE
084400         OPEN OUTPUT BIN-MASTER-FILE
084500         IF MRC-BINMST-STATUS NOT = '00'
084600             CLOSE BACKUP-FILE
084700             MOVE 'BINMST OPEN FOR OUTPUT FAILED'
084750                 TO MRC-ABEND-TEXT
084800             PERFORM 9900-ABEND THRU 9900-EXIT
084900         END-IF
085000     END-IF.
085100 6200-EXIT.
085200     EXIT.
085300*
085400 6300-WRITE-MASTER.
085500     IF MRC-ELF-MASTER
085600         MOVE MRC-IMAGE TO ELM-MASTER-RECORD
085700         WRITE ELM-MASTER-RECORD
085800             INVALID KEY
085900                 DISPLAY 'MSTRCV01 ELFMST WRITE FAILED - STATUS '
086000                     MRC-ELFMST-STATUS ' KEY ' ELM-ELF-ID
086100         END-WRITE
086200     ELSE
086300         MOVE MRC-IMAGE TO BZM-ZONE-RECORD
086400         WRITE BZM-ZONE-RECORD
086500             INVALID KEY
086600                 DISPLAY 'MSTRCV01 BINMST WRITE FAILED - STATUS '
086700                     MRC-BINMST-STATUS ' KEY ' BZM-ZONE-ID
086800         END-WRITE
086900     END-IF.
087000 6300-EXIT.
087100     EXIT.
087200*
087300 6400-EXTRACT-KEY.
087400     IF MRC-ELF-MASTER
087500         IF MRC-IMAGE (1:5) NOT NUMERIC
087600             MOVE 'NON-NUMERIC ELF ID IN THE BACKUP'
087700                 TO MRC-PROOF-REASON
087800         ELSE
087900             MOVE MRC-IMAGE (1:5) TO ELM-ELF-ID
088000             MOVE ELM-ELF-ID TO MRC-KEY
088100         END-IF
088200     ELSE
088300         IF MRC-IMAGE (1:4) NOT NUMERIC
088400             MOVE 'NON-NUMERIC ZONE ID IN THE BACKUP'
088500                 TO MRC-PROOF-REASON
088600         ELSE
088700             MOVE MRC-IMAGE (1:4) TO BZM-ZONE-ID
088800             MOVE BZM-ZONE-ID TO MRC-KEY
088900         END-IF
089000     END-IF.
089100 6400-EXIT.
089200     EXIT.
089300*
089400 6900-CLOSE-MASTER.
089500     IF MRC-ELF-MASTER
089600         CLOSE ELF-MASTER-FILE
089700     ELSE
089800         CLOSE BIN-MASTER-FILE
089900     END-IF.
090000 6900-EXIT.
090100     EXIT.
090200*
090300*****************************************************************
090400*    8000/8100  -  REPORT LINES                                  *
090500*****************************************************************
090600 8000-WRITE-VERDICT.
090700     MOVE MRC-VERDICT-LINE TO RECOVERY-REPORT-LINE.
090800     WRITE RECOVERY-REPORT-LINE.
090900     DISPLAY 'MSTRCV01 ' MRC-VERDICT-TEXT (1:70).
091000 8000-EXIT.
091100     EXIT.
091200*
091300 8100-WRITE-TOTAL-LINE.
091400     MOVE MRC-TOTAL-LINE TO RECOVERY-REPORT-LINE.
091500     WRITE RECOVERY-REPORT-LINE.
091600 8100-EXIT.
091700     EXIT.
091800*
091900*****************************************************************
092000*    9900-ABEND  -  THE RUN CANNOT GO ON.  WHEN THIS IS REACHED  *
092100*    THE REASON IS PRINTED AND THE RUN ENDS WITH RC 16.          *
092200*****************************************************************
092300 9900-ABEND.
092400     MOVE SPACES TO MRC-VERDICT-TEXT.
092500     STRING '*** RUN STOPPED - ' MRC-ABEND-TEXT
092600         DELIMITED BY SIZE INTO MRC-VERDICT-TEXT.
092700     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
092800     CLOSE RECOVERY-REPORT-FILE.
092900     MOVE 16 TO RETURN-CODE.
093000     STOP RUN.
093100 9900-EXIT.
093200     EXIT.
093300*
093400 COPY PARMPRC.

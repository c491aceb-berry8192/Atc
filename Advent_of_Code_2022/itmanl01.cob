000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.  ITMANL01                                      *
000400*    AUTHOR.      J. R. BERRY                                   *
000500*    INSTALLATION. OPERATIONS - RUCKSACK RECONCILIATION DESK    *
000600*    DATE-WRITTEN. 10/15/26                                     *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    REMARKS.                                                  *
001000*    MISPLACED-ITEM ANALYSIS.  READS THE RUCKMTCH COMPARTMENT   *
001100*    MATCH FILE WRITTEN BY MAIN AND, FOR EVERY ROW OF THE       *
001200*    BUSINESS DATE WHERE AN ITEM WAS FOUND IN BOTH RUCKSACK     *
001300*    COMPARTMENTS, JOINS THE ITEM LETTER TO THE INDEXED ITEM    *
001400*    CATALOG (ITEMCAT) FOR ITS DESCRIPTION, CATEGORY AND        *
001500*    HANDLING CLASS, AND THE ELF ID IN POSITIONS 1-5 OF THE     *
001600*    ITEM STRING TO THE ELF MASTER FOR THE ELF'S GROUP.  THE    *
001700*    ITMRPT REPORT SHOWS THE MISPLACED COUNT BY ITEM, BY STOCK  *
001800*    CATEGORY AND BY ELF GROUP, FOLLOWED BY THE MOST OFTEN      *
001900*    MISPLACED ITEMS (MISPLACE-TOP-N PARMFILE CARD, DEFAULT     *
002000*    10).  AN ITEM LETTER NOT ON THE CATALOG IS COUNTED UNDER   *
002100*    CATEGORY 'UNCATLG' SO THE CATALOG GAP SHOWS ON THE REPORT; *
002200*    AN ELF NOT ON THE MASTER IS COUNTED UNDER 'UNKNOWN'.       *
002300*    THE BUSINESS DATE IS THE RUNCTL DATE; WHEN THE             *
002400*    REPROCESS-DATE CARD IS SET THE ANALYSIS IS FOR THAT PRIOR  *
002500*    DATE AND ONLY THE 'R' REPROCESSED ROWS ARE SELECTED, SAME  *
002600*    RULE AS DLYRPT01.                                          *
002700*                                                               *
002800*    MODIFICATION HISTORY.                                     *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    10/15/26   JRB   ORIGINAL                                  *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. ITMANL01.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-Z.
003800 OBJECT-COMPUTER. IBM-Z.
003900*
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MISMATCH-FILE ASSIGN TO RUCKMTCH
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS ANL-RUCKMTC-STATUS.
004500*
004600     SELECT ITEM-CATALOG-FILE ASSIGN TO ITEMCAT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS ICM-ITEM-CODE
005000         FILE STATUS IS ANL-ITEMCAT-STATUS.
005100*
005200     SELECT ELF-MASTER-FILE ASSIGN TO ELFMST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS ELM-ELF-ID
005600         FILE STATUS IS ANL-ELFMST-STATUS.
005700*
005800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS ANL-RUNCTL-STATUS.
006100*
006200     SELECT ANALYSIS-REPORT-FILE ASSIGN TO ITMRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS ANL-ITMRPT-STATUS.
006500*
006600     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS PRM-PARM-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300*    RUCKMTCH ROW AS WRITTEN BY MAIN (DAY3_1)
007400*
007500 FD  MISMATCH-FILE.
007600 01  MISMATCH-RECORD.
007700     05  MTC-LINE-NO                 PIC 9(06).
007800     05  MTC-SP1                     PIC X(02).
007900     05  MTC-ITEM-STRING             PIC X(80).
008000     05  MTC-SP2                     PIC X(02).
008100     05  MTC-COMMON-ITEM             PIC X(01).
008200     05  MTC-SP3                     PIC X(02).
008300     05  MTC-PRIORITY                PIC 9(03).
008400     05  MTC-SP4                     PIC X(02).
008500     05  MTC-STATUS                  PIC X(10).
008600     05  MTC-SP5                     PIC X(02).
008700     05  MTC-BUSINESS-DATE           PIC 9(08).
008800     05  MTC-REPROCESS-FLAG          PIC X(01).
008900*
009000 FD  ITEM-CATALOG-FILE.
009100 COPY ITMCAT.
009200*
009300 FD  ELF-MASTER-FILE.
009400 COPY ELFMST.
009500*
009600 FD  RUN-CONTROL-FILE.
009700 COPY RUNCTL.
009800*
009900 FD  ANALYSIS-REPORT-FILE.
010000 01  ANALYSIS-REPORT-LINE            PIC X(120).
010100*
010200 FD  PARAMETER-FILE.
010300 01  PRM-PARM-CARD                   PIC X(80).
010400*
010500 WORKING-STORAGE SECTION.
010600 01  ANL-FILE-STATUSES.
010700     05  ANL-RUCKMTC-STATUS          PIC X(02).
010800     05  ANL-ITEMCAT-STATUS          PIC X(02).
010900     05  ANL-ELFMST-STATUS           PIC X(02).
011000     05  ANL-RUNCTL-STATUS           PIC X(02).
011100     05  ANL-ITMRPT-STATUS           PIC X(02).
011200*
011300 01  ANL-SWITCHES.
011400     05  ANL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
011500         88  ANL-EOF                            VALUE 'Y'.
011600     05  ANL-CAT-FULL-SWITCH         PIC X(01)  VALUE 'N'.
011700         88  ANL-CAT-FULL-WARNED                VALUE 'Y'.
011800     05  ANL-GRP-FULL-SWITCH         PIC X(01)  VALUE 'N'.
011900         88  ANL-GRP-FULL-WARNED                VALUE 'Y'.
012000*
012100 01  ANL-BUS-DATE                    PIC 9(08)  VALUE 0.
012200 01  ANL-RUN-NO                      PIC 9(06)  VALUE 0.
012300 01  ANL-TOP-LIMIT                   PIC 9(02)  VALUE 10.
012400*
012500 01  ANL-ROW-COUNT                   PIC 9(09)  VALUE 0.
012600 01  ANL-DATE-ROW-COUNT              PIC 9(09)  VALUE 0.
012700 01  ANL-MISPLACED-COUNT             PIC 9(09)  VALUE 0.
012800 01  ANL-UNCATLG-COUNT               PIC 9(09)  VALUE 0.
012900 01  ANL-UNKNOWN-ELF-COUNT           PIC 9(09)  VALUE 0.
013000 01  ANL-BAD-PRIORITY-COUNT          PIC 9(09)  VALUE 0.
013100*
013200 01  ANL-ELF-ID-X                    PIC X(05).
013300 01  ANL-ELF-ID-N REDEFINES ANL-ELF-ID-X
013400                                     PIC 9(05).
013500 01  ANL-ROW-GROUP                   PIC X(08).
013600 01  ANL-LAST-ELF-ID                 PIC X(05)  VALUE SPACES.
013700 01  ANL-LAST-GROUP                  PIC X(08)  VALUE SPACES.
013800*
013900*    ONE ENTRY PER ITEM PRIORITY - 1-26 ARE LOWER-CASE A-Z, 27-52
014000*    ARE UPPER-CASE A-Z - SO THE RUCKMTCH PRIORITY IS THE SUBSCRIPT
014100*
014200 01  ANL-ITEM-TABLE-AREA.
014300     05  ANL-I                       PIC 9(04)  COMP  VALUE 0.
014400     05  ANL-R                       PIC 9(04)  COMP  VALUE 0.
014500     05  ANL-MAX-SUB                 PIC 9(04)  COMP  VALUE 0.
014600     05  ANL-ITEM-ENTRY              OCCURS 52 TIMES.
014700         10  ANL-ITM-CODE            PIC X(01).
014800         10  ANL-ITM-DESCRIPTION     PIC X(25).
014900         10  ANL-ITM-CATEGORY        PIC X(08).
015000         10  ANL-ITM-HANDLING-CLASS  PIC X(02).
015100         10  ANL-ITM-COUNT           PIC 9(09).
015200*
015300 01  ANL-CATEGORY-TABLE-AREA.
015400     05  ANL-CAT-COUNT               PIC 9(04)  COMP  VALUE 0.
015500     05  ANL-C                       PIC 9(04)  COMP  VALUE 0.
015600     05  ANL-CAT-ENTRY               OCCURS 60 TIMES.
015700         10  ANL-CAT-TBL-CODE        PIC X(08).
015800         10  ANL-CAT-TBL-ITEMS       PIC 9(04).
015900         10  ANL-CAT-TBL-COUNT       PIC 9(09).
016000*
016100 01  ANL-GROUP-TABLE-AREA.
016200     05  ANL-GRP-COUNT               PIC 9(04)  COMP  VALUE 0.
016300     05  ANL-G                       PIC 9(04)  COMP  VALUE 0.
016400     05  ANL-GRP-ENTRY               OCCURS 100 TIMES.
016500         10  ANL-GRP-TBL-CODE        PIC X(08).
016600         10  ANL-GRP-TBL-COUNT       PIC 9(09).
016700*
016800 COPY PARMWRK.
016900*
017000 01  ANL-HEADER-LINE.
017100     05  FILLER                      PIC X(33)
017200         VALUE 'ITMANL01 MISPLACED-ITEM ANALYSIS '.
017300     05  FILLER                      PIC X(02)  VALUE '- '.
017400     05  FILLER                      PIC X(05)  VALUE 'DATE '.
017500     05  ANL-HDR-DATE                PIC 9(08).
017600     05  FILLER                      PIC X(05)  VALUE ' RUN '.
017700     05  ANL-HDR-RUN                 PIC 9(06).
017800     05  FILLER                      PIC X(61)  VALUE SPACES.
017900*
018000 01  ANL-ITEM-COLUMN-LINE.
018100     05  FILLER                      PIC X(06)  VALUE 'RANK  '.
018200     05  FILLER                      PIC X(06)  VALUE 'ITEM  '.
018300     05  FILLER                      PIC X(27)
018400         VALUE 'DESCRIPTION                '.
018500     05  FILLER                      PIC X(10)
018600         VALUE 'CATEGORY  '.
018700     05  FILLER                      PIC X(06)  VALUE 'HNDL  '.
018800     05  FILLER                      PIC X(09)  VALUE 'MISPLACED'.
018900     05  FILLER                      PIC X(56)  VALUE SPACES.
019000*
019100 01  ANL-ITEM-DETAIL-LINE.
019200     05  ANL-IDT-RANK                PIC ZZ9.
019300     05  FILLER                      PIC X(03)  VALUE SPACES.
019400     05  ANL-IDT-CODE                PIC X(01).
019500     05  FILLER                      PIC X(05)  VALUE SPACES.
019600     05  ANL-IDT-DESCRIPTION         PIC X(25).
019700     05  FILLER                      PIC X(02)  VALUE SPACES.
019800     05  ANL-IDT-CATEGORY            PIC X(08).
019900     05  FILLER                      PIC X(02)  VALUE SPACES.
020000     05  ANL-IDT-HANDLING-CLASS      PIC X(02).
020100     05  FILLER                      PIC X(04)  VALUE SPACES.
020200     05  ANL-IDT-COUNT               PIC 9(09).
020300     05  FILLER                      PIC X(56)  VALUE SPACES.
020400*
020500 01  ANL-CAT-COLUMN-LINE.
020600     05  FILLER                      PIC X(10)
020700         VALUE 'CATEGORY  '.
020800     05  FILLER                      PIC X(07)  VALUE 'ITEMS  '.
020900     05  FILLER                      PIC X(09)  VALUE 'MISPLACED'.
021000     05  FILLER                      PIC X(94)  VALUE SPACES.
021100*
021200 01  ANL-CAT-DETAIL-LINE.
021300     05  ANL-CDT-CODE                PIC X(08).
021400     05  FILLER                      PIC X(02)  VALUE SPACES.
021500     05  ANL-CDT-ITEMS               PIC 9(04).
021600     05  FILLER                      PIC X(03)  VALUE SPACES.
021700     05  ANL-CDT-COUNT               PIC 9(09).
021800     05  FILLER                      PIC X(94)  VALUE SPACES.
021900*
022000 01  ANL-GRP-COLUMN-LINE.
022100     05  FILLER                      PIC X(10)
022200         VALUE 'GROUP     '.
022300     05  FILLER                      PIC X(09)  VALUE 'MISPLACED'.
022400     05  FILLER                      PIC X(101) VALUE SPACES.
022500*
022600 01  ANL-GRP-DETAIL-LINE.
022700     05  ANL-GDT-CODE                PIC X(08).
022800     05  FILLER                      PIC X(02)  VALUE SPACES.
022900     05  ANL-GDT-COUNT               PIC 9(09).
023000     05  FILLER                      PIC X(101) VALUE SPACES.
023100*
023200 01  ANL-TOTAL-LINE.
023300     05  FILLER                      PIC X(02)  VALUE SPACES.
023400     05  ANL-TOT-TEXT                PIC X(42).
023500     05  ANL-TOT-VALUE               PIC 9(09).
023600     05  FILLER                      PIC X(67)  VALUE SPACES.
023700*
023800 PROCEDURE DIVISION.
023900*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
024300     PERFORM 2000-READ-MATCHES THRU 2000-EXIT.
024400     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
024500     CLOSE ITEM-CATALOG-FILE ELF-MASTER-FILE ANALYSIS-REPORT-FILE.
024600     DISPLAY 'ITMANL01 ANALYSIS COMPLETE - MISPLACED ITEMS = '
024700         ANL-MISPLACED-COUNT.
024800     STOP RUN.
024900*
025000*****************************************************************
025100*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS AND FILE OPENS. *
025200*    A REPROCESS RUN ANALYSES THE REPROCESS DATE INSTEAD OF THE  *
025300*    CURRENT RUNCTL DATE.                                        *
025400*****************************************************************
025500 1000-INITIALIZE.
025600     OPEN INPUT RUN-CONTROL-FILE.
025700     IF ANL-RUNCTL-STATUS NOT = '00'
025800         DISPLAY 'ITMANL01 RUNCTL OPEN FAILED - STATUS = '
025900             ANL-RUNCTL-STATUS
026000         DISPLAY 'ITMANL01 RUN DATADV01 TO SET THE BUSINESS DATE'
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     READ RUN-CONTROL-FILE
026500         AT END
026600             DISPLAY 'ITMANL01 RUNCTL IS EMPTY - RUN DATADV01'
026700             MOVE 16 TO RETURN-CODE
026800             STOP RUN
026900     END-READ.
027000     MOVE RCT-BUSINESS-DATE TO ANL-BUS-DATE.
027100     MOVE RCT-RUN-NUMBER TO ANL-RUN-NO.
027200     CLOSE RUN-CONTROL-FILE.
027300     MOVE 'ITMANL01' TO PRM-MSG-PREFIX.
027400     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
027500     MOVE PRM-MISPLACE-TOP-N TO ANL-TOP-LIMIT.
027600     IF PRM-REPROCESSING
027700         MOVE PRM-REPROCESS-DATE TO ANL-BUS-DATE
027800         DISPLAY 'ITMANL01 REPROCESS MODE - ANALYSING PRIOR '
027900             'DATE ' PRM-REPROCESS-DATE
028000     END-IF.
028100     OPEN INPUT MISMATCH-FILE.
028200     IF ANL-RUCKMTC-STATUS NOT = '00'
028300         DISPLAY 'ITMANL01 RUCKMTCH OPEN FAILED - STATUS = '
028400             ANL-RUCKMTC-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     OPEN INPUT ITEM-CATALOG-FILE.
028900     IF ANL-ITEMCAT-STATUS NOT = '00'
029000         DISPLAY 'ITMANL01 ITEMCAT OPEN FAILED - STATUS = '
029100             ANL-ITEMCAT-STATUS
029200         CLOSE MISMATCH-FILE
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     OPEN INPUT ELF-MASTER-FILE.
029700     IF ANL-ELFMST-STATUS NOT = '00'
029800         DISPLAY 'ITMANL01 ELFMST OPEN FAILED - STATUS = '
029900             ANL-ELFMST-STATUS
030000         CLOSE MISMATCH-FILE ITEM-CATALOG-FILE
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     OPEN OUTPUT ANALYSIS-REPORT-FILE.
030500     IF ANL-ITMRPT-STATUS NOT = '00'
030600         DISPLAY 'ITMANL01 ITMRPT OPEN FAILED - STATUS = '
030700             ANL-ITMRPT-STATUS
030800         CLOSE MISMATCH-FILE ITEM-CATALOG-FILE ELF-MASTER-FILE
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200 1000-EXIT.
031300     EXIT.
031400*
031500*****************************************************************
031600*    1100-LOAD-CATALOG  -  BUILD THE 52-ENTRY ITEM TABLE IN      *
031700*    PRIORITY ORDER AND LOOK EACH LETTER UP ON THE CATALOG.      *
031800*    AN INACTIVE CATALOG ENTRY STILL SUPPLIES ITS CATEGORY -     *
031900*    A WITHDRAWN ITEM FOUND IN A RUCKSACK IS STILL MISPLACED.    *
032000*****************************************************************
032100 1100-LOAD-CATALOG.
032200     PERFORM VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > 52
032300         IF ANL-I > 26
032400             MOVE FUNCTION CHAR (ANL-I + 39)
032500                 TO ANL-ITM-CODE (ANL-I)
032600         ELSE
032700             MOVE FUNCTION CHAR (ANL-I + 97)
032800                 TO ANL-ITM-CODE (ANL-I)
032900         END-IF
033000         MOVE ANL-ITM-CODE (ANL-I) TO ICM-ITEM-CODE
033100         READ ITEM-CATALOG-FILE
033200             INVALID KEY
033300                 MOVE 'NOT ON ITEM CATALOG'
033400                     TO ANL-ITM-DESCRIPTION (ANL-I)
033500                 MOVE 'UNCATLG' TO ANL-ITM-CATEGORY (ANL-I)
033600                 MOVE SPACES TO ANL-ITM-HANDLING-CLASS (ANL-I)
033700             NOT INVALID KEY
033800                 MOVE ICM-DESCRIPTION
033900                     TO ANL-ITM-DESCRIPTION (ANL-I)
034000                 MOVE ICM-CATEGORY TO ANL-ITM-CATEGORY (ANL-I)
034100                 MOVE ICM-HANDLING-CLASS
034200                     TO ANL-ITM-HANDLING-CLASS (ANL-I)
034300         END-READ
034400         MOVE 0 TO ANL-ITM-COUNT (ANL-I)
034500     END-PERFORM.
034600 1100-EXIT.
034700     EXIT.
034800*
034900*****************************************************************
035000*    2000-READ-MATCHES  -  SELECT THE BUSINESS DATE'S ROWS THAT  *
035100*    FOUND A COMMON ITEM AND POST THEM BY ITEM, CATEGORY AND     *
035200*    ELF GROUP                                                   *
035300*****************************************************************
035400 2000-READ-MATCHES.
035500     READ MISMATCH-FILE
035600         AT END MOVE 'Y' TO ANL-EOF-SWITCH
035700     END-READ.
035800     PERFORM UNTIL ANL-EOF
035900         ADD 1 TO ANL-ROW-COUNT
036000         PERFORM 2100-POST-ONE-ROW THRU 2100-EXIT
036100         READ MISMATCH-FILE
036200             AT END MOVE 'Y' TO ANL-EOF-SWITCH
036300         END-READ
036400     END-PERFORM.
036500     CLOSE MISMATCH-FILE.
036600 2000-EXIT.
036700     EXIT.
036800*
036900 2100-POST-ONE-ROW.
037000     IF MTC-BUSINESS-DATE NOT = ANL-BUS-DATE
037100         GO TO 2100-EXIT
037200     END-IF.
037300     IF PRM-REPROCESSING
037400         AND MTC-REPROCESS-FLAG NOT = 'R'
037500         GO TO 2100-EXIT
037600     END-IF.
037700     ADD 1 TO ANL-DATE-ROW-COUNT.
037800     IF MTC-COMMON-ITEM = SPACE
037900         GO TO 2100-EXIT
038000     END-IF.
038100     IF MTC-PRIORITY < 1 OR MTC-PRIORITY > 52
038200         ADD 1 TO ANL-BAD-PRIORITY-COUNT
038300         GO TO 2100-EXIT
038400     END-IF.
038500     ADD 1 TO ANL-MISPLACED-COUNT.
038600     MOVE MTC-PRIORITY TO ANL-I.
038700     ADD 1 TO ANL-ITM-COUNT (ANL-I).
038800     IF ANL-ITM-CATEGORY (ANL-I) = 'UNCATLG'
038900         ADD 1 TO ANL-UNCATLG-COUNT
039000     END-IF.
039100     PERFORM 2200-LOOKUP-GROUP THRU 2200-EXIT.
039200     PERFORM 2300-POST-GROUP THRU 2300-EXIT.
039300 2100-EXIT.
039400     EXIT.
039500*
039600*****************************************************************
039700*    2200-LOOKUP-GROUP  -  THE ELF ID IS THE FIRST FIVE          *
039800*    POSITIONS OF THE ITEM STRING, AS MAIN READS IT.             *
039900*    CONSECUTIVE ROWS FOR THE SAME ELF REUSE THE LAST LOOKUP.    *
040000*****************************************************************
040100 2200-LOOKUP-GROUP.
040200     MOVE MTC-ITEM-STRING (1:5) TO ANL-ELF-ID-X.
040300     IF ANL-ELF-ID-X = ANL-LAST-ELF-ID
040400         MOVE ANL-LAST-GROUP TO ANL-ROW-GROUP
040500         GO TO 2200-EXIT
040600     END-IF.
040700     MOVE 'UNKNOWN' TO ANL-ROW-GROUP.
040800     IF ANL-ELF-ID-X IS NUMERIC
040900         MOVE ANL-ELF-ID-N TO ELM-ELF-ID
041000         READ ELF-MASTER-FILE
041100             INVALID KEY
041200                 CONTINUE
041300             NOT INVALID KEY
041400                 IF ELM-GROUP-CODE NOT = SPACES
041500                     MOVE ELM-GROUP-CODE TO ANL-ROW-GROUP
041600                 END-IF
041700         END-READ
041800     END-IF.
041900     MOVE ANL-ELF-ID-X TO ANL-LAST-ELF-ID.
042000     MOVE ANL-ROW-GROUP TO ANL-LAST-GROUP.
042100 2200-EXIT.
042200     EXIT.
042300*
042400 2300-POST-GROUP.
042500     IF ANL-ROW-GROUP = 'UNKNOWN'
042600         ADD 1 TO ANL-UNKNOWN-ELF-COUNT
042700     END-IF.
042800     PERFORM VARYING ANL-G FROM 1 BY 1
042900         UNTIL ANL-G > ANL-GRP-COUNT
043000             OR ANL-GRP-TBL-CODE (ANL-G) = ANL-ROW-GROUP
043100         CONTINUE
043200     END-PERFORM.
043300     IF ANL-G > ANL-GRP-COUNT
043400         IF ANL-GRP-COUNT >= 100
043500             IF NOT ANL-GRP-FULL-WARNED
043600                 DISPLAY 'ITMANL01 GROUP TABLE FULL - FURTHER '
043700                     'GROUPS NOT REPORTED'
043800                 MOVE 'Y' TO ANL-GRP-FULL-SWITCH
043900             END-IF
044000             GO TO 2300-EXIT
044100         END-IF
044200         ADD 1 TO ANL-GRP-COUNT
044300         MOVE ANL-ROW-GROUP TO ANL-GRP-TBL-CODE (ANL-G)
044400         MOVE 0 TO ANL-GRP-TBL-COUNT (ANL-G)
044500     END-IF.
044600     ADD 1 TO ANL-GRP-TBL-COUNT (ANL-G).
044700 2300-EXIT.
044800     EXIT.
044900*
045000*****************************************************************
045100*    2500-BUILD-CATEGORIES  -  ROLL THE ITEM COUNTS UP BY        *
045200*    CATEGORY.  ITEMS WITH NO MISPLACEMENTS ARE LEFT OUT.        *
045300*****************************************************************
045400 2500-BUILD-CATEGORIES.
045500     PERFORM VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > 52
045600         IF ANL-ITM-COUNT (ANL-I) > 0
045700             PERFORM 2600-POST-CATEGORY THRU 2600-EXIT
045800         END-IF
045900     END-PERFORM.
046000 2500-EXIT.
046100     EXIT.
046200*
046300 2600-POST-CATEGORY.
046400     PERFORM VARYING ANL-C FROM 1 BY 1
046500         UNTIL ANL-C > ANL-CAT-COUNT
046600             OR ANL-CAT-TBL-CODE (ANL-C) =
046700                ANL-ITM-CATEGORY (ANL-I)
046800         CONTINUE
046900     END-PERFORM.
047000     IF ANL-C > ANL-CAT-COUNT
047100         IF ANL-CAT-COUNT >= 60
047200             IF NOT ANL-CAT-FULL-WARNED
047300                 DISPLAY 'ITMANL01 CATEGORY TABLE FULL - '
047400                     'FURTHER CATEGORIES NOT REPORTED'
047500                 MOVE 'Y' TO ANL-CAT-FULL-SWITCH
047600             END-IF
047700             GO TO 2600-EXIT
047800         END-IF
047900         ADD 1 TO ANL-CAT-COUNT
048000         MOVE ANL-ITM-CATEGORY (ANL-I) TO ANL-CAT-TBL-CODE (ANL-C)
048100         MOVE 0 TO ANL-CAT-TBL-ITEMS (ANL-C)
048200         MOVE 0 TO ANL-CAT-TBL-COUNT (ANL-C)
048300     END-IF.
048400     ADD 1 TO ANL-CAT-TBL-ITEMS (ANL-C).
048500     ADD ANL-ITM-COUNT (ANL-I) TO ANL-CAT-TBL-COUNT (ANL-C).
048600 2600-EXIT.
048700     EXIT.
048800*
048900*****************************************************************
049000*    3000-WRITE-REPORT  -  TOTALS, THE BY-ITEM LIST IN PRIORITY  *
049100*    ORDER, BY CATEGORY, BY ELF GROUP, THEN THE TOP-N ITEMS.     *
049200*    THE TOP-N LIST ZEROES EACH PRINTED ITEM'S COUNT SO THE NEXT *
049300*    PASS FINDS THE NEXT ITEM, SAME PATTERN AS ELFLDR01 - IT IS  *
049400*    THEREFORE PRINTED LAST.                                     *
049500*****************************************************************
049600 3000-WRITE-REPORT.
049700     PERFORM 2500-BUILD-CATEGORIES THRU 2500-EXIT.
049800     MOVE ANL-BUS-DATE TO ANL-HDR-DATE.
049900     MOVE ANL-RUN-NO TO ANL-HDR-RUN.
050000     MOVE ANL-HEADER-LINE TO ANALYSIS-REPORT-LINE.
050100     WRITE ANALYSIS-REPORT-LINE.
050200     MOVE SPACES TO ANALYSIS-REPORT-LINE.
050300     WRITE ANALYSIS-REPORT-LINE.
050400     MOVE 'RUCKMTCH ROWS READ' TO ANL-TOT-TEXT.
050500     MOVE ANL-ROW-COUNT TO ANL-TOT-VALUE.
050600     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
050700     MOVE 'ROWS FOR BUSINESS DATE' TO ANL-TOT-TEXT.
050800     MOVE ANL-DATE-ROW-COUNT TO ANL-TOT-VALUE.
050900     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
051000     MOVE 'MISPLACED ITEMS' TO ANL-TOT-TEXT.
051100     MOVE ANL-MISPLACED-COUNT TO ANL-TOT-VALUE.
051200     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
051300     MOVE 'MISPLACED ITEMS NOT ON CATALOG' TO ANL-TOT-TEXT.
051400     MOVE ANL-UNCATLG-COUNT TO ANL-TOT-VALUE.
051500     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
051600     MOVE 'MISPLACED ITEMS FOR UNKNOWN ELVES' TO ANL-TOT-TEXT.
051700     MOVE ANL-UNKNOWN-ELF-COUNT TO ANL-TOT-VALUE.
051800     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
051900     MOVE 'ROWS WITH INVALID PRIORITY' TO ANL-TOT-TEXT.
052000     MOVE ANL-BAD-PRIORITY-COUNT TO ANL-TOT-VALUE.
052100     PERFORM 3900-WRITE-TOTAL THRU 3900-EXIT.
052200     MOVE SPACES TO ANALYSIS-REPORT-LINE.
052300     WRITE ANALYSIS-REPORT-LINE.
052400     MOVE 'MISPLACED BY ITEM' TO ANALYSIS-REPORT-LINE.
052500     WRITE ANALYSIS-REPORT-LINE.
052600     MOVE ANL-ITEM-COLUMN-LINE TO ANALYSIS-REPORT-LINE.
052700     WRITE ANALYSIS-REPORT-LINE.
052800     PERFORM VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > 52
052900         IF ANL-ITM-COUNT (ANL-I) > 0
053000             MOVE ANL-I TO ANL-MAX-SUB
053100             MOVE 0 TO ANL-IDT-RANK
053200             PERFORM 3500-WRITE-ITEM-DETAIL THRU 3500-EXIT
053300         END-IF
053400     END-PERFORM.
053500     MOVE SPACES TO ANALYSIS-REPORT-LINE.
053600     WRITE ANALYSIS-REPORT-LINE.
053700     MOVE 'MISPLACED BY CATEGORY' TO ANALYSIS-REPORT-LINE.
053800     WRITE ANALYSIS-REPORT-LINE.
053900     MOVE ANL-CAT-COLUMN-LINE TO ANALYSIS-REPORT-LINE.
054000     WRITE ANALYSIS-REPORT-LINE.
054100     PERFORM VARYING ANL-C FROM 1 BY 1 UNTIL ANL-C > ANL-CAT-COUNT
054200         MOVE ANL-CAT-TBL-CODE (ANL-C) TO ANL-CDT-CODE
054300         MOVE ANL-CAT-TBL-ITEMS (ANL-C) TO ANL-CDT-ITEMS
054400         MOVE ANL-CAT-TBL-COUNT (ANL-C) TO ANL-CDT-COUNT
054500         MOVE ANL-CAT-DETAIL-LINE TO ANALYSIS-REPORT-LINE
054600         WRITE ANALYSIS-REPORT-LINE
054700     END-PERFORM.
054800     MOVE SPACES TO ANALYSIS-REPORT-LINE.
054900     WRITE ANALYSIS-REPORT-LINE.
055000     MOVE 'MISPLACED BY ELF GROUP' TO ANALYSIS-REPORT-LINE.
055100     WRITE ANALYSIS-REPORT-LINE.
055200     MOVE ANL-GRP-COLUMN-LINE TO ANALYSIS-REPORT-LINE.
055300     WRITE ANALYSIS-REPORT-LINE.
055400     PERFORM VARYING ANL-G FROM 1 BY 1 UNTIL ANL-G > ANL-GRP-COUNT
055500         MOVE ANL-GRP-TBL-CODE (ANL-G) TO ANL-GDT-CODE
055600         MOVE ANL-GRP-TBL-COUNT (ANL-G) TO ANL-GDT-COUNT
055700         MOVE ANL-GRP-DETAIL-LINE TO ANALYSIS-REPORT-LINE
055800         WRITE ANALYSIS-REPORT-LINE
055900     END-PERFORM.
056000     MOVE SPACES TO ANALYSIS-REPORT-LINE.
056100     WRITE ANALYSIS-REPORT-LINE.
056200     MOVE 'MOST OFTEN MISPLACED ITEMS' TO ANALYSIS-REPORT-LINE.
056300     WRITE ANALYSIS-REPORT-LINE.
056400     MOVE ANL-ITEM-COLUMN-LINE TO ANALYSIS-REPORT-LINE.
056500     WRITE ANALYSIS-REPORT-LINE.
056600     PERFORM VARYING ANL-R FROM 1 BY 1
056700         UNTIL ANL-R > ANL-TOP-LIMIT
056800         PERFORM 3100-PRINT-NEXT-TOP-ITEM THRU 3100-EXIT
056900     END-PERFORM.
057000 3000-EXIT.
057100     EXIT.
057200*
057300 3100-PRINT-NEXT-TOP-ITEM.
057400     MOVE 0 TO ANL-MAX-SUB.
057500     PERFORM VARYING ANL-I FROM 1 BY 1 UNTIL ANL-I > 52
057600         IF ANL-MAX-SUB = 0
057700             AND ANL-ITM-COUNT (ANL-I) > 0
057800             MOVE ANL-I TO ANL-MAX-SUB
057900         ELSE
058000             IF ANL-MAX-SUB > 0
058100                 AND ANL-ITM-COUNT (ANL-I) >
058200                     ANL-ITM-COUNT (ANL-MAX-SUB)
058300                 MOVE ANL-I TO ANL-MAX-SUB
058400             END-IF
058500         END-IF
058600     END-PERFORM.
058700     IF ANL-MAX-SUB = 0
058800         GO TO 3100-EXIT
058900     END-IF.
059000     MOVE ANL-R TO ANL-IDT-RANK.
059100     PERFORM 3500-WRITE-ITEM-DETAIL THRU 3500-EXIT.
059200     MOVE 0 TO ANL-ITM-COUNT (ANL-MAX-SUB).
059300 3100-EXIT.
059400     EXIT.
059500*
059600 3500-WRITE-ITEM-DETAIL.
059700     MOVE ANL-ITM-CODE (ANL-MAX-SUB) TO ANL-IDT-CODE.
059800     MOVE ANL-ITM-DESCRIPTION (ANL-MAX-SUB)
059850         TO ANL-IDT-DESCRIPTION.
059900     MOVE ANL-ITM-CATEGORY (ANL-MAX-SUB) TO ANL-IDT-CATEGORY.
060000     MOVE ANL-ITM-HANDLING-CLASS (ANL-MAX-SUB)
060100         TO ANL-IDT-HANDLING-CLASS.
060200     MOVE ANL-ITM-COUNT (ANL-MAX-SUB) TO ANL-IDT-COUNT.
060300     MOVE ANL-ITEM-DETAIL-LINE TO ANALYSIS-REPORT-LINE.
060400     WRITE ANALYSIS-REPORT-LINE.
060500 3500-EXIT.
060600     EXIT.
060700*
060800 3900-WRITE-TOTAL.
060900     MOVE ANL-TOTAL-LINE TO ANALYSIS-REPORT-LINE.
061000     WRITE ANALYSIS-REPORT-LINE.
061100 3900-EXIT.
061200     EXIT.
061300*
061400*****************************************************************
061500*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
061600*    PROCEDURE COPYBOOK)                                         *
061700*****************************************************************
061800 COPY PARMPRC.

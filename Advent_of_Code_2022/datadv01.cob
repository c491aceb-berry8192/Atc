001100*    FILE (RUNCTL) FORWARD TO THE NEXT BUSINESS DATE AND        *
001200*    BUMPS THE RUN NUMBER.  AN EXPLICIT YYYYMMDD DATE MAY BE    *
001300*    SUPPLIED ON THE COMMAND LINE TO SET THE BUSINESS DATE      *
001400*    DIRECTLY AS AN OPERATOR OVERRIDE; WITH NO ARGUMENT THE     *
001500*    DATE ADVANCES TO THE NEXT WORKING DAY ON THE BUSCAL        *
001510*    BUSINESS CALENDAR.  IF RUNCTL DOES NOT EXIST YET IT IS     *
001600*    SEEDED FROM THE SYSTEM DATE AT RUN 1.                      *
001700*                                                               *
001800*    MODIFICATION HISTORY.                                     *
001900*    DATE       INIT  DESCRIPTION                              *
002000*    08/22/26   JRB   ORIGINAL                                  *
002010*    10/15/26   JRB   ROLL TO THE NEXT WORKING DAY ON THE       *
002020*                     BUSCAL BUSINESS CALENDAR INSTEAD OF THE   *
002030*                     NEXT CALENDAR DAY, SO WEEKENDS AND        *
002040*                     HOLIDAYS NO LONGER NEED A HAND OVERRIDE.  *
002050*                     A DATE MISSING FROM THE CALENDAR STOPS    *
002060*                     THE RUN (RC 16).  AN OVERRIDE DATE THAT   *
002070*                     IS A NON-WORKING DAY IS ACCEPTED WITH A   *
002080*                     CONSOLE WARNING                           *
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. DATADV01.
003200     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS ADV-RUNCTL-STATUS.
003410*
003420     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
003430         ORGANIZATION IS INDEXED
003440         ACCESS MODE IS RANDOM
003450         RECORD KEY IS BCL-CAL-DATE
003460         FILE STATUS IS ADV-BUSCAL-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RUN-CONTROL-FILE.
003900 COPY RUNCTL.
003910*
003920 FD  CALENDAR-FILE.
003930 COPY BUSCAL.
004000*
004100 WORKING-STORAGE SECTION.
004200 01  ADV-RUNCTL-STATUS               PIC X(02).
004210 01  ADV-BUSCAL-STATUS               PIC X(02).
004300*
004400 01  ADV-SWITCHES.
004500     05  ADV-SEED-SWITCH             PIC X(01)  VALUE 'N'.
004600         88  ADV-SEEDING                         VALUE 'Y'.
004610     05  ADV-WORKING-SWITCH          PIC X(01)  VALUE 'N'.
004620         88  ADV-WORKING-DAY-FOUND               VALUE 'Y'.
004700*
004800 01  ADV-COMMAND-ARG                 PIC X(08)  VALUE SPACES.
004900 01  ADV-OLD-DATE                    PIC 9(08)  VALUE 0.
005100 01  ADV-NEW-DATE                    PIC 9(08)  VALUE 0.
005200 01  ADV-NEW-RUN-NO                  PIC 9(06)  VALUE 0.
005300 01  ADV-DAY-INTEGER                 PIC 9(08)  VALUE 0.
005310 01  ADV-DAYS-SKIPPED                PIC 9(03)  VALUE 0.
005320 01  ADV-SKIP-LIMIT                  PIC 9(03)  VALUE 366.
005400*
005500 PROCEDURE DIVISION.
005600*
008900*****************************************************************
009000*    2000-ADVANCE-DATE  -  DECIDE THE NEW BUSINESS DATE.  AN     *
009100*    EIGHT-DIGIT COMMAND-LINE ARGUMENT WINS; OTHERWISE ADVANCE   *
009200*    THE STORED DATE TO THE NEXT WORKING DAY ON THE CALENDAR.    *
009300*    ON A SEED RUN THE SYSTEM DATE IS TAKEN AS-IS.               *
009400*****************************************************************
009500 2000-ADVANCE-DATE.
009600     ACCEPT ADV-COMMAND-ARG FROM COMMAND-LINE.
009870             MOVE 16 TO RETURN-CODE
009880             STOP RUN
009890         END-IF
009895         PERFORM 2200-CHECK-OVERRIDE-DATE THRU 2200-EXIT
009900         GO TO 2000-ROLL-RUN-NO
010000     END-IF.
010100     IF ADV-SEEDING
010200         ACCEPT ADV-NEW-DATE FROM DATE YYYYMMDD
010300         GO TO 2000-ROLL-RUN-NO
010400     END-IF.
010500     PERFORM 2100-NEXT-WORKING-DAY THRU 2100-EXIT.
010900 2000-ROLL-RUN-NO.
011000     COMPUTE ADV-NEW-RUN-NO = ADV-OLD-RUN-NO + 1.
011100 2000-EXIT.
011200     EXIT.
011201*
011202*****************************************************************
011203*    2100-NEXT-WORKING-DAY  -  STEP FORWARD ONE CALENDAR DAY AT  *
011204*    A TIME FROM THE STORED DATE UNTIL THE CALENDAR SHOWS A      *
011205*    WORKING DAY.  NO CALENDAR, OR A DATE NOT ON IT, IS A HARD   *
011206*    STOP - ROLLING BLIND IS HOW A SATURDAY GETS STAMPED ON      *
011207*    EVERY FILE.  THE OPERATOR CAN STILL FORCE A DATE WITH THE   *
011208*    COMMAND-LINE OVERRIDE.                                      *
011209*****************************************************************
011210 2100-NEXT-WORKING-DAY.
011211     OPEN INPUT CALENDAR-FILE.
011212     IF ADV-BUSCAL-STATUS NOT = '00'
011213         DISPLAY 'DATADV01 BUSCAL OPEN FAILED - STATUS = '
011214             ADV-BUSCAL-STATUS
011215         DISPLAY 'DATADV01 LOAD THE CALENDAR WITH CALMNT01 OR '
011216             'GIVE THE DATE ON THE COMMAND LINE'
011217         MOVE 16 TO RETURN-CODE
011218         STOP RUN
011219     END-IF.
011220     COMPUTE ADV-DAY-INTEGER =
011221         FUNCTION INTEGER-OF-DATE (ADV-OLD-DATE).
011222     MOVE 'N' TO ADV-WORKING-SWITCH.
011223     MOVE 0 TO ADV-DAYS-SKIPPED.
011224     PERFORM UNTIL ADV-WORKING-DAY-FOUND
011225         ADD 1 TO ADV-DAY-INTEGER
011226         COMPUTE ADV-NEW-DATE =
011227             FUNCTION DATE-OF-INTEGER (ADV-DAY-INTEGER)
011228         PERFORM 2150-CHECK-ONE-DATE THRU 2150-EXIT
011229     END-PERFORM.
011230     CLOSE CALENDAR-FILE.
011231 2100-EXIT.
011232     EXIT.
011233*
011234 2150-CHECK-ONE-DATE.
011235     MOVE ADV-NEW-DATE TO BCL-CAL-DATE.
011236     READ CALENDAR-FILE
011237         INVALID KEY
011238             DISPLAY 'DATADV01 ' ADV-NEW-DATE
011239                 ' IS NOT ON THE BUSINESS CALENDAR - RUN CALMNT01'
011240             CLOSE CALENDAR-FILE
011241             MOVE 16 TO RETURN-CODE
011242             STOP RUN
011243     END-READ.
011244     IF BCL-WORKING-DAY
011245         MOVE 'Y' TO ADV-WORKING-SWITCH
011246         GO TO 2150-EXIT
011247     END-IF.
011248     DISPLAY 'DATADV01 SKIPPING ' ADV-NEW-DATE ' - ' BCL-REASON.
011249     ADD 1 TO ADV-DAYS-SKIPPED.
011250     IF ADV-DAYS-SKIPPED >= ADV-SKIP-LIMIT
011251         DISPLAY 'DATADV01 NO WORKING DAY WITHIN ' ADV-SKIP-LIMIT
011252             ' DAYS OF ' ADV-OLD-DATE ' - CHECK THE CALENDAR'
011253         CLOSE CALENDAR-FILE
011254         MOVE 16 TO RETURN-CODE
011255         STOP RUN
011256     END-IF.
011257 2150-EXIT.
011258     EXIT.
011259*
011260*****************************************************************
011261*    2200-CHECK-OVERRIDE-DATE  -  AN OVERRIDE DATE IS ALWAYS     *
011262*    TAKEN, BUT THE OPERATOR IS WARNED WHEN THE CALENDAR SAYS    *
011263*    IT IS NOT A WORKING DAY.  NO CALENDAR MEANS NO WARNING.     *
011264*****************************************************************
011265 2200-CHECK-OVERRIDE-DATE.
011266     OPEN INPUT CALENDAR-FILE.
011267     IF ADV-BUSCAL-STATUS NOT = '00'
011268         GO TO 2200-EXIT
011269     END-IF.
011270     MOVE ADV-NEW-DATE TO BCL-CAL-DATE.
011271     READ CALENDAR-FILE
011272         INVALID KEY
011273             DISPLAY 'DATADV01 WARNING - OVERRIDE DATE '
011274                 ADV-NEW-DATE ' IS NOT ON THE BUSINESS CALENDAR'
011275         NOT INVALID KEY
011276             IF BCL-NON-WORKING-DAY
011277                 DISPLAY 'DATADV01 WARNING - OVERRIDE DATE '
011278                     ADV-NEW-DATE ' IS A NON-WORKING DAY - '
011279                     BCL-REASON
011280             END-IF
011281     END-READ.
011282     CLOSE CALENDAR-FILE.
011283 2200-EXIT.
011284     EXIT.
011300*
011400*****************************************************************
011500*    3000-REWRITE-RUN-CONTROL  -  REPLACE THE ONE-RECORD FILE    *

001400*    INDEXED ELF MASTER FOR ITS GROUP CODE, AND PRINTS THE      *
001500*    TOP ELVES AND TOP GROUPS BY TOTAL POINTS (LDRRPT) SO THE   *
001600*    FLOOR SUPERVISORS NO LONGER HAND-COMPILE THE WEEKLY        *
001700*    RANKING FROM SAVED ELFSUM PRINTOUTS.  THE BUSINESS DAYS    *
001710*    ARE COUNTED ON THE BUSCAL CALENDAR, SO A WEEKEND OR        *
001720*    HOLIDAY INSIDE THE WINDOW DOES NOT SHORTEN IT.             *
001800*                                                               *
001900*    MODIFICATION HISTORY.                                     *
002000*    DATE       INIT  DESCRIPTION                              *
002100*    09/02/26   JRB   ORIGINAL                                  *
002110*    10/15/26   JRB   COUNT LEADER-DAYS AS WORKING DAYS OF THE  *
002120*                     BUSCAL CALENDAR INSTEAD OF CALENDAR DAYS; *
002130*                     WITHOUT THE CALENDAR THE WINDOW FALLS     *
002140*                     BACK TO CALENDAR DAYS WITH A WARNING      *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ELFLDR01.
004300     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS LDR-RUNCTL-STATUS.
004510*
004520     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
004530         ORGANIZATION IS INDEXED
004540         ACCESS MODE IS RANDOM
004550         RECORD KEY IS BCL-CAL-DATE
004560         FILE STATUS IS LDR-BUSCAL-STATUS.
004600*
004700     SELECT LEADER-REPORT-FILE ASSIGN TO LDRRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
006200*
006300 FD  RUN-CONTROL-FILE.
006400 COPY RUNCTL.
006410*
006420 FD  CALENDAR-FILE.
006430 COPY BUSCAL.
006500*
006600 FD  LEADER-REPORT-FILE.
006700 01  LEADER-REPORT-LINE              PIC X(120).
007500     05  LDR-ELFMST-STATUS           PIC X(02).
007600     05  LDR-RUNCTL-STATUS           PIC X(02).
007700     05  LDR-LDRRPT-STATUS           PIC X(02).
007710     05  LDR-BUSCAL-STATUS           PIC X(02).
007800*
007900 01  LDR-SWITCHES.
008000     05  LDR-EOF-SWITCH              PIC X(01)  VALUE 'N'.
009000 01  LDR-CUTOFF-INT                  PIC 9(08)  VALUE 0.
009100 01  LDR-CURRENT-INT                 PIC 9(08)  VALUE 0.
009200 01  LDR-ROW-INT                     PIC 9(08)  VALUE 0.
009210 01  LDR-WALK-INT                    PIC 9(08)  VALUE 0.
009220 01  LDR-WALK-DATE                   PIC 9(08)  VALUE 0.
009230 01  LDR-WALK-STEPS                  PIC 9(04)  VALUE 0.
009240 01  LDR-WORKING-FOUND               PIC 9(02)  VALUE 0.
009250 01  LDR-CUTOFF-DATE                 PIC 9(08)  VALUE 0.
009260 01  LDR-CAL-MISSING                 PIC 9(04)  VALUE 0.
009300*
009400 01  LDR-ROW-COUNT                   PIC 9(09)  VALUE 0.
009500 01  LDR-WINDOW-ROW-COUNT            PIC 9(09)  VALUE 0.
012700     05  LDR-HDR-RUN                 PIC 9(06).
012800     05  FILLER                      PIC X(06)  VALUE ' LAST '.
012900     05  LDR-HDR-DAYS                PIC Z9.
013000     05  LDR-HDR-DAY-TYPE            PIC X(14)
013010         VALUE ' BUSINESS DAYS'.
013020     05  FILLER                      PIC X(06)  VALUE ' FROM '.
013030     05  LDR-HDR-CUTOFF              PIC 9(08).
013100     05  FILLER                      PIC X(29)  VALUE SPACES.
013200*
013300 01  LDR-ELF-COLUMN-LINE.
013400     05  FILLER                      PIC X(06)  VALUE 'RANK  '.
019100*****************************************************************
019200*    1000-INITIALIZE  -  RUN CONTROL, PARAMETERS, FILE OPENS      *
019300*    AND THE SELECTION WINDOW.  THE WINDOW RUNS LEADER-DAYS       *
019400*    WORKING DAYS BACKWARD FROM (AND INCLUDING) THE CURRENT       *
019500*    RUNCTL BUSINESS DATE - SEE 1100-FIND-WINDOW-START.           *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     OPEN INPUT RUN-CONTROL-FILE.
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     PERFORM 1100-FIND-WINDOW-START THRU 1100-EXIT.
022800     OPEN INPUT ELF-HISTORY-FILE.
022900     IF LDR-ELFHST-STATUS NOT = '00'
023000         DISPLAY 'ELFLDR01 ELFHIST OPEN FAILED - STATUS = '
025100 1000-EXIT.
025200     EXIT.
025300*
025301*****************************************************************
025302*    1100-FIND-WINDOW-START  -  WALK BACK FROM THE BUSINESS DATE *
025303*    ON THE BUSCAL CALENDAR UNTIL LEADER-DAYS WORKING DAYS HAVE  *
025304*    BEEN COUNTED; THE WINDOW STARTS ON THE LAST ONE.  A DATE    *
025305*    MISSING FROM THE CALENDAR COUNTS AS A WORKING DAY (THE OLD  *
025306*    RULE) AND IS REPORTED.  NO CALENDAR AT ALL FALLS BACK TO    *
025307*    LEADER-DAYS CALENDAR DAYS WITH A CONSOLE WARNING - THE      *
025308*    LEADERBOARD IS NOT WORTH STOPPING FOR.                      *
025309*****************************************************************
025310 1100-FIND-WINDOW-START.
025311     OPEN INPUT CALENDAR-FILE.
025312     IF LDR-BUSCAL-STATUS NOT = '00'
025313         DISPLAY 'ELFLDR01 BUSCAL NOT AVAILABLE - STATUS = '
025314             LDR-BUSCAL-STATUS
025315             ' - WINDOW COUNTS CALENDAR DAYS'
025316         MOVE ' CALENDAR DAYS' TO LDR-HDR-DAY-TYPE
025317         COMPUTE LDR-CUTOFF-INT =
025318             LDR-CURRENT-INT - LDR-WINDOW-DAYS + 1
025319         GO TO 1100-SET-CUTOFF-DATE
025320     END-IF.
025321     MOVE LDR-CURRENT-INT TO LDR-WALK-INT.
025322     MOVE LDR-CURRENT-INT TO LDR-CUTOFF-INT.
025323     MOVE 0 TO LDR-WORKING-FOUND.
025324     MOVE 0 TO LDR-WALK-STEPS.
025325     PERFORM UNTIL LDR-WORKING-FOUND >= LDR-WINDOW-DAYS
025326             OR LDR-WALK-STEPS >= 400
025327         PERFORM 1150-CHECK-ONE-DAY THRU 1150-EXIT
025328     END-PERFORM.
025329     CLOSE CALENDAR-FILE.
025330     IF LDR-CAL-MISSING > 0
025331         DISPLAY 'ELFLDR01 WARNING - ' LDR-CAL-MISSING
025332             ' DATE(S) IN THE WINDOW NOT ON BUSCAL - COUNTED AS '
025333             'WORKING DAYS'
025334     END-IF.
025335 1100-SET-CUTOFF-DATE.
025336     COMPUTE LDR-CUTOFF-DATE =
025337         FUNCTION DATE-OF-INTEGER (LDR-CUTOFF-INT).
025338 1100-EXIT.
025339     EXIT.
025340*
025341 1150-CHECK-ONE-DAY.
025342     ADD 1 TO LDR-WALK-STEPS.
025343     COMPUTE LDR-WALK-DATE =
025344         FUNCTION DATE-OF-INTEGER (LDR-WALK-INT).
025345     MOVE LDR-WALK-DATE TO BCL-CAL-DATE.
025346     READ CALENDAR-FILE
025347         INVALID KEY
025348             ADD 1 TO LDR-CAL-MISSING
025349             MOVE 'W' TO BCL-WORK-FLAG
025350     END-READ.
025351     IF BCL-WORKING-DAY
025352         ADD 1 TO LDR-WORKING-FOUND
025353         MOVE LDR-WALK-INT TO LDR-CUTOFF-INT
025354     END-IF.
025355     SUBTRACT 1 FROM LDR-WALK-INT.
025356 1150-EXIT.
025357     EXIT.
025358*
025400*****************************************************************
025500*    2000-LOAD-HISTORY  -  TALLY EVERY IN-WINDOW HISTORY ROW      *
025600*    INTO THE PER-ELF AND PER-GROUP TABLES                        *
036500     MOVE LDR-BUS-DATE TO LDR-HDR-DATE.
036600     MOVE LDR-RUN-NO TO LDR-HDR-RUN.
036700     MOVE LDR-WINDOW-DAYS TO LDR-HDR-DAYS.
036710     MOVE LDR-CUTOFF-DATE TO LDR-HDR-CUTOFF.
036800     MOVE LDR-HEADER-LINE TO LEADER-REPORT-LINE.
036900     WRITE LEADER-REPORT-LINE.
037000     MOVE SPACES TO LEADER-REPORT-LINE.

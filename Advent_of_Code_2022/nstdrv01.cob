001600*        5  UNSTRING_SAMPLE03                                  *
001700*        6  DLYRPT01                                           *
001800*        7  BALRPT01                                           *
001900*        8  EXCCAS01             (LOAD THE EXCEPTION CASES)    *
001950*        9  RUNWDG01                                           *
002000*    - AND STOPS THE STREAM THE MOMENT A STEP ENDS WITH A      *
002100*    RETURN CODE OF 8 OR HIGHER (12 = OPEN FAILURE, 16 = FEED  *
002200*    ABEND, 8 = BALRPT01 OUT OF BALANCE).  RETURN CODE 4 IS A  *
002500*    NSTSTAT STEP-STATUS FILE; ON THE NEXT INVOCATION THE      *
002600*    DRIVER RESUMES FROM THE FIRST STEP THAT DID NOT COMPLETE  *
002700*    INSTEAD OF FROM DATADV01, SO THE BUSINESS DATE IS NEVER   *
002800*    ROLLED TWICE FOR ONE STREAM.  A STREAM WHOSE NINE STEPS   *
002900*    ALL COMPLETED STARTS FRESH FROM STEP 1.                   *
002910*    A FRESH STREAM IS ONLY STARTED ON A WORKING DAY OF THE    *
002920*    BUSCAL BUSINESS CALENDAR (THE SYSTEM DATE THE DRIVER IS   *
002930*    LAUNCHED ON).  ON A WEEKEND OR HOLIDAY, OR WHEN THE DATE  *
002940*    IS NOT ON THE CALENDAR, THE DRIVER REFUSES TO START       *
002950*    (RC 8) UNLESS LAUNCHED WITH THE OVERRIDE ARGUMENT.  A     *
002960*    RESUMED STREAM IS NOT CHECKED - IT WAS STARTED ON A       *
002970*    WORKING DAY AND ITS DATE HAS ALREADY BEEN ROLLED.         *
002980*    EACH START OR RESUME WRITES A STEP 00 'STRT' RECORD       *
002990*    AHEAD OF THE STEPS, SO EVERY STEP'S ELAPSED TIME IS ITS   *
002995*    OWN TIME LESS THE RECORD BEFORE IT (READ BY SLARPT01).    *
003000*                                                               *
003100*    MODIFICATION HISTORY.                                     *
003200*    DATE       INIT  DESCRIPTION                              *
003300*    09/02/26   JRB   ORIGINAL                                  *
003310*    10/15/26   JRB   REFUSE TO START A FRESH STREAM ON A       *
003320*                     NON-WORKING DAY OF THE BUSCAL CALENDAR    *
003330*                     UNLESS THE OVERRIDE ARGUMENT IS GIVEN     *
003340*    10/15/26   JRB   ADDED THE EXCCAS01 EXCEPTION CASE LOAD    *
003350*                     AS STEP 8, AHEAD OF RUNWDG01              *
003360*    10/15/26   JRB   WRITE A STEP 00 'STRT' RECORD WITH THE    *
003370*                     TIME EACH TIME THE STREAM STARTS OR       *
003380*                     RESUMES, SO SLARPT01 CAN TIME STEP 1      *
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. NSTDRV01.
004900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS NST-RUNCTL-STATUS.
005110*
005120     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS BCL-CAL-DATE
005160         FILE STATUS IS NST-BUSCAL-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007000*
007100 FD  RUN-CONTROL-FILE.
007200 COPY RUNCTL.
007210*
007220 FD  CALENDAR-FILE.
007230 COPY BUSCAL.
007300*
007400 WORKING-STORAGE SECTION.
007500 01  NST-FILE-STATUSES.
007600     05  NST-NSTSTAT-STATUS          PIC X(02).
007700     05  NST-RUNCTL-STATUS           PIC X(02).
007710     05  NST-BUSCAL-STATUS           PIC X(02).
007800*
007900 01  NST-SWITCHES.
008000     05  NST-EOF-SWITCH              PIC X(01)  VALUE 'N'.
008300         88  NST-STREAM-STOPPED                 VALUE 'Y'.
008400     05  NST-RESUME-SWITCH           PIC X(01)  VALUE 'N'.
008500         88  NST-RESUMING                       VALUE 'Y'.
008510     05  NST-OVERRIDE-SWITCH         PIC X(01)  VALUE 'N'.
008520         88  NST-CALENDAR-OVERRIDE              VALUE 'Y'.
008600*
008700 01  NST-START-STEP                  PIC 9(02)  VALUE 1.
008800 01  NST-STEP-RC                     PIC 9(04)  VALUE 0.
009100 01  NST-TIME-NOW                    PIC 9(08)  VALUE 0.
009200 01  NST-BUS-DATE                    PIC 9(08)  VALUE 0.
009300 01  NST-RUN-NO                      PIC 9(06)  VALUE 0.
009310 01  NST-COMMAND-ARG                 PIC X(08)  VALUE SPACES.
009320 01  NST-TODAY                       PIC 9(08)  VALUE 0.
009400*
009500*****************************************************************
009600*    THE STEP TABLE.  THE COMMAND IS HANDED TO THE HOST SYSTEM   *
012600         VALUE 'BALRPT01'.
012700     05  FILLER                      PIC X(40)
012800         VALUE 'BALRPT01'.
012810     05  FILLER                      PIC X(18)
012820         VALUE 'EXCCAS01'.
012830     05  FILLER                      PIC X(40)
012840         VALUE 'EXCCAS01'.
012900     05  FILLER                      PIC X(18)
013000         VALUE 'RUNWDG01'.
013100     05  FILLER                      PIC X(40)
013200         VALUE 'RUNWDG01'.
013300 01  NST-STEP-TABLE REDEFINES NST-STEP-LIST.
013400     05  NST-STEP-ENTRY              OCCURS 9 TIMES.
013500         10  NST-TBL-NAME            PIC X(18).
013600         10  NST-TBL-COMMAND         PIC X(40).
013700*
013800 01  NST-STEP-WORK-AREA.
013900     05  NST-S                       PIC 9(02)  COMP  VALUE 0.
014000     05  NST-L                       PIC 9(02)  COMP  VALUE 0.
014100     05  NST-LAST-OUTCOME            PIC X(04)  OCCURS 9 TIMES.
014200*
014300 PROCEDURE DIVISION.
014400*
014500 0000-MAINLINE.
014600     PERFORM 1000-DECIDE-START-STEP THRU 1000-EXIT.
014610     PERFORM 1200-CHECK-WORKING-DAY THRU 1200-EXIT.
014700     PERFORM 1500-OPEN-STATUS-FILE THRU 1500-EXIT.
014800     PERFORM 2000-RUN-STREAM THRU 2000-EXIT.
014900     CLOSE STEP-STATUS-FILE.
016100*****************************************************************
016200*    1000-DECIDE-START-STEP  -  READ THE STEP-STATUS FILE AND     *
016300*    RESUME FROM THE FIRST STEP WHOSE LATEST OUTCOME IS NOT       *
016400*    DONE.  A MISSING OR EMPTY FILE, OR ONE SHOWING ALL NINE      *
016500*    STEPS DONE, MEANS A FRESH STREAM FROM STEP 1.  THIS IS       *
016600*    WHAT KEEPS DATADV01 FROM EVER ROLLING THE DATE TWICE FOR     *
016700*    ONE STREAM.                                                  *
016800*****************************************************************
016900 1000-DECIDE-START-STEP.
017000     PERFORM VARYING NST-L FROM 1 BY 1 UNTIL NST-L > 9
017100         MOVE SPACES TO NST-LAST-OUTCOME (NST-L)
017200     END-PERFORM.
017300     OPEN INPUT STEP-STATUS-FILE.
018100         AT END MOVE 'Y' TO NST-EOF-SWITCH
018200     END-READ.
018300     PERFORM UNTIL NST-EOF
018400         IF NST-ST-STEP-NO >= 1 AND NST-ST-STEP-NO <= 9
018500             MOVE NST-ST-OUTCOME
018600                 TO NST-LAST-OUTCOME (NST-ST-STEP-NO)
018700         END-IF
019200     CLOSE STEP-STATUS-FILE.
019300     MOVE 0 TO NST-START-STEP.
019400     PERFORM VARYING NST-L FROM 1 BY 1
019500         UNTIL NST-L > 9 OR NST-START-STEP > 0
019600         IF NST-LAST-OUTCOME (NST-L) NOT = 'DONE'
019700             MOVE NST-L TO NST-START-STEP
019800         END-IF
021200 1000-EXIT.
021300     EXIT.
021400*
021401*****************************************************************
021402*    1200-CHECK-WORKING-DAY  -  A FRESH STREAM ROLLS THE         *
021403*    BUSINESS DATE, SO IT MUST ONLY BE STARTED ON A WORKING DAY. *
021404*    THE OVERRIDE ARGUMENT (E.G. A SUPERVISED WEEKEND CATCH-UP)  *
021405*    SKIPS THE CHECK WITH A CONSOLE NOTE.  THE REFUSAL HAPPENS   *
021406*    BEFORE NSTSTAT IS OPENED, SO THE LAST STREAM'S STATUS       *
021407*    HISTORY IS LEFT AS IT WAS.                                  *
021408*****************************************************************
021409 1200-CHECK-WORKING-DAY.
021410     ACCEPT NST-COMMAND-ARG FROM COMMAND-LINE.
021411     IF NST-COMMAND-ARG = 'OVERRIDE'
021412         MOVE 'Y' TO NST-OVERRIDE-SWITCH
021413     END-IF.
021414     IF NST-RESUMING
021415         GO TO 1200-EXIT
021416     END-IF.
021417     ACCEPT NST-TODAY FROM DATE YYYYMMDD.
021418     IF NST-CALENDAR-OVERRIDE
021419         DISPLAY 'NSTDRV01 CALENDAR CHECK OVERRIDDEN FOR '
021420             NST-TODAY
021421         GO TO 1200-EXIT
021422     END-IF.
021423     OPEN INPUT CALENDAR-FILE.
021424     IF NST-BUSCAL-STATUS NOT = '00'
021425         DISPLAY 'NSTDRV01 BUSCAL OPEN FAILED - STATUS = '
021426             NST-BUSCAL-STATUS
021427         GO TO 1200-REFUSE
021428     END-IF.
021429     MOVE NST-TODAY TO BCL-CAL-DATE.
021430     READ CALENDAR-FILE
021431         INVALID KEY
021432             DISPLAY 'NSTDRV01 ' NST-TODAY
021433                 ' IS NOT ON THE BUSINESS CALENDAR'
021434             CLOSE CALENDAR-FILE
021435             GO TO 1200-REFUSE
021436     END-READ.
021437     CLOSE CALENDAR-FILE.
021438     IF BCL-WORKING-DAY
021439         GO TO 1200-EXIT
021440     END-IF.
021441     DISPLAY 'NSTDRV01 ' NST-TODAY ' IS A NON-WORKING DAY - '
021442         BCL-REASON.
021443 1200-REFUSE.
021444     DISPLAY 'NSTDRV01 *** STREAM NOT STARTED - RERUN WITH THE '
021445         'OVERRIDE ARGUMENT TO FORCE IT ***'.
021446     MOVE 8 TO RETURN-CODE.
021447     STOP RUN.
021448 1200-EXIT.
021449     EXIT.
021450*
021500*****************************************************************
021600*    1500-OPEN-STATUS-FILE  -  A FRESH STREAM STARTS A FRESH      *
021700*    STATUS FILE; A RESUMED STREAM APPENDS TO THE ONE IN          *
021800*    PROGRESS SO THE FULL HISTORY OF THE NIGHT SURVIVES.          *
021810*    EITHER WAY A STEP 00 'STRT' RECORD STAMPS THE TIME THE       *
021820*    DRIVER BEGAN, WHICH THE START-STEP DECISION IGNORES.         *
021900*****************************************************************
022000 1500-OPEN-STATUS-FILE.
022100     IF NST-RESUMING
023200         MOVE 16 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023410     PERFORM 8300-READ-RUN-CONTROL THRU 8300-EXIT.
023420     INITIALIZE NST-STATUS-RECORD.
023430     MOVE 0 TO NST-ST-STEP-NO.
023440     MOVE 'NSTDRV01' TO NST-ST-STEP-NAME.
023450     MOVE 'STRT' TO NST-ST-OUTCOME.
023460     MOVE 0 TO NST-ST-RC.
023470     MOVE NST-BUS-DATE TO NST-ST-DATE.
023480     MOVE NST-RUN-NO TO NST-ST-RUN.
023490     ACCEPT NST-TIME-NOW FROM TIME.
023492     MOVE NST-TIME-NOW (1:6) TO NST-ST-TIME.
023494     WRITE NST-STATUS-RECORD.
023500 1500-EXIT.
023600     EXIT.
023700*
024100*****************************************************************
024200 2000-RUN-STREAM.
024300     PERFORM VARYING NST-S FROM NST-START-STEP BY 1
024400         UNTIL NST-S > 9 OR NST-STREAM-STOPPED
024500         PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
024600     END-PERFORM.
024700     IF NST-STREAM-STOPPED

001500*    FLAGGED '*' AS AN EXCEPTION LINE SO A BAD FEED SHOWS UP   *
001600*    THE NEXT MORNING INSTEAD OF A WEEK LATER.  ONLY THE       *
001700*    NEWEST DAYS ARE HELD (UP TO THE TABLE LIMIT); OLDER DAYS  *
001800*    SCROLL OFF THE FRONT OF THE REPORT.  EACH DAY IS LOOKED   *
001810*    UP ON THE BUSCAL BUSINESS CALENDAR: A NON-WORKING DAY IS  *
001820*    PRINTED FLAGGED 'H' BUT NEVER COMPARED OR USED AS THE     *
001830*    BASE, SO MONDAY IS COMPARED WITH THE PREVIOUS WORKING     *
001840*    DAY, NOT WITH AN EMPTY SUNDAY; AND EVERY WORKING DAY IN   *
001850*    THE SPAN HELD THAT HAS NO HISTORY AT ALL IS LISTED AS A   *
001860*    MISSING BUSINESS DAY.  EITHER KIND OF EXCEPTION ENDS THE  *
001870*    RUN WITH RC 4.                                            *
001900*                                                               *
002000*    MODIFICATION HISTORY.                                     *
002100*    DATE       INIT  DESCRIPTION                              *
002200*    08/22/26   JRB   ORIGINAL                                  *
002210*    10/15/26   JRB   COMPARE EACH DAY WITH THE PREVIOUS        *
002220*                     WORKING DAY ON THE BUSCAL CALENDAR AND    *
002230*                     LIST BUSINESS DAYS WITH NO HISTORY.       *
002240*                     WITHOUT THE CALENDAR EVERY DAY COUNTS AS  *
002250*                     A WORKING DAY, AS BEFORE                  *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. TRNDRP01.
004020     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
004030         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS PRM-PARM-STATUS.
004050*
004060     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
004070         ORGANIZATION IS INDEXED
004080         ACCESS MODE IS RANDOM
004090         RECORD KEY IS BCL-CAL-DATE
004095         FILE STATUS IS TRD-BUSCAL-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004810*
004820 FD  PARAMETER-FILE.
004830 01  PRM-PARM-CARD                   PIC X(80).
004840*
004850 FD  CALENDAR-FILE.
004860 COPY BUSCAL.
004900*
005000 WORKING-STORAGE SECTION.
005100 01  TRD-FILE-STATUSES.
005200     05  TRD-RPTHIST-STATUS          PIC X(02).
005300     05  TRD-TRNDRPT-STATUS          PIC X(02).
005310     05  TRD-BUSCAL-STATUS           PIC X(02).
005400*
005500 01  TRD-SWITCHES.
005600     05  TRD-EOF-SWITCH              PIC X(01)  VALUE 'N'.
005700         88  TRD-EOF                            VALUE 'Y'.
005710     05  TRD-CALENDAR-SWITCH         PIC X(01)  VALUE 'N'.
005720         88  TRD-CALENDAR-OPEN                  VALUE 'Y'.
005730     05  TRD-HELD-SWITCH             PIC X(01)  VALUE 'N'.
005740         88  TRD-DAY-HELD                       VALUE 'Y'.
005800*
005900 01  TRD-TOLERANCE-PCT               PIC 9(03)  VALUE 10.
005910*
006300     05  TRD-D                       PIC 9(04)  COMP  VALUE 0.
006400     05  TRD-D2                      PIC 9(04)  COMP  VALUE 0.
006500     05  TRD-DAY-DATE                PIC 9(08)  OCCURS 31 TIMES.
006510     05  TRD-DAY-WORK-FLAG           PIC X(01)  OCCURS 31 TIMES.
006520         88  TRD-DAY-NON-WORKING                VALUE 'N'.
006600*
006700 01  TRD-MEASURE-AREA.
006800     05  TRD-MEAS-COUNT              PIC 9(04)  COMP  VALUE 0.
008200 01  TRD-CHANGE                      PIC S9(09) VALUE 0.
008300 01  TRD-PCT-VAR                     PIC S9(05)V99 VALUE 0.
008400 01  TRD-ABS-PCT                     PIC 9(05)V99 VALUE 0.
008410*
008420 01  TRD-MISSING-DAY-COUNT           PIC 9(09)  VALUE 0.
008430 01  TRD-FIRST-INT                   PIC 9(08)  VALUE 0.
008440 01  TRD-LAST-INT                    PIC 9(08)  VALUE 0.
008450 01  TRD-WALK-INT                    PIC 9(08)  VALUE 0.
008460 01  TRD-WALK-DATE                   PIC 9(08)  VALUE 0.
008500*
008600 01  TRD-MEASURE-HEAD-LINE.
008700     05  FILLER                      PIC X(08)  VALUE 'MEASURE '.
011640         VALUE 'EXCEPTION LINES FLAGGED (SEE * ABOVE) '.
011650     05  TRD-SUM-COUNT               PIC 9(09).
011660     05  FILLER                      PIC X(73)  VALUE SPACES.
011661*
011662 01  TRD-MISSING-SUMMARY-LINE.
011663     05  FILLER                      PIC X(38)
011664         VALUE 'BUSINESS DAYS WITH NO HISTORY         '.
011665     05  TRD-MSM-COUNT               PIC 9(09).
011666     05  FILLER                      PIC X(73)  VALUE SPACES.
011667*
011668 01  TRD-MISSING-DAY-LINE.
011669     05  FILLER                      PIC X(02)  VALUE SPACES.
011670     05  TRD-MSD-DATE                PIC 9(08).
011671     05  FILLER                      PIC X(02)  VALUE SPACES.
011672     05  FILLER                      PIC X(36)
011673         VALUE 'WORKING DAY - NO RPTHIST ROWS AT ALL'.
011674     05  FILLER                      PIC X(72)  VALUE SPACES.
011700*
011800 PROCEDURE DIVISION.
011900*
012120     PERFORM 7000-READ-PARAMETERS THRU 7000-EXIT.
012130     MOVE PRM-TREND-TOLERANCE TO TRD-TOLERANCE-PCT.
012200     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
012210     PERFORM 2500-CLASSIFY-DAYS THRU 2500-EXIT.
012300     PERFORM 3000-WRITE-TREND-REPORT THRU 3000-EXIT.
012400     CLOSE TREND-REPORT-FILE.
012410     IF TRD-CALENDAR-OPEN
012420         CLOSE CALENDAR-FILE
012430     END-IF.
012500     DISPLAY 'TRNDRP01 TREND REPORT COMPLETE - EXCEPTIONS = '
012600         TRD-EXCEPTION-COUNT.
012700     IF TRD-EXCEPTION-COUNT > 0 OR TRD-MISSING-DAY-COUNT > 0
012800         MOVE 4 TO RETURN-CODE
012900     END-IF.
013000     STOP RUN.
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF.
015010     OPEN INPUT CALENDAR-FILE.
015020     IF TRD-BUSCAL-STATUS = '00'
015030         MOVE 'Y' TO TRD-CALENDAR-SWITCH
015040     ELSE
015050         DISPLAY 'TRNDRP01 BUSCAL NOT AVAILABLE - STATUS = '
015060             TRD-BUSCAL-STATUS
015070             ' - EVERY DAY TREATED AS A WORKING DAY'
015080     END-IF.
015100 1000-EXIT.
015200     EXIT.
015300*
023100 2150-EXIT.
023200     EXIT.
023300*
023301*****************************************************************
023302*    2500-CLASSIFY-DAYS  -  LOOK EACH HELD DAY UP ON THE         *
023303*    CALENDAR ONCE.  A DAY NOT ON THE CALENDAR, OR ANY DAY WHEN  *
023304*    THERE IS NO CALENDAR, IS TAKEN AS A WORKING DAY.            *
023305*****************************************************************
023306 2500-CLASSIFY-DAYS.
023307     PERFORM VARYING TRD-D FROM 1 BY 1
023308         UNTIL TRD-D > TRD-DAY-COUNT
023309         MOVE 'W' TO TRD-DAY-WORK-FLAG (TRD-D)
023310         IF TRD-CALENDAR-OPEN
023311             MOVE TRD-DAY-DATE (TRD-D) TO BCL-CAL-DATE
023312             READ CALENDAR-FILE
023313                 NOT INVALID KEY
023314                     MOVE BCL-WORK-FLAG
023315                         TO TRD-DAY-WORK-FLAG (TRD-D)
023316             END-READ
023317         END-IF
023318     END-PERFORM.
023319 2500-EXIT.
023320     EXIT.
023321*
023400*****************************************************************
023500*    3000-WRITE-TREND-REPORT  -  ONE BLOCK PER MEASURE: VALUE    *
023600*    PER DAY, DAY-OVER-DAY CHANGE, PERCENT VARIANCE, AND AN      *
024600     END-PERFORM.
024700     MOVE SPACES TO TREND-REPORT-LINE.
024800     WRITE TREND-REPORT-LINE.
024810     PERFORM 3500-LIST-MISSING-DAYS THRU 3500-EXIT.
024820     MOVE SPACES TO TREND-REPORT-LINE.
024830     WRITE TREND-REPORT-LINE.
024900     MOVE TRD-EXCEPTION-COUNT TO TRD-SUM-COUNT.
025000     MOVE TRD-SUMMARY-LINE TO TREND-REPORT-LINE.
025200     WRITE TREND-REPORT-LINE.
025210     MOVE TRD-MISSING-DAY-COUNT TO TRD-MSM-COUNT.
025220     MOVE TRD-MISSING-SUMMARY-LINE TO TREND-REPORT-LINE.
025230     WRITE TREND-REPORT-LINE.
025240     MOVE 'H = NON-WORKING DAY ON THE CALENDAR - NOT COMPARED'
025250         TO TREND-REPORT-LINE.
025260     WRITE TREND-REPORT-LINE.
025300 3000-EXIT.
025400     EXIT.
025500*
027700     MOVE TRD-DAY-DATE (TRD-D) TO TRD-DET-DATE.
027800     MOVE TRD-CELL-VALUE (TRD-M TRD-D) TO TRD-DET-VALUE.
027900     MOVE SPACE TO TRD-DET-FLAG.
027910     IF TRD-DAY-NON-WORKING (TRD-D)
027920         MOVE 0 TO TRD-DET-CHANGE
027930         MOVE 0 TO TRD-DET-PCT
027940         MOVE 'H' TO TRD-DET-FLAG
027950         MOVE TRD-DETAIL-LINE TO TREND-REPORT-LINE
027960         WRITE TREND-REPORT-LINE
027970         GO TO 3200-EXIT
027980     END-IF.
028000     IF NOT TRD-PREV-SET
028100         MOVE 0 TO TRD-DET-CHANGE
028200         MOVE 0 TO TRD-DET-PCT
031200 3200-EXIT.
031300     EXIT.
031400*
031401*****************************************************************
031402*    3500-LIST-MISSING-DAYS  -  WALK EVERY DATE FROM THE OLDEST  *
031403*    TO THE NEWEST DAY HELD.  A WORKING DAY ON THE CALENDAR      *
031404*    THAT NO HISTORY ROW CARRIES MEANS DLYRPT01 NEVER RAN FOR    *
031405*    IT (OR ITS ROWS WERE LOST) AND IS LISTED.  WITHOUT THE      *
031406*    CALENDAR THERE IS NO WAY TO TELL, SO NOTHING IS LISTED.     *
031407*****************************************************************
031408 3500-LIST-MISSING-DAYS.
031409     IF NOT TRD-CALENDAR-OPEN OR TRD-DAY-COUNT = 0
031410         GO TO 3500-EXIT
031411     END-IF.
031412     MOVE 99999999 TO TRD-FIRST-INT.
031413     MOVE 0 TO TRD-LAST-INT.
031414     PERFORM VARYING TRD-D FROM 1 BY 1
031415         UNTIL TRD-D > TRD-DAY-COUNT
031416         COMPUTE TRD-WALK-INT =
031417             FUNCTION INTEGER-OF-DATE (TRD-DAY-DATE (TRD-D))
031418         IF TRD-WALK-INT > 0 AND TRD-WALK-INT < TRD-FIRST-INT
031419             MOVE TRD-WALK-INT TO TRD-FIRST-INT
031420         END-IF
031421         IF TRD-WALK-INT > TRD-LAST-INT
031422             MOVE TRD-WALK-INT TO TRD-LAST-INT
031423         END-IF
031424     END-PERFORM.
031425     MOVE 'MISSING BUSINESS DAYS' TO TREND-REPORT-LINE.
031426     WRITE TREND-REPORT-LINE.
031427     PERFORM VARYING TRD-WALK-INT FROM TRD-FIRST-INT BY 1
031428         UNTIL TRD-WALK-INT > TRD-LAST-INT
031429         PERFORM 3550-CHECK-ONE-DATE THRU 3550-EXIT
031430     END-PERFORM.
031431 3500-EXIT.
031432     EXIT.
031433*
031434 3550-CHECK-ONE-DATE.
031435     COMPUTE TRD-WALK-DATE =
031436         FUNCTION DATE-OF-INTEGER (TRD-WALK-INT).
031437     MOVE 'N' TO TRD-HELD-SWITCH.
031438     PERFORM VARYING TRD-D FROM 1 BY 1
031439         UNTIL TRD-D > TRD-DAY-COUNT OR TRD-DAY-HELD
031440         IF TRD-DAY-DATE (TRD-D) = TRD-WALK-DATE
031441             MOVE 'Y' TO TRD-HELD-SWITCH
031442         END-IF
031443     END-PERFORM.
031444     IF TRD-DAY-HELD
031445         GO TO 3550-EXIT
031446     END-IF.
031447     MOVE TRD-WALK-DATE TO BCL-CAL-DATE.
031448     READ CALENDAR-FILE
031449         INVALID KEY
031450             GO TO 3550-EXIT
031451     END-READ.
031452     IF NOT BCL-WORKING-DAY
031453         GO TO 3550-EXIT
031454     END-IF.
031455     ADD 1 TO TRD-MISSING-DAY-COUNT.
031456     MOVE TRD-WALK-DATE TO TRD-MSD-DATE.
031457     MOVE TRD-MISSING-DAY-LINE TO TREND-REPORT-LINE.
031458     WRITE TREND-REPORT-LINE.
031459 3550-EXIT.
031460     EXIT.
031461*
031500*****************************************************************
031600*    7000-7900  -  CENTRAL RUNTIME PARAMETER SUPPORT (SHARED    *
031700*    PROCEDURE COPYBOOK)                                         *

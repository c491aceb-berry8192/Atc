001960*                     (ARCPRG01)                                  *
001970*    09/02/26   JRB   ADDED THE REPROCESS-DATE CARD FOR           *
001980*                     SUPERVISED BACK-DATE REPROCESSING           *
001985*    10/15/26   JRB   ADDED THE MISPLACE-TOP-N CARD (ITMANL01)    *
001986*    10/15/26   JRB   ADDED THE PAY-PERIOD-START AND              *
001987*                     PAY-PERIOD-END CARDS (PAYINT01)             *
001988*    10/15/26   JRB   ADDED THE RECEIPT-MONTH CARD (FEDHST01)     *
001989*    10/15/26   JRB   ADDED THE RECOVER-TO-DATE AND               *
001990*                     RECOVER-TO-RUN CARDS (MSTRCV01)             *
001991*    10/15/26   JRB   ADDED THE SLA-STEP-NN, SLA-STREAM-MINUTES,  *
001992*                     SLA-FINISH-BY AND SLA-HISTORY-DAYS CARDS    *
001993*                     (SLARPT01)                                  *
001994*    10/15/26   JRB   ADDED THE REOPEN-PERIOD AND CLOSE-PERIOD    *
001995*                     CARDS (PERCLS01)                            *
002000******************************************************************
002100 7000-READ-PARAMETERS.
002200     OPEN INPUT PARAMETER-FILE.
009098                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009101             END-IF
009102             MOVE PRM-VALUE-NUM TO PRM-REPROCESS-DATE
009103         WHEN 'MISPLACE-TOP-N'
009104             PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT
009105             IF PRM-VALUE-NUM = 0 OR PRM-VALUE-NUM > 52
009106                 MOVE 'TOP-N MUST BE 1-52' TO PRM-ERROR-TEXT
009107                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009108             END-IF
009109             MOVE PRM-VALUE-NUM TO PRM-MISPLACE-TOP-N
009110         WHEN 'PAY-PERIOD-START'
009111             PERFORM 7300-EDIT-DATE-VALUE THRU 7300-EXIT
009112             MOVE PRM-VALUE-NUM TO PRM-PAY-PERIOD-START
009113         WHEN 'PAY-PERIOD-END'
009114             PERFORM 7300-EDIT-DATE-VALUE THRU 7300-EXIT
009115             MOVE PRM-VALUE-NUM TO PRM-PAY-PERIOD-END
009116         WHEN 'RECEIPT-MONTH'
009117             PERFORM 7400-EDIT-MONTH-VALUE THRU 7400-EXIT
009118             MOVE PRM-VALUE-NUM TO PRM-RECEIPT-MONTH
009119         WHEN 'RECOVER-TO-DATE'
009120             PERFORM 7300-EDIT-DATE-VALUE THRU 7300-EXIT
009121             MOVE PRM-VALUE-NUM TO PRM-RECOVER-TO-DATE
009122         WHEN 'RECOVER-TO-RUN'
009123             PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT
009124             IF PRM-VALUE-NUM > 999999
009125                 MOVE 'RUN MUST BE 0-999999' TO PRM-ERROR-TEXT
009126                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009127             END-IF
009128             MOVE PRM-VALUE-NUM TO PRM-RECOVER-TO-RUN
009129         WHEN 'SLA-STEP-01'
009130         WHEN 'SLA-STEP-02'
009131         WHEN 'SLA-STEP-03'
009132         WHEN 'SLA-STEP-04'
009133         WHEN 'SLA-STEP-05'
009134         WHEN 'SLA-STEP-06'
009135         WHEN 'SLA-STEP-07'
009136         WHEN 'SLA-STEP-08'
009137         WHEN 'SLA-STEP-09'
009138             PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT
009139             IF PRM-VALUE-NUM > 999
009140                 MOVE 'MINUTES MUST BE 0-999' TO PRM-ERROR-TEXT
009141                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009142             END-IF
009143             MOVE PRM-KEYWORD (10:2) TO PRM-SLA-STEP-NO
009144             MOVE PRM-VALUE-NUM
009145                 TO PRM-SLA-STEP-MINUTES (PRM-SLA-STEP-NO)
009146         WHEN 'SLA-STREAM-MINUTES'
009147             PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT
009148             IF PRM-VALUE-NUM > 999
009149                 MOVE 'MINUTES MUST BE 0-999' TO PRM-ERROR-TEXT
009150                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009151             END-IF
009152             MOVE PRM-VALUE-NUM TO PRM-SLA-STREAM-MINUTES
009153         WHEN 'SLA-FINISH-BY'
009154             PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT
009155             IF PRM-DIGIT-COUNT NOT = 6
009156                 OR PRM-VALUE (1:2) > '23'
009157                 OR PRM-VALUE (3:2) > '59'
009158                 OR PRM-VALUE (5:2) > '59'
009159                 MOVE 'TIME MUST BE A VALID HHMMSS'
009160                     TO PRM-ERROR-TEXT
009161                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009162             END-IF
009163             MOVE PRM-VALUE-NUM TO PRM-SLA-FINISH-BY
009164         WHEN 'SLA-HISTORY-DAYS'
009165             PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT
009166             IF PRM-VALUE-NUM = 0 OR PRM-VALUE-NUM > 99
009167                 MOVE 'DAYS MUST BE 1-99' TO PRM-ERROR-TEXT
009168                 PERFORM 7900-PARM-ERROR THRU 7900-EXIT
009169             END-IF
009170             MOVE PRM-VALUE-NUM TO PRM-SLA-HISTORY-DAYS
009171         WHEN 'REOPEN-PERIOD'
009172             PERFORM 7400-EDIT-MONTH-VALUE THRU 7400-EXIT
009173             MOVE PRM-VALUE-NUM TO PRM-REOPEN-PERIOD
009174         WHEN 'CLOSE-PERIOD'
009175             PERFORM 7400-EDIT-MONTH-VALUE THRU 7400-EXIT
009176             MOVE PRM-VALUE-NUM TO PRM-CLOSE-PERIOD
009100         WHEN OTHER
009200             MOVE 'UNKNOWN KEYWORD' TO PRM-ERROR-TEXT
009300             PERFORM 7900-PARM-ERROR THRU 7900-EXIT
012900     END-IF.
013000 7200-EXIT.
013100     EXIT.
013104*
013108 7300-EDIT-DATE-VALUE.
013112     PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT.
013116     IF PRM-VALUE-NUM = 0
013120         OR FUNCTION INTEGER-OF-DATE (PRM-VALUE-NUM) = 0
013124         MOVE 'DATE MUST BE A VALID YYYYMMDD' TO PRM-ERROR-TEXT
013128         PERFORM 7900-PARM-ERROR THRU 7900-EXIT
013132     END-IF.
013136 7300-EXIT.
013140     EXIT.
013144*
013148 7400-EDIT-MONTH-VALUE.
013152     PERFORM 7200-EDIT-NUMERIC-VALUE THRU 7200-EXIT.
013156     IF PRM-DIGIT-COUNT NOT = 6
013160         OR PRM-VALUE-NUM < 160101
013164         OR FUNCTION MOD (PRM-VALUE-NUM, 100) = 0
013168         OR FUNCTION MOD (PRM-VALUE-NUM, 100) > 12
013172         MOVE 'MONTH MUST BE A VALID YYYYMM' TO PRM-ERROR-TEXT
013176         PERFORM 7900-PARM-ERROR THRU 7900-EXIT
013180     END-IF.
013184 7400-EXIT.
013188     EXIT.
013200*
013300 7900-PARM-ERROR.
013400     DISPLAY PRM-MSG-PREFIX ' BAD PARAMETER CARD: '

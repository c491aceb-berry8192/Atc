001194*                     BY UNSTRING_SAMPLE03 SO THE CLASS COUNTS   *
001196*                     SURVIVE A RESTART; MAIN WRITES THEM AS     *
001198*                     ZERO                                        *
001199*    10/15/26   JRB   ADDED CHK-RUN-START-TIME; MAIN WRITES ZERO  *
001200******************************************************************
001300 01  CHK-CHECKPOINT-RECORD.
001400     05  CHK-PROGRAM-ID              PIC X(08).
001900     05  CHK-PARTIAL-COUNT           PIC 9(09).
002000     05  CHK-ADJACENT-COUNT          PIC 9(09).
002100     05  CHK-NONE-COUNT              PIC 9(09).
002200     05  CHK-RUN-START-TIME          PIC 9(08).

000100******************************************************************
000200*    PAYSNT  -  PAYROLL INTERFACE SENT-LINE REGISTER RECORD       *
000300*                                                                 *
000400*    ONE RECORD PER ELF LINE SENT TO PAYROLL, KEYED ON BATCH      *
000500*    NUMBER AND ELF ID.  WRITTEN BY PAYINT01 ALONGSIDE EACH       *
000600*    PAYOUT DETAIL LINE SO THE NEXT RUN CAN MATCH THE PAYROLL     *
000700*    ACKNOWLEDGEMENT FILE (PAYACK) AGAINST EXACTLY WHAT WAS       *
000800*    SENT.  PSN-ACK-STATUS STAYS SPACE UNTIL PAYROLL ANSWERS FOR  *
000900*    THE LINE: 'A' ACCEPTED, 'R' REJECTED (WITH PAYROLL'S         *
001000*    REASON), 'X' ACCEPTED FOR A POINTS FIGURE OTHER THAN THE     *
001100*    ONE SENT.                                                    *
001200*                                                                 *
001300*    HISTORY                                                      *
001400*    DATE       INIT  DESCRIPTION                                 *
001500*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001600******************************************************************
001700 01  PSN-SENT-RECORD.
001800     05  PSN-KEY.
001900         10  PSN-BATCH-NUMBER        PIC 9(06).
002000         10  PSN-ELF-ID              PIC 9(05).
002100     05  PSN-ELF-NAME                PIC X(25).
002200     05  PSN-GROUP-CODE              PIC X(08).
002300     05  PSN-DAYS-WORKED             PIC 9(03).
002400     05  PSN-LINE-COUNT              PIC 9(07).
002500     05  PSN-POINTS                  PIC 9(11).
002600     05  PSN-ACK-STATUS              PIC X(01).
002700         88  PSN-UNACKNOWLEDGED                 VALUE SPACE.
002800         88  PSN-ACCEPTED                       VALUE 'A'.
002900         88  PSN-REJECTED                       VALUE 'R'.
003000         88  PSN-POINTS-DIFFER                  VALUE 'X'.
003100     05  PSN-ACK-POINTS              PIC 9(11).
003200     05  PSN-ACK-REASON              PIC X(30).
003300     05  PSN-ACK-DATE                PIC 9(08).

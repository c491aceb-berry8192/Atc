000100******************************************************************
000200*    PAYCTL  -  PAYROLL INTERFACE BATCH CONTROL RECORD            *
000300*                                                                 *
000400*    ONE RECORD PER INCENTIVE BATCH SENT TO PAYROLL, KEYED ON     *
000500*    THE INTERFACE BATCH NUMBER.  WRITTEN BY PAYINT01 WHEN A PAY  *
000600*    PERIOD IS CUT FROM ELFHIST; A NEW PERIOD THAT OVERLAPS ANY   *
000700*    PERIOD ALREADY ON THIS FILE IS REFUSED, SO NO BUSINESS DAY   *
000800*    IS EVER PAID TWICE.  THE ACKNOWLEDGEMENT COUNTS AND STATUS   *
000900*    ARE REFRESHED BY PAYINT01 ON EVERY LATER RUN FROM THE        *
001000*    PAYSNT SENT-LINE REGISTER UNTIL EVERY LINE OF THE BATCH      *
001100*    HAS BEEN ACKNOWLEDGED BY PAYROLL.                            *
001200*                                                                 *
001300*    HISTORY                                                      *
001400*    DATE       INIT  DESCRIPTION                                 *
001500*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001600******************************************************************
001700 01  PYC-CONTROL-RECORD.
001800     05  PYC-BATCH-NUMBER            PIC 9(06).
001900     05  PYC-PERIOD-START            PIC 9(08).
002000     05  PYC-PERIOD-END              PIC 9(08).
002100     05  PYC-SENT-DATE               PIC 9(08).
002200     05  PYC-SENT-RUN                PIC 9(06).
002300     05  PYC-RECORD-COUNT            PIC 9(09).
002400     05  PYC-POINTS-HASH             PIC 9(12).
002500     05  PYC-ACK-STATUS              PIC X(01).
002600         88  PYC-ACK-OUTSTANDING                VALUE 'O'.
002700         88  PYC-ACK-COMPLETE                   VALUE 'C'.
002800     05  PYC-ACCEPTED-COUNT          PIC 9(09).
002900     05  PYC-REJECTED-COUNT          PIC 9(09).
003000     05  PYC-UNACKED-COUNT           PIC 9(09).
003100     05  PYC-ACK-DATE                PIC 9(08).

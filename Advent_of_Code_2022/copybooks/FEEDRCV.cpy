000100******************************************************************
000200*    FEEDRCV  -  COMBFEED RECEIPT REGISTER RECORD                 *
000300*                                                                 *
000400*    PERMANENT INDEXED REGISTER OF EVERY COMBFEED DELIVERY        *
000500*    ACCEPTED AND SPLIT BY FEDSPL01, KEYED ON SENDER ID AND THE   *
000600*    SENDER'S FILE SEQUENCE NUMBER.  FEDSPL01 REFUSES A FILE      *
000700*    WHOSE SEQUENCE IS ALREADY HERE OR IS NOT THE NEXT ONE AFTER  *
000800*    THE SENDER'S HIGHEST; FEDHST01 PRINTS THE MONTHLY RECEIPT    *
000900*    HISTORY FROM IT.  ROWS ARE NEVER CHANGED OR DELETED.         *
001000*                                                                 *
001100*    HISTORY                                                      *
001200*    DATE       INIT  DESCRIPTION                                 *
001300*    10/15/26   JRB   ORIGINAL LAYOUT                             *
001400******************************************************************
001500 01  RCR-RECEIPT-RECORD.
001600     05  RCR-KEY.
001700         10  RCR-SENDER-ID           PIC X(08).
001800         10  RCR-FILE-SEQ            PIC 9(06).
001900     05  RCR-CREATE-DATE             PIC 9(08).
002000     05  RCR-BUSINESS-DATE           PIC 9(08).
002100     05  RCR-RUN-NUMBER              PIC 9(06).
002200     05  RCR-RECEIPT-TIME            PIC 9(06).
002300     05  RCR-RUCK-COUNT              PIC 9(09).
002400     05  RCR-RANGE-COUNT             PIC 9(09).
002500     05  RCR-TOTAL-COUNT             PIC 9(09).
002600     05  RCR-REJECT-COUNT            PIC 9(09).
002700     05  RCR-HASH-TOTAL              PIC 9(09).

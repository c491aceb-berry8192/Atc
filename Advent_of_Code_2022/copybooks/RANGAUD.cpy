001360*    09/02/26   JRB   ADDED THE REPROCESS FLAG - 'R' ON ROWS     *
001370*                     WRITTEN BY A SUPERVISED BACK-DATE          *
001380*                     REPROCESS RUN                               *
001390*    10/15/26   JRB   ADDED THE ASSIGNED ELF ID OF EACH RANGE     *
001392*                     FROM THE SHIFT-ROSTER FORMAT OF RANGEIN -   *
001394*                     ZERO WHEN THE RECORD CARRIES NO ROSTER      *
001400******************************************************************
001500 01  AUD-AUDIT-RECORD.
001600     05  AUD-SEQUENCE-NO             PIC 9(06).
002600     05  AUD-RUN-NUMBER              PIC 9(06).
002700     05  AUD-REPROCESS-FLAG          PIC X(01).
002800         88  AUD-REPROCESSED                    VALUE 'R'.
002900     05  AUD-ELF-A-ID                PIC 9(05).
003000     05  AUD-ELF-B-ID                PIC 9(05).

000100******************************************************************
000200*    EXCCAS  -  EXCEPTION CASE RECORD                             *
000300*                                                                 *
000400*    ONE RECORD PER EXCEPTION CASE, KEYED ON THE CASE NUMBER.     *
000500*    WRITTEN BY EXCCAS01, WHICH LOADS EACH NIGHT'S RUCKERR,       *
000600*    RUCKGEXC AND RANGEEXC ROWS SO AN EXCEPTION NOBODY WORKED     *
000700*    IS NOT LOST WHEN THOSE FILES ARE REWRITTEN THE NEXT DAY.     *
000800*    ECS-MATCH-KEY IDENTIFIES WHAT THE CASE IS ABOUT - THE        *
000900*    SOURCE FILE PLUS AN ELF ID, OR A GROUP NUMBER OR AUDIT       *
001000*    LINE NUMBER QUALIFIED BY THE BUSINESS DATE IT CAME FROM      *
001050*    (THOSE NUMBERS START AGAIN EVERY DAY) AND, FOR A RANGEEXC    *
001060*    LINE, BY THE RUN START TIME OF THE UNSTRING_SAMPLE03 RUN     *
001070*    THAT WROTE IT (A SUPPL RUN NUMBERS ITS LINES FROM ONE        *
001100*    AGAIN; ZERO FOR EVERY OTHER KEY).  A REPEAT ON A KEY         *
001200*    THAT ALREADY HAS AN OPEN CASE IS COUNTED IN ECS-DAYS-SEEN    *
001300*    INSTEAD OF OPENING ANOTHER CASE.  THE OWNING DESK IS THE     *
001400*    ELF'S ELFMST GROUP CODE OR THE BINMST ZONE OWNER.  CASES     *
001500*    ARE ANNOTATED OR CLOSED BY EXCRES RESOLUTION CARDS; THE      *
001600*    LATEST NOTE IS KEPT ON THE CASE AND EVERY CARD APPLIED IS    *
001700*    PRINTED ON THE EXCRPT REGISTER.  A CASE IS NEVER DELETED.    *
001800*                                                                 *
001900*    HISTORY                                                      *
002000*    DATE       INIT  DESCRIPTION                                 *
002100*    10/15/26   JRB   ORIGINAL LAYOUT                             *
002200******************************************************************
002300 01  ECS-CASE-RECORD.
002400     05  ECS-CASE-NO                 PIC 9(07).
002500     05  ECS-MATCH-KEY.
002600         10  ECS-SOURCE              PIC X(08).
002700         10  ECS-KEY-TYPE            PIC X(01).
002800             88  ECS-ELF-KEY                    VALUE 'E'.
002900             88  ECS-GROUP-KEY                  VALUE 'G'.
003000             88  ECS-LINE-KEY                   VALUE 'L'.
003100         10  ECS-KEY-DATE            PIC 9(08).
003200         10  ECS-KEY-NUMBER          PIC 9(06).
003250         10  ECS-KEY-RUN-START       PIC 9(08).
003300     05  ECS-REASON                  PIC X(40).
003400     05  ECS-OWNER                   PIC X(20).
003500     05  ECS-STATUS                  PIC X(01).
003600         88  ECS-OPEN                           VALUE 'O'.
003700         88  ECS-CLOSED                         VALUE 'C'.
003800     05  ECS-OPENED-DATE             PIC 9(08).
003900     05  ECS-OPENED-RUN              PIC 9(06).
004000     05  ECS-LAST-SEEN-DATE          PIC 9(08).
004100     05  ECS-DAYS-SEEN               PIC 9(05).
004200     05  ECS-DETAIL                  PIC X(40).
004300     05  ECS-NOTE-COUNT              PIC 9(03).
004400     05  ECS-NOTE-DATE               PIC 9(08).
004500     05  ECS-NOTE-BY                 PIC X(03).
004600     05  ECS-NOTE-TEXT               PIC X(40).
004700     05  ECS-CLOSED-DATE             PIC 9(08).
004800     05  ECS-CLOSED-BY               PIC X(03).
004900     05  FILLER                      PIC X(09).

000100******************************************************************
000200*                                                                *
000300*    GATEREJF.CPY                                                *
000400*                                                                *
000500*    REGIONAL REJECT FEEDBACK RECORDS.  GATE-REJ-FEED WRITES    *
000600*    ONE FILE PER REGIONAL FEED (DD REJFR1, REJFR2, REJFR3)     *
000700*    EACH NIGHT, LISTING EVERY EXCEPTION STILL OPEN ON          *
000800*    GATE-EXCEPTIONS FOR THAT REGION SO THE REGIONAL OFFICE CAN *
000900*    CORRECT IT AT SOURCE.  EACH FILE IS ONE HEADER, ONE DETAIL *
001000*    RECORD PER OPEN EXCEPTION ROW (AN ITEM THAT FAILED MORE    *
001100*    THAN ONE FIELD HAS ONE ROW PER FIELD) AND ONE TRAILER,     *
001200*    WRITTEN EVEN WHEN THE REGION HAS NOTHING OPEN.  ALL THREE  *
001300*    RECORDS ARE 60 BYTES, TOLD APART BY THE TAG.               *
001400*                                                                *
001500*    DAYS OPEN IS COUNTED FROM THE DATE THE GATE FIRST REJECTED *
001600*    THE ROW TO THE RUN DATE, CAPPED AT 999.  THE TRAILER       *
001700*    CARRIES THE DETAIL RECORD COUNT AND THE SUM OF THE DETAIL  *
001800*    AMOUNTS FOR THE RECEIVING SYSTEM'S CONTROL CHECK.          *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*      DATE       BY   DESCRIPTION                              *
002200*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002300*                                                                *
002400******************************************************************
002500 01  REJF-HEADER-RECORD.
002600     05  REJF-HDR-TAG                PIC X(01).
002700         88  REJF-HDR-TAG-OK             VALUE 'H'.
002800     05  REJF-HDR-REGION-CODE        PIC X(03).
002900     05  REJF-HDR-FEED-DATE          PIC 9(08).
003000     05  REJF-HDR-CREATED-DATE       PIC 9(08).
003100     05  REJF-HDR-CREATED-TIME       PIC 9(06).
003200     05  REJF-HDR-SOURCE             PIC X(08).
003300     05  FILLER                      PIC X(26).
003400******************************************************************
003500 01  REJF-DETAIL-RECORD.
003600     05  REJF-DTL-TAG                PIC X(01).
003700         88  REJF-DTL-TAG-OK             VALUE 'D'.
003800     05  REJF-DTL-ITEM-ID            PIC X(06).
003900     05  REJF-DTL-BAD-FIELD-NAME     PIC X(10).
004000     05  REJF-DTL-BAD-VALUE          PIC X(01).
004100     05  REJF-DTL-ITEM-AMOUNT        PIC 9(07)V99.
004200     05  REJF-DTL-RECYCLE-COUNT      PIC 9(02).
004300     05  REJF-DTL-DAYS-OPEN          PIC 9(03).
004400     05  REJF-DTL-REJECT-DATE        PIC 9(08).
004500     05  FILLER                      PIC X(20).
004600******************************************************************
004700 01  REJF-TRAILER-RECORD.
004800     05  REJF-TRL-TAG                PIC X(01).
004900         88  REJF-TRL-TAG-OK             VALUE 'T'.
005000     05  REJF-TRL-REGION-CODE        PIC X(03).
005100     05  REJF-TRL-RECORD-COUNT       PIC 9(07).
005200     05  REJF-TRL-TOTAL-AMOUNT       PIC 9(11)V99.
005300     05  FILLER                      PIC X(36).

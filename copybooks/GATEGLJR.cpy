000100******************************************************************
000200*                                                                *
000300*    GATEGLJR.CPY                                                *
000400*                                                                *
000500*    GENERAL LEDGER JOURNAL INTERFACE RECORDS (DD GLJRNL),      *
000600*    WRITTEN BY GATE-GL-JOURNAL AND LOADED BY THE LEDGER.  EACH *
000700*    BATCH IS ONE HEADER, ITS ENTRIES AND ONE TRAILER.  THE     *
000800*    TRAILER CARRIES THE ENTRY COUNT, THE DEBIT AND CREDIT      *
000900*    TOTALS (WHICH ARE ALWAYS EQUAL) AND THE NUMBER OF ITEMS    *
001000*    BEHIND THE BATCH, SO THE LEDGER CAN PROVE THE BATCH        *
001100*    ARRIVED COMPLETE AND BALANCED BEFORE POSTING IT.  A        *
001200*    REVERSAL BATCH BACKS OUT VALUES POSTED BY AN EARLIER BATCH *
001300*    FOR THE SAME POSTING DATE AND PRECEDES THE POSTING BATCH   *
001400*    ON THE FILE.  THE BATCH ID IS THE JOURNAL RUN'S DATE AND   *
001500*    TIME, THE SAME ON BOTH BATCHES OF A RUN; THE BATCH TYPE    *
001600*    TELLS THEM APART.                                          *
001700*                                                                *
001800*    MODIFICATION HISTORY.                                      *
001900*      DATE       BY   DESCRIPTION                              *
002000*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002100*                                                                *
002200******************************************************************
002300 01  GLJR-HEADER-RECORD.
002400     05  GLJR-HDR-TAG                PIC X(01).
002500         88  GLJR-HDR-TAG-OK             VALUE 'H'.
002600     05  GLJR-HDR-BATCH-ID           PIC X(14).
002700     05  GLJR-HDR-BATCH-TYPE         PIC X(01).
002800         88  GLJR-HDR-POSTING            VALUE 'P'.
002900         88  GLJR-HDR-REVERSAL           VALUE 'R'.
003000     05  GLJR-HDR-POSTING-DATE       PIC 9(08).
003100     05  GLJR-HDR-SOURCE             PIC X(08).
003200     05  GLJR-HDR-DESCRIPTION        PIC X(30).
003300     05  FILLER                      PIC X(18).
003400******************************************************************
003500 01  GLJR-ENTRY-RECORD.
003600     05  GLJR-ENT-TAG                PIC X(01).
003700         88  GLJR-ENT-TAG-OK             VALUE 'D'.
003800     05  GLJR-ENT-BATCH-ID           PIC X(14).
003900     05  GLJR-ENT-BATCH-TYPE         PIC X(01).
004000     05  GLJR-ENT-LINE-NO            PIC 9(05).
004100     05  GLJR-ENT-ACCOUNT            PIC X(12).
004200     05  GLJR-ENT-DR-CR              PIC X(01).
004300         88  GLJR-ENT-DEBIT              VALUE 'D'.
004400         88  GLJR-ENT-CREDIT             VALUE 'C'.
004500     05  GLJR-ENT-AMOUNT             PIC 9(11)V99.
004600     05  GLJR-ENT-CATEGORY           PIC X(10).
004700     05  GLJR-ENT-REGION-CODE        PIC X(03).
004800     05  GLJR-ENT-ITEM-COUNT         PIC 9(07).
004900     05  FILLER                      PIC X(13).
005000******************************************************************
005100 01  GLJR-TRAILER-RECORD.
005200     05  GLJR-TRL-TAG                PIC X(01).
005300         88  GLJR-TRL-TAG-OK             VALUE 'T'.
005400     05  GLJR-TRL-BATCH-ID           PIC X(14).
005500     05  GLJR-TRL-BATCH-TYPE         PIC X(01).
005600     05  GLJR-TRL-ENTRY-COUNT        PIC 9(05).
005700     05  GLJR-TRL-TOTAL-DEBITS       PIC 9(11)V99.
005800     05  GLJR-TRL-TOTAL-CREDITS      PIC 9(11)V99.
005900     05  GLJR-TRL-ITEM-COUNT         PIC 9(07).
006000     05  FILLER                      PIC X(26).

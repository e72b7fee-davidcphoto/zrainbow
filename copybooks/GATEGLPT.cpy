000100******************************************************************
000200*                                                                *
000300*    GATEGLPT.CPY                                                *
000400*                                                                *
000500*    GENERAL LEDGER POSTED-ITEMS RECORD.  GATE-GL-JOURNAL KEEPS *
000600*    ONE PER ITEM WHOSE DECISION VALUE IT HAS POSTED FOR THE    *
000700*    NIGHT, IN ITEM ID ORDER, WITH THE CATEGORY, REGION AND     *
000800*    AMOUNT THE LEDGER NOW HOLDS FOR IT AND THE BATCH THAT      *
000900*    POSTED THEM.  EACH RUN READS THE PRIOR GENERATION (DD      *
001000*    GLPOSTP) AND WRITES THE NEXT (DD GLPOST), SO A SELECTIVE   *
001100*    RERUN OR RECYCLE PASS THAT CHANGES A POSTED DECISION IS    *
001200*    REVERSED AND REPOSTED RATHER THAN POSTED TWICE.  ROWS FOR  *
001300*    AN EARLIER NIGHT ARE FINAL AND ARE NOT CARRIED FORWARD.    *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*      DATE       BY   DESCRIPTION                              *
001700*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001800*                                                                *
001900******************************************************************
002000 01  GLPT-RECORD.
002100     05  GLPT-ITEM-ID                PIC X(06).
002200     05  GLPT-FEED-DATE              PIC 9(08).
002300     05  GLPT-CATEGORY               PIC X(10).
002400     05  GLPT-REGION-CODE            PIC X(03).
002500     05  GLPT-AMOUNT                 PIC 9(07)V99.
002600     05  GLPT-BATCH-ID               PIC X(14).
002700     05  FILLER                      PIC X(10).

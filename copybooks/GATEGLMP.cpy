000100******************************************************************
000200*                                                                *
000300*    GATEGLMP.CPY                                                *
000400*                                                                *
000500*    GENERAL LEDGER ACCOUNT MAPPING RECORD (DD GATEGLMP), ONE   *
000600*    PER DECISION CATEGORY AND REGION.  GATE-GL-JOURNAL POSTS   *
000700*    THE NIGHT'S DECISION VALUES FOR THE CATEGORY AND REGION AS *
000800*    A DEBIT TO THE DEBIT ACCOUNT AND A CREDIT TO THE CREDIT    *
000900*    ACCOUNT; A REVERSAL POSTS THEM THE OTHER WAY ROUND.  A     *
001000*    LATER RECORD FOR THE SAME CATEGORY AND REGION REPLACES AN  *
001100*    EARLIER ONE; A RECORD NAMING AN UNKNOWN CATEGORY OR        *
001200*    REGION, OR MISSING EITHER ACCOUNT, IS REFUSED AT LOAD.     *
001300*                                                                *
001400*    MODIFICATION HISTORY.                                      *
001500*      DATE       BY   DESCRIPTION                              *
001600*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001700*                                                                *
001800******************************************************************
001900 01  GLMP-RECORD.
002000     05  GLMP-CATEGORY               PIC X(10).
002100         88  GLMP-CATEGORY-VALID         VALUE 'BOTH-AB'
002200                                               'ONLY-A'
002300                                               'B-ONLY'
002400                                               'NEITHER'.
002500     05  GLMP-REGION-CODE            PIC X(03).
002600         88  GLMP-REGION-VALID           VALUE 'R1 ' 'R2 ' 'R3 '.
002700     05  GLMP-DEBIT-ACCOUNT          PIC X(12).
002800     05  GLMP-CREDIT-ACCOUNT         PIC X(12).
002900     05  FILLER                      PIC X(13).

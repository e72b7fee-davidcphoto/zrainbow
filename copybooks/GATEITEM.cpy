000100******************************************************************
000200*                                                                *
000300*    GATEITEM.CPY                                                *
000400*                                                                *
000500*    ITEM REFERENCE MASTER RECORD - THE KEYED (INDEXED) LIST    *
000600*    OF EVERY ITEM ID THE BUSINESS RECOGNIZES, KEYED ON ITEM    *
000700*    ID.  CARRIES THE ITEM'S STATUS (ACTIVE OR CLOSED), THE     *
000800*    BUSINESS UNIT THAT OWNS IT AND ITS DESCRIPTION.            *
000900*    MAINTAINED ONLY BY GATE-ITEM-MAINT FROM THE ADD/CHANGE/    *
001000*    CLOSE TRANSACTIONS (GATEITMT LAYOUT).  SAMPLE-PROGRAM      *
001100*    READS IT TO REFUSE AN UNKNOWN OR CLOSED ITEM ID AND TO     *
001200*    STAMP THE OWNING UNIT ON EACH DECISION.  A CLOSED ITEM     *
001300*    STAYS ON FILE SO ITS HISTORY CAN STILL BE EXPLAINED.       *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*      DATE       BY   DESCRIPTION                              *
001700*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001800*                                                                *
001900******************************************************************
002000 01  ITMR-RECORD.
002100     05  ITMR-ITEM-ID                PIC X(06).
002200     05  ITMR-STATUS                 PIC X(01).
002300         88  ITMR-STATUS-ACTIVE          VALUE 'A'.
002400         88  ITMR-STATUS-CLOSED          VALUE 'C'.
002500     05  ITMR-OWNING-UNIT            PIC X(04).
002600     05  ITMR-DESCRIPTION            PIC X(30).
002700     05  ITMR-ADDED-DATE             PIC 9(08).
002800     05  ITMR-LAST-MAINT-DATE        PIC 9(08).
002900     05  FILLER                      PIC X(03).

000100******************************************************************
000200*                                                                *
000300*    GATEITMT.CPY                                                *
000400*                                                                *
000500*    ITEM REFERENCE MAINTENANCE TRANSACTION, ONE PER CHANGE TO  *
000600*    THE ITEM REFERENCE MASTER (GATEITEM).  AN 'A' ACTION ADDS  *
000700*    A NEW ACTIVE ITEM AND NEEDS THE OWNING UNIT; A 'C' ACTION  *
000800*    CHANGES THE OWNING UNIT AND/OR DESCRIPTION OF AN ACTIVE    *
000900*    ITEM (A BLANK FIELD IS LEFT AS IT STANDS); AN 'X' ACTION   *
001000*    CLOSES THE ITEM SO THE GATE REFUSES IT FROM THEN ON.       *
001100*                                                                *
001200*    MODIFICATION HISTORY.                                      *
001300*      DATE       BY   DESCRIPTION                              *
001400*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001500*                                                                *
001600******************************************************************
001700 01  ITMT-RECORD.
001800     05  ITMT-ACTION                 PIC X(01).
001900         88  ITMT-ACTION-ADD             VALUE 'A'.
002000         88  ITMT-ACTION-CHANGE          VALUE 'C'.
002100         88  ITMT-ACTION-CLOSE           VALUE 'X'.
002200     05  ITMT-ITEM-ID                PIC X(06).
002300     05  ITMT-OWNING-UNIT            PIC X(04).
002400     05  ITMT-DESCRIPTION            PIC X(30).
002500     05  FILLER                      PIC X(09).

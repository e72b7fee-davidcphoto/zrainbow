000100******************************************************************
000200*                                                                *
000300*    GATEFWDC.CPY                                                *
000400*                                                                *
000500*    CONTROL RECORD FOR THE DECISION MASTER FORWARD RECOVERY    *
000600*    (GATE-MAST-RECOVER, DD MSTRCVC).  THE RECOVERY REPLACES    *
000700*    THE LIVE KEYED MASTER, SO IT RUNS ONLY WHEN THIS RECORD IS *
000800*    PRESENT WITH THE CONFIRM BYTE SET.  FWDC-TO-RUN-ID NAMES   *
000900*    THE LAST GATE RUN WHOSE DECISIONS ARE TO BE REAPPLIED;     *
001000*    LEFT BLANK, EVERY DECISION ON THE AUDIT TRAIL IS           *
001100*    REAPPLIED.                                                 *
001200*                                                                *
001300*    MODIFICATION HISTORY.                                      *
001400*      DATE       BY   DESCRIPTION                              *
001500*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001600*                                                                *
001700******************************************************************
001800 01  FWDC-RECORD.
001900     05  FWDC-CONFIRM                PIC X(01).
002000         88  FWDC-CONFIRMED              VALUE 'Y'.
002100     05  FWDC-TO-RUN-ID              PIC X(14).
002200         88  FWDC-TO-END-OF-TRAIL        VALUE SPACES.
002300     05  FILLER                      PIC X(15).

000100******************************************************************
000200*                                                                *
000300*    GATEPEND.CPY                                                *
000400*                                                                *
000500*    PENDING-RELEASE QUEUE RECORD.  GATE-SPLIT WRITES ONE FOR   *
000600*    EACH HIGH-VALUE ITEM IT HOLDS BACK FROM DISTRIBUTION (DD   *
000700*    DISTPEND): THE GATE-OUTPUT RECORD AS IT WOULD HAVE GONE    *
000800*    OUT, AND THE FEED DATE IT FIRST ENTERED THE QUEUE.  THE    *
000900*    NEXT RUN READS THE FILE BACK (DD DISTPNDP); AN ITEM NAMED  *
001000*    ON THAT NIGHT'S RELEASE FILE (GATERELS) FLOWS TO ITS       *
001100*    DISTRIBUTION FILE AND ANY OTHER IS QUEUED AGAIN WITH ITS   *
001200*    ORIGINAL QUEUED DATE, SO THE AGE OF AN UNRELEASED ITEM     *
001300*    SURVIVES FROM NIGHT TO NIGHT.  THE FILE ENDS WITH A        *
001400*    GATEDTRL COUNT TRAILER LIKE THE DISTRIBUTION FILES.        *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*      DATE       BY   DESCRIPTION                              *
001800*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001900*                                                                *
002000******************************************************************
002100 01  PEND-RECORD.
002200     05  PEND-ITEM-IMAGE             PIC X(40).
002300     05  PEND-QUEUED-DATE            PIC 9(08).
002400     05  FILLER                      PIC X(02).

000100******************************************************************
000200*                                                                *
000300*    GATERELS.CPY                                                *
000400*                                                                *
000500*    HIGH-VALUE RELEASE AUTHORIZATION RECORD (DD GATERELS).     *
000600*    A SUPERVISOR RELEASES AN ITEM WAITING ON THE PENDING-      *
000700*    RELEASE QUEUE (GATEPEND) BY NAMING IT HERE WITH THEIR OWN  *
000800*    ID; THE NEXT GATE-SPLIT RUN SENDS THE ITEM TO ITS          *
000900*    DISTRIBUTION FILE AND PRINTS THE AUTHORIZER ON THE RELEASE *
001000*    REPORT.  THE AUTHORIZER ID IS MANDATORY, THE SAME RULE THE *
001100*    LEGAL HOLD FILE (GATEHOLD) ENFORCES ON PLACED-BY.  THE     *
001200*    FILE IS A FRESH PER-RUN FEED: A RELEASE MATCHING NO QUEUED *
001300*    ITEM IS REPORTED AND IGNORED.                              *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*      DATE       BY   DESCRIPTION                              *
001700*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001800*                                                                *
001900******************************************************************
002000 01  RELS-RECORD.
002100     05  RELS-ITEM-ID                PIC X(06).
002200     05  RELS-AUTHORIZED-BY          PIC X(08).
002300     05  FILLER                      PIC X(16).

000100******************************************************************
000200*                                                                *
000300*    GATEPRMC.CPY                                                *
000400*                                                                *
000500*    RULE PROMOTION CONTROL RECORD FOR GATE-RULE-PROMOTE.  NAMES*
000600*    THE FEED DATE FROM WHICH THE APPROVED GATEPRUL SET IS TO   *
000700*    BE IN FORCE AND THE ID OF THE PERSON WHO APPROVED IT.      *
000800*    BOTH ARE MANDATORY.  THE VERSION NUMBER IS ASSIGNED BY     *
000900*    THE PROMOTION RUN, NOT KEYED.                              *
001000*                                                                *
001100*    MODIFICATION HISTORY.                                      *
001200*      DATE       BY   DESCRIPTION                              *
001300*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001400*                                                                *
001500******************************************************************
001600 01  PRMC-RECORD.
001700     05  PRMC-EFFECTIVE-DATE         PIC 9(08).
001800     05  PRMC-APPROVER-ID            PIC X(08).
001900     05  FILLER                      PIC X(24).

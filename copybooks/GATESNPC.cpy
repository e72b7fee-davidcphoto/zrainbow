000100******************************************************************
000200*                                                                *
000300*    GATESNPC.CPY                                                *
000400*                                                                *
000500*    OPTIONAL CONTROL RECORD FOR THE MONTH-END SNAPSHOT STEP    *
000600*    (GATE-MONTH-END).  NAMES THE PERIOD CLOSE DATE THE         *
000700*    SNAPSHOT IS TAKEN AS AT.  WHEN THE FILE IS ABSENT OR THE   *
000800*    DATE IS NOT NUMERIC THE RUN DATE IS THE CLOSE DATE - THE   *
000900*    STEP IS SCHEDULED ON THE CLOSE NIGHT AFTER THE LAST GATE   *
001000*    RUN OF THE MONTH.                                          *
001100*                                                                *
001200*    MODIFICATION HISTORY.                                      *
001300*      DATE       BY   DESCRIPTION                              *
001400*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001500*                                                                *
001600******************************************************************
001700 01  SNPC-RECORD.
001800     05  SNPC-CLOSE-DATE             PIC 9(08).
001900     05  FILLER                      PIC X(22).

000100******************************************************************
000200*                                                                *
000300*    GATEWCHC.CPY                                                *
000400*                                                                *
000500*    OPTIONAL WATCHLIST-CONTROL RECORD FOR THE DECISION         *
000600*    INSTABILITY WATCHLIST (GATE-WATCHLIST).  NAMES HOW MANY    *
000700*    DAYS BACK FROM THE RUN DATE THE GATE-AUDIT-LOG IS WEIGHED  *
000800*    AND HOW MANY RESULT CODE CHANGES AN ITEM MAY MAKE IN THAT  *
000900*    WINDOW BEFORE IT IS LISTED - AN ITEM IS LISTED ONLY WHEN   *
001000*    IT CHANGED MORE TIMES THAN THE LIMIT.  A FIELD LEFT BLANK  *
001100*    OR ZERO, OR THE FILE BEING ABSENT, KEEPS THE PROGRAM'S     *
001200*    BUILT-IN DEFAULT.                                          *
001300*                                                                *
001400*    MODIFICATION HISTORY.                                      *
001500*      DATE       BY   DESCRIPTION                              *
001600*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001700*                                                                *
001800******************************************************************
001900 01  WCHC-RECORD.
002000     05  WCHC-WINDOW-DAYS            PIC 9(03).
002100     05  WCHC-CHANGE-LIMIT           PIC 9(03).
002200     05  FILLER                      PIC X(24).

000100******************************************************************
000200*                                                                *
000300*    GATERUNC.CPY                                                *
000400*                                                                *
000500*    JOB-STREAM RUN-CONTROL RECORD.  EVERY STEP OF THE NIGHTLY  *
000600*    CHAIN NAMED IN THE GATESTEP TABLE APPENDS ONE RECORD TO    *
000700*    THE COMMON RUN-CONTROL FILE (DD GATERUNC) WHEN IT STARTS,  *
000800*    ONE WHEN IT ENDS CARRYING ITS CONDITION CODE, AND ONE      *
000900*    WHEN IT REFUSES TO START BECAUSE ITS PREDECESSOR DID NOT   *
001000*    COMPLETE ACCEPTABLY FOR THE SAME FEED DATE.  THE FILE IS   *
001100*    KEYED LOGICALLY BY FEED DATE AND STEP NAME: WHEN A STEP    *
001200*    RERUNS FOR THE SAME FEED DATE ITS LATEST RECORD            *
001300*    SUPERSEDES THE EARLIER ONES, THE SAME RULE THE BALANCING   *
001400*    FILE FOLLOWS.  GATE-NIGHT-STATUS PRINTS THE NIGHT FROM IT  *
001500*    FOR THE OPERATIONS HANDOVER.                               *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*      DATE       BY   DESCRIPTION                              *
001900*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001904*      2026-10-15 DCP  ADDED RUNC-PASS-CODE (CARVED OUT OF THE  *
001908*                      FILLER): BLANK FOR THE NIGHT'S MAIN      *
001912*                      PASS, THE REGION CODE FOR A SUPPLEMENTAL *
001916*                      PASS OF A LATE REGION (GATESUPC). A      *
001920*                      SUPPLEMENTAL STEP NEEDS ITS              *
001924*                      PREDECESSOR'S END FOR THE SAME PASS, AND *
001928*                      ONLY MAIN-PASS RECORDS OPEN A NIGHT.     *
001932*                      RECORD LENGTH UNCHANGED AT 50 BYTES.     *
001936*                                                                *
001940******************************************************************
002200 01  RUNC-RECORD.
002300     05  RUNC-FEED-DATE              PIC 9(08).
002400     05  RUNC-STEP-NAME              PIC X(16).
002500     05  RUNC-EVENT                  PIC X(01).
002600         88  RUNC-EVENT-STARTED          VALUE 'S'.
002700         88  RUNC-EVENT-ENDED            VALUE 'E'.
002800         88  RUNC-EVENT-REFUSED          VALUE 'R'.
002900     05  RUNC-EVENT-DATE             PIC 9(08).
003000     05  RUNC-EVENT-TIME             PIC 9(06).
003100     05  RUNC-COND-CODE              PIC 9(03).
003150     05  RUNC-PASS-CODE              PIC X(03).
003160         88  RUNC-MAIN-PASS              VALUE SPACES.
003200     05  FILLER                      PIC X(05).

000100******************************************************************
000200*                                                                *
000300*    GATEVRUL.CPY                                                *
000400*                                                                *
000500*    PRODUCTION GATE RULES RECORD - ONE ROW PER A/B/C           *
000600*    COMBINATION PER RULES VERSION, IN THE SAME SHAPE AS A      *
000700*    GATERULE TABLE ROW WITH THE VERSION NUMBER, THE FEED DATE  *
000800*    FROM WHICH IT IS IN FORCE, THE APPROVER AND THE DATE IT    *
000900*    WAS PROMOTED.  WRITTEN ONLY BY GATE-RULE-PROMOTE, WHICH    *
001000*    APPENDS A COMPLETE, VALIDATED SET OF 8 ROWS UNDER THE      *
001100*    NEXT VERSION NUMBER FROM AN APPROVED GATEPRUL FILE - SO    *
001200*    EACH VERSION'S ROWS ARE CONTIGUOUS AND VERSIONS RISE WITH  *
001300*    THEIR EFFECTIVE DATES.  SAMPLE-PROGRAM LOADS THE HIGHEST   *
001400*    VERSION WHOSE EFFECTIVE DATE IS NOT AFTER THE GATEHDTR     *
001500*    FEED DATE OVER ITS COMPILED GATERULE TABLE (VERSION 0000). *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*      DATE       BY   DESCRIPTION                              *
001900*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002000*                                                                *
002100******************************************************************
002200 01  VRUL-RECORD.
002300     05  VRUL-RULE-VERSION           PIC 9(04).
002400     05  VRUL-EFFECTIVE-DATE         PIC 9(08).
002500     05  VRUL-APPROVER-ID            PIC X(08).
002600     05  VRUL-PROMOTED-DATE          PIC 9(08).
002700     05  VRUL-FLAG-A                 PIC X(01).
002800     05  VRUL-FLAG-B                 PIC X(01).
002900     05  VRUL-FLAG-C                 PIC X(01).
003000     05  VRUL-OUTCOME                PIC X(24).
003100     05  VRUL-RESULT-CODE            PIC X(10).
003200     05  FILLER                      PIC X(05).

000100******************************************************************
000200*                                                                *
000300*    GATESTEP.CPY                                                *
000400*                                                                *
000500*    JOB-STREAM STEP TABLE - ONE ROW PER STEP OF THE NIGHTLY    *
000600*    CHAIN THAT RECORDS ITSELF ON THE RUN-CONTROL FILE          *
000700*    (GATERUNC), IN STREAM ORDER.  EACH ROW NAMES THE STEP,     *
000800*    THE PREDECESSOR THAT MUST HAVE COMPLETED FOR THE SAME      *
000900*    FEED DATE BEFORE THE STEP MAY START, AND THE HIGHEST       *
001000*    PREDECESSOR CONDITION CODE THE STEP ACCEPTS AS COMPLETED.  *
001100*    THE FIRST ROW IS THE HEAD OF THE STREAM - IT HAS NO        *
001200*    PREDECESSOR AND THE FEED DATE IT RECORDS OPENS THE NIGHT.  *
001300*    LOADED FROM A LITERAL INITIALIZATION TABLE, THE SAME WAY   *
001400*    AS GATERULE, SO A NEW STEP IS A NEW ROW HERE.              *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*      DATE       BY   DESCRIPTION                              *
001800*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
001804*      2026-10-15 DCP  ADD THE GATE-GL-JOURNAL STEP, WHICH      *
001808*                      FOLLOWS SAMPLE-PROGRAM.                  *
001812*      2026-10-15 DCP  ADD THE GATE-REJ-FEED STEP, WHICH        *
001816*                      FOLLOWS SAMPLE-PROGRAM.                  *
001820*                                                                *
001824******************************************************************
002100 01  STEP-INIT-TABLE.
002200     05  FILLER.
002300         10  FILLER              PIC X(16) VALUE 'GATE-CONSOL'.
002400         10  FILLER              PIC X(16) VALUE SPACES.
002500         10  FILLER              PIC 9(03) VALUE ZERO.
002600     05  FILLER.
002700         10  FILLER              PIC X(16) VALUE 'SAMPLE-PROGRAM'.
002800         10  FILLER              PIC X(16) VALUE 'GATE-CONSOL'.
002900         10  FILLER              PIC 9(03) VALUE 4.
003000     05  FILLER.
003100         10  FILLER              PIC X(16) VALUE 'GATE-SPLIT'.
003200         10  FILLER              PIC X(16) VALUE 'SAMPLE-PROGRAM'.
003300         10  FILLER              PIC 9(03) VALUE 4.
003400     05  FILLER.
003500         10  FILLER              PIC X(16) VALUE 'GATE-DELTA'.
003600         10  FILLER              PIC X(16) VALUE 'SAMPLE-PROGRAM'.
003700         10  FILLER              PIC 9(03) VALUE 4.
003800     05  FILLER.
003900         10  FILLER              PIC X(16) VALUE 'GATE-BALANCE'.
004000         10  FILLER              PIC X(16) VALUE 'GATE-SPLIT'.
004100         10  FILLER              PIC 9(03) VALUE 4.
004200     05  FILLER.
004300         10  FILLER              PIC X(16) VALUE 'GATE-ACK-RECON'.
004400         10  FILLER              PIC X(16) VALUE 'GATE-SPLIT'.
004500         10  FILLER              PIC 9(03) VALUE 4.
004510     05  FILLER.
004520         10  FILLER              PIC X(16)
004525                                 VALUE 'GATE-GL-JOURNAL'.
004530         10  FILLER              PIC X(16) VALUE 'SAMPLE-PROGRAM'.
004540         10  FILLER              PIC 9(03) VALUE 4.
004550     05  FILLER.
004560         10  FILLER              PIC X(16) VALUE 'GATE-REJ-FEED'.
004570         10  FILLER              PIC X(16) VALUE 'SAMPLE-PROGRAM'.
004580         10  FILLER              PIC 9(03) VALUE 4.
004600*
004700 01  STEP-TABLE REDEFINES STEP-INIT-TABLE.
004800     05  STEP-ENTRY OCCURS 8 TIMES
004900             INDEXED BY STEP-IDX.
005000         10  STEP-NAME               PIC X(16).
005100         10  STEP-PREDECESSOR        PIC X(16).
005200         10  STEP-PRED-MAX-CODE      PIC 9(03).
005300*
005400 01  STEP-TABLE-SIZE                 PIC 9(02) COMP VALUE 8.

000100******************************************************************
000200*                                                                *
000300*    GATESTMT.CPY                                                *
000400*                                                                *
000500*    STREAM-TOTALS RECORD.  ONE PER REGION STREAM OF            *
000600*    SAMPLE-PROGRAM, WRITTEN AT A CLEAN END OF THE STREAM (DD   *
000700*    GATESTRT) IN PLACE OF THE GATESTAT AND BALANCING RECORDS   *
000800*    A SERIAL RUN WRITES.  IT CARRIES EVERY FIGURE THE SERIAL   *
000900*    CONTROL TOTALS SECTION PRINTS, FOR THE STREAM'S OWN        *
001000*    RECORDS ONLY, PLUS THE FEED'S TRAILER COUNT AND THE        *
001100*    NUMBER OF RECORDS PASSED OVER AS BELONGING TO ANOTHER      *
001200*    STREAM.  GATE-STRM-MERGE READS THE THREE RECORDS (DD       *
001300*    STRMTOT1, STRMTOT2, STRMTOT3), PROVES THAT THE STREAMS     *
001400*    TOOK EVERY FEED RECORD EXACTLY ONCE, AND ADDS THEM INTO    *
001500*    THE NIGHT'S GATESTAT, BALANCING AND CONTROL TOTALS.  THE   *
001600*    OVERRIDE FILE IS LOADED WHOLE BY EVERY STREAM, SO THE      *
001700*    LOADED AND REFUSED COUNTS ARE THE SAME ON ALL THREE        *
001800*    RECORDS; UNMATCHED IS THE OVERRIDES THIS STREAM DID NOT    *
001900*    USE.                                                       *
002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*      DATE       BY   DESCRIPTION                              *
002300*      2026-10-15 DCP  ORIGINAL COPYBOOK.                       *
002400*                                                                *
002500******************************************************************
002600 01  STMT-RECORD.
002700     05  STMT-RUN-ID                 PIC X(14).
002800     05  STMT-FEED-DATE              PIC 9(08).
002900     05  STMT-REGION-CODE            PIC X(03).
003000     05  STMT-FEED-COUNT             PIC 9(07).
003100     05  STMT-PASSED-COUNT           PIC 9(07).
003200     05  STMT-RECORDS-READ           PIC 9(07).
003300     05  STMT-RECORDS-WRITTEN        PIC 9(07).
003400     05  STMT-RECORDS-REJECTED       PIC 9(07).
003500     05  STMT-RESTART-SKIPPED        PIC 9(07).
003600     05  STMT-BAD-FIELDS             PIC 9(07).
003700     05  STMT-ITEM-UNKNOWN           PIC 9(07).
003800     05  STMT-ITEM-CLOSED            PIC 9(07).
003900     05  STMT-RULE-VERSION           PIC 9(04).
004000     05  STMT-MAX-REJECT-PCT         PIC 9(03).
004100     05  STMT-OVERRIDDEN             PIC 9(07).
004200     05  STMT-OVRD-LOADED            PIC 9(03).
004300     05  STMT-OVRD-UNMATCHED         PIC 9(07).
004400     05  STMT-OVRD-REFUSED           PIC 9(07).
004500     05  STMT-MASTER-ADDED           PIC 9(07).
004600     05  STMT-MASTER-REWRITTEN       PIC 9(07).
004700     05  STMT-COUNT-BOTH-AB          PIC 9(07).
004800     05  STMT-COUNT-ONLY-A           PIC 9(07).
004900     05  STMT-COUNT-B-ONLY           PIC 9(07).
005000     05  STMT-COUNT-NEITHER          PIC 9(07).
005100     05  STMT-AMOUNT-READ            PIC 9(11)V99.
005200     05  STMT-AMOUNT-WRITTEN         PIC 9(11)V99.
005300     05  STMT-AMOUNT-REJECTED        PIC 9(11)V99.
005400     05  STMT-REGION-STATS OCCURS 4 TIMES.
005500         10  STMT-REG-CODE           PIC X(03).
005600         10  STMT-REG-READ           PIC 9(07).
005700         10  STMT-REG-WRITTEN        PIC 9(07).
005800         10  STMT-REG-REJECTED       PIC 9(07).
005900         10  STMT-REG-SKIPPED        PIC 9(07).
006000         10  STMT-REG-READ-AMOUNT    PIC 9(11)V99.
006100         10  STMT-REG-WRITTEN-AMOUNT PIC 9(11)V99.
006200         10  STMT-REG-REJECTED-AMOUNT
006300                                     PIC 9(11)V99.
006400     05  FILLER                      PIC X(20).

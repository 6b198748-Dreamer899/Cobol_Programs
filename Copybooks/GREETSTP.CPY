000100*----------------------------------------------------------------
000200* GREETSTP
000300*----------------------------------------------------------------
000400* NIGHTLY STREAM STEP LEDGER RECORD - THE INDEXED GREETSTP FILE
000500* HOLDS ONE RECORD PER STREAM STEP PER ROSTER DATE, KEYED ON
000600* ROSTER DATE AND STEP NAME.  EACH STEP WRITES ITS RECORD AS
000700* "STARTED" WHEN IT BEGINS AND REWRITES IT WITH ITS END STAMP,
000800* CONDITION CODE, AND ENDING STATUS WHEN IT FINISHES; A RECORD
000900* LEFT "STARTED" IS A STEP THAT NEVER REACHED ITS END.  A STEP
001000* WHOSE PREDECESSORS HAVE NOT ENDED CLEAN FOR THE SAME ROSTER
001100* DATE RECORDS ITSELF "REFUSED" AND ENDS WITH CONDITION CODE 16.
001110* WHEN GREETMRG OR GREETEDT RUNS AGAIN FOR A DATE, EVERY LATER
001120* STEP THAT HAS ALREADY RUN FOR IT IS MARKED "RERUN-DUE" - ITS
001130* OUTPUT CAME FROM THE EARLIER RUN - AND THE STEPS AFTER IT
001140* REFUSE UNTIL IT HAS RUN AGAIN.
001200*
001300* ONE EXTRA RECORD, KEYED ON A ZERO DATE AND STEP NAME "STREAM",
001400* CARRIES THE ROSTER DATE THE STREAM IS CURRENTLY WORKING (THE
001500* GJ-SL-STREAM-DATA VIEW).  GREETMRG MARKS IT PENDING WHEN IT
001600* STARTS AND OPENS IT FOR THE NEW ROSTER DATE ONCE THE DATE IS
001700* KNOWN; EVERY LATER STEP TAKES ITS ROSTER DATE FROM IT.
001800*
001900* COPY THIS MEMBER (WITH REPLACING TO RETARGET THE GJ-SL- PREFIX
002000* AND THE 01-LEVEL NAME) ANYWHERE A PROGRAM READS OR WRITES THE
002100* LEDGER.  THE ORDER OF THE STREAM AND EACH STEP'S PREDECESSORS
002200* ARE IN THE GREETSTQ MEMBER.
002300*
002400* 10/15/2026 RM   INITIAL VERSION.
002410* 10/15/2026 RM   ADDED "RERUN-DUE".
002500*----------------------------------------------------------------
002600 01  GREET-STEP-LEDGER-RECORD.
002700     05  GJ-SL-KEY.
002800         10  GJ-SL-ROSTER-DATE     PIC 9(08).
002900         10  GJ-SL-STEP-NAME       PIC X(08).
003000     05  GJ-SL-STEP-DATA.
003100         10  GJ-SL-START-DATE      PIC 9(08).
003200         10  GJ-SL-START-TIME      PIC 9(08).
003300         10  GJ-SL-END-DATE        PIC 9(08).
003400         10  GJ-SL-END-TIME        PIC 9(08).
003500         10  GJ-SL-COND-CODE       PIC 9(04).
003600         10  GJ-SL-STATUS          PIC X(10).
003700             88  GJ-SL-STEP-STARTED        VALUE "STARTED   ".
003800             88  GJ-SL-STEP-COMPLETE       VALUE "COMPLETE  ".
003900             88  GJ-SL-STEP-WARNING        VALUE "WARNING   ".
004000             88  GJ-SL-STEP-FAILED         VALUE "FAILED    ".
004100             88  GJ-SL-STEP-REFUSED        VALUE "REFUSED   ".
004200             88  GJ-SL-STEP-PARTIAL        VALUE "PARTIAL   ".
004300             88  GJ-SL-STEP-OUT-OF-BAL     VALUE "OUT-OF-BAL".
004310             88  GJ-SL-STEP-RERUN-DUE      VALUE "RERUN-DUE ".
004400             88  GJ-SL-STEP-ENDED-CLEAN    VALUE "COMPLETE  "
004500                                                 "WARNING   ".
004600         10  GJ-SL-RUN-COUNT       PIC 9(03).
004700         10  GJ-SL-NOTE            PIC X(20).
004800         10  FILLER                PIC X(11).
004900     05  GJ-SL-STREAM-DATA REDEFINES GJ-SL-STEP-DATA.
005000         10  GJ-SL-CURRENT-DATE    PIC 9(08).
005100         10  GJ-SL-STREAM-STATE    PIC X(08).
005200             88  GJ-SL-STREAM-OPEN         VALUE "OPEN    ".
005300             88  GJ-SL-STREAM-PENDING      VALUE "PENDING ".
005400         10  GJ-SL-OPENED-DATE     PIC 9(08).
005500         10  GJ-SL-OPENED-TIME     PIC 9(08).
005600         10  FILLER                PIC X(48).

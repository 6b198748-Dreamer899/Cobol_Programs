000100*----------------------------------------------------------------
000200* GREETSTQ
000300*----------------------------------------------------------------
000400* STATIC NIGHTLY STREAM DEFINITION - THE STEPS OF THE NIGHTLY
000500* GREETING STREAM IN RUN ORDER, EACH WITH UP TO THREE STEPS
000600* THAT MUST HAVE ENDED CLEAN (COMPLETE OR WARNING) ON THE GREETSTP
000700* LEDGER FOR THE SAME ROSTER DATE BEFORE IT MAY RUN.  COPY THIS
000800* MEMBER INTO WORKING-STORAGE OF EVERY STREAM STEP AND OF THE
000900* STREAM STATUS REPORT.  THE ENTRY DATA IS CARRIED AS FILLER
001000* LITERALS AND REDEFINED AS AN INDEXED TABLE, THE SAME WAY AS
001100* THE GREETLANG TABLE.
001200*
001300* EACH ENTRY IS 32 CHARACTERS: THE 08-CHARACTER STEP NAME, THEN
001400* THREE 08-CHARACTER PREDECESSOR NAMES (BLANK = NONE).  TO ADD
001500* A STEP, ADD A FILLER LINE IN ITS RUN-ORDER POSITION AND BUMP
001600* BOTH THE OCCURS COUNT ON GJ-STREAM-STEP AND GJ-STREAM-STEP-COUNT
001650* TO MATCH.
001700*
001800* 10/15/2026 RM   INITIAL VERSION.
001900*----------------------------------------------------------------
002000 01  GJ-STREAM-TABLE-DATA.
002100     05  FILLER            PIC X(32) VALUE
002200         "GREETMRG                        ".
002300     05  FILLER            PIC X(32) VALUE
002400         "GREETEDTGREETMRG                ".
002500     05  FILLER            PIC X(32) VALUE
002600         "GREETUSRGREETEDT                ".
002700     05  FILLER            PIC X(32) VALUE
002800         "GREETHSTGREETUSR                ".
002900     05  FILLER            PIC X(32) VALUE
003000         "GREETXTRGREETEDTGREETUSR        ".
003100     05  FILLER            PIC X(32) VALUE
003200         "GREETLTRGREETUSR                ".
003300     05  FILLER            PIC X(32) VALUE
003400         "GREETRCNGREETUSR                ".
003500     05  FILLER            PIC X(32) VALUE
003600         "GREETUNLGREETUSR                ".
003700*
003800 01  GJ-STREAM-TABLE REDEFINES GJ-STREAM-TABLE-DATA.
003900     05  GJ-STREAM-STEP            OCCURS 8 TIMES
004000                                   INDEXED BY GJ-STREAM-IDX.
004100         10  GJ-STREAM-STEP-NAME   PIC X(08).
004200         10  GJ-STREAM-PRED-NAME   PIC X(08)  OCCURS 3 TIMES.
004300*
004400 01  GJ-STREAM-STEP-COUNT          PIC 9(02)  VALUE 8.

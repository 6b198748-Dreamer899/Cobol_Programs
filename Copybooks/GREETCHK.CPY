000100*----------------------------------------------------------------
000200* GREETCHK
000300*----------------------------------------------------------------
000400* GREETAUD CHECK-VALUE WORK FIELDS.  COPY THIS MEMBER INTO
000500* WORKING-STORAGE OF EVERY PROGRAM THAT WRITES, SEALS OR
000600* VERIFIES GREETAUD ROWS SO THEY ALL BUILD THE CHECKED IMAGES
000700* THE SAME WAY.  A CHECK VALUE IS FOLDED ONE CHARACTER AT A
000800* TIME ACROSS AN IMAGE: VALUE = REMAINDER OF (VALUE TIMES
000900* GCK-FOLD-MULTIPLIER, PLUS THE CHARACTER'S CODE, PLUS ITS
001000* POSITION) OVER GCK-FOLD-MODULUS, STARTING FROM ZERO.  THE
001100* CHARACTER'S CODE IS TAKEN BY MOVING IT INTO THE LOW-ORDER BYTE
001200* OF THE ZEROED BINARY HALFWORD GCK-BYTE-VALUE.
001300*
001400*   NAME CHECK  - FOLDED OVER GCK-NAME-IMAGE: NAME, VISITOR ID
001500*                 AND SEQUENCE NUMBER OF THE ROW.
001600*   CHAIN CHECK - FOLDED OVER GCK-ROW-IMAGE: THE PRIOR ROW'S
001700*                 CHAIN CHECK (THE SEALED CHAIN CHECK FOR THE
001800*                 FIRST ROW OF A PERIOD) AND EVERY OTHER FIELD
001900*                 OF THE ROW, INCLUDING ITS NAME CHECK.
002000*
002100* THE IMAGE FIELDS ARE ALPHANUMERIC SO A ROW CARRYING DAMAGED
002200* NUMERIC FIELDS CAN STILL BE FOLDED AS IT STANDS.  NEVER
002300* REORDER OR RESIZE AN IMAGE - EVERY CHECK VALUE ALREADY ON THE
002400* TRAIL WOULD STOP MATCHING.
002500*
002600* 10/15/2026 RM   INITIAL VERSION.
002700*----------------------------------------------------------------
002800 01  GCK-CHECK-FIELDS.
002900     05  GCK-PRIOR-CHAIN           PIC 9(09)  VALUE ZERO.
003000     05  GCK-NAME-CHECK            PIC 9(09)  VALUE ZERO.
003100     05  GCK-CHAIN-CHECK           PIC 9(09)  VALUE ZERO.
003200     05  GCK-FOLD-VALUE            PIC 9(09)  VALUE ZERO.
003300     05  GCK-FOLD-WORK             PIC 9(11)  VALUE ZERO.
003400     05  GCK-FOLD-QUOTIENT         PIC 9(11)  VALUE ZERO.
003500     05  GCK-FOLD-MODULUS          PIC 9(09)  VALUE 999999937.
003600     05  GCK-FOLD-MULTIPLIER       PIC 9(02)  VALUE 31.
003700     05  GCK-FOLD-LENGTH           PIC 9(04)  COMP  VALUE ZERO.
003800     05  GCK-FOLD-SUB              PIC 9(04)  COMP  VALUE ZERO.
003900*
004000 01  GCK-FOLD-IMAGE                PIC X(80)  VALUE SPACES.
004100*
004200 01  GCK-BYTE-AREA.
004300     05  GCK-BYTE-VALUE            PIC 9(04)  COMP  VALUE ZERO.
004400 01  GCK-BYTE-CHARS REDEFINES GCK-BYTE-AREA.
004500     05  FILLER                    PIC X(01).
004600     05  GCK-BYTE                  PIC X(01).
004700*
004800 01  GCK-NAME-IMAGE.
004900     05  GCK-NI-NAME               PIC X(20).
005000     05  GCK-NI-VISITOR-ID         PIC X(08).
005100     05  GCK-NI-SEQUENCE-NO        PIC X(09).
005200*
005300 01  GCK-ROW-IMAGE.
005400     05  GCK-RI-PRIOR-CHAIN        PIC X(09).
005500     05  GCK-RI-SEQUENCE-NO        PIC X(09).
005600     05  GCK-RI-JOB-NAME           PIC X(08).
005700     05  GCK-RI-OPERATOR-ID        PIC X(08).
005800     05  GCK-RI-RUN-DATE           PIC X(08).
005900     05  GCK-RI-RUN-TIME           PIC X(08).
006000     05  GCK-RI-DISPOSITION        PIC X(09).
006100     05  GCK-RI-SITE-CODE          PIC X(02).
006200     05  GCK-RI-LANG-CODE          PIC X(02).
006300     05  GCK-RI-DEPARTMENT         PIC X(08).
006400     05  GCK-RI-NAME-CHECK         PIC X(09).

000100*----------------------------------------------------------------
000200* GREETASL
000300*----------------------------------------------------------------
000400* AUDIT CHAIN CONTROL / SEAL RECORD LAYOUT.  THE GREETACH FILE
000500* HOLDS ONE OF THESE - THE HEAD OF THE GREETAUD CHAIN: THE LAST
000600* SEQUENCE NUMBER AND CHAIN CHECK WRITTEN, WHO WROTE IT AND
000700* WHEN, AND THE ROWS WRITTEN SINCE THE LAST SEAL, CARRIED FROM
000800* THE SEALED POSITION (OPEN SEQUENCE NUMBER AND CHAIN CHECK).
000900* EVERY PROGRAM THAT WRITES A GREETAUD ROW READS IT, CHAINS THE
001000* ROW FROM IT AND REWRITES IT - AN ABSENT DATASET MEANS NO ROW
001100* HAS BEEN CHAINED YET, AND THE FIRST WRITER CREATES IT AT ZERO.
001200* THE GREETASL SEAL HISTORY HOLDS ONE OF THESE PER MONTH SEALED
001300* BY GREET-ASL, DESCRIBING EXACTLY WHICH ROWS THE PERIOD HELD:
001400* OPEN SEQUENCE NUMBER PLUS ONE THROUGH THE LAST SEQUENCE
001500* NUMBER, OPENING AND CLOSING CHAIN CHECKS, AND THE ROW COUNTS.
001600* COPY THIS MEMBER (WITH REPLACING TO RETARGET THE GZ-AS- PREFIX
001700* AND THE 01-LEVEL NAME) ANYWHERE A PROGRAM READS OR WRITES
001800* EITHER FILE.
001900*
002000* GZ-AS-PERIOD IS THE MONTH SEALED (YYYYMM) ON A SEAL RECORD,
002100* AND THE LAST MONTH SEALED (ZERO BEFORE THE FIRST SEAL) ON THE
002200* CHAIN CONTROL RECORD.  GZ-AS-UNSEQUENCED-COUNT IS ONLY SET ON
002300* THE FIRST SEAL RECORD - ROWS WRITTEN BEFORE CHAINING BEGAN.
002400*
002500* 10/15/2026 RM   INITIAL VERSION.
002600*----------------------------------------------------------------
002700 01  GREET-AUDIT-SEAL-RECORD.
002800     05  GZ-AS-PERIOD              PIC 9(06).
002900     05  GZ-AS-OPEN-SEQUENCE-NO    PIC 9(09).
003000     05  GZ-AS-OPEN-CHAIN-CHECK    PIC 9(09).
003100     05  GZ-AS-LAST-SEQUENCE-NO    PIC 9(09).
003200     05  GZ-AS-LAST-CHAIN-CHECK    PIC 9(09).
003300     05  GZ-AS-ROW-COUNT           PIC 9(09).
003400     05  GZ-AS-SUPPRESS-COUNT      PIC 9(07).
003500     05  GZ-AS-BACKEDOUT-COUNT     PIC 9(07).
003600     05  GZ-AS-UNSEQUENCED-COUNT   PIC 9(07).
003700     05  GZ-AS-LAST-DATE           PIC 9(08).
003800     05  GZ-AS-LAST-TIME           PIC 9(08).
003900     05  GZ-AS-LAST-JOB            PIC X(08).
004000     05  GZ-AS-STATUS              PIC X(06).
004100         88  GZ-AS-CHAIN-OPEN              VALUE "OPEN  ".
004200         88  GZ-AS-PERIOD-SEALED           VALUE "SEALED".
004300     05  FILLER                    PIC X(18).

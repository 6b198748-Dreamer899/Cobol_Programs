000100*----------------------------------------------------------------
000200* GREETSIT
000300*----------------------------------------------------------------
000400* SITE REFERENCE RECORD - ONE RECORD PER BUILDING THE GREETING
000500* DESK SERVES, KEYED ON THE TWO-CHARACTER SITE CODE STAMPED ON
000600* EVERY GREETREC ENTRY.  CARRIES THE BUILDING NAME AND MAILING
000700* ADDRESS THE WELCOME LETTERS GO TO, WHETHER THE SITE IS ACTIVE
000800* OR CLOSED, ITS OPEN AND CLOSE DATES, AND THE DD NAME ITS DAILY
000900* ROSTER ARRIVES UNDER FOR THE GREETMRG CONSOLIDATION.  THE
001000* GREETSIM PROGRAM MAINTAINS THE FILE UNDER A PRINTED REGISTER.
001100* COPY THIS MEMBER (WITH REPLACING TO RETARGET THE GF-SR- PREFIX
001200* AND THE 01-LEVEL NAME) ANYWHERE A PROGRAM READS OR MAINTAINS
001300* THE SITE FILE.
001400*
001500* 10/15/2026 RM   INITIAL VERSION - REPLACES THE SITE CODES AND
001600*                 BUILDING ADDRESSES THAT WERE COMPILED INTO
001700*                 GREETEDT, GREETLTR, AND GREETMRG.  A CLOSE
001800*                 DATE OF ZERO MEANS THE SITE HAS NEVER CLOSED.
001810* 10/15/2026 RM   CARVED THE DESK CAPACITY OUT OF THE TRAILING
001820*                 FILLER - THE MOST ARRIVALS THE SITE'S DESK
001830*                 CAN GREET IN A DAY, FLAGGED AGAINST ON THE
001840*                 GREETFCS ARRIVALS FORECAST.  ZERO, OR BLANK ON
001850*                 RECORDS FROM BEFORE THE FIELD EXISTED, MEANS
001860*                 NO CAPACITY HAS BEEN SET.
001900*----------------------------------------------------------------
002000 01  GREET-SITE-RECORD.
002100     05  GF-SR-SITE-CODE           PIC X(02).
002200     05  GF-SR-BUILDING-NAME       PIC X(30).
002300     05  GF-SR-ADDR-LINE-1         PIC X(30).
002400     05  GF-SR-ADDR-LINE-2         PIC X(30).
002500     05  GF-SR-STATUS              PIC X(01).
002600         88  GF-SR-SITE-ACTIVE             VALUE "A".
002700         88  GF-SR-SITE-CLOSED             VALUE "C".
002800     05  GF-SR-OPEN-DATE           PIC 9(08).
002900     05  GF-SR-CLOSE-DATE          PIC 9(08).
003000     05  GF-SR-ROSTER-DD           PIC X(08).
003010     05  GF-SR-DESK-CAPACITY       PIC 9(04).
003100     05  FILLER                    PIC X(07).

000100*----------------------------------------------------------------
000200* GREETPHX
000300*----------------------------------------------------------------
000400* PHONETIC INDEX RECORD - ONE RECORD PER GREETMSTR ENTRY, KEYED
000500* ON THE ENTRY'S VISITOR ID WITH ITS SOUND-ALIKE KEY AND NAME AS
000600* AN ALTERNATE KEY THAT ALLOWS DUPLICATES, SO EVERY NAME THAT
000700* SOUNDS ALIKE SITS TOGETHER AND TWO PEOPLE SHARING A NAME EACH
000800* HAVE A ROW.  THE SOUND-ALIKE KEY IS BUILT AS GREETPHK
000900* DESCRIBES.  EVERY PROGRAM THAT WRITES, RENAMES OR DELETES A
001000* MASTER ENTRY DOES THE SAME HERE IN THE SAME STEP; GREET-PIX
001100* REBUILDS AND VERIFIES THE FILE AND GREETRCN CHECKS IT AGAINST
001200* THE MASTER EVERY NIGHT.  COPY THIS MEMBER (WITH REPLACING TO
001300* RETARGET THE GN-PX- PREFIX AND THE 01-LEVEL NAME) ANYWHERE A
001400* PROGRAM READS OR MAINTAINS THE INDEX.
001500*
001600* 10/15/2026 RM   INITIAL VERSION - REPLACES THE IN-STORAGE
001700*                 SOUND-ALIKE TABLE GREET-USER AND GREET-WLK
001800*                 BUILT FROM THE WHOLE MASTER AT EVERY START.
001900*----------------------------------------------------------------
002000 01  GREET-PHONETIC-RECORD.
002100     05  GN-PX-VISITOR-ID          PIC 9(08).
002200     05  GN-PX-SOUND-KEY.
002300         10  GN-PX-PHON-KEY        PIC X(08).
002400         10  GN-PX-NAME            PIC A(20).
002500     05  FILLER                    PIC X(12).

000100*----------------------------------------------------------------
000200* GREETVID
000300*----------------------------------------------------------------
000400* VISITOR ID COUNTER RECORD - THE GREETVID FILE HOLDS THIS ONE
000500* RECORD: THE LAST VISITOR ID ISSUED TO A GREETMSTR ENTRY, WITH
000600* THE DATE AND JOB THAT ISSUED IT.  A PROGRAM THAT ADDS MASTER
000700* ENTRIES OPENS THE FILE I-O, READS THE RECORD, ADDS ONE, AND
000800* REWRITES IT BEFORE USING THE NEW NUMBER, SO NO ID IS EVER
000900* ISSUED TWICE.  AN ABSENT DATASET MEANS NO ID HAS BEEN ISSUED
001000* YET - THE FIRST PROGRAM TO NEED ONE CREATES IT AT ZERO.  COPY
001100* THIS MEMBER (WITH REPLACING TO RETARGET THE GV-VR- PREFIX AND
001200* THE 01-LEVEL NAME) ANYWHERE A PROGRAM ISSUES VISITOR IDS.
001300*
001400* 10/15/2026 RM   INITIAL VERSION.
001500*----------------------------------------------------------------
001600 01  GREET-VISITOR-ID-RECORD.
001700     05  GV-VR-LAST-ID             PIC 9(08).
001800     05  GV-VR-LAST-DATE           PIC 9(08).
001900     05  GV-VR-LAST-JOB            PIC X(08).
002000     05  FILLER                    PIC X(16).

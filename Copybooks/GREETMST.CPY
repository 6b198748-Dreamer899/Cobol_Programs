000100*----------------------------------------------------------------
000200* GREETMST
000300*----------------------------------------------------------------
000400* GREETMSTR MASTER RECORD LAYOUT - ONE RECORD PER PERSON GREETED
000410* TO DATE (OR REGISTERED AHEAD OF A FIRST GREETING), KEYED ON
000420* THE SYSTEM-ASSIGNED VISITOR ID WITH THE NAME AS AN ALTERNATE
000500* KEY THAT ALLOWS DUPLICATES.  COPY THIS MEMBER (WITH REPLACING
000600* TO RETARGET THE GM-MR- PREFIX AND THE 01-LEVEL NAME) ANYWHERE
000700* A PROGRAM READS OR MAINTAINS THE MASTER SO EVERY PROGRAM
000800* AGREES ON ITS SHAPE.
001250*                 MARKS A RECORD WRITTEN WHILE THIS WAS STILL
001260*                 FILLER - TREAT THE FIRST-GREETED DATE AS THE
001270*                 ACTIVITY DATE FOR THOSE.
001272* 10/15/2026 RM   ADDED THE VISITOR ID, ISSUED FROM THE GREETVID
001274*                 COUNTER, AND AN ENTRY STATUS SO TWO DIFFERENT
001276*                 PEOPLE CAN SHARE A NAME.  THE ID IS THE PRIME
001278*                 KEY; THE NAME BECOMES AN ALTERNATE KEY WITH
001280*                 DUPLICATES.  "R" MARKS A SECOND PERSON
001282*                 REGISTERED THROUGH GREETMNT UNDER A NAME
001284*                 ALREADY ON FILE, WAITING FOR THE ROSTER RUN TO
001286*                 GREET THEM; "G" (OR BLANK ON OLDER RECORDS)
001288*                 MARKS A PERSON ALREADY GREETED.
001290* 10/15/2026 RM   "W" MARKS A PERSON FIRST GREETED AT THE WALK-IN
001292*                 DESK (GREET-WLK) RATHER THAN OFF A ROSTER.  IT
001294*                 COUNTS AS GREETED EVERYWHERE "G" DOES.
001295* 10/15/2026 RM   CARVED THE REGISTER SWITCH OUT OF THE FILLER.
001296*                 "Y" MARKS AN "R" ENTRY THE ROSTER RUN HAS SINCE
001297*                 GREETED, SO A BACKOUT OF THAT RUN RESTORES THE
001298*                 REGISTRATION RATHER THAN DELETING THE ENTRY.
001300*----------------------------------------------------------------
001400 01  GREET-MASTER-RECORD.
001500     05  GM-MR-NAME                PIC A(20).
001600     05  GM-MR-FIRST-GREETED-DATE  PIC 9(08).
001700     05  GM-MR-LAST-ACTIVITY-DATE  PIC 9(08).
001710     05  GM-MR-VISITOR-ID          PIC 9(08).
001720     05  GM-MR-ENTRY-STATUS        PIC X(01).
001730         88  GM-MR-ENTRY-GREETED           VALUE "G" " " "W".
001740         88  GM-MR-ENTRY-REGISTERED        VALUE "R".
001750         88  GM-MR-ENTRY-WALK-IN           VALUE "W".
001760     05  GM-MR-REGISTER-SW         PIC X(01).
001770         88  GM-MR-GREETED-FROM-REGISTER   VALUE "Y".
001780     05  FILLER                    PIC X(10).

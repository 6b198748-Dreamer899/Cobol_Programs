001095*                 ZERO, BLANK, OR NON-NUMERIC MEANS GREET ON
001096*                 ARRIVAL, EXACTLY AS BEFORE THE FIELD
001097*                 EXISTED.
001104* 10/15/2026 RM   ADDED THE GREETMSTR VISITOR ID OF THE PERSON
001111*                 GREETED, STAMPED BY GREET-USER ON GREETLOG SO
001118*                 GREETHST, GREETXTR, AND THE INQUIRY CAN TELL
001125*                 TWO PEOPLE WITH THE SAME NAME APART.  ZERO ON
001132*                 ROSTER INPUT AND ON RECORDS FROM BEFORE THE
001139*                 FIELD EXISTED.
001146* 10/15/2026 RM   A DEPARTMENT OF "WALK-IN" MARKS A VISITOR
001153*                 GREETED AT THE WALK-IN DESK (GREET-WLK) WITH NO
001160*                 ROSTER BEHIND THEM, SO THE RECONCILIATION,
001167*                 STATISTICS, AND DEPARTMENT REPORTS CAN COUNT
001174*                 THEM APART.
001181*----------------------------------------------------------------
001200 01  GREET-RECORD.
001300     05  GR-CR-OPERATOR-ID         PIC X(08).
001400     05  GR-CR-NAME                PIC A(20).
001800     05  GR-CR-LANG-CODE           PIC X(02).
001900     05  GR-CR-SITE-CODE           PIC X(02).
002000     05  GR-CR-DEPT                PIC X(08).
002010         88  GR-CR-DEPT-WALK-IN            VALUE "WALK-IN ".
002100     05  GR-CR-GREET-ON-DATE       PIC 9(08).
002110     05  GR-CR-VISITOR-ID          PIC 9(08).

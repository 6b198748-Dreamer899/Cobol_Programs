001130*                 SO THE MONTHLY DEPARTMENT ACTIVITY REPORT
001140*                 CAN ALLOCATE THE DESK'S VOLUME.  BLANK ON
001150*                 OLDER RECORDS.
001152* 10/15/2026 RM   ADDED GA-VISITOR-ID, THE GREETMSTR VISITOR ID
001154*                 THE NAME WAS GREETED OR MATCHED UNDER, SO THE
001156*                 TRAIL SHOWS WHICH OF TWO SAME-NAME PEOPLE A
001158*                 ROW BELONGS TO.  ZERO WHEN THE NAME NEVER
001160*                 REACHED THE MASTER AND ON OLDER RECORDS.
001162* 10/15/2026 RM   A DEPARTMENT OF "WALK-IN" (JOB GREETWLK) MARKS A
001164*                 ROW WRITTEN BY THE WALK-IN DESK PROGRAM FOR A
001166*                 VISITOR WITH NO ROSTER BEHIND THEM.
001168* 10/15/2026 RM   ADDED GA-SEQUENCE-NO, GA-NAME-CHECK AND
001170*                 GA-CHAIN-CHECK SO THE TRAIL IS TAMPER-EVIDENT.
001172*                 EVERY ROW TAKES THE NEXT NUMBER FROM THE
001174*                 GREETACH CHAIN CONTROL RECORD.  THE NAME CHECK
001176*                 IS FOLDED FROM THE NAME, VISITOR ID AND
001178*                 SEQUENCE NUMBER; THE CHAIN CHECK FROM THE
001180*                 PRIOR ROW'S CHAIN CHECK AND EVERY OTHER FIELD
001182*                 OF THIS ROW, NAME CHECK INCLUDED (SEE
001184*                 GREETCHK).  A DELETED, REORDERED OR ALTERED
001186*                 ROW BREAKS THE SEQUENCE OR THE CHAIN.  AN
001188*                 ERASURE MASKS THE NAME AND ID BUT KEEPS ALL
001190*                 THREE, SO ONLY THE NAME CHECK OF AN ERASED ROW
001192*                 CANNOT BE RECOMPUTED.  ZERO ON OLDER RECORDS.
001194*----------------------------------------------------------------
001200 01  GREET-AUDIT-RECORD.
001300     05  GA-JOB-NAME               PIC X(08).
001400     05  GA-OPERATOR-ID            PIC X(08).
001900     05  GA-SITE-CODE              PIC X(02).
002000     05  GA-LANG-CODE              PIC X(02).
002100     05  GA-DEPARTMENT             PIC X(08).
002110         88  GA-DEPT-WALK-IN               VALUE "WALK-IN ".
002120     05  GA-VISITOR-ID             PIC 9(08).
002130     05  GA-SEQUENCE-NO            PIC 9(09).
002140     05  GA-NAME-CHECK             PIC 9(09).
002150     05  GA-CHAIN-CHECK            PIC 9(09).

001410* 09/02/2026 RM   ADDED GH-HR-DEPARTMENT, CARRIED FROM THE
001420*                 NEW GREETREC DEPARTMENT FIELD.  BLANK ON
001430*                 RECORDS ROLLED UP BEFORE THE FIELD EXISTED.
001440* 10/15/2026 RM   ADDED GH-HR-VISITOR-ID, CARRIED FROM THE NEW
001450*                 GREETREC VISITOR ID, SO ONE NAME'S HISTORY CAN
001460*                 BE SPLIT BY PERSON.  ZERO ON RECORDS ROLLED UP
001470*                 BEFORE THE FIELD EXISTED.
001500*----------------------------------------------------------------
001600 01  GREET-HISTORY-RECORD.
001700     05  GH-HR-KEY.
002200     05  GH-HR-LANG-CODE           PIC X(02).
002300     05  GH-HR-SITE-CODE           PIC X(02).
002400     05  GH-HR-DEPARTMENT          PIC X(08).
002410     05  GH-HR-VISITOR-ID          PIC 9(08).

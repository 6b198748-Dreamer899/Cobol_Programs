000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-WLK.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - WALK-IN DESK.  THE DESK
000120*                 OPERATOR RUNS IT AT THE CONSOLE FOR A VISITOR
000130*                 WHO IS ON NO ROSTER: NAME, LANGUAGE, AND SITE
000140*                 ARE KEYED IN AND PUT THROUGH THE SAME CHECKS
000150*                 GREET-USER APPLIES TO A ROSTER ENTRY - NAME
000160*                 EDIT, GREETSUP DO-NOT-GREET LIST, GREETMSTR
000170*                 EXACT DUPLICATE, AND THE PHONETIC NEAR-MATCH.
000180*                 A VISITOR WHO PASSES IS GREETED ON THE CONSOLE
000190*                 AND WRITTEN TO GREETLOG, GREETAUD, AND
000200*                 GREETMSTR LIKE ANY OTHER, MARKED AS A WALK-IN:
000210*                 DEPARTMENT "WALK-IN" ON THE LOG AND AUDIT ROW,
000220*                 JOB NAME GREETWLK ON THE AUDIT ROW, AND ENTRY
000230*                 STATUS "W" ON A MASTER ENTRY THE DESK CREATES.
000240*                 WILL NOT OPEN, AND CLOSES BEFORE THE NEXT
000250*                 VISITOR, WHILE A GREET-USER RUN IS REGISTERED
000260*                 IN-FLIGHT ON GREETCTL.
000261* 10/15/2026 RM   EACH GREETAUD ROW CLAIMS ITS SEQUENCE NUMBER
000262*                 AND IS CHAINED FROM THE GREETACH CHAIN CONTROL
000263*                 RECORD AS IT IS WRITTEN, THE SAME AS GREET-USER.
000264* 10/15/2026 RM   THE NEAR-MATCH CHECK LOOKS THE SOUND-ALIKE KEY
000265*                 UP ON THE GREETPHX PHONETIC INDEX INSTEAD OF A
000266*                 TABLE LOADED FROM THE WHOLE MASTER AT OPEN, SO
000267*                 THE DESK NO LONGER RELOADS AFTER A ROSTER RUN
000268*                 AND SEES EVERY NAME THE RUN MASTERED.  A WALK-IN
000269*                 MASTERED HERE GETS ITS INDEX ROW AT ONCE.
000270* 10/15/2026 RM   A REGISTERED ENTRY GREETED AT THE DESK IS MARKED
000271*                 ON ITS REGISTER SWITCH, THE SAME AS GREET-USER.
000272* 10/15/2026 RM   GREETSIT COPY RENAMES THE DESK CAPACITY.  THE
000273*                 GREETACH AND GREETPHX FILE STATUS FIELDS ARE
000274*                 KEPT WITH THE OTHER FILE STATUS FIELDS.
000275*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000300*
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT GREETLOG-FILE ASSIGN TO GREETLOG
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS GWL-GREETLOG-STATUS.
000400*
000410     SELECT GREETAUD-FILE ASSIGN TO GREETAUD
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS GWL-GREETAUD-STATUS.
000440*
000450     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS GM-VISITOR-ID
000490         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000500         FILE STATUS IS GWL-GREETMSTR-STATUS.
000510*
000520     SELECT GREETCTL-FILE ASSIGN TO GREETCTL
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS GWL-GREETCTL-STATUS.
000550*
000560     SELECT GREETSUP-FILE ASSIGN TO GREETSUP
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS GSP-NAME
000600         FILE STATUS IS GWL-GREETSUP-STATUS.
000610*
000620     SELECT GREETVID-FILE ASSIGN TO GREETVID
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS GWL-GREETVID-STATUS.
000650*
000652     SELECT GREETACH-FILE ASSIGN TO GREETACH
000654         ORGANIZATION IS SEQUENTIAL
000656         FILE STATUS IS GWL-GREETACH-STATUS.
000658*
000660     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS GF-SITE-CODE
000700         FILE STATUS IS GWL-GREETSITE-STATUS.
000701*
000702     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS GN-VISITOR-ID
000706         ALTERNATE RECORD KEY IS GN-SOUND-KEY WITH DUPLICATES
000707         FILE STATUS IS GWL-GREETPHX-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740*
000750*----------------------------------------------------------------
000760* GREETLOG-FILE - ONE RECORD PER WALK-IN GREETED, APPENDED TO
000770* THE DAY'S LOG
000780*----------------------------------------------------------------
000790 FD  GREETLOG-FILE
000800     RECORDING MODE IS F.
000810 COPY GREETREC REPLACING
000820     ==GREET-RECORD== BY ==GREETLOG-RECORD==,
000830     ==GR-CR-OPERATOR-ID==
000840         BY ==GL-OPERATOR-ID==,
000850     ==GR-CR-TIMESTAMP==
000860         BY ==GL-TIMESTAMP==,
000870     ==GR-CR-TS-DATE==
000880         BY ==GL-TS-DATE==,
000890     ==GR-CR-TS-TIME==
000900         BY ==GL-TS-TIME==,
000910     ==GR-CR-LANG-CODE==
000920         BY ==GL-LANG-CODE==,
000930     ==GR-CR-SITE-CODE==
000940         BY ==GL-SITE-CODE==,
000950     ==GR-CR-NAME==
000960         BY ==GL-NAME==,
000970     ==GR-CR-DEPT-WALK-IN==
000980         BY ==GL-DEPT-WALK-IN==,
000990     ==GR-CR-DEPT==
001000         BY ==GL-DEPT==,
001010     ==GR-CR-GREET-ON-DATE==
001020         BY ==GL-GREET-ON-DATE==,
001030     ==GR-CR-VISITOR-ID==
001040         BY ==GL-VISITOR-ID==.
001050*
001060*----------------------------------------------------------------
001070* GREETAUD-FILE - AUDIT TRAIL, ONE ROW PER VISITOR KEYED IN,
001080* APPENDED TO THE DAY'S TRAIL
001090*----------------------------------------------------------------
001100 FD  GREETAUD-FILE
001110     RECORDING MODE IS F.
001120     COPY GREETAUD.
001130*
001140*----------------------------------------------------------------
001150* GREETMSTR-FILE - INDEXED MASTER OF NAMES GREETED TO DATE,
001160* KEYED ON VISITOR ID WITH THE NAME AS AN ALTERNATE KEY
001170*----------------------------------------------------------------
001180 FD  GREETMSTR-FILE.
001190 COPY GREETMST REPLACING
001200     ==GREET-MASTER-RECORD== BY ==GREETMSTR-RECORD==,
001210     ==GM-MR-NAME==
001220         BY ==GM-NAME==,
001230     ==GM-MR-FIRST-GREETED-DATE==
001240         BY ==GM-FIRST-GREETED-DATE==,
001250     ==GM-MR-LAST-ACTIVITY-DATE==
001260         BY ==GM-LAST-ACTIVITY-DATE==,
001270     ==GM-MR-VISITOR-ID==
001280         BY ==GM-VISITOR-ID==,
001290     ==GM-MR-ENTRY-STATUS==
001300         BY ==GM-ENTRY-STATUS==,
001310     ==GM-MR-ENTRY-GREETED==
001320         BY ==GM-ENTRY-GREETED==,
001330     ==GM-MR-ENTRY-WALK-IN==
001340         BY ==GM-ENTRY-WALK-IN==,
001350     ==GM-MR-ENTRY-REGISTERED==
001360         BY ==GM-ENTRY-REGISTERED==,
001362     ==GM-MR-REGISTER-SW==
001364         BY ==GM-REGISTER-SW==,
001366     ==GM-MR-GREETED-FROM-REGISTER==
001368         BY ==GM-GREETED-FROM-REGISTER==.
001370*
001380*----------------------------------------------------------------
001381* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER ENTRY,
001382* READ ON THE SOUND-ALIKE KEY FOR THE NEAR-MATCH CHECK AND WRITTEN
001383* ALONGSIDE EVERY WALK-IN THE DESK MASTERS
001384*----------------------------------------------------------------
001385 FD  GREETPHX-FILE.
001386 COPY GREETPHX REPLACING
001387     ==GREET-PHONETIC-RECORD== BY ==GREETPHX-RECORD==,
001388     ==GN-PX-VISITOR-ID==
001389         BY ==GN-VISITOR-ID==,
001390     ==GN-PX-SOUND-KEY==
001391         BY ==GN-SOUND-KEY==,
001392     ==GN-PX-PHON-KEY==
001393         BY ==GN-PHON-KEY==,
001394     ==GN-PX-NAME==
001395         BY ==GN-NAME==.
001396*
001397*----------------------------------------------------------------
001398* GREETCTL-FILE - GREET-USER'S RUN-CONTROL RECORD, READ ONLY.
001400* A RUN REGISTERED IN-FLIGHT IS WRITING GREETLOG, GREETAUD, AND
001410* GREETMSTR, SO THE DESK STAYS CLOSED UNTIL IT ENDS.
001420*----------------------------------------------------------------
001430 FD  GREETCTL-FILE
001440     RECORDING MODE IS F.
001450 COPY GREETCTL REPLACING
001460     ==GREET-CONTROL-RECORD== BY ==GREETCTL-RECORD==,
001470     ==GC-RC-RUN-NUMBER==
001480         BY ==GC-RUN-NUMBER==,
001490     ==GC-RC-ROSTER-DATE==
001500         BY ==GC-ROSTER-DATE==,
001510     ==GC-RC-START-DATE==
001520         BY ==GC-START-DATE==,
001530     ==GC-RC-START-TIME==
001540         BY ==GC-START-TIME==,
001550     ==GC-RC-STOP-DATE==
001560         BY ==GC-STOP-DATE==,
001570     ==GC-RC-STOP-TIME==
001580         BY ==GC-STOP-TIME==,
001590     ==GC-RC-GREETED-COUNT==
001600         BY ==GC-GREETED-COUNT==,
001610     ==GC-RC-REJECT-COUNT==
001620         BY ==GC-REJECT-COUNT==,
001630     ==GC-RC-DUP-COUNT==
001640         BY ==GC-DUP-COUNT==,
001650     ==GC-RC-STATUS==
001660         BY ==GC-STATUS==,
001670     ==GC-RC-RUN-IN-FLIGHT==
001680         BY ==GC-RUN-IN-FLIGHT==,
001690     ==GC-RC-RUN-COMPLETE==
001700         BY ==GC-RUN-COMPLETE==,
001710     ==GC-RC-RUN-PARTIAL==
001720         BY ==GC-RUN-PARTIAL==,
001730     ==GC-RC-RUN-OUT-OF-BAL==
001740         BY ==GC-RUN-OUT-OF-BAL==.
001750*
001760*----------------------------------------------------------------
001770* GREETSUP-FILE - DO-NOT-GREET SUPPRESSION LIST, KEYED ON NAME
001780*----------------------------------------------------------------
001790 FD  GREETSUP-FILE.
001800 COPY GREETSUP REPLACING
001810     ==GREET-SUPPRESS-RECORD== BY ==GREETSUP-RECORD==,
001820     ==GS-SR-NAME==
001830         BY ==GSP-NAME==,
001840     ==GS-SR-REASON==
001850         BY ==GSP-REASON==,
001860     ==GS-SR-ADDED-DATE==
001870         BY ==GSP-ADDED-DATE==.
001880*
001890*----------------------------------------------------------------
001900* GREETVID-FILE - VISITOR ID COUNTER (ONE RECORD), SHARED WITH
001910* GREET-USER AND GREETMNT
001920*----------------------------------------------------------------
001930 FD  GREETVID-FILE
001940     RECORDING MODE IS F.
001950 COPY GREETVID REPLACING
001960     ==GREET-VISITOR-ID-RECORD== BY ==GREETVID-RECORD==,
001970     ==GV-VR-LAST-ID==
001980         BY ==GV-LAST-ID==,
001990     ==GV-VR-LAST-DATE==
002000         BY ==GV-LAST-DATE==,
002010     ==GV-VR-LAST-JOB==
002020         BY ==GV-LAST-JOB==.
002021*
002022*----------------------------------------------------------------
002023* GREETACH-FILE - GREETAUD CHAIN CONTROL (ONE RECORD), SHARED WITH
002024* EVERY PROGRAM THAT WRITES AUDIT ROWS
002025*----------------------------------------------------------------
002026 FD  GREETACH-FILE
002027     RECORDING MODE IS F.
002028 COPY GREETASL REPLACING
002029     ==GREET-AUDIT-SEAL-RECORD== BY ==GREETACH-RECORD==,
002030     ==GZ-AS-PERIOD==
002031         BY ==GZ-PERIOD==,
002032     ==GZ-AS-OPEN-SEQUENCE-NO==
002033         BY ==GZ-OPEN-SEQUENCE-NO==,
002034     ==GZ-AS-OPEN-CHAIN-CHECK==
002035         BY ==GZ-OPEN-CHAIN-CHECK==,
002036     ==GZ-AS-LAST-SEQUENCE-NO==
002037         BY ==GZ-LAST-SEQUENCE-NO==,
002038     ==GZ-AS-LAST-CHAIN-CHECK==
002039         BY ==GZ-LAST-CHAIN-CHECK==,
002040     ==GZ-AS-ROW-COUNT==
002041         BY ==GZ-ROW-COUNT==,
002042     ==GZ-AS-SUPPRESS-COUNT==
002043         BY ==GZ-SUPPRESS-COUNT==,
002044     ==GZ-AS-BACKEDOUT-COUNT==
002045         BY ==GZ-BACKEDOUT-COUNT==,
002046     ==GZ-AS-UNSEQUENCED-COUNT==
002047         BY ==GZ-UNSEQUENCED-COUNT==,
002048     ==GZ-AS-LAST-DATE==
002049         BY ==GZ-LAST-DATE==,
002050     ==GZ-AS-LAST-TIME==
002051         BY ==GZ-LAST-TIME==,
002052     ==GZ-AS-LAST-JOB==
002053         BY ==GZ-LAST-JOB==,
002054     ==GZ-AS-STATUS==
002055         BY ==GZ-STATUS==,
002056     ==GZ-AS-CHAIN-OPEN==
002057         BY ==GZ-CHAIN-OPEN==,
002058     ==GZ-AS-PERIOD-SEALED==
002059         BY ==GZ-PERIOD-SEALED==.
002060*
002061*----------------------------------------------------------------
002062* GREETSITE-FILE - SITE REFERENCE FILE, ONE KEYED READ PER
002063* VISITOR TO PROVE THE SITE KEYED IS A BUILDING OPEN TODAY
002070*----------------------------------------------------------------
002080 FD  GREETSITE-FILE.
002090 COPY GREETSIT REPLACING
002100     ==GREET-SITE-RECORD== BY ==GREETSITE-RECORD==,
002110     ==GF-SR-SITE-CODE==
002120         BY ==GF-SITE-CODE==,
002130     ==GF-SR-BUILDING-NAME==
002140         BY ==GF-BUILDING-NAME==,
002150     ==GF-SR-ADDR-LINE-1==
002160         BY ==GF-ADDR-LINE-1==,
002170     ==GF-SR-ADDR-LINE-2==
002180         BY ==GF-ADDR-LINE-2==,
002190     ==GF-SR-STATUS==
002200         BY ==GF-STATUS==,
002210     ==GF-SR-SITE-ACTIVE==
002220         BY ==GF-SITE-ACTIVE==,
002230     ==GF-SR-SITE-CLOSED==
002240         BY ==GF-SITE-CLOSED==,
002250     ==GF-SR-OPEN-DATE==
002260         BY ==GF-OPEN-DATE==,
002270     ==GF-SR-CLOSE-DATE==
002280         BY ==GF-CLOSE-DATE==,
002290     ==GF-SR-ROSTER-DD==
002300         BY ==GF-ROSTER-DD==,
002303     ==GF-SR-DESK-CAPACITY==
002306         BY ==GF-DESK-CAPACITY==.
002310*
002320 WORKING-STORAGE SECTION.
002330*
002340 COPY GREETREC REPLACING
002350     ==GREET-RECORD== BY ==GWL-WORK-RECORD==,
002360     ==GR-CR-OPERATOR-ID==
002370         BY ==GWL-WK-OPERATOR-ID==,
002380     ==GR-CR-TIMESTAMP==
002390         BY ==GWL-WK-TIMESTAMP==,
002400     ==GR-CR-TS-DATE==
002410         BY ==GWL-WK-TS-DATE==,
002420     ==GR-CR-TS-TIME==
002430         BY ==GWL-WK-TS-TIME==,
002440     ==GR-CR-LANG-CODE==
002450         BY ==GWL-WK-LANG-CODE==,
002460     ==GR-CR-SITE-CODE==
002470         BY ==GWL-WK-SITE-CODE==,
002480     ==GR-CR-NAME==
002490         BY ==GWL-WK-NAME==,
002500     ==GR-CR-DEPT-WALK-IN==
002510         BY ==GWL-WK-DEPT-WALK-IN==,
002520     ==GR-CR-DEPT==
002530         BY ==GWL-WK-DEPT==,
002540     ==GR-CR-GREET-ON-DATE==
002550         BY ==GWL-WK-GREET-ON-DATE==,
002560     ==GR-CR-VISITOR-ID==
002570         BY ==GWL-WK-VISITOR-ID==.
002580*
002590*----------------------------------------------------------------
002600* FILE STATUS FIELDS
002610*----------------------------------------------------------------
002620 77  GWL-GREETLOG-STATUS           PIC X(02).
002630 77  GWL-GREETAUD-STATUS           PIC X(02).
002640 77  GWL-GREETMSTR-STATUS          PIC X(02).
002650 77  GWL-GREETCTL-STATUS           PIC X(02).
002660 77  GWL-GREETSUP-STATUS           PIC X(02).
002670 77  GWL-GREETVID-STATUS           PIC X(02).
002680 77  GWL-GREETSITE-STATUS          PIC X(02).
002683 77  GWL-GREETACH-STATUS           PIC X(02).
002686 77  GWL-GREETPHX-STATUS           PIC X(02).
002690*
002700*----------------------------------------------------------------
002710* AUDIT TRAIL WORK FIELDS - THE JOB NAME AND THE DEPARTMENT ARE
002720* WHAT MARK A ROW AS THE WALK-IN DESK'S DOWNSTREAM
002730*----------------------------------------------------------------
002740 77  GWL-JOB-NAME                  PIC X(08)  VALUE "GREETWLK".
002750 77  GWL-WALK-IN-DEPT              PIC X(08)  VALUE "WALK-IN ".
002760 77  GWL-OPERATOR-ID               PIC X(08).
002770 77  GWL-DISPOSITION               PIC X(09).
002772*
002773*    CHECK-VALUE WORK FIELDS FOR THE SEQUENCE NUMBER AND CHAIN
002774*    CARRIED ON EVERY AUDIT ROW.
002775 COPY GREETCHK.
002780 77  GWL-TODAY-DATE                PIC 9(08)  VALUE ZERO.
002790*
002800*----------------------------------------------------------------
002810* SESSION COUNTS - DISPLAYED WHEN THE DESK CLOSES
002820*----------------------------------------------------------------
002830 77  GWL-VISITOR-COUNT             PIC 9(05)  VALUE ZERO.
002840 77  GWL-GREET-COUNT               PIC 9(05)  VALUE ZERO.
002850 77  GWL-REJECT-COUNT              PIC 9(05)  VALUE ZERO.
002860 77  GWL-DUP-COUNT                 PIC 9(05)  VALUE ZERO.
002870 77  GWL-SUPPRESS-COUNT            PIC 9(05)  VALUE ZERO.
002880 77  GWL-SUSPECT-COUNT             PIC 9(05)  VALUE ZERO.
002890 77  GWL-REGISTERED-COUNT          PIC 9(05)  VALUE ZERO.
002900*
002910*----------------------------------------------------------------
002920* CONSOLE ENTRY FIELDS.  THE NAME IS TAKEN INTO A FIELD TWICE
002930* THE SIZE OF THE MASTER'S SO AN OVERLONG NAME IS SENT BACK TO
002940* BE RE-KEYED INSTEAD OF BEING CUT SHORT AND MASTERED THAT WAY.
002950* THREE UNUSABLE ANSWERS IN A ROW AT ANY PROMPT CLOSE THE DESK
002960* - NOBODY IS THERE, OR THE CONSOLE HAS GONE AWAY.
002970*----------------------------------------------------------------
002980 01  GWL-IN-NAME                   PIC X(40)  VALUE SPACES.
002990 01  GWL-IN-NAME-PARTS REDEFINES GWL-IN-NAME.
003000     05  GWL-IN-NAME-FILED         PIC X(20).
003010     05  GWL-IN-NAME-OVERFLOW      PIC X(20).
003020 77  GWL-IN-LANG                   PIC X(02)  VALUE SPACES.
003030 77  GWL-IN-SITE                   PIC X(02)  VALUE SPACES.
003040 77  GWL-LAST-SITE                 PIC X(02)  VALUE SPACES.
003050 77  GWL-CLOSE-COMMAND             PIC X(40)  VALUE "END".
003060 77  GWL-RETRY-COUNT               PIC 9(02)  COMP  VALUE ZERO.
003070 77  GWL-RETRY-LIMIT               PIC 9(02)  COMP  VALUE 3.
003080 77  GWL-LOWER-ALPHABET            PIC X(26)
003090         VALUE "abcdefghijklmnopqrstuvwxyz".
003100 77  GWL-UPPER-ALPHABET            PIC X(26)
003110         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003120*
003130*----------------------------------------------------------------
003220* DUPLICATE-CHECK WORK FIELDS
003230*----------------------------------------------------------------
003240 77  GWL-DUPLICATE-SW              PIC X(01)  VALUE "N".
003250     88  GWL-NAME-IS-DUPLICATE                 VALUE "Y".
003260 77  GWL-REGISTERED-SW             PIC X(01)  VALUE "N".
003270     88  GWL-NAME-IS-REGISTERED                VALUE "Y".
003280 77  GWL-SAME-NAME-EOF-SW          PIC X(01)  VALUE "N".
003290     88  GWL-END-OF-SAME-NAME                  VALUE "Y".
003300 77  GWL-FIRST-VISITOR-ID          PIC 9(08)  VALUE ZERO.
003310 77  GWL-NEW-VISITOR-ID            PIC 9(08)  VALUE ZERO.
003320*
003330*----------------------------------------------------------------
003340* SUPPRESSION-CHECK WORK FIELDS - THE DO-NOT-GREET LIST IS
003350* OPTIONAL: WHEN THE DATASET IS ABSENT, NOTHING IS SUPPRESSED
003360*----------------------------------------------------------------
003370 77  GWL-SUPPRESS-SW               PIC X(01)  VALUE "N".
003380     88  GWL-NAME-IS-SUPPRESSED                VALUE "Y".
003390 77  GWL-SUP-FILE-SW               PIC X(01)  VALUE "Y".
003400     88  GWL-SUPPRESS-FILE-OPEN                VALUE "Y".
003410*
003420*----------------------------------------------------------------
003430* PHONETIC NEAR-DUPLICATE WORK FIELDS - THE NAME'S SOUND-ALIKE
003437* KEY IS LOOKED UP ON THE GREETPHX INDEX GREET-USER KEEPS TOO, SO
003444* THE DESK ALWAYS CHECKS AGAINST THE WHOLE MASTER AS IT STANDS,
003451* ROSTER RUNS INCLUDED.
003460*----------------------------------------------------------------
003500 77  GWL-SUSPECT-SW                PIC X(01)  VALUE "N".
003510     88  GWL-NAME-IS-SUSPECT                   VALUE "Y".
003520 77  GWL-SOUND-EOF-SW              PIC X(01)  VALUE "N".
003530     88  GWL-END-OF-SOUND-KEY                  VALUE "Y".
003533 77  GWL-MSTR-NEW-SW               PIC X(01)  VALUE "N".
003536     88  GWL-MASTER-IS-NEW                     VALUE "Y".
003540*
003550*    SOUND-ALIKE KEY WORK FIELDS - 2072-BUILD-PHONETIC-KEY READS
003560*    THE NAME FROM GPK-NAME AND LEAVES THE KEY IN GPK-KEY.
003570 COPY GREETPHK.
003700*
003710*----------------------------------------------------------------
003720* MULTI-LANGUAGE GREETING LOOKUP TABLE AND WORK FIELD
003730*----------------------------------------------------------------
003740 COPY GREETLANG.
003750*
003760 77  GWL-GREETING-TEXT             PIC X(10).
003770*
003780*----------------------------------------------------------------
003790* SWITCHES
003800*----------------------------------------------------------------
003810 01  GWL-SWITCHES.
003820     05  GWL-DESK-SW               PIC X(01)  VALUE "O".
003830         88  GWL-DESK-OPEN                     VALUE "O".
003840         88  GWL-DESK-CLOSED                   VALUE "C".
003850     05  GWL-ENTRY-SW              PIC X(01)  VALUE "N".
003860         88  GWL-ENTRY-IS-USABLE               VALUE "Y".
003870     05  GWL-NAME-VALID-SW         PIC X(01)  VALUE "N".
003880         88  GWL-NAME-IS-VALID                 VALUE "Y".
003890*
003900 PROCEDURE DIVISION.
003910*
003920*----------------------------------------------------------------
003930 0000-MAIN-PROCEDURE.
003940*----------------------------------------------------------------
003950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003960     PERFORM 2000-SERVE-VISITOR THRU 2000-EXIT
003970         UNTIL GWL-DESK-CLOSED.
003980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003990     STOP RUN.
004000*
004010*----------------------------------------------------------------
004020 1000-INITIALIZE.
004030*----------------------------------------------------------------
004040     PERFORM 1050-CHECK-GREETING-RUN THRU 1050-EXIT.
004050*
004060     DISPLAY "USER" UPON ENVIRONMENT-NAME.
004070     ACCEPT GWL-OPERATOR-ID FROM ENVIRONMENT-VALUE.
004080     IF GWL-OPERATOR-ID = SPACES
004090         MOVE "UNKNOWN " TO GWL-OPERATOR-ID
004100     END-IF.
004110     ACCEPT GWL-TODAY-DATE FROM DATE YYYYMMDD.
004120*
004130     OPEN INPUT GREETSITE-FILE.
004140     IF GWL-GREETSITE-STATUS NOT = "00"
004150         DISPLAY "GREETSITE OPEN FAILED - STATUS "
004160             GWL-GREETSITE-STATUS
004170         MOVE 12 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200*
004210     PERFORM 1007-OPEN-MASTER THRU 1007-EXIT.
004220     PERFORM 1008-OPEN-SUPPRESS THRU 1008-EXIT.
004230     PERFORM 1009-OPEN-PHONETIC THRU 1009-EXIT.
004240*
004250*    THE DESK ADDS TO THE DAY'S LOG AND AUDIT TRAIL - IT NEVER
004260*    STARTS THEM OVER.  THE FIRST SESSION OF A DAY WITH NO
004270*    DATASET YET CREATES THEM.
004280     OPEN EXTEND GREETLOG-FILE.
004290     IF GWL-GREETLOG-STATUS = "35"
004300         OPEN OUTPUT GREETLOG-FILE
004310     END-IF.
004320     OPEN EXTEND GREETAUD-FILE.
004330     IF GWL-GREETAUD-STATUS = "35"
004340         OPEN OUTPUT GREETAUD-FILE
004350     END-IF.
004360*
004370     DISPLAY "WALK-IN DESK OPEN - OPERATOR " GWL-OPERATOR-ID.
004380     DISPLAY "KEY END AS THE NAME TO CLOSE THE DESK".
004390*
004400 1000-EXIT.
004410     EXIT.
004420*
004430*----------------------------------------------------------------
004440 1007-OPEN-MASTER.
004450*----------------------------------------------------------------
004460     OPEN I-O GREETMSTR-FILE.
004470     IF GWL-GREETMSTR-STATUS = "35"
004475         SET GWL-MASTER-IS-NEW TO TRUE
004480         OPEN OUTPUT GREETMSTR-FILE
004490         CLOSE GREETMSTR-FILE
004500         OPEN I-O GREETMSTR-FILE
004510     END-IF.
004520*
004530 1007-EXIT.
004540     EXIT.
004550*
004560*----------------------------------------------------------------
004570 1008-OPEN-SUPPRESS.
004580*----------------------------------------------------------------
004590*    THE DO-NOT-GREET LIST IS OPTIONAL - NO DATASET MEANS
004600*    NOBODY IS SUPPRESSED.  ANY OTHER OPEN FAILURE KEEPS THE
004610*    DESK CLOSED BEFORE A NAME LEGAL SAID NOT TO GREET SLIPS BY.
004620     OPEN INPUT GREETSUP-FILE.
004630     IF GWL-GREETSUP-STATUS = "35"
004640         MOVE "N" TO GWL-SUP-FILE-SW
004650     ELSE
004660         IF GWL-GREETSUP-STATUS NOT = "00"
004670             DISPLAY "GREETSUP OPEN FAILED - STATUS "
004680                 GWL-GREETSUP-STATUS
004690             MOVE 12 TO RETURN-CODE
004700             STOP RUN
004710         END-IF
004720     END-IF.
004730*
004740 1008-EXIT.
004750     EXIT.
004760*
004770*----------------------------------------------------------------
004780 1009-OPEN-PHONETIC.
004790*----------------------------------------------------------------
004800*    AS IN GREET-USER: THE PHONETIC INDEX HAS TO COVER THE WHOLE
004810*    MASTER, SO NO INDEX NEXT TO A MASTER ALREADY IN USE KEEPS THE
004820*    DESK CLOSED UNTIL GREET-PIX REBUILDS IT.  ONLY A BRAND-NEW
004830*    MASTER GETS A BRAND-NEW, EMPTY INDEX.
004870     OPEN I-O GREETPHX-FILE.
004880     IF GWL-GREETPHX-STATUS = "35"
004930        AND GWL-MASTER-IS-NEW
004931         OPEN OUTPUT GREETPHX-FILE
004932         CLOSE GREETPHX-FILE
004933         OPEN I-O GREETPHX-FILE
004934     END-IF.
004935     IF GWL-GREETPHX-STATUS NOT = "00"
004936         DISPLAY "GREETPHX OPEN FAILED - STATUS "
004937             GWL-GREETPHX-STATUS
004938             " - REBUILD IT WITH GREET-PIX"
004939         MOVE 12 TO RETURN-CODE
004940         STOP RUN
004941     END-IF.
004942*
004950 1009-EXIT.
005130     EXIT.
005140*
005150*----------------------------------------------------------------
005160 1050-CHECK-GREETING-RUN.
005170*----------------------------------------------------------------
005180*    A GREET-USER RUN IN FLIGHT IS WRITING GREETLOG, GREETAUD,
005200*    GREETMSTR, AND GREETPHX - A WALK-IN MASTERED UNDER IT COULD
005210*    SLIP PAST ITS CHECKS.  THE DESK WILL NOT OPEN, CC 12, THE
005220*    SAME AS A SECOND GREET-USER START.  NO DATASET MEANS NO RUN
005230*    HAS EVER BEEN REGISTERED.
005240     OPEN INPUT GREETCTL-FILE.
005250     IF GWL-GREETCTL-STATUS = "00"
005260         READ GREETCTL-FILE
005270             AT END
005280                 CONTINUE
005290             NOT AT END
005310                 IF GC-RUN-IN-FLIGHT
005320                     DISPLAY "GREETING RUN " GC-RUN-NUMBER
005330                         " REGISTERED IN-FLIGHT SINCE "
005340                         GC-START-DATE " " GC-START-TIME
005350                     DISPLAY "WALK-IN DESK NOT OPENED - RESTART "
005360                         "ONCE THE GREETING RUN HAS ENDED"
005370                     MOVE 12 TO RETURN-CODE
005380                     CLOSE GREETCTL-FILE
005390                     STOP RUN
005400                 END-IF
005410         END-READ
005420         CLOSE GREETCTL-FILE
005430     END-IF.
005440*
005450 1050-EXIT.
005460     EXIT.
005470*
005480*----------------------------------------------------------------
005490 2000-SERVE-VISITOR.
005500*----------------------------------------------------------------
005510*    ONE VISITOR PER PASS: NAME, LANGUAGE, AND SITE ARE TAKEN
005520*    AND EDITED AT THE CONSOLE, THE RUN-CONTROL FILE IS LOOKED
005530*    AT AGAIN, AND ONLY THEN IS ANYTHING WRITTEN.
005540     PERFORM 2010-GET-NAME THRU 2010-EXIT.
005550     IF GWL-DESK-CLOSED
005560         GO TO 2000-EXIT
005570     END-IF.
005580     PERFORM 2020-GET-LANGUAGE THRU 2020-EXIT.
005590     IF GWL-DESK-CLOSED
005600         GO TO 2000-EXIT
005610     END-IF.
005620     PERFORM 2030-GET-SITE THRU 2030-EXIT.
005630     IF GWL-DESK-CLOSED
005640         GO TO 2000-EXIT
005650     END-IF.
005660*
005670     PERFORM 2040-RECHECK-GREETING-RUN THRU 2040-EXIT.
005680     IF GWL-DESK-CLOSED
005690         GO TO 2000-EXIT
005700     END-IF.
005710*
005720     ADD 1 TO GWL-VISITOR-COUNT.
005730     PERFORM 2045-APPLY-WALK-IN THRU 2045-EXIT.
005740*
005750 2000-EXIT.
005760     EXIT.
005770*
005780*----------------------------------------------------------------
005790 2010-GET-NAME.
005800*----------------------------------------------------------------
005810     MOVE ZERO TO GWL-RETRY-COUNT.
005820     MOVE "N"  TO GWL-ENTRY-SW.
005830     PERFORM 2015-ACCEPT-NAME THRU 2015-EXIT
005840         UNTIL GWL-ENTRY-IS-USABLE
005850            OR GWL-DESK-CLOSED.
005860*
005870 2010-EXIT.
005880     EXIT.
005890*
005900*----------------------------------------------------------------
005910 2015-ACCEPT-NAME.
005920*----------------------------------------------------------------
005930*    A BLANK OR OVERLONG ENTRY IS ASKED FOR AGAIN AND LEAVES NO
005940*    TRACE - NOBODY HAS BEEN PRESENTED YET.  ANYTHING ELSE GOES
005950*    ON TO THE SAME NAME EDIT A ROSTER ENTRY GETS.
005960     DISPLAY "VISITOR NAME: " WITH NO ADVANCING.
005970     MOVE SPACES TO GWL-IN-NAME.
005980     ACCEPT GWL-IN-NAME.
005990     INSPECT GWL-IN-NAME
006000         CONVERTING GWL-LOWER-ALPHABET TO GWL-UPPER-ALPHABET.
006010     IF GWL-IN-NAME = GWL-CLOSE-COMMAND
006020         SET GWL-DESK-CLOSED TO TRUE
006030         GO TO 2015-EXIT
006040     END-IF.
006050     IF GWL-IN-NAME = SPACES
006060         DISPLAY "NO NAME KEYED"
006070         PERFORM 2090-COUNT-RETRY THRU 2090-EXIT
006080         GO TO 2015-EXIT
006090     END-IF.
006100     IF GWL-IN-NAME-OVERFLOW NOT = SPACES
006110         DISPLAY "NAME LONGER THAN 20 CHARACTERS - KEY IT AS IT "
006120             "SHOULD BE FILED"
006130         PERFORM 2090-COUNT-RETRY THRU 2090-EXIT
006140         GO TO 2015-EXIT
006150     END-IF.
006160     SET GWL-ENTRY-IS-USABLE TO TRUE.
006170*
006180 2015-EXIT.
006190     EXIT.
006200*
006210*----------------------------------------------------------------
006220 2020-GET-LANGUAGE.
006230*----------------------------------------------------------------
006240     MOVE ZERO TO GWL-RETRY-COUNT.
006250     MOVE "N"  TO GWL-ENTRY-SW.
006260     PERFORM 2025-ACCEPT-LANGUAGE THRU 2025-EXIT
006270         UNTIL GWL-ENTRY-IS-USABLE
006280            OR GWL-DESK-CLOSED.
006290*
006300 2020-EXIT.
006310     EXIT.
006320*
006330*----------------------------------------------------------------
006340 2025-ACCEPT-LANGUAGE.
006350*----------------------------------------------------------------
006360*    BLANK MEANS ENGLISH.  A CODE NOT ON THE GREETLANG TABLE IS
006370*    ASKED FOR AGAIN RATHER THAN QUIETLY GREETED IN ENGLISH -
006380*    THE VISITOR IS STANDING THERE AND CAN BE ASKED.
006390     DISPLAY "LANGUAGE CODE (BLANK = EN): " WITH NO ADVANCING.
006400     MOVE SPACES TO GWL-IN-LANG.
006410     ACCEPT GWL-IN-LANG.
006420     INSPECT GWL-IN-LANG
006430         CONVERTING GWL-LOWER-ALPHABET TO GWL-UPPER-ALPHABET.
006440     IF GWL-IN-LANG = SPACES
006450         MOVE "EN" TO GWL-IN-LANG
006460     END-IF.
006470     SET GR-LANG-IDX TO 1.
006480     SEARCH GR-LANG-ENTRY
006490         AT END
006500             DISPLAY "LANGUAGE CODE " GWL-IN-LANG
006510                 " IS NOT ON THE GREETING TABLE"
006520             PERFORM 2090-COUNT-RETRY THRU 2090-EXIT
006530         WHEN GR-LANG-CODE-TBL (GR-LANG-IDX) = GWL-IN-LANG
006540             SET GWL-ENTRY-IS-USABLE TO TRUE
006550     END-SEARCH.
006560*
006570 2025-EXIT.
006580     EXIT.
006590*
006600*----------------------------------------------------------------
006610 2030-GET-SITE.
006620*----------------------------------------------------------------
006630     MOVE ZERO TO GWL-RETRY-COUNT.
006640     MOVE "N"  TO GWL-ENTRY-SW.
006650     PERFORM 2035-ACCEPT-SITE THRU 2035-EXIT
006660         UNTIL GWL-ENTRY-IS-USABLE
006670            OR GWL-DESK-CLOSED.
006680*
006690 2030-EXIT.
006700     EXIT.
006710*
006720*----------------------------------------------------------------
006730 2035-ACCEPT-SITE.
006740*----------------------------------------------------------------
006750*    BLANK MEANS THE SAME SITE AS THE LAST VISITOR - A DESK
006760*    USUALLY SERVES ONE BUILDING.  THE SITE MUST BE ON GREETSITE
006770*    AND OPEN TODAY, THE SAME TEST GREETEDT PUTS A ROSTER TO.
006780     DISPLAY "SITE CODE (BLANK = " GWL-LAST-SITE "): "
006790         WITH NO ADVANCING.
006800     MOVE SPACES TO GWL-IN-SITE.
006810     ACCEPT GWL-IN-SITE.
006820     INSPECT GWL-IN-SITE
006830         CONVERTING GWL-LOWER-ALPHABET TO GWL-UPPER-ALPHABET.
006840     IF GWL-IN-SITE = SPACES
006850         MOVE GWL-LAST-SITE TO GWL-IN-SITE
006860     END-IF.
006870     IF GWL-IN-SITE = SPACES
006880         DISPLAY "NO SITE KEYED"
006890         PERFORM 2090-COUNT-RETRY THRU 2090-EXIT
006900         GO TO 2035-EXIT
006910     END-IF.
006920     MOVE GWL-IN-SITE TO GF-SITE-CODE.
006930     READ GREETSITE-FILE
006940         KEY IS GF-SITE-CODE
006950         INVALID KEY
006960             DISPLAY "SITE " GWL-IN-SITE " IS NOT A KNOWN SITE"
006970             PERFORM 2090-COUNT-RETRY THRU 2090-EXIT
006980             GO TO 2035-EXIT
006990     END-READ.
007000     IF GF-SITE-CLOSED
007010        OR GF-OPEN-DATE > GWL-TODAY-DATE
007013        OR (GF-CLOSE-DATE > ZERO
007016            AND GF-CLOSE-DATE NOT > GWL-TODAY-DATE)
007020         DISPLAY "SITE " GWL-IN-SITE " IS CLOSED OR NOT YET OPEN"
007030         PERFORM 2090-COUNT-RETRY THRU 2090-EXIT
007040         GO TO 2035-EXIT
007050     END-IF.
007060     MOVE GWL-IN-SITE TO GWL-LAST-SITE.
007070     SET GWL-ENTRY-IS-USABLE TO TRUE.
007080*
007090 2035-EXIT.
007100     EXIT.
007110*
007120*----------------------------------------------------------------
007130 2040-RECHECK-GREETING-RUN.
007140*----------------------------------------------------------------
007150*    THE DESK CAN SIT OPEN FOR HOURS.  A GREET-USER RUN THAT
007160*    REGISTERED IN THE MEANTIME CLOSES IT BEFORE THIS VISITOR
007170*    IS WRITTEN ANYWHERE, CC 12.  A RUN THAT HAS COME AND GONE
007180*    NEEDS NOTHING FROM THE DESK - THE NAMES IT MASTERED ARE ON
007190*    THE PHONETIC INDEX ALREADY.
007200     OPEN INPUT GREETCTL-FILE.
007210     IF GWL-GREETCTL-STATUS NOT = "00"
007220         GO TO 2040-EXIT
007230     END-IF.
007240     READ GREETCTL-FILE
007250         AT END
007260             CLOSE GREETCTL-FILE
007270             GO TO 2040-EXIT
007280     END-READ.
007290     CLOSE GREETCTL-FILE.
007300     IF GC-RUN-IN-FLIGHT
007310         DISPLAY "GREETING RUN " GC-RUN-NUMBER
007320             " REGISTERED IN-FLIGHT SINCE "
007330             GC-START-DATE " " GC-START-TIME
007340         DISPLAY "WALK-IN DESK CLOSED - " GWL-IN-NAME-FILED
007350             " NOT RECORDED - RESTART ONCE THE RUN HAS ENDED"
007360         MOVE 12 TO RETURN-CODE
007370         SET GWL-DESK-CLOSED TO TRUE
007380         GO TO 2040-EXIT
007450     END-IF.
007460*
007470 2040-EXIT.
007480     EXIT.
007490*
007500*----------------------------------------------------------------
007510 2045-APPLY-WALK-IN.
007520*----------------------------------------------------------------
007530*    THE SAME ORDER OF CHECKS AS GREET-USER'S 2045-APPLY-ROSTER-
007540*    ENTRY.  EVERY OUTCOME IS TOLD TO THE OPERATOR ON THE
007550*    CONSOLE AND LEAVES ONE GREETAUD ROW.  THERE IS NO SUSPECT
007560*    REPORT OR EXCEPTION LISTING HERE - THE SUPERVISOR IS AT
007570*    THE DESK, AND THE AUDIT ROW IS THE RECORD.
007580     MOVE GWL-OPERATOR-ID   TO GWL-WK-OPERATOR-ID.
007590     MOVE GWL-IN-NAME-FILED TO GWL-WK-NAME.
007600     MOVE GWL-IN-LANG       TO GWL-WK-LANG-CODE.
007610     MOVE GWL-IN-SITE       TO GWL-WK-SITE-CODE.
007620     MOVE GWL-WALK-IN-DEPT  TO GWL-WK-DEPT.
007630     MOVE ZERO              TO GWL-WK-GREET-ON-DATE.
007640     MOVE ZERO              TO GWL-WK-VISITOR-ID.
007650*
007660     PERFORM 2050-VALIDATE-NAME THRU 2050-EXIT.
007670     IF GWL-NAME-IS-VALID
007680         PERFORM 2060-CHECK-SUPPRESSED THRU 2060-EXIT
007690         IF GWL-NAME-IS-SUPPRESSED
007700             ADD 1 TO GWL-SUPPRESS-COUNT
007710             DISPLAY "DO NOT GREET - " GWL-WK-NAME
007720                 " IS ON THE DO-NOT-GREET LIST"
007730             MOVE "SUPPRESS " TO GWL-DISPOSITION
007740             PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT
007750         ELSE
007760             PERFORM 2075-CHECK-DUPLICATE THRU 2075-EXIT
007770             IF GWL-NAME-IS-DUPLICATE
007780                 PERFORM 2080-REPORT-DUPLICATE THRU 2080-EXIT
007790             ELSE
007800                 IF GWL-NAME-IS-REGISTERED
007810                     PERFORM 2081-GREET-REGISTERED
007820                         THRU 2081-EXIT
007830                     PERFORM 2100-USER-GREET THRU 2100-EXIT
007840                 ELSE
007850                     PERFORM 2077-CHECK-PHONETIC THRU 2077-EXIT
007860                     IF GWL-NAME-IS-SUSPECT
007870                         PERFORM 2085-REPORT-SUSPECT
007880                             THRU 2085-EXIT
007890                     ELSE
007900                         PERFORM 2078-ADD-TO-MASTER
007910                             THRU 2078-EXIT
007920                         PERFORM 2100-USER-GREET THRU 2100-EXIT
007930                     END-IF
007940                 END-IF
007950             END-IF
007960         END-IF
007970     ELSE
007980         ADD 1 TO GWL-REJECT-COUNT
007990         DISPLAY "NAME NOT ACCEPTED - LETTERS AND SPACES ONLY: "
008000             GWL-WK-NAME
008010         MOVE "REJECTED " TO GWL-DISPOSITION
008020         PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT
008030     END-IF.
008040*
008050 2045-EXIT.
008060     EXIT.
008070*
008080*----------------------------------------------------------------
008090 2050-VALIDATE-NAME.
008100*----------------------------------------------------------------
008110     SET GWL-NAME-IS-VALID TO TRUE.
008120     IF GWL-WK-NAME = SPACES
008130         MOVE "N" TO GWL-NAME-VALID-SW
008140     ELSE
008150         IF GWL-WK-NAME NOT ALPHABETIC
008160             MOVE "N" TO GWL-NAME-VALID-SW
008170         END-IF
008180     END-IF.
008190*
008200 2050-EXIT.
008210     EXIT.
008220*
008230*----------------------------------------------------------------
008240 2060-CHECK-SUPPRESSED.
008250*----------------------------------------------------------------
008260*    A NAME ON THE DO-NOT-GREET LIST NEVER REACHES THE MASTER
008270*    - THIS READ COMES BEFORE THE DUPLICATE CHECK ON PURPOSE.
008280     MOVE "N" TO GWL-SUPPRESS-SW.
008290     IF GWL-SUPPRESS-FILE-OPEN
008300         MOVE GWL-WK-NAME TO GSP-NAME
008310         READ GREETSUP-FILE
008320             KEY IS GSP-NAME
008330             INVALID KEY
008340                 CONTINUE
008350             NOT INVALID KEY
008360                 SET GWL-NAME-IS-SUPPRESSED TO TRUE
008370         END-READ
008380     END-IF.
008390*
008400 2060-EXIT.
008410     EXIT.
008420*
008430*----------------------------------------------------------------
008440 2072-BUILD-PHONETIC-KEY.
008450*----------------------------------------------------------------
008460*    THE SAME SOUNDEX-STYLE KEY GREET-USER BUILDS - THE FIRST
008470*    LETTER, THEN UP TO SEVEN CONSONANT CODES ACROSS THE WHOLE
008480*    NAME, SPACES SKIPPED AND REPEATED CODES COLLAPSED.  EVERY
008490*    PROGRAM THAT KEYS GREETPHX MUST AGREE OR THE INDEX WOULD
008500*    STOP MATCHING - SEE GREETPHK.  RESULT LANDS IN GPK-KEY.
008510     MOVE SPACES TO GPK-KEY.
008520     MOVE SPACE  TO GPK-PRIOR-CODE.
008530     MOVE ZERO   TO GPK-POS.
008540     PERFORM 2073-CODE-ONE-CHAR THRU 2073-EXIT
008550         VARYING GPK-SUB FROM 1 BY 1
008560         UNTIL GPK-SUB > 20.
008570*
008580 2072-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------------
008620 2073-CODE-ONE-CHAR.
008630*----------------------------------------------------------------
008640     MOVE GPK-NAME (GPK-SUB : 1) TO GPK-CHAR.
008650     IF GPK-CHAR = SPACE
008660         GO TO 2073-EXIT
008670     END-IF.
008680     EVALUATE TRUE
008690         WHEN GPK-CHAR = "B" OR "F" OR "P" OR "V"
008700             MOVE "1" TO GPK-CODE
008710         WHEN GPK-CHAR = "C" OR "G" OR "J" OR "K" OR "Q"
008720              OR "S" OR "X" OR "Z"
008730             MOVE "2" TO GPK-CODE
008740         WHEN GPK-CHAR = "D" OR "T"
008750             MOVE "3" TO GPK-CODE
008760         WHEN GPK-CHAR = "L"
008770             MOVE "4" TO GPK-CODE
008780         WHEN GPK-CHAR = "M" OR "N"
008790             MOVE "5" TO GPK-CODE
008800         WHEN GPK-CHAR = "R"
008810             MOVE "6" TO GPK-CODE
008820         WHEN OTHER
008830             MOVE SPACE TO GPK-CODE
008840     END-EVALUATE.
008850*
008860     IF GPK-POS = ZERO
008870         MOVE 1 TO GPK-POS
008880         MOVE GPK-CHAR TO GPK-KEY (1 : 1)
008890         MOVE GPK-CODE TO GPK-PRIOR-CODE
008900         GO TO 2073-EXIT
008910     END-IF.
008920     IF GPK-CODE NOT = SPACE
008930        AND GPK-CODE NOT = GPK-PRIOR-CODE
008940        AND GPK-POS < 8
008950         ADD 1 TO GPK-POS
008960         MOVE GPK-CODE TO GPK-KEY (GPK-POS : 1)
008970     END-IF.
008980     MOVE GPK-CODE TO GPK-PRIOR-CODE.
008990*
009000 2073-EXIT.
009010     EXIT.
009020*
009030*----------------------------------------------------------------
009040 2074-SCAN-PHONETIC-ENTRY.
009050*----------------------------------------------------------------
009051*    STEP ALONG THE ROWS UNDER THE SOUND-ALIKE KEY.  THE FIRST ONE
009052*    FOR A DIFFERENT NAME MAKES THE VISITOR A SUSPECT AND IS LEFT
009053*    IN THE RECORD AREA FOR 2085-REPORT-SUSPECT.
009054     READ GREETPHX-FILE NEXT RECORD
009055         AT END
009056             SET GWL-END-OF-SOUND-KEY TO TRUE
009057             GO TO 2074-EXIT
009058     END-READ.
009059     IF GN-PHON-KEY NOT = GPK-KEY
009060         SET GWL-END-OF-SOUND-KEY TO TRUE
009061         GO TO 2074-EXIT
009062     END-IF.
009070     IF GN-NAME NOT = GWL-WK-NAME
009080         SET GWL-NAME-IS-SUSPECT TO TRUE
009090     END-IF.
009100*
009110 2074-EXIT.
009120     EXIT.
009130*
009140*----------------------------------------------------------------
009150 2075-CHECK-DUPLICATE.
009160*----------------------------------------------------------------
009170*    AS IN GREET-USER: EVERY ENTRY UNDER THE NAME IS WALKED
009180*    FIRST, AND ONE REGISTERED THROUGH GREETMNT BUT NOT YET
009190*    GREETED IS LEFT IN THE RECORD AREA FOR 2081.  OTHERWISE AN
009200*    EXACT MATCH IS A DUPLICATE, CHARGED TO THE FIRST PERSON ON
009210*    FILE UNDER THE NAME, WHOSE ACTIVITY DATE IS REFRESHED.
009220     MOVE "N" TO GWL-DUPLICATE-SW.
009230     MOVE "N" TO GWL-REGISTERED-SW.
009240     MOVE "N" TO GWL-SAME-NAME-EOF-SW.
009250     MOVE GWL-WK-NAME TO GM-NAME.
009260     READ GREETMSTR-FILE
009270         KEY IS GM-NAME
009280         INVALID KEY
009290             GO TO 2075-EXIT
009300     END-READ.
009310     MOVE GM-VISITOR-ID TO GWL-FIRST-VISITOR-ID.
009320     PERFORM 2076-SCAN-SAME-NAME THRU 2076-EXIT
009330         UNTIL GWL-NAME-IS-REGISTERED
009340            OR GWL-END-OF-SAME-NAME.
009350     IF GWL-NAME-IS-REGISTERED
009360         GO TO 2075-EXIT
009370     END-IF.
009380*
009390     SET GWL-NAME-IS-DUPLICATE TO TRUE.
009400     MOVE GWL-FIRST-VISITOR-ID TO GM-VISITOR-ID.
009410     READ GREETMSTR-FILE
009420         KEY IS GM-VISITOR-ID
009430         INVALID KEY
009440             GO TO 2075-EXIT
009450     END-READ.
009460     MOVE GWL-TODAY-DATE TO GM-LAST-ACTIVITY-DATE.
009470     REWRITE GREETMSTR-RECORD.
009480     MOVE GM-VISITOR-ID TO GWL-WK-VISITOR-ID.
009490*
009500 2075-EXIT.
009510     EXIT.
009520*
009530*----------------------------------------------------------------
009540 2076-SCAN-SAME-NAME.
009550*----------------------------------------------------------------
009560     IF GM-ENTRY-REGISTERED
009570         SET GWL-NAME-IS-REGISTERED TO TRUE
009580         GO TO 2076-EXIT
009590     END-IF.
009600     READ GREETMSTR-FILE NEXT RECORD
009610         AT END
009620             SET GWL-END-OF-SAME-NAME TO TRUE
009630             GO TO 2076-EXIT
009640     END-READ.
009650     IF GM-NAME NOT = GWL-WK-NAME
009660         SET GWL-END-OF-SAME-NAME TO TRUE
009670     END-IF.
009680*
009690 2076-EXIT.
009700     EXIT.
009710*
009720*----------------------------------------------------------------
009730 2077-CHECK-PHONETIC.
009740*----------------------------------------------------------------
009743*    THE INDEX IS POSITIONED AT THE FIRST ROW UNDER THE NAME'S
009746*    SOUND-ALIKE KEY AND READ FORWARD.
009750     MOVE "N" TO GWL-SUSPECT-SW.
009760     MOVE "N" TO GWL-SOUND-EOF-SW.
009765     MOVE GWL-WK-NAME TO GPK-NAME.
009770     PERFORM 2072-BUILD-PHONETIC-KEY THRU 2072-EXIT.
009771     MOVE GPK-KEY    TO GN-PHON-KEY.
009772     MOVE LOW-VALUES TO GN-NAME.
009773     START GREETPHX-FILE
009774         KEY IS NOT < GN-SOUND-KEY
009775         INVALID KEY
009776             GO TO 2077-EXIT
009777     END-START.
009780     PERFORM 2074-SCAN-PHONETIC-ENTRY THRU 2074-EXIT
009800         UNTIL GWL-NAME-IS-SUSPECT
009810            OR GWL-END-OF-SOUND-KEY.
009870*
009880 2077-EXIT.
009890     EXIT.
009900*
009910*----------------------------------------------------------------
009920 2078-ADD-TO-MASTER.
009930*----------------------------------------------------------------
009940*    A NEW NAME THAT CLEARED THE PHONETIC CHECK IS MASTERED
009950*    UNDER A NEW VISITOR ID WITH STATUS "W" - GREETED, AND
009960*    FIRST GREETED AT THE WALK-IN DESK.  ITS KEY (STILL IN
009965*    GPK-KEY FROM 2077) GOES ON THE PHONETIC INDEX SO A
009970*    SOUND-ALIKE KEYED LATER, HERE OR ON A ROSTER, IS CAUGHT.
009980     PERFORM 2087-ISSUE-VISITOR-ID THRU 2087-EXIT.
009990     MOVE SPACES TO GREETMSTR-RECORD.
010000     MOVE GWL-NEW-VISITOR-ID TO GM-VISITOR-ID.
010010     MOVE GWL-WK-NAME TO GM-NAME.
010020     MOVE GWL-TODAY-DATE TO GM-FIRST-GREETED-DATE.
010030     MOVE GWL-TODAY-DATE TO GM-LAST-ACTIVITY-DATE.
010040     MOVE "W" TO GM-ENTRY-STATUS.
010050     WRITE GREETMSTR-RECORD
010060         INVALID KEY
010070             DISPLAY "VISITOR ID " GM-VISITOR-ID
010080                 " ALREADY ON GREETMSTR - CHECK GREETVID - "
010090                 "DESK CLOSED"
010100             MOVE 12 TO RETURN-CODE
010110             STOP RUN
010120     END-WRITE.
010130     MOVE GM-VISITOR-ID TO GWL-WK-VISITOR-ID.
010160     PERFORM 2079-ADD-PHONETIC-ENTRY THRU 2079-EXIT.
010170*
010180 2078-EXIT.
010190     EXIT.
010200*
010210*----------------------------------------------------------------
010220 2079-ADD-PHONETIC-ENTRY.
010230*----------------------------------------------------------------
010232*    THE NEW MASTER ENTRY'S ROW GOES ON THE INDEX IN THE SAME
010234*    STEP.  ITS VISITOR ID ALREADY ON THE INDEX MEANS THE INDEX
010236*    HAS DRIFTED FROM THE MASTER - CLOSE THE DESK FOR A REBUILD.
010238     MOVE SPACES        TO GREETPHX-RECORD.
010240     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
010242     MOVE GPK-KEY       TO GN-PHON-KEY.
010244     MOVE GM-NAME       TO GN-NAME.
010246     WRITE GREETPHX-RECORD
010248         INVALID KEY
010250             DISPLAY "VISITOR ID " GN-VISITOR-ID
010252                 " ALREADY ON GREETPHX - REBUILD IT WITH "
010260                 "GREET-PIX - DESK CLOSED"
010270             MOVE 12 TO RETURN-CODE
010280             STOP RUN
010290     END-WRITE.
010340*
010350 2079-EXIT.
010360     EXIT.
010370*
010380*----------------------------------------------------------------
010390 2080-REPORT-DUPLICATE.
010400*----------------------------------------------------------------
010410*    2075 LEFT THE FIRST ENTRY UNDER THE NAME IN THE RECORD
010420*    AREA - THE OPERATOR SEES WHEN THAT PERSON WAS FIRST GREETED
010430*    AND UNDER WHICH VISITOR ID.
010440     ADD 1 TO GWL-DUP-COUNT.
010450     DISPLAY "ALREADY GREETED - " GWL-WK-NAME " VISITOR ID "
010460         GM-VISITOR-ID " FIRST GREETED " GM-FIRST-GREETED-DATE.
010470     MOVE "DUPLICATE" TO GWL-DISPOSITION.
010480     PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT.
010490*
010500 2080-EXIT.
010510     EXIT.
010520*
010530*----------------------------------------------------------------
010540 2081-GREET-REGISTERED.
010550*----------------------------------------------------------------
010560*    THE ENTRY 2075 STOPPED ON WAS REGISTERED AHEAD OF TIME FOR
010570*    A PERSON WITH THIS NAME WHO HAS NOW WALKED IN - THEIR FIRST
010580*    GREETING IS AT THE WALK-IN DESK, SO THE ENTRY GOES TO "W",
010585*    MARKED AS ONCE REGISTERED SO A BACKOUT RESTORES IT.
010590     ADD 1 TO GWL-REGISTERED-COUNT.
010600     MOVE GWL-TODAY-DATE TO GM-FIRST-GREETED-DATE.
010610     MOVE GWL-TODAY-DATE TO GM-LAST-ACTIVITY-DATE.
010620     MOVE "W" TO GM-ENTRY-STATUS.
010625     SET GM-GREETED-FROM-REGISTER TO TRUE.
010630     REWRITE GREETMSTR-RECORD.
010640     MOVE GM-VISITOR-ID TO GWL-WK-VISITOR-ID.
010650*
010660 2081-EXIT.
010670     EXIT.
010680*
010690*----------------------------------------------------------------
010700 2085-REPORT-SUSPECT.
010710*----------------------------------------------------------------
010720*    A SOUND-ALIKE IS NEITHER GREETED NOR MASTERED.  THE
010730*    OPERATOR IS SHOWN THE MASTER NAME IT RESEMBLES AND REFERS
010740*    THE VISITOR TO THE SUPERVISOR, WHO RESOLVES IT THROUGH
010750*    GREETMNT; THE VISITOR CAN THEN BE KEYED AGAIN.
010753*    THE INDEX ROW CARRIES NO DATES - THE MASTER ENTRY IT POINTS
010756*    AT SUPPLIES THE FIRST-GREETED DATE.
010760     ADD 1 TO GWL-SUSPECT-COUNT.
010761     MOVE GN-VISITOR-ID TO GM-VISITOR-ID.
010762     READ GREETMSTR-FILE
010763         KEY IS GM-VISITOR-ID
010764         INVALID KEY
010765             MOVE ZERO TO GM-FIRST-GREETED-DATE
010766     END-READ.
010770     DISPLAY "SOUNDS LIKE " GN-NAME
010780         " FIRST GREETED " GM-FIRST-GREETED-DATE.
010790     DISPLAY "NOT GREETED - REFER " GWL-WK-NAME
010800         " TO THE SUPERVISOR".
010810     MOVE "SUSPECT  " TO GWL-DISPOSITION.
010820     PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT.
010830*
010840 2085-EXIT.
010850     EXIT.
010860*
010870*----------------------------------------------------------------
010880 2087-ISSUE-VISITOR-ID.
010890*----------------------------------------------------------------
010900*    CLAIM THE NEXT VISITOR ID ON THE COUNTER FILE, OPENED AND
010910*    CLOSED AROUND EACH CLAIM THE SAME AS GREET-USER DOES.  NO
010920*    DATASET YET MEANS NO ID HAS EVER BEEN ISSUED.
010930     OPEN I-O GREETVID-FILE.
010940     IF GWL-GREETVID-STATUS = "35"
010950         OPEN OUTPUT GREETVID-FILE
010960         MOVE SPACES TO GREETVID-RECORD
010970         MOVE ZERO   TO GV-LAST-ID
010980         MOVE ZERO   TO GV-LAST-DATE
010990         WRITE GREETVID-RECORD
011000         CLOSE GREETVID-FILE
011010         OPEN I-O GREETVID-FILE
011020     END-IF.
011030     IF GWL-GREETVID-STATUS NOT = "00"
011040         DISPLAY "GREETVID OPEN FAILED - STATUS "
011050             GWL-GREETVID-STATUS
011060         MOVE 12 TO RETURN-CODE
011070         STOP RUN
011080     END-IF.
011090     READ GREETVID-FILE
011100         AT END
011110             DISPLAY "GREETVID COUNTER RECORD MISSING - DESK "
011120                 "CLOSED"
011130             MOVE 12 TO RETURN-CODE
011140             STOP RUN
011150     END-READ.
011160     ADD 1 TO GV-LAST-ID.
011170     MOVE GWL-TODAY-DATE TO GV-LAST-DATE.
011180     MOVE GWL-JOB-NAME TO GV-LAST-JOB.
011190     REWRITE GREETVID-RECORD.
011200     MOVE GV-LAST-ID TO GWL-NEW-VISITOR-ID.
011210     CLOSE GREETVID-FILE.
011220*
011230 2087-EXIT.
011240     EXIT.
011250*
011260*----------------------------------------------------------------
011270 2090-COUNT-RETRY.
011280*----------------------------------------------------------------
011290     ADD 1 TO GWL-RETRY-COUNT.
011300     IF GWL-RETRY-COUNT NOT < GWL-RETRY-LIMIT
011310         DISPLAY "NO USABLE ENTRY AFTER " GWL-RETRY-LIMIT
011320             " TRIES - WALK-IN DESK CLOSED"
011330         SET GWL-DESK-CLOSED TO TRUE
011340     END-IF.
011350*
011360 2090-EXIT.
011370     EXIT.
011380*
011390*----------------------------------------------------------------
011400 2095-LOOKUP-GREETING.
011410*----------------------------------------------------------------
011420     MOVE "hello     " TO GWL-GREETING-TEXT.
011430     SET GR-LANG-IDX TO 1.
011440     SEARCH GR-LANG-ENTRY
011450         AT END
011460             MOVE "hello     " TO GWL-GREETING-TEXT
011470         WHEN GR-LANG-CODE-TBL (GR-LANG-IDX) = GWL-WK-LANG-CODE
011480             MOVE GR-LANG-GREETING (GR-LANG-IDX)
011490                 TO GWL-GREETING-TEXT
011500     END-SEARCH.
011510*
011520 2095-EXIT.
011530     EXIT.
011540*
011550*----------------------------------------------------------------
011560 2100-USER-GREET.
011570*----------------------------------------------------------------
011580*    A WALK-IN HAS NO GREET-ON DATE - THEY ARE GREETED ON
011590*    ARRIVAL - AND CARRIES THE WALK-IN DEPARTMENT SET IN 2045.
011600     PERFORM 2095-LOOKUP-GREETING THRU 2095-EXIT.
011610     DISPLAY FUNCTION TRIM(GWL-GREETING-TEXT) " " GWL-WK-NAME.
011620*
011630     ACCEPT GWL-WK-TS-DATE FROM DATE YYYYMMDD.
011640     ACCEPT GWL-WK-TS-TIME FROM TIME.
011650*
011660     MOVE GWL-WK-OPERATOR-ID   TO GL-OPERATOR-ID.
011670     MOVE GWL-WK-NAME          TO GL-NAME.
011680     MOVE GWL-WK-TS-DATE       TO GL-TS-DATE.
011690     MOVE GWL-WK-TS-TIME       TO GL-TS-TIME.
011700     MOVE GWL-WK-LANG-CODE     TO GL-LANG-CODE.
011710     MOVE GWL-WK-SITE-CODE     TO GL-SITE-CODE.
011720     MOVE GWL-WK-DEPT          TO GL-DEPT.
011730     MOVE GWL-WK-GREET-ON-DATE TO GL-GREET-ON-DATE.
011740     MOVE GWL-WK-VISITOR-ID    TO GL-VISITOR-ID.
011750     WRITE GREETLOG-RECORD.
011760     ADD 1 TO GWL-GREET-COUNT.
011770*
011780     MOVE "GREETED  " TO GWL-DISPOSITION.
011790     PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT.
011800*
011810 2100-EXIT.
011820     EXIT.
011830*
011840*----------------------------------------------------------------
011850 2150-WRITE-AUDIT-RECORD.
011860*----------------------------------------------------------------
011870     MOVE GWL-JOB-NAME         TO GA-JOB-NAME.
011880     MOVE GWL-OPERATOR-ID      TO GA-OPERATOR-ID.
011890     ACCEPT GA-RUN-DATE FROM DATE YYYYMMDD.
011900     ACCEPT GA-RUN-TIME FROM TIME.
011910     MOVE GWL-WK-NAME          TO GA-NAME.
011920     MOVE GWL-DISPOSITION      TO GA-DISPOSITION.
011930     MOVE GWL-WK-SITE-CODE     TO GA-SITE-CODE.
011940     MOVE GWL-WK-LANG-CODE     TO GA-LANG-CODE.
011950     MOVE GWL-WK-DEPT          TO GA-DEPARTMENT.
011960     MOVE GWL-WK-VISITOR-ID    TO GA-VISITOR-ID.
011965     PERFORM 2160-CHAIN-AUDIT-RECORD THRU 2160-EXIT.
011970     WRITE GREET-AUDIT-RECORD.
011980*
011990 2150-EXIT.
011991     EXIT.
011992*
011993*----------------------------------------------------------------
011994 2160-CHAIN-AUDIT-RECORD.
011995*----------------------------------------------------------------
011996*    CLAIM THE NEXT SEQUENCE NUMBER ON THE GREETACH CHAIN
011997*    CONTROL RECORD AND CHAIN THE ROW FROM THE LAST ONE WRITTEN,
011998*    BEFORE THE ROW IS WRITTEN.  THE FILE IS OPENED AND CLOSED
011999*    AROUND EACH ROW, THE SAME AS THE VISITOR ID COUNTER, SO A
012000*    ROW ANOTHER PROGRAM WRITES IN BETWEEN IS CHAINED IN ITS
012001*    PROPER PLACE.  NO DATASET YET MEANS NO ROW HAS EVER BEEN
012002*    CHAINED - IT IS CREATED AT ZERO.
012003     OPEN I-O GREETACH-FILE.
012004     IF GWL-GREETACH-STATUS = "35"
012005         OPEN OUTPUT GREETACH-FILE
012006         MOVE SPACES TO GREETACH-RECORD
012007         MOVE ZERO   TO GZ-PERIOD
012008         MOVE ZERO   TO GZ-OPEN-SEQUENCE-NO
012009         MOVE ZERO   TO GZ-OPEN-CHAIN-CHECK
012010         MOVE ZERO   TO GZ-LAST-SEQUENCE-NO
012011         MOVE ZERO   TO GZ-LAST-CHAIN-CHECK
012012         MOVE ZERO   TO GZ-ROW-COUNT
012013         MOVE ZERO   TO GZ-SUPPRESS-COUNT
012014         MOVE ZERO   TO GZ-BACKEDOUT-COUNT
012015         MOVE ZERO   TO GZ-UNSEQUENCED-COUNT
012016         MOVE ZERO   TO GZ-LAST-DATE
012017         MOVE ZERO   TO GZ-LAST-TIME
012018         SET GZ-CHAIN-OPEN TO TRUE
012019         WRITE GREETACH-RECORD
012020         CLOSE GREETACH-FILE
012021         OPEN I-O GREETACH-FILE
012022     END-IF.
012023     IF GWL-GREETACH-STATUS NOT = "00"
012024         DISPLAY "GREETACH OPEN FAILED - STATUS "
012025             GWL-GREETACH-STATUS
012026         MOVE 12 TO RETURN-CODE
012027         STOP RUN
012028     END-IF.
012029     READ GREETACH-FILE
012030         AT END
012031             DISPLAY "GREETACH CONTROL RECORD MISSING - RUN "
012032                 "STOPPED"
012033             MOVE 12 TO RETURN-CODE
012034             STOP RUN
012035     END-READ.
012036*
012037     ADD 1 GZ-LAST-SEQUENCE-NO GIVING GA-SEQUENCE-NO.
012038     MOVE GZ-LAST-CHAIN-CHECK TO GCK-PRIOR-CHAIN.
012039     PERFORM 2165-COMPUTE-NAME-CHECK THRU 2165-EXIT.
012040     MOVE GCK-NAME-CHECK TO GA-NAME-CHECK.
012041     PERFORM 2166-COMPUTE-CHAIN-CHECK THRU 2166-EXIT.
012042     MOVE GCK-CHAIN-CHECK TO GA-CHAIN-CHECK.
012043*
012044     MOVE GA-SEQUENCE-NO TO GZ-LAST-SEQUENCE-NO.
012045     MOVE GA-CHAIN-CHECK TO GZ-LAST-CHAIN-CHECK.
012046     ADD 1 TO GZ-ROW-COUNT.
012047     IF GA-DISPOSITION = "SUPPRESS "
012048         ADD 1 TO GZ-SUPPRESS-COUNT
012049     END-IF.
012050     IF GA-DISPOSITION = "BACKEDOUT"
012051         ADD 1 TO GZ-BACKEDOUT-COUNT
012052     END-IF.
012053     MOVE GA-RUN-DATE TO GZ-LAST-DATE.
012054     MOVE GA-RUN-TIME TO GZ-LAST-TIME.
012055     MOVE GA-JOB-NAME TO GZ-LAST-JOB.
012056     REWRITE GREETACH-RECORD.
012057     CLOSE GREETACH-FILE.
012058*
012059 2160-EXIT.
012060     EXIT.
012061*
012062*----------------------------------------------------------------
012063 2165-COMPUTE-NAME-CHECK.
012064*----------------------------------------------------------------
012065*    NAME CHECK OF THE ROW IN GREET-AUDIT-RECORD, LEFT IN
012066*    GCK-NAME-CHECK.  SEE GREETCHK FOR WHAT IS FOLDED AND HOW.
012067     MOVE GA-NAME           TO GCK-NI-NAME.
012068     MOVE GA-VISITOR-ID     TO GCK-NI-VISITOR-ID.
012069     MOVE GA-SEQUENCE-NO    TO GCK-NI-SEQUENCE-NO.
012070     MOVE GCK-NAME-IMAGE    TO GCK-FOLD-IMAGE.
012071     MOVE LENGTH OF GCK-NAME-IMAGE TO GCK-FOLD-LENGTH.
012072     PERFORM 2167-FOLD-IMAGE THRU 2167-EXIT.
012073     MOVE GCK-FOLD-VALUE    TO GCK-NAME-CHECK.
012074*
012075 2165-EXIT.
012076     EXIT.
012077*
012078*----------------------------------------------------------------
012079 2166-COMPUTE-CHAIN-CHECK.
012080*----------------------------------------------------------------
012081*    CHAIN CHECK OF THE ROW IN GREET-AUDIT-RECORD, CHAINED FROM
012082*    GCK-PRIOR-CHAIN AND TAKING THE NAME CHECK AS IT STANDS ON THE
012083*    ROW, LEFT IN GCK-CHAIN-CHECK.
012084     MOVE GCK-PRIOR-CHAIN   TO GCK-RI-PRIOR-CHAIN.
012085     MOVE GA-SEQUENCE-NO    TO GCK-RI-SEQUENCE-NO.
012086     MOVE GA-JOB-NAME       TO GCK-RI-JOB-NAME.
012087     MOVE GA-OPERATOR-ID    TO GCK-RI-OPERATOR-ID.
012088     MOVE GA-RUN-DATE       TO GCK-RI-RUN-DATE.
012089     MOVE GA-RUN-TIME       TO GCK-RI-RUN-TIME.
012090     MOVE GA-DISPOSITION    TO GCK-RI-DISPOSITION.
012091     MOVE GA-SITE-CODE      TO GCK-RI-SITE-CODE.
012092     MOVE GA-LANG-CODE      TO GCK-RI-LANG-CODE.
012093     MOVE GA-DEPARTMENT     TO GCK-RI-DEPARTMENT.
012094     MOVE GA-NAME-CHECK     TO GCK-RI-NAME-CHECK.
012095     MOVE GCK-ROW-IMAGE     TO GCK-FOLD-IMAGE.
012096     MOVE LENGTH OF GCK-ROW-IMAGE TO GCK-FOLD-LENGTH.
012097     PERFORM 2167-FOLD-IMAGE THRU 2167-EXIT.
012098     MOVE GCK-FOLD-VALUE    TO GCK-CHAIN-CHECK.
012099*
012100 2166-EXIT.
012101     EXIT.
012102*
012103*----------------------------------------------------------------
012104 2167-FOLD-IMAGE.
012105*----------------------------------------------------------------
012106     MOVE ZERO TO GCK-FOLD-VALUE.
012107     PERFORM 2168-FOLD-ONE-CHAR THRU 2168-EXIT
012108         VARYING GCK-FOLD-SUB FROM 1 BY 1
012109         UNTIL GCK-FOLD-SUB > GCK-FOLD-LENGTH.
012110*
012111 2167-EXIT.
012112     EXIT.
012113*
012114*----------------------------------------------------------------
012115 2168-FOLD-ONE-CHAR.
012116*----------------------------------------------------------------
012117     MOVE ZERO TO GCK-BYTE-VALUE.
012118     MOVE GCK-FOLD-IMAGE (GCK-FOLD-SUB : 1) TO GCK-BYTE.
012119     COMPUTE GCK-FOLD-WORK = GCK-FOLD-VALUE * GCK-FOLD-MULTIPLIER
012120                           + GCK-BYTE-VALUE + GCK-FOLD-SUB.
012121     DIVIDE GCK-FOLD-WORK BY GCK-FOLD-MODULUS
012122         GIVING GCK-FOLD-QUOTIENT REMAINDER GCK-FOLD-VALUE.
012123*
012124 2168-EXIT.
012125     EXIT.
012126*
012127*----------------------------------------------------------------
012128 9000-TERMINATE.
012129*----------------------------------------------------------------
012130     DISPLAY "WALK-IN DESK CLOSED - OPERATOR " GWL-OPERATOR-ID.
012131     DISPLAY "TOTAL VISITORS KEYED: " GWL-VISITOR-COUNT.
012132     DISPLAY "TOTAL WALK-INS GREETED: " GWL-GREET-COUNT.
012133     DISPLAY "TOTAL REGISTERED NAMES GREETED: "
012134         GWL-REGISTERED-COUNT.
012135     DISPLAY "TOTAL REJECTED ENTRIES: " GWL-REJECT-COUNT.
012136     DISPLAY "TOTAL DUPLICATE NAMES: " GWL-DUP-COUNT.
012137     DISPLAY "TOTAL SUPPRESSED NAMES: " GWL-SUPPRESS-COUNT.
012138     DISPLAY "TOTAL SUSPECT NAMES: " GWL-SUSPECT-COUNT.
012140*
012150     CLOSE GREETLOG-FILE.
012160     CLOSE GREETAUD-FILE.
012170     CLOSE GREETMSTR-FILE.
012175     CLOSE GREETPHX-FILE.
012180     CLOSE GREETSITE-FILE.
012190     IF GWL-SUPPRESS-FILE-OPEN
012200         CLOSE GREETSUP-FILE
012210     END-IF.
012220*
012230 9000-EXIT.
012240     EXIT.
012250*
012260 END PROGRAM GREET-WLK.

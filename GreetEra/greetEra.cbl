000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-ERA.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - RIGHT-TO-ERASURE RUN.  TAKES
000120*                 A REQUEST FILE OF NAMES, EACH WITH THE
000130*                 AUTHORIZING REFERENCE LEGAL GAVE IT (AND A
000140*                 VISITOR ID WHEN ONLY ONE OF SEVERAL SAME-NAME
000150*                 PEOPLE IS TO GO).  FOR EACH NAME THE MASTER
000160*                 ENTRY AND THE GREETHIST HISTORY ARE DELETED IN
000170*                 PLACE, THE NAME GOES ON GREETSUP SO IT IS NEVER
000180*                 GREETED AGAIN, AND EVERY GENERATION OF THE
000190*                 GREETPRG ARCHIVE AND THE GREETUNL BACKUP
000200*                 PRESENTED IS COPIED WITHOUT ITS RECORDS.  THE
000210*                 GREETAUD TRAIL AND THE GREETLOG GENERATIONS
000220*                 KEEP EVERY ROW WITH THE NAME MASKED, SO THE
000230*                 ROW COUNTS AND DISPOSITIONS GREETRCN AND
000240*                 GREETSTA FOOT ON ARE UNCHANGED.  ONE ERASURE
000250*                 CERTIFICATE PRINTS PER REQUEST, LISTING EVERY
000260*                 FILE TOUCHED AND HOW MANY RECORDS.
000261* 10/15/2026 RM   MASKED GREETAUD ROWS KEEP THEIR SEQUENCE NUMBER
000262*                 AND CHECK VALUES UNCHANGED, SO A SEALED TRAIL
000263*                 STILL VERIFIES AFTER AN ERASURE - ONLY THE
000264*                 NAME CHECK OF A MASKED ROW CANNOT BE RECOMPUTED.
000265* 10/15/2026 RM   AN ERASED MASTER ENTRY'S GREETPHX PHONETIC INDEX
000266*                 ROW IS DELETED WITH IT AND COUNTED ON THE
000267*                 CERTIFICATE - THE ROW CARRIES THE NAME TOO.
000269* 10/15/2026 RM   A VISITOR ID THAT MATCHES NOTHING ON GREETMSTR
000271*                 OR ELSEWHERE IS CERTIFIED AS NOTHING ERASED AND
000273*                 THE NAME IS NOT ADDED TO GREETSUP.  GREETSUP IS
000275*                 NOW UPDATED AFTER THE GENERATION SCRUB.
000276* 10/15/2026 RM   GREETLOG COPIES RENAME THE WALK-IN CONDITION.
000277*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000300*
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT GREETERQ-FILE ASSIGN TO GREETERQ
000380         ORGANIZATION IS SEQUENTIAL.
000390*
000400     SELECT GREETCTL-FILE ASSIGN TO GREETCTL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS GER-GREETCTL-STATUS.
000430*
000440     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GM-VISITOR-ID
000480         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000490         FILE STATUS IS GER-GREETMSTR-STATUS.
000491*
000492     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS GN-PX-VISITOR-ID
000496         ALTERNATE RECORD KEY IS GN-PX-SOUND-KEY WITH DUPLICATES
000497         FILE STATUS IS GER-GREETPHX-STATUS.
000500*
000510     SELECT GREETHIST-FILE ASSIGN TO GREETHIST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS GH-KEY
000550         FILE STATUS IS GER-GREETHIST-STATUS.
000560*
000570     SELECT GREETSUP-FILE ASSIGN TO GREETSUP
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS GS-NAME
000610         FILE STATUS IS GER-GREETSUP-STATUS.
000620*
000630*    ONE GENERATION AT A TIME - THE INPUT AND OUTPUT DD NAMES
000640*    ARE BUILT FROM THE FILE'S DD PREFIX AND THE GENERATION
000650*    NUMBER BEFORE EACH OPEN.
000660     SELECT GREETMSI-FILE ASSIGN USING GER-IN-DD
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS GER-IN-STATUS.
000690*
000700     SELECT GREETMSO-FILE ASSIGN USING GER-OUT-DD
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS GER-OUT-STATUS.
000730*
000740     SELECT GREETAUI-FILE ASSIGN USING GER-IN-DD
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS GER-IN-STATUS.
000770*
000780     SELECT GREETAUO-FILE ASSIGN USING GER-OUT-DD
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS GER-OUT-STATUS.
000810*
000820     SELECT GREETLGI-FILE ASSIGN USING GER-IN-DD
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS GER-IN-STATUS.
000850*
000860     SELECT GREETLGO-FILE ASSIGN USING GER-OUT-DD
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS GER-OUT-STATUS.
000890*
000900     SELECT GREETERC-FILE ASSIGN TO GREETERC
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950*
000960*----------------------------------------------------------------
000970* GREETERQ-FILE - ERASURE REQUESTS, ONE PER RECORD.  THE
000980* AUTHORIZING REFERENCE IS REQUIRED AND IS CARRIED ONTO THE
000990* GREETSUP ENTRY AS ITS REASON.  A BLANK OR ZERO VISITOR ID
001000* ERASES EVERY PERSON ON FILE UNDER THE NAME; A VISITOR ID
001010* ERASES THAT PERSON'S RECORDS AND ANY UNDER THE NAME THAT
001020* PREDATE VISITOR IDS, WHICH CANNOT BE TOLD APART.
001030*----------------------------------------------------------------
001040 FD  GREETERQ-FILE
001050     RECORDING MODE IS F.
001060 01  GREETERQ-RECORD.
001070     05  EQ-NAME                   PIC A(20).
001080     05  EQ-VISITOR-ID             PIC X(08).
001090     05  EQ-VISITOR-ID-N           REDEFINES EQ-VISITOR-ID
001100                                   PIC 9(08).
001110     05  EQ-AUTH-REF               PIC X(20).
001120     05  FILLER                    PIC X(32).
001130*
001140*----------------------------------------------------------------
001150* GREETCTL-FILE - GREET-USER RUN-CONTROL RECORD, READ ONLY TO
001160* MAKE SURE NO GREETING RUN IS IN FLIGHT
001170*----------------------------------------------------------------
001180 FD  GREETCTL-FILE
001190     RECORDING MODE IS F.
001200 COPY GREETCTL REPLACING
001210     ==GREET-CONTROL-RECORD== BY ==GREETCTL-RECORD==,
001220     ==GC-RC-RUN-NUMBER==
001230         BY ==GC-RUN-NUMBER==,
001240     ==GC-RC-ROSTER-DATE==
001250         BY ==GC-ROSTER-DATE==,
001260     ==GC-RC-START-DATE==
001270         BY ==GC-START-DATE==,
001280     ==GC-RC-START-TIME==
001290         BY ==GC-START-TIME==,
001300     ==GC-RC-STOP-DATE==
001310         BY ==GC-STOP-DATE==,
001320     ==GC-RC-STOP-TIME==
001330         BY ==GC-STOP-TIME==,
001340     ==GC-RC-GREETED-COUNT==
001350         BY ==GC-GREETED-COUNT==,
001360     ==GC-RC-REJECT-COUNT==
001370         BY ==GC-REJECT-COUNT==,
001380     ==GC-RC-DUP-COUNT==
001390         BY ==GC-DUP-COUNT==,
001400     ==GC-RC-STATUS==
001410         BY ==GC-STATUS==,
001420     ==GC-RC-RUN-IN-FLIGHT==
001430         BY ==GC-RUN-IN-FLIGHT==,
001440     ==GC-RC-RUN-COMPLETE==
001450         BY ==GC-RUN-COMPLETE==,
001460     ==GC-RC-RUN-PARTIAL==
001470         BY ==GC-RUN-PARTIAL==,
001480     ==GC-RC-RUN-OUT-OF-BAL==
001490         BY ==GC-RUN-OUT-OF-BAL==.
001500*
001510*----------------------------------------------------------------
001520* GREETMSTR-FILE - INDEXED MASTER, READ BY THE NAME ALTERNATE
001530* KEY AND DELETED IN PLACE
001540*----------------------------------------------------------------
001550 FD  GREETMSTR-FILE.
001560 COPY GREETMST REPLACING
001570     ==GREET-MASTER-RECORD== BY ==GREETMSTR-RECORD==,
001580     ==GM-MR-NAME==
001590         BY ==GM-NAME==,
001600     ==GM-MR-FIRST-GREETED-DATE==
001610         BY ==GM-FIRST-GREETED-DATE==,
001620     ==GM-MR-LAST-ACTIVITY-DATE==
001630         BY ==GM-LAST-ACTIVITY-DATE==,
001640     ==GM-MR-VISITOR-ID==
001650         BY ==GM-VISITOR-ID==,
001660     ==GM-MR-ENTRY-STATUS==
001670         BY ==GM-ENTRY-STATUS==,
001680     ==GM-MR-ENTRY-GREETED==
001690         BY ==GM-ENTRY-GREETED==,
001700     ==GM-MR-ENTRY-REGISTERED==
001710         BY ==GM-ENTRY-REGISTERED==.
001720*
001730*----------------------------------------------------------------
001731* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER ENTRY;
001732* AN ERASED ENTRY'S ROW IS DELETED BY VISITOR ID
001733*----------------------------------------------------------------
001734 FD  GREETPHX-FILE.
001735     COPY GREETPHX.
001736*
001737*----------------------------------------------------------------
001740* GREETHIST-FILE - PERMANENT INDEXED GREETING HISTORY, KEYED ON
001750* NAME/DATE/TIME SO ONE NAME'S WHOLE HISTORY IS A KEY RANGE
001760*----------------------------------------------------------------
001770 FD  GREETHIST-FILE.
001780 COPY GREETHIS REPLACING
001790     ==GREET-HISTORY-RECORD== BY ==GREETHIST-RECORD==,
001800     ==GH-HR-KEY==
001810         BY ==GH-KEY==,
001820     ==GH-HR-NAME==
001830         BY ==GH-NAME==,
001840     ==GH-HR-TS-DATE==
001850         BY ==GH-TS-DATE==,
001860     ==GH-HR-TS-TIME==
001870         BY ==GH-TS-TIME==,
001880     ==GH-HR-OPERATOR-ID==
001890         BY ==GH-OPERATOR-ID==,
001900     ==GH-HR-LANG-CODE==
001910         BY ==GH-LANG-CODE==,
001920     ==GH-HR-SITE-CODE==
001930         BY ==GH-SITE-CODE==,
001940     ==GH-HR-DEPARTMENT==
001950         BY ==GH-DEPARTMENT==,
001960     ==GH-HR-VISITOR-ID==
001970         BY ==GH-VISITOR-ID==.
001980*
001990*----------------------------------------------------------------
002000* GREETSUP-FILE - DO-NOT-GREET SUPPRESSION LIST, KEYED ON NAME
002010*----------------------------------------------------------------
002020 FD  GREETSUP-FILE.
002030 COPY GREETSUP REPLACING
002040     ==GREET-SUPPRESS-RECORD== BY ==GREETSUP-RECORD==,
002050     ==GS-SR-NAME==
002060         BY ==GS-NAME==,
002070     ==GS-SR-REASON==
002080         BY ==GS-REASON==,
002090     ==GS-SR-ADDED-DATE==
002100         BY ==GS-ADDED-DATE==.
002110*
002120*----------------------------------------------------------------
002130* GREETMSI-FILE / GREETMSO-FILE - ONE GENERATION OF A MASTER-
002140* IMAGE FILE (THE GREETPRG ARCHIVE, DD GREETAR1-9, OR THE
002150* GREETUNL BACKUP, DD GREETBK1-9) AND ITS SCRUBBED COPY (DD
002160* GREETRA1-9 OR GREETKB1-9), WHICH OPERATIONS CATALOGS IN ITS
002170* PLACE.  AN ERASED PERSON'S RECORDS ARE LEFT OFF THE COPY.
002180*----------------------------------------------------------------
002190 FD  GREETMSI-FILE
002200     RECORDING MODE IS F.
002210 COPY GREETMST REPLACING
002220     ==GREET-MASTER-RECORD== BY ==GREETMSI-RECORD==,
002230     ==GM-MR-NAME==
002240         BY ==GMI-NAME==,
002250     ==GM-MR-FIRST-GREETED-DATE==
002260         BY ==GMI-FIRST-GREETED-DATE==,
002270     ==GM-MR-LAST-ACTIVITY-DATE==
002280         BY ==GMI-LAST-ACTIVITY-DATE==,
002290     ==GM-MR-VISITOR-ID==
002300         BY ==GMI-VISITOR-ID==,
002310     ==GM-MR-ENTRY-STATUS==
002320         BY ==GMI-ENTRY-STATUS==,
002330     ==GM-MR-ENTRY-GREETED==
002340         BY ==GMI-ENTRY-GREETED==,
002350     ==GM-MR-ENTRY-REGISTERED==
002360         BY ==GMI-ENTRY-REGISTERED==.
002370*
002380 FD  GREETMSO-FILE
002390     RECORDING MODE IS F.
002400 COPY GREETMST REPLACING
002410     ==GREET-MASTER-RECORD== BY ==GREETMSO-RECORD==,
002420     ==GM-MR-NAME==
002430         BY ==GMO-NAME==,
002440     ==GM-MR-FIRST-GREETED-DATE==
002450         BY ==GMO-FIRST-GREETED-DATE==,
002460     ==GM-MR-LAST-ACTIVITY-DATE==
002470         BY ==GMO-LAST-ACTIVITY-DATE==,
002480     ==GM-MR-VISITOR-ID==
002490         BY ==GMO-VISITOR-ID==,
002500     ==GM-MR-ENTRY-STATUS==
002510         BY ==GMO-ENTRY-STATUS==,
002520     ==GM-MR-ENTRY-GREETED==
002530         BY ==GMO-ENTRY-GREETED==,
002540     ==GM-MR-ENTRY-REGISTERED==
002550         BY ==GMO-ENTRY-REGISTERED==.
002560*
002570*----------------------------------------------------------------
002580* GREETAUI-FILE / GREETAUO-FILE - ONE GENERATION OF THE GREETAUD
002590* AUDIT TRAIL (DD GREETAU1-9) AND ITS MASKED COPY (DD
002600* GREETUA1-9).  EVERY ROW IS KEPT; AN ERASED PERSON'S ROWS
002610* CARRY THE MASK IN PLACE OF THE NAME AND NO VISITOR ID.
002613* THE SEQUENCE NUMBER AND CHECK VALUES ARE KEPT AS THEY STAND,
002616* SO THE MASKED TRAIL STILL VERIFIES AGAINST ITS MONTH-END SEAL.
002620*----------------------------------------------------------------
002630 FD  GREETAUI-FILE
002640     RECORDING MODE IS F.
002650 COPY GREETAUD.
002660*
002670 FD  GREETAUO-FILE
002680     RECORDING MODE IS F.
002690 COPY GREETAUD REPLACING
002700     ==GREET-AUDIT-RECORD== BY ==GREETAUO-RECORD==,
002710     ==GA-JOB-NAME==
002720         BY ==GAO-JOB-NAME==,
002730     ==GA-OPERATOR-ID==
002740         BY ==GAO-OPERATOR-ID==,
002750     ==GA-RUN-DATE==
002760         BY ==GAO-RUN-DATE==,
002770     ==GA-RUN-TIME==
002780         BY ==GAO-RUN-TIME==,
002790     ==GA-NAME==
002800         BY ==GAO-NAME==,
002810     ==GA-DISPOSITION==
002820         BY ==GAO-DISPOSITION==,
002830     ==GA-SITE-CODE==
002840         BY ==GAO-SITE-CODE==,
002850     ==GA-LANG-CODE==
002860         BY ==GAO-LANG-CODE==,
002870     ==GA-DEPARTMENT==
002880         BY ==GAO-DEPARTMENT==,
002890     ==GA-VISITOR-ID==
002900         BY ==GAO-VISITOR-ID==,
002901     ==GA-SEQUENCE-NO==
002902         BY ==GAO-SEQUENCE-NO==,
002903     ==GA-NAME-CHECK==
002904         BY ==GAO-NAME-CHECK==,
002905     ==GA-CHAIN-CHECK==
002906         BY ==GAO-CHAIN-CHECK==.
002910*
002920*----------------------------------------------------------------
002930* GREETLGI-FILE / GREETLGO-FILE - ONE GENERATION OF GREETLOG
002940* (DD GREETLG1-9) AND ITS MASKED COPY (DD GREETGL1-9), MASKED
002950* THE SAME WAY AS THE AUDIT TRAIL SO GREETRCN STILL PAIRS
002960* EVERY LOG RECORD WITH ITS "GREETED" AUDIT ROW.
002970*----------------------------------------------------------------
002980 FD  GREETLGI-FILE
002990     RECORDING MODE IS F.
003000 COPY GREETREC REPLACING
003010     ==GREET-RECORD== BY ==GREETLGI-RECORD==,
003020     ==GR-CR-OPERATOR-ID==
003030         BY ==GLI-OPERATOR-ID==,
003040     ==GR-CR-NAME==
003050         BY ==GLI-NAME==,
003060     ==GR-CR-TIMESTAMP==
003070         BY ==GLI-TIMESTAMP==,
003080     ==GR-CR-TS-DATE==
003090         BY ==GLI-TS-DATE==,
003100     ==GR-CR-TS-TIME==
003110         BY ==GLI-TS-TIME==,
003120     ==GR-CR-LANG-CODE==
003130         BY ==GLI-LANG-CODE==,
003140     ==GR-CR-SITE-CODE==
003150         BY ==GLI-SITE-CODE==,
003153     ==GR-CR-DEPT-WALK-IN==
003156         BY ==GLI-DEPT-WALK-IN==,
003160     ==GR-CR-DEPT==
003170         BY ==GLI-DEPT==,
003180     ==GR-CR-GREET-ON-DATE==
003190         BY ==GLI-GREET-ON-DATE==,
003200     ==GR-CR-VISITOR-ID==
003210         BY ==GLI-VISITOR-ID==.
003220*
003230 FD  GREETLGO-FILE
003240     RECORDING MODE IS F.
003250 COPY GREETREC REPLACING
003260     ==GREET-RECORD== BY ==GREETLGO-RECORD==,
003270     ==GR-CR-OPERATOR-ID==
003280         BY ==GLO-OPERATOR-ID==,
003290     ==GR-CR-NAME==
003300         BY ==GLO-NAME==,
003310     ==GR-CR-TIMESTAMP==
003320         BY ==GLO-TIMESTAMP==,
003330     ==GR-CR-TS-DATE==
003340         BY ==GLO-TS-DATE==,
003350     ==GR-CR-TS-TIME==
003360         BY ==GLO-TS-TIME==,
003370     ==GR-CR-LANG-CODE==
003380         BY ==GLO-LANG-CODE==,
003390     ==GR-CR-SITE-CODE==
003400         BY ==GLO-SITE-CODE==,
003403     ==GR-CR-DEPT-WALK-IN==
003406         BY ==GLO-DEPT-WALK-IN==,
003410     ==GR-CR-DEPT==
003420         BY ==GLO-DEPT==,
003430     ==GR-CR-GREET-ON-DATE==
003440         BY ==GLO-GREET-ON-DATE==,
003450     ==GR-CR-VISITOR-ID==
003460         BY ==GLO-VISITOR-ID==.
003470*
003480*----------------------------------------------------------------
003490* GREETERC-FILE - ERASURE CERTIFICATES PRINT OUTPUT
003500*----------------------------------------------------------------
003510 FD  GREETERC-FILE
003520     RECORDING MODE IS F.
003530 01  GREETERC-LINE                 PIC X(80).
003540*
003550 WORKING-STORAGE SECTION.
003560*
003570 01  GER-SWITCHES.
003580     05  GER-EOF-SW                PIC X(01)  VALUE "N".
003590         88  GER-END-OF-REQUESTS               VALUE "Y".
003600     05  GER-HIST-SW               PIC X(01)  VALUE "Y".
003610         88  GER-HIST-ON-FILE                  VALUE "Y".
003620     05  GER-NAME-EOF-SW           PIC X(01)  VALUE "N".
003630         88  GER-END-OF-NAME                   VALUE "Y".
003640     05  GER-GEN-EOF-SW            PIC X(01)  VALUE "N".
003650         88  GER-END-OF-GENERATION             VALUE "Y".
003660     05  GER-FAMILY-SW             PIC X(01)  VALUE "N".
003670         88  GER-FAMILY-DONE                   VALUE "Y".
003680     05  GER-MATCH-SW              PIC X(01)  VALUE "N".
003690         88  GER-MATCH-FOUND                   VALUE "Y".
003700*
003710*    WHICH GENERATIONAL FILE IS BEING SCRUBBED.
003720 01  GER-FAMILY                    PIC X(01)  VALUE SPACES.
003730     88  GER-FAMILY-ARCHIVE                    VALUE "A".
003740     88  GER-FAMILY-BACKUP                     VALUE "B".
003750     88  GER-FAMILY-AUDIT                      VALUE "U".
003760     88  GER-FAMILY-LOG                        VALUE "L".
003770*
003780 77  GER-GREETCTL-STATUS           PIC X(02).
003790 77  GER-GREETMSTR-STATUS          PIC X(02).
003795 77  GER-GREETPHX-STATUS           PIC X(02).
003800 77  GER-GREETHIST-STATUS          PIC X(02).
003810 77  GER-GREETSUP-STATUS           PIC X(02).
003820 77  GER-IN-STATUS                 PIC X(02).
003830 77  GER-OUT-STATUS                PIC X(02).
003840 77  GER-REQ-READ-COUNT            PIC 9(05)  VALUE ZERO.
003850 77  GER-REQ-ERASED-COUNT          PIC 9(05)  VALUE ZERO.
003860 77  GER-REQ-REJECT-COUNT          PIC 9(05)  VALUE ZERO.
003865 77  GER-REQ-NO-MATCH-COUNT        PIC 9(05)  VALUE ZERO.
003870 77  GER-ARC-GENS                  PIC 9(02)  VALUE ZERO.
003880 77  GER-BKP-GENS                  PIC 9(02)  VALUE ZERO.
003890 77  GER-AUD-GENS                  PIC 9(02)  VALUE ZERO.
003900 77  GER-LOG-GENS                  PIC 9(02)  VALUE ZERO.
003910 77  GER-GEN-READ-COUNT            PIC 9(08)  VALUE ZERO.
003920 77  GER-GEN-WRITTEN-COUNT         PIC 9(08)  VALUE ZERO.
003930 77  GER-MATCH-NAME                PIC X(20)  VALUE SPACES.
003940 77  GER-MATCH-ID                  PIC 9(08)  VALUE ZERO.
003950 77  GER-TODAY-DATE                PIC 9(08)  VALUE ZERO.
003960*
003970*    WHAT AN ERASED NAME BECOMES ON THE ROWS THAT ARE KEPT.
003980 77  GER-ERASED-NAME               PIC A(20)  VALUE "ERASED".
003990*
004000 77  GER-GEN-MAX                   PIC 9(02)  COMP  VALUE 9.
004010 77  GER-GEN-SUB                   PIC 9(02)  COMP  VALUE ZERO.
004020 77  GER-REQ-MAX                   PIC 9(04)  COMP  VALUE 50.
004030 77  GER-REQ-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
004040 77  GER-REQ-SUB                   PIC 9(04)  COMP  VALUE ZERO.
004050 77  GER-MATCH-SUB                 PIC 9(04)  COMP  VALUE ZERO.
004060*
004070*    DD NAMES OF THE GENERATION BEING SCRUBBED - THE FILE'S
004080*    SEVEN-CHARACTER PREFIX AND THE GENERATION NUMBER.
004090 01  GER-IN-DD.
004100     05  GER-IN-PREFIX             PIC X(07)  VALUE SPACES.
004110     05  GER-IN-GEN                PIC 9(01)  VALUE ZERO.
004120 01  GER-OUT-DD.
004130     05  GER-OUT-PREFIX            PIC X(07)  VALUE SPACES.
004140     05  GER-OUT-GEN               PIC 9(01)  VALUE ZERO.
004150*
004160*----------------------------------------------------------------
004170* THE WHOLE REQUEST FILE IS LOADED AND EDITED BEFORE ANYTHING
004180* IS ERASED, SO A FILE TOO LARGE FOR THE TABLE STOPS THE RUN
004190* WITH NOTHING TOUCHED.  EACH ENTRY COLLECTS ITS OWN COUNTS
004200* FILE BY FILE FOR ITS CERTIFICATE.
004210*----------------------------------------------------------------
004220 01  GER-REQUEST-TABLE.
004230     05  GER-REQUEST-ENTRY         OCCURS 50 TIMES.
004240         10  GER-RT-NAME           PIC X(20).
004250         10  GER-RT-VISITOR-ID     PIC 9(08).
004260         10  GER-RT-AUTH-REF       PIC X(20).
004270         10  GER-RT-VALID-SW       PIC X(01).
004280             88  GER-RT-VALID                  VALUE "Y".
004290         10  GER-RT-REJECT-TEXT    PIC X(40).
004300         10  GER-RT-MST-COUNT      PIC 9(07).
004305         10  GER-RT-PHX-COUNT      PIC 9(07).
004310         10  GER-RT-OTHER-COUNT    PIC 9(03).
004320         10  GER-RT-HST-COUNT      PIC 9(07).
004330         10  GER-RT-ARC-COUNT      PIC 9(07).
004340         10  GER-RT-BKP-COUNT      PIC 9(07).
004350         10  GER-RT-AUD-COUNT      PIC 9(07).
004360         10  GER-RT-LOG-COUNT      PIC 9(07).
004370         10  GER-RT-SUP-SW         PIC X(01).
004380             88  GER-RT-SUP-ADDED              VALUE "A".
004390             88  GER-RT-SUP-ALREADY            VALUE "O".
004395             88  GER-RT-SUP-NOT-ADDED          VALUE "N".
004400*
004410 01  GER-RUN-DATE.
004420     05  GER-RD-YEAR               PIC 9(04).
004430     05  GER-RD-MONTH              PIC 9(02).
004440     05  GER-RD-DAY                PIC 9(02).
004450*
004460 01  GER-RUN-DATE-EDIT.
004470     05  GER-RDE-MONTH             PIC 9(02).
004480     05  FILLER                    PIC X(01)  VALUE "/".
004490     05  GER-RDE-DAY               PIC 9(02).
004500     05  FILLER                    PIC X(01)  VALUE "/".
004510     05  GER-RDE-YEAR              PIC 9(04).
004520*
004530 01  GER-RUN-TIME.
004540     05  GER-RT-HOUR               PIC 9(02).
004550     05  GER-RT-MINUTE             PIC 9(02).
004560     05  GER-RT-SECOND             PIC 9(02).
004570     05  GER-RT-HUNDREDTH          PIC 9(02).
004580*
004590 01  GER-RUN-TIME-EDIT.
004600     05  GER-RTE-HOUR              PIC 9(02).
004610     05  FILLER                    PIC X(01)  VALUE ":".
004620     05  GER-RTE-MINUTE            PIC 9(02).
004630     05  FILLER                    PIC X(01)  VALUE ":".
004640     05  GER-RTE-SECOND            PIC 9(02).
004650*
004660 01  GER-COUNTERS.
004670     05  GER-LINE-COUNT            PIC 9(02)  VALUE ZERO.
004680     05  GER-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
004690*
004700 01  GER-HEADING-1.
004710     05  FILLER                    PIC X(26)  VALUE SPACES.
004720     05  FILLER                    PIC X(28)
004730         VALUE "ERASURE CERTIFICATE".
004740     05  FILLER                    PIC X(06)  VALUE "PAGE ".
004750     05  GER-H1-PAGE               PIC ZZ9.
004760     05  FILLER                    PIC X(17)  VALUE SPACES.
004770*
004780 01  GER-HEADING-2.
004790     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
004800     05  GER-H2-RUN-DATE           PIC X(10).
004810     05  FILLER                    PIC X(08)  VALUE "  TIME: ".
004820     05  GER-H2-RUN-TIME           PIC X(08).
004830     05  FILLER                    PIC X(44)  VALUE SPACES.
004840*
004850 01  GER-INFO-LINE.
004860     05  FILLER                    PIC X(02)  VALUE SPACES.
004870     05  GER-IL-LABEL              PIC X(20).
004880     05  GER-IL-VALUE              PIC X(40).
004890     05  FILLER                    PIC X(18)  VALUE SPACES.
004900*
004910 01  GER-FILE-COLUMNS.
004920     05  FILLER                    PIC X(02)  VALUE SPACES.
004930     05  FILLER                    PIC X(12)  VALUE "FILE".
004940     05  FILLER                    PIC X(24)  VALUE "ACTION".
004950     05  FILLER                    PIC X(07)  VALUE "RECORDS".
004960     05  FILLER                    PIC X(03)  VALUE SPACES.
004970     05  FILLER                    PIC X(11)  VALUE "GENERATIONS".
004980     05  FILLER                    PIC X(21)  VALUE SPACES.
004990*
005000 01  GER-FILE-LINE.
005010     05  FILLER                    PIC X(02)  VALUE SPACES.
005020     05  GER-FL-FILE               PIC X(12).
005030     05  GER-FL-ACTION             PIC X(24).
005040     05  GER-FL-COUNT              PIC ZZZZZZ9.
005050     05  FILLER                    PIC X(06)  VALUE SPACES.
005060     05  GER-FL-GENS               PIC X(02).
005070     05  FILLER                    PIC X(27)  VALUE SPACES.
005080*
005090 01  GER-GENS-EDIT                 PIC Z9.
005100*
005110 01  GER-TEXT-LINE.
005120     05  FILLER                    PIC X(02)  VALUE SPACES.
005130     05  GER-TX-TEXT               PIC X(76).
005140     05  FILLER                    PIC X(02)  VALUE SPACES.
005150*
005160 01  GER-SHARED-LINE.
005170     05  FILLER                    PIC X(02)  VALUE SPACES.
005180     05  FILLER                    PIC X(06)  VALUE "NOTE: ".
005190     05  GER-SH-COUNT              PIC ZZ9.
005200     05  FILLER                    PIC X(28)
005210         VALUE " OTHER PERSON(S) STILL ON ".
005220     05  FILLER                    PIC X(24)
005230         VALUE "GREETMSTR UNDER THE NAME".
005240     05  FILLER                    PIC X(17)  VALUE SPACES.
005250*
005260 01  GER-TOTAL-LINE.
005270     05  FILLER                    PIC X(05)  VALUE SPACES.
005280     05  GER-TTL-LABEL             PIC X(30).
005290     05  GER-TTL-VALUE             PIC ZZZZ9.
005300     05  FILLER                    PIC X(40)  VALUE SPACES.
005310*
005320 PROCEDURE DIVISION.
005330*
005340*----------------------------------------------------------------
005350 0000-MAIN-PROCEDURE.
005360*----------------------------------------------------------------
005370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005380     PERFORM 2000-LOAD-REQUEST THRU 2000-EXIT
005390         UNTIL GER-END-OF-REQUESTS.
005400     PERFORM 3000-ERASE-KEYED-FILES THRU 3000-EXIT
005410         VARYING GER-REQ-SUB FROM 1 BY 1
005420         UNTIL GER-REQ-SUB > GER-REQ-COUNT.
005430     PERFORM 4000-SCRUB-GENERATIONS THRU 4000-EXIT.
005432     PERFORM 3300-ADD-SUPPRESSION THRU 3300-EXIT
005434         VARYING GER-REQ-SUB FROM 1 BY 1
005436         UNTIL GER-REQ-SUB > GER-REQ-COUNT.
005440     PERFORM 7000-PRINT-CERTIFICATE THRU 7000-EXIT
005450         VARYING GER-REQ-SUB FROM 1 BY 1
005460         UNTIL GER-REQ-SUB > GER-REQ-COUNT.
005470     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005490     STOP RUN.
005500*
005510*----------------------------------------------------------------
005520 1000-INITIALIZE.
005530*----------------------------------------------------------------
005540     PERFORM 1050-CHECK-GREETING-RUN THRU 1050-EXIT.
005550*
005560     OPEN INPUT  GREETERQ-FILE.
005570     OPEN OUTPUT GREETERC-FILE.
005580*
005590     OPEN I-O GREETMSTR-FILE.
005600     IF GER-GREETMSTR-STATUS NOT = "00"
005610         DISPLAY "GREETMSTR OPEN FAILED - STATUS "
005620             GER-GREETMSTR-STATUS
005630         MOVE 12 TO RETURN-CODE
005640         STOP RUN
005650     END-IF.
005660*
005661     OPEN I-O GREETPHX-FILE.
005662     IF GER-GREETPHX-STATUS NOT = "00"
005663         DISPLAY "GREETPHX OPEN FAILED - STATUS "
005664             GER-GREETPHX-STATUS " - REBUILD IT WITH GREET-PIX"
005665         MOVE 12 TO RETURN-CODE
005666         STOP RUN
005667     END-IF.
005668*
005670*    NO HISTORY FILE YET MEANS THERE IS NO HISTORY TO ERASE.
005680     OPEN I-O GREETHIST-FILE.
005690     EVALUATE GER-GREETHIST-STATUS
005700         WHEN "00"
005710             CONTINUE
005720         WHEN "35"
005730             MOVE "N" TO GER-HIST-SW
005740         WHEN OTHER
005750             DISPLAY "GREETHIST OPEN FAILED - STATUS "
005760                 GER-GREETHIST-STATUS
005770             MOVE 12 TO RETURN-CODE
005780             STOP RUN
005790     END-EVALUATE.
005800*
005810     OPEN I-O GREETSUP-FILE.
005820     IF GER-GREETSUP-STATUS = "35"
005830         OPEN OUTPUT GREETSUP-FILE
005840         CLOSE GREETSUP-FILE
005850         OPEN I-O GREETSUP-FILE
005860     END-IF.
005870*
005880     ACCEPT GER-RUN-DATE FROM DATE YYYYMMDD.
005890     ACCEPT GER-RUN-TIME FROM TIME.
005900     MOVE GER-RUN-DATE TO GER-TODAY-DATE.
005910     MOVE GER-RD-MONTH TO GER-RDE-MONTH.
005920     MOVE GER-RD-DAY   TO GER-RDE-DAY.
005930     MOVE GER-RD-YEAR  TO GER-RDE-YEAR.
005940     MOVE GER-RUN-DATE-EDIT TO GER-H2-RUN-DATE.
005950     MOVE GER-RT-HOUR   TO GER-RTE-HOUR.
005960     MOVE GER-RT-MINUTE TO GER-RTE-MINUTE.
005970     MOVE GER-RT-SECOND TO GER-RTE-SECOND.
005980     MOVE GER-RUN-TIME-EDIT TO GER-H2-RUN-TIME.
005990*
006000     READ GREETERQ-FILE
006010         AT END
006020             SET GER-END-OF-REQUESTS TO TRUE.
006030*
006040 1000-EXIT.
006050     EXIT.
006060*
006070*----------------------------------------------------------------
006080 1050-CHECK-GREETING-RUN.
006090*----------------------------------------------------------------
006100*    A GREETING RUN IN FLIGHT HOLDS THE MASTER IN STORAGE AND IS
006110*    STILL WRITING GREETLOG AND GREETAUD - AN ERASURE UNDER IT
006120*    WOULD BE UNDONE OR HALF-APPLIED.  REFUSED WITH CC 12, THE
006130*    SAME AS A SECOND GREET-USER START.
006140     OPEN INPUT GREETCTL-FILE.
006150     IF GER-GREETCTL-STATUS = "00"
006160         READ GREETCTL-FILE
006170             AT END
006180                 CONTINUE
006190             NOT AT END
006200                 IF GC-RUN-IN-FLIGHT
006210                     DISPLAY "GREETING RUN " GC-RUN-NUMBER
006220                         " REGISTERED IN-FLIGHT SINCE "
006230                         GC-START-DATE " " GC-START-TIME
006240                     DISPLAY "ERASURE REFUSED - RERUN ONCE THE "
006250                         "GREETING RUN HAS ENDED"
006260                     MOVE 12 TO RETURN-CODE
006270                     CLOSE GREETCTL-FILE
006280                     STOP RUN
006290                 END-IF
006300         END-READ
006310         CLOSE GREETCTL-FILE
006320     END-IF.
006330*
006340 1050-EXIT.
006350     EXIT.
006360*
006370*----------------------------------------------------------------
006380 2000-LOAD-REQUEST.
006390*----------------------------------------------------------------
006400     ADD 1 TO GER-REQ-READ-COUNT.
006410     IF GER-REQ-COUNT NOT < GER-REQ-MAX
006420         DISPLAY "MORE ERASURE REQUESTS THAN THE TABLE HOLDS - "
006430             "RUN STOPPED, NOTHING ERASED"
006440         MOVE 12 TO RETURN-CODE
006450         STOP RUN
006460     END-IF.
006470     ADD 1 TO GER-REQ-COUNT.
006480     MOVE GER-REQ-COUNT TO GER-REQ-SUB.
006490*
006500     MOVE EQ-NAME       TO GER-RT-NAME (GER-REQ-SUB).
006510     MOVE EQ-AUTH-REF   TO GER-RT-AUTH-REF (GER-REQ-SUB).
006520     MOVE ZERO          TO GER-RT-VISITOR-ID (GER-REQ-SUB).
006530     MOVE "Y"           TO GER-RT-VALID-SW (GER-REQ-SUB).
006540     MOVE SPACES        TO GER-RT-REJECT-TEXT (GER-REQ-SUB).
006550     MOVE ZERO          TO GER-RT-MST-COUNT (GER-REQ-SUB).
006555     MOVE ZERO          TO GER-RT-PHX-COUNT (GER-REQ-SUB).
006560     MOVE ZERO          TO GER-RT-OTHER-COUNT (GER-REQ-SUB).
006570     MOVE ZERO          TO GER-RT-HST-COUNT (GER-REQ-SUB).
006580     MOVE ZERO          TO GER-RT-ARC-COUNT (GER-REQ-SUB).
006590     MOVE ZERO          TO GER-RT-BKP-COUNT (GER-REQ-SUB).
006600     MOVE ZERO          TO GER-RT-AUD-COUNT (GER-REQ-SUB).
006610     MOVE ZERO          TO GER-RT-LOG-COUNT (GER-REQ-SUB).
006620     MOVE SPACES        TO GER-RT-SUP-SW (GER-REQ-SUB).
006630*
006640     EVALUATE TRUE
006650         WHEN EQ-NAME = SPACES
006660            OR EQ-NAME NOT ALPHABETIC
006670             MOVE "BLANK OR NON-ALPHABETIC NAME"
006680                 TO GER-RT-REJECT-TEXT (GER-REQ-SUB)
006690         WHEN EQ-AUTH-REF = SPACES
006700             MOVE "AUTHORIZING REFERENCE MISSING"
006710                 TO GER-RT-REJECT-TEXT (GER-REQ-SUB)
006720         WHEN EQ-VISITOR-ID NOT = SPACES
006730          AND EQ-VISITOR-ID IS NOT NUMERIC
006740             MOVE "VISITOR ID NOT NUMERIC"
006750                 TO GER-RT-REJECT-TEXT (GER-REQ-SUB)
006760         WHEN OTHER
006770             IF EQ-VISITOR-ID IS NUMERIC
006780                 MOVE EQ-VISITOR-ID-N
006790                     TO GER-RT-VISITOR-ID (GER-REQ-SUB)
006800             END-IF
006810     END-EVALUATE.
006820     IF GER-RT-REJECT-TEXT (GER-REQ-SUB) NOT = SPACES
006830         MOVE "N" TO GER-RT-VALID-SW (GER-REQ-SUB)
006840         ADD 1 TO GER-REQ-REJECT-COUNT
006850     ELSE
006860         ADD 1 TO GER-REQ-ERASED-COUNT
006870     END-IF.
006880*
006890     READ GREETERQ-FILE
006900         AT END
006910             SET GER-END-OF-REQUESTS TO TRUE.
006920*
006930 2000-EXIT.
006940     EXIT.
006950*
006960*----------------------------------------------------------------
006970 3000-ERASE-KEYED-FILES.
006980*----------------------------------------------------------------
006990     IF NOT GER-RT-VALID (GER-REQ-SUB)
007000         GO TO 3000-EXIT
007010     END-IF.
007020     PERFORM 3100-ERASE-MASTER THRU 3100-EXIT.
007030     PERFORM 3200-ERASE-HISTORY THRU 3200-EXIT.
007050*
007060 3000-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------------
007100 3100-ERASE-MASTER.
007110*----------------------------------------------------------------
007120*    EVERY PERSON UNDER THE NAME IS VISITED THROUGH THE NAME KEY.
007130*    WITH A VISITOR ID ON THE REQUEST THE OTHERS ARE LEFT AND
007140*    COUNTED, SO THE CERTIFICATE CAN SAY THE NAME IS SHARED.
007150     MOVE GER-RT-NAME (GER-REQ-SUB) TO GM-NAME.
007160     START GREETMSTR-FILE
007170         KEY IS EQUAL TO GM-NAME
007180         INVALID KEY
007190             GO TO 3100-EXIT
007200     END-START.
007210     MOVE "N" TO GER-NAME-EOF-SW.
007220     PERFORM 3110-ERASE-MASTER-ENTRY THRU 3110-EXIT
007230         UNTIL GER-END-OF-NAME.
007240*
007250 3100-EXIT.
007260     EXIT.
007270*
007280*----------------------------------------------------------------
007290 3110-ERASE-MASTER-ENTRY.
007300*----------------------------------------------------------------
007310     READ GREETMSTR-FILE NEXT RECORD
007320         AT END
007330             SET GER-END-OF-NAME TO TRUE
007340             GO TO 3110-EXIT
007350     END-READ.
007360     IF GM-NAME NOT = GER-RT-NAME (GER-REQ-SUB)
007370         SET GER-END-OF-NAME TO TRUE
007380         GO TO 3110-EXIT
007390     END-IF.
007400     IF GER-RT-VISITOR-ID (GER-REQ-SUB) = ZERO
007410        OR GM-VISITOR-ID = GER-RT-VISITOR-ID (GER-REQ-SUB)
007420         DELETE GREETMSTR-FILE RECORD
007430         ADD 1 TO GER-RT-MST-COUNT (GER-REQ-SUB)
007431         MOVE GM-VISITOR-ID TO GN-PX-VISITOR-ID
007432         DELETE GREETPHX-FILE RECORD
007433             INVALID KEY
007434                 DISPLAY "VISITOR ID " GN-PX-VISITOR-ID
007435                     " NOT ON GREETPHX - VERIFY IT WITH GREET-PIX"
007436                 IF RETURN-CODE < 4
007437                     MOVE 4 TO RETURN-CODE
007438                 END-IF
007439             NOT INVALID KEY
007440                 ADD 1 TO GER-RT-PHX-COUNT (GER-REQ-SUB)
007441         END-DELETE
007442     ELSE
007450         ADD 1 TO GER-RT-OTHER-COUNT (GER-REQ-SUB)
007460     END-IF.
007470*
007480 3110-EXIT.
007490     EXIT.
007500*
007510*----------------------------------------------------------------
007520 3200-ERASE-HISTORY.
007530*----------------------------------------------------------------
007540     IF NOT GER-HIST-ON-FILE
007550         GO TO 3200-EXIT
007560     END-IF.
007570     MOVE LOW-VALUES TO GH-KEY.
007580     MOVE GER-RT-NAME (GER-REQ-SUB) TO GH-NAME.
007590     START GREETHIST-FILE
007600         KEY IS NOT < GH-KEY
007610         INVALID KEY
007620             GO TO 3200-EXIT
007630     END-START.
007640     MOVE "N" TO GER-NAME-EOF-SW.
007650     PERFORM 3210-ERASE-HISTORY-RECORD THRU 3210-EXIT
007660         UNTIL GER-END-OF-NAME.
007670*
007680 3200-EXIT.
007690     EXIT.
007700*
007710*----------------------------------------------------------------
007720 3210-ERASE-HISTORY-RECORD.
007730*----------------------------------------------------------------
007740     READ GREETHIST-FILE NEXT RECORD
007750         AT END
007760             SET GER-END-OF-NAME TO TRUE
007770             GO TO 3210-EXIT
007780     END-READ.
007790     IF GH-NAME NOT = GER-RT-NAME (GER-REQ-SUB)
007800         SET GER-END-OF-NAME TO TRUE
007810         GO TO 3210-EXIT
007820     END-IF.
007830     MOVE ZERO TO GER-MATCH-ID.
007840     IF GH-VISITOR-ID IS NUMERIC
007850         MOVE GH-VISITOR-ID TO GER-MATCH-ID
007860     END-IF.
007870     IF GER-RT-VISITOR-ID (GER-REQ-SUB) = ZERO
007880        OR GER-MATCH-ID = ZERO
007890        OR GER-MATCH-ID = GER-RT-VISITOR-ID (GER-REQ-SUB)
007900         DELETE GREETHIST-FILE RECORD
007910         ADD 1 TO GER-RT-HST-COUNT (GER-REQ-SUB)
007920     END-IF.
007930*
007940 3210-EXIT.
007950     EXIT.
007960*
007970*----------------------------------------------------------------
007980 3300-ADD-SUPPRESSION.
007990*----------------------------------------------------------------
008000*    THE AUTHORIZING REFERENCE GOES ON AS THE REASON, SO
008010*    GREETSMT'S REGISTER SHOWS WHY THE NAME IS ON THE LIST.
008011*    IT RUNS AFTER THE GENERATIONS ARE SCRUBBED SO EVERY COUNT IS
008012*    IN.  A VISITOR ID THAT MATCHED NOTHING ON GREETMSTR AND
008013*    TURNED UP NOTHING ANYWHERE ELSE IS A WRONG ID, NOT A PERSON -
008014*    SUPPRESSING THE NAME ON IT WOULD ONLY HOLD BACK EVERYONE
008015*    ELSE UNDER THE NAME, SO THE NAME IS LEFT OFF THE LIST.
008016     IF NOT GER-RT-VALID (GER-REQ-SUB)
008017         GO TO 3300-EXIT
008018     END-IF.
008019     IF GER-RT-VISITOR-ID (GER-REQ-SUB) NOT = ZERO
008020        AND GER-RT-MST-COUNT (GER-REQ-SUB) = ZERO
008021        AND GER-RT-HST-COUNT (GER-REQ-SUB) = ZERO
008022        AND GER-RT-ARC-COUNT (GER-REQ-SUB) = ZERO
008023        AND GER-RT-BKP-COUNT (GER-REQ-SUB) = ZERO
008024        AND GER-RT-AUD-COUNT (GER-REQ-SUB) = ZERO
008025        AND GER-RT-LOG-COUNT (GER-REQ-SUB) = ZERO
008026         MOVE "N" TO GER-RT-SUP-SW (GER-REQ-SUB)
008027         SUBTRACT 1 FROM GER-REQ-ERASED-COUNT
008028         ADD 1 TO GER-REQ-NO-MATCH-COUNT
008029         GO TO 3300-EXIT
008030     END-IF.
008031     MOVE GER-RT-NAME (GER-REQ-SUB) TO GS-NAME.
008032     READ GREETSUP-FILE
008040         KEY IS GS-NAME
008050         INVALID KEY
008060             MOVE GER-RT-NAME (GER-REQ-SUB)     TO GS-NAME
008070             MOVE GER-RT-AUTH-REF (GER-REQ-SUB) TO GS-REASON
008080             MOVE GER-TODAY-DATE                TO GS-ADDED-DATE
008090             WRITE GREETSUP-RECORD
008100             MOVE "A" TO GER-RT-SUP-SW (GER-REQ-SUB)
008110         NOT INVALID KEY
008120             MOVE "O" TO GER-RT-SUP-SW (GER-REQ-SUB)
008130     END-READ.
008140*
008150 3300-EXIT.
008160     EXIT.
008170*
008180*----------------------------------------------------------------
008190 4000-SCRUB-GENERATIONS.
008200*----------------------------------------------------------------
008210*    EACH GENERATIONAL FILE IS READ GENERATION BY GENERATION
008220*    UNTIL THE FIRST DD NUMBER NOT PRESENTED.  EVERY GENERATION
008230*    IS COPIED WHETHER OR NOT ANYTHING IN IT MATCHED, SO EACH
008240*    SCRUBBED COPY IS ALWAYS COMPLETE AND CAN REPLACE ITS INPUT.
008250     MOVE "A" TO GER-FAMILY.
008260     MOVE "GREETAR" TO GER-IN-PREFIX.
008270     MOVE "GREETRA" TO GER-OUT-PREFIX.
008280     PERFORM 4100-SCRUB-FAMILY THRU 4100-EXIT.
008290*
008300     MOVE "B" TO GER-FAMILY.
008310     MOVE "GREETBK" TO GER-IN-PREFIX.
008320     MOVE "GREETKB" TO GER-OUT-PREFIX.
008330     PERFORM 4100-SCRUB-FAMILY THRU 4100-EXIT.
008340*
008350     MOVE "U" TO GER-FAMILY.
008360     MOVE "GREETAU" TO GER-IN-PREFIX.
008370     MOVE "GREETUA" TO GER-OUT-PREFIX.
008380     PERFORM 4100-SCRUB-FAMILY THRU 4100-EXIT.
008390*
008400     MOVE "L" TO GER-FAMILY.
008410     MOVE "GREETLG" TO GER-IN-PREFIX.
008420     MOVE "GREETGL" TO GER-OUT-PREFIX.
008430     PERFORM 4100-SCRUB-FAMILY THRU 4100-EXIT.
008440*
008450 4000-EXIT.
008460     EXIT.
008470*
008480*----------------------------------------------------------------
008490 4100-SCRUB-FAMILY.
008500*----------------------------------------------------------------
008510     MOVE "N" TO GER-FAMILY-SW.
008520     PERFORM 4200-SCRUB-GENERATION THRU 4200-EXIT
008530         VARYING GER-GEN-SUB FROM 1 BY 1
008540         UNTIL GER-FAMILY-DONE
008550            OR GER-GEN-SUB > GER-GEN-MAX.
008560*
008570 4100-EXIT.
008580     EXIT.
008590*
008600*----------------------------------------------------------------
008610 4200-SCRUB-GENERATION.
008620*----------------------------------------------------------------
008630     MOVE GER-GEN-SUB TO GER-IN-GEN.
008640     MOVE GER-GEN-SUB TO GER-OUT-GEN.
008650     EVALUATE TRUE
008660         WHEN GER-FAMILY-ARCHIVE
008670           OR GER-FAMILY-BACKUP
008680             OPEN INPUT GREETMSI-FILE
008690         WHEN GER-FAMILY-AUDIT
008700             OPEN INPUT GREETAUI-FILE
008710         WHEN GER-FAMILY-LOG
008720             OPEN INPUT GREETLGI-FILE
008730     END-EVALUATE.
008740     IF GER-IN-STATUS = "35"
008750         SET GER-FAMILY-DONE TO TRUE
008760         GO TO 4200-EXIT
008770     END-IF.
008780     IF GER-IN-STATUS NOT = "00"
008790         DISPLAY GER-IN-DD " OPEN FAILED - STATUS "
008800             GER-IN-STATUS
008810         MOVE 12 TO RETURN-CODE
008820         STOP RUN
008830     END-IF.
008840*
008850     EVALUATE TRUE
008860         WHEN GER-FAMILY-ARCHIVE
008870           OR GER-FAMILY-BACKUP
008880             OPEN OUTPUT GREETMSO-FILE
008890         WHEN GER-FAMILY-AUDIT
008900             OPEN OUTPUT GREETAUO-FILE
008910         WHEN GER-FAMILY-LOG
008920             OPEN OUTPUT GREETLGO-FILE
008930     END-EVALUATE.
008940     IF GER-OUT-STATUS NOT = "00"
008950         DISPLAY GER-OUT-DD " OPEN FAILED - STATUS "
008960             GER-OUT-STATUS
008970         MOVE 12 TO RETURN-CODE
008980         STOP RUN
008990     END-IF.
009000*
009010     MOVE ZERO TO GER-GEN-READ-COUNT.
009020     MOVE ZERO TO GER-GEN-WRITTEN-COUNT.
009030     MOVE "N" TO GER-GEN-EOF-SW.
009040     EVALUATE TRUE
009050         WHEN GER-FAMILY-ARCHIVE
009060           OR GER-FAMILY-BACKUP
009070             PERFORM 4300-COPY-MASTER-IMAGE THRU 4300-EXIT
009080                 UNTIL GER-END-OF-GENERATION
009090             CLOSE GREETMSI-FILE
009100             CLOSE GREETMSO-FILE
009110         WHEN GER-FAMILY-AUDIT
009120             PERFORM 4400-COPY-AUDIT-ROW THRU 4400-EXIT
009130                 UNTIL GER-END-OF-GENERATION
009140             CLOSE GREETAUI-FILE
009150             CLOSE GREETAUO-FILE
009160         WHEN GER-FAMILY-LOG
009170             PERFORM 4500-COPY-LOG-RECORD THRU 4500-EXIT
009180                 UNTIL GER-END-OF-GENERATION
009190             CLOSE GREETLGI-FILE
009200             CLOSE GREETLGO-FILE
009210     END-EVALUATE.
009220*
009230     EVALUATE TRUE
009240         WHEN GER-FAMILY-ARCHIVE
009250             ADD 1 TO GER-ARC-GENS
009260         WHEN GER-FAMILY-BACKUP
009270             ADD 1 TO GER-BKP-GENS
009280         WHEN GER-FAMILY-AUDIT
009290             ADD 1 TO GER-AUD-GENS
009300         WHEN GER-FAMILY-LOG
009310             ADD 1 TO GER-LOG-GENS
009320     END-EVALUATE.
009330     DISPLAY GER-IN-DD " READ " GER-GEN-READ-COUNT
009340         " " GER-OUT-DD " WRITTEN " GER-GEN-WRITTEN-COUNT.
009350*
009360 4200-EXIT.
009370     EXIT.
009380*
009390*----------------------------------------------------------------
009400 4300-COPY-MASTER-IMAGE.
009410*----------------------------------------------------------------
009420*    ARCHIVE AND BACKUP RECORDS OF AN ERASED PERSON ARE LEFT OFF
009430*    THE COPY ALTOGETHER.
009440     READ GREETMSI-FILE
009450         AT END
009460             SET GER-END-OF-GENERATION TO TRUE
009470             GO TO 4300-EXIT
009480     END-READ.
009490     ADD 1 TO GER-GEN-READ-COUNT.
009500     MOVE GMI-NAME TO GER-MATCH-NAME.
009510     MOVE ZERO TO GER-MATCH-ID.
009520     IF GMI-VISITOR-ID IS NUMERIC
009530         MOVE GMI-VISITOR-ID TO GER-MATCH-ID
009540     END-IF.
009550     PERFORM 6000-MATCH-REQUEST THRU 6000-EXIT.
009560     IF GER-MATCH-FOUND
009570         IF GER-FAMILY-ARCHIVE
009580             ADD 1 TO GER-RT-ARC-COUNT (GER-MATCH-SUB)
009590         ELSE
009600             ADD 1 TO GER-RT-BKP-COUNT (GER-MATCH-SUB)
009610         END-IF
009620         GO TO 4300-EXIT
009630     END-IF.
009640     WRITE GREETMSO-RECORD FROM GREETMSI-RECORD.
009650     ADD 1 TO GER-GEN-WRITTEN-COUNT.
009660*
009670 4300-EXIT.
009680     EXIT.
009690*
009700*----------------------------------------------------------------
009710 4400-COPY-AUDIT-ROW.
009720*----------------------------------------------------------------
009730*    AUDIT ROWS ARE NEVER DROPPED - THE DISPOSITION, DATE, SITE
009740*    AND JOB STAY SO EVERY COUNT TAKEN OFF THE TRAIL IS THE SAME
009750*    AFTER THE ERASURE AS BEFORE IT.
009760     READ GREETAUI-FILE
009770         AT END
009780             SET GER-END-OF-GENERATION TO TRUE
009790             GO TO 4400-EXIT
009800     END-READ.
009810     ADD 1 TO GER-GEN-READ-COUNT.
009820     MOVE GA-NAME TO GER-MATCH-NAME.
009830     MOVE ZERO TO GER-MATCH-ID.
009840     IF GA-VISITOR-ID IS NUMERIC
009850         MOVE GA-VISITOR-ID TO GER-MATCH-ID
009860     END-IF.
009870     PERFORM 6000-MATCH-REQUEST THRU 6000-EXIT.
009880     IF GER-MATCH-FOUND
009890         MOVE GER-ERASED-NAME TO GA-NAME
009900         MOVE ZERO TO GA-VISITOR-ID
009910         ADD 1 TO GER-RT-AUD-COUNT (GER-MATCH-SUB)
009920     END-IF.
009930     WRITE GREETAUO-RECORD FROM GREET-AUDIT-RECORD.
009940     ADD 1 TO GER-GEN-WRITTEN-COUNT.
009950*
009960 4400-EXIT.
009970     EXIT.
009980*
009990*----------------------------------------------------------------
010000 4500-COPY-LOG-RECORD.
010010*----------------------------------------------------------------
010020     READ GREETLGI-FILE
010030         AT END
010040             SET GER-END-OF-GENERATION TO TRUE
010050             GO TO 4500-EXIT
010060     END-READ.
010070     ADD 1 TO GER-GEN-READ-COUNT.
010080     MOVE GLI-NAME TO GER-MATCH-NAME.
010090     MOVE ZERO TO GER-MATCH-ID.
010100     IF GLI-VISITOR-ID IS NUMERIC
010110         MOVE GLI-VISITOR-ID TO GER-MATCH-ID
010120     END-IF.
010130     PERFORM 6000-MATCH-REQUEST THRU 6000-EXIT.
010140     IF GER-MATCH-FOUND
010150         MOVE GER-ERASED-NAME TO GLI-NAME
010160         MOVE ZERO TO GLI-VISITOR-ID
010170         ADD 1 TO GER-RT-LOG-COUNT (GER-MATCH-SUB)
010180     END-IF.
010190     WRITE GREETLGO-RECORD FROM GREETLGI-RECORD.
010200     ADD 1 TO GER-GEN-WRITTEN-COUNT.
010210*
010220 4500-EXIT.
010230     EXIT.
010240*
010250*----------------------------------------------------------------
010260 6000-MATCH-REQUEST.
010270*----------------------------------------------------------------
010280*    A RECORD BELONGS TO A REQUEST WHEN THE NAME MATCHES AND
010290*    EITHER THE REQUEST CARRIES NO VISITOR ID, THE RECORD CARRIES
010300*    NONE (IT PREDATES IDS), OR THE TWO IDS AGREE.
010310     MOVE "N" TO GER-MATCH-SW.
010320     PERFORM 6010-SCAN-REQUEST THRU 6010-EXIT
010330         VARYING GER-MATCH-SUB FROM 1 BY 1
010340         UNTIL GER-MATCH-FOUND
010350            OR GER-MATCH-SUB > GER-REQ-COUNT.
010360*    THE VARYING STEPS ONE PAST THE MATCH BEFORE THE UNTIL
010370*    SEES THE SWITCH - BACK THE SUBSCRIPT UP ONTO THE ENTRY.
010380     IF GER-MATCH-FOUND
010390         SUBTRACT 1 FROM GER-MATCH-SUB
010400     END-IF.
010410*
010420 6000-EXIT.
010430     EXIT.
010440*
010450*----------------------------------------------------------------
010460 6010-SCAN-REQUEST.
010470*----------------------------------------------------------------
010480     IF GER-RT-VALID (GER-MATCH-SUB)
010490        AND GER-RT-NAME (GER-MATCH-SUB) = GER-MATCH-NAME
010500        AND (GER-RT-VISITOR-ID (GER-MATCH-SUB) = ZERO
010510          OR GER-MATCH-ID = ZERO
010520          OR GER-MATCH-ID = GER-RT-VISITOR-ID (GER-MATCH-SUB))
010530         SET GER-MATCH-FOUND TO TRUE
010540     END-IF.
010550*
010560 6010-EXIT.
010570     EXIT.
010580*
010590*----------------------------------------------------------------
010600 7000-PRINT-CERTIFICATE.
010610*----------------------------------------------------------------
010620*    ONE PAGE PER REQUEST, KEPT BY LEGAL AS THE RECORD OF WHAT
010630*    WAS REMOVED.  A REJECTED REQUEST STILL GETS ITS PAGE SO
010640*    EVERY REQUEST ON THE FILE IS ANSWERED.
010650     PERFORM 7900-PRINT-HEADINGS THRU 7900-EXIT.
010660*
010670     MOVE "REQUEST NUMBER:" TO GER-IL-LABEL.
010680     MOVE SPACES TO GER-IL-VALUE.
010690     MOVE GER-REQ-SUB TO GER-TTL-VALUE.
010700     MOVE GER-TTL-VALUE TO GER-IL-VALUE.
010710     WRITE GREETERC-LINE FROM GER-INFO-LINE.
010720     MOVE "NAME:" TO GER-IL-LABEL.
010730     MOVE GER-RT-NAME (GER-REQ-SUB) TO GER-IL-VALUE.
010740     WRITE GREETERC-LINE FROM GER-INFO-LINE.
010750     MOVE "VISITOR ID:" TO GER-IL-LABEL.
010760     IF GER-RT-VISITOR-ID (GER-REQ-SUB) = ZERO
010770         MOVE "ALL PEOPLE UNDER THE NAME" TO GER-IL-VALUE
010780     ELSE
010790         MOVE GER-RT-VISITOR-ID (GER-REQ-SUB) TO GER-IL-VALUE
010800     END-IF.
010810     WRITE GREETERC-LINE FROM GER-INFO-LINE.
010820     MOVE "AUTHORITY:" TO GER-IL-LABEL.
010830     MOVE GER-RT-AUTH-REF (GER-REQ-SUB) TO GER-IL-VALUE.
010840     WRITE GREETERC-LINE FROM GER-INFO-LINE.
010850     MOVE SPACES TO GREETERC-LINE.
010860     WRITE GREETERC-LINE.
010870*
010880     IF NOT GER-RT-VALID (GER-REQ-SUB)
010890         MOVE "REQUEST REJECTED:" TO GER-IL-LABEL
010900         MOVE GER-RT-REJECT-TEXT (GER-REQ-SUB) TO GER-IL-VALUE
010910         WRITE GREETERC-LINE FROM GER-INFO-LINE
010920         MOVE "NOTHING WAS ERASED FOR THIS REQUEST."
010930             TO GER-TX-TEXT
010940         WRITE GREETERC-LINE FROM GER-TEXT-LINE
010950         GO TO 7000-EXIT
010960     END-IF.
010970*
010971     IF GER-RT-SUP-NOT-ADDED (GER-REQ-SUB)
010972         MOVE "VISITOR ID NOT ON GREETMSTR - NOTHING ERASED."
010973             TO GER-TX-TEXT
010974         WRITE GREETERC-LINE FROM GER-TEXT-LINE
010975         MOVE "THE NAME WAS NOT ADDED TO GREETSUP - CHECK THE ID."
010976             TO GER-TX-TEXT
010977         WRITE GREETERC-LINE FROM GER-TEXT-LINE
010978         GO TO 7000-EXIT
010979     END-IF.
010980*    AN ID NO LONGER ON GREETMSTR (PURGED TO THE ARCHIVE, SAY)
010981*    CAN STILL HAVE RECORDS IN THE OTHER FILES - SAY SO.
010982     IF GER-RT-VISITOR-ID (GER-REQ-SUB) NOT = ZERO
010983        AND GER-RT-MST-COUNT (GER-REQ-SUB) = ZERO
010984         MOVE "VISITOR ID NOT ON GREETMSTR - ERASED FROM THE"
010985             TO GER-TX-TEXT
010986         WRITE GREETERC-LINE FROM GER-TEXT-LINE
010987         MOVE "FILES BELOW ONLY."
010988             TO GER-TX-TEXT
010989         WRITE GREETERC-LINE FROM GER-TEXT-LINE
010990         MOVE SPACES TO GREETERC-LINE
010991         WRITE GREETERC-LINE
010992     END-IF.
010993*
010994     WRITE GREETERC-LINE FROM GER-FILE-COLUMNS.
010995     MOVE "GREETMSTR" TO GER-FL-FILE.
011000     MOVE "MASTER ENTRIES DELETED" TO GER-FL-ACTION.
011010     MOVE GER-RT-MST-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011020     MOVE SPACES TO GER-FL-GENS.
011030     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011032     MOVE "GREETPHX" TO GER-FL-FILE.
011034     MOVE "PHONETIC ROWS DELETED" TO GER-FL-ACTION.
011036     MOVE GER-RT-PHX-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011038     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011040     MOVE "GREETHIST" TO GER-FL-FILE.
011050     MOVE "HISTORY RECORDS DELETED" TO GER-FL-ACTION.
011060     MOVE GER-RT-HST-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011070     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011080     MOVE "GREETARC" TO GER-FL-FILE.
011090     MOVE "ARCHIVE RECORDS REMOVED" TO GER-FL-ACTION.
011100     MOVE GER-RT-ARC-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011110     MOVE GER-ARC-GENS TO GER-GENS-EDIT.
011120     MOVE GER-GENS-EDIT TO GER-FL-GENS.
011130     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011140     MOVE "GREETBKP" TO GER-FL-FILE.
011150     MOVE "BACKUP RECORDS REMOVED" TO GER-FL-ACTION.
011160     MOVE GER-RT-BKP-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011170     MOVE GER-BKP-GENS TO GER-GENS-EDIT.
011180     MOVE GER-GENS-EDIT TO GER-FL-GENS.
011190     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011200     MOVE "GREETAUD" TO GER-FL-FILE.
011210     MOVE "AUDIT ROWS NAME-MASKED" TO GER-FL-ACTION.
011220     MOVE GER-RT-AUD-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011230     MOVE GER-AUD-GENS TO GER-GENS-EDIT.
011240     MOVE GER-GENS-EDIT TO GER-FL-GENS.
011250     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011260     MOVE "GREETLOG" TO GER-FL-FILE.
011270     MOVE "LOG RECORDS NAME-MASKED" TO GER-FL-ACTION.
011280     MOVE GER-RT-LOG-COUNT (GER-REQ-SUB) TO GER-FL-COUNT.
011290     MOVE GER-LOG-GENS TO GER-GENS-EDIT.
011300     MOVE GER-GENS-EDIT TO GER-FL-GENS.
011310     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011320     MOVE "GREETSUP" TO GER-FL-FILE.
011330     IF GER-RT-SUP-ADDED (GER-REQ-SUB)
011340         MOVE "NAME ADDED TO LIST" TO GER-FL-ACTION
011350         MOVE 1 TO GER-FL-COUNT
011360     ELSE
011370         MOVE "NAME ALREADY ON LIST" TO GER-FL-ACTION
011380         MOVE ZERO TO GER-FL-COUNT
011390     END-IF.
011400     MOVE SPACES TO GER-FL-GENS.
011410     WRITE GREETERC-LINE FROM GER-FILE-LINE.
011420     MOVE SPACES TO GREETERC-LINE.
011430     WRITE GREETERC-LINE.
011440*
011450*    THE SUPPRESSION LIST IS KEYED ON NAME ALONE, SO IT HOLDS
011460*    BACK ANYONE ELSE STILL ON FILE UNDER THE SAME NAME.
011470     IF GER-RT-OTHER-COUNT (GER-REQ-SUB) > ZERO
011480         MOVE GER-RT-OTHER-COUNT (GER-REQ-SUB) TO GER-SH-COUNT
011490         WRITE GREETERC-LINE FROM GER-SHARED-LINE
011500         MOVE "      THE GREETSUP ENTRY IS BY NAME AND HOLDS THEM"
011510             TO GER-TX-TEXT
011520         WRITE GREETERC-LINE FROM GER-TEXT-LINE
011530         MOVE "      BACK TOO - REVIEW WITH GREETSMT."
011540             TO GER-TX-TEXT
011550         WRITE GREETERC-LINE FROM GER-TEXT-LINE
011560         MOVE SPACES TO GREETERC-LINE
011570         WRITE GREETERC-LINE
011580     END-IF.
011590*
011600     MOVE "THE RECORDS COUNTED ABOVE WERE ERASED BY THIS RUN"
011610         TO GER-TX-TEXT.
011620     WRITE GREETERC-LINE FROM GER-TEXT-LINE.
011630     MOVE "UNDER THE AUTHORITY SHOWN.  THE SCRUBBED GENERATIONS"
011640         TO GER-TX-TEXT.
011650     WRITE GREETERC-LINE FROM GER-TEXT-LINE.
011660     MOVE "MUST REPLACE THE ORIGINALS BEFORE THIS IS FILED."
011670         TO GER-TX-TEXT.
011680     WRITE GREETERC-LINE FROM GER-TEXT-LINE.
011690     MOVE SPACES TO GREETERC-LINE.
011700     WRITE GREETERC-LINE.
011710     WRITE GREETERC-LINE.
011720     MOVE "VERIFIED BY: ______________________   DATE: ________"
011730         TO GER-TX-TEXT.
011740     WRITE GREETERC-LINE FROM GER-TEXT-LINE.
011750*
011760 7000-EXIT.
011770     EXIT.
011780*
011790*----------------------------------------------------------------
011800 7900-PRINT-HEADINGS.
011810*----------------------------------------------------------------
011820     ADD 1 TO GER-PAGE-COUNT.
011830     MOVE GER-PAGE-COUNT TO GER-H1-PAGE.
011840     MOVE ZERO TO GER-LINE-COUNT.
011850*
011860     IF GER-PAGE-COUNT > 1
011870         WRITE GREETERC-LINE FROM GER-HEADING-1
011880             AFTER ADVANCING PAGE
011890     ELSE
011900         WRITE GREETERC-LINE FROM GER-HEADING-1
011910     END-IF.
011920     WRITE GREETERC-LINE FROM GER-HEADING-2.
011930     MOVE SPACES TO GREETERC-LINE.
011940     WRITE GREETERC-LINE.
011950*
011960 7900-EXIT.
011970     EXIT.
011980*
011990*----------------------------------------------------------------
012000 8000-PRINT-TOTALS.
012010*----------------------------------------------------------------
012020     PERFORM 7900-PRINT-HEADINGS THRU 7900-EXIT.
012030     MOVE "ERASURE RUN TOTALS" TO GER-TX-TEXT.
012040     WRITE GREETERC-LINE FROM GER-TEXT-LINE.
012050     MOVE SPACES TO GREETERC-LINE.
012060     WRITE GREETERC-LINE.
012070     MOVE "REQUESTS READ:" TO GER-TTL-LABEL.
012080     MOVE GER-REQ-READ-COUNT TO GER-TTL-VALUE.
012090     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012100     MOVE "REQUESTS ERASED:" TO GER-TTL-LABEL.
012110     MOVE GER-REQ-ERASED-COUNT TO GER-TTL-VALUE.
012120     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012130     MOVE "REQUESTS REJECTED:" TO GER-TTL-LABEL.
012140     MOVE GER-REQ-REJECT-COUNT TO GER-TTL-VALUE.
012150     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012152     MOVE "REQUESTS NOT ON GREETMSTR:" TO GER-TTL-LABEL.
012154     MOVE GER-REQ-NO-MATCH-COUNT TO GER-TTL-VALUE.
012156     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012160     MOVE "ARCHIVE GENERATIONS SCRUBBED:" TO GER-TTL-LABEL.
012170     MOVE GER-ARC-GENS TO GER-TTL-VALUE.
012180     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012190     MOVE "BACKUP GENERATIONS SCRUBBED:" TO GER-TTL-LABEL.
012200     MOVE GER-BKP-GENS TO GER-TTL-VALUE.
012210     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012220     MOVE "AUDIT GENERATIONS SCRUBBED:" TO GER-TTL-LABEL.
012230     MOVE GER-AUD-GENS TO GER-TTL-VALUE.
012240     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012250     MOVE "LOG GENERATIONS SCRUBBED:" TO GER-TTL-LABEL.
012260     MOVE GER-LOG-GENS TO GER-TTL-VALUE.
012270     WRITE GREETERC-LINE FROM GER-TOTAL-LINE.
012280*
012290*    A REJECTED OR UNMATCHED REQUEST IS LEFT FOR LEGAL TO
012295*    CORRECT AND RESUBMIT.
012300     IF GER-REQ-REJECT-COUNT > ZERO
012305        OR GER-REQ-NO-MATCH-COUNT > ZERO
012310         MOVE 4 TO RETURN-CODE
012320     END-IF.
012330*
012340 8000-EXIT.
012350     EXIT.
012360*
012370*----------------------------------------------------------------
012380 9000-TERMINATE.
012390*----------------------------------------------------------------
012400     DISPLAY "ERASURE REQUESTS READ:     " GER-REQ-READ-COUNT.
012410     DISPLAY "ERASURE REQUESTS REJECTED: " GER-REQ-REJECT-COUNT.
012420     CLOSE GREETERQ-FILE.
012430     CLOSE GREETMSTR-FILE.
012435     CLOSE GREETPHX-FILE.
012440     IF GER-HIST-ON-FILE
012450         CLOSE GREETHIST-FILE
012460     END-IF.
012470     CLOSE GREETSUP-FILE.
012480     CLOSE GREETERC-FILE.
012490*
012500 9000-EXIT.
012510     EXIT.
012520*
012530 END PROGRAM GREET-ERA.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-HRN.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - CONVERTS HR'S DAILY NEW-HIRE
000120*                 FEED (GREETHRN, PIPE-DELIMITED LIKE GREETHRX,
000130*                 WITH ITS OWN HDR AND A TRL COUNT AND HASH) INTO
000140*                 ONE NEW-HIRE ROSTER PER ACTIVE SITE, HDR/TRL
000150*                 AND ALL, UNDER DD GREETHNN (NN = SITE CODE) FOR
000160*                 THE GREETMRG CONSOLIDATION.  HR LOCATION AND
000170*                 DEPARTMENT CODES ARE MAPPED THROUGH THE GREETHRM
000180*                 CARDS AND THE START DATE BECOMES THE GREET-ON
000190*                 DATE.  A FEED THAT DOES NOT BALANCE CONVERTS
000200*                 NOTHING (CC 8); A RECORD THAT CANNOT BE MAPPED
000210*                 PRINTS ON THE REJECT REPORT (CC 4).  EVERY
000220*                 RECORD IS ANSWERED ON THE GREETHRR RETURN FILE.
000230*----------------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
000260*
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GREETHRN-FILE ASSIGN TO GREETHRN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS GHN-GREETHRN-STATUS.
000360*
000370     SELECT GREETHRM-FILE ASSIGN TO GREETHRM
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS GHN-GREETHRM-STATUS.
000400*
000410*    SITE REFERENCE FILE - READ FRONT TO BACK FOR THE SITES A
000420*    NEW HIRE CAN BE ROSTERED TO.
000430     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS GF-SITE-CODE
000470         FILE STATUS IS GHN-GREETSITE-STATUS.
000480*
000490*    ONE NEW-HIRE ROSTER AT A TIME - THE DD NAME IS BUILT FROM
000500*    THE SITE CODE BEFORE EACH OPEN.
000510     SELECT GREETHNX-FILE ASSIGN USING GHN-ROSTER-DD
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS GHN-GREETHNX-STATUS.
000540*
000550     SELECT GREETHSR-FILE ASSIGN TO GREETHSR.
000560*
000570     SELECT GREETHRR-FILE ASSIGN TO GREETHRR
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600     SELECT GREETHNR-FILE ASSIGN TO GREETHNR
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660*----------------------------------------------------------------
000670* GREETHRN-FILE - HR'S NEW-HIRE FEED: HDR|FEED-DATE, ONE
000680* DTL|EMPLOYEE|NAME|LOCATION|DEPARTMENT|START-DATE|LANG PER NEW
000690* HIRE, TRL|COUNT|HASH.  THE HASH IS THE SUM OF EVERY DETAIL'S
000700* EMPLOYEE NUMBER AND START DATE.
000710*----------------------------------------------------------------
000720 FD  GREETHRN-FILE
000730     RECORDING MODE IS F.
000740 01  GREETHRN-LINE                 PIC X(80).
000750*
000760*----------------------------------------------------------------
000770* GREETHRM-FILE - CODE MAPPING CARDS.  "L" CARDS TURN AN HR
000780* LOCATION INTO OUR SITE CODE, "D" CARDS TURN AN HR DEPARTMENT
000790* INTO OUR DEPARTMENT.  ONE HR CODE PER CARD.
000800*----------------------------------------------------------------
000810 FD  GREETHRM-FILE
000820     RECORDING MODE IS F.
000830 01  GREETHRM-RECORD.
000840     05  GHM-CC-TYPE               PIC X(01).
000850         88  GHM-CC-LOCATION                   VALUE "L".
000860         88  GHM-CC-DEPARTMENT                 VALUE "D".
000870     05  GHM-CC-HR-CODE            PIC X(10).
000880     05  GHM-CC-OUR-CODE           PIC X(08).
000890     05  GHM-CC-OUR-SITE REDEFINES GHM-CC-OUR-CODE.
000900         10  GHM-CC-SITE-CODE      PIC X(02).
000910         10  FILLER                PIC X(06).
000920     05  FILLER                    PIC X(61).
000930*
000940*----------------------------------------------------------------
000950* GREETSITE-FILE - SITE REFERENCE MASTER
000960*----------------------------------------------------------------
000970 FD  GREETSITE-FILE.
000980 COPY GREETSIT REPLACING
000990     ==GF-SR-SITE-CODE==      BY ==GF-SITE-CODE==,
001000     ==GF-SR-BUILDING-NAME==  BY ==GF-BUILDING-NAME==,
001010     ==GF-SR-ADDR-LINE-1==    BY ==GF-ADDR-LINE-1==,
001020     ==GF-SR-ADDR-LINE-2==    BY ==GF-ADDR-LINE-2==,
001030     ==GF-SR-STATUS==         BY ==GF-STATUS==,
001040     ==GF-SR-SITE-ACTIVE==    BY ==GF-SITE-ACTIVE==,
001050     ==GF-SR-SITE-CLOSED==    BY ==GF-SITE-CLOSED==,
001060     ==GF-SR-OPEN-DATE==      BY ==GF-OPEN-DATE==,
001070     ==GF-SR-CLOSE-DATE==     BY ==GF-CLOSE-DATE==,
001080     ==GF-SR-ROSTER-DD==      BY ==GF-ROSTER-DD==,
001090     ==GF-SR-DESK-CAPACITY==  BY ==GF-DESK-CAPACITY==.
001100*
001110*----------------------------------------------------------------
001120* GREETHNX-FILE - A SITE'S NEW-HIRE ROSTER, 64 BYTES AS GREETMRG
001130* READS EVERY SITE ROSTER, WRAPPED IN ITS OWN HDR/TRL
001140*----------------------------------------------------------------
001150 FD  GREETHNX-FILE
001160     RECORDING MODE IS F.
001170 01  GREETHNX-RECORD               PIC X(64).
001180*
001190*----------------------------------------------------------------
001200* GREETHSR-FILE - SORT WORK FILE, CONVERTED NEW HIRES KEYED ON
001210* SITE AND NAME
001220*----------------------------------------------------------------
001230 SD  GREETHSR-FILE.
001240 COPY GREETREC REPLACING
001250     ==GREET-RECORD== BY ==GREETHSR-RECORD==,
001260     ==GR-CR-OPERATOR-ID==
001270         BY ==GHS-OPERATOR-ID==,
001280     ==GR-CR-TIMESTAMP==
001290         BY ==GHS-TIMESTAMP==,
001300     ==GR-CR-TS-DATE==
001310         BY ==GHS-TS-DATE==,
001320     ==GR-CR-TS-TIME==
001330         BY ==GHS-TS-TIME==,
001340     ==GR-CR-LANG-CODE==
001350         BY ==GHS-LANG-CODE==,
001360     ==GR-CR-SITE-CODE==
001370         BY ==GHS-SITE-CODE==,
001380     ==GR-CR-NAME==
001390         BY ==GHS-NAME==,
001400     ==GR-CR-DEPT-WALK-IN==
001410         BY ==GHS-DEPT-WALK-IN==,
001420     ==GR-CR-DEPT==
001430         BY ==GHS-DEPT==,
001440     ==GR-CR-GREET-ON-DATE==
001450         BY ==GHS-GREET-ON-DATE==,
001460     ==GR-CR-VISITOR-ID==
001470         BY ==GHS-VISITOR-ID==.
001480*
001490*----------------------------------------------------------------
001500* GREETHRR-FILE - RETURN FILE TO HR: HDR|RUN-DATE|FEED-DATE|
001510* BALANCE, ONE DTL PER FEED DETAIL - DTL|EMPLOYEE|NAME|A|SITE|
001520* DEPARTMENT|GREET-ON OR DTL|EMPLOYEE|NAME|R|REASON - AND
001530* TRL|DETAILS|ACCEPTED|REJECTED
001540*----------------------------------------------------------------
001550 FD  GREETHRR-FILE
001560     RECORDING MODE IS F.
001570 01  GREETHRR-LINE                 PIC X(80).
001580*
001590*----------------------------------------------------------------
001600* GREETHNR-FILE - FEED BALANCE AND REJECT REPORT PRINT OUTPUT
001610*----------------------------------------------------------------
001620 FD  GREETHNR-FILE
001630     RECORDING MODE IS F.
001640 01  GREETHNR-LINE                 PIC X(80).
001650*
001660 WORKING-STORAGE SECTION.
001670*
001680*----------------------------------------------------------------
001690* ROSTER WORK AREA - A NEW HIRE OR A CONTROL RECORD IS BUILT
001700* HERE AND WRITTEN AS THE FIRST 64 BYTES, THE SHAPE EVERY SITE
001710* ROSTER ARRIVES IN
001720*----------------------------------------------------------------
001730 COPY GREETREC REPLACING
001740     ==GREET-RECORD== BY ==GHN-ROSTER-REC==,
001750     ==GR-CR-OPERATOR-ID==
001760         BY ==GHR-OPERATOR-ID==,
001770     ==GR-CR-TIMESTAMP==
001780         BY ==GHR-TIMESTAMP==,
001790     ==GR-CR-TS-DATE==
001800         BY ==GHR-TS-DATE==,
001810     ==GR-CR-TS-TIME==
001820         BY ==GHR-TS-TIME==,
001830     ==GR-CR-LANG-CODE==
001840         BY ==GHR-LANG-CODE==,
001850     ==GR-CR-SITE-CODE==
001860         BY ==GHR-SITE-CODE==,
001870     ==GR-CR-NAME==
001880         BY ==GHR-NAME==,
001890     ==GR-CR-DEPT-WALK-IN==
001900         BY ==GHR-DEPT-WALK-IN==,
001910     ==GR-CR-DEPT==
001920         BY ==GHR-DEPT==,
001930     ==GR-CR-GREET-ON-DATE==
001940         BY ==GHR-GREET-ON-DATE==,
001950     ==GR-CR-VISITOR-ID==
001960         BY ==GHR-VISITOR-ID==.
001970 01  GHN-ROSTER-CTL REDEFINES GHN-ROSTER-REC.
001980     05  GHN-CTL-TYPE              PIC X(03).
001990     05  GHN-CTL-BODY              PIC X(69).
002000     05  GHN-CTL-HEADER REDEFINES GHN-CTL-BODY.
002010         10  GHN-HDR-ROSTER-DATE   PIC 9(08).
002020         10  GHN-HDR-DEPARTMENT    PIC X(08).
002030         10  FILLER                PIC X(53).
002040     05  GHN-CTL-TRAILER REDEFINES GHN-CTL-BODY.
002050         10  GHN-TRL-RECORD-COUNT  PIC 9(08).
002060         10  FILLER                PIC X(61).
002070*
002080 01  GHN-SWITCHES.
002090     05  GHN-FEED-EOF-SW           PIC X(01)  VALUE "N".
002100         88  GHN-END-OF-FEED                   VALUE "Y".
002110     05  GHN-MAP-EOF-SW            PIC X(01)  VALUE "N".
002120         88  GHN-END-OF-MAPPING                VALUE "Y".
002130     05  GHN-SITEFILE-EOF-SW       PIC X(01)  VALUE "N".
002140         88  GHN-END-OF-SITEFILE               VALUE "Y".
002150     05  GHN-SORT-EOF-SW           PIC X(01)  VALUE "N".
002160         88  GHN-END-OF-SORT                   VALUE "Y".
002170     05  GHN-BALANCE-SW            PIC X(01)  VALUE "Y".
002180         88  GHN-FEED-BALANCED                 VALUE "Y".
002190     05  GHN-RECORD-OK-SW          PIC X(01)  VALUE "Y".
002200         88  GHN-RECORD-IS-OK                  VALUE "Y".
002210     05  GHN-TRAILER-SW            PIC X(01)  VALUE "N".
002220         88  GHN-TRAILER-SEEN                  VALUE "Y".
002230*
002240 77  GHN-GREETHRN-STATUS           PIC X(02).
002250 77  GHN-GREETHRM-STATUS           PIC X(02).
002260 77  GHN-GREETSITE-STATUS          PIC X(02).
002270 77  GHN-GREETHNX-STATUS           PIC X(02).
002280*
002290 77  GHN-RUN-DATE                  PIC 9(08)  VALUE ZERO.
002300 77  GHN-RUN-TIME                  PIC 9(08)  VALUE ZERO.
002310 77  GHN-FEED-DATE                 PIC X(08)  VALUE SPACES.
002320 77  GHN-OPERATOR-ID               PIC X(08)  VALUE "HRFEED".
002330 77  GHN-ROSTER-DEPT               PIC X(08)  VALUE "NEW HIRE".
002340*
002350*    THE NEW-HIRE ROSTER DD FOR A SITE IS "GREETH" AND ITS CODE -
002360*    THE SAME NAME GREETMRG OPENS.
002370 01  GHN-ROSTER-DD.
002380     05  FILLER                    PIC X(06)  VALUE "GREETH".
002390     05  GHN-RD-SITE-CODE          PIC X(02).
002400*
002410*----------------------------------------------------------------
002420* FEED CONTROL TOTALS - WHAT THE FEED HELD AGAINST WHAT ITS
002430* TRAILER SAYS IT HELD
002440*----------------------------------------------------------------
002450 77  GHN-LINE-NUMBER               PIC 9(08)  VALUE ZERO.
002460 77  GHN-HDR-COUNT                 PIC 9(08)  VALUE ZERO.
002470 77  GHN-TRL-COUNT                 PIC 9(08)  VALUE ZERO.
002480 77  GHN-OTHER-COUNT               PIC 9(08)  VALUE ZERO.
002490 77  GHN-AFTER-TRL-COUNT           PIC 9(08)  VALUE ZERO.
002500 77  GHN-DETAIL-COUNT              PIC 9(08)  VALUE ZERO.
002510 77  GHN-HASH-TOTAL                PIC 9(15)  VALUE ZERO.
002520 77  GHN-TRL-DETAILS               PIC 9(08)  VALUE ZERO.
002530 77  GHN-TRL-HASH                  PIC 9(15)  VALUE ZERO.
002540 77  GHN-HDR-FIRST-SW              PIC X(01)  VALUE "N".
002550     88  GHN-HEADER-WAS-FIRST                  VALUE "Y".
002560*
002570 77  GHN-ACCEPTED-COUNT            PIC 9(08)  VALUE ZERO.
002580 77  GHN-REJECTED-COUNT            PIC 9(08)  VALUE ZERO.
002590 77  GHN-WRITTEN-COUNT             PIC 9(08)  VALUE ZERO.
002600 77  GHN-ROSTER-COUNT              PIC 9(08)  VALUE ZERO.
002610*
002620*----------------------------------------------------------------
002630* UNSTRING WORK FIELDS - ONE PIPE-DELIMITED FEED LINE SPLIT
002640* APART.  THE FIELDS ARE WIDER THAN THE VALUES THEY FEED SO THE
002650* COUNTS SHOW A VALUE THAT WILL NOT FIT.
002660*----------------------------------------------------------------
002670 01  GHN-PARSE-FIELDS.
002680     05  GHN-PF-TYPE               PIC X(03).
002690     05  GHN-PF-EMPLOYEE           PIC X(15).
002700     05  GHN-PF-NAME               PIC X(30).
002710     05  GHN-PF-NAME-20 REDEFINES GHN-PF-NAME.
002720         10  GHN-PF-NAME-SHORT     PIC X(20).
002730         10  FILLER                PIC X(10).
002740     05  GHN-PF-LOCATION           PIC X(15).
002750     05  GHN-PF-DEPARTMENT         PIC X(15).
002760     05  GHN-PF-START              PIC X(15).
002770     05  GHN-PF-LANG               PIC X(05).
002780*
002790 77  GHN-EMPLOYEE-LEN              PIC 9(04)  COMP  VALUE ZERO.
002800 77  GHN-NAME-LEN                  PIC 9(04)  COMP  VALUE ZERO.
002810 77  GHN-LOCATION-LEN              PIC 9(04)  COMP  VALUE ZERO.
002820 77  GHN-DEPARTMENT-LEN            PIC 9(04)  COMP  VALUE ZERO.
002830 77  GHN-START-LEN                 PIC 9(04)  COMP  VALUE ZERO.
002840*
002850 77  GHN-EMPLOYEE-NUM              PIC 9(10)  VALUE ZERO.
002860 77  GHN-START-DATE                PIC 9(08)  VALUE ZERO.
002870 77  GHN-SITE-CODE                 PIC X(02)  VALUE SPACES.
002880 77  GHN-DEPT                      PIC X(08)  VALUE SPACES.
002890*
002900*----------------------------------------------------------------
002910* TRAILER-TOKEN WORK FIELDS - CUT TO EXACT SIZE AND NUMERIC-
002920* CHECKED BEFORE TOUCHING THE NUMERIC CONTROL TOTALS.  A NON-
002930* NUMERIC TRAILER LEAVES THE TOTAL AT ZERO AND THE BALANCE
002940* FLAGS IT.
002950*----------------------------------------------------------------
002960 77  GHN-TRL-COUNT-X               PIC X(08)  VALUE SPACES.
002970 77  GHN-TRL-HASH-X                PIC X(15)  VALUE SPACES.
002980*
002990 01  GHN-START-SPLIT.
003000     05  GHN-SS-YEAR               PIC 9(04).
003010     05  GHN-SS-MONTH              PIC 9(02).
003020     05  GHN-SS-DAY                PIC 9(02).
003030*
003040 01  GHN-LOWER-CASE                PIC X(26)
003050     VALUE "abcdefghijklmnopqrstuvwxyz".
003060 01  GHN-UPPER-CASE                PIC X(26)
003070     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003080*
003090 77  GHN-REASON-CODE               PIC X(03)  VALUE SPACES.
003100 77  GHN-REASON-TEXT               PIC X(26)  VALUE SPACES.
003110 77  GHN-REASON-VALUE              PIC X(15)  VALUE SPACES.
003120*
003130*----------------------------------------------------------------
003140* CODE MAPPING TABLES - LOADED FROM THE GREETHRM CARDS.  A
003150* MAPPING FILE BIGGER THAN THE TABLES STOPS THE JOB RATHER THAN
003160* MAP PART OF THE FEED.
003170*----------------------------------------------------------------
003180 77  GHN-LOC-MAX                   PIC 9(04)  COMP  VALUE 100.
003190 77  GHN-LOC-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
003200 77  GHN-DEPT-MAX                  PIC 9(04)  COMP  VALUE 300.
003210 77  GHN-DEPT-COUNT                PIC 9(04)  COMP  VALUE ZERO.
003220 77  GHN-CARD-COUNT                PIC 9(04)  COMP  VALUE ZERO.
003230*
003240 01  GHN-LOC-TABLE.
003250     05  GHN-LOC-ENTRY             OCCURS 100 TIMES
003260                                   INDEXED BY GHN-LOC-IDX.
003270         10  GHN-LT-HR-CODE        PIC X(10).
003280         10  GHN-LT-SITE-CODE      PIC X(02).
003290*
003300 01  GHN-DEPT-TABLE.
003310     05  GHN-DEPT-ENTRY            OCCURS 300 TIMES
003320                                   INDEXED BY GHN-DEPT-IDX.
003330         10  GHN-DT-HR-CODE        PIC X(10).
003340         10  GHN-DT-DEPT           PIC X(08).
003350*
003360*----------------------------------------------------------------
003370* SITE TABLE - EVERY SITE ACTIVE ON GREETSITE AND OPEN BY TODAY,
003380* THE SAME SITES GREETMRG CONSOLIDATES, IN SITE CODE ORDER.  A
003390* NEW HIRE CAN ONLY BE ROSTERED TO ONE OF THESE.
003400*----------------------------------------------------------------
003410 77  GHN-SITE-MAX                  PIC 9(02)  COMP  VALUE 20.
003420 77  GHN-SITE-COUNT                PIC 9(02)  COMP  VALUE ZERO.
003430 77  GHN-SITE-SUB                  PIC 9(02)  COMP  VALUE ZERO.
003440*
003450 01  GHN-SITE-TABLE.
003460     05  GHN-SITE-ENTRY            OCCURS 20 TIMES
003470                                   INDEXED BY GHN-SITE-IDX.
003480         10  GHN-ST-CODE           PIC X(02).
003490         10  GHN-ST-CLOSE-DATE     PIC 9(08).
003500         10  GHN-ST-NEW-HIRES      PIC 9(08).
003510*
003520*    MULTI-LANGUAGE GREETING TABLE - THE LANGUAGE CODES THE
003530*    GREETING RUN KNOWS.
003540 COPY GREETLANG.
003550*
003560 77  GHN-OUT-LINE                  PIC X(80)  VALUE SPACES.
003570*
003580 01  GHN-DATE-SPLIT.
003590     05  GHN-DS-YEAR               PIC 9(04).
003600     05  GHN-DS-MONTH              PIC 9(02).
003610     05  GHN-DS-DAY                PIC 9(02).
003620*
003630 01  GHN-DATE-EDIT.
003640     05  GHN-DE-MONTH              PIC 9(02).
003650     05  FILLER                    PIC X(01)  VALUE "/".
003660     05  GHN-DE-DAY                PIC 9(02).
003670     05  FILLER                    PIC X(01)  VALUE "/".
003680     05  GHN-DE-YEAR               PIC 9(04).
003690*
003700 01  GHN-COUNTERS.
003710     05  GHN-LINE-COUNT            PIC 9(02)  VALUE ZERO.
003720     05  GHN-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
003730*
003740 01  GHN-LINES-PER-PAGE            PIC 9(02)  VALUE 40.
003750*
003760 01  GHN-HEADING-1.
003770     05  FILLER                    PIC X(22)  VALUE SPACES.
003780     05  FILLER                    PIC X(32)
003790         VALUE "HR NEW-HIRE FEED CONVERSION".
003800     05  FILLER                    PIC X(06)  VALUE "PAGE ".
003810     05  GHN-H1-PAGE               PIC ZZ9.
003820     05  FILLER                    PIC X(17)  VALUE SPACES.
003830*
003840 01  GHN-HEADING-2.
003850     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
003860     05  GHN-H2-RUN-DATE           PIC X(10).
003870     05  FILLER                    PIC X(13)
003880         VALUE "  FEED DATE: ".
003890     05  GHN-H2-FEED-DATE          PIC X(10).
003900     05  FILLER                    PIC X(37)  VALUE SPACES.
003910*
003920*    THE COLUMN HEADING CHANGES WITH THE SECTION BEING PRINTED.
003930 77  GHN-COLUMN-HEADING            PIC X(80)  VALUE SPACES.
003940*
003950 01  GHN-REJECT-HEADING.
003960     05  FILLER                    PIC X(13)  VALUE " EMPLOYEE".
003970     05  FILLER                    PIC X(22)  VALUE "NAME".
003980     05  FILLER                    PIC X(28)  VALUE "REASON".
003990     05  FILLER                    PIC X(17)  VALUE "VALUE SENT".
004000*
004010 01  GHN-SITE-HEADING.
004020     05  FILLER                    PIC X(05)  VALUE SPACES.
004030     05  FILLER                    PIC X(06)  VALUE "SITE".
004040     05  FILLER                    PIC X(12)  VALUE "ROSTER DD".
004050     05  FILLER                    PIC X(09)  VALUE "NEW HIRES".
004060     05  FILLER                    PIC X(48)  VALUE SPACES.
004070*
004080 01  GHN-REJECT-LINE.
004090     05  FILLER                    PIC X(01)  VALUE SPACES.
004100     05  GHN-RL-EMPLOYEE           PIC X(10).
004110     05  FILLER                    PIC X(02)  VALUE SPACES.
004120     05  GHN-RL-NAME               PIC X(20).
004130     05  FILLER                    PIC X(02)  VALUE SPACES.
004140     05  GHN-RL-REASON             PIC X(26).
004150     05  FILLER                    PIC X(02)  VALUE SPACES.
004160     05  GHN-RL-VALUE              PIC X(15).
004170     05  FILLER                    PIC X(02)  VALUE SPACES.
004180*
004190 01  GHN-SITE-LINE.
004200     05  FILLER                    PIC X(05)  VALUE SPACES.
004210     05  GHN-SL-CODE               PIC X(02).
004220     05  FILLER                    PIC X(04)  VALUE SPACES.
004230     05  GHN-SL-ROSTER-DD          PIC X(08).
004240     05  FILLER                    PIC X(05)  VALUE SPACES.
004250     05  GHN-SL-NEW-HIRES          PIC ZZZZ9.
004260     05  FILLER                    PIC X(51)  VALUE SPACES.
004270*
004280 01  GHN-MESSAGE-LINE.
004290     05  FILLER                    PIC X(02)  VALUE SPACES.
004300     05  GHN-ML-TEXT               PIC X(78).
004310*
004320 01  GHN-TOTAL-LINE.
004330     05  FILLER                    PIC X(05)  VALUE SPACES.
004340     05  GHN-TTL-LABEL             PIC X(32).
004350     05  GHN-TTL-VALUE             PIC ZZZZZZZ9.
004360     05  FILLER                    PIC X(35)  VALUE SPACES.
004370*
004380 01  GHN-HASH-LINE.
004390     05  FILLER                    PIC X(05)  VALUE SPACES.
004400     05  GHN-HL-LABEL              PIC X(32).
004410     05  GHN-HL-VALUE              PIC Z(14)9.
004420     05  FILLER                    PIC X(28)  VALUE SPACES.
004430*
004440 PROCEDURE DIVISION.
004450*
004460*----------------------------------------------------------------
004470 0000-MAIN-PROCEDURE.
004480*----------------------------------------------------------------
004490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004500     PERFORM 2000-BALANCE-FEED THRU 2000-EXIT.
004510*
004520*    A FEED THAT DOES NOT BALANCE IS NOT CONVERTED AT ALL - EVERY
004530*    SITE STILL GETS AN EMPTY NEW-HIRE ROSTER SO GREETMRG NEVER
004540*    PICKS UP AN EARLIER DAY'S.
004550     IF GHN-FEED-BALANCED
004560         SORT GREETHSR-FILE
004570             ON ASCENDING KEY GHS-SITE-CODE GHS-NAME
004580             INPUT PROCEDURE IS 3000-CONVERT-FEED
004590                 THRU 3000-EXIT
004600             OUTPUT PROCEDURE IS 4000-WRITE-ROSTERS
004610                 THRU 4000-EXIT
004620     ELSE
004630         SET GHN-END-OF-SORT TO TRUE
004640         PERFORM 4000-WRITE-ROSTERS THRU 4000-EXIT
004650     END-IF.
004660*
004670     PERFORM 5000-WRITE-RETURN-TRAILER THRU 5000-EXIT.
004680     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004700     STOP RUN.
004710*
004720*----------------------------------------------------------------
004730 1000-INITIALIZE.
004740*----------------------------------------------------------------
004750     ACCEPT GHN-RUN-DATE FROM DATE YYYYMMDD.
004760     ACCEPT GHN-RUN-TIME FROM TIME.
004770*
004780     OPEN INPUT GREETHRM-FILE.
004790     IF GHN-GREETHRM-STATUS NOT = "00"
004800         DISPLAY "GREETHRM OPEN FAILED - STATUS "
004810             GHN-GREETHRM-STATUS
004820         MOVE 12 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT
004860         UNTIL GHN-END-OF-MAPPING.
004870     CLOSE GREETHRM-FILE.
004880*
004890     OPEN INPUT GREETSITE-FILE.
004900     IF GHN-GREETSITE-STATUS NOT = "00"
004910         DISPLAY "GREETSITE OPEN FAILED - STATUS "
004920             GHN-GREETSITE-STATUS
004930         MOVE 12 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960     PERFORM 1200-LOAD-SITE THRU 1200-EXIT
004970         UNTIL GHN-END-OF-SITEFILE.
004980     CLOSE GREETSITE-FILE.
004990     IF GHN-SITE-COUNT = ZERO
005000         DISPLAY "NO ACTIVE SITES ON GREETSITE - RUN STOPPED"
005010         MOVE 12 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040*
005050     OPEN INPUT GREETHRN-FILE.
005060     IF GHN-GREETHRN-STATUS NOT = "00"
005070         DISPLAY "GREETHRN OPEN FAILED - STATUS "
005080             GHN-GREETHRN-STATUS
005090         MOVE 12 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     OPEN OUTPUT GREETHRR-FILE.
005130     OPEN OUTPUT GREETHNR-FILE.
005140*
005150     MOVE GHN-RUN-DATE TO GHN-DATE-SPLIT.
005160     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
005170     MOVE GHN-DATE-EDIT TO GHN-H2-RUN-DATE.
005180     MOVE SPACES TO GHN-H2-FEED-DATE.
005190*
005200 1000-EXIT.
005210     EXIT.
005220*
005230*----------------------------------------------------------------
005240 1100-LOAD-MAPPING.
005250*----------------------------------------------------------------
005260*    A CARD THAT IS NEITHER KIND, OR CARRIES NO CODE, COULD SEND
005270*    A NEW HIRE TO THE WRONG BUILDING - IT STOPS THE JOB.
005280     READ GREETHRM-FILE
005290         AT END
005300             SET GHN-END-OF-MAPPING TO TRUE
005310             GO TO 1100-EXIT
005320     END-READ.
005330     ADD 1 TO GHN-CARD-COUNT.
005340*
005350     IF GHM-CC-HR-CODE = SPACES
005360        OR GHM-CC-OUR-CODE = SPACES
005370        OR (NOT GHM-CC-LOCATION AND NOT GHM-CC-DEPARTMENT)
005380         DISPLAY "GREETHRM CARD " GHN-CARD-COUNT
005390             " NOT UNDERSTOOD - RUN STOPPED"
005400         MOVE 12 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430*
005440     IF GHM-CC-LOCATION
005450         IF GHN-LOC-COUNT NOT < GHN-LOC-MAX
005460             DISPLAY "MORE LOCATION CARDS THAN THE TABLE "
005470                 "HOLDS - RUN STOPPED"
005480             MOVE 12 TO RETURN-CODE
005490             STOP RUN
005500         END-IF
005510         ADD 1 TO GHN-LOC-COUNT
005520         MOVE GHM-CC-HR-CODE
005530             TO GHN-LT-HR-CODE (GHN-LOC-COUNT)
005540         MOVE GHM-CC-SITE-CODE
005550             TO GHN-LT-SITE-CODE (GHN-LOC-COUNT)
005560     ELSE
005570         IF GHN-DEPT-COUNT NOT < GHN-DEPT-MAX
005580             DISPLAY "MORE DEPARTMENT CARDS THAN THE TABLE "
005590                 "HOLDS - RUN STOPPED"
005600             MOVE 12 TO RETURN-CODE
005610             STOP RUN
005620         END-IF
005630         ADD 1 TO GHN-DEPT-COUNT
005640         MOVE GHM-CC-HR-CODE
005650             TO GHN-DT-HR-CODE (GHN-DEPT-COUNT)
005660         MOVE GHM-CC-OUR-CODE
005670             TO GHN-DT-DEPT (GHN-DEPT-COUNT)
005680     END-IF.
005690*
005700 1100-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------------
005740 1200-LOAD-SITE.
005750*----------------------------------------------------------------
005760*    ONLY A SITE THAT IS ACTIVE AND WHOSE OPEN DATE HAS ARRIVED
005770*    HAS ITS ROSTERS CONSOLIDATED - THE SAME TEST GREETMRG MAKES.
005772*    A SITE WHOSE CLOSE DATE HAS ARRIVED COUNTS AS CLOSED; ONE
005774*    CLOSING LATER STAYS IN THE TABLE WITH ITS CLOSE DATE SO A
005776*    START DATE ON OR AFTER IT CAN BE REJECTED.
005780     READ GREETSITE-FILE
005790         AT END
005800             SET GHN-END-OF-SITEFILE TO TRUE
005810             GO TO 1200-EXIT
005820     END-READ.
005830     IF NOT GF-SITE-ACTIVE
005840        OR GF-OPEN-DATE > GHN-RUN-DATE
005843        OR (GF-CLOSE-DATE > ZERO
005846            AND GF-CLOSE-DATE NOT > GHN-RUN-DATE)
005850         GO TO 1200-EXIT
005860     END-IF.
005870     IF GHN-SITE-COUNT NOT < GHN-SITE-MAX
005880         DISPLAY "MORE ACTIVE SITES THAN THE SITE TABLE "
005890             "HOLDS - RUN STOPPED"
005900         MOVE 12 TO RETURN-CODE
005910         STOP RUN
005920     END-IF.
005930     ADD 1 TO GHN-SITE-COUNT.
005940     MOVE GF-SITE-CODE   TO GHN-ST-CODE (GHN-SITE-COUNT).
005950     MOVE GF-CLOSE-DATE  TO GHN-ST-CLOSE-DATE (GHN-SITE-COUNT).
005960     MOVE ZERO           TO GHN-ST-NEW-HIRES (GHN-SITE-COUNT).
005970*
005980 1200-EXIT.
005990     EXIT.
006000*
006010*----------------------------------------------------------------
006020 2000-BALANCE-FEED.
006030*----------------------------------------------------------------
006040*    FIRST PASS - THE WHOLE FEED IS COUNTED AND HASHED AGAINST
006050*    ITS OWN HEADER AND TRAILER BEFORE ANY OF IT IS CONVERTED.
006060     PERFORM 2100-CLASSIFY-LINE THRU 2100-EXIT
006070         UNTIL GHN-END-OF-FEED.
006080     CLOSE GREETHRN-FILE.
006090*
006100     IF GHN-FEED-DATE IS NUMERIC
006110         MOVE GHN-FEED-DATE TO GHN-DATE-SPLIT
006120         PERFORM 7200-EDIT-DATE THRU 7200-EXIT
006130         MOVE GHN-DATE-EDIT TO GHN-H2-FEED-DATE
006140     ELSE
006150         MOVE GHN-FEED-DATE TO GHN-H2-FEED-DATE
006160     END-IF.
006170     MOVE SPACES TO GHN-COLUMN-HEADING.
006180     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
006190*
006200     PERFORM 2500-VERIFY-FEED THRU 2500-EXIT.
006210*
006220     MOVE SPACES TO GHN-OUT-LINE.
006230     IF GHN-FEED-BALANCED
006240         STRING "HDR" "|" GHN-RUN-DATE "|" GHN-FEED-DATE "|"
006250             "BALANCED"
006260             DELIMITED BY SIZE
006270             INTO GHN-OUT-LINE
006280     ELSE
006290         STRING "HDR" "|" GHN-RUN-DATE "|" GHN-FEED-DATE "|"
006300             "OUT OF BALANCE - RESEND"
006310             DELIMITED BY SIZE
006320             INTO GHN-OUT-LINE
006330     END-IF.
006340     WRITE GREETHRR-LINE FROM GHN-OUT-LINE.
006350*
006360 2000-EXIT.
006370     EXIT.
006380*
006390*----------------------------------------------------------------
006400 2100-CLASSIFY-LINE.
006410*----------------------------------------------------------------
006420     READ GREETHRN-FILE
006430         AT END
006440             SET GHN-END-OF-FEED TO TRUE
006450             GO TO 2100-EXIT
006460     END-READ.
006470     ADD 1 TO GHN-LINE-NUMBER.
006480     IF GHN-TRAILER-SEEN
006490         ADD 1 TO GHN-AFTER-TRL-COUNT
006500     END-IF.
006510     PERFORM 2900-PARSE-LINE THRU 2900-EXIT.
006520*
006530     EVALUATE GHN-PF-TYPE
006540         WHEN "HDR"
006550             ADD 1 TO GHN-HDR-COUNT
006560             IF GHN-LINE-NUMBER = 1
006570                 SET GHN-HEADER-WAS-FIRST TO TRUE
006580             END-IF
006590             MOVE GHN-PF-EMPLOYEE (1 : 8) TO GHN-FEED-DATE
006600         WHEN "DTL"
006610             ADD 1 TO GHN-DETAIL-COUNT
006620             PERFORM 2200-ADD-TO-HASH THRU 2200-EXIT
006630         WHEN "TRL"
006640             ADD 1 TO GHN-TRL-COUNT
006650             SET GHN-TRAILER-SEEN TO TRUE
006660             MOVE GHN-PF-EMPLOYEE (1 : 8) TO GHN-TRL-COUNT-X
006670             MOVE GHN-PF-NAME (1 : 15)    TO GHN-TRL-HASH-X
006680             IF GHN-TRL-COUNT-X IS NUMERIC
006690                 MOVE GHN-TRL-COUNT-X TO GHN-TRL-DETAILS
006700             END-IF
006710             IF GHN-TRL-HASH-X IS NUMERIC
006720                 MOVE GHN-TRL-HASH-X TO GHN-TRL-HASH
006730             END-IF
006740         WHEN OTHER
006750             ADD 1 TO GHN-OTHER-COUNT
006760     END-EVALUATE.
006770*
006780 2100-EXIT.
006790     EXIT.
006800*
006810*----------------------------------------------------------------
006820 2200-ADD-TO-HASH.
006830*----------------------------------------------------------------
006840*    ONLY WHAT IS NUMERIC CAN BE ADDED - HR CANNOT HAVE ADDED A
006850*    BAD VALUE INTO ITS OWN HASH EITHER.
006860     IF GHN-EMPLOYEE-LEN > ZERO
006870        AND GHN-EMPLOYEE-LEN NOT > 10
006880         IF GHN-PF-EMPLOYEE (1 : GHN-EMPLOYEE-LEN) IS NUMERIC
006890             MOVE GHN-PF-EMPLOYEE (1 : GHN-EMPLOYEE-LEN)
006900                 TO GHN-EMPLOYEE-NUM
006910             ADD GHN-EMPLOYEE-NUM TO GHN-HASH-TOTAL
006920         END-IF
006930     END-IF.
006940     IF GHN-START-LEN = 8
006950         IF GHN-PF-START (1 : 8) IS NUMERIC
006960             MOVE GHN-PF-START (1 : 8) TO GHN-START-DATE
006970             ADD GHN-START-DATE TO GHN-HASH-TOTAL
006980         END-IF
006990     END-IF.
007000*
007010 2200-EXIT.
007020     EXIT.
007030*
007040*----------------------------------------------------------------
007050 2500-VERIFY-FEED.
007060*----------------------------------------------------------------
007070*    EVERY FAULT FOUND IS PRINTED, NOT JUST THE FIRST, SO HR CAN
007080*    BE TOLD EVERYTHING WRONG WITH THE FILE IN ONE CALL.
007090     MOVE "FEED BALANCE" TO GHN-ML-TEXT.
007100     PERFORM 7400-PRINT-MESSAGE THRU 7400-EXIT.
007110     MOVE "DETAILS ON FEED:" TO GHN-TTL-LABEL.
007120     MOVE GHN-DETAIL-COUNT TO GHN-TTL-VALUE.
007130     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007140     MOVE "DETAILS PER TRAILER:" TO GHN-TTL-LABEL.
007150     MOVE GHN-TRL-DETAILS TO GHN-TTL-VALUE.
007160     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007170     MOVE "HASH TOTAL OF FEED:" TO GHN-HL-LABEL.
007180     MOVE GHN-HASH-TOTAL TO GHN-HL-VALUE.
007190     MOVE GHN-HASH-LINE TO GREETHNR-LINE.
007200     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007210     MOVE "HASH TOTAL PER TRAILER:" TO GHN-HL-LABEL.
007220     MOVE GHN-TRL-HASH TO GHN-HL-VALUE.
007230     MOVE GHN-HASH-LINE TO GREETHNR-LINE.
007240     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007250*
007260     IF GHN-HDR-COUNT = ZERO
007270         MOVE "*** GREETHRN HEADER MISSING" TO GHN-ML-TEXT
007280         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007290     END-IF.
007300     IF GHN-HDR-COUNT > ZERO
007310        AND NOT GHN-HEADER-WAS-FIRST
007320         MOVE "*** GREETHRN HEADER IS NOT THE FIRST RECORD"
007330             TO GHN-ML-TEXT
007340         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007350     END-IF.
007360     IF GHN-HDR-COUNT > 1
007370         MOVE "*** GREETHRN CARRIES MORE THAN ONE HEADER"
007380             TO GHN-ML-TEXT
007390         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007400     END-IF.
007410     IF GHN-TRL-COUNT = ZERO
007420         MOVE "*** GREETHRN TRAILER MISSING - FEED TRUNCATED?"
007430             TO GHN-ML-TEXT
007440         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007450     END-IF.
007460     IF GHN-TRL-COUNT > 1
007470         MOVE "*** GREETHRN CARRIES MORE THAN ONE TRAILER"
007480             TO GHN-ML-TEXT
007490         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007500     END-IF.
007510     IF GHN-AFTER-TRL-COUNT > ZERO
007520         MOVE "*** GREETHRN HAS RECORDS AFTER ITS TRAILER"
007530             TO GHN-ML-TEXT
007540         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007550     END-IF.
007560     IF GHN-OTHER-COUNT > ZERO
007570         MOVE "*** GREETHRN HAS RECORDS THAT ARE NOT HDR/DTL/TRL"
007580             TO GHN-ML-TEXT
007590         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007600     END-IF.
007610     IF GHN-TRL-COUNT > ZERO
007620        AND GHN-TRL-DETAILS NOT = GHN-DETAIL-COUNT
007630         MOVE "*** GREETHRN DETAIL COUNT DISAGREES WITH TRAILER"
007640             TO GHN-ML-TEXT
007650         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007660     END-IF.
007670     IF GHN-TRL-COUNT > ZERO
007680        AND GHN-TRL-HASH NOT = GHN-HASH-TOTAL
007690         MOVE "*** GREETHRN HASH TOTAL DISAGREES WITH TRAILER"
007700             TO GHN-ML-TEXT
007710         PERFORM 2550-OUT-OF-BALANCE THRU 2550-EXIT
007720     END-IF.
007730*
007740     IF GHN-FEED-BALANCED
007750         MOVE "FEED IN BALANCE" TO GHN-ML-TEXT
007760     ELSE
007770         MOVE "*** FEED OUT OF BALANCE - NOTHING CONVERTED ***"
007780             TO GHN-ML-TEXT
007790         MOVE 8 TO RETURN-CODE
007800     END-IF.
007810     PERFORM 7400-PRINT-MESSAGE THRU 7400-EXIT.
007820*
007830 2500-EXIT.
007840     EXIT.
007850*
007860*----------------------------------------------------------------
007870 2550-OUT-OF-BALANCE.
007880*----------------------------------------------------------------
007890     MOVE "N" TO GHN-BALANCE-SW.
007900     PERFORM 7400-PRINT-MESSAGE THRU 7400-EXIT.
007910*
007920 2550-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------
007960 2900-PARSE-LINE.
007970*----------------------------------------------------------------
007980     MOVE SPACES TO GHN-PARSE-FIELDS.
007990     MOVE ZERO   TO GHN-EMPLOYEE-LEN.
008000     MOVE ZERO   TO GHN-NAME-LEN.
008010     MOVE ZERO   TO GHN-LOCATION-LEN.
008020     MOVE ZERO   TO GHN-DEPARTMENT-LEN.
008030     MOVE ZERO   TO GHN-START-LEN.
008040     UNSTRING GREETHRN-LINE
008050         DELIMITED BY "|"
008060         INTO GHN-PF-TYPE
008070              GHN-PF-EMPLOYEE   COUNT IN GHN-EMPLOYEE-LEN
008080              GHN-PF-NAME       COUNT IN GHN-NAME-LEN
008090              GHN-PF-LOCATION   COUNT IN GHN-LOCATION-LEN
008100              GHN-PF-DEPARTMENT COUNT IN GHN-DEPARTMENT-LEN
008110              GHN-PF-START      COUNT IN GHN-START-LEN
008120              GHN-PF-LANG.
008130*
008140 2900-EXIT.
008150     EXIT.
008160*
008170*----------------------------------------------------------------
008180 3000-CONVERT-FEED.
008190*----------------------------------------------------------------
008200*    SECOND PASS - THE FEED BALANCED, SO EVERY DETAIL IS EDITED
008210*    AND MAPPED.  A GOOD ONE GOES TO THE SORT FOR ITS SITE'S
008220*    ROSTER; EITHER WAY HR IS ANSWERED FOR IT.
008230     MOVE "N" TO GHN-FEED-EOF-SW.
008240     OPEN INPUT GREETHRN-FILE.
008250*
008260     MOVE GHN-REJECT-HEADING TO GHN-COLUMN-HEADING.
008270     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
008280*
008290     PERFORM 3100-CONVERT-LINE THRU 3100-EXIT
008300         UNTIL GHN-END-OF-FEED.
008310     CLOSE GREETHRN-FILE.
008320*
008330     IF GHN-REJECTED-COUNT = ZERO
008340         MOVE "NO NEW HIRES REJECTED" TO GHN-ML-TEXT
008350         PERFORM 7400-PRINT-MESSAGE THRU 7400-EXIT
008360     END-IF.
008370*
008380 3000-EXIT.
008390     EXIT.
008400*
008410*----------------------------------------------------------------
008420 3100-CONVERT-LINE.
008430*----------------------------------------------------------------
008440     READ GREETHRN-FILE
008450         AT END
008460             SET GHN-END-OF-FEED TO TRUE
008470             GO TO 3100-EXIT
008480     END-READ.
008490     PERFORM 2900-PARSE-LINE THRU 2900-EXIT.
008500     IF GHN-PF-TYPE NOT = "DTL"
008510         GO TO 3100-EXIT
008520     END-IF.
008530*
008540     INSPECT GHN-PF-NAME
008550         CONVERTING GHN-LOWER-CASE TO GHN-UPPER-CASE.
008560     INSPECT GHN-PF-LANG
008570         CONVERTING GHN-LOWER-CASE TO GHN-UPPER-CASE.
008580     PERFORM 3200-EDIT-DETAIL THRU 3200-EXIT.
008590*
008600     IF GHN-RECORD-IS-OK
008610         PERFORM 3500-RELEASE-NEW-HIRE THRU 3500-EXIT
008620     ELSE
008630         PERFORM 3600-REJECT-NEW-HIRE THRU 3600-EXIT
008640     END-IF.
008650*
008660 3100-EXIT.
008670     EXIT.
008680*
008690*----------------------------------------------------------------
008700 3200-EDIT-DETAIL.
008710*----------------------------------------------------------------
008720*    THE SAME EDITS GREETEDT WILL MAKE, PLUS THE MAPPING, SO A
008730*    CONVERTED NEW HIRE NEVER REJECTS DOWNSTREAM.  THE FIRST
008740*    FAULT FOUND IS THE ONE REPORTED.
008750     MOVE "Y" TO GHN-RECORD-OK-SW.
008760     MOVE SPACES TO GHN-REASON-VALUE.
008770*
008780     IF GHN-EMPLOYEE-LEN = ZERO
008790        OR GHN-EMPLOYEE-LEN > 10
008800         MOVE "EMP" TO GHN-REASON-CODE
008810         MOVE "EMPLOYEE NUMBER INVALID" TO GHN-REASON-TEXT
008820         MOVE GHN-PF-EMPLOYEE TO GHN-REASON-VALUE
008830         GO TO 3290-REJECTED
008840     END-IF.
008850     IF GHN-PF-EMPLOYEE (1 : GHN-EMPLOYEE-LEN) IS NOT NUMERIC
008860         MOVE "EMP" TO GHN-REASON-CODE
008870         MOVE "EMPLOYEE NUMBER INVALID" TO GHN-REASON-TEXT
008880         MOVE GHN-PF-EMPLOYEE TO GHN-REASON-VALUE
008890         GO TO 3290-REJECTED
008900     END-IF.
008910*
008920     IF GHN-NAME-LEN = ZERO
008930        OR GHN-PF-NAME = SPACES
008940         MOVE "NAM" TO GHN-REASON-CODE
008950         MOVE "NAME BLANK" TO GHN-REASON-TEXT
008960         GO TO 3290-REJECTED
008970     END-IF.
008980     IF GHN-PF-NAME-SHORT NOT ALPHABETIC
008990         MOVE "NAM" TO GHN-REASON-CODE
009000         MOVE "NAME NOT ALPHABETIC" TO GHN-REASON-TEXT
009010         GO TO 3290-REJECTED
009020     END-IF.
009030*    A NAME CUT TO FIT WOULD BE GREETED AS SOMEONE ELSE.
009040     IF GHN-NAME-LEN > 20
009050         MOVE "NAM" TO GHN-REASON-CODE
009060         MOVE "NAME LONGER THAN 20" TO GHN-REASON-TEXT
009070         GO TO 3290-REJECTED
009080     END-IF.
009090*
009100     IF GHN-START-LEN NOT = 8
009110         MOVE "DAT" TO GHN-REASON-CODE
009120         MOVE "START DATE INVALID" TO GHN-REASON-TEXT
009130         MOVE GHN-PF-START TO GHN-REASON-VALUE
009140         GO TO 3290-REJECTED
009150     END-IF.
009160     IF GHN-PF-START (1 : 8) IS NOT NUMERIC
009170         MOVE "DAT" TO GHN-REASON-CODE
009180         MOVE "START DATE INVALID" TO GHN-REASON-TEXT
009190         MOVE GHN-PF-START TO GHN-REASON-VALUE
009200         GO TO 3290-REJECTED
009210     END-IF.
009220     MOVE GHN-PF-START (1 : 8) TO GHN-START-DATE.
009230     MOVE GHN-START-DATE TO GHN-START-SPLIT.
009240     IF GHN-SS-MONTH < 1 OR GHN-SS-MONTH > 12
009250        OR GHN-SS-DAY < 1 OR GHN-SS-DAY > 31
009260         MOVE "DAT" TO GHN-REASON-CODE
009270         MOVE "START DATE INVALID" TO GHN-REASON-TEXT
009280         MOVE GHN-PF-START TO GHN-REASON-VALUE
009290         GO TO 3290-REJECTED
009300     END-IF.
009310*
009320     IF GHN-LOCATION-LEN = ZERO
009330        OR GHN-LOCATION-LEN > 10
009340         MOVE "LOC" TO GHN-REASON-CODE
009350         MOVE "LOCATION NOT MAPPED" TO GHN-REASON-TEXT
009360         MOVE GHN-PF-LOCATION TO GHN-REASON-VALUE
009370         GO TO 3290-REJECTED
009380     END-IF.
009390     SET GHN-LOC-IDX TO 1.
009400     SEARCH GHN-LOC-ENTRY
009410         AT END
009420             MOVE "LOC" TO GHN-REASON-CODE
009430             MOVE "LOCATION NOT MAPPED" TO GHN-REASON-TEXT
009440             MOVE GHN-PF-LOCATION TO GHN-REASON-VALUE
009450             GO TO 3290-REJECTED
009460         WHEN GHN-LOC-IDX > GHN-LOC-COUNT
009470             MOVE "LOC" TO GHN-REASON-CODE
009480             MOVE "LOCATION NOT MAPPED" TO GHN-REASON-TEXT
009490             MOVE GHN-PF-LOCATION TO GHN-REASON-VALUE
009500             GO TO 3290-REJECTED
009510         WHEN GHN-LT-HR-CODE (GHN-LOC-IDX) = GHN-PF-LOCATION
009520             MOVE GHN-LT-SITE-CODE (GHN-LOC-IDX)
009530                 TO GHN-SITE-CODE
009540     END-SEARCH.
009550*
009560*    THE MAPPED SITE HAS TO BE ONE GREETMRG WILL CONSOLIDATE,
009570*    AND STILL OPEN ON THE DAY THE NEW HIRE STARTS.
009580     SET GHN-SITE-IDX TO 1.
009590     SEARCH GHN-SITE-ENTRY
009600         AT END
009610             MOVE "SIT" TO GHN-REASON-CODE
009620             MOVE "SITE NOT ACTIVE"
009630                 TO GHN-REASON-TEXT
009640             MOVE GHN-SITE-CODE TO GHN-REASON-VALUE
009650             GO TO 3290-REJECTED
009660         WHEN GHN-SITE-IDX > GHN-SITE-COUNT
009670             MOVE "SIT" TO GHN-REASON-CODE
009680             MOVE "SITE NOT ACTIVE"
009690                 TO GHN-REASON-TEXT
009700             MOVE GHN-SITE-CODE TO GHN-REASON-VALUE
009710             GO TO 3290-REJECTED
009720         WHEN GHN-ST-CODE (GHN-SITE-IDX) = GHN-SITE-CODE
009730             CONTINUE
009740     END-SEARCH.
009750     IF GHN-ST-CLOSE-DATE (GHN-SITE-IDX) > ZERO
009760        AND GHN-ST-CLOSE-DATE (GHN-SITE-IDX) NOT > GHN-START-DATE
009770         MOVE "SIT" TO GHN-REASON-CODE
009780         MOVE "SITE CLOSED BY START DATE" TO GHN-REASON-TEXT
009790         MOVE GHN-SITE-CODE TO GHN-REASON-VALUE
009800         GO TO 3290-REJECTED
009810     END-IF.
009820*
009830     IF GHN-DEPARTMENT-LEN = ZERO
009840        OR GHN-DEPARTMENT-LEN > 10
009850         MOVE "DPT" TO GHN-REASON-CODE
009860         MOVE "DEPARTMENT NOT MAPPED" TO GHN-REASON-TEXT
009870         MOVE GHN-PF-DEPARTMENT TO GHN-REASON-VALUE
009880         GO TO 3290-REJECTED
009890     END-IF.
009900     SET GHN-DEPT-IDX TO 1.
009910     SEARCH GHN-DEPT-ENTRY
009920         AT END
009930             MOVE "DPT" TO GHN-REASON-CODE
009940             MOVE "DEPARTMENT NOT MAPPED" TO GHN-REASON-TEXT
009950             MOVE GHN-PF-DEPARTMENT TO GHN-REASON-VALUE
009960             GO TO 3290-REJECTED
009970         WHEN GHN-DEPT-IDX > GHN-DEPT-COUNT
009980             MOVE "DPT" TO GHN-REASON-CODE
009990             MOVE "DEPARTMENT NOT MAPPED" TO GHN-REASON-TEXT
010000             MOVE GHN-PF-DEPARTMENT TO GHN-REASON-VALUE
010010             GO TO 3290-REJECTED
010020         WHEN GHN-DT-HR-CODE (GHN-DEPT-IDX) = GHN-PF-DEPARTMENT
010030             MOVE GHN-DT-DEPT (GHN-DEPT-IDX) TO GHN-DEPT
010040     END-SEARCH.
010050*
010060*    A BLANK LANGUAGE IS GREETED IN ENGLISH, AS ON ANY ROSTER.
010070     IF GHN-PF-LANG = SPACES
010080         GO TO 3200-EXIT
010090     END-IF.
010100     IF GHN-PF-LANG (3 : 3) NOT = SPACES
010110         MOVE "LNG" TO GHN-REASON-CODE
010120         MOVE "LANGUAGE CODE UNKNOWN" TO GHN-REASON-TEXT
010130         MOVE GHN-PF-LANG TO GHN-REASON-VALUE
010140         GO TO 3290-REJECTED
010150     END-IF.
010160     SET GR-LANG-IDX TO 1.
010170     SEARCH GR-LANG-ENTRY
010180         AT END
010190             MOVE "LNG" TO GHN-REASON-CODE
010200             MOVE "LANGUAGE CODE UNKNOWN" TO GHN-REASON-TEXT
010210             MOVE GHN-PF-LANG TO GHN-REASON-VALUE
010220             GO TO 3290-REJECTED
010230         WHEN GR-LANG-CODE-TBL (GR-LANG-IDX) = GHN-PF-LANG (1 : 2)
010240             CONTINUE
010250     END-SEARCH.
010260     GO TO 3200-EXIT.
010270*
010280 3290-REJECTED.
010290     MOVE "N" TO GHN-RECORD-OK-SW.
010300*
010310 3200-EXIT.
010320     EXIT.
010330*
010340*----------------------------------------------------------------
010350 3500-RELEASE-NEW-HIRE.
010360*----------------------------------------------------------------
010370*    THE START DATE BECOMES THE GREET-ON DATE, SO THE GREETING
010380*    RUN HOLDS THE NEW HIRE ON GREETPND UNTIL THEIR FIRST DAY.
010390     MOVE SPACES TO GREETHSR-RECORD.
010400     MOVE GHN-OPERATOR-ID     TO GHS-OPERATOR-ID.
010410     MOVE GHN-PF-NAME-SHORT   TO GHS-NAME.
010420     MOVE GHN-RUN-DATE        TO GHS-TS-DATE.
010430     MOVE GHN-RUN-TIME        TO GHS-TS-TIME.
010440     MOVE GHN-PF-LANG (1 : 2) TO GHS-LANG-CODE.
010450     MOVE GHN-SITE-CODE       TO GHS-SITE-CODE.
010460     MOVE GHN-DEPT            TO GHS-DEPT.
010470     MOVE GHN-START-DATE      TO GHS-GREET-ON-DATE.
010480     MOVE ZERO                TO GHS-VISITOR-ID.
010490     RELEASE GREETHSR-RECORD.
010500     ADD 1 TO GHN-ACCEPTED-COUNT.
010510     ADD 1 TO GHN-ST-NEW-HIRES (GHN-SITE-IDX).
010520*
010530     MOVE SPACES TO GHN-OUT-LINE.
010540     STRING "DTL" "|"
010550         GHN-PF-EMPLOYEE (1 : GHN-EMPLOYEE-LEN) "|"
010560         FUNCTION TRIM (GHN-PF-NAME-SHORT) "|"
010570         "A" "|"
010580         GHN-SITE-CODE "|"
010590         FUNCTION TRIM (GHN-DEPT) "|"
010600         GHN-START-DATE
010610         DELIMITED BY SIZE
010620         INTO GHN-OUT-LINE.
010630     WRITE GREETHRR-LINE FROM GHN-OUT-LINE.
010640*
010650 3500-EXIT.
010660     EXIT.
010670*
010680*----------------------------------------------------------------
010690 3600-REJECT-NEW-HIRE.
010700*----------------------------------------------------------------
010710     ADD 1 TO GHN-REJECTED-COUNT.
010720     IF RETURN-CODE = ZERO
010730         MOVE 4 TO RETURN-CODE
010740     END-IF.
010750*
010760     MOVE GHN-PF-EMPLOYEE   TO GHN-RL-EMPLOYEE.
010770     MOVE GHN-PF-NAME-SHORT TO GHN-RL-NAME.
010780     MOVE GHN-REASON-TEXT   TO GHN-RL-REASON.
010790     MOVE GHN-REASON-VALUE  TO GHN-RL-VALUE.
010800     MOVE GHN-REJECT-LINE   TO GREETHNR-LINE.
010810     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
010820*
010830     MOVE SPACES TO GHN-OUT-LINE.
010840     STRING "DTL" "|"
010850         FUNCTION TRIM (GHN-PF-EMPLOYEE) "|"
010860         FUNCTION TRIM (GHN-PF-NAME) "|"
010870         "R" "|"
010880         GHN-REASON-CODE " "
010890         FUNCTION TRIM (GHN-REASON-TEXT)
010900         DELIMITED BY SIZE
010910         INTO GHN-OUT-LINE.
010920     WRITE GREETHRR-LINE FROM GHN-OUT-LINE.
010930*
010940 3600-EXIT.
010950     EXIT.
010960*
010970*----------------------------------------------------------------
010980 4000-WRITE-ROSTERS.
010990*----------------------------------------------------------------
011000*    ONE ROSTER FOR EVERY SITE, IN SITE CODE ORDER - THE SAME
011010*    ORDER THE SORT RETURNS THE NEW HIRES IN.  A SITE WITH NO
011020*    NEW HIRES TODAY GETS A HEADER AND A ZERO TRAILER.
011030     MOVE GHN-SITE-HEADING TO GHN-COLUMN-HEADING.
011040     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
011050*
011060     IF NOT GHN-END-OF-SORT
011070         PERFORM 4900-RETURN-SORTED THRU 4900-EXIT
011080     END-IF.
011090     PERFORM 4100-WRITE-SITE-ROSTER THRU 4100-EXIT
011100         VARYING GHN-SITE-SUB FROM 1 BY 1
011110         UNTIL GHN-SITE-SUB > GHN-SITE-COUNT.
011120*
011130 4000-EXIT.
011140     EXIT.
011150*
011160*----------------------------------------------------------------
011170 4100-WRITE-SITE-ROSTER.
011180*----------------------------------------------------------------
011190     MOVE GHN-ST-CODE (GHN-SITE-SUB) TO GHN-RD-SITE-CODE.
011200     OPEN OUTPUT GREETHNX-FILE.
011210     IF GHN-GREETHNX-STATUS NOT = "00"
011220         DISPLAY "ROSTER " GHN-ROSTER-DD
011230             " OPEN FAILED - STATUS " GHN-GREETHNX-STATUS
011240         MOVE 12 TO RETURN-CODE
011250         STOP RUN
011260     END-IF.
011270*
011280     MOVE SPACES TO GHN-ROSTER-CTL.
011290     MOVE "HDR"           TO GHN-CTL-TYPE.
011300     MOVE GHN-RUN-DATE    TO GHN-HDR-ROSTER-DATE.
011310     MOVE GHN-ROSTER-DEPT TO GHN-HDR-DEPARTMENT.
011320     WRITE GREETHNX-RECORD FROM GHN-ROSTER-REC.
011330*
011340     MOVE ZERO TO GHN-ROSTER-COUNT.
011350     PERFORM 4200-WRITE-NEW-HIRE THRU 4200-EXIT
011360         UNTIL GHN-END-OF-SORT
011370            OR GHS-SITE-CODE NOT = GHN-ST-CODE (GHN-SITE-SUB).
011380*
011390     MOVE SPACES TO GHN-ROSTER-CTL.
011400     MOVE "TRL"            TO GHN-CTL-TYPE.
011410     MOVE GHN-ROSTER-COUNT TO GHN-TRL-RECORD-COUNT.
011420     WRITE GREETHNX-RECORD FROM GHN-ROSTER-REC.
011430     CLOSE GREETHNX-FILE.
011440*
011450     MOVE GHN-ST-CODE (GHN-SITE-SUB) TO GHN-SL-CODE.
011460     MOVE GHN-ROSTER-DD              TO GHN-SL-ROSTER-DD.
011470     MOVE GHN-ROSTER-COUNT           TO GHN-SL-NEW-HIRES.
011480     MOVE GHN-SITE-LINE TO GREETHNR-LINE.
011490     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
011500*
011510 4100-EXIT.
011520     EXIT.
011530*
011540*----------------------------------------------------------------
011550 4200-WRITE-NEW-HIRE.
011560*----------------------------------------------------------------
011570     MOVE GREETHSR-RECORD TO GHN-ROSTER-REC.
011580     WRITE GREETHNX-RECORD FROM GHN-ROSTER-REC.
011590     ADD 1 TO GHN-ROSTER-COUNT.
011600     ADD 1 TO GHN-WRITTEN-COUNT.
011610     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
011620*
011630 4200-EXIT.
011640     EXIT.
011650*
011660*----------------------------------------------------------------
011670 4900-RETURN-SORTED.
011680*----------------------------------------------------------------
011690     RETURN GREETHSR-FILE
011700         AT END
011710             SET GHN-END-OF-SORT TO TRUE
011720     END-RETURN.
011730*
011740 4900-EXIT.
011750     EXIT.
011760*
011770*----------------------------------------------------------------
011780 5000-WRITE-RETURN-TRAILER.
011790*----------------------------------------------------------------
011800     MOVE SPACES TO GHN-OUT-LINE.
011810     STRING "TRL" "|" GHN-DETAIL-COUNT "|" GHN-ACCEPTED-COUNT
011820         "|" GHN-REJECTED-COUNT
011830         DELIMITED BY SIZE
011840         INTO GHN-OUT-LINE.
011850     WRITE GREETHRR-LINE FROM GHN-OUT-LINE.
011860*
011870 5000-EXIT.
011880     EXIT.
011890*
011900*----------------------------------------------------------------
011910 7000-PRINT-HEADINGS.
011920*----------------------------------------------------------------
011930     ADD 1 TO GHN-PAGE-COUNT.
011940     MOVE GHN-PAGE-COUNT TO GHN-H1-PAGE.
011950     MOVE ZERO TO GHN-LINE-COUNT.
011960*
011970     IF GHN-PAGE-COUNT > 1
011980         WRITE GREETHNR-LINE FROM GHN-HEADING-1
011990             AFTER ADVANCING PAGE
012000     ELSE
012010         WRITE GREETHNR-LINE FROM GHN-HEADING-1
012020     END-IF.
012030     WRITE GREETHNR-LINE FROM GHN-HEADING-2.
012040     MOVE SPACES TO GREETHNR-LINE.
012050     WRITE GREETHNR-LINE.
012060     IF GHN-COLUMN-HEADING NOT = SPACES
012070         WRITE GREETHNR-LINE FROM GHN-COLUMN-HEADING
012080     END-IF.
012090*
012100 7000-EXIT.
012110     EXIT.
012120*
012130*----------------------------------------------------------------
012140 7200-EDIT-DATE.
012150*----------------------------------------------------------------
012160     MOVE GHN-DS-MONTH TO GHN-DE-MONTH.
012170     MOVE GHN-DS-DAY   TO GHN-DE-DAY.
012180     MOVE GHN-DS-YEAR  TO GHN-DE-YEAR.
012190*
012200 7200-EXIT.
012210     EXIT.
012220*
012230*----------------------------------------------------------------
012240 7300-PRINT-LINE.
012250*----------------------------------------------------------------
012260     IF GHN-LINE-COUNT NOT < GHN-LINES-PER-PAGE
012270         MOVE GREETHNR-LINE TO GHN-OUT-LINE
012280         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
012290         MOVE GHN-OUT-LINE TO GREETHNR-LINE
012300     END-IF.
012310     WRITE GREETHNR-LINE.
012320     ADD 1 TO GHN-LINE-COUNT.
012330*
012340 7300-EXIT.
012350     EXIT.
012360*
012370*----------------------------------------------------------------
012380 7400-PRINT-MESSAGE.
012390*----------------------------------------------------------------
012400     MOVE GHN-MESSAGE-LINE TO GREETHNR-LINE.
012410     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
012420*
012430 7400-EXIT.
012440     EXIT.
012450*
012460*----------------------------------------------------------------
012470 7600-PRINT-TOTAL.
012480*----------------------------------------------------------------
012490     MOVE GHN-TOTAL-LINE TO GREETHNR-LINE.
012500     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
012510*
012520 7600-EXIT.
012530     EXIT.
012540*
012550*----------------------------------------------------------------
012560 8000-PRINT-TOTALS.
012570*----------------------------------------------------------------
012580     MOVE SPACES TO GREETHNR-LINE.
012590     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
012600     MOVE "DETAILS ON FEED:" TO GHN-TTL-LABEL.
012610     MOVE GHN-DETAIL-COUNT TO GHN-TTL-VALUE.
012620     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
012630     MOVE "NEW HIRES CONVERTED:" TO GHN-TTL-LABEL.
012640     MOVE GHN-ACCEPTED-COUNT TO GHN-TTL-VALUE.
012650     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
012660     MOVE "NEW HIRES REJECTED:" TO GHN-TTL-LABEL.
012670     MOVE GHN-REJECTED-COUNT TO GHN-TTL-VALUE.
012680     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
012690     MOVE "NEW HIRES WRITTEN TO ROSTERS:" TO GHN-TTL-LABEL.
012700     MOVE GHN-WRITTEN-COUNT TO GHN-TTL-VALUE.
012710     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
012720     MOVE "SITE ROSTERS WRITTEN:" TO GHN-TTL-LABEL.
012730     MOVE GHN-SITE-COUNT TO GHN-TTL-VALUE.
012740     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
012750*
012760*    EVERY CONVERTED NEW HIRE MUST HAVE LANDED ON A ROSTER.
012770     IF GHN-WRITTEN-COUNT NOT = GHN-ACCEPTED-COUNT
012780         MOVE "*** NEW HIRES CONVERTED AND WRITTEN DISAGREE ***"
012790             TO GHN-ML-TEXT
012800         PERFORM 7400-PRINT-MESSAGE THRU 7400-EXIT
012810         MOVE 8 TO RETURN-CODE
012820     END-IF.
012830*
012840 8000-EXIT.
012850     EXIT.
012860*
012870*----------------------------------------------------------------
012880 9000-TERMINATE.
012890*----------------------------------------------------------------
012900     DISPLAY "NEW-HIRE DETAILS:  " GHN-DETAIL-COUNT.
012910     DISPLAY "CONVERTED:         " GHN-ACCEPTED-COUNT.
012920     DISPLAY "REJECTED:          " GHN-REJECTED-COUNT.
012930*
012940     CLOSE GREETHRR-FILE.
012950     CLOSE GREETHNR-FILE.
012960*
012970 9000-EXIT.
012980     EXIT.
012990*
013000 END PROGRAM GREET-HRN.

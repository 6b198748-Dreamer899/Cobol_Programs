000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-FCS.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - FORWARD ARRIVALS FORECAST OFF
000120*                 THE GREETPND PENDING FILE.  LISTS THE ENTRIES
000130*                 DUE OVER THE NEXT N DAYS (JCL PARM, DEFAULT A
000140*                 WEEK) BY GREET-ON DAY, SITE, LANGUAGE, AND
000150*                 DEPARTMENT, FLAGS ANY SITE-DAY OVER THE DESK
000160*                 CAPACITY ON GREETSITE (CONDITION CODE 4), AND
000170*                 LISTS BY DEPARTMENT THE PENDING NAMES ALREADY
000180*                 ON GREETSUP OR GREETMSTR SO THE DEPARTMENT CAN
000190*                 BE TOLD BEFORE THE DAY ARRIVES.  READ ONLY -
000200*                 NOTHING IT READS IS CHANGED.
000210*----------------------------------------------------------------
000220*
000230 ENVIRONMENT DIVISION.
000240*
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280*
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GREETPND-FILE ASSIGN TO GREETPND
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS GFC-GREETPND-STATUS.
000340*
000350     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS GF-SITE-CODE
000390         FILE STATUS IS GFC-GREETSITE-STATUS.
000400*
000410     SELECT GREETSUP-FILE ASSIGN TO GREETSUP
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS GSP-NAME
000450         FILE STATUS IS GFC-GREETSUP-STATUS.
000460*
000470     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS GM-VISITOR-ID
000510         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000520         FILE STATUS IS GFC-GREETMSTR-STATUS.
000530*
000540     SELECT GREETCTL-FILE ASSIGN TO GREETCTL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS GFC-GREETCTL-STATUS.
000570*
000580     SELECT GREETFSR-FILE ASSIGN TO GREETFSR.
000590*
000600     SELECT GREETFCR-FILE ASSIGN TO GREETFCR
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660*----------------------------------------------------------------
000670* GREETPND-FILE - PENDING CARRY-FORWARD LEFT BY THE LAST GREETING
000680* RUN: ROSTER ENTRIES WHOSE GREET-ON DATE HAS NOT ARRIVED
000690*----------------------------------------------------------------
000700 FD  GREETPND-FILE
000710     RECORDING MODE IS F.
000720 01  GREETPND-RECORD               PIC X(72).
000730*
000740*----------------------------------------------------------------
000750* GREETSITE-FILE - SITE REFERENCE MASTER, READ BY SITE CODE FOR
000760* THE BUILDING NAME AND DESK CAPACITY
000770*----------------------------------------------------------------
000780 FD  GREETSITE-FILE.
000790 COPY GREETSIT REPLACING
000800     ==GF-SR-SITE-CODE==      BY ==GF-SITE-CODE==,
000810     ==GF-SR-BUILDING-NAME==  BY ==GF-BUILDING-NAME==,
000820     ==GF-SR-ADDR-LINE-1==    BY ==GF-ADDR-LINE-1==,
000830     ==GF-SR-ADDR-LINE-2==    BY ==GF-ADDR-LINE-2==,
000840     ==GF-SR-STATUS==         BY ==GF-STATUS==,
000850     ==GF-SR-SITE-ACTIVE==    BY ==GF-SITE-ACTIVE==,
000860     ==GF-SR-SITE-CLOSED==    BY ==GF-SITE-CLOSED==,
000870     ==GF-SR-OPEN-DATE==      BY ==GF-OPEN-DATE==,
000880     ==GF-SR-CLOSE-DATE==     BY ==GF-CLOSE-DATE==,
000890     ==GF-SR-ROSTER-DD==      BY ==GF-ROSTER-DD==,
000900     ==GF-SR-DESK-CAPACITY==  BY ==GF-DESK-CAPACITY==.
000910*
000920*----------------------------------------------------------------
000930* GREETSUP-FILE - DO-NOT-GREET SUPPRESSION LIST, KEYED ON NAME
000940*----------------------------------------------------------------
000950 FD  GREETSUP-FILE.
000960 COPY GREETSUP REPLACING
000970     ==GREET-SUPPRESS-RECORD== BY ==GREETSUP-RECORD==,
000980     ==GS-SR-NAME==
000990         BY ==GSP-NAME==,
001000     ==GS-SR-REASON==
001010         BY ==GSP-REASON==,
001020     ==GS-SR-ADDED-DATE==
001030         BY ==GSP-ADDED-DATE==.
001040*
001050*----------------------------------------------------------------
001060* GREETMSTR-FILE - MASTER OF NAMES GREETED OR REGISTERED, READ
001070* ON THE NAME ALTERNATE KEY
001080*----------------------------------------------------------------
001090 FD  GREETMSTR-FILE.
001100 COPY GREETMST REPLACING
001110     ==GREET-MASTER-RECORD== BY ==GREETMSTR-RECORD==,
001120     ==GM-MR-NAME==
001130         BY ==GM-NAME==,
001140     ==GM-MR-FIRST-GREETED-DATE==
001150         BY ==GM-FIRST-GREETED-DATE==,
001160     ==GM-MR-LAST-ACTIVITY-DATE==
001170         BY ==GM-LAST-ACTIVITY-DATE==,
001180     ==GM-MR-VISITOR-ID==
001190         BY ==GM-VISITOR-ID==,
001200     ==GM-MR-ENTRY-STATUS==
001210         BY ==GM-ENTRY-STATUS==,
001220     ==GM-MR-ENTRY-GREETED==
001230         BY ==GM-ENTRY-GREETED==,
001240     ==GM-MR-ENTRY-REGISTERED==
001250         BY ==GM-ENTRY-REGISTERED==,
001260     ==GM-MR-ENTRY-WALK-IN==
001270         BY ==GM-ENTRY-WALK-IN==.
001280*
001290*----------------------------------------------------------------
001300* GREETCTL-FILE - GREET-USER'S RUN-CONTROL RECORD, READ ONLY.
001310* A RUN IN FLIGHT IS STILL WRITING THE PENDING FILE.
001320*----------------------------------------------------------------
001330 FD  GREETCTL-FILE
001340     RECORDING MODE IS F.
001350 COPY GREETCTL REPLACING
001360     ==GREET-CONTROL-RECORD== BY ==GREETCTL-RECORD==,
001370     ==GC-RC-RUN-NUMBER==
001380         BY ==GC-RUN-NUMBER==,
001390     ==GC-RC-ROSTER-DATE==
001400         BY ==GC-ROSTER-DATE==,
001410     ==GC-RC-START-DATE==
001420         BY ==GC-START-DATE==,
001430     ==GC-RC-START-TIME==
001440         BY ==GC-START-TIME==,
001450     ==GC-RC-STOP-DATE==
001460         BY ==GC-STOP-DATE==,
001470     ==GC-RC-STOP-TIME==
001480         BY ==GC-STOP-TIME==,
001490     ==GC-RC-GREETED-COUNT==
001500         BY ==GC-GREETED-COUNT==,
001510     ==GC-RC-REJECT-COUNT==
001520         BY ==GC-REJECT-COUNT==,
001530     ==GC-RC-DUP-COUNT==
001540         BY ==GC-DUP-COUNT==,
001550     ==GC-RC-STATUS==
001560         BY ==GC-STATUS==,
001570     ==GC-RC-RUN-IN-FLIGHT==
001580         BY ==GC-RUN-IN-FLIGHT==,
001590     ==GC-RC-RUN-COMPLETE==
001600         BY ==GC-RUN-COMPLETE==,
001610     ==GC-RC-RUN-PARTIAL==
001620         BY ==GC-RUN-PARTIAL==,
001630     ==GC-RC-RUN-OUT-OF-BAL==
001640         BY ==GC-RUN-OUT-OF-BAL==.
001650*
001660*----------------------------------------------------------------
001670* GREETFSR-FILE - SORT WORK FILE.  SORTED ONCE BY DAY, SITE,
001680* LANGUAGE, AND DEPARTMENT FOR THE FORECAST, THEN AGAIN BY
001690* DEPARTMENT FOR THE KNOWN-NAMES LIST.
001700*----------------------------------------------------------------
001710 SD  GREETFSR-FILE.
001720 COPY GREETREC REPLACING
001730     ==GREET-RECORD== BY ==GREETFSR-RECORD==,
001740     ==GR-CR-OPERATOR-ID==
001750         BY ==GFS-OPERATOR-ID==,
001760     ==GR-CR-TIMESTAMP==
001770         BY ==GFS-TIMESTAMP==,
001780     ==GR-CR-TS-DATE==
001790         BY ==GFS-TS-DATE==,
001800     ==GR-CR-TS-TIME==
001810         BY ==GFS-TS-TIME==,
001820     ==GR-CR-LANG-CODE==
001830         BY ==GFS-LANG-CODE==,
001840     ==GR-CR-SITE-CODE==
001850         BY ==GFS-SITE-CODE==,
001860     ==GR-CR-NAME==
001870         BY ==GFS-NAME==,
001880     ==GR-CR-DEPT-WALK-IN==
001890         BY ==GFS-DEPT-WALK-IN==,
001900     ==GR-CR-DEPT==
001910         BY ==GFS-DEPT==,
001920     ==GR-CR-GREET-ON-DATE==
001930         BY ==GFS-GREET-ON-DATE==,
001940     ==GR-CR-VISITOR-ID==
001950         BY ==GFS-VISITOR-ID==.
001960*
001970*----------------------------------------------------------------
001980* GREETFCR-FILE - FORECAST REPORT PRINT OUTPUT
001990*----------------------------------------------------------------
002000 FD  GREETFCR-FILE
002010     RECORDING MODE IS F.
002020 01  GREETFCR-LINE                 PIC X(80).
002030*
002040 WORKING-STORAGE SECTION.
002050*
002060 01  GFC-SWITCHES.
002070     05  GFC-PND-EOF-SW            PIC X(01)  VALUE "N".
002080         88  GFC-END-OF-PENDING                VALUE "Y".
002090     05  GFC-SORT-EOF-SW           PIC X(01)  VALUE "N".
002100         88  GFC-END-OF-SORT                   VALUE "Y".
002110     05  GFC-SUP-FILE-SW           PIC X(01)  VALUE "Y".
002120         88  GFC-SUPPRESS-ON-FILE              VALUE "Y".
002130     05  GFC-MSTR-FILE-SW          PIC X(01)  VALUE "Y".
002140         88  GFC-MASTER-ON-FILE                VALUE "Y".
002150     05  GFC-FIRST-PASS-SW         PIC X(01)  VALUE "Y".
002160         88  GFC-FIRST-PASS                    VALUE "Y".
002170     05  GFC-WINDOW-SW             PIC X(01)  VALUE "N".
002180         88  GFC-ENTRY-IN-WINDOW               VALUE "Y".
002190     05  GFC-FIRST-RECORD-SW       PIC X(01)  VALUE "Y".
002200         88  GFC-FIRST-RECORD                  VALUE "Y".
002210*
002220 77  GFC-GREETPND-STATUS           PIC X(02).
002230 77  GFC-GREETSITE-STATUS          PIC X(02).
002240 77  GFC-GREETSUP-STATUS           PIC X(02).
002250 77  GFC-GREETMSTR-STATUS          PIC X(02).
002260 77  GFC-GREETCTL-STATUS           PIC X(02).
002270*
002280*----------------------------------------------------------------
002290* PENDING ENTRY AS READ - THE SAME SHAPE GREET-USER WROTE IT IN
002300*----------------------------------------------------------------
002310 COPY GREETREC REPLACING
002320     ==GREET-RECORD== BY ==GFC-PENDING-ENTRY==,
002330     ==GR-CR-OPERATOR-ID==
002340         BY ==GFP-OPERATOR-ID==,
002350     ==GR-CR-TIMESTAMP==
002360         BY ==GFP-TIMESTAMP==,
002370     ==GR-CR-TS-DATE==
002380         BY ==GFP-TS-DATE==,
002390     ==GR-CR-TS-TIME==
002400         BY ==GFP-TS-TIME==,
002410     ==GR-CR-LANG-CODE==
002420         BY ==GFP-LANG-CODE==,
002430     ==GR-CR-SITE-CODE==
002440         BY ==GFP-SITE-CODE==,
002450     ==GR-CR-NAME==
002460         BY ==GFP-NAME==,
002470     ==GR-CR-DEPT-WALK-IN==
002480         BY ==GFP-DEPT-WALK-IN==,
002490     ==GR-CR-DEPT==
002500         BY ==GFP-DEPT==,
002510     ==GR-CR-GREET-ON-DATE==
002520         BY ==GFP-GREET-ON-DATE==,
002530     ==GR-CR-VISITOR-ID==
002540         BY ==GFP-VISITOR-ID==.
002550*
002560*----------------------------------------------------------------
002570* JCL PARM WORK FIELDS - HOW MANY DAYS AHEAD TO FORECAST,
002580* COUNTING TODAY.  PARM IS OPTIONAL - A MISSING, NON-NUMERIC,
002590* OR OUT-OF-RANGE PARM FALLS BACK TO GFC-DEFAULT-DAYS, A WEEK.
002600*----------------------------------------------------------------
002610 77  GFC-DEFAULT-DAYS              PIC 9(02)  VALUE 7.
002620 77  GFC-MAX-DAYS                  PIC 9(02)  VALUE 31.
002630 77  GFC-FORECAST-DAYS             PIC 9(02)  VALUE 7.
002640 77  GFC-PARM-NUMERIC-SW           PIC X(01)  VALUE "Y".
002650     88  GFC-PARM-IS-NUMERIC                   VALUE "Y".
002660*
002670*----------------------------------------------------------------
002680* THE FORECAST WINDOW - TODAY THROUGH TODAY PLUS N-1 DAYS
002690*----------------------------------------------------------------
002700 77  GFC-TODAY-DATE                PIC 9(08)  VALUE ZERO.
002710 77  GFC-END-DATE                  PIC 9(08)  VALUE ZERO.
002720 77  GFC-START-INT                 PIC 9(08)  COMP  VALUE ZERO.
002730 77  GFC-END-INT                   PIC 9(08)  COMP  VALUE ZERO.
002740 77  GFC-WORK-INT                  PIC 9(08)  COMP  VALUE ZERO.
002750 77  GFC-DAY-SUB                   PIC 9(04)  COMP  VALUE ZERO.
002760*
002770*----------------------------------------------------------------
002780* ONE ENTRY PER DAY OF THE WINDOW, SO A DAY WITH NOBODY DUE
002790* STILL SHOWS ON THE DAILY SUMMARY
002800*----------------------------------------------------------------
002810 01  GFC-DAY-TABLE.
002820     05  GFC-DAY-ENTRY             OCCURS 31 TIMES.
002830         10  GFC-DY-DATE           PIC 9(08).
002840         10  GFC-DY-ARRIVALS       PIC 9(05).
002850         10  GFC-DY-SITES-OVER     PIC 9(03).
002860*
002870*----------------------------------------------------------------
002880* CONTROL-BREAK FIELDS FOR THE FORECAST
002890*----------------------------------------------------------------
002900 77  GFC-CUR-DATE                  PIC 9(08)  VALUE ZERO.
002910 77  GFC-CUR-SITE                  PIC X(02)  VALUE SPACES.
002920 77  GFC-CUR-LANG                  PIC X(02)  VALUE SPACES.
002930 77  GFC-CUR-DEPT                  PIC X(08)  VALUE SPACES.
002940 77  GFC-GROUP-COUNT               PIC 9(05)  VALUE ZERO.
002950 77  GFC-SITE-COUNT                PIC 9(05)  VALUE ZERO.
002960 77  GFC-DAY-COUNT                 PIC 9(05)  VALUE ZERO.
002970 77  GFC-SITE-CAPACITY             PIC 9(04)  VALUE ZERO.
002980 77  GFC-SITE-BLDG                 PIC X(24)  VALUE SPACES.
002990 77  GFC-OVER-BY                   PIC 9(05)  VALUE ZERO.
003000*
003010 77  GFC-PENDING-READ              PIC 9(07)  VALUE ZERO.
003020 77  GFC-IN-WINDOW-COUNT           PIC 9(07)  VALUE ZERO.
003030 77  GFC-PAST-DUE-COUNT            PIC 9(07)  VALUE ZERO.
003040 77  GFC-BEYOND-COUNT              PIC 9(07)  VALUE ZERO.
003050 77  GFC-BAD-DATE-COUNT            PIC 9(07)  VALUE ZERO.
003060 77  GFC-OVER-COUNT                PIC 9(05)  VALUE ZERO.
003070 77  GFC-SUP-HIT-COUNT             PIC 9(07)  VALUE ZERO.
003080 77  GFC-MSTR-HIT-COUNT            PIC 9(07)  VALUE ZERO.
003090*
003100 01  GFC-DATE-SPLIT.
003110     05  GFC-DS-YEAR               PIC 9(04).
003120     05  GFC-DS-MONTH              PIC 9(02).
003130     05  GFC-DS-DAY                PIC 9(02).
003140*
003150 01  GFC-DATE-EDIT.
003160     05  GFC-DE-MONTH              PIC 9(02).
003170     05  FILLER                    PIC X(01)  VALUE "/".
003180     05  GFC-DE-DAY                PIC 9(02).
003190     05  FILLER                    PIC X(01)  VALUE "/".
003200     05  GFC-DE-YEAR               PIC 9(04).
003210*
003220 01  GFC-COUNTERS.
003230     05  GFC-LINE-COUNT            PIC 9(02)  VALUE ZERO.
003240     05  GFC-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
003250*
003260 01  GFC-LINES-PER-PAGE            PIC 9(02)  VALUE 40.
003270*
003280 01  GFC-HEADING-1.
003290     05  FILLER                    PIC X(24)  VALUE SPACES.
003300     05  FILLER                    PIC X(26)
003310         VALUE "GREETPND ARRIVALS FORECAST".
003320     05  FILLER                    PIC X(07)  VALUE " PAGE ".
003330     05  GFC-H1-PAGE               PIC ZZ9.
003340     05  FILLER                    PIC X(20)  VALUE SPACES.
003350*
003360 01  GFC-HEADING-2.
003370     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
003380     05  GFC-H2-RUN-DATE           PIC X(10).
003390     05  FILLER                    PIC X(10)  VALUE "  WINDOW: ".
003400     05  GFC-H2-FROM-DATE          PIC X(10).
003410     05  FILLER                    PIC X(06)  VALUE " THRU ".
003420     05  GFC-H2-THRU-DATE          PIC X(10).
003430     05  FILLER                    PIC X(02)  VALUE " (".
003440     05  GFC-H2-DAYS               PIC Z9.
003450     05  FILLER                    PIC X(06)  VALUE " DAYS)".
003460     05  FILLER                    PIC X(14)  VALUE SPACES.
003470*
003480*    THE COLUMN HEADING CHANGES WITH THE SECTION BEING PRINTED.
003490 77  GFC-COLUMN-HEADING            PIC X(80)  VALUE SPACES.
003500*
003510 01  GFC-FORECAST-HEADING.
003520     05  FILLER                    PIC X(13)  VALUE " GREET-ON".
003530     05  FILLER                    PIC X(04)  VALUE "SITE".
003540     05  FILLER                    PIC X(26)  VALUE "  BUILDING".
003550     05  FILLER                    PIC X(05)  VALUE "LANG".
003560     05  FILLER                    PIC X(12)  VALUE "DEPARTMENT".
003570     05  FILLER                    PIC X(08)  VALUE "ARRIVALS".
003580     05  FILLER                    PIC X(12)  VALUE SPACES.
003590*
003600 01  GFC-SUMMARY-HEADING.
003610     05  FILLER                    PIC X(13)  VALUE " DAY".
003620     05  FILLER                    PIC X(35)  VALUE SPACES.
003630     05  FILLER                    PIC X(12)
003640         VALUE "    ARRIVALS".
003650     05  FILLER                    PIC X(20)
003660         VALUE "  SITES OVER".
003670*
003680 01  GFC-KNOWN-HEADING.
003690     05  FILLER                    PIC X(11)  VALUE " DEPARTMENT".
003700     05  FILLER                    PIC X(12)  VALUE " GREET-ON".
003710     05  FILLER                    PIC X(06)  VALUE "SITE".
003720     05  FILLER                    PIC X(22)  VALUE "NAME".
003730     05  FILLER                    PIC X(29)  VALUE "FOUND ON".
003740*
003750*    ONE LINE PER DAY, SITE, LANGUAGE, AND DEPARTMENT.
003760 01  GFC-DETAIL-LINE.
003770     05  FILLER                    PIC X(01)  VALUE SPACES.
003780     05  GFC-DL-DATE               PIC X(10).
003790     05  FILLER                    PIC X(02)  VALUE SPACES.
003800     05  GFC-DL-SITE               PIC X(02).
003810     05  FILLER                    PIC X(04)  VALUE SPACES.
003820     05  GFC-DL-BLDG               PIC X(24).
003830     05  FILLER                    PIC X(01)  VALUE SPACES.
003840     05  GFC-DL-LANG               PIC X(02).
003850     05  FILLER                    PIC X(03)  VALUE SPACES.
003860     05  GFC-DL-DEPT               PIC X(08).
003870     05  FILLER                    PIC X(04)  VALUE SPACES.
003880     05  GFC-DL-COUNT              PIC ZZZZ9.
003890     05  FILLER                    PIC X(14)  VALUE SPACES.
003900*
003910 01  GFC-SITE-TOTAL-LINE.
003920     05  FILLER                    PIC X(13)  VALUE SPACES.
003930     05  FILLER                    PIC X(05)  VALUE "SITE ".
003940     05  GFC-STL-SITE              PIC X(02).
003950     05  FILLER                    PIC X(06)  VALUE " TOTAL".
003960     05  FILLER                    PIC X(35)  VALUE SPACES.
003970     05  GFC-STL-COUNT             PIC ZZZZ9.
003980     05  FILLER                    PIC X(02)  VALUE SPACES.
003990     05  FILLER                    PIC X(04)  VALUE "CAP ".
004000     05  GFC-STL-CAPACITY          PIC X(04).
004010     05  FILLER                    PIC X(04)  VALUE SPACES.
004020*
004030 01  GFC-OVER-LINE.
004040     05  FILLER                    PIC X(13)  VALUE SPACES.
004050     05  FILLER                    PIC X(32)
004060         VALUE "*** OVER DESK CAPACITY AT SITE ".
004070     05  GFC-OL-SITE               PIC X(02).
004080     05  FILLER                    PIC X(04)  VALUE " BY ".
004090     05  GFC-OL-OVER-BY            PIC ZZZZ9.
004100     05  FILLER                    PIC X(04)  VALUE " ***".
004110     05  FILLER                    PIC X(20)  VALUE SPACES.
004120*
004130 01  GFC-DAY-TOTAL-LINE.
004140     05  FILLER                    PIC X(13)  VALUE SPACES.
004150     05  FILLER                    PIC X(10)  VALUE "DAY TOTAL ".
004160     05  GFC-DTL-DATE              PIC X(10).
004170     05  FILLER                    PIC X(28)  VALUE SPACES.
004180     05  GFC-DTL-COUNT             PIC ZZZZ9.
004190     05  FILLER                    PIC X(14)  VALUE SPACES.
004200*
004210 01  GFC-SUMMARY-LINE.
004220     05  FILLER                    PIC X(01)  VALUE SPACES.
004230     05  GFC-SML-DATE              PIC X(10).
004240     05  FILLER                    PIC X(44)  VALUE SPACES.
004250     05  GFC-SML-ARRIVALS          PIC ZZZZ9.
004260     05  FILLER                    PIC X(09)  VALUE SPACES.
004270     05  GFC-SML-SITES-OVER        PIC ZZ9.
004280     05  FILLER                    PIC X(08)  VALUE SPACES.
004290*
004300*    ONE LINE PER PENDING NAME ALREADY KNOWN, PER FILE IT IS ON.
004310 01  GFC-KNOWN-LINE.
004320     05  FILLER                    PIC X(01)  VALUE SPACES.
004330     05  GFC-KL-DEPT               PIC X(08).
004340     05  FILLER                    PIC X(02)  VALUE SPACES.
004350     05  GFC-KL-DATE               PIC X(10).
004360     05  FILLER                    PIC X(02)  VALUE SPACES.
004370     05  GFC-KL-SITE               PIC X(02).
004380     05  FILLER                    PIC X(04)  VALUE SPACES.
004390     05  GFC-KL-NAME               PIC X(20).
004400     05  FILLER                    PIC X(02)  VALUE SPACES.
004410     05  GFC-KL-FINDING            PIC X(29).
004420*
004430 01  GFC-MESSAGE-LINE.
004440     05  FILLER                    PIC X(05)  VALUE SPACES.
004450     05  GFC-ML-TEXT               PIC X(75).
004460*
004470 01  GFC-TOTAL-LINE.
004480     05  FILLER                    PIC X(05)  VALUE SPACES.
004490     05  GFC-TTL-LABEL             PIC X(34).
004500     05  GFC-TTL-VALUE             PIC ZZZZZZ9.
004510     05  FILLER                    PIC X(34)  VALUE SPACES.
004520*
004530*----------------------------------------------------------------
004540* LINKAGE SECTION - THE JCL PARM FIELD: HOW MANY DAYS AHEAD TO
004550* FORECAST, RIGHT OUT OF THE EXEC PARM=.
004560*----------------------------------------------------------------
004570 LINKAGE SECTION.
004580*
004590 01  GFC-JCL-PARM.
004600     05  GFC-PARM-LENGTH           PIC S9(04) COMP.
004610     05  GFC-PARM-DATA             PIC X(02).
004620*
004630 PROCEDURE DIVISION USING GFC-JCL-PARM.
004640*
004650*----------------------------------------------------------------
004660 0000-MAIN-PROCEDURE.
004670*----------------------------------------------------------------
004680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004690*
004700     SORT GREETFSR-FILE
004710         ON ASCENDING KEY GFS-GREET-ON-DATE GFS-SITE-CODE
004720                          GFS-LANG-CODE GFS-DEPT GFS-NAME
004730         INPUT PROCEDURE IS 3000-GATHER-PENDING
004740             THRU 3000-EXIT
004750         OUTPUT PROCEDURE IS 4000-PRINT-FORECAST
004760             THRU 4000-EXIT.
004770*
004780     PERFORM 5000-PRINT-DAY-SUMMARY THRU 5000-EXIT.
004790*
004800     MOVE "N" TO GFC-FIRST-PASS-SW.
004810     MOVE "N" TO GFC-SORT-EOF-SW.
004820     SORT GREETFSR-FILE
004830         ON ASCENDING KEY GFS-DEPT GFS-GREET-ON-DATE
004840                          GFS-SITE-CODE GFS-NAME
004850         INPUT PROCEDURE IS 3000-GATHER-PENDING
004860             THRU 3000-EXIT
004870         OUTPUT PROCEDURE IS 6000-LIST-KNOWN-NAMES
004880             THRU 6000-EXIT.
004890*
004900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004920     STOP RUN.
004930*
004940*----------------------------------------------------------------
004950 1000-INITIALIZE.
004960*----------------------------------------------------------------
004970     PERFORM 1005-EDIT-PARM THRU 1005-EXIT.
004980     PERFORM 1010-CHECK-GREETING-RUN THRU 1010-EXIT.
004990*
005000     OPEN INPUT GREETSITE-FILE.
005010     IF GFC-GREETSITE-STATUS NOT = "00"
005020         DISPLAY "GREETSITE OPEN FAILED - STATUS "
005030             GFC-GREETSITE-STATUS
005040         MOVE 12 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070*
005080*    NO SUPPRESSION LIST OR NO MASTER YET SIMPLY MEANS NO NAME
005090*    CAN BE ON IT.
005100     OPEN INPUT GREETSUP-FILE.
005110     IF GFC-GREETSUP-STATUS = "35"
005120         MOVE "N" TO GFC-SUP-FILE-SW
005130     ELSE
005140         IF GFC-GREETSUP-STATUS NOT = "00"
005150             DISPLAY "GREETSUP OPEN FAILED - STATUS "
005160                 GFC-GREETSUP-STATUS
005170             MOVE 12 TO RETURN-CODE
005180             STOP RUN
005190         END-IF
005200     END-IF.
005210     OPEN INPUT GREETMSTR-FILE.
005220     IF GFC-GREETMSTR-STATUS = "35"
005230         MOVE "N" TO GFC-MSTR-FILE-SW
005240     ELSE
005250         IF GFC-GREETMSTR-STATUS NOT = "00"
005260             DISPLAY "GREETMSTR OPEN FAILED - STATUS "
005270                 GFC-GREETMSTR-STATUS
005280             MOVE 12 TO RETURN-CODE
005290             STOP RUN
005300         END-IF
005310     END-IF.
005320*
005330     OPEN OUTPUT GREETFCR-FILE.
005340*
005350     ACCEPT GFC-TODAY-DATE FROM DATE YYYYMMDD.
005360     COMPUTE GFC-START-INT =
005370         FUNCTION INTEGER-OF-DATE (GFC-TODAY-DATE).
005380     COMPUTE GFC-END-INT =
005390         GFC-START-INT + GFC-FORECAST-DAYS - 1.
005400     COMPUTE GFC-END-DATE =
005410         FUNCTION DATE-OF-INTEGER (GFC-END-INT).
005420     PERFORM 1020-LOAD-DAY-TABLE THRU 1020-EXIT
005430         VARYING GFC-DAY-SUB FROM 1 BY 1
005440         UNTIL GFC-DAY-SUB > GFC-FORECAST-DAYS.
005450*
005460     MOVE GFC-TODAY-DATE TO GFC-DATE-SPLIT.
005470     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
005480     MOVE GFC-DATE-EDIT TO GFC-H2-RUN-DATE.
005490     MOVE GFC-DATE-EDIT TO GFC-H2-FROM-DATE.
005500     MOVE GFC-END-DATE TO GFC-DATE-SPLIT.
005510     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
005520     MOVE GFC-DATE-EDIT TO GFC-H2-THRU-DATE.
005530     MOVE GFC-FORECAST-DAYS TO GFC-H2-DAYS.
005540*
005550     MOVE GFC-FORECAST-HEADING TO GFC-COLUMN-HEADING.
005560     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
005570*
005580 1000-EXIT.
005590     EXIT.
005600*
005610*----------------------------------------------------------------
005620 1005-EDIT-PARM.
005630*----------------------------------------------------------------
005640     MOVE GFC-DEFAULT-DAYS TO GFC-FORECAST-DAYS.
005650     IF GFC-PARM-LENGTH > ZERO
005660         MOVE "Y" TO GFC-PARM-NUMERIC-SW
005670         IF GFC-PARM-LENGTH > LENGTH OF GFC-PARM-DATA
005680             MOVE "N" TO GFC-PARM-NUMERIC-SW
005690         ELSE
005700             IF GFC-PARM-DATA (1 : GFC-PARM-LENGTH)
005710                     IS NOT NUMERIC
005720                 MOVE "N" TO GFC-PARM-NUMERIC-SW
005730             END-IF
005740         END-IF
005750         IF GFC-PARM-IS-NUMERIC
005760             MOVE GFC-PARM-DATA (1 : GFC-PARM-LENGTH)
005770                 TO GFC-FORECAST-DAYS
005780             IF GFC-FORECAST-DAYS < 1
005790                OR GFC-FORECAST-DAYS > GFC-MAX-DAYS
005800                 MOVE "N" TO GFC-PARM-NUMERIC-SW
005810             END-IF
005820         END-IF
005830         IF NOT GFC-PARM-IS-NUMERIC
005840             DISPLAY "INVALID PARM - " GFC-PARM-DATA
005850             DISPLAY "USING DEFAULT FORECAST OF "
005860                 GFC-DEFAULT-DAYS " DAYS"
005870             MOVE GFC-DEFAULT-DAYS TO GFC-FORECAST-DAYS
005880         END-IF
005890     END-IF.
005900*
005910 1005-EXIT.
005920     EXIT.
005930*
005940*----------------------------------------------------------------
005950 1010-CHECK-GREETING-RUN.
005960*----------------------------------------------------------------
005970*    A GREET-USER RUN IN FLIGHT IS STILL WRITING GREETPND - A
005980*    FORECAST TAKEN UNDER IT WOULD COUNT HALF A FILE.  NO
005990*    DATASET MEANS NO RUN HAS EVER BEEN REGISTERED.
006000     OPEN INPUT GREETCTL-FILE.
006010     IF GFC-GREETCTL-STATUS = "00"
006020         READ GREETCTL-FILE
006030             AT END
006040                 CONTINUE
006050             NOT AT END
006060                 IF GC-RUN-IN-FLIGHT
006070                     DISPLAY "GREETING RUN " GC-RUN-NUMBER
006080                         " REGISTERED IN-FLIGHT SINCE "
006090                         GC-START-DATE " " GC-START-TIME
006100                     DISPLAY "FORECAST NOT RUN - RESTART ONCE "
006110                         "THE GREETING RUN HAS ENDED"
006120                     MOVE 12 TO RETURN-CODE
006130                     CLOSE GREETCTL-FILE
006140                     STOP RUN
006150                 END-IF
006160         END-READ
006170         CLOSE GREETCTL-FILE
006180     END-IF.
006190*
006200 1010-EXIT.
006210     EXIT.
006220*
006230*----------------------------------------------------------------
006240 1020-LOAD-DAY-TABLE.
006250*----------------------------------------------------------------
006260     COMPUTE GFC-WORK-INT = GFC-START-INT + GFC-DAY-SUB - 1.
006270     COMPUTE GFC-DY-DATE (GFC-DAY-SUB) =
006280         FUNCTION DATE-OF-INTEGER (GFC-WORK-INT).
006290     MOVE ZERO TO GFC-DY-ARRIVALS (GFC-DAY-SUB).
006300     MOVE ZERO TO GFC-DY-SITES-OVER (GFC-DAY-SUB).
006310*
006320 1020-EXIT.
006330     EXIT.
006340*
006350*----------------------------------------------------------------
006360 3000-GATHER-PENDING.
006370*----------------------------------------------------------------
006380*    BOTH SORTS TAKE THE SAME ENTRIES - EVERY PENDING ENTRY DUE
006390*    IN THE WINDOW.  THE ENTRIES OUTSIDE IT ARE COUNTED ON THE
006400*    FIRST PASS ONLY.  A DAY WITH NOTHING HELD OVER SIMPLY HAS
006410*    NO PENDING DATASET.
006420     MOVE "N" TO GFC-PND-EOF-SW.
006430     OPEN INPUT GREETPND-FILE.
006440     IF GFC-GREETPND-STATUS = "35"
006450         GO TO 3000-EXIT
006460     END-IF.
006470     IF GFC-GREETPND-STATUS NOT = "00"
006480         DISPLAY "GREETPND OPEN FAILED - STATUS "
006490             GFC-GREETPND-STATUS
006500         MOVE 12 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530*
006540     PERFORM 3900-READ-PENDING THRU 3900-EXIT.
006550     PERFORM 3100-RELEASE-PENDING THRU 3100-EXIT
006560         UNTIL GFC-END-OF-PENDING.
006570     CLOSE GREETPND-FILE.
006580*
006590 3000-EXIT.
006600     EXIT.
006610*
006620*----------------------------------------------------------------
006630 3100-RELEASE-PENDING.
006640*----------------------------------------------------------------
006650     MOVE GREETPND-RECORD TO GFC-PENDING-ENTRY.
006660     PERFORM 3200-PLACE-IN-WINDOW THRU 3200-EXIT.
006670     IF GFC-ENTRY-IN-WINDOW
006680         MOVE GFC-PENDING-ENTRY TO GREETFSR-RECORD
006690         RELEASE GREETFSR-RECORD
006700     END-IF.
006710*
006720     PERFORM 3900-READ-PENDING THRU 3900-EXIT.
006730*
006740 3100-EXIT.
006750     EXIT.
006760*
006770*----------------------------------------------------------------
006780 3200-PLACE-IN-WINDOW.
006790*----------------------------------------------------------------
006800*    GREET-USER ONLY HOLDS AN ENTRY WHOSE GREET-ON DATE IS AHEAD
006810*    OF ITS ROSTER DATE, SO ONE DATED BEFORE TODAY MEANS A
006820*    GREETING RUN HAS BEEN MISSED SINCE - IT IS COUNTED PAST DUE.
006830     MOVE "N" TO GFC-WINDOW-SW.
006840     IF GFC-FIRST-PASS
006850         ADD 1 TO GFC-PENDING-READ
006860     END-IF.
006870*
006880     IF GFP-GREET-ON-DATE IS NOT NUMERIC
006890         IF GFC-FIRST-PASS
006900             ADD 1 TO GFC-BAD-DATE-COUNT
006910         END-IF
006920         GO TO 3200-EXIT
006930     END-IF.
006940     IF GFP-GREET-ON-DATE < GFC-TODAY-DATE
006950         IF GFC-FIRST-PASS
006960             ADD 1 TO GFC-PAST-DUE-COUNT
006970         END-IF
006980         GO TO 3200-EXIT
006990     END-IF.
007000     IF GFP-GREET-ON-DATE > GFC-END-DATE
007010         IF GFC-FIRST-PASS
007020             ADD 1 TO GFC-BEYOND-COUNT
007030         END-IF
007040         GO TO 3200-EXIT
007050     END-IF.
007060*
007070*    INSIDE THE WINDOW BY VALUE BUT NOT A REAL CALENDAR DATE.
007080     COMPUTE GFC-WORK-INT =
007090         FUNCTION INTEGER-OF-DATE (GFP-GREET-ON-DATE).
007100     IF GFC-WORK-INT < GFC-START-INT
007110        OR GFC-WORK-INT > GFC-END-INT
007120         IF GFC-FIRST-PASS
007130             ADD 1 TO GFC-BAD-DATE-COUNT
007140         END-IF
007150         GO TO 3200-EXIT
007160     END-IF.
007170*
007180     SET GFC-ENTRY-IN-WINDOW TO TRUE.
007190     IF GFC-FIRST-PASS
007200         ADD 1 TO GFC-IN-WINDOW-COUNT
007210     END-IF.
007220*
007230 3200-EXIT.
007240     EXIT.
007250*
007260*----------------------------------------------------------------
007270 3900-READ-PENDING.
007280*----------------------------------------------------------------
007290     READ GREETPND-FILE
007300         AT END
007310             SET GFC-END-OF-PENDING TO TRUE
007320     END-READ.
007330*
007340 3900-EXIT.
007350     EXIT.
007360*
007370*----------------------------------------------------------------
007380 4000-PRINT-FORECAST.
007390*----------------------------------------------------------------
007400     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
007410         UNTIL GFC-END-OF-SORT.
007420*
007430     IF GFC-FIRST-RECORD
007440         MOVE "NO ARRIVALS PENDING IN THE WINDOW" TO GFC-ML-TEXT
007450         MOVE GFC-MESSAGE-LINE TO GREETFCR-LINE
007460         PERFORM 7300-PRINT-LINE THRU 7300-EXIT
007470     ELSE
007480         PERFORM 4300-END-DAY THRU 4300-EXIT
007490     END-IF.
007500*
007510 4000-EXIT.
007520     EXIT.
007530*
007540*----------------------------------------------------------------
007550 4100-RETURN-SORTED.
007560*----------------------------------------------------------------
007570     RETURN GREETFSR-FILE
007580         AT END
007590             SET GFC-END-OF-SORT TO TRUE
007600             GO TO 4100-EXIT
007610     END-RETURN.
007620*
007630     IF GFC-FIRST-RECORD
007640         MOVE "N" TO GFC-FIRST-RECORD-SW
007650         PERFORM 4500-START-DAY THRU 4500-EXIT
007660     ELSE
007670         IF GFS-GREET-ON-DATE NOT = GFC-CUR-DATE
007680             PERFORM 4300-END-DAY THRU 4300-EXIT
007690             PERFORM 4500-START-DAY THRU 4500-EXIT
007700         ELSE
007710             IF GFS-SITE-CODE NOT = GFC-CUR-SITE
007720                 PERFORM 4200-END-SITE THRU 4200-EXIT
007730                 PERFORM 4600-START-SITE THRU 4600-EXIT
007740             ELSE
007750                 IF GFS-LANG-CODE NOT = GFC-CUR-LANG
007760                    OR GFS-DEPT NOT = GFC-CUR-DEPT
007770                     PERFORM 4150-PRINT-GROUP THRU 4150-EXIT
007780                     PERFORM 4700-START-GROUP THRU 4700-EXIT
007790                 END-IF
007800             END-IF
007810         END-IF
007820     END-IF.
007830*
007840     ADD 1 TO GFC-GROUP-COUNT.
007850*
007860 4100-EXIT.
007870     EXIT.
007880*
007890*----------------------------------------------------------------
007900 4150-PRINT-GROUP.
007910*----------------------------------------------------------------
007920*    THE DAY AND BUILDING ARE PRINTED ON THE FIRST LINE OF EACH
007930*    SITE ONLY, SO THE LANGUAGES AND DEPARTMENTS UNDER IT READ
007940*    AS ONE BLOCK.
007950     MOVE GFC-CUR-LANG     TO GFC-DL-LANG.
007960     MOVE GFC-CUR-DEPT     TO GFC-DL-DEPT.
007970     MOVE GFC-GROUP-COUNT  TO GFC-DL-COUNT.
007980     MOVE GFC-DETAIL-LINE  TO GREETFCR-LINE.
007990     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008000     MOVE SPACES TO GFC-DL-DATE.
008010     MOVE SPACES TO GFC-DL-SITE.
008020     MOVE SPACES TO GFC-DL-BLDG.
008030     ADD GFC-GROUP-COUNT TO GFC-SITE-COUNT.
008040*
008050 4150-EXIT.
008060     EXIT.
008070*
008080*----------------------------------------------------------------
008090 4200-END-SITE.
008100*----------------------------------------------------------------
008110     PERFORM 4150-PRINT-GROUP THRU 4150-EXIT.
008120*
008130     MOVE GFC-CUR-SITE    TO GFC-STL-SITE.
008140     MOVE GFC-SITE-COUNT  TO GFC-STL-COUNT.
008150     IF GFC-SITE-CAPACITY > ZERO
008160         MOVE GFC-SITE-CAPACITY TO GFC-STL-CAPACITY
008170     ELSE
008180         MOVE "NONE" TO GFC-STL-CAPACITY
008190     END-IF.
008200     MOVE GFC-SITE-TOTAL-LINE TO GREETFCR-LINE.
008210     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008220*
008230*    NO CAPACITY ON FILE MEANS NOTHING TO FLAG AGAINST.
008240     IF GFC-SITE-CAPACITY > ZERO
008250        AND GFC-SITE-COUNT > GFC-SITE-CAPACITY
008260         COMPUTE GFC-OVER-BY =
008270             GFC-SITE-COUNT - GFC-SITE-CAPACITY
008280         MOVE GFC-CUR-SITE TO GFC-OL-SITE
008290         MOVE GFC-OVER-BY  TO GFC-OL-OVER-BY
008300         MOVE GFC-OVER-LINE TO GREETFCR-LINE
008310         PERFORM 7300-PRINT-LINE THRU 7300-EXIT
008320         ADD 1 TO GFC-OVER-COUNT
008330         ADD 1 TO GFC-DY-SITES-OVER (GFC-DAY-SUB)
008340     END-IF.
008350*
008360     ADD GFC-SITE-COUNT TO GFC-DAY-COUNT.
008370*
008380 4200-EXIT.
008390     EXIT.
008400*
008410*----------------------------------------------------------------
008420 4300-END-DAY.
008430*----------------------------------------------------------------
008440     PERFORM 4200-END-SITE THRU 4200-EXIT.
008450*
008460     MOVE GFC-CUR-DATE TO GFC-DATE-SPLIT.
008470     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
008480     MOVE GFC-DATE-EDIT TO GFC-DTL-DATE.
008490     MOVE GFC-DAY-COUNT TO GFC-DTL-COUNT.
008500     MOVE GFC-DAY-TOTAL-LINE TO GREETFCR-LINE.
008510     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008520     MOVE SPACES TO GREETFCR-LINE.
008530     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008540*
008550     MOVE GFC-DAY-COUNT TO GFC-DY-ARRIVALS (GFC-DAY-SUB).
008560*
008570 4300-EXIT.
008580     EXIT.
008590*
008600*----------------------------------------------------------------
008610 4500-START-DAY.
008620*----------------------------------------------------------------
008630     MOVE GFS-GREET-ON-DATE TO GFC-CUR-DATE.
008640     MOVE ZERO TO GFC-DAY-COUNT.
008650     COMPUTE GFC-WORK-INT =
008660         FUNCTION INTEGER-OF-DATE (GFC-CUR-DATE).
008670     COMPUTE GFC-DAY-SUB = GFC-WORK-INT - GFC-START-INT + 1.
008680*
008690     MOVE GFC-CUR-DATE TO GFC-DATE-SPLIT.
008700     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
008710     MOVE GFC-DATE-EDIT TO GFC-DL-DATE.
008720     PERFORM 4600-START-SITE THRU 4600-EXIT.
008730*
008740 4500-EXIT.
008750     EXIT.
008760*
008770*----------------------------------------------------------------
008780 4600-START-SITE.
008790*----------------------------------------------------------------
008800*    AN ENTRY WITH NO SITE, OR A SITE NO LONGER ON GREETSITE,
008810*    STILL COUNTS - IT JUST HAS NO DESK CAPACITY TO FLAG AGAINST.
008820     MOVE GFS-SITE-CODE TO GFC-CUR-SITE.
008830     MOVE ZERO TO GFC-SITE-COUNT.
008840     MOVE ZERO TO GFC-SITE-CAPACITY.
008850     MOVE "NOT ON GREETSITE" TO GFC-SITE-BLDG.
008860     MOVE GFC-CUR-SITE TO GF-SITE-CODE.
008870     READ GREETSITE-FILE
008880         KEY IS GF-SITE-CODE
008890         INVALID KEY
008900             CONTINUE
008910         NOT INVALID KEY
008920             MOVE GF-BUILDING-NAME TO GFC-SITE-BLDG
008930             IF GF-DESK-CAPACITY IS NUMERIC
008940                 MOVE GF-DESK-CAPACITY TO GFC-SITE-CAPACITY
008950             END-IF
008960     END-READ.
008970*
008980     MOVE GFC-CUR-SITE  TO GFC-DL-SITE.
008990     MOVE GFC-SITE-BLDG TO GFC-DL-BLDG.
009000     PERFORM 4700-START-GROUP THRU 4700-EXIT.
009010*
009020 4600-EXIT.
009030     EXIT.
009040*
009050*----------------------------------------------------------------
009060 4700-START-GROUP.
009070*----------------------------------------------------------------
009080     MOVE GFS-LANG-CODE TO GFC-CUR-LANG.
009090     MOVE GFS-DEPT      TO GFC-CUR-DEPT.
009100     MOVE ZERO TO GFC-GROUP-COUNT.
009110*
009120 4700-EXIT.
009130     EXIT.
009140*
009150*----------------------------------------------------------------
009160 5000-PRINT-DAY-SUMMARY.
009170*----------------------------------------------------------------
009180*    EVERY DAY OF THE WINDOW, EVEN ONE WITH NOBODY DUE - DESK
009190*    STAFFING IS PLANNED OFF THIS PAGE.
009200     MOVE GFC-SUMMARY-HEADING TO GFC-COLUMN-HEADING.
009210     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
009220     PERFORM 5100-PRINT-ONE-DAY THRU 5100-EXIT
009230         VARYING GFC-DAY-SUB FROM 1 BY 1
009240         UNTIL GFC-DAY-SUB > GFC-FORECAST-DAYS.
009250*
009260 5000-EXIT.
009270     EXIT.
009280*
009290*----------------------------------------------------------------
009300 5100-PRINT-ONE-DAY.
009310*----------------------------------------------------------------
009320     MOVE GFC-DY-DATE (GFC-DAY-SUB) TO GFC-DATE-SPLIT.
009330     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
009340     MOVE GFC-DATE-EDIT TO GFC-SML-DATE.
009350     MOVE GFC-DY-ARRIVALS (GFC-DAY-SUB) TO GFC-SML-ARRIVALS.
009360     MOVE GFC-DY-SITES-OVER (GFC-DAY-SUB) TO GFC-SML-SITES-OVER.
009370     MOVE GFC-SUMMARY-LINE TO GREETFCR-LINE.
009380     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
009390*
009400 5100-EXIT.
009410     EXIT.
009420*
009430*----------------------------------------------------------------
009440 6000-LIST-KNOWN-NAMES.
009450*----------------------------------------------------------------
009460*    THE SAME CHECKS THE GREETING RUN WILL MAKE ON THE DAY -
009470*    A NAME ON GREETSUP WILL BE SUPPRESSED, A NAME ALREADY ON
009480*    GREETMSTR WILL BE TAKEN AS A REPEAT UNLESS IT WAS ONLY
009490*    REGISTERED AHEAD OF TIME.
009500     MOVE GFC-KNOWN-HEADING TO GFC-COLUMN-HEADING.
009510     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
009520     PERFORM 6100-CHECK-ONE-NAME THRU 6100-EXIT
009530         UNTIL GFC-END-OF-SORT.
009540     IF GFC-SUP-HIT-COUNT = ZERO
009550        AND GFC-MSTR-HIT-COUNT = ZERO
009560         MOVE "NO PENDING NAME IS ON GREETSUP OR GREETMSTR"
009570             TO GFC-ML-TEXT
009580         MOVE GFC-MESSAGE-LINE TO GREETFCR-LINE
009590         PERFORM 7300-PRINT-LINE THRU 7300-EXIT
009600     END-IF.
009610*
009620 6000-EXIT.
009630     EXIT.
009640*
009650*----------------------------------------------------------------
009660 6100-CHECK-ONE-NAME.
009670*----------------------------------------------------------------
009680     RETURN GREETFSR-FILE
009690         AT END
009700             SET GFC-END-OF-SORT TO TRUE
009710             GO TO 6100-EXIT
009720     END-RETURN.
009730*
009740     MOVE GFS-DEPT TO GFC-KL-DEPT.
009750     MOVE GFS-GREET-ON-DATE TO GFC-DATE-SPLIT.
009760     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
009770     MOVE GFC-DATE-EDIT TO GFC-KL-DATE.
009780     MOVE GFS-SITE-CODE TO GFC-KL-SITE.
009790     MOVE GFS-NAME TO GFC-KL-NAME.
009800*
009810     IF GFC-SUPPRESS-ON-FILE
009820         MOVE GFS-NAME TO GSP-NAME
009830         READ GREETSUP-FILE
009840             KEY IS GSP-NAME
009850             INVALID KEY
009860                 CONTINUE
009870             NOT INVALID KEY
009880                 MOVE "GREETSUP - WILL BE SUPPRESSED"
009890                     TO GFC-KL-FINDING
009900                 MOVE GFC-KNOWN-LINE TO GREETFCR-LINE
009910                 PERFORM 7300-PRINT-LINE THRU 7300-EXIT
009920                 ADD 1 TO GFC-SUP-HIT-COUNT
009930         END-READ
009940     END-IF.
009950*
009960     IF GFC-MASTER-ON-FILE
009970         MOVE GFS-NAME TO GM-NAME
009980         READ GREETMSTR-FILE
009990             KEY IS GM-NAME
010000             INVALID KEY
010010                 CONTINUE
010020             NOT INVALID KEY
010030                 IF GM-ENTRY-REGISTERED
010040                     MOVE "GREETMSTR - REGISTERED"
010050                         TO GFC-KL-FINDING
010060                 ELSE
010070                     MOVE "GREETMSTR - GREETED BEFORE"
010080                         TO GFC-KL-FINDING
010090                 END-IF
010100                 MOVE GFC-KNOWN-LINE TO GREETFCR-LINE
010110                 PERFORM 7300-PRINT-LINE THRU 7300-EXIT
010120                 ADD 1 TO GFC-MSTR-HIT-COUNT
010130         END-READ
010140     END-IF.
010150*
010160 6100-EXIT.
010170     EXIT.
010180*
010190*----------------------------------------------------------------
010200 7000-PRINT-HEADINGS.
010210*----------------------------------------------------------------
010220     ADD 1 TO GFC-PAGE-COUNT.
010230     MOVE GFC-PAGE-COUNT TO GFC-H1-PAGE.
010240     MOVE ZERO TO GFC-LINE-COUNT.
010250*
010260     IF GFC-PAGE-COUNT > 1
010270         WRITE GREETFCR-LINE FROM GFC-HEADING-1
010280             AFTER ADVANCING PAGE
010290     ELSE
010300         WRITE GREETFCR-LINE FROM GFC-HEADING-1
010310     END-IF.
010320     WRITE GREETFCR-LINE FROM GFC-HEADING-2.
010330     MOVE SPACES TO GREETFCR-LINE.
010340     WRITE GREETFCR-LINE.
010350     WRITE GREETFCR-LINE FROM GFC-COLUMN-HEADING.
010360*
010370 7000-EXIT.
010380     EXIT.
010390*
010400*----------------------------------------------------------------
010410 7200-EDIT-DATE.
010420*----------------------------------------------------------------
010430     MOVE GFC-DS-MONTH TO GFC-DE-MONTH.
010440     MOVE GFC-DS-DAY   TO GFC-DE-DAY.
010450     MOVE GFC-DS-YEAR  TO GFC-DE-YEAR.
010460*
010470 7200-EXIT.
010480     EXIT.
010490*
010500*----------------------------------------------------------------
010510 7300-PRINT-LINE.
010520*----------------------------------------------------------------
010530     IF GFC-LINE-COUNT NOT < GFC-LINES-PER-PAGE
010540         MOVE GREETFCR-LINE TO GFC-MESSAGE-LINE
010550         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
010560         MOVE GFC-MESSAGE-LINE TO GREETFCR-LINE
010570     END-IF.
010580     WRITE GREETFCR-LINE.
010590     ADD 1 TO GFC-LINE-COUNT.
010600*
010610 7300-EXIT.
010620     EXIT.
010630*
010640*----------------------------------------------------------------
010650 7600-PRINT-TOTAL.
010660*----------------------------------------------------------------
010670     MOVE GFC-TOTAL-LINE TO GREETFCR-LINE.
010680     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
010690*
010700 7600-EXIT.
010710     EXIT.
010720*
010730*----------------------------------------------------------------
010740 8000-PRINT-TOTALS.
010750*----------------------------------------------------------------
010760     MOVE SPACES TO GREETFCR-LINE.
010770     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
010780     MOVE "PENDING ENTRIES READ:" TO GFC-TTL-LABEL.
010790     MOVE GFC-PENDING-READ TO GFC-TTL-VALUE.
010800     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010810     MOVE "DUE IN THE WINDOW:" TO GFC-TTL-LABEL.
010820     MOVE GFC-IN-WINDOW-COUNT TO GFC-TTL-VALUE.
010830     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010840     MOVE "DUE AFTER THE WINDOW:" TO GFC-TTL-LABEL.
010850     MOVE GFC-BEYOND-COUNT TO GFC-TTL-VALUE.
010860     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010870     MOVE "PAST DUE - STILL PENDING:" TO GFC-TTL-LABEL.
010880     MOVE GFC-PAST-DUE-COUNT TO GFC-TTL-VALUE.
010890     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010900     MOVE "GREET-ON DATE NOT A VALID DATE:" TO GFC-TTL-LABEL.
010910     MOVE GFC-BAD-DATE-COUNT TO GFC-TTL-VALUE.
010920     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010930     MOVE "SITE-DAYS OVER DESK CAPACITY:" TO GFC-TTL-LABEL.
010940     MOVE GFC-OVER-COUNT TO GFC-TTL-VALUE.
010950     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010960     MOVE "PENDING NAMES ON GREETSUP:" TO GFC-TTL-LABEL.
010970     MOVE GFC-SUP-HIT-COUNT TO GFC-TTL-VALUE.
010980     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
010990     MOVE "PENDING NAMES ON GREETMSTR:" TO GFC-TTL-LABEL.
011000     MOVE GFC-MSTR-HIT-COUNT TO GFC-TTL-VALUE.
011010     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
011020*
011030*    A DAY OVER CAPACITY NEEDS SOMEONE TO ACT ON IT BEFORE IT
011040*    ARRIVES - CONDITION CODE 4 SO THE SCHEDULER SHOWS IT.
011050     IF GFC-OVER-COUNT > ZERO
011060         DISPLAY "FORECAST: " GFC-OVER-COUNT
011070             " SITE-DAYS OVER DESK CAPACITY - SEE GREETFCR"
011080         MOVE 4 TO RETURN-CODE
011090     END-IF.
011100*
011110 8000-EXIT.
011120     EXIT.
011130*
011140*----------------------------------------------------------------
011150 9000-TERMINATE.
011160*----------------------------------------------------------------
011170     CLOSE GREETSITE-FILE.
011180     IF GFC-SUPPRESS-ON-FILE
011190         CLOSE GREETSUP-FILE
011200     END-IF.
011210     IF GFC-MASTER-ON-FILE
011220         CLOSE GREETMSTR-FILE
011230     END-IF.
011240     CLOSE GREETFCR-FILE.
011250*
011260 9000-EXIT.
011270     EXIT.
011280*
011290 END PROGRAM GREET-FCS.

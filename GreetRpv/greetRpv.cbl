000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-RPV.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - PERIODIC REPEAT-VISITOR
000120*                 REPORT OFF THE PERMANENT GREETHIST HISTORY.  A
000130*                 CONTROL CARD NAMES THE NAME RANGE TO READ AND
000140*                 THE REPORTING WINDOW.  EVERY VISITOR GREETED
000150*                 MORE THAN ONCE IN THE WINDOW PRINTS WITH VISIT
000160*                 COUNT, FIRST AND MOST RECENT VISIT, AVERAGE
000170*                 DAYS BETWEEN VISITS, AND THE SITES AND
000180*                 LANGUAGES USED.  A VISIT-FREQUENCY SUMMARY PER
000190*                 SITE (ONCE, 2-5 TIMES, 6 OR MORE), THE TOP
000200*                 REPEAT VISITORS, AND THE REPEAT SHARE OF THE
000210*                 DESK'S TRAFFIC FOLLOW.  A VISITOR IS A NAME
000220*                 PLUS ITS GREETMSTR VISITOR ID, SO TWO PEOPLE
000230*                 SHARING A NAME ARE COUNTED APART; HISTORY
000240*                 ROLLED UP BEFORE IDS WERE ISSUED COUNTS AS ONE
000250*                 VISITOR PER NAME WITH NO ID.
000260*----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
000290*
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330*
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT GREETRVC-FILE ASSIGN TO GREETRVC
000370         ORGANIZATION IS SEQUENTIAL.
000380*
000390     SELECT GREETHIST-FILE ASSIGN TO GREETHIST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS GH-KEY
000430         FILE STATUS IS GRV-GREETHIST-STATUS.
000440*
000450     SELECT GREETRVR-FILE ASSIGN TO GREETRVR
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500*
000510*----------------------------------------------------------------
000520* GREETRVC-FILE - ONE CONTROL CARD: THE NAME RANGE AND THE
000530* REPORTING WINDOW.  A BLANK FROM-NAME STARTS AT THE TOP OF THE
000540* FILE AND A BLANK THROUGH-NAME RUNS TO THE END; NAMES COMPARE
000550* ON ALL 20 CHARACTERS, SO "S" THROUGH "SZZZZ" TAKES EVERY S.
000560* A ZERO FROM-DATE MEANS ALL HISTORY, A ZERO THROUGH-DATE
000570* MEANS THROUGH TODAY.  NO CARD AT ALL TAKES EVERY DEFAULT.
000580*----------------------------------------------------------------
000590 FD  GREETRVC-FILE
000600     RECORDING MODE IS F.
000610 01  GREETRVC-RECORD.
000620     05  GRV-CC-NAME-FROM          PIC X(20).
000630     05  GRV-CC-NAME-THRU          PIC X(20).
000640     05  GRV-CC-WINDOW-FROM        PIC X(08).
000650     05  GRV-CC-WINDOW-FROM-N      REDEFINES GRV-CC-WINDOW-FROM
000660                                   PIC 9(08).
000670     05  GRV-CC-WINDOW-THRU        PIC X(08).
000680     05  GRV-CC-WINDOW-THRU-N      REDEFINES GRV-CC-WINDOW-THRU
000690                                   PIC 9(08).
000700     05  FILLER                    PIC X(24).
000710*
000720*----------------------------------------------------------------
000730* GREETHIST-FILE - PERMANENT INDEXED GREETING HISTORY, KEYED ON
000740* NAME/DATE/TIME SO THE NAME RANGE IS ONE KEY RANGE
000750*----------------------------------------------------------------
000760 FD  GREETHIST-FILE.
000770 COPY GREETHIS REPLACING
000780     ==GREET-HISTORY-RECORD== BY ==GREETHIST-RECORD==,
000790     ==GH-HR-KEY==
000800         BY ==GH-KEY==,
000810     ==GH-HR-NAME==
000820         BY ==GH-NAME==,
000830     ==GH-HR-TS-DATE==
000840         BY ==GH-TS-DATE==,
000850     ==GH-HR-TS-TIME==
000860         BY ==GH-TS-TIME==,
000870     ==GH-HR-OPERATOR-ID==
000880         BY ==GH-OPERATOR-ID==,
000890     ==GH-HR-LANG-CODE==
000900         BY ==GH-LANG-CODE==,
000910     ==GH-HR-SITE-CODE==
000920         BY ==GH-SITE-CODE==,
000930     ==GH-HR-DEPARTMENT==
000940         BY ==GH-DEPARTMENT==,
000950     ==GH-HR-VISITOR-ID==
000960         BY ==GH-VISITOR-ID==.
000970*
000980*----------------------------------------------------------------
000990* GREETRVR-FILE - REPEAT VISITOR REPORT PRINT OUTPUT
001000*----------------------------------------------------------------
001010 FD  GREETRVR-FILE
001020     RECORDING MODE IS F.
001030 01  GREETRVR-LINE                 PIC X(80).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070 01  GRV-SWITCHES.
001080     05  GRV-EOF-SW                PIC X(01)  VALUE "N".
001090         88  GRV-END-OF-HISTORY                VALUE "Y".
001100     05  GRV-FOUND-SW              PIC X(01)  VALUE "N".
001110         88  GRV-ENTRY-FOUND                   VALUE "Y".
001120*
001130 77  GRV-GREETHIST-STATUS          PIC X(02).
001140 77  GRV-HIST-READ-COUNT           PIC 9(08)  VALUE ZERO.
001150 77  GRV-IN-WINDOW-COUNT           PIC 9(08)  VALUE ZERO.
001160 77  GRV-VISITOR-TOTAL             PIC 9(08)  VALUE ZERO.
001170 77  GRV-REPEAT-TOTAL              PIC 9(08)  VALUE ZERO.
001180 77  GRV-REPEAT-GREETINGS          PIC 9(08)  VALUE ZERO.
001190 77  GRV-REPEAT-PCT                PIC 9(03)V9  VALUE ZERO.
001200 77  GRV-NAME-FROM                 PIC X(20)  VALUE SPACES.
001210 77  GRV-NAME-THRU                 PIC X(20)  VALUE SPACES.
001220 77  GRV-WINDOW-FROM               PIC 9(08)  VALUE ZERO.
001230 77  GRV-WINDOW-THRU               PIC 9(08)  VALUE ZERO.
001240 77  GRV-CURRENT-NAME              PIC X(20)  VALUE SPACES.
001250 77  GRV-WORK-VISITOR-ID           PIC 9(08)  VALUE ZERO.
001260 77  GRV-WORK-SITE                 PIC X(02)  VALUE SPACES.
001270 77  GRV-FIRST-INT                 PIC 9(08)  VALUE ZERO.
001280 77  GRV-LAST-INT                  PIC 9(08)  VALUE ZERO.
001290 77  GRV-SPAN-DAYS                 PIC 9(08)  VALUE ZERO.
001300 77  GRV-AVG-DAYS                  PIC 9(05)V9  VALUE ZERO.
001310*
001320*----------------------------------------------------------------
001330* ONE NAME AT A TIME - THE HISTORY ARRIVES IN NAME ORDER, SO THE
001340* VISITORS UNDER THE CURRENT NAME ARE GATHERED HERE (ONE ENTRY
001350* PER VISITOR ID) AND FINISHED WHEN THE NAME CHANGES.  EACH
001360* CARRIES ITS VISITS PER SITE AND THE LANGUAGES IT WAS GREETED
001370* IN.  A NAME WITH MORE PEOPLE, OR A RANGE WITH MORE SITES, THAN
001380* THE TABLES HOLD STOPS THE RUN RATHER THAN REPORT A PARTIAL
001390* BREAKDOWN.
001400*----------------------------------------------------------------
001410 77  GRV-VIS-MAX                   PIC 9(04)  COMP  VALUE 30.
001420 77  GRV-VIS-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
001430 77  GRV-VIS-SUB                   PIC 9(04)  COMP  VALUE ZERO.
001440 77  GRV-VS-SUB                    PIC 9(04)  COMP  VALUE ZERO.
001450 77  GRV-VL-SUB                    PIC 9(04)  COMP  VALUE ZERO.
001460 77  GRV-LANG-MAX                  PIC 9(04)  COMP  VALUE 6.
001470 77  GRV-SITE-MAX                  PIC 9(04)  COMP  VALUE 20.
001480 77  GRV-SITE-COUNT                PIC 9(04)  COMP  VALUE ZERO.
001490 77  GRV-SITE-SUB                  PIC 9(04)  COMP  VALUE ZERO.
001500 77  GRV-TOP-MAX                   PIC 9(04)  COMP  VALUE 10.
001510 77  GRV-TOP-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
001520 77  GRV-TOP-SUB                   PIC 9(04)  COMP  VALUE ZERO.
001530 77  GRV-TOP-POS                   PIC 9(04)  COMP  VALUE ZERO.
001540*
001550 01  GRV-VISITOR-TABLE.
001560     05  GRV-VISITOR-ENTRY         OCCURS 30 TIMES.
001570         10  GRV-VT-VISITOR-ID     PIC 9(08).
001580         10  GRV-VT-VISITS         PIC 9(05).
001590         10  GRV-VT-FIRST-DATE     PIC 9(08).
001600         10  GRV-VT-LAST-DATE      PIC 9(08).
001610         10  GRV-VT-SITE-COUNT     PIC 9(04)  COMP.
001620         10  GRV-VT-SITE-ENTRY     OCCURS 20 TIMES.
001630             15  GRV-VT-SITE-CODE  PIC X(02).
001640             15  GRV-VT-SITE-VISITS
001650                                   PIC 9(05).
001660         10  GRV-VT-LANG-COUNT     PIC 9(04)  COMP.
001670         10  GRV-VT-LANG-CODE      PIC X(02)  OCCURS 6 TIMES.
001680         10  GRV-VT-LANG-MORE-SW   PIC X(01).
001690             88  GRV-VT-MORE-LANGS             VALUE "Y".
001700*
001710*    VISIT FREQUENCY PER SITE, BUILT AS SITES APPEAR.  A VISITOR
001720*    SEEN AT TWO SITES IS BUCKETED AT EACH BY ITS VISITS THERE;
001730*    THE ALL-SITES ROW BUCKETS EACH VISITOR ONCE BY ALL VISITS.
001740 01  GRV-SITE-TABLE.
001750     05  GRV-SITE-ENTRY            OCCURS 20 TIMES.
001760         10  GRV-SD-SITE-CODE      PIC X(02).
001770         10  GRV-SD-ONCE           PIC 9(08).
001780         10  GRV-SD-TWO-TO-FIVE    PIC 9(08).
001790         10  GRV-SD-SIX-PLUS       PIC 9(08).
001800         10  GRV-SD-TOTAL          PIC 9(08).
001810*
001820 01  GRV-ALL-SITES.
001830     05  GRV-AS-ONCE               PIC 9(08)  VALUE ZERO.
001840     05  GRV-AS-TWO-TO-FIVE        PIC 9(08)  VALUE ZERO.
001850     05  GRV-AS-SIX-PLUS           PIC 9(08)  VALUE ZERO.
001860     05  GRV-AS-TOTAL              PIC 9(08)  VALUE ZERO.
001870*
001880*    THE TOP REPEAT VISITORS, MOST VISITS FIRST.  ONE SPARE
001890*    ENTRY PAST THE TOP-MAX TAKES THE ENTRY PUSHED OFF THE END.
001900 01  GRV-TOP-TABLE.
001910     05  GRV-TOP-ENTRY             OCCURS 11 TIMES.
001920         10  GRV-TT-NAME           PIC X(20).
001930         10  GRV-TT-VISITOR-ID     PIC 9(08).
001940         10  GRV-TT-VISITS         PIC 9(05).
001950         10  GRV-TT-FIRST-DATE     PIC 9(08).
001960         10  GRV-TT-LAST-DATE      PIC 9(08).
001970*
001980 01  GRV-RUN-DATE.
001990     05  GRV-RD-YEAR               PIC 9(04).
002000     05  GRV-RD-MONTH              PIC 9(02).
002010     05  GRV-RD-DAY                PIC 9(02).
002020*
002030 01  GRV-DATE-SPLIT.
002040     05  GRV-DS-YEAR               PIC 9(04).
002050     05  GRV-DS-MONTH              PIC 9(02).
002060     05  GRV-DS-DAY                PIC 9(02).
002070 01  GRV-DATE-NUMBER REDEFINES GRV-DATE-SPLIT
002080                                   PIC 9(08).
002090*
002100 01  GRV-DATE-EDIT.
002110     05  GRV-DE-MONTH              PIC 9(02).
002120     05  FILLER                    PIC X(01)  VALUE "/".
002130     05  GRV-DE-DAY                PIC 9(02).
002140     05  FILLER                    PIC X(01)  VALUE "/".
002150     05  GRV-DE-YEAR               PIC 9(04).
002160*
002170 01  GRV-COUNTERS.
002180     05  GRV-LINE-COUNT            PIC 9(02)  VALUE ZERO.
002190     05  GRV-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
002200*
002210 01  GRV-LINES-PER-PAGE            PIC 9(02)  VALUE 45.
002220*
002230*    THE LINE BEING PRINTED AND THE COLUMN LINE OF THE SECTION
002240*    IT BELONGS TO, REPEATED UNDER THE HEADINGS OF A NEW PAGE.
002250 01  GRV-PRINT-LINE                PIC X(80)  VALUE SPACES.
002260 01  GRV-COLUMN-HOLD               PIC X(80)  VALUE SPACES.
002270*
002280 01  GRV-HEADING-1.
002290     05  FILLER                    PIC X(22)  VALUE SPACES.
002300     05  FILLER                    PIC X(32)
002310         VALUE "REPEAT VISITOR FREQUENCY REPORT".
002320     05  FILLER                    PIC X(06)  VALUE "PAGE ".
002330     05  GRV-H1-PAGE               PIC ZZ9.
002340     05  FILLER                    PIC X(17)  VALUE SPACES.
002350*
002360 01  GRV-HEADING-2.
002370     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
002380     05  GRV-H2-RUN-DATE           PIC X(10).
002390     05  FILLER                    PIC X(05)  VALUE SPACES.
002400     05  FILLER                    PIC X(08)  VALUE "WINDOW: ".
002410     05  GRV-H2-WINDOW-FROM        PIC X(10).
002420     05  FILLER                    PIC X(09)
002430         VALUE " THROUGH ".
002440     05  GRV-H2-WINDOW-THRU        PIC X(10).
002450     05  FILLER                    PIC X(18)  VALUE SPACES.
002460*
002470 01  GRV-HEADING-3.
002480     05  FILLER                    PIC X(10)  VALUE "NAMES:    ".
002490     05  GRV-H3-NAME-FROM          PIC X(20).
002500     05  FILLER                    PIC X(09)
002510         VALUE " THROUGH ".
002520     05  GRV-H3-NAME-THRU          PIC X(20).
002530     05  FILLER                    PIC X(21)  VALUE SPACES.
002540*
002550 01  GRV-SECTION-LINE.
002560     05  FILLER                    PIC X(02)  VALUE SPACES.
002570     05  GRV-SEC-TITLE             PIC X(40).
002580     05  FILLER                    PIC X(38)  VALUE SPACES.
002590*
002600 01  GRV-VISITOR-COLUMNS.
002610     05  FILLER                    PIC X(21)  VALUE "NAME".
002620     05  FILLER                    PIC X(09)  VALUE "VISITOR".
002630     05  FILLER                    PIC X(07)  VALUE "VISITS".
002640     05  FILLER                    PIC X(11)  VALUE "FIRST SEEN".
002650     05  FILLER                    PIC X(12)  VALUE "LAST SEEN".
002660     05  FILLER                    PIC X(08)  VALUE "AVG DAYS".
002670     05  FILLER                    PIC X(12)  VALUE SPACES.
002680*
002690 01  GRV-VISITOR-LINE.
002700     05  GRV-VL-NAME               PIC X(20).
002710     05  FILLER                    PIC X(01)  VALUE SPACES.
002720     05  GRV-VL-VISITOR-ID         PIC X(08).
002730     05  FILLER                    PIC X(01)  VALUE SPACES.
002740     05  GRV-VL-VISITS             PIC ZZZZ9.
002750     05  FILLER                    PIC X(02)  VALUE SPACES.
002760     05  GRV-VL-FIRST-DATE         PIC X(10).
002770     05  FILLER                    PIC X(01)  VALUE SPACES.
002780     05  GRV-VL-LAST-DATE          PIC X(10).
002790     05  FILLER                    PIC X(02)  VALUE SPACES.
002800     05  GRV-VL-AVG-DAYS           PIC ZZZZ9.9.
002810     05  FILLER                    PIC X(13)  VALUE SPACES.
002820*
002830*    SECOND LINE PER REPEAT VISITOR - THE FIRST SIX SITES AND
002840*    LANGUAGES USED, WITH A "+" WHEN THERE WERE MORE.
002850 01  GRV-USAGE-LINE.
002860     05  FILLER                    PIC X(10)  VALUE SPACES.
002870     05  FILLER                    PIC X(07)  VALUE "SITES: ".
002880     05  GRV-UL-SITE               PIC X(03)  OCCURS 6 TIMES.
002890     05  GRV-UL-SITE-MORE          PIC X(01).
002900     05  FILLER                    PIC X(02)  VALUE SPACES.
002910     05  FILLER                    PIC X(11)  VALUE "LANGUAGES: ".
002920     05  GRV-UL-LANG               PIC X(03)  OCCURS 6 TIMES.
002930     05  GRV-UL-LANG-MORE          PIC X(01).
002940     05  FILLER                    PIC X(12)  VALUE SPACES.
002950*
002960 01  GRV-SITE-COLUMNS.
002970     05  FILLER                    PIC X(05)  VALUE SPACES.
002980     05  FILLER                    PIC X(10)  VALUE "SITE".
002990     05  FILLER                    PIC X(12)
003000               VALUE "        ONCE".
003010     05  FILLER                    PIC X(12)
003020               VALUE "   2-5 TIMES".
003030     05  FILLER                    PIC X(12)
003040               VALUE "   6 OR MORE".
003050     05  FILLER                    PIC X(12)
003060               VALUE "    VISITORS".
003070     05  FILLER                    PIC X(17)  VALUE SPACES.
003080*
003090 01  GRV-SITE-LINE.
003100     05  FILLER                    PIC X(05)  VALUE SPACES.
003110     05  GRV-SL-LABEL              PIC X(10).
003120     05  FILLER                    PIC X(04)  VALUE SPACES.
003130     05  GRV-SL-ONCE               PIC ZZZZZZZ9.
003140     05  FILLER                    PIC X(04)  VALUE SPACES.
003150     05  GRV-SL-TWO-TO-FIVE        PIC ZZZZZZZ9.
003160     05  FILLER                    PIC X(04)  VALUE SPACES.
003170     05  GRV-SL-SIX-PLUS           PIC ZZZZZZZ9.
003180     05  FILLER                    PIC X(04)  VALUE SPACES.
003190     05  GRV-SL-TOTAL              PIC ZZZZZZZ9.
003200     05  FILLER                    PIC X(17)  VALUE SPACES.
003210*
003220 01  GRV-TOP-COLUMNS.
003230     05  FILLER                    PIC X(05)  VALUE SPACES.
003240     05  FILLER                    PIC X(05)  VALUE "RANK".
003250     05  FILLER                    PIC X(21)  VALUE "NAME".
003260     05  FILLER                    PIC X(10)  VALUE "VISITOR".
003270     05  FILLER                    PIC X(07)  VALUE "VISITS".
003280     05  FILLER                    PIC X(11)  VALUE "FIRST SEEN".
003290     05  FILLER                    PIC X(10)  VALUE "LAST SEEN".
003300     05  FILLER                    PIC X(11)  VALUE SPACES.
003310*
003320 01  GRV-TOP-LINE.
003330     05  FILLER                    PIC X(05)  VALUE SPACES.
003340     05  GRV-TL-RANK               PIC ZZ9.
003350     05  FILLER                    PIC X(02)  VALUE SPACES.
003360     05  GRV-TL-NAME               PIC X(20).
003370     05  FILLER                    PIC X(01)  VALUE SPACES.
003380     05  GRV-TL-VISITOR-ID         PIC X(08).
003390     05  FILLER                    PIC X(02)  VALUE SPACES.
003400     05  GRV-TL-VISITS             PIC ZZZZ9.
003410     05  FILLER                    PIC X(02)  VALUE SPACES.
003420     05  GRV-TL-FIRST-DATE         PIC X(10).
003430     05  FILLER                    PIC X(01)  VALUE SPACES.
003440     05  GRV-TL-LAST-DATE          PIC X(10).
003450     05  FILLER                    PIC X(11)  VALUE SPACES.
003460*
003470 01  GRV-MESSAGE-LINE.
003480     05  FILLER                    PIC X(05)  VALUE SPACES.
003490     05  GRV-ML-TEXT               PIC X(60).
003500     05  FILLER                    PIC X(15)  VALUE SPACES.
003510*
003520 01  GRV-TOTAL-LINE.
003530     05  FILLER                    PIC X(05)  VALUE SPACES.
003540     05  GRV-TTL-LABEL             PIC X(36).
003550     05  GRV-TTL-VALUE             PIC ZZZZZZZ9.
003560     05  FILLER                    PIC X(31)  VALUE SPACES.
003570*
003580 01  GRV-PCT-LINE.
003590     05  FILLER                    PIC X(05)  VALUE SPACES.
003600     05  GRV-PL-LABEL              PIC X(36).
003610     05  FILLER                    PIC X(02)  VALUE SPACES.
003620     05  GRV-PL-VALUE              PIC ZZ9.9.
003630     05  FILLER                    PIC X(02)  VALUE " %".
003640     05  FILLER                    PIC X(30)  VALUE SPACES.
003650*
003660 PROCEDURE DIVISION.
003670*
003680*----------------------------------------------------------------
003690 0000-MAIN-PROCEDURE.
003700*----------------------------------------------------------------
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003720     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
003730         UNTIL GRV-END-OF-HISTORY.
003740     PERFORM 3000-FINISH-NAME THRU 3000-EXIT.
003750     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003760     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003780     STOP RUN.
003790*
003800*----------------------------------------------------------------
003810 1000-INITIALIZE.
003820*----------------------------------------------------------------
003830     OPEN INPUT  GREETRVC-FILE.
003840     OPEN OUTPUT GREETRVR-FILE.
003850*
003860     ACCEPT GRV-RUN-DATE FROM DATE YYYYMMDD.
003870     MOVE GRV-RUN-DATE TO GRV-DATE-NUMBER.
003880     PERFORM 7950-EDIT-DATE THRU 7950-EXIT.
003890     MOVE GRV-DATE-EDIT TO GRV-H2-RUN-DATE.
003900*
003910     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003920*
003930*    NO HISTORY FILE MEANS THE END-OF-DAY ROLL-UP HAS NEVER RUN -
003940*    THE REPORT STILL PRINTS, EMPTY.  ANY OTHER OPEN FAILURE IS
003950*    A REAL PROBLEM AND STOPS THE JOB.
003960     OPEN INPUT GREETHIST-FILE.
003970     EVALUATE GRV-GREETHIST-STATUS
003980         WHEN "00"
003990             CONTINUE
004000         WHEN "35"
004010             DISPLAY "GREETHIST NOT FOUND - NO HISTORY TO "
004020                 "REPORT"
004030             SET GRV-END-OF-HISTORY TO TRUE
004040         WHEN OTHER
004050             DISPLAY "GREETHIST OPEN FAILED - STATUS "
004060                 GRV-GREETHIST-STATUS
004070             MOVE 12 TO RETURN-CODE
004080             STOP RUN
004090     END-EVALUATE.
004100*
004110     PERFORM 7900-PRINT-HEADINGS THRU 7900-EXIT.
004120     MOVE "VISITORS GREETED MORE THAN ONCE" TO GRV-SEC-TITLE.
004130     MOVE GRV-VISITOR-COLUMNS TO GRV-COLUMN-HOLD.
004140     PERFORM 7800-PRINT-SECTION-HEAD THRU 7800-EXIT.
004150*
004160     IF NOT GRV-END-OF-HISTORY
004170         PERFORM 1200-POSITION-HISTORY THRU 1200-EXIT
004180     END-IF.
004190*
004200 1000-EXIT.
004210     EXIT.
004220*
004230*----------------------------------------------------------------
004240 1100-READ-CONTROL-CARD.
004250*----------------------------------------------------------------
004260     MOVE SPACES TO GREETRVC-RECORD.
004270     READ GREETRVC-FILE
004280         AT END
004290             DISPLAY "NO CONTROL CARD - ALL NAMES, ALL HISTORY "
004300                 "THROUGH TODAY"
004310             MOVE ZERO TO GRV-CC-WINDOW-FROM-N
004320             MOVE ZERO TO GRV-CC-WINDOW-THRU-N
004330     END-READ.
004340     CLOSE GREETRVC-FILE.
004350*
004360     IF GRV-CC-WINDOW-FROM = SPACES
004370         MOVE ZERO TO GRV-CC-WINDOW-FROM-N
004380     END-IF.
004390     IF GRV-CC-WINDOW-THRU = SPACES
004400         MOVE ZERO TO GRV-CC-WINDOW-THRU-N
004410     END-IF.
004420     IF GRV-CC-WINDOW-FROM IS NOT NUMERIC
004430        OR GRV-CC-WINDOW-THRU IS NOT NUMERIC
004440         DISPLAY "CONTROL CARD WINDOW DATE NOT NUMERIC - "
004450             "RUN STOPPED"
004460         MOVE 12 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490     MOVE GRV-CC-WINDOW-FROM-N TO GRV-WINDOW-FROM.
004500     MOVE GRV-CC-WINDOW-THRU-N TO GRV-WINDOW-THRU.
004510     IF GRV-WINDOW-THRU = ZERO
004520         MOVE GRV-RUN-DATE TO GRV-WINDOW-THRU
004530     END-IF.
004540     IF GRV-WINDOW-FROM > GRV-WINDOW-THRU
004550         DISPLAY "CONTROL CARD WINDOW STARTS AFTER IT ENDS - "
004560             "RUN STOPPED"
004570         MOVE 12 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600*
004610     IF GRV-WINDOW-FROM = ZERO
004620         MOVE "BEGINNING " TO GRV-H2-WINDOW-FROM
004630     ELSE
004640         MOVE GRV-WINDOW-FROM TO GRV-DATE-NUMBER
004650         PERFORM 7950-EDIT-DATE THRU 7950-EXIT
004660         MOVE GRV-DATE-EDIT TO GRV-H2-WINDOW-FROM
004670     END-IF.
004680     MOVE GRV-WINDOW-THRU TO GRV-DATE-NUMBER.
004690     PERFORM 7950-EDIT-DATE THRU 7950-EXIT.
004700     MOVE GRV-DATE-EDIT TO GRV-H2-WINDOW-THRU.
004710*
004720     IF GRV-CC-NAME-FROM = SPACES
004730         MOVE LOW-VALUES TO GRV-NAME-FROM
004740         MOVE "(FIRST ON FILE)" TO GRV-H3-NAME-FROM
004750     ELSE
004760         MOVE GRV-CC-NAME-FROM TO GRV-NAME-FROM
004770         MOVE GRV-CC-NAME-FROM TO GRV-H3-NAME-FROM
004780     END-IF.
004790     IF GRV-CC-NAME-THRU = SPACES
004800         MOVE HIGH-VALUES TO GRV-NAME-THRU
004810         MOVE "(LAST ON FILE)" TO GRV-H3-NAME-THRU
004820     ELSE
004830         MOVE GRV-CC-NAME-THRU TO GRV-NAME-THRU
004840         MOVE GRV-CC-NAME-THRU TO GRV-H3-NAME-THRU
004850     END-IF.
004860*
004870 1100-EXIT.
004880     EXIT.
004890*
004900*----------------------------------------------------------------
004910 1200-POSITION-HISTORY.
004920*----------------------------------------------------------------
004930*    THE HISTORY KEY LEADS WITH THE NAME, SO ONE START AT THE
004940*    FROM-NAME AND A FORWARD READ TO THE THROUGH-NAME DELIVERS
004950*    THE WHOLE RANGE IN NAME, DATE, TIME ORDER.
004960     MOVE LOW-VALUES    TO GH-KEY.
004970     MOVE GRV-NAME-FROM TO GH-NAME.
004980     START GREETHIST-FILE
004990         KEY IS NOT < GH-KEY
005000         INVALID KEY
005010             SET GRV-END-OF-HISTORY TO TRUE
005020             GO TO 1200-EXIT
005030     END-START.
005040     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005050     MOVE GH-NAME TO GRV-CURRENT-NAME.
005060*
005070 1200-EXIT.
005080     EXIT.
005090*
005100*----------------------------------------------------------------
005110 2000-PROCESS-HISTORY.
005120*----------------------------------------------------------------
005130     IF GH-NAME NOT = GRV-CURRENT-NAME
005140         PERFORM 3000-FINISH-NAME THRU 3000-EXIT
005150         MOVE GH-NAME TO GRV-CURRENT-NAME
005160     END-IF.
005170     IF GH-TS-DATE NOT < GRV-WINDOW-FROM
005180        AND GH-TS-DATE NOT > GRV-WINDOW-THRU
005190         PERFORM 2200-TALLY-GREETING THRU 2200-EXIT
005200     END-IF.
005210*
005220     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005230*
005240 2000-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------------
005280 2100-READ-HISTORY.
005290*----------------------------------------------------------------
005300     READ GREETHIST-FILE NEXT RECORD
005310         AT END
005320             SET GRV-END-OF-HISTORY TO TRUE
005330             GO TO 2100-EXIT
005340     END-READ.
005350     IF GH-NAME > GRV-NAME-THRU
005360         SET GRV-END-OF-HISTORY TO TRUE
005370         GO TO 2100-EXIT
005380     END-IF.
005390     ADD 1 TO GRV-HIST-READ-COUNT.
005400*
005410 2100-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------------
005450 2200-TALLY-GREETING.
005460*----------------------------------------------------------------
005470*    HISTORY ROLLED UP BEFORE VISITOR IDS WERE ISSUED CARRIES
005480*    NONE - ALL OF IT UNDER ONE NAME COUNTS AS ONE VISITOR.
005490     ADD 1 TO GRV-IN-WINDOW-COUNT.
005500     MOVE ZERO TO GRV-WORK-VISITOR-ID.
005510     IF GH-VISITOR-ID IS NUMERIC
005520         MOVE GH-VISITOR-ID TO GRV-WORK-VISITOR-ID
005530     END-IF.
005540*
005550     MOVE "N" TO GRV-FOUND-SW.
005560     PERFORM 2210-SCAN-VISITOR THRU 2210-EXIT
005570         VARYING GRV-VIS-SUB FROM 1 BY 1
005580         UNTIL GRV-ENTRY-FOUND
005590            OR GRV-VIS-SUB > GRV-VIS-COUNT.
005600*    THE VARYING STEPS ONE PAST THE MATCH BEFORE THE UNTIL
005610*    SEES THE SWITCH - BACK THE SUBSCRIPT UP ONTO THE ENTRY.
005620     IF GRV-ENTRY-FOUND
005630         SUBTRACT 1 FROM GRV-VIS-SUB
005640     ELSE
005650         IF GRV-VIS-COUNT NOT < GRV-VIS-MAX
005660             DISPLAY "MORE VISITORS UNDER " GH-NAME
005670                 " THAN THE TABLE HOLDS - RUN STOPPED"
005680             MOVE 12 TO RETURN-CODE
005690             STOP RUN
005700         END-IF
005710         ADD 1 TO GRV-VIS-COUNT
005720         MOVE GRV-VIS-COUNT TO GRV-VIS-SUB
005730         MOVE GRV-WORK-VISITOR-ID
005740             TO GRV-VT-VISITOR-ID (GRV-VIS-SUB)
005750         MOVE ZERO TO GRV-VT-VISITS (GRV-VIS-SUB)
005760         MOVE GH-TS-DATE TO GRV-VT-FIRST-DATE (GRV-VIS-SUB)
005770         MOVE ZERO TO GRV-VT-SITE-COUNT (GRV-VIS-SUB)
005780         MOVE ZERO TO GRV-VT-LANG-COUNT (GRV-VIS-SUB)
005790         MOVE "N"  TO GRV-VT-LANG-MORE-SW (GRV-VIS-SUB)
005800     END-IF.
005810*
005820*    HISTORY READS OLDEST FIRST WITHIN A NAME, SO THE LATEST
005830*    GREETING SEEN IS ALWAYS THE MOST RECENT VISIT.
005840     ADD 1 TO GRV-VT-VISITS (GRV-VIS-SUB).
005850     MOVE GH-TS-DATE TO GRV-VT-LAST-DATE (GRV-VIS-SUB).
005860     PERFORM 2300-TALLY-SITE THRU 2300-EXIT.
005870     PERFORM 2400-TALLY-LANGUAGE THRU 2400-EXIT.
005880*
005890 2200-EXIT.
005900     EXIT.
005910*
005920*----------------------------------------------------------------
005930 2210-SCAN-VISITOR.
005940*----------------------------------------------------------------
005950     IF GRV-VT-VISITOR-ID (GRV-VIS-SUB) = GRV-WORK-VISITOR-ID
005960         SET GRV-ENTRY-FOUND TO TRUE
005970     END-IF.
005980*
005990 2210-EXIT.
006000     EXIT.
006010*
006020*----------------------------------------------------------------
006030 2300-TALLY-SITE.
006040*----------------------------------------------------------------
006050     MOVE "N" TO GRV-FOUND-SW.
006060     PERFORM 2310-SCAN-VISITOR-SITE THRU 2310-EXIT
006070         VARYING GRV-VS-SUB FROM 1 BY 1
006080         UNTIL GRV-ENTRY-FOUND
006090            OR GRV-VS-SUB > GRV-VT-SITE-COUNT (GRV-VIS-SUB).
006100     IF GRV-ENTRY-FOUND
006110         SUBTRACT 1 FROM GRV-VS-SUB
006120     ELSE
006130         IF GRV-VT-SITE-COUNT (GRV-VIS-SUB) NOT < GRV-SITE-MAX
006140             DISPLAY "MORE SITES THAN THE TABLE HOLDS - "
006150                 "RUN STOPPED"
006160             MOVE 12 TO RETURN-CODE
006170             STOP RUN
006180         END-IF
006190         ADD 1 TO GRV-VT-SITE-COUNT (GRV-VIS-SUB)
006200         MOVE GRV-VT-SITE-COUNT (GRV-VIS-SUB) TO GRV-VS-SUB
006210         MOVE GH-SITE-CODE
006220             TO GRV-VT-SITE-CODE (GRV-VIS-SUB GRV-VS-SUB)
006230         MOVE ZERO
006240             TO GRV-VT-SITE-VISITS (GRV-VIS-SUB GRV-VS-SUB)
006250     END-IF.
006260     ADD 1 TO GRV-VT-SITE-VISITS (GRV-VIS-SUB GRV-VS-SUB).
006270*
006280 2300-EXIT.
006290     EXIT.
006300*
006310*----------------------------------------------------------------
006320 2310-SCAN-VISITOR-SITE.
006330*----------------------------------------------------------------
006340     IF GRV-VT-SITE-CODE (GRV-VIS-SUB GRV-VS-SUB) = GH-SITE-CODE
006350         SET GRV-ENTRY-FOUND TO TRUE
006360     END-IF.
006370*
006380 2310-EXIT.
006390     EXIT.
006400*
006410*----------------------------------------------------------------
006420 2400-TALLY-LANGUAGE.
006430*----------------------------------------------------------------
006440*    ONLY WHICH LANGUAGES WERE USED IS KEPT, NOT HOW OFTEN -
006450*    PAST THE SIXTH THE LINE JUST SHOWS THAT THERE WERE MORE.
006460     MOVE "N" TO GRV-FOUND-SW.
006470     PERFORM 2410-SCAN-VISITOR-LANG THRU 2410-EXIT
006480         VARYING GRV-VL-SUB FROM 1 BY 1
006490         UNTIL GRV-ENTRY-FOUND
006500            OR GRV-VL-SUB > GRV-VT-LANG-COUNT (GRV-VIS-SUB).
006510     IF GRV-ENTRY-FOUND
006520         GO TO 2400-EXIT
006530     END-IF.
006540     IF GRV-VT-LANG-COUNT (GRV-VIS-SUB) NOT < GRV-LANG-MAX
006550         SET GRV-VT-MORE-LANGS (GRV-VIS-SUB) TO TRUE
006560         GO TO 2400-EXIT
006570     END-IF.
006580     ADD 1 TO GRV-VT-LANG-COUNT (GRV-VIS-SUB).
006590     MOVE GRV-VT-LANG-COUNT (GRV-VIS-SUB) TO GRV-VL-SUB.
006600     MOVE GH-LANG-CODE
006610         TO GRV-VT-LANG-CODE (GRV-VIS-SUB GRV-VL-SUB).
006620*
006630 2400-EXIT.
006640     EXIT.
006650*
006660*----------------------------------------------------------------
006670 2410-SCAN-VISITOR-LANG.
006680*----------------------------------------------------------------
006690     IF GRV-VT-LANG-CODE (GRV-VIS-SUB GRV-VL-SUB) = GH-LANG-CODE
006700         SET GRV-ENTRY-FOUND TO TRUE
006710     END-IF.
006720*
006730 2410-EXIT.
006740     EXIT.
006750*
006760*----------------------------------------------------------------
006770 3000-FINISH-NAME.
006780*----------------------------------------------------------------
006790*    THE NAME HAS CHANGED (OR THE RANGE HAS ENDED) - EVERY
006800*    VISITOR GATHERED UNDER THE LAST ONE IS COUNTED, BUCKETED,
006810*    AND, IF A REPEAT VISITOR, PRINTED AND RANKED.
006820     PERFORM 3100-FINISH-VISITOR THRU 3100-EXIT
006830         VARYING GRV-VIS-SUB FROM 1 BY 1
006840         UNTIL GRV-VIS-SUB > GRV-VIS-COUNT.
006850     MOVE ZERO TO GRV-VIS-COUNT.
006860*
006870 3000-EXIT.
006880     EXIT.
006890*
006900*----------------------------------------------------------------
006910 3100-FINISH-VISITOR.
006920*----------------------------------------------------------------
006930     ADD 1 TO GRV-VISITOR-TOTAL.
006940     ADD 1 TO GRV-AS-TOTAL.
006950     EVALUATE TRUE
006960         WHEN GRV-VT-VISITS (GRV-VIS-SUB) = 1
006970             ADD 1 TO GRV-AS-ONCE
006980         WHEN GRV-VT-VISITS (GRV-VIS-SUB) < 6
006990             ADD 1 TO GRV-AS-TWO-TO-FIVE
007000         WHEN OTHER
007010             ADD 1 TO GRV-AS-SIX-PLUS
007020     END-EVALUATE.
007030     PERFORM 3150-BUCKET-SITE THRU 3150-EXIT
007040         VARYING GRV-VS-SUB FROM 1 BY 1
007050         UNTIL GRV-VS-SUB > GRV-VT-SITE-COUNT (GRV-VIS-SUB).
007060*
007070     IF GRV-VT-VISITS (GRV-VIS-SUB) > 1
007080         ADD 1 TO GRV-REPEAT-TOTAL
007090         ADD GRV-VT-VISITS (GRV-VIS-SUB) TO GRV-REPEAT-GREETINGS
007100         PERFORM 3200-PRINT-REPEAT-VISITOR THRU 3200-EXIT
007110         PERFORM 3300-RANK-TOP-VISITOR THRU 3300-EXIT
007120     END-IF.
007130*
007140 3100-EXIT.
007150     EXIT.
007160*
007170*----------------------------------------------------------------
007180 3150-BUCKET-SITE.
007190*----------------------------------------------------------------
007200     MOVE GRV-VT-SITE-CODE (GRV-VIS-SUB GRV-VS-SUB)
007210         TO GRV-WORK-SITE.
007220     MOVE "N" TO GRV-FOUND-SW.
007230     PERFORM 3160-SCAN-SITE-ROW THRU 3160-EXIT
007240         VARYING GRV-SITE-SUB FROM 1 BY 1
007250         UNTIL GRV-ENTRY-FOUND
007260            OR GRV-SITE-SUB > GRV-SITE-COUNT.
007270     IF GRV-ENTRY-FOUND
007280         SUBTRACT 1 FROM GRV-SITE-SUB
007290     ELSE
007300         IF GRV-SITE-COUNT NOT < GRV-SITE-MAX
007310             DISPLAY "MORE SITES THAN THE TABLE HOLDS - "
007320                 "RUN STOPPED"
007330             MOVE 12 TO RETURN-CODE
007340             STOP RUN
007350         END-IF
007360         ADD 1 TO GRV-SITE-COUNT
007370         MOVE GRV-SITE-COUNT TO GRV-SITE-SUB
007380         MOVE GRV-WORK-SITE TO GRV-SD-SITE-CODE (GRV-SITE-SUB)
007390         MOVE ZERO TO GRV-SD-ONCE (GRV-SITE-SUB)
007400         MOVE ZERO TO GRV-SD-TWO-TO-FIVE (GRV-SITE-SUB)
007410         MOVE ZERO TO GRV-SD-SIX-PLUS (GRV-SITE-SUB)
007420         MOVE ZERO TO GRV-SD-TOTAL (GRV-SITE-SUB)
007430     END-IF.
007440*
007450     ADD 1 TO GRV-SD-TOTAL (GRV-SITE-SUB).
007460     EVALUATE TRUE
007470         WHEN GRV-VT-SITE-VISITS (GRV-VIS-SUB GRV-VS-SUB) = 1
007480             ADD 1 TO GRV-SD-ONCE (GRV-SITE-SUB)
007490         WHEN GRV-VT-SITE-VISITS (GRV-VIS-SUB GRV-VS-SUB) < 6
007500             ADD 1 TO GRV-SD-TWO-TO-FIVE (GRV-SITE-SUB)
007510         WHEN OTHER
007520             ADD 1 TO GRV-SD-SIX-PLUS (GRV-SITE-SUB)
007530     END-EVALUATE.
007540*
007550 3150-EXIT.
007560     EXIT.
007570*
007580*----------------------------------------------------------------
007590 3160-SCAN-SITE-ROW.
007600*----------------------------------------------------------------
007610     IF GRV-SD-SITE-CODE (GRV-SITE-SUB) = GRV-WORK-SITE
007620         SET GRV-ENTRY-FOUND TO TRUE
007630     END-IF.
007640*
007650 3160-EXIT.
007660     EXIT.
007670*
007680*----------------------------------------------------------------
007690 3200-PRINT-REPEAT-VISITOR.
007700*----------------------------------------------------------------
007710*    AVERAGE DAYS BETWEEN VISITS IS THE SPAN FROM FIRST TO MOST
007720*    RECENT VISIT SPREAD OVER THE GAPS BETWEEN THEM - TWO VISITS
007730*    ON THE SAME DAY AVERAGE ZERO.
007740     MOVE GRV-CURRENT-NAME TO GRV-VL-NAME.
007750     IF GRV-VT-VISITOR-ID (GRV-VIS-SUB) > ZERO
007760         MOVE GRV-VT-VISITOR-ID (GRV-VIS-SUB)
007770             TO GRV-VL-VISITOR-ID
007780     ELSE
007790         MOVE SPACES TO GRV-VL-VISITOR-ID
007800     END-IF.
007810     MOVE GRV-VT-VISITS (GRV-VIS-SUB) TO GRV-VL-VISITS.
007820     MOVE GRV-VT-FIRST-DATE (GRV-VIS-SUB) TO GRV-DATE-NUMBER.
007830     PERFORM 7950-EDIT-DATE THRU 7950-EXIT.
007840     MOVE GRV-DATE-EDIT TO GRV-VL-FIRST-DATE.
007850     MOVE GRV-VT-LAST-DATE (GRV-VIS-SUB) TO GRV-DATE-NUMBER.
007860     PERFORM 7950-EDIT-DATE THRU 7950-EXIT.
007870     MOVE GRV-DATE-EDIT TO GRV-VL-LAST-DATE.
007880*
007890     COMPUTE GRV-FIRST-INT = FUNCTION INTEGER-OF-DATE
007900         (GRV-VT-FIRST-DATE (GRV-VIS-SUB)).
007910     COMPUTE GRV-LAST-INT = FUNCTION INTEGER-OF-DATE
007920         (GRV-VT-LAST-DATE (GRV-VIS-SUB)).
007930     COMPUTE GRV-SPAN-DAYS = GRV-LAST-INT - GRV-FIRST-INT.
007940     COMPUTE GRV-AVG-DAYS ROUNDED =
007950         GRV-SPAN-DAYS / (GRV-VT-VISITS (GRV-VIS-SUB) - 1).
007960     MOVE GRV-AVG-DAYS TO GRV-VL-AVG-DAYS.
007970     MOVE GRV-VISITOR-LINE TO GRV-PRINT-LINE.
007980     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
007990*
008000     MOVE SPACES TO GRV-UL-SITE (1) GRV-UL-SITE (2)
008010         GRV-UL-SITE (3) GRV-UL-SITE (4) GRV-UL-SITE (5)
008020         GRV-UL-SITE (6) GRV-UL-SITE-MORE.
008030     MOVE SPACES TO GRV-UL-LANG (1) GRV-UL-LANG (2)
008040         GRV-UL-LANG (3) GRV-UL-LANG (4) GRV-UL-LANG (5)
008050         GRV-UL-LANG (6) GRV-UL-LANG-MORE.
008060     PERFORM 3210-LOAD-SITE-CODE THRU 3210-EXIT
008070         VARYING GRV-VS-SUB FROM 1 BY 1
008080         UNTIL GRV-VS-SUB > GRV-VT-SITE-COUNT (GRV-VIS-SUB)
008090            OR GRV-VS-SUB > 6.
008100     IF GRV-VT-SITE-COUNT (GRV-VIS-SUB) > 6
008110         MOVE "+" TO GRV-UL-SITE-MORE
008120     END-IF.
008130     PERFORM 3220-LOAD-LANG-CODE THRU 3220-EXIT
008140         VARYING GRV-VL-SUB FROM 1 BY 1
008150         UNTIL GRV-VL-SUB > GRV-VT-LANG-COUNT (GRV-VIS-SUB).
008160     IF GRV-VT-MORE-LANGS (GRV-VIS-SUB)
008170         MOVE "+" TO GRV-UL-LANG-MORE
008180     END-IF.
008190     MOVE GRV-USAGE-LINE TO GRV-PRINT-LINE.
008200     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
008210*
008220 3200-EXIT.
008230     EXIT.
008240*
008250*----------------------------------------------------------------
008260 3210-LOAD-SITE-CODE.
008270*----------------------------------------------------------------
008280     MOVE GRV-VT-SITE-CODE (GRV-VIS-SUB GRV-VS-SUB)
008290         TO GRV-UL-SITE (GRV-VS-SUB).
008300*
008310 3210-EXIT.
008320     EXIT.
008330*
008340*----------------------------------------------------------------
008350 3220-LOAD-LANG-CODE.
008360*----------------------------------------------------------------
008370     MOVE GRV-VT-LANG-CODE (GRV-VIS-SUB GRV-VL-SUB)
008380         TO GRV-UL-LANG (GRV-VL-SUB).
008390*
008400 3220-EXIT.
008410     EXIT.
008420*
008430*----------------------------------------------------------------
008440 3300-RANK-TOP-VISITOR.
008450*----------------------------------------------------------------
008460*    INSERTION INTO THE TOP TABLE, MOST VISITS FIRST.  A TIE
008470*    KEEPS THE NAME ALREADY RANKED (THE EARLIER IN NAME ORDER)
008480*    AHEAD.  ONCE THE TABLE IS FULL, A VISITOR HAS TO BEAT THE
008490*    LAST ENTRY TO GET ON, AND THAT ENTRY DROPS OFF.
008500     IF GRV-TOP-COUNT NOT < GRV-TOP-MAX
008510        AND GRV-VT-VISITS (GRV-VIS-SUB)
008520            NOT > GRV-TT-VISITS (GRV-TOP-MAX)
008530         GO TO 3300-EXIT
008540     END-IF.
008550     MOVE 1 TO GRV-TOP-POS.
008560     PERFORM 3310-STEP-TOP-SLOT THRU 3310-EXIT
008570         UNTIL GRV-TOP-POS > GRV-TOP-COUNT
008580            OR GRV-VT-VISITS (GRV-VIS-SUB)
008590               > GRV-TT-VISITS (GRV-TOP-POS).
008600     IF GRV-TOP-COUNT < GRV-TOP-MAX
008610         ADD 1 TO GRV-TOP-COUNT
008620     END-IF.
008630     PERFORM 3320-SHIFT-TOP-ENTRY THRU 3320-EXIT
008640         VARYING GRV-TOP-SUB FROM GRV-TOP-COUNT BY -1
008650         UNTIL GRV-TOP-SUB NOT > GRV-TOP-POS.
008660     MOVE GRV-CURRENT-NAME TO GRV-TT-NAME (GRV-TOP-POS).
008670     MOVE GRV-VT-VISITOR-ID (GRV-VIS-SUB)
008680         TO GRV-TT-VISITOR-ID (GRV-TOP-POS).
008690     MOVE GRV-VT-VISITS (GRV-VIS-SUB)
008700         TO GRV-TT-VISITS (GRV-TOP-POS).
008710     MOVE GRV-VT-FIRST-DATE (GRV-VIS-SUB)
008720         TO GRV-TT-FIRST-DATE (GRV-TOP-POS).
008730     MOVE GRV-VT-LAST-DATE (GRV-VIS-SUB)
008740         TO GRV-TT-LAST-DATE (GRV-TOP-POS).
008750*
008760 3300-EXIT.
008770     EXIT.
008780*
008790*----------------------------------------------------------------
008800 3310-STEP-TOP-SLOT.
008810*----------------------------------------------------------------
008820     ADD 1 TO GRV-TOP-POS.
008830*
008840 3310-EXIT.
008850     EXIT.
008860*
008870*----------------------------------------------------------------
008880 3320-SHIFT-TOP-ENTRY.
008890*----------------------------------------------------------------
008900     MOVE GRV-TOP-ENTRY (GRV-TOP-SUB - 1)
008910         TO GRV-TOP-ENTRY (GRV-TOP-SUB).
008920*
008930 3320-EXIT.
008940     EXIT.
008950*
008960*----------------------------------------------------------------
008970 7000-PRINT-SUMMARY.
008980*----------------------------------------------------------------
008990     IF GRV-REPEAT-TOTAL = ZERO
009000         MOVE "NO REPEAT VISITORS IN THE WINDOW" TO GRV-ML-TEXT
009010         MOVE GRV-MESSAGE-LINE TO GRV-PRINT-LINE
009020         PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT
009030     END-IF.
009040*
009050     MOVE "VISIT FREQUENCY BY SITE" TO GRV-SEC-TITLE.
009060     MOVE GRV-SITE-COLUMNS TO GRV-COLUMN-HOLD.
009070     PERFORM 7800-PRINT-SECTION-HEAD THRU 7800-EXIT.
009080     PERFORM 7100-PRINT-SITE-ROW THRU 7100-EXIT
009090         VARYING GRV-SITE-SUB FROM 1 BY 1
009100         UNTIL GRV-SITE-SUB > GRV-SITE-COUNT.
009110     MOVE "ALL SITES " TO GRV-SL-LABEL.
009120     MOVE GRV-AS-ONCE        TO GRV-SL-ONCE.
009130     MOVE GRV-AS-TWO-TO-FIVE TO GRV-SL-TWO-TO-FIVE.
009140     MOVE GRV-AS-SIX-PLUS    TO GRV-SL-SIX-PLUS.
009150     MOVE GRV-AS-TOTAL       TO GRV-SL-TOTAL.
009160     MOVE GRV-SITE-LINE TO GRV-PRINT-LINE.
009170     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
009180*
009190     MOVE "TOP REPEAT VISITORS" TO GRV-SEC-TITLE.
009200     MOVE GRV-TOP-COLUMNS TO GRV-COLUMN-HOLD.
009210     PERFORM 7800-PRINT-SECTION-HEAD THRU 7800-EXIT.
009220     PERFORM 7200-PRINT-TOP-ROW THRU 7200-EXIT
009230         VARYING GRV-TOP-SUB FROM 1 BY 1
009240         UNTIL GRV-TOP-SUB > GRV-TOP-COUNT.
009250*
009260 7000-EXIT.
009270     EXIT.
009280*
009290*----------------------------------------------------------------
009300 7100-PRINT-SITE-ROW.
009310*----------------------------------------------------------------
009320     MOVE SPACES TO GRV-SL-LABEL.
009330     MOVE "SITE " TO GRV-SL-LABEL (1 : 5).
009340     MOVE GRV-SD-SITE-CODE (GRV-SITE-SUB) TO GRV-SL-LABEL (6 : 2).
009350     MOVE GRV-SD-ONCE (GRV-SITE-SUB)        TO GRV-SL-ONCE.
009360     MOVE GRV-SD-TWO-TO-FIVE (GRV-SITE-SUB) TO GRV-SL-TWO-TO-FIVE.
009370     MOVE GRV-SD-SIX-PLUS (GRV-SITE-SUB)    TO GRV-SL-SIX-PLUS.
009380     MOVE GRV-SD-TOTAL (GRV-SITE-SUB)       TO GRV-SL-TOTAL.
009390     MOVE GRV-SITE-LINE TO GRV-PRINT-LINE.
009400     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
009410*
009420 7100-EXIT.
009430     EXIT.
009440*
009450*----------------------------------------------------------------
009460 7200-PRINT-TOP-ROW.
009470*----------------------------------------------------------------
009480     MOVE GRV-TOP-SUB TO GRV-TL-RANK.
009490     MOVE GRV-TT-NAME (GRV-TOP-SUB) TO GRV-TL-NAME.
009500     IF GRV-TT-VISITOR-ID (GRV-TOP-SUB) > ZERO
009510         MOVE GRV-TT-VISITOR-ID (GRV-TOP-SUB)
009520             TO GRV-TL-VISITOR-ID
009530     ELSE
009540         MOVE SPACES TO GRV-TL-VISITOR-ID
009550     END-IF.
009560     MOVE GRV-TT-VISITS (GRV-TOP-SUB) TO GRV-TL-VISITS.
009570     MOVE GRV-TT-FIRST-DATE (GRV-TOP-SUB) TO GRV-DATE-NUMBER.
009580     PERFORM 7950-EDIT-DATE THRU 7950-EXIT.
009590     MOVE GRV-DATE-EDIT TO GRV-TL-FIRST-DATE.
009600     MOVE GRV-TT-LAST-DATE (GRV-TOP-SUB) TO GRV-DATE-NUMBER.
009610     PERFORM 7950-EDIT-DATE THRU 7950-EXIT.
009620     MOVE GRV-DATE-EDIT TO GRV-TL-LAST-DATE.
009630     MOVE GRV-TOP-LINE TO GRV-PRINT-LINE.
009640     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
009650*
009660 7200-EXIT.
009670     EXIT.
009680*
009690*----------------------------------------------------------------
009700 7700-PRINT-DETAIL.
009710*----------------------------------------------------------------
009720     IF GRV-LINE-COUNT NOT < GRV-LINES-PER-PAGE
009730         PERFORM 7900-PRINT-HEADINGS THRU 7900-EXIT
009740         WRITE GREETRVR-LINE FROM GRV-COLUMN-HOLD
009750         ADD 1 TO GRV-LINE-COUNT
009760     END-IF.
009770     WRITE GREETRVR-LINE FROM GRV-PRINT-LINE.
009780     ADD 1 TO GRV-LINE-COUNT.
009790*
009800 7700-EXIT.
009810     EXIT.
009820*
009830*----------------------------------------------------------------
009840 7800-PRINT-SECTION-HEAD.
009850*----------------------------------------------------------------
009860*    A SECTION HEAD TOO NEAR THE FOOT OF THE PAGE STARTS A NEW
009870*    ONE INSTEAD OF SITTING THERE WITH NOTHING UNDER IT.
009880     IF GRV-LINE-COUNT + 4 > GRV-LINES-PER-PAGE
009890         PERFORM 7900-PRINT-HEADINGS THRU 7900-EXIT
009900     END-IF.
009910     MOVE SPACES TO GREETRVR-LINE.
009920     WRITE GREETRVR-LINE.
009930     WRITE GREETRVR-LINE FROM GRV-SECTION-LINE.
009940     WRITE GREETRVR-LINE FROM GRV-COLUMN-HOLD.
009950     ADD 3 TO GRV-LINE-COUNT.
009960*
009970 7800-EXIT.
009980     EXIT.
009990*
010000*----------------------------------------------------------------
010010 7900-PRINT-HEADINGS.
010020*----------------------------------------------------------------
010030     ADD 1 TO GRV-PAGE-COUNT.
010040     MOVE GRV-PAGE-COUNT TO GRV-H1-PAGE.
010050     MOVE ZERO TO GRV-LINE-COUNT.
010060*
010070     IF GRV-PAGE-COUNT > 1
010080         WRITE GREETRVR-LINE FROM GRV-HEADING-1
010090             AFTER ADVANCING PAGE
010100     ELSE
010110         WRITE GREETRVR-LINE FROM GRV-HEADING-1
010120     END-IF.
010130     WRITE GREETRVR-LINE FROM GRV-HEADING-2.
010140     WRITE GREETRVR-LINE FROM GRV-HEADING-3.
010150*
010160 7900-EXIT.
010170     EXIT.
010180*
010190*----------------------------------------------------------------
010200 7950-EDIT-DATE.
010210*----------------------------------------------------------------
010220     MOVE GRV-DS-MONTH TO GRV-DE-MONTH.
010230     MOVE GRV-DS-DAY   TO GRV-DE-DAY.
010240     MOVE GRV-DS-YEAR  TO GRV-DE-YEAR.
010250*
010260 7950-EXIT.
010270     EXIT.
010280*
010290*----------------------------------------------------------------
010300 8000-PRINT-TOTALS.
010310*----------------------------------------------------------------
010320*    THE REPEAT SHARE IS THE PART OF THE WINDOW'S GREETINGS THAT
010330*    WENT TO VISITORS SEEN MORE THAN ONCE - THE REGULARS' SHARE
010340*    OF THE DESK'S TRAFFIC.
010350     MOVE SPACES TO GREETRVR-LINE.
010360     WRITE GREETRVR-LINE.
010370     MOVE "HISTORY RECORDS READ IN NAME RANGE:" TO GRV-TTL-LABEL.
010380     MOVE GRV-HIST-READ-COUNT TO GRV-TTL-VALUE.
010390     WRITE GREETRVR-LINE FROM GRV-TOTAL-LINE.
010400     MOVE "GREETINGS IN WINDOW:" TO GRV-TTL-LABEL.
010410     MOVE GRV-IN-WINDOW-COUNT TO GRV-TTL-VALUE.
010420     WRITE GREETRVR-LINE FROM GRV-TOTAL-LINE.
010430     MOVE "VISITORS IN WINDOW:" TO GRV-TTL-LABEL.
010440     MOVE GRV-VISITOR-TOTAL TO GRV-TTL-VALUE.
010450     WRITE GREETRVR-LINE FROM GRV-TOTAL-LINE.
010460     MOVE "REPEAT VISITORS:" TO GRV-TTL-LABEL.
010470     MOVE GRV-REPEAT-TOTAL TO GRV-TTL-VALUE.
010480     WRITE GREETRVR-LINE FROM GRV-TOTAL-LINE.
010490     MOVE "GREETINGS TO REPEAT VISITORS:" TO GRV-TTL-LABEL.
010500     MOVE GRV-REPEAT-GREETINGS TO GRV-TTL-VALUE.
010510     WRITE GREETRVR-LINE FROM GRV-TOTAL-LINE.
010520*
010530     MOVE ZERO TO GRV-REPEAT-PCT.
010540     IF GRV-IN-WINDOW-COUNT > ZERO
010550         COMPUTE GRV-REPEAT-PCT ROUNDED =
010560             GRV-REPEAT-GREETINGS * 100 / GRV-IN-WINDOW-COUNT
010570     END-IF.
010580     MOVE "REPEAT SHARE OF DESK TRAFFIC:" TO GRV-PL-LABEL.
010590     MOVE GRV-REPEAT-PCT TO GRV-PL-VALUE.
010600     WRITE GREETRVR-LINE FROM GRV-PCT-LINE.
010610*
010620 8000-EXIT.
010630     EXIT.
010640*
010650*----------------------------------------------------------------
010660 9000-TERMINATE.
010670*----------------------------------------------------------------
010680     DISPLAY "HISTORY RECORDS READ: " GRV-HIST-READ-COUNT.
010690     DISPLAY "REPEAT VISITORS:      " GRV-REPEAT-TOTAL.
010700     IF GRV-GREETHIST-STATUS NOT = "35"
010710         CLOSE GREETHIST-FILE
010720     END-IF.
010730     CLOSE GREETRVR-FILE.
010740*
010750 9000-EXIT.
010760     EXIT.
010770*
010780 END PROGRAM GREET-RPV.

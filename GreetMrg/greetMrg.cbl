000330*                 WITH SITE AND DEPARTMENT, AND ARE COUNTED ON
000340*                 THE REPORT AS CARRIED FORWARD.  AN ABSENT
000350*                 PENDING DATASET MEANS NOTHING WAS HELD.
000351* 10/15/2026 RM   SITES TO CONSOLIDATE NOW COME FROM THE
000352*                 GREETSITE SITE FILE, NOT THE HARDWIRED
000353*                 GREETIN1/2/3 DD NAMES.  EACH ACTIVE SITE PAST
000354*                 ITS OPEN DATE HAS ITS ROSTER READ FROM THE DD
000355*                 NAME ON ITS SITE RECORD, SO A NEW BUILDING
000356*                 NEEDS ONLY A GREETSITE ENTRY AND A DD.  A SITE
000357*                 WITH NO ROSTER DATASET PRINTS OUT OF BALANCE.
000358*                 A MISSING GREETSITE FILE, OR ONE WITH NO
000359*                 ACTIVE SITES, STOPS THE JOB.
000360* 10/15/2026 RM   GREETREC GREW BY THE EIGHT-BYTE VISITOR ID.
000361*                 EVERY NAME RELEASED FROM A SITE ROSTER HAS IT
000362*                 SET TO ZERO - GREET-USER ASSIGNS THE REAL ONE
000363*                 FROM GREETMSTR - AND THE PENDING FILE AND THE
000364*                 CONTROL-RECORD VIEWS ARE SIZED TO MATCH.  SITE
000365*                 ROSTERS STAY 64 BYTES AS TRANSMITTED.
000366* 10/15/2026 RM   OPENS EACH NIGHT'S STREAM ON THE GREETSTP STEP
000367*                 LEDGER.  THE STREAM RECORD IS MARKED PENDING AS
000368*                 SOON AS THE RUN STARTS AND OPENED FOR THE NEW
000369*                 ROSTER DATE ONCE THE CONSOLIDATED HEADER DATE
000370*                 IS PICKED; THIS STEP'S OWN START AND END ARE
000371*                 LEDGERED UNDER STEP NAME GREETMRG FOR THAT
000372*                 DATE.  THE FIRST RUN EVER CREATES THE LEDGER.
000373* 10/15/2026 RM   EACH SITE MAY ALSO SEND A NEW-HIRE ROSTER, BUILT
000374*                 FROM HR'S FEED BY GREETHRN UNDER DD GREETHNN
000375*                 (NN = SITE CODE).  READ AFTER THE SITE'S OWN
000376*                 ROSTER AND BALANCED THE SAME WAY, BUT A SITE
000377*                 WITH NO NEW-HIRE DATASET IS NOT OUT OF BALANCE,
000378*                 AND EACH NEW HIRE KEEPS THE DEPARTMENT HR SENT
000379*                 RATHER THAN TAKING THE ROSTER HEADER'S.
000380* 10/15/2026 RM   A SITE WHOSE GREETSITE CLOSE DATE HAS ARRIVED IS
000381*                 SKIPPED EVEN BEFORE IT IS MARKED CLOSED - A
000382*                 CLOSE CAN BE KEYED AHEAD OF ITS DATE.
000383* 10/15/2026 RM   WHEN A DATE IS CONSOLIDATED AGAIN, EVERY LATER
000384*                 STREAM STEP THAT HAS ALREADY RUN FOR IT IS
000385*                 MARKED RERUN-DUE ON GREETSTP, SO NOTHING
000386*                 DOWNSTREAM RUNS AGAINST OUTPUT FROM THE EARLIER
000387*                 CONSOLIDATION.
000388* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000389*                 ALONG WITH THE OTHER STEP STATUSES.
000390* 10/15/2026 RM   THE INPUT AND WORK COPIES OF GREETREC RENAME THE
000391*                 VISITOR ID LIKE THE SORT RECORD DOES.
000392* 10/15/2026 RM   GREETREC COPIES RENAME THE WALK-IN CONDITION AND
000393*                 THE GREETSIT COPY RENAMES THE DESK CAPACITY.
000394*----------------------------------------------------------------
000395*
000396 ENVIRONMENT DIVISION.
000397*
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000453*    ONE SITE ROSTER AT A TIME - THE DD NAME IS TAKEN FROM THE
000456*    SITE'S GREETSITE RECORD BEFORE EACH OPEN.
000460     SELECT GREETINX-FILE ASSIGN USING GMG-ROSTER-DD
000470         ORGANIZATION IS SEQUENTIAL
000475         FILE STATUS IS GMG-GREETINX-STATUS.
000480*
000483*    SITE REFERENCE FILE - READ FRONT TO BACK FOR THE LIST OF
000486*    SITES WHOSE ROSTERS ARE CONSOLIDATED.
000490     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000500         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000533         RECORD KEY IS GF-SITE-CODE
000536         FILE STATUS IS GMG-GREETSITE-STATUS.
000540*
000550     SELECT GREETIN-FILE ASSIGN TO GREETIN
000560         ORGANIZATION IS SEQUENTIAL.
000640     SELECT GREETMRR-FILE ASSIGN TO GREETMRR
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660*
000661     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS GJ-KEY
000665         FILE STATUS IS GMG-GREETSTP-STATUS.
000666*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700*----------------------------------------------------------------
000710* GREETINX-FILE - A SITE ROSTER AS TRANSMITTED, CARRYING ITS OWN
000720* HDR/TRL.  ONLY THE RAW 64-BYTE RECORD IS DECLARED HERE - EVERY
000730* RECORD IS MOVED TO THE COMMON WORK AREA AND CLASSIFIED THERE
000750* SO ALL SITES SHARE ONE SET OF CONTROL-RECORD AND RELEASE
000755* LOGIC.
000760*----------------------------------------------------------------
000770 FD  GREETINX-FILE
000780     RECORDING MODE IS F.
000790 01  GREETINX-RECORD               PIC X(64).
000800*
000802*----------------------------------------------------------------
000804* GREETSITE-FILE - SITE REFERENCE MASTER
000806*----------------------------------------------------------------
000810 FD  GREETSITE-FILE.
000815 COPY GREETSIT REPLACING
000820     ==GF-SR-SITE-CODE==      BY ==GF-SITE-CODE==,
000825     ==GF-SR-BUILDING-NAME==  BY ==GF-BUILDING-NAME==,
000830     ==GF-SR-ADDR-LINE-1==    BY ==GF-ADDR-LINE-1==,
000835     ==GF-SR-ADDR-LINE-2==    BY ==GF-ADDR-LINE-2==,
000840     ==GF-SR-STATUS==         BY ==GF-STATUS==,
000845     ==GF-SR-SITE-ACTIVE==    BY ==GF-SITE-ACTIVE==,
000850     ==GF-SR-SITE-CLOSED==    BY ==GF-SITE-CLOSED==,
000855     ==GF-SR-OPEN-DATE==      BY ==GF-OPEN-DATE==,
000860     ==GF-SR-CLOSE-DATE==     BY ==GF-CLOSE-DATE==,
000865     ==GF-SR-ROSTER-DD==      BY ==GF-ROSTER-DD==,
000872     ==GF-SR-DESK-CAPACITY==  BY ==GF-DESK-CAPACITY==.
000880*
000890*----------------------------------------------------------------
000900* GREETPND-FILE - THE PRIOR RUN'S PENDING CARRY-FORWARD: NAME
000930*----------------------------------------------------------------
000940 FD  GREETPND-FILE
000950     RECORDING MODE IS F.
000960 01  GREETPND-RECORD               PIC X(72).
000970*
000980*----------------------------------------------------------------
000990* GREETIN-FILE - THE CONSOLIDATED ROSTER HANDED TO GREET-USER,
001170         BY ==GI-SITE-CODE==,
001180     ==GR-CR-NAME==
001190         BY ==GI-NAME==,
001193     ==GR-CR-DEPT-WALK-IN==
001196         BY ==GI-DEPT-WALK-IN==,
001200     ==GR-CR-DEPT==
001210         BY ==GI-DEPT==,
001220     ==GR-CR-GREET-ON-DATE==
001230         BY ==GI-GREET-ON-DATE==,
001233     ==GR-CR-VISITOR-ID==
001236         BY ==GI-VISITOR-ID==.
001240 01  GREETIN-CONTROL-RECORD.
001250     05  GI-CTL-TYPE               PIC X(03).
001260     05  GI-CTL-BODY               PIC X(69).
001270     05  GI-CTL-HEADER REDEFINES GI-CTL-BODY.
001280         10  GI-HDR-ROSTER-DATE    PIC 9(08).
001290         10  GI-HDR-DEPARTMENT     PIC X(08).
001300         10  FILLER                PIC X(53).
001310     05  GI-CTL-TRAILER REDEFINES GI-CTL-BODY.
001320         10  GI-TRL-RECORD-COUNT   PIC 9(08).
001330         10  FILLER                PIC X(61).
001340*
001350*----------------------------------------------------------------
001360* GREETSRT-FILE - SORT WORK FILE, COMBINED ROSTER KEYED ON NAME
001520         BY ==GSR-SITE-CODE==,
001530     ==GR-CR-NAME==
001540         BY ==GSR-NAME==,
001543     ==GR-CR-DEPT-WALK-IN==
001546         BY ==GSR-DEPT-WALK-IN==,
001550     ==GR-CR-DEPT==
001560         BY ==GSR-DEPT==,
001570     ==GR-CR-GREET-ON-DATE==
001580         BY ==GSR-GREET-ON-DATE==,
001583     ==GR-CR-VISITOR-ID==
001586         BY ==GSR-VISITOR-ID==.
001590*
001600*----------------------------------------------------------------
001610* GREETMRR-FILE - CONSOLIDATION REPORT PRINT OUTPUT
001630 FD  GREETMRR-FILE
001640     RECORDING MODE IS F.
001650 01  GREETMRR-LINE                 PIC X(80).
001651*
001652*----------------------------------------------------------------
001653* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
001654* DATE AND STEP NAME
001655*----------------------------------------------------------------
001656 FD  GREETSTP-FILE.
001657 COPY GREETSTP REPLACING
001658     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
001659     ==GJ-SL-KEY==
001660         BY ==GJ-KEY==,
001661     ==GJ-SL-ROSTER-DATE==
001662         BY ==GJ-ROSTER-DATE==,
001663     ==GJ-SL-STEP-NAME==
001664         BY ==GJ-STEP-NAME==,
001665     ==GJ-SL-STEP-DATA==
001666         BY ==GJ-STEP-DATA==,
001667     ==GJ-SL-START-DATE==
001668         BY ==GJ-START-DATE==,
001669     ==GJ-SL-START-TIME==
001670         BY ==GJ-START-TIME==,
001671     ==GJ-SL-END-DATE==
001672         BY ==GJ-END-DATE==,
001673     ==GJ-SL-END-TIME==
001674         BY ==GJ-END-TIME==,
001675     ==GJ-SL-COND-CODE==
001676         BY ==GJ-COND-CODE==,
001677     ==GJ-SL-STATUS==
001678         BY ==GJ-STATUS==,
001679     ==GJ-SL-STEP-STARTED==
001680         BY ==GJ-STEP-STARTED==,
001681     ==GJ-SL-STEP-COMPLETE==
001682         BY ==GJ-STEP-COMPLETE==,
001683     ==GJ-SL-STEP-WARNING==
001684         BY ==GJ-STEP-WARNING==,
001685     ==GJ-SL-STEP-FAILED==
001686         BY ==GJ-STEP-FAILED==,
001687     ==GJ-SL-STEP-REFUSED==
001688         BY ==GJ-STEP-REFUSED==,
001689     ==GJ-SL-STEP-PARTIAL==
001690         BY ==GJ-STEP-PARTIAL==,
001691     ==GJ-SL-STEP-OUT-OF-BAL==
001692         BY ==GJ-STEP-OUT-OF-BAL==,
001693     ==GJ-SL-STEP-RERUN-DUE==
001694         BY ==GJ-STEP-RERUN-DUE==,
001695     ==GJ-SL-STEP-ENDED-CLEAN==
001696         BY ==GJ-STEP-ENDED-CLEAN==,
001697     ==GJ-SL-RUN-COUNT==
001698         BY ==GJ-RUN-COUNT==,
001699     ==GJ-SL-NOTE==
001700         BY ==GJ-NOTE==,
001701     ==GJ-SL-STREAM-DATA==
001702         BY ==GJ-STREAM-DATA==,
001703     ==GJ-SL-CURRENT-DATE==
001704         BY ==GJ-CURRENT-DATE==,
001705     ==GJ-SL-STREAM-STATE==
001706         BY ==GJ-STREAM-STATE==,
001707     ==GJ-SL-STREAM-OPEN==
001708         BY ==GJ-STREAM-OPEN==,
001709     ==GJ-SL-STREAM-PENDING==
001710         BY ==GJ-STREAM-PENDING==,
001711     ==GJ-SL-OPENED-DATE==
001712         BY ==GJ-OPENED-DATE==,
001713     ==GJ-SL-OPENED-TIME==
001714         BY ==GJ-OPENED-TIME==.
001715*
001716 WORKING-STORAGE SECTION.
001717*
001718*----------------------------------------------------------------
001719* COMMON WORK AREA - EVERY SITE RECORD LANDS HERE AND IS
001720* CLASSIFIED AS HDR, TRL, OR NAME THROUGH THE REDEFINED
001721* CONTROL VIEW BEFORE RELEASE TO THE SORT
001730*----------------------------------------------------------------
001740 COPY GREETREC REPLACING
001750     ==GREET-RECORD== BY ==GMG-WORK-REC==,
001870         BY ==GW-SITE-CODE==,
001880     ==GR-CR-NAME==
001890         BY ==GW-NAME==,
001893     ==GR-CR-DEPT-WALK-IN==
001896         BY ==GW-DEPT-WALK-IN==,
001900     ==GR-CR-DEPT==
001910         BY ==GW-DEPT==,
001920     ==GR-CR-GREET-ON-DATE==
001930         BY ==GW-GREET-ON-DATE==,
001933     ==GR-CR-VISITOR-ID==
001936         BY ==GW-VISITOR-ID==.
001940 01  GMG-WORK-CTL REDEFINES GMG-WORK-REC.
001950     05  GMG-CTL-TYPE              PIC X(03).
001960         88  GMG-CTL-IS-HEADER                 VALUE "HDR".
001970         88  GMG-CTL-IS-TRAILER                VALUE "TRL".
001980     05  GMG-CTL-BODY              PIC X(69).
001990     05  GMG-CTL-HEADER REDEFINES GMG-CTL-BODY.
002000         10  GMG-HDR-ROSTER-DATE   PIC 9(08).
002010         10  GMG-HDR-DEPARTMENT    PIC X(08).
002020         10  FILLER                PIC X(53).
002030     05  GMG-CTL-TRAILER REDEFINES GMG-CTL-BODY.
002040         10  GMG-TRL-RECORD-COUNT  PIC 9(08).
002050         10  FILLER                PIC X(61).
002060*
002070 01  GMG-SWITCHES.
002080     05  GMG-ROSTER-EOF-SW         PIC X(01)  VALUE "N".
002090         88  GMG-END-OF-ROSTER                 VALUE "Y".
002100     05  GMG-SITEFILE-EOF-SW       PIC X(01)  VALUE "N".
002110         88  GMG-END-OF-SITEFILE               VALUE "Y".
002140     05  GMG-SORT-EOF-SW           PIC X(01)  VALUE "N".
002150         88  GMG-END-OF-SORT                   VALUE "Y".
002160     05  GMG-PND-EOF-SW            PIC X(01)  VALUE "N".
002170         88  GMG-END-OF-PENDING                VALUE "Y".
002180     05  GMG-BALANCE-SW            PIC X(01)  VALUE "Y".
002190         88  GMG-SITES-IN-BALANCE              VALUE "Y".
002192     05  GMG-STEP-ON-LEDGER-SW     PIC X(01)  VALUE "N".
002194         88  GMG-STEP-IS-ON-LEDGER             VALUE "Y".
002196     05  GMG-STREAM-ON-LEDGER-SW   PIC X(01)  VALUE "N".
002198         88  GMG-STREAM-IS-ON-LEDGER           VALUE "Y".
002200*
002210 77  GMG-SITE-SUB                  PIC 9(02)  COMP  VALUE ZERO.
002220 77  GMG-GREETPND-STATUS           PIC X(02).
002221 77  GMG-GREETINX-STATUS           PIC X(02).
002222 77  GMG-GREETSITE-STATUS          PIC X(02).
002223 77  GMG-ROSTER-DD                 PIC X(08)  VALUE SPACES.
002224 77  GMG-SITE-MAX                  PIC 9(02)  COMP  VALUE 40.
002225 77  GMG-SITE-COUNT                PIC 9(02)  COMP  VALUE ZERO.
002230 77  GMG-RELEASED-COUNT            PIC 9(08)  VALUE ZERO.
002240 77  GMG-CARRIED-COUNT             PIC 9(08)  VALUE ZERO.
002250 77  GMG-WRITTEN-COUNT             PIC 9(08)  VALUE ZERO.
002260 77  GMG-TODAY-DATE                PIC 9(08)  VALUE ZERO.
002261 77  GMG-GREETSTP-STATUS           PIC X(02).
002262 77  GMG-STEP-NAME                 PIC X(08)  VALUE "GREETMRG".
002263 77  GMG-STREAM-DATE               PIC 9(08)  VALUE ZERO.
002264 77  GMG-STEP-START-DATE           PIC 9(08)  VALUE ZERO.
002265 77  GMG-STEP-START-TIME           PIC 9(08)  VALUE ZERO.
002266 77  GMG-MARK-SUB                  PIC 9(02)  COMP  VALUE ZERO.
002270*
002280*----------------------------------------------------------------
002290* PER-SITE CONTROL TABLE - THE SITE CODE STAMPED ON EACH
002295* BUILDING'S NAMES, THE DD ITS ROSTER ARRIVES UNDER, WHAT ITS
002300* HEADER SAID, HOW MANY NAMES WERE READ, AND WHAT ITS TRAILER
002305* PROMISED.  LOADED FROM THE ACTIVE SITES ON GREETSITE - TWO
002310* ENTRIES PER SITE, ITS OWN ROSTER FOLLOWED BY ITS NEW-HIRE
002315* ROSTER.
002320*----------------------------------------------------------------
002330 01  GMG-SITE-TABLE.
002340     05  GMG-SITE-ENTRY            OCCURS 40 TIMES.
002350         10  GMG-ST-CODE           PIC X(02).
002353         10  GMG-ST-ROSTER-DD      PIC X(08).
002356         10  GMG-ST-FILE-SW        PIC X(01).
002360         10  GMG-ST-DEPT           PIC X(08).
002370         10  GMG-ST-ROSTER-DATE    PIC 9(08).
002380         10  GMG-ST-READ-COUNT     PIC 9(08).
002390         10  GMG-ST-TRL-COUNT      PIC 9(08).
002400         10  GMG-ST-TRL-SW         PIC X(01).
002401         10  GMG-ST-NEW-HIRE-SW    PIC X(01).
002402             88  GMG-ST-NEW-HIRES              VALUE "Y".
002403*
002404*    THE NEW-HIRE ROSTER DD FOR A SITE IS "GREETH" AND ITS CODE.
002405 01  GMG-NEW-HIRE-DD.
002406     05  FILLER                    PIC X(06)  VALUE "GREETH".
002407     05  GMG-NH-SITE-CODE          PIC X(02).
002410*
002420 01  GMG-RUN-DATE-EDIT.
002430     05  GMG-RDE-MONTH             PIC 9(02).
002920     05  GMG-TTL-VALUE             PIC ZZZZZZZ9.
002930     05  FILLER                    PIC X(39)  VALUE SPACES.
002940*
002942*    NIGHTLY STREAM ORDER - THE STEPS AFTER THIS ONE ARE MARKED
002944*    RERUN-DUE WHEN A DATE IS CONSOLIDATED AGAIN.
002946 COPY GREETSTQ.
002948*
002950 PROCEDURE DIVISION.
002960*
002970*----------------------------------------------------------------
003130*----------------------------------------------------------------
003140 1000-INITIALIZE.
003150*----------------------------------------------------------------
003152     ACCEPT GMG-TODAY-DATE FROM DATE YYYYMMDD.
003154*
003156     PERFORM 1050-MARK-STREAM-PENDING THRU 1050-EXIT.
003158*
003160     OPEN INPUT  GREETSITE-FILE.
003164     IF GMG-GREETSITE-STATUS NOT = "00"
003168         DISPLAY "GREETSITE OPEN FAILED - STATUS "
003172             GMG-GREETSITE-STATUS
003176         MOVE 12 TO RETURN-CODE
003180         STOP RUN
003184     END-IF.
003190*
003200*    THE PENDING CARRY-FORWARD IS OPTIONAL - THE FIRST RUN EVER,
003210*    OR A DAY WITH NOTHING HELD OVER, SIMPLY HAS NO DATASET.
003270     OPEN OUTPUT GREETIN-FILE.
003280     OPEN OUTPUT GREETMRR-FILE.
003290*
003350     PERFORM 1200-LOAD-SITE THRU 1200-EXIT
003354         UNTIL GMG-END-OF-SITEFILE.
003355     CLOSE GREETSITE-FILE.
003356     IF GMG-SITE-COUNT = ZERO
003357         DISPLAY "NO ACTIVE SITES ON GREETSITE - RUN STOPPED"
003358         MOVE 12 TO RETURN-CODE
003359         STOP RUN
003360     END-IF.
003361*
003362 1000-EXIT.
003363     EXIT.
003364*
003365*----------------------------------------------------------------
003366 1050-MARK-STREAM-PENDING.
003367*----------------------------------------------------------------
003368*    UNTIL THIS RUN HAS PICKED THE NEW ROSTER DATE THE STREAM
003369*    RECORD ON GREETSTP STAYS PENDING, SO NO LATER STEP CAN RUN
003370*    AGAINST A ROSTER STILL BEING BUILT - OR AGAINST LAST
003371*    NIGHT'S DATE IF THIS RUN DIES.  NO LEDGER AT ALL MEANS THE
003372*    FIRST STREAM EVER, AND AN EMPTY ONE IS CREATED.
003373     ACCEPT GMG-STEP-START-DATE FROM DATE YYYYMMDD.
003374     ACCEPT GMG-STEP-START-TIME FROM TIME.
003375     OPEN I-O GREETSTP-FILE.
003376     IF GMG-GREETSTP-STATUS = "35"
003377         OPEN OUTPUT GREETSTP-FILE
003378         CLOSE GREETSTP-FILE
003379         OPEN I-O GREETSTP-FILE
003380     END-IF.
003381     IF GMG-GREETSTP-STATUS NOT = "00"
003382         DISPLAY "GREETSTP OPEN FAILED - STATUS "
003383             GMG-GREETSTP-STATUS
003384         MOVE 12 TO RETURN-CODE
003385         STOP RUN
003386     END-IF.
003387*
003388     MOVE ZERO       TO GJ-ROSTER-DATE.
003389     MOVE "STREAM  " TO GJ-STEP-NAME.
003390     READ GREETSTP-FILE
003391         INVALID KEY
003392             MOVE "N" TO GMG-STREAM-ON-LEDGER-SW
003393             MOVE SPACES TO GJ-STREAM-DATA
003394             MOVE ZERO   TO GJ-CURRENT-DATE
003395             MOVE ZERO   TO GJ-OPENED-DATE
003396             MOVE ZERO   TO GJ-OPENED-TIME
003397         NOT INVALID KEY
003398             MOVE "Y" TO GMG-STREAM-ON-LEDGER-SW
003399     END-READ.
003400     MOVE "PENDING " TO GJ-STREAM-STATE.
003401     IF GMG-STREAM-IS-ON-LEDGER
003402         REWRITE GREETSTP-RECORD
003403     ELSE
003404         WRITE GREETSTP-RECORD
003405     END-IF.
003406     CLOSE GREETSTP-FILE.
003407*
003408 1050-EXIT.
003409     EXIT.
003410*
003420*----------------------------------------------------------------
003430 1100-CLEAR-SITE-ENTRY.
003470     MOVE ZERO   TO GMG-ST-READ-COUNT (GMG-SITE-SUB).
003480     MOVE ZERO   TO GMG-ST-TRL-COUNT (GMG-SITE-SUB).
003490     MOVE "N"    TO GMG-ST-TRL-SW (GMG-SITE-SUB).
003495     MOVE "Y"    TO GMG-ST-FILE-SW (GMG-SITE-SUB).
003500*
003510 1100-EXIT.
003520     EXIT.
003530*
003540*----------------------------------------------------------------
003541 1200-LOAD-SITE.
003542*----------------------------------------------------------------
003543*    ONLY A SITE THAT IS ACTIVE AND WHOSE OPEN DATE HAS ARRIVED
003544*    SENDS A ROSTER - CLOSED AND NOT-YET-OPEN SITES ARE SKIPPED.
003545*    A SITE WHOSE CLOSE DATE HAS ARRIVED COUNTS AS CLOSED.
003546     READ GREETSITE-FILE
003547         AT END
003548             SET GMG-END-OF-SITEFILE TO TRUE
003549             GO TO 1200-EXIT
003550     END-READ.
003551     IF NOT GF-SITE-ACTIVE
003552        OR GF-OPEN-DATE > GMG-TODAY-DATE
003553        OR (GF-CLOSE-DATE > ZERO
003554            AND GF-CLOSE-DATE NOT > GMG-TODAY-DATE)
003555         GO TO 1200-EXIT
003556     END-IF.
003557     IF GMG-SITE-COUNT + 1 NOT < GMG-SITE-MAX
003558         DISPLAY "MORE ACTIVE SITES THAN THE SITE TABLE "
003559             "HOLDS - RUN STOPPED"
003560         MOVE 12 TO RETURN-CODE
003561         STOP RUN
003562     END-IF.
003563     ADD 1 TO GMG-SITE-COUNT.
003564     MOVE GMG-SITE-COUNT TO GMG-SITE-SUB.
003565     MOVE GF-SITE-CODE   TO GMG-ST-CODE (GMG-SITE-SUB).
003566     MOVE GF-ROSTER-DD   TO GMG-ST-ROSTER-DD (GMG-SITE-SUB).
003567     PERFORM 1100-CLEAR-SITE-ENTRY THRU 1100-EXIT.
003568     MOVE "N"            TO GMG-ST-NEW-HIRE-SW (GMG-SITE-SUB).
003569*
003570     ADD 1 TO GMG-SITE-COUNT.
003571     MOVE GMG-SITE-COUNT TO GMG-SITE-SUB.
003572     MOVE GF-SITE-CODE   TO GMG-ST-CODE (GMG-SITE-SUB).
003573     MOVE GF-SITE-CODE   TO GMG-NH-SITE-CODE.
003574     MOVE GMG-NEW-HIRE-DD TO GMG-ST-ROSTER-DD (GMG-SITE-SUB).
003575     PERFORM 1100-CLEAR-SITE-ENTRY THRU 1100-EXIT.
003576     MOVE "Y"            TO GMG-ST-NEW-HIRE-SW (GMG-SITE-SUB).
003577*
003578 1200-EXIT.
003579     EXIT.
003580*
003581*----------------------------------------------------------------
003582 3000-GATHER-SITES.
003583*----------------------------------------------------------------
003584     PERFORM 3100-READ-SITE THRU 3100-EXIT
003585         VARYING GMG-SITE-SUB FROM 1 BY 1
003590         UNTIL GMG-SITE-SUB > GMG-SITE-COUNT.
003660     PERFORM 3400-READ-PENDING THRU 3400-EXIT
003670         UNTIL GMG-END-OF-PENDING.
003680*
003700     EXIT.
003710*
003720*----------------------------------------------------------------
003730 3100-READ-SITE.
003740*----------------------------------------------------------------
003742*    A SITE WHOSE ROSTER DATASET IS ABSENT IS FLAGGED AND LEFT
003744*    FOR THE REPORT TO SHOW OUT OF BALANCE - THE OTHER SITES
003746*    STILL CONSOLIDATE.
003748     MOVE GMG-ST-ROSTER-DD (GMG-SITE-SUB) TO GMG-ROSTER-DD.
003750     OPEN INPUT GREETINX-FILE.
003753     IF GMG-GREETINX-STATUS = "35"
003756         MOVE "N" TO GMG-ST-FILE-SW (GMG-SITE-SUB)
003760         GO TO 3100-EXIT
003810     END-IF.
003811     IF GMG-GREETINX-STATUS NOT = "00"
003812         DISPLAY "ROSTER " GMG-ROSTER-DD
003813             " OPEN FAILED - STATUS " GMG-GREETINX-STATUS
003814         MOVE 12 TO RETURN-CODE
003815         STOP RUN
003816     END-IF.
003817*
003818     MOVE "N" TO GMG-ROSTER-EOF-SW.
003819     PERFORM 3200-READ-ROSTER THRU 3200-EXIT
003820         UNTIL GMG-END-OF-ROSTER.
003821     CLOSE GREETINX-FILE.
003822*
003830 3100-EXIT.
003840     EXIT.
003850*
003860*----------------------------------------------------------------
003870 3200-READ-ROSTER.
003880*----------------------------------------------------------------
003890     READ GREETINX-FILE
003900         AT END
003910             SET GMG-END-OF-ROSTER TO TRUE
003920         NOT AT END
003930             MOVE GREETINX-RECORD TO GMG-WORK-REC
003940             PERFORM 3500-CLASSIFY-RELEASE THRU 3500-EXIT
003950     END-READ.
003960*
003970 3200-EXIT.
004120     EXIT.
004130*
004140*----------------------------------------------------------------
004500             MOVE GMG-WORK-REC TO GREETSRT-RECORD
004510             MOVE GMG-ST-CODE (GMG-SITE-SUB)
004520                 TO GSR-SITE-CODE
004530             IF NOT GMG-ST-NEW-HIRES (GMG-SITE-SUB)
004540                OR GSR-DEPT = SPACES
004542                 MOVE GMG-ST-DEPT (GMG-SITE-SUB)
004544                     TO GSR-DEPT
004546             END-IF
004548             MOVE ZERO TO GSR-VISITOR-ID
004550             RELEASE GREETSRT-RECORD
004560     END-EVALUATE.
004570*
004690     MOVE "HDR" TO GI-CTL-TYPE.
004700     MOVE GMG-TODAY-DATE TO GI-HDR-ROSTER-DATE.
004710     PERFORM 4200-PICK-ROSTER-DATE THRU 4200-EXIT
004720         VARYING GMG-SITE-SUB FROM GMG-SITE-COUNT BY -1
004730         UNTIL GMG-SITE-SUB < 1.
004740     MOVE "CONSOLID" TO GI-HDR-DEPARTMENT.
004750     WRITE GREETIN-CONTROL-RECORD.
004755     PERFORM 4300-OPEN-STREAM THRU 4300-EXIT.
004760*
004770     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
004780         UNTIL GMG-END-OF-SORT.
005030*----------------------------------------------------------------
005040 4200-PICK-ROSTER-DATE.
005050*----------------------------------------------------------------
005060*    WALKED LAST SITE TO FIRST SO THE FIRST SITE ON FILE WITH
005070*    A HEADER WINS - TODAY'S DATE ONLY SURVIVES IF NO SITE
005080*    SENT ONE AT ALL.
005090     IF GMG-ST-ROSTER-DATE (GMG-SITE-SUB) > ZERO
005120     END-IF.
005130*
005140 4200-EXIT.
005141     EXIT.
005142*
005143*----------------------------------------------------------------
005144 4300-OPEN-STREAM.
005145*----------------------------------------------------------------
005146*    THE CONSOLIDATED HEADER DATE IS THE ROSTER DATE EVERY STEP
005147*    AFTER THIS ONE WORKS UNDER.  THE STREAM RECORD IS OPENED
005148*    FOR IT AND THIS STEP'S OWN LEDGER ENTRY FOR THE DATE IS
005149*    WRITTEN "STARTED" - A RERUN FOR THE SAME DATE REUSES THE
005150*    ENTRY AND ADDS TO ITS RUN COUNT, AND EVERY LATER STEP THAT
005151*    HAS ALREADY RUN FOR THE DATE IS MARKED RERUN-DUE.
005152     MOVE GI-HDR-ROSTER-DATE TO GMG-STREAM-DATE.
005153     OPEN I-O GREETSTP-FILE.
005154     IF GMG-GREETSTP-STATUS NOT = "00"
005155         DISPLAY "GREETSTP OPEN FAILED - STATUS "
005156             GMG-GREETSTP-STATUS
005157         MOVE 12 TO RETURN-CODE
005158         STOP RUN
005159     END-IF.
005160*
005161     MOVE ZERO       TO GJ-ROSTER-DATE.
005162     MOVE "STREAM  " TO GJ-STEP-NAME.
005163     READ GREETSTP-FILE
005164         INVALID KEY
005165             DISPLAY "STREAM RECORD MISSING FROM GREETSTP - "
005166                 "RUN STOPPED"
005167             CLOSE GREETSTP-FILE
005168             MOVE 12 TO RETURN-CODE
005169             STOP RUN
005170     END-READ.
005171     MOVE GMG-STREAM-DATE TO GJ-CURRENT-DATE.
005172     MOVE "OPEN    "      TO GJ-STREAM-STATE.
005173     ACCEPT GJ-OPENED-DATE FROM DATE YYYYMMDD.
005174     ACCEPT GJ-OPENED-TIME FROM TIME.
005175     REWRITE GREETSTP-RECORD.
005176*
005177     MOVE GMG-STREAM-DATE TO GJ-ROSTER-DATE.
005178     MOVE GMG-STEP-NAME   TO GJ-STEP-NAME.
005179     READ GREETSTP-FILE
005180         INVALID KEY
005181             MOVE "N" TO GMG-STEP-ON-LEDGER-SW
005182             MOVE SPACES TO GJ-STEP-DATA
005183             MOVE ZERO   TO GJ-RUN-COUNT
005184         NOT INVALID KEY
005185             MOVE "Y" TO GMG-STEP-ON-LEDGER-SW
005186     END-READ.
005187     MOVE GMG-STEP-START-DATE TO GJ-START-DATE.
005188     MOVE GMG-STEP-START-TIME TO GJ-START-TIME.
005189     MOVE ZERO TO GJ-END-DATE.
005190     MOVE ZERO TO GJ-END-TIME.
005191     MOVE ZERO TO GJ-COND-CODE.
005192     MOVE "STARTED   " TO GJ-STATUS.
005193     MOVE SPACES TO GJ-NOTE.
005194     ADD 1 TO GJ-RUN-COUNT.
005195     IF GMG-STEP-IS-ON-LEDGER
005196         REWRITE GREETSTP-RECORD
005197     ELSE
005198         WRITE GREETSTP-RECORD
005199     END-IF.
005200*
005201     SET GJ-STREAM-IDX TO 1.
005202     SEARCH GJ-STREAM-STEP
005203         AT END
005204             SET GJ-STREAM-IDX TO GJ-STREAM-STEP-COUNT
005205         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
005206                  = GMG-STEP-NAME
005207             CONTINUE
005208     END-SEARCH.
005209     SET GMG-MARK-SUB TO GJ-STREAM-IDX.
005210     ADD 1 TO GMG-MARK-SUB.
005211     PERFORM 4350-MARK-RERUN-DUE THRU 4350-EXIT
005212         VARYING GMG-MARK-SUB FROM GMG-MARK-SUB BY 1
005213         UNTIL GMG-MARK-SUB > GJ-STREAM-STEP-COUNT.
005214     CLOSE GREETSTP-FILE.
005215*
005216 4300-EXIT.
005217     EXIT.
005218*
005219*----------------------------------------------------------------
005220 4350-MARK-RERUN-DUE.
005221*----------------------------------------------------------------
005222*    A LATER STEP THAT HAS ALREADY RUN FOR THE DATE WORKED FROM
005223*    WHAT THIS STEP PRODUCED LAST TIME.  ITS ENTRY IS MARKED
005224*    "RERUN-DUE" SO THE STEPS AFTER IT REFUSE UNTIL IT HAS RUN
005225*    AGAIN.  A STEP WITH NO ENTRY HAS NOT RUN AND IS LEFT ALONE.
005226     MOVE GMG-STREAM-DATE TO GJ-ROSTER-DATE.
005227     MOVE GJ-STREAM-STEP-NAME (GMG-MARK-SUB) TO GJ-STEP-NAME.
005228     READ GREETSTP-FILE
005229         INVALID KEY
005230             GO TO 4350-EXIT
005231     END-READ.
005232     MOVE "RERUN-DUE "           TO GJ-STATUS.
005233     MOVE "RERUN AFTER GREETMRG" TO GJ-NOTE.
005234     REWRITE GREETSTP-RECORD.
005235     DISPLAY GJ-STEP-NAME " MARKED RERUN-DUE FOR ROSTER DATE "
005236         GMG-STREAM-DATE.
005237*
005238 4350-EXIT.
005239     EXIT.
005240*
005241*----------------------------------------------------------------
005242 8000-PRINT-REPORT.
005243*----------------------------------------------------------------
005244     MOVE 1 TO GMG-H1-PAGE.
005245     MOVE GMG-TODAY-DATE TO GMG-DATE-SPLIT.
005246     MOVE GMG-DS-MONTH TO GMG-RDE-MONTH.
005247     MOVE GMG-DS-DAY   TO GMG-RDE-DAY.
005248     MOVE GMG-DS-YEAR  TO GMG-RDE-YEAR.
005250     MOVE GMG-RUN-DATE-EDIT TO GMG-H2-RUN-DATE.
005260     WRITE GREETMRR-LINE FROM GMG-HEADING-1.
005270     WRITE GREETMRR-LINE FROM GMG-HEADING-2.
005290*
005300     PERFORM 8100-PRINT-SITE-LINE THRU 8100-EXIT
005310         VARYING GMG-SITE-SUB FROM 1 BY 1
005320         UNTIL GMG-SITE-SUB > GMG-SITE-COUNT.
005330*
005340     MOVE SPACES TO GREETMRR-LINE.
005350     WRITE GREETMRR-LINE.
005630     MOVE GMG-ST-READ-COUNT (GMG-SITE-SUB) TO GMG-SL-READ.
005640     MOVE GMG-ST-TRL-COUNT (GMG-SITE-SUB) TO GMG-SL-TRL.
005650     EVALUATE TRUE
005651         WHEN GMG-ST-FILE-SW (GMG-SITE-SUB) = "N"
005652          AND GMG-ST-NEW-HIRES (GMG-SITE-SUB)
005653             MOVE "NO NEW HIRES" TO GMG-SL-BALANCE
005654         WHEN GMG-ST-FILE-SW (GMG-SITE-SUB) = "N"
005655             MOVE "NO ROSTER FILE" TO GMG-SL-BALANCE
005656             MOVE "N" TO GMG-BALANCE-SW
005660         WHEN GMG-ST-TRL-SW (GMG-SITE-SUB) = "N"
005670             MOVE "NO TRAILER" TO GMG-SL-BALANCE
005680             MOVE "N" TO GMG-BALANCE-SW
005810*----------------------------------------------------------------
005820 9000-TERMINATE.
005830*----------------------------------------------------------------
005870     IF GMG-GREETPND-STATUS NOT = "35"
005880         CLOSE GREETPND-FILE
005890     END-IF.
005900     CLOSE GREETIN-FILE.
005910     CLOSE GREETMRR-FILE.
005920*
005923     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
005926*
005930 9000-EXIT.
005940     EXIT.
005950*
005960*----------------------------------------------------------------
005970 9090-REGISTER-STEP-END.
005980*----------------------------------------------------------------
005990*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
006000*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
006010*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
006020*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
006030*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
006040     OPEN I-O GREETSTP-FILE.
006050     IF GMG-GREETSTP-STATUS NOT = "00"
006060         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
006070             GMG-GREETSTP-STATUS
006080         GO TO 9090-EXIT
006090     END-IF.
006100     MOVE GMG-STREAM-DATE TO GJ-ROSTER-DATE.
006110     MOVE GMG-STEP-NAME   TO GJ-STEP-NAME.
006120     READ GREETSTP-FILE
006130         INVALID KEY
006140             DISPLAY "LEDGER ENTRY FOR " GMG-STEP-NAME
006150                 " NOT FOUND AT END OF STEP"
006160             CLOSE GREETSTP-FILE
006170             GO TO 9090-EXIT
006180     END-READ.
006190     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
006200     ACCEPT GJ-END-TIME FROM TIME.
006210     MOVE RETURN-CODE TO GJ-COND-CODE.
006220     EVALUATE TRUE
006230         WHEN RETURN-CODE = ZERO
006240             MOVE "COMPLETE  " TO GJ-STATUS
006250         WHEN RETURN-CODE = 4
006260             MOVE "WARNING   " TO GJ-STATUS
006270         WHEN OTHER
006280             MOVE "FAILED    " TO GJ-STATUS
006290     END-EVALUATE.
006300     REWRITE GREETSTP-RECORD.
006310     CLOSE GREETSTP-FILE.
006320*
006330 9090-EXIT.
006340     EXIT.
006350*
006360 END PROGRAM GREET-MRG.

000210*                 ADDRESS FOR THE SITE.  EACH SITE'S BATCH OPENS
000220*                 WITH A COVER SHEET CARRYING THE LETTER COUNT
000230*                 SO THE MAIL ROOM CAN BALANCE WHAT IT STUFFS.
000231* 10/15/2026 RM   BUILDING NAME AND ADDRESS NOW COME FROM A KEYED
000232*                 READ OF THE GREETSITE SITE FILE INSTEAD OF THE
000233*                 THREE ADDRESSES COMPILED INTO THE PROGRAM.  THE
000234*                 LETTER AND COVER SHEET CARRY THE BUILDING NAME
000235*                 OVER THE TWO ADDRESS LINES.  A SITE NOT ON FILE
000236*                 STILL ROUTES THROUGH THE CENTRAL MAIL ROOM; A
000237*                 MISSING GREETSITE FILE STOPS THE RUN.
000238* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
000239*                 STEP LEDGER UNDER STEP NAME GREETLTR FOR THE
000240*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
000241*                 RUN UNLESS ITS GREETSTQ PREDECESSORS ENDED
000242*                 CLEAN FOR THAT SAME DATE - A REFUSED RUN ENDS
000243*                 WITH CONDITION CODE 16.
000244*                 NO LETTERS PRINT OFF A GREETING RUN THAT ENDED
000245*                 PARTIAL OR OUT-OF-BAL.
000246* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000247*                 ALONG WITH THE OTHER STEP STATUSES.
000249* 10/15/2026 RM   GREETREC COPIES RENAME THE VISITOR ID AND THE
000251*                 WALK-IN CONDITION, AND THE GREETSIT COPY RENAMES
000253*                 THE DESK CAPACITY, LIKE THEIR OTHER FIELDS.
000255*----------------------------------------------------------------
000257*
000260 ENVIRONMENT DIVISION.
000270*
000280 CONFIGURATION SECTION.
000380*
000390     SELECT GREETLTR-FILE ASSIGN TO GREETLTR
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401*
000402*    SITE REFERENCE FILE - BUILDING NAME AND MAILING ADDRESS
000403*    FOR EACH SITE CODE.
000404     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000405         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS DYNAMIC
000407         RECORD KEY IS GF-SITE-CODE
000408         FILE STATUS IS GLT-GREETSITE-STATUS.
000409*
000410     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000411         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS RANDOM
000413         RECORD KEY IS GJ-KEY
000414         FILE STATUS IS GLT-GREETSTP-STATUS.
000415*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000630         BY ==GL-SITE-CODE==,
000640     ==GR-CR-NAME==
000650         BY ==GL-NAME==,
000653     ==GR-CR-DEPT-WALK-IN==
000656         BY ==GL-DEPT-WALK-IN==,
000660     ==GR-CR-DEPT==
000670         BY ==GL-DEPT==,
000680     ==GR-CR-GREET-ON-DATE==
000690         BY ==GL-GREET-ON-DATE==,
000693     ==GR-CR-VISITOR-ID==
000696         BY ==GL-VISITOR-ID==.
000700*
000710*----------------------------------------------------------------
000720* GREETLSR-FILE - SORT WORK FILE, LOG RECORDS IN SITE/NAME ORDER
000890         BY ==GLS-SITE-CODE==,
000900     ==GR-CR-NAME==
000910         BY ==GLS-NAME==,
000913     ==GR-CR-DEPT-WALK-IN==
000916         BY ==GLS-DEPT-WALK-IN==,
000920     ==GR-CR-DEPT==
000930         BY ==GLS-DEPT==,
000940     ==GR-CR-GREET-ON-DATE==
000950         BY ==GLS-GREET-ON-DATE==,
000953     ==GR-CR-VISITOR-ID==
000956         BY ==GLS-VISITOR-ID==.
000960*
000970*----------------------------------------------------------------
000980* GREETLTR-FILE - LETTER PRINT OUTPUT FOR THE MAIL ROOM
001000 FD  GREETLTR-FILE
001010     RECORDING MODE IS F.
001020 01  GREETLTR-LINE                 PIC X(80).
001029*
001030*----------------------------------------------------------------
001031* GREETSITE-FILE - SITE REFERENCE MASTER, READ BY SITE CODE
001032*----------------------------------------------------------------
001033 FD  GREETSITE-FILE.
001034 COPY GREETSIT REPLACING
001035     ==GF-SR-SITE-CODE==      BY ==GF-SITE-CODE==,
001036     ==GF-SR-BUILDING-NAME==  BY ==GF-BUILDING-NAME==,
001037     ==GF-SR-ADDR-LINE-1==    BY ==GF-ADDR-LINE-1==,
001038     ==GF-SR-ADDR-LINE-2==    BY ==GF-ADDR-LINE-2==,
001039     ==GF-SR-STATUS==         BY ==GF-STATUS==,
001040     ==GF-SR-SITE-ACTIVE==    BY ==GF-SITE-ACTIVE==,
001041     ==GF-SR-SITE-CLOSED==    BY ==GF-SITE-CLOSED==,
001042     ==GF-SR-OPEN-DATE==      BY ==GF-OPEN-DATE==,
001043     ==GF-SR-CLOSE-DATE==     BY ==GF-CLOSE-DATE==,
001044     ==GF-SR-ROSTER-DD==      BY ==GF-ROSTER-DD==,
001045     ==GF-SR-DESK-CAPACITY==  BY ==GF-DESK-CAPACITY==.
001046*
001047*----------------------------------------------------------------
001048* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
001049* DATE AND STEP NAME
001050*----------------------------------------------------------------
001051 FD  GREETSTP-FILE.
001052 COPY GREETSTP REPLACING
001053     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
001054     ==GJ-SL-KEY==
001055         BY ==GJ-KEY==,
001056     ==GJ-SL-ROSTER-DATE==
001057         BY ==GJ-ROSTER-DATE==,
001058     ==GJ-SL-STEP-NAME==
001059         BY ==GJ-STEP-NAME==,
001060     ==GJ-SL-STEP-DATA==
001061         BY ==GJ-STEP-DATA==,
001062     ==GJ-SL-START-DATE==
001063         BY ==GJ-START-DATE==,
001064     ==GJ-SL-START-TIME==
001065         BY ==GJ-START-TIME==,
001066     ==GJ-SL-END-DATE==
001067         BY ==GJ-END-DATE==,
001068     ==GJ-SL-END-TIME==
001069         BY ==GJ-END-TIME==,
001070     ==GJ-SL-COND-CODE==
001071         BY ==GJ-COND-CODE==,
001072     ==GJ-SL-STATUS==
001073         BY ==GJ-STATUS==,
001074     ==GJ-SL-STEP-STARTED==
001075         BY ==GJ-STEP-STARTED==,
001076     ==GJ-SL-STEP-COMPLETE==
001077         BY ==GJ-STEP-COMPLETE==,
001078     ==GJ-SL-STEP-WARNING==
001079         BY ==GJ-STEP-WARNING==,
001080     ==GJ-SL-STEP-FAILED==
001081         BY ==GJ-STEP-FAILED==,
001082     ==GJ-SL-STEP-REFUSED==
001083         BY ==GJ-STEP-REFUSED==,
001084     ==GJ-SL-STEP-PARTIAL==
001085         BY ==GJ-STEP-PARTIAL==,
001086     ==GJ-SL-STEP-OUT-OF-BAL==
001087         BY ==GJ-STEP-OUT-OF-BAL==,
001088     ==GJ-SL-STEP-RERUN-DUE==
001089         BY ==GJ-STEP-RERUN-DUE==,
001090     ==GJ-SL-STEP-ENDED-CLEAN==
001091         BY ==GJ-STEP-ENDED-CLEAN==,
001092     ==GJ-SL-RUN-COUNT==
001093         BY ==GJ-RUN-COUNT==,
001094     ==GJ-SL-NOTE==
001095         BY ==GJ-NOTE==,
001096     ==GJ-SL-STREAM-DATA==
001097         BY ==GJ-STREAM-DATA==,
001098     ==GJ-SL-CURRENT-DATE==
001099         BY ==GJ-CURRENT-DATE==,
001100     ==GJ-SL-STREAM-STATE==
001101         BY ==GJ-STREAM-STATE==,
001102     ==GJ-SL-STREAM-OPEN==
001103         BY ==GJ-STREAM-OPEN==,
001104     ==GJ-SL-STREAM-PENDING==
001105         BY ==GJ-STREAM-PENDING==,
001106     ==GJ-SL-OPENED-DATE==
001107         BY ==GJ-OPENED-DATE==,
001108     ==GJ-SL-OPENED-TIME==
001109         BY ==GJ-OPENED-TIME==.
001110*
001111 WORKING-STORAGE SECTION.
001112*
001113 01  GLT-SWITCHES.
001114     05  GLT-LOG-EOF-SW            PIC X(01)  VALUE "N".
001115         88  GLT-END-OF-LOG                    VALUE "Y".
001116     05  GLT-SORT-EOF-SW           PIC X(01)  VALUE "N".
001117         88  GLT-END-OF-SORT                   VALUE "Y".
001118     05  GLT-FIRST-PAGE-SW         PIC X(01)  VALUE "Y".
001120         88  GLT-FIRST-PAGE                    VALUE "Y".
001130     05  GLT-FOUND-SW              PIC X(01)  VALUE "N".
001140         88  GLT-ENTRY-FOUND                   VALUE "Y".
001142     05  GLT-STEP-REFUSED-SW       PIC X(01)  VALUE "N".
001144         88  GLT-STEP-IS-REFUSED               VALUE "Y".
001146     05  GLT-STEP-ON-LEDGER-SW     PIC X(01)  VALUE "N".
001148         88  GLT-STEP-IS-ON-LEDGER             VALUE "Y".
001150*
001160 77  GLT-LOG-READ-COUNT            PIC 9(08)  VALUE ZERO.
001170 77  GLT-LETTER-COUNT              PIC 9(08)  VALUE ZERO.
001180 77  GLT-COVER-COUNT               PIC 9(08)  VALUE ZERO.
001190 77  GLT-CURRENT-SITE              PIC X(02)  VALUE LOW-VALUES.
001191 77  GLT-GREETSITE-STATUS          PIC X(02)  VALUE SPACES.
001192 77  GLT-GREETSTP-STATUS           PIC X(02).
001193 77  GLT-STEP-NAME                 PIC X(08)  VALUE "GREETLTR".
001194 77  GLT-STREAM-DATE               PIC 9(08)  VALUE ZERO.
001195 77  GLT-STEP-START-DATE           PIC 9(08)  VALUE ZERO.
001196 77  GLT-STEP-START-TIME           PIC 9(08)  VALUE ZERO.
001197 77  GLT-PRED-SUB                  PIC 9(02)  COMP  VALUE ZERO.
001200*
001210*----------------------------------------------------------------
001220* PER-SITE LETTER COUNTS - GATHERED WHILE THE LOG IS RELEASED TO
001230* THE SORT, SO EACH SITE'S COVER SHEET CAN CARRY ITS COUNT
001240* BEFORE A SINGLE LETTER OF THE BATCH PRINTS.  TWENTY DISTINCT
001250* SITE CODES IS WELL ABOVE THE BUILDINGS ON THE GREETSITE FILE.
001260*----------------------------------------------------------------
001270 77  GLT-SITE-MAX                  PIC 9(04)  COMP  VALUE 20.
001280 77  GLT-SITE-COUNT                PIC 9(04)  COMP  VALUE ZERO.
001290 77  GLT-SITE-SUB                  PIC 9(04)  COMP  VALUE ZERO.
001300 77  GLT-WORK-SITE                 PIC X(02)  VALUE SPACES.
001310*
001320 01  GLT-SITE-TABLE.
001330     05  GLT-SITE-ENTRY            OCCURS 20 TIMES.
001340         10  GLT-ST-CODE           PIC X(02).
001350         10  GLT-ST-COUNT          PIC 9(08).
001360*
001870 77  GLT-LETTER-BODY-2             PIC X(40)  VALUE SPACES.
001880*
001890*----------------------------------------------------------------
001900* BUILDING ADDRESS FOR THE CURRENT SITE - READ FROM GREETSITE.
001910* THE MAIL ROOM DELIVERS EACH BATCH TO ITS BUILDING'S FRONT
001920* DESK.  A SITE NOT ON FILE ROUTES THROUGH THE CENTRAL MAIL ROOM.
001930*----------------------------------------------------------------
001950 77  GLT-SITE-BLDG                 PIC X(30)  VALUE SPACES.
002180 77  GLT-SITE-ADDR-1               PIC X(30)  VALUE SPACES.
002190 77  GLT-SITE-ADDR-2               PIC X(30)  VALUE SPACES.
002200*
002540     05  FILLER                    PIC X(06)  VALUE "SITE: ".
002550     05  GLT-CV-SITE               PIC X(02).
002560     05  FILLER                    PIC X(03)  VALUE SPACES.
002570     05  GLT-CV-BLDG               PIC X(30).
002580     05  FILLER                    PIC X(34)  VALUE SPACES.
002590*
002600 01  GLT-COVER-ADDR-LINE.
002610     05  FILLER                    PIC X(16)  VALUE SPACES.
002620     05  GLT-CV-ADDR               PIC X(30).
002630     05  FILLER                    PIC X(34)  VALUE SPACES.
002640*
002650 01  GLT-COVER-COUNT-LINE.
003040         VALUE "THE GREETING DESK".
003050     05  FILLER                    PIC X(58)  VALUE SPACES.
003060*
003061*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
003062*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
003063 01  GLT-REFUSE-NOTE.
003064     05  GLT-RN-STEP               PIC X(08)  VALUE SPACES.
003065     05  FILLER                    PIC X(01)  VALUE SPACES.
003066     05  GLT-RN-TEXT               PIC X(11)  VALUE SPACES.
003067*
003068*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
003069 COPY GREETSTQ.
003070*
003071 PROCEDURE DIVISION.
003080*
003090*----------------------------------------------------------------
003100 0000-MAIN-PROCEDURE.
003240*----------------------------------------------------------------
003250 1000-INITIALIZE.
003260*----------------------------------------------------------------
003263     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
003266*
003270     OPEN INPUT  GREETLOG-FILE.
003280     OPEN OUTPUT GREETLTR-FILE.
003281     OPEN INPUT  GREETSITE-FILE.
003282     IF GLT-GREETSITE-STATUS NOT = "00"
003283         DISPLAY "GREETSITE OPEN FAILED - STATUS "
003284             GLT-GREETSITE-STATUS
003285         MOVE 12 TO RETURN-CODE
003286         STOP RUN
003287     END-IF.
003290*
003300     ACCEPT GLT-RUN-DATE FROM DATE YYYYMMDD.
003310     MOVE GLT-RD-MONTH TO GLT-RDE-MONTH.
003380             SET GLT-END-OF-LOG TO TRUE.
003390*
003400 1000-EXIT.
003401     EXIT.
003402*
003403*----------------------------------------------------------------
003404 1090-REGISTER-STEP-START.
003405*----------------------------------------------------------------
003406*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
003407*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
003408*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
003409*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
003410*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
003411*    OPENED ANY OF ITS OWN FILES.
003412     ACCEPT GLT-STEP-START-DATE FROM DATE YYYYMMDD.
003413     ACCEPT GLT-STEP-START-TIME FROM TIME.
003414     MOVE "N" TO GLT-STEP-REFUSED-SW.
003415     OPEN I-O GREETSTP-FILE.
003416     IF GLT-GREETSTP-STATUS = "35"
003417         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
003418             "BEEN OPENED - RUN REFUSED"
003419         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003421     END-IF.
003422     IF GLT-GREETSTP-STATUS NOT = "00"
003423         DISPLAY "GREETSTP OPEN FAILED - STATUS "
003424             GLT-GREETSTP-STATUS
003425         MOVE 12 TO RETURN-CODE
003426         STOP RUN
003427     END-IF.
003428*
003429     MOVE ZERO       TO GJ-ROSTER-DATE.
003430     MOVE "STREAM  " TO GJ-STEP-NAME.
003431     READ GREETSTP-FILE
003432         INVALID KEY
003433             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
003434             CLOSE GREETSTP-FILE
003435             MOVE 16 TO RETURN-CODE
003436             STOP RUN
003437     END-READ.
003438     IF NOT GJ-STREAM-OPEN
003439         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
003440             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
003441         CLOSE GREETSTP-FILE
003442         MOVE 16 TO RETURN-CODE
003443         STOP RUN
003444     END-IF.
003445     MOVE GJ-CURRENT-DATE TO GLT-STREAM-DATE.
003446*
003447     SET GJ-STREAM-IDX TO 1.
003448     SEARCH GJ-STREAM-STEP
003449         AT END
003450             DISPLAY GLT-STEP-NAME " IS NOT IN THE GREETSTQ "
003451                 "STREAM TABLE - RUN STOPPED"
003452             CLOSE GREETSTP-FILE
003453             MOVE 12 TO RETURN-CODE
003454             STOP RUN
003455         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
003456                  = GLT-STEP-NAME
003457             CONTINUE
003458     END-SEARCH.
003459     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
003460         VARYING GLT-PRED-SUB FROM 1 BY 1
003461         UNTIL GLT-PRED-SUB > 3
003462            OR GLT-STEP-IS-REFUSED.
003463*
003464     MOVE GLT-STREAM-DATE TO GJ-ROSTER-DATE.
003465     MOVE GLT-STEP-NAME   TO GJ-STEP-NAME.
003466     READ GREETSTP-FILE
003467         INVALID KEY
003468             MOVE "N" TO GLT-STEP-ON-LEDGER-SW
003469             MOVE SPACES TO GJ-STEP-DATA
003470             MOVE ZERO   TO GJ-RUN-COUNT
003471         NOT INVALID KEY
003472             MOVE "Y" TO GLT-STEP-ON-LEDGER-SW
003473     END-READ.
003474     MOVE GLT-STEP-START-DATE TO GJ-START-DATE.
003475     MOVE GLT-STEP-START-TIME TO GJ-START-TIME.
003476     ADD 1 TO GJ-RUN-COUNT.
003477     IF GLT-STEP-IS-REFUSED
003478         MOVE GLT-STEP-START-DATE TO GJ-END-DATE
003479         MOVE GLT-STEP-START-TIME TO GJ-END-TIME
003480         MOVE 16 TO GJ-COND-CODE
003481         MOVE "REFUSED   " TO GJ-STATUS
003482         MOVE GLT-REFUSE-NOTE TO GJ-NOTE
003483     ELSE
003484         MOVE ZERO TO GJ-END-DATE
003485         MOVE ZERO TO GJ-END-TIME
003486         MOVE ZERO TO GJ-COND-CODE
003487         MOVE "STARTED   " TO GJ-STATUS
003488         MOVE SPACES TO GJ-NOTE
003489     END-IF.
003490     IF GLT-STEP-IS-ON-LEDGER
003491         REWRITE GREETSTP-RECORD
003492     ELSE
003493         WRITE GREETSTP-RECORD
003494     END-IF.
003495     CLOSE GREETSTP-FILE.
003496*
003497     IF GLT-STEP-IS-REFUSED
003498         DISPLAY GLT-STEP-NAME " REFUSED FOR ROSTER DATE "
003499             GLT-STREAM-DATE " - " GLT-REFUSE-NOTE
003500         MOVE 16 TO RETURN-CODE
003501         STOP RUN
003502     END-IF.
003503*
003504 1090-EXIT.
003505     EXIT.
003506*
003507*----------------------------------------------------------------
003508 1095-CHECK-PREDECESSOR.
003509*----------------------------------------------------------------
003510*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
003511*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
003512*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
003513     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GLT-PRED-SUB) = SPACES
003514         GO TO 1095-EXIT
003515     END-IF.
003516     MOVE GLT-STREAM-DATE TO GJ-ROSTER-DATE.
003517     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GLT-PRED-SUB)
003518         TO GJ-STEP-NAME.
003519     MOVE GJ-STEP-NAME TO GLT-RN-STEP.
003520     READ GREETSTP-FILE
003521         INVALID KEY
003522             SET GLT-STEP-IS-REFUSED TO TRUE
003523             MOVE "NOT RUN" TO GLT-RN-TEXT
003524             GO TO 1095-EXIT
003525     END-READ.
003526     IF NOT GJ-STEP-ENDED-CLEAN
003527         SET GLT-STEP-IS-REFUSED TO TRUE
003528         MOVE GJ-STATUS TO GLT-RN-TEXT
003529     END-IF.
003530*
003531 1095-EXIT.
003532     EXIT.
003533*
003534*----------------------------------------------------------------
003535 3000-GATHER-LOG.
003536*----------------------------------------------------------------
003537     PERFORM 3100-RELEASE-LOG-RECORD THRU 3100-EXIT
003538         UNTIL GLT-END-OF-LOG.
003539*
003540 3000-EXIT.
003541     EXIT.
003542*
003543*----------------------------------------------------------------
003544 3100-RELEASE-LOG-RECORD.
003545*----------------------------------------------------------------
003550     ADD 1 TO GLT-LOG-READ-COUNT.
003560     MOVE GL-SITE-CODE TO GLT-WORK-SITE.
003570     PERFORM 3200-COUNT-SITE THRU 3200-EXIT.
004420     MOVE SPACES TO GREETLTR-LINE.
004430     WRITE GREETLTR-LINE.
004440     MOVE GLS-SITE-CODE   TO GLT-CV-SITE.
004450     MOVE GLT-SITE-BLDG   TO GLT-CV-BLDG.
004470     WRITE GREETLTR-LINE FROM GLT-COVER-SITE-LINE.
004472     MOVE GLT-SITE-ADDR-1 TO GLT-CV-ADDR.
004474     WRITE GREETLTR-LINE FROM GLT-COVER-ADDR-LINE.
004476     MOVE GLT-SITE-ADDR-2 TO GLT-CV-ADDR.
004480     WRITE GREETLTR-LINE FROM GLT-COVER-ADDR-LINE.
004490*
004500     PERFORM 5100-FIND-SITE-COUNT THRU 5100-EXIT.
004820     PERFORM 7400-LOOKUP-BODY THRU 7400-EXIT.
004830     PERFORM 7200-ADVANCE-PAGE THRU 7200-EXIT.
004840*
004843     MOVE GLT-SITE-BLDG   TO GLT-LT-ADDR.
004846     WRITE GREETLTR-LINE FROM GLT-LETTER-ADDR-LINE.
004850     MOVE GLT-SITE-ADDR-1 TO GLT-LT-ADDR.
004860     WRITE GREETLTR-LINE FROM GLT-LETTER-ADDR-LINE.
004870     MOVE GLT-SITE-ADDR-2 TO GLT-LT-ADDR.
005230*----------------------------------------------------------------
005240 7100-LOOKUP-ADDRESS.
005250*----------------------------------------------------------------
005260     MOVE "CENTRAL MAIL ROOM" TO GLT-SITE-BLDG.
005270     MOVE "UNASSIGNED SITE  " TO GLT-SITE-ADDR-1.
005340     MOVE SPACES              TO GLT-SITE-ADDR-2.
005346     MOVE GLS-SITE-CODE TO GF-SITE-CODE.
005352     READ GREETSITE-FILE
005360         KEY IS GF-SITE-CODE
005363         INVALID KEY
005366             GO TO 7100-EXIT
005370     END-READ.
005372     MOVE GF-BUILDING-NAME TO GLT-SITE-BLDG.
005374     MOVE GF-ADDR-LINE-1   TO GLT-SITE-ADDR-1.
005376     MOVE GF-ADDR-LINE-2   TO GLT-SITE-ADDR-2.
005380*
005390 7100-EXIT.
005400     EXIT.
006010*
006020     CLOSE GREETLOG-FILE.
006030     CLOSE GREETLTR-FILE.
006032     CLOSE GREETSITE-FILE.
006034*
006036     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
006040*
006050 9000-EXIT.
006060     EXIT.
006070*
006080*----------------------------------------------------------------
006090 9090-REGISTER-STEP-END.
006100*----------------------------------------------------------------
006110*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
006120*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
006130*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
006140*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
006150*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
006160     OPEN I-O GREETSTP-FILE.
006170     IF GLT-GREETSTP-STATUS NOT = "00"
006180         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
006190             GLT-GREETSTP-STATUS
006200         GO TO 9090-EXIT
006210     END-IF.
006220     MOVE GLT-STREAM-DATE TO GJ-ROSTER-DATE.
006230     MOVE GLT-STEP-NAME   TO GJ-STEP-NAME.
006240     READ GREETSTP-FILE
006250         INVALID KEY
006260             DISPLAY "LEDGER ENTRY FOR " GLT-STEP-NAME
006270                 " NOT FOUND AT END OF STEP"
006280             CLOSE GREETSTP-FILE
006290             GO TO 9090-EXIT
006300     END-READ.
006310     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
006320     ACCEPT GJ-END-TIME FROM TIME.
006330     MOVE RETURN-CODE TO GJ-COND-CODE.
006340     EVALUATE TRUE
006350         WHEN RETURN-CODE = ZERO
006360             MOVE "COMPLETE  " TO GJ-STATUS
006370         WHEN RETURN-CODE = 4
006380             MOVE "WARNING   " TO GJ-STATUS
006390         WHEN OTHER
006400             MOVE "FAILED    " TO GJ-STATUS
006410     END-EVALUATE.
006420     REWRITE GREETSTP-RECORD.
006430     CLOSE GREETSTP-FILE.
006440*
006450 9090-EXIT.
006460     EXIT.
006470*
006480 END PROGRAM GREET-LTR.

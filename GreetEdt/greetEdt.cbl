000370*                 REJECTED FOR THE DEPARTMENT TO FIX - A MIS-
000380*                 KEYED DATE MUST NOT PARK A NAME ON THE PENDING
000390*                 FILE FOREVER.
000391* 10/15/2026 RM   SITE CODES ARE NOW CHECKED BY A KEYED READ OF
000392*                 THE GREETSITE SITE REFERENCE FILE INSTEAD OF
000393*                 THE THREE CODES COMPILED INTO 2500-CHECK-SITE.
000394*                 A SITE THAT IS CLOSED, OR NOT YET OPEN, ON THE
000395*                 RUN DATE REJECTS THE SAME WAY AN UNKNOWN CODE
000396*                 DOES.  A MISSING GREETSITE FILE STOPS THE JOB -
000397*                 EVERY RECORD WOULD OTHERWISE REJECT.
000398* 10/15/2026 RM   CONTROL-RECORD VIEWS RESIZED FOR THE VISITOR
000399*                 ID ADDED TO GREETREC.  THE REJECT RECYCLE FILE
000400*                 STAYS 64 BYTES - THE ID IS ALWAYS ZERO THIS
000401*                 EARLY, SO A RESUBMITTED RECORD IS UNCHANGED.
000402* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
000403*                 STEP LEDGER UNDER STEP NAME GREETEDT FOR THE
000404*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
000405*                 RUN UNLESS ITS GREETSTQ PREDECESSORS ENDED
000406*                 CLEAN FOR THAT SAME DATE - A REFUSED RUN ENDS
000407*                 WITH CONDITION CODE 16.
000408* 10/15/2026 RM   A SITE WHOSE GREETSITE CLOSE DATE HAS ARRIVED IS
000409*                 REJECTED AS CLOSED EVEN BEFORE IT IS MARKED SO -
000410*                 A CLOSE CAN BE KEYED AHEAD OF ITS DATE.
000411* 10/15/2026 RM   WHEN A DATE IS EDITED AGAIN, EVERY LATER STREAM
000412*                 STEP THAT HAS ALREADY RUN FOR IT IS MARKED
000413*                 RERUN-DUE ON GREETSTP, SO NOTHING DOWNSTREAM
000414*                 RUNS AGAINST OUTPUT FROM THE EARLIER EDIT.
000415* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000416*                 ALONG WITH THE OTHER STEP STATUSES.
000418* 10/15/2026 RM   GREETREC COPIES RENAME THE VISITOR ID AND THE
000420*                 WALK-IN CONDITION, AND THE GREETSIT COPY RENAMES
000422*                 THE DESK CAPACITY, LIKE THEIR OTHER FIELDS.
000424*----------------------------------------------------------------
000426*
000428 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000580*
000590     SELECT GREETEDR-FILE ASSIGN TO GREETEDR
000600         ORGANIZATION IS LINE SEQUENTIAL.
000601*
000602     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS DYNAMIC
000605         RECORD KEY IS GF-SITE-CODE
000606         FILE STATUS IS GE-GREETSITE-STATUS.
000607*
000608     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000609         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000611         RECORD KEY IS GJ-KEY
000612         FILE STATUS IS GE-GREETSTP-STATUS.
000613*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000840         BY ==GI-SITE-CODE==,
000850     ==GR-CR-NAME==
000860         BY ==GI-NAME==,
000863     ==GR-CR-DEPT-WALK-IN==
000866         BY ==GI-DEPT-WALK-IN==,
000870     ==GR-CR-DEPT==
000880         BY ==GI-DEPT==,
000890     ==GR-CR-GREET-ON-DATE==
000900         BY ==GI-GREET-ON-DATE==,
000903     ==GR-CR-VISITOR-ID==
000906         BY ==GI-VISITOR-ID==.
000910 01  GREETIN-CONTROL-RECORD.
000920     05  GI-CTL-TYPE               PIC X(03).
000930         88  GI-CTL-IS-HEADER                  VALUE "HDR".
000940         88  GI-CTL-IS-TRAILER                 VALUE "TRL".
000950     05  GI-CTL-BODY               PIC X(69).
000960     05  GI-CTL-HEADER REDEFINES GI-CTL-BODY.
000970         10  GI-HDR-ROSTER-DATE    PIC 9(08).
000980         10  GI-HDR-DEPARTMENT     PIC X(08).
000990         10  FILLER                PIC X(53).
001000     05  GI-CTL-TRAILER REDEFINES GI-CTL-BODY.
001010         10  GI-TRL-RECORD-COUNT   PIC 9(08).
001020         10  FILLER                PIC X(61).
001030*
001040*----------------------------------------------------------------
001050* GREETINC-FILE - THE CLEAN ROSTER HANDED TO THE GREETING RUN:
001240         BY ==GEO-SITE-CODE==,
001250     ==GR-CR-NAME==
001260         BY ==GEO-NAME==,
001263     ==GR-CR-DEPT-WALK-IN==
001266         BY ==GEO-DEPT-WALK-IN==,
001270     ==GR-CR-DEPT==
001280         BY ==GEO-DEPT==,
001290     ==GR-CR-GREET-ON-DATE==
001300         BY ==GEO-GREET-ON-DATE==,
001303     ==GR-CR-VISITOR-ID==
001306         BY ==GEO-VISITOR-ID==.
001310 01  GREETINC-CONTROL-RECORD.
001320     05  GEO-CTL-TYPE              PIC X(03).
001330     05  GEO-CTL-BODY              PIC X(69).
001340     05  GEO-CTL-HEADER REDEFINES GEO-CTL-BODY.
001350         10  GEO-HDR-ROSTER-DATE   PIC 9(08).
001360         10  GEO-HDR-DEPARTMENT    PIC X(08).
001370         10  FILLER                PIC X(53).
001380     05  GEO-CTL-TRAILER REDEFINES GEO-CTL-BODY.
001390         10  GEO-TRL-RECORD-COUNT  PIC 9(08).
001400         10  FILLER                PIC X(61).
001410*
001420*----------------------------------------------------------------
001430* GREETREJ-FILE - REJECT RECYCLE FILE: THE REASON CODE IN FRONT
001560 FD  GREETEDR-FILE
001570     RECORDING MODE IS F.
001580 01  GREETEDR-LINE                 PIC X(80).
001588*
001589*----------------------------------------------------------------
001590* GREETSITE-FILE - SITE REFERENCE FILE, ONE KEYED READ PER NAME
001591* RECORD TO PROVE ITS SITE CODE IS A BUILDING OPEN TODAY
001592*----------------------------------------------------------------
001593 FD  GREETSITE-FILE.
001594 COPY GREETSIT REPLACING
001595     ==GREET-SITE-RECORD== BY ==GREETSITE-RECORD==,
001596     ==GF-SR-SITE-CODE==
001597         BY ==GF-SITE-CODE==,
001598     ==GF-SR-BUILDING-NAME==
001599         BY ==GF-BUILDING-NAME==,
001600     ==GF-SR-ADDR-LINE-1==
001601         BY ==GF-ADDR-LINE-1==,
001602     ==GF-SR-ADDR-LINE-2==
001603         BY ==GF-ADDR-LINE-2==,
001604     ==GF-SR-STATUS==
001605         BY ==GF-STATUS==,
001606     ==GF-SR-SITE-ACTIVE==
001607         BY ==GF-SITE-ACTIVE==,
001608     ==GF-SR-SITE-CLOSED==
001609         BY ==GF-SITE-CLOSED==,
001610     ==GF-SR-OPEN-DATE==
001611         BY ==GF-OPEN-DATE==,
001612     ==GF-SR-CLOSE-DATE==
001613         BY ==GF-CLOSE-DATE==,
001614     ==GF-SR-ROSTER-DD==
001615         BY ==GF-ROSTER-DD==,
001616     ==GF-SR-DESK-CAPACITY==
001617         BY ==GF-DESK-CAPACITY==.
001618*
001619*----------------------------------------------------------------
001620* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
001621* DATE AND STEP NAME
001622*----------------------------------------------------------------
001623 FD  GREETSTP-FILE.
001624 COPY GREETSTP REPLACING
001625     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
001626     ==GJ-SL-KEY==
001627         BY ==GJ-KEY==,
001628     ==GJ-SL-ROSTER-DATE==
001629         BY ==GJ-ROSTER-DATE==,
001630     ==GJ-SL-STEP-NAME==
001631         BY ==GJ-STEP-NAME==,
001632     ==GJ-SL-STEP-DATA==
001633         BY ==GJ-STEP-DATA==,
001634     ==GJ-SL-START-DATE==
001635         BY ==GJ-START-DATE==,
001636     ==GJ-SL-START-TIME==
001637         BY ==GJ-START-TIME==,
001638     ==GJ-SL-END-DATE==
001639         BY ==GJ-END-DATE==,
001640     ==GJ-SL-END-TIME==
001641         BY ==GJ-END-TIME==,
001642     ==GJ-SL-COND-CODE==
001643         BY ==GJ-COND-CODE==,
001644     ==GJ-SL-STATUS==
001645         BY ==GJ-STATUS==,
001646     ==GJ-SL-STEP-STARTED==
001647         BY ==GJ-STEP-STARTED==,
001648     ==GJ-SL-STEP-COMPLETE==
001649         BY ==GJ-STEP-COMPLETE==,
001650     ==GJ-SL-STEP-WARNING==
001651         BY ==GJ-STEP-WARNING==,
001652     ==GJ-SL-STEP-FAILED==
001653         BY ==GJ-STEP-FAILED==,
001654     ==GJ-SL-STEP-REFUSED==
001655         BY ==GJ-STEP-REFUSED==,
001656     ==GJ-SL-STEP-PARTIAL==
001657         BY ==GJ-STEP-PARTIAL==,
001658     ==GJ-SL-STEP-OUT-OF-BAL==
001659         BY ==GJ-STEP-OUT-OF-BAL==,
001660     ==GJ-SL-STEP-RERUN-DUE==
001661         BY ==GJ-STEP-RERUN-DUE==,
001662     ==GJ-SL-STEP-ENDED-CLEAN==
001663         BY ==GJ-STEP-ENDED-CLEAN==,
001664     ==GJ-SL-RUN-COUNT==
001665         BY ==GJ-RUN-COUNT==,
001666     ==GJ-SL-NOTE==
001667         BY ==GJ-NOTE==,
001668     ==GJ-SL-STREAM-DATA==
001669         BY ==GJ-STREAM-DATA==,
001670     ==GJ-SL-CURRENT-DATE==
001671         BY ==GJ-CURRENT-DATE==,
001672     ==GJ-SL-STREAM-STATE==
001673         BY ==GJ-STREAM-STATE==,
001674     ==GJ-SL-STREAM-OPEN==
001675         BY ==GJ-STREAM-OPEN==,
001676     ==GJ-SL-STREAM-PENDING==
001677         BY ==GJ-STREAM-PENDING==,
001678     ==GJ-SL-OPENED-DATE==
001679         BY ==GJ-OPENED-DATE==,
001680     ==GJ-SL-OPENED-TIME==
001681         BY ==GJ-OPENED-TIME==.
001682*
001683 WORKING-STORAGE SECTION.
001684*
001685 01  GE-SWITCHES.
001686     05  GE-EOF-SW                 PIC X(01)  VALUE "N".
001687         88  GE-END-OF-INPUT                   VALUE "Y".
001688     05  GE-HEADER-SW              PIC X(01)  VALUE "N".
001689         88  GE-HEADER-WRITTEN                 VALUE "Y".
001690     05  GE-TRAILER-SW             PIC X(01)  VALUE "N".
001691         88  GE-TRAILER-SEEN                   VALUE "Y".
001692     05  GE-BALANCE-SW             PIC X(01)  VALUE "Y".
001700         88  GE-ROSTER-IN-BALANCE              VALUE "Y".
001710     05  GE-RECORD-OK-SW           PIC X(01)  VALUE "Y".
001720         88  GE-RECORD-IS-CLEAN                VALUE "Y".
001740         88  GE-LANG-IS-KNOWN                  VALUE "Y".
001750     05  GE-DATE-OK-SW             PIC X(01)  VALUE "Y".
001760         88  GE-ROSTER-DATE-OK                 VALUE "Y".
001762     05  GE-STEP-REFUSED-SW        PIC X(01)  VALUE "N".
001764         88  GE-STEP-IS-REFUSED                VALUE "Y".
001766     05  GE-STEP-ON-LEDGER-SW      PIC X(01)  VALUE "N".
001768         88  GE-STEP-IS-ON-LEDGER              VALUE "Y".
001770*
001780 77  GE-READ-COUNT                 PIC 9(08)  VALUE ZERO.
001790 77  GE-CLEAN-COUNT                PIC 9(08)  VALUE ZERO.
001880 77  GE-TODAY-DATE                 PIC 9(08)  VALUE ZERO.
001890 77  GE-REASON-CODE                PIC X(03)  VALUE SPACES.
001900 77  GE-REASON-TEXT                PIC X(26)  VALUE SPACES.
001901 77  GE-GREETSITE-STATUS           PIC X(02).
001902 77  GE-GREETSTP-STATUS            PIC X(02).
001903 77  GE-STEP-NAME                  PIC X(08)  VALUE "GREETEDT".
001904 77  GE-STREAM-DATE                PIC 9(08)  VALUE ZERO.
001905 77  GE-STEP-START-DATE            PIC 9(08)  VALUE ZERO.
001906 77  GE-STEP-START-TIME            PIC 9(08)  VALUE ZERO.
001907 77  GE-PRED-SUB                   PIC 9(02)  COMP  VALUE ZERO.
001908 77  GE-MARK-SUB                   PIC 9(02)  COMP  VALUE ZERO.
001910*
001920*----------------------------------------------------------------
001930* ROSTER-DATE REASONABLENESS WORK FIELDS - THE HEADER DATE MUST
002800     05  GE-TTL-VALUE              PIC ZZZZZZZ9.
002810     05  FILLER                    PIC X(39)  VALUE SPACES.
002820*
002821*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
002822*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
002823 01  GE-REFUSE-NOTE.
002824     05  GE-RN-STEP                PIC X(08)  VALUE SPACES.
002825     05  FILLER                    PIC X(01)  VALUE SPACES.
002826     05  GE-RN-TEXT                PIC X(11)  VALUE SPACES.
002827*
002828*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
002829 COPY GREETSTQ.
002830*
002831 PROCEDURE DIVISION.
002840*
002850*----------------------------------------------------------------
002860 0000-MAIN-PROCEDURE.
002950*----------------------------------------------------------------
002960 1000-INITIALIZE.
002970*----------------------------------------------------------------
002973     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
002976*
002980     OPEN INPUT  GREETIN-FILE.
002990     OPEN OUTPUT GREETINC-FILE.
003000     OPEN OUTPUT GREETREJ-FILE.
003010     OPEN OUTPUT GREETEDR-FILE.
003011*
003012     OPEN INPUT GREETSITE-FILE.
003013     IF GE-GREETSITE-STATUS NOT = "00"
003014         DISPLAY "GREETSITE OPEN FAILED - STATUS "
003015             GE-GREETSITE-STATUS
003016         MOVE 12 TO RETURN-CODE
003017         STOP RUN
003018     END-IF.
003020*
003030     ACCEPT GE-RUN-DATE FROM DATE YYYYMMDD.
003040     MOVE GE-RUN-DATE TO GE-TODAY-DATE.
003150             SET GE-END-OF-INPUT TO TRUE.
003160*
003170 1000-EXIT.
003171     EXIT.
003172*
003173*----------------------------------------------------------------
003174 1090-REGISTER-STEP-START.
003175*----------------------------------------------------------------
003176*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
003177*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
003178*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
003179*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
003180*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
003181*    OPENED ANY OF ITS OWN FILES.
003182     ACCEPT GE-STEP-START-DATE FROM DATE YYYYMMDD.
003183     ACCEPT GE-STEP-START-TIME FROM TIME.
003184     MOVE "N" TO GE-STEP-REFUSED-SW.
003185     OPEN I-O GREETSTP-FILE.
003186     IF GE-GREETSTP-STATUS = "35"
003187         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
003188             "BEEN OPENED - RUN REFUSED"
003189         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003191     END-IF.
003192     IF GE-GREETSTP-STATUS NOT = "00"
003193         DISPLAY "GREETSTP OPEN FAILED - STATUS "
003194             GE-GREETSTP-STATUS
003195         MOVE 12 TO RETURN-CODE
003196         STOP RUN
003197     END-IF.
003198*
003199     MOVE ZERO       TO GJ-ROSTER-DATE.
003200     MOVE "STREAM  " TO GJ-STEP-NAME.
003201     READ GREETSTP-FILE
003202         INVALID KEY
003203             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
003204             CLOSE GREETSTP-FILE
003205             MOVE 16 TO RETURN-CODE
003206             STOP RUN
003207     END-READ.
003208     IF NOT GJ-STREAM-OPEN
003209         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
003210             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
003211         CLOSE GREETSTP-FILE
003212         MOVE 16 TO RETURN-CODE
003213         STOP RUN
003214     END-IF.
003215     MOVE GJ-CURRENT-DATE TO GE-STREAM-DATE.
003216*
003217     SET GJ-STREAM-IDX TO 1.
003218     SEARCH GJ-STREAM-STEP
003219         AT END
003220             DISPLAY GE-STEP-NAME " IS NOT IN THE GREETSTQ "
003221                 "STREAM TABLE - RUN STOPPED"
003222             CLOSE GREETSTP-FILE
003223             MOVE 12 TO RETURN-CODE
003224             STOP RUN
003225         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
003226                  = GE-STEP-NAME
003227             CONTINUE
003228     END-SEARCH.
003229     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
003230         VARYING GE-PRED-SUB FROM 1 BY 1
003231         UNTIL GE-PRED-SUB > 3
003232            OR GE-STEP-IS-REFUSED.
003233*
003234     MOVE GE-STREAM-DATE TO GJ-ROSTER-DATE.
003235     MOVE GE-STEP-NAME   TO GJ-STEP-NAME.
003236     READ GREETSTP-FILE
003237         INVALID KEY
003238             MOVE "N" TO GE-STEP-ON-LEDGER-SW
003239             MOVE SPACES TO GJ-STEP-DATA
003240             MOVE ZERO   TO GJ-RUN-COUNT
003241         NOT INVALID KEY
003242             MOVE "Y" TO GE-STEP-ON-LEDGER-SW
003243     END-READ.
003244     MOVE GE-STEP-START-DATE TO GJ-START-DATE.
003245     MOVE GE-STEP-START-TIME TO GJ-START-TIME.
003246     ADD 1 TO GJ-RUN-COUNT.
003247     IF GE-STEP-IS-REFUSED
003248         MOVE GE-STEP-START-DATE TO GJ-END-DATE
003249         MOVE GE-STEP-START-TIME TO GJ-END-TIME
003250         MOVE 16 TO GJ-COND-CODE
003251         MOVE "REFUSED   " TO GJ-STATUS
003252         MOVE GE-REFUSE-NOTE TO GJ-NOTE
003253     ELSE
003254         MOVE ZERO TO GJ-END-DATE
003255         MOVE ZERO TO GJ-END-TIME
003256         MOVE ZERO TO GJ-COND-CODE
003257         MOVE "STARTED   " TO GJ-STATUS
003258         MOVE SPACES TO GJ-NOTE
003259     END-IF.
003260     IF GE-STEP-IS-ON-LEDGER
003261         REWRITE GREETSTP-RECORD
003262     ELSE
003263         WRITE GREETSTP-RECORD
003264     END-IF.
003265     IF NOT GE-STEP-IS-REFUSED
003266         SET GE-MARK-SUB TO GJ-STREAM-IDX
003267         ADD 1 TO GE-MARK-SUB
003268         PERFORM 1097-MARK-RERUN-DUE THRU 1097-EXIT
003269             VARYING GE-MARK-SUB FROM GE-MARK-SUB BY 1
003270             UNTIL GE-MARK-SUB > GJ-STREAM-STEP-COUNT
003271     END-IF.
003272     CLOSE GREETSTP-FILE.
003273*
003274     IF GE-STEP-IS-REFUSED
003275         DISPLAY GE-STEP-NAME " REFUSED FOR ROSTER DATE "
003276             GE-STREAM-DATE " - " GE-REFUSE-NOTE
003277         MOVE 16 TO RETURN-CODE
003278         STOP RUN
003279     END-IF.
003280*
003281 1090-EXIT.
003282     EXIT.
003283*
003284*----------------------------------------------------------------
003285 1095-CHECK-PREDECESSOR.
003286*----------------------------------------------------------------
003287*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
003288*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
003289*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
003290     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GE-PRED-SUB) = SPACES
003291         GO TO 1095-EXIT
003292     END-IF.
003293     MOVE GE-STREAM-DATE TO GJ-ROSTER-DATE.
003294     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GE-PRED-SUB)
003295         TO GJ-STEP-NAME.
003296     MOVE GJ-STEP-NAME TO GE-RN-STEP.
003297     READ GREETSTP-FILE
003298         INVALID KEY
003299             SET GE-STEP-IS-REFUSED TO TRUE
003300             MOVE "NOT RUN" TO GE-RN-TEXT
003301             GO TO 1095-EXIT
003302     END-READ.
003303     IF NOT GJ-STEP-ENDED-CLEAN
003304         SET GE-STEP-IS-REFUSED TO TRUE
003305         MOVE GJ-STATUS TO GE-RN-TEXT
003306     END-IF.
003307*
003308 1095-EXIT.
003309     EXIT.
003310*
003311*----------------------------------------------------------------
003312 1097-MARK-RERUN-DUE.
003313*----------------------------------------------------------------
003314*    A LATER STEP THAT HAS ALREADY RUN FOR THE DATE WORKED FROM
003315*    WHAT THIS STEP PRODUCED LAST TIME.  ITS ENTRY IS MARKED
003316*    "RERUN-DUE" SO THE STEPS AFTER IT REFUSE UNTIL IT HAS RUN
003317*    AGAIN.  A STEP WITH NO ENTRY HAS NOT RUN AND IS LEFT ALONE.
003318     MOVE GE-STREAM-DATE TO GJ-ROSTER-DATE.
003319     MOVE GJ-STREAM-STEP-NAME (GE-MARK-SUB) TO GJ-STEP-NAME.
003320     READ GREETSTP-FILE
003321         INVALID KEY
003322             GO TO 1097-EXIT
003323     END-READ.
003324     MOVE "RERUN-DUE "           TO GJ-STATUS.
003325     MOVE "RERUN AFTER GREETEDT" TO GJ-NOTE.
003326     REWRITE GREETSTP-RECORD.
003327     DISPLAY GJ-STEP-NAME " MARKED RERUN-DUE FOR ROSTER DATE "
003328         GE-STREAM-DATE.
003329*
003330 1097-EXIT.
003331     EXIT.
003332*
003333*----------------------------------------------------------------
003334 2000-EDIT-ROSTER.
003335*----------------------------------------------------------------
003336     EVALUATE TRUE
003337         WHEN GI-CTL-IS-HEADER
003338             PERFORM 2100-PROCESS-HEADER THRU 2100-EXIT
003339         WHEN GI-CTL-IS-TRAILER
003340             SET GE-TRAILER-SEEN TO TRUE
003341             MOVE GI-TRL-RECORD-COUNT TO GE-TRAILER-COUNT
003342         WHEN OTHER
003343             PERFORM 2200-EDIT-NAME-RECORD THRU 2200-EXIT
003344     END-EVALUATE.
003345*
003346     READ GREETIN-FILE
003347         AT END
003350             SET GE-END-OF-INPUT TO TRUE.
003360*
003370 2000-EXIT.
005030*----------------------------------------------------------------
005040 2500-CHECK-SITE.
005050*----------------------------------------------------------------
005060*    EVERY RECORD OFF THE GREETMRG CONSOLIDATION CARRIES THE
005070*    CODE OF A SITE ON THE GREETSITE FILE - ANYTHING ELSE, BLANK
005080*    INCLUDED, MEANS THE RECORD NEVER WENT THROUGH THE MERGE OR
005084*    WAS DAMAGED AFTER IT.  A SITE THAT IS CLOSED, OR WHOSE OPEN
005088*    DATE HAS NOT ARRIVED, HAS NO DESK TO GREET ANYONE AT.
005092     MOVE GI-SITE-CODE TO GF-SITE-CODE.
005096     READ GREETSITE-FILE
005100         KEY IS GF-SITE-CODE
005102         INVALID KEY
005104             MOVE "N"   TO GE-RECORD-OK-SW
005106             MOVE "SIT" TO GE-REASON-CODE
005108             MOVE "SITE CODE NOT A KNOWN SITE" TO GE-REASON-TEXT
005110             ADD 1 TO GE-SITE-REJ-COUNT
005112             GO TO 2500-EXIT
005114     END-READ.
005116     IF GF-SITE-CLOSED
005118        OR GF-OPEN-DATE > GE-TODAY-DATE
005120        OR (GF-CLOSE-DATE > ZERO
005122            AND GF-CLOSE-DATE NOT > GE-TODAY-DATE)
005130         MOVE "N"   TO GE-RECORD-OK-SW
005140         MOVE "SIT" TO GE-REASON-CODE
005150         MOVE "SITE CLOSED OR NOT OPEN   " TO GE-REASON-TEXT
005160         ADD 1 TO GE-SITE-REJ-COUNT
005170     END-IF.
005180*
006270     MOVE "  LANGUAGE CODE UNKNOWN:    " TO GE-TTL-LABEL.
006280     MOVE GE-LANG-REJ-COUNT TO GE-TTL-VALUE.
006290     WRITE GREETEDR-LINE FROM GE-TOTAL-LINE.
006300     MOVE "  SITE UNKNOWN OR CLOSED:   " TO GE-TTL-LABEL.
006310     MOVE GE-SITE-REJ-COUNT TO GE-TTL-VALUE.
006320     WRITE GREETEDR-LINE FROM GE-TOTAL-LINE.
006330     MOVE "  GREET-ON DATE IMPOSSIBLE: " TO GE-TTL-LABEL.
006820     CLOSE GREETINC-FILE.
006830     CLOSE GREETREJ-FILE.
006840     CLOSE GREETEDR-FILE.
006842     CLOSE GREETSITE-FILE.
006844*
006846     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
006850*
006860 9000-EXIT.
006870     EXIT.
006880*
006890*----------------------------------------------------------------
006900 9090-REGISTER-STEP-END.
006910*----------------------------------------------------------------
006920*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
006930*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
006940*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
006950*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
006960*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
006970     OPEN I-O GREETSTP-FILE.
006980     IF GE-GREETSTP-STATUS NOT = "00"
006990         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
007000             GE-GREETSTP-STATUS
007010         GO TO 9090-EXIT
007020     END-IF.
007030     MOVE GE-STREAM-DATE TO GJ-ROSTER-DATE.
007040     MOVE GE-STEP-NAME   TO GJ-STEP-NAME.
007050     READ GREETSTP-FILE
007060         INVALID KEY
007070             DISPLAY "LEDGER ENTRY FOR " GE-STEP-NAME
007080                 " NOT FOUND AT END OF STEP"
007090             CLOSE GREETSTP-FILE
007100             GO TO 9090-EXIT
007110     END-READ.
007120     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
007130     ACCEPT GJ-END-TIME FROM TIME.
007140     MOVE RETURN-CODE TO GJ-COND-CODE.
007150     EVALUATE TRUE
007160         WHEN RETURN-CODE = ZERO
007170             MOVE "COMPLETE  " TO GJ-STATUS
007180         WHEN RETURN-CODE = 4
007190             MOVE "WARNING   " TO GJ-STATUS
007200         WHEN OTHER
007210             MOVE "FAILED    " TO GJ-STATUS
007220     END-EVALUATE.
007230     REWRITE GREETSTP-RECORD.
007240     CLOSE GREETSTP-FILE.
007250*
007260 9090-EXIT.
007270     EXIT.
007280*
007290 END PROGRAM GREET-EDT.

012600*                 NEVER READS AS OUT OF BALANCE.  A ZERO,
012601*                 BLANK, OR NON-NUMERIC GREET-ON DATE MEANS
012602*                 GREET ON ARRIVAL, AS ALWAYS.
012604* 10/15/2026 RM   EVERY GREETMSTR ENTRY NOW CARRIES A VISITOR ID,
012606*                 ISSUED FROM THE GREETVID COUNTER WHEN A NEW
012608*                 NAME IS MASTERED, AND THE MASTER IS KEYED ON
012610*                 IT WITH THE NAME AS A DUPLICATES-ALLOWED
012612*                 ALTERNATE KEY.  THE DUPLICATE CHECK NOW LOOKS
012614*                 AT EVERY ENTRY UNDER THE NAME: ONE REGISTERED
012616*                 THROUGH GREETMNT AND NOT YET GREETED IS A
012618*                 SECOND PERSON WITH THE SAME NAME AND IS
012620*                 GREETED, NOT TURNED AWAY AS A DUPLICATE.  THE
012622*                 ID OF THE PERSON GREETED OR MATCHED GOES ONTO
012624*                 GREETLOG AND GREETAUD.
012626* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
012628*                 STEP LEDGER UNDER STEP NAME GREETUSR FOR THE
012630*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
012632*                 RUN UNLESS GREETEDT ENDED CLEAN FOR THAT SAME
012634*                 DATE - A REFUSED RUN ENDS WITH CONDITION CODE
012636*                 16.  A RUN THAT CLOSES OUT PARTIAL OR
012638*                 OUT-OF-BAL IS LEDGERED THAT WAY, WHICH HOLDS
012640*                 BACK EVERY STEP THAT WORKS FROM ITS LOG.
012642* 10/15/2026 RM   EVERY GREETAUD ROW NOW CARRIES A SEQUENCE
012644*                 NUMBER AND CHECK VALUES CHAINED FROM THE ROW
012646*                 BEFORE IT, CLAIMED FROM THE GREETACH CHAIN
012648*                 CONTROL RECORD AS EACH ROW IS WRITTEN (SEE
012650*                 GREETCHK), SO THE MONTH-END SEAL AND GREET-AVF
012652*                 CAN PROVE THE TRAIL IS COMPLETE AND UNALTERED.
012654* 10/15/2026 RM   THE NEAR-DUPLICATE CHECK NOW LOOKS THE INCOMING
012656*                 NAME'S SOUND-ALIKE KEY UP ON THE NEW GREETPHX
012658*                 PHONETIC INDEX INSTEAD OF READING THE WHOLE
012660*                 MASTER INTO A 5000-ENTRY TABLE AT START, SO IT
012662*                 COVERS EVERY ENTRY HOWEVER BIG THE MASTER
012664*                 GROWS.  A NEWLY MASTERED NAME GETS ITS INDEX
012666*                 ROW IN THE SAME STEP.  THE KEY-BUILDER WORK
012668*                 FIELDS MOVED TO THE SHARED GREETPHK MEMBER;
012670*                 THE KEY RULES ARE UNCHANGED.
012674* 10/15/2026 RM   A REGISTERED ENTRY GREETED BY THE RUN IS MARKED
012678*                 ON ITS REGISTER SWITCH SO GREETBCK CAN RESTORE
012682*                 THE REGISTRATION IF THE RUN IS BACKED OUT.
012686* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
012690*                 ALONG WITH THE OTHER STEP STATUSES.
012692* 10/15/2026 RM   GREETREC COPIES RENAME THE WALK-IN CONDITION.
012694*----------------------------------------------------------------
012700*
012800 ENVIRONMENT DIVISION.
012900*
014900     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
015000         ORGANIZATION IS INDEXED
015100         ACCESS MODE IS DYNAMIC
015200         RECORD KEY IS GM-VISITOR-ID
015210         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
015300         FILE STATUS IS GR-GREETMSTR-STATUS.
015400*
015500     SELECT GREETEXC-FILE ASSIGN TO GREETEXC
017500     SELECT GREETPND-FILE ASSIGN TO GREETPND
017600         ORGANIZATION IS SEQUENTIAL
017700         FILE STATUS IS GR-GREETPND-STATUS.
017704*
017708     SELECT GREETVID-FILE ASSIGN TO GREETVID
017712         ORGANIZATION IS SEQUENTIAL
017716         FILE STATUS IS GR-GREETVID-STATUS.
017720*
017724     SELECT GREETACH-FILE ASSIGN TO GREETACH
017728         ORGANIZATION IS SEQUENTIAL
017732         FILE STATUS IS GR-GREETACH-STATUS.
017736*
017740     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
017744         ORGANIZATION IS INDEXED
017748         ACCESS MODE IS RANDOM
017752         RECORD KEY IS GJ-KEY
017756         FILE STATUS IS GR-GREETSTP-STATUS.
017760*
017764     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
017768         ORGANIZATION IS INDEXED
017772         ACCESS MODE IS DYNAMIC
017776         RECORD KEY IS GN-VISITOR-ID
017780         ALTERNATE RECORD KEY IS GN-SOUND-KEY WITH DUPLICATES
017784         FILE STATUS IS GR-GREETPHX-STATUS.
017800*
017900 DATA DIVISION.
018000 FILE SECTION.
020500         BY ==GI-SITE-CODE==,
020600     ==GR-CR-NAME==
020700         BY ==GI-NAME==,
020710     ==GR-CR-DEPT-WALK-IN==
020720         BY ==GI-DEPT-WALK-IN==,
020800     ==GR-CR-DEPT==
020900         BY ==GI-DEPT==,
021000     ==GR-CR-GREET-ON-DATE==
021100         BY ==GI-GREET-ON-DATE==,
021110     ==GR-CR-VISITOR-ID==
021120         BY ==GI-VISITOR-ID==.
021200 01  GREETIN-CONTROL-RECORD.
021300     05  GI-CTL-TYPE               PIC X(03).
021400         88  GI-CTL-IS-HEADER                  VALUE "HDR".
021500         88  GI-CTL-IS-TRAILER                 VALUE "TRL".
021600     05  GI-CTL-BODY               PIC X(69).
021700     05  GI-CTL-HEADER REDEFINES GI-CTL-BODY.
021800         10  GI-HDR-ROSTER-DATE    PIC 9(08).
021900         10  GI-HDR-DEPARTMENT     PIC X(08).
022000         10  FILLER                PIC X(53).
022100     05  GI-CTL-TRAILER REDEFINES GI-CTL-BODY.
022200         10  GI-TRL-RECORD-COUNT   PIC 9(08).
022300         10  FILLER                PIC X(61).
022400*
022500*----------------------------------------------------------------
022600* GREETLOG-FILE - ONE RECORD PER NAME GREETED THIS RUN
024300         BY ==GL-SITE-CODE==,
024400     ==GR-CR-NAME==
024500         BY ==GL-NAME==,
024510     ==GR-CR-DEPT-WALK-IN==
024520         BY ==GL-DEPT-WALK-IN==,
024600     ==GR-CR-DEPT==
024700         BY ==GL-DEPT==,
024800     ==GR-CR-GREET-ON-DATE==
024900         BY ==GL-GREET-ON-DATE==,
024910     ==GR-CR-VISITOR-ID==
024920         BY ==GL-VISITOR-ID==.
025000*
025100*----------------------------------------------------------------
025200* GREETRST-FILE - CHECKPOINT/RESTART RECORD (ONE RECORD)
027600     ==GM-MR-FIRST-GREETED-DATE==
027700         BY ==GM-FIRST-GREETED-DATE==,
027800     ==GM-MR-LAST-ACTIVITY-DATE==
027900         BY ==GM-LAST-ACTIVITY-DATE==,
027903     ==GM-MR-VISITOR-ID==
027906         BY ==GM-VISITOR-ID==,
027909     ==GM-MR-ENTRY-STATUS==
027912         BY ==GM-ENTRY-STATUS==,
027915     ==GM-MR-ENTRY-GREETED==
027918         BY ==GM-ENTRY-GREETED==,
027921     ==GM-MR-ENTRY-REGISTERED==
027924         BY ==GM-ENTRY-REGISTERED==,
027925     ==GM-MR-REGISTER-SW==
027926         BY ==GM-REGISTER-SW==,
027927     ==GM-MR-GREETED-FROM-REGISTER==
027928         BY ==GM-GREETED-FROM-REGISTER==.
027929*
027930*----------------------------------------------------------------
027933* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER ENTRY,
027936* READ ON THE SOUND-ALIKE KEY FOR THE NEAR-DUPLICATE CHECK AND
027939* WRITTEN ALONGSIDE EVERY NEW MASTER ENTRY
027942*----------------------------------------------------------------
027945 FD  GREETPHX-FILE.
027948 COPY GREETPHX REPLACING
027951     ==GREET-PHONETIC-RECORD== BY ==GREETPHX-RECORD==,
027954     ==GN-PX-VISITOR-ID==
027957         BY ==GN-VISITOR-ID==,
027960     ==GN-PX-SOUND-KEY==
027963         BY ==GN-SOUND-KEY==,
027966     ==GN-PX-PHON-KEY==
027969         BY ==GN-PHON-KEY==,
027972     ==GN-PX-NAME==
027975         BY ==GN-NAME==.
028000*
028100*----------------------------------------------------------------
028200* GREETEXC-FILE - EXCEPTION LISTING OF REPEAT AND HELD-OVER
037900         BY ==GPD-SITE-CODE==,
038000     ==GR-CR-NAME==
038100         BY ==GPD-NAME==,
038110     ==GR-CR-DEPT-WALK-IN==
038120         BY ==GPD-DEPT-WALK-IN==,
038200     ==GR-CR-DEPT==
038300         BY ==GPD-DEPT==,
038400     ==GR-CR-GREET-ON-DATE==
038500         BY ==GPD-GREET-ON-DATE==,
038501     ==GR-CR-VISITOR-ID==
038502         BY ==GPD-VISITOR-ID==.
038503*
038504*----------------------------------------------------------------
038505* GREETVID-FILE - VISITOR ID COUNTER (ONE RECORD), CLAIMED ONE
038506* NUMBER AT A TIME AS NEW NAMES ARE MASTERED
038507*----------------------------------------------------------------
038508 FD  GREETVID-FILE
038509     RECORDING MODE IS F.
038510 COPY GREETVID REPLACING
038511     ==GREET-VISITOR-ID-RECORD== BY ==GREETVID-RECORD==,
038512     ==GV-VR-LAST-ID==
038513         BY ==GV-LAST-ID==,
038514     ==GV-VR-LAST-DATE==
038515         BY ==GV-LAST-DATE==,
038516     ==GV-VR-LAST-JOB==
038517         BY ==GV-LAST-JOB==.
038518*
038519*----------------------------------------------------------------
038520* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
038521* DATE AND STEP NAME
038522*----------------------------------------------------------------
038523 FD  GREETSTP-FILE.
038524 COPY GREETSTP REPLACING
038525     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
038526     ==GJ-SL-KEY==
038527         BY ==GJ-KEY==,
038528     ==GJ-SL-ROSTER-DATE==
038529         BY ==GJ-ROSTER-DATE==,
038530     ==GJ-SL-STEP-NAME==
038531         BY ==GJ-STEP-NAME==,
038532     ==GJ-SL-STEP-DATA==
038533         BY ==GJ-STEP-DATA==,
038534     ==GJ-SL-START-DATE==
038535         BY ==GJ-START-DATE==,
038536     ==GJ-SL-START-TIME==
038537         BY ==GJ-START-TIME==,
038538     ==GJ-SL-END-DATE==
038539         BY ==GJ-END-DATE==,
038540     ==GJ-SL-END-TIME==
038541         BY ==GJ-END-TIME==,
038542     ==GJ-SL-COND-CODE==
038543         BY ==GJ-COND-CODE==,
038544     ==GJ-SL-STATUS==
038545         BY ==GJ-STATUS==,
038546     ==GJ-SL-STEP-STARTED==
038547         BY ==GJ-STEP-STARTED==,
038548     ==GJ-SL-STEP-COMPLETE==
038549         BY ==GJ-STEP-COMPLETE==,
038550     ==GJ-SL-STEP-WARNING==
038551         BY ==GJ-STEP-WARNING==,
038552     ==GJ-SL-STEP-FAILED==
038553         BY ==GJ-STEP-FAILED==,
038554     ==GJ-SL-STEP-REFUSED==
038555         BY ==GJ-STEP-REFUSED==,
038556     ==GJ-SL-STEP-PARTIAL==
038557         BY ==GJ-STEP-PARTIAL==,
038558     ==GJ-SL-STEP-OUT-OF-BAL==
038559         BY ==GJ-STEP-OUT-OF-BAL==,
038561     ==GJ-SL-STEP-RERUN-DUE==
038563         BY ==GJ-STEP-RERUN-DUE==,
038565     ==GJ-SL-STEP-ENDED-CLEAN==
038567         BY ==GJ-STEP-ENDED-CLEAN==,
038569     ==GJ-SL-RUN-COUNT==
038571         BY ==GJ-RUN-COUNT==,
038573     ==GJ-SL-NOTE==
038575         BY ==GJ-NOTE==,
038577     ==GJ-SL-STREAM-DATA==
038579         BY ==GJ-STREAM-DATA==,
038581     ==GJ-SL-CURRENT-DATE==
038583         BY ==GJ-CURRENT-DATE==,
038585     ==GJ-SL-STREAM-STATE==
038587         BY ==GJ-STREAM-STATE==,
038589     ==GJ-SL-STREAM-OPEN==
038591         BY ==GJ-STREAM-OPEN==,
038593     ==GJ-SL-STREAM-PENDING==
038595         BY ==GJ-STREAM-PENDING==,
038597     ==GJ-SL-OPENED-DATE==
038599         BY ==GJ-OPENED-DATE==,
038601     ==GJ-SL-OPENED-TIME==
038603         BY ==GJ-OPENED-TIME==.
038605*
038607*----------------------------------------------------------------
038609* GREETACH-FILE - GREETAUD CHAIN CONTROL (ONE RECORD), CLAIMED ONE
038611* SEQUENCE NUMBER AT A TIME AS AUDIT ROWS ARE WRITTEN
038613*----------------------------------------------------------------
038615 FD  GREETACH-FILE
038617     RECORDING MODE IS F.
038619 COPY GREETASL REPLACING
038621     ==GREET-AUDIT-SEAL-RECORD== BY ==GREETACH-RECORD==,
038623     ==GZ-AS-PERIOD==
038625         BY ==GZ-PERIOD==,
038627     ==GZ-AS-OPEN-SEQUENCE-NO==
038629         BY ==GZ-OPEN-SEQUENCE-NO==,
038631     ==GZ-AS-OPEN-CHAIN-CHECK==
038633         BY ==GZ-OPEN-CHAIN-CHECK==,
038635     ==GZ-AS-LAST-SEQUENCE-NO==
038637         BY ==GZ-LAST-SEQUENCE-NO==,
038639     ==GZ-AS-LAST-CHAIN-CHECK==
038641         BY ==GZ-LAST-CHAIN-CHECK==,
038643     ==GZ-AS-ROW-COUNT==
038645         BY ==GZ-ROW-COUNT==,
038647     ==GZ-AS-SUPPRESS-COUNT==
038649         BY ==GZ-SUPPRESS-COUNT==,
038651     ==GZ-AS-BACKEDOUT-COUNT==
038653         BY ==GZ-BACKEDOUT-COUNT==,
038655     ==GZ-AS-UNSEQUENCED-COUNT==
038657         BY ==GZ-UNSEQUENCED-COUNT==,
038659     ==GZ-AS-LAST-DATE==
038661         BY ==GZ-LAST-DATE==,
038663     ==GZ-AS-LAST-TIME==
038665         BY ==GZ-LAST-TIME==,
038667     ==GZ-AS-LAST-JOB==
038669         BY ==GZ-LAST-JOB==,
038671     ==GZ-AS-STATUS==
038673         BY ==GZ-STATUS==,
038675     ==GZ-AS-CHAIN-OPEN==
038677         BY ==GZ-CHAIN-OPEN==,
038679     ==GZ-AS-PERIOD-SEALED==
038681         BY ==GZ-PERIOD-SEALED==.
038683*
038700 WORKING-STORAGE SECTION.
038800*
038900 COPY GREETREC REPLACING
040200         BY ==GR-WK-SITE-CODE==,
040300     ==GR-CR-NAME==
040400         BY ==GR-WK-NAME==,
040410     ==GR-CR-DEPT-WALK-IN==
040420         BY ==GR-DEPT-WALK-IN==,
040500     ==GR-CR-DEPT==
040600         BY ==GR-WK-DEPT==,
040700     ==GR-CR-GREET-ON-DATE==
040800         BY ==GR-WK-GREET-ON-DATE==,
040810     ==GR-CR-VISITOR-ID==
040820         BY ==GR-WK-VISITOR-ID==.
040900 77  GR-REJECT-COUNT               PIC 9(05)  VALUE ZERO.
041000 77  GR-GREETRST-STATUS            PIC X(02).
041100 77  GR-CHECKPOINT-INTERVAL        PIC 9(03)  VALUE 1.
042000 77  GR-JOB-NAME                   PIC X(08)  VALUE "GREETUSR".
042100 77  GR-OPERATOR-ID                PIC X(08).
042200 77  GR-DISPOSITION                PIC X(09).
042210 77  GR-GREETACH-STATUS            PIC X(02).
042220*
042230*    CHECK-VALUE WORK FIELDS FOR THE SEQUENCE NUMBER AND CHAIN
042240*    CARRIED ON EVERY AUDIT ROW.
042250 COPY GREETCHK.
042300*
042400*----------------------------------------------------------------
042500* JCL PARM WORK FIELDS - HOW MANY ROSTER RECORDS THIS RUN MAY
044400     88  GR-NAME-IS-DUPLICATE                  VALUE "Y".
044500*
044600*----------------------------------------------------------------
044605* SAME-NAME WORK FIELDS - A NAME CAN SIT ON THE MASTER UNDER MORE
044610* THAN ONE VISITOR ID.  THE DUPLICATE CHECK WALKS EVERY ENTRY
044615* FOR THE NAME LOOKING FOR ONE REGISTERED BUT NOT YET GREETED.
044620*----------------------------------------------------------------
044625 77  GR-REGISTERED-SW              PIC X(01)  VALUE "N".
044630     88  GR-NAME-IS-REGISTERED                 VALUE "Y".
044635 77  GR-SAME-NAME-EOF-SW           PIC X(01)  VALUE "N".
044640     88  GR-END-OF-SAME-NAME                   VALUE "Y".
044645 77  GR-REGISTERED-COUNT           PIC 9(05)  VALUE ZERO.
044650 77  GR-FIRST-VISITOR-ID           PIC 9(08)  VALUE ZERO.
044655*
044660*----------------------------------------------------------------
044665* VISITOR ID ISSUE WORK FIELDS
044670*----------------------------------------------------------------
044675 77  GR-GREETVID-STATUS            PIC X(02).
044680 77  GR-NEW-VISITOR-ID             PIC 9(08)  VALUE ZERO.
044685*
044690*----------------------------------------------------------------
044700* SUPPRESSION-CHECK WORK FIELDS - THE DO-NOT-GREET LIST IS
044800* OPTIONAL: WHEN THE DATASET IS ABSENT, NOTHING IS SUPPRESSED
044900*----------------------------------------------------------------
046200 77  GR-HELD-COUNT                 PIC 9(05)  VALUE ZERO.
046300*
046400*----------------------------------------------------------------
046500* PHONETIC NEAR-DUPLICATE WORK FIELDS - EVERY INCOMING NAME'S
046510* SOUND-ALIKE KEY IS LOOKED UP ON THE GREETPHX INDEX, WHICH
046520* HOLDS A ROW FOR EVERY MASTER ENTRY, SO THE CHECK ALWAYS COVERS
046530* THE WHOLE MASTER WITHOUT READING IT AT START.  A MISSING INDEX
047000* STOPS THE RUN RATHER THAN CHECK AGAINST NOTHING - UNLESS THE
047010* MASTER IS BRAND NEW TOO, WHEN BOTH START OUT EMPTY.
047400*----------------------------------------------------------------
047700 77  GR-GREETPHX-STATUS            PIC X(02).
047800 77  GR-SUSPECT-COUNT              PIC 9(05)  VALUE ZERO.
047900 77  GR-SUSPECT-SW                 PIC X(01)  VALUE "N".
048000     88  GR-NAME-IS-SUSPECT                    VALUE "Y".
048100 77  GR-SOUND-EOF-SW               PIC X(01)  VALUE "N".
048200     88  GR-END-OF-SOUND-KEY                   VALUE "Y".
048210 77  GR-MSTR-NEW-SW                PIC X(01)  VALUE "N".
048220     88  GR-MASTER-IS-NEW                      VALUE "Y".
048300*
049100*    SOUND-ALIKE KEY WORK FIELDS - 2072-BUILD-PHONETIC-KEY READS
049200*    THE NAME FROM GPK-NAME AND LEAVES THE KEY IN GPK-KEY.
049210 COPY GREETPHK.
050300*
050400*----------------------------------------------------------------
050500* MULTI-LANGUAGE GREETING LOOKUP TABLE AND WORK FIELD
052100         88  GR-TRAILER-SEEN                   VALUE "Y".
052200     05  GR-BALANCE-SW             PIC X(01)  VALUE "Y".
052300         88  GR-ROSTER-IN-BALANCE              VALUE "Y".
052310     05  GR-STEP-REFUSED-SW        PIC X(01)  VALUE "N".
052320         88  GR-STEP-IS-REFUSED                VALUE "Y".
052330     05  GR-STEP-ON-LEDGER-SW      PIC X(01)  VALUE "N".
052340         88  GR-STEP-IS-ON-LEDGER              VALUE "Y".
052400*
052500*----------------------------------------------------------------
052600* ROSTER CONTROL-RECORD WORK FIELDS - THE HEADER IDENTITY AND
054500 77  GR-REJECT-THRESHOLD           PIC 9(05)  VALUE 50.
054600 77  GR-START-DATE                 PIC 9(08)  VALUE ZERO.
054700 77  GR-START-TIME                 PIC 9(08)  VALUE ZERO.
054710 77  GR-GREETSTP-STATUS            PIC X(02).
054720 77  GR-STEP-NAME                  PIC X(08)  VALUE "GREETUSR".
054730 77  GR-STREAM-DATE                PIC 9(08)  VALUE ZERO.
054740 77  GR-STEP-START-DATE            PIC 9(08)  VALUE ZERO.
054750 77  GR-STEP-START-TIME            PIC 9(08)  VALUE ZERO.
054760 77  GR-PRED-SUB                   PIC 9(02)  COMP  VALUE ZERO.
054800*
054900*----------------------------------------------------------------
055000* EXCEPTION LISTING LINE - ONE PER DUPLICATE NAME ENCOUNTERED
060000     05  GR-SUS-MASTER-DATE        PIC 9(08).
060100     05  FILLER                    PIC X(12)  VALUE SPACES.
060200*
060209*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
060218*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
060227 01  GR-REFUSE-NOTE.
060236     05  GR-RN-STEP                PIC X(08)  VALUE SPACES.
060245     05  FILLER                    PIC X(01)  VALUE SPACES.
060254     05  GR-RN-TEXT                PIC X(11)  VALUE SPACES.
060263*
060272*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
060281 COPY GREETSTQ.
060290*
060300*----------------------------------------------------------------
060400* LINKAGE SECTION - THE JCL PARM FIELD.  STANDARD MAINFRAME
060500* CONVENTION: A BINARY LENGTH HALFWORD FOLLOWED BY THE PARM
062600*----------------------------------------------------------------
062700 1000-INITIALIZE.
062800*----------------------------------------------------------------
062810     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
062820*
062900     PERFORM 1002-REGISTER-RUN THRU 1002-EXIT.
063000*
063100     OPEN INPUT  GREETIN-FILE.
064000*
064100     PERFORM 1007-OPEN-MASTER THRU 1007-EXIT.
064200     PERFORM 1008-OPEN-SUPPRESS THRU 1008-EXIT.
064300     PERFORM 1009-OPEN-PHONETIC THRU 1009-EXIT.
064400*
064500*    READ THE RESTART CHECKPOINT FIRST SO WE KNOW BEFORE OPENING
064600*    A SINGLE OUTPUT FILE WHETHER THIS IS A FRESH RUN OR A
078200*----------------------------------------------------------------
078300     OPEN I-O GREETMSTR-FILE.
078400     IF GR-GREETMSTR-STATUS = "35"
078410         SET GR-MASTER-IS-NEW TO TRUE
078500         OPEN OUTPUT GREETMSTR-FILE
078600         CLOSE GREETMSTR-FILE
078700         OPEN I-O GREETMSTR-FILE
081200     EXIT.
081300*
081400*----------------------------------------------------------------
081500 1009-OPEN-PHONETIC.
081600*----------------------------------------------------------------
081610*    THE PHONETIC INDEX HAS TO COVER THE WHOLE MASTER.  NO INDEX
081620*    NEXT TO A MASTER ALREADY IN USE MEANS IT HAS NOT BEEN BUILT
081630*    (OR WAS LOST) - STOP AND HAVE GREET-PIX REBUILD IT.  ONLY A
081640*    BRAND-NEW MASTER GETS A BRAND-NEW, EMPTY INDEX.
082100     OPEN I-O GREETPHX-FILE.
082110     IF GR-GREETPHX-STATUS = "35"
082700        AND GR-MASTER-IS-NEW
082708         OPEN OUTPUT GREETPHX-FILE
082716         CLOSE GREETPHX-FILE
082724         OPEN I-O GREETPHX-FILE
082732     END-IF.
082740     IF GR-GREETPHX-STATUS NOT = "00"
082748         DISPLAY "GREETPHX OPEN FAILED - STATUS "
082756             GR-GREETPHX-STATUS
082764             " - REBUILD IT WITH GREET-PIX"
082772         MOVE 12 TO RETURN-CODE
082780         STOP RUN
082788     END-IF.
082800*
082900 1009-EXIT.
084700     EXIT.
084800*
084900*----------------------------------------------------------------
085500     EXIT.
085600*
085700*----------------------------------------------------------------
085701 1090-REGISTER-STEP-START.
085702*----------------------------------------------------------------
085703*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
085704*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
085705*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
085706*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
085707*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
085708*    OPENED ANY OF ITS OWN FILES.
085709     ACCEPT GR-STEP-START-DATE FROM DATE YYYYMMDD.
085710     ACCEPT GR-STEP-START-TIME FROM TIME.
085711     MOVE "N" TO GR-STEP-REFUSED-SW.
085712     OPEN I-O GREETSTP-FILE.
085713     IF GR-GREETSTP-STATUS = "35"
085714         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
085715             "BEEN OPENED - RUN REFUSED"
085716         MOVE 16 TO RETURN-CODE
085717         STOP RUN
085718     END-IF.
085719     IF GR-GREETSTP-STATUS NOT = "00"
085720         DISPLAY "GREETSTP OPEN FAILED - STATUS "
085721             GR-GREETSTP-STATUS
085722         MOVE 12 TO RETURN-CODE
085723         STOP RUN
085724     END-IF.
085725*
085726     MOVE ZERO       TO GJ-ROSTER-DATE.
085727     MOVE "STREAM  " TO GJ-STEP-NAME.
085728     READ GREETSTP-FILE
085729         INVALID KEY
085730             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
085731             CLOSE GREETSTP-FILE
085732             MOVE 16 TO RETURN-CODE
085733             STOP RUN
085734     END-READ.
085735     IF NOT GJ-STREAM-OPEN
085736         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
085737             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
085738         CLOSE GREETSTP-FILE
085739         MOVE 16 TO RETURN-CODE
085740         STOP RUN
085741     END-IF.
085742     MOVE GJ-CURRENT-DATE TO GR-STREAM-DATE.
085743*
085744     SET GJ-STREAM-IDX TO 1.
085745     SEARCH GJ-STREAM-STEP
085746         AT END
085747             DISPLAY GR-STEP-NAME " IS NOT IN THE GREETSTQ "
085748                 "STREAM TABLE - RUN STOPPED"
085749             CLOSE GREETSTP-FILE
085750             MOVE 12 TO RETURN-CODE
085751             STOP RUN
085752         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
085753                  = GR-STEP-NAME
085754             CONTINUE
085755     END-SEARCH.
085756     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
085757         VARYING GR-PRED-SUB FROM 1 BY 1
085758         UNTIL GR-PRED-SUB > 3
085759            OR GR-STEP-IS-REFUSED.
085760*
085761     MOVE GR-STREAM-DATE TO GJ-ROSTER-DATE.
085762     MOVE GR-STEP-NAME   TO GJ-STEP-NAME.
085763     READ GREETSTP-FILE
085764         INVALID KEY
085765             MOVE "N" TO GR-STEP-ON-LEDGER-SW
085766             MOVE SPACES TO GJ-STEP-DATA
085767             MOVE ZERO   TO GJ-RUN-COUNT
085768         NOT INVALID KEY
085769             MOVE "Y" TO GR-STEP-ON-LEDGER-SW
085770     END-READ.
085771     MOVE GR-STEP-START-DATE TO GJ-START-DATE.
085772     MOVE GR-STEP-START-TIME TO GJ-START-TIME.
085773     ADD 1 TO GJ-RUN-COUNT.
085774     IF GR-STEP-IS-REFUSED
085775         MOVE GR-STEP-START-DATE TO GJ-END-DATE
085776         MOVE GR-STEP-START-TIME TO GJ-END-TIME
085777         MOVE 16 TO GJ-COND-CODE
085778         MOVE "REFUSED   " TO GJ-STATUS
085779         MOVE GR-REFUSE-NOTE TO GJ-NOTE
085780     ELSE
085781         MOVE ZERO TO GJ-END-DATE
085782         MOVE ZERO TO GJ-END-TIME
085783         MOVE ZERO TO GJ-COND-CODE
085784         MOVE "STARTED   " TO GJ-STATUS
085785         MOVE SPACES TO GJ-NOTE
085786     END-IF.
085787     IF GR-STEP-IS-ON-LEDGER
085788         REWRITE GREETSTP-RECORD
085789     ELSE
085790         WRITE GREETSTP-RECORD
085791     END-IF.
085792     CLOSE GREETSTP-FILE.
085793*
085794     IF GR-STEP-IS-REFUSED
085795         DISPLAY GR-STEP-NAME " REFUSED FOR ROSTER DATE "
085796             GR-STREAM-DATE " - " GR-REFUSE-NOTE
085797         MOVE 16 TO RETURN-CODE
085798         STOP RUN
085799     END-IF.
085800*
085801 1090-EXIT.
085802     EXIT.
085803*
085804*----------------------------------------------------------------
085805 1095-CHECK-PREDECESSOR.
085806*----------------------------------------------------------------
085807*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
085808*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
085809*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
085810     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GR-PRED-SUB) = SPACES
085811         GO TO 1095-EXIT
085812     END-IF.
085813     MOVE GR-STREAM-DATE TO GJ-ROSTER-DATE.
085814     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GR-PRED-SUB)
085815         TO GJ-STEP-NAME.
085816     MOVE GJ-STEP-NAME TO GR-RN-STEP.
085817     READ GREETSTP-FILE
085818         INVALID KEY
085819             SET GR-STEP-IS-REFUSED TO TRUE
085820             MOVE "NOT RUN" TO GR-RN-TEXT
085821             GO TO 1095-EXIT
085822     END-READ.
085823     IF NOT GJ-STEP-ENDED-CLEAN
085824         SET GR-STEP-IS-REFUSED TO TRUE
085825         MOVE GJ-STATUS TO GR-RN-TEXT
085826     END-IF.
085827*
085828 1095-EXIT.
085829     EXIT.
085830*
085831*----------------------------------------------------------------
085832 2000-PROCESS-ROSTER.
085900*----------------------------------------------------------------
086000     MOVE GI-OPERATOR-ID TO GR-WK-OPERATOR-ID.
086100     MOVE GI-NAME         TO GR-WK-NAME.
086200     MOVE GI-LANG-CODE    TO GR-WK-LANG-CODE.
086300     MOVE GI-SITE-CODE    TO GR-WK-SITE-CODE.
086400     MOVE GI-DEPT         TO GR-WK-DEPT.
086410*    THE VISITOR ID IS THE MASTER'S TO GIVE - IT IS FILLED IN
086420*    ONLY WHEN THE NAME IS GREETED OR MATCHED TO AN ENTRY.
086430     MOVE ZERO            TO GR-WK-VISITOR-ID.
086500*    A ROSTER THAT NEVER WENT THROUGH THE CONSOLIDATION HAS NO
086600*    PER-RECORD DEPARTMENT - FALL BACK TO THE HEADER'S.
086700     IF GR-WK-DEPT = SPACES
092600             IF GR-NAME-IS-DUPLICATE
092700                 PERFORM 2080-WRITE-EXCEPTION THRU 2080-EXIT
092800             ELSE
093000                 IF GR-NAME-IS-REGISTERED
093100                     PERFORM 2081-GREET-REGISTERED THRU 2081-EXIT
093110                     PERFORM 2100-USER-GREET THRU 2100-EXIT
093200                 ELSE
093300                     PERFORM 2077-CHECK-PHONETIC THRU 2077-EXIT
093310                     IF GR-NAME-IS-SUSPECT
093400                         PERFORM 2085-WRITE-SUSPECT THRU 2085-EXIT
093410                     ELSE
093420                         PERFORM 2078-ADD-TO-MASTER THRU 2078-EXIT
093430                         PERFORM 2100-USER-GREET THRU 2100-EXIT
093440                     END-IF
093500                 END-IF
093600             END-IF
093700         END-IF
101900*----------------------------------------------------------------
102000 2072-BUILD-PHONETIC-KEY.
102100*----------------------------------------------------------------
102200*    SOUNDEX-STYLE KEY OVER THE WHOLE NAME IN GPK-NAME: THE
102300*    FIRST LETTER IS KEPT, EVERY FOLLOWING CONSONANT ADDS ITS
102400*    CODE DIGIT (UP TO EIGHT POSITIONS), VOWELS AND SPACES ADD
102500*    NOTHING, AND A CODE EQUAL TO THE ONE JUST KEPT IS
102600*    COLLAPSED - SO DOUBLED LETTERS AND STRAY SPACES DO NOT
102700*    CHANGE THE KEY.  RESULT LANDS IN GPK-KEY.  THE RULES ARE
102710*    SHARED WITH EVERY PROGRAM THAT KEYS GREETPHX - SEE GREETPHK.
102800     MOVE SPACES TO GPK-KEY.
102900     MOVE SPACE  TO GPK-PRIOR-CODE.
103000     MOVE ZERO   TO GPK-POS.
103100     PERFORM 2073-CODE-ONE-CHAR THRU 2073-EXIT
103200         VARYING GPK-SUB FROM 1 BY 1
103300         UNTIL GPK-SUB > 20.
103400*
103500 2072-EXIT.
103600     EXIT.
103800*----------------------------------------------------------------
103900 2073-CODE-ONE-CHAR.
104000*----------------------------------------------------------------
104100     MOVE GPK-NAME (GPK-SUB : 1) TO GPK-CHAR.
104200     IF GPK-CHAR = SPACE
104300         GO TO 2073-EXIT
104400     END-IF.
104500     EVALUATE TRUE
104600         WHEN GPK-CHAR = "B" OR "F" OR "P" OR "V"
104700             MOVE "1" TO GPK-CODE
104800         WHEN GPK-CHAR = "C" OR "G" OR "J" OR "K" OR "Q"
104900              OR "S" OR "X" OR "Z"
105000             MOVE "2" TO GPK-CODE
105100         WHEN GPK-CHAR = "D" OR "T"
105200             MOVE "3" TO GPK-CODE
105300         WHEN GPK-CHAR = "L"
105400             MOVE "4" TO GPK-CODE
105500         WHEN GPK-CHAR = "M" OR "N"
105600             MOVE "5" TO GPK-CODE
105700         WHEN GPK-CHAR = "R"
105800             MOVE "6" TO GPK-CODE
105900         WHEN OTHER
106000             MOVE SPACE TO GPK-CODE
106100     END-EVALUATE.
106200*
106300*    THE VERY FIRST LETTER GOES INTO THE KEY AS ITSELF - A
106400*    MISHEARD FIRST LETTER IS A RISK THE DESK ACCEPTS.
106500     IF GPK-POS = ZERO
106600         MOVE 1 TO GPK-POS
106700         MOVE GPK-CHAR TO GPK-KEY (1 : 1)
106800         MOVE GPK-CODE TO GPK-PRIOR-CODE
106900         GO TO 2073-EXIT
107000     END-IF.
107100     IF GPK-CODE NOT = SPACE
107200        AND GPK-CODE NOT = GPK-PRIOR-CODE
107300        AND GPK-POS < 8
107400         ADD 1 TO GPK-POS
107500         MOVE GPK-CODE TO GPK-KEY (GPK-POS : 1)
107600     END-IF.
107700     MOVE GPK-CODE TO GPK-PRIOR-CODE.
107800*
107900 2073-EXIT.
108000     EXIT.
110100*    DUPLICATE PATH AS ALWAYS.  A MISS NO LONGER WRITES THE
110200*    MASTER HERE - THE PHONETIC CHECK GETS ITS LOOK FIRST, AND
110300*    2078-ADD-TO-MASTER WRITES ONLY THE NAMES THAT PASS IT.
110310*    EVERY ENTRY UNDER THE NAME IS WALKED FIRST: ONE REGISTERED
110320*    THROUGH GREETMNT AND NOT YET GREETED IS A SECOND PERSON
110330*    EXPECTED UNDER THE SAME NAME, AND IS LEFT IN THE RECORD
110340*    AREA FOR 2081-GREET-REGISTERED INSTEAD OF BEING TREATED AS
110350*    A DUPLICATE.  WITH NO SUCH ENTRY THE DUPLICATE IS CHARGED
110360*    TO THE FIRST PERSON ON FILE UNDER THE NAME.
110400     MOVE "N" TO GR-DUPLICATE-SW.
110410     MOVE "N" TO GR-REGISTERED-SW.
110420     MOVE "N" TO GR-SAME-NAME-EOF-SW.
110500     MOVE GR-WK-NAME TO GM-NAME.
110600     READ GREETMSTR-FILE
110700         KEY IS GM-NAME
110800         INVALID KEY
110900             GO TO 2075-EXIT
111400     END-READ.
111405     MOVE GM-VISITOR-ID TO GR-FIRST-VISITOR-ID.
111410     PERFORM 2076-SCAN-SAME-NAME THRU 2076-EXIT
111415         UNTIL GR-NAME-IS-REGISTERED
111420            OR GR-END-OF-SAME-NAME.
111425     IF GR-NAME-IS-REGISTERED
111430         GO TO 2075-EXIT
111435     END-IF.
111440*
111445     SET GR-NAME-IS-DUPLICATE TO TRUE.
111450     MOVE GR-FIRST-VISITOR-ID TO GM-VISITOR-ID.
111455     READ GREETMSTR-FILE
111460         KEY IS GM-VISITOR-ID
111465         INVALID KEY
111470             GO TO 2075-EXIT
111475     END-READ.
111480     ACCEPT GM-LAST-ACTIVITY-DATE FROM DATE YYYYMMDD.
111485     REWRITE GREETMSTR-RECORD.
111490     MOVE GM-VISITOR-ID TO GR-WK-VISITOR-ID.
111500*
111600 2075-EXIT.
111700     EXIT.
111800*
111900*----------------------------------------------------------------
111904 2076-SCAN-SAME-NAME.
111908*----------------------------------------------------------------
111912*    THE RECORD AREA HOLDS AN ENTRY UNDER THE NAME - STOP ON IT
111916*    IF IT IS WAITING FOR ITS FIRST GREETING, OTHERWISE STEP TO
111920*    THE NEXT ENTRY ON THE NAME KEY.
111924     IF GM-ENTRY-REGISTERED
111928         SET GR-NAME-IS-REGISTERED TO TRUE
111932         GO TO 2076-EXIT
111936     END-IF.
111940     READ GREETMSTR-FILE NEXT RECORD
111944         AT END
111948             SET GR-END-OF-SAME-NAME TO TRUE
111952             GO TO 2076-EXIT
111956     END-READ.
111960     IF GM-NAME NOT = GR-WK-NAME
111964         SET GR-END-OF-SAME-NAME TO TRUE
111968     END-IF.
111972*
111976 2076-EXIT.
111980     EXIT.
111984*
111988*----------------------------------------------------------------
112000 2074-SCAN-PHONETIC-ENTRY.
112100*----------------------------------------------------------------
112110*    STEP ALONG THE ROWS UNDER THE SOUND-ALIKE KEY.  THE FIRST ONE
112120*    FOR A DIFFERENT NAME MAKES THE INCOMING NAME A SUSPECT AND IS
112130*    LEFT IN THE RECORD AREA FOR 2085-WRITE-SUSPECT.
112140     READ GREETPHX-FILE NEXT RECORD
112150         AT END
112160             SET GR-END-OF-SOUND-KEY TO TRUE
112170             GO TO 2074-EXIT
112180     END-READ.
112190     IF GN-PHON-KEY NOT = GPK-KEY
112200         SET GR-END-OF-SOUND-KEY TO TRUE
112210         GO TO 2074-EXIT
112220     END-IF.
112300     IF GN-NAME NOT = GR-WK-NAME
112400         SET GR-NAME-IS-SUSPECT TO TRUE
112500     END-IF.
112600*
113200*----------------------------------------------------------------
113300*    ONLY NAMES THAT PASSED THE EXACT CHECK COME HERE - A KEY
113400*    MATCH AGAINST A DIFFERENT MASTER NAME IS A SOUND-ALIKE
113500*    SUSPECT FOR THE REVIEW REPORT, NOT A GREETING.  THE INDEX IS
113510*    POSITIONED AT THE FIRST ROW UNDER THE KEY AND READ FORWARD.
113600     MOVE "N" TO GR-SUSPECT-SW.
113700     MOVE "N" TO GR-SOUND-EOF-SW.
113710     MOVE GR-WK-NAME TO GPK-NAME.
113800     PERFORM 2072-BUILD-PHONETIC-KEY THRU 2072-EXIT.
113810     MOVE GPK-KEY    TO GN-PHON-KEY.
113820     MOVE LOW-VALUES TO GN-NAME.
113830     START GREETPHX-FILE
113840         KEY IS NOT < GN-SOUND-KEY
113850         INVALID KEY
113860             GO TO 2077-EXIT
113870     END-START.
113900     PERFORM 2074-SCAN-PHONETIC-ENTRY THRU 2074-EXIT
114100         UNTIL GR-NAME-IS-SUSPECT
114200            OR GR-END-OF-SOUND-KEY.
114800*
114900 2077-EXIT.
115000     EXIT.
115300 2078-ADD-TO-MASTER.
115400*----------------------------------------------------------------
115500*    THE NAME IS NEW AND CLEARED THE PHONETIC CHECK - MASTER
115600*    IT AND PUT ITS KEY (STILL IN GPK-KEY FROM 2077) ON THE
115700*    PHONETIC INDEX SO A SOUND-ALIKE LATER IN THIS SAME ROSTER
115800*    IS CAUGHT TOO.
115810     PERFORM 2087-ISSUE-VISITOR-ID THRU 2087-EXIT.
115820     MOVE SPACES TO GREETMSTR-RECORD.
115830     MOVE GR-NEW-VISITOR-ID TO GM-VISITOR-ID.
115900     MOVE GR-WK-NAME TO GM-NAME.
116000     ACCEPT GM-FIRST-GREETED-DATE FROM DATE YYYYMMDD.
116100     MOVE GM-FIRST-GREETED-DATE TO GM-LAST-ACTIVITY-DATE.
116110     MOVE "G" TO GM-ENTRY-STATUS.
116120*    A NUMBER ALREADY ON THE MASTER MEANS THE COUNTER HAS FALLEN
116130*    BEHIND IT - STOP RATHER THAN GREET SOMEONE WHO CANNOT BE
116140*    MASTERED.
116200     WRITE GREETMSTR-RECORD
116210         INVALID KEY
116220             DISPLAY "VISITOR ID " GM-VISITOR-ID
116230                 " ALREADY ON GREETMSTR - CHECK GREETVID - "
116240                 "RUN STOPPED"
116250             MOVE 12 TO RETURN-CODE
116260             STOP RUN
116270     END-WRITE.
116400     MOVE GM-VISITOR-ID TO GR-WK-VISITOR-ID.
116500     PERFORM 2079-ADD-PHONETIC-ENTRY THRU 2079-EXIT.
116600*
116700 2078-EXIT.
117000*----------------------------------------------------------------
117100 2079-ADD-PHONETIC-ENTRY.
117200*----------------------------------------------------------------
117210*    THE NEW MASTER ENTRY'S ROW GOES ON THE INDEX IN THE SAME
117220*    STEP.  ITS VISITOR ID ALREADY ON THE INDEX MEANS THE INDEX
117230*    HAS DRIFTED FROM THE MASTER - STOP FOR A REBUILD.
117240     MOVE SPACES        TO GREETPHX-RECORD.
117250     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
117260     MOVE GPK-KEY       TO GN-PHON-KEY.
117270     MOVE GM-NAME       TO GN-NAME.
117280     WRITE GREETPHX-RECORD
117290         INVALID KEY
117300             DISPLAY "VISITOR ID " GN-VISITOR-ID
117310                 " ALREADY ON GREETPHX - REBUILD IT WITH "
117500                 "GREET-PIX - RUN STOPPED"
117600             MOVE 12 TO RETURN-CODE
117700             STOP RUN
117800     END-WRITE.
118300*
118400 2079-EXIT.
118500     EXIT.
119700     EXIT.
119800*
119900*----------------------------------------------------------------
119905 2081-GREET-REGISTERED.
119910*----------------------------------------------------------------
119915*    THE ENTRY 2075 STOPPED ON WAS REGISTERED AHEAD OF TIME FOR
119920*    A SECOND PERSON WITH THIS NAME - THIS IS THEIR FIRST
119925*    GREETING, SO IT IS STAMPED GREETED UNDER ITS OWN VISITOR ID
119926*    AND MARKED AS ONCE REGISTERED, SO A BACKOUT OF THIS RUN
119927*    RESTORES THE REGISTRATION INSTEAD OF DELETING THE ENTRY.
119930     ADD 1 TO GR-REGISTERED-COUNT.
119935     ACCEPT GM-FIRST-GREETED-DATE FROM DATE YYYYMMDD.
119940     MOVE GM-FIRST-GREETED-DATE TO GM-LAST-ACTIVITY-DATE.
119945     MOVE "G" TO GM-ENTRY-STATUS.
119947     SET GM-GREETED-FROM-REGISTER TO TRUE.
119950     REWRITE GREETMSTR-RECORD.
119955     MOVE GM-VISITOR-ID TO GR-WK-VISITOR-ID.
119960*
119965 2081-EXIT.
119970     EXIT.
119975*
119980*----------------------------------------------------------------
120000 2085-WRITE-SUSPECT.
120100*----------------------------------------------------------------
120200*    THE SUSPECT GOES TO THE REVIEW REPORT WITH THE MASTER
120500*    A LATER ROSTER ONCE THE MASTER IS CORRECTED.
120600     ADD 1 TO GR-SUSPECT-COUNT.
120700     MOVE GR-WK-NAME                TO GR-SUS-NAME.
120800     MOVE GN-NAME                   TO GR-SUS-MASTER-NAME.
120900     MOVE GR-ROSTER-DATE            TO GR-SUS-ROSTER-DATE.
120910*    THE INDEX ROW CARRIES NO DATES - THE MASTER ENTRY IT POINTS
120920*    AT SUPPLIES THE FIRST-GREETED DATE.
121000     MOVE ZERO                      TO GR-SUS-MASTER-DATE.
121010     MOVE GN-VISITOR-ID             TO GM-VISITOR-ID.
121020     READ GREETMSTR-FILE
121030         KEY IS GM-VISITOR-ID
121040         INVALID KEY
121050             CONTINUE
121060         NOT INVALID KEY
121070             MOVE GM-FIRST-GREETED-DATE TO GR-SUS-MASTER-DATE
121080     END-READ.
121100     WRITE GREETSUS-LINE FROM GR-SUS-LINE-WK.
121200     MOVE "SUSPECT  " TO GR-DISPOSITION.
121300     PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT.
121400*
121500 2085-EXIT.
121502     EXIT.
121504*
121506*----------------------------------------------------------------
121508 2087-ISSUE-VISITOR-ID.
121510*----------------------------------------------------------------
121512*    CLAIM THE NEXT VISITOR ID ON THE COUNTER FILE BEFORE IT IS
121514*    USED.  THE FILE IS OPENED AND CLOSED AROUND EACH CLAIM, THE
121516*    SAME AS THE CHECKPOINT, SO AN ABEND CAN NEVER HAND THE SAME
121518*    NUMBER OUT TWICE.  NO DATASET YET MEANS NO ID HAS EVER BEEN
121520*    ISSUED - IT IS CREATED AT ZERO.
121522     OPEN I-O GREETVID-FILE.
121524     IF GR-GREETVID-STATUS = "35"
121526         OPEN OUTPUT GREETVID-FILE
121528         MOVE SPACES TO GREETVID-RECORD
121530         MOVE ZERO   TO GV-LAST-ID
121532         MOVE ZERO   TO GV-LAST-DATE
121534         WRITE GREETVID-RECORD
121536         CLOSE GREETVID-FILE
121538         OPEN I-O GREETVID-FILE
121540     END-IF.
121542     IF GR-GREETVID-STATUS NOT = "00"
121544         DISPLAY "GREETVID OPEN FAILED - STATUS "
121546             GR-GREETVID-STATUS
121548         MOVE 12 TO RETURN-CODE
121550         STOP RUN
121552     END-IF.
121554     READ GREETVID-FILE
121556         AT END
121558             DISPLAY "GREETVID COUNTER RECORD MISSING - RUN "
121560                 "STOPPED"
121562             MOVE 12 TO RETURN-CODE
121564             STOP RUN
121566     END-READ.
121568     ADD 1 TO GV-LAST-ID.
121570     ACCEPT GV-LAST-DATE FROM DATE YYYYMMDD.
121572     MOVE GR-JOB-NAME TO GV-LAST-JOB.
121574     REWRITE GREETVID-RECORD.
121576     MOVE GV-LAST-ID TO GR-NEW-VISITOR-ID.
121578     CLOSE GREETVID-FILE.
121580*
121582 2087-EXIT.
121600     EXIT.
121700*
121800*----------------------------------------------------------------
124700     MOVE GR-WK-LANG-CODE      TO GL-LANG-CODE.
124800     MOVE GR-WK-SITE-CODE      TO GL-SITE-CODE.
124900     MOVE GR-WK-DEPT           TO GL-DEPT.
124910     MOVE GR-WK-VISITOR-ID     TO GL-VISITOR-ID.
125000     WRITE GREETLOG-RECORD.
125100     ADD 1 TO GR-GREET-COUNT.
125200*
126800     MOVE GR-WK-SITE-CODE      TO GA-SITE-CODE.
126900     MOVE GR-WK-LANG-CODE      TO GA-LANG-CODE.
127000     MOVE GR-WK-DEPT           TO GA-DEPARTMENT.
127010     MOVE GR-WK-VISITOR-ID     TO GA-VISITOR-ID.
127020     PERFORM 2160-CHAIN-AUDIT-RECORD THRU 2160-EXIT.
127100     WRITE GREET-AUDIT-RECORD.
127200*
127300 2150-EXIT.
127301     EXIT.
127302*
127303*----------------------------------------------------------------
127304 2160-CHAIN-AUDIT-RECORD.
127305*----------------------------------------------------------------
127306*    CLAIM THE NEXT SEQUENCE NUMBER ON THE GREETACH CHAIN
127307*    CONTROL RECORD AND CHAIN THE ROW FROM THE LAST ONE WRITTEN,
127308*    BEFORE THE ROW IS WRITTEN.  THE FILE IS OPENED AND CLOSED
127309*    AROUND EACH ROW, THE SAME AS THE VISITOR ID COUNTER, SO A
127310*    ROW ANOTHER PROGRAM WRITES IN BETWEEN IS CHAINED IN ITS
127311*    PROPER PLACE.  NO DATASET YET MEANS NO ROW HAS EVER BEEN
127312*    CHAINED - IT IS CREATED AT ZERO.
127313     OPEN I-O GREETACH-FILE.
127314     IF GR-GREETACH-STATUS = "35"
127315         OPEN OUTPUT GREETACH-FILE
127316         MOVE SPACES TO GREETACH-RECORD
127317         MOVE ZERO   TO GZ-PERIOD
127318         MOVE ZERO   TO GZ-OPEN-SEQUENCE-NO
127319         MOVE ZERO   TO GZ-OPEN-CHAIN-CHECK
127320         MOVE ZERO   TO GZ-LAST-SEQUENCE-NO
127321         MOVE ZERO   TO GZ-LAST-CHAIN-CHECK
127322         MOVE ZERO   TO GZ-ROW-COUNT
127323         MOVE ZERO   TO GZ-SUPPRESS-COUNT
127324         MOVE ZERO   TO GZ-BACKEDOUT-COUNT
127325         MOVE ZERO   TO GZ-UNSEQUENCED-COUNT
127326         MOVE ZERO   TO GZ-LAST-DATE
127327         MOVE ZERO   TO GZ-LAST-TIME
127328         SET GZ-CHAIN-OPEN TO TRUE
127329         WRITE GREETACH-RECORD
127330         CLOSE GREETACH-FILE
127331         OPEN I-O GREETACH-FILE
127332     END-IF.
127333     IF GR-GREETACH-STATUS NOT = "00"
127334         DISPLAY "GREETACH OPEN FAILED - STATUS "
127335             GR-GREETACH-STATUS
127336         MOVE 12 TO RETURN-CODE
127337         STOP RUN
127338     END-IF.
127339     READ GREETACH-FILE
127340         AT END
127341             DISPLAY "GREETACH CONTROL RECORD MISSING - RUN "
127342                 "STOPPED"
127343             MOVE 12 TO RETURN-CODE
127344             STOP RUN
127345     END-READ.
127346*
127347     ADD 1 GZ-LAST-SEQUENCE-NO GIVING GA-SEQUENCE-NO.
127348     MOVE GZ-LAST-CHAIN-CHECK TO GCK-PRIOR-CHAIN.
127349     PERFORM 2165-COMPUTE-NAME-CHECK THRU 2165-EXIT.
127350     MOVE GCK-NAME-CHECK TO GA-NAME-CHECK.
127351     PERFORM 2166-COMPUTE-CHAIN-CHECK THRU 2166-EXIT.
127352     MOVE GCK-CHAIN-CHECK TO GA-CHAIN-CHECK.
127353*
127354     MOVE GA-SEQUENCE-NO TO GZ-LAST-SEQUENCE-NO.
127355     MOVE GA-CHAIN-CHECK TO GZ-LAST-CHAIN-CHECK.
127356     ADD 1 TO GZ-ROW-COUNT.
127357     IF GA-DISPOSITION = "SUPPRESS "
127358         ADD 1 TO GZ-SUPPRESS-COUNT
127359     END-IF.
127360     IF GA-DISPOSITION = "BACKEDOUT"
127361         ADD 1 TO GZ-BACKEDOUT-COUNT
127362     END-IF.
127363     MOVE GA-RUN-DATE TO GZ-LAST-DATE.
127364     MOVE GA-RUN-TIME TO GZ-LAST-TIME.
127365     MOVE GA-JOB-NAME TO GZ-LAST-JOB.
127366     REWRITE GREETACH-RECORD.
127367     CLOSE GREETACH-FILE.
127368*
127369 2160-EXIT.
127370     EXIT.
127371*
127372*----------------------------------------------------------------
127373 2165-COMPUTE-NAME-CHECK.
127374*----------------------------------------------------------------
127375*    NAME CHECK OF THE ROW IN GREET-AUDIT-RECORD, LEFT IN
127376*    GCK-NAME-CHECK.  SEE GREETCHK FOR WHAT IS FOLDED AND HOW.
127377     MOVE GA-NAME           TO GCK-NI-NAME.
127378     MOVE GA-VISITOR-ID     TO GCK-NI-VISITOR-ID.
127379     MOVE GA-SEQUENCE-NO    TO GCK-NI-SEQUENCE-NO.
127380     MOVE GCK-NAME-IMAGE    TO GCK-FOLD-IMAGE.
127381     MOVE LENGTH OF GCK-NAME-IMAGE TO GCK-FOLD-LENGTH.
127382     PERFORM 2167-FOLD-IMAGE THRU 2167-EXIT.
127383     MOVE GCK-FOLD-VALUE    TO GCK-NAME-CHECK.
127384*
127385 2165-EXIT.
127386     EXIT.
127387*
127388*----------------------------------------------------------------
127389 2166-COMPUTE-CHAIN-CHECK.
127390*----------------------------------------------------------------
127391*    CHAIN CHECK OF THE ROW IN GREET-AUDIT-RECORD, CHAINED FROM
127392*    GCK-PRIOR-CHAIN AND TAKING THE NAME CHECK AS IT STANDS ON THE
127393*    ROW, LEFT IN GCK-CHAIN-CHECK.
127394     MOVE GCK-PRIOR-CHAIN   TO GCK-RI-PRIOR-CHAIN.
127395     MOVE GA-SEQUENCE-NO    TO GCK-RI-SEQUENCE-NO.
127396     MOVE GA-JOB-NAME       TO GCK-RI-JOB-NAME.
127397     MOVE GA-OPERATOR-ID    TO GCK-RI-OPERATOR-ID.
127398     MOVE GA-RUN-DATE       TO GCK-RI-RUN-DATE.
127399     MOVE GA-RUN-TIME       TO GCK-RI-RUN-TIME.
127400     MOVE GA-DISPOSITION    TO GCK-RI-DISPOSITION.
127401     MOVE GA-SITE-CODE      TO GCK-RI-SITE-CODE.
127402     MOVE GA-LANG-CODE      TO GCK-RI-LANG-CODE.
127403     MOVE GA-DEPARTMENT     TO GCK-RI-DEPARTMENT.
127404     MOVE GA-NAME-CHECK     TO GCK-RI-NAME-CHECK.
127405     MOVE GCK-ROW-IMAGE     TO GCK-FOLD-IMAGE.
127406     MOVE LENGTH OF GCK-ROW-IMAGE TO GCK-FOLD-LENGTH.
127407     PERFORM 2167-FOLD-IMAGE THRU 2167-EXIT.
127408     MOVE GCK-FOLD-VALUE    TO GCK-CHAIN-CHECK.
127409*
127410 2166-EXIT.
127411     EXIT.
127412*
127413*----------------------------------------------------------------
127414 2167-FOLD-IMAGE.
127415*----------------------------------------------------------------
127416     MOVE ZERO TO GCK-FOLD-VALUE.
127417     PERFORM 2168-FOLD-ONE-CHAR THRU 2168-EXIT
127418         VARYING GCK-FOLD-SUB FROM 1 BY 1
127419         UNTIL GCK-FOLD-SUB > GCK-FOLD-LENGTH.
127420*
127421 2167-EXIT.
127422     EXIT.
127423*
127424*----------------------------------------------------------------
127425 2168-FOLD-ONE-CHAR.
127426*----------------------------------------------------------------
127427     MOVE ZERO TO GCK-BYTE-VALUE.
127428     MOVE GCK-FOLD-IMAGE (GCK-FOLD-SUB : 1) TO GCK-BYTE.
127429     COMPUTE GCK-FOLD-WORK = GCK-FOLD-VALUE * GCK-FOLD-MULTIPLIER
127430                           + GCK-BYTE-VALUE + GCK-FOLD-SUB.
127431     DIVIDE GCK-FOLD-WORK BY GCK-FOLD-MODULUS
127432         GIVING GCK-FOLD-QUOTIENT REMAINDER GCK-FOLD-VALUE.
127433*
127434 2168-EXIT.
127435     EXIT.
127500*
127600*----------------------------------------------------------------
127700 9000-TERMINATE.
128100     DISPLAY "TOTAL SUPPRESSED NAMES: " GR-SUPPRESS-COUNT.
128200     DISPLAY "TOTAL SUSPECT NAMES: " GR-SUSPECT-COUNT.
128300     DISPLAY "TOTAL HELD-OVER NAMES: " GR-HELD-COUNT.
128310     DISPLAY "TOTAL REGISTERED NAMES GREETED: "
128320         GR-REGISTERED-COUNT.
128400*
128500*    A ROSTER THAT RAN TO END-OF-INPUT MUST ALSO BALANCE TO ITS
128600*    TRAILER BEFORE THE RUN IS DECLARED COMPLETE - A MISSING
131100     CLOSE GREETLOG-FILE.
131200     CLOSE GREETAUD-FILE.
131300     CLOSE GREETMSTR-FILE.
131310     CLOSE GREETPHX-FILE.
131400     CLOSE GREETEXC-FILE.
131500     CLOSE GREETSUS-FILE.
131600     CLOSE GREETPND-FILE.
132900         MOVE 4 TO RETURN-CODE
133000     END-IF.
133100*
133110     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
133120*
133200 9000-EXIT.
133202     EXIT.
133204*
133206*----------------------------------------------------------------
133208 9090-REGISTER-STEP-END.
133210*----------------------------------------------------------------
133212*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
133214*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
133216*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
133218*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
133220*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
133222     OPEN I-O GREETSTP-FILE.
133224     IF GR-GREETSTP-STATUS NOT = "00"
133226         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
133228             GR-GREETSTP-STATUS
133230         GO TO 9090-EXIT
133232     END-IF.
133234     MOVE GR-STREAM-DATE TO GJ-ROSTER-DATE.
133236     MOVE GR-STEP-NAME   TO GJ-STEP-NAME.
133238     READ GREETSTP-FILE
133240         INVALID KEY
133242             DISPLAY "LEDGER ENTRY FOR " GR-STEP-NAME
133244                 " NOT FOUND AT END OF STEP"
133246             CLOSE GREETSTP-FILE
133248             GO TO 9090-EXIT
133250     END-READ.
133252     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
133254     ACCEPT GJ-END-TIME FROM TIME.
133256     MOVE RETURN-CODE TO GJ-COND-CODE.
133258     EVALUATE TRUE
133260         WHEN NOT GR-END-OF-INPUT
133262             MOVE "PARTIAL   " TO GJ-STATUS
133264         WHEN NOT GR-ROSTER-IN-BALANCE
133266             MOVE "OUT-OF-BAL" TO GJ-STATUS
133268         WHEN RETURN-CODE = ZERO
133270             MOVE "COMPLETE  " TO GJ-STATUS
133272         WHEN RETURN-CODE = 4
133274             MOVE "WARNING   " TO GJ-STATUS
133276         WHEN OTHER
133278             MOVE "FAILED    " TO GJ-STATUS
133280     END-EVALUATE.
133282     REWRITE GREETSTP-RECORD.
133284     CLOSE GREETSTP-FILE.
133286*
133288 9090-EXIT.
133300     EXIT.
133400*
133500*----------------------------------------------------------------

000194*                 ON THE MASTER - AN ADD STAMPS IT, A
000196*                 CORRECTION CARRIES IT OVER WITH THE
000198*                 FIRST-GREETED DATE.
000199* 10/15/2026 RM   THE MASTER IS NOW KEYED ON A VISITOR ID, ISSUED
000200*                 FROM THE GREETVID COUNTER, SO ONE NAME CAN BE
000201*                 ON FILE FOR TWO DIFFERENT PEOPLE.  NEW ACTION
000202*                 R=REGISTER ADDS A SECOND PERSON UNDER A NAME
000203*                 ALREADY ON FILE, FLAGGED TO BE GREETED BY THE
000204*                 NEXT ROSTER RUN THAT CARRIES THE NAME.  DELETE
000205*                 AND CORRECT NEED THE VISITOR ID WHEN THE NAME
000206*                 IS ON FILE MORE THAN ONCE; INQUIRE LISTS EVERY
000207*                 PERSON UNDER THE NAME.  A CORRECTION NOW
000208*                 REWRITES THE ENTRY IN PLACE SO THE PERSON
000209*                 KEEPS THEIR VISITOR ID.  THE REGISTER SHOWS
000210*                 THE VISITOR ID ON EVERY IMAGE LINE.
000211* 10/15/2026 RM   EVERY ADD, REGISTER, DELETE, AND CORRECTION NOW
000212*                 KEEPS THE GREETPHX PHONETIC INDEX IN STEP WITH
000213*                 THE MASTER IN THE SAME TRANSACTION - A NEW ENTRY
000214*                 GETS ITS ROW, A DELETED ONE LOSES IT, AND A
000215*                 CORRECTED SPELLING IS RE-KEYED UNDER ITS NEW
000216*                 SOUND-ALIKE KEY.
000217* 10/15/2026 RM   A CORRECTION TO A SPELLING ALREADY ON FILE FOR
000218*                 ANOTHER PERSON IS APPLIED, NOT REJECTED - THE
000219*                 STATUS LINE SAYS THE NAME IS NOW SHARED.
000220*----------------------------------------------------------------
000221*
000222 ENVIRONMENT DIVISION.
000230*
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000330     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS GM-VISITOR-ID
000365         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000370         FILE STATUS IS GMT-GREETMSTR-STATUS.
000380*
000390     SELECT GREETREG-FILE ASSIGN TO GREETREG
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401*
000402     SELECT GREETVID-FILE ASSIGN TO GREETVID
000403         ORGANIZATION IS SEQUENTIAL
000404         FILE STATUS IS GMT-GREETVID-STATUS.
000405*
000406     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS DYNAMIC
000409         RECORD KEY IS GN-VISITOR-ID
000410         ALTERNATE RECORD KEY IS GN-SOUND-KEY WITH DUPLICATES
000411         FILE STATUS IS GMT-GREETPHX-STATUS.
000412*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000450*----------------------------------------------------------------
000460* GREETTRN-FILE - MAINTENANCE TRANSACTIONS, ONE PER RECORD.
000470* ACTION CODES: A=ADD, D=DELETE, C=CORRECT SPELLING, I=INQUIRE.
000475* R=REGISTER A SECOND PERSON UNDER A NAME ALREADY ON FILE.
000480* GT-NEW-NAME IS USED ONLY BY A CORRECTION; GT-ACTION-DATE IS
000490* AN OPTIONAL FIRST-GREETED DATE FOR AN ADD (BLANK = TODAY).
000493* GT-VISITOR-ID PICKS ONE PERSON WHEN A NAME IS ON FILE MORE THAN
000496* ONCE - REQUIRED THEN FOR A DELETE OR CORRECT, BLANK OTHERWISE.
000500*----------------------------------------------------------------
000510 FD  GREETTRN-FILE
000520     RECORDING MODE IS F.
000560         88  GT-ACTION-DELETE                  VALUE "D".
000570         88  GT-ACTION-CORRECT                 VALUE "C".
000580         88  GT-ACTION-INQUIRE                 VALUE "I".
000585         88  GT-ACTION-REGISTER                VALUE "R".
000590     05  GT-NAME                   PIC A(20).
000600     05  GT-NEW-NAME               PIC A(20).
000610     05  GT-ACTION-DATE            PIC X(08).
000620     05  GT-VISITOR-ID             PIC X(08).
000625     05  FILLER                    PIC X(23).
000630*
000640*----------------------------------------------------------------
000650* GREETMSTR-FILE - INDEXED MASTER OF NAMES GREETED TO DATE
000720     ==GM-MR-FIRST-GREETED-DATE==
000730         BY ==GM-FIRST-GREETED-DATE==,
000732     ==GM-MR-LAST-ACTIVITY-DATE==
000734         BY ==GM-LAST-ACTIVITY-DATE==,
000735     ==GM-MR-VISITOR-ID==
000736         BY ==GM-VISITOR-ID==,
000737     ==GM-MR-ENTRY-STATUS==
000738         BY ==GM-ENTRY-STATUS==,
000739     ==GM-MR-ENTRY-GREETED==
000740         BY ==GM-ENTRY-GREETED==,
000741     ==GM-MR-ENTRY-REGISTERED==
000742         BY ==GM-ENTRY-REGISTERED==.
000743*
000750*----------------------------------------------------------------
000760* GREETREG-FILE - MAINTENANCE REGISTER PRINT OUTPUT
000770*----------------------------------------------------------------
000780 FD  GREETREG-FILE
000790     RECORDING MODE IS F.
000800 01  GREETREG-LINE                 PIC X(80).
000801*
000802*----------------------------------------------------------------
000803* GREETVID-FILE - VISITOR ID COUNTER (ONE RECORD), CLAIMED ONE
000804* NUMBER AT A TIME BY EACH ADD AND REGISTER
000805*----------------------------------------------------------------
000806 FD  GREETVID-FILE
000807     RECORDING MODE IS F.
000808 COPY GREETVID REPLACING
000809     ==GREET-VISITOR-ID-RECORD== BY ==GREETVID-RECORD==,
000810     ==GV-VR-LAST-ID==
000811         BY ==GV-LAST-ID==,
000812     ==GV-VR-LAST-DATE==
000813         BY ==GV-LAST-DATE==,
000814     ==GV-VR-LAST-JOB==
000815         BY ==GV-LAST-JOB==.
000816*
000817*----------------------------------------------------------------
000818* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER ENTRY,
000819* KEPT IN STEP WITH EVERY CHANGE THIS PROGRAM MAKES TO GREETMSTR
000820*----------------------------------------------------------------
000821 FD  GREETPHX-FILE.
000822 COPY GREETPHX REPLACING
000823     ==GREET-PHONETIC-RECORD== BY ==GREETPHX-RECORD==,
000824     ==GN-PX-VISITOR-ID==
000825         BY ==GN-VISITOR-ID==,
000826     ==GN-PX-SOUND-KEY==
000827         BY ==GN-SOUND-KEY==,
000828     ==GN-PX-PHON-KEY==
000829         BY ==GN-PHON-KEY==,
000830     ==GN-PX-NAME==
000831         BY ==GN-NAME==.
000832*
000833 WORKING-STORAGE SECTION.
000834*
000840 01  GMT-SWITCHES.
000850     05  GMT-EOF-SW                PIC X(01)  VALUE "N".
000860         88  GMT-END-OF-TRANS                  VALUE "Y".
000900         88  GMT-NEW-NAME-ON-FILE              VALUE "Y".
000910     05  GMT-NAME-VALID-SW         PIC X(01)  VALUE "N".
000920         88  GMT-NAME-IS-VALID                 VALUE "Y".
000921     05  GMT-SHARED-SW             PIC X(01)  VALUE "N".
000922         88  GMT-NAME-IS-SHARED                VALUE "Y".
000923     05  GMT-LIST-EOF-SW           PIC X(01)  VALUE "N".
000924         88  GMT-END-OF-LIST                   VALUE "Y".
000925     05  GMT-MSTR-NEW-SW           PIC X(01)  VALUE "N".
000926         88  GMT-MASTER-IS-NEW                 VALUE "Y".
000930*
000940 77  GMT-GREETMSTR-STATUS          PIC X(02).
000950 77  GMT-ADD-COUNT                 PIC 9(05)  VALUE ZERO.
000970 77  GMT-CORRECT-COUNT             PIC 9(05)  VALUE ZERO.
000980 77  GMT-INQUIRE-COUNT             PIC 9(05)  VALUE ZERO.
000990 77  GMT-REJECT-COUNT              PIC 9(05)  VALUE ZERO.
000992 77  GMT-REGISTER-COUNT            PIC 9(05)  VALUE ZERO.
000994 77  GMT-GREETVID-STATUS           PIC X(02).
000996 77  GMT-NEW-VISITOR-ID            PIC 9(08)  VALUE ZERO.
000998 77  GMT-HOLD-VISITOR-ID           PIC 9(08)  VALUE ZERO.
001000 77  GMT-HOLD-DATE                 PIC 9(08)  VALUE ZERO.
001005 77  GMT-HOLD-ACT-DATE             PIC X(08)  VALUE SPACES.
001007 77  GMT-GREETPHX-STATUS           PIC X(02).
001009*
001011*    SOUND-ALIKE KEY WORK FIELDS - 2750-BUILD-PHONETIC-KEY READS
001013*    THE NAME FROM GPK-NAME AND LEAVES THE KEY IN GPK-KEY.
001015 COPY GREETPHK.
001017*
001020 01  GMT-RUN-DATE.
001030     05  GMT-RD-YEAR               PIC 9(04).
001040     05  GMT-RD-MONTH              PIC 9(02).
001410     05  GMT-TL-ACTION             PIC X(10).
001420     05  FILLER                    PIC X(07)  VALUE " NAME: ".
001430     05  GMT-TL-NAME               PIC A(20).
001440     05  FILLER                    PIC X(13)
001442         VALUE " VISITOR ID: ".
001444     05  GMT-TL-VISITOR-ID         PIC X(08).
001446     05  FILLER                    PIC X(13)  VALUE SPACES.
001450*
001460 01  GMT-IMAGE-LINE.
001470     05  GMT-IL-TAG                PIC X(12).
001500     05  GMT-IL-DATE               PIC X(10).
001510     05  FILLER                    PIC X(02)  VALUE SPACES.
001520     05  GMT-IL-NOTE               PIC X(20).
001530     05  FILLER                    PIC X(02)  VALUE SPACES.
001533     05  GMT-IL-VISITOR-ID         PIC X(08).
001536     05  FILLER                    PIC X(04)  VALUE SPACES.
001540*
001550 01  GMT-STATUS-LINE.
001560     05  GMT-SL-TAG                PIC X(12)
001820     OPEN INPUT  GREETTRN-FILE.
001830     OPEN OUTPUT GREETREG-FILE.
001840     PERFORM 1007-OPEN-MASTER THRU 1007-EXIT.
001845     PERFORM 1008-OPEN-PHONETIC THRU 1008-EXIT.
001850*
001860     ACCEPT GMT-RUN-DATE FROM DATE YYYYMMDD.
001870     MOVE GMT-RD-MONTH TO GMT-RDE-MONTH.
002030*----------------------------------------------------------------
002040     OPEN I-O GREETMSTR-FILE.
002050     IF GMT-GREETMSTR-STATUS = "35"
002055         SET GMT-MASTER-IS-NEW TO TRUE
002060         OPEN OUTPUT GREETMSTR-FILE
002070         CLOSE GREETMSTR-FILE
002080         OPEN I-O GREETMSTR-FILE
002090     END-IF.
002100*
002110 1007-EXIT.
002111     EXIT.
002112*
002113*----------------------------------------------------------------
002114 1008-OPEN-PHONETIC.
002115*----------------------------------------------------------------
002116*    THE PHONETIC INDEX HAS TO COVER THE WHOLE MASTER.  NO INDEX
002117*    NEXT TO A MASTER ALREADY IN USE MEANS IT HAS NOT BEEN BUILT
002118*    (OR WAS LOST) - STOP AND HAVE GREET-PIX REBUILD IT.  ONLY A
002119*    BRAND-NEW MASTER GETS A BRAND-NEW, EMPTY INDEX.
002120     OPEN I-O GREETPHX-FILE.
002121     IF GMT-GREETPHX-STATUS = "35"
002122        AND GMT-MASTER-IS-NEW
002123         OPEN OUTPUT GREETPHX-FILE
002124         CLOSE GREETPHX-FILE
002125         OPEN I-O GREETPHX-FILE
002126     END-IF.
002127     IF GMT-GREETPHX-STATUS NOT = "00"
002128         DISPLAY "GREETPHX OPEN FAILED - STATUS "
002129             GMT-GREETPHX-STATUS
002130             " - REBUILD IT WITH GREET-PIX"
002131         MOVE 12 TO RETURN-CODE
002132         STOP RUN
002133     END-IF.
002134*
002135 1008-EXIT.
002136     EXIT.
002137*
002140*----------------------------------------------------------------
002150 2000-PROCESS-TRANS.
002160*----------------------------------------------------------------
002190     END-IF.
002200*
002210     MOVE GT-NAME TO GMT-TL-NAME.
002215     MOVE GT-VISITOR-ID TO GMT-TL-VISITOR-ID.
002220     EVALUATE TRUE
002230         WHEN GT-ACTION-ADD
002240             MOVE "ADD       " TO GMT-TL-ACTION
002280             MOVE "CORRECT   " TO GMT-TL-ACTION
002290         WHEN GT-ACTION-INQUIRE
002300             MOVE "INQUIRE   " TO GMT-TL-ACTION
002303         WHEN GT-ACTION-REGISTER
002306             MOVE "REGISTER  " TO GMT-TL-ACTION
002310         WHEN OTHER
002320             MOVE "INVALID   " TO GMT-TL-ACTION
002330     END-EVALUATE.
002500                 PERFORM 2300-APPLY-CORRECT THRU 2300-EXIT
002510             WHEN GT-ACTION-INQUIRE
002520                 PERFORM 2400-APPLY-INQUIRE THRU 2400-EXIT
002523             WHEN GT-ACTION-REGISTER
002526                 PERFORM 2150-APPLY-REGISTER THRU 2150-EXIT
002530             WHEN OTHER
002540                 MOVE "REJECTED - UNKNOWN ACTION CODE"
002550                     TO GMT-SL-TEXT
002900     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
002910     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
002920     IF GMT-NAME-ON-FILE
002930         MOVE "REJECTED - NAME ON FILE - USE REGISTER"
002935             TO GMT-SL-TEXT
002940         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
002950         ADD 1 TO GMT-REJECT-COUNT
002960     ELSE
002962         PERFORM 2600-ISSUE-VISITOR-ID THRU 2600-EXIT
002964         MOVE SPACES TO GREETMSTR-RECORD
002966         MOVE GMT-NEW-VISITOR-ID TO GM-VISITOR-ID
002968         MOVE "G" TO GM-ENTRY-STATUS
002970         MOVE GT-NAME TO GM-NAME
002980         IF GT-ACTION-DATE IS NUMERIC
002990            AND GT-ACTION-DATE NOT = "00000000"
003036         SET GMT-NAME-ON-FILE TO TRUE
003038         PERFORM 3200-PRINT-AFTER THRU 3200-EXIT
003040         WRITE GREETMSTR-RECORD
003050         PERFORM 2700-ADD-PHONETIC-ENTRY THRU 2700-EXIT
003080         MOVE "APPLIED" TO GMT-SL-TEXT
003090         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003100         ADD 1 TO GMT-ADD-COUNT
003110     END-IF.
003120*
003130 2100-EXIT.
003131     EXIT.
003132*
003133*----------------------------------------------------------------
003134 2150-APPLY-REGISTER.
003135*----------------------------------------------------------------
003136*    A SECOND PERSON WHO SHARES A NAME ALREADY ON FILE GETS AN
003137*    ENTRY OF THEIR OWN UNDER A NEW VISITOR ID, MARKED AS NOT
003138*    YET GREETED - THE ROSTER RUN GREETS THEM THE FIRST TIME THE
003139*    NAME COMES THROUGH INSTEAD OF CALLING IT A DUPLICATE.  THE
003140*    ACTIVITY DATE IS TODAY SO THE PURGE AGES AN ENTRY THAT IS
003141*    NEVER USED.  A NAME NOT ON FILE AT ALL IS AN ORDINARY ADD.
003142     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003143     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
003144     IF NOT GMT-NAME-ON-FILE
003145         MOVE "REJECTED - NAME NOT ON FILE - USE ADD"
003146             TO GMT-SL-TEXT
003147         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003148         ADD 1 TO GMT-REJECT-COUNT
003149         GO TO 2150-EXIT
003150     END-IF.
003151*
003152     PERFORM 2600-ISSUE-VISITOR-ID THRU 2600-EXIT.
003153     MOVE SPACES TO GREETMSTR-RECORD.
003154     MOVE GMT-NEW-VISITOR-ID TO GM-VISITOR-ID.
003155     MOVE GT-NAME TO GM-NAME.
003156     MOVE ZERO TO GM-FIRST-GREETED-DATE.
003157     ACCEPT GM-LAST-ACTIVITY-DATE FROM DATE YYYYMMDD.
003158     MOVE "R" TO GM-ENTRY-STATUS.
003159     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
003160     WRITE GREETMSTR-RECORD.
003161     PERFORM 2700-ADD-PHONETIC-ENTRY THRU 2700-EXIT.
003162     MOVE "APPLIED" TO GMT-SL-TEXT.
003163     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
003164     ADD 1 TO GMT-REGISTER-COUNT.
003165*
003166 2150-EXIT.
003167     EXIT.
003168*
003169*----------------------------------------------------------------
003170 2200-APPLY-DELETE.
003180*----------------------------------------------------------------
003190     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003220         MOVE "REJECTED - NAME NOT ON FILE" TO GMT-SL-TEXT
003230         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003240         ADD 1 TO GMT-REJECT-COUNT
003241         GO TO 2200-EXIT
003242     END-IF.
003243     IF GMT-NAME-IS-SHARED
003244         MOVE "REJECTED - NAME ON FILE TWICE - GIVE ID"
003245             TO GMT-SL-TEXT
003246         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003247         ADD 1 TO GMT-REJECT-COUNT
003250     ELSE
003260         DELETE GREETMSTR-FILE RECORD
003265         PERFORM 2710-DROP-PHONETIC-ENTRY THRU 2710-EXIT
003270         MOVE "N" TO GMT-FOUND-SW
003280         PERFORM 3200-PRINT-AFTER THRU 3200-EXIT
003290         MOVE "APPLIED" TO GMT-SL-TEXT
003390*----------------------------------------------------------------
003400*    A CORRECTION CARRIES THE FIRST-GREETED DATE OF THE
003410*    MISSPELLED ENTRY OVER TO THE CORRECTED SPELLING SO THE
003420*    PERSON'S HISTORY IS NOT RESET BY THE FIX.  THE ENTRY IS
003423*    REWRITTEN UNDER ITS OWN VISITOR ID, SO THE ID, DATES, AND
003426*    STATUS ALL CARRY OVER.
003430     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003440     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
003450     IF NOT GMT-NAME-ON-FILE
003460         MOVE "REJECTED - NAME NOT ON FILE" TO GMT-SL-TEXT
003461         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003462         ADD 1 TO GMT-REJECT-COUNT
003463         GO TO 2300-EXIT
003464     END-IF.
003465*
003466     IF GMT-NAME-IS-SHARED
003467         MOVE "REJECTED - NAME ON FILE TWICE - GIVE ID"
003468             TO GMT-SL-TEXT
003470         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003480         ADD 1 TO GMT-REJECT-COUNT
003490         GO TO 2300-EXIT
003570         GO TO 2300-EXIT
003580     END-IF.
003590*
003592*    ANOTHER PERSON ALREADY ON FILE UNDER THE CORRECTED SPELLING
003594*    IS NO BAR - EACH HAS A VISITOR ID OF ITS OWN - BUT THE
003596*    STATUS LINE SAYS THE NAME IS NOW SHARED.
003600     PERFORM 2510-READ-NEW-NAME THRU 2510-EXIT.
003601*
003602     MOVE GMT-HOLD-VISITOR-ID TO GM-VISITOR-ID.
003603     READ GREETMSTR-FILE
003604         KEY IS GM-VISITOR-ID
003605         INVALID KEY
003606             MOVE "REJECTED - ENTRY LOST BEFORE REWRITE"
003607                 TO GMT-SL-TEXT
003608             PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003609             ADD 1 TO GMT-REJECT-COUNT
003610             GO TO 2300-EXIT
003611     END-READ.
003612     MOVE GT-NEW-NAME      TO GM-NAME.
003613     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
003614     REWRITE GREETMSTR-RECORD.
003615     PERFORM 2720-REKEY-PHONETIC-ENTRY THRU 2720-EXIT.
003616     IF GMT-NEW-NAME-ON-FILE
003620         MOVE "APPLIED - CORRECTED NAME NOW SHARED" TO GMT-SL-TEXT
003625     ELSE
003630         MOVE "APPLIED" TO GMT-SL-TEXT
003670     END-IF.
003770     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
003780     ADD 1 TO GMT-CORRECT-COUNT.
003790*
003850*----------------------------------------------------------------
003860     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003870     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
003871*    WITHOUT A VISITOR ID, EVERY PERSON UNDER THE NAME IS LISTED.
003872     IF GMT-NAME-IS-SHARED
003873         MOVE "N" TO GMT-LIST-EOF-SW
003874         PERFORM 2410-LIST-SAME-NAME THRU 2410-EXIT
003875             UNTIL GMT-END-OF-LIST
003876     END-IF.
003880     IF GMT-NAME-ON-FILE
003890         MOVE "ON FILE" TO GMT-SL-TEXT
003900     ELSE
003970     EXIT.
003980*
003990*----------------------------------------------------------------
003991 2410-LIST-SAME-NAME.
003992*----------------------------------------------------------------
003993     READ GREETMSTR-FILE NEXT RECORD
003994         AT END
003995             SET GMT-END-OF-LIST TO TRUE
003996             GO TO 2410-EXIT
003997     END-READ.
003998     IF GM-NAME NOT = GT-NAME
003999         SET GMT-END-OF-LIST TO TRUE
004000         GO TO 2410-EXIT
004001     END-IF.
004002     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
004003*
004004 2410-EXIT.
004005     EXIT.
004006*
004007*----------------------------------------------------------------
004008 2500-READ-MASTER.
004010*----------------------------------------------------------------
004012*    A VISITOR ID ON THE TRANSACTION PICKS ONE PERSON, AND MUST
004014*    BELONG TO THE NAME GIVEN.  WITHOUT ONE THE NAME KEY FINDS
004016*    THE FIRST PERSON ON FILE, AND STATUS 02 SAYS ANOTHER PERSON
004018*    WITH THE SAME NAME FOLLOWS.  A REGISTER ALWAYS GOES BY NAME.
004020     MOVE "N" TO GMT-FOUND-SW.
004025     MOVE "N" TO GMT-SHARED-SW.
004030     MOVE ZERO TO GMT-HOLD-DATE.
004035     MOVE SPACES TO GMT-HOLD-ACT-DATE.
004037     MOVE ZERO TO GMT-HOLD-VISITOR-ID.
004039     IF GT-VISITOR-ID IS NUMERIC
004041        AND GT-VISITOR-ID NOT = "00000000"
004043        AND NOT GT-ACTION-REGISTER
004045         MOVE GT-VISITOR-ID TO GM-VISITOR-ID
004050         READ GREETMSTR-FILE
004060             KEY IS GM-VISITOR-ID
004070             INVALID KEY
004080                 GO TO 2500-EXIT
004095         END-READ
004096         IF GM-NAME NOT = GT-NAME
004097             GO TO 2500-EXIT
004098         END-IF
004099     ELSE
004100         MOVE GT-NAME TO GM-NAME
004101         READ GREETMSTR-FILE
004102             KEY IS GM-NAME
004103             INVALID KEY
004104                 GO TO 2500-EXIT
004105         END-READ
004106         IF GMT-GREETMSTR-STATUS = "02"
004107             SET GMT-NAME-IS-SHARED TO TRUE
004108         END-IF
004109     END-IF.
004110     SET GMT-NAME-ON-FILE TO TRUE.
004111     MOVE GM-FIRST-GREETED-DATE TO GMT-HOLD-DATE.
004112     MOVE GM-LAST-ACTIVITY-DATE TO GMT-HOLD-ACT-DATE.
004113     MOVE GM-VISITOR-ID         TO GMT-HOLD-VISITOR-ID.
004114*
004115 2500-EXIT.
004116     EXIT.
004117*
004118*----------------------------------------------------------------
004119 2510-READ-NEW-NAME.
004120*----------------------------------------------------------------
004121     MOVE "N" TO GMT-NEW-FOUND-SW.
004122     MOVE GT-NEW-NAME TO GM-NAME.
004123     READ GREETMSTR-FILE
004124         KEY IS GM-NAME
004125         INVALID KEY
004126             CONTINUE
004127         NOT INVALID KEY
004128             SET GMT-NEW-NAME-ON-FILE TO TRUE
004129     END-READ.
004130*
004131 2510-EXIT.
004132     EXIT.
004133*
004134*----------------------------------------------------------------
004135 2600-ISSUE-VISITOR-ID.
004136*----------------------------------------------------------------
004137*    CLAIM THE NEXT VISITOR ID ON THE COUNTER FILE BEFORE IT IS
004138*    USED, OPENING AND CLOSING IT AROUND EACH CLAIM SO NO NUMBER
004139*    IS EVER HANDED OUT TWICE.  NO DATASET YET MEANS NO ID HAS
004140*    EVER BEEN ISSUED - IT IS CREATED AT ZERO.
004141     OPEN I-O GREETVID-FILE.
004142     IF GMT-GREETVID-STATUS = "35"
004143         OPEN OUTPUT GREETVID-FILE
004144         MOVE SPACES TO GREETVID-RECORD
004145         MOVE ZERO   TO GV-LAST-ID
004146         MOVE ZERO   TO GV-LAST-DATE
004147         WRITE GREETVID-RECORD
004148         CLOSE GREETVID-FILE
004149         OPEN I-O GREETVID-FILE
004150     END-IF.
004151     IF GMT-GREETVID-STATUS NOT = "00"
004152         DISPLAY "GREETVID OPEN FAILED - STATUS "
004153             GMT-GREETVID-STATUS
004154         MOVE 12 TO RETURN-CODE
004155         STOP RUN
004156     END-IF.
004157     READ GREETVID-FILE
004158         AT END
004159             DISPLAY "GREETVID COUNTER RECORD MISSING - RUN "
004160                 "STOPPED"
004161             MOVE 12 TO RETURN-CODE
004162             STOP RUN
004163     END-READ.
004164     ADD 1 TO GV-LAST-ID.
004165     ACCEPT GV-LAST-DATE FROM DATE YYYYMMDD.
004166     MOVE "GREETMNT" TO GV-LAST-JOB.
004167     REWRITE GREETVID-RECORD.
004168     MOVE GV-LAST-ID TO GMT-NEW-VISITOR-ID.
004169     CLOSE GREETVID-FILE.
004170*
004171 2600-EXIT.
004172     EXIT.
004173*
004174*----------------------------------------------------------------
004175 2700-ADD-PHONETIC-ENTRY.
004176*----------------------------------------------------------------
004177*    THE ENTRY JUST WRITTEN TO THE MASTER GETS ITS PHONETIC INDEX
004178*    ROW IN THE SAME STEP.  ITS VISITOR ID ALREADY ON THE INDEX
004179*    MEANS THE INDEX HAS DRIFTED FROM THE MASTER - STOP FOR A
004180*    REBUILD.
004181     MOVE GM-NAME TO GPK-NAME.
004182     PERFORM 2750-BUILD-PHONETIC-KEY THRU 2750-EXIT.
004183     MOVE SPACES        TO GREETPHX-RECORD.
004184     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
004185     MOVE GPK-KEY       TO GN-PHON-KEY.
004186     MOVE GM-NAME       TO GN-NAME.
004187     WRITE GREETPHX-RECORD
004188         INVALID KEY
004189             DISPLAY "VISITOR ID " GN-VISITOR-ID
004190                 " ALREADY ON GREETPHX - REBUILD IT WITH "
004191                 "GREET-PIX - RUN STOPPED"
004192             MOVE 12 TO RETURN-CODE
004193             STOP RUN
004194     END-WRITE.
004195*
004196 2700-EXIT.
004197     EXIT.
004198*
004199*----------------------------------------------------------------
004200 2710-DROP-PHONETIC-ENTRY.
004201*----------------------------------------------------------------
004202*    THE DELETED ENTRY'S INDEX ROW GOES WITH IT.  A ROW ALREADY
004203*    MISSING DOES NOT STOP THE RUN - THE MASTER CHANGE IS MADE -
004204*    BUT IS WARNED OF, CC 4, FOR A GREET-PIX VERIFY.
004205     MOVE GMT-HOLD-VISITOR-ID TO GN-VISITOR-ID.
004206     READ GREETPHX-FILE
004207         KEY IS GN-VISITOR-ID
004208         INVALID KEY
004209             DISPLAY "VISITOR ID " GN-VISITOR-ID
004210                 " NOT ON GREETPHX - VERIFY IT WITH GREET-PIX"
004211             IF RETURN-CODE < 4
004212                 MOVE 4 TO RETURN-CODE
004213             END-IF
004214             GO TO 2710-EXIT
004215     END-READ.
004216     DELETE GREETPHX-FILE RECORD.
004217*
004218 2710-EXIT.
004219     EXIT.
004220*
004221*----------------------------------------------------------------
004222 2720-REKEY-PHONETIC-ENTRY.
004223*----------------------------------------------------------------
004224*    A CORRECTED SPELLING USUALLY SOUNDS DIFFERENT, SO THE ENTRY'S
004225*    INDEX ROW IS REWRITTEN UNDER THE NEW NAME'S KEY.  A ROW
004226*    ALREADY MISSING IS WARNED OF, CC 4, AND WRITTEN FRESH.
004227     MOVE GM-NAME TO GPK-NAME.
004228     PERFORM 2750-BUILD-PHONETIC-KEY THRU 2750-EXIT.
004229     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
004230     READ GREETPHX-FILE
004231         KEY IS GN-VISITOR-ID
004232         INVALID KEY
004233             DISPLAY "VISITOR ID " GN-VISITOR-ID
004234                 " NOT ON GREETPHX - VERIFY IT WITH GREET-PIX"
004235             IF RETURN-CODE < 4
004236                 MOVE 4 TO RETURN-CODE
004237             END-IF
004238             MOVE SPACES        TO GREETPHX-RECORD
004239             MOVE GM-VISITOR-ID TO GN-VISITOR-ID
004240             MOVE GPK-KEY       TO GN-PHON-KEY
004241             MOVE GM-NAME       TO GN-NAME
004242             WRITE GREETPHX-RECORD
004243             GO TO 2720-EXIT
004244     END-READ.
004245     MOVE GPK-KEY TO GN-PHON-KEY.
004246     MOVE GM-NAME TO GN-NAME.
004247     REWRITE GREETPHX-RECORD.
004248*
004249 2720-EXIT.
004250     EXIT.
004251*
004252*----------------------------------------------------------------
004253 2750-BUILD-PHONETIC-KEY.
004254*----------------------------------------------------------------
004255*    THE SAME SOUNDEX-STYLE KEY GREET-USER BUILDS - THE FIRST
004256*    LETTER, THEN UP TO SEVEN CONSONANT CODES ACROSS THE WHOLE
004257*    NAME, SPACES SKIPPED AND REPEATED CODES COLLAPSED.  EVERY
004258*    PROGRAM THAT KEYS GREETPHX MUST AGREE OR THE INDEX WOULD
004259*    STOP MATCHING - SEE GREETPHK.  RESULT LANDS IN GPK-KEY.
004260     MOVE SPACES TO GPK-KEY.
004261     MOVE SPACE  TO GPK-PRIOR-CODE.
004262     MOVE ZERO   TO GPK-POS.
004263     PERFORM 2760-CODE-ONE-CHAR THRU 2760-EXIT
004264         VARYING GPK-SUB FROM 1 BY 1
004265         UNTIL GPK-SUB > 20.
004266*
004267 2750-EXIT.
004268     EXIT.
004269*
004270*----------------------------------------------------------------
004271 2760-CODE-ONE-CHAR.
004272*----------------------------------------------------------------
004273     MOVE GPK-NAME (GPK-SUB : 1) TO GPK-CHAR.
004274     IF GPK-CHAR = SPACE
004275         GO TO 2760-EXIT
004276     END-IF.
004277     EVALUATE TRUE
004278         WHEN GPK-CHAR = "B" OR "F" OR "P" OR "V"
004279             MOVE "1" TO GPK-CODE
004280         WHEN GPK-CHAR = "C" OR "G" OR "J" OR "K" OR "Q"
004281              OR "S" OR "X" OR "Z"
004282             MOVE "2" TO GPK-CODE
004283         WHEN GPK-CHAR = "D" OR "T"
004284             MOVE "3" TO GPK-CODE
004285         WHEN GPK-CHAR = "L"
004286             MOVE "4" TO GPK-CODE
004287         WHEN GPK-CHAR = "M" OR "N"
004288             MOVE "5" TO GPK-CODE
004289         WHEN GPK-CHAR = "R"
004290             MOVE "6" TO GPK-CODE
004291         WHEN OTHER
004292             MOVE SPACE TO GPK-CODE
004293     END-EVALUATE.
004294*
004295     IF GPK-POS = ZERO
004296         MOVE 1 TO GPK-POS
004297         MOVE GPK-CHAR TO GPK-KEY (1 : 1)
004298         MOVE GPK-CODE TO GPK-PRIOR-CODE
004299         GO TO 2760-EXIT
004300     END-IF.
004301     IF GPK-CODE NOT = SPACE
004302        AND GPK-CODE NOT = GPK-PRIOR-CODE
004303        AND GPK-POS < 8
004304         ADD 1 TO GPK-POS
004305         MOVE GPK-CODE TO GPK-KEY (GPK-POS : 1)
004306     END-IF.
004307     MOVE GPK-CODE TO GPK-PRIOR-CODE.
004308*
004309 2760-EXIT.
004310     EXIT.
004320*
004330*----------------------------------------------------------------
004570     IF GMT-NAME-ON-FILE
004580         MOVE GM-NAME TO GMT-IL-NAME
004590         PERFORM 3150-EDIT-MSTR-DATE THRU 3150-EXIT
004600         PERFORM 3160-EDIT-ENTRY-NOTE THRU 3160-EXIT
004610     ELSE
004620         MOVE GT-NAME TO GMT-IL-NAME
004630         MOVE SPACES  TO GMT-IL-DATE
004640         MOVE "NOT ON FILE" TO GMT-IL-NOTE
004645         MOVE SPACES  TO GMT-IL-VISITOR-ID
004650     END-IF.
004660     WRITE GREETREG-LINE FROM GMT-IMAGE-LINE.
004670     ADD 1 TO GMT-LINE-COUNT.
004820     EXIT.
004830*
004840*----------------------------------------------------------------
004841 3160-EDIT-ENTRY-NOTE.
004842*----------------------------------------------------------------
004843     MOVE GM-VISITOR-ID TO GMT-IL-VISITOR-ID.
004844     IF GM-ENTRY-REGISTERED
004845         MOVE "AWAITING FIRST GREET" TO GMT-IL-NOTE
004846         MOVE SPACES TO GMT-IL-DATE
004847     ELSE
004848         MOVE SPACES TO GMT-IL-NOTE
004849     END-IF.
004850*
004851 3160-EXIT.
004852     EXIT.
004853*
004854*----------------------------------------------------------------
004855 3200-PRINT-AFTER.
004860*----------------------------------------------------------------
004870     MOVE "   AFTER:   " TO GMT-IL-TAG.
004880     IF GMT-NAME-ON-FILE
004890         MOVE GM-NAME TO GMT-IL-NAME
004900         PERFORM 3150-EDIT-MSTR-DATE THRU 3150-EXIT
004910         PERFORM 3160-EDIT-ENTRY-NOTE THRU 3160-EXIT
004920     ELSE
004930         MOVE SPACES TO GMT-IL-NAME
004940         MOVE SPACES TO GMT-IL-DATE
005170     MOVE "ADDS APPLIED:            " TO GMT-TTL-LABEL.
005180     MOVE GMT-ADD-COUNT TO GMT-TTL-VALUE.
005190     WRITE GREETREG-LINE FROM GMT-TOTAL-LINE.
005192     MOVE "REGISTRATIONS APPLIED:   " TO GMT-TTL-LABEL.
005194     MOVE GMT-REGISTER-COUNT TO GMT-TTL-VALUE.
005196     WRITE GREETREG-LINE FROM GMT-TOTAL-LINE.
005200     MOVE "DELETES APPLIED:         " TO GMT-TTL-LABEL.
005210     MOVE GMT-DELETE-COUNT TO GMT-TTL-VALUE.
005220     WRITE GREETREG-LINE FROM GMT-TOTAL-LINE.
005380*----------------------------------------------------------------
005390     CLOSE GREETTRN-FILE.
005400     CLOSE GREETMSTR-FILE.
005405     CLOSE GREETPHX-FILE.
005410     CLOSE GREETREG-FILE.
005420*
005430 9000-EXIT.

000205*                 CURRENT GREETLOG, SO A NAME GREETED ON ANY
000206*                 PRIOR DAY NO LONGER ANSWERS "NEVER GREETED"
000207*                 JUST BECAUSE TODAY'S LOG MISSED IT.
000208* 10/15/2026 RM   ONE NAME CAN NOW BELONG TO MORE THAN ONE
000209*                 PERSON ON GREETMSTR.  A REQUEST WITH NO
000210*                 VISITOR ID ANSWERS WITH EVERY PERSON UNDER
000211*                 THE NAME, EACH WITH ITS VISITOR ID, AND EACH
000212*                 HISTORY LINE SHOWS WHICH PERSON WAS GREETED.
000213*                 A REQUEST THAT GIVES A VISITOR ID ANSWERS FOR
000214*                 THAT ONE PERSON AND THEIR HISTORY ONLY.
000215*----------------------------------------------------------------
000220*
000230 ENVIRONMENT DIVISION.
000240*
000370     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GM-VISITOR-ID
000405         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000410         FILE STATUS IS GQ-GREETMSTR-STATUS.
000420*
000430     SELECT GREETINR-FILE ASSIGN TO GREETINR
000470 FILE SECTION.
000480*
000490*----------------------------------------------------------------
000500* GREETREQ-FILE - THE DESK'S CARD DECK, ONE NAME PER RECORD.
000503* THE VISITOR ID IS OPTIONAL - BLANK ASKS ABOUT EVERYONE WITH
000506* THE NAME.
000510*----------------------------------------------------------------
000520 FD  GREETREQ-FILE
000530     RECORDING MODE IS F.
000540 01  GREETREQ-RECORD.
000550     05  GQR-NAME                  PIC A(20).
000560     05  GQR-VISITOR-ID            PIC X(08).
000565     05  FILLER                    PIC X(52).
000570*
000580*----------------------------------------------------------------
000590* GREETHIST-FILE - PERMANENT INDEXED GREETING HISTORY, KEYED ON
000780     ==GH-HR-SITE-CODE==
000790         BY ==GH-SITE-CODE==,
000792     ==GH-HR-DEPARTMENT==
000794         BY ==GH-DEPARTMENT==,
000796     ==GH-HR-VISITOR-ID==
000798         BY ==GH-VISITOR-ID==.
000800*
000810*----------------------------------------------------------------
000820* GREETMSTR-FILE - INDEXED MASTER, ONE KEYED READ PER REQUEST
000890     ==GM-MR-FIRST-GREETED-DATE==
000900         BY ==GM-FIRST-GREETED-DATE==,
000910     ==GM-MR-LAST-ACTIVITY-DATE==
000920         BY ==GM-LAST-ACTIVITY-DATE==,
000921     ==GM-MR-VISITOR-ID==
000922         BY ==GM-VISITOR-ID==,
000923     ==GM-MR-ENTRY-STATUS==
000924         BY ==GM-ENTRY-STATUS==,
000925     ==GM-MR-ENTRY-GREETED==
000926         BY ==GM-ENTRY-GREETED==,
000927     ==GM-MR-ENTRY-REGISTERED==
000928         BY ==GM-ENTRY-REGISTERED==.
000930*
000940*----------------------------------------------------------------
000950* GREETINR-FILE - INQUIRY ANSWER PRINT OUTPUT
001110         88  GQ-NAME-ON-HISTORY                VALUE "Y".
001112     05  GQ-NO-HIST-SW             PIC X(01)  VALUE "N".
001114         88  GQ-NO-HISTORY-FILE                VALUE "Y".
001115     05  GQ-ID-GIVEN-SW            PIC X(01)  VALUE "N".
001116         88  GQ-VISITOR-ID-GIVEN               VALUE "Y".
001117     05  GQ-SAME-NAME-EOF-SW       PIC X(01)  VALUE "N".
001118         88  GQ-END-OF-SAME-NAME               VALUE "Y".
001120*
001130 77  GQ-GREETMSTR-STATUS           PIC X(02).
001132 77  GQ-GREETHIST-STATUS           PIC X(02).
001830         VALUE "  LAST ACTIVITY:".
001840     05  FILLER                    PIC X(01)  VALUE SPACES.
001850     05  GQ-ML-LAST-DATE           PIC X(10).
001860     05  FILLER                    PIC X(05)  VALUE "  ID ".
001863     05  GQ-ML-VISITOR-ID          PIC 9(08).
001866     05  FILLER                    PIC X(10)  VALUE SPACES.
001870*
001880 01  GQ-NEVER-LINE.
001890     05  FILLER                    PIC X(05)  VALUE SPACES.
002000     05  GQ-LL-OPERATOR            PIC X(08).
002010     05  FILLER                    PIC X(07)  VALUE "  LANG ".
002020     05  GQ-LL-LANG                PIC X(02).
002030     05  FILLER                    PIC X(05)  VALUE "  ID ".
002033     05  GQ-LL-VISITOR-ID          PIC X(08).
002036     05  FILLER                    PIC X(12)  VALUE SPACES.
002040*
002050 01  GQ-NO-LOG-LINE.
002060     05  FILLER                    PIC X(05)  VALUE SPACES.
003010     IF GQ-NAME-ON-MASTER
003020         ADD 1 TO GQ-FOUND-COUNT
003030         PERFORM 3200-PRINT-MASTER THRU 3200-EXIT
003031         IF NOT GQ-VISITOR-ID-GIVEN
003032             MOVE "N" TO GQ-SAME-NAME-EOF-SW
003033             PERFORM 3250-PRINT-SAME-NAME THRU 3250-EXIT
003034                 UNTIL GQ-END-OF-SAME-NAME
003035         END-IF
003040     ELSE
003050         ADD 1 TO GQ-NEVER-COUNT
003060         WRITE GREETINR-LINE FROM GQ-NEVER-LINE
003230*----------------------------------------------------------------
003240 3100-READ-MASTER.
003250*----------------------------------------------------------------
003252*    A VISITOR ID ON THE REQUEST MUST BELONG TO THE NAME ASKED
003254*    ABOUT.  WITHOUT ONE, THE NAME KEY FINDS THE FIRST PERSON
003256*    UNDER THE NAME AND 3250 PICKS UP ANY OTHERS.
003260     MOVE "N" TO GQ-MSTR-FOUND-SW.
003261     MOVE "N" TO GQ-ID-GIVEN-SW.
003262     IF GQR-VISITOR-ID IS NUMERIC
003263        AND GQR-VISITOR-ID NOT = "00000000"
003264         SET GQ-VISITOR-ID-GIVEN TO TRUE
003265         MOVE GQR-VISITOR-ID TO GM-VISITOR-ID
003266         READ GREETMSTR-FILE
003267             KEY IS GM-VISITOR-ID
003268             INVALID KEY
003269                 GO TO 3100-EXIT
003270         END-READ
003271         IF GM-NAME = GQR-NAME
003272             SET GQ-NAME-ON-MASTER TO TRUE
003273         END-IF
003274         GO TO 3100-EXIT
003275     END-IF.
003276     MOVE GQR-NAME TO GM-NAME.
003280     READ GREETMSTR-FILE
003290         KEY IS GM-NAME
003300         INVALID KEY
003390*----------------------------------------------------------------
003400 3200-PRINT-MASTER.
003410*----------------------------------------------------------------
003417*    A PERSON REGISTERED UNDER A SHARED NAME BUT NOT YET SEEN
003424*    BY A ROSTER RUN HAS NO FIRST-GREETED DATE TO SHOW.
003431     IF GM-ENTRY-REGISTERED
003440         MOVE "NOT YET   " TO GQ-ML-FIRST-DATE
003441     ELSE
003442         MOVE GM-FIRST-GREETED-DATE TO GQ-DATE-SPLIT
003443         PERFORM 7200-EDIT-DATE THRU 7200-EXIT
003444         MOVE GQ-RUN-DATE-EDIT TO GQ-ML-FIRST-DATE
003445     END-IF.
003446     MOVE GM-VISITOR-ID TO GQ-ML-VISITOR-ID.
003450     IF GM-LAST-ACTIVITY-DATE IS NUMERIC
003460        AND GM-LAST-ACTIVITY-DATE > ZERO
003470         MOVE GM-LAST-ACTIVITY-DATE TO GQ-DATE-SPLIT
003540     ADD 1 TO GQ-LINE-COUNT.
003550*
003560 3200-EXIT.
003561     EXIT.
003562*
003563*----------------------------------------------------------------
003564 3250-PRINT-SAME-NAME.
003565*----------------------------------------------------------------
003566     READ GREETMSTR-FILE NEXT RECORD
003567         AT END
003568             SET GQ-END-OF-SAME-NAME TO TRUE
003569             GO TO 3250-EXIT
003570     END-READ.
003571     IF GM-NAME NOT = GQR-NAME
003572         SET GQ-END-OF-SAME-NAME TO TRUE
003573         GO TO 3250-EXIT
003574     END-IF.
003575     IF GQ-LINE-COUNT NOT < GQ-LINES-PER-PAGE
003576         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003577     END-IF.
003578     PERFORM 3200-PRINT-MASTER THRU 3200-EXIT.
003579*
003580 3250-EXIT.
003581     EXIT.
003582*
003590*----------------------------------------------------------------
003600 3300-PRINT-HISTORY.
003610*----------------------------------------------------------------
003792         SET GQ-END-OF-CHAIN TO TRUE
003794         GO TO 3310-EXIT
003796     END-IF.
003798*    ASKED ABOUT ONE PERSON - SKIP THE OTHERS UNDER THE NAME.
003800     IF GQ-VISITOR-ID-GIVEN
003802        AND GH-VISITOR-ID NOT = GQR-VISITOR-ID
003804         GO TO 3310-EXIT
003806     END-IF.
003808     SET GQ-NAME-ON-HISTORY TO TRUE.
003810     MOVE GH-TS-DATE TO GQ-DATE-SPLIT.
003820     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
003830     MOVE GQ-RUN-DATE-EDIT TO GQ-LL-DATE.
003840     MOVE GH-TS-TIME     TO GQ-LL-TIME.
003850     MOVE GH-OPERATOR-ID TO GQ-LL-OPERATOR.
003854     MOVE GH-LANG-CODE   TO GQ-LL-LANG.
003855*    HISTORY WRITTEN BEFORE VISITOR IDS WERE ISSUED CARRIES NONE.
003856     IF GH-VISITOR-ID IS NUMERIC
003857        AND GH-VISITOR-ID > ZERO
003858         MOVE GH-VISITOR-ID TO GQ-LL-VISITOR-ID
003859     ELSE
003860         MOVE SPACES TO GQ-LL-VISITOR-ID
003861     END-IF.
003862     IF GQ-LINE-COUNT NOT < GQ-LINES-PER-PAGE
003864         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003866     END-IF.

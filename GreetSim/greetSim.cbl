000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-SIM.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - TRANSACTION-DRIVEN HAND
000120*                 MAINTENANCE OF THE GREETSITE SITE REFERENCE
000130*                 FILE (ADD A BUILDING, CHANGE ITS NAME, ADDRESS,
000140*                 OR ROSTER DD, CLOSE IT, REOPEN IT, DELETE A
000150*                 CLOSED SITE, INQUIRE AGAINST GF-SITE-CODE) WITH
000160*                 A BEFORE-AND-AFTER MAINTENANCE REGISTER - THE
000170*                 SAME DISCIPLINE GREETMNT AND GREETSMT GIVE THEIR
000180*                 FILES.  OPENING A NEW BUILDING OR MOVING AN
000190*                 OFFICE IS NOW A TRANSACTION HERE INSTEAD OF A
000200*                 CHANGE TO THE PRE-EDIT, THE LETTER PRINT, AND
000210*                 THE ROSTER CONSOLIDATION.
000211* 10/15/2026 RM   ADDED THE SITE'S DESK CAPACITY (MOST ARRIVALS
000212*                 ITS DESK CAN GREET IN A DAY) TO THE ADD AND
000213*                 CHANGE TRANSACTIONS AND THE REGISTER IMAGE -
000214*                 THE GREETFCS ARRIVALS FORECAST FLAGS ANY DAY
000215*                 THAT RUNS OVER IT.
000220*----------------------------------------------------------------
000230*
000240 ENVIRONMENT DIVISION.
000250*
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290*
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT GREETSIX-FILE ASSIGN TO GREETSIX
000330         ORGANIZATION IS SEQUENTIAL.
000340*
000350     SELECT GREETSITE-FILE ASSIGN TO GREETSITE
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS GF-SITE-CODE
000390         FILE STATUS IS GSI-GREETSITE-STATUS.
000400*
000410     SELECT GREETSIR-FILE ASSIGN TO GREETSIR
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000470*----------------------------------------------------------------
000480* GREETSIX-FILE - SITE TRANSACTIONS, ONE PER RECORD.  ACTION
000490* CODES: A=ADD, C=CHANGE, X=CLOSE, R=REOPEN, D=DELETE,
000500* I=INQUIRE.  ON A CHANGE ONLY THE NON-BLANK FIELDS REPLACE WHAT
000510* IS ON FILE.  GT-ACTION-DATE IS THE OPEN DATE FOR AN ADD OR
000520* REOPEN AND THE CLOSE DATE FOR A CLOSE (BLANK = TODAY).  A
000530* BLANK ROSTER DD ON AN ADD DEFAULTS TO GREETI PLUS THE CODE.
000533* GT-DESK-CAPACITY IS FOUR DIGITS; BLANK ON AN ADD MEANS NONE
000536* SET, AND 0000 ON A CHANGE CLEARS IT.
000540*----------------------------------------------------------------
000550 FD  GREETSIX-FILE
000560     RECORDING MODE IS F.
000570 01  GREETSIX-RECORD.
000580     05  GT-ACTION                 PIC X(01).
000590         88  GT-ACTION-ADD                     VALUE "A".
000600         88  GT-ACTION-CHANGE                  VALUE "C".
000610         88  GT-ACTION-CLOSE                   VALUE "X".
000620         88  GT-ACTION-REOPEN                  VALUE "R".
000630         88  GT-ACTION-DELETE                  VALUE "D".
000640         88  GT-ACTION-INQUIRE                 VALUE "I".
000650     05  GT-SITE-CODE              PIC X(02).
000660     05  GT-BUILDING-NAME          PIC X(30).
000670     05  GT-ADDR-LINE-1            PIC X(30).
000680     05  GT-ADDR-LINE-2            PIC X(30).
000690     05  GT-ROSTER-DD              PIC X(08).
000700     05  GT-ACTION-DATE            PIC X(08).
000710     05  GT-DESK-CAPACITY          PIC X(04).
000715     05  FILLER                    PIC X(07).
000720*
000730*----------------------------------------------------------------
000740* GREETSITE-FILE - SITE REFERENCE FILE, KEYED ON SITE CODE
000750*----------------------------------------------------------------
000760 FD  GREETSITE-FILE.
000770 COPY GREETSIT REPLACING
000780     ==GREET-SITE-RECORD== BY ==GREETSITE-RECORD==,
000790     ==GF-SR-SITE-CODE==
000800         BY ==GF-SITE-CODE==,
000810     ==GF-SR-BUILDING-NAME==
000820         BY ==GF-BUILDING-NAME==,
000830     ==GF-SR-ADDR-LINE-1==
000840         BY ==GF-ADDR-LINE-1==,
000850     ==GF-SR-ADDR-LINE-2==
000860         BY ==GF-ADDR-LINE-2==,
000870     ==GF-SR-STATUS==
000880         BY ==GF-STATUS==,
000890     ==GF-SR-SITE-ACTIVE==
000900         BY ==GF-SITE-ACTIVE==,
000910     ==GF-SR-SITE-CLOSED==
000920         BY ==GF-SITE-CLOSED==,
000930     ==GF-SR-OPEN-DATE==
000940         BY ==GF-OPEN-DATE==,
000950     ==GF-SR-CLOSE-DATE==
000960         BY ==GF-CLOSE-DATE==,
000970     ==GF-SR-ROSTER-DD==
000980         BY ==GF-ROSTER-DD==,
000983     ==GF-SR-DESK-CAPACITY==
000986         BY ==GF-DESK-CAPACITY==.
000990*
001000*----------------------------------------------------------------
001010* GREETSIR-FILE - MAINTENANCE REGISTER PRINT OUTPUT
001020*----------------------------------------------------------------
001030 FD  GREETSIR-FILE
001040     RECORDING MODE IS F.
001050 01  GREETSIR-LINE                 PIC X(80).
001060*
001070 WORKING-STORAGE SECTION.
001080*
001090 01  GSI-SWITCHES.
001100     05  GSI-EOF-SW                PIC X(01)  VALUE "N".
001110         88  GSI-END-OF-TRANS                  VALUE "Y".
001120     05  GSI-FOUND-SW              PIC X(01)  VALUE "N".
001130         88  GSI-SITE-ON-FILE                  VALUE "Y".
001140     05  GSI-CODE-VALID-SW         PIC X(01)  VALUE "N".
001150         88  GSI-CODE-IS-VALID                 VALUE "Y".
001153     05  GSI-CLOSED-SW             PIC X(01)  VALUE "N".
001156         88  GSI-SITE-IS-CLOSED                VALUE "Y".
001160*
001170 77  GSI-GREETSITE-STATUS          PIC X(02).
001180 77  GSI-ADD-COUNT                 PIC 9(05)  VALUE ZERO.
001190 77  GSI-CHANGE-COUNT              PIC 9(05)  VALUE ZERO.
001200 77  GSI-CLOSE-COUNT               PIC 9(05)  VALUE ZERO.
001210 77  GSI-REOPEN-COUNT              PIC 9(05)  VALUE ZERO.
001220 77  GSI-DELETE-COUNT              PIC 9(05)  VALUE ZERO.
001230 77  GSI-INQUIRE-COUNT             PIC 9(05)  VALUE ZERO.
001240 77  GSI-REJECT-COUNT              PIC 9(05)  VALUE ZERO.
001250 77  GSI-TODAY-DATE                PIC 9(08)  VALUE ZERO.
001260 77  GSI-EFFECTIVE-DATE            PIC 9(08)  VALUE ZERO.
001270*
001280 01  GSI-RUN-DATE.
001290     05  GSI-RD-YEAR               PIC 9(04).
001300     05  GSI-RD-MONTH              PIC 9(02).
001310     05  GSI-RD-DAY                PIC 9(02).
001320*
001330 01  GSI-RUN-DATE-EDIT.
001340     05  GSI-RDE-MONTH             PIC 9(02).
001350     05  FILLER                    PIC X(01)  VALUE "/".
001360     05  GSI-RDE-DAY               PIC 9(02).
001370     05  FILLER                    PIC X(01)  VALUE "/".
001380     05  GSI-RDE-YEAR              PIC 9(04).
001390*
001400 01  GSI-DATE-SPLIT.
001410     05  GSI-DS-YEAR               PIC 9(04).
001420     05  GSI-DS-MONTH              PIC 9(02).
001430     05  GSI-DS-DAY                PIC 9(02).
001440*
001450 01  GSI-COUNTERS.
001460     05  GSI-LINE-COUNT            PIC 9(02)  VALUE ZERO.
001470     05  GSI-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
001480*
001490 01  GSI-LINES-PER-PAGE            PIC 9(02)  VALUE 40.
001500*
001510 01  GSI-HEADING-1.
001520     05  FILLER                    PIC X(24)  VALUE SPACES.
001530     05  FILLER                    PIC X(30)
001540         VALUE "GREETSITE MAINTENANCE REGISTER".
001550     05  FILLER                    PIC X(07)  VALUE " PAGE ".
001560     05  GSI-H1-PAGE               PIC ZZ9.
001570     05  FILLER                    PIC X(16)  VALUE SPACES.
001580*
001590 01  GSI-HEADING-2.
001600     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
001610     05  GSI-H2-RUN-DATE           PIC X(10).
001620     05  FILLER                    PIC X(60)  VALUE SPACES.
001630*
001640 01  GSI-TRANS-LINE.
001650     05  FILLER                    PIC X(01)  VALUE SPACES.
001660     05  FILLER                    PIC X(08)  VALUE "ACTION: ".
001670     05  GSI-TL-ACTION             PIC X(10).
001680     05  FILLER                    PIC X(07)  VALUE " SITE: ".
001690     05  GSI-TL-SITE               PIC X(02).
001700     05  FILLER                    PIC X(52)  VALUE SPACES.
001710*
001720 01  GSI-IMAGE-LINE.
001730     05  GSI-IL-TAG                PIC X(12).
001740     05  GSI-IL-SITE               PIC X(02).
001750     05  FILLER                    PIC X(02)  VALUE SPACES.
001760     05  GSI-IL-BUILDING           PIC X(30).
001770     05  FILLER                    PIC X(02)  VALUE SPACES.
001780     05  GSI-IL-STATUS             PIC X(06).
001790     05  FILLER                    PIC X(02)  VALUE SPACES.
001800     05  GSI-IL-ROSTER-DD          PIC X(08).
001810     05  FILLER                    PIC X(16)  VALUE SPACES.
001820*
001830 01  GSI-ADDR-LINE.
001840     05  FILLER                    PIC X(16)  VALUE SPACES.
001850     05  GSI-AL-ADDR-1             PIC X(30).
001860     05  FILLER                    PIC X(02)  VALUE SPACES.
001870     05  GSI-AL-ADDR-2             PIC X(30).
001880     05  FILLER                    PIC X(02)  VALUE SPACES.
001890*
001900 01  GSI-DATES-LINE.
001910     05  FILLER                    PIC X(16)  VALUE SPACES.
001920     05  FILLER                    PIC X(08)  VALUE "OPENED: ".
001930     05  GSI-DL-OPEN-DATE          PIC X(10).
001940     05  FILLER                    PIC X(10)
001950         VALUE "  CLOSED: ".
001960     05  GSI-DL-CLOSE-DATE         PIC X(10).
001970     05  FILLER                    PIC X(12)
001972         VALUE "  DESK CAP: ".
001974     05  GSI-DL-CAPACITY           PIC X(04).
001976     05  FILLER                    PIC X(10)  VALUE SPACES.
001980*
001990 01  GSI-STATUS-LINE.
002000     05  GSI-SL-TAG                PIC X(12)
002010         VALUE "   STATUS:  ".
002020     05  GSI-SL-TEXT               PIC X(45).
002030     05  FILLER                    PIC X(23)  VALUE SPACES.
002040*
002050 01  GSI-TOTAL-LINE.
002060     05  FILLER                    PIC X(05)  VALUE SPACES.
002070     05  GSI-TTL-LABEL             PIC X(25).
002080     05  GSI-TTL-VALUE             PIC ZZZZ9.
002090     05  FILLER                    PIC X(45)  VALUE SPACES.
002100*
002110 PROCEDURE DIVISION.
002120*
002130*----------------------------------------------------------------
002140 0000-MAIN-PROCEDURE.
002150*----------------------------------------------------------------
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002180         UNTIL GSI-END-OF-TRANS.
002190     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     STOP RUN.
002220*
002230*----------------------------------------------------------------
002240 1000-INITIALIZE.
002250*----------------------------------------------------------------
002260     OPEN INPUT  GREETSIX-FILE.
002270     OPEN OUTPUT GREETSIR-FILE.
002280     PERFORM 1007-OPEN-SITE THRU 1007-EXIT.
002290*
002300     ACCEPT GSI-RUN-DATE FROM DATE YYYYMMDD.
002310     MOVE GSI-RUN-DATE TO GSI-TODAY-DATE.
002320     MOVE GSI-RD-MONTH TO GSI-RDE-MONTH.
002330     MOVE GSI-RD-DAY   TO GSI-RDE-DAY.
002340     MOVE GSI-RD-YEAR  TO GSI-RDE-YEAR.
002350     MOVE GSI-RUN-DATE-EDIT TO GSI-H2-RUN-DATE.
002360*
002370     PERFORM 3000-PRINT-HEADINGS THRU 3000-EXIT.
002380*
002390     READ GREETSIX-FILE
002400         AT END
002410             SET GSI-END-OF-TRANS TO TRUE.
002420*
002430 1000-EXIT.
002440     EXIT.
002450*
002460*----------------------------------------------------------------
002470 1007-OPEN-SITE.
002480*----------------------------------------------------------------
002490     OPEN I-O GREETSITE-FILE.
002500     IF GSI-GREETSITE-STATUS = "35"
002510         OPEN OUTPUT GREETSITE-FILE
002520         CLOSE GREETSITE-FILE
002530         OPEN I-O GREETSITE-FILE
002540     END-IF.
002550*
002560 1007-EXIT.
002570     EXIT.
002580*
002590*----------------------------------------------------------------
002600 2000-PROCESS-TRANS.
002610*----------------------------------------------------------------
002620     IF GSI-LINE-COUNT NOT < GSI-LINES-PER-PAGE
002630         PERFORM 3000-PRINT-HEADINGS THRU 3000-EXIT
002640     END-IF.
002650*
002660     MOVE GT-SITE-CODE TO GSI-TL-SITE.
002670     EVALUATE TRUE
002680         WHEN GT-ACTION-ADD
002690             MOVE "ADD       " TO GSI-TL-ACTION
002700         WHEN GT-ACTION-CHANGE
002710             MOVE "CHANGE    " TO GSI-TL-ACTION
002720         WHEN GT-ACTION-CLOSE
002730             MOVE "CLOSE     " TO GSI-TL-ACTION
002740         WHEN GT-ACTION-REOPEN
002750             MOVE "REOPEN    " TO GSI-TL-ACTION
002760         WHEN GT-ACTION-DELETE
002770             MOVE "DELETE    " TO GSI-TL-ACTION
002780         WHEN GT-ACTION-INQUIRE
002790             MOVE "INQUIRE   " TO GSI-TL-ACTION
002800         WHEN OTHER
002810             MOVE "INVALID   " TO GSI-TL-ACTION
002820     END-EVALUATE.
002830     WRITE GREETSIR-LINE FROM GSI-TRANS-LINE.
002840     ADD 1 TO GSI-LINE-COUNT.
002850*
002860     PERFORM 2050-VALIDATE-CODE THRU 2050-EXIT.
002870     IF NOT GSI-CODE-IS-VALID
002880         MOVE "REJECTED - SITE CODE BLANK OR EMBEDDED SPACE"
002890             TO GSI-SL-TEXT
002900         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
002910         ADD 1 TO GSI-REJECT-COUNT
002920     ELSE
002930         EVALUATE TRUE
002940             WHEN GT-ACTION-ADD
002950                 PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002960             WHEN GT-ACTION-CHANGE
002970                 PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
002980             WHEN GT-ACTION-CLOSE
002990                 PERFORM 2300-APPLY-CLOSE THRU 2300-EXIT
003000             WHEN GT-ACTION-REOPEN
003010                 PERFORM 2350-APPLY-REOPEN THRU 2350-EXIT
003020             WHEN GT-ACTION-DELETE
003030                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
003040             WHEN GT-ACTION-INQUIRE
003050                 PERFORM 2450-APPLY-INQUIRE THRU 2450-EXIT
003060             WHEN OTHER
003070                 MOVE "REJECTED - UNKNOWN ACTION CODE"
003080                     TO GSI-SL-TEXT
003090                 PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003100                 ADD 1 TO GSI-REJECT-COUNT
003110         END-EVALUATE
003120     END-IF.
003130*
003140     MOVE SPACES TO GREETSIR-LINE.
003150     WRITE GREETSIR-LINE.
003160     ADD 1 TO GSI-LINE-COUNT.
003170*
003180     READ GREETSIX-FILE
003190         AT END
003200             SET GSI-END-OF-TRANS TO TRUE.
003210*
003220 2000-EXIT.
003230     EXIT.
003240*
003250*----------------------------------------------------------------
003260 2050-VALIDATE-CODE.
003270*----------------------------------------------------------------
003280*    A SITE CODE IS TWO NON-BLANK CHARACTERS - IT IS STAMPED ON
003290*    EVERY ROSTER RECORD AND SORTED ON, SO A HALF-BLANK CODE
003300*    WOULD NEVER MATCH WHAT THE DEPARTMENTS KEY.
003310     SET GSI-CODE-IS-VALID TO TRUE.
003320     IF GT-SITE-CODE (1 : 1) = SPACE
003330        OR GT-SITE-CODE (2 : 1) = SPACE
003340         MOVE "N" TO GSI-CODE-VALID-SW
003350     END-IF.
003360*
003370 2050-EXIT.
003380     EXIT.
003390*
003400*----------------------------------------------------------------
003410 2080-PICK-EFFECTIVE-DATE.
003420*----------------------------------------------------------------
003430     IF GT-ACTION-DATE IS NUMERIC
003440        AND GT-ACTION-DATE NOT = "00000000"
003450         MOVE GT-ACTION-DATE TO GSI-EFFECTIVE-DATE
003460     ELSE
003470         MOVE GSI-TODAY-DATE TO GSI-EFFECTIVE-DATE
003480     END-IF.
003490*
003500 2080-EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------------
003540 2100-APPLY-ADD.
003550*----------------------------------------------------------------
003560*    A NEW SITE NEEDS AT LEAST A BUILDING NAME AND ONE ADDRESS
003570*    LINE - THE MAIL ROOM CANNOT DELIVER A LETTER BATCH TO A
003580*    BARE CODE.
003590     PERFORM 2500-READ-SITE THRU 2500-EXIT.
003600     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
003610     IF GSI-SITE-ON-FILE
003620         MOVE "REJECTED - SITE ALREADY ON FILE" TO GSI-SL-TEXT
003630         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003640         ADD 1 TO GSI-REJECT-COUNT
003650         GO TO 2100-EXIT
003660     END-IF.
003670     IF GT-BUILDING-NAME = SPACES
003680        OR GT-ADDR-LINE-1 = SPACES
003690         MOVE "REJECTED - BUILDING NAME/ADDRESS MISSING"
003700             TO GSI-SL-TEXT
003710         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003720         ADD 1 TO GSI-REJECT-COUNT
003730         GO TO 2100-EXIT
003740     END-IF.
003741     IF GT-DESK-CAPACITY NOT = SPACES
003742        AND GT-DESK-CAPACITY IS NOT NUMERIC
003743         MOVE "REJECTED - DESK CAPACITY NOT NUMERIC"
003744             TO GSI-SL-TEXT
003745         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
003746         ADD 1 TO GSI-REJECT-COUNT
003747         GO TO 2100-EXIT
003748     END-IF.
003750*
003760     MOVE SPACES           TO GREETSITE-RECORD.
003770     MOVE GT-SITE-CODE     TO GF-SITE-CODE.
003780     MOVE GT-BUILDING-NAME TO GF-BUILDING-NAME.
003790     MOVE GT-ADDR-LINE-1   TO GF-ADDR-LINE-1.
003800     MOVE GT-ADDR-LINE-2   TO GF-ADDR-LINE-2.
003810     SET GF-SITE-ACTIVE TO TRUE.
003820     PERFORM 2080-PICK-EFFECTIVE-DATE THRU 2080-EXIT.
003830     MOVE GSI-EFFECTIVE-DATE TO GF-OPEN-DATE.
003840     MOVE ZERO             TO GF-CLOSE-DATE.
003850     IF GT-ROSTER-DD = SPACES
003860         MOVE "GREETI"     TO GF-ROSTER-DD
003870         MOVE GT-SITE-CODE TO GF-ROSTER-DD (7 : 2)
003880     ELSE
003890         MOVE GT-ROSTER-DD TO GF-ROSTER-DD
003891     END-IF.
003892     IF GT-DESK-CAPACITY IS NUMERIC
003893         MOVE GT-DESK-CAPACITY TO GF-DESK-CAPACITY
003894     ELSE
003895         MOVE ZERO TO GF-DESK-CAPACITY
003900     END-IF.
003910     SET GSI-SITE-ON-FILE TO TRUE.
003920     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
003930     WRITE GREETSITE-RECORD.
003940     MOVE "APPLIED" TO GSI-SL-TEXT.
003950     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
003960     ADD 1 TO GSI-ADD-COUNT.
003970*
003980 2100-EXIT.
003990     EXIT.
004000*
004010*----------------------------------------------------------------
004020 2200-APPLY-CHANGE.
004030*----------------------------------------------------------------
004040*    ONLY THE FIELDS KEYED ON THE TRANSACTION CHANGE - A MOVE
004050*    TO A NEW STREET ADDRESS SHOULD NOT HAVE TO RE-KEY THE
004060*    BUILDING NAME.  A BLANK SECOND ADDRESS LINE CANNOT BE
004070*    CLEARED THIS WAY; RE-KEY IT WITH THE NEW TEXT.
004080     PERFORM 2500-READ-SITE THRU 2500-EXIT.
004090     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
004100     IF NOT GSI-SITE-ON-FILE
004110         MOVE "REJECTED - SITE NOT ON FILE" TO GSI-SL-TEXT
004120         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004130         ADD 1 TO GSI-REJECT-COUNT
004140         GO TO 2200-EXIT
004150     END-IF.
004160     IF GT-BUILDING-NAME = SPACES
004170        AND GT-ADDR-LINE-1 = SPACES
004180        AND GT-ADDR-LINE-2 = SPACES
004190        AND GT-ROSTER-DD = SPACES
004195        AND GT-DESK-CAPACITY = SPACES
004200         MOVE "REJECTED - NOTHING TO CHANGE" TO GSI-SL-TEXT
004201         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004202         ADD 1 TO GSI-REJECT-COUNT
004203         GO TO 2200-EXIT
004204     END-IF.
004205     IF GT-DESK-CAPACITY NOT = SPACES
004206        AND GT-DESK-CAPACITY IS NOT NUMERIC
004207         MOVE "REJECTED - DESK CAPACITY NOT NUMERIC"
004208             TO GSI-SL-TEXT
004210         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004220         ADD 1 TO GSI-REJECT-COUNT
004230         GO TO 2200-EXIT
004240     END-IF.
004250*
004260     IF GT-BUILDING-NAME NOT = SPACES
004270         MOVE GT-BUILDING-NAME TO GF-BUILDING-NAME
004280     END-IF.
004290     IF GT-ADDR-LINE-1 NOT = SPACES
004300         MOVE GT-ADDR-LINE-1 TO GF-ADDR-LINE-1
004310     END-IF.
004320     IF GT-ADDR-LINE-2 NOT = SPACES
004330         MOVE GT-ADDR-LINE-2 TO GF-ADDR-LINE-2
004340     END-IF.
004350     IF GT-ROSTER-DD NOT = SPACES
004360         MOVE GT-ROSTER-DD TO GF-ROSTER-DD
004370     END-IF.
004372     IF GT-DESK-CAPACITY NOT = SPACES
004374         MOVE GT-DESK-CAPACITY TO GF-DESK-CAPACITY
004376     END-IF.
004380     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
004390     REWRITE GREETSITE-RECORD.
004400     MOVE "APPLIED" TO GSI-SL-TEXT.
004410     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
004420     ADD 1 TO GSI-CHANGE-COUNT.
004430*
004440 2200-EXIT.
004450     EXIT.
004460*
004470*----------------------------------------------------------------
004480 2300-APPLY-CLOSE.
004490*----------------------------------------------------------------
004500*    A CLOSED SITE STAYS ON FILE - ITS CODE IS STILL ON YEARS OF
004510*    HISTORY AND AUDIT ROWS, AND ITS LETTERS STILL NEED AN
004520*    ADDRESS.  IT JUST STOPS PASSING THE PRE-EDIT AND DROPS OUT
004530*    OF THE ROSTER CONSOLIDATION FROM THE CLOSE DATE ON.  A CLOSE
004532*    DATED AHEAD IS RECORDED BUT THE SITE STAYS ACTIVE UNTIL THE
004534*    DATE ARRIVES; EVERY PROGRAM THAT READS THE SITE FILE TESTS
004536*    THE CLOSE DATE AS WELL AS THE STATUS.
004540     PERFORM 2500-READ-SITE THRU 2500-EXIT.
004550     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
004560     IF NOT GSI-SITE-ON-FILE
004570         MOVE "REJECTED - SITE NOT ON FILE" TO GSI-SL-TEXT
004580         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004590         ADD 1 TO GSI-REJECT-COUNT
004600         GO TO 2300-EXIT
004610     END-IF.
004620     IF GSI-SITE-IS-CLOSED
004630         MOVE "REJECTED - SITE ALREADY CLOSED" TO GSI-SL-TEXT
004640         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004650         ADD 1 TO GSI-REJECT-COUNT
004660         GO TO 2300-EXIT
004670     END-IF.
004671     IF GF-CLOSE-DATE > ZERO
004672         MOVE "REJECTED - SITE ALREADY HAS A CLOSE DATE"
004673             TO GSI-SL-TEXT
004674         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004675         ADD 1 TO GSI-REJECT-COUNT
004676         GO TO 2300-EXIT
004677     END-IF.
004680*
004700     PERFORM 2080-PICK-EFFECTIVE-DATE THRU 2080-EXIT.
004710     MOVE GSI-EFFECTIVE-DATE TO GF-CLOSE-DATE.
004712     IF GSI-EFFECTIVE-DATE NOT > GSI-TODAY-DATE
004714         SET GF-SITE-CLOSED TO TRUE
004716     END-IF.
004720     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
004730     REWRITE GREETSITE-RECORD.
004740     MOVE "APPLIED" TO GSI-SL-TEXT.
004750     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
004760     ADD 1 TO GSI-CLOSE-COUNT.
004770*
004780 2300-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------------
004820 2350-APPLY-REOPEN.
004830*----------------------------------------------------------------
004833*    REOPENING A SITE WHOSE CLOSE DATE HAS NOT YET ARRIVED ONLY
004836*    CANCELS THE CLOSE - IT HAS BEEN OPEN ALL ALONG.
004840     PERFORM 2500-READ-SITE THRU 2500-EXIT.
004850     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
004860     IF NOT GSI-SITE-ON-FILE
004870         MOVE "REJECTED - SITE NOT ON FILE" TO GSI-SL-TEXT
004880         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004890         ADD 1 TO GSI-REJECT-COUNT
004900         GO TO 2350-EXIT
004910     END-IF.
004920     IF NOT GSI-SITE-IS-CLOSED
004925        AND GF-CLOSE-DATE = ZERO
004930         MOVE "REJECTED - SITE IS NOT CLOSED" TO GSI-SL-TEXT
004940         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004950         ADD 1 TO GSI-REJECT-COUNT
004951         GO TO 2350-EXIT
004952     END-IF.
004953     IF NOT GSI-SITE-IS-CLOSED
004954         MOVE ZERO TO GF-CLOSE-DATE
004955         PERFORM 3200-PRINT-AFTER THRU 3200-EXIT
004956         REWRITE GREETSITE-RECORD
004957         MOVE "APPLIED - PENDING CLOSE CANCELLED" TO GSI-SL-TEXT
004958         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
004959         ADD 1 TO GSI-REOPEN-COUNT
004960         GO TO 2350-EXIT
004970     END-IF.
004980*
004990     SET GF-SITE-ACTIVE TO TRUE.
005000     PERFORM 2080-PICK-EFFECTIVE-DATE THRU 2080-EXIT.
005010     MOVE GSI-EFFECTIVE-DATE TO GF-OPEN-DATE.
005020     MOVE ZERO TO GF-CLOSE-DATE.
005030     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
005040     REWRITE GREETSITE-RECORD.
005050     MOVE "APPLIED" TO GSI-SL-TEXT.
005060     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
005070     ADD 1 TO GSI-REOPEN-COUNT.
005080*
005090 2350-EXIT.
005100     EXIT.
005110*
005120*----------------------------------------------------------------
005130 2400-APPLY-DELETE.
005140*----------------------------------------------------------------
005150*    ONLY A CLOSED SITE CAN BE DELETED - AN ACTIVE SITE STILL
005160*    HAS ROSTERS ARRIVING, AND DELETING IT WOULD REJECT EVERY
005170*    ONE OF THEM AT THE PRE-EDIT.
005180     PERFORM 2500-READ-SITE THRU 2500-EXIT.
005190     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
005200     IF NOT GSI-SITE-ON-FILE
005210         MOVE "REJECTED - SITE NOT ON FILE" TO GSI-SL-TEXT
005220         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
005230         ADD 1 TO GSI-REJECT-COUNT
005240         GO TO 2400-EXIT
005250     END-IF.
005260     IF NOT GSI-SITE-IS-CLOSED
005270         MOVE "REJECTED - CLOSE THE SITE BEFORE DELETING"
005280             TO GSI-SL-TEXT
005290         PERFORM 3300-PRINT-STATUS THRU 3300-EXIT
005300         ADD 1 TO GSI-REJECT-COUNT
005310         GO TO 2400-EXIT
005320     END-IF.
005330*
005340     DELETE GREETSITE-FILE RECORD.
005350     MOVE "N" TO GSI-FOUND-SW.
005360     PERFORM 3200-PRINT-AFTER THRU 3200-EXIT.
005370     MOVE "APPLIED" TO GSI-SL-TEXT.
005380     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
005390     ADD 1 TO GSI-DELETE-COUNT.
005400*
005410 2400-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------------
005450 2450-APPLY-INQUIRE.
005460*----------------------------------------------------------------
005470     PERFORM 2500-READ-SITE THRU 2500-EXIT.
005480     PERFORM 3100-PRINT-BEFORE THRU 3100-EXIT.
005490     IF GSI-SITE-ON-FILE
005500         MOVE "ON FILE" TO GSI-SL-TEXT
005510     ELSE
005520         MOVE "NOT ON FILE" TO GSI-SL-TEXT
005530     END-IF.
005540     PERFORM 3300-PRINT-STATUS THRU 3300-EXIT.
005550     ADD 1 TO GSI-INQUIRE-COUNT.
005560*
005570 2450-EXIT.
005580     EXIT.
005590*
005600*----------------------------------------------------------------
005610 2500-READ-SITE.
005620*----------------------------------------------------------------
005630     MOVE "N" TO GSI-FOUND-SW.
005640     MOVE GT-SITE-CODE TO GF-SITE-CODE.
005650     READ GREETSITE-FILE
005660         KEY IS GF-SITE-CODE
005670         INVALID KEY
005680             CONTINUE
005690         NOT INVALID KEY
005700             SET GSI-SITE-ON-FILE TO TRUE
005710     END-READ.
005711*
005712*    A SITE IS CLOSED ONCE IT IS MARKED CLOSED OR ITS CLOSE DATE
005713*    HAS ARRIVED.  A CLOSE KEYED AHEAD OF TIME LEAVES THE SITE
005714*    ACTIVE UNTIL THEN.
005715     MOVE "N" TO GSI-CLOSED-SW.
005716     IF GSI-SITE-ON-FILE
005717         IF GF-SITE-CLOSED
005718             SET GSI-SITE-IS-CLOSED TO TRUE
005719         END-IF
005720         IF GF-CLOSE-DATE > ZERO
005721            AND GF-CLOSE-DATE NOT > GSI-TODAY-DATE
005722             SET GSI-SITE-IS-CLOSED TO TRUE
005723         END-IF
005724     END-IF.
005725*
005730 2500-EXIT.
005740     EXIT.
005750*
005760*----------------------------------------------------------------
005770 3000-PRINT-HEADINGS.
005780*----------------------------------------------------------------
005790     ADD 1 TO GSI-PAGE-COUNT.
005800     MOVE GSI-PAGE-COUNT TO GSI-H1-PAGE.
005810     MOVE ZERO TO GSI-LINE-COUNT.
005820*
005830     IF GSI-PAGE-COUNT > 1
005840         WRITE GREETSIR-LINE FROM GSI-HEADING-1
005850             AFTER ADVANCING PAGE
005860     ELSE
005870         WRITE GREETSIR-LINE FROM GSI-HEADING-1
005880     END-IF.
005890     WRITE GREETSIR-LINE FROM GSI-HEADING-2.
005900     MOVE SPACES TO GREETSIR-LINE.
005910     WRITE GREETSIR-LINE.
005920*
005930 3000-EXIT.
005940     EXIT.
005950*
005960*----------------------------------------------------------------
005970 3100-PRINT-BEFORE.
005980*----------------------------------------------------------------
005990     MOVE "   BEFORE:  " TO GSI-IL-TAG.
006000     IF GSI-SITE-ON-FILE
006010         PERFORM 3150-PRINT-SITE-IMAGE THRU 3150-EXIT
006020     ELSE
006030         MOVE GT-SITE-CODE  TO GSI-IL-SITE
006040         MOVE "NOT ON FILE" TO GSI-IL-BUILDING
006050         MOVE SPACES        TO GSI-IL-STATUS
006060         MOVE SPACES        TO GSI-IL-ROSTER-DD
006070         WRITE GREETSIR-LINE FROM GSI-IMAGE-LINE
006080         ADD 1 TO GSI-LINE-COUNT
006090     END-IF.
006100*
006110 3100-EXIT.
006120     EXIT.
006130*
006140*----------------------------------------------------------------
006150 3150-PRINT-SITE-IMAGE.
006160*----------------------------------------------------------------
006170*    A SITE IMAGE IS THREE LINES - CODE, BUILDING, STATUS, AND
006180*    ROSTER DD; THE TWO MAILING ADDRESS LINES; THE OPEN AND
006190*    CLOSE DATES AND THE DESK CAPACITY.
006200     MOVE GF-SITE-CODE     TO GSI-IL-SITE.
006210     MOVE GF-BUILDING-NAME TO GSI-IL-BUILDING.
006220     IF GF-SITE-CLOSED
006223        OR (GF-CLOSE-DATE > ZERO
006226            AND GF-CLOSE-DATE NOT > GSI-TODAY-DATE)
006230         MOVE "CLOSED" TO GSI-IL-STATUS
006240     ELSE
006250         MOVE "ACTIVE" TO GSI-IL-STATUS
006260     END-IF.
006270     MOVE GF-ROSTER-DD     TO GSI-IL-ROSTER-DD.
006280     WRITE GREETSIR-LINE FROM GSI-IMAGE-LINE.
006290*
006300     MOVE GF-ADDR-LINE-1   TO GSI-AL-ADDR-1.
006310     MOVE GF-ADDR-LINE-2   TO GSI-AL-ADDR-2.
006320     WRITE GREETSIR-LINE FROM GSI-ADDR-LINE.
006330*
006340     MOVE GF-OPEN-DATE TO GSI-DATE-SPLIT.
006350     PERFORM 3160-EDIT-DATE THRU 3160-EXIT.
006360     MOVE GSI-RUN-DATE-EDIT TO GSI-DL-OPEN-DATE.
006370     IF GF-CLOSE-DATE IS NUMERIC
006380        AND GF-CLOSE-DATE > ZERO
006390         MOVE GF-CLOSE-DATE TO GSI-DATE-SPLIT
006400         PERFORM 3160-EDIT-DATE THRU 3160-EXIT
006410         MOVE GSI-RUN-DATE-EDIT TO GSI-DL-CLOSE-DATE
006420     ELSE
006430         MOVE "NONE      " TO GSI-DL-CLOSE-DATE
006431     END-IF.
006432     IF GF-DESK-CAPACITY IS NUMERIC
006433        AND GF-DESK-CAPACITY > ZERO
006434         MOVE GF-DESK-CAPACITY TO GSI-DL-CAPACITY
006435     ELSE
006436         MOVE "NONE" TO GSI-DL-CAPACITY
006440     END-IF.
006450     WRITE GREETSIR-LINE FROM GSI-DATES-LINE.
006460     ADD 3 TO GSI-LINE-COUNT.
006470*
006480 3150-EXIT.
006490     EXIT.
006500*
006510*----------------------------------------------------------------
006520 3160-EDIT-DATE.
006530*----------------------------------------------------------------
006540     MOVE GSI-DS-MONTH TO GSI-RDE-MONTH.
006550     MOVE GSI-DS-DAY   TO GSI-RDE-DAY.
006560     MOVE GSI-DS-YEAR  TO GSI-RDE-YEAR.
006570*
006580 3160-EXIT.
006590     EXIT.
006600*
006610*----------------------------------------------------------------
006620 3200-PRINT-AFTER.
006630*----------------------------------------------------------------
006640     MOVE "   AFTER:   " TO GSI-IL-TAG.
006650     IF GSI-SITE-ON-FILE
006660         PERFORM 3150-PRINT-SITE-IMAGE THRU 3150-EXIT
006670     ELSE
006680         MOVE SPACES    TO GSI-IL-SITE
006690         MOVE "DELETED" TO GSI-IL-BUILDING
006700         MOVE SPACES    TO GSI-IL-STATUS
006710         MOVE SPACES    TO GSI-IL-ROSTER-DD
006720         WRITE GREETSIR-LINE FROM GSI-IMAGE-LINE
006730         ADD 1 TO GSI-LINE-COUNT
006740     END-IF.
006750*
006760 3200-EXIT.
006770     EXIT.
006780*
006790*----------------------------------------------------------------
006800 3300-PRINT-STATUS.
006810*----------------------------------------------------------------
006820     WRITE GREETSIR-LINE FROM GSI-STATUS-LINE.
006830     ADD 1 TO GSI-LINE-COUNT.
006840*
006850 3300-EXIT.
006860     EXIT.
006870*
006880*----------------------------------------------------------------
006890 8000-PRINT-TOTALS.
006900*----------------------------------------------------------------
006910     MOVE SPACES TO GREETSIR-LINE.
006920     WRITE GREETSIR-LINE.
006930     MOVE "ADDS APPLIED:            " TO GSI-TTL-LABEL.
006940     MOVE GSI-ADD-COUNT TO GSI-TTL-VALUE.
006950     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
006960     MOVE "CHANGES APPLIED:         " TO GSI-TTL-LABEL.
006970     MOVE GSI-CHANGE-COUNT TO GSI-TTL-VALUE.
006980     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
006990     MOVE "CLOSES APPLIED:          " TO GSI-TTL-LABEL.
007000     MOVE GSI-CLOSE-COUNT TO GSI-TTL-VALUE.
007010     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
007020     MOVE "REOPENS APPLIED:         " TO GSI-TTL-LABEL.
007030     MOVE GSI-REOPEN-COUNT TO GSI-TTL-VALUE.
007040     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
007050     MOVE "DELETES APPLIED:         " TO GSI-TTL-LABEL.
007060     MOVE GSI-DELETE-COUNT TO GSI-TTL-VALUE.
007070     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
007080     MOVE "INQUIRIES ANSWERED:      " TO GSI-TTL-LABEL.
007090     MOVE GSI-INQUIRE-COUNT TO GSI-TTL-VALUE.
007100     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
007110     MOVE "TRANSACTIONS REJECTED:   " TO GSI-TTL-LABEL.
007120     MOVE GSI-REJECT-COUNT TO GSI-TTL-VALUE.
007130     WRITE GREETSIR-LINE FROM GSI-TOTAL-LINE.
007140*
007150 8000-EXIT.
007160     EXIT.
007170*
007180*----------------------------------------------------------------
007190 9000-TERMINATE.
007200*----------------------------------------------------------------
007210     CLOSE GREETSIX-FILE.
007220     CLOSE GREETSITE-FILE.
007230     CLOSE GREETSIR-FILE.
007240*
007250 9000-EXIT.
007260     EXIT.
007270*
007280 END PROGRAM GREET-SIM.

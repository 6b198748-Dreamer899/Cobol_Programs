000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-STS.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - MORNING STREAM STATUS PAGE.
000120*                 READS THE GREETSTP STEP LEDGER FOR THE ROSTER
000130*                 DATE THE NIGHTLY STREAM IS WORKING AND PRINTS
000140*                 ONE LINE PER STEP IN GREETSTQ ORDER: WHEN IT
000150*                 STARTED AND ENDED, ITS CONDITION CODE, HOW IT
000160*                 ENDED, AND HOW MANY TIMES IT WAS RUN FOR THE
000170*                 DATE.  A STEP WITH NO LEDGER ENTRY PRINTS AS
000180*                 NOT RUN; ONE STILL "STARTED" NEVER REACHED ITS
000190*                 END.  ANY STEP NOT ENDED CLEAN, OR A STREAM
000200*                 STILL PENDING, ENDS THE JOB WITH CONDITION
000210*                 CODE 4 SO THE SCHEDULER CAN PAGE SUPPORT.
000213* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000216*                 ALONG WITH THE OTHER STEP STATUSES.
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
000320     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS GJ-KEY
000360         FILE STATUS IS GSS-GREETSTP-STATUS.
000370*
000380     SELECT GREETSSR-FILE ASSIGN TO GREETSSR
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430*
000440*----------------------------------------------------------------
000450* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
000460* DATE AND STEP NAME
000470*----------------------------------------------------------------
000480 FD  GREETSTP-FILE.
000490 COPY GREETSTP REPLACING
000500     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
000510     ==GJ-SL-KEY==
000520         BY ==GJ-KEY==,
000530     ==GJ-SL-ROSTER-DATE==
000540         BY ==GJ-ROSTER-DATE==,
000550     ==GJ-SL-STEP-NAME==
000560         BY ==GJ-STEP-NAME==,
000570     ==GJ-SL-STEP-DATA==
000580         BY ==GJ-STEP-DATA==,
000590     ==GJ-SL-START-DATE==
000600         BY ==GJ-START-DATE==,
000610     ==GJ-SL-START-TIME==
000620         BY ==GJ-START-TIME==,
000630     ==GJ-SL-END-DATE==
000640         BY ==GJ-END-DATE==,
000650     ==GJ-SL-END-TIME==
000660         BY ==GJ-END-TIME==,
000670     ==GJ-SL-COND-CODE==
000680         BY ==GJ-COND-CODE==,
000690     ==GJ-SL-STATUS==
000700         BY ==GJ-STATUS==,
000710     ==GJ-SL-STEP-STARTED==
000720         BY ==GJ-STEP-STARTED==,
000730     ==GJ-SL-STEP-COMPLETE==
000740         BY ==GJ-STEP-COMPLETE==,
000750     ==GJ-SL-STEP-WARNING==
000760         BY ==GJ-STEP-WARNING==,
000770     ==GJ-SL-STEP-FAILED==
000780         BY ==GJ-STEP-FAILED==,
000790     ==GJ-SL-STEP-REFUSED==
000800         BY ==GJ-STEP-REFUSED==,
000810     ==GJ-SL-STEP-PARTIAL==
000820         BY ==GJ-STEP-PARTIAL==,
000830     ==GJ-SL-STEP-OUT-OF-BAL==
000840         BY ==GJ-STEP-OUT-OF-BAL==,
000843     ==GJ-SL-STEP-RERUN-DUE==
000846         BY ==GJ-STEP-RERUN-DUE==,
000850     ==GJ-SL-STEP-ENDED-CLEAN==
000860         BY ==GJ-STEP-ENDED-CLEAN==,
000870     ==GJ-SL-RUN-COUNT==
000880         BY ==GJ-RUN-COUNT==,
000890     ==GJ-SL-NOTE==
000900         BY ==GJ-NOTE==,
000910     ==GJ-SL-STREAM-DATA==
000920         BY ==GJ-STREAM-DATA==,
000930     ==GJ-SL-CURRENT-DATE==
000940         BY ==GJ-CURRENT-DATE==,
000950     ==GJ-SL-STREAM-STATE==
000960         BY ==GJ-STREAM-STATE==,
000970     ==GJ-SL-STREAM-OPEN==
000980         BY ==GJ-STREAM-OPEN==,
000990     ==GJ-SL-STREAM-PENDING==
001000         BY ==GJ-STREAM-PENDING==,
001010     ==GJ-SL-OPENED-DATE==
001020         BY ==GJ-OPENED-DATE==,
001030     ==GJ-SL-OPENED-TIME==
001040         BY ==GJ-OPENED-TIME==.
001050*
001060*----------------------------------------------------------------
001070* GREETSSR-FILE - PRINT OUTPUT, THE STREAM STATUS PAGE
001080*----------------------------------------------------------------
001090 FD  GREETSSR-FILE
001100     RECORDING MODE IS F.
001110 01  GREETSSR-LINE                 PIC X(80).
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150 01  GSS-SWITCHES.
001160     05  GSS-LEDGER-SW             PIC X(01)  VALUE "Y".
001170         88  GSS-LEDGER-ON-FILE                VALUE "Y".
001180     05  GSS-STREAM-SW             PIC X(01)  VALUE "N".
001190         88  GSS-STREAM-IS-OPEN                VALUE "Y".
001200*
001210 77  GSS-GREETSTP-STATUS           PIC X(02).
001220 77  GSS-STREAM-DATE               PIC 9(08)  VALUE ZERO.
001230 77  GSS-CLEAN-COUNT               PIC 9(03)  VALUE ZERO.
001240 77  GSS-NOT-CLEAN-COUNT           PIC 9(03)  VALUE ZERO.
001250*
001260*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
001270 COPY GREETSTQ.
001280*
001290 01  GSS-RUN-DATE.
001300     05  GSS-RD-YEAR               PIC 9(04).
001310     05  GSS-RD-MONTH              PIC 9(02).
001320     05  GSS-RD-DAY                PIC 9(02).
001330*
001340*    ANY LEDGER DATE OR TIME IS EDITED THROUGH THESE TWO.
001350 01  GSS-DATE-SPLIT.
001360     05  GSS-DS-YEAR               PIC 9(04).
001370     05  GSS-DS-MONTH              PIC 9(02).
001380     05  GSS-DS-DAY                PIC 9(02).
001390 01  GSS-DATE-NUMBER REDEFINES GSS-DATE-SPLIT
001400                                   PIC 9(08).
001410*
001420 01  GSS-TIME-SPLIT.
001430     05  GSS-TS-HOUR               PIC 9(02).
001440     05  GSS-TS-MINUTE             PIC 9(02).
001450     05  GSS-TS-SECOND             PIC 9(02).
001460     05  GSS-TS-HUNDREDTHS         PIC 9(02).
001470 01  GSS-TIME-NUMBER REDEFINES GSS-TIME-SPLIT
001480                                   PIC 9(08).
001490*
001500 01  GSS-DATE-EDIT.
001510     05  GSS-DE-MONTH              PIC 9(02).
001520     05  FILLER                    PIC X(01)  VALUE "/".
001530     05  GSS-DE-DAY                PIC 9(02).
001540     05  FILLER                    PIC X(01)  VALUE "/".
001550     05  GSS-DE-YEAR               PIC 9(04).
001560*
001570 01  GSS-TIME-EDIT.
001580     05  GSS-TE-HOUR               PIC 9(02).
001590     05  FILLER                    PIC X(01)  VALUE ":".
001600     05  GSS-TE-MINUTE             PIC 9(02).
001610     05  FILLER                    PIC X(01)  VALUE ":".
001620     05  GSS-TE-SECOND             PIC 9(02).
001630*
001640 01  GSS-HEADING-1.
001650     05  FILLER                    PIC X(25)  VALUE SPACES.
001660     05  FILLER                    PIC X(30)
001670         VALUE "NIGHTLY GREETING STREAM STATUS".
001680     05  FILLER                    PIC X(25)  VALUE SPACES.
001690*
001700 01  GSS-HEADING-2.
001710     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
001720     05  GSS-H2-RUN-DATE           PIC X(10).
001730     05  FILLER                    PIC X(05)  VALUE SPACES.
001740     05  FILLER                    PIC X(13)
001750         VALUE "ROSTER DATE: ".
001760     05  GSS-H2-ROSTER-DATE        PIC X(10).
001770     05  FILLER                    PIC X(05)  VALUE SPACES.
001780     05  FILLER                    PIC X(08)  VALUE "STREAM: ".
001790     05  GSS-H2-STREAM-STATE       PIC X(08).
001800     05  FILLER                    PIC X(11)  VALUE SPACES.
001810*
001820 01  GSS-HEADING-3.
001830     05  FILLER                    PIC X(10)  VALUE "STEP".
001840     05  FILLER                    PIC X(21)  VALUE "STARTED".
001850     05  FILLER                    PIC X(21)  VALUE "ENDED".
001860     05  FILLER                    PIC X(06)  VALUE "  CC".
001870     05  FILLER                    PIC X(11)  VALUE "STATUS".
001880     05  FILLER                    PIC X(04)  VALUE "RUNS".
001890     05  FILLER                    PIC X(07)  VALUE SPACES.
001900*
001910 01  GSS-DETAIL-LINE.
001920     05  GSS-DL-STEP               PIC X(08).
001930     05  FILLER                    PIC X(02)  VALUE SPACES.
001940     05  GSS-DL-START-DATE         PIC X(10).
001950     05  FILLER                    PIC X(01)  VALUE SPACES.
001960     05  GSS-DL-START-TIME         PIC X(08).
001970     05  FILLER                    PIC X(02)  VALUE SPACES.
001980     05  GSS-DL-END-DATE           PIC X(10).
001990     05  FILLER                    PIC X(01)  VALUE SPACES.
002000     05  GSS-DL-END-TIME           PIC X(08).
002010     05  FILLER                    PIC X(02)  VALUE SPACES.
002020     05  GSS-DL-COND-CODE          PIC ZZZ9.
002030     05  FILLER                    PIC X(02)  VALUE SPACES.
002040     05  GSS-DL-STATUS             PIC X(10).
002050     05  FILLER                    PIC X(01)  VALUE SPACES.
002060     05  GSS-DL-RUN-COUNT          PIC ZZ9.
002070     05  FILLER                    PIC X(08)  VALUE SPACES.
002080*
002090 01  GSS-NOTE-LINE.
002100     05  FILLER                    PIC X(10)  VALUE SPACES.
002110     05  FILLER                    PIC X(06)  VALUE "NOTE: ".
002120     05  GSS-NL-NOTE               PIC X(34).
002130     05  FILLER                    PIC X(30)  VALUE SPACES.
002140*
002150 01  GSS-SUMMARY-LINE.
002160     05  GSS-SL-TEXT               PIC X(50).
002170     05  GSS-SL-COUNT              PIC ZZ9.
002180     05  FILLER                    PIC X(27)  VALUE SPACES.
002190*
002200 PROCEDURE DIVISION.
002210*
002220*----------------------------------------------------------------
002230 0000-MAIN-PROCEDURE.
002240*----------------------------------------------------------------
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     IF GSS-LEDGER-ON-FILE
002270         PERFORM 2000-REPORT-STEP THRU 2000-EXIT
002280             VARYING GJ-STREAM-IDX FROM 1 BY 1
002290             UNTIL GJ-STREAM-IDX > GJ-STREAM-STEP-COUNT
002300     END-IF.
002310     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     STOP RUN.
002340*
002350*----------------------------------------------------------------
002360 1000-INITIALIZE.
002370*----------------------------------------------------------------
002380     OPEN OUTPUT GREETSSR-FILE.
002390*
002400     ACCEPT GSS-RUN-DATE FROM DATE YYYYMMDD.
002410     MOVE GSS-RUN-DATE TO GSS-DATE-NUMBER.
002420     PERFORM 7100-EDIT-DATE THRU 7100-EXIT.
002430     MOVE GSS-DATE-EDIT TO GSS-H2-RUN-DATE.
002440     MOVE SPACES TO GSS-H2-ROSTER-DATE.
002450     MOVE "NONE    " TO GSS-H2-STREAM-STATE.
002460*
002470*    NO LEDGER AT ALL MEANS GREETMRG HAS NEVER OPENED A STREAM -
002480*    THE PAGE STILL PRINTS, SO THE MORNING CHECK SEES IT.
002490     OPEN INPUT GREETSTP-FILE.
002500     IF GSS-GREETSTP-STATUS = "35"
002510         MOVE "N" TO GSS-LEDGER-SW
002520         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002530         GO TO 1000-EXIT
002540     END-IF.
002550     IF GSS-GREETSTP-STATUS NOT = "00"
002560         DISPLAY "GREETSTP OPEN FAILED - STATUS "
002570             GSS-GREETSTP-STATUS
002580         MOVE 12 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610*
002620     MOVE ZERO       TO GJ-ROSTER-DATE.
002630     MOVE "STREAM  " TO GJ-STEP-NAME.
002640     READ GREETSTP-FILE
002650         INVALID KEY
002660             MOVE "N" TO GSS-LEDGER-SW
002670             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002680             GO TO 1000-EXIT
002690     END-READ.
002700     MOVE GJ-CURRENT-DATE TO GSS-STREAM-DATE.
002710     MOVE GJ-STREAM-STATE TO GSS-H2-STREAM-STATE.
002720     IF GJ-STREAM-OPEN
002730         SET GSS-STREAM-IS-OPEN TO TRUE
002740     END-IF.
002750     MOVE GSS-STREAM-DATE TO GSS-DATE-NUMBER.
002760     PERFORM 7100-EDIT-DATE THRU 7100-EXIT.
002770     MOVE GSS-DATE-EDIT TO GSS-H2-ROSTER-DATE.
002780*
002790     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
002800*
002810 1000-EXIT.
002820     EXIT.
002830*
002840*----------------------------------------------------------------
002850 2000-REPORT-STEP.
002860*----------------------------------------------------------------
002870*    ONE LINE PER STEP IN STREAM ORDER.  ONLY COMPLETE AND
002880*    WARNING COUNT AS ENDED CLEAN, THE SAME TEST EACH STEP
002890*    APPLIES TO ITS PREDECESSORS BEFORE IT WILL RUN.
002900     MOVE SPACES TO GSS-DETAIL-LINE.
002910     MOVE GJ-STREAM-STEP-NAME (GJ-STREAM-IDX) TO GSS-DL-STEP.
002920     MOVE GSS-STREAM-DATE TO GJ-ROSTER-DATE.
002930     MOVE GJ-STREAM-STEP-NAME (GJ-STREAM-IDX) TO GJ-STEP-NAME.
002940     READ GREETSTP-FILE
002950         INVALID KEY
002960             MOVE "NOT RUN" TO GSS-DL-STATUS
002970             WRITE GREETSSR-LINE FROM GSS-DETAIL-LINE
002980             ADD 1 TO GSS-NOT-CLEAN-COUNT
002990             GO TO 2000-EXIT
003000     END-READ.
003010*
003020     MOVE GJ-START-DATE TO GSS-DATE-NUMBER.
003030     PERFORM 7100-EDIT-DATE THRU 7100-EXIT.
003040     MOVE GSS-DATE-EDIT TO GSS-DL-START-DATE.
003050     MOVE GJ-START-TIME TO GSS-TIME-NUMBER.
003060     PERFORM 7200-EDIT-TIME THRU 7200-EXIT.
003070     MOVE GSS-TIME-EDIT TO GSS-DL-START-TIME.
003080     IF GJ-END-DATE > ZERO
003090         MOVE GJ-END-DATE TO GSS-DATE-NUMBER
003100         PERFORM 7100-EDIT-DATE THRU 7100-EXIT
003110         MOVE GSS-DATE-EDIT TO GSS-DL-END-DATE
003120         MOVE GJ-END-TIME TO GSS-TIME-NUMBER
003130         PERFORM 7200-EDIT-TIME THRU 7200-EXIT
003140         MOVE GSS-TIME-EDIT TO GSS-DL-END-TIME
003150         MOVE GJ-COND-CODE TO GSS-DL-COND-CODE
003160     END-IF.
003170     MOVE GJ-STATUS    TO GSS-DL-STATUS.
003180     MOVE GJ-RUN-COUNT TO GSS-DL-RUN-COUNT.
003190     WRITE GREETSSR-LINE FROM GSS-DETAIL-LINE.
003200*
003210     IF GJ-STEP-ENDED-CLEAN
003220         ADD 1 TO GSS-CLEAN-COUNT
003230     ELSE
003240         ADD 1 TO GSS-NOT-CLEAN-COUNT
003250     END-IF.
003260*
003270     IF GJ-STEP-STARTED
003280         MOVE "NO END - STILL RUNNING OR ABENDED"
003290             TO GSS-NL-NOTE
003300         WRITE GREETSSR-LINE FROM GSS-NOTE-LINE
003310         GO TO 2000-EXIT
003320     END-IF.
003330     IF GJ-NOTE NOT = SPACES
003340         MOVE GJ-NOTE TO GSS-NL-NOTE
003350         WRITE GREETSSR-LINE FROM GSS-NOTE-LINE
003360     END-IF.
003370*
003380 2000-EXIT.
003390     EXIT.
003400*
003410*----------------------------------------------------------------
003420 7000-PRINT-HEADINGS.
003430*----------------------------------------------------------------
003440     WRITE GREETSSR-LINE FROM GSS-HEADING-1.
003450     WRITE GREETSSR-LINE FROM GSS-HEADING-2.
003460     MOVE SPACES TO GREETSSR-LINE.
003470     WRITE GREETSSR-LINE.
003480     WRITE GREETSSR-LINE FROM GSS-HEADING-3.
003490*
003500 7000-EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------------
003540 7100-EDIT-DATE.
003550*----------------------------------------------------------------
003560     MOVE GSS-DS-MONTH TO GSS-DE-MONTH.
003570     MOVE GSS-DS-DAY   TO GSS-DE-DAY.
003580     MOVE GSS-DS-YEAR  TO GSS-DE-YEAR.
003590*
003600 7100-EXIT.
003610     EXIT.
003620*
003630*----------------------------------------------------------------
003640 7200-EDIT-TIME.
003650*----------------------------------------------------------------
003660     MOVE GSS-TS-HOUR   TO GSS-TE-HOUR.
003670     MOVE GSS-TS-MINUTE TO GSS-TE-MINUTE.
003680     MOVE GSS-TS-SECOND TO GSS-TE-SECOND.
003690*
003700 7200-EXIT.
003710     EXIT.
003720*
003730*----------------------------------------------------------------
003740 8000-PRINT-SUMMARY.
003750*----------------------------------------------------------------
003760*    THE BOTTOM LINE OF THE PAGE SAYS WHETHER LAST NIGHT'S
003770*    STREAM IS DONE.  ANYTHING SHORT OF EVERY STEP ENDED CLEAN
003780*    ON AN OPEN STREAM IS A CONDITION CODE 4.
003790     MOVE SPACES TO GREETSSR-LINE.
003800     WRITE GREETSSR-LINE.
003810     MOVE SPACES TO GSS-SUMMARY-LINE.
003820     IF NOT GSS-LEDGER-ON-FILE
003830         MOVE "NO STREAM HAS BEEN OPENED ON THE GREETSTP LEDGER"
003840             TO GSS-SL-TEXT
003850         WRITE GREETSSR-LINE FROM GSS-SUMMARY-LINE
003860         MOVE 4 TO RETURN-CODE
003870         GO TO 8000-EXIT
003880     END-IF.
003890     IF NOT GSS-STREAM-IS-OPEN
003900         MOVE "GREETMRG HAS NOT FINISHED OPENING THE NEXT STREAM"
003910             TO GSS-SL-TEXT
003920         WRITE GREETSSR-LINE FROM GSS-SUMMARY-LINE
003930         MOVE SPACES TO GSS-SUMMARY-LINE
003940         MOVE 4 TO RETURN-CODE
003950     END-IF.
003960     IF GSS-NOT-CLEAN-COUNT = ZERO
003970         MOVE "STREAM COMPLETE - STEPS ENDED CLEAN:"
003980             TO GSS-SL-TEXT
003990         MOVE GSS-CLEAN-COUNT TO GSS-SL-COUNT
004000     ELSE
004010         MOVE "STREAM NOT COMPLETE - STEPS NOT ENDED CLEAN:"
004020             TO GSS-SL-TEXT
004030         MOVE GSS-NOT-CLEAN-COUNT TO GSS-SL-COUNT
004040         MOVE 4 TO RETURN-CODE
004050     END-IF.
004060     WRITE GREETSSR-LINE FROM GSS-SUMMARY-LINE.
004070*
004080 8000-EXIT.
004090     EXIT.
004100*
004110*----------------------------------------------------------------
004120 9000-TERMINATE.
004130*----------------------------------------------------------------
004140     IF GSS-GREETSTP-STATUS NOT = "35"
004150         CLOSE GREETSTP-FILE
004160     END-IF.
004170     CLOSE GREETSSR-FILE.
004180*
004190 9000-EXIT.
004200     EXIT.
004210*
004220 END PROGRAM GREET-STS.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-AVF.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - VERIFIES A SEALED MONTH OF THE
000120*                 GREETAUD AUDIT TRAIL ON DEMAND.  GIVEN THE MONTH
000130*                 AS A PARM (YYYYMM) AND THAT MONTH'S TRAIL, IT
000140*                 FINDS THE MONTH'S SEAL ON THE GREETASL SEAL
000150*                 HISTORY AND RE-CHECKS EVERY ROW AGAINST IT - NO
000160*                 GAP, NO ROW OUT OF ORDER, NO ROW BEFORE OR AFTER
000170*                 THE SEAL, EVERY NAME CHECK AND CHAIN CHECK
000180*                 RECOMPUTED, AND THE CLOSING CHAIN CHECK AND
000190*                 ROW COUNTS AS SEALED.  CONDITION CODE 0 WHEN
000200*                 THE TRAIL IS AS SEALED, 8 WHEN IT IS NOT, 12
000210*                 WHEN IT CANNOT BE CHECKED.
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
000320     SELECT GREETAUD-FILE ASSIGN TO GREETAUD
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS GAV-GREETAUD-STATUS.
000350*
000360     SELECT GREETASL-FILE ASSIGN TO GREETASL
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS GAV-GREETASL-STATUS.
000390*
000400     SELECT GREETAVR-FILE ASSIGN TO GREETAVR
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460*----------------------------------------------------------------
000470* GREETAUD-FILE - THE SEALED MONTH'S COMPLIANCE AUDIT TRAIL, IN
000480* THE ORDER IT WAS WRITTEN
000490*----------------------------------------------------------------
000500 FD  GREETAUD-FILE
000510     RECORDING MODE IS F.
000520     COPY GREETAUD.
000530*
000540*----------------------------------------------------------------
000550* GREETASL-FILE - SEAL HISTORY, ONE RECORD PER MONTH SEALED
000560*----------------------------------------------------------------
000570 FD  GREETASL-FILE
000580     RECORDING MODE IS F.
000590 COPY GREETASL REPLACING
000600     ==GREET-AUDIT-SEAL-RECORD== BY ==GREETASL-RECORD==,
000610     ==GZ-AS-PERIOD==
000620         BY ==GSL-PERIOD==,
000630     ==GZ-AS-OPEN-SEQUENCE-NO==
000640         BY ==GSL-OPEN-SEQUENCE-NO==,
000650     ==GZ-AS-OPEN-CHAIN-CHECK==
000660         BY ==GSL-OPEN-CHAIN-CHECK==,
000670     ==GZ-AS-LAST-SEQUENCE-NO==
000680         BY ==GSL-LAST-SEQUENCE-NO==,
000690     ==GZ-AS-LAST-CHAIN-CHECK==
000700         BY ==GSL-LAST-CHAIN-CHECK==,
000710     ==GZ-AS-ROW-COUNT==
000720         BY ==GSL-ROW-COUNT==,
000730     ==GZ-AS-SUPPRESS-COUNT==
000740         BY ==GSL-SUPPRESS-COUNT==,
000750     ==GZ-AS-BACKEDOUT-COUNT==
000760         BY ==GSL-BACKEDOUT-COUNT==,
000770     ==GZ-AS-UNSEQUENCED-COUNT==
000780         BY ==GSL-UNSEQUENCED-COUNT==,
000790     ==GZ-AS-LAST-DATE==
000800         BY ==GSL-LAST-DATE==,
000810     ==GZ-AS-LAST-TIME==
000820         BY ==GSL-LAST-TIME==,
000830     ==GZ-AS-LAST-JOB==
000840         BY ==GSL-LAST-JOB==,
000850     ==GZ-AS-STATUS==
000860         BY ==GSL-STATUS==,
000870     ==GZ-AS-CHAIN-OPEN==
000880         BY ==GSL-CHAIN-OPEN==,
000890     ==GZ-AS-PERIOD-SEALED==
000900         BY ==GSL-PERIOD-SEALED==.
000910*
000920*----------------------------------------------------------------
000930* GREETAVR-FILE - VERIFICATION REPORT PRINT OUTPUT
000940*----------------------------------------------------------------
000950 FD  GREETAVR-FILE
000960     RECORDING MODE IS F.
000970 01  GREETAVR-LINE                 PIC X(80).
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010 01  GAV-SWITCHES.
001020     05  GAV-EOF-SW                PIC X(01)  VALUE "N".
001030         88  GAV-END-OF-TRAIL                  VALUE "Y".
001040     05  GAV-SEAL-EOF-SW           PIC X(01)  VALUE "N".
001050         88  GAV-END-OF-SEALS                  VALUE "Y".
001060     05  GAV-SEAL-FOUND-SW         PIC X(01)  VALUE "N".
001070         88  GAV-SEAL-FOUND                    VALUE "Y".
001080     05  GAV-PARM-VALID-SW         PIC X(01)  VALUE "Y".
001090         88  GAV-PARM-IS-VALID                 VALUE "Y".
001100*
001110 77  GAV-GREETAUD-STATUS           PIC X(02).
001120 77  GAV-GREETASL-STATUS           PIC X(02).
001130*
001140*----------------------------------------------------------------
001150* THE PERIOD TO VERIFY, YYYYMM, FROM THE JCL PARM
001160*----------------------------------------------------------------
001170 01  GAV-PERIOD-PARM.
001180     05  GAV-PP-YEAR               PIC 9(04).
001190     05  GAV-PP-MONTH              PIC 9(02).
001200 01  GAV-PERIOD-NUMBER REDEFINES GAV-PERIOD-PARM
001210                                   PIC 9(06).
001220*
001230*----------------------------------------------------------------
001240* THE SEAL BEING VERIFIED, AS TAKEN FROM GREETASL
001250*----------------------------------------------------------------
001260 01  GAV-SEAL.
001270     05  GAV-SL-OPEN-SEQUENCE-NO   PIC 9(09).
001280     05  GAV-SL-OPEN-CHAIN-CHECK   PIC 9(09).
001290     05  GAV-SL-LAST-SEQUENCE-NO   PIC 9(09).
001300     05  GAV-SL-LAST-CHAIN-CHECK   PIC 9(09).
001310     05  GAV-SL-ROW-COUNT          PIC 9(09).
001320     05  GAV-SL-SUPPRESS-COUNT     PIC 9(07).
001330     05  GAV-SL-BACKEDOUT-COUNT    PIC 9(07).
001340     05  GAV-SL-UNSEQUENCED-COUNT  PIC 9(07).
001350     05  GAV-SL-DATE               PIC 9(08).
001360     05  GAV-SL-TIME               PIC 9(08).
001370*
001380*----------------------------------------------------------------
001390* THE HIGHEST SEQUENCE NUMBER CHECKED SO FAR AND ITS CHAIN
001400* CHECK.  A ROW IS CHAIN-CHECKED ONLY WHEN IT FOLLOWS ON FROM
001410* THIS ONE; A GAP OR A ROW OUT OF ORDER IS REPORTED AS SUCH
001420* RATHER THAN AS A BROKEN CHAIN.
001430*----------------------------------------------------------------
001440 77  GAV-HIGH-SEQUENCE-NO          PIC 9(09)  VALUE ZERO.
001450 77  GAV-HIGH-CHAIN-CHECK          PIC 9(09)  VALUE ZERO.
001460 77  GAV-NEXT-SEQUENCE-NO          PIC 9(09)  VALUE ZERO.
001470 77  GAV-MISSING-COUNT             PIC 9(09)  VALUE ZERO.
001480*
001490*    WHAT GREET-ERA PUTS IN PLACE OF AN ERASED NAME.
001500 77  GAV-ERASED-NAME               PIC A(20)  VALUE "ERASED".
001510*
001520 77  GAV-ROWS-READ                 PIC 9(09)  VALUE ZERO.
001530 77  GAV-SEQUENCED-COUNT           PIC 9(09)  VALUE ZERO.
001540 77  GAV-UNSEQUENCED-COUNT         PIC 9(07)  VALUE ZERO.
001550 77  GAV-ERASED-COUNT              PIC 9(07)  VALUE ZERO.
001560 77  GAV-SUPPRESS-COUNT            PIC 9(07)  VALUE ZERO.
001570 77  GAV-BACKEDOUT-COUNT           PIC 9(07)  VALUE ZERO.
001580 77  GAV-EXCEPTION-COUNT           PIC 9(07)  VALUE ZERO.
001590*
001600*    CHECK-VALUE WORK FIELDS FOR THE SEQUENCE NUMBER AND CHAIN
001610*    CARRIED ON EVERY AUDIT ROW.
001620 COPY GREETCHK.
001630*
001640 01  GAV-RUN-DATE.
001650     05  GAV-RD-YEAR               PIC 9(04).
001660     05  GAV-RD-MONTH              PIC 9(02).
001670     05  GAV-RD-DAY                PIC 9(02).
001680*
001690 01  GAV-RUN-DATE-EDIT.
001700     05  GAV-RDE-MONTH             PIC 9(02).
001710     05  FILLER                    PIC X(01)  VALUE "/".
001720     05  GAV-RDE-DAY               PIC 9(02).
001730     05  FILLER                    PIC X(01)  VALUE "/".
001740     05  GAV-RDE-YEAR              PIC 9(04).
001750*
001760 01  GAV-COUNTERS.
001770     05  GAV-LINE-COUNT            PIC 9(02)  VALUE ZERO.
001780     05  GAV-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
001790*
001800 01  GAV-LINES-PER-PAGE            PIC 9(02)  VALUE 40.
001810*
001820 01  GAV-HEADING-1.
001830     05  FILLER                    PIC X(22)  VALUE SPACES.
001840     05  FILLER                    PIC X(28)
001850         VALUE "GREETAUD SEAL VERIFICATION".
001860     05  FILLER                    PIC X(07)  VALUE " PAGE ".
001870     05  GAV-H1-PAGE               PIC ZZ9.
001880     05  FILLER                    PIC X(20)  VALUE SPACES.
001890*
001900 01  GAV-HEADING-2.
001910     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
001920     05  GAV-H2-RUN-DATE           PIC X(10).
001930     05  FILLER                    PIC X(09)  VALUE "  PERIOD ".
001940     05  GAV-H2-PERIOD             PIC 9(06).
001950     05  FILLER                    PIC X(11)
001960         VALUE "  SEALED ON".
001970     05  FILLER                    PIC X(01)  VALUE SPACES.
001980     05  GAV-H2-SEAL-DATE          PIC 9(08).
001990     05  FILLER                    PIC X(01)  VALUE SPACES.
002000     05  GAV-H2-SEAL-TIME          PIC 9(08).
002010     05  FILLER                    PIC X(16)  VALUE SPACES.
002020*
002030 01  GAV-HEADING-3.
002040     05  FILLER                    PIC X(01)  VALUE SPACES.
002050     05  FILLER                    PIC X(11)  VALUE "SEQUENCE".
002060     05  FILLER                    PIC X(10)  VALUE "RUN DATE".
002070     05  FILLER                    PIC X(10)  VALUE "JOB".
002080     05  FILLER                    PIC X(11)  VALUE "DISPOSITN".
002090     05  FILLER                    PIC X(37)  VALUE "EXCEPTION".
002100*
002110*    ONE LINE PER ROW THAT FAILS A CHECK.  THE NAME IS LEFT OFF -
002120*    THE SEQUENCE NUMBER FINDS THE ROW.
002130 01  GAV-EXCEPTION-LINE.
002140     05  FILLER                    PIC X(01)  VALUE SPACES.
002150     05  GAV-EL-SEQUENCE-NO        PIC X(09).
002160     05  FILLER                    PIC X(02)  VALUE SPACES.
002170     05  GAV-EL-RUN-DATE           PIC X(08).
002180     05  FILLER                    PIC X(02)  VALUE SPACES.
002190     05  GAV-EL-JOB-NAME           PIC X(08).
002200     05  FILLER                    PIC X(02)  VALUE SPACES.
002210     05  GAV-EL-DISPOSITION        PIC X(09).
002220     05  FILLER                    PIC X(02)  VALUE SPACES.
002230     05  GAV-EL-REASON             PIC X(27).
002240     05  GAV-EL-COUNT              PIC X(10).
002250*
002260 77  GAV-EDIT-COUNT                PIC Z(08)9.
002270*
002280*    END-OF-TRAIL FINDINGS, AS TEXT.
002290 01  GAV-MESSAGE-LINE.
002300     05  FILLER                    PIC X(05)  VALUE SPACES.
002310     05  GAV-ML-TEXT               PIC X(75).
002320*
002330*    TRAIL TOTALS SIDE BY SIDE WITH THE SEAL.
002340 01  GAV-TOTAL-LINE.
002350     05  FILLER                    PIC X(05)  VALUE SPACES.
002360     05  GAV-TTL-LABEL             PIC X(34).
002370     05  GAV-TTL-VALUE             PIC ZZZZZZZZ9.
002380     05  FILLER                    PIC X(04)  VALUE SPACES.
002390     05  GAV-TTL-SEAL-VALUE        PIC ZZZZZZZZ9.
002400     05  FILLER                    PIC X(19)  VALUE SPACES.
002410*
002420 01  GAV-TOTAL-HEADING.
002430     05  FILLER                    PIC X(39)  VALUE SPACES.
002440     05  FILLER                    PIC X(13)
002450         VALUE " ON TRAIL".
002460     05  FILLER                    PIC X(09)  VALUE "AS SEALED".
002470     05  FILLER                    PIC X(19)  VALUE SPACES.
002480*
002490*----------------------------------------------------------------
002500* LINKAGE SECTION - THE JCL PARM FIELD: THE MONTH TO VERIFY,
002510* YYYYMM, RIGHT OUT OF THE EXEC PARM=.
002520*----------------------------------------------------------------
002530 LINKAGE SECTION.
002540*
002550 01  GAV-JCL-PARM.
002560     05  GAV-PARM-LENGTH           PIC S9(04) COMP.
002570     05  GAV-PARM-DATA             PIC X(06).
002580*
002590 PROCEDURE DIVISION USING GAV-JCL-PARM.
002600*
002610*----------------------------------------------------------------
002620 0000-MAIN-PROCEDURE.
002630*----------------------------------------------------------------
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     PERFORM 2000-CHECK-AUDIT-ROW THRU 2000-EXIT
002660         UNTIL GAV-END-OF-TRAIL.
002670     PERFORM 3000-CHECK-TRAIL-END THRU 3000-EXIT.
002680     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002700     STOP RUN.
002710*
002720*----------------------------------------------------------------
002730 1000-INITIALIZE.
002740*----------------------------------------------------------------
002750     PERFORM 1005-EDIT-PARM THRU 1005-EXIT.
002760     PERFORM 1020-FIND-SEAL THRU 1020-EXIT.
002770*
002780     OPEN INPUT GREETAUD-FILE.
002790     IF GAV-GREETAUD-STATUS NOT = "00"
002800         DISPLAY "GREETAUD OPEN FAILED - STATUS "
002810             GAV-GREETAUD-STATUS
002820         MOVE 12 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN OUTPUT GREETAVR-FILE.
002860*
002870     ACCEPT GAV-RUN-DATE FROM DATE YYYYMMDD.
002880     MOVE GAV-RD-MONTH TO GAV-RDE-MONTH.
002890     MOVE GAV-RD-DAY   TO GAV-RDE-DAY.
002900     MOVE GAV-RD-YEAR  TO GAV-RDE-YEAR.
002910     MOVE GAV-RUN-DATE-EDIT TO GAV-H2-RUN-DATE.
002920     MOVE GAV-PERIOD-NUMBER TO GAV-H2-PERIOD.
002930     MOVE GAV-SL-DATE TO GAV-H2-SEAL-DATE.
002940     MOVE GAV-SL-TIME TO GAV-H2-SEAL-TIME.
002950     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
002960*
002970*    THE PERIOD OPENS ONE ROW PAST THE SEAL BEFORE IT, CHAINED
002980*    FROM THAT SEAL'S CLOSING CHAIN CHECK - BOTH AS RECORDED ON
002990*    THIS PERIOD'S SEAL.
003000     MOVE GAV-SL-OPEN-SEQUENCE-NO TO GAV-HIGH-SEQUENCE-NO.
003010     MOVE GAV-SL-OPEN-CHAIN-CHECK TO GAV-HIGH-CHAIN-CHECK.
003020*
003030     PERFORM 2900-READ-TRAIL THRU 2900-EXIT.
003040*
003050 1000-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------------
003090 1005-EDIT-PARM.
003100*----------------------------------------------------------------
003110     MOVE "Y" TO GAV-PARM-VALID-SW.
003120     IF GAV-PARM-LENGTH NOT = LENGTH OF GAV-PARM-DATA
003130         MOVE "N" TO GAV-PARM-VALID-SW
003140     ELSE
003150         IF GAV-PARM-DATA IS NOT NUMERIC
003160             MOVE "N" TO GAV-PARM-VALID-SW
003170         ELSE
003180             MOVE GAV-PARM-DATA TO GAV-PERIOD-PARM
003190             IF GAV-PP-MONTH < 1 OR GAV-PP-MONTH > 12
003200                 MOVE "N" TO GAV-PARM-VALID-SW
003210             END-IF
003220         END-IF
003230     END-IF.
003240*
003250     IF NOT GAV-PARM-IS-VALID
003260         DISPLAY "MISSING OR INVALID PERIOD PARM (YYYYMM) - RUN "
003270             "STOPPED"
003280         MOVE 12 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310*
003320 1005-EXIT.
003330     EXIT.
003340*
003350*----------------------------------------------------------------
003360 1020-FIND-SEAL.
003370*----------------------------------------------------------------
003380*    A PERIOD IS SEALED ONCE, SO THERE IS AT MOST ONE SEALED
003390*    RECORD FOR IT ON THE HISTORY.
003400     OPEN INPUT GREETASL-FILE.
003410     IF GAV-GREETASL-STATUS = "35"
003420         DISPLAY "NO GREETASL SEAL HISTORY - NO PERIOD HAS BEEN "
003430             "SEALED"
003440         MOVE 12 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     IF GAV-GREETASL-STATUS NOT = "00"
003480         DISPLAY "GREETASL OPEN FAILED - STATUS "
003490             GAV-GREETASL-STATUS
003500         MOVE 12 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     PERFORM 1025-READ-SEAL THRU 1025-EXIT
003540         UNTIL GAV-END-OF-SEALS
003550            OR GAV-SEAL-FOUND.
003560     CLOSE GREETASL-FILE.
003570*
003580     IF NOT GAV-SEAL-FOUND
003590         DISPLAY "PERIOD " GAV-PERIOD-NUMBER " HAS NOT BEEN "
003600             "SEALED - NOTHING TO VERIFY"
003610         MOVE 12 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640*
003650 1020-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------
003690 1025-READ-SEAL.
003700*----------------------------------------------------------------
003710     READ GREETASL-FILE
003720         AT END
003730             SET GAV-END-OF-SEALS TO TRUE
003740             GO TO 1025-EXIT
003750     END-READ.
003760     IF GSL-PERIOD NOT = GAV-PERIOD-NUMBER
003770        OR NOT GSL-PERIOD-SEALED
003780         GO TO 1025-EXIT
003790     END-IF.
003800*
003810     SET GAV-SEAL-FOUND TO TRUE.
003820     MOVE GSL-OPEN-SEQUENCE-NO  TO GAV-SL-OPEN-SEQUENCE-NO.
003830     MOVE GSL-OPEN-CHAIN-CHECK  TO GAV-SL-OPEN-CHAIN-CHECK.
003840     MOVE GSL-LAST-SEQUENCE-NO  TO GAV-SL-LAST-SEQUENCE-NO.
003850     MOVE GSL-LAST-CHAIN-CHECK  TO GAV-SL-LAST-CHAIN-CHECK.
003860     MOVE GSL-ROW-COUNT         TO GAV-SL-ROW-COUNT.
003870     MOVE GSL-SUPPRESS-COUNT    TO GAV-SL-SUPPRESS-COUNT.
003880     MOVE GSL-BACKEDOUT-COUNT   TO GAV-SL-BACKEDOUT-COUNT.
003890     MOVE GSL-UNSEQUENCED-COUNT TO GAV-SL-UNSEQUENCED-COUNT.
003900     MOVE GSL-LAST-DATE         TO GAV-SL-DATE.
003910     MOVE GSL-LAST-TIME         TO GAV-SL-TIME.
003920*
003930 1025-EXIT.
003940     EXIT.
003950*
003960*----------------------------------------------------------------
003970 2000-CHECK-AUDIT-ROW.
003980*----------------------------------------------------------------
003990     ADD 1 TO GAV-ROWS-READ.
004000     IF GA-SEQUENCE-NO IS NOT NUMERIC
004010        OR GA-SEQUENCE-NO = ZERO
004020         PERFORM 2100-CHECK-UNSEQUENCED THRU 2100-EXIT
004030     ELSE
004040         PERFORM 2200-CHECK-SEQUENCED THRU 2200-EXIT
004050     END-IF.
004060*
004070     PERFORM 2900-READ-TRAIL THRU 2900-EXIT.
004080*
004090 2000-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------
004130 2100-CHECK-UNSEQUENCED.
004140*----------------------------------------------------------------
004150*    ROWS WRITTEN BEFORE ROWS WERE CHAINED CAN ONLY LEAD THE
004160*    FIRST PERIOD EVER SEALED; THE SEAL COUNTS THEM.
004170     IF GAV-SL-OPEN-SEQUENCE-NO = ZERO
004180        AND GAV-SEQUENCED-COUNT = ZERO
004190         ADD 1 TO GAV-UNSEQUENCED-COUNT
004200         GO TO 2100-EXIT
004210     END-IF.
004220     MOVE "UNSEQUENCED ROW" TO GAV-EL-REASON.
004230     MOVE SPACES TO GAV-EL-COUNT.
004240     PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT.
004250*
004260 2100-EXIT.
004270     EXIT.
004280*
004290*----------------------------------------------------------------
004300 2200-CHECK-SEQUENCED.
004310*----------------------------------------------------------------
004320*    A ROW PAST THE SEAL BELONGS TO A LATER PERIOD, OR WAS
004330*    ADDED AFTER THE SEAL WAS TAKEN - EITHER WAY IT IS NOT PART
004340*    OF WHAT WAS SEALED AND IS NOT COUNTED.
004350     IF GA-SEQUENCE-NO > GAV-SL-LAST-SEQUENCE-NO
004360         MOVE "ROW AFTER THE SEAL" TO GAV-EL-REASON
004370         MOVE SPACES TO GAV-EL-COUNT
004380         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
004390         GO TO 2200-EXIT
004400     END-IF.
004410*
004420     ADD 1 TO GAV-SEQUENCED-COUNT.
004430     IF GA-DISPOSITION = "SUPPRESS "
004440         ADD 1 TO GAV-SUPPRESS-COUNT
004450     END-IF.
004460     IF GA-DISPOSITION = "BACKEDOUT"
004470         ADD 1 TO GAV-BACKEDOUT-COUNT
004480     END-IF.
004490*
004500*    AN ERASED ROW NO LONGER HOLDS THE NAME AND ID ITS NAME
004510*    CHECK WAS TAKEN FROM - IT IS COUNTED, NOT RECOMPUTED.  ITS
004520*    CHAIN CHECK IS STILL GOOD.
004530     IF GA-NAME = GAV-ERASED-NAME
004540        AND GA-VISITOR-ID IS NUMERIC
004550        AND GA-VISITOR-ID = ZERO
004560         ADD 1 TO GAV-ERASED-COUNT
004570     ELSE
004580         PERFORM 2300-COMPUTE-NAME-CHECK THRU 2300-EXIT
004590         IF GA-NAME-CHECK IS NOT NUMERIC
004600            OR GA-NAME-CHECK NOT = GCK-NAME-CHECK
004610             MOVE "NAME OR VISITOR ID ALTERED" TO GAV-EL-REASON
004620             MOVE SPACES TO GAV-EL-COUNT
004630             PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
004640         END-IF
004650     END-IF.
004660*
004670     IF GA-SEQUENCE-NO NOT > GAV-SL-OPEN-SEQUENCE-NO
004680         MOVE "ROW OF AN EARLIER PERIOD" TO GAV-EL-REASON
004690         MOVE SPACES TO GAV-EL-COUNT
004700         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
004710         GO TO 2200-EXIT
004720     END-IF.
004730     IF GA-SEQUENCE-NO NOT > GAV-HIGH-SEQUENCE-NO
004740         MOVE "OUT OF ORDER OR REPEATED" TO GAV-EL-REASON
004750         MOVE SPACES TO GAV-EL-COUNT
004760         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
004770         GO TO 2200-EXIT
004780     END-IF.
004790*
004800     ADD 1 GAV-HIGH-SEQUENCE-NO GIVING GAV-NEXT-SEQUENCE-NO.
004810     IF GA-SEQUENCE-NO > GAV-NEXT-SEQUENCE-NO
004820         COMPUTE GAV-MISSING-COUNT =
004830             GA-SEQUENCE-NO - GAV-NEXT-SEQUENCE-NO
004840         MOVE GAV-MISSING-COUNT TO GAV-EDIT-COUNT
004850         MOVE "GAP - ROWS MISSING BEFORE:" TO GAV-EL-REASON
004860         MOVE GAV-EDIT-COUNT TO GAV-EL-COUNT
004870         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
004880     ELSE
004890         MOVE GAV-HIGH-CHAIN-CHECK TO GCK-PRIOR-CHAIN
004900         PERFORM 2310-COMPUTE-CHAIN-CHECK THRU 2310-EXIT
004910         IF GA-CHAIN-CHECK IS NOT NUMERIC
004920            OR GA-CHAIN-CHECK NOT = GCK-CHAIN-CHECK
004930             MOVE "ROW ALTERED - CHAIN BROKEN" TO GAV-EL-REASON
004940             MOVE SPACES TO GAV-EL-COUNT
004950             PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
004960         END-IF
004970     END-IF.
004980*
004990*    THE NEXT ROW CHAINS FROM THIS ONE AS IT STANDS ON THE
005000*    TRAIL, SO ONE ALTERED ROW IS REPORTED ONCE, NOT AS EVERY
005010*    ROW AFTER IT.
005020     MOVE GA-SEQUENCE-NO TO GAV-HIGH-SEQUENCE-NO.
005030     IF GA-CHAIN-CHECK IS NUMERIC
005040         MOVE GA-CHAIN-CHECK TO GAV-HIGH-CHAIN-CHECK
005050     ELSE
005060         MOVE ZERO TO GAV-HIGH-CHAIN-CHECK
005070     END-IF.
005080*
005090 2200-EXIT.
005100     EXIT.
005110*
005120*----------------------------------------------------------------
005130 2300-COMPUTE-NAME-CHECK.
005140*----------------------------------------------------------------
005150*    NAME CHECK OF THE ROW IN GREET-AUDIT-RECORD, LEFT IN
005160*    GCK-NAME-CHECK.  SEE GREETCHK FOR WHAT IS FOLDED AND HOW.
005170     MOVE GA-NAME           TO GCK-NI-NAME.
005180     MOVE GA-VISITOR-ID     TO GCK-NI-VISITOR-ID.
005190     MOVE GA-SEQUENCE-NO    TO GCK-NI-SEQUENCE-NO.
005200     MOVE GCK-NAME-IMAGE    TO GCK-FOLD-IMAGE.
005210     MOVE LENGTH OF GCK-NAME-IMAGE TO GCK-FOLD-LENGTH.
005220     PERFORM 2320-FOLD-IMAGE THRU 2320-EXIT.
005230     MOVE GCK-FOLD-VALUE    TO GCK-NAME-CHECK.
005240*
005250 2300-EXIT.
005260     EXIT.
005270*
005280*----------------------------------------------------------------
005290 2310-COMPUTE-CHAIN-CHECK.
005300*----------------------------------------------------------------
005310*    CHAIN CHECK OF THE ROW IN GREET-AUDIT-RECORD, CHAINED FROM
005320*    GCK-PRIOR-CHAIN AND TAKING THE NAME CHECK AS IT STANDS ON THE
005330*    ROW, LEFT IN GCK-CHAIN-CHECK.
005340     MOVE GCK-PRIOR-CHAIN   TO GCK-RI-PRIOR-CHAIN.
005350     MOVE GA-SEQUENCE-NO    TO GCK-RI-SEQUENCE-NO.
005360     MOVE GA-JOB-NAME       TO GCK-RI-JOB-NAME.
005370     MOVE GA-OPERATOR-ID    TO GCK-RI-OPERATOR-ID.
005380     MOVE GA-RUN-DATE       TO GCK-RI-RUN-DATE.
005390     MOVE GA-RUN-TIME       TO GCK-RI-RUN-TIME.
005400     MOVE GA-DISPOSITION    TO GCK-RI-DISPOSITION.
005410     MOVE GA-SITE-CODE      TO GCK-RI-SITE-CODE.
005420     MOVE GA-LANG-CODE      TO GCK-RI-LANG-CODE.
005430     MOVE GA-DEPARTMENT     TO GCK-RI-DEPARTMENT.
005440     MOVE GA-NAME-CHECK     TO GCK-RI-NAME-CHECK.
005450     MOVE GCK-ROW-IMAGE     TO GCK-FOLD-IMAGE.
005460     MOVE LENGTH OF GCK-ROW-IMAGE TO GCK-FOLD-LENGTH.
005470     PERFORM 2320-FOLD-IMAGE THRU 2320-EXIT.
005480     MOVE GCK-FOLD-VALUE    TO GCK-CHAIN-CHECK.
005490*
005500 2310-EXIT.
005510     EXIT.
005520*
005530*----------------------------------------------------------------
005540 2320-FOLD-IMAGE.
005550*----------------------------------------------------------------
005560     MOVE ZERO TO GCK-FOLD-VALUE.
005570     PERFORM 2330-FOLD-ONE-CHAR THRU 2330-EXIT
005580         VARYING GCK-FOLD-SUB FROM 1 BY 1
005590         UNTIL GCK-FOLD-SUB > GCK-FOLD-LENGTH.
005600*
005610 2320-EXIT.
005620     EXIT.
005630*
005640*----------------------------------------------------------------
005650 2330-FOLD-ONE-CHAR.
005660*----------------------------------------------------------------
005670     MOVE ZERO TO GCK-BYTE-VALUE.
005680     MOVE GCK-FOLD-IMAGE (GCK-FOLD-SUB : 1) TO GCK-BYTE.
005690     COMPUTE GCK-FOLD-WORK = GCK-FOLD-VALUE * GCK-FOLD-MULTIPLIER
005700                           + GCK-BYTE-VALUE + GCK-FOLD-SUB.
005710     DIVIDE GCK-FOLD-WORK BY GCK-FOLD-MODULUS
005720         GIVING GCK-FOLD-QUOTIENT REMAINDER GCK-FOLD-VALUE.
005730*
005740 2330-EXIT.
005750     EXIT.
005760*
005770*
005780*----------------------------------------------------------------
005790 2900-READ-TRAIL.
005800*----------------------------------------------------------------
005810     READ GREETAUD-FILE
005820         AT END
005830             SET GAV-END-OF-TRAIL TO TRUE
005840     END-READ.
005850*
005860 2900-EXIT.
005870     EXIT.
005880*
005890*----------------------------------------------------------------
005900 3000-CHECK-TRAIL-END.
005910*----------------------------------------------------------------
005920*    THE TRAIL HAS TO REACH THE LAST ROW SEALED, THAT ROW HAS TO
005930*    CARRY THE CLOSING CHAIN CHECK ON THE SEAL, AND THE ROWS
005940*    COUNTED HAVE TO BE THE ROWS SEALED.  A ROW DROPPED FROM
005950*    THE END OF THE TRAIL LEAVES NO GAP - ONLY THE SEAL SHOWS IT.
005960     MOVE SPACES TO GREETAVR-LINE.
005970     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
005980*
005990     IF GAV-HIGH-SEQUENCE-NO < GAV-SL-LAST-SEQUENCE-NO
006000         COMPUTE GAV-MISSING-COUNT =
006010             GAV-SL-LAST-SEQUENCE-NO - GAV-HIGH-SEQUENCE-NO
006020         MOVE GAV-MISSING-COUNT TO GAV-EDIT-COUNT
006030         MOVE SPACES TO GAV-ML-TEXT
006040         STRING "TRAIL ENDS SHORT OF THE SEAL - ROWS MISSING:"
006050                 DELIMITED BY SIZE
006060             GAV-EDIT-COUNT DELIMITED BY SIZE
006070             INTO GAV-ML-TEXT
006080         END-STRING
006090         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006100     ELSE
006110         IF GAV-HIGH-CHAIN-CHECK NOT = GAV-SL-LAST-CHAIN-CHECK
006120             MOVE "CLOSING CHAIN CHECK DOES NOT MATCH THE SEAL"
006130                 TO GAV-ML-TEXT
006140             PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006150         END-IF
006160     END-IF.
006170*
006180     IF GAV-SEQUENCED-COUNT NOT = GAV-SL-ROW-COUNT
006190         MOVE "CHAINED ROWS DO NOT AGREE WITH THE SEAL"
006200             TO GAV-ML-TEXT
006210         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006220     END-IF.
006230     IF GAV-UNSEQUENCED-COUNT NOT = GAV-SL-UNSEQUENCED-COUNT
006240         MOVE "UNCHAINED ROWS DO NOT AGREE WITH THE SEAL"
006250             TO GAV-ML-TEXT
006260         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006270     END-IF.
006280     IF GAV-SUPPRESS-COUNT NOT = GAV-SL-SUPPRESS-COUNT
006290         MOVE "SUPPRESS ROWS DO NOT AGREE WITH THE SEAL"
006300             TO GAV-ML-TEXT
006310         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006320     END-IF.
006330     IF GAV-BACKEDOUT-COUNT NOT = GAV-SL-BACKEDOUT-COUNT
006340         MOVE "BACKEDOUT ROWS DO NOT AGREE WITH THE SEAL"
006350             TO GAV-ML-TEXT
006360         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006370     END-IF.
006380*
006390 3000-EXIT.
006400     EXIT.
006410*
006420*----------------------------------------------------------------
006430 7000-PRINT-HEADINGS.
006440*----------------------------------------------------------------
006450     ADD 1 TO GAV-PAGE-COUNT.
006460     MOVE GAV-PAGE-COUNT TO GAV-H1-PAGE.
006470     MOVE ZERO TO GAV-LINE-COUNT.
006480*
006490     IF GAV-PAGE-COUNT > 1
006500         WRITE GREETAVR-LINE FROM GAV-HEADING-1
006510             AFTER ADVANCING PAGE
006520     ELSE
006530         WRITE GREETAVR-LINE FROM GAV-HEADING-1
006540     END-IF.
006550     WRITE GREETAVR-LINE FROM GAV-HEADING-2.
006560     MOVE SPACES TO GREETAVR-LINE.
006570     WRITE GREETAVR-LINE.
006580     WRITE GREETAVR-LINE FROM GAV-HEADING-3.
006590*
006600 7000-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640 7200-PRINT-EXCEPTION.
006650*----------------------------------------------------------------
006660     ADD 1 TO GAV-EXCEPTION-COUNT.
006670     MOVE GA-SEQUENCE-NO TO GAV-EL-SEQUENCE-NO.
006680     MOVE GA-RUN-DATE    TO GAV-EL-RUN-DATE.
006690     MOVE GA-JOB-NAME    TO GAV-EL-JOB-NAME.
006700     MOVE GA-DISPOSITION TO GAV-EL-DISPOSITION.
006710     MOVE GAV-EXCEPTION-LINE TO GREETAVR-LINE.
006720     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
006730*
006740 7200-EXIT.
006750     EXIT.
006760*
006770*----------------------------------------------------------------
006780 7300-PRINT-LINE.
006790*----------------------------------------------------------------
006800     IF GAV-LINE-COUNT NOT < GAV-LINES-PER-PAGE
006810         MOVE GREETAVR-LINE TO GAV-MESSAGE-LINE
006820         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006830         MOVE GAV-MESSAGE-LINE TO GREETAVR-LINE
006840     END-IF.
006850     WRITE GREETAVR-LINE.
006860     ADD 1 TO GAV-LINE-COUNT.
006870*
006880 7300-EXIT.
006890     EXIT.
006900*
006910*----------------------------------------------------------------
006920 7400-PRINT-FINDING.
006930*----------------------------------------------------------------
006940     ADD 1 TO GAV-EXCEPTION-COUNT.
006950     MOVE GAV-MESSAGE-LINE TO GREETAVR-LINE.
006960     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
006970*
006980 7400-EXIT.
006990     EXIT.
007000*
007010*----------------------------------------------------------------
007020 7600-PRINT-TOTAL.
007030*----------------------------------------------------------------
007040     MOVE GAV-TOTAL-LINE TO GREETAVR-LINE.
007050     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007060*
007070 7600-EXIT.
007080     EXIT.
007090*
007100*----------------------------------------------------------------
007110 8000-PRINT-TOTALS.
007120*----------------------------------------------------------------
007130     MOVE SPACES TO GREETAVR-LINE.
007140     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007150     MOVE GAV-TOTAL-HEADING TO GREETAVR-LINE.
007160     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007170     ADD 1 GAV-SL-OPEN-SEQUENCE-NO GIVING GAV-NEXT-SEQUENCE-NO.
007180     MOVE "FIRST SEQUENCE NUMBER:" TO GAV-TTL-LABEL.
007190     MOVE GAV-NEXT-SEQUENCE-NO TO GAV-TTL-VALUE.
007200     MOVE GAV-NEXT-SEQUENCE-NO TO GAV-TTL-SEAL-VALUE.
007210     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007220     MOVE "LAST SEQUENCE NUMBER:" TO GAV-TTL-LABEL.
007230     MOVE GAV-HIGH-SEQUENCE-NO TO GAV-TTL-VALUE.
007240     MOVE GAV-SL-LAST-SEQUENCE-NO TO GAV-TTL-SEAL-VALUE.
007250     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007260     MOVE "CLOSING CHAIN CHECK:" TO GAV-TTL-LABEL.
007270     MOVE GAV-HIGH-CHAIN-CHECK TO GAV-TTL-VALUE.
007280     MOVE GAV-SL-LAST-CHAIN-CHECK TO GAV-TTL-SEAL-VALUE.
007290     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007300     MOVE "CHAINED ROWS:" TO GAV-TTL-LABEL.
007310     MOVE GAV-SEQUENCED-COUNT TO GAV-TTL-VALUE.
007320     MOVE GAV-SL-ROW-COUNT TO GAV-TTL-SEAL-VALUE.
007330     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007340     MOVE "ROWS WRITTEN BEFORE CHAINING:" TO GAV-TTL-LABEL.
007350     MOVE GAV-UNSEQUENCED-COUNT TO GAV-TTL-VALUE.
007360     MOVE GAV-SL-UNSEQUENCED-COUNT TO GAV-TTL-SEAL-VALUE.
007370     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007380     MOVE "SUPPRESS ROWS:" TO GAV-TTL-LABEL.
007390     MOVE GAV-SUPPRESS-COUNT TO GAV-TTL-VALUE.
007400     MOVE GAV-SL-SUPPRESS-COUNT TO GAV-TTL-SEAL-VALUE.
007410     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007420     MOVE "BACKEDOUT ROWS:" TO GAV-TTL-LABEL.
007430     MOVE GAV-BACKEDOUT-COUNT TO GAV-TTL-VALUE.
007440     MOVE GAV-SL-BACKEDOUT-COUNT TO GAV-TTL-SEAL-VALUE.
007450     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
007460*
007470     MOVE SPACES TO GREETAVR-LINE.
007480     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007490     MOVE "TRAIL ROWS READ:" TO GAV-TTL-LABEL.
007500     MOVE GAV-ROWS-READ TO GAV-TTL-VALUE.
007510     MOVE ZERO TO GAV-TTL-SEAL-VALUE.
007520     MOVE GAV-TOTAL-LINE TO GREETAVR-LINE.
007530     MOVE SPACES TO GREETAVR-LINE(53:9).
007540     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007550     MOVE "ERASED ROWS (NAME NOT RECHECKED):" TO GAV-TTL-LABEL.
007560     MOVE GAV-ERASED-COUNT TO GAV-TTL-VALUE.
007570     MOVE GAV-TOTAL-LINE TO GREETAVR-LINE.
007580     MOVE SPACES TO GREETAVR-LINE(53:9).
007590     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007600     MOVE "EXCEPTIONS:" TO GAV-TTL-LABEL.
007610     MOVE GAV-EXCEPTION-COUNT TO GAV-TTL-VALUE.
007620     MOVE GAV-TOTAL-LINE TO GREETAVR-LINE.
007630     MOVE SPACES TO GREETAVR-LINE(53:9).
007640     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007650*
007660     MOVE SPACES TO GREETAVR-LINE.
007670     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007680     IF GAV-EXCEPTION-COUNT > ZERO
007690         MOVE "TRAIL DOES NOT MATCH ITS SEAL" TO GAV-ML-TEXT
007700         DISPLAY "PERIOD " GAV-PERIOD-NUMBER " FAILED "
007710             "VERIFICATION - " GAV-EXCEPTION-COUNT
007720             " EXCEPTIONS, SEE GREETAVR"
007730         MOVE 8 TO RETURN-CODE
007740     ELSE
007750         MOVE "TRAIL VERIFIED AGAINST ITS SEAL" TO GAV-ML-TEXT
007760         DISPLAY "PERIOD " GAV-PERIOD-NUMBER " VERIFIED"
007770     END-IF.
007780     MOVE GAV-MESSAGE-LINE TO GREETAVR-LINE.
007790     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
007800*
007810 8000-EXIT.
007820     EXIT.
007830*
007840*----------------------------------------------------------------
007850 9000-TERMINATE.
007860*----------------------------------------------------------------
007870     CLOSE GREETAUD-FILE.
007880     CLOSE GREETAVR-FILE.
007890*
007900 9000-EXIT.
007910     EXIT.
007920*
007930 END PROGRAM GREET-AVF.

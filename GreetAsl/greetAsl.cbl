000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-ASL.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - MONTH-END SEAL OF THE GREETAUD
000120*                 AUDIT TRAIL.  GIVEN THE MONTH AS A PARM
000130*                 (YYYYMM) AND THE MONTH'S TRAIL, IT RE-CHECKS
000140*                 EVERY ROW FROM THE LAST SEAL FORWARD - NO GAP
000150*                 IN THE SEQUENCE NUMBERS, NO ROW OUT OF ORDER,
000160*                 EVERY NAME CHECK AND CHAIN CHECK RECOMPUTED -
000170*                 AND BALANCES THE LAST ROW AND THE SUPPRESS AND
000180*                 BACKEDOUT COUNTS TO THE GREETACH CHAIN CONTROL
000190*                 RECORD.  A CLEAN TRAIL IS SEALED: ONE RECORD
000200*                 APPENDED TO THE GREETASL SEAL HISTORY NAMING
000210*                 THE FIRST AND LAST ROW AND THE CLOSING CHAIN
000220*                 CHECK, AND THE CHAIN CONTROL RECORD MOVED UP
000230*                 TO START THE NEXT PERIOD FROM THERE.  A TRAIL
000240*                 THAT FAILS IS NOT SEALED - CONDITION CODE 8
000250*                 AND THE EXCEPTIONS ON THE SEAL REPORT.
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
000360     SELECT GREETAUD-FILE ASSIGN TO GREETAUD
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS GAS-GREETAUD-STATUS.
000390*
000400     SELECT GREETACH-FILE ASSIGN TO GREETACH
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS GAS-GREETACH-STATUS.
000430*
000440     SELECT GREETASL-FILE ASSIGN TO GREETASL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS GAS-GREETASL-STATUS.
000470*
000480     SELECT GREETCTL-FILE ASSIGN TO GREETCTL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS GAS-GREETCTL-STATUS.
000510*
000520     SELECT GREETASR-FILE ASSIGN TO GREETASR
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580*----------------------------------------------------------------
000590* GREETAUD-FILE - THE MONTH'S COMPLIANCE AUDIT TRAIL, IN THE
000600* ORDER IT WAS WRITTEN
000610*----------------------------------------------------------------
000620 FD  GREETAUD-FILE
000630     RECORDING MODE IS F.
000640     COPY GREETAUD.
000650*
000660*----------------------------------------------------------------
000670* GREETACH-FILE - GREETAUD CHAIN CONTROL (ONE RECORD): WHERE THE
000680* LAST SEAL LEFT OFF AND THE LAST ROW WRITTEN SINCE
000690*----------------------------------------------------------------
000700 FD  GREETACH-FILE
000710     RECORDING MODE IS F.
000720 COPY GREETASL REPLACING
000730     ==GREET-AUDIT-SEAL-RECORD== BY ==GREETACH-RECORD==,
000740     ==GZ-AS-PERIOD==
000750         BY ==GZ-PERIOD==,
000760     ==GZ-AS-OPEN-SEQUENCE-NO==
000770         BY ==GZ-OPEN-SEQUENCE-NO==,
000780     ==GZ-AS-OPEN-CHAIN-CHECK==
000790         BY ==GZ-OPEN-CHAIN-CHECK==,
000800     ==GZ-AS-LAST-SEQUENCE-NO==
000810         BY ==GZ-LAST-SEQUENCE-NO==,
000820     ==GZ-AS-LAST-CHAIN-CHECK==
000830         BY ==GZ-LAST-CHAIN-CHECK==,
000840     ==GZ-AS-ROW-COUNT==
000850         BY ==GZ-ROW-COUNT==,
000860     ==GZ-AS-SUPPRESS-COUNT==
000870         BY ==GZ-SUPPRESS-COUNT==,
000880     ==GZ-AS-BACKEDOUT-COUNT==
000890         BY ==GZ-BACKEDOUT-COUNT==,
000900     ==GZ-AS-UNSEQUENCED-COUNT==
000910         BY ==GZ-UNSEQUENCED-COUNT==,
000920     ==GZ-AS-LAST-DATE==
000930         BY ==GZ-LAST-DATE==,
000940     ==GZ-AS-LAST-TIME==
000950         BY ==GZ-LAST-TIME==,
000960     ==GZ-AS-LAST-JOB==
000970         BY ==GZ-LAST-JOB==,
000980     ==GZ-AS-STATUS==
000990         BY ==GZ-STATUS==,
001000     ==GZ-AS-CHAIN-OPEN==
001010         BY ==GZ-CHAIN-OPEN==,
001020     ==GZ-AS-PERIOD-SEALED==
001030         BY ==GZ-PERIOD-SEALED==.
001040*
001050*----------------------------------------------------------------
001060* GREETASL-FILE - SEAL HISTORY, ONE RECORD APPENDED PER MONTH
001070* SEALED
001080*----------------------------------------------------------------
001090 FD  GREETASL-FILE
001100     RECORDING MODE IS F.
001110 COPY GREETASL REPLACING
001120     ==GREET-AUDIT-SEAL-RECORD== BY ==GREETASL-RECORD==,
001130     ==GZ-AS-PERIOD==
001140         BY ==GSL-PERIOD==,
001150     ==GZ-AS-OPEN-SEQUENCE-NO==
001160         BY ==GSL-OPEN-SEQUENCE-NO==,
001170     ==GZ-AS-OPEN-CHAIN-CHECK==
001180         BY ==GSL-OPEN-CHAIN-CHECK==,
001190     ==GZ-AS-LAST-SEQUENCE-NO==
001200         BY ==GSL-LAST-SEQUENCE-NO==,
001210     ==GZ-AS-LAST-CHAIN-CHECK==
001220         BY ==GSL-LAST-CHAIN-CHECK==,
001230     ==GZ-AS-ROW-COUNT==
001240         BY ==GSL-ROW-COUNT==,
001250     ==GZ-AS-SUPPRESS-COUNT==
001260         BY ==GSL-SUPPRESS-COUNT==,
001270     ==GZ-AS-BACKEDOUT-COUNT==
001280         BY ==GSL-BACKEDOUT-COUNT==,
001290     ==GZ-AS-UNSEQUENCED-COUNT==
001300         BY ==GSL-UNSEQUENCED-COUNT==,
001310     ==GZ-AS-LAST-DATE==
001320         BY ==GSL-LAST-DATE==,
001330     ==GZ-AS-LAST-TIME==
001340         BY ==GSL-LAST-TIME==,
001350     ==GZ-AS-LAST-JOB==
001360         BY ==GSL-LAST-JOB==,
001370     ==GZ-AS-STATUS==
001380         BY ==GSL-STATUS==,
001390     ==GZ-AS-CHAIN-OPEN==
001400         BY ==GSL-CHAIN-OPEN==,
001410     ==GZ-AS-PERIOD-SEALED==
001420         BY ==GSL-PERIOD-SEALED==.
001430*
001440*----------------------------------------------------------------
001450* GREETCTL-FILE - GREET-USER'S RUN-CONTROL RECORD, READ ONLY.
001460* A RUN IN FLIGHT IS STILL WRITING THE TRAIL BEING SEALED.
001470*----------------------------------------------------------------
001480 FD  GREETCTL-FILE
001490     RECORDING MODE IS F.
001500 COPY GREETCTL REPLACING
001510     ==GREET-CONTROL-RECORD== BY ==GREETCTL-RECORD==,
001520     ==GC-RC-RUN-NUMBER==
001530         BY ==GC-RUN-NUMBER==,
001540     ==GC-RC-ROSTER-DATE==
001550         BY ==GC-ROSTER-DATE==,
001560     ==GC-RC-START-DATE==
001570         BY ==GC-START-DATE==,
001580     ==GC-RC-START-TIME==
001590         BY ==GC-START-TIME==,
001600     ==GC-RC-STOP-DATE==
001610         BY ==GC-STOP-DATE==,
001620     ==GC-RC-STOP-TIME==
001630         BY ==GC-STOP-TIME==,
001640     ==GC-RC-GREETED-COUNT==
001650         BY ==GC-GREETED-COUNT==,
001660     ==GC-RC-REJECT-COUNT==
001670         BY ==GC-REJECT-COUNT==,
001680     ==GC-RC-DUP-COUNT==
001690         BY ==GC-DUP-COUNT==,
001700     ==GC-RC-STATUS==
001710         BY ==GC-STATUS==,
001720     ==GC-RC-RUN-IN-FLIGHT==
001730         BY ==GC-RUN-IN-FLIGHT==,
001740     ==GC-RC-RUN-COMPLETE==
001750         BY ==GC-RUN-COMPLETE==,
001760     ==GC-RC-RUN-PARTIAL==
001770         BY ==GC-RUN-PARTIAL==,
001780     ==GC-RC-RUN-OUT-OF-BAL==
001790         BY ==GC-RUN-OUT-OF-BAL==.
001800*
001810*----------------------------------------------------------------
001820* GREETASR-FILE - SEAL REPORT PRINT OUTPUT
001830*----------------------------------------------------------------
001840 FD  GREETASR-FILE
001850     RECORDING MODE IS F.
001860 01  GREETASR-LINE                 PIC X(80).
001870*
001880 WORKING-STORAGE SECTION.
001890*
001900 01  GAS-SWITCHES.
001910     05  GAS-EOF-SW                PIC X(01)  VALUE "N".
001920         88  GAS-END-OF-TRAIL                  VALUE "Y".
001930     05  GAS-PARM-VALID-SW         PIC X(01)  VALUE "Y".
001940         88  GAS-PARM-IS-VALID                 VALUE "Y".
001950*
001960 77  GAS-GREETAUD-STATUS           PIC X(02).
001970 77  GAS-GREETACH-STATUS           PIC X(02).
001980 77  GAS-GREETASL-STATUS           PIC X(02).
001990 77  GAS-GREETCTL-STATUS           PIC X(02).
002000 77  GAS-JOB-NAME                  PIC X(08)  VALUE "GREETASL".
002010*
002020*----------------------------------------------------------------
002030* THE PERIOD TO SEAL, YYYYMM, FROM THE JCL PARM
002040*----------------------------------------------------------------
002050 01  GAS-PERIOD-PARM.
002060     05  GAS-PP-YEAR               PIC 9(04).
002070     05  GAS-PP-MONTH              PIC 9(02).
002080 01  GAS-PERIOD-NUMBER REDEFINES GAS-PERIOD-PARM
002090                                   PIC 9(06).
002100*
002110*----------------------------------------------------------------
002120* WHERE THE PERIOD OPENS (FROM THE LAST SEAL) AND WHERE THE
002130* CHAIN CONTROL RECORD SAYS THE LAST ROW WRITTEN STANDS
002140*----------------------------------------------------------------
002150 77  GAS-OPEN-SEQUENCE-NO          PIC 9(09)  VALUE ZERO.
002160 77  GAS-OPEN-CHAIN-CHECK          PIC 9(09)  VALUE ZERO.
002170 77  GAS-CTL-LAST-SEQUENCE-NO      PIC 9(09)  VALUE ZERO.
002180 77  GAS-CTL-LAST-CHAIN-CHECK      PIC 9(09)  VALUE ZERO.
002190 77  GAS-CTL-SUPPRESS-COUNT        PIC 9(07)  VALUE ZERO.
002200 77  GAS-CTL-BACKEDOUT-COUNT       PIC 9(07)  VALUE ZERO.
002210*
002220*----------------------------------------------------------------
002230* THE HIGHEST SEQUENCE NUMBER CHECKED SO FAR AND ITS CHAIN
002240* CHECK.  A ROW IS CHAIN-CHECKED ONLY WHEN IT FOLLOWS ON FROM
002250* THIS ONE; A GAP OR A ROW OUT OF ORDER IS REPORTED AS SUCH
002260* RATHER THAN AS A BROKEN CHAIN.
002270*----------------------------------------------------------------
002280 77  GAS-HIGH-SEQUENCE-NO          PIC 9(09)  VALUE ZERO.
002290 77  GAS-HIGH-CHAIN-CHECK          PIC 9(09)  VALUE ZERO.
002300 77  GAS-NEXT-SEQUENCE-NO          PIC 9(09)  VALUE ZERO.
002310 77  GAS-MISSING-COUNT             PIC 9(09)  VALUE ZERO.
002320*
002330*    WHAT GREET-ERA PUTS IN PLACE OF AN ERASED NAME.
002340 77  GAS-ERASED-NAME               PIC A(20)  VALUE "ERASED".
002350*
002360 77  GAS-ROWS-READ                 PIC 9(09)  VALUE ZERO.
002370 77  GAS-SEQUENCED-COUNT           PIC 9(09)  VALUE ZERO.
002380 77  GAS-UNSEQUENCED-COUNT         PIC 9(07)  VALUE ZERO.
002390 77  GAS-ERASED-COUNT              PIC 9(07)  VALUE ZERO.
002400 77  GAS-SUPPRESS-COUNT            PIC 9(07)  VALUE ZERO.
002410 77  GAS-BACKEDOUT-COUNT           PIC 9(07)  VALUE ZERO.
002420 77  GAS-EXCEPTION-COUNT           PIC 9(07)  VALUE ZERO.
002430 77  GAS-CARRIED-COUNT             PIC 9(09)  VALUE ZERO.
002440*
002450*    CHECK-VALUE WORK FIELDS FOR THE SEQUENCE NUMBER AND CHAIN
002460*    CARRIED ON EVERY AUDIT ROW.
002470 COPY GREETCHK.
002480*
002490 01  GAS-RUN-DATE.
002500     05  GAS-RD-YEAR               PIC 9(04).
002510     05  GAS-RD-MONTH              PIC 9(02).
002520     05  GAS-RD-DAY                PIC 9(02).
002530 77  GAS-RUN-TIME                  PIC 9(08)  VALUE ZERO.
002540*
002550 01  GAS-RUN-DATE-EDIT.
002560     05  GAS-RDE-MONTH             PIC 9(02).
002570     05  FILLER                    PIC X(01)  VALUE "/".
002580     05  GAS-RDE-DAY               PIC 9(02).
002590     05  FILLER                    PIC X(01)  VALUE "/".
002600     05  GAS-RDE-YEAR              PIC 9(04).
002610*
002620 01  GAS-COUNTERS.
002630     05  GAS-LINE-COUNT            PIC 9(02)  VALUE ZERO.
002640     05  GAS-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
002650*
002660 01  GAS-LINES-PER-PAGE            PIC 9(02)  VALUE 40.
002670*
002680 01  GAS-HEADING-1.
002690     05  FILLER                    PIC X(24)  VALUE SPACES.
002700     05  FILLER                    PIC X(26)
002710         VALUE "GREETAUD MONTH-END SEAL".
002720     05  FILLER                    PIC X(07)  VALUE " PAGE ".
002730     05  GAS-H1-PAGE               PIC ZZ9.
002740     05  FILLER                    PIC X(20)  VALUE SPACES.
002750*
002760 01  GAS-HEADING-2.
002770     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
002780     05  GAS-H2-RUN-DATE           PIC X(10).
002790     05  FILLER                    PIC X(17)
002800         VALUE "  SEALING PERIOD ".
002810     05  GAS-H2-PERIOD             PIC 9(06).
002820     05  FILLER                    PIC X(37)  VALUE SPACES.
002830*
002840 01  GAS-HEADING-3.
002850     05  FILLER                    PIC X(01)  VALUE SPACES.
002860     05  FILLER                    PIC X(11)  VALUE "SEQUENCE".
002870     05  FILLER                    PIC X(10)  VALUE "RUN DATE".
002880     05  FILLER                    PIC X(10)  VALUE "JOB".
002890     05  FILLER                    PIC X(11)  VALUE "DISPOSITN".
002900     05  FILLER                    PIC X(37)  VALUE "EXCEPTION".
002910*
002920*    ONE LINE PER ROW THAT FAILS A CHECK.  THE NAME IS LEFT OFF -
002930*    THE SEQUENCE NUMBER FINDS THE ROW.
002940 01  GAS-EXCEPTION-LINE.
002950     05  FILLER                    PIC X(01)  VALUE SPACES.
002960     05  GAS-EL-SEQUENCE-NO        PIC X(09).
002970     05  FILLER                    PIC X(02)  VALUE SPACES.
002980     05  GAS-EL-RUN-DATE           PIC X(08).
002990     05  FILLER                    PIC X(02)  VALUE SPACES.
003000     05  GAS-EL-JOB-NAME           PIC X(08).
003010     05  FILLER                    PIC X(02)  VALUE SPACES.
003020     05  GAS-EL-DISPOSITION        PIC X(09).
003030     05  FILLER                    PIC X(02)  VALUE SPACES.
003040     05  GAS-EL-REASON             PIC X(27).
003050     05  GAS-EL-COUNT              PIC X(10).
003060*
003070 77  GAS-EDIT-COUNT                PIC Z(08)9.
003080*
003090*    END-OF-TRAIL FINDINGS AND THE SEAL ITSELF, AS TEXT.
003100 01  GAS-MESSAGE-LINE.
003110     05  FILLER                    PIC X(05)  VALUE SPACES.
003120     05  GAS-ML-TEXT               PIC X(75).
003130*
003140 01  GAS-TOTAL-LINE.
003150     05  FILLER                    PIC X(05)  VALUE SPACES.
003160     05  GAS-TTL-LABEL             PIC X(34).
003170     05  GAS-TTL-VALUE             PIC ZZZZZZZZ9.
003180     05  FILLER                    PIC X(32)  VALUE SPACES.
003190*
003200*----------------------------------------------------------------
003210* LINKAGE SECTION - THE JCL PARM FIELD: THE MONTH TO SEAL,
003220* YYYYMM, RIGHT OUT OF THE EXEC PARM=.
003230*----------------------------------------------------------------
003240 LINKAGE SECTION.
003250*
003260 01  GAS-JCL-PARM.
003270     05  GAS-PARM-LENGTH           PIC S9(04) COMP.
003280     05  GAS-PARM-DATA             PIC X(06).
003290*
003300 PROCEDURE DIVISION USING GAS-JCL-PARM.
003310*
003320*----------------------------------------------------------------
003330 0000-MAIN-PROCEDURE.
003340*----------------------------------------------------------------
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     PERFORM 2000-CHECK-AUDIT-ROW THRU 2000-EXIT
003370         UNTIL GAS-END-OF-TRAIL.
003380     PERFORM 3000-CHECK-TRAIL-END THRU 3000-EXIT.
003390     IF GAS-EXCEPTION-COUNT = ZERO
003400         PERFORM 4000-SEAL-PERIOD THRU 4000-EXIT
003410     END-IF.
003420     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003440     STOP RUN.
003450*
003460*----------------------------------------------------------------
003470 1000-INITIALIZE.
003480*----------------------------------------------------------------
003483     ACCEPT GAS-RUN-DATE FROM DATE YYYYMMDD.
003486     ACCEPT GAS-RUN-TIME FROM TIME.
003490     PERFORM 1005-EDIT-PARM THRU 1005-EXIT.
003500     PERFORM 1010-CHECK-GREETING-RUN THRU 1010-EXIT.
003510     PERFORM 1020-READ-CHAIN-CONTROL THRU 1020-EXIT.
003520*
003530     OPEN INPUT GREETAUD-FILE.
003540     IF GAS-GREETAUD-STATUS NOT = "00"
003550         DISPLAY "GREETAUD OPEN FAILED - STATUS "
003560             GAS-GREETAUD-STATUS
003570         MOVE 12 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     OPEN OUTPUT GREETASR-FILE.
003610*
003640     MOVE GAS-RD-MONTH TO GAS-RDE-MONTH.
003650     MOVE GAS-RD-DAY   TO GAS-RDE-DAY.
003660     MOVE GAS-RD-YEAR  TO GAS-RDE-YEAR.
003670     MOVE GAS-RUN-DATE-EDIT TO GAS-H2-RUN-DATE.
003680     MOVE GAS-PERIOD-NUMBER TO GAS-H2-PERIOD.
003690     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003700*
003710*    THE PERIOD OPENS ONE ROW PAST THE LAST SEAL, CHAINED FROM
003720*    THAT SEAL'S CLOSING CHAIN CHECK.
003730     MOVE GAS-OPEN-SEQUENCE-NO TO GAS-HIGH-SEQUENCE-NO.
003740     MOVE GAS-OPEN-CHAIN-CHECK TO GAS-HIGH-CHAIN-CHECK.
003750*
003760     PERFORM 2900-READ-TRAIL THRU 2900-EXIT.
003770*
003780 1000-EXIT.
003790     EXIT.
003800*
003810*----------------------------------------------------------------
003820 1005-EDIT-PARM.
003830*----------------------------------------------------------------
003840*    A SEAL CLOSES ONE MONTH FOR GOOD - WITHOUT AN EXACT YYYYMM
003850*    TO NAME IT BY, IT STOPS RATHER THAN GUESS.
003860     MOVE "Y" TO GAS-PARM-VALID-SW.
003870     IF GAS-PARM-LENGTH NOT = LENGTH OF GAS-PARM-DATA
003880         MOVE "N" TO GAS-PARM-VALID-SW
003890     ELSE
003900         IF GAS-PARM-DATA IS NOT NUMERIC
003910             MOVE "N" TO GAS-PARM-VALID-SW
003920         ELSE
003930             MOVE GAS-PARM-DATA TO GAS-PERIOD-PARM
003940             IF GAS-PP-MONTH < 1 OR GAS-PP-MONTH > 12
003950                 MOVE "N" TO GAS-PARM-VALID-SW
003960             END-IF
003970         END-IF
003980     END-IF.
003990*
004000     IF NOT GAS-PARM-IS-VALID
004010         DISPLAY "MISSING OR INVALID PERIOD PARM (YYYYMM) - RUN "
004020             "STOPPED"
004021         MOVE 12 TO RETURN-CODE
004022         STOP RUN
004023     END-IF.
004024*
004025*    NOR IS A MONTH SEALED BEFORE IT HAS EVEN BEGUN.
004026     IF GAS-PARM-DATA > GAS-RUN-DATE (1:6)
004027         DISPLAY "PERIOD " GAS-PARM-DATA " IS LATER THAN THE "
004028             "CURRENT MONTH - RUN STOPPED"
004030         MOVE 12 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060*
004070 1005-EXIT.
004080     EXIT.
004090*
004100*----------------------------------------------------------------
004110 1010-CHECK-GREETING-RUN.
004120*----------------------------------------------------------------
004130*    A GREET-USER RUN IN FLIGHT IS STILL ADDING ROWS TO THE
004140*    TRAIL - SEALING UNDER IT WOULD CLOSE THE PERIOD IN THE
004150*    MIDDLE OF A RUN.  NO DATASET MEANS NO RUN HAS EVER BEEN
004160*    REGISTERED.
004170     OPEN INPUT GREETCTL-FILE.
004180     IF GAS-GREETCTL-STATUS = "00"
004190         READ GREETCTL-FILE
004200             AT END
004210                 CONTINUE
004220             NOT AT END
004230                 IF GC-RUN-IN-FLIGHT
004240                     DISPLAY "GREETING RUN " GC-RUN-NUMBER
004250                         " REGISTERED IN-FLIGHT SINCE "
004260                         GC-START-DATE " " GC-START-TIME
004270                     DISPLAY "SEAL NOT RUN - RESTART ONCE THE "
004280                         "GREETING RUN HAS ENDED"
004290                     MOVE 12 TO RETURN-CODE
004300                     CLOSE GREETCTL-FILE
004310                     STOP RUN
004320                 END-IF
004330         END-READ
004340         CLOSE GREETCTL-FILE
004350     END-IF.
004360*
004370 1010-EXIT.
004380     EXIT.
004390*
004400*----------------------------------------------------------------
004410 1020-READ-CHAIN-CONTROL.
004420*----------------------------------------------------------------
004430*    TAKE WHERE THE LAST SEAL LEFT OFF AND WHERE THE CHAIN
004440*    STANDS NOW.  THE FILE IS NOT HELD OPEN WHILE THE TRAIL IS
004450*    READ - THE WALK-IN DESK MAY STILL CHAIN ROWS ONTO IT.
004460     OPEN INPUT GREETACH-FILE.
004470     IF GAS-GREETACH-STATUS = "35"
004480         DISPLAY "NO GREETACH CHAIN CONTROL RECORD - NO AUDIT "
004490             "ROW HAS BEEN CHAINED, NOTHING TO SEAL"
004500         MOVE 12 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530     IF GAS-GREETACH-STATUS NOT = "00"
004540         DISPLAY "GREETACH OPEN FAILED - STATUS "
004550             GAS-GREETACH-STATUS
004560         MOVE 12 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     READ GREETACH-FILE
004600         AT END
004610             DISPLAY "GREETACH CONTROL RECORD MISSING - RUN "
004620                 "STOPPED"
004630             MOVE 12 TO RETURN-CODE
004640             STOP RUN
004650     END-READ.
004660     CLOSE GREETACH-FILE.
004670*
004680*    PERIODS ARE SEALED ONCE, IN ORDER.
004690     IF GZ-PERIOD NOT < GAS-PERIOD-NUMBER
004700         DISPLAY "PERIOD " GAS-PERIOD-NUMBER " IS NOT AFTER "
004710             "THE LAST PERIOD SEALED (" GZ-PERIOD ") - RUN "
004720             "STOPPED"
004730         MOVE 12 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760*
004770     MOVE GZ-OPEN-SEQUENCE-NO TO GAS-OPEN-SEQUENCE-NO.
004780     MOVE GZ-OPEN-CHAIN-CHECK TO GAS-OPEN-CHAIN-CHECK.
004790     MOVE GZ-LAST-SEQUENCE-NO TO GAS-CTL-LAST-SEQUENCE-NO.
004800     MOVE GZ-LAST-CHAIN-CHECK TO GAS-CTL-LAST-CHAIN-CHECK.
004810     MOVE GZ-SUPPRESS-COUNT   TO GAS-CTL-SUPPRESS-COUNT.
004820     MOVE GZ-BACKEDOUT-COUNT  TO GAS-CTL-BACKEDOUT-COUNT.
004830*
004840 1020-EXIT.
004850     EXIT.
004860*
004870*----------------------------------------------------------------
004880 2000-CHECK-AUDIT-ROW.
004890*----------------------------------------------------------------
004891*    THE PERIOD ENDS AT THE FIRST ROW DATED AFTER IT.  THAT
004892*    ROW AND EVERY ROW BEHIND IT ARE LEFT UNCHECKED AND UNSEALED
004893*    - THEY ARE CARRIED TO THE NEXT PERIOD WITH ANY ROW GREETACH
004894*    ISSUED AFTER THE TRAIL ENDS.
004895     IF GA-RUN-DATE (1:6) > GAS-PERIOD-PARM
004896         SET GAS-END-OF-TRAIL TO TRUE
004897         GO TO 2000-EXIT
004898     END-IF.
004900     ADD 1 TO GAS-ROWS-READ.
004910     IF GA-SEQUENCE-NO IS NOT NUMERIC
004920        OR GA-SEQUENCE-NO = ZERO
004930         PERFORM 2100-CHECK-UNSEQUENCED THRU 2100-EXIT
004940     ELSE
004950         PERFORM 2200-CHECK-SEQUENCED THRU 2200-EXIT
004960     END-IF.
004970*
004980     PERFORM 2900-READ-TRAIL THRU 2900-EXIT.
004990*
005000 2000-EXIT.
005010     EXIT.
005020*
005030*----------------------------------------------------------------
005040 2100-CHECK-UNSEQUENCED.
005050*----------------------------------------------------------------
005060*    A ROW WITH NO SEQUENCE NUMBER WAS WRITTEN BEFORE ROWS WERE
005070*    CHAINED.  THAT IS ONLY POSSIBLE AHEAD OF THE FIRST CHAINED
005080*    ROW OF THE FIRST PERIOD EVER SEALED; ANYWHERE ELSE IT IS A
005090*    ROW SOMEONE ADDED BY HAND.
005100     IF GAS-OPEN-SEQUENCE-NO = ZERO
005110        AND GAS-SEQUENCED-COUNT = ZERO
005120         ADD 1 TO GAS-UNSEQUENCED-COUNT
005130         GO TO 2100-EXIT
005140     END-IF.
005150     MOVE "UNSEQUENCED ROW" TO GAS-EL-REASON.
005160     MOVE SPACES TO GAS-EL-COUNT.
005170     PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT.
005180*
005190 2100-EXIT.
005200     EXIT.
005210*
005220*----------------------------------------------------------------
005230 2200-CHECK-SEQUENCED.
005240*----------------------------------------------------------------
005250     ADD 1 TO GAS-SEQUENCED-COUNT.
005260     IF GA-DISPOSITION = "SUPPRESS "
005270         ADD 1 TO GAS-SUPPRESS-COUNT
005280     END-IF.
005290     IF GA-DISPOSITION = "BACKEDOUT"
005300         ADD 1 TO GAS-BACKEDOUT-COUNT
005310     END-IF.
005320*
005330*    AN ERASED ROW NO LONGER HOLDS THE NAME AND ID ITS NAME
005340*    CHECK WAS TAKEN FROM - IT IS COUNTED, NOT RECOMPUTED.  ITS
005350*    CHAIN CHECK IS STILL GOOD.
005360     IF GA-NAME = GAS-ERASED-NAME
005370        AND GA-VISITOR-ID IS NUMERIC
005380        AND GA-VISITOR-ID = ZERO
005390         ADD 1 TO GAS-ERASED-COUNT
005400     ELSE
005410         PERFORM 2300-COMPUTE-NAME-CHECK THRU 2300-EXIT
005420         IF GA-NAME-CHECK IS NOT NUMERIC
005430            OR GA-NAME-CHECK NOT = GCK-NAME-CHECK
005440             MOVE "NAME OR VISITOR ID ALTERED" TO GAS-EL-REASON
005450             MOVE SPACES TO GAS-EL-COUNT
005460             PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
005470         END-IF
005480     END-IF.
005490*
005500     IF GA-SEQUENCE-NO NOT > GAS-OPEN-SEQUENCE-NO
005510         MOVE "ROW OF AN EARLIER PERIOD" TO GAS-EL-REASON
005520         MOVE SPACES TO GAS-EL-COUNT
005530         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
005540         GO TO 2200-EXIT
005550     END-IF.
005560     IF GA-SEQUENCE-NO NOT > GAS-HIGH-SEQUENCE-NO
005570         MOVE "OUT OF ORDER OR REPEATED" TO GAS-EL-REASON
005580         MOVE SPACES TO GAS-EL-COUNT
005590         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
005600         GO TO 2200-EXIT
005610     END-IF.
005620*
005630     ADD 1 GAS-HIGH-SEQUENCE-NO GIVING GAS-NEXT-SEQUENCE-NO.
005640     IF GA-SEQUENCE-NO > GAS-NEXT-SEQUENCE-NO
005650         COMPUTE GAS-MISSING-COUNT =
005660             GA-SEQUENCE-NO - GAS-NEXT-SEQUENCE-NO
005670         MOVE GAS-MISSING-COUNT TO GAS-EDIT-COUNT
005680         MOVE "GAP - ROWS MISSING BEFORE:" TO GAS-EL-REASON
005690         MOVE GAS-EDIT-COUNT TO GAS-EL-COUNT
005700         PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
005710     ELSE
005720         MOVE GAS-HIGH-CHAIN-CHECK TO GCK-PRIOR-CHAIN
005730         PERFORM 2310-COMPUTE-CHAIN-CHECK THRU 2310-EXIT
005740         IF GA-CHAIN-CHECK IS NOT NUMERIC
005750            OR GA-CHAIN-CHECK NOT = GCK-CHAIN-CHECK
005760             MOVE "ROW ALTERED - CHAIN BROKEN" TO GAS-EL-REASON
005770             MOVE SPACES TO GAS-EL-COUNT
005780             PERFORM 7200-PRINT-EXCEPTION THRU 7200-EXIT
005790         END-IF
005800     END-IF.
005810*
005820*    THE NEXT ROW CHAINS FROM THIS ONE AS IT STANDS ON THE
005830*    TRAIL, SO ONE ALTERED ROW IS REPORTED ONCE, NOT AS EVERY
005840*    ROW AFTER IT.
005850     MOVE GA-SEQUENCE-NO TO GAS-HIGH-SEQUENCE-NO.
005860     IF GA-CHAIN-CHECK IS NUMERIC
005870         MOVE GA-CHAIN-CHECK TO GAS-HIGH-CHAIN-CHECK
005880     ELSE
005890         MOVE ZERO TO GAS-HIGH-CHAIN-CHECK
005900     END-IF.
005910*
005920 2200-EXIT.
005930     EXIT.
005940*
005950*----------------------------------------------------------------
005960 2300-COMPUTE-NAME-CHECK.
005970*----------------------------------------------------------------
005980*    NAME CHECK OF THE ROW IN GREET-AUDIT-RECORD, LEFT IN
005990*    GCK-NAME-CHECK.  SEE GREETCHK FOR WHAT IS FOLDED AND HOW.
006000     MOVE GA-NAME           TO GCK-NI-NAME.
006010     MOVE GA-VISITOR-ID     TO GCK-NI-VISITOR-ID.
006020     MOVE GA-SEQUENCE-NO    TO GCK-NI-SEQUENCE-NO.
006030     MOVE GCK-NAME-IMAGE    TO GCK-FOLD-IMAGE.
006040     MOVE LENGTH OF GCK-NAME-IMAGE TO GCK-FOLD-LENGTH.
006050     PERFORM 2320-FOLD-IMAGE THRU 2320-EXIT.
006060     MOVE GCK-FOLD-VALUE    TO GCK-NAME-CHECK.
006070*
006080 2300-EXIT.
006090     EXIT.
006100*
006110*----------------------------------------------------------------
006120 2310-COMPUTE-CHAIN-CHECK.
006130*----------------------------------------------------------------
006140*    CHAIN CHECK OF THE ROW IN GREET-AUDIT-RECORD, CHAINED FROM
006150*    GCK-PRIOR-CHAIN AND TAKING THE NAME CHECK AS IT STANDS ON THE
006160*    ROW, LEFT IN GCK-CHAIN-CHECK.
006170     MOVE GCK-PRIOR-CHAIN   TO GCK-RI-PRIOR-CHAIN.
006180     MOVE GA-SEQUENCE-NO    TO GCK-RI-SEQUENCE-NO.
006190     MOVE GA-JOB-NAME       TO GCK-RI-JOB-NAME.
006200     MOVE GA-OPERATOR-ID    TO GCK-RI-OPERATOR-ID.
006210     MOVE GA-RUN-DATE       TO GCK-RI-RUN-DATE.
006220     MOVE GA-RUN-TIME       TO GCK-RI-RUN-TIME.
006230     MOVE GA-DISPOSITION    TO GCK-RI-DISPOSITION.
006240     MOVE GA-SITE-CODE      TO GCK-RI-SITE-CODE.
006250     MOVE GA-LANG-CODE      TO GCK-RI-LANG-CODE.
006260     MOVE GA-DEPARTMENT     TO GCK-RI-DEPARTMENT.
006270     MOVE GA-NAME-CHECK     TO GCK-RI-NAME-CHECK.
006280     MOVE GCK-ROW-IMAGE     TO GCK-FOLD-IMAGE.
006290     MOVE LENGTH OF GCK-ROW-IMAGE TO GCK-FOLD-LENGTH.
006300     PERFORM 2320-FOLD-IMAGE THRU 2320-EXIT.
006310     MOVE GCK-FOLD-VALUE    TO GCK-CHAIN-CHECK.
006320*
006330 2310-EXIT.
006340     EXIT.
006350*
006360*----------------------------------------------------------------
006370 2320-FOLD-IMAGE.
006380*----------------------------------------------------------------
006390     MOVE ZERO TO GCK-FOLD-VALUE.
006400     PERFORM 2330-FOLD-ONE-CHAR THRU 2330-EXIT
006410         VARYING GCK-FOLD-SUB FROM 1 BY 1
006420         UNTIL GCK-FOLD-SUB > GCK-FOLD-LENGTH.
006430*
006440 2320-EXIT.
006450     EXIT.
006460*
006470*----------------------------------------------------------------
006480 2330-FOLD-ONE-CHAR.
006490*----------------------------------------------------------------
006500     MOVE ZERO TO GCK-BYTE-VALUE.
006510     MOVE GCK-FOLD-IMAGE (GCK-FOLD-SUB : 1) TO GCK-BYTE.
006520     COMPUTE GCK-FOLD-WORK = GCK-FOLD-VALUE * GCK-FOLD-MULTIPLIER
006530                           + GCK-BYTE-VALUE + GCK-FOLD-SUB.
006540     DIVIDE GCK-FOLD-WORK BY GCK-FOLD-MODULUS
006550         GIVING GCK-FOLD-QUOTIENT REMAINDER GCK-FOLD-VALUE.
006560*
006570 2330-EXIT.
006580     EXIT.
006590*
006600*
006610*----------------------------------------------------------------
006620 2900-READ-TRAIL.
006630*----------------------------------------------------------------
006640     READ GREETAUD-FILE
006650         AT END
006660             SET GAS-END-OF-TRAIL TO TRUE
006670     END-READ.
006680*
006690 2900-EXIT.
006700     EXIT.
006710*
006720*----------------------------------------------------------------
006730 3000-CHECK-TRAIL-END.
006740*----------------------------------------------------------------
006750*    THE TRAIL HAS TO REACH AS FAR AS THE LAST ROW IT HOLDS WAS
006760*    ISSUED BY THE CHAIN CONTROL RECORD AND NO FURTHER, AND THAT
006770*    LAST ROW HAS TO CARRY THE CHAIN CHECK THE CONTROL RECORD
006780*    HOLDS FOR IT.  ROWS THE CONTROL RECORD ISSUED AFTER THE
006790*    TRAIL ENDS (A WALK-IN ON THE FIRST OF THE MONTH) ARE LEFT
006800*    TO THE NEXT PERIOD.
006810     MOVE SPACES TO GREETASR-LINE.
006820     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
006830*
006840     IF GAS-SEQUENCED-COUNT = ZERO
006850         MOVE "NO CHAINED ROWS ON THE TRAIL - NOTHING TO SEAL"
006860             TO GAS-ML-TEXT
006870         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006880         GO TO 3000-EXIT
006890     END-IF.
006900*
006910     IF GAS-HIGH-SEQUENCE-NO > GAS-CTL-LAST-SEQUENCE-NO
006920         MOVE "TRAIL RUNS PAST THE LAST ROW GREETACH ISSUED"
006930             TO GAS-ML-TEXT
006940         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
006950         GO TO 3000-EXIT
006960     END-IF.
006970*
006980     IF GAS-HIGH-SEQUENCE-NO = GAS-CTL-LAST-SEQUENCE-NO
006990         IF GAS-HIGH-CHAIN-CHECK NOT = GAS-CTL-LAST-CHAIN-CHECK
007000             MOVE "LAST ROW DOES NOT MATCH THE GREETACH CHAIN "
007010                 TO GAS-ML-TEXT
007020             PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
007030         END-IF
007040         IF GAS-SUPPRESS-COUNT NOT = GAS-CTL-SUPPRESS-COUNT
007050             MOVE "SUPPRESS ROWS DO NOT AGREE WITH GREETACH"
007060                 TO GAS-ML-TEXT
007070             PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
007080         END-IF
007090         IF GAS-BACKEDOUT-COUNT NOT = GAS-CTL-BACKEDOUT-COUNT
007100             MOVE "BACKEDOUT ROWS DO NOT AGREE WITH GREETACH"
007110                 TO GAS-ML-TEXT
007120             PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
007130         END-IF
007140         GO TO 3000-EXIT
007150     END-IF.
007160*
007170*    ROWS CARRIED TO THE NEXT PERIOD MAY HOLD SUPPRESS OR
007180*    BACKEDOUT ROWS OF THEIR OWN, SO THE TRAIL MAY SHOW FEWER
007190*    THAN GREETACH HAS COUNTED BUT NEVER MORE.
007200     IF GAS-SUPPRESS-COUNT > GAS-CTL-SUPPRESS-COUNT
007210         MOVE "SUPPRESS ROWS DO NOT AGREE WITH GREETACH"
007220             TO GAS-ML-TEXT
007230         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
007240     END-IF.
007250     IF GAS-BACKEDOUT-COUNT > GAS-CTL-BACKEDOUT-COUNT
007260         MOVE "BACKEDOUT ROWS DO NOT AGREE WITH GREETACH"
007270             TO GAS-ML-TEXT
007280         PERFORM 7400-PRINT-FINDING THRU 7400-EXIT
007290     END-IF.
007300     MOVE GAS-CTL-LAST-SEQUENCE-NO TO GAS-CARRIED-COUNT.
007310     SUBTRACT GAS-HIGH-SEQUENCE-NO FROM GAS-CARRIED-COUNT.
007320*
007330 3000-EXIT.
007340     EXIT.
007350*
007360*----------------------------------------------------------------
007370 4000-SEAL-PERIOD.
007380*----------------------------------------------------------------
007390*    THE SEAL RECORD GOES ON THE HISTORY FIRST; ONLY THEN IS
007400*    THE CHAIN CONTROL RECORD MOVED UP TO OPEN THE NEXT PERIOD
007410*    WHERE THIS ONE CLOSES.  THE FIRST SEAL FINDS NO HISTORY
007420*    DATASET YET AND CREATES IT.
007430     OPEN EXTEND GREETASL-FILE.
007440     IF GAS-GREETASL-STATUS = "35"
007450         OPEN OUTPUT GREETASL-FILE
007460     END-IF.
007470     IF GAS-GREETASL-STATUS NOT = "00"
007480         DISPLAY "GREETASL OPEN FAILED - STATUS "
007490             GAS-GREETASL-STATUS " - PERIOD NOT SEALED"
007500         MOVE 12 TO RETURN-CODE
007510         STOP RUN
007520     END-IF.
007530     MOVE SPACES                TO GREETASL-RECORD.
007540     MOVE GAS-PERIOD-NUMBER     TO GSL-PERIOD.
007550     MOVE GAS-OPEN-SEQUENCE-NO  TO GSL-OPEN-SEQUENCE-NO.
007560     MOVE GAS-OPEN-CHAIN-CHECK  TO GSL-OPEN-CHAIN-CHECK.
007570     MOVE GAS-HIGH-SEQUENCE-NO  TO GSL-LAST-SEQUENCE-NO.
007580     MOVE GAS-HIGH-CHAIN-CHECK  TO GSL-LAST-CHAIN-CHECK.
007590     MOVE GAS-SEQUENCED-COUNT   TO GSL-ROW-COUNT.
007600     MOVE GAS-SUPPRESS-COUNT    TO GSL-SUPPRESS-COUNT.
007610     MOVE GAS-BACKEDOUT-COUNT   TO GSL-BACKEDOUT-COUNT.
007620     MOVE GAS-UNSEQUENCED-COUNT TO GSL-UNSEQUENCED-COUNT.
007630     MOVE GAS-RUN-DATE          TO GSL-LAST-DATE.
007640     MOVE GAS-RUN-TIME          TO GSL-LAST-TIME.
007650     MOVE GAS-JOB-NAME          TO GSL-LAST-JOB.
007660     SET GSL-PERIOD-SEALED TO TRUE.
007670     WRITE GREETASL-RECORD.
007680     CLOSE GREETASL-FILE.
007690*
007700*    RE-READ THE CONTROL RECORD - A ROW CHAINED SINCE IT WAS
007710*    FIRST READ MUST NOT BE LOST FROM IT.
007720     OPEN I-O GREETACH-FILE.
007730     IF GAS-GREETACH-STATUS NOT = "00"
007740         DISPLAY "GREETACH OPEN FAILED - STATUS "
007750             GAS-GREETACH-STATUS " - SEAL RECORD WRITTEN, "
007760             "CHAIN CONTROL NOT MOVED UP"
007770         MOVE 12 TO RETURN-CODE
007780         STOP RUN
007790     END-IF.
007800     READ GREETACH-FILE
007810         AT END
007820             DISPLAY "GREETACH CONTROL RECORD MISSING - SEAL "
007830                 "RECORD WRITTEN, CHAIN CONTROL NOT MOVED UP"
007840             MOVE 12 TO RETURN-CODE
007850             STOP RUN
007860     END-READ.
007870     MOVE GAS-PERIOD-NUMBER    TO GZ-PERIOD.
007880     MOVE GAS-HIGH-SEQUENCE-NO TO GZ-OPEN-SEQUENCE-NO.
007890     MOVE GAS-HIGH-CHAIN-CHECK TO GZ-OPEN-CHAIN-CHECK.
007900     SUBTRACT GAS-SEQUENCED-COUNT FROM GZ-ROW-COUNT.
007910     SUBTRACT GAS-SUPPRESS-COUNT  FROM GZ-SUPPRESS-COUNT.
007920     SUBTRACT GAS-BACKEDOUT-COUNT FROM GZ-BACKEDOUT-COUNT.
007930     REWRITE GREETACH-RECORD.
007940     CLOSE GREETACH-FILE.
007950*
007960     PERFORM 7500-PRINT-SEAL THRU 7500-EXIT.
007970*
007980 4000-EXIT.
007990     EXIT.
008000*
008010*----------------------------------------------------------------
008020 7000-PRINT-HEADINGS.
008030*----------------------------------------------------------------
008040     ADD 1 TO GAS-PAGE-COUNT.
008050     MOVE GAS-PAGE-COUNT TO GAS-H1-PAGE.
008060     MOVE ZERO TO GAS-LINE-COUNT.
008070*
008080     IF GAS-PAGE-COUNT > 1
008090         WRITE GREETASR-LINE FROM GAS-HEADING-1
008100             AFTER ADVANCING PAGE
008110     ELSE
008120         WRITE GREETASR-LINE FROM GAS-HEADING-1
008130     END-IF.
008140     WRITE GREETASR-LINE FROM GAS-HEADING-2.
008150     MOVE SPACES TO GREETASR-LINE.
008160     WRITE GREETASR-LINE.
008170     WRITE GREETASR-LINE FROM GAS-HEADING-3.
008180*
008190 7000-EXIT.
008200     EXIT.
008210*
008220*----------------------------------------------------------------
008230 7200-PRINT-EXCEPTION.
008240*----------------------------------------------------------------
008250     ADD 1 TO GAS-EXCEPTION-COUNT.
008260     MOVE GA-SEQUENCE-NO TO GAS-EL-SEQUENCE-NO.
008270     MOVE GA-RUN-DATE    TO GAS-EL-RUN-DATE.
008280     MOVE GA-JOB-NAME    TO GAS-EL-JOB-NAME.
008290     MOVE GA-DISPOSITION TO GAS-EL-DISPOSITION.
008300     MOVE GAS-EXCEPTION-LINE TO GREETASR-LINE.
008310     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008320*
008330 7200-EXIT.
008340     EXIT.
008350*
008360*----------------------------------------------------------------
008370 7300-PRINT-LINE.
008380*----------------------------------------------------------------
008390     IF GAS-LINE-COUNT NOT < GAS-LINES-PER-PAGE
008400         MOVE GREETASR-LINE TO GAS-MESSAGE-LINE
008410         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
008420         MOVE GAS-MESSAGE-LINE TO GREETASR-LINE
008430     END-IF.
008440     WRITE GREETASR-LINE.
008450     ADD 1 TO GAS-LINE-COUNT.
008460*
008470 7300-EXIT.
008480     EXIT.
008490*
008500*----------------------------------------------------------------
008510 7400-PRINT-FINDING.
008520*----------------------------------------------------------------
008530     ADD 1 TO GAS-EXCEPTION-COUNT.
008540     MOVE GAS-MESSAGE-LINE TO GREETASR-LINE.
008550     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008560*
008570 7400-EXIT.
008580     EXIT.
008590*
008600*----------------------------------------------------------------
008610 7500-PRINT-SEAL.
008620*----------------------------------------------------------------
008630*    THE SEAL AS IT WENT ON THE HISTORY - RETAINED WITH THE
008640*    MONTH-END PAPERS SO THE CLOSING CHAIN CHECK IS ALSO HELD
008650*    SOMEWHERE THE DATASETS CANNOT REACH.
008660     MOVE SPACES TO GREETASR-LINE.
008670     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008680     MOVE "PERIOD SEALED" TO GAS-ML-TEXT.
008690     MOVE GAS-MESSAGE-LINE TO GREETASR-LINE.
008700     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008710     ADD 1 GAS-OPEN-SEQUENCE-NO GIVING GAS-NEXT-SEQUENCE-NO.
008720     MOVE "FIRST SEQUENCE NUMBER:" TO GAS-TTL-LABEL.
008730     MOVE GAS-NEXT-SEQUENCE-NO TO GAS-TTL-VALUE.
008740     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
008750     MOVE "LAST SEQUENCE NUMBER:" TO GAS-TTL-LABEL.
008760     MOVE GAS-HIGH-SEQUENCE-NO TO GAS-TTL-VALUE.
008770     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
008780     MOVE "OPENING CHAIN CHECK:" TO GAS-TTL-LABEL.
008790     MOVE GAS-OPEN-CHAIN-CHECK TO GAS-TTL-VALUE.
008800     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
008810     MOVE "CLOSING CHAIN CHECK:" TO GAS-TTL-LABEL.
008820     MOVE GAS-HIGH-CHAIN-CHECK TO GAS-TTL-VALUE.
008830     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
008840*
008850 7500-EXIT.
008860     EXIT.
008870*
008880*----------------------------------------------------------------
008890 7600-PRINT-TOTAL.
008900*----------------------------------------------------------------
008910     MOVE GAS-TOTAL-LINE TO GREETASR-LINE.
008920     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
008930*
008940 7600-EXIT.
008950     EXIT.
008960*
008970*----------------------------------------------------------------
008980 8000-PRINT-TOTALS.
008990*----------------------------------------------------------------
009000     MOVE SPACES TO GREETASR-LINE.
009010     PERFORM 7300-PRINT-LINE THRU 7300-EXIT.
009020     MOVE "TRAIL ROWS READ:" TO GAS-TTL-LABEL.
009030     MOVE GAS-ROWS-READ TO GAS-TTL-VALUE.
009040     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009050     MOVE "CHAINED ROWS:" TO GAS-TTL-LABEL.
009060     MOVE GAS-SEQUENCED-COUNT TO GAS-TTL-VALUE.
009070     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009080     MOVE "ROWS WRITTEN BEFORE CHAINING:" TO GAS-TTL-LABEL.
009090     MOVE GAS-UNSEQUENCED-COUNT TO GAS-TTL-VALUE.
009100     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009110     MOVE "SUPPRESS ROWS:" TO GAS-TTL-LABEL.
009120     MOVE GAS-SUPPRESS-COUNT TO GAS-TTL-VALUE.
009130     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009140     MOVE "BACKEDOUT ROWS:" TO GAS-TTL-LABEL.
009150     MOVE GAS-BACKEDOUT-COUNT TO GAS-TTL-VALUE.
009160     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009170     MOVE "ERASED ROWS (NAME NOT RECHECKED):"
009180         TO GAS-TTL-LABEL.
009190     MOVE GAS-ERASED-COUNT TO GAS-TTL-VALUE.
009200     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009210     MOVE "ROWS CARRIED TO THE NEXT PERIOD:" TO GAS-TTL-LABEL.
009220     MOVE GAS-CARRIED-COUNT TO GAS-TTL-VALUE.
009230     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009240     MOVE "EXCEPTIONS:" TO GAS-TTL-LABEL.
009250     MOVE GAS-EXCEPTION-COUNT TO GAS-TTL-VALUE.
009260     PERFORM 7600-PRINT-TOTAL THRU 7600-EXIT.
009270*
009280*    A TRAIL THAT FAILS ANY CHECK IS LEFT UNSEALED FOR THE
009290*    SUPERVISOR - CONDITION CODE 8, SAME AS ANY OUT-OF-BALANCE.
009300     IF GAS-EXCEPTION-COUNT > ZERO
009310         MOVE SPACES TO GREETASR-LINE
009320         PERFORM 7300-PRINT-LINE THRU 7300-EXIT
009330         MOVE "PERIOD NOT SEALED - THE TRAIL FAILED THE CHECKS "
009340             TO GAS-ML-TEXT
009350         MOVE GAS-MESSAGE-LINE TO GREETASR-LINE
009360         PERFORM 7300-PRINT-LINE THRU 7300-EXIT
009370         DISPLAY "PERIOD " GAS-PERIOD-NUMBER " NOT SEALED - "
009380             GAS-EXCEPTION-COUNT " EXCEPTIONS, SEE GREETASR"
009390         MOVE 8 TO RETURN-CODE
009400     ELSE
009410         DISPLAY "PERIOD " GAS-PERIOD-NUMBER " SEALED AT "
009420             "SEQUENCE NUMBER " GAS-HIGH-SEQUENCE-NO
009430     END-IF.
009440*
009450 8000-EXIT.
009460     EXIT.
009470*
009480*----------------------------------------------------------------
009490 9000-TERMINATE.
009500*----------------------------------------------------------------
009510     CLOSE GREETAUD-FILE.
009520     CLOSE GREETASR-FILE.
009530*
009540 9000-EXIT.
009550     EXIT.
009560*
009570 END PROGRAM GREET-ASL.

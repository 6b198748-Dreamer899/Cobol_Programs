000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GREET-PIX.
000030 AUTHOR.        R MATTINGLY.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/2026 RM   INITIAL VERSION - REBUILDS AND VERIFIES THE
000120*                 GREETPHX PHONETIC INDEX AGAINST GREETMSTR.
000130*                 PARM "VERIFY" (OR NO PARM) ONLY CHECKS THE
000140*                 INDEX: EVERY MASTER ENTRY MUST HAVE ITS ROW
000150*                 WITH THE SAME NAME AND SOUND-ALIKE KEY, AND
000160*                 EVERY ROW MUST HAVE ITS MASTER ENTRY.  PARM
000170*                 "REBUILD" FIRST REPLACES THE INDEX WITH ONE
000180*                 BUILT FROM THE MASTER, THEN VERIFIES IT.  EVERY
000190*                 DIFFERENCE IS LISTED ON THE GREETPXR REPORT
000200*                 AND ENDS THE STEP CC 8.  THE RUN REFUSES TO
000210*                 START (CC 12) WHILE A GREETING RUN IS IN
000220*                 FLIGHT, AND ON ANY OTHER PARM.  RUN IT WITH
000230*                 PARM "REBUILD" ONCE BEFORE THE FIRST GREETING
000240*                 RUN THAT USES THE INDEX, AND WHENEVER GREETRCN
000250*                 REPORTS THE INDEX HAS DRIFTED.
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
000360     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS GM-VISITOR-ID
000400         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000410         FILE STATUS IS GPX-GREETMSTR-STATUS.
000420*
000430     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS GN-VISITOR-ID
000470         ALTERNATE RECORD KEY IS GN-SOUND-KEY WITH DUPLICATES
000480         FILE STATUS IS GPX-GREETPHX-STATUS.
000490*
000500     SELECT GREETCTL-FILE ASSIGN TO GREETCTL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS GPX-GREETCTL-STATUS.
000530*
000540     SELECT GREETPXR-FILE ASSIGN TO GREETPXR
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600*----------------------------------------------------------------
000610* GREETMSTR-FILE - INDEXED MASTER OF NAMES GREETED TO DATE, READ
000620* FRONT TO BACK IN VISITOR ID ORDER AND BY KEY FOR EACH ROW
000630*----------------------------------------------------------------
000640 FD  GREETMSTR-FILE.
000650 COPY GREETMST REPLACING
000660     ==GREET-MASTER-RECORD== BY ==GREETMSTR-RECORD==,
000670     ==GM-MR-NAME==
000680         BY ==GM-NAME==,
000690     ==GM-MR-FIRST-GREETED-DATE==
000700         BY ==GM-FIRST-GREETED-DATE==,
000710     ==GM-MR-LAST-ACTIVITY-DATE==
000720         BY ==GM-LAST-ACTIVITY-DATE==,
000730     ==GM-MR-VISITOR-ID==
000740         BY ==GM-VISITOR-ID==,
000750     ==GM-MR-ENTRY-STATUS==
000760         BY ==GM-ENTRY-STATUS==,
000770     ==GM-MR-ENTRY-GREETED==
000780         BY ==GM-ENTRY-GREETED==,
000790     ==GM-MR-ENTRY-WALK-IN==
000800         BY ==GM-ENTRY-WALK-IN==,
000810     ==GM-MR-ENTRY-REGISTERED==
000820         BY ==GM-ENTRY-REGISTERED==.
000830*
000840*----------------------------------------------------------------
000850* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER
000860* ENTRY, REPLACED FROM SCRATCH ON A REBUILD
000870*----------------------------------------------------------------
000880 FD  GREETPHX-FILE.
000890 COPY GREETPHX REPLACING
000900     ==GREET-PHONETIC-RECORD== BY ==GREETPHX-RECORD==,
000910     ==GN-PX-VISITOR-ID==
000920         BY ==GN-VISITOR-ID==,
000930     ==GN-PX-SOUND-KEY==
000940         BY ==GN-SOUND-KEY==,
000950     ==GN-PX-PHON-KEY==
000960         BY ==GN-PHON-KEY==,
000970     ==GN-PX-NAME==
000980         BY ==GN-NAME==.
000990*
001000*----------------------------------------------------------------
001010* GREETCTL-FILE - RUN-CONTROL RECORD, READ ONLY TO SEE WHETHER A
001020* GREETING RUN IS IN FLIGHT
001030*----------------------------------------------------------------
001040 FD  GREETCTL-FILE
001050     RECORDING MODE IS F.
001060 COPY GREETCTL REPLACING
001070     ==GREET-CONTROL-RECORD== BY ==GREETCTL-RECORD==,
001080     ==GC-RC-RUN-NUMBER==
001090         BY ==GC-RUN-NUMBER==,
001100     ==GC-RC-ROSTER-DATE==
001110         BY ==GC-ROSTER-DATE==,
001120     ==GC-RC-START-DATE==
001130         BY ==GC-START-DATE==,
001140     ==GC-RC-START-TIME==
001150         BY ==GC-START-TIME==,
001160     ==GC-RC-STOP-DATE==
001170         BY ==GC-STOP-DATE==,
001180     ==GC-RC-STOP-TIME==
001190         BY ==GC-STOP-TIME==,
001200     ==GC-RC-GREETED-COUNT==
001210         BY ==GC-GREETED-COUNT==,
001220     ==GC-RC-REJECT-COUNT==
001230         BY ==GC-REJECT-COUNT==,
001240     ==GC-RC-DUP-COUNT==
001250         BY ==GC-DUP-COUNT==,
001260     ==GC-RC-STATUS==
001270         BY ==GC-STATUS==,
001280     ==GC-RC-RUN-IN-FLIGHT==
001290         BY ==GC-RUN-IN-FLIGHT==,
001300     ==GC-RC-RUN-COMPLETE==
001310         BY ==GC-RUN-COMPLETE==,
001320     ==GC-RC-RUN-PARTIAL==
001330         BY ==GC-RUN-PARTIAL==,
001340     ==GC-RC-RUN-OUT-OF-BAL==
001350         BY ==GC-RUN-OUT-OF-BAL==.
001360*
001370*----------------------------------------------------------------
001380* GREETPXR-FILE - INDEX VERIFICATION REPORT PRINT OUTPUT
001390*----------------------------------------------------------------
001400 FD  GREETPXR-FILE
001410     RECORDING MODE IS F.
001420 01  GREETPXR-LINE                 PIC X(80).
001430*
001440 WORKING-STORAGE SECTION.
001450*
001460 01  GPX-SWITCHES.
001470     05  GPX-MODE-SW               PIC X(01)  VALUE "V".
001480         88  GPX-VERIFY-ONLY                   VALUE "V".
001490         88  GPX-REBUILD-FIRST                 VALUE "R".
001500     05  GPX-MSTR-EOF-SW           PIC X(01)  VALUE "N".
001510         88  GPX-END-OF-MASTER                 VALUE "Y".
001520     05  GPX-PHX-EOF-SW            PIC X(01)  VALUE "N".
001530         88  GPX-END-OF-INDEX                  VALUE "Y".
001540*
001550 77  GPX-GREETMSTR-STATUS          PIC X(02).
001560 77  GPX-GREETPHX-STATUS           PIC X(02).
001570 77  GPX-GREETCTL-STATUS           PIC X(02).
001580 77  GPX-MASTER-COUNT              PIC 9(08)  VALUE ZERO.
001590 77  GPX-INDEX-COUNT               PIC 9(08)  VALUE ZERO.
001600 77  GPX-WRITTEN-COUNT             PIC 9(08)  VALUE ZERO.
001610 77  GPX-MISSING-COUNT             PIC 9(08)  VALUE ZERO.
001620 77  GPX-MISMATCH-COUNT            PIC 9(08)  VALUE ZERO.
001630 77  GPX-ORPHAN-COUNT              PIC 9(08)  VALUE ZERO.
001640*
001650*    SOUND-ALIKE KEY WORK FIELDS - 2150-BUILD-PHONETIC-KEY READS
001660*    GPK-NAME AND LEAVES THE KEY IN GPK-KEY.
001670 COPY GREETPHK.
001680*
001690 01  GPX-RUN-DATE.
001700     05  GPX-RD-YEAR               PIC 9(04).
001710     05  GPX-RD-MONTH              PIC 9(02).
001720     05  GPX-RD-DAY                PIC 9(02).
001730*
001740 01  GPX-RUN-DATE-EDIT.
001750     05  GPX-RDE-MONTH             PIC 9(02).
001760     05  FILLER                    PIC X(01)  VALUE "/".
001770     05  GPX-RDE-DAY               PIC 9(02).
001780     05  FILLER                    PIC X(01)  VALUE "/".
001790     05  GPX-RDE-YEAR              PIC 9(04).
001800*
001810 01  GPX-COUNTERS.
001820     05  GPX-LINE-COUNT            PIC 9(02)  VALUE ZERO.
001830     05  GPX-PAGE-COUNT            PIC 9(03)  VALUE ZERO.
001840*
001850 01  GPX-LINES-PER-PAGE            PIC 9(02)  VALUE 40.
001860*
001870 01  GPX-HEADING-1.
001880     05  FILLER                    PIC X(22)  VALUE SPACES.
001890     05  FILLER                    PIC X(32)
001900         VALUE "GREETPHX PHONETIC INDEX CHECK".
001910     05  FILLER                    PIC X(06)  VALUE "PAGE ".
001920     05  GPX-H1-PAGE               PIC ZZ9.
001930     05  FILLER                    PIC X(17)  VALUE SPACES.
001940*
001950 01  GPX-HEADING-2.
001960     05  FILLER                    PIC X(10)  VALUE "RUN DATE: ".
001970     05  GPX-H2-RUN-DATE           PIC X(10).
001980     05  FILLER                    PIC X(04)  VALUE SPACES.
001990     05  FILLER                    PIC X(06)  VALUE "MODE: ".
002000     05  GPX-H2-MODE               PIC X(07).
002010     05  FILLER                    PIC X(43)  VALUE SPACES.
002020*
002030 01  GPX-HEADING-3.
002040     05  FILLER                    PIC X(12)  VALUE "VISITOR ID".
002050     05  FILLER                    PIC X(22)  VALUE "MASTER NAME".
002060     05  FILLER                    PIC X(22)  VALUE "INDEX NAME".
002070     05  FILLER                    PIC X(24)  VALUE "COMPLAINT".
002080*
002090 01  GPX-DETAIL-LINE.
002100     05  FILLER                    PIC X(02)  VALUE SPACES.
002110     05  GPX-DL-VISITOR-ID         PIC 9(08).
002120     05  FILLER                    PIC X(02)  VALUE SPACES.
002130     05  GPX-DL-MASTER-NAME        PIC X(20).
002140     05  FILLER                    PIC X(02)  VALUE SPACES.
002150     05  GPX-DL-INDEX-NAME         PIC X(20).
002160     05  FILLER                    PIC X(02)  VALUE SPACES.
002170     05  GPX-DL-COMPLAINT          PIC X(24).
002180*
002190 01  GPX-TOTAL-LINE.
002200     05  FILLER                    PIC X(05)  VALUE SPACES.
002210     05  GPX-TTL-LABEL             PIC X(30).
002220     05  GPX-TTL-VALUE             PIC ZZZZZZZ9.
002230     05  FILLER                    PIC X(37)  VALUE SPACES.
002240*
002250*----------------------------------------------------------------
002260* LINKAGE SECTION - THE JCL PARM FIELD: "REBUILD", "VERIFY", OR
002270* NOTHING (VERIFY), RIGHT OUT OF THE EXEC PARM=.
002280*----------------------------------------------------------------
002290 LINKAGE SECTION.
002300*
002310 01  GPX-JCL-PARM.
002320     05  GPX-PARM-LENGTH           PIC S9(04) COMP.
002330     05  GPX-PARM-DATA             PIC X(07).
002340*
002350 PROCEDURE DIVISION USING GPX-JCL-PARM.
002360*
002370*----------------------------------------------------------------
002380 0000-MAIN-PROCEDURE.
002390*----------------------------------------------------------------
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF GPX-REBUILD-FIRST
002420         PERFORM 2000-REBUILD-INDEX THRU 2000-EXIT
002430     END-IF.
002440     PERFORM 3000-VERIFY-INDEX THRU 3000-EXIT.
002450     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002470     STOP RUN.
002480*
002490*----------------------------------------------------------------
002500 1000-INITIALIZE.
002510*----------------------------------------------------------------
002520     PERFORM 1005-EDIT-PARM THRU 1005-EXIT.
002530     PERFORM 1050-CHECK-GREETING-RUN THRU 1050-EXIT.
002540*
002550     OPEN INPUT GREETMSTR-FILE.
002560     IF GPX-GREETMSTR-STATUS NOT = "00"
002570         DISPLAY "GREETMSTR OPEN FAILED - STATUS "
002580             GPX-GREETMSTR-STATUS
002590         MOVE 12 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN OUTPUT GREETPXR-FILE.
002630*
002640     ACCEPT GPX-RUN-DATE FROM DATE YYYYMMDD.
002650     MOVE GPX-RD-MONTH TO GPX-RDE-MONTH.
002660     MOVE GPX-RD-DAY   TO GPX-RDE-DAY.
002670     MOVE GPX-RD-YEAR  TO GPX-RDE-YEAR.
002680     MOVE GPX-RUN-DATE-EDIT TO GPX-H2-RUN-DATE.
002690     IF GPX-REBUILD-FIRST
002700         MOVE "REBUILD" TO GPX-H2-MODE
002710     ELSE
002720         MOVE "VERIFY " TO GPX-H2-MODE
002730     END-IF.
002740*
002750     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
002760*
002770 1000-EXIT.
002780     EXIT.
002790*
002800*----------------------------------------------------------------
002810 1005-EDIT-PARM.
002820*----------------------------------------------------------------
002830*    NO PARM AT ALL IS A VERIFY - IT CHANGES NOTHING.  ONLY THE
002840*    EXPLICIT "REBUILD" REPLACES THE INDEX; A MISTYPED PARM STOPS
002850*    BEFORE OPENING A SINGLE FILE RATHER THAN GUESS.
002860     IF GPX-PARM-LENGTH = ZERO
002870         GO TO 1005-EXIT
002880     END-IF.
002890     IF GPX-PARM-LENGTH = 7
002900        AND GPX-PARM-DATA = "REBUILD"
002910         SET GPX-REBUILD-FIRST TO TRUE
002920         GO TO 1005-EXIT
002930     END-IF.
002940     IF GPX-PARM-LENGTH = 6
002950        AND GPX-PARM-DATA (1 : 6) = "VERIFY"
002960         GO TO 1005-EXIT
002970     END-IF.
002980     DISPLAY "PARM MUST BE 'REBUILD' OR 'VERIFY' - RUN STOPPED".
002990     MOVE 12 TO RETURN-CODE.
003000     STOP RUN.
003010*
003020 1005-EXIT.
003030     EXIT.
003040*
003050*----------------------------------------------------------------
003060 1050-CHECK-GREETING-RUN.
003070*----------------------------------------------------------------
003080*    A GREETING RUN IN FLIGHT IS ADDING TO GREETMSTR AND GREETPHX
003090*    AS IT GOES - A REBUILD UNDER IT WOULD LOSE ITS ROWS AND A
003100*    VERIFY WOULD REPORT HALF-WRITTEN ENTRIES.  THE RUN STOPS, CC
003110*    12.  NO DATASET MEANS NO RUN HAS EVER BEEN REGISTERED.
003120     OPEN INPUT GREETCTL-FILE.
003130     IF GPX-GREETCTL-STATUS = "00"
003140         READ GREETCTL-FILE
003150             AT END
003160                 CONTINUE
003170             NOT AT END
003180                 IF GC-RUN-IN-FLIGHT
003190                     DISPLAY "GREETING RUN " GC-RUN-NUMBER
003200                         " REGISTERED IN-FLIGHT SINCE "
003210                         GC-START-DATE " " GC-START-TIME
003220                     DISPLAY "GREETPHX NOT CHECKED - RESUBMIT "
003230                         "ONCE THE GREETING RUN HAS ENDED"
003240                     MOVE 12 TO RETURN-CODE
003250                     CLOSE GREETCTL-FILE
003260                     STOP RUN
003270                 END-IF
003280         END-READ
003290         CLOSE GREETCTL-FILE
003300     END-IF.
003310*
003320 1050-EXIT.
003330     EXIT.
003340*
003350*----------------------------------------------------------------
003360 2000-REBUILD-INDEX.
003370*----------------------------------------------------------------
003380*    THE INDEX IS REPLACED FROM SCRATCH - ONE ROW PER MASTER
003390*    ENTRY, WRITTEN IN THE MASTER'S VISITOR ID ORDER.  THE NEW
003400*    FILE IS THEN VERIFIED LIKE ANY OTHER.
003410     OPEN OUTPUT GREETPHX-FILE.
003420     IF GPX-GREETPHX-STATUS NOT = "00"
003430         DISPLAY "GREETPHX OPEN FAILED - STATUS "
003440             GPX-GREETPHX-STATUS
003450         MOVE 12 TO RETURN-CODE
003460         PERFORM 9000-TERMINATE THRU 9000-EXIT
003470         STOP RUN
003480     END-IF.
003490*
003500     MOVE "N" TO GPX-MSTR-EOF-SW.
003510     READ GREETMSTR-FILE NEXT
003520         AT END
003530             SET GPX-END-OF-MASTER TO TRUE.
003540     PERFORM 2100-ADD-PHONETIC-ENTRY THRU 2100-EXIT
003550         UNTIL GPX-END-OF-MASTER.
003560*
003570     CLOSE GREETPHX-FILE.
003580     DISPLAY "GREETPHX REBUILT - ROWS WRITTEN: "
003590         GPX-WRITTEN-COUNT.
003600*
003610 2000-EXIT.
003620     EXIT.
003630*
003640*----------------------------------------------------------------
003650 2100-ADD-PHONETIC-ENTRY.
003660*----------------------------------------------------------------
003670     MOVE GM-NAME TO GPK-NAME.
003680     PERFORM 2150-BUILD-PHONETIC-KEY THRU 2150-EXIT.
003690     MOVE SPACES        TO GREETPHX-RECORD.
003700     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
003710     MOVE GPK-KEY       TO GN-PHON-KEY.
003720     MOVE GM-NAME       TO GN-NAME.
003730     WRITE GREETPHX-RECORD
003740         INVALID KEY
003750             DISPLAY "GREETPHX WRITE REFUSED AT " GM-VISITOR-ID
003760                 " - REBUILD STOPPED"
003770             MOVE 12 TO RETURN-CODE
003780             CLOSE GREETPHX-FILE
003790             PERFORM 9000-TERMINATE THRU 9000-EXIT
003800             STOP RUN
003810         NOT INVALID KEY
003820             ADD 1 TO GPX-WRITTEN-COUNT
003830     END-WRITE.
003840*
003850     READ GREETMSTR-FILE NEXT
003860         AT END
003870             SET GPX-END-OF-MASTER TO TRUE.
003880*
003890 2100-EXIT.
003900     EXIT.
003910*
003920*----------------------------------------------------------------
003930 2150-BUILD-PHONETIC-KEY.
003940*----------------------------------------------------------------
003950*    THE SAME SOUNDEX-STYLE KEY GREET-USER BUILDS - THE FIRST
003960*    LETTER, THEN UP TO SEVEN CONSONANT CODES ACROSS THE WHOLE
003970*    NAME, SPACES SKIPPED AND REPEATED CODES COLLAPSED.  EVERY
003980*    PROGRAM THAT KEYS GREETPHX MUST AGREE OR THE INDEX WOULD
003990*    STOP MATCHING - SEE GREETPHK.  RESULT LANDS IN GPK-KEY.
004000     MOVE SPACES TO GPK-KEY.
004010     MOVE SPACE  TO GPK-PRIOR-CODE.
004020     MOVE ZERO   TO GPK-POS.
004030     PERFORM 2160-CODE-ONE-CHAR THRU 2160-EXIT
004040         VARYING GPK-SUB FROM 1 BY 1
004050         UNTIL GPK-SUB > 20.
004060*
004070 2150-EXIT.
004080     EXIT.
004090*
004100*----------------------------------------------------------------
004110 2160-CODE-ONE-CHAR.
004120*----------------------------------------------------------------
004130     MOVE GPK-NAME (GPK-SUB : 1) TO GPK-CHAR.
004140     IF GPK-CHAR = SPACE
004150         GO TO 2160-EXIT
004160     END-IF.
004170     EVALUATE TRUE
004180         WHEN GPK-CHAR = "B" OR "F" OR "P" OR "V"
004190             MOVE "1" TO GPK-CODE
004200         WHEN GPK-CHAR = "C" OR "G" OR "J" OR "K" OR "Q"
004210              OR "S" OR "X" OR "Z"
004220             MOVE "2" TO GPK-CODE
004230         WHEN GPK-CHAR = "D" OR "T"
004240             MOVE "3" TO GPK-CODE
004250         WHEN GPK-CHAR = "L"
004260             MOVE "4" TO GPK-CODE
004270         WHEN GPK-CHAR = "M" OR "N"
004280             MOVE "5" TO GPK-CODE
004290         WHEN GPK-CHAR = "R"
004300             MOVE "6" TO GPK-CODE
004310         WHEN OTHER
004320             MOVE SPACE TO GPK-CODE
004330     END-EVALUATE.
004340*
004350     IF GPK-POS = ZERO
004360         MOVE 1 TO GPK-POS
004370         MOVE GPK-CHAR TO GPK-KEY (1 : 1)
004380         MOVE GPK-CODE TO GPK-PRIOR-CODE
004390         GO TO 2160-EXIT
004400     END-IF.
004410     IF GPK-CODE NOT = SPACE
004420        AND GPK-CODE NOT = GPK-PRIOR-CODE
004430        AND GPK-POS < 8
004440         ADD 1 TO GPK-POS
004450         MOVE GPK-CODE TO GPK-KEY (GPK-POS : 1)
004460     END-IF.
004470     MOVE GPK-CODE TO GPK-PRIOR-CODE.
004480*
004490 2160-EXIT.
004500     EXIT.
004510*
004520*----------------------------------------------------------------
004530 3000-VERIFY-INDEX.
004540*----------------------------------------------------------------
004550*    TWO PASSES.  THE FIRST WALKS THE MASTER AND LOOKS EACH ENTRY
004560*    UP ON THE INDEX BY VISITOR ID; THE SECOND WALKS THE INDEX
004570*    AND LOOKS EACH ROW UP ON THE MASTER, WHICH CATCHES THE ROWS
004580*    LEFT BEHIND BY AN ENTRY THAT IS GONE.
004590     OPEN INPUT GREETPHX-FILE.
004600     IF GPX-GREETPHX-STATUS = "35"
004610         DISPLAY "GREETPHX NOT FOUND - BUILD IT WITH PARM "
004620             "'REBUILD'"
004630         MOVE 12 TO RETURN-CODE
004640         PERFORM 9000-TERMINATE THRU 9000-EXIT
004650         STOP RUN
004660     END-IF.
004670     IF GPX-GREETPHX-STATUS NOT = "00"
004680         DISPLAY "GREETPHX OPEN FAILED - STATUS "
004690             GPX-GREETPHX-STATUS
004700         MOVE 12 TO RETURN-CODE
004710         PERFORM 9000-TERMINATE THRU 9000-EXIT
004720         STOP RUN
004730     END-IF.
004740*
004750     MOVE "N" TO GPX-MSTR-EOF-SW.
004760     MOVE ZERO TO GM-VISITOR-ID.
004770     START GREETMSTR-FILE KEY IS NOT < GM-VISITOR-ID
004780         INVALID KEY
004790             SET GPX-END-OF-MASTER TO TRUE
004800     END-START.
004810     PERFORM 3100-CHECK-MASTER-ENTRY THRU 3100-EXIT
004820         UNTIL GPX-END-OF-MASTER.
004830*
004840     MOVE "N" TO GPX-PHX-EOF-SW.
004850     MOVE ZERO TO GN-VISITOR-ID.
004860     START GREETPHX-FILE KEY IS NOT < GN-VISITOR-ID
004870         INVALID KEY
004880             SET GPX-END-OF-INDEX TO TRUE
004890     END-START.
004900     PERFORM 3200-CHECK-INDEX-ROW THRU 3200-EXIT
004910         UNTIL GPX-END-OF-INDEX.
004920*
004930     CLOSE GREETPHX-FILE.
004940*
004950 3000-EXIT.
004960     EXIT.
004970*
004980*----------------------------------------------------------------
004990 3100-CHECK-MASTER-ENTRY.
005000*----------------------------------------------------------------
005010*    THE ROW MUST BE THERE, UNDER THE MASTER'S NAME, WITH THE KEY
005020*    TODAY'S RULES BUILD FOR THAT NAME.
005030     READ GREETMSTR-FILE NEXT
005040         AT END
005050             SET GPX-END-OF-MASTER TO TRUE
005060             GO TO 3100-EXIT
005070     END-READ.
005080     ADD 1 TO GPX-MASTER-COUNT.
005090*
005100     MOVE GM-VISITOR-ID TO GPX-DL-VISITOR-ID.
005110     MOVE GM-NAME       TO GPX-DL-MASTER-NAME.
005120     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
005130     READ GREETPHX-FILE
005140         KEY IS GN-VISITOR-ID
005150         INVALID KEY
005160             ADD 1 TO GPX-MISSING-COUNT
005170             MOVE SPACES TO GPX-DL-INDEX-NAME
005180             MOVE "NOT ON GREETPHX" TO GPX-DL-COMPLAINT
005190             PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
005200             MOVE 8 TO RETURN-CODE
005210             GO TO 3100-EXIT
005220     END-READ.
005230*
005240     MOVE GN-NAME TO GPX-DL-INDEX-NAME.
005250     IF GN-NAME NOT = GM-NAME
005260         ADD 1 TO GPX-MISMATCH-COUNT
005270         MOVE "NAME DIFFERS" TO GPX-DL-COMPLAINT
005280         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
005290         MOVE 8 TO RETURN-CODE
005300         GO TO 3100-EXIT
005310     END-IF.
005320     MOVE GM-NAME TO GPK-NAME.
005330     PERFORM 2150-BUILD-PHONETIC-KEY THRU 2150-EXIT.
005340     IF GN-PHON-KEY NOT = GPK-KEY
005350         ADD 1 TO GPX-MISMATCH-COUNT
005360         MOVE "SOUND-ALIKE KEY DIFFERS" TO GPX-DL-COMPLAINT
005370         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
005380         MOVE 8 TO RETURN-CODE
005390     END-IF.
005400*
005410 3100-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------------
005450 3200-CHECK-INDEX-ROW.
005460*----------------------------------------------------------------
005470*    A ROW WITH NO MASTER ENTRY WOULD SEND THE GREETING RUN AFTER
005480*    A NAME THAT IS NO LONGER THERE.  A ROW WHOSE ENTRY EXISTS
005490*    WAS ALREADY COMPARED IN THE FIRST PASS.
005500     READ GREETPHX-FILE NEXT
005510         AT END
005520             SET GPX-END-OF-INDEX TO TRUE
005530             GO TO 3200-EXIT
005540     END-READ.
005550     ADD 1 TO GPX-INDEX-COUNT.
005560*
005570     MOVE GN-VISITOR-ID TO GM-VISITOR-ID.
005580     READ GREETMSTR-FILE
005590         KEY IS GM-VISITOR-ID
005600         INVALID KEY
005610             ADD 1 TO GPX-ORPHAN-COUNT
005620             MOVE GN-VISITOR-ID TO GPX-DL-VISITOR-ID
005630             MOVE SPACES        TO GPX-DL-MASTER-NAME
005640             MOVE GN-NAME       TO GPX-DL-INDEX-NAME
005650             MOVE "NO MASTER ENTRY" TO GPX-DL-COMPLAINT
005660             PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
005670             MOVE 8 TO RETURN-CODE
005680     END-READ.
005690*
005700 3200-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------------
005740 7000-PRINT-HEADINGS.
005750*----------------------------------------------------------------
005760     ADD 1 TO GPX-PAGE-COUNT.
005770     MOVE GPX-PAGE-COUNT TO GPX-H1-PAGE.
005780     MOVE ZERO TO GPX-LINE-COUNT.
005790*
005800     IF GPX-PAGE-COUNT > 1
005810         WRITE GREETPXR-LINE FROM GPX-HEADING-1
005820             AFTER ADVANCING PAGE
005830     ELSE
005840         WRITE GREETPXR-LINE FROM GPX-HEADING-1
005850     END-IF.
005860     WRITE GREETPXR-LINE FROM GPX-HEADING-2.
005870     MOVE SPACES TO GREETPXR-LINE.
005880     WRITE GREETPXR-LINE.
005890     WRITE GREETPXR-LINE FROM GPX-HEADING-3.
005900*
005910 7000-EXIT.
005920     EXIT.
005930*
005940*----------------------------------------------------------------
005950 7100-PRINT-DETAIL.
005960*----------------------------------------------------------------
005970     IF GPX-LINE-COUNT NOT < GPX-LINES-PER-PAGE
005980         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005990     END-IF.
006000     WRITE GREETPXR-LINE FROM GPX-DETAIL-LINE.
006010     ADD 1 TO GPX-LINE-COUNT.
006020*
006030 7100-EXIT.
006040     EXIT.
006050*
006060*----------------------------------------------------------------
006070 8000-PRINT-TOTALS.
006080*----------------------------------------------------------------
006090     MOVE SPACES TO GREETPXR-LINE.
006100     WRITE GREETPXR-LINE.
006110     IF GPX-REBUILD-FIRST
006120         MOVE "INDEX ROWS WRITTEN:           " TO GPX-TTL-LABEL
006130         MOVE GPX-WRITTEN-COUNT TO GPX-TTL-VALUE
006140         WRITE GREETPXR-LINE FROM GPX-TOTAL-LINE
006150     END-IF.
006160     MOVE "MASTER ENTRIES READ:          " TO GPX-TTL-LABEL.
006170     MOVE GPX-MASTER-COUNT TO GPX-TTL-VALUE.
006180     WRITE GREETPXR-LINE FROM GPX-TOTAL-LINE.
006190     MOVE "INDEX ROWS READ:              " TO GPX-TTL-LABEL.
006200     MOVE GPX-INDEX-COUNT TO GPX-TTL-VALUE.
006210     WRITE GREETPXR-LINE FROM GPX-TOTAL-LINE.
006220     MOVE "ENTRIES NOT ON INDEX:         " TO GPX-TTL-LABEL.
006230     MOVE GPX-MISSING-COUNT TO GPX-TTL-VALUE.
006240     WRITE GREETPXR-LINE FROM GPX-TOTAL-LINE.
006250     MOVE "NAME/KEY MISMATCHES:          " TO GPX-TTL-LABEL.
006260     MOVE GPX-MISMATCH-COUNT TO GPX-TTL-VALUE.
006270     WRITE GREETPXR-LINE FROM GPX-TOTAL-LINE.
006280     MOVE "ROWS WITH NO MASTER ENTRY:    " TO GPX-TTL-LABEL.
006290     MOVE GPX-ORPHAN-COUNT TO GPX-TTL-VALUE.
006300     WRITE GREETPXR-LINE FROM GPX-TOTAL-LINE.
006310*
006320 8000-EXIT.
006330     EXIT.
006340*
006350*----------------------------------------------------------------
006360 9000-TERMINATE.
006370*----------------------------------------------------------------
006380     DISPLAY "MASTER ENTRIES READ:      " GPX-MASTER-COUNT.
006390     DISPLAY "INDEX ROWS READ:          " GPX-INDEX-COUNT.
006400     DISPLAY "INDEX DIFFERENCES:        " GPX-MISSING-COUNT
006410         " MISSING, " GPX-MISMATCH-COUNT " MISMATCHED, "
006420         GPX-ORPHAN-COUNT " ORPHANED".
006430*
006440     CLOSE GREETMSTR-FILE.
006450     CLOSE GREETPXR-FILE.
006460*
006470 9000-EXIT.
006480     EXIT.
006490*
006500 END PROGRAM GREET-PIX.

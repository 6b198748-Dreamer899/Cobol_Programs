000194*                 GREETED ROW IN THE CROSS-FOOT - A RUN UNDONE
000196*                 BY GREETBCK IS A KNOWN CORRECTION AND NO
000198*                 LONGER REPORTS AS A DISCREPANCY EVERY NIGHT.
000199* 10/15/2026 RM   GREETMSTR IS NOW KEYED ON VISITOR ID WITH THE
000200*                 NAME AS AN ALTERNATE KEY.  A PERSON REGISTERED
000201*                 BUT NOT YET GREETED HAS NO FIRST-GREETED DATE
000202*                 AND SO IS NEVER IN SCOPE OF THE MASTER PASS.
000203* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
000204*                 STEP LEDGER UNDER STEP NAME GREETRCN FOR THE
000205*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
000206*                 RUN UNLESS ITS GREETSTQ PREDECESSORS ENDED
000207*                 CLEAN FOR THAT SAME DATE - A REFUSED RUN ENDS
000208*                 WITH CONDITION CODE 16.
000209* 10/15/2026 RM   COUNTS WALK-INS FROM THE GREET-WLK DESK APART -
000210*                 LOG RECORDS AND GREETED AUDIT ROWS CARRYING THE
000211*                 "WALK-IN" DEPARTMENT - AND PRINTS BOTH WITH THE
000212*                 CONTROL TOTALS.  WALK-INS CROSS-FOOT LIKE ANY
000213*                 OTHER GREETING.
000214* 10/15/2026 RM   GREETPHX, THE PHONETIC INDEX OF THE MASTER, IS
000215*                 MATCHED AGAINST GREETMSTR IN VISITOR ID ORDER
000216*                 DURING THE MASTER PASS.  AN ENTRY WITH NO ROW, A
000217*                 ROW WITH NO ENTRY, AND A ROW WHOSE NAME OR
000218*                 SOUND-ALIKE KEY NO LONGER AGREES WITH THE MASTER
000219*                 ARE ALL DISCREPANCIES - GREET-PIX REBUILDS THE
000220*                 INDEX.
000221* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000222*                 ALONG WITH THE OTHER STEP STATUSES.
000223*----------------------------------------------------------------
000224*
000225 ENVIRONMENT DIVISION.
000230*
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000360     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS GM-VISITOR-ID
000395         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000400         FILE STATUS IS GRC-GREETMSTR-STATUS.
000410*
000420     SELECT GREETRCR-FILE ASSIGN TO GREETRCR
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431*
000432     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS RANDOM
000435         RECORD KEY IS GJ-KEY
000436         FILE STATUS IS GRC-GREETSTP-STATUS.
000437*
000438     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000439         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000441         RECORD KEY IS GN-VISITOR-ID
000442         ALTERNATE RECORD KEY IS GN-SOUND-KEY WITH DUPLICATES
000443         FILE STATUS IS GRC-GREETPHX-STATUS.
000444*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000630     ==GR-CR-LANG-CODE==
000640         BY ==GL-LANG-CODE==,
000650     ==GR-CR-NAME==
000660         BY ==GL-NAME==,
000662     ==GR-CR-DEPT-WALK-IN==
000664         BY ==GL-DEPT-WALK-IN==,
000666     ==GR-CR-DEPT==
000668         BY ==GL-DEPT==.
000670*
000680*----------------------------------------------------------------
000690* GREETAUD-FILE - COMPLIANCE AUDIT TRAIL
000840     ==GM-MR-FIRST-GREETED-DATE==
000850         BY ==GM-FIRST-GREETED-DATE==,
000852     ==GM-MR-LAST-ACTIVITY-DATE==
000854         BY ==GM-LAST-ACTIVITY-DATE==,
000855     ==GM-MR-VISITOR-ID==
000856         BY ==GM-VISITOR-ID==,
000857     ==GM-MR-ENTRY-STATUS==
000858         BY ==GM-ENTRY-STATUS==,
000859     ==GM-MR-ENTRY-GREETED==
000860         BY ==GM-ENTRY-GREETED==,
000861     ==GM-MR-ENTRY-REGISTERED==
000862         BY ==GM-ENTRY-REGISTERED==.
000863*
000870*----------------------------------------------------------------
000880* GREETRCR-FILE - RECONCILIATION REPORT PRINT OUTPUT
000890*----------------------------------------------------------------
000900 FD  GREETRCR-FILE
000910     RECORDING MODE IS F.
000918 01  GREETRCR-LINE                 PIC X(80).
000919*
000920*----------------------------------------------------------------
000921* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
000922* DATE AND STEP NAME
000923*----------------------------------------------------------------
000924 FD  GREETSTP-FILE.
000925 COPY GREETSTP REPLACING
000926     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
000927     ==GJ-SL-KEY==
000928         BY ==GJ-KEY==,
000929     ==GJ-SL-ROSTER-DATE==
000930         BY ==GJ-ROSTER-DATE==,
000931     ==GJ-SL-STEP-NAME==
000932         BY ==GJ-STEP-NAME==,
000933     ==GJ-SL-STEP-DATA==
000934         BY ==GJ-STEP-DATA==,
000935     ==GJ-SL-START-DATE==
000936         BY ==GJ-START-DATE==,
000937     ==GJ-SL-START-TIME==
000938         BY ==GJ-START-TIME==,
000939     ==GJ-SL-END-DATE==
000940         BY ==GJ-END-DATE==,
000941     ==GJ-SL-END-TIME==
000942         BY ==GJ-END-TIME==,
000943     ==GJ-SL-COND-CODE==
000944         BY ==GJ-COND-CODE==,
000945     ==GJ-SL-STATUS==
000946         BY ==GJ-STATUS==,
000947     ==GJ-SL-STEP-STARTED==
000948         BY ==GJ-STEP-STARTED==,
000949     ==GJ-SL-STEP-COMPLETE==
000950         BY ==GJ-STEP-COMPLETE==,
000951     ==GJ-SL-STEP-WARNING==
000952         BY ==GJ-STEP-WARNING==,
000953     ==GJ-SL-STEP-FAILED==
000954         BY ==GJ-STEP-FAILED==,
000955     ==GJ-SL-STEP-REFUSED==
000956         BY ==GJ-STEP-REFUSED==,
000957     ==GJ-SL-STEP-PARTIAL==
000958         BY ==GJ-STEP-PARTIAL==,
000959     ==GJ-SL-STEP-OUT-OF-BAL==
000960         BY ==GJ-STEP-OUT-OF-BAL==,
000961     ==GJ-SL-STEP-RERUN-DUE==
000962         BY ==GJ-STEP-RERUN-DUE==,
000963     ==GJ-SL-STEP-ENDED-CLEAN==
000964         BY ==GJ-STEP-ENDED-CLEAN==,
000965     ==GJ-SL-RUN-COUNT==
000966         BY ==GJ-RUN-COUNT==,
000967     ==GJ-SL-NOTE==
000968         BY ==GJ-NOTE==,
000969     ==GJ-SL-STREAM-DATA==
000970         BY ==GJ-STREAM-DATA==,
000971     ==GJ-SL-CURRENT-DATE==
000972         BY ==GJ-CURRENT-DATE==,
000973     ==GJ-SL-STREAM-STATE==
000974         BY ==GJ-STREAM-STATE==,
000975     ==GJ-SL-STREAM-OPEN==
000976         BY ==GJ-STREAM-OPEN==,
000977     ==GJ-SL-STREAM-PENDING==
000978         BY ==GJ-STREAM-PENDING==,
000979     ==GJ-SL-OPENED-DATE==
000980         BY ==GJ-OPENED-DATE==,
000981     ==GJ-SL-OPENED-TIME==
000982         BY ==GJ-OPENED-TIME==.
000983*
000984*----------------------------------------------------------------
000985* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, READ FRONT TO BACK
000986* IN VISITOR ID ORDER ALONGSIDE THE MASTER-SIDE PASS
000987*----------------------------------------------------------------
000988 FD  GREETPHX-FILE.
000989 COPY GREETPHX REPLACING
000990     ==GREET-PHONETIC-RECORD== BY ==GREETPHX-RECORD==,
000991     ==GN-PX-VISITOR-ID==
000992         BY ==GN-VISITOR-ID==,
000993     ==GN-PX-SOUND-KEY==
000994         BY ==GN-SOUND-KEY==,
000995     ==GN-PX-PHON-KEY==
000996         BY ==GN-PHON-KEY==,
000997     ==GN-PX-NAME==
000998         BY ==GN-NAME==.
000999*
001000 WORKING-STORAGE SECTION.
001001*
001002 01  GRC-SWITCHES.
001003     05  GRC-LOG-EOF-SW            PIC X(01)  VALUE "N".
001004         88  GRC-END-OF-LOG                    VALUE "Y".
001005     05  GRC-AUD-EOF-SW            PIC X(01)  VALUE "N".
001006         88  GRC-END-OF-AUDIT                  VALUE "Y".
001010     05  GRC-MST-EOF-SW            PIC X(01)  VALUE "N".
001020         88  GRC-END-OF-MASTER                 VALUE "Y".
001030     05  GRC-MATCH-SW              PIC X(01)  VALUE "N".
001040         88  GRC-MATCH-FOUND                   VALUE "Y".
001050     05  GRC-DATE-SW               PIC X(01)  VALUE "N".
001060         88  GRC-DATE-IN-SCOPE                 VALUE "Y".
001061     05  GRC-STEP-REFUSED-SW       PIC X(01)  VALUE "N".
001062         88  GRC-STEP-IS-REFUSED               VALUE "Y".
001063     05  GRC-STEP-ON-LEDGER-SW     PIC X(01)  VALUE "N".
001064         88  GRC-STEP-IS-ON-LEDGER             VALUE "Y".
001065     05  GRC-PHX-EOF-SW            PIC X(01)  VALUE "N".
001066         88  GRC-END-OF-INDEX                  VALUE "Y".
001067     05  GRC-PHX-CHECK-SW          PIC X(01)  VALUE "N".
001068         88  GRC-PHX-CHECKED                   VALUE "Y".
001070*
001080 77  GRC-GREETMSTR-STATUS          PIC X(02).
001081 77  GRC-GREETSTP-STATUS           PIC X(02).
001082 77  GRC-GREETPHX-STATUS           PIC X(02).
001083 77  GRC-STEP-NAME                 PIC X(08)  VALUE "GREETRCN".
001084 77  GRC-STREAM-DATE               PIC 9(08)  VALUE ZERO.
001085 77  GRC-STEP-START-DATE           PIC 9(08)  VALUE ZERO.
001086 77  GRC-STEP-START-TIME           PIC 9(08)  VALUE ZERO.
001087 77  GRC-PRED-SUB                  PIC 9(02)  COMP  VALUE ZERO.
001090*
001100*----------------------------------------------------------------
001110* CONTROL TOTALS - RECORDS READ PER FILE AND DISCREPANCIES
001190 77  GRC-AUD-NO-LOG-COUNT          PIC 9(08)  VALUE ZERO.
001200 77  GRC-MST-NO-ACT-COUNT          PIC 9(08)  VALUE ZERO.
001210 77  GRC-DISCREPANCY-COUNT         PIC 9(08)  VALUE ZERO.
001211*
001212*    WALK-INS FROM THE GREET-WLK DESK, COUNTED APART ON EACH SIDE
001213*    OF THE CROSS-FOOT SO THE DESK'S SHARE OF THE DAY IS VISIBLE.
001214 77  GRC-LOG-WALK-IN-COUNT         PIC 9(08)  VALUE ZERO.
001215 77  GRC-AUD-WALK-IN-COUNT         PIC 9(08)  VALUE ZERO.
001216*
001217*    GREETPHX ROWS READ, AND ENTRIES AND ROWS FOUND OUT OF STEP
001218*    BETWEEN THE INDEX AND THE MASTER.
001219 77  GRC-PHX-READ-COUNT            PIC 9(08)  VALUE ZERO.
001220 77  GRC-PHX-OUT-COUNT             PIC 9(08)  VALUE ZERO.
001221*
001222*    SOUND-ALIKE KEY WORK FIELDS - 5800-BUILD-PHONETIC-KEY READS
001223*    GPK-NAME AND LEAVES THE KEY IN GPK-KEY.
001224 COPY GREETPHK.
001225*
001230*----------------------------------------------------------------
001240* IN-CORE MATCH TABLES - THE DAY'S LOG AND THE "GREETED" AUDIT
001250* ROWS ARE HELD IN STORAGE AND CROSS-FOOTED BOTH WAYS.  2000
001810     05  GRC-DL-NAME               PIC X(20).
001820     05  FILLER                    PIC X(02)  VALUE SPACES.
001830     05  GRC-DL-DATE               PIC 9(08).
001840     05  FILLER                    PIC X(02)  VALUE SPACES.
001843     05  GRC-DL-VISITOR-ID         PIC X(08)  VALUE SPACES.
001846     05  FILLER                    PIC X(04)  VALUE SPACES.
001850*
001860 01  GRC-TOTAL-LINE.
001870     05  FILLER                    PIC X(05)  VALUE SPACES.
001880     05  GRC-TTL-LABEL             PIC X(34).
001890     05  GRC-TTL-VALUE             PIC ZZZZZZZ9.
001900     05  FILLER                    PIC X(33)  VALUE SPACES.
001901*
001902*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
001903*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
001904 01  GRC-REFUSE-NOTE.
001905     05  GRC-RN-STEP               PIC X(08)  VALUE SPACES.
001906     05  FILLER                    PIC X(01)  VALUE SPACES.
001907     05  GRC-RN-TEXT               PIC X(11)  VALUE SPACES.
001908*
001909*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
001910 COPY GREETSTQ.
001911*
001920 PROCEDURE DIVISION.
001930*
001940*----------------------------------------------------------------
002070         UNTIL GRC-AUD-SUB > GRC-AUD-COUNT.
002080     PERFORM 5000-PROCESS-MASTER THRU 5000-EXIT
002090         UNTIL GRC-END-OF-MASTER.
002093     PERFORM 5600-REPORT-ORPHAN-ROW THRU 5600-EXIT
002096         UNTIL GRC-END-OF-INDEX.
002100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002140*----------------------------------------------------------------
002150 1000-INITIALIZE.
002160*----------------------------------------------------------------
002163     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
002166*
002170     OPEN INPUT  GREETLOG-FILE.
002180     OPEN INPUT  GREETAUD-FILE.
002190     OPEN OUTPUT GREETRCR-FILE.
002310     MOVE GRC-RUN-DATE-EDIT TO GRC-H2-RUN-DATE.
002320*
002330     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
002335     PERFORM 1010-OPEN-PHONETIC THRU 1010-EXIT.
002340*
002350     READ GREETLOG-FILE
002360         AT END
002430     EXIT.
002440*
002450*----------------------------------------------------------------
002451 1010-OPEN-PHONETIC.
002452*----------------------------------------------------------------
002453*    WITH NO MASTER THERE IS NOTHING TO HOLD THE INDEX AGAINST.
002454*    A MASTER WITH NO INDEX IS ITSELF A DISCREPANCY - THE NEXT
002455*    GREETING RUN WILL NOT START WITHOUT ONE.
002456     SET GRC-END-OF-INDEX TO TRUE.
002457     IF GRC-END-OF-MASTER
002458         GO TO 1010-EXIT
002459     END-IF.
002460     OPEN INPUT GREETPHX-FILE.
002461     IF GRC-GREETPHX-STATUS NOT = "00"
002462         DISPLAY "GREETPHX OPEN FAILED - STATUS "
002463             GRC-GREETPHX-STATUS " - INDEX CHECK SKIPPED"
002464         MOVE "GREETPHX PHONETIC INDEX NOT OPENED"
002465             TO GRC-DL-CATEGORY
002466         MOVE SPACES TO GRC-DL-NAME
002467         MOVE ZERO   TO GRC-DL-DATE
002468         PERFORM 7100-PRINT-DISCREPANCY THRU 7100-EXIT
002469         GO TO 1010-EXIT
002470     END-IF.
002471     SET GRC-PHX-CHECKED TO TRUE.
002472     MOVE "N" TO GRC-PHX-EOF-SW.
002473     PERFORM 5700-READ-PHONETIC THRU 5700-EXIT.
002474*
002475 1010-EXIT.
002476     EXIT.
002477*
002478*----------------------------------------------------------------
002479 1090-REGISTER-STEP-START.
002480*----------------------------------------------------------------
002481*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
002482*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
002483*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
002484*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
002485*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
002486*    OPENED ANY OF ITS OWN FILES.
002487     ACCEPT GRC-STEP-START-DATE FROM DATE YYYYMMDD.
002488     ACCEPT GRC-STEP-START-TIME FROM TIME.
002489     MOVE "N" TO GRC-STEP-REFUSED-SW.
002490     OPEN I-O GREETSTP-FILE.
002491     IF GRC-GREETSTP-STATUS = "35"
002492         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
002493             "BEEN OPENED - RUN REFUSED"
002494         MOVE 16 TO RETURN-CODE
002495         STOP RUN
002496     END-IF.
002497     IF GRC-GREETSTP-STATUS NOT = "00"
002498         DISPLAY "GREETSTP OPEN FAILED - STATUS "
002499             GRC-GREETSTP-STATUS
002500         MOVE 12 TO RETURN-CODE
002501         STOP RUN
002502     END-IF.
002503*
002504     MOVE ZERO       TO GJ-ROSTER-DATE.
002505     MOVE "STREAM  " TO GJ-STEP-NAME.
002506     READ GREETSTP-FILE
002507         INVALID KEY
002508             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
002509             CLOSE GREETSTP-FILE
002510             MOVE 16 TO RETURN-CODE
002511             STOP RUN
002512     END-READ.
002513     IF NOT GJ-STREAM-OPEN
002514         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
002515             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
002516         CLOSE GREETSTP-FILE
002517         MOVE 16 TO RETURN-CODE
002518         STOP RUN
002519     END-IF.
002520     MOVE GJ-CURRENT-DATE TO GRC-STREAM-DATE.
002521*
002522     SET GJ-STREAM-IDX TO 1.
002523     SEARCH GJ-STREAM-STEP
002524         AT END
002525             DISPLAY GRC-STEP-NAME " IS NOT IN THE GREETSTQ "
002526                 "STREAM TABLE - RUN STOPPED"
002527             CLOSE GREETSTP-FILE
002528             MOVE 12 TO RETURN-CODE
002529             STOP RUN
002530         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
002531                  = GRC-STEP-NAME
002532             CONTINUE
002533     END-SEARCH.
002534     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
002535         VARYING GRC-PRED-SUB FROM 1 BY 1
002536         UNTIL GRC-PRED-SUB > 3
002537            OR GRC-STEP-IS-REFUSED.
002538*
002539     MOVE GRC-STREAM-DATE TO GJ-ROSTER-DATE.
002540     MOVE GRC-STEP-NAME   TO GJ-STEP-NAME.
002541     READ GREETSTP-FILE
002542         INVALID KEY
002543             MOVE "N" TO GRC-STEP-ON-LEDGER-SW
002544             MOVE SPACES TO GJ-STEP-DATA
002545             MOVE ZERO   TO GJ-RUN-COUNT
002546         NOT INVALID KEY
002547             MOVE "Y" TO GRC-STEP-ON-LEDGER-SW
002548     END-READ.
002549     MOVE GRC-STEP-START-DATE TO GJ-START-DATE.
002550     MOVE GRC-STEP-START-TIME TO GJ-START-TIME.
002551     ADD 1 TO GJ-RUN-COUNT.
002552     IF GRC-STEP-IS-REFUSED
002553         MOVE GRC-STEP-START-DATE TO GJ-END-DATE
002554         MOVE GRC-STEP-START-TIME TO GJ-END-TIME
002555         MOVE 16 TO GJ-COND-CODE
002556         MOVE "REFUSED   " TO GJ-STATUS
002557         MOVE GRC-REFUSE-NOTE TO GJ-NOTE
002558     ELSE
002559         MOVE ZERO TO GJ-END-DATE
002560         MOVE ZERO TO GJ-END-TIME
002561         MOVE ZERO TO GJ-COND-CODE
002562         MOVE "STARTED   " TO GJ-STATUS
002563         MOVE SPACES TO GJ-NOTE
002564     END-IF.
002565     IF GRC-STEP-IS-ON-LEDGER
002566         REWRITE GREETSTP-RECORD
002567     ELSE
002568         WRITE GREETSTP-RECORD
002569     END-IF.
002570     CLOSE GREETSTP-FILE.
002571*
002572     IF GRC-STEP-IS-REFUSED
002573         DISPLAY GRC-STEP-NAME " REFUSED FOR ROSTER DATE "
002574             GRC-STREAM-DATE " - " GRC-REFUSE-NOTE
002575         MOVE 16 TO RETURN-CODE
002576         STOP RUN
002577     END-IF.
002578*
002579 1090-EXIT.
002580     EXIT.
002581*
002582*----------------------------------------------------------------
002583 1095-CHECK-PREDECESSOR.
002584*----------------------------------------------------------------
002585*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
002586*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
002587*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
002588     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GRC-PRED-SUB) = SPACES
002589         GO TO 1095-EXIT
002590     END-IF.
002591     MOVE GRC-STREAM-DATE TO GJ-ROSTER-DATE.
002592     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GRC-PRED-SUB)
002593         TO GJ-STEP-NAME.
002594     MOVE GJ-STEP-NAME TO GRC-RN-STEP.
002595     READ GREETSTP-FILE
002596         INVALID KEY
002597             SET GRC-STEP-IS-REFUSED TO TRUE
002598             MOVE "NOT RUN" TO GRC-RN-TEXT
002599             GO TO 1095-EXIT
002600     END-READ.
002601     IF NOT GJ-STEP-ENDED-CLEAN
002602         SET GRC-STEP-IS-REFUSED TO TRUE
002603         MOVE GJ-STATUS TO GRC-RN-TEXT
002604     END-IF.
002605*
002606 1095-EXIT.
002607     EXIT.
002608*
002609*----------------------------------------------------------------
002610 2000-LOAD-LOG.
002611*----------------------------------------------------------------
002612     ADD 1 TO GRC-LOG-READ-COUNT.
002613     IF GL-DEPT-WALK-IN
002614         ADD 1 TO GRC-LOG-WALK-IN-COUNT
002615     END-IF.
002616     IF GRC-LOG-COUNT NOT < GRC-TABLE-MAX
002617         DISPLAY "GREETLOG EXCEEDS MATCH TABLE - RUN STOPPED"
002618         MOVE 12 TO RETURN-CODE
002619         STOP RUN
002620     END-IF.
002621     ADD 1 TO GRC-LOG-COUNT.
002622     MOVE GL-NAME    TO GRC-LT-NAME (GRC-LOG-COUNT).
002623     MOVE GL-TS-DATE TO GRC-LT-DATE (GRC-LOG-COUNT).
002624     MOVE "N"        TO GRC-LT-MATCHED-SW (GRC-LOG-COUNT).
002625*
002626     READ GREETLOG-FILE
002627         AT END
002628             SET GRC-END-OF-LOG TO TRUE.
002629*
002630 2000-EXIT.
002640     EXIT.
002650*
002720     ADD 1 TO GRC-AUD-READ-COUNT.
002730     IF GA-DISPOSITION = "GREETED  "
002740         ADD 1 TO GRC-AUD-GREETED-COUNT
002742         IF GA-DEPT-WALK-IN
002744             ADD 1 TO GRC-AUD-WALK-IN-COUNT
002746         END-IF
002750         IF GRC-AUD-COUNT NOT < GRC-TABLE-MAX
002760             DISPLAY "GREETAUD EXCEEDS MATCH TABLE - RUN STOPPED"
002770             MOVE 12 TO RETURN-CODE
003510         NOT AT END
003520             ADD 1 TO GRC-MST-READ-COUNT
003530             PERFORM 5100-CHECK-MASTER-ENTRY THRU 5100-EXIT
003535             PERFORM 5500-CHECK-PHONETIC-ROW THRU 5500-EXIT
003540     END-READ.
003550*
003560 5000-EXIT.
004110     EXIT.
004120*
004130*----------------------------------------------------------------
004131 5500-CHECK-PHONETIC-ROW.
004132*----------------------------------------------------------------
004133*    GREETMSTR AND GREETPHX ARE BOTH IN VISITOR ID ORDER, SO THE
004134*    INDEX IS MATCHED AGAINST THE MASTER IN STEP.  INDEX ROWS
004135*    BELOW THIS ENTRY'S ID HAVE NO MASTER ENTRY; THE ROW ON THE
004136*    ID MUST CARRY THE ENTRY'S NAME AND THE KEY TODAY'S RULES
004137*    BUILD FOR IT.
004138     IF NOT GRC-PHX-CHECKED
004139         GO TO 5500-EXIT
004140     END-IF.
004141     PERFORM 5600-REPORT-ORPHAN-ROW THRU 5600-EXIT
004142         UNTIL GRC-END-OF-INDEX
004143            OR GN-VISITOR-ID NOT < GM-VISITOR-ID.
004144     MOVE GM-NAME               TO GRC-DL-NAME.
004145     MOVE GM-FIRST-GREETED-DATE TO GRC-DL-DATE.
004146     MOVE GM-VISITOR-ID         TO GRC-DL-VISITOR-ID.
004147     IF GRC-END-OF-INDEX
004148        OR GN-VISITOR-ID > GM-VISITOR-ID
004149         ADD 1 TO GRC-PHX-OUT-COUNT
004150         MOVE "MASTER ENTRY NOT ON GREETPHX"
004151             TO GRC-DL-CATEGORY
004152         PERFORM 7100-PRINT-DISCREPANCY THRU 7100-EXIT
004153         MOVE SPACES TO GRC-DL-VISITOR-ID
004154         GO TO 5500-EXIT
004155     END-IF.
004156     MOVE GM-NAME TO GPK-NAME.
004157     PERFORM 5800-BUILD-PHONETIC-KEY THRU 5800-EXIT.
004158     IF GN-NAME NOT = GM-NAME
004159        OR GN-PHON-KEY NOT = GPK-KEY
004160         ADD 1 TO GRC-PHX-OUT-COUNT
004161         MOVE "GREETPHX NAME/KEY DIFFERS"
004162             TO GRC-DL-CATEGORY
004163         PERFORM 7100-PRINT-DISCREPANCY THRU 7100-EXIT
004164     END-IF.
004165     MOVE SPACES TO GRC-DL-VISITOR-ID.
004166     PERFORM 5700-READ-PHONETIC THRU 5700-EXIT.
004167*
004168 5500-EXIT.
004169     EXIT.
004170*
004171*----------------------------------------------------------------
004172 5600-REPORT-ORPHAN-ROW.
004173*----------------------------------------------------------------
004174*    AN INDEX ROW WHOSE MASTER ENTRY IS GONE - A DELETE, PURGE,
004175*    OR BACKOUT THAT DID NOT TAKE THE ROW WITH IT.
004176     ADD 1 TO GRC-PHX-OUT-COUNT.
004177     MOVE "GREETPHX ROW WITH NO MASTER ENTRY"
004178         TO GRC-DL-CATEGORY.
004179     MOVE GN-NAME       TO GRC-DL-NAME.
004180     MOVE ZERO          TO GRC-DL-DATE.
004181     MOVE GN-VISITOR-ID TO GRC-DL-VISITOR-ID.
004182     PERFORM 7100-PRINT-DISCREPANCY THRU 7100-EXIT.
004183     MOVE SPACES TO GRC-DL-VISITOR-ID.
004184     PERFORM 5700-READ-PHONETIC THRU 5700-EXIT.
004185*
004186 5600-EXIT.
004187     EXIT.
004188*
004189*----------------------------------------------------------------
004190 5700-READ-PHONETIC.
004191*----------------------------------------------------------------
004192     READ GREETPHX-FILE
004193         AT END
004194             SET GRC-END-OF-INDEX TO TRUE
004195         NOT AT END
004196             ADD 1 TO GRC-PHX-READ-COUNT
004197     END-READ.
004198*
004199 5700-EXIT.
004200     EXIT.
004201*
004202*----------------------------------------------------------------
004203 5800-BUILD-PHONETIC-KEY.
004204*----------------------------------------------------------------
004205*    THE SAME SOUNDEX-STYLE KEY GREET-USER BUILDS - THE FIRST
004206*    LETTER, THEN UP TO SEVEN CONSONANT CODES ACROSS THE WHOLE
004207*    NAME, SPACES SKIPPED AND REPEATED CODES COLLAPSED.  EVERY
004208*    PROGRAM THAT KEYS GREETPHX MUST AGREE OR THE INDEX WOULD
004209*    STOP MATCHING - SEE GREETPHK.  RESULT LANDS IN GPK-KEY.
004210     MOVE SPACES TO GPK-KEY.
004211     MOVE SPACE  TO GPK-PRIOR-CODE.
004212     MOVE ZERO   TO GPK-POS.
004213     PERFORM 5810-CODE-ONE-CHAR THRU 5810-EXIT
004214         VARYING GPK-SUB FROM 1 BY 1
004215         UNTIL GPK-SUB > 20.
004216*
004217 5800-EXIT.
004218     EXIT.
004219*
004220*----------------------------------------------------------------
004221 5810-CODE-ONE-CHAR.
004222*----------------------------------------------------------------
004223     MOVE GPK-NAME (GPK-SUB : 1) TO GPK-CHAR.
004224     IF GPK-CHAR = SPACE
004225         GO TO 5810-EXIT
004226     END-IF.
004227     EVALUATE TRUE
004228         WHEN GPK-CHAR = "B" OR "F" OR "P" OR "V"
004229             MOVE "1" TO GPK-CODE
004230         WHEN GPK-CHAR = "C" OR "G" OR "J" OR "K" OR "Q"
004231              OR "S" OR "X" OR "Z"
004232             MOVE "2" TO GPK-CODE
004233         WHEN GPK-CHAR = "D" OR "T"
004234             MOVE "3" TO GPK-CODE
004235         WHEN GPK-CHAR = "L"
004236             MOVE "4" TO GPK-CODE
004237         WHEN GPK-CHAR = "M" OR "N"
004238             MOVE "5" TO GPK-CODE
004239         WHEN GPK-CHAR = "R"
004240             MOVE "6" TO GPK-CODE
004241         WHEN OTHER
004242             MOVE SPACE TO GPK-CODE
004243     END-EVALUATE.
004244*
004245     IF GPK-POS = ZERO
004246         MOVE 1 TO GPK-POS
004247         MOVE GPK-CHAR TO GPK-KEY (1 : 1)
004248         MOVE GPK-CODE TO GPK-PRIOR-CODE
004249         GO TO 5810-EXIT
004250     END-IF.
004251     IF GPK-CODE NOT = SPACE
004252        AND GPK-CODE NOT = GPK-PRIOR-CODE
004253        AND GPK-POS < 8
004254         ADD 1 TO GPK-POS
004255         MOVE GPK-CODE TO GPK-KEY (GPK-POS : 1)
004256     END-IF.
004257     MOVE GPK-CODE TO GPK-PRIOR-CODE.
004258*
004259 5810-EXIT.
004260     EXIT.
004261*
004262*----------------------------------------------------------------
004263 7000-PRINT-HEADINGS.
004264*----------------------------------------------------------------
004265     ADD 1 TO GRC-PAGE-COUNT.
004266     MOVE GRC-PAGE-COUNT TO GRC-H1-PAGE.
004267     MOVE ZERO TO GRC-LINE-COUNT.
004268*
004269     IF GRC-PAGE-COUNT > 1
004270         WRITE GREETRCR-LINE FROM GRC-HEADING-1
004271             AFTER ADVANCING PAGE
004272     ELSE
004273         WRITE GREETRCR-LINE FROM GRC-HEADING-1
004274     END-IF.
004275     WRITE GREETRCR-LINE FROM GRC-HEADING-2.
004276     MOVE SPACES TO GREETRCR-LINE.
004280     WRITE GREETRCR-LINE.
004290*
004300 7000-EXIT.
004600         TO GRC-TTL-LABEL.
004610     MOVE GRC-AUD-GREETED-COUNT TO GRC-TTL-VALUE.
004620     WRITE GREETRCR-LINE FROM GRC-TOTAL-LINE.
004621     MOVE "GREETLOG WALK-IN RECORDS:         "
004622         TO GRC-TTL-LABEL.
004623     MOVE GRC-LOG-WALK-IN-COUNT TO GRC-TTL-VALUE.
004624     WRITE GREETRCR-LINE FROM GRC-TOTAL-LINE.
004625     MOVE "GREETAUD WALK-IN GREETED ROWS:    "
004626         TO GRC-TTL-LABEL.
004627     MOVE GRC-AUD-WALK-IN-COUNT TO GRC-TTL-VALUE.
004628     WRITE GREETRCR-LINE FROM GRC-TOTAL-LINE.
004630     MOVE "GREETMSTR RECORDS READ:           "
004640         TO GRC-TTL-LABEL.
004650     MOVE GRC-MST-READ-COUNT TO GRC-TTL-VALUE.
004760         TO GRC-TTL-LABEL.
004770     MOVE GRC-MST-NO-ACT-COUNT TO GRC-TTL-VALUE.
004780     WRITE GREETRCR-LINE FROM GRC-TOTAL-LINE.
004781     MOVE "GREETPHX ROWS READ:               "
004782         TO GRC-TTL-LABEL.
004783     MOVE GRC-PHX-READ-COUNT TO GRC-TTL-VALUE.
004784     WRITE GREETRCR-LINE FROM GRC-TOTAL-LINE.
004785     MOVE "GREETPHX ENTRIES/ROWS OUT OF STEP:"
004786         TO GRC-TTL-LABEL.
004787     MOVE GRC-PHX-OUT-COUNT TO GRC-TTL-VALUE.
004788     WRITE GREETRCR-LINE FROM GRC-TOTAL-LINE.
004789     IF GRC-PHX-OUT-COUNT > ZERO
004790         DISPLAY "GREETPHX OUT OF STEP WITH GREETMSTR - REBUILD "
004791             "IT WITH GREET-PIX"
004792     END-IF.
004793*
004800*    A DISCREPANCY ANYWHERE IS A WARNING TO THE SCHEDULER, NOT
004810*    A CLEAN RUN - THE COMPLIANCE TEAM READS THE REPORT EITHER
004820*    WAY, BUT DOWNSTREAM JOBS CAN KEY OFF THE CONDITION CODE.
004950     IF GRC-GREETMSTR-STATUS NOT = "35"
004960         CLOSE GREETMSTR-FILE
004970     END-IF.
004972     IF GRC-PHX-CHECKED
004974         CLOSE GREETPHX-FILE
004976     END-IF.
004980     CLOSE GREETRCR-FILE.
004983*
004986     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
004990*
005000 9000-EXIT.
005010     EXIT.
005020*
005030*----------------------------------------------------------------
005040 9090-REGISTER-STEP-END.
005050*----------------------------------------------------------------
005060*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
005070*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
005080*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
005090*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
005100*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
005110     OPEN I-O GREETSTP-FILE.
005120     IF GRC-GREETSTP-STATUS NOT = "00"
005130         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
005140             GRC-GREETSTP-STATUS
005150         GO TO 9090-EXIT
005160     END-IF.
005170     MOVE GRC-STREAM-DATE TO GJ-ROSTER-DATE.
005180     MOVE GRC-STEP-NAME   TO GJ-STEP-NAME.
005190     READ GREETSTP-FILE
005200         INVALID KEY
005210             DISPLAY "LEDGER ENTRY FOR " GRC-STEP-NAME
005220                 " NOT FOUND AT END OF STEP"
005230             CLOSE GREETSTP-FILE
005240             GO TO 9090-EXIT
005250     END-READ.
005260     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
005270     ACCEPT GJ-END-TIME FROM TIME.
005280     MOVE RETURN-CODE TO GJ-COND-CODE.
005290     EVALUATE TRUE
005300         WHEN RETURN-CODE = ZERO
005310             MOVE "COMPLETE  " TO GJ-STATUS
005320         WHEN RETURN-CODE = 4
005330             MOVE "WARNING   " TO GJ-STATUS
005340         WHEN OTHER
005350             MOVE "FAILED    " TO GJ-STATUS
005360     END-EVALUATE.
005370     REWRITE GREETSTP-RECORD.
005380     CLOSE GREETSTP-FILE.
005390*
005400 9090-EXIT.
005410     EXIT.
005420*
005430 END PROGRAM GREET-RCN.

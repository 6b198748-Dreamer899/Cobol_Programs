000220*                 THE ROLL-UP CAN BE RERUN SAFELY.
000230* 09/02/2026 RM   CARRIES THE NEW GREETREC DEPARTMENT FIELD ONTO
000240*                 EACH HISTORY RECORD.
000241* 10/15/2026 RM   CARRIES THE GREETMSTR VISITOR ID ONTO EACH
000242*                 HISTORY RECORD.
000243* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
000244*                 STEP LEDGER UNDER STEP NAME GREETHST FOR THE
000245*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
000246*                 RUN UNLESS ITS GREETSTQ PREDECESSORS ENDED
000247*                 CLEAN FOR THAT SAME DATE - A REFUSED RUN ENDS
000248*                 WITH CONDITION CODE 16.
000251* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000254*                 ALONG WITH THE OTHER STEP STATUSES.
000257*----------------------------------------------------------------
000260*
000270 ENVIRONMENT DIVISION.
000280*
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS GH-KEY
000420         FILE STATUS IS GHS-GREETHIST-STATUS.
000421*
000422     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS RANDOM
000425         RECORD KEY IS GJ-KEY
000426         FILE STATUS IS GHS-GREETSTP-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000660     ==GR-CR-NAME==
000670         BY ==GL-NAME==,
000680     ==GR-CR-DEPT==
000690         BY ==GL-DEPT==,
000693     ==GR-CR-VISITOR-ID==
000696         BY ==GL-VISITOR-ID==.
000700*
000710*----------------------------------------------------------------
000720* GREETHIST-FILE - PERMANENT INDEXED GREETING HISTORY, KEYED ON
000900     ==GH-HR-SITE-CODE==
000910         BY ==GH-SITE-CODE==,
000920     ==GH-HR-DEPARTMENT==
000930         BY ==GH-DEPARTMENT==,
000931     ==GH-HR-VISITOR-ID==
000932         BY ==GH-VISITOR-ID==.
000933*
000934*----------------------------------------------------------------
000935* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
000936* DATE AND STEP NAME
000937*----------------------------------------------------------------
000938 FD  GREETSTP-FILE.
000939 COPY GREETSTP REPLACING
000940     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
000941     ==GJ-SL-KEY==
000942         BY ==GJ-KEY==,
000943     ==GJ-SL-ROSTER-DATE==
000944         BY ==GJ-ROSTER-DATE==,
000945     ==GJ-SL-STEP-NAME==
000946         BY ==GJ-STEP-NAME==,
000947     ==GJ-SL-STEP-DATA==
000948         BY ==GJ-STEP-DATA==,
000949     ==GJ-SL-START-DATE==
000950         BY ==GJ-START-DATE==,
000951     ==GJ-SL-START-TIME==
000952         BY ==GJ-START-TIME==,
000953     ==GJ-SL-END-DATE==
000954         BY ==GJ-END-DATE==,
000955     ==GJ-SL-END-TIME==
000956         BY ==GJ-END-TIME==,
000957     ==GJ-SL-COND-CODE==
000958         BY ==GJ-COND-CODE==,
000959     ==GJ-SL-STATUS==
000960         BY ==GJ-STATUS==,
000961     ==GJ-SL-STEP-STARTED==
000962         BY ==GJ-STEP-STARTED==,
000963     ==GJ-SL-STEP-COMPLETE==
000964         BY ==GJ-STEP-COMPLETE==,
000965     ==GJ-SL-STEP-WARNING==
000966         BY ==GJ-STEP-WARNING==,
000967     ==GJ-SL-STEP-FAILED==
000968         BY ==GJ-STEP-FAILED==,
000969     ==GJ-SL-STEP-REFUSED==
000970         BY ==GJ-STEP-REFUSED==,
000971     ==GJ-SL-STEP-PARTIAL==
000972         BY ==GJ-STEP-PARTIAL==,
000973     ==GJ-SL-STEP-OUT-OF-BAL==
000974         BY ==GJ-STEP-OUT-OF-BAL==,
000975     ==GJ-SL-STEP-RERUN-DUE==
000976         BY ==GJ-STEP-RERUN-DUE==,
000977     ==GJ-SL-STEP-ENDED-CLEAN==
000978         BY ==GJ-STEP-ENDED-CLEAN==,
000979     ==GJ-SL-RUN-COUNT==
000980         BY ==GJ-RUN-COUNT==,
000981     ==GJ-SL-NOTE==
000982         BY ==GJ-NOTE==,
000983     ==GJ-SL-STREAM-DATA==
000984         BY ==GJ-STREAM-DATA==,
000985     ==GJ-SL-CURRENT-DATE==
000986         BY ==GJ-CURRENT-DATE==,
000987     ==GJ-SL-STREAM-STATE==
000988         BY ==GJ-STREAM-STATE==,
000989     ==GJ-SL-STREAM-OPEN==
000990         BY ==GJ-STREAM-OPEN==,
000991     ==GJ-SL-STREAM-PENDING==
000992         BY ==GJ-STREAM-PENDING==,
000993     ==GJ-SL-OPENED-DATE==
000994         BY ==GJ-OPENED-DATE==,
000995     ==GJ-SL-OPENED-TIME==
000996         BY ==GJ-OPENED-TIME==.
000997*
000998 WORKING-STORAGE SECTION.
000999*
001000 01  GHS-SWITCHES.
001001     05  GHS-EOF-SW                PIC X(01)  VALUE "N".
001002         88  GHS-END-OF-LOG                    VALUE "Y".
001003     05  GHS-STEP-REFUSED-SW       PIC X(01)  VALUE "N".
001004         88  GHS-STEP-IS-REFUSED               VALUE "Y".
001005     05  GHS-STEP-ON-LEDGER-SW     PIC X(01)  VALUE "N".
001006         88  GHS-STEP-IS-ON-LEDGER             VALUE "Y".
001007*
001010 77  GHS-GREETHIST-STATUS          PIC X(02).
001020 77  GHS-LOG-READ-COUNT            PIC 9(08)  VALUE ZERO.
001030 77  GHS-POSTED-COUNT              PIC 9(08)  VALUE ZERO.
001040 77  GHS-ALREADY-COUNT             PIC 9(08)  VALUE ZERO.
001041 77  GHS-GREETSTP-STATUS           PIC X(02).
001042 77  GHS-STEP-NAME                 PIC X(08)  VALUE "GREETHST".
001043 77  GHS-STREAM-DATE               PIC 9(08)  VALUE ZERO.
001044 77  GHS-STEP-START-DATE           PIC 9(08)  VALUE ZERO.
001045 77  GHS-STEP-START-TIME           PIC 9(08)  VALUE ZERO.
001046 77  GHS-PRED-SUB                  PIC 9(02)  COMP  VALUE ZERO.
001047*
001048*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
001049*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
001050 01  GHS-REFUSE-NOTE.
001051     05  GHS-RN-STEP               PIC X(08)  VALUE SPACES.
001052     05  FILLER                    PIC X(01)  VALUE SPACES.
001053     05  GHS-RN-TEXT               PIC X(11)  VALUE SPACES.
001054*
001055*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
001056 COPY GREETSTQ.
001057*
001060 PROCEDURE DIVISION.
001070*
001080*----------------------------------------------------------------
001170*----------------------------------------------------------------
001180 1000-INITIALIZE.
001190*----------------------------------------------------------------
001193     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
001196*
001200     OPEN INPUT GREETLOG-FILE.
001210     PERFORM 1007-OPEN-HISTORY THRU 1007-EXIT.
001220*
001470     EXIT.
001480*
001490*----------------------------------------------------------------
001491 1090-REGISTER-STEP-START.
001492*----------------------------------------------------------------
001493*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
001494*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
001495*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
001496*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
001497*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
001498*    OPENED ANY OF ITS OWN FILES.
001499     ACCEPT GHS-STEP-START-DATE FROM DATE YYYYMMDD.
001500     ACCEPT GHS-STEP-START-TIME FROM TIME.
001501     MOVE "N" TO GHS-STEP-REFUSED-SW.
001502     OPEN I-O GREETSTP-FILE.
001503     IF GHS-GREETSTP-STATUS = "35"
001504         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
001505             "BEEN OPENED - RUN REFUSED"
001506         MOVE 16 TO RETURN-CODE
001507         STOP RUN
001508     END-IF.
001509     IF GHS-GREETSTP-STATUS NOT = "00"
001510         DISPLAY "GREETSTP OPEN FAILED - STATUS "
001511             GHS-GREETSTP-STATUS
001512         MOVE 12 TO RETURN-CODE
001513         STOP RUN
001514     END-IF.
001515*
001516     MOVE ZERO       TO GJ-ROSTER-DATE.
001517     MOVE "STREAM  " TO GJ-STEP-NAME.
001518     READ GREETSTP-FILE
001519         INVALID KEY
001520             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
001521             CLOSE GREETSTP-FILE
001522             MOVE 16 TO RETURN-CODE
001523             STOP RUN
001524     END-READ.
001525     IF NOT GJ-STREAM-OPEN
001526         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
001527             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
001528         CLOSE GREETSTP-FILE
001529         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001531     END-IF.
001532     MOVE GJ-CURRENT-DATE TO GHS-STREAM-DATE.
001533*
001534     SET GJ-STREAM-IDX TO 1.
001535     SEARCH GJ-STREAM-STEP
001536         AT END
001537             DISPLAY GHS-STEP-NAME " IS NOT IN THE GREETSTQ "
001538                 "STREAM TABLE - RUN STOPPED"
001539             CLOSE GREETSTP-FILE
001540             MOVE 12 TO RETURN-CODE
001541             STOP RUN
001542         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
001543                  = GHS-STEP-NAME
001544             CONTINUE
001545     END-SEARCH.
001546     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
001547         VARYING GHS-PRED-SUB FROM 1 BY 1
001548         UNTIL GHS-PRED-SUB > 3
001549            OR GHS-STEP-IS-REFUSED.
001550*
001551     MOVE GHS-STREAM-DATE TO GJ-ROSTER-DATE.
001552     MOVE GHS-STEP-NAME   TO GJ-STEP-NAME.
001553     READ GREETSTP-FILE
001554         INVALID KEY
001555             MOVE "N" TO GHS-STEP-ON-LEDGER-SW
001556             MOVE SPACES TO GJ-STEP-DATA
001557             MOVE ZERO   TO GJ-RUN-COUNT
001558         NOT INVALID KEY
001559             MOVE "Y" TO GHS-STEP-ON-LEDGER-SW
001560     END-READ.
001561     MOVE GHS-STEP-START-DATE TO GJ-START-DATE.
001562     MOVE GHS-STEP-START-TIME TO GJ-START-TIME.
001563     ADD 1 TO GJ-RUN-COUNT.
001564     IF GHS-STEP-IS-REFUSED
001565         MOVE GHS-STEP-START-DATE TO GJ-END-DATE
001566         MOVE GHS-STEP-START-TIME TO GJ-END-TIME
001567         MOVE 16 TO GJ-COND-CODE
001568         MOVE "REFUSED   " TO GJ-STATUS
001569         MOVE GHS-REFUSE-NOTE TO GJ-NOTE
001570     ELSE
001571         MOVE ZERO TO GJ-END-DATE
001572         MOVE ZERO TO GJ-END-TIME
001573         MOVE ZERO TO GJ-COND-CODE
001574         MOVE "STARTED   " TO GJ-STATUS
001575         MOVE SPACES TO GJ-NOTE
001576     END-IF.
001577     IF GHS-STEP-IS-ON-LEDGER
001578         REWRITE GREETSTP-RECORD
001579     ELSE
001580         WRITE GREETSTP-RECORD
001581     END-IF.
001582     CLOSE GREETSTP-FILE.
001583*
001584     IF GHS-STEP-IS-REFUSED
001585         DISPLAY GHS-STEP-NAME " REFUSED FOR ROSTER DATE "
001586             GHS-STREAM-DATE " - " GHS-REFUSE-NOTE
001587         MOVE 16 TO RETURN-CODE
001588         STOP RUN
001589     END-IF.
001590*
001591 1090-EXIT.
001592     EXIT.
001593*
001594*----------------------------------------------------------------
001595 1095-CHECK-PREDECESSOR.
001596*----------------------------------------------------------------
001597*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
001598*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
001599*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
001600     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GHS-PRED-SUB) = SPACES
001601         GO TO 1095-EXIT
001602     END-IF.
001603     MOVE GHS-STREAM-DATE TO GJ-ROSTER-DATE.
001604     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GHS-PRED-SUB)
001605         TO GJ-STEP-NAME.
001606     MOVE GJ-STEP-NAME TO GHS-RN-STEP.
001607     READ GREETSTP-FILE
001608         INVALID KEY
001609             SET GHS-STEP-IS-REFUSED TO TRUE
001610             MOVE "NOT RUN" TO GHS-RN-TEXT
001611             GO TO 1095-EXIT
001612     END-READ.
001613     IF NOT GJ-STEP-ENDED-CLEAN
001614         SET GHS-STEP-IS-REFUSED TO TRUE
001615         MOVE GJ-STATUS TO GHS-RN-TEXT
001616     END-IF.
001617*
001618 1095-EXIT.
001619     EXIT.
001620*
001621*----------------------------------------------------------------
001622 2000-POST-HISTORY.
001623*----------------------------------------------------------------
001624     ADD 1 TO GHS-LOG-READ-COUNT.
001625*
001626     MOVE GL-NAME        TO GH-NAME.
001627     MOVE GL-TS-DATE     TO GH-TS-DATE.
001628     MOVE GL-TS-TIME     TO GH-TS-TIME.
001629     MOVE GL-OPERATOR-ID TO GH-OPERATOR-ID.
001630     MOVE GL-LANG-CODE   TO GH-LANG-CODE.
001631     MOVE GL-SITE-CODE   TO GH-SITE-CODE.
001632     MOVE GL-DEPT        TO GH-DEPARTMENT.
001633     MOVE GL-VISITOR-ID  TO GH-VISITOR-ID.
001634     WRITE GREETHIST-RECORD
001635         INVALID KEY
001636             ADD 1 TO GHS-ALREADY-COUNT
001640         NOT INVALID KEY
001650             ADD 1 TO GHS-POSTED-COUNT
001660     END-WRITE.
001820     CLOSE GREETLOG-FILE.
001830     CLOSE GREETHIST-FILE.
001840*
001843     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
001846*
001850 9000-EXIT.
001860     EXIT.
001870*
001880*----------------------------------------------------------------
001890 9090-REGISTER-STEP-END.
001900*----------------------------------------------------------------
001910*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
001920*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
001930*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
001940*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
001950*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
001960     OPEN I-O GREETSTP-FILE.
001970     IF GHS-GREETSTP-STATUS NOT = "00"
001980         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
001990             GHS-GREETSTP-STATUS
002000         GO TO 9090-EXIT
002010     END-IF.
002020     MOVE GHS-STREAM-DATE TO GJ-ROSTER-DATE.
002030     MOVE GHS-STEP-NAME   TO GJ-STEP-NAME.
002040     READ GREETSTP-FILE
002050         INVALID KEY
002060             DISPLAY "LEDGER ENTRY FOR " GHS-STEP-NAME
002070                 " NOT FOUND AT END OF STEP"
002080             CLOSE GREETSTP-FILE
002090             GO TO 9090-EXIT
002100     END-READ.
002110     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
002120     ACCEPT GJ-END-TIME FROM TIME.
002130     MOVE RETURN-CODE TO GJ-COND-CODE.
002140     EVALUATE TRUE
002150         WHEN RETURN-CODE = ZERO
002160             MOVE "COMPLETE  " TO GJ-STATUS
002170         WHEN RETURN-CODE = 4
002180             MOVE "WARNING   " TO GJ-STATUS
002190         WHEN OTHER
002200             MOVE "FAILED    " TO GJ-STATUS
002210     END-EVALUATE.
002220     REWRITE GREETSTP-RECORD.
002230     CLOSE GREETSTP-FILE.
002240*
002250 9090-EXIT.
002260     EXIT.
002270*
002280 END PROGRAM GREET-HST.

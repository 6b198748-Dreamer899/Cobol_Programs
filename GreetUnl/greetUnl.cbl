000230*                 DATE IS CC 4, THE RECORD IS STILL BACKED UP.
000240*                 GREETPRG'S ARCHIVE ONLY HOLDS PURGED ENTRIES -
000250*                 THIS IS THE RESTORABLE COPY OF THE LIVE FILE.
000251* 10/15/2026 RM   THE MASTER IS NOW KEYED ON VISITOR ID, SO THE
000252*                 SEQUENCE CHECK IS ON THE ID (ONE NAME MAY NOW
000253*                 LEGITIMATELY APPEAR TWICE).  THE ID AND ENTRY
000254*                 STATUS ARE CARRIED TO THE BACKUP, AND THE ID IS
000255*                 PRINTED ON EVERY COMPLAINT LINE.
000256* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
000257*                 STEP LEDGER UNDER STEP NAME GREETUNL FOR THE
000258*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
000259*                 RUN UNLESS ITS GREETSTQ PREDECESSORS ENDED
000260*                 CLEAN FOR THAT SAME DATE - A REFUSED RUN ENDS
000261*                 WITH CONDITION CODE 16.
000262* 10/15/2026 RM   CARRIES THE MASTER'S NEW REGISTER SWITCH.
000263* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000264*                 ALONG WITH THE OTHER STEP STATUSES.
000265*----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
000290*
000360     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS GM-VISITOR-ID
000395         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000400         FILE STATUS IS GU-GREETMSTR-STATUS.
000410*
000420     SELECT GREETBKP-FILE ASSIGN TO GREETBKP
000440*
000450     SELECT GREETUNR-FILE ASSIGN TO GREETUNR
000460         ORGANIZATION IS LINE SEQUENTIAL.
000461*
000462     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS RANDOM
000465         RECORD KEY IS GJ-KEY
000466         FILE STATUS IS GU-GREETSTP-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000600     ==GM-MR-FIRST-GREETED-DATE==
000610         BY ==GM-FIRST-GREETED-DATE==,
000620     ==GM-MR-LAST-ACTIVITY-DATE==
000630         BY ==GM-LAST-ACTIVITY-DATE==,
000631     ==GM-MR-VISITOR-ID==
000632         BY ==GM-VISITOR-ID==,
000633     ==GM-MR-ENTRY-STATUS==
000634         BY ==GM-ENTRY-STATUS==,
000635     ==GM-MR-ENTRY-GREETED==
000636         BY ==GM-ENTRY-GREETED==,
000637     ==GM-MR-ENTRY-REGISTERED==
000638         BY ==GM-ENTRY-REGISTERED==,
000640     ==GM-MR-REGISTER-SW==
000642         BY ==GM-REGISTER-SW==,
000644     ==GM-MR-GREETED-FROM-REGISTER==
000646         BY ==GM-GREETED-FROM-REGISTER==.
000648*
000650*----------------------------------------------------------------
000660* GREETBKP-FILE - SEQUENTIAL BACKUP COPY, SAME LAYOUT AS THE
000670* MASTER, IN KEY ORDER, READY FOR GREETRLD TO REBUILD FROM
000750     ==GM-MR-FIRST-GREETED-DATE==
000760         BY ==GBK-FIRST-GREETED-DATE==,
000770     ==GM-MR-LAST-ACTIVITY-DATE==
000780         BY ==GBK-LAST-ACTIVITY-DATE==,
000781     ==GM-MR-VISITOR-ID==
000782         BY ==GBK-VISITOR-ID==,
000783     ==GM-MR-ENTRY-STATUS==
000784         BY ==GBK-ENTRY-STATUS==,
000785     ==GM-MR-ENTRY-GREETED==
000786         BY ==GBK-ENTRY-GREETED==,
000787     ==GM-MR-ENTRY-REGISTERED==
000788         BY ==GBK-ENTRY-REGISTERED==,
000790     ==GM-MR-REGISTER-SW==
000792         BY ==GBK-REGISTER-SW==,
000794     ==GM-MR-GREETED-FROM-REGISTER==
000796         BY ==GBK-GREETED-FROM-REGISTER==.
000798*
000800*----------------------------------------------------------------
000810* GREETUNR-FILE - BACKUP VERIFICATION REPORT PRINT OUTPUT
000820*----------------------------------------------------------------
000840     RECORDING MODE IS F.
000850 01  GREETUNR-LINE                 PIC X(80).
000860*
000861*----------------------------------------------------------------
000862* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
000863* DATE AND STEP NAME
000864*----------------------------------------------------------------
000865 FD  GREETSTP-FILE.
000866 COPY GREETSTP REPLACING
000867     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
000868     ==GJ-SL-KEY==
000869         BY ==GJ-KEY==,
000870     ==GJ-SL-ROSTER-DATE==
000871         BY ==GJ-ROSTER-DATE==,
000872     ==GJ-SL-STEP-NAME==
000873         BY ==GJ-STEP-NAME==,
000874     ==GJ-SL-STEP-DATA==
000875         BY ==GJ-STEP-DATA==,
000876     ==GJ-SL-START-DATE==
000877         BY ==GJ-START-DATE==,
000878     ==GJ-SL-START-TIME==
000879         BY ==GJ-START-TIME==,
000880     ==GJ-SL-END-DATE==
000881         BY ==GJ-END-DATE==,
000882     ==GJ-SL-END-TIME==
000883         BY ==GJ-END-TIME==,
000884     ==GJ-SL-COND-CODE==
000885         BY ==GJ-COND-CODE==,
000886     ==GJ-SL-STATUS==
000887         BY ==GJ-STATUS==,
000888     ==GJ-SL-STEP-STARTED==
000889         BY ==GJ-STEP-STARTED==,
000890     ==GJ-SL-STEP-COMPLETE==
000891         BY ==GJ-STEP-COMPLETE==,
000892     ==GJ-SL-STEP-WARNING==
000893         BY ==GJ-STEP-WARNING==,
000894     ==GJ-SL-STEP-FAILED==
000895         BY ==GJ-STEP-FAILED==,
000896     ==GJ-SL-STEP-REFUSED==
000897         BY ==GJ-STEP-REFUSED==,
000898     ==GJ-SL-STEP-PARTIAL==
000899         BY ==GJ-STEP-PARTIAL==,
000900     ==GJ-SL-STEP-OUT-OF-BAL==
000901         BY ==GJ-STEP-OUT-OF-BAL==,
000902     ==GJ-SL-STEP-RERUN-DUE==
000903         BY ==GJ-STEP-RERUN-DUE==,
000904     ==GJ-SL-STEP-ENDED-CLEAN==
000905         BY ==GJ-STEP-ENDED-CLEAN==,
000906     ==GJ-SL-RUN-COUNT==
000907         BY ==GJ-RUN-COUNT==,
000908     ==GJ-SL-NOTE==
000909         BY ==GJ-NOTE==,
000910     ==GJ-SL-STREAM-DATA==
000911         BY ==GJ-STREAM-DATA==,
000912     ==GJ-SL-CURRENT-DATE==
000913         BY ==GJ-CURRENT-DATE==,
000914     ==GJ-SL-STREAM-STATE==
000915         BY ==GJ-STREAM-STATE==,
000916     ==GJ-SL-STREAM-OPEN==
000917         BY ==GJ-STREAM-OPEN==,
000918     ==GJ-SL-STREAM-PENDING==
000919         BY ==GJ-STREAM-PENDING==,
000920     ==GJ-SL-OPENED-DATE==
000921         BY ==GJ-OPENED-DATE==,
000922     ==GJ-SL-OPENED-TIME==
000923         BY ==GJ-OPENED-TIME==.
000924*
000925 WORKING-STORAGE SECTION.
000926*
000927 01  GU-SWITCHES.
000928     05  GU-EOF-SW                 PIC X(01)  VALUE "N".
000929         88  GU-END-OF-MASTER                  VALUE "Y".
000930     05  GU-FIRST-SW               PIC X(01)  VALUE "Y".
000931         88  GU-FIRST-RECORD                   VALUE "Y".
000932     05  GU-STEP-REFUSED-SW        PIC X(01)  VALUE "N".
000934         88  GU-STEP-IS-REFUSED                VALUE "Y".
000936     05  GU-STEP-ON-LEDGER-SW      PIC X(01)  VALUE "N".
000938         88  GU-STEP-IS-ON-LEDGER              VALUE "Y".
000940*
000950 77  GU-GREETMSTR-STATUS           PIC X(02).
000960 77  GU-READ-COUNT                 PIC 9(08)  VALUE ZERO.
000970 77  GU-WRITTEN-COUNT              PIC 9(08)  VALUE ZERO.
000980 77  GU-SEQ-ERROR-COUNT            PIC 9(08)  VALUE ZERO.
000990 77  GU-DATE-ERROR-COUNT           PIC 9(08)  VALUE ZERO.
001000 77  GU-PRIOR-KEY                  PIC 9(08)  VALUE ZERO.
001010 77  GU-TODAY-DATE                 PIC 9(08)  VALUE ZERO.
001011 77  GU-GREETSTP-STATUS            PIC X(02).
001012 77  GU-STEP-NAME                  PIC X(08)  VALUE "GREETUNL".
001013 77  GU-STREAM-DATE                PIC 9(08)  VALUE ZERO.
001014 77  GU-STEP-START-DATE            PIC 9(08)  VALUE ZERO.
001015 77  GU-STEP-START-TIME            PIC 9(08)  VALUE ZERO.
001016 77  GU-PRED-SUB                   PIC 9(02)  COMP  VALUE ZERO.
001020*
001030 01  GU-RUN-DATE.
001040     05  GU-RD-YEAR                PIC 9(04).
001360     05  GU-DL-NAME                PIC X(20).
001370     05  FILLER                    PIC X(02)  VALUE SPACES.
001380     05  GU-DL-COMPLAINT           PIC X(40).
001390     05  FILLER                    PIC X(02)  VALUE SPACES.
001393     05  GU-DL-VISITOR-ID          PIC 9(08).
001396     05  FILLER                    PIC X(03)  VALUE SPACES.
001400*
001410 01  GU-TOTAL-LINE.
001420     05  FILLER                    PIC X(05)  VALUE SPACES.
001430     05  GU-TTL-LABEL              PIC X(30).
001440     05  GU-TTL-VALUE              PIC ZZZZZZZ9.
001450     05  FILLER                    PIC X(37)  VALUE SPACES.
001451*
001452*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
001453*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
001454 01  GU-REFUSE-NOTE.
001455     05  GU-RN-STEP                PIC X(08)  VALUE SPACES.
001456     05  FILLER                    PIC X(01)  VALUE SPACES.
001457     05  GU-RN-TEXT                PIC X(11)  VALUE SPACES.
001458*
001459*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
001460 COPY GREETSTQ.
001461*
001470 PROCEDURE DIVISION.
001480*
001490*----------------------------------------------------------------
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610*----------------------------------------------------------------
001613     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
001616*
001620     OPEN INPUT GREETMSTR-FILE.
001630     IF GU-GREETMSTR-STATUS NOT = "00"
001640         DISPLAY "GREETMSTR OPEN FAILED - STATUS "
001860     EXIT.
001870*
001880*----------------------------------------------------------------
001881 1090-REGISTER-STEP-START.
001882*----------------------------------------------------------------
001883*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
001884*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
001885*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
001886*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
001887*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
001888*    OPENED ANY OF ITS OWN FILES.
001889     ACCEPT GU-STEP-START-DATE FROM DATE YYYYMMDD.
001890     ACCEPT GU-STEP-START-TIME FROM TIME.
001891     MOVE "N" TO GU-STEP-REFUSED-SW.
001892     OPEN I-O GREETSTP-FILE.
001893     IF GU-GREETSTP-STATUS = "35"
001894         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
001895             "BEEN OPENED - RUN REFUSED"
001896         MOVE 16 TO RETURN-CODE
001897         STOP RUN
001898     END-IF.
001899     IF GU-GREETSTP-STATUS NOT = "00"
001900         DISPLAY "GREETSTP OPEN FAILED - STATUS "
001901             GU-GREETSTP-STATUS
001902         MOVE 12 TO RETURN-CODE
001903         STOP RUN
001904     END-IF.
001905*
001906     MOVE ZERO       TO GJ-ROSTER-DATE.
001907     MOVE "STREAM  " TO GJ-STEP-NAME.
001908     READ GREETSTP-FILE
001909         INVALID KEY
001910             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
001911             CLOSE GREETSTP-FILE
001912             MOVE 16 TO RETURN-CODE
001913             STOP RUN
001914     END-READ.
001915     IF NOT GJ-STREAM-OPEN
001916         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
001917             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
001918         CLOSE GREETSTP-FILE
001919         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001921     END-IF.
001922     MOVE GJ-CURRENT-DATE TO GU-STREAM-DATE.
001923*
001924     SET GJ-STREAM-IDX TO 1.
001925     SEARCH GJ-STREAM-STEP
001926         AT END
001927             DISPLAY GU-STEP-NAME " IS NOT IN THE GREETSTQ "
001928                 "STREAM TABLE - RUN STOPPED"
001929             CLOSE GREETSTP-FILE
001930             MOVE 12 TO RETURN-CODE
001931             STOP RUN
001932         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
001933                  = GU-STEP-NAME
001934             CONTINUE
001935     END-SEARCH.
001936     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
001937         VARYING GU-PRED-SUB FROM 1 BY 1
001938         UNTIL GU-PRED-SUB > 3
001939            OR GU-STEP-IS-REFUSED.
001940*
001941     MOVE GU-STREAM-DATE TO GJ-ROSTER-DATE.
001942     MOVE GU-STEP-NAME   TO GJ-STEP-NAME.
001943     READ GREETSTP-FILE
001944         INVALID KEY
001945             MOVE "N" TO GU-STEP-ON-LEDGER-SW
001946             MOVE SPACES TO GJ-STEP-DATA
001947             MOVE ZERO   TO GJ-RUN-COUNT
001948         NOT INVALID KEY
001949             MOVE "Y" TO GU-STEP-ON-LEDGER-SW
001950     END-READ.
001951     MOVE GU-STEP-START-DATE TO GJ-START-DATE.
001952     MOVE GU-STEP-START-TIME TO GJ-START-TIME.
001953     ADD 1 TO GJ-RUN-COUNT.
001954     IF GU-STEP-IS-REFUSED
001955         MOVE GU-STEP-START-DATE TO GJ-END-DATE
001956         MOVE GU-STEP-START-TIME TO GJ-END-TIME
001957         MOVE 16 TO GJ-COND-CODE
001958         MOVE "REFUSED   " TO GJ-STATUS
001959         MOVE GU-REFUSE-NOTE TO GJ-NOTE
001960     ELSE
001961         MOVE ZERO TO GJ-END-DATE
001962         MOVE ZERO TO GJ-END-TIME
001963         MOVE ZERO TO GJ-COND-CODE
001964         MOVE "STARTED   " TO GJ-STATUS
001965         MOVE SPACES TO GJ-NOTE
001966     END-IF.
001967     IF GU-STEP-IS-ON-LEDGER
001968         REWRITE GREETSTP-RECORD
001969     ELSE
001970         WRITE GREETSTP-RECORD
001971     END-IF.
001972     CLOSE GREETSTP-FILE.
001973*
001974     IF GU-STEP-IS-REFUSED
001975         DISPLAY GU-STEP-NAME " REFUSED FOR ROSTER DATE "
001976             GU-STREAM-DATE " - " GU-REFUSE-NOTE
001977         MOVE 16 TO RETURN-CODE
001978         STOP RUN
001979     END-IF.
001980*
001981 1090-EXIT.
001982     EXIT.
001983*
001984*----------------------------------------------------------------
001985 1095-CHECK-PREDECESSOR.
001986*----------------------------------------------------------------
001987*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
001988*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
001989*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
001990     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GU-PRED-SUB) = SPACES
001991         GO TO 1095-EXIT
001992     END-IF.
001993     MOVE GU-STREAM-DATE TO GJ-ROSTER-DATE.
001994     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GU-PRED-SUB)
001995         TO GJ-STEP-NAME.
001996     MOVE GJ-STEP-NAME TO GU-RN-STEP.
001997     READ GREETSTP-FILE
001998         INVALID KEY
001999             SET GU-STEP-IS-REFUSED TO TRUE
002000             MOVE "NOT RUN" TO GU-RN-TEXT
002001             GO TO 1095-EXIT
002002     END-READ.
002003     IF NOT GJ-STEP-ENDED-CLEAN
002004         SET GU-STEP-IS-REFUSED TO TRUE
002005         MOVE GJ-STATUS TO GU-RN-TEXT
002006     END-IF.
002007*
002008 1095-EXIT.
002009     EXIT.
002010*
002011*----------------------------------------------------------------
002012 2000-COPY-MASTER.
002013*----------------------------------------------------------------
002014     ADD 1 TO GU-READ-COUNT.
002015     PERFORM 2100-VERIFY-SEQUENCE THRU 2100-EXIT.
002016     PERFORM 2200-VERIFY-DATES THRU 2200-EXIT.
002017*
002018     MOVE GM-NAME                TO GBK-NAME.
002019     MOVE GM-FIRST-GREETED-DATE  TO GBK-FIRST-GREETED-DATE.
002020     MOVE GM-LAST-ACTIVITY-DATE  TO GBK-LAST-ACTIVITY-DATE.
002021     MOVE GM-VISITOR-ID          TO GBK-VISITOR-ID.
002022     MOVE GM-ENTRY-STATUS        TO GBK-ENTRY-STATUS.
002023     MOVE GM-REGISTER-SW         TO GBK-REGISTER-SW.
002024     WRITE GREETBKP-RECORD.
002025     ADD 1 TO GU-WRITTEN-COUNT.
002026*
002027     MOVE GM-VISITOR-ID TO GU-PRIOR-KEY.
002028     MOVE "N" TO GU-FIRST-SW.
002030*
002040     READ GREETMSTR-FILE
002050         AT END
002180     IF GU-FIRST-RECORD
002190         GO TO 2100-EXIT
002200     END-IF.
002210     IF GM-VISITOR-ID NOT > GU-PRIOR-KEY
002220         ADD 1 TO GU-SEQ-ERROR-COUNT
002230         MOVE GM-NAME TO GU-DL-NAME
002235         MOVE GM-VISITOR-ID TO GU-DL-VISITOR-ID
002240         IF GM-VISITOR-ID = GU-PRIOR-KEY
002250             MOVE "DUPLICATE KEY" TO GU-DL-COMPLAINT
002260         ELSE
002270             MOVE "KEY OUT OF SEQUENCE" TO GU-DL-COMPLAINT
002440        OR GM-FIRST-GREETED-DATE > GU-TODAY-DATE
002450         ADD 1 TO GU-DATE-ERROR-COUNT
002460         MOVE GM-NAME TO GU-DL-NAME
002465         MOVE GM-VISITOR-ID TO GU-DL-VISITOR-ID
002470         MOVE "FIRST-GREETED DATE BAD OR IN FUTURE"
002480             TO GU-DL-COMPLAINT
002490         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
002550        AND GM-LAST-ACTIVITY-DATE > GU-TODAY-DATE
002560         ADD 1 TO GU-DATE-ERROR-COUNT
002570         MOVE GM-NAME TO GU-DL-NAME
002575         MOVE GM-VISITOR-ID TO GU-DL-VISITOR-ID
002580         MOVE "LAST-ACTIVITY DATE IN FUTURE"
002590             TO GU-DL-COMPLAINT
002600         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
003290     CLOSE GREETBKP-FILE.
003300     CLOSE GREETUNR-FILE.
003310*
003313     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
003316*
003320 9000-EXIT.
003330     EXIT.
003340*
003350*----------------------------------------------------------------
003360 9090-REGISTER-STEP-END.
003370*----------------------------------------------------------------
003380*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
003390*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
003400*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
003410*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
003420*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
003430     OPEN I-O GREETSTP-FILE.
003440     IF GU-GREETSTP-STATUS NOT = "00"
003450         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
003460             GU-GREETSTP-STATUS
003470         GO TO 9090-EXIT
003480     END-IF.
003490     MOVE GU-STREAM-DATE TO GJ-ROSTER-DATE.
003500     MOVE GU-STEP-NAME   TO GJ-STEP-NAME.
003510     READ GREETSTP-FILE
003520         INVALID KEY
003530             DISPLAY "LEDGER ENTRY FOR " GU-STEP-NAME
003540                 " NOT FOUND AT END OF STEP"
003550             CLOSE GREETSTP-FILE
003560             GO TO 9090-EXIT
003570     END-READ.
003580     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
003590     ACCEPT GJ-END-TIME FROM TIME.
003600     MOVE RETURN-CODE TO GJ-COND-CODE.
003610     EVALUATE TRUE
003620         WHEN RETURN-CODE = ZERO
003630             MOVE "COMPLETE  " TO GJ-STATUS
003640         WHEN RETURN-CODE = 4
003650             MOVE "WARNING   " TO GJ-STATUS
003660         WHEN OTHER
003670             MOVE "FAILED    " TO GJ-STATUS
003680     END-EVALUATE.
003690     REWRITE GREETSTP-RECORD.
003700     CLOSE GREETSTP-FILE.
003710*
003720 9090-EXIT.
003730     EXIT.
003740*
003750 END PROGRAM GREET-UNL.

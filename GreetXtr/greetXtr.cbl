000170*                 LANGUAGE), AND A TRAILER WITH THE RECORD
000180*                 COUNT AND A HASH TOTAL OF THE DATE AND TIME
000190*                 FIELDS SO HR CAN BALANCE THE TRANSMISSION.
000191* 10/15/2026 RM   EACH DETAIL NOW ENDS WITH THE GREETMSTR VISITOR
000192*                 ID SO HR CAN TELL TWO PEOPLE WITH THE SAME NAME
000193*                 APART.  THE HASH TOTAL IS UNCHANGED.
000194* 10/15/2026 RM   REGISTERS ITS START AND END ON THE GREETSTP
000195*                 STEP LEDGER UNDER STEP NAME GREETXTR FOR THE
000196*                 ROSTER DATE THE STREAM IS WORKING.  WILL NOT
000197*                 RUN UNLESS ITS GREETSTQ PREDECESSORS ENDED
000198*                 CLEAN FOR THAT SAME DATE - A REFUSED RUN ENDS
000199*                 WITH CONDITION CODE 16.
000201* 10/15/2026 RM   GREETSTP COPY RENAMES THE RERUN-DUE CONDITION
000203*                 ALONG WITH THE OTHER STEP STATUSES.
000205*----------------------------------------------------------------
000210*
000220 ENVIRONMENT DIVISION.
000230*
000320*
000330     SELECT GREETHRX-FILE ASSIGN TO GREETHRX
000340         ORGANIZATION IS LINE SEQUENTIAL.
000341*
000342     SELECT GREETSTP-FILE ASSIGN TO GREETSTP
000343         ORGANIZATION IS INDEXED
000344         ACCESS MODE IS RANDOM
000345         RECORD KEY IS GJ-KEY
000346         FILE STATUS IS GX-GREETSTP-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000540     ==GR-CR-LANG-CODE==
000550         BY ==GL-LANG-CODE==,
000560     ==GR-CR-NAME==
000570         BY ==GL-NAME==,
000573     ==GR-CR-VISITOR-ID==
000576         BY ==GL-VISITOR-ID==.
000580*
000590*----------------------------------------------------------------
000600* GREETHRX-FILE - PIPE-DELIMITED INTERFACE FILE TO HR
000610*----------------------------------------------------------------
000620 FD  GREETHRX-FILE
000630     RECORDING MODE IS F.
000632 01  GREETHRX-LINE                 PIC X(80).
000633*
000634*----------------------------------------------------------------
000635* GREETSTP-FILE - NIGHTLY STREAM STEP LEDGER, KEYED ON ROSTER
000636* DATE AND STEP NAME
000637*----------------------------------------------------------------
000638 FD  GREETSTP-FILE.
000639 COPY GREETSTP REPLACING
000640     ==GREET-STEP-LEDGER-RECORD== BY ==GREETSTP-RECORD==,
000641     ==GJ-SL-KEY==
000642         BY ==GJ-KEY==,
000643     ==GJ-SL-ROSTER-DATE==
000644         BY ==GJ-ROSTER-DATE==,
000645     ==GJ-SL-STEP-NAME==
000646         BY ==GJ-STEP-NAME==,
000647     ==GJ-SL-STEP-DATA==
000648         BY ==GJ-STEP-DATA==,
000649     ==GJ-SL-START-DATE==
000650         BY ==GJ-START-DATE==,
000651     ==GJ-SL-START-TIME==
000652         BY ==GJ-START-TIME==,
000653     ==GJ-SL-END-DATE==
000654         BY ==GJ-END-DATE==,
000655     ==GJ-SL-END-TIME==
000656         BY ==GJ-END-TIME==,
000657     ==GJ-SL-COND-CODE==
000658         BY ==GJ-COND-CODE==,
000659     ==GJ-SL-STATUS==
000660         BY ==GJ-STATUS==,
000661     ==GJ-SL-STEP-STARTED==
000662         BY ==GJ-STEP-STARTED==,
000663     ==GJ-SL-STEP-COMPLETE==
000664         BY ==GJ-STEP-COMPLETE==,
000665     ==GJ-SL-STEP-WARNING==
000666         BY ==GJ-STEP-WARNING==,
000667     ==GJ-SL-STEP-FAILED==
000668         BY ==GJ-STEP-FAILED==,
000669     ==GJ-SL-STEP-REFUSED==
000670         BY ==GJ-STEP-REFUSED==,
000671     ==GJ-SL-STEP-PARTIAL==
000672         BY ==GJ-STEP-PARTIAL==,
000673     ==GJ-SL-STEP-OUT-OF-BAL==
000674         BY ==GJ-STEP-OUT-OF-BAL==,
000675     ==GJ-SL-STEP-RERUN-DUE==
000676         BY ==GJ-STEP-RERUN-DUE==,
000677     ==GJ-SL-STEP-ENDED-CLEAN==
000678         BY ==GJ-STEP-ENDED-CLEAN==,
000679     ==GJ-SL-RUN-COUNT==
000680         BY ==GJ-RUN-COUNT==,
000681     ==GJ-SL-NOTE==
000682         BY ==GJ-NOTE==,
000683     ==GJ-SL-STREAM-DATA==
000684         BY ==GJ-STREAM-DATA==,
000685     ==GJ-SL-CURRENT-DATE==
000686         BY ==GJ-CURRENT-DATE==,
000687     ==GJ-SL-STREAM-STATE==
000688         BY ==GJ-STREAM-STATE==,
000689     ==GJ-SL-STREAM-OPEN==
000690         BY ==GJ-STREAM-OPEN==,
000691     ==GJ-SL-STREAM-PENDING==
000692         BY ==GJ-STREAM-PENDING==,
000693     ==GJ-SL-OPENED-DATE==
000694         BY ==GJ-OPENED-DATE==,
000695     ==GJ-SL-OPENED-TIME==
000696         BY ==GJ-OPENED-TIME==.
000697*
000698 WORKING-STORAGE SECTION.
000699*
000700 01  GX-SWITCHES.
000701     05  GX-EOF-SW                 PIC X(01)  VALUE "N".
000702         88  GX-END-OF-LOG                     VALUE "Y".
000703     05  GX-STEP-REFUSED-SW        PIC X(01)  VALUE "N".
000704         88  GX-STEP-IS-REFUSED                VALUE "Y".
000706     05  GX-STEP-ON-LEDGER-SW      PIC X(01)  VALUE "N".
000708         88  GX-STEP-IS-ON-LEDGER              VALUE "Y".
000710*
000720 77  GX-EXTRACT-DATE               PIC 9(08)  VALUE ZERO.
000730 77  GX-RECORD-COUNT               PIC 9(08)  VALUE ZERO.
000731 77  GX-GREETSTP-STATUS            PIC X(02).
000732 77  GX-STEP-NAME                  PIC X(08)  VALUE "GREETXTR".
000733 77  GX-STREAM-DATE                PIC 9(08)  VALUE ZERO.
000734 77  GX-STEP-START-DATE            PIC 9(08)  VALUE ZERO.
000735 77  GX-STEP-START-TIME            PIC 9(08)  VALUE ZERO.
000736 77  GX-PRED-SUB                   PIC 9(02)  COMP  VALUE ZERO.
000740*
000750*----------------------------------------------------------------
000760* HASH TOTAL - THE SUM OF EVERY DETAIL'S DATE AND TIME FIELDS.
000810 77  GX-HASH-TOTAL                 PIC 9(15)  VALUE ZERO.
000820*
000830 01  GX-OUT-LINE                   PIC X(80).
000831*
000832*    WHY A STEP WAS REFUSED, AS RECORDED ON ITS LEDGER ENTRY -
000833*    THE PREDECESSOR'S NAME AND HOW IT ENDED (OR "NOT RUN").
000834 01  GX-REFUSE-NOTE.
000835     05  GX-RN-STEP                PIC X(08)  VALUE SPACES.
000836     05  FILLER                    PIC X(01)  VALUE SPACES.
000837     05  GX-RN-TEXT                PIC X(11)  VALUE SPACES.
000838*
000839*    NIGHTLY STREAM ORDER AND EACH STEP'S PREDECESSORS.
000840 COPY GREETSTQ.
000841*
000850 PROCEDURE DIVISION.
000860*
000870*----------------------------------------------------------------
000970*----------------------------------------------------------------
000980 1000-INITIALIZE.
000990*----------------------------------------------------------------
000993     PERFORM 1090-REGISTER-STEP-START THRU 1090-EXIT.
000996*
001000     OPEN INPUT  GREETLOG-FILE.
001010     OPEN OUTPUT GREETHRX-FILE.
001020*
001150     EXIT.
001160*
001170*----------------------------------------------------------------
001171 1090-REGISTER-STEP-START.
001172*----------------------------------------------------------------
001173*    THE NIGHTLY STREAM WORKS ONE ROSTER DATE AT A TIME.  THIS
001174*    STEP TAKES THE DATE FROM THE GREETSTP STREAM RECORD AND MAY
001175*    ONLY RUN WHEN EVERY PREDECESSOR GREETSTQ NAMES FOR IT HAS
001176*    ENDED CLEAN FOR THAT SAME DATE.  THE ATTEMPT IS RECORDED
001177*    EITHER WAY; A REFUSED STEP ENDS WITH CC 16 BEFORE IT HAS
001178*    OPENED ANY OF ITS OWN FILES.
001179     ACCEPT GX-STEP-START-DATE FROM DATE YYYYMMDD.
001180     ACCEPT GX-STEP-START-TIME FROM TIME.
001181     MOVE "N" TO GX-STEP-REFUSED-SW.
001182     OPEN I-O GREETSTP-FILE.
001183     IF GX-GREETSTP-STATUS = "35"
001184         DISPLAY "GREETSTP LEDGER NOT FOUND - NO STREAM HAS "
001185             "BEEN OPENED - RUN REFUSED"
001186         MOVE 16 TO RETURN-CODE
001187         STOP RUN
001188     END-IF.
001189     IF GX-GREETSTP-STATUS NOT = "00"
001190         DISPLAY "GREETSTP OPEN FAILED - STATUS "
001191             GX-GREETSTP-STATUS
001192         MOVE 12 TO RETURN-CODE
001193         STOP RUN
001194     END-IF.
001195*
001196     MOVE ZERO       TO GJ-ROSTER-DATE.
001197     MOVE "STREAM  " TO GJ-STEP-NAME.
001198     READ GREETSTP-FILE
001199         INVALID KEY
001200             DISPLAY "NO STREAM RECORD ON GREETSTP - RUN REFUSED"
001201             CLOSE GREETSTP-FILE
001202             MOVE 16 TO RETURN-CODE
001203             STOP RUN
001204     END-READ.
001205     IF NOT GJ-STREAM-OPEN
001206         DISPLAY "GREETMRG HAS NOT FINISHED OPENING THE NEXT "
001207             "STREAM AFTER " GJ-CURRENT-DATE " - RUN REFUSED"
001208         CLOSE GREETSTP-FILE
001209         MOVE 16 TO RETURN-CODE
001210         STOP RUN
001211     END-IF.
001212     MOVE GJ-CURRENT-DATE TO GX-STREAM-DATE.
001213*
001214     SET GJ-STREAM-IDX TO 1.
001215     SEARCH GJ-STREAM-STEP
001216         AT END
001217             DISPLAY GX-STEP-NAME " IS NOT IN THE GREETSTQ "
001218                 "STREAM TABLE - RUN STOPPED"
001219             CLOSE GREETSTP-FILE
001220             MOVE 12 TO RETURN-CODE
001221             STOP RUN
001222         WHEN GJ-STREAM-STEP-NAME (GJ-STREAM-IDX)
001223                  = GX-STEP-NAME
001224             CONTINUE
001225     END-SEARCH.
001226     PERFORM 1095-CHECK-PREDECESSOR THRU 1095-EXIT
001227         VARYING GX-PRED-SUB FROM 1 BY 1
001228         UNTIL GX-PRED-SUB > 3
001229            OR GX-STEP-IS-REFUSED.
001230*
001231     MOVE GX-STREAM-DATE TO GJ-ROSTER-DATE.
001232     MOVE GX-STEP-NAME   TO GJ-STEP-NAME.
001233     READ GREETSTP-FILE
001234         INVALID KEY
001235             MOVE "N" TO GX-STEP-ON-LEDGER-SW
001236             MOVE SPACES TO GJ-STEP-DATA
001237             MOVE ZERO   TO GJ-RUN-COUNT
001238         NOT INVALID KEY
001239             MOVE "Y" TO GX-STEP-ON-LEDGER-SW
001240     END-READ.
001241     MOVE GX-STEP-START-DATE TO GJ-START-DATE.
001242     MOVE GX-STEP-START-TIME TO GJ-START-TIME.
001243     ADD 1 TO GJ-RUN-COUNT.
001244     IF GX-STEP-IS-REFUSED
001245         MOVE GX-STEP-START-DATE TO GJ-END-DATE
001246         MOVE GX-STEP-START-TIME TO GJ-END-TIME
001247         MOVE 16 TO GJ-COND-CODE
001248         MOVE "REFUSED   " TO GJ-STATUS
001249         MOVE GX-REFUSE-NOTE TO GJ-NOTE
001250     ELSE
001251         MOVE ZERO TO GJ-END-DATE
001252         MOVE ZERO TO GJ-END-TIME
001253         MOVE ZERO TO GJ-COND-CODE
001254         MOVE "STARTED   " TO GJ-STATUS
001255         MOVE SPACES TO GJ-NOTE
001256     END-IF.
001257     IF GX-STEP-IS-ON-LEDGER
001258         REWRITE GREETSTP-RECORD
001259     ELSE
001260         WRITE GREETSTP-RECORD
001261     END-IF.
001262     CLOSE GREETSTP-FILE.
001263*
001264     IF GX-STEP-IS-REFUSED
001265         DISPLAY GX-STEP-NAME " REFUSED FOR ROSTER DATE "
001266             GX-STREAM-DATE " - " GX-REFUSE-NOTE
001267         MOVE 16 TO RETURN-CODE
001268         STOP RUN
001269     END-IF.
001270*
001271 1090-EXIT.
001272     EXIT.
001273*
001274*----------------------------------------------------------------
001275 1095-CHECK-PREDECESSOR.
001276*----------------------------------------------------------------
001277*    A PREDECESSOR WITH NO LEDGER ENTRY FOR THE DATE NEVER RAN;
001278*    ONE STILL "STARTED" DIED OR IS STILL RUNNING.  ONLY
001279*    COMPLETE OR WARNING COUNTS AS ENDED CLEAN.
001280     IF GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GX-PRED-SUB) = SPACES
001281         GO TO 1095-EXIT
001282     END-IF.
001283     MOVE GX-STREAM-DATE TO GJ-ROSTER-DATE.
001284     MOVE GJ-STREAM-PRED-NAME (GJ-STREAM-IDX, GX-PRED-SUB)
001285         TO GJ-STEP-NAME.
001286     MOVE GJ-STEP-NAME TO GX-RN-STEP.
001287     READ GREETSTP-FILE
001288         INVALID KEY
001289             SET GX-STEP-IS-REFUSED TO TRUE
001290             MOVE "NOT RUN" TO GX-RN-TEXT
001291             GO TO 1095-EXIT
001292     END-READ.
001293     IF NOT GJ-STEP-ENDED-CLEAN
001294         SET GX-STEP-IS-REFUSED TO TRUE
001295         MOVE GJ-STATUS TO GX-RN-TEXT
001296     END-IF.
001297*
001298 1095-EXIT.
001299     EXIT.
001300*
001301*----------------------------------------------------------------
001302 2000-EXTRACT-LOG.
001303*----------------------------------------------------------------
001304     ADD 1 TO GX-RECORD-COUNT.
001305     ADD GL-TS-DATE TO GX-HASH-TOTAL.
001306     ADD GL-TS-TIME TO GX-HASH-TOTAL.
001307*
001308     MOVE SPACES TO GX-OUT-LINE.
001309     STRING "DTL" "|"
001310         FUNCTION TRIM (GL-OPERATOR-ID) "|"
001311         FUNCTION TRIM (GL-NAME) "|"
001312         GL-TS-DATE "|"
001313         GL-TS-TIME "|"
001314         GL-LANG-CODE "|"
001315         GL-VISITOR-ID
001316         DELIMITED BY SIZE
001320         INTO GX-OUT-LINE.
001330     WRITE GREETHRX-LINE FROM GX-OUT-LINE.
001340*
001600     CLOSE GREETLOG-FILE.
001610     CLOSE GREETHRX-FILE.
001620*
001623     PERFORM 9090-REGISTER-STEP-END THRU 9090-EXIT.
001626*
001630 9000-EXIT.
001640     EXIT.
001650*
001660*----------------------------------------------------------------
001670 9090-REGISTER-STEP-END.
001680*----------------------------------------------------------------
001690*    THE STEP'S LEDGER ENTRY GETS ITS END STAMP AND THE
001700*    CONDITION CODE THE STEP IS ENDING WITH.  A CODE OF 4 STILL
001710*    LETS THE REST OF THE STREAM RUN; 8 OR ABOVE DOES NOT.  IF
001720*    THE LEDGER CANNOT BE UPDATED THE ENTRY STAYS "STARTED" AND
001730*    THE STEPS AFTER THIS ONE WILL REFUSE TO RUN.
001740     OPEN I-O GREETSTP-FILE.
001750     IF GX-GREETSTP-STATUS NOT = "00"
001760         DISPLAY "GREETSTP OPEN FAILED AT END OF STEP - STATUS "
001770             GX-GREETSTP-STATUS
001780         GO TO 9090-EXIT
001790     END-IF.
001800     MOVE GX-STREAM-DATE TO GJ-ROSTER-DATE.
001810     MOVE GX-STEP-NAME   TO GJ-STEP-NAME.
001820     READ GREETSTP-FILE
001830         INVALID KEY
001840             DISPLAY "LEDGER ENTRY FOR " GX-STEP-NAME
001850                 " NOT FOUND AT END OF STEP"
001860             CLOSE GREETSTP-FILE
001870             GO TO 9090-EXIT
001880     END-READ.
001890     ACCEPT GJ-END-DATE FROM DATE YYYYMMDD.
001900     ACCEPT GJ-END-TIME FROM TIME.
001910     MOVE RETURN-CODE TO GJ-COND-CODE.
001920     EVALUATE TRUE
001930         WHEN RETURN-CODE = ZERO
001940             MOVE "COMPLETE  " TO GJ-STATUS
001950         WHEN RETURN-CODE = 4
001960             MOVE "WARNING   " TO GJ-STATUS
001970         WHEN OTHER
001980             MOVE "FAILED    " TO GJ-STATUS
001990     END-EVALUATE.
002000     REWRITE GREETSTP-RECORD.
002010     CLOSE GREETSTP-FILE.
002020*
002030 9090-EXIT.
002040     EXIT.
002050*
002060 END PROGRAM GREET-XTR.

000202* 09/02/2026 RM   CARRIES THE NEW GREETREC DEPARTMENT FIELD
000204*                 ONTO EACH "BACKEDOUT" REVERSAL ROW SO THE
000206*                 DEPARTMENT REPORT STAYS CONSISTENT.
000207* 10/15/2026 RM   THE MASTER ENTRY TO BACK OUT IS FOUND BY THE
000208*                 VISITOR ID CARRIED ON THE LOG RECORD, SO A
000209*                 SECOND PERSON WITH THE SAME NAME IS NEVER
000210*                 DELETED BY MISTAKE.  A LOG RECORD WITH NO ID
000211*                 FALLS BACK TO THE NAME.  THE REVERSAL AUDIT
000212*                 RECORD CARRIES THE ID.
000213* 10/15/2026 RM   EACH "BACKEDOUT" ROW CLAIMS ITS SEQUENCE NUMBER
000214*                 AND IS CHAINED FROM THE GREETACH CHAIN CONTROL
000215*                 RECORD AS IT IS WRITTEN, THE SAME AS THE ROWS
000216*                 GREET-USER WRITES, SO THE REVERSAL IS PART OF
000217*                 THE SEALED TRAIL.
000218* 10/15/2026 RM   A BACKED-OUT MASTER ENTRY'S GREETPHX PHONETIC
000219*                 INDEX ROW IS DELETED WITH IT.
000220* 10/15/2026 RM   A REGISTERED ENTRY THE BAD RUN GREETED IS PUT
000221*                 BACK TO REGISTERED INSTEAD OF BEING DELETED, AND
000222*                 KEEPS ITS GREETPHX ROW.
000223* 10/15/2026 RM   WALK-IN DESK RECORDS ON THE RUN DATE ARE KEPT ON
000224*                 THE CLEANED LOG AND NOT BACKED OUT - ONLY THE
000225*                 ROSTER RUN'S OWN RECORDS ARE REVERSED.
000226* 10/15/2026 RM   GREETREC COPIES RENAME THE WALK-IN CONDITION AND
000227*                 THE GREET-ON DATE LIKE THEIR OTHER FIELDS.
000228*----------------------------------------------------------------
000229*
000230 ENVIRONMENT DIVISION.
000240*
000250 CONFIGURATION SECTION.
000370     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GM-VISITOR-ID
000405         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000410         FILE STATUS IS GB-GREETMSTR-STATUS.
000420*
000430     SELECT GREETAUD-FILE ASSIGN TO GREETAUD
000440         ORGANIZATION IS SEQUENTIAL.
000450*
000452     SELECT GREETACH-FILE ASSIGN TO GREETACH
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS GB-GREETACH-STATUS.
000458*
000460     SELECT GREETBKR-FILE ASSIGN TO GREETBKR
000470         ORGANIZATION IS LINE SEQUENTIAL.
000471*
000472     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS RANDOM
000475         RECORD KEY IS GN-PX-VISITOR-ID
000476         ALTERNATE RECORD KEY IS GN-PX-SOUND-KEY WITH DUPLICATES
000477         FILE STATUS IS GB-GREETPHX-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000700         BY ==GL-SITE-CODE==,
000710     ==GR-CR-NAME==
000720         BY ==GL-NAME==,
000721     ==GR-CR-DEPT-WALK-IN==
000722         BY ==GL-DEPT-WALK-IN==,
000723     ==GR-CR-DEPT==
000724         BY ==GL-DEPT==,
000725     ==GR-CR-GREET-ON-DATE==
000726         BY ==GL-GREET-ON-DATE==,
000727     ==GR-CR-VISITOR-ID==
000728         BY ==GL-VISITOR-ID==.
000730*
000740*----------------------------------------------------------------
000750* GREETLGO-FILE - THE CLEANED LOG: EVERY INPUT RECORD THAT WAS
000940         BY ==GLO-SITE-CODE==,
000950     ==GR-CR-NAME==
000960         BY ==GLO-NAME==,
000961     ==GR-CR-DEPT-WALK-IN==
000962         BY ==GLO-DEPT-WALK-IN==,
000963     ==GR-CR-DEPT==
000964         BY ==GLO-DEPT==,
000965     ==GR-CR-GREET-ON-DATE==
000966         BY ==GLO-GREET-ON-DATE==,
000967     ==GR-CR-VISITOR-ID==
000968         BY ==GLO-VISITOR-ID==.
000970*
000980*----------------------------------------------------------------
000990* GREETMSTR-FILE - INDEXED MASTER THE BAD RUN POLLUTED
001060     ==GM-MR-FIRST-GREETED-DATE==
001070         BY ==GM-FIRST-GREETED-DATE==,
001080     ==GM-MR-LAST-ACTIVITY-DATE==
001090         BY ==GM-LAST-ACTIVITY-DATE==,
001091     ==GM-MR-VISITOR-ID==
001092         BY ==GM-VISITOR-ID==,
001093     ==GM-MR-ENTRY-STATUS==
001094         BY ==GM-ENTRY-STATUS==,
001095     ==GM-MR-ENTRY-GREETED==
001096         BY ==GM-ENTRY-GREETED==,
001097     ==GM-MR-ENTRY-REGISTERED==
001098         BY ==GM-ENTRY-REGISTERED==,
001100     ==GM-MR-REGISTER-SW==
001102         BY ==GM-REGISTER-SW==,
001104     ==GM-MR-GREETED-FROM-REGISTER==
001106         BY ==GM-GREETED-FROM-REGISTER==.
001108*
001110*----------------------------------------------------------------
001120* GREETAUD-FILE - AUDIT TRAIL, EXTENDED WITH ONE "BACKEDOUT"
001130* REVERSAL RECORD PER NAME BACKED OUT
001170     COPY GREETAUD.
001180*
001190*----------------------------------------------------------------
001191* GREETACH-FILE - GREETAUD CHAIN CONTROL (ONE RECORD), CLAIMED ONE
001192* SEQUENCE NUMBER PER REVERSAL ROW
001193*----------------------------------------------------------------
001194 FD  GREETACH-FILE
001195     RECORDING MODE IS F.
001196     COPY GREETASL.
001197*
001198*----------------------------------------------------------------
001200* GREETBKR-FILE - BACKOUT REGISTER PRINT OUTPUT
001210*----------------------------------------------------------------
001220 FD  GREETBKR-FILE
001230     RECORDING MODE IS F.
001240 01  GREETBKR-LINE                 PIC X(80).
001241*
001242*----------------------------------------------------------------
001243* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER ENTRY;
001244* A BACKED-OUT ENTRY'S ROW IS DELETED BY VISITOR ID
001245*----------------------------------------------------------------
001246 FD  GREETPHX-FILE.
001247     COPY GREETPHX.
001250*
001260 WORKING-STORAGE SECTION.
001270*
001300         88  GB-END-OF-LOG                     VALUE "Y".
001310     05  GB-PARM-NUMERIC-SW        PIC X(01)  VALUE "Y".
001320         88  GB-PARM-IS-NUMERIC                VALUE "Y".
001323     05  GB-MSTR-FOUND-SW          PIC X(01)  VALUE "N".
001326         88  GB-MASTER-FOUND                   VALUE "Y".
001330*
001340 77  GB-GREETMSTR-STATUS           PIC X(02).
001345 77  GB-GREETPHX-STATUS            PIC X(02).
001350 77  GB-RUN-DATE-PARM              PIC 9(08)  VALUE ZERO.
001360 77  GB-OPERATOR-ID                PIC X(08).
001370 77  GB-JOB-NAME                   PIC X(08)  VALUE "GREETBCK".
001400 77  GB-BACKED-OUT-COUNT           PIC 9(08)  VALUE ZERO.
001410 77  GB-KEPT-COUNT                 PIC 9(08)  VALUE ZERO.
001420 77  GB-NO-MASTER-COUNT            PIC 9(08)  VALUE ZERO.
001429 77  GB-REVERSAL-COUNT             PIC 9(08)  VALUE ZERO.
001430 77  GB-RESTORED-COUNT             PIC 9(08)  VALUE ZERO.
001431 77  GB-GREETACH-STATUS            PIC X(02).
001432*
001433*    CHECK-VALUE WORK FIELDS FOR THE SEQUENCE NUMBER AND CHAIN
001434*    CARRIED ON EVERY AUDIT ROW.
001435 COPY GREETCHK.
001440*
001450 01  GB-RUN-DATE.
001460     05  GB-RD-YEAR                PIC 9(04).
002320         STOP RUN
002330     END-IF.
002340*
002341     OPEN I-O GREETPHX-FILE.
002342     IF GB-GREETPHX-STATUS NOT = "00"
002343         DISPLAY "GREETPHX OPEN FAILED - STATUS "
002344             GB-GREETPHX-STATUS " - REBUILD IT WITH GREET-PIX"
002345         MOVE 12 TO RETURN-CODE
002346         STOP RUN
002347     END-IF.
002348*
002350     DISPLAY "USER" UPON ENVIRONMENT-NAME.
002360     ACCEPT GB-OPERATOR-ID FROM ENVIRONMENT-VALUE.
002370     IF GB-OPERATOR-ID = SPACES
002840 2000-PROCESS-LOG.
002850*----------------------------------------------------------------
002860     ADD 1 TO GB-LOG-READ-COUNT.
002863*    A WALK-IN GREETED AT THE DESK IS IN THE SAME GREETLOG BUT IS
002866*    NOT PART OF THE ROSTER RUN - IT IS KEPT LIKE ANY OTHER DATE.
002870     IF GL-TS-DATE = GB-RUN-DATE-PARM
002875        AND NOT GL-DEPT-WALK-IN
002880         PERFORM 2100-BACK-OUT-RECORD THRU 2100-EXIT
002890     ELSE
002900         ADD 1 TO GB-KEPT-COUNT
002920         WRITE GREETLGO-RECORD
002930         MOVE GL-NAME    TO GB-DL-NAME
002940         MOVE GL-TS-DATE TO GB-DL-DATE
002945         IF GL-DEPT-WALK-IN
002950             MOVE "KEPT - WALK-IN DESK" TO GB-DL-ACTION
002952         ELSE
002954             MOVE "KEPT - OTHER RUN DATE" TO GB-DL-ACTION
002956         END-IF
002960         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
002970     END-IF.
002980*
003100*    DATE MATCHES THE RUN BEING BACKED OUT - AN ENTRY DATED
003110*    EARLIER BELONGS TO A LEGITIMATE PRIOR GREET AND IS LEFT
003120*    ALONE, FLAGGED ON THE REGISTER FOR THE SUPERVISOR.
003124*    A DELETED ENTRY'S PHONETIC INDEX ROW IS DELETED WITH IT.
003125*    AN ENTRY THAT WAS REGISTERED AHEAD OF TIME BEFORE THE RUN
003126*    GREETED IT IS NOT DELETED - IT GOES BACK TO REGISTERED,
003127*    UNDATED, AND KEEPS ITS PHONETIC INDEX ROW.
003128*    WALK-IN DESK RECORDS NEVER REACH HERE - 2000 KEEPS THEM, SO
003129*    AN ENTRY THE DESK GREETED ON THE RUN DATE IS NOT TOUCHED.
003130     IF GL-VISITOR-ID IS NUMERIC
003132        AND GL-VISITOR-ID > ZERO
003136         MOVE GL-VISITOR-ID TO GM-VISITOR-ID
003140         READ GREETMSTR-FILE
003150             KEY IS GM-VISITOR-ID
003160             INVALID KEY
003161                 MOVE "N" TO GB-MSTR-FOUND-SW
003162             NOT INVALID KEY
003163                 MOVE "Y" TO GB-MSTR-FOUND-SW
003164         END-READ
003165     ELSE
003166         MOVE GL-NAME TO GM-NAME
003167         READ GREETMSTR-FILE
003168             KEY IS GM-NAME
003169             INVALID KEY
003170                 MOVE "N" TO GB-MSTR-FOUND-SW
003171             NOT INVALID KEY
003172                 MOVE "Y" TO GB-MSTR-FOUND-SW
003173         END-READ
003174     END-IF.
003175     IF NOT GB-MASTER-FOUND
003176         ADD 1 TO GB-NO-MASTER-COUNT
003177         MOVE "NO MASTER ENTRY" TO GB-DL-ACTION
003178     ELSE
003179         IF GM-FIRST-GREETED-DATE = GB-RUN-DATE-PARM
003183             IF GM-GREETED-FROM-REGISTER
003188                 MOVE "R"   TO GM-ENTRY-STATUS
003191                 MOVE ZERO  TO GM-FIRST-GREETED-DATE
003192                               GM-LAST-ACTIVITY-DATE
003193                 MOVE SPACE TO GM-REGISTER-SW
003194                 REWRITE GREETMSTR-RECORD
003195                 ADD 1 TO GB-RESTORED-COUNT
003196                 MOVE "REGISTRATION RESTORED" TO GB-DL-ACTION
003197             ELSE
003198                 DELETE GREETMSTR-FILE RECORD
003199                 MOVE GM-VISITOR-ID TO GN-PX-VISITOR-ID
003200                 DELETE GREETPHX-FILE RECORD
003201                     INVALID KEY
003202                         DISPLAY "VISITOR ID " GN-PX-VISITOR-ID
003203                             " NOT ON GREETPHX - VERIFY IT WITH "
003204                             "GREET-PIX"
003205                         IF RETURN-CODE < 4
003206                             MOVE 4 TO RETURN-CODE
003207                         END-IF
003208                 END-DELETE
003209                 MOVE "BACKED OUT - MASTER DELETED"
003210                     TO GB-DL-ACTION
003211             END-IF
003212         ELSE
003213             ADD 1 TO GB-NO-MASTER-COUNT
003214             MOVE "MASTER PREDATES RUN - KEPT"
003230                 TO GB-DL-ACTION
003240         END-IF
003280     END-IF.
003300*
003310     ADD 1 TO GB-BACKED-OUT-COUNT.
003320     MOVE GL-NAME    TO GB-DL-NAME.
003500     MOVE GL-SITE-CODE    TO GA-SITE-CODE.
003510     MOVE GL-LANG-CODE    TO GA-LANG-CODE.
003512     MOVE GL-DEPT         TO GA-DEPARTMENT.
003513     IF GL-VISITOR-ID IS NUMERIC
003514         MOVE GL-VISITOR-ID TO GA-VISITOR-ID
003515     ELSE
003516         MOVE ZERO TO GA-VISITOR-ID
003517     END-IF.
003518     PERFORM 2210-CHAIN-AUDIT-RECORD THRU 2210-EXIT.
003520     WRITE GREET-AUDIT-RECORD.
003530     ADD 1 TO GB-REVERSAL-COUNT.
003540*
003550 2200-EXIT.
003551     EXIT.
003552*
003553*----------------------------------------------------------------
003554 2210-CHAIN-AUDIT-RECORD.
003555*----------------------------------------------------------------
003556*    CLAIM THE NEXT SEQUENCE NUMBER ON THE GREETACH CHAIN
003557*    CONTROL RECORD AND CHAIN THE ROW FROM THE LAST ONE WRITTEN,
003558*    BEFORE THE ROW IS WRITTEN.  THE FILE IS OPENED AND CLOSED
003559*    AROUND EACH ROW, THE SAME AS THE VISITOR ID COUNTER, SO A
003560*    ROW ANOTHER PROGRAM WRITES IN BETWEEN IS CHAINED IN ITS
003561*    PROPER PLACE.  NO DATASET YET MEANS NO ROW HAS EVER BEEN
003562*    CHAINED - IT IS CREATED AT ZERO.
003563     OPEN I-O GREETACH-FILE.
003564     IF GB-GREETACH-STATUS = "35"
003565         OPEN OUTPUT GREETACH-FILE
003566         MOVE SPACES TO GREET-AUDIT-SEAL-RECORD
003567         MOVE ZERO   TO GZ-AS-PERIOD
003568         MOVE ZERO   TO GZ-AS-OPEN-SEQUENCE-NO
003569         MOVE ZERO   TO GZ-AS-OPEN-CHAIN-CHECK
003570         MOVE ZERO   TO GZ-AS-LAST-SEQUENCE-NO
003571         MOVE ZERO   TO GZ-AS-LAST-CHAIN-CHECK
003572         MOVE ZERO   TO GZ-AS-ROW-COUNT
003573         MOVE ZERO   TO GZ-AS-SUPPRESS-COUNT
003574         MOVE ZERO   TO GZ-AS-BACKEDOUT-COUNT
003575         MOVE ZERO   TO GZ-AS-UNSEQUENCED-COUNT
003576         MOVE ZERO   TO GZ-AS-LAST-DATE
003577         MOVE ZERO   TO GZ-AS-LAST-TIME
003578         SET GZ-AS-CHAIN-OPEN TO TRUE
003579         WRITE GREET-AUDIT-SEAL-RECORD
003580         CLOSE GREETACH-FILE
003581         OPEN I-O GREETACH-FILE
003582     END-IF.
003583     IF GB-GREETACH-STATUS NOT = "00"
003584         DISPLAY "GREETACH OPEN FAILED - STATUS "
003585             GB-GREETACH-STATUS
003586         MOVE 12 TO RETURN-CODE
003587         STOP RUN
003588     END-IF.
003589     READ GREETACH-FILE
003590         AT END
003591             DISPLAY "GREETACH CONTROL RECORD MISSING - RUN "
003592                 "STOPPED"
003593             MOVE 12 TO RETURN-CODE
003594             STOP RUN
003595     END-READ.
003596*
003597     ADD 1 GZ-AS-LAST-SEQUENCE-NO GIVING GA-SEQUENCE-NO.
003598     MOVE GZ-AS-LAST-CHAIN-CHECK TO GCK-PRIOR-CHAIN.
003599     PERFORM 2215-COMPUTE-NAME-CHECK THRU 2215-EXIT.
003600     MOVE GCK-NAME-CHECK TO GA-NAME-CHECK.
003601     PERFORM 2216-COMPUTE-CHAIN-CHECK THRU 2216-EXIT.
003602     MOVE GCK-CHAIN-CHECK TO GA-CHAIN-CHECK.
003603*
003604     MOVE GA-SEQUENCE-NO TO GZ-AS-LAST-SEQUENCE-NO.
003605     MOVE GA-CHAIN-CHECK TO GZ-AS-LAST-CHAIN-CHECK.
003606     ADD 1 TO GZ-AS-ROW-COUNT.
003607     IF GA-DISPOSITION = "SUPPRESS "
003608         ADD 1 TO GZ-AS-SUPPRESS-COUNT
003609     END-IF.
003610     IF GA-DISPOSITION = "BACKEDOUT"
003611         ADD 1 TO GZ-AS-BACKEDOUT-COUNT
003612     END-IF.
003613     MOVE GA-RUN-DATE TO GZ-AS-LAST-DATE.
003614     MOVE GA-RUN-TIME TO GZ-AS-LAST-TIME.
003615     MOVE GA-JOB-NAME TO GZ-AS-LAST-JOB.
003616     REWRITE GREET-AUDIT-SEAL-RECORD.
003617     CLOSE GREETACH-FILE.
003618*
003619 2210-EXIT.
003620     EXIT.
003621*
003622*----------------------------------------------------------------
003623 2215-COMPUTE-NAME-CHECK.
003624*----------------------------------------------------------------
003625*    NAME CHECK OF THE ROW IN GREET-AUDIT-RECORD, LEFT IN
003626*    GCK-NAME-CHECK.  SEE GREETCHK FOR WHAT IS FOLDED AND HOW.
003627     MOVE GA-NAME           TO GCK-NI-NAME.
003628     MOVE GA-VISITOR-ID     TO GCK-NI-VISITOR-ID.
003629     MOVE GA-SEQUENCE-NO    TO GCK-NI-SEQUENCE-NO.
003630     MOVE GCK-NAME-IMAGE    TO GCK-FOLD-IMAGE.
003631     MOVE LENGTH OF GCK-NAME-IMAGE TO GCK-FOLD-LENGTH.
003632     PERFORM 2217-FOLD-IMAGE THRU 2217-EXIT.
003633     MOVE GCK-FOLD-VALUE    TO GCK-NAME-CHECK.
003634*
003635 2215-EXIT.
003636     EXIT.
003637*
003638*----------------------------------------------------------------
003639 2216-COMPUTE-CHAIN-CHECK.
003640*----------------------------------------------------------------
003641*    CHAIN CHECK OF THE ROW IN GREET-AUDIT-RECORD, CHAINED FROM
003642*    GCK-PRIOR-CHAIN AND TAKING THE NAME CHECK AS IT STANDS ON THE
003643*    ROW, LEFT IN GCK-CHAIN-CHECK.
003644     MOVE GCK-PRIOR-CHAIN   TO GCK-RI-PRIOR-CHAIN.
003645     MOVE GA-SEQUENCE-NO    TO GCK-RI-SEQUENCE-NO.
003646     MOVE GA-JOB-NAME       TO GCK-RI-JOB-NAME.
003647     MOVE GA-OPERATOR-ID    TO GCK-RI-OPERATOR-ID.
003648     MOVE GA-RUN-DATE       TO GCK-RI-RUN-DATE.
003649     MOVE GA-RUN-TIME       TO GCK-RI-RUN-TIME.
003650     MOVE GA-DISPOSITION    TO GCK-RI-DISPOSITION.
003651     MOVE GA-SITE-CODE      TO GCK-RI-SITE-CODE.
003652     MOVE GA-LANG-CODE      TO GCK-RI-LANG-CODE.
003653     MOVE GA-DEPARTMENT     TO GCK-RI-DEPARTMENT.
003654     MOVE GA-NAME-CHECK     TO GCK-RI-NAME-CHECK.
003655     MOVE GCK-ROW-IMAGE     TO GCK-FOLD-IMAGE.
003656     MOVE LENGTH OF GCK-ROW-IMAGE TO GCK-FOLD-LENGTH.
003657     PERFORM 2217-FOLD-IMAGE THRU 2217-EXIT.
003658     MOVE GCK-FOLD-VALUE    TO GCK-CHAIN-CHECK.
003659*
003660 2216-EXIT.
003661     EXIT.
003662*
003663*----------------------------------------------------------------
003664 2217-FOLD-IMAGE.
003665*----------------------------------------------------------------
003666     MOVE ZERO TO GCK-FOLD-VALUE.
003667     PERFORM 2218-FOLD-ONE-CHAR THRU 2218-EXIT
003668         VARYING GCK-FOLD-SUB FROM 1 BY 1
003669         UNTIL GCK-FOLD-SUB > GCK-FOLD-LENGTH.
003670*
003671 2217-EXIT.
003672     EXIT.
003673*
003674*----------------------------------------------------------------
003675 2218-FOLD-ONE-CHAR.
003676*----------------------------------------------------------------
003677     MOVE ZERO TO GCK-BYTE-VALUE.
003678     MOVE GCK-FOLD-IMAGE (GCK-FOLD-SUB : 1) TO GCK-BYTE.
003679     COMPUTE GCK-FOLD-WORK = GCK-FOLD-VALUE * GCK-FOLD-MULTIPLIER
003680                           + GCK-BYTE-VALUE + GCK-FOLD-SUB.
003681     DIVIDE GCK-FOLD-WORK BY GCK-FOLD-MODULUS
003682         GIVING GCK-FOLD-QUOTIENT REMAINDER GCK-FOLD-VALUE.
003683*
003684 2218-EXIT.
003685     EXIT.
003686*
003687*----------------------------------------------------------------
003688 7000-PRINT-HEADINGS.
003689*----------------------------------------------------------------
003690     ADD 1 TO GB-PAGE-COUNT.
003691     MOVE GB-PAGE-COUNT TO GB-H1-PAGE.
003692     MOVE ZERO TO GB-LINE-COUNT.
003693*
003694     IF GB-PAGE-COUNT > 1
003695         WRITE GREETBKR-LINE FROM GB-HEADING-1
003696             AFTER ADVANCING PAGE
003697     ELSE
003698         WRITE GREETBKR-LINE FROM GB-HEADING-1
003700     END-IF.
003710     WRITE GREETBKR-LINE FROM GB-HEADING-2.
003720     MOVE SPACES TO GREETBKR-LINE.
004070     MOVE "REVERSALS WRITTEN TO AUDIT: " TO GB-TTL-LABEL.
004080     MOVE GB-REVERSAL-COUNT TO GB-TTL-VALUE.
004090     WRITE GREETBKR-LINE FROM GB-TOTAL-LINE.
004092     MOVE "REGISTRATIONS RESTORED:     " TO GB-TTL-LABEL.
004094     MOVE GB-RESTORED-COUNT TO GB-TTL-VALUE.
004096     WRITE GREETBKR-LINE FROM GB-TOTAL-LINE.
004100*
004110*    A NAME THE MASTER COULD NOT GIVE BACK (MISSING, OR DATED
004120*    BEFORE THE BAD RUN) IS WORTH A WARNING CODE - THE
004250     CLOSE GREETLOG-FILE.
004260     CLOSE GREETLGO-FILE.
004270     CLOSE GREETMSTR-FILE.
004275     CLOSE GREETPHX-FILE.
004280     CLOSE GREETAUD-FILE.
004290     CLOSE GREETBKR-FILE.
004300*

000220*                 NOT WIPE A HEALTHY FILE.  A BACKUP RECORD OUT
000230*                 OF KEY SEQUENCE STOPS THE LOAD WITH CC 8 - THE
000240*                 BACKUP ITSELF IS SUSPECT.
000241* 10/15/2026 RM   THE MASTER IS NOW KEYED ON VISITOR ID.  A
000242*                 BACKUP TAKEN BEFORE IDS WERE ISSUED (NO ID ON
000243*                 ITS RECORDS) IS CONVERTED AS IT LOADS - EACH
000244*                 RECORD IS GIVEN THE NEXT ID ABOVE THE GREETVID
000245*                 COUNTER, IN THE BACKUP'S NAME ORDER.  AT THE
000246*                 END THE COUNTER IS SET TO THE HIGHEST ID NOW
000247*                 ON THE MASTER SO NO ID IS EVER ISSUED TWICE.
000248* 10/15/2026 RM   THE GREETPHX PHONETIC INDEX IS REBUILT FROM
000249*                 SCRATCH ALONGSIDE THE MASTER - ONE ROW PER
000250*                 RECORD LOADED, COUNTED ON THE REGISTER - SO THE
000251*                 TWO ALWAYS COME BACK TOGETHER.
000254* 10/15/2026 RM   CARRIES THE MASTER'S NEW REGISTER SWITCH.
000257*----------------------------------------------------------------
000260*
000270 ENVIRONMENT DIVISION.
000280*
000380     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS GM-VISITOR-ID
000415         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000420         FILE STATUS IS GRL-GREETMSTR-STATUS.
000430*
000440     SELECT GREETRLR-FILE ASSIGN TO GREETRLR
000450         ORGANIZATION IS LINE SEQUENTIAL.
000451*
000452     SELECT GREETVID-FILE ASSIGN TO GREETVID
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS GRL-GREETVID-STATUS.
000455*
000456     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000457         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS SEQUENTIAL
000459         RECORD KEY IS GN-VISITOR-ID
000460         ALTERNATE RECORD KEY IS GN-SOUND-KEY WITH DUPLICATES
000461         FILE STATUS IS GRL-GREETPHX-STATUS.
000462*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000600     ==GM-MR-FIRST-GREETED-DATE==
000610         BY ==GBK-FIRST-GREETED-DATE==,
000620     ==GM-MR-LAST-ACTIVITY-DATE==
000630         BY ==GBK-LAST-ACTIVITY-DATE==,
000631     ==GM-MR-VISITOR-ID==
000632         BY ==GBK-VISITOR-ID==,
000633     ==GM-MR-ENTRY-STATUS==
000634         BY ==GBK-ENTRY-STATUS==,
000635     ==GM-MR-ENTRY-GREETED==
000636         BY ==GBK-ENTRY-GREETED==,
000637     ==GM-MR-ENTRY-REGISTERED==
000638         BY ==GBK-ENTRY-REGISTERED==,
000640     ==GM-MR-REGISTER-SW==
000642         BY ==GBK-REGISTER-SW==,
000644     ==GM-MR-GREETED-FROM-REGISTER==
000646         BY ==GBK-GREETED-FROM-REGISTER==.
000648*
000650*----------------------------------------------------------------
000660* GREETMSTR-FILE - THE INDEXED MASTER, REBUILT FROM SCRATCH
000670*----------------------------------------------------------------
000730     ==GM-MR-FIRST-GREETED-DATE==
000740         BY ==GM-FIRST-GREETED-DATE==,
000750     ==GM-MR-LAST-ACTIVITY-DATE==
000760         BY ==GM-LAST-ACTIVITY-DATE==,
000761     ==GM-MR-VISITOR-ID==
000762         BY ==GM-VISITOR-ID==,
000763     ==GM-MR-ENTRY-STATUS==
000764         BY ==GM-ENTRY-STATUS==,
000765     ==GM-MR-ENTRY-GREETED==
000766         BY ==GM-ENTRY-GREETED==,
000767     ==GM-MR-ENTRY-REGISTERED==
000768         BY ==GM-ENTRY-REGISTERED==,
000770     ==GM-MR-REGISTER-SW==
000772         BY ==GM-REGISTER-SW==,
000774     ==GM-MR-GREETED-FROM-REGISTER==
000776         BY ==GM-GREETED-FROM-REGISTER==.
000778*
000780*----------------------------------------------------------------
000790* GREETRLR-FILE - RELOAD REGISTER PRINT OUTPUT
000800*----------------------------------------------------------------
000810 FD  GREETRLR-FILE
000820     RECORDING MODE IS F.
000830 01  GREETRLR-LINE                 PIC X(80).
000831*
000832*----------------------------------------------------------------
000833* GREETVID-FILE - VISITOR ID COUNTER (ONE RECORD), BROUGHT UP TO
000834* THE HIGHEST ID ON THE RELOADED MASTER
000835*----------------------------------------------------------------
000836 FD  GREETVID-FILE
000837     RECORDING MODE IS F.
000838 COPY GREETVID REPLACING
000839     ==GREET-VISITOR-ID-RECORD== BY ==GREETVID-RECORD==,
000840     ==GV-VR-LAST-ID==
000841         BY ==GV-LAST-ID==,
000842     ==GV-VR-LAST-DATE==
000843         BY ==GV-LAST-DATE==,
000844     ==GV-VR-LAST-JOB==
000845         BY ==GV-LAST-JOB==.
000846*
000847*----------------------------------------------------------------
000848* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, REBUILT FROM
000849* SCRATCH WITH A ROW FOR EVERY RECORD LOADED
000850*----------------------------------------------------------------
000851 FD  GREETPHX-FILE.
000852 COPY GREETPHX REPLACING
000853     ==GREET-PHONETIC-RECORD== BY ==GREETPHX-RECORD==,
000854     ==GN-PX-VISITOR-ID==
000855         BY ==GN-VISITOR-ID==,
000856     ==GN-PX-SOUND-KEY==
000857         BY ==GN-SOUND-KEY==,
000858     ==GN-PX-PHON-KEY==
000859         BY ==GN-PHON-KEY==,
000860     ==GN-PX-NAME==
000861         BY ==GN-NAME==.
000862*
000863 WORKING-STORAGE SECTION.
000864*
000870 01  GRL-SWITCHES.
000880     05  GRL-EOF-SW                PIC X(01)  VALUE "N".
000890         88  GRL-END-OF-BACKUP                 VALUE "Y".
000910 77  GRL-GREETMSTR-STATUS          PIC X(02).
000920 77  GRL-READ-COUNT                PIC 9(08)  VALUE ZERO.
000930 77  GRL-LOADED-COUNT              PIC 9(08)  VALUE ZERO.
000931 77  GRL-ASSIGNED-COUNT            PIC 9(08)  VALUE ZERO.
000932 77  GRL-GREETVID-STATUS           PIC X(02).
000933 77  GRL-HIGH-VISITOR-ID           PIC 9(08)  VALUE ZERO.
000934 77  GRL-GREETPHX-STATUS           PIC X(02).
000935 77  GRL-PHX-COUNT                 PIC 9(08)  VALUE ZERO.
000936*
000937*    SOUND-ALIKE KEY WORK FIELDS - 2150-BUILD-PHONETIC-KEY READS
000938*    THE NAME FROM GPK-NAME AND LEAVES THE KEY IN GPK-KEY.
000939 COPY GREETPHK.
000940*
000950 01  GRL-RUN-DATE.
000960     05  GRL-RD-YEAR               PIC 9(04).
001590         STOP RUN
001600     END-IF.
001610*
001611     OPEN OUTPUT GREETPHX-FILE.
001612     IF GRL-GREETPHX-STATUS NOT = "00"
001613         DISPLAY "GREETPHX OPEN FAILED - STATUS "
001614             GRL-GREETPHX-STATUS
001615         MOVE 12 TO RETURN-CODE
001616         STOP RUN
001617     END-IF.
001618*
001620     ACCEPT GRL-RUN-DATE FROM DATE YYYYMMDD.
001630     MOVE GRL-RD-MONTH TO GRL-RDE-MONTH.
001640     MOVE GRL-RD-DAY   TO GRL-RDE-DAY.
001690     WRITE GREETRLR-LINE FROM GRL-HEADING-2.
001700     MOVE SPACES TO GREETRLR-LINE.
001710     WRITE GREETRLR-LINE.
001713*
001716     PERFORM 1010-READ-VISITOR-COUNTER THRU 1010-EXIT.
001720*
001730     READ GREETBKP-FILE
001740         AT END
001950     EXIT.
001960*
001970*----------------------------------------------------------------
001971 1010-READ-VISITOR-COUNTER.
001972*----------------------------------------------------------------
001973*    IDS GIVEN TO A CONVERTED BACKUP START ABOVE THE LAST ONE
001974*    EVER ISSUED.  NO COUNTER DATASET MEANS NONE HAS BEEN.
001975     OPEN INPUT GREETVID-FILE.
001976     IF GRL-GREETVID-STATUS = "35"
001977         GO TO 1010-EXIT
001978     END-IF.
001979     IF GRL-GREETVID-STATUS NOT = "00"
001980         DISPLAY "GREETVID OPEN FAILED - STATUS "
001981             GRL-GREETVID-STATUS
001982         MOVE 12 TO RETURN-CODE
001983         STOP RUN
001984     END-IF.
001985     READ GREETVID-FILE
001986         AT END
001987             MOVE ZERO TO GV-LAST-ID
001988     END-READ.
001989     MOVE GV-LAST-ID TO GRL-HIGH-VISITOR-ID.
001990     CLOSE GREETVID-FILE.
001991*
001992 1010-EXIT.
001993     EXIT.
001994*
001995*----------------------------------------------------------------
001996 2000-LOAD-RECORD.
001997*----------------------------------------------------------------
002000     ADD 1 TO GRL-READ-COUNT.
002005     MOVE SPACES                 TO GREETMSTR-RECORD.
002010     MOVE GBK-NAME               TO GM-NAME.
002020     MOVE GBK-FIRST-GREETED-DATE TO GM-FIRST-GREETED-DATE.
002029     MOVE GBK-LAST-ACTIVITY-DATE TO GM-LAST-ACTIVITY-DATE.
002030     MOVE GBK-ENTRY-STATUS       TO GM-ENTRY-STATUS.
002031     MOVE GBK-REGISTER-SW        TO GM-REGISTER-SW.
002032     IF GBK-VISITOR-ID IS NUMERIC
002033        AND GBK-VISITOR-ID > ZERO
002034         MOVE GBK-VISITOR-ID TO GM-VISITOR-ID
002035         IF GBK-VISITOR-ID > GRL-HIGH-VISITOR-ID
002036             MOVE GBK-VISITOR-ID TO GRL-HIGH-VISITOR-ID
002037         END-IF
002038     ELSE
002039         ADD 1 TO GRL-HIGH-VISITOR-ID
002040         MOVE GRL-HIGH-VISITOR-ID TO GM-VISITOR-ID
002041         MOVE "G" TO GM-ENTRY-STATUS
002042         ADD 1 TO GRL-ASSIGNED-COUNT
002043     END-IF.
002044*
002050*    SEQUENTIAL-ACCESS LOAD - A KEY NOT ABOVE THE LAST ONE
002060*    WRITTEN IS REFUSED BY THE INDEX.  THAT MEANS THE BACKUP IS
002070*    DAMAGED OR OUT OF ORDER, AND LOADING PAST IT WOULD BUILD A
002100     WRITE GREETMSTR-RECORD
002110         INVALID KEY
002120             DISPLAY "BACKUP OUT OF KEY SEQUENCE AT " GBK-NAME
002130                 " " GM-VISITOR-ID " - LOAD STOPPED"
002140             MOVE 8 TO RETURN-CODE
002150             PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002160             PERFORM 9000-TERMINATE THRU 9000-EXIT
002170             STOP RUN
002180         NOT INVALID KEY
002190             ADD 1 TO GRL-LOADED-COUNT
002195             PERFORM 2100-ADD-PHONETIC-ENTRY THRU 2100-EXIT
002200     END-WRITE.
002210*
002220     READ GREETBKP-FILE
002240             SET GRL-END-OF-BACKUP TO TRUE.
002250*
002260 2000-EXIT.
002261     EXIT.
002262*
002263*----------------------------------------------------------------
002264 2100-ADD-PHONETIC-ENTRY.
002265*----------------------------------------------------------------
002266*    EVERY RECORD LOADED GETS ITS PHONETIC INDEX ROW, WRITTEN IN
002267*    THE SAME VISITOR ID ORDER THE MASTER WAS JUST WRITTEN IN.
002268     MOVE GM-NAME TO GPK-NAME.
002269     PERFORM 2150-BUILD-PHONETIC-KEY THRU 2150-EXIT.
002270     MOVE SPACES        TO GREETPHX-RECORD.
002271     MOVE GM-VISITOR-ID TO GN-VISITOR-ID.
002272     MOVE GPK-KEY       TO GN-PHON-KEY.
002273     MOVE GM-NAME       TO GN-NAME.
002274     WRITE GREETPHX-RECORD
002275         INVALID KEY
002276             DISPLAY "GREETPHX WRITE REFUSED AT " GM-VISITOR-ID
002277                 " - LOAD STOPPED"
002278             MOVE 12 TO RETURN-CODE
002279             PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002280             PERFORM 9000-TERMINATE THRU 9000-EXIT
002281             STOP RUN
002282         NOT INVALID KEY
002283             ADD 1 TO GRL-PHX-COUNT
002284     END-WRITE.
002285*
002286 2100-EXIT.
002287     EXIT.
002288*
002289*----------------------------------------------------------------
002290 2150-BUILD-PHONETIC-KEY.
002291*----------------------------------------------------------------
002292*    THE SAME SOUNDEX-STYLE KEY GREET-USER BUILDS - THE FIRST
002293*    LETTER, THEN UP TO SEVEN CONSONANT CODES ACROSS THE WHOLE
002294*    NAME, SPACES SKIPPED AND REPEATED CODES COLLAPSED.  EVERY
002295*    PROGRAM THAT KEYS GREETPHX MUST AGREE OR THE INDEX WOULD
002296*    STOP MATCHING - SEE GREETPHK.  RESULT LANDS IN GPK-KEY.
002297     MOVE SPACES TO GPK-KEY.
002298     MOVE SPACE  TO GPK-PRIOR-CODE.
002299     MOVE ZERO   TO GPK-POS.
002300     PERFORM 2160-CODE-ONE-CHAR THRU 2160-EXIT
002301         VARYING GPK-SUB FROM 1 BY 1
002302         UNTIL GPK-SUB > 20.
002303*
002304 2150-EXIT.
002305     EXIT.
002306*
002307*----------------------------------------------------------------
002308 2160-CODE-ONE-CHAR.
002309*----------------------------------------------------------------
002310     MOVE GPK-NAME (GPK-SUB : 1) TO GPK-CHAR.
002311     IF GPK-CHAR = SPACE
002312         GO TO 2160-EXIT
002313     END-IF.
002314     EVALUATE TRUE
002315         WHEN GPK-CHAR = "B" OR "F" OR "P" OR "V"
002316             MOVE "1" TO GPK-CODE
002317         WHEN GPK-CHAR = "C" OR "G" OR "J" OR "K" OR "Q"
002318              OR "S" OR "X" OR "Z"
002319             MOVE "2" TO GPK-CODE
002320         WHEN GPK-CHAR = "D" OR "T"
002321             MOVE "3" TO GPK-CODE
002322         WHEN GPK-CHAR = "L"
002323             MOVE "4" TO GPK-CODE
002324         WHEN GPK-CHAR = "M" OR "N"
002325             MOVE "5" TO GPK-CODE
002326         WHEN GPK-CHAR = "R"
002327             MOVE "6" TO GPK-CODE
002328         WHEN OTHER
002329             MOVE SPACE TO GPK-CODE
002330     END-EVALUATE.
002331*
002332     IF GPK-POS = ZERO
002333         MOVE 1 TO GPK-POS
002334         MOVE GPK-CHAR TO GPK-KEY (1 : 1)
002335         MOVE GPK-CODE TO GPK-PRIOR-CODE
002336         GO TO 2160-EXIT
002337     END-IF.
002338     IF GPK-CODE NOT = SPACE
002339        AND GPK-CODE NOT = GPK-PRIOR-CODE
002340        AND GPK-POS < 8
002341         ADD 1 TO GPK-POS
002342         MOVE GPK-CODE TO GPK-KEY (GPK-POS : 1)
002343     END-IF.
002344     MOVE GPK-CODE TO GPK-PRIOR-CODE.
002345*
002346 2160-EXIT.
002347     EXIT.
002348*
002349*----------------------------------------------------------------
002350 8000-PRINT-TOTALS.
002351*----------------------------------------------------------------
002352     MOVE SPACES TO GREETRLR-LINE.
002353     WRITE GREETRLR-LINE.
002354     MOVE "BACKUP RECORDS READ:          " TO GRL-TTL-LABEL.
002355     MOVE GRL-READ-COUNT TO GRL-TTL-VALUE.
002360     WRITE GREETRLR-LINE FROM GRL-TOTAL-LINE.
002370     MOVE "RECORDS LOADED TO MASTER:     " TO GRL-TTL-LABEL.
002380     MOVE GRL-LOADED-COUNT TO GRL-TTL-VALUE.
002390     WRITE GREETRLR-LINE FROM GRL-TOTAL-LINE.
002391     MOVE "PHONETIC INDEX ROWS WRITTEN:  " TO GRL-TTL-LABEL.
002392     MOVE GRL-PHX-COUNT TO GRL-TTL-VALUE.
002393     WRITE GREETRLR-LINE FROM GRL-TOTAL-LINE.
002394     MOVE "VISITOR IDS ASSIGNED:         " TO GRL-TTL-LABEL.
002395     MOVE GRL-ASSIGNED-COUNT TO GRL-TTL-VALUE.
002396     WRITE GREETRLR-LINE FROM GRL-TOTAL-LINE.
002397     MOVE "VISITOR ID COUNTER NOW:       " TO GRL-TTL-LABEL.
002398     MOVE GRL-HIGH-VISITOR-ID TO GRL-TTL-VALUE.
002399     WRITE GREETRLR-LINE FROM GRL-TOTAL-LINE.
002400*
002410 8000-EXIT.
002420     EXIT.
002430*
002440*----------------------------------------------------------------
002441 8500-SET-VISITOR-COUNTER.
002442*----------------------------------------------------------------
002443*    THE HIGH ID STARTED FROM THE COUNTER AND ONLY EVER ROSE,
002444*    SO REWRITING THE ONE-RECORD FILE NEVER MOVES IT BACKWARD.
002445     OPEN OUTPUT GREETVID-FILE.
002446     IF GRL-GREETVID-STATUS NOT = "00"
002447         DISPLAY "GREETVID OPEN FAILED - STATUS "
002448             GRL-GREETVID-STATUS
002449         MOVE 12 TO RETURN-CODE
002450         GO TO 8500-EXIT
002451     END-IF.
002452     MOVE SPACES              TO GREETVID-RECORD.
002453     MOVE GRL-HIGH-VISITOR-ID TO GV-LAST-ID.
002454     MOVE GRL-RUN-DATE        TO GV-LAST-DATE.
002455     MOVE "GREETRLD"          TO GV-LAST-JOB.
002456     WRITE GREETVID-RECORD.
002457     CLOSE GREETVID-FILE.
002458*
002459 8500-EXIT.
002460     EXIT.
002461*
002462*----------------------------------------------------------------
002463 9000-TERMINATE.
002464*----------------------------------------------------------------
002465     PERFORM 8500-SET-VISITOR-COUNTER THRU 8500-EXIT.
002470     DISPLAY "BACKUP RECORDS READ:      " GRL-READ-COUNT.
002480     DISPLAY "RECORDS LOADED TO MASTER: " GRL-LOADED-COUNT.
002483     DISPLAY "PHONETIC INDEX ROWS:      " GRL-PHX-COUNT.
002486     DISPLAY "VISITOR IDS ASSIGNED:     " GRL-ASSIGNED-COUNT.
002490*
002500     CLOSE GREETBKP-FILE.
002510     CLOSE GREETMSTR-FILE.
002515     CLOSE GREETPHX-FILE.
002520     CLOSE GREETRLR-FILE.
002530*
002540 9000-EXIT.

000170*                 PURGED/ARCHIVED COUNTS FOR THE AUDIT TRAIL.
000180*                 A RECORD WRITTEN BEFORE THE LAST-ACTIVITY
000190*                 FIELD EXISTED AGES ON ITS FIRST-GREETED DATE.
000191* 10/15/2026 RM   THE ARCHIVE CARRIES THE VISITOR ID AND ENTRY
000192*                 STATUS OF EACH PURGED ENTRY, AND THE REGISTER
000193*                 SHOWS THE ID SO TWO PEOPLE WITH ONE NAME CAN
000194*                 BE TOLD APART.
000195* 10/15/2026 RM   A PURGED ENTRY'S GREETPHX ROW IS DELETED TOO.
000200*----------------------------------------------------------------
000210*
000220 ENVIRONMENT DIVISION.
000300     SELECT GREETMSTR-FILE ASSIGN TO GREETMSTR
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS GM-VISITOR-ID
000335         ALTERNATE RECORD KEY IS GM-NAME WITH DUPLICATES
000340         FILE STATUS IS GP-GREETMSTR-STATUS.
000350*
000360     SELECT GREETARC-FILE ASSIGN TO GREETARC
000380*
000390     SELECT GREETPRR-FILE ASSIGN TO GREETPRR
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401*
000402     SELECT GREETPHX-FILE ASSIGN TO GREETPHX
000403         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS RANDOM
000405         RECORD KEY IS GN-PX-VISITOR-ID
000406         ALTERNATE RECORD KEY IS GN-PX-SOUND-KEY WITH DUPLICATES
000407         FILE STATUS IS GP-GREETPHX-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000540     ==GM-MR-FIRST-GREETED-DATE==
000550         BY ==GM-FIRST-GREETED-DATE==,
000560     ==GM-MR-LAST-ACTIVITY-DATE==
000570         BY ==GM-LAST-ACTIVITY-DATE==,
000571     ==GM-MR-VISITOR-ID==
000572         BY ==GM-VISITOR-ID==,
000573     ==GM-MR-ENTRY-STATUS==
000574         BY ==GM-ENTRY-STATUS==,
000575     ==GM-MR-ENTRY-GREETED==
000576         BY ==GM-ENTRY-GREETED==,
000577     ==GM-MR-ENTRY-REGISTERED==
000578         BY ==GM-ENTRY-REGISTERED==.
000580*
000590*----------------------------------------------------------------
000600* GREETARC-FILE - SEQUENTIAL ARCHIVE OF PURGED MASTER ENTRIES,
000700     ==GM-MR-FIRST-GREETED-DATE==
000710         BY ==GAR-FIRST-GREETED-DATE==,
000720     ==GM-MR-LAST-ACTIVITY-DATE==
000730         BY ==GAR-LAST-ACTIVITY-DATE==,
000731     ==GM-MR-VISITOR-ID==
000732         BY ==GAR-VISITOR-ID==,
000733     ==GM-MR-ENTRY-STATUS==
000734         BY ==GAR-ENTRY-STATUS==,
000735     ==GM-MR-ENTRY-GREETED==
000736         BY ==GAR-ENTRY-GREETED==,
000737     ==GM-MR-ENTRY-REGISTERED==
000738         BY ==GAR-ENTRY-REGISTERED==.
000740*
000750*----------------------------------------------------------------
000760* GREETPRR-FILE - PURGE REGISTER PRINT OUTPUT
000780 FD  GREETPRR-FILE
000790     RECORDING MODE IS F.
000800 01  GREETPRR-LINE                 PIC X(80).
000801*
000802*----------------------------------------------------------------
000803* GREETPHX-FILE - PHONETIC INDEX OF THE MASTER, ONE ROW PER ENTRY;
000804* A PURGED ENTRY'S ROW IS DELETED BY VISITOR ID
000805*----------------------------------------------------------------
000806 FD  GREETPHX-FILE.
000807     COPY GREETPHX.
000810*
000820 WORKING-STORAGE SECTION.
000830*
000880         88  GP-PARM-IS-NUMERIC                VALUE "Y".
000890*
000900 77  GP-GREETMSTR-STATUS           PIC X(02).
000905 77  GP-GREETPHX-STATUS            PIC X(02).
000910 77  GP-READ-COUNT                 PIC 9(08)  VALUE ZERO.
000920 77  GP-KEPT-COUNT                 PIC 9(08)  VALUE ZERO.
000930 77  GP-PURGED-COUNT               PIC 9(08)  VALUE ZERO.
001590     05  GP-DL-LAST-DATE           PIC X(10).
001600     05  FILLER                    PIC X(02)  VALUE SPACES.
001610     05  GP-DL-ACTION              PIC X(08).
001620     05  FILLER                    PIC X(02)  VALUE SPACES.
001623     05  GP-DL-VISITOR-ID          PIC 9(08).
001626     05  FILLER                    PIC X(11)  VALUE SPACES.
001630*
001640 01  GP-TOTAL-LINE.
001650     05  FILLER                    PIC X(05)  VALUE SPACES.
001980     IF GP-GREETMSTR-STATUS NOT = "00"
001990         DISPLAY "GREETMSTR OPEN FAILED - STATUS "
002000             GP-GREETMSTR-STATUS
002001         MOVE 12 TO RETURN-CODE
002002         STOP RUN
002003     END-IF.
002004     OPEN I-O    GREETPHX-FILE.
002005     IF GP-GREETPHX-STATUS NOT = "00"
002006         DISPLAY "GREETPHX OPEN FAILED - STATUS "
002007             GP-GREETPHX-STATUS " - REBUILD IT WITH GREET-PIX"
002010         MOVE 12 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002940     MOVE GM-NAME                TO GAR-NAME.
002950     MOVE GM-FIRST-GREETED-DATE  TO GAR-FIRST-GREETED-DATE.
002960     MOVE GP-ACTIVITY-DATE       TO GAR-LAST-ACTIVITY-DATE.
002963     MOVE GM-VISITOR-ID          TO GAR-VISITOR-ID.
002966     MOVE GM-ENTRY-STATUS        TO GAR-ENTRY-STATUS.
002970     WRITE GREETARC-RECORD.
002980     ADD 1 TO GP-ARCHIVED-COUNT.
002990*
002992*    THE ENTRY'S PHONETIC INDEX ROW GOES WITH IT.  A ROW ALREADY
002994*    MISSING IS WARNED OF, CC 4, FOR A GREET-PIX VERIFY.
002996     MOVE GM-VISITOR-ID TO GN-PX-VISITOR-ID.
003000     DELETE GREETMSTR-FILE RECORD.
003001     DELETE GREETPHX-FILE RECORD
003002         INVALID KEY
003003             DISPLAY "VISITOR ID " GN-PX-VISITOR-ID
003004                 " NOT ON GREETPHX - VERIFY IT WITH GREET-PIX"
003005             IF RETURN-CODE < 4
003006                 MOVE 4 TO RETURN-CODE
003007             END-IF
003008     END-DELETE.
003010     ADD 1 TO GP-PURGED-COUNT.
003020*
003030     IF GP-LINE-COUNT NOT < GP-LINES-PER-PAGE
003040         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003050     END-IF.
003060     MOVE GM-NAME TO GP-DL-NAME.
003065     MOVE GM-VISITOR-ID TO GP-DL-VISITOR-ID.
003070     MOVE GM-FIRST-GREETED-DATE TO GP-DATE-SPLIT.
003080     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
003090     MOVE GP-RUN-DATE-EDIT TO GP-DL-FIRST-DATE.
003710 9000-TERMINATE.
003720*----------------------------------------------------------------
003730     CLOSE GREETMSTR-FILE.
003735     CLOSE GREETPHX-FILE.
003740     CLOSE GREETARC-FILE.
003750     CLOSE GREETPRR-FILE.
003760*

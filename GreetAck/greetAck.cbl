000230*                 TRANSMISSION CARRIES ONLY THE MISSES.  CC 8 ON
000240*                 A BROKEN EXTRACT TRAILER, CC 4 WHEN ANYTHING
000250*                 NEEDS A RESEND.
000251* 10/15/2026 RM   EACH GREETHRX DETAIL NOW ENDS WITH THE GREETMSTR
000252*                 VISITOR ID.  IT IS KEPT WITH THE EXTRACT DETAIL,
000253*                 PRINTED ON THE EXCEPTIONS REPORT, AND CARRIED ON
000254*                 THE RESEND.  AN HR ROW THAT ECHOES THE VISITOR
000255*                 ID IS MATCHED ON IT AS WELL AS THE NAME, SO AN
000256*                 ANSWER FOR ONE OF TWO PEOPLE WITH THE SAME NAME
000257*                 IS NOT BOOKED AGAINST THE OTHER.
000260*----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
000500*
000510*----------------------------------------------------------------
000520* GREETHRX-FILE - THE DAY'S EXTRACT AS TRANSMITTED TO HR:
000530* HDR|DATE, DTL|OPERATOR|NAME|DATE|TIME|LANG|VISITOR-ID,
000535* TRL|COUNT|HASH
000540*----------------------------------------------------------------
000550 FD  GREETHRX-FILE
000560     RECORDING MODE IS F.
000580*
000590*----------------------------------------------------------------
000600* GREETHRA-FILE - HR'S RETURN FILE: HDR|DATE, ONE DTL|NAME|STATUS
000610* PER NAME THEY PROCESSED (A=ACCEPTED, E=ERRORED), TRL|COUNT.
000615* A DTL|NAME|STATUS|VISITOR-ID ROW ECHOES THE VISITOR ID WE SENT.
000620*----------------------------------------------------------------
000630 FD  GREETHRA-FILE
000640     RECORDING MODE IS F.
001260         10  GK-XT-DATE            PIC X(08).
001270         10  GK-XT-TIME            PIC X(08).
001280         10  GK-XT-LANG            PIC X(02).
001285         10  GK-XT-VISITOR-ID      PIC X(08).
001290         10  GK-XT-ACK-SW          PIC X(01).
001300*
001310*----------------------------------------------------------------
001380     05  GK-PF-3                   PIC X(15).
001390     05  GK-PF-4                   PIC X(15).
001400     05  GK-PF-5                   PIC X(02).
001405     05  GK-PF-6                   PIC X(08).
001410*
001420 77  GK-ACK-NAME                   PIC X(20)  VALUE SPACES.
001425 77  GK-ACK-VISITOR-ID             PIC X(08)  VALUE SPACES.
001430 77  GK-NUM-WORK                   PIC 9(08)  VALUE ZERO.
001431*
001432*----------------------------------------------------------------
001830     05  GK-DL-DATE                PIC X(08).
001840     05  FILLER                    PIC X(02)  VALUE SPACES.
001850     05  GK-DL-CATEGORY            PIC X(30).
001860     05  FILLER                    PIC X(02)  VALUE SPACES.
001863     05  GK-DL-VISITOR-ID          PIC X(08).
001866     05  FILLER                    PIC X(03)  VALUE SPACES.
001870*
001880 01  GK-WARNING-LINE.
001890     05  FILLER                    PIC X(02)  VALUE SPACES.
002460     UNSTRING GREETHRX-LINE
002470         DELIMITED BY "|"
002480         INTO GK-PF-TYPE GK-PF-1 GK-PF-2 GK-PF-3 GK-PF-4
002490              GK-PF-5 GK-PF-6.
002500     EVALUATE GK-PF-TYPE
002510         WHEN "DTL"
002520             PERFORM 2100-STORE-EXTRACT-DETAIL THRU 2100-EXIT
002800     MOVE GK-PF-3 TO GK-XT-DATE (GK-XTR-COUNT).
002810     MOVE GK-PF-4 TO GK-XT-TIME (GK-XTR-COUNT).
002820     MOVE GK-PF-5 TO GK-XT-LANG (GK-XTR-COUNT).
002825     MOVE GK-PF-6 TO GK-XT-VISITOR-ID (GK-XTR-COUNT).
002830     MOVE "N"     TO GK-XT-ACK-SW (GK-XTR-COUNT).
002840     IF GK-XT-DATE (GK-XTR-COUNT) IS NUMERIC
002850         MOVE GK-XT-DATE (GK-XTR-COUNT) TO GK-NUM-WORK
003290     MOVE SPACES TO GK-PARSE-FIELDS.
003300     UNSTRING GREETHRA-LINE
003310         DELIMITED BY "|"
003320         INTO GK-PF-TYPE GK-PF-1 GK-PF-2 GK-PF-3.
003330     EVALUATE GK-PF-TYPE
003340         WHEN "DTL"
003350             ADD 1 TO GK-ACK-DETAIL-COUNT
003360             MOVE GK-PF-1 TO GK-ACK-NAME
003370             MOVE GK-PF-2 TO GK-ACK-STATUS
003375             MOVE GK-PF-3 (1 : 8) TO GK-ACK-VISITOR-ID
003380             PERFORM 3100-MATCH-ACK THRU 3100-EXIT
003390         WHEN "TRL"
003400             SET GK-ACK-TRAILER-SEEN TO TRUE
003560*    EACH ACK CLAIMS ONE STILL-UNANSWERED EXTRACT DETAIL FOR THE
003570*    NAME.  AN ACK FOR A NAME WE NEVER EXTRACTED IS ITS OWN
003580*    EXCEPTION - HR IS ANSWERING A TRANSMISSION WE CANNOT SEE.
003583*    WHEN HR ECHOES THE VISITOR ID THE DETAIL HAS TO CARRY THE
003586*    SAME ID AS WELL AS THE NAME.
003590     MOVE "N" TO GK-MATCH-SW.
003600     PERFORM 3110-SCAN-EXTRACT THRU 3110-EXIT
003610         VARYING GK-XTR-SUB FROM 1 BY 1
003650         ADD 1 TO GK-UNMATCHED-ACK-COUNT
003660         MOVE GK-ACK-NAME TO GK-DL-NAME
003670         MOVE SPACES      TO GK-DL-DATE
003675         MOVE GK-ACK-VISITOR-ID TO GK-DL-VISITOR-ID
003680         MOVE "ACKED BY HR - NOT ON EXTRACT  " TO GK-DL-CATEGORY
003690         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
003700     END-IF.
003770*----------------------------------------------------------------
003780     IF GK-XT-ACK-SW (GK-XTR-SUB) = "N"
003790        AND GK-XT-NAME (GK-XTR-SUB) = GK-ACK-NAME
003793        AND (GK-ACK-VISITOR-ID = SPACES
003796             OR GK-XT-VISITOR-ID (GK-XTR-SUB) = GK-ACK-VISITOR-ID)
003800         SET GK-MATCH-FOUND TO TRUE
003810         IF GK-ACK-STATUS = "A"
003820             MOVE "A" TO GK-XT-ACK-SW (GK-XTR-SUB)
004540     END-IF.
004550     MOVE GK-XT-NAME (GK-XTR-SUB) TO GK-DL-NAME.
004560     MOVE GK-XT-DATE (GK-XTR-SUB) TO GK-DL-DATE.
004565     MOVE GK-XT-VISITOR-ID (GK-XTR-SUB) TO GK-DL-VISITOR-ID.
004570     PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT.
004580*
004590     ADD 1 TO GK-RESEND-COUNT.
004710         FUNCTION TRIM (GK-XT-NAME (GK-XTR-SUB)) "|"
004720         GK-XT-DATE (GK-XTR-SUB) "|"
004730         GK-XT-TIME (GK-XTR-SUB) "|"
004740         GK-XT-LANG (GK-XTR-SUB) "|"
004745         GK-XT-VISITOR-ID (GK-XTR-SUB)
004750         DELIMITED BY SIZE
004760         INTO GK-OUT-LINE.
004770     WRITE GREETHRS-LINE FROM GK-OUT-LINE.

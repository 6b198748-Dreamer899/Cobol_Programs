000160*                 IN THE GREETSTM STATISTICS MASTER.  PRINTS
000170*                 THE SUPERVISOR STATISTICS REPORT SO STAFFING
000180*                 THE GREETING DESK STOPS BEING GUESSWORK.
000181* 10/15/2026 RM   ADDED A WALK-IN COLUMN - GREETED ROWS CARRYING
000182*                 THE "WALK-IN" DEPARTMENT FROM THE GREET-WLK
000183*                 DESK, COUNTED WITHIN THE GREETED FIGURE - BY
000184*                 OPERATOR, LANGUAGE, DAY, AND PERIOD.  GREETSTM
000185*                 CARRIES MTD/YTD WALK-IN TOTALS IN WHAT WAS
000186*                 FILLER; A MASTER WRITTEN BEFORE THEM HAS SPACES
000187*                 THERE AND STARTS THEM FROM ZERO.
000190*----------------------------------------------------------------
000200*
000210 ENVIRONMENT DIVISION.
000620     05  GSM-YTD-GREETED           PIC 9(08).
000630     05  GSM-YTD-REJECTED          PIC 9(08).
000640     05  GSM-YTD-DUPLICATE         PIC 9(08).
000650     05  GSM-MTD-WALK-IN           PIC 9(08).
000653     05  GSM-YTD-WALK-IN           PIC 9(08).
000656     05  FILLER                    PIC X(10).
000660*
000670*----------------------------------------------------------------
000680* GREETSTR-FILE - SUPERVISOR STATISTICS REPORT PRINT OUTPUT
000840 77  GST-RUN-GREETED               PIC 9(08)  VALUE ZERO.
000850 77  GST-RUN-REJECTED              PIC 9(08)  VALUE ZERO.
000860 77  GST-RUN-DUPLICATE             PIC 9(08)  VALUE ZERO.
000865 77  GST-RUN-WALK-IN               PIC 9(08)  VALUE ZERO.
000870*
000880*----------------------------------------------------------------
000890* ROLL-UP TABLES - OPERATORS AND LANGUAGES ARE BUILT AS THEY
001060         10  GST-OP-GREETED        PIC 9(08).
001070         10  GST-OP-REJECTED       PIC 9(08).
001080         10  GST-OP-DUPLICATE      PIC 9(08).
001085         10  GST-OP-WALK-IN        PIC 9(08).
001090*
001100 01  GST-LANG-TABLE.
001110     05  GST-LANG-ENTRY            OCCURS 20 TIMES.
001130         10  GST-LG-GREETED        PIC 9(08).
001140         10  GST-LG-REJECTED       PIC 9(08).
001150         10  GST-LG-DUPLICATE      PIC 9(08).
001155         10  GST-LG-WALK-IN        PIC 9(08).
001160*
001170 01  GST-DAY-TABLE.
001180     05  GST-DAY-ENTRY             OCCURS 31 TIMES.
001190         10  GST-DY-GREETED        PIC 9(08).
001200         10  GST-DY-REJECTED       PIC 9(08).
001210         10  GST-DY-DUPLICATE      PIC 9(08).
001215         10  GST-DY-WALK-IN        PIC 9(08).
001220*
001230*----------------------------------------------------------------
001240* WORKING COPY OF THE STATISTICS MASTER RECORD - THE FD RECORD
001350     05  GSW-YTD-GREETED           PIC 9(08).
001360     05  GSW-YTD-REJECTED          PIC 9(08).
001370     05  GSW-YTD-DUPLICATE         PIC 9(08).
001380     05  GSW-MTD-WALK-IN           PIC 9(08).
001383     05  GSW-YTD-WALK-IN           PIC 9(08).
001386     05  FILLER                    PIC X(10).
001390*
001400 01  GST-RUN-DATE.
001410     05  GST-RD-YEAR               PIC 9(04).
001840     05  FILLER                    PIC X(12)  VALUE "   GREETED".
001850     05  FILLER                    PIC X(12)  VALUE "  REJECTED".
001860     05  FILLER                    PIC X(12)  VALUE " DUPLICATE".
001870     05  FILLER                    PIC X(12)  VALUE "   WALK-IN".
001875     05  FILLER                    PIC X(17)  VALUE SPACES.
001880*
001890 01  GST-DETAIL-LINE.
001900     05  FILLER                    PIC X(05)  VALUE SPACES.
001940     05  GST-DL-REJECTED           PIC ZZZZZZZ9.
001950     05  FILLER                    PIC X(04)  VALUE SPACES.
001960     05  GST-DL-DUPLICATE          PIC ZZZZZZZ9.
001970     05  FILLER                    PIC X(04)  VALUE SPACES.
001973     05  GST-DL-WALK-IN            PIC ZZZZZZZ9.
001976     05  FILLER                    PIC X(21)  VALUE SPACES.
001980*
001990 PROCEDURE DIVISION.
002000*
002700             ADD 1 TO GST-OP-GREETED (GST-OPER-SUB)
002710             ADD 1 TO GST-LG-GREETED (GST-LANG-SUB)
002720             ADD 1 TO GST-DY-GREETED (GST-DAY-SUB)
002721*            A WALK-IN FROM THE GREET-WLK DESK IS A GREETING
002722*            LIKE ANY OTHER AND IS ALSO COUNTED APART.
002723             IF GA-DEPT-WALK-IN
002724                 ADD 1 TO GST-RUN-WALK-IN
002725                 ADD 1 TO GST-OP-WALK-IN (GST-OPER-SUB)
002726                 ADD 1 TO GST-LG-WALK-IN (GST-LANG-SUB)
002727                 ADD 1 TO GST-DY-WALK-IN (GST-DAY-SUB)
002728             END-IF
002730         WHEN "REJECTED "
002740             ADD 1 TO GST-RUN-REJECTED
002750             ADD 1 TO GST-OP-REJECTED (GST-OPER-SUB)
003110         MOVE ZERO TO GST-OP-GREETED (GST-OPER-SUB)
003120         MOVE ZERO TO GST-OP-REJECTED (GST-OPER-SUB)
003130         MOVE ZERO TO GST-OP-DUPLICATE (GST-OPER-SUB)
003135         MOVE ZERO TO GST-OP-WALK-IN (GST-OPER-SUB)
003140     END-IF.
003150*
003160 2100-EXIT.
003520         MOVE ZERO TO GST-LG-GREETED (GST-LANG-SUB)
003530         MOVE ZERO TO GST-LG-REJECTED (GST-LANG-SUB)
003540         MOVE ZERO TO GST-LG-DUPLICATE (GST-LANG-SUB)
003545         MOVE ZERO TO GST-LG-WALK-IN (GST-LANG-SUB)
003550     END-IF.
003560*
003570 2200-EXIT.
003850         PERFORM 5100-CLEAR-STAT-MASTER THRU 5100-EXIT
003860     END-IF.
003870*
003871*    A MASTER LAST WRITTEN BEFORE THE WALK-IN TOTALS EXISTED HAS
003872*    SPACES WHERE THEY NOW SIT - THEY START FROM ZERO.
003873     IF GSW-MTD-WALK-IN NOT NUMERIC
003874         MOVE ZERO TO GSW-MTD-WALK-IN
003875     END-IF.
003876     IF GSW-YTD-WALK-IN NOT NUMERIC
003877         MOVE ZERO TO GSW-YTD-WALK-IN
003878     END-IF.
003879*
003880     IF GSW-STAT-YEAR NOT = GST-RD-YEAR
003890         MOVE ZERO TO GSW-YTD-GREETED
003900         MOVE ZERO TO GSW-YTD-REJECTED
003910         MOVE ZERO TO GSW-YTD-DUPLICATE
003915         MOVE ZERO TO GSW-YTD-WALK-IN
003920         MOVE ZERO TO GSW-MTD-GREETED
003930         MOVE ZERO TO GSW-MTD-REJECTED
003940         MOVE ZERO TO GSW-MTD-DUPLICATE
003945         MOVE ZERO TO GSW-MTD-WALK-IN
003950     ELSE
003960         IF GSW-STAT-MONTH NOT = GST-RD-MONTH
003970             MOVE ZERO TO GSW-MTD-GREETED
003980             MOVE ZERO TO GSW-MTD-REJECTED
003990             MOVE ZERO TO GSW-MTD-DUPLICATE
003995             MOVE ZERO TO GSW-MTD-WALK-IN
004000         END-IF
004010     END-IF.
004020*
004050     ADD GST-RUN-GREETED   TO GSW-MTD-GREETED.
004060     ADD GST-RUN-REJECTED  TO GSW-MTD-REJECTED.
004070     ADD GST-RUN-DUPLICATE TO GSW-MTD-DUPLICATE.
004075     ADD GST-RUN-WALK-IN   TO GSW-MTD-WALK-IN.
004080     ADD GST-RUN-GREETED   TO GSW-YTD-GREETED.
004090     ADD GST-RUN-REJECTED  TO GSW-YTD-REJECTED.
004100     ADD GST-RUN-DUPLICATE TO GSW-YTD-DUPLICATE.
004105     ADD GST-RUN-WALK-IN   TO GSW-YTD-WALK-IN.
004110*
004120     OPEN OUTPUT GREETSTM-FILE.
004130     WRITE GREETSTM-RECORD FROM GST-STAT-WORK.
004250     MOVE ZERO TO GSW-MTD-GREETED.
004260     MOVE ZERO TO GSW-MTD-REJECTED.
004270     MOVE ZERO TO GSW-MTD-DUPLICATE.
004275     MOVE ZERO TO GSW-MTD-WALK-IN.
004280     MOVE ZERO TO GSW-YTD-GREETED.
004290     MOVE ZERO TO GSW-YTD-REJECTED.
004300     MOVE ZERO TO GSW-YTD-DUPLICATE.
004305     MOVE ZERO TO GSW-YTD-WALK-IN.
004310*
004320 5100-EXIT.
004330     EXIT.
004650     MOVE GST-RUN-GREETED   TO GST-DL-GREETED.
004660     MOVE GST-RUN-REJECTED  TO GST-DL-REJECTED.
004670     MOVE GST-RUN-DUPLICATE TO GST-DL-DUPLICATE.
004675     MOVE GST-RUN-WALK-IN   TO GST-DL-WALK-IN.
004680     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
004690     MOVE "MTD       " TO GST-DL-KEY.
004700     MOVE GSW-MTD-GREETED   TO GST-DL-GREETED.
004710     MOVE GSW-MTD-REJECTED  TO GST-DL-REJECTED.
004720     MOVE GSW-MTD-DUPLICATE TO GST-DL-DUPLICATE.
004725     MOVE GSW-MTD-WALK-IN   TO GST-DL-WALK-IN.
004730     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
004740     MOVE "YTD       " TO GST-DL-KEY.
004750     MOVE GSW-YTD-GREETED   TO GST-DL-GREETED.
004760     MOVE GSW-YTD-REJECTED  TO GST-DL-REJECTED.
004770     MOVE GSW-YTD-DUPLICATE TO GST-DL-DUPLICATE.
004775     MOVE GSW-YTD-WALK-IN   TO GST-DL-WALK-IN.
004780     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
004790*
004800 7000-EXIT.
004880     MOVE GST-OP-REJECTED (GST-OPER-SUB) TO GST-DL-REJECTED.
004890     MOVE GST-OP-DUPLICATE (GST-OPER-SUB)
004900         TO GST-DL-DUPLICATE.
004905     MOVE GST-OP-WALK-IN (GST-OPER-SUB) TO GST-DL-WALK-IN.
004910     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
004920*
004930 7100-EXIT.
005020     MOVE GST-LG-REJECTED (GST-LANG-SUB) TO GST-DL-REJECTED.
005030     MOVE GST-LG-DUPLICATE (GST-LANG-SUB)
005040         TO GST-DL-DUPLICATE.
005045     MOVE GST-LG-WALK-IN (GST-LANG-SUB) TO GST-DL-WALK-IN.
005050     PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT.
005060*
005070 7200-EXIT.
005230             TO GST-DL-REJECTED
005240         MOVE GST-DY-DUPLICATE (GST-DAY-SUB)
005250             TO GST-DL-DUPLICATE
005255         MOVE GST-DY-WALK-IN (GST-DAY-SUB) TO GST-DL-WALK-IN
005260         PERFORM 7700-PRINT-DETAIL THRU 7700-EXIT
005270     END-IF.
005280*

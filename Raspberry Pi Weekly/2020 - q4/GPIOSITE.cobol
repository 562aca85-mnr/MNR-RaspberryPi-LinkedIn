000310*> DATE        BY   DESCRIPTION
000320*> ----------  ---  ---------------------------------------------
000330*> 09/02/2026  RH   Original program.
000340*> 10/15/2026  RH   Each unit's audit day is seal checked the way
000350*>                  GPIOAVER checks it before it is swept.  A
000360*>                  unit day whose seal is broken is refused -
000370*>                  its pin activity is not counted and the
000380*>                  statement names the unit and day on a line of
000390*>                  its own - while its exceptions still count.
000400*>                  The statement closes with the unit days
000410*>                  refused and unsealed, and a refused unit day
000420*>                  ends the run RC 4.
000430*>--------------------------------------------------------------
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. GPIOSITE.
000460 AUTHOR. R HAWTHORNE.
000470 INSTALLATION. MNR-RASPBERRY-OPS.
000480 DATE-WRITTEN. 09/02/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SITE-AUDIT-FILE
000550         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000580     SELECT SITE-EXC-FILE
000590         ASSIGN TO DYNAMIC WS-EXC-FILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-EXC-FILE-STATUS.
000620     SELECT SITE-STATEMENT-FILE
000630         ASSIGN TO DYNAMIC WS-STATEMENT-FILE-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-STATEMENT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SITE-AUDIT-FILE.
000700 01  SAUD-RECORD.
000710*>        Must stay field for field with the audit FD written by
000720*>        RPIwithCOBOL, unit identifier included.
000730     05  SAUD-DATE PIC X(10).
000740     05  FILLER PIC X(01).
000750     05  SAUD-TIME PIC X(08).
000760     05  FILLER PIC X(01).
000770     05  SAUD-PIN-TEXT PIC X(02).
000780     05  FILLER PIC X(01).
000790     05  SAUD-TRANSITION PIC X(03).
000800     05  FILLER PIC X(01).
000810     05  SAUD-OBSERVED PIC X(01).
000820     05  FILLER PIC X(01).
000830     05  SAUD-UNIT PIC X(08).
000840*>        The seal GPIOAVER checks - running sequence number
000850*>        and running check total per line, line count and
000860*>        total on the TRL trailer each run closes with.
000870     05  FILLER PIC X(01).
000880     05  SAUD-SEQ PIC 9(07).
000890     05  FILLER PIC X(01).
000900     05  SAUD-CHECK PIC 9(09).
000910
000920 FD  SITE-EXC-FILE.
000930 01  SEXC-RECORD.
000940*>        Only the pin matters for the tally - the FILLER is
000950*>        wider than the longest exception line the run writes
000960*>        (unit field included) so a long line can never end
000970*>        the sweep early with a truncation status.
000980     05  SEXC-PIN-TEXT PIC X(02).
000990     05  FILLER PIC X(130).
001000
001010 FD  SITE-STATEMENT-FILE.
001020 01  SIT-STATEMENT-LINE PIC X(90).
001030
001040 WORKING-STORAGE SECTION.
001050*>--------------------------------------------------------------
001060*> FILE STATUS AND DYNAMIC FILE NAMES
001070*>--------------------------------------------------------------
001080 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
001090 77  WS-EXC-FILE-STATUS PIC X(02) VALUE SPACES.
001100 77  WS-STATEMENT-FILE-STATUS PIC X(02) VALUE SPACES.
001110 77  WS-AUDIT-FILE-NAME PIC X(32) VALUE SPACES.
001120 77  WS-EXC-FILE-NAME PIC X(32) VALUE SPACES.
001130 77  WS-STATEMENT-FILE-NAME PIC X(20) VALUE SPACES.
001140
001150*>--------------------------------------------------------------
001160*> CONSOLE INPUT - THE RANGE AND THE LIST OF UNITS TO SWEEP
001170*>--------------------------------------------------------------
001180 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001190 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
001200 77  WS-UNIT-REPLY PIC X(08) VALUE SPACES.
001210 77  WS-MAX-UNITS PIC 9(01) VALUE 5.
001220 77  WS-UNIT-COUNT PIC 9(01) VALUE ZERO.
001230 77  WS-UNIT-IDX PIC 9(01) VALUE ZERO.
001240 77  WS-UNIT-DONE PIC X(01) VALUE "N".
001250 01  WS-UNIT-TABLE.
001260     05  WS-UNIT-NAME PIC X(08) OCCURS 5 TIMES.
001270 77  WS-CUR-UNIT PIC X(08) VALUE SPACES.
001280
001290*>--------------------------------------------------------------
001300*> DATE WORK AREAS
001310*>--------------------------------------------------------------
001320 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001330 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001340     05  WS-CUR-YYYY PIC 9(04).
001350     05  WS-CUR-MM PIC 9(02).
001360     05  WS-CUR-DD PIC 9(02).
001370 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001380 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001390 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001400 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001410
001420*>--------------------------------------------------------------
001430*> UNIT-AND-PIN ACCUMULATORS - ONE ROW PER UNIT/PIN PAIR SEEN.
001440*> DAY FIELDS RESTART EVERY DAY PER UNIT; PERIOD FIELDS RUN ON
001450*> ACROSS THE RANGE.  ON SECONDS ARE PAIRED ON/OFF EXACTLY AS
001460*> GPIOHIST PAIRS THEM.
001470*>--------------------------------------------------------------
001480 77  WS-MAX-ROWS PIC 9(03) VALUE 60.
001490 77  WS-ROW-COUNT PIC 9(03) VALUE ZERO.
001500 77  WS-ROW-IDX PIC 9(03) VALUE ZERO.
001510 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
001520 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
001530 01  WS-ROW-TABLE.
001540     05  WS-ROW-ENTRY OCCURS 60 TIMES.
001550         10  WS-ROW-UNIT PIC X(08).
001560         10  WS-ROW-PIN PIC X(02).
001570         10  WS-DAY-CYCLES PIC 9(05).
001580         10  WS-DAY-ON-SECS PIC 9(07).
001590         10  WS-DAY-EXC PIC 9(05).
001600         10  WS-DAY-PENDING-ON PIC 9(07).
001610         10  WS-DAY-HAS-ON PIC X(01).
001620         10  WS-PER-CYCLES PIC 9(07).
001630         10  WS-PER-ON-SECS PIC 9(09).
001640         10  WS-PER-EXC PIC 9(07).
001650
001660*>--------------------------------------------------------------
001670*> SITE-TOTAL ACCUMULATORS - ONE ROW PER PIN ACROSS ALL UNITS
001680*>--------------------------------------------------------------
001690 77  WS-MAX-PINS PIC 9(03) VALUE 30.
001700 77  WS-PIN-COUNT PIC 9(03) VALUE ZERO.
001710 77  WS-PIN-IDX PIC 9(03) VALUE ZERO.
001720 77  WS-PFOUND-IDX PIC 9(03) VALUE ZERO.
001730 01  WS-PIN-TABLE.
001740     05  WS-PIN-ENTRY OCCURS 30 TIMES.
001750         10  WS-PIN-TEXT PIC X(02).
001760         10  WS-SITE-CYCLES PIC 9(09).
001770         10  WS-SITE-ON-SECS PIC 9(09).
001780         10  WS-SITE-EXC PIC 9(07).
001790
001800*>--------------------------------------------------------------
001810*> TIME CONVERSION WORK AREAS
001820*>--------------------------------------------------------------
001830 01  WS-TIME-TEXT PIC X(08) VALUE SPACES.
001840 01  WS-TIME-TEXT-R REDEFINES WS-TIME-TEXT.
001850     05  WS-TT-HH PIC 9(02).
001860     05  FILLER PIC X(01).
001870     05  WS-TT-MM PIC 9(02).
001880     05  FILLER PIC X(01).
001890     05  WS-TT-SS PIC 9(02).
001900 77  WS-TIME-SECS PIC 9(07) VALUE ZERO.
001910 77  WS-WORK-SECS PIC 9(07) VALUE ZERO.
001920
001930*>--------------------------------------------------------------
001940*> AUDIT SEAL CHECK - THE SAME WORKING GPIOAVER DOES, SO A DAY
001950*> THIS SWEEP REFUSES IS A DAY GPIOAVER REPORTS AS FAILED.
001960*> UNSEALED DAYS PREDATE THE SEAL AND ARE COUNTED AS BEFORE.
001970*>--------------------------------------------------------------
001980 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
001990 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
002000 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
002010 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
002020 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
002030 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
002040 77  WS-VFY-SEALED PIC X(01) VALUE "N".
002050 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
002060 77  WS-VFY-FAILED PIC X(01) VALUE "N".
002070 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
002080 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
002090 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
002100 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
002110 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
002120 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
002130 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
002140 01  WS-CHK-ALPHABET.
002150     05  FILLER PIC X(36)
002160         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002170     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
002180     05  FILLER PIC X(07) VALUE " -:*?./".
002190 77  WS-DAYS-REFUSED PIC 9(05) VALUE ZERO.
002200 77  WS-DAYS-UNSEALED PIC 9(05) VALUE ZERO.
002210
002220*>--------------------------------------------------------------
002230*> STATEMENT LINE BUILD AREA AND RUN TOTALS
002240*>--------------------------------------------------------------
002250 01  WS-LINE-WORK PIC X(90) VALUE SPACES.
002260 77  WS-DAYS-SWEPT PIC 9(05) VALUE ZERO.
002270
002280 PROCEDURE DIVISION.
002290
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-SWEEP-ONE-DAY THRU 2000-EXIT
002330         UNTIL WS-CUR-DATE > WS-TO-DATE.
002340     PERFORM 3000-WRITE-PERIOD-TOTALS THRU 3000-EXIT.
002350     PERFORM 3500-WRITE-SITE-TOTALS THRU 3500-EXIT.
002360     PERFORM 3800-WRITE-EXC-SUMMARY THRU 3800-EXIT.
002370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002380     STOP RUN.
002390
002400 1000-INITIALIZE.
002410     DISPLAY "GPIOSITE - SITE-WIDE CONSOLIDATION".
002420     DISPLAY "FROM DATE (YYYYMMDD):".
002430     ACCEPT WS-FROM-TEXT.
002440     DISPLAY "TO DATE (YYYYMMDD):".
002450     ACCEPT WS-TO-TEXT.
002460     IF WS-FROM-TEXT IS NOT NUMERIC
002470        OR WS-TO-TEXT IS NOT NUMERIC
002480         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
002530     MOVE WS-TO-TEXT TO WS-TO-DATE.
002540     IF WS-CUR-DATE > WS-TO-DATE
002550         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     PERFORM 1100-ASK-ONE-UNIT THRU 1100-EXIT
002600         UNTIL WS-UNIT-DONE = "Y".
002610     IF WS-UNIT-COUNT = ZERO
002620         DISPLAY "*** AT LEAST ONE UNIT NAME IS NEEDED ***"
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     STRING "GPIOSIT." DELIMITED BY SIZE
002670             WS-TO-TEXT DELIMITED BY SIZE
002680         INTO WS-STATEMENT-FILE-NAME.
002690     OPEN OUTPUT SITE-STATEMENT-FILE.
002700     IF WS-STATEMENT-FILE-STATUS NOT = "00"
002710         DISPLAY "*** COULD NOT CREATE " WS-STATEMENT-FILE-NAME
002720             " - STATUS " WS-STATEMENT-FILE-STATUS " ***"
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     MOVE SPACES TO WS-LINE-WORK.
002770     STRING "SITE STATEMENT " DELIMITED BY SIZE
002780             WS-FROM-TEXT DELIMITED BY SIZE
002790             " THRU " DELIMITED BY SIZE
002800             WS-TO-TEXT DELIMITED BY SIZE
002810             " UNITS " DELIMITED BY SIZE
002820             WS-UNIT-COUNT DELIMITED BY SIZE
002830         INTO WS-LINE-WORK.
002840     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
002850     MOVE "DATE     UNIT     PIN CYCLES ONSECS  EXC"
002860         TO WS-LINE-WORK.
002870     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
002880 1000-EXIT.
002890     EXIT.
002900
002910 1100-ASK-ONE-UNIT.
002920     DISPLAY "UNIT NAME (BLANK TO END LIST):".
002930     MOVE SPACES TO WS-UNIT-REPLY.
002940     ACCEPT WS-UNIT-REPLY.
002950     IF WS-UNIT-REPLY = SPACES
002960         MOVE "Y" TO WS-UNIT-DONE
002970         GO TO 1100-EXIT
002980     END-IF.
002990     IF WS-UNIT-COUNT NOT < WS-MAX-UNITS
003000         DISPLAY "NO MORE THAN " WS-MAX-UNITS
003010             " UNITS - LIST ENDED"
003020         MOVE "Y" TO WS-UNIT-DONE
003030         GO TO 1100-EXIT
003040     END-IF.
003050     ADD 1 TO WS-UNIT-COUNT.
003060     MOVE WS-UNIT-REPLY TO WS-UNIT-NAME (WS-UNIT-COUNT).
003070 1100-EXIT.
003080     EXIT.
003090
003100 2000-SWEEP-ONE-DAY.
003110     PERFORM 2050-CLEAR-DAY-FIELDS THRU 2050-EXIT
003120         VARYING WS-ROW-IDX FROM 1 BY 1
003130         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
003140     PERFORM 2100-SWEEP-ONE-UNIT THRU 2100-EXIT
003150         VARYING WS-UNIT-IDX FROM 1 BY 1
003160         UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.
003170     PERFORM 2500-WRITE-DAY-LINES THRU 2500-EXIT.
003180     ADD 1 TO WS-DAYS-SWEPT.
003190     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
003200 2000-EXIT.
003210     EXIT.
003220
003230 2050-CLEAR-DAY-FIELDS.
003240     MOVE ZERO TO WS-DAY-CYCLES (WS-ROW-IDX).
003250     MOVE ZERO TO WS-DAY-ON-SECS (WS-ROW-IDX).
003260     MOVE ZERO TO WS-DAY-EXC (WS-ROW-IDX).
003270     MOVE ZERO TO WS-DAY-PENDING-ON (WS-ROW-IDX).
003280     MOVE "N" TO WS-DAY-HAS-ON (WS-ROW-IDX).
003290 2050-EXIT.
003300     EXIT.
003310
003320 2100-SWEEP-ONE-UNIT.
003330*>        One unit's files for the current day live under the
003340*>        unit's own directory - the names collide the moment
003350*>        they land in one place, the directories keep them
003360*>        apart.
003370     MOVE WS-UNIT-NAME (WS-UNIT-IDX) TO WS-CUR-UNIT.
003380     MOVE SPACES TO WS-AUDIT-FILE-NAME.
003390     STRING WS-CUR-UNIT DELIMITED BY SPACE
003400             "/GPIOAUD." DELIMITED BY SIZE
003410             WS-CUR-DATE DELIMITED BY SIZE
003420         INTO WS-AUDIT-FILE-NAME.
003430*>        The unit's seal for the day is checked before any
003440*>        of its activity is counted - a broken log is
003450*>        refused outright and said so on the statement,
003460*>        never half counted.  Its exceptions still count.
003470     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
003480     IF WS-VFY-RESULT = "UNSEALED"
003490         ADD 1 TO WS-DAYS-UNSEALED
003500     END-IF.
003510     IF WS-VFY-FAILED = "Y"
003520         PERFORM 2190-REFUSE-AUDIT-DAY THRU 2190-EXIT
003530     ELSE
003540         OPEN INPUT SITE-AUDIT-FILE
003550         IF WS-AUDIT-FILE-STATUS = "00"
003560             PERFORM 2200-TALLY-AUDIT-LINE THRU 2200-EXIT
003570                 UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
003580             CLOSE SITE-AUDIT-FILE
003590         END-IF
003600     END-IF.
003610     MOVE SPACES TO WS-EXC-FILE-NAME.
003620     STRING WS-CUR-UNIT DELIMITED BY SPACE
003630             "/GPIOEXC." DELIMITED BY SIZE
003640             WS-CUR-DATE DELIMITED BY SIZE
003650         INTO WS-EXC-FILE-NAME.
003660     OPEN INPUT SITE-EXC-FILE.
003670     IF WS-EXC-FILE-STATUS = "00"
003680         PERFORM 2300-TALLY-EXC-LINE THRU 2300-EXIT
003690             UNTIL WS-EXC-FILE-STATUS NOT = "00"
003700         CLOSE SITE-EXC-FILE
003710     END-IF.
003720 2100-EXIT.
003730     EXIT.
003740
003750 2190-REFUSE-AUDIT-DAY.
003760     ADD 1 TO WS-DAYS-REFUSED.
003770     DISPLAY "AUDIT LOG REFUSED " WS-AUDIT-FILE-NAME
003780         " " WS-VFY-RESULT.
003790     MOVE SPACES TO WS-LINE-WORK.
003800     STRING WS-CUR-DATE DELIMITED BY SIZE
003810             " " DELIMITED BY SIZE
003820             WS-CUR-UNIT DELIMITED BY SPACE
003830             " " DELIMITED BY SIZE
003840             "AUDIT LOG REFUSED - " DELIMITED BY SIZE
003850             WS-VFY-RESULT DELIMITED BY "  "
003860             " AT LINE " DELIMITED BY SIZE
003870             WS-VFY-FAIL-LINE DELIMITED BY SIZE
003880             " - NOT COUNTED" DELIMITED BY SIZE
003890         INTO WS-LINE-WORK.
003900     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
003910 2190-EXIT.
003920     EXIT.
003930
003940 2200-TALLY-AUDIT-LINE.
003950*>        ON seconds are recovered by pairing each pin's ON
003960*>        line with the next OFF line for that pin within the
003970*>        unit - the same pairing GPIOHIST does.  TRG and REQ
003980*>        marker lines add no seconds.
003990     READ SITE-AUDIT-FILE
004000         AT END
004010             GO TO 2200-EXIT
004020     END-READ.
004030*>        Lines with no pin - the run-lock override's UNL
004040*>        stamp and the TRL trailer - are bookkeeping, not
004050*>        pin activity, and must not grow a blank unit/pin
004060*>        row.
004070     IF SAUD-PIN-TEXT = SPACES
004080         GO TO 2200-EXIT
004090     END-IF.
004100     MOVE SAUD-PIN-TEXT TO WS-FIND-PIN.
004110     PERFORM 8400-FIND-OR-ADD-ROW THRU 8400-EXIT.
004120     IF WS-FOUND-IDX = ZERO
004130         GO TO 2200-EXIT
004140     END-IF.
004150     MOVE WS-FOUND-IDX TO WS-ROW-IDX.
004160     MOVE SAUD-TIME TO WS-TIME-TEXT.
004170     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
004180     IF SAUD-TRANSITION = "ON "
004190         ADD 1 TO WS-DAY-CYCLES (WS-ROW-IDX)
004200         MOVE WS-TIME-SECS
004210             TO WS-DAY-PENDING-ON (WS-ROW-IDX)
004220         MOVE "Y" TO WS-DAY-HAS-ON (WS-ROW-IDX)
004230     ELSE
004240         IF SAUD-TRANSITION = "OFF"
004250            AND WS-DAY-HAS-ON (WS-ROW-IDX) = "Y"
004260             IF WS-TIME-SECS NOT <
004270                WS-DAY-PENDING-ON (WS-ROW-IDX)
004280                 SUBTRACT WS-DAY-PENDING-ON (WS-ROW-IDX)
004290                     FROM WS-TIME-SECS
004300                     GIVING WS-WORK-SECS
004310                 ADD WS-WORK-SECS
004320                     TO WS-DAY-ON-SECS (WS-ROW-IDX)
004330             END-IF
004340             MOVE "N" TO WS-DAY-HAS-ON (WS-ROW-IDX)
004350         END-IF
004360     END-IF.
004370 2200-EXIT.
004380     EXIT.
004390
004400 2300-TALLY-EXC-LINE.
004410     READ SITE-EXC-FILE
004420         AT END
004430             GO TO 2300-EXIT
004440     END-READ.
004450     MOVE SEXC-PIN-TEXT TO WS-FIND-PIN.
004460     PERFORM 8400-FIND-OR-ADD-ROW THRU 8400-EXIT.
004470     IF WS-FOUND-IDX > ZERO
004480         ADD 1 TO WS-DAY-EXC (WS-FOUND-IDX)
004490     END-IF.
004500 2300-EXIT.
004510     EXIT.
004520
004530 2500-WRITE-DAY-LINES.
004540     PERFORM 2550-WRITE-ONE-DAY-LINE THRU 2550-EXIT
004550         VARYING WS-ROW-IDX FROM 1 BY 1
004560         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
004570 2500-EXIT.
004580     EXIT.
004590
004600 2550-WRITE-ONE-DAY-LINE.
004610*>        A unit/pin with nothing today gets no line - the
004620*>        statement reads like a bank statement, the same as
004630*>        GPIOHIST's.
004640     IF WS-DAY-CYCLES (WS-ROW-IDX) = ZERO
004650        AND WS-DAY-EXC (WS-ROW-IDX) = ZERO
004660         GO TO 2550-EXIT
004670     END-IF.
004680     MOVE SPACES TO WS-LINE-WORK.
004690     STRING WS-CUR-DATE DELIMITED BY SIZE
004700             " " DELIMITED BY SIZE
004710             WS-ROW-UNIT (WS-ROW-IDX) DELIMITED BY SIZE
004720             " " DELIMITED BY SIZE
004730             WS-ROW-PIN (WS-ROW-IDX) DELIMITED BY SIZE
004740             "  " DELIMITED BY SIZE
004750             WS-DAY-CYCLES (WS-ROW-IDX) DELIMITED BY SIZE
004760             " " DELIMITED BY SIZE
004770             WS-DAY-ON-SECS (WS-ROW-IDX) DELIMITED BY SIZE
004780             " " DELIMITED BY SIZE
004790             WS-DAY-EXC (WS-ROW-IDX) DELIMITED BY SIZE
004800         INTO WS-LINE-WORK.
004810     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
004820     ADD WS-DAY-CYCLES (WS-ROW-IDX)
004830         TO WS-PER-CYCLES (WS-ROW-IDX).
004840     ADD WS-DAY-ON-SECS (WS-ROW-IDX)
004850         TO WS-PER-ON-SECS (WS-ROW-IDX).
004860     ADD WS-DAY-EXC (WS-ROW-IDX)
004870         TO WS-PER-EXC (WS-ROW-IDX).
004880 2550-EXIT.
004890     EXIT.
004900
004910 3000-WRITE-PERIOD-TOTALS.
004920     MOVE "PERIOD TOTALS PER UNIT PER PIN" TO WS-LINE-WORK.
004930     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
004940     MOVE "UNIT     PIN CYCLES   ONSECS    EXC"
004950         TO WS-LINE-WORK.
004960     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
004970     PERFORM 3100-WRITE-ONE-TOTAL THRU 3100-EXIT
004980         VARYING WS-ROW-IDX FROM 1 BY 1
004990         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
005000 3000-EXIT.
005010     EXIT.
005020
005030 3100-WRITE-ONE-TOTAL.
005040     MOVE SPACES TO WS-LINE-WORK.
005050     STRING WS-ROW-UNIT (WS-ROW-IDX) DELIMITED BY SIZE
005060             " " DELIMITED BY SIZE
005070             WS-ROW-PIN (WS-ROW-IDX) DELIMITED BY SIZE
005080             "  " DELIMITED BY SIZE
005090             WS-PER-CYCLES (WS-ROW-IDX) DELIMITED BY SIZE
005100             " " DELIMITED BY SIZE
005110             WS-PER-ON-SECS (WS-ROW-IDX) DELIMITED BY SIZE
005120             " " DELIMITED BY SIZE
005130             WS-PER-EXC (WS-ROW-IDX) DELIMITED BY SIZE
005140         INTO WS-LINE-WORK.
005150     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005160*>        Roll this unit/pin row into the site-per-pin totals.
005170     MOVE WS-ROW-PIN (WS-ROW-IDX) TO WS-FIND-PIN.
005180     PERFORM 8600-FIND-OR-ADD-PIN THRU 8600-EXIT.
005190     IF WS-PFOUND-IDX > ZERO
005200         ADD WS-PER-CYCLES (WS-ROW-IDX)
005210             TO WS-SITE-CYCLES (WS-PFOUND-IDX)
005220         ADD WS-PER-ON-SECS (WS-ROW-IDX)
005230             TO WS-SITE-ON-SECS (WS-PFOUND-IDX)
005240         ADD WS-PER-EXC (WS-ROW-IDX)
005250             TO WS-SITE-EXC (WS-PFOUND-IDX)
005260     END-IF.
005270 3100-EXIT.
005280     EXIT.
005290
005300 3500-WRITE-SITE-TOTALS.
005310     MOVE "SITE TOTALS PER PIN - ALL UNITS" TO WS-LINE-WORK.
005320     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005330     MOVE "PIN CYCLES    ONSECS    EXC" TO WS-LINE-WORK.
005340     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005350     PERFORM 3600-WRITE-ONE-SITE-TOTAL THRU 3600-EXIT
005360         VARYING WS-PIN-IDX FROM 1 BY 1
005370         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
005380 3500-EXIT.
005390     EXIT.
005400
005410 3600-WRITE-ONE-SITE-TOTAL.
005420     MOVE SPACES TO WS-LINE-WORK.
005430     STRING WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
005440             "  " DELIMITED BY SIZE
005450             WS-SITE-CYCLES (WS-PIN-IDX) DELIMITED BY SIZE
005460             " " DELIMITED BY SIZE
005470             WS-SITE-ON-SECS (WS-PIN-IDX) DELIMITED BY SIZE
005480             " " DELIMITED BY SIZE
005490             WS-SITE-EXC (WS-PIN-IDX) DELIMITED BY SIZE
005500         INTO WS-LINE-WORK.
005510     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005520 3600-EXIT.
005530     EXIT.
005540
005550 3800-WRITE-EXC-SUMMARY.
005560*>        The cross-unit exception summary - which unit's pins
005570*>        are throwing exceptions, one line per unit/pin pair
005580*>        that had any in the period.
005590     MOVE "CROSS-UNIT EXCEPTION SUMMARY" TO WS-LINE-WORK.
005600     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005610     PERFORM 3850-WRITE-ONE-EXC-LINE THRU 3850-EXIT
005620         VARYING WS-ROW-IDX FROM 1 BY 1
005630         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
005640 3800-EXIT.
005650     EXIT.
005660
005670 3850-WRITE-ONE-EXC-LINE.
005680     IF WS-PER-EXC (WS-ROW-IDX) = ZERO
005690         GO TO 3850-EXIT
005700     END-IF.
005710     MOVE SPACES TO WS-LINE-WORK.
005720     STRING WS-ROW-UNIT (WS-ROW-IDX) DELIMITED BY SIZE
005730             " PIN " DELIMITED BY SIZE
005740             WS-ROW-PIN (WS-ROW-IDX) DELIMITED BY SIZE
005750             " EXCEPTIONS " DELIMITED BY SIZE
005760             WS-PER-EXC (WS-ROW-IDX) DELIMITED BY SIZE
005770         INTO WS-LINE-WORK.
005780     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005790 3850-EXIT.
005800     EXIT.
005810
005820 9000-TERMINATE.
005830     MOVE SPACES TO WS-LINE-WORK.
005840     STRING "AUDIT SEAL - UNIT DAYS REFUSED " DELIMITED BY SIZE
005850             WS-DAYS-REFUSED DELIMITED BY SIZE
005860             "  UNSEALED " DELIMITED BY SIZE
005870             WS-DAYS-UNSEALED DELIMITED BY SIZE
005880         INTO WS-LINE-WORK.
005890     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
005900     CLOSE SITE-STATEMENT-FILE.
005910     DISPLAY "DAYS SWEPT      " WS-DAYS-SWEPT.
005920     DISPLAY "UNIT/PIN ROWS   " WS-ROW-COUNT.
005930     DISPLAY "DAYS REFUSED    " WS-DAYS-REFUSED.
005940     DISPLAY "DAYS UNSEALED   " WS-DAYS-UNSEALED.
005950     DISPLAY "STATEMENT IS ON " WS-STATEMENT-FILE-NAME.
005960     IF WS-DAYS-REFUSED > ZERO
005970         MOVE 4 TO RETURN-CODE
005980     END-IF.
005990 9000-EXIT.
006000     EXIT.
006010
006020 8100-BUMP-CURRENT-DATE.
006030     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
006040     ADD 1 TO WS-CUR-DD.
006050     IF WS-CUR-DD > WS-MONTH-LENGTH
006060         MOVE 1 TO WS-CUR-DD
006070         ADD 1 TO WS-CUR-MM
006080         IF WS-CUR-MM > 12
006090             MOVE 1 TO WS-CUR-MM
006100             ADD 1 TO WS-CUR-YYYY
006110         END-IF
006120     END-IF.
006130 8100-EXIT.
006140     EXIT.
006150
006160 8150-SET-MONTH-LENGTH.
006170*>        Thirty days hath September - with the leap year rule
006180*>        spelled out in longhand, exactly as GPIOHIST does it.
006190     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
006200        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
006210         MOVE 30 TO WS-MONTH-LENGTH
006220     ELSE
006230         IF WS-CUR-MM = 2
006240             MOVE 28 TO WS-MONTH-LENGTH
006250             DIVIDE WS-CUR-YYYY BY 4
006260                 GIVING WS-LEAP-WORK
006270                 REMAINDER WS-LEAP-REM
006280             IF WS-LEAP-REM = ZERO
006290                 MOVE 29 TO WS-MONTH-LENGTH
006300                 DIVIDE WS-CUR-YYYY BY 100
006310                     GIVING WS-LEAP-WORK
006320                     REMAINDER WS-LEAP-REM
006330                 IF WS-LEAP-REM = ZERO
006340                     MOVE 28 TO WS-MONTH-LENGTH
006350                     DIVIDE WS-CUR-YYYY BY 400
006360                         GIVING WS-LEAP-WORK
006370                         REMAINDER WS-LEAP-REM
006380                     IF WS-LEAP-REM = ZERO
006390                         MOVE 29 TO WS-MONTH-LENGTH
006400                     END-IF
006410                 END-IF
006420             END-IF
006430         ELSE
006440             MOVE 31 TO WS-MONTH-LENGTH
006450         END-IF
006460     END-IF.
006470 8150-EXIT.
006480     EXIT.
006490
006500 8300-TIME-TO-SECONDS.
006510     MOVE ZERO TO WS-TIME-SECS.
006520     MULTIPLY WS-TT-HH BY 3600 GIVING WS-TIME-SECS.
006530     MULTIPLY WS-TT-MM BY 60 GIVING WS-WORK-SECS.
006540     ADD WS-WORK-SECS TO WS-TIME-SECS.
006550     ADD WS-TT-SS TO WS-TIME-SECS.
006560 8300-EXIT.
006570     EXIT.
006580
006590 8500-WRITE-STATEMENT-LINE.
006600     MOVE WS-LINE-WORK TO SIT-STATEMENT-LINE.
006610     WRITE SIT-STATEMENT-LINE.
006620 8500-EXIT.
006630     EXIT.
006640
006650 8400-FIND-OR-ADD-ROW.
006660*>        Leaves the accumulator row for the current unit and
006670*>        WS-FIND-PIN in WS-FOUND-IDX, adding a fresh row the
006680*>        first time the pair is seen.  Zero only when the
006690*>        table is full.
006700     MOVE ZERO TO WS-FOUND-IDX.
006710     PERFORM 8440-CHECK-ONE-ROW THRU 8440-EXIT
006720         VARYING WS-ROW-IDX FROM 1 BY 1
006730         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
006740     IF WS-FOUND-IDX > ZERO
006750         GO TO 8400-EXIT
006760     END-IF.
006770     IF WS-ROW-COUNT NOT < WS-MAX-ROWS
006780         DISPLAY "ROW TABLE FULL - UNIT " WS-CUR-UNIT
006790             " PIN " WS-FIND-PIN " SKIPPED"
006800         GO TO 8400-EXIT
006810     END-IF.
006820     ADD 1 TO WS-ROW-COUNT.
006830     MOVE WS-ROW-COUNT TO WS-FOUND-IDX.
006840     MOVE WS-ROW-COUNT TO WS-ROW-IDX.
006850     MOVE WS-CUR-UNIT TO WS-ROW-UNIT (WS-ROW-IDX).
006860     MOVE WS-FIND-PIN TO WS-ROW-PIN (WS-ROW-IDX).
006870     MOVE ZERO TO WS-PER-CYCLES (WS-ROW-IDX).
006880     MOVE ZERO TO WS-PER-ON-SECS (WS-ROW-IDX).
006890     MOVE ZERO TO WS-PER-EXC (WS-ROW-IDX).
006900     PERFORM 2050-CLEAR-DAY-FIELDS THRU 2050-EXIT.
006910 8400-EXIT.
006920     EXIT.
006930
006940 8440-CHECK-ONE-ROW.
006950     IF WS-ROW-UNIT (WS-ROW-IDX) = WS-CUR-UNIT
006960        AND WS-ROW-PIN (WS-ROW-IDX) = WS-FIND-PIN
006970         MOVE WS-ROW-IDX TO WS-FOUND-IDX
006980     END-IF.
006990 8440-EXIT.
007000     EXIT.
007010
007020 8600-FIND-OR-ADD-PIN.
007030     MOVE ZERO TO WS-PFOUND-IDX.
007040     PERFORM 8640-CHECK-ONE-PIN THRU 8640-EXIT
007050         VARYING WS-PIN-IDX FROM 1 BY 1
007060         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
007070     IF WS-PFOUND-IDX > ZERO
007080         GO TO 8600-EXIT
007090     END-IF.
007100     IF WS-PIN-COUNT NOT < WS-MAX-PINS
007110         DISPLAY "PIN TABLE FULL - PIN " WS-FIND-PIN
007120             " SKIPPED"
007130         GO TO 8600-EXIT
007140     END-IF.
007150     ADD 1 TO WS-PIN-COUNT.
007160     MOVE WS-PIN-COUNT TO WS-PFOUND-IDX.
007170     MOVE WS-PIN-COUNT TO WS-PIN-IDX.
007180     MOVE WS-FIND-PIN TO WS-PIN-TEXT (WS-PIN-IDX).
007190     MOVE ZERO TO WS-SITE-CYCLES (WS-PIN-IDX).
007200     MOVE ZERO TO WS-SITE-ON-SECS (WS-PIN-IDX).
007210     MOVE ZERO TO WS-SITE-EXC (WS-PIN-IDX).
007220 8600-EXIT.
007230     EXIT.
007240
007250 8640-CHECK-ONE-PIN.
007260     IF WS-PIN-TEXT (WS-PIN-IDX) = WS-FIND-PIN
007270         MOVE WS-PIN-IDX TO WS-PFOUND-IDX
007280     END-IF.
007290 8640-EXIT.
007300     EXIT.
007310
007320 8800-VERIFY-AUDIT-DAY.
007330*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
007340*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
007350*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
007360*>        Reading stops at the first fault.
007370     MOVE ZERO TO WS-VFY-LINES.
007380     MOVE ZERO TO WS-VFY-TOTAL.
007390     MOVE ZERO TO WS-VFY-TRAILERS.
007400     MOVE ZERO TO WS-VFY-FAIL-LINE.
007410     MOVE 1 TO WS-VFY-EXPECT-SEQ.
007420     MOVE "N" TO WS-VFY-SEALED.
007430     MOVE "N" TO WS-VFY-LAST-TRL.
007440     MOVE "N" TO WS-VFY-FAILED.
007450     MOVE SPACES TO WS-VFY-RESULT.
007460     OPEN INPUT SITE-AUDIT-FILE.
007470     IF WS-AUDIT-FILE-STATUS NOT = "00"
007480         MOVE "NO FILE" TO WS-VFY-RESULT
007490         GO TO 8800-EXIT
007500     END-IF.
007510     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
007520         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
007530            OR WS-VFY-FAILED = "Y".
007540     CLOSE SITE-AUDIT-FILE.
007550     IF WS-VFY-FAILED = "Y"
007560         GO TO 8800-EXIT
007570     END-IF.
007580     IF WS-VFY-LINES = ZERO
007590         MOVE "EMPTY" TO WS-VFY-RESULT
007600         GO TO 8800-EXIT
007610     END-IF.
007620     IF WS-VFY-SEALED = "N"
007630         MOVE "UNSEALED" TO WS-VFY-RESULT
007640         GO TO 8800-EXIT
007650     END-IF.
007660     IF WS-VFY-LAST-TRL = "N"
007670         MOVE "NO TRAILER" TO WS-VFY-RESULT
007680         MOVE "Y" TO WS-VFY-FAILED
007690         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
007700         GO TO 8800-EXIT
007710     END-IF.
007720     MOVE "VERIFIED" TO WS-VFY-RESULT.
007730 8800-EXIT.
007740     EXIT.
007750
007760 8810-VERIFY-AUDIT-LINE.
007770     READ SITE-AUDIT-FILE
007780         AT END
007790             GO TO 8810-EXIT
007800     END-READ.
007810     ADD 1 TO WS-VFY-LINES.
007820     IF SAUD-TRANSITION = "TRL"
007830         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
007840         GO TO 8810-EXIT
007850     END-IF.
007860     MOVE "N" TO WS-VFY-LAST-TRL.
007870*>        Lines from before the log was sealed carry no
007880*>        sequence - tolerated only ahead of the first sealed
007890*>        line, which is where the day the change went in
007900*>        puts them.
007910     IF SAUD-SEQ IS NOT NUMERIC OR SAUD-CHECK IS NOT NUMERIC
007920         IF WS-VFY-SEALED = "Y"
007930             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
007940             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
007950         END-IF
007960         GO TO 8810-EXIT
007970     END-IF.
007980     MOVE "Y" TO WS-VFY-SEALED.
007990     IF SAUD-SEQ < WS-VFY-EXPECT-SEQ
008000         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
008010         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
008020         GO TO 8810-EXIT
008030     END-IF.
008040     IF SAUD-SEQ > WS-VFY-EXPECT-SEQ
008050         MOVE "GAP" TO WS-VFY-RESULT
008060         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
008070         GO TO 8810-EXIT
008080     END-IF.
008090     MOVE SAUD-RECORD (1:45) TO WS-CHK-LINE.
008100     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
008110     IF SAUD-CHECK NOT = WS-VFY-TOTAL
008120         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
008130         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
008140         GO TO 8810-EXIT
008150     END-IF.
008160     ADD 1 TO WS-VFY-EXPECT-SEQ.
008170 8810-EXIT.
008180     EXIT.
008190
008200 8820-VERIFY-TRAILER.
008210*>        A trailer closes off one run's lines - its count is
008220*>        the last sequence number so far and its total the
008230*>        running check total, both for the file to date.
008240     MOVE "Y" TO WS-VFY-LAST-TRL.
008250     MOVE "Y" TO WS-VFY-SEALED.
008260     ADD 1 TO WS-VFY-TRAILERS.
008270     IF SAUD-SEQ IS NOT NUMERIC OR SAUD-CHECK IS NOT NUMERIC
008280         MOVE "BAD TRAILER" TO WS-VFY-RESULT
008290         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
008300         GO TO 8820-EXIT
008310     END-IF.
008320     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
008330         GIVING WS-VFY-COUNT-SEQ.
008340     IF SAUD-SEQ NOT = WS-VFY-COUNT-SEQ
008350         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
008360         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
008370         GO TO 8820-EXIT
008380     END-IF.
008390     IF SAUD-CHECK NOT = WS-VFY-TOTAL
008400         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
008410         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
008420     END-IF.
008430 8820-EXIT.
008440     EXIT.
008450
008460 8830-FAIL-AT-LINE.
008470     MOVE "Y" TO WS-VFY-FAILED.
008480     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
008490 8830-EXIT.
008500     EXIT.
008510
008520 8850-ADD-LINE-CHECK.
008530     MOVE ZERO TO WS-CHK-VALUE.
008540     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
008550         VARYING WS-CHK-POS FROM 1 BY 1
008560         UNTIL WS-CHK-POS > 45.
008570     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
008580     IF WS-CHK-SUM > 999999999
008590         SUBTRACT 1000000000 FROM WS-CHK-SUM
008600     END-IF.
008610     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
008620 8850-EXIT.
008630     EXIT.
008640
008650 8860-ADD-ONE-CHARACTER.
008660     MOVE ZERO TO WS-CHK-CODE.
008670     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
008680         FOR CHARACTERS BEFORE INITIAL
008690         WS-CHK-LINE (WS-CHK-POS:1).
008700     ADD 1 TO WS-CHK-CODE.
008710     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
008720     ADD WS-CHK-WORK TO WS-CHK-VALUE.
008730 8860-EXIT.
008740     EXIT.
008750
008760 END PROGRAM GPIOSITE.

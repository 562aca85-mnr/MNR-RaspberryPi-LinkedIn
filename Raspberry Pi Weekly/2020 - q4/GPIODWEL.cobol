000300*> DATE        BY   DESCRIPTION
000310*> ----------  ---  ---------------------------------------------
000320*> 09/02/2026  RH   Original program.
000330*> 10/15/2026  RH   Each audit day's seal is checked the way
000340*>                  GPIOAVER checks it before the day's dwells
000350*>                  are measured.  A day whose seal is broken is
000360*>                  refused and the statement says so on a line
000370*>                  of its own instead of a day line.  The
000380*>                  statement closes with the days refused and
000390*>                  unsealed, and a refused day ends the run RC
000400*>                  4.
000410*>--------------------------------------------------------------
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. GPIODWEL.
000440 AUTHOR. R HAWTHORNE.
000450 INSTALLATION. MNR-RASPBERRY-OPS.
000460 DATE-WRITTEN. 09/02/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DWEL-AUDIT-FILE
000530         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000560     SELECT DWEL-REPORT-FILE
000570         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DWEL-AUDIT-FILE.
000640 01  DAUD-RECORD.
000650*>        Must stay field for field with the audit FD written by
000660*>        RPIwithCOBOL - for an input pin an ON line is the
000670*>        sensor going to 1 (door open) and an OFF line is it
000680*>        going back to 0 (door closed).
000690     05  DAUD-DATE PIC X(10).
000700     05  FILLER PIC X(01).
000710     05  DAUD-TIME PIC X(08).
000720     05  FILLER PIC X(01).
000730     05  DAUD-PIN-TEXT PIC X(02).
000740     05  FILLER PIC X(01).
000750     05  DAUD-TRANSITION PIC X(03).
000760     05  FILLER PIC X(01).
000770     05  DAUD-OBSERVED PIC X(01).
000780     05  FILLER PIC X(01).
000790     05  DAUD-UNIT PIC X(08).
000800*>        The seal GPIOAVER checks - running sequence number
000810*>        and running check total per line, line count and
000820*>        total on the TRL trailer each run closes with.
000830     05  FILLER PIC X(01).
000840     05  DAUD-SEQ PIC 9(07).
000850     05  FILLER PIC X(01).
000860     05  DAUD-CHECK PIC 9(09).
000870
000880 FD  DWEL-REPORT-FILE.
000890 01  DWL-REPORT-LINE PIC X(80).
000900
000910 WORKING-STORAGE SECTION.
000920*>--------------------------------------------------------------
000930*> FILE STATUS AND DYNAMIC FILE NAMES
000940*>--------------------------------------------------------------
000950 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
000960 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
000970 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
000980 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
000990
001000*>--------------------------------------------------------------
001010*> CONSOLE INPUT - THE PIN, THE RANGE AND THE DWELL LIMIT
001020*>--------------------------------------------------------------
001030 77  WS-PIN-REPLY PIC X(02) VALUE SPACES.
001040 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001050 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
001060 77  WS-LIMIT-TEXT PIC X(05) VALUE SPACES.
001070 77  WS-LIMIT-SECS PIC 9(05) VALUE ZERO.
001080
001090*>--------------------------------------------------------------
001100*> DATE WORK AREAS - THE DAY BEING SWEPT AND THE RANGE END
001110*>--------------------------------------------------------------
001120 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001130 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001140     05  WS-CUR-YYYY PIC 9(04).
001150     05  WS-CUR-MM PIC 9(02).
001160     05  WS-CUR-DD PIC 9(02).
001170 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001180 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001190 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001200 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001210
001220*>--------------------------------------------------------------
001230*> DWELL STATE - WHETHER THE SENSOR IS CURRENTLY OPEN, WHEN IT
001240*> OPENED, AND THE DAY AND PERIOD ACCUMULATORS
001250*>--------------------------------------------------------------
001260 77  WS-OPEN-FLAG PIC X(01) VALUE "N".
001270 77  WS-OPEN-TIME PIC X(08) VALUE SPACES.
001280 77  WS-OPEN-SECS PIC 9(07) VALUE ZERO.
001290 77  WS-DWELL-SECS PIC 9(07) VALUE ZERO.
001300 77  WS-DAY-OPENS PIC 9(05) VALUE ZERO.
001310 77  WS-DAY-SECS PIC 9(07) VALUE ZERO.
001320 77  WS-DAY-LONGEST PIC 9(07) VALUE ZERO.
001330 77  WS-PER-OPENS PIC 9(07) VALUE ZERO.
001340 77  WS-PER-SECS PIC 9(09) VALUE ZERO.
001350 77  WS-PER-LONGEST PIC 9(07) VALUE ZERO.
001360 77  WS-OVER-FLAG PIC X(16) VALUE SPACES.
001370
001380*>--------------------------------------------------------------
001390*> TIME CONVERSION WORK AREAS
001400*>--------------------------------------------------------------
001410 01  WS-TIME-TEXT PIC X(08) VALUE SPACES.
001420 01  WS-TIME-TEXT-R REDEFINES WS-TIME-TEXT.
001430     05  WS-TT-HH PIC 9(02).
001440     05  FILLER PIC X(01).
001450     05  WS-TT-MM PIC 9(02).
001460     05  FILLER PIC X(01).
001470     05  WS-TT-SS PIC 9(02).
001480 77  WS-TIME-SECS PIC 9(07) VALUE ZERO.
001490 77  WS-WORK-SECS PIC 9(07) VALUE ZERO.
001500
001510*>--------------------------------------------------------------
001520*> AUDIT SEAL CHECK - THE SAME WORKING GPIOAVER DOES, SO A DAY
001530*> THIS SWEEP REFUSES IS A DAY GPIOAVER REPORTS AS FAILED.
001540*> UNSEALED DAYS PREDATE THE SEAL AND ARE COUNTED AS BEFORE.
001550*>--------------------------------------------------------------
001560 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
001570 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
001580 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
001590 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
001600 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
001610 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
001620 77  WS-VFY-SEALED PIC X(01) VALUE "N".
001630 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
001640 77  WS-VFY-FAILED PIC X(01) VALUE "N".
001650 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
001660 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
001670 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
001680 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
001690 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
001700 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
001710 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
001720 01  WS-CHK-ALPHABET.
001730     05  FILLER PIC X(36)
001740         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001750     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
001760     05  FILLER PIC X(07) VALUE " -:*?./".
001770 77  WS-DAYS-REFUSED PIC 9(05) VALUE ZERO.
001780 77  WS-DAYS-UNSEALED PIC 9(05) VALUE ZERO.
001790
001800*>--------------------------------------------------------------
001810*> REPORT LINE BUILD AREA AND RUN TOTALS
001820*>--------------------------------------------------------------
001830 01  WS-LINE-WORK PIC X(80) VALUE SPACES.
001840 77  WS-DAYS-SWEPT PIC 9(05) VALUE ZERO.
001850
001860 PROCEDURE DIVISION.
001870
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-SWEEP-ONE-DAY THRU 2000-EXIT
001910         UNTIL WS-CUR-DATE > WS-TO-DATE.
001920     PERFORM 3000-WRITE-PERIOD-TOTALS THRU 3000-EXIT.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940     STOP RUN.
001950
001960 1000-INITIALIZE.
001970     DISPLAY "GPIODWEL - INPUT DWELL TIME ANALYSIS".
001980     DISPLAY "INPUT PIN (NN):".
001990     ACCEPT WS-PIN-REPLY.
002000     DISPLAY "FROM DATE (YYYYMMDD):".
002010     ACCEPT WS-FROM-TEXT.
002020     DISPLAY "TO DATE (YYYYMMDD):".
002030     ACCEPT WS-TO-TEXT.
002040     DISPLAY "DWELL LIMIT SECONDS (NNNNN):".
002050     ACCEPT WS-LIMIT-TEXT.
002060     IF WS-PIN-REPLY IS NOT NUMERIC
002070         DISPLAY "*** PIN MUST BE TWO DIGITS ***"
002080         MOVE 8 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     IF WS-FROM-TEXT IS NOT NUMERIC
002120        OR WS-TO-TEXT IS NOT NUMERIC
002130         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
002180     MOVE WS-TO-TEXT TO WS-TO-DATE.
002190     IF WS-CUR-DATE > WS-TO-DATE
002200         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
002210         MOVE 8 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     IF WS-LIMIT-TEXT IS NOT NUMERIC
002250         DISPLAY "*** LIMIT MUST BE NUMERIC SECONDS ***"
002260         MOVE 8 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     MOVE WS-LIMIT-TEXT TO WS-LIMIT-SECS.
002300     STRING "GPIODWL." DELIMITED BY SIZE
002310             WS-TO-TEXT DELIMITED BY SIZE
002320         INTO WS-REPORT-FILE-NAME.
002330     OPEN OUTPUT DWEL-REPORT-FILE.
002340     IF WS-REPORT-FILE-STATUS NOT = "00"
002350         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
002360             " - STATUS " WS-REPORT-FILE-STATUS " ***"
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     MOVE SPACES TO WS-LINE-WORK.
002410     STRING "DWELL STATEMENT PIN " DELIMITED BY SIZE
002420             WS-PIN-REPLY DELIMITED BY SIZE
002430             " " DELIMITED BY SIZE
002440             WS-FROM-TEXT DELIMITED BY SIZE
002450             " THRU " DELIMITED BY SIZE
002460             WS-TO-TEXT DELIMITED BY SIZE
002470             " LIMIT " DELIMITED BY SIZE
002480             WS-LIMIT-SECS DELIMITED BY SIZE
002490             " SECONDS" DELIMITED BY SIZE
002500         INTO WS-LINE-WORK.
002510     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540
002550 2000-SWEEP-ONE-DAY.
002560     MOVE ZERO TO WS-DAY-OPENS.
002570     MOVE ZERO TO WS-DAY-SECS.
002580     MOVE ZERO TO WS-DAY-LONGEST.
002590     MOVE "N" TO WS-OPEN-FLAG.
002600     MOVE SPACES TO WS-AUDIT-FILE-NAME.
002610     STRING "GPIOAUD." DELIMITED BY SIZE
002620             WS-CUR-DATE DELIMITED BY SIZE
002630         INTO WS-AUDIT-FILE-NAME.
002640*>        The day's seal is checked before any of it is
002650*>        counted - a broken log is refused outright and
002660*>        said so on the statement, never half counted.
002670     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
002680     IF WS-VFY-RESULT = "UNSEALED"
002690         ADD 1 TO WS-DAYS-UNSEALED
002700     END-IF.
002710     IF WS-VFY-FAILED = "Y"
002720         PERFORM 2190-REFUSE-AUDIT-DAY THRU 2190-EXIT
002730         PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
002740         GO TO 2000-EXIT
002750     END-IF.
002760     OPEN INPUT DWEL-AUDIT-FILE.
002770     IF WS-AUDIT-FILE-STATUS = "00"
002780         PERFORM 2100-TALLY-AUDIT-LINE THRU 2100-EXIT
002790             UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
002800         CLOSE DWEL-AUDIT-FILE
002810         ADD 1 TO WS-DAYS-SWEPT
002820         PERFORM 2300-FINISH-DAY THRU 2300-EXIT
002830     END-IF.
002840     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
002850 2000-EXIT.
002860     EXIT.
002870
002880 2100-TALLY-AUDIT-LINE.
002890*>        An ON line opens a dwell, the next OFF line for the
002900*>        pin closes it - the same pairing GPIOHIST does for
002910*>        duty cycle, but here the seconds between them are
002920*>        the answer, not a percentage.
002930     READ DWEL-AUDIT-FILE
002940         AT END
002950             GO TO 2100-EXIT
002960     END-READ.
002970     IF DAUD-PIN-TEXT NOT = WS-PIN-REPLY
002980         GO TO 2100-EXIT
002990     END-IF.
003000     IF DAUD-TRANSITION = "ON "
003010         MOVE "Y" TO WS-OPEN-FLAG
003020         MOVE DAUD-TIME TO WS-OPEN-TIME
003030         MOVE DAUD-TIME TO WS-TIME-TEXT
003040         PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT
003050         MOVE WS-TIME-SECS TO WS-OPEN-SECS
003060     ELSE
003070         IF DAUD-TRANSITION = "OFF"
003080            AND WS-OPEN-FLAG = "Y"
003090             PERFORM 2200-CLOSE-ONE-DWELL THRU 2200-EXIT
003100         END-IF
003110     END-IF.
003120 2100-EXIT.
003130     EXIT.
003140
003150 2190-REFUSE-AUDIT-DAY.
003160     ADD 1 TO WS-DAYS-REFUSED.
003170     DISPLAY "AUDIT LOG REFUSED " WS-AUDIT-FILE-NAME
003180         " " WS-VFY-RESULT.
003190     MOVE SPACES TO WS-LINE-WORK.
003200     STRING WS-CUR-DATE DELIMITED BY SIZE
003210             " " DELIMITED BY SIZE
003220             "AUDIT LOG REFUSED - " DELIMITED BY SIZE
003230             WS-VFY-RESULT DELIMITED BY "  "
003240             " AT LINE " DELIMITED BY SIZE
003250             WS-VFY-FAIL-LINE DELIMITED BY SIZE
003260             " - NOT COUNTED" DELIMITED BY SIZE
003270         INTO WS-LINE-WORK.
003280     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003290 2190-EXIT.
003300     EXIT.
003310
003320 2200-CLOSE-ONE-DWELL.
003330     MOVE "N" TO WS-OPEN-FLAG.
003340     MOVE DAUD-TIME TO WS-TIME-TEXT.
003350     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
003360     IF WS-TIME-SECS < WS-OPEN-SECS
003370         GO TO 2200-EXIT
003380     END-IF.
003390     SUBTRACT WS-OPEN-SECS FROM WS-TIME-SECS
003400         GIVING WS-DWELL-SECS.
003410     ADD 1 TO WS-DAY-OPENS.
003420     ADD WS-DWELL-SECS TO WS-DAY-SECS.
003430     IF WS-DWELL-SECS > WS-DAY-LONGEST
003440         MOVE WS-DWELL-SECS TO WS-DAY-LONGEST
003450     END-IF.
003460     MOVE SPACES TO WS-OVER-FLAG.
003470     IF WS-LIMIT-SECS > ZERO
003480        AND WS-DWELL-SECS > WS-LIMIT-SECS
003490         MOVE "** OVER LIMIT **" TO WS-OVER-FLAG
003500     END-IF.
003510     MOVE SPACES TO WS-LINE-WORK.
003520     STRING WS-CUR-DATE DELIMITED BY SIZE
003530             " OPEN " DELIMITED BY SIZE
003540             WS-OPEN-TIME DELIMITED BY SIZE
003550             " CLOSE " DELIMITED BY SIZE
003560             DAUD-TIME DELIMITED BY SIZE
003570             " SECONDS " DELIMITED BY SIZE
003580             WS-DWELL-SECS DELIMITED BY SIZE
003590             " " DELIMITED BY SIZE
003600             WS-OVER-FLAG DELIMITED BY SIZE
003610         INTO WS-LINE-WORK.
003620     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003630 2200-EXIT.
003640     EXIT.
003650
003660 2300-FINISH-DAY.
003670*>        An open with no close is an abended run's tail or a
003680*>        door still standing open at the end of the audit day
003690*>        - it is called out rather than silently dropped, but
003700*>        adds no seconds because there is nothing to measure
003710*>        them against.
003720     IF WS-OPEN-FLAG = "Y"
003730         MOVE SPACES TO WS-LINE-WORK
003740         STRING WS-CUR-DATE DELIMITED BY SIZE
003750                 " OPEN " DELIMITED BY SIZE
003760                 WS-OPEN-TIME DELIMITED BY SIZE
003770                 " NO CLOSE ON FILE" DELIMITED BY SIZE
003780             INTO WS-LINE-WORK
003790         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
003800         ADD 1 TO WS-DAY-OPENS
003810     END-IF.
003820     IF WS-DAY-OPENS = ZERO
003830         GO TO 2300-EXIT
003840     END-IF.
003850     MOVE SPACES TO WS-LINE-WORK.
003860     STRING WS-CUR-DATE DELIMITED BY SIZE
003870             " DAY TOTAL OPENS " DELIMITED BY SIZE
003880             WS-DAY-OPENS DELIMITED BY SIZE
003890             " SECONDS " DELIMITED BY SIZE
003900             WS-DAY-SECS DELIMITED BY SIZE
003910             " LONGEST " DELIMITED BY SIZE
003920             WS-DAY-LONGEST DELIMITED BY SIZE
003930         INTO WS-LINE-WORK.
003940     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003950     ADD WS-DAY-OPENS TO WS-PER-OPENS.
003960     ADD WS-DAY-SECS TO WS-PER-SECS.
003970     IF WS-DAY-LONGEST > WS-PER-LONGEST
003980         MOVE WS-DAY-LONGEST TO WS-PER-LONGEST
003990     END-IF.
004000 2300-EXIT.
004010     EXIT.
004020
004030 3000-WRITE-PERIOD-TOTALS.
004040     MOVE SPACES TO WS-LINE-WORK.
004050     STRING "PERIOD TOTAL OPENS " DELIMITED BY SIZE
004060             WS-PER-OPENS DELIMITED BY SIZE
004070             " SECONDS " DELIMITED BY SIZE
004080             WS-PER-SECS DELIMITED BY SIZE
004090             " LONGEST " DELIMITED BY SIZE
004100             WS-PER-LONGEST DELIMITED BY SIZE
004110         INTO WS-LINE-WORK.
004120     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004130 3000-EXIT.
004140     EXIT.
004150
004160 9000-TERMINATE.
004170     MOVE SPACES TO WS-LINE-WORK.
004180     STRING "AUDIT SEAL - DAYS REFUSED " DELIMITED BY SIZE
004190             WS-DAYS-REFUSED DELIMITED BY SIZE
004200             "  UNSEALED " DELIMITED BY SIZE
004210             WS-DAYS-UNSEALED DELIMITED BY SIZE
004220         INTO WS-LINE-WORK.
004230     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004240     CLOSE DWEL-REPORT-FILE.
004250     DISPLAY "DAYS SWEPT      " WS-DAYS-SWEPT.
004260     DISPLAY "PERIOD OPENS    " WS-PER-OPENS.
004270     DISPLAY "DAYS REFUSED    " WS-DAYS-REFUSED.
004280     DISPLAY "DAYS UNSEALED   " WS-DAYS-UNSEALED.
004290     DISPLAY "STATEMENT IS ON " WS-REPORT-FILE-NAME.
004300     IF WS-DAYS-REFUSED > ZERO
004310         MOVE 4 TO RETURN-CODE
004320     END-IF.
004330 9000-EXIT.
004340     EXIT.
004350
004360 8100-BUMP-CURRENT-DATE.
004370     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
004380     ADD 1 TO WS-CUR-DD.
004390     IF WS-CUR-DD > WS-MONTH-LENGTH
004400         MOVE 1 TO WS-CUR-DD
004410         ADD 1 TO WS-CUR-MM
004420         IF WS-CUR-MM > 12
004430             MOVE 1 TO WS-CUR-MM
004440             ADD 1 TO WS-CUR-YYYY
004450         END-IF
004460     END-IF.
004470 8100-EXIT.
004480     EXIT.
004490
004500 8150-SET-MONTH-LENGTH.
004510*>        Thirty days hath September - with the leap year rule
004520*>        spelled out in longhand, exactly as GPIOHIST does it.
004530     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
004540        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
004550         MOVE 30 TO WS-MONTH-LENGTH
004560     ELSE
004570         IF WS-CUR-MM = 2
004580             MOVE 28 TO WS-MONTH-LENGTH
004590             DIVIDE WS-CUR-YYYY BY 4
004600                 GIVING WS-LEAP-WORK
004610                 REMAINDER WS-LEAP-REM
004620             IF WS-LEAP-REM = ZERO
004630                 MOVE 29 TO WS-MONTH-LENGTH
004640                 DIVIDE WS-CUR-YYYY BY 100
004650                     GIVING WS-LEAP-WORK
004660                     REMAINDER WS-LEAP-REM
004670                 IF WS-LEAP-REM = ZERO
004680                     MOVE 28 TO WS-MONTH-LENGTH
004690                     DIVIDE WS-CUR-YYYY BY 400
004700                         GIVING WS-LEAP-WORK
004710                         REMAINDER WS-LEAP-REM
004720                     IF WS-LEAP-REM = ZERO
004730                         MOVE 29 TO WS-MONTH-LENGTH
004740                     END-IF
004750                 END-IF
004760             END-IF
004770         ELSE
004780             MOVE 31 TO WS-MONTH-LENGTH
004790         END-IF
004800     END-IF.
004810 8150-EXIT.
004820     EXIT.
004830
004840 8300-TIME-TO-SECONDS.
004850     MOVE ZERO TO WS-TIME-SECS.
004860     MULTIPLY WS-TT-HH BY 3600 GIVING WS-TIME-SECS.
004870     MULTIPLY WS-TT-MM BY 60 GIVING WS-WORK-SECS.
004880     ADD WS-WORK-SECS TO WS-TIME-SECS.
004890     ADD WS-TT-SS TO WS-TIME-SECS.
004900 8300-EXIT.
004910     EXIT.
004920
004930 8500-WRITE-REPORT-LINE.
004940     MOVE WS-LINE-WORK TO DWL-REPORT-LINE.
004950     WRITE DWL-REPORT-LINE.
004960 8500-EXIT.
004970     EXIT.
004980
004990 8800-VERIFY-AUDIT-DAY.
005000*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
005010*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
005020*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
005030*>        Reading stops at the first fault.
005040     MOVE ZERO TO WS-VFY-LINES.
005050     MOVE ZERO TO WS-VFY-TOTAL.
005060     MOVE ZERO TO WS-VFY-TRAILERS.
005070     MOVE ZERO TO WS-VFY-FAIL-LINE.
005080     MOVE 1 TO WS-VFY-EXPECT-SEQ.
005090     MOVE "N" TO WS-VFY-SEALED.
005100     MOVE "N" TO WS-VFY-LAST-TRL.
005110     MOVE "N" TO WS-VFY-FAILED.
005120     MOVE SPACES TO WS-VFY-RESULT.
005130     OPEN INPUT DWEL-AUDIT-FILE.
005140     IF WS-AUDIT-FILE-STATUS NOT = "00"
005150         MOVE "NO FILE" TO WS-VFY-RESULT
005160         GO TO 8800-EXIT
005170     END-IF.
005180     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
005190         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
005200            OR WS-VFY-FAILED = "Y".
005210     CLOSE DWEL-AUDIT-FILE.
005220     IF WS-VFY-FAILED = "Y"
005230         GO TO 8800-EXIT
005240     END-IF.
005250     IF WS-VFY-LINES = ZERO
005260         MOVE "EMPTY" TO WS-VFY-RESULT
005270         GO TO 8800-EXIT
005280     END-IF.
005290     IF WS-VFY-SEALED = "N"
005300         MOVE "UNSEALED" TO WS-VFY-RESULT
005310         GO TO 8800-EXIT
005320     END-IF.
005330     IF WS-VFY-LAST-TRL = "N"
005340         MOVE "NO TRAILER" TO WS-VFY-RESULT
005350         MOVE "Y" TO WS-VFY-FAILED
005360         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
005370         GO TO 8800-EXIT
005380     END-IF.
005390     MOVE "VERIFIED" TO WS-VFY-RESULT.
005400 8800-EXIT.
005410     EXIT.
005420
005430 8810-VERIFY-AUDIT-LINE.
005440     READ DWEL-AUDIT-FILE
005450         AT END
005460             GO TO 8810-EXIT
005470     END-READ.
005480     ADD 1 TO WS-VFY-LINES.
005490     IF DAUD-TRANSITION = "TRL"
005500         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
005510         GO TO 8810-EXIT
005520     END-IF.
005530     MOVE "N" TO WS-VFY-LAST-TRL.
005540*>        Lines from before the log was sealed carry no
005550*>        sequence - tolerated only ahead of the first sealed
005560*>        line, which is where the day the change went in
005570*>        puts them.
005580     IF DAUD-SEQ IS NOT NUMERIC OR DAUD-CHECK IS NOT NUMERIC
005590         IF WS-VFY-SEALED = "Y"
005600             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
005610             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005620         END-IF
005630         GO TO 8810-EXIT
005640     END-IF.
005650     MOVE "Y" TO WS-VFY-SEALED.
005660     IF DAUD-SEQ < WS-VFY-EXPECT-SEQ
005670         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
005680         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005690         GO TO 8810-EXIT
005700     END-IF.
005710     IF DAUD-SEQ > WS-VFY-EXPECT-SEQ
005720         MOVE "GAP" TO WS-VFY-RESULT
005730         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005740         GO TO 8810-EXIT
005750     END-IF.
005760     MOVE DAUD-RECORD (1:45) TO WS-CHK-LINE.
005770     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
005780     IF DAUD-CHECK NOT = WS-VFY-TOTAL
005790         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
005800         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005810         GO TO 8810-EXIT
005820     END-IF.
005830     ADD 1 TO WS-VFY-EXPECT-SEQ.
005840 8810-EXIT.
005850     EXIT.
005860
005870 8820-VERIFY-TRAILER.
005880*>        A trailer closes off one run's lines - its count is
005890*>        the last sequence number so far and its total the
005900*>        running check total, both for the file to date.
005910     MOVE "Y" TO WS-VFY-LAST-TRL.
005920     MOVE "Y" TO WS-VFY-SEALED.
005930     ADD 1 TO WS-VFY-TRAILERS.
005940     IF DAUD-SEQ IS NOT NUMERIC OR DAUD-CHECK IS NOT NUMERIC
005950         MOVE "BAD TRAILER" TO WS-VFY-RESULT
005960         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005970         GO TO 8820-EXIT
005980     END-IF.
005990     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
006000         GIVING WS-VFY-COUNT-SEQ.
006010     IF DAUD-SEQ NOT = WS-VFY-COUNT-SEQ
006020         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
006030         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
006040         GO TO 8820-EXIT
006050     END-IF.
006060     IF DAUD-CHECK NOT = WS-VFY-TOTAL
006070         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
006080         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
006090     END-IF.
006100 8820-EXIT.
006110     EXIT.
006120
006130 8830-FAIL-AT-LINE.
006140     MOVE "Y" TO WS-VFY-FAILED.
006150     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
006160 8830-EXIT.
006170     EXIT.
006180
006190 8850-ADD-LINE-CHECK.
006200     MOVE ZERO TO WS-CHK-VALUE.
006210     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
006220         VARYING WS-CHK-POS FROM 1 BY 1
006230         UNTIL WS-CHK-POS > 45.
006240     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
006250     IF WS-CHK-SUM > 999999999
006260         SUBTRACT 1000000000 FROM WS-CHK-SUM
006270     END-IF.
006280     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
006290 8850-EXIT.
006300     EXIT.
006310
006320 8860-ADD-ONE-CHARACTER.
006330     MOVE ZERO TO WS-CHK-CODE.
006340     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
006350         FOR CHARACTERS BEFORE INITIAL
006360         WS-CHK-LINE (WS-CHK-POS:1).
006370     ADD 1 TO WS-CHK-CODE.
006380     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
006390     ADD WS-CHK-WORK TO WS-CHK-VALUE.
006400 8860-EXIT.
006410     EXIT.
006420
006430 END PROGRAM GPIODWEL.

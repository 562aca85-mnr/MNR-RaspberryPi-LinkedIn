000300*> DATE        BY   DESCRIPTION
000310*> ----------  ---  ---------------------------------------------
000320*> 09/02/2026  RH   Original program.
000330*> 10/15/2026  RH   Each audit day's seal is checked the way
000340*>                  GPIOAVER checks it before its cycles are
000350*>                  counted.  A day whose seal is broken is
000360*>                  refused - no cycles from it reach the
000370*>                  lifetime totals or the usage file - and is
000380*>                  listed under the forecast with the reason, so
000390*>                  a replacement date is never projected off a
000400*>                  broken log.  A refused day ends the run RC 4.
000410*> 10/15/2026  RH   Planned maintenance windows from GPIOMNW.DAT.
000420*>                  Cycles on a pin's maintenance day still count
000430*>                  to its lifetime, but the day is kept out of
000440*>                  the sweep days and cycles behind the daily
000450*>                  rate, and the windows in the range are listed
000460*>                  under the forecast.
000470*> 10/15/2026  RH   Counting stops at the first refused day of a
000480*>                  sweep, so no pin's last-counted date on the
000490*>                  usage file passes it.  Later days are held
000500*>                  back and named on the forecast, and a re-sweep
000510*>                  from the refused day once its log is repaired
000520*>                  counts it and them once each.
000530*>--------------------------------------------------------------
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. GPIOLIFE.
000560 AUTHOR. R HAWTHORNE.
000570 INSTALLATION. MNR-RASPBERRY-OPS.
000580 DATE-WRITTEN. 09/02/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT LIFE-AUDIT-FILE
000650         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000680     SELECT LIFE-USAGE-FILE ASSIGN TO "GPIOUSE.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-USAGE-FILE-STATUS.
000710     SELECT LIFE-REPORT-FILE
000720         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-FILE-STATUS.
000750     SELECT GPIO-WINDOW-FILE ASSIGN TO "GPIOMNW.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-WINDOW-FILE-STATUS.
000780     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS MST-PIN-KEY
000820         FILE STATUS IS WS-MASTER-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  LIFE-AUDIT-FILE.
000870 01  LAUD-RECORD.
000880*>        Must stay field for field with the audit FD written by
000890*>        RPIwithCOBOL - only the pin and the transition matter
000900*>        here, an ON line is a cycle on the lamp.
000910     05  LAUD-DATE PIC X(10).
000920     05  FILLER PIC X(01).
000930     05  LAUD-TIME PIC X(08).
000940     05  FILLER PIC X(01).
000950     05  LAUD-PIN-TEXT PIC X(02).
000960     05  FILLER PIC X(01).
000970     05  LAUD-TRANSITION PIC X(03).
000980     05  FILLER PIC X(01).
000990     05  LAUD-OBSERVED PIC X(01).
001000     05  FILLER PIC X(01).
001010     05  LAUD-UNIT PIC X(08).
001020*>        The seal GPIOAVER checks - running sequence number
001030*>        and running check total per line, line count and
001040*>        total on the TRL trailer each run closes with.
001050     05  FILLER PIC X(01).
001060     05  LAUD-SEQ PIC 9(07).
001070     05  FILLER PIC X(01).
001080     05  LAUD-CHECK PIC 9(09).
001090
001100 FD  LIFE-USAGE-FILE.
001110 01  LIFE-USAGE-RECORD.
001120*>        One line per pin ever seen - the lamp's lifetime ON
001130*>        cycles and the last audit day already counted into
001140*>        them.  Rewritten whole at the end of every sweep.
001150     05  USE-PIN-TEXT PIC X(02).
001160     05  FILLER PIC X(01).
001170     05  USE-CYCLES PIC 9(09).
001180     05  FILLER PIC X(01).
001190     05  USE-LAST-DATE PIC X(08).
001200
001210 FD  LIFE-REPORT-FILE.
001220 01  LIFE-REPORT-LINE PIC X(100).
001230
001240 FD  GPIO-WINDOW-FILE.
001250 01  GPIO-WINDOW-RECORD.
001260*>        Planned maintenance windows - pin, from date/time, to
001270*>        date/time, work order and reason.  An ON on a
001280*>        pin's maintenance day still wears the lamp, but the
001290*>        day is kept out of the recent daily rate and listed
001300*>        under the forecast instead.
001310*>        Must stay field for field with GPIO-WINDOW-RECORD in
001320*>        RPIwithCOBOL.
001330     05  MNW-PIN-TEXT PIC X(02).
001340     05  FILLER PIC X(01).
001350     05  MNW-FROM-DATE PIC X(08).
001360     05  FILLER PIC X(01).
001370     05  MNW-FROM-TIME PIC X(08).
001380     05  FILLER PIC X(01).
001390     05  MNW-TO-DATE PIC X(08).
001400     05  FILLER PIC X(01).
001410     05  MNW-TO-TIME PIC X(08).
001420     05  FILLER PIC X(01).
001430     05  MNW-WORK-ORDER PIC X(10).
001440     05  FILLER PIC X(01).
001450     05  MNW-REASON PIC X(30).
001460
001470 FD  GPIO-MASTER-FILE.
001480 01  GPIO-MASTER-RECORD.
001490*>        Must stay field for field with the master FD in
001500*>        RPIwithCOBOL and GPIOMSTLD - the rating and installed
001510*>        date at the end are what the forecast runs on.
001520     05  MST-PIN-KEY PIC X(02).
001530     05  MST-DESC PIC X(30).
001540     05  MST-LOCATION PIC X(20).
001550     05  MST-WIRED-DATE PIC X(10).
001560     05  MST-SERVICE-FLAG PIC X(01).
001570     05  MST-OPERATOR PIC X(10).
001580     05  MST-RATED-CYCLES PIC 9(07).
001590     05  MST-INSTALLED-DATE PIC X(10).
001600     05  MST-WATTS PIC 9(05).
001610
001620 WORKING-STORAGE SECTION.
001630*>--------------------------------------------------------------
001640*> FILE STATUS AND DYNAMIC FILE NAMES
001650*>--------------------------------------------------------------
001660 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
001670 77  WS-USAGE-FILE-STATUS PIC X(02) VALUE SPACES.
001680 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001690 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
001700 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
001710 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001720
001730*>--------------------------------------------------------------
001740*> CONSOLE INPUT - THE RANGE TO SWEEP AND THE WARNING THRESHOLD
001750*>--------------------------------------------------------------
001760 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001770 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
001780 77  WS-WARN-TEXT PIC X(03) VALUE SPACES.
001790 77  WS-WARN-PCT PIC 9(03) VALUE ZERO.
001800
001810*>--------------------------------------------------------------
001820*> DATE WORK AREAS - THE DAY BEING SWEPT, THE RANGE END, TODAY,
001830*> AND THE FORWARD PROJECTION FOR THE REPLACEMENT DATE
001840*>--------------------------------------------------------------
001850 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001860 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001870     05  WS-CUR-YYYY PIC 9(04).
001880     05  WS-CUR-MM PIC 9(02).
001890     05  WS-CUR-DD PIC 9(02).
001900 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001910 01  WS-TODAY PIC 9(08) VALUE ZERO.
001920 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001930 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001940 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001950 77  WS-PROJ-IDX PIC 9(05) VALUE ZERO.
001960
001970*>--------------------------------------------------------------
001980*> PER-PIN ACCUMULATORS - LIFETIME CYCLES AND LAST DAY COUNTED
001990*> AS LOADED FROM GPIOUSE.DAT, PLUS THIS SWEEP'S OWN CYCLES AND
002000*> ACTIVE DAYS FOR THE RECENT DAILY RATE.  THE DAY-HIT FLAG
002010*> KEEPS A DAY ALREADY ON THE USAGE FILE FROM COUNTING TWICE.
002020*>--------------------------------------------------------------
002030 77  WS-MAX-PINS PIC 9(03) VALUE 30.
002040 77  WS-PIN-COUNT PIC 9(03) VALUE ZERO.
002050 77  WS-PIN-IDX PIC 9(03) VALUE ZERO.
002060 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
002070 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
002080 01  WS-PIN-TABLE.
002090     05  WS-PIN-ENTRY OCCURS 30 TIMES.
002100         10  WS-PIN-TEXT PIC X(02).
002110         10  WS-LIFE-CYCLES PIC 9(09).
002120         10  WS-LAST-DATE PIC 9(08).
002130         10  WS-SWEEP-CYCLES PIC 9(07).
002140         10  WS-SWEEP-DAYS PIC 9(05).
002150         10  WS-DAY-HIT PIC X(01).
002160
002170*>--------------------------------------------------------------
002180*> PLANNED MAINTENANCE WINDOWS - THE GPIOMNW.DAT WINDOWS THAT
002190*> TOUCH THE SWEPT RANGE, HELD AS DATE+TIME STAMPS
002200*> (YYYYMMDDHH:MM:SS) THAT COMPARE IN TIME ORDER AS TEXT, AND
002210*> THE FIRST AND LAST STAMP OF THE RANGE AND OF THE DAY
002220*>--------------------------------------------------------------
002230 77  WS-WINDOW-FILE-STATUS PIC X(02) VALUE SPACES.
002240 77  WS-MAX-MNW PIC 9(03) VALUE 50.
002250 77  WS-MNW-COUNT PIC 9(03) VALUE ZERO.
002260 77  WS-MNW-IDX PIC 9(03) VALUE ZERO.
002270 77  WS-MNW-RANGE-FIRST PIC X(16) VALUE SPACES.
002280 77  WS-MNW-RANGE-LAST PIC X(16) VALUE SPACES.
002290 77  WS-MNW-DAY-FIRST PIC X(16) VALUE SPACES.
002300 77  WS-MNW-DAY-LAST PIC X(16) VALUE SPACES.
002310 77  WS-MNW-FROM-WORK PIC X(16) VALUE SPACES.
002320 77  WS-MNW-TO-WORK PIC X(16) VALUE SPACES.
002330 77  WS-MNW-TIME PIC X(08) VALUE SPACES.
002340 77  WS-MNW-TIME-OK PIC X(01) VALUE "N".
002350 77  WS-MNW-HIT PIC X(01) VALUE "N".
002360 01  WS-MNW-TABLE.
002370     05  WS-MNW-ENTRY OCCURS 50 TIMES.
002380         10  WS-MNW-PIN PIC X(02).
002390         10  WS-MNW-FROM PIC X(16).
002400         10  WS-MNW-TO PIC X(16).
002410         10  WS-MNW-WO PIC X(10).
002420         10  WS-MNW-REASON PIC X(30).
002430
002440*>--------------------------------------------------------------
002450*> FORECAST WORK FIELDS - PERCENT OF LIFE, RECENT DAILY RATE,
002460*> CYCLES AND DAYS REMAINING, AND THE PROJECTED DATE
002470*>--------------------------------------------------------------
002480 77  WS-PCT-WORK PIC 9(11) VALUE ZERO.
002490 77  WS-LIFE-PCT PIC 9(05) VALUE ZERO.
002500 77  WS-DAILY-RATE PIC 9(07) VALUE ZERO.
002510 77  WS-CYCLES-LEFT PIC 9(09) VALUE ZERO.
002520 77  WS-DAYS-LEFT PIC 9(07) VALUE ZERO.
002530 77  WS-PROJ-TEXT PIC X(08) VALUE SPACES.
002540 77  WS-WARN-FLAG PIC X(16) VALUE SPACES.
002550
002560*>--------------------------------------------------------------
002570*> AUDIT SEAL CHECK - THE SAME WORKING GPIOAVER DOES, SO A DAY
002580*> THIS SWEEP REFUSES IS A DAY GPIOAVER REPORTS AS FAILED.
002590*> UNSEALED DAYS PREDATE THE SEAL AND ARE COUNTED AS BEFORE.
002600*>--------------------------------------------------------------
002610 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
002620 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
002630 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
002640 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
002650 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
002660 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
002670 77  WS-VFY-SEALED PIC X(01) VALUE "N".
002680 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
002690 77  WS-VFY-FAILED PIC X(01) VALUE "N".
002700 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
002710 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
002720 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
002730 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
002740 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
002750 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
002760 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
002770 01  WS-CHK-ALPHABET.
002780     05  FILLER PIC X(36)
002790         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002800     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
002810     05  FILLER PIC X(07) VALUE " -:*?./".
002820 77  WS-DAYS-REFUSED PIC 9(05) VALUE ZERO.
002830 77  WS-DAYS-UNSEALED PIC 9(05) VALUE ZERO.
002840 77  WS-MAX-REFUSED PIC 9(03) VALUE 60.
002850 77  WS-REF-IDX PIC 9(03) VALUE ZERO.
002860*>        The first day refused this sweep, and how many later
002870*>        days were held back behind it.
002880 77  WS-FIRST-REFUSED PIC 9(08) VALUE ZERO.
002890 77  WS-DAYS-HELD PIC 9(05) VALUE ZERO.
002900 01  WS-REFUSED-TABLE.
002910     05  WS-REFUSED-ENTRY OCCURS 60 TIMES.
002920         10  WS-REF-DATE PIC 9(08).
002930         10  WS-REF-RESULT PIC X(14).
002940         10  WS-REF-LINE PIC 9(07).
002950
002960*>--------------------------------------------------------------
002970*> REPORT LINE BUILD AREA AND RUN TOTALS
002980*>--------------------------------------------------------------
002990 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
003000 77  WS-DAYS-SWEPT PIC 9(05) VALUE ZERO.
003010 77  WS-PINS-FLAGGED PIC 9(03) VALUE ZERO.
003020
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     PERFORM 2000-SWEEP-ONE-DAY THRU 2000-EXIT
003080         UNTIL WS-CUR-DATE > WS-TO-DATE.
003090     PERFORM 3000-REWRITE-USAGE-FILE THRU 3000-EXIT.
003100     PERFORM 4000-WRITE-FORECAST THRU 4000-EXIT.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     STOP RUN.
003130
003140 1000-INITIALIZE.
003150     DISPLAY "GPIOLIFE - LAMP LIFE AND REPLACEMENT FORECAST".
003160     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003170     DISPLAY "FROM DATE (YYYYMMDD):".
003180     ACCEPT WS-FROM-TEXT.
003190     DISPLAY "TO DATE (YYYYMMDD):".
003200     ACCEPT WS-TO-TEXT.
003210     DISPLAY "WARNING THRESHOLD PERCENT (NNN):".
003220     ACCEPT WS-WARN-TEXT.
003230     IF WS-FROM-TEXT IS NOT NUMERIC
003240        OR WS-TO-TEXT IS NOT NUMERIC
003250         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
003260         MOVE 8 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003300     MOVE WS-TO-TEXT TO WS-TO-DATE.
003310     IF WS-CUR-DATE > WS-TO-DATE
003320         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     IF WS-WARN-TEXT IS NOT NUMERIC
003370         DISPLAY "*** WARNING PERCENT MUST BE NUMERIC ***"
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     MOVE WS-WARN-TEXT TO WS-WARN-PCT.
003420     MOVE ZERO TO WS-PIN-COUNT.
003430     PERFORM 1200-LOAD-USAGE-FILE THRU 1200-EXIT.
003440     PERFORM 1300-LOAD-MAINT-WINDOWS THRU 1300-EXIT.
003450     OPEN INPUT GPIO-MASTER-FILE.
003460     IF WS-MASTER-FILE-STATUS NOT = "00"
003470         DISPLAY "*** GPIOMST.DAT COULD NOT BE OPENED - "
003480             "STATUS " WS-MASTER-FILE-STATUS " ***"
003490         DISPLAY "THE FORECAST NEEDS THE MASTER'S RATED "
003500             "CYCLES - RUN GPIOMSTLD FIRST"
003510         MOVE 8 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560
003570 1200-LOAD-USAGE-FILE.
003580*>        A missing usage file is simply a first run - every
003590*>        pin starts its lifetime count at zero.
003600     OPEN INPUT LIFE-USAGE-FILE.
003610     IF WS-USAGE-FILE-STATUS = "00"
003620         PERFORM 1250-LOAD-ONE-USAGE THRU 1250-EXIT
003630             UNTIL WS-USAGE-FILE-STATUS NOT = "00"
003640         CLOSE LIFE-USAGE-FILE
003650     END-IF.
003660 1200-EXIT.
003670     EXIT.
003680
003690 1250-LOAD-ONE-USAGE.
003700     READ LIFE-USAGE-FILE
003710         AT END
003720             GO TO 1250-EXIT
003730     END-READ.
003740     IF USE-CYCLES IS NOT NUMERIC
003750        OR USE-LAST-DATE IS NOT NUMERIC
003760         DISPLAY "GPIOUSE.DAT LINE SKIPPED - NOT NUMERIC: "
003770             USE-PIN-TEXT
003780         GO TO 1250-EXIT
003790     END-IF.
003800     MOVE USE-PIN-TEXT TO WS-FIND-PIN.
003810     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
003820     IF WS-FOUND-IDX > ZERO
003830         MOVE USE-CYCLES TO WS-LIFE-CYCLES (WS-FOUND-IDX)
003840         MOVE USE-LAST-DATE TO WS-LAST-DATE (WS-FOUND-IDX)
003850     END-IF.
003860 1250-EXIT.
003870     EXIT.
003880
003890 1300-LOAD-MAINT-WINDOWS.
003900*>        Windows for the sweep range are loaded once.  No
003910*>        GPIOMNW.DAT means no planned work and a forecast as
003920*>        before.
003930     MOVE ZERO TO WS-MNW-COUNT.
003940     MOVE SPACES TO WS-MNW-RANGE-FIRST.
003950     STRING WS-FROM-TEXT "00:00:00" DELIMITED BY SIZE
003960         INTO WS-MNW-RANGE-FIRST.
003970     MOVE SPACES TO WS-MNW-RANGE-LAST.
003980     STRING WS-TO-TEXT "23:59:59" DELIMITED BY SIZE
003990         INTO WS-MNW-RANGE-LAST.
004000     OPEN INPUT GPIO-WINDOW-FILE.
004010     IF WS-WINDOW-FILE-STATUS NOT = "00"
004020         GO TO 1300-EXIT
004030     END-IF.
004040     PERFORM 1310-READ-MAINT-WINDOW THRU 1310-EXIT
004050         UNTIL WS-WINDOW-FILE-STATUS NOT = "00".
004060     CLOSE GPIO-WINDOW-FILE.
004070 1300-EXIT.
004080     EXIT.
004090
004100 1310-READ-MAINT-WINDOW.
004110     READ GPIO-WINDOW-FILE
004120         AT END
004130             GO TO 1310-EXIT
004140     END-READ.
004150     IF MNW-PIN-TEXT = SPACES
004160        OR MNW-FROM-DATE IS NOT NUMERIC
004170        OR MNW-TO-DATE IS NOT NUMERIC
004180         DISPLAY "GPIOMNW.DAT LINE SKIPPED - PIN OR DATE NOT "
004190             "VALID - WO " MNW-WORK-ORDER
004200         GO TO 1310-EXIT
004210     END-IF.
004220     MOVE MNW-FROM-TIME TO WS-MNW-TIME.
004230     PERFORM 1315-EDIT-WINDOW-TIME THRU 1315-EXIT.
004240     IF WS-MNW-TIME-OK = "Y"
004250         MOVE MNW-TO-TIME TO WS-MNW-TIME
004260         PERFORM 1315-EDIT-WINDOW-TIME THRU 1315-EXIT
004270     END-IF.
004280     IF WS-MNW-TIME-OK NOT = "Y"
004290         DISPLAY "GPIOMNW.DAT LINE SKIPPED - TIME NOT "
004300             "HH:MM:SS - WO " MNW-WORK-ORDER
004310         GO TO 1310-EXIT
004320     END-IF.
004330     MOVE SPACES TO WS-MNW-FROM-WORK.
004340     STRING MNW-FROM-DATE MNW-FROM-TIME DELIMITED BY SIZE
004350         INTO WS-MNW-FROM-WORK.
004360     MOVE SPACES TO WS-MNW-TO-WORK.
004370     STRING MNW-TO-DATE MNW-TO-TIME DELIMITED BY SIZE
004380         INTO WS-MNW-TO-WORK.
004390     IF WS-MNW-TO-WORK NOT > WS-MNW-FROM-WORK
004400         DISPLAY "GPIOMNW.DAT LINE SKIPPED - WINDOW ENDS "
004410             "BEFORE IT STARTS - WO " MNW-WORK-ORDER
004420         GO TO 1310-EXIT
004430     END-IF.
004440     IF WS-MNW-TO-WORK NOT > WS-MNW-RANGE-FIRST
004450        OR WS-MNW-FROM-WORK > WS-MNW-RANGE-LAST
004460         GO TO 1310-EXIT
004470     END-IF.
004480     IF WS-MNW-COUNT NOT < WS-MAX-MNW
004490         DISPLAY "GPIOMNW.DAT HAS MORE THAN " WS-MAX-MNW
004500             " WINDOWS IN RANGE - EXTRA LINES IGNORED"
004510         GO TO 1310-EXIT
004520     END-IF.
004530     ADD 1 TO WS-MNW-COUNT.
004540     MOVE MNW-PIN-TEXT TO WS-MNW-PIN (WS-MNW-COUNT).
004550     MOVE WS-MNW-FROM-WORK TO WS-MNW-FROM (WS-MNW-COUNT).
004560     MOVE WS-MNW-TO-WORK TO WS-MNW-TO (WS-MNW-COUNT).
004570     MOVE MNW-WORK-ORDER TO WS-MNW-WO (WS-MNW-COUNT).
004580     MOVE MNW-REASON TO WS-MNW-REASON (WS-MNW-COUNT).
004590 1310-EXIT.
004600     EXIT.
004610
004620 1315-EDIT-WINDOW-TIME.
004630     MOVE "N" TO WS-MNW-TIME-OK.
004640     IF WS-MNW-TIME (3:1) NOT = ":"
004650        OR WS-MNW-TIME (6:1) NOT = ":"
004660        OR WS-MNW-TIME (1:2) IS NOT NUMERIC
004670        OR WS-MNW-TIME (4:2) IS NOT NUMERIC
004680        OR WS-MNW-TIME (7:2) IS NOT NUMERIC
004690         GO TO 1315-EXIT
004700     END-IF.
004710     IF WS-MNW-TIME (1:2) > "23"
004720        OR WS-MNW-TIME (4:2) > "59"
004730        OR WS-MNW-TIME (7:2) > "59"
004740         GO TO 1315-EXIT
004750     END-IF.
004760     MOVE "Y" TO WS-MNW-TIME-OK.
004770 1315-EXIT.
004780     EXIT.
004790
004800 1320-SET-MAINT-DAY.
004810*>        The first and last stamp of the day being swept, for
004820*>        telling which windows fall on it.
004830     MOVE SPACES TO WS-MNW-DAY-FIRST.
004840     STRING WS-CUR-DATE "00:00:00" DELIMITED BY SIZE
004850         INTO WS-MNW-DAY-FIRST.
004860     MOVE SPACES TO WS-MNW-DAY-LAST.
004870     STRING WS-CUR-DATE "23:59:59" DELIMITED BY SIZE
004880         INTO WS-MNW-DAY-LAST.
004890 1320-EXIT.
004900     EXIT.
004910
004920 2000-SWEEP-ONE-DAY.
004930     PERFORM 2050-CLEAR-DAY-HITS THRU 2050-EXIT
004940         VARYING WS-PIN-IDX FROM 1 BY 1
004950         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
004960     PERFORM 1320-SET-MAINT-DAY THRU 1320-EXIT.
004970     MOVE SPACES TO WS-AUDIT-FILE-NAME.
004980     STRING "GPIOAUD." DELIMITED BY SIZE
004990             WS-CUR-DATE DELIMITED BY SIZE
005000         INTO WS-AUDIT-FILE-NAME.
005010*>        The day's seal is checked before any of it is
005020*>        counted - a broken log is refused outright and
005030*>        said so on the forecast, never half counted.
005040     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
005050     IF WS-VFY-RESULT = "UNSEALED"
005060         ADD 1 TO WS-DAYS-UNSEALED
005070     END-IF.
005080     IF WS-VFY-FAILED = "Y"
005090         PERFORM 2190-REFUSE-AUDIT-DAY THRU 2190-EXIT
005100         PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
005110         GO TO 2000-EXIT
005120     END-IF.
005130*>        Once a day is refused no later day is counted - the
005140*>        usage file's last-counted date would pass the refused
005150*>        day and a re-sweep after the log is repaired could
005160*>        never count it.  Later days are still checked, so
005170*>        every broken one is listed.
005180     IF WS-FIRST-REFUSED > ZERO
005190         ADD 1 TO WS-DAYS-HELD
005200         PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
005210         GO TO 2000-EXIT
005220     END-IF.
005230     OPEN INPUT LIFE-AUDIT-FILE.
005240     IF WS-AUDIT-FILE-STATUS = "00"
005250         PERFORM 2100-TALLY-AUDIT-LINE THRU 2100-EXIT
005260             UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
005270         CLOSE LIFE-AUDIT-FILE
005280         ADD 1 TO WS-DAYS-SWEPT
005290     END-IF.
005300     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
005310 2000-EXIT.
005320     EXIT.
005330
005340 2050-CLEAR-DAY-HITS.
005350     MOVE "N" TO WS-DAY-HIT (WS-PIN-IDX).
005360 2050-EXIT.
005370     EXIT.
005380
005390 2100-TALLY-AUDIT-LINE.
005400*>        Every ON line is one cycle on the lamp.  A day the
005410*>        usage file already counted (at or before the pin's
005420*>        last-counted date) is skipped, so re-sweeping a range
005430*>        can never inflate a lifetime total.
005440     READ LIFE-AUDIT-FILE
005450         AT END
005460             GO TO 2100-EXIT
005470     END-READ.
005480     IF LAUD-TRANSITION NOT = "ON "
005490         GO TO 2100-EXIT
005500     END-IF.
005510     MOVE LAUD-PIN-TEXT TO WS-FIND-PIN.
005520     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
005530     IF WS-FOUND-IDX = ZERO
005540         GO TO 2100-EXIT
005550     END-IF.
005560*>        A cycle on a day the pin had planned work still wears
005570*>        the lamp and counts to its lifetime, but the day stays
005580*>        out of the sweep's days and cycles - a day spent half
005590*>        dismantled is not a fair sample of the daily rate.
005600     MOVE WS-FOUND-IDX TO WS-PIN-IDX.
005610     PERFORM 2150-CHECK-MAINT-DAY THRU 2150-EXIT.
005620     IF WS-DAY-HIT (WS-FOUND-IDX) = "Y"
005630         ADD 1 TO WS-LIFE-CYCLES (WS-FOUND-IDX)
005640         IF WS-MNW-HIT = "N"
005650             ADD 1 TO WS-SWEEP-CYCLES (WS-FOUND-IDX)
005660         END-IF
005670     ELSE
005680         IF WS-CUR-DATE > WS-LAST-DATE (WS-FOUND-IDX)
005690             MOVE "Y" TO WS-DAY-HIT (WS-FOUND-IDX)
005700             MOVE WS-CUR-DATE TO WS-LAST-DATE (WS-FOUND-IDX)
005710             ADD 1 TO WS-LIFE-CYCLES (WS-FOUND-IDX)
005720             IF WS-MNW-HIT = "N"
005730                 ADD 1 TO WS-SWEEP-DAYS (WS-FOUND-IDX)
005740                 ADD 1 TO WS-SWEEP-CYCLES (WS-FOUND-IDX)
005750             END-IF
005760         END-IF
005770     END-IF.
005780 2100-EXIT.
005790     EXIT.
005800
005810 2150-CHECK-MAINT-DAY.
005820*>        WS-MNW-HIT says whether pin WS-PIN-IDX has a window
005830*>        falling on the day being swept.
005840     MOVE "N" TO WS-MNW-HIT.
005850     PERFORM 2155-CHECK-ONE-WINDOW THRU 2155-EXIT
005860         VARYING WS-MNW-IDX FROM 1 BY 1
005870         UNTIL WS-MNW-IDX > WS-MNW-COUNT
005880            OR WS-MNW-HIT = "Y".
005890 2150-EXIT.
005900     EXIT.
005910
005920 2155-CHECK-ONE-WINDOW.
005930     IF WS-MNW-PIN (WS-MNW-IDX) = WS-PIN-TEXT (WS-PIN-IDX)
005940        AND WS-MNW-FROM (WS-MNW-IDX) NOT > WS-MNW-DAY-LAST
005950        AND WS-MNW-TO (WS-MNW-IDX) > WS-MNW-DAY-FIRST
005960         MOVE "Y" TO WS-MNW-HIT
005970     END-IF.
005980 2155-EXIT.
005990     EXIT.
006000
006010 2190-REFUSE-AUDIT-DAY.
006020*>        The forecast is not written until the sweep is over,
006030*>        so a refused day is held here and listed under it.
006040     ADD 1 TO WS-DAYS-REFUSED.
006050     IF WS-FIRST-REFUSED = ZERO
006060         MOVE WS-CUR-DATE TO WS-FIRST-REFUSED
006070     END-IF.
006080     DISPLAY "AUDIT LOG REFUSED " WS-AUDIT-FILE-NAME
006090         " " WS-VFY-RESULT.
006100     IF WS-DAYS-REFUSED > WS-MAX-REFUSED
006110         GO TO 2190-EXIT
006120     END-IF.
006130     MOVE WS-CUR-DATE TO WS-REF-DATE (WS-DAYS-REFUSED).
006140     MOVE WS-VFY-RESULT TO WS-REF-RESULT (WS-DAYS-REFUSED).
006150     MOVE WS-VFY-FAIL-LINE TO WS-REF-LINE (WS-DAYS-REFUSED).
006160 2190-EXIT.
006170     EXIT.
006180
006190 3000-REWRITE-USAGE-FILE.
006200     OPEN OUTPUT LIFE-USAGE-FILE.
006210     IF WS-USAGE-FILE-STATUS NOT = "00"
006220         DISPLAY "*** GPIOUSE.DAT COULD NOT BE REWRITTEN - "
006230             "STATUS " WS-USAGE-FILE-STATUS " ***"
006240         MOVE 8 TO RETURN-CODE
006250         GO TO 3000-EXIT
006260     END-IF.
006270     PERFORM 3100-WRITE-ONE-USAGE THRU 3100-EXIT
006280         VARYING WS-PIN-IDX FROM 1 BY 1
006290         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
006300     CLOSE LIFE-USAGE-FILE.
006310 3000-EXIT.
006320     EXIT.
006330
006340 3100-WRITE-ONE-USAGE.
006350     MOVE SPACES TO LIFE-USAGE-RECORD.
006360     MOVE WS-PIN-TEXT (WS-PIN-IDX) TO USE-PIN-TEXT.
006370     MOVE WS-LIFE-CYCLES (WS-PIN-IDX) TO USE-CYCLES.
006380     MOVE WS-LAST-DATE (WS-PIN-IDX) TO USE-LAST-DATE.
006390     WRITE LIFE-USAGE-RECORD.
006400 3100-EXIT.
006410     EXIT.
006420
006430 4000-WRITE-FORECAST.
006440     STRING "GPIOLIF." DELIMITED BY SIZE
006450             WS-TO-TEXT DELIMITED BY SIZE
006460         INTO WS-REPORT-FILE-NAME.
006470     OPEN OUTPUT LIFE-REPORT-FILE.
006480     IF WS-REPORT-FILE-STATUS NOT = "00"
006490         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
006500             " - STATUS " WS-REPORT-FILE-STATUS " ***"
006510         MOVE 8 TO RETURN-CODE
006520         GO TO 4000-EXIT
006530     END-IF.
006540     MOVE SPACES TO WS-LINE-WORK.
006550     STRING "LAMP LIFE FORECAST AS AT " DELIMITED BY SIZE
006560             WS-TODAY DELIMITED BY SIZE
006570             " - SWEEP " DELIMITED BY SIZE
006580             WS-FROM-TEXT DELIMITED BY SIZE
006590             " THRU " DELIMITED BY SIZE
006600             WS-TO-TEXT DELIMITED BY SIZE
006610         INTO WS-LINE-WORK.
006620     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006630     MOVE "PIN LIFETIME  RATED   PCT   RATE/DAY PROJECTED"
006640         TO WS-LINE-WORK.
006650     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006660     PERFORM 4100-FORECAST-ONE-PIN THRU 4100-EXIT
006670         VARYING WS-PIN-IDX FROM 1 BY 1
006680         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
006690     PERFORM 4300-WRITE-REFUSED-DAY THRU 4300-EXIT
006700         VARYING WS-REF-IDX FROM 1 BY 1
006710         UNTIL WS-REF-IDX > WS-DAYS-REFUSED
006720            OR WS-REF-IDX > WS-MAX-REFUSED.
006730     IF WS-DAYS-HELD > ZERO
006740         MOVE SPACES TO WS-LINE-WORK
006750         STRING WS-DAYS-HELD DELIMITED BY SIZE
006760                 " DAYS AFTER " DELIMITED BY SIZE
006770                 WS-FIRST-REFUSED DELIMITED BY SIZE
006780                 " HELD BACK - RE-SWEEP FROM " DELIMITED BY SIZE
006790                 WS-FIRST-REFUSED DELIMITED BY SIZE
006800                 " ONCE ITS LOG IS REPAIRED" DELIMITED BY SIZE
006810             INTO WS-LINE-WORK
006820         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006830     END-IF.
006840     PERFORM 4400-WRITE-MAINT-WINDOW THRU 4400-EXIT
006850         VARYING WS-MNW-IDX FROM 1 BY 1
006860         UNTIL WS-MNW-IDX > WS-MNW-COUNT.
006870     MOVE SPACES TO WS-LINE-WORK.
006880     STRING "AUDIT SEAL - DAYS REFUSED " DELIMITED BY SIZE
006890             WS-DAYS-REFUSED DELIMITED BY SIZE
006900             "  UNSEALED " DELIMITED BY SIZE
006910             WS-DAYS-UNSEALED DELIMITED BY SIZE
006920         INTO WS-LINE-WORK.
006930     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006940     CLOSE LIFE-REPORT-FILE.
006950 4000-EXIT.
006960     EXIT.
006970
006980 4100-FORECAST-ONE-PIN.
006990*>        Percent of life is lifetime cycles against the
007000*>        master's rating; the projected date runs the recent
007010*>        daily rate forward until the rating is used up.  A
007020*>        pin with no master record, or a rating of zero (an
007030*>        unrated device, like an input sensor), lists its
007040*>        lifetime count with no forecast.
007050     MOVE WS-PIN-TEXT (WS-PIN-IDX) TO MST-PIN-KEY.
007060     READ GPIO-MASTER-FILE
007070         INVALID KEY
007080             MOVE ZERO TO MST-RATED-CYCLES
007090             MOVE SPACES TO MST-DESC
007100     END-READ.
007110     MOVE ZERO TO WS-LIFE-PCT.
007120     MOVE ZERO TO WS-DAILY-RATE.
007130     MOVE SPACES TO WS-PROJ-TEXT.
007140     MOVE SPACES TO WS-WARN-FLAG.
007150     IF WS-SWEEP-DAYS (WS-PIN-IDX) > ZERO
007160         DIVIDE WS-SWEEP-CYCLES (WS-PIN-IDX)
007170             BY WS-SWEEP-DAYS (WS-PIN-IDX)
007180             GIVING WS-DAILY-RATE
007190     END-IF.
007200     IF MST-RATED-CYCLES > ZERO
007210         MULTIPLY WS-LIFE-CYCLES (WS-PIN-IDX) BY 100
007220             GIVING WS-PCT-WORK
007230         DIVIDE WS-PCT-WORK BY MST-RATED-CYCLES
007240             GIVING WS-LIFE-PCT
007250         IF WS-LIFE-PCT NOT < WS-WARN-PCT
007260             MOVE "** REPLACE SOON **" TO WS-WARN-FLAG
007270             ADD 1 TO WS-PINS-FLAGGED
007280         END-IF
007290         PERFORM 4200-SET-PROJECTED-DATE THRU 4200-EXIT
007300     END-IF.
007310     MOVE SPACES TO WS-LINE-WORK.
007320     STRING WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
007330             "  " DELIMITED BY SIZE
007340             WS-LIFE-CYCLES (WS-PIN-IDX) DELIMITED BY SIZE
007350             " " DELIMITED BY SIZE
007360             MST-RATED-CYCLES DELIMITED BY SIZE
007370             " " DELIMITED BY SIZE
007380             WS-LIFE-PCT DELIMITED BY SIZE
007390             "% " DELIMITED BY SIZE
007400             WS-DAILY-RATE DELIMITED BY SIZE
007410             " " DELIMITED BY SIZE
007420             WS-PROJ-TEXT DELIMITED BY SIZE
007430             " " DELIMITED BY SIZE
007440             MST-DESC DELIMITED BY SIZE
007450             " " DELIMITED BY SIZE
007460             WS-WARN-FLAG DELIMITED BY SIZE
007470         INTO WS-LINE-WORK.
007480     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007490 4100-EXIT.
007500     EXIT.
007510
007520 4200-SET-PROJECTED-DATE.
007530*>        Days to go at the recent rate, walked forward from
007540*>        today one day at a time - no date intrinsics on this
007550*>        box's compiler.  A lamp already past its rating
007560*>        projects as today; a rate of zero, or more than 99999
007570*>        days to go, projects as open-ended.
007580     IF WS-DAILY-RATE = ZERO
007590         MOVE "OPEN    " TO WS-PROJ-TEXT
007600         GO TO 4200-EXIT
007610     END-IF.
007620     IF WS-LIFE-CYCLES (WS-PIN-IDX) NOT < MST-RATED-CYCLES
007630         MOVE WS-TODAY TO WS-PROJ-TEXT
007640         GO TO 4200-EXIT
007650     END-IF.
007660     SUBTRACT WS-LIFE-CYCLES (WS-PIN-IDX)
007670         FROM MST-RATED-CYCLES GIVING WS-CYCLES-LEFT.
007680     DIVIDE WS-CYCLES-LEFT BY WS-DAILY-RATE
007690         GIVING WS-DAYS-LEFT.
007700     IF WS-DAYS-LEFT > 99999
007710         MOVE "OPEN    " TO WS-PROJ-TEXT
007720         GO TO 4200-EXIT
007730     END-IF.
007740     MOVE WS-TODAY TO WS-CUR-DATE.
007750     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
007760         VARYING WS-PROJ-IDX FROM 1 BY 1
007770         UNTIL WS-PROJ-IDX > WS-DAYS-LEFT.
007780     MOVE WS-CUR-DATE TO WS-PROJ-TEXT.
007790 4200-EXIT.
007800     EXIT.
007810
007820 4300-WRITE-REFUSED-DAY.
007830     MOVE SPACES TO WS-LINE-WORK.
007840     STRING WS-REF-DATE (WS-REF-IDX) DELIMITED BY SIZE
007850             " AUDIT LOG REFUSED - " DELIMITED BY SIZE
007860             WS-REF-RESULT (WS-REF-IDX) DELIMITED BY "  "
007870             " AT LINE " DELIMITED BY SIZE
007880             WS-REF-LINE (WS-REF-IDX) DELIMITED BY SIZE
007890             " - NOT COUNTED" DELIMITED BY SIZE
007900         INTO WS-LINE-WORK.
007910     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007920 4300-EXIT.
007930     EXIT.
007940
007950 4400-WRITE-MAINT-WINDOW.
007960*>        The planned work in the sweep range, so a rate that
007970*>        looks low for a pin is read against the days it was
007980*>        out for maintenance rather than as a quiet lamp.
007990     IF WS-MNW-IDX = 1
008000         MOVE "MAINTENANCE WINDOWS - DAYS KEPT OUT OF RATE/DAY"
008010             TO WS-LINE-WORK
008020         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
008030     END-IF.
008040     MOVE SPACES TO WS-LINE-WORK.
008050     STRING WS-MNW-PIN (WS-MNW-IDX) DELIMITED BY SIZE
008060             "  " DELIMITED BY SIZE
008070             WS-MNW-FROM (WS-MNW-IDX) (1:8) DELIMITED BY SIZE
008080             " " DELIMITED BY SIZE
008090             WS-MNW-FROM (WS-MNW-IDX) (9:8) DELIMITED BY SIZE
008100             " TO " DELIMITED BY SIZE
008110             WS-MNW-TO (WS-MNW-IDX) (1:8) DELIMITED BY SIZE
008120             " " DELIMITED BY SIZE
008130             WS-MNW-TO (WS-MNW-IDX) (9:8) DELIMITED BY SIZE
008140             " WO " DELIMITED BY SIZE
008150             WS-MNW-WO (WS-MNW-IDX) DELIMITED BY SIZE
008160             " " DELIMITED BY SIZE
008170             WS-MNW-REASON (WS-MNW-IDX) DELIMITED BY SIZE
008180         INTO WS-LINE-WORK.
008190     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008200 4400-EXIT.
008210     EXIT.
008220
008230 9000-TERMINATE.
008240     CLOSE GPIO-MASTER-FILE.
008250     DISPLAY "DAYS SWEPT      " WS-DAYS-SWEPT.
008260     DISPLAY "PINS TRACKED    " WS-PIN-COUNT.
008270     DISPLAY "PINS FLAGGED    " WS-PINS-FLAGGED.
008280     DISPLAY "DAYS REFUSED    " WS-DAYS-REFUSED.
008290     DISPLAY "DAYS UNSEALED   " WS-DAYS-UNSEALED.
008300     DISPLAY "DAYS HELD BACK  " WS-DAYS-HELD.
008310     DISPLAY "FORECAST IS ON  " WS-REPORT-FILE-NAME.
008320     IF WS-DAYS-REFUSED > ZERO
008330         MOVE 4 TO RETURN-CODE
008340     END-IF.
008350 9000-EXIT.
008360     EXIT.
008370
008380 8100-BUMP-CURRENT-DATE.
008390     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
008400     ADD 1 TO WS-CUR-DD.
008410     IF WS-CUR-DD > WS-MONTH-LENGTH
008420         MOVE 1 TO WS-CUR-DD
008430         ADD 1 TO WS-CUR-MM
008440         IF WS-CUR-MM > 12
008450             MOVE 1 TO WS-CUR-MM
008460             ADD 1 TO WS-CUR-YYYY
008470         END-IF
008480     END-IF.
008490 8100-EXIT.
008500     EXIT.
008510
008520 8150-SET-MONTH-LENGTH.
008530*>        Thirty days hath September - with the leap year rule
008540*>        spelled out in longhand, exactly as GPIOHIST does it.
008550     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
008560        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
008570         MOVE 30 TO WS-MONTH-LENGTH
008580     ELSE
008590         IF WS-CUR-MM = 2
008600             MOVE 28 TO WS-MONTH-LENGTH
008610             DIVIDE WS-CUR-YYYY BY 4
008620                 GIVING WS-LEAP-WORK
008630                 REMAINDER WS-LEAP-REM
008640             IF WS-LEAP-REM = ZERO
008650                 MOVE 29 TO WS-MONTH-LENGTH
008660                 DIVIDE WS-CUR-YYYY BY 100
008670                     GIVING WS-LEAP-WORK
008680                     REMAINDER WS-LEAP-REM
008690                 IF WS-LEAP-REM = ZERO
008700                     MOVE 28 TO WS-MONTH-LENGTH
008710                     DIVIDE WS-CUR-YYYY BY 400
008720                         GIVING WS-LEAP-WORK
008730                         REMAINDER WS-LEAP-REM
008740                     IF WS-LEAP-REM = ZERO
008750                         MOVE 29 TO WS-MONTH-LENGTH
008760                     END-IF
008770                 END-IF
008780             END-IF
008790         ELSE
008800             MOVE 31 TO WS-MONTH-LENGTH
008810         END-IF
008820     END-IF.
008830 8150-EXIT.
008840     EXIT.
008850
008860 8400-FIND-OR-ADD-PIN.
008870*>        Leaves the pin's accumulator row in WS-FOUND-IDX,
008880*>        adding a fresh row the first time a pin is seen.
008890*>        Zero only when the table is full - the line is then
008900*>        skipped and called out on the console.
008910     MOVE ZERO TO WS-FOUND-IDX.
008920     PERFORM 8450-CHECK-PIN-ROW THRU 8450-EXIT
008930         VARYING WS-PIN-IDX FROM 1 BY 1
008940         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
008950     IF WS-FOUND-IDX > ZERO
008960         GO TO 8400-EXIT
008970     END-IF.
008980     IF WS-PIN-COUNT NOT < WS-MAX-PINS
008990         DISPLAY "PIN TABLE FULL - PIN " WS-FIND-PIN
009000             " SKIPPED"
009010         GO TO 8400-EXIT
009020     END-IF.
009030     ADD 1 TO WS-PIN-COUNT.
009040     MOVE WS-PIN-COUNT TO WS-FOUND-IDX.
009050     MOVE WS-PIN-COUNT TO WS-PIN-IDX.
009060     MOVE WS-FIND-PIN TO WS-PIN-TEXT (WS-PIN-IDX).
009070     MOVE ZERO TO WS-LIFE-CYCLES (WS-PIN-IDX).
009080     MOVE ZERO TO WS-LAST-DATE (WS-PIN-IDX).
009090     MOVE ZERO TO WS-SWEEP-CYCLES (WS-PIN-IDX).
009100     MOVE ZERO TO WS-SWEEP-DAYS (WS-PIN-IDX).
009110     MOVE "N" TO WS-DAY-HIT (WS-PIN-IDX).
009120 8400-EXIT.
009130     EXIT.
009140
009150 8450-CHECK-PIN-ROW.
009160     IF WS-PIN-TEXT (WS-PIN-IDX) = WS-FIND-PIN
009170         MOVE WS-PIN-IDX TO WS-FOUND-IDX
009180     END-IF.
009190 8450-EXIT.
009200     EXIT.
009210
009220 8500-WRITE-REPORT-LINE.
009230     MOVE WS-LINE-WORK TO LIFE-REPORT-LINE.
009240     WRITE LIFE-REPORT-LINE.
009250 8500-EXIT.
009260     EXIT.
009270
009280 8800-VERIFY-AUDIT-DAY.
009290*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
009300*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
009310*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
009320*>        Reading stops at the first fault.
009330     MOVE ZERO TO WS-VFY-LINES.
009340     MOVE ZERO TO WS-VFY-TOTAL.
009350     MOVE ZERO TO WS-VFY-TRAILERS.
009360     MOVE ZERO TO WS-VFY-FAIL-LINE.
009370     MOVE 1 TO WS-VFY-EXPECT-SEQ.
009380     MOVE "N" TO WS-VFY-SEALED.
009390     MOVE "N" TO WS-VFY-LAST-TRL.
009400     MOVE "N" TO WS-VFY-FAILED.
009410     MOVE SPACES TO WS-VFY-RESULT.
009420     OPEN INPUT LIFE-AUDIT-FILE.
009430     IF WS-AUDIT-FILE-STATUS NOT = "00"
009440         MOVE "NO FILE" TO WS-VFY-RESULT
009450         GO TO 8800-EXIT
009460     END-IF.
009470     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
009480         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
009490            OR WS-VFY-FAILED = "Y".
009500     CLOSE LIFE-AUDIT-FILE.
009510     IF WS-VFY-FAILED = "Y"
009520         GO TO 8800-EXIT
009530     END-IF.
009540     IF WS-VFY-LINES = ZERO
009550         MOVE "EMPTY" TO WS-VFY-RESULT
009560         GO TO 8800-EXIT
009570     END-IF.
009580     IF WS-VFY-SEALED = "N"
009590         MOVE "UNSEALED" TO WS-VFY-RESULT
009600         GO TO 8800-EXIT
009610     END-IF.
009620     IF WS-VFY-LAST-TRL = "N"
009630         MOVE "NO TRAILER" TO WS-VFY-RESULT
009640         MOVE "Y" TO WS-VFY-FAILED
009650         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
009660         GO TO 8800-EXIT
009670     END-IF.
009680     MOVE "VERIFIED" TO WS-VFY-RESULT.
009690 8800-EXIT.
009700     EXIT.
009710
009720 8810-VERIFY-AUDIT-LINE.
009730     READ LIFE-AUDIT-FILE
009740         AT END
009750             GO TO 8810-EXIT
009760     END-READ.
009770     ADD 1 TO WS-VFY-LINES.
009780     IF LAUD-TRANSITION = "TRL"
009790         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
009800         GO TO 8810-EXIT
009810     END-IF.
009820     MOVE "N" TO WS-VFY-LAST-TRL.
009830*>        Lines from before the log was sealed carry no
009840*>        sequence - tolerated only ahead of the first sealed
009850*>        line, which is where the day the change went in
009860*>        puts them.
009870     IF LAUD-SEQ IS NOT NUMERIC OR LAUD-CHECK IS NOT NUMERIC
009880         IF WS-VFY-SEALED = "Y"
009890             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
009900             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
009910         END-IF
009920         GO TO 8810-EXIT
009930     END-IF.
009940     MOVE "Y" TO WS-VFY-SEALED.
009950     IF LAUD-SEQ < WS-VFY-EXPECT-SEQ
009960         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
009970         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
009980         GO TO 8810-EXIT
009990     END-IF.
010000     IF LAUD-SEQ > WS-VFY-EXPECT-SEQ
010010         MOVE "GAP" TO WS-VFY-RESULT
010020         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010030         GO TO 8810-EXIT
010040     END-IF.
010050     MOVE LAUD-RECORD (1:45) TO WS-CHK-LINE.
010060     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
010070     IF LAUD-CHECK NOT = WS-VFY-TOTAL
010080         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
010090         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010100         GO TO 8810-EXIT
010110     END-IF.
010120     ADD 1 TO WS-VFY-EXPECT-SEQ.
010130 8810-EXIT.
010140     EXIT.
010150
010160 8820-VERIFY-TRAILER.
010170*>        A trailer closes off one run's lines - its count is
010180*>        the last sequence number so far and its total the
010190*>        running check total, both for the file to date.
010200     MOVE "Y" TO WS-VFY-LAST-TRL.
010210     MOVE "Y" TO WS-VFY-SEALED.
010220     ADD 1 TO WS-VFY-TRAILERS.
010230     IF LAUD-SEQ IS NOT NUMERIC OR LAUD-CHECK IS NOT NUMERIC
010240         MOVE "BAD TRAILER" TO WS-VFY-RESULT
010250         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010260         GO TO 8820-EXIT
010270     END-IF.
010280     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
010290         GIVING WS-VFY-COUNT-SEQ.
010300     IF LAUD-SEQ NOT = WS-VFY-COUNT-SEQ
010310         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
010320         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010330         GO TO 8820-EXIT
010340     END-IF.
010350     IF LAUD-CHECK NOT = WS-VFY-TOTAL
010360         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
010370         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010380     END-IF.
010390 8820-EXIT.
010400     EXIT.
010410
010420 8830-FAIL-AT-LINE.
010430     MOVE "Y" TO WS-VFY-FAILED.
010440     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
010450 8830-EXIT.
010460     EXIT.
010470
010480 8850-ADD-LINE-CHECK.
010490     MOVE ZERO TO WS-CHK-VALUE.
010500     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
010510         VARYING WS-CHK-POS FROM 1 BY 1
010520         UNTIL WS-CHK-POS > 45.
010530     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
010540     IF WS-CHK-SUM > 999999999
010550         SUBTRACT 1000000000 FROM WS-CHK-SUM
010560     END-IF.
010570     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
010580 8850-EXIT.
010590     EXIT.
010600
010610 8860-ADD-ONE-CHARACTER.
010620     MOVE ZERO TO WS-CHK-CODE.
010630     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
010640         FOR CHARACTERS BEFORE INITIAL
010650         WS-CHK-LINE (WS-CHK-POS:1).
010660     ADD 1 TO WS-CHK-CODE.
010670     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
010680     ADD WS-CHK-WORK TO WS-CHK-VALUE.
010690 8860-EXIT.
010700     EXIT.
010710
010720 END PROGRAM GPIOLIFE.

000260*> DATE        BY   DESCRIPTION
000270*> ----------  ---  ---------------------------------------------
000280*> 09/02/2026  RH   Original program.
000290*> 10/15/2026  RH   Each audit day's seal is checked the way
000300*>                  GPIOAVER checks it before the day is costed.
000310*>                  A day whose seal is broken is refused - no ON
000320*>                  seconds or cost from it reach the pin,
000330*>                  location or period totals - and the statement
000340*>                  says so on a line of its own, so a recharge
000350*>                  is never billed off a broken log.  The
000360*>                  statement closes with the days refused and
000370*>                  unsealed, and a refused day ends the run RC
000380*>                  4.
000390*> 10/15/2026  RH   Planned maintenance windows from GPIOMNW.DAT.
000400*>                  Each day's windows are shown at the head of
000410*>                  its lines with the pin, the times the window
000420*>                  covers that day, the work order and the
000430*>                  reason.  Energy used on a maintenance day is
000440*>                  still costed.
000450*>--------------------------------------------------------------
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. GPIOCOST.
000480 AUTHOR. R HAWTHORNE.
000490 INSTALLATION. MNR-RASPBERRY-OPS.
000500 DATE-WRITTEN. 09/02/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT COST-AUDIT-FILE
000570         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000600     SELECT COST-TARIFF-FILE ASSIGN TO "GPIOTAR.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-TARIFF-FILE-STATUS.
000630     SELECT COST-REPORT-FILE
000640         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-FILE-STATUS.
000670     SELECT GPIO-WINDOW-FILE ASSIGN TO "GPIOMNW.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-WINDOW-FILE-STATUS.
000700     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS MST-PIN-KEY
000740         FILE STATUS IS WS-MASTER-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  COST-AUDIT-FILE.
000790 01  CAUD-RECORD.
000800*>        Must stay field for field with the audit FD written by
000810*>        RPIwithCOBOL, unit identifier included.
000820     05  CAUD-DATE PIC X(10).
000830     05  FILLER PIC X(01).
000840     05  CAUD-TIME PIC X(08).
000850     05  FILLER PIC X(01).
000860     05  CAUD-PIN-TEXT PIC X(02).
000870     05  FILLER PIC X(01).
000880     05  CAUD-TRANSITION PIC X(03).
000890     05  FILLER PIC X(01).
000900     05  CAUD-OBSERVED PIC X(01).
000910     05  FILLER PIC X(01).
000920     05  CAUD-UNIT PIC X(08).
000930*>        The seal GPIOAVER checks - running sequence number
000940*>        and running check total per line, line count and
000950*>        total on the TRL trailer each run closes with.
000960     05  FILLER PIC X(01).
000970     05  CAUD-SEQ PIC 9(07).
000980     05  FILLER PIC X(01).
000990     05  CAUD-CHECK PIC 9(09).
001000
001010 FD  COST-TARIFF-FILE.
001020 01  COST-TARIFF-RECORD.
001030*>        One tariff band per line - the dates it covers and
001040*>        the cost per kWh with four implied decimals, so
001050*>        001650 reads 0.1650 currency per kWh.  Bands are
001060*>        searched first match wins.
001070     05  TAR-FROM-DATE PIC X(08).
001080     05  FILLER PIC X(01).
001090     05  TAR-TO-DATE PIC X(08).
001100     05  FILLER PIC X(01).
001110     05  TAR-RATE-E4 PIC 9(06).
001120
001130 FD  COST-REPORT-FILE.
001140 01  COST-REPORT-LINE PIC X(100).
001150
001160 FD  GPIO-WINDOW-FILE.
001170 01  GPIO-WINDOW-RECORD.
001180*>        Planned maintenance windows - pin, from date/time, to
001190*>        date/time, work order and reason.  The energy
001200*>        a pin used on a maintenance day is still costed - the
001210*>        meter ran - but the window is shown on the statement
001220*>        so the recharge can be read against it.
001230*>        Must stay field for field with GPIO-WINDOW-RECORD in
001240*>        RPIwithCOBOL.
001250     05  MNW-PIN-TEXT PIC X(02).
001260     05  FILLER PIC X(01).
001270     05  MNW-FROM-DATE PIC X(08).
001280     05  FILLER PIC X(01).
001290     05  MNW-FROM-TIME PIC X(08).
001300     05  FILLER PIC X(01).
001310     05  MNW-TO-DATE PIC X(08).
001320     05  FILLER PIC X(01).
001330     05  MNW-TO-TIME PIC X(08).
001340     05  FILLER PIC X(01).
001350     05  MNW-WORK-ORDER PIC X(10).
001360     05  FILLER PIC X(01).
001370     05  MNW-REASON PIC X(30).
001380
001390 FD  GPIO-MASTER-FILE.
001400 01  GPIO-MASTER-RECORD.
001410*>        Must stay field for field with the master FD in
001420*>        RPIwithCOBOL and GPIOMSTLD - the wattage and location
001430*>        at the end are what the costing runs on.
001440     05  MST-PIN-KEY PIC X(02).
001450     05  MST-DESC PIC X(30).
001460     05  MST-LOCATION PIC X(20).
001470     05  MST-WIRED-DATE PIC X(10).
001480     05  MST-SERVICE-FLAG PIC X(01).
001490     05  MST-OPERATOR PIC X(10).
001500     05  MST-RATED-CYCLES PIC 9(07).
001510     05  MST-INSTALLED-DATE PIC X(10).
001520     05  MST-WATTS PIC 9(05).
001530
001540 WORKING-STORAGE SECTION.
001550*>--------------------------------------------------------------
001560*> FILE STATUS AND DYNAMIC FILE NAMES
001570*>--------------------------------------------------------------
001580 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
001590 77  WS-TARIFF-FILE-STATUS PIC X(02) VALUE SPACES.
001600 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001610 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
001620 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
001630 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001640
001650*>--------------------------------------------------------------
001660*> CONSOLE INPUT - THE RANGE TO COST
001670*>--------------------------------------------------------------
001680 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001690 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
001700
001710*>--------------------------------------------------------------
001720*> DATE WORK AREAS
001730*>--------------------------------------------------------------
001740 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001750 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001760     05  WS-CUR-YYYY PIC 9(04).
001770     05  WS-CUR-MM PIC 9(02).
001780     05  WS-CUR-DD PIC 9(02).
001790 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001800 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001810 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001820 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001830
001840*>--------------------------------------------------------------
001850*> TARIFF TABLE - THE GPIOTAR.DAT BANDS LOADED AT STARTUP, AND
001860*> THE RATE PICKED FOR THE DAY CURRENTLY BEING COSTED
001870*>--------------------------------------------------------------
001880 77  WS-MAX-TARIFFS PIC 9(02) VALUE 10.
001890 77  WS-TARIFF-COUNT PIC 9(02) VALUE ZERO.
001900 77  WS-TARIFF-IDX PIC 9(02) VALUE ZERO.
001910 77  WS-RATE-FOUND PIC X(01) VALUE "N".
001920 77  WS-NO-RATE-WARNED PIC X(01) VALUE "N".
001930 01  WS-TARIFF-TABLE.
001940     05  WS-TARIFF-ENTRY OCCURS 10 TIMES.
001950         10  WS-TAR-FROM PIC 9(08).
001960         10  WS-TAR-TO PIC 9(08).
001970         10  WS-TAR-RATE PIC 9(02)V9(04).
001980 77  WS-DAY-RATE PIC 9(02)V9(04) VALUE ZERO.
001990
002000*>--------------------------------------------------------------
002010*> PER-PIN ACCUMULATORS - THE MASTER'S WATTAGE, LOCATION AND
002020*> DESCRIPTION RIDE ALONG, THE DAY FIELDS RESTART EVERY DAY AND
002030*> THE PERIOD FIELDS RUN ON ACROSS THE RANGE
002040*>--------------------------------------------------------------
002050 77  WS-MAX-PINS PIC 9(03) VALUE 30.
002060 77  WS-PIN-COUNT PIC 9(03) VALUE ZERO.
002070 77  WS-PIN-IDX PIC 9(03) VALUE ZERO.
002080 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
002090 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
002100 01  WS-PIN-TABLE.
002110     05  WS-PIN-ENTRY OCCURS 30 TIMES.
002120         10  WS-PIN-TEXT PIC X(02).
002130         10  WS-PIN-WATTS PIC 9(05).
002140         10  WS-PIN-LOCATION PIC X(20).
002150         10  WS-PIN-DESC PIC X(30).
002160         10  WS-DAY-ON-SECS PIC 9(07).
002170         10  WS-DAY-PENDING-ON PIC 9(07).
002180         10  WS-DAY-HAS-ON PIC X(01).
002190         10  WS-PER-ON-SECS PIC 9(09).
002200         10  WS-PER-KWH PIC 9(07)V9(04).
002210         10  WS-PER-COST PIC 9(09)V9(02).
002220
002230*>--------------------------------------------------------------
002240*> LOCATION ROLLUP - ONE ROW PER MST-LOCATION SEEN
002250*>--------------------------------------------------------------
002260 77  WS-MAX-LOCS PIC 9(02) VALUE 20.
002270 77  WS-LOC-COUNT PIC 9(02) VALUE ZERO.
002280 77  WS-LOC-IDX PIC 9(02) VALUE ZERO.
002290 77  WS-LFOUND-IDX PIC 9(02) VALUE ZERO.
002300 77  WS-FIND-LOC PIC X(20) VALUE SPACES.
002310 01  WS-LOC-TABLE.
002320     05  WS-LOC-ENTRY OCCURS 20 TIMES.
002330         10  WS-LOC-NAME PIC X(20).
002340         10  WS-LOC-KWH PIC 9(07)V9(04).
002350         10  WS-LOC-COST PIC 9(09)V9(02).
002360
002370*>--------------------------------------------------------------
002380*> COSTING WORK FIELDS - WATT-SECONDS TO KWH TO COST, AND THE
002390*> EDITED PICTURES THE STATEMENT PRINTS
002400*>--------------------------------------------------------------
002410 77  WS-WATT-SECS PIC 9(12) VALUE ZERO.
002420 77  WS-DAY-KWH PIC 9(05)V9(04) VALUE ZERO.
002430 77  WS-DAY-COST PIC 9(07)V9(02) VALUE ZERO.
002440 77  WS-KWH-EDIT PIC ZZZZZZ9.9999 VALUE ZERO.
002450 77  WS-COST-EDIT PIC ZZZZZZZZ9.99 VALUE ZERO.
002460
002470*>--------------------------------------------------------------
002480*> TIME CONVERSION WORK AREAS
002490*>--------------------------------------------------------------
002500 01  WS-TIME-TEXT PIC X(08) VALUE SPACES.
002510 01  WS-TIME-TEXT-R REDEFINES WS-TIME-TEXT.
002520     05  WS-TT-HH PIC 9(02).
002530     05  FILLER PIC X(01).
002540     05  WS-TT-MM PIC 9(02).
002550     05  FILLER PIC X(01).
002560     05  WS-TT-SS PIC 9(02).
002570 77  WS-TIME-SECS PIC 9(07) VALUE ZERO.
002580 77  WS-WORK-SECS PIC 9(07) VALUE ZERO.
002590
002600*>--------------------------------------------------------------
002610*> AUDIT SEAL CHECK - THE SAME WORKING GPIOAVER DOES, SO A DAY
002620*> THIS SWEEP REFUSES IS A DAY GPIOAVER REPORTS AS FAILED.
002630*> UNSEALED DAYS PREDATE THE SEAL AND ARE COUNTED AS BEFORE.
002640*>--------------------------------------------------------------
002650 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
002660 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
002670 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
002680 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
002690 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
002700 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
002710 77  WS-VFY-SEALED PIC X(01) VALUE "N".
002720 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
002730 77  WS-VFY-FAILED PIC X(01) VALUE "N".
002740 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
002750 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
002760 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
002770 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
002780 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
002790 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
002800 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
002810 01  WS-CHK-ALPHABET.
002820     05  FILLER PIC X(36)
002830         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002840     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
002850     05  FILLER PIC X(07) VALUE " -:*?./".
002860 77  WS-DAYS-REFUSED PIC 9(05) VALUE ZERO.
002870 77  WS-DAYS-UNSEALED PIC 9(05) VALUE ZERO.
002880
002890*>--------------------------------------------------------------
002900*> PLANNED MAINTENANCE WINDOWS - THE GPIOMNW.DAT WINDOWS THAT
002910*> TOUCH THE SWEPT RANGE, HELD AS DATE+TIME STAMPS
002920*> (YYYYMMDDHH:MM:SS) THAT COMPARE IN TIME ORDER AS TEXT, AND
002930*> THE FIRST AND LAST STAMP OF THE RANGE AND OF THE DAY
002940*>--------------------------------------------------------------
002950 77  WS-WINDOW-FILE-STATUS PIC X(02) VALUE SPACES.
002960 77  WS-MAX-MNW PIC 9(03) VALUE 50.
002970 77  WS-MNW-COUNT PIC 9(03) VALUE ZERO.
002980 77  WS-MNW-IDX PIC 9(03) VALUE ZERO.
002990 77  WS-MNW-RANGE-FIRST PIC X(16) VALUE SPACES.
003000 77  WS-MNW-RANGE-LAST PIC X(16) VALUE SPACES.
003010 77  WS-MNW-DAY-FIRST PIC X(16) VALUE SPACES.
003020 77  WS-MNW-DAY-LAST PIC X(16) VALUE SPACES.
003030 77  WS-MNW-FROM-WORK PIC X(16) VALUE SPACES.
003040 77  WS-MNW-TO-WORK PIC X(16) VALUE SPACES.
003050 77  WS-MNW-TIME PIC X(08) VALUE SPACES.
003060 77  WS-MNW-TIME-OK PIC X(01) VALUE "N".
003070 77  WS-MNW-SHOW-FROM PIC X(08) VALUE SPACES.
003080 77  WS-MNW-SHOW-TO PIC X(08) VALUE SPACES.
003090 01  WS-MNW-TABLE.
003100     05  WS-MNW-ENTRY OCCURS 50 TIMES.
003110         10  WS-MNW-PIN PIC X(02).
003120         10  WS-MNW-FROM PIC X(16).
003130         10  WS-MNW-TO PIC X(16).
003140         10  WS-MNW-WO PIC X(10).
003150         10  WS-MNW-REASON PIC X(30).
003160
003170*>--------------------------------------------------------------
003180*> STATEMENT LINE BUILD AREA AND RUN TOTALS
003190*>--------------------------------------------------------------
003200 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
003210 77  WS-DAYS-SWEPT PIC 9(05) VALUE ZERO.
003220
003230 PROCEDURE DIVISION.
003240
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270     PERFORM 2000-COST-ONE-DAY THRU 2000-EXIT
003280         UNTIL WS-CUR-DATE > WS-TO-DATE.
003290     PERFORM 3000-WRITE-PERIOD-TOTALS THRU 3000-EXIT.
003300     PERFORM 3500-WRITE-LOCATION-ROLLUP THRU 3500-EXIT.
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320     STOP RUN.
003330
003340 1000-INITIALIZE.
003350     DISPLAY "GPIOCOST - ENERGY COST STATEMENT".
003360     DISPLAY "FROM DATE (YYYYMMDD):".
003370     ACCEPT WS-FROM-TEXT.
003380     DISPLAY "TO DATE (YYYYMMDD):".
003390     ACCEPT WS-TO-TEXT.
003400     IF WS-FROM-TEXT IS NOT NUMERIC
003410        OR WS-TO-TEXT IS NOT NUMERIC
003420         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
003430         MOVE 8 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003470     MOVE WS-TO-TEXT TO WS-TO-DATE.
003480     IF WS-CUR-DATE > WS-TO-DATE
003490         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     PERFORM 1200-LOAD-TARIFF-FILE THRU 1200-EXIT.
003540     PERFORM 1300-LOAD-MAINT-WINDOWS THRU 1300-EXIT.
003550     OPEN INPUT GPIO-MASTER-FILE.
003560     IF WS-MASTER-FILE-STATUS NOT = "00"
003570         DISPLAY "*** GPIOMST.DAT COULD NOT BE OPENED - "
003580             "STATUS " WS-MASTER-FILE-STATUS " ***"
003590         DISPLAY "THE COSTING NEEDS THE MASTER'S WATTAGE "
003600             "AND LOCATION - RUN GPIOMSTLD FIRST"
003610         MOVE 8 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     STRING "GPIOCST." DELIMITED BY SIZE
003650             WS-TO-TEXT DELIMITED BY SIZE
003660         INTO WS-REPORT-FILE-NAME.
003670     OPEN OUTPUT COST-REPORT-FILE.
003680     IF WS-REPORT-FILE-STATUS NOT = "00"
003690         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
003700             " - STATUS " WS-REPORT-FILE-STATUS " ***"
003710         MOVE 8 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     MOVE SPACES TO WS-LINE-WORK.
003750     STRING "ENERGY COST STATEMENT " DELIMITED BY SIZE
003760             WS-FROM-TEXT DELIMITED BY SIZE
003770             " THRU " DELIMITED BY SIZE
003780             WS-TO-TEXT DELIMITED BY SIZE
003790         INTO WS-LINE-WORK.
003800     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003810     MOVE "DATE     PIN ONSECS  KWH          COST"
003820         TO WS-LINE-WORK.
003830     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860
003870 1200-LOAD-TARIFF-FILE.
003880*>        No tariff file, or a day no band covers, costs at
003890*>        zero with a console warning - the kWh numbers on the
003900*>        statement still stand on their own.
003910     MOVE ZERO TO WS-TARIFF-COUNT.
003920     OPEN INPUT COST-TARIFF-FILE.
003930     IF WS-TARIFF-FILE-STATUS NOT = "00"
003940         DISPLAY "GPIOTAR.DAT NOT FOUND - COSTS WILL BE ZERO"
003950         GO TO 1200-EXIT
003960     END-IF.
003970     PERFORM 1250-READ-TARIFF-RECORD THRU 1250-EXIT
003980         UNTIL WS-TARIFF-FILE-STATUS NOT = "00".
003990     CLOSE COST-TARIFF-FILE.
004000 1200-EXIT.
004010     EXIT.
004020
004030 1250-READ-TARIFF-RECORD.
004040     READ COST-TARIFF-FILE
004050         AT END
004060             GO TO 1250-EXIT
004070     END-READ.
004080     IF TAR-FROM-DATE IS NOT NUMERIC
004090        OR TAR-TO-DATE IS NOT NUMERIC
004100        OR TAR-RATE-E4 IS NOT NUMERIC
004110         DISPLAY "GPIOTAR.DAT LINE SKIPPED - NOT NUMERIC"
004120         GO TO 1250-EXIT
004130     END-IF.
004140     IF WS-TARIFF-COUNT NOT < WS-MAX-TARIFFS
004150         DISPLAY "GPIOTAR.DAT HAS MORE THAN " WS-MAX-TARIFFS
004160             " BANDS - EXTRA LINES IGNORED"
004170         GO TO 1250-EXIT
004180     END-IF.
004190     ADD 1 TO WS-TARIFF-COUNT.
004200     MOVE TAR-FROM-DATE TO WS-TAR-FROM (WS-TARIFF-COUNT).
004210     MOVE TAR-TO-DATE TO WS-TAR-TO (WS-TARIFF-COUNT).
004220     DIVIDE TAR-RATE-E4 BY 10000
004230         GIVING WS-TAR-RATE (WS-TARIFF-COUNT).
004240 1250-EXIT.
004250     EXIT.
004260
004270 1300-LOAD-MAINT-WINDOWS.
004280*>        Windows for the range are loaded once.  No GPIOMNW.DAT
004290*>        means no planned work and a statement as before.
004300     MOVE ZERO TO WS-MNW-COUNT.
004310     MOVE SPACES TO WS-MNW-RANGE-FIRST.
004320     STRING WS-FROM-TEXT "00:00:00" DELIMITED BY SIZE
004330         INTO WS-MNW-RANGE-FIRST.
004340     MOVE SPACES TO WS-MNW-RANGE-LAST.
004350     STRING WS-TO-TEXT "23:59:59" DELIMITED BY SIZE
004360         INTO WS-MNW-RANGE-LAST.
004370     OPEN INPUT GPIO-WINDOW-FILE.
004380     IF WS-WINDOW-FILE-STATUS NOT = "00"
004390         GO TO 1300-EXIT
004400     END-IF.
004410     PERFORM 1310-READ-MAINT-WINDOW THRU 1310-EXIT
004420         UNTIL WS-WINDOW-FILE-STATUS NOT = "00".
004430     CLOSE GPIO-WINDOW-FILE.
004440 1300-EXIT.
004450     EXIT.
004460
004470 1310-READ-MAINT-WINDOW.
004480     READ GPIO-WINDOW-FILE
004490         AT END
004500             GO TO 1310-EXIT
004510     END-READ.
004520     IF MNW-PIN-TEXT = SPACES
004530        OR MNW-FROM-DATE IS NOT NUMERIC
004540        OR MNW-TO-DATE IS NOT NUMERIC
004550         DISPLAY "GPIOMNW.DAT LINE SKIPPED - PIN OR DATE NOT "
004560             "VALID - WO " MNW-WORK-ORDER
004570         GO TO 1310-EXIT
004580     END-IF.
004590     MOVE MNW-FROM-TIME TO WS-MNW-TIME.
004600     PERFORM 1315-EDIT-WINDOW-TIME THRU 1315-EXIT.
004610     IF WS-MNW-TIME-OK = "Y"
004620         MOVE MNW-TO-TIME TO WS-MNW-TIME
004630         PERFORM 1315-EDIT-WINDOW-TIME THRU 1315-EXIT
004640     END-IF.
004650     IF WS-MNW-TIME-OK NOT = "Y"
004660         DISPLAY "GPIOMNW.DAT LINE SKIPPED - TIME NOT "
004670             "HH:MM:SS - WO " MNW-WORK-ORDER
004680         GO TO 1310-EXIT
004690     END-IF.
004700     MOVE SPACES TO WS-MNW-FROM-WORK.
004710     STRING MNW-FROM-DATE MNW-FROM-TIME DELIMITED BY SIZE
004720         INTO WS-MNW-FROM-WORK.
004730     MOVE SPACES TO WS-MNW-TO-WORK.
004740     STRING MNW-TO-DATE MNW-TO-TIME DELIMITED BY SIZE
004750         INTO WS-MNW-TO-WORK.
004760     IF WS-MNW-TO-WORK NOT > WS-MNW-FROM-WORK
004770         DISPLAY "GPIOMNW.DAT LINE SKIPPED - WINDOW ENDS "
004780             "BEFORE IT STARTS - WO " MNW-WORK-ORDER
004790         GO TO 1310-EXIT
004800     END-IF.
004810     IF WS-MNW-TO-WORK NOT > WS-MNW-RANGE-FIRST
004820        OR WS-MNW-FROM-WORK > WS-MNW-RANGE-LAST
004830         GO TO 1310-EXIT
004840     END-IF.
004850     IF WS-MNW-COUNT NOT < WS-MAX-MNW
004860         DISPLAY "GPIOMNW.DAT HAS MORE THAN " WS-MAX-MNW
004870             " WINDOWS IN RANGE - EXTRA LINES IGNORED"
004880         GO TO 1310-EXIT
004890     END-IF.
004900     ADD 1 TO WS-MNW-COUNT.
004910     MOVE MNW-PIN-TEXT TO WS-MNW-PIN (WS-MNW-COUNT).
004920     MOVE WS-MNW-FROM-WORK TO WS-MNW-FROM (WS-MNW-COUNT).
004930     MOVE WS-MNW-TO-WORK TO WS-MNW-TO (WS-MNW-COUNT).
004940     MOVE MNW-WORK-ORDER TO WS-MNW-WO (WS-MNW-COUNT).
004950     MOVE MNW-REASON TO WS-MNW-REASON (WS-MNW-COUNT).
004960 1310-EXIT.
004970     EXIT.
004980
004990 1315-EDIT-WINDOW-TIME.
005000     MOVE "N" TO WS-MNW-TIME-OK.
005010     IF WS-MNW-TIME (3:1) NOT = ":"
005020        OR WS-MNW-TIME (6:1) NOT = ":"
005030        OR WS-MNW-TIME (1:2) IS NOT NUMERIC
005040        OR WS-MNW-TIME (4:2) IS NOT NUMERIC
005050        OR WS-MNW-TIME (7:2) IS NOT NUMERIC
005060         GO TO 1315-EXIT
005070     END-IF.
005080     IF WS-MNW-TIME (1:2) > "23"
005090        OR WS-MNW-TIME (4:2) > "59"
005100        OR WS-MNW-TIME (7:2) > "59"
005110         GO TO 1315-EXIT
005120     END-IF.
005130     MOVE "Y" TO WS-MNW-TIME-OK.
005140 1315-EXIT.
005150     EXIT.
005160
005170 1320-SET-MAINT-DAY.
005180*>        The first and last stamp of the day being swept, for
005190*>        telling which windows fall on it.
005200     MOVE SPACES TO WS-MNW-DAY-FIRST.
005210     STRING WS-CUR-DATE "00:00:00" DELIMITED BY SIZE
005220         INTO WS-MNW-DAY-FIRST.
005230     MOVE SPACES TO WS-MNW-DAY-LAST.
005240     STRING WS-CUR-DATE "23:59:59" DELIMITED BY SIZE
005250         INTO WS-MNW-DAY-LAST.
005260 1320-EXIT.
005270     EXIT.
005280
005290 1330-SET-WINDOW-DAY-TIMES.
005300*>        The part of window WS-MNW-IDX that falls on the day -
005310*>        midnight to midnight for a day wholly inside it.
005320     IF WS-MNW-FROM (WS-MNW-IDX) < WS-MNW-DAY-FIRST
005330         MOVE "00:00:00" TO WS-MNW-SHOW-FROM
005340     ELSE
005350         MOVE WS-MNW-FROM (WS-MNW-IDX) (9:8) TO WS-MNW-SHOW-FROM
005360     END-IF.
005370     IF WS-MNW-TO (WS-MNW-IDX) > WS-MNW-DAY-LAST
005380         MOVE "23:59:59" TO WS-MNW-SHOW-TO
005390     ELSE
005400         MOVE WS-MNW-TO (WS-MNW-IDX) (9:8) TO WS-MNW-SHOW-TO
005410     END-IF.
005420 1330-EXIT.
005430     EXIT.
005440
005450 2000-COST-ONE-DAY.
005460     PERFORM 2050-CLEAR-DAY-FIELDS THRU 2050-EXIT
005470         VARYING WS-PIN-IDX FROM 1 BY 1
005480         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
005490*>        The day's planned work heads its lines, whether or not
005500*>        the day has an audit log to cost.
005510     PERFORM 1320-SET-MAINT-DAY THRU 1320-EXIT.
005520     PERFORM 2060-WRITE-MAINT-LINE THRU 2060-EXIT
005530         VARYING WS-MNW-IDX FROM 1 BY 1
005540         UNTIL WS-MNW-IDX > WS-MNW-COUNT.
005550     MOVE SPACES TO WS-AUDIT-FILE-NAME.
005560     STRING "GPIOAUD." DELIMITED BY SIZE
005570             WS-CUR-DATE DELIMITED BY SIZE
005580         INTO WS-AUDIT-FILE-NAME.
005590*>        The day's seal is checked before any of it is
005600*>        counted - a broken log is refused outright and
005610*>        said so on the statement, never half counted.
005620     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
005630     IF WS-VFY-RESULT = "UNSEALED"
005640         ADD 1 TO WS-DAYS-UNSEALED
005650     END-IF.
005660     IF WS-VFY-FAILED = "Y"
005670         PERFORM 2190-REFUSE-AUDIT-DAY THRU 2190-EXIT
005680         PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
005690         GO TO 2000-EXIT
005700     END-IF.
005710     OPEN INPUT COST-AUDIT-FILE.
005720     IF WS-AUDIT-FILE-STATUS = "00"
005730         PERFORM 2100-TALLY-AUDIT-LINE THRU 2100-EXIT
005740             UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
005750         CLOSE COST-AUDIT-FILE
005760         ADD 1 TO WS-DAYS-SWEPT
005770         PERFORM 2300-SET-DAY-RATE THRU 2300-EXIT
005780         PERFORM 2400-WRITE-DAY-LINES THRU 2400-EXIT
005790     END-IF.
005800     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
005810 2000-EXIT.
005820     EXIT.
005830
005840 2050-CLEAR-DAY-FIELDS.
005850     MOVE ZERO TO WS-DAY-ON-SECS (WS-PIN-IDX).
005860     MOVE ZERO TO WS-DAY-PENDING-ON (WS-PIN-IDX).
005870     MOVE "N" TO WS-DAY-HAS-ON (WS-PIN-IDX).
005880 2050-EXIT.
005890     EXIT.
005900
005910 2060-WRITE-MAINT-LINE.
005920     IF WS-MNW-FROM (WS-MNW-IDX) > WS-MNW-DAY-LAST
005930        OR WS-MNW-TO (WS-MNW-IDX) NOT > WS-MNW-DAY-FIRST
005940         GO TO 2060-EXIT
005950     END-IF.
005960     PERFORM 1330-SET-WINDOW-DAY-TIMES THRU 1330-EXIT.
005970     MOVE SPACES TO WS-LINE-WORK.
005980     STRING WS-CUR-DATE DELIMITED BY SIZE
005990             " " DELIMITED BY SIZE
006000             WS-MNW-PIN (WS-MNW-IDX) DELIMITED BY SIZE
006010             "  MAINT " DELIMITED BY SIZE
006020             WS-MNW-SHOW-FROM DELIMITED BY SIZE
006030             "-" DELIMITED BY SIZE
006040             WS-MNW-SHOW-TO DELIMITED BY SIZE
006050             " WO " DELIMITED BY SIZE
006060             WS-MNW-WO (WS-MNW-IDX) DELIMITED BY SIZE
006070             " " DELIMITED BY SIZE
006080             WS-MNW-REASON (WS-MNW-IDX) DELIMITED BY SIZE
006090         INTO WS-LINE-WORK.
006100     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006110 2060-EXIT.
006120     EXIT.
006130
006140 2100-TALLY-AUDIT-LINE.
006150*>        ON seconds are recovered by pairing each pin's ON
006160*>        line with the next OFF line for that pin - the same
006170*>        pairing GPIOHIST does for duty cycle.
006180     READ COST-AUDIT-FILE
006190         AT END
006200             GO TO 2100-EXIT
006210     END-READ.
006220*>        Lines with no pin - the run-lock override's UNL
006230*>        stamp and the TRL trailer - are bookkeeping, not pin
006240*>        activity, and must not put a blank row on the
006250*>        recharge statement.
006260     IF CAUD-PIN-TEXT = SPACES
006270         GO TO 2100-EXIT
006280     END-IF.
006290     MOVE CAUD-PIN-TEXT TO WS-FIND-PIN.
006300     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
006310     IF WS-FOUND-IDX = ZERO
006320         GO TO 2100-EXIT
006330     END-IF.
006340     MOVE WS-FOUND-IDX TO WS-PIN-IDX.
006350     MOVE CAUD-TIME TO WS-TIME-TEXT.
006360     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
006370     IF CAUD-TRANSITION = "ON "
006380         MOVE WS-TIME-SECS
006390             TO WS-DAY-PENDING-ON (WS-PIN-IDX)
006400         MOVE "Y" TO WS-DAY-HAS-ON (WS-PIN-IDX)
006410     ELSE
006420         IF CAUD-TRANSITION = "OFF"
006430            AND WS-DAY-HAS-ON (WS-PIN-IDX) = "Y"
006440             IF WS-TIME-SECS NOT <
006450                WS-DAY-PENDING-ON (WS-PIN-IDX)
006460                 SUBTRACT WS-DAY-PENDING-ON (WS-PIN-IDX)
006470                     FROM WS-TIME-SECS
006480                     GIVING WS-WORK-SECS
006490                 ADD WS-WORK-SECS
006500                     TO WS-DAY-ON-SECS (WS-PIN-IDX)
006510             END-IF
006520             MOVE "N" TO WS-DAY-HAS-ON (WS-PIN-IDX)
006530         END-IF
006540     END-IF.
006550 2100-EXIT.
006560     EXIT.
006570
006580 2190-REFUSE-AUDIT-DAY.
006590     ADD 1 TO WS-DAYS-REFUSED.
006600     DISPLAY "AUDIT LOG REFUSED " WS-AUDIT-FILE-NAME
006610         " " WS-VFY-RESULT.
006620     MOVE SPACES TO WS-LINE-WORK.
006630     STRING WS-CUR-DATE DELIMITED BY SIZE
006640             " " DELIMITED BY SIZE
006650             "AUDIT LOG REFUSED - " DELIMITED BY SIZE
006660             WS-VFY-RESULT DELIMITED BY "  "
006670             " AT LINE " DELIMITED BY SIZE
006680             WS-VFY-FAIL-LINE DELIMITED BY SIZE
006690             " - NOT COUNTED" DELIMITED BY SIZE
006700         INTO WS-LINE-WORK.
006710     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006720 2190-EXIT.
006730     EXIT.
006740
006750 2300-SET-DAY-RATE.
006760*>        First band covering the day wins.  A day no band
006770*>        covers costs at zero and is shouted about once, not
006780*>        once per line.
006790     MOVE ZERO TO WS-DAY-RATE.
006800     MOVE "N" TO WS-RATE-FOUND.
006810     PERFORM 2350-CHECK-ONE-BAND THRU 2350-EXIT
006820         VARYING WS-TARIFF-IDX FROM 1 BY 1
006830         UNTIL WS-TARIFF-IDX > WS-TARIFF-COUNT
006840            OR WS-RATE-FOUND = "Y".
006850     IF WS-RATE-FOUND = "N"
006860        AND WS-NO-RATE-WARNED = "N"
006870         DISPLAY "NO TARIFF BAND COVERS " WS-CUR-DATE
006880             " - SUCH DAYS COST AT ZERO"
006890         MOVE "Y" TO WS-NO-RATE-WARNED
006900     END-IF.
006910 2300-EXIT.
006920     EXIT.
006930
006940 2350-CHECK-ONE-BAND.
006950     IF WS-CUR-DATE NOT < WS-TAR-FROM (WS-TARIFF-IDX)
006960        AND WS-CUR-DATE NOT > WS-TAR-TO (WS-TARIFF-IDX)
006970         MOVE WS-TAR-RATE (WS-TARIFF-IDX) TO WS-DAY-RATE
006980         MOVE "Y" TO WS-RATE-FOUND
006990     END-IF.
007000 2350-EXIT.
007010     EXIT.
007020
007030 2400-WRITE-DAY-LINES.
007040     PERFORM 2450-WRITE-ONE-DAY-LINE THRU 2450-EXIT
007050         VARYING WS-PIN-IDX FROM 1 BY 1
007060         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
007070 2400-EXIT.
007080     EXIT.
007090
007100 2450-WRITE-ONE-DAY-LINE.
007110*>        A pin with no ON time today gets no line.  Watt
007120*>        seconds become kWh (one kWh is 3,600,000 watt
007130*>        seconds), the kWh meet the day's tariff, and both
007140*>        run on into the pin's period totals.
007150     IF WS-DAY-ON-SECS (WS-PIN-IDX) = ZERO
007160         GO TO 2450-EXIT
007170     END-IF.
007180     MULTIPLY WS-DAY-ON-SECS (WS-PIN-IDX)
007190         BY WS-PIN-WATTS (WS-PIN-IDX)
007200         GIVING WS-WATT-SECS.
007210     DIVIDE WS-WATT-SECS BY 3600000 GIVING WS-DAY-KWH.
007220     MULTIPLY WS-DAY-KWH BY WS-DAY-RATE
007230         GIVING WS-DAY-COST.
007240     ADD WS-DAY-ON-SECS (WS-PIN-IDX)
007250         TO WS-PER-ON-SECS (WS-PIN-IDX).
007260     ADD WS-DAY-KWH TO WS-PER-KWH (WS-PIN-IDX).
007270     ADD WS-DAY-COST TO WS-PER-COST (WS-PIN-IDX).
007280     MOVE WS-DAY-KWH TO WS-KWH-EDIT.
007290     MOVE WS-DAY-COST TO WS-COST-EDIT.
007300     MOVE SPACES TO WS-LINE-WORK.
007310     STRING WS-CUR-DATE DELIMITED BY SIZE
007320             " " DELIMITED BY SIZE
007330             WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
007340             "  " DELIMITED BY SIZE
007350             WS-DAY-ON-SECS (WS-PIN-IDX) DELIMITED BY SIZE
007360             " " DELIMITED BY SIZE
007370             WS-KWH-EDIT DELIMITED BY SIZE
007380             " " DELIMITED BY SIZE
007390             WS-COST-EDIT DELIMITED BY SIZE
007400         INTO WS-LINE-WORK.
007410     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007420 2450-EXIT.
007430     EXIT.
007440
007450 3000-WRITE-PERIOD-TOTALS.
007460     MOVE "PERIOD TOTALS PER PIN" TO WS-LINE-WORK.
007470     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007480     MOVE "PIN WATTS ONSECS    KWH          COST"
007490         TO WS-LINE-WORK.
007500     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007510     PERFORM 3100-WRITE-ONE-TOTAL THRU 3100-EXIT
007520         VARYING WS-PIN-IDX FROM 1 BY 1
007530         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
007540 3000-EXIT.
007550     EXIT.
007560
007570 3100-WRITE-ONE-TOTAL.
007580     MOVE WS-PER-KWH (WS-PIN-IDX) TO WS-KWH-EDIT.
007590     MOVE WS-PER-COST (WS-PIN-IDX) TO WS-COST-EDIT.
007600     MOVE SPACES TO WS-LINE-WORK.
007610     STRING WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
007620             "  " DELIMITED BY SIZE
007630             WS-PIN-WATTS (WS-PIN-IDX) DELIMITED BY SIZE
007640             " " DELIMITED BY SIZE
007650             WS-PER-ON-SECS (WS-PIN-IDX) DELIMITED BY SIZE
007660             " " DELIMITED BY SIZE
007670             WS-KWH-EDIT DELIMITED BY SIZE
007680             " " DELIMITED BY SIZE
007690             WS-COST-EDIT DELIMITED BY SIZE
007700             " " DELIMITED BY SIZE
007710             WS-PIN-DESC (WS-PIN-IDX) DELIMITED BY SIZE
007720         INTO WS-LINE-WORK.
007730     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007740*>        Roll this pin into its location's line.
007750     MOVE WS-PIN-LOCATION (WS-PIN-IDX) TO WS-FIND-LOC.
007760     PERFORM 8600-FIND-OR-ADD-LOCATION THRU 8600-EXIT.
007770     IF WS-LFOUND-IDX > ZERO
007780         ADD WS-PER-KWH (WS-PIN-IDX)
007790             TO WS-LOC-KWH (WS-LFOUND-IDX)
007800         ADD WS-PER-COST (WS-PIN-IDX)
007810             TO WS-LOC-COST (WS-LFOUND-IDX)
007820     END-IF.
007830 3100-EXIT.
007840     EXIT.
007850
007860 3500-WRITE-LOCATION-ROLLUP.
007870*>        The recharge lines - one per MST-LOCATION, so the
007880*>        loading dock and the front office each see their own
007890*>        kWh and cost and nobody argues over a guess.
007900     MOVE "PERIOD TOTALS PER LOCATION" TO WS-LINE-WORK.
007910     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007920     PERFORM 3600-WRITE-ONE-LOCATION THRU 3600-EXIT
007930         VARYING WS-LOC-IDX FROM 1 BY 1
007940         UNTIL WS-LOC-IDX > WS-LOC-COUNT.
007950 3500-EXIT.
007960     EXIT.
007970
007980 3600-WRITE-ONE-LOCATION.
007990     MOVE WS-LOC-KWH (WS-LOC-IDX) TO WS-KWH-EDIT.
008000     MOVE WS-LOC-COST (WS-LOC-IDX) TO WS-COST-EDIT.
008010     MOVE SPACES TO WS-LINE-WORK.
008020     STRING WS-LOC-NAME (WS-LOC-IDX) DELIMITED BY SIZE
008030             " " DELIMITED BY SIZE
008040             WS-KWH-EDIT DELIMITED BY SIZE
008050             " " DELIMITED BY SIZE
008060             WS-COST-EDIT DELIMITED BY SIZE
008070         INTO WS-LINE-WORK.
008080     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008090 3600-EXIT.
008100     EXIT.
008110
008120 9000-TERMINATE.
008130     MOVE SPACES TO WS-LINE-WORK.
008140     STRING "AUDIT SEAL - DAYS REFUSED " DELIMITED BY SIZE
008150             WS-DAYS-REFUSED DELIMITED BY SIZE
008160             "  UNSEALED " DELIMITED BY SIZE
008170             WS-DAYS-UNSEALED DELIMITED BY SIZE
008180         INTO WS-LINE-WORK.
008190     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008200     CLOSE GPIO-MASTER-FILE.
008210     CLOSE COST-REPORT-FILE.
008220     DISPLAY "DAYS SWEPT      " WS-DAYS-SWEPT.
008230     DISPLAY "PINS COSTED     " WS-PIN-COUNT.
008240     DISPLAY "DAYS REFUSED    " WS-DAYS-REFUSED.
008250     DISPLAY "DAYS UNSEALED   " WS-DAYS-UNSEALED.
008260     DISPLAY "STATEMENT IS ON " WS-REPORT-FILE-NAME.
008270     IF WS-DAYS-REFUSED > ZERO
008280         MOVE 4 TO RETURN-CODE
008290     END-IF.
008300 9000-EXIT.
008310     EXIT.
008320
008330 8100-BUMP-CURRENT-DATE.
008340     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
008350     ADD 1 TO WS-CUR-DD.
008360     IF WS-CUR-DD > WS-MONTH-LENGTH
008370         MOVE 1 TO WS-CUR-DD
008380         ADD 1 TO WS-CUR-MM
008390         IF WS-CUR-MM > 12
008400             MOVE 1 TO WS-CUR-MM
008410             ADD 1 TO WS-CUR-YYYY
008420         END-IF
008430     END-IF.
008440 8100-EXIT.
008450     EXIT.
008460
008470 8150-SET-MONTH-LENGTH.
008480*>        Thirty days hath September - with the leap year rule
008490*>        spelled out in longhand, exactly as GPIOHIST does it.
008500     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
008510        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
008520         MOVE 30 TO WS-MONTH-LENGTH
008530     ELSE
008540         IF WS-CUR-MM = 2
008550             MOVE 28 TO WS-MONTH-LENGTH
008560             DIVIDE WS-CUR-YYYY BY 4
008570                 GIVING WS-LEAP-WORK
008580                 REMAINDER WS-LEAP-REM
008590             IF WS-LEAP-REM = ZERO
008600                 MOVE 29 TO WS-MONTH-LENGTH
008610                 DIVIDE WS-CUR-YYYY BY 100
008620                     GIVING WS-LEAP-WORK
008630                     REMAINDER WS-LEAP-REM
008640                 IF WS-LEAP-REM = ZERO
008650                     MOVE 28 TO WS-MONTH-LENGTH
008660                     DIVIDE WS-CUR-YYYY BY 400
008670                         GIVING WS-LEAP-WORK
008680                         REMAINDER WS-LEAP-REM
008690                     IF WS-LEAP-REM = ZERO
008700                         MOVE 29 TO WS-MONTH-LENGTH
008710                     END-IF
008720                 END-IF
008730             END-IF
008740         ELSE
008750             MOVE 31 TO WS-MONTH-LENGTH
008760         END-IF
008770     END-IF.
008780 8150-EXIT.
008790     EXIT.
008800
008810 8300-TIME-TO-SECONDS.
008820     MOVE ZERO TO WS-TIME-SECS.
008830     MULTIPLY WS-TT-HH BY 3600 GIVING WS-TIME-SECS.
008840     MULTIPLY WS-TT-MM BY 60 GIVING WS-WORK-SECS.
008850     ADD WS-WORK-SECS TO WS-TIME-SECS.
008860     ADD WS-TT-SS TO WS-TIME-SECS.
008870 8300-EXIT.
008880     EXIT.
008890
008900 8400-FIND-OR-ADD-PIN.
008910*>        Leaves the pin's accumulator row in WS-FOUND-IDX,
008920*>        adding a fresh row - and fetching the master's
008930*>        wattage, location and description - the first time a
008940*>        pin is seen.  Zero only when the table is full.
008950     MOVE ZERO TO WS-FOUND-IDX.
008960     PERFORM 8450-CHECK-PIN-ROW THRU 8450-EXIT
008970         VARYING WS-PIN-IDX FROM 1 BY 1
008980         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
008990     IF WS-FOUND-IDX > ZERO
009000         GO TO 8400-EXIT
009010     END-IF.
009020     IF WS-PIN-COUNT NOT < WS-MAX-PINS
009030         DISPLAY "PIN TABLE FULL - PIN " WS-FIND-PIN
009040             " SKIPPED"
009050         GO TO 8400-EXIT
009060     END-IF.
009070     ADD 1 TO WS-PIN-COUNT.
009080     MOVE WS-PIN-COUNT TO WS-FOUND-IDX.
009090     MOVE WS-PIN-COUNT TO WS-PIN-IDX.
009100     MOVE WS-FIND-PIN TO WS-PIN-TEXT (WS-PIN-IDX).
009110     MOVE ZERO TO WS-PER-ON-SECS (WS-PIN-IDX).
009120     MOVE ZERO TO WS-PER-KWH (WS-PIN-IDX).
009130     MOVE ZERO TO WS-PER-COST (WS-PIN-IDX).
009140     PERFORM 2050-CLEAR-DAY-FIELDS THRU 2050-EXIT.
009150     MOVE WS-FIND-PIN TO MST-PIN-KEY.
009160     READ GPIO-MASTER-FILE
009170         INVALID KEY
009180             MOVE ZERO TO WS-PIN-WATTS (WS-PIN-IDX)
009190             MOVE "NO MASTER RECORD" TO
009200                 WS-PIN-LOCATION (WS-PIN-IDX)
009210             MOVE SPACES TO WS-PIN-DESC (WS-PIN-IDX)
009220         NOT INVALID KEY
009230             MOVE MST-WATTS TO WS-PIN-WATTS (WS-PIN-IDX)
009240             MOVE MST-LOCATION
009250                 TO WS-PIN-LOCATION (WS-PIN-IDX)
009260             MOVE MST-DESC TO WS-PIN-DESC (WS-PIN-IDX)
009270     END-READ.
009280 8400-EXIT.
009290     EXIT.
009300
009310 8450-CHECK-PIN-ROW.
009320     IF WS-PIN-TEXT (WS-PIN-IDX) = WS-FIND-PIN
009330         MOVE WS-PIN-IDX TO WS-FOUND-IDX
009340     END-IF.
009350 8450-EXIT.
009360     EXIT.
009370
009380 8500-WRITE-REPORT-LINE.
009390     MOVE WS-LINE-WORK TO COST-REPORT-LINE.
009400     WRITE COST-REPORT-LINE.
009410 8500-EXIT.
009420     EXIT.
009430
009440 8600-FIND-OR-ADD-LOCATION.
009450     MOVE ZERO TO WS-LFOUND-IDX.
009460     PERFORM 8640-CHECK-ONE-LOCATION THRU 8640-EXIT
009470         VARYING WS-LOC-IDX FROM 1 BY 1
009480         UNTIL WS-LOC-IDX > WS-LOC-COUNT.
009490     IF WS-LFOUND-IDX > ZERO
009500         GO TO 8600-EXIT
009510     END-IF.
009520     IF WS-LOC-COUNT NOT < WS-MAX-LOCS
009530         DISPLAY "LOCATION TABLE FULL - " WS-FIND-LOC
009540             " SKIPPED"
009550         GO TO 8600-EXIT
009560     END-IF.
009570     ADD 1 TO WS-LOC-COUNT.
009580     MOVE WS-LOC-COUNT TO WS-LFOUND-IDX.
009590     MOVE WS-LOC-COUNT TO WS-LOC-IDX.
009600     MOVE WS-FIND-LOC TO WS-LOC-NAME (WS-LOC-IDX).
009610     MOVE ZERO TO WS-LOC-KWH (WS-LOC-IDX).
009620     MOVE ZERO TO WS-LOC-COST (WS-LOC-IDX).
009630 8600-EXIT.
009640     EXIT.
009650
009660 8640-CHECK-ONE-LOCATION.
009670     IF WS-LOC-NAME (WS-LOC-IDX) = WS-FIND-LOC
009680         MOVE WS-LOC-IDX TO WS-LFOUND-IDX
009690     END-IF.
009700 8640-EXIT.
009710     EXIT.
009720
009730 8800-VERIFY-AUDIT-DAY.
009740*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
009750*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
009760*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
009770*>        Reading stops at the first fault.
009780     MOVE ZERO TO WS-VFY-LINES.
009790     MOVE ZERO TO WS-VFY-TOTAL.
009800     MOVE ZERO TO WS-VFY-TRAILERS.
009810     MOVE ZERO TO WS-VFY-FAIL-LINE.
009820     MOVE 1 TO WS-VFY-EXPECT-SEQ.
009830     MOVE "N" TO WS-VFY-SEALED.
009840     MOVE "N" TO WS-VFY-LAST-TRL.
009850     MOVE "N" TO WS-VFY-FAILED.
009860     MOVE SPACES TO WS-VFY-RESULT.
009870     OPEN INPUT COST-AUDIT-FILE.
009880     IF WS-AUDIT-FILE-STATUS NOT = "00"
009890         MOVE "NO FILE" TO WS-VFY-RESULT
009900         GO TO 8800-EXIT
009910     END-IF.
009920     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
009930         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
009940            OR WS-VFY-FAILED = "Y".
009950     CLOSE COST-AUDIT-FILE.
009960     IF WS-VFY-FAILED = "Y"
009970         GO TO 8800-EXIT
009980     END-IF.
009990     IF WS-VFY-LINES = ZERO
010000         MOVE "EMPTY" TO WS-VFY-RESULT
010010         GO TO 8800-EXIT
010020     END-IF.
010030     IF WS-VFY-SEALED = "N"
010040         MOVE "UNSEALED" TO WS-VFY-RESULT
010050         GO TO 8800-EXIT
010060     END-IF.
010070     IF WS-VFY-LAST-TRL = "N"
010080         MOVE "NO TRAILER" TO WS-VFY-RESULT
010090         MOVE "Y" TO WS-VFY-FAILED
010100         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
010110         GO TO 8800-EXIT
010120     END-IF.
010130     MOVE "VERIFIED" TO WS-VFY-RESULT.
010140 8800-EXIT.
010150     EXIT.
010160
010170 8810-VERIFY-AUDIT-LINE.
010180     READ COST-AUDIT-FILE
010190         AT END
010200             GO TO 8810-EXIT
010210     END-READ.
010220     ADD 1 TO WS-VFY-LINES.
010230     IF CAUD-TRANSITION = "TRL"
010240         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
010250         GO TO 8810-EXIT
010260     END-IF.
010270     MOVE "N" TO WS-VFY-LAST-TRL.
010280*>        Lines from before the log was sealed carry no
010290*>        sequence - tolerated only ahead of the first sealed
010300*>        line, which is where the day the change went in
010310*>        puts them.
010320     IF CAUD-SEQ IS NOT NUMERIC OR CAUD-CHECK IS NOT NUMERIC
010330         IF WS-VFY-SEALED = "Y"
010340             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
010350             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010360         END-IF
010370         GO TO 8810-EXIT
010380     END-IF.
010390     MOVE "Y" TO WS-VFY-SEALED.
010400     IF CAUD-SEQ < WS-VFY-EXPECT-SEQ
010410         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
010420         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010430         GO TO 8810-EXIT
010440     END-IF.
010450     IF CAUD-SEQ > WS-VFY-EXPECT-SEQ
010460         MOVE "GAP" TO WS-VFY-RESULT
010470         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010480         GO TO 8810-EXIT
010490     END-IF.
010500     MOVE CAUD-RECORD (1:45) TO WS-CHK-LINE.
010510     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
010520     IF CAUD-CHECK NOT = WS-VFY-TOTAL
010530         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
010540         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010550         GO TO 8810-EXIT
010560     END-IF.
010570     ADD 1 TO WS-VFY-EXPECT-SEQ.
010580 8810-EXIT.
010590     EXIT.
010600
010610 8820-VERIFY-TRAILER.
010620*>        A trailer closes off one run's lines - its count is
010630*>        the last sequence number so far and its total the
010640*>        running check total, both for the file to date.
010650     MOVE "Y" TO WS-VFY-LAST-TRL.
010660     MOVE "Y" TO WS-VFY-SEALED.
010670     ADD 1 TO WS-VFY-TRAILERS.
010680     IF CAUD-SEQ IS NOT NUMERIC OR CAUD-CHECK IS NOT NUMERIC
010690         MOVE "BAD TRAILER" TO WS-VFY-RESULT
010700         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010710         GO TO 8820-EXIT
010720     END-IF.
010730     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
010740         GIVING WS-VFY-COUNT-SEQ.
010750     IF CAUD-SEQ NOT = WS-VFY-COUNT-SEQ
010760         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
010770         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010780         GO TO 8820-EXIT
010790     END-IF.
010800     IF CAUD-CHECK NOT = WS-VFY-TOTAL
010810         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
010820         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
010830     END-IF.
010840 8820-EXIT.
010850     EXIT.
010860
010870 8830-FAIL-AT-LINE.
010880     MOVE "Y" TO WS-VFY-FAILED.
010890     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
010900 8830-EXIT.
010910     EXIT.
010920
010930 8850-ADD-LINE-CHECK.
010940     MOVE ZERO TO WS-CHK-VALUE.
010950     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
010960         VARYING WS-CHK-POS FROM 1 BY 1
010970         UNTIL WS-CHK-POS > 45.
010980     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
010990     IF WS-CHK-SUM > 999999999
011000         SUBTRACT 1000000000 FROM WS-CHK-SUM
011010     END-IF.
011020     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
011030 8850-EXIT.
011040     EXIT.
011050
011060 8860-ADD-ONE-CHARACTER.
011070     MOVE ZERO TO WS-CHK-CODE.
011080     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
011090         FOR CHARACTERS BEFORE INITIAL
011100         WS-CHK-LINE (WS-CHK-POS:1).
011110     ADD 1 TO WS-CHK-CODE.
011120     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
011130     ADD WS-CHK-WORK TO WS-CHK-VALUE.
011140 8860-EXIT.
011150     EXIT.
011160
011170 END PROGRAM GPIOCOST.

000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOPROJ
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Forward schedule projection, so the holiday
000080*>           and shutdown rows on the calendar get checked on
000090*>           paper a week ahead instead of discovered the
000100*>           morning after.  For a from date and a number of
000110*>           days, walks GPIOCAL.DAT exactly the way the
000120*>           night run picks its table - a dated row wins
000130*>           outright, otherwise the WEEKDAY or WEEKEND class
000140*>           row for that day of the week, otherwise
000150*>           GPIOCTL.DAT - and for every day shows the class
000160*>           and table selected and, per device on that table,
000170*>           the role and mode, the release time, the
000180*>           commanded cycles, the projected ON seconds and
000190*>           the kWh and cost priced from the master's wattage
000200*>           and the GPIOTAR.DAT tariff.  Each table is held
000210*>           to the same row edits RPIwithCOBOL applies before
000220*>           it drives a pin, so a day whose table file is
000230*>           missing, or whose table would fail the pre-run
000240*>           edit and drive nothing, is flagged on the day
000250*>           line and counted at the foot.  The projection is
000260*>           GPIOPRJ.yyyymmdd, named for the from date.
000270*>
000280*> CONSOLE INPUT, ONE VALUE PER LINE:
000290*>           FROM DATE  yyyymmdd
000300*>           DAYS       nnn (001-366)
000310*>
000320*> MODIFICATION HISTORY
000330*> DATE        BY   DESCRIPTION
000340*> ----------  ---  ---------------------------------------------
000350*> 10/15/2026  RH   Original program.
000360*>--------------------------------------------------------------
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GPIOPROJ.
000390 AUTHOR. R HAWTHORNE.
000400 INSTALLATION. MNR-RASPBERRY-OPS.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PROJ-CONTROL-FILE
000480         ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000510     SELECT PROJ-CALENDAR-FILE ASSIGN TO "GPIOCAL.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000540     SELECT PROJ-PATTERN-FILE ASSIGN TO "GPIOPAT.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PATTERN-FILE-STATUS.
000570     SELECT PROJ-TARIFF-FILE ASSIGN TO "GPIOTAR.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TARIFF-FILE-STATUS.
000600     SELECT PROJ-REPORT-FILE
000610         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS MST-PIN-KEY
000680         FILE STATUS IS WS-MASTER-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PROJ-CONTROL-FILE.
000730 01  PCTL-RECORD.
000740*>        Must stay field for field with the control FD in
000750*>        RPIwithCOBOL - the table rows are edited here with
000760*>        the same rules the run applies to them.
000770     05  PCTL-PIN-TEXT PIC X(02).
000780     05  FILLER PIC X(01).
000790     05  PCTL-MODE-TEXT PIC X(03).
000800     05  FILLER PIC X(01).
000810     05  PCTL-ROLE-TEXT PIC X(10).
000820     05  FILLER PIC X(01).
000830     05  PCTL-CYCLES PIC 9(03).
000840     05  PCTL-LNK-TARGET REDEFINES PCTL-CYCLES.
000850         10  PCTL-LNK-TARGET-PIN PIC X(02).
000860         10  FILLER PIC X(01).
000870     05  FILLER PIC X(01).
000880     05  PCTL-ON-SECS PIC 9(03).
000890     05  FILLER PIC X(01).
000900     05  PCTL-OFF-SECS PIC 9(03).
000910     05  FILLER PIC X(01).
000920     05  PCTL-PATTERN PIC X(08).
000930     05  FILLER PIC X(01).
000940     05  PCTL-START-TIME PIC X(08).
000950
000960 FD  PROJ-CALENDAR-FILE.
000970 01  PCAL-RECORD.
000980*>        Must stay field for field with the calendar FD in
000990*>        RPIwithCOBOL.
001000     05  PCAL-DATE-TEXT PIC X(08).
001010     05  FILLER PIC X(01).
001020     05  PCAL-CLASS PIC X(08).
001030     05  FILLER PIC X(01).
001040     05  PCAL-TABLE-NAME PIC X(12).
001050
001060 FD  PROJ-PATTERN-FILE.
001070 01  PPAT-RECORD.
001080*>        Must stay field for field with the pattern FD in
001090*>        RPIwithCOBOL.
001100     05  PPAT-NAME PIC X(08).
001110     05  FILLER PIC X(01).
001120     05  PPAT-SEG-COUNT PIC 9(02).
001130     05  PPAT-SEG-PAIR OCCURS 8 TIMES.
001140         10  FILLER PIC X(01).
001150         10  PPAT-SEG-ON PIC 9(03).
001160         10  FILLER PIC X(01).
001170         10  PPAT-SEG-OFF PIC 9(03).
001180
001190 FD  PROJ-TARIFF-FILE.
001200 01  PROJ-TARIFF-RECORD.
001210*>        Must stay field for field with the tariff FD in
001220*>        GPIOCOST - cost per kWh with four implied decimals,
001230*>        first matching band wins.
001240     05  TAR-FROM-DATE PIC X(08).
001250     05  FILLER PIC X(01).
001260     05  TAR-TO-DATE PIC X(08).
001270     05  FILLER PIC X(01).
001280     05  TAR-RATE-E4 PIC 9(06).
001290
001300 FD  PROJ-REPORT-FILE.
001310 01  PROJ-REPORT-LINE PIC X(100).
001320
001330 FD  GPIO-MASTER-FILE.
001340 01  GPIO-MASTER-RECORD.
001350*>        Must stay field for field with the master FD in
001360*>        RPIwithCOBOL and GPIOMSTLD - the service flag is
001370*>        what the edit checks, the wattage what the kWh
001380*>        projection runs on.
001390     05  MST-PIN-KEY PIC X(02).
001400     05  MST-DESC PIC X(30).
001410     05  MST-LOCATION PIC X(20).
001420     05  MST-WIRED-DATE PIC X(10).
001430     05  MST-SERVICE-FLAG PIC X(01).
001440     05  MST-OPERATOR PIC X(10).
001450     05  MST-RATED-CYCLES PIC 9(07).
001460     05  MST-INSTALLED-DATE PIC X(10).
001470     05  MST-WATTS PIC 9(05).
001480
001490 WORKING-STORAGE SECTION.
001500*>--------------------------------------------------------------
001510*> FILE STATUS AND DYNAMIC FILE NAMES
001520*>--------------------------------------------------------------
001530 77  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
001540 77  WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACES.
001550 77  WS-PATTERN-FILE-STATUS PIC X(02) VALUE SPACES.
001560 77  WS-TARIFF-FILE-STATUS PIC X(02) VALUE SPACES.
001570 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001580 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
001590 77  WS-CONTROL-FILE-NAME PIC X(12) VALUE SPACES.
001600 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001610
001620*>--------------------------------------------------------------
001630*> CONSOLE INPUT - WHERE TO START AND HOW FAR TO LOOK
001640*>--------------------------------------------------------------
001650 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001660 77  WS-DAYS-TEXT PIC X(03) VALUE SPACES.
001670 77  WS-DAYS-WANTED PIC 9(03) VALUE ZERO.
001680 77  WS-DAYS-DONE PIC 9(03) VALUE ZERO.
001690
001700*>--------------------------------------------------------------
001710*> DATE WORK AREAS, AND THE DAY-OF-WEEK ARITHMETIC WORK FIELDS
001720*> THE CLASS SELECTION LEANS ON
001730*>--------------------------------------------------------------
001740 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001750 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001760     05  WS-CUR-YYYY PIC 9(04).
001770     05  WS-CUR-MM PIC 9(02).
001780     05  WS-CUR-DD PIC 9(02).
001790 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001800 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001810 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001820 77  WS-ZEL-Q PIC 9(02) VALUE ZERO.
001830 77  WS-ZEL-M PIC 9(02) VALUE ZERO.
001840 77  WS-ZEL-YYYY PIC 9(04) VALUE ZERO.
001850 77  WS-ZEL-K PIC 9(02) VALUE ZERO.
001860 77  WS-ZEL-J PIC 9(02) VALUE ZERO.
001870 77  WS-ZEL-WORK PIC 9(05) VALUE ZERO.
001880 77  WS-ZEL-SUM PIC 9(05) VALUE ZERO.
001890 77  WS-ZEL-DOW PIC 9(01) VALUE ZERO.
001900
001910*>--------------------------------------------------------------
001920*> CALENDAR TABLE - GPIOCAL.DAT LOADED WHOLE AT STARTUP, AND THE
001930*> CLASS AND TABLE PICKED FOR THE DAY BEING PROJECTED
001940*>--------------------------------------------------------------
001950 77  WS-MAX-CAL-ROWS PIC 9(03) VALUE 50.
001960 77  WS-CAL-COUNT PIC 9(03) VALUE ZERO.
001970 77  WS-CAL-IDX PIC 9(03) VALUE ZERO.
001980 77  WS-CAL-LOADED PIC X(01) VALUE "N".
001990 01  WS-CAL-TABLE.
002000     05  WS-CAL-ENTRY OCCURS 50 TIMES.
002010         10  WS-CAL-DATE PIC X(08).
002020         10  WS-CAL-CLASS PIC X(08).
002030         10  WS-CAL-TABLE-NAME PIC X(12).
002040 77  WS-DAY-CLASS PIC X(08) VALUE SPACES.
002050 77  WS-RUN-CLASS PIC X(08) VALUE SPACES.
002060 77  WS-CAL-DATE-HIT PIC X(01) VALUE "N".
002070 77  WS-CAL-CLASS-HIT PIC X(01) VALUE "N".
002080
002090*>--------------------------------------------------------------
002100*> PATTERN TABLE - THE GPIOPAT.DAT LIBRARY, LOADED THE WAY THE
002110*> RUN LOADS IT, SO A PATTERN THAT WOULD NOT LOAD THERE WOULD
002120*> NOT LOAD HERE EITHER
002130*>--------------------------------------------------------------
002140 77  WS-MAX-PATTERNS PIC 9(03) VALUE 10.
002150 77  WS-PATTERN-COUNT PIC 9(03) VALUE ZERO.
002160 77  WS-PATTERN-IDX PIC 9(03) VALUE ZERO.
002170 77  WS-FOUND-PAT-IDX PIC 9(03) VALUE ZERO.
002180 01  WS-PATTERN-TABLE.
002190     05  WS-PATTERN-ENTRY OCCURS 10 TIMES.
002200         10  WS-PAT-NAME PIC X(08).
002210         10  WS-PAT-SEG-COUNT PIC 9(02).
002220         10  WS-PAT-SEG OCCURS 8 TIMES.
002230             15  WS-PAT-ON-SECS PIC 9(03).
002240             15  WS-PAT-OFF-SECS PIC 9(03).
002250
002260*>--------------------------------------------------------------
002270*> TARIFF TABLE - THE GPIOTAR.DAT BANDS, AND THE RATE PICKED
002280*> FOR THE DAY BEING PROJECTED
002290*>--------------------------------------------------------------
002300 77  WS-MAX-TARIFFS PIC 9(02) VALUE 10.
002310 77  WS-TARIFF-COUNT PIC 9(02) VALUE ZERO.
002320 77  WS-TARIFF-IDX PIC 9(02) VALUE ZERO.
002330 77  WS-RATE-FOUND PIC X(01) VALUE "N".
002340 01  WS-TARIFF-TABLE.
002350     05  WS-TARIFF-ENTRY OCCURS 10 TIMES.
002360         10  WS-TAR-FROM PIC 9(08).
002370         10  WS-TAR-TO PIC 9(08).
002380         10  WS-TAR-RATE PIC 9(02)V9(04).
002390 77  WS-DAY-RATE PIC 9(02)V9(04) VALUE ZERO.
002400
002410*>--------------------------------------------------------------
002420*> THE DAY'S DEVICE TABLE - ONE ENTRY PER ROW THAT PASSED THE
002430*> EDIT - AND THE DAY'S LINKAGES, HELD UNTIL THE WHOLE TABLE
002440*> HAS BEEN READ THE SAME AS THE RUN HOLDS THEM
002450*>--------------------------------------------------------------
002460 77  WS-MAX-DEVICES PIC 9(03) VALUE 20.
002470 77  WS-DEVICE-COUNT PIC 9(03) VALUE ZERO.
002480 77  WS-DEVICE-IDX PIC 9(03) VALUE ZERO.
002490 77  WS-EDIT-IDX PIC 9(03) VALUE ZERO.
002500 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
002510 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
002520 01  WS-DEVICE-TABLE.
002530     05  WS-DEVICE-ENTRY OCCURS 20 TIMES.
002540         10  WS-DEV-PIN-TEXT PIC X(02).
002550         10  WS-DEV-MODE PIC X(03).
002560         10  WS-DEV-ROLE PIC X(10).
002570         10  WS-DEV-CYCLES PIC 9(03).
002580         10  WS-DEV-ON-SECS PIC 9(03).
002590         10  WS-DEV-PAT-IDX PIC 9(03).
002600         10  WS-DEV-START-TIME PIC X(08).
002610         10  WS-DEV-WATTS PIC 9(05).
002620 77  WS-MAX-LINKS PIC 9(03) VALUE 10.
002630 77  WS-LINK-COUNT PIC 9(03) VALUE ZERO.
002640 77  WS-LINK-IDX PIC 9(03) VALUE ZERO.
002650 01  WS-LINKAGE-TABLE.
002660     05  WS-LINK-ENTRY OCCURS 10 TIMES.
002670         10  WS-LNK-TRIGGER-PIN PIC X(02).
002680         10  WS-LNK-TARGET-PIN PIC X(02).
002690         10  WS-LNK-ROLE PIC X(10).
002700
002710*>--------------------------------------------------------------
002720*> PRE-RUN EDIT SUPPORT - THE REASON THE CURRENT ROW FAILED
002730*> (SPACES MEANS IT PASSED), THE DAY'S ROW TOTALS, AND THE
002740*> HEADER PIN RANGE THE RUN ENFORCES
002750*>--------------------------------------------------------------
002760 77  WS-ROW-REASON-CODE PIC X(04) VALUE SPACES.
002770 77  WS-ROW-REASON-TEXT PIC X(30) VALUE SPACES.
002780 77  WS-ROW-IS-LINK PIC X(01) VALUE "N".
002790 77  WS-ROW-PAT-IDX PIC 9(03) VALUE ZERO.
002800 77  WS-ROW-WATTS PIC 9(05) VALUE ZERO.
002810 77  WS-ROWS-READ PIC 9(05) VALUE ZERO.
002820 77  WS-ROWS-BAD PIC 9(05) VALUE ZERO.
002830 77  WS-EDIT-PIN PIC 9(02) VALUE ZERO.
002840 77  WS-MIN-HEADER-PIN PIC 9(02) VALUE 2.
002850 77  WS-MAX-HEADER-PIN PIC 9(02) VALUE 27.
002860 77  WS-EDIT-TPART PIC 9(02) VALUE ZERO.
002870 77  WS-REJECT-IMAGE PIC X(48) VALUE SPACES.
002880 77  WS-DAY-FLAG PIC X(30) VALUE SPACES.
002890 77  WS-TABLE-FOUND PIC X(01) VALUE "N".
002900
002910*>--------------------------------------------------------------
002920*> PROJECTION WORK FIELDS - ONE DEVICE'S ON SECONDS, WATT
002930*> SECONDS, KWH AND COST, THE DAY AND PERIOD TOTALS, AND THE
002940*> EDITED PICTURES THE PROJECTION PRINTS (THE SAME AS GPIOCOST)
002950*>--------------------------------------------------------------
002960 77  WS-CYCLE-ON-SECS PIC 9(05) VALUE ZERO.
002970 77  WS-PROJ-ON-SECS PIC 9(07) VALUE ZERO.
002980 77  WS-WATT-SECS PIC 9(12) VALUE ZERO.
002990 77  WS-DEV-KWH PIC 9(05)V9(04) VALUE ZERO.
003000 77  WS-DEV-COST PIC 9(07)V9(02) VALUE ZERO.
003010 77  WS-DAY-ON-SECS PIC 9(09) VALUE ZERO.
003020 77  WS-DAY-KWH PIC 9(07)V9(04) VALUE ZERO.
003030 77  WS-DAY-COST PIC 9(09)V9(02) VALUE ZERO.
003040 77  WS-PER-ON-SECS PIC 9(09) VALUE ZERO.
003050 77  WS-PER-KWH PIC 9(07)V9(04) VALUE ZERO.
003060 77  WS-PER-COST PIC 9(09)V9(02) VALUE ZERO.
003070 77  WS-KWH-EDIT PIC ZZZZZZ9.9999 VALUE ZERO.
003080 77  WS-COST-EDIT PIC ZZZZZZZZ9.99 VALUE ZERO.
003090 77  WS-RELEASE-TEXT PIC X(08) VALUE SPACES.
003100
003110*>--------------------------------------------------------------
003120*> REPORT LINE BUILD AREA AND RUN TOTALS
003130*>--------------------------------------------------------------
003140 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
003150 77  WS-DAYS-MISSING PIC 9(03) VALUE ZERO.
003160 77  WS-DAYS-FAILING PIC 9(03) VALUE ZERO.
003170
003180 PROCEDURE DIVISION.
003190
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     PERFORM 2000-PROJECT-ONE-DAY THRU 2000-EXIT
003230         UNTIL WS-DAYS-DONE NOT < WS-DAYS-WANTED.
003240     PERFORM 3000-WRITE-PERIOD-TOTALS THRU 3000-EXIT.
003250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003260     STOP RUN.
003270
003280 1000-INITIALIZE.
003290     DISPLAY "GPIOPROJ - FORWARD SCHEDULE PROJECTION".
003300     DISPLAY "FROM DATE (YYYYMMDD):".
003310     ACCEPT WS-FROM-TEXT.
003320     DISPLAY "NUMBER OF DAYS (001-366):".
003330     ACCEPT WS-DAYS-TEXT.
003340     IF WS-FROM-TEXT IS NOT NUMERIC
003350         DISPLAY "*** FROM DATE MUST BE NUMERIC YYYYMMDD ***"
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003400     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
003410     IF WS-DAYS-TEXT IS NOT NUMERIC
003420         DISPLAY "*** DAYS MUST BE THREE DIGITS ***"
003430         MOVE 8 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     MOVE WS-DAYS-TEXT TO WS-DAYS-WANTED.
003470     IF WS-DAYS-WANTED = ZERO OR WS-DAYS-WANTED > 366
003480         DISPLAY "*** DAYS MUST BE 001 TO 366 ***"
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003530     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003540     PERFORM 1200-LOAD-PATTERN-FILE THRU 1200-EXIT.
003550     PERFORM 1300-LOAD-TARIFF-FILE THRU 1300-EXIT.
003560     OPEN INPUT GPIO-MASTER-FILE.
003570     IF WS-MASTER-FILE-STATUS NOT = "00"
003580         DISPLAY "*** GPIOMST.DAT COULD NOT BE OPENED - "
003590             "STATUS " WS-MASTER-FILE-STATUS " ***"
003600         DISPLAY "THE EDIT AND THE KWH PROJECTION NEED THE "
003610             "MASTER - RUN GPIOMSTLD FIRST"
003620         MOVE 8 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     STRING "GPIOPRJ." DELIMITED BY SIZE
003660             WS-FROM-TEXT DELIMITED BY SIZE
003670         INTO WS-REPORT-FILE-NAME.
003680     OPEN OUTPUT PROJ-REPORT-FILE.
003690     IF WS-REPORT-FILE-STATUS NOT = "00"
003700         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
003710             " - STATUS " WS-REPORT-FILE-STATUS " ***"
003720         MOVE 8 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     MOVE SPACES TO WS-LINE-WORK.
003760     STRING "FORWARD SCHEDULE PROJECTION FROM " DELIMITED BY SIZE
003770             WS-FROM-TEXT DELIMITED BY SIZE
003780             " FOR " DELIMITED BY SIZE
003790             WS-DAYS-WANTED DELIMITED BY SIZE
003800             " DAYS" DELIMITED BY SIZE
003810         INTO WS-LINE-WORK.
003820     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003830     IF WS-CAL-LOADED = "N"
003840         MOVE "GPIOCAL.DAT NOT FOUND - EVERY DAY RUNS GPIOCTL.DAT"
003850             TO WS-LINE-WORK
003860         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
003870     END-IF.
003880 1000-EXIT.
003890     EXIT.
003900
003910 1050-CHECK-CALENDAR-DATE.
003920*>        WS-CUR-DATE must be a day the calendar has - a month
003930*>        or day out of range would walk the day loop through
003940*>        dates that never existed and build file names for
003950*>        them.
003960     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
003970         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
003980         MOVE 8 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
004020     IF WS-CUR-DD < 1 OR WS-CUR-DD > WS-MONTH-LENGTH
004030         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
004040         MOVE 8 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070 1050-EXIT.
004080     EXIT.
004090
004100 1100-LOAD-CALENDAR.
004110*>        The calendar is read once and searched per day - the
004120*>        same lines the run would skip are skipped here, so
004130*>        the day's selection falls back down the same search
004140*>        order the run's would.
004150     MOVE ZERO TO WS-CAL-COUNT.
004160     OPEN INPUT PROJ-CALENDAR-FILE.
004170     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004180         DISPLAY "GPIOCAL.DAT NOT FOUND - PROJECTING "
004190             "GPIOCTL.DAT FOR EVERY DAY"
004200         GO TO 1100-EXIT
004210     END-IF.
004220     MOVE "Y" TO WS-CAL-LOADED.
004230     PERFORM 1150-READ-CALENDAR-RECORD THRU 1150-EXIT
004240         UNTIL WS-CALENDAR-FILE-STATUS NOT = "00".
004250     CLOSE PROJ-CALENDAR-FILE.
004260 1100-EXIT.
004270     EXIT.
004280
004290 1150-READ-CALENDAR-RECORD.
004300     READ PROJ-CALENDAR-FILE
004310         AT END
004320             GO TO 1150-EXIT
004330     END-READ.
004340     IF PCAL-TABLE-NAME = SPACES
004350         DISPLAY "GPIOCAL.DAT LINE SKIPPED - NO TABLE NAME"
004360         GO TO 1150-EXIT
004370     END-IF.
004380     IF PCAL-DATE-TEXT NOT = "********"
004390        AND PCAL-DATE-TEXT IS NOT NUMERIC
004400         DISPLAY "GPIOCAL.DAT LINE SKIPPED - BAD DATE "
004410             PCAL-DATE-TEXT
004420         GO TO 1150-EXIT
004430     END-IF.
004440     IF WS-CAL-COUNT NOT < WS-MAX-CAL-ROWS
004450         DISPLAY "GPIOCAL.DAT HAS MORE THAN " WS-MAX-CAL-ROWS
004460             " LINES - EXTRA LINES IGNORED"
004470         GO TO 1150-EXIT
004480     END-IF.
004490     ADD 1 TO WS-CAL-COUNT.
004500     MOVE PCAL-DATE-TEXT TO WS-CAL-DATE (WS-CAL-COUNT).
004510     MOVE PCAL-CLASS TO WS-CAL-CLASS (WS-CAL-COUNT).
004520     MOVE PCAL-TABLE-NAME TO WS-CAL-TABLE-NAME (WS-CAL-COUNT).
004530 1150-EXIT.
004540     EXIT.
004550
004560 1200-LOAD-PATTERN-FILE.
004570     MOVE ZERO TO WS-PATTERN-COUNT.
004580     OPEN INPUT PROJ-PATTERN-FILE.
004590     IF WS-PATTERN-FILE-STATUS = "00"
004600         PERFORM 1250-READ-PATTERN-RECORD THRU 1250-EXIT
004610             UNTIL WS-PATTERN-FILE-STATUS NOT = "00"
004620         CLOSE PROJ-PATTERN-FILE
004630     END-IF.
004640 1200-EXIT.
004650     EXIT.
004660
004670 1250-READ-PATTERN-RECORD.
004680     READ PROJ-PATTERN-FILE
004690         AT END
004700             GO TO 1250-EXIT
004710     END-READ.
004720     IF PPAT-NAME = SPACES
004730        OR PPAT-SEG-COUNT IS NOT NUMERIC
004740        OR PPAT-SEG-COUNT = ZERO
004750        OR PPAT-SEG-COUNT > 8
004760         DISPLAY "GPIOPAT.DAT LINE SKIPPED - BAD NAME "
004770             "OR SEGMENT COUNT: " PPAT-NAME
004780         GO TO 1250-EXIT
004790     END-IF.
004800     IF WS-PATTERN-COUNT NOT < WS-MAX-PATTERNS
004810         DISPLAY "GPIOPAT.DAT HAS MORE THAN " WS-MAX-PATTERNS
004820             " PATTERNS - EXTRA LINES IGNORED"
004830         GO TO 1250-EXIT
004840     END-IF.
004850     ADD 1 TO WS-PATTERN-COUNT.
004860     MOVE PPAT-NAME TO WS-PAT-NAME (WS-PATTERN-COUNT).
004870     MOVE PPAT-SEG-COUNT TO WS-PAT-SEG-COUNT (WS-PATTERN-COUNT).
004880     PERFORM 1280-STORE-PATTERN-SEGMENT THRU 1280-EXIT
004890         VARYING WS-PATTERN-IDX FROM 1 BY 1
004900         UNTIL WS-PATTERN-IDX >
004910             WS-PAT-SEG-COUNT (WS-PATTERN-COUNT).
004920 1250-EXIT.
004930     EXIT.
004940
004950 1280-STORE-PATTERN-SEGMENT.
004960*>        A non-numeric segment is stored as one second ON and
004970*>        one second OFF - what the run would flash for it.
004980     IF PPAT-SEG-ON (WS-PATTERN-IDX) IS NOT NUMERIC
004990        OR PPAT-SEG-OFF (WS-PATTERN-IDX) IS NOT NUMERIC
005000         MOVE 1 TO WS-PAT-ON-SECS
005010             (WS-PATTERN-COUNT WS-PATTERN-IDX)
005020         MOVE 1 TO WS-PAT-OFF-SECS
005030             (WS-PATTERN-COUNT WS-PATTERN-IDX)
005040     ELSE
005050         MOVE PPAT-SEG-ON (WS-PATTERN-IDX)
005060             TO WS-PAT-ON-SECS
005070             (WS-PATTERN-COUNT WS-PATTERN-IDX)
005080         MOVE PPAT-SEG-OFF (WS-PATTERN-IDX)
005090             TO WS-PAT-OFF-SECS
005100             (WS-PATTERN-COUNT WS-PATTERN-IDX)
005110     END-IF.
005120 1280-EXIT.
005130     EXIT.
005140
005150 1300-LOAD-TARIFF-FILE.
005160*>        No tariff file, or a day no band covers, prices at
005170*>        zero exactly as GPIOCOST does - the ON seconds and
005180*>        kWh on the projection still stand on their own.
005190     MOVE ZERO TO WS-TARIFF-COUNT.
005200     OPEN INPUT PROJ-TARIFF-FILE.
005210     IF WS-TARIFF-FILE-STATUS NOT = "00"
005220         DISPLAY "GPIOTAR.DAT NOT FOUND - COSTS WILL BE ZERO"
005230         GO TO 1300-EXIT
005240     END-IF.
005250     PERFORM 1350-READ-TARIFF-RECORD THRU 1350-EXIT
005260         UNTIL WS-TARIFF-FILE-STATUS NOT = "00".
005270     CLOSE PROJ-TARIFF-FILE.
005280 1300-EXIT.
005290     EXIT.
005300
005310 1350-READ-TARIFF-RECORD.
005320     READ PROJ-TARIFF-FILE
005330         AT END
005340             GO TO 1350-EXIT
005350     END-READ.
005360     IF TAR-FROM-DATE IS NOT NUMERIC
005370        OR TAR-TO-DATE IS NOT NUMERIC
005380        OR TAR-RATE-E4 IS NOT NUMERIC
005390         DISPLAY "GPIOTAR.DAT LINE SKIPPED - NOT NUMERIC"
005400         GO TO 1350-EXIT
005410     END-IF.
005420     IF WS-TARIFF-COUNT NOT < WS-MAX-TARIFFS
005430         DISPLAY "GPIOTAR.DAT HAS MORE THAN " WS-MAX-TARIFFS
005440             " BANDS - EXTRA LINES IGNORED"
005450         GO TO 1350-EXIT
005460     END-IF.
005470     ADD 1 TO WS-TARIFF-COUNT.
005480     MOVE TAR-FROM-DATE TO WS-TAR-FROM (WS-TARIFF-COUNT).
005490     MOVE TAR-TO-DATE TO WS-TAR-TO (WS-TARIFF-COUNT).
005500     DIVIDE TAR-RATE-E4 BY 10000
005510         GIVING WS-TAR-RATE (WS-TARIFF-COUNT).
005520 1350-EXIT.
005530     EXIT.
005540
005550 2000-PROJECT-ONE-DAY.
005560     PERFORM 2100-SELECT-DAY-TABLE THRU 2100-EXIT.
005570     PERFORM 2300-READ-DAY-TABLE THRU 2300-EXIT.
005580     MOVE SPACES TO WS-DAY-FLAG.
005590     IF WS-TABLE-FOUND = "N"
005600         MOVE "** TABLE FILE MISSING **" TO WS-DAY-FLAG
005610         ADD 1 TO WS-DAYS-MISSING
005620     ELSE
005630         IF WS-ROWS-BAD > ZERO
005640             MOVE "** WOULD FAIL PRE-RUN EDIT **"
005650                 TO WS-DAY-FLAG
005660             ADD 1 TO WS-DAYS-FAILING
005670         END-IF
005680     END-IF.
005690     MOVE SPACES TO WS-LINE-WORK.
005700     STRING WS-CUR-DATE DELIMITED BY SIZE
005710             " CLASS " DELIMITED BY SIZE
005720             WS-RUN-CLASS DELIMITED BY SIZE
005730             " TABLE " DELIMITED BY SIZE
005740             WS-CONTROL-FILE-NAME DELIMITED BY SIZE
005750             " " DELIMITED BY SIZE
005760             WS-DAY-FLAG DELIMITED BY SIZE
005770         INTO WS-LINE-WORK.
005780     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005790     PERFORM 2700-SET-DAY-RATE THRU 2700-EXIT.
005800     PERFORM 2800-WRITE-DEVICE-LINES THRU 2800-EXIT.
005810     ADD 1 TO WS-DAYS-DONE.
005820     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
005830 2000-EXIT.
005840     EXIT.
005850
005860 2100-SELECT-DAY-TABLE.
005870*>        The run's own search order - a dated row for the day
005880*>        wins outright, else the first class row for the
005890*>        day's WEEKDAY/WEEKEND class, else GPIOCTL.DAT.
005900     PERFORM 2200-SET-DAY-CLASS THRU 2200-EXIT.
005910     MOVE WS-DAY-CLASS TO WS-RUN-CLASS.
005920     MOVE "GPIOCTL.DAT" TO WS-CONTROL-FILE-NAME.
005930     MOVE "N" TO WS-CAL-DATE-HIT.
005940     MOVE "N" TO WS-CAL-CLASS-HIT.
005950     PERFORM 2150-CHECK-CALENDAR-ROW THRU 2150-EXIT
005960         VARYING WS-CAL-IDX FROM 1 BY 1
005970         UNTIL WS-CAL-IDX > WS-CAL-COUNT
005980            OR WS-CAL-DATE-HIT = "Y".
005990 2100-EXIT.
006000     EXIT.
006010
006020 2150-CHECK-CALENDAR-ROW.
006030     IF WS-CAL-DATE (WS-CAL-IDX) = "********"
006040         IF WS-CAL-CLASS (WS-CAL-IDX) = WS-DAY-CLASS
006050            AND WS-CAL-CLASS-HIT = "N"
006060             MOVE "Y" TO WS-CAL-CLASS-HIT
006070             MOVE WS-CAL-CLASS (WS-CAL-IDX) TO WS-RUN-CLASS
006080             MOVE WS-CAL-TABLE-NAME (WS-CAL-IDX)
006090                 TO WS-CONTROL-FILE-NAME
006100         END-IF
006110         GO TO 2150-EXIT
006120     END-IF.
006130     IF WS-CAL-DATE (WS-CAL-IDX) = WS-CUR-DATE
006140         MOVE "Y" TO WS-CAL-DATE-HIT
006150         MOVE WS-CAL-CLASS (WS-CAL-IDX) TO WS-RUN-CLASS
006160         MOVE WS-CAL-TABLE-NAME (WS-CAL-IDX)
006170             TO WS-CONTROL-FILE-NAME
006180     END-IF.
006190 2150-EXIT.
006200     EXIT.
006210
006220 2200-SET-DAY-CLASS.
006230*>        Zeller's congruence in longhand, exactly as the run
006240*>        works it out - 0 is Saturday and 1 Sunday, class
006250*>        WEEKEND; every other day is WEEKDAY.
006260     MOVE WS-CUR-DD TO WS-ZEL-Q.
006270     MOVE WS-CUR-MM TO WS-ZEL-M.
006280     MOVE WS-CUR-YYYY TO WS-ZEL-YYYY.
006290     IF WS-ZEL-M < 3
006300         ADD 12 TO WS-ZEL-M
006310         SUBTRACT 1 FROM WS-ZEL-YYYY
006320     END-IF.
006330     DIVIDE WS-ZEL-YYYY BY 100 GIVING WS-ZEL-J
006340         REMAINDER WS-ZEL-K.
006350     MOVE WS-ZEL-Q TO WS-ZEL-SUM.
006360     ADD 1 TO WS-ZEL-M GIVING WS-ZEL-WORK.
006370     MULTIPLY 13 BY WS-ZEL-WORK.
006380     DIVIDE 5 INTO WS-ZEL-WORK.
006390     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006400     ADD WS-ZEL-K TO WS-ZEL-SUM.
006410     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-WORK.
006420     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006430     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-WORK.
006440     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006450     MULTIPLY WS-ZEL-J BY 5 GIVING WS-ZEL-WORK.
006460     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006470     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-WORK
006480         REMAINDER WS-ZEL-DOW.
006490     IF WS-ZEL-DOW < 2
006500         MOVE "WEEKEND" TO WS-DAY-CLASS
006510     ELSE
006520         MOVE "WEEKDAY" TO WS-DAY-CLASS
006530     END-IF.
006540 2200-EXIT.
006550     EXIT.
006560
006570 2300-READ-DAY-TABLE.
006580*>        Builds the day's device table from the selected file
006590*>        through the run's edit.  A missing or empty table
006600*>        makes the run fall back to its built-in default
006610*>        device, so that is what gets projected for the day.
006620     MOVE ZERO TO WS-DEVICE-COUNT.
006630     MOVE ZERO TO WS-LINK-COUNT.
006640     MOVE ZERO TO WS-ROWS-READ.
006650     MOVE ZERO TO WS-ROWS-BAD.
006660     MOVE "N" TO WS-TABLE-FOUND.
006670     OPEN INPUT PROJ-CONTROL-FILE.
006680     IF WS-CONTROL-FILE-STATUS = "00"
006690         MOVE "Y" TO WS-TABLE-FOUND
006700         PERFORM 2350-READ-CONTROL-RECORD THRU 2350-EXIT
006710             UNTIL WS-CONTROL-FILE-STATUS NOT = "00"
006720         CLOSE PROJ-CONTROL-FILE
006730         PERFORM 2500-EDIT-LINKAGES THRU 2500-EXIT
006740     END-IF.
006750     IF WS-DEVICE-COUNT = ZERO AND WS-ROWS-BAD = ZERO
006760         PERFORM 2900-USE-DEFAULT-DEVICE THRU 2900-EXIT
006770     END-IF.
006780 2300-EXIT.
006790     EXIT.
006800
006810 2350-READ-CONTROL-RECORD.
006820     READ PROJ-CONTROL-FILE
006830         AT END
006840             GO TO 2350-EXIT
006850     END-READ.
006860     ADD 1 TO WS-ROWS-READ.
006870     PERFORM 2400-EDIT-CONTROL-ROW THRU 2400-EXIT.
006880     IF WS-ROW-REASON-CODE NOT = SPACES
006890         MOVE PCTL-RECORD TO WS-REJECT-IMAGE
006900         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
006910         GO TO 2350-EXIT
006920     END-IF.
006930     IF WS-ROW-IS-LINK = "Y"
006940         GO TO 2350-EXIT
006950     END-IF.
006960     ADD 1 TO WS-DEVICE-COUNT.
006970     MOVE WS-DEVICE-COUNT TO WS-DEVICE-IDX.
006980     MOVE PCTL-PIN-TEXT TO WS-DEV-PIN-TEXT (WS-DEVICE-IDX).
006990     MOVE PCTL-MODE-TEXT TO WS-DEV-MODE (WS-DEVICE-IDX).
007000     MOVE PCTL-ROLE-TEXT TO WS-DEV-ROLE (WS-DEVICE-IDX).
007010     MOVE PCTL-CYCLES TO WS-DEV-CYCLES (WS-DEVICE-IDX).
007020     MOVE PCTL-ON-SECS TO WS-DEV-ON-SECS (WS-DEVICE-IDX).
007030     MOVE WS-ROW-PAT-IDX TO WS-DEV-PAT-IDX (WS-DEVICE-IDX).
007040     MOVE PCTL-START-TIME TO WS-DEV-START-TIME (WS-DEVICE-IDX).
007050     MOVE WS-ROW-WATTS TO WS-DEV-WATTS (WS-DEVICE-IDX).
007060 2350-EXIT.
007070     EXIT.
007080
007090 2400-EDIT-CONTROL-ROW.
007100*>        The checks of 1160-EDIT-CONTROL-ROW in RPIwithCOBOL,
007110*>        in the same order with the same reason codes - a day
007120*>        flagged here is a day the run would refuse.
007130     MOVE SPACES TO WS-ROW-REASON-CODE.
007140     MOVE SPACES TO WS-ROW-REASON-TEXT.
007150     MOVE "N" TO WS-ROW-IS-LINK.
007160     MOVE ZERO TO WS-ROW-PAT-IDX.
007170     MOVE ZERO TO WS-ROW-WATTS.
007180     IF PCTL-PIN-TEXT IS NOT NUMERIC
007190         MOVE "E001" TO WS-ROW-REASON-CODE
007200         MOVE "PIN IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
007210         GO TO 2400-EXIT
007220     END-IF.
007230     MOVE PCTL-PIN-TEXT TO WS-EDIT-PIN.
007240     IF WS-EDIT-PIN < WS-MIN-HEADER-PIN
007250        OR WS-EDIT-PIN > WS-MAX-HEADER-PIN
007260         MOVE "E002" TO WS-ROW-REASON-CODE
007270         MOVE "PIN IS NOT ON THE HEADER" TO WS-ROW-REASON-TEXT
007280         GO TO 2400-EXIT
007290     END-IF.
007300     IF PCTL-MODE-TEXT NOT = "out" AND PCTL-MODE-TEXT NOT = "in "
007310        AND PCTL-MODE-TEXT NOT = "lnk"
007320         MOVE "E003" TO WS-ROW-REASON-CODE
007330         MOVE "MODE IS NOT out, in OR lnk" TO WS-ROW-REASON-TEXT
007340         GO TO 2400-EXIT
007350     END-IF.
007360     IF PCTL-MODE-TEXT = "lnk"
007370         PERFORM 2410-EDIT-LINKAGE-ROW THRU 2410-EXIT
007380         GO TO 2400-EXIT
007390     END-IF.
007400     IF PCTL-CYCLES IS NOT NUMERIC
007410         MOVE "E004" TO WS-ROW-REASON-CODE
007420         MOVE "CYCLES IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
007430         GO TO 2400-EXIT
007440     END-IF.
007450     IF PCTL-CYCLES = ZERO
007460         MOVE "E005" TO WS-ROW-REASON-CODE
007470         MOVE "CYCLES IS ZERO" TO WS-ROW-REASON-TEXT
007480         GO TO 2400-EXIT
007490     END-IF.
007500     IF PCTL-ON-SECS IS NOT NUMERIC
007510         MOVE "E006" TO WS-ROW-REASON-CODE
007520         MOVE "ON SECONDS IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
007530         GO TO 2400-EXIT
007540     END-IF.
007550     IF PCTL-OFF-SECS IS NOT NUMERIC
007560         MOVE "E007" TO WS-ROW-REASON-CODE
007570         MOVE "OFF SECONDS IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
007580         GO TO 2400-EXIT
007590     END-IF.
007600     IF PCTL-PATTERN NOT = SPACES AND PCTL-MODE-TEXT = "out"
007610         PERFORM 2420-FIND-PATTERN THRU 2420-EXIT
007620         IF WS-FOUND-PAT-IDX = ZERO
007630             MOVE "E016" TO WS-ROW-REASON-CODE
007640             MOVE "PATTERN NAME NOT IN LIBRARY"
007650                 TO WS-ROW-REASON-TEXT
007660             GO TO 2400-EXIT
007670         ELSE
007680             MOVE WS-FOUND-PAT-IDX TO WS-ROW-PAT-IDX
007690         END-IF
007700     END-IF.
007710     IF PCTL-START-TIME NOT = SPACES
007720         PERFORM 2450-EDIT-START-TIME THRU 2450-EXIT
007730         IF WS-ROW-REASON-CODE NOT = SPACES
007740             GO TO 2400-EXIT
007750         END-IF
007760     END-IF.
007770     PERFORM 2430-CHECK-DUPLICATE-PIN THRU 2430-EXIT
007780         VARYING WS-EDIT-IDX FROM 1 BY 1
007790         UNTIL WS-EDIT-IDX > WS-DEVICE-COUNT.
007800     IF WS-ROW-REASON-CODE NOT = SPACES
007810         GO TO 2400-EXIT
007820     END-IF.
007830     IF WS-DEVICE-COUNT NOT < WS-MAX-DEVICES
007840         MOVE "E009" TO WS-ROW-REASON-CODE
007850         MOVE "DEVICE TABLE IS FULL" TO WS-ROW-REASON-TEXT
007860         GO TO 2400-EXIT
007870     END-IF.
007880     PERFORM 2440-CHECK-MASTER-RECORD THRU 2440-EXIT.
007890 2400-EXIT.
007900     EXIT.
007910
007920 2410-EDIT-LINKAGE-ROW.
007930     MOVE "Y" TO WS-ROW-IS-LINK.
007940     IF PCTL-LNK-TARGET-PIN IS NOT NUMERIC
007950         MOVE "E012" TO WS-ROW-REASON-CODE
007960         MOVE "LINK TARGET PIN NOT NUMERIC"
007970             TO WS-ROW-REASON-TEXT
007980         GO TO 2410-EXIT
007990     END-IF.
008000     IF WS-LINK-COUNT NOT < WS-MAX-LINKS
008010         MOVE "E013" TO WS-ROW-REASON-CODE
008020         MOVE "LINKAGE TABLE IS FULL" TO WS-ROW-REASON-TEXT
008030         GO TO 2410-EXIT
008040     END-IF.
008050     ADD 1 TO WS-LINK-COUNT.
008060     MOVE PCTL-PIN-TEXT TO WS-LNK-TRIGGER-PIN (WS-LINK-COUNT).
008070     MOVE PCTL-LNK-TARGET-PIN
008080         TO WS-LNK-TARGET-PIN (WS-LINK-COUNT).
008090     MOVE PCTL-ROLE-TEXT TO WS-LNK-ROLE (WS-LINK-COUNT).
008100 2410-EXIT.
008110     EXIT.
008120
008130 2420-FIND-PATTERN.
008140     MOVE ZERO TO WS-FOUND-PAT-IDX.
008150     PERFORM 2425-CHECK-PATTERN-NAME THRU 2425-EXIT
008160         VARYING WS-PATTERN-IDX FROM 1 BY 1
008170         UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT.
008180 2420-EXIT.
008190     EXIT.
008200
008210 2425-CHECK-PATTERN-NAME.
008220     IF WS-PAT-NAME (WS-PATTERN-IDX) = PCTL-PATTERN
008230         MOVE WS-PATTERN-IDX TO WS-FOUND-PAT-IDX
008240     END-IF.
008250 2425-EXIT.
008260     EXIT.
008270
008280 2430-CHECK-DUPLICATE-PIN.
008290     IF WS-DEV-PIN-TEXT (WS-EDIT-IDX) = PCTL-PIN-TEXT
008300         MOVE "E008" TO WS-ROW-REASON-CODE
008310         MOVE "DUPLICATE PIN" TO WS-ROW-REASON-TEXT
008320     END-IF.
008330 2430-EXIT.
008340     EXIT.
008350
008360 2440-CHECK-MASTER-RECORD.
008370*>        Held against the master as it stands today - a pin
008380*>        retired since the table was set up shows here as the
008390*>        E011 the run would throw on the night.
008400     MOVE PCTL-PIN-TEXT TO MST-PIN-KEY.
008410     READ GPIO-MASTER-FILE
008420         INVALID KEY
008430             MOVE "E010" TO WS-ROW-REASON-CODE
008440             MOVE "NO MASTER RECORD FOR PIN"
008450                 TO WS-ROW-REASON-TEXT
008460         NOT INVALID KEY
008470             IF MST-SERVICE-FLAG NOT = "I"
008480                 MOVE "E011" TO WS-ROW-REASON-CODE
008490                 MOVE "PIN IS OUT OF SERVICE"
008500                     TO WS-ROW-REASON-TEXT
008510             ELSE
008520                 MOVE MST-WATTS TO WS-ROW-WATTS
008530             END-IF
008540     END-READ.
008550 2440-EXIT.
008560     EXIT.
008570
008580 2450-EDIT-START-TIME.
008590     IF PCTL-START-TIME (1:2) IS NOT NUMERIC
008600        OR PCTL-START-TIME (4:2) IS NOT NUMERIC
008610        OR PCTL-START-TIME (7:2) IS NOT NUMERIC
008620        OR PCTL-START-TIME (3:1) NOT = ":"
008630        OR PCTL-START-TIME (6:1) NOT = ":"
008640         MOVE "E017" TO WS-ROW-REASON-CODE
008650         MOVE "START TIME NOT HH:MM:SS" TO WS-ROW-REASON-TEXT
008660         GO TO 2450-EXIT
008670     END-IF.
008680     MOVE PCTL-START-TIME (1:2) TO WS-EDIT-TPART.
008690     IF WS-EDIT-TPART > 23
008700         MOVE "E018" TO WS-ROW-REASON-CODE
008710         MOVE "START TIME OUT OF RANGE" TO WS-ROW-REASON-TEXT
008720         GO TO 2450-EXIT
008730     END-IF.
008740     MOVE PCTL-START-TIME (4:2) TO WS-EDIT-TPART.
008750     IF WS-EDIT-TPART > 59
008760         MOVE "E018" TO WS-ROW-REASON-CODE
008770         MOVE "START TIME OUT OF RANGE" TO WS-ROW-REASON-TEXT
008780         GO TO 2450-EXIT
008790     END-IF.
008800     MOVE PCTL-START-TIME (7:2) TO WS-EDIT-TPART.
008810     IF WS-EDIT-TPART > 59
008820         MOVE "E018" TO WS-ROW-REASON-CODE
008830         MOVE "START TIME OUT OF RANGE" TO WS-ROW-REASON-TEXT
008840     END-IF.
008850 2450-EXIT.
008860     EXIT.
008870
008880 2500-EDIT-LINKAGES.
008890*>        Once the whole table is read each linkage must have
008900*>        an "in " trigger and an "out" target among the day's
008910*>        devices, as 1185-EDIT-LINKAGES demands of the run.
008920     PERFORM 2550-CHECK-ONE-LINKAGE THRU 2550-EXIT
008930         VARYING WS-LINK-IDX FROM 1 BY 1
008940         UNTIL WS-LINK-IDX > WS-LINK-COUNT.
008950 2500-EXIT.
008960     EXIT.
008970
008980 2550-CHECK-ONE-LINKAGE.
008990     MOVE SPACES TO WS-ROW-REASON-CODE.
009000     MOVE SPACES TO WS-ROW-REASON-TEXT.
009010     MOVE WS-LNK-TRIGGER-PIN (WS-LINK-IDX) TO WS-FIND-PIN.
009020     PERFORM 2580-FIND-DEVICE-BY-PIN THRU 2580-EXIT.
009030     IF WS-FOUND-IDX = ZERO
009040        OR WS-DEV-MODE (WS-FOUND-IDX) NOT = "in "
009050         MOVE "E014" TO WS-ROW-REASON-CODE
009060         MOVE "TRIGGER IS NOT AN in DEVICE"
009070             TO WS-ROW-REASON-TEXT
009080     ELSE
009090         MOVE WS-LNK-TARGET-PIN (WS-LINK-IDX) TO WS-FIND-PIN
009100         PERFORM 2580-FIND-DEVICE-BY-PIN THRU 2580-EXIT
009110         IF WS-FOUND-IDX = ZERO
009120            OR WS-DEV-MODE (WS-FOUND-IDX) NOT = "out"
009130             MOVE "E015" TO WS-ROW-REASON-CODE
009140             MOVE "TARGET IS NOT AN out DEVICE"
009150                 TO WS-ROW-REASON-TEXT
009160         END-IF
009170     END-IF.
009180     IF WS-ROW-REASON-CODE NOT = SPACES
009190         MOVE SPACES TO PCTL-RECORD
009200         MOVE WS-LNK-TRIGGER-PIN (WS-LINK-IDX) TO PCTL-PIN-TEXT
009210         MOVE "lnk" TO PCTL-MODE-TEXT
009220         MOVE WS-LNK-ROLE (WS-LINK-IDX) TO PCTL-ROLE-TEXT
009230         MOVE WS-LNK-TARGET-PIN (WS-LINK-IDX)
009240             TO PCTL-LNK-TARGET-PIN
009250         MOVE PCTL-RECORD TO WS-REJECT-IMAGE
009260         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
009270     END-IF.
009280 2550-EXIT.
009290     EXIT.
009300
009310 2580-FIND-DEVICE-BY-PIN.
009320     MOVE ZERO TO WS-FOUND-IDX.
009330     PERFORM 2590-CHECK-DEVICE-PIN THRU 2590-EXIT
009340         VARYING WS-EDIT-IDX FROM 1 BY 1
009350         UNTIL WS-EDIT-IDX > WS-DEVICE-COUNT.
009360 2580-EXIT.
009370     EXIT.
009380
009390 2590-CHECK-DEVICE-PIN.
009400     IF WS-DEV-PIN-TEXT (WS-EDIT-IDX) = WS-FIND-PIN
009410         MOVE WS-EDIT-IDX TO WS-FOUND-IDX
009420     END-IF.
009430 2590-EXIT.
009440     EXIT.
009450
009460 2600-WRITE-REJECT-LINE.
009470*>        Listed under the day it spoils, with the reason code
009480*>        the run's reject file would carry.
009490     ADD 1 TO WS-ROWS-BAD.
009500     MOVE SPACES TO WS-LINE-WORK.
009510     STRING "  REJECT " DELIMITED BY SIZE
009520             WS-ROW-REASON-CODE DELIMITED BY SIZE
009530             " " DELIMITED BY SIZE
009540             WS-ROW-REASON-TEXT DELIMITED BY SIZE
009550             " " DELIMITED BY SIZE
009560             WS-REJECT-IMAGE DELIMITED BY SIZE
009570         INTO WS-LINE-WORK.
009580     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009590 2600-EXIT.
009600     EXIT.
009610
009620 2700-SET-DAY-RATE.
009630     MOVE ZERO TO WS-DAY-RATE.
009640     MOVE "N" TO WS-RATE-FOUND.
009650     PERFORM 2750-CHECK-ONE-BAND THRU 2750-EXIT
009660         VARYING WS-TARIFF-IDX FROM 1 BY 1
009670         UNTIL WS-TARIFF-IDX > WS-TARIFF-COUNT
009680            OR WS-RATE-FOUND = "Y".
009690 2700-EXIT.
009700     EXIT.
009710
009720 2750-CHECK-ONE-BAND.
009730     IF WS-CUR-DATE NOT < WS-TAR-FROM (WS-TARIFF-IDX)
009740        AND WS-CUR-DATE NOT > WS-TAR-TO (WS-TARIFF-IDX)
009750         MOVE WS-TAR-RATE (WS-TARIFF-IDX) TO WS-DAY-RATE
009760         MOVE "Y" TO WS-RATE-FOUND
009770     END-IF.
009780 2750-EXIT.
009790     EXIT.
009800
009810 2800-WRITE-DEVICE-LINES.
009820*>        A day that fails its edit drives nothing at all, so
009830*>        it projects nothing - its rejects above say why.
009840     MOVE ZERO TO WS-DAY-ON-SECS.
009850     MOVE ZERO TO WS-DAY-KWH.
009860     MOVE ZERO TO WS-DAY-COST.
009870     IF WS-ROWS-BAD > ZERO
009880         MOVE "  NO PINS WOULD BE DRIVEN" TO WS-LINE-WORK
009890         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
009900         GO TO 2800-EXIT
009910     END-IF.
009920     IF WS-RATE-FOUND = "N"
009930         MOVE "  NO TARIFF BAND COVERS THIS DAY - COST AT ZERO"
009940             TO WS-LINE-WORK
009950         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
009960     END-IF.
009970     MOVE "  PN MOD ROLE       RELEASE  CYC ONSECS  KWH"
009980         TO WS-LINE-WORK.
009990     MOVE "COST" TO WS-LINE-WORK (61:4).
010000     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010010     PERFORM 2850-WRITE-ONE-DEVICE THRU 2850-EXIT
010020         VARYING WS-DEVICE-IDX FROM 1 BY 1
010030         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
010040     PERFORM 2880-WRITE-ONE-LINK THRU 2880-EXIT
010050         VARYING WS-LINK-IDX FROM 1 BY 1
010060         UNTIL WS-LINK-IDX > WS-LINK-COUNT.
010070     MOVE WS-DAY-KWH TO WS-KWH-EDIT.
010080     MOVE WS-DAY-COST TO WS-COST-EDIT.
010090     MOVE SPACES TO WS-LINE-WORK.
010100     STRING "  DAY TOTAL ONSECS " DELIMITED BY SIZE
010110             WS-DAY-ON-SECS DELIMITED BY SIZE
010120             " KWH " DELIMITED BY SIZE
010130             WS-KWH-EDIT DELIMITED BY SIZE
010140             " COST " DELIMITED BY SIZE
010150             WS-COST-EDIT DELIMITED BY SIZE
010160         INTO WS-LINE-WORK.
010170     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010180     ADD WS-DAY-ON-SECS TO WS-PER-ON-SECS.
010190     ADD WS-DAY-KWH TO WS-PER-KWH.
010200     ADD WS-DAY-COST TO WS-PER-COST.
010210 2800-EXIT.
010220     EXIT.
010230
010240 2850-WRITE-ONE-DEVICE.
010250*>        A flat device is ON for its ON seconds once per
010260*>        cycle; a patterned one for the sum of its pattern's
010270*>        ON segments once per cycle.  An "in " device only
010280*>        polls - it is never driven ON, so it costs nothing.
010290     MOVE ZERO TO WS-CYCLE-ON-SECS.
010300     IF WS-DEV-MODE (WS-DEVICE-IDX) = "out"
010310         IF WS-DEV-PAT-IDX (WS-DEVICE-IDX) > ZERO
010320             PERFORM 2870-ADD-PATTERN-ON-SECS THRU 2870-EXIT
010330                 VARYING WS-PATTERN-IDX FROM 1 BY 1
010340                 UNTIL WS-PATTERN-IDX > WS-PAT-SEG-COUNT
010350                     (WS-DEV-PAT-IDX (WS-DEVICE-IDX))
010360         ELSE
010370             MOVE WS-DEV-ON-SECS (WS-DEVICE-IDX)
010380                 TO WS-CYCLE-ON-SECS
010390         END-IF
010400     END-IF.
010410     MULTIPLY WS-CYCLE-ON-SECS BY WS-DEV-CYCLES (WS-DEVICE-IDX)
010420         GIVING WS-PROJ-ON-SECS.
010430     MULTIPLY WS-PROJ-ON-SECS BY WS-DEV-WATTS (WS-DEVICE-IDX)
010440         GIVING WS-WATT-SECS.
010450     DIVIDE WS-WATT-SECS BY 3600000 GIVING WS-DEV-KWH.
010460     MULTIPLY WS-DEV-KWH BY WS-DAY-RATE GIVING WS-DEV-COST.
010470     ADD WS-PROJ-ON-SECS TO WS-DAY-ON-SECS.
010480     ADD WS-DEV-KWH TO WS-DAY-KWH.
010490     ADD WS-DEV-COST TO WS-DAY-COST.
010500     IF WS-DEV-START-TIME (WS-DEVICE-IDX) = SPACES
010510         MOVE "RUNSTART" TO WS-RELEASE-TEXT
010520     ELSE
010530         MOVE WS-DEV-START-TIME (WS-DEVICE-IDX)
010540             TO WS-RELEASE-TEXT
010550     END-IF.
010560     MOVE WS-DEV-KWH TO WS-KWH-EDIT.
010570     MOVE WS-DEV-COST TO WS-COST-EDIT.
010580     MOVE SPACES TO WS-LINE-WORK.
010590     STRING "  " DELIMITED BY SIZE
010600             WS-DEV-PIN-TEXT (WS-DEVICE-IDX) DELIMITED BY SIZE
010610             " " DELIMITED BY SIZE
010620             WS-DEV-MODE (WS-DEVICE-IDX) DELIMITED BY SIZE
010630             " " DELIMITED BY SIZE
010640             WS-DEV-ROLE (WS-DEVICE-IDX) DELIMITED BY SIZE
010650             " " DELIMITED BY SIZE
010660             WS-RELEASE-TEXT DELIMITED BY SIZE
010670             " " DELIMITED BY SIZE
010680             WS-DEV-CYCLES (WS-DEVICE-IDX) DELIMITED BY SIZE
010690             " " DELIMITED BY SIZE
010700             WS-PROJ-ON-SECS DELIMITED BY SIZE
010710             " " DELIMITED BY SIZE
010720             WS-KWH-EDIT DELIMITED BY SIZE
010730             " " DELIMITED BY SIZE
010740             WS-COST-EDIT DELIMITED BY SIZE
010750         INTO WS-LINE-WORK.
010760     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010770 2850-EXIT.
010780     EXIT.
010790
010800 2870-ADD-PATTERN-ON-SECS.
010810     ADD WS-PAT-ON-SECS
010820         (WS-DEV-PAT-IDX (WS-DEVICE-IDX) WS-PATTERN-IDX)
010830         TO WS-CYCLE-ON-SECS.
010840 2870-EXIT.
010850     EXIT.
010860
010870 2880-WRITE-ONE-LINK.
010880*>        A linkage only adds cycles when its trigger actually
010890*>        fires, which no projection can know - it is listed
010900*>        so the reader knows the target may run longer.
010910     MOVE SPACES TO WS-LINE-WORK.
010920     STRING "  " DELIMITED BY SIZE
010930             WS-LNK-TRIGGER-PIN (WS-LINK-IDX) DELIMITED BY SIZE
010940             " lnk " DELIMITED BY SIZE
010950             WS-LNK-ROLE (WS-LINK-IDX) DELIMITED BY SIZE
010960             " TRIGGERS PIN " DELIMITED BY SIZE
010970             WS-LNK-TARGET-PIN (WS-LINK-IDX) DELIMITED BY SIZE
010980             " - TRIGGERED CYCLES NOT PROJECTED"
010990             DELIMITED BY SIZE
011000         INTO WS-LINE-WORK.
011010     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011020 2880-EXIT.
011030     EXIT.
011040
011050 2900-USE-DEFAULT-DEVICE.
011060*>        The run's 1180-USE-DEFAULT-DEVICE - the status LED on
011070*>        pin 21, three one second flashes.  Its wattage comes
011080*>        from the master when pin 21 is on it.
011090     MOVE 1 TO WS-DEVICE-COUNT.
011100     MOVE "21" TO WS-DEV-PIN-TEXT (1).
011110     MOVE "out" TO WS-DEV-MODE (1).
011120     MOVE "DEFAULT" TO WS-DEV-ROLE (1).
011130     MOVE 3 TO WS-DEV-CYCLES (1).
011140     MOVE 1 TO WS-DEV-ON-SECS (1).
011150     MOVE ZERO TO WS-DEV-PAT-IDX (1).
011160     MOVE SPACES TO WS-DEV-START-TIME (1).
011170     MOVE ZERO TO WS-DEV-WATTS (1).
011180     MOVE "21" TO MST-PIN-KEY.
011190     READ GPIO-MASTER-FILE
011200         INVALID KEY
011210             CONTINUE
011220         NOT INVALID KEY
011230             MOVE MST-WATTS TO WS-DEV-WATTS (1)
011240     END-READ.
011250 2900-EXIT.
011260     EXIT.
011270
011280 3000-WRITE-PERIOD-TOTALS.
011290     MOVE WS-PER-KWH TO WS-KWH-EDIT.
011300     MOVE WS-PER-COST TO WS-COST-EDIT.
011310     MOVE SPACES TO WS-LINE-WORK.
011320     STRING "PERIOD TOTAL ONSECS " DELIMITED BY SIZE
011330             WS-PER-ON-SECS DELIMITED BY SIZE
011340             " KWH " DELIMITED BY SIZE
011350             WS-KWH-EDIT DELIMITED BY SIZE
011360             " COST " DELIMITED BY SIZE
011370             WS-COST-EDIT DELIMITED BY SIZE
011380         INTO WS-LINE-WORK.
011390     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011400     MOVE SPACES TO WS-LINE-WORK.
011410     STRING "DAYS PROJECTED " DELIMITED BY SIZE
011420             WS-DAYS-DONE DELIMITED BY SIZE
011430             "  TABLE MISSING " DELIMITED BY SIZE
011440             WS-DAYS-MISSING DELIMITED BY SIZE
011450             "  WOULD FAIL EDIT " DELIMITED BY SIZE
011460             WS-DAYS-FAILING DELIMITED BY SIZE
011470         INTO WS-LINE-WORK.
011480     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011490 3000-EXIT.
011500     EXIT.
011510
011520 9000-TERMINATE.
011530     CLOSE GPIO-MASTER-FILE.
011540     CLOSE PROJ-REPORT-FILE.
011550     DISPLAY "DAYS PROJECTED    " WS-DAYS-DONE.
011560     DISPLAY "TABLE MISSING     " WS-DAYS-MISSING.
011570     DISPLAY "WOULD FAIL EDIT   " WS-DAYS-FAILING.
011580     DISPLAY "PROJECTION IS ON  " WS-REPORT-FILE-NAME.
011590*>        A flagged day is something an operator has to fix
011600*>        before that night comes round - say so in the
011610*>        return code as well as on paper.
011620     IF WS-DAYS-MISSING > ZERO OR WS-DAYS-FAILING > ZERO
011630         MOVE 4 TO RETURN-CODE
011640     END-IF.
011650 9000-EXIT.
011660     EXIT.
011670
011680 8100-BUMP-CURRENT-DATE.
011690     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
011700     ADD 1 TO WS-CUR-DD.
011710     IF WS-CUR-DD > WS-MONTH-LENGTH
011720         MOVE 1 TO WS-CUR-DD
011730         ADD 1 TO WS-CUR-MM
011740         IF WS-CUR-MM > 12
011750             MOVE 1 TO WS-CUR-MM
011760             ADD 1 TO WS-CUR-YYYY
011770         END-IF
011780     END-IF.
011790 8100-EXIT.
011800     EXIT.
011810
011820 8150-SET-MONTH-LENGTH.
011830*>        Thirty days hath September - with the leap year rule
011840*>        spelled out in longhand, exactly as GPIOHIST does it.
011850     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
011860        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
011870         MOVE 30 TO WS-MONTH-LENGTH
011880     ELSE
011890         IF WS-CUR-MM = 2
011900             MOVE 28 TO WS-MONTH-LENGTH
011910             DIVIDE WS-CUR-YYYY BY 4
011920                 GIVING WS-LEAP-WORK
011930                 REMAINDER WS-LEAP-REM
011940             IF WS-LEAP-REM = ZERO
011950                 MOVE 29 TO WS-MONTH-LENGTH
011960                 DIVIDE WS-CUR-YYYY BY 100
011970                     GIVING WS-LEAP-WORK
011980                     REMAINDER WS-LEAP-REM
011990                 IF WS-LEAP-REM = ZERO
012000                     MOVE 28 TO WS-MONTH-LENGTH
012010                     DIVIDE WS-CUR-YYYY BY 400
012020                         GIVING WS-LEAP-WORK
012030                         REMAINDER WS-LEAP-REM
012040                     IF WS-LEAP-REM = ZERO
012050                         MOVE 29 TO WS-MONTH-LENGTH
012060                     END-IF
012070                 END-IF
012080             END-IF
012090         ELSE
012100             MOVE 31 TO WS-MONTH-LENGTH
012110         END-IF
012120     END-IF.
012130 8150-EXIT.
012140     EXIT.
012150
012160 8500-WRITE-REPORT-LINE.
012170     MOVE WS-LINE-WORK TO PROJ-REPORT-LINE.
012180     WRITE PROJ-REPORT-LINE.
012190     MOVE SPACES TO WS-LINE-WORK.
012200 8500-EXIT.
012210     EXIT.
012220
012230 END PROGRAM GPIOPROJ.

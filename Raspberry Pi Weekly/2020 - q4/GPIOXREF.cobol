000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOXREF
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Configuration cross-reference and integrity
000080*>           report.  The suite is driven by a dozen hand-kept
000090*>           .DAT files that name each other - the calendar
000100*>           names control tables, control rows name patterns
000110*>           and pins, the escalation rules name pins and
000120*>           operators - and nothing but the night run ever
000130*>           notices when one of them points at nothing.  This
000140*>           reads GPIOCAL.DAT, GPIOCTL.DAT and every table the
000150*>           calendar names, GPIOPAT.DAT, the GPIOMST.DAT
000160*>           master, GPIOESC.DAT, GPIOSEC.DAT and GPIOTAR.DAT,
000170*>           and writes GPIOXRF.yyyymmdd (today's date): a
000180*>           where-used list for every pattern, pin, control
000190*>           table and operator, then the tariff bands in date
000200*>           order.  Anything dangling is flagged "** " in
000210*>           line - a pattern no control row uses, a control
000220*>           row naming a pattern not in the library, an in
000230*>           service master pin on no table, a table pin with
000240*>           no master record, an escalation rule for a pin
000250*>           not on the master, an escalation operator or
000260*>           backup not on the security file, a calendar row
000270*>           naming a table file that is not there, and a gap
000280*>           or overlap between tariff bands - and the flags
000290*>           are counted by kind at the foot.  Reads only;
000300*>           nothing it looks at is changed.
000310*>
000320*> MODIFICATION HISTORY
000330*> DATE        BY   DESCRIPTION
000340*> ----------  ---  ---------------------------------------------
000350*> 10/15/2026  RH   Original program.
000360*>--------------------------------------------------------------
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GPIOXREF.
000390 AUTHOR. R HAWTHORNE.
000400 INSTALLATION. MNR-RASPBERRY-OPS.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT XREF-CONTROL-FILE
000480         ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000510     SELECT XREF-CALENDAR-FILE ASSIGN TO "GPIOCAL.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000540     SELECT XREF-PATTERN-FILE ASSIGN TO "GPIOPAT.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PATTERN-FILE-STATUS.
000570     SELECT XREF-ESCRULE-FILE ASSIGN TO "GPIOESC.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ESCRULE-FILE-STATUS.
000600     SELECT XREF-SECURITY-FILE ASSIGN TO "GPIOSEC.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SECURITY-FILE-STATUS.
000630     SELECT XREF-TARIFF-FILE ASSIGN TO "GPIOTAR.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-TARIFF-FILE-STATUS.
000660     SELECT XREF-REPORT-FILE
000670         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-FILE-STATUS.
000700     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS MST-PIN-KEY
000740         FILE STATUS IS WS-MASTER-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  XREF-CONTROL-FILE.
000790 01  XCTL-RECORD.
000800*>        Must stay field for field with the control FD in
000810*>        RPIwithCOBOL - only the names that point elsewhere
000820*>        (pin, link target, pattern) matter here.
000830     05  XCTL-PIN-TEXT PIC X(02).
000840     05  FILLER PIC X(01).
000850     05  XCTL-MODE-TEXT PIC X(03).
000860     05  FILLER PIC X(01).
000870     05  XCTL-ROLE-TEXT PIC X(10).
000880     05  FILLER PIC X(01).
000890     05  XCTL-CYCLES PIC 9(03).
000900     05  XCTL-LNK-TARGET REDEFINES XCTL-CYCLES.
000910         10  XCTL-LNK-TARGET-PIN PIC X(02).
000920         10  FILLER PIC X(01).
000930     05  FILLER PIC X(01).
000940     05  XCTL-ON-SECS PIC 9(03).
000950     05  FILLER PIC X(01).
000960     05  XCTL-OFF-SECS PIC 9(03).
000970     05  FILLER PIC X(01).
000980     05  XCTL-PATTERN PIC X(08).
000990     05  FILLER PIC X(01).
001000     05  XCTL-START-TIME PIC X(08).
001010
001020 FD  XREF-CALENDAR-FILE.
001030 01  XCAL-RECORD.
001040*>        Must stay field for field with the calendar FD in
001050*>        RPIwithCOBOL.
001060     05  XCAL-DATE-TEXT PIC X(08).
001070     05  FILLER PIC X(01).
001080     05  XCAL-CLASS PIC X(08).
001090     05  FILLER PIC X(01).
001100     05  XCAL-TABLE-NAME PIC X(12).
001110
001120 FD  XREF-PATTERN-FILE.
001130 01  XPAT-RECORD.
001140*>        Must stay field for field with the pattern FD in
001150*>        RPIwithCOBOL - only the name and segment count are
001160*>        looked at.
001170     05  XPAT-NAME PIC X(08).
001180     05  FILLER PIC X(01).
001190     05  XPAT-SEG-COUNT PIC 9(02).
001200     05  FILLER PIC X(64).
001210
001220 FD  XREF-ESCRULE-FILE.
001230 01  XESC-RECORD.
001240*>        Must stay field for field with the escalation rule
001250*>        FD in RPIwithCOBOL.
001260     05  XESC-CLASS PIC X(06).
001270     05  FILLER PIC X(01).
001280     05  XESC-PIN PIC X(02).
001290     05  FILLER PIC X(01).
001300     05  XESC-METHOD PIC X(08).
001310     05  FILLER PIC X(01).
001320     05  XESC-OPERATOR PIC X(10).
001330     05  FILLER PIC X(01).
001340     05  XESC-BACKUP PIC X(10).
001350     05  FILLER PIC X(01).
001360     05  XESC-AGE-DAYS PIC 9(03).
001370
001380 FD  XREF-SECURITY-FILE.
001390 01  XSEC-RECORD.
001400*>        Must stay field for field with the security FD in
001410*>        GPIOMNT.
001420     05  XSEC-OPERATOR PIC X(10).
001430     05  FILLER PIC X(01).
001440     05  XSEC-LEVEL PIC 9(01).
001450
001460 FD  XREF-TARIFF-FILE.
001470 01  XREF-TARIFF-RECORD.
001480*>        Must stay field for field with the tariff FD in
001490*>        GPIOCOST.
001500     05  TAR-FROM-DATE PIC X(08).
001510     05  FILLER PIC X(01).
001520     05  TAR-TO-DATE PIC X(08).
001530     05  FILLER PIC X(01).
001540     05  TAR-RATE-E4 PIC 9(06).
001550
001560 FD  XREF-REPORT-FILE.
001570 01  XREF-REPORT-LINE PIC X(100).
001580
001590 FD  GPIO-MASTER-FILE.
001600 01  GPIO-MASTER-RECORD.
001610*>        Must stay field for field with the master FD in
001620*>        RPIwithCOBOL and GPIOMSTLD.
001630     05  MST-PIN-KEY PIC X(02).
001640     05  MST-DESC PIC X(30).
001650     05  MST-LOCATION PIC X(20).
001660     05  MST-WIRED-DATE PIC X(10).
001670     05  MST-SERVICE-FLAG PIC X(01).
001680     05  MST-OPERATOR PIC X(10).
001690     05  MST-RATED-CYCLES PIC 9(07).
001700     05  MST-INSTALLED-DATE PIC X(10).
001710     05  MST-WATTS PIC 9(05).
001720
001730 WORKING-STORAGE SECTION.
001740*>--------------------------------------------------------------
001750*> FILE STATUS AND DYNAMIC FILE NAMES
001760*>--------------------------------------------------------------
001770 77  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
001780 77  WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACES.
001790 77  WS-PATTERN-FILE-STATUS PIC X(02) VALUE SPACES.
001800 77  WS-ESCRULE-FILE-STATUS PIC X(02) VALUE SPACES.
001810 77  WS-SECURITY-FILE-STATUS PIC X(02) VALUE SPACES.
001820 77  WS-TARIFF-FILE-STATUS PIC X(02) VALUE SPACES.
001830 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001840 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
001850 77  WS-CONTROL-FILE-NAME PIC X(12) VALUE SPACES.
001860 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001870 77  WS-TODAY PIC 9(08) VALUE ZERO.
001880 77  WS-MASTER-OPEN PIC X(01) VALUE "N".
001890
001900*>--------------------------------------------------------------
001910*> DATE WORK AREA - A TARIFF BAND'S TO DATE PLUS ONE DAY, THE
001920*> DAY THE NEXT BAND HAS TO START ON
001930*>--------------------------------------------------------------
001940 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001950 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001960     05  WS-CUR-YYYY PIC 9(04).
001970     05  WS-CUR-MM PIC 9(02).
001980     05  WS-CUR-DD PIC 9(02).
001990 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
002000 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
002010 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
002020
002030*>--------------------------------------------------------------
002040*> CONTROL TABLE NAMES - GPIOCTL.DAT (THE RUN'S FALLBACK) FIRST,
002050*> THEN EVERY DISTINCT TABLE THE CALENDAR NAMES
002060*>--------------------------------------------------------------
002070 77  WS-MAX-TABLES PIC 9(03) VALUE 20.
002080 77  WS-TABLE-COUNT PIC 9(03) VALUE ZERO.
002090 77  WS-TABLE-IDX PIC 9(03) VALUE ZERO.
002100 77  WS-FOUND-TBL-IDX PIC 9(03) VALUE ZERO.
002110 77  WS-FIND-TABLE PIC X(12) VALUE SPACES.
002120 01  WS-TABLE-TABLE.
002130     05  WS-TABLE-ENTRY OCCURS 20 TIMES.
002140         10  WS-TBL-NAME PIC X(12).
002150         10  WS-TBL-FOUND PIC X(01).
002160         10  WS-TBL-ROWS PIC 9(03).
002170
002180*>--------------------------------------------------------------
002190*> CALENDAR ROWS
002200*>--------------------------------------------------------------
002210 77  WS-MAX-CAL-ROWS PIC 9(03) VALUE 50.
002220 77  WS-CAL-COUNT PIC 9(03) VALUE ZERO.
002230 77  WS-CAL-IDX PIC 9(03) VALUE ZERO.
002240 01  WS-CAL-TABLE.
002250     05  WS-CAL-ENTRY OCCURS 50 TIMES.
002260         10  WS-CAL-DATE PIC X(08).
002270         10  WS-CAL-CLASS PIC X(08).
002280         10  WS-CAL-TBL-IDX PIC 9(03).
002290
002300*>--------------------------------------------------------------
002310*> CONTROL ROWS FROM EVERY TABLE READ, WITH THE TABLE EACH
002320*> CAME FROM
002330*>--------------------------------------------------------------
002340 77  WS-MAX-ROWS PIC 9(03) VALUE 200.
002350 77  WS-ROW-COUNT PIC 9(03) VALUE ZERO.
002360 77  WS-ROW-IDX PIC 9(03) VALUE ZERO.
002370 01  WS-ROW-TABLE.
002380     05  WS-ROW-ENTRY OCCURS 200 TIMES.
002390         10  WS-ROW-TBL-IDX PIC 9(03).
002400         10  WS-ROW-PIN PIC X(02).
002410         10  WS-ROW-MODE PIC X(03).
002420         10  WS-ROW-ROLE PIC X(10).
002430         10  WS-ROW-PATTERN PIC X(08).
002440         10  WS-ROW-TARGET PIC X(02).
002450
002460*>--------------------------------------------------------------
002470*> PATTERN LIBRARY - EVERY NAMED LINE, WITH WHETHER THE RUN'S
002480*> LOADER WOULD ACCEPT IT
002490*>--------------------------------------------------------------
002500 77  WS-MAX-PATTERNS PIC 9(03) VALUE 20.
002510 77  WS-PATTERN-COUNT PIC 9(03) VALUE ZERO.
002520 77  WS-PATTERN-IDX PIC 9(03) VALUE ZERO.
002530 77  WS-FOUND-PAT-IDX PIC 9(03) VALUE ZERO.
002540 01  WS-PATTERN-TABLE.
002550     05  WS-PATTERN-ENTRY OCCURS 20 TIMES.
002560         10  WS-PAT-NAME PIC X(08).
002570         10  WS-PAT-LOADS PIC X(01).
002580
002590*>--------------------------------------------------------------
002600*> MASTER - ONE SLOT PER TWO-DIGIT PIN, SLOT = PIN + 1
002610*>--------------------------------------------------------------
002620 77  WS-PIN-IDX PIC 9(03) VALUE ZERO.
002630 77  WS-PIN-NUM PIC 9(02) VALUE ZERO.
002640 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
002650 77  WS-MASTER-COUNT PIC 9(03) VALUE ZERO.
002660 01  WS-MASTER-TABLE.
002670     05  WS-MASTER-ENTRY OCCURS 100 TIMES.
002680         10  WS-MPN-ON-FILE PIC X(01).
002690         10  WS-MPN-FLAG PIC X(01).
002700         10  WS-MPN-OPERATOR PIC X(10).
002710         10  WS-MPN-DESC PIC X(30).
002720
002730*>--------------------------------------------------------------
002740*> ESCALATION RULES
002750*>--------------------------------------------------------------
002760 77  WS-MAX-ESC-RULES PIC 9(02) VALUE 20.
002770 77  WS-ESC-RULE-COUNT PIC 9(02) VALUE ZERO.
002780 77  WS-ESC-RULE-IDX PIC 9(02) VALUE ZERO.
002790 01  WS-ESC-RULE-TABLE.
002800     05  WS-ESC-RULE-ENTRY OCCURS 20 TIMES.
002810         10  WS-RUL-CLASS PIC X(06).
002820         10  WS-RUL-PIN PIC X(02).
002830         10  WS-RUL-METHOD PIC X(08).
002840         10  WS-RUL-OPERATOR PIC X(10).
002850         10  WS-RUL-BACKUP PIC X(10).
002860
002870*>--------------------------------------------------------------
002880*> OPERATORS - EVERY ID ON GPIOSEC.DAT, PLUS EVERY ID AN
002890*> ESCALATION RULE OR A MASTER RECORD NAMES
002900*>--------------------------------------------------------------
002910 77  WS-MAX-OPERATORS PIC 9(03) VALUE 50.
002920 77  WS-OPER-COUNT PIC 9(03) VALUE ZERO.
002930 77  WS-OPER-IDX PIC 9(03) VALUE ZERO.
002940 77  WS-FOUND-OPER-IDX PIC 9(03) VALUE ZERO.
002950 77  WS-FIND-OPERATOR PIC X(10) VALUE SPACES.
002960 01  WS-OPERATOR-TABLE.
002970     05  WS-OPERATOR-ENTRY OCCURS 50 TIMES.
002980         10  WS-OPR-ID PIC X(10).
002990         10  WS-OPR-ON-SEC PIC X(01).
003000         10  WS-OPR-LEVEL PIC X(01).
003010
003020*>--------------------------------------------------------------
003030*> TARIFF BANDS, SORTED INTO FROM-DATE ORDER FOR THE GAP AND
003040*> OVERLAP CHECK
003050*>--------------------------------------------------------------
003060 77  WS-MAX-TARIFFS PIC 9(02) VALUE 20.
003070 77  WS-TARIFF-COUNT PIC 9(02) VALUE ZERO.
003080 77  WS-TARIFF-IDX PIC 9(02) VALUE ZERO.
003090 77  WS-TARIFF-NEXT PIC 9(02) VALUE ZERO.
003100 77  WS-SORT-PASS PIC 9(02) VALUE ZERO.
003110 77  WS-TARIFF-LINE PIC 9(03) VALUE ZERO.
003120 01  WS-TARIFF-TABLE.
003130     05  WS-TARIFF-ENTRY OCCURS 20 TIMES.
003140         10  WS-TAR-FROM PIC 9(08).
003150         10  WS-TAR-TO PIC 9(08).
003160         10  WS-TAR-RATE PIC 9(06).
003170         10  WS-TAR-LINE-NO PIC 9(03).
003180 01  WS-TARIFF-SWAP PIC X(25) VALUE SPACES.
003190
003200*>--------------------------------------------------------------
003210*> USE COUNTS FOR THE ENTRY BEING LISTED
003220*>--------------------------------------------------------------
003230 77  WS-USE-COUNT PIC 9(03) VALUE ZERO.
003240 77  WS-ROW-USE-COUNT PIC 9(03) VALUE ZERO.
003250 77  WS-ESC-USE-COUNT PIC 9(03) VALUE ZERO.
003260
003270*>--------------------------------------------------------------
003280*> FLAG COUNTS BY KIND
003290*>--------------------------------------------------------------
003300 77  WS-FLAG-COUNT PIC 9(05) VALUE ZERO.
003310 77  WS-FLG-PAT-UNUSED PIC 9(03) VALUE ZERO.
003320 77  WS-FLG-PAT-MISSING PIC 9(03) VALUE ZERO.
003330 77  WS-FLG-PIN-NO-TABLE PIC 9(03) VALUE ZERO.
003340 77  WS-FLG-PIN-NO-MASTER PIC 9(03) VALUE ZERO.
003350 77  WS-FLG-ESC-NO-MASTER PIC 9(03) VALUE ZERO.
003360 77  WS-FLG-OPER-NO-SEC PIC 9(03) VALUE ZERO.
003370 77  WS-FLG-CAL-NO-TABLE PIC 9(03) VALUE ZERO.
003380 77  WS-FLG-TARIFF PIC 9(03) VALUE ZERO.
003390
003400*>--------------------------------------------------------------
003410*> REPORT LINE BUILD AREA
003420*>--------------------------------------------------------------
003430 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
003440 77  WS-RATE-EDIT PIC Z9.9999 VALUE ZERO.
003450 77  WS-RATE-WORK PIC 9(02)V9(04) VALUE ZERO.
003460
003470 PROCEDURE DIVISION.
003480
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     PERFORM 2000-PATTERN-SECTION THRU 2000-EXIT.
003520     PERFORM 3000-PIN-SECTION THRU 3000-EXIT.
003530     PERFORM 4000-TABLE-SECTION THRU 4000-EXIT.
003540     PERFORM 5000-OPERATOR-SECTION THRU 5000-EXIT.
003550     PERFORM 6000-TARIFF-SECTION THRU 6000-EXIT.
003560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003570     STOP RUN.
003580
003590 1000-INITIALIZE.
003600     DISPLAY "GPIOXREF - CONFIGURATION CROSS-REFERENCE".
003610     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003620     STRING "GPIOXRF." DELIMITED BY SIZE
003630             WS-TODAY DELIMITED BY SIZE
003640         INTO WS-REPORT-FILE-NAME.
003650     OPEN OUTPUT XREF-REPORT-FILE.
003660     IF WS-REPORT-FILE-STATUS NOT = "00"
003670         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
003680             " - STATUS " WS-REPORT-FILE-STATUS " ***"
003690         MOVE 8 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     MOVE SPACES TO WS-LINE-WORK.
003730     STRING "CONFIGURATION CROSS-REFERENCE AS AT "
003740             DELIMITED BY SIZE
003750             WS-TODAY DELIMITED BY SIZE
003760         INTO WS-LINE-WORK.
003770     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003780*>        GPIOCTL.DAT is always in play - it is what the run
003790*>        falls back to when the calendar has nothing better.
003800     MOVE "GPIOCTL.DAT" TO WS-FIND-TABLE.
003810     PERFORM 1180-FIND-OR-ADD-TABLE THRU 1180-EXIT.
003820     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003830     PERFORM 1200-LOAD-CONTROL-TABLES THRU 1200-EXIT.
003840     PERFORM 1300-LOAD-PATTERN-FILE THRU 1300-EXIT.
003850     PERFORM 1400-LOAD-MASTER THRU 1400-EXIT.
003860     PERFORM 1500-LOAD-ESC-RULES THRU 1500-EXIT.
003870     PERFORM 1600-LOAD-SECURITY-FILE THRU 1600-EXIT.
003880     PERFORM 1700-LOAD-TARIFF-FILE THRU 1700-EXIT.
003890 1000-EXIT.
003900     EXIT.
003910
003920 1100-LOAD-CALENDAR.
003930     OPEN INPUT XREF-CALENDAR-FILE.
003940     IF WS-CALENDAR-FILE-STATUS NOT = "00"
003950         MOVE "GPIOCAL.DAT NOT FOUND - ONLY GPIOCTL.DAT IS IN USE"
003960             TO WS-LINE-WORK
003970         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
003980         GO TO 1100-EXIT
003990     END-IF.
004000     PERFORM 1150-READ-CALENDAR-RECORD THRU 1150-EXIT
004010         UNTIL WS-CALENDAR-FILE-STATUS NOT = "00".
004020     CLOSE XREF-CALENDAR-FILE.
004030 1100-EXIT.
004040     EXIT.
004050
004060 1150-READ-CALENDAR-RECORD.
004070     READ XREF-CALENDAR-FILE
004080         AT END
004090             GO TO 1150-EXIT
004100     END-READ.
004110     IF XCAL-TABLE-NAME = SPACES
004120         GO TO 1150-EXIT
004130     END-IF.
004140     IF WS-CAL-COUNT NOT < WS-MAX-CAL-ROWS
004150         DISPLAY "GPIOCAL.DAT HAS MORE THAN " WS-MAX-CAL-ROWS
004160             " LINES - EXTRA LINES IGNORED"
004170         GO TO 1150-EXIT
004180     END-IF.
004190     MOVE XCAL-TABLE-NAME TO WS-FIND-TABLE.
004200     PERFORM 1180-FIND-OR-ADD-TABLE THRU 1180-EXIT.
004210     IF WS-FOUND-TBL-IDX = ZERO
004220         GO TO 1150-EXIT
004230     END-IF.
004240     ADD 1 TO WS-CAL-COUNT.
004250     MOVE XCAL-DATE-TEXT TO WS-CAL-DATE (WS-CAL-COUNT).
004260     MOVE XCAL-CLASS TO WS-CAL-CLASS (WS-CAL-COUNT).
004270     MOVE WS-FOUND-TBL-IDX TO WS-CAL-TBL-IDX (WS-CAL-COUNT).
004280 1150-EXIT.
004290     EXIT.
004300
004310 1180-FIND-OR-ADD-TABLE.
004320     MOVE ZERO TO WS-FOUND-TBL-IDX.
004330     PERFORM 1185-CHECK-TABLE-NAME THRU 1185-EXIT
004340         VARYING WS-TABLE-IDX FROM 1 BY 1
004350         UNTIL WS-TABLE-IDX > WS-TABLE-COUNT.
004360     IF WS-FOUND-TBL-IDX > ZERO
004370         GO TO 1180-EXIT
004380     END-IF.
004390     IF WS-TABLE-COUNT NOT < WS-MAX-TABLES
004400         DISPLAY "MORE THAN " WS-MAX-TABLES
004410             " CONTROL TABLES NAMED - " WS-FIND-TABLE
004420             " IGNORED"
004430         GO TO 1180-EXIT
004440     END-IF.
004450     ADD 1 TO WS-TABLE-COUNT.
004460     MOVE WS-FIND-TABLE TO WS-TBL-NAME (WS-TABLE-COUNT).
004470     MOVE "N" TO WS-TBL-FOUND (WS-TABLE-COUNT).
004480     MOVE ZERO TO WS-TBL-ROWS (WS-TABLE-COUNT).
004490     MOVE WS-TABLE-COUNT TO WS-FOUND-TBL-IDX.
004500 1180-EXIT.
004510     EXIT.
004520
004530 1185-CHECK-TABLE-NAME.
004540     IF WS-TBL-NAME (WS-TABLE-IDX) = WS-FIND-TABLE
004550         MOVE WS-TABLE-IDX TO WS-FOUND-TBL-IDX
004560     END-IF.
004570 1185-EXIT.
004580     EXIT.
004590
004600 1200-LOAD-CONTROL-TABLES.
004610     PERFORM 1250-READ-ONE-TABLE THRU 1250-EXIT
004620         VARYING WS-TABLE-IDX FROM 1 BY 1
004630         UNTIL WS-TABLE-IDX > WS-TABLE-COUNT.
004640 1200-EXIT.
004650     EXIT.
004660
004670 1250-READ-ONE-TABLE.
004680     MOVE WS-TBL-NAME (WS-TABLE-IDX) TO WS-CONTROL-FILE-NAME.
004690     OPEN INPUT XREF-CONTROL-FILE.
004700     IF WS-CONTROL-FILE-STATUS NOT = "00"
004710         GO TO 1250-EXIT
004720     END-IF.
004730     MOVE "Y" TO WS-TBL-FOUND (WS-TABLE-IDX).
004740     PERFORM 1280-READ-CONTROL-RECORD THRU 1280-EXIT
004750         UNTIL WS-CONTROL-FILE-STATUS NOT = "00".
004760     CLOSE XREF-CONTROL-FILE.
004770 1250-EXIT.
004780     EXIT.
004790
004800 1280-READ-CONTROL-RECORD.
004810     READ XREF-CONTROL-FILE
004820         AT END
004830             GO TO 1280-EXIT
004840     END-READ.
004850     ADD 1 TO WS-TBL-ROWS (WS-TABLE-IDX).
004860     IF WS-ROW-COUNT NOT < WS-MAX-ROWS
004870         DISPLAY "MORE THAN " WS-MAX-ROWS
004880             " CONTROL ROWS - EXTRA ROWS NOT CROSS-REFERENCED"
004890         GO TO 1280-EXIT
004900     END-IF.
004910     ADD 1 TO WS-ROW-COUNT.
004920     MOVE WS-TABLE-IDX TO WS-ROW-TBL-IDX (WS-ROW-COUNT).
004930     MOVE XCTL-PIN-TEXT TO WS-ROW-PIN (WS-ROW-COUNT).
004940     MOVE XCTL-MODE-TEXT TO WS-ROW-MODE (WS-ROW-COUNT).
004950     MOVE XCTL-ROLE-TEXT TO WS-ROW-ROLE (WS-ROW-COUNT).
004960     MOVE SPACES TO WS-ROW-PATTERN (WS-ROW-COUNT).
004970     MOVE SPACES TO WS-ROW-TARGET (WS-ROW-COUNT).
004980*>        Only an "out" row's pattern is ever looked up by the
004990*>        run, and only a "lnk" row has a target pin.
005000     IF XCTL-MODE-TEXT = "out"
005010         MOVE XCTL-PATTERN TO WS-ROW-PATTERN (WS-ROW-COUNT)
005020     END-IF.
005030     IF XCTL-MODE-TEXT = "lnk"
005040         MOVE XCTL-LNK-TARGET-PIN
005050             TO WS-ROW-TARGET (WS-ROW-COUNT)
005060     END-IF.
005070 1280-EXIT.
005080     EXIT.
005090
005100 1300-LOAD-PATTERN-FILE.
005110     OPEN INPUT XREF-PATTERN-FILE.
005120     IF WS-PATTERN-FILE-STATUS NOT = "00"
005130         MOVE "GPIOPAT.DAT NOT FOUND - PATTERN LIBRARY IS EMPTY"
005140             TO WS-LINE-WORK
005150         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005160         GO TO 1300-EXIT
005170     END-IF.
005180     PERFORM 1350-READ-PATTERN-RECORD THRU 1350-EXIT
005190         UNTIL WS-PATTERN-FILE-STATUS NOT = "00".
005200     CLOSE XREF-PATTERN-FILE.
005210 1300-EXIT.
005220     EXIT.
005230
005240 1350-READ-PATTERN-RECORD.
005250     READ XREF-PATTERN-FILE
005260         AT END
005270             GO TO 1350-EXIT
005280     END-READ.
005290     IF XPAT-NAME = SPACES
005300         GO TO 1350-EXIT
005310     END-IF.
005320     IF WS-PATTERN-COUNT NOT < WS-MAX-PATTERNS
005330         DISPLAY "GPIOPAT.DAT HAS MORE THAN " WS-MAX-PATTERNS
005340             " PATTERNS - EXTRA LINES IGNORED"
005350         GO TO 1350-EXIT
005360     END-IF.
005370     ADD 1 TO WS-PATTERN-COUNT.
005380     MOVE XPAT-NAME TO WS-PAT-NAME (WS-PATTERN-COUNT).
005390*>        The run's loader drops a line whose segment count is
005400*>        not 01-08, and stops at ten patterns - such a
005410*>        pattern is "in the library" to an editor but not to
005420*>        the run, so it is marked as well as listed.
005430     MOVE "Y" TO WS-PAT-LOADS (WS-PATTERN-COUNT).
005440     IF XPAT-SEG-COUNT IS NOT NUMERIC
005450        OR XPAT-SEG-COUNT = ZERO
005460        OR XPAT-SEG-COUNT > 8
005470        OR WS-PATTERN-COUNT > 10
005480         MOVE "N" TO WS-PAT-LOADS (WS-PATTERN-COUNT)
005490     END-IF.
005500 1350-EXIT.
005510     EXIT.
005520
005530 1400-LOAD-MASTER.
005540*>        The master is keyed by a two-digit pin and opened for
005550*>        random reads everywhere in the suite, so it is swept
005560*>        here by asking for every key from 00 to 99.
005570     OPEN INPUT GPIO-MASTER-FILE.
005580     IF WS-MASTER-FILE-STATUS NOT = "00"
005590         MOVE "GPIOMST.DAT NOT OPENED - NO PIN IS ON FILE"
005600             TO WS-LINE-WORK
005610         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005620     ELSE
005630         MOVE "Y" TO WS-MASTER-OPEN
005640     END-IF.
005650     PERFORM 1450-PROBE-ONE-PIN THRU 1450-EXIT
005660         VARYING WS-PIN-IDX FROM 0 BY 1
005670         UNTIL WS-PIN-IDX > 99.
005680     IF WS-MASTER-OPEN = "Y"
005690         CLOSE GPIO-MASTER-FILE
005700     END-IF.
005710 1400-EXIT.
005720     EXIT.
005730
005740 1450-PROBE-ONE-PIN.
005750     MOVE "N" TO WS-MPN-ON-FILE (WS-PIN-IDX + 1).
005760     MOVE SPACES TO WS-MPN-FLAG (WS-PIN-IDX + 1).
005770     MOVE SPACES TO WS-MPN-OPERATOR (WS-PIN-IDX + 1).
005780     MOVE SPACES TO WS-MPN-DESC (WS-PIN-IDX + 1).
005790     IF WS-MASTER-OPEN = "N"
005800         GO TO 1450-EXIT
005810     END-IF.
005820     MOVE WS-PIN-IDX TO WS-PIN-NUM.
005830     MOVE WS-PIN-NUM TO MST-PIN-KEY.
005840     READ GPIO-MASTER-FILE
005850         INVALID KEY
005860             GO TO 1450-EXIT
005870     END-READ.
005880     ADD 1 TO WS-MASTER-COUNT.
005890     MOVE "Y" TO WS-MPN-ON-FILE (WS-PIN-IDX + 1).
005900     MOVE MST-SERVICE-FLAG TO WS-MPN-FLAG (WS-PIN-IDX + 1).
005910     MOVE MST-OPERATOR TO WS-MPN-OPERATOR (WS-PIN-IDX + 1).
005920     MOVE MST-DESC TO WS-MPN-DESC (WS-PIN-IDX + 1).
005930 1450-EXIT.
005940     EXIT.
005950
005960 1500-LOAD-ESC-RULES.
005970     OPEN INPUT XREF-ESCRULE-FILE.
005980     IF WS-ESCRULE-FILE-STATUS NOT = "00"
005990         MOVE "GPIOESC.DAT NOT FOUND - NO ESCALATION RULES"
006000             TO WS-LINE-WORK
006010         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006020         GO TO 1500-EXIT
006030     END-IF.
006040     PERFORM 1550-READ-ESC-RULE THRU 1550-EXIT
006050         UNTIL WS-ESCRULE-FILE-STATUS NOT = "00".
006060     CLOSE XREF-ESCRULE-FILE.
006070 1500-EXIT.
006080     EXIT.
006090
006100 1550-READ-ESC-RULE.
006110     READ XREF-ESCRULE-FILE
006120         AT END
006130             GO TO 1550-EXIT
006140     END-READ.
006150     IF XESC-CLASS = SPACES
006160         GO TO 1550-EXIT
006170     END-IF.
006180     IF WS-ESC-RULE-COUNT NOT < WS-MAX-ESC-RULES
006190         DISPLAY "GPIOESC.DAT HAS MORE THAN " WS-MAX-ESC-RULES
006200             " RULES - EXTRA LINES IGNORED"
006210         GO TO 1550-EXIT
006220     END-IF.
006230     ADD 1 TO WS-ESC-RULE-COUNT.
006240     MOVE XESC-CLASS TO WS-RUL-CLASS (WS-ESC-RULE-COUNT).
006250     MOVE XESC-PIN TO WS-RUL-PIN (WS-ESC-RULE-COUNT).
006260     MOVE XESC-METHOD TO WS-RUL-METHOD (WS-ESC-RULE-COUNT).
006270     MOVE XESC-OPERATOR TO WS-RUL-OPERATOR (WS-ESC-RULE-COUNT).
006280     MOVE XESC-BACKUP TO WS-RUL-BACKUP (WS-ESC-RULE-COUNT).
006290 1550-EXIT.
006300     EXIT.
006310
006320 1600-LOAD-SECURITY-FILE.
006330     OPEN INPUT XREF-SECURITY-FILE.
006340     IF WS-SECURITY-FILE-STATUS NOT = "00"
006350         MOVE "GPIOSEC.DAT NOT FOUND - NO OPERATOR IS ON FILE"
006360             TO WS-LINE-WORK
006370         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006380         GO TO 1600-EXIT
006390     END-IF.
006400     PERFORM 1650-READ-SECURITY-RECORD THRU 1650-EXIT
006410         UNTIL WS-SECURITY-FILE-STATUS NOT = "00".
006420     CLOSE XREF-SECURITY-FILE.
006430 1600-EXIT.
006440     EXIT.
006450
006460 1650-READ-SECURITY-RECORD.
006470     READ XREF-SECURITY-FILE
006480         AT END
006490             GO TO 1650-EXIT
006500     END-READ.
006510     IF XSEC-OPERATOR = SPACES
006520         GO TO 1650-EXIT
006530     END-IF.
006540     MOVE XSEC-OPERATOR TO WS-FIND-OPERATOR.
006550     PERFORM 5100-FIND-OR-ADD-OPERATOR THRU 5100-EXIT.
006560     IF WS-FOUND-OPER-IDX > ZERO
006570         MOVE "Y" TO WS-OPR-ON-SEC (WS-FOUND-OPER-IDX)
006580         MOVE XSEC-LEVEL TO WS-OPR-LEVEL (WS-FOUND-OPER-IDX)
006590     END-IF.
006600 1650-EXIT.
006610     EXIT.
006620
006630 1700-LOAD-TARIFF-FILE.
006640     OPEN INPUT XREF-TARIFF-FILE.
006650     IF WS-TARIFF-FILE-STATUS NOT = "00"
006660         MOVE "GPIOTAR.DAT NOT FOUND - NO TARIFF BANDS"
006670             TO WS-LINE-WORK
006680         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006690         GO TO 1700-EXIT
006700     END-IF.
006710     PERFORM 1750-READ-TARIFF-RECORD THRU 1750-EXIT
006720         UNTIL WS-TARIFF-FILE-STATUS NOT = "00".
006730     CLOSE XREF-TARIFF-FILE.
006740 1700-EXIT.
006750     EXIT.
006760
006770 1750-READ-TARIFF-RECORD.
006780     READ XREF-TARIFF-FILE
006790         AT END
006800             GO TO 1750-EXIT
006810     END-READ.
006820     ADD 1 TO WS-TARIFF-LINE.
006830     IF TAR-FROM-DATE IS NOT NUMERIC
006840        OR TAR-TO-DATE IS NOT NUMERIC
006850        OR TAR-RATE-E4 IS NOT NUMERIC
006860         MOVE SPACES TO WS-LINE-WORK
006870         STRING "GPIOTAR.DAT LINE " DELIMITED BY SIZE
006880                 WS-TARIFF-LINE DELIMITED BY SIZE
006890                 " NOT NUMERIC - GPIOCOST SKIPS IT"
006900                 DELIMITED BY SIZE
006910             INTO WS-LINE-WORK
006920         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006930         GO TO 1750-EXIT
006940     END-IF.
006950     IF WS-TARIFF-COUNT NOT < WS-MAX-TARIFFS
006960         DISPLAY "GPIOTAR.DAT HAS MORE THAN " WS-MAX-TARIFFS
006970             " BANDS - EXTRA LINES IGNORED"
006980         GO TO 1750-EXIT
006990     END-IF.
007000     ADD 1 TO WS-TARIFF-COUNT.
007010     MOVE TAR-FROM-DATE TO WS-TAR-FROM (WS-TARIFF-COUNT).
007020     MOVE TAR-TO-DATE TO WS-TAR-TO (WS-TARIFF-COUNT).
007030     MOVE TAR-RATE-E4 TO WS-TAR-RATE (WS-TARIFF-COUNT).
007040     MOVE WS-TARIFF-LINE TO WS-TAR-LINE-NO (WS-TARIFF-COUNT).
007050 1750-EXIT.
007060     EXIT.
007070
007080 2000-PATTERN-SECTION.
007090     MOVE SPACES TO WS-LINE-WORK.
007100     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007110     MOVE "PATTERN WHERE-USED" TO WS-LINE-WORK.
007120     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007130     PERFORM 2050-LIST-ONE-PATTERN THRU 2050-EXIT
007140         VARYING WS-PATTERN-IDX FROM 1 BY 1
007150         UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT.
007160     PERFORM 2080-CHECK-ROW-PATTERN THRU 2080-EXIT
007170         VARYING WS-ROW-IDX FROM 1 BY 1
007180         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
007190 2000-EXIT.
007200     EXIT.
007210
007220 2050-LIST-ONE-PATTERN.
007230     MOVE SPACES TO WS-LINE-WORK.
007240     STRING "  " DELIMITED BY SIZE
007250             WS-PAT-NAME (WS-PATTERN-IDX) DELIMITED BY SIZE
007260         INTO WS-LINE-WORK.
007270     IF WS-PAT-LOADS (WS-PATTERN-IDX) = "N"
007280         MOVE "(LINE THE RUN WILL NOT LOAD)"
007290             TO WS-LINE-WORK (13:28)
007300     END-IF.
007310     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007320     MOVE ZERO TO WS-USE-COUNT.
007330     PERFORM 2060-LIST-PATTERN-USE THRU 2060-EXIT
007340         VARYING WS-ROW-IDX FROM 1 BY 1
007350         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
007360     IF WS-USE-COUNT = ZERO
007370         MOVE "    ** PATTERN IS NOT ON ANY CONTROL ROW"
007380             TO WS-LINE-WORK
007390         ADD 1 TO WS-FLG-PAT-UNUSED
007400         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
007410     END-IF.
007420 2050-EXIT.
007430     EXIT.
007440
007450 2060-LIST-PATTERN-USE.
007460     IF WS-ROW-PATTERN (WS-ROW-IDX) NOT =
007470         WS-PAT-NAME (WS-PATTERN-IDX)
007480         GO TO 2060-EXIT
007490     END-IF.
007500     ADD 1 TO WS-USE-COUNT.
007510     MOVE SPACES TO WS-LINE-WORK.
007520     STRING "    " DELIMITED BY SIZE
007530             WS-TBL-NAME (WS-ROW-TBL-IDX (WS-ROW-IDX))
007540             DELIMITED BY SIZE
007550             " PIN " DELIMITED BY SIZE
007560             WS-ROW-PIN (WS-ROW-IDX) DELIMITED BY SIZE
007570             " " DELIMITED BY SIZE
007580             WS-ROW-ROLE (WS-ROW-IDX) DELIMITED BY SIZE
007590         INTO WS-LINE-WORK.
007600     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007610 2060-EXIT.
007620     EXIT.
007630
007640 2080-CHECK-ROW-PATTERN.
007650     IF WS-ROW-PATTERN (WS-ROW-IDX) = SPACES
007660         GO TO 2080-EXIT
007670     END-IF.
007680     MOVE ZERO TO WS-FOUND-PAT-IDX.
007690     PERFORM 2090-CHECK-PATTERN-NAME THRU 2090-EXIT
007700         VARYING WS-PATTERN-IDX FROM 1 BY 1
007710         UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT.
007720     IF WS-FOUND-PAT-IDX > ZERO
007730         GO TO 2080-EXIT
007740     END-IF.
007750     MOVE SPACES TO WS-LINE-WORK.
007760     STRING "  ** " DELIMITED BY SIZE
007770             WS-TBL-NAME (WS-ROW-TBL-IDX (WS-ROW-IDX))
007780             DELIMITED BY SIZE
007790             " PIN " DELIMITED BY SIZE
007800             WS-ROW-PIN (WS-ROW-IDX) DELIMITED BY SIZE
007810             " NAMES PATTERN " DELIMITED BY SIZE
007820             WS-ROW-PATTERN (WS-ROW-IDX) DELIMITED BY SIZE
007830             " - NOT IN GPIOPAT.DAT" DELIMITED BY SIZE
007840         INTO WS-LINE-WORK.
007850     ADD 1 TO WS-FLG-PAT-MISSING.
007860     PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT.
007870 2080-EXIT.
007880     EXIT.
007890
007900 2090-CHECK-PATTERN-NAME.
007910     IF WS-PAT-NAME (WS-PATTERN-IDX) = WS-ROW-PATTERN (WS-ROW-IDX)
007920         MOVE WS-PATTERN-IDX TO WS-FOUND-PAT-IDX
007930     END-IF.
007940 2090-EXIT.
007950     EXIT.
007960
007970 3000-PIN-SECTION.
007980     MOVE SPACES TO WS-LINE-WORK.
007990     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008000     MOVE "PIN WHERE-USED" TO WS-LINE-WORK.
008010     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008020     PERFORM 3050-LIST-ONE-PIN THRU 3050-EXIT
008030         VARYING WS-PIN-IDX FROM 0 BY 1
008040         UNTIL WS-PIN-IDX > 99.
008050 3000-EXIT.
008060     EXIT.
008070
008080 3050-LIST-ONE-PIN.
008090*>        A pin is listed when anything at all names it - the
008100*>        master, a control row (as its own pin or as a link
008110*>        target) or an escalation rule.
008120     MOVE WS-PIN-IDX TO WS-PIN-NUM.
008130     MOVE WS-PIN-NUM TO WS-FIND-PIN.
008140     MOVE ZERO TO WS-ROW-USE-COUNT.
008150     MOVE ZERO TO WS-ESC-USE-COUNT.
008160     PERFORM 3060-COUNT-ROW-USE THRU 3060-EXIT
008170         VARYING WS-ROW-IDX FROM 1 BY 1
008180         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
008190     PERFORM 3070-COUNT-ESC-USE THRU 3070-EXIT
008200         VARYING WS-ESC-RULE-IDX FROM 1 BY 1
008210         UNTIL WS-ESC-RULE-IDX > WS-ESC-RULE-COUNT.
008220     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "N"
008230        AND WS-ROW-USE-COUNT = ZERO
008240        AND WS-ESC-USE-COUNT = ZERO
008250         GO TO 3050-EXIT
008260     END-IF.
008270     MOVE SPACES TO WS-LINE-WORK.
008280     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "Y"
008290         STRING "  PIN " DELIMITED BY SIZE
008300                 WS-FIND-PIN DELIMITED BY SIZE
008310                 " " DELIMITED BY SIZE
008320                 WS-MPN-DESC (WS-PIN-IDX + 1) DELIMITED BY SIZE
008330                 " FLAG " DELIMITED BY SIZE
008340                 WS-MPN-FLAG (WS-PIN-IDX + 1) DELIMITED BY SIZE
008350             INTO WS-LINE-WORK
008360     ELSE
008370         STRING "  PIN " DELIMITED BY SIZE
008380                 WS-FIND-PIN DELIMITED BY SIZE
008390                 " NO MASTER RECORD" DELIMITED BY SIZE
008400             INTO WS-LINE-WORK
008410     END-IF.
008420     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008430     PERFORM 3080-LIST-ROW-USE THRU 3080-EXIT
008440         VARYING WS-ROW-IDX FROM 1 BY 1
008450         UNTIL WS-ROW-IDX > WS-ROW-COUNT.
008460     PERFORM 3090-LIST-ESC-USE THRU 3090-EXIT
008470         VARYING WS-ESC-RULE-IDX FROM 1 BY 1
008480         UNTIL WS-ESC-RULE-IDX > WS-ESC-RULE-COUNT.
008490*>        A retired pin belongs on no table, so only an in
008500*>        service one is flagged for being left off them all.
008510     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "Y"
008520        AND WS-ROW-USE-COUNT = ZERO
008530         IF WS-MPN-FLAG (WS-PIN-IDX + 1) = "I"
008540             MOVE "    ** IN SERVICE MASTER PIN IS ON NO TABLE"
008550                 TO WS-LINE-WORK
008560             ADD 1 TO WS-FLG-PIN-NO-TABLE
008570             PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
008580         ELSE
008590             MOVE "    OUT OF SERVICE - ON NO TABLE"
008600                 TO WS-LINE-WORK
008610             PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
008620         END-IF
008630     END-IF.
008640     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "N"
008650        AND WS-ROW-USE-COUNT > ZERO
008660         MOVE "    ** ON A CONTROL TABLE WITH NO MASTER RECORD"
008670             TO WS-LINE-WORK
008680         ADD 1 TO WS-FLG-PIN-NO-MASTER
008690         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
008700     END-IF.
008710     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "N"
008720        AND WS-ESC-USE-COUNT > ZERO
008730         MOVE "    ** ESCALATION RULE FOR A PIN NOT ON THE MASTER"
008740             TO WS-LINE-WORK
008750         ADD 1 TO WS-FLG-ESC-NO-MASTER
008760         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
008770     END-IF.
008780 3050-EXIT.
008790     EXIT.
008800
008810 3060-COUNT-ROW-USE.
008820     IF WS-ROW-PIN (WS-ROW-IDX) = WS-FIND-PIN
008830        OR WS-ROW-TARGET (WS-ROW-IDX) = WS-FIND-PIN
008840         ADD 1 TO WS-ROW-USE-COUNT
008850     END-IF.
008860 3060-EXIT.
008870     EXIT.
008880
008890 3070-COUNT-ESC-USE.
008900     IF WS-RUL-PIN (WS-ESC-RULE-IDX) = WS-FIND-PIN
008910         ADD 1 TO WS-ESC-USE-COUNT
008920     END-IF.
008930 3070-EXIT.
008940     EXIT.
008950
008960 3080-LIST-ROW-USE.
008970     IF WS-ROW-PIN (WS-ROW-IDX) = WS-FIND-PIN
008980         MOVE SPACES TO WS-LINE-WORK
008990         STRING "    " DELIMITED BY SIZE
009000                 WS-TBL-NAME (WS-ROW-TBL-IDX (WS-ROW-IDX))
009010                 DELIMITED BY SIZE
009020                 " " DELIMITED BY SIZE
009030                 WS-ROW-MODE (WS-ROW-IDX) DELIMITED BY SIZE
009040                 " " DELIMITED BY SIZE
009050                 WS-ROW-ROLE (WS-ROW-IDX) DELIMITED BY SIZE
009060             INTO WS-LINE-WORK
009070         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
009080     END-IF.
009090     IF WS-ROW-TARGET (WS-ROW-IDX) = WS-FIND-PIN
009100         MOVE SPACES TO WS-LINE-WORK
009110         STRING "    " DELIMITED BY SIZE
009120                 WS-TBL-NAME (WS-ROW-TBL-IDX (WS-ROW-IDX))
009130                 DELIMITED BY SIZE
009140                 " LINK TARGET OF PIN " DELIMITED BY SIZE
009150                 WS-ROW-PIN (WS-ROW-IDX) DELIMITED BY SIZE
009160                 " " DELIMITED BY SIZE
009170                 WS-ROW-ROLE (WS-ROW-IDX) DELIMITED BY SIZE
009180             INTO WS-LINE-WORK
009190         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
009200     END-IF.
009210 3080-EXIT.
009220     EXIT.
009230
009240 3090-LIST-ESC-USE.
009250     IF WS-RUL-PIN (WS-ESC-RULE-IDX) NOT = WS-FIND-PIN
009260         GO TO 3090-EXIT
009270     END-IF.
009280     MOVE SPACES TO WS-LINE-WORK.
009290     STRING "    GPIOESC.DAT " DELIMITED BY SIZE
009300             WS-RUL-CLASS (WS-ESC-RULE-IDX) DELIMITED BY SIZE
009310             " " DELIMITED BY SIZE
009320             WS-RUL-METHOD (WS-ESC-RULE-IDX) DELIMITED BY SIZE
009330             " " DELIMITED BY SIZE
009340             WS-RUL-OPERATOR (WS-ESC-RULE-IDX) DELIMITED BY SIZE
009350         INTO WS-LINE-WORK.
009360     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009370 3090-EXIT.
009380     EXIT.
009390
009400 4000-TABLE-SECTION.
009410     MOVE SPACES TO WS-LINE-WORK.
009420     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009430     MOVE "CONTROL TABLE WHERE-USED" TO WS-LINE-WORK.
009440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009450     PERFORM 4050-LIST-ONE-TABLE THRU 4050-EXIT
009460         VARYING WS-TABLE-IDX FROM 1 BY 1
009470         UNTIL WS-TABLE-IDX > WS-TABLE-COUNT.
009480 4000-EXIT.
009490     EXIT.
009500
009510 4050-LIST-ONE-TABLE.
009520     MOVE SPACES TO WS-LINE-WORK.
009530     IF WS-TBL-FOUND (WS-TABLE-IDX) = "Y"
009540         STRING "  " DELIMITED BY SIZE
009550                 WS-TBL-NAME (WS-TABLE-IDX) DELIMITED BY SIZE
009560                 " ROWS " DELIMITED BY SIZE
009570                 WS-TBL-ROWS (WS-TABLE-IDX) DELIMITED BY SIZE
009580             INTO WS-LINE-WORK
009590     ELSE
009600         STRING "  " DELIMITED BY SIZE
009610                 WS-TBL-NAME (WS-TABLE-IDX) DELIMITED BY SIZE
009620                 " FILE NOT FOUND" DELIMITED BY SIZE
009630             INTO WS-LINE-WORK
009640     END-IF.
009650     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009660     IF WS-TABLE-IDX = 1
009670         MOVE "    RUN FALLBACK WHEN NO CALENDAR ROW APPLIES"
009680             TO WS-LINE-WORK
009690         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
009700     END-IF.
009710     PERFORM 4060-LIST-CAL-USE THRU 4060-EXIT
009720         VARYING WS-CAL-IDX FROM 1 BY 1
009730         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
009740 4050-EXIT.
009750     EXIT.
009760
009770 4060-LIST-CAL-USE.
009780     IF WS-CAL-TBL-IDX (WS-CAL-IDX) NOT = WS-TABLE-IDX
009790         GO TO 4060-EXIT
009800     END-IF.
009810     MOVE SPACES TO WS-LINE-WORK.
009820     IF WS-TBL-FOUND (WS-TABLE-IDX) = "Y"
009830         STRING "    GPIOCAL.DAT " DELIMITED BY SIZE
009840                 WS-CAL-DATE (WS-CAL-IDX) DELIMITED BY SIZE
009850                 " " DELIMITED BY SIZE
009860                 WS-CAL-CLASS (WS-CAL-IDX) DELIMITED BY SIZE
009870             INTO WS-LINE-WORK
009880         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
009890     ELSE
009900         STRING "    ** GPIOCAL.DAT " DELIMITED BY SIZE
009910                 WS-CAL-DATE (WS-CAL-IDX) DELIMITED BY SIZE
009920                 " " DELIMITED BY SIZE
009930                 WS-CAL-CLASS (WS-CAL-IDX) DELIMITED BY SIZE
009940                 " NAMES A MISSING TABLE" DELIMITED BY SIZE
009950             INTO WS-LINE-WORK
009960         ADD 1 TO WS-FLG-CAL-NO-TABLE
009970         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
009980     END-IF.
009990 4060-EXIT.
010000     EXIT.
010010
010020 5000-OPERATOR-SECTION.
010030     PERFORM 5050-ADD-RULE-OPERATORS THRU 5050-EXIT
010040         VARYING WS-ESC-RULE-IDX FROM 1 BY 1
010050         UNTIL WS-ESC-RULE-IDX > WS-ESC-RULE-COUNT.
010060     PERFORM 5060-ADD-MASTER-OPERATOR THRU 5060-EXIT
010070         VARYING WS-PIN-IDX FROM 0 BY 1
010080         UNTIL WS-PIN-IDX > 99.
010090     MOVE SPACES TO WS-LINE-WORK.
010100     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010110     MOVE "OPERATOR WHERE-USED" TO WS-LINE-WORK.
010120     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010130     PERFORM 5200-LIST-ONE-OPERATOR THRU 5200-EXIT
010140         VARYING WS-OPER-IDX FROM 1 BY 1
010150         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
010160 5000-EXIT.
010170     EXIT.
010180
010190 5050-ADD-RULE-OPERATORS.
010200     IF WS-RUL-OPERATOR (WS-ESC-RULE-IDX) NOT = SPACES
010210         MOVE WS-RUL-OPERATOR (WS-ESC-RULE-IDX)
010220             TO WS-FIND-OPERATOR
010230         PERFORM 5100-FIND-OR-ADD-OPERATOR THRU 5100-EXIT
010240     END-IF.
010250     IF WS-RUL-BACKUP (WS-ESC-RULE-IDX) NOT = SPACES
010260         MOVE WS-RUL-BACKUP (WS-ESC-RULE-IDX)
010270             TO WS-FIND-OPERATOR
010280         PERFORM 5100-FIND-OR-ADD-OPERATOR THRU 5100-EXIT
010290     END-IF.
010300 5050-EXIT.
010310     EXIT.
010320
010330 5060-ADD-MASTER-OPERATOR.
010340     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "Y"
010350        AND WS-MPN-OPERATOR (WS-PIN-IDX + 1) NOT = SPACES
010360         MOVE WS-MPN-OPERATOR (WS-PIN-IDX + 1)
010370             TO WS-FIND-OPERATOR
010380         PERFORM 5100-FIND-OR-ADD-OPERATOR THRU 5100-EXIT
010390     END-IF.
010400 5060-EXIT.
010410     EXIT.
010420
010430 5100-FIND-OR-ADD-OPERATOR.
010440     MOVE ZERO TO WS-FOUND-OPER-IDX.
010450     PERFORM 5150-CHECK-OPERATOR-ID THRU 5150-EXIT
010460         VARYING WS-OPER-IDX FROM 1 BY 1
010470         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
010480     IF WS-FOUND-OPER-IDX > ZERO
010490         GO TO 5100-EXIT
010500     END-IF.
010510     IF WS-OPER-COUNT NOT < WS-MAX-OPERATORS
010520         DISPLAY "MORE THAN " WS-MAX-OPERATORS
010530             " OPERATORS - " WS-FIND-OPERATOR " IGNORED"
010540         GO TO 5100-EXIT
010550     END-IF.
010560     ADD 1 TO WS-OPER-COUNT.
010570     MOVE WS-FIND-OPERATOR TO WS-OPR-ID (WS-OPER-COUNT).
010580     MOVE "N" TO WS-OPR-ON-SEC (WS-OPER-COUNT).
010590     MOVE SPACES TO WS-OPR-LEVEL (WS-OPER-COUNT).
010600     MOVE WS-OPER-COUNT TO WS-FOUND-OPER-IDX.
010610 5100-EXIT.
010620     EXIT.
010630
010640 5150-CHECK-OPERATOR-ID.
010650     IF WS-OPR-ID (WS-OPER-IDX) = WS-FIND-OPERATOR
010660         MOVE WS-OPER-IDX TO WS-FOUND-OPER-IDX
010670     END-IF.
010680 5150-EXIT.
010690     EXIT.
010700
010710 5200-LIST-ONE-OPERATOR.
010720     MOVE WS-OPR-ID (WS-OPER-IDX) TO WS-FIND-OPERATOR.
010730     MOVE SPACES TO WS-LINE-WORK.
010740     IF WS-OPR-ON-SEC (WS-OPER-IDX) = "Y"
010750         STRING "  " DELIMITED BY SIZE
010760                 WS-FIND-OPERATOR DELIMITED BY SIZE
010770                 " GPIOSEC.DAT LEVEL " DELIMITED BY SIZE
010780                 WS-OPR-LEVEL (WS-OPER-IDX) DELIMITED BY SIZE
010790             INTO WS-LINE-WORK
010800     ELSE
010810         STRING "  " DELIMITED BY SIZE
010820                 WS-FIND-OPERATOR DELIMITED BY SIZE
010830                 " NOT ON GPIOSEC.DAT" DELIMITED BY SIZE
010840             INTO WS-LINE-WORK
010850     END-IF.
010860     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010870     MOVE ZERO TO WS-ESC-USE-COUNT.
010880     PERFORM 5250-LIST-OPER-ESC-USE THRU 5250-EXIT
010890         VARYING WS-ESC-RULE-IDX FROM 1 BY 1
010900         UNTIL WS-ESC-RULE-IDX > WS-ESC-RULE-COUNT.
010910     PERFORM 5280-LIST-OPER-MASTER-USE THRU 5280-EXIT
010920         VARYING WS-PIN-IDX FROM 0 BY 1
010930         UNTIL WS-PIN-IDX > 99.
010940*>        An escalation that routes to an id nobody can sign
010950*>        on as is an alarm that goes nowhere.
010960     IF WS-OPR-ON-SEC (WS-OPER-IDX) = "N"
010970        AND WS-ESC-USE-COUNT > ZERO
010980         MOVE "    ** ESCALATION OPERATOR OR BACKUP NOT ON FILE"
010990             TO WS-LINE-WORK
011000         ADD 1 TO WS-FLG-OPER-NO-SEC
011010         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
011020     END-IF.
011030 5200-EXIT.
011040     EXIT.
011050
011060 5250-LIST-OPER-ESC-USE.
011070     IF WS-RUL-OPERATOR (WS-ESC-RULE-IDX) = WS-FIND-OPERATOR
011080         ADD 1 TO WS-ESC-USE-COUNT
011090         MOVE SPACES TO WS-LINE-WORK
011100         STRING "    GPIOESC.DAT " DELIMITED BY SIZE
011110                 WS-RUL-CLASS (WS-ESC-RULE-IDX) DELIMITED BY SIZE
011120                 " PIN " DELIMITED BY SIZE
011130                 WS-RUL-PIN (WS-ESC-RULE-IDX) DELIMITED BY SIZE
011140                 " OPERATOR" DELIMITED BY SIZE
011150             INTO WS-LINE-WORK
011160         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
011170     END-IF.
011180     IF WS-RUL-BACKUP (WS-ESC-RULE-IDX) = WS-FIND-OPERATOR
011190         ADD 1 TO WS-ESC-USE-COUNT
011200         MOVE SPACES TO WS-LINE-WORK
011210         STRING "    GPIOESC.DAT " DELIMITED BY SIZE
011220                 WS-RUL-CLASS (WS-ESC-RULE-IDX) DELIMITED BY SIZE
011230                 " PIN " DELIMITED BY SIZE
011240                 WS-RUL-PIN (WS-ESC-RULE-IDX) DELIMITED BY SIZE
011250                 " BACKUP" DELIMITED BY SIZE
011260             INTO WS-LINE-WORK
011270         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
011280     END-IF.
011290 5250-EXIT.
011300     EXIT.
011310
011320 5280-LIST-OPER-MASTER-USE.
011330     IF WS-MPN-ON-FILE (WS-PIN-IDX + 1) = "Y"
011340        AND WS-MPN-OPERATOR (WS-PIN-IDX + 1) = WS-FIND-OPERATOR
011350         MOVE WS-PIN-IDX TO WS-PIN-NUM
011360         MOVE SPACES TO WS-LINE-WORK
011370         STRING "    GPIOMST.DAT PIN " DELIMITED BY SIZE
011380                 WS-PIN-NUM DELIMITED BY SIZE
011390                 " CUSTODIAN" DELIMITED BY SIZE
011400             INTO WS-LINE-WORK
011410         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
011420     END-IF.
011430 5280-EXIT.
011440     EXIT.
011450
011460 6000-TARIFF-SECTION.
011470     MOVE SPACES TO WS-LINE-WORK.
011480     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011490     MOVE "TARIFF BANDS IN DATE ORDER" TO WS-LINE-WORK.
011500     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011510     PERFORM 6010-SORT-PASS THRU 6010-EXIT
011520         VARYING WS-SORT-PASS FROM 1 BY 1
011530         UNTIL WS-SORT-PASS NOT < WS-TARIFF-COUNT.
011540     PERFORM 6050-CHECK-ONE-BAND THRU 6050-EXIT
011550         VARYING WS-TARIFF-IDX FROM 1 BY 1
011560         UNTIL WS-TARIFF-IDX > WS-TARIFF-COUNT.
011570 6000-EXIT.
011580     EXIT.
011590
011600 6010-SORT-PASS.
011610     PERFORM 6020-SORT-COMPARE THRU 6020-EXIT
011620         VARYING WS-TARIFF-IDX FROM 1 BY 1
011630         UNTIL WS-TARIFF-IDX NOT < WS-TARIFF-COUNT.
011640 6010-EXIT.
011650     EXIT.
011660
011670 6020-SORT-COMPARE.
011680     ADD 1 TO WS-TARIFF-IDX GIVING WS-TARIFF-NEXT.
011690     IF WS-TAR-FROM (WS-TARIFF-IDX) >
011700         WS-TAR-FROM (WS-TARIFF-NEXT)
011710         MOVE WS-TARIFF-ENTRY (WS-TARIFF-IDX) TO WS-TARIFF-SWAP
011720         MOVE WS-TARIFF-ENTRY (WS-TARIFF-NEXT)
011730             TO WS-TARIFF-ENTRY (WS-TARIFF-IDX)
011740         MOVE WS-TARIFF-SWAP TO WS-TARIFF-ENTRY (WS-TARIFF-NEXT)
011750     END-IF.
011760 6020-EXIT.
011770     EXIT.
011780
011790 6050-CHECK-ONE-BAND.
011800     DIVIDE WS-TAR-RATE (WS-TARIFF-IDX) BY 10000
011810         GIVING WS-RATE-WORK.
011820     MOVE WS-RATE-WORK TO WS-RATE-EDIT.
011830     MOVE SPACES TO WS-LINE-WORK.
011840     STRING "  " DELIMITED BY SIZE
011850             WS-TAR-FROM (WS-TARIFF-IDX) DELIMITED BY SIZE
011860             " - " DELIMITED BY SIZE
011870             WS-TAR-TO (WS-TARIFF-IDX) DELIMITED BY SIZE
011880             " RATE " DELIMITED BY SIZE
011890             WS-RATE-EDIT DELIMITED BY SIZE
011900             " (LINE " DELIMITED BY SIZE
011910             WS-TAR-LINE-NO (WS-TARIFF-IDX) DELIMITED BY SIZE
011920             ")" DELIMITED BY SIZE
011930         INTO WS-LINE-WORK.
011940     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011950     IF WS-TAR-TO (WS-TARIFF-IDX) < WS-TAR-FROM (WS-TARIFF-IDX)
011960         MOVE "    ** BAND ENDS BEFORE IT STARTS" TO WS-LINE-WORK
011970         ADD 1 TO WS-FLG-TARIFF
011980         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
011990     END-IF.
012000     IF WS-TARIFF-IDX NOT < WS-TARIFF-COUNT
012010         GO TO 6050-EXIT
012020     END-IF.
012030*>        The next band in date order has to start the day
012040*>        after this one ends - later leaves days GPIOCOST
012050*>        prices at zero, earlier leaves days where the first
012060*>        band in file order quietly wins.
012070     ADD 1 TO WS-TARIFF-IDX GIVING WS-TARIFF-NEXT.
012080     MOVE WS-TAR-TO (WS-TARIFF-IDX) TO WS-CUR-DATE.
012090     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
012100     IF WS-TAR-FROM (WS-TARIFF-NEXT) > WS-CUR-DATE
012110         MOVE SPACES TO WS-LINE-WORK
012120         STRING "    ** GAP - NO BAND FROM " DELIMITED BY SIZE
012130                 WS-CUR-DATE DELIMITED BY SIZE
012140                 " UNTIL " DELIMITED BY SIZE
012150                 WS-TAR-FROM (WS-TARIFF-NEXT) DELIMITED BY SIZE
012160             INTO WS-LINE-WORK
012170         ADD 1 TO WS-FLG-TARIFF
012180         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
012190     END-IF.
012200     IF WS-TAR-FROM (WS-TARIFF-NEXT) < WS-CUR-DATE
012210         MOVE SPACES TO WS-LINE-WORK
012220         STRING "    ** OVERLAP - NEXT BAND STARTS "
012230                 DELIMITED BY SIZE
012240                 WS-TAR-FROM (WS-TARIFF-NEXT) DELIMITED BY SIZE
012250                 " ON OR BEFORE " DELIMITED BY SIZE
012260                 WS-TAR-TO (WS-TARIFF-IDX) DELIMITED BY SIZE
012270             INTO WS-LINE-WORK
012280         ADD 1 TO WS-FLG-TARIFF
012290         PERFORM 8600-WRITE-FLAG-LINE THRU 8600-EXIT
012300     END-IF.
012310 6050-EXIT.
012320     EXIT.
012330
012340 9000-TERMINATE.
012350     MOVE SPACES TO WS-LINE-WORK.
012360     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012370     MOVE "FLAGS BY KIND" TO WS-LINE-WORK.
012380     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012390     MOVE SPACES TO WS-LINE-WORK.
012400     STRING "  PATTERN ON NO CONTROL ROW        "
012410             DELIMITED BY SIZE
012420             WS-FLG-PAT-UNUSED DELIMITED BY SIZE
012430         INTO WS-LINE-WORK.
012440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012450     STRING "  CONTROL ROW NAMES MISSING PATTERN "
012460             DELIMITED BY SIZE
012470             WS-FLG-PAT-MISSING DELIMITED BY SIZE
012480         INTO WS-LINE-WORK.
012490     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012500     STRING "  MASTER PIN ON NO TABLE           "
012510             DELIMITED BY SIZE
012520             WS-FLG-PIN-NO-TABLE DELIMITED BY SIZE
012530         INTO WS-LINE-WORK.
012540     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012550     STRING "  TABLE PIN WITH NO MASTER RECORD  "
012560             DELIMITED BY SIZE
012570             WS-FLG-PIN-NO-MASTER DELIMITED BY SIZE
012580         INTO WS-LINE-WORK.
012590     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012600     STRING "  ESCALATION PIN NOT ON MASTER     "
012610             DELIMITED BY SIZE
012620             WS-FLG-ESC-NO-MASTER DELIMITED BY SIZE
012630         INTO WS-LINE-WORK.
012640     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012650     STRING "  ESCALATION OPERATOR NOT ON GPIOSEC"
012660             DELIMITED BY SIZE
012670             WS-FLG-OPER-NO-SEC DELIMITED BY SIZE
012680         INTO WS-LINE-WORK.
012690     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012700     STRING "  CALENDAR ROW NAMES MISSING TABLE "
012710             DELIMITED BY SIZE
012720             WS-FLG-CAL-NO-TABLE DELIMITED BY SIZE
012730         INTO WS-LINE-WORK.
012740     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012750     STRING "  TARIFF BAND GAP OR OVERLAP       "
012760             DELIMITED BY SIZE
012770             WS-FLG-TARIFF DELIMITED BY SIZE
012780         INTO WS-LINE-WORK.
012790     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012800     CLOSE XREF-REPORT-FILE.
012810     DISPLAY "MASTER PINS       " WS-MASTER-COUNT.
012820     DISPLAY "CONTROL TABLES    " WS-TABLE-COUNT.
012830     DISPLAY "CONTROL ROWS      " WS-ROW-COUNT.
012840     DISPLAY "FLAGS RAISED      " WS-FLAG-COUNT.
012850     DISPLAY "CROSS-REFERENCE IS ON " WS-REPORT-FILE-NAME.
012860     IF WS-FLAG-COUNT > ZERO
012870         MOVE 4 TO RETURN-CODE
012880     END-IF.
012890 9000-EXIT.
012900     EXIT.
012910
012920 8100-BUMP-CURRENT-DATE.
012930     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
012940     ADD 1 TO WS-CUR-DD.
012950     IF WS-CUR-DD > WS-MONTH-LENGTH
012960         MOVE 1 TO WS-CUR-DD
012970         ADD 1 TO WS-CUR-MM
012980         IF WS-CUR-MM > 12
012990             MOVE 1 TO WS-CUR-MM
013000             ADD 1 TO WS-CUR-YYYY
013010         END-IF
013020     END-IF.
013030 8100-EXIT.
013040     EXIT.
013050
013060 8150-SET-MONTH-LENGTH.
013070*>        Thirty days hath September - with the leap year rule
013080*>        spelled out in longhand, exactly as GPIOHIST does it.
013090     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
013100        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
013110         MOVE 30 TO WS-MONTH-LENGTH
013120     ELSE
013130         IF WS-CUR-MM = 2
013140             MOVE 28 TO WS-MONTH-LENGTH
013150             DIVIDE WS-CUR-YYYY BY 4
013160                 GIVING WS-LEAP-WORK
013170                 REMAINDER WS-LEAP-REM
013180             IF WS-LEAP-REM = ZERO
013190                 MOVE 29 TO WS-MONTH-LENGTH
013200                 DIVIDE WS-CUR-YYYY BY 100
013210                     GIVING WS-LEAP-WORK
013220                     REMAINDER WS-LEAP-REM
013230                 IF WS-LEAP-REM = ZERO
013240                     MOVE 28 TO WS-MONTH-LENGTH
013250                     DIVIDE WS-CUR-YYYY BY 400
013260                         GIVING WS-LEAP-WORK
013270                         REMAINDER WS-LEAP-REM
013280                     IF WS-LEAP-REM = ZERO
013290                         MOVE 29 TO WS-MONTH-LENGTH
013300                     END-IF
013310                 END-IF
013320             END-IF
013330         ELSE
013340             MOVE 31 TO WS-MONTH-LENGTH
013350         END-IF
013360     END-IF.
013370 8150-EXIT.
013380     EXIT.
013390
013400 8500-WRITE-REPORT-LINE.
013410     MOVE WS-LINE-WORK TO XREF-REPORT-LINE.
013420     WRITE XREF-REPORT-LINE.
013430     MOVE SPACES TO WS-LINE-WORK.
013440 8500-EXIT.
013450     EXIT.
013460
013470 8600-WRITE-FLAG-LINE.
013480     ADD 1 TO WS-FLAG-COUNT.
013490     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013500 8600-EXIT.
013510     EXIT.
013520
013530 END PROGRAM GPIOXREF.

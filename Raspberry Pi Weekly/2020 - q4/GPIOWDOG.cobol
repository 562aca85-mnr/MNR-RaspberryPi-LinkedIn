000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOWDOG
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Missed-run and late-run watchdog, run from the
000080*>           scheduler once the batch window has closed.  A
000090*>           night the run never started leaves no audit, no
000100*>           report and no exception file, so nothing ever
000110*>           complained about it.  For each date in the range
000120*>           this program picks the control table the run
000130*>           would have selected from GPIOCAL.DAT (dated row,
000140*>           then class default, then GPIOCTL.DAT, exactly as
000150*>           1105-SELECT-CONTROL-TABLE does), then checks that
000160*>           the day's GPIORPT.yyyymmdd and GPIOAUD.yyyymmdd
000170*>           exist and that every out and in device on that
000180*>           table has a line on the report.  Finally it looks
000190*>           for an active-run lock (GPIOLCK.DAT) or checkpoint
000200*>           (GPIOCKP.DAT) left behind by a run that died.
000210*>           Each miss is raised as an open item on GPIOOPN.DAT
000220*>           and routed through the GPIOESC.DAT rules exactly
000230*>           as the run routes its own exceptions, so a silent
000240*>           night gets the same follow-up as a bad one:
000250*>             MISSED  no report and no audit for the day
000260*>             PARTL   one of the two missing, or a device
000270*>                     not on the report
000280*>             STALLK  lock or checkpoint left behind
000290*>           An item already on GPIOOPN.DAT with the same
000300*>           class, pin and message is not raised again, so the
000310*>           watchdog can be rerun over the same days.  The
000320*>           findings are listed on GPIOWDG.yyyymmdd.
000330*>
000340*> CONSOLE INPUT, ONE VALUE PER LINE:
000350*>           FROM DATE  yyyymmdd (blank for today)
000360*>           TO DATE    yyyymmdd (blank for the FROM date)
000370*>
000380*> MODIFICATION HISTORY
000390*> DATE        BY   DESCRIPTION
000400*> ----------  ---  ---------------------------------------------
000410*> 10/15/2026  RH   Original program.
000420*>--------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. GPIOWDOG.
000450 AUTHOR. R HAWTHORNE.
000460 INSTALLATION. MNR-RASPBERRY-OPS.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT WDG-CALENDAR-FILE ASSIGN TO "GPIOCAL.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000560     SELECT WDG-CONTROL-FILE
000570         ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000600     SELECT WDG-RUNRPT-FILE
000610         ASSIGN TO DYNAMIC WS-RUNRPT-FILE-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RUNRPT-FILE-STATUS.
000640     SELECT WDG-AUDIT-FILE
000650         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000680     SELECT WDG-LOCK-FILE ASSIGN TO "GPIOLCK.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-LOCK-FILE-STATUS.
000710     SELECT WDG-CHECKPOINT-FILE ASSIGN TO "GPIOCKP.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
000740     SELECT WDG-ESCRULE-FILE ASSIGN TO "GPIOESC.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ESCRULE-FILE-STATUS.
000770     SELECT WDG-NOTIFY-FILE ASSIGN TO "GPIONTF.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-NOTIFY-FILE-STATUS.
000800     SELECT WDG-OPEN-FILE ASSIGN TO "GPIOOPN.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-OPEN-FILE-STATUS.
000830     SELECT WDG-REPORT-FILE
000840         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  WDG-CALENDAR-FILE.
000910 01  WDG-CALENDAR-RECORD.
000920*>        Must stay field for field with the calendar FD in
000930*>        RPIwithCOBOL.
000940     05  CAL-DATE-TEXT PIC X(08).
000950     05  FILLER PIC X(01).
000960     05  CAL-CLASS PIC X(08).
000970     05  FILLER PIC X(01).
000980     05  CAL-TABLE-NAME PIC X(12).
000990
001000 FD  WDG-CONTROL-FILE.
001010 01  WDG-CONTROL-RECORD.
001020*>        Must stay column for column with the control FD in
001030*>        RPIwithCOBOL - only the pin and mode matter here.
001040     05  CTL-PIN-TEXT PIC X(02).
001050     05  FILLER PIC X(01).
001060     05  CTL-MODE-TEXT PIC X(03).
001070     05  FILLER PIC X(41).
001080
001090 FD  WDG-RUNRPT-FILE.
001100 01  WDG-RUNRPT-RECORD.
001110*>        Must stay field for field with the run report FD in
001120*>        RPIwithCOBOL - one line per device the run drove.
001130     05  RPT-PIN-TEXT PIC X(02).
001140     05  FILLER PIC X(01).
001150     05  RPT-ROLE-TEXT PIC X(10).
001160     05  FILLER PIC X(01).
001170     05  RPT-CYCLES PIC 9(05).
001180     05  FILLER PIC X(01).
001190     05  RPT-ON-SECONDS PIC 9(07).
001200     05  FILLER PIC X(01).
001210     05  RPT-START-TIME PIC X(08).
001220     05  FILLER PIC X(01).
001230     05  RPT-END-TIME PIC X(08).
001240     05  FILLER PIC X(01).
001250     05  RPT-DESC PIC X(30).
001260     05  FILLER PIC X(01).
001270     05  RPT-LOCATION PIC X(20).
001280     05  FILLER PIC X(01).
001290     05  RPT-UNIT PIC X(08).
001300
001310 FD  WDG-AUDIT-FILE.
001320 01  WDG-AUDIT-RECORD.
001330*>        Opened only to prove the day's audit log exists.
001340     05  FILLER PIC X(80).
001350
001360 FD  WDG-LOCK-FILE.
001370 01  WDG-LOCK-RECORD.
001380*>        Must stay field for field with the active-run lock
001390*>        RPIwithCOBOL writes - a record here means a run is
001400*>        live, or died without giving the lock back.
001410     05  LCK-DATE PIC X(08).
001420     05  FILLER PIC X(01).
001430     05  LCK-TIME PIC X(08).
001440     05  FILLER PIC X(01).
001450     05  LCK-PID PIC X(08).
001460
001470 FD  WDG-CHECKPOINT-FILE.
001480 01  WDG-CHECKPOINT-HEADER.
001490*>        The first line of the run's checkpoint - only the
001500*>        header is read.  A run that ends cleanly leaves the
001510*>        file empty.
001520     05  CKP-HDR-DATE PIC X(08).
001530     05  FILLER PIC X(01).
001540     05  CKP-HDR-START-TIME PIC X(08).
001550     05  FILLER PIC X(30).
001560
001570 FD  WDG-ESCRULE-FILE.
001580 01  WDG-ESCRULE-RECORD.
001590*>        Must stay field for field with the escalation rule
001600*>        FD in RPIwithCOBOL.
001610     05  ESC-CLASS PIC X(06).
001620     05  FILLER PIC X(01).
001630     05  ESC-PIN PIC X(02).
001640     05  FILLER PIC X(01).
001650     05  ESC-METHOD PIC X(08).
001660     05  FILLER PIC X(01).
001670     05  ESC-OPERATOR PIC X(10).
001680     05  FILLER PIC X(01).
001690     05  ESC-BACKUP PIC X(10).
001700     05  FILLER PIC X(01).
001710     05  ESC-AGE-DAYS PIC 9(03).
001720
001730 FD  WDG-NOTIFY-FILE.
001740 01  WDG-NOTIFY-RECORD.
001750*>        Must stay field for field with the notification log
001760*>        FD in RPIwithCOBOL.
001770     05  NTF-DATE PIC X(10).
001780     05  FILLER PIC X(01).
001790     05  NTF-TIME PIC X(08).
001800     05  FILLER PIC X(01).
001810     05  NTF-PIN PIC X(02).
001820     05  FILLER PIC X(01).
001830     05  NTF-CLASS PIC X(06).
001840     05  FILLER PIC X(01).
001850     05  NTF-METHOD PIC X(08).
001860     05  FILLER PIC X(01).
001870     05  NTF-OPERATOR PIC X(10).
001880     05  FILLER PIC X(01).
001890     05  NTF-NOTE PIC X(20).
001900
001910 FD  WDG-OPEN-FILE.
001920 01  WDG-OPEN-RECORD.
001930*>        Must stay field for field with the open-items FD in
001940*>        RPIwithCOBOL and GPIOEXCA.
001950     05  OPN-DATE PIC X(08).
001960     05  FILLER PIC X(01).
001970     05  OPN-TIME PIC X(08).
001980     05  FILLER PIC X(01).
001990     05  OPN-PIN PIC X(02).
002000     05  FILLER PIC X(01).
002010     05  OPN-CLASS PIC X(06).
002020     05  FILLER PIC X(01).
002030     05  OPN-STATUS PIC X(01).
002040     05  FILLER PIC X(01).
002050     05  OPN-OPERATOR PIC X(10).
002060     05  FILLER PIC X(01).
002070     05  OPN-ACK-DATE PIC X(08).
002080     05  FILLER PIC X(01).
002090     05  OPN-ACK-TIME PIC X(08).
002100     05  FILLER PIC X(01).
002110     05  OPN-ACK-OPER PIC X(10).
002120     05  FILLER PIC X(01).
002130     05  OPN-MESSAGE PIC X(25).
002140
002150 FD  WDG-REPORT-FILE.
002160 01  WDG-REPORT-LINE PIC X(100).
002170
002180 WORKING-STORAGE SECTION.
002190*>--------------------------------------------------------------
002200*> FILE STATUS AND DYNAMIC FILE NAMES
002210*>--------------------------------------------------------------
002220 77  WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACES.
002230 77  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
002240 77  WS-RUNRPT-FILE-STATUS PIC X(02) VALUE SPACES.
002250 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
002260 77  WS-LOCK-FILE-STATUS PIC X(02) VALUE SPACES.
002270 77  WS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE SPACES.
002280 77  WS-ESCRULE-FILE-STATUS PIC X(02) VALUE SPACES.
002290 77  WS-NOTIFY-FILE-STATUS PIC X(02) VALUE SPACES.
002300 77  WS-OPEN-FILE-STATUS PIC X(02) VALUE SPACES.
002310 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
002320 77  WS-CONTROL-FILE-NAME PIC X(12) VALUE "GPIOCTL.DAT".
002330 77  WS-RUNRPT-FILE-NAME PIC X(20) VALUE SPACES.
002340 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
002350 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
002360
002370*>--------------------------------------------------------------
002380*> CONSOLE INPUT AND THE DAY BEING CHECKED
002390*>--------------------------------------------------------------
002400 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
002410 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
002420 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
002430 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
002440 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
002450     05  WS-CUR-YYYY PIC 9(04).
002460     05  WS-CUR-MM PIC 9(02).
002470     05  WS-CUR-DD PIC 9(02).
002480 01  WS-CUR-DATE-TEXT REDEFINES WS-CUR-DATE PIC X(08).
002490 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
002500 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
002510 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
002520 77  WS-MAX-RANGE-DAYS PIC 9(03) VALUE 366.
002530 77  WS-RANGE-STOP PIC X(01) VALUE "N".
002540
002550*>--------------------------------------------------------------
002560*> DATE AND TIME STAMPS FOR THE ITEMS RAISED
002570*>--------------------------------------------------------------
002580 01  WS-TODAY PIC 9(08) VALUE ZERO.
002590 01  WS-TODAY-R REDEFINES WS-TODAY.
002600     05  WS-TODAY-YYYY PIC 9(04).
002610     05  WS-TODAY-MM PIC 9(02).
002620     05  WS-TODAY-DD PIC 9(02).
002630 01  WS-NOW PIC 9(08) VALUE ZERO.
002640 01  WS-NOW-R REDEFINES WS-NOW.
002650     05  WS-NOW-HH PIC 9(02).
002660     05  WS-NOW-MM PIC 9(02).
002670     05  WS-NOW-SS PIC 9(02).
002680     05  WS-NOW-CC PIC 9(02).
002690
002700*>--------------------------------------------------------------
002710*> DAY-OF-WEEK CLASS - ZELLER'S CONGRUENCE AS THE RUN DOES IT
002720*>--------------------------------------------------------------
002730 77  WS-ZEL-Q PIC 9(02) VALUE ZERO.
002740 77  WS-ZEL-M PIC 9(02) VALUE ZERO.
002750 77  WS-ZEL-YYYY PIC 9(04) VALUE ZERO.
002760 77  WS-ZEL-J PIC 9(02) VALUE ZERO.
002770 77  WS-ZEL-K PIC 9(02) VALUE ZERO.
002780 77  WS-ZEL-WORK PIC 9(04) VALUE ZERO.
002790 77  WS-ZEL-SUM PIC 9(05) VALUE ZERO.
002800 77  WS-ZEL-DOW PIC 9(01) VALUE ZERO.
002810 77  WS-DAY-CLASS PIC X(08) VALUE SPACES.
002820 77  WS-RUN-CLASS PIC X(08) VALUE SPACES.
002830 77  WS-CAL-DATE-HIT PIC X(01) VALUE "N".
002840 77  WS-CAL-CLASS-HIT PIC X(01) VALUE "N".
002850
002860*>--------------------------------------------------------------
002870*> THE DEVICES THE DAY'S TABLE WOULD HAVE DRIVEN, AND WHETHER
002880*> EACH WAS FOUND ON THE DAY'S RUN REPORT
002890*>--------------------------------------------------------------
002900 77  WS-DEFAULT-PIN PIC X(02) VALUE "21".
002910 77  WS-MAX-DEVICES PIC 9(02) VALUE 40.
002920 77  WS-DEVICE-COUNT PIC 9(02) VALUE ZERO.
002930 77  WS-DEVICE-IDX PIC 9(02) VALUE ZERO.
002940 77  WS-DEVICES-SEEN PIC 9(02) VALUE ZERO.
002950 01  WS-DEVICE-TABLE.
002960     05  WS-DEVICE-ENTRY OCCURS 40 TIMES.
002970         10  WS-DEV-PIN PIC X(02).
002980         10  WS-DEV-SEEN PIC X(01).
002990 77  WS-TABLE-NOTE PIC X(08) VALUE SPACES.
003000 77  WS-RPT-FOUND PIC X(01) VALUE "N".
003010 77  WS-AUD-FOUND PIC X(01) VALUE "N".
003020 77  WS-DAY-RESULT PIC X(08) VALUE SPACES.
003030
003040*>--------------------------------------------------------------
003050*> ESCALATION RULES AND THE ITEM BEING RAISED - AS THE RUN
003060*> HOLDS THEM
003070*>--------------------------------------------------------------
003080 77  WS-MAX-ESC-RULES PIC 9(02) VALUE 20.
003090 77  WS-ESC-RULE-COUNT PIC 9(02) VALUE ZERO.
003100 77  WS-ESC-RULE-IDX PIC 9(02) VALUE ZERO.
003110 77  WS-ESC-FOUND-IDX PIC 9(02) VALUE ZERO.
003120 77  WS-ESC-BEST-SCORE PIC 9(01) VALUE ZERO.
003130 77  WS-ESC-ROW-SCORE PIC 9(01) VALUE ZERO.
003140 01  WS-ESC-RULE-TABLE.
003150     05  WS-ESC-RULE-ENTRY OCCURS 20 TIMES.
003160         10  WS-RUL-CLASS PIC X(06).
003170         10  WS-RUL-PIN PIC X(02).
003180         10  WS-RUL-METHOD PIC X(08).
003190         10  WS-RUL-OPER PIC X(10).
003200         10  WS-RUL-BACKUP PIC X(10).
003210         10  WS-RUL-AGE PIC 9(03).
003220 77  WS-EXC-CLASS PIC X(06) VALUE SPACES.
003230 77  WS-EXC-PIN PIC X(02) VALUE SPACES.
003240 77  WS-EXC-MSG PIC X(25) VALUE SPACES.
003250 77  WS-NTF-NOTE PIC X(20) VALUE SPACES.
003260 77  WS-NTF-METHOD PIC X(08) VALUE SPACES.
003270 77  WS-NTF-OPER PIC X(10) VALUE SPACES.
003280
003290*>--------------------------------------------------------------
003300*> ITEMS ALREADY ON GPIOOPN.DAT - CLASS, PIN AND MESSAGE - SO A
003310*> RERUN OVER THE SAME DAYS RAISES NOTHING TWICE
003320*>--------------------------------------------------------------
003330 77  WS-MAX-OPENS PIC 9(03) VALUE 500.
003340 77  WS-OPEN-COUNT PIC 9(03) VALUE ZERO.
003350 77  WS-OPEN-IDX PIC 9(03) VALUE ZERO.
003360 77  WS-ALREADY-RAISED PIC X(01) VALUE "N".
003370 01  WS-OPEN-TABLE.
003380     05  WS-OPEN-ENTRY OCCURS 500 TIMES.
003390         10  WS-OT-CLASS PIC X(06).
003400         10  WS-OT-PIN PIC X(02).
003410         10  WS-OT-MESSAGE PIC X(25).
003420
003430*>--------------------------------------------------------------
003440*> REPORT LINE BUILD AREA AND RUN TOTALS
003450*>--------------------------------------------------------------
003460 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
003470 77  WS-DAYS-CHECKED PIC 9(05) VALUE ZERO.
003480 77  WS-DAYS-OK PIC 9(05) VALUE ZERO.
003490 77  WS-ITEMS-RAISED PIC 9(05) VALUE ZERO.
003500 77  WS-ITEMS-REPEATED PIC 9(05) VALUE ZERO.
003510
003520 PROCEDURE DIVISION.
003530
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003560     PERFORM 1100-LOAD-ESC-RULES THRU 1100-EXIT.
003570     PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT.
003580     PERFORM 2000-CHECK-ONE-DAY THRU 2000-EXIT
003590         UNTIL WS-CUR-DATE > WS-TO-DATE
003600            OR WS-RANGE-STOP = "Y".
003610     PERFORM 3000-CHECK-LEFTOVERS THRU 3000-EXIT.
003620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003630     STOP RUN.
003640
003650 1000-INITIALIZE.
003660     DISPLAY "GPIOWDOG - MISSED AND LATE RUN WATCHDOG".
003670     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003680     DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR TODAY):".
003690     ACCEPT WS-FROM-TEXT.
003700     DISPLAY "TO DATE (YYYYMMDD, BLANK FOR FROM DATE):".
003710     ACCEPT WS-TO-TEXT.
003720*>        Blank answers let the scheduler run the watchdog
003730*>        with no input at all - it checks today.
003740     IF WS-FROM-TEXT = SPACES
003750         MOVE WS-TODAY TO WS-FROM-TEXT
003760     END-IF.
003770     IF WS-TO-TEXT = SPACES
003780         MOVE WS-FROM-TEXT TO WS-TO-TEXT
003790     END-IF.
003800     IF WS-FROM-TEXT IS NOT NUMERIC
003810        OR WS-TO-TEXT IS NOT NUMERIC
003820         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
003830         MOVE 8 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003870     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
003880     MOVE WS-TO-TEXT TO WS-CUR-DATE.
003890     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
003900     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003910     MOVE WS-TO-TEXT TO WS-TO-DATE.
003920     IF WS-CUR-DATE > WS-TO-DATE
003930         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
003940         MOVE 8 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     IF WS-TO-DATE > WS-TODAY
003980         DISPLAY "*** TO DATE IS IN THE FUTURE ***"
003990         MOVE 8 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     STRING "GPIOWDG." DELIMITED BY SIZE
004030             WS-TODAY DELIMITED BY SIZE
004040         INTO WS-REPORT-FILE-NAME.
004050     OPEN OUTPUT WDG-REPORT-FILE.
004060     IF WS-REPORT-FILE-STATUS NOT = "00"
004070         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
004080             " - STATUS " WS-REPORT-FILE-STATUS " ***"
004090         MOVE 8 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     STRING "RUN WATCHDOG " DELIMITED BY SIZE
004130             WS-FROM-TEXT DELIMITED BY SIZE
004140             " THRU " DELIMITED BY SIZE
004150             WS-TO-TEXT DELIMITED BY SIZE
004160         INTO WS-LINE-WORK.
004170     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004180     MOVE "DATE     CLASS    TABLE        RPT AUD DEVS SEEN"
004190         TO WS-LINE-WORK.
004200     MOVE "RESULT" TO WS-LINE-WORK (51:6).
004210     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004220 1000-EXIT.
004230     EXIT.
004240
004250 1050-CHECK-CALENDAR-DATE.
004260*>        WS-CUR-DATE must be a day the calendar has - a month
004270*>        or day out of range would walk the day loop through
004280*>        dates that never existed and build file names for
004290*>        them.
004300     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
004310         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
004320         MOVE 8 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
004360     IF WS-CUR-DD < 1 OR WS-CUR-DD > WS-MONTH-LENGTH
004370         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
004380         MOVE 8 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410 1050-EXIT.
004420     EXIT.
004430
004440 1100-LOAD-ESC-RULES.
004450*>        Optional, as in the run - with no rules file the
004460*>        items are still raised, just routed to nobody.
004470     MOVE ZERO TO WS-ESC-RULE-COUNT.
004480     OPEN INPUT WDG-ESCRULE-FILE.
004490     IF WS-ESCRULE-FILE-STATUS = "00"
004500         PERFORM 1150-READ-ESC-RULE THRU 1150-EXIT
004510             UNTIL WS-ESCRULE-FILE-STATUS NOT = "00"
004520         CLOSE WDG-ESCRULE-FILE
004530     END-IF.
004540 1100-EXIT.
004550     EXIT.
004560
004570 1150-READ-ESC-RULE.
004580     READ WDG-ESCRULE-FILE
004590         AT END
004600             GO TO 1150-EXIT
004610     END-READ.
004620     IF ESC-AGE-DAYS IS NOT NUMERIC
004630        OR ESC-OPERATOR = SPACES
004640         DISPLAY "GPIOESC.DAT LINE SKIPPED - BAD AGE OR "
004650             "BLANK OPERATOR"
004660         GO TO 1150-EXIT
004670     END-IF.
004680     IF WS-ESC-RULE-COUNT NOT < WS-MAX-ESC-RULES
004690         DISPLAY "GPIOESC.DAT HAS MORE THAN " WS-MAX-ESC-RULES
004700             " RULES - EXTRA LINES IGNORED"
004710         GO TO 1150-EXIT
004720     END-IF.
004730     ADD 1 TO WS-ESC-RULE-COUNT.
004740     MOVE ESC-CLASS TO WS-RUL-CLASS (WS-ESC-RULE-COUNT).
004750     MOVE ESC-PIN TO WS-RUL-PIN (WS-ESC-RULE-COUNT).
004760     MOVE ESC-METHOD TO WS-RUL-METHOD (WS-ESC-RULE-COUNT).
004770     MOVE ESC-OPERATOR TO WS-RUL-OPER (WS-ESC-RULE-COUNT).
004780     MOVE ESC-BACKUP TO WS-RUL-BACKUP (WS-ESC-RULE-COUNT).
004790     MOVE ESC-AGE-DAYS TO WS-RUL-AGE (WS-ESC-RULE-COUNT).
004800 1150-EXIT.
004810     EXIT.
004820
004830 1200-LOAD-OPEN-ITEMS.
004840     MOVE ZERO TO WS-OPEN-COUNT.
004850     OPEN INPUT WDG-OPEN-FILE.
004860     IF WS-OPEN-FILE-STATUS NOT = "00"
004870         GO TO 1200-EXIT
004880     END-IF.
004890     PERFORM 1250-READ-OPEN-ITEM THRU 1250-EXIT
004900         UNTIL WS-OPEN-FILE-STATUS NOT = "00".
004910     CLOSE WDG-OPEN-FILE.
004920 1200-EXIT.
004930     EXIT.
004940
004950 1250-READ-OPEN-ITEM.
004960     READ WDG-OPEN-FILE
004970         AT END
004980             GO TO 1250-EXIT
004990     END-READ.
005000     IF WS-OPEN-COUNT NOT < WS-MAX-OPENS
005010         GO TO 1250-EXIT
005020     END-IF.
005030     ADD 1 TO WS-OPEN-COUNT.
005040     MOVE OPN-CLASS TO WS-OT-CLASS (WS-OPEN-COUNT).
005050     MOVE OPN-PIN TO WS-OT-PIN (WS-OPEN-COUNT).
005060     MOVE OPN-MESSAGE TO WS-OT-MESSAGE (WS-OPEN-COUNT).
005070 1250-EXIT.
005080     EXIT.
005090
005100 2000-CHECK-ONE-DAY.
005110     ADD 1 TO WS-DAYS-CHECKED.
005120     IF WS-DAYS-CHECKED > WS-MAX-RANGE-DAYS
005130         DISPLAY "*** RANGE IS LONGER THAN " WS-MAX-RANGE-DAYS
005140             " DAYS - STOPPED AT " WS-CUR-DATE " ***"
005150         MOVE "Y" TO WS-RANGE-STOP
005160         SUBTRACT 1 FROM WS-DAYS-CHECKED
005170         GO TO 2000-EXIT
005180     END-IF.
005190     PERFORM 2100-SELECT-CONTROL-TABLE THRU 2100-EXIT.
005200     PERFORM 2200-LOAD-EXPECTED-DEVICES THRU 2200-EXIT.
005210     PERFORM 2300-CHECK-DAILY-FILES THRU 2300-EXIT.
005220     IF WS-RPT-FOUND = "Y"
005230         PERFORM 2400-CHECK-REPORT-DEVICES THRU 2400-EXIT
005240     END-IF.
005250     MOVE "OK" TO WS-DAY-RESULT.
005260     IF WS-RPT-FOUND = "N" OR WS-AUD-FOUND = "N"
005270        OR WS-DEVICES-SEEN < WS-DEVICE-COUNT
005280         MOVE "PARTIAL" TO WS-DAY-RESULT
005290     END-IF.
005300     IF WS-RPT-FOUND = "N" AND WS-AUD-FOUND = "N"
005310         MOVE "MISSED" TO WS-DAY-RESULT
005320     END-IF.
005330     IF WS-DAY-RESULT = "OK"
005340         ADD 1 TO WS-DAYS-OK
005350     END-IF.
005360     STRING WS-CUR-DATE-TEXT DELIMITED BY SIZE
005370             " " DELIMITED BY SIZE
005380             WS-RUN-CLASS DELIMITED BY SIZE
005390             " " DELIMITED BY SIZE
005400             WS-CONTROL-FILE-NAME DELIMITED BY SIZE
005410             " " DELIMITED BY SIZE
005420             WS-RPT-FOUND DELIMITED BY SIZE
005430             "   " DELIMITED BY SIZE
005440             WS-AUD-FOUND DELIMITED BY SIZE
005450             "   " DELIMITED BY SIZE
005460             WS-DEVICE-COUNT DELIMITED BY SIZE
005470             "   " DELIMITED BY SIZE
005480             WS-DEVICES-SEEN DELIMITED BY SIZE
005490             "   " DELIMITED BY SIZE
005500             WS-DAY-RESULT DELIMITED BY SIZE
005510             " " DELIMITED BY SIZE
005520             WS-TABLE-NOTE DELIMITED BY SIZE
005530         INTO WS-LINE-WORK.
005540     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005550     IF WS-DAY-RESULT = "MISSED"
005560         MOVE "MISSED" TO WS-EXC-CLASS
005570         MOVE "**" TO WS-EXC-PIN
005580         MOVE SPACES TO WS-EXC-MSG
005590         STRING "NO RUN ON " DELIMITED BY SIZE
005600                 WS-CUR-DATE-TEXT DELIMITED BY SIZE
005610             INTO WS-EXC-MSG
005620         PERFORM 7000-RAISE-ITEM THRU 7000-EXIT
005630         GO TO 2050-NEXT-DAY
005640     END-IF.
005650     IF WS-RPT-FOUND = "N"
005660         MOVE "PARTL " TO WS-EXC-CLASS
005670         MOVE "**" TO WS-EXC-PIN
005680         MOVE SPACES TO WS-EXC-MSG
005690         STRING "NO GPIORPT FOR " DELIMITED BY SIZE
005700                 WS-CUR-DATE-TEXT DELIMITED BY SIZE
005710             INTO WS-EXC-MSG
005720         PERFORM 7000-RAISE-ITEM THRU 7000-EXIT
005730     END-IF.
005740     IF WS-AUD-FOUND = "N"
005750         MOVE "PARTL " TO WS-EXC-CLASS
005760         MOVE "**" TO WS-EXC-PIN
005770         MOVE SPACES TO WS-EXC-MSG
005780         STRING "NO GPIOAUD FOR " DELIMITED BY SIZE
005790                 WS-CUR-DATE-TEXT DELIMITED BY SIZE
005800             INTO WS-EXC-MSG
005810         PERFORM 7000-RAISE-ITEM THRU 7000-EXIT
005820     END-IF.
005830     IF WS-RPT-FOUND = "Y"
005840         PERFORM 2480-CHECK-ONE-DEVICE THRU 2480-EXIT
005850             VARYING WS-DEVICE-IDX FROM 1 BY 1
005860             UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
005870     END-IF.
005880 2050-NEXT-DAY.
005890     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
005900 2000-EXIT.
005910     EXIT.
005920
005930 2100-SELECT-CONTROL-TABLE.
005940*>        The run's own search order - a dated row for the day
005950*>        wins outright, then the first default row for the
005960*>        day's class, then GPIOCTL.DAT.
005970     MOVE "GPIOCTL.DAT" TO WS-CONTROL-FILE-NAME.
005980     PERFORM 2150-SET-DAY-CLASS THRU 2150-EXIT.
005990     MOVE WS-DAY-CLASS TO WS-RUN-CLASS.
006000     MOVE "N" TO WS-CAL-DATE-HIT.
006010     MOVE "N" TO WS-CAL-CLASS-HIT.
006020     OPEN INPUT WDG-CALENDAR-FILE.
006030     IF WS-CALENDAR-FILE-STATUS NOT = "00"
006040         GO TO 2100-EXIT
006050     END-IF.
006060     PERFORM 2110-READ-CALENDAR-RECORD THRU 2110-EXIT
006070         UNTIL WS-CALENDAR-FILE-STATUS NOT = "00"
006080            OR WS-CAL-DATE-HIT = "Y".
006090     CLOSE WDG-CALENDAR-FILE.
006100 2100-EXIT.
006110     EXIT.
006120
006130 2110-READ-CALENDAR-RECORD.
006140     READ WDG-CALENDAR-FILE
006150         AT END
006160             GO TO 2110-EXIT
006170     END-READ.
006180     IF CAL-TABLE-NAME = SPACES
006190         GO TO 2110-EXIT
006200     END-IF.
006210     IF CAL-DATE-TEXT = "********"
006220         IF CAL-CLASS = WS-DAY-CLASS
006230            AND WS-CAL-CLASS-HIT = "N"
006240             MOVE "Y" TO WS-CAL-CLASS-HIT
006250             MOVE CAL-CLASS TO WS-RUN-CLASS
006260             MOVE CAL-TABLE-NAME TO WS-CONTROL-FILE-NAME
006270         END-IF
006280         GO TO 2110-EXIT
006290     END-IF.
006300     IF CAL-DATE-TEXT IS NOT NUMERIC
006310         GO TO 2110-EXIT
006320     END-IF.
006330     IF CAL-DATE-TEXT = WS-CUR-DATE-TEXT
006340         MOVE "Y" TO WS-CAL-DATE-HIT
006350         MOVE CAL-CLASS TO WS-RUN-CLASS
006360         MOVE CAL-TABLE-NAME TO WS-CONTROL-FILE-NAME
006370     END-IF.
006380 2110-EXIT.
006390     EXIT.
006400
006410 2150-SET-DAY-CLASS.
006420*>        Zeller's congruence in longhand, as 1108-SET-DAY-CLASS
006430*>        in the run - 0 Saturday and 1 Sunday are WEEKEND.
006440     MOVE WS-CUR-DD TO WS-ZEL-Q.
006450     MOVE WS-CUR-MM TO WS-ZEL-M.
006460     MOVE WS-CUR-YYYY TO WS-ZEL-YYYY.
006470     IF WS-ZEL-M < 3
006480         ADD 12 TO WS-ZEL-M
006490         SUBTRACT 1 FROM WS-ZEL-YYYY
006500     END-IF.
006510     DIVIDE WS-ZEL-YYYY BY 100 GIVING WS-ZEL-J
006520         REMAINDER WS-ZEL-K.
006530     MOVE WS-ZEL-Q TO WS-ZEL-SUM.
006540     ADD 1 TO WS-ZEL-M GIVING WS-ZEL-WORK.
006550     MULTIPLY 13 BY WS-ZEL-WORK.
006560     DIVIDE 5 INTO WS-ZEL-WORK.
006570     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006580     ADD WS-ZEL-K TO WS-ZEL-SUM.
006590     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-WORK.
006600     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006610     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-WORK.
006620     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006630     MULTIPLY WS-ZEL-J BY 5 GIVING WS-ZEL-WORK.
006640     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
006650     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-WORK
006660         REMAINDER WS-ZEL-DOW.
006670     IF WS-ZEL-DOW < 2
006680         MOVE "WEEKEND" TO WS-DAY-CLASS
006690     ELSE
006700         MOVE "WEEKDAY" TO WS-DAY-CLASS
006710     END-IF.
006720 2150-EXIT.
006730     EXIT.
006740
006750 2200-LOAD-EXPECTED-DEVICES.
006760*>        Every out and in row the table holds today - linkage
006770*>        rows drive nothing of their own and get no report
006780*>        line.  A missing or empty table means the run fell
006790*>        back to its one default device.
006800     MOVE ZERO TO WS-DEVICE-COUNT.
006810     MOVE ZERO TO WS-DEVICES-SEEN.
006820     MOVE SPACES TO WS-TABLE-NOTE.
006830     OPEN INPUT WDG-CONTROL-FILE.
006840     IF WS-CONTROL-FILE-STATUS = "00"
006850         PERFORM 2250-READ-CONTROL-RECORD THRU 2250-EXIT
006860             UNTIL WS-CONTROL-FILE-STATUS NOT = "00"
006870         CLOSE WDG-CONTROL-FILE
006880     ELSE
006890         MOVE "NO TABLE" TO WS-TABLE-NOTE
006900     END-IF.
006910     IF WS-DEVICE-COUNT = ZERO
006920         MOVE 1 TO WS-DEVICE-COUNT
006930         MOVE WS-DEFAULT-PIN TO WS-DEV-PIN (1)
006940         MOVE "N" TO WS-DEV-SEEN (1)
006950         IF WS-TABLE-NOTE = SPACES
006960             MOVE "DEFAULT" TO WS-TABLE-NOTE
006970         END-IF
006980     END-IF.
006990 2200-EXIT.
007000     EXIT.
007010
007020 2250-READ-CONTROL-RECORD.
007030     READ WDG-CONTROL-FILE
007040         AT END
007050             GO TO 2250-EXIT
007060     END-READ.
007070     IF CTL-MODE-TEXT NOT = "out" AND CTL-MODE-TEXT NOT = "in "
007080         GO TO 2250-EXIT
007090     END-IF.
007100     IF CTL-PIN-TEXT IS NOT NUMERIC
007110         GO TO 2250-EXIT
007120     END-IF.
007130     IF WS-DEVICE-COUNT NOT < WS-MAX-DEVICES
007140         GO TO 2250-EXIT
007150     END-IF.
007160     ADD 1 TO WS-DEVICE-COUNT.
007170     MOVE CTL-PIN-TEXT TO WS-DEV-PIN (WS-DEVICE-COUNT).
007180     MOVE "N" TO WS-DEV-SEEN (WS-DEVICE-COUNT).
007190 2250-EXIT.
007200     EXIT.
007210
007220 2300-CHECK-DAILY-FILES.
007230*>        Opened only to prove they are there - the run opens
007240*>        both before it drives a pin, so a run that started
007250*>        at all leaves both behind.
007260     MOVE "N" TO WS-RPT-FOUND.
007270     MOVE "N" TO WS-AUD-FOUND.
007280     MOVE SPACES TO WS-RUNRPT-FILE-NAME.
007290     STRING "GPIORPT." DELIMITED BY SIZE
007300             WS-CUR-DATE-TEXT DELIMITED BY SIZE
007310         INTO WS-RUNRPT-FILE-NAME.
007320     OPEN INPUT WDG-RUNRPT-FILE.
007330     IF WS-RUNRPT-FILE-STATUS = "00"
007340         MOVE "Y" TO WS-RPT-FOUND
007350         CLOSE WDG-RUNRPT-FILE
007360     END-IF.
007370     MOVE SPACES TO WS-AUDIT-FILE-NAME.
007380     STRING "GPIOAUD." DELIMITED BY SIZE
007390             WS-CUR-DATE-TEXT DELIMITED BY SIZE
007400         INTO WS-AUDIT-FILE-NAME.
007410     OPEN INPUT WDG-AUDIT-FILE.
007420     IF WS-AUDIT-FILE-STATUS = "00"
007430         MOVE "Y" TO WS-AUD-FOUND
007440         CLOSE WDG-AUDIT-FILE
007450     END-IF.
007460 2300-EXIT.
007470     EXIT.
007480
007490 2400-CHECK-REPORT-DEVICES.
007500*>        A device the table scheduled but the report never
007510*>        mentions was not driven to the end - the run died
007520*>        before wrapping it up, or never got to it.
007530     OPEN INPUT WDG-RUNRPT-FILE.
007540     IF WS-RUNRPT-FILE-STATUS NOT = "00"
007550         GO TO 2400-EXIT
007560     END-IF.
007570     PERFORM 2450-READ-REPORT-RECORD THRU 2450-EXIT
007580         UNTIL WS-RUNRPT-FILE-STATUS NOT = "00".
007590     CLOSE WDG-RUNRPT-FILE.
007600 2400-EXIT.
007610     EXIT.
007620
007630 2450-READ-REPORT-RECORD.
007640     READ WDG-RUNRPT-FILE
007650         AT END
007660             GO TO 2450-EXIT
007670     END-READ.
007680     PERFORM 2460-MARK-ONE-DEVICE THRU 2460-EXIT
007690         VARYING WS-DEVICE-IDX FROM 1 BY 1
007700         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
007710 2450-EXIT.
007720     EXIT.
007730
007740 2460-MARK-ONE-DEVICE.
007750     IF WS-DEV-PIN (WS-DEVICE-IDX) = RPT-PIN-TEXT
007760        AND WS-DEV-SEEN (WS-DEVICE-IDX) = "N"
007770         MOVE "Y" TO WS-DEV-SEEN (WS-DEVICE-IDX)
007780         ADD 1 TO WS-DEVICES-SEEN
007790     END-IF.
007800 2460-EXIT.
007810     EXIT.
007820
007830 2480-CHECK-ONE-DEVICE.
007840     IF WS-DEV-SEEN (WS-DEVICE-IDX) = "Y"
007850         GO TO 2480-EXIT
007860     END-IF.
007870     MOVE "PARTL " TO WS-EXC-CLASS.
007880     MOVE WS-DEV-PIN (WS-DEVICE-IDX) TO WS-EXC-PIN.
007890     MOVE SPACES TO WS-EXC-MSG.
007900     STRING "NOT ON GPIORPT." DELIMITED BY SIZE
007910             WS-CUR-DATE-TEXT DELIMITED BY SIZE
007920         INTO WS-EXC-MSG.
007930     PERFORM 7000-RAISE-ITEM THRU 7000-EXIT.
007940 2480-EXIT.
007950     EXIT.
007960
007970 3000-CHECK-LEFTOVERS.
007980*>        A run that ends, cleanly or by refusal, empties both
007990*>        files.  Anything still in them once the window has
008000*>        closed belongs to a run that died.
008010     MOVE SPACES TO WS-LINE-WORK.
008020     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008030     OPEN INPUT WDG-LOCK-FILE.
008040     IF WS-LOCK-FILE-STATUS = "00"
008050         READ WDG-LOCK-FILE
008060             AT END
008070                 CONTINUE
008080             NOT AT END
008090                 IF LCK-DATE NOT = SPACES
008100                     PERFORM 3100-RAISE-STALE-LOCK
008110                         THRU 3100-EXIT
008120                 END-IF
008130         END-READ
008140         CLOSE WDG-LOCK-FILE
008150     END-IF.
008160     OPEN INPUT WDG-CHECKPOINT-FILE.
008170     IF WS-CHECKPOINT-FILE-STATUS = "00"
008180         READ WDG-CHECKPOINT-FILE
008190             AT END
008200                 CONTINUE
008210             NOT AT END
008220                 IF CKP-HDR-DATE NOT = SPACES
008230                     PERFORM 3200-RAISE-STALE-CHECKPOINT
008240                         THRU 3200-EXIT
008250                 END-IF
008260         END-READ
008270         CLOSE WDG-CHECKPOINT-FILE
008280     END-IF.
008290 3000-EXIT.
008300     EXIT.
008310
008320 3100-RAISE-STALE-LOCK.
008330     STRING "GPIOLCK.DAT LEFT BY RUN OF " DELIMITED BY SIZE
008340             LCK-DATE DELIMITED BY SIZE
008350             " " DELIMITED BY SIZE
008360             LCK-TIME DELIMITED BY SIZE
008370             " PID " DELIMITED BY SIZE
008380             LCK-PID DELIMITED BY SIZE
008390         INTO WS-LINE-WORK.
008400     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008410     MOVE "STALLK" TO WS-EXC-CLASS.
008420     MOVE "**" TO WS-EXC-PIN.
008430     MOVE SPACES TO WS-EXC-MSG.
008440     STRING "GPIOLCK LEFT " DELIMITED BY SIZE
008450             LCK-DATE DELIMITED BY SIZE
008460         INTO WS-EXC-MSG.
008470     PERFORM 7000-RAISE-ITEM THRU 7000-EXIT.
008480 3100-EXIT.
008490     EXIT.
008500
008510 3200-RAISE-STALE-CHECKPOINT.
008520     STRING "GPIOCKP.DAT LEFT BY RUN OF " DELIMITED BY SIZE
008530             CKP-HDR-DATE DELIMITED BY SIZE
008540             " STARTED " DELIMITED BY SIZE
008550             CKP-HDR-START-TIME DELIMITED BY SIZE
008560         INTO WS-LINE-WORK.
008570     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008580     MOVE "STALLK" TO WS-EXC-CLASS.
008590     MOVE "**" TO WS-EXC-PIN.
008600     MOVE SPACES TO WS-EXC-MSG.
008610     STRING "GPIOCKP LEFT " DELIMITED BY SIZE
008620             CKP-HDR-DATE DELIMITED BY SIZE
008630         INTO WS-EXC-MSG.
008640     PERFORM 7000-RAISE-ITEM THRU 7000-EXIT.
008650 3200-EXIT.
008660     EXIT.
008670
008680 7000-RAISE-ITEM.
008690*>        Class, pin and message are staged by the caller.  An
008700*>        identical item already on file - from an earlier
008710*>        pass of this watchdog - is listed but not raised.
008720     MOVE "N" TO WS-ALREADY-RAISED.
008730     PERFORM 7050-CHECK-ONE-OPEN THRU 7050-EXIT
008740         VARYING WS-OPEN-IDX FROM 1 BY 1
008750         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT.
008760     MOVE SPACES TO WS-LINE-WORK.
008770     IF WS-ALREADY-RAISED = "Y"
008780         ADD 1 TO WS-ITEMS-REPEATED
008790         STRING "    ALREADY OPEN " DELIMITED BY SIZE
008800                 WS-EXC-CLASS DELIMITED BY SIZE
008810                 " PIN " DELIMITED BY SIZE
008820                 WS-EXC-PIN DELIMITED BY SIZE
008830                 " " DELIMITED BY SIZE
008840                 WS-EXC-MSG DELIMITED BY SIZE
008850             INTO WS-LINE-WORK
008860         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
008870         GO TO 7000-EXIT
008880     END-IF.
008890     PERFORM 7400-ROUTE-EXCEPTION THRU 7400-EXIT.
008900     ADD 1 TO WS-ITEMS-RAISED.
008910     IF WS-OPEN-COUNT < WS-MAX-OPENS
008920         ADD 1 TO WS-OPEN-COUNT
008930         MOVE WS-EXC-CLASS TO WS-OT-CLASS (WS-OPEN-COUNT)
008940         MOVE WS-EXC-PIN TO WS-OT-PIN (WS-OPEN-COUNT)
008950         MOVE WS-EXC-MSG TO WS-OT-MESSAGE (WS-OPEN-COUNT)
008960     END-IF.
008970     STRING "    RAISED       " DELIMITED BY SIZE
008980             WS-EXC-CLASS DELIMITED BY SIZE
008990             " PIN " DELIMITED BY SIZE
009000             WS-EXC-PIN DELIMITED BY SIZE
009010             " " DELIMITED BY SIZE
009020             WS-EXC-MSG DELIMITED BY SIZE
009030             " TO " DELIMITED BY SIZE
009040             WS-NTF-OPER DELIMITED BY SIZE
009050         INTO WS-LINE-WORK.
009060     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009070 7000-EXIT.
009080     EXIT.
009090
009100 7050-CHECK-ONE-OPEN.
009110     IF WS-OT-CLASS (WS-OPEN-IDX) = WS-EXC-CLASS
009120        AND WS-OT-PIN (WS-OPEN-IDX) = WS-EXC-PIN
009130        AND WS-OT-MESSAGE (WS-OPEN-IDX) = WS-EXC-MSG
009140         MOVE "Y" TO WS-ALREADY-RAISED
009150     END-IF.
009160 7050-EXIT.
009170     EXIT.
009180
009190 7400-ROUTE-EXCEPTION.
009200*>        As the run routes its own - the best matching rule
009210*>        names the operator and the method; with no rule the
009220*>        item is still tracked as open, routed to nobody.
009230     PERFORM 7410-MATCH-ESC-RULE THRU 7410-EXIT.
009240     IF WS-ESC-FOUND-IDX > ZERO
009250         MOVE WS-RUL-METHOD (WS-ESC-FOUND-IDX)
009260             TO WS-NTF-METHOD
009270         MOVE WS-RUL-OPER (WS-ESC-FOUND-IDX) TO WS-NTF-OPER
009280         MOVE "ROUTED TO OPERATOR" TO WS-NTF-NOTE
009290         PERFORM 7450-WRITE-NOTIFICATION THRU 7450-EXIT
009300     ELSE
009310         MOVE SPACES TO WS-NTF-OPER
009320         DISPLAY "NO ESCALATION RULE FOR CLASS " WS-EXC-CLASS
009330             " PIN " WS-EXC-PIN " - EXCEPTION NOT ROUTED"
009340     END-IF.
009350     PERFORM 7420-WRITE-OPEN-ITEM THRU 7420-EXIT.
009360 7400-EXIT.
009370     EXIT.
009380
009390 7410-MATCH-ESC-RULE.
009400*>        The most specific rule wins - exact class and pin
009410*>        beats class with any pin, beats any class with the
009420*>        pin, beats the catch-all.  Leaves zero when nothing
009430*>        matches at all.
009440     MOVE ZERO TO WS-ESC-FOUND-IDX.
009450     MOVE ZERO TO WS-ESC-BEST-SCORE.
009460     PERFORM 7415-SCORE-ONE-RULE THRU 7415-EXIT
009470         VARYING WS-ESC-RULE-IDX FROM 1 BY 1
009480         UNTIL WS-ESC-RULE-IDX > WS-ESC-RULE-COUNT.
009490 7410-EXIT.
009500     EXIT.
009510
009520 7415-SCORE-ONE-RULE.
009530     MOVE ZERO TO WS-ESC-ROW-SCORE.
009540     IF WS-RUL-CLASS (WS-ESC-RULE-IDX) = WS-EXC-CLASS
009550         IF WS-RUL-PIN (WS-ESC-RULE-IDX) = WS-EXC-PIN
009560             MOVE 4 TO WS-ESC-ROW-SCORE
009570         ELSE
009580             IF WS-RUL-PIN (WS-ESC-RULE-IDX) = "**"
009590                 MOVE 3 TO WS-ESC-ROW-SCORE
009600             END-IF
009610         END-IF
009620     ELSE
009630         IF WS-RUL-CLASS (WS-ESC-RULE-IDX) = "******"
009640             IF WS-RUL-PIN (WS-ESC-RULE-IDX) = WS-EXC-PIN
009650                 MOVE 2 TO WS-ESC-ROW-SCORE
009660             ELSE
009670                 IF WS-RUL-PIN (WS-ESC-RULE-IDX) = "**"
009680                     MOVE 1 TO WS-ESC-ROW-SCORE
009690                 END-IF
009700             END-IF
009710         END-IF
009720     END-IF.
009730     IF WS-ESC-ROW-SCORE > WS-ESC-BEST-SCORE
009740         MOVE WS-ESC-ROW-SCORE TO WS-ESC-BEST-SCORE
009750         MOVE WS-ESC-RULE-IDX TO WS-ESC-FOUND-IDX
009760     END-IF.
009770 7415-EXIT.
009780     EXIT.
009790
009800 7420-WRITE-OPEN-ITEM.
009810     OPEN EXTEND WDG-OPEN-FILE.
009820     IF WS-OPEN-FILE-STATUS NOT = "00"
009830         OPEN OUTPUT WDG-OPEN-FILE
009840     END-IF.
009850     IF WS-OPEN-FILE-STATUS NOT = "00"
009860         DISPLAY "WARNING - GPIOOPN.DAT COULD NOT BE "
009870             "WRITTEN - STATUS " WS-OPEN-FILE-STATUS
009880         GO TO 7420-EXIT
009890     END-IF.
009900     MOVE SPACES TO WDG-OPEN-RECORD.
009910     ACCEPT WS-NOW FROM TIME.
009920     MOVE WS-TODAY TO OPN-DATE.
009930     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
009940         DELIMITED BY SIZE INTO OPN-TIME.
009950     MOVE WS-EXC-PIN TO OPN-PIN.
009960     MOVE WS-EXC-CLASS TO OPN-CLASS.
009970     MOVE "O" TO OPN-STATUS.
009980     MOVE WS-NTF-OPER TO OPN-OPERATOR.
009990     MOVE WS-EXC-MSG TO OPN-MESSAGE.
010000     WRITE WDG-OPEN-RECORD.
010010     CLOSE WDG-OPEN-FILE.
010020 7420-EXIT.
010030     EXIT.
010040
010050 7450-WRITE-NOTIFICATION.
010060     OPEN EXTEND WDG-NOTIFY-FILE.
010070     IF WS-NOTIFY-FILE-STATUS NOT = "00"
010080         OPEN OUTPUT WDG-NOTIFY-FILE
010090     END-IF.
010100     IF WS-NOTIFY-FILE-STATUS NOT = "00"
010110         DISPLAY "WARNING - GPIONTF.DAT COULD NOT BE "
010120             "WRITTEN - STATUS " WS-NOTIFY-FILE-STATUS
010130         GO TO 7450-EXIT
010140     END-IF.
010150     MOVE SPACES TO WDG-NOTIFY-RECORD.
010160     ACCEPT WS-NOW FROM TIME.
010170     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
010180         DELIMITED BY SIZE INTO NTF-DATE.
010190     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
010200         DELIMITED BY SIZE INTO NTF-TIME.
010210     MOVE WS-EXC-PIN TO NTF-PIN.
010220     MOVE WS-EXC-CLASS TO NTF-CLASS.
010230     MOVE WS-NTF-METHOD TO NTF-METHOD.
010240     MOVE WS-NTF-OPER TO NTF-OPERATOR.
010250     MOVE WS-NTF-NOTE TO NTF-NOTE.
010260     WRITE WDG-NOTIFY-RECORD.
010270     CLOSE WDG-NOTIFY-FILE.
010280 7450-EXIT.
010290     EXIT.
010300
010310 9000-TERMINATE.
010320     MOVE SPACES TO WS-LINE-WORK.
010330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010340     STRING "DAYS CHECKED " DELIMITED BY SIZE
010350             WS-DAYS-CHECKED DELIMITED BY SIZE
010360             "  CLEAN " DELIMITED BY SIZE
010370             WS-DAYS-OK DELIMITED BY SIZE
010380             "  ITEMS RAISED " DELIMITED BY SIZE
010390             WS-ITEMS-RAISED DELIMITED BY SIZE
010400             "  ALREADY OPEN " DELIMITED BY SIZE
010410             WS-ITEMS-REPEATED DELIMITED BY SIZE
010420         INTO WS-LINE-WORK.
010430     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010440     CLOSE WDG-REPORT-FILE.
010450     DISPLAY "DAYS CHECKED      " WS-DAYS-CHECKED.
010460     DISPLAY "DAYS CLEAN        " WS-DAYS-OK.
010470     DISPLAY "ITEMS RAISED      " WS-ITEMS-RAISED.
010480     DISPLAY "ALREADY OPEN      " WS-ITEMS-REPEATED.
010490     DISPLAY "REPORT IS ON      " WS-REPORT-FILE-NAME.
010500     IF WS-ITEMS-RAISED > ZERO OR WS-ITEMS-REPEATED > ZERO
010510         MOVE 4 TO RETURN-CODE
010520     END-IF.
010530 9000-EXIT.
010540     EXIT.
010550
010560 8100-BUMP-CURRENT-DATE.
010570     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
010580     ADD 1 TO WS-CUR-DD.
010590     IF WS-CUR-DD > WS-MONTH-LENGTH
010600         MOVE 1 TO WS-CUR-DD
010610         ADD 1 TO WS-CUR-MM
010620         IF WS-CUR-MM > 12
010630             MOVE 1 TO WS-CUR-MM
010640             ADD 1 TO WS-CUR-YYYY
010650         END-IF
010660     END-IF.
010670 8100-EXIT.
010680     EXIT.
010690
010700 8150-SET-MONTH-LENGTH.
010710*>        Thirty days hath September - with the leap year rule
010720*>        spelled out in longhand.
010730     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
010740        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
010750         MOVE 30 TO WS-MONTH-LENGTH
010760     ELSE
010770         IF WS-CUR-MM = 2
010780             MOVE 28 TO WS-MONTH-LENGTH
010790             DIVIDE WS-CUR-YYYY BY 4
010800                 GIVING WS-LEAP-WORK
010810                 REMAINDER WS-LEAP-REM
010820             IF WS-LEAP-REM = ZERO
010830                 MOVE 29 TO WS-MONTH-LENGTH
010840                 DIVIDE WS-CUR-YYYY BY 100
010850                     GIVING WS-LEAP-WORK
010860                     REMAINDER WS-LEAP-REM
010870                 IF WS-LEAP-REM = ZERO
010880                     MOVE 28 TO WS-MONTH-LENGTH
010890                     DIVIDE WS-CUR-YYYY BY 400
010900                         GIVING WS-LEAP-WORK
010910                         REMAINDER WS-LEAP-REM
010920                     IF WS-LEAP-REM = ZERO
010930                         MOVE 29 TO WS-MONTH-LENGTH
010940                     END-IF
010950                 END-IF
010960             END-IF
010970         ELSE
010980             MOVE 31 TO WS-MONTH-LENGTH
010990         END-IF
011000     END-IF.
011010 8150-EXIT.
011020     EXIT.
011030
011040 8500-WRITE-REPORT-LINE.
011050     MOVE WS-LINE-WORK TO WDG-REPORT-LINE.
011060     WRITE WDG-REPORT-LINE.
011070     MOVE SPACES TO WS-LINE-WORK.
011080 8500-EXIT.
011090     EXIT.
011100
011110 END PROGRAM GPIOWDOG.

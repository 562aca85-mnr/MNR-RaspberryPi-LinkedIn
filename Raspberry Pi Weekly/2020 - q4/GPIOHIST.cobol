000460*>                  and statement still run), and every
000470*>                  sign-on and disposal decision lands on the
000480*>                  authority trail GPIOAUT.DAT.
000490*> 10/15/2026  RH   Each audit day's seal is checked the way
000500*>                  GPIOAVER checks it before the day is swept.
000510*>                  A day whose seal is broken is refused - its
000520*>                  pin activity is not counted and the statement
000530*>                  says so on a line of its own - while its
000540*>                  exceptions still count.  The statement closes
000550*>                  with the days refused and the unsealed days
000560*>                  from before the seal, and a refused day ends
000570*>                  the sweep RC 4.
000580*> 10/15/2026  RH   Planned maintenance windows from GPIOMNW.DAT.
000590*>                  A pin's day with planned work is shown with
000600*>                  MNT in place of its trend and the window's
000610*>                  times, work order and reason under it, and is
000620*>                  kept out of the period days, cycles, duty
000630*>                  cycle and trend; the period totals count
000640*>                  maintenance days in a column of their own.
000650*> 10/15/2026  RH   A refused day's exception-only pin lines say
000660*>                  REFUSED in place of a trend and are kept out
000670*>                  of the period days, cycles, duty cycle and
000680*>                  the next day's trend.
000690*>--------------------------------------------------------------
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. GPIOHIST.
000720 AUTHOR. R HAWTHORNE.
000730 INSTALLATION. MNR-RASPBERRY-OPS.
000740 DATE-WRITTEN. 06/21/2021.
000750 DATE-COMPILED.
000760
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT HIST-AUDIT-FILE
000810         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000840     SELECT HIST-EXC-FILE
000850         ASSIGN TO DYNAMIC WS-EXC-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EXC-FILE-STATUS.
000880     SELECT HIST-STATEMENT-FILE
000890         ASSIGN TO DYNAMIC WS-STATEMENT-FILE-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-STATEMENT-FILE-STATUS.
000920     SELECT GPIO-LOCK-FILE ASSIGN TO "GPIOLCK.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-LOCK-FILE-STATUS.
000950     SELECT GPIO-SECURITY-FILE ASSIGN TO "GPIOSEC.DAT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-SECURITY-FILE-STATUS.
000980     SELECT GPIO-AUTH-FILE ASSIGN TO "GPIOAUT.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-AUTH-FILE-STATUS.
001010     SELECT GPIO-WINDOW-FILE ASSIGN TO "GPIOMNW.DAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-WINDOW-FILE-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  HIST-AUDIT-FILE.
001080 01  HAUD-RECORD.
001090*>        Must stay field for field with the audit FD written by
001100*>        RPIwithCOBOL - date, time, pin, commanded transition
001110*>        and the observed state read back after it.
001120     05  HAUD-DATE PIC X(10).
001130     05  FILLER PIC X(01).
001140     05  HAUD-TIME PIC X(08).
001150     05  FILLER PIC X(01).
001160     05  HAUD-PIN-TEXT PIC X(02).
001170     05  FILLER PIC X(01).
001180     05  HAUD-TRANSITION PIC X(03).
001190     05  FILLER PIC X(01).
001200     05  HAUD-OBSERVED PIC X(01).
001210     05  FILLER PIC X(01).
001220     05  HAUD-UNIT PIC X(08).
001230*>        The seal GPIOAVER checks - running sequence number
001240*>        and running check total per line, line count and
001250*>        total on the TRL trailer each run closes with.
001260     05  FILLER PIC X(01).
001270     05  HAUD-SEQ PIC 9(07).
001280     05  FILLER PIC X(01).
001290     05  HAUD-CHECK PIC 9(09).
001300
001310 FD  HIST-EXC-FILE.
001320 01  HEXC-RECORD.
001330*>        Only the pin number matters here - one line is one
001340*>        exception against that pin, whatever its class.  The
001350*>        FILLER is wider than the longest line RPIwithCOBOL
001360*>        writes - a record shorter than the line reads back
001370*>        status 04 and would silently end the tally after one
001380*>        line.
001390     05  HEXC-PIN-TEXT PIC X(02).
001400     05  FILLER PIC X(118).
001410
001420 FD  HIST-STATEMENT-FILE.
001430 01  HST-STATEMENT-LINE PIC X(90).
001440
001450 FD  GPIO-LOCK-FILE.
001460 01  GPIO-LOCK-RECORD.
001470*>        Must stay field for field with the active-run lock
001480*>        RPIwithCOBOL writes - a record here means a run is
001490*>        live right now and its daily files are open.
001500     05  LCK-DATE PIC X(08).
001510     05  FILLER PIC X(01).
001520     05  LCK-TIME PIC X(08).
001530     05  FILLER PIC X(01).
001540     05  LCK-PID PIC X(08).
001550
001560 FD  GPIO-SECURITY-FILE.
001570 01  GPIO-SECURITY-RECORD.
001580*>        Must stay field for field with the security FD in
001590*>        GPIOMNT - 1 browse only, 2 update the control table,
001600*>        3 dispose of history as well.
001610     05  SEC-OPERATOR PIC X(10).
001620     05  FILLER PIC X(01).
001630     05  SEC-LEVEL PIC 9(01).
001640
001650 FD  GPIO-AUTH-FILE.
001660 01  GPIO-AUTH-RECORD.
001670*>        The authority trail, shared with GPIOMNT - every
001680*>        sign-on (failed ones included) and every disposal
001690*>        decision, allowed or refused.
001700     05  AUT-DATE PIC X(10).
001710     05  FILLER PIC X(01).
001720     05  AUT-TIME PIC X(08).
001730     05  FILLER PIC X(01).
001740     05  AUT-PROGRAM PIC X(08).
001750     05  FILLER PIC X(01).
001760     05  AUT-OPERATOR PIC X(10).
001770     05  FILLER PIC X(01).
001780     05  AUT-ACTION PIC X(12).
001790     05  FILLER PIC X(01).
001800     05  AUT-RESULT PIC X(08).
001810
001820 FD  GPIO-WINDOW-FILE.
001830 01  GPIO-WINDOW-RECORD.
001840*>        Planned maintenance windows - pin, from date/time, to
001850*>        date/time, work order and reason.  A day with
001860*>        planned work on a pin is shown as the window, not
001870*>        judged as a quiet day or trended against.
001880*>        Must stay field for field with GPIO-WINDOW-RECORD in
001890*>        RPIwithCOBOL.
001900     05  MNW-PIN-TEXT PIC X(02).
001910     05  FILLER PIC X(01).
001920     05  MNW-FROM-DATE PIC X(08).
001930     05  FILLER PIC X(01).
001940     05  MNW-FROM-TIME PIC X(08).
001950     05  FILLER PIC X(01).
001960     05  MNW-TO-DATE PIC X(08).
001970     05  FILLER PIC X(01).
001980     05  MNW-TO-TIME PIC X(08).
001990     05  FILLER PIC X(01).
002000     05  MNW-WORK-ORDER PIC X(10).
002010     05  FILLER PIC X(01).
002020     05  MNW-REASON PIC X(30).
002030
002040 WORKING-STORAGE SECTION.
002050*>--------------------------------------------------------------
002060*> FILE STATUS AND DYNAMIC FILE NAMES
002070*>--------------------------------------------------------------
002080 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
002090 77  WS-EXC-FILE-STATUS PIC X(02) VALUE SPACES.
002100 77  WS-STATEMENT-FILE-STATUS PIC X(02) VALUE SPACES.
002110 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
002120 77  WS-EXC-FILE-NAME PIC X(20) VALUE SPACES.
002130 77  WS-STATEMENT-FILE-NAME PIC X(20) VALUE SPACES.
002140 77  WS-LOCK-FILE-STATUS PIC X(02) VALUE SPACES.
002150 77  WS-RUN-IS-LIVE PIC X(01) VALUE "N".
002160 77  WS-SECURITY-FILE-STATUS PIC X(02) VALUE SPACES.
002170 77  WS-AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
002180 77  WS-OPERATOR PIC X(10) VALUE SPACES.
002190 77  WS-SIGNON-OK PIC X(01) VALUE "N".
002200 77  WS-OPER-LEVEL PIC 9(01) VALUE ZERO.
002210 77  WS-AUTH-ACTION PIC X(12) VALUE SPACES.
002220 77  WS-AUTH-RESULT PIC X(08) VALUE SPACES.
002230 77  WS-DISPOSAL-ALLOWED PIC X(01) VALUE "N".
002240
002250*>--------------------------------------------------------------
002260*> CONSOLE INPUT - THE RANGE TO SWEEP, THE RETENTION PERIOD AND
002270*> WHETHER EXPIRED DAILY FILES ARE ARCHIVED OR PURGED
002280*>--------------------------------------------------------------
002290 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
002300 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
002310 77  WS-RETENTION-TEXT PIC X(03) VALUE SPACES.
002320 77  WS-RETENTION-DAYS PIC 9(03) VALUE ZERO.
002330 77  WS-DISPOSAL PIC X(01) VALUE "A".
002340
002350*>--------------------------------------------------------------
002360*> DATE WORK AREAS - THE DAY BEING SWEPT, THE RANGE END, TODAY,
002370*> AND THE RETENTION CUTOFF COUNTED BACK FROM TODAY
002380*>--------------------------------------------------------------
002390 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
002400 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
002410     05  WS-CUR-YYYY PIC 9(04).
002420     05  WS-CUR-MM PIC 9(02).
002430     05  WS-CUR-DD PIC 9(02).
002440 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
002450 01  WS-TODAY PIC 9(08) VALUE ZERO.
002460 01  WS-TODAY-R REDEFINES WS-TODAY.
002470     05  WS-TODAY-YYYY PIC 9(04).
002480     05  WS-TODAY-MM PIC 9(02).
002490     05  WS-TODAY-DD PIC 9(02).
002500 01  WS-NOW PIC 9(08) VALUE ZERO.
002510 01  WS-NOW-R REDEFINES WS-NOW.
002520     05  WS-NOW-HH PIC 9(02).
002530     05  WS-NOW-MM PIC 9(02).
002540     05  WS-NOW-SS PIC 9(02).
002550     05  WS-NOW-CC PIC 9(02).
002560 01  WS-CUTOFF-DATE PIC 9(08) VALUE ZERO.
002570 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
002580     05  WS-CUT-YYYY PIC 9(04).
002590     05  WS-CUT-MM PIC 9(02).
002600     05  WS-CUT-DD PIC 9(02).
002610 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
002620 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
002630 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
002640*>        One digit wider than the retention days it counts to -
002650*>        a 9(03) index can never pass 999 and would loop the
002660*>        count-back forever on a 999 day retention.
002670 77  WS-RETENTION-IDX PIC 9(05) VALUE ZERO.
002680
002690*>--------------------------------------------------------------
002700*> PER-PIN ACCUMULATORS - ONE ROW PER PIN SEEN IN THE SWEPT
002710*> RANGE.  THE DAY FIELDS RESTART EVERY DAY; THE PERIOD FIELDS
002720*> RUN ON ACROSS THE WHOLE RANGE.  PREV-CYCLES CARRIES THE LAST
002730*> ACTIVE DAY'S CYCLE COUNT FOR THE DAY OVER DAY TREND.
002740*>--------------------------------------------------------------
002750 77  WS-MAX-PINS PIC 9(03) VALUE 30.
002760 77  WS-PIN-COUNT PIC 9(03) VALUE ZERO.
002770 77  WS-PIN-IDX PIC 9(03) VALUE ZERO.
002780 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
002790 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
002800 01  WS-PIN-TABLE.
002810     05  WS-PIN-ENTRY OCCURS 30 TIMES.
002820         10  WS-PIN-TEXT PIC X(02).
002830         10  WS-DAY-CYCLES PIC 9(05).
002840         10  WS-DAY-ON-SECS PIC 9(07).
002850         10  WS-DAY-EXC PIC 9(05).
002860         10  WS-DAY-FIRST PIC X(08).
002870         10  WS-DAY-LAST PIC X(08).
002880         10  WS-DAY-PENDING-ON PIC 9(07).
002890         10  WS-DAY-HAS-ON PIC X(01).
002900         10  WS-PREV-CYCLES PIC 9(05).
002910         10  WS-PREV-SET PIC X(01).
002920         10  WS-PER-CYCLES PIC 9(07).
002930         10  WS-PER-ON-SECS PIC 9(09).
002940         10  WS-PER-EXC PIC 9(07).
002950         10  WS-PER-WINDOW-SECS PIC 9(09).
002960         10  WS-PER-DAYS PIC 9(05).
002970         10  WS-DAY-MAINT PIC X(01).
002980         10  WS-PER-MNT-DAYS PIC 9(05).
002990
003000*>--------------------------------------------------------------
003010*> PLANNED MAINTENANCE WINDOWS - THE GPIOMNW.DAT WINDOWS THAT
003020*> TOUCH THE SWEPT RANGE, HELD AS DATE+TIME STAMPS
003030*> (YYYYMMDDHH:MM:SS) THAT COMPARE IN TIME ORDER AS TEXT, AND
003040*> THE FIRST AND LAST STAMP OF THE RANGE AND OF THE DAY
003050*>--------------------------------------------------------------
003060 77  WS-WINDOW-FILE-STATUS PIC X(02) VALUE SPACES.
003070 77  WS-MAX-MNW PIC 9(03) VALUE 50.
003080 77  WS-MNW-COUNT PIC 9(03) VALUE ZERO.
003090 77  WS-MNW-IDX PIC 9(03) VALUE ZERO.
003100 77  WS-MNW-RANGE-FIRST PIC X(16) VALUE SPACES.
003110 77  WS-MNW-RANGE-LAST PIC X(16) VALUE SPACES.
003120 77  WS-MNW-DAY-FIRST PIC X(16) VALUE SPACES.
003130 77  WS-MNW-DAY-LAST PIC X(16) VALUE SPACES.
003140 77  WS-MNW-FROM-WORK PIC X(16) VALUE SPACES.
003150 77  WS-MNW-TO-WORK PIC X(16) VALUE SPACES.
003160 77  WS-MNW-TIME PIC X(08) VALUE SPACES.
003170 77  WS-MNW-TIME-OK PIC X(01) VALUE "N".
003180 77  WS-MNW-SHOW-FROM PIC X(08) VALUE SPACES.
003190 77  WS-MNW-SHOW-TO PIC X(08) VALUE SPACES.
003200 01  WS-MNW-TABLE.
003210     05  WS-MNW-ENTRY OCCURS 50 TIMES.
003220         10  WS-MNW-PIN PIC X(02).
003230         10  WS-MNW-FROM PIC X(16).
003240         10  WS-MNW-TO PIC X(16).
003250         10  WS-MNW-WO PIC X(10).
003260         10  WS-MNW-REASON PIC X(30).
003270
003280*>--------------------------------------------------------------
003290*> TIME CONVERSION AND DAY ARITHMETIC WORK AREAS
003300*>--------------------------------------------------------------
003310 01  WS-TIME-TEXT PIC X(08) VALUE SPACES.
003320 01  WS-TIME-TEXT-R REDEFINES WS-TIME-TEXT.
003330     05  WS-TT-HH PIC 9(02).
003340     05  FILLER PIC X(01).
003350     05  WS-TT-MM PIC 9(02).
003360     05  FILLER PIC X(01).
003370     05  WS-TT-SS PIC 9(02).
003380 77  WS-TIME-SECS PIC 9(07) VALUE ZERO.
003390 77  WS-WORK-SECS PIC 9(07) VALUE ZERO.
003400 77  WS-WINDOW-SECS PIC 9(07) VALUE ZERO.
003410 77  WS-DUTY-PCT PIC 9(03) VALUE ZERO.
003420 77  WS-DUTY-WORK PIC 9(09) VALUE ZERO.
003430 77  WS-TREND-TEXT PIC X(07) VALUE SPACES.
003440
003450*>--------------------------------------------------------------
003460*> RETENTION SHELL COMMANDS, BUILT PER EXPIRED DAILY FILE
003470*>--------------------------------------------------------------
003480 77  WS-DISPOSE-CMD PIC X(60) VALUE SPACES.
003490 77  WS-ARCHIVE-MADE PIC X(01) VALUE "N".
003500 77  WS-FILE-PREFIX PIC X(08) VALUE SPACES.
003510 77  WS-PREFIX-IDX PIC 9(01) VALUE ZERO.
003520
003530*>--------------------------------------------------------------
003540*> AUDIT SEAL CHECK - THE SAME WORKING GPIOAVER DOES, SO A DAY
003550*> THIS SWEEP REFUSES IS A DAY GPIOAVER REPORTS AS FAILED.
003560*> UNSEALED DAYS PREDATE THE SEAL AND ARE COUNTED AS BEFORE.
003570*>--------------------------------------------------------------
003580 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
003590 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
003600 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
003610 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
003620 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
003630 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
003640 77  WS-VFY-SEALED PIC X(01) VALUE "N".
003650 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
003660 77  WS-VFY-FAILED PIC X(01) VALUE "N".
003670 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
003680 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
003690 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
003700 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
003710 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
003720 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
003730 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
003740 01  WS-CHK-ALPHABET.
003750     05  FILLER PIC X(36)
003760         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003770     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
003780     05  FILLER PIC X(07) VALUE " -:*?./".
003790 77  WS-DAYS-REFUSED PIC 9(05) VALUE ZERO.
003800 77  WS-DAYS-UNSEALED PIC 9(05) VALUE ZERO.
003810 77  WS-DAY-REFUSED PIC X(01) VALUE "N".
003820
003830*>--------------------------------------------------------------
003840*> STATEMENT LINE BUILD AREA AND RUN TOTALS
003850*>--------------------------------------------------------------
003860 01  WS-LINE-WORK PIC X(90) VALUE SPACES.
003870 77  WS-DAYS-SWEPT PIC 9(05) VALUE ZERO.
003880 77  WS-FILES-DISPOSED PIC 9(05) VALUE ZERO.
003890
003900 PROCEDURE DIVISION.
003910
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003940     PERFORM 2000-SWEEP-ONE-DAY THRU 2000-EXIT
003950         UNTIL WS-CUR-DATE > WS-TO-DATE.
003960     PERFORM 3000-WRITE-PERIOD-TOTALS THRU 3000-EXIT.
003970     PERFORM 4000-RETENTION-PASS THRU 4000-EXIT.
003980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003990     STOP RUN.
004000
004010 1000-INITIALIZE.
004020     DISPLAY "GPIOHIST - GPIO HISTORY CONSOLIDATION".
004030     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004040     DISPLAY "FROM DATE (YYYYMMDD):".
004050     ACCEPT WS-FROM-TEXT.
004060     DISPLAY "TO DATE (YYYYMMDD):".
004070     ACCEPT WS-TO-TEXT.
004080     DISPLAY "RETENTION DAYS (NNN):".
004090     ACCEPT WS-RETENTION-TEXT.
004100*>        Disposal destroys history, so the operator signs on
004110*>        against GPIOSEC.DAT before the disposal question is
004120*>        even asked.
004130     PERFORM 1100-SIGN-ON THRU 1100-EXIT
004140         UNTIL WS-SIGNON-OK = "Y".
004150     DISPLAY "DISPOSAL - A = ARCHIVE, P = PURGE:".
004160     ACCEPT WS-DISPOSAL.
004170     IF WS-FROM-TEXT IS NOT NUMERIC
004180        OR WS-TO-TEXT IS NOT NUMERIC
004190         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
004200         MOVE 8 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
004240     MOVE WS-TO-TEXT TO WS-TO-DATE.
004250     IF WS-CUR-DATE > WS-TO-DATE
004260         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
004270         MOVE 8 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     IF WS-RETENTION-TEXT IS NOT NUMERIC
004310         DISPLAY "*** RETENTION DAYS MUST BE NUMERIC ***"
004320         MOVE 8 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     MOVE WS-RETENTION-TEXT TO WS-RETENTION-DAYS.
004360     IF WS-DISPOSAL NOT = "A" AND WS-DISPOSAL NOT = "P"
004370         DISPLAY "*** DISPOSAL MUST BE A OR P ***"
004380         MOVE 8 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410*>        Below level 3 the sweep and statement still run -
004420*>        only the archive/purge is refused, and the refusal
004430*>        goes on the authority trail like everything else.
004440     MOVE "DISPOSE HIST" TO WS-AUTH-ACTION.
004450     IF WS-OPER-LEVEL < 3
004460         MOVE "N" TO WS-DISPOSAL-ALLOWED
004470         MOVE "DENIED" TO WS-AUTH-RESULT
004480         DISPLAY "AUTHORITY LEVEL " WS-OPER-LEVEL
004490             " CANNOT DISPOSE OF HISTORY - FILES WILL BE "
004500             "KEPT"
004510     ELSE
004520         MOVE "Y" TO WS-DISPOSAL-ALLOWED
004530         MOVE "ALLOWED" TO WS-AUTH-RESULT
004540     END-IF.
004550     PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT.
004560     MOVE ZERO TO WS-PIN-COUNT.
004570     PERFORM 1300-LOAD-MAINT-WINDOWS THRU 1300-EXIT.
004580     STRING "GPIOHST." DELIMITED BY SIZE
004590             WS-TO-TEXT DELIMITED BY SIZE
004600         INTO WS-STATEMENT-FILE-NAME.
004610     OPEN OUTPUT HIST-STATEMENT-FILE.
004620     IF WS-STATEMENT-FILE-STATUS NOT = "00"
004630         DISPLAY "*** COULD NOT CREATE " WS-STATEMENT-FILE-NAME
004640             " - STATUS " WS-STATEMENT-FILE-STATUS " ***"
004650         MOVE 8 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     MOVE SPACES TO WS-LINE-WORK.
004690     STRING "GPIO HISTORY STATEMENT " DELIMITED BY SIZE
004700             WS-FROM-TEXT DELIMITED BY SIZE
004710             " THRU " DELIMITED BY SIZE
004720             WS-TO-TEXT DELIMITED BY SIZE
004730         INTO WS-LINE-WORK.
004740     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
004750     MOVE "DATE     PIN CYCLES ONSECS  DUTY EXC FIRST    LAST
004760-        "     TREND" TO WS-LINE-WORK.
004770     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
004780 1000-EXIT.
004790     EXIT.
004800
004810 1100-SIGN-ON.
004820*>        The disposal decision hangs off this answer, so a
004830*>        blank id is not accepted and neither is one the
004840*>        security file does not know.  Every attempt, good or
004850*>        bad, lands on the authority trail.
004860     DISPLAY "OPERATOR ID:".
004870     ACCEPT WS-OPERATOR.
004880     IF WS-OPERATOR = SPACES
004890         DISPLAY "OPERATOR ID CANNOT BE BLANK"
004900         GO TO 1100-EXIT
004910     END-IF.
004920     PERFORM 1150-CHECK-OPERATOR THRU 1150-EXIT.
004930     MOVE "SIGN-ON" TO WS-AUTH-ACTION.
004940     IF WS-OPER-LEVEL > ZERO
004950         MOVE "Y" TO WS-SIGNON-OK
004960         MOVE "ALLOWED" TO WS-AUTH-RESULT
004970         DISPLAY "SIGNED ON AT AUTHORITY LEVEL "
004980             WS-OPER-LEVEL
004990     ELSE
005000         MOVE "DENIED" TO WS-AUTH-RESULT
005010         DISPLAY "OPERATOR " WS-OPERATOR
005020             " IS NOT ON THE SECURITY FILE"
005030     END-IF.
005040     PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT.
005050 1100-EXIT.
005060     EXIT.
005070
005080 1150-CHECK-OPERATOR.
005090*>        Scans GPIOSEC.DAT for the keyed id and leaves the
005100*>        authority level, zero when the id is not on file.
005110*>        No security file at all fails closed, exactly as
005120*>        GPIOMNT does - history the audit must answer for
005130*>        cannot be disposed of on trust.
005140     MOVE ZERO TO WS-OPER-LEVEL.
005150     OPEN INPUT GPIO-SECURITY-FILE.
005160     IF WS-SECURITY-FILE-STATUS NOT = "00"
005170         DISPLAY "*** GPIOSEC.DAT COULD NOT BE OPENED - "
005180             "STATUS " WS-SECURITY-FILE-STATUS " ***"
005190         DISPLAY "NO OPERATOR CAN BE CHECKED - SET UP THE "
005200             "SECURITY FILE FIRST"
005210         MOVE 8 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     PERFORM 1160-READ-SECURITY-RECORD THRU 1160-EXIT
005250         UNTIL WS-SECURITY-FILE-STATUS NOT = "00".
005260     CLOSE GPIO-SECURITY-FILE.
005270 1150-EXIT.
005280     EXIT.
005290
005300 1160-READ-SECURITY-RECORD.
005310     READ GPIO-SECURITY-FILE
005320         AT END
005330             GO TO 1160-EXIT
005340     END-READ.
005350     IF SEC-OPERATOR = WS-OPERATOR
005360        AND SEC-LEVEL IS NUMERIC
005370         MOVE SEC-LEVEL TO WS-OPER-LEVEL
005380     END-IF.
005390 1160-EXIT.
005400     EXIT.
005410
005420 1300-LOAD-MAINT-WINDOWS.
005430*>        Windows for the range are loaded once.  No GPIOMNW.DAT
005440*>        means no planned work and a statement as before.
005450     MOVE ZERO TO WS-MNW-COUNT.
005460     MOVE SPACES TO WS-MNW-RANGE-FIRST.
005470     STRING WS-FROM-TEXT "00:00:00" DELIMITED BY SIZE
005480         INTO WS-MNW-RANGE-FIRST.
005490     MOVE SPACES TO WS-MNW-RANGE-LAST.
005500     STRING WS-TO-TEXT "23:59:59" DELIMITED BY SIZE
005510         INTO WS-MNW-RANGE-LAST.
005520     OPEN INPUT GPIO-WINDOW-FILE.
005530     IF WS-WINDOW-FILE-STATUS NOT = "00"
005540         GO TO 1300-EXIT
005550     END-IF.
005560     PERFORM 1310-READ-MAINT-WINDOW THRU 1310-EXIT
005570         UNTIL WS-WINDOW-FILE-STATUS NOT = "00".
005580     CLOSE GPIO-WINDOW-FILE.
005590 1300-EXIT.
005600     EXIT.
005610
005620 1310-READ-MAINT-WINDOW.
005630     READ GPIO-WINDOW-FILE
005640         AT END
005650             GO TO 1310-EXIT
005660     END-READ.
005670     IF MNW-PIN-TEXT = SPACES
005680        OR MNW-FROM-DATE IS NOT NUMERIC
005690        OR MNW-TO-DATE IS NOT NUMERIC
005700         DISPLAY "GPIOMNW.DAT LINE SKIPPED - PIN OR DATE NOT "
005710             "VALID - WO " MNW-WORK-ORDER
005720         GO TO 1310-EXIT
005730     END-IF.
005740     MOVE MNW-FROM-TIME TO WS-MNW-TIME.
005750     PERFORM 1315-EDIT-WINDOW-TIME THRU 1315-EXIT.
005760     IF WS-MNW-TIME-OK = "Y"
005770         MOVE MNW-TO-TIME TO WS-MNW-TIME
005780         PERFORM 1315-EDIT-WINDOW-TIME THRU 1315-EXIT
005790     END-IF.
005800     IF WS-MNW-TIME-OK NOT = "Y"
005810         DISPLAY "GPIOMNW.DAT LINE SKIPPED - TIME NOT "
005820             "HH:MM:SS - WO " MNW-WORK-ORDER
005830         GO TO 1310-EXIT
005840     END-IF.
005850     MOVE SPACES TO WS-MNW-FROM-WORK.
005860     STRING MNW-FROM-DATE MNW-FROM-TIME DELIMITED BY SIZE
005870         INTO WS-MNW-FROM-WORK.
005880     MOVE SPACES TO WS-MNW-TO-WORK.
005890     STRING MNW-TO-DATE MNW-TO-TIME DELIMITED BY SIZE
005900         INTO WS-MNW-TO-WORK.
005910     IF WS-MNW-TO-WORK NOT > WS-MNW-FROM-WORK
005920         DISPLAY "GPIOMNW.DAT LINE SKIPPED - WINDOW ENDS "
005930             "BEFORE IT STARTS - WO " MNW-WORK-ORDER
005940         GO TO 1310-EXIT
005950     END-IF.
005960     IF WS-MNW-TO-WORK NOT > WS-MNW-RANGE-FIRST
005970        OR WS-MNW-FROM-WORK > WS-MNW-RANGE-LAST
005980         GO TO 1310-EXIT
005990     END-IF.
006000     IF WS-MNW-COUNT NOT < WS-MAX-MNW
006010         DISPLAY "GPIOMNW.DAT HAS MORE THAN " WS-MAX-MNW
006020             " WINDOWS IN RANGE - EXTRA LINES IGNORED"
006030         GO TO 1310-EXIT
006040     END-IF.
006050     ADD 1 TO WS-MNW-COUNT.
006060     MOVE MNW-PIN-TEXT TO WS-MNW-PIN (WS-MNW-COUNT).
006070     MOVE WS-MNW-FROM-WORK TO WS-MNW-FROM (WS-MNW-COUNT).
006080     MOVE WS-MNW-TO-WORK TO WS-MNW-TO (WS-MNW-COUNT).
006090     MOVE MNW-WORK-ORDER TO WS-MNW-WO (WS-MNW-COUNT).
006100     MOVE MNW-REASON TO WS-MNW-REASON (WS-MNW-COUNT).
006110 1310-EXIT.
006120     EXIT.
006130
006140 1315-EDIT-WINDOW-TIME.
006150     MOVE "N" TO WS-MNW-TIME-OK.
006160     IF WS-MNW-TIME (3:1) NOT = ":"
006170        OR WS-MNW-TIME (6:1) NOT = ":"
006180        OR WS-MNW-TIME (1:2) IS NOT NUMERIC
006190        OR WS-MNW-TIME (4:2) IS NOT NUMERIC
006200        OR WS-MNW-TIME (7:2) IS NOT NUMERIC
006210         GO TO 1315-EXIT
006220     END-IF.
006230     IF WS-MNW-TIME (1:2) > "23"
006240        OR WS-MNW-TIME (4:2) > "59"
006250        OR WS-MNW-TIME (7:2) > "59"
006260         GO TO 1315-EXIT
006270     END-IF.
006280     MOVE "Y" TO WS-MNW-TIME-OK.
006290 1315-EXIT.
006300     EXIT.
006310
006320 1320-SET-MAINT-DAY.
006330*>        The first and last stamp of the day being swept, for
006340*>        telling which windows fall on it.
006350     MOVE SPACES TO WS-MNW-DAY-FIRST.
006360     STRING WS-CUR-DATE "00:00:00" DELIMITED BY SIZE
006370         INTO WS-MNW-DAY-FIRST.
006380     MOVE SPACES TO WS-MNW-DAY-LAST.
006390     STRING WS-CUR-DATE "23:59:59" DELIMITED BY SIZE
006400         INTO WS-MNW-DAY-LAST.
006410 1320-EXIT.
006420     EXIT.
006430
006440 1330-SET-WINDOW-DAY-TIMES.
006450*>        The part of window WS-MNW-IDX that falls on the day -
006460*>        midnight to midnight for a day wholly inside it.
006470     IF WS-MNW-FROM (WS-MNW-IDX) < WS-MNW-DAY-FIRST
006480         MOVE "00:00:00" TO WS-MNW-SHOW-FROM
006490     ELSE
006500         MOVE WS-MNW-FROM (WS-MNW-IDX) (9:8) TO WS-MNW-SHOW-FROM
006510     END-IF.
006520     IF WS-MNW-TO (WS-MNW-IDX) > WS-MNW-DAY-LAST
006530         MOVE "23:59:59" TO WS-MNW-SHOW-TO
006540     ELSE
006550         MOVE WS-MNW-TO (WS-MNW-IDX) (9:8) TO WS-MNW-SHOW-TO
006560     END-IF.
006570 1330-EXIT.
006580     EXIT.
006590
006600 2000-SWEEP-ONE-DAY.
006610     PERFORM 2050-CLEAR-DAY-FIELDS THRU 2050-EXIT
006620         VARYING WS-PIN-IDX FROM 1 BY 1
006630         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
006640     MOVE "N" TO WS-DAY-REFUSED.
006650     PERFORM 2100-SWEEP-AUDIT-DAY THRU 2100-EXIT.
006660     PERFORM 2200-SWEEP-EXC-DAY THRU 2200-EXIT.
006670     PERFORM 1320-SET-MAINT-DAY THRU 1320-EXIT.
006680     PERFORM 2270-MARK-MAINT-DAY THRU 2270-EXIT
006690         VARYING WS-MNW-IDX FROM 1 BY 1
006700         UNTIL WS-MNW-IDX > WS-MNW-COUNT.
006710     PERFORM 2300-WRITE-DAY-LINES THRU 2300-EXIT.
006720     ADD 1 TO WS-DAYS-SWEPT.
006730     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
006740 2000-EXIT.
006750     EXIT.
006760
006770 2050-CLEAR-DAY-FIELDS.
006780     MOVE ZERO TO WS-DAY-CYCLES (WS-PIN-IDX).
006790     MOVE ZERO TO WS-DAY-ON-SECS (WS-PIN-IDX).
006800     MOVE ZERO TO WS-DAY-EXC (WS-PIN-IDX).
006810     MOVE SPACES TO WS-DAY-FIRST (WS-PIN-IDX).
006820     MOVE SPACES TO WS-DAY-LAST (WS-PIN-IDX).
006830     MOVE ZERO TO WS-DAY-PENDING-ON (WS-PIN-IDX).
006840     MOVE "N" TO WS-DAY-HAS-ON (WS-PIN-IDX).
006850     MOVE "N" TO WS-DAY-MAINT (WS-PIN-IDX).
006860 2050-EXIT.
006870     EXIT.
006880
006890 2100-SWEEP-AUDIT-DAY.
006900     MOVE SPACES TO WS-AUDIT-FILE-NAME.
006910     STRING "GPIOAUD." DELIMITED BY SIZE
006920             WS-CUR-DATE DELIMITED BY SIZE
006930         INTO WS-AUDIT-FILE-NAME.
006940*>        The day's seal is checked before any of it is
006950*>        counted - a broken log is refused outright and
006960*>        said so on the statement, never half counted.
006970     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
006980     IF WS-VFY-RESULT = "UNSEALED"
006990         ADD 1 TO WS-DAYS-UNSEALED
007000     END-IF.
007010     IF WS-VFY-FAILED = "Y"
007020         PERFORM 2190-REFUSE-AUDIT-DAY THRU 2190-EXIT
007030         GO TO 2100-EXIT
007040     END-IF.
007050     OPEN INPUT HIST-AUDIT-FILE.
007060     IF WS-AUDIT-FILE-STATUS = "00"
007070         PERFORM 2150-TALLY-AUDIT-LINE THRU 2150-EXIT
007080             UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
007090         CLOSE HIST-AUDIT-FILE
007100     END-IF.
007110 2100-EXIT.
007120     EXIT.
007130
007140 2150-TALLY-AUDIT-LINE.
007150*>        ON seconds are recovered by pairing each pin's ON
007160*>        line with the next OFF line for that pin - the same
007170*>        pairing the run itself commands.  TRG lines and an
007180*>        ON with no OFF (an abended run's tail) add no ON
007190*>        seconds but still move the first/last activity times.
007200     READ HIST-AUDIT-FILE
007210         AT END
007220             GO TO 2150-EXIT
007230     END-READ.
007240*>        Lines with no pin - the run-lock override's UNL
007250*>        stamp and the TRL trailer - are bookkeeping, not
007260*>        pin activity, and must not grow a blank
007270*>        accumulator row.
007280     IF HAUD-PIN-TEXT = SPACES
007290         GO TO 2150-EXIT
007300     END-IF.
007310     MOVE HAUD-PIN-TEXT TO WS-FIND-PIN.
007320     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
007330     IF WS-FOUND-IDX = ZERO
007340         GO TO 2150-EXIT
007350     END-IF.
007360     MOVE WS-FOUND-IDX TO WS-PIN-IDX.
007370     IF WS-DAY-FIRST (WS-PIN-IDX) = SPACES
007380         MOVE HAUD-TIME TO WS-DAY-FIRST (WS-PIN-IDX)
007390     END-IF.
007400     MOVE HAUD-TIME TO WS-DAY-LAST (WS-PIN-IDX).
007410     MOVE HAUD-TIME TO WS-TIME-TEXT.
007420     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
007430     IF HAUD-TRANSITION = "ON "
007440         ADD 1 TO WS-DAY-CYCLES (WS-PIN-IDX)
007450         MOVE WS-TIME-SECS
007460             TO WS-DAY-PENDING-ON (WS-PIN-IDX)
007470         MOVE "Y" TO WS-DAY-HAS-ON (WS-PIN-IDX)
007480     ELSE
007490         IF HAUD-TRANSITION = "OFF"
007500            AND WS-DAY-HAS-ON (WS-PIN-IDX) = "Y"
007510             IF WS-TIME-SECS NOT <
007520                WS-DAY-PENDING-ON (WS-PIN-IDX)
007530                 SUBTRACT WS-DAY-PENDING-ON (WS-PIN-IDX)
007540                     FROM WS-TIME-SECS
007550                     GIVING WS-WORK-SECS
007560                 ADD WS-WORK-SECS
007570                     TO WS-DAY-ON-SECS (WS-PIN-IDX)
007580             END-IF
007590             MOVE "N" TO WS-DAY-HAS-ON (WS-PIN-IDX)
007600         END-IF
007610     END-IF.
007620 2150-EXIT.
007630     EXIT.
007640
007650 2190-REFUSE-AUDIT-DAY.
007660     ADD 1 TO WS-DAYS-REFUSED.
007670     MOVE "Y" TO WS-DAY-REFUSED.
007680     DISPLAY "AUDIT LOG REFUSED " WS-AUDIT-FILE-NAME
007690         " " WS-VFY-RESULT.
007700     MOVE SPACES TO WS-LINE-WORK.
007710     STRING WS-CUR-DATE DELIMITED BY SIZE
007720             " " DELIMITED BY SIZE
007730             "AUDIT LOG REFUSED - " DELIMITED BY SIZE
007740             WS-VFY-RESULT DELIMITED BY "  "
007750             " AT LINE " DELIMITED BY SIZE
007760             WS-VFY-FAIL-LINE DELIMITED BY SIZE
007770             " - NOT COUNTED" DELIMITED BY SIZE
007780         INTO WS-LINE-WORK.
007790     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
007800 2190-EXIT.
007810     EXIT.
007820
007830 2200-SWEEP-EXC-DAY.
007840     MOVE SPACES TO WS-EXC-FILE-NAME.
007850     STRING "GPIOEXC." DELIMITED BY SIZE
007860             WS-CUR-DATE DELIMITED BY SIZE
007870         INTO WS-EXC-FILE-NAME.
007880     OPEN INPUT HIST-EXC-FILE.
007890     IF WS-EXC-FILE-STATUS = "00"
007900         PERFORM 2250-TALLY-EXC-LINE THRU 2250-EXIT
007910             UNTIL WS-EXC-FILE-STATUS NOT = "00"
007920         CLOSE HIST-EXC-FILE
007930     END-IF.
007940 2200-EXIT.
007950     EXIT.
007960
007970 2250-TALLY-EXC-LINE.
007980     READ HIST-EXC-FILE
007990         AT END
008000             GO TO 2250-EXIT
008010     END-READ.
008020     MOVE HEXC-PIN-TEXT TO WS-FIND-PIN.
008030     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
008040     IF WS-FOUND-IDX > ZERO
008050         ADD 1 TO WS-DAY-EXC (WS-FOUND-IDX)
008060     END-IF.
008070 2250-EXIT.
008080     EXIT.
008090
008100 2270-MARK-MAINT-DAY.
008110*>        A pin with planned work on the day is marked so its
008120*>        line shows the window - and gets a row of its own if
008130*>        the window is all it did.
008140     IF WS-MNW-FROM (WS-MNW-IDX) > WS-MNW-DAY-LAST
008150        OR WS-MNW-TO (WS-MNW-IDX) NOT > WS-MNW-DAY-FIRST
008160         GO TO 2270-EXIT
008170     END-IF.
008180     MOVE WS-MNW-PIN (WS-MNW-IDX) TO WS-FIND-PIN.
008190     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
008200     IF WS-FOUND-IDX > ZERO
008210         MOVE "Y" TO WS-DAY-MAINT (WS-FOUND-IDX)
008220     END-IF.
008230 2270-EXIT.
008240     EXIT.
008250
008260 2300-WRITE-DAY-LINES.
008270     PERFORM 2350-WRITE-ONE-DAY-LINE THRU 2350-EXIT
008280         VARYING WS-PIN-IDX FROM 1 BY 1
008290         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
008300 2300-EXIT.
008310     EXIT.
008320
008330 2350-WRITE-ONE-DAY-LINE.
008340*>        A pin with no activity and no exceptions today gets
008350*>        no line - the statement reads like a bank statement,
008360*>        not a grid of zeroes.
008370     IF WS-DAY-FIRST (WS-PIN-IDX) = SPACES
008380        AND WS-DAY-EXC (WS-PIN-IDX) = ZERO
008390        AND WS-DAY-MAINT (WS-PIN-IDX) NOT = "Y"
008400         GO TO 2350-EXIT
008410     END-IF.
008420     PERFORM 8600-SET-DAY-WINDOW THRU 8600-EXIT.
008430     PERFORM 8700-SET-DUTY-PCT THRU 8700-EXIT.
008440     IF WS-PREV-SET (WS-PIN-IDX) = "Y"
008450         IF WS-DAY-CYCLES (WS-PIN-IDX) >
008460            WS-PREV-CYCLES (WS-PIN-IDX)
008470             MOVE "UP  " TO WS-TREND-TEXT
008480         ELSE
008490             IF WS-DAY-CYCLES (WS-PIN-IDX) <
008500                WS-PREV-CYCLES (WS-PIN-IDX)
008510                 MOVE "DOWN" TO WS-TREND-TEXT
008520             ELSE
008530                 MOVE "SAME" TO WS-TREND-TEXT
008540             END-IF
008550         END-IF
008560     ELSE
008570         MOVE "NEW " TO WS-TREND-TEXT
008580     END-IF.
008590*>        A day with planned work on the pin is shown, not
008600*>        judged - MNT in place of a trend, the windows under
008610*>        the line, and the day kept out of the period's days,
008620*>        cycles and duty cycle and out of the next day's
008630*>        trend.  Its exceptions still count.
008640     IF WS-DAY-MAINT (WS-PIN-IDX) = "Y"
008650         MOVE "MNT " TO WS-TREND-TEXT
008660     END-IF.
008670*>        A refused day's lines carry only its exceptions - no
008680*>        activity was counted, so the day is not judged either,
008690*>        and stays out of the period and the next day's trend
008700*>        exactly as a maintenance day does.
008710     IF WS-DAY-REFUSED = "Y"
008720         MOVE "REFUSED" TO WS-TREND-TEXT
008730     END-IF.
008740     MOVE SPACES TO WS-LINE-WORK.
008750     STRING WS-CUR-DATE DELIMITED BY SIZE
008760             " " DELIMITED BY SIZE
008770             WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
008780             "  " DELIMITED BY SIZE
008790             WS-DAY-CYCLES (WS-PIN-IDX) DELIMITED BY SIZE
008800             " " DELIMITED BY SIZE
008810             WS-DAY-ON-SECS (WS-PIN-IDX) DELIMITED BY SIZE
008820             " " DELIMITED BY SIZE
008830             WS-DUTY-PCT DELIMITED BY SIZE
008840             "% " DELIMITED BY SIZE
008850             WS-DAY-EXC (WS-PIN-IDX) DELIMITED BY SIZE
008860             " " DELIMITED BY SIZE
008870             WS-DAY-FIRST (WS-PIN-IDX) DELIMITED BY SIZE
008880             " " DELIMITED BY SIZE
008890             WS-DAY-LAST (WS-PIN-IDX) DELIMITED BY SIZE
008900             " " DELIMITED BY SIZE
008910             WS-TREND-TEXT DELIMITED BY SIZE
008920         INTO WS-LINE-WORK.
008930     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
008940     IF WS-DAY-MAINT (WS-PIN-IDX) = "Y"
008950         PERFORM 2370-WRITE-WINDOW-LINE THRU 2370-EXIT
008960             VARYING WS-MNW-IDX FROM 1 BY 1
008970             UNTIL WS-MNW-IDX > WS-MNW-COUNT
008980         ADD WS-DAY-EXC (WS-PIN-IDX)
008990             TO WS-PER-EXC (WS-PIN-IDX)
009000         ADD 1 TO WS-PER-MNT-DAYS (WS-PIN-IDX)
009010         GO TO 2350-EXIT
009020     END-IF.
009030     IF WS-DAY-REFUSED = "Y"
009040         ADD WS-DAY-EXC (WS-PIN-IDX)
009050             TO WS-PER-EXC (WS-PIN-IDX)
009060         GO TO 2350-EXIT
009070     END-IF.
009080     MOVE WS-DAY-CYCLES (WS-PIN-IDX)
009090         TO WS-PREV-CYCLES (WS-PIN-IDX).
009100     MOVE "Y" TO WS-PREV-SET (WS-PIN-IDX).
009110     ADD WS-DAY-CYCLES (WS-PIN-IDX)
009120         TO WS-PER-CYCLES (WS-PIN-IDX).
009130     ADD WS-DAY-ON-SECS (WS-PIN-IDX)
009140         TO WS-PER-ON-SECS (WS-PIN-IDX).
009150     ADD WS-DAY-EXC (WS-PIN-IDX)
009160         TO WS-PER-EXC (WS-PIN-IDX).
009170     ADD WS-WINDOW-SECS
009180         TO WS-PER-WINDOW-SECS (WS-PIN-IDX).
009190     ADD 1 TO WS-PER-DAYS (WS-PIN-IDX).
009200 2350-EXIT.
009210     EXIT.
009220
009230 2370-WRITE-WINDOW-LINE.
009240     IF WS-MNW-PIN (WS-MNW-IDX) NOT = WS-PIN-TEXT (WS-PIN-IDX)
009250        OR WS-MNW-FROM (WS-MNW-IDX) > WS-MNW-DAY-LAST
009260        OR WS-MNW-TO (WS-MNW-IDX) NOT > WS-MNW-DAY-FIRST
009270         GO TO 2370-EXIT
009280     END-IF.
009290     PERFORM 1330-SET-WINDOW-DAY-TIMES THRU 1330-EXIT.
009300     MOVE SPACES TO WS-LINE-WORK.
009310     STRING WS-CUR-DATE DELIMITED BY SIZE
009320             " " DELIMITED BY SIZE
009330             WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
009340             "  MAINT " DELIMITED BY SIZE
009350             WS-MNW-SHOW-FROM DELIMITED BY SIZE
009360             "-" DELIMITED BY SIZE
009370             WS-MNW-SHOW-TO DELIMITED BY SIZE
009380             " WO " DELIMITED BY SIZE
009390             WS-MNW-WO (WS-MNW-IDX) DELIMITED BY SIZE
009400             " " DELIMITED BY SIZE
009410             WS-MNW-REASON (WS-MNW-IDX) DELIMITED BY SIZE
009420         INTO WS-LINE-WORK.
009430     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
009440 2370-EXIT.
009450     EXIT.
009460
009470 3000-WRITE-PERIOD-TOTALS.
009480     MOVE SPACES TO WS-LINE-WORK.
009490     MOVE "PERIOD TOTALS PER PIN" TO WS-LINE-WORK.
009500     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
009510     MOVE "PIN DAYS  CYCLES   ONSECS    DUTY EXC     MNT"
009520         TO WS-LINE-WORK.
009530     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
009540     PERFORM 3100-WRITE-ONE-TOTAL THRU 3100-EXIT
009550         VARYING WS-PIN-IDX FROM 1 BY 1
009560         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
009570 3000-EXIT.
009580     EXIT.
009590
009600 3100-WRITE-ONE-TOTAL.
009610     MOVE ZERO TO WS-DUTY-PCT.
009620     IF WS-PER-WINDOW-SECS (WS-PIN-IDX) > ZERO
009630         MULTIPLY WS-PER-ON-SECS (WS-PIN-IDX) BY 100
009640             GIVING WS-DUTY-WORK
009650         DIVIDE WS-DUTY-WORK
009660             BY WS-PER-WINDOW-SECS (WS-PIN-IDX)
009670             GIVING WS-DUTY-PCT
009680     END-IF.
009690     MOVE SPACES TO WS-LINE-WORK.
009700     STRING WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
009710             "  " DELIMITED BY SIZE
009720             WS-PER-DAYS (WS-PIN-IDX) DELIMITED BY SIZE
009730             " " DELIMITED BY SIZE
009740             WS-PER-CYCLES (WS-PIN-IDX) DELIMITED BY SIZE
009750             " " DELIMITED BY SIZE
009760             WS-PER-ON-SECS (WS-PIN-IDX) DELIMITED BY SIZE
009770             " " DELIMITED BY SIZE
009780             WS-DUTY-PCT DELIMITED BY SIZE
009790             "% " DELIMITED BY SIZE
009800             WS-PER-EXC (WS-PIN-IDX) DELIMITED BY SIZE
009810             " " DELIMITED BY SIZE
009820             WS-PER-MNT-DAYS (WS-PIN-IDX) DELIMITED BY SIZE
009830         INTO WS-LINE-WORK.
009840     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
009850 3100-EXIT.
009860     EXIT.
009870
009880 4000-RETENTION-PASS.
009890*>        The cutoff is today counted back one day at a time -
009900*>        no date intrinsics on this box's compiler either.
009910*>        Only dates inside the swept range are disposed of, so
009920*>        the operator always knows exactly which files this
009930*>        run touched: the ones on its own statement.
009940     IF WS-DISPOSAL-ALLOWED NOT = "Y"
009950         DISPLAY "DISPOSAL WAS REFUSED AT SIGN-ON - SWEPT "
009960             "FILES ALL KEPT"
009970         GO TO 4000-EXIT
009980     END-IF.
009990     PERFORM 4050-CHECK-RUN-LOCK THRU 4050-EXIT.
010000     IF WS-RUN-IS-LIVE = "Y"
010010         DISPLAY "*** A RUN HOLDS THE ACTIVE-RUN LOCK - "
010020             "ARCHIVE/PURGE SKIPPED ***"
010030         DISPLAY "RERUN THE SWEEP ONCE THE RUN HAS ENDED"
010040         GO TO 4000-EXIT
010050     END-IF.
010060     MOVE WS-TODAY TO WS-CUTOFF-DATE.
010070     PERFORM 8200-BACK-UP-CUTOFF-DATE THRU 8200-EXIT
010080         VARYING WS-RETENTION-IDX FROM 1 BY 1
010090         UNTIL WS-RETENTION-IDX > WS-RETENTION-DAYS.
010100     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
010110     PERFORM 4100-DISPOSE-ONE-DAY THRU 4100-EXIT
010120         UNTIL WS-CUR-DATE > WS-TO-DATE
010130            OR WS-CUR-DATE NOT < WS-CUTOFF-DATE.
010140 4000-EXIT.
010150     EXIT.
010160
010170 4050-CHECK-RUN-LOCK.
010180*>        An empty or absent lock file means nobody is driving
010190*>        the pins; a record means a live run whose daily
010200*>        files this pass must leave alone.
010210     MOVE "N" TO WS-RUN-IS-LIVE.
010220     OPEN INPUT GPIO-LOCK-FILE.
010230     IF WS-LOCK-FILE-STATUS NOT = "00"
010240         GO TO 4050-EXIT
010250     END-IF.
010260     READ GPIO-LOCK-FILE
010270         AT END
010280             CONTINUE
010290         NOT AT END
010300             IF GPIO-LOCK-RECORD NOT = SPACES
010310                 MOVE "Y" TO WS-RUN-IS-LIVE
010320             END-IF
010330     END-READ.
010340     CLOSE GPIO-LOCK-FILE.
010350 4050-EXIT.
010360     EXIT.
010370
010380 4100-DISPOSE-ONE-DAY.
010390     PERFORM 4150-DISPOSE-ONE-FILE THRU 4150-EXIT
010400         VARYING WS-PREFIX-IDX FROM 1 BY 1
010410         UNTIL WS-PREFIX-IDX > 3.
010420     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
010430 4100-EXIT.
010440     EXIT.
010450
010460 4150-DISPOSE-ONE-FILE.
010470     IF WS-PREFIX-IDX = 1
010480         MOVE "GPIOAUD." TO WS-FILE-PREFIX
010490     ELSE
010500         IF WS-PREFIX-IDX = 2
010510             MOVE "GPIORPT." TO WS-FILE-PREFIX
010520         ELSE
010530             MOVE "GPIOEXC." TO WS-FILE-PREFIX
010540         END-IF
010550     END-IF.
010560     IF WS-DISPOSAL = "A"
010570         IF WS-ARCHIVE-MADE = "N"
010580             MOVE "mkdir -p GPIOARCH" TO WS-DISPOSE-CMD
010590             CALL "SYSTEM" USING WS-DISPOSE-CMD
010600             MOVE "Y" TO WS-ARCHIVE-MADE
010610         END-IF
010620         MOVE SPACES TO WS-DISPOSE-CMD
010630         STRING "mv -f " DELIMITED BY SIZE
010640                 WS-FILE-PREFIX DELIMITED BY SIZE
010650                 WS-CUR-DATE DELIMITED BY SIZE
010660                 " GPIOARCH/ 2>/dev/null" DELIMITED BY SIZE
010670             INTO WS-DISPOSE-CMD
010680     ELSE
010690         MOVE SPACES TO WS-DISPOSE-CMD
010700         STRING "rm -f " DELIMITED BY SIZE
010710                 WS-FILE-PREFIX DELIMITED BY SIZE
010720                 WS-CUR-DATE DELIMITED BY SIZE
010730             INTO WS-DISPOSE-CMD
010740     END-IF.
010750     CALL "SYSTEM" USING WS-DISPOSE-CMD.
010760     IF RETURN-CODE = 0
010770         ADD 1 TO WS-FILES-DISPOSED
010780     END-IF.
010790 4150-EXIT.
010800     EXIT.
010810
010820 9000-TERMINATE.
010830     MOVE SPACES TO WS-LINE-WORK.
010840     STRING "AUDIT SEAL - DAYS REFUSED " DELIMITED BY SIZE
010850             WS-DAYS-REFUSED DELIMITED BY SIZE
010860             "  UNSEALED " DELIMITED BY SIZE
010870             WS-DAYS-UNSEALED DELIMITED BY SIZE
010880         INTO WS-LINE-WORK.
010890     PERFORM 8500-WRITE-STATEMENT-LINE THRU 8500-EXIT.
010900     CLOSE HIST-STATEMENT-FILE.
010910     DISPLAY "DAYS SWEPT      " WS-DAYS-SWEPT.
010920     DISPLAY "PINS SEEN       " WS-PIN-COUNT.
010930     DISPLAY "FILES DISPOSED  " WS-FILES-DISPOSED.
010940     DISPLAY "DAYS REFUSED    " WS-DAYS-REFUSED.
010950     DISPLAY "DAYS UNSEALED   " WS-DAYS-UNSEALED.
010960     DISPLAY "STATEMENT IS ON " WS-STATEMENT-FILE-NAME.
010970     IF WS-DAYS-REFUSED > ZERO
010980         MOVE 4 TO RETURN-CODE
010990     END-IF.
011000 9000-EXIT.
011010     EXIT.
011020
011030 8100-BUMP-CURRENT-DATE.
011040     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
011050     ADD 1 TO WS-CUR-DD.
011060     IF WS-CUR-DD > WS-MONTH-LENGTH
011070         MOVE 1 TO WS-CUR-DD
011080         ADD 1 TO WS-CUR-MM
011090         IF WS-CUR-MM > 12
011100             MOVE 1 TO WS-CUR-MM
011110             ADD 1 TO WS-CUR-YYYY
011120         END-IF
011130     END-IF.
011140 8100-EXIT.
011150     EXIT.
011160
011170 8150-SET-MONTH-LENGTH.
011180*>        Thirty days hath September - with the leap year rule
011190*>        spelled out in longhand because this compiler has no
011200*>        date intrinsics to lean on.
011210     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
011220        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
011230         MOVE 30 TO WS-MONTH-LENGTH
011240     ELSE
011250         IF WS-CUR-MM = 2
011260             MOVE 28 TO WS-MONTH-LENGTH
011270             DIVIDE WS-CUR-YYYY BY 4
011280                 GIVING WS-LEAP-WORK
011290                 REMAINDER WS-LEAP-REM
011300             IF WS-LEAP-REM = ZERO
011310                 MOVE 29 TO WS-MONTH-LENGTH
011320                 DIVIDE WS-CUR-YYYY BY 100
011330                     GIVING WS-LEAP-WORK
011340                     REMAINDER WS-LEAP-REM
011350                 IF WS-LEAP-REM = ZERO
011360                     MOVE 28 TO WS-MONTH-LENGTH
011370                     DIVIDE WS-CUR-YYYY BY 400
011380                         GIVING WS-LEAP-WORK
011390                         REMAINDER WS-LEAP-REM
011400                     IF WS-LEAP-REM = ZERO
011410                         MOVE 29 TO WS-MONTH-LENGTH
011420                     END-IF
011430                 END-IF
011440             END-IF
011450         ELSE
011460             MOVE 31 TO WS-MONTH-LENGTH
011470         END-IF
011480     END-IF.
011490 8150-EXIT.
011500     EXIT.
011510
011520 8200-BACK-UP-CUTOFF-DATE.
011530     IF WS-CUT-DD > 1
011540         SUBTRACT 1 FROM WS-CUT-DD
011550     ELSE
011560         IF WS-CUT-MM > 1
011570             SUBTRACT 1 FROM WS-CUT-MM
011580         ELSE
011590             MOVE 12 TO WS-CUT-MM
011600             SUBTRACT 1 FROM WS-CUT-YYYY
011610         END-IF
011620         MOVE WS-CUT-MM TO WS-CUR-MM
011630         MOVE WS-CUT-YYYY TO WS-CUR-YYYY
011640         PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT
011650         MOVE WS-MONTH-LENGTH TO WS-CUT-DD
011660     END-IF.
011670 8200-EXIT.
011680     EXIT.
011690
011700 8300-TIME-TO-SECONDS.
011710     MOVE ZERO TO WS-TIME-SECS.
011720     MULTIPLY WS-TT-HH BY 3600 GIVING WS-TIME-SECS.
011730     MULTIPLY WS-TT-MM BY 60 GIVING WS-WORK-SECS.
011740     ADD WS-WORK-SECS TO WS-TIME-SECS.
011750     ADD WS-TT-SS TO WS-TIME-SECS.
011760 8300-EXIT.
011770     EXIT.
011780
011790 8400-FIND-OR-ADD-PIN.
011800*>        Leaves the pin's accumulator row in WS-FOUND-IDX,
011810*>        adding a fresh row the first time a pin is seen in
011820*>        the range.  Zero only when the table is full - the
011830*>        line is then skipped and called out on the console.
011840     MOVE ZERO TO WS-FOUND-IDX.
011850     PERFORM 8450-CHECK-PIN-ROW THRU 8450-EXIT
011860         VARYING WS-PIN-IDX FROM 1 BY 1
011870         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
011880     IF WS-FOUND-IDX > ZERO
011890         GO TO 8400-EXIT
011900     END-IF.
011910     IF WS-PIN-COUNT NOT < WS-MAX-PINS
011920         DISPLAY "PIN TABLE FULL - PIN " WS-FIND-PIN
011930             " SKIPPED"
011940         GO TO 8400-EXIT
011950     END-IF.
011960     ADD 1 TO WS-PIN-COUNT.
011970     MOVE WS-PIN-COUNT TO WS-FOUND-IDX.
011980     MOVE WS-PIN-COUNT TO WS-PIN-IDX.
011990     MOVE WS-FIND-PIN TO WS-PIN-TEXT (WS-PIN-IDX).
012000     MOVE ZERO TO WS-PREV-CYCLES (WS-PIN-IDX).
012010     MOVE "N" TO WS-PREV-SET (WS-PIN-IDX).
012020     MOVE ZERO TO WS-PER-CYCLES (WS-PIN-IDX).
012030     MOVE ZERO TO WS-PER-ON-SECS (WS-PIN-IDX).
012040     MOVE ZERO TO WS-PER-EXC (WS-PIN-IDX).
012050     MOVE ZERO TO WS-PER-WINDOW-SECS (WS-PIN-IDX).
012060     MOVE ZERO TO WS-PER-DAYS (WS-PIN-IDX).
012070     MOVE ZERO TO WS-PER-MNT-DAYS (WS-PIN-IDX).
012080     PERFORM 2050-CLEAR-DAY-FIELDS THRU 2050-EXIT.
012090 8400-EXIT.
012100     EXIT.
012110
012120 8450-CHECK-PIN-ROW.
012130     IF WS-PIN-TEXT (WS-PIN-IDX) = WS-FIND-PIN
012140         MOVE WS-PIN-IDX TO WS-FOUND-IDX
012150     END-IF.
012160 8450-EXIT.
012170     EXIT.
012180
012190 8500-WRITE-STATEMENT-LINE.
012200     MOVE WS-LINE-WORK TO HST-STATEMENT-LINE.
012210     WRITE HST-STATEMENT-LINE.
012220 8500-EXIT.
012230     EXIT.
012240
012250 8800-VERIFY-AUDIT-DAY.
012260*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
012270*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
012280*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
012290*>        Reading stops at the first fault.
012300     MOVE ZERO TO WS-VFY-LINES.
012310     MOVE ZERO TO WS-VFY-TOTAL.
012320     MOVE ZERO TO WS-VFY-TRAILERS.
012330     MOVE ZERO TO WS-VFY-FAIL-LINE.
012340     MOVE 1 TO WS-VFY-EXPECT-SEQ.
012350     MOVE "N" TO WS-VFY-SEALED.
012360     MOVE "N" TO WS-VFY-LAST-TRL.
012370     MOVE "N" TO WS-VFY-FAILED.
012380     MOVE SPACES TO WS-VFY-RESULT.
012390     OPEN INPUT HIST-AUDIT-FILE.
012400     IF WS-AUDIT-FILE-STATUS NOT = "00"
012410         MOVE "NO FILE" TO WS-VFY-RESULT
012420         GO TO 8800-EXIT
012430     END-IF.
012440     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
012450         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
012460            OR WS-VFY-FAILED = "Y".
012470     CLOSE HIST-AUDIT-FILE.
012480     IF WS-VFY-FAILED = "Y"
012490         GO TO 8800-EXIT
012500     END-IF.
012510     IF WS-VFY-LINES = ZERO
012520         MOVE "EMPTY" TO WS-VFY-RESULT
012530         GO TO 8800-EXIT
012540     END-IF.
012550     IF WS-VFY-SEALED = "N"
012560         MOVE "UNSEALED" TO WS-VFY-RESULT
012570         GO TO 8800-EXIT
012580     END-IF.
012590     IF WS-VFY-LAST-TRL = "N"
012600         MOVE "NO TRAILER" TO WS-VFY-RESULT
012610         MOVE "Y" TO WS-VFY-FAILED
012620         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
012630         GO TO 8800-EXIT
012640     END-IF.
012650     MOVE "VERIFIED" TO WS-VFY-RESULT.
012660 8800-EXIT.
012670     EXIT.
012680
012690 8810-VERIFY-AUDIT-LINE.
012700     READ HIST-AUDIT-FILE
012710         AT END
012720             GO TO 8810-EXIT
012730     END-READ.
012740     ADD 1 TO WS-VFY-LINES.
012750     IF HAUD-TRANSITION = "TRL"
012760         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
012770         GO TO 8810-EXIT
012780     END-IF.
012790     MOVE "N" TO WS-VFY-LAST-TRL.
012800*>        Lines from before the log was sealed carry no
012810*>        sequence - tolerated only ahead of the first sealed
012820*>        line, which is where the day the change went in
012830*>        puts them.
012840     IF HAUD-SEQ IS NOT NUMERIC OR HAUD-CHECK IS NOT NUMERIC
012850         IF WS-VFY-SEALED = "Y"
012860             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
012870             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
012880         END-IF
012890         GO TO 8810-EXIT
012900     END-IF.
012910     MOVE "Y" TO WS-VFY-SEALED.
012920     IF HAUD-SEQ < WS-VFY-EXPECT-SEQ
012930         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
012940         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
012950         GO TO 8810-EXIT
012960     END-IF.
012970     IF HAUD-SEQ > WS-VFY-EXPECT-SEQ
012980         MOVE "GAP" TO WS-VFY-RESULT
012990         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
013000         GO TO 8810-EXIT
013010     END-IF.
013020     MOVE HAUD-RECORD (1:45) TO WS-CHK-LINE.
013030     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
013040     IF HAUD-CHECK NOT = WS-VFY-TOTAL
013050         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
013060         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
013070         GO TO 8810-EXIT
013080     END-IF.
013090     ADD 1 TO WS-VFY-EXPECT-SEQ.
013100 8810-EXIT.
013110     EXIT.
013120
013130 8820-VERIFY-TRAILER.
013140*>        A trailer closes off one run's lines - its count is
013150*>        the last sequence number so far and its total the
013160*>        running check total, both for the file to date.
013170     MOVE "Y" TO WS-VFY-LAST-TRL.
013180     MOVE "Y" TO WS-VFY-SEALED.
013190     ADD 1 TO WS-VFY-TRAILERS.
013200     IF HAUD-SEQ IS NOT NUMERIC OR HAUD-CHECK IS NOT NUMERIC
013210         MOVE "BAD TRAILER" TO WS-VFY-RESULT
013220         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
013230         GO TO 8820-EXIT
013240     END-IF.
013250     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
013260         GIVING WS-VFY-COUNT-SEQ.
013270     IF HAUD-SEQ NOT = WS-VFY-COUNT-SEQ
013280         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
013290         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
013300         GO TO 8820-EXIT
013310     END-IF.
013320     IF HAUD-CHECK NOT = WS-VFY-TOTAL
013330         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
013340         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
013350     END-IF.
013360 8820-EXIT.
013370     EXIT.
013380
013390 8830-FAIL-AT-LINE.
013400     MOVE "Y" TO WS-VFY-FAILED.
013410     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
013420 8830-EXIT.
013430     EXIT.
013440
013450 8850-ADD-LINE-CHECK.
013460     MOVE ZERO TO WS-CHK-VALUE.
013470     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
013480         VARYING WS-CHK-POS FROM 1 BY 1
013490         UNTIL WS-CHK-POS > 45.
013500     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
013510     IF WS-CHK-SUM > 999999999
013520         SUBTRACT 1000000000 FROM WS-CHK-SUM
013530     END-IF.
013540     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
013550 8850-EXIT.
013560     EXIT.
013570
013580 8860-ADD-ONE-CHARACTER.
013590     MOVE ZERO TO WS-CHK-CODE.
013600     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
013610         FOR CHARACTERS BEFORE INITIAL
013620         WS-CHK-LINE (WS-CHK-POS:1).
013630     ADD 1 TO WS-CHK-CODE.
013640     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
013650     ADD WS-CHK-WORK TO WS-CHK-VALUE.
013660 8860-EXIT.
013670     EXIT.
013680
013690 8900-WRITE-AUTH-TRAIL.
013700*>        WS-AUTH-ACTION and WS-AUTH-RESULT are set by the
013710*>        caller.  Appended to the same GPIOAUT.DAT GPIOMNT
013720*>        writes, so the whole suite's authority story reads
013730*>        in one file.
013740     OPEN EXTEND GPIO-AUTH-FILE.
013750     IF WS-AUTH-FILE-STATUS NOT = "00"
013760         OPEN OUTPUT GPIO-AUTH-FILE
013770     END-IF.
013780     IF WS-AUTH-FILE-STATUS NOT = "00"
013790         DISPLAY "WARNING - GPIOAUT.DAT COULD NOT BE "
013800             "WRITTEN - STATUS " WS-AUTH-FILE-STATUS
013810         GO TO 8900-EXIT
013820     END-IF.
013830     MOVE SPACES TO GPIO-AUTH-RECORD.
013840     ACCEPT WS-NOW FROM TIME.
013850     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
013860         DELIMITED BY SIZE INTO AUT-DATE.
013870     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
013880         DELIMITED BY SIZE INTO AUT-TIME.
013890     MOVE "GPIOHIST" TO AUT-PROGRAM.
013900     MOVE WS-OPERATOR TO AUT-OPERATOR.
013910     MOVE WS-AUTH-ACTION TO AUT-ACTION.
013920     MOVE WS-AUTH-RESULT TO AUT-RESULT.
013930     WRITE GPIO-AUTH-RECORD.
013940     CLOSE GPIO-AUTH-FILE.
013950 8900-EXIT.
013960     EXIT.
013970
013980 8600-SET-DAY-WINDOW.
013990*>        The day's activity window - first transition to last
014000*>        transition - is what the duty cycle is measured over.
014010     MOVE ZERO TO WS-WINDOW-SECS.
014020     IF WS-DAY-FIRST (WS-PIN-IDX) = SPACES
014030         GO TO 8600-EXIT
014040     END-IF.
014050     MOVE WS-DAY-LAST (WS-PIN-IDX) TO WS-TIME-TEXT.
014060     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
014070     MOVE WS-TIME-SECS TO WS-WINDOW-SECS.
014080     MOVE WS-DAY-FIRST (WS-PIN-IDX) TO WS-TIME-TEXT.
014090     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
014100     IF WS-WINDOW-SECS NOT < WS-TIME-SECS
014110         SUBTRACT WS-TIME-SECS FROM WS-WINDOW-SECS
014120     ELSE
014130         MOVE ZERO TO WS-WINDOW-SECS
014140     END-IF.
014150 8600-EXIT.
014160     EXIT.
014170
014180 8700-SET-DUTY-PCT.
014190     MOVE ZERO TO WS-DUTY-PCT.
014200     IF WS-WINDOW-SECS > ZERO
014210         MULTIPLY WS-DAY-ON-SECS (WS-PIN-IDX) BY 100
014220             GIVING WS-DUTY-WORK
014230         DIVIDE WS-DUTY-WORK BY WS-WINDOW-SECS
014240             GIVING WS-DUTY-PCT
014250     END-IF.
014260 8700-EXIT.
014270     EXIT.
014280
014290 END PROGRAM GPIOHIST.

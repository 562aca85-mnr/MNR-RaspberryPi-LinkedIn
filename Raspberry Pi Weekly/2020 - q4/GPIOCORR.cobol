000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOCORR
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Change-to-incident correlation for change review.
000080*>           Takes every GPIOCHG.DAT entry GPIOMNT stamped
000090*>           inside a date range, decodes which fields of the
000100*>           control row it changed on which pin, and lists
000110*>           the exceptions (GPIOEXC.yyyymmdd) and open items
000120*>           (GPIOOPN.DAT) raised on that pin in the N days
000130*>           after the change - and, for comparison, in the N
000140*>           days before it.  The report on GPIOCOR.yyyymmdd
000150*>           (named for the TO date) is in three parts: pins
000160*>           that went bad after a change (nothing before,
000170*>           something after), pins that were already failing
000180*>           before the change was made, and changes with no
000190*>           incident after them.  "The ALARM row was changed
000200*>           Tuesday and has failed every night since" becomes
000210*>           a line on paper instead of somebody's memory.
000220*>
000230*> CONSOLE INPUT, ONE VALUE PER LINE:
000240*>           FROM DATE  yyyymmdd (first change date taken)
000250*>           TO DATE    yyyymmdd (last change date taken)
000260*>           DAYS       nn (01-90; days looked at either
000270*>                      side of each change)
000280*>
000290*> MODIFICATION HISTORY
000300*> DATE        BY   DESCRIPTION
000310*> ----------  ---  ---------------------------------------------
000320*> 10/15/2026  RH   Original program.
000330*>--------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. GPIOCORR.
000360 AUTHOR. R HAWTHORNE.
000370 INSTALLATION. MNR-RASPBERRY-OPS.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CORR-CHANGE-FILE ASSIGN TO "GPIOCHG.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000470     SELECT CORR-EXC-FILE
000480         ASSIGN TO DYNAMIC WS-EXC-FILE-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EXC-FILE-STATUS.
000510     SELECT CORR-OPEN-FILE ASSIGN TO "GPIOOPN.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-OPEN-FILE-STATUS.
000540     SELECT CORR-REPORT-FILE
000550         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CORR-CHANGE-FILE.
000620 01  CORR-CHANGE-RECORD.
000630*>        Must stay field for field with the change history FD
000640*>        in GPIOMNT - the row images are GPIOCTL.DAT rows.
000650     05  CHG-DATE PIC X(10).
000660     05  FILLER PIC X(01).
000670     05  CHG-TIME PIC X(08).
000680     05  FILLER PIC X(01).
000690     05  CHG-OPERATOR PIC X(10).
000700     05  FILLER PIC X(01).
000710     05  CHG-ACTION PIC X(03).
000720     05  FILLER PIC X(01).
000730     05  CHG-OLD-IMAGE PIC X(47).
000740     05  FILLER PIC X(01).
000750     05  CHG-NEW-IMAGE PIC X(47).
000760
000770 FD  CORR-EXC-FILE.
000780 01  CORR-EXC-RECORD.
000790*>        Must stay field for field with the exception FD in
000800*>        RPIwithCOBOL.  The trailing FILLER keeps the record
000810*>        wider than any line written, as GPIOHIST's does.
000820     05  EXC-PIN-TEXT PIC X(02).
000830     05  FILLER PIC X(01).
000840     05  EXC-ROLE-TEXT PIC X(10).
000850     05  FILLER PIC X(01).
000860     05  EXC-COMMANDED PIC 9(05).
000870     05  FILLER PIC X(01).
000880     05  EXC-ON-COUNT PIC 9(05).
000890     05  FILLER PIC X(01).
000900     05  EXC-OFF-COUNT PIC 9(05).
000910     05  FILLER PIC X(01).
000920     05  EXC-MESSAGE PIC X(25).
000930     05  FILLER PIC X(01).
000940     05  EXC-DESC PIC X(30).
000950     05  FILLER PIC X(01).
000960     05  EXC-LOCATION PIC X(20).
000970     05  FILLER PIC X(01).
000980     05  EXC-UNIT PIC X(08).
000990     05  FILLER PIC X(20).
001000
001010 FD  CORR-OPEN-FILE.
001020 01  CORR-OPEN-RECORD.
001030*>        Must stay field for field with the open-items FD in
001040*>        RPIwithCOBOL and GPIOEXCA.
001050     05  OPN-DATE PIC X(08).
001060     05  FILLER PIC X(01).
001070     05  OPN-TIME PIC X(08).
001080     05  FILLER PIC X(01).
001090     05  OPN-PIN PIC X(02).
001100     05  FILLER PIC X(01).
001110     05  OPN-CLASS PIC X(06).
001120     05  FILLER PIC X(01).
001130     05  OPN-STATUS PIC X(01).
001140     05  FILLER PIC X(01).
001150     05  OPN-OPERATOR PIC X(10).
001160     05  FILLER PIC X(01).
001170     05  OPN-ACK-DATE PIC X(08).
001180     05  FILLER PIC X(01).
001190     05  OPN-ACK-TIME PIC X(08).
001200     05  FILLER PIC X(01).
001210     05  OPN-ACK-OPER PIC X(10).
001220     05  FILLER PIC X(01).
001230     05  OPN-MESSAGE PIC X(25).
001240
001250 FD  CORR-REPORT-FILE.
001260 01  CORR-REPORT-LINE PIC X(100).
001270
001280 WORKING-STORAGE SECTION.
001290*>--------------------------------------------------------------
001300*> FILE STATUS AND DYNAMIC FILE NAMES
001310*>--------------------------------------------------------------
001320 77  WS-CHANGE-FILE-STATUS PIC X(02) VALUE SPACES.
001330 77  WS-EXC-FILE-STATUS PIC X(02) VALUE SPACES.
001340 77  WS-OPEN-FILE-STATUS PIC X(02) VALUE SPACES.
001350 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001360 77  WS-EXC-FILE-NAME PIC X(20) VALUE SPACES.
001370 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001380
001390*>--------------------------------------------------------------
001400*> CONSOLE INPUT
001410*>--------------------------------------------------------------
001420 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001430 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
001440 77  WS-DAYS-TEXT PIC X(02) VALUE SPACES.
001450 77  WS-DAYS PIC 9(02) VALUE ZERO.
001460 77  WS-MAX-DAYS PIC 9(02) VALUE 90.
001470 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
001480 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001490
001500*>--------------------------------------------------------------
001510*> DATE WORK AREAS - THE DAY BEING STEPPED AND THE RANGE OF
001520*> EXCEPTION FILES LOADED (N DAYS EITHER SIDE OF THE RANGE)
001530*>--------------------------------------------------------------
001540 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001550 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001560     05  WS-CUR-YYYY PIC 9(04).
001570     05  WS-CUR-MM PIC 9(02).
001580     05  WS-CUR-DD PIC 9(02).
001590 01  WS-LOAD-END-DATE PIC 9(08) VALUE ZERO.
001600 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001610 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001620 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001630 77  WS-DAY-IDX PIC 9(03) VALUE ZERO.
001640 01  WS-STAMP-DATE PIC X(08) VALUE SPACES.
001650 01  WS-STAMP-DATE-NUM REDEFINES WS-STAMP-DATE PIC 9(08).
001660
001670*>--------------------------------------------------------------
001680*> CHANGE HISTORY ENTRIES IN THE RANGE, WITH THE PIN THEY ARE
001690*> CORRELATED ON, THEIR BEFORE/AFTER WINDOWS, THE INCIDENT
001700*> COUNTS IN EACH AND THE VERDICT:  A WENT BAD AFTER, B WAS
001710*> ALREADY FAILING BEFORE, N NO INCIDENT AFTER
001720*>--------------------------------------------------------------
001730 77  WS-MAX-CHANGES PIC 9(03) VALUE 200.
001740 77  WS-CHANGE-COUNT PIC 9(03) VALUE ZERO.
001750 77  WS-CHANGE-IDX PIC 9(03) VALUE ZERO.
001760 77  WS-CHANGE-OVERFLOW PIC X(01) VALUE "N".
001770 77  WS-CHANGES-READ PIC 9(05) VALUE ZERO.
001780 01  WS-CHANGE-TABLE.
001790     05  WS-CHANGE-ENTRY OCCURS 200 TIMES.
001800         10  WS-CHG-DATE PIC 9(08).
001810         10  WS-CHG-DATE-TEXT PIC X(10).
001820         10  WS-CHG-TIME PIC X(08).
001830         10  WS-CHG-OPERATOR PIC X(10).
001840         10  WS-CHG-ACTION PIC X(03).
001850         10  WS-CHG-OLD-IMAGE PIC X(47).
001860         10  WS-CHG-NEW-IMAGE PIC X(47).
001870         10  WS-CHG-PIN PIC X(02).
001880         10  WS-CHG-ROLE PIC X(10).
001890         10  WS-CHG-BEFORE-FROM PIC 9(08).
001900         10  WS-CHG-AFTER-TO PIC 9(08).
001910         10  WS-CHG-EXC-BEFORE PIC 9(05).
001920         10  WS-CHG-EXC-AFTER PIC 9(05).
001930         10  WS-CHG-OPN-BEFORE PIC 9(05).
001940         10  WS-CHG-OPN-AFTER PIC 9(05).
001950         10  WS-CHG-VERDICT PIC X(01).
001960
001970*>--------------------------------------------------------------
001980*> EXCEPTIONS LOADED FROM THE DATED FILES - THE FILE DATE IS
001990*> THE ONLY DATE AN EXCEPTION LINE HAS
002000*>--------------------------------------------------------------
002010 77  WS-MAX-EXCS PIC 9(03) VALUE 500.
002020 77  WS-EXC-COUNT PIC 9(03) VALUE ZERO.
002030 77  WS-EXC-IDX PIC 9(03) VALUE ZERO.
002040 77  WS-EXC-OVERFLOW PIC X(01) VALUE "N".
002050 01  WS-EXC-TABLE.
002060     05  WS-EXC-ENTRY OCCURS 500 TIMES.
002070         10  WS-XT-DATE PIC 9(08).
002080         10  WS-XT-PIN PIC X(02).
002090         10  WS-XT-CLASS PIC X(06).
002100         10  WS-XT-MESSAGE PIC X(25).
002110
002120*>--------------------------------------------------------------
002130*> OPEN ITEMS LOADED FROM GPIOOPN.DAT
002140*>--------------------------------------------------------------
002150 77  WS-MAX-OPENS PIC 9(03) VALUE 500.
002160 77  WS-OPEN-COUNT PIC 9(03) VALUE ZERO.
002170 77  WS-OPEN-IDX PIC 9(03) VALUE ZERO.
002180 77  WS-OPEN-OVERFLOW PIC X(01) VALUE "N".
002190 01  WS-OPEN-TABLE.
002200     05  WS-OPEN-ENTRY OCCURS 500 TIMES.
002210         10  WS-OT-DATE PIC 9(08).
002220         10  WS-OT-TIME PIC X(08).
002230         10  WS-OT-PIN PIC X(02).
002240         10  WS-OT-CLASS PIC X(06).
002250         10  WS-OT-STATUS PIC X(01).
002260         10  WS-OT-OPERATOR PIC X(10).
002270         10  WS-OT-MESSAGE PIC X(25).
002280
002290*>--------------------------------------------------------------
002300*> THE ROW IMAGES BEFORE AND AFTER, FIELD BY FIELD - LAID OUT
002310*> AS GPIOMNT'S WORK ROW, WHICH IS A GPIOCTL.DAT ROW
002320*>--------------------------------------------------------------
002330 01  WS-OLD-ROW.
002340     05  WS-OLD-PIN PIC X(02).
002350     05  FILLER PIC X(01).
002360     05  WS-OLD-MODE PIC X(03).
002370     05  FILLER PIC X(01).
002380     05  WS-OLD-ROLE PIC X(10).
002390     05  FILLER PIC X(01).
002400     05  WS-OLD-CYCLES PIC X(03).
002410     05  FILLER PIC X(01).
002420     05  WS-OLD-ON-SECS PIC X(03).
002430     05  FILLER PIC X(01).
002440     05  WS-OLD-OFF-SECS PIC X(03).
002450     05  FILLER PIC X(01).
002460     05  WS-OLD-PATTERN PIC X(08).
002470     05  FILLER PIC X(01).
002480     05  WS-OLD-START PIC X(08).
002490 01  WS-NEW-ROW.
002500     05  WS-NEW-PIN PIC X(02).
002510     05  FILLER PIC X(01).
002520     05  WS-NEW-MODE PIC X(03).
002530     05  FILLER PIC X(01).
002540     05  WS-NEW-ROLE PIC X(10).
002550     05  FILLER PIC X(01).
002560     05  WS-NEW-CYCLES PIC X(03).
002570     05  FILLER PIC X(01).
002580     05  WS-NEW-ON-SECS PIC X(03).
002590     05  FILLER PIC X(01).
002600     05  WS-NEW-OFF-SECS PIC X(03).
002610     05  FILLER PIC X(01).
002620     05  WS-NEW-PATTERN PIC X(08).
002630     05  FILLER PIC X(01).
002640     05  WS-NEW-START PIC X(08).
002650 77  WS-FLD-NAME PIC X(10) VALUE SPACES.
002660 77  WS-FLD-OLD PIC X(10) VALUE SPACES.
002670 77  WS-FLD-NEW PIC X(10) VALUE SPACES.
002680 77  WS-FIELDS-CHANGED PIC 9(02) VALUE ZERO.
002690
002700*>--------------------------------------------------------------
002710*> REPORT SECTION SELECTION AND RUN TOTALS
002720*>--------------------------------------------------------------
002730 77  WS-SECTION-VERDICT PIC X(01) VALUE SPACE.
002740 77  WS-SECTION-TITLE PIC X(40) VALUE SPACES.
002750 77  WS-SECTION-LINES PIC 9(03) VALUE ZERO.
002760 77  WS-WENT-BAD-COUNT PIC 9(03) VALUE ZERO.
002770 77  WS-ALREADY-BAD-COUNT PIC 9(03) VALUE ZERO.
002780 77  WS-CLEAN-COUNT PIC 9(03) VALUE ZERO.
002790 77  WS-WINDOW-TEXT PIC X(06) VALUE SPACES.
002800
002810*>--------------------------------------------------------------
002820*> REPORT LINE BUILD AREA
002830*>--------------------------------------------------------------
002840 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
002850
002860 PROCEDURE DIVISION.
002870
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     PERFORM 1100-LOAD-CHANGES THRU 1100-EXIT.
002910     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
002920     PERFORM 1300-LOAD-OPEN-ITEMS THRU 1300-EXIT.
002930     PERFORM 2000-CORRELATE-ONE-CHANGE THRU 2000-EXIT
002940         VARYING WS-CHANGE-IDX FROM 1 BY 1
002950         UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
002960     MOVE "A" TO WS-SECTION-VERDICT.
002970     MOVE "PINS THAT WENT BAD AFTER A CHANGE"
002980         TO WS-SECTION-TITLE.
002990     PERFORM 3000-WRITE-SECTION THRU 3000-EXIT.
003000     MOVE "B" TO WS-SECTION-VERDICT.
003010     MOVE "PINS ALREADY FAILING BEFORE THE CHANGE"
003020         TO WS-SECTION-TITLE.
003030     PERFORM 3000-WRITE-SECTION THRU 3000-EXIT.
003040     MOVE "N" TO WS-SECTION-VERDICT.
003050     MOVE "CHANGES WITH NO INCIDENT AFTER THEM"
003060         TO WS-SECTION-TITLE.
003070     PERFORM 3000-WRITE-SECTION THRU 3000-EXIT.
003080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003090     STOP RUN.
003100
003110 1000-INITIALIZE.
003120     DISPLAY "GPIOCORR - CHANGE TO INCIDENT CORRELATION".
003130     DISPLAY "FROM DATE (YYYYMMDD):".
003140     ACCEPT WS-FROM-TEXT.
003150     DISPLAY "TO DATE (YYYYMMDD):".
003160     ACCEPT WS-TO-TEXT.
003170     DISPLAY "DAYS EITHER SIDE OF EACH CHANGE (01-90):".
003180     ACCEPT WS-DAYS-TEXT.
003190     IF WS-FROM-TEXT IS NOT NUMERIC
003200        OR WS-TO-TEXT IS NOT NUMERIC
003210         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
003260     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
003270     MOVE WS-TO-TEXT TO WS-CUR-DATE.
003280     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
003290     MOVE WS-FROM-TEXT TO WS-FROM-DATE.
003300     MOVE WS-TO-TEXT TO WS-TO-DATE.
003310     IF WS-FROM-DATE > WS-TO-DATE
003320         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     IF WS-DAYS-TEXT IS NOT NUMERIC
003370         DISPLAY "*** DAYS MUST BE NUMERIC NN ***"
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     MOVE WS-DAYS-TEXT TO WS-DAYS.
003420     IF WS-DAYS = ZERO OR WS-DAYS > WS-MAX-DAYS
003430         DISPLAY "*** DAYS MUST BE 01 TO " WS-MAX-DAYS " ***"
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     OPEN INPUT CORR-CHANGE-FILE.
003480     IF WS-CHANGE-FILE-STATUS NOT = "00"
003490         DISPLAY "*** GPIOCHG.DAT COULD NOT BE OPENED - "
003500             "STATUS " WS-CHANGE-FILE-STATUS " ***"
003510         DISPLAY "NO CONTROL TABLE CHANGE HAS BEEN RECORDED"
003520         MOVE 8 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     STRING "GPIOCOR." DELIMITED BY SIZE
003560             WS-TO-TEXT DELIMITED BY SIZE
003570         INTO WS-REPORT-FILE-NAME.
003580     OPEN OUTPUT CORR-REPORT-FILE.
003590     IF WS-REPORT-FILE-STATUS NOT = "00"
003600         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
003610             " - STATUS " WS-REPORT-FILE-STATUS " ***"
003620         CLOSE CORR-CHANGE-FILE
003630         MOVE 8 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     MOVE SPACES TO WS-LINE-WORK.
003670     STRING "CHANGE TO INCIDENT CORRELATION " DELIMITED BY SIZE
003680             WS-FROM-TEXT DELIMITED BY SIZE
003690             " THRU " DELIMITED BY SIZE
003700             WS-TO-TEXT DELIMITED BY SIZE
003710             " - " DELIMITED BY SIZE
003720             WS-DAYS DELIMITED BY SIZE
003730             " DAYS EITHER SIDE OF EACH CHANGE"
003740                 DELIMITED BY SIZE
003750         INTO WS-LINE-WORK.
003760     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790
003800 1050-CHECK-CALENDAR-DATE.
003810*>        WS-CUR-DATE must be a day the calendar has - a month
003820*>        or day out of range would walk the day loop through
003830*>        dates that never existed and build file names for
003840*>        them.
003850     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
003860         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
003870         MOVE 8 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
003910     IF WS-CUR-DD < 1 OR WS-CUR-DD > WS-MONTH-LENGTH
003920         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
003930         MOVE 8 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960 1050-EXIT.
003970     EXIT.
003980
003990 1100-LOAD-CHANGES.
004000     PERFORM 1150-LOAD-ONE-CHANGE THRU 1150-EXIT
004010         UNTIL WS-CHANGE-FILE-STATUS NOT = "00".
004020     CLOSE CORR-CHANGE-FILE.
004030     IF WS-CHANGE-OVERFLOW = "Y"
004040         DISPLAY "GPIOCHG.DAT HAS MORE THAN " WS-MAX-CHANGES
004050             " CHANGES IN THE RANGE - THE REST ARE NOT "
004060             "CORRELATED"
004070     END-IF.
004080 1100-EXIT.
004090     EXIT.
004100
004110 1150-LOAD-ONE-CHANGE.
004120     READ CORR-CHANGE-FILE
004130         AT END
004140             GO TO 1150-EXIT
004150     END-READ.
004160     ADD 1 TO WS-CHANGES-READ.
004170     IF CHG-DATE (1:4) IS NOT NUMERIC
004180        OR CHG-DATE (6:2) IS NOT NUMERIC
004190        OR CHG-DATE (9:2) IS NOT NUMERIC
004200         GO TO 1150-EXIT
004210     END-IF.
004220     MOVE SPACES TO WS-STAMP-DATE.
004230     STRING CHG-DATE (1:4) CHG-DATE (6:2) CHG-DATE (9:2)
004240         DELIMITED BY SIZE INTO WS-STAMP-DATE.
004250     IF WS-STAMP-DATE-NUM < WS-FROM-DATE
004260        OR WS-STAMP-DATE-NUM > WS-TO-DATE
004270         GO TO 1150-EXIT
004280     END-IF.
004290     IF WS-CHANGE-COUNT NOT < WS-MAX-CHANGES
004300         MOVE "Y" TO WS-CHANGE-OVERFLOW
004310         GO TO 1150-EXIT
004320     END-IF.
004330     ADD 1 TO WS-CHANGE-COUNT.
004340     MOVE WS-STAMP-DATE-NUM TO WS-CHG-DATE (WS-CHANGE-COUNT).
004350     MOVE CHG-DATE TO WS-CHG-DATE-TEXT (WS-CHANGE-COUNT).
004360     MOVE CHG-TIME TO WS-CHG-TIME (WS-CHANGE-COUNT).
004370     MOVE CHG-OPERATOR TO WS-CHG-OPERATOR (WS-CHANGE-COUNT).
004380     MOVE CHG-ACTION TO WS-CHG-ACTION (WS-CHANGE-COUNT).
004390     MOVE CHG-OLD-IMAGE TO WS-CHG-OLD-IMAGE (WS-CHANGE-COUNT).
004400     MOVE CHG-NEW-IMAGE TO WS-CHG-NEW-IMAGE (WS-CHANGE-COUNT).
004410*>        A delete has no new image - the pin it took away is
004420*>        the one to watch.  Anything else is watched on the
004430*>        pin the row carries now.
004440     IF CHG-ACTION = "DEL"
004450         MOVE CHG-OLD-IMAGE TO WS-OLD-ROW
004460         MOVE WS-OLD-PIN TO WS-CHG-PIN (WS-CHANGE-COUNT)
004470         MOVE WS-OLD-ROLE TO WS-CHG-ROLE (WS-CHANGE-COUNT)
004480     ELSE
004490         MOVE CHG-NEW-IMAGE TO WS-NEW-ROW
004500         MOVE WS-NEW-PIN TO WS-CHG-PIN (WS-CHANGE-COUNT)
004510         MOVE WS-NEW-ROLE TO WS-CHG-ROLE (WS-CHANGE-COUNT)
004520     END-IF.
004530     MOVE ZERO TO WS-CHG-EXC-BEFORE (WS-CHANGE-COUNT).
004540     MOVE ZERO TO WS-CHG-EXC-AFTER (WS-CHANGE-COUNT).
004550     MOVE ZERO TO WS-CHG-OPN-BEFORE (WS-CHANGE-COUNT).
004560     MOVE ZERO TO WS-CHG-OPN-AFTER (WS-CHANGE-COUNT).
004570     MOVE SPACE TO WS-CHG-VERDICT (WS-CHANGE-COUNT).
004580*>        The windows - N days back from the change day and N
004590*>        days on from it.
004600     MOVE WS-STAMP-DATE-NUM TO WS-CUR-DATE.
004610     PERFORM 8200-BACK-UP-CURRENT-DATE THRU 8200-EXIT
004620         VARYING WS-DAY-IDX FROM 1 BY 1
004630         UNTIL WS-DAY-IDX > WS-DAYS.
004640     MOVE WS-CUR-DATE TO WS-CHG-BEFORE-FROM (WS-CHANGE-COUNT).
004650     MOVE WS-STAMP-DATE-NUM TO WS-CUR-DATE.
004660     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
004670         VARYING WS-DAY-IDX FROM 1 BY 1
004680         UNTIL WS-DAY-IDX > WS-DAYS.
004690     MOVE WS-CUR-DATE TO WS-CHG-AFTER-TO (WS-CHANGE-COUNT).
004700 1150-EXIT.
004710     EXIT.
004720
004730 1200-LOAD-EXCEPTIONS.
004740*>        Every dated exception file from N days before the
004750*>        FROM date to N days after the TO date - a missing
004760*>        day is a day with no exceptions.
004770     IF WS-CHANGE-COUNT = ZERO
004780         GO TO 1200-EXIT
004790     END-IF.
004800     MOVE WS-TO-DATE TO WS-CUR-DATE.
004810     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
004820         VARYING WS-DAY-IDX FROM 1 BY 1
004830         UNTIL WS-DAY-IDX > WS-DAYS.
004840     MOVE WS-CUR-DATE TO WS-LOAD-END-DATE.
004850     MOVE WS-FROM-DATE TO WS-CUR-DATE.
004860     PERFORM 8200-BACK-UP-CURRENT-DATE THRU 8200-EXIT
004870         VARYING WS-DAY-IDX FROM 1 BY 1
004880         UNTIL WS-DAY-IDX > WS-DAYS.
004890     PERFORM 1210-LOAD-EXC-DAY THRU 1210-EXIT
004900         UNTIL WS-CUR-DATE > WS-LOAD-END-DATE.
004910     IF WS-EXC-OVERFLOW = "Y"
004920         DISPLAY "MORE THAN " WS-MAX-EXCS " EXCEPTIONS IN "
004930             "THE WINDOW - THE REST ARE NOT CORRELATED"
004940     END-IF.
004950 1200-EXIT.
004960     EXIT.
004970
004980 1210-LOAD-EXC-DAY.
004990     MOVE SPACES TO WS-EXC-FILE-NAME.
005000     STRING "GPIOEXC." DELIMITED BY SIZE
005010             WS-CUR-DATE DELIMITED BY SIZE
005020         INTO WS-EXC-FILE-NAME.
005030     OPEN INPUT CORR-EXC-FILE.
005040     IF WS-EXC-FILE-STATUS = "00"
005050         PERFORM 1250-LOAD-ONE-EXC THRU 1250-EXIT
005060             UNTIL WS-EXC-FILE-STATUS NOT = "00"
005070         CLOSE CORR-EXC-FILE
005080     END-IF.
005090     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
005100 1210-EXIT.
005110     EXIT.
005120
005130 1250-LOAD-ONE-EXC.
005140     READ CORR-EXC-FILE
005150         AT END
005160             GO TO 1250-EXIT
005170     END-READ.
005180     IF WS-EXC-COUNT NOT < WS-MAX-EXCS
005190         MOVE "Y" TO WS-EXC-OVERFLOW
005200         GO TO 1250-EXIT
005210     END-IF.
005220     ADD 1 TO WS-EXC-COUNT.
005230     MOVE WS-CUR-DATE TO WS-XT-DATE (WS-EXC-COUNT).
005240     MOVE EXC-PIN-TEXT TO WS-XT-PIN (WS-EXC-COUNT).
005250     MOVE EXC-MESSAGE TO WS-XT-MESSAGE (WS-EXC-COUNT).
005260*>        The line carries no class - the run writes a
005270*>        readback mismatch as "CMD ..." and everything else
005280*>        is the end of run reconciliation.
005290     IF EXC-MESSAGE (1:4) = "CMD "
005300         MOVE "CMDOBS" TO WS-XT-CLASS (WS-EXC-COUNT)
005310     ELSE
005320         MOVE "RECON " TO WS-XT-CLASS (WS-EXC-COUNT)
005330     END-IF.
005340 1250-EXIT.
005350     EXIT.
005360
005370 1300-LOAD-OPEN-ITEMS.
005380     IF WS-CHANGE-COUNT = ZERO
005390         GO TO 1300-EXIT
005400     END-IF.
005410     OPEN INPUT CORR-OPEN-FILE.
005420     IF WS-OPEN-FILE-STATUS NOT = "00"
005430         GO TO 1300-EXIT
005440     END-IF.
005450     PERFORM 1350-LOAD-ONE-OPEN THRU 1350-EXIT
005460         UNTIL WS-OPEN-FILE-STATUS NOT = "00".
005470     CLOSE CORR-OPEN-FILE.
005480     IF WS-OPEN-OVERFLOW = "Y"
005490         DISPLAY "MORE THAN " WS-MAX-OPENS " OPEN ITEMS IN "
005500             "THE WINDOW - THE REST ARE NOT CORRELATED"
005510     END-IF.
005520 1300-EXIT.
005530     EXIT.
005540
005550 1350-LOAD-ONE-OPEN.
005560*>        All items are kept whatever their status - a closed
005570*>        item raised after a change is still evidence.
005580     READ CORR-OPEN-FILE
005590         AT END
005600             GO TO 1350-EXIT
005610     END-READ.
005620     IF OPN-DATE IS NOT NUMERIC
005630         GO TO 1350-EXIT
005640     END-IF.
005650     MOVE OPN-DATE TO WS-STAMP-DATE.
005660     IF WS-OPEN-COUNT NOT < WS-MAX-OPENS
005670         MOVE "Y" TO WS-OPEN-OVERFLOW
005680         GO TO 1350-EXIT
005690     END-IF.
005700     ADD 1 TO WS-OPEN-COUNT.
005710     MOVE WS-STAMP-DATE-NUM TO WS-OT-DATE (WS-OPEN-COUNT).
005720     MOVE OPN-TIME TO WS-OT-TIME (WS-OPEN-COUNT).
005730     MOVE OPN-PIN TO WS-OT-PIN (WS-OPEN-COUNT).
005740     MOVE OPN-CLASS TO WS-OT-CLASS (WS-OPEN-COUNT).
005750     MOVE OPN-STATUS TO WS-OT-STATUS (WS-OPEN-COUNT).
005760     MOVE OPN-OPERATOR TO WS-OT-OPERATOR (WS-OPEN-COUNT).
005770     MOVE OPN-MESSAGE TO WS-OT-MESSAGE (WS-OPEN-COUNT).
005780 1350-EXIT.
005790     EXIT.
005800
005810 2000-CORRELATE-ONE-CHANGE.
005820     PERFORM 2100-COUNT-ONE-EXC THRU 2100-EXIT
005830         VARYING WS-EXC-IDX FROM 1 BY 1
005840         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
005850     PERFORM 2200-COUNT-ONE-OPEN THRU 2200-EXIT
005860         VARYING WS-OPEN-IDX FROM 1 BY 1
005870         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT.
005880     IF WS-CHG-EXC-AFTER (WS-CHANGE-IDX) = ZERO
005890        AND WS-CHG-OPN-AFTER (WS-CHANGE-IDX) = ZERO
005900         MOVE "N" TO WS-CHG-VERDICT (WS-CHANGE-IDX)
005910         ADD 1 TO WS-CLEAN-COUNT
005920         GO TO 2000-EXIT
005930     END-IF.
005940     IF WS-CHG-EXC-BEFORE (WS-CHANGE-IDX) = ZERO
005950        AND WS-CHG-OPN-BEFORE (WS-CHANGE-IDX) = ZERO
005960         MOVE "A" TO WS-CHG-VERDICT (WS-CHANGE-IDX)
005970         ADD 1 TO WS-WENT-BAD-COUNT
005980     ELSE
005990         MOVE "B" TO WS-CHG-VERDICT (WS-CHANGE-IDX)
006000         ADD 1 TO WS-ALREADY-BAD-COUNT
006010     END-IF.
006020 2000-EXIT.
006030     EXIT.
006040
006050 2100-COUNT-ONE-EXC.
006060*>        An exception line has only its file's date, so the
006070*>        change day's own file counts as after - the nightly
006080*>        run follows the daytime edit.
006090     IF WS-XT-PIN (WS-EXC-IDX) NOT = WS-CHG-PIN (WS-CHANGE-IDX)
006100         GO TO 2100-EXIT
006110     END-IF.
006120     PERFORM 8600-SET-EXC-WINDOW THRU 8600-EXIT.
006130     IF WS-WINDOW-TEXT = "BEFORE"
006140         ADD 1 TO WS-CHG-EXC-BEFORE (WS-CHANGE-IDX)
006150     END-IF.
006160     IF WS-WINDOW-TEXT = "AFTER "
006170         ADD 1 TO WS-CHG-EXC-AFTER (WS-CHANGE-IDX)
006180     END-IF.
006190 2100-EXIT.
006200     EXIT.
006210
006220 2200-COUNT-ONE-OPEN.
006230     IF WS-OT-PIN (WS-OPEN-IDX) NOT = WS-CHG-PIN (WS-CHANGE-IDX)
006240         GO TO 2200-EXIT
006250     END-IF.
006260     PERFORM 8650-SET-OPEN-WINDOW THRU 8650-EXIT.
006270     IF WS-WINDOW-TEXT = "BEFORE"
006280         ADD 1 TO WS-CHG-OPN-BEFORE (WS-CHANGE-IDX)
006290     END-IF.
006300     IF WS-WINDOW-TEXT = "AFTER "
006310         ADD 1 TO WS-CHG-OPN-AFTER (WS-CHANGE-IDX)
006320     END-IF.
006330 2200-EXIT.
006340     EXIT.
006350
006360 3000-WRITE-SECTION.
006370*>        The caller leaves the section title and the verdict
006380*>        the section covers.
006390     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006400     MOVE WS-SECTION-TITLE TO WS-LINE-WORK.
006410     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006420     MOVE ZERO TO WS-SECTION-LINES.
006430     PERFORM 3100-WRITE-ONE-CHANGE THRU 3100-EXIT
006440         VARYING WS-CHANGE-IDX FROM 1 BY 1
006450         UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
006460     IF WS-SECTION-LINES = ZERO
006470         MOVE "    NONE" TO WS-LINE-WORK
006480         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006490     END-IF.
006500 3000-EXIT.
006510     EXIT.
006520
006530 3100-WRITE-ONE-CHANGE.
006540     IF WS-CHG-VERDICT (WS-CHANGE-IDX) NOT = WS-SECTION-VERDICT
006550         GO TO 3100-EXIT
006560     END-IF.
006570     ADD 1 TO WS-SECTION-LINES.
006580     MOVE SPACES TO WS-LINE-WORK.
006590     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006600     STRING WS-CHG-DATE-TEXT (WS-CHANGE-IDX) DELIMITED BY SIZE
006610             " " DELIMITED BY SIZE
006620             WS-CHG-TIME (WS-CHANGE-IDX) DELIMITED BY SIZE
006630             " " DELIMITED BY SIZE
006640             WS-CHG-OPERATOR (WS-CHANGE-IDX) DELIMITED BY SIZE
006650             " " DELIMITED BY SIZE
006660             WS-CHG-ACTION (WS-CHANGE-IDX) DELIMITED BY SIZE
006670             " PIN " DELIMITED BY SIZE
006680             WS-CHG-PIN (WS-CHANGE-IDX) DELIMITED BY SIZE
006690             " " DELIMITED BY SIZE
006700             WS-CHG-ROLE (WS-CHANGE-IDX) DELIMITED BY SIZE
006710         INTO WS-LINE-WORK.
006720     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006730     PERFORM 3200-DECODE-FIELDS THRU 3200-EXIT.
006740     STRING "    BEFORE: EXC " DELIMITED BY SIZE
006750             WS-CHG-EXC-BEFORE (WS-CHANGE-IDX) DELIMITED BY SIZE
006760             " OPN " DELIMITED BY SIZE
006770             WS-CHG-OPN-BEFORE (WS-CHANGE-IDX) DELIMITED BY SIZE
006780             "   AFTER: EXC " DELIMITED BY SIZE
006790             WS-CHG-EXC-AFTER (WS-CHANGE-IDX) DELIMITED BY SIZE
006800             " OPN " DELIMITED BY SIZE
006810             WS-CHG-OPN-AFTER (WS-CHANGE-IDX) DELIMITED BY SIZE
006820         INTO WS-LINE-WORK.
006830     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006840     PERFORM 3300-LIST-ONE-EXC THRU 3300-EXIT
006850         VARYING WS-EXC-IDX FROM 1 BY 1
006860         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
006870     PERFORM 3400-LIST-ONE-OPEN THRU 3400-EXIT
006880         VARYING WS-OPEN-IDX FROM 1 BY 1
006890         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT.
006900 3100-EXIT.
006910     EXIT.
006920
006930 3200-DECODE-FIELDS.
006940*>        An add or delete is shown whole; a change shows only
006950*>        the fields that differ, old value then new.
006960     MOVE WS-CHG-OLD-IMAGE (WS-CHANGE-IDX) TO WS-OLD-ROW.
006970     MOVE WS-CHG-NEW-IMAGE (WS-CHANGE-IDX) TO WS-NEW-ROW.
006980     IF WS-CHG-ACTION (WS-CHANGE-IDX) = "ADD"
006990         STRING "    ROW ADDED    " DELIMITED BY SIZE
007000                 WS-NEW-ROW DELIMITED BY SIZE
007010             INTO WS-LINE-WORK
007020         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007030         GO TO 3200-EXIT
007040     END-IF.
007050     IF WS-CHG-ACTION (WS-CHANGE-IDX) = "DEL"
007060         STRING "    ROW DELETED  " DELIMITED BY SIZE
007070                 WS-OLD-ROW DELIMITED BY SIZE
007080             INTO WS-LINE-WORK
007090         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007100         GO TO 3200-EXIT
007110     END-IF.
007120     MOVE ZERO TO WS-FIELDS-CHANGED.
007130     IF WS-OLD-PIN NOT = WS-NEW-PIN
007140         MOVE "PIN" TO WS-FLD-NAME
007150         MOVE WS-OLD-PIN TO WS-FLD-OLD
007160         MOVE WS-NEW-PIN TO WS-FLD-NEW
007170         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007180     END-IF.
007190     IF WS-OLD-MODE NOT = WS-NEW-MODE
007200         MOVE "MODE" TO WS-FLD-NAME
007210         MOVE WS-OLD-MODE TO WS-FLD-OLD
007220         MOVE WS-NEW-MODE TO WS-FLD-NEW
007230         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007240     END-IF.
007250     IF WS-OLD-ROLE NOT = WS-NEW-ROLE
007260         MOVE "ROLE" TO WS-FLD-NAME
007270         MOVE WS-OLD-ROLE TO WS-FLD-OLD
007280         MOVE WS-NEW-ROLE TO WS-FLD-NEW
007290         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007300     END-IF.
007310     IF WS-OLD-CYCLES NOT = WS-NEW-CYCLES
007320         MOVE "CYCLES" TO WS-FLD-NAME
007330         MOVE WS-OLD-CYCLES TO WS-FLD-OLD
007340         MOVE WS-NEW-CYCLES TO WS-FLD-NEW
007350         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007360     END-IF.
007370     IF WS-OLD-ON-SECS NOT = WS-NEW-ON-SECS
007380         MOVE "ON-SECS" TO WS-FLD-NAME
007390         MOVE WS-OLD-ON-SECS TO WS-FLD-OLD
007400         MOVE WS-NEW-ON-SECS TO WS-FLD-NEW
007410         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007420     END-IF.
007430     IF WS-OLD-OFF-SECS NOT = WS-NEW-OFF-SECS
007440         MOVE "OFF-SECS" TO WS-FLD-NAME
007450         MOVE WS-OLD-OFF-SECS TO WS-FLD-OLD
007460         MOVE WS-NEW-OFF-SECS TO WS-FLD-NEW
007470         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007480     END-IF.
007490     IF WS-OLD-PATTERN NOT = WS-NEW-PATTERN
007500         MOVE "PATTERN" TO WS-FLD-NAME
007510         MOVE WS-OLD-PATTERN TO WS-FLD-OLD
007520         MOVE WS-NEW-PATTERN TO WS-FLD-NEW
007530         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007540     END-IF.
007550     IF WS-OLD-START NOT = WS-NEW-START
007560         MOVE "START" TO WS-FLD-NAME
007570         MOVE WS-OLD-START TO WS-FLD-OLD
007580         MOVE WS-NEW-START TO WS-FLD-NEW
007590         PERFORM 3250-WRITE-FIELD-LINE THRU 3250-EXIT
007600     END-IF.
007610     IF WS-FIELDS-CHANGED = ZERO
007620         MOVE "    NO FIELD CHANGED - ROW SAVED AS IT WAS"
007630             TO WS-LINE-WORK
007640         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007650     END-IF.
007660 3200-EXIT.
007670     EXIT.
007680
007690 3250-WRITE-FIELD-LINE.
007700     ADD 1 TO WS-FIELDS-CHANGED.
007710     STRING "    " DELIMITED BY SIZE
007720             WS-FLD-NAME DELIMITED BY SIZE
007730             " " DELIMITED BY SIZE
007740             WS-FLD-OLD DELIMITED BY SIZE
007750             " -> " DELIMITED BY SIZE
007760             WS-FLD-NEW DELIMITED BY SIZE
007770         INTO WS-LINE-WORK.
007780     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007790 3250-EXIT.
007800     EXIT.
007810
007820 3300-LIST-ONE-EXC.
007830     IF WS-XT-PIN (WS-EXC-IDX) NOT = WS-CHG-PIN (WS-CHANGE-IDX)
007840         GO TO 3300-EXIT
007850     END-IF.
007860     PERFORM 8600-SET-EXC-WINDOW THRU 8600-EXIT.
007870     IF WS-WINDOW-TEXT = SPACES
007880         GO TO 3300-EXIT
007890     END-IF.
007900     STRING "    " DELIMITED BY SIZE
007910             WS-WINDOW-TEXT DELIMITED BY SIZE
007920             " EXC " DELIMITED BY SIZE
007930             WS-XT-DATE (WS-EXC-IDX) DELIMITED BY SIZE
007940             "          " DELIMITED BY SIZE
007950             WS-XT-CLASS (WS-EXC-IDX) DELIMITED BY SIZE
007960             " " DELIMITED BY SIZE
007970             WS-XT-MESSAGE (WS-EXC-IDX) DELIMITED BY SIZE
007980         INTO WS-LINE-WORK.
007990     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008000 3300-EXIT.
008010     EXIT.
008020
008030 3400-LIST-ONE-OPEN.
008040     IF WS-OT-PIN (WS-OPEN-IDX) NOT = WS-CHG-PIN (WS-CHANGE-IDX)
008050         GO TO 3400-EXIT
008060     END-IF.
008070     PERFORM 8650-SET-OPEN-WINDOW THRU 8650-EXIT.
008080     IF WS-WINDOW-TEXT = SPACES
008090         GO TO 3400-EXIT
008100     END-IF.
008110     STRING "    " DELIMITED BY SIZE
008120             WS-WINDOW-TEXT DELIMITED BY SIZE
008130             " OPN " DELIMITED BY SIZE
008140             WS-OT-DATE (WS-OPEN-IDX) DELIMITED BY SIZE
008150             " " DELIMITED BY SIZE
008160             WS-OT-TIME (WS-OPEN-IDX) DELIMITED BY SIZE
008170             " " DELIMITED BY SIZE
008180             WS-OT-CLASS (WS-OPEN-IDX) DELIMITED BY SIZE
008190             " " DELIMITED BY SIZE
008200             WS-OT-MESSAGE (WS-OPEN-IDX) DELIMITED BY SIZE
008210             " " DELIMITED BY SIZE
008220             WS-OT-STATUS (WS-OPEN-IDX) DELIMITED BY SIZE
008230             " " DELIMITED BY SIZE
008240             WS-OT-OPERATOR (WS-OPEN-IDX) DELIMITED BY SIZE
008250         INTO WS-LINE-WORK.
008260     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008270 3400-EXIT.
008280     EXIT.
008290
008300 9000-TERMINATE.
008310     MOVE SPACES TO WS-LINE-WORK.
008320     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008330     STRING "CHANGES READ " DELIMITED BY SIZE
008340             WS-CHANGES-READ DELIMITED BY SIZE
008350             "  IN RANGE " DELIMITED BY SIZE
008360             WS-CHANGE-COUNT DELIMITED BY SIZE
008370             "  WENT BAD AFTER " DELIMITED BY SIZE
008380             WS-WENT-BAD-COUNT DELIMITED BY SIZE
008390             "  ALREADY FAILING " DELIMITED BY SIZE
008400             WS-ALREADY-BAD-COUNT DELIMITED BY SIZE
008410             "  NO INCIDENT " DELIMITED BY SIZE
008420             WS-CLEAN-COUNT DELIMITED BY SIZE
008430         INTO WS-LINE-WORK.
008440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008450     CLOSE CORR-REPORT-FILE.
008460     DISPLAY "CHANGES IN RANGE  " WS-CHANGE-COUNT.
008470     DISPLAY "WENT BAD AFTER    " WS-WENT-BAD-COUNT.
008480     DISPLAY "ALREADY FAILING   " WS-ALREADY-BAD-COUNT.
008490     DISPLAY "NO INCIDENT AFTER " WS-CLEAN-COUNT.
008500     DISPLAY "REPORT IS ON      " WS-REPORT-FILE-NAME.
008510     IF WS-WENT-BAD-COUNT > ZERO
008520         MOVE 4 TO RETURN-CODE
008530     END-IF.
008540 9000-EXIT.
008550     EXIT.
008560
008570 8100-BUMP-CURRENT-DATE.
008580     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
008590     ADD 1 TO WS-CUR-DD.
008600     IF WS-CUR-DD > WS-MONTH-LENGTH
008610         MOVE 1 TO WS-CUR-DD
008620         ADD 1 TO WS-CUR-MM
008630         IF WS-CUR-MM > 12
008640             MOVE 1 TO WS-CUR-MM
008650             ADD 1 TO WS-CUR-YYYY
008660         END-IF
008670     END-IF.
008680 8100-EXIT.
008690     EXIT.
008700
008710 8150-SET-MONTH-LENGTH.
008720*>        Thirty days hath September - with the leap year rule
008730*>        spelled out in longhand.
008740     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
008750        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
008760         MOVE 30 TO WS-MONTH-LENGTH
008770     ELSE
008780         IF WS-CUR-MM = 2
008790             MOVE 28 TO WS-MONTH-LENGTH
008800             DIVIDE WS-CUR-YYYY BY 4
008810                 GIVING WS-LEAP-WORK
008820                 REMAINDER WS-LEAP-REM
008830             IF WS-LEAP-REM = ZERO
008840                 MOVE 29 TO WS-MONTH-LENGTH
008850                 DIVIDE WS-CUR-YYYY BY 100
008860                     GIVING WS-LEAP-WORK
008870                     REMAINDER WS-LEAP-REM
008880                 IF WS-LEAP-REM = ZERO
008890                     MOVE 28 TO WS-MONTH-LENGTH
008900                     DIVIDE WS-CUR-YYYY BY 400
008910                         GIVING WS-LEAP-WORK
008920                         REMAINDER WS-LEAP-REM
008930                     IF WS-LEAP-REM = ZERO
008940                         MOVE 29 TO WS-MONTH-LENGTH
008950                     END-IF
008960                 END-IF
008970             END-IF
008980         ELSE
008990             MOVE 31 TO WS-MONTH-LENGTH
009000         END-IF
009010     END-IF.
009020 8150-EXIT.
009030     EXIT.
009040
009050 8200-BACK-UP-CURRENT-DATE.
009060     IF WS-CUR-DD > 1
009070         SUBTRACT 1 FROM WS-CUR-DD
009080     ELSE
009090         IF WS-CUR-MM > 1
009100             SUBTRACT 1 FROM WS-CUR-MM
009110         ELSE
009120             MOVE 12 TO WS-CUR-MM
009130             SUBTRACT 1 FROM WS-CUR-YYYY
009140         END-IF
009150         PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT
009160         MOVE WS-MONTH-LENGTH TO WS-CUR-DD
009170     END-IF.
009180 8200-EXIT.
009190     EXIT.
009200
009210 8500-WRITE-REPORT-LINE.
009220     MOVE WS-LINE-WORK TO CORR-REPORT-LINE.
009230     WRITE CORR-REPORT-LINE.
009240     MOVE SPACES TO WS-LINE-WORK.
009250 8500-EXIT.
009260     EXIT.
009270
009280 8600-SET-EXC-WINDOW.
009290*>        BEFORE for the N days ahead of the change day, AFTER
009300*>        for the change day and the N days on, spaces outside
009310*>        both.
009320     MOVE SPACES TO WS-WINDOW-TEXT.
009330     IF WS-XT-DATE (WS-EXC-IDX)
009340             NOT < WS-CHG-BEFORE-FROM (WS-CHANGE-IDX)
009350        AND WS-XT-DATE (WS-EXC-IDX) < WS-CHG-DATE (WS-CHANGE-IDX)
009360         MOVE "BEFORE" TO WS-WINDOW-TEXT
009370     END-IF.
009380     IF WS-XT-DATE (WS-EXC-IDX)
009390             NOT < WS-CHG-DATE (WS-CHANGE-IDX)
009400        AND WS-XT-DATE (WS-EXC-IDX)
009410             NOT > WS-CHG-AFTER-TO (WS-CHANGE-IDX)
009420         MOVE "AFTER " TO WS-WINDOW-TEXT
009430     END-IF.
009440 8600-EXIT.
009450     EXIT.
009460
009470 8650-SET-OPEN-WINDOW.
009480*>        An open item carries its time, so on the change day
009490*>        it falls before or after by the change's own time.
009500     MOVE SPACES TO WS-WINDOW-TEXT.
009510     IF WS-OT-DATE (WS-OPEN-IDX)
009520             < WS-CHG-BEFORE-FROM (WS-CHANGE-IDX)
009530        OR WS-OT-DATE (WS-OPEN-IDX)
009540             > WS-CHG-AFTER-TO (WS-CHANGE-IDX)
009550         GO TO 8650-EXIT
009560     END-IF.
009570     IF WS-OT-DATE (WS-OPEN-IDX) < WS-CHG-DATE (WS-CHANGE-IDX)
009580         MOVE "BEFORE" TO WS-WINDOW-TEXT
009590         GO TO 8650-EXIT
009600     END-IF.
009610     IF WS-OT-DATE (WS-OPEN-IDX) = WS-CHG-DATE (WS-CHANGE-IDX)
009620        AND WS-OT-TIME (WS-OPEN-IDX)
009630             < WS-CHG-TIME (WS-CHANGE-IDX)
009640         MOVE "BEFORE" TO WS-WINDOW-TEXT
009650         GO TO 8650-EXIT
009660     END-IF.
009670     MOVE "AFTER " TO WS-WINDOW-TEXT.
009680 8650-EXIT.
009690     EXIT.
009700
009710 END PROGRAM GPIOCORR.

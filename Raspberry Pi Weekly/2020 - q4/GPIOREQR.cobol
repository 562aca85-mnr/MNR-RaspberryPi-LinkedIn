000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOREQR
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Daily on demand request report, so the owner of
000080*>           a requesting system - shipping, mostly - can see
000090*>           whether its signals are actually being honoured.
000100*>           Reads the reply file GPIORPY.DAT the run appends
000110*>           a line to for every request it answers, picks out
000120*>           the answers given on the report date, and writes
000130*>           GPIORQR.yyyymmdd: per REQ-SYSTEM-ID the requests
000140*>           answered, how many were done, errored and
000150*>           expired, and the queue-to-service latency of the
000160*>           done ones (average and worst, in seconds, from
000170*>           the request's queued stamp to the run's done
000180*>           stamp).  Every errored and expired request is
000190*>           then listed with its reason.  The requests still
000200*>           waiting on GPIOREQ.DAT past the run's mark on
000210*>           GPIOREQP.DAT are counted per system as they stand
000220*>           when the report is run.
000230*>
000240*> CONSOLE INPUT, ONE VALUE PER LINE:
000250*>           REPORT DATE yyyymmdd
000260*>
000270*> MODIFICATION HISTORY
000280*> DATE        BY   DESCRIPTION
000290*> ----------  ---  ---------------------------------------------
000300*> 10/15/2026  RH   Original program.
000310*>--------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. GPIOREQR.
000340 AUTHOR. R HAWTHORNE.
000350 INSTALLATION. MNR-RASPBERRY-OPS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RQR-REPLY-FILE ASSIGN TO "GPIORPY.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPLY-FILE-STATUS.
000450     SELECT RQR-REQUEST-FILE ASSIGN TO "GPIOREQ.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REQUEST-FILE-STATUS.
000480     SELECT RQR-REQMARK-FILE ASSIGN TO "GPIOREQP.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REQMARK-FILE-STATUS.
000510     SELECT RQR-REPORT-FILE
000520         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RQR-REPLY-FILE.
000590 01  RQR-REPLY-RECORD.
000600*>        Must stay field for field with the reply FD in
000610*>        RPIwithCOBOL.
000620     05  RPY-SYSTEM-ID PIC X(08).
000630     05  FILLER PIC X(01).
000640     05  RPY-REQ-LINE PIC 9(07).
000650     05  FILLER PIC X(01).
000660     05  RPY-QUEUED-DATE PIC X(10).
000670     05  FILLER PIC X(01).
000680     05  RPY-QUEUED-TIME PIC X(08).
000690     05  FILLER PIC X(01).
000700     05  RPY-PIN-TEXT PIC X(02).
000710     05  FILLER PIC X(01).
000720     05  RPY-ROLE-TEXT PIC X(10).
000730     05  FILLER PIC X(01).
000740     05  RPY-PRIORITY PIC X(01).
000750     05  FILLER PIC X(01).
000760     05  RPY-STATUS PIC X(01).
000770     05  FILLER PIC X(01).
000780     05  RPY-DONE-DATE PIC X(10).
000790     05  FILLER PIC X(01).
000800     05  RPY-DONE-TIME PIC X(08).
000810     05  FILLER PIC X(01).
000820     05  RPY-REASON PIC X(24).
000830
000840 FD  RQR-REQUEST-FILE.
000850 01  RQR-REQUEST-RECORD.
000860*>        Must stay field for field with the request FD in
000870*>        RPIwithCOBOL - only the asking system is counted.
000880     05  REQ-PIN-TEXT PIC X(02).
000890     05  FILLER PIC X(01).
000900     05  REQ-ROLE-TEXT PIC X(10).
000910     05  FILLER PIC X(01).
000920     05  REQ-CYCLES PIC X(03).
000930     05  FILLER PIC X(01).
000940     05  REQ-ON-SECS PIC X(03).
000950     05  FILLER PIC X(01).
000960     05  REQ-OFF-SECS PIC X(03).
000970     05  FILLER PIC X(01).
000980     05  REQ-SYSTEM-ID PIC X(08).
000990     05  FILLER PIC X(01).
001000     05  REQ-QUEUED-DATE PIC X(10).
001010     05  FILLER PIC X(01).
001020     05  REQ-QUEUED-TIME PIC X(08).
001030     05  FILLER PIC X(01).
001040     05  REQ-PRIORITY PIC X(01).
001050     05  FILLER PIC X(01).
001060     05  REQ-EXPIRE-MINS PIC X(04).
001070
001080 FD  RQR-REQMARK-FILE.
001090 01  RQR-REQMARK-RECORD.
001100*>        Must stay field for field with the queue mark FD in
001110*>        RPIwithCOBOL.
001120     05  RQM-LINES-DONE PIC 9(07).
001130     05  FILLER PIC X(01).
001140     05  RQM-DATE PIC X(08).
001150     05  FILLER PIC X(01).
001160     05  RQM-TIME PIC X(08).
001170
001180 FD  RQR-REPORT-FILE.
001190 01  RQR-REPORT-LINE PIC X(100).
001200
001210 WORKING-STORAGE SECTION.
001220*>--------------------------------------------------------------
001230*> FILE STATUS AND DYNAMIC FILE NAMES
001240*>--------------------------------------------------------------
001250 77  WS-REPLY-FILE-STATUS PIC X(02) VALUE SPACES.
001260 77  WS-REQUEST-FILE-STATUS PIC X(02) VALUE SPACES.
001270 77  WS-REQMARK-FILE-STATUS PIC X(02) VALUE SPACES.
001280 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001290 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001300
001310*>--------------------------------------------------------------
001320*> CONSOLE INPUT AND THE REPORT DATE IN THE RUN'S STAMP FORM
001330*>--------------------------------------------------------------
001340 77  WS-DATE-TEXT PIC X(08) VALUE SPACES.
001350 01  WS-RPT-DATE PIC 9(08) VALUE ZERO.
001360 01  WS-RPT-DATE-R REDEFINES WS-RPT-DATE.
001370     05  WS-RPT-YYYY PIC 9(04).
001380     05  WS-RPT-MM PIC 9(02).
001390     05  WS-RPT-DD PIC 9(02).
001400 77  WS-RPT-STAMP PIC X(10) VALUE SPACES.
001410
001420*>--------------------------------------------------------------
001430*> THE DAY BEFORE THE REPORT DATE - A REQUEST QUEUED LATE AND
001440*> DONE AFTER MIDNIGHT IS AGED ACROSS IT
001450*>--------------------------------------------------------------
001460 01  WS-PRV-DATE PIC 9(08) VALUE ZERO.
001470 01  WS-PRV-DATE-R REDEFINES WS-PRV-DATE.
001480     05  WS-PRV-YYYY PIC 9(04).
001490     05  WS-PRV-MM PIC 9(02).
001500     05  WS-PRV-DD PIC 9(02).
001510 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001520 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001530 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001540 01  WS-QUEUED-DATE PIC X(08) VALUE SPACES.
001550 01  WS-QUEUED-DATE-NUM REDEFINES WS-QUEUED-DATE PIC 9(08).
001560
001570*>--------------------------------------------------------------
001580*> TIME CONVERSION WORK AREAS
001590*>--------------------------------------------------------------
001600 01  WS-TIME-TEXT PIC X(08) VALUE SPACES.
001610 01  WS-TIME-TEXT-R REDEFINES WS-TIME-TEXT.
001620     05  WS-TT-HH PIC 9(02).
001630     05  FILLER PIC X(01).
001640     05  WS-TT-MM PIC 9(02).
001650     05  FILLER PIC X(01).
001660     05  WS-TT-SS PIC 9(02).
001670 77  WS-TIME-SECS PIC 9(07) VALUE ZERO.
001680 77  WS-WORK-SECS PIC 9(07) VALUE ZERO.
001690 77  WS-QUEUED-SECS PIC 9(07) VALUE ZERO.
001700 77  WS-DONE-SECS PIC 9(07) VALUE ZERO.
001710 77  WS-LATENCY-SECS PIC 9(07) VALUE ZERO.
001720 77  WS-LATENCY-OK PIC X(01) VALUE "N".
001730
001740*>--------------------------------------------------------------
001750*> PER SYSTEM ACCUMULATORS
001760*>--------------------------------------------------------------
001770 77  WS-MAX-SYSTEMS PIC 9(03) VALUE 30.
001780 77  WS-SYSTEM-COUNT PIC 9(03) VALUE ZERO.
001790 77  WS-SYSTEM-IDX PIC 9(03) VALUE ZERO.
001800 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
001810 77  WS-FIND-SYSTEM PIC X(08) VALUE SPACES.
001820 01  WS-SYSTEM-TABLE.
001830     05  WS-SYSTEM-ENTRY OCCURS 30 TIMES.
001840         10  WS-SYS-ID PIC X(08).
001850         10  WS-SYS-ANSWERED PIC 9(05).
001860         10  WS-SYS-DONE PIC 9(05).
001870         10  WS-SYS-ERROR PIC 9(05).
001880         10  WS-SYS-EXPIRED PIC 9(05).
001890         10  WS-SYS-WAITING PIC 9(05).
001900         10  WS-SYS-LAT-COUNT PIC 9(05).
001910         10  WS-SYS-LAT-TOTAL PIC 9(09).
001920         10  WS-SYS-LAT-MAX PIC 9(07).
001930         10  WS-SYS-LAT-OVER PIC 9(05).
001940
001950*>--------------------------------------------------------------
001960*> QUEUE POSITION AND RUN TOTALS
001970*>--------------------------------------------------------------
001980 77  WS-REQ-MARK PIC 9(07) VALUE ZERO.
001990 77  WS-REQ-LINE-NO PIC 9(07) VALUE ZERO.
002000 77  WS-TOT-ANSWERED PIC 9(05) VALUE ZERO.
002010 77  WS-TOT-DONE PIC 9(05) VALUE ZERO.
002020 77  WS-TOT-ERROR PIC 9(05) VALUE ZERO.
002030 77  WS-TOT-EXPIRED PIC 9(05) VALUE ZERO.
002040 77  WS-TOT-WAITING PIC 9(05) VALUE ZERO.
002050 77  WS-AVG-LATENCY PIC 9(07) VALUE ZERO.
002060
002070*>--------------------------------------------------------------
002080*> REPORT LINE BUILD AREA
002090*>--------------------------------------------------------------
002100 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
002110
002120 PROCEDURE DIVISION.
002130
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-READ-REPLY-RECORD THRU 2000-EXIT
002170         UNTIL WS-REPLY-FILE-STATUS NOT = "00".
002180     CLOSE RQR-REPLY-FILE.
002190     PERFORM 3000-COUNT-WAITING THRU 3000-EXIT.
002200     PERFORM 4000-WRITE-SYSTEM-LINES THRU 4000-EXIT.
002210     PERFORM 5000-WRITE-FAILURE-LINES THRU 5000-EXIT.
002220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002230     STOP RUN.
002240
002250 1000-INITIALIZE.
002260     DISPLAY "GPIOREQR - DAILY REQUEST SERVICE REPORT".
002270     DISPLAY "REPORT DATE (YYYYMMDD):".
002280     ACCEPT WS-DATE-TEXT.
002290     IF WS-DATE-TEXT IS NOT NUMERIC
002300         DISPLAY "*** REPORT DATE MUST BE NUMERIC YYYYMMDD ***"
002310         MOVE 8 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     MOVE WS-DATE-TEXT TO WS-RPT-DATE.
002350     STRING WS-RPT-YYYY "-" WS-RPT-MM "-" WS-RPT-DD
002360         DELIMITED BY SIZE INTO WS-RPT-STAMP.
002370     MOVE WS-RPT-DATE TO WS-PRV-DATE.
002380     PERFORM 8200-BACK-UP-ONE-DAY THRU 8200-EXIT.
002390     OPEN INPUT RQR-REPLY-FILE.
002400     IF WS-REPLY-FILE-STATUS NOT = "00"
002410         DISPLAY "*** GPIORPY.DAT COULD NOT BE OPENED - "
002420             "STATUS " WS-REPLY-FILE-STATUS " ***"
002430         DISPLAY "NO REQUEST HAS BEEN ANSWERED YET"
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     STRING "GPIORQR." DELIMITED BY SIZE
002480             WS-DATE-TEXT DELIMITED BY SIZE
002490         INTO WS-REPORT-FILE-NAME.
002500     OPEN OUTPUT RQR-REPORT-FILE.
002510     IF WS-REPORT-FILE-STATUS NOT = "00"
002520         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
002530             " - STATUS " WS-REPORT-FILE-STATUS " ***"
002540         CLOSE RQR-REPLY-FILE
002550         MOVE 8 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     MOVE SPACES TO WS-LINE-WORK.
002590     STRING "REQUEST SERVICE REPORT FOR " DELIMITED BY SIZE
002600             WS-RPT-STAMP DELIMITED BY SIZE
002610         INTO WS-LINE-WORK.
002620     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650
002660 2000-READ-REPLY-RECORD.
002670     READ RQR-REPLY-FILE
002680         AT END
002690             GO TO 2000-EXIT
002700     END-READ.
002710     IF RPY-DONE-DATE NOT = WS-RPT-STAMP
002720         GO TO 2000-EXIT
002730     END-IF.
002740     MOVE RPY-SYSTEM-ID TO WS-FIND-SYSTEM.
002750     PERFORM 8400-FIND-OR-ADD-SYSTEM THRU 8400-EXIT.
002760     IF WS-FOUND-IDX = ZERO
002770         GO TO 2000-EXIT
002780     END-IF.
002790     ADD 1 TO WS-SYS-ANSWERED (WS-FOUND-IDX).
002800     ADD 1 TO WS-TOT-ANSWERED.
002810     IF RPY-STATUS = "E"
002820         ADD 1 TO WS-SYS-ERROR (WS-FOUND-IDX)
002830         ADD 1 TO WS-TOT-ERROR
002840     END-IF.
002850     IF RPY-STATUS = "X"
002860         ADD 1 TO WS-SYS-EXPIRED (WS-FOUND-IDX)
002870         ADD 1 TO WS-TOT-EXPIRED
002880     END-IF.
002890     IF RPY-STATUS = "D"
002900         ADD 1 TO WS-SYS-DONE (WS-FOUND-IDX)
002910         ADD 1 TO WS-TOT-DONE
002920         PERFORM 2100-ADD-LATENCY THRU 2100-EXIT
002930     END-IF.
002940 2000-EXIT.
002950     EXIT.
002960
002970 2100-ADD-LATENCY.
002980*>        Queued the same day: done less queued.  Queued the
002990*>        day before: the rest of that day plus today up to
003000*>        done.  Anything older than that cannot happen under
003010*>        the run's one day expiry limit, so it is counted as
003020*>        over a day rather than guessed at.
003030     MOVE "N" TO WS-LATENCY-OK.
003040     MOVE ZERO TO WS-LATENCY-SECS.
003050     IF RPY-QUEUED-DATE (1:4) IS NOT NUMERIC
003060        OR RPY-QUEUED-DATE (6:2) IS NOT NUMERIC
003070        OR RPY-QUEUED-DATE (9:2) IS NOT NUMERIC
003080        OR RPY-QUEUED-TIME (1:2) IS NOT NUMERIC
003090        OR RPY-QUEUED-TIME (4:2) IS NOT NUMERIC
003100        OR RPY-QUEUED-TIME (7:2) IS NOT NUMERIC
003110         GO TO 2100-EXIT
003120     END-IF.
003130     MOVE SPACES TO WS-QUEUED-DATE.
003140     STRING RPY-QUEUED-DATE (1:4) RPY-QUEUED-DATE (6:2)
003150             RPY-QUEUED-DATE (9:2)
003160         DELIMITED BY SIZE INTO WS-QUEUED-DATE.
003170     MOVE RPY-QUEUED-TIME TO WS-TIME-TEXT.
003180     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
003190     MOVE WS-TIME-SECS TO WS-QUEUED-SECS.
003200     MOVE RPY-DONE-TIME TO WS-TIME-TEXT.
003210     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
003220     MOVE WS-TIME-SECS TO WS-DONE-SECS.
003230     IF WS-QUEUED-DATE-NUM = WS-RPT-DATE
003240         MOVE "Y" TO WS-LATENCY-OK
003250         IF WS-DONE-SECS > WS-QUEUED-SECS
003260             SUBTRACT WS-QUEUED-SECS FROM WS-DONE-SECS
003270                 GIVING WS-LATENCY-SECS
003280         END-IF
003290     END-IF.
003300     IF WS-QUEUED-DATE-NUM = WS-PRV-DATE
003310         MOVE "Y" TO WS-LATENCY-OK
003320         SUBTRACT WS-QUEUED-SECS FROM 86400
003330             GIVING WS-LATENCY-SECS
003340         ADD WS-DONE-SECS TO WS-LATENCY-SECS
003350     END-IF.
003360     IF WS-LATENCY-OK = "N"
003370         ADD 1 TO WS-SYS-LAT-OVER (WS-FOUND-IDX)
003380         GO TO 2100-EXIT
003390     END-IF.
003400     ADD 1 TO WS-SYS-LAT-COUNT (WS-FOUND-IDX).
003410     ADD WS-LATENCY-SECS TO WS-SYS-LAT-TOTAL (WS-FOUND-IDX).
003420     IF WS-LATENCY-SECS > WS-SYS-LAT-MAX (WS-FOUND-IDX)
003430         MOVE WS-LATENCY-SECS TO WS-SYS-LAT-MAX (WS-FOUND-IDX)
003440     END-IF.
003450 2100-EXIT.
003460     EXIT.
003470
003480 3000-COUNT-WAITING.
003490*>        Lines past the run's mark have not been answered yet.
003500*>        No mark file means the run has answered nothing, so
003510*>        every line on the queue is waiting.
003520     MOVE ZERO TO WS-REQ-MARK.
003530     OPEN INPUT RQR-REQMARK-FILE.
003540     IF WS-REQMARK-FILE-STATUS = "00"
003550         READ RQR-REQMARK-FILE
003560             AT END
003570                 CONTINUE
003580             NOT AT END
003590                 IF RQM-LINES-DONE IS NUMERIC
003600                     MOVE RQM-LINES-DONE TO WS-REQ-MARK
003610                 END-IF
003620         END-READ
003630         CLOSE RQR-REQMARK-FILE
003640     END-IF.
003650     OPEN INPUT RQR-REQUEST-FILE.
003660     IF WS-REQUEST-FILE-STATUS NOT = "00"
003670         GO TO 3000-EXIT
003680     END-IF.
003690     MOVE ZERO TO WS-REQ-LINE-NO.
003700     PERFORM 3100-READ-REQUEST-RECORD THRU 3100-EXIT
003710         UNTIL WS-REQUEST-FILE-STATUS NOT = "00".
003720     CLOSE RQR-REQUEST-FILE.
003730 3000-EXIT.
003740     EXIT.
003750
003760 3100-READ-REQUEST-RECORD.
003770     READ RQR-REQUEST-FILE
003780         AT END
003790             GO TO 3100-EXIT
003800     END-READ.
003810     ADD 1 TO WS-REQ-LINE-NO.
003820     IF WS-REQ-LINE-NO NOT > WS-REQ-MARK
003830         GO TO 3100-EXIT
003840     END-IF.
003850     MOVE REQ-SYSTEM-ID TO WS-FIND-SYSTEM.
003860     PERFORM 8400-FIND-OR-ADD-SYSTEM THRU 8400-EXIT.
003870     IF WS-FOUND-IDX > ZERO
003880         ADD 1 TO WS-SYS-WAITING (WS-FOUND-IDX)
003890         ADD 1 TO WS-TOT-WAITING
003900     END-IF.
003910 3100-EXIT.
003920     EXIT.
003930
003940 4000-WRITE-SYSTEM-LINES.
003950     MOVE SPACES TO WS-LINE-WORK.
003960     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003970     MOVE "SYSTEM   ANSWR DONE  ERROR EXPRD WAIT  AVG-LAT"
003980         TO WS-LINE-WORK.
003990     MOVE "MAX-LAT OVER-DAY" TO WS-LINE-WORK (49:16).
004000     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004010     PERFORM 4100-WRITE-ONE-SYSTEM THRU 4100-EXIT
004020         VARYING WS-SYSTEM-IDX FROM 1 BY 1
004030         UNTIL WS-SYSTEM-IDX > WS-SYSTEM-COUNT.
004040     MOVE SPACES TO WS-LINE-WORK.
004050     STRING "TOTAL    " DELIMITED BY SIZE
004060             WS-TOT-ANSWERED DELIMITED BY SIZE
004070             " " DELIMITED BY SIZE
004080             WS-TOT-DONE DELIMITED BY SIZE
004090             " " DELIMITED BY SIZE
004100             WS-TOT-ERROR DELIMITED BY SIZE
004110             " " DELIMITED BY SIZE
004120             WS-TOT-EXPIRED DELIMITED BY SIZE
004130             " " DELIMITED BY SIZE
004140             WS-TOT-WAITING DELIMITED BY SIZE
004150         INTO WS-LINE-WORK.
004160     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004170 4000-EXIT.
004180     EXIT.
004190
004200 4100-WRITE-ONE-SYSTEM.
004210     MOVE ZERO TO WS-AVG-LATENCY.
004220     IF WS-SYS-LAT-COUNT (WS-SYSTEM-IDX) > ZERO
004230         DIVIDE WS-SYS-LAT-TOTAL (WS-SYSTEM-IDX)
004240             BY WS-SYS-LAT-COUNT (WS-SYSTEM-IDX)
004250             GIVING WS-AVG-LATENCY
004260     END-IF.
004270     MOVE SPACES TO WS-LINE-WORK.
004280     STRING WS-SYS-ID (WS-SYSTEM-IDX) DELIMITED BY SIZE
004290             " " DELIMITED BY SIZE
004300             WS-SYS-ANSWERED (WS-SYSTEM-IDX) DELIMITED BY SIZE
004310             " " DELIMITED BY SIZE
004320             WS-SYS-DONE (WS-SYSTEM-IDX) DELIMITED BY SIZE
004330             " " DELIMITED BY SIZE
004340             WS-SYS-ERROR (WS-SYSTEM-IDX) DELIMITED BY SIZE
004350             " " DELIMITED BY SIZE
004360             WS-SYS-EXPIRED (WS-SYSTEM-IDX) DELIMITED BY SIZE
004370             " " DELIMITED BY SIZE
004380             WS-SYS-WAITING (WS-SYSTEM-IDX) DELIMITED BY SIZE
004390             " " DELIMITED BY SIZE
004400             WS-AVG-LATENCY DELIMITED BY SIZE
004410             " " DELIMITED BY SIZE
004420             WS-SYS-LAT-MAX (WS-SYSTEM-IDX) DELIMITED BY SIZE
004430             " " DELIMITED BY SIZE
004440             WS-SYS-LAT-OVER (WS-SYSTEM-IDX) DELIMITED BY SIZE
004450         INTO WS-LINE-WORK.
004460     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004470 4100-EXIT.
004480     EXIT.
004490
004500 5000-WRITE-FAILURE-LINES.
004510*>        A second pass over the reply file for the errored
004520*>        and expired answers, each with the run's reason.
004530     IF WS-TOT-ERROR = ZERO AND WS-TOT-EXPIRED = ZERO
004540         GO TO 5000-EXIT
004550     END-IF.
004560     MOVE SPACES TO WS-LINE-WORK.
004570     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004580     MOVE "ERRORED AND EXPIRED REQUESTS" TO WS-LINE-WORK.
004590     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004600     MOVE "TIME     SYSTEM   LINE    QUEUED              PN"
004610         TO WS-LINE-WORK.
004620     MOVE "ROLE       S REASON" TO WS-LINE-WORK (50:19).
004630     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004640     OPEN INPUT RQR-REPLY-FILE.
004650     IF WS-REPLY-FILE-STATUS NOT = "00"
004660         GO TO 5000-EXIT
004670     END-IF.
004680     PERFORM 5100-LIST-ONE-FAILURE THRU 5100-EXIT
004690         UNTIL WS-REPLY-FILE-STATUS NOT = "00".
004700     CLOSE RQR-REPLY-FILE.
004710 5000-EXIT.
004720     EXIT.
004730
004740 5100-LIST-ONE-FAILURE.
004750     READ RQR-REPLY-FILE
004760         AT END
004770             GO TO 5100-EXIT
004780     END-READ.
004790     IF RPY-DONE-DATE NOT = WS-RPT-STAMP
004800         GO TO 5100-EXIT
004810     END-IF.
004820     IF RPY-STATUS NOT = "E" AND RPY-STATUS NOT = "X"
004830         GO TO 5100-EXIT
004840     END-IF.
004850     MOVE SPACES TO WS-LINE-WORK.
004860     STRING RPY-DONE-TIME DELIMITED BY SIZE
004870             " " DELIMITED BY SIZE
004880             RPY-SYSTEM-ID DELIMITED BY SIZE
004890             " " DELIMITED BY SIZE
004900             RPY-REQ-LINE DELIMITED BY SIZE
004910             " " DELIMITED BY SIZE
004920             RPY-QUEUED-DATE DELIMITED BY SIZE
004930             " " DELIMITED BY SIZE
004940             RPY-QUEUED-TIME DELIMITED BY SIZE
004950             " " DELIMITED BY SIZE
004960             RPY-PIN-TEXT DELIMITED BY SIZE
004970             " " DELIMITED BY SIZE
004980             RPY-ROLE-TEXT DELIMITED BY SIZE
004990             " " DELIMITED BY SIZE
005000             RPY-STATUS DELIMITED BY SIZE
005010             " " DELIMITED BY SIZE
005020             RPY-REASON DELIMITED BY SIZE
005030         INTO WS-LINE-WORK.
005040     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005050 5100-EXIT.
005060     EXIT.
005070
005080 9000-TERMINATE.
005090     CLOSE RQR-REPORT-FILE.
005100     DISPLAY "REQUESTS ANSWERED " WS-TOT-ANSWERED.
005110     DISPLAY "DONE              " WS-TOT-DONE.
005120     DISPLAY "ERRORED           " WS-TOT-ERROR.
005130     DISPLAY "EXPIRED           " WS-TOT-EXPIRED.
005140     DISPLAY "WAITING NOW       " WS-TOT-WAITING.
005150     DISPLAY "REPORT IS ON      " WS-REPORT-FILE-NAME.
005160     IF WS-TOT-ERROR > ZERO OR WS-TOT-EXPIRED > ZERO
005170         MOVE 4 TO RETURN-CODE
005180     END-IF.
005190 9000-EXIT.
005200     EXIT.
005210
005220 8200-BACK-UP-ONE-DAY.
005230     IF WS-PRV-DD > 1
005240         SUBTRACT 1 FROM WS-PRV-DD
005250     ELSE
005260         IF WS-PRV-MM > 1
005270             SUBTRACT 1 FROM WS-PRV-MM
005280         ELSE
005290             MOVE 12 TO WS-PRV-MM
005300             SUBTRACT 1 FROM WS-PRV-YYYY
005310         END-IF
005320         PERFORM 8250-SET-MONTH-LENGTH THRU 8250-EXIT
005330         MOVE WS-MONTH-LENGTH TO WS-PRV-DD
005340     END-IF.
005350 8200-EXIT.
005360     EXIT.
005370
005380 8250-SET-MONTH-LENGTH.
005390*>        Thirty days hath September, with the leap year rule
005400*>        in longhand - the month is the one in WS-PRV-MM.
005410     IF WS-PRV-MM = 4 OR WS-PRV-MM = 6
005420        OR WS-PRV-MM = 9 OR WS-PRV-MM = 11
005430         MOVE 30 TO WS-MONTH-LENGTH
005440     ELSE
005450         IF WS-PRV-MM = 2
005460             MOVE 28 TO WS-MONTH-LENGTH
005470             DIVIDE WS-PRV-YYYY BY 4
005480                 GIVING WS-LEAP-WORK
005490                 REMAINDER WS-LEAP-REM
005500             IF WS-LEAP-REM = ZERO
005510                 MOVE 29 TO WS-MONTH-LENGTH
005520                 DIVIDE WS-PRV-YYYY BY 100
005530                     GIVING WS-LEAP-WORK
005540                     REMAINDER WS-LEAP-REM
005550                 IF WS-LEAP-REM = ZERO
005560                     MOVE 28 TO WS-MONTH-LENGTH
005570                     DIVIDE WS-PRV-YYYY BY 400
005580                         GIVING WS-LEAP-WORK
005590                         REMAINDER WS-LEAP-REM
005600                     IF WS-LEAP-REM = ZERO
005610                         MOVE 29 TO WS-MONTH-LENGTH
005620                     END-IF
005630                 END-IF
005640             END-IF
005650         ELSE
005660             MOVE 31 TO WS-MONTH-LENGTH
005670         END-IF
005680     END-IF.
005690 8250-EXIT.
005700     EXIT.
005710
005720 8300-TIME-TO-SECONDS.
005730     MOVE ZERO TO WS-TIME-SECS.
005740     MULTIPLY WS-TT-HH BY 3600 GIVING WS-TIME-SECS.
005750     MULTIPLY WS-TT-MM BY 60 GIVING WS-WORK-SECS.
005760     ADD WS-WORK-SECS TO WS-TIME-SECS.
005770     ADD WS-TT-SS TO WS-TIME-SECS.
005780 8300-EXIT.
005790     EXIT.
005800
005810 8400-FIND-OR-ADD-SYSTEM.
005820*>        Leaves the system's accumulator row in WS-FOUND-IDX,
005830*>        adding a zeroed row the first time a system is seen.
005840*>        Zero only when the table is full.
005850     MOVE ZERO TO WS-FOUND-IDX.
005860     PERFORM 8450-CHECK-SYSTEM-ROW THRU 8450-EXIT
005870         VARYING WS-SYSTEM-IDX FROM 1 BY 1
005880         UNTIL WS-SYSTEM-IDX > WS-SYSTEM-COUNT.
005890     IF WS-FOUND-IDX > ZERO
005900         GO TO 8400-EXIT
005910     END-IF.
005920     IF WS-SYSTEM-COUNT NOT < WS-MAX-SYSTEMS
005930         DISPLAY "SYSTEM TABLE FULL - " WS-FIND-SYSTEM
005940             " SKIPPED"
005950         GO TO 8400-EXIT
005960     END-IF.
005970     ADD 1 TO WS-SYSTEM-COUNT.
005980     MOVE WS-SYSTEM-COUNT TO WS-FOUND-IDX.
005990     MOVE WS-FIND-SYSTEM TO WS-SYS-ID (WS-FOUND-IDX).
006000     MOVE ZERO TO WS-SYS-ANSWERED (WS-FOUND-IDX).
006010     MOVE ZERO TO WS-SYS-DONE (WS-FOUND-IDX).
006020     MOVE ZERO TO WS-SYS-ERROR (WS-FOUND-IDX).
006030     MOVE ZERO TO WS-SYS-EXPIRED (WS-FOUND-IDX).
006040     MOVE ZERO TO WS-SYS-WAITING (WS-FOUND-IDX).
006050     MOVE ZERO TO WS-SYS-LAT-COUNT (WS-FOUND-IDX).
006060     MOVE ZERO TO WS-SYS-LAT-TOTAL (WS-FOUND-IDX).
006070     MOVE ZERO TO WS-SYS-LAT-MAX (WS-FOUND-IDX).
006080     MOVE ZERO TO WS-SYS-LAT-OVER (WS-FOUND-IDX).
006090 8400-EXIT.
006100     EXIT.
006110
006120 8450-CHECK-SYSTEM-ROW.
006130     IF WS-SYS-ID (WS-SYSTEM-IDX) = WS-FIND-SYSTEM
006140         MOVE WS-SYSTEM-IDX TO WS-FOUND-IDX
006150     END-IF.
006160 8450-EXIT.
006170     EXIT.
006180
006190 8500-WRITE-REPORT-LINE.
006200     MOVE WS-LINE-WORK TO RQR-REPORT-LINE.
006210     WRITE RQR-REPORT-LINE.
006220     MOVE SPACES TO WS-LINE-WORK.
006230 8500-EXIT.
006240     EXIT.
006250
006260 END PROGRAM GPIOREQR.

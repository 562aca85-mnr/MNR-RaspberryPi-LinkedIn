000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOAVER
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Audit log seal verification.  Every line the run
000080*>           writes to GPIOAUD.yyyymmdd carries a running
000090*>           sequence number within the day's file and a
000100*>           running check total through that line, and each
000110*>           run closes its lines off with a TRL trailer
000120*>           carrying the line count and the total.  This
000130*>           program reads a date range of audit files - the
000140*>           local ones, or each collected unit's directory
000150*>           as GPIOSITE reads them - and works the seal out
000160*>           again line by line.  The first fault in a file
000170*>           is reported with its line number:
000180*>             GAP             a sequence number skipped
000190*>             OUT OF ORDER    a sequence number repeated or
000200*>                             gone backwards
000210*>             CHECK MISMATCH  the line was changed
000220*>             UNSEQUENCED     an unsealed line after sealed
000230*>                             ones - typed in by hand
000240*>             COUNT MISMATCH  trailer count is wrong
000250*>             TOTAL MISMATCH  trailer total is wrong
000260*>             BAD TRAILER     trailer fields not numeric
000270*>             NO TRAILER      the file ends without one -
000280*>                             cut short, half copied, or a
000290*>                             run that is still going
000300*>           A file written before the log was sealed has no
000310*>           sequence at all and is reported UNSEALED, not
000320*>           failed.  The period programs make the same
000330*>           check before they use a day; this program is the
000340*>           one to run when a day has been refused, or
000350*>           before collected annex files are signed for.
000360*>           Results go to GPIOAVR.yyyymmdd (the TO date).
000370*>
000380*> CONSOLE INPUT, ONE VALUE PER LINE:
000390*>           FROM DATE  yyyymmdd
000400*>           TO DATE    yyyymmdd
000410*>           UNIT NAME  (repeated, blank line ends the list,
000420*>                      up to 5 units; no units at all checks
000430*>                      this Pi's own files)
000440*>
000450*> MODIFICATION HISTORY
000460*> DATE        BY   DESCRIPTION
000470*> ----------  ---  ---------------------------------------------
000480*> 10/15/2026  RH   Original program.
000490*>--------------------------------------------------------------
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. GPIOAVER.
000520 AUTHOR. R HAWTHORNE.
000530 INSTALLATION. MNR-RASPBERRY-OPS.
000540 DATE-WRITTEN. 10/15/2026.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AVER-AUDIT-FILE
000610         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000640     SELECT AVER-REPORT-FILE
000650         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-FILE-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AVER-AUDIT-FILE.
000720 01  VAUD-RECORD.
000730*>        Must stay field for field with the audit FD written by
000740*>        RPIwithCOBOL, seal included.
000750     05  VAUD-DATE PIC X(10).
000760     05  FILLER PIC X(01).
000770     05  VAUD-TIME PIC X(08).
000780     05  FILLER PIC X(01).
000790     05  VAUD-PIN-TEXT PIC X(02).
000800     05  FILLER PIC X(01).
000810     05  VAUD-TRANSITION PIC X(03).
000820     05  FILLER PIC X(01).
000830     05  VAUD-OBSERVED PIC X(01).
000840     05  FILLER PIC X(01).
000850     05  VAUD-UNIT PIC X(08).
000860     05  FILLER PIC X(01).
000870     05  VAUD-SEQ PIC 9(07).
000880     05  FILLER PIC X(01).
000890     05  VAUD-CHECK PIC 9(09).
000900
000910 FD  AVER-REPORT-FILE.
000920 01  AVER-REPORT-LINE PIC X(90).
000930
000940 WORKING-STORAGE SECTION.
000950*>--------------------------------------------------------------
000960*> FILE STATUS AND DYNAMIC FILE NAMES
000970*>--------------------------------------------------------------
000980 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
000990 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
001000 77  WS-AUDIT-FILE-NAME PIC X(32) VALUE SPACES.
001010 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
001020
001030*>--------------------------------------------------------------
001040*> CONSOLE INPUT - THE RANGE AND THE LIST OF UNITS TO CHECK
001050*>--------------------------------------------------------------
001060 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
001070 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
001080 77  WS-UNIT-REPLY PIC X(08) VALUE SPACES.
001090 77  WS-MAX-UNITS PIC 9(01) VALUE 5.
001100 77  WS-UNIT-COUNT PIC 9(01) VALUE ZERO.
001110 77  WS-UNIT-IDX PIC 9(01) VALUE ZERO.
001120 77  WS-UNIT-DONE PIC X(01) VALUE "N".
001130 77  WS-LOCAL-ONLY PIC X(01) VALUE "N".
001140 01  WS-UNIT-TABLE.
001150     05  WS-UNIT-NAME PIC X(08) OCCURS 5 TIMES.
001160 77  WS-CUR-UNIT PIC X(08) VALUE SPACES.
001170
001180*>--------------------------------------------------------------
001190*> DATE WORK AREAS
001200*>--------------------------------------------------------------
001210 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
001220 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
001230     05  WS-CUR-YYYY PIC 9(04).
001240     05  WS-CUR-MM PIC 9(02).
001250     05  WS-CUR-DD PIC 9(02).
001260 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001270 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
001280 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
001290 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001300
001310*>--------------------------------------------------------------
001320*> SEAL VERIFICATION - ONE FILE AT A TIME.  THE CHECK TOTAL IS
001330*> WORKED OUT EXACTLY AS 3060-ADD-LINE-CHECK IN RPIWITHCOBOL
001340*> WORKS IT OUT - EACH CHARACTER'S PLACE IN WS-CHK-ALPHABET
001350*> TIMES ITS COLUMN, OVER THE FIRST 45 COLUMNS, WRAPPED AT A
001360*> BILLION.
001370*>--------------------------------------------------------------
001380 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
001390 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
001400 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
001410 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
001420 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
001430 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
001440 77  WS-VFY-SEALED PIC X(01) VALUE "N".
001450 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
001460 77  WS-VFY-FAILED PIC X(01) VALUE "N".
001470 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
001480 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
001490 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
001500 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
001510 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
001520 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
001530 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
001540 01  WS-CHK-ALPHABET.
001550     05  FILLER PIC X(36)
001560         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001570     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
001580     05  FILLER PIC X(07) VALUE " -:*?./".
001590
001600*>--------------------------------------------------------------
001610*> REPORT LINE BUILD AREA AND RUN TOTALS
001620*>--------------------------------------------------------------
001630 01  WS-LINE-WORK PIC X(90) VALUE SPACES.
001640 77  WS-FILES-CHECKED PIC 9(05) VALUE ZERO.
001650 77  WS-FILES-VERIFIED PIC 9(05) VALUE ZERO.
001660 77  WS-FILES-UNSEALED PIC 9(05) VALUE ZERO.
001670 77  WS-FILES-FAILED PIC 9(05) VALUE ZERO.
001680 77  WS-FILES-MISSING PIC 9(05) VALUE ZERO.
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-CHECK-ONE-DAY THRU 2000-EXIT
001750         UNTIL WS-CUR-DATE > WS-TO-DATE.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     STOP RUN.
001780
001790 1000-INITIALIZE.
001800     DISPLAY "GPIOAVER - AUDIT LOG SEAL VERIFICATION".
001810     DISPLAY "FROM DATE (YYYYMMDD):".
001820     ACCEPT WS-FROM-TEXT.
001830     DISPLAY "TO DATE (YYYYMMDD):".
001840     ACCEPT WS-TO-TEXT.
001850     IF WS-FROM-TEXT IS NOT NUMERIC
001860        OR WS-TO-TEXT IS NOT NUMERIC
001870         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
001880         MOVE 8 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
001920     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
001930     MOVE WS-TO-TEXT TO WS-CUR-DATE.
001940     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
001950     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
001960     MOVE WS-TO-TEXT TO WS-TO-DATE.
001970     IF WS-CUR-DATE > WS-TO-DATE
001980         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     PERFORM 1100-ASK-ONE-UNIT THRU 1100-EXIT
002030         UNTIL WS-UNIT-DONE = "Y".
002040*>        No units named means this Pi's own files, in the
002050*>        current directory - the one "unit" with no prefix.
002060     IF WS-UNIT-COUNT = ZERO
002070         MOVE "Y" TO WS-LOCAL-ONLY
002080         MOVE 1 TO WS-UNIT-COUNT
002090         MOVE SPACES TO WS-UNIT-NAME (1)
002100     END-IF.
002110     STRING "GPIOAVR." DELIMITED BY SIZE
002120             WS-TO-TEXT DELIMITED BY SIZE
002130         INTO WS-REPORT-FILE-NAME.
002140     OPEN OUTPUT AVER-REPORT-FILE.
002150     IF WS-REPORT-FILE-STATUS NOT = "00"
002160         DISPLAY "*** COULD NOT CREATE " WS-REPORT-FILE-NAME
002170             " - STATUS " WS-REPORT-FILE-STATUS " ***"
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     STRING "AUDIT SEAL VERIFICATION " DELIMITED BY SIZE
002220             WS-FROM-TEXT DELIMITED BY SIZE
002230             " THRU " DELIMITED BY SIZE
002240             WS-TO-TEXT DELIMITED BY SIZE
002250         INTO WS-LINE-WORK.
002260     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002270     MOVE "DATE     UNIT     LINES   TRL   CHECK TOTAL RESULT"
002280         TO WS-LINE-WORK.
002290     MOVE "AT LINE" TO WS-LINE-WORK (67:7).
002300     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330
002340 1050-CHECK-CALENDAR-DATE.
002350*>        WS-CUR-DATE must be a day the calendar has - a month
002360*>        or day out of range would walk the day loop through
002370*>        dates that never existed and build file names for
002380*>        them.
002390     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
002400         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
002410         MOVE 8 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
002450     IF WS-CUR-DD < 1 OR WS-CUR-DD > WS-MONTH-LENGTH
002460         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
002470         MOVE 8 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500 1050-EXIT.
002510     EXIT.
002520
002530 1100-ASK-ONE-UNIT.
002540     DISPLAY "UNIT NAME (BLANK TO END LIST):".
002550     MOVE SPACES TO WS-UNIT-REPLY.
002560     ACCEPT WS-UNIT-REPLY.
002570     IF WS-UNIT-REPLY = SPACES
002580         MOVE "Y" TO WS-UNIT-DONE
002590         GO TO 1100-EXIT
002600     END-IF.
002610     IF WS-UNIT-COUNT NOT < WS-MAX-UNITS
002620         DISPLAY "NO MORE THAN " WS-MAX-UNITS
002630             " UNITS - LIST ENDED"
002640         MOVE "Y" TO WS-UNIT-DONE
002650         GO TO 1100-EXIT
002660     END-IF.
002670     ADD 1 TO WS-UNIT-COUNT.
002680     MOVE WS-UNIT-REPLY TO WS-UNIT-NAME (WS-UNIT-COUNT).
002690 1100-EXIT.
002700     EXIT.
002710
002720 2000-CHECK-ONE-DAY.
002730     PERFORM 2100-CHECK-ONE-UNIT THRU 2100-EXIT
002740         VARYING WS-UNIT-IDX FROM 1 BY 1
002750         UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.
002760     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-CHECK-ONE-UNIT.
002810     MOVE WS-UNIT-NAME (WS-UNIT-IDX) TO WS-CUR-UNIT.
002820     MOVE SPACES TO WS-AUDIT-FILE-NAME.
002830     IF WS-LOCAL-ONLY = "Y"
002840         MOVE "LOCAL" TO WS-CUR-UNIT
002850         STRING "GPIOAUD." DELIMITED BY SIZE
002860                 WS-CUR-DATE DELIMITED BY SIZE
002870             INTO WS-AUDIT-FILE-NAME
002880     ELSE
002890         STRING WS-CUR-UNIT DELIMITED BY SPACE
002900                 "/GPIOAUD." DELIMITED BY SIZE
002910                 WS-CUR-DATE DELIMITED BY SIZE
002920             INTO WS-AUDIT-FILE-NAME
002930     END-IF.
002940     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
002950     IF WS-VFY-RESULT = "NO FILE"
002960         ADD 1 TO WS-FILES-MISSING
002970         GO TO 2100-EXIT
002980     END-IF.
002990     ADD 1 TO WS-FILES-CHECKED.
003000     IF WS-VFY-FAILED = "Y"
003010         ADD 1 TO WS-FILES-FAILED
003020     ELSE
003030         IF WS-VFY-RESULT = "VERIFIED"
003040             ADD 1 TO WS-FILES-VERIFIED
003050         ELSE
003060             ADD 1 TO WS-FILES-UNSEALED
003070         END-IF
003080     END-IF.
003090     MOVE SPACES TO WS-LINE-WORK.
003100     STRING WS-CUR-DATE DELIMITED BY SIZE
003110             " " DELIMITED BY SIZE
003120             WS-CUR-UNIT DELIMITED BY SIZE
003130             " " DELIMITED BY SIZE
003140             WS-VFY-LINES DELIMITED BY SIZE
003150             " " DELIMITED BY SIZE
003160             WS-VFY-TRAILERS DELIMITED BY SIZE
003170             " " DELIMITED BY SIZE
003180             WS-VFY-TOTAL DELIMITED BY SIZE
003190             "   " DELIMITED BY SIZE
003200             WS-VFY-RESULT DELIMITED BY SIZE
003210         INTO WS-LINE-WORK.
003220     IF WS-VFY-FAILED = "Y"
003230         MOVE WS-VFY-FAIL-LINE TO WS-LINE-WORK (67:7)
003240     END-IF.
003250     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003260 2100-EXIT.
003270     EXIT.
003280
003290 9000-TERMINATE.
003300     MOVE SPACES TO WS-LINE-WORK.
003310     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003320     STRING "FILES CHECKED " DELIMITED BY SIZE
003330             WS-FILES-CHECKED DELIMITED BY SIZE
003340             "  VERIFIED " DELIMITED BY SIZE
003350             WS-FILES-VERIFIED DELIMITED BY SIZE
003360             "  UNSEALED " DELIMITED BY SIZE
003370             WS-FILES-UNSEALED DELIMITED BY SIZE
003380             "  FAILED " DELIMITED BY SIZE
003390             WS-FILES-FAILED DELIMITED BY SIZE
003400             "  NOT FOUND " DELIMITED BY SIZE
003410             WS-FILES-MISSING DELIMITED BY SIZE
003420         INTO WS-LINE-WORK.
003430     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003440     CLOSE AVER-REPORT-FILE.
003450     DISPLAY "FILES CHECKED     " WS-FILES-CHECKED.
003460     DISPLAY "VERIFIED          " WS-FILES-VERIFIED.
003470     DISPLAY "UNSEALED          " WS-FILES-UNSEALED.
003480     DISPLAY "FAILED            " WS-FILES-FAILED.
003490     DISPLAY "NOT FOUND         " WS-FILES-MISSING.
003500     DISPLAY "REPORT IS ON      " WS-REPORT-FILE-NAME.
003510     IF WS-FILES-FAILED > ZERO
003520         MOVE 4 TO RETURN-CODE
003530     END-IF.
003540 9000-EXIT.
003550     EXIT.
003560
003570 8100-BUMP-CURRENT-DATE.
003580     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
003590     ADD 1 TO WS-CUR-DD.
003600     IF WS-CUR-DD > WS-MONTH-LENGTH
003610         MOVE 1 TO WS-CUR-DD
003620         ADD 1 TO WS-CUR-MM
003630         IF WS-CUR-MM > 12
003640             MOVE 1 TO WS-CUR-MM
003650             ADD 1 TO WS-CUR-YYYY
003660         END-IF
003670     END-IF.
003680 8100-EXIT.
003690     EXIT.
003700
003710 8150-SET-MONTH-LENGTH.
003720*>        Thirty days hath September - with the leap year rule
003730*>        spelled out in longhand.
003740     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
003750        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
003760         MOVE 30 TO WS-MONTH-LENGTH
003770     ELSE
003780         IF WS-CUR-MM = 2
003790             MOVE 28 TO WS-MONTH-LENGTH
003800             DIVIDE WS-CUR-YYYY BY 4
003810                 GIVING WS-LEAP-WORK
003820                 REMAINDER WS-LEAP-REM
003830             IF WS-LEAP-REM = ZERO
003840                 MOVE 29 TO WS-MONTH-LENGTH
003850                 DIVIDE WS-CUR-YYYY BY 100
003860                     GIVING WS-LEAP-WORK
003870                     REMAINDER WS-LEAP-REM
003880                 IF WS-LEAP-REM = ZERO
003890                     MOVE 28 TO WS-MONTH-LENGTH
003900                     DIVIDE WS-CUR-YYYY BY 400
003910                         GIVING WS-LEAP-WORK
003920                         REMAINDER WS-LEAP-REM
003930                     IF WS-LEAP-REM = ZERO
003940                         MOVE 29 TO WS-MONTH-LENGTH
003950                     END-IF
003960                 END-IF
003970             END-IF
003980         ELSE
003990             MOVE 31 TO WS-MONTH-LENGTH
004000         END-IF
004010     END-IF.
004020 8150-EXIT.
004030     EXIT.
004040
004050 8500-WRITE-REPORT-LINE.
004060     MOVE WS-LINE-WORK TO AVER-REPORT-LINE.
004070     WRITE AVER-REPORT-LINE.
004080     MOVE SPACES TO WS-LINE-WORK.
004090 8500-EXIT.
004100     EXIT.
004110
004120 8800-VERIFY-AUDIT-DAY.
004130*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
004140*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
004150*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
004160*>        Reading stops at the first fault.
004170     MOVE ZERO TO WS-VFY-LINES.
004180     MOVE ZERO TO WS-VFY-TOTAL.
004190     MOVE ZERO TO WS-VFY-TRAILERS.
004200     MOVE ZERO TO WS-VFY-FAIL-LINE.
004210     MOVE 1 TO WS-VFY-EXPECT-SEQ.
004220     MOVE "N" TO WS-VFY-SEALED.
004230     MOVE "N" TO WS-VFY-LAST-TRL.
004240     MOVE "N" TO WS-VFY-FAILED.
004250     MOVE SPACES TO WS-VFY-RESULT.
004260     OPEN INPUT AVER-AUDIT-FILE.
004270     IF WS-AUDIT-FILE-STATUS NOT = "00"
004280         MOVE "NO FILE" TO WS-VFY-RESULT
004290         GO TO 8800-EXIT
004300     END-IF.
004310     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
004320         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
004330            OR WS-VFY-FAILED = "Y".
004340     CLOSE AVER-AUDIT-FILE.
004350     IF WS-VFY-FAILED = "Y"
004360         GO TO 8800-EXIT
004370     END-IF.
004380     IF WS-VFY-LINES = ZERO
004390         MOVE "EMPTY" TO WS-VFY-RESULT
004400         GO TO 8800-EXIT
004410     END-IF.
004420     IF WS-VFY-SEALED = "N"
004430         MOVE "UNSEALED" TO WS-VFY-RESULT
004440         GO TO 8800-EXIT
004450     END-IF.
004460     IF WS-VFY-LAST-TRL = "N"
004470         MOVE "NO TRAILER" TO WS-VFY-RESULT
004480         MOVE "Y" TO WS-VFY-FAILED
004490         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
004500         GO TO 8800-EXIT
004510     END-IF.
004520     MOVE "VERIFIED" TO WS-VFY-RESULT.
004530 8800-EXIT.
004540     EXIT.
004550
004560 8810-VERIFY-AUDIT-LINE.
004570     READ AVER-AUDIT-FILE
004580         AT END
004590             GO TO 8810-EXIT
004600     END-READ.
004610     ADD 1 TO WS-VFY-LINES.
004620     IF VAUD-TRANSITION = "TRL"
004630         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
004640         GO TO 8810-EXIT
004650     END-IF.
004660     MOVE "N" TO WS-VFY-LAST-TRL.
004670*>        Lines from before the log was sealed carry no
004680*>        sequence - tolerated only ahead of the first sealed
004690*>        line, which is where the day the change went in
004700*>        puts them.
004710     IF VAUD-SEQ IS NOT NUMERIC OR VAUD-CHECK IS NOT NUMERIC
004720         IF WS-VFY-SEALED = "Y"
004730             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
004740             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
004750         END-IF
004760         GO TO 8810-EXIT
004770     END-IF.
004780     MOVE "Y" TO WS-VFY-SEALED.
004790     IF VAUD-SEQ < WS-VFY-EXPECT-SEQ
004800         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
004810         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
004820         GO TO 8810-EXIT
004830     END-IF.
004840     IF VAUD-SEQ > WS-VFY-EXPECT-SEQ
004850         MOVE "GAP" TO WS-VFY-RESULT
004860         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
004870         GO TO 8810-EXIT
004880     END-IF.
004890     MOVE VAUD-RECORD (1:45) TO WS-CHK-LINE.
004900     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
004910     IF VAUD-CHECK NOT = WS-VFY-TOTAL
004920         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
004930         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
004940         GO TO 8810-EXIT
004950     END-IF.
004960     ADD 1 TO WS-VFY-EXPECT-SEQ.
004970 8810-EXIT.
004980     EXIT.
004990
005000 8820-VERIFY-TRAILER.
005010*>        A trailer closes off one run's lines - its count is
005020*>        the last sequence number so far and its total the
005030*>        running check total, both for the file to date.
005040     MOVE "Y" TO WS-VFY-LAST-TRL.
005050     MOVE "Y" TO WS-VFY-SEALED.
005060     ADD 1 TO WS-VFY-TRAILERS.
005070     IF VAUD-SEQ IS NOT NUMERIC OR VAUD-CHECK IS NOT NUMERIC
005080         MOVE "BAD TRAILER" TO WS-VFY-RESULT
005090         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005100         GO TO 8820-EXIT
005110     END-IF.
005120     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
005130         GIVING WS-VFY-COUNT-SEQ.
005140     IF VAUD-SEQ NOT = WS-VFY-COUNT-SEQ
005150         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
005160         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005170         GO TO 8820-EXIT
005180     END-IF.
005190     IF VAUD-CHECK NOT = WS-VFY-TOTAL
005200         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
005210         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
005220     END-IF.
005230 8820-EXIT.
005240     EXIT.
005250
005260 8830-FAIL-AT-LINE.
005270     MOVE "Y" TO WS-VFY-FAILED.
005280     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
005290 8830-EXIT.
005300     EXIT.
005310
005320 8850-ADD-LINE-CHECK.
005330     MOVE ZERO TO WS-CHK-VALUE.
005340     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
005350         VARYING WS-CHK-POS FROM 1 BY 1
005360         UNTIL WS-CHK-POS > 45.
005370     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
005380     IF WS-CHK-SUM > 999999999
005390         SUBTRACT 1000000000 FROM WS-CHK-SUM
005400     END-IF.
005410     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
005420 8850-EXIT.
005430     EXIT.
005440
005450 8860-ADD-ONE-CHARACTER.
005460     MOVE ZERO TO WS-CHK-CODE.
005470     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
005480         FOR CHARACTERS BEFORE INITIAL
005490         WS-CHK-LINE (WS-CHK-POS:1).
005500     ADD 1 TO WS-CHK-CODE.
005510     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
005520     ADD WS-CHK-WORK TO WS-CHK-VALUE.
005530 8860-EXIT.
005540     EXIT.
005550
005560 END PROGRAM GPIOAVER.

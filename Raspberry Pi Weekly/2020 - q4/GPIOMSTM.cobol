000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOMSTM
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Keyed maintenance for the indexed GPIO device
000080*>           master GPIOMST.DAT, one record at a time by
000090*>           MST-PIN-KEY, so marking the dock alarm out of
000100*>           service or logging a relamp no longer means
000110*>           editing GPIOMSTI.DAT and rebuilding the whole
000120*>           master with GPIOMSTLD.  From a console menu the
000130*>           signed-on operator can browse a pin, add a new
000140*>           record, change one, retire one (service flag to
000150*>           O - the record stays, its history with it) or
000160*>           relamp one.  A relamp sets the new installed date
000170*>           and, in the same step, zeroes the pin's lifetime
000180*>           count on GPIOUSE.DAT so the GPIOLIFE forecast
000190*>           restarts from the new lamp without anybody
000200*>           hand-editing the usage file.  Bound by the
000210*>           GPIOSEC.DAT authority levels exactly as GPIOMNT is
000220*>           - level 1 browses, level 2 updates - and every
000230*>           update is stamped to the master change history
000240*>           GPIOMCH.DAT with the operator, the date and time,
000250*>           and the record image before and after.  GPIOMSTLD
000260*>           stays for the first take-on of a new unit only.
000270*>
000280*> MODIFICATION HISTORY
000290*> DATE        BY   DESCRIPTION
000300*> ----------  ---  ---------------------------------------------
000310*> 10/15/2026  RH   Original program.
000320*>--------------------------------------------------------------
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. GPIOMSTM.
000350 AUTHOR. R HAWTHORNE.
000360 INSTALLATION. MNR-RASPBERRY-OPS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS MST-PIN-KEY
000470         FILE STATUS IS WS-MASTER-FILE-STATUS.
000480     SELECT GPIO-MSTCHG-FILE ASSIGN TO "GPIOMCH.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MSTCHG-FILE-STATUS.
000510     SELECT GPIO-USAGE-FILE ASSIGN TO "GPIOUSE.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-USAGE-FILE-STATUS.
000540     SELECT GPIO-SECURITY-FILE ASSIGN TO "GPIOSEC.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SECURITY-FILE-STATUS.
000570     SELECT GPIO-AUTH-FILE ASSIGN TO "GPIOAUT.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUTH-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  GPIO-MASTER-FILE.
000640 01  GPIO-MASTER-RECORD.
000650*>        Must stay field for field with the master FD in
000660*>        RPIwithCOBOL and GPIOMSTLD - this program rewrites
000670*>        the records the run edits against.
000680     05  MST-PIN-KEY PIC X(02).
000690     05  MST-DESC PIC X(30).
000700     05  MST-LOCATION PIC X(20).
000710     05  MST-WIRED-DATE PIC X(10).
000720     05  MST-SERVICE-FLAG PIC X(01).
000730     05  MST-OPERATOR PIC X(10).
000740     05  MST-RATED-CYCLES PIC 9(07).
000750     05  MST-INSTALLED-DATE PIC X(10).
000760     05  MST-WATTS PIC 9(05).
000770
000780 FD  GPIO-MSTCHG-FILE.
000790 01  GPIO-MSTCHG-RECORD.
000800*>        One line per add, change, retire or relamp - when,
000810*>        who, what, and the master record image before and
000820*>        after, the same shape as GPIOMNT's GPIOCHG.DAT with
000830*>        images wide enough for a whole master record.
000840     05  MCH-DATE PIC X(10).
000850     05  FILLER PIC X(01).
000860     05  MCH-TIME PIC X(08).
000870     05  FILLER PIC X(01).
000880     05  MCH-OPERATOR PIC X(10).
000890     05  FILLER PIC X(01).
000900     05  MCH-ACTION PIC X(03).
000910     05  FILLER PIC X(01).
000920     05  MCH-OLD-IMAGE PIC X(95).
000930     05  FILLER PIC X(01).
000940     05  MCH-NEW-IMAGE PIC X(95).
000950
000960 FD  GPIO-USAGE-FILE.
000970 01  GPIO-USAGE-RECORD.
000980*>        Must stay field for field with the usage FD in
000990*>        GPIOLIFE - lifetime ON cycles and the last audit day
001000*>        already counted into them.
001010     05  USE-PIN-TEXT PIC X(02).
001020     05  FILLER PIC X(01).
001030     05  USE-CYCLES PIC 9(09).
001040     05  FILLER PIC X(01).
001050     05  USE-LAST-DATE PIC X(08).
001060
001070 FD  GPIO-SECURITY-FILE.
001080 01  GPIO-SECURITY-RECORD.
001090*>        Must stay field for field with the security FD in
001100*>        GPIOMNT - 1 browse only, 2 update, 3 dispose of
001110*>        history as well.
001120     05  SEC-OPERATOR PIC X(10).
001130     05  FILLER PIC X(01).
001140     05  SEC-LEVEL PIC 9(01).
001150
001160 FD  GPIO-AUTH-FILE.
001170 01  GPIO-AUTH-RECORD.
001180*>        The authority trail, shared with GPIOMNT and GPIOHIST
001190*>        - every sign-on (failed ones included) and every
001200*>        refused action.
001210     05  AUT-DATE PIC X(10).
001220     05  FILLER PIC X(01).
001230     05  AUT-TIME PIC X(08).
001240     05  FILLER PIC X(01).
001250     05  AUT-PROGRAM PIC X(08).
001260     05  FILLER PIC X(01).
001270     05  AUT-OPERATOR PIC X(10).
001280     05  FILLER PIC X(01).
001290     05  AUT-ACTION PIC X(12).
001300     05  FILLER PIC X(01).
001310     05  AUT-RESULT PIC X(08).
001320
001330 WORKING-STORAGE SECTION.
001340*>--------------------------------------------------------------
001350*> FILE STATUS AND SWITCHES
001360*>--------------------------------------------------------------
001370 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
001380 77  WS-MSTCHG-FILE-STATUS PIC X(02) VALUE SPACES.
001390 77  WS-USAGE-FILE-STATUS PIC X(02) VALUE SPACES.
001400 77  WS-SECURITY-FILE-STATUS PIC X(02) VALUE SPACES.
001410 77  WS-AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
001420 77  WS-DONE-FLAG PIC X(01) VALUE "N".
001430 77  WS-FIELD-OK PIC X(01) VALUE "N".
001440 77  WS-ROW-ABANDONED PIC X(01) VALUE "N".
001450 77  WS-RECORD-FOUND PIC X(01) VALUE "N".
001460 77  WS-SIGNON-OK PIC X(01) VALUE "N".
001470 77  WS-OPER-LEVEL PIC 9(01) VALUE ZERO.
001480 77  WS-AUTH-ACTION PIC X(12) VALUE SPACES.
001490 77  WS-AUTH-RESULT PIC X(08) VALUE SPACES.
001500
001510*>--------------------------------------------------------------
001520*> OPERATOR, MENU CHOICE AND KEYED REPLIES.  THE KEY MODE SAYS
001530*> WHETHER A BLANK REPLY KEEPS THE CURRENT VALUE (A CHANGE) OR
001540*> IS REFUSED (AN ADD).
001550*>--------------------------------------------------------------
001560 77  WS-OPERATOR PIC X(10) VALUE SPACES.
001570 77  WS-ACTION PIC X(03) VALUE SPACES.
001580 77  WS-CHOICE PIC X(01) VALUE SPACE.
001590 77  WS-REPLY PIC X(30) VALUE SPACES.
001600 77  WS-KEY-MODE PIC X(01) VALUE "A".
001610 77  WS-EDIT-PIN PIC 9(02) VALUE ZERO.
001620 77  WS-MIN-HEADER-PIN PIC 9(02) VALUE 2.
001630 77  WS-MAX-HEADER-PIN PIC 9(02) VALUE 27.
001640
001650*>--------------------------------------------------------------
001660*> THE MASTER RECORD BEING BUILT OR CHANGED, FIELD BY FIELD, AND
001670*> THE IMAGE IT HAD BEFORE FOR THE CHANGE HISTORY
001680*>--------------------------------------------------------------
001690 01  WS-WORK-MASTER.
001700     05  WS-WRK-PIN PIC X(02).
001710     05  WS-WRK-DESC PIC X(30).
001720     05  WS-WRK-LOCATION PIC X(20).
001730     05  WS-WRK-WIRED-DATE PIC X(10).
001740     05  WS-WRK-SERVICE-FLAG PIC X(01).
001750     05  WS-WRK-OPERATOR PIC X(10).
001760     05  WS-WRK-RATED-CYCLES PIC 9(07).
001770     05  WS-WRK-INSTALLED-DATE PIC X(10).
001780     05  WS-WRK-WATTS PIC 9(05).
001790 01  WS-OLD-IMAGE PIC X(95) VALUE SPACES.
001800
001810*>--------------------------------------------------------------
001820*> DATE EDIT AREA - A KEYED DATE MUST READ YYYY-MM-DD LIKE THE
001830*> DATES GPIOMSTLD LOADS
001840*>--------------------------------------------------------------
001850 01  WS-DATE-EDIT PIC X(10) VALUE SPACES.
001860 01  WS-DATE-EDIT-R REDEFINES WS-DATE-EDIT.
001870     05  WS-DE-YYYY PIC X(04).
001880     05  WS-DE-DASH1 PIC X(01).
001890     05  WS-DE-MM PIC X(02).
001900     05  WS-DE-DASH2 PIC X(01).
001910     05  WS-DE-DD PIC X(02).
001920 77  WS-DE-NUM PIC 9(02) VALUE ZERO.
001930 77  WS-DATE-OK PIC X(01) VALUE "N".
001940
001950*>--------------------------------------------------------------
001960*> THE USAGE FILE HELD WHOLE FOR A RELAMP - LINE IMAGES EXACTLY
001970*> AS THEY SIT IN GPIOUSE.DAT, REWRITTEN WHOLE AS GPIOLIFE DOES,
001980*> AND THE LAST-COUNTED DAY THE NEW LAMP STARTS AFTER
001990*>--------------------------------------------------------------
002000 77  WS-MAX-USAGE PIC 9(03) VALUE 30.
002010 77  WS-USAGE-COUNT PIC 9(03) VALUE ZERO.
002020 77  WS-USAGE-IDX PIC 9(03) VALUE ZERO.
002030 77  WS-USAGE-FOUND PIC 9(03) VALUE ZERO.
002040 01  WS-USAGE-TABLE.
002050     05  WS-USAGE-IMAGE PIC X(21) OCCURS 30 TIMES.
002060 01  WS-USAGE-WORK.
002070     05  WS-UW-PIN PIC X(02).
002080     05  FILLER PIC X(01).
002090     05  WS-UW-CYCLES PIC 9(09).
002100     05  FILLER PIC X(01).
002110     05  WS-UW-LAST-DATE PIC X(08).
002120 01  WS-RELAMP-DATE PIC 9(08) VALUE ZERO.
002130 01  WS-RELAMP-DATE-R REDEFINES WS-RELAMP-DATE.
002140     05  WS-RLP-YYYY PIC 9(04).
002150     05  WS-RLP-MM PIC 9(02).
002160     05  WS-RLP-DD PIC 9(02).
002170 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
002180 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
002190 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
002200
002210*>--------------------------------------------------------------
002220*> DATE AND TIME STAMPS FOR THE CHANGE HISTORY
002230*>--------------------------------------------------------------
002240 01  WS-TODAY PIC 9(08) VALUE ZERO.
002250 01  WS-TODAY-R REDEFINES WS-TODAY.
002260     05  WS-TODAY-YYYY PIC 9(04).
002270     05  WS-TODAY-MM PIC 9(02).
002280     05  WS-TODAY-DD PIC 9(02).
002290 01  WS-NOW PIC 9(08) VALUE ZERO.
002300 01  WS-NOW-R REDEFINES WS-NOW.
002310     05  WS-NOW-HH PIC 9(02).
002320     05  WS-NOW-MM PIC 9(02).
002330     05  WS-NOW-SS PIC 9(02).
002340     05  WS-NOW-CC PIC 9(02).
002350 01  WS-TODAY-TEXT PIC X(10) VALUE SPACES.
002360
002370 PROCEDURE DIVISION.
002380
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002420         UNTIL WS-DONE-FLAG = "Y".
002430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002440     STOP RUN.
002450
002460 1000-INITIALIZE.
002470     DISPLAY "GPIOMSTM - GPIO DEVICE MASTER MAINTENANCE".
002480     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002490     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
002500         DELIMITED BY SIZE INTO WS-TODAY-TEXT.
002510     PERFORM 1100-SIGN-ON THRU 1100-EXIT
002520         UNTIL WS-SIGNON-OK = "Y".
002530*>        The master is opened I-O for the whole session - each
002540*>        transaction is a single keyed WRITE or REWRITE, so
002550*>        there is nothing to save at the end and nothing lost
002560*>        if the session is cut short.
002570     OPEN I-O GPIO-MASTER-FILE.
002580     IF WS-MASTER-FILE-STATUS NOT = "00"
002590         DISPLAY "*** GPIOMST.DAT COULD NOT BE OPENED - "
002600             "STATUS " WS-MASTER-FILE-STATUS " ***"
002610         DISPLAY "A NEW UNIT'S MASTER IS BUILT WITH GPIOMSTLD "
002620             "FIRST"
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660 1000-EXIT.
002670     EXIT.
002680
002690 1100-SIGN-ON.
002700*>        Every master change hangs off this answer, so a blank
002710*>        id is not accepted and neither is one the security
002720*>        file does not know.  Every attempt, good or bad, lands
002730*>        on the authority trail.
002740     DISPLAY "OPERATOR ID:".
002750     ACCEPT WS-OPERATOR.
002760     IF WS-OPERATOR = SPACES
002770         DISPLAY "OPERATOR ID CANNOT BE BLANK"
002780         GO TO 1100-EXIT
002790     END-IF.
002800     PERFORM 1150-CHECK-OPERATOR THRU 1150-EXIT.
002810     MOVE "SIGN-ON" TO WS-AUTH-ACTION.
002820     IF WS-OPER-LEVEL > ZERO
002830         MOVE "Y" TO WS-SIGNON-OK
002840         MOVE "ALLOWED" TO WS-AUTH-RESULT
002850         DISPLAY "SIGNED ON AT AUTHORITY LEVEL "
002860             WS-OPER-LEVEL
002870     ELSE
002880         MOVE "DENIED" TO WS-AUTH-RESULT
002890         DISPLAY "OPERATOR " WS-OPERATOR
002900             " IS NOT ON THE SECURITY FILE"
002910     END-IF.
002920     PERFORM 8500-WRITE-AUTH-TRAIL THRU 8500-EXIT.
002930 1100-EXIT.
002940     EXIT.
002950
002960 1150-CHECK-OPERATOR.
002970*>        Scans GPIOSEC.DAT for the keyed id and leaves the
002980*>        authority level, zero when the id is not on file.
002990*>        No security file at all fails closed, exactly as
003000*>        GPIOMNT does.
003010     MOVE ZERO TO WS-OPER-LEVEL.
003020     OPEN INPUT GPIO-SECURITY-FILE.
003030     IF WS-SECURITY-FILE-STATUS NOT = "00"
003040         DISPLAY "*** GPIOSEC.DAT COULD NOT BE OPENED - "
003050             "STATUS " WS-SECURITY-FILE-STATUS " ***"
003060         DISPLAY "NO OPERATOR CAN BE CHECKED - SET UP THE "
003070             "SECURITY FILE FIRST"
003080         MOVE 8 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     PERFORM 1160-READ-SECURITY-RECORD THRU 1160-EXIT
003120         UNTIL WS-SECURITY-FILE-STATUS NOT = "00".
003130     CLOSE GPIO-SECURITY-FILE.
003140 1150-EXIT.
003150     EXIT.
003160
003170 1160-READ-SECURITY-RECORD.
003180     READ GPIO-SECURITY-FILE
003190         AT END
003200             GO TO 1160-EXIT
003210     END-READ.
003220     IF SEC-OPERATOR = WS-OPERATOR
003230        AND SEC-LEVEL IS NUMERIC
003240         MOVE SEC-LEVEL TO WS-OPER-LEVEL
003250     END-IF.
003260 1160-EXIT.
003270     EXIT.
003280
003290 2000-SHOW-MENU.
003300     DISPLAY " ".
003310     DISPLAY "B BROWSE  A ADD  C CHANGE  R RETIRE  L RELAMP  "
003320         "Q QUIT".
003330     DISPLAY "CHOICE:".
003340     ACCEPT WS-CHOICE.
003350     IF WS-CHOICE = "B" OR WS-CHOICE = "b"
003360         PERFORM 3000-BROWSE-PIN THRU 3000-EXIT
003370     ELSE
003380     IF WS-CHOICE = "A" OR WS-CHOICE = "a"
003390         IF WS-OPER-LEVEL < 2
003400             MOVE "ADD MASTER" TO WS-AUTH-ACTION
003410             PERFORM 2100-REFUSE-ACTION THRU 2100-EXIT
003420         ELSE
003430             PERFORM 4000-ADD-MASTER THRU 4000-EXIT
003440         END-IF
003450     ELSE
003460     IF WS-CHOICE = "C" OR WS-CHOICE = "c"
003470         IF WS-OPER-LEVEL < 2
003480             MOVE "CHG MASTER" TO WS-AUTH-ACTION
003490             PERFORM 2100-REFUSE-ACTION THRU 2100-EXIT
003500         ELSE
003510             PERFORM 5000-CHANGE-MASTER THRU 5000-EXIT
003520         END-IF
003530     ELSE
003540     IF WS-CHOICE = "R" OR WS-CHOICE = "r"
003550         IF WS-OPER-LEVEL < 2
003560             MOVE "RETIRE PIN" TO WS-AUTH-ACTION
003570             PERFORM 2100-REFUSE-ACTION THRU 2100-EXIT
003580         ELSE
003590             PERFORM 6000-RETIRE-MASTER THRU 6000-EXIT
003600         END-IF
003610     ELSE
003620     IF WS-CHOICE = "L" OR WS-CHOICE = "l"
003630         IF WS-OPER-LEVEL < 2
003640             MOVE "RELAMP PIN" TO WS-AUTH-ACTION
003650             PERFORM 2100-REFUSE-ACTION THRU 2100-EXIT
003660         ELSE
003670             PERFORM 7000-RELAMP-MASTER THRU 7000-EXIT
003680         END-IF
003690     ELSE
003700     IF WS-CHOICE = "Q" OR WS-CHOICE = "q"
003710         MOVE "Y" TO WS-DONE-FLAG
003720     ELSE
003730         DISPLAY "CHOICE NOT RECOGNISED"
003740     END-IF
003750     END-IF
003760     END-IF
003770     END-IF
003780     END-IF
003790     END-IF.
003800 2000-EXIT.
003810     EXIT.
003820
003830 2100-REFUSE-ACTION.
003840*>        Level 1 can look but not touch - the refusal goes on
003850*>        the authority trail with the action that was tried.
003860     DISPLAY "AUTHORITY LEVEL " WS-OPER-LEVEL
003870         " CANNOT UPDATE THE MASTER - ACTION REFUSED".
003880     MOVE "DENIED" TO WS-AUTH-RESULT.
003890     PERFORM 8500-WRITE-AUTH-TRAIL THRU 8500-EXIT.
003900 2100-EXIT.
003910     EXIT.
003920
003930 2500-ASK-PIN-KEY.
003940*>        Leaves the keyed pin in WS-WRK-PIN with the master
003950*>        record read into the FD when one exists - WS-RECORD-
003960*>        FOUND says which.  A / sets WS-ROW-ABANDONED.
003970     MOVE "N" TO WS-ROW-ABANDONED.
003980     MOVE "N" TO WS-RECORD-FOUND.
003990     MOVE "N" TO WS-FIELD-OK.
004000     PERFORM 4510-KEY-PIN THRU 4510-EXIT
004010         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
004020     IF WS-ROW-ABANDONED = "Y"
004030         GO TO 2500-EXIT
004040     END-IF.
004050     MOVE WS-WRK-PIN TO MST-PIN-KEY.
004060     READ GPIO-MASTER-FILE
004070         INVALID KEY
004080             MOVE "N" TO WS-RECORD-FOUND
004090         NOT INVALID KEY
004100             MOVE "Y" TO WS-RECORD-FOUND
004110     END-READ.
004120 2500-EXIT.
004130     EXIT.
004140
004150 3000-BROWSE-PIN.
004160     PERFORM 2500-ASK-PIN-KEY THRU 2500-EXIT.
004170     IF WS-ROW-ABANDONED = "Y"
004180         GO TO 3000-EXIT
004190     END-IF.
004200     IF WS-RECORD-FOUND = "N"
004210         DISPLAY "PIN " WS-WRK-PIN " IS NOT ON THE MASTER"
004220         GO TO 3000-EXIT
004230     END-IF.
004240     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
004250 3000-EXIT.
004260     EXIT.
004270
004280 3100-SHOW-MASTER.
004290     DISPLAY "PIN          " MST-PIN-KEY.
004300     DISPLAY "DESCRIPTION  " MST-DESC.
004310     DISPLAY "LOCATION     " MST-LOCATION.
004320     DISPLAY "WIRED        " MST-WIRED-DATE.
004330     DISPLAY "SERVICE FLAG " MST-SERVICE-FLAG.
004340     DISPLAY "OWNER        " MST-OPERATOR.
004350     DISPLAY "RATED CYCLES " MST-RATED-CYCLES.
004360     DISPLAY "INSTALLED    " MST-INSTALLED-DATE.
004370     DISPLAY "WATTS        " MST-WATTS.
004380 3100-EXIT.
004390     EXIT.
004400
004410 4000-ADD-MASTER.
004420     PERFORM 2500-ASK-PIN-KEY THRU 2500-EXIT.
004430     IF WS-ROW-ABANDONED = "Y"
004440         DISPLAY "ADD ABANDONED"
004450         GO TO 4000-EXIT
004460     END-IF.
004470     IF WS-RECORD-FOUND = "Y"
004480         DISPLAY "PIN " WS-WRK-PIN " IS ALREADY ON THE MASTER "
004490             "- USE C TO CHANGE IT"
004500         GO TO 4000-EXIT
004510     END-IF.
004520     MOVE "A" TO WS-KEY-MODE.
004530     MOVE SPACES TO WS-WRK-DESC WS-WRK-LOCATION
004540         WS-WRK-WIRED-DATE WS-WRK-SERVICE-FLAG WS-WRK-OPERATOR
004550         WS-WRK-INSTALLED-DATE.
004560     MOVE ZERO TO WS-WRK-RATED-CYCLES WS-WRK-WATTS.
004570     PERFORM 4500-KEY-MASTER-FIELDS THRU 4500-EXIT.
004580     IF WS-ROW-ABANDONED = "Y"
004590         DISPLAY "ADD ABANDONED"
004600         GO TO 4000-EXIT
004610     END-IF.
004620     MOVE WS-WORK-MASTER TO GPIO-MASTER-RECORD.
004630     WRITE GPIO-MASTER-RECORD
004640         INVALID KEY
004650             DISPLAY "*** PIN " WS-WRK-PIN " COULD NOT BE "
004660                 "ADDED - STATUS " WS-MASTER-FILE-STATUS " ***"
004670             GO TO 4000-EXIT
004680     END-WRITE.
004690     MOVE SPACES TO WS-OLD-IMAGE.
004700     MOVE "ADD" TO WS-ACTION.
004710     PERFORM 8000-WRITE-CHANGE-HISTORY THRU 8000-EXIT.
004720     DISPLAY "PIN " WS-WRK-PIN " ADDED TO THE MASTER".
004730 4000-EXIT.
004740     EXIT.
004750
004760 4500-KEY-MASTER-FIELDS.
004770*>        Each field is asked for and edited on the spot - a
004780*>        bad answer re-prompts, a / abandons the whole record.
004790*>        On a change a blank answer keeps what is there, so
004800*>        only the fields being corrected need keying.
004810     MOVE "N" TO WS-ROW-ABANDONED.
004820     MOVE "N" TO WS-FIELD-OK.
004830     PERFORM 4520-KEY-DESC THRU 4520-EXIT
004840         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
004850     IF WS-ROW-ABANDONED = "Y"
004860         GO TO 4500-EXIT
004870     END-IF.
004880     MOVE "N" TO WS-FIELD-OK.
004890     PERFORM 4530-KEY-LOCATION THRU 4530-EXIT
004900         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
004910     IF WS-ROW-ABANDONED = "Y"
004920         GO TO 4500-EXIT
004930     END-IF.
004940     MOVE "N" TO WS-FIELD-OK.
004950     PERFORM 4540-KEY-WIRED-DATE THRU 4540-EXIT
004960         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
004970     IF WS-ROW-ABANDONED = "Y"
004980         GO TO 4500-EXIT
004990     END-IF.
005000     MOVE "N" TO WS-FIELD-OK.
005010     PERFORM 4550-KEY-SERVICE-FLAG THRU 4550-EXIT
005020         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
005030     IF WS-ROW-ABANDONED = "Y"
005040         GO TO 4500-EXIT
005050     END-IF.
005060     MOVE "N" TO WS-FIELD-OK.
005070     PERFORM 4560-KEY-OWNER THRU 4560-EXIT
005080         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
005090     IF WS-ROW-ABANDONED = "Y"
005100         GO TO 4500-EXIT
005110     END-IF.
005120     MOVE "N" TO WS-FIELD-OK.
005130     PERFORM 4570-KEY-RATED-CYCLES THRU 4570-EXIT
005140         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
005150     IF WS-ROW-ABANDONED = "Y"
005160         GO TO 4500-EXIT
005170     END-IF.
005180     MOVE "N" TO WS-FIELD-OK.
005190     PERFORM 4580-KEY-INSTALLED-DATE THRU 4580-EXIT
005200         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
005210     IF WS-ROW-ABANDONED = "Y"
005220         GO TO 4500-EXIT
005230     END-IF.
005240     MOVE "N" TO WS-FIELD-OK.
005250     PERFORM 4590-KEY-WATTS THRU 4590-EXIT
005260         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
005270 4500-EXIT.
005280     EXIT.
005290
005300 4510-KEY-PIN.
005310     MOVE "N" TO WS-FIELD-OK.
005320     DISPLAY "PIN (02-27, / TO ABANDON):".
005330     MOVE SPACES TO WS-REPLY.
005340     ACCEPT WS-REPLY.
005350     IF WS-REPLY = "/"
005360         MOVE "Y" TO WS-ROW-ABANDONED
005370         GO TO 4510-EXIT
005380     END-IF.
005390     IF WS-REPLY (1:2) IS NOT NUMERIC
005400         DISPLAY "PIN MUST BE TWO DIGITS"
005410         GO TO 4510-EXIT
005420     END-IF.
005430     MOVE WS-REPLY (1:2) TO WS-EDIT-PIN.
005440     IF WS-EDIT-PIN < WS-MIN-HEADER-PIN
005450        OR WS-EDIT-PIN > WS-MAX-HEADER-PIN
005460         DISPLAY "PIN IS NOT ON THE HEADER (02-27)"
005470         GO TO 4510-EXIT
005480     END-IF.
005490     MOVE WS-REPLY (1:2) TO WS-WRK-PIN.
005500     MOVE "Y" TO WS-FIELD-OK.
005510 4510-EXIT.
005520     EXIT.
005530
005540 4520-KEY-DESC.
005550     MOVE "N" TO WS-FIELD-OK.
005560     IF WS-KEY-MODE = "C"
005570         DISPLAY "DESCRIPTION (BLANK KEEPS " WS-WRK-DESC
005580             ", / TO ABANDON):"
005590     ELSE
005600         DISPLAY "DESCRIPTION (UP TO 30 CHARACTERS, "
005610             "/ TO ABANDON):"
005620     END-IF.
005630     MOVE SPACES TO WS-REPLY.
005640     ACCEPT WS-REPLY.
005650     IF WS-REPLY = "/"
005660         MOVE "Y" TO WS-ROW-ABANDONED
005670         GO TO 4520-EXIT
005680     END-IF.
005690     IF WS-REPLY = SPACES
005700         IF WS-KEY-MODE = "C"
005710             MOVE "Y" TO WS-FIELD-OK
005720         ELSE
005730             DISPLAY "DESCRIPTION CANNOT BE BLANK"
005740         END-IF
005750         GO TO 4520-EXIT
005760     END-IF.
005770     MOVE WS-REPLY TO WS-WRK-DESC.
005780     MOVE "Y" TO WS-FIELD-OK.
005790 4520-EXIT.
005800     EXIT.
005810
005820 4530-KEY-LOCATION.
005830     MOVE "N" TO WS-FIELD-OK.
005840     IF WS-KEY-MODE = "C"
005850         DISPLAY "LOCATION (BLANK KEEPS " WS-WRK-LOCATION
005860             ", / TO ABANDON):"
005870     ELSE
005880         DISPLAY "LOCATION (UP TO 20 CHARACTERS, "
005890             "/ TO ABANDON):"
005900     END-IF.
005910     MOVE SPACES TO WS-REPLY.
005920     ACCEPT WS-REPLY.
005930     IF WS-REPLY = "/"
005940         MOVE "Y" TO WS-ROW-ABANDONED
005950         GO TO 4530-EXIT
005960     END-IF.
005970*>        The location is what GPIOCOST rolls the recharge up
005980*>        by, so a new device must say where it is.
005990     IF WS-REPLY = SPACES
006000         IF WS-KEY-MODE = "C"
006010             MOVE "Y" TO WS-FIELD-OK
006020         ELSE
006030             DISPLAY "LOCATION CANNOT BE BLANK"
006040         END-IF
006050         GO TO 4530-EXIT
006060     END-IF.
006070     IF WS-REPLY (21:10) NOT = SPACES
006080         DISPLAY "LOCATION IS LONGER THAN 20 CHARACTERS"
006090         GO TO 4530-EXIT
006100     END-IF.
006110     MOVE WS-REPLY (1:20) TO WS-WRK-LOCATION.
006120     MOVE "Y" TO WS-FIELD-OK.
006130 4530-EXIT.
006140     EXIT.
006150
006160 4540-KEY-WIRED-DATE.
006170     MOVE "N" TO WS-FIELD-OK.
006180     IF WS-KEY-MODE = "C"
006190         DISPLAY "WIRED DATE YYYY-MM-DD (BLANK KEEPS "
006200             WS-WRK-WIRED-DATE ", / TO ABANDON):"
006210     ELSE
006220         DISPLAY "WIRED DATE YYYY-MM-DD (BLANK FOR TODAY, "
006230             "/ TO ABANDON):"
006240     END-IF.
006250     MOVE SPACES TO WS-REPLY.
006260     ACCEPT WS-REPLY.
006270     IF WS-REPLY = "/"
006280         MOVE "Y" TO WS-ROW-ABANDONED
006290         GO TO 4540-EXIT
006300     END-IF.
006310     IF WS-REPLY = SPACES
006320         IF WS-KEY-MODE = "A"
006330             MOVE WS-TODAY-TEXT TO WS-WRK-WIRED-DATE
006340         END-IF
006350         MOVE "Y" TO WS-FIELD-OK
006360         GO TO 4540-EXIT
006370     END-IF.
006380     PERFORM 8200-EDIT-KEYED-DATE THRU 8200-EXIT.
006390     IF WS-DATE-OK = "N"
006400         GO TO 4540-EXIT
006410     END-IF.
006420     MOVE WS-DATE-EDIT TO WS-WRK-WIRED-DATE.
006430     MOVE "Y" TO WS-FIELD-OK.
006440 4540-EXIT.
006450     EXIT.
006460
006470 4550-KEY-SERVICE-FLAG.
006480     MOVE "N" TO WS-FIELD-OK.
006490     IF WS-KEY-MODE = "C"
006500         DISPLAY "SERVICE FLAG I OR O (BLANK KEEPS "
006510             WS-WRK-SERVICE-FLAG ", / TO ABANDON):"
006520     ELSE
006530         DISPLAY "SERVICE FLAG I OR O (BLANK FOR I, "
006540             "/ TO ABANDON):"
006550     END-IF.
006560     MOVE SPACES TO WS-REPLY.
006570     ACCEPT WS-REPLY.
006580     IF WS-REPLY = "/"
006590         MOVE "Y" TO WS-ROW-ABANDONED
006600         GO TO 4550-EXIT
006610     END-IF.
006620     IF WS-REPLY = SPACES
006630         IF WS-KEY-MODE = "A"
006640             MOVE "I" TO WS-WRK-SERVICE-FLAG
006650         END-IF
006660         MOVE "Y" TO WS-FIELD-OK
006670         GO TO 4550-EXIT
006680     END-IF.
006690     IF WS-REPLY = "i"
006700         MOVE "I" TO WS-REPLY
006710     END-IF.
006720     IF WS-REPLY = "o"
006730         MOVE "O" TO WS-REPLY
006740     END-IF.
006750     IF WS-REPLY NOT = "I" AND WS-REPLY NOT = "O"
006760         DISPLAY "SERVICE FLAG MUST BE I OR O"
006770         GO TO 4550-EXIT
006780     END-IF.
006790     MOVE WS-REPLY (1:1) TO WS-WRK-SERVICE-FLAG.
006800     MOVE "Y" TO WS-FIELD-OK.
006810 4550-EXIT.
006820     EXIT.
006830
006840 4560-KEY-OWNER.
006850     MOVE "N" TO WS-FIELD-OK.
006860     IF WS-KEY-MODE = "C"
006870         DISPLAY "OWNING OPERATOR (BLANK KEEPS "
006880             WS-WRK-OPERATOR ", / TO ABANDON):"
006890     ELSE
006900         DISPLAY "OWNING OPERATOR (BLANK FOR " WS-OPERATOR
006910             ", / TO ABANDON):"
006920     END-IF.
006930     MOVE SPACES TO WS-REPLY.
006940     ACCEPT WS-REPLY.
006950     IF WS-REPLY = "/"
006960         MOVE "Y" TO WS-ROW-ABANDONED
006970         GO TO 4560-EXIT
006980     END-IF.
006990     IF WS-REPLY = SPACES
007000         IF WS-KEY-MODE = "A"
007010             MOVE WS-OPERATOR TO WS-WRK-OPERATOR
007020         END-IF
007030         MOVE "Y" TO WS-FIELD-OK
007040         GO TO 4560-EXIT
007050     END-IF.
007060     IF WS-REPLY (11:20) NOT = SPACES
007070         DISPLAY "OPERATOR ID IS LONGER THAN 10 CHARACTERS"
007080         GO TO 4560-EXIT
007090     END-IF.
007100     MOVE WS-REPLY (1:10) TO WS-WRK-OPERATOR.
007110     MOVE "Y" TO WS-FIELD-OK.
007120 4560-EXIT.
007130     EXIT.
007140
007150 4570-KEY-RATED-CYCLES.
007160*>        Seven digits, leading zeroes keyed, the same as the
007170*>        take-on row - zero means an unrated device and
007180*>        GPIOLIFE skips its forecast.
007190     MOVE "N" TO WS-FIELD-OK.
007200     IF WS-KEY-MODE = "C"
007210         DISPLAY "RATED CYCLES NNNNNNN (BLANK KEEPS "
007220             WS-WRK-RATED-CYCLES ", / TO ABANDON):"
007230     ELSE
007240         DISPLAY "RATED CYCLES NNNNNNN (BLANK FOR UNRATED, "
007250             "/ TO ABANDON):"
007260     END-IF.
007270     MOVE SPACES TO WS-REPLY.
007280     ACCEPT WS-REPLY.
007290     IF WS-REPLY = "/"
007300         MOVE "Y" TO WS-ROW-ABANDONED
007310         GO TO 4570-EXIT
007320     END-IF.
007330     IF WS-REPLY = SPACES
007340         MOVE "Y" TO WS-FIELD-OK
007350         GO TO 4570-EXIT
007360     END-IF.
007370     IF WS-REPLY (1:7) IS NOT NUMERIC
007380        OR WS-REPLY (8:23) NOT = SPACES
007390         DISPLAY "RATED CYCLES MUST BE SEVEN DIGITS"
007400         GO TO 4570-EXIT
007410     END-IF.
007420     MOVE WS-REPLY (1:7) TO WS-WRK-RATED-CYCLES.
007430     MOVE "Y" TO WS-FIELD-OK.
007440 4570-EXIT.
007450     EXIT.
007460
007470 4580-KEY-INSTALLED-DATE.
007480*>        A new lamp in an existing device is a relamp (L), not
007490*>        a change - the relamp also restarts the lifetime
007500*>        count, which a bare date change here would not.
007510     MOVE "N" TO WS-FIELD-OK.
007520     IF WS-KEY-MODE = "C"
007530         DISPLAY "INSTALLED DATE YYYY-MM-DD (BLANK KEEPS "
007540             WS-WRK-INSTALLED-DATE ", / TO ABANDON):"
007550     ELSE
007560         DISPLAY "INSTALLED DATE YYYY-MM-DD (BLANK FOR WIRED "
007570             "DATE, / TO ABANDON):"
007580     END-IF.
007590     MOVE SPACES TO WS-REPLY.
007600     ACCEPT WS-REPLY.
007610     IF WS-REPLY = "/"
007620         MOVE "Y" TO WS-ROW-ABANDONED
007630         GO TO 4580-EXIT
007640     END-IF.
007650     IF WS-REPLY = SPACES
007660         IF WS-KEY-MODE = "A"
007670             MOVE WS-WRK-WIRED-DATE TO WS-WRK-INSTALLED-DATE
007680         END-IF
007690         MOVE "Y" TO WS-FIELD-OK
007700         GO TO 4580-EXIT
007710     END-IF.
007720     PERFORM 8200-EDIT-KEYED-DATE THRU 8200-EXIT.
007730     IF WS-DATE-OK = "N"
007740         GO TO 4580-EXIT
007750     END-IF.
007760     MOVE WS-DATE-EDIT TO WS-WRK-INSTALLED-DATE.
007770     MOVE "Y" TO WS-FIELD-OK.
007780 4580-EXIT.
007790     EXIT.
007800
007810 4590-KEY-WATTS.
007820     MOVE "N" TO WS-FIELD-OK.
007830     IF WS-KEY-MODE = "C"
007840         DISPLAY "WATTS NNNNN (BLANK KEEPS " WS-WRK-WATTS
007850             ", / TO ABANDON):"
007860     ELSE
007870         DISPLAY "WATTS NNNNN (BLANK FOR UNMETERED, "
007880             "/ TO ABANDON):"
007890     END-IF.
007900     MOVE SPACES TO WS-REPLY.
007910     ACCEPT WS-REPLY.
007920     IF WS-REPLY = "/"
007930         MOVE "Y" TO WS-ROW-ABANDONED
007940         GO TO 4590-EXIT
007950     END-IF.
007960     IF WS-REPLY = SPACES
007970         MOVE "Y" TO WS-FIELD-OK
007980         GO TO 4590-EXIT
007990     END-IF.
008000     IF WS-REPLY (1:5) IS NOT NUMERIC
008010        OR WS-REPLY (6:25) NOT = SPACES
008020         DISPLAY "WATTS MUST BE FIVE DIGITS"
008030         GO TO 4590-EXIT
008040     END-IF.
008050     MOVE WS-REPLY (1:5) TO WS-WRK-WATTS.
008060     MOVE "Y" TO WS-FIELD-OK.
008070 4590-EXIT.
008080     EXIT.
008090
008100 5000-CHANGE-MASTER.
008110     PERFORM 2500-ASK-PIN-KEY THRU 2500-EXIT.
008120     IF WS-ROW-ABANDONED = "Y"
008130         DISPLAY "CHANGE ABANDONED"
008140         GO TO 5000-EXIT
008150     END-IF.
008160     IF WS-RECORD-FOUND = "N"
008170         DISPLAY "PIN " WS-WRK-PIN " IS NOT ON THE MASTER "
008180             "- USE A TO ADD IT"
008190         GO TO 5000-EXIT
008200     END-IF.
008210     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
008220     MOVE GPIO-MASTER-RECORD TO WS-OLD-IMAGE.
008230     MOVE GPIO-MASTER-RECORD TO WS-WORK-MASTER.
008240     MOVE "C" TO WS-KEY-MODE.
008250     PERFORM 4500-KEY-MASTER-FIELDS THRU 4500-EXIT.
008260     IF WS-ROW-ABANDONED = "Y"
008270         DISPLAY "CHANGE ABANDONED"
008280         GO TO 5000-EXIT
008290     END-IF.
008300     IF WS-WORK-MASTER = WS-OLD-IMAGE
008310         DISPLAY "NOTHING CHANGED - MASTER LEFT AS IT WAS"
008320         GO TO 5000-EXIT
008330     END-IF.
008340     MOVE "CHG" TO WS-ACTION.
008350     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT.
008360 5000-EXIT.
008370     EXIT.
008380
008390 6000-RETIRE-MASTER.
008400*>        Retiring takes the device out of service rather than
008410*>        deleting it - the master record still answers for the
008420*>        history the audit and cost files hold against the pin.
008430     PERFORM 2500-ASK-PIN-KEY THRU 2500-EXIT.
008440     IF WS-ROW-ABANDONED = "Y"
008450         GO TO 6000-EXIT
008460     END-IF.
008470     IF WS-RECORD-FOUND = "N"
008480         DISPLAY "PIN " WS-WRK-PIN " IS NOT ON THE MASTER"
008490         GO TO 6000-EXIT
008500     END-IF.
008510     IF MST-SERVICE-FLAG = "O"
008520         DISPLAY "PIN " WS-WRK-PIN " IS ALREADY OUT OF SERVICE"
008530         GO TO 6000-EXIT
008540     END-IF.
008550     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
008560     DISPLAY "CONFIRM RETIRE (Y):".
008570     MOVE SPACES TO WS-REPLY.
008580     ACCEPT WS-REPLY.
008590     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
008600         DISPLAY "RETIRE ABANDONED"
008610         GO TO 6000-EXIT
008620     END-IF.
008630     MOVE GPIO-MASTER-RECORD TO WS-OLD-IMAGE.
008640     MOVE GPIO-MASTER-RECORD TO WS-WORK-MASTER.
008650     MOVE "O" TO WS-WRK-SERVICE-FLAG.
008660     MOVE "RET" TO WS-ACTION.
008670     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT.
008680*>        The pre-run edit rejects any control row whose pin is
008690*>        out of service (E011) and then refuses the whole run,
008700*>        so the operator is told to take the rows out too.
008710     DISPLAY "REMOVE PIN " WS-WRK-PIN " FROM THE CONTROL "
008720         "TABLES WITH GPIOMNT - THE RUN EDIT REJECTS ROWS "
008730         "FOR AN OUT OF SERVICE PIN".
008740 6000-EXIT.
008750     EXIT.
008760
008770 7000-RELAMP-MASTER.
008780*>        A relamp is two updates that must travel together -
008790*>        the new installed date on the master and a zero
008800*>        lifetime count on GPIOUSE.DAT - or GPIOLIFE goes on
008810*>        forecasting the old lamp's wear against the new one.
008820     PERFORM 2500-ASK-PIN-KEY THRU 2500-EXIT.
008830     IF WS-ROW-ABANDONED = "Y"
008840         GO TO 7000-EXIT
008850     END-IF.
008860     IF WS-RECORD-FOUND = "N"
008870         DISPLAY "PIN " WS-WRK-PIN " IS NOT ON THE MASTER"
008880         GO TO 7000-EXIT
008890     END-IF.
008900     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
008910     MOVE GPIO-MASTER-RECORD TO WS-OLD-IMAGE.
008920     MOVE GPIO-MASTER-RECORD TO WS-WORK-MASTER.
008930     MOVE "N" TO WS-FIELD-OK.
008940     MOVE "N" TO WS-ROW-ABANDONED.
008950     PERFORM 7100-KEY-RELAMP-DATE THRU 7100-EXIT
008960         UNTIL WS-FIELD-OK = "Y" OR WS-ROW-ABANDONED = "Y".
008970     IF WS-ROW-ABANDONED = "Y"
008980         DISPLAY "RELAMP ABANDONED"
008990         GO TO 7000-EXIT
009000     END-IF.
009010     DISPLAY "CONFIRM RELAMP OF PIN " WS-WRK-PIN " ON "
009020         WS-WRK-INSTALLED-DATE " (Y):".
009030     MOVE SPACES TO WS-REPLY.
009040     ACCEPT WS-REPLY.
009050     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
009060         DISPLAY "RELAMP ABANDONED"
009070         GO TO 7000-EXIT
009080     END-IF.
009090     MOVE "RLP" TO WS-ACTION.
009100     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT.
009110     IF WS-MASTER-FILE-STATUS NOT = "00"
009120         GO TO 7000-EXIT
009130     END-IF.
009140     PERFORM 7200-ZERO-USAGE-COUNT THRU 7200-EXIT.
009150 7000-EXIT.
009160     EXIT.
009170
009180 7100-KEY-RELAMP-DATE.
009190     MOVE "N" TO WS-FIELD-OK.
009200     DISPLAY "NEW LAMP INSTALLED YYYY-MM-DD (BLANK FOR TODAY, "
009210         "/ TO ABANDON):".
009220     MOVE SPACES TO WS-REPLY.
009230     ACCEPT WS-REPLY.
009240     IF WS-REPLY = "/"
009250         MOVE "Y" TO WS-ROW-ABANDONED
009260         GO TO 7100-EXIT
009270     END-IF.
009280     IF WS-REPLY = SPACES
009290         MOVE WS-TODAY-TEXT TO WS-REPLY
009300     END-IF.
009310     PERFORM 8200-EDIT-KEYED-DATE THRU 8200-EXIT.
009320     IF WS-DATE-OK = "N"
009330         GO TO 7100-EXIT
009340     END-IF.
009350     MOVE WS-DATE-EDIT TO WS-WRK-INSTALLED-DATE.
009360     MOVE "Y" TO WS-FIELD-OK.
009370 7100-EXIT.
009380     EXIT.
009390
009400 7200-ZERO-USAGE-COUNT.
009410*>        The usage file is held whole and rewritten whole, the
009420*>        way GPIOLIFE treats it.  The pin's count goes to zero
009430*>        and its last-counted day is set to the day before the
009440*>        new lamp went in - back as well as forward, so for a
009450*>        back-dated relamp the next GPIOLIFE sweep counts the
009460*>        days since the install against the new lamp instead
009470*>        of losing them with the old lamp's count.  A pin not
009480*>        yet on the file gets a fresh line.
009490     MOVE ZERO TO WS-USAGE-COUNT.
009500     MOVE ZERO TO WS-USAGE-FOUND.
009510     OPEN INPUT GPIO-USAGE-FILE.
009520     IF WS-USAGE-FILE-STATUS = "00"
009530         PERFORM 7250-LOAD-ONE-USAGE THRU 7250-EXIT
009540             UNTIL WS-USAGE-FILE-STATUS NOT = "00"
009550         CLOSE GPIO-USAGE-FILE
009560     END-IF.
009570     MOVE WS-WRK-INSTALLED-DATE (1:4) TO WS-RLP-YYYY.
009580     MOVE WS-WRK-INSTALLED-DATE (6:2) TO WS-RLP-MM.
009590     MOVE WS-WRK-INSTALLED-DATE (9:2) TO WS-RLP-DD.
009600     PERFORM 8300-BACK-UP-RELAMP-DATE THRU 8300-EXIT.
009610     IF WS-USAGE-FOUND = ZERO
009620         IF WS-USAGE-COUNT NOT < WS-MAX-USAGE
009630             DISPLAY "*** GPIOUSE.DAT IS FULL - PIN "
009640                 WS-WRK-PIN " NOT ADDED ***"
009650             MOVE 8 TO RETURN-CODE
009660             GO TO 7200-EXIT
009670         END-IF
009680         ADD 1 TO WS-USAGE-COUNT
009690         MOVE WS-USAGE-COUNT TO WS-USAGE-FOUND
009700         MOVE SPACES TO WS-USAGE-WORK
009710         MOVE WS-WRK-PIN TO WS-UW-PIN
009720         MOVE ZERO TO WS-UW-CYCLES
009730         MOVE WS-RELAMP-DATE TO WS-UW-LAST-DATE
009740     ELSE
009750         MOVE WS-USAGE-IMAGE (WS-USAGE-FOUND) TO WS-USAGE-WORK
009760         MOVE ZERO TO WS-UW-CYCLES
009770         MOVE WS-RELAMP-DATE TO WS-UW-LAST-DATE
009780     END-IF.
009790     MOVE WS-USAGE-WORK TO WS-USAGE-IMAGE (WS-USAGE-FOUND).
009800     OPEN OUTPUT GPIO-USAGE-FILE.
009810     IF WS-USAGE-FILE-STATUS NOT = "00"
009820         DISPLAY "*** GPIOUSE.DAT COULD NOT BE REWRITTEN - "
009830             "STATUS " WS-USAGE-FILE-STATUS " ***"
009840         DISPLAY "THE MASTER SHOWS THE NEW LAMP - ZERO PIN "
009850             WS-WRK-PIN " ON GPIOUSE.DAT BEFORE GPIOLIFE RUNS"
009860         MOVE 8 TO RETURN-CODE
009870         GO TO 7200-EXIT
009880     END-IF.
009890     PERFORM 7280-WRITE-ONE-USAGE THRU 7280-EXIT
009900         VARYING WS-USAGE-IDX FROM 1 BY 1
009910         UNTIL WS-USAGE-IDX > WS-USAGE-COUNT.
009920     CLOSE GPIO-USAGE-FILE.
009930     DISPLAY "PIN " WS-WRK-PIN " LIFETIME COUNT ZEROED ON "
009940         "GPIOUSE.DAT".
009950 7200-EXIT.
009960     EXIT.
009970
009980 7250-LOAD-ONE-USAGE.
009990     READ GPIO-USAGE-FILE
010000         AT END
010010             GO TO 7250-EXIT
010020     END-READ.
010030     IF WS-USAGE-COUNT NOT < WS-MAX-USAGE
010040         DISPLAY "GPIOUSE.DAT HAS MORE THAN " WS-MAX-USAGE
010050             " LINES - EXTRA LINES KEPT OUT OF THE REWRITE"
010060         GO TO 7250-EXIT
010070     END-IF.
010080     ADD 1 TO WS-USAGE-COUNT.
010090     MOVE GPIO-USAGE-RECORD TO WS-USAGE-IMAGE (WS-USAGE-COUNT).
010100     IF USE-PIN-TEXT = WS-WRK-PIN
010110         MOVE WS-USAGE-COUNT TO WS-USAGE-FOUND
010120     END-IF.
010130 7250-EXIT.
010140     EXIT.
010150
010160 7280-WRITE-ONE-USAGE.
010170     MOVE WS-USAGE-IMAGE (WS-USAGE-IDX) TO GPIO-USAGE-RECORD.
010180     WRITE GPIO-USAGE-RECORD.
010190 7280-EXIT.
010200     EXIT.
010210
010220 8000-WRITE-CHANGE-HISTORY.
010230*>        WS-ACTION and WS-OLD-IMAGE are set by the caller;
010240*>        the new image is whatever sits in WS-WORK-MASTER.
010250     OPEN EXTEND GPIO-MSTCHG-FILE.
010260     IF WS-MSTCHG-FILE-STATUS NOT = "00"
010270         OPEN OUTPUT GPIO-MSTCHG-FILE
010280     END-IF.
010290     IF WS-MSTCHG-FILE-STATUS NOT = "00"
010300         DISPLAY "WARNING - GPIOMCH.DAT COULD NOT BE "
010310             "WRITTEN - STATUS " WS-MSTCHG-FILE-STATUS
010320         GO TO 8000-EXIT
010330     END-IF.
010340     MOVE SPACES TO GPIO-MSTCHG-RECORD.
010350     ACCEPT WS-NOW FROM TIME.
010360     MOVE WS-TODAY-TEXT TO MCH-DATE.
010370     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
010380         DELIMITED BY SIZE INTO MCH-TIME.
010390     MOVE WS-OPERATOR TO MCH-OPERATOR.
010400     MOVE WS-ACTION TO MCH-ACTION.
010410     MOVE WS-OLD-IMAGE TO MCH-OLD-IMAGE.
010420     MOVE WS-WORK-MASTER TO MCH-NEW-IMAGE.
010430     WRITE GPIO-MSTCHG-RECORD.
010440     CLOSE GPIO-MSTCHG-FILE.
010450 8000-EXIT.
010460     EXIT.
010470
010480 8100-REWRITE-MASTER.
010490*>        WS-ACTION and WS-OLD-IMAGE are set by the caller and
010500*>        WS-WORK-MASTER holds the record as it is to be.  The
010510*>        history is only written once the rewrite has taken.
010520     MOVE WS-WORK-MASTER TO GPIO-MASTER-RECORD.
010530     REWRITE GPIO-MASTER-RECORD
010540         INVALID KEY
010550             DISPLAY "*** PIN " WS-WRK-PIN " COULD NOT BE "
010560                 "REWRITTEN - STATUS " WS-MASTER-FILE-STATUS
010570                 " ***"
010580             GO TO 8100-EXIT
010590     END-REWRITE.
010600     PERFORM 8000-WRITE-CHANGE-HISTORY THRU 8000-EXIT.
010610     DISPLAY "PIN " WS-WRK-PIN " UPDATED ON THE MASTER".
010620 8100-EXIT.
010630     EXIT.
010640
010650 8200-EDIT-KEYED-DATE.
010660*>        WS-REPLY must read YYYY-MM-DD with a real month and a
010670*>        day no later than the month allows.  The edited date
010680*>        is left in WS-DATE-EDIT and WS-DATE-OK says whether it
010690*>        passed.
010700     MOVE "N" TO WS-DATE-OK.
010710     MOVE WS-REPLY (1:10) TO WS-DATE-EDIT.
010720     IF WS-DE-YYYY IS NOT NUMERIC
010730        OR WS-DE-MM IS NOT NUMERIC
010740        OR WS-DE-DD IS NOT NUMERIC
010750        OR WS-DE-DASH1 NOT = "-"
010760        OR WS-DE-DASH2 NOT = "-"
010770        OR WS-REPLY (11:20) NOT = SPACES
010780         DISPLAY "DATE MUST BE YYYY-MM-DD"
010790         GO TO 8200-EXIT
010800     END-IF.
010810     MOVE WS-DE-MM TO WS-DE-NUM.
010820     IF WS-DE-NUM = ZERO OR WS-DE-NUM > 12
010830         DISPLAY "MONTH MUST BE 01-12"
010840         GO TO 8200-EXIT
010850     END-IF.
010860     MOVE WS-DE-YYYY TO WS-RLP-YYYY.
010870     MOVE WS-DE-MM TO WS-RLP-MM.
010880     PERFORM 8350-SET-MONTH-LENGTH THRU 8350-EXIT.
010890     MOVE WS-DE-DD TO WS-DE-NUM.
010900     IF WS-DE-NUM = ZERO OR WS-DE-NUM > WS-MONTH-LENGTH
010910         DISPLAY "DAY IS NOT IN THAT MONTH"
010920         GO TO 8200-EXIT
010930     END-IF.
010940     MOVE "Y" TO WS-DATE-OK.
010950 8200-EXIT.
010960     EXIT.
010970
010980 8300-BACK-UP-RELAMP-DATE.
010990*>        One day back from the installed date, longhand, the
011000*>        same way GPIOHIST counts back its retention cutoff.
011010     IF WS-RLP-DD > 1
011020         SUBTRACT 1 FROM WS-RLP-DD
011030     ELSE
011040         IF WS-RLP-MM > 1
011050             SUBTRACT 1 FROM WS-RLP-MM
011060         ELSE
011070             MOVE 12 TO WS-RLP-MM
011080             SUBTRACT 1 FROM WS-RLP-YYYY
011090         END-IF
011100         PERFORM 8350-SET-MONTH-LENGTH THRU 8350-EXIT
011110         MOVE WS-MONTH-LENGTH TO WS-RLP-DD
011120     END-IF.
011130 8300-EXIT.
011140     EXIT.
011150
011160 8350-SET-MONTH-LENGTH.
011170*>        Thirty days hath September - with the leap year rule
011180*>        spelled out in longhand, exactly as GPIOHIST does it.
011190     IF WS-RLP-MM = 4 OR WS-RLP-MM = 6
011200        OR WS-RLP-MM = 9 OR WS-RLP-MM = 11
011210         MOVE 30 TO WS-MONTH-LENGTH
011220     ELSE
011230         IF WS-RLP-MM = 2
011240             MOVE 28 TO WS-MONTH-LENGTH
011250             DIVIDE WS-RLP-YYYY BY 4
011260                 GIVING WS-LEAP-WORK
011270                 REMAINDER WS-LEAP-REM
011280             IF WS-LEAP-REM = ZERO
011290                 MOVE 29 TO WS-MONTH-LENGTH
011300                 DIVIDE WS-RLP-YYYY BY 100
011310                     GIVING WS-LEAP-WORK
011320                     REMAINDER WS-LEAP-REM
011330                 IF WS-LEAP-REM = ZERO
011340                     MOVE 28 TO WS-MONTH-LENGTH
011350                     DIVIDE WS-RLP-YYYY BY 400
011360                         GIVING WS-LEAP-WORK
011370                         REMAINDER WS-LEAP-REM
011380                     IF WS-LEAP-REM = ZERO
011390                         MOVE 29 TO WS-MONTH-LENGTH
011400                     END-IF
011410                 END-IF
011420             END-IF
011430         ELSE
011440             MOVE 31 TO WS-MONTH-LENGTH
011450         END-IF
011460     END-IF.
011470 8350-EXIT.
011480     EXIT.
011490
011500 8500-WRITE-AUTH-TRAIL.
011510*>        WS-AUTH-ACTION and WS-AUTH-RESULT are set by the
011520*>        caller.  Appended to the same GPIOAUT.DAT GPIOMNT
011530*>        writes, so the whole suite's authority story reads
011540*>        in one file.
011550     OPEN EXTEND GPIO-AUTH-FILE.
011560     IF WS-AUTH-FILE-STATUS NOT = "00"
011570         OPEN OUTPUT GPIO-AUTH-FILE
011580     END-IF.
011590     IF WS-AUTH-FILE-STATUS NOT = "00"
011600         DISPLAY "WARNING - GPIOAUT.DAT COULD NOT BE "
011610             "WRITTEN - STATUS " WS-AUTH-FILE-STATUS
011620         GO TO 8500-EXIT
011630     END-IF.
011640     MOVE SPACES TO GPIO-AUTH-RECORD.
011650     ACCEPT WS-NOW FROM TIME.
011660     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
011670         DELIMITED BY SIZE INTO AUT-DATE.
011680     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
011690         DELIMITED BY SIZE INTO AUT-TIME.
011700     MOVE "GPIOMSTM" TO AUT-PROGRAM.
011710     MOVE WS-OPERATOR TO AUT-OPERATOR.
011720     MOVE WS-AUTH-ACTION TO AUT-ACTION.
011730     MOVE WS-AUTH-RESULT TO AUT-RESULT.
011740     WRITE GPIO-AUTH-RECORD.
011750     CLOSE GPIO-AUTH-FILE.
011760 8500-EXIT.
011770     EXIT.
011780
011790 9000-TERMINATE.
011800     CLOSE GPIO-MASTER-FILE.
011810     DISPLAY "GPIOMSTM ENDED".
011820 9000-EXIT.
011830     EXIT.
011840
011850 END PROGRAM GPIOMSTM.

000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOHAND
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  End-of-shift operator handover.  Reads everything
000080*>           the run and its satellite programs leave behind for
000090*>           one date and one unit, and writes a single handover
000100*>           document the incoming operator signs, in place of
000110*>           a verbal summary:
000120*>             RUN        the control table and calendar class
000130*>                        from GPIOEDT.yyyymmdd, runs started,
000140*>                        control rows rejected (GPIOREJ), and
000150*>                        the devices on GPIORPT.yyyymmdd against
000160*>                        the devices that table schedules
000170*>             EXCEPTIONS the lines on GPIOEXC.yyyymmdd
000180*>             OPEN ITEMS every GPIOOPN.DAT item not yet closed,
000190*>                        as GPIOEXCA shows them, with its age,
000200*>                        then counted by assigned operator and
000210*>                        age
000220*>             REQUESTS   GPIORPY.DAT answers given on the date -
000230*>                        serviced, failed and expired - and the
000240*>                        GPIOREQ.DAT lines still queued
000250*>             LAMP LIFE  pins the latest GPIOLIFE forecast on or
000260*>                        before the date flags REPLACE SOON
000270*>             LEFT       an active-run lock or a checkpoint left
000280*>                        behind
000290*>           It closes with the sign-off line: outgoing and
000300*>           incoming operator, both checked against
000310*>           GPIOSEC.DAT, and both recorded on the GPIOAUT.DAT
000320*>           authority trail.  The document is added to
000330*>           GPIOHND.yyyymmdd, so each shift's handover for a
000340*>           day stacks in the one file.  Devices not driven or
000350*>           a lock or checkpoint left behind end the run RC 4.
000360*>
000370*> CONSOLE INPUT, ONE VALUE PER LINE:
000380*>           SHIFT DATE yyyymmdd (blank for today)
000390*>           UNIT NAME  collected unit directory, as GPIOSITE
000400*>                      reads them (blank for this Pi's own
000410*>                      files)
000420*>           OUTGOING OPERATOR id
000430*>           INCOMING OPERATOR id
000440*>
000450*> MODIFICATION HISTORY
000460*> DATE        BY   DESCRIPTION
000470*> ----------  ---  ---------------------------------------------
000480*> 10/15/2026  RH   Original program.
000490*>--------------------------------------------------------------
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. GPIOHAND.
000520 AUTHOR. R HAWTHORNE.
000530 INSTALLATION. MNR-RASPBERRY-OPS.
000540 DATE-WRITTEN. 10/15/2026.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT HAND-EDIT-FILE
000610         ASSIGN TO DYNAMIC WS-EDIT-FILE-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EDIT-FILE-STATUS.
000640     SELECT HAND-REJECT-FILE
000650         ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REJECT-FILE-STATUS.
000680     SELECT HAND-CONTROL-FILE
000690         ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000720     SELECT HAND-RUNRPT-FILE
000730         ASSIGN TO DYNAMIC WS-RUNRPT-FILE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RUNRPT-FILE-STATUS.
000760     SELECT HAND-EXCEPTION-FILE
000770         ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000800     SELECT HAND-OPEN-FILE
000810         ASSIGN TO DYNAMIC WS-OPEN-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-OPEN-FILE-STATUS.
000840     SELECT HAND-REQUEST-FILE
000850         ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REQUEST-FILE-STATUS.
000880     SELECT HAND-REPLY-FILE
000890         ASSIGN TO DYNAMIC WS-REPLY-FILE-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-REPLY-FILE-STATUS.
000920     SELECT HAND-REQMARK-FILE
000930         ASSIGN TO DYNAMIC WS-REQMARK-FILE-NAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REQMARK-FILE-STATUS.
000960     SELECT HAND-LIFE-FILE
000970         ASSIGN TO DYNAMIC WS-LIFE-FILE-NAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-LIFE-FILE-STATUS.
001000     SELECT HAND-LOCK-FILE
001010         ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-LOCK-FILE-STATUS.
001040     SELECT HAND-CHECKPOINT-FILE
001050         ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-NAME
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
001080     SELECT GPIO-UNIT-FILE ASSIGN TO "GPIOUNIT.DAT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-UNIT-FILE-STATUS.
001110     SELECT GPIO-SECURITY-FILE ASSIGN TO "GPIOSEC.DAT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-SECURITY-FILE-STATUS.
001140     SELECT GPIO-AUTH-FILE ASSIGN TO "GPIOAUT.DAT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-AUTH-FILE-STATUS.
001170     SELECT HAND-REPORT-FILE
001180         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-REPORT-FILE-STATUS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  HAND-EDIT-FILE.
001250 01  HAND-EDIT-RECORD.
001260*>        Must stay field for field with the edit report FD in
001270*>        RPIwithCOBOL - one heading per run, then the table,
001280*>        the calendar class and the row counts.
001290     05  EDT-LINE-TEXT PIC X(70).
001300
001310 FD  HAND-REJECT-FILE.
001320 01  HAND-REJECT-RECORD.
001330*>        Must stay field for field with the reject FD in
001340*>        RPIwithCOBOL.
001350     05  REJ-ROW-IMAGE PIC X(47).
001360     05  FILLER PIC X(01).
001370     05  REJ-REASON-CODE PIC X(04).
001380     05  FILLER PIC X(01).
001390     05  REJ-REASON-TEXT PIC X(30).
001400
001410 FD  HAND-CONTROL-FILE.
001420 01  HAND-CONTROL-RECORD.
001430*>        Must stay column for column with the control FD in
001440*>        RPIwithCOBOL - only the pin and mode matter here.
001450     05  CTL-PIN-TEXT PIC X(02).
001460     05  FILLER PIC X(01).
001470     05  CTL-MODE-TEXT PIC X(03).
001480     05  FILLER PIC X(41).
001490
001500 FD  HAND-RUNRPT-FILE.
001510 01  HAND-RUNRPT-RECORD.
001520*>        Must stay field for field with the run report FD in
001530*>        RPIwithCOBOL - one line per device the run drove.
001540     05  RPT-PIN-TEXT PIC X(02).
001550     05  FILLER PIC X(01).
001560     05  RPT-ROLE-TEXT PIC X(10).
001570     05  FILLER PIC X(01).
001580     05  RPT-CYCLES PIC 9(05).
001590     05  FILLER PIC X(01).
001600     05  RPT-ON-SECONDS PIC 9(07).
001610     05  FILLER PIC X(01).
001620     05  RPT-START-TIME PIC X(08).
001630     05  FILLER PIC X(01).
001640     05  RPT-END-TIME PIC X(08).
001650     05  FILLER PIC X(01).
001660     05  RPT-DESC PIC X(30).
001670     05  FILLER PIC X(01).
001680     05  RPT-LOCATION PIC X(20).
001690     05  FILLER PIC X(01).
001700     05  RPT-UNIT PIC X(08).
001710
001720 FD  HAND-EXCEPTION-FILE.
001730 01  HAND-EXCEPTION-RECORD.
001740*>        Must stay field for field with the exception FD in
001750*>        RPIwithCOBOL.
001760     05  EXC-PIN-TEXT PIC X(02).
001770     05  FILLER PIC X(01).
001780     05  EXC-ROLE-TEXT PIC X(10).
001790     05  FILLER PIC X(01).
001800     05  EXC-COMMANDED PIC 9(05).
001810     05  FILLER PIC X(01).
001820     05  EXC-ON-COUNT PIC 9(05).
001830     05  FILLER PIC X(01).
001840     05  EXC-OFF-COUNT PIC 9(05).
001850     05  FILLER PIC X(01).
001860     05  EXC-MESSAGE PIC X(25).
001870     05  FILLER PIC X(01).
001880     05  EXC-DESC PIC X(30).
001890     05  FILLER PIC X(01).
001900     05  EXC-LOCATION PIC X(20).
001910     05  FILLER PIC X(01).
001920     05  EXC-UNIT PIC X(08).
001930
001940 FD  HAND-OPEN-FILE.
001950 01  HAND-OPEN-RECORD.
001960*>        Must stay field for field with the open-items FD in
001970*>        RPIwithCOBOL and GPIOEXCA.
001980     05  OPN-DATE PIC X(08).
001990     05  FILLER PIC X(01).
002000     05  OPN-TIME PIC X(08).
002010     05  FILLER PIC X(01).
002020     05  OPN-PIN PIC X(02).
002030     05  FILLER PIC X(01).
002040     05  OPN-CLASS PIC X(06).
002050     05  FILLER PIC X(01).
002060     05  OPN-STATUS PIC X(01).
002070     05  FILLER PIC X(01).
002080     05  OPN-OPERATOR PIC X(10).
002090     05  FILLER PIC X(01).
002100     05  OPN-ACK-DATE PIC X(08).
002110     05  FILLER PIC X(01).
002120     05  OPN-ACK-TIME PIC X(08).
002130     05  FILLER PIC X(01).
002140     05  OPN-ACK-OPER PIC X(10).
002150     05  FILLER PIC X(01).
002160     05  OPN-MESSAGE PIC X(25).
002170
002180 FD  HAND-REQUEST-FILE.
002190 01  HAND-REQUEST-RECORD.
002200*>        Only counted - the lines past the run's mark on
002210*>        GPIOREQP.DAT are the ones still queued.
002220     05  FILLER PIC X(60).
002230
002240 FD  HAND-REPLY-FILE.
002250 01  HAND-REPLY-RECORD.
002260*>        Must stay field for field with the reply FD in
002270*>        RPIwithCOBOL.
002280     05  RPY-SYSTEM-ID PIC X(08).
002290     05  FILLER PIC X(01).
002300     05  RPY-REQ-LINE PIC 9(07).
002310     05  FILLER PIC X(01).
002320     05  RPY-QUEUED-DATE PIC X(10).
002330     05  FILLER PIC X(01).
002340     05  RPY-QUEUED-TIME PIC X(08).
002350     05  FILLER PIC X(01).
002360     05  RPY-PIN-TEXT PIC X(02).
002370     05  FILLER PIC X(01).
002380     05  RPY-ROLE-TEXT PIC X(10).
002390     05  FILLER PIC X(01).
002400     05  RPY-PRIORITY PIC X(01).
002410     05  FILLER PIC X(01).
002420     05  RPY-STATUS PIC X(01).
002430     05  FILLER PIC X(01).
002440     05  RPY-DONE-DATE PIC X(10).
002450     05  FILLER PIC X(01).
002460     05  RPY-DONE-TIME PIC X(08).
002470     05  FILLER PIC X(01).
002480     05  RPY-REASON PIC X(24).
002490
002500 FD  HAND-REQMARK-FILE.
002510 01  HAND-REQMARK-RECORD.
002520*>        Must stay field for field with the queue mark FD in
002530*>        RPIwithCOBOL.
002540     05  RQM-LINES-DONE PIC 9(07).
002550     05  FILLER PIC X(01).
002560     05  RQM-DATE PIC X(08).
002570     05  FILLER PIC X(01).
002580     05  RQM-TIME PIC X(08).
002590
002600 FD  HAND-LIFE-FILE.
002610 01  HAND-LIFE-LINE PIC X(100).
002620*>        The GPIOLIFE forecast as printed - a pin line has the
002630*>        pin in 1-2, percent used in 23-27 with the % sign in
002640*>        28, the projected date in 38-45, the description in
002650*>        47-76 and the warning flag from 78.
002660 01  HAND-LIFE-PIN-LINE.
002670     05  LIF-PIN-TEXT PIC X(02).
002680     05  FILLER PIC X(20).
002690     05  LIF-PCT PIC X(05).
002700     05  LIF-PCT-SIGN PIC X(01).
002710     05  FILLER PIC X(09).
002720     05  LIF-PROJECTED PIC X(08).
002730     05  FILLER PIC X(01).
002740     05  LIF-DESC PIC X(30).
002750     05  FILLER PIC X(01).
002760     05  LIF-WARN-FLAG PIC X(16).
002770     05  FILLER PIC X(07).
002780
002790 FD  HAND-LOCK-FILE.
002800 01  HAND-LOCK-RECORD.
002810*>        Must stay field for field with the active-run lock
002820*>        RPIwithCOBOL writes.
002830     05  LCK-DATE PIC X(08).
002840     05  FILLER PIC X(01).
002850     05  LCK-TIME PIC X(08).
002860     05  FILLER PIC X(01).
002870     05  LCK-PID PIC X(08).
002880
002890 FD  HAND-CHECKPOINT-FILE.
002900 01  HAND-CHECKPOINT-HEADER.
002910*>        The first line of the run's checkpoint - only the
002920*>        header is read.  A run that ends cleanly leaves the
002930*>        file empty.
002940     05  CKP-HDR-DATE PIC X(08).
002950     05  FILLER PIC X(01).
002960     05  CKP-HDR-START-TIME PIC X(08).
002970     05  FILLER PIC X(30).
002980
002990 FD  GPIO-UNIT-FILE.
003000 01  GPIO-UNIT-RECORD.
003010*>        The single line naming this Pi, as RPIwithCOBOL reads
003020*>        it.
003030     05  UNIT-ID-TEXT PIC X(08).
003040
003050 FD  GPIO-SECURITY-FILE.
003060 01  GPIO-SECURITY-RECORD.
003070*>        Must stay field for field with the security FD in
003080*>        GPIOMNT - 1 browse only, 2 update the control table,
003090*>        3 dispose of history as well.
003100     05  SEC-OPERATOR PIC X(10).
003110     05  FILLER PIC X(01).
003120     05  SEC-LEVEL PIC 9(01).
003130
003140 FD  GPIO-AUTH-FILE.
003150 01  GPIO-AUTH-RECORD.
003160*>        The authority trail, shared with GPIOMNT and GPIOHIST.
003170     05  AUT-DATE PIC X(10).
003180     05  FILLER PIC X(01).
003190     05  AUT-TIME PIC X(08).
003200     05  FILLER PIC X(01).
003210     05  AUT-PROGRAM PIC X(08).
003220     05  FILLER PIC X(01).
003230     05  AUT-OPERATOR PIC X(10).
003240     05  FILLER PIC X(01).
003250     05  AUT-ACTION PIC X(12).
003260     05  FILLER PIC X(01).
003270     05  AUT-RESULT PIC X(08).
003280
003290 FD  HAND-REPORT-FILE.
003300 01  HAND-REPORT-LINE PIC X(100).
003310
003320 WORKING-STORAGE SECTION.
003330*>--------------------------------------------------------------
003340*> FILE STATUS AND DYNAMIC FILE NAMES
003350*>--------------------------------------------------------------
003360 77  WS-EDIT-FILE-STATUS PIC X(02) VALUE SPACES.
003370 77  WS-REJECT-FILE-STATUS PIC X(02) VALUE SPACES.
003380 77  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
003390 77  WS-RUNRPT-FILE-STATUS PIC X(02) VALUE SPACES.
003400 77  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
003410 77  WS-OPEN-FILE-STATUS PIC X(02) VALUE SPACES.
003420 77  WS-REQUEST-FILE-STATUS PIC X(02) VALUE SPACES.
003430 77  WS-REPLY-FILE-STATUS PIC X(02) VALUE SPACES.
003440 77  WS-REQMARK-FILE-STATUS PIC X(02) VALUE SPACES.
003450 77  WS-LIFE-FILE-STATUS PIC X(02) VALUE SPACES.
003460 77  WS-LOCK-FILE-STATUS PIC X(02) VALUE SPACES.
003470 77  WS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE SPACES.
003480 77  WS-UNIT-FILE-STATUS PIC X(02) VALUE SPACES.
003490 77  WS-SECURITY-FILE-STATUS PIC X(02) VALUE SPACES.
003500 77  WS-AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
003510 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
003520 77  WS-EDIT-FILE-NAME PIC X(30) VALUE SPACES.
003530 77  WS-REJECT-FILE-NAME PIC X(30) VALUE SPACES.
003540 77  WS-CONTROL-FILE-NAME PIC X(30) VALUE SPACES.
003550 77  WS-RUNRPT-FILE-NAME PIC X(30) VALUE SPACES.
003560 77  WS-EXCEPTION-FILE-NAME PIC X(30) VALUE SPACES.
003570 77  WS-OPEN-FILE-NAME PIC X(30) VALUE SPACES.
003580 77  WS-REQUEST-FILE-NAME PIC X(30) VALUE SPACES.
003590 77  WS-REPLY-FILE-NAME PIC X(30) VALUE SPACES.
003600 77  WS-REQMARK-FILE-NAME PIC X(30) VALUE SPACES.
003610 77  WS-LIFE-FILE-NAME PIC X(30) VALUE SPACES.
003620 77  WS-LOCK-FILE-NAME PIC X(30) VALUE SPACES.
003630 77  WS-CHECKPOINT-FILE-NAME PIC X(30) VALUE SPACES.
003640 77  WS-REPORT-FILE-NAME PIC X(30) VALUE SPACES.
003650*>        A unit named at the console is read from its
003660*>        collected directory, as GPIOSITE reads it.
003670 77  WS-BASE-NAME PIC X(20) VALUE SPACES.
003680 77  WS-INPUT-NAME PIC X(30) VALUE SPACES.
003690
003700*>--------------------------------------------------------------
003710*> CONSOLE INPUT - THE SHIFT, THE UNIT AND THE TWO OPERATORS
003720*>--------------------------------------------------------------
003730 77  WS-SHIFT-TEXT PIC X(08) VALUE SPACES.
003740 77  WS-UNIT-REPLY PIC X(08) VALUE SPACES.
003750 77  WS-UNIT-ID PIC X(08) VALUE "LOCAL".
003760 77  WS-OUT-OPERATOR PIC X(10) VALUE SPACES.
003770 77  WS-IN-OPERATOR PIC X(10) VALUE SPACES.
003780 77  WS-OUT-LEVEL PIC 9(01) VALUE ZERO.
003790 77  WS-IN-LEVEL PIC 9(01) VALUE ZERO.
003800 77  WS-OPERATOR PIC X(10) VALUE SPACES.
003810 77  WS-OPER-LEVEL PIC 9(01) VALUE ZERO.
003820 77  WS-AUTH-ACTION PIC X(12) VALUE SPACES.
003830 77  WS-AUTH-RESULT PIC X(08) VALUE SPACES.
003840
003850*>--------------------------------------------------------------
003860*> DATE WORK AREAS
003870*>--------------------------------------------------------------
003880 01  WS-SHIFT-DATE PIC 9(08) VALUE ZERO.
003890 01  WS-SHIFT-DATE-R REDEFINES WS-SHIFT-DATE.
003900     05  WS-SHIFT-YYYY PIC 9(04).
003910     05  WS-SHIFT-MM PIC 9(02).
003920     05  WS-SHIFT-DD PIC 9(02).
003930 77  WS-SHIFT-DASHED PIC X(10) VALUE SPACES.
003940 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
003950 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
003960     05  WS-CUR-YYYY PIC 9(04).
003970     05  WS-CUR-MM PIC 9(02).
003980     05  WS-CUR-DD PIC 9(02).
003990 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
004000 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
004010 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
004020 01  WS-TODAY PIC 9(08) VALUE ZERO.
004030 01  WS-TODAY-R REDEFINES WS-TODAY.
004040     05  WS-TODAY-YYYY PIC 9(04).
004050     05  WS-TODAY-MM PIC 9(02).
004060     05  WS-TODAY-DD PIC 9(02).
004070 01  WS-NOW PIC 9(08) VALUE ZERO.
004080 01  WS-NOW-R REDEFINES WS-NOW.
004090     05  WS-NOW-HH PIC 9(02).
004100     05  WS-NOW-MM PIC 9(02).
004110     05  WS-NOW-SS PIC 9(02).
004120     05  WS-NOW-CC PIC 9(02).
004130
004140*>--------------------------------------------------------------
004150*> THE RUN - WHAT THE EDIT REPORT SAYS RAN, AND THE DEVICES THE
004160*> TABLE SCHEDULES WITH WHETHER EACH WAS ON THE RUN REPORT
004170*>--------------------------------------------------------------
004180 77  WS-RUN-TABLE PIC X(12) VALUE SPACES.
004190 77  WS-RUN-CLASS PIC X(08) VALUE SPACES.
004200 77  WS-RUNS-STARTED PIC 9(03) VALUE ZERO.
004210 77  WS-ROWS-REJECTED PIC 9(05) VALUE ZERO.
004220 77  WS-DEFAULT-PIN PIC X(02) VALUE "21".
004230 77  WS-MAX-DEVICES PIC 9(02) VALUE 40.
004240 77  WS-DEVICE-COUNT PIC 9(02) VALUE ZERO.
004250 77  WS-DEVICE-IDX PIC 9(02) VALUE ZERO.
004260 77  WS-DEVICES-DRIVEN PIC 9(02) VALUE ZERO.
004270 77  WS-DEVICES-SHORT PIC 9(02) VALUE ZERO.
004280 77  WS-REPORT-LINES PIC 9(05) VALUE ZERO.
004290 01  WS-DEVICE-TABLE.
004300     05  WS-DEVICE-ENTRY OCCURS 40 TIMES.
004310         10  WS-DEV-PIN PIC X(02).
004320         10  WS-DEV-SEEN PIC X(01).
004330 77  WS-TABLE-NOTE PIC X(08) VALUE SPACES.
004340
004350*>--------------------------------------------------------------
004360*> EXCEPTIONS AND OPEN ITEMS - ITEMS COUNTED BY ASSIGNED
004370*> OPERATOR IN FOUR AGE BANDS: RAISED ON THE SHIFT DATE, 1-2
004380*> DAYS, 3-7 DAYS, OVER 7 DAYS OLD
004390*>--------------------------------------------------------------
004400 77  WS-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
004410 77  WS-OPEN-COUNT PIC 9(05) VALUE ZERO.
004420 77  WS-AGE-DAYS PIC 9(02) VALUE ZERO.
004430 77  WS-AGE-BAND PIC 9(01) VALUE ZERO.
004440 77  WS-AGE-IDX PIC 9(01) VALUE ZERO.
004450 01  WS-AGE-LABELS.
004460     05  FILLER PIC X(06) VALUE "TODAY ".
004470     05  FILLER PIC X(06) VALUE "1-2   ".
004480     05  FILLER PIC X(06) VALUE "3-7   ".
004490     05  FILLER PIC X(06) VALUE "OVER 7".
004500 01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
004510     05  WS-AGE-LABEL PIC X(06) OCCURS 4 TIMES.
004520 77  WS-FIND-OPER PIC X(10) VALUE SPACES.
004530 77  WS-MAX-OPERS PIC 9(02) VALUE 20.
004540 77  WS-OPER-COUNT PIC 9(02) VALUE ZERO.
004550 77  WS-OPER-IDX PIC 9(02) VALUE ZERO.
004560 77  WS-OFOUND-IDX PIC 9(02) VALUE ZERO.
004570 01  WS-OPER-TABLE.
004580     05  WS-OPER-ENTRY OCCURS 20 TIMES.
004590         10  WS-OPR-NAME PIC X(10).
004600         10  WS-OPR-BAND PIC 9(03) OCCURS 4 TIMES.
004610
004620*>--------------------------------------------------------------
004630*> ON-DEMAND REQUESTS - ANSWERS GIVEN ON THE SHIFT DATE AND THE
004640*> LINES STILL WAITING PAST THE RUN'S MARK
004650*>--------------------------------------------------------------
004660 77  WS-REQ-SERVICED PIC 9(05) VALUE ZERO.
004670 77  WS-REQ-FAILED PIC 9(05) VALUE ZERO.
004680 77  WS-REQ-EXPIRED PIC 9(05) VALUE ZERO.
004690 77  WS-REQ-LINES PIC 9(07) VALUE ZERO.
004700 77  WS-REQ-DONE PIC 9(07) VALUE ZERO.
004710 77  WS-REQ-QUEUED PIC 9(07) VALUE ZERO.
004720
004730*>--------------------------------------------------------------
004740*> LAMP LIFE - HOW FAR BACK TO LOOK FOR A FORECAST
004750*>--------------------------------------------------------------
004760 77  WS-MAX-LIFE-DAYS PIC 9(02) VALUE 31.
004770 77  WS-LIFE-TRIES PIC 9(02) VALUE ZERO.
004780 77  WS-LIFE-FOUND PIC X(01) VALUE "N".
004790 77  WS-PINS-FLAGGED PIC 9(03) VALUE ZERO.
004800
004810*>--------------------------------------------------------------
004820*> REPORT LINE BUILD AREA AND THE LEFTOVER SWITCH
004830*>--------------------------------------------------------------
004840 01  WS-LINE-WORK PIC X(100) VALUE SPACES.
004850 77  WS-LEFT-BEHIND PIC X(01) VALUE "N".
004860
004870 PROCEDURE DIVISION.
004880
004890 0000-MAINLINE.
004900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004910     PERFORM 2000-REPORT-RUN THRU 2000-EXIT.
004920     PERFORM 3000-REPORT-EXCEPTIONS THRU 3000-EXIT.
004930     PERFORM 3500-REPORT-OPEN-ITEMS THRU 3500-EXIT.
004940     PERFORM 4000-REPORT-REQUESTS THRU 4000-EXIT.
004950     PERFORM 5000-REPORT-LAMP-LIFE THRU 5000-EXIT.
004960     PERFORM 6000-REPORT-LEFTOVERS THRU 6000-EXIT.
004970     PERFORM 7000-SIGN-OFF THRU 7000-EXIT.
004980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004990     STOP RUN.
005000
005010 1000-INITIALIZE.
005020     DISPLAY "GPIOHAND - END-OF-SHIFT OPERATOR HANDOVER".
005030     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005040     DISPLAY "SHIFT DATE (YYYYMMDD, BLANK FOR TODAY):".
005050     ACCEPT WS-SHIFT-TEXT.
005060     DISPLAY "UNIT NAME (BLANK FOR THIS PI):".
005070     ACCEPT WS-UNIT-REPLY.
005080     DISPLAY "OUTGOING OPERATOR ID:".
005090     ACCEPT WS-OUT-OPERATOR.
005100     DISPLAY "INCOMING OPERATOR ID:".
005110     ACCEPT WS-IN-OPERATOR.
005120     IF WS-SHIFT-TEXT = SPACES
005130         MOVE WS-TODAY TO WS-SHIFT-TEXT
005140     END-IF.
005150     IF WS-SHIFT-TEXT IS NOT NUMERIC
005160         DISPLAY "*** SHIFT DATE MUST BE NUMERIC YYYYMMDD ***"
005170         MOVE 8 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200     MOVE WS-SHIFT-TEXT TO WS-CUR-DATE.
005210     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
005220     MOVE WS-SHIFT-TEXT TO WS-SHIFT-DATE.
005230     IF WS-SHIFT-DATE > WS-TODAY
005240         DISPLAY "*** SHIFT DATE IS IN THE FUTURE ***"
005250         MOVE 8 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280     STRING WS-SHIFT-YYYY "-" WS-SHIFT-MM "-" WS-SHIFT-DD
005290         DELIMITED BY SIZE INTO WS-SHIFT-DASHED.
005300     PERFORM 1200-CHECK-OPERATORS THRU 1200-EXIT.
005310     IF WS-UNIT-REPLY = SPACES
005320         PERFORM 1010-READ-UNIT-ID THRU 1010-EXIT
005330     ELSE
005340         MOVE WS-UNIT-REPLY TO WS-UNIT-ID
005350     END-IF.
005360     STRING "GPIOHND." DELIMITED BY SIZE
005370             WS-SHIFT-TEXT DELIMITED BY SIZE
005380         INTO WS-REPORT-FILE-NAME.
005390     OPEN EXTEND HAND-REPORT-FILE.
005400     IF WS-REPORT-FILE-STATUS NOT = "00"
005410         OPEN OUTPUT HAND-REPORT-FILE
005420     END-IF.
005430     IF WS-REPORT-FILE-STATUS NOT = "00"
005440         DISPLAY "*** COULD NOT WRITE " WS-REPORT-FILE-NAME
005450             " - STATUS " WS-REPORT-FILE-STATUS " ***"
005460         MOVE 8 TO RETURN-CODE
005470         STOP RUN
005480     END-IF.
005490     ACCEPT WS-NOW FROM TIME.
005500     MOVE ALL "=" TO WS-LINE-WORK (1:66).
005510     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005520     STRING "SHIFT HANDOVER " DELIMITED BY SIZE
005530             WS-SHIFT-DASHED DELIMITED BY SIZE
005540             "  UNIT " DELIMITED BY SIZE
005550             WS-UNIT-ID DELIMITED BY SIZE
005560             "  PREPARED " DELIMITED BY SIZE
005570             WS-TODAY DELIMITED BY SIZE
005580             " " DELIMITED BY SIZE
005590             WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
005600             DELIMITED BY SIZE
005610         INTO WS-LINE-WORK.
005620     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005630     MOVE ALL "=" TO WS-LINE-WORK (1:66).
005640     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005650 1000-EXIT.
005660     EXIT.
005670
005680 1010-READ-UNIT-ID.
005690*>        Read exactly as RPIwithCOBOL reads it, so the heading
005700*>        names the unit its own files carry.
005710     OPEN INPUT GPIO-UNIT-FILE.
005720     IF WS-UNIT-FILE-STATUS NOT = "00"
005730         GO TO 1010-EXIT
005740     END-IF.
005750     READ GPIO-UNIT-FILE
005760         AT END
005770             CONTINUE
005780         NOT AT END
005790             IF UNIT-ID-TEXT NOT = SPACES
005800                 MOVE UNIT-ID-TEXT TO WS-UNIT-ID
005810             END-IF
005820     END-READ.
005830     CLOSE GPIO-UNIT-FILE.
005840 1010-EXIT.
005850     EXIT.
005860
005870 1050-CHECK-CALENDAR-DATE.
005880*>        WS-CUR-DATE must be a day the calendar has - a month
005890*>        or day out of range would walk the day loop through
005900*>        dates that never existed and build file names for
005910*>        them.
005920     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
005930         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
005940         MOVE 8 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
005980     IF WS-CUR-DD < 1 OR WS-CUR-DD > WS-MONTH-LENGTH
005990         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
006000         MOVE 8 TO RETURN-CODE
006010         STOP RUN
006020     END-IF.
006030 1050-EXIT.
006040     EXIT.
006050
006060 1200-CHECK-OPERATORS.
006070*>        Both ids must be on GPIOSEC.DAT and must differ - a
006080*>        handover nobody known signs for, or that an operator
006090*>        signs to themselves, is not a handover.  The refusal
006100*>        goes on the authority trail like any other.
006110     IF WS-OUT-OPERATOR = SPACES
006120        OR WS-IN-OPERATOR = SPACES
006130         DISPLAY "*** BOTH OPERATOR IDS ARE NEEDED ***"
006140         MOVE 8 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170     IF WS-OUT-OPERATOR = WS-IN-OPERATOR
006180         DISPLAY "*** THE INCOMING OPERATOR MUST NOT BE THE "
006190             "OUTGOING ONE ***"
006200         MOVE 8 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230     MOVE WS-OUT-OPERATOR TO WS-OPERATOR.
006240     PERFORM 1250-CHECK-OPERATOR THRU 1250-EXIT.
006250     MOVE WS-OPER-LEVEL TO WS-OUT-LEVEL.
006260     MOVE WS-IN-OPERATOR TO WS-OPERATOR.
006270     PERFORM 1250-CHECK-OPERATOR THRU 1250-EXIT.
006280     MOVE WS-OPER-LEVEL TO WS-IN-LEVEL.
006290     IF WS-OUT-LEVEL > ZERO
006300        AND WS-IN-LEVEL > ZERO
006310         GO TO 1200-EXIT
006320     END-IF.
006330     MOVE "DENIED" TO WS-AUTH-RESULT.
006340     IF WS-OUT-LEVEL = ZERO
006350         DISPLAY "OPERATOR " WS-OUT-OPERATOR
006360             " IS NOT ON THE SECURITY FILE"
006370         MOVE WS-OUT-OPERATOR TO WS-OPERATOR
006380         MOVE "HANDOVER OUT" TO WS-AUTH-ACTION
006390         PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT
006400     END-IF.
006410     IF WS-IN-LEVEL = ZERO
006420         DISPLAY "OPERATOR " WS-IN-OPERATOR
006430             " IS NOT ON THE SECURITY FILE"
006440         MOVE WS-IN-OPERATOR TO WS-OPERATOR
006450         MOVE "HANDOVER IN" TO WS-AUTH-ACTION
006460         PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT
006470     END-IF.
006480     DISPLAY "*** HANDOVER NOT WRITTEN ***".
006490     MOVE 8 TO RETURN-CODE.
006500     STOP RUN.
006510 1200-EXIT.
006520     EXIT.
006530
006540 1250-CHECK-OPERATOR.
006550*>        Scans GPIOSEC.DAT for WS-OPERATOR and leaves the
006560*>        authority level, zero when the id is not on file.  No
006570*>        security file fails closed, exactly as GPIOHIST does.
006580     MOVE ZERO TO WS-OPER-LEVEL.
006590     OPEN INPUT GPIO-SECURITY-FILE.
006600     IF WS-SECURITY-FILE-STATUS NOT = "00"
006610         DISPLAY "*** GPIOSEC.DAT COULD NOT BE OPENED - "
006620             "STATUS " WS-SECURITY-FILE-STATUS " ***"
006630         DISPLAY "NO OPERATOR CAN BE CHECKED - SET UP THE "
006640             "SECURITY FILE FIRST"
006650         MOVE 8 TO RETURN-CODE
006660         STOP RUN
006670     END-IF.
006680     PERFORM 1260-READ-SECURITY-RECORD THRU 1260-EXIT
006690         UNTIL WS-SECURITY-FILE-STATUS NOT = "00".
006700     CLOSE GPIO-SECURITY-FILE.
006710 1250-EXIT.
006720     EXIT.
006730
006740 1260-READ-SECURITY-RECORD.
006750     READ GPIO-SECURITY-FILE
006760         AT END
006770             GO TO 1260-EXIT
006780     END-READ.
006790     IF SEC-OPERATOR = WS-OPERATOR
006800        AND SEC-LEVEL IS NUMERIC
006810         MOVE SEC-LEVEL TO WS-OPER-LEVEL
006820     END-IF.
006830 1260-EXIT.
006840     EXIT.
006850
006860 2000-REPORT-RUN.
006870*>        Which table ran under which calendar class is taken
006880*>        from the edit report the run wrote, not worked out
006890*>        again - the last run of the day has the last word.
006900     MOVE SPACES TO WS-LINE-WORK.
006910     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006920     MOVE "RUN" TO WS-LINE-WORK.
006930     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006940     MOVE SPACES TO WS-BASE-NAME.
006950     STRING "GPIOEDT." WS-SHIFT-TEXT DELIMITED BY SIZE
006960         INTO WS-BASE-NAME.
006970     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
006980     MOVE WS-INPUT-NAME TO WS-EDIT-FILE-NAME.
006990     OPEN INPUT HAND-EDIT-FILE.
007000     IF WS-EDIT-FILE-STATUS = "00"
007010         PERFORM 2100-READ-EDIT-LINE THRU 2100-EXIT
007020             UNTIL WS-EDIT-FILE-STATUS NOT = "00"
007030         CLOSE HAND-EDIT-FILE
007040     END-IF.
007050     IF WS-RUNS-STARTED = ZERO
007060         MOVE "NO EDIT REPORT - THE RUN DID NOT START"
007070             TO WS-LINE-WORK
007080         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007090     ELSE
007100         STRING "CONTROL TABLE " DELIMITED BY SIZE
007110                 WS-RUN-TABLE DELIMITED BY SIZE
007120                 "  CALENDAR CLASS " DELIMITED BY SIZE
007130                 WS-RUN-CLASS DELIMITED BY SIZE
007140                 "  RUNS STARTED " DELIMITED BY SIZE
007150                 WS-RUNS-STARTED DELIMITED BY SIZE
007160             INTO WS-LINE-WORK
007170         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007180     END-IF.
007190     PERFORM 2300-LIST-REJECTS THRU 2300-EXIT.
007200     PERFORM 2200-LOAD-SCHEDULED-DEVICES THRU 2200-EXIT.
007210     PERFORM 2400-LIST-DRIVEN-DEVICES THRU 2400-EXIT.
007220 2000-EXIT.
007230     EXIT.
007240
007250 2100-READ-EDIT-LINE.
007260     READ HAND-EDIT-FILE
007270         AT END
007280             GO TO 2100-EXIT
007290     END-READ.
007300     IF EDT-LINE-TEXT (1:13) = "GPIOCTL EDIT "
007310         ADD 1 TO WS-RUNS-STARTED
007320     END-IF.
007330     IF EDT-LINE-TEXT (1:14) = "CONTROL TABLE "
007340         MOVE EDT-LINE-TEXT (15:12) TO WS-RUN-TABLE
007350     END-IF.
007360     IF EDT-LINE-TEXT (1:15) = "CALENDAR CLASS "
007370         MOVE EDT-LINE-TEXT (16:8) TO WS-RUN-CLASS
007380     END-IF.
007390 2100-EXIT.
007400     EXIT.
007410
007420 2200-LOAD-SCHEDULED-DEVICES.
007430*>        Every out and in row the table that ran holds, as
007440*>        GPIOWDOG counts them - linkage rows drive nothing of
007450*>        their own.  A missing or empty table means the run
007460*>        fell back to its one default device.
007470     MOVE ZERO TO WS-DEVICE-COUNT.
007480     MOVE SPACES TO WS-TABLE-NOTE.
007490     IF WS-RUN-TABLE = SPACES
007500         MOVE "GPIOCTL.DAT" TO WS-RUN-TABLE
007510     END-IF.
007520     MOVE WS-RUN-TABLE TO WS-BASE-NAME.
007530     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
007540     MOVE WS-INPUT-NAME TO WS-CONTROL-FILE-NAME.
007550     OPEN INPUT HAND-CONTROL-FILE.
007560     IF WS-CONTROL-FILE-STATUS = "00"
007570         PERFORM 2250-READ-CONTROL-RECORD THRU 2250-EXIT
007580             UNTIL WS-CONTROL-FILE-STATUS NOT = "00"
007590         CLOSE HAND-CONTROL-FILE
007600     ELSE
007610         MOVE "NO TABLE" TO WS-TABLE-NOTE
007620     END-IF.
007630     IF WS-DEVICE-COUNT = ZERO
007640         MOVE 1 TO WS-DEVICE-COUNT
007650         MOVE WS-DEFAULT-PIN TO WS-DEV-PIN (1)
007660         MOVE "N" TO WS-DEV-SEEN (1)
007670         IF WS-TABLE-NOTE = SPACES
007680             MOVE "DEFAULT" TO WS-TABLE-NOTE
007690         END-IF
007700     END-IF.
007710 2200-EXIT.
007720     EXIT.
007730
007740 2250-READ-CONTROL-RECORD.
007750     READ HAND-CONTROL-FILE
007760         AT END
007770             GO TO 2250-EXIT
007780     END-READ.
007790     IF CTL-MODE-TEXT NOT = "out" AND CTL-MODE-TEXT NOT = "in "
007800         GO TO 2250-EXIT
007810     END-IF.
007820     IF CTL-PIN-TEXT IS NOT NUMERIC
007830         GO TO 2250-EXIT
007840     END-IF.
007850     IF WS-DEVICE-COUNT NOT < WS-MAX-DEVICES
007860         GO TO 2250-EXIT
007870     END-IF.
007880     ADD 1 TO WS-DEVICE-COUNT.
007890     MOVE CTL-PIN-TEXT TO WS-DEV-PIN (WS-DEVICE-COUNT).
007900     MOVE "N" TO WS-DEV-SEEN (WS-DEVICE-COUNT).
007910 2250-EXIT.
007920     EXIT.
007930
007940 2300-LIST-REJECTS.
007950     MOVE SPACES TO WS-BASE-NAME.
007960     STRING "GPIOREJ." WS-SHIFT-TEXT DELIMITED BY SIZE
007970         INTO WS-BASE-NAME.
007980     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
007990     MOVE WS-INPUT-NAME TO WS-REJECT-FILE-NAME.
008000     OPEN INPUT HAND-REJECT-FILE.
008010     IF WS-REJECT-FILE-STATUS = "00"
008020         PERFORM 2350-READ-REJECT THRU 2350-EXIT
008030             UNTIL WS-REJECT-FILE-STATUS NOT = "00"
008040         CLOSE HAND-REJECT-FILE
008050     END-IF.
008060     STRING "CONTROL ROWS REJECTED " DELIMITED BY SIZE
008070             WS-ROWS-REJECTED DELIMITED BY SIZE
008080         INTO WS-LINE-WORK.
008090     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008100 2300-EXIT.
008110     EXIT.
008120
008130 2350-READ-REJECT.
008140     READ HAND-REJECT-FILE
008150         AT END
008160             GO TO 2350-EXIT
008170     END-READ.
008180     ADD 1 TO WS-ROWS-REJECTED.
008190     STRING "  REJECT " DELIMITED BY SIZE
008200             REJ-REASON-CODE DELIMITED BY SIZE
008210             " " DELIMITED BY SIZE
008220             REJ-REASON-TEXT DELIMITED BY SIZE
008230             " " DELIMITED BY SIZE
008240             REJ-ROW-IMAGE DELIMITED BY SIZE
008250         INTO WS-LINE-WORK.
008260     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008270 2350-EXIT.
008280     EXIT.
008290
008300 2400-LIST-DRIVEN-DEVICES.
008310*>        Every line on the day's run report is listed, then
008320*>        each scheduled device the report never mentions.
008330     MOVE ZERO TO WS-DEVICES-DRIVEN.
008340     MOVE SPACES TO WS-BASE-NAME.
008350     STRING "GPIORPT." WS-SHIFT-TEXT DELIMITED BY SIZE
008360         INTO WS-BASE-NAME.
008370     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
008380     MOVE WS-INPUT-NAME TO WS-RUNRPT-FILE-NAME.
008390     MOVE "  PIN ROLE       CYCLES ONSECS  START    END"
008400         TO WS-LINE-WORK.
008410     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008420     OPEN INPUT HAND-RUNRPT-FILE.
008430     IF WS-RUNRPT-FILE-STATUS = "00"
008440         PERFORM 2450-READ-REPORT-RECORD THRU 2450-EXIT
008450             UNTIL WS-RUNRPT-FILE-STATUS NOT = "00"
008460         CLOSE HAND-RUNRPT-FILE
008470     ELSE
008480         MOVE "  NO RUN REPORT FOR THE DATE" TO WS-LINE-WORK
008490         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
008500     END-IF.
008510     PERFORM 2480-LIST-NOT-DRIVEN THRU 2480-EXIT
008520         VARYING WS-DEVICE-IDX FROM 1 BY 1
008530         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
008540     STRING "DEVICES DRIVEN " DELIMITED BY SIZE
008550             WS-DEVICES-DRIVEN DELIMITED BY SIZE
008560             " OF " DELIMITED BY SIZE
008570             WS-DEVICE-COUNT DELIMITED BY SIZE
008580             " SCHEDULED " DELIMITED BY SIZE
008590             WS-TABLE-NOTE DELIMITED BY SIZE
008600         INTO WS-LINE-WORK.
008610     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008620 2400-EXIT.
008630     EXIT.
008640
008650 2450-READ-REPORT-RECORD.
008660     READ HAND-RUNRPT-FILE
008670         AT END
008680             GO TO 2450-EXIT
008690     END-READ.
008700     ADD 1 TO WS-REPORT-LINES.
008710     STRING "  " DELIMITED BY SIZE
008720             RPT-PIN-TEXT DELIMITED BY SIZE
008730             "  " DELIMITED BY SIZE
008740             RPT-ROLE-TEXT DELIMITED BY SIZE
008750             " " DELIMITED BY SIZE
008760             RPT-CYCLES DELIMITED BY SIZE
008770             "  " DELIMITED BY SIZE
008780             RPT-ON-SECONDS DELIMITED BY SIZE
008790             " " DELIMITED BY SIZE
008800             RPT-START-TIME DELIMITED BY SIZE
008810             " " DELIMITED BY SIZE
008820             RPT-END-TIME DELIMITED BY SIZE
008830         INTO WS-LINE-WORK.
008840     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008850     PERFORM 2460-MARK-ONE-DEVICE THRU 2460-EXIT
008860         VARYING WS-DEVICE-IDX FROM 1 BY 1
008870         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
008880 2450-EXIT.
008890     EXIT.
008900
008910 2460-MARK-ONE-DEVICE.
008920     IF WS-DEV-PIN (WS-DEVICE-IDX) = RPT-PIN-TEXT
008930        AND WS-DEV-SEEN (WS-DEVICE-IDX) = "N"
008940         MOVE "Y" TO WS-DEV-SEEN (WS-DEVICE-IDX)
008950         ADD 1 TO WS-DEVICES-DRIVEN
008960     END-IF.
008970 2460-EXIT.
008980     EXIT.
008990
009000 2480-LIST-NOT-DRIVEN.
009010     IF WS-DEV-SEEN (WS-DEVICE-IDX) = "Y"
009020         GO TO 2480-EXIT
009030     END-IF.
009040     ADD 1 TO WS-DEVICES-SHORT.
009050     STRING "  " DELIMITED BY SIZE
009060             WS-DEV-PIN (WS-DEVICE-IDX) DELIMITED BY SIZE
009070             "  SCHEDULED - NOT ON THE RUN REPORT"
009080             DELIMITED BY SIZE
009090         INTO WS-LINE-WORK.
009100     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009110 2480-EXIT.
009120     EXIT.
009130
009140 3000-REPORT-EXCEPTIONS.
009150     MOVE SPACES TO WS-LINE-WORK.
009160     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009170     MOVE "NEW EXCEPTIONS" TO WS-LINE-WORK.
009180     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009190     MOVE SPACES TO WS-BASE-NAME.
009200     STRING "GPIOEXC." WS-SHIFT-TEXT DELIMITED BY SIZE
009210         INTO WS-BASE-NAME.
009220     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
009230     MOVE WS-INPUT-NAME TO WS-EXCEPTION-FILE-NAME.
009240     OPEN INPUT HAND-EXCEPTION-FILE.
009250     IF WS-EXCEPTION-FILE-STATUS = "00"
009260         PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT
009270             UNTIL WS-EXCEPTION-FILE-STATUS NOT = "00"
009280         CLOSE HAND-EXCEPTION-FILE
009290     END-IF.
009300     STRING "EXCEPTIONS RAISED " DELIMITED BY SIZE
009310             WS-EXCEPTION-COUNT DELIMITED BY SIZE
009320         INTO WS-LINE-WORK.
009330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009340 3000-EXIT.
009350     EXIT.
009360
009370 3100-READ-EXCEPTION.
009380     READ HAND-EXCEPTION-FILE
009390         AT END
009400             GO TO 3100-EXIT
009410     END-READ.
009420     ADD 1 TO WS-EXCEPTION-COUNT.
009430     STRING "  " DELIMITED BY SIZE
009440             EXC-PIN-TEXT DELIMITED BY SIZE
009450             "  " DELIMITED BY SIZE
009460             EXC-ROLE-TEXT DELIMITED BY SIZE
009470             " CMD " DELIMITED BY SIZE
009480             EXC-COMMANDED DELIMITED BY SIZE
009490             " ON " DELIMITED BY SIZE
009500             EXC-ON-COUNT DELIMITED BY SIZE
009510             " OFF " DELIMITED BY SIZE
009520             EXC-OFF-COUNT DELIMITED BY SIZE
009530             " " DELIMITED BY SIZE
009540             EXC-MESSAGE DELIMITED BY SIZE
009550         INTO WS-LINE-WORK.
009560     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009570 3100-EXIT.
009580     EXIT.
009590
009600 3500-REPORT-OPEN-ITEMS.
009610*>        Open, escalated and acknowledged items alike - every
009620*>        item GPIOEXCA has not yet seen closed.  Unrouted items
009630*>        are counted against UNROUTED.
009640     MOVE SPACES TO WS-LINE-WORK.
009650     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009660     MOVE "OPEN ITEMS" TO WS-LINE-WORK.
009670     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009680     MOVE "  DATE     PIN CLASS  S OPERATOR   AGE    MESSAGE"
009690         TO WS-LINE-WORK.
009700     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009710     MOVE "GPIOOPN.DAT" TO WS-BASE-NAME.
009720     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
009730     MOVE WS-INPUT-NAME TO WS-OPEN-FILE-NAME.
009740     OPEN INPUT HAND-OPEN-FILE.
009750     IF WS-OPEN-FILE-STATUS = "00"
009760         PERFORM 3550-READ-OPEN-ITEM THRU 3550-EXIT
009770             UNTIL WS-OPEN-FILE-STATUS NOT = "00"
009780         CLOSE HAND-OPEN-FILE
009790     END-IF.
009800     STRING "OPEN ITEMS " DELIMITED BY SIZE
009810             WS-OPEN-COUNT DELIMITED BY SIZE
009820             " - BY OPERATOR AND AGE" DELIMITED BY SIZE
009830         INTO WS-LINE-WORK.
009840     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009850     MOVE "  OPERATOR   TODAY 1-2   3-7   OVER 7" TO WS-LINE-WORK.
009860     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009870     PERFORM 3700-WRITE-ONE-OPERATOR THRU 3700-EXIT
009880         VARYING WS-OPER-IDX FROM 1 BY 1
009890         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
009900 3500-EXIT.
009910     EXIT.
009920
009930 3550-READ-OPEN-ITEM.
009940     READ HAND-OPEN-FILE
009950         AT END
009960             GO TO 3550-EXIT
009970     END-READ.
009980     IF OPN-STATUS = "C"
009990        OR OPN-DATE = SPACES
010000         GO TO 3550-EXIT
010010     END-IF.
010020     ADD 1 TO WS-OPEN-COUNT.
010030     PERFORM 3600-SET-ITEM-AGE THRU 3600-EXIT.
010040     MOVE OPN-OPERATOR TO WS-FIND-OPER.
010050     IF WS-FIND-OPER = SPACES
010060         MOVE "UNROUTED" TO WS-FIND-OPER
010070     END-IF.
010080     PERFORM 3650-FIND-OR-ADD-OPERATOR THRU 3650-EXIT.
010090     IF WS-OFOUND-IDX > ZERO
010100         ADD 1 TO WS-OPR-BAND (WS-OFOUND-IDX WS-AGE-BAND)
010110     END-IF.
010120     STRING "  " DELIMITED BY SIZE
010130             OPN-DATE DELIMITED BY SIZE
010140             " " DELIMITED BY SIZE
010150             OPN-PIN DELIMITED BY SIZE
010160             "  " DELIMITED BY SIZE
010170             OPN-CLASS DELIMITED BY SIZE
010180             " " DELIMITED BY SIZE
010190             OPN-STATUS DELIMITED BY SIZE
010200             " " DELIMITED BY SIZE
010210             WS-FIND-OPER DELIMITED BY SIZE
010220             " " DELIMITED BY SIZE
010230             WS-AGE-LABEL (WS-AGE-BAND) DELIMITED BY SIZE
010240             " " DELIMITED BY SIZE
010250             OPN-MESSAGE DELIMITED BY SIZE
010260         INTO WS-LINE-WORK.
010270     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
010280 3550-EXIT.
010290     EXIT.
010300
010310 3600-SET-ITEM-AGE.
010320*>        Days from the item's date to the shift date, walked a
010330*>        day at a time and given up on past a week - the band
010340*>        is all that is wanted.  A date that is not a date
010350*>        counts as old.
010360     MOVE ZERO TO WS-AGE-DAYS.
010370     IF OPN-DATE IS NOT NUMERIC
010380         MOVE 4 TO WS-AGE-BAND
010390         GO TO 3600-EXIT
010400     END-IF.
010410     MOVE OPN-DATE TO WS-CUR-DATE.
010420     PERFORM 3610-AGE-ONE-DAY THRU 3610-EXIT
010430         UNTIL WS-CUR-DATE NOT < WS-SHIFT-DATE
010440            OR WS-AGE-DAYS > 7.
010450     IF WS-AGE-DAYS = ZERO
010460         MOVE 1 TO WS-AGE-BAND
010470     ELSE
010480         IF WS-AGE-DAYS < 3
010490             MOVE 2 TO WS-AGE-BAND
010500         ELSE
010510             IF WS-AGE-DAYS < 8
010520                 MOVE 3 TO WS-AGE-BAND
010530             ELSE
010540                 MOVE 4 TO WS-AGE-BAND
010550             END-IF
010560         END-IF
010570     END-IF.
010580 3600-EXIT.
010590     EXIT.
010600
010610 3610-AGE-ONE-DAY.
010620     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
010630     ADD 1 TO WS-AGE-DAYS.
010640 3610-EXIT.
010650     EXIT.
010660
010670 3650-FIND-OR-ADD-OPERATOR.
010680     MOVE ZERO TO WS-OFOUND-IDX.
010690     PERFORM 3660-CHECK-ONE-OPERATOR THRU 3660-EXIT
010700         VARYING WS-OPER-IDX FROM 1 BY 1
010710         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
010720     IF WS-OFOUND-IDX > ZERO
010730         GO TO 3650-EXIT
010740     END-IF.
010750     IF WS-OPER-COUNT NOT < WS-MAX-OPERS
010760         DISPLAY "OPERATOR TABLE FULL - " WS-FIND-OPER
010770             " NOT COUNTED"
010780         GO TO 3650-EXIT
010790     END-IF.
010800     ADD 1 TO WS-OPER-COUNT.
010810     MOVE WS-OPER-COUNT TO WS-OFOUND-IDX.
010820     MOVE WS-FIND-OPER TO WS-OPR-NAME (WS-OFOUND-IDX).
010830     PERFORM 3670-CLEAR-ONE-BAND THRU 3670-EXIT
010840         VARYING WS-AGE-IDX FROM 1 BY 1
010850         UNTIL WS-AGE-IDX > 4.
010860 3650-EXIT.
010870     EXIT.
010880
010890 3660-CHECK-ONE-OPERATOR.
010900     IF WS-OPR-NAME (WS-OPER-IDX) = WS-FIND-OPER
010910         MOVE WS-OPER-IDX TO WS-OFOUND-IDX
010920     END-IF.
010930 3660-EXIT.
010940     EXIT.
010950
010960 3670-CLEAR-ONE-BAND.
010970     MOVE ZERO TO WS-OPR-BAND (WS-OFOUND-IDX WS-AGE-IDX).
010980 3670-EXIT.
010990     EXIT.
011000
011010 3700-WRITE-ONE-OPERATOR.
011020     STRING "  " DELIMITED BY SIZE
011030             WS-OPR-NAME (WS-OPER-IDX) DELIMITED BY SIZE
011040             " " DELIMITED BY SIZE
011050             WS-OPR-BAND (WS-OPER-IDX 1) DELIMITED BY SIZE
011060             "   " DELIMITED BY SIZE
011070             WS-OPR-BAND (WS-OPER-IDX 2) DELIMITED BY SIZE
011080             "   " DELIMITED BY SIZE
011090             WS-OPR-BAND (WS-OPER-IDX 3) DELIMITED BY SIZE
011100             "   " DELIMITED BY SIZE
011110             WS-OPR-BAND (WS-OPER-IDX 4) DELIMITED BY SIZE
011120         INTO WS-LINE-WORK.
011130     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011140 3700-EXIT.
011150     EXIT.
011160
011170 4000-REPORT-REQUESTS.
011180*>        Answers the run gave on the shift date - D serviced,
011190*>        E failed, X expired - with every failure listed, then
011200*>        the queue lines the run has not reached yet.
011210     MOVE SPACES TO WS-LINE-WORK.
011220     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011230     MOVE "ON-DEMAND REQUESTS" TO WS-LINE-WORK.
011240     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011250     MOVE "GPIORPY.DAT" TO WS-BASE-NAME.
011260     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
011270     MOVE WS-INPUT-NAME TO WS-REPLY-FILE-NAME.
011280     OPEN INPUT HAND-REPLY-FILE.
011290     IF WS-REPLY-FILE-STATUS = "00"
011300         PERFORM 4100-READ-REPLY THRU 4100-EXIT
011310             UNTIL WS-REPLY-FILE-STATUS NOT = "00"
011320         CLOSE HAND-REPLY-FILE
011330     END-IF.
011340     PERFORM 4200-COUNT-QUEUED THRU 4200-EXIT.
011350     STRING "SERVICED " DELIMITED BY SIZE
011360             WS-REQ-SERVICED DELIMITED BY SIZE
011370             "  FAILED " DELIMITED BY SIZE
011380             WS-REQ-FAILED DELIMITED BY SIZE
011390             "  EXPIRED " DELIMITED BY SIZE
011400             WS-REQ-EXPIRED DELIMITED BY SIZE
011410             "  STILL QUEUED " DELIMITED BY SIZE
011420             WS-REQ-QUEUED DELIMITED BY SIZE
011430         INTO WS-LINE-WORK.
011440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011450 4000-EXIT.
011460     EXIT.
011470
011480 4100-READ-REPLY.
011490     READ HAND-REPLY-FILE
011500         AT END
011510             GO TO 4100-EXIT
011520     END-READ.
011530     IF RPY-DONE-DATE NOT = WS-SHIFT-DASHED
011540         GO TO 4100-EXIT
011550     END-IF.
011560     IF RPY-STATUS = "D"
011570         ADD 1 TO WS-REQ-SERVICED
011580         GO TO 4100-EXIT
011590     END-IF.
011600     IF RPY-STATUS = "X"
011610         ADD 1 TO WS-REQ-EXPIRED
011620     ELSE
011630         ADD 1 TO WS-REQ-FAILED
011640     END-IF.
011650     STRING "  " DELIMITED BY SIZE
011660             RPY-STATUS DELIMITED BY SIZE
011670             " " DELIMITED BY SIZE
011680             RPY-SYSTEM-ID DELIMITED BY SIZE
011690             " LINE " DELIMITED BY SIZE
011700             RPY-REQ-LINE DELIMITED BY SIZE
011710             " PIN " DELIMITED BY SIZE
011720             RPY-PIN-TEXT DELIMITED BY SIZE
011730             " " DELIMITED BY SIZE
011740             RPY-ROLE-TEXT DELIMITED BY SIZE
011750             " " DELIMITED BY SIZE
011760             RPY-DONE-TIME DELIMITED BY SIZE
011770             " " DELIMITED BY SIZE
011780             RPY-REASON DELIMITED BY SIZE
011790         INTO WS-LINE-WORK.
011800     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011810 4100-EXIT.
011820     EXIT.
011830
011840 4200-COUNT-QUEUED.
011850*>        The run's mark on GPIOREQP.DAT is how many queue lines
011860*>        it has answered - everything past it is still waiting.
011870     MOVE ZERO TO WS-REQ-DONE.
011880     MOVE "GPIOREQP.DAT" TO WS-BASE-NAME.
011890     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
011900     MOVE WS-INPUT-NAME TO WS-REQMARK-FILE-NAME.
011910     OPEN INPUT HAND-REQMARK-FILE.
011920     IF WS-REQMARK-FILE-STATUS = "00"
011930         READ HAND-REQMARK-FILE
011940             AT END
011950                 CONTINUE
011960             NOT AT END
011970                 IF RQM-LINES-DONE IS NUMERIC
011980                     MOVE RQM-LINES-DONE TO WS-REQ-DONE
011990                 END-IF
012000         END-READ
012010         CLOSE HAND-REQMARK-FILE
012020     END-IF.
012030     MOVE "GPIOREQ.DAT" TO WS-BASE-NAME.
012040     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
012050     MOVE WS-INPUT-NAME TO WS-REQUEST-FILE-NAME.
012060     OPEN INPUT HAND-REQUEST-FILE.
012070     IF WS-REQUEST-FILE-STATUS = "00"
012080         PERFORM 4250-READ-REQUEST THRU 4250-EXIT
012090             UNTIL WS-REQUEST-FILE-STATUS NOT = "00"
012100         CLOSE HAND-REQUEST-FILE
012110     END-IF.
012120     MOVE ZERO TO WS-REQ-QUEUED.
012130     IF WS-REQ-LINES > WS-REQ-DONE
012140         SUBTRACT WS-REQ-DONE FROM WS-REQ-LINES
012150             GIVING WS-REQ-QUEUED
012160     END-IF.
012170 4200-EXIT.
012180     EXIT.
012190
012200 4250-READ-REQUEST.
012210     READ HAND-REQUEST-FILE
012220         AT END
012230             GO TO 4250-EXIT
012240     END-READ.
012250     ADD 1 TO WS-REQ-LINES.
012260 4250-EXIT.
012270     EXIT.
012280
012290 5000-REPORT-LAMP-LIFE.
012300*>        GPIOLIFE is run for a range and names its forecast
012310*>        after the TO date, so the latest forecast on or before
012320*>        the shift date is looked for, a month back at most.
012330*>        The REPLACE SOON flag on it is GPIOLIFE's own warning
012340*>        threshold.
012350     MOVE SPACES TO WS-LINE-WORK.
012360     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012370     MOVE "N" TO WS-LIFE-FOUND.
012380     MOVE ZERO TO WS-LIFE-TRIES.
012390     MOVE WS-SHIFT-DATE TO WS-CUR-DATE.
012400     PERFORM 5100-TRY-ONE-FORECAST THRU 5100-EXIT
012410         UNTIL WS-LIFE-FOUND = "Y"
012420            OR WS-LIFE-TRIES > WS-MAX-LIFE-DAYS.
012430     IF WS-LIFE-FOUND = "N"
012440         MOVE "LAMP LIFE - NO GPIOLIFE FORECAST IN THE LAST MONTH"
012450             TO WS-LINE-WORK
012460         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
012470         GO TO 5000-EXIT
012480     END-IF.
012490     STRING "LAMP LIFE - PAST THE WARNING THRESHOLD ON "
012500             DELIMITED BY SIZE
012510             WS-LIFE-FILE-NAME DELIMITED BY SPACE
012520         INTO WS-LINE-WORK.
012530     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012540     PERFORM 5200-READ-FORECAST-LINE THRU 5200-EXIT
012550         UNTIL WS-LIFE-FILE-STATUS NOT = "00".
012560     CLOSE HAND-LIFE-FILE.
012570     STRING "PINS FLAGGED " DELIMITED BY SIZE
012580             WS-PINS-FLAGGED DELIMITED BY SIZE
012590         INTO WS-LINE-WORK.
012600     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012610 5000-EXIT.
012620     EXIT.
012630
012640 5100-TRY-ONE-FORECAST.
012650     MOVE SPACES TO WS-BASE-NAME.
012660     STRING "GPIOLIF." WS-CUR-DATE DELIMITED BY SIZE
012670         INTO WS-BASE-NAME.
012680     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
012690     MOVE WS-INPUT-NAME TO WS-LIFE-FILE-NAME.
012700     OPEN INPUT HAND-LIFE-FILE.
012710     IF WS-LIFE-FILE-STATUS = "00"
012720         MOVE "Y" TO WS-LIFE-FOUND
012730         GO TO 5100-EXIT
012740     END-IF.
012750     ADD 1 TO WS-LIFE-TRIES.
012760     PERFORM 8200-BACK-ONE-DAY THRU 8200-EXIT.
012770 5100-EXIT.
012780     EXIT.
012790
012800 5200-READ-FORECAST-LINE.
012810     READ HAND-LIFE-FILE
012820         AT END
012830             GO TO 5200-EXIT
012840     END-READ.
012850     IF LIF-PCT-SIGN NOT = "%"
012860        OR LIF-PIN-TEXT IS NOT NUMERIC
012870        OR LIF-WARN-FLAG = SPACES
012880         GO TO 5200-EXIT
012890     END-IF.
012900     ADD 1 TO WS-PINS-FLAGGED.
012910     STRING "  " DELIMITED BY SIZE
012920             LIF-PIN-TEXT DELIMITED BY SIZE
012930             "  " DELIMITED BY SIZE
012940             LIF-PCT DELIMITED BY SIZE
012950             "% USED  PROJECTED " DELIMITED BY SIZE
012960             LIF-PROJECTED DELIMITED BY SIZE
012970             " " DELIMITED BY SIZE
012980             LIF-DESC DELIMITED BY SIZE
012990         INTO WS-LINE-WORK.
013000     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013010 5200-EXIT.
013020     EXIT.
013030
013040 6000-REPORT-LEFTOVERS.
013050*>        A run that ends, cleanly or by refusal, empties both
013060*>        files - anything in them at handover belongs to a run
013070*>        still going or one that died, and the incoming
013080*>        operator must know which before the next run starts.
013090     MOVE SPACES TO WS-LINE-WORK.
013100     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013110     MOVE "LEFT BEHIND" TO WS-LINE-WORK.
013120     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013130     MOVE "GPIOLCK.DAT" TO WS-BASE-NAME.
013140     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
013150     MOVE WS-INPUT-NAME TO WS-LOCK-FILE-NAME.
013160     OPEN INPUT HAND-LOCK-FILE.
013170     IF WS-LOCK-FILE-STATUS = "00"
013180         READ HAND-LOCK-FILE
013190             AT END
013200                 CONTINUE
013210             NOT AT END
013220                 IF LCK-DATE NOT = SPACES
013230                     PERFORM 6100-WRITE-LOCK-LINE THRU 6100-EXIT
013240                 END-IF
013250         END-READ
013260         CLOSE HAND-LOCK-FILE
013270     END-IF.
013280     MOVE "GPIOCKP.DAT" TO WS-BASE-NAME.
013290     PERFORM 8700-SET-INPUT-NAME THRU 8700-EXIT.
013300     MOVE WS-INPUT-NAME TO WS-CHECKPOINT-FILE-NAME.
013310     OPEN INPUT HAND-CHECKPOINT-FILE.
013320     IF WS-CHECKPOINT-FILE-STATUS = "00"
013330         READ HAND-CHECKPOINT-FILE
013340             AT END
013350                 CONTINUE
013360             NOT AT END
013370                 IF CKP-HDR-DATE NOT = SPACES
013380                     PERFORM 6200-WRITE-CHECKPOINT-LINE
013390                         THRU 6200-EXIT
013400                 END-IF
013410         END-READ
013420         CLOSE HAND-CHECKPOINT-FILE
013430     END-IF.
013440     IF WS-LEFT-BEHIND = "N"
013450         MOVE "  NO LOCK OR CHECKPOINT LEFT BEHIND"
013460             TO WS-LINE-WORK
013470         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
013480     END-IF.
013490 6000-EXIT.
013500     EXIT.
013510
013520 6100-WRITE-LOCK-LINE.
013530     MOVE "Y" TO WS-LEFT-BEHIND.
013540     STRING "  GPIOLCK.DAT HELD BY RUN OF " DELIMITED BY SIZE
013550             LCK-DATE DELIMITED BY SIZE
013560             " " DELIMITED BY SIZE
013570             LCK-TIME DELIMITED BY SIZE
013580             " PID " DELIMITED BY SIZE
013590             LCK-PID DELIMITED BY SIZE
013600         INTO WS-LINE-WORK.
013610     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013620 6100-EXIT.
013630     EXIT.
013640
013650 6200-WRITE-CHECKPOINT-LINE.
013660     MOVE "Y" TO WS-LEFT-BEHIND.
013670     STRING "  GPIOCKP.DAT LEFT BY RUN OF " DELIMITED BY SIZE
013680             CKP-HDR-DATE DELIMITED BY SIZE
013690             " STARTED " DELIMITED BY SIZE
013700             CKP-HDR-START-TIME DELIMITED BY SIZE
013710         INTO WS-LINE-WORK.
013720     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013730 6200-EXIT.
013740     EXIT.
013750
013760 7000-SIGN-OFF.
013770*>        The line the two operators sign - both ids were found
013780*>        on GPIOSEC.DAT before a word of this was written, and
013790*>        both go on the authority trail.
013800     ACCEPT WS-NOW FROM TIME.
013810     MOVE SPACES TO WS-LINE-WORK.
013820     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013830     STRING "HANDED OVER BY " DELIMITED BY SIZE
013840             WS-OUT-OPERATOR DELIMITED BY SIZE
013850             " LEVEL " DELIMITED BY SIZE
013860             WS-OUT-LEVEL DELIMITED BY SIZE
013870             "  TAKEN OVER BY " DELIMITED BY SIZE
013880             WS-IN-OPERATOR DELIMITED BY SIZE
013890             " LEVEL " DELIMITED BY SIZE
013900             WS-IN-LEVEL DELIMITED BY SIZE
013910             "  AT " DELIMITED BY SIZE
013920             WS-TODAY DELIMITED BY SIZE
013930             " " DELIMITED BY SIZE
013940             WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
013950             DELIMITED BY SIZE
013960         INTO WS-LINE-WORK.
013970     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
013980     MOVE "ALLOWED" TO WS-AUTH-RESULT.
013990     MOVE WS-OUT-OPERATOR TO WS-OPERATOR.
014000     MOVE "HANDOVER OUT" TO WS-AUTH-ACTION.
014010     PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT.
014020     MOVE WS-IN-OPERATOR TO WS-OPERATOR.
014030     MOVE "HANDOVER IN" TO WS-AUTH-ACTION.
014040     PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT.
014050 7000-EXIT.
014060     EXIT.
014070
014080 9000-TERMINATE.
014090     CLOSE HAND-REPORT-FILE.
014100     DISPLAY "DEVICES DRIVEN  " WS-DEVICES-DRIVEN
014110         " OF " WS-DEVICE-COUNT.
014120     DISPLAY "EXCEPTIONS      " WS-EXCEPTION-COUNT.
014130     DISPLAY "OPEN ITEMS      " WS-OPEN-COUNT.
014140     DISPLAY "REQUESTS FAILED " WS-REQ-FAILED.
014150     DISPLAY "PINS FLAGGED    " WS-PINS-FLAGGED.
014160     DISPLAY "LEFT BEHIND     " WS-LEFT-BEHIND.
014170     DISPLAY "HANDOVER IS ON  " WS-REPORT-FILE-NAME.
014180     IF WS-DEVICES-SHORT > ZERO
014190        OR WS-LEFT-BEHIND = "Y"
014200         MOVE 4 TO RETURN-CODE
014210     END-IF.
014220 9000-EXIT.
014230     EXIT.
014240
014250 8100-BUMP-CURRENT-DATE.
014260     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
014270     ADD 1 TO WS-CUR-DD.
014280     IF WS-CUR-DD > WS-MONTH-LENGTH
014290         MOVE 1 TO WS-CUR-DD
014300         ADD 1 TO WS-CUR-MM
014310         IF WS-CUR-MM > 12
014320             MOVE 1 TO WS-CUR-MM
014330             ADD 1 TO WS-CUR-YYYY
014340         END-IF
014350     END-IF.
014360 8100-EXIT.
014370     EXIT.
014380
014390 8150-SET-MONTH-LENGTH.
014400*>        Thirty days hath September - with the leap year rule
014410*>        spelled out in longhand, exactly as GPIOHIST does it.
014420     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
014430        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
014440         MOVE 30 TO WS-MONTH-LENGTH
014450     ELSE
014460         IF WS-CUR-MM = 2
014470             MOVE 28 TO WS-MONTH-LENGTH
014480             DIVIDE WS-CUR-YYYY BY 4
014490                 GIVING WS-LEAP-WORK
014500                 REMAINDER WS-LEAP-REM
014510             IF WS-LEAP-REM = ZERO
014520                 MOVE 29 TO WS-MONTH-LENGTH
014530                 DIVIDE WS-CUR-YYYY BY 100
014540                     GIVING WS-LEAP-WORK
014550                     REMAINDER WS-LEAP-REM
014560                 IF WS-LEAP-REM = ZERO
014570                     MOVE 28 TO WS-MONTH-LENGTH
014580                     DIVIDE WS-CUR-YYYY BY 400
014590                         GIVING WS-LEAP-WORK
014600                         REMAINDER WS-LEAP-REM
014610                     IF WS-LEAP-REM = ZERO
014620                         MOVE 29 TO WS-MONTH-LENGTH
014630                     END-IF
014640                 END-IF
014650             END-IF
014660         ELSE
014670             MOVE 31 TO WS-MONTH-LENGTH
014680         END-IF
014690     END-IF.
014700 8150-EXIT.
014710     EXIT.
014720
014730 8200-BACK-ONE-DAY.
014740*>        The day before WS-CUR-DATE - the month length is set
014750*>        for the month stepped back into.
014760     IF WS-CUR-DD > 1
014770         SUBTRACT 1 FROM WS-CUR-DD
014780         GO TO 8200-EXIT
014790     END-IF.
014800     IF WS-CUR-MM > 1
014810         SUBTRACT 1 FROM WS-CUR-MM
014820     ELSE
014830         MOVE 12 TO WS-CUR-MM
014840         SUBTRACT 1 FROM WS-CUR-YYYY
014850     END-IF.
014860     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
014870     MOVE WS-MONTH-LENGTH TO WS-CUR-DD.
014880 8200-EXIT.
014890     EXIT.
014900
014910 8500-WRITE-REPORT-LINE.
014920     MOVE WS-LINE-WORK TO HAND-REPORT-LINE.
014930     WRITE HAND-REPORT-LINE.
014940     MOVE SPACES TO WS-LINE-WORK.
014950 8500-EXIT.
014960     EXIT.
014970
014980 8700-SET-INPUT-NAME.
014990*>        WS-BASE-NAME as this Pi holds it, or under the named
015000*>        unit's collected directory.
015010     MOVE SPACES TO WS-INPUT-NAME.
015020     IF WS-UNIT-REPLY = SPACES
015030         MOVE WS-BASE-NAME TO WS-INPUT-NAME
015040     ELSE
015050         STRING WS-UNIT-REPLY DELIMITED BY SPACE
015060                 "/" DELIMITED BY SIZE
015070                 WS-BASE-NAME DELIMITED BY SPACE
015080             INTO WS-INPUT-NAME
015090     END-IF.
015100 8700-EXIT.
015110     EXIT.
015120
015130 8900-WRITE-AUTH-TRAIL.
015140*>        WS-OPERATOR, WS-AUTH-ACTION and WS-AUTH-RESULT are set
015150*>        by the caller.  Appended to the same GPIOAUT.DAT the
015160*>        rest of the suite writes.
015170     OPEN EXTEND GPIO-AUTH-FILE.
015180     IF WS-AUTH-FILE-STATUS NOT = "00"
015190         OPEN OUTPUT GPIO-AUTH-FILE
015200     END-IF.
015210     IF WS-AUTH-FILE-STATUS NOT = "00"
015220         DISPLAY "WARNING - GPIOAUT.DAT COULD NOT BE "
015230             "WRITTEN - STATUS " WS-AUTH-FILE-STATUS
015240         GO TO 8900-EXIT
015250     END-IF.
015260     MOVE SPACES TO GPIO-AUTH-RECORD.
015270     ACCEPT WS-NOW FROM TIME.
015280     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
015290         DELIMITED BY SIZE INTO AUT-DATE.
015300     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
015310         DELIMITED BY SIZE INTO AUT-TIME.
015320     MOVE "GPIOHAND" TO AUT-PROGRAM.
015330     MOVE WS-OPERATOR TO AUT-OPERATOR.
015340     MOVE WS-AUTH-ACTION TO AUT-ACTION.
015350     MOVE WS-AUTH-RESULT TO AUT-RESULT.
015360     WRITE GPIO-AUTH-RECORD.
015370     CLOSE GPIO-AUTH-FILE.
015380 8900-EXIT.
015390     EXIT.

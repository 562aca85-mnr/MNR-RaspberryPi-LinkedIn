000010*>--------------------------------------------------------------
000020*> PROGRAM-ID.  GPIOCMMS
000030*> AUTHOR.      R HAWTHORNE
000040*> INSTALLATION MNR RASPBERRY OPS
000050*> DATE-WRITTEN 10/15/2026
000060*>
000070*> REMARKS.  Facilities CMMS interface extract, run from the
000080*>           scheduler once a period has closed.  Writes one
000090*>           pipe-delimited file GPIOCMX.yyyymmdd (the period's
000100*>           TO date) for the facilities maintenance system to
000110*>           load, every record type fixed width between the
000120*>           pipes:
000130*>             HDR  unit, period from and to, creation stamp
000140*>                  yyyymmddhhmmss, transmission sequence and
000150*>                  send type (SENT, RESEND or GAP)
000160*>             DEV  one per pin on GPIOMST.DAT - pin, description,
000170*>                  location, wired date, service flag, operator,
000180*>                  rated cycles, installed date, watts
000190*>             ACT  one per pin per day of the audit sweep - date,
000200*>                  pin, cycles, ON seconds, first and last
000210*>                  transition.  Each day's seal is checked the
000220*>                  way GPIOAVER checks it; a refused day sends
000230*>                  nothing
000240*>             RPL  one per pin the GPIOLIFE forecast for the TO
000250*>                  date (GPIOLIF.yyyymmdd) flags REPLACE SOON -
000260*>                  pin, lifetime cycles, rated, percent used,
000270*>                  rate per day, projected date, description
000280*>             NRG  one per MST-LOCATION - kWh and cost for the
000290*>                  period, costed day by day against GPIOTAR.DAT
000300*>                  exactly as GPIOCOST does
000310*>             OPN  one per GPIOOPN.DAT item not yet closed
000320*>             TRL  record counts per type (DEV ACT RPL NRG OPN),
000330*>                  lines in the file counting HDR and TRL, hash
000340*>                  total of ACT cycles, hash total of NRG cost,
000350*>                  and the audit days refused
000360*>           Every file sent is written to the transmission log
000370*>           GPIOCML.DAT with its sequence and control totals.
000380*>           A period that overlaps one already sent, or that
000390*>           does not start the day after the last one sent,
000400*>           is refused RC 8 unless an operator of authority
000410*>           level 2 or more signs for it - the resend or gap is
000420*>           then logged as such and the run ends RC 4, and the
000430*>           decision goes on the GPIOAUT.DAT authority trail.
000440*>
000450*> CONSOLE INPUT, ONE VALUE PER LINE:
000460*>           FROM DATE  yyyymmdd
000470*>           TO DATE    yyyymmdd
000480*>           OPERATOR   id to authorise a resend or a gap
000490*>                      (blank for the scheduled run)
000500*>
000510*> MODIFICATION HISTORY
000520*> DATE        BY   DESCRIPTION
000530*> ----------  ---  ---------------------------------------------
000540*> 10/15/2026  RH   Original program.
000550*>--------------------------------------------------------------
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. GPIOCMMS.
000580 AUTHOR. R HAWTHORNE.
000590 INSTALLATION. MNR-RASPBERRY-OPS.
000600 DATE-WRITTEN. 10/15/2026.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CMMS-AUDIT-FILE
000670         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000700     SELECT CMMS-TARIFF-FILE ASSIGN TO "GPIOTAR.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-TARIFF-FILE-STATUS.
000730     SELECT CMMS-LIFE-FILE
000740         ASSIGN TO DYNAMIC WS-LIFE-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-LIFE-FILE-STATUS.
000770     SELECT CMMS-EXTRACT-FILE
000780         ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000810     SELECT CMMS-LOG-FILE ASSIGN TO "GPIOCML.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-LOG-FILE-STATUS.
000840     SELECT GPIO-OPEN-FILE ASSIGN TO "GPIOOPN.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-OPEN-FILE-STATUS.
000870     SELECT GPIO-UNIT-FILE ASSIGN TO "GPIOUNIT.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-UNIT-FILE-STATUS.
000900     SELECT GPIO-SECURITY-FILE ASSIGN TO "GPIOSEC.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SECURITY-FILE-STATUS.
000930     SELECT GPIO-AUTH-FILE ASSIGN TO "GPIOAUT.DAT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-AUTH-FILE-STATUS.
000960     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS MST-PIN-KEY
001000         FILE STATUS IS WS-MASTER-FILE-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  CMMS-AUDIT-FILE.
001050 01  CAUD-RECORD.
001060*>        Must stay field for field with the audit FD written by
001070*>        RPIwithCOBOL, unit identifier and seal included.
001080     05  CAUD-DATE PIC X(10).
001090     05  FILLER PIC X(01).
001100     05  CAUD-TIME PIC X(08).
001110     05  FILLER PIC X(01).
001120     05  CAUD-PIN-TEXT PIC X(02).
001130     05  FILLER PIC X(01).
001140     05  CAUD-TRANSITION PIC X(03).
001150     05  FILLER PIC X(01).
001160     05  CAUD-OBSERVED PIC X(01).
001170     05  FILLER PIC X(01).
001180     05  CAUD-UNIT PIC X(08).
001190     05  FILLER PIC X(01).
001200     05  CAUD-SEQ PIC 9(07).
001210     05  FILLER PIC X(01).
001220     05  CAUD-CHECK PIC 9(09).
001230
001240 FD  CMMS-TARIFF-FILE.
001250 01  CMMS-TARIFF-RECORD.
001260*>        Must stay field for field with the tariff FD in
001270*>        GPIOCOST - the energy sent has to match the statement.
001280     05  TAR-FROM-DATE PIC X(08).
001290     05  FILLER PIC X(01).
001300     05  TAR-TO-DATE PIC X(08).
001310     05  FILLER PIC X(01).
001320     05  TAR-RATE-E4 PIC 9(06).
001330
001340 FD  CMMS-LIFE-FILE.
001350 01  CMMS-LIFE-LINE PIC X(100).
001360*>        The GPIOLIFE forecast as printed.  A pin line carries
001370*>        the pin in 1-2, lifetime cycles in 5-13, rated in
001380*>        15-21, percent used in 23-27 with the % sign in 28,
001390*>        rate per day in 30-36, projected date in 38-45, the
001400*>        description in 47-76 and the warning flag from 78.
001410 01  CMMS-LIFE-PIN-LINE.
001420     05  LIF-PIN-TEXT PIC X(02).
001430     05  FILLER PIC X(02).
001440     05  LIF-LIFETIME PIC X(09).
001450     05  FILLER PIC X(01).
001460     05  LIF-RATED PIC X(07).
001470     05  FILLER PIC X(01).
001480     05  LIF-PCT PIC X(05).
001490     05  LIF-PCT-SIGN PIC X(01).
001500     05  FILLER PIC X(01).
001510     05  LIF-RATE PIC X(07).
001520     05  FILLER PIC X(01).
001530     05  LIF-PROJECTED PIC X(08).
001540     05  FILLER PIC X(01).
001550     05  LIF-DESC PIC X(30).
001560     05  FILLER PIC X(01).
001570     05  LIF-WARN-FLAG PIC X(16).
001580     05  FILLER PIC X(07).
001590
001600 FD  CMMS-EXTRACT-FILE.
001610 01  CMMS-EXTRACT-LINE PIC X(120).
001620
001630 FD  CMMS-LOG-FILE.
001640 01  CMMS-LOG-RECORD.
001650*>        One line per file sent - sequence, unit, period, the
001660*>        creation stamp, send type, lines in the file, the two
001670*>        hash totals, the operator who signed for a resend or
001680*>        gap, and the file name.  Appended, never rewritten.
001690     05  CML-SEQ PIC X(06).
001700     05  FILLER PIC X(01).
001710     05  CML-UNIT PIC X(08).
001720     05  FILLER PIC X(01).
001730     05  CML-FROM-DATE PIC X(08).
001740     05  FILLER PIC X(01).
001750     05  CML-TO-DATE PIC X(08).
001760     05  FILLER PIC X(01).
001770     05  CML-CREATED PIC X(14).
001780     05  FILLER PIC X(01).
001790     05  CML-TYPE PIC X(06).
001800     05  FILLER PIC X(01).
001810     05  CML-RECORDS PIC 9(07).
001820     05  FILLER PIC X(01).
001830     05  CML-CYCLES-HASH PIC 9(12).
001840     05  FILLER PIC X(01).
001850     05  CML-COST-HASH PIC 9(09).9(02).
001860     05  FILLER PIC X(01).
001870     05  CML-OPERATOR PIC X(10).
001880     05  FILLER PIC X(01).
001890     05  CML-FILE-NAME PIC X(20).
001900
001910 FD  GPIO-OPEN-FILE.
001920 01  GPIO-OPEN-RECORD.
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
002150 FD  GPIO-UNIT-FILE.
002160 01  GPIO-UNIT-RECORD.
002170*>        The single line naming this Pi, as RPIwithCOBOL reads
002180*>        it.  A missing file sends as LOCAL.
002190     05  UNIT-ID-TEXT PIC X(08).
002200
002210 FD  GPIO-SECURITY-FILE.
002220 01  GPIO-SECURITY-RECORD.
002230*>        Must stay field for field with the security FD in
002240*>        GPIOMNT - 1 browse only, 2 update the control table,
002250*>        3 dispose of history as well.
002260     05  SEC-OPERATOR PIC X(10).
002270     05  FILLER PIC X(01).
002280     05  SEC-LEVEL PIC 9(01).
002290
002300 FD  GPIO-AUTH-FILE.
002310 01  GPIO-AUTH-RECORD.
002320*>        The authority trail, shared with GPIOMNT and GPIOHIST.
002330     05  AUT-DATE PIC X(10).
002340     05  FILLER PIC X(01).
002350     05  AUT-TIME PIC X(08).
002360     05  FILLER PIC X(01).
002370     05  AUT-PROGRAM PIC X(08).
002380     05  FILLER PIC X(01).
002390     05  AUT-OPERATOR PIC X(10).
002400     05  FILLER PIC X(01).
002410     05  AUT-ACTION PIC X(12).
002420     05  FILLER PIC X(01).
002430     05  AUT-RESULT PIC X(08).
002440
002450 FD  GPIO-MASTER-FILE.
002460 01  GPIO-MASTER-RECORD.
002470*>        Must stay field for field with the master FD in
002480*>        RPIwithCOBOL and GPIOMSTLD.
002490     05  MST-PIN-KEY PIC X(02).
002500     05  MST-DESC PIC X(30).
002510     05  MST-LOCATION PIC X(20).
002520     05  MST-WIRED-DATE PIC X(10).
002530     05  MST-SERVICE-FLAG PIC X(01).
002540     05  MST-OPERATOR PIC X(10).
002550     05  MST-RATED-CYCLES PIC 9(07).
002560     05  MST-INSTALLED-DATE PIC X(10).
002570     05  MST-WATTS PIC 9(05).
002580
002590 WORKING-STORAGE SECTION.
002600*>--------------------------------------------------------------
002610*> FILE STATUS AND DYNAMIC FILE NAMES
002620*>--------------------------------------------------------------
002630 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
002640 77  WS-TARIFF-FILE-STATUS PIC X(02) VALUE SPACES.
002650 77  WS-LIFE-FILE-STATUS PIC X(02) VALUE SPACES.
002660 77  WS-EXTRACT-FILE-STATUS PIC X(02) VALUE SPACES.
002670 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
002680 77  WS-OPEN-FILE-STATUS PIC X(02) VALUE SPACES.
002690 77  WS-UNIT-FILE-STATUS PIC X(02) VALUE SPACES.
002700 77  WS-SECURITY-FILE-STATUS PIC X(02) VALUE SPACES.
002710 77  WS-AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
002720 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
002730 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
002740 77  WS-LIFE-FILE-NAME PIC X(20) VALUE SPACES.
002750 77  WS-EXTRACT-FILE-NAME PIC X(20) VALUE SPACES.
002760 77  WS-UNIT-ID PIC X(08) VALUE "LOCAL".
002770
002780*>--------------------------------------------------------------
002790*> CONSOLE INPUT - THE PERIOD TO SEND AND WHO SIGNS FOR IT
002800*>--------------------------------------------------------------
002810 77  WS-FROM-TEXT PIC X(08) VALUE SPACES.
002820 77  WS-TO-TEXT PIC X(08) VALUE SPACES.
002830 77  WS-OPERATOR PIC X(10) VALUE SPACES.
002840 77  WS-OPER-LEVEL PIC 9(01) VALUE ZERO.
002850 77  WS-AUTH-ACTION PIC X(12) VALUE SPACES.
002860 77  WS-AUTH-RESULT PIC X(08) VALUE SPACES.
002870
002880*>--------------------------------------------------------------
002890*> DATE WORK AREAS AND THE CREATION STAMP
002900*>--------------------------------------------------------------
002910 01  WS-CUR-DATE PIC 9(08) VALUE ZERO.
002920 01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
002930     05  WS-CUR-YYYY PIC 9(04).
002940     05  WS-CUR-MM PIC 9(02).
002950     05  WS-CUR-DD PIC 9(02).
002960 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
002970 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
002980 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
002990 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
003000 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
003010 01  WS-TODAY PIC 9(08) VALUE ZERO.
003020 01  WS-TODAY-R REDEFINES WS-TODAY.
003030     05  WS-TODAY-YYYY PIC 9(04).
003040     05  WS-TODAY-MM PIC 9(02).
003050     05  WS-TODAY-DD PIC 9(02).
003060 01  WS-NOW PIC 9(08) VALUE ZERO.
003070 01  WS-NOW-R REDEFINES WS-NOW.
003080     05  WS-NOW-HH PIC 9(02).
003090     05  WS-NOW-MM PIC 9(02).
003100     05  WS-NOW-SS PIC 9(02).
003110     05  WS-NOW-CC PIC 9(02).
003120 77  WS-CREATED PIC X(14) VALUE SPACES.
003130
003140*>--------------------------------------------------------------
003150*> TRANSMISSION LOG - WHAT THIS UNIT HAS ALREADY SENT, THE
003160*> SEQUENCE THIS FILE TAKES AND HOW IT IS TO BE LOGGED
003170*>--------------------------------------------------------------
003180 77  WS-LOG-ENTRIES PIC 9(05) VALUE ZERO.
003190 77  WS-LOG-LAST-SEQ PIC 9(06) VALUE ZERO.
003200 77  WS-LOG-LAST-TO PIC 9(08) VALUE ZERO.
003210 77  WS-LOG-FROM PIC 9(08) VALUE ZERO.
003220 77  WS-LOG-TO PIC 9(08) VALUE ZERO.
003230 77  WS-LOG-SEQ PIC 9(06) VALUE ZERO.
003240 77  WS-NEXT-SEQ PIC 9(06) VALUE ZERO.
003250 77  WS-EXPECT-FROM PIC 9(08) VALUE ZERO.
003260 77  WS-OVERLAP-SEQ PIC 9(06) VALUE ZERO.
003270 77  WS-OVERLAP-FROM PIC 9(08) VALUE ZERO.
003280 77  WS-OVERLAP-TO PIC 9(08) VALUE ZERO.
003290 77  WS-PERIOD-OVERLAPS PIC X(01) VALUE "N".
003300 77  WS-PERIOD-GAPPED PIC X(01) VALUE "N".
003310 77  WS-SEND-TYPE PIC X(06) VALUE "SENT".
003320
003330*>--------------------------------------------------------------
003340*> TARIFF TABLE - THE GPIOTAR.DAT BANDS LOADED AT STARTUP, AND
003350*> THE RATE PICKED FOR THE DAY CURRENTLY BEING COSTED
003360*>--------------------------------------------------------------
003370 77  WS-MAX-TARIFFS PIC 9(02) VALUE 10.
003380 77  WS-TARIFF-COUNT PIC 9(02) VALUE ZERO.
003390 77  WS-TARIFF-IDX PIC 9(02) VALUE ZERO.
003400 77  WS-RATE-FOUND PIC X(01) VALUE "N".
003410 77  WS-NO-RATE-WARNED PIC X(01) VALUE "N".
003420 01  WS-TARIFF-TABLE.
003430     05  WS-TARIFF-ENTRY OCCURS 10 TIMES.
003440         10  WS-TAR-FROM PIC 9(08).
003450         10  WS-TAR-TO PIC 9(08).
003460         10  WS-TAR-RATE PIC 9(02)V9(04).
003470 77  WS-DAY-RATE PIC 9(02)V9(04) VALUE ZERO.
003480
003490*>--------------------------------------------------------------
003500*> PER-PIN ACCUMULATORS - THE MASTER'S WATTAGE AND LOCATION
003510*> RIDE ALONG, THE DAY FIELDS RESTART EVERY DAY AND THE PERIOD
003520*> FIELDS RUN ON ACROSS THE RANGE
003530*>--------------------------------------------------------------
003540 77  WS-MAX-PINS PIC 9(03) VALUE 30.
003550 77  WS-PIN-COUNT PIC 9(03) VALUE ZERO.
003560 77  WS-PIN-IDX PIC 9(03) VALUE ZERO.
003570 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
003580 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
003590 01  WS-PIN-TABLE.
003600     05  WS-PIN-ENTRY OCCURS 30 TIMES.
003610         10  WS-PIN-TEXT PIC X(02).
003620         10  WS-PIN-WATTS PIC 9(05).
003630         10  WS-PIN-LOCATION PIC X(20).
003640         10  WS-DAY-CYCLES PIC 9(05).
003650         10  WS-DAY-FIRST PIC X(08).
003660         10  WS-DAY-LAST PIC X(08).
003670         10  WS-DAY-ON-SECS PIC 9(07).
003680         10  WS-DAY-PENDING-ON PIC 9(07).
003690         10  WS-DAY-HAS-ON PIC X(01).
003700         10  WS-PER-KWH PIC 9(07)V9(04).
003710         10  WS-PER-COST PIC 9(09)V9(02).
003720
003730*>--------------------------------------------------------------
003740*> LOCATION ROLLUP - ONE ROW PER MST-LOCATION SEEN
003750*>--------------------------------------------------------------
003760 77  WS-MAX-LOCS PIC 9(02) VALUE 20.
003770 77  WS-LOC-COUNT PIC 9(02) VALUE ZERO.
003780 77  WS-LOC-IDX PIC 9(02) VALUE ZERO.
003790 77  WS-LFOUND-IDX PIC 9(02) VALUE ZERO.
003800 77  WS-FIND-LOC PIC X(20) VALUE SPACES.
003810 01  WS-LOC-TABLE.
003820     05  WS-LOC-ENTRY OCCURS 20 TIMES.
003830         10  WS-LOC-NAME PIC X(20).
003840         10  WS-LOC-KWH PIC 9(07)V9(04).
003850         10  WS-LOC-COST PIC 9(09)V9(02).
003860
003870*>--------------------------------------------------------------
003880*> COSTING WORK FIELDS - WATT-SECONDS TO KWH TO COST, AND THE
003890*> PICTURES THE EXTRACT CARRIES THEM IN
003900*>--------------------------------------------------------------
003910 77  WS-WATT-SECS PIC 9(12) VALUE ZERO.
003920 77  WS-DAY-KWH PIC 9(05)V9(04) VALUE ZERO.
003930 77  WS-DAY-COST PIC 9(07)V9(02) VALUE ZERO.
003940 77  WS-KWH-OUT PIC 9(07).9(04) VALUE ZERO.
003950 77  WS-COST-OUT PIC 9(09).9(02) VALUE ZERO.
003960
003970*>--------------------------------------------------------------
003980*> TIME CONVERSION WORK AREAS
003990*>--------------------------------------------------------------
004000 01  WS-TIME-TEXT PIC X(08) VALUE SPACES.
004010 01  WS-TIME-TEXT-R REDEFINES WS-TIME-TEXT.
004020     05  WS-TT-HH PIC 9(02).
004030     05  FILLER PIC X(01).
004040     05  WS-TT-MM PIC 9(02).
004050     05  FILLER PIC X(01).
004060     05  WS-TT-SS PIC 9(02).
004070 77  WS-TIME-SECS PIC 9(07) VALUE ZERO.
004080 77  WS-WORK-SECS PIC 9(07) VALUE ZERO.
004090
004100*>--------------------------------------------------------------
004110*> AUDIT SEAL CHECK - THE SAME WORKING GPIOAVER DOES, SO A DAY
004120*> THIS EXTRACT REFUSES IS A DAY GPIOAVER REPORTS AS FAILED.
004130*> UNSEALED DAYS PREDATE THE SEAL AND ARE SENT AS BEFORE.
004140*>--------------------------------------------------------------
004150 77  WS-VFY-LINES PIC 9(07) VALUE ZERO.
004160 77  WS-VFY-EXPECT-SEQ PIC 9(07) VALUE ZERO.
004170 77  WS-VFY-COUNT-SEQ PIC 9(07) VALUE ZERO.
004180 77  WS-VFY-TOTAL PIC 9(09) VALUE ZERO.
004190 77  WS-VFY-TRAILERS PIC 9(05) VALUE ZERO.
004200 77  WS-VFY-FAIL-LINE PIC 9(07) VALUE ZERO.
004210 77  WS-VFY-SEALED PIC X(01) VALUE "N".
004220 77  WS-VFY-LAST-TRL PIC X(01) VALUE "N".
004230 77  WS-VFY-FAILED PIC X(01) VALUE "N".
004240 77  WS-VFY-RESULT PIC X(14) VALUE SPACES.
004250 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
004260 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
004270 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
004280 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
004290 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
004300 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
004310 01  WS-CHK-ALPHABET.
004320     05  FILLER PIC X(36)
004330         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004340     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
004350     05  FILLER PIC X(07) VALUE " -:*?./".
004360 77  WS-DAYS-REFUSED PIC 9(05) VALUE ZERO.
004370 77  WS-DAYS-UNSEALED PIC 9(05) VALUE ZERO.
004380
004390*>--------------------------------------------------------------
004400*> MASTER SWEEP - EVERY KEY FROM 00 TO 99 IS ASKED FOR
004410*>--------------------------------------------------------------
004420 77  WS-PROBE-IDX PIC 9(03) VALUE ZERO.
004430 77  WS-PIN-NUM PIC 9(02) VALUE ZERO.
004440
004450*>--------------------------------------------------------------
004460*> CONTROL TOTALS - RECORD COUNTS PER TYPE, LINES WRITTEN AND
004470*> THE TWO HASH TOTALS THE TRAILER AND THE LOG CARRY
004480*>--------------------------------------------------------------
004490 77  WS-COUNT-DEV PIC 9(07) VALUE ZERO.
004500 77  WS-COUNT-ACT PIC 9(07) VALUE ZERO.
004510 77  WS-COUNT-RPL PIC 9(07) VALUE ZERO.
004520 77  WS-COUNT-NRG PIC 9(07) VALUE ZERO.
004530 77  WS-COUNT-OPN PIC 9(07) VALUE ZERO.
004540 77  WS-COUNT-LINES PIC 9(07) VALUE ZERO.
004550 77  WS-HASH-CYCLES PIC 9(12) VALUE ZERO.
004560 77  WS-HASH-COST PIC 9(09)V9(02) VALUE ZERO.
004570 77  WS-LIFE-MISSING PIC X(01) VALUE "N".
004580
004590*>--------------------------------------------------------------
004600*> EXTRACT LINE BUILD AREA AND RUN TOTALS
004610*>--------------------------------------------------------------
004620 01  WS-LINE-WORK PIC X(120) VALUE SPACES.
004630 77  WS-DAYS-SWEPT PIC 9(05) VALUE ZERO.
004640
004650 PROCEDURE DIVISION.
004660
004670 0000-MAINLINE.
004680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004690     PERFORM 2000-WRITE-DEVICES THRU 2000-EXIT.
004700     PERFORM 3000-EXTRACT-ONE-DAY THRU 3000-EXIT
004710         UNTIL WS-CUR-DATE > WS-TO-DATE.
004720     PERFORM 4000-WRITE-REPLACEMENTS THRU 4000-EXIT.
004730     PERFORM 5000-WRITE-ENERGY THRU 5000-EXIT.
004740     PERFORM 6000-WRITE-OPEN-ITEMS THRU 6000-EXIT.
004750     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
004760     PERFORM 7500-LOG-TRANSMISSION THRU 7500-EXIT.
004770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004780     STOP RUN.
004790
004800 1000-INITIALIZE.
004810     DISPLAY "GPIOCMMS - FACILITIES CMMS INTERFACE EXTRACT".
004820     DISPLAY "FROM DATE (YYYYMMDD):".
004830     ACCEPT WS-FROM-TEXT.
004840     DISPLAY "TO DATE (YYYYMMDD):".
004850     ACCEPT WS-TO-TEXT.
004860     DISPLAY "OPERATOR ID (BLANK UNLESS RESENDING):".
004870     ACCEPT WS-OPERATOR.
004880     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004890     ACCEPT WS-NOW FROM TIME.
004900     STRING WS-TODAY WS-NOW-HH WS-NOW-MM WS-NOW-SS
004910         DELIMITED BY SIZE INTO WS-CREATED.
004920     IF WS-FROM-TEXT IS NOT NUMERIC
004930        OR WS-TO-TEXT IS NOT NUMERIC
004940         DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD ***"
004950         MOVE 8 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     MOVE WS-FROM-TEXT TO WS-CUR-DATE.
004990     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
005000     MOVE WS-TO-TEXT TO WS-CUR-DATE.
005010     PERFORM 1050-CHECK-CALENDAR-DATE THRU 1050-EXIT.
005020     MOVE WS-FROM-TEXT TO WS-FROM-DATE.
005030     MOVE WS-TO-TEXT TO WS-TO-DATE.
005040     IF WS-FROM-DATE > WS-TO-DATE
005050         DISPLAY "*** FROM DATE IS AFTER TO DATE ***"
005060         MOVE 8 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090*>        Today's audit is still being written, so a period is
005100*>        only sent once it has closed.
005110     IF WS-TO-DATE NOT < WS-TODAY
005120         DISPLAY "*** TO DATE MUST BE BEFORE TODAY - THE PERIOD "
005130             "HAS NOT CLOSED ***"
005140         MOVE 8 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005170     PERFORM 1010-READ-UNIT-ID THRU 1010-EXIT.
005180     PERFORM 1100-CHECK-TRANSMIT-LOG THRU 1100-EXIT.
005190     PERFORM 1200-LOAD-TARIFF-FILE THRU 1200-EXIT.
005200     OPEN INPUT GPIO-MASTER-FILE.
005210     IF WS-MASTER-FILE-STATUS NOT = "00"
005220         DISPLAY "*** GPIOMST.DAT COULD NOT BE OPENED - "
005230             "STATUS " WS-MASTER-FILE-STATUS " ***"
005240         DISPLAY "THE EXTRACT NEEDS THE MASTER'S DEVICES, "
005250             "WATTAGE AND LOCATION - RUN GPIOMSTLD FIRST"
005260         MOVE 8 TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290     STRING "GPIOCMX." DELIMITED BY SIZE
005300             WS-TO-TEXT DELIMITED BY SIZE
005310         INTO WS-EXTRACT-FILE-NAME.
005320     OPEN OUTPUT CMMS-EXTRACT-FILE.
005330     IF WS-EXTRACT-FILE-STATUS NOT = "00"
005340         DISPLAY "*** COULD NOT CREATE " WS-EXTRACT-FILE-NAME
005350             " - STATUS " WS-EXTRACT-FILE-STATUS " ***"
005360         MOVE 8 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     MOVE SPACES TO WS-LINE-WORK.
005400     STRING "HDR|" DELIMITED BY SIZE
005410             WS-UNIT-ID DELIMITED BY SIZE
005420             "|" DELIMITED BY SIZE
005430             WS-FROM-TEXT DELIMITED BY SIZE
005440             "|" DELIMITED BY SIZE
005450             WS-TO-TEXT DELIMITED BY SIZE
005460             "|" DELIMITED BY SIZE
005470             WS-CREATED DELIMITED BY SIZE
005480             "|" DELIMITED BY SIZE
005490             WS-NEXT-SEQ DELIMITED BY SIZE
005500             "|" DELIMITED BY SIZE
005510             WS-SEND-TYPE DELIMITED BY SIZE
005520         INTO WS-LINE-WORK.
005530     PERFORM 8500-WRITE-EXTRACT-LINE THRU 8500-EXIT.
005540     MOVE WS-FROM-DATE TO WS-CUR-DATE.
005550 1000-EXIT.
005560     EXIT.
005570
005580 1010-READ-UNIT-ID.
005590*>        Read exactly as RPIwithCOBOL reads it, so the header
005600*>        names the same unit the audit lines carry.
005610     OPEN INPUT GPIO-UNIT-FILE.
005620     IF WS-UNIT-FILE-STATUS NOT = "00"
005630         DISPLAY "GPIOUNIT.DAT NOT FOUND - UNIT IS "
005640             WS-UNIT-ID
005650         GO TO 1010-EXIT
005660     END-IF.
005670     READ GPIO-UNIT-FILE
005680         AT END
005690             CONTINUE
005700         NOT AT END
005710             IF UNIT-ID-TEXT NOT = SPACES
005720                 MOVE UNIT-ID-TEXT TO WS-UNIT-ID
005730             END-IF
005740     END-READ.
005750     CLOSE GPIO-UNIT-FILE.
005760     DISPLAY "UNIT IDENTIFIER " WS-UNIT-ID.
005770 1010-EXIT.
005780     EXIT.
005790
005800 1050-CHECK-CALENDAR-DATE.
005810*>        WS-CUR-DATE must be a day the calendar has - a month
005820*>        or day out of range would walk the day loop through
005830*>        dates that never existed and build file names for
005840*>        them.
005850     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
005860         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
005870         MOVE 8 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
005910     IF WS-CUR-DD < 1 OR WS-CUR-DD > WS-MONTH-LENGTH
005920         DISPLAY "*** " WS-CUR-DATE " IS NOT A CALENDAR DATE ***"
005930         MOVE 8 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960 1050-EXIT.
005970     EXIT.
005980
005990 1100-CHECK-TRANSMIT-LOG.
006000*>        This unit's earlier transmissions decide the sequence
006010*>        number and whether the period may go.  A period that
006020*>        overlaps one already sent is a resend; one that starts
006030*>        after the day following the last one sent leaves a
006040*>        gap.  Either needs an operator to sign for it.  No log
006050*>        at all is the first transmission.
006060     MOVE ZERO TO WS-LOG-ENTRIES.
006070     MOVE ZERO TO WS-LOG-LAST-SEQ.
006080     MOVE ZERO TO WS-LOG-LAST-TO.
006090     OPEN INPUT CMMS-LOG-FILE.
006100     IF WS-LOG-FILE-STATUS = "00"
006110         PERFORM 1150-READ-LOG-RECORD THRU 1150-EXIT
006120             UNTIL WS-LOG-FILE-STATUS NOT = "00"
006130         CLOSE CMMS-LOG-FILE
006140     ELSE
006150         DISPLAY "GPIOCML.DAT NOT FOUND - FIRST TRANSMISSION"
006160     END-IF.
006170     ADD 1 TO WS-LOG-LAST-SEQ GIVING WS-NEXT-SEQ.
006180     IF WS-LOG-ENTRIES > ZERO
006190         MOVE WS-LOG-LAST-TO TO WS-CUR-DATE
006200         PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
006210         MOVE WS-CUR-DATE TO WS-EXPECT-FROM
006220         IF WS-FROM-DATE > WS-EXPECT-FROM
006230             MOVE "Y" TO WS-PERIOD-GAPPED
006240         END-IF
006250     END-IF.
006260     IF WS-PERIOD-GAPPED = "Y"
006270         MOVE "GAP" TO WS-SEND-TYPE
006280         MOVE "CMMS GAP" TO WS-AUTH-ACTION
006290         DISPLAY "PERIOD STARTS " WS-FROM-TEXT
006300             " - NEXT UNSENT DAY IS " WS-EXPECT-FROM
006310     END-IF.
006320     IF WS-PERIOD-OVERLAPS = "Y"
006330         MOVE "RESEND" TO WS-SEND-TYPE
006340         MOVE "CMMS RESEND" TO WS-AUTH-ACTION
006350         DISPLAY "PERIOD " WS-FROM-TEXT " THRU " WS-TO-TEXT
006360             " OVERLAPS TRANSMISSION " WS-OVERLAP-SEQ " ("
006370             WS-OVERLAP-FROM " THRU " WS-OVERLAP-TO ")"
006380     END-IF.
006390     IF WS-SEND-TYPE = "SENT"
006400         GO TO 1100-EXIT
006410     END-IF.
006420     IF WS-OPERATOR = SPACES
006430         DISPLAY "*** NOT SENT - AN OPERATOR MUST SIGN FOR A "
006440             "RESEND OR A GAP ***"
006450         MOVE 8 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480     PERFORM 1160-CHECK-OPERATOR THRU 1160-EXIT.
006490     IF WS-OPER-LEVEL < 2
006500         MOVE "DENIED" TO WS-AUTH-RESULT
006510         PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT
006520         DISPLAY "*** NOT SENT - OPERATOR " WS-OPERATOR
006530             " AUTHORITY LEVEL " WS-OPER-LEVEL
006540             " CANNOT SIGN FOR A RESEND OR A GAP ***"
006550         MOVE 8 TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     MOVE "ALLOWED" TO WS-AUTH-RESULT.
006590     PERFORM 8900-WRITE-AUTH-TRAIL THRU 8900-EXIT.
006600     DISPLAY "SENT AS " WS-SEND-TYPE " ON THE AUTHORITY OF "
006610         WS-OPERATOR.
006620 1100-EXIT.
006630     EXIT.
006640
006650 1150-READ-LOG-RECORD.
006660     READ CMMS-LOG-FILE
006670         AT END
006680             GO TO 1150-EXIT
006690     END-READ.
006700     IF CML-UNIT NOT = WS-UNIT-ID
006710         GO TO 1150-EXIT
006720     END-IF.
006730     IF CML-SEQ IS NOT NUMERIC
006740        OR CML-FROM-DATE IS NOT NUMERIC
006750        OR CML-TO-DATE IS NOT NUMERIC
006760         DISPLAY "GPIOCML.DAT LINE SKIPPED - NOT NUMERIC - "
006770             CML-FILE-NAME
006780         GO TO 1150-EXIT
006790     END-IF.
006800     ADD 1 TO WS-LOG-ENTRIES.
006810     MOVE CML-SEQ TO WS-LOG-SEQ.
006820     MOVE CML-FROM-DATE TO WS-LOG-FROM.
006830     MOVE CML-TO-DATE TO WS-LOG-TO.
006840     IF WS-LOG-SEQ > WS-LOG-LAST-SEQ
006850         MOVE WS-LOG-SEQ TO WS-LOG-LAST-SEQ
006860     END-IF.
006870     IF WS-LOG-TO > WS-LOG-LAST-TO
006880         MOVE WS-LOG-TO TO WS-LOG-LAST-TO
006890     END-IF.
006900     IF WS-FROM-DATE NOT > WS-LOG-TO
006910        AND WS-TO-DATE NOT < WS-LOG-FROM
006920         MOVE "Y" TO WS-PERIOD-OVERLAPS
006930         MOVE WS-LOG-SEQ TO WS-OVERLAP-SEQ
006940         MOVE WS-LOG-FROM TO WS-OVERLAP-FROM
006950         MOVE WS-LOG-TO TO WS-OVERLAP-TO
006960     END-IF.
006970 1150-EXIT.
006980     EXIT.
006990
007000 1160-CHECK-OPERATOR.
007010*>        Scans GPIOSEC.DAT for the keyed id and leaves the
007020*>        authority level, zero when the id is not on file.  No
007030*>        security file fails closed, exactly as GPIOHIST does.
007040     MOVE ZERO TO WS-OPER-LEVEL.
007050     OPEN INPUT GPIO-SECURITY-FILE.
007060     IF WS-SECURITY-FILE-STATUS NOT = "00"
007070         DISPLAY "*** GPIOSEC.DAT COULD NOT BE OPENED - "
007080             "STATUS " WS-SECURITY-FILE-STATUS " ***"
007090         DISPLAY "NO OPERATOR CAN BE CHECKED - SET UP THE "
007100             "SECURITY FILE FIRST"
007110         MOVE 8 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140     PERFORM 1170-READ-SECURITY-RECORD THRU 1170-EXIT
007150         UNTIL WS-SECURITY-FILE-STATUS NOT = "00".
007160     CLOSE GPIO-SECURITY-FILE.
007170 1160-EXIT.
007180     EXIT.
007190
007200 1170-READ-SECURITY-RECORD.
007210     READ GPIO-SECURITY-FILE
007220         AT END
007230             GO TO 1170-EXIT
007240     END-READ.
007250     IF SEC-OPERATOR = WS-OPERATOR
007260        AND SEC-LEVEL IS NUMERIC
007270         MOVE SEC-LEVEL TO WS-OPER-LEVEL
007280     END-IF.
007290 1170-EXIT.
007300     EXIT.
007310
007320 1200-LOAD-TARIFF-FILE.
007330*>        No tariff file, or a day no band covers, costs at
007340*>        zero with a console warning, as on the statement.
007350     MOVE ZERO TO WS-TARIFF-COUNT.
007360     OPEN INPUT CMMS-TARIFF-FILE.
007370     IF WS-TARIFF-FILE-STATUS NOT = "00"
007380         DISPLAY "GPIOTAR.DAT NOT FOUND - COSTS WILL BE ZERO"
007390         GO TO 1200-EXIT
007400     END-IF.
007410     PERFORM 1250-READ-TARIFF-RECORD THRU 1250-EXIT
007420         UNTIL WS-TARIFF-FILE-STATUS NOT = "00".
007430     CLOSE CMMS-TARIFF-FILE.
007440 1200-EXIT.
007450     EXIT.
007460
007470 1250-READ-TARIFF-RECORD.
007480     READ CMMS-TARIFF-FILE
007490         AT END
007500             GO TO 1250-EXIT
007510     END-READ.
007520     IF TAR-FROM-DATE IS NOT NUMERIC
007530        OR TAR-TO-DATE IS NOT NUMERIC
007540        OR TAR-RATE-E4 IS NOT NUMERIC
007550         DISPLAY "GPIOTAR.DAT LINE SKIPPED - NOT NUMERIC"
007560         GO TO 1250-EXIT
007570     END-IF.
007580     IF WS-TARIFF-COUNT NOT < WS-MAX-TARIFFS
007590         DISPLAY "GPIOTAR.DAT HAS MORE THAN " WS-MAX-TARIFFS
007600             " BANDS - EXTRA LINES IGNORED"
007610         GO TO 1250-EXIT
007620     END-IF.
007630     ADD 1 TO WS-TARIFF-COUNT.
007640     MOVE TAR-FROM-DATE TO WS-TAR-FROM (WS-TARIFF-COUNT).
007650     MOVE TAR-TO-DATE TO WS-TAR-TO (WS-TARIFF-COUNT).
007660     DIVIDE TAR-RATE-E4 BY 10000
007670         GIVING WS-TAR-RATE (WS-TARIFF-COUNT).
007680 1250-EXIT.
007690     EXIT.
007700
007710 2000-WRITE-DEVICES.
007720*>        The master is keyed by a two-digit pin and opened for
007730*>        random reads everywhere in the suite, so it is swept
007740*>        here by asking for every key from 00 to 99, exactly as
007750*>        GPIOXREF does.
007760     PERFORM 2100-PROBE-ONE-PIN THRU 2100-EXIT
007770         VARYING WS-PROBE-IDX FROM 0 BY 1
007780         UNTIL WS-PROBE-IDX > 99.
007790 2000-EXIT.
007800     EXIT.
007810
007820 2100-PROBE-ONE-PIN.
007830     MOVE WS-PROBE-IDX TO WS-PIN-NUM.
007840     MOVE WS-PIN-NUM TO MST-PIN-KEY.
007850     READ GPIO-MASTER-FILE
007860         INVALID KEY
007870             GO TO 2100-EXIT
007880     END-READ.
007890     MOVE SPACES TO WS-LINE-WORK.
007900     STRING "DEV|" DELIMITED BY SIZE
007910             MST-PIN-KEY DELIMITED BY SIZE
007920             "|" DELIMITED BY SIZE
007930             MST-DESC DELIMITED BY SIZE
007940             "|" DELIMITED BY SIZE
007950             MST-LOCATION DELIMITED BY SIZE
007960             "|" DELIMITED BY SIZE
007970             MST-WIRED-DATE DELIMITED BY SIZE
007980             "|" DELIMITED BY SIZE
007990             MST-SERVICE-FLAG DELIMITED BY SIZE
008000             "|" DELIMITED BY SIZE
008010             MST-OPERATOR DELIMITED BY SIZE
008020             "|" DELIMITED BY SIZE
008030             MST-RATED-CYCLES DELIMITED BY SIZE
008040             "|" DELIMITED BY SIZE
008050             MST-INSTALLED-DATE DELIMITED BY SIZE
008060             "|" DELIMITED BY SIZE
008070             MST-WATTS DELIMITED BY SIZE
008080         INTO WS-LINE-WORK.
008090     PERFORM 8500-WRITE-EXTRACT-LINE THRU 8500-EXIT.
008100     ADD 1 TO WS-COUNT-DEV.
008110 2100-EXIT.
008120     EXIT.
008130
008140 3000-EXTRACT-ONE-DAY.
008150     PERFORM 3050-CLEAR-DAY-FIELDS THRU 3050-EXIT
008160         VARYING WS-PIN-IDX FROM 1 BY 1
008170         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
008180     MOVE SPACES TO WS-AUDIT-FILE-NAME.
008190     STRING "GPIOAUD." DELIMITED BY SIZE
008200             WS-CUR-DATE DELIMITED BY SIZE
008210         INTO WS-AUDIT-FILE-NAME.
008220*>        The day's seal is checked before any of it is sent -
008230*>        a broken log sends nothing for the day, and the
008240*>        trailer tells the receiving side how many were held
008250*>        back.
008260     PERFORM 8800-VERIFY-AUDIT-DAY THRU 8800-EXIT.
008270     IF WS-VFY-RESULT = "UNSEALED"
008280         ADD 1 TO WS-DAYS-UNSEALED
008290     END-IF.
008300     IF WS-VFY-FAILED = "Y"
008310         ADD 1 TO WS-DAYS-REFUSED
008320         DISPLAY "AUDIT LOG REFUSED " WS-AUDIT-FILE-NAME
008330             " " WS-VFY-RESULT " AT LINE " WS-VFY-FAIL-LINE
008340             " - NOT SENT"
008350         PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT
008360         GO TO 3000-EXIT
008370     END-IF.
008380     OPEN INPUT CMMS-AUDIT-FILE.
008390     IF WS-AUDIT-FILE-STATUS = "00"
008400         PERFORM 3100-TALLY-AUDIT-LINE THRU 3100-EXIT
008410             UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
008420         CLOSE CMMS-AUDIT-FILE
008430         ADD 1 TO WS-DAYS-SWEPT
008440         PERFORM 3300-SET-DAY-RATE THRU 3300-EXIT
008450         PERFORM 3400-WRITE-ACTIVITY THRU 3400-EXIT
008460             VARYING WS-PIN-IDX FROM 1 BY 1
008470             UNTIL WS-PIN-IDX > WS-PIN-COUNT
008480     END-IF.
008490     PERFORM 8100-BUMP-CURRENT-DATE THRU 8100-EXIT.
008500 3000-EXIT.
008510     EXIT.
008520
008530 3050-CLEAR-DAY-FIELDS.
008540     MOVE ZERO TO WS-DAY-CYCLES (WS-PIN-IDX).
008550     MOVE SPACES TO WS-DAY-FIRST (WS-PIN-IDX).
008560     MOVE SPACES TO WS-DAY-LAST (WS-PIN-IDX).
008570     MOVE ZERO TO WS-DAY-ON-SECS (WS-PIN-IDX).
008580     MOVE ZERO TO WS-DAY-PENDING-ON (WS-PIN-IDX).
008590     MOVE "N" TO WS-DAY-HAS-ON (WS-PIN-IDX).
008600 3050-EXIT.
008610     EXIT.
008620
008630 3100-TALLY-AUDIT-LINE.
008640*>        Each ON line is a cycle, and ON seconds come from
008650*>        pairing it with the next OFF line for the pin - the
008660*>        pairing GPIOHIST and GPIOCOST do.
008670     READ CMMS-AUDIT-FILE
008680         AT END
008690             GO TO 3100-EXIT
008700     END-READ.
008710     IF CAUD-PIN-TEXT = SPACES
008720         GO TO 3100-EXIT
008730     END-IF.
008740     IF CAUD-TRANSITION NOT = "ON "
008750        AND CAUD-TRANSITION NOT = "OFF"
008760         GO TO 3100-EXIT
008770     END-IF.
008780     MOVE CAUD-PIN-TEXT TO WS-FIND-PIN.
008790     PERFORM 8400-FIND-OR-ADD-PIN THRU 8400-EXIT.
008800     IF WS-FOUND-IDX = ZERO
008810         GO TO 3100-EXIT
008820     END-IF.
008830     MOVE WS-FOUND-IDX TO WS-PIN-IDX.
008840     IF WS-DAY-FIRST (WS-PIN-IDX) = SPACES
008850         MOVE CAUD-TIME TO WS-DAY-FIRST (WS-PIN-IDX)
008860     END-IF.
008870     MOVE CAUD-TIME TO WS-DAY-LAST (WS-PIN-IDX).
008880     MOVE CAUD-TIME TO WS-TIME-TEXT.
008890     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
008900     IF CAUD-TRANSITION = "ON "
008910         ADD 1 TO WS-DAY-CYCLES (WS-PIN-IDX)
008920         MOVE WS-TIME-SECS
008930             TO WS-DAY-PENDING-ON (WS-PIN-IDX)
008940         MOVE "Y" TO WS-DAY-HAS-ON (WS-PIN-IDX)
008950     ELSE
008960         IF WS-DAY-HAS-ON (WS-PIN-IDX) = "Y"
008970             IF WS-TIME-SECS NOT <
008980                WS-DAY-PENDING-ON (WS-PIN-IDX)
008990                 SUBTRACT WS-DAY-PENDING-ON (WS-PIN-IDX)
009000                     FROM WS-TIME-SECS
009010                     GIVING WS-WORK-SECS
009020                 ADD WS-WORK-SECS
009030                     TO WS-DAY-ON-SECS (WS-PIN-IDX)
009040             END-IF
009050             MOVE "N" TO WS-DAY-HAS-ON (WS-PIN-IDX)
009060         END-IF
009070     END-IF.
009080 3100-EXIT.
009090     EXIT.
009100
009110 3300-SET-DAY-RATE.
009120*>        First band covering the day wins, as on the statement.
009130     MOVE ZERO TO WS-DAY-RATE.
009140     MOVE "N" TO WS-RATE-FOUND.
009150     PERFORM 3350-CHECK-ONE-BAND THRU 3350-EXIT
009160         VARYING WS-TARIFF-IDX FROM 1 BY 1
009170         UNTIL WS-TARIFF-IDX > WS-TARIFF-COUNT
009180            OR WS-RATE-FOUND = "Y".
009190     IF WS-RATE-FOUND = "N"
009200        AND WS-NO-RATE-WARNED = "N"
009210         DISPLAY "NO TARIFF BAND COVERS " WS-CUR-DATE
009220             " - SUCH DAYS COST AT ZERO"
009230         MOVE "Y" TO WS-NO-RATE-WARNED
009240     END-IF.
009250 3300-EXIT.
009260     EXIT.
009270
009280 3350-CHECK-ONE-BAND.
009290     IF WS-CUR-DATE NOT < WS-TAR-FROM (WS-TARIFF-IDX)
009300        AND WS-CUR-DATE NOT > WS-TAR-TO (WS-TARIFF-IDX)
009310         MOVE WS-TAR-RATE (WS-TARIFF-IDX) TO WS-DAY-RATE
009320         MOVE "Y" TO WS-RATE-FOUND
009330     END-IF.
009340 3350-EXIT.
009350     EXIT.
009360
009370 3400-WRITE-ACTIVITY.
009380*>        A pin with no transition today sends no line.  The
009390*>        day is costed exactly as GPIOCOST costs it - per pin
009400*>        per day, watt seconds to kWh to the day's tariff - so
009410*>        the NRG records agree with the statement to the cent.
009420     IF WS-DAY-FIRST (WS-PIN-IDX) = SPACES
009430         GO TO 3400-EXIT
009440     END-IF.
009450     MULTIPLY WS-DAY-ON-SECS (WS-PIN-IDX)
009460         BY WS-PIN-WATTS (WS-PIN-IDX)
009470         GIVING WS-WATT-SECS.
009480     DIVIDE WS-WATT-SECS BY 3600000 GIVING WS-DAY-KWH.
009490     MULTIPLY WS-DAY-KWH BY WS-DAY-RATE
009500         GIVING WS-DAY-COST.
009510     ADD WS-DAY-KWH TO WS-PER-KWH (WS-PIN-IDX).
009520     ADD WS-DAY-COST TO WS-PER-COST (WS-PIN-IDX).
009530     MOVE SPACES TO WS-LINE-WORK.
009540     STRING "ACT|" DELIMITED BY SIZE
009550             WS-CUR-DATE DELIMITED BY SIZE
009560             "|" DELIMITED BY SIZE
009570             WS-PIN-TEXT (WS-PIN-IDX) DELIMITED BY SIZE
009580             "|" DELIMITED BY SIZE
009590             WS-DAY-CYCLES (WS-PIN-IDX) DELIMITED BY SIZE
009600             "|" DELIMITED BY SIZE
009610             WS-DAY-ON-SECS (WS-PIN-IDX) DELIMITED BY SIZE
009620             "|" DELIMITED BY SIZE
009630             WS-DAY-FIRST (WS-PIN-IDX) DELIMITED BY SIZE
009640             "|" DELIMITED BY SIZE
009650             WS-DAY-LAST (WS-PIN-IDX) DELIMITED BY SIZE
009660         INTO WS-LINE-WORK.
009670     PERFORM 8500-WRITE-EXTRACT-LINE THRU 8500-EXIT.
009680     ADD 1 TO WS-COUNT-ACT.
009690     ADD WS-DAY-CYCLES (WS-PIN-IDX) TO WS-HASH-CYCLES.
009700 3400-EXIT.
009710     EXIT.
009720
009730 4000-WRITE-REPLACEMENTS.
009740*>        Replacement-due pins come off the GPIOLIFE forecast
009750*>        for the period's TO date, so facilities are sent the
009760*>        very pins the operators see flagged.  No forecast for
009770*>        the date sends none and ends the run RC 4.
009780     MOVE SPACES TO WS-LIFE-FILE-NAME.
009790     STRING "GPIOLIF." DELIMITED BY SIZE
009800             WS-TO-TEXT DELIMITED BY SIZE
009810         INTO WS-LIFE-FILE-NAME.
009820     OPEN INPUT CMMS-LIFE-FILE.
009830     IF WS-LIFE-FILE-STATUS NOT = "00"
009840         MOVE "Y" TO WS-LIFE-MISSING
009850         DISPLAY WS-LIFE-FILE-NAME " NOT FOUND - NO "
009860             "REPLACEMENT RECORDS SENT - RUN GPIOLIFE FIRST"
009870         GO TO 4000-EXIT
009880     END-IF.
009890     PERFORM 4100-READ-FORECAST-LINE THRU 4100-EXIT
009900         UNTIL WS-LIFE-FILE-STATUS NOT = "00".
009910     CLOSE CMMS-LIFE-FILE.
009920 4000-EXIT.
009930     EXIT.
009940
009950 4100-READ-FORECAST-LINE.
009960     READ CMMS-LIFE-FILE
009970         AT END
009980             GO TO 4100-EXIT
009990     END-READ.
010000     IF LIF-PCT-SIGN NOT = "%"
010010        OR LIF-PIN-TEXT IS NOT NUMERIC
010020        OR LIF-WARN-FLAG = SPACES
010030         GO TO 4100-EXIT
010040     END-IF.
010050     MOVE SPACES TO WS-LINE-WORK.
010060     STRING "RPL|" DELIMITED BY SIZE
010070             LIF-PIN-TEXT DELIMITED BY SIZE
010080             "|" DELIMITED BY SIZE
010090             LIF-LIFETIME DELIMITED BY SIZE
010100             "|" DELIMITED BY SIZE
010110             LIF-RATED DELIMITED BY SIZE
010120             "|" DELIMITED BY SIZE
010130             LIF-PCT DELIMITED BY SIZE
010140             "|" DELIMITED BY SIZE
010150             LIF-RATE DELIMITED BY SIZE
010160             "|" DELIMITED BY SIZE
010170             LIF-PROJECTED DELIMITED BY SIZE
010180             "|" DELIMITED BY SIZE
010190             LIF-DESC DELIMITED BY SIZE
010200         INTO WS-LINE-WORK.
010210     PERFORM 8500-WRITE-EXTRACT-LINE THRU 8500-EXIT.
010220     ADD 1 TO WS-COUNT-RPL.
010230 4100-EXIT.
010240     EXIT.
010250
010260 5000-WRITE-ENERGY.
010270*>        Every pin's period energy rolls into its location,
010280*>        then one NRG record goes per location.
010290     PERFORM 5100-ROLL-ONE-PIN THRU 5100-EXIT
010300         VARYING WS-PIN-IDX FROM 1 BY 1
010310         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
010320     PERFORM 5200-WRITE-ONE-LOCATION THRU 5200-EXIT
010330         VARYING WS-LOC-IDX FROM 1 BY 1
010340         UNTIL WS-LOC-IDX > WS-LOC-COUNT.
010350 5000-EXIT.
010360     EXIT.
010370
010380 5100-ROLL-ONE-PIN.
010390     MOVE WS-PIN-LOCATION (WS-PIN-IDX) TO WS-FIND-LOC.
010400     PERFORM 8600-FIND-OR-ADD-LOCATION THRU 8600-EXIT.
010410     IF WS-LFOUND-IDX > ZERO
010420         ADD WS-PER-KWH (WS-PIN-IDX)
010430             TO WS-LOC-KWH (WS-LFOUND-IDX)
010440         ADD WS-PER-COST (WS-PIN-IDX)
010450             TO WS-LOC-COST (WS-LFOUND-IDX)
010460     END-IF.
010470 5100-EXIT.
010480     EXIT.
010490
010500 5200-WRITE-ONE-LOCATION.
010510     MOVE WS-LOC-KWH (WS-LOC-IDX) TO WS-KWH-OUT.
010520     MOVE WS-LOC-COST (WS-LOC-IDX) TO WS-COST-OUT.
010530     MOVE SPACES TO WS-LINE-WORK.
010540     STRING "NRG|" DELIMITED BY SIZE
010550             WS-LOC-NAME (WS-LOC-IDX) DELIMITED BY SIZE
010560             "|" DELIMITED BY SIZE
010570             WS-KWH-OUT DELIMITED BY SIZE
010580             "|" DELIMITED BY SIZE
010590             WS-COST-OUT DELIMITED BY SIZE
010600         INTO WS-LINE-WORK.
010610     PERFORM 8500-WRITE-EXTRACT-LINE THRU 8500-EXIT.
010620     ADD 1 TO WS-COUNT-NRG.
010630     ADD WS-LOC-COST (WS-LOC-IDX) TO WS-HASH-COST.
010640 5200-EXIT.
010650     EXIT.
010660
010670 6000-WRITE-OPEN-ITEMS.
010680*>        Every item not yet closed goes - open, escalated and
010690*>        acknowledged alike - as it stands when the extract
010700*>        runs.  No GPIOOPN.DAT means nothing is open.
010710     OPEN INPUT GPIO-OPEN-FILE.
010720     IF WS-OPEN-FILE-STATUS NOT = "00"
010730         DISPLAY "GPIOOPN.DAT NOT FOUND - NO OPEN ITEMS SENT"
010740         GO TO 6000-EXIT
010750     END-IF.
010760     PERFORM 6100-READ-OPEN-ITEM THRU 6100-EXIT
010770         UNTIL WS-OPEN-FILE-STATUS NOT = "00".
010780     CLOSE GPIO-OPEN-FILE.
010790 6000-EXIT.
010800     EXIT.
010810
010820 6100-READ-OPEN-ITEM.
010830     READ GPIO-OPEN-FILE
010840         AT END
010850             GO TO 6100-EXIT
010860     END-READ.
010870     IF OPN-STATUS = "C"
010880        OR OPN-DATE = SPACES
010890         GO TO 6100-EXIT
010900     END-IF.
010910     MOVE SPACES TO WS-LINE-WORK.
010920     STRING "OPN|" DELIMITED BY SIZE
010930             OPN-DATE DELIMITED BY SIZE
010940             "|" DELIMITED BY SIZE
010950             OPN-TIME DELIMITED BY SIZE
010960             "|" DELIMITED BY SIZE
010970             OPN-PIN DELIMITED BY SIZE
010980             "|" DELIMITED BY SIZE
010990             OPN-CLASS DELIMITED BY SIZE
011000             "|" DELIMITED BY SIZE
011010             OPN-STATUS DELIMITED BY SIZE
011020             "|" DELIMITED BY SIZE
011030             OPN-OPERATOR DELIMITED BY SIZE
011040             "|" DELIMITED BY SIZE
011050             OPN-ACK-DATE DELIMITED BY SIZE
011060             "|" DELIMITED BY SIZE
011070             OPN-MESSAGE DELIMITED BY SIZE
011080         INTO WS-LINE-WORK.
011090     PERFORM 8500-WRITE-EXTRACT-LINE THRU 8500-EXIT.
011100     ADD 1 TO WS-COUNT-OPN.
011110 6100-EXIT.
011120     EXIT.
011130
011140 7000-WRITE-TRAILER.
011150*>        The control totals the receiving side proves its load
011160*>        against - the line count includes this trailer and
011170*>        the header.
011180     ADD 1 TO WS-COUNT-LINES.
011190     MOVE WS-HASH-COST TO WS-COST-OUT.
011200     MOVE SPACES TO WS-LINE-WORK.
011210     STRING "TRL|" DELIMITED BY SIZE
011220             WS-COUNT-DEV DELIMITED BY SIZE
011230             "|" DELIMITED BY SIZE
011240             WS-COUNT-ACT DELIMITED BY SIZE
011250             "|" DELIMITED BY SIZE
011260             WS-COUNT-RPL DELIMITED BY SIZE
011270             "|" DELIMITED BY SIZE
011280             WS-COUNT-NRG DELIMITED BY SIZE
011290             "|" DELIMITED BY SIZE
011300             WS-COUNT-OPN DELIMITED BY SIZE
011310             "|" DELIMITED BY SIZE
011320             WS-COUNT-LINES DELIMITED BY SIZE
011330             "|" DELIMITED BY SIZE
011340             WS-HASH-CYCLES DELIMITED BY SIZE
011350             "|" DELIMITED BY SIZE
011360             WS-COST-OUT DELIMITED BY SIZE
011370             "|" DELIMITED BY SIZE
011380             WS-DAYS-REFUSED DELIMITED BY SIZE
011390         INTO WS-LINE-WORK.
011400     MOVE WS-LINE-WORK TO CMMS-EXTRACT-LINE.
011410     WRITE CMMS-EXTRACT-LINE.
011420     CLOSE CMMS-EXTRACT-FILE.
011430     CLOSE GPIO-MASTER-FILE.
011440 7000-EXIT.
011450     EXIT.
011460
011470 7500-LOG-TRANSMISSION.
011480*>        The file only counts as sent once it is on the log.
011490*>        A log that cannot be written fails the run, since the
011500*>        next period's check would otherwise miss this one.
011510     OPEN EXTEND CMMS-LOG-FILE.
011520     IF WS-LOG-FILE-STATUS NOT = "00"
011530         OPEN OUTPUT CMMS-LOG-FILE
011540     END-IF.
011550     IF WS-LOG-FILE-STATUS NOT = "00"
011560         DISPLAY "*** GPIOCML.DAT COULD NOT BE WRITTEN - "
011570             "STATUS " WS-LOG-FILE-STATUS " ***"
011580         DISPLAY "*** " WS-EXTRACT-FILE-NAME
011590             " IS NOT LOGGED - DO NOT SEND IT ***"
011600         MOVE 8 TO RETURN-CODE
011610         STOP RUN
011620     END-IF.
011630     MOVE SPACES TO CMMS-LOG-RECORD.
011640     MOVE WS-NEXT-SEQ TO CML-SEQ.
011650     MOVE WS-UNIT-ID TO CML-UNIT.
011660     MOVE WS-FROM-TEXT TO CML-FROM-DATE.
011670     MOVE WS-TO-TEXT TO CML-TO-DATE.
011680     MOVE WS-CREATED TO CML-CREATED.
011690     MOVE WS-SEND-TYPE TO CML-TYPE.
011700     MOVE WS-COUNT-LINES TO CML-RECORDS.
011710     MOVE WS-HASH-CYCLES TO CML-CYCLES-HASH.
011720     MOVE WS-HASH-COST TO CML-COST-HASH.
011730     IF WS-SEND-TYPE NOT = "SENT"
011740         MOVE WS-OPERATOR TO CML-OPERATOR
011750     END-IF.
011760     MOVE WS-EXTRACT-FILE-NAME TO CML-FILE-NAME.
011770     WRITE CMMS-LOG-RECORD.
011780     CLOSE CMMS-LOG-FILE.
011790 7500-EXIT.
011800     EXIT.
011810
011820 9000-TERMINATE.
011830     DISPLAY "TRANSMISSION    " WS-NEXT-SEQ " " WS-SEND-TYPE.
011840     DISPLAY "DEVICE RECORDS  " WS-COUNT-DEV.
011850     DISPLAY "ACTIVITY RECS   " WS-COUNT-ACT.
011860     DISPLAY "REPLACEMENTS    " WS-COUNT-RPL.
011870     DISPLAY "ENERGY RECORDS  " WS-COUNT-NRG.
011880     DISPLAY "OPEN ITEMS      " WS-COUNT-OPN.
011890     DISPLAY "LINES IN FILE   " WS-COUNT-LINES.
011900     DISPLAY "CYCLES HASH     " WS-HASH-CYCLES.
011910     DISPLAY "COST HASH       " WS-COST-OUT.
011920     DISPLAY "DAYS SWEPT      " WS-DAYS-SWEPT.
011930     DISPLAY "DAYS REFUSED    " WS-DAYS-REFUSED.
011940     DISPLAY "DAYS UNSEALED   " WS-DAYS-UNSEALED.
011950     DISPLAY "EXTRACT IS ON   " WS-EXTRACT-FILE-NAME.
011960     IF WS-DAYS-REFUSED > ZERO
011970        OR WS-LIFE-MISSING = "Y"
011980        OR WS-SEND-TYPE NOT = "SENT"
011990         MOVE 4 TO RETURN-CODE
012000     END-IF.
012010 9000-EXIT.
012020     EXIT.
012030
012040 8100-BUMP-CURRENT-DATE.
012050     PERFORM 8150-SET-MONTH-LENGTH THRU 8150-EXIT.
012060     ADD 1 TO WS-CUR-DD.
012070     IF WS-CUR-DD > WS-MONTH-LENGTH
012080         MOVE 1 TO WS-CUR-DD
012090         ADD 1 TO WS-CUR-MM
012100         IF WS-CUR-MM > 12
012110             MOVE 1 TO WS-CUR-MM
012120             ADD 1 TO WS-CUR-YYYY
012130         END-IF
012140     END-IF.
012150 8100-EXIT.
012160     EXIT.
012170
012180 8150-SET-MONTH-LENGTH.
012190*>        Thirty days hath September - with the leap year rule
012200*>        spelled out in longhand, exactly as GPIOHIST does it.
012210     IF WS-CUR-MM = 4 OR WS-CUR-MM = 6
012220        OR WS-CUR-MM = 9 OR WS-CUR-MM = 11
012230         MOVE 30 TO WS-MONTH-LENGTH
012240     ELSE
012250         IF WS-CUR-MM = 2
012260             MOVE 28 TO WS-MONTH-LENGTH
012270             DIVIDE WS-CUR-YYYY BY 4
012280                 GIVING WS-LEAP-WORK
012290                 REMAINDER WS-LEAP-REM
012300             IF WS-LEAP-REM = ZERO
012310                 MOVE 29 TO WS-MONTH-LENGTH
012320                 DIVIDE WS-CUR-YYYY BY 100
012330                     GIVING WS-LEAP-WORK
012340                     REMAINDER WS-LEAP-REM
012350                 IF WS-LEAP-REM = ZERO
012360                     MOVE 28 TO WS-MONTH-LENGTH
012370                     DIVIDE WS-CUR-YYYY BY 400
012380                         GIVING WS-LEAP-WORK
012390                         REMAINDER WS-LEAP-REM
012400                     IF WS-LEAP-REM = ZERO
012410                         MOVE 29 TO WS-MONTH-LENGTH
012420                     END-IF
012430                 END-IF
012440             END-IF
012450         ELSE
012460             MOVE 31 TO WS-MONTH-LENGTH
012470         END-IF
012480     END-IF.
012490 8150-EXIT.
012500     EXIT.
012510
012520 8300-TIME-TO-SECONDS.
012530     MOVE ZERO TO WS-TIME-SECS.
012540     MULTIPLY WS-TT-HH BY 3600 GIVING WS-TIME-SECS.
012550     MULTIPLY WS-TT-MM BY 60 GIVING WS-WORK-SECS.
012560     ADD WS-WORK-SECS TO WS-TIME-SECS.
012570     ADD WS-TT-SS TO WS-TIME-SECS.
012580 8300-EXIT.
012590     EXIT.
012600
012610 8400-FIND-OR-ADD-PIN.
012620*>        Leaves the pin's accumulator row in WS-FOUND-IDX,
012630*>        adding a fresh row - and fetching the master's
012640*>        wattage and location - the first time a pin is seen.
012650*>        Zero only when the table is full.
012660     MOVE ZERO TO WS-FOUND-IDX.
012670     PERFORM 8450-CHECK-PIN-ROW THRU 8450-EXIT
012680         VARYING WS-PIN-IDX FROM 1 BY 1
012690         UNTIL WS-PIN-IDX > WS-PIN-COUNT.
012700     IF WS-FOUND-IDX > ZERO
012710         GO TO 8400-EXIT
012720     END-IF.
012730     IF WS-PIN-COUNT NOT < WS-MAX-PINS
012740         DISPLAY "PIN TABLE FULL - PIN " WS-FIND-PIN
012750             " SKIPPED"
012760         GO TO 8400-EXIT
012770     END-IF.
012780     ADD 1 TO WS-PIN-COUNT.
012790     MOVE WS-PIN-COUNT TO WS-FOUND-IDX.
012800     MOVE WS-PIN-COUNT TO WS-PIN-IDX.
012810     MOVE WS-FIND-PIN TO WS-PIN-TEXT (WS-PIN-IDX).
012820     MOVE ZERO TO WS-PER-KWH (WS-PIN-IDX).
012830     MOVE ZERO TO WS-PER-COST (WS-PIN-IDX).
012840     PERFORM 3050-CLEAR-DAY-FIELDS THRU 3050-EXIT.
012850     MOVE WS-FIND-PIN TO MST-PIN-KEY.
012860     READ GPIO-MASTER-FILE
012870         INVALID KEY
012880             MOVE ZERO TO WS-PIN-WATTS (WS-PIN-IDX)
012890             MOVE "NO MASTER RECORD" TO
012900                 WS-PIN-LOCATION (WS-PIN-IDX)
012910         NOT INVALID KEY
012920             MOVE MST-WATTS TO WS-PIN-WATTS (WS-PIN-IDX)
012930             MOVE MST-LOCATION
012940                 TO WS-PIN-LOCATION (WS-PIN-IDX)
012950     END-READ.
012960 8400-EXIT.
012970     EXIT.
012980
012990 8450-CHECK-PIN-ROW.
013000     IF WS-PIN-TEXT (WS-PIN-IDX) = WS-FIND-PIN
013010         MOVE WS-PIN-IDX TO WS-FOUND-IDX
013020     END-IF.
013030 8450-EXIT.
013040     EXIT.
013050
013060 8500-WRITE-EXTRACT-LINE.
013070     MOVE WS-LINE-WORK TO CMMS-EXTRACT-LINE.
013080     WRITE CMMS-EXTRACT-LINE.
013090     ADD 1 TO WS-COUNT-LINES.
013100 8500-EXIT.
013110     EXIT.
013120
013130 8600-FIND-OR-ADD-LOCATION.
013140     MOVE ZERO TO WS-LFOUND-IDX.
013150     PERFORM 8640-CHECK-ONE-LOCATION THRU 8640-EXIT
013160         VARYING WS-LOC-IDX FROM 1 BY 1
013170         UNTIL WS-LOC-IDX > WS-LOC-COUNT.
013180     IF WS-LFOUND-IDX > ZERO
013190         GO TO 8600-EXIT
013200     END-IF.
013210     IF WS-LOC-COUNT NOT < WS-MAX-LOCS
013220         DISPLAY "LOCATION TABLE FULL - " WS-FIND-LOC
013230             " SKIPPED"
013240         GO TO 8600-EXIT
013250     END-IF.
013260     ADD 1 TO WS-LOC-COUNT.
013270     MOVE WS-LOC-COUNT TO WS-LFOUND-IDX.
013280     MOVE WS-LOC-COUNT TO WS-LOC-IDX.
013290     MOVE WS-FIND-LOC TO WS-LOC-NAME (WS-LOC-IDX).
013300     MOVE ZERO TO WS-LOC-KWH (WS-LOC-IDX).
013310     MOVE ZERO TO WS-LOC-COST (WS-LOC-IDX).
013320 8600-EXIT.
013330     EXIT.
013340
013350 8640-CHECK-ONE-LOCATION.
013360     IF WS-LOC-NAME (WS-LOC-IDX) = WS-FIND-LOC
013370         MOVE WS-LOC-IDX TO WS-LFOUND-IDX
013380     END-IF.
013390 8640-EXIT.
013400     EXIT.
013410
013420 8800-VERIFY-AUDIT-DAY.
013430*>        Works the seal of the file named in WS-AUDIT-FILE-NAME
013440*>        out again.  Leaves WS-VFY-RESULT, and WS-VFY-FAILED
013450*>        "Y" with WS-VFY-FAIL-LINE when the seal is broken.
013460*>        Reading stops at the first fault.
013470     MOVE ZERO TO WS-VFY-LINES.
013480     MOVE ZERO TO WS-VFY-TOTAL.
013490     MOVE ZERO TO WS-VFY-TRAILERS.
013500     MOVE ZERO TO WS-VFY-FAIL-LINE.
013510     MOVE 1 TO WS-VFY-EXPECT-SEQ.
013520     MOVE "N" TO WS-VFY-SEALED.
013530     MOVE "N" TO WS-VFY-LAST-TRL.
013540     MOVE "N" TO WS-VFY-FAILED.
013550     MOVE SPACES TO WS-VFY-RESULT.
013560     OPEN INPUT CMMS-AUDIT-FILE.
013570     IF WS-AUDIT-FILE-STATUS NOT = "00"
013580         MOVE "NO FILE" TO WS-VFY-RESULT
013590         GO TO 8800-EXIT
013600     END-IF.
013610     PERFORM 8810-VERIFY-AUDIT-LINE THRU 8810-EXIT
013620         UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
013630            OR WS-VFY-FAILED = "Y".
013640     CLOSE CMMS-AUDIT-FILE.
013650     IF WS-VFY-FAILED = "Y"
013660         GO TO 8800-EXIT
013670     END-IF.
013680     IF WS-VFY-LINES = ZERO
013690         MOVE "EMPTY" TO WS-VFY-RESULT
013700         GO TO 8800-EXIT
013710     END-IF.
013720     IF WS-VFY-SEALED = "N"
013730         MOVE "UNSEALED" TO WS-VFY-RESULT
013740         GO TO 8800-EXIT
013750     END-IF.
013760     IF WS-VFY-LAST-TRL = "N"
013770         MOVE "NO TRAILER" TO WS-VFY-RESULT
013780         MOVE "Y" TO WS-VFY-FAILED
013790         MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE
013800         GO TO 8800-EXIT
013810     END-IF.
013820     MOVE "VERIFIED" TO WS-VFY-RESULT.
013830 8800-EXIT.
013840     EXIT.
013850
013860 8810-VERIFY-AUDIT-LINE.
013870     READ CMMS-AUDIT-FILE
013880         AT END
013890             GO TO 8810-EXIT
013900     END-READ.
013910     ADD 1 TO WS-VFY-LINES.
013920     IF CAUD-TRANSITION = "TRL"
013930         PERFORM 8820-VERIFY-TRAILER THRU 8820-EXIT
013940         GO TO 8810-EXIT
013950     END-IF.
013960     MOVE "N" TO WS-VFY-LAST-TRL.
013970*>        Lines from before the log was sealed carry no
013980*>        sequence - tolerated only ahead of the first sealed
013990*>        line, which is where the day the change went in
014000*>        puts them.
014010     IF CAUD-SEQ IS NOT NUMERIC OR CAUD-CHECK IS NOT NUMERIC
014020         IF WS-VFY-SEALED = "Y"
014030             MOVE "UNSEQUENCED" TO WS-VFY-RESULT
014040             PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014050         END-IF
014060         GO TO 8810-EXIT
014070     END-IF.
014080     MOVE "Y" TO WS-VFY-SEALED.
014090     IF CAUD-SEQ < WS-VFY-EXPECT-SEQ
014100         MOVE "OUT OF ORDER" TO WS-VFY-RESULT
014110         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014120         GO TO 8810-EXIT
014130     END-IF.
014140     IF CAUD-SEQ > WS-VFY-EXPECT-SEQ
014150         MOVE "GAP" TO WS-VFY-RESULT
014160         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014170         GO TO 8810-EXIT
014180     END-IF.
014190     MOVE CAUD-RECORD (1:45) TO WS-CHK-LINE.
014200     PERFORM 8850-ADD-LINE-CHECK THRU 8850-EXIT.
014210     IF CAUD-CHECK NOT = WS-VFY-TOTAL
014220         MOVE "CHECK MISMATCH" TO WS-VFY-RESULT
014230         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014240         GO TO 8810-EXIT
014250     END-IF.
014260     ADD 1 TO WS-VFY-EXPECT-SEQ.
014270 8810-EXIT.
014280     EXIT.
014290
014300 8820-VERIFY-TRAILER.
014310*>        A trailer closes off one run's lines - its count is
014320*>        the last sequence number so far and its total the
014330*>        running check total, both for the file to date.
014340     MOVE "Y" TO WS-VFY-LAST-TRL.
014350     MOVE "Y" TO WS-VFY-SEALED.
014360     ADD 1 TO WS-VFY-TRAILERS.
014370     IF CAUD-SEQ IS NOT NUMERIC OR CAUD-CHECK IS NOT NUMERIC
014380         MOVE "BAD TRAILER" TO WS-VFY-RESULT
014390         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014400         GO TO 8820-EXIT
014410     END-IF.
014420     SUBTRACT 1 FROM WS-VFY-EXPECT-SEQ
014430         GIVING WS-VFY-COUNT-SEQ.
014440     IF CAUD-SEQ NOT = WS-VFY-COUNT-SEQ
014450         MOVE "COUNT MISMATCH" TO WS-VFY-RESULT
014460         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014470         GO TO 8820-EXIT
014480     END-IF.
014490     IF CAUD-CHECK NOT = WS-VFY-TOTAL
014500         MOVE "TOTAL MISMATCH" TO WS-VFY-RESULT
014510         PERFORM 8830-FAIL-AT-LINE THRU 8830-EXIT
014520     END-IF.
014530 8820-EXIT.
014540     EXIT.
014550
014560 8830-FAIL-AT-LINE.
014570     MOVE "Y" TO WS-VFY-FAILED.
014580     MOVE WS-VFY-LINES TO WS-VFY-FAIL-LINE.
014590 8830-EXIT.
014600     EXIT.
014610
014620 8850-ADD-LINE-CHECK.
014630     MOVE ZERO TO WS-CHK-VALUE.
014640     PERFORM 8860-ADD-ONE-CHARACTER THRU 8860-EXIT
014650         VARYING WS-CHK-POS FROM 1 BY 1
014660         UNTIL WS-CHK-POS > 45.
014670     ADD WS-CHK-VALUE TO WS-VFY-TOTAL GIVING WS-CHK-SUM.
014680     IF WS-CHK-SUM > 999999999
014690         SUBTRACT 1000000000 FROM WS-CHK-SUM
014700     END-IF.
014710     MOVE WS-CHK-SUM TO WS-VFY-TOTAL.
014720 8850-EXIT.
014730     EXIT.
014740
014750 8860-ADD-ONE-CHARACTER.
014760     MOVE ZERO TO WS-CHK-CODE.
014770     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
014780         FOR CHARACTERS BEFORE INITIAL
014790         WS-CHK-LINE (WS-CHK-POS:1).
014800     ADD 1 TO WS-CHK-CODE.
014810     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
014820     ADD WS-CHK-WORK TO WS-CHK-VALUE.
014830 8860-EXIT.
014840     EXIT.
014850
014860 8900-WRITE-AUTH-TRAIL.
014870*>        WS-AUTH-ACTION and WS-AUTH-RESULT are set by the
014880*>        caller.  Appended to the same GPIOAUT.DAT GPIOMNT and
014890*>        GPIOHIST write, so a resend or a gap is answered for in
014900*>        the same place as every other authority decision.
014910     OPEN EXTEND GPIO-AUTH-FILE.
014920     IF WS-AUTH-FILE-STATUS NOT = "00"
014930         OPEN OUTPUT GPIO-AUTH-FILE
014940     END-IF.
014950     IF WS-AUTH-FILE-STATUS NOT = "00"
014960         DISPLAY "WARNING - GPIOAUT.DAT COULD NOT BE "
014970             "WRITTEN - STATUS " WS-AUTH-FILE-STATUS
014980         GO TO 8900-EXIT
014990     END-IF.
015000     MOVE SPACES TO GPIO-AUTH-RECORD.
015010     ACCEPT WS-NOW FROM TIME.
015020     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
015030         DELIMITED BY SIZE INTO AUT-DATE.
015040     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
015050         DELIMITED BY SIZE INTO AUT-TIME.
015060     MOVE "GPIOCMMS" TO AUT-PROGRAM.
015070     MOVE WS-OPERATOR TO AUT-OPERATOR.
015080     MOVE WS-AUTH-ACTION TO AUT-ACTION.
015090     MOVE WS-AUTH-RESULT TO AUT-RESULT.
015100     WRITE GPIO-AUTH-RECORD.
015110     CLOSE GPIO-AUTH-FILE.
015120 8900-EXIT.
015130     EXIT.

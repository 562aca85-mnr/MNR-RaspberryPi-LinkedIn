002000*> 09/02/2026  RH   Device master record extended with the
002010*>                  device wattage for the GPIOCOST energy
002020*>                  statement - layout change only.
002030*> 10/15/2026  RH   GPIOREQ.DAT is now append-only - the run
002040*>                  never rewrites it, so a request appended
002050*>                  mid-poll can no longer be lost.  Each
002060*>                  request carries its queued date and time,
002070*>                  a priority (1 first, blank 5) and an
002080*>                  expire-after in minutes (blank 60, at most
002090*>                  a day); the run keeps its place in the
002100*>                  queue on GPIOREQP.DAT, services up to
002110*>                  WS-MAX-REQUESTS new lines a poll in
002120*>                  priority order and leaves the rest for the
002130*>                  next tick instead of stalling, and appends
002140*>                  every disposition - D done, E error, X
002150*>                  expired - to the reply file GPIORPY.DAT
002160*>                  keyed by REQ-SYSTEM-ID and queue line.
002170*> 10/15/2026  RH   The audit log is now sealed.  Every line
002180*>                  carries a running sequence number within
002190*>                  the day's file and a running check total
002200*>                  through that line, picked up from the tail
002210*>                  of the file when a later run of the same
002220*>                  day appends to it, and each run closes its
002230*>                  lines off with a TRL trailer carrying the
002240*>                  line count and total.  GPIOAVER checks the
002250*>                  seal, and the period programs refuse a day
002260*>                  whose seal is broken.
002270*> 10/15/2026  RH   Planned maintenance windows from GPIOMNW.DAT.
002280*>                  A device inside an open window is held idle
002290*>                  (switched off if lit) while the other pins
002300*>                  run on, MNT/MNE lines mark the hold on the
002310*>                  audit log, its report line says MAINT, and it
002320*>                  is not reconciled, raised against, escalated
002330*>                  or serviced on request.  The edit report
002340*>                  lists the day's windows.
002350*> 10/15/2026  RH   The checkpoint carries each device's
002360*>                  maintenance hold and work order, so a device
002370*>                  stood down for a window still reports MAINT
002380*>                  and is still left out of reconciliation
002390*>                  after a resume.
002400*>--------------------------------------------------------------
002410 IDENTIFICATION DIVISION.
002420 PROGRAM-ID. RPIwithCOBOL.
002430 AUTHOR. R HAWTHORNE.
002440 INSTALLATION. MNR-RASPBERRY-OPS.
002450 DATE-WRITTEN. 11/02/2020.
002460 DATE-COMPILED.
002470
002480 ENVIRONMENT DIVISION.
002490 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002510     SELECT GPIO-CONTROL-FILE
002520         ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
002530         ORGANIZATION IS LINE SEQUENTIAL
002540         FILE STATUS IS WS-CONTROL-FILE-STATUS.
002550     SELECT GPIO-CALENDAR-FILE ASSIGN TO "GPIOCAL.DAT"
002560         ORGANIZATION IS LINE SEQUENTIAL
002570         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
002580     SELECT GPIO-AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
002590         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
002610     SELECT GPIO-STATUS-FILE ASSIGN TO "GPIOSTAT.DAT"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-STATUS-FILE-STATUS.
002640     SELECT GPIO-VALUE-FILE ASSIGN TO DYNAMIC WS-VALUE-FILE-NAME
002650         ORGANIZATION IS LINE SEQUENTIAL
002660         FILE STATUS IS WS-VALUE-FILE-STATUS.
002670     SELECT GPIO-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
002680         ORGANIZATION IS LINE SEQUENTIAL
002690         FILE STATUS IS WS-REPORT-FILE-STATUS.
002700     SELECT GPIO-EXCEPTION-FILE
002710         ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
002740     SELECT GPIO-EDIT-FILE ASSIGN TO DYNAMIC WS-EDIT-FILE-NAME
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-EDIT-FILE-STATUS.
002770     SELECT GPIO-REJECT-FILE
002780         ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
002790         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-REJECT-FILE-STATUS.
002810     SELECT GPIO-REQUEST-FILE ASSIGN TO "GPIOREQ.DAT"
002820         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS WS-REQUEST-FILE-STATUS.
002840     SELECT GPIO-REPLY-FILE ASSIGN TO "GPIORPY.DAT"
002850         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS WS-REPLY-FILE-STATUS.
002870     SELECT GPIO-REQMARK-FILE ASSIGN TO "GPIOREQP.DAT"
002880         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS WS-REQMARK-FILE-STATUS.
002900     SELECT GPIO-CHECKPOINT-FILE ASSIGN TO "GPIOCKP.DAT"
002910         ORGANIZATION IS LINE SEQUENTIAL
002920         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
002930     SELECT GPIO-LOCK-FILE ASSIGN TO "GPIOLCK.DAT"
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS WS-LOCK-FILE-STATUS.
002960     SELECT GPIO-PID-FILE ASSIGN TO "GPIOPID.TMP"
002970         ORGANIZATION IS LINE SEQUENTIAL
002980         FILE STATUS IS WS-PID-FILE-STATUS.
002990     SELECT GPIO-UNIT-FILE ASSIGN TO "GPIOUNIT.DAT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003010         FILE STATUS IS WS-UNIT-FILE-STATUS.
003020     SELECT GPIO-ESCRULE-FILE ASSIGN TO "GPIOESC.DAT"
003030         ORGANIZATION IS LINE SEQUENTIAL
003040         FILE STATUS IS WS-ESCRULE-FILE-STATUS.
003050     SELECT GPIO-NOTIFY-FILE ASSIGN TO "GPIONTF.DAT"
003060         ORGANIZATION IS LINE SEQUENTIAL
003070         FILE STATUS IS WS-NOTIFY-FILE-STATUS.
003080     SELECT GPIO-OPEN-FILE ASSIGN TO "GPIOOPN.DAT"
003090         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-OPEN-FILE-STATUS.
003110     SELECT GPIO-TIMELINE-FILE
003120         ASSIGN TO DYNAMIC WS-TIMELINE-FILE-NAME
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-TIMELINE-FILE-STATUS.
003150     SELECT GPIO-PATTERN-FILE ASSIGN TO "GPIOPAT.DAT"
003160         ORGANIZATION IS LINE SEQUENTIAL
003170         FILE STATUS IS WS-PATTERN-FILE-STATUS.
003180     SELECT GPIO-WINDOW-FILE ASSIGN TO "GPIOMNW.DAT"
003190         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-WINDOW-FILE-STATUS.
003210     SELECT GPIO-MASTER-FILE ASSIGN TO "GPIOMST.DAT"
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS RANDOM
003240         RECORD KEY IS MST-PIN-KEY
003250         FILE STATUS IS WS-MASTER-FILE-STATUS.
003260
003270 DATA DIVISION.
003280 FILE SECTION.
003290 FD  GPIO-CONTROL-FILE.
003300 01  GPIO-CONTROL-RECORD.
003310*>        One row per GPIO pin to be driven this run - the pin
003320*>        number, a role label for DISPLAY/audit purposes, and
003330*>        the flash schedule for that pin (how many ON/OFF
003340*>        cycles to run and how long each half of the cycle
003350*>        lasts, in whole seconds).  CTL-MODE-TEXT is "out" to
003360*>        flash the pin as before, or "in " to read it instead -
003370*>        for "in " rows CTL-CYCLES is the number of times to
003380*>        poll and CTL-ON-SECS is the delay between polls.  A
003390*>        mode of "lnk" declares a linkage instead of a device -
003400*>        when the input pin in the pin columns goes to 1, the
003410*>        output pin named in the cycles columns (see the
003420*>        REDEFINES) runs its flash schedule - and the remaining
003430*>        schedule columns are not used.
003440     05  CTL-PIN-TEXT PIC X(02).
003450     05  FILLER PIC X(01).
003460     05  CTL-MODE-TEXT PIC X(03).
003470     05  FILLER PIC X(01).
003480     05  CTL-ROLE-TEXT PIC X(10).
003490     05  FILLER PIC X(01).
003500     05  CTL-CYCLES PIC 9(03).
003510     05  CTL-LNK-TARGET REDEFINES CTL-CYCLES.
003520         10  CTL-LNK-TARGET-PIN PIC X(02).
003530         10  FILLER PIC X(01).
003540     05  FILLER PIC X(01).
003550     05  CTL-ON-SECS PIC 9(03).
003560     05  FILLER PIC X(01).
003570     05  CTL-OFF-SECS PIC 9(03).
003580     05  FILLER PIC X(01).
003590*>        Optional on "out" rows - the name of a GPIOPAT.DAT
003600*>        pattern to flash instead of the flat cycle above.
003610*>        CTL-CYCLES then commands how many times the whole
003620*>        pattern repeats.
003630     05  CTL-PATTERN PIC X(08).
003640*>        Optional - the wall-clock time of day (HH:MM:SS, same
003650*>        calendar day as the run) before which this device is
003660*>        held idle on the shared clock.  Blank releases the
003670*>        device at run start exactly as before.
003680     05  FILLER PIC X(01).
003690     05  CTL-START-TIME PIC X(08).
003700
003710 FD  GPIO-CALENDAR-FILE.
003720 01  GPIO-CALENDAR-RECORD.
003730*>        One row per calendar entry.  A dated row names the
003740*>        control table to run on that one date and carries its
003750*>        class label (HOLIDAY, SHUTDOWN) for the edit report; a
003760*>        row whose date columns are "********" is the default
003770*>        table for a day-of-week class (WEEKDAY or WEEKEND).
003780*>        The first dated row matching today wins outright,
003790*>        otherwise the class default for today's day of week.
003800     05  CAL-DATE-TEXT PIC X(08).
003810     05  FILLER PIC X(01).
003820     05  CAL-CLASS PIC X(08).
003830     05  FILLER PIC X(01).
003840     05  CAL-TABLE-NAME PIC X(12).
003850
003860 FD  GPIO-STATUS-FILE.
003870 01  GPIO-STATUS-RECORD.
003880*>        Written just before a pin's flash cycle starts and
003890*>        cleared once it ends cleanly.  A record still present
003900*>        at startup means the previous run never got that far -
003910*>        the pin may still be exported and stuck HIGH.
003920*>        STAT-MODE-TEXT carries the pin's "out"/"in " mode along
003930*>        so recovery only forces an input pin's line low for an
003940*>        "out" pin - an "in " pin has nothing driving it.
003950     05  STAT-PIN-TEXT PIC X(02).
003960     05  FILLER PIC X(01).
003970     05  STAT-MODE-TEXT PIC X(03).
003980
003990 FD  GPIO-VALUE-FILE.
004000 01  GPIO-VALUE-RECORD.
004010*>        The sysfs value file for the pin currently being
004020*>        polled - a single "0" or "1" character.
004030     05  VAL-STATE-TEXT PIC X(01).
004040
004050 FD  GPIO-REPORT-FILE.
004060 01  GPIO-REPORT-RECORD.
004070*>        One line per pin driven this run - cycles completed,
004080*>        total ON seconds, and the run's start/end times, so an
004090*>        operator can see activity at a glance without scraping
004100*>        console output.
004110     05  RPT-PIN-TEXT PIC X(02).
004120     05  FILLER PIC X(01).
004130     05  RPT-ROLE-TEXT PIC X(10).
004140     05  FILLER PIC X(01).
004150     05  RPT-CYCLES PIC 9(05).
004160     05  FILLER PIC X(01).
004170     05  RPT-ON-SECONDS PIC 9(07).
004180     05  FILLER PIC X(01).
004190     05  RPT-START-TIME PIC X(08).
004200     05  FILLER PIC X(01).
004210     05  RPT-END-TIME PIC X(08).
004220     05  FILLER PIC X(01).
004230     05  RPT-DESC PIC X(30).
004240     05  FILLER PIC X(01).
004250     05  RPT-LOCATION PIC X(20).
004260     05  FILLER PIC X(01).
004270     05  RPT-UNIT PIC X(08).
004280
004290 FD  GPIO-EXCEPTION-FILE.
004300 01  GPIO-EXCEPTION-RECORD.
004310*>        One line per flash pin whose actual ON/OFF pair count
004320*>        for this run did not match what was commanded - e.g.
004330*>        the job was killed mid-cycle before its full schedule
004340*>        completed.
004350     05  EXC-PIN-TEXT PIC X(02).
004360     05  FILLER PIC X(01).
004370     05  EXC-ROLE-TEXT PIC X(10).
004380     05  FILLER PIC X(01).
004390     05  EXC-COMMANDED PIC 9(05).
004400     05  FILLER PIC X(01).
004410     05  EXC-ON-COUNT PIC 9(05).
004420     05  FILLER PIC X(01).
004430     05  EXC-OFF-COUNT PIC 9(05).
004440     05  FILLER PIC X(01).
004450     05  EXC-MESSAGE PIC X(25).
004460     05  FILLER PIC X(01).
004470     05  EXC-DESC PIC X(30).
004480     05  FILLER PIC X(01).
004490     05  EXC-LOCATION PIC X(20).
004500     05  FILLER PIC X(01).
004510     05  EXC-UNIT PIC X(08).
004520
004530 FD  GPIO-EDIT-FILE.
004540 01  GPIO-EDIT-RECORD.
004550*>        The dated edit report - a heading line and the totals
004560*>        of control rows read, accepted and rejected, so the
004570*>        operator who fat-fingers GPIOCTL.DAT finds out from
004580*>        the report, not from the wrong pins being driven.
004590     05  EDT-LINE-TEXT PIC X(70).
004600
004610 FD  GPIO-REJECT-FILE.
004620 01  GPIO-REJECT-RECORD.
004630*>        One line per control row that failed the pre-run edit -
004640*>        the row exactly as it was read, then the reason code
004650*>        and text explaining why it was thrown out.
004660     05  REJ-ROW-IMAGE PIC X(47).
004670     05  FILLER PIC X(01).
004680     05  REJ-REASON-CODE PIC X(04).
004690     05  FILLER PIC X(01).
004700     05  REJ-REASON-TEXT PIC X(30).
004710
004720 FD  GPIO-CHECKPOINT-FILE.
004730 01  GPIO-CHECKPOINT-HEADER.
004740*>        First line of the checkpoint - the run date and the
004750*>        run's original start time.  A checkpoint from another
004760*>        day is stale and discarded; the start time carries
004770*>        into a resumed execution so reconciliation reads the
004780*>        whole logical run's audit lines.
004790     05  CKP-HDR-DATE PIC X(08).
004800     05  FILLER PIC X(01).
004810     05  CKP-HDR-START-TIME PIC X(08).
004820 01  GPIO-CHECKPOINT-RECORD.
004830*>        One line per device table entry, rewritten every
004840*>        clock tick - whether the device has finished, and the
004850*>        running totals a resumed execution starts from.
004860     05  CKP-PIN-TEXT PIC X(02).
004870     05  FILLER PIC X(01).
004880     05  CKP-DONE-FLAG PIC X(01).
004890     05  FILLER PIC X(01).
004900     05  CKP-CYC-DONE PIC 9(05).
004910     05  FILLER PIC X(01).
004920     05  CKP-ON-SECS-DONE PIC 9(07).
004930     05  FILLER PIC X(01).
004940     05  CKP-XTRA-CYCLES PIC 9(05).
004950     05  FILLER PIC X(01).
004960     05  CKP-REQ-PAIRS PIC X(05).
004970*>        Whether the device had been released onto the clock
004980*>        before the abend, and the wall-clock time it was - a
004990*>        resumed run must not fire a still-held device early,
005000*>        and must not hold an already-released one again.
005010     05  FILLER PIC X(01).
005020     05  CKP-RELEASED PIC X(01).
005030     05  FILLER PIC X(01).
005040     05  CKP-REL-TIME PIC X(08).
005050*>        Whether a maintenance window held the device at any
005060*>        point, and that window's work order - a device stood
005070*>        down for a window is done, but is not a short run.
005080     05  FILLER PIC X(01).
005090     05  CKP-MAINT PIC X(01).
005100     05  FILLER PIC X(01).
005110     05  CKP-MNW-WO PIC X(10).
005120
005130 FD  GPIO-REQUEST-FILE.
005140 01  GPIO-REQUEST-RECORD.
005150*>        One line per on demand request, appended by another
005160*>        system - the pin (or blank pin and a role name to
005170*>        look up), how many flashes, the on/off seconds, and
005180*>        who asked.
005190*>        The file is append-only - the run reads it but never
005200*>        writes it, and answers on GPIORPY.DAT instead.  The
005210*>        requester stamps when it queued the line (date as
005220*>        yyyy-mm-dd, time as HH:MM:SS), a priority 1-9 with 1
005230*>        serviced first (blank for 5), and how many minutes
005240*>        the request stays worth doing (blank for 60, never
005250*>        more than 1440) - after that it is answered X, not
005260*>        flashed at a dock nobody is standing at.
005270     05  REQ-PIN-TEXT PIC X(02).
005280     05  FILLER PIC X(01).
005290     05  REQ-ROLE-TEXT PIC X(10).
005300     05  FILLER PIC X(01).
005310     05  REQ-CYCLES PIC X(03).
005320     05  FILLER PIC X(01).
005330     05  REQ-ON-SECS PIC X(03).
005340     05  FILLER PIC X(01).
005350     05  REQ-OFF-SECS PIC X(03).
005360     05  FILLER PIC X(01).
005370     05  REQ-SYSTEM-ID PIC X(08).
005380     05  FILLER PIC X(01).
005390     05  REQ-QUEUED-DATE PIC X(10).
005400     05  FILLER PIC X(01).
005410     05  REQ-QUEUED-TIME PIC X(08).
005420     05  FILLER PIC X(01).
005430     05  REQ-PRIORITY PIC X(01).
005440     05  FILLER PIC X(01).
005450     05  REQ-EXPIRE-MINS PIC X(04).
005460
005470 FD  GPIO-REPLY-FILE.
005480 01  GPIO-REPLY-RECORD.
005490*>        One line per disposition, appended by the run - the
005500*>        asking system, the request's line number on
005510*>        GPIOREQ.DAT and its queued stamp (so the asker can
005520*>        match the answer to the question), the device, and
005530*>        the outcome: D serviced, E could not be serviced, X
005540*>        expired before it could be, with the done stamp and
005550*>        a short reason.  Each system reads the lines with
005560*>        its own id; GPIOREQR reports on the whole file.
005570     05  RPY-SYSTEM-ID PIC X(08).
005580     05  FILLER PIC X(01).
005590     05  RPY-REQ-LINE PIC 9(07).
005600     05  FILLER PIC X(01).
005610     05  RPY-QUEUED-DATE PIC X(10).
005620     05  FILLER PIC X(01).
005630     05  RPY-QUEUED-TIME PIC X(08).
005640     05  FILLER PIC X(01).
005650     05  RPY-PIN-TEXT PIC X(02).
005660     05  FILLER PIC X(01).
005670     05  RPY-ROLE-TEXT PIC X(10).
005680     05  FILLER PIC X(01).
005690     05  RPY-PRIORITY PIC X(01).
005700     05  FILLER PIC X(01).
005710     05  RPY-STATUS PIC X(01).
005720     05  FILLER PIC X(01).
005730     05  RPY-DONE-DATE PIC X(10).
005740     05  FILLER PIC X(01).
005750     05  RPY-DONE-TIME PIC X(08).
005760     05  FILLER PIC X(01).
005770     05  RPY-REASON PIC X(24).
005780
005790 FD  GPIO-REQMARK-FILE.
005800 01  GPIO-REQMARK-RECORD.
005810*>        The run's place in the append-only queue - how many
005820*>        GPIOREQ.DAT lines have been answered, and when the
005830*>        mark last moved.  Written only by the run.
005840     05  RQM-LINES-DONE PIC 9(07).
005850     05  FILLER PIC X(01).
005860     05  RQM-DATE PIC X(08).
005870     05  FILLER PIC X(01).
005880     05  RQM-TIME PIC X(08).
005890
005900 FD  GPIO-LOCK-FILE.
005910 01  GPIO-LOCK-RECORD.
005920*>        The active-run lock - who is driving the pins right
005930*>        now.  Empty (or absent) means nobody; a record means
005940*>        a live run, and a second starter is refused with
005950*>        these fields on its screen.
005960     05  LCK-DATE PIC X(08).
005970     05  FILLER PIC X(01).
005980     05  LCK-TIME PIC X(08).
005990     05  FILLER PIC X(01).
006000     05  LCK-PID PIC X(08).
006010
006020 FD  GPIO-PID-FILE.
006030 01  GPIO-PID-RECORD.
006040*>        Scratch file for learning our own process id - the
006050*>        shell's $PPID is this program when the echo runs
006060*>        under CALL "SYSTEM".  Written, read back, removed.
006070     05  PID-TEXT PIC X(08).
006080
006090 FD  GPIO-UNIT-FILE.
006100 01  GPIO-UNIT-RECORD.
006110*>        A single line naming this Pi - e.g. MAINWH or ANNEX -
006120*>        stamped onto every daily file the run writes so the
006130*>        collected files from several units stay tellable
006140*>        apart.  A missing file stamps LOCAL.
006150     05  UNIT-ID-TEXT PIC X(08).
006160
006170 FD  GPIO-ESCRULE-FILE.
006180 01  GPIO-ESCRULE-RECORD.
006190*>        One escalation rule per line - which exception class
006200*>        (RECON, CMDOBS, or ****** for any) on which pin (or
006210*>        ** for any) notifies whom, by what method, with a
006220*>        backup operator and the age in days past which an
006230*>        unacknowledged open item escalates to that backup.
006240*>        The most specific matching rule wins.
006250     05  ESC-CLASS PIC X(06).
006260     05  FILLER PIC X(01).
006270     05  ESC-PIN PIC X(02).
006280     05  FILLER PIC X(01).
006290     05  ESC-METHOD PIC X(08).
006300     05  FILLER PIC X(01).
006310     05  ESC-OPERATOR PIC X(10).
006320     05  FILLER PIC X(01).
006330     05  ESC-BACKUP PIC X(10).
006340     05  FILLER PIC X(01).
006350     05  ESC-AGE-DAYS PIC 9(03).
006360
006370 FD  GPIO-NOTIFY-FILE.
006380 01  GPIO-NOTIFY-RECORD.
006390*>        The notification log - what was sent to whom, when,
006400*>        about which pin, and why (routed on raise, or
006410*>        escalated to the backup at startup review).
006420     05  NTF-DATE PIC X(10).
006430     05  FILLER PIC X(01).
006440     05  NTF-TIME PIC X(08).
006450     05  FILLER PIC X(01).
006460     05  NTF-PIN PIC X(02).
006470     05  FILLER PIC X(01).
006480     05  NTF-CLASS PIC X(06).
006490     05  FILLER PIC X(01).
006500     05  NTF-METHOD PIC X(08).
006510     05  FILLER PIC X(01).
006520     05  NTF-OPERATOR PIC X(10).
006530     05  FILLER PIC X(01).
006540     05  NTF-NOTE PIC X(20).
006550
006560 FD  GPIO-OPEN-FILE.
006570 01  GPIO-OPEN-RECORD.
006580*>        One line per exception still being tracked - raised
006590*>        when, on which pin, under which class, routed to
006600*>        whom, and what has happened to it since: O open,
006610*>        E escalated to the backup and still open, A
006620*>        acknowledged, C closed.  GPIOEXCA stamps the
006630*>        acknowledgement fields.
006640     05  OPN-DATE PIC X(08).
006650     05  FILLER PIC X(01).
006660     05  OPN-TIME PIC X(08).
006670     05  FILLER PIC X(01).
006680     05  OPN-PIN PIC X(02).
006690     05  FILLER PIC X(01).
006700     05  OPN-CLASS PIC X(06).
006710     05  FILLER PIC X(01).
006720     05  OPN-STATUS PIC X(01).
006730     05  FILLER PIC X(01).
006740     05  OPN-OPERATOR PIC X(10).
006750     05  FILLER PIC X(01).
006760     05  OPN-ACK-DATE PIC X(08).
006770     05  FILLER PIC X(01).
006780     05  OPN-ACK-TIME PIC X(08).
006790     05  FILLER PIC X(01).
006800     05  OPN-ACK-OPER PIC X(10).
006810     05  FILLER PIC X(01).
006820     05  OPN-MESSAGE PIC X(25).
006830
006840 FD  GPIO-TIMELINE-FILE.
006850 01  GPIO-TIMELINE-RECORD.
006860*>        The rehearsal's projected timeline - a heading, one
006870*>        line per ON/OFF (and poll, and release) the run would
006880*>        have commanded with its projected time of day, then
006890*>        per-pin totals and the overlap summary.  Written only
006900*>        in rehearsal mode; a live run never opens it.
006910     05  TML-LINE-TEXT PIC X(70).
006920
006930 FD  GPIO-PATTERN-FILE.
006940 01  GPIO-PATTERN-RECORD.
006950*>        One named flash pattern per line - a segment count and
006960*>        up to eight ordered ON/OFF second pairs, so an alarm
006970*>        can triple-blip while a healthy status lamp beats
006980*>        slowly and an operator can tell them apart across the
006990*>        shop floor.
007000     05  PAT-NAME PIC X(08).
007010     05  FILLER PIC X(01).
007020     05  PAT-SEG-COUNT PIC 9(02).
007030     05  PAT-SEG-PAIR OCCURS 8 TIMES.
007040         10  FILLER PIC X(01).
007050         10  PAT-SEG-ON PIC 9(03).
007060         10  FILLER PIC X(01).
007070         10  PAT-SEG-OFF PIC 9(03).
007080
007090 FD  GPIO-WINDOW-FILE.
007100 01  GPIO-WINDOW-RECORD.
007110*>        One planned maintenance window per line - the pin,
007120*>        the date (YYYYMMDD) and time (HH:MM:SS) the work
007130*>        starts and ends, the facilities work order and why.
007140*>        While a window is open the run holds the device
007150*>        idle and raises nothing against it, and GPIOLIFE,
007160*>        GPIOCOST and GPIOHIST show the window instead of
007170*>        counting the day against the device.  Must stay
007180*>        field for field with GPIO-WINDOW-RECORD in those.
007190     05  MNW-PIN-TEXT PIC X(02).
007200     05  FILLER PIC X(01).
007210     05  MNW-FROM-DATE PIC X(08).
007220     05  FILLER PIC X(01).
007230     05  MNW-FROM-TIME PIC X(08).
007240     05  FILLER PIC X(01).
007250     05  MNW-TO-DATE PIC X(08).
007260     05  FILLER PIC X(01).
007270     05  MNW-TO-TIME PIC X(08).
007280     05  FILLER PIC X(01).
007290     05  MNW-WORK-ORDER PIC X(10).
007300     05  FILLER PIC X(01).
007310     05  MNW-REASON PIC X(30).
007320
007330 FD  GPIO-MASTER-FILE.
007340 01  GPIO-MASTER-RECORD.
007350*>        One record per physically wired pin, keyed by pin
007360*>        number and maintained by GPIOMSTLD separately from the
007370*>        per-run control file - what the device is, where it
007380*>        is, when it was wired, whether it is in service ("I")
007390*>        or out of service ("O"), and whose phone rings when it
007400*>        misbehaves.
007410     05  MST-PIN-KEY PIC X(02).
007420     05  MST-DESC PIC X(30).
007430     05  MST-LOCATION PIC X(20).
007440     05  MST-WIRED-DATE PIC X(10).
007450     05  MST-SERVICE-FLAG PIC X(01).
007460     05  MST-OPERATOR PIC X(10).
007470*>        The lamp's rated cycle life (zero when unrated) and
007480*>        the date the current lamp went in - maintained by
007490*>        GPIOMSTLD, read by the GPIOLIFE replacement forecast.
007500*>        Carried here so the record layouts stay field for
007510*>        field across the suite.
007520     05  MST-RATED-CYCLES PIC 9(07).
007530     05  MST-INSTALLED-DATE PIC X(10).
007540*>        The device's draw in whole watts, costed against the
007550*>        tariff file by GPIOCOST - another layout-only field
007560*>        here.
007570     05  MST-WATTS PIC 9(05).
007580
007590 FD  GPIO-AUDIT-FILE.
007600 01  GPIO-AUDIT-RECORD.
007610*>        One line per ON/OFF transition - date, time, pin and
007620*>        the transition itself - so an operator can answer
007630*>        "was the lamp actually cycling at 3AM" after the fact.
007640     05  AUD-DATE PIC X(10).
007650     05  FILLER PIC X(01).
007660     05  AUD-TIME PIC X(08).
007670     05  FILLER PIC X(01).
007680     05  AUD-PIN-TEXT PIC X(02).
007690     05  FILLER PIC X(01).
007700     05  AUD-TRANSITION PIC X(03).
007710     05  FILLER PIC X(01).
007720*>        The state the value file actually read back after the
007730*>        transition was commanded - "1", "0", "?" when the
007740*>        file could not be read, or space on lines (TRG) with
007750*>        nothing to observe.
007760     05  AUD-OBSERVED PIC X(01).
007770*>        Which Pi wrote the line - the unit identifier from
007780*>        GPIOUNIT.DAT, so collected daily files from more
007790*>        than one unit still say whose pin this was.
007800     05  FILLER PIC X(01).
007810     05  AUD-UNIT PIC X(08).
007820*>        The seal - this line's running sequence number in
007830*>        the day's file and the running check total through
007840*>        it.  The TRL trailer a run writes at termination
007850*>        carries the line count and the total in the same two
007860*>        fields.  Lines written before the log was sealed have
007870*>        spaces here.
007880     05  FILLER PIC X(01).
007890     05  AUD-SEQ PIC 9(07).
007900     05  FILLER PIC X(01).
007910     05  AUD-CHECK PIC 9(09).
007920
007930 WORKING-STORAGE SECTION.
007940*>--------------------------------------------------------------
007950*> FILE STATUS AND SWITCHES
007960*>--------------------------------------------------------------
007970 77  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
007980 77  WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
007990 77  WS-STATUS-FILE-STATUS PIC X(02) VALUE SPACES.
008000 77  WS-VALUE-FILE-STATUS PIC X(02) VALUE SPACES.
008010 77  WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
008020 77  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
008030 77  WS-EDIT-FILE-STATUS PIC X(02) VALUE SPACES.
008040 77  WS-REJECT-FILE-STATUS PIC X(02) VALUE SPACES.
008050 77  WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
008060 77  WS-PATTERN-FILE-STATUS PIC X(02) VALUE SPACES.
008070 77  WS-TIMELINE-FILE-STATUS PIC X(02) VALUE SPACES.
008080 77  WS-WINDOW-FILE-STATUS PIC X(02) VALUE SPACES.
008090
008100*>--------------------------------------------------------------
008110*> REHEARSAL MODE SUPPORT - THE COMMAND LINE THAT SELECTS IT,
008120*> THE MODE SWITCH EVERY HARDWARE-TOUCHING PARAGRAPH CHECKS,
008130*> THE DATED TIMELINE REPORT NAME, AND THE SIMULATED CLOCK THE
008140*> REHEARSAL TICKS INSTEAD OF SLEEPING - SECONDS SINCE MIDNIGHT
008150*> FROM THE RUN'S REAL START TIME, PLUS THE OVERLAP TALLY OF
008160*> SECONDS WHERE TWO OR MORE PINS WOULD BE COMMANDED ON AT ONCE
008170*>--------------------------------------------------------------
008180 77  WS-RUN-ARGS PIC X(40) VALUE SPACES.
008190 77  WS-REHEARSAL PIC X(01) VALUE "N".
008200 77  WS-TIMELINE-FILE-NAME PIC X(20) VALUE SPACES.
008210 77  WS-SIM-SECS PIC 9(07) VALUE ZERO.
008220 77  WS-SIM-START-SECS PIC 9(07) VALUE ZERO.
008230 77  WS-SIM-DURATION PIC 9(07) VALUE ZERO.
008240 77  WS-SIM-HH PIC 9(02) VALUE ZERO.
008250 77  WS-SIM-MM PIC 9(02) VALUE ZERO.
008260 77  WS-SIM-SS PIC 9(02) VALUE ZERO.
008270 77  WS-SIM-WORK PIC 9(07) VALUE ZERO.
008280 77  WS-SIM-REM PIC 9(07) VALUE ZERO.
008290 77  WS-SIM-ON-COUNT PIC 9(03) VALUE ZERO.
008300 77  WS-OVERLAP-SECS PIC 9(07) VALUE ZERO.
008310 77  WS-OVL-IDX PIC 9(03) VALUE ZERO.
008320 01  WS-TML-WORK PIC X(70) VALUE SPACES.
008330
008340*>--------------------------------------------------------------
008350*> EXCEPTION ESCALATION SUPPORT - THE GPIOESC.DAT RULES LOADED
008360*> AT STARTUP, THE CLASS AND PIN OF THE EXCEPTION CURRENTLY
008370*> BEING ROUTED, AND THE OPEN-ITEMS REVIEW WORK AREAS: THE
008380*> GPIOOPN.DAT IMAGES READ WHOLE, THE AGE CUTOFF COUNTED BACK
008390*> FROM TODAY PER RULE, AND THE MONTH-LENGTH ARITHMETIC THE
008400*> COUNT-BACK LEANS ON
008410*>--------------------------------------------------------------
008420 77  WS-ESCRULE-FILE-STATUS PIC X(02) VALUE SPACES.
008430 77  WS-UNIT-FILE-STATUS PIC X(02) VALUE SPACES.
008440 77  WS-UNIT-ID PIC X(08) VALUE "LOCAL".
008450
008460*>--------------------------------------------------------------
008470*> ACTIVE-RUN LOCK SUPPORT - WHETHER THIS EXECUTION HOLDS THE
008480*> LOCK (AND SO MUST RELEASE IT), OUR OWN PROCESS ID AS READ
008490*> BACK FROM THE SCRATCH FILE, AND THE SHELL COMMANDS THAT
008500*> FETCH AND TIDY IT
008510*>--------------------------------------------------------------
008520 77  WS-LOCK-FILE-STATUS PIC X(02) VALUE SPACES.
008530 77  WS-PID-FILE-STATUS PIC X(02) VALUE SPACES.
008540 77  WS-LOCK-TAKEN PIC X(01) VALUE "N".
008550 77  WS-MY-PID PIC X(08) VALUE SPACES.
008560 01  WS-PID-ECHO-CMD PIC X(30)
008570     VALUE "echo $PPID > GPIOPID.TMP".
008580 01  WS-PID-TIDY-CMD PIC X(30)
008590     VALUE "rm -f GPIOPID.TMP".
008600 77  WS-NOTIFY-FILE-STATUS PIC X(02) VALUE SPACES.
008610 77  WS-OPEN-FILE-STATUS PIC X(02) VALUE SPACES.
008620 77  WS-MAX-ESC-RULES PIC 9(02) VALUE 20.
008630 77  WS-ESC-RULE-COUNT PIC 9(02) VALUE ZERO.
008640 77  WS-ESC-RULE-IDX PIC 9(02) VALUE ZERO.
008650 77  WS-ESC-FOUND-IDX PIC 9(02) VALUE ZERO.
008660 77  WS-ESC-BEST-SCORE PIC 9(01) VALUE ZERO.
008670 77  WS-ESC-ROW-SCORE PIC 9(01) VALUE ZERO.
008680 01  WS-ESC-RULE-TABLE.
008690     05  WS-ESC-RULE-ENTRY OCCURS 20 TIMES.
008700         10  WS-RUL-CLASS PIC X(06).
008710         10  WS-RUL-PIN PIC X(02).
008720         10  WS-RUL-METHOD PIC X(08).
008730         10  WS-RUL-OPER PIC X(10).
008740         10  WS-RUL-BACKUP PIC X(10).
008750         10  WS-RUL-AGE PIC 9(03).
008760 77  WS-EXC-CLASS PIC X(06) VALUE SPACES.
008770 77  WS-EXC-PIN PIC X(02) VALUE SPACES.
008780 77  WS-EXC-MSG PIC X(25) VALUE SPACES.
008790 77  WS-NTF-NOTE PIC X(20) VALUE SPACES.
008800 77  WS-NTF-METHOD PIC X(08) VALUE SPACES.
008810 77  WS-NTF-OPER PIC X(10) VALUE SPACES.
008820 77  WS-MAX-OPEN-ITEMS PIC 9(03) VALUE 100.
008830 77  WS-OPEN-COUNT PIC 9(03) VALUE ZERO.
008840 77  WS-OPEN-IDX PIC 9(03) VALUE ZERO.
008850 77  WS-OPEN-CHANGED PIC X(01) VALUE "N".
008860 77  WS-OPEN-LISTED PIC X(01) VALUE "N".
008870 77  WS-OPEN-OVERFLOW PIC X(01) VALUE "N".
008880 01  WS-OPEN-TABLE.
008890     05  WS-OPN-IMAGE PIC X(95) OCCURS 100 TIMES.
008900 01  WS-OPN-WORK.
008910*>        Field for field with the GPIOOPN.DAT record above -
008920*>        the review works on the table images through this
008930*>        area so the FD record is only touched by reads and
008940*>        writes.
008950     05  WS-OPN-DATE PIC X(08).
008960     05  FILLER PIC X(01).
008970     05  WS-OPN-TIME PIC X(08).
008980     05  FILLER PIC X(01).
008990     05  WS-OPN-PIN PIC X(02).
009000     05  FILLER PIC X(01).
009010     05  WS-OPN-CLASS PIC X(06).
009020     05  FILLER PIC X(01).
009030     05  WS-OPN-STATUS PIC X(01).
009040     05  FILLER PIC X(01).
009050     05  WS-OPN-OPERATOR PIC X(10).
009060     05  FILLER PIC X(01).
009070     05  WS-OPN-ACK-DATE PIC X(08).
009080     05  FILLER PIC X(01).
009090     05  WS-OPN-ACK-TIME PIC X(08).
009100     05  FILLER PIC X(01).
009110     05  WS-OPN-ACK-OPER PIC X(10).
009120     05  FILLER PIC X(01).
009130     05  WS-OPN-MESSAGE PIC X(25).
009140 01  WS-OPN-DATE-NUM PIC 9(08) VALUE ZERO.
009150 01  WS-AGE-CUTOFF PIC 9(08) VALUE ZERO.
009160 01  WS-AGE-CUTOFF-R REDEFINES WS-AGE-CUTOFF.
009170     05  WS-AGE-YYYY PIC 9(04).
009180     05  WS-AGE-MM PIC 9(02).
009190     05  WS-AGE-DD PIC 9(02).
009200 77  WS-AGE-IDX PIC 9(05) VALUE ZERO.
009210 77  WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
009220 77  WS-LEAP-WORK PIC 9(04) VALUE ZERO.
009230 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
009240 77  WS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE SPACES.
009250 77  WS-REQUEST-FILE-STATUS PIC X(02) VALUE SPACES.
009260 77  WS-REPLY-FILE-STATUS PIC X(02) VALUE SPACES.
009270 77  WS-REQMARK-FILE-STATUS PIC X(02) VALUE SPACES.
009280 77  WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACES.
009290
009300*>--------------------------------------------------------------
009310*> CALENDAR-DRIVEN CONTROL TABLE SELECTION - THE TABLE FILE NAME
009320*> THE RUN OPENS, THE CALENDAR CLASS IT WAS PICKED UNDER, AND
009330*> THE DAY-OF-WEEK ARITHMETIC WORK FIELDS.  THE DEFAULTS BELOW
009340*> ARE WHAT A SHOP WITH NO GPIOCAL.DAT GETS - THE LITERAL TABLE
009350*> EVERY RUN OPENED BEFORE THE CALENDAR EXISTED.
009360*>--------------------------------------------------------------
009370 77  WS-CONTROL-FILE-NAME PIC X(12) VALUE "GPIOCTL.DAT".
009380 77  WS-RUN-CLASS PIC X(08) VALUE "WEEKDAY".
009390 77  WS-DAY-CLASS PIC X(08) VALUE "WEEKDAY".
009400 77  WS-CAL-DATE-HIT PIC X(01) VALUE "N".
009410 77  WS-CAL-CLASS-HIT PIC X(01) VALUE "N".
009420 77  WS-ZEL-Q PIC 9(02) VALUE ZERO.
009430 77  WS-ZEL-M PIC 9(02) VALUE ZERO.
009440 77  WS-ZEL-YYYY PIC 9(04) VALUE ZERO.
009450 77  WS-ZEL-K PIC 9(02) VALUE ZERO.
009460 77  WS-ZEL-J PIC 9(02) VALUE ZERO.
009470 77  WS-ZEL-WORK PIC 9(05) VALUE ZERO.
009480 77  WS-ZEL-SUM PIC 9(05) VALUE ZERO.
009490 77  WS-ZEL-DOW PIC 9(01) VALUE ZERO.
009500
009510*>--------------------------------------------------------------
009520*> GPIO PIN NUMBER, READ FROM THE CONTROL FILE AT STARTUP
009530*>--------------------------------------------------------------
009540 77  WS-PIN-TEXT PIC X(02) VALUE "21".
009550
009560*>--------------------------------------------------------------
009570*> FLASH SCHEDULE, READ FROM THE CONTROL FILE AT STARTUP -
009580*> DEFAULTS BELOW MATCH THE ORIGINAL HARDCODED 3 CYCLES OF
009590*> ONE SECOND ON, ONE SECOND OFF
009600*>--------------------------------------------------------------
009610 77  WS-CYCLES PIC 9(03) VALUE 3.
009620 77  WS-ON-SECS PIC 9(03) VALUE 1.
009630 77  WS-OFF-SECS PIC 9(03) VALUE 1.
009640 77  WS-ROLE-TEXT PIC X(10) VALUE SPACES.
009650
009660*>--------------------------------------------------------------
009670*> DEVICE MODE - "out" DRIVES THE PIN (THE ORIGINAL BEHAVIOUR),
009680*> "in " EXPORTS IT AS AN INPUT AND POLLS ITS VALUE INSTEAD
009690*>--------------------------------------------------------------
009700 77  WS-MODE-TEXT PIC X(03) VALUE "out".
009710 77  WS-VALUE-FILE-NAME PIC X(50) VALUE SPACES.
009720 77  WS-CUR-VALUE PIC X(01) VALUE SPACES.
009730
009740*>--------------------------------------------------------------
009750*> DEVICE TABLE - ONE ENTRY PER PIN LISTED IN THE CONTROL FILE.
009760*> EVERY DEVICE IS EXPORTED UP FRONT AND ALL SCHEDULES ARE THEN
009770*> TICKED TOGETHER ON A COMMON ONE SECOND CLOCK - THE SECOND
009780*> GROUP OF FIELDS PER ENTRY IS THAT DEVICE'S CLOCK STATE:
009790*> WHETHER IT STILL HAS WORK, WHICH HALF OF ITS CYCLE IT IS IN,
009800*> HOW MANY TICKS REMAIN IN THAT HALF, AND ITS RUNNING TOTALS
009810*>--------------------------------------------------------------
009820 77  WS-MAX-DEVICES PIC 9(03) VALUE 20.
009830 77  WS-DEVICE-COUNT PIC 9(03) VALUE ZERO.
009840 77  WS-DEVICE-IDX PIC 9(03) VALUE ZERO.
009850 77  WS-ACTIVE-COUNT PIC 9(03) VALUE ZERO.
009860 77  WS-MARKER-IDX PIC 9(03) VALUE ZERO.
009870 77  WS-TICK-SECOND PIC 9(03) VALUE 1.
009880 01  WS-DEVICE-TABLE.
009890     05  WS-DEVICE-ENTRY OCCURS 20 TIMES.
009900         10  WS-DEV-PIN-TEXT PIC X(02).
009910         10  WS-DEV-MODE PIC X(03).
009920         10  WS-DEV-ROLE PIC X(10).
009930         10  WS-DEV-CYCLES PIC 9(03).
009940         10  WS-DEV-ON-SECS PIC 9(03).
009950         10  WS-DEV-OFF-SECS PIC 9(03).
009960         10  WS-DEV-DESC PIC X(30).
009970         10  WS-DEV-LOCATION PIC X(20).
009980         10  WS-DEV-STARTED PIC X(01).
009990         10  WS-DEV-ACTIVE PIC X(01).
010000         10  WS-DEV-PHASE PIC X(03).
010010         10  WS-DEV-PHASE-LEFT PIC 9(05).
010020         10  WS-DEV-CYCLES-LEFT PIC 9(05).
010030         10  WS-DEV-CYC-DONE PIC 9(05).
010040         10  WS-DEV-ON-SECS-DONE PIC 9(07).
010050         10  WS-DEV-LAST-VALUE PIC X(01).
010060         10  WS-DEV-END-TIME PIC X(08).
010070         10  WS-DEV-XTRA-CYCLES PIC 9(05).
010080         10  WS-DEV-PATTERN PIC X(08).
010090         10  WS-DEV-PAT-IDX PIC 9(02).
010100         10  WS-DEV-SEG-IDX PIC 9(02).
010110         10  WS-DEV-PAIRS-PER-CYC PIC 9(03).
010120         10  WS-DEV-EXPORTED PIC X(01).
010130         10  WS-DEV-CKP-DONE PIC X(01).
010140         10  WS-DEV-CKP-CYC PIC 9(05).
010150         10  WS-DEV-CKP-ONS PIC 9(07).
010160         10  WS-DEV-CKP-XTRA PIC 9(05).
010170         10  WS-DEV-CKP-REQP PIC 9(05).
010180         10  WS-DEV-REQ-PAIRS PIC 9(05).
010190*>        Timed-release state - the commanded start time from
010200*>        the control row (spaces means release at run start),
010210*>        whether the device has been released onto the clock
010220*>        yet, the actual wall-clock release time for the run
010230*>        report, and the released flag and time a resumed run
010240*>        staged from the checkpoint.
010250         10  WS-DEV-START-TIME PIC X(08).
010260         10  WS-DEV-RELEASED PIC X(01).
010270         10  WS-DEV-REL-TIME PIC X(08).
010280         10  WS-DEV-CKP-REL PIC X(01).
010290         10  WS-DEV-CKP-RELT PIC X(08).
010300*>        Maintenance - whether a planned window held the device
010310*>        idle at any point this run (its report line then says
010320*>        MAINT and it is not reconciled), whether it is inside
010330*>        one right now, and that window's work order.
010340         10  WS-DEV-MAINT PIC X(01).
010350         10  WS-DEV-IN-MNW PIC X(01).
010360         10  WS-DEV-MNW-WO PIC X(10).
010370
010380*>--------------------------------------------------------------
010390*> PLANNED MAINTENANCE WINDOWS - THE GPIOMNW.DAT WINDOWS THAT
010400*> TOUCH TODAY, HELD AS DATE+TIME STAMPS (YYYYMMDDHH:MM:SS)
010410*> THAT COMPARE IN TIME ORDER AS TEXT, THE STAMP BEING TESTED
010420*> AGAINST THEM, AND HOW MANY ACTIVE DEVICES THE LAST TICK
010430*> FOUND HELD FOR ONE
010440*>--------------------------------------------------------------
010450 77  WS-MAX-MNW PIC 9(03) VALUE 50.
010460 77  WS-MNW-COUNT PIC 9(03) VALUE ZERO.
010470 77  WS-MNW-IDX PIC 9(03) VALUE ZERO.
010480 77  WS-MNW-FOUND-IDX PIC 9(03) VALUE ZERO.
010490 77  WS-MNW-HELD-COUNT PIC 9(03) VALUE ZERO.
010500 77  WS-MNW-FIND-PIN PIC X(02) VALUE SPACES.
010510 77  WS-MNW-STAMP PIC X(16) VALUE SPACES.
010520 77  WS-MNW-DAY-FIRST PIC X(16) VALUE SPACES.
010530 77  WS-MNW-DAY-LAST PIC X(16) VALUE SPACES.
010540 77  WS-MNW-FROM-WORK PIC X(16) VALUE SPACES.
010550 77  WS-MNW-TO-WORK PIC X(16) VALUE SPACES.
010560 77  WS-MNW-TIME PIC X(08) VALUE SPACES.
010570 77  WS-MNW-TIME-OK PIC X(01) VALUE "N".
010580 01  WS-MNW-TABLE.
010590     05  WS-MNW-ENTRY OCCURS 50 TIMES.
010600         10  WS-MNW-PIN PIC X(02).
010610         10  WS-MNW-FROM PIC X(16).
010620         10  WS-MNW-TO PIC X(16).
010630         10  WS-MNW-WO PIC X(10).
010640         10  WS-MNW-REASON PIC X(30).
010650
010660*>--------------------------------------------------------------
010670*> CHECKPOINT/RESUME SUPPORT - WHETHER THIS EXECUTION IS
010680*> RESUMING A SAME DAY RUN THAT ABENDED MID-CLOCK, AND THE
010690*> WORK AREA FOR A RESUMED DEVICE'S REMAINING CYCLES
010700*>--------------------------------------------------------------
010710 77  WS-RESUME-MODE PIC X(01) VALUE "N".
010720 77  WS-RESUME-CYCLES PIC 9(05) VALUE ZERO.
010730 77  WS-CKP-IDX PIC 9(03) VALUE ZERO.
010740
010750*>--------------------------------------------------------------
010760*> REQUEST QUEUE SUPPORT - THE NEW GPIOREQ.DAT LINES READ AT
010770*> EACH POLL WITH THEIR LINE NUMBERS, THE RUN'S PLACE IN THE
010780*> QUEUE, THE PRIORITY AND EXPIRY WORK FIELDS, AND THE ROLE
010790*> LOOK-UP AND REPORT-CYCLE WORK FIELDS
010800*>--------------------------------------------------------------
010810 77  WS-MAX-REQUESTS PIC 9(03) VALUE 200.
010820 77  WS-REQUEST-OVERFLOW PIC X(01) VALUE "N".
010830 77  WS-REQUEST-COUNT PIC 9(03) VALUE ZERO.
010840 77  WS-REQUEST-IDX PIC 9(03) VALUE ZERO.
010850 77  WS-REQ-MARK PIC 9(07) VALUE ZERO.
010860 77  WS-REQ-MARK-LOADED PIC X(01) VALUE "N".
010870 77  WS-REQ-LINE-NO PIC 9(07) VALUE ZERO.
010880 77  WS-REQ-PRI-PASS PIC 9(02) VALUE ZERO.
010890 77  WS-REQ-PRI-VALUE PIC 9(01) VALUE ZERO.
010900 77  WS-REQ-DEFAULT-PRI PIC 9(01) VALUE 5.
010910 77  WS-REQ-EXPIRE-MINS PIC 9(04) VALUE ZERO.
010920 77  WS-REQ-DEFAULT-EXPIRE PIC 9(04) VALUE 60.
010930 77  WS-REQ-MAX-EXPIRE PIC 9(04) VALUE 1440.
010940 77  WS-REQ-QUEUED-MINS PIC 9(05) VALUE ZERO.
010950 77  WS-REQ-NOW-MINS PIC 9(05) VALUE ZERO.
010960 77  WS-REQ-AGE-MINS PIC 9(05) VALUE ZERO.
010970 77  WS-REQ-DISPOSITION PIC X(01) VALUE SPACE.
010980 77  WS-REQ-REASON PIC X(24) VALUE SPACES.
010990 01  WS-REQ-QDATE PIC X(08) VALUE SPACES.
011000 01  WS-REQ-QDATE-NUM REDEFINES WS-REQ-QDATE PIC 9(08).
011010 01  WS-REQ-QTIME PIC X(04) VALUE SPACES.
011020 01  WS-REQ-QTIME-R REDEFINES WS-REQ-QTIME.
011030     05  WS-REQ-QTIME-HH PIC 9(02).
011040     05  WS-REQ-QTIME-MM PIC 9(02).
011050 77  WS-FIND-ROLE PIC X(10) VALUE SPACES.
011060 77  WS-REQ-BURST-CYCLES PIC 9(03) VALUE ZERO.
011070 77  WS-REPORT-CYCLES PIC 9(05) VALUE ZERO.
011080 01  WS-REQUEST-TABLE.
011090     05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
011100         10  WS-REQ-IMAGE PIC X(61).
011110         10  WS-REQ-LINE PIC 9(07).
011120
011130*>--------------------------------------------------------------
011140*> LINKAGE TABLE - ONE ENTRY PER "lnk" ROW IN THE CONTROL FILE.
011150*> WHEN THE TRIGGER (INPUT) PIN IS SEEN GOING TO 1, THE TARGET
011160*> (OUTPUT) PIN'S FLASH SCHEDULE IS RE-ARMED ON THE SHARED
011170*> CLOCK AND A TRG AUDIT LINE IS WRITTEN FOR THE TARGET.
011180*>--------------------------------------------------------------
011190 77  WS-MAX-LINKS PIC 9(03) VALUE 10.
011200 77  WS-LINK-COUNT PIC 9(03) VALUE ZERO.
011210 77  WS-LINK-IDX PIC 9(03) VALUE ZERO.
011220 77  WS-FIND-PIN PIC X(02) VALUE SPACES.
011230 77  WS-FOUND-IDX PIC 9(03) VALUE ZERO.
011240 77  WS-TARGET-IDX PIC 9(03) VALUE ZERO.
011250 77  WS-SAVE-PIN-TEXT PIC X(02) VALUE SPACES.
011260 77  WS-ROW-IS-LINK PIC X(01) VALUE "N".
011270 77  WS-COMMANDED-CYCLES PIC 9(05) VALUE ZERO.
011280 01  WS-LINKAGE-TABLE.
011290     05  WS-LINK-ENTRY OCCURS 10 TIMES.
011300         10  WS-LNK-TRIGGER-PIN PIC X(02).
011310         10  WS-LNK-TARGET-PIN PIC X(02).
011320         10  WS-LNK-ROLE PIC X(10).
011330
011340*>--------------------------------------------------------------
011350*> PATTERN TABLE - THE GPIOPAT.DAT LIBRARY LOADED AT STARTUP.
011360*> A DEVICE ROW NAMING A PATTERN FLASHES THAT PATTERN'S
011370*> SEGMENTS IN ORDER, ONCE PER COMMANDED CYCLE, INSTEAD OF ONE
011380*> FLAT ON/OFF PAIR.
011390*>--------------------------------------------------------------
011400 77  WS-MAX-PATTERNS PIC 9(03) VALUE 10.
011410 77  WS-PATTERN-COUNT PIC 9(03) VALUE ZERO.
011420 77  WS-PATTERN-IDX PIC 9(03) VALUE ZERO.
011430 77  WS-FOUND-PAT-IDX PIC 9(03) VALUE ZERO.
011440 77  WS-ROW-PAT-IDX PIC 9(03) VALUE ZERO.
011450 01  WS-PATTERN-TABLE.
011460     05  WS-PATTERN-ENTRY OCCURS 10 TIMES.
011470         10  WS-PAT-NAME PIC X(08).
011480         10  WS-PAT-SEG-COUNT PIC 9(02).
011490         10  WS-PAT-SEG OCCURS 8 TIMES.
011500             15  WS-PAT-ON-SECS PIC 9(03).
011510             15  WS-PAT-OFF-SECS PIC 9(03).
011520
011530*>--------------------------------------------------------------
011540*> AUDIT LOG SUPPORT - DATED FILE NAME AND CURRENT TRANSITION
011550*>--------------------------------------------------------------
011560 77  WS-AUDIT-FILE-NAME PIC X(20) VALUE SPACES.
011570 77  WS-TRANSITION PIC X(03) VALUE SPACES.
011580 77  WS-OBSERVED-VALUE PIC X(01) VALUE SPACE.
011590*>        The seal of the day's audit file - the last sequence
011600*>        number written and the check total through it.  The
011610*>        check total adds, for every line, each character's
011620*>        place in WS-CHK-ALPHABET times its column, wrapped
011630*>        at a billion.  GPIOAVER and the period programs work
011640*>        it out the same way and must be changed with it.
011650 77  WS-AUD-SEQ PIC 9(07) VALUE ZERO.
011660 77  WS-AUD-TOTAL PIC 9(09) VALUE ZERO.
011670 77  WS-CHK-POS PIC 9(02) VALUE ZERO.
011680 77  WS-CHK-CODE PIC 9(03) VALUE ZERO.
011690 77  WS-CHK-WORK PIC 9(05) VALUE ZERO.
011700 77  WS-CHK-VALUE PIC 9(07) VALUE ZERO.
011710 77  WS-CHK-SUM PIC 9(10) VALUE ZERO.
011720 01  WS-CHK-LINE PIC X(45) VALUE SPACES.
011730 01  WS-CHK-ALPHABET.
011740     05  FILLER PIC X(36)
011750         VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
011760     05  FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
011770     05  FILLER PIC X(07) VALUE " -:*?./".
011780
011790*>--------------------------------------------------------------
011800*> RUN SUMMARY REPORT SUPPORT - DATED FILE NAME AND RUN START
011810*> TIME.  PER-DEVICE CYCLE/ON-SECONDS TOTALS LIVE IN THE DEVICE
011820*> TABLE NOW THAT ALL SCHEDULES RUN TOGETHER.
011830*>--------------------------------------------------------------
011840 77  WS-REPORT-FILE-NAME PIC X(20) VALUE SPACES.
011850 77  WS-RUN-START-TIME PIC X(08) VALUE SPACES.
011860*>        The wall-clock time stamped once at the top of every
011870*>        clock tick - held devices are released against it, so
011880*>        every device the same tick touches sees the same
011890*>        clock.
011900 77  WS-TICK-TIME PIC X(08) VALUE SPACES.
011910
011920*>--------------------------------------------------------------
011930*> RECONCILIATION SUPPORT - COMPARES EACH FLASH PIN'S COMMANDED
011940*> CYCLE COUNT AGAINST THE ON/OFF PAIRS THIS RUN ACTUALLY WROTE
011950*> TO THE AUDIT LOG
011960*>--------------------------------------------------------------
011970 77  WS-EXCEPTION-FILE-NAME PIC X(20) VALUE SPACES.
011980 77  WS-ON-COUNT PIC 9(05) VALUE ZERO.
011990 77  WS-OFF-COUNT PIC 9(05) VALUE ZERO.
012000 77  WS-RECON-IDX PIC 9(03) VALUE ZERO.
012010
012020*>--------------------------------------------------------------
012030*> PRE-RUN EDIT SUPPORT - DATED EDIT REPORT AND REJECT FILE
012040*> NAMES, ROW TOTALS, AND THE REASON THE CURRENT ROW FAILED
012050*> (SPACES MEANS THE ROW PASSED EVERY CHECK).  GPIO PINS ON THE
012060*> PI HEADER RUN FROM GPIO2 THROUGH GPIO27.
012070*>--------------------------------------------------------------
012080 77  WS-EDIT-FILE-NAME PIC X(20) VALUE SPACES.
012090 77  WS-REJECT-FILE-NAME PIC X(20) VALUE SPACES.
012100 77  WS-ROWS-READ PIC 9(05) VALUE ZERO.
012110 77  WS-ROWS-GOOD PIC 9(05) VALUE ZERO.
012120 77  WS-ROWS-BAD PIC 9(05) VALUE ZERO.
012130 77  WS-EDIT-IDX PIC 9(03) VALUE ZERO.
012140 77  WS-EDIT-PIN PIC 9(02) VALUE ZERO.
012150 77  WS-MIN-HEADER-PIN PIC 9(02) VALUE 2.
012160 77  WS-MAX-HEADER-PIN PIC 9(02) VALUE 27.
012170 77  WS-ROW-REASON-CODE PIC X(04) VALUE SPACES.
012180 77  WS-ROW-REASON-TEXT PIC X(30) VALUE SPACES.
012190 77  WS-EDIT-TPART PIC 9(02) VALUE ZERO.
012200
012210*>--------------------------------------------------------------
012220*> DEVICE MASTER SUPPORT - THE IN-SERVICE MASTER FIELDS FOR THE
012230*> CONTROL ROW CURRENTLY BEING EDITED, AND THE LIVE DESCRIPTION
012240*> AND LOCATION OF THE DEVICE CURRENTLY BEING DRIVEN
012250*>--------------------------------------------------------------
012260 77  WS-MASTER-DESC PIC X(30) VALUE SPACES.
012270 77  WS-MASTER-LOCATION PIC X(20) VALUE SPACES.
012280 77  WS-DESC-TEXT PIC X(30) VALUE SPACES.
012290 77  WS-LOCATION-TEXT PIC X(20) VALUE SPACES.
012300
012310*>--------------------------------------------------------------
012320*> NAME OF THE GPIO OPERATION MOST RECENTLY ATTEMPTED, USED TO
012330*> LABEL THE ERROR MESSAGE IF ITS CALL "SYSTEM" FAILS
012340*>--------------------------------------------------------------
012350 77  WS-LAST-OPERATION PIC X(30) VALUE SPACES.
012360
012370 01  WS-TODAY PIC 9(08) VALUE ZERO.
012380 01  WS-TODAY-R REDEFINES WS-TODAY.
012390     05  WS-TODAY-YYYY PIC 9(04).
012400     05  WS-TODAY-MM PIC 9(02).
012410     05  WS-TODAY-DD PIC 9(02).
012420
012430 01  WS-NOW PIC 9(08) VALUE ZERO.
012440 01  WS-NOW-R REDEFINES WS-NOW.
012450     05  WS-NOW-HH PIC 9(02).
012460     05  WS-NOW-MM PIC 9(02).
012470     05  WS-NOW-SS PIC 9(02).
012480     05  WS-NOW-CC PIC 9(02).
012490
012500*>--------------------------------------------------------------
012510*> GPIO SHELL COMMAND LITERALS, BUILT AT RUNTIME AROUND THE
012520*> CURRENT PIN NUMBER
012530*>--------------------------------------------------------------
012540 01  WS-GPIO-INIT PIC X(50) VALUE SPACES.
012550 01  WS-GPIO-DIR PIC X(50) VALUE SPACES.
012560 01  WS-GPIO-ON PIC X(50) VALUE SPACES.
012570 01  WS-GPIO-OFF PIC X(50) VALUE SPACES.
012580 01  WS-GPIO-ClR PIC X(50) VALUE SPACES.
012590
012600*>--------------------------------------------------------------
012610*> RECOVERY COMMANDS, BUILT AROUND A STALE MARKER'S PIN NUMBER -
012620*> KEPT SEPARATE FROM THE LIVE WS-GPIO-* COMMANDS SO CHECKING
012630*> FOR A STALE MARKER NEVER DISTURBS THE CURRENT RUN'S PIN
012640*>--------------------------------------------------------------
012650 01  WS-RECOVER-OFF-CMD PIC X(50) VALUE SPACES.
012660 01  WS-RECOVER-ClR-CMD PIC X(50) VALUE SPACES.
012670
012680*>--------------------------------------------------------------
012690*> STATUS PUBLISH COMMAND - CALLS OUT TO GPIO_NOTIFY.SH WITH THE
012700*> PIN AND ITS NEW TRANSITION SO THE MONITORING DASHBOARD SHOWS
012710*> LIVE PIN STATE
012720*>--------------------------------------------------------------
012730 01  WS-NOTIFY-CMD PIC X(80) VALUE SPACES.
012740
012750 PROCEDURE DIVISION.
012760
012770 0000-MAINLINE.
012780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012790     PERFORM 2500-RUN-SCHEDULES THRU 2500-EXIT.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012810     STOP RUN.
012820
012830 1000-INITIALIZE.
012840     DISPLAY "This is COBOL running on a Raspberry Pi".
012850     DISPLAY "Here's how to call GPIO from COBOL".
012860     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
012870     PERFORM 1010-READ-UNIT-ID THRU 1010-EXIT.
012880     ACCEPT WS-RUN-ARGS FROM COMMAND-LINE.
012890     IF WS-RUN-ARGS (1:8) = "REHEARSE"
012900         MOVE "Y" TO WS-REHEARSAL
012910         DISPLAY "*** REHEARSAL MODE - NO HARDWARE WILL BE "
012920             "TOUCHED ***"
012930     END-IF.
012940     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
012950*>        A rehearsal stops after the edit work above - no audit
012960*>        or report files to append to, no stale pins to
012970*>        recover, no checkpoint to resume.  It gets the dated
012980*>        timeline report instead.
012990     IF WS-REHEARSAL = "Y"
013000         PERFORM 1360-OPEN-TIMELINE-FILE THRU 1360-EXIT
013010         GO TO 1000-EXIT
013020     END-IF.
013030     PERFORM 1300-OPEN-AUDIT-FILE THRU 1300-EXIT.
013040     PERFORM 1350-OPEN-REPORT-FILE THRU 1350-EXIT.
013050*>        The lock comes before the open-exceptions review - a
013060*>        refused second starter must exit having modified
013070*>        nothing shared, and the review rewrites GPIOOPN.DAT
013080*>        under the live run's feet.  It stays after the audit
013090*>        file opens so an UNLOCK override can stamp its UNL
013100*>        line.
013110     PERFORM 1500-TAKE-RUN-LOCK THRU 1500-EXIT.
013120     PERFORM 1115-LOAD-ESC-RULES THRU 1115-EXIT.
013130     PERFORM 1400-REVIEW-OPEN-EXCEPTIONS THRU 1400-EXIT.
013140     PERFORM 2000-CHECK-RESTART THRU 2000-EXIT.
013150     PERFORM 2200-CHECK-CHECKPOINT THRU 2200-EXIT.
013160 1000-EXIT.
013170     EXIT.
013180
013190 1010-READ-UNIT-ID.
013200*>        The unit name is configuration, not code - the annex
013210*>        Pi gets its own GPIOUNIT.DAT when it is set up, and
013220*>        a Pi with no file at all stamps LOCAL exactly as the
013230*>        suite behaved before there was a second unit.
013240     OPEN INPUT GPIO-UNIT-FILE.
013250     IF WS-UNIT-FILE-STATUS NOT = "00"
013260         DISPLAY "GPIOUNIT.DAT NOT FOUND - UNIT IS "
013270             WS-UNIT-ID
013280         GO TO 1010-EXIT
013290     END-IF.
013300     READ GPIO-UNIT-FILE
013310         AT END
013320             CONTINUE
013330         NOT AT END
013340             IF UNIT-ID-TEXT NOT = SPACES
013350                 MOVE UNIT-ID-TEXT TO WS-UNIT-ID
013360             END-IF
013370     END-READ.
013380     CLOSE GPIO-UNIT-FILE.
013390     DISPLAY "UNIT IDENTIFIER " WS-UNIT-ID.
013400 1010-EXIT.
013410     EXIT.
013420
013430 1100-READ-CONTROL-FILE.
013440*>        The control file lets an operator repoint this program
013450*>        at a set of header pins without a recompile - one row
013460*>        per pin driven this run.  If it is missing or empty we
013470*>        fall back to a single device using the WS-PIN-TEXT and
013480*>        WS-CYCLES/WS-ON-SECS/WS-OFF-SECS defaults set above.
013490     MOVE ZERO TO WS-DEVICE-COUNT.
013500     MOVE ZERO TO WS-LINK-COUNT.
013510     MOVE ZERO TO WS-ROWS-READ.
013520     MOVE ZERO TO WS-ROWS-GOOD.
013530     MOVE ZERO TO WS-ROWS-BAD.
013540     PERFORM 1105-SELECT-CONTROL-TABLE THRU 1105-EXIT.
013550     PERFORM 1120-LOAD-PATTERN-FILE THRU 1120-EXIT.
013560     PERFORM 1600-LOAD-MAINT-WINDOWS THRU 1600-EXIT.
013570     OPEN INPUT GPIO-CONTROL-FILE.
013580     IF WS-CONTROL-FILE-STATUS = "00"
013590         PERFORM 1130-OPEN-EDIT-FILES THRU 1130-EXIT
013600         PERFORM 1140-OPEN-MASTER-FILE THRU 1140-EXIT
013610         PERFORM 1150-READ-CONTROL-RECORD THRU 1150-EXIT
013620             UNTIL WS-CONTROL-FILE-STATUS NOT = "00"
013630         CLOSE GPIO-CONTROL-FILE
013640         CLOSE GPIO-MASTER-FILE
013650         PERFORM 1185-EDIT-LINKAGES THRU 1185-EXIT
013660         PERFORM 1190-WRITE-EDIT-REPORT THRU 1190-EXIT
013670         PERFORM 1195-CHECK-EDIT-RESULT THRU 1195-EXIT
013680     ELSE
013690         DISPLAY WS-CONTROL-FILE-NAME
013700             " NOT FOUND - USING DEFAULT PIN " WS-PIN-TEXT
013710     END-IF.
013720     IF WS-DEVICE-COUNT = ZERO
013730         PERFORM 1180-USE-DEFAULT-DEVICE THRU 1180-EXIT
013740     END-IF.
013750 1100-EXIT.
013760     EXIT.
013770
013780 1105-SELECT-CONTROL-TABLE.
013790*>        Picks tonight's control table from the GPIOCAL.DAT
013800*>        calendar instead of always opening the same literal
013810*>        file name.  A dated row for today wins outright; with
013820*>        no dated row, the default row for today's day-of-week
013830*>        class (WEEKDAY or WEEKEND) is taken.  A shop with no
013840*>        calendar file at all runs GPIOCTL.DAT exactly as it
013850*>        always has.
013860     PERFORM 1108-SET-DAY-CLASS THRU 1108-EXIT.
013870     MOVE WS-DAY-CLASS TO WS-RUN-CLASS.
013880     MOVE "N" TO WS-CAL-DATE-HIT.
013890     MOVE "N" TO WS-CAL-CLASS-HIT.
013900     OPEN INPUT GPIO-CALENDAR-FILE.
013910     IF WS-CALENDAR-FILE-STATUS NOT = "00"
013920         DISPLAY "GPIOCAL.DAT NOT FOUND - RUNNING "
013930             WS-CONTROL-FILE-NAME
013940         GO TO 1105-EXIT
013950     END-IF.
013960     PERFORM 1106-READ-CALENDAR-RECORD THRU 1106-EXIT
013970         UNTIL WS-CALENDAR-FILE-STATUS NOT = "00"
013980            OR WS-CAL-DATE-HIT = "Y".
013990     CLOSE GPIO-CALENDAR-FILE.
014000     IF WS-CAL-DATE-HIT = "N" AND WS-CAL-CLASS-HIT = "N"
014010         DISPLAY "NO CALENDAR ROW FOR TODAY OR CLASS "
014020             WS-DAY-CLASS " - RUNNING " WS-CONTROL-FILE-NAME
014030     END-IF.
014040     DISPLAY "CALENDAR CLASS " WS-RUN-CLASS
014050         " - CONTROL TABLE " WS-CONTROL-FILE-NAME.
014060 1105-EXIT.
014070     EXIT.
014080
014090 1106-READ-CALENDAR-RECORD.
014100*>        A malformed calendar line is skipped with a console
014110*>        warning - a typo in the calendar must never stop the
014120*>        night run, it just falls back down the search order.
014130     READ GPIO-CALENDAR-FILE
014140         AT END
014150             GO TO 1106-EXIT
014160     END-READ.
014170     IF CAL-TABLE-NAME = SPACES
014180         DISPLAY "GPIOCAL.DAT LINE SKIPPED - NO TABLE NAME"
014190         GO TO 1106-EXIT
014200     END-IF.
014210     IF CAL-DATE-TEXT = "********"
014220         IF CAL-CLASS = WS-DAY-CLASS
014230            AND WS-CAL-CLASS-HIT = "N"
014240             MOVE "Y" TO WS-CAL-CLASS-HIT
014250             MOVE CAL-CLASS TO WS-RUN-CLASS
014260             MOVE CAL-TABLE-NAME TO WS-CONTROL-FILE-NAME
014270         END-IF
014280         GO TO 1106-EXIT
014290     END-IF.
014300     IF CAL-DATE-TEXT IS NOT NUMERIC
014310         DISPLAY "GPIOCAL.DAT LINE SKIPPED - BAD DATE "
014320             CAL-DATE-TEXT
014330         GO TO 1106-EXIT
014340     END-IF.
014350     IF CAL-DATE-TEXT = WS-TODAY
014360         MOVE "Y" TO WS-CAL-DATE-HIT
014370         MOVE CAL-CLASS TO WS-RUN-CLASS
014380         MOVE CAL-TABLE-NAME TO WS-CONTROL-FILE-NAME
014390     END-IF.
014400 1106-EXIT.
014410     EXIT.
014420
014430 1108-SET-DAY-CLASS.
014440*>        Zeller's congruence in longhand arithmetic - no date
014450*>        intrinsics on this box's compiler, same as the month
014460*>        length tables elsewhere in this suite.  January and
014470*>        February count as months 13 and 14 of the year before.
014480*>        The result is 0 for Saturday and 1 for Sunday - those
014490*>        two days are class WEEKEND, the rest WEEKDAY.
014500     MOVE WS-TODAY-DD TO WS-ZEL-Q.
014510     MOVE WS-TODAY-MM TO WS-ZEL-M.
014520     MOVE WS-TODAY-YYYY TO WS-ZEL-YYYY.
014530     IF WS-ZEL-M < 3
014540         ADD 12 TO WS-ZEL-M
014550         SUBTRACT 1 FROM WS-ZEL-YYYY
014560     END-IF.
014570     DIVIDE WS-ZEL-YYYY BY 100 GIVING WS-ZEL-J
014580         REMAINDER WS-ZEL-K.
014590     MOVE WS-ZEL-Q TO WS-ZEL-SUM.
014600     ADD 1 TO WS-ZEL-M GIVING WS-ZEL-WORK.
014610     MULTIPLY 13 BY WS-ZEL-WORK.
014620     DIVIDE 5 INTO WS-ZEL-WORK.
014630     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
014640     ADD WS-ZEL-K TO WS-ZEL-SUM.
014650     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-WORK.
014660     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
014670     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-WORK.
014680     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
014690     MULTIPLY WS-ZEL-J BY 5 GIVING WS-ZEL-WORK.
014700     ADD WS-ZEL-WORK TO WS-ZEL-SUM.
014710     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-WORK
014720         REMAINDER WS-ZEL-DOW.
014730     IF WS-ZEL-DOW < 2
014740         MOVE "WEEKEND" TO WS-DAY-CLASS
014750     ELSE
014760         MOVE "WEEKDAY" TO WS-DAY-CLASS
014770     END-IF.
014780 1108-EXIT.
014790     EXIT.
014800
014810 1115-LOAD-ESC-RULES.
014820*>        The escalation rules are optional - a shop with no
014830*>        GPIOESC.DAT still files its exceptions and tracks
014840*>        them as open items, it just routes them to nobody.
014850     MOVE ZERO TO WS-ESC-RULE-COUNT.
014860     OPEN INPUT GPIO-ESCRULE-FILE.
014870     IF WS-ESCRULE-FILE-STATUS = "00"
014880         PERFORM 1117-READ-ESC-RULE THRU 1117-EXIT
014890             UNTIL WS-ESCRULE-FILE-STATUS NOT = "00"
014900         CLOSE GPIO-ESCRULE-FILE
014910     END-IF.
014920 1115-EXIT.
014930     EXIT.
014940
014950 1117-READ-ESC-RULE.
014960*>        A rule with a garbled age is skipped with a console
014970*>        warning - a bad line in the rules file must never
014980*>        stop the night run.
014990     READ GPIO-ESCRULE-FILE
015000         AT END
015010             GO TO 1117-EXIT
015020     END-READ.
015030     IF ESC-AGE-DAYS IS NOT NUMERIC
015040        OR ESC-OPERATOR = SPACES
015050         DISPLAY "GPIOESC.DAT LINE SKIPPED - BAD AGE OR "
015060             "BLANK OPERATOR"
015070         GO TO 1117-EXIT
015080     END-IF.
015090     IF WS-ESC-RULE-COUNT NOT < WS-MAX-ESC-RULES
015100         DISPLAY "GPIOESC.DAT HAS MORE THAN " WS-MAX-ESC-RULES
015110             " RULES - EXTRA LINES IGNORED"
015120         GO TO 1117-EXIT
015130     END-IF.
015140     ADD 1 TO WS-ESC-RULE-COUNT.
015150     MOVE ESC-CLASS TO WS-RUL-CLASS (WS-ESC-RULE-COUNT).
015160     MOVE ESC-PIN TO WS-RUL-PIN (WS-ESC-RULE-COUNT).
015170     MOVE ESC-METHOD TO WS-RUL-METHOD (WS-ESC-RULE-COUNT).
015180     MOVE ESC-OPERATOR TO WS-RUL-OPER (WS-ESC-RULE-COUNT).
015190     MOVE ESC-BACKUP TO WS-RUL-BACKUP (WS-ESC-RULE-COUNT).
015200     MOVE ESC-AGE-DAYS TO WS-RUL-AGE (WS-ESC-RULE-COUNT).
015210 1117-EXIT.
015220     EXIT.
015230
015240 1120-LOAD-PATTERN-FILE.
015250*>        The pattern library is optional - a shop with no
015260*>        GPIOPAT.DAT just flashes flat cycles as before, and a
015270*>        control row naming a pattern that is not on file
015280*>        rejects in the pre-run edit.
015290     MOVE ZERO TO WS-PATTERN-COUNT.
015300     OPEN INPUT GPIO-PATTERN-FILE.
015310     IF WS-PATTERN-FILE-STATUS = "00"
015320         PERFORM 1125-READ-PATTERN-RECORD THRU 1125-EXIT
015330             UNTIL WS-PATTERN-FILE-STATUS NOT = "00"
015340         CLOSE GPIO-PATTERN-FILE
015350     END-IF.
015360 1120-EXIT.
015370     EXIT.
015380
015390 1125-READ-PATTERN-RECORD.
015400*>        A malformed library line is skipped with a console
015410*>        warning rather than rejected - the control file edit
015420*>        still refuses any row that names a pattern that did
015430*>        not load.
015440     READ GPIO-PATTERN-FILE
015450         AT END
015460             CONTINUE
015470         NOT AT END
015480             IF PAT-NAME = SPACES
015490                OR PAT-SEG-COUNT IS NOT NUMERIC
015500                OR PAT-SEG-COUNT = ZERO
015510                OR PAT-SEG-COUNT > 8
015520                 DISPLAY "GPIOPAT.DAT LINE SKIPPED - BAD NAME "
015530                     "OR SEGMENT COUNT: " PAT-NAME
015540             ELSE
015550                 IF WS-PATTERN-COUNT < WS-MAX-PATTERNS
015560                     ADD 1 TO WS-PATTERN-COUNT
015570                     PERFORM 1128-STORE-PATTERN THRU 1128-EXIT
015580                 ELSE
015590                     DISPLAY "GPIOPAT.DAT HAS MORE THAN "
015600                         WS-MAX-PATTERNS
015610                         " PATTERNS - EXTRA LINES IGNORED"
015620                 END-IF
015630             END-IF
015640     END-READ.
015650 1125-EXIT.
015660     EXIT.
015670
015680 1128-STORE-PATTERN.
015690     MOVE PAT-NAME TO WS-PAT-NAME (WS-PATTERN-COUNT).
015700     MOVE PAT-SEG-COUNT
015710         TO WS-PAT-SEG-COUNT (WS-PATTERN-COUNT).
015720     PERFORM 1129-STORE-PATTERN-SEGMENT THRU 1129-EXIT
015730         VARYING WS-PATTERN-IDX FROM 1 BY 1
015740         UNTIL WS-PATTERN-IDX >
015750             WS-PAT-SEG-COUNT (WS-PATTERN-COUNT).
015760 1128-EXIT.
015770     EXIT.
015780
015790 1129-STORE-PATTERN-SEGMENT.
015800*>        A non-numeric segment is stored as a one second ON,
015810*>        one second OFF beat rather than abending the load -
015820*>        and called out on the console so the library gets
015830*>        fixed.
015840     IF PAT-SEG-ON (WS-PATTERN-IDX) IS NOT NUMERIC
015850        OR PAT-SEG-OFF (WS-PATTERN-IDX) IS NOT NUMERIC
015860         DISPLAY "GPIOPAT.DAT PATTERN " PAT-NAME
015870             " SEGMENT NOT NUMERIC - USING 1 ON 1 OFF"
015880         MOVE 1 TO WS-PAT-ON-SECS
015890             (WS-PATTERN-COUNT WS-PATTERN-IDX)
015900         MOVE 1 TO WS-PAT-OFF-SECS
015910             (WS-PATTERN-COUNT WS-PATTERN-IDX)
015920     ELSE
015930         MOVE PAT-SEG-ON (WS-PATTERN-IDX)
015940             TO WS-PAT-ON-SECS
015950             (WS-PATTERN-COUNT WS-PATTERN-IDX)
015960         MOVE PAT-SEG-OFF (WS-PATTERN-IDX)
015970             TO WS-PAT-OFF-SECS
015980             (WS-PATTERN-COUNT WS-PATTERN-IDX)
015990     END-IF.
016000 1129-EXIT.
016010     EXIT.
016020
016030 1130-OPEN-EDIT-FILES.
016040*>        One edit report and one reject file per calendar day,
016050*>        appended to across runs the same way the audit file is.
016060     STRING "GPIOEDT." DELIMITED BY SIZE
016070             WS-TODAY DELIMITED BY SIZE
016080         INTO WS-EDIT-FILE-NAME.
016090     OPEN EXTEND GPIO-EDIT-FILE.
016100     IF WS-EDIT-FILE-STATUS NOT = "00"
016110         OPEN OUTPUT GPIO-EDIT-FILE
016120     END-IF.
016130     STRING "GPIOREJ." DELIMITED BY SIZE
016140             WS-TODAY DELIMITED BY SIZE
016150         INTO WS-REJECT-FILE-NAME.
016160     OPEN EXTEND GPIO-REJECT-FILE.
016170     IF WS-REJECT-FILE-STATUS NOT = "00"
016180         OPEN OUTPUT GPIO-REJECT-FILE
016190     END-IF.
016200 1130-EXIT.
016210     EXIT.
016220
016230 1140-OPEN-MASTER-FILE.
016240*>        A run with a control file cannot start without the
016250*>        device master - there would be no way to prove each
016260*>        row's pin is really wired and in service.
016270     OPEN INPUT GPIO-MASTER-FILE.
016280     IF WS-MASTER-FILE-STATUS NOT = "00"
016290         DISPLAY "*** GPIOMST.DAT COULD NOT BE OPENED - STATUS "
016300             WS-MASTER-FILE-STATUS " ***"
016310         DISPLAY "EVERY CONTROL ROW NEEDS AN IN-SERVICE MASTER "
016320             "RECORD - RUN GPIOMSTLD TO LOAD THE MASTER"
016330         DISPLAY "NO PINS WERE DRIVEN"
016340         CLOSE GPIO-CONTROL-FILE
016350         CLOSE GPIO-EDIT-FILE
016360         CLOSE GPIO-REJECT-FILE
016370         MOVE 8 TO RETURN-CODE
016380         STOP RUN
016390     END-IF.
016400 1140-EXIT.
016410     EXIT.
016420
016430 1150-READ-CONTROL-RECORD.
016440     READ GPIO-CONTROL-FILE
016450         AT END
016460             CONTINUE
016470         NOT AT END
016480             ADD 1 TO WS-ROWS-READ
016490             PERFORM 1160-EDIT-CONTROL-ROW THRU 1160-EXIT
016500             IF WS-ROW-REASON-CODE = SPACES
016510              AND WS-ROW-IS-LINK = "Y"
016520                 ADD 1 TO WS-ROWS-GOOD
016530             ELSE
016540             IF WS-ROW-REASON-CODE = SPACES
016550                 ADD 1 TO WS-DEVICE-COUNT
016560                 ADD 1 TO WS-ROWS-GOOD
016570                 MOVE WS-DEVICE-COUNT TO WS-DEVICE-IDX
016580                 MOVE CTL-PIN-TEXT
016590                     TO WS-DEV-PIN-TEXT (WS-DEVICE-IDX)
016600                 MOVE CTL-MODE-TEXT
016610                     TO WS-DEV-MODE (WS-DEVICE-IDX)
016620                 MOVE CTL-ROLE-TEXT
016630                     TO WS-DEV-ROLE (WS-DEVICE-IDX)
016640                 MOVE CTL-CYCLES
016650                     TO WS-DEV-CYCLES (WS-DEVICE-IDX)
016660                 MOVE CTL-ON-SECS
016670                     TO WS-DEV-ON-SECS (WS-DEVICE-IDX)
016680                 MOVE CTL-OFF-SECS
016690                     TO WS-DEV-OFF-SECS (WS-DEVICE-IDX)
016700                 MOVE WS-MASTER-DESC
016710                     TO WS-DEV-DESC (WS-DEVICE-IDX)
016720                 MOVE WS-MASTER-LOCATION
016730                     TO WS-DEV-LOCATION (WS-DEVICE-IDX)
016740                 MOVE "N" TO WS-DEV-STARTED (WS-DEVICE-IDX)
016750                 MOVE "N" TO WS-DEV-ACTIVE (WS-DEVICE-IDX)
016760                 MOVE CTL-PATTERN
016770                     TO WS-DEV-PATTERN (WS-DEVICE-IDX)
016780                 MOVE WS-ROW-PAT-IDX
016790                     TO WS-DEV-PAT-IDX (WS-DEVICE-IDX)
016800                 MOVE "N" TO WS-DEV-EXPORTED (WS-DEVICE-IDX)
016810                 MOVE "N" TO WS-DEV-CKP-DONE (WS-DEVICE-IDX)
016820                 MOVE ZERO TO WS-DEV-CKP-CYC (WS-DEVICE-IDX)
016830                 MOVE ZERO TO WS-DEV-CKP-ONS (WS-DEVICE-IDX)
016840                 MOVE ZERO TO WS-DEV-CKP-XTRA (WS-DEVICE-IDX)
016850                 MOVE ZERO TO WS-DEV-CKP-REQP (WS-DEVICE-IDX)
016860                 MOVE ZERO TO WS-DEV-REQ-PAIRS (WS-DEVICE-IDX)
016870                 MOVE CTL-START-TIME
016880                     TO WS-DEV-START-TIME (WS-DEVICE-IDX)
016890                 MOVE "N" TO WS-DEV-RELEASED (WS-DEVICE-IDX)
016900                 MOVE SPACES
016910                     TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
016920                 MOVE "N" TO WS-DEV-CKP-REL (WS-DEVICE-IDX)
016930                 MOVE SPACES
016940                     TO WS-DEV-CKP-RELT (WS-DEVICE-IDX)
016950                 MOVE "N" TO WS-DEV-MAINT (WS-DEVICE-IDX)
016960                 MOVE "N" TO WS-DEV-IN-MNW (WS-DEVICE-IDX)
016970                 MOVE SPACES TO WS-DEV-MNW-WO (WS-DEVICE-IDX)
016980             ELSE
016990                 PERFORM 1170-WRITE-REJECT THRU 1170-EXIT
017000             END-IF
017010             END-IF
017020     END-READ.
017030 1150-EXIT.
017040     EXIT.
017050
017060 1160-EDIT-CONTROL-ROW.
017070*>        Every check a control row must pass before its pin can
017080*>        be driven.  The first failure wins - its reason code
017090*>        goes to the reject file and the row never reaches the
017100*>        device table, so a typo'd row can no longer abend the
017110*>        run at the export step or drive the wrong pin.
017120     MOVE SPACES TO WS-ROW-REASON-CODE.
017130     MOVE SPACES TO WS-ROW-REASON-TEXT.
017140     MOVE "N" TO WS-ROW-IS-LINK.
017150     IF CTL-PIN-TEXT IS NOT NUMERIC
017160         MOVE "E001" TO WS-ROW-REASON-CODE
017170         MOVE "PIN IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
017180         GO TO 1160-EXIT
017190     END-IF.
017200     MOVE CTL-PIN-TEXT TO WS-EDIT-PIN.
017210     IF WS-EDIT-PIN < WS-MIN-HEADER-PIN
017220        OR WS-EDIT-PIN > WS-MAX-HEADER-PIN
017230         MOVE "E002" TO WS-ROW-REASON-CODE
017240         MOVE "PIN IS NOT ON THE HEADER" TO WS-ROW-REASON-TEXT
017250         GO TO 1160-EXIT
017260     END-IF.
017270     IF CTL-MODE-TEXT NOT = "out" AND CTL-MODE-TEXT NOT = "in "
017280        AND CTL-MODE-TEXT NOT = "lnk"
017290         MOVE "E003" TO WS-ROW-REASON-CODE
017300         MOVE "MODE IS NOT out, in OR lnk" TO WS-ROW-REASON-TEXT
017310         GO TO 1160-EXIT
017320     END-IF.
017330     IF CTL-MODE-TEXT = "lnk"
017340         PERFORM 1163-EDIT-LINKAGE-ROW THRU 1163-EXIT
017350         GO TO 1160-EXIT
017360     END-IF.
017370     IF CTL-CYCLES IS NOT NUMERIC
017380         MOVE "E004" TO WS-ROW-REASON-CODE
017390         MOVE "CYCLES IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
017400         GO TO 1160-EXIT
017410     END-IF.
017420     IF CTL-CYCLES = ZERO
017430         MOVE "E005" TO WS-ROW-REASON-CODE
017440         MOVE "CYCLES IS ZERO" TO WS-ROW-REASON-TEXT
017450         GO TO 1160-EXIT
017460     END-IF.
017470     IF CTL-ON-SECS IS NOT NUMERIC
017480         MOVE "E006" TO WS-ROW-REASON-CODE
017490         MOVE "ON SECONDS IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
017500         GO TO 1160-EXIT
017510     END-IF.
017520     IF CTL-OFF-SECS IS NOT NUMERIC
017530         MOVE "E007" TO WS-ROW-REASON-CODE
017540         MOVE "OFF SECONDS IS NOT NUMERIC" TO WS-ROW-REASON-TEXT
017550         GO TO 1160-EXIT
017560     END-IF.
017570     MOVE ZERO TO WS-ROW-PAT-IDX.
017580     IF CTL-PATTERN NOT = SPACES AND CTL-MODE-TEXT = "out"
017590         PERFORM 1164-FIND-PATTERN THRU 1164-EXIT
017600         IF WS-FOUND-PAT-IDX = ZERO
017610             MOVE "E016" TO WS-ROW-REASON-CODE
017620             MOVE "PATTERN NAME NOT IN LIBRARY"
017630                 TO WS-ROW-REASON-TEXT
017640             GO TO 1160-EXIT
017650         ELSE
017660             MOVE WS-FOUND-PAT-IDX TO WS-ROW-PAT-IDX
017670         END-IF
017680     END-IF.
017690     IF CTL-START-TIME NOT = SPACES
017700         PERFORM 1168-EDIT-START-TIME THRU 1168-EXIT
017710         IF WS-ROW-REASON-CODE NOT = SPACES
017720             GO TO 1160-EXIT
017730         END-IF
017740     END-IF.
017750     PERFORM 1165-CHECK-DUPLICATE-PIN THRU 1165-EXIT
017760         VARYING WS-EDIT-IDX FROM 1 BY 1
017770         UNTIL WS-EDIT-IDX > WS-DEVICE-COUNT.
017780     IF WS-ROW-REASON-CODE NOT = SPACES
017790         GO TO 1160-EXIT
017800     END-IF.
017810     IF WS-DEVICE-COUNT NOT < WS-MAX-DEVICES
017820         MOVE "E009" TO WS-ROW-REASON-CODE
017830         MOVE "DEVICE TABLE IS FULL" TO WS-ROW-REASON-TEXT
017840         GO TO 1160-EXIT
017850     END-IF.
017860     PERFORM 1167-CHECK-MASTER-RECORD THRU 1167-EXIT.
017870 1160-EXIT.
017880     EXIT.
017890
017900 1164-FIND-PATTERN.
017910*>        Leaves the pattern table entry number for CTL-PATTERN
017920*>        in WS-FOUND-PAT-IDX, or zero when the library has no
017930*>        pattern of that name.
017940     MOVE ZERO TO WS-FOUND-PAT-IDX.
017950     PERFORM 1166-CHECK-PATTERN-NAME THRU 1166-EXIT
017960         VARYING WS-PATTERN-IDX FROM 1 BY 1
017970         UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT.
017980 1164-EXIT.
017990     EXIT.
018000
018010 1166-CHECK-PATTERN-NAME.
018020     IF WS-PAT-NAME (WS-PATTERN-IDX) = CTL-PATTERN
018030         MOVE WS-PATTERN-IDX TO WS-FOUND-PAT-IDX
018040     END-IF.
018050 1166-EXIT.
018060     EXIT.
018070
018080 1163-EDIT-LINKAGE-ROW.
018090*>        A "lnk" row only has to name a sensible target pin
018100*>        here - whether trigger and target really are an "in "
018110*>        and an "out" device is checked in 1185-EDIT-LINKAGES
018120*>        once the whole device table has been read.
018130     MOVE "Y" TO WS-ROW-IS-LINK.
018140     IF CTL-LNK-TARGET-PIN IS NOT NUMERIC
018150         MOVE "E012" TO WS-ROW-REASON-CODE
018160         MOVE "LINK TARGET PIN NOT NUMERIC"
018170             TO WS-ROW-REASON-TEXT
018180         GO TO 1163-EXIT
018190     END-IF.
018200     IF WS-LINK-COUNT NOT < WS-MAX-LINKS
018210         MOVE "E013" TO WS-ROW-REASON-CODE
018220         MOVE "LINKAGE TABLE IS FULL" TO WS-ROW-REASON-TEXT
018230         GO TO 1163-EXIT
018240     END-IF.
018250     ADD 1 TO WS-LINK-COUNT.
018260     MOVE CTL-PIN-TEXT
018270         TO WS-LNK-TRIGGER-PIN (WS-LINK-COUNT).
018280     MOVE CTL-LNK-TARGET-PIN
018290         TO WS-LNK-TARGET-PIN (WS-LINK-COUNT).
018300     MOVE CTL-ROLE-TEXT TO WS-LNK-ROLE (WS-LINK-COUNT).
018310 1163-EXIT.
018320     EXIT.
018330
018340 1165-CHECK-DUPLICATE-PIN.
018350     IF WS-DEV-PIN-TEXT (WS-EDIT-IDX) = CTL-PIN-TEXT
018360         MOVE "E008" TO WS-ROW-REASON-CODE
018370         MOVE "DUPLICATE PIN" TO WS-ROW-REASON-TEXT
018380     END-IF.
018390 1165-EXIT.
018400     EXIT.
018410
018420 1167-CHECK-MASTER-RECORD.
018430*>        The row's pin must be on the device master and in
018440*>        service before this run will touch it - and the
018450*>        master's description and location ride along into the
018460*>        device table so the report and any exception name the
018470*>        physical device, not just a pin number.
018480     MOVE SPACES TO WS-MASTER-DESC.
018490     MOVE SPACES TO WS-MASTER-LOCATION.
018500     MOVE CTL-PIN-TEXT TO MST-PIN-KEY.
018510     READ GPIO-MASTER-FILE
018520         INVALID KEY
018530             MOVE "E010" TO WS-ROW-REASON-CODE
018540             MOVE "NO MASTER RECORD FOR PIN"
018550                 TO WS-ROW-REASON-TEXT
018560         NOT INVALID KEY
018570             IF MST-SERVICE-FLAG NOT = "I"
018580                 MOVE "E011" TO WS-ROW-REASON-CODE
018590                 MOVE "PIN IS OUT OF SERVICE"
018600                     TO WS-ROW-REASON-TEXT
018610             ELSE
018620                 MOVE MST-DESC TO WS-MASTER-DESC
018630                 MOVE MST-LOCATION TO WS-MASTER-LOCATION
018640             END-IF
018650     END-READ.
018660 1167-EXIT.
018670     EXIT.
018680
018690 1168-EDIT-START-TIME.
018700*>        A non-blank start time must read HH:MM:SS on a wall
018710*>        clock - anything else rejects the row, because a
018720*>        garbled release time would hold a device forever or
018730*>        fire it the moment the run starts.
018740     IF CTL-START-TIME (1:2) IS NOT NUMERIC
018750        OR CTL-START-TIME (4:2) IS NOT NUMERIC
018760        OR CTL-START-TIME (7:2) IS NOT NUMERIC
018770        OR CTL-START-TIME (3:1) NOT = ":"
018780        OR CTL-START-TIME (6:1) NOT = ":"
018790         MOVE "E017" TO WS-ROW-REASON-CODE
018800         MOVE "START TIME NOT HH:MM:SS" TO WS-ROW-REASON-TEXT
018810         GO TO 1168-EXIT
018820     END-IF.
018830     MOVE CTL-START-TIME (1:2) TO WS-EDIT-TPART.
018840     IF WS-EDIT-TPART > 23
018850         MOVE "E018" TO WS-ROW-REASON-CODE
018860         MOVE "START TIME OUT OF RANGE" TO WS-ROW-REASON-TEXT
018870         GO TO 1168-EXIT
018880     END-IF.
018890     MOVE CTL-START-TIME (4:2) TO WS-EDIT-TPART.
018900     IF WS-EDIT-TPART > 59
018910         MOVE "E018" TO WS-ROW-REASON-CODE
018920         MOVE "START TIME OUT OF RANGE" TO WS-ROW-REASON-TEXT
018930         GO TO 1168-EXIT
018940     END-IF.
018950     MOVE CTL-START-TIME (7:2) TO WS-EDIT-TPART.
018960     IF WS-EDIT-TPART > 59
018970         MOVE "E018" TO WS-ROW-REASON-CODE
018980         MOVE "START TIME OUT OF RANGE" TO WS-ROW-REASON-TEXT
018990     END-IF.
019000 1168-EXIT.
019010     EXIT.
019020
019030 1185-EDIT-LINKAGES.
019040*>        Once every control row has been read, each linkage is
019050*>        held against the finished device table - the trigger
019060*>        must be an "in " device this run polls and the target
019070*>        an "out" device this run flashes.  A linkage that
019080*>        fails rejects like any other row, so a dangling
019090*>        trigger can never make the run start.
019100     PERFORM 1186-CHECK-ONE-LINKAGE THRU 1186-EXIT
019110         VARYING WS-LINK-IDX FROM 1 BY 1
019120         UNTIL WS-LINK-IDX > WS-LINK-COUNT.
019130 1185-EXIT.
019140     EXIT.
019150
019160 1186-CHECK-ONE-LINKAGE.
019170     MOVE SPACES TO WS-ROW-REASON-CODE.
019180     MOVE SPACES TO WS-ROW-REASON-TEXT.
019190     MOVE WS-LNK-TRIGGER-PIN (WS-LINK-IDX) TO WS-FIND-PIN.
019200     PERFORM 1188-FIND-DEVICE-BY-PIN THRU 1188-EXIT.
019210     IF WS-FOUND-IDX = ZERO
019220        OR WS-DEV-MODE (WS-FOUND-IDX) NOT = "in "
019230         MOVE "E014" TO WS-ROW-REASON-CODE
019240         MOVE "TRIGGER IS NOT AN in DEVICE"
019250             TO WS-ROW-REASON-TEXT
019260     ELSE
019270         MOVE WS-LNK-TARGET-PIN (WS-LINK-IDX) TO WS-FIND-PIN
019280         PERFORM 1188-FIND-DEVICE-BY-PIN THRU 1188-EXIT
019290         IF WS-FOUND-IDX = ZERO
019300            OR WS-DEV-MODE (WS-FOUND-IDX) NOT = "out"
019310             MOVE "E015" TO WS-ROW-REASON-CODE
019320             MOVE "TARGET IS NOT AN out DEVICE"
019330                 TO WS-ROW-REASON-TEXT
019340         END-IF
019350     END-IF.
019360     IF WS-ROW-REASON-CODE NOT = SPACES
019370*>        The row was counted good when it was read - back that
019380*>        out so the report's accepted and rejected totals
019390*>        still add up to the rows read.
019400         SUBTRACT 1 FROM WS-ROWS-GOOD
019410         MOVE SPACES TO GPIO-CONTROL-RECORD
019420         MOVE WS-LNK-TRIGGER-PIN (WS-LINK-IDX)
019430             TO CTL-PIN-TEXT
019440         MOVE "lnk" TO CTL-MODE-TEXT
019450         MOVE WS-LNK-ROLE (WS-LINK-IDX) TO CTL-ROLE-TEXT
019460         MOVE WS-LNK-TARGET-PIN (WS-LINK-IDX)
019470             TO CTL-LNK-TARGET-PIN
019480         PERFORM 1170-WRITE-REJECT THRU 1170-EXIT
019490     END-IF.
019500 1186-EXIT.
019510     EXIT.
019520
019530 1188-FIND-DEVICE-BY-PIN.
019540*>        Leaves the device table entry number for WS-FIND-PIN
019550*>        in WS-FOUND-IDX, or zero when no device row has that
019560*>        pin.  Used by the linkage edit and again at run time
019570*>        when a trigger fires.
019580     MOVE ZERO TO WS-FOUND-IDX.
019590     PERFORM 1189-CHECK-DEVICE-PIN THRU 1189-EXIT
019600         VARYING WS-EDIT-IDX FROM 1 BY 1
019610         UNTIL WS-EDIT-IDX > WS-DEVICE-COUNT.
019620 1188-EXIT.
019630     EXIT.
019640
019650 1189-CHECK-DEVICE-PIN.
019660     IF WS-DEV-PIN-TEXT (WS-EDIT-IDX) = WS-FIND-PIN
019670         MOVE WS-EDIT-IDX TO WS-FOUND-IDX
019680     END-IF.
019690 1189-EXIT.
019700     EXIT.
019710
019720 1170-WRITE-REJECT.
019730     MOVE SPACES TO GPIO-REJECT-RECORD.
019740     MOVE GPIO-CONTROL-RECORD TO REJ-ROW-IMAGE.
019750     MOVE WS-ROW-REASON-CODE TO REJ-REASON-CODE.
019760     MOVE WS-ROW-REASON-TEXT TO REJ-REASON-TEXT.
019770     WRITE GPIO-REJECT-RECORD.
019780     ADD 1 TO WS-ROWS-BAD.
019790     DISPLAY "CONTROL ROW REJECTED - " WS-ROW-REASON-CODE
019800         " " WS-ROW-REASON-TEXT.
019810 1170-EXIT.
019820     EXIT.
019830
019840 1190-WRITE-EDIT-REPORT.
019850     MOVE SPACES TO GPIO-EDIT-RECORD.
019860     STRING "GPIOCTL EDIT " DELIMITED BY SIZE
019870             WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
019880             DELIMITED BY SIZE
019890         INTO EDT-LINE-TEXT.
019900     WRITE GPIO-EDIT-RECORD.
019910*>        Which table ran, and under which calendar class it was
019920*>        picked - the proof the right schedule ran on the right
019930*>        day now lives on the report, not in somebody's memory
019940*>        of whether the Friday night swap happened.
019950     MOVE SPACES TO GPIO-EDIT-RECORD.
019960     STRING "CONTROL TABLE " WS-CONTROL-FILE-NAME
019970         DELIMITED BY SIZE INTO EDT-LINE-TEXT.
019980     WRITE GPIO-EDIT-RECORD.
019990     MOVE SPACES TO GPIO-EDIT-RECORD.
020000     STRING "CALENDAR CLASS " WS-RUN-CLASS DELIMITED BY SIZE
020010         INTO EDT-LINE-TEXT.
020020     WRITE GPIO-EDIT-RECORD.
020030     MOVE SPACES TO GPIO-EDIT-RECORD.
020040     STRING "ROWS READ     " WS-ROWS-READ DELIMITED BY SIZE
020050         INTO EDT-LINE-TEXT.
020060     WRITE GPIO-EDIT-RECORD.
020070     MOVE SPACES TO GPIO-EDIT-RECORD.
020080     STRING "ROWS ACCEPTED " WS-ROWS-GOOD DELIMITED BY SIZE
020090         INTO EDT-LINE-TEXT.
020100     WRITE GPIO-EDIT-RECORD.
020110     MOVE SPACES TO GPIO-EDIT-RECORD.
020120     STRING "ROWS REJECTED " WS-ROWS-BAD DELIMITED BY SIZE
020130         INTO EDT-LINE-TEXT.
020140     WRITE GPIO-EDIT-RECORD.
020150     PERFORM 1620-REPORT-MAINT-WINDOW THRU 1620-EXIT
020160         VARYING WS-MNW-IDX FROM 1 BY 1
020170         UNTIL WS-MNW-IDX > WS-MNW-COUNT.
020180     CLOSE GPIO-EDIT-FILE.
020190     CLOSE GPIO-REJECT-FILE.
020200 1190-EXIT.
020210     EXIT.
020220
020230 1195-CHECK-EDIT-RESULT.
020240*>        Any reject at all abandons the run before a single pin
020250*>        is exported - a half-good control file must never
020260*>        half-run against the hardware.
020270     IF WS-ROWS-BAD > ZERO
020280         DISPLAY "*** " WS-CONTROL-FILE-NAME
020290             " FAILED ITS PRE-RUN EDIT ***"
020300         DISPLAY "ROWS REJECTED: " WS-ROWS-BAD
020310             " - SEE " WS-REJECT-FILE-NAME
020320         DISPLAY "NO PINS WERE DRIVEN"
020330         MOVE 8 TO RETURN-CODE
020340         STOP RUN
020350     END-IF.
020360 1195-EXIT.
020370     EXIT.
020380
020390 1180-USE-DEFAULT-DEVICE.
020400     MOVE 1 TO WS-DEVICE-COUNT.
020410     MOVE WS-PIN-TEXT TO WS-DEV-PIN-TEXT (1).
020420     MOVE WS-MODE-TEXT TO WS-DEV-MODE (1).
020430     MOVE "DEFAULT" TO WS-DEV-ROLE (1).
020440     MOVE WS-CYCLES TO WS-DEV-CYCLES (1).
020450     MOVE WS-ON-SECS TO WS-DEV-ON-SECS (1).
020460     MOVE WS-OFF-SECS TO WS-DEV-OFF-SECS (1).
020470     MOVE "BUILT-IN STATUS LED" TO WS-DEV-DESC (1).
020480     MOVE SPACES TO WS-DEV-LOCATION (1).
020490     MOVE "N" TO WS-DEV-STARTED (1).
020500     MOVE "N" TO WS-DEV-ACTIVE (1).
020510     MOVE SPACES TO WS-DEV-PATTERN (1).
020520     MOVE ZERO TO WS-DEV-PAT-IDX (1).
020530     MOVE "N" TO WS-DEV-EXPORTED (1).
020540     MOVE "N" TO WS-DEV-CKP-DONE (1).
020550     MOVE ZERO TO WS-DEV-CKP-CYC (1).
020560     MOVE ZERO TO WS-DEV-CKP-ONS (1).
020570     MOVE ZERO TO WS-DEV-CKP-XTRA (1).
020580     MOVE ZERO TO WS-DEV-CKP-REQP (1).
020590     MOVE ZERO TO WS-DEV-REQ-PAIRS (1).
020600     MOVE SPACES TO WS-DEV-START-TIME (1).
020610     MOVE "N" TO WS-DEV-RELEASED (1).
020620     MOVE SPACES TO WS-DEV-REL-TIME (1).
020630     MOVE "N" TO WS-DEV-CKP-REL (1).
020640     MOVE SPACES TO WS-DEV-CKP-RELT (1).
020650     MOVE "N" TO WS-DEV-MAINT (1).
020660     MOVE "N" TO WS-DEV-IN-MNW (1).
020670     MOVE SPACES TO WS-DEV-MNW-WO (1).
020680 1180-EXIT.
020690     EXIT.
020700
020710 1200-BUILD-GPIO-COMMANDS.
020720*>        Rebuilt for every device the clock touches - the
020730*>        targets are cleared first because STRING leaves the
020740*>        tail of a longer previous command in place, and a
020750*>        stray character turns /direction into a file sysfs
020760*>        has never heard of.
020770     MOVE SPACES TO WS-GPIO-INIT.
020780     MOVE SPACES TO WS-GPIO-DIR.
020790     MOVE SPACES TO WS-GPIO-ON.
020800     MOVE SPACES TO WS-GPIO-OFF.
020810     MOVE SPACES TO WS-GPIO-ClR.
020820     STRING 'echo "' DELIMITED BY SIZE
020830             WS-PIN-TEXT DELIMITED BY SPACE
020840             '" > /sys/class/gpio/export' DELIMITED BY SIZE
020850         INTO WS-GPIO-INIT.
020860     STRING 'echo "' DELIMITED BY SIZE
020870             WS-MODE-TEXT DELIMITED BY SPACE
020880             '" > /sys/class/gpio/gpio' DELIMITED BY SIZE
020890             WS-PIN-TEXT DELIMITED BY SPACE
020900             '/direction' DELIMITED BY SIZE
020910         INTO WS-GPIO-DIR.
020920     STRING 'echo "1" > /sys/class/gpio/gpio' DELIMITED BY SIZE
020930             WS-PIN-TEXT DELIMITED BY SPACE
020940             '/value' DELIMITED BY SIZE
020950         INTO WS-GPIO-ON.
020960     STRING 'echo "0" > /sys/class/gpio/gpio' DELIMITED BY SIZE
020970             WS-PIN-TEXT DELIMITED BY SPACE
020980             '/value' DELIMITED BY SIZE
020990         INTO WS-GPIO-OFF.
021000     STRING 'echo "' DELIMITED BY SIZE
021010             WS-PIN-TEXT DELIMITED BY SPACE
021020             '" > /sys/class/gpio/unexport' DELIMITED BY SIZE
021030         INTO WS-GPIO-ClR.
021040 1200-EXIT.
021050     EXIT.
021060
021070 1250-BUILD-VALUE-FILE-NAME.
021080     MOVE SPACES TO WS-VALUE-FILE-NAME.
021090     STRING "/sys/class/gpio/gpio" DELIMITED BY SIZE
021100             WS-PIN-TEXT DELIMITED BY SPACE
021110             "/value" DELIMITED BY SIZE
021120         INTO WS-VALUE-FILE-NAME.
021130 1250-EXIT.
021140     EXIT.
021150
021160 1300-OPEN-AUDIT-FILE.
021170*>        One audit file per calendar day - later runs on the
021180*>        same day append to it rather than overwrite it.
021190     STRING "GPIOAUD." DELIMITED BY SIZE
021200             WS-TODAY DELIMITED BY SIZE
021210         INTO WS-AUDIT-FILE-NAME.
021220*>        The seal carries on from whatever an earlier run of
021230*>        the day left at the tail of the file - its trailer
021240*>        or, if it died, its last line.
021250     MOVE ZERO TO WS-AUD-SEQ.
021260     MOVE ZERO TO WS-AUD-TOTAL.
021270     OPEN INPUT GPIO-AUDIT-FILE.
021280     IF WS-AUDIT-FILE-STATUS = "00"
021290         PERFORM 1310-READ-AUDIT-TAIL THRU 1310-EXIT
021300             UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
021310         CLOSE GPIO-AUDIT-FILE
021320     END-IF.
021330     OPEN EXTEND GPIO-AUDIT-FILE.
021340     IF WS-AUDIT-FILE-STATUS NOT = "00"
021350         OPEN OUTPUT GPIO-AUDIT-FILE
021360     END-IF.
021370 1300-EXIT.
021380     EXIT.
021390
021400 1310-READ-AUDIT-TAIL.
021410     READ GPIO-AUDIT-FILE
021420         AT END
021430             GO TO 1310-EXIT
021440     END-READ.
021450     IF AUD-SEQ IS NUMERIC AND AUD-CHECK IS NUMERIC
021460         MOVE AUD-SEQ TO WS-AUD-SEQ
021470         MOVE AUD-CHECK TO WS-AUD-TOTAL
021480     END-IF.
021490 1310-EXIT.
021500     EXIT.
021510
021520 1350-OPEN-REPORT-FILE.
021530*>        One report file per calendar day, appended to across
021540*>        runs the same way the audit file is - and this run's
021550*>        start time is captured here for every device line it
021560*>        writes below.
021570     STRING "GPIORPT." DELIMITED BY SIZE
021580             WS-TODAY DELIMITED BY SIZE
021590         INTO WS-REPORT-FILE-NAME.
021600     OPEN EXTEND GPIO-REPORT-FILE.
021610     IF WS-REPORT-FILE-STATUS NOT = "00"
021620         OPEN OUTPUT GPIO-REPORT-FILE
021630     END-IF.
021640     ACCEPT WS-NOW FROM TIME.
021650     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
021660         DELIMITED BY SIZE INTO WS-RUN-START-TIME.
021670 1350-EXIT.
021680     EXIT.
021690
021700 1360-OPEN-TIMELINE-FILE.
021710*>        One timeline report per calendar day, appended across
021720*>        rehearsals the way the edit report is.  The simulated
021730*>        clock starts from the real time of day the rehearsal
021740*>        began, so the projected times read like the night run
021750*>        the reviewer is signing off.
021760     STRING "GPIOTML." DELIMITED BY SIZE
021770             WS-TODAY DELIMITED BY SIZE
021780         INTO WS-TIMELINE-FILE-NAME.
021790     OPEN EXTEND GPIO-TIMELINE-FILE.
021800     IF WS-TIMELINE-FILE-STATUS NOT = "00"
021810         OPEN OUTPUT GPIO-TIMELINE-FILE
021820     END-IF.
021830     ACCEPT WS-NOW FROM TIME.
021840     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
021850         DELIMITED BY SIZE INTO WS-RUN-START-TIME.
021860     MULTIPLY WS-NOW-HH BY 3600 GIVING WS-SIM-SECS.
021870     MULTIPLY WS-NOW-MM BY 60 GIVING WS-SIM-WORK.
021880     ADD WS-SIM-WORK TO WS-SIM-SECS.
021890     ADD WS-NOW-SS TO WS-SIM-SECS.
021900     MOVE WS-SIM-SECS TO WS-SIM-START-SECS.
021910     MOVE WS-RUN-START-TIME TO WS-TICK-TIME.
021920     MOVE SPACES TO WS-TML-WORK.
021930     STRING "GPIO REHEARSAL TIMELINE " DELIMITED BY SIZE
021940             WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
021950             DELIMITED BY SIZE
021960             " FROM " DELIMITED BY SIZE
021970             WS-RUN-START-TIME DELIMITED BY SIZE
021980         INTO WS-TML-WORK.
021990     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
022000     MOVE "TIME     PIN EVT ROLE       DESCRIPTION"
022010         TO WS-TML-WORK.
022020     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
022030 1360-EXIT.
022040     EXIT.
022050
022060 1500-TAKE-RUN-LOCK.
022070*>        Taken before the restart check, so two executions can
022080*>        never both recover markers and then double-drive the
022090*>        same pins.  UNLOCK on the command line clears a dead
022100*>        holder's lock first - recorded to the audit log - and
022110*>        the run then takes the lock for itself as normal.
022120     IF WS-RUN-ARGS (1:6) = "UNLOCK"
022130         PERFORM 1520-CLEAR-LOCK-OVERRIDE THRU 1520-EXIT
022140     END-IF.
022150     OPEN INPUT GPIO-LOCK-FILE.
022160     IF WS-LOCK-FILE-STATUS = "00"
022170         READ GPIO-LOCK-FILE
022180             AT END
022190                 CONTINUE
022200             NOT AT END
022210                 IF GPIO-LOCK-RECORD NOT = SPACES
022220                     DISPLAY "*** ANOTHER RUN HOLDS THE "
022230                         "ACTIVE-RUN LOCK ***"
022240                     DISPLAY "HELD SINCE " LCK-DATE " "
022250                         LCK-TIME " BY PROCESS " LCK-PID
022260                     DISPLAY "IF THAT RUN IS DEAD, RERUN "
022270                         "WITH UNLOCK ON THE COMMAND LINE"
022280                     DISPLAY "NO PINS WERE DRIVEN"
022290                     CLOSE GPIO-LOCK-FILE
022300                     CLOSE GPIO-AUDIT-FILE
022310                     CLOSE GPIO-REPORT-FILE
022320                     MOVE 8 TO RETURN-CODE
022330                     STOP RUN
022340                 END-IF
022350         END-READ
022360         CLOSE GPIO-LOCK-FILE
022370     END-IF.
022380     PERFORM 1540-READ-OWN-PID THRU 1540-EXIT.
022390     OPEN OUTPUT GPIO-LOCK-FILE.
022400     IF WS-LOCK-FILE-STATUS NOT = "00"
022410         DISPLAY "*** GPIOLCK.DAT COULD NOT BE WRITTEN - "
022420             "STATUS " WS-LOCK-FILE-STATUS " ***"
022430         DISPLAY "NO PINS WERE DRIVEN"
022440         CLOSE GPIO-AUDIT-FILE
022450         CLOSE GPIO-REPORT-FILE
022460         MOVE 8 TO RETURN-CODE
022470         STOP RUN
022480     END-IF.
022490     MOVE SPACES TO GPIO-LOCK-RECORD.
022500     MOVE WS-TODAY TO LCK-DATE.
022510     MOVE WS-RUN-START-TIME TO LCK-TIME.
022520     MOVE WS-MY-PID TO LCK-PID.
022530     WRITE GPIO-LOCK-RECORD.
022540     CLOSE GPIO-LOCK-FILE.
022550     MOVE "Y" TO WS-LOCK-TAKEN.
022560 1500-EXIT.
022570     EXIT.
022580
022590 1520-CLEAR-LOCK-OVERRIDE.
022600*>        The operator says the holder is dead.  The clear is
022610*>        stamped to the audit log (transition UNL, no pin)
022620*>        before the lock is emptied, so an override can never
022630*>        happen quietly.
022640     DISPLAY "OPERATOR OVERRIDE - CLEARING THE ACTIVE-RUN "
022650         "LOCK".
022660     MOVE SPACES TO WS-PIN-TEXT.
022670     MOVE "UNL" TO WS-TRANSITION.
022680     MOVE SPACE TO WS-OBSERVED-VALUE.
022690     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT.
022700     OPEN OUTPUT GPIO-LOCK-FILE.
022710     CLOSE GPIO-LOCK-FILE.
022720 1520-EXIT.
022730     EXIT.
022740
022750 1540-READ-OWN-PID.
022760*>        $PPID inside the CALL "SYSTEM" shell is this program.
022770*>        If the scratch dance fails for any reason the lock is
022780*>        still taken - just with an unknown process id.
022790     MOVE "UNKNOWN" TO WS-MY-PID.
022800     CALL "SYSTEM" USING WS-PID-ECHO-CMD.
022810     IF RETURN-CODE NOT = 0
022820         GO TO 1540-EXIT
022830     END-IF.
022840     OPEN INPUT GPIO-PID-FILE.
022850     IF WS-PID-FILE-STATUS = "00"
022860         READ GPIO-PID-FILE
022870             NOT AT END
022880                 IF PID-TEXT NOT = SPACES
022890                     MOVE PID-TEXT TO WS-MY-PID
022900                 END-IF
022910         END-READ
022920         CLOSE GPIO-PID-FILE
022930     END-IF.
022940     CALL "SYSTEM" USING WS-PID-TIDY-CMD.
022950 1540-EXIT.
022960     EXIT.
022970
022980 1600-LOAD-MAINT-WINDOWS.
022990*>        Planned work on a device is booked on GPIOMNW.DAT ahead
023000*>        of time.  Only windows that touch today are kept - the
023010*>        run never outlives the calendar day it stamps its
023020*>        files with.  No file at all means no planned work, and
023030*>        the run behaves exactly as it always has.
023040     MOVE ZERO TO WS-MNW-COUNT.
023050     MOVE SPACES TO WS-MNW-DAY-FIRST.
023060     STRING WS-TODAY "00:00:00" DELIMITED BY SIZE
023070         INTO WS-MNW-DAY-FIRST.
023080     MOVE SPACES TO WS-MNW-DAY-LAST.
023090     STRING WS-TODAY "23:59:59" DELIMITED BY SIZE
023100         INTO WS-MNW-DAY-LAST.
023110     OPEN INPUT GPIO-WINDOW-FILE.
023120     IF WS-WINDOW-FILE-STATUS NOT = "00"
023130         GO TO 1600-EXIT
023140     END-IF.
023150     PERFORM 1610-READ-MAINT-WINDOW THRU 1610-EXIT
023160         UNTIL WS-WINDOW-FILE-STATUS NOT = "00".
023170     CLOSE GPIO-WINDOW-FILE.
023180     IF WS-MNW-COUNT > ZERO
023190         DISPLAY "MAINTENANCE WINDOWS TODAY: " WS-MNW-COUNT
023200     END-IF.
023210 1600-EXIT.
023220     EXIT.
023230
023240 1610-READ-MAINT-WINDOW.
023250     READ GPIO-WINDOW-FILE
023260         AT END
023270             GO TO 1610-EXIT
023280     END-READ.
023290     IF MNW-PIN-TEXT = SPACES
023300        OR MNW-FROM-DATE IS NOT NUMERIC
023310        OR MNW-TO-DATE IS NOT NUMERIC
023320         DISPLAY "GPIOMNW.DAT LINE SKIPPED - PIN OR DATE NOT "
023330             "VALID - WO " MNW-WORK-ORDER
023340         GO TO 1610-EXIT
023350     END-IF.
023360     MOVE MNW-FROM-TIME TO WS-MNW-TIME.
023370     PERFORM 1615-EDIT-WINDOW-TIME THRU 1615-EXIT.
023380     IF WS-MNW-TIME-OK = "Y"
023390         MOVE MNW-TO-TIME TO WS-MNW-TIME
023400         PERFORM 1615-EDIT-WINDOW-TIME THRU 1615-EXIT
023410     END-IF.
023420     IF WS-MNW-TIME-OK NOT = "Y"
023430         DISPLAY "GPIOMNW.DAT LINE SKIPPED - TIME NOT "
023440             "HH:MM:SS - WO " MNW-WORK-ORDER
023450         GO TO 1610-EXIT
023460     END-IF.
023470     MOVE SPACES TO WS-MNW-FROM-WORK.
023480     STRING MNW-FROM-DATE MNW-FROM-TIME DELIMITED BY SIZE
023490         INTO WS-MNW-FROM-WORK.
023500     MOVE SPACES TO WS-MNW-TO-WORK.
023510     STRING MNW-TO-DATE MNW-TO-TIME DELIMITED BY SIZE
023520         INTO WS-MNW-TO-WORK.
023530     IF WS-MNW-TO-WORK NOT > WS-MNW-FROM-WORK
023540         DISPLAY "GPIOMNW.DAT LINE SKIPPED - WINDOW ENDS "
023550             "BEFORE IT STARTS - WO " MNW-WORK-ORDER
023560         GO TO 1610-EXIT
023570     END-IF.
023580*>        A window over before today starts, or not due until
023590*>        after it ends, has nothing to say to this run.
023600     IF WS-MNW-TO-WORK < WS-MNW-DAY-FIRST
023610        OR WS-MNW-FROM-WORK > WS-MNW-DAY-LAST
023620         GO TO 1610-EXIT
023630     END-IF.
023640     IF WS-MNW-COUNT NOT < WS-MAX-MNW
023650         DISPLAY "GPIOMNW.DAT HAS MORE THAN " WS-MAX-MNW
023660             " WINDOWS FOR TODAY - EXTRA LINES IGNORED"
023670         GO TO 1610-EXIT
023680     END-IF.
023690     ADD 1 TO WS-MNW-COUNT.
023700     MOVE MNW-PIN-TEXT TO WS-MNW-PIN (WS-MNW-COUNT).
023710     MOVE WS-MNW-FROM-WORK TO WS-MNW-FROM (WS-MNW-COUNT).
023720     MOVE WS-MNW-TO-WORK TO WS-MNW-TO (WS-MNW-COUNT).
023730     MOVE MNW-WORK-ORDER TO WS-MNW-WO (WS-MNW-COUNT).
023740     MOVE MNW-REASON TO WS-MNW-REASON (WS-MNW-COUNT).
023750 1610-EXIT.
023760     EXIT.
023770
023780 1615-EDIT-WINDOW-TIME.
023790     MOVE "N" TO WS-MNW-TIME-OK.
023800     IF WS-MNW-TIME (3:1) NOT = ":"
023810        OR WS-MNW-TIME (6:1) NOT = ":"
023820        OR WS-MNW-TIME (1:2) IS NOT NUMERIC
023830        OR WS-MNW-TIME (4:2) IS NOT NUMERIC
023840        OR WS-MNW-TIME (7:2) IS NOT NUMERIC
023850         GO TO 1615-EXIT
023860     END-IF.
023870     IF WS-MNW-TIME (1:2) > "23"
023880        OR WS-MNW-TIME (4:2) > "59"
023890        OR WS-MNW-TIME (7:2) > "59"
023900         GO TO 1615-EXIT
023910     END-IF.
023920     MOVE "Y" TO WS-MNW-TIME-OK.
023930 1615-EXIT.
023940     EXIT.
023950
023960 1620-REPORT-MAINT-WINDOW.
023970*>        The edit report lists the windows the run will honour,
023980*>        so the operator sees the planned work before asking
023990*>        why a lamp never lit.
024000     IF WS-MNW-IDX = 1
024010         MOVE SPACES TO GPIO-EDIT-RECORD
024020         MOVE "MAINTENANCE WINDOWS TODAY" TO EDT-LINE-TEXT
024030         WRITE GPIO-EDIT-RECORD
024040     END-IF.
024050     MOVE SPACES TO GPIO-EDIT-RECORD.
024060     STRING "PIN " DELIMITED BY SIZE
024070             WS-MNW-PIN (WS-MNW-IDX) DELIMITED BY SIZE
024080             " " DELIMITED BY SIZE
024090             WS-MNW-FROM (WS-MNW-IDX) (1:8) DELIMITED BY SIZE
024100             " " DELIMITED BY SIZE
024110             WS-MNW-FROM (WS-MNW-IDX) (9:8) DELIMITED BY SIZE
024120             " TO " DELIMITED BY SIZE
024130             WS-MNW-TO (WS-MNW-IDX) (1:8) DELIMITED BY SIZE
024140             " " DELIMITED BY SIZE
024150             WS-MNW-TO (WS-MNW-IDX) (9:8) DELIMITED BY SIZE
024160             " WO " DELIMITED BY SIZE
024170             WS-MNW-WO (WS-MNW-IDX) DELIMITED BY SIZE
024180         INTO EDT-LINE-TEXT.
024190     WRITE GPIO-EDIT-RECORD.
024200     MOVE SPACES TO GPIO-EDIT-RECORD.
024210     STRING "       " DELIMITED BY SIZE
024220             WS-MNW-REASON (WS-MNW-IDX) DELIMITED BY SIZE
024230         INTO EDT-LINE-TEXT.
024240     WRITE GPIO-EDIT-RECORD.
024250 1620-EXIT.
024260     EXIT.
024270
024280 1650-FIND-MAINT-WINDOW.
024290*>        Looks for a window on WS-MNW-FIND-PIN that is open at
024300*>        WS-MNW-STAMP - open from its start up to, but not at,
024310*>        its end.  WS-MNW-FOUND-IDX is zero when there is none.
024320     MOVE ZERO TO WS-MNW-FOUND-IDX.
024330     PERFORM 1655-CHECK-ONE-WINDOW THRU 1655-EXIT
024340         VARYING WS-MNW-IDX FROM 1 BY 1
024350         UNTIL WS-MNW-IDX > WS-MNW-COUNT
024360            OR WS-MNW-FOUND-IDX > ZERO.
024370 1650-EXIT.
024380     EXIT.
024390
024400 1655-CHECK-ONE-WINDOW.
024410     IF WS-MNW-PIN (WS-MNW-IDX) = WS-MNW-FIND-PIN
024420        AND WS-MNW-STAMP NOT < WS-MNW-FROM (WS-MNW-IDX)
024430        AND WS-MNW-STAMP < WS-MNW-TO (WS-MNW-IDX)
024440         MOVE WS-MNW-IDX TO WS-MNW-FOUND-IDX
024450     END-IF.
024460 1655-EXIT.
024470     EXIT.
024480
024490 1400-REVIEW-OPEN-EXCEPTIONS.
024500*>        The startup pass over GPIOOPN.DAT - an open item past
024510*>        its rule's age threshold escalates to the backup
024520*>        operator (logged on GPIONTF.DAT), and everything
024530*>        still open goes onto the day's edit report so nine
024540*>        quiet days can never happen again.
024550     MOVE ZERO TO WS-OPEN-COUNT.
024560     MOVE "N" TO WS-OPEN-CHANGED.
024570     MOVE "N" TO WS-OPEN-OVERFLOW.
024580     OPEN INPUT GPIO-OPEN-FILE.
024590     IF WS-OPEN-FILE-STATUS NOT = "00"
024600         GO TO 1400-EXIT
024610     END-IF.
024620     PERFORM 1410-READ-OPEN-RECORD THRU 1410-EXIT
024630         UNTIL WS-OPEN-FILE-STATUS NOT = "00".
024640     CLOSE GPIO-OPEN-FILE.
024650     IF WS-OPEN-OVERFLOW = "Y"
024660*>        A partial table must not be rewritten over the full
024670*>        file - review what was read but change nothing.
024680         DISPLAY "*** GPIOOPN.DAT HAS MORE THAN "
024690             WS-MAX-OPEN-ITEMS " LINES - ESCALATION PASS "
024700             "SKIPPED, CLOSE SOME ITEMS ***"
024710     ELSE
024720         PERFORM 1420-CHECK-ONE-OPEN THRU 1420-EXIT
024730             VARYING WS-OPEN-IDX FROM 1 BY 1
024740             UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
024750         IF WS-OPEN-CHANGED = "Y"
024760             PERFORM 1460-REWRITE-OPEN-FILE THRU 1460-EXIT
024770         END-IF
024780     END-IF.
024790     PERFORM 1470-REPORT-OPEN-ITEMS THRU 1470-EXIT.
024800 1400-EXIT.
024810     EXIT.
024820
024830 1410-READ-OPEN-RECORD.
024840     READ GPIO-OPEN-FILE
024850         AT END
024860             GO TO 1410-EXIT
024870     END-READ.
024880     IF WS-OPEN-COUNT < WS-MAX-OPEN-ITEMS
024890         ADD 1 TO WS-OPEN-COUNT
024900         MOVE GPIO-OPEN-RECORD
024910             TO WS-OPN-IMAGE (WS-OPEN-COUNT)
024920     ELSE
024930         MOVE "Y" TO WS-OPEN-OVERFLOW
024940     END-IF.
024950 1410-EXIT.
024960     EXIT.
024970
024980 1420-CHECK-ONE-OPEN.
024990*>        Only an item still sitting at O can escalate - an E
025000*>        already rang the backup's phone, and A and C are in
025010*>        somebody's hands.
025020     MOVE WS-OPN-IMAGE (WS-OPEN-IDX) TO WS-OPN-WORK.
025030     IF WS-OPN-STATUS NOT = "O"
025040         GO TO 1420-EXIT
025050     END-IF.
025060     IF WS-OPN-DATE IS NOT NUMERIC
025070         GO TO 1420-EXIT
025080     END-IF.
025090*>        Planned work is not an incident - an item against a
025100*>        device whose maintenance window is open as the run
025110*>        starts waits for the window to close before it can
025120*>        escalate.
025130     MOVE WS-OPN-PIN TO WS-MNW-FIND-PIN.
025140     MOVE SPACES TO WS-MNW-STAMP.
025150     STRING WS-TODAY WS-RUN-START-TIME DELIMITED BY SIZE
025160         INTO WS-MNW-STAMP.
025170     PERFORM 1650-FIND-MAINT-WINDOW THRU 1650-EXIT.
025180     IF WS-MNW-FOUND-IDX > ZERO
025190         DISPLAY "OPEN EXCEPTION FOR PIN " WS-OPN-PIN
025200             " NOT ESCALATED - MAINTENANCE WO "
025210             WS-MNW-WO (WS-MNW-FOUND-IDX)
025220         GO TO 1420-EXIT
025230     END-IF.
025240     MOVE WS-OPN-CLASS TO WS-EXC-CLASS.
025250     MOVE WS-OPN-PIN TO WS-EXC-PIN.
025260     PERFORM 7410-MATCH-ESC-RULE THRU 7410-EXIT.
025270     IF WS-ESC-FOUND-IDX = ZERO
025280         GO TO 1420-EXIT
025290     END-IF.
025300     PERFORM 1430-SET-AGE-CUTOFF THRU 1430-EXIT.
025310     MOVE WS-OPN-DATE TO WS-OPN-DATE-NUM.
025320     IF WS-OPN-DATE-NUM NOT > WS-AGE-CUTOFF
025330         MOVE "E" TO WS-OPN-STATUS
025340         MOVE WS-RUL-BACKUP (WS-ESC-FOUND-IDX)
025350             TO WS-OPN-OPERATOR
025360         MOVE WS-OPN-WORK TO WS-OPN-IMAGE (WS-OPEN-IDX)
025370         MOVE "Y" TO WS-OPEN-CHANGED
025380         MOVE WS-RUL-METHOD (WS-ESC-FOUND-IDX)
025390             TO WS-NTF-METHOD
025400         MOVE WS-RUL-BACKUP (WS-ESC-FOUND-IDX)
025410             TO WS-NTF-OPER
025420         MOVE "ESCALATED TO BACKUP" TO WS-NTF-NOTE
025430         PERFORM 7450-WRITE-NOTIFICATION THRU 7450-EXIT
025440         DISPLAY "OPEN EXCEPTION FOR PIN " WS-OPN-PIN
025450             " ESCALATED TO " WS-OPN-OPERATOR
025460     END-IF.
025470 1420-EXIT.
025480     EXIT.
025490
025500 1430-SET-AGE-CUTOFF.
025510*>        Today counted back the rule's age in days, one day at
025520*>        a time - no date intrinsics on this box's compiler,
025530*>        same as the retention cutoff in GPIOHIST.
025540     MOVE WS-TODAY TO WS-AGE-CUTOFF.
025550     PERFORM 1440-BACK-UP-ONE-DAY THRU 1440-EXIT
025560         VARYING WS-AGE-IDX FROM 1 BY 1
025570         UNTIL WS-AGE-IDX > WS-RUL-AGE (WS-ESC-FOUND-IDX).
025580 1430-EXIT.
025590     EXIT.
025600
025610 1440-BACK-UP-ONE-DAY.
025620     IF WS-AGE-DD > 1
025630         SUBTRACT 1 FROM WS-AGE-DD
025640     ELSE
025650         IF WS-AGE-MM > 1
025660             SUBTRACT 1 FROM WS-AGE-MM
025670         ELSE
025680             MOVE 12 TO WS-AGE-MM
025690             SUBTRACT 1 FROM WS-AGE-YYYY
025700         END-IF
025710         PERFORM 1450-SET-MONTH-LENGTH THRU 1450-EXIT
025720         MOVE WS-MONTH-LENGTH TO WS-AGE-DD
025730     END-IF.
025740 1440-EXIT.
025750     EXIT.
025760
025770 1450-SET-MONTH-LENGTH.
025780*>        Thirty days hath September, with the leap year rule
025790*>        in longhand - the cutoff month is the one sitting in
025800*>        WS-AGE-MM.
025810     IF WS-AGE-MM = 4 OR WS-AGE-MM = 6
025820        OR WS-AGE-MM = 9 OR WS-AGE-MM = 11
025830         MOVE 30 TO WS-MONTH-LENGTH
025840     ELSE
025850         IF WS-AGE-MM = 2
025860             MOVE 28 TO WS-MONTH-LENGTH
025870             DIVIDE WS-AGE-YYYY BY 4
025880                 GIVING WS-LEAP-WORK
025890                 REMAINDER WS-LEAP-REM
025900             IF WS-LEAP-REM = ZERO
025910                 MOVE 29 TO WS-MONTH-LENGTH
025920                 DIVIDE WS-AGE-YYYY BY 100
025930                     GIVING WS-LEAP-WORK
025940                     REMAINDER WS-LEAP-REM
025950                 IF WS-LEAP-REM = ZERO
025960                     MOVE 28 TO WS-MONTH-LENGTH
025970                     DIVIDE WS-AGE-YYYY BY 400
025980                         GIVING WS-LEAP-WORK
025990                         REMAINDER WS-LEAP-REM
026000                     IF WS-LEAP-REM = ZERO
026010                         MOVE 29 TO WS-MONTH-LENGTH
026020                     END-IF
026030                 END-IF
026040             END-IF
026050         ELSE
026060             MOVE 31 TO WS-MONTH-LENGTH
026070         END-IF
026080     END-IF.
026090 1450-EXIT.
026100     EXIT.
026110
026120 1460-REWRITE-OPEN-FILE.
026130     OPEN OUTPUT GPIO-OPEN-FILE.
026140     IF WS-OPEN-FILE-STATUS NOT = "00"
026150         DISPLAY "WARNING - GPIOOPN.DAT COULD NOT BE "
026160             "REWRITTEN - STATUS " WS-OPEN-FILE-STATUS
026170         GO TO 1460-EXIT
026180     END-IF.
026190     PERFORM 1465-REWRITE-ONE-OPEN THRU 1465-EXIT
026200         VARYING WS-OPEN-IDX FROM 1 BY 1
026210         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT.
026220     CLOSE GPIO-OPEN-FILE.
026230 1460-EXIT.
026240     EXIT.
026250
026260 1465-REWRITE-ONE-OPEN.
026270     MOVE WS-OPN-IMAGE (WS-OPEN-IDX) TO GPIO-OPEN-RECORD.
026280     WRITE GPIO-OPEN-RECORD.
026290 1465-EXIT.
026300     EXIT.
026310
026320 1470-REPORT-OPEN-ITEMS.
026330*>        Every item still open (O or E) goes onto the day's
026340*>        edit report, appended under its own heading after
026350*>        the row totals 1190 wrote.
026360     MOVE "N" TO WS-OPEN-LISTED.
026370     PERFORM 1475-REPORT-ONE-OPEN THRU 1475-EXIT
026380         VARYING WS-OPEN-IDX FROM 1 BY 1
026390         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT.
026400     IF WS-OPEN-LISTED = "Y"
026410         CLOSE GPIO-EDIT-FILE
026420     END-IF.
026430 1470-EXIT.
026440     EXIT.
026450
026460 1475-REPORT-ONE-OPEN.
026470     MOVE WS-OPN-IMAGE (WS-OPEN-IDX) TO WS-OPN-WORK.
026480     IF WS-OPN-STATUS NOT = "O" AND WS-OPN-STATUS NOT = "E"
026490         GO TO 1475-EXIT
026500     END-IF.
026510     IF WS-OPEN-LISTED = "N"
026520         OPEN EXTEND GPIO-EDIT-FILE
026530         IF WS-EDIT-FILE-STATUS NOT = "00"
026540             GO TO 1475-EXIT
026550         END-IF
026560         MOVE "Y" TO WS-OPEN-LISTED
026570         MOVE "OPEN EXCEPTIONS AWAITING ACKNOWLEDGEMENT"
026580             TO GPIO-EDIT-RECORD
026590         WRITE GPIO-EDIT-RECORD
026600     END-IF.
026610     MOVE SPACES TO GPIO-EDIT-RECORD.
026620     STRING WS-OPN-DATE DELIMITED BY SIZE
026630             " PIN " DELIMITED BY SIZE
026640             WS-OPN-PIN DELIMITED BY SIZE
026650             " " DELIMITED BY SIZE
026660             WS-OPN-CLASS DELIMITED BY SIZE
026670             " " DELIMITED BY SIZE
026680             WS-OPN-STATUS DELIMITED BY SIZE
026690             " " DELIMITED BY SIZE
026700             WS-OPN-OPERATOR DELIMITED BY SIZE
026710             " " DELIMITED BY SIZE
026720             WS-OPN-MESSAGE DELIMITED BY SIZE
026730         INTO EDT-LINE-TEXT.
026740     WRITE GPIO-EDIT-RECORD.
026750 1475-EXIT.
026760     EXIT.
026770
026780 2000-CHECK-RESTART.
026790*>        If markers survive from a run that never reached
026800*>        5900-CLEAR-RESTART-MARKER, those pins may still be
026810*>        exported and stuck HIGH.  Recover every one of them
026820*>        before this run touches the control file's pins.
026830     OPEN INPUT GPIO-STATUS-FILE.
026840     IF WS-STATUS-FILE-STATUS = "00"
026850         PERFORM 2050-READ-STALE-MARKER THRU 2050-EXIT
026860             UNTIL WS-STATUS-FILE-STATUS NOT = "00"
026870         CLOSE GPIO-STATUS-FILE
026880         OPEN OUTPUT GPIO-STATUS-FILE
026890         CLOSE GPIO-STATUS-FILE
026900     END-IF.
026910 2000-EXIT.
026920     EXIT.
026930
026940 2050-READ-STALE-MARKER.
026950     READ GPIO-STATUS-FILE
026960         AT END
026970             CONTINUE
026980         NOT AT END
026990             PERFORM 2100-RECOVER-STALE-PIN THRU 2100-EXIT
027000     END-READ.
027010 2050-EXIT.
027020     EXIT.
027030
027040 2100-RECOVER-STALE-PIN.
027050     DISPLAY "STALE GPIO MARKER FOUND FOR PIN " STAT-PIN-TEXT
027060         " - RECOVERING BEFORE STARTING A NEW RUN".
027070     MOVE STAT-PIN-TEXT TO WS-PIN-TEXT.
027080     IF STAT-MODE-TEXT NOT = "in "
027090         MOVE SPACES TO WS-RECOVER-OFF-CMD
027100         STRING 'echo "0" > /sys/class/gpio/gpio'
027110                 DELIMITED BY SIZE
027120             STAT-PIN-TEXT DELIMITED BY SPACE
027130             '/value' DELIMITED BY SIZE
027140             INTO WS-RECOVER-OFF-CMD
027150         MOVE "GPIO RECOVERY - FORCE OFF" TO WS-LAST-OPERATION
027160         CALL "SYSTEM" USING WS-RECOVER-OFF-CMD
027170         PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT
027180     END-IF.
027190     MOVE SPACES TO WS-RECOVER-ClR-CMD.
027200     STRING 'echo "' DELIMITED BY SIZE
027210             STAT-PIN-TEXT DELIMITED BY SPACE
027220             '" > /sys/class/gpio/unexport' DELIMITED BY SIZE
027230         INTO WS-RECOVER-ClR-CMD.
027240     MOVE "GPIO RECOVERY - UNEXPORT" TO WS-LAST-OPERATION.
027250     CALL "SYSTEM" USING WS-RECOVER-ClR-CMD.
027260     PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT.
027270 2100-EXIT.
027280     EXIT.
027290
027300 2200-CHECK-CHECKPOINT.
027310*>        A non-empty same day checkpoint means the previous
027320*>        execution abended mid-clock.  Its header start time
027330*>        replaces this execution's, and each device record
027340*>        stages the totals 2520-SET-UP-DEVICE resumes from.
027350*>        A checkpoint from another day is stale - the control
027360*>        file may legitimately differ by then - and is thrown
027370*>        away.
027380     OPEN INPUT GPIO-CHECKPOINT-FILE.
027390     IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
027400         GO TO 2200-EXIT
027410     END-IF.
027420     READ GPIO-CHECKPOINT-FILE
027430         AT END
027440             CLOSE GPIO-CHECKPOINT-FILE
027450             GO TO 2200-EXIT
027460     END-READ.
027470     IF CKP-HDR-DATE NOT = WS-TODAY
027480         DISPLAY "STALE CHECKPOINT FROM " CKP-HDR-DATE
027490             " DISCARDED"
027500         CLOSE GPIO-CHECKPOINT-FILE
027510         PERFORM 5950-CLEAR-CHECKPOINT THRU 5950-EXIT
027520         GO TO 2200-EXIT
027530     END-IF.
027540     MOVE "Y" TO WS-RESUME-MODE.
027550     MOVE CKP-HDR-START-TIME TO WS-RUN-START-TIME.
027560     DISPLAY "CHECKPOINT FOUND - RESUMING THE " WS-RUN-START-TIME
027570         " RUN WHERE IT STOPPED".
027580     PERFORM 2250-READ-CHECKPOINT-RECORD THRU 2250-EXIT
027590         UNTIL WS-CHECKPOINT-FILE-STATUS NOT = "00".
027600     CLOSE GPIO-CHECKPOINT-FILE.
027610 2200-EXIT.
027620     EXIT.
027630
027640 2250-READ-CHECKPOINT-RECORD.
027650*>        Device records are matched to the table by pin, so a
027660*>        control file row added or dropped since the abended
027670*>        execution simply runs fresh or is ignored.
027680     READ GPIO-CHECKPOINT-FILE
027690         AT END
027700             CONTINUE
027710         NOT AT END
027720             MOVE CKP-PIN-TEXT TO WS-FIND-PIN
027730             PERFORM 1188-FIND-DEVICE-BY-PIN THRU 1188-EXIT
027740             IF WS-FOUND-IDX > ZERO
027750                 MOVE CKP-DONE-FLAG
027760                     TO WS-DEV-CKP-DONE (WS-FOUND-IDX)
027770                 MOVE CKP-CYC-DONE
027780                     TO WS-DEV-CKP-CYC (WS-FOUND-IDX)
027790                 MOVE CKP-ON-SECS-DONE
027800                     TO WS-DEV-CKP-ONS (WS-FOUND-IDX)
027810                 MOVE CKP-XTRA-CYCLES
027820                     TO WS-DEV-CKP-XTRA (WS-FOUND-IDX)
027830                 IF CKP-REQ-PAIRS IS NUMERIC
027840                     MOVE CKP-REQ-PAIRS
027850                         TO WS-DEV-CKP-REQP (WS-FOUND-IDX)
027860                 ELSE
027870                     MOVE ZERO
027880                         TO WS-DEV-CKP-REQP (WS-FOUND-IDX)
027890                 END-IF
027900*>                A checkpoint written before the start-time
027910*>                columns existed simply leaves the device to
027920*>                the hold/release rules of its control row.
027930                 IF CKP-RELEASED = "Y"
027940                     MOVE "Y" TO WS-DEV-CKP-REL (WS-FOUND-IDX)
027950                     MOVE CKP-REL-TIME
027960                         TO WS-DEV-CKP-RELT (WS-FOUND-IDX)
027970                 END-IF
027980*>                The maintenance hold goes straight back on the
027990*>                device - a checkpoint written before these
028000*>                columns existed leaves it blank and unheld.
028010                 IF CKP-MAINT = "Y"
028020                     MOVE "Y" TO WS-DEV-MAINT (WS-FOUND-IDX)
028030                     MOVE CKP-MNW-WO
028040                         TO WS-DEV-MNW-WO (WS-FOUND-IDX)
028050                 END-IF
028060             END-IF
028070     END-READ.
028080 2250-EXIT.
028090     EXIT.
028100
028110 2500-RUN-SCHEDULES.
028120*>        Exports every device up front, then ticks all of their
028130*>        schedules together on a common one second clock until
028140*>        none has work left, so the run's wall clock time is
028150*>        the longest single schedule rather than the total of
028160*>        all of them.  Unexporting and report lines happen per
028170*>        pin once the clock stops.
028180     MOVE ZERO TO WS-ACTIVE-COUNT.
028190     PERFORM 2520-SET-UP-DEVICE THRU 2520-EXIT
028200         VARYING WS-DEVICE-IDX FROM 1 BY 1
028210         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
028220     PERFORM 2600-CLOCK-TICK THRU 2600-EXIT
028230         UNTIL WS-ACTIVE-COUNT = ZERO.
028240     IF WS-REHEARSAL NOT = "Y"
028250         PERFORM 6500-POLL-REQUEST-QUEUE THRU 6500-EXIT
028260         PERFORM 5950-CLEAR-CHECKPOINT THRU 5950-EXIT
028270     END-IF.
028280*>        The restart markers stay on file until every pin has
028290*>        actually been unexported - an abend part way through
028300*>        the wrap-up loop must leave the still-exported pins
028310*>        on GPIOSTAT.DAT for the next run's recovery, or that
028320*>        run's own exports would fail against them.
028330     PERFORM 2560-WRAP-UP-DEVICE THRU 2560-EXIT
028340         VARYING WS-DEVICE-IDX FROM 1 BY 1
028350         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
028360     IF WS-REHEARSAL NOT = "Y"
028370         PERFORM 5900-CLEAR-RESTART-MARKER THRU 5900-EXIT
028380     END-IF.
028390 2500-EXIT.
028400     EXIT.
028410
028420 2510-LOAD-LIVE-FIELDS.
028430*>        Loads the current device table entry into the live
028440*>        WS-PIN-TEXT/WS-CYCLES/etc. fields used by the command
028450*>        builders and the audit/publish paragraphs.
028460     MOVE WS-DEV-PIN-TEXT (WS-DEVICE-IDX) TO WS-PIN-TEXT.
028470     MOVE WS-DEV-MODE (WS-DEVICE-IDX) TO WS-MODE-TEXT.
028480     MOVE WS-DEV-ROLE (WS-DEVICE-IDX) TO WS-ROLE-TEXT.
028490     MOVE WS-DEV-CYCLES (WS-DEVICE-IDX) TO WS-CYCLES.
028500     MOVE WS-DEV-ON-SECS (WS-DEVICE-IDX) TO WS-ON-SECS.
028510     MOVE WS-DEV-OFF-SECS (WS-DEVICE-IDX) TO WS-OFF-SECS.
028520     MOVE WS-DEV-DESC (WS-DEVICE-IDX) TO WS-DESC-TEXT.
028530     MOVE WS-DEV-LOCATION (WS-DEVICE-IDX) TO WS-LOCATION-TEXT.
028540 2510-EXIT.
028550     EXIT.
028560
028570 2520-SET-UP-DEVICE.
028580*>        Exports one device's pin, sets its direction and arms
028590*>        its clock state.  The restart marker file is rewritten
028600*>        after each export so an abend anywhere in setup still
028610*>        leaves a marker for every pin exported so far.
028620     PERFORM 2510-LOAD-LIVE-FIELDS THRU 2510-EXIT.
028630     IF WS-RESUME-MODE = "Y"
028640        AND WS-DEV-CKP-DONE (WS-DEVICE-IDX) = "Y"
028650*>        This device finished before the abend - carry its
028660*>        totals straight to the report and reconciliation and
028670*>        leave the hardware alone.  Its pin was unexported by
028680*>        the stale marker recovery at startup.
028690         DISPLAY "PIN " WS-PIN-TEXT
028700             " ALREADY COMPLETE - RESUMING PAST IT"
028710         MOVE "Y" TO WS-DEV-STARTED (WS-DEVICE-IDX)
028720         MOVE "N" TO WS-DEV-ACTIVE (WS-DEVICE-IDX)
028730         MOVE "N" TO WS-DEV-EXPORTED (WS-DEVICE-IDX)
028740         MOVE WS-DEV-CKP-CYC (WS-DEVICE-IDX)
028750             TO WS-DEV-CYC-DONE (WS-DEVICE-IDX)
028760         MOVE WS-DEV-CKP-ONS (WS-DEVICE-IDX)
028770             TO WS-DEV-ON-SECS-DONE (WS-DEVICE-IDX)
028780         MOVE WS-DEV-CKP-XTRA (WS-DEVICE-IDX)
028790             TO WS-DEV-XTRA-CYCLES (WS-DEVICE-IDX)
028800         MOVE WS-DEV-CKP-REQP (WS-DEVICE-IDX)
028810             TO WS-DEV-REQ-PAIRS (WS-DEVICE-IDX)
028820         MOVE SPACES TO WS-DEV-END-TIME (WS-DEVICE-IDX)
028830         IF WS-DEV-PAT-IDX (WS-DEVICE-IDX) > ZERO
028840             MOVE WS-PAT-SEG-COUNT
028850                 (WS-DEV-PAT-IDX (WS-DEVICE-IDX))
028860                 TO WS-DEV-PAIRS-PER-CYC (WS-DEVICE-IDX)
028870         ELSE
028880             MOVE 1 TO WS-DEV-PAIRS-PER-CYC (WS-DEVICE-IDX)
028890         END-IF
028900*>        A finished device was necessarily released - its
028910*>        report line shows the release time the checkpoint
028920*>        carried, or the run start for a device that never
028930*>        had a start time.
028940         MOVE "Y" TO WS-DEV-RELEASED (WS-DEVICE-IDX)
028950*>        WS-DEV-MAINT and WS-DEV-MNW-WO were restored from the
028960*>        checkpoint and are left as they are, so a device a
028970*>        window stood down still reports MAINT and is still
028980*>        not reconciled.
028990         IF WS-DEV-CKP-RELT (WS-DEVICE-IDX) NOT = SPACES
029000             MOVE WS-DEV-CKP-RELT (WS-DEVICE-IDX)
029010                 TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
029020         ELSE
029030             MOVE WS-RUN-START-TIME
029040                 TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
029050         END-IF
029060         GO TO 2520-EXIT
029070     END-IF.
029080     DISPLAY "DRIVING PIN " WS-PIN-TEXT " MODE " WS-MODE-TEXT
029090         " ROLE " WS-ROLE-TEXT " - " WS-DESC-TEXT.
029100*>        A rehearsal arms the clock state exactly as live but
029110*>        never exports the pin, never writes a restart marker
029120*>        and leaves the exported flag N so wrap-up has nothing
029130*>        to unexport.
029140     IF WS-REHEARSAL = "Y"
029150         MOVE "Y" TO WS-DEV-STARTED (WS-DEVICE-IDX)
029160         MOVE "Y" TO WS-DEV-ACTIVE (WS-DEVICE-IDX)
029170         MOVE "N" TO WS-DEV-EXPORTED (WS-DEVICE-IDX)
029180         ADD 1 TO WS-ACTIVE-COUNT
029190     ELSE
029200         PERFORM 1200-BUILD-GPIO-COMMANDS THRU 1200-EXIT
029210         MOVE "GPIO EXPORT" TO WS-LAST-OPERATION
029220         CALL "SYSTEM" USING WS-GPIO-INIT
029230         PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT
029240         MOVE "Y" TO WS-DEV-STARTED (WS-DEVICE-IDX)
029250         MOVE "Y" TO WS-DEV-ACTIVE (WS-DEVICE-IDX)
029260         MOVE "Y" TO WS-DEV-EXPORTED (WS-DEVICE-IDX)
029270         ADD 1 TO WS-ACTIVE-COUNT
029280         PERFORM 5000-WRITE-RESTART-MARKERS THRU 5000-EXIT
029290         MOVE "GPIO SET DIRECTION" TO WS-LAST-OPERATION
029300         CALL "SYSTEM" USING WS-GPIO-DIR
029310         PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT
029320     END-IF.
029330     MOVE "OFF" TO WS-DEV-PHASE (WS-DEVICE-IDX).
029340     MOVE ZERO TO WS-DEV-PHASE-LEFT (WS-DEVICE-IDX).
029350*>        A resumed in-flight device starts from the totals the
029360*>        checkpoint staged and only owes its remaining cycles;
029370*>        a fresh device starts from zero and owes them all.
029380     MOVE WS-DEV-CKP-CYC (WS-DEVICE-IDX)
029390         TO WS-DEV-CYC-DONE (WS-DEVICE-IDX).
029400     MOVE WS-DEV-CKP-ONS (WS-DEVICE-IDX)
029410         TO WS-DEV-ON-SECS-DONE (WS-DEVICE-IDX).
029420     MOVE WS-DEV-CKP-XTRA (WS-DEVICE-IDX)
029430         TO WS-DEV-XTRA-CYCLES (WS-DEVICE-IDX).
029440     MOVE WS-DEV-CKP-REQP (WS-DEVICE-IDX)
029450         TO WS-DEV-REQ-PAIRS (WS-DEVICE-IDX).
029460     ADD WS-DEV-CYCLES (WS-DEVICE-IDX)
029470         WS-DEV-CKP-XTRA (WS-DEVICE-IDX)
029480         GIVING WS-RESUME-CYCLES.
029490     IF WS-DEV-CKP-CYC (WS-DEVICE-IDX) < WS-RESUME-CYCLES
029500         SUBTRACT WS-DEV-CKP-CYC (WS-DEVICE-IDX)
029510             FROM WS-RESUME-CYCLES
029520         MOVE WS-RESUME-CYCLES
029530             TO WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX)
029540     ELSE
029550         MOVE ZERO TO WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX)
029560     END-IF.
029570     MOVE SPACES TO WS-DEV-LAST-VALUE (WS-DEVICE-IDX).
029580     MOVE SPACES TO WS-DEV-END-TIME (WS-DEVICE-IDX).
029590     MOVE 1 TO WS-DEV-SEG-IDX (WS-DEVICE-IDX).
029600     IF WS-DEV-PAT-IDX (WS-DEVICE-IDX) > ZERO
029610         MOVE WS-PAT-SEG-COUNT (WS-DEV-PAT-IDX (WS-DEVICE-IDX))
029620             TO WS-DEV-PAIRS-PER-CYC (WS-DEVICE-IDX)
029630     ELSE
029640         MOVE 1 TO WS-DEV-PAIRS-PER-CYC (WS-DEVICE-IDX)
029650     END-IF.
029660*>        A device with no start time goes onto the clock at run
029670*>        start exactly as before; one with a start time is held
029680*>        idle - exported and counted active, but making no
029690*>        transitions - until the tick clock reaches it.  A
029700*>        resumed run trusts the checkpoint's released flag
029710*>        ahead of the control row, so a device released before
029720*>        the abend is never held a second time.
029730     IF WS-DEV-START-TIME (WS-DEVICE-IDX) = SPACES
029740         MOVE "Y" TO WS-DEV-RELEASED (WS-DEVICE-IDX)
029750         MOVE WS-RUN-START-TIME
029760             TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
029770     ELSE
029780         MOVE "N" TO WS-DEV-RELEASED (WS-DEVICE-IDX)
029790         MOVE SPACES TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
029800         DISPLAY "PIN " WS-PIN-TEXT " HELD UNTIL "
029810             WS-DEV-START-TIME (WS-DEVICE-IDX)
029820     END-IF.
029830     IF WS-RESUME-MODE = "Y"
029840        AND WS-DEV-CKP-REL (WS-DEVICE-IDX) = "Y"
029850         MOVE "Y" TO WS-DEV-RELEASED (WS-DEVICE-IDX)
029860         MOVE WS-DEV-CKP-RELT (WS-DEVICE-IDX)
029870             TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
029880     END-IF.
029890 2520-EXIT.
029900     EXIT.
029910
029920 2560-WRAP-UP-DEVICE.
029930*>        Unexports one device's pin after the clock has stopped
029940*>        and writes its line on the run summary report.
029950     PERFORM 2510-LOAD-LIVE-FIELDS THRU 2510-EXIT.
029960*>        A device resumed as already complete never exported
029970*>        its pin this execution, so there is nothing to
029980*>        unexport - it still gets its report line.
029990     IF WS-DEV-EXPORTED (WS-DEVICE-IDX) = "Y"
030000         PERFORM 1200-BUILD-GPIO-COMMANDS THRU 1200-EXIT
030010         MOVE "GPIO UNEXPORT" TO WS-LAST-OPERATION
030020         CALL "SYSTEM" USING WS-GPIO-ClR
030030         PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT
030040         MOVE "N" TO WS-DEV-EXPORTED (WS-DEVICE-IDX)
030050         PERFORM 5000-WRITE-RESTART-MARKERS THRU 5000-EXIT
030060     END-IF.
030070     IF WS-REHEARSAL = "Y"
030080         PERFORM 6070-WRITE-TIMELINE-PIN THRU 6070-EXIT
030090     ELSE
030100         PERFORM 6000-WRITE-DEVICE-REPORT THRU 6000-EXIT
030110     END-IF.
030120 2560-EXIT.
030130     EXIT.
030140
030150 2600-CLOCK-TICK.
030160*>        One second of run time - every device that still has
030170*>        work gets a look, then the whole run sleeps a single
030180*>        tick.  A device whose phase timer reaches zero makes
030190*>        its next transition on this tick; everyone else just
030200*>        counts down.
030210*>        A rehearsal advances a simulated clock one second per
030220*>        tick instead of sleeping, so a whole night's schedule
030230*>        projects in moments; a live run stamps the real wall
030240*>        clock as before.
030250     IF WS-REHEARSAL = "Y"
030260         ADD 1 TO WS-SIM-SECS
030270         PERFORM 8850-SECONDS-TO-TIME THRU 8850-EXIT
030280     ELSE
030290         ACCEPT WS-NOW FROM TIME
030300         MOVE SPACES TO WS-TICK-TIME
030310         STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
030320             DELIMITED BY SIZE INTO WS-TICK-TIME
030330     END-IF.
030340     MOVE SPACES TO WS-MNW-STAMP.
030350     STRING WS-TODAY WS-TICK-TIME DELIMITED BY SIZE
030360         INTO WS-MNW-STAMP.
030370     MOVE ZERO TO WS-MNW-HELD-COUNT.
030380     PERFORM 2610-TICK-ONE-DEVICE THRU 2610-EXIT
030390         VARYING WS-DEVICE-IDX FROM 1 BY 1
030400         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT.
030410*>        Once every device still on the clock is only sitting
030420*>        out a maintenance window there is nothing left for the
030430*>        run to do - the held devices are stood down with their
030440*>        schedules unfinished rather than keeping the run alive
030450*>        until the work order is signed off.
030460     IF WS-MNW-HELD-COUNT > ZERO
030470        AND WS-MNW-HELD-COUNT = WS-ACTIVE-COUNT
030480         PERFORM 2695-STAND-DOWN-DEVICE THRU 2695-EXIT
030490             VARYING WS-DEVICE-IDX FROM 1 BY 1
030500             UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
030510     END-IF.
030520     IF WS-REHEARSAL = "Y"
030530         PERFORM 2680-TALLY-SIM-OVERLAP THRU 2680-EXIT
030540         GO TO 2600-EXIT
030550     END-IF.
030560     PERFORM 6500-POLL-REQUEST-QUEUE THRU 6500-EXIT.
030570     PERFORM 5500-WRITE-CHECKPOINT THRU 5500-EXIT.
030580     IF WS-ACTIVE-COUNT > ZERO
030590         CALL "C$SLEEP" USING WS-TICK-SECOND
030600     END-IF.
030610 2600-EXIT.
030620     EXIT.
030630
030640 2610-TICK-ONE-DEVICE.
030650     IF WS-DEV-ACTIVE (WS-DEVICE-IDX) NOT = "Y"
030660         GO TO 2610-EXIT
030670     END-IF.
030680*>        A device inside a planned maintenance window sits the
030690*>        tick out whatever its schedule says - the window is
030700*>        checked ahead of a timed release so neither can start
030710*>        it while it is being worked on.
030720     MOVE WS-DEV-PIN-TEXT (WS-DEVICE-IDX) TO WS-MNW-FIND-PIN.
030730     PERFORM 1650-FIND-MAINT-WINDOW THRU 1650-EXIT.
030740     IF WS-MNW-FOUND-IDX > ZERO
030750         ADD 1 TO WS-MNW-HELD-COUNT
030760         PERFORM 2615-HOLD-FOR-MAINTENANCE THRU 2615-EXIT
030770         GO TO 2610-EXIT
030780     END-IF.
030790     IF WS-DEV-IN-MNW (WS-DEVICE-IDX) = "Y"
030800         PERFORM 2617-END-MAINTENANCE-HOLD THRU 2617-EXIT
030810     END-IF.
030820*>        A held device sits out the tick until the wall clock
030830*>        reaches its commanded start time - the HH:MM:SS texts
030840*>        compare in time order as they stand.  The release is
030850*>        stamped so the run report shows when the schedule
030860*>        really began.
030870     IF WS-DEV-RELEASED (WS-DEVICE-IDX) NOT = "Y"
030880         IF WS-TICK-TIME < WS-DEV-START-TIME (WS-DEVICE-IDX)
030890             GO TO 2610-EXIT
030900         END-IF
030910         MOVE "Y" TO WS-DEV-RELEASED (WS-DEVICE-IDX)
030920         MOVE WS-TICK-TIME
030930             TO WS-DEV-REL-TIME (WS-DEVICE-IDX)
030940         DISPLAY "PIN " WS-DEV-PIN-TEXT (WS-DEVICE-IDX)
030950             " RELEASED AT " WS-TICK-TIME
030960         IF WS-REHEARSAL = "Y"
030970             MOVE WS-DEV-PIN-TEXT (WS-DEVICE-IDX)
030980                 TO WS-PIN-TEXT
030990             MOVE WS-DEV-ROLE (WS-DEVICE-IDX) TO WS-ROLE-TEXT
031000             MOVE WS-DEV-DESC (WS-DEVICE-IDX) TO WS-DESC-TEXT
031010             MOVE "REL" TO WS-TRANSITION
031020             PERFORM 6650-WRITE-TIMELINE-EVENT THRU 6650-EXIT
031030         END-IF
031040     END-IF.
031050     PERFORM 2510-LOAD-LIVE-FIELDS THRU 2510-EXIT.
031060     IF WS-MODE-TEXT = "in "
031070         PERFORM 2650-TICK-INPUT-DEVICE THRU 2650-EXIT
031080     ELSE
031090         PERFORM 2620-TICK-OUTPUT-DEVICE THRU 2620-EXIT
031100     END-IF.
031110 2610-EXIT.
031120     EXIT.
031130
031140 2615-HOLD-FOR-MAINTENANCE.
031150*>        The first tick inside a window - a lamp caught lit is
031160*>        switched off so nobody works on it live, and an MNT
031170*>        line on the audit log (an event on the timeline in a
031180*>        rehearsal) marks where the hold began.  Later ticks
031190*>        inside the same window change nothing.
031200     IF WS-DEV-IN-MNW (WS-DEVICE-IDX) = "Y"
031210         GO TO 2615-EXIT
031220     END-IF.
031230     MOVE "Y" TO WS-DEV-IN-MNW (WS-DEVICE-IDX).
031240     MOVE "Y" TO WS-DEV-MAINT (WS-DEVICE-IDX).
031250     MOVE WS-MNW-WO (WS-MNW-FOUND-IDX)
031260         TO WS-DEV-MNW-WO (WS-DEVICE-IDX).
031270     PERFORM 2510-LOAD-LIVE-FIELDS THRU 2510-EXIT.
031280     DISPLAY "PIN " WS-PIN-TEXT " IN MAINTENANCE - WO "
031290         WS-DEV-MNW-WO (WS-DEVICE-IDX) " - HELD IDLE AT "
031300         WS-TICK-TIME.
031310     IF WS-DEV-MODE (WS-DEVICE-IDX) = "out"
031320        AND WS-DEV-PHASE (WS-DEVICE-IDX) = "ON "
031330         PERFORM 2640-TURN-PIN-OFF THRU 2640-EXIT
031340     END-IF.
031350     MOVE "MNT" TO WS-TRANSITION.
031360     PERFORM 2619-MARK-MAINTENANCE THRU 2619-EXIT.
031370 2615-EXIT.
031380     EXIT.
031390
031400 2617-END-MAINTENANCE-HOLD.
031410*>        The window has closed - the schedule picks up where the
031420*>        hold left it, and an MNE line marks the end of the
031430*>        hold.
031440     MOVE "N" TO WS-DEV-IN-MNW (WS-DEVICE-IDX).
031450     PERFORM 2510-LOAD-LIVE-FIELDS THRU 2510-EXIT.
031460     DISPLAY "PIN " WS-PIN-TEXT " MAINTENANCE WINDOW CLOSED AT "
031470         WS-TICK-TIME " - SCHEDULE RESUMED".
031480     MOVE "MNE" TO WS-TRANSITION.
031490     PERFORM 2619-MARK-MAINTENANCE THRU 2619-EXIT.
031500 2617-EXIT.
031510     EXIT.
031520
031530 2619-MARK-MAINTENANCE.
031540*>        MNT/MNE carry no observed pin value - nothing was
031550*>        commanded.
031560     IF WS-REHEARSAL = "Y"
031570         PERFORM 6650-WRITE-TIMELINE-EVENT THRU 6650-EXIT
031580     ELSE
031590         MOVE SPACE TO WS-OBSERVED-VALUE
031600         PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
031610     END-IF.
031620 2619-EXIT.
031630     EXIT.
031640
031650 2620-TICK-OUTPUT-DEVICE.
031660*>        A flash device sits in an ON or OFF phase with a tick
031670*>        count remaining.  At zero it transitions: OFF with
031680*>        cycles left turns ON, ON turns OFF and retires a
031690*>        cycle, OFF with no cycles left is finished.
031700     IF WS-DEV-PHASE-LEFT (WS-DEVICE-IDX) = ZERO
031710         IF WS-DEV-PHASE (WS-DEVICE-IDX) = "ON "
031720             PERFORM 2640-TURN-PIN-OFF THRU 2640-EXIT
031730         ELSE
031740             IF WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX) = ZERO
031750                 PERFORM 2690-FINISH-DEVICE THRU 2690-EXIT
031760                 GO TO 2620-EXIT
031770             ELSE
031780                 PERFORM 2630-TURN-PIN-ON THRU 2630-EXIT
031790             END-IF
031800         END-IF
031810     END-IF.
031820     IF WS-DEV-PHASE (WS-DEVICE-IDX) = "ON "
031830         ADD 1 TO WS-DEV-ON-SECS-DONE (WS-DEVICE-IDX)
031840     END-IF.
031850     IF WS-DEV-PHASE-LEFT (WS-DEVICE-IDX) > ZERO
031860         SUBTRACT 1 FROM WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
031870     END-IF.
031880 2620-EXIT.
031890     EXIT.
031900
031910 2630-TURN-PIN-ON.
031920*>        A rehearsal projects the transition onto the timeline
031930*>        and leaves the hardware, the audit log and the
031940*>        dashboard untouched.
031950     IF WS-REHEARSAL = "Y"
031960         MOVE "ON " TO WS-TRANSITION
031970         PERFORM 6650-WRITE-TIMELINE-EVENT THRU 6650-EXIT
031980     ELSE
031990         PERFORM 1200-BUILD-GPIO-COMMANDS THRU 1200-EXIT
032000         MOVE "GPIO ON" TO WS-LAST-OPERATION
032010         CALL "SYSTEM" USING WS-GPIO-ON
032020         PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT
032030         DISPLAY "PIN " WS-PIN-TEXT " LED is ON"
032040         MOVE "ON " TO WS-TRANSITION
032050         PERFORM 2645-READ-BACK-PIN-STATE THRU 2645-EXIT
032060         PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
032070         PERFORM 3500-PUBLISH-STATUS THRU 3500-EXIT
032080     END-IF.
032090     MOVE "ON " TO WS-DEV-PHASE (WS-DEVICE-IDX).
032100     IF WS-DEV-PAT-IDX (WS-DEVICE-IDX) > ZERO
032110         MOVE WS-PAT-ON-SECS
032120             (WS-DEV-PAT-IDX (WS-DEVICE-IDX)
032130              WS-DEV-SEG-IDX (WS-DEVICE-IDX))
032140             TO WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
032150     ELSE
032160         MOVE WS-ON-SECS TO WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
032170     END-IF.
032180 2630-EXIT.
032190     EXIT.
032200
032210 2640-TURN-PIN-OFF.
032220     IF WS-REHEARSAL = "Y"
032230         MOVE "OFF" TO WS-TRANSITION
032240         PERFORM 6650-WRITE-TIMELINE-EVENT THRU 6650-EXIT
032250     ELSE
032260         PERFORM 1200-BUILD-GPIO-COMMANDS THRU 1200-EXIT
032270         MOVE "GPIO OFF" TO WS-LAST-OPERATION
032280         CALL "SYSTEM" USING WS-GPIO-OFF
032290         PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT
032300         DISPLAY "PIN " WS-PIN-TEXT " LED is OFF"
032310         MOVE "OFF" TO WS-TRANSITION
032320         PERFORM 2645-READ-BACK-PIN-STATE THRU 2645-EXIT
032330         PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
032340         PERFORM 3500-PUBLISH-STATUS THRU 3500-EXIT
032350     END-IF.
032360     MOVE "OFF" TO WS-DEV-PHASE (WS-DEVICE-IDX).
032370*>        A patterned device walks to its next segment and only
032380*>        retires a commanded cycle when the whole pattern has
032390*>        played; a flat device retires one cycle per ON/OFF
032400*>        pair exactly as before.
032410     IF WS-DEV-PAT-IDX (WS-DEVICE-IDX) = ZERO
032420         MOVE WS-OFF-SECS TO WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
032430         SUBTRACT 1 FROM WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX)
032440         ADD 1 TO WS-DEV-CYC-DONE (WS-DEVICE-IDX)
032450     ELSE
032460         MOVE WS-PAT-OFF-SECS
032470             (WS-DEV-PAT-IDX (WS-DEVICE-IDX)
032480              WS-DEV-SEG-IDX (WS-DEVICE-IDX))
032490             TO WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
032500         IF WS-DEV-SEG-IDX (WS-DEVICE-IDX) <
032510            WS-PAT-SEG-COUNT (WS-DEV-PAT-IDX (WS-DEVICE-IDX))
032520             ADD 1 TO WS-DEV-SEG-IDX (WS-DEVICE-IDX)
032530         ELSE
032540             MOVE 1 TO WS-DEV-SEG-IDX (WS-DEVICE-IDX)
032550             SUBTRACT 1 FROM WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX)
032560             ADD 1 TO WS-DEV-CYC-DONE (WS-DEVICE-IDX)
032570         END-IF
032580     END-IF.
032590 2640-EXIT.
032600     EXIT.
032610
032620 2645-READ-BACK-PIN-STATE.
032630*>        A clean RETURN-CODE from the echo only proves the
032640*>        shell write worked - it says nothing about the line.
032650*>        Read the same value file the poll paragraph uses and
032660*>        hold what came back against what was just commanded;
032670*>        a dead output is caught on its first cycle instead of
032680*>        never.
032690     MOVE "?" TO WS-OBSERVED-VALUE.
032700     PERFORM 1250-BUILD-VALUE-FILE-NAME THRU 1250-EXIT.
032710     OPEN INPUT GPIO-VALUE-FILE.
032720     IF WS-VALUE-FILE-STATUS = "00"
032730         READ GPIO-VALUE-FILE
032740             NOT AT END
032750                 MOVE VAL-STATE-TEXT TO WS-OBSERVED-VALUE
032760         END-READ
032770         CLOSE GPIO-VALUE-FILE
032780     END-IF.
032790     IF (WS-TRANSITION = "ON " AND WS-OBSERVED-VALUE NOT = "1")
032800        OR (WS-TRANSITION = "OFF" AND WS-OBSERVED-VALUE NOT = "0")
032810         DISPLAY "*** PIN " WS-PIN-TEXT " COMMANDED "
032820             WS-TRANSITION " BUT VALUE FILE READS "
032830             WS-OBSERVED-VALUE " ***"
032840         IF WS-DEV-IN-MNW (WS-DEVICE-IDX) = "Y"
032850             DISPLAY "PIN " WS-PIN-TEXT " IN MAINTENANCE - "
032860                 "NOT RAISED"
032870         ELSE
032880             PERFORM 7300-WRITE-MISMATCH-EXCEPTION THRU 7300-EXIT
032890         END-IF
032900     END-IF.
032910 2645-EXIT.
032920     EXIT.
032930
032940 2650-TICK-INPUT-DEVICE.
032950*>        An input device polls its value file every WS-ON-SECS
032960*>        ticks until its commanded poll count is used up.  The
032970*>        poll itself only writes an audit line when the state
032980*>        actually changed, exactly as before.
032990     IF WS-DEV-PHASE-LEFT (WS-DEVICE-IDX) = ZERO
033000         IF WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX) = ZERO
033010             PERFORM 2690-FINISH-DEVICE THRU 2690-EXIT
033020             GO TO 2650-EXIT
033030         END-IF
033040*>        A rehearsal cannot read a sensor that was never
033050*>        exported - it projects the poll moments instead so
033060*>        the reviewer sees when the input would be looked at.
033070         IF WS-REHEARSAL = "Y"
033080             MOVE "POL" TO WS-TRANSITION
033090             PERFORM 6650-WRITE-TIMELINE-EVENT THRU 6650-EXIT
033100         ELSE
033110             PERFORM 2660-POLL-INPUT-PIN THRU 2660-EXIT
033120         END-IF
033130         SUBTRACT 1 FROM WS-DEV-CYCLES-LEFT (WS-DEVICE-IDX)
033140         ADD 1 TO WS-DEV-CYC-DONE (WS-DEVICE-IDX)
033150         MOVE WS-ON-SECS TO WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
033160     END-IF.
033170     IF WS-DEV-PHASE-LEFT (WS-DEVICE-IDX) > ZERO
033180         SUBTRACT 1 FROM WS-DEV-PHASE-LEFT (WS-DEVICE-IDX)
033190     END-IF.
033200 2650-EXIT.
033210     EXIT.
033220
033230 2660-POLL-INPUT-PIN.
033240*>        Reads the pin's sysfs value file and logs a transition
033250*>        only when the state actually changes since the last
033260*>        poll, so a steady door sensor does not flood the audit
033270*>        log with an entry every interval.
033280     PERFORM 1250-BUILD-VALUE-FILE-NAME THRU 1250-EXIT.
033290     OPEN INPUT GPIO-VALUE-FILE.
033300     IF WS-VALUE-FILE-STATUS = "00"
033310         READ GPIO-VALUE-FILE
033320             NOT AT END
033330                 MOVE VAL-STATE-TEXT TO WS-CUR-VALUE
033340         END-READ
033350         CLOSE GPIO-VALUE-FILE
033360         IF WS-CUR-VALUE NOT = WS-DEV-LAST-VALUE (WS-DEVICE-IDX)
033370             DISPLAY "PIN " WS-PIN-TEXT " STATE IS NOW "
033380                 WS-CUR-VALUE
033390             IF WS-CUR-VALUE = "1"
033400                 MOVE "ON " TO WS-TRANSITION
033410             ELSE
033420                 MOVE "OFF" TO WS-TRANSITION
033430             END-IF
033440             MOVE WS-CUR-VALUE TO WS-OBSERVED-VALUE
033450             PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
033460             PERFORM 3500-PUBLISH-STATUS THRU 3500-EXIT
033470             MOVE WS-CUR-VALUE
033480                 TO WS-DEV-LAST-VALUE (WS-DEVICE-IDX)
033490             IF WS-CUR-VALUE = "1"
033500                 PERFORM 2670-FIRE-LINKAGES THRU 2670-EXIT
033510                     VARYING WS-LINK-IDX FROM 1 BY 1
033520                     UNTIL WS-LINK-IDX > WS-LINK-COUNT
033530             END-IF
033540         END-IF
033550     ELSE
033560         DISPLAY "UNABLE TO READ GPIO VALUE FOR PIN " WS-PIN-TEXT
033570     END-IF.
033580 2660-EXIT.
033590     EXIT.
033600
033610 2670-FIRE-LINKAGES.
033620*>        The input pin in WS-PIN-TEXT has just been seen going
033630*>        to 1.  Any linkage it triggers re-arms its target
033640*>        device's full cycle count on the shared clock - the
033650*>        target is still exported, so the clock just finds it
033660*>        has work again - and a TRG audit line is written for
033670*>        the target so reconciliation can see why the pin
033680*>        flashed more than its own row commanded.
033690     IF WS-LNK-TRIGGER-PIN (WS-LINK-IDX) NOT = WS-PIN-TEXT
033700         GO TO 2670-EXIT
033710     END-IF.
033720     MOVE WS-LNK-TARGET-PIN (WS-LINK-IDX) TO WS-FIND-PIN.
033730     PERFORM 1188-FIND-DEVICE-BY-PIN THRU 1188-EXIT.
033740     IF WS-FOUND-IDX = ZERO
033750         GO TO 2670-EXIT
033760     END-IF.
033770     MOVE WS-FOUND-IDX TO WS-TARGET-IDX.
033780     DISPLAY "PIN " WS-PIN-TEXT " TRIGGERED PIN "
033790         WS-LNK-TARGET-PIN (WS-LINK-IDX)
033800         " FLASH SCHEDULE".
033810     MOVE WS-PIN-TEXT TO WS-SAVE-PIN-TEXT.
033820     MOVE WS-LNK-TARGET-PIN (WS-LINK-IDX) TO WS-PIN-TEXT.
033830     MOVE "TRG" TO WS-TRANSITION.
033840     MOVE SPACE TO WS-OBSERVED-VALUE.
033850     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT.
033860     MOVE WS-SAVE-PIN-TEXT TO WS-PIN-TEXT.
033870     ADD WS-DEV-CYCLES (WS-TARGET-IDX)
033880         TO WS-DEV-CYCLES-LEFT (WS-TARGET-IDX).
033890     ADD WS-DEV-CYCLES (WS-TARGET-IDX)
033900         TO WS-DEV-XTRA-CYCLES (WS-TARGET-IDX).
033910     IF WS-DEV-ACTIVE (WS-TARGET-IDX) NOT = "Y"
033920         MOVE "Y" TO WS-DEV-ACTIVE (WS-TARGET-IDX)
033930         ADD 1 TO WS-ACTIVE-COUNT
033940         MOVE "OFF" TO WS-DEV-PHASE (WS-TARGET-IDX)
033950         MOVE ZERO TO WS-DEV-PHASE-LEFT (WS-TARGET-IDX)
033960         MOVE SPACES TO WS-DEV-END-TIME (WS-TARGET-IDX)
033970     END-IF.
033980 2670-EXIT.
033990     EXIT.
034000
034010 2695-STAND-DOWN-DEVICE.
034020     IF WS-DEV-ACTIVE (WS-DEVICE-IDX) NOT = "Y"
034030        OR WS-DEV-IN-MNW (WS-DEVICE-IDX) NOT = "Y"
034040         GO TO 2695-EXIT
034050     END-IF.
034060     MOVE "N" TO WS-DEV-ACTIVE (WS-DEVICE-IDX).
034070     SUBTRACT 1 FROM WS-ACTIVE-COUNT.
034080     MOVE WS-TICK-TIME TO WS-DEV-END-TIME (WS-DEVICE-IDX).
034090     DISPLAY "PIN " WS-DEV-PIN-TEXT (WS-DEVICE-IDX)
034100         " STOOD DOWN - STILL IN MAINTENANCE WO "
034110         WS-DEV-MNW-WO (WS-DEVICE-IDX).
034120 2695-EXIT.
034130     EXIT.
034140
034150 2690-FINISH-DEVICE.
034160     MOVE "N" TO WS-DEV-ACTIVE (WS-DEVICE-IDX).
034170     SUBTRACT 1 FROM WS-ACTIVE-COUNT.
034180*>        A rehearsing device finishes on the simulated clock;
034190*>        a live one on the wall clock, exactly as before.
034200     IF WS-REHEARSAL = "Y"
034210         MOVE WS-TICK-TIME
034220             TO WS-DEV-END-TIME (WS-DEVICE-IDX)
034230     ELSE
034240         ACCEPT WS-NOW FROM TIME
034250         STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
034260             DELIMITED BY SIZE
034270             INTO WS-DEV-END-TIME (WS-DEVICE-IDX)
034280     END-IF.
034290     DISPLAY "PIN " WS-PIN-TEXT " SCHEDULE COMPLETE".
034300 2690-EXIT.
034310     EXIT.
034320
034330 2680-TALLY-SIM-OVERLAP.
034340*>        Counts this simulated second against the overlap total
034350*>        when two or more output pins sit in their ON phase at
034360*>        once - the reviewer's one-line answer to "do these
034370*>        schedules collide".
034380     MOVE ZERO TO WS-SIM-ON-COUNT.
034390     PERFORM 2685-CHECK-ONE-OVERLAP THRU 2685-EXIT
034400         VARYING WS-OVL-IDX FROM 1 BY 1
034410         UNTIL WS-OVL-IDX > WS-DEVICE-COUNT.
034420     IF WS-SIM-ON-COUNT > 1
034430         ADD 1 TO WS-OVERLAP-SECS
034440     END-IF.
034450 2680-EXIT.
034460     EXIT.
034470
034480 2685-CHECK-ONE-OVERLAP.
034490     IF WS-DEV-ACTIVE (WS-OVL-IDX) = "Y"
034500        AND WS-DEV-MODE (WS-OVL-IDX) = "out"
034510        AND WS-DEV-PHASE (WS-OVL-IDX) = "ON "
034520         ADD 1 TO WS-SIM-ON-COUNT
034530     END-IF.
034540 2685-EXIT.
034550     EXIT.
034560
034570 5000-WRITE-RESTART-MARKERS.
034580*>        One record per pin currently exported - rewritten as
034590*>        each device is set up and again as each pin is
034600*>        unexported, so the marker file always names exactly
034610*>        the pins a recovery pass would need to clean up.
034620     OPEN OUTPUT GPIO-STATUS-FILE.
034630     PERFORM 5010-WRITE-ONE-MARKER THRU 5010-EXIT
034640         VARYING WS-MARKER-IDX FROM 1 BY 1
034650         UNTIL WS-MARKER-IDX > WS-DEVICE-COUNT.
034660     CLOSE GPIO-STATUS-FILE.
034670 5000-EXIT.
034680     EXIT.
034690
034700 5010-WRITE-ONE-MARKER.
034710*>        Keyed on the pin being exported, not on it still
034720*>        having schedule work - a finished pin stays exported
034730*>        (and so stays on the marker file) until its wrap-up
034740*>        unexport succeeds.
034750     IF WS-DEV-EXPORTED (WS-MARKER-IDX) = "Y"
034760         MOVE SPACES TO GPIO-STATUS-RECORD
034770         MOVE WS-DEV-PIN-TEXT (WS-MARKER-IDX) TO STAT-PIN-TEXT
034780         MOVE WS-DEV-MODE (WS-MARKER-IDX) TO STAT-MODE-TEXT
034790         WRITE GPIO-STATUS-RECORD
034800     END-IF.
034810 5010-EXIT.
034820     EXIT.
034830
034840 5500-WRITE-CHECKPOINT.
034850*>        Rewritten once per clock tick - the run date, the
034860*>        run's original start time and every device's progress
034870*>        so far, so a re-run after an abend can pick up where
034880*>        the clock stopped instead of re-flashing finished
034890*>        pins.
034900     OPEN OUTPUT GPIO-CHECKPOINT-FILE.
034910     MOVE SPACES TO GPIO-CHECKPOINT-HEADER.
034920     MOVE WS-TODAY TO CKP-HDR-DATE.
034930     MOVE WS-RUN-START-TIME TO CKP-HDR-START-TIME.
034940     WRITE GPIO-CHECKPOINT-HEADER.
034950     PERFORM 5510-WRITE-ONE-CHECKPOINT THRU 5510-EXIT
034960         VARYING WS-CKP-IDX FROM 1 BY 1
034970         UNTIL WS-CKP-IDX > WS-DEVICE-COUNT.
034980     CLOSE GPIO-CHECKPOINT-FILE.
034990 5500-EXIT.
035000     EXIT.
035010
035020 5510-WRITE-ONE-CHECKPOINT.
035030     MOVE SPACES TO GPIO-CHECKPOINT-RECORD.
035040     MOVE WS-DEV-PIN-TEXT (WS-CKP-IDX) TO CKP-PIN-TEXT.
035050     IF WS-DEV-STARTED (WS-CKP-IDX) = "Y"
035060        AND WS-DEV-ACTIVE (WS-CKP-IDX) NOT = "Y"
035070         MOVE "Y" TO CKP-DONE-FLAG
035080     ELSE
035090         MOVE "N" TO CKP-DONE-FLAG
035100     END-IF.
035110     MOVE WS-DEV-CYC-DONE (WS-CKP-IDX) TO CKP-CYC-DONE.
035120     MOVE WS-DEV-ON-SECS-DONE (WS-CKP-IDX)
035130         TO CKP-ON-SECS-DONE.
035140     MOVE WS-DEV-XTRA-CYCLES (WS-CKP-IDX)
035150         TO CKP-XTRA-CYCLES.
035160     MOVE WS-DEV-REQ-PAIRS (WS-CKP-IDX) TO CKP-REQ-PAIRS.
035170     MOVE WS-DEV-RELEASED (WS-CKP-IDX) TO CKP-RELEASED.
035180     MOVE WS-DEV-REL-TIME (WS-CKP-IDX) TO CKP-REL-TIME.
035190     MOVE WS-DEV-MAINT (WS-CKP-IDX) TO CKP-MAINT.
035200     MOVE WS-DEV-MNW-WO (WS-CKP-IDX) TO CKP-MNW-WO.
035210     WRITE GPIO-CHECKPOINT-RECORD.
035220 5510-EXIT.
035230     EXIT.
035240
035250 5950-CLEAR-CHECKPOINT.
035260     OPEN OUTPUT GPIO-CHECKPOINT-FILE.
035270     CLOSE GPIO-CHECKPOINT-FILE.
035280 5950-EXIT.
035290     EXIT.
035300
035310 5900-CLEAR-RESTART-MARKER.
035320     OPEN OUTPUT GPIO-STATUS-FILE.
035330     CLOSE GPIO-STATUS-FILE.
035340 5900-EXIT.
035350     EXIT.
035360
035370 6000-WRITE-DEVICE-REPORT.
035380*>        This pin's line for the run summary report - its end
035390*>        time is the moment its own schedule finished on the
035400*>        shared clock, not the end of the whole run.
035410     MOVE SPACES TO GPIO-REPORT-RECORD.
035420     MOVE WS-PIN-TEXT TO RPT-PIN-TEXT.
035430     MOVE WS-ROLE-TEXT TO RPT-ROLE-TEXT.
035440     ADD WS-DEV-CYC-DONE (WS-DEVICE-IDX)
035450         WS-DEV-REQ-PAIRS (WS-DEVICE-IDX)
035460         GIVING WS-REPORT-CYCLES.
035470     MOVE WS-REPORT-CYCLES TO RPT-CYCLES.
035480     MOVE WS-DEV-ON-SECS-DONE (WS-DEVICE-IDX)
035490         TO RPT-ON-SECONDS.
035500*>        The pin's start time is the moment its schedule was
035510*>        actually released onto the clock - the run start for a
035520*>        device with no start-time column, its commanded release
035530*>        otherwise.
035540     IF WS-DEV-REL-TIME (WS-DEVICE-IDX) NOT = SPACES
035550         MOVE WS-DEV-REL-TIME (WS-DEVICE-IDX)
035560             TO RPT-START-TIME
035570     ELSE
035580         MOVE WS-RUN-START-TIME TO RPT-START-TIME
035590     END-IF.
035600*>        A device a maintenance window held says MAINT where its
035610*>        end time would be, so nobody reads its count as a short
035620*>        run.
035630     IF WS-DEV-MAINT (WS-DEVICE-IDX) = "Y"
035640         MOVE "MAINT" TO RPT-END-TIME
035650     ELSE
035660         MOVE WS-DEV-END-TIME (WS-DEVICE-IDX) TO RPT-END-TIME
035670     END-IF.
035680     MOVE WS-DESC-TEXT TO RPT-DESC.
035690     MOVE WS-LOCATION-TEXT TO RPT-LOCATION.
035700     MOVE WS-UNIT-ID TO RPT-UNIT.
035710     WRITE GPIO-REPORT-RECORD.
035720 6000-EXIT.
035730     EXIT.
035740
035750 6070-WRITE-TIMELINE-PIN.
035760*>        This pin's projection totals - the cycles and ON
035770*>        seconds the schedule would deliver, when it would be
035780*>        released and when it would finish.
035790     MOVE SPACES TO WS-TML-WORK.
035800     STRING "PIN " DELIMITED BY SIZE
035810             WS-PIN-TEXT DELIMITED BY SIZE
035820             " " DELIMITED BY SIZE
035830             WS-ROLE-TEXT DELIMITED BY SIZE
035840             " CYCLES " DELIMITED BY SIZE
035850             WS-DEV-CYC-DONE (WS-DEVICE-IDX) DELIMITED BY SIZE
035860             " ONSECS " DELIMITED BY SIZE
035870             WS-DEV-ON-SECS-DONE (WS-DEVICE-IDX)
035880             DELIMITED BY SIZE
035890             " REL " DELIMITED BY SIZE
035900             WS-DEV-REL-TIME (WS-DEVICE-IDX) DELIMITED BY SIZE
035910             " END " DELIMITED BY SIZE
035920             WS-DEV-END-TIME (WS-DEVICE-IDX) DELIMITED BY SIZE
035930         INTO WS-TML-WORK.
035940     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
035950 6070-EXIT.
035960     EXIT.
035970
035980 6650-WRITE-TIMELINE-EVENT.
035990*>        One projected event - the simulated time of day, the
036000*>        pin, what would have been commanded (ON, OFF, POL for
036010*>        an input poll, REL for a timed release) and whose
036020*>        device it is.
036030     MOVE SPACES TO WS-TML-WORK.
036040     STRING WS-TICK-TIME DELIMITED BY SIZE
036050             " " DELIMITED BY SIZE
036060             WS-PIN-TEXT DELIMITED BY SIZE
036070             "  " DELIMITED BY SIZE
036080             WS-TRANSITION DELIMITED BY SIZE
036090             " " DELIMITED BY SIZE
036100             WS-ROLE-TEXT DELIMITED BY SIZE
036110             " " DELIMITED BY SIZE
036120             WS-DESC-TEXT DELIMITED BY SIZE
036130         INTO WS-TML-WORK.
036140     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
036150 6650-EXIT.
036160     EXIT.
036170
036180 6700-WRITE-TIMELINE-SUMMARY.
036190*>        The bottom of the rehearsal report - how long the run
036200*>        would take end to end and how many seconds would see
036210*>        two or more pins commanded ON together.
036220     SUBTRACT WS-SIM-START-SECS FROM WS-SIM-SECS
036230         GIVING WS-SIM-DURATION.
036240     MOVE SPACES TO WS-TML-WORK.
036250     STRING "PROJECTED RUN DURATION SECONDS "
036260             DELIMITED BY SIZE
036270             WS-SIM-DURATION DELIMITED BY SIZE
036280         INTO WS-TML-WORK.
036290     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
036300     MOVE SPACES TO WS-TML-WORK.
036310     STRING "SECONDS WITH TWO OR MORE PINS ON "
036320             DELIMITED BY SIZE
036330             WS-OVERLAP-SECS DELIMITED BY SIZE
036340         INTO WS-TML-WORK.
036350     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
036360     MOVE "REHEARSAL ONLY - NO PINS WERE DRIVEN"
036370         TO WS-TML-WORK.
036380     PERFORM 8870-WRITE-TIMELINE-LINE THRU 8870-EXIT.
036390 6700-EXIT.
036400     EXIT.
036410
036420 8850-SECONDS-TO-TIME.
036430*>        Simulated seconds since midnight back to an HH:MM:SS
036440*>        tick clock, wrapping at midnight the way the wall
036450*>        clock does - longhand, as this compiler has no time
036460*>        intrinsics to lean on.
036470     DIVIDE WS-SIM-SECS BY 86400 GIVING WS-SIM-WORK
036480         REMAINDER WS-SIM-REM.
036490     DIVIDE WS-SIM-REM BY 3600 GIVING WS-SIM-HH
036500         REMAINDER WS-SIM-REM.
036510     DIVIDE WS-SIM-REM BY 60 GIVING WS-SIM-MM
036520         REMAINDER WS-SIM-SS.
036530     MOVE SPACES TO WS-TICK-TIME.
036540     STRING WS-SIM-HH ":" WS-SIM-MM ":" WS-SIM-SS
036550         DELIMITED BY SIZE INTO WS-TICK-TIME.
036560 8850-EXIT.
036570     EXIT.
036580
036590 8870-WRITE-TIMELINE-LINE.
036600     MOVE WS-TML-WORK TO TML-LINE-TEXT.
036610     WRITE GPIO-TIMELINE-RECORD.
036620 8870-EXIT.
036630     EXIT.
036640
036650 6500-POLL-REQUEST-QUEUE.
036660*>        Called once per clock tick and once more after the
036670*>        clock stops, while every pin is still exported.  The
036680*>        queue is append-only: the run reads on from the last
036690*>        line it answered, takes up to WS-MAX-REQUESTS new
036700*>        lines, services them best priority first, answers
036710*>        every one on GPIORPY.DAT, and then moves its mark on
036720*>        GPIOREQP.DAT past them.  GPIOREQ.DAT itself is never
036730*>        written here, so an appender can never lose a line
036740*>        to the run, and a backlog past the batch size is
036750*>        simply worked off over the following ticks.
036760     IF WS-REQ-MARK-LOADED = "N"
036770         PERFORM 6505-LOAD-REQUEST-MARK THRU 6505-EXIT
036780     END-IF.
036790     OPEN INPUT GPIO-REQUEST-FILE.
036800     IF WS-REQUEST-FILE-STATUS NOT = "00"
036810         GO TO 6500-EXIT
036820     END-IF.
036830     MOVE ZERO TO WS-REQUEST-COUNT.
036840     MOVE ZERO TO WS-REQ-LINE-NO.
036850     MOVE "N" TO WS-REQUEST-OVERFLOW.
036860     PERFORM 6510-READ-REQUEST-RECORD THRU 6510-EXIT
036870         UNTIL WS-REQUEST-FILE-STATUS NOT = "00"
036880            OR WS-REQUEST-OVERFLOW = "Y".
036890     CLOSE GPIO-REQUEST-FILE.
036900*>        Fewer lines on file than the mark says were answered
036910*>        means the queue was emptied between runs - start
036920*>        again from its top on the next poll.
036930     IF WS-REQUEST-OVERFLOW = "N"
036940        AND WS-REQ-LINE-NO < WS-REQ-MARK
036950         DISPLAY "GPIOREQ.DAT IS SHORTER THAN ITS MARK - "
036960             "QUEUE RESTARTED FROM LINE 1"
036970         MOVE ZERO TO WS-REQ-MARK
036980         PERFORM 6595-WRITE-REQUEST-MARK THRU 6595-EXIT
036990         GO TO 6500-EXIT
037000     END-IF.
037010     IF WS-REQUEST-COUNT = ZERO
037020         GO TO 6500-EXIT
037030     END-IF.
037040     OPEN EXTEND GPIO-REPLY-FILE.
037050     IF WS-REPLY-FILE-STATUS NOT = "00"
037060         OPEN OUTPUT GPIO-REPLY-FILE
037070     END-IF.
037080     IF WS-REPLY-FILE-STATUS NOT = "00"
037090*>        With nowhere to answer, nothing is serviced and the
037100*>        mark stays put - the requests wait for the next poll.
037110         DISPLAY "WARNING - GPIORPY.DAT COULD NOT BE OPENED - "
037120             "STATUS " WS-REPLY-FILE-STATUS
037130         GO TO 6500-EXIT
037140     END-IF.
037150     PERFORM 6540-SERVICE-ONE-PRIORITY THRU 6540-EXIT
037160         VARYING WS-REQ-PRI-PASS FROM 1 BY 1
037170         UNTIL WS-REQ-PRI-PASS > 9.
037180     CLOSE GPIO-REPLY-FILE.
037190     MOVE WS-REQ-LINE (WS-REQUEST-COUNT) TO WS-REQ-MARK.
037200     PERFORM 6595-WRITE-REQUEST-MARK THRU 6595-EXIT.
037210     IF WS-REQUEST-OVERFLOW = "Y"
037220         DISPLAY "GPIOREQ.DAT HAS MORE THAN " WS-MAX-REQUESTS
037230             " NEW LINES - THE REST WAIT FOR THE NEXT POLL"
037240     END-IF.
037250 6500-EXIT.
037260     EXIT.
037270
037280 6505-LOAD-REQUEST-MARK.
037290*>        No mark file means no line has ever been answered.
037300     MOVE "Y" TO WS-REQ-MARK-LOADED.
037310     MOVE ZERO TO WS-REQ-MARK.
037320     OPEN INPUT GPIO-REQMARK-FILE.
037330     IF WS-REQMARK-FILE-STATUS NOT = "00"
037340         GO TO 6505-EXIT
037350     END-IF.
037360     READ GPIO-REQMARK-FILE
037370         AT END
037380             CONTINUE
037390         NOT AT END
037400             IF RQM-LINES-DONE IS NUMERIC
037410                 MOVE RQM-LINES-DONE TO WS-REQ-MARK
037420             END-IF
037430     END-READ.
037440     CLOSE GPIO-REQMARK-FILE.
037450 6505-EXIT.
037460     EXIT.
037470
037480 6510-READ-REQUEST-RECORD.
037490*>        Lines up to the mark were answered on an earlier poll
037500*>        or an earlier run and are only counted past.
037510     READ GPIO-REQUEST-FILE
037520         AT END
037530             CONTINUE
037540         NOT AT END
037550             ADD 1 TO WS-REQ-LINE-NO
037560             IF WS-REQ-LINE-NO > WS-REQ-MARK
037570                 IF WS-REQUEST-COUNT < WS-MAX-REQUESTS
037580                     ADD 1 TO WS-REQUEST-COUNT
037590                     MOVE GPIO-REQUEST-RECORD
037600                         TO WS-REQ-IMAGE (WS-REQUEST-COUNT)
037610                     MOVE WS-REQ-LINE-NO
037620                         TO WS-REQ-LINE (WS-REQUEST-COUNT)
037630                 ELSE
037640                     MOVE "Y" TO WS-REQUEST-OVERFLOW
037650                 END-IF
037660             END-IF
037670     END-READ.
037680 6510-EXIT.
037690     EXIT.
037700
037710 6540-SERVICE-ONE-PRIORITY.
037720     PERFORM 6550-SERVICE-ONE-REQUEST THRU 6550-EXIT
037730         VARYING WS-REQUEST-IDX FROM 1 BY 1
037740         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
037750 6540-EXIT.
037760     EXIT.
037770
037780 6545-SET-REQUEST-PRIORITY.
037790     MOVE WS-REQ-DEFAULT-PRI TO WS-REQ-PRI-VALUE.
037800     IF REQ-PRIORITY IS NUMERIC AND REQ-PRIORITY NOT = "0"
037810         MOVE REQ-PRIORITY TO WS-REQ-PRI-VALUE
037820     END-IF.
037830 6545-EXIT.
037840     EXIT.
037850
037860 6550-SERVICE-ONE-REQUEST.
037870*>        A request names its device by pin, or by role label
037880*>        when the pin columns are blank.  It can only be
037890*>        serviced against an "out" device this run actually
037900*>        exported - anything else is answered E so the
037910*>        requesting system is not left waiting forever.  Each
037920*>        priority pass picks out only its own requests.
037930     MOVE WS-REQ-IMAGE (WS-REQUEST-IDX)
037940         TO GPIO-REQUEST-RECORD.
037950     PERFORM 6545-SET-REQUEST-PRIORITY THRU 6545-EXIT.
037960     IF WS-REQ-PRI-VALUE NOT = WS-REQ-PRI-PASS
037970         GO TO 6550-EXIT
037980     END-IF.
037990     PERFORM 6580-CHECK-REQUEST-EXPIRY THRU 6580-EXIT.
038000     IF WS-REQ-DISPOSITION NOT = SPACE
038010         DISPLAY "REQUEST FROM " REQ-SYSTEM-ID
038020             " NOT SERVICED - " WS-REQ-REASON
038030         PERFORM 6585-STAMP-REQUEST THRU 6585-EXIT
038040         GO TO 6550-EXIT
038050     END-IF.
038060     IF REQ-PIN-TEXT NOT = SPACES
038070         MOVE REQ-PIN-TEXT TO WS-FIND-PIN
038080         PERFORM 1188-FIND-DEVICE-BY-PIN THRU 1188-EXIT
038090     ELSE
038100         MOVE REQ-ROLE-TEXT TO WS-FIND-ROLE
038110         PERFORM 6560-FIND-DEVICE-BY-ROLE THRU 6560-EXIT
038120     END-IF.
038130     IF WS-FOUND-IDX = ZERO
038140        OR WS-DEV-MODE (WS-FOUND-IDX) NOT = "out"
038150        OR WS-DEV-EXPORTED (WS-FOUND-IDX) NOT = "Y"
038160         DISPLAY "REQUEST FROM " REQ-SYSTEM-ID
038170             " NOT SERVICEABLE - NO EXPORTED out DEVICE"
038180         MOVE "E" TO WS-REQ-DISPOSITION
038190         MOVE "NO EXPORTED out DEVICE" TO WS-REQ-REASON
038200         PERFORM 6585-STAMP-REQUEST THRU 6585-EXIT
038210         GO TO 6550-EXIT
038220     END-IF.
038230     IF WS-DEV-IN-MNW (WS-FOUND-IDX) = "Y"
038240         DISPLAY "REQUEST FROM " REQ-SYSTEM-ID
038250             " NOT SERVICEABLE - DEVICE IN MAINTENANCE"
038260         MOVE "E" TO WS-REQ-DISPOSITION
038270         MOVE "DEVICE IN MAINTENANCE" TO WS-REQ-REASON
038280         PERFORM 6585-STAMP-REQUEST THRU 6585-EXIT
038290         GO TO 6550-EXIT
038300     END-IF.
038310     IF REQ-CYCLES IS NOT NUMERIC
038320        OR REQ-ON-SECS IS NOT NUMERIC
038330        OR REQ-OFF-SECS IS NOT NUMERIC
038340         DISPLAY "REQUEST FROM " REQ-SYSTEM-ID
038350             " NOT SERVICEABLE - SCHEDULE NOT NUMERIC"
038360         MOVE "E" TO WS-REQ-DISPOSITION
038370         MOVE "SCHEDULE NOT NUMERIC" TO WS-REQ-REASON
038380         PERFORM 6585-STAMP-REQUEST THRU 6585-EXIT
038390         GO TO 6550-EXIT
038400     END-IF.
038410     MOVE REQ-CYCLES TO WS-REQ-BURST-CYCLES.
038420     IF WS-REQ-BURST-CYCLES = ZERO
038430         DISPLAY "REQUEST FROM " REQ-SYSTEM-ID
038440             " NOT SERVICEABLE - CYCLES IS ZERO"
038450         MOVE "E" TO WS-REQ-DISPOSITION
038460         MOVE "CYCLES IS ZERO" TO WS-REQ-REASON
038470         PERFORM 6585-STAMP-REQUEST THRU 6585-EXIT
038480         GO TO 6550-EXIT
038490     END-IF.
038500     PERFORM 6570-FLASH-REQUEST-BURST THRU 6570-EXIT.
038510     MOVE "D" TO WS-REQ-DISPOSITION.
038520     MOVE "SERVICED" TO WS-REQ-REASON.
038530     PERFORM 6585-STAMP-REQUEST THRU 6585-EXIT.
038540 6550-EXIT.
038550     EXIT.
038560
038570 6560-FIND-DEVICE-BY-ROLE.
038580     MOVE ZERO TO WS-FOUND-IDX.
038590     PERFORM 6565-CHECK-DEVICE-ROLE THRU 6565-EXIT
038600         VARYING WS-EDIT-IDX FROM 1 BY 1
038610         UNTIL WS-EDIT-IDX > WS-DEVICE-COUNT.
038620 6560-EXIT.
038630     EXIT.
038640
038650 6565-CHECK-DEVICE-ROLE.
038660     IF WS-DEV-ROLE (WS-EDIT-IDX) = WS-FIND-ROLE
038670         MOVE WS-EDIT-IDX TO WS-FOUND-IDX
038680     END-IF.
038690 6565-EXIT.
038700     EXIT.
038710
038720 6570-FLASH-REQUEST-BURST.
038730*>        The burst runs inside the current clock tick with the
038740*>        request's own schedule - the scheduled devices hold
038750*>        still for its duration, which is why requests are
038760*>        expected to be short signalling flashes.  A REQ
038770*>        audit line in front of the pairs tells
038780*>        reconciliation (and the auditors) where the extra
038790*>        flashes came from.
038800     MOVE WS-FOUND-IDX TO WS-DEVICE-IDX.
038810     PERFORM 2510-LOAD-LIVE-FIELDS THRU 2510-EXIT.
038820     MOVE WS-REQ-BURST-CYCLES TO WS-CYCLES.
038830     MOVE REQ-ON-SECS TO WS-ON-SECS.
038840     MOVE REQ-OFF-SECS TO WS-OFF-SECS.
038850     DISPLAY "SERVICING REQUEST FROM " REQ-SYSTEM-ID
038860         " - PIN " WS-PIN-TEXT " X " WS-CYCLES " CYCLES".
038870     MOVE "REQ" TO WS-TRANSITION.
038880     MOVE SPACE TO WS-OBSERVED-VALUE.
038890     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT.
038900     PERFORM 1200-BUILD-GPIO-COMMANDS THRU 1200-EXIT.
038910     PERFORM 6575-FLASH-ONE-BURST-CYCLE THRU 6575-EXIT
038920         WS-CYCLES TIMES.
038930 6570-EXIT.
038940     EXIT.
038950
038960 6575-FLASH-ONE-BURST-CYCLE.
038970     MOVE "GPIO ON" TO WS-LAST-OPERATION.
038980     CALL "SYSTEM" USING WS-GPIO-ON.
038990     PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT.
039000     MOVE "ON " TO WS-TRANSITION.
039010     PERFORM 2645-READ-BACK-PIN-STATE THRU 2645-EXIT.
039020     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT.
039030     PERFORM 3500-PUBLISH-STATUS THRU 3500-EXIT.
039040     CALL "C$SLEEP" USING WS-ON-SECS.
039050     MOVE "GPIO OFF" TO WS-LAST-OPERATION.
039060     CALL "SYSTEM" USING WS-GPIO-OFF.
039070     PERFORM 4990-CHECK-SYSTEM-RC THRU 4990-EXIT.
039080     MOVE "OFF" TO WS-TRANSITION.
039090     PERFORM 2645-READ-BACK-PIN-STATE THRU 2645-EXIT.
039100     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT.
039110     PERFORM 3500-PUBLISH-STATUS THRU 3500-EXIT.
039120     CALL "C$SLEEP" USING WS-OFF-SECS.
039130     ADD 1 TO WS-DEV-REQ-PAIRS (WS-DEVICE-IDX).
039140     ADD WS-ON-SECS
039150         TO WS-DEV-ON-SECS-DONE (WS-DEVICE-IDX).
039160 6575-EXIT.
039170     EXIT.
039180
039190 6580-CHECK-REQUEST-EXPIRY.
039200*>        Leaves the disposition blank for a request still
039210*>        worth servicing, E for one whose stamp or expiry
039220*>        cannot be read, and X for one queued longer ago than
039230*>        its expire-after.  Ages are worked in whole minutes;
039240*>        a request queued yesterday is aged across midnight
039250*>        and one queued earlier than that is always stale,
039260*>        which is why no expire-after runs past a day.  A
039270*>        stamp later than now (a requester's clock running
039280*>        fast) ages as zero.
039290     MOVE SPACE TO WS-REQ-DISPOSITION.
039300     MOVE SPACES TO WS-REQ-REASON.
039310     IF REQ-QUEUED-DATE (1:4) IS NOT NUMERIC
039320        OR REQ-QUEUED-DATE (6:2) IS NOT NUMERIC
039330        OR REQ-QUEUED-DATE (9:2) IS NOT NUMERIC
039340        OR REQ-QUEUED-TIME (1:2) IS NOT NUMERIC
039350        OR REQ-QUEUED-TIME (4:2) IS NOT NUMERIC
039360         MOVE "E" TO WS-REQ-DISPOSITION
039370         MOVE "NO VALID QUEUED STAMP" TO WS-REQ-REASON
039380         GO TO 6580-EXIT
039390     END-IF.
039400     IF REQ-EXPIRE-MINS = SPACES
039410         MOVE WS-REQ-DEFAULT-EXPIRE TO WS-REQ-EXPIRE-MINS
039420     ELSE
039430         IF REQ-EXPIRE-MINS IS NOT NUMERIC
039440             MOVE "E" TO WS-REQ-DISPOSITION
039450             MOVE "EXPIRE-AFTER NOT NUMERIC" TO WS-REQ-REASON
039460             GO TO 6580-EXIT
039470         END-IF
039480         MOVE REQ-EXPIRE-MINS TO WS-REQ-EXPIRE-MINS
039490         IF WS-REQ-EXPIRE-MINS = ZERO
039500             MOVE WS-REQ-DEFAULT-EXPIRE TO WS-REQ-EXPIRE-MINS
039510         END-IF
039520         IF WS-REQ-EXPIRE-MINS > WS-REQ-MAX-EXPIRE
039530             MOVE WS-REQ-MAX-EXPIRE TO WS-REQ-EXPIRE-MINS
039540         END-IF
039550     END-IF.
039560     MOVE SPACES TO WS-REQ-QDATE.
039570     STRING REQ-QUEUED-DATE (1:4) REQ-QUEUED-DATE (6:2)
039580             REQ-QUEUED-DATE (9:2)
039590         DELIMITED BY SIZE INTO WS-REQ-QDATE.
039600     MOVE SPACES TO WS-REQ-QTIME.
039610     STRING REQ-QUEUED-TIME (1:2) REQ-QUEUED-TIME (4:2)
039620         DELIMITED BY SIZE INTO WS-REQ-QTIME.
039630     MULTIPLY WS-REQ-QTIME-HH BY 60 GIVING WS-REQ-QUEUED-MINS.
039640     ADD WS-REQ-QTIME-MM TO WS-REQ-QUEUED-MINS.
039650     ACCEPT WS-NOW FROM TIME.
039660     MULTIPLY WS-NOW-HH BY 60 GIVING WS-REQ-NOW-MINS.
039670     ADD WS-NOW-MM TO WS-REQ-NOW-MINS.
039680     MOVE ZERO TO WS-REQ-AGE-MINS.
039690     IF WS-REQ-QDATE-NUM = WS-TODAY
039700         IF WS-REQ-NOW-MINS > WS-REQ-QUEUED-MINS
039710             SUBTRACT WS-REQ-QUEUED-MINS FROM WS-REQ-NOW-MINS
039720                 GIVING WS-REQ-AGE-MINS
039730         END-IF
039740     ELSE
039750         IF WS-REQ-QDATE-NUM < WS-TODAY
039760             MOVE WS-TODAY TO WS-AGE-CUTOFF
039770             PERFORM 1440-BACK-UP-ONE-DAY THRU 1440-EXIT
039780             IF WS-REQ-QDATE-NUM = WS-AGE-CUTOFF
039790                 SUBTRACT WS-REQ-QUEUED-MINS FROM 1440
039800                     GIVING WS-REQ-AGE-MINS
039810                 ADD WS-REQ-NOW-MINS TO WS-REQ-AGE-MINS
039820             ELSE
039830                 MOVE "X" TO WS-REQ-DISPOSITION
039840                 MOVE "EXPIRED - QUEUED EARLIER" TO WS-REQ-REASON
039850                 GO TO 6580-EXIT
039860             END-IF
039870         END-IF
039880     END-IF.
039890     IF WS-REQ-AGE-MINS > WS-REQ-EXPIRE-MINS
039900         MOVE "X" TO WS-REQ-DISPOSITION
039910         MOVE "EXPIRED BEFORE SERVICE" TO WS-REQ-REASON
039920     END-IF.
039930 6580-EXIT.
039940     EXIT.
039950
039960 6585-STAMP-REQUEST.
039970*>        Answers the request on GPIORPY.DAT with the
039980*>        disposition and reason just set.
039990     ACCEPT WS-NOW FROM TIME.
040000     MOVE SPACES TO GPIO-REPLY-RECORD.
040010     MOVE REQ-SYSTEM-ID TO RPY-SYSTEM-ID.
040020     MOVE WS-REQ-LINE (WS-REQUEST-IDX) TO RPY-REQ-LINE.
040030     MOVE REQ-QUEUED-DATE TO RPY-QUEUED-DATE.
040040     MOVE REQ-QUEUED-TIME TO RPY-QUEUED-TIME.
040050     MOVE REQ-PIN-TEXT TO RPY-PIN-TEXT.
040060     MOVE REQ-ROLE-TEXT TO RPY-ROLE-TEXT.
040070     MOVE WS-REQ-PRI-VALUE TO RPY-PRIORITY.
040080     MOVE WS-REQ-DISPOSITION TO RPY-STATUS.
040090     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
040100         DELIMITED BY SIZE INTO RPY-DONE-DATE.
040110     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
040120         DELIMITED BY SIZE INTO RPY-DONE-TIME.
040130     MOVE WS-REQ-REASON TO RPY-REASON.
040140     WRITE GPIO-REPLY-RECORD.
040150 6585-EXIT.
040160     EXIT.
040170
040180 6595-WRITE-REQUEST-MARK.
040190     OPEN OUTPUT GPIO-REQMARK-FILE.
040200     IF WS-REQMARK-FILE-STATUS NOT = "00"
040210         DISPLAY "WARNING - GPIOREQP.DAT COULD NOT BE "
040220             "WRITTEN - STATUS " WS-REQMARK-FILE-STATUS
040230         GO TO 6595-EXIT
040240     END-IF.
040250     ACCEPT WS-NOW FROM TIME.
040260     MOVE SPACES TO GPIO-REQMARK-RECORD.
040270     MOVE WS-REQ-MARK TO RQM-LINES-DONE.
040280     MOVE WS-TODAY TO RQM-DATE.
040290     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
040300         DELIMITED BY SIZE INTO RQM-TIME.
040310     WRITE GPIO-REQMARK-RECORD.
040320     CLOSE GPIO-REQMARK-FILE.
040330 6595-EXIT.
040340     EXIT.
040350
040360 3000-WRITE-AUDIT-RECORD.
040370     MOVE SPACES TO GPIO-AUDIT-RECORD.
040380     ACCEPT WS-NOW FROM TIME.
040390     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
040400         DELIMITED BY SIZE INTO AUD-DATE.
040410     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
040420         DELIMITED BY SIZE INTO AUD-TIME.
040430     MOVE WS-PIN-TEXT TO AUD-PIN-TEXT.
040440     MOVE WS-TRANSITION TO AUD-TRANSITION.
040450     MOVE WS-OBSERVED-VALUE TO AUD-OBSERVED.
040460     MOVE WS-UNIT-ID TO AUD-UNIT.
040470     ADD 1 TO WS-AUD-SEQ.
040480     MOVE WS-AUD-SEQ TO AUD-SEQ.
040490     PERFORM 3060-ADD-LINE-CHECK THRU 3060-EXIT.
040500     MOVE WS-AUD-TOTAL TO AUD-CHECK.
040510     WRITE GPIO-AUDIT-RECORD.
040520 3000-EXIT.
040530     EXIT.
040540
040550 3050-WRITE-AUDIT-TRAILER.
040560*>        Closes off this run's lines - a file whose last line
040570*>        is not a trailer was cut short or is still being
040580*>        written.
040590     MOVE SPACES TO GPIO-AUDIT-RECORD.
040600     ACCEPT WS-NOW FROM TIME.
040610     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
040620         DELIMITED BY SIZE INTO AUD-DATE.
040630     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
040640         DELIMITED BY SIZE INTO AUD-TIME.
040650     MOVE "TRL" TO AUD-TRANSITION.
040660     MOVE WS-UNIT-ID TO AUD-UNIT.
040670     MOVE WS-AUD-SEQ TO AUD-SEQ.
040680     MOVE WS-AUD-TOTAL TO AUD-CHECK.
040690     WRITE GPIO-AUDIT-RECORD.
040700 3050-EXIT.
040710     EXIT.
040720
040730 3060-ADD-LINE-CHECK.
040740*>        Sequence number included, check total itself not.
040750     MOVE GPIO-AUDIT-RECORD (1:45) TO WS-CHK-LINE.
040760     MOVE ZERO TO WS-CHK-VALUE.
040770     PERFORM 3065-ADD-ONE-CHARACTER THRU 3065-EXIT
040780         VARYING WS-CHK-POS FROM 1 BY 1
040790         UNTIL WS-CHK-POS > 45.
040800     ADD WS-CHK-VALUE TO WS-AUD-TOTAL GIVING WS-CHK-SUM.
040810     IF WS-CHK-SUM > 999999999
040820         SUBTRACT 1000000000 FROM WS-CHK-SUM
040830     END-IF.
040840     MOVE WS-CHK-SUM TO WS-AUD-TOTAL.
040850 3060-EXIT.
040860     EXIT.
040870
040880 3065-ADD-ONE-CHARACTER.
040890     MOVE ZERO TO WS-CHK-CODE.
040900     INSPECT WS-CHK-ALPHABET TALLYING WS-CHK-CODE
040910         FOR CHARACTERS BEFORE INITIAL
040920         WS-CHK-LINE (WS-CHK-POS:1).
040930     ADD 1 TO WS-CHK-CODE.
040940     MULTIPLY WS-CHK-POS BY WS-CHK-CODE GIVING WS-CHK-WORK.
040950     ADD WS-CHK-WORK TO WS-CHK-VALUE.
040960 3065-EXIT.
040970     EXIT.
040980
040990 3500-PUBLISH-STATUS.
041000*>        Best-effort call-out to the monitoring dashboard - a
041010*>        failed publish is warned about, not abended on, since
041020*>        it is telemetry rather than a GPIO hardware fault.
041030     MOVE SPACES TO WS-NOTIFY-CMD.
041040     STRING "./GPIO_NOTIFY.SH " DELIMITED BY SIZE
041050             WS-PIN-TEXT DELIMITED BY SPACE
041060             " " DELIMITED BY SIZE
041070             WS-TRANSITION DELIMITED BY SPACE
041080         INTO WS-NOTIFY-CMD.
041090     CALL "SYSTEM" USING WS-NOTIFY-CMD.
041100     IF RETURN-CODE NOT = 0
041110         DISPLAY "WARNING - STATUS PUBLISH FAILED FOR PIN "
041120             WS-PIN-TEXT " RETURN-CODE: " RETURN-CODE
041130     END-IF.
041140 3500-EXIT.
041150     EXIT.
041160
041170 4990-CHECK-SYSTEM-RC.
041180*>        A non-zero RETURN-CODE from CALL "SYSTEM" means the
041190*>        shell command itself failed (for example, exporting a
041200*>        pin that is already exported).  We abend rather than
041210*>        let the rest of the run proceed against a pin that is
041220*>        not in the state we think it is in.
041230     IF RETURN-CODE NOT = 0
041240         DISPLAY "*** GPIO OPERATION FAILED ***"
041250         DISPLAY "OPERATION: " WS-LAST-OPERATION
041260         DISPLAY "PIN: " WS-PIN-TEXT
041270             " RETURN-CODE: " RETURN-CODE
041280         PERFORM 9000-TERMINATE THRU 9000-EXIT
041290         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041310     END-IF.
041320 4990-EXIT.
041330     EXIT.
041340
041350 9000-TERMINATE.
041360*>        A rehearsal has only the timeline to finish off -
041370*>        there is no audit log to reconcile and no run report
041380*>        was opened.
041390     IF WS-REHEARSAL = "Y"
041400         PERFORM 6700-WRITE-TIMELINE-SUMMARY THRU 6700-EXIT
041410         CLOSE GPIO-TIMELINE-FILE
041420         GO TO 9000-EXIT
041430     END-IF.
041440     PERFORM 3050-WRITE-AUDIT-TRAILER THRU 3050-EXIT.
041450     CLOSE GPIO-AUDIT-FILE.
041460     PERFORM 7000-RECONCILE-AUDIT-LOG THRU 7000-EXIT.
041470     CLOSE GPIO-REPORT-FILE.
041480*>        Give the active-run lock back last, once every file
041490*>        this run owns is closed - a second starter seeing an
041500*>        empty lock must find nothing still in flight.
041510     IF WS-LOCK-TAKEN = "Y"
041520         OPEN OUTPUT GPIO-LOCK-FILE
041530         CLOSE GPIO-LOCK-FILE
041540         MOVE "N" TO WS-LOCK-TAKEN
041550     END-IF.
041560 9000-EXIT.
041570     EXIT.
041580
041590 7000-RECONCILE-AUDIT-LOG.
041600*>        Re-reads this run's own audit entries and compares the
041610*>        ON/OFF pairs each flash pin actually logged against
041620*>        what was commanded.  Only devices whose setup actually
041630*>        ran are checked - with every schedule on the shared
041640*>        clock, a device that was exported may have flashed no
041650*>        matter where an abend struck.
041660     STRING "GPIOEXC." DELIMITED BY SIZE
041670             WS-TODAY DELIMITED BY SIZE
041680         INTO WS-EXCEPTION-FILE-NAME.
041690     OPEN EXTEND GPIO-EXCEPTION-FILE.
041700     IF WS-EXCEPTION-FILE-STATUS NOT = "00"
041710         OPEN OUTPUT GPIO-EXCEPTION-FILE
041720     END-IF.
041730     PERFORM 7100-RECONCILE-ONE-DEVICE THRU 7100-EXIT
041740         VARYING WS-RECON-IDX FROM 1 BY 1
041750         UNTIL WS-RECON-IDX > WS-DEVICE-COUNT.
041760     CLOSE GPIO-EXCEPTION-FILE.
041770 7000-EXIT.
041780     EXIT.
041790
041800 7100-RECONCILE-ONE-DEVICE.
041810*>        A device a maintenance window held this run is not
041820*>        reconciled - whatever it did or did not flash was
041830*>        planned.
041840     IF WS-DEV-MAINT (WS-RECON-IDX) = "Y"
041850         DISPLAY "PIN " WS-DEV-PIN-TEXT (WS-RECON-IDX)
041860             " HELD FOR MAINTENANCE - NOT RECONCILED"
041870         GO TO 7100-EXIT
041880     END-IF.
041890*>        Input-mode devices have no commanded ON/OFF pair count
041900*>        to reconcile against - only flash ("out") pins whose
041910*>        setup ran are checked here.
041920     IF WS-DEV-MODE (WS-RECON-IDX) = "out"
041930        AND WS-DEV-STARTED (WS-RECON-IDX) = "Y"
041940         MOVE ZERO TO WS-ON-COUNT
041950         MOVE ZERO TO WS-OFF-COUNT
041960         OPEN INPUT GPIO-AUDIT-FILE
041970         IF WS-AUDIT-FILE-STATUS = "00"
041980             PERFORM 7150-TALLY-AUDIT-RECORD THRU 7150-EXIT
041990                 UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
042000             CLOSE GPIO-AUDIT-FILE
042010         END-IF
042020*>        A triggered target pin legitimately flashes more than
042030*>        its own row commanded - the TRG audit lines explain
042040*>        the difference, and WS-DEV-XTRA-CYCLES carries the
042050*>        extra commanded cycles into the comparison.
042060         ADD WS-DEV-CYCLES (WS-RECON-IDX)
042070             WS-DEV-XTRA-CYCLES (WS-RECON-IDX)
042080             GIVING WS-COMMANDED-CYCLES
042090*>        A patterned cycle writes one ON/OFF pair per segment,
042100*>        so commanded cycles become commanded pairs before the
042110*>        audit counts are held against them.
042120         MULTIPLY WS-DEV-PAIRS-PER-CYC (WS-RECON-IDX)
042130             BY WS-COMMANDED-CYCLES
042140*>        On demand request bursts are flat pairs on top of
042150*>        whatever the schedule commanded - patterned or not.
042160         ADD WS-DEV-REQ-PAIRS (WS-RECON-IDX)
042170             TO WS-COMMANDED-CYCLES
042180         IF WS-ON-COUNT NOT = WS-OFF-COUNT
042190            OR WS-ON-COUNT NOT = WS-COMMANDED-CYCLES
042200             PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
042210         END-IF
042220     END-IF.
042230 7100-EXIT.
042240     EXIT.
042250
042260 7150-TALLY-AUDIT-RECORD.
042270*>        AUD-TIME is compared against this run's start time so
042280*>        an earlier run's entries for the same pin, still in
042290*>        today's dated audit file, are not counted twice.
042300     READ GPIO-AUDIT-FILE
042310         AT END
042320             CONTINUE
042330         NOT AT END
042340             IF AUD-PIN-TEXT = WS-DEV-PIN-TEXT (WS-RECON-IDX)
042350                AND AUD-TIME NOT < WS-RUN-START-TIME
042360                 IF AUD-TRANSITION = "ON "
042370                     ADD 1 TO WS-ON-COUNT
042380                 ELSE
042390                     IF AUD-TRANSITION = "OFF"
042400                         ADD 1 TO WS-OFF-COUNT
042410                     END-IF
042420                 END-IF
042430             END-IF
042440     END-READ.
042450 7150-EXIT.
042460     EXIT.
042470
042480 7200-WRITE-EXCEPTION.
042490     MOVE SPACES TO GPIO-EXCEPTION-RECORD.
042500     MOVE WS-DEV-PIN-TEXT (WS-RECON-IDX) TO EXC-PIN-TEXT.
042510     MOVE WS-DEV-ROLE (WS-RECON-IDX) TO EXC-ROLE-TEXT.
042520     MOVE WS-COMMANDED-CYCLES TO EXC-COMMANDED.
042530     MOVE WS-ON-COUNT TO EXC-ON-COUNT.
042540     MOVE WS-OFF-COUNT TO EXC-OFF-COUNT.
042550     MOVE "ON/OFF COUNT MISMATCH" TO EXC-MESSAGE.
042560     MOVE WS-DEV-DESC (WS-RECON-IDX) TO EXC-DESC.
042570     MOVE WS-DEV-LOCATION (WS-RECON-IDX) TO EXC-LOCATION.
042580     MOVE WS-UNIT-ID TO EXC-UNIT.
042590     WRITE GPIO-EXCEPTION-RECORD.
042600     DISPLAY "*** RECONCILIATION EXCEPTION FOR PIN "
042610         WS-DEV-PIN-TEXT (WS-RECON-IDX).
042620     MOVE "RECON " TO WS-EXC-CLASS.
042630     MOVE WS-DEV-PIN-TEXT (WS-RECON-IDX) TO WS-EXC-PIN.
042640     MOVE "ON/OFF COUNT MISMATCH" TO WS-EXC-MSG.
042650     PERFORM 7400-ROUTE-EXCEPTION THRU 7400-EXIT.
042660 7200-EXIT.
042670     EXIT.
042680
042690 7300-WRITE-MISMATCH-EXCEPTION.
042700*>        Written the moment a readback disagrees with what was
042710*>        commanded, not at end-of-run reconciliation - the
042720*>        message carries both states, and the counts have no
042730*>        meaning for this exception class so they stay zero.
042740     STRING "GPIOEXC." DELIMITED BY SIZE
042750             WS-TODAY DELIMITED BY SIZE
042760         INTO WS-EXCEPTION-FILE-NAME.
042770     OPEN EXTEND GPIO-EXCEPTION-FILE.
042780     IF WS-EXCEPTION-FILE-STATUS NOT = "00"
042790         OPEN OUTPUT GPIO-EXCEPTION-FILE
042800     END-IF.
042810     MOVE SPACES TO GPIO-EXCEPTION-RECORD.
042820     MOVE WS-PIN-TEXT TO EXC-PIN-TEXT.
042830     MOVE WS-ROLE-TEXT TO EXC-ROLE-TEXT.
042840     MOVE ZERO TO EXC-COMMANDED.
042850     MOVE ZERO TO EXC-ON-COUNT.
042860     MOVE ZERO TO EXC-OFF-COUNT.
042870     MOVE SPACES TO EXC-MESSAGE.
042880     STRING "CMD " DELIMITED BY SIZE
042890             WS-TRANSITION DELIMITED BY SIZE
042900             " OBSERVED " DELIMITED BY SIZE
042910             WS-OBSERVED-VALUE DELIMITED BY SIZE
042920         INTO EXC-MESSAGE.
042930     MOVE WS-DESC-TEXT TO EXC-DESC.
042940     MOVE WS-LOCATION-TEXT TO EXC-LOCATION.
042950     MOVE WS-UNIT-ID TO EXC-UNIT.
042960     WRITE GPIO-EXCEPTION-RECORD.
042970     CLOSE GPIO-EXCEPTION-FILE.
042980     MOVE "CMDOBS" TO WS-EXC-CLASS.
042990     MOVE WS-PIN-TEXT TO WS-EXC-PIN.
043000     MOVE EXC-MESSAGE TO WS-EXC-MSG.
043010     PERFORM 7400-ROUTE-EXCEPTION THRU 7400-EXIT.
043020 7300-EXIT.
043030     EXIT.
043040
043050 7400-ROUTE-EXCEPTION.
043060*>        Called the moment an exception is written, with its
043070*>        class, pin and message staged.  The best matching
043080*>        rule names the operator whose phone rings and the
043090*>        method; with no rule the item is still tracked as
043100*>        open, just routed to nobody, and the console says so.
043110     PERFORM 7410-MATCH-ESC-RULE THRU 7410-EXIT.
043120     IF WS-ESC-FOUND-IDX > ZERO
043130         MOVE WS-RUL-METHOD (WS-ESC-FOUND-IDX)
043140             TO WS-NTF-METHOD
043150         MOVE WS-RUL-OPER (WS-ESC-FOUND-IDX) TO WS-NTF-OPER
043160         MOVE "ROUTED TO OPERATOR" TO WS-NTF-NOTE
043170         PERFORM 7450-WRITE-NOTIFICATION THRU 7450-EXIT
043180     ELSE
043190         MOVE SPACES TO WS-NTF-OPER
043200         DISPLAY "NO ESCALATION RULE FOR CLASS " WS-EXC-CLASS
043210             " PIN " WS-EXC-PIN " - EXCEPTION NOT ROUTED"
043220     END-IF.
043230     PERFORM 7420-WRITE-OPEN-ITEM THRU 7420-EXIT.
043240 7400-EXIT.
043250     EXIT.
043260
043270 7410-MATCH-ESC-RULE.
043280*>        The most specific rule wins - exact class and pin
043290*>        beats class with any pin, beats any class with the
043300*>        pin, beats the catch-all.  Leaves zero when nothing
043310*>        matches at all.
043320     MOVE ZERO TO WS-ESC-FOUND-IDX.
043330     MOVE ZERO TO WS-ESC-BEST-SCORE.
043340     PERFORM 7415-SCORE-ONE-RULE THRU 7415-EXIT
043350         VARYING WS-ESC-RULE-IDX FROM 1 BY 1
043360         UNTIL WS-ESC-RULE-IDX > WS-ESC-RULE-COUNT.
043370 7410-EXIT.
043380     EXIT.
043390
043400 7415-SCORE-ONE-RULE.
043410     MOVE ZERO TO WS-ESC-ROW-SCORE.
043420     IF WS-RUL-CLASS (WS-ESC-RULE-IDX) = WS-EXC-CLASS
043430         IF WS-RUL-PIN (WS-ESC-RULE-IDX) = WS-EXC-PIN
043440             MOVE 4 TO WS-ESC-ROW-SCORE
043450         ELSE
043460             IF WS-RUL-PIN (WS-ESC-RULE-IDX) = "**"
043470                 MOVE 3 TO WS-ESC-ROW-SCORE
043480             END-IF
043490         END-IF
043500     ELSE
043510         IF WS-RUL-CLASS (WS-ESC-RULE-IDX) = "******"
043520             IF WS-RUL-PIN (WS-ESC-RULE-IDX) = WS-EXC-PIN
043530                 MOVE 2 TO WS-ESC-ROW-SCORE
043540             ELSE
043550                 IF WS-RUL-PIN (WS-ESC-RULE-IDX) = "**"
043560                     MOVE 1 TO WS-ESC-ROW-SCORE
043570                 END-IF
043580             END-IF
043590         END-IF
043600     END-IF.
043610     IF WS-ESC-ROW-SCORE > WS-ESC-BEST-SCORE
043620         MOVE WS-ESC-ROW-SCORE TO WS-ESC-BEST-SCORE
043630         MOVE WS-ESC-RULE-IDX TO WS-ESC-FOUND-IDX
043640     END-IF.
043650 7415-EXIT.
043660     EXIT.
043670
043680 7420-WRITE-OPEN-ITEM.
043690     OPEN EXTEND GPIO-OPEN-FILE.
043700     IF WS-OPEN-FILE-STATUS NOT = "00"
043710         OPEN OUTPUT GPIO-OPEN-FILE
043720     END-IF.
043730     IF WS-OPEN-FILE-STATUS NOT = "00"
043740         DISPLAY "WARNING - GPIOOPN.DAT COULD NOT BE "
043750             "WRITTEN - STATUS " WS-OPEN-FILE-STATUS
043760         GO TO 7420-EXIT
043770     END-IF.
043780     MOVE SPACES TO GPIO-OPEN-RECORD.
043790     ACCEPT WS-NOW FROM TIME.
043800     MOVE WS-TODAY TO OPN-DATE.
043810     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
043820         DELIMITED BY SIZE INTO OPN-TIME.
043830     MOVE WS-EXC-PIN TO OPN-PIN.
043840     MOVE WS-EXC-CLASS TO OPN-CLASS.
043850     MOVE "O" TO OPN-STATUS.
043860     MOVE WS-NTF-OPER TO OPN-OPERATOR.
043870     MOVE WS-EXC-MSG TO OPN-MESSAGE.
043880     WRITE GPIO-OPEN-RECORD.
043890     CLOSE GPIO-OPEN-FILE.
043900 7420-EXIT.
043910     EXIT.
043920
043930 7450-WRITE-NOTIFICATION.
043940*>        The record of what was sent to whom and when.  The
043950*>        method is carried as keyed on the rule - the sending
043960*>        itself is the dashboard's and the phone list's
043970*>        business, this file is the proof.
043980     OPEN EXTEND GPIO-NOTIFY-FILE.
043990     IF WS-NOTIFY-FILE-STATUS NOT = "00"
044000         OPEN OUTPUT GPIO-NOTIFY-FILE
044010     END-IF.
044020     IF WS-NOTIFY-FILE-STATUS NOT = "00"
044030         DISPLAY "WARNING - GPIONTF.DAT COULD NOT BE "
044040             "WRITTEN - STATUS " WS-NOTIFY-FILE-STATUS
044050         GO TO 7450-EXIT
044060     END-IF.
044070     MOVE SPACES TO GPIO-NOTIFY-RECORD.
044080     ACCEPT WS-NOW FROM TIME.
044090     STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
044100         DELIMITED BY SIZE INTO NTF-DATE.
044110     STRING WS-NOW-HH ":" WS-NOW-MM ":" WS-NOW-SS
044120         DELIMITED BY SIZE INTO NTF-TIME.
044130     MOVE WS-EXC-PIN TO NTF-PIN.
044140     MOVE WS-EXC-CLASS TO NTF-CLASS.
044150     MOVE WS-NTF-METHOD TO NTF-METHOD.
044160     MOVE WS-NTF-OPER TO NTF-OPERATOR.
044170     MOVE WS-NTF-NOTE TO NTF-NOTE.
044180     WRITE GPIO-NOTIFY-RECORD.
044190     CLOSE GPIO-NOTIFY-FILE.
044200 7450-EXIT.
044210     EXIT.
044220
044230 END PROGRAM RPIwithCOBOL.
